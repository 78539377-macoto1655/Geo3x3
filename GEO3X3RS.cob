002760*                    THE RESTORE CANNOT REBUILD GEO3X3MS
002770*                    UNDER A RUNNING GEO3X3RPT ANY MORE
002780*                    THAN THE APPLY IT BACKS OUT COULD.
002782*    2026-10-05  DA  EVERY MASTER RECORD THE RESTORE ROLLS
002784*                    BACK, RE-ADDS OR REMOVES IS APPENDED TO
002786*                    THE PERMANENT GEO3X3CJ CHANGE JOURNAL
002788*                    (TYPE 'S', WITH THE SNAPSHOT DATE AND
002790*                    TIME AS ITS CAUSE), SO THE JOURNAL
002792*                    STAYS A COMPLETE HISTORY OF GEO3X3MS.
002794*    2026-10-15  DA  4600 AND 4700 MOVED AHEAD OF
002796*                    5000-WRITE-TOTALS, IN PARAGRAPH ORDER.
002800*    ---------------------------------------------------
002900*
003000 ENVIRONMENT     DIVISION.
005200     SELECT GEO3X3-RESTORE-RPT-FILE ASSIGN TO GEO3X3RR
005300         ORGANIZATION       IS LINE SEQUENTIAL
005400         FILE STATUS        IS WS-RESTORE-RPT-STATUS.
005410
005420     SELECT GEO3X3-JOURNAL-FILE ASSIGN TO GEO3X3CJ
005430         ORGANIZATION       IS LINE SEQUENTIAL
005440         FILE STATUS        IS WS-JOURNAL-FILE-STATUS.
005500*
005600 DATA            DIVISION.
005700 FILE            SECTION.
006800 FD  GEO3X3-RESTORE-RPT-FILE
006900     RECORDING MODE IS F.
007000 01  GEO3X3-RESTORE-RPT-LINE    PIC X(80).
007010
007020 FD  GEO3X3-JOURNAL-FILE
007030     RECORDING MODE IS F.
007040     COPY GEO3X3CJ.
007100*
007200 WORKING-STORAGE SECTION.
007300 01  WS-SNAPSHOT-FILE-STATUS    PIC X(02) VALUE SPACES.
007400 01  WS-MASTER-FILE-STATUS      PIC X(02) VALUE SPACES.
007500 01  WS-HIER-FILE-STATUS        PIC X(02) VALUE SPACES.
007600 01  WS-RESTORE-RPT-STATUS      PIC X(02) VALUE SPACES.
007610 01  WS-JOURNAL-FILE-STATUS     PIC X(02) VALUE SPACES.
007620     88  WS-JOURNAL-FILE-NOT-FOUND      VALUE '35'.
007630 01  WS-JOURNAL-COUNT           PIC 9(08) VALUE ZEROS.
007700 01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
007800     88  WS-EOF                         VALUE 'Y'.
007900 01  WS-FIRST-RECORD-SW         PIC X(01) VALUE 'Y'.
011400     03  WS-OLD-RESULT-CODE     PIC 9(03).
011500     03  WS-OLD-ACTIVE-SW       PIC X(01).
011600     03  FILLER                 PIC X(33).
011610*    ONE CHANGE AS IT GOES TO THE GEO3X3CJ JOURNAL: THE
011620*    ITEM CODE AND ITS IMAGES EITHER SIDE OF THE RESTORE
011630*    (SPACES WHERE THE ITEM WAS NOT ON FILE).
011640 01  WS-JRN-ITEM-CODE           PIC 9(03) VALUE ZEROS.
011650 01  WS-JRN-BEFORE-IMAGE        PIC X(40) VALUE SPACES.
011660 01  WS-JRN-AFTER-IMAGE         PIC X(40) VALUE SPACES.
011700 01  WS-RST-HDR-LINE.
011800     03  FILLER                 PIC X(33) VALUE
011900         "GEO3X3 MASTER RESTORE, SNAPSHOT  ".
032700             STOP RUN
032800         END-IF
032900     END-IF.
032905*    THE CHANGE JOURNAL IS PERMANENT - IT IS ONLY EVER
032910*    EXTENDED, AND IS CREATED IF NO APPLY HAS RUN YET.
032915     OPEN EXTEND GEO3X3-JOURNAL-FILE.
032920     IF WS-JOURNAL-FILE-NOT-FOUND
032925         OPEN OUTPUT GEO3X3-JOURNAL-FILE
032930     END-IF.
032935     IF WS-JOURNAL-FILE-STATUS NOT = '00'
032940         DISPLAY "GEO3X3RS: UNABLE TO OPEN GEO3X3CJ, STATUS = "
032945             WS-JOURNAL-FILE-STATUS
032950         MOVE 16 TO RETURN-CODE
032955         STOP RUN
032960     END-IF.
033000     MOVE 'N' TO WS-EOF-SW.
033100     PERFORM 4100-RESTORE-RECORD THRU 4100-RESTORE-RECORD-EXIT
033200         UNTIL WS-EOF.
033700     PERFORM 4500-REPORT-REMOVED THRU 4500-REPORT-REMOVED-EXIT
033800         VARYING WS-ITEM-SUB FROM 1 BY 1
033900         UNTIL WS-ITEM-SUB > 1000.
033910     CLOSE GEO3X3-JOURNAL-FILE.
034000 4000-RESTORE-FILES-EXIT.
034100     EXIT.
034200*
037900                 TO WS-RST-MESSAGE
038000             PERFORM 4400-WRITE-DETAIL
038100                 THRU 4400-WRITE-DETAIL-EXIT
038110             MOVE SPACES TO WS-JRN-BEFORE-IMAGE
038120             PERFORM 4600-JOURNAL-RESTORED
038130                 THRU 4600-JOURNAL-RESTORED-EXIT
038200         WHEN WS-CUR-IMAGE (WS-ITEM-SUB)
038300                 NOT = GEO3X3-MASTER-RECORD
038400             ADD 1 TO WS-CHANGED-COUNT
038800             MOVE "ROLLED BACK" TO WS-RST-MESSAGE
038900             PERFORM 4400-WRITE-DETAIL
039000                 THRU 4400-WRITE-DETAIL-EXIT
039010             MOVE WS-CUR-IMAGE (WS-ITEM-SUB)
039015                 TO WS-JRN-BEFORE-IMAGE
039020             PERFORM 4600-JOURNAL-RESTORED
039030                 THRU 4600-JOURNAL-RESTORED-EXIT
039100         WHEN OTHER
039200             ADD 1 TO WS-UNCHANGED-COUNT
039300     END-EVALUATE.
043400         MOVE "REMOVED - ADDED AFTER SNAPSHOT"
043500             TO WS-RST-MESSAGE
043600         WRITE GEO3X3-RESTORE-RPT-LINE FROM WS-RST-DETAIL-LINE
043610         MOVE WS-OLD-ITEM-CODE TO WS-JRN-ITEM-CODE
043620         MOVE WS-CUR-IMAGE (WS-ITEM-SUB) TO WS-JRN-BEFORE-IMAGE
043630         MOVE SPACES TO WS-JRN-AFTER-IMAGE
043640         PERFORM 4700-JOURNAL-CHANGE THRU 4700-JOURNAL-CHANGE-EXIT
043700     END-IF.
043800 4500-REPORT-REMOVED-EXIT.
043900     EXIT.
043902*
043904*    -----------------------------------------------------
043906*    4600-JOURNAL-RESTORED - THE MASTER RECORD AREA HOLDS
043908*    THE SNAPSHOT IMAGE JUST WRITTEN BACK AND WS-JRN-BEFORE-
043910*    IMAGE WHAT IT REPLACED (SPACES WHEN THE ITEM HAD BEEN
043912*    DELETED).
043914*    -----------------------------------------------------
043916 4600-JOURNAL-RESTORED.
043918     MOVE GMST-ITEM-CODE TO WS-JRN-ITEM-CODE.
043920     MOVE GEO3X3-MASTER-RECORD TO WS-JRN-AFTER-IMAGE.
043922     PERFORM 4700-JOURNAL-CHANGE THRU 4700-JOURNAL-CHANGE-EXIT.
043924 4600-JOURNAL-RESTORED-EXIT.
043926     EXIT.
043928*
043930*    -----------------------------------------------------
043932*    4700-JOURNAL-CHANGE - APPEND ONE RESTORED CHANGE TO THE
043934*    GEO3X3CJ JOURNAL, CITING THE SNAPSHOT IT CAME FROM.
043936*    -----------------------------------------------------
043938 4700-JOURNAL-CHANGE.
043940     MOVE SPACES TO GEO3X3-JOURNAL-RECORD.
043942     ACCEPT GJRN-APPLY-DATE FROM DATE YYYYMMDD.
043944     ACCEPT GJRN-APPLY-TIME FROM TIME.
043946     MOVE "GEO3X3RS" TO GJRN-PROGRAM.
043948     SET GJRN-RESTORE TO TRUE.
043950     MOVE WS-JRN-ITEM-CODE TO GJRN-ITEM-CODE.
043952     MOVE WS-JRN-BEFORE-IMAGE TO GJRN-BEFORE-IMAGE.
043954     MOVE WS-JRN-AFTER-IMAGE TO GJRN-AFTER-IMAGE.
043956     MOVE WS-SNAP-DATE TO GJRN-SNAPSHOT-DATE.
043958     MOVE WS-SNAP-TIME TO GJRN-SNAPSHOT-TIME.
043960     WRITE GEO3X3-JOURNAL-RECORD.
043962     ADD 1 TO WS-JOURNAL-COUNT.
043964 4700-JOURNAL-CHANGE-EXIT.
043966     EXIT.
044000*
044100 5000-WRITE-TOTALS.
044200     MOVE "MASTER IMAGES RESTORED: " TO WS-RST-COUNT-LABEL.
045400     MOVE "HIER IMAGES RESTORED:   " TO WS-RST-COUNT-LABEL.
045500     MOVE WS-HIER-RESTORE-COUNT TO WS-RST-COUNT.
045600     WRITE GEO3X3-RESTORE-RPT-LINE FROM WS-RST-COUNT-LINE.
045610     MOVE "CHANGES JOURNALLED:     " TO WS-RST-COUNT-LABEL.
045620     MOVE WS-JOURNAL-COUNT TO WS-RST-COUNT.
045630     WRITE GEO3X3-RESTORE-RPT-LINE FROM WS-RST-COUNT-LINE.
045700     IF WS-MASTER-WAS-OPEN
045800         MOVE "RESTORE COMPLETE" TO WS-RST-VERDICT
045900     ELSE
