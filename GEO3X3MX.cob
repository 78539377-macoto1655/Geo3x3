001831*                    SHARED GEO3X3JL JOB LOG (VIA GEO3X3JW)
001832*                    SO THE GEO3X3NS NIGHT SUMMARY CAN SHOW
001833*                    THE WHOLE STREAM ON ONE PAGE.
001835*    2026-10-05  DA  BACK-DATED CHANGES: EVERY ADD, UPDATE
001836*                    OR MASS-MOVED ITEM APPLIED WITH AN
001837*                    EFFECTIVE DATE EARLIER THAN TODAY IS
001838*                    APPENDED TO THE GEO3X3BK FILE WITH ITS
001839*                    BEFORE AND AFTER MASTER IMAGES AND THE
001840*                    APPLY DATE/TIME, SO GEO3X3RE CAN
001841*                    RESTATE THE CALLS ALREADY TRANSLATED
001842*                    AGAINST THE OLD MAPPING.
001843*    2026-10-05  DA  CHANGE JOURNAL: EVERY MASTER RECORD
001844*                    ADDED, UPDATED, DEACTIVATED, REACTIVATED
001845*                    OR RECODED BY A MASS MOVE IS APPENDED TO
001846*                    THE PERMANENT GEO3X3CJ JOURNAL WITH ITS
001847*                    BEFORE AND AFTER IMAGES, APPLY DATE/TIME
001848*                    AND THE SUBMITTED TRANSACTION, FOR THE
001849*                    GEO3X3JH LINEAGE AND AS-OF REBUILD.
001850*    2026-10-15  DA  MASS-MOVE LOGGING, JOURNAL AND CHANGE
001851*                    LOG PARAGRAPHS RENUMBERED 9200-9500
001852*                    TO MATCH THEIR PLACE IN THE PROGRAM.
001865*    ---------------------------------------------------
001900*
002000 ENVIRONMENT     DIVISION.
002100*
003880     SELECT GEO3X3-SNAPSHOT-FILE ASSIGN TO GEO3X3SN
003890         ORGANIZATION       IS LINE SEQUENTIAL
003891         FILE STATUS        IS WS-SNAPSHOT-FILE-STATUS.
003892
003893     SELECT GEO3X3-BACKDATE-FILE ASSIGN TO GEO3X3BK
003894         ORGANIZATION       IS LINE SEQUENTIAL
003895         FILE STATUS        IS WS-BACKDATE-FILE-STATUS.
003896
003897     SELECT GEO3X3-JOURNAL-FILE ASSIGN TO GEO3X3CJ
003898         ORGANIZATION       IS LINE SEQUENTIAL
003899         FILE STATUS        IS WS-JOURNAL-FILE-STATUS.
003900*
004000 DATA            DIVISION.
004100 FILE            SECTION.
005150 FD  GEO3X3-SNAPSHOT-FILE
005160     RECORDING MODE IS F.
005170     COPY GEO3X3SR.
005175
005180 FD  GEO3X3-BACKDATE-FILE
005185     RECORDING MODE IS F.
005190     COPY GEO3X3BK.
005192
005194 FD  GEO3X3-JOURNAL-FILE
005196     RECORDING MODE IS F.
005198     COPY GEO3X3CJ.
005200*
005300 WORKING-STORAGE SECTION.
005400 01  WS-PENDING-FILE-STATUS     PIC X(02) VALUE SPACES.
005570     88  WS-MM-PENDING                  VALUE 'Y'.
005580 01  WS-SNAP-MASTER-COUNT       PIC 9(08) VALUE ZEROS.
005590 01  WS-SNAP-HIER-COUNT         PIC 9(08) VALUE ZEROS.
005592 01  WS-BACKDATE-FILE-STATUS    PIC X(02) VALUE SPACES.
005594     88  WS-BACKDATE-FILE-NOT-FOUND     VALUE '35'.
005596 01  WS-BACKDATE-COUNT          PIC 9(05) VALUE ZEROS.
005598 01  WS-MSTR-BEFORE-IMAGE       PIC X(40) VALUE SPACES.
005600 01  WS-CONTROL-FILE-STATUS     PIC X(02) VALUE SPACES.
005610 01  WS-JOURNAL-FILE-STATUS     PIC X(02) VALUE SPACES.
005620     88  WS-JOURNAL-FILE-NOT-FOUND      VALUE '35'.
005630 01  WS-JOURNAL-COUNT           PIC 9(08) VALUE ZEROS.
005700 01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
005800     88  WS-EOF                         VALUE 'Y'.
005810 01  WS-APPROVAL-COUNT          PIC 9(03) COMP VALUE ZEROS.
006321     03  FILLER                 PIC X(16) VALUE SPACES.
006322 01  WS-TODAY-DATE              PIC 9(08) VALUE ZEROS.
006323 01  WS-EFF-DATE                PIC 9(08) VALUE ZEROS.
006325 01  WS-MM-BEFORE-TABLE.
006327     03  WS-MM-BEFORE           PIC X(40) OCCURS 500 TIMES.
006330*    THE TRANSACTION IMAGE CARRIED INSIDE THE CURRENT
006340*    PENDING RECORD, UNPACKED HERE SO THE APPLY PARAGRAPHS
006350*    READ THE SAME GMNT- FIELDS THEY ALWAYS HAVE.
008450     03  WS-TOT-HELD            PIC ZZZZ9.
008451     03  FILLER                 PIC X(08) VALUE "  MOVED:".
008452     03  WS-TOT-MOVE            PIC ZZZZ9.
008462     03  FILLER                 PIC X(13) VALUE "  BACK-DATED:".
008472     03  WS-TOT-BACKDATE        PIC ZZZZ9 VALUE ZERO.
008482     03  FILLER                 PIC X(13) VALUE SPACES.
008500*
008600 PROCEDURE       DIVISION.
008700*
009600         UNTIL WS-EOF.
009610     PERFORM 8000-REWRITE-PENDING
009620         THRU 8000-REWRITE-PENDING-EXIT.
009630     PERFORM 9500-CLOSE-CHANGE-LOGS
009640         THRU 9500-CLOSE-CHANGE-LOGS-EXIT.
009700     PERFORM 3000-WRITE-TOTALS THRU 3000-WRITE-TOTALS-EXIT.
009800     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
009900     STOP RUN.
011800         MOVE 16 TO RETURN-CODE
011900         STOP RUN
012000     END-IF.
012005*    THE BACK-DATED CHANGE FILE ACCUMULATES UNTIL GEO3X3RE
012010*    RESTATES AND EMPTIES IT; THE FIRST RUN CREATES IT.
012015     OPEN EXTEND GEO3X3-BACKDATE-FILE.
012020     IF WS-BACKDATE-FILE-NOT-FOUND
012025         OPEN OUTPUT GEO3X3-BACKDATE-FILE
012030     END-IF.
012035     IF WS-BACKDATE-FILE-STATUS NOT = '00'
012040         DISPLAY "GEO3X3MX: UNABLE TO OPEN GEO3X3BK, STATUS = "
012045             WS-BACKDATE-FILE-STATUS
012050         MOVE 16 TO RETURN-CODE
012055         STOP RUN
012060     END-IF.
012062*    THE CHANGE JOURNAL IS PERMANENT - IT IS ONLY EVER
012064*    EXTENDED, AND THE FIRST RUN CREATES IT.
012066     OPEN EXTEND GEO3X3-JOURNAL-FILE.
012068     IF WS-JOURNAL-FILE-NOT-FOUND
012070         OPEN OUTPUT GEO3X3-JOURNAL-FILE
012072     END-IF.
012074     IF WS-JOURNAL-FILE-STATUS NOT = '00'
012076         DISPLAY "GEO3X3MX: UNABLE TO OPEN GEO3X3CJ, STATUS = "
012078             WS-JOURNAL-FILE-STATUS
012080         MOVE 16 TO RETURN-CODE
012082         STOP RUN
012084     END-IF.
012100     OPEN OUTPUT GEO3X3-CONTROL-FILE.
012200     IF WS-CONTROL-FILE-STATUS NOT = '00'
012300         DISPLAY "GEO3X3MX: UNABLE TO OPEN GEO3X3MC, STATUS = "
014410         WHEN GMNT-MASS-MOVE
014420             PERFORM 2550-MASS-MOVE
014430                 THRU 2550-MASS-MOVE-EXIT
014440             PERFORM 9200-LOG-MOVED-ITEMS
014450                 THRU 9200-LOG-MOVED-ITEMS-EXIT
014500         WHEN OTHER
014600             MOVE "UNKNOWN TRANSACTION CODE" TO WS-CTL-MESSAGE
014700             PERFORM 2900-LOG-ERROR THRU 2900-LOG-ERROR-EXIT
016096*
016100 2200-ADD-MAPPING.
016110     PERFORM 2150-RESOLVE-EFF-DATE THRU 2150-RESOLVE-EFF-DATE-EXIT.
016120     MOVE SPACES TO WS-MSTR-BEFORE-IMAGE.
016200     MOVE GMNT-ITEM-CODE TO GMST-ITEM-CODE.
016300     MOVE GMNT-RESULT-CODE TO GMST-RESULT-CODE.
016400     SET GMST-ACTIVE TO TRUE.
017000             PERFORM 2900-LOG-ERROR THRU 2900-LOG-ERROR-EXIT
017100         NOT INVALID KEY
017200             ADD 1 TO WS-ADD-COUNT
017210             PERFORM 9400-LOG-CHANGE THRU 9400-LOG-CHANGE-EXIT
017300     END-WRITE.
017400 2200-ADD-MAPPING-EXIT.
017500     EXIT.
018200                 TO WS-CTL-MESSAGE
018300             PERFORM 2900-LOG-ERROR THRU 2900-LOG-ERROR-EXIT
018400         NOT INVALID KEY
018405             MOVE GEO3X3-MASTER-RECORD TO WS-MSTR-BEFORE-IMAGE
018410             MOVE GMST-RESULT-CODE TO GMST-PRIOR-RESULT-CODE
018500             MOVE GMNT-RESULT-CODE TO GMST-RESULT-CODE
018510             MOVE WS-EFF-DATE TO GMST-EFF-FROM-DATE
019200                         THRU 2900-LOG-ERROR-EXIT
019300                 NOT INVALID KEY
019400                     ADD 1 TO WS-UPDATE-COUNT
019410                     PERFORM 9400-LOG-CHANGE
019420                         THRU 9400-LOG-CHANGE-EXIT
019500             END-REWRITE
019600     END-READ.
019700 2300-UPDATE-MAPPING-EXIT.
020500                 TO WS-CTL-MESSAGE
020600             PERFORM 2900-LOG-ERROR THRU 2900-LOG-ERROR-EXIT
020700         NOT INVALID KEY
020710             MOVE GEO3X3-MASTER-RECORD TO WS-MSTR-BEFORE-IMAGE
020800             SET GMST-INACTIVE TO TRUE
020900             ACCEPT GMST-LAST-MAINT-DATE FROM DATE YYYYMMDD
021000             REWRITE GEO3X3-MASTER-RECORD
021500                         THRU 2900-LOG-ERROR-EXIT
021600                 NOT INVALID KEY
021700                     ADD 1 TO WS-DEACTIVATE-COUNT
021710                     PERFORM 9300-JOURNAL-CHANGE
021720                         THRU 9300-JOURNAL-CHANGE-EXIT
021800             END-REWRITE
021900     END-READ.
022000 2400-DEACTIVATE-MAPPING-EXIT.
022800                 TO WS-CTL-MESSAGE
022900             PERFORM 2900-LOG-ERROR THRU 2900-LOG-ERROR-EXIT
023000         NOT INVALID KEY
023010             MOVE GEO3X3-MASTER-RECORD TO WS-MSTR-BEFORE-IMAGE
023100             SET GMST-ACTIVE TO TRUE
023200             ACCEPT GMST-LAST-MAINT-DATE FROM DATE YYYYMMDD
023300             REWRITE GEO3X3-MASTER-RECORD
023800                         THRU 2900-LOG-ERROR-EXIT
023900                 NOT INVALID KEY
024000                     ADD 1 TO WS-REACTIVATE-COUNT
024010                     PERFORM 9300-JOURNAL-CHANGE
024020                         THRU 9300-JOURNAL-CHANGE-EXIT
024100             END-REWRITE
024200     END-READ.
024300 2500-REACTIVATE-MAPPING-EXIT.
024503*    -----------------------------------------------------
024504 2570-APPLY-MOVE-ITEM.
024505     MOVE WS-MM-ITEM (WS-MM-SUB) TO GMST-ITEM-CODE.
024506     READ GEO3X3-MASTER-FILE INTO WS-MM-BEFORE (WS-MM-SUB)
024507         INVALID KEY
024508             MOVE "MASS MOVE - ITEM VANISHED MID-RUN"
024509                 TO WS-CTL-MESSAGE
024715     CALL "GEO3X3LK" USING GEO3X3-LOCK-DATA.
024716 9100-RELEASE-RUN-EXIT.
024717     EXIT.
024800*
024900*    -----------------------------------------------------
025000*    9200-LOG-MOVED-ITEMS - A MASS MOVE JOURNALS (AND, WHEN
025100*    BACK-DATED, LOGS TO GEO3X3BK) EVERY ITEM IT ACTUALLY
025200*    RECODED. THE BEFORE IMAGES WERE TAKEN AS 2570 READ EACH
025300*    ITEM; AN ITEM WHOSE MASTER RECORD STILL MATCHES ITS
025400*    BEFORE IMAGE WAS NOT CHANGED (SIMULATE, OR A FAILED
025500*    REWRITE) AND IS SKIPPED. AN OVERFLOWED MOVE APPLIED
025600*    NOTHING AT ALL.
025700*    -----------------------------------------------------
025800 9200-LOG-MOVED-ITEMS.
025900     IF WS-MM-OVERFLOW
026000         GO TO 9200-LOG-MOVED-ITEMS-EXIT
026100     END-IF.
026200     PERFORM 9250-LOG-MOVE-ITEM THRU 9250-LOG-MOVE-ITEM-EXIT
026300         VARYING WS-MM-SUB FROM 1 BY 1
026400         UNTIL WS-MM-SUB > WS-MM-ITEM-COUNT.
026500 9200-LOG-MOVED-ITEMS-EXIT.
026600     EXIT.
026700*
026800 9250-LOG-MOVE-ITEM.
026900     MOVE WS-MM-ITEM (WS-MM-SUB) TO GMST-ITEM-CODE.
027000     READ GEO3X3-MASTER-FILE
027100         INVALID KEY
027200             GO TO 9250-LOG-MOVE-ITEM-EXIT
027300     END-READ.
027400     IF GEO3X3-MASTER-RECORD = WS-MM-BEFORE (WS-MM-SUB)
027500         GO TO 9250-LOG-MOVE-ITEM-EXIT
027600     END-IF.
027700     MOVE WS-MM-BEFORE (WS-MM-SUB) TO WS-MSTR-BEFORE-IMAGE.
027800     PERFORM 9400-LOG-CHANGE THRU 9400-LOG-CHANGE-EXIT.
027900 9250-LOG-MOVE-ITEM-EXIT.
028000     EXIT.
028100*
028200*    -----------------------------------------------------
028300*    9300-JOURNAL-CHANGE - THE MASTER RECORD AREA HOLDS THE
028400*    MAPPING JUST WRITTEN AND WS-MSTR-BEFORE-IMAGE WHAT WAS
028500*    ON FILE BEFORE IT (SPACES FOR AN ADD). APPEND BOTH TO
028600*    THE PERMANENT GEO3X3CJ JOURNAL WITH THE SUBMITTED
028700*    TRANSACTION THAT CAUSED THE CHANGE AND ITS SUBMIT DATE.
028800*    -----------------------------------------------------
028900 9300-JOURNAL-CHANGE.
029000     MOVE SPACES TO GEO3X3-JOURNAL-RECORD.
029100     MOVE WS-TODAY-DATE TO GJRN-APPLY-DATE.
029200     ACCEPT GJRN-APPLY-TIME FROM TIME.
029300     MOVE "GEO3X3MX" TO GJRN-PROGRAM.
029400     MOVE GMNT-TRANS-CODE TO GJRN-CHANGE-TYPE.
029500     MOVE GMST-ITEM-CODE TO GJRN-ITEM-CODE.
029600     MOVE WS-MSTR-BEFORE-IMAGE TO GJRN-BEFORE-IMAGE.
029700     MOVE GEO3X3-MASTER-RECORD TO GJRN-AFTER-IMAGE.
029800     MOVE GPND-SUBMIT-DATE TO GJRN-SUBMIT-DATE.
029900     MOVE GEO3X3-MAINT-TRANS TO GJRN-TRANS.
030000     WRITE GEO3X3-JOURNAL-RECORD.
030100     ADD 1 TO WS-JOURNAL-COUNT.
030200 9300-JOURNAL-CHANGE-EXIT.
030300     EXIT.
030400*
030500*    -----------------------------------------------------
030600*    9400-LOG-CHANGE - JOURNAL A RECODED MAPPING; THEN, WHEN
030700*    ITS EFFECTIVE DATE IS EARLIER THAN TODAY, ALSO APPEND
030800*    IT WITH ITS BEFORE IMAGE TO GEO3X3BK SO GEO3X3RE CAN
030900*    RESTATE THE CALLS MADE SINCE THAT DATE. A CURRENT OR
031000*    FUTURE-DATED CHANGE MISSED NO CALLS AND IS NOT LOGGED
031100*    THERE.
031200*    -----------------------------------------------------
031300 9400-LOG-CHANGE.
031400     PERFORM 9300-JOURNAL-CHANGE THRU 9300-JOURNAL-CHANGE-EXIT.
031500     IF NOT WS-EFF-DATE < WS-TODAY-DATE
031600         GO TO 9400-LOG-CHANGE-EXIT
031700     END-IF.
031800     MOVE SPACES TO GEO3X3-BACKDATE-RECORD.
031900     MOVE GMST-ITEM-CODE TO GBDT-ITEM-CODE.
032000     MOVE GMNT-TRANS-CODE TO GBDT-TRANS-CODE.
032100     MOVE WS-EFF-DATE TO GBDT-EFF-DATE.
032200     MOVE WS-TODAY-DATE TO GBDT-APPLY-DATE.
032300     MOVE GJRN-APPLY-TIME TO GBDT-APPLY-TIME.
032400     MOVE WS-MSTR-BEFORE-IMAGE TO GBDT-BEFORE-IMAGE.
032500     MOVE GEO3X3-MASTER-RECORD TO GBDT-AFTER-IMAGE.
032600     WRITE GEO3X3-BACKDATE-RECORD.
032700     ADD 1 TO WS-BACKDATE-COUNT.
032800     MOVE WS-BACKDATE-COUNT TO WS-TOT-BACKDATE.
032900 9400-LOG-CHANGE-EXIT.
033000     EXIT.
033100*
033200 9500-CLOSE-CHANGE-LOGS.
033300     CLOSE GEO3X3-BACKDATE-FILE.
033400     CLOSE GEO3X3-JOURNAL-FILE.
033500 9500-CLOSE-CHANGE-LOGS-EXIT.
033600     EXIT.
