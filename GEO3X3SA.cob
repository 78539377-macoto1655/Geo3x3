000100*> GEO3X3SA
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.     GEO3X3SA.
000400 AUTHOR.         DATA ADMINISTRATION.
000500 INSTALLATION.   GEO SYSTEMS.
000600 DATE-WRITTEN.   2026-10-05.
000700 DATE-COMPILED.  2026-10-05.
000800*
000900*    ---------------------------------------------------
001000*    MODIFICATION HISTORY
001100*    ---------------------------------------------------
001200*    2026-10-05  DA  ORIGINAL - END-OF-DAY AUDIT TRAIL
001300*                    SEALING. READS THE LIVE GEO3X3AU TRAIL
001400*                    AND, FOR EVERY DAY UP TO THE SEAL-
001500*                    THROUGH DATE (YESTERDAY, OR THE DATE
001600*                    ON THE OPTIONAL GEO3X3SD CARD) THAT
001700*                    HAS NO SEAL YET, APPENDS A GEO3X3SE
001800*                    SEAL TO THE GEO3X3SE FILE: RECORD
001900*                    COUNT, HASH TOTAL OVER ITEM, RESULT
002000*                    AND STATUS, AND FIRST AND LAST TIME.
002100*                    A DAY IS SEALED ONCE AND NEVER AGAIN,
002200*                    SO ANY LATER DELETION OR EDIT OF ITS
002300*                    RECORDS SHOWS UP WHEN GEO3X3VS
002400*                    RE-COUNTS IT. SEALS CUT ARE LISTED ON
002500*                    GEO3X3SQ.
002510*    2026-10-15  DA  THE STEP'S RETURN CODE IS PUT BACK
002520*                    AFTER THE JOB-LOG CALL, SO A RUN
002530*                    REFUSED OR STOPPED EARLY NO LONGER
002540*                    ENDS RC 0.
002600*    ---------------------------------------------------
002700*
002800 ENVIRONMENT     DIVISION.
002900*
003000 INPUT-OUTPUT    SECTION.
003100 FILE-CONTROL.
003200     SELECT GEO3X3-AUDIT-FILE   ASSIGN TO GEO3X3AU
003300         ORGANIZATION       IS LINE SEQUENTIAL
003400         FILE STATUS        IS WS-AUDIT-FILE-STATUS.
003500
003600     SELECT GEO3X3-SEAL-FILE    ASSIGN TO GEO3X3SE
003700         ORGANIZATION       IS LINE SEQUENTIAL
003800         FILE STATUS        IS WS-SEAL-FILE-STATUS.
003900
004000     SELECT GEO3X3-CONTROL-FILE ASSIGN TO GEO3X3SD
004100         ORGANIZATION       IS LINE SEQUENTIAL
004200         FILE STATUS        IS WS-CONTROL-FILE-STATUS.
004300
004400     SELECT GEO3X3-REPORT-FILE  ASSIGN TO GEO3X3SQ
004500         ORGANIZATION       IS LINE SEQUENTIAL
004600         FILE STATUS        IS WS-REPORT-FILE-STATUS.
004700*
004800 DATA            DIVISION.
004900 FILE            SECTION.
005000 FD  GEO3X3-AUDIT-FILE
005100     RECORDING MODE IS F.
005200     COPY GEO3X3AR.
005300
005400 FD  GEO3X3-SEAL-FILE
005500     RECORDING MODE IS F.
005600     COPY GEO3X3SE.
005700
005800 FD  GEO3X3-CONTROL-FILE
005900     RECORDING MODE IS F.
006000 01  GEO3X3-CONTROL-RECORD.
006100     03  GSDC-THROUGH-DATE      PIC X(08).
006200     03  FILLER                 PIC X(72).
006300
006400 FD  GEO3X3-REPORT-FILE
006500     RECORDING MODE IS F.
006600 01  GEO3X3-REPORT-LINE         PIC X(80).
006700*
006800 WORKING-STORAGE SECTION.
006900 01  WS-AUDIT-FILE-STATUS       PIC X(02) VALUE SPACES.
007000 01  WS-SEAL-FILE-STATUS        PIC X(02) VALUE SPACES.
007100     88  WS-SEAL-FILE-OK                VALUE '00'.
007200     88  WS-SEAL-FILE-NOT-FOUND         VALUE '35'.
007300 01  WS-CONTROL-FILE-STATUS     PIC X(02) VALUE SPACES.
007400     88  WS-CONTROL-FILE-OK             VALUE '00'.
007500 01  WS-REPORT-FILE-STATUS      PIC X(02) VALUE SPACES.
007600 01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
007700     88  WS-EOF                         VALUE 'Y'.
007800 01  WS-STEP-RC                 PIC 9(02) VALUE ZEROS.
007900 01  WS-SEAL-AVAIL-SW           PIC X(01) VALUE 'Y'.
008000     88  WS-SEAL-AVAILABLE              VALUE 'Y'.
008100 01  WS-TODAY-DATE              PIC 9(08) VALUE ZEROS.
008200 01  WS-TODAY-TIME              PIC 9(08) VALUE ZEROS.
008300 01  WS-THROUGH-DATE            PIC 9(08) VALUE ZEROS.
008400 01  WS-THROUGH-INTEGER         PIC 9(08) VALUE ZEROS.
008500 01  WS-READ-COUNT              PIC 9(08) VALUE ZEROS.
008600 01  WS-SEAL-READ-COUNT         PIC 9(08) VALUE ZEROS.
008700 01  WS-UNDATED-COUNT           PIC 9(08) VALUE ZEROS.
008800 01  WS-LATER-COUNT             PIC 9(08) VALUE ZEROS.
008900 01  WS-SEALED-BEFORE-COUNT     PIC 9(08) VALUE ZEROS.
009000 01  WS-SEALED-NOW-COUNT        PIC 9(08) VALUE ZEROS.
009100 01  WS-DAY-COUNT               PIC 9(04) COMP VALUE ZEROS.
009200 01  WS-DAY-SUB                 PIC 9(04) COMP VALUE ZEROS.
009300 01  WS-FOUND-SUB               PIC 9(04) COMP VALUE ZEROS.
009400 01  WS-LAST-SUB                PIC 9(04) COMP VALUE ZEROS.
009500 01  WS-SEEK-DATE               PIC 9(08) VALUE ZEROS.
009600*    ITEM, RESULT AND STATUS OF ONE AUDIT RECORD READ AS ONE
009700*    NUMBER FOR THE HASH TOTAL. GEO3X3VS ADDS IT UP THE SAME
009800*    WAY; A RECORD WHOSE FIELDS ARE NOT ALL DIGITS ADDS
009900*    NOTHING, WHICH ITSELF CHANGES THE TOTAL IF IT WAS EDITED.
010000 01  WS-HASH-KEY.
010100     03  WS-HKY-ITEM            PIC X(03).
010200     03  WS-HKY-RESULT          PIC X(03).
010300     03  WS-HKY-STATUS          PIC X(02).
010400 01  WS-HASH-VALUE REDEFINES WS-HASH-KEY
010500                                PIC 9(08).
010600*    ONE ENTRY PER DAY FOUND ON THE SEAL FILE OR THE TRAIL.
010700*    THE LIVE TRAIL HOLDS AT MOST THE GEO3X3AP RETENTION
010800*    (999 DAYS) PLUS THE DAYS SINCE THE LAST PURGE.
010900 01  WS-DAY-TABLE.
011000     03  WS-DAY-ENTRY OCCURS 1500 TIMES.
011100         05  WS-DAY-DATE        PIC 9(08).
011200         05  WS-DAY-SEALED-SW   PIC X(01).
011300         05  WS-DAY-RECORDS     PIC 9(08).
011400         05  WS-DAY-HASH        PIC 9(16).
011500         05  WS-DAY-FIRST       PIC 9(08).
011600         05  WS-DAY-LAST        PIC 9(08).
011700 01  WS-SQR-HDR-LINE.
011800     03  FILLER                 PIC X(28) VALUE
011900         "GEO3X3 AUDIT TRAIL SEALING  ".
012000     03  WS-SQR-HDR-DATE        PIC 9(08).
012100     03  FILLER                 PIC X(18) VALUE
012200         "  SEALED THROUGH ".
012300     03  WS-SQR-HDR-THROUGH     PIC 9(08).
012400     03  FILLER                 PIC X(18) VALUE SPACES.
012500 01  WS-SQR-COLUMN-LINE.
012600     03  FILLER                 PIC X(40) VALUE
012700         "DAY        RECORDS        HASH TOTAL   F".
012800     03  FILLER                 PIC X(40) VALUE
012900         "IRST     LAST                          ".
013000 01  WS-SQR-DETAIL-LINE.
013100     03  WS-SQR-DATE            PIC 9(08).
013200     03  FILLER                 PIC X(02) VALUE SPACES.
013300     03  WS-SQR-RECORDS         PIC ZZZZZZZ9.
013400     03  FILLER                 PIC X(02) VALUE SPACES.
013500     03  WS-SQR-HASH            PIC 9(16).
013600     03  FILLER                 PIC X(02) VALUE SPACES.
013700     03  WS-SQR-FIRST           PIC 9(08).
013800     03  FILLER                 PIC X(01) VALUE SPACE.
013900     03  WS-SQR-LAST            PIC 9(08).
014000     03  FILLER                 PIC X(25) VALUE SPACES.
014100 01  WS-SQR-COUNT-LINE.
014200     03  WS-SQR-COUNT-LABEL     PIC X(28).
014300     03  WS-SQR-COUNT           PIC ZZZZZZZ9.
014400     03  FILLER                 PIC X(44) VALUE SPACES.
014500*
014600     COPY GEO3X3LD.
014700*
014800     COPY GEO3X3JP.
014900*
015000 PROCEDURE       DIVISION.
015100*
015200*    -----------------------------------------------------
015300*    0000-MAINLINE - NOTE THE DAYS ALREADY SEALED, TOTAL
015400*    EVERY DAY ON THE LIVE TRAIL, THEN SEAL EACH COMPLETE
015500*    DAY THAT HAS NO SEAL YET.
015600*    -----------------------------------------------------
015700 0000-MAINLINE.
015800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
015900     PERFORM 2000-LOAD-SEALS THRU 2000-LOAD-SEALS-EXIT.
016000     PERFORM 3000-TALLY-AUDIT THRU 3000-TALLY-AUDIT-EXIT
016100         UNTIL WS-EOF.
016200     PERFORM 4000-WRITE-SEALS THRU 4000-WRITE-SEALS-EXIT.
016300     PERFORM 5000-WRITE-TOTALS THRU 5000-WRITE-TOTALS-EXIT.
016400     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
016500     STOP RUN.
016600*
016700 1000-INITIALIZE.
016800     PERFORM 8500-LOG-JOB-START THRU 8500-LOG-JOB-START-EXIT.
016900     PERFORM 1050-REGISTER-RUN THRU 1050-REGISTER-RUN-EXIT.
017000     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
017100     ACCEPT WS-TODAY-TIME FROM TIME.
017200     PERFORM 1100-READ-CONTROL THRU 1100-READ-CONTROL-EXIT.
017300     MOVE ZEROS TO WS-DAY-TABLE.
017400     OPEN INPUT  GEO3X3-AUDIT-FILE.
017500     IF WS-AUDIT-FILE-STATUS NOT = '00'
017600         DISPLAY "GEO3X3SA: UNABLE TO OPEN GEO3X3AU, STATUS = "
017700             WS-AUDIT-FILE-STATUS
017800         MOVE 16 TO RETURN-CODE
017900         STOP RUN
018000     END-IF.
018100*    NO SEAL FILE YET IS THE FIRST NIGHT OF SEALING; IT IS
018200*    CREATED WHEN THE FIRST SEALS ARE WRITTEN.
018300     OPEN INPUT  GEO3X3-SEAL-FILE.
018400     IF WS-SEAL-FILE-NOT-FOUND
018500         MOVE 'N' TO WS-SEAL-AVAIL-SW
018600     ELSE
018700         IF NOT WS-SEAL-FILE-OK
018800             DISPLAY "GEO3X3SA: UNABLE TO OPEN GEO3X3SE, "
018900                 "STATUS = " WS-SEAL-FILE-STATUS
019000             MOVE 16 TO RETURN-CODE
019100             STOP RUN
019200         END-IF
019300     END-IF.
019400     OPEN OUTPUT GEO3X3-REPORT-FILE.
019500     IF WS-REPORT-FILE-STATUS NOT = '00'
019600         DISPLAY "GEO3X3SA: UNABLE TO OPEN GEO3X3SQ, STATUS = "
019700             WS-REPORT-FILE-STATUS
019800         MOVE 16 TO RETURN-CODE
019900         STOP RUN
020000     END-IF.
020100     MOVE WS-TODAY-DATE TO WS-SQR-HDR-DATE.
020200     MOVE WS-THROUGH-DATE TO WS-SQR-HDR-THROUGH.
020300     WRITE GEO3X3-REPORT-LINE FROM WS-SQR-HDR-LINE.
020400     WRITE GEO3X3-REPORT-LINE FROM WS-SQR-COLUMN-LINE.
020500 1000-INITIALIZE-EXIT.
020600     EXIT.
020700*
020800*    -----------------------------------------------------
020900*    1050-REGISTER-RUN - SERIALIZATION: THE AUDIT TRAIL IS
021000*    HELD SHARED SO THE PURGE CANNOT REWRITE IT MID-COUNT,
021100*    AND THE SEAL FILE IS HELD FOR UPDATE.
021200*    -----------------------------------------------------
021300 1050-REGISTER-RUN.
021400     MOVE "GEO3X3SA" TO GLCK-PROGRAM.
021500     MOVE "GEO3X3AU" TO GLCK-RESOURCE.
021600     MOVE 'R' TO GLCK-ACCESS.
021700     PERFORM 1060-ENQ-RESOURCE THRU 1060-ENQ-RESOURCE-EXIT.
021800     MOVE "GEO3X3SE" TO GLCK-RESOURCE.
021900     MOVE 'U' TO GLCK-ACCESS.
022000     PERFORM 1060-ENQ-RESOURCE THRU 1060-ENQ-RESOURCE-EXIT.
022100 1050-REGISTER-RUN-EXIT.
022200     EXIT.
022300*
022400 1060-ENQ-RESOURCE.
022500     MOVE 'E' TO GLCK-FUNCTION.
022600     CALL "GEO3X3LK" USING GEO3X3-LOCK-DATA.
022700     IF NOT GLCK-STAT-OK
022800         DISPLAY "GEO3X3SA: RESOURCE " GLCK-RESOURCE
022900             " HELD BY " GLCK-HOLDER " - RUN REFUSED"
023000         MOVE 'D' TO GLCK-FUNCTION
023100         CALL "GEO3X3LK" USING GEO3X3-LOCK-DATA
023200         MOVE 8 TO RETURN-CODE
023300         PERFORM 8600-LOG-JOB-END THRU 8600-LOG-JOB-END-EXIT
023400         STOP RUN
023500     END-IF.
023600 1060-ENQ-RESOURCE-EXIT.
023700     EXIT.
023800*
023900*    -----------------------------------------------------
024000*    1100-READ-CONTROL - A DAY IS ONLY SEALED ONCE IT IS
024100*    OVER, SO BY DEFAULT THE RUN SEALS THROUGH YESTERDAY.
024200*    WHEN THE STEP RUNS AFTER THE LAST CALL OF THE DAY, THE
024300*    GEO3X3SD CARD CAN NAME TODAY (OR ANY EARLIER DATE).
024400*    -----------------------------------------------------
024500 1100-READ-CONTROL.
024600     COMPUTE WS-THROUGH-INTEGER =
024700         FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE) - 1.
024800     COMPUTE WS-THROUGH-DATE =
024900         FUNCTION DATE-OF-INTEGER (WS-THROUGH-INTEGER).
025000     OPEN INPUT GEO3X3-CONTROL-FILE.
025100     IF NOT WS-CONTROL-FILE-OK
025200         GO TO 1100-READ-CONTROL-EXIT
025300     END-IF.
025400     READ GEO3X3-CONTROL-FILE
025500         AT END
025600             MOVE SPACES TO GSDC-THROUGH-DATE
025700     END-READ.
025800     CLOSE GEO3X3-CONTROL-FILE.
025900     IF GSDC-THROUGH-DATE = SPACES
026000         GO TO 1100-READ-CONTROL-EXIT
026100     END-IF.
026200     IF GSDC-THROUGH-DATE NUMERIC
026300      AND GSDC-THROUGH-DATE NOT > WS-TODAY-DATE
026400         MOVE GSDC-THROUGH-DATE TO WS-THROUGH-DATE
026500     ELSE
026600         DISPLAY "GEO3X3SA: INVALID SEAL-THROUGH DATE '"
026700             GSDC-THROUGH-DATE "'"
026800         MOVE 16 TO RETURN-CODE
026900         PERFORM 8600-LOG-JOB-END THRU 8600-LOG-JOB-END-EXIT
027000         STOP RUN
027100     END-IF.
027200 1100-READ-CONTROL-EXIT.
027300     EXIT.
027400*
027500*    -----------------------------------------------------
027600*    2000-LOAD-SEALS - EVERY DAY ALREADY ON THE SEAL FILE IS
027700*    MARKED SO IT IS NOT SEALED A SECOND TIME.
027800*    -----------------------------------------------------
027900 2000-LOAD-SEALS.
028000     IF NOT WS-SEAL-AVAILABLE
028100         GO TO 2000-LOAD-SEALS-EXIT
028200     END-IF.
028300     PERFORM 2100-NOTE-SEAL THRU 2100-NOTE-SEAL-EXIT
028400         UNTIL WS-EOF.
028500     CLOSE GEO3X3-SEAL-FILE.
028600     MOVE 'N' TO WS-EOF-SW.
028700 2000-LOAD-SEALS-EXIT.
028800     EXIT.
028900*
029000 2100-NOTE-SEAL.
029100     READ GEO3X3-SEAL-FILE
029200         AT END
029300             MOVE 'Y' TO WS-EOF-SW
029400             GO TO 2100-NOTE-SEAL-EXIT
029500     END-READ.
029600     ADD 1 TO WS-SEAL-READ-COUNT.
029700     MOVE GSEL-AUDIT-DATE TO WS-SEEK-DATE.
029800     PERFORM 6000-FIND-DAY THRU 6000-FIND-DAY-EXIT.
029900     MOVE 'Y' TO WS-DAY-SEALED-SW (WS-FOUND-SUB).
030000 2100-NOTE-SEAL-EXIT.
030100     EXIT.
030200*
030300*    -----------------------------------------------------
030400*    3000-TALLY-AUDIT - ADD ONE AUDIT RECORD INTO ITS DAY'S
030500*    COUNT, HASH TOTAL AND FIRST AND LAST TIME.
030600*    -----------------------------------------------------
030700 3000-TALLY-AUDIT.
030800     READ GEO3X3-AUDIT-FILE
030900         AT END
031000             MOVE 'Y' TO WS-EOF-SW
031100             GO TO 3000-TALLY-AUDIT-EXIT
031200     END-READ.
031300     ADD 1 TO WS-READ-COUNT.
031400     IF GAUD-DATE NOT NUMERIC
031500         ADD 1 TO WS-UNDATED-COUNT
031600         GO TO 3000-TALLY-AUDIT-EXIT
031700     END-IF.
031800     MOVE GAUD-DATE TO WS-SEEK-DATE.
031900     PERFORM 6000-FIND-DAY THRU 6000-FIND-DAY-EXIT.
032000     ADD 1 TO WS-DAY-RECORDS (WS-FOUND-SUB).
032100     MOVE GAUD-ITEM-CODE TO WS-HKY-ITEM.
032200     MOVE GAUD-RESULT-CODE TO WS-HKY-RESULT.
032300     MOVE GAUD-STATUS TO WS-HKY-STATUS.
032400     IF WS-HASH-VALUE NUMERIC
032500         ADD WS-HASH-VALUE TO WS-DAY-HASH (WS-FOUND-SUB)
032600     END-IF.
032700     IF GAUD-TIME NUMERIC
032800         IF WS-DAY-RECORDS (WS-FOUND-SUB) = 1
032900          OR GAUD-TIME < WS-DAY-FIRST (WS-FOUND-SUB)
033000             MOVE GAUD-TIME TO WS-DAY-FIRST (WS-FOUND-SUB)
033100         END-IF
033200         IF GAUD-TIME > WS-DAY-LAST (WS-FOUND-SUB)
033300             MOVE GAUD-TIME TO WS-DAY-LAST (WS-FOUND-SUB)
033400         END-IF
033500     END-IF.
033600 3000-TALLY-AUDIT-EXIT.
033700     EXIT.
033800*
033900*    -----------------------------------------------------
034000*    4000-WRITE-SEALS - APPEND A SEAL FOR EACH DAY THAT HAS
034100*    RECORDS, IS NOT SEALED YET AND IS NOT AFTER THE SEAL-
034200*    THROUGH DATE. LATER DAYS ARE LEFT FOR A LATER NIGHT.
034300*    -----------------------------------------------------
034400 4000-WRITE-SEALS.
034500     OPEN EXTEND GEO3X3-SEAL-FILE.
034600     IF WS-SEAL-FILE-NOT-FOUND
034700         OPEN OUTPUT GEO3X3-SEAL-FILE
034800     END-IF.
034900     IF NOT WS-SEAL-FILE-OK
035000         DISPLAY "GEO3X3SA: UNABLE TO OPEN GEO3X3SE, STATUS = "
035100             WS-SEAL-FILE-STATUS
035200         MOVE 16 TO RETURN-CODE
035300         PERFORM 8600-LOG-JOB-END THRU 8600-LOG-JOB-END-EXIT
035400         STOP RUN
035500     END-IF.
035600     PERFORM 4100-SEAL-DAY THRU 4100-SEAL-DAY-EXIT
035700         VARYING WS-DAY-SUB FROM 1 BY 1
035800         UNTIL WS-DAY-SUB > WS-DAY-COUNT.
035900     CLOSE GEO3X3-SEAL-FILE.
036000 4000-WRITE-SEALS-EXIT.
036100     EXIT.
036200*
036300 4100-SEAL-DAY.
036400     IF WS-DAY-SEALED-SW (WS-DAY-SUB) = 'Y'
036500         ADD 1 TO WS-SEALED-BEFORE-COUNT
036600         GO TO 4100-SEAL-DAY-EXIT
036700     END-IF.
036800     IF WS-DAY-DATE (WS-DAY-SUB) > WS-THROUGH-DATE
036900         ADD WS-DAY-RECORDS (WS-DAY-SUB) TO WS-LATER-COUNT
037000         GO TO 4100-SEAL-DAY-EXIT
037100     END-IF.
037200     MOVE SPACES TO GEO3X3-SEAL-RECORD.
037300     MOVE WS-DAY-DATE (WS-DAY-SUB) TO GSEL-AUDIT-DATE.
037400     MOVE WS-DAY-RECORDS (WS-DAY-SUB) TO GSEL-RECORD-COUNT.
037500     MOVE WS-DAY-HASH (WS-DAY-SUB) TO GSEL-HASH-TOTAL.
037600     MOVE WS-DAY-FIRST (WS-DAY-SUB) TO GSEL-FIRST-TIME.
037700     MOVE WS-DAY-LAST (WS-DAY-SUB) TO GSEL-LAST-TIME.
037800     MOVE WS-TODAY-DATE TO GSEL-SEAL-DATE.
037900     MOVE WS-TODAY-TIME TO GSEL-SEAL-TIME.
038000     WRITE GEO3X3-SEAL-RECORD.
038100     ADD 1 TO WS-SEALED-NOW-COUNT.
038200     MOVE GSEL-AUDIT-DATE TO WS-SQR-DATE.
038300     MOVE GSEL-RECORD-COUNT TO WS-SQR-RECORDS.
038400     MOVE GSEL-HASH-TOTAL TO WS-SQR-HASH.
038500     MOVE GSEL-FIRST-TIME TO WS-SQR-FIRST.
038600     MOVE GSEL-LAST-TIME TO WS-SQR-LAST.
038700     WRITE GEO3X3-REPORT-LINE FROM WS-SQR-DETAIL-LINE.
038800 4100-SEAL-DAY-EXIT.
038900     EXIT.
039000*
039100*    -----------------------------------------------------
039200*    5000-WRITE-TOTALS - A RECORD WITH NO READABLE DATE
039300*    BELONGS TO NO DAY AND CANNOT BE SEALED; IT IS COUNTED
039400*    AND THE STEP ENDS RC 4 SO SOMEONE LOOKS AT IT.
039500*    -----------------------------------------------------
039600 5000-WRITE-TOTALS.
039700     MOVE "AUDIT RECORDS READ:         " TO WS-SQR-COUNT-LABEL.
039800     MOVE WS-READ-COUNT TO WS-SQR-COUNT.
039900     WRITE GEO3X3-REPORT-LINE FROM WS-SQR-COUNT-LINE.
040000     MOVE "DAYS ALREADY SEALED:        " TO WS-SQR-COUNT-LABEL.
040100     MOVE WS-SEALED-BEFORE-COUNT TO WS-SQR-COUNT.
040200     WRITE GEO3X3-REPORT-LINE FROM WS-SQR-COUNT-LINE.
040300     MOVE "DAYS SEALED THIS RUN:       " TO WS-SQR-COUNT-LABEL.
040400     MOVE WS-SEALED-NOW-COUNT TO WS-SQR-COUNT.
040500     WRITE GEO3X3-REPORT-LINE FROM WS-SQR-COUNT-LINE.
040600     MOVE "RECORDS LEFT FOR LATER DAYS:" TO WS-SQR-COUNT-LABEL.
040700     MOVE WS-LATER-COUNT TO WS-SQR-COUNT.
040800     WRITE GEO3X3-REPORT-LINE FROM WS-SQR-COUNT-LINE.
040900     MOVE "RECORDS WITH NO VALID DATE: " TO WS-SQR-COUNT-LABEL.
041000     MOVE WS-UNDATED-COUNT TO WS-SQR-COUNT.
041100     WRITE GEO3X3-REPORT-LINE FROM WS-SQR-COUNT-LINE.
041200     IF WS-UNDATED-COUNT > 0
041300         MOVE 4 TO RETURN-CODE
041400     END-IF.
041500 5000-WRITE-TOTALS-EXIT.
041600     EXIT.
041700*
041800*    -----------------------------------------------------
041900*    6000-FIND-DAY - WS-FOUND-SUB IS SET TO THE ENTRY FOR
042000*    WS-SEEK-DATE, ADDING ONE IF THE DAY IS NEW. RECORDS
042100*    COME IN RUNS OF ONE DAY, SO THE LAST DAY FOUND IS
042200*    TRIED FIRST.
042300*    -----------------------------------------------------
042400 6000-FIND-DAY.
042500     IF WS-LAST-SUB > 0
042600         IF WS-DAY-DATE (WS-LAST-SUB) = WS-SEEK-DATE
042700             MOVE WS-LAST-SUB TO WS-FOUND-SUB
042800             GO TO 6000-FIND-DAY-EXIT
042900         END-IF
043000     END-IF.
043100     MOVE ZEROS TO WS-FOUND-SUB.
043200     PERFORM 6100-MATCH-DAY THRU 6100-MATCH-DAY-EXIT
043300         VARYING WS-DAY-SUB FROM 1 BY 1
043400         UNTIL WS-DAY-SUB > WS-DAY-COUNT
043500            OR WS-FOUND-SUB > 0.
043600     IF WS-FOUND-SUB = 0
043700         IF WS-DAY-COUNT NOT < 1500
043800             DISPLAY "GEO3X3SA: MORE THAN 1500 DAYS ON GEO3X3AU"
043900                 " - PURGE THE TRAIL BEFORE SEALING"
044000             MOVE 16 TO RETURN-CODE
044100             PERFORM 8600-LOG-JOB-END THRU 8600-LOG-JOB-END-EXIT
044200             STOP RUN
044300         END-IF
044400         ADD 1 TO WS-DAY-COUNT
044500         MOVE WS-DAY-COUNT TO WS-FOUND-SUB
044600         MOVE WS-SEEK-DATE TO WS-DAY-DATE (WS-FOUND-SUB)
044700         MOVE 'N' TO WS-DAY-SEALED-SW (WS-FOUND-SUB)
044800     END-IF.
044900     MOVE WS-FOUND-SUB TO WS-LAST-SUB.
045000 6000-FIND-DAY-EXIT.
045100     EXIT.
045200*
045300 6100-MATCH-DAY.
045400     IF WS-DAY-DATE (WS-DAY-SUB) = WS-SEEK-DATE
045500         MOVE WS-DAY-SUB TO WS-FOUND-SUB
045600     END-IF.
045700 6100-MATCH-DAY-EXIT.
045800     EXIT.
045900*
046000 8500-LOG-JOB-START.
046100     SET GJLP-START TO TRUE.
046200     MOVE "GEO3X3SA" TO GJLP-PROGRAM.
046300     MOVE ZEROS TO GJLP-READ-COUNT.
046400     MOVE ZEROS TO GJLP-WRITTEN-COUNT.
046500     MOVE ZEROS TO GJLP-REJECT-COUNT.
046600     MOVE ZEROS TO GJLP-RETURN-CODE.
046700     CALL "GEO3X3JW" USING GEO3X3-JOBLOG-DATA.
046800 8500-LOG-JOB-START-EXIT.
046900     EXIT.
047000*
047100 8600-LOG-JOB-END.
047200     SET GJLP-END TO TRUE.
047300     MOVE WS-READ-COUNT TO GJLP-READ-COUNT.
047400     MOVE WS-SEALED-NOW-COUNT TO GJLP-WRITTEN-COUNT.
047500     MOVE WS-UNDATED-COUNT TO GJLP-REJECT-COUNT.
047600     MOVE RETURN-CODE TO GJLP-RETURN-CODE.
047700     CALL "GEO3X3JW" USING GEO3X3-JOBLOG-DATA.
047710     MOVE GJLP-RETURN-CODE TO RETURN-CODE.
047800 8600-LOG-JOB-END-EXIT.
047900     EXIT.
048000*
048100*    -----------------------------------------------------
048200*    9000-TERMINATE - EVERY CALL HANDS BACK ITS OWN RETURN
048300*    CODE, SO THE STEP'S IS HELD ACROSS THE LOCK RELEASE AND
048400*    THE JOB-LOG CALL AND PUT BACK FOR THE LOG AND THE STEP.
048500*    -----------------------------------------------------
048600 9000-TERMINATE.
048700     CLOSE GEO3X3-AUDIT-FILE.
048800     CLOSE GEO3X3-REPORT-FILE.
048900     MOVE RETURN-CODE TO WS-STEP-RC.
049000     PERFORM 9100-RELEASE-RUN THRU 9100-RELEASE-RUN-EXIT.
049100     MOVE WS-STEP-RC TO RETURN-CODE.
049200     PERFORM 8600-LOG-JOB-END THRU 8600-LOG-JOB-END-EXIT.
049300     MOVE WS-STEP-RC TO RETURN-CODE.
049400 9000-TERMINATE-EXIT.
049500     EXIT.
049600*
049700 9100-RELEASE-RUN.
049800     MOVE 'D' TO GLCK-FUNCTION.
049900     CALL "GEO3X3LK" USING GEO3X3-LOCK-DATA.
050000 9100-RELEASE-RUN-EXIT.
050100     EXIT.
