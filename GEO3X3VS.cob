000100*> GEO3X3VS
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.     GEO3X3VS.
000400 AUTHOR.         DATA ADMINISTRATION.
000500 INSTALLATION.   GEO SYSTEMS.
000600 DATE-WRITTEN.   2026-10-05.
000700 DATE-COMPILED.  2026-10-05.
000800*
000900*    ---------------------------------------------------
001000*    MODIFICATION HISTORY
001100*    ---------------------------------------------------
001200*    2026-10-05  DA  ORIGINAL - AUDIT TRAIL SEAL
001300*                    VERIFICATION. RE-READS THE LIVE
001400*                    GEO3X3AU TRAIL AND WHATEVER GEO3X3AV
001500*                    ARCHIVE GENERATIONS THE JCL
001600*                    CONCATENATES, RE-COMPUTES EVERY DAY'S
001700*                    RECORD COUNT, HASH TOTAL AND FIRST AND
001800*                    LAST TIME EXACTLY AS GEO3X3SA DID, AND
001900*                    CHECKS THEM AGAINST THE LIVE GEO3X3SE
002000*                    SEALS AND THE MATCHING GEO3X3SG SEAL
002100*                    GENERATIONS. EVERY DAY IS LISTED ON
002200*                    GEO3X3VR; A SEALED DAY WHOSE RECORDS
002300*                    ARE MISSING, SHORT, OVER OR ALTERED
002400*                    ENDS THE STEP WITH RETURN CODE 8, AND
002500*                    AN UNSEALED DAY INSIDE THE SEALED RANGE
002600*                    WITH RETURN CODE 4, SO EITHER SHOWS ON
002700*                    THE GEO3X3NS NIGHT SUMMARY.
002710*    2026-10-15  DA  THE STEP'S RETURN CODE IS PUT BACK
002720*                    AFTER THE JOB-LOG CALL, SO A RUN
002730*                    REFUSED OR STOPPED EARLY NO LONGER
002740*                    ENDS RC 0.
002800*    ---------------------------------------------------
002900*
003000 ENVIRONMENT     DIVISION.
003100*
003200 INPUT-OUTPUT    SECTION.
003300 FILE-CONTROL.
003400     SELECT GEO3X3-AUDIT-FILE   ASSIGN TO GEO3X3AU
003500         ORGANIZATION       IS LINE SEQUENTIAL
003600         FILE STATUS        IS WS-AUDIT-FILE-STATUS.
003700
003800     SELECT GEO3X3-ARCHIVE-FILE ASSIGN TO GEO3X3AV
003900         ORGANIZATION       IS LINE SEQUENTIAL
004000         FILE STATUS        IS WS-ARCHIVE-FILE-STATUS.
004100
004200     SELECT GEO3X3-SEAL-FILE    ASSIGN TO GEO3X3SE
004300         ORGANIZATION       IS LINE SEQUENTIAL
004400         FILE STATUS        IS WS-SEAL-FILE-STATUS.
004500
004600     SELECT GEO3X3-SEAL-ARCHIVE-FILE ASSIGN TO GEO3X3SG
004700         ORGANIZATION       IS LINE SEQUENTIAL
004800         FILE STATUS        IS WS-SEAL-ARCHIVE-STATUS.
004900
005000     SELECT GEO3X3-REPORT-FILE  ASSIGN TO GEO3X3VR
005100         ORGANIZATION       IS LINE SEQUENTIAL
005200         FILE STATUS        IS WS-REPORT-FILE-STATUS.
005300*
005400 DATA            DIVISION.
005500 FILE            SECTION.
005600 FD  GEO3X3-AUDIT-FILE
005700     RECORDING MODE IS F.
005800     COPY GEO3X3AR.
005900
006000 FD  GEO3X3-ARCHIVE-FILE
006100     RECORDING MODE IS F.
006200 01  GEO3X3-ARCHIVE-LINE        PIC X(80).
006300
006400 FD  GEO3X3-SEAL-FILE
006500     RECORDING MODE IS F.
006600     COPY GEO3X3SE.
006700
006800 FD  GEO3X3-SEAL-ARCHIVE-FILE
006900     RECORDING MODE IS F.
007000 01  GEO3X3-SEAL-ARCHIVE-LINE   PIC X(80).
007100
007200 FD  GEO3X3-REPORT-FILE
007300     RECORDING MODE IS F.
007400 01  GEO3X3-REPORT-LINE         PIC X(80).
007500*
007600 WORKING-STORAGE SECTION.
007700 01  WS-AUDIT-FILE-STATUS       PIC X(02) VALUE SPACES.
007800 01  WS-ARCHIVE-FILE-STATUS     PIC X(02) VALUE SPACES.
007900     88  WS-ARCHIVE-FILE-OK             VALUE '00'.
008000 01  WS-SEAL-FILE-STATUS        PIC X(02) VALUE SPACES.
008100     88  WS-SEAL-FILE-OK                VALUE '00'.
008200 01  WS-SEAL-ARCHIVE-STATUS     PIC X(02) VALUE SPACES.
008300     88  WS-SEAL-ARCHIVE-OK             VALUE '00'.
008400 01  WS-REPORT-FILE-STATUS      PIC X(02) VALUE SPACES.
008500 01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
008600     88  WS-EOF                         VALUE 'Y'.
008700 01  WS-STEP-RC                 PIC 9(02) VALUE ZEROS.
008800 01  WS-ARCHIVE-AVAIL-SW        PIC X(01) VALUE 'Y'.
008900     88  WS-ARCHIVE-AVAILABLE           VALUE 'Y'.
009000 01  WS-SEAL-AVAIL-SW           PIC X(01) VALUE 'Y'.
009100     88  WS-SEAL-AVAILABLE              VALUE 'Y'.
009200 01  WS-SEAL-ARCH-AVAIL-SW      PIC X(01) VALUE 'Y'.
009300     88  WS-SEAL-ARCH-AVAILABLE         VALUE 'Y'.
009400 01  WS-TODAY-DATE              PIC 9(08) VALUE ZEROS.
009500 01  WS-LIVE-READ-COUNT         PIC 9(08) VALUE ZEROS.
009600 01  WS-ARCH-READ-COUNT         PIC 9(08) VALUE ZEROS.
009700 01  WS-LIVE-SEAL-COUNT         PIC 9(08) VALUE ZEROS.
009800 01  WS-ARCH-SEAL-COUNT         PIC 9(08) VALUE ZEROS.
009900 01  WS-UNDATED-COUNT           PIC 9(08) VALUE ZEROS.
010000 01  WS-AGREE-COUNT             PIC 9(08) VALUE ZEROS.
010100 01  WS-FAILED-COUNT            PIC 9(08) VALUE ZEROS.
010200 01  WS-UNSEALED-COUNT          PIC 9(08) VALUE ZEROS.
010300 01  WS-AWAITING-COUNT          PIC 9(08) VALUE ZEROS.
010400 01  WS-PRIOR-COUNT             PIC 9(08) VALUE ZEROS.
010500 01  WS-FIRST-SEALED-DATE       PIC 9(08) VALUE ZEROS.
010600 01  WS-LAST-SEALED-DATE        PIC 9(08) VALUE ZEROS.
010700 01  WS-DAY-COUNT               PIC 9(04) COMP VALUE ZEROS.
010800 01  WS-DAY-SUB                 PIC 9(04) COMP VALUE ZEROS.
010900 01  WS-SHIFT-SUB               PIC 9(04) COMP VALUE ZEROS.
011000 01  WS-FOUND-SUB               PIC 9(04) COMP VALUE ZEROS.
011100 01  WS-INSERT-SUB              PIC 9(04) COMP VALUE ZEROS.
011200 01  WS-LAST-SUB                PIC 9(04) COMP VALUE ZEROS.
011300 01  WS-SEEK-DATE               PIC 9(08) VALUE ZEROS.
011400*    SAME HASH KEY AS GEO3X3SA: ITEM, RESULT AND STATUS READ
011500*    AS ONE NUMBER; A RECORD THAT IS NOT ALL DIGITS ADDS
011600*    NOTHING.
011700 01  WS-HASH-KEY.
011800     03  WS-HKY-ITEM            PIC X(03).
011900     03  WS-HKY-RESULT          PIC X(03).
012000     03  WS-HKY-STATUS          PIC X(02).
012100 01  WS-HASH-VALUE REDEFINES WS-HASH-KEY
012200                                PIC 9(08).
012300*    ONE ENTRY PER DAY FOUND ON ANY SEAL OR TRAIL READ, KEPT
012400*    IN DATE ORDER SO THE REPORT READS AS A CALENDAR: WHAT
012500*    THE SEAL SAYS, AND WHAT IS THERE NOW.
012600 01  WS-DAY-TABLE.
012700     03  WS-DAY-ENTRY OCCURS 4000 TIMES.
012800         05  WS-DAY-DATE        PIC 9(08).
012900         05  WS-DAY-SEALED-SW   PIC X(01).
013000         05  WS-DAY-CONFLICT-SW PIC X(01).
013100         05  WS-DAY-SEAL-COUNT  PIC 9(08).
013200         05  WS-DAY-SEAL-HASH   PIC 9(16).
013300         05  WS-DAY-SEAL-FIRST  PIC 9(08).
013400         05  WS-DAY-SEAL-LAST   PIC 9(08).
013500         05  WS-DAY-RECORDS     PIC 9(08).
013600         05  WS-DAY-HASH        PIC 9(16).
013700         05  WS-DAY-FIRST       PIC 9(08).
013800         05  WS-DAY-LAST        PIC 9(08).
013900 01  WS-VSR-HDR-LINE.
014000     03  FILLER                 PIC X(36) VALUE
014100         "GEO3X3 AUDIT TRAIL SEAL VERIFICATION".
014200     03  FILLER                 PIC X(02) VALUE SPACES.
014300     03  WS-VSR-HDR-DATE        PIC 9(08).
014400     03  FILLER                 PIC X(34) VALUE SPACES.
014500 01  WS-VSR-COLUMN-LINE.
014600     03  FILLER                 PIC X(40) VALUE
014700         "DAY         SEALED     FOUND  FIRST    L".
014800     03  FILLER                 PIC X(40) VALUE
014900         "AST       RESULT                       ".
015000 01  WS-VSR-DETAIL-LINE.
015100     03  WS-VSR-DATE            PIC 9(08).
015200     03  FILLER                 PIC X(02) VALUE SPACES.
015300     03  WS-VSR-SEALED          PIC X(08).
015400     03  FILLER                 PIC X(02) VALUE SPACES.
015500     03  WS-VSR-FOUND           PIC ZZZZZZZ9.
015600     03  FILLER                 PIC X(02) VALUE SPACES.
015700     03  WS-VSR-FIRST           PIC 9(08).
015800     03  FILLER                 PIC X(01) VALUE SPACE.
015900     03  WS-VSR-LAST            PIC 9(08).
016000     03  FILLER                 PIC X(02) VALUE SPACES.
016100     03  WS-VSR-RESULT          PIC X(31).
016200 01  WS-VSR-SEALED-EDIT         PIC ZZZZZZZ9.
016300 01  WS-VSR-COUNT-LINE.
016400     03  WS-VSR-COUNT-LABEL     PIC X(28).
016500     03  WS-VSR-COUNT           PIC ZZZZZZZ9.
016600     03  FILLER                 PIC X(44) VALUE SPACES.
016700 01  WS-VSR-VERDICT-LINE.
016800     03  WS-VSR-VERDICT         PIC X(50).
016900     03  FILLER                 PIC X(30) VALUE SPACES.
017000*
017100     COPY GEO3X3LD.
017200*
017300     COPY GEO3X3JP.
017400*
017500 PROCEDURE       DIVISION.
017600*
017700*    -----------------------------------------------------
017800*    0000-MAINLINE - LOAD THE SEALS, RE-TOTAL EVERY DAY ON
017900*    THE TRAIL AND THE ARCHIVES, THEN JUDGE EACH DAY IN
018000*    DATE ORDER.
018100*    -----------------------------------------------------
018200 0000-MAINLINE.
018300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
018400     PERFORM 2000-LOAD-SEALS THRU 2000-LOAD-SEALS-EXIT.
018500     PERFORM 3000-TALLY-LIVE THRU 3000-TALLY-LIVE-EXIT
018600         UNTIL WS-EOF.
018700     PERFORM 3500-TALLY-ARCHIVE THRU 3500-TALLY-ARCHIVE-EXIT.
018800     PERFORM 4000-JUDGE-DAY THRU 4000-JUDGE-DAY-EXIT
018900         VARYING WS-DAY-SUB FROM 1 BY 1
019000         UNTIL WS-DAY-SUB > WS-DAY-COUNT.
019100     PERFORM 5000-WRITE-TOTALS THRU 5000-WRITE-TOTALS-EXIT.
019200     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
019300     STOP RUN.
019400*
019500 1000-INITIALIZE.
019600     PERFORM 8500-LOG-JOB-START THRU 8500-LOG-JOB-START-EXIT.
019700     PERFORM 1050-REGISTER-RUN THRU 1050-REGISTER-RUN-EXIT.
019800     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
019900     MOVE ZEROS TO WS-DAY-TABLE.
020000     OPEN INPUT  GEO3X3-AUDIT-FILE.
020100     IF WS-AUDIT-FILE-STATUS NOT = '00'
020200         DISPLAY "GEO3X3VS: UNABLE TO OPEN GEO3X3AU, STATUS = "
020300             WS-AUDIT-FILE-STATUS
020400         MOVE 16 TO RETURN-CODE
020500         STOP RUN
020600     END-IF.
020700*    THE ARCHIVES AND BOTH SEAL FILES ARE OPTIONAL: A CHECK
020800*    OF THE LIVE TRAIL ALONE NEEDS NO GENERATIONS, AND BEFORE
020900*    THE FIRST SEALING NIGHT THERE ARE NO SEALS AT ALL.
021000     OPEN INPUT  GEO3X3-ARCHIVE-FILE.
021100     IF NOT WS-ARCHIVE-FILE-OK
021200         MOVE 'N' TO WS-ARCHIVE-AVAIL-SW
021300     END-IF.
021400     OPEN INPUT  GEO3X3-SEAL-FILE.
021500     IF NOT WS-SEAL-FILE-OK
021600         MOVE 'N' TO WS-SEAL-AVAIL-SW
021700     END-IF.
021800     OPEN INPUT  GEO3X3-SEAL-ARCHIVE-FILE.
021900     IF NOT WS-SEAL-ARCHIVE-OK
022000         MOVE 'N' TO WS-SEAL-ARCH-AVAIL-SW
022100     END-IF.
022200     OPEN OUTPUT GEO3X3-REPORT-FILE.
022300     IF WS-REPORT-FILE-STATUS NOT = '00'
022400         DISPLAY "GEO3X3VS: UNABLE TO OPEN GEO3X3VR, STATUS = "
022500             WS-REPORT-FILE-STATUS
022600         MOVE 16 TO RETURN-CODE
022700         STOP RUN
022800     END-IF.
022900     MOVE WS-TODAY-DATE TO WS-VSR-HDR-DATE.
023000     WRITE GEO3X3-REPORT-LINE FROM WS-VSR-HDR-LINE.
023100     WRITE GEO3X3-REPORT-LINE FROM WS-VSR-COLUMN-LINE.
023200 1000-INITIALIZE-EXIT.
023300     EXIT.
023400*
023500*    -----------------------------------------------------
023600*    1050-REGISTER-RUN - SERIALIZATION: THE AUDIT TRAIL AND
023700*    THE SEAL FILE ARE HELD SHARED SO NEITHER THE PURGE NOR
023800*    THE SEALING STEP CAN CHANGE THEM MID-CHECK.
023900*    -----------------------------------------------------
024000 1050-REGISTER-RUN.
024100     MOVE "GEO3X3VS" TO GLCK-PROGRAM.
024200     MOVE "GEO3X3AU" TO GLCK-RESOURCE.
024300     MOVE 'R' TO GLCK-ACCESS.
024400     PERFORM 1060-ENQ-RESOURCE THRU 1060-ENQ-RESOURCE-EXIT.
024500     MOVE "GEO3X3SE" TO GLCK-RESOURCE.
024600     MOVE 'R' TO GLCK-ACCESS.
024700     PERFORM 1060-ENQ-RESOURCE THRU 1060-ENQ-RESOURCE-EXIT.
024800 1050-REGISTER-RUN-EXIT.
024900     EXIT.
025000*
025100 1060-ENQ-RESOURCE.
025200     MOVE 'E' TO GLCK-FUNCTION.
025300     CALL "GEO3X3LK" USING GEO3X3-LOCK-DATA.
025400     IF NOT GLCK-STAT-OK
025500         DISPLAY "GEO3X3VS: RESOURCE " GLCK-RESOURCE
025600             " HELD BY " GLCK-HOLDER " - RUN REFUSED"
025700         MOVE 'D' TO GLCK-FUNCTION
025800         CALL "GEO3X3LK" USING GEO3X3-LOCK-DATA
025900         MOVE 8 TO RETURN-CODE
026000         PERFORM 8600-LOG-JOB-END THRU 8600-LOG-JOB-END-EXIT
026100         STOP RUN
026200     END-IF.
026300 1060-ENQ-RESOURCE-EXIT.
026400     EXIT.
026500*
026600*    -----------------------------------------------------
026700*    2000-LOAD-SEALS - LIVE SEALS, THEN THE ARCHIVED ONES.
026800*    A DAY IS ONLY EVER SEALED ONCE; A SECOND SEAL FOR THE
026900*    SAME DAY THAT DOES NOT AGREE WITH THE FIRST IS ITSELF
027000*    A SIGN OF TAMPERING.
027100*    -----------------------------------------------------
027200 2000-LOAD-SEALS.
027300     IF WS-SEAL-AVAILABLE
027400         PERFORM 2100-READ-LIVE-SEAL THRU 2100-READ-LIVE-SEAL-EXIT
027500             UNTIL WS-EOF
027600         CLOSE GEO3X3-SEAL-FILE
027700         MOVE 'N' TO WS-EOF-SW
027800     END-IF.
027900     IF WS-SEAL-ARCH-AVAILABLE
028000         PERFORM 2200-READ-ARCHIVE-SEAL
028100             THRU 2200-READ-ARCHIVE-SEAL-EXIT
028200             UNTIL WS-EOF
028300         CLOSE GEO3X3-SEAL-ARCHIVE-FILE
028400         MOVE 'N' TO WS-EOF-SW
028500     END-IF.
028600 2000-LOAD-SEALS-EXIT.
028700     EXIT.
028800*
028900 2100-READ-LIVE-SEAL.
029000     READ GEO3X3-SEAL-FILE
029100         AT END
029200             MOVE 'Y' TO WS-EOF-SW
029300             GO TO 2100-READ-LIVE-SEAL-EXIT
029400     END-READ.
029500     ADD 1 TO WS-LIVE-SEAL-COUNT.
029600     PERFORM 2300-STORE-SEAL THRU 2300-STORE-SEAL-EXIT.
029700 2100-READ-LIVE-SEAL-EXIT.
029800     EXIT.
029900*
030000 2200-READ-ARCHIVE-SEAL.
030100     READ GEO3X3-SEAL-ARCHIVE-FILE
030200         AT END
030300             MOVE 'Y' TO WS-EOF-SW
030400             GO TO 2200-READ-ARCHIVE-SEAL-EXIT
030500     END-READ.
030600     ADD 1 TO WS-ARCH-SEAL-COUNT.
030700     MOVE GEO3X3-SEAL-ARCHIVE-LINE TO GEO3X3-SEAL-RECORD.
030800     PERFORM 2300-STORE-SEAL THRU 2300-STORE-SEAL-EXIT.
030900 2200-READ-ARCHIVE-SEAL-EXIT.
031000     EXIT.
031100*
031200 2300-STORE-SEAL.
031300     IF GSEL-AUDIT-DATE NOT NUMERIC
031400         ADD 1 TO WS-UNDATED-COUNT
031500         GO TO 2300-STORE-SEAL-EXIT
031600     END-IF.
031700     MOVE GSEL-AUDIT-DATE TO WS-SEEK-DATE.
031800     PERFORM 6000-FIND-DAY THRU 6000-FIND-DAY-EXIT.
031900     IF WS-DAY-SEALED-SW (WS-FOUND-SUB) = 'Y'
032000         IF GSEL-RECORD-COUNT
032100                NOT = WS-DAY-SEAL-COUNT (WS-FOUND-SUB)
032200          OR GSEL-HASH-TOTAL
032300                NOT = WS-DAY-SEAL-HASH (WS-FOUND-SUB)
032400          OR GSEL-FIRST-TIME
032500                NOT = WS-DAY-SEAL-FIRST (WS-FOUND-SUB)
032600          OR GSEL-LAST-TIME
032700                NOT = WS-DAY-SEAL-LAST (WS-FOUND-SUB)
032800             MOVE 'Y' TO WS-DAY-CONFLICT-SW (WS-FOUND-SUB)
032900         END-IF
033000         GO TO 2300-STORE-SEAL-EXIT
033100     END-IF.
033200     MOVE 'Y' TO WS-DAY-SEALED-SW (WS-FOUND-SUB).
033300     MOVE GSEL-RECORD-COUNT TO WS-DAY-SEAL-COUNT (WS-FOUND-SUB).
033400     MOVE GSEL-HASH-TOTAL TO WS-DAY-SEAL-HASH (WS-FOUND-SUB).
033500     MOVE GSEL-FIRST-TIME TO WS-DAY-SEAL-FIRST (WS-FOUND-SUB).
033600     MOVE GSEL-LAST-TIME TO WS-DAY-SEAL-LAST (WS-FOUND-SUB).
033700     IF WS-FIRST-SEALED-DATE = 0
033800      OR GSEL-AUDIT-DATE < WS-FIRST-SEALED-DATE
033900         MOVE GSEL-AUDIT-DATE TO WS-FIRST-SEALED-DATE
034000     END-IF.
034100     IF GSEL-AUDIT-DATE > WS-LAST-SEALED-DATE
034200         MOVE GSEL-AUDIT-DATE TO WS-LAST-SEALED-DATE
034300     END-IF.
034400 2300-STORE-SEAL-EXIT.
034500     EXIT.
034600*
034700 3000-TALLY-LIVE.
034800     READ GEO3X3-AUDIT-FILE
034900         AT END
035000             MOVE 'Y' TO WS-EOF-SW
035100             GO TO 3000-TALLY-LIVE-EXIT
035200     END-READ.
035300     ADD 1 TO WS-LIVE-READ-COUNT.
035400     PERFORM 3200-TALLY-RECORD THRU 3200-TALLY-RECORD-EXIT.
035500 3000-TALLY-LIVE-EXIT.
035600     EXIT.
035700*
035800*    -----------------------------------------------------
035900*    3200-TALLY-RECORD - ONE AUDIT RECORD, LIVE OR
036000*    ARCHIVED, ADDED INTO ITS DAY THE WAY GEO3X3SA ADDS IT.
036100*    -----------------------------------------------------
036200 3200-TALLY-RECORD.
036300     IF GAUD-DATE NOT NUMERIC
036400         ADD 1 TO WS-UNDATED-COUNT
036500         GO TO 3200-TALLY-RECORD-EXIT
036600     END-IF.
036700     MOVE GAUD-DATE TO WS-SEEK-DATE.
036800     PERFORM 6000-FIND-DAY THRU 6000-FIND-DAY-EXIT.
036900     ADD 1 TO WS-DAY-RECORDS (WS-FOUND-SUB).
037000     MOVE GAUD-ITEM-CODE TO WS-HKY-ITEM.
037100     MOVE GAUD-RESULT-CODE TO WS-HKY-RESULT.
037200     MOVE GAUD-STATUS TO WS-HKY-STATUS.
037300     IF WS-HASH-VALUE NUMERIC
037400         ADD WS-HASH-VALUE TO WS-DAY-HASH (WS-FOUND-SUB)
037500     END-IF.
037600     IF GAUD-TIME NUMERIC
037700         IF WS-DAY-RECORDS (WS-FOUND-SUB) = 1
037800          OR GAUD-TIME < WS-DAY-FIRST (WS-FOUND-SUB)
037900             MOVE GAUD-TIME TO WS-DAY-FIRST (WS-FOUND-SUB)
038000         END-IF
038100         IF GAUD-TIME > WS-DAY-LAST (WS-FOUND-SUB)
038200             MOVE GAUD-TIME TO WS-DAY-LAST (WS-FOUND-SUB)
038300         END-IF
038400     END-IF.
038500 3200-TALLY-RECORD-EXIT.
038600     EXIT.
038700*
038800 3500-TALLY-ARCHIVE.
038900     IF NOT WS-ARCHIVE-AVAILABLE
039000         GO TO 3500-TALLY-ARCHIVE-EXIT
039100     END-IF.
039200     MOVE 'N' TO WS-EOF-SW.
039300     PERFORM 3550-READ-ARCHIVE THRU 3550-READ-ARCHIVE-EXIT
039400         UNTIL WS-EOF.
039500 3500-TALLY-ARCHIVE-EXIT.
039600     EXIT.
039700*
039800 3550-READ-ARCHIVE.
039900     READ GEO3X3-ARCHIVE-FILE
040000         AT END
040100             MOVE 'Y' TO WS-EOF-SW
040200             GO TO 3550-READ-ARCHIVE-EXIT
040300     END-READ.
040400     ADD 1 TO WS-ARCH-READ-COUNT.
040500     MOVE GEO3X3-ARCHIVE-LINE TO GEO3X3-AUDIT-RECORD.
040600     PERFORM 3200-TALLY-RECORD THRU 3200-TALLY-RECORD-EXIT.
040700 3550-READ-ARCHIVE-EXIT.
040800     EXIT.
040900*
041000*    -----------------------------------------------------
041100*    4000-JUDGE-DAY - A SEALED DAY MUST STILL HOLD EXACTLY
041200*    WHAT WAS SEALED. A DAY WITH RECORDS BUT NO SEAL IS ONLY
041300*    A PROBLEM INSIDE THE SEALED RANGE - BEFORE SEALING
041400*    BEGAN, OR AFTER THE LAST NIGHT'S SEAL, IT IS EXPECTED.
041500*    -----------------------------------------------------
041600 4000-JUDGE-DAY.
041700     MOVE WS-DAY-DATE (WS-DAY-SUB) TO WS-VSR-DATE.
041800     MOVE WS-DAY-RECORDS (WS-DAY-SUB) TO WS-VSR-FOUND.
041900     MOVE WS-DAY-FIRST (WS-DAY-SUB) TO WS-VSR-FIRST.
042000     MOVE WS-DAY-LAST (WS-DAY-SUB) TO WS-VSR-LAST.
042100     IF WS-DAY-SEALED-SW (WS-DAY-SUB) = 'Y'
042200         MOVE WS-DAY-SEAL-COUNT (WS-DAY-SUB) TO WS-VSR-SEALED-EDIT
042300         MOVE WS-VSR-SEALED-EDIT TO WS-VSR-SEALED
042400     ELSE
042500         MOVE "    NONE" TO WS-VSR-SEALED
042600     END-IF.
042700     EVALUATE TRUE
042800         WHEN WS-DAY-SEALED-SW (WS-DAY-SUB) NOT = 'Y'
042900          AND WS-FIRST-SEALED-DATE > 0
043000          AND WS-DAY-DATE (WS-DAY-SUB) > WS-FIRST-SEALED-DATE
043100          AND WS-DAY-DATE (WS-DAY-SUB) < WS-LAST-SEALED-DATE
043200             MOVE "NOT SEALED" TO WS-VSR-RESULT
043300             ADD 1 TO WS-UNSEALED-COUNT
043400         WHEN WS-DAY-SEALED-SW (WS-DAY-SUB) NOT = 'Y'
043500          AND WS-DAY-DATE (WS-DAY-SUB) > WS-LAST-SEALED-DATE
043600             MOVE "AWAITING SEAL" TO WS-VSR-RESULT
043700             ADD 1 TO WS-AWAITING-COUNT
043800         WHEN WS-DAY-SEALED-SW (WS-DAY-SUB) NOT = 'Y'
043900             MOVE "BEFORE SEALING BEGAN" TO WS-VSR-RESULT
044000             ADD 1 TO WS-PRIOR-COUNT
044100         WHEN WS-DAY-CONFLICT-SW (WS-DAY-SUB) = 'Y'
044200             MOVE "*** SEALS DISAGREE" TO WS-VSR-RESULT
044300             ADD 1 TO WS-FAILED-COUNT
044400         WHEN WS-DAY-RECORDS (WS-DAY-SUB) = 0
044500             MOVE "*** MISSING" TO WS-VSR-RESULT
044600             ADD 1 TO WS-FAILED-COUNT
044700         WHEN WS-DAY-RECORDS (WS-DAY-SUB)
044800                  < WS-DAY-SEAL-COUNT (WS-DAY-SUB)
044900             MOVE "*** SHORT" TO WS-VSR-RESULT
045000             ADD 1 TO WS-FAILED-COUNT
045100         WHEN WS-DAY-RECORDS (WS-DAY-SUB)
045200                  > WS-DAY-SEAL-COUNT (WS-DAY-SUB)
045300             MOVE "*** OVER" TO WS-VSR-RESULT
045400             ADD 1 TO WS-FAILED-COUNT
045500         WHEN WS-DAY-HASH (WS-DAY-SUB)
045600                  NOT = WS-DAY-SEAL-HASH (WS-DAY-SUB)
045700           OR WS-DAY-FIRST (WS-DAY-SUB)
045800                  NOT = WS-DAY-SEAL-FIRST (WS-DAY-SUB)
045900           OR WS-DAY-LAST (WS-DAY-SUB)
046000                  NOT = WS-DAY-SEAL-LAST (WS-DAY-SUB)
046100             MOVE "*** ALTERED" TO WS-VSR-RESULT
046200             ADD 1 TO WS-FAILED-COUNT
046300         WHEN OTHER
046400             MOVE "AGREES WITH SEAL" TO WS-VSR-RESULT
046500             ADD 1 TO WS-AGREE-COUNT
046600     END-EVALUATE.
046700     WRITE GEO3X3-REPORT-LINE FROM WS-VSR-DETAIL-LINE.
046800 4000-JUDGE-DAY-EXIT.
046900     EXIT.
047000*
047100 5000-WRITE-TOTALS.
047200     MOVE "LIVE RECORDS READ:          " TO WS-VSR-COUNT-LABEL.
047300     MOVE WS-LIVE-READ-COUNT TO WS-VSR-COUNT.
047400     WRITE GEO3X3-REPORT-LINE FROM WS-VSR-COUNT-LINE.
047500     MOVE "ARCHIVE RECORDS READ:       " TO WS-VSR-COUNT-LABEL.
047600     MOVE WS-ARCH-READ-COUNT TO WS-VSR-COUNT.
047700     WRITE GEO3X3-REPORT-LINE FROM WS-VSR-COUNT-LINE.
047800     MOVE "LIVE SEALS READ:            " TO WS-VSR-COUNT-LABEL.
047900     MOVE WS-LIVE-SEAL-COUNT TO WS-VSR-COUNT.
048000     WRITE GEO3X3-REPORT-LINE FROM WS-VSR-COUNT-LINE.
048100     MOVE "ARCHIVED SEALS READ:        " TO WS-VSR-COUNT-LABEL.
048200     MOVE WS-ARCH-SEAL-COUNT TO WS-VSR-COUNT.
048300     WRITE GEO3X3-REPORT-LINE FROM WS-VSR-COUNT-LINE.
048400     MOVE "DAYS AGREEING WITH SEAL:    " TO WS-VSR-COUNT-LABEL.
048500     MOVE WS-AGREE-COUNT TO WS-VSR-COUNT.
048600     WRITE GEO3X3-REPORT-LINE FROM WS-VSR-COUNT-LINE.
048700     MOVE "DAYS FAILING THEIR SEAL:    " TO WS-VSR-COUNT-LABEL.
048800     MOVE WS-FAILED-COUNT TO WS-VSR-COUNT.
048900     WRITE GEO3X3-REPORT-LINE FROM WS-VSR-COUNT-LINE.
049000     MOVE "DAYS NOT SEALED IN RANGE:   " TO WS-VSR-COUNT-LABEL.
049100     MOVE WS-UNSEALED-COUNT TO WS-VSR-COUNT.
049200     WRITE GEO3X3-REPORT-LINE FROM WS-VSR-COUNT-LINE.
049300     MOVE "DAYS AWAITING SEAL:         " TO WS-VSR-COUNT-LABEL.
049400     MOVE WS-AWAITING-COUNT TO WS-VSR-COUNT.
049500     WRITE GEO3X3-REPORT-LINE FROM WS-VSR-COUNT-LINE.
049600     MOVE "DAYS BEFORE SEALING BEGAN:  " TO WS-VSR-COUNT-LABEL.
049700     MOVE WS-PRIOR-COUNT TO WS-VSR-COUNT.
049800     WRITE GEO3X3-REPORT-LINE FROM WS-VSR-COUNT-LINE.
049900     MOVE "RECORDS WITH NO VALID DATE: " TO WS-VSR-COUNT-LABEL.
050000     MOVE WS-UNDATED-COUNT TO WS-VSR-COUNT.
050100     WRITE GEO3X3-REPORT-LINE FROM WS-VSR-COUNT-LINE.
050200     EVALUATE TRUE
050300         WHEN WS-FAILED-COUNT > 0
050400           OR WS-UNDATED-COUNT > 0
050500             MOVE "AUDIT TRAIL FAILED VERIFICATION - SEE ABOVE"
050600                 TO WS-VSR-VERDICT
050700             MOVE 8 TO RETURN-CODE
050800         WHEN WS-UNSEALED-COUNT > 0
050900             MOVE "SEALS AGREE - UNSEALED DAYS IN SEALED RANGE"
051000                 TO WS-VSR-VERDICT
051100             MOVE 4 TO RETURN-CODE
051200         WHEN OTHER
051300             MOVE "AUDIT TRAIL VERIFIED - EVERY SEALED DAY AGREES"
051400                 TO WS-VSR-VERDICT
051500     END-EVALUATE.
051600     WRITE GEO3X3-REPORT-LINE FROM WS-VSR-VERDICT-LINE.
051700 5000-WRITE-TOTALS-EXIT.
051800     EXIT.
051900*
052000*    -----------------------------------------------------
052100*    6000-FIND-DAY - WS-FOUND-SUB IS SET TO THE ENTRY FOR
052200*    WS-SEEK-DATE. A NEW DAY IS INSERTED IN DATE ORDER,
052300*    MOVING THE LATER DAYS DOWN ONE. RECORDS COME IN RUNS OF
052400*    ONE DAY, SO THE LAST DAY FOUND IS TRIED FIRST.
052500*    -----------------------------------------------------
052600 6000-FIND-DAY.
052700     IF WS-LAST-SUB > 0
052800         IF WS-DAY-DATE (WS-LAST-SUB) = WS-SEEK-DATE
052900             MOVE WS-LAST-SUB TO WS-FOUND-SUB
053000             GO TO 6000-FIND-DAY-EXIT
053100         END-IF
053200     END-IF.
053300     MOVE ZEROS TO WS-FOUND-SUB.
053400     MOVE ZEROS TO WS-INSERT-SUB.
053500     PERFORM 6100-MATCH-DAY THRU 6100-MATCH-DAY-EXIT
053600         VARYING WS-DAY-SUB FROM 1 BY 1
053700         UNTIL WS-DAY-SUB > WS-DAY-COUNT
053800            OR WS-FOUND-SUB > 0
053900            OR WS-INSERT-SUB > 0.
054000     IF WS-FOUND-SUB = 0
054100         IF WS-DAY-COUNT NOT < 4000
054200             DISPLAY "GEO3X3VS: MORE THAN 4000 DAYS TO VERIFY"
054300                 " - CONCATENATE FEWER GENERATIONS"
054400             MOVE 16 TO RETURN-CODE
054500             PERFORM 8600-LOG-JOB-END THRU 8600-LOG-JOB-END-EXIT
054600             STOP RUN
054700         END-IF
054800         IF WS-INSERT-SUB = 0
054900             COMPUTE WS-INSERT-SUB = WS-DAY-COUNT + 1
055000         END-IF
055100         PERFORM 6200-SHIFT-DAY THRU 6200-SHIFT-DAY-EXIT
055200             VARYING WS-SHIFT-SUB FROM WS-DAY-COUNT BY -1
055300             UNTIL WS-SHIFT-SUB < WS-INSERT-SUB
055400         ADD 1 TO WS-DAY-COUNT
055500         MOVE WS-INSERT-SUB TO WS-FOUND-SUB
055600         MOVE ZEROS TO WS-DAY-ENTRY (WS-FOUND-SUB)
055700         MOVE WS-SEEK-DATE TO WS-DAY-DATE (WS-FOUND-SUB)
055800         MOVE 'N' TO WS-DAY-SEALED-SW (WS-FOUND-SUB)
055900         MOVE 'N' TO WS-DAY-CONFLICT-SW (WS-FOUND-SUB)
056000     END-IF.
056100     MOVE WS-FOUND-SUB TO WS-LAST-SUB.
056200 6000-FIND-DAY-EXIT.
056300     EXIT.
056400*
056500 6100-MATCH-DAY.
056600     IF WS-DAY-DATE (WS-DAY-SUB) = WS-SEEK-DATE
056700         MOVE WS-DAY-SUB TO WS-FOUND-SUB
056800     ELSE
056900         IF WS-DAY-DATE (WS-DAY-SUB) > WS-SEEK-DATE
057000             MOVE WS-DAY-SUB TO WS-INSERT-SUB
057100         END-IF
057200     END-IF.
057300 6100-MATCH-DAY-EXIT.
057400     EXIT.
057500*
057600 6200-SHIFT-DAY.
057700     MOVE WS-DAY-ENTRY (WS-SHIFT-SUB)
057800         TO WS-DAY-ENTRY (WS-SHIFT-SUB + 1).
057900 6200-SHIFT-DAY-EXIT.
058000     EXIT.
058100*
058200 8500-LOG-JOB-START.
058300     SET GJLP-START TO TRUE.
058400     MOVE "GEO3X3VS" TO GJLP-PROGRAM.
058500     MOVE ZEROS TO GJLP-READ-COUNT.
058600     MOVE ZEROS TO GJLP-WRITTEN-COUNT.
058700     MOVE ZEROS TO GJLP-REJECT-COUNT.
058800     MOVE ZEROS TO GJLP-RETURN-CODE.
058900     CALL "GEO3X3JW" USING GEO3X3-JOBLOG-DATA.
059000 8500-LOG-JOB-START-EXIT.
059100     EXIT.
059200*
059300 8600-LOG-JOB-END.
059400     SET GJLP-END TO TRUE.
059500     COMPUTE GJLP-READ-COUNT =
059600         WS-LIVE-READ-COUNT + WS-ARCH-READ-COUNT.
059700     MOVE WS-AGREE-COUNT TO GJLP-WRITTEN-COUNT.
059800     MOVE WS-FAILED-COUNT TO GJLP-REJECT-COUNT.
059900     MOVE RETURN-CODE TO GJLP-RETURN-CODE.
060000     CALL "GEO3X3JW" USING GEO3X3-JOBLOG-DATA.
060010     MOVE GJLP-RETURN-CODE TO RETURN-CODE.
060100 8600-LOG-JOB-END-EXIT.
060200     EXIT.
060300*
060400*    -----------------------------------------------------
060500*    9000-TERMINATE - EVERY CALL HANDS BACK ITS OWN RETURN
060600*    CODE, SO THE STEP'S IS HELD ACROSS THE LOCK RELEASE AND
060700*    THE JOB-LOG CALL AND PUT BACK FOR THE LOG AND THE STEP.
060800*    -----------------------------------------------------
060900 9000-TERMINATE.
061000     CLOSE GEO3X3-AUDIT-FILE.
061100     IF WS-ARCHIVE-AVAILABLE
061200         CLOSE GEO3X3-ARCHIVE-FILE
061300     END-IF.
061400     CLOSE GEO3X3-REPORT-FILE.
061500     MOVE RETURN-CODE TO WS-STEP-RC.
061600     PERFORM 9100-RELEASE-RUN THRU 9100-RELEASE-RUN-EXIT.
061700     MOVE WS-STEP-RC TO RETURN-CODE.
061800     PERFORM 8600-LOG-JOB-END THRU 8600-LOG-JOB-END-EXIT.
061900     MOVE WS-STEP-RC TO RETURN-CODE.
062000 9000-TERMINATE-EXIT.
062100     EXIT.
062200*
062300 9100-RELEASE-RUN.
062400     MOVE 'D' TO GLCK-FUNCTION.
062500     CALL "GEO3X3LK" USING GEO3X3-LOCK-DATA.
062600 9100-RELEASE-RUN-EXIT.
062700     EXIT.
