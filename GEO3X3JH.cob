000100*> GEO3X3JH
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.     GEO3X3JH.
000400 AUTHOR.         DATA ADMINISTRATION.
000500 INSTALLATION.   GEO SYSTEMS.
000600 DATE-WRITTEN.   2026-10-05.
000700 DATE-COMPILED.  2026-10-05.
000800*
000900*    ---------------------------------------------------
001000*    MODIFICATION HISTORY
001100*    ---------------------------------------------------
001200*    2026-10-05  DA  ORIGINAL - MASTER CHANGE HISTORY FROM
001300*                    THE PERMANENT GEO3X3CJ JOURNAL THAT
001400*                    GEO3X3MX AND GEO3X3RS APPEND TO. THE
001500*                    GEO3X3JC CONTROL CARD ASKS FOR ONE OF:
001600*                    'L' LINEAGE - EVERY JOURNALLED CHANGE
001700*                    TOUCHING AN ITEM CODE AND/OR A RESULT
001800*                    CODE, OLDEST FIRST, WITH BEFORE AND
001900*                    AFTER MAPPING, WHEN IT WAS APPLIED, BY
002000*                    WHICH PROGRAM, AND THE SUBMITTED
002100*                    TRANSACTION (OR RESTORE SNAPSHOT) THAT
002200*                    CAUSED IT; 'P' POINT IN TIME - GEO3X3MS
002300*                    AS IT STOOD AT THE CLOSE OF A PAST DATE,
002400*                    REBUILT BY WINDING THE CURRENT MASTER
002500*                    BACK THROUGH EVERY LATER CHANGE AND
002600*                    WRITTEN TO GEO3X3PM IN THE GEO3X3MS
002700*                    LAYOUT AND KEYS, SO A DISPUTED OR
002800*                    AUDITED TRANSLATION CAN BE RE-RUN
002900*                    AGAINST THE TABLE IN FORCE THAT DAY.
003000*                    BOTH LIST ON GEO3X3LP.
003010*    2026-10-15  DA  THE STEP'S RETURN CODE IS PUT BACK
003020*                    AFTER THE JOB-LOG CALL, SO A RUN
003030*                    REFUSED OR STOPPED EARLY NO LONGER
003040*                    ENDS RC 0.
003045*    2026-10-15  DA  RETURN CODE HELD ACROSS THE LOCK
003050*                    RELEASE AS WELL, SO A BAD GEO3X3JC
003055*                    CARD (RC 16), A JOURNAL STARTING
003060*                    AFTER THE DATE ASKED FOR (RC 4) AND
003065*                    A REBUILD WRITE FAILURE (RC 8) REACH
003070*                    THE JOB LOG AND THE STEP.
003100*    ---------------------------------------------------
003200*
003300 ENVIRONMENT     DIVISION.
003400*
003500 INPUT-OUTPUT    SECTION.
003600 FILE-CONTROL.
003700     SELECT GEO3X3-JOURNAL-FILE ASSIGN TO GEO3X3CJ
003800         ORGANIZATION       IS LINE SEQUENTIAL
003900         FILE STATUS        IS WS-JOURNAL-FILE-STATUS.
004000
004100     SELECT GEO3X3-MASTER-FILE  ASSIGN TO GEO3X3MS
004200         ORGANIZATION       IS INDEXED
004300         ACCESS MODE        IS DYNAMIC
004400         RECORD KEY         IS GMST-ITEM-CODE
004500         ALTERNATE RECORD KEY IS GMST-RESULT-CODE
004600                               WITH DUPLICATES
004700         FILE STATUS        IS WS-MASTER-FILE-STATUS.
004800
004900     SELECT GEO3X3-ASOF-FILE    ASSIGN TO GEO3X3PM
005000         ORGANIZATION       IS INDEXED
005100         ACCESS MODE        IS DYNAMIC
005200         RECORD KEY         IS GASF-ITEM-CODE
005300         ALTERNATE RECORD KEY IS GASF-RESULT-CODE
005400                               WITH DUPLICATES
005500         FILE STATUS        IS WS-ASOF-FILE-STATUS.
005600
005700     SELECT GEO3X3-CONTROL-FILE ASSIGN TO GEO3X3JC
005800         ORGANIZATION       IS LINE SEQUENTIAL
005900         FILE STATUS        IS WS-CONTROL-FILE-STATUS.
006000
006100     SELECT GEO3X3-HISTORY-FILE ASSIGN TO GEO3X3LP
006200         ORGANIZATION       IS LINE SEQUENTIAL
006300         FILE STATUS        IS WS-HISTORY-FILE-STATUS.
006400*
006500 DATA            DIVISION.
006600 FILE            SECTION.
006700 FD  GEO3X3-JOURNAL-FILE
006800     RECORDING MODE IS F.
006900     COPY GEO3X3CJ.
007000
007100 FD  GEO3X3-MASTER-FILE.
007200     COPY GEO3X3MR.
007300
007400*    THE REBUILT MASTER CARRIES WHOLE GEO3X3MR IMAGES; ONLY
007500*    THE TWO KEY FIELDS ARE NAMED HERE, AT THE SAME OFFSETS.
007600 FD  GEO3X3-ASOF-FILE.
007700 01  GEO3X3-ASOF-RECORD.
007800     03  GASF-ITEM-CODE         PIC 9(03).
007900     03  GASF-RESULT-CODE       PIC 9(03).
008000     03  FILLER                 PIC X(34).
008100
008200 FD  GEO3X3-CONTROL-FILE
008300     RECORDING MODE IS F.
008400 01  GEO3X3-CONTROL-RECORD.
008500     03  GJHC-FUNCTION          PIC X(01).
008600         88  GJHC-LINEAGE               VALUE 'L'.
008700         88  GJHC-POINT-IN-TIME         VALUE 'P'.
008800     03  FILLER                 PIC X(01).
008900     03  GJHC-ITEM-CODE         PIC X(03).
009000     03  FILLER                 PIC X(01).
009100     03  GJHC-RESULT-CODE       PIC X(03).
009200     03  FILLER                 PIC X(01).
009300     03  GJHC-AS-OF-DATE        PIC X(08).
009400     03  FILLER                 PIC X(62).
009500
009600 FD  GEO3X3-HISTORY-FILE
009700     RECORDING MODE IS F.
009800 01  GEO3X3-HISTORY-LINE        PIC X(80).
009900*
010000 WORKING-STORAGE SECTION.
010100 01  WS-JOURNAL-FILE-STATUS     PIC X(02) VALUE SPACES.
010200 01  WS-MASTER-FILE-STATUS      PIC X(02) VALUE SPACES.
010300 01  WS-ASOF-FILE-STATUS        PIC X(02) VALUE SPACES.
010400 01  WS-CONTROL-FILE-STATUS     PIC X(02) VALUE SPACES.
010500     88  WS-CONTROL-FILE-OK             VALUE '00'.
010600 01  WS-HISTORY-FILE-STATUS     PIC X(02) VALUE SPACES.
010700 01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
010800     88  WS-EOF                         VALUE 'Y'.
010900 01  WS-ITEM-FILTER-SW          PIC X(01) VALUE 'N'.
011000     88  WS-ITEM-FILTERED               VALUE 'Y'.
011100 01  WS-RESULT-FILTER-SW        PIC X(01) VALUE 'N'.
011200     88  WS-RESULT-FILTERED             VALUE 'Y'.
011300 01  WS-MATCH-SW                PIC X(01) VALUE 'N'.
011400     88  WS-MATCHED                     VALUE 'Y'.
011410 01  WS-STEP-RC                 PIC 9(02) VALUE ZEROS.
011500 01  WS-ITEM-FILTER             PIC 9(03) VALUE ZEROS.
011600 01  WS-RESULT-FILTER           PIC 9(03) VALUE ZEROS.
011700 01  WS-AS-OF-DATE              PIC 9(08) VALUE ZEROS.
011800 01  WS-FIRST-JOURNAL-DATE      PIC 9(08) VALUE ZEROS.
011900 01  WS-JOURNAL-READ-COUNT      PIC 9(08) VALUE ZEROS.
012000 01  WS-MATCH-COUNT             PIC 9(08) VALUE ZEROS.
012100 01  WS-UNDONE-COUNT            PIC 9(08) VALUE ZEROS.
012200 01  WS-CURRENT-COUNT           PIC 9(08) VALUE ZEROS.
012300 01  WS-REBUILT-COUNT           PIC 9(08) VALUE ZEROS.
012400 01  WS-DIFFER-COUNT            PIC 9(08) VALUE ZEROS.
012500 01  WS-ITEM-SUB                PIC 9(04) COMP VALUE ZEROS.
012600*    ONE SLOT PER POSSIBLE ITEM CODE: THE CURRENT MASTER
012700*    IMAGE, AND THE IMAGE AS OF THE REQUESTED DATE. A SLOT
012800*    IS SETTLED BY THE FIRST JOURNAL ENTRY FOR ITS ITEM
012900*    APPLIED AFTER THAT DATE - THAT ENTRY'S BEFORE IMAGE IS
013000*    WHAT WAS ON FILE AT THE CLOSE OF THE DAY.
013100 01  WS-ASOF-TABLE.
013200     03  WS-AOF-ENTRY OCCURS 1000 TIMES.
013300         05  WS-AOF-CUR-IMAGE   PIC X(40).
013400         05  WS-AOF-IMAGE       PIC X(40).
013500         05  WS-AOF-SETTLED-SW  PIC X(01).
013600*    ALTERNATE VIEW OF ONE JOURNALLED OR TABLED MASTER
013700*    IMAGE, SO THE REPORT CAN SHOW ITS MAPPING WITHOUT
013800*    RE-COPYING THE GEO3X3MR LAYOUT.
013900 01  WS-IMAGE-VIEW.
014000     03  WS-IMG-ITEM-CODE       PIC 9(03).
014100     03  WS-IMG-RESULT-CODE     PIC 9(03).
014200     03  WS-IMG-ACTIVE-SW       PIC X(01).
014300     03  WS-IMG-LAST-MAINT-DATE PIC 9(08).
014400     03  WS-IMG-EFF-FROM-DATE   PIC 9(08).
014500     03  WS-IMG-EFF-TO-DATE     PIC 9(08).
014600     03  WS-IMG-PRIOR-RESULT    PIC 9(03).
014700     03  FILLER                 PIC X(06).
014800 01  WS-MAPPING-TEXT.
014900     03  WS-MAP-RESULT          PIC X(03).
015000     03  FILLER                 PIC X(01) VALUE SPACE.
015100     03  WS-MAP-ACTIVE          PIC X(01).
015200     03  FILLER                 PIC X(01) VALUE SPACE.
015300     03  WS-MAP-EFF-FROM        PIC X(08).
015400     03  FILLER                 PIC X(01) VALUE SPACE.
015500     03  WS-MAP-EFF-TO          PIC X(08).
015600 01  WS-LIN-HDR-LINE.
015700     03  FILLER                 PIC X(31) VALUE
015800         "GEO3X3 MASTER LINEAGE - ITEM: ".
015900     03  WS-LIN-HDR-ITEM        PIC X(03).
016000     03  FILLER                 PIC X(10) VALUE "  RESULT: ".
016100     03  WS-LIN-HDR-RESULT      PIC X(03).
016200     03  FILLER                 PIC X(33) VALUE SPACES.
016300 01  WS-LIN-COLUMN-LINE.
016400     03  FILLER                 PIC X(40) VALUE
016500         "APPLIED           PROGRAM  T ITM  BEFORE".
016600     03  FILLER                 PIC X(40) VALUE
016700         "                  AFTER                 ".
016800 01  WS-LIN-DETAIL-LINE.
016900     03  WS-LIN-DATE            PIC 9(08).
017000     03  FILLER                 PIC X(01) VALUE SPACE.
017100     03  WS-LIN-TIME            PIC 9(08).
017200     03  FILLER                 PIC X(01) VALUE SPACE.
017300     03  WS-LIN-PROGRAM         PIC X(08).
017400     03  FILLER                 PIC X(01) VALUE SPACE.
017500     03  WS-LIN-TYPE            PIC X(01).
017600     03  FILLER                 PIC X(01) VALUE SPACE.
017700     03  WS-LIN-ITEM            PIC 9(03).
017800     03  FILLER                 PIC X(02) VALUE SPACES.
017900     03  WS-LIN-BEFORE          PIC X(22).
018000     03  FILLER                 PIC X(02) VALUE SPACES.
018100     03  WS-LIN-AFTER           PIC X(22).
018200 01  WS-LIN-TRANS-LINE.
018300     03  FILLER                 PIC X(10) VALUE "    TRANS ".
018400     03  WS-LIN-TRN-CODE        PIC X(01).
018500     03  FILLER                 PIC X(06) VALUE " ITEM ".
018600     03  WS-LIN-TRN-ITEM        PIC X(03).
018700     03  FILLER                 PIC X(08) VALUE " RESULT ".
018800     03  WS-LIN-TRN-RESULT      PIC X(03).
018900     03  FILLER                 PIC X(05) VALUE " OLD ".
019000     03  WS-LIN-TRN-OLD         PIC X(03).
019100     03  FILLER                 PIC X(05) VALUE " EFF ".
019200     03  WS-LIN-TRN-EFF         PIC X(08).
019300     03  FILLER                 PIC X(01) VALUE SPACE.
019400     03  WS-LIN-TRN-SIM         PIC X(01).
019500     03  FILLER                 PIC X(12) VALUE "  SUBMITTED ".
019600     03  WS-LIN-TRN-SUBMIT      PIC 9(08).
019700     03  FILLER                 PIC X(06) VALUE SPACES.
019800 01  WS-LIN-RESTORE-LINE.
019900     03  FILLER                 PIC X(40) VALUE
020000         "    RESTORED FROM GEO3X3SN SNAPSHOT OF  ".
020100     03  WS-LIN-SNAP-DATE       PIC 9(08).
020200     03  FILLER                 PIC X(01) VALUE SPACE.
020300     03  WS-LIN-SNAP-TIME       PIC 9(08).
020400     03  FILLER                 PIC X(23) VALUE SPACES.
020500 01  WS-PIT-HDR-LINE.
020600     03  FILLER                 PIC X(40) VALUE
020700         "GEO3X3 MASTER REBUILT AS AT CLOSE OF    ".
020800     03  WS-PIT-HDR-DATE        PIC 9(08).
020900     03  FILLER                 PIC X(32) VALUE SPACES.
021000 01  WS-PIT-COLUMN-LINE.
021100     03  FILLER                 PIC X(40) VALUE
021200         "ITM  AS AT DATE              NOW        ".
021300     03  FILLER                 PIC X(40) VALUE SPACES.
021400 01  WS-PIT-DETAIL-LINE.
021500     03  WS-PIT-ITEM            PIC 9(03).
021600     03  FILLER                 PIC X(02) VALUE SPACES.
021700     03  WS-PIT-AS-OF           PIC X(22).
021800     03  FILLER                 PIC X(02) VALUE SPACES.
021900     03  WS-PIT-NOW             PIC X(22).
022000     03  FILLER                 PIC X(29) VALUE SPACES.
022100 01  WS-PIT-WARNING-LINE.
022200     03  FILLER                 PIC X(30) VALUE
022300         "WARNING - JOURNAL STARTS ON   ".
022400     03  WS-PIT-WARN-DATE       PIC 9(08).
022500     03  FILLER                 PIC X(42) VALUE
022600         "; EARLIER CHANGES CANNOT BE WOUND BACK    ".
022700 01  WS-HST-COUNT-LINE.
022800     03  WS-HST-COUNT-LABEL     PIC X(24).
022900     03  WS-HST-COUNT           PIC ZZZZZZZ9.
023000     03  FILLER                 PIC X(48) VALUE SPACES.
023100     COPY GEO3X3MT.
023200*
023300     COPY GEO3X3LD.
023400*
023500     COPY GEO3X3JP.
023600*
023700 PROCEDURE       DIVISION.
023800*
023900*    -----------------------------------------------------
024000*    0000-MAINLINE - READ THE REQUEST, THEN EITHER TRACE
024100*    THE LINEAGE OR REBUILD THE MASTER AS AT THE DATE
024200*    ASKED FOR, AND PRINT THE COUNTS.
024300*    -----------------------------------------------------
024400 0000-MAINLINE.
024500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
024600     IF GJHC-LINEAGE
024700         PERFORM 2000-TRACE-LINEAGE THRU 2000-TRACE-LINEAGE-EXIT
024800             UNTIL WS-EOF
024900     ELSE
025000         PERFORM 3000-REBUILD-AS-OF THRU 3000-REBUILD-AS-OF-EXIT
025100     END-IF.
025200     PERFORM 4000-WRITE-SUMMARY THRU 4000-WRITE-SUMMARY-EXIT.
025300     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
025400     STOP RUN.
025500*
025600 1000-INITIALIZE.
025700     PERFORM 8500-LOG-JOB-START THRU 8500-LOG-JOB-START-EXIT.
025800     PERFORM 1050-REGISTER-RUN THRU 1050-REGISTER-RUN-EXIT.
025900     PERFORM 1100-READ-REQUEST THRU 1100-READ-REQUEST-EXIT.
026000     OPEN INPUT  GEO3X3-JOURNAL-FILE.
026100     IF WS-JOURNAL-FILE-STATUS NOT = '00'
026200         DISPLAY "GEO3X3JH: UNABLE TO OPEN GEO3X3CJ, STATUS = "
026300             WS-JOURNAL-FILE-STATUS
026400         MOVE 16 TO RETURN-CODE
026500         STOP RUN
026600     END-IF.
026700     OPEN OUTPUT GEO3X3-HISTORY-FILE.
026800     IF WS-HISTORY-FILE-STATUS NOT = '00'
026900         DISPLAY "GEO3X3JH: UNABLE TO OPEN GEO3X3LP, STATUS = "
027000             WS-HISTORY-FILE-STATUS
027100         MOVE 16 TO RETURN-CODE
027200         STOP RUN
027300     END-IF.
027400     IF GJHC-LINEAGE
027500         PERFORM 1200-WRITE-LINEAGE-HDR
027600             THRU 1200-WRITE-LINEAGE-HDR-EXIT
027700         PERFORM 2100-READ-JOURNAL THRU 2100-READ-JOURNAL-EXIT
027800     END-IF.
027900 1000-INITIALIZE-EXIT.
028000     EXIT.
028100*
028200*    -----------------------------------------------------
028300*    1050-REGISTER-RUN - SERIALIZATION: THE MASTER IS HELD
028400*    SHARED SO NO GEO3X3MX APPLY OR GEO3X3RS RESTORE CAN
028500*    CHANGE IT, OR EXTEND THE JOURNAL, BETWEEN THE TWO
028600*    BEING READ.
028700*    -----------------------------------------------------
028800 1050-REGISTER-RUN.
028900     MOVE "GEO3X3JH" TO GLCK-PROGRAM.
029000     MOVE "GEO3X3MS" TO GLCK-RESOURCE.
029100     MOVE 'R' TO GLCK-ACCESS.
029200     PERFORM 1060-ENQ-RESOURCE THRU 1060-ENQ-RESOURCE-EXIT.
029300 1050-REGISTER-RUN-EXIT.
029400     EXIT.
029500*
029600 1060-ENQ-RESOURCE.
029700     MOVE 'E' TO GLCK-FUNCTION.
029800     CALL "GEO3X3LK" USING GEO3X3-LOCK-DATA.
029900     IF NOT GLCK-STAT-OK
030000         DISPLAY "GEO3X3JH: RESOURCE " GLCK-RESOURCE
030100             " HELD BY " GLCK-HOLDER " - RUN REFUSED"
030200         MOVE 'D' TO GLCK-FUNCTION
030300         CALL "GEO3X3LK" USING GEO3X3-LOCK-DATA
030400         MOVE 8 TO RETURN-CODE
030500         PERFORM 8600-LOG-JOB-END THRU 8600-LOG-JOB-END-EXIT
030600         STOP RUN
030700     END-IF.
030800 1060-ENQ-RESOURCE-EXIT.
030900     EXIT.
031000*
031100*    -----------------------------------------------------
031200*    1100-READ-REQUEST - THE CONTROL CARD IS REQUIRED. 'L'
031300*    NEEDS AN ITEM CODE AND/OR A RESULT CODE (BLANK = ANY);
031400*    'P' NEEDS THE DATE TO REBUILD AS AT.
031500*    -----------------------------------------------------
031600 1100-READ-REQUEST.
031700     OPEN INPUT GEO3X3-CONTROL-FILE.
031800     IF NOT WS-CONTROL-FILE-OK
031900         DISPLAY "GEO3X3JH: UNABLE TO OPEN GEO3X3JC, STATUS = "
032000             WS-CONTROL-FILE-STATUS
032100         PERFORM 1190-REJECT-REQUEST THRU 1190-REJECT-REQUEST-EXIT
032200     END-IF.
032300     READ GEO3X3-CONTROL-FILE
032400         AT END
032500             DISPLAY "GEO3X3JH: GEO3X3JC IS EMPTY"
032600             PERFORM 1190-REJECT-REQUEST
032700                 THRU 1190-REJECT-REQUEST-EXIT
032800     END-READ.
032900     CLOSE GEO3X3-CONTROL-FILE.
033000     IF GJHC-ITEM-CODE NUMERIC
033100         MOVE 'Y' TO WS-ITEM-FILTER-SW
033200         MOVE GJHC-ITEM-CODE TO WS-ITEM-FILTER
033300     END-IF.
033400     IF GJHC-RESULT-CODE NUMERIC
033500         MOVE 'Y' TO WS-RESULT-FILTER-SW
033600         MOVE GJHC-RESULT-CODE TO WS-RESULT-FILTER
033700     END-IF.
033800     IF GJHC-AS-OF-DATE NUMERIC
033900         MOVE GJHC-AS-OF-DATE TO WS-AS-OF-DATE
034000     END-IF.
034100     EVALUATE TRUE
034200         WHEN GJHC-LINEAGE
034300             IF NOT WS-ITEM-FILTERED
034400              AND NOT WS-RESULT-FILTERED
034500                 DISPLAY "GEO3X3JH: LINEAGE NEEDS AN ITEM OR "
034600                     "RESULT CODE ON GEO3X3JC"
034700                 PERFORM 1190-REJECT-REQUEST
034800                     THRU 1190-REJECT-REQUEST-EXIT
034900             END-IF
035000         WHEN GJHC-POINT-IN-TIME
035100             IF WS-AS-OF-DATE = 0
035200                 DISPLAY "GEO3X3JH: POINT IN TIME NEEDS AN "
035300                     "AS-OF DATE ON GEO3X3JC"
035400                 PERFORM 1190-REJECT-REQUEST
035500                     THRU 1190-REJECT-REQUEST-EXIT
035600             END-IF
035700         WHEN OTHER
035800             DISPLAY "GEO3X3JH: UNKNOWN FUNCTION '" GJHC-FUNCTION
035900                 "' ON GEO3X3JC"
036000             PERFORM 1190-REJECT-REQUEST
036100                 THRU 1190-REJECT-REQUEST-EXIT
036200     END-EVALUATE.
036300 1100-READ-REQUEST-EXIT.
036400     EXIT.
036500*
036600 1190-REJECT-REQUEST.
036700     MOVE 16 TO RETURN-CODE.
036710     MOVE RETURN-CODE TO WS-STEP-RC.
036800     PERFORM 9100-RELEASE-RUN THRU 9100-RELEASE-RUN-EXIT.
036810     MOVE WS-STEP-RC TO RETURN-CODE.
036900     PERFORM 8600-LOG-JOB-END THRU 8600-LOG-JOB-END-EXIT.
036910     MOVE WS-STEP-RC TO RETURN-CODE.
037000     STOP RUN.
037100 1190-REJECT-REQUEST-EXIT.
037200     EXIT.
037300*
037400 1200-WRITE-LINEAGE-HDR.
037500     IF WS-ITEM-FILTERED
037600         MOVE WS-ITEM-FILTER TO WS-LIN-HDR-ITEM
037700     ELSE
037800         MOVE "ALL" TO WS-LIN-HDR-ITEM
037900     END-IF.
038000     IF WS-RESULT-FILTERED
038100         MOVE WS-RESULT-FILTER TO WS-LIN-HDR-RESULT
038200     ELSE
038300         MOVE "ALL" TO WS-LIN-HDR-RESULT
038400     END-IF.
038500     WRITE GEO3X3-HISTORY-LINE FROM WS-LIN-HDR-LINE.
038600     WRITE GEO3X3-HISTORY-LINE FROM WS-LIN-COLUMN-LINE.
038700 1200-WRITE-LINEAGE-HDR-EXIT.
038800     EXIT.
038900*
039000 2000-TRACE-LINEAGE.
039100     PERFORM 2200-TEST-AND-PRINT THRU 2200-TEST-AND-PRINT-EXIT.
039200     PERFORM 2100-READ-JOURNAL THRU 2100-READ-JOURNAL-EXIT.
039300 2000-TRACE-LINEAGE-EXIT.
039400     EXIT.
039500*
039600 2100-READ-JOURNAL.
039700     READ GEO3X3-JOURNAL-FILE
039800         AT END
039900             MOVE 'Y' TO WS-EOF-SW
040000         NOT AT END
040100             ADD 1 TO WS-JOURNAL-READ-COUNT
040200     END-READ.
040300 2100-READ-JOURNAL-EXIT.
040400     EXIT.
040500*
040600*    -----------------------------------------------------
040700*    2200-TEST-AND-PRINT - AN ENTRY BELONGS TO THE LINEAGE
040800*    WHEN IT IS FOR THE ITEM ASKED FOR, OR WHEN THE RESULT
040900*    CODE ASKED FOR IS ON EITHER SIDE OF THE CHANGE (SO A
041000*    RESULT CODE'S LINEAGE SHOWS EVERY ITEM MOVED ONTO OR
041100*    OFF IT). WITH BOTH GIVEN, BOTH MUST MATCH.
041200*    -----------------------------------------------------
041300 2200-TEST-AND-PRINT.
041400     IF WS-ITEM-FILTERED
041500      AND GJRN-ITEM-CODE NOT = WS-ITEM-FILTER
041600         GO TO 2200-TEST-AND-PRINT-EXIT
041700     END-IF.
041800     IF WS-RESULT-FILTERED
041900         MOVE 'N' TO WS-MATCH-SW
042000         IF GJRN-BEFORE-IMAGE NOT = SPACES
042100             MOVE GJRN-BEFORE-IMAGE TO WS-IMAGE-VIEW
042200             IF WS-IMG-RESULT-CODE = WS-RESULT-FILTER
042300                 MOVE 'Y' TO WS-MATCH-SW
042400             END-IF
042500         END-IF
042600         IF GJRN-AFTER-IMAGE NOT = SPACES
042700             MOVE GJRN-AFTER-IMAGE TO WS-IMAGE-VIEW
042800             IF WS-IMG-RESULT-CODE = WS-RESULT-FILTER
042900                 MOVE 'Y' TO WS-MATCH-SW
043000             END-IF
043100         END-IF
043200         IF NOT WS-MATCHED
043300             GO TO 2200-TEST-AND-PRINT-EXIT
043400         END-IF
043500     END-IF.
043600     ADD 1 TO WS-MATCH-COUNT.
043700     MOVE GJRN-APPLY-DATE TO WS-LIN-DATE.
043800     MOVE GJRN-APPLY-TIME TO WS-LIN-TIME.
043900     MOVE GJRN-PROGRAM TO WS-LIN-PROGRAM.
044000     MOVE GJRN-CHANGE-TYPE TO WS-LIN-TYPE.
044100     MOVE GJRN-ITEM-CODE TO WS-LIN-ITEM.
044200     MOVE GJRN-BEFORE-IMAGE TO WS-IMAGE-VIEW.
044300     PERFORM 2300-FORMAT-MAPPING THRU 2300-FORMAT-MAPPING-EXIT.
044400     MOVE WS-MAPPING-TEXT TO WS-LIN-BEFORE.
044500     MOVE GJRN-AFTER-IMAGE TO WS-IMAGE-VIEW.
044600     PERFORM 2300-FORMAT-MAPPING THRU 2300-FORMAT-MAPPING-EXIT.
044700     MOVE WS-MAPPING-TEXT TO WS-LIN-AFTER.
044800     WRITE GEO3X3-HISTORY-LINE FROM WS-LIN-DETAIL-LINE.
044900     IF GJRN-RESTORE
045000         MOVE GJRN-SNAPSHOT-DATE TO WS-LIN-SNAP-DATE
045100         MOVE GJRN-SNAPSHOT-TIME TO WS-LIN-SNAP-TIME
045200         WRITE GEO3X3-HISTORY-LINE FROM WS-LIN-RESTORE-LINE
045300     ELSE
045400         MOVE GJRN-TRANS TO GEO3X3-MAINT-TRANS
045500         MOVE GMNT-TRANS-CODE TO WS-LIN-TRN-CODE
045600         MOVE GMNT-ITEM-CODE TO WS-LIN-TRN-ITEM
045700         MOVE GMNT-RESULT-CODE TO WS-LIN-TRN-RESULT
045800         MOVE GMNT-OLD-RESULT-CODE TO WS-LIN-TRN-OLD
045900         MOVE GMNT-EFF-DATE TO WS-LIN-TRN-EFF
046000         MOVE GMNT-SIMULATE-SW TO WS-LIN-TRN-SIM
046100         MOVE GJRN-SUBMIT-DATE TO WS-LIN-TRN-SUBMIT
046200         WRITE GEO3X3-HISTORY-LINE FROM WS-LIN-TRANS-LINE
046300     END-IF.
046400 2200-TEST-AND-PRINT-EXIT.
046500     EXIT.
046600*
046700*    -----------------------------------------------------
046800*    2300-FORMAT-MAPPING - RESULT CODE, ACTIVE SWITCH AND
046900*    EFFECTIVE RANGE OF THE IMAGE IN WS-IMAGE-VIEW; DASHES
047000*    WHEN THE ITEM WAS NOT ON FILE ON THAT SIDE.
047100*    -----------------------------------------------------
047200 2300-FORMAT-MAPPING.
047300     IF WS-IMAGE-VIEW = SPACES
047400         MOVE "---" TO WS-MAP-RESULT
047500         MOVE '-' TO WS-MAP-ACTIVE
047600         MOVE "--------" TO WS-MAP-EFF-FROM
047700         MOVE "--------" TO WS-MAP-EFF-TO
047800         GO TO 2300-FORMAT-MAPPING-EXIT
047900     END-IF.
048000     MOVE WS-IMG-RESULT-CODE TO WS-MAP-RESULT.
048100     MOVE WS-IMG-ACTIVE-SW TO WS-MAP-ACTIVE.
048200     MOVE WS-IMG-EFF-FROM-DATE TO WS-MAP-EFF-FROM.
048300     MOVE WS-IMG-EFF-TO-DATE TO WS-MAP-EFF-TO.
048400 2300-FORMAT-MAPPING-EXIT.
048500     EXIT.
048600*
048700*    -----------------------------------------------------
048800*    3000-REBUILD-AS-OF - LOAD THE CURRENT MASTER, WIND
048900*    EVERY ITEM BACK THROUGH THE JOURNAL TO THE CLOSE OF
049000*    THE REQUESTED DATE, AND WRITE THE RESULT TO GEO3X3PM.
049100*    -----------------------------------------------------
049200 3000-REBUILD-AS-OF.
049300     MOVE WS-AS-OF-DATE TO WS-PIT-HDR-DATE.
049400     WRITE GEO3X3-HISTORY-LINE FROM WS-PIT-HDR-LINE.
049500     PERFORM 3100-LOAD-CURRENT THRU 3100-LOAD-CURRENT-EXIT.
049600     MOVE 'N' TO WS-EOF-SW.
049700     PERFORM 2100-READ-JOURNAL THRU 2100-READ-JOURNAL-EXIT.
049800     IF NOT WS-EOF
049900         MOVE GJRN-APPLY-DATE TO WS-FIRST-JOURNAL-DATE
050000     END-IF.
050100     PERFORM 3200-UNDO-CHANGE THRU 3200-UNDO-CHANGE-EXIT
050200         UNTIL WS-EOF.
050300*    A JOURNAL THAT BEGINS AFTER THE DATE ASKED FOR CANNOT
050400*    SHOW WHAT CHANGED BEFORE IT STARTED; THE REBUILD STILL
050500*    RUNS BUT IS FLAGGED SO IT IS NOT TAKEN AS PROOF.
050600     IF WS-JOURNAL-READ-COUNT = 0
050700      OR WS-FIRST-JOURNAL-DATE > WS-AS-OF-DATE
050800         MOVE WS-FIRST-JOURNAL-DATE TO WS-PIT-WARN-DATE
050900         WRITE GEO3X3-HISTORY-LINE FROM WS-PIT-WARNING-LINE
051000         MOVE 4 TO RETURN-CODE
051100     END-IF.
051200     OPEN OUTPUT GEO3X3-ASOF-FILE.
051300     IF WS-ASOF-FILE-STATUS NOT = '00'
051400         DISPLAY "GEO3X3JH: UNABLE TO OPEN GEO3X3PM, STATUS = "
051500             WS-ASOF-FILE-STATUS
051600         MOVE 16 TO RETURN-CODE
051700         STOP RUN
051800     END-IF.
051900     WRITE GEO3X3-HISTORY-LINE FROM WS-PIT-COLUMN-LINE.
052000     PERFORM 3300-WRITE-REBUILT THRU 3300-WRITE-REBUILT-EXIT
052100         VARYING WS-ITEM-SUB FROM 1 BY 1
052200         UNTIL WS-ITEM-SUB > 1000.
052300     CLOSE GEO3X3-ASOF-FILE.
052400 3000-REBUILD-AS-OF-EXIT.
052500     EXIT.
052600*
052700 3100-LOAD-CURRENT.
052800     MOVE SPACES TO WS-ASOF-TABLE.
052900     OPEN INPUT GEO3X3-MASTER-FILE.
053000     IF WS-MASTER-FILE-STATUS NOT = '00'
053100         DISPLAY "GEO3X3JH: UNABLE TO OPEN GEO3X3MS, STATUS = "
053200             WS-MASTER-FILE-STATUS
053300         MOVE 16 TO RETURN-CODE
053400         STOP RUN
053500     END-IF.
053600     MOVE 'N' TO WS-EOF-SW.
053700     PERFORM 3150-LOAD-ONE-CURRENT
053800         THRU 3150-LOAD-ONE-CURRENT-EXIT
053900         UNTIL WS-EOF.
054000     CLOSE GEO3X3-MASTER-FILE.
054100 3100-LOAD-CURRENT-EXIT.
054200     EXIT.
054300*
054400 3150-LOAD-ONE-CURRENT.
054500     READ GEO3X3-MASTER-FILE NEXT RECORD
054600         AT END
054700             MOVE 'Y' TO WS-EOF-SW
054800         NOT AT END
054900             ADD 1 TO WS-CURRENT-COUNT
055000             COMPUTE WS-ITEM-SUB = GMST-ITEM-CODE + 1
055100             MOVE GEO3X3-MASTER-RECORD
055200                 TO WS-AOF-CUR-IMAGE (WS-ITEM-SUB)
055300             MOVE GEO3X3-MASTER-RECORD
055400                 TO WS-AOF-IMAGE (WS-ITEM-SUB)
055500     END-READ.
055600 3150-LOAD-ONE-CURRENT-EXIT.
055700     EXIT.
055800*
055900*    -----------------------------------------------------
056000*    3200-UNDO-CHANGE - THE JOURNAL IS IN APPLY ORDER, SO
056100*    THE FIRST ENTRY FOR AN ITEM DATED AFTER THE REQUESTED
056200*    DATE CARRIES THE IMAGE THAT WAS ON FILE AT ITS CLOSE;
056300*    LATER ENTRIES FOR THE SAME ITEM ARE ALREADY COVERED.
056400*    -----------------------------------------------------
056500 3200-UNDO-CHANGE.
056600     IF GJRN-APPLY-DATE > WS-AS-OF-DATE
056700         COMPUTE WS-ITEM-SUB = GJRN-ITEM-CODE + 1
056800         IF WS-AOF-SETTLED-SW (WS-ITEM-SUB) NOT = 'Y'
056900             MOVE 'Y' TO WS-AOF-SETTLED-SW (WS-ITEM-SUB)
057000             MOVE GJRN-BEFORE-IMAGE TO WS-AOF-IMAGE (WS-ITEM-SUB)
057100             ADD 1 TO WS-UNDONE-COUNT
057200         END-IF
057300     END-IF.
057400     PERFORM 2100-READ-JOURNAL THRU 2100-READ-JOURNAL-EXIT.
057500 3200-UNDO-CHANGE-EXIT.
057600     EXIT.
057700*
057800*    -----------------------------------------------------
057900*    3300-WRITE-REBUILT - ONE SLOT: WRITE IT TO GEO3X3PM IF
058000*    THE ITEM WAS ON FILE AT THE DATE, AND LIST IT IF IT
058100*    HAS CHANGED SINCE (INCLUDING ADDED OR DROPPED).
058200*    -----------------------------------------------------
058300 3300-WRITE-REBUILT.
058400     IF WS-AOF-IMAGE (WS-ITEM-SUB) NOT = SPACES
058500         MOVE WS-AOF-IMAGE (WS-ITEM-SUB) TO GEO3X3-ASOF-RECORD
058600         WRITE GEO3X3-ASOF-RECORD
058700             INVALID KEY
058800                 DISPLAY "GEO3X3JH: DUPLICATE ITEM CODE "
058900                     GASF-ITEM-CODE " ON GEO3X3PM"
059000                 MOVE 8 TO RETURN-CODE
059100             NOT INVALID KEY
059200                 ADD 1 TO WS-REBUILT-COUNT
059300         END-WRITE
059400     END-IF.
059500     IF WS-AOF-IMAGE (WS-ITEM-SUB)
059600            = WS-AOF-CUR-IMAGE (WS-ITEM-SUB)
059700         GO TO 3300-WRITE-REBUILT-EXIT
059800     END-IF.
059900     ADD 1 TO WS-DIFFER-COUNT.
060000     COMPUTE WS-PIT-ITEM = WS-ITEM-SUB - 1.
060100     MOVE WS-AOF-IMAGE (WS-ITEM-SUB) TO WS-IMAGE-VIEW.
060200     PERFORM 2300-FORMAT-MAPPING THRU 2300-FORMAT-MAPPING-EXIT.
060300     MOVE WS-MAPPING-TEXT TO WS-PIT-AS-OF.
060400     MOVE WS-AOF-CUR-IMAGE (WS-ITEM-SUB) TO WS-IMAGE-VIEW.
060500     PERFORM 2300-FORMAT-MAPPING THRU 2300-FORMAT-MAPPING-EXIT.
060600     MOVE WS-MAPPING-TEXT TO WS-PIT-NOW.
060700     WRITE GEO3X3-HISTORY-LINE FROM WS-PIT-DETAIL-LINE.
060800 3300-WRITE-REBUILT-EXIT.
060900     EXIT.
061000*
061100 4000-WRITE-SUMMARY.
061200     MOVE "JOURNAL ENTRIES READ:   " TO WS-HST-COUNT-LABEL.
061300     MOVE WS-JOURNAL-READ-COUNT TO WS-HST-COUNT.
061400     WRITE GEO3X3-HISTORY-LINE FROM WS-HST-COUNT-LINE.
061500     IF GJHC-LINEAGE
061600         MOVE "CHANGES LISTED:         " TO WS-HST-COUNT-LABEL
061700         MOVE WS-MATCH-COUNT TO WS-HST-COUNT
061800         WRITE GEO3X3-HISTORY-LINE FROM WS-HST-COUNT-LINE
061900         GO TO 4000-WRITE-SUMMARY-EXIT
062000     END-IF.
062100     MOVE "CURRENT MASTER RECORDS: " TO WS-HST-COUNT-LABEL.
062200     MOVE WS-CURRENT-COUNT TO WS-HST-COUNT.
062300     WRITE GEO3X3-HISTORY-LINE FROM WS-HST-COUNT-LINE.
062400     MOVE "ITEMS WOUND BACK:       " TO WS-HST-COUNT-LABEL.
062500     MOVE WS-UNDONE-COUNT TO WS-HST-COUNT.
062600     WRITE GEO3X3-HISTORY-LINE FROM WS-HST-COUNT-LINE.
062700     MOVE "REBUILT MASTER RECORDS: " TO WS-HST-COUNT-LABEL.
062800     MOVE WS-REBUILT-COUNT TO WS-HST-COUNT.
062900     WRITE GEO3X3-HISTORY-LINE FROM WS-HST-COUNT-LINE.
063000     MOVE "ITEMS DIFFERING NOW:    " TO WS-HST-COUNT-LABEL.
063100     MOVE WS-DIFFER-COUNT TO WS-HST-COUNT.
063200     WRITE GEO3X3-HISTORY-LINE FROM WS-HST-COUNT-LINE.
063300 4000-WRITE-SUMMARY-EXIT.
063400     EXIT.
063500*
063600 8500-LOG-JOB-START.
063700     SET GJLP-START TO TRUE.
063800     MOVE "GEO3X3JH" TO GJLP-PROGRAM.
063900     MOVE ZEROS TO GJLP-READ-COUNT.
064000     MOVE ZEROS TO GJLP-WRITTEN-COUNT.
064100     MOVE ZEROS TO GJLP-REJECT-COUNT.
064200     MOVE ZEROS TO GJLP-RETURN-CODE.
064300     CALL "GEO3X3JW" USING GEO3X3-JOBLOG-DATA.
064400 8500-LOG-JOB-START-EXIT.
064500     EXIT.
064600*
064700 8600-LOG-JOB-END.
064800     SET GJLP-END TO TRUE.
064900     MOVE WS-JOURNAL-READ-COUNT TO GJLP-READ-COUNT.
065000     MOVE WS-MATCH-COUNT TO GJLP-WRITTEN-COUNT.
065100     ADD WS-REBUILT-COUNT TO GJLP-WRITTEN-COUNT.
065200     MOVE ZEROS TO GJLP-REJECT-COUNT.
065300     MOVE RETURN-CODE TO GJLP-RETURN-CODE.
065400     CALL "GEO3X3JW" USING GEO3X3-JOBLOG-DATA.
065410     MOVE GJLP-RETURN-CODE TO RETURN-CODE.
065500 8600-LOG-JOB-END-EXIT.
065600     EXIT.
065700*
065800 9000-TERMINATE.
065810     MOVE RETURN-CODE TO WS-STEP-RC.
065900     CLOSE GEO3X3-JOURNAL-FILE.
066000     CLOSE GEO3X3-HISTORY-FILE.
066100     PERFORM 9100-RELEASE-RUN THRU 9100-RELEASE-RUN-EXIT.
066110     MOVE WS-STEP-RC TO RETURN-CODE.
066200     PERFORM 8600-LOG-JOB-END THRU 8600-LOG-JOB-END-EXIT.
066210     MOVE WS-STEP-RC TO RETURN-CODE.
066300 9000-TERMINATE-EXIT.
066400     EXIT.
066500*
066600 9100-RELEASE-RUN.
066700     MOVE 'D' TO GLCK-FUNCTION.
066800     CALL "GEO3X3LK" USING GEO3X3-LOCK-DATA.
066900 9100-RELEASE-RUN-EXIT.
067000     EXIT.
