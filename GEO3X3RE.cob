000100*> GEO3X3RE
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.     GEO3X3RE.
000400 AUTHOR.         DATA ADMINISTRATION.
000500 INSTALLATION.   GEO SYSTEMS.
000600 DATE-WRITTEN.   2026-10-05.
000700 DATE-COMPILED.  2026-10-05.
000800*
000900*    ---------------------------------------------------
001000*    MODIFICATION HISTORY
001100*    ---------------------------------------------------
001200*    2026-10-05  DA  ORIGINAL - RESTATEMENT OF PAST
001300*                    TRANSLATIONS AFTER A BACK-DATED
001400*                    MAPPING CHANGE. GEO3X3MX LOGS EVERY
001500*                    MAPPING IT APPLIES WITH AN EFFECTIVE
001600*                    DATE EARLIER THAN THE APPLY DATE TO
001700*                    GEO3X3BK; THIS RUN FINDS THE FORWARD
001800*                    AND ENRICHED CALLS ON THE LIVE GEO3X3AU
001900*                    TRAIL AND THE GEO3X3AV ARCHIVES (THE
002000*                    JCL CONCATENATES THE DATED GENERATIONS)
002100*                    THAT WERE LOGGED FOR THOSE ITEMS FROM
002200*                    THE EFFECTIVE DATE UP TO THE APPLY,
002300*                    RE-DERIVES EACH RESULT WITH THE SAME
002400*                    AS-OF RULE GEO3X3 USES, AND WRITES
002500*                    EVERY CALL WHOSE RESULT CHANGES TO THE
002600*                    GEO3X3CF CORRECTION FILE (HEADER AND
002700*                    TRAILER CONTROLS) WITH A SUMMARY BY
002800*                    ITEM CODE AND BY STATE/COUNTY ON
002900*                    GEO3X3CP, SO FINANCE AND THE RECEIVERS
003000*                    CAN REVERSE AND REBOOK. GEO3X3BK IS
003100*                    EMPTIED AT CLEAN END OF JOB.
003110*    2026-10-15  DA  THE STEP'S RETURN CODE IS PUT BACK
003120*                    AFTER THE JOB-LOG CALL, SO A RUN
003130*                    REFUSED OR STOPPED EARLY NO LONGER
003140*                    ENDS RC 0.
003142*    2026-10-15  DA  WHEN A CHANGE TOOK EFFECT BEFORE THE
003144*                    OLDEST CALL ON THE LIVE TRAIL AND ANY
003146*                    ARCHIVES SUPPLIED, NOTHING IS SWEPT:
003148*                    THE ARCHIVES ARE READ FOR THEIR OLDEST
003150*                    DATE BEFORE ANY CORRECTION IS WRITTEN,
003152*                    THE CORRECTION FILE GETS ONLY ITS HEADER
003154*                    AND A ZERO TRAILER, THE REPORT SAYS WHY,
003156*                    GEO3X3BK IS LEFT INTACT FOR A RERUN WITH
003158*                    THE OLDER ARCHIVES, AND THE STEP ENDS
003160*                    RC 8.
003180*                    9000-TERMINATE HOLDS THE STEP RETURN
003190*                    CODE ACROSS THE LOCK RELEASE.
003200*    ---------------------------------------------------
003300*
003400 ENVIRONMENT     DIVISION.
003500*
003600 INPUT-OUTPUT    SECTION.
003700 FILE-CONTROL.
003800     SELECT GEO3X3-BACKDATE-FILE ASSIGN TO GEO3X3BK
003900         ORGANIZATION       IS LINE SEQUENTIAL
004000         FILE STATUS        IS WS-BACKDATE-FILE-STATUS.
004100
004200     SELECT GEO3X3-AUDIT-FILE   ASSIGN TO GEO3X3AU
004300         ORGANIZATION       IS LINE SEQUENTIAL
004400         FILE STATUS        IS WS-AUDIT-FILE-STATUS.
004500
004600     SELECT GEO3X3-ARCHIVE-FILE ASSIGN TO GEO3X3AV
004700         ORGANIZATION       IS LINE SEQUENTIAL
004800         FILE STATUS        IS WS-ARCHIVE-FILE-STATUS.
004900
005000     SELECT GEO3X3-HIER-FILE    ASSIGN TO GEO3X3RH
005100         ORGANIZATION       IS INDEXED
005200         ACCESS MODE        IS RANDOM
005300         RECORD KEY         IS GHIER-REGION-CODE
005400         FILE STATUS        IS WS-HIER-FILE-STATUS.
005500
005600     SELECT GEO3X3-CORRECTION-FILE ASSIGN TO GEO3X3CF
005700         ORGANIZATION       IS LINE SEQUENTIAL
005800         FILE STATUS        IS WS-CORRECTION-FILE-STATUS.
005900
006000     SELECT GEO3X3-RESTATE-FILE ASSIGN TO GEO3X3CP
006100         ORGANIZATION       IS LINE SEQUENTIAL
006200         FILE STATUS        IS WS-RESTATE-FILE-STATUS.
006300*
006400 DATA            DIVISION.
006500 FILE            SECTION.
006600 FD  GEO3X3-BACKDATE-FILE
006700     RECORDING MODE IS F.
006800     COPY GEO3X3BK.
006900
007000 FD  GEO3X3-AUDIT-FILE
007100     RECORDING MODE IS F.
007200     COPY GEO3X3AR.
007300
007400 FD  GEO3X3-ARCHIVE-FILE
007500     RECORDING MODE IS F.
007600 01  GEO3X3-ARCHIVE-LINE        PIC X(80).
007700
007800 FD  GEO3X3-HIER-FILE.
007900     COPY GEO3X3HR.
008000
008100 FD  GEO3X3-CORRECTION-FILE
008200     RECORDING MODE IS F.
008300     COPY GEO3X3CF.
008400
008500 FD  GEO3X3-RESTATE-FILE
008600     RECORDING MODE IS F.
008700 01  GEO3X3-RESTATE-LINE        PIC X(80).
008800*
008900 WORKING-STORAGE SECTION.
009000 01  WS-BACKDATE-FILE-STATUS    PIC X(02) VALUE SPACES.
009100     88  WS-BACKDATE-FILE-OK            VALUE '00'.
009200 01  WS-AUDIT-FILE-STATUS       PIC X(02) VALUE SPACES.
009300 01  WS-ARCHIVE-FILE-STATUS     PIC X(02) VALUE SPACES.
009400     88  WS-ARCHIVE-FILE-OK             VALUE '00'.
009500 01  WS-HIER-FILE-STATUS        PIC X(02) VALUE SPACES.
009600 01  WS-CORRECTION-FILE-STATUS  PIC X(02) VALUE SPACES.
009700 01  WS-RESTATE-FILE-STATUS     PIC X(02) VALUE SPACES.
009800 01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
009900     88  WS-EOF                         VALUE 'Y'.
010000 01  WS-ARCHIVE-AVAIL-SW        PIC X(01) VALUE 'Y'.
010100     88  WS-ARCHIVE-AVAILABLE           VALUE 'Y'.
010200 01  WS-BACKDATE-AVAIL-SW       PIC X(01) VALUE 'Y'.
010300     88  WS-BACKDATE-AVAILABLE          VALUE 'Y'.
010310 01  WS-TRAIL-SHORT-SW          PIC X(01) VALUE 'N'.
010320     88  WS-TRAIL-SHORT                 VALUE 'Y'.
010400 01  WS-PRINT-DONE-SW           PIC X(01) VALUE 'N'.
010500     88  WS-PRINT-DONE                  VALUE 'Y'.
010600 01  WS-TALLY-SIDE              PIC X(01) VALUE SPACE.
010700     88  WS-TALLY-OUT                   VALUE 'O'.
010800     88  WS-TALLY-IN                    VALUE 'I'.
010900 01  WS-SOURCE                  PIC X(01) VALUE SPACE.
011000 01  WS-RUN-DATE                PIC 9(08) VALUE ZEROS.
011100 01  WS-LOOKUP-DATE             PIC 9(08) VALUE ZEROS.
011110 01  WS-EARLIEST-DATE           PIC 9(08) VALUE 99999999.
011120 01  WS-EARLIEST-EFF            PIC 9(08) VALUE 99999999.
011130 01  WS-STEP-RC                 PIC 9(02) VALUE ZEROS.
011200 01  WS-CALL-STAMP.
011300     03  WS-CALL-DATE           PIC 9(08).
011400     03  WS-CALL-TIME           PIC 9(08).
011500 01  WS-NEW-RESULT              PIC 9(03) VALUE ZEROS.
011600 01  WS-NEW-STATUS              PIC X(02) VALUE SPACES.
011700 01  WS-TALLY-RESULT            PIC 9(03) VALUE ZEROS.
011800 01  WS-LIVE-READ-COUNT         PIC 9(08) VALUE ZEROS.
011900 01  WS-ARCH-READ-COUNT         PIC 9(08) VALUE ZEROS.
012000 01  WS-EXAMINED-COUNT          PIC 9(08) VALUE ZEROS.
012100 01  WS-RESTATED-COUNT          PIC 9(08) VALUE ZEROS.
012200 01  WS-UNCHANGED-COUNT         PIC 9(08) VALUE ZEROS.
012300 01  WS-OVERFLOW-COUNT          PIC 9(08) VALUE ZEROS.
012400 01  WS-INVALID-OUT             PIC 9(08) VALUE ZEROS.
012500 01  WS-INVALID-IN              PIC 9(08) VALUE ZEROS.
012600 01  WS-NO-HIER-OUT             PIC 9(08) VALUE ZEROS.
012700 01  WS-NO-HIER-IN              PIC 9(08) VALUE ZEROS.
012800 01  WS-STATE-OUT               PIC 9(08) VALUE ZEROS.
012900 01  WS-STATE-IN                PIC 9(08) VALUE ZEROS.
013000 01  WS-OLD-HASH                PIC 9(10) VALUE ZEROS.
013100 01  WS-NEW-HASH                PIC 9(10) VALUE ZEROS.
013200 01  WS-BDT-COUNT               PIC 9(03) COMP VALUE ZEROS.
013300 01  WS-BDT-SUB                 PIC 9(03) COMP VALUE ZEROS.
013400 01  WS-MATCH-SUB               PIC 9(03) COMP VALUE ZEROS.
013500 01  WS-ITEM-SUB                PIC 9(04) COMP VALUE ZEROS.
013600 01  WS-COUNTY-COUNT            PIC 9(03) COMP VALUE ZEROS.
013700 01  WS-CTY-SUB                 PIC 9(03) COMP VALUE ZEROS.
013800 01  WS-FOUND-SUB               PIC 9(03) COMP VALUE ZEROS.
013900 01  WS-MIN-SUB                 PIC 9(03) COMP VALUE ZEROS.
014000 01  WS-MIN-KEY                 PIC X(22) VALUE SPACES.
014100 01  WS-TEST-KEY                PIC X(22) VALUE SPACES.
014200 01  WS-CUR-STATE               PIC X(02) VALUE SPACES.
014300*    ONE ENTRY PER BACK-DATED CHANGE ON GEO3X3BK; THE AFTER
014400*    IMAGE IS THE MAPPING EVERY AFFECTED CALL IS RESTATED
014500*    AGAINST.
014600 01  WS-BDT-TABLE.
014700     03  WS-BDT-ENTRY OCCURS 500 TIMES.
014800         05  WS-BDT-ITEM        PIC 9(03).
014900         05  WS-BDT-TRANS-CODE  PIC X(01).
015000         05  WS-BDT-EFF-DATE    PIC 9(08).
015100         05  WS-BDT-STAMP.
015200             07  WS-BDT-APPLY-DATE PIC 9(08).
015300             07  WS-BDT-APPLY-TIME PIC 9(08).
015400         05  WS-BDT-OLD-RESULT  PIC X(03).
015500         05  WS-BDT-AFTER-IMAGE PIC X(40).
015600*    CALLS EXAMINED AND RESTATED PER ITEM CODE, SUBSCRIPTED
015700*    BY ITEM CODE PLUS ONE.
015800 01  WS-ITEM-TABLE.
015900     03  WS-ITM-ENTRY OCCURS 1000 TIMES.
016000         05  WS-ITM-EXAMINED    PIC 9(08) COMP.
016100         05  WS-ITM-RESTATED    PIC 9(08) COMP.
016200 01  WS-COUNTY-TABLE.
016300     03  WS-CTY-ENTRY OCCURS 200 TIMES.
016400         05  WS-CTY-PRINTED-SW  PIC X(01).
016500         05  WS-CTY-STATE       PIC X(02).
016600         05  WS-CTY-NAME        PIC X(20).
016700         05  WS-CTY-OUT         PIC 9(08) COMP.
016800         05  WS-CTY-IN          PIC 9(08) COMP.
016900*    THE MAPPING A CALL IS BEING RESTATED AGAINST, UNPACKED
017000*    FROM ITS GEO3X3BK IMAGE INTO THE MASTER LAYOUT.
017100     COPY GEO3X3MR.
017200*
017300     COPY GEO3X3LD.
017400*
017500     COPY GEO3X3JP.
017600 01  WS-RST-HDR-LINE.
017700     03  FILLER                 PIC X(40) VALUE
017800         "GEO3X3 RESTATEMENT OF BACK-DATED MAPPING".
017900     03  FILLER                 PIC X(11) VALUE " CHANGES - ".
018000     03  WS-RST-HDR-DATE        PIC 9(08).
018100     03  FILLER                 PIC X(21) VALUE SPACES.
018200 01  WS-RST-HEADING-LINE        PIC X(80) VALUE SPACES.
018300 01  WS-RST-CHANGE-LINE.
018400     03  FILLER                 PIC X(06) VALUE "ITEM: ".
018500     03  WS-RST-CHG-ITEM        PIC 9(03).
018600     03  FILLER                 PIC X(08) VALUE "  TRAN: ".
018700     03  WS-RST-CHG-TRANS       PIC X(01).
018800     03  FILLER                 PIC X(07) VALUE "  EFF: ".
018900     03  WS-RST-CHG-EFF         PIC 9(08).
019000     03  FILLER                 PIC X(11) VALUE "  APPLIED: ".
019100     03  WS-RST-CHG-APPLIED     PIC 9(08).
019200     03  FILLER                 PIC X(07) VALUE "  OLD: ".
019300     03  WS-RST-CHG-OLD         PIC X(03).
019400     03  FILLER                 PIC X(07) VALUE "  NEW: ".
019500     03  WS-RST-CHG-NEW         PIC 9(03).
019600     03  FILLER                 PIC X(08) VALUE SPACES.
019700 01  WS-RST-ITEM-LINE.
019800     03  FILLER                 PIC X(06) VALUE "ITEM: ".
019900     03  WS-RST-ITM-ITEM        PIC 9(03).
020000     03  FILLER                 PIC X(17) VALUE
020100         "  CALLS EXAMINED:".
020200     03  WS-RST-ITM-EXAMINED    PIC ZZZZZZZ9.
020300     03  FILLER                 PIC X(11) VALUE "  RESTATED:".
020400     03  WS-RST-ITM-RESTATED    PIC ZZZZZZZ9.
020500     03  FILLER                 PIC X(27) VALUE SPACES.
020600 01  WS-RST-STATE-LINE.
020700     03  FILLER                 PIC X(07) VALUE "STATE: ".
020800     03  WS-RST-STATE           PIC X(02).
020900     03  FILLER                 PIC X(71) VALUE SPACES.
021000 01  WS-RST-COUNTY-LINE.
021100     03  FILLER                 PIC X(04) VALUE SPACES.
021200     03  WS-RST-COUNTY          PIC X(20).
021300     03  FILLER                 PIC X(06) VALUE "  OUT:".
021400     03  WS-RST-CTY-OUT         PIC ZZZZZZZ9.
021500     03  FILLER                 PIC X(05) VALUE "  IN:".
021600     03  WS-RST-CTY-IN          PIC ZZZZZZZ9.
021700     03  FILLER                 PIC X(06) VALUE "  NET:".
021800     03  WS-RST-CTY-NET         PIC -------9.
021900     03  FILLER                 PIC X(15) VALUE SPACES.
022000 01  WS-RST-TOTAL-LINE.
022100     03  WS-RST-TOT-LABEL       PIC X(24).
022200     03  FILLER                 PIC X(06) VALUE "  OUT:".
022300     03  WS-RST-TOT-OUT         PIC ZZZZZZZ9.
022400     03  FILLER                 PIC X(05) VALUE "  IN:".
022500     03  WS-RST-TOT-IN          PIC ZZZZZZZ9.
022600     03  FILLER                 PIC X(06) VALUE "  NET:".
022700     03  WS-RST-TOT-NET         PIC -------9.
022800     03  FILLER                 PIC X(15) VALUE SPACES.
022900 01  WS-RST-COUNT-LINE.
023000     03  WS-RST-COUNT-LABEL     PIC X(24).
023100     03  WS-RST-COUNT           PIC ZZZZZZZ9.
023200     03  FILLER                 PIC X(48) VALUE SPACES.
023300 01  WS-BLANK-LINE              PIC X(80) VALUE SPACES.
023400*
023500 PROCEDURE       DIVISION.
023600*
023700*    -----------------------------------------------------
023800*    0000-MAINLINE - LOAD THE BACK-DATED CHANGES, SWEEP THE
023900*    LIVE TRAIL AND THE ARCHIVES FOR THE CALLS THEY TOUCH,
024000*    WRITE A CORRECTION FOR EVERY CALL WHOSE RESULT
024100*    CHANGES, THEN CLOSE THE CORRECTION FILE WITH ITS
024200*    TRAILER AND PRINT THE SUMMARY.
024300*    -----------------------------------------------------
024400 0000-MAINLINE.
024500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
024600     PERFORM 2000-SCAN-LIVE THRU 2000-SCAN-LIVE-EXIT
024700         UNTIL WS-EOF.
024800     PERFORM 3000-SCAN-ARCHIVE THRU 3000-SCAN-ARCHIVE-EXIT.
024900     PERFORM 4000-WRITE-TRAILER THRU 4000-WRITE-TRAILER-EXIT.
025000     PERFORM 5000-WRITE-REPORT THRU 5000-WRITE-REPORT-EXIT.
025100     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
025200     STOP RUN.
025300*
025400 1000-INITIALIZE.
025500     PERFORM 8500-LOG-JOB-START THRU 8500-LOG-JOB-START-EXIT.
025600     PERFORM 1050-REGISTER-RUN THRU 1050-REGISTER-RUN-EXIT.
025700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
025800     PERFORM 1100-LOAD-CHANGES THRU 1100-LOAD-CHANGES-EXIT.
025900     OPEN INPUT  GEO3X3-AUDIT-FILE.
026000     IF WS-AUDIT-FILE-STATUS NOT = '00'
026100         DISPLAY "GEO3X3RE: UNABLE TO OPEN GEO3X3AU, STATUS = "
026200             WS-AUDIT-FILE-STATUS
026300         MOVE 16 TO RETURN-CODE
026400         STOP RUN
026500     END-IF.
026600*    THE ARCHIVE CONCATENATION IS OPTIONAL - A CHANGE
026700*    BACK-DATED ONLY A FEW DAYS REACHES NO FURTHER THAN THE
026800*    LIVE TRAIL, SO A MISSING DD IS NOT AN ERROR.
026900     OPEN INPUT  GEO3X3-ARCHIVE-FILE.
027000     IF NOT WS-ARCHIVE-FILE-OK
027100         MOVE 'N' TO WS-ARCHIVE-AVAIL-SW
027200     END-IF.
027300     OPEN INPUT  GEO3X3-HIER-FILE.
027400     IF WS-HIER-FILE-STATUS NOT = '00'
027500         DISPLAY "GEO3X3RE: UNABLE TO OPEN GEO3X3RH, STATUS = "
027600             WS-HIER-FILE-STATUS
027700         MOVE 16 TO RETURN-CODE
027800         STOP RUN
027900     END-IF.
028000     OPEN OUTPUT GEO3X3-CORRECTION-FILE.
028100     IF WS-CORRECTION-FILE-STATUS NOT = '00'
028200         DISPLAY "GEO3X3RE: UNABLE TO OPEN GEO3X3CF, STATUS = "
028300             WS-CORRECTION-FILE-STATUS
028400         MOVE 16 TO RETURN-CODE
028500         STOP RUN
028600     END-IF.
028700     OPEN OUTPUT GEO3X3-RESTATE-FILE.
028800     IF WS-RESTATE-FILE-STATUS NOT = '00'
028900         DISPLAY "GEO3X3RE: UNABLE TO OPEN GEO3X3CP, STATUS = "
029000             WS-RESTATE-FILE-STATUS
029100         MOVE 16 TO RETURN-CODE
029200         STOP RUN
029300     END-IF.
029400     PERFORM 1200-CLEAR-COUNTIES THRU 1200-CLEAR-COUNTIES-EXIT
029500         VARYING WS-CTY-SUB FROM 1 BY 1
029600         UNTIL WS-CTY-SUB > 200.
029700     PERFORM 1250-CLEAR-ITEMS THRU 1250-CLEAR-ITEMS-EXIT
029800         VARYING WS-ITEM-SUB FROM 1 BY 1
029900         UNTIL WS-ITEM-SUB > 1000.
030000     PERFORM 1300-WRITE-HEADERS THRU 1300-WRITE-HEADERS-EXIT.
030110     PERFORM 1400-CHECK-COVERAGE THRU 1400-CHECK-COVERAGE-EXIT.
030200 1000-INITIALIZE-EXIT.
030300     EXIT.
030400*
030500*    -----------------------------------------------------
030600*    1050-REGISTER-RUN - SERIALIZATION: THE MASTER IS HELD
030700*    SHARED SO THE GEO3X3MX APPLY CANNOT APPEND TO GEO3X3BK
030800*    WHILE THIS RUN CONSUMES IT, AND THE AUDIT TRAIL IS
030900*    HELD SHARED SO HOUSEKEEPING CANNOT MOVE CALLS TO THE
031000*    ARCHIVE IN THE MIDDLE OF THE SWEEP.
031100*    -----------------------------------------------------
031200 1050-REGISTER-RUN.
031300     MOVE "GEO3X3RE" TO GLCK-PROGRAM.
031400     MOVE "GEO3X3MS" TO GLCK-RESOURCE.
031500     MOVE 'R' TO GLCK-ACCESS.
031600     PERFORM 1060-ENQ-RESOURCE THRU 1060-ENQ-RESOURCE-EXIT.
031700     MOVE "GEO3X3AU" TO GLCK-RESOURCE.
031800     MOVE 'R' TO GLCK-ACCESS.
031900     PERFORM 1060-ENQ-RESOURCE THRU 1060-ENQ-RESOURCE-EXIT.
032000 1050-REGISTER-RUN-EXIT.
032100     EXIT.
032200*
032300 1060-ENQ-RESOURCE.
032400     MOVE 'E' TO GLCK-FUNCTION.
032500     CALL "GEO3X3LK" USING GEO3X3-LOCK-DATA.
032600     IF NOT GLCK-STAT-OK
032700         DISPLAY "GEO3X3RE: RESOURCE " GLCK-RESOURCE
032800             " HELD BY " GLCK-HOLDER " - RUN REFUSED"
032900         MOVE 'D' TO GLCK-FUNCTION
033000         CALL "GEO3X3LK" USING GEO3X3-LOCK-DATA
033100         MOVE 8 TO RETURN-CODE
033200         PERFORM 8600-LOG-JOB-END THRU 8600-LOG-JOB-END-EXIT
033300         STOP RUN
033400     END-IF.
033500 1060-ENQ-RESOURCE-EXIT.
033600     EXIT.
033700*
033800*    -----------------------------------------------------
033900*    1100-LOAD-CHANGES - PULL EVERY BACK-DATED CHANGE ON
034000*    GEO3X3BK INTO THE TABLE. A MISSING FILE MEANS THE
034100*    APPLY HAS NEVER LOGGED ONE; THE RUN STILL WRITES AN
034200*    EMPTY CORRECTION FILE SO THE RECEIVERS GET THEIR
034300*    HEADER AND TRAILER. A FULL TABLE STOPS THE RUN - A
034400*    PARTIAL RESTATEMENT FOLLOWED BY EMPTYING THE FILE
034500*    WOULD LOSE THE REST FOR GOOD.
034600*    -----------------------------------------------------
034700 1100-LOAD-CHANGES.
034800     OPEN INPUT GEO3X3-BACKDATE-FILE.
034900     IF NOT WS-BACKDATE-FILE-OK
035000         MOVE 'N' TO WS-BACKDATE-AVAIL-SW
035100         GO TO 1100-LOAD-CHANGES-EXIT
035200     END-IF.
035300     PERFORM 1150-STORE-CHANGE THRU 1150-STORE-CHANGE-EXIT
035400         UNTIL WS-EOF.
035500     CLOSE GEO3X3-BACKDATE-FILE.
035600     MOVE 'N' TO WS-EOF-SW.
035700 1100-LOAD-CHANGES-EXIT.
035800     EXIT.
035900*
036000 1150-STORE-CHANGE.
036100     READ GEO3X3-BACKDATE-FILE
036200         AT END
036300             MOVE 'Y' TO WS-EOF-SW
036400             GO TO 1150-STORE-CHANGE-EXIT
036500     END-READ.
036600     IF WS-BDT-COUNT NOT < 500
036700         DISPLAY "GEO3X3RE: MORE THAN 500 CHANGES ON GEO3X3BK"
036800             " - RUN STOPPED"
036900         MOVE 16 TO RETURN-CODE
037000         STOP RUN
037100     END-IF.
037200     ADD 1 TO WS-BDT-COUNT.
037300     MOVE GBDT-ITEM-CODE TO WS-BDT-ITEM (WS-BDT-COUNT).
037400     MOVE GBDT-TRANS-CODE TO WS-BDT-TRANS-CODE (WS-BDT-COUNT).
037500     MOVE GBDT-EFF-DATE TO WS-BDT-EFF-DATE (WS-BDT-COUNT).
037510     IF GBDT-EFF-DATE < WS-EARLIEST-EFF
037520         MOVE GBDT-EFF-DATE TO WS-EARLIEST-EFF
037530     END-IF.
037600     MOVE GBDT-APPLY-DATE TO WS-BDT-APPLY-DATE (WS-BDT-COUNT).
037700     MOVE GBDT-APPLY-TIME TO WS-BDT-APPLY-TIME (WS-BDT-COUNT).
037800     MOVE GBDT-AFTER-IMAGE TO WS-BDT-AFTER-IMAGE (WS-BDT-COUNT).
037900     IF GBDT-BEFORE-IMAGE = SPACES
038000         MOVE "---" TO WS-BDT-OLD-RESULT (WS-BDT-COUNT)
038100     ELSE
038200         MOVE GBDT-BEFORE-IMAGE TO GEO3X3-MASTER-RECORD
038300         MOVE GMST-RESULT-CODE TO WS-BDT-OLD-RESULT (WS-BDT-COUNT)
038400     END-IF.
038500 1150-STORE-CHANGE-EXIT.
038600     EXIT.
038700*
038800 1200-CLEAR-COUNTIES.
038900     MOVE 'N' TO WS-CTY-PRINTED-SW (WS-CTY-SUB).
039000     MOVE SPACES TO WS-CTY-STATE (WS-CTY-SUB).
039100     MOVE SPACES TO WS-CTY-NAME (WS-CTY-SUB).
039200     MOVE ZEROS TO WS-CTY-OUT (WS-CTY-SUB).
039300     MOVE ZEROS TO WS-CTY-IN (WS-CTY-SUB).
039400 1200-CLEAR-COUNTIES-EXIT.
039500     EXIT.
039600*
039700 1250-CLEAR-ITEMS.
039800     MOVE ZEROS TO WS-ITM-EXAMINED (WS-ITEM-SUB).
039900     MOVE ZEROS TO WS-ITM-RESTATED (WS-ITEM-SUB).
040000 1250-CLEAR-ITEMS-EXIT.
040100     EXIT.
040200*
040300*    -----------------------------------------------------
040400*    1300-WRITE-HEADERS - THE CORRECTION FILE HEADER, AND
040500*    THE REPORT HEADING WITH ONE LINE PER BACK-DATED
040600*    CHANGE BEING RESTATED FOR.
040700*    -----------------------------------------------------
040800 1300-WRITE-HEADERS.
040900     MOVE SPACES TO GEO3X3-CORRECTION-RECORD.
041000     SET GRST-HEADER TO TRUE.
041100     MOVE WS-RUN-DATE TO GRST-RUN-DATE.
041200     MOVE WS-BDT-COUNT TO GRST-CHANGE-COUNT.
041300     WRITE GEO3X3-CORRECTION-RECORD.
041400     MOVE WS-RUN-DATE TO WS-RST-HDR-DATE.
041500     WRITE GEO3X3-RESTATE-LINE FROM WS-RST-HDR-LINE.
041600     WRITE GEO3X3-RESTATE-LINE FROM WS-BLANK-LINE.
041700     MOVE "BACK-DATED MAPPING CHANGES" TO WS-RST-HEADING-LINE.
041800     WRITE GEO3X3-RESTATE-LINE FROM WS-RST-HEADING-LINE.
041900     IF WS-BDT-COUNT = 0
042000         MOVE "    NONE ON GEO3X3BK" TO WS-RST-HEADING-LINE
042100         WRITE GEO3X3-RESTATE-LINE FROM WS-RST-HEADING-LINE
042200     END-IF.
042300     PERFORM 1350-PRINT-CHANGE THRU 1350-PRINT-CHANGE-EXIT
042400         VARYING WS-BDT-SUB FROM 1 BY 1
042500         UNTIL WS-BDT-SUB > WS-BDT-COUNT.
042600     WRITE GEO3X3-RESTATE-LINE FROM WS-BLANK-LINE.
042700 1300-WRITE-HEADERS-EXIT.
042800     EXIT.
042900*
043000 1350-PRINT-CHANGE.
043100     MOVE WS-BDT-AFTER-IMAGE (WS-BDT-SUB) TO GEO3X3-MASTER-RECORD.
043200     MOVE WS-BDT-ITEM (WS-BDT-SUB) TO WS-RST-CHG-ITEM.
043300     MOVE WS-BDT-TRANS-CODE (WS-BDT-SUB) TO WS-RST-CHG-TRANS.
043400     MOVE WS-BDT-EFF-DATE (WS-BDT-SUB) TO WS-RST-CHG-EFF.
043500     MOVE WS-BDT-APPLY-DATE (WS-BDT-SUB) TO WS-RST-CHG-APPLIED.
043600     MOVE WS-BDT-OLD-RESULT (WS-BDT-SUB) TO WS-RST-CHG-OLD.
043700     MOVE GMST-RESULT-CODE TO WS-RST-CHG-NEW.
043800     WRITE GEO3X3-RESTATE-LINE FROM WS-RST-CHANGE-LINE.
043900 1350-PRINT-CHANGE-EXIT.
044000     EXIT.
044002*
044003*    -----------------------------------------------------
044004*    1400-CHECK-COVERAGE - FIND THE OLDEST CALL THIS RUN CAN
044005*    SEE BEFORE ANY CORRECTION IS WRITTEN. THE ARCHIVE
044006*    GENERATIONS MAY BE CONCATENATED IN ANY ORDER, SO THEY
044007*    ARE READ THROUGH FOR THEIR OLDEST DATE AND REOPENED
044008*    FOR THE SWEEP; GEO3X3AU IS IN CALL ORDER, SO ITS FIRST
044009*    RECORD, PRIMED HERE AFTER THE ARCHIVE PASS, IS ITS
044010*    OLDEST. A CHANGE EFFECTIVE BEFORE THE OLDER OF THE TWO
044011*    MAY HAVE CALLS THIS RUN CANNOT SEE. RESTATING ONLY
044012*    PART WOULD BOOK IT AGAIN ON THE RERUN WITH THE OLDER
044013*    ARCHIVES, SO NOTHING IS SWEPT: THE SCAN IS ENDED
044014*    BEFORE IT STARTS AND THE CORRECTION FILE CLOSES WITH A
044015*    ZERO TRAILER.
044016*    -----------------------------------------------------
044017 1400-CHECK-COVERAGE.
044018     IF WS-ARCHIVE-AVAILABLE
044019         PERFORM 1450-SCAN-ARCH-DATE THRU 1450-SCAN-ARCH-DATE-EXIT
044020             UNTIL WS-EOF
044021         MOVE 'N' TO WS-EOF-SW
044022         CLOSE GEO3X3-ARCHIVE-FILE
044023         OPEN INPUT GEO3X3-ARCHIVE-FILE
044024         IF NOT WS-ARCHIVE-FILE-OK
044025             DISPLAY "GEO3X3RE: UNABLE TO REOPEN GEO3X3AV, "
044026                 "STATUS = " WS-ARCHIVE-FILE-STATUS
044027             MOVE 16 TO RETURN-CODE
044028             STOP RUN
044029         END-IF
044030     END-IF.
044031     PERFORM 2100-READ-AUDIT THRU 2100-READ-AUDIT-EXIT.
044032     IF NOT WS-EOF
044033      AND GAUD-DATE NUMERIC
044034      AND GAUD-DATE < WS-EARLIEST-DATE
044035         MOVE GAUD-DATE TO WS-EARLIEST-DATE
044036     END-IF.
044037     IF NOT WS-EARLIEST-EFF < WS-EARLIEST-DATE
044038         GO TO 1400-CHECK-COVERAGE-EXIT
044039     END-IF.
044040     DISPLAY "GEO3X3RE: A CHANGE IS EFFECTIVE BEFORE THE OLDEST "
044041         "CALL ON GEO3X3AU/GEO3X3AV - NOT RESTATED".
044042     MOVE 'Y' TO WS-TRAIL-SHORT-SW.
044043     MOVE 'Y' TO WS-EOF-SW.
044044 1400-CHECK-COVERAGE-EXIT.
044045     EXIT.
044046*
044047 1450-SCAN-ARCH-DATE.
044048     READ GEO3X3-ARCHIVE-FILE
044049         AT END
044050             MOVE 'Y' TO WS-EOF-SW
044051             GO TO 1450-SCAN-ARCH-DATE-EXIT
044052     END-READ.
044053     MOVE GEO3X3-ARCHIVE-LINE TO GEO3X3-AUDIT-RECORD.
044054     IF GAUD-DATE NUMERIC
044055      AND GAUD-DATE < WS-EARLIEST-DATE
044056         MOVE GAUD-DATE TO WS-EARLIEST-DATE
044057     END-IF.
044058 1450-SCAN-ARCH-DATE-EXIT.
044059     EXIT.
044100*
044200 2000-SCAN-LIVE.
044300     ADD 1 TO WS-LIVE-READ-COUNT.
044400     MOVE 'L' TO WS-SOURCE.
044500     PERFORM 2500-TEST-CALL THRU 2500-TEST-CALL-EXIT.
044600     PERFORM 2100-READ-AUDIT THRU 2100-READ-AUDIT-EXIT.
044700 2000-SCAN-LIVE-EXIT.
044800     EXIT.
044900*
045000 2100-READ-AUDIT.
045100     READ GEO3X3-AUDIT-FILE
045200         AT END
045300             MOVE 'Y' TO WS-EOF-SW
045400     END-READ.
045500 2100-READ-AUDIT-EXIT.
045600     EXIT.
045700*
045800*    -----------------------------------------------------
045900*    2500-TEST-CALL - ONE LOGGED CALL (LIVE OR ARCHIVED).
046000*    ONLY FORWARD AND ENRICHED CALLS CARRY THE INPUT ITEM
046100*    CODE; A REVERSE CALL IS NEVER RESTATED. A CALL IS
046200*    AFFECTED WHEN A CHANGE FOR ITS ITEM TOOK EFFECT ON OR
046300*    BEFORE THE CALL DATE BUT WAS APPLIED AFTER THE CALL
046400*    WAS LOGGED; THE RESULT IT SHOULD HAVE HAD IS
046500*    RE-DERIVED, AND ONLY A CALL WHOSE RESULT OR STATUS
046600*    ACTUALLY CHANGES GOES ON THE CORRECTION FILE.
046700*    -----------------------------------------------------
046800 2500-TEST-CALL.
046900     IF GAUD-MODE = 'R'
047000         GO TO 2500-TEST-CALL-EXIT
047100     END-IF.
047200     MOVE GAUD-DATE TO WS-CALL-DATE.
047300     MOVE GAUD-TIME TO WS-CALL-TIME.
047400     MOVE ZEROS TO WS-MATCH-SUB.
047500     PERFORM 2550-MATCH-CHANGE THRU 2550-MATCH-CHANGE-EXIT
047600         VARYING WS-BDT-SUB FROM 1 BY 1
047700         UNTIL WS-BDT-SUB > WS-BDT-COUNT.
047800     IF WS-MATCH-SUB = 0
047900         GO TO 2500-TEST-CALL-EXIT
048000     END-IF.
048100     ADD 1 TO WS-EXAMINED-COUNT.
048200     COMPUTE WS-ITEM-SUB = GAUD-ITEM-CODE + 1.
048300     ADD 1 TO WS-ITM-EXAMINED (WS-ITEM-SUB).
048400     PERFORM 2600-RESTATE-CALL THRU 2600-RESTATE-CALL-EXIT.
048500     IF WS-NEW-RESULT = GAUD-RESULT-CODE
048600      AND WS-NEW-STATUS = GAUD-STATUS
048700         ADD 1 TO WS-UNCHANGED-COUNT
048800         GO TO 2500-TEST-CALL-EXIT
048900     END-IF.
049000     PERFORM 2700-WRITE-CORRECTION
049100         THRU 2700-WRITE-CORRECTION-EXIT.
049200     PERFORM 2800-TALLY-MOVEMENT THRU 2800-TALLY-MOVEMENT-EXIT.
049300 2500-TEST-CALL-EXIT.
049400     EXIT.
049500*
049600*    -----------------------------------------------------
049700*    2550-MATCH-CHANGE - WHEN MORE THAN ONE BACK-DATED
049800*    CHANGE COVERS THE CALL, THE LATEST APPLIED WINS: ITS
049900*    AFTER IMAGE IS THE MAPPING NOW ON FILE, AND ITS PRIOR
050000*    RESULT CODE CARRIES THE EARLIER CHANGE FORWARD.
050100*    -----------------------------------------------------
050200 2550-MATCH-CHANGE.
050300     IF WS-BDT-ITEM (WS-BDT-SUB) = GAUD-ITEM-CODE
050400      AND WS-CALL-DATE NOT < WS-BDT-EFF-DATE (WS-BDT-SUB)
050500      AND WS-CALL-STAMP < WS-BDT-STAMP (WS-BDT-SUB)
050600         IF WS-MATCH-SUB = 0
050700             MOVE WS-BDT-SUB TO WS-MATCH-SUB
050800         ELSE
050900             IF WS-BDT-STAMP (WS-BDT-SUB)
051000                    > WS-BDT-STAMP (WS-MATCH-SUB)
051100                 MOVE WS-BDT-SUB TO WS-MATCH-SUB
051200             END-IF
051300         END-IF
051400     END-IF.
051500 2550-MATCH-CHANGE-EXIT.
051600     EXIT.
051700*
051800*    -----------------------------------------------------
051900*    2600-RESTATE-CALL - TRANSLATE THE CALL AGAIN AGAINST
052000*    THE CHANGED MAPPING AS OF THE DAY IT WAS MADE, THE
052100*    WAY GEO3X3 ITSELF WOULD HAVE: AN INACTIVE MAPPING IS
052200*    INVALID, AN ACTIVE ONE GOES THROUGH THE EFFECTIVE-DATE
052300*    RULE, AND AN ENRICHED CALL WHOSE NEW RESULT HAS NO
052400*    HIERARCHY ENTRY COMES BACK STATUS 02.
052500*    -----------------------------------------------------
052600 2600-RESTATE-CALL.
052700     MOVE WS-BDT-AFTER-IMAGE (WS-MATCH-SUB)
052800         TO GEO3X3-MASTER-RECORD.
052900     MOVE GAUD-DATE TO WS-LOOKUP-DATE.
053000     IF GMST-ACTIVE
053100         PERFORM 2650-APPLY-EFFECTIVE-DATE
053200             THRU 2650-APPLY-EFFECTIVE-DATE-EXIT
053300     ELSE
053400         PERFORM 2690-SET-INVALID THRU 2690-SET-INVALID-EXIT
053500     END-IF.
053600     IF GAUD-MODE = 'E'
053700      AND WS-NEW-STATUS = '00'
053800         MOVE WS-NEW-RESULT TO GHIER-REGION-CODE
053900         READ GEO3X3-HIER-FILE
054000             INVALID KEY
054100                 MOVE '02' TO WS-NEW-STATUS
054200         END-READ
054300     END-IF.
054400 2600-RESTATE-CALL-EXIT.
054500     EXIT.
054600*
054700*    -----------------------------------------------------
054800*    2650-APPLY-EFFECTIVE-DATE - THE SAME RULE AS GEO3X3'S
054900*    3150-APPLY-EFFECTIVE-DATE: THE PRIOR RESULT CODE WHEN
055000*    THE LOOKUP PREDATES THE MAPPING'S EFFECTIVE-FROM DATE,
055100*    NOTHING WHEN THE MAPPING HAS EXPIRED, AND THE CURRENT
055200*    RESULT CODE OTHERWISE. ZERO DATES MEAN OPEN-ENDED.
055300*    -----------------------------------------------------
055400 2650-APPLY-EFFECTIVE-DATE.
055500     EVALUATE TRUE
055600         WHEN GMST-EFF-FROM-DATE > 0
055700          AND WS-LOOKUP-DATE < GMST-EFF-FROM-DATE
055800             IF GMST-PRIOR-RESULT-CODE > 0
055900                 MOVE GMST-PRIOR-RESULT-CODE TO WS-NEW-RESULT
056000                 MOVE '00' TO WS-NEW-STATUS
056100             ELSE
056200                 PERFORM 2690-SET-INVALID
056300                     THRU 2690-SET-INVALID-EXIT
056400             END-IF
056500         WHEN GMST-EFF-TO-DATE > 0
056600          AND WS-LOOKUP-DATE > GMST-EFF-TO-DATE
056700             PERFORM 2690-SET-INVALID THRU 2690-SET-INVALID-EXIT
056800         WHEN OTHER
056900             MOVE GMST-RESULT-CODE TO WS-NEW-RESULT
057000             MOVE '00' TO WS-NEW-STATUS
057100     END-EVALUATE.
057200 2650-APPLY-EFFECTIVE-DATE-EXIT.
057300     EXIT.
057400*
057500 2690-SET-INVALID.
057600     MOVE 999 TO WS-NEW-RESULT.
057700     MOVE '99' TO WS-NEW-STATUS.
057800 2690-SET-INVALID-EXIT.
057900     EXIT.
058000*
058100 2700-WRITE-CORRECTION.
058200     MOVE SPACES TO GEO3X3-CORRECTION-RECORD.
058300     SET GRST-DETAIL TO TRUE.
058400     MOVE GAUD-MODE TO GRST-CALL-MODE.
058500     MOVE GAUD-ITEM-CODE TO GRST-ITEM-CODE.
058600     MOVE GAUD-DATE TO GRST-CALL-DATE.
058700     MOVE GAUD-TIME TO GRST-CALL-TIME.
058800     MOVE GAUD-RESULT-CODE TO GRST-OLD-RESULT.
058900     MOVE GAUD-STATUS TO GRST-OLD-STATUS.
059000     MOVE WS-NEW-RESULT TO GRST-NEW-RESULT.
059100     MOVE WS-NEW-STATUS TO GRST-NEW-STATUS.
059200     MOVE WS-BDT-EFF-DATE (WS-MATCH-SUB) TO GRST-EFF-DATE.
059300     MOVE WS-BDT-APPLY-DATE (WS-MATCH-SUB) TO GRST-APPLY-DATE.
059400     MOVE WS-BDT-TRANS-CODE (WS-MATCH-SUB) TO GRST-TRANS-CODE.
059500     MOVE WS-SOURCE TO GRST-SOURCE.
059600     WRITE GEO3X3-CORRECTION-RECORD.
059700     ADD 1 TO WS-RESTATED-COUNT.
059800     ADD GAUD-RESULT-CODE TO WS-OLD-HASH.
059900     ADD WS-NEW-RESULT TO WS-NEW-HASH.
060000     ADD 1 TO WS-ITM-RESTATED (WS-ITEM-SUB).
060100 2700-WRITE-CORRECTION-EXIT.
060200     EXIT.
060300*
060400*    -----------------------------------------------------
060500*    2800-TALLY-MOVEMENT - A RESTATED CALL MOVES OUT OF THE
060600*    COUNTY ITS OLD RESULT RESOLVED TO AND INTO THE COUNTY
060700*    OF ITS NEW ONE. STATUS 99 ON EITHER SIDE GOES TO THE
060800*    INVALID BUCKET, A RESULT WITH NO HIERARCHY ENTRY TO
060900*    THE NO-HIERARCHY BUCKET.
061000*    -----------------------------------------------------
061100 2800-TALLY-MOVEMENT.
061200     IF GAUD-STATUS = '99'
061300         ADD 1 TO WS-INVALID-OUT
061400     ELSE
061500         MOVE GAUD-RESULT-CODE TO WS-TALLY-RESULT
061600         MOVE 'O' TO WS-TALLY-SIDE
061700         PERFORM 2850-TALLY-COUNTY THRU 2850-TALLY-COUNTY-EXIT
061800     END-IF.
061900     IF WS-NEW-STATUS = '99'
062000         ADD 1 TO WS-INVALID-IN
062100     ELSE
062200         MOVE WS-NEW-RESULT TO WS-TALLY-RESULT
062300         MOVE 'I' TO WS-TALLY-SIDE
062400         PERFORM 2850-TALLY-COUNTY THRU 2850-TALLY-COUNTY-EXIT
062500     END-IF.
062600 2800-TALLY-MOVEMENT-EXIT.
062700     EXIT.
062800*
062900 2850-TALLY-COUNTY.
063000     MOVE WS-TALLY-RESULT TO GHIER-REGION-CODE.
063100     READ GEO3X3-HIER-FILE
063200         INVALID KEY
063300             IF WS-TALLY-OUT
063400                 ADD 1 TO WS-NO-HIER-OUT
063500             ELSE
063600                 ADD 1 TO WS-NO-HIER-IN
063700             END-IF
063800             GO TO 2850-TALLY-COUNTY-EXIT
063900     END-READ.
064000     MOVE ZEROS TO WS-FOUND-SUB.
064100     PERFORM 2860-FIND-COUNTY THRU 2860-FIND-COUNTY-EXIT
064200         VARYING WS-CTY-SUB FROM 1 BY 1
064300         UNTIL WS-CTY-SUB > WS-COUNTY-COUNT
064400            OR WS-FOUND-SUB > 0.
064500     IF WS-FOUND-SUB = 0
064600         IF WS-COUNTY-COUNT < 200
064700             ADD 1 TO WS-COUNTY-COUNT
064800             MOVE WS-COUNTY-COUNT TO WS-FOUND-SUB
064900             MOVE GHIER-STATE-CODE TO WS-CTY-STATE (WS-FOUND-SUB)
065000             MOVE GHIER-COUNTY-NAME TO WS-CTY-NAME (WS-FOUND-SUB)
065100         ELSE
065200             ADD 1 TO WS-OVERFLOW-COUNT
065300             GO TO 2850-TALLY-COUNTY-EXIT
065400         END-IF
065500     END-IF.
065600     IF WS-TALLY-OUT
065700         ADD 1 TO WS-CTY-OUT (WS-FOUND-SUB)
065800     ELSE
065900         ADD 1 TO WS-CTY-IN (WS-FOUND-SUB)
066000     END-IF.
066100 2850-TALLY-COUNTY-EXIT.
066200     EXIT.
066300*
066400 2860-FIND-COUNTY.
066500     IF WS-CTY-STATE (WS-CTY-SUB) = GHIER-STATE-CODE
066600      AND WS-CTY-NAME (WS-CTY-SUB) = GHIER-COUNTY-NAME
066700         MOVE WS-CTY-SUB TO WS-FOUND-SUB
066800     END-IF.
066900 2860-FIND-COUNTY-EXIT.
067000     EXIT.
067100*
067200*    -----------------------------------------------------
067300*    3000-SCAN-ARCHIVE - SAME TEST OVER THE ARCHIVE
067400*    CONCATENATION, EACH LINE UNPACKED INTO THE GEO3X3AR
067500*    LAYOUT THE ARCHIVES WERE WRITTEN FROM.
067600*    -----------------------------------------------------
067700 3000-SCAN-ARCHIVE.
067800     IF NOT WS-ARCHIVE-AVAILABLE
067810      OR WS-TRAIL-SHORT
067900         GO TO 3000-SCAN-ARCHIVE-EXIT
068000     END-IF.
068100     MOVE 'N' TO WS-EOF-SW.
068200     PERFORM 3100-SCAN-ARCH-RECORD
068300         THRU 3100-SCAN-ARCH-RECORD-EXIT
068400         UNTIL WS-EOF.
068500 3000-SCAN-ARCHIVE-EXIT.
068600     EXIT.
068700*
068800 3100-SCAN-ARCH-RECORD.
068900     READ GEO3X3-ARCHIVE-FILE
069000         AT END
069100             MOVE 'Y' TO WS-EOF-SW
069200         NOT AT END
069300             ADD 1 TO WS-ARCH-READ-COUNT
069400             MOVE GEO3X3-ARCHIVE-LINE TO GEO3X3-AUDIT-RECORD
069500             MOVE 'A' TO WS-SOURCE
069600             PERFORM 2500-TEST-CALL THRU 2500-TEST-CALL-EXIT
069700     END-READ.
069800 3100-SCAN-ARCH-RECORD-EXIT.
069900     EXIT.
070000*
070100*    -----------------------------------------------------
070200*    4000-WRITE-TRAILER - DETAIL COUNT AND THE HASH TOTALS
070300*    OF THE OLD AND RESTATED RESULT CODES.
070400*    -----------------------------------------------------
070500 4000-WRITE-TRAILER.
070600     MOVE SPACES TO GEO3X3-CORRECTION-RECORD.
070700     SET GRST-TRAILER TO TRUE.
070800     MOVE WS-RESTATED-COUNT TO GRST-DETAIL-COUNT.
070900     MOVE WS-OLD-HASH TO GRST-OLD-HASH.
071000     MOVE WS-NEW-HASH TO GRST-NEW-HASH.
071100     WRITE GEO3X3-CORRECTION-RECORD.
071200 4000-WRITE-TRAILER-EXIT.
071300     EXIT.
071400*
071500*    -----------------------------------------------------
071600*    5000-WRITE-REPORT - CALLS EXAMINED AND RESTATED PER
071700*    ITEM CODE, THEN THE VOLUME MOVING BETWEEN COUNTIES IN
071800*    STATE/COUNTY ORDER (LOWEST UNPRINTED KEY FIRST, WITH A
071900*    STATE HEADER AND TOTAL AROUND EACH GROUP), THE
072000*    EXCEPTION BUCKETS AND THE CONTROL COUNTS. WHEN 1400
072010*    FOUND THE TRAILS SHORT, NOTHING WAS RESTATED; THE REPORT
072020*    SAYS SO, AND THE STEP ENDS RC 8 SO THE HEADER-AND-
072030*    TRAILER CORRECTION FILE IS NOT PASSED ON.
072100*    -----------------------------------------------------
072200 5000-WRITE-REPORT.
072300     MOVE "RESTATED CALLS BY ITEM CODE" TO WS-RST-HEADING-LINE.
072400     WRITE GEO3X3-RESTATE-LINE FROM WS-RST-HEADING-LINE.
072500     PERFORM 5100-PRINT-ITEM THRU 5100-PRINT-ITEM-EXIT
072600         VARYING WS-ITEM-SUB FROM 1 BY 1
072700         UNTIL WS-ITEM-SUB > 1000.
072800     WRITE GEO3X3-RESTATE-LINE FROM WS-BLANK-LINE.
072900     MOVE "RESTATED CALLS BY STATE/COUNTY (OUT=OLD, IN=RESTATED)"
073000         TO WS-RST-HEADING-LINE.
073100     WRITE GEO3X3-RESTATE-LINE FROM WS-RST-HEADING-LINE.
073200     WRITE GEO3X3-RESTATE-LINE FROM WS-BLANK-LINE.
073300     PERFORM 5200-PRINT-NEXT-COUNTY
073400         THRU 5200-PRINT-NEXT-COUNTY-EXIT
073500         UNTIL WS-PRINT-DONE.
073600     IF WS-CUR-STATE NOT = SPACES
073700         PERFORM 5400-PRINT-STATE-TOTAL
073800             THRU 5400-PRINT-STATE-TOTAL-EXIT
073900     END-IF.
074000     MOVE "NO HIERARCHY:           " TO WS-RST-TOT-LABEL.
074100     MOVE WS-NO-HIER-OUT TO WS-STATE-OUT.
074200     MOVE WS-NO-HIER-IN TO WS-STATE-IN.
074300     PERFORM 5500-WRITE-TOTAL THRU 5500-WRITE-TOTAL-EXIT.
074400     MOVE "INVALID (99):           " TO WS-RST-TOT-LABEL.
074500     MOVE WS-INVALID-OUT TO WS-STATE-OUT.
074600     MOVE WS-INVALID-IN TO WS-STATE-IN.
074700     PERFORM 5500-WRITE-TOTAL THRU 5500-WRITE-TOTAL-EXIT.
074800     IF WS-OVERFLOW-COUNT > 0
074900         MOVE "COUNTY TABLE OVERFLOW:  " TO WS-RST-COUNT-LABEL
075000         MOVE WS-OVERFLOW-COUNT TO WS-RST-COUNT
075100         WRITE GEO3X3-RESTATE-LINE FROM WS-RST-COUNT-LINE
075200     END-IF.
075300     WRITE GEO3X3-RESTATE-LINE FROM WS-BLANK-LINE.
075400     MOVE "LIVE RECORDS READ:      " TO WS-RST-COUNT-LABEL.
075500     MOVE WS-LIVE-READ-COUNT TO WS-RST-COUNT.
075600     WRITE GEO3X3-RESTATE-LINE FROM WS-RST-COUNT-LINE.
075700     MOVE "ARCHIVE RECORDS READ:   " TO WS-RST-COUNT-LABEL.
075800     MOVE WS-ARCH-READ-COUNT TO WS-RST-COUNT.
075900     WRITE GEO3X3-RESTATE-LINE FROM WS-RST-COUNT-LINE.
076000     MOVE "CALLS EXAMINED:         " TO WS-RST-COUNT-LABEL.
076100     MOVE WS-EXAMINED-COUNT TO WS-RST-COUNT.
076200     WRITE GEO3X3-RESTATE-LINE FROM WS-RST-COUNT-LINE.
076300     MOVE "CALLS RESTATED:         " TO WS-RST-COUNT-LABEL.
076400     MOVE WS-RESTATED-COUNT TO WS-RST-COUNT.
076500     WRITE GEO3X3-RESTATE-LINE FROM WS-RST-COUNT-LINE.
076600     MOVE "CALLS UNCHANGED:        " TO WS-RST-COUNT-LABEL.
076700     MOVE WS-UNCHANGED-COUNT TO WS-RST-COUNT.
076800     WRITE GEO3X3-RESTATE-LINE FROM WS-RST-COUNT-LINE.
076805     IF WS-TRAIL-SHORT
076820         MOVE "NOT RESTATED - A CHANGE IS EFFECTIVE BEFORE THE"
076825             TO GEO3X3-RESTATE-LINE
076830         WRITE GEO3X3-RESTATE-LINE
076835         MOVE "  OLDEST CALL ON GEO3X3AU AND GEO3X3AV."
076840             TO GEO3X3-RESTATE-LINE
076845         WRITE GEO3X3-RESTATE-LINE
076850         MOVE "  NO CORRECTIONS WRITTEN; GEO3X3BK KEPT FOR A"
076855             TO GEO3X3-RESTATE-LINE
076860         WRITE GEO3X3-RESTATE-LINE
076861         MOVE "  RERUN WITH THE OLDER GEO3X3AV GENERATIONS."
076862             TO GEO3X3-RESTATE-LINE
076863         WRITE GEO3X3-RESTATE-LINE
076865         MOVE 8 TO RETURN-CODE
076870     END-IF.
076900 5000-WRITE-REPORT-EXIT.
077000     EXIT.
077100*
077200 5100-PRINT-ITEM.
077300     IF WS-ITM-EXAMINED (WS-ITEM-SUB) > 0
077400         COMPUTE WS-RST-ITM-ITEM = WS-ITEM-SUB - 1
077500         MOVE WS-ITM-EXAMINED (WS-ITEM-SUB) TO WS-RST-ITM-EXAMINED
077600         MOVE WS-ITM-RESTATED (WS-ITEM-SUB) TO WS-RST-ITM-RESTATED
077700         WRITE GEO3X3-RESTATE-LINE FROM WS-RST-ITEM-LINE
077800     END-IF.
077900 5100-PRINT-ITEM-EXIT.
078000     EXIT.
078100*
078200 5200-PRINT-NEXT-COUNTY.
078300     MOVE ZEROS TO WS-MIN-SUB.
078400     MOVE HIGH-VALUES TO WS-MIN-KEY.
078500     PERFORM 5250-FIND-MIN-COUNTY
078600         THRU 5250-FIND-MIN-COUNTY-EXIT
078700         VARYING WS-CTY-SUB FROM 1 BY 1
078800         UNTIL WS-CTY-SUB > WS-COUNTY-COUNT.
078900     IF WS-MIN-SUB = 0
079000         MOVE 'Y' TO WS-PRINT-DONE-SW
079100         GO TO 5200-PRINT-NEXT-COUNTY-EXIT
079200     END-IF.
079300     IF WS-CTY-STATE (WS-MIN-SUB) NOT = WS-CUR-STATE
079400         IF WS-CUR-STATE NOT = SPACES
079500             PERFORM 5400-PRINT-STATE-TOTAL
079600                 THRU 5400-PRINT-STATE-TOTAL-EXIT
079700         END-IF
079800         MOVE WS-CTY-STATE (WS-MIN-SUB) TO WS-CUR-STATE
079900         MOVE WS-CUR-STATE TO WS-RST-STATE
080000         WRITE GEO3X3-RESTATE-LINE FROM WS-RST-STATE-LINE
080100         MOVE ZEROS TO WS-STATE-OUT
080200         MOVE ZEROS TO WS-STATE-IN
080300     END-IF.
080400     MOVE WS-CTY-NAME (WS-MIN-SUB) TO WS-RST-COUNTY.
080500     MOVE WS-CTY-OUT (WS-MIN-SUB) TO WS-RST-CTY-OUT.
080600     MOVE WS-CTY-IN (WS-MIN-SUB) TO WS-RST-CTY-IN.
080700     COMPUTE WS-RST-CTY-NET =
080800         WS-CTY-IN (WS-MIN-SUB) - WS-CTY-OUT (WS-MIN-SUB).
080900     WRITE GEO3X3-RESTATE-LINE FROM WS-RST-COUNTY-LINE.
081000     ADD WS-CTY-OUT (WS-MIN-SUB) TO WS-STATE-OUT.
081100     ADD WS-CTY-IN (WS-MIN-SUB) TO WS-STATE-IN.
081200     MOVE 'Y' TO WS-CTY-PRINTED-SW (WS-MIN-SUB).
081300 5200-PRINT-NEXT-COUNTY-EXIT.
081400     EXIT.
081500*
081600 5250-FIND-MIN-COUNTY.
081700     IF WS-CTY-PRINTED-SW (WS-CTY-SUB) NOT = 'Y'
081800         MOVE SPACES TO WS-TEST-KEY
081900         STRING WS-CTY-STATE (WS-CTY-SUB)
082000                WS-CTY-NAME (WS-CTY-SUB)
082100             DELIMITED BY SIZE INTO WS-TEST-KEY
082200         END-STRING
082300         IF WS-TEST-KEY < WS-MIN-KEY
082400             MOVE WS-TEST-KEY TO WS-MIN-KEY
082500             MOVE WS-CTY-SUB TO WS-MIN-SUB
082600         END-IF
082700     END-IF.
082800 5250-FIND-MIN-COUNTY-EXIT.
082900     EXIT.
083000*
083100 5400-PRINT-STATE-TOTAL.
083200     MOVE SPACES TO WS-RST-TOT-LABEL.
083300     STRING "STATE " WS-CUR-STATE " TOTAL"
083400         DELIMITED BY SIZE INTO WS-RST-TOT-LABEL
083500     END-STRING.
083600     PERFORM 5500-WRITE-TOTAL THRU 5500-WRITE-TOTAL-EXIT.
083700     WRITE GEO3X3-RESTATE-LINE FROM WS-BLANK-LINE.
083800 5400-PRINT-STATE-TOTAL-EXIT.
083900     EXIT.
084000*
084100 5500-WRITE-TOTAL.
084200     MOVE WS-STATE-OUT TO WS-RST-TOT-OUT.
084300     MOVE WS-STATE-IN TO WS-RST-TOT-IN.
084400     COMPUTE WS-RST-TOT-NET = WS-STATE-IN - WS-STATE-OUT.
084500     WRITE GEO3X3-RESTATE-LINE FROM WS-RST-TOTAL-LINE.
084600 5500-WRITE-TOTAL-EXIT.
084700     EXIT.
084800*
084900 8500-LOG-JOB-START.
085000     SET GJLP-START TO TRUE.
085100     MOVE "GEO3X3RE" TO GJLP-PROGRAM.
085200     MOVE ZEROS TO GJLP-READ-COUNT.
085300     MOVE ZEROS TO GJLP-WRITTEN-COUNT.
085400     MOVE ZEROS TO GJLP-REJECT-COUNT.
085500     MOVE ZEROS TO GJLP-RETURN-CODE.
085600     CALL "GEO3X3JW" USING GEO3X3-JOBLOG-DATA.
085700 8500-LOG-JOB-START-EXIT.
085800     EXIT.
085900*
086000 8600-LOG-JOB-END.
086100     SET GJLP-END TO TRUE.
086200     MOVE WS-LIVE-READ-COUNT TO GJLP-READ-COUNT.
086300     ADD WS-ARCH-READ-COUNT TO GJLP-READ-COUNT.
086400     MOVE WS-RESTATED-COUNT TO GJLP-WRITTEN-COUNT.
086500     MOVE ZEROS TO GJLP-REJECT-COUNT.
086600     MOVE RETURN-CODE TO GJLP-RETURN-CODE.
086700     CALL "GEO3X3JW" USING GEO3X3-JOBLOG-DATA.
086710     MOVE GJLP-RETURN-CODE TO RETURN-CODE.
086800 8600-LOG-JOB-END-EXIT.
086900     EXIT.
087000*
087100*    -----------------------------------------------------
087200*    9000-TERMINATE - WITH THE CORRECTION FILE SAFELY
087300*    WRITTEN, GEO3X3BK IS EMPTIED SO THE NEXT RUN RESTATES
087400*    ONLY CHANGES APPLIED SINCE; A RERUN OF THIS STEP FINDS
087500*    NOTHING TO DO RATHER THAN BOOKING THE SAME
087600*    CORRECTIONS TWICE. A SHORT TRAIL RESTATED NOTHING, SO
087610*    GEO3X3BK IS LEFT AS IT WAS FOR THE RERUN WITH THE
087620*    OLDER ARCHIVES.
087700*    -----------------------------------------------------
087800 9000-TERMINATE.
087810     MOVE RETURN-CODE TO WS-STEP-RC.
087900     CLOSE GEO3X3-AUDIT-FILE.
088000     IF WS-ARCHIVE-AVAILABLE
088100         CLOSE GEO3X3-ARCHIVE-FILE
088200     END-IF.
088300     CLOSE GEO3X3-HIER-FILE.
088400     CLOSE GEO3X3-CORRECTION-FILE.
088500     CLOSE GEO3X3-RESTATE-FILE.
088600     IF WS-BACKDATE-AVAILABLE
088610      AND NOT WS-TRAIL-SHORT
088700         OPEN OUTPUT GEO3X3-BACKDATE-FILE
088800         CLOSE GEO3X3-BACKDATE-FILE
088900     END-IF.
089000     PERFORM 9100-RELEASE-RUN THRU 9100-RELEASE-RUN-EXIT.
089010     MOVE WS-STEP-RC TO RETURN-CODE.
089100     PERFORM 8600-LOG-JOB-END THRU 8600-LOG-JOB-END-EXIT.
089110     MOVE WS-STEP-RC TO RETURN-CODE.
089200 9000-TERMINATE-EXIT.
089300     EXIT.
089400*
089500 9100-RELEASE-RUN.
089600     MOVE 'D' TO GLCK-FUNCTION.
089700     CALL "GEO3X3LK" USING GEO3X3-LOCK-DATA.
089800 9100-RELEASE-RUN-EXIT.
089900     EXIT.
