000100*> GEO3X3ST
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.     GEO3X3ST.
000400 AUTHOR.         DATA ADMINISTRATION.
000500 INSTALLATION.   GEO SYSTEMS.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.  2026-10-15.
000800*
000900*    ---------------------------------------------------
001000*    MODIFICATION HISTORY
001100*    ---------------------------------------------------
001200*    2026-10-15  DA  ORIGINAL - MONTH-END STATISTICAL
001300*                    RETURN TO THE STATE GEO AUTHORITY,
001400*                    REPLACING THE RETURN COMPILED BY HAND
001500*                    FROM A MONTH OF GEO3X3GR PRINTOUTS.
001600*                    ACCUMULATES EVERY CALL DATED IN THE
001700*                    CALENDAR MONTH ON THE GEO3X3SM CARD
001800*                    (LAST MONTH WHEN ABSENT) FROM GEO3X3AU
001900*                    AND THE OPTIONAL GEO3X3AV ARCHIVE
002000*                    CONCATENATION, RESOLVES EACH RESULT
002100*                    CODE THROUGH GEO3X3RH THE WAY GEO3X3GR
002200*                    DOES, AND WRITES THE GEO3X3SO
002300*                    INTERCHANGE FILE: HEADER NAMING THE
002400*                    PERIOD, ONE DETAIL PER STATE/COUNTY,
002500*                    TRAILER WITH THE RESOLVED, UNRESOLVED,
002600*                    INVALID AND TOTAL CALL COUNTS. EVERY
002700*                    RETURN FILED IS KEPT ON THE PERMANENT
002800*                    GEO3X3SH HISTORY, SO A RERUN FOR A
002900*                    PERIOD ALREADY FILED GOES OUT FLAGGED
003000*                    AS A NUMBERED RESUBMISSION, AND THE
003100*                    GEO3X3SS SIGN-OFF REPORT SHOWS THE
003200*                    SAME TOTALS AGAINST THE RETURN IN
003300*                    FORCE FOR THE PREVIOUS MONTH.
003400*    ---------------------------------------------------
003500*
003600 ENVIRONMENT     DIVISION.
003700*
003800 INPUT-OUTPUT    SECTION.
003900 FILE-CONTROL.
004000     SELECT GEO3X3-AUDIT-FILE   ASSIGN TO GEO3X3AU
004100         ORGANIZATION       IS LINE SEQUENTIAL
004200         FILE STATUS        IS WS-AUDIT-FILE-STATUS.
004300
004400     SELECT GEO3X3-ARCHIVE-FILE ASSIGN TO GEO3X3AV
004500         ORGANIZATION       IS LINE SEQUENTIAL
004600         FILE STATUS        IS WS-ARCHIVE-FILE-STATUS.
004700
004800     SELECT GEO3X3-HIER-FILE    ASSIGN TO GEO3X3RH
004900         ORGANIZATION       IS INDEXED
005000         ACCESS MODE        IS RANDOM
005100         RECORD KEY         IS GHIER-REGION-CODE
005200         FILE STATUS        IS WS-HIER-FILE-STATUS.
005300
005400     SELECT GEO3X3-CONTROL-FILE ASSIGN TO GEO3X3SM
005500         ORGANIZATION       IS LINE SEQUENTIAL
005600         FILE STATUS        IS WS-CONTROL-FILE-STATUS.
005700
005800     SELECT GEO3X3-HISTORY-FILE ASSIGN TO GEO3X3SH
005900         ORGANIZATION       IS LINE SEQUENTIAL
006000         FILE STATUS        IS WS-HISTORY-FILE-STATUS.
006100
006200     SELECT GEO3X3-RETURN-FILE  ASSIGN TO GEO3X3SO
006300         ORGANIZATION       IS LINE SEQUENTIAL
006400         FILE STATUS        IS WS-RETURN-FILE-STATUS.
006500
006600     SELECT GEO3X3-REPORT-FILE  ASSIGN TO GEO3X3SS
006700         ORGANIZATION       IS LINE SEQUENTIAL
006800         FILE STATUS        IS WS-REPORT-FILE-STATUS.
006900*
007000 DATA            DIVISION.
007100 FILE            SECTION.
007200 FD  GEO3X3-AUDIT-FILE
007300     RECORDING MODE IS F.
007400     COPY GEO3X3AR.
007500
007600 FD  GEO3X3-ARCHIVE-FILE
007700     RECORDING MODE IS F.
007800 01  GEO3X3-ARCHIVE-LINE        PIC X(80).
007900
008000 FD  GEO3X3-HIER-FILE.
008100     COPY GEO3X3HR.
008200
008300 FD  GEO3X3-CONTROL-FILE
008400     RECORDING MODE IS F.
008500 01  GEO3X3-CONTROL-RECORD.
008600     03  GSMC-PERIOD            PIC X(06).
008700     03  FILLER                 PIC X(74).
008800
008900 FD  GEO3X3-HISTORY-FILE
009000     RECORDING MODE IS F.
009100     COPY GEO3X3SH.
009200
009300 FD  GEO3X3-RETURN-FILE
009400     RECORDING MODE IS F.
009500     COPY GEO3X3SO.
009600
009700 FD  GEO3X3-REPORT-FILE
009800     RECORDING MODE IS F.
009900 01  GEO3X3-REPORT-LINE         PIC X(80).
010000*
010100 WORKING-STORAGE SECTION.
010200 01  WS-AUDIT-FILE-STATUS       PIC X(02) VALUE SPACES.
010300 01  WS-ARCHIVE-FILE-STATUS     PIC X(02) VALUE SPACES.
010400     88  WS-ARCHIVE-FILE-OK             VALUE '00'.
010500 01  WS-HIER-FILE-STATUS        PIC X(02) VALUE SPACES.
010600 01  WS-CONTROL-FILE-STATUS     PIC X(02) VALUE SPACES.
010700     88  WS-CONTROL-FILE-OK             VALUE '00'.
010800 01  WS-HISTORY-FILE-STATUS     PIC X(02) VALUE SPACES.
010900     88  WS-HISTORY-FILE-OK             VALUE '00'.
011000     88  WS-HISTORY-FILE-NOT-FOUND      VALUE '35'.
011100 01  WS-RETURN-FILE-STATUS      PIC X(02) VALUE SPACES.
011200 01  WS-REPORT-FILE-STATUS      PIC X(02) VALUE SPACES.
011300 01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
011400     88  WS-EOF                         VALUE 'Y'.
011500 01  WS-ARCHIVE-AVAIL-SW        PIC X(01) VALUE 'Y'.
011600     88  WS-ARCHIVE-AVAILABLE           VALUE 'Y'.
011700 01  WS-HISTORY-AVAIL-SW        PIC X(01) VALUE 'Y'.
011800     88  WS-HISTORY-AVAILABLE           VALUE 'Y'.
011900 01  WS-FILED-BEFORE-SW         PIC X(01) VALUE 'N'.
012000     88  WS-FILED-BEFORE                VALUE 'Y'.
012100 01  WS-PRIOR-FOUND-SW          PIC X(01) VALUE 'N'.
012200     88  WS-PRIOR-FOUND                 VALUE 'Y'.
012300 01  WS-PRINT-DONE-SW           PIC X(01) VALUE 'N'.
012400     88  WS-PRINT-DONE                  VALUE 'Y'.
012500 01  WS-STEP-RC                 PIC 9(02) VALUE ZEROS.
012600 01  WS-TODAY-DATE              PIC 9(08) VALUE ZEROS.
012700 01  WS-TODAY-TIME              PIC 9(08) VALUE ZEROS.
012800 01  WS-TODAY-PERIOD            PIC 9(06) VALUE ZEROS.
012900*    THE REPORTING MONTH, ITS FIRST AND LAST DAY, AND THE
013000*    MONTH BEFORE IT FOR THE COMPARISON.
013100 01  WS-PERIOD.
013200     03  WS-PERIOD-YEAR         PIC 9(04).
013300     03  WS-PERIOD-MONTH        PIC 9(02).
013400 01  WS-PERIOD-NUM REDEFINES WS-PERIOD
013500                                PIC 9(06).
013600 01  WS-PRIOR-PERIOD.
013700     03  WS-PRIOR-YEAR          PIC 9(04).
013800     03  WS-PRIOR-MONTH         PIC 9(02).
013900 01  WS-PRIOR-PERIOD-NUM REDEFINES WS-PRIOR-PERIOD
014000                                PIC 9(06).
014100 01  WS-NEXT-PERIOD.
014200     03  WS-NEXT-YEAR           PIC 9(04).
014300     03  WS-NEXT-MONTH          PIC 9(02).
014400 01  WS-NEXT-PERIOD-NUM REDEFINES WS-NEXT-PERIOD
014500                                PIC 9(06).
014600 01  WS-PERIOD-FROM             PIC 9(08) VALUE ZEROS.
014700 01  WS-PERIOD-TO               PIC 9(08) VALUE ZEROS.
014800 01  WS-NEXT-FROM               PIC 9(08) VALUE ZEROS.
014900 01  WS-DATE-INTEGER            PIC 9(08) VALUE ZEROS.
015000 01  WS-EARLIEST-DATE           PIC 9(08) VALUE ZEROS.
015100*    THIS SUBMISSION, AND WHAT IS ALREADY ON FILE FOR THE
015200*    PERIOD AND FOR THE MONTH BEFORE.
015300 01  WS-SUBMISSION-NUMBER       PIC 9(02) VALUE ZEROS.
015400 01  WS-ORIGINAL-DATE           PIC 9(08) VALUE ZEROS.
015500 01  WS-LAST-FILED-DATE         PIC 9(08) VALUE ZEROS.
015600 01  WS-LAST-FILED-TOTAL        PIC 9(10) VALUE ZEROS.
015700 01  WS-PRIOR-SUBMISSION        PIC 9(02) VALUE ZEROS.
015800 01  WS-PRIOR-FILED-DATE        PIC 9(08) VALUE ZEROS.
015900 01  WS-PRIOR-RESOLVED          PIC 9(10) VALUE ZEROS.
016000 01  WS-PRIOR-UNRESOLVED        PIC 9(10) VALUE ZEROS.
016100 01  WS-PRIOR-INVALID           PIC 9(10) VALUE ZEROS.
016200 01  WS-PRIOR-TOTAL             PIC 9(10) VALUE ZEROS.
016300 01  WS-READ-COUNT              PIC 9(08) VALUE ZEROS.
016400 01  WS-ARCH-READ-COUNT         PIC 9(08) VALUE ZEROS.
016500 01  WS-HIST-READ-COUNT         PIC 9(08) VALUE ZEROS.
016600 01  WS-SELECT-COUNT            PIC 9(10) VALUE ZEROS.
016700 01  WS-RESOLVED-COUNT          PIC 9(10) VALUE ZEROS.
016800 01  WS-UNRESOLVED-COUNT        PIC 9(10) VALUE ZEROS.
016900 01  WS-INVALID-COUNT           PIC 9(10) VALUE ZEROS.
017000 01  WS-DETAIL-COUNT            PIC 9(08) VALUE ZEROS.
017100 01  WS-REJECT-COUNT            PIC 9(08) VALUE ZEROS.
017200 01  WS-STATE-THIS              PIC 9(10) VALUE ZEROS.
017300 01  WS-STATE-PRIOR             PIC 9(10) VALUE ZEROS.
017400 01  WS-CMP-THIS                PIC 9(10) VALUE ZEROS.
017500 01  WS-CMP-PRIOR               PIC 9(10) VALUE ZEROS.
017600 01  WS-CHANGE                  PIC S9(10) VALUE ZEROS.
017700 01  WS-PCT                     PIC S9(05)V9 VALUE ZEROS.
017800 01  WS-CUR-STATE               PIC X(02) VALUE SPACES.
017900 01  WS-SEEK-STATE              PIC X(02) VALUE SPACES.
018000 01  WS-SEEK-COUNTY             PIC X(20) VALUE SPACES.
018100 01  WS-MIN-KEY                 PIC X(22) VALUE SPACES.
018200 01  WS-TEST-KEY                PIC X(22) VALUE SPACES.
018300 01  WS-COUNTY-COUNT            PIC 9(03) COMP VALUE ZEROS.
018400 01  WS-CTY-SUB                 PIC 9(03) COMP VALUE ZEROS.
018500 01  WS-FOUND-SUB               PIC 9(03) COMP VALUE ZEROS.
018600 01  WS-MIN-SUB                 PIC 9(03) COMP VALUE ZEROS.
018700*    ONE ENTRY PER COUNTY ON THIS MONTH'S CALLS OR ON THE
018800*    RETURN IN FORCE FOR THE MONTH BEFORE.
018900 01  WS-COUNTY-TABLE.
019000     03  WS-CTY-ENTRY OCCURS 500 TIMES.
019100         05  WS-CTY-PRINTED-SW  PIC X(01).
019200         05  WS-CTY-STATE       PIC X(02).
019300         05  WS-CTY-NAME        PIC X(20).
019400         05  WS-CTY-THIS        PIC 9(10) COMP.
019500         05  WS-CTY-PRIOR       PIC 9(10) COMP.
019600 01  WS-SSR-HDR-LINE.
019700     03  FILLER                 PIC X(37) VALUE
019800         "GEO3X3 MONTHLY STATE RETURN - PERIOD ".
019900     03  WS-SSR-HDR-PERIOD      PIC 9(06).
020000     03  FILLER                 PIC X(08) VALUE "   RUN ".
020100     03  WS-SSR-HDR-DATE        PIC 9(08).
020200     03  FILLER                 PIC X(21) VALUE SPACES.
020300 01  WS-SSR-RANGE-LINE.
020400     03  FILLER                 PIC X(14) VALUE
020500         "CALLS DATED   ".
020600     03  WS-SSR-RNG-FROM        PIC 9(08).
020700     03  FILLER                 PIC X(06) VALUE " THRU ".
020800     03  WS-SSR-RNG-TO          PIC 9(08).
020900     03  FILLER                 PIC X(44) VALUE SPACES.
021000 01  WS-SSR-SUBMIT-LINE.
021100     03  WS-SSR-SUBMIT-TYPE     PIC X(16).
021200     03  WS-SSR-SUBMIT-NUMBER   PIC 9(02).
021300     03  WS-SSR-SUBMIT-TEXT     PIC X(34).
021400     03  WS-SSR-SUBMIT-DATE     PIC X(08).
021500     03  FILLER                 PIC X(20) VALUE SPACES.
021600 01  WS-SSR-PRIOR-LINE.
021700     03  WS-SSR-PRIOR-TEXT      PIC X(34).
021800     03  WS-SSR-PRIOR-PERIOD    PIC 9(06).
021900     03  WS-SSR-PRIOR-TEXT2     PIC X(18).
022000     03  WS-SSR-PRIOR-DATE      PIC X(08).
022100     03  FILLER                 PIC X(14) VALUE SPACES.
022200 01  WS-SSR-COLUMN-LINE.
022300     03  FILLER                 PIC X(40) VALUE
022400         "STATE / COUNTY            THIS MONTH  PR".
022500     03  FILLER                 PIC X(40) VALUE
022600         "IOR MONTH      CHANGE      PCT         ".
022700 01  WS-SSR-STATE-LINE.
022800     03  FILLER                 PIC X(07) VALUE "STATE: ".
022900     03  WS-SSR-STATE           PIC X(02).
023000     03  FILLER                 PIC X(71) VALUE SPACES.
023100 01  WS-SSR-DETAIL-LINE.
023200     03  WS-SSR-LABEL.
023300         05  WS-SSR-INDENT      PIC X(04).
023400         05  WS-SSR-NAME        PIC X(20).
023500     03  FILLER                 PIC X(02) VALUE SPACES.
023600     03  WS-SSR-THIS            PIC ZZZZZZZZZ9.
023700     03  FILLER                 PIC X(02) VALUE SPACES.
023800     03  WS-SSR-PRIOR           PIC ZZZZZZZZZ9.
023900     03  FILLER                 PIC X(02) VALUE SPACES.
024000     03  WS-SSR-CHANGE          PIC +(09)9.
024100     03  FILLER                 PIC X(02) VALUE SPACES.
024200     03  WS-SSR-PCT-AREA        PIC X(07).
024300     03  WS-SSR-PCT REDEFINES WS-SSR-PCT-AREA
024400                                PIC +(04)9.9.
024500     03  FILLER                 PIC X(11) VALUE SPACES.
024600 01  WS-SSR-COUNT-LINE.
024700     03  WS-SSR-COUNT-LABEL     PIC X(32).
024800     03  WS-SSR-COUNT           PIC ZZZZZZZZZ9.
024900     03  FILLER                 PIC X(38) VALUE SPACES.
025000 01  WS-SSR-MESSAGE-LINE        PIC X(80) VALUE SPACES.
025100 01  WS-SSR-SIGN-LINE.
025200     03  WS-SSR-SIGN-LABEL      PIC X(14).
025300     03  FILLER                 PIC X(40) VALUE
025400         "______________________________   DATE: ".
025500     03  FILLER                 PIC X(26) VALUE
025600         "__________                ".
025700 01  WS-BLANK-LINE              PIC X(80) VALUE SPACES.
025800*
025900     COPY GEO3X3LD.
026000*
026100     COPY GEO3X3JP.
026200*
026300 PROCEDURE       DIVISION.
026400*
026500*    -----------------------------------------------------
026600*    0000-MAINLINE - LEARN FROM THE HISTORY WHETHER THE
026700*    PERIOD HAS BEEN FILED AND WHAT WAS FILED FOR THE MONTH
026800*    BEFORE, TALLY THE MONTH'S CALLS BY COUNTY FROM THE LIVE
026900*    TRAIL AND THE ARCHIVES, WRITE THE RETURN AND THE
027000*    SIGN-OFF REPORT, THEN RECORD THE RETURN ON THE HISTORY.
027100*    -----------------------------------------------------
027200 0000-MAINLINE.
027300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
027400     PERFORM 2000-LOAD-HISTORY THRU 2000-LOAD-HISTORY-EXIT.
027500     PERFORM 3000-TALLY-LIVE THRU 3000-TALLY-LIVE-EXIT
027600         UNTIL WS-EOF.
027700     PERFORM 3100-TALLY-ARCHIVE THRU 3100-TALLY-ARCHIVE-EXIT.
027800     PERFORM 4000-WRITE-RETURN THRU 4000-WRITE-RETURN-EXIT.
027900     PERFORM 5000-WRITE-HISTORY THRU 5000-WRITE-HISTORY-EXIT.
028000     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
028100     STOP RUN.
028200*
028300 1000-INITIALIZE.
028400     PERFORM 8500-LOG-JOB-START THRU 8500-LOG-JOB-START-EXIT.
028500     PERFORM 1050-REGISTER-RUN THRU 1050-REGISTER-RUN-EXIT.
028600     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
028700     ACCEPT WS-TODAY-TIME FROM TIME.
028800     COMPUTE WS-TODAY-PERIOD = WS-TODAY-DATE / 100.
028900     PERFORM 1100-READ-CONTROL THRU 1100-READ-CONTROL-EXIT.
029000     PERFORM 1200-SET-PERIOD THRU 1200-SET-PERIOD-EXIT.
029100     PERFORM 1300-CLEAR-COUNTY THRU 1300-CLEAR-COUNTY-EXIT
029200         VARYING WS-CTY-SUB FROM 1 BY 1
029300         UNTIL WS-CTY-SUB > 500.
029400     OPEN INPUT  GEO3X3-AUDIT-FILE.
029500     IF WS-AUDIT-FILE-STATUS NOT = '00'
029600         DISPLAY "GEO3X3ST: UNABLE TO OPEN GEO3X3AU, STATUS = "
029700             WS-AUDIT-FILE-STATUS
029800         MOVE 16 TO RETURN-CODE
029900         STOP RUN
030000     END-IF.
030100*    THE ARCHIVE CONCATENATION IS OPTIONAL - A MONTH STILL
030200*    INSIDE THE LIVE TRAIL NEEDS NONE.
030300     OPEN INPUT  GEO3X3-ARCHIVE-FILE.
030400     IF NOT WS-ARCHIVE-FILE-OK
030500         MOVE 'N' TO WS-ARCHIVE-AVAIL-SW
030600     END-IF.
030700     OPEN INPUT  GEO3X3-HIER-FILE.
030800     IF WS-HIER-FILE-STATUS NOT = '00'
030900         DISPLAY "GEO3X3ST: UNABLE TO OPEN GEO3X3RH, STATUS = "
031000             WS-HIER-FILE-STATUS
031100         MOVE 16 TO RETURN-CODE
031200         STOP RUN
031300     END-IF.
031400*    NO HISTORY YET IS THE FIRST RETURN EVER FILED; THE FILE
031500*    IS CREATED WHEN IT IS RECORDED.
031600     OPEN INPUT  GEO3X3-HISTORY-FILE.
031700     IF WS-HISTORY-FILE-NOT-FOUND
031800         MOVE 'N' TO WS-HISTORY-AVAIL-SW
031900     ELSE
032000         IF NOT WS-HISTORY-FILE-OK
032100             DISPLAY "GEO3X3ST: UNABLE TO OPEN GEO3X3SH, "
032200                 "STATUS = " WS-HISTORY-FILE-STATUS
032300             MOVE 16 TO RETURN-CODE
032400             STOP RUN
032500         END-IF
032600     END-IF.
032700     OPEN OUTPUT GEO3X3-RETURN-FILE.
032800     IF WS-RETURN-FILE-STATUS NOT = '00'
032900         DISPLAY "GEO3X3ST: UNABLE TO OPEN GEO3X3SO, STATUS = "
033000             WS-RETURN-FILE-STATUS
033100         MOVE 16 TO RETURN-CODE
033200         STOP RUN
033300     END-IF.
033400     OPEN OUTPUT GEO3X3-REPORT-FILE.
033500     IF WS-REPORT-FILE-STATUS NOT = '00'
033600         DISPLAY "GEO3X3ST: UNABLE TO OPEN GEO3X3SS, STATUS = "
033700             WS-REPORT-FILE-STATUS
033800         MOVE 16 TO RETURN-CODE
033900         STOP RUN
034000     END-IF.
034100 1000-INITIALIZE-EXIT.
034200     EXIT.
034300*
034400*    -----------------------------------------------------
034500*    1050-REGISTER-RUN - SERIALIZATION: THE AUDIT TRAIL IS
034600*    HELD SHARED SO THE PURGE CANNOT MOVE A PART OF THE
034700*    MONTH TO THE ARCHIVES MID-COUNT, AND THE RETURN
034800*    HISTORY IS HELD FOR UPDATE.
034900*    -----------------------------------------------------
035000 1050-REGISTER-RUN.
035100     MOVE "GEO3X3ST" TO GLCK-PROGRAM.
035200     MOVE "GEO3X3AU" TO GLCK-RESOURCE.
035300     MOVE 'R' TO GLCK-ACCESS.
035400     PERFORM 1060-ENQ-RESOURCE THRU 1060-ENQ-RESOURCE-EXIT.
035500     MOVE "GEO3X3SH" TO GLCK-RESOURCE.
035600     MOVE 'U' TO GLCK-ACCESS.
035700     PERFORM 1060-ENQ-RESOURCE THRU 1060-ENQ-RESOURCE-EXIT.
035800 1050-REGISTER-RUN-EXIT.
035900     EXIT.
036000*
036100 1060-ENQ-RESOURCE.
036200     MOVE 'E' TO GLCK-FUNCTION.
036300     CALL "GEO3X3LK" USING GEO3X3-LOCK-DATA.
036400     IF NOT GLCK-STAT-OK
036500         DISPLAY "GEO3X3ST: RESOURCE " GLCK-RESOURCE
036600             " HELD BY " GLCK-HOLDER " - RUN REFUSED"
036700         MOVE 'D' TO GLCK-FUNCTION
036800         CALL "GEO3X3LK" USING GEO3X3-LOCK-DATA
036900         MOVE 8 TO RETURN-CODE
037000         PERFORM 8600-LOG-JOB-END THRU 8600-LOG-JOB-END-EXIT
037100         STOP RUN
037200     END-IF.
037300 1060-ENQ-RESOURCE-EXIT.
037400     EXIT.
037500*
037600*    -----------------------------------------------------
037700*    1100-READ-CONTROL - THE RETURN IS FOR A WHOLE MONTH, SO
037800*    THE MONTH-END RUN REPORTS LAST MONTH BY DEFAULT. THE
037900*    GEO3X3SM CARD (YYYYMM) NAMES ANY EARLIER MONTH FOR A
038000*    LATE OR CORRECTED RETURN; A MONTH THAT HAS NOT ENDED IS
038100*    REFUSED.
038200*    -----------------------------------------------------
038300 1100-READ-CONTROL.
038400     MOVE WS-TODAY-PERIOD TO WS-PERIOD-NUM.
038500     IF WS-PERIOD-MONTH = 1
038600         SUBTRACT 1 FROM WS-PERIOD-YEAR
038700         MOVE 12 TO WS-PERIOD-MONTH
038800     ELSE
038900         SUBTRACT 1 FROM WS-PERIOD-MONTH
039000     END-IF.
039100     OPEN INPUT GEO3X3-CONTROL-FILE.
039200     IF NOT WS-CONTROL-FILE-OK
039300         GO TO 1100-READ-CONTROL-EXIT
039400     END-IF.
039500     READ GEO3X3-CONTROL-FILE
039600         AT END
039700             MOVE SPACES TO GSMC-PERIOD
039800     END-READ.
039900     CLOSE GEO3X3-CONTROL-FILE.
040000     IF GSMC-PERIOD = SPACES
040100         GO TO 1100-READ-CONTROL-EXIT
040200     END-IF.
040300     IF GSMC-PERIOD NUMERIC
040400         MOVE GSMC-PERIOD TO WS-PERIOD
040500     END-IF.
040600     IF GSMC-PERIOD NOT NUMERIC
040700      OR WS-PERIOD-MONTH < 1
040800      OR WS-PERIOD-MONTH > 12
040900      OR WS-PERIOD-NUM NOT < WS-TODAY-PERIOD
041000         DISPLAY "GEO3X3ST: INVALID REPORTING PERIOD '"
041100             GSMC-PERIOD "'"
041200         MOVE 16 TO RETURN-CODE
041300         PERFORM 8600-LOG-JOB-END THRU 8600-LOG-JOB-END-EXIT
041400         STOP RUN
041500     END-IF.
041600 1100-READ-CONTROL-EXIT.
041700     EXIT.
041800*
041900*    -----------------------------------------------------
042000*    1200-SET-PERIOD - FIRST DAY OF THE MONTH, LAST DAY (THE
042100*    DAY BEFORE THE FIRST OF THE NEXT MONTH) AND THE MONTH
042200*    BEFORE, WHOSE RETURN IS THE COMPARISON.
042300*    -----------------------------------------------------
042400 1200-SET-PERIOD.
042500     COMPUTE WS-PERIOD-FROM = WS-PERIOD-NUM * 100 + 1.
042600     MOVE WS-PERIOD-NUM TO WS-NEXT-PERIOD-NUM.
042700     IF WS-NEXT-MONTH = 12
042800         ADD 1 TO WS-NEXT-YEAR
042900         MOVE 1 TO WS-NEXT-MONTH
043000     ELSE
043100         ADD 1 TO WS-NEXT-MONTH
043200     END-IF.
043300     COMPUTE WS-NEXT-FROM = WS-NEXT-PERIOD-NUM * 100 + 1.
043400     COMPUTE WS-DATE-INTEGER =
043500         FUNCTION INTEGER-OF-DATE (WS-NEXT-FROM) - 1.
043600     COMPUTE WS-PERIOD-TO =
043700         FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).
043800     MOVE WS-PERIOD-NUM TO WS-PRIOR-PERIOD-NUM.
043900     IF WS-PRIOR-MONTH = 1
044000         SUBTRACT 1 FROM WS-PRIOR-YEAR
044100         MOVE 12 TO WS-PRIOR-MONTH
044200     ELSE
044300         SUBTRACT 1 FROM WS-PRIOR-MONTH
044400     END-IF.
044500 1200-SET-PERIOD-EXIT.
044600     EXIT.
044700*
044800 1300-CLEAR-COUNTY.
044900     MOVE 'N' TO WS-CTY-PRINTED-SW (WS-CTY-SUB).
045000     MOVE SPACES TO WS-CTY-STATE (WS-CTY-SUB).
045100     MOVE SPACES TO WS-CTY-NAME (WS-CTY-SUB).
045200     MOVE ZEROS TO WS-CTY-THIS (WS-CTY-SUB).
045300     MOVE ZEROS TO WS-CTY-PRIOR (WS-CTY-SUB).
045400 1300-CLEAR-COUNTY-EXIT.
045500     EXIT.
045600*
045700*    -----------------------------------------------------
045800*    2000-LOAD-HISTORY - A RETURN ALREADY ON FILE FOR THE
045900*    PERIOD MAKES THIS ONE A RESUBMISSION, NUMBERED ONE PAST
046000*    THE LATEST. THE LATEST RETURN FOR THE MONTH BEFORE IS
046100*    THE ONE IN FORCE; ITS TOTALS AND COUNTIES ARE KEPT FOR
046200*    THE COMPARISON, EACH LATER RESUBMISSION REPLACING THEM.
046300*    -----------------------------------------------------
046400 2000-LOAD-HISTORY.
046500     IF NOT WS-HISTORY-AVAILABLE
046600         GO TO 2000-LOAD-HISTORY-EXIT
046700     END-IF.
046800     PERFORM 2100-NOTE-HISTORY THRU 2100-NOTE-HISTORY-EXIT
046900         UNTIL WS-EOF.
047000     CLOSE GEO3X3-HISTORY-FILE.
047100     MOVE 'N' TO WS-EOF-SW.
047200     IF WS-FILED-BEFORE
047300         ADD 1 TO WS-SUBMISSION-NUMBER
047400     END-IF.
047500 2000-LOAD-HISTORY-EXIT.
047600     EXIT.
047700*
047800 2100-NOTE-HISTORY.
047900     READ GEO3X3-HISTORY-FILE
048000         AT END
048100             MOVE 'Y' TO WS-EOF-SW
048200             GO TO 2100-NOTE-HISTORY-EXIT
048300     END-READ.
048400     ADD 1 TO WS-HIST-READ-COUNT.
048500     IF GSRH-PERIOD = WS-PERIOD-NUM
048600      AND GSRH-RETURN
048700         PERFORM 2200-NOTE-FILED THRU 2200-NOTE-FILED-EXIT
048800     END-IF.
048900     IF GSRH-PERIOD = WS-PRIOR-PERIOD-NUM
049000         IF GSRH-RETURN
049100             PERFORM 2300-NOTE-PRIOR THRU 2300-NOTE-PRIOR-EXIT
049200         ELSE
049300             PERFORM 2400-NOTE-PRIOR-COUNTY
049400                 THRU 2400-NOTE-PRIOR-COUNTY-EXIT
049500         END-IF
049600     END-IF.
049700 2100-NOTE-HISTORY-EXIT.
049800     EXIT.
049900*
050000 2200-NOTE-FILED.
050100     IF GSRH-SUBMISSION-NUMBER = 0
050200         MOVE GSRH-RUN-DATE TO WS-ORIGINAL-DATE
050300     END-IF.
050400     IF NOT WS-FILED-BEFORE
050500      OR GSRH-SUBMISSION-NUMBER NOT < WS-SUBMISSION-NUMBER
050600         MOVE GSRH-SUBMISSION-NUMBER TO WS-SUBMISSION-NUMBER
050700         MOVE GSRH-RUN-DATE TO WS-LAST-FILED-DATE
050800         MOVE GSRH-TOTAL-CALLS TO WS-LAST-FILED-TOTAL
050900     END-IF.
051000     MOVE 'Y' TO WS-FILED-BEFORE-SW.
051100 2200-NOTE-FILED-EXIT.
051200     EXIT.
051300*
051400 2300-NOTE-PRIOR.
051500     MOVE 'Y' TO WS-PRIOR-FOUND-SW.
051600     MOVE GSRH-SUBMISSION-NUMBER TO WS-PRIOR-SUBMISSION.
051700     MOVE GSRH-RUN-DATE TO WS-PRIOR-FILED-DATE.
051800     MOVE GSRH-RESOLVED-CALLS TO WS-PRIOR-RESOLVED.
051900     MOVE GSRH-UNRESOLVED-CALLS TO WS-PRIOR-UNRESOLVED.
052000     MOVE GSRH-INVALID-CALLS TO WS-PRIOR-INVALID.
052100     MOVE GSRH-TOTAL-CALLS TO WS-PRIOR-TOTAL.
052200     PERFORM 2350-CLEAR-PRIOR THRU 2350-CLEAR-PRIOR-EXIT
052300         VARYING WS-CTY-SUB FROM 1 BY 1
052400         UNTIL WS-CTY-SUB > WS-COUNTY-COUNT.
052500 2300-NOTE-PRIOR-EXIT.
052600     EXIT.
052700*
052800 2350-CLEAR-PRIOR.
052900     MOVE ZEROS TO WS-CTY-PRIOR (WS-CTY-SUB).
053000 2350-CLEAR-PRIOR-EXIT.
053100     EXIT.
053200*
053300*    -----------------------------------------------------
053400*    2400-NOTE-PRIOR-COUNTY - A COUNTY RECORD FOLLOWS THE
053500*    RETURN RECORD IT BELONGS TO, SO IT ADDS TO THE RETURN
053600*    FOR THE MONTH BEFORE LAST LOADED BY 2300.
053700*    -----------------------------------------------------
053800 2400-NOTE-PRIOR-COUNTY.
053900     MOVE GSRH-STATE-CODE TO WS-SEEK-STATE.
054000     MOVE GSRH-COUNTY-NAME TO WS-SEEK-COUNTY.
054100     PERFORM 6000-FIND-COUNTY THRU 6000-FIND-COUNTY-EXIT.
054200     ADD GSRH-COUNTY-CALLS TO WS-CTY-PRIOR (WS-FOUND-SUB).
054300 2400-NOTE-PRIOR-COUNTY-EXIT.
054400     EXIT.
054500*
054600 3000-TALLY-LIVE.
054700     READ GEO3X3-AUDIT-FILE
054800         AT END
054900             MOVE 'Y' TO WS-EOF-SW
055000             GO TO 3000-TALLY-LIVE-EXIT
055100     END-READ.
055200     ADD 1 TO WS-READ-COUNT.
055300     PERFORM 3200-TALLY-CALL THRU 3200-TALLY-CALL-EXIT.
055400 3000-TALLY-LIVE-EXIT.
055500     EXIT.
055600*
055700 3100-TALLY-ARCHIVE.
055800     IF NOT WS-ARCHIVE-AVAILABLE
055900         GO TO 3100-TALLY-ARCHIVE-EXIT
056000     END-IF.
056100     MOVE 'N' TO WS-EOF-SW.
056200     PERFORM 3150-TALLY-ARCH-RECORD
056300         THRU 3150-TALLY-ARCH-RECORD-EXIT
056400         UNTIL WS-EOF.
056500 3100-TALLY-ARCHIVE-EXIT.
056600     EXIT.
056700*
056800 3150-TALLY-ARCH-RECORD.
056900     READ GEO3X3-ARCHIVE-FILE
057000         AT END
057100             MOVE 'Y' TO WS-EOF-SW
057200         NOT AT END
057300             ADD 1 TO WS-ARCH-READ-COUNT
057400             MOVE GEO3X3-ARCHIVE-LINE TO GEO3X3-AUDIT-RECORD
057500             PERFORM 3200-TALLY-CALL THRU 3200-TALLY-CALL-EXIT
057600     END-READ.
057700 3150-TALLY-ARCH-RECORD-EXIT.
057800     EXIT.
057900*
058000*    -----------------------------------------------------
058100*    3200-TALLY-CALL - ONE LOGGED CALL, FROM EITHER SOURCE.
058200*    THE EARLIEST DATE SEEN SHOWS WHETHER THE TRAIL AND
058300*    ARCHIVES SUPPLIED REACH BACK TO THE START OF THE MONTH.
058400*    STATUS 99 IS INVALID AND STATUS 02 UNRESOLVED, AS ON
058500*    GEO3X3GR; EVERYTHING ELSE RESOLVES TO A COUNTY.
058600*    -----------------------------------------------------
058700 3200-TALLY-CALL.
058800     IF GAUD-DATE NOT NUMERIC
058900         GO TO 3200-TALLY-CALL-EXIT
059000     END-IF.
059100     IF WS-EARLIEST-DATE = 0
059200      OR GAUD-DATE < WS-EARLIEST-DATE
059300         MOVE GAUD-DATE TO WS-EARLIEST-DATE
059400     END-IF.
059500     IF GAUD-DATE < WS-PERIOD-FROM
059600      OR GAUD-DATE > WS-PERIOD-TO
059700         GO TO 3200-TALLY-CALL-EXIT
059800     END-IF.
059900     ADD 1 TO WS-SELECT-COUNT.
060000     EVALUATE TRUE
060100         WHEN GAUD-STATUS = '99'
060200             ADD 1 TO WS-INVALID-COUNT
060300         WHEN GAUD-STATUS = '02'
060400             ADD 1 TO WS-UNRESOLVED-COUNT
060500         WHEN OTHER
060600             PERFORM 3300-RESOLVE-CALL
060700                 THRU 3300-RESOLVE-CALL-EXIT
060800     END-EVALUATE.
060900 3200-TALLY-CALL-EXIT.
061000     EXIT.
061100*
061200*    -----------------------------------------------------
061300*    3300-RESOLVE-CALL - A RESULT CODE NO LONGER ON THE
061400*    HIERARCHY CANNOT BE PLACED IN A COUNTY AND IS RETURNED
061500*    AS UNRESOLVED.
061600*    -----------------------------------------------------
061700 3300-RESOLVE-CALL.
061800     MOVE GAUD-RESULT-CODE TO GHIER-REGION-CODE.
061900     READ GEO3X3-HIER-FILE
062000         INVALID KEY
062100             ADD 1 TO WS-UNRESOLVED-COUNT
062200             GO TO 3300-RESOLVE-CALL-EXIT
062300     END-READ.
062400     MOVE GHIER-STATE-CODE TO WS-SEEK-STATE.
062500     MOVE GHIER-COUNTY-NAME TO WS-SEEK-COUNTY.
062600     PERFORM 6000-FIND-COUNTY THRU 6000-FIND-COUNTY-EXIT.
062700     ADD 1 TO WS-CTY-THIS (WS-FOUND-SUB).
062800     ADD 1 TO WS-RESOLVED-COUNT.
062900 3300-RESOLVE-CALL-EXIT.
063000     EXIT.
063100*
063200*    -----------------------------------------------------
063300*    4000-WRITE-RETURN - HEADER, ONE DETAIL PER COUNTY WITH
063400*    CALLS IN STATE/COUNTY ORDER, TRAILER. THE SIGN-OFF
063500*    REPORT IS BUILT IN THE SAME PASS SO IT LISTS EXACTLY
063600*    WHAT WAS SENT, EACH LINE AGAINST THE MONTH BEFORE.
063700*    -----------------------------------------------------
063800 4000-WRITE-RETURN.
063900     MOVE SPACES TO GEO3X3-STATE-RETURN-RECORD.
064000     MOVE 'H' TO GSTR-RECORD-TYPE.
064100     MOVE WS-PERIOD-NUM TO GSTR-PERIOD.
064200     MOVE WS-PERIOD-FROM TO GSTR-PERIOD-FROM.
064300     MOVE WS-PERIOD-TO TO GSTR-PERIOD-TO.
064400     IF WS-FILED-BEFORE
064500         MOVE 'R' TO GSTR-SUBMISSION-TYPE
064600     ELSE
064700         MOVE 'O' TO GSTR-SUBMISSION-TYPE
064800     END-IF.
064900     MOVE WS-SUBMISSION-NUMBER TO GSTR-SUBMISSION-NUMBER.
065000     MOVE WS-TODAY-DATE TO GSTR-CREATED-DATE.
065100     MOVE WS-TODAY-TIME TO GSTR-CREATED-TIME.
065200     MOVE WS-ORIGINAL-DATE TO GSTR-ORIGINAL-DATE.
065300     WRITE GEO3X3-STATE-RETURN-RECORD.
065400     PERFORM 4100-WRITE-HEADINGS THRU 4100-WRITE-HEADINGS-EXIT.
065500     PERFORM 4200-PRINT-NEXT-COUNTY
065600         THRU 4200-PRINT-NEXT-COUNTY-EXIT
065700         UNTIL WS-PRINT-DONE.
065800     IF WS-CUR-STATE NOT = SPACES
065900         PERFORM 4400-PRINT-STATE-TOTAL
066000             THRU 4400-PRINT-STATE-TOTAL-EXIT
066100     END-IF.
066200     MOVE SPACES TO GEO3X3-STATE-RETURN-RECORD.
066300     MOVE 'T' TO GSTR-RECORD-TYPE.
066400     MOVE WS-DETAIL-COUNT TO GSTR-DETAIL-COUNT.
066500     MOVE WS-RESOLVED-COUNT TO GSTR-RESOLVED-CALLS.
066600     MOVE WS-UNRESOLVED-COUNT TO GSTR-UNRESOLVED-CALLS.
066700     MOVE WS-INVALID-COUNT TO GSTR-INVALID-CALLS.
066800     MOVE WS-SELECT-COUNT TO GSTR-TOTAL-CALLS.
066900     WRITE GEO3X3-STATE-RETURN-RECORD.
067000     PERFORM 4600-WRITE-TOTALS THRU 4600-WRITE-TOTALS-EXIT.
067100 4000-WRITE-RETURN-EXIT.
067200     EXIT.
067300*
067400 4100-WRITE-HEADINGS.
067500     MOVE WS-PERIOD-NUM TO WS-SSR-HDR-PERIOD.
067600     MOVE WS-TODAY-DATE TO WS-SSR-HDR-DATE.
067700     WRITE GEO3X3-REPORT-LINE FROM WS-SSR-HDR-LINE.
067800     MOVE WS-PERIOD-FROM TO WS-SSR-RNG-FROM.
067900     MOVE WS-PERIOD-TO TO WS-SSR-RNG-TO.
068000     WRITE GEO3X3-REPORT-LINE FROM WS-SSR-RANGE-LINE.
068100     IF WS-FILED-BEFORE
068200         MOVE "RESUBMISSION    " TO WS-SSR-SUBMIT-TYPE
068300         MOVE WS-SUBMISSION-NUMBER TO WS-SSR-SUBMIT-NUMBER
068400         MOVE " - REPLACES THE RETURN FILED     "
068500             TO WS-SSR-SUBMIT-TEXT
068600         MOVE WS-LAST-FILED-DATE TO WS-SSR-SUBMIT-DATE
068700     ELSE
068800         MOVE "ORIGINAL RETURN " TO WS-SSR-SUBMIT-TYPE
068900         MOVE ZEROS TO WS-SSR-SUBMIT-NUMBER
069000         MOVE SPACES TO WS-SSR-SUBMIT-TEXT
069100         MOVE SPACES TO WS-SSR-SUBMIT-DATE
069200     END-IF.
069300     WRITE GEO3X3-REPORT-LINE FROM WS-SSR-SUBMIT-LINE.
069400     MOVE WS-PRIOR-PERIOD-NUM TO WS-SSR-PRIOR-PERIOD.
069500     IF WS-PRIOR-FOUND
069600         MOVE "COMPARED WITH THE RETURN FOR      "
069700             TO WS-SSR-PRIOR-TEXT
069800         MOVE " FILED            " TO WS-SSR-PRIOR-TEXT2
069900         MOVE WS-PRIOR-FILED-DATE TO WS-SSR-PRIOR-DATE
070000     ELSE
070100         MOVE "NO RETURN ON FILE FOR THE MONTH   "
070200             TO WS-SSR-PRIOR-TEXT
070300         MOVE " - NO COMPARISON  " TO WS-SSR-PRIOR-TEXT2
070400         MOVE SPACES TO WS-SSR-PRIOR-DATE
070500     END-IF.
070600     WRITE GEO3X3-REPORT-LINE FROM WS-SSR-PRIOR-LINE.
070700     WRITE GEO3X3-REPORT-LINE FROM WS-BLANK-LINE.
070800     WRITE GEO3X3-REPORT-LINE FROM WS-SSR-COLUMN-LINE.
070900 4100-WRITE-HEADINGS-EXIT.
071000     EXIT.
071100*
071200*    -----------------------------------------------------
071300*    4200-PRINT-NEXT-COUNTY - COUNTIES COME OUT IN STATE/
071400*    COUNTY ORDER BY REPEATEDLY PICKING THE LOWEST UNPRINTED
071500*    KEY, AS ON GEO3X3GR. A COUNTY ONLY ON LAST MONTH'S
071600*    RETURN IS PRINTED (ITS CALLS FELL TO NIL) BUT IS NOT
071700*    SENT.
071800*    -----------------------------------------------------
071900 4200-PRINT-NEXT-COUNTY.
072000     MOVE ZEROS TO WS-MIN-SUB.
072100     MOVE HIGH-VALUES TO WS-MIN-KEY.
072200     PERFORM 4250-FIND-MIN-COUNTY
072300         THRU 4250-FIND-MIN-COUNTY-EXIT
072400         VARYING WS-CTY-SUB FROM 1 BY 1
072500         UNTIL WS-CTY-SUB > WS-COUNTY-COUNT.
072600     IF WS-MIN-SUB = 0
072700         MOVE 'Y' TO WS-PRINT-DONE-SW
072800         GO TO 4200-PRINT-NEXT-COUNTY-EXIT
072900     END-IF.
073000     MOVE 'Y' TO WS-CTY-PRINTED-SW (WS-MIN-SUB).
073100     IF WS-CTY-THIS (WS-MIN-SUB) = 0
073200      AND WS-CTY-PRIOR (WS-MIN-SUB) = 0
073300         GO TO 4200-PRINT-NEXT-COUNTY-EXIT
073400     END-IF.
073500     IF WS-CTY-STATE (WS-MIN-SUB) NOT = WS-CUR-STATE
073600         IF WS-CUR-STATE NOT = SPACES
073700             PERFORM 4400-PRINT-STATE-TOTAL
073800                 THRU 4400-PRINT-STATE-TOTAL-EXIT
073900         END-IF
074000         MOVE WS-CTY-STATE (WS-MIN-SUB) TO WS-CUR-STATE
074100         MOVE WS-CUR-STATE TO WS-SSR-STATE
074200         WRITE GEO3X3-REPORT-LINE FROM WS-SSR-STATE-LINE
074300         MOVE ZEROS TO WS-STATE-THIS
074400         MOVE ZEROS TO WS-STATE-PRIOR
074500     END-IF.
074600     IF WS-CTY-THIS (WS-MIN-SUB) > 0
074700         MOVE SPACES TO GEO3X3-STATE-RETURN-RECORD
074800         MOVE 'D' TO GSTR-RECORD-TYPE
074900         MOVE WS-CTY-STATE (WS-MIN-SUB) TO GSTR-STATE-CODE
075000         MOVE WS-CTY-NAME (WS-MIN-SUB) TO GSTR-COUNTY-NAME
075100         MOVE WS-CTY-THIS (WS-MIN-SUB) TO GSTR-CALL-COUNT
075200         WRITE GEO3X3-STATE-RETURN-RECORD
075300         ADD 1 TO WS-DETAIL-COUNT
075400     END-IF.
075500     MOVE SPACES TO WS-SSR-LABEL.
075600     MOVE WS-CTY-NAME (WS-MIN-SUB) TO WS-SSR-NAME.
075700     MOVE WS-CTY-THIS (WS-MIN-SUB) TO WS-CMP-THIS.
075800     MOVE WS-CTY-PRIOR (WS-MIN-SUB) TO WS-CMP-PRIOR.
075900     PERFORM 4500-PRINT-CHANGE THRU 4500-PRINT-CHANGE-EXIT.
076000     ADD WS-CTY-THIS (WS-MIN-SUB) TO WS-STATE-THIS.
076100     ADD WS-CTY-PRIOR (WS-MIN-SUB) TO WS-STATE-PRIOR.
076200 4200-PRINT-NEXT-COUNTY-EXIT.
076300     EXIT.
076400*
076500 4250-FIND-MIN-COUNTY.
076600     IF WS-CTY-PRINTED-SW (WS-CTY-SUB) NOT = 'Y'
076700         MOVE SPACES TO WS-TEST-KEY
076800         STRING WS-CTY-STATE (WS-CTY-SUB)
076900                WS-CTY-NAME (WS-CTY-SUB)
077000             DELIMITED BY SIZE INTO WS-TEST-KEY
077100         END-STRING
077200         IF WS-TEST-KEY < WS-MIN-KEY
077300             MOVE WS-TEST-KEY TO WS-MIN-KEY
077400             MOVE WS-CTY-SUB TO WS-MIN-SUB
077500         END-IF
077600     END-IF.
077700 4250-FIND-MIN-COUNTY-EXIT.
077800     EXIT.
077900*
078000 4400-PRINT-STATE-TOTAL.
078100     MOVE SPACES TO WS-SSR-LABEL.
078200     STRING "STATE " WS-CUR-STATE " TOTAL"
078300         DELIMITED BY SIZE INTO WS-SSR-LABEL
078400     END-STRING.
078500     MOVE WS-STATE-THIS TO WS-CMP-THIS.
078600     MOVE WS-STATE-PRIOR TO WS-CMP-PRIOR.
078700     PERFORM 4500-PRINT-CHANGE THRU 4500-PRINT-CHANGE-EXIT.
078800     WRITE GEO3X3-REPORT-LINE FROM WS-BLANK-LINE.
078900 4400-PRINT-STATE-TOTAL-EXIT.
079000     EXIT.
079100*
079200*    -----------------------------------------------------
079300*    4500-PRINT-CHANGE - PRINT ONE LINE OF THIS MONTH
079400*    AGAINST THE MONTH BEFORE (WS-CMP-THIS, WS-CMP-PRIOR)
079500*    UNDER THE LABEL ALREADY SET. THERE IS NO PERCENTAGE
079600*    CHANGE FROM NIL.
079700*    -----------------------------------------------------
079800 4500-PRINT-CHANGE.
079900     MOVE WS-CMP-THIS TO WS-SSR-THIS.
080000     MOVE WS-CMP-PRIOR TO WS-SSR-PRIOR.
080100     COMPUTE WS-CHANGE = WS-CMP-THIS - WS-CMP-PRIOR.
080200     MOVE WS-CHANGE TO WS-SSR-CHANGE.
080300     IF WS-CMP-PRIOR = 0
080400         MOVE SPACES TO WS-SSR-PCT-AREA
080500     ELSE
080600         COMPUTE WS-PCT ROUNDED =
080700             WS-CHANGE * 100 / WS-CMP-PRIOR
080800             ON SIZE ERROR
080900                 MOVE 99999.9 TO WS-PCT
081000         END-COMPUTE
081100         MOVE WS-PCT TO WS-SSR-PCT
081200     END-IF.
081300     WRITE GEO3X3-REPORT-LINE FROM WS-SSR-DETAIL-LINE.
081400 4500-PRINT-CHANGE-EXIT.
081500     EXIT.
081600*
081700*    -----------------------------------------------------
081800*    4600-WRITE-TOTALS - THE TRAILER TOTALS AGAINST LAST
081900*    MONTH'S, THE RECORDS BEHIND THEM AND THE SIGN-OFF
082000*    BLOCK. THE STEP ENDS RC 4 WHEN THE MONTH HAD NO CALLS
082100*    OR THE TRAIL AND ARCHIVES SUPPLIED START AFTER THE
082200*    FIRST OF THE MONTH - EITHER WAY THE RETURN MAY BE SHORT
082300*    AND SHOULD NOT BE SIGNED OFF UNCHECKED.
082400*    -----------------------------------------------------
082500 4600-WRITE-TOTALS.
082600     WRITE GEO3X3-REPORT-LINE FROM WS-BLANK-LINE.
082700     MOVE "RESOLVED CALLS" TO WS-SSR-LABEL.
082800     MOVE WS-RESOLVED-COUNT TO WS-CMP-THIS.
082900     MOVE WS-PRIOR-RESOLVED TO WS-CMP-PRIOR.
083000     PERFORM 4500-PRINT-CHANGE THRU 4500-PRINT-CHANGE-EXIT.
083100     MOVE "UNRESOLVED CALLS (02)" TO WS-SSR-LABEL.
083200     MOVE WS-UNRESOLVED-COUNT TO WS-CMP-THIS.
083300     MOVE WS-PRIOR-UNRESOLVED TO WS-CMP-PRIOR.
083400     PERFORM 4500-PRINT-CHANGE THRU 4500-PRINT-CHANGE-EXIT.
083500     MOVE "INVALID CALLS (99)" TO WS-SSR-LABEL.
083600     MOVE WS-INVALID-COUNT TO WS-CMP-THIS.
083700     MOVE WS-PRIOR-INVALID TO WS-CMP-PRIOR.
083800     PERFORM 4500-PRINT-CHANGE THRU 4500-PRINT-CHANGE-EXIT.
083900     MOVE "TOTAL CALLS" TO WS-SSR-LABEL.
084000     MOVE WS-SELECT-COUNT TO WS-CMP-THIS.
084100     MOVE WS-PRIOR-TOTAL TO WS-CMP-PRIOR.
084200     PERFORM 4500-PRINT-CHANGE THRU 4500-PRINT-CHANGE-EXIT.
084300     WRITE GEO3X3-REPORT-LINE FROM WS-BLANK-LINE.
084400     IF WS-FILED-BEFORE
084500         MOVE "TOTAL CALLS ON RETURN REPLACED: "
084600             TO WS-SSR-COUNT-LABEL
084700         MOVE WS-LAST-FILED-TOTAL TO WS-SSR-COUNT
084800         WRITE GEO3X3-REPORT-LINE FROM WS-SSR-COUNT-LINE
084900     END-IF.
085000     MOVE "DETAIL RECORDS SENT:            "
085100         TO WS-SSR-COUNT-LABEL.
085200     MOVE WS-DETAIL-COUNT TO WS-SSR-COUNT.
085300     WRITE GEO3X3-REPORT-LINE FROM WS-SSR-COUNT-LINE.
085400     MOVE "LIVE AUDIT RECORDS READ:        "
085500         TO WS-SSR-COUNT-LABEL.
085600     MOVE WS-READ-COUNT TO WS-SSR-COUNT.
085700     WRITE GEO3X3-REPORT-LINE FROM WS-SSR-COUNT-LINE.
085800     MOVE "ARCHIVE RECORDS READ:           "
085900         TO WS-SSR-COUNT-LABEL.
086000     MOVE WS-ARCH-READ-COUNT TO WS-SSR-COUNT.
086100     WRITE GEO3X3-REPORT-LINE FROM WS-SSR-COUNT-LINE.
086200     MOVE "EARLIEST CALL DATE ON FILE:     "
086300         TO WS-SSR-COUNT-LABEL.
086400     MOVE WS-EARLIEST-DATE TO WS-SSR-COUNT.
086500     WRITE GEO3X3-REPORT-LINE FROM WS-SSR-COUNT-LINE.
086600     IF WS-SELECT-COUNT = 0
086700         MOVE "*** NO CALLS IN THE PERIOD - CHECK THE ARCHIVES"
086800             TO WS-SSR-MESSAGE-LINE
086900         WRITE GEO3X3-REPORT-LINE FROM WS-SSR-MESSAGE-LINE
087000         MOVE 4 TO RETURN-CODE
087100     END-IF.
087200     IF WS-EARLIEST-DATE > WS-PERIOD-FROM
087300         MOVE "*** CALLS ON FILE START MID-MONTH - MAY BE SHORT"
087400             TO WS-SSR-MESSAGE-LINE
087500         WRITE GEO3X3-REPORT-LINE FROM WS-SSR-MESSAGE-LINE
087600         MOVE 4 TO RETURN-CODE
087700     END-IF.
087800     WRITE GEO3X3-REPORT-LINE FROM WS-BLANK-LINE.
087900     MOVE "PREPARED BY:  " TO WS-SSR-SIGN-LABEL.
088000     WRITE GEO3X3-REPORT-LINE FROM WS-SSR-SIGN-LINE.
088100     WRITE GEO3X3-REPORT-LINE FROM WS-BLANK-LINE.
088200     MOVE "APPROVED BY:  " TO WS-SSR-SIGN-LABEL.
088300     WRITE GEO3X3-REPORT-LINE FROM WS-SSR-SIGN-LINE.
088400 4600-WRITE-TOTALS-EXIT.
088500     EXIT.
088600*
088700*    -----------------------------------------------------
088800*    5000-WRITE-HISTORY - RECORD THE RETURN JUST WRITTEN:
088900*    ONE RETURN RECORD, THEN ONE RECORD PER COUNTY SENT.
089000*    -----------------------------------------------------
089100 5000-WRITE-HISTORY.
089200     OPEN EXTEND GEO3X3-HISTORY-FILE.
089300     IF WS-HISTORY-FILE-NOT-FOUND
089400         OPEN OUTPUT GEO3X3-HISTORY-FILE
089500     END-IF.
089600     IF NOT WS-HISTORY-FILE-OK
089700         DISPLAY "GEO3X3ST: UNABLE TO OPEN GEO3X3SH, STATUS = "
089800             WS-HISTORY-FILE-STATUS
089900         MOVE 16 TO RETURN-CODE
090000         PERFORM 8600-LOG-JOB-END THRU 8600-LOG-JOB-END-EXIT
090100         STOP RUN
090200     END-IF.
090300     MOVE SPACES TO GEO3X3-RETURN-HIST-RECORD.
090400     MOVE WS-PERIOD-NUM TO GSRH-PERIOD.
090500     MOVE WS-SUBMISSION-NUMBER TO GSRH-SUBMISSION-NUMBER.
090600     MOVE 'R' TO GSRH-RECORD-TYPE.
090700     MOVE WS-TODAY-DATE TO GSRH-RUN-DATE.
090800     MOVE WS-TODAY-TIME TO GSRH-RUN-TIME.
090900     MOVE WS-DETAIL-COUNT TO GSRH-DETAIL-COUNT.
091000     MOVE WS-RESOLVED-COUNT TO GSRH-RESOLVED-CALLS.
091100     MOVE WS-UNRESOLVED-COUNT TO GSRH-UNRESOLVED-CALLS.
091200     MOVE WS-INVALID-COUNT TO GSRH-INVALID-CALLS.
091300     MOVE WS-SELECT-COUNT TO GSRH-TOTAL-CALLS.
091400     WRITE GEO3X3-RETURN-HIST-RECORD.
091500     PERFORM 5100-WRITE-HIST-COUNTY
091600         THRU 5100-WRITE-HIST-COUNTY-EXIT
091700         VARYING WS-CTY-SUB FROM 1 BY 1
091800         UNTIL WS-CTY-SUB > WS-COUNTY-COUNT.
091900     CLOSE GEO3X3-HISTORY-FILE.
092000 5000-WRITE-HISTORY-EXIT.
092100     EXIT.
092200*
092300 5100-WRITE-HIST-COUNTY.
092400     IF WS-CTY-THIS (WS-CTY-SUB) = 0
092500         GO TO 5100-WRITE-HIST-COUNTY-EXIT
092600     END-IF.
092700     MOVE SPACES TO GEO3X3-RETURN-HIST-RECORD.
092800     MOVE WS-PERIOD-NUM TO GSRH-PERIOD.
092900     MOVE WS-SUBMISSION-NUMBER TO GSRH-SUBMISSION-NUMBER.
093000     MOVE 'C' TO GSRH-RECORD-TYPE.
093100     MOVE WS-CTY-STATE (WS-CTY-SUB) TO GSRH-STATE-CODE.
093200     MOVE WS-CTY-NAME (WS-CTY-SUB) TO GSRH-COUNTY-NAME.
093300     MOVE WS-CTY-THIS (WS-CTY-SUB) TO GSRH-COUNTY-CALLS.
093400     WRITE GEO3X3-RETURN-HIST-RECORD.
093500 5100-WRITE-HIST-COUNTY-EXIT.
093600     EXIT.
093700*
093800*    -----------------------------------------------------
093900*    6000-FIND-COUNTY - WS-FOUND-SUB IS SET TO THE ENTRY
094000*    FOR WS-SEEK-STATE/WS-SEEK-COUNTY, ADDING ONE IF THE
094100*    COUNTY IS NEW. A RETURN THAT CANNOT HOLD EVERY COUNTY
094200*    WOULD BE WRONG, SO A FULL TABLE STOPS THE RUN.
094300*    -----------------------------------------------------
094400 6000-FIND-COUNTY.
094500     MOVE ZEROS TO WS-FOUND-SUB.
094600     PERFORM 6100-MATCH-COUNTY THRU 6100-MATCH-COUNTY-EXIT
094700         VARYING WS-CTY-SUB FROM 1 BY 1
094800         UNTIL WS-CTY-SUB > WS-COUNTY-COUNT
094900            OR WS-FOUND-SUB > 0.
095000     IF WS-FOUND-SUB > 0
095100         GO TO 6000-FIND-COUNTY-EXIT
095200     END-IF.
095300     IF WS-COUNTY-COUNT NOT < 500
095400         DISPLAY "GEO3X3ST: MORE THAN 500 COUNTIES - RETURN "
095500             "NOT WRITTEN"
095600         MOVE 16 TO RETURN-CODE
095700         PERFORM 8600-LOG-JOB-END THRU 8600-LOG-JOB-END-EXIT
095800         STOP RUN
095900     END-IF.
096000     ADD 1 TO WS-COUNTY-COUNT.
096100     MOVE WS-COUNTY-COUNT TO WS-FOUND-SUB.
096200     MOVE WS-SEEK-STATE TO WS-CTY-STATE (WS-FOUND-SUB).
096300     MOVE WS-SEEK-COUNTY TO WS-CTY-NAME (WS-FOUND-SUB).
096400 6000-FIND-COUNTY-EXIT.
096500     EXIT.
096600*
096700 6100-MATCH-COUNTY.
096800     IF WS-CTY-STATE (WS-CTY-SUB) = WS-SEEK-STATE
096900      AND WS-CTY-NAME (WS-CTY-SUB) = WS-SEEK-COUNTY
097000         MOVE WS-CTY-SUB TO WS-FOUND-SUB
097100     END-IF.
097200 6100-MATCH-COUNTY-EXIT.
097300     EXIT.
097400*
097500 8500-LOG-JOB-START.
097600     SET GJLP-START TO TRUE.
097700     MOVE "GEO3X3ST" TO GJLP-PROGRAM.
097800     MOVE ZEROS TO GJLP-READ-COUNT.
097900     MOVE ZEROS TO GJLP-WRITTEN-COUNT.
098000     MOVE ZEROS TO GJLP-REJECT-COUNT.
098100     MOVE ZEROS TO GJLP-RETURN-CODE.
098200     CALL "GEO3X3JW" USING GEO3X3-JOBLOG-DATA.
098300 8500-LOG-JOB-START-EXIT.
098400     EXIT.
098500*
098600*    -----------------------------------------------------
098700*    8600-LOG-JOB-END - THE STEP'S RETURN CODE GOES TO THE
098800*    LOG AND IS PUT BACK AFTER THE CALL, SO A RUN STOPPED
098900*    EARLY ENDS WITH IT RATHER THAN WITH GEO3X3JW'S.
099000*    -----------------------------------------------------
099100 8600-LOG-JOB-END.
099200     SET GJLP-END TO TRUE.
099300     COMPUTE GJLP-READ-COUNT =
099400         WS-READ-COUNT + WS-ARCH-READ-COUNT.
099500     MOVE WS-DETAIL-COUNT TO GJLP-WRITTEN-COUNT.
099600     COMPUTE WS-REJECT-COUNT =
099700         WS-UNRESOLVED-COUNT + WS-INVALID-COUNT.
099800     MOVE WS-REJECT-COUNT TO GJLP-REJECT-COUNT.
099900     MOVE RETURN-CODE TO GJLP-RETURN-CODE.
100000     CALL "GEO3X3JW" USING GEO3X3-JOBLOG-DATA.
100100     MOVE GJLP-RETURN-CODE TO RETURN-CODE.
100200 8600-LOG-JOB-END-EXIT.
100300     EXIT.
100400*
100500*    -----------------------------------------------------
100600*    9000-TERMINATE - EVERY CALL HANDS BACK ITS OWN RETURN
100700*    CODE, SO THE STEP'S IS HELD ACROSS THE LOCK RELEASE AND
100800*    THE JOB-LOG CALL AND PUT BACK FOR THE LOG AND THE STEP.
100900*    -----------------------------------------------------
101000 9000-TERMINATE.
101100     CLOSE GEO3X3-AUDIT-FILE.
101200     IF WS-ARCHIVE-AVAILABLE
101300         CLOSE GEO3X3-ARCHIVE-FILE
101400     END-IF.
101500     CLOSE GEO3X3-HIER-FILE.
101600     CLOSE GEO3X3-RETURN-FILE.
101700     CLOSE GEO3X3-REPORT-FILE.
101800     MOVE RETURN-CODE TO WS-STEP-RC.
101900     PERFORM 9100-RELEASE-RUN THRU 9100-RELEASE-RUN-EXIT.
102000     MOVE WS-STEP-RC TO RETURN-CODE.
102100     PERFORM 8600-LOG-JOB-END THRU 8600-LOG-JOB-END-EXIT.
102200     MOVE WS-STEP-RC TO RETURN-CODE.
102300 9000-TERMINATE-EXIT.
102400     EXIT.
102500*
102600 9100-RELEASE-RUN.
102700     MOVE 'D' TO GLCK-FUNCTION.
102800     CALL "GEO3X3LK" USING GEO3X3-LOCK-DATA.
102900 9100-RELEASE-RUN-EXIT.
103000     EXIT.
