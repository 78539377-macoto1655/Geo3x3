000100*> GEO3X3CO
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.     GEO3X3CO.
000400 AUTHOR.         DATA ADMINISTRATION.
000500 INSTALLATION.   GEO SYSTEMS.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.  2026-10-15.
000800*
000900*    ---------------------------------------------------
001000*    MODIFICATION HISTORY
001100*    ---------------------------------------------------
001200*    2026-10-15  DA  ORIGINAL - FORWARD CUTOVER CALENDAR.
001300*                    LISTS, DAY BY DAY OVER THE LOOK-AHEAD
001400*                    WINDOW ON CARD GEO3X3CW, EVERY ACTIVE
001500*                    GEO3X3MS MAPPING WHOSE TRANSLATION
001600*                    CHANGES: A FUTURE-DATED RECODE OR ADD
001700*                    REACHING ITS EFFECTIVE DATE, OR A
001800*                    MAPPING PASSING ITS END DATE. EACH LINE
001900*                    SHOWS THE OLD AND NEW RESULT CODE WITH
002000*                    COUNTY/STATE FROM GEO3X3RH AND THE
002100*                    ITEM'S RECENT DAILY CALLS FROM GEO3X3AU
002200*                    (AND THE OPTIONAL GEO3X3AV
002300*                    CONCATENATION). EXPIRIES WITH NO
002400*                    REPLACEMENT AND NEW RESULT CODES WITH
002500*                    NO HIERARCHY ENTRY ARE FLAGGED. REPORT
002600*                    ON GEO3X3CR; NOTICE FILE GEO3X3CN
002700*                    (GEO3X3CN.CPY) CARRIES THE SAME
002800*                    CUTOVERS TO EVERY RECEIVER ON THE
002900*                    GEO3X3RL LIST.
003000*    ---------------------------------------------------
003100*
003200 ENVIRONMENT     DIVISION.
003300*
003400 INPUT-OUTPUT    SECTION.
003500 FILE-CONTROL.
003600     SELECT GEO3X3-AUDIT-FILE   ASSIGN TO GEO3X3AU
003700         ORGANIZATION       IS LINE SEQUENTIAL
003800         FILE STATUS        IS WS-AUDIT-FILE-STATUS.
003900
004000     SELECT GEO3X3-ARCHIVE-FILE ASSIGN TO GEO3X3AV
004100         ORGANIZATION       IS LINE SEQUENTIAL
004200         FILE STATUS        IS WS-ARCHIVE-FILE-STATUS.
004300
004400     SELECT GEO3X3-MASTER-FILE  ASSIGN TO GEO3X3MS
004500         ORGANIZATION       IS INDEXED
004600         ACCESS MODE        IS DYNAMIC
004700         RECORD KEY         IS GMST-ITEM-CODE
004800         ALTERNATE RECORD KEY IS GMST-RESULT-CODE
004900                               WITH DUPLICATES
005000         FILE STATUS        IS WS-MASTER-FILE-STATUS.
005100
005200     SELECT GEO3X3-HIER-FILE    ASSIGN TO GEO3X3RH
005300         ORGANIZATION       IS INDEXED
005400         ACCESS MODE        IS RANDOM
005500         RECORD KEY         IS GHIER-REGION-CODE
005600         FILE STATUS        IS WS-HIER-FILE-STATUS.
005700
005800     SELECT GEO3X3-PENDING-FILE ASSIGN TO GEO3X3PN
005900         ORGANIZATION       IS LINE SEQUENTIAL
006000         FILE STATUS        IS WS-PENDING-FILE-STATUS.
006100
006200     SELECT GEO3X3-RECEIVER-FILE ASSIGN TO GEO3X3RL
006300         ORGANIZATION       IS LINE SEQUENTIAL
006400         FILE STATUS        IS WS-RECEIVER-FILE-STATUS.
006500
006600     SELECT GEO3X3-CONTROL-FILE ASSIGN TO GEO3X3CW
006700         ORGANIZATION       IS LINE SEQUENTIAL
006800         FILE STATUS        IS WS-CONTROL-FILE-STATUS.
006900
007000     SELECT GEO3X3-CALENDAR-FILE ASSIGN TO GEO3X3CR
007100         ORGANIZATION       IS LINE SEQUENTIAL
007200         FILE STATUS        IS WS-CALENDAR-FILE-STATUS.
007300
007400     SELECT GEO3X3-NOTICE-FILE  ASSIGN TO GEO3X3CN
007500         ORGANIZATION       IS LINE SEQUENTIAL
007600         FILE STATUS        IS WS-NOTICE-FILE-STATUS.
007700*
007800 DATA            DIVISION.
007900 FILE            SECTION.
008000 FD  GEO3X3-AUDIT-FILE
008100     RECORDING MODE IS F.
008200     COPY GEO3X3AR.
008300
008400 FD  GEO3X3-ARCHIVE-FILE
008500     RECORDING MODE IS F.
008600 01  GEO3X3-ARCHIVE-LINE        PIC X(80).
008700
008800 FD  GEO3X3-MASTER-FILE.
008900     COPY GEO3X3MR.
009000
009100 FD  GEO3X3-HIER-FILE.
009200     COPY GEO3X3HR.
009300
009400 FD  GEO3X3-PENDING-FILE
009500     RECORDING MODE IS F.
009600     COPY GEO3X3PD.
009700
009800 FD  GEO3X3-RECEIVER-FILE
009900     RECORDING MODE IS F.
010000 01  GEO3X3-RECEIVER-RECORD.
010100     03  GRCV-RECEIVER-ID       PIC X(08).
010200     03  FILLER                 PIC X(72).
010300
010400 FD  GEO3X3-CONTROL-FILE
010500     RECORDING MODE IS F.
010600 01  GEO3X3-CONTROL-RECORD.
010700     03  GCOW-AHEAD-DAYS        PIC X(03).
010800     03  FILLER                 PIC X(01).
010900     03  GCOW-BACK-DAYS         PIC X(03).
011000     03  FILLER                 PIC X(73).
011100
011200 FD  GEO3X3-CALENDAR-FILE
011300     RECORDING MODE IS F.
011400 01  GEO3X3-CALENDAR-LINE       PIC X(80).
011500
011600 FD  GEO3X3-NOTICE-FILE
011700     RECORDING MODE IS F.
011800 01  GEO3X3-NOTICE-LINE         PIC X(80).
011900*
012000 WORKING-STORAGE SECTION.
012100 01  WS-AUDIT-FILE-STATUS       PIC X(02) VALUE SPACES.
012200 01  WS-ARCHIVE-FILE-STATUS     PIC X(02) VALUE SPACES.
012300     88  WS-ARCHIVE-FILE-OK             VALUE '00'.
012400 01  WS-MASTER-FILE-STATUS      PIC X(02) VALUE SPACES.
012500 01  WS-HIER-FILE-STATUS        PIC X(02) VALUE SPACES.
012600 01  WS-PENDING-FILE-STATUS     PIC X(02) VALUE SPACES.
012700     88  WS-PENDING-FILE-OK             VALUE '00'.
012800 01  WS-RECEIVER-FILE-STATUS    PIC X(02) VALUE SPACES.
012900 01  WS-CONTROL-FILE-STATUS     PIC X(02) VALUE SPACES.
013000     88  WS-CONTROL-FILE-OK             VALUE '00'.
013100 01  WS-CALENDAR-FILE-STATUS    PIC X(02) VALUE SPACES.
013200 01  WS-NOTICE-FILE-STATUS      PIC X(02) VALUE SPACES.
013300 01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
013400     88  WS-EOF                         VALUE 'Y'.
013500 01  WS-ARCHIVE-AVAIL-SW        PIC X(01) VALUE 'Y'.
013600     88  WS-ARCHIVE-AVAILABLE           VALUE 'Y'.
013700 01  WS-DAY-STARTED-SW          PIC X(01) VALUE 'N'.
013800     88  WS-DAY-STARTED                 VALUE 'Y'.
013900 01  WS-STEP-RC                 PIC 9(02) VALUE ZEROS.
014000 01  WS-AHEAD-DAYS              PIC 9(03) VALUE 30.
014100 01  WS-BACK-DAYS               PIC 9(03) VALUE 30.
014200 01  WS-TODAY-DATE              PIC 9(08) VALUE ZEROS.
014300 01  WS-TODAY-INTEGER           PIC 9(08) VALUE ZEROS.
014400 01  WS-FROM-INTEGER            PIC 9(08) VALUE ZEROS.
014500 01  WS-TO-INTEGER              PIC 9(08) VALUE ZEROS.
014600 01  WS-FROM-DATE               PIC 9(08) VALUE ZEROS.
014700 01  WS-TO-DATE                 PIC 9(08) VALUE ZEROS.
014800 01  WS-CUTOFF-INTEGER          PIC 9(08) VALUE ZEROS.
014900 01  WS-CUTOFF-DATE             PIC 9(08) VALUE ZEROS.
015000 01  WS-EARLIEST-DATE           PIC 9(08) VALUE 99999999.
015100 01  WS-DAY-INTEGER             PIC 9(08) VALUE ZEROS.
015200 01  WS-LOOKUP-DATE             PIC 9(08) VALUE ZEROS.
015300 01  WS-LIVE-READ-COUNT         PIC 9(08) VALUE ZEROS.
015400 01  WS-ARCH-READ-COUNT         PIC 9(08) VALUE ZEROS.
015500 01  WS-BACK-CALL-COUNT         PIC 9(08) VALUE ZEROS.
015600 01  WS-MASTER-COUNT            PIC 9(08) VALUE ZEROS.
015700 01  WS-PENDING-COUNT           PIC 9(08) VALUE ZEROS.
015800 01  WS-SWITCH-COUNT            PIC 9(08) VALUE ZEROS.
015900 01  WS-NEW-COUNT               PIC 9(08) VALUE ZEROS.
016000 01  WS-EXPIRY-COUNT            PIC 9(08) VALUE ZEROS.
016100 01  WS-NO-REPLACE-COUNT        PIC 9(08) VALUE ZEROS.
016200 01  WS-REPLACE-PEND-COUNT      PIC 9(08) VALUE ZEROS.
016300 01  WS-NO-HIER-COUNT           PIC 9(08) VALUE ZEROS.
016400 01  WS-FLAGGED-COUNT           PIC 9(08) VALUE ZEROS.
016500 01  WS-DAYS-LISTED-COUNT       PIC 9(08) VALUE ZEROS.
016600 01  WS-NOTICE-DETAIL-COUNT     PIC 9(08) VALUE ZEROS.
016700 01  WS-GROUP-DETAIL-COUNT      PIC 9(08) VALUE ZEROS.
016800 01  WS-AVG-CALLS               PIC 9(07)V9 VALUE ZEROS.
016900 01  WS-ITEM-SUB                PIC 9(04) COMP VALUE ZEROS.
017000 01  WS-EVENT-COUNT             PIC 9(04) COMP VALUE ZEROS.
017100 01  WS-EVENT-SUB               PIC 9(04) COMP VALUE ZEROS.
017200 01  WS-ORDER-COUNT             PIC 9(04) COMP VALUE ZEROS.
017300 01  WS-ORDER-SUB               PIC 9(04) COMP VALUE ZEROS.
017400 01  WS-MOVE-COUNT              PIC 9(02) COMP VALUE ZEROS.
017500 01  WS-MOVE-SUB                PIC 9(02) COMP VALUE ZEROS.
017600 01  WS-RECEIVER-COUNT          PIC 9(02) COMP VALUE ZEROS.
017700 01  WS-RCV-SUB                 PIC 9(02) COMP VALUE ZEROS.
017800 01  WS-RCV-FOUND-SW            PIC X(01) VALUE 'N'.
017900     88  WS-RCV-FOUND                   VALUE 'Y'.
018000*    ONE TRANSLATION: THE MAPPING AS OF THE LOOKUP DATE. THE
018100*    DAY BEFORE AND THE DAY OF A CUTOVER ARE KEPT APART.
018200 01  WS-XLT-RESULT              PIC 9(03) VALUE ZEROS.
018300 01  WS-XLT-STATUS              PIC X(02) VALUE SPACES.
018400 01  WS-OLD-RESULT              PIC 9(03) VALUE ZEROS.
018500 01  WS-OLD-STATUS              PIC X(02) VALUE SPACES.
018600 01  WS-NEW-RESULT              PIC 9(03) VALUE ZEROS.
018700 01  WS-NEW-STATUS              PIC X(02) VALUE SPACES.
018800 01  WS-EVENT-INTEGER           PIC 9(08) VALUE ZEROS.
018900*    ONE SLOT PER POSSIBLE ITEM CODE: CALLS LOGGED FOR IT IN
019000*    THE LOOK-BACK, AND 'Y' WHEN AN UPDATE FOR IT IS PENDING.
019100 01  WS-ITEM-TABLE.
019200     03  WS-ITM-ENTRY OCCURS 1000 TIMES.
019300         05  WS-ITM-CALLS       PIC 9(08) COMP.
019400         05  WS-ITM-PND-SW      PIC X(01).
019500*    OLD RESULT CODES OF THE MASS MOVES PENDING (NOT THE
019600*    SIMULATE-ONLY ONES, WHICH NEVER CHANGE THE MASTER).
019700 01  WS-MOVE-TABLE.
019800     03  WS-MOVE-OLD-RESULT     PIC 9(03) OCCURS 50 TIMES.
019900 01  WS-RECEIVER-TABLE.
020000     03  WS-RCV-ID              PIC X(08) OCCURS 50 TIMES.
020100*    EVERY CUTOVER FOUND IN THE WINDOW. A MAPPING CAN BOTH
020200*    SWITCH AND EXPIRE INSIDE ONE WINDOW, SO TWO PER ITEM.
020300*    A RESULT OF ZERO MEANS NONE (THE ITEM DOES NOT
020400*    TRANSLATE ON THAT SIDE OF THE CUTOVER).
020500 01  WS-EVENT-TABLE.
020600     03  WS-EVT-ENTRY OCCURS 2000 TIMES.
020700         05  WS-EVT-INTEGER     PIC 9(08) COMP.
020800         05  WS-EVT-DATE        PIC 9(08).
020900         05  WS-EVT-ITEM        PIC 9(03).
021000         05  WS-EVT-TYPE        PIC X(01).
021100         05  WS-EVT-OLD-RESULT  PIC 9(03).
021200         05  WS-EVT-OLD-STATE   PIC X(02).
021300         05  WS-EVT-OLD-COUNTY  PIC X(20).
021400         05  WS-EVT-NEW-RESULT  PIC 9(03).
021500         05  WS-EVT-NEW-STATE   PIC X(02).
021600         05  WS-EVT-NEW-COUNTY  PIC X(20).
021700         05  WS-EVT-WARNING     PIC X(01).
021800         05  WS-EVT-CALLS       PIC 9(08) COMP.
021900*    THE EVENTS IN CALENDAR ORDER, AS PRINTED; THE NOTICE
022000*    GROUPS FOLLOW THE SAME ORDER.
022100 01  WS-ORDER-TABLE.
022200     03  WS-ORD-EVENT-SUB       PIC 9(04) COMP OCCURS 2000 TIMES.
022300*    COUNTY AND STATE OF ONE RESULT CODE.
022400 01  WS-REGION-RESULT           PIC 9(03) VALUE ZEROS.
022500 01  WS-REGION-FOUND-SW         PIC X(01) VALUE 'N'.
022600     88  WS-REGION-FOUND                VALUE 'Y'.
022700 01  WS-REGION-COUNTY           PIC X(20) VALUE SPACES.
022800 01  WS-REGION-STATE            PIC X(02) VALUE SPACES.
022900 01  WS-COR-HDR-LINE.
023000     03  FILLER                 PIC X(34) VALUE
023100         "GEO3X3 FORWARD CUTOVER CALENDAR   ".
023200     03  WS-COR-HDR-DATE        PIC 9(08).
023300     03  FILLER                 PIC X(09) VALUE "  WINDOW ".
023400     03  WS-COR-HDR-FROM        PIC 9(08).
023500     03  FILLER                 PIC X(04) VALUE " TO ".
023600     03  WS-COR-HDR-TO          PIC 9(08).
023700     03  FILLER                 PIC X(09) VALUE SPACES.
023800 01  WS-COR-NOTE-LINE           PIC X(80) VALUE SPACES.
023900 01  WS-COR-BACK-LINE.
024000     03  FILLER                 PIC X(36) VALUE
024100         "ENRICHED CALLS PER DAY OVER THE LAST".
024200     03  FILLER                 PIC X(01) VALUE SPACE.
024300     03  WS-COR-BACK-DAYS       PIC ZZ9.
024400     03  FILLER                 PIC X(40) VALUE
024500         " WHOLE DAYS UP TO YESTERDAY.".
024600 01  WS-COR-DAY-LINE.
024700     03  FILLER                 PIC X(13) VALUE "CUTOVER DATE ".
024800     03  WS-COR-DAY-DATE        PIC 9(08).
024900     03  FILLER                 PIC X(59) VALUE SPACES.
025000 01  WS-COR-COL-LINE.
025100     03  FILLER                 PIC X(40) VALUE
025200         "  ITM EVENT  OLD RESULT                 ".
025300     03  FILLER                 PIC X(40) VALUE
025400         "    NEW RESULT                 CALLS/DAY".
025500 01  WS-COR-EVENT-LINE.
025600     03  FILLER                 PIC X(02) VALUE SPACES.
025700     03  WS-COR-EVT-ITEM        PIC 9(03).
025800     03  FILLER                 PIC X(01) VALUE SPACE.
025900     03  WS-COR-EVT-TYPE        PIC X(06).
026000     03  FILLER                 PIC X(01) VALUE SPACE.
026100     03  WS-COR-EVT-OLD-CODE    PIC X(03).
026200     03  FILLER                 PIC X(01) VALUE SPACE.
026300     03  WS-COR-EVT-OLD-COUNTY  PIC X(20).
026400     03  FILLER                 PIC X(01) VALUE SPACE.
026500     03  WS-COR-EVT-OLD-STATE   PIC X(02).
026600     03  FILLER                 PIC X(04) VALUE " TO ".
026700     03  WS-COR-EVT-NEW-CODE    PIC X(03).
026800     03  FILLER                 PIC X(01) VALUE SPACE.
026900     03  WS-COR-EVT-NEW-COUNTY  PIC X(20).
027000     03  FILLER                 PIC X(01) VALUE SPACE.
027100     03  WS-COR-EVT-NEW-STATE   PIC X(02).
027200     03  FILLER                 PIC X(01) VALUE SPACE.
027300     03  WS-COR-EVT-AVG         PIC ZZZZZ9.9.
027400 01  WS-COR-FLAG-LINE.
027500     03  FILLER                 PIC X(09) VALUE "       **".
027600     03  FILLER                 PIC X(01) VALUE SPACE.
027700     03  WS-COR-FLAG-TEXT       PIC X(70).
027800 01  WS-COR-SIDE-CODE           PIC X(03) VALUE SPACES.
027900 01  WS-COR-SIDE-COUNTY         PIC X(20) VALUE SPACES.
028000 01  WS-COR-SIDE-STATE          PIC X(02) VALUE SPACES.
028100 01  WS-COR-COUNT-LINE.
028200     03  FILLER                 PIC X(04) VALUE SPACES.
028300     03  WS-COR-COUNT-LABEL     PIC X(32).
028400     03  WS-COR-COUNT           PIC ZZZZZZZ9.
028500     03  FILLER                 PIC X(36) VALUE SPACES.
028600 01  WS-BLANK-LINE              PIC X(80) VALUE SPACES.
028700     COPY GEO3X3CN.
028800     COPY GEO3X3MT.
028900*
029000     COPY GEO3X3LD.
029100*
029200     COPY GEO3X3JP.
029300*
029400 PROCEDURE       DIVISION.
029500*
029600*    -----------------------------------------------------
029700*    0000-MAINLINE - NOTE WHAT IS PENDING AND THE CALLS PER
029800*    ITEM IN THE LOOK-BACK, FIND EVERY CUTOVER IN THE
029900*    LOOK-AHEAD WINDOW ON THE MASTER, THEN PRINT THE
030000*    CALENDAR AND WRITE THE RECEIVERS' NOTICES FROM IT.
030100*    -----------------------------------------------------
030200 0000-MAINLINE.
030300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
030400     PERFORM 2000-SCAN-LIVE THRU 2000-SCAN-LIVE-EXIT
030500         UNTIL WS-EOF.
030600     PERFORM 3000-SCAN-ARCHIVE THRU 3000-SCAN-ARCHIVE-EXIT.
030700     PERFORM 4000-FIND-CUTOVERS THRU 4000-FIND-CUTOVERS-EXIT.
030800     PERFORM 5000-PRINT-CALENDAR THRU 5000-PRINT-CALENDAR-EXIT.
030900     PERFORM 6000-WRITE-NOTICES THRU 6000-WRITE-NOTICES-EXIT.
031000     PERFORM 7000-WRITE-TOTALS THRU 7000-WRITE-TOTALS-EXIT.
031100     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
031200     STOP RUN.
031300*
031400 1000-INITIALIZE.
031500     PERFORM 8500-LOG-JOB-START THRU 8500-LOG-JOB-START-EXIT.
031600     PERFORM 1050-REGISTER-RUN THRU 1050-REGISTER-RUN-EXIT.
031700     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
031800     PERFORM 1100-READ-CONTROL THRU 1100-READ-CONTROL-EXIT.
031900     COMPUTE WS-TODAY-INTEGER =
032000         FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
032100     COMPUTE WS-FROM-INTEGER = WS-TODAY-INTEGER + 1.
032200     COMPUTE WS-TO-INTEGER = WS-TODAY-INTEGER + WS-AHEAD-DAYS.
032300     COMPUTE WS-FROM-DATE =
032400         FUNCTION DATE-OF-INTEGER (WS-FROM-INTEGER).
032500     COMPUTE WS-TO-DATE =
032600         FUNCTION DATE-OF-INTEGER (WS-TO-INTEGER).
032700     COMPUTE WS-CUTOFF-INTEGER =
032800         WS-TODAY-INTEGER - WS-BACK-DAYS.
032900     COMPUTE WS-CUTOFF-DATE =
033000         FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INTEGER).
033100     PERFORM 1200-LOAD-RECEIVERS
033200         THRU 1200-LOAD-RECEIVERS-EXIT.
033300     OPEN INPUT  GEO3X3-AUDIT-FILE.
033400     IF WS-AUDIT-FILE-STATUS NOT = '00'
033500         DISPLAY "GEO3X3CO: UNABLE TO OPEN GEO3X3AU, STATUS = "
033600             WS-AUDIT-FILE-STATUS
033700         MOVE 16 TO RETURN-CODE
033800         STOP RUN
033900     END-IF.
034000*    THE ARCHIVE CONCATENATION IS OPTIONAL - A SHORT
034100*    LOOK-BACK MAY FALL ENTIRELY INSIDE THE LIVE TRAIL.
034200     OPEN INPUT  GEO3X3-ARCHIVE-FILE.
034300     IF NOT WS-ARCHIVE-FILE-OK
034400         MOVE 'N' TO WS-ARCHIVE-AVAIL-SW
034500     END-IF.
034600     OPEN INPUT  GEO3X3-MASTER-FILE.
034700     IF WS-MASTER-FILE-STATUS NOT = '00'
034800         DISPLAY "GEO3X3CO: UNABLE TO OPEN GEO3X3MS, STATUS = "
034900             WS-MASTER-FILE-STATUS
035000         MOVE 16 TO RETURN-CODE
035100         STOP RUN
035200     END-IF.
035300     OPEN INPUT  GEO3X3-HIER-FILE.
035400     IF WS-HIER-FILE-STATUS NOT = '00'
035500         DISPLAY "GEO3X3CO: UNABLE TO OPEN GEO3X3RH, STATUS = "
035600             WS-HIER-FILE-STATUS
035700         MOVE 16 TO RETURN-CODE
035800         STOP RUN
035900     END-IF.
036000     OPEN OUTPUT GEO3X3-CALENDAR-FILE.
036100     IF WS-CALENDAR-FILE-STATUS NOT = '00'
036200         DISPLAY "GEO3X3CO: UNABLE TO OPEN GEO3X3CR, STATUS = "
036300             WS-CALENDAR-FILE-STATUS
036400         MOVE 16 TO RETURN-CODE
036500         STOP RUN
036600     END-IF.
036700     OPEN OUTPUT GEO3X3-NOTICE-FILE.
036800     IF WS-NOTICE-FILE-STATUS NOT = '00'
036900         DISPLAY "GEO3X3CO: UNABLE TO OPEN GEO3X3CN, STATUS = "
037000             WS-NOTICE-FILE-STATUS
037100         MOVE 16 TO RETURN-CODE
037200         STOP RUN
037300     END-IF.
037400     PERFORM 1300-LOAD-PENDING THRU 1300-LOAD-PENDING-EXIT.
037500     MOVE WS-TODAY-DATE TO WS-COR-HDR-DATE.
037600     MOVE WS-FROM-DATE TO WS-COR-HDR-FROM.
037700     MOVE WS-TO-DATE TO WS-COR-HDR-TO.
037800     WRITE GEO3X3-CALENDAR-LINE FROM WS-COR-HDR-LINE.
037900     MOVE "EACH DATE IS THE FIRST DAY THE NEW TRANSLATION"
038000         TO WS-COR-NOTE-LINE.
038100     WRITE GEO3X3-CALENDAR-LINE FROM WS-COR-NOTE-LINE.
038200     MOVE "APPLIES. CALLS/DAY IS THE ITEM'S FORWARD AND"
038300         TO WS-COR-NOTE-LINE.
038400     WRITE GEO3X3-CALENDAR-LINE FROM WS-COR-NOTE-LINE.
038500     MOVE WS-BACK-DAYS TO WS-COR-BACK-DAYS.
038600     WRITE GEO3X3-CALENDAR-LINE FROM WS-COR-BACK-LINE.
038700     MOVE 'N' TO WS-EOF-SW.
038800     PERFORM 2100-READ-AUDIT THRU 2100-READ-AUDIT-EXIT.
038900 1000-INITIALIZE-EXIT.
039000     EXIT.
039100*
039200*    -----------------------------------------------------
039300*    1050-REGISTER-RUN - SERIALIZATION: THE MASTER IS HELD
039400*    SHARED SO NO APPLY CHANGES IT, OR REWRITES THE PENDING
039500*    FILE, WHILE THE CALENDAR IS BEING BUILT; THE AUDIT
039600*    TRAIL IS HELD SHARED SO HOUSEKEEPING CANNOT MOVE CALLS
039700*    TO THE ARCHIVE IN THE MIDDLE OF THE SWEEP.
039800*    -----------------------------------------------------
039900 1050-REGISTER-RUN.
040000     MOVE "GEO3X3CO" TO GLCK-PROGRAM.
040100     MOVE "GEO3X3MS" TO GLCK-RESOURCE.
040200     MOVE 'R' TO GLCK-ACCESS.
040300     PERFORM 1060-ENQ-RESOURCE THRU 1060-ENQ-RESOURCE-EXIT.
040400     MOVE "GEO3X3AU" TO GLCK-RESOURCE.
040500     MOVE 'R' TO GLCK-ACCESS.
040600     PERFORM 1060-ENQ-RESOURCE THRU 1060-ENQ-RESOURCE-EXIT.
040700 1050-REGISTER-RUN-EXIT.
040800     EXIT.
040900*
041000 1060-ENQ-RESOURCE.
041100     MOVE 'E' TO GLCK-FUNCTION.
041200     CALL "GEO3X3LK" USING GEO3X3-LOCK-DATA.
041300     IF NOT GLCK-STAT-OK
041400         DISPLAY "GEO3X3CO: RESOURCE " GLCK-RESOURCE
041500             " HELD BY " GLCK-HOLDER " - RUN REFUSED"
041600         MOVE 'D' TO GLCK-FUNCTION
041700         CALL "GEO3X3LK" USING GEO3X3-LOCK-DATA
041800         MOVE 8 TO RETURN-CODE
041900         PERFORM 8600-LOG-JOB-END THRU 8600-LOG-JOB-END-EXIT
042000         STOP RUN
042100     END-IF.
042200 1060-ENQ-RESOURCE-EXIT.
042300     EXIT.
042400*
042500*    -----------------------------------------------------
042600*    1100-READ-CONTROL - LOOK-AHEAD DAYS IN COLUMNS 1-3 AND
042700*    TRAFFIC LOOK-BACK DAYS IN COLUMNS 5-7 OF GEO3X3CW; NO
042800*    CARD (OR A BLANK OR ZERO FIELD) MEANS THE BUILT-IN 30.
042900*    -----------------------------------------------------
043000 1100-READ-CONTROL.
043100     OPEN INPUT GEO3X3-CONTROL-FILE.
043200     IF NOT WS-CONTROL-FILE-OK
043300         GO TO 1100-READ-CONTROL-EXIT
043400     END-IF.
043500     READ GEO3X3-CONTROL-FILE
043600         AT END
043700             CLOSE GEO3X3-CONTROL-FILE
043800             GO TO 1100-READ-CONTROL-EXIT
043900     END-READ.
044000     IF GCOW-AHEAD-DAYS NUMERIC
044100      AND GCOW-AHEAD-DAYS > '000'
044200         MOVE GCOW-AHEAD-DAYS TO WS-AHEAD-DAYS
044300     END-IF.
044400     IF GCOW-BACK-DAYS NUMERIC
044500      AND GCOW-BACK-DAYS > '000'
044600         MOVE GCOW-BACK-DAYS TO WS-BACK-DAYS
044700     END-IF.
044800     CLOSE GEO3X3-CONTROL-FILE.
044900 1100-READ-CONTROL-EXIT.
045000     EXIT.
045100*
045200*    -----------------------------------------------------
045300*    1200-LOAD-RECEIVERS - THE GEO3X3RL LIST NAMES WHO IS
045400*    TO BE TOLD; A NOTICE FILE ADDRESSED TO NOBODY WOULD
045500*    LOOK LIKE A QUIET WINDOW, SO AN ABSENT OR EMPTY LIST
045600*    FAILS THE STEP, AS ON GEO3X3AK.
045700*    -----------------------------------------------------
045800 1200-LOAD-RECEIVERS.
045900     OPEN INPUT GEO3X3-RECEIVER-FILE.
046000     IF WS-RECEIVER-FILE-STATUS NOT = '00'
046100         DISPLAY "GEO3X3CO: UNABLE TO OPEN GEO3X3RL, STATUS = "
046200             WS-RECEIVER-FILE-STATUS
046300         MOVE 16 TO RETURN-CODE
046400         STOP RUN
046500     END-IF.
046600     MOVE 'N' TO WS-EOF-SW.
046700     PERFORM 1250-STORE-RECEIVER THRU 1250-STORE-RECEIVER-EXIT
046800         UNTIL WS-EOF.
046900     CLOSE GEO3X3-RECEIVER-FILE.
047000     MOVE 'N' TO WS-EOF-SW.
047100     IF WS-RECEIVER-COUNT = 0
047200         DISPLAY "GEO3X3CO: GEO3X3RL IS EMPTY"
047300         MOVE 16 TO RETURN-CODE
047400         STOP RUN
047500     END-IF.
047600 1200-LOAD-RECEIVERS-EXIT.
047700     EXIT.
047800*
047900 1250-STORE-RECEIVER.
048000     READ GEO3X3-RECEIVER-FILE
048100         AT END
048200             MOVE 'Y' TO WS-EOF-SW
048300         NOT AT END
048400             IF GRCV-RECEIVER-ID NOT = SPACES
048500              AND WS-RECEIVER-COUNT < 50
048600                 ADD 1 TO WS-RECEIVER-COUNT
048700                 MOVE GRCV-RECEIVER-ID
048800                     TO WS-RCV-ID (WS-RECEIVER-COUNT)
048900             END-IF
049000     END-READ.
049100 1250-STORE-RECEIVER-EXIT.
049200     EXIT.
049300*
049400*    -----------------------------------------------------
049500*    1300-LOAD-PENDING - WHAT IS WAITING ON GEO3X3PN THAT
049600*    WOULD REPLACE AN EXPIRING MAPPING: AN UPDATE OF THE
049700*    ITEM (WHICH ALSO CLEARS ITS END DATE), OR A MASS MOVE
049800*    OFF ITS RESULT CODE. A MISSING FILE JUST MEANS NOTHING
049900*    IS PENDING.
050000*    -----------------------------------------------------
050100 1300-LOAD-PENDING.
050200     PERFORM 1350-CLEAR-ITEM THRU 1350-CLEAR-ITEM-EXIT
050300         VARYING WS-ITEM-SUB FROM 1 BY 1
050400         UNTIL WS-ITEM-SUB > 1000.
050500     OPEN INPUT GEO3X3-PENDING-FILE.
050600     IF NOT WS-PENDING-FILE-OK
050700         GO TO 1300-LOAD-PENDING-EXIT
050800     END-IF.
050900     MOVE 'N' TO WS-EOF-SW.
051000     PERFORM 1360-NOTE-PENDING THRU 1360-NOTE-PENDING-EXIT
051100         UNTIL WS-EOF.
051200     CLOSE GEO3X3-PENDING-FILE.
051300     MOVE 'N' TO WS-EOF-SW.
051400 1300-LOAD-PENDING-EXIT.
051500     EXIT.
051600*
051700 1350-CLEAR-ITEM.
051800     MOVE ZEROS TO WS-ITM-CALLS (WS-ITEM-SUB).
051900     MOVE 'N' TO WS-ITM-PND-SW (WS-ITEM-SUB).
052000 1350-CLEAR-ITEM-EXIT.
052100     EXIT.
052200*
052300 1360-NOTE-PENDING.
052400     READ GEO3X3-PENDING-FILE
052500         AT END
052600             MOVE 'Y' TO WS-EOF-SW
052700             GO TO 1360-NOTE-PENDING-EXIT
052800     END-READ.
052900     IF NOT GPND-PENDING
053000         GO TO 1360-NOTE-PENDING-EXIT
053100     END-IF.
053200     ADD 1 TO WS-PENDING-COUNT.
053300     MOVE GPND-TRANS TO GEO3X3-MAINT-TRANS.
053400     IF GMNT-UPDATE
053500      AND GMNT-ITEM-CODE NUMERIC
053600         COMPUTE WS-ITEM-SUB = GMNT-ITEM-CODE + 1
053700         MOVE 'Y' TO WS-ITM-PND-SW (WS-ITEM-SUB)
053800     END-IF.
053900     IF GMNT-MASS-MOVE
054000      AND NOT GMNT-SIMULATE-REQ
054100      AND GMNT-OLD-RESULT-CODE NUMERIC
054200      AND WS-MOVE-COUNT < 50
054300         ADD 1 TO WS-MOVE-COUNT
054400         MOVE GMNT-OLD-RESULT-CODE
054500             TO WS-MOVE-OLD-RESULT (WS-MOVE-COUNT)
054600     END-IF.
054700 1360-NOTE-PENDING-EXIT.
054800     EXIT.
054900*
055000 2000-SCAN-LIVE.
055100     ADD 1 TO WS-LIVE-READ-COUNT.
055200     PERFORM 2500-NOTE-CALL THRU 2500-NOTE-CALL-EXIT.
055300     PERFORM 2100-READ-AUDIT THRU 2100-READ-AUDIT-EXIT.
055400 2000-SCAN-LIVE-EXIT.
055500     EXIT.
055600*
055700 2100-READ-AUDIT.
055800     READ GEO3X3-AUDIT-FILE
055900         AT END
056000             MOVE 'Y' TO WS-EOF-SW
056100     END-READ.
056200 2100-READ-AUDIT-EXIT.
056300     EXIT.
056400*
056500*    -----------------------------------------------------
056600*    2500-NOTE-CALL - FORWARD AND ENRICHED CALLS ON WHOLE
056700*    DAYS IN THE LOOK-BACK (TODAY IS STILL RUNNING AND IS
056800*    LEFT OUT) ARE COUNTED AGAINST THEIR INPUT ITEM; A
056900*    REVERSE CALL CARRIES NO INPUT ITEM. THE EARLIEST DATE
057000*    ON ANY TRAIL READ IS KEPT TO PROVE THE FILES SUPPLIED
057100*    COVER THE WHOLE LOOK-BACK.
057200*    -----------------------------------------------------
057300 2500-NOTE-CALL.
057400     IF GAUD-DATE NOT NUMERIC
057500      OR GAUD-ITEM-CODE NOT NUMERIC
057600         GO TO 2500-NOTE-CALL-EXIT
057700     END-IF.
057800     IF GAUD-DATE < WS-EARLIEST-DATE
057900         MOVE GAUD-DATE TO WS-EARLIEST-DATE
058000     END-IF.
058100     IF GAUD-MODE = 'R'
058200      OR GAUD-DATE < WS-CUTOFF-DATE
058300      OR GAUD-DATE NOT < WS-TODAY-DATE
058400         GO TO 2500-NOTE-CALL-EXIT
058500     END-IF.
058600     ADD 1 TO WS-BACK-CALL-COUNT.
058700     COMPUTE WS-ITEM-SUB = GAUD-ITEM-CODE + 1.
058800     ADD 1 TO WS-ITM-CALLS (WS-ITEM-SUB).
058900 2500-NOTE-CALL-EXIT.
059000     EXIT.
059100*
059200 3000-SCAN-ARCHIVE.
059300     IF NOT WS-ARCHIVE-AVAILABLE
059400         GO TO 3000-SCAN-ARCHIVE-EXIT
059500     END-IF.
059600     MOVE 'N' TO WS-EOF-SW.
059700     PERFORM 3100-SCAN-ARCH-RECORD
059800         THRU 3100-SCAN-ARCH-RECORD-EXIT
059900         UNTIL WS-EOF.
060000 3000-SCAN-ARCHIVE-EXIT.
060100     EXIT.
060200*
060300 3100-SCAN-ARCH-RECORD.
060400     READ GEO3X3-ARCHIVE-FILE
060500         AT END
060600             MOVE 'Y' TO WS-EOF-SW
060700         NOT AT END
060800             ADD 1 TO WS-ARCH-READ-COUNT
060900             MOVE GEO3X3-ARCHIVE-LINE TO GEO3X3-AUDIT-RECORD
061000             PERFORM 2500-NOTE-CALL THRU 2500-NOTE-CALL-EXIT
061100     END-READ.
061200 3100-SCAN-ARCH-RECORD-EXIT.
061300     EXIT.
061400*
061500*    -----------------------------------------------------
061600*    4000-FIND-CUTOVERS - EVERY ACTIVE MAPPING ON GEO3X3MS.
061700*    AN INACTIVE ONE DOES NOT TRANSLATE ON ANY DATE, SO IT
061800*    HAS NO CUTOVER TO SHOW.
061900*    -----------------------------------------------------
062000 4000-FIND-CUTOVERS.
062100     MOVE 'N' TO WS-EOF-SW.
062200     PERFORM 4100-CHECK-MAPPING THRU 4100-CHECK-MAPPING-EXIT
062300         UNTIL WS-EOF.
062400 4000-FIND-CUTOVERS-EXIT.
062500     EXIT.
062600*
062700*    -----------------------------------------------------
062800*    4100-CHECK-MAPPING - A MAPPING'S TRANSLATION CAN ONLY
062900*    CHANGE ON ITS EFFECTIVE-FROM DATE (THE NEW RESULT CODE
063000*    TAKES OVER FROM THE PRIOR ONE, OR THE ITEM STARTS TO
063100*    TRANSLATE AT ALL) AND ON THE DAY AFTER ITS
063200*    EFFECTIVE-TO DATE (IT STOPS TRANSLATING). EACH OF THOSE
063300*    DAYS THAT FALLS IN THE WINDOW IS A CANDIDATE.
063400*    -----------------------------------------------------
063500 4100-CHECK-MAPPING.
063600     READ GEO3X3-MASTER-FILE NEXT RECORD
063700         AT END
063800             MOVE 'Y' TO WS-EOF-SW
063900             GO TO 4100-CHECK-MAPPING-EXIT
064000     END-READ.
064100     ADD 1 TO WS-MASTER-COUNT.
064200     IF NOT GMST-ACTIVE
064300         GO TO 4100-CHECK-MAPPING-EXIT
064400     END-IF.
064500     IF GMST-EFF-FROM-DATE > 0
064600         COMPUTE WS-EVENT-INTEGER =
064700             FUNCTION INTEGER-OF-DATE (GMST-EFF-FROM-DATE)
064800         PERFORM 4200-CHECK-DAY THRU 4200-CHECK-DAY-EXIT
064900     END-IF.
065000     IF GMST-EFF-TO-DATE > 0
065100         COMPUTE WS-EVENT-INTEGER =
065200             FUNCTION INTEGER-OF-DATE (GMST-EFF-TO-DATE) + 1
065300         PERFORM 4200-CHECK-DAY THRU 4200-CHECK-DAY-EXIT
065400     END-IF.
065500 4100-CHECK-MAPPING-EXIT.
065600     EXIT.
065700*
065800*    -----------------------------------------------------
065900*    4200-CHECK-DAY - TRANSLATE THE MAPPING ON THE DAY
066000*    BEFORE AND ON THE CANDIDATE DAY WITH GEO3X3'S OWN
066100*    EFFECTIVE-DATE RULE. WHERE THE OUTCOME DIFFERS THE DAY
066200*    IS A CUTOVER: AN EXPIRY WHEN THE ITEM STOPS
066300*    TRANSLATING, A NEW MAPPING WHEN IT STARTS, OTHERWISE A
066400*    SWITCH FROM ONE RESULT CODE TO ANOTHER.
066500*    -----------------------------------------------------
066600 4200-CHECK-DAY.
066700     IF WS-EVENT-INTEGER < WS-FROM-INTEGER
066800      OR WS-EVENT-INTEGER > WS-TO-INTEGER
066900         GO TO 4200-CHECK-DAY-EXIT
067000     END-IF.
067100     COMPUTE WS-LOOKUP-DATE =
067200         FUNCTION DATE-OF-INTEGER (WS-EVENT-INTEGER - 1).
067300     PERFORM 4900-TRANSLATE THRU 4900-TRANSLATE-EXIT.
067400     MOVE WS-XLT-RESULT TO WS-OLD-RESULT.
067500     MOVE WS-XLT-STATUS TO WS-OLD-STATUS.
067600     COMPUTE WS-LOOKUP-DATE =
067700         FUNCTION DATE-OF-INTEGER (WS-EVENT-INTEGER).
067800     PERFORM 4900-TRANSLATE THRU 4900-TRANSLATE-EXIT.
067900     MOVE WS-XLT-RESULT TO WS-NEW-RESULT.
068000     MOVE WS-XLT-STATUS TO WS-NEW-STATUS.
068100     IF WS-OLD-RESULT = WS-NEW-RESULT
068200      AND WS-OLD-STATUS = WS-NEW-STATUS
068300         GO TO 4200-CHECK-DAY-EXIT
068400     END-IF.
068500     ADD 1 TO WS-EVENT-COUNT.
068600     MOVE WS-EVENT-INTEGER TO WS-EVT-INTEGER (WS-EVENT-COUNT).
068700     MOVE WS-LOOKUP-DATE TO WS-EVT-DATE (WS-EVENT-COUNT).
068800     MOVE GMST-ITEM-CODE TO WS-EVT-ITEM (WS-EVENT-COUNT).
068900     MOVE SPACE TO WS-EVT-WARNING (WS-EVENT-COUNT).
069000     COMPUTE WS-ITEM-SUB = GMST-ITEM-CODE + 1.
069100     MOVE WS-ITM-CALLS (WS-ITEM-SUB)
069200         TO WS-EVT-CALLS (WS-EVENT-COUNT).
069300     EVALUATE TRUE
069400         WHEN WS-NEW-STATUS = '99'
069500             MOVE 'E' TO WS-EVT-TYPE (WS-EVENT-COUNT)
069600             ADD 1 TO WS-EXPIRY-COUNT
069700         WHEN WS-OLD-STATUS = '99'
069800             MOVE 'N' TO WS-EVT-TYPE (WS-EVENT-COUNT)
069900             ADD 1 TO WS-NEW-COUNT
070000         WHEN OTHER
070100             MOVE 'S' TO WS-EVT-TYPE (WS-EVENT-COUNT)
070200             ADD 1 TO WS-SWITCH-COUNT
070300     END-EVALUATE.
070400     PERFORM 4300-DESCRIBE-OLD THRU 4300-DESCRIBE-OLD-EXIT.
070500     PERFORM 4400-DESCRIBE-NEW THRU 4400-DESCRIBE-NEW-EXIT.
070600     IF WS-EVT-TYPE (WS-EVENT-COUNT) = 'E'
070700         PERFORM 4500-CHECK-REPLACEMENT
070800             THRU 4500-CHECK-REPLACEMENT-EXIT
070900     END-IF.
071000 4200-CHECK-DAY-EXIT.
071100     EXIT.
071200*
071300 4300-DESCRIBE-OLD.
071400     MOVE ZEROS TO WS-EVT-OLD-RESULT (WS-EVENT-COUNT).
071500     MOVE SPACES TO WS-EVT-OLD-STATE (WS-EVENT-COUNT).
071600     MOVE SPACES TO WS-EVT-OLD-COUNTY (WS-EVENT-COUNT).
071700     IF WS-OLD-STATUS = '99'
071800         GO TO 4300-DESCRIBE-OLD-EXIT
071900     END-IF.
072000     MOVE WS-OLD-RESULT TO WS-EVT-OLD-RESULT (WS-EVENT-COUNT).
072100     MOVE WS-OLD-RESULT TO WS-REGION-RESULT.
072200     PERFORM 4800-LOOKUP-REGION THRU 4800-LOOKUP-REGION-EXIT.
072300     MOVE WS-REGION-STATE TO WS-EVT-OLD-STATE (WS-EVENT-COUNT).
072400     MOVE WS-REGION-COUNTY
072500         TO WS-EVT-OLD-COUNTY (WS-EVENT-COUNT).
072600 4300-DESCRIBE-OLD-EXIT.
072700     EXIT.
072800*
072900*    -----------------------------------------------------
073000*    4400-DESCRIBE-NEW - A NEW RESULT CODE WITH NO GEO3X3RH
073100*    ENTRY WOULD TRANSLATE BUT NOT RESOLVE TO A COUNTY, SO
073200*    IT IS FLAGGED BEFORE THE CUTOVER, NOT AFTER.
073300*    -----------------------------------------------------
073400 4400-DESCRIBE-NEW.
073500     MOVE ZEROS TO WS-EVT-NEW-RESULT (WS-EVENT-COUNT).
073600     MOVE SPACES TO WS-EVT-NEW-STATE (WS-EVENT-COUNT).
073700     MOVE SPACES TO WS-EVT-NEW-COUNTY (WS-EVENT-COUNT).
073800     IF WS-NEW-STATUS = '99'
073900         GO TO 4400-DESCRIBE-NEW-EXIT
074000     END-IF.
074100     MOVE WS-NEW-RESULT TO WS-EVT-NEW-RESULT (WS-EVENT-COUNT).
074200     MOVE WS-NEW-RESULT TO WS-REGION-RESULT.
074300     PERFORM 4800-LOOKUP-REGION THRU 4800-LOOKUP-REGION-EXIT.
074400     IF NOT WS-REGION-FOUND
074500         MOVE 'H' TO WS-EVT-WARNING (WS-EVENT-COUNT)
074600         ADD 1 TO WS-NO-HIER-COUNT
074700         ADD 1 TO WS-FLAGGED-COUNT
074800         GO TO 4400-DESCRIBE-NEW-EXIT
074900     END-IF.
075000     MOVE WS-REGION-STATE TO WS-EVT-NEW-STATE (WS-EVENT-COUNT).
075100     MOVE WS-REGION-COUNTY
075200         TO WS-EVT-NEW-COUNTY (WS-EVENT-COUNT).
075300 4400-DESCRIBE-NEW-EXIT.
075400     EXIT.
075500*
075600*    -----------------------------------------------------
075700*    4500-CHECK-REPLACEMENT - AN EXPIRING MAPPING IS
075800*    COVERED ONLY BY A CHANGE STILL WAITING FOR APPROVAL
075900*    ON GEO3X3PN; ONE THAT IS NOT COVERED LEAVES THE ITEM
076000*    RETURNING 99 FROM THE CUTOVER DATE.
076100*    -----------------------------------------------------
076200 4500-CHECK-REPLACEMENT.
076300     IF WS-ITM-PND-SW (WS-ITEM-SUB) = 'Y'
076400         MOVE 'P' TO WS-EVT-WARNING (WS-EVENT-COUNT)
076500         ADD 1 TO WS-REPLACE-PEND-COUNT
076600         GO TO 4500-CHECK-REPLACEMENT-EXIT
076700     END-IF.
076800     PERFORM 4550-CHECK-MOVE THRU 4550-CHECK-MOVE-EXIT
076900         VARYING WS-MOVE-SUB FROM 1 BY 1
077000         UNTIL WS-MOVE-SUB > WS-MOVE-COUNT.
077100     IF WS-EVT-WARNING (WS-EVENT-COUNT) = 'P'
077200         ADD 1 TO WS-REPLACE-PEND-COUNT
077300         GO TO 4500-CHECK-REPLACEMENT-EXIT
077400     END-IF.
077500     MOVE 'R' TO WS-EVT-WARNING (WS-EVENT-COUNT).
077600     ADD 1 TO WS-NO-REPLACE-COUNT.
077700     ADD 1 TO WS-FLAGGED-COUNT.
077800 4500-CHECK-REPLACEMENT-EXIT.
077900     EXIT.
078000*
078100 4550-CHECK-MOVE.
078200     IF WS-MOVE-OLD-RESULT (WS-MOVE-SUB)
078300         = WS-EVT-OLD-RESULT (WS-EVENT-COUNT)
078400         MOVE 'P' TO WS-EVT-WARNING (WS-EVENT-COUNT)
078500     END-IF.
078600 4550-CHECK-MOVE-EXIT.
078700     EXIT.
078800*
078900 4800-LOOKUP-REGION.
079000     MOVE WS-REGION-RESULT TO GHIER-REGION-CODE.
079100     READ GEO3X3-HIER-FILE
079200         INVALID KEY
079300             MOVE 'N' TO WS-REGION-FOUND-SW
079400             MOVE SPACES TO WS-REGION-COUNTY
079500             MOVE SPACES TO WS-REGION-STATE
079600         NOT INVALID KEY
079700             MOVE 'Y' TO WS-REGION-FOUND-SW
079800             MOVE GHIER-COUNTY-NAME TO WS-REGION-COUNTY
079900             MOVE GHIER-STATE-CODE TO WS-REGION-STATE
080000     END-READ.
080100 4800-LOOKUP-REGION-EXIT.
080200     EXIT.
080300*
080400*    -----------------------------------------------------
080500*    4900-TRANSLATE - THE RESULT GEO3X3 WOULD RETURN FOR
080600*    THE MAPPING ON THE LOOKUP DATE, BY THE SAME
080700*    EFFECTIVE-DATE RULE AS GEO3X3'S 3150.
080800*    -----------------------------------------------------
080900 4900-TRANSLATE.
081000     EVALUATE TRUE
081100         WHEN GMST-EFF-FROM-DATE > 0
081200          AND WS-LOOKUP-DATE < GMST-EFF-FROM-DATE
081300             IF GMST-PRIOR-RESULT-CODE > 0
081400                 MOVE GMST-PRIOR-RESULT-CODE TO WS-XLT-RESULT
081500                 MOVE '00' TO WS-XLT-STATUS
081600             ELSE
081700                 PERFORM 4990-SET-INVALID
081800                     THRU 4990-SET-INVALID-EXIT
081900             END-IF
082000         WHEN GMST-EFF-TO-DATE > 0
082100          AND WS-LOOKUP-DATE > GMST-EFF-TO-DATE
082200             PERFORM 4990-SET-INVALID THRU 4990-SET-INVALID-EXIT
082300         WHEN OTHER
082400             MOVE GMST-RESULT-CODE TO WS-XLT-RESULT
082500             MOVE '00' TO WS-XLT-STATUS
082600     END-EVALUATE.
082700 4900-TRANSLATE-EXIT.
082800     EXIT.
082900*
083000 4990-SET-INVALID.
083100     MOVE 999 TO WS-XLT-RESULT.
083200     MOVE '99' TO WS-XLT-STATUS.
083300 4990-SET-INVALID-EXIT.
083400     EXIT.
083500*
083600*    -----------------------------------------------------
083700*    5000-PRINT-CALENDAR - ONE DAY AT A TIME THROUGH THE
083800*    WINDOW; A DAY WITH CUTOVERS GETS A HEADING AND ITS
083900*    EVENTS BENEATH IT, IN MASTER (ITEM CODE) ORDER.
084000*    -----------------------------------------------------
084100 5000-PRINT-CALENDAR.
084200     IF WS-EVENT-COUNT = 0
084300         WRITE GEO3X3-CALENDAR-LINE FROM WS-BLANK-LINE
084400         MOVE "NO CUTOVERS IN THE WINDOW" TO WS-COR-NOTE-LINE
084500         WRITE GEO3X3-CALENDAR-LINE FROM WS-COR-NOTE-LINE
084600         GO TO 5000-PRINT-CALENDAR-EXIT
084700     END-IF.
084800     PERFORM 5100-PRINT-DAY THRU 5100-PRINT-DAY-EXIT
084900         VARYING WS-DAY-INTEGER FROM WS-FROM-INTEGER BY 1
085000         UNTIL WS-DAY-INTEGER > WS-TO-INTEGER.
085100 5000-PRINT-CALENDAR-EXIT.
085200     EXIT.
085300*
085400 5100-PRINT-DAY.
085500     MOVE 'N' TO WS-DAY-STARTED-SW.
085600     PERFORM 5200-PRINT-EVENT THRU 5200-PRINT-EVENT-EXIT
085700         VARYING WS-EVENT-SUB FROM 1 BY 1
085800         UNTIL WS-EVENT-SUB > WS-EVENT-COUNT.
085900 5100-PRINT-DAY-EXIT.
086000     EXIT.
086100*
086200 5200-PRINT-EVENT.
086300     IF WS-EVT-INTEGER (WS-EVENT-SUB) NOT = WS-DAY-INTEGER
086400         GO TO 5200-PRINT-EVENT-EXIT
086500     END-IF.
086600     IF NOT WS-DAY-STARTED
086700         MOVE 'Y' TO WS-DAY-STARTED-SW
086800         ADD 1 TO WS-DAYS-LISTED-COUNT
086900         WRITE GEO3X3-CALENDAR-LINE FROM WS-BLANK-LINE
087000         MOVE WS-EVT-DATE (WS-EVENT-SUB) TO WS-COR-DAY-DATE
087100         WRITE GEO3X3-CALENDAR-LINE FROM WS-COR-DAY-LINE
087200         WRITE GEO3X3-CALENDAR-LINE FROM WS-COR-COL-LINE
087300     END-IF.
087400     ADD 1 TO WS-ORDER-COUNT.
087500     MOVE WS-EVENT-SUB TO WS-ORD-EVENT-SUB (WS-ORDER-COUNT).
087600     MOVE WS-EVT-ITEM (WS-EVENT-SUB) TO WS-COR-EVT-ITEM.
087700     EVALUATE WS-EVT-TYPE (WS-EVENT-SUB)
087800         WHEN 'E'
087900             MOVE "EXPIRY" TO WS-COR-EVT-TYPE
088000         WHEN 'N'
088100             MOVE "NEW" TO WS-COR-EVT-TYPE
088200         WHEN OTHER
088300             MOVE "SWITCH" TO WS-COR-EVT-TYPE
088400     END-EVALUATE.
088500     MOVE WS-EVT-OLD-RESULT (WS-EVENT-SUB) TO WS-REGION-RESULT.
088600     MOVE WS-EVT-OLD-COUNTY (WS-EVENT-SUB) TO WS-REGION-COUNTY.
088700     MOVE WS-EVT-OLD-STATE (WS-EVENT-SUB) TO WS-REGION-STATE.
088800     PERFORM 5300-FORMAT-SIDE THRU 5300-FORMAT-SIDE-EXIT.
088900     MOVE WS-COR-SIDE-CODE TO WS-COR-EVT-OLD-CODE.
089000     MOVE WS-COR-SIDE-COUNTY TO WS-COR-EVT-OLD-COUNTY.
089100     MOVE WS-COR-SIDE-STATE TO WS-COR-EVT-OLD-STATE.
089200     MOVE WS-EVT-NEW-RESULT (WS-EVENT-SUB) TO WS-REGION-RESULT.
089300     MOVE WS-EVT-NEW-COUNTY (WS-EVENT-SUB) TO WS-REGION-COUNTY.
089400     MOVE WS-EVT-NEW-STATE (WS-EVENT-SUB) TO WS-REGION-STATE.
089500     PERFORM 5300-FORMAT-SIDE THRU 5300-FORMAT-SIDE-EXIT.
089600     MOVE WS-COR-SIDE-CODE TO WS-COR-EVT-NEW-CODE.
089700     MOVE WS-COR-SIDE-COUNTY TO WS-COR-EVT-NEW-COUNTY.
089800     MOVE WS-COR-SIDE-STATE TO WS-COR-EVT-NEW-STATE.
089900     COMPUTE WS-AVG-CALLS ROUNDED =
090000         WS-EVT-CALLS (WS-EVENT-SUB) / WS-BACK-DAYS.
090100     MOVE WS-AVG-CALLS TO WS-COR-EVT-AVG.
090200     WRITE GEO3X3-CALENDAR-LINE FROM WS-COR-EVENT-LINE.
090300     EVALUATE WS-EVT-WARNING (WS-EVENT-SUB)
090400         WHEN 'R'
090500             MOVE "EXPIRES WITH NO REPLACEMENT PENDING - ITEM"
090600                 TO WS-COR-FLAG-TEXT
090700             WRITE GEO3X3-CALENDAR-LINE FROM WS-COR-FLAG-LINE
090800             MOVE "   WILL RETURN 99 FROM THIS DATE"
090900                 TO WS-COR-FLAG-TEXT
091000             WRITE GEO3X3-CALENDAR-LINE FROM WS-COR-FLAG-LINE
091100         WHEN 'P'
091200             MOVE "REPLACEMENT AWAITING APPROVAL ON GEO3X3PN"
091300                 TO WS-COR-FLAG-TEXT
091400             WRITE GEO3X3-CALENDAR-LINE FROM WS-COR-FLAG-LINE
091500         WHEN 'H'
091600             MOVE "NEW RESULT CODE HAS NO GEO3X3RH ENTRY"
091700                 TO WS-COR-FLAG-TEXT
091800             WRITE GEO3X3-CALENDAR-LINE FROM WS-COR-FLAG-LINE
091900     END-EVALUATE.
092000 5200-PRINT-EVENT-EXIT.
092100     EXIT.
092200*
092300*    -----------------------------------------------------
092400*    5300-FORMAT-SIDE - ONE SIDE OF A CUTOVER LINE. NO
092500*    RESULT MEANS THE ITEM RETURNS 99 ON THAT SIDE.
092600*    -----------------------------------------------------
092700 5300-FORMAT-SIDE.
092800     IF WS-REGION-RESULT = 0
092900         MOVE "---" TO WS-COR-SIDE-CODE
093000         MOVE "INVALID (99)" TO WS-COR-SIDE-COUNTY
093100         MOVE "--" TO WS-COR-SIDE-STATE
093200         GO TO 5300-FORMAT-SIDE-EXIT
093300     END-IF.
093400     MOVE WS-REGION-RESULT TO WS-COR-SIDE-CODE.
093500     IF WS-REGION-COUNTY = SPACES
093600      AND WS-REGION-STATE = SPACES
093700         MOVE "NO HIERARCHY ENTRY" TO WS-COR-SIDE-COUNTY
093800         MOVE "--" TO WS-COR-SIDE-STATE
093900         GO TO 5300-FORMAT-SIDE-EXIT
094000     END-IF.
094100     MOVE WS-REGION-COUNTY TO WS-COR-SIDE-COUNTY.
094200     MOVE WS-REGION-STATE TO WS-COR-SIDE-STATE.
094300 5300-FORMAT-SIDE-EXIT.
094400     EXIT.
094500*
094600*    -----------------------------------------------------
094700*    6000-WRITE-NOTICES - ONE COMPLETE HEADER/DETAIL/
094800*    TRAILER GROUP PER RECEIVER, DETAILS IN CALENDAR ORDER.
094900*    A RECEIVER WITH NOTHING COMING STILL GETS A HEADER AND
095000*    A ZERO TRAILER, SO A QUIET WINDOW IS TOLD, NOT GUESSED.
095100*    -----------------------------------------------------
095200 6000-WRITE-NOTICES.
095300     PERFORM 6100-WRITE-GROUP THRU 6100-WRITE-GROUP-EXIT
095400         VARYING WS-RCV-SUB FROM 1 BY 1
095500         UNTIL WS-RCV-SUB > WS-RECEIVER-COUNT.
095600 6000-WRITE-NOTICES-EXIT.
095700     EXIT.
095800*
095900 6100-WRITE-GROUP.
096000     MOVE SPACES TO GEO3X3-CUTOVER-RECORD.
096100     SET GCUT-HEADER TO TRUE.
096200     MOVE WS-RCV-ID (WS-RCV-SUB) TO GCUT-RECEIVER-ID.
096300     MOVE WS-TODAY-DATE TO GCUT-RUN-DATE.
096400     MOVE WS-FROM-DATE TO GCUT-WINDOW-FROM.
096500     MOVE WS-TO-DATE TO GCUT-WINDOW-TO.
096600     WRITE GEO3X3-NOTICE-LINE FROM GEO3X3-CUTOVER-RECORD.
096700     MOVE ZEROS TO WS-GROUP-DETAIL-COUNT.
096800     PERFORM 6200-WRITE-DETAIL THRU 6200-WRITE-DETAIL-EXIT
096900         VARYING WS-ORDER-SUB FROM 1 BY 1
097000         UNTIL WS-ORDER-SUB > WS-ORDER-COUNT.
097100     MOVE SPACES TO GEO3X3-CUTOVER-RECORD.
097200     SET GCUT-TRAILER TO TRUE.
097300     MOVE WS-RCV-ID (WS-RCV-SUB) TO GCUT-RECEIVER-ID.
097400     MOVE WS-GROUP-DETAIL-COUNT TO GCUT-RECORD-COUNT.
097500     WRITE GEO3X3-NOTICE-LINE FROM GEO3X3-CUTOVER-RECORD.
097600 6100-WRITE-GROUP-EXIT.
097700     EXIT.
097800*
097900 6200-WRITE-DETAIL.
098000     MOVE WS-ORD-EVENT-SUB (WS-ORDER-SUB) TO WS-EVENT-SUB.
098100     MOVE SPACES TO GEO3X3-CUTOVER-RECORD.
098200     SET GCUT-DETAIL TO TRUE.
098300     MOVE WS-RCV-ID (WS-RCV-SUB) TO GCUT-RECEIVER-ID.
098400     MOVE WS-EVT-DATE (WS-EVENT-SUB) TO GCUT-CUTOVER-DATE.
098500     MOVE WS-EVT-ITEM (WS-EVENT-SUB) TO GCUT-ITEM-CODE.
098600     MOVE WS-EVT-TYPE (WS-EVENT-SUB) TO GCUT-EVENT-TYPE.
098700     MOVE WS-EVT-OLD-RESULT (WS-EVENT-SUB) TO GCUT-OLD-RESULT.
098800     MOVE WS-EVT-OLD-STATE (WS-EVENT-SUB) TO GCUT-OLD-STATE.
098900     MOVE WS-EVT-OLD-COUNTY (WS-EVENT-SUB) TO GCUT-OLD-COUNTY.
099000     MOVE WS-EVT-NEW-RESULT (WS-EVENT-SUB) TO GCUT-NEW-RESULT.
099100     MOVE WS-EVT-NEW-STATE (WS-EVENT-SUB) TO GCUT-NEW-STATE.
099200     MOVE WS-EVT-NEW-COUNTY (WS-EVENT-SUB) TO GCUT-NEW-COUNTY.
099300     MOVE WS-EVT-WARNING (WS-EVENT-SUB) TO GCUT-WARNING.
099400     WRITE GEO3X3-NOTICE-LINE FROM GEO3X3-CUTOVER-RECORD.
099500     ADD 1 TO WS-GROUP-DETAIL-COUNT.
099600     ADD 1 TO WS-NOTICE-DETAIL-COUNT.
099700 6200-WRITE-DETAIL-EXIT.
099800     EXIT.
099900*
100000*    -----------------------------------------------------
100100*    7000-WRITE-TOTALS - RUN TOTALS. AN EXPIRY WITH NO
100200*    REPLACEMENT OR A NEW RESULT CODE WITH NO HIERARCHY
100300*    ENTRY NEEDS ACTION BEFORE ITS DATE, AND A TRAIL THAT
100400*    STARTS AFTER THE LOOK-BACK OPENS UNDERSTATES THE
100500*    DAILY CALLS; EITHER ENDS THE RUN WITH RC 4.
100600*    -----------------------------------------------------
100700 7000-WRITE-TOTALS.
100800     WRITE GEO3X3-CALENDAR-LINE FROM WS-BLANK-LINE.
100900     MOVE "RUN TOTALS" TO WS-COR-NOTE-LINE.
101000     WRITE GEO3X3-CALENDAR-LINE FROM WS-COR-NOTE-LINE.
101100     MOVE "LIVE RECORDS READ:" TO WS-COR-COUNT-LABEL.
101200     MOVE WS-LIVE-READ-COUNT TO WS-COR-COUNT.
101300     WRITE GEO3X3-CALENDAR-LINE FROM WS-COR-COUNT-LINE.
101400     MOVE "ARCHIVE RECORDS READ:" TO WS-COR-COUNT-LABEL.
101500     MOVE WS-ARCH-READ-COUNT TO WS-COR-COUNT.
101600     WRITE GEO3X3-CALENDAR-LINE FROM WS-COR-COUNT-LINE.
101700     MOVE "CALLS IN LOOK-BACK:" TO WS-COR-COUNT-LABEL.
101800     MOVE WS-BACK-CALL-COUNT TO WS-COR-COUNT.
101900     WRITE GEO3X3-CALENDAR-LINE FROM WS-COR-COUNT-LINE.
102000     MOVE "MASTER RECORDS READ:" TO WS-COR-COUNT-LABEL.
102100     MOVE WS-MASTER-COUNT TO WS-COR-COUNT.
102200     WRITE GEO3X3-CALENDAR-LINE FROM WS-COR-COUNT-LINE.
102300     MOVE "PENDING TRANSACTIONS:" TO WS-COR-COUNT-LABEL.
102400     MOVE WS-PENDING-COUNT TO WS-COR-COUNT.
102500     WRITE GEO3X3-CALENDAR-LINE FROM WS-COR-COUNT-LINE.
102600     MOVE "DAYS WITH CUTOVERS:" TO WS-COR-COUNT-LABEL.
102700     MOVE WS-DAYS-LISTED-COUNT TO WS-COR-COUNT.
102800     WRITE GEO3X3-CALENDAR-LINE FROM WS-COR-COUNT-LINE.
102900     MOVE "SWITCHES:" TO WS-COR-COUNT-LABEL.
103000     MOVE WS-SWITCH-COUNT TO WS-COR-COUNT.
103100     WRITE GEO3X3-CALENDAR-LINE FROM WS-COR-COUNT-LINE.
103200     MOVE "NEW MAPPINGS:" TO WS-COR-COUNT-LABEL.
103300     MOVE WS-NEW-COUNT TO WS-COR-COUNT.
103400     WRITE GEO3X3-CALENDAR-LINE FROM WS-COR-COUNT-LINE.
103500     MOVE "EXPIRIES:" TO WS-COR-COUNT-LABEL.
103600     MOVE WS-EXPIRY-COUNT TO WS-COR-COUNT.
103700     WRITE GEO3X3-CALENDAR-LINE FROM WS-COR-COUNT-LINE.
103800     MOVE "  WITH NO REPLACEMENT:" TO WS-COR-COUNT-LABEL.
103900     MOVE WS-NO-REPLACE-COUNT TO WS-COR-COUNT.
104000     WRITE GEO3X3-CALENDAR-LINE FROM WS-COR-COUNT-LINE.
104100     MOVE "  WITH REPLACEMENT PENDING:" TO WS-COR-COUNT-LABEL.
104200     MOVE WS-REPLACE-PEND-COUNT TO WS-COR-COUNT.
104300     WRITE GEO3X3-CALENDAR-LINE FROM WS-COR-COUNT-LINE.
104400     MOVE "NEW RESULTS WITH NO HIERARCHY:" TO WS-COR-COUNT-LABEL.
104500     MOVE WS-NO-HIER-COUNT TO WS-COR-COUNT.
104600     WRITE GEO3X3-CALENDAR-LINE FROM WS-COR-COUNT-LINE.
104700     MOVE "RECEIVERS NOTIFIED:" TO WS-COR-COUNT-LABEL.
104800     MOVE WS-RECEIVER-COUNT TO WS-COR-COUNT.
104900     WRITE GEO3X3-CALENDAR-LINE FROM WS-COR-COUNT-LINE.
105000     MOVE "NOTICE DETAIL RECORDS:" TO WS-COR-COUNT-LABEL.
105100     MOVE WS-NOTICE-DETAIL-COUNT TO WS-COR-COUNT.
105200     WRITE GEO3X3-CALENDAR-LINE FROM WS-COR-COUNT-LINE.
105300     IF WS-FLAGGED-COUNT > 0
105400         MOVE "WARNING - CUTOVERS FLAGGED ABOVE NEED ACTION"
105500             TO WS-COR-NOTE-LINE
105600         WRITE GEO3X3-CALENDAR-LINE FROM WS-COR-NOTE-LINE
105700         MOVE 4 TO RETURN-CODE
105800     END-IF.
105900     IF WS-EARLIEST-DATE > WS-CUTOFF-DATE
106000         MOVE "WARNING - THE TRAIL SUPPLIED STARTS AFTER THE"
106100             TO WS-COR-NOTE-LINE
106200         WRITE GEO3X3-CALENDAR-LINE FROM WS-COR-NOTE-LINE
106300         MOVE "  LOOK-BACK OPENS - CALLS/DAY IS UNDERSTATED"
106400             TO WS-COR-NOTE-LINE
106500         WRITE GEO3X3-CALENDAR-LINE FROM WS-COR-NOTE-LINE
106600         MOVE 4 TO RETURN-CODE
106700     END-IF.
106800 7000-WRITE-TOTALS-EXIT.
106900     EXIT.
107000*
107100 8500-LOG-JOB-START.
107200     SET GJLP-START TO TRUE.
107300     MOVE "GEO3X3CO" TO GJLP-PROGRAM.
107400     MOVE ZEROS TO GJLP-READ-COUNT.
107500     MOVE ZEROS TO GJLP-WRITTEN-COUNT.
107600     MOVE ZEROS TO GJLP-REJECT-COUNT.
107700     MOVE ZEROS TO GJLP-RETURN-CODE.
107800     CALL "GEO3X3JW" USING GEO3X3-JOBLOG-DATA.
107900 8500-LOG-JOB-START-EXIT.
108000     EXIT.
108100*
108200 8600-LOG-JOB-END.
108300     SET GJLP-END TO TRUE.
108400     MOVE WS-LIVE-READ-COUNT TO GJLP-READ-COUNT.
108500     ADD WS-ARCH-READ-COUNT TO GJLP-READ-COUNT.
108600     MOVE WS-NOTICE-DETAIL-COUNT TO GJLP-WRITTEN-COUNT.
108700     MOVE WS-FLAGGED-COUNT TO GJLP-REJECT-COUNT.
108800     MOVE RETURN-CODE TO GJLP-RETURN-CODE.
108900     CALL "GEO3X3JW" USING GEO3X3-JOBLOG-DATA.
109000     MOVE GJLP-RETURN-CODE TO RETURN-CODE.
109100 8600-LOG-JOB-END-EXIT.
109200     EXIT.
109300*
109400 9000-TERMINATE.
109500     MOVE RETURN-CODE TO WS-STEP-RC.
109600     CLOSE GEO3X3-AUDIT-FILE.
109700     IF WS-ARCHIVE-AVAILABLE
109800         CLOSE GEO3X3-ARCHIVE-FILE
109900     END-IF.
110000     CLOSE GEO3X3-MASTER-FILE.
110100     CLOSE GEO3X3-HIER-FILE.
110200     CLOSE GEO3X3-CALENDAR-FILE.
110300     CLOSE GEO3X3-NOTICE-FILE.
110400     PERFORM 9100-RELEASE-RUN THRU 9100-RELEASE-RUN-EXIT.
110500     MOVE WS-STEP-RC TO RETURN-CODE.
110600     PERFORM 8600-LOG-JOB-END THRU 8600-LOG-JOB-END-EXIT.
110700     MOVE WS-STEP-RC TO RETURN-CODE.
110800 9000-TERMINATE-EXIT.
110900     EXIT.
111000*
111100 9100-RELEASE-RUN.
111200     MOVE 'D' TO GLCK-FUNCTION.
111300     CALL "GEO3X3LK" USING GEO3X3-LOCK-DATA.
111400 9100-RELEASE-RUN-EXIT.
111500     EXIT.
