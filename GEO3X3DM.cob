000100*> GEO3X3DM
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.     GEO3X3DM.
000400 AUTHOR.         DATA ADMINISTRATION.
000500 INSTALLATION.   GEO SYSTEMS.
000600 DATE-WRITTEN.   2026-10-05.
000700 DATE-COMPILED.  2026-10-05.
000800*
000900*    ---------------------------------------------------
001000*    MODIFICATION HISTORY
001100*    ---------------------------------------------------
001200*    2026-10-05  DA  ORIGINAL - PERIODIC DORMANT MAPPING
001300*                    REVIEW. SWEEPS THE LIVE GEO3X3AU TRAIL
001400*                    PLUS THE GEO3X3AV ARCHIVES (THE JCL
001500*                    CONCATENATES THE DATED GENERATIONS
001600*                    COVERING THE LOOK-BACK) FOR THE LAST
001700*                    SUCCESSFUL CALL OF EVERY ITEM CODE,
001800*                    THEN LISTS ON GEO3X3UP EVERY ACTIVE
001900*                    GEO3X3MS MAPPING WITH NO SUCCESSFUL
002000*                    CALL INSIDE THE LOOK-BACK DAYS ON THE
002100*                    GEO3X3UC CARD, WITH ITS LAST-USED DATE,
002200*                    ITS GEO3X3RH COUNTY AND STATE, AND ANY
002300*                    CHANGE ALREADY PENDING ON GEO3X3PN OR
002400*                    FUTURE-DATED ON THE MASTER. WITH THE
002500*                    CARD OPTION SET, A 'D' DEACTIVATE
002600*                    TRANSACTION IN THE GEO3X3MT LAYOUT IS
002700*                    WRITTEN TO GEO3X3UT FOR EACH CANDIDATE
002800*                    SO THE CLEAN-UP IS SUBMITTED THROUGH
002900*                    GEO3X3PS AND APPROVED ON GEO3X3VA LIKE
003000*                    ANY OTHER CHANGE.
003010*    2026-10-15  DA  THE STEP'S RETURN CODE IS PUT BACK
003020*                    AFTER THE JOB-LOG CALL, SO A RUN
003030*                    REFUSED OR STOPPED EARLY NO LONGER
003040*                    ENDS RC 0.
003045*    2026-10-15  DA  ITEM TABLE CLEARED FIELD BY FIELD -
003050*                    ZEROS IN THE PENDING CODE MADE EVERY
003055*                    DORMANT MAPPING LOOK PENDING, SO NO
003060*                    CARD WAS EVER WRITTEN. THE EARLIEST
003065*                    CALL ON THE TRAILS IS NOW KEPT: WHEN
003070*                    IT FALLS AFTER THE LOOK-BACK OPENS
003075*                    (NO ARCHIVE SUPPLIED, SAY) THE REPORT
003080*                    IS WARNED, NO CARDS ARE WRITTEN AND
003085*                    THE STEP ENDS RC 4.
003100*    ---------------------------------------------------
003200*
003300 ENVIRONMENT     DIVISION.
003400*
003500 INPUT-OUTPUT    SECTION.
003600 FILE-CONTROL.
003700     SELECT GEO3X3-AUDIT-FILE   ASSIGN TO GEO3X3AU
003800         ORGANIZATION       IS LINE SEQUENTIAL
003900         FILE STATUS        IS WS-AUDIT-FILE-STATUS.
004000
004100     SELECT GEO3X3-ARCHIVE-FILE ASSIGN TO GEO3X3AV
004200         ORGANIZATION       IS LINE SEQUENTIAL
004300         FILE STATUS        IS WS-ARCHIVE-FILE-STATUS.
004400
004500     SELECT GEO3X3-MASTER-FILE  ASSIGN TO GEO3X3MS
004600         ORGANIZATION       IS INDEXED
004700         ACCESS MODE        IS DYNAMIC
004800         RECORD KEY         IS GMST-ITEM-CODE
004900         ALTERNATE RECORD KEY IS GMST-RESULT-CODE
005000                               WITH DUPLICATES
005100         FILE STATUS        IS WS-MASTER-FILE-STATUS.
005200
005300     SELECT GEO3X3-HIER-FILE    ASSIGN TO GEO3X3RH
005400         ORGANIZATION       IS INDEXED
005500         ACCESS MODE        IS RANDOM
005600         RECORD KEY         IS GHIER-REGION-CODE
005700         FILE STATUS        IS WS-HIER-FILE-STATUS.
005800
005900     SELECT GEO3X3-PENDING-FILE ASSIGN TO GEO3X3PN
006000         ORGANIZATION       IS LINE SEQUENTIAL
006100         FILE STATUS        IS WS-PENDING-FILE-STATUS.
006200
006300     SELECT GEO3X3-CONTROL-FILE ASSIGN TO GEO3X3UC
006400         ORGANIZATION       IS LINE SEQUENTIAL
006500         FILE STATUS        IS WS-CONTROL-FILE-STATUS.
006600
006700     SELECT GEO3X3-REVIEW-FILE  ASSIGN TO GEO3X3UP
006800         ORGANIZATION       IS LINE SEQUENTIAL
006900         FILE STATUS        IS WS-REVIEW-FILE-STATUS.
007000
007100     SELECT GEO3X3-DEACT-FILE   ASSIGN TO GEO3X3UT
007200         ORGANIZATION       IS LINE SEQUENTIAL
007300         FILE STATUS        IS WS-DEACT-FILE-STATUS.
007400*
007500 DATA            DIVISION.
007600 FILE            SECTION.
007700 FD  GEO3X3-AUDIT-FILE
007800     RECORDING MODE IS F.
007900     COPY GEO3X3AR.
008000
008100 FD  GEO3X3-ARCHIVE-FILE
008200     RECORDING MODE IS F.
008300 01  GEO3X3-ARCHIVE-LINE        PIC X(80).
008400
008500 FD  GEO3X3-MASTER-FILE.
008600     COPY GEO3X3MR.
008700
008800 FD  GEO3X3-HIER-FILE.
008900     COPY GEO3X3HR.
009000
009100 FD  GEO3X3-PENDING-FILE
009200     RECORDING MODE IS F.
009300     COPY GEO3X3PD.
009400
009500 FD  GEO3X3-CONTROL-FILE
009600     RECORDING MODE IS F.
009700 01  GEO3X3-CONTROL-RECORD.
009800     03  GDMC-LOOKBACK-DAYS     PIC X(03).
009900     03  FILLER                 PIC X(01).
010000     03  GDMC-CARDS-SW          PIC X(01).
010100     03  FILLER                 PIC X(75).
010200
010300 FD  GEO3X3-REVIEW-FILE
010400     RECORDING MODE IS F.
010500 01  GEO3X3-REVIEW-LINE         PIC X(80).
010600
010700 FD  GEO3X3-DEACT-FILE
010800     RECORDING MODE IS F.
010900 01  GEO3X3-DEACT-RECORD        PIC X(80).
011000*
011100 WORKING-STORAGE SECTION.
011200 01  WS-AUDIT-FILE-STATUS       PIC X(02) VALUE SPACES.
011300 01  WS-ARCHIVE-FILE-STATUS     PIC X(02) VALUE SPACES.
011400     88  WS-ARCHIVE-FILE-OK             VALUE '00'.
011500 01  WS-MASTER-FILE-STATUS      PIC X(02) VALUE SPACES.
011600 01  WS-HIER-FILE-STATUS        PIC X(02) VALUE SPACES.
011700 01  WS-PENDING-FILE-STATUS     PIC X(02) VALUE SPACES.
011800     88  WS-PENDING-FILE-OK             VALUE '00'.
011900 01  WS-CONTROL-FILE-STATUS     PIC X(02) VALUE SPACES.
012000     88  WS-CONTROL-FILE-OK             VALUE '00'.
012100 01  WS-REVIEW-FILE-STATUS      PIC X(02) VALUE SPACES.
012200 01  WS-DEACT-FILE-STATUS       PIC X(02) VALUE SPACES.
012300 01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
012400     88  WS-EOF                         VALUE 'Y'.
012500 01  WS-ARCHIVE-AVAIL-SW        PIC X(01) VALUE 'Y'.
012600     88  WS-ARCHIVE-AVAILABLE           VALUE 'Y'.
012700 01  WS-CARDS-OPTION-SW         PIC X(01) VALUE 'N'.
012800     88  WS-CARDS-OPTION                VALUE 'Y'.
012900 01  WS-PENDING-SW              PIC X(01) VALUE 'N'.
013000     88  WS-CHANGE-PENDING              VALUE 'Y'.
013010 01  WS-TRAIL-SHORT-SW          PIC X(01) VALUE 'N'.
013020     88  WS-TRAIL-SHORT                 VALUE 'Y'.
013030 01  WS-STEP-RC                 PIC 9(02) VALUE ZEROS.
013100 01  WS-LOOKBACK-DAYS           PIC 9(03) VALUE 90.
013200 01  WS-TODAY-DATE              PIC 9(08) VALUE ZEROS.
013300 01  WS-CUTOFF-INTEGER          PIC 9(08) VALUE ZEROS.
013400 01  WS-CUTOFF-DATE             PIC 9(08) VALUE ZEROS.
013410 01  WS-EARLIEST-DATE           PIC 9(08) VALUE 99999999.
013500 01  WS-LIVE-READ-COUNT         PIC 9(08) VALUE ZEROS.
013600 01  WS-ARCH-READ-COUNT         PIC 9(08) VALUE ZEROS.
013700 01  WS-PENDING-READ-COUNT      PIC 9(08) VALUE ZEROS.
013800 01  WS-ACTIVE-COUNT            PIC 9(08) VALUE ZEROS.
013900 01  WS-USED-COUNT              PIC 9(08) VALUE ZEROS.
014000 01  WS-DORMANT-COUNT           PIC 9(08) VALUE ZEROS.
014100 01  WS-CARD-COUNT              PIC 9(08) VALUE ZEROS.
014200 01  WS-HELD-PENDING-COUNT      PIC 9(08) VALUE ZEROS.
014300 01  WS-HELD-NEW-COUNT          PIC 9(08) VALUE ZEROS.
014400 01  WS-ITEM-SUB                PIC 9(04) COMP VALUE ZEROS.
014500 01  WS-MOVE-COUNT              PIC 9(02) COMP VALUE ZEROS.
014600 01  WS-MOVE-SUB                PIC 9(02) COMP VALUE ZEROS.
014700*    ONE SLOT PER POSSIBLE ITEM CODE: THE LAST DATE IT WAS
014800*    SUCCESSFULLY TRANSLATED ON ANY TRAIL READ (ZERO =
014900*    NEVER SEEN), AND THE NEWEST CHANGE PENDING FOR IT ON
015000*    GEO3X3PN (SPACE = NONE).
015100 01  WS-ITEM-TABLE.
015200     03  WS-ITM-ENTRY OCCURS 1000 TIMES.
015300         05  WS-ITM-LAST-USED   PIC 9(08).
015400         05  WS-ITM-PND-CODE    PIC X(01).
015500         05  WS-ITM-PND-EFF     PIC X(08).
015600*    PENDING MASS MOVES CARRY NO ITEM CODE; THEY ARE HELD
015700*    BY THE RESULT CODE THEY MOVE MAPPINGS OFF.
015800 01  WS-MOVE-TABLE.
015900     03  WS-MOV-ENTRY OCCURS 50 TIMES.
016000         05  WS-MOV-OLD-RESULT  PIC 9(03).
016100         05  WS-MOV-EFF         PIC X(08).
016200 01  WS-PENDING-TEXT.
016300     03  WS-PTX-LABEL           PIC X(04).
016400     03  WS-PTX-CODE            PIC X(01).
016500     03  FILLER                 PIC X(01) VALUE SPACE.
016600     03  WS-PTX-DATE            PIC X(08).
016700 01  WS-DMR-HDR-LINE.
016800     03  FILLER                 PIC X(30) VALUE
016900         "GEO3X3 DORMANT MAPPING REVIEW ".
017000     03  WS-DMR-HDR-DATE        PIC 9(08).
017100     03  FILLER                 PIC X(12) VALUE "  LOOK-BACK ".
017200     03  WS-DMR-HDR-DAYS        PIC ZZ9.
017300     03  FILLER                 PIC X(12) VALUE " DAYS, FROM ".
017400     03  WS-DMR-HDR-FROM        PIC 9(08).
017500     03  FILLER                 PIC X(07) VALUE SPACES.
017600 01  WS-DMR-COLUMN-LINE.
017700     03  FILLER                 PIC X(40) VALUE
017800         "ITM RES LAST USED COUNTY               S".
017900     03  FILLER                 PIC X(40) VALUE
018000         "T PENDING         ACTION               ".
018100 01  WS-DMR-DETAIL-LINE.
018200     03  WS-DMR-ITEM            PIC 9(03).
018300     03  FILLER                 PIC X(01) VALUE SPACE.
018400     03  WS-DMR-RESULT          PIC 9(03).
018500     03  FILLER                 PIC X(01) VALUE SPACE.
018600     03  WS-DMR-LAST-USED       PIC X(09).
018700     03  FILLER                 PIC X(01) VALUE SPACE.
018800     03  WS-DMR-COUNTY          PIC X(20).
018900     03  FILLER                 PIC X(01) VALUE SPACE.
019000     03  WS-DMR-STATE           PIC X(02).
019100     03  FILLER                 PIC X(01) VALUE SPACE.
019200     03  WS-DMR-PENDING         PIC X(14).
019300     03  FILLER                 PIC X(02) VALUE SPACES.
019400     03  WS-DMR-ACTION          PIC X(22).
019500 01  WS-DMR-COUNT-LINE.
019600     03  WS-DMR-COUNT-LABEL     PIC X(24).
019700     03  WS-DMR-COUNT           PIC ZZZZZZZ9.
019800     03  FILLER                 PIC X(48) VALUE SPACES.
019900     COPY GEO3X3MT.
020000*
020100     COPY GEO3X3LD.
020200*
020300     COPY GEO3X3JP.
020400*
020500 PROCEDURE       DIVISION.
020600*
020700*    -----------------------------------------------------
020800*    0000-MAINLINE - NOTE WHAT IS PENDING, FIND THE LAST
020900*    SUCCESSFUL CALL OF EVERY ITEM ON THE LIVE TRAIL AND
021000*    THE ARCHIVES, THEN WALK THE MASTER LISTING EVERY
021100*    ACTIVE MAPPING NOT USED SINCE THE CUTOFF.
021200*    -----------------------------------------------------
021300 0000-MAINLINE.
021400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
021500     PERFORM 2000-SCAN-LIVE THRU 2000-SCAN-LIVE-EXIT
021600         UNTIL WS-EOF.
021700     PERFORM 3000-SCAN-ARCHIVE THRU 3000-SCAN-ARCHIVE-EXIT.
021800     PERFORM 4000-REVIEW-MASTER THRU 4000-REVIEW-MASTER-EXIT.
021900     PERFORM 5000-WRITE-TOTALS THRU 5000-WRITE-TOTALS-EXIT.
022000     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
022100     STOP RUN.
022200*
022300 1000-INITIALIZE.
022400     PERFORM 8500-LOG-JOB-START THRU 8500-LOG-JOB-START-EXIT.
022500     PERFORM 1050-REGISTER-RUN THRU 1050-REGISTER-RUN-EXIT.
022600     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
022700     PERFORM 1100-READ-CONTROL THRU 1100-READ-CONTROL-EXIT.
022800     COMPUTE WS-CUTOFF-INTEGER =
022900         FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
023000         - WS-LOOKBACK-DAYS.
023100     COMPUTE WS-CUTOFF-DATE =
023200         FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INTEGER).
023300     PERFORM 1150-CLEAR-ITEM THRU 1150-CLEAR-ITEM-EXIT
023310         VARYING WS-ITEM-SUB FROM 1 BY 1
023320         UNTIL WS-ITEM-SUB > 1000.
023400     PERFORM 1200-LOAD-PENDING THRU 1200-LOAD-PENDING-EXIT.
023500     OPEN INPUT  GEO3X3-AUDIT-FILE.
023600     IF WS-AUDIT-FILE-STATUS NOT = '00'
023700         DISPLAY "GEO3X3DM: UNABLE TO OPEN GEO3X3AU, STATUS = "
023800             WS-AUDIT-FILE-STATUS
023900         MOVE 16 TO RETURN-CODE
024000         STOP RUN
024100     END-IF.
024200*    THE ARCHIVE CONCATENATION IS OPTIONAL - A SHORT
024300*    LOOK-BACK MAY FALL ENTIRELY INSIDE THE LIVE TRAIL.
024400     OPEN INPUT  GEO3X3-ARCHIVE-FILE.
024500     IF NOT WS-ARCHIVE-FILE-OK
024600         MOVE 'N' TO WS-ARCHIVE-AVAIL-SW
024700     END-IF.
024800     OPEN INPUT  GEO3X3-MASTER-FILE.
024900     IF WS-MASTER-FILE-STATUS NOT = '00'
025000         DISPLAY "GEO3X3DM: UNABLE TO OPEN GEO3X3MS, STATUS = "
025100             WS-MASTER-FILE-STATUS
025200         MOVE 16 TO RETURN-CODE
025300         STOP RUN
025400     END-IF.
025500     OPEN INPUT  GEO3X3-HIER-FILE.
025600     IF WS-HIER-FILE-STATUS NOT = '00'
025700         DISPLAY "GEO3X3DM: UNABLE TO OPEN GEO3X3RH, STATUS = "
025800             WS-HIER-FILE-STATUS
025900         MOVE 16 TO RETURN-CODE
026000         STOP RUN
026100     END-IF.
026200     OPEN OUTPUT GEO3X3-REVIEW-FILE.
026300     IF WS-REVIEW-FILE-STATUS NOT = '00'
026400         DISPLAY "GEO3X3DM: UNABLE TO OPEN GEO3X3UP, STATUS = "
026500             WS-REVIEW-FILE-STATUS
026600         MOVE 16 TO RETURN-CODE
026700         STOP RUN
026800     END-IF.
026900     IF WS-CARDS-OPTION
027000         OPEN OUTPUT GEO3X3-DEACT-FILE
027100         IF WS-DEACT-FILE-STATUS NOT = '00'
027200             DISPLAY "GEO3X3DM: UNABLE TO OPEN GEO3X3UT, "
027300                 "STATUS = " WS-DEACT-FILE-STATUS
027400             MOVE 16 TO RETURN-CODE
027500             STOP RUN
027600         END-IF
027700     END-IF.
027800     MOVE WS-TODAY-DATE TO WS-DMR-HDR-DATE.
027900     MOVE WS-LOOKBACK-DAYS TO WS-DMR-HDR-DAYS.
028000     MOVE WS-CUTOFF-DATE TO WS-DMR-HDR-FROM.
028100     WRITE GEO3X3-REVIEW-LINE FROM WS-DMR-HDR-LINE.
028200     WRITE GEO3X3-REVIEW-LINE FROM WS-DMR-COLUMN-LINE.
028300     PERFORM 2100-READ-AUDIT THRU 2100-READ-AUDIT-EXIT.
028400 1000-INITIALIZE-EXIT.
028500     EXIT.
028600*
028700*    -----------------------------------------------------
028800*    1050-REGISTER-RUN - SERIALIZATION: THE MASTER IS HELD
028900*    SHARED SO NO APPLY CHANGES IT MID-REVIEW, AND THE
029000*    AUDIT TRAIL IS HELD SHARED SO HOUSEKEEPING CANNOT MOVE
029100*    CALLS TO THE ARCHIVE IN THE MIDDLE OF THE SWEEP.
029200*    -----------------------------------------------------
029300 1050-REGISTER-RUN.
029400     MOVE "GEO3X3DM" TO GLCK-PROGRAM.
029500     MOVE "GEO3X3MS" TO GLCK-RESOURCE.
029600     MOVE 'R' TO GLCK-ACCESS.
029700     PERFORM 1060-ENQ-RESOURCE THRU 1060-ENQ-RESOURCE-EXIT.
029800     MOVE "GEO3X3AU" TO GLCK-RESOURCE.
029900     MOVE 'R' TO GLCK-ACCESS.
030000     PERFORM 1060-ENQ-RESOURCE THRU 1060-ENQ-RESOURCE-EXIT.
030100 1050-REGISTER-RUN-EXIT.
030200     EXIT.
030300*
030400 1060-ENQ-RESOURCE.
030500     MOVE 'E' TO GLCK-FUNCTION.
030600     CALL "GEO3X3LK" USING GEO3X3-LOCK-DATA.
030700     IF NOT GLCK-STAT-OK
030800         DISPLAY "GEO3X3DM: RESOURCE " GLCK-RESOURCE
030900             " HELD BY " GLCK-HOLDER " - RUN REFUSED"
031000         MOVE 'D' TO GLCK-FUNCTION
031100         CALL "GEO3X3LK" USING GEO3X3-LOCK-DATA
031200         MOVE 8 TO RETURN-CODE
031300         PERFORM 8600-LOG-JOB-END THRU 8600-LOG-JOB-END-EXIT
031400         STOP RUN
031500     END-IF.
031600 1060-ENQ-RESOURCE-EXIT.
031700     EXIT.
031800*
031900*    -----------------------------------------------------
032000*    1100-READ-CONTROL - LOOK-BACK DAYS AND THE CARD OPTION
032100*    FROM GEO3X3UC; NO CARD MEANS THE BUILT-IN 90 DAYS AND A
032200*    REPORT-ONLY RUN THAT WRITES NO TRANSACTIONS.
032300*    -----------------------------------------------------
032400 1100-READ-CONTROL.
032500     OPEN INPUT GEO3X3-CONTROL-FILE.
032600     IF NOT WS-CONTROL-FILE-OK
032700         GO TO 1100-READ-CONTROL-EXIT
032800     END-IF.
032900     READ GEO3X3-CONTROL-FILE
033000         AT END
033100             CLOSE GEO3X3-CONTROL-FILE
033200             GO TO 1100-READ-CONTROL-EXIT
033300     END-READ.
033400     IF GDMC-LOOKBACK-DAYS NUMERIC
033500      AND GDMC-LOOKBACK-DAYS > '000'
033600         MOVE GDMC-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
033700     END-IF.
033800     IF GDMC-CARDS-SW = 'Y'
033900         MOVE 'Y' TO WS-CARDS-OPTION-SW
034000     END-IF.
034100     CLOSE GEO3X3-CONTROL-FILE.
034200 1100-READ-CONTROL-EXIT.
034300     EXIT.
034400*
034410 1150-CLEAR-ITEM.
034420     MOVE ZEROS TO WS-ITM-LAST-USED (WS-ITEM-SUB).
034430     MOVE SPACES TO WS-ITM-PND-CODE (WS-ITEM-SUB).
034440     MOVE SPACES TO WS-ITM-PND-EFF (WS-ITEM-SUB).
034450 1150-CLEAR-ITEM-EXIT.
034460     EXIT.
034470*
034500*    -----------------------------------------------------
034600*    1200-LOAD-PENDING - NOTE EVERY CHANGE STILL AWAITING
034700*    APPROVAL ON GEO3X3PN. A MISSING FILE JUST MEANS NOTHING
034800*    IS PENDING.
034900*    -----------------------------------------------------
035000 1200-LOAD-PENDING.
035100     MOVE SPACES TO WS-MOVE-TABLE.
035200     OPEN INPUT GEO3X3-PENDING-FILE.
035300     IF NOT WS-PENDING-FILE-OK
035400         GO TO 1200-LOAD-PENDING-EXIT
035500     END-IF.
035600     MOVE 'N' TO WS-EOF-SW.
035700     PERFORM 1250-LOAD-ONE-PENDING
035800         THRU 1250-LOAD-ONE-PENDING-EXIT
035900         UNTIL WS-EOF.
036000     CLOSE GEO3X3-PENDING-FILE.
036100     MOVE 'N' TO WS-EOF-SW.
036200 1200-LOAD-PENDING-EXIT.
036300     EXIT.
036400*
036500 1250-LOAD-ONE-PENDING.
036600     READ GEO3X3-PENDING-FILE
036700         AT END
036800             MOVE 'Y' TO WS-EOF-SW
036900             GO TO 1250-LOAD-ONE-PENDING-EXIT
037000     END-READ.
037100     ADD 1 TO WS-PENDING-READ-COUNT.
037200     IF NOT GPND-PENDING
037300         GO TO 1250-LOAD-ONE-PENDING-EXIT
037400     END-IF.
037500     MOVE GPND-TRANS TO GEO3X3-MAINT-TRANS.
037600     IF GMNT-MASS-MOVE
037700         IF NOT GMNT-SIMULATE-REQ
037800          AND WS-MOVE-COUNT < 50
037900             ADD 1 TO WS-MOVE-COUNT
038000             MOVE GMNT-OLD-RESULT-CODE
038100                 TO WS-MOV-OLD-RESULT (WS-MOVE-COUNT)
038200             MOVE GMNT-EFF-DATE TO WS-MOV-EFF (WS-MOVE-COUNT)
038300         END-IF
038400         GO TO 1250-LOAD-ONE-PENDING-EXIT
038500     END-IF.
038600     IF GMNT-ITEM-CODE NOT NUMERIC
038700         GO TO 1250-LOAD-ONE-PENDING-EXIT
038800     END-IF.
038900     COMPUTE WS-ITEM-SUB = GMNT-ITEM-CODE + 1.
039000     MOVE GMNT-TRANS-CODE TO WS-ITM-PND-CODE (WS-ITEM-SUB).
039100     MOVE GMNT-EFF-DATE TO WS-ITM-PND-EFF (WS-ITEM-SUB).
039200 1250-LOAD-ONE-PENDING-EXIT.
039300     EXIT.
039400*
039500 2000-SCAN-LIVE.
039600     ADD 1 TO WS-LIVE-READ-COUNT.
039700     PERFORM 2500-NOTE-CALL THRU 2500-NOTE-CALL-EXIT.
039800     PERFORM 2100-READ-AUDIT THRU 2100-READ-AUDIT-EXIT.
039900 2000-SCAN-LIVE-EXIT.
040000     EXIT.
040100*
040200 2100-READ-AUDIT.
040300     READ GEO3X3-AUDIT-FILE
040400         AT END
040500             MOVE 'Y' TO WS-EOF-SW
040600     END-READ.
040700 2100-READ-AUDIT-EXIT.
040800     EXIT.
040900*
041000*    -----------------------------------------------------
041100*    2500-NOTE-CALL - ANY CALL NOT FAILED WITH STATUS 99
041200*    USED THE MAPPING FOR ITS ITEM CODE (A REVERSE CALL
041300*    LOGS THE ITEM IT RETURNED); KEEP THE LATEST DATE.
041310*    THE EARLIEST DATE ON ANY TRAIL READ IS KEPT TO PROVE
041320*    THE FILES SUPPLIED COVER THE WHOLE LOOK-BACK.
041400*    -----------------------------------------------------
041500 2500-NOTE-CALL.
041510     IF GAUD-DATE NUMERIC
041520      AND GAUD-DATE < WS-EARLIEST-DATE
041530         MOVE GAUD-DATE TO WS-EARLIEST-DATE
041540     END-IF.
041600     IF GAUD-STATUS = '99'
041700      OR GAUD-ITEM-CODE NOT NUMERIC
041800      OR GAUD-DATE NOT NUMERIC
041900         GO TO 2500-NOTE-CALL-EXIT
042000     END-IF.
042100     COMPUTE WS-ITEM-SUB = GAUD-ITEM-CODE + 1.
042200     IF GAUD-DATE > WS-ITM-LAST-USED (WS-ITEM-SUB)
042300         MOVE GAUD-DATE TO WS-ITM-LAST-USED (WS-ITEM-SUB)
042400     END-IF.
042500 2500-NOTE-CALL-EXIT.
042600     EXIT.
042700*
042800 3000-SCAN-ARCHIVE.
042900     IF NOT WS-ARCHIVE-AVAILABLE
043000         GO TO 3000-SCAN-ARCHIVE-EXIT
043100     END-IF.
043200     MOVE 'N' TO WS-EOF-SW.
043300     PERFORM 3100-SCAN-ARCH-RECORD
043400         THRU 3100-SCAN-ARCH-RECORD-EXIT
043500         UNTIL WS-EOF.
043600 3000-SCAN-ARCHIVE-EXIT.
043700     EXIT.
043800*
043900 3100-SCAN-ARCH-RECORD.
044000     READ GEO3X3-ARCHIVE-FILE
044100         AT END
044200             MOVE 'Y' TO WS-EOF-SW
044300         NOT AT END
044400             ADD 1 TO WS-ARCH-READ-COUNT
044500             MOVE GEO3X3-ARCHIVE-LINE TO GEO3X3-AUDIT-RECORD
044600             PERFORM 2500-NOTE-CALL THRU 2500-NOTE-CALL-EXIT
044700     END-READ.
044800 3100-SCAN-ARCH-RECORD-EXIT.
044900     EXIT.
045000*
045010*    -----------------------------------------------------
045020*    4000-REVIEW-MASTER - A TRAIL THAT STARTS AFTER THE
045030*    LOOK-BACK OPENS CANNOT SHOW A MAPPING WAS UNUSED FOR
045040*    THE WHOLE PERIOD, SO NO CARD IS WRITTEN FROM IT.
045050*    -----------------------------------------------------
045100 4000-REVIEW-MASTER.
045110     IF WS-EARLIEST-DATE > WS-CUTOFF-DATE
045120         MOVE 'Y' TO WS-TRAIL-SHORT-SW
045130     END-IF.
045200     MOVE 'N' TO WS-EOF-SW.
045300     PERFORM 4100-REVIEW-MAPPING THRU 4100-REVIEW-MAPPING-EXIT
045400         UNTIL WS-EOF.
045500 4000-REVIEW-MASTER-EXIT.
045600     EXIT.
045700*
045800*    -----------------------------------------------------
045900*    4100-REVIEW-MAPPING - AN ACTIVE MAPPING LAST USED
046000*    BEFORE THE CUTOFF (OR NEVER) IS DORMANT. A DEACTIVATE
046100*    CARD IS ONLY OFFERED WHEN NOTHING IS ALREADY PENDING OR
046200*    FUTURE-DATED FOR IT, AND WHEN IT HAS BEEN IN FORCE FOR
046300*    THE WHOLE LOOK-BACK - A MAPPING ADDED OR RECODED INSIDE
046400*    THE PERIOD HAS NOT HAD A FAIR CHANCE TO BE USED.
046500*    -----------------------------------------------------
046600 4100-REVIEW-MAPPING.
046700     READ GEO3X3-MASTER-FILE NEXT RECORD
046800         AT END
046900             MOVE 'Y' TO WS-EOF-SW
047000             GO TO 4100-REVIEW-MAPPING-EXIT
047100     END-READ.
047200     IF NOT GMST-ACTIVE
047300         GO TO 4100-REVIEW-MAPPING-EXIT
047400     END-IF.
047500     ADD 1 TO WS-ACTIVE-COUNT.
047600     COMPUTE WS-ITEM-SUB = GMST-ITEM-CODE + 1.
047700     IF WS-ITM-LAST-USED (WS-ITEM-SUB) NOT < WS-CUTOFF-DATE
047800         ADD 1 TO WS-USED-COUNT
047900         GO TO 4100-REVIEW-MAPPING-EXIT
048000     END-IF.
048100     ADD 1 TO WS-DORMANT-COUNT.
048200     MOVE GMST-ITEM-CODE TO WS-DMR-ITEM.
048300     MOVE GMST-RESULT-CODE TO WS-DMR-RESULT.
048400     IF WS-ITM-LAST-USED (WS-ITEM-SUB) = 0
048500         MOVE "NONE SEEN" TO WS-DMR-LAST-USED
048600     ELSE
048700         MOVE WS-ITM-LAST-USED (WS-ITEM-SUB) TO WS-DMR-LAST-USED
048800     END-IF.
048900     MOVE GMST-RESULT-CODE TO GHIER-REGION-CODE.
049000     READ GEO3X3-HIER-FILE
049100         INVALID KEY
049200             MOVE "NO HIERARCHY ENTRY" TO WS-DMR-COUNTY
049300             MOVE "--" TO WS-DMR-STATE
049400         NOT INVALID KEY
049500             MOVE GHIER-COUNTY-NAME TO WS-DMR-COUNTY
049600             MOVE GHIER-STATE-CODE TO WS-DMR-STATE
049700     END-READ.
049800     PERFORM 4200-FIND-PENDING THRU 4200-FIND-PENDING-EXIT.
049900     MOVE WS-PENDING-TEXT TO WS-DMR-PENDING.
050000     EVALUATE TRUE
050100         WHEN WS-CHANGE-PENDING
050200             ADD 1 TO WS-HELD-PENDING-COUNT
050300             MOVE "NO CARD - PENDING" TO WS-DMR-ACTION
050400         WHEN GMST-EFF-FROM-DATE > WS-CUTOFF-DATE
050500             ADD 1 TO WS-HELD-NEW-COUNT
050600             MOVE "NO CARD - NEW IN PERIOD" TO WS-DMR-ACTION
050610         WHEN WS-TRAIL-SHORT
050620             MOVE "NO CARD - TRAIL SHORT" TO WS-DMR-ACTION
050700         WHEN WS-CARDS-OPTION
050800             PERFORM 4300-WRITE-CARD THRU 4300-WRITE-CARD-EXIT
050900             MOVE "DEACTIVATE CARD WRITTEN" TO WS-DMR-ACTION
051000         WHEN OTHER
051100             MOVE "CANDIDATE" TO WS-DMR-ACTION
051200     END-EVALUATE.
051300     WRITE GEO3X3-REVIEW-LINE FROM WS-DMR-DETAIL-LINE.
051400 4100-REVIEW-MAPPING-EXIT.
051500     EXIT.
051600*
051700*    -----------------------------------------------------
051800*    4200-FIND-PENDING - A TRANSACTION FOR THE ITEM ON
051900*    GEO3X3PN, A MASS MOVE OFF ITS RESULT CODE, OR A CHANGE
052000*    ALREADY LOADED ON THE MASTER AHEAD OF ITS CUTOVER OR
052100*    EXPIRY, IN THAT ORDER OF PRECEDENCE.
052200*    -----------------------------------------------------
052300 4200-FIND-PENDING.
052400     MOVE 'N' TO WS-PENDING-SW.
052500     MOVE SPACES TO WS-PENDING-TEXT.
052600     IF WS-ITM-PND-CODE (WS-ITEM-SUB) NOT = SPACE
052700         MOVE 'Y' TO WS-PENDING-SW
052800         MOVE "PN" TO WS-PTX-LABEL
052900         MOVE WS-ITM-PND-CODE (WS-ITEM-SUB) TO WS-PTX-CODE
053000         MOVE WS-ITM-PND-EFF (WS-ITEM-SUB) TO WS-PTX-DATE
053100         GO TO 4200-FIND-PENDING-EXIT
053200     END-IF.
053300     PERFORM 4250-TEST-MOVE THRU 4250-TEST-MOVE-EXIT
053400         VARYING WS-MOVE-SUB FROM 1 BY 1
053500         UNTIL WS-MOVE-SUB > WS-MOVE-COUNT
053600            OR WS-CHANGE-PENDING.
053700     IF WS-CHANGE-PENDING
053800         GO TO 4200-FIND-PENDING-EXIT
053900     END-IF.
054000     IF GMST-EFF-FROM-DATE > WS-TODAY-DATE
054100         MOVE 'Y' TO WS-PENDING-SW
054200         MOVE "FROM" TO WS-PTX-LABEL
054300         MOVE GMST-EFF-FROM-DATE TO WS-PTX-DATE
054400         GO TO 4200-FIND-PENDING-EXIT
054500     END-IF.
054600     IF GMST-EFF-TO-DATE > 0
054700      AND GMST-EFF-TO-DATE NOT < WS-TODAY-DATE
054800         MOVE 'Y' TO WS-PENDING-SW
054900         MOVE "TO" TO WS-PTX-LABEL
055000         MOVE GMST-EFF-TO-DATE TO WS-PTX-DATE
055100     END-IF.
055200 4200-FIND-PENDING-EXIT.
055300     EXIT.
055400*
055500 4250-TEST-MOVE.
055600     IF WS-MOV-OLD-RESULT (WS-MOVE-SUB) = GMST-RESULT-CODE
055700         MOVE 'Y' TO WS-PENDING-SW
055800         MOVE "PN" TO WS-PTX-LABEL
055900         MOVE 'M' TO WS-PTX-CODE
056000         MOVE WS-MOV-EFF (WS-MOVE-SUB) TO WS-PTX-DATE
056100     END-IF.
056200 4250-TEST-MOVE-EXIT.
056300     EXIT.
056400*
056500*    -----------------------------------------------------
056600*    4300-WRITE-CARD - A 'D' TRANSACTION IN THE GEO3X3MT
056700*    LAYOUT CARRYING THE CURRENT RESULT CODE, SO GEO3X3PS
056800*    SHOWS IT AND A GEO3X3VA APPROVAL MATCHES IT LIKE ONE
056900*    KEYED BY HAND.
057000*    -----------------------------------------------------
057100 4300-WRITE-CARD.
057200     MOVE SPACES TO GEO3X3-MAINT-TRANS.
057300     SET GMNT-DEACTIVATE TO TRUE.
057400     MOVE GMST-ITEM-CODE TO GMNT-ITEM-CODE.
057500     MOVE GMST-RESULT-CODE TO GMNT-RESULT-CODE.
057600     MOVE ZEROS TO GMNT-OLD-RESULT-CODE.
057700     WRITE GEO3X3-DEACT-RECORD FROM GEO3X3-MAINT-TRANS.
057800     ADD 1 TO WS-CARD-COUNT.
057900 4300-WRITE-CARD-EXIT.
058000     EXIT.
058100*
058200 5000-WRITE-TOTALS.
058300     MOVE "LIVE RECORDS READ:      " TO WS-DMR-COUNT-LABEL.
058400     MOVE WS-LIVE-READ-COUNT TO WS-DMR-COUNT.
058500     WRITE GEO3X3-REVIEW-LINE FROM WS-DMR-COUNT-LINE.
058600     MOVE "ARCHIVE RECORDS READ:   " TO WS-DMR-COUNT-LABEL.
058700     MOVE WS-ARCH-READ-COUNT TO WS-DMR-COUNT.
058800     WRITE GEO3X3-REVIEW-LINE FROM WS-DMR-COUNT-LINE.
058900     MOVE "ACTIVE MAPPINGS:        " TO WS-DMR-COUNT-LABEL.
059000     MOVE WS-ACTIVE-COUNT TO WS-DMR-COUNT.
059100     WRITE GEO3X3-REVIEW-LINE FROM WS-DMR-COUNT-LINE.
059200     MOVE "USED IN PERIOD:         " TO WS-DMR-COUNT-LABEL.
059300     MOVE WS-USED-COUNT TO WS-DMR-COUNT.
059400     WRITE GEO3X3-REVIEW-LINE FROM WS-DMR-COUNT-LINE.
059500     MOVE "DORMANT:                " TO WS-DMR-COUNT-LABEL.
059600     MOVE WS-DORMANT-COUNT TO WS-DMR-COUNT.
059700     WRITE GEO3X3-REVIEW-LINE FROM WS-DMR-COUNT-LINE.
059800     MOVE "  HELD - PENDING:       " TO WS-DMR-COUNT-LABEL.
059900     MOVE WS-HELD-PENDING-COUNT TO WS-DMR-COUNT.
060000     WRITE GEO3X3-REVIEW-LINE FROM WS-DMR-COUNT-LINE.
060100     MOVE "  HELD - NEW IN PERIOD: " TO WS-DMR-COUNT-LABEL.
060200     MOVE WS-HELD-NEW-COUNT TO WS-DMR-COUNT.
060300     WRITE GEO3X3-REVIEW-LINE FROM WS-DMR-COUNT-LINE.
060400     MOVE "DEACTIVATE CARDS:       " TO WS-DMR-COUNT-LABEL.
060500     MOVE WS-CARD-COUNT TO WS-DMR-COUNT.
060600     WRITE GEO3X3-REVIEW-LINE FROM WS-DMR-COUNT-LINE.
060610     IF WS-TRAIL-SHORT
060620         MOVE "WARNING - THE TRAIL SUPPLIED STARTS AFTER THE"
060630             TO GEO3X3-REVIEW-LINE
060640         WRITE GEO3X3-REVIEW-LINE
060650         MOVE "  WINDOW OPENS - NO DEACTIVATE CARDS WRITTEN"
060660             TO GEO3X3-REVIEW-LINE
060670         WRITE GEO3X3-REVIEW-LINE
060680         MOVE 4 TO RETURN-CODE
060690     END-IF.
060700 5000-WRITE-TOTALS-EXIT.
060800     EXIT.
060900*
061000 8500-LOG-JOB-START.
061100     SET GJLP-START TO TRUE.
061200     MOVE "GEO3X3DM" TO GJLP-PROGRAM.
061300     MOVE ZEROS TO GJLP-READ-COUNT.
061400     MOVE ZEROS TO GJLP-WRITTEN-COUNT.
061500     MOVE ZEROS TO GJLP-REJECT-COUNT.
061600     MOVE ZEROS TO GJLP-RETURN-CODE.
061700     CALL "GEO3X3JW" USING GEO3X3-JOBLOG-DATA.
061800 8500-LOG-JOB-START-EXIT.
061900     EXIT.
062000*
062100 8600-LOG-JOB-END.
062200     SET GJLP-END TO TRUE.
062300     MOVE WS-LIVE-READ-COUNT TO GJLP-READ-COUNT.
062400     ADD WS-ARCH-READ-COUNT TO GJLP-READ-COUNT.
062500     MOVE WS-CARD-COUNT TO GJLP-WRITTEN-COUNT.
062600     MOVE ZEROS TO GJLP-REJECT-COUNT.
062700     MOVE RETURN-CODE TO GJLP-RETURN-CODE.
062800     CALL "GEO3X3JW" USING GEO3X3-JOBLOG-DATA.
062810     MOVE GJLP-RETURN-CODE TO RETURN-CODE.
062900 8600-LOG-JOB-END-EXIT.
063000     EXIT.
063100*
063200 9000-TERMINATE.
063210     MOVE RETURN-CODE TO WS-STEP-RC.
063300     CLOSE GEO3X3-AUDIT-FILE.
063400     IF WS-ARCHIVE-AVAILABLE
063500         CLOSE GEO3X3-ARCHIVE-FILE
063600     END-IF.
063700     CLOSE GEO3X3-MASTER-FILE.
063800     CLOSE GEO3X3-HIER-FILE.
063900     CLOSE GEO3X3-REVIEW-FILE.
064000     IF WS-CARDS-OPTION
064100         CLOSE GEO3X3-DEACT-FILE
064200     END-IF.
064300     PERFORM 9100-RELEASE-RUN THRU 9100-RELEASE-RUN-EXIT.
064310     MOVE WS-STEP-RC TO RETURN-CODE.
064400     PERFORM 8600-LOG-JOB-END THRU 8600-LOG-JOB-END-EXIT.
064410     MOVE WS-STEP-RC TO RETURN-CODE.
064500 9000-TERMINATE-EXIT.
064600     EXIT.
064700*
064800 9100-RELEASE-RUN.
064900     MOVE 'D' TO GLCK-FUNCTION.
065000     CALL "GEO3X3LK" USING GEO3X3-LOCK-DATA.
065100 9100-RELEASE-RUN-EXIT.
065200     EXIT.
