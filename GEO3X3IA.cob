000100*> GEO3X3IA
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.     GEO3X3IA.
000400 AUTHOR.         DATA ADMINISTRATION.
000500 INSTALLATION.   GEO SYSTEMS.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.  2026-10-15.
000800*
000900*    ---------------------------------------------------
001000*    MODIFICATION HISTORY
001100*    ---------------------------------------------------
001200*    2026-10-15  DA  ORIGINAL - VOLUME IMPACT ANALYSIS OF
001300*                    THE CHANGES WAITING ON GEO3X3PN, RUN
001400*                    BEFORE THE GEO3X3VA APPROVAL CARDS ARE
001500*                    SIGNED. EVERY PENDING TRANSACTION IS
001600*                    APPLIED, IN FILE ORDER AND BY THE SAME
001700*                    RULES AS GEO3X3MX, TO A WORKING COPY OF
001800*                    THE MASTER HELD IN STORAGE - GEO3X3MS
001900*                    ITSELF IS ONLY READ. THE CALLS LOGGED
002000*                    ON GEO3X3AU (AND THE OPTIONAL GEO3X3AV
002100*                    CONCATENATION) OVER THE LAST N DAYS,
002200*                    N FROM CARD GEO3X3IC, ARE THEN USED TO
002300*                    MEASURE EACH ONE: HOW MANY OF THOSE
002400*                    CALLS WOULD TRANSLATE DIFFERENTLY, THE
002500*                    VOLUME MOVING FROM ONE COUNTY/STATE TO
002600*                    ANOTHER, AND THE CALLS THAT WOULD
002700*                    BECOME INVALID. REPORT ON GEO3X3IP.
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
004200     SELECT GEO3X3-MASTER-FILE  ASSIGN TO GEO3X3MS
004300         ORGANIZATION       IS INDEXED
004400         ACCESS MODE        IS DYNAMIC
004500         RECORD KEY         IS GMST-ITEM-CODE
004600         ALTERNATE RECORD KEY IS GMST-RESULT-CODE
004700                               WITH DUPLICATES
004800         FILE STATUS        IS WS-MASTER-FILE-STATUS.
004900
005000     SELECT GEO3X3-HIER-FILE    ASSIGN TO GEO3X3RH
005100         ORGANIZATION       IS INDEXED
005200         ACCESS MODE        IS RANDOM
005300         RECORD KEY         IS GHIER-REGION-CODE
005400         FILE STATUS        IS WS-HIER-FILE-STATUS.
005500
005600     SELECT GEO3X3-PENDING-FILE ASSIGN TO GEO3X3PN
005700         ORGANIZATION       IS LINE SEQUENTIAL
005800         FILE STATUS        IS WS-PENDING-FILE-STATUS.
005900
006000     SELECT GEO3X3-CONTROL-FILE ASSIGN TO GEO3X3IC
006100         ORGANIZATION       IS LINE SEQUENTIAL
006200         FILE STATUS        IS WS-CONTROL-FILE-STATUS.
006300
006400     SELECT GEO3X3-IMPACT-FILE  ASSIGN TO GEO3X3IP
006500         ORGANIZATION       IS LINE SEQUENTIAL
006600         FILE STATUS        IS WS-IMPACT-FILE-STATUS.
006700*
006800 DATA            DIVISION.
006900 FILE            SECTION.
007000 FD  GEO3X3-AUDIT-FILE
007100     RECORDING MODE IS F.
007200     COPY GEO3X3AR.
007300
007400 FD  GEO3X3-ARCHIVE-FILE
007500     RECORDING MODE IS F.
007600 01  GEO3X3-ARCHIVE-LINE        PIC X(80).
007700
007800 FD  GEO3X3-MASTER-FILE.
007900     COPY GEO3X3MR.
008000
008100 FD  GEO3X3-HIER-FILE.
008200     COPY GEO3X3HR.
008300
008400 FD  GEO3X3-PENDING-FILE
008500     RECORDING MODE IS F.
008600     COPY GEO3X3PD.
008700
008800 FD  GEO3X3-CONTROL-FILE
008900     RECORDING MODE IS F.
009000 01  GEO3X3-CONTROL-RECORD.
009100     03  GIAC-WINDOW-DAYS       PIC X(03).
009200     03  FILLER                 PIC X(77).
009300
009400 FD  GEO3X3-IMPACT-FILE
009500     RECORDING MODE IS F.
009600 01  GEO3X3-IMPACT-LINE         PIC X(80).
009700*
009800 WORKING-STORAGE SECTION.
009900 01  WS-AUDIT-FILE-STATUS       PIC X(02) VALUE SPACES.
010000 01  WS-ARCHIVE-FILE-STATUS     PIC X(02) VALUE SPACES.
010100     88  WS-ARCHIVE-FILE-OK             VALUE '00'.
010200 01  WS-MASTER-FILE-STATUS      PIC X(02) VALUE SPACES.
010300 01  WS-HIER-FILE-STATUS        PIC X(02) VALUE SPACES.
010400 01  WS-PENDING-FILE-STATUS     PIC X(02) VALUE SPACES.
010500     88  WS-PENDING-FILE-OK             VALUE '00'.
010600 01  WS-CONTROL-FILE-STATUS     PIC X(02) VALUE SPACES.
010700     88  WS-CONTROL-FILE-OK             VALUE '00'.
010800 01  WS-IMPACT-FILE-STATUS      PIC X(02) VALUE SPACES.
010900 01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
011000     88  WS-EOF                         VALUE 'Y'.
011100 01  WS-ARCHIVE-AVAIL-SW        PIC X(01) VALUE 'Y'.
011200     88  WS-ARCHIVE-AVAILABLE           VALUE 'Y'.
011300 01  WS-FAILED-SW               PIC X(01) VALUE 'N'.
011400     88  WS-WOULD-FAIL                  VALUE 'Y'.
011500 01  WS-CARRY-SW                PIC X(01) VALUE 'Y'.
011600     88  WS-CARRY-FORWARD               VALUE 'Y'.
011700 01  WS-STEP-RC                 PIC 9(02) VALUE ZEROS.
011800 01  WS-WINDOW-DAYS             PIC 9(03) VALUE 30.
011900 01  WS-TODAY-DATE              PIC 9(08) VALUE ZEROS.
012000 01  WS-CUTOFF-INTEGER          PIC 9(08) VALUE ZEROS.
012100 01  WS-CUTOFF-DATE             PIC 9(08) VALUE ZEROS.
012200 01  WS-EARLIEST-DATE           PIC 9(08) VALUE 99999999.
012300 01  WS-EFF-DATE                PIC 9(08) VALUE ZEROS.
012400 01  WS-LOOKUP-DATE             PIC 9(08) VALUE ZEROS.
012500 01  WS-LIVE-READ-COUNT         PIC 9(08) VALUE ZEROS.
012600 01  WS-ARCH-READ-COUNT         PIC 9(08) VALUE ZEROS.
012700 01  WS-WINDOW-CALL-COUNT       PIC 9(08) VALUE ZEROS.
012800 01  WS-MASTER-COUNT            PIC 9(08) VALUE ZEROS.
012900 01  WS-PENDING-READ-COUNT      PIC 9(08) VALUE ZEROS.
013000 01  WS-ASSESSED-COUNT          PIC 9(08) VALUE ZEROS.
013100 01  WS-FAIL-COUNT              PIC 9(08) VALUE ZEROS.
013200 01  WS-SIMULATE-COUNT          PIC 9(08) VALUE ZEROS.
013300 01  WS-TOT-MAPPINGS            PIC 9(08) VALUE ZEROS.
013400 01  WS-TOT-CHANGED             PIC 9(08) VALUE ZEROS.
013500 01  WS-TOT-INVALID             PIC 9(08) VALUE ZEROS.
013600 01  WS-TOT-VALID               PIC 9(08) VALUE ZEROS.
013700*    COUNTS FOR THE TRANSACTION BEING ASSESSED.
013800 01  WS-TRN-MAPPINGS            PIC 9(08) VALUE ZEROS.
013900 01  WS-TRN-CALLS               PIC 9(08) VALUE ZEROS.
014000 01  WS-TRN-CHANGED             PIC 9(08) VALUE ZEROS.
014100 01  WS-TRN-INVALID             PIC 9(08) VALUE ZEROS.
014200 01  WS-TRN-VALID               PIC 9(08) VALUE ZEROS.
014300 01  WS-TRN-OTHER-MOVES         PIC 9(08) VALUE ZEROS.
014400 01  WS-MOVE-MATCH-COUNT        PIC 9(08) VALUE ZEROS.
014500 01  WS-ITEM-SUB                PIC 9(04) COMP VALUE ZEROS.
014600 01  WS-PAIR-COUNT              PIC 9(03) COMP VALUE ZEROS.
014700 01  WS-PAIR-SUB                PIC 9(03) COMP VALUE ZEROS.
014800 01  WS-FOUND-SUB               PIC 9(03) COMP VALUE ZEROS.
014900 01  WS-FAIL-TEXT               PIC X(50) VALUE SPACES.
015000 01  WS-AFTER-IMAGE             PIC X(40) VALUE SPACES.
015100*    ONE TRANSLATION: THE MAPPING IMAGE GOES IN, THE RESULT
015200*    AND STATUS GEO3X3 WOULD RETURN ON THE LOOKUP DATE COME
015300*    OUT. THE BEFORE AND AFTER OUTCOMES ARE KEPT APART.
015400 01  WS-XLT-IMAGE               PIC X(40) VALUE SPACES.
015500 01  WS-XLT-RESULT              PIC 9(03) VALUE ZEROS.
015600 01  WS-XLT-STATUS              PIC X(02) VALUE SPACES.
015700 01  WS-OLD-RESULT              PIC 9(03) VALUE ZEROS.
015800 01  WS-OLD-STATUS              PIC X(02) VALUE SPACES.
015900 01  WS-NEW-RESULT              PIC 9(03) VALUE ZEROS.
016000 01  WS-NEW-STATUS              PIC X(02) VALUE SPACES.
016100*    ONE SLOT PER POSSIBLE ITEM CODE: CALLS LOGGED FOR IT IN
016200*    THE WINDOW, AND ITS MAPPING IN THE WORKING COPY OF THE
016300*    MASTER (SPACES = NOT ON FILE), WHICH EACH PENDING
016400*    TRANSACTION IS APPLIED TO IN TURN.
016500 01  WS-ITEM-TABLE.
016600     03  WS-ITM-ENTRY OCCURS 1000 TIMES.
016700         05  WS-ITM-CALLS       PIC 9(08) COMP.
016800         05  WS-ITM-IMAGE       PIC X(40).
016900*    VOLUME MOVED BY THE TRANSACTION BEING ASSESSED, ONE
017000*    ENTRY PER OLD/NEW TRANSLATION PAIR.
017100 01  WS-PAIR-TABLE.
017200     03  WS-PAIR-ENTRY OCCURS 50 TIMES.
017300         05  WS-PAIR-OLD-RESULT PIC 9(03).
017400         05  WS-PAIR-OLD-STATUS PIC X(02).
017500         05  WS-PAIR-NEW-RESULT PIC 9(03).
017600         05  WS-PAIR-NEW-STATUS PIC X(02).
017700         05  WS-PAIR-CALLS      PIC 9(08) COMP.
017800*    COUNTY AND STATE OF ONE SIDE OF A MOVEMENT LINE.
017900 01  WS-REGION-RESULT           PIC 9(03) VALUE ZEROS.
018000 01  WS-REGION-STATUS           PIC X(02) VALUE SPACES.
018100 01  WS-REGION-CODE             PIC X(03) VALUE SPACES.
018200 01  WS-REGION-COUNTY           PIC X(20) VALUE SPACES.
018300 01  WS-REGION-STATE            PIC X(02) VALUE SPACES.
018400 01  WS-IAR-HDR-LINE.
018500     03  FILLER                 PIC X(33) VALUE
018600         "GEO3X3 PENDING CHANGE IMPACT     ".
018700     03  WS-IAR-HDR-DATE        PIC 9(08).
018800     03  FILLER                 PIC X(09) VALUE "  WINDOW ".
018900     03  WS-IAR-HDR-DAYS        PIC ZZ9.
019000     03  FILLER                 PIC X(12) VALUE " DAYS, FROM ".
019100     03  WS-IAR-HDR-FROM        PIC 9(08).
019200     03  FILLER                 PIC X(07) VALUE SPACES.
019300 01  WS-IAR-NOTE-LINE           PIC X(80) VALUE SPACES.
019400 01  WS-IAR-TRANS-LINE.
019500     03  FILLER                 PIC X(05) VALUE "TRAN ".
019600     03  WS-IAR-TRN-CODE        PIC X(01).
019700     03  FILLER                 PIC X(07) VALUE "  ITEM ".
019800     03  WS-IAR-TRN-ITEM        PIC X(03).
019900     03  FILLER                 PIC X(06) VALUE "  OLD ".
020000     03  WS-IAR-TRN-OLD         PIC X(03).
020100     03  FILLER                 PIC X(06) VALUE "  NEW ".
020200     03  WS-IAR-TRN-NEW         PIC X(03).
020300     03  FILLER                 PIC X(06) VALUE "  EFF ".
020400     03  WS-IAR-TRN-EFF         PIC X(08).
020500     03  FILLER                 PIC X(12) VALUE "  SUBMITTED ".
020600     03  WS-IAR-TRN-SUBMIT      PIC 9(08).
020700     03  FILLER                 PIC X(01) VALUE SPACE.
020800     03  WS-IAR-TRN-SIM         PIC X(08).
020900     03  FILLER                 PIC X(03) VALUE SPACES.
021000 01  WS-IAR-OUTCOME-LINE.
021100     03  FILLER                 PIC X(04) VALUE SPACES.
021200     03  WS-IAR-OUTCOME         PIC X(76).
021300 01  WS-IAR-COUNT-LINE.
021400     03  FILLER                 PIC X(04) VALUE SPACES.
021500     03  WS-IAR-COUNT-LABEL     PIC X(32).
021600     03  WS-IAR-COUNT           PIC ZZZZZZZ9.
021700     03  FILLER                 PIC X(36) VALUE SPACES.
021800 01  WS-IAR-MOVE-LINE.
021900     03  FILLER                 PIC X(06) VALUE SPACES.
022000     03  WS-IAR-MOV-OLD-CODE    PIC X(03).
022100     03  FILLER                 PIC X(01) VALUE SPACE.
022200     03  WS-IAR-MOV-OLD-COUNTY  PIC X(20).
022300     03  FILLER                 PIC X(01) VALUE SPACE.
022400     03  WS-IAR-MOV-OLD-STATE   PIC X(02).
022500     03  FILLER                 PIC X(04) VALUE " TO ".
022600     03  WS-IAR-MOV-NEW-CODE    PIC X(03).
022700     03  FILLER                 PIC X(01) VALUE SPACE.
022800     03  WS-IAR-MOV-NEW-COUNTY  PIC X(20).
022900     03  FILLER                 PIC X(01) VALUE SPACE.
023000     03  WS-IAR-MOV-NEW-STATE   PIC X(02).
023100     03  FILLER                 PIC X(01) VALUE SPACE.
023200     03  WS-IAR-MOV-CALLS       PIC ZZZZZZZ9.
023300     03  FILLER                 PIC X(07) VALUE SPACES.
023400 01  WS-BLANK-LINE              PIC X(80) VALUE SPACES.
023500     COPY GEO3X3MT.
023600*
023700     COPY GEO3X3LD.
023800*
023900     COPY GEO3X3JP.
024000*
024100 PROCEDURE       DIVISION.
024200*
024300*    -----------------------------------------------------
024400*    0000-MAINLINE - COPY THE MASTER INTO STORAGE, COUNT
024500*    THE CALLS PER ITEM IN THE WINDOW ON THE LIVE TRAIL AND
024600*    THE ARCHIVES, THEN APPLY AND MEASURE EACH PENDING
024700*    TRANSACTION IN TURN.
024800*    -----------------------------------------------------
024900 0000-MAINLINE.
025000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
025100     PERFORM 2000-SCAN-LIVE THRU 2000-SCAN-LIVE-EXIT
025200         UNTIL WS-EOF.
025300     PERFORM 3000-SCAN-ARCHIVE THRU 3000-SCAN-ARCHIVE-EXIT.
025400     PERFORM 4000-ASSESS-PENDING THRU 4000-ASSESS-PENDING-EXIT.
025500     PERFORM 6000-WRITE-TOTALS THRU 6000-WRITE-TOTALS-EXIT.
025600     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
025700     STOP RUN.
025800*
025900 1000-INITIALIZE.
026000     PERFORM 8500-LOG-JOB-START THRU 8500-LOG-JOB-START-EXIT.
026100     PERFORM 1050-REGISTER-RUN THRU 1050-REGISTER-RUN-EXIT.
026200     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
026300     PERFORM 1100-READ-CONTROL THRU 1100-READ-CONTROL-EXIT.
026400     COMPUTE WS-CUTOFF-INTEGER =
026500         FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
026600         - WS-WINDOW-DAYS.
026700     COMPUTE WS-CUTOFF-DATE =
026800         FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INTEGER).
026900     OPEN INPUT  GEO3X3-AUDIT-FILE.
027000     IF WS-AUDIT-FILE-STATUS NOT = '00'
027100         DISPLAY "GEO3X3IA: UNABLE TO OPEN GEO3X3AU, STATUS = "
027200             WS-AUDIT-FILE-STATUS
027300         MOVE 16 TO RETURN-CODE
027400         STOP RUN
027500     END-IF.
027600*    THE ARCHIVE CONCATENATION IS OPTIONAL - A SHORT
027700*    WINDOW MAY FALL ENTIRELY INSIDE THE LIVE TRAIL.
027800     OPEN INPUT  GEO3X3-ARCHIVE-FILE.
027900     IF NOT WS-ARCHIVE-FILE-OK
028000         MOVE 'N' TO WS-ARCHIVE-AVAIL-SW
028100     END-IF.
028200     OPEN INPUT  GEO3X3-MASTER-FILE.
028300     IF WS-MASTER-FILE-STATUS NOT = '00'
028400         DISPLAY "GEO3X3IA: UNABLE TO OPEN GEO3X3MS, STATUS = "
028500             WS-MASTER-FILE-STATUS
028600         MOVE 16 TO RETURN-CODE
028700         STOP RUN
028800     END-IF.
028900     OPEN INPUT  GEO3X3-HIER-FILE.
029000     IF WS-HIER-FILE-STATUS NOT = '00'
029100         DISPLAY "GEO3X3IA: UNABLE TO OPEN GEO3X3RH, STATUS = "
029200             WS-HIER-FILE-STATUS
029300         MOVE 16 TO RETURN-CODE
029400         STOP RUN
029500     END-IF.
029600     OPEN OUTPUT GEO3X3-IMPACT-FILE.
029700     IF WS-IMPACT-FILE-STATUS NOT = '00'
029800         DISPLAY "GEO3X3IA: UNABLE TO OPEN GEO3X3IP, STATUS = "
029900             WS-IMPACT-FILE-STATUS
030000         MOVE 16 TO RETURN-CODE
030100         STOP RUN
030200     END-IF.
030300     PERFORM 1200-LOAD-MASTER THRU 1200-LOAD-MASTER-EXIT.
030400     MOVE WS-TODAY-DATE TO WS-IAR-HDR-DATE.
030500     MOVE WS-WINDOW-DAYS TO WS-IAR-HDR-DAYS.
030600     MOVE WS-CUTOFF-DATE TO WS-IAR-HDR-FROM.
030700     WRITE GEO3X3-IMPACT-LINE FROM WS-IAR-HDR-LINE.
030800     MOVE "PENDING CHANGES APPLIED IN FILE ORDER TO A COPY"
030900         TO WS-IAR-NOTE-LINE.
031000     WRITE GEO3X3-IMPACT-LINE FROM WS-IAR-NOTE-LINE.
031100     MOVE "OF THE MASTER; GEO3X3MS IS NOT CHANGED. VOLUME IS"
031200         TO WS-IAR-NOTE-LINE.
031300     WRITE GEO3X3-IMPACT-LINE FROM WS-IAR-NOTE-LINE.
031400     MOVE "THE WINDOW'S FORWARD AND ENRICHED CALLS PER ITEM."
031500         TO WS-IAR-NOTE-LINE.
031600     WRITE GEO3X3-IMPACT-LINE FROM WS-IAR-NOTE-LINE.
031700     WRITE GEO3X3-IMPACT-LINE FROM WS-BLANK-LINE.
031800     MOVE 'N' TO WS-EOF-SW.
031900     PERFORM 2100-READ-AUDIT THRU 2100-READ-AUDIT-EXIT.
032000 1000-INITIALIZE-EXIT.
032100     EXIT.
032200*
032300*    -----------------------------------------------------
032400*    1050-REGISTER-RUN - SERIALIZATION: THE MASTER IS HELD
032500*    SHARED SO NO APPLY CHANGES IT, OR REWRITES THE PENDING
032600*    FILE, WHILE IT IS BEING COPIED AND MEASURED; THE AUDIT
032700*    TRAIL IS HELD SHARED SO HOUSEKEEPING CANNOT MOVE CALLS
032800*    TO THE ARCHIVE IN THE MIDDLE OF THE SWEEP.
032900*    -----------------------------------------------------
033000 1050-REGISTER-RUN.
033100     MOVE "GEO3X3IA" TO GLCK-PROGRAM.
033200     MOVE "GEO3X3MS" TO GLCK-RESOURCE.
033300     MOVE 'R' TO GLCK-ACCESS.
033400     PERFORM 1060-ENQ-RESOURCE THRU 1060-ENQ-RESOURCE-EXIT.
033500     MOVE "GEO3X3AU" TO GLCK-RESOURCE.
033600     MOVE 'R' TO GLCK-ACCESS.
033700     PERFORM 1060-ENQ-RESOURCE THRU 1060-ENQ-RESOURCE-EXIT.
033800 1050-REGISTER-RUN-EXIT.
033900     EXIT.
034000*
034100 1060-ENQ-RESOURCE.
034200     MOVE 'E' TO GLCK-FUNCTION.
034300     CALL "GEO3X3LK" USING GEO3X3-LOCK-DATA.
034400     IF NOT GLCK-STAT-OK
034500         DISPLAY "GEO3X3IA: RESOURCE " GLCK-RESOURCE
034600             " HELD BY " GLCK-HOLDER " - RUN REFUSED"
034700         MOVE 'D' TO GLCK-FUNCTION
034800         CALL "GEO3X3LK" USING GEO3X3-LOCK-DATA
034900         MOVE 8 TO RETURN-CODE
035000         PERFORM 8600-LOG-JOB-END THRU 8600-LOG-JOB-END-EXIT
035100         STOP RUN
035200     END-IF.
035300 1060-ENQ-RESOURCE-EXIT.
035400     EXIT.
035500*
035600*    -----------------------------------------------------
035700*    1100-READ-CONTROL - WINDOW DAYS FROM GEO3X3IC; NO CARD
035800*    (OR A BLANK OR ZERO ONE) MEANS THE BUILT-IN 30 DAYS.
035900*    -----------------------------------------------------
036000 1100-READ-CONTROL.
036100     OPEN INPUT GEO3X3-CONTROL-FILE.
036200     IF NOT WS-CONTROL-FILE-OK
036300         GO TO 1100-READ-CONTROL-EXIT
036400     END-IF.
036500     READ GEO3X3-CONTROL-FILE
036600         AT END
036700             CLOSE GEO3X3-CONTROL-FILE
036800             GO TO 1100-READ-CONTROL-EXIT
036900     END-READ.
037000     IF GIAC-WINDOW-DAYS NUMERIC
037100      AND GIAC-WINDOW-DAYS > '000'
037200         MOVE GIAC-WINDOW-DAYS TO WS-WINDOW-DAYS
037300     END-IF.
037400     CLOSE GEO3X3-CONTROL-FILE.
037500 1100-READ-CONTROL-EXIT.
037600     EXIT.
037700*
037800*    -----------------------------------------------------
037900*    1200-LOAD-MASTER - THE WORKING COPY: EVERY GEO3X3MS
038000*    RECORD, ACTIVE OR NOT, IN ITS ITEM CODE'S SLOT.
038100*    -----------------------------------------------------
038200 1200-LOAD-MASTER.
038300     PERFORM 1250-CLEAR-ITEM THRU 1250-CLEAR-ITEM-EXIT
038400         VARYING WS-ITEM-SUB FROM 1 BY 1
038500         UNTIL WS-ITEM-SUB > 1000.
038600     MOVE 'N' TO WS-EOF-SW.
038700     PERFORM 1300-LOAD-MAPPING THRU 1300-LOAD-MAPPING-EXIT
038800         UNTIL WS-EOF.
038900 1200-LOAD-MASTER-EXIT.
039000     EXIT.
039100*
039200 1250-CLEAR-ITEM.
039300     MOVE ZEROS TO WS-ITM-CALLS (WS-ITEM-SUB).
039400     MOVE SPACES TO WS-ITM-IMAGE (WS-ITEM-SUB).
039500 1250-CLEAR-ITEM-EXIT.
039600     EXIT.
039700*
039800 1300-LOAD-MAPPING.
039900     READ GEO3X3-MASTER-FILE NEXT RECORD
040000         AT END
040100             MOVE 'Y' TO WS-EOF-SW
040200             GO TO 1300-LOAD-MAPPING-EXIT
040300     END-READ.
040400     ADD 1 TO WS-MASTER-COUNT.
040500     COMPUTE WS-ITEM-SUB = GMST-ITEM-CODE + 1.
040600     MOVE GEO3X3-MASTER-RECORD TO WS-ITM-IMAGE (WS-ITEM-SUB).
040700 1300-LOAD-MAPPING-EXIT.
040800     EXIT.
040900*
041000 2000-SCAN-LIVE.
041100     ADD 1 TO WS-LIVE-READ-COUNT.
041200     PERFORM 2500-NOTE-CALL THRU 2500-NOTE-CALL-EXIT.
041300     PERFORM 2100-READ-AUDIT THRU 2100-READ-AUDIT-EXIT.
041400 2000-SCAN-LIVE-EXIT.
041500     EXIT.
041600*
041700 2100-READ-AUDIT.
041800     READ GEO3X3-AUDIT-FILE
041900         AT END
042000             MOVE 'Y' TO WS-EOF-SW
042100     END-READ.
042200 2100-READ-AUDIT-EXIT.
042300     EXIT.
042400*
042500*    -----------------------------------------------------
042600*    2500-NOTE-CALL - ONLY FORWARD AND ENRICHED CALLS CARRY
042700*    THE INPUT ITEM CODE A MAPPING CHANGE WOULD TRANSLATE
042800*    DIFFERENTLY; A REVERSE CALL IS NOT COUNTED. THE
042900*    EARLIEST DATE ON ANY TRAIL READ IS KEPT TO PROVE THE
043000*    FILES SUPPLIED COVER THE WHOLE WINDOW.
043100*    -----------------------------------------------------
043200 2500-NOTE-CALL.
043300     IF GAUD-DATE NOT NUMERIC
043400      OR GAUD-ITEM-CODE NOT NUMERIC
043500         GO TO 2500-NOTE-CALL-EXIT
043600     END-IF.
043700     IF GAUD-DATE < WS-EARLIEST-DATE
043800         MOVE GAUD-DATE TO WS-EARLIEST-DATE
043900     END-IF.
044000     IF GAUD-MODE = 'R'
044100      OR GAUD-DATE < WS-CUTOFF-DATE
044200         GO TO 2500-NOTE-CALL-EXIT
044300     END-IF.
044400     ADD 1 TO WS-WINDOW-CALL-COUNT.
044500     COMPUTE WS-ITEM-SUB = GAUD-ITEM-CODE + 1.
044600     ADD 1 TO WS-ITM-CALLS (WS-ITEM-SUB).
044700 2500-NOTE-CALL-EXIT.
044800     EXIT.
044900*
045000 3000-SCAN-ARCHIVE.
045100     IF NOT WS-ARCHIVE-AVAILABLE
045200         GO TO 3000-SCAN-ARCHIVE-EXIT
045300     END-IF.
045400     MOVE 'N' TO WS-EOF-SW.
045500     PERFORM 3100-SCAN-ARCH-RECORD
045600         THRU 3100-SCAN-ARCH-RECORD-EXIT
045700         UNTIL WS-EOF.
045800 3000-SCAN-ARCHIVE-EXIT.
045900     EXIT.
046000*
046100 3100-SCAN-ARCH-RECORD.
046200     READ GEO3X3-ARCHIVE-FILE
046300         AT END
046400             MOVE 'Y' TO WS-EOF-SW
046500         NOT AT END
046600             ADD 1 TO WS-ARCH-READ-COUNT
046700             MOVE GEO3X3-ARCHIVE-LINE TO GEO3X3-AUDIT-RECORD
046800             PERFORM 2500-NOTE-CALL THRU 2500-NOTE-CALL-EXIT
046900     END-READ.
047000 3100-SCAN-ARCH-RECORD-EXIT.
047100     EXIT.
047200*
047300*    -----------------------------------------------------
047400*    4000-ASSESS-PENDING - EVERY TRANSACTION STILL PENDING
047500*    ON GEO3X3PN, IN FILE ORDER, WHICH IS THE ORDER THE
047600*    APPLY WOULD TAKE THEM IN IF ALL WERE APPROVED. A
047700*    MISSING FILE JUST MEANS NOTHING IS PENDING.
047800*    -----------------------------------------------------
047900 4000-ASSESS-PENDING.
048000     OPEN INPUT GEO3X3-PENDING-FILE.
048100     IF NOT WS-PENDING-FILE-OK
048200         MOVE "NOTHING PENDING ON GEO3X3PN" TO WS-IAR-NOTE-LINE
048300         WRITE GEO3X3-IMPACT-LINE FROM WS-IAR-NOTE-LINE
048400         GO TO 4000-ASSESS-PENDING-EXIT
048500     END-IF.
048600     MOVE 'N' TO WS-EOF-SW.
048700     PERFORM 4100-ASSESS-TRANS THRU 4100-ASSESS-TRANS-EXIT
048800         UNTIL WS-EOF.
048900     CLOSE GEO3X3-PENDING-FILE.
049000     IF WS-ASSESSED-COUNT = 0
049100         MOVE "NOTHING PENDING ON GEO3X3PN" TO WS-IAR-NOTE-LINE
049200         WRITE GEO3X3-IMPACT-LINE FROM WS-IAR-NOTE-LINE
049300     END-IF.
049400 4000-ASSESS-PENDING-EXIT.
049500     EXIT.
049600*
049700*    -----------------------------------------------------
049800*    4100-ASSESS-TRANS - ONE PENDING TRANSACTION: APPLY IT
049900*    TO THE WORKING COPY THE WAY GEO3X3MX WOULD, MEASURING
050000*    EACH MAPPING IT CHANGES, THEN PRINT ITS IMPACT. ONE
050100*    THE APPLY WOULD FAIL CHANGES NOTHING; A SIMULATE-ONLY
050200*    MASS MOVE IS MEASURED BUT, AS ON GEO3X3MX, NOT CARRIED
050300*    INTO THE COPY THE LATER TRANSACTIONS SEE.
050400*    -----------------------------------------------------
050500 4100-ASSESS-TRANS.
050600     READ GEO3X3-PENDING-FILE
050700         AT END
050800             MOVE 'Y' TO WS-EOF-SW
050900             GO TO 4100-ASSESS-TRANS-EXIT
051000     END-READ.
051100     ADD 1 TO WS-PENDING-READ-COUNT.
051200     IF NOT GPND-PENDING
051300         GO TO 4100-ASSESS-TRANS-EXIT
051400     END-IF.
051500     ADD 1 TO WS-ASSESSED-COUNT.
051600     MOVE GPND-TRANS TO GEO3X3-MAINT-TRANS.
051700     PERFORM 4150-PRINT-TRANS THRU 4150-PRINT-TRANS-EXIT.
051800     MOVE 'N' TO WS-FAILED-SW.
051900     MOVE 'Y' TO WS-CARRY-SW.
052000     MOVE SPACES TO WS-FAIL-TEXT.
052100     MOVE ZEROS TO WS-TRN-MAPPINGS.
052200     MOVE ZEROS TO WS-TRN-CALLS.
052300     MOVE ZEROS TO WS-TRN-CHANGED.
052400     MOVE ZEROS TO WS-TRN-INVALID.
052500     MOVE ZEROS TO WS-TRN-VALID.
052600     MOVE ZEROS TO WS-TRN-OTHER-MOVES.
052700     MOVE ZEROS TO WS-PAIR-COUNT.
052800     PERFORM 4200-RESOLVE-DATES THRU 4200-RESOLVE-DATES-EXIT.
052900     IF GMNT-MASS-MOVE
053000         PERFORM 4400-MASS-MOVE THRU 4400-MASS-MOVE-EXIT
053100     ELSE
053200         PERFORM 4300-ITEM-TRANS THRU 4300-ITEM-TRANS-EXIT
053300     END-IF.
053400     PERFORM 4800-PRINT-IMPACT THRU 4800-PRINT-IMPACT-EXIT.
053500 4100-ASSESS-TRANS-EXIT.
053600     EXIT.
053700*
053800 4150-PRINT-TRANS.
053900     MOVE GMNT-TRANS-CODE TO WS-IAR-TRN-CODE.
054000     MOVE GMNT-RESULT-CODE TO WS-IAR-TRN-NEW.
054100     MOVE GMNT-EFF-DATE TO WS-IAR-TRN-EFF.
054200     MOVE GPND-SUBMIT-DATE TO WS-IAR-TRN-SUBMIT.
054300     MOVE SPACES TO WS-IAR-TRN-SIM.
054400     IF GMNT-MASS-MOVE
054500         MOVE "---" TO WS-IAR-TRN-ITEM
054600         MOVE GMNT-OLD-RESULT-CODE TO WS-IAR-TRN-OLD
054700         IF GMNT-SIMULATE-REQ
054800             MOVE "SIMULATE" TO WS-IAR-TRN-SIM
054900         END-IF
055000     ELSE
055100         MOVE GMNT-ITEM-CODE TO WS-IAR-TRN-ITEM
055200         MOVE "---" TO WS-IAR-TRN-OLD
055300     END-IF.
055400     IF GMNT-DEACTIVATE OR GMNT-REACTIVATE
055500         MOVE "---" TO WS-IAR-TRN-NEW
055600     END-IF.
055700     WRITE GEO3X3-IMPACT-LINE FROM WS-IAR-TRANS-LINE.
055800 4150-PRINT-TRANS-EXIT.
055900     EXIT.
056000*
056100*    -----------------------------------------------------
056200*    4200-RESOLVE-DATES - THE EFFECTIVE DATE IS RESOLVED AS
056300*    GEO3X3MX RESOLVES IT (ZERO OR SPACES = TODAY). THE
056400*    WINDOW'S TRAFFIC IS THEN TRANSLATED AS OF THE DAY THE
056500*    CHANGE IS IN FORCE: ITS EFFECTIVE DATE WHEN THAT IS
056600*    STILL TO COME, OTHERWISE TODAY. DEACTIVATE AND
056700*    REACTIVATE TAKE EFFECT ON APPLY.
056800*    -----------------------------------------------------
056900 4200-RESOLVE-DATES.
057000     IF GMNT-EFF-DATE NUMERIC AND GMNT-EFF-DATE > '00000000'
057100         MOVE GMNT-EFF-DATE TO WS-EFF-DATE
057200     ELSE
057300         MOVE WS-TODAY-DATE TO WS-EFF-DATE
057400     END-IF.
057500     MOVE WS-TODAY-DATE TO WS-LOOKUP-DATE.
057600     IF WS-EFF-DATE > WS-TODAY-DATE
057700      AND NOT GMNT-DEACTIVATE
057800      AND NOT GMNT-REACTIVATE
057900         MOVE WS-EFF-DATE TO WS-LOOKUP-DATE
058000     END-IF.
058100 4200-RESOLVE-DATES-EXIT.
058200     EXIT.
058300*
058400*    -----------------------------------------------------
058500*    4300-ITEM-TRANS - ADD, UPDATE, DEACTIVATE OR
058600*    REACTIVATE ONE ITEM, FAILING WHERE GEO3X3MX WOULD.
058700*    -----------------------------------------------------
058800 4300-ITEM-TRANS.
058900     IF GMNT-ITEM-CODE NOT NUMERIC
059000         MOVE "WOULD FAIL - ITEM CODE NOT NUMERIC" TO WS-FAIL-TEXT
059100         MOVE 'Y' TO WS-FAILED-SW
059200         GO TO 4300-ITEM-TRANS-EXIT
059300     END-IF.
059400     COMPUTE WS-ITEM-SUB = GMNT-ITEM-CODE + 1.
059500     IF GMNT-ADD
059600         IF WS-ITM-IMAGE (WS-ITEM-SUB) NOT = SPACES
059700             MOVE "WOULD FAIL - ADD OF DUPLICATE ITEM CODE"
059800                 TO WS-FAIL-TEXT
059900             MOVE 'Y' TO WS-FAILED-SW
060000             GO TO 4300-ITEM-TRANS-EXIT
060100         END-IF
060200         MOVE SPACES TO GEO3X3-MASTER-RECORD
060300         MOVE GMNT-ITEM-CODE TO GMST-ITEM-CODE
060400         MOVE GMNT-RESULT-CODE TO GMST-RESULT-CODE
060500         SET GMST-ACTIVE TO TRUE
060600         MOVE WS-TODAY-DATE TO GMST-LAST-MAINT-DATE
060700         MOVE WS-EFF-DATE TO GMST-EFF-FROM-DATE
060800         MOVE ZEROS TO GMST-EFF-TO-DATE
060900         MOVE ZEROS TO GMST-PRIOR-RESULT-CODE
061000         MOVE GEO3X3-MASTER-RECORD TO WS-AFTER-IMAGE
061100         PERFORM 4500-ASSESS-ITEM THRU 4500-ASSESS-ITEM-EXIT
061200         GO TO 4300-ITEM-TRANS-EXIT
061300     END-IF.
061400     IF WS-ITM-IMAGE (WS-ITEM-SUB) = SPACES
061500         MOVE "WOULD FAIL - ITEM CODE NOT FOUND" TO WS-FAIL-TEXT
061600         MOVE 'Y' TO WS-FAILED-SW
061700         GO TO 4300-ITEM-TRANS-EXIT
061800     END-IF.
061900     MOVE WS-ITM-IMAGE (WS-ITEM-SUB) TO GEO3X3-MASTER-RECORD.
062000     EVALUATE TRUE
062100         WHEN GMNT-UPDATE
062200             MOVE GMST-RESULT-CODE TO GMST-PRIOR-RESULT-CODE
062300             MOVE GMNT-RESULT-CODE TO GMST-RESULT-CODE
062400             MOVE WS-EFF-DATE TO GMST-EFF-FROM-DATE
062500             MOVE ZEROS TO GMST-EFF-TO-DATE
062600         WHEN GMNT-DEACTIVATE
062700             SET GMST-INACTIVE TO TRUE
062800         WHEN GMNT-REACTIVATE
062900             SET GMST-ACTIVE TO TRUE
063000         WHEN OTHER
063100             MOVE "WOULD FAIL - UNKNOWN TRANSACTION CODE"
063200                 TO WS-FAIL-TEXT
063300             MOVE 'Y' TO WS-FAILED-SW
063400             GO TO 4300-ITEM-TRANS-EXIT
063500     END-EVALUATE.
063600     MOVE WS-TODAY-DATE TO GMST-LAST-MAINT-DATE.
063700     MOVE GEO3X3-MASTER-RECORD TO WS-AFTER-IMAGE.
063800     PERFORM 4500-ASSESS-ITEM THRU 4500-ASSESS-ITEM-EXIT.
063900 4300-ITEM-TRANS-EXIT.
064000     EXIT.
064100*
064200*    -----------------------------------------------------
064300*    4400-MASS-MOVE - EVERY ACTIVE MAPPING IN THE WORKING
064400*    COPY ON THE OLD RESULT CODE IS RECODED. GEO3X3MX
064500*    REFUSES A MOVE OF MORE THAN 500 MAPPINGS OUTRIGHT, SO
064600*    SUCH A MOVE IS SHOWN AS FAILING, NOT MEASURED.
064700*    -----------------------------------------------------
064800 4400-MASS-MOVE.
064900     IF GMNT-SIMULATE-REQ
065000         MOVE 'N' TO WS-CARRY-SW
065100         ADD 1 TO WS-SIMULATE-COUNT
065200     END-IF.
065300     MOVE ZEROS TO WS-MOVE-MATCH-COUNT.
065400     PERFORM 4450-COUNT-MOVE-ITEM THRU 4450-COUNT-MOVE-ITEM-EXIT
065500         VARYING WS-ITEM-SUB FROM 1 BY 1
065600         UNTIL WS-ITEM-SUB > 1000.
065700     IF WS-MOVE-MATCH-COUNT = 0
065800         MOVE "NO ACTIVE MAPPINGS MATCH - NOTHING WOULD MOVE"
065900             TO WS-FAIL-TEXT
066000         MOVE 'Y' TO WS-FAILED-SW
066100         GO TO 4400-MASS-MOVE-EXIT
066200     END-IF.
066300     IF WS-MOVE-MATCH-COUNT > 500
066400         MOVE "WOULD FAIL - MASS MOVE TABLE FULL" TO WS-FAIL-TEXT
066500         MOVE 'Y' TO WS-FAILED-SW
066600         GO TO 4400-MASS-MOVE-EXIT
066700     END-IF.
066800     PERFORM 4460-MOVE-ITEM THRU 4460-MOVE-ITEM-EXIT
066900         VARYING WS-ITEM-SUB FROM 1 BY 1
067000         UNTIL WS-ITEM-SUB > 1000.
067100 4400-MASS-MOVE-EXIT.
067200     EXIT.
067300*
067400 4450-COUNT-MOVE-ITEM.
067500     IF WS-ITM-IMAGE (WS-ITEM-SUB) = SPACES
067600         GO TO 4450-COUNT-MOVE-ITEM-EXIT
067700     END-IF.
067800     MOVE WS-ITM-IMAGE (WS-ITEM-SUB) TO GEO3X3-MASTER-RECORD.
067900     IF GMST-ACTIVE
068000      AND GMST-RESULT-CODE = GMNT-OLD-RESULT-CODE
068100         ADD 1 TO WS-MOVE-MATCH-COUNT
068200     END-IF.
068300 4450-COUNT-MOVE-ITEM-EXIT.
068400     EXIT.
068500*
068600 4460-MOVE-ITEM.
068700     IF WS-ITM-IMAGE (WS-ITEM-SUB) = SPACES
068800         GO TO 4460-MOVE-ITEM-EXIT
068900     END-IF.
069000     MOVE WS-ITM-IMAGE (WS-ITEM-SUB) TO GEO3X3-MASTER-RECORD.
069100     IF NOT GMST-ACTIVE
069200      OR GMST-RESULT-CODE NOT = GMNT-OLD-RESULT-CODE
069300         GO TO 4460-MOVE-ITEM-EXIT
069400     END-IF.
069500     MOVE GMST-RESULT-CODE TO GMST-PRIOR-RESULT-CODE.
069600     MOVE GMNT-RESULT-CODE TO GMST-RESULT-CODE.
069700     MOVE WS-EFF-DATE TO GMST-EFF-FROM-DATE.
069800     MOVE ZEROS TO GMST-EFF-TO-DATE.
069900     MOVE WS-TODAY-DATE TO GMST-LAST-MAINT-DATE.
070000     MOVE GEO3X3-MASTER-RECORD TO WS-AFTER-IMAGE.
070100     PERFORM 4500-ASSESS-ITEM THRU 4500-ASSESS-ITEM-EXIT.
070200 4460-MOVE-ITEM-EXIT.
070300     EXIT.
070400*
070500*    -----------------------------------------------------
070600*    4500-ASSESS-ITEM - ONE MAPPING CHANGED BY THE
070700*    TRANSACTION: TRANSLATE IT BEFORE AND AFTER ON THE
070800*    LOOKUP DATE. WHEN THE OUTCOME DIFFERS, EVERY CALL THE
070900*    ITEM HAD IN THE WINDOW TRANSLATES DIFFERENTLY AND
071000*    MOVES FROM THE OLD REGION TO THE NEW. THE AFTER IMAGE
071100*    THEN REPLACES THE WORKING COPY.
071200*    -----------------------------------------------------
071300 4500-ASSESS-ITEM.
071400     ADD 1 TO WS-TRN-MAPPINGS.
071500     ADD WS-ITM-CALLS (WS-ITEM-SUB) TO WS-TRN-CALLS.
071600     MOVE WS-ITM-IMAGE (WS-ITEM-SUB) TO WS-XLT-IMAGE.
071700     PERFORM 5000-TRANSLATE THRU 5000-TRANSLATE-EXIT.
071800     MOVE WS-XLT-RESULT TO WS-OLD-RESULT.
071900     MOVE WS-XLT-STATUS TO WS-OLD-STATUS.
072000     MOVE WS-AFTER-IMAGE TO WS-XLT-IMAGE.
072100     PERFORM 5000-TRANSLATE THRU 5000-TRANSLATE-EXIT.
072200     MOVE WS-XLT-RESULT TO WS-NEW-RESULT.
072300     MOVE WS-XLT-STATUS TO WS-NEW-STATUS.
072400     IF WS-CARRY-FORWARD
072500         MOVE WS-AFTER-IMAGE TO WS-ITM-IMAGE (WS-ITEM-SUB)
072600     END-IF.
072700     IF WS-ITM-CALLS (WS-ITEM-SUB) = 0
072800         GO TO 4500-ASSESS-ITEM-EXIT
072900     END-IF.
073000     IF WS-OLD-RESULT = WS-NEW-RESULT
073100      AND WS-OLD-STATUS = WS-NEW-STATUS
073200         GO TO 4500-ASSESS-ITEM-EXIT
073300     END-IF.
073400     ADD WS-ITM-CALLS (WS-ITEM-SUB) TO WS-TRN-CHANGED.
073500     IF WS-NEW-STATUS = '99'
073600      AND WS-OLD-STATUS NOT = '99'
073700         ADD WS-ITM-CALLS (WS-ITEM-SUB) TO WS-TRN-INVALID
073800     END-IF.
073900     IF WS-OLD-STATUS = '99'
074000      AND WS-NEW-STATUS NOT = '99'
074100         ADD WS-ITM-CALLS (WS-ITEM-SUB) TO WS-TRN-VALID
074200     END-IF.
074300     PERFORM 4600-TALLY-PAIR THRU 4600-TALLY-PAIR-EXIT.
074400 4500-ASSESS-ITEM-EXIT.
074500     EXIT.
074600*
074700 4600-TALLY-PAIR.
074800     MOVE ZEROS TO WS-FOUND-SUB.
074900     PERFORM 4650-FIND-PAIR THRU 4650-FIND-PAIR-EXIT
075000         VARYING WS-PAIR-SUB FROM 1 BY 1
075100         UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
075200            OR WS-FOUND-SUB > 0.
075300     IF WS-FOUND-SUB = 0
075400         IF WS-PAIR-COUNT < 50
075500             ADD 1 TO WS-PAIR-COUNT
075600             MOVE WS-PAIR-COUNT TO WS-FOUND-SUB
075700             MOVE WS-OLD-RESULT
075800                 TO WS-PAIR-OLD-RESULT (WS-FOUND-SUB)
075900             MOVE WS-OLD-STATUS
076000                 TO WS-PAIR-OLD-STATUS (WS-FOUND-SUB)
076100             MOVE WS-NEW-RESULT
076200                 TO WS-PAIR-NEW-RESULT (WS-FOUND-SUB)
076300             MOVE WS-NEW-STATUS
076400                 TO WS-PAIR-NEW-STATUS (WS-FOUND-SUB)
076500             MOVE ZEROS TO WS-PAIR-CALLS (WS-FOUND-SUB)
076600         ELSE
076700             ADD WS-ITM-CALLS (WS-ITEM-SUB) TO WS-TRN-OTHER-MOVES
076800             GO TO 4600-TALLY-PAIR-EXIT
076900         END-IF
077000     END-IF.
077100     ADD WS-ITM-CALLS (WS-ITEM-SUB)
077200         TO WS-PAIR-CALLS (WS-FOUND-SUB).
077300 4600-TALLY-PAIR-EXIT.
077400     EXIT.
077500*
077600 4650-FIND-PAIR.
077700     IF WS-PAIR-OLD-RESULT (WS-PAIR-SUB) = WS-OLD-RESULT
077800      AND WS-PAIR-OLD-STATUS (WS-PAIR-SUB) = WS-OLD-STATUS
077900      AND WS-PAIR-NEW-RESULT (WS-PAIR-SUB) = WS-NEW-RESULT
078000      AND WS-PAIR-NEW-STATUS (WS-PAIR-SUB) = WS-NEW-STATUS
078100         MOVE WS-PAIR-SUB TO WS-FOUND-SUB
078200     END-IF.
078300 4650-FIND-PAIR-EXIT.
078400     EXIT.
078500*
078600*    -----------------------------------------------------
078700*    4800-PRINT-IMPACT - THE OUTCOME OF ONE TRANSACTION,
078800*    ITS COUNTS AND THE VOLUME IT MOVES BETWEEN REGIONS.
078900*    -----------------------------------------------------
079000 4800-PRINT-IMPACT.
079100     IF WS-WOULD-FAIL
079200         ADD 1 TO WS-FAIL-COUNT
079300         MOVE WS-FAIL-TEXT TO WS-IAR-OUTCOME
079400         WRITE GEO3X3-IMPACT-LINE FROM WS-IAR-OUTCOME-LINE
079500         WRITE GEO3X3-IMPACT-LINE FROM WS-BLANK-LINE
079600         GO TO 4800-PRINT-IMPACT-EXIT
079700     END-IF.
079800     IF WS-CARRY-FORWARD
079900         MOVE "ASSESSED" TO WS-IAR-OUTCOME
080000     ELSE
080100         MOVE "ASSESSED - SIMULATION, NOT CARRIED FORWARD"
080200             TO WS-IAR-OUTCOME
080300     END-IF.
080400     WRITE GEO3X3-IMPACT-LINE FROM WS-IAR-OUTCOME-LINE.
080500     ADD WS-TRN-MAPPINGS TO WS-TOT-MAPPINGS.
080600     ADD WS-TRN-CHANGED TO WS-TOT-CHANGED.
080700     ADD WS-TRN-INVALID TO WS-TOT-INVALID.
080800     ADD WS-TRN-VALID TO WS-TOT-VALID.
080900     MOVE "MAPPINGS CHANGED:" TO WS-IAR-COUNT-LABEL.
081000     MOVE WS-TRN-MAPPINGS TO WS-IAR-COUNT.
081100     WRITE GEO3X3-IMPACT-LINE FROM WS-IAR-COUNT-LINE.
081200     MOVE "CALLS ON THOSE ITEMS IN WINDOW:" TO WS-IAR-COUNT-LABEL.
081300     MOVE WS-TRN-CALLS TO WS-IAR-COUNT.
081400     WRITE GEO3X3-IMPACT-LINE FROM WS-IAR-COUNT-LINE.
081500     MOVE "CALLS TRANSLATING DIFFERENTLY:" TO WS-IAR-COUNT-LABEL.
081600     MOVE WS-TRN-CHANGED TO WS-IAR-COUNT.
081700     WRITE GEO3X3-IMPACT-LINE FROM WS-IAR-COUNT-LINE.
081800     MOVE "CALLS BECOMING INVALID (99):" TO WS-IAR-COUNT-LABEL.
081900     MOVE WS-TRN-INVALID TO WS-IAR-COUNT.
082000     WRITE GEO3X3-IMPACT-LINE FROM WS-IAR-COUNT-LINE.
082100     MOVE "CALLS BECOMING VALID:" TO WS-IAR-COUNT-LABEL.
082200     MOVE WS-TRN-VALID TO WS-IAR-COUNT.
082300     WRITE GEO3X3-IMPACT-LINE FROM WS-IAR-COUNT-LINE.
082400     IF WS-PAIR-COUNT > 0
082500         MOVE "VOLUME MOVING FROM / TO" TO WS-IAR-OUTCOME
082600         WRITE GEO3X3-IMPACT-LINE FROM WS-IAR-OUTCOME-LINE
082700         PERFORM 4850-PRINT-PAIR THRU 4850-PRINT-PAIR-EXIT
082800             VARYING WS-PAIR-SUB FROM 1 BY 1
082900             UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
083000     END-IF.
083100     IF WS-TRN-OTHER-MOVES > 0
083200         MOVE "OTHER MOVEMENTS (NOT LISTED):"
083300             TO WS-IAR-COUNT-LABEL
083400         MOVE WS-TRN-OTHER-MOVES TO WS-IAR-COUNT
083500         WRITE GEO3X3-IMPACT-LINE FROM WS-IAR-COUNT-LINE
083600     END-IF.
083700     WRITE GEO3X3-IMPACT-LINE FROM WS-BLANK-LINE.
083800 4800-PRINT-IMPACT-EXIT.
083900     EXIT.
084000*
084100 4850-PRINT-PAIR.
084200     MOVE WS-PAIR-OLD-RESULT (WS-PAIR-SUB) TO WS-REGION-RESULT.
084300     MOVE WS-PAIR-OLD-STATUS (WS-PAIR-SUB) TO WS-REGION-STATUS.
084400     PERFORM 4870-DESCRIBE-REGION THRU 4870-DESCRIBE-REGION-EXIT.
084500     MOVE WS-REGION-CODE TO WS-IAR-MOV-OLD-CODE.
084600     MOVE WS-REGION-COUNTY TO WS-IAR-MOV-OLD-COUNTY.
084700     MOVE WS-REGION-STATE TO WS-IAR-MOV-OLD-STATE.
084800     MOVE WS-PAIR-NEW-RESULT (WS-PAIR-SUB) TO WS-REGION-RESULT.
084900     MOVE WS-PAIR-NEW-STATUS (WS-PAIR-SUB) TO WS-REGION-STATUS.
085000     PERFORM 4870-DESCRIBE-REGION THRU 4870-DESCRIBE-REGION-EXIT.
085100     MOVE WS-REGION-CODE TO WS-IAR-MOV-NEW-CODE.
085200     MOVE WS-REGION-COUNTY TO WS-IAR-MOV-NEW-COUNTY.
085300     MOVE WS-REGION-STATE TO WS-IAR-MOV-NEW-STATE.
085400     MOVE WS-PAIR-CALLS (WS-PAIR-SUB) TO WS-IAR-MOV-CALLS.
085500     WRITE GEO3X3-IMPACT-LINE FROM WS-IAR-MOVE-LINE.
085600 4850-PRINT-PAIR-EXIT.
085700     EXIT.
085800*
085900*    -----------------------------------------------------
086000*    4870-DESCRIBE-REGION - COUNTY AND STATE OF ONE SIDE OF
086100*    A MOVEMENT: INVALID WHEN THE CALL WOULD FAIL WITH
086200*    STATUS 99, OTHERWISE THE RESULT CODE'S GEO3X3RH ENTRY.
086300*    -----------------------------------------------------
086400 4870-DESCRIBE-REGION.
086500     IF WS-REGION-STATUS = '99'
086600         MOVE "---" TO WS-REGION-CODE
086700         MOVE "INVALID (99)" TO WS-REGION-COUNTY
086800         MOVE "--" TO WS-REGION-STATE
086900         GO TO 4870-DESCRIBE-REGION-EXIT
087000     END-IF.
087100     MOVE WS-REGION-RESULT TO WS-REGION-CODE.
087200     MOVE WS-REGION-RESULT TO GHIER-REGION-CODE.
087300     READ GEO3X3-HIER-FILE
087400         INVALID KEY
087500             MOVE "NO HIERARCHY ENTRY" TO WS-REGION-COUNTY
087600             MOVE "--" TO WS-REGION-STATE
087700         NOT INVALID KEY
087800             MOVE GHIER-COUNTY-NAME TO WS-REGION-COUNTY
087900             MOVE GHIER-STATE-CODE TO WS-REGION-STATE
088000     END-READ.
088100 4870-DESCRIBE-REGION-EXIT.
088200     EXIT.
088300*
088400*    -----------------------------------------------------
088500*    5000-TRANSLATE - THE RESULT GEO3X3 WOULD RETURN FOR A
088600*    MAPPING ON THE LOOKUP DATE: NO MAPPING OR AN INACTIVE
088700*    ONE IS INVALID, AN ACTIVE ONE GOES THROUGH THE SAME
088800*    EFFECTIVE-DATE RULE AS GEO3X3'S 3150. A RESULT WITH NO
088900*    HIERARCHY ENTRY SHOWS AS SUCH ON THE MOVEMENT LINES.
089000*    -----------------------------------------------------
089100 5000-TRANSLATE.
089200     IF WS-XLT-IMAGE = SPACES
089300         PERFORM 5090-SET-INVALID THRU 5090-SET-INVALID-EXIT
089400         GO TO 5000-TRANSLATE-EXIT
089500     END-IF.
089600     MOVE WS-XLT-IMAGE TO GEO3X3-MASTER-RECORD.
089700     IF NOT GMST-ACTIVE
089800         PERFORM 5090-SET-INVALID THRU 5090-SET-INVALID-EXIT
089900         GO TO 5000-TRANSLATE-EXIT
090000     END-IF.
090100     EVALUATE TRUE
090200         WHEN GMST-EFF-FROM-DATE > 0
090300          AND WS-LOOKUP-DATE < GMST-EFF-FROM-DATE
090400             IF GMST-PRIOR-RESULT-CODE > 0
090500                 MOVE GMST-PRIOR-RESULT-CODE TO WS-XLT-RESULT
090600                 MOVE '00' TO WS-XLT-STATUS
090700             ELSE
090800                 PERFORM 5090-SET-INVALID
090900                     THRU 5090-SET-INVALID-EXIT
091000             END-IF
091100         WHEN GMST-EFF-TO-DATE > 0
091200          AND WS-LOOKUP-DATE > GMST-EFF-TO-DATE
091300             PERFORM 5090-SET-INVALID THRU 5090-SET-INVALID-EXIT
091400         WHEN OTHER
091500             MOVE GMST-RESULT-CODE TO WS-XLT-RESULT
091600             MOVE '00' TO WS-XLT-STATUS
091700     END-EVALUATE.
091800 5000-TRANSLATE-EXIT.
091900     EXIT.
092000*
092100 5090-SET-INVALID.
092200     MOVE 999 TO WS-XLT-RESULT.
092300     MOVE '99' TO WS-XLT-STATUS.
092400 5090-SET-INVALID-EXIT.
092500     EXIT.
092600*
092700*    -----------------------------------------------------
092800*    6000-WRITE-TOTALS - RUN TOTALS. THE CALL TOTALS ARE
092900*    SUMMED OVER THE TRANSACTIONS, SO A CALL WHOSE ITEM IS
093000*    CHANGED BY TWO OF THEM IS COUNTED TWICE. WHEN THE
093100*    EARLIEST CALL ON THE FILES SUPPLIED FALLS AFTER THE
093200*    START OF THE WINDOW, THE VOLUMES ARE UNDERSTATED AND
093300*    THE RUN ENDS WITH RC 4.
093400*    -----------------------------------------------------
093500 6000-WRITE-TOTALS.
093600     MOVE "RUN TOTALS" TO WS-IAR-NOTE-LINE.
093700     WRITE GEO3X3-IMPACT-LINE FROM WS-IAR-NOTE-LINE.
093800     MOVE "LIVE RECORDS READ:" TO WS-IAR-COUNT-LABEL.
093900     MOVE WS-LIVE-READ-COUNT TO WS-IAR-COUNT.
094000     WRITE GEO3X3-IMPACT-LINE FROM WS-IAR-COUNT-LINE.
094100     MOVE "ARCHIVE RECORDS READ:" TO WS-IAR-COUNT-LABEL.
094200     MOVE WS-ARCH-READ-COUNT TO WS-IAR-COUNT.
094300     WRITE GEO3X3-IMPACT-LINE FROM WS-IAR-COUNT-LINE.
094400     MOVE "CALLS IN WINDOW:" TO WS-IAR-COUNT-LABEL.
094500     MOVE WS-WINDOW-CALL-COUNT TO WS-IAR-COUNT.
094600     WRITE GEO3X3-IMPACT-LINE FROM WS-IAR-COUNT-LINE.
094700     MOVE "MASTER RECORDS COPIED:" TO WS-IAR-COUNT-LABEL.
094800     MOVE WS-MASTER-COUNT TO WS-IAR-COUNT.
094900     WRITE GEO3X3-IMPACT-LINE FROM WS-IAR-COUNT-LINE.
095000     MOVE "PENDING TRANSACTIONS:" TO WS-IAR-COUNT-LABEL.
095100     MOVE WS-ASSESSED-COUNT TO WS-IAR-COUNT.
095200     WRITE GEO3X3-IMPACT-LINE FROM WS-IAR-COUNT-LINE.
095300     MOVE "  OF WHICH WOULD FAIL:" TO WS-IAR-COUNT-LABEL.
095400     MOVE WS-FAIL-COUNT TO WS-IAR-COUNT.
095500     WRITE GEO3X3-IMPACT-LINE FROM WS-IAR-COUNT-LINE.
095600     MOVE "  OF WHICH SIMULATE ONLY:" TO WS-IAR-COUNT-LABEL.
095700     MOVE WS-SIMULATE-COUNT TO WS-IAR-COUNT.
095800     WRITE GEO3X3-IMPACT-LINE FROM WS-IAR-COUNT-LINE.
095900     MOVE "MAPPINGS CHANGED:" TO WS-IAR-COUNT-LABEL.
096000     MOVE WS-TOT-MAPPINGS TO WS-IAR-COUNT.
096100     WRITE GEO3X3-IMPACT-LINE FROM WS-IAR-COUNT-LINE.
096200     MOVE "CALLS TRANSLATING DIFFERENTLY:" TO WS-IAR-COUNT-LABEL.
096300     MOVE WS-TOT-CHANGED TO WS-IAR-COUNT.
096400     WRITE GEO3X3-IMPACT-LINE FROM WS-IAR-COUNT-LINE.
096500     MOVE "CALLS BECOMING INVALID (99):" TO WS-IAR-COUNT-LABEL.
096600     MOVE WS-TOT-INVALID TO WS-IAR-COUNT.
096700     WRITE GEO3X3-IMPACT-LINE FROM WS-IAR-COUNT-LINE.
096800     MOVE "CALLS BECOMING VALID:" TO WS-IAR-COUNT-LABEL.
096900     MOVE WS-TOT-VALID TO WS-IAR-COUNT.
097000     WRITE GEO3X3-IMPACT-LINE FROM WS-IAR-COUNT-LINE.
097100     IF WS-EARLIEST-DATE > WS-CUTOFF-DATE
097200         MOVE "WARNING - THE TRAIL SUPPLIED STARTS AFTER THE"
097300             TO WS-IAR-NOTE-LINE
097400         WRITE GEO3X3-IMPACT-LINE FROM WS-IAR-NOTE-LINE
097500         MOVE "  WINDOW OPENS - VOLUMES ARE UNDERSTATED"
097600             TO WS-IAR-NOTE-LINE
097700         WRITE GEO3X3-IMPACT-LINE FROM WS-IAR-NOTE-LINE
097800         MOVE 4 TO RETURN-CODE
097900     END-IF.
098000 6000-WRITE-TOTALS-EXIT.
098100     EXIT.
098200*
098300 8500-LOG-JOB-START.
098400     SET GJLP-START TO TRUE.
098500     MOVE "GEO3X3IA" TO GJLP-PROGRAM.
098600     MOVE ZEROS TO GJLP-READ-COUNT.
098700     MOVE ZEROS TO GJLP-WRITTEN-COUNT.
098800     MOVE ZEROS TO GJLP-REJECT-COUNT.
098900     MOVE ZEROS TO GJLP-RETURN-CODE.
099000     CALL "GEO3X3JW" USING GEO3X3-JOBLOG-DATA.
099100 8500-LOG-JOB-START-EXIT.
099200     EXIT.
099300*
099400 8600-LOG-JOB-END.
099500     SET GJLP-END TO TRUE.
099600     MOVE WS-LIVE-READ-COUNT TO GJLP-READ-COUNT.
099700     ADD WS-ARCH-READ-COUNT TO GJLP-READ-COUNT.
099800     MOVE WS-ASSESSED-COUNT TO GJLP-WRITTEN-COUNT.
099900     MOVE WS-FAIL-COUNT TO GJLP-REJECT-COUNT.
100000     MOVE RETURN-CODE TO GJLP-RETURN-CODE.
100100     CALL "GEO3X3JW" USING GEO3X3-JOBLOG-DATA.
100200     MOVE GJLP-RETURN-CODE TO RETURN-CODE.
100300 8600-LOG-JOB-END-EXIT.
100400     EXIT.
100500*
100600 9000-TERMINATE.
100700     MOVE RETURN-CODE TO WS-STEP-RC.
100800     CLOSE GEO3X3-AUDIT-FILE.
100900     IF WS-ARCHIVE-AVAILABLE
101000         CLOSE GEO3X3-ARCHIVE-FILE
101100     END-IF.
101200     CLOSE GEO3X3-MASTER-FILE.
101300     CLOSE GEO3X3-HIER-FILE.
101400     CLOSE GEO3X3-IMPACT-FILE.
101500     PERFORM 9100-RELEASE-RUN THRU 9100-RELEASE-RUN-EXIT.
101600     MOVE WS-STEP-RC TO RETURN-CODE.
101700     PERFORM 8600-LOG-JOB-END THRU 8600-LOG-JOB-END-EXIT.
101800     MOVE WS-STEP-RC TO RETURN-CODE.
101900 9000-TERMINATE-EXIT.
102000     EXIT.
102100*
102200 9100-RELEASE-RUN.
102300     MOVE 'D' TO GLCK-FUNCTION.
102400     CALL "GEO3X3LK" USING GEO3X3-LOCK-DATA.
102500 9100-RELEASE-RUN-EXIT.
102600     EXIT.
