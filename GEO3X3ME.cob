000100*> GEO3X3ME
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.     GEO3X3ME.
000400 AUTHOR.         DATA ADMINISTRATION.
000500 INSTALLATION.   GEO SYSTEMS.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.  2026-10-15.
000800*
000900*    ---------------------------------------------------
001000*    MODIFICATION HISTORY
001100*    ---------------------------------------------------
001200*    2026-10-15  DA  ORIGINAL - CONSOLE MAINTENANCE ENTRY,
001300*                    THE INTERACTIVE FRONT END TO THE
001400*                    GEO3X3PS SUBMIT STEP. PROMPTS FOR THE
001500*                    TRANSACTION TYPE, THE CODES AND THE
001600*                    EFFECTIVE DATE, SHOWS THE CURRENT
001700*                    GEO3X3MS RECORD WITH ITS GEO3X3RH
001800*                    COUNTY AND STATE AND EVERYTHING
001900*                    ALREADY PENDING FOR THE ITEM, AND
002000*                    EDITS THE REQUEST ON THE SPOT: THE
002100*                    FAILURES GEO3X3MX WOULD ONLY REPORT AT
002200*                    THE NEXT APPLY (ITEM NOT ON FILE, ADD
002300*                    OF AN ITEM ALREADY ON FILE, MASS MOVE
002400*                    WITH NOTHING TO MOVE), DEACTIVATING AN
002500*                    INACTIVE OR REACTIVATING AN ACTIVE
002600*                    MAPPING, A BAD EFFECTIVE DATE AND A
002700*                    REQUEST ALREADY PENDING ARE REFUSED; A
002800*                    NEW RESULT CODE WITH NO HIERARCHY
002900*                    ENTRY, A BACK-DATED EFFECTIVE DATE AND
003000*                    OTHER REQUESTS PENDING FOR THE ITEM
003100*                    ARE WARNED OF. AN ACCEPTED REQUEST IS
003200*                    APPENDED TO GEO3X3PN EXACTLY AS
003300*                    GEO3X3PS WOULD WRITE IT, FOR THE
003400*                    NORMAL GEO3X3VA APPROVAL. LOOPS UNTIL
003500*                    THE OPERATOR ENTERS Q.
003600*    ---------------------------------------------------
003700*
003800 ENVIRONMENT     DIVISION.
003900*
004000 INPUT-OUTPUT    SECTION.
004100 FILE-CONTROL.
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
005900*
006000 DATA            DIVISION.
006100 FILE            SECTION.
006200 FD  GEO3X3-MASTER-FILE.
006300     COPY GEO3X3MR.
006400
006500 FD  GEO3X3-HIER-FILE.
006600     COPY GEO3X3HR.
006700
006800 FD  GEO3X3-PENDING-FILE
006900     RECORDING MODE IS F.
007000     COPY GEO3X3PD.
007100*
007200 WORKING-STORAGE SECTION.
007300 01  WS-MASTER-FILE-STATUS      PIC X(02) VALUE SPACES.
007400 01  WS-HIER-FILE-STATUS        PIC X(02) VALUE SPACES.
007500     88  WS-HIER-FILE-OK                VALUE '00'.
007600 01  WS-PENDING-FILE-STATUS     PIC X(02) VALUE SPACES.
007700     88  WS-PENDING-FILE-OK             VALUE '00'.
007800     88  WS-PENDING-FILE-NOT-FOUND      VALUE '35'.
007900 01  WS-DONE-SW                 PIC X(01) VALUE 'N'.
008000     88  WS-DONE                        VALUE 'Y'.
008100 01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
008200     88  WS-EOF                         VALUE 'Y'.
008300 01  WS-REFUSED-SW              PIC X(01) VALUE 'N'.
008400     88  WS-REFUSED                     VALUE 'Y'.
008500 01  WS-MASTER-FOUND-SW         PIC X(01) VALUE 'N'.
008600     88  WS-MASTER-FOUND                VALUE 'Y'.
008700 01  WS-HIER-AVAIL-SW           PIC X(01) VALUE 'Y'.
008800     88  WS-HIER-AVAILABLE              VALUE 'Y'.
008900*    OUTCOME OF THE LAST HIERARCHY LOOKUP, AND OF THE ONE
009000*    FOR THE NEW RESULT CODE OF THE REQUEST BEING ENTERED.
009100 01  WS-HIER-STATE-SW           PIC X(01) VALUE SPACE.
009200     88  WS-HIER-FOUND                  VALUE 'Y'.
009300     88  WS-HIER-MISSING                VALUE 'N'.
009400     88  WS-HIER-UNCHECKED              VALUE 'U'.
009500 01  WS-NEW-HIER-SW             PIC X(01) VALUE SPACE.
009600     88  WS-NEW-HIER-MISSING            VALUE 'N'.
009700     88  WS-NEW-HIER-UNCHECKED          VALUE 'U'.
009800 01  WS-TRANS-IN                PIC X(01) VALUE SPACE.
009900 01  WS-CODE-IN                 PIC X(03) VALUE SPACES.
010000 01  WS-DATE-IN                 PIC X(08) VALUE SPACES.
010100 01  WS-REPLY-IN                PIC X(01) VALUE SPACE.
010200 01  WS-DATE-CHECK.
010300     03  WS-DCK-YEAR            PIC 9(04).
010400     03  WS-DCK-MONTH           PIC 9(02).
010500     03  WS-DCK-DAY             PIC 9(02).
010600 01  WS-DATE-CHECK-NUM REDEFINES WS-DATE-CHECK
010700                                PIC 9(08).
010800 01  WS-TODAY-DATE              PIC 9(08) VALUE ZEROS.
010900 01  WS-HIER-CODE               PIC 9(03) VALUE ZEROS.
011000 01  WS-CUR-RESULT              PIC 9(03) VALUE ZEROS.
011100 01  WS-CUR-ACTIVE-SW           PIC X(01) VALUE SPACE.
011200     88  WS-CUR-ACTIVE                  VALUE 'A'.
011300     88  WS-CUR-INACTIVE                VALUE 'I'.
011400 01  WS-MATCH-COUNT             PIC 9(05) VALUE ZEROS.
011500 01  WS-PEND-TOTAL              PIC 9(05) VALUE ZEROS.
011600 01  WS-SUBMIT-COUNT            PIC 9(05) VALUE ZEROS.
011700 01  WS-DUP-DATE                PIC 9(08) VALUE ZEROS.
011800 01  WS-ERROR-TEXT              PIC X(60) VALUE SPACES.
011900 01  WS-TRANS-TEXT              PIC X(10) VALUE SPACES.
012000 01  WS-ACTIVE-TEXT             PIC X(08) VALUE SPACES.
012100*    THE REQUEST BEING ENTERED. IT IS MOVED INTO THE
012200*    GEO3X3MT LAYOUT ONLY WHEN IT IS WRITTEN, SINCE THAT
012300*    LAYOUT IS ALSO USED TO READ THE PENDING FILE.
012400 01  WS-REQUEST.
012500     03  WS-REQ-TRANS-CODE      PIC X(01).
012600         88  WS-REQ-ADD                 VALUE 'A'.
012700         88  WS-REQ-UPDATE              VALUE 'U'.
012800         88  WS-REQ-DEACTIVATE          VALUE 'D'.
012900         88  WS-REQ-REACTIVATE          VALUE 'R'.
013000         88  WS-REQ-MASS-MOVE           VALUE 'M'.
013100         88  WS-REQ-LIST                VALUE 'L'.
013200     03  WS-REQ-ITEM-CODE       PIC 9(03).
013300     03  WS-REQ-RESULT-CODE     PIC 9(03).
013400     03  WS-REQ-OLD-RESULT-CODE PIC 9(03).
013500     03  WS-REQ-EFF-DATE        PIC X(08).
013600     03  WS-REQ-SIMULATE-SW     PIC X(01).
013700*    PENDING REQUESTS FOUND FOR THE ITEM (OR, FOR A MASS
013800*    MOVE, OFF THE SAME OLD RESULT CODE), KEPT FOR THE
013900*    DUPLICATE CHECK.
014000 01  WS-PEND-COUNT              PIC 9(03) COMP VALUE ZEROS.
014100 01  WS-PEND-SUB                PIC 9(03) COMP VALUE ZEROS.
014200 01  WS-PEND-TABLE.
014300     03  WS-PND-ENTRY OCCURS 100 TIMES.
014400         05  WS-PND-SUBMIT-DATE PIC 9(08).
014500         05  WS-PND-TRANS       PIC X(80).
014600*
014700     COPY GEO3X3MT.
014800*
014900     COPY GEO3X3LD.
015000*
015100 PROCEDURE       DIVISION.
015200*
015300*    -----------------------------------------------------
015400*    0000-MAINLINE - ONE REQUEST PER PASS UNTIL THE
015500*    OPERATOR QUITS.
015600*    -----------------------------------------------------
015700 0000-MAINLINE.
015800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
015900     DISPLAY "GEO3X3 MAINTENANCE ENTRY - ENTER Q AT THE "
016000         "TRANSACTION PROMPT TO QUIT".
016100     PERFORM 2000-ONE-ENTRY THRU 2000-ONE-ENTRY-EXIT
016200         UNTIL WS-DONE.
016300     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
016400     STOP RUN.
016500*
016600 1000-INITIALIZE.
016700     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
016800     OPEN INPUT  GEO3X3-MASTER-FILE.
016900     IF WS-MASTER-FILE-STATUS NOT = '00'
017000         DISPLAY "GEO3X3ME: UNABLE TO OPEN GEO3X3MS, STATUS = "
017100             WS-MASTER-FILE-STATUS
017200         MOVE 16 TO RETURN-CODE
017300         STOP RUN
017400     END-IF.
017500*    AS ON GEO3X3MX, THE HIERARCHY IS ONLY READ TO SHOW
017600*    COUNTY AND STATE AND TO WARN; WITHOUT IT ENTRY GOES
017700*    AHEAD WITH A WARNING ON EVERY NEW RESULT CODE.
017800     OPEN INPUT  GEO3X3-HIER-FILE.
017900     IF NOT WS-HIER-FILE-OK
018000         MOVE 'N' TO WS-HIER-AVAIL-SW
018100         DISPLAY "GEO3X3ME: GEO3X3RH NOT AVAILABLE, STATUS = "
018200             WS-HIER-FILE-STATUS " - HIERARCHY NOT CHECKED"
018300     END-IF.
018400 1000-INITIALIZE-EXIT.
018500     EXIT.
018600*
018700*    -----------------------------------------------------
018800*    2000-ONE-ENTRY - PROMPT FOR THE TRANSACTION, SHOW WHAT
018900*    IS ON FILE, EDIT, AND SUBMIT ON CONFIRMATION. ANY BAD
019000*    ENTRY OR REFUSAL JUST RE-PROMPTS.
019100*    -----------------------------------------------------
019200 2000-ONE-ENTRY.
019300     MOVE 'N' TO WS-REFUSED-SW.
019400     MOVE SPACES TO WS-ERROR-TEXT.
019500     MOVE SPACES TO WS-REQUEST.
019600     MOVE ZEROS TO WS-REQ-ITEM-CODE.
019700     MOVE ZEROS TO WS-REQ-RESULT-CODE.
019800     MOVE ZEROS TO WS-REQ-OLD-RESULT-CODE.
019900     MOVE SPACE TO WS-NEW-HIER-SW.
020000     DISPLAY "TRANSACTION - A ADD, U UPDATE, D DEACTIVATE, "
020100         "R REACTIVATE,".
020200     DISPLAY "  M MASS MOVE, L LIST PENDING, Q QUIT:".
020300     ACCEPT WS-TRANS-IN.
020400     EVALUATE WS-TRANS-IN
020500         WHEN 'Q'
020600         WHEN 'q'
020700             MOVE 'Y' TO WS-DONE-SW
020800             GO TO 2000-ONE-ENTRY-EXIT
020900         WHEN 'A'
021000         WHEN 'a'
021100             MOVE 'A' TO WS-REQ-TRANS-CODE
021200         WHEN 'U'
021300         WHEN 'u'
021400             MOVE 'U' TO WS-REQ-TRANS-CODE
021500         WHEN 'D'
021600         WHEN 'd'
021700             MOVE 'D' TO WS-REQ-TRANS-CODE
021800         WHEN 'R'
021900         WHEN 'r'
022000             MOVE 'R' TO WS-REQ-TRANS-CODE
022100         WHEN 'M'
022200         WHEN 'm'
022300             MOVE 'M' TO WS-REQ-TRANS-CODE
022400         WHEN 'L'
022500         WHEN 'l'
022600             MOVE 'L' TO WS-REQ-TRANS-CODE
022700         WHEN OTHER
022800             DISPLAY "PLEASE ENTER A, U, D, R, M, L OR Q"
022900             GO TO 2000-ONE-ENTRY-EXIT
023000     END-EVALUATE.
023100     IF WS-REQ-MASS-MOVE
023200         PERFORM 2300-PROMPT-MASS-MOVE
023300             THRU 2300-PROMPT-MASS-MOVE-EXIT
023400     ELSE
023500         PERFORM 2200-PROMPT-ITEM-TRANS
023600             THRU 2200-PROMPT-ITEM-TRANS-EXIT
023700     END-IF.
023800     IF WS-REFUSED OR WS-REQ-LIST
023900         DISPLAY SPACE
024000         GO TO 2000-ONE-ENTRY-EXIT
024100     END-IF.
024200     PERFORM 5000-EDIT-REQUEST THRU 5000-EDIT-REQUEST-EXIT.
024300     IF WS-REFUSED
024400         DISPLAY "REFUSED - " WS-ERROR-TEXT
024500         DISPLAY SPACE
024600         GO TO 2000-ONE-ENTRY-EXIT
024700     END-IF.
024800     DISPLAY "SUBMIT THIS REQUEST FOR APPROVAL - Y OR N:".
024900     ACCEPT WS-REPLY-IN.
025000     IF WS-REPLY-IN = 'Y' OR WS-REPLY-IN = 'y'
025100         PERFORM 6000-WRITE-PENDING THRU 6000-WRITE-PENDING-EXIT
025200     ELSE
025300         DISPLAY "NOT SUBMITTED"
025400     END-IF.
025500     DISPLAY SPACE.
025600 2000-ONE-ENTRY-EXIT.
025700     EXIT.
025800*
025900 2100-PROMPT-CODE.
026000     ACCEPT WS-CODE-IN.
026100     IF WS-CODE-IN NOT NUMERIC
026200         DISPLAY "CODE MUST BE 3 DIGITS"
026300         MOVE 'Y' TO WS-REFUSED-SW
026400     END-IF.
026500 2100-PROMPT-CODE-EXIT.
026600     EXIT.
026700*
026800*    -----------------------------------------------------
026900*    2200-PROMPT-ITEM-TRANS - ADD, UPDATE, DEACTIVATE,
027000*    REACTIVATE OR LIST: THE ITEM CODE, ITS MASTER RECORD
027100*    AND WHAT IS PENDING FOR IT, THEN FOR AN ADD OR UPDATE
027200*    THE NEW RESULT CODE AND THE EFFECTIVE DATE.
027300*    -----------------------------------------------------
027400 2200-PROMPT-ITEM-TRANS.
027500     DISPLAY "ITEM CODE (3 DIGITS):".
027600     PERFORM 2100-PROMPT-CODE THRU 2100-PROMPT-CODE-EXIT.
027700     IF WS-REFUSED
027800         GO TO 2200-PROMPT-ITEM-TRANS-EXIT
027900     END-IF.
028000     MOVE WS-CODE-IN TO WS-REQ-ITEM-CODE.
028100     PERFORM 3000-SHOW-ITEM THRU 3000-SHOW-ITEM-EXIT.
028200     PERFORM 4000-LIST-PENDING THRU 4000-LIST-PENDING-EXIT.
028300     IF NOT WS-REQ-ADD AND NOT WS-REQ-UPDATE
028400         GO TO 2200-PROMPT-ITEM-TRANS-EXIT
028500     END-IF.
028600     DISPLAY "NEW RESULT CODE (3 DIGITS):".
028700     PERFORM 2100-PROMPT-CODE THRU 2100-PROMPT-CODE-EXIT.
028800     IF WS-REFUSED
028900         GO TO 2200-PROMPT-ITEM-TRANS-EXIT
029000     END-IF.
029100     MOVE WS-CODE-IN TO WS-REQ-RESULT-CODE.
029200     MOVE WS-REQ-RESULT-CODE TO WS-HIER-CODE.
029300     PERFORM 3500-SHOW-HIER THRU 3500-SHOW-HIER-EXIT.
029400     MOVE WS-HIER-STATE-SW TO WS-NEW-HIER-SW.
029500     PERFORM 2400-PROMPT-EFF-DATE THRU 2400-PROMPT-EFF-DATE-EXIT.
029600 2200-PROMPT-ITEM-TRANS-EXIT.
029700     EXIT.
029800*
029900*    -----------------------------------------------------
030000*    2300-PROMPT-MASS-MOVE - THE OLD RESULT CODE AND HOW
030100*    MANY ACTIVE MAPPINGS SIT ON IT, THE NEW RESULT CODE,
030200*    MASS MOVES ALREADY PENDING OFF THE SAME CODE, THE
030300*    EFFECTIVE DATE AND WHETHER IT IS A SIMULATION ONLY.
030400*    -----------------------------------------------------
030500 2300-PROMPT-MASS-MOVE.
030600     DISPLAY "OLD RESULT CODE (3 DIGITS):".
030700     PERFORM 2100-PROMPT-CODE THRU 2100-PROMPT-CODE-EXIT.
030800     IF WS-REFUSED
030900         GO TO 2300-PROMPT-MASS-MOVE-EXIT
031000     END-IF.
031100     MOVE WS-CODE-IN TO WS-REQ-OLD-RESULT-CODE.
031200     PERFORM 3600-COUNT-OLD-RESULT
031300         THRU 3600-COUNT-OLD-RESULT-EXIT.
031400     DISPLAY "NEW RESULT CODE (3 DIGITS):".
031500     PERFORM 2100-PROMPT-CODE THRU 2100-PROMPT-CODE-EXIT.
031600     IF WS-REFUSED
031700         GO TO 2300-PROMPT-MASS-MOVE-EXIT
031800     END-IF.
031900     MOVE WS-CODE-IN TO WS-REQ-RESULT-CODE.
032000     MOVE WS-REQ-RESULT-CODE TO WS-HIER-CODE.
032100     PERFORM 3500-SHOW-HIER THRU 3500-SHOW-HIER-EXIT.
032200     MOVE WS-HIER-STATE-SW TO WS-NEW-HIER-SW.
032300     PERFORM 4000-LIST-PENDING THRU 4000-LIST-PENDING-EXIT.
032400     PERFORM 2400-PROMPT-EFF-DATE THRU 2400-PROMPT-EFF-DATE-EXIT.
032500     DISPLAY "SIMULATE ONLY - Y OR N:".
032600     ACCEPT WS-REPLY-IN.
032700     IF WS-REPLY-IN = 'Y' OR WS-REPLY-IN = 'y'
032800         MOVE 'S' TO WS-REQ-SIMULATE-SW
032900     END-IF.
033000 2300-PROMPT-MASS-MOVE-EXIT.
033100     EXIT.
033200*
033300 2400-PROMPT-EFF-DATE.
033400     DISPLAY "EFFECTIVE DATE YYYYMMDD, OR BLANK FOR TODAY:".
033500     MOVE SPACES TO WS-DATE-IN.
033600     ACCEPT WS-DATE-IN.
033700     MOVE WS-DATE-IN TO WS-REQ-EFF-DATE.
033800 2400-PROMPT-EFF-DATE-EXIT.
033900     EXIT.
034000*
034100*    -----------------------------------------------------
034200*    3000-SHOW-ITEM - THE MASTER RECORD AS IT STANDS, WITH
034300*    THE COUNTY AND STATE ITS RESULT CODE RESOLVES TO.
034400*    -----------------------------------------------------
034500 3000-SHOW-ITEM.
034600     MOVE 'N' TO WS-MASTER-FOUND-SW.
034700     MOVE ZEROS TO WS-CUR-RESULT.
034800     MOVE SPACE TO WS-CUR-ACTIVE-SW.
034900     MOVE WS-REQ-ITEM-CODE TO GMST-ITEM-CODE.
035000     READ GEO3X3-MASTER-FILE
035100         INVALID KEY
035200             DISPLAY "ITEM " WS-REQ-ITEM-CODE
035300                 " IS NOT ON THE MASTER"
035400             GO TO 3000-SHOW-ITEM-EXIT
035500     END-READ.
035600     MOVE 'Y' TO WS-MASTER-FOUND-SW.
035700     MOVE GMST-RESULT-CODE TO WS-CUR-RESULT.
035800     MOVE GMST-ACTIVE-SW TO WS-CUR-ACTIVE-SW.
035900     IF GMST-ACTIVE
036000         MOVE "ACTIVE" TO WS-ACTIVE-TEXT
036100     ELSE
036200         MOVE "INACTIVE" TO WS-ACTIVE-TEXT
036300     END-IF.
036400     DISPLAY "ITEM " GMST-ITEM-CODE " MAPS TO RESULT "
036500         GMST-RESULT-CODE " - " WS-ACTIVE-TEXT.
036600     DISPLAY "  EFFECTIVE " GMST-EFF-FROM-DATE " TO "
036700         GMST-EFF-TO-DATE "  PRIOR RESULT "
036800         GMST-PRIOR-RESULT-CODE "  LAST MAINT "
036900         GMST-LAST-MAINT-DATE.
037000     MOVE GMST-RESULT-CODE TO WS-HIER-CODE.
037100     PERFORM 3500-SHOW-HIER THRU 3500-SHOW-HIER-EXIT.
037200 3000-SHOW-ITEM-EXIT.
037300     EXIT.
037400*
037500 3500-SHOW-HIER.
037600     IF NOT WS-HIER-AVAILABLE
037700         MOVE 'U' TO WS-HIER-STATE-SW
037800         DISPLAY "  RESULT " WS-HIER-CODE
037900             " - HIERARCHY NOT CHECKED"
038000         GO TO 3500-SHOW-HIER-EXIT
038100     END-IF.
038200     MOVE WS-HIER-CODE TO GHIER-REGION-CODE.
038300     READ GEO3X3-HIER-FILE
038400         INVALID KEY
038500             MOVE 'N' TO WS-HIER-STATE-SW
038600             DISPLAY "  RESULT " WS-HIER-CODE
038700                 " HAS NO HIERARCHY ENTRY"
038800             GO TO 3500-SHOW-HIER-EXIT
038900     END-READ.
039000     MOVE 'Y' TO WS-HIER-STATE-SW.
039100     DISPLAY "  RESULT " WS-HIER-CODE " - COUNTY: "
039200         GHIER-COUNTY-NAME "  STATE: " GHIER-STATE-CODE.
039300 3500-SHOW-HIER-EXIT.
039400     EXIT.
039500*
039600*    -----------------------------------------------------
039700*    3600-COUNT-OLD-RESULT - THE ACTIVE MAPPINGS A MASS
039800*    MOVE WOULD RECODE, FOUND THE WAY GEO3X3MX FINDS THEM,
039900*    THROUGH THE RESULT-CODE ALTERNATE KEY.
040000*    -----------------------------------------------------
040100 3600-COUNT-OLD-RESULT.
040200     MOVE ZEROS TO WS-MATCH-COUNT.
040300     MOVE 'N' TO WS-EOF-SW.
040400     MOVE WS-REQ-OLD-RESULT-CODE TO GMST-RESULT-CODE.
040500     START GEO3X3-MASTER-FILE KEY IS EQUAL TO GMST-RESULT-CODE
040600         INVALID KEY
040700             MOVE 'Y' TO WS-EOF-SW
040800     END-START.
040900     PERFORM 3650-COUNT-MAPPING THRU 3650-COUNT-MAPPING-EXIT
041000         UNTIL WS-EOF.
041100     DISPLAY "ACTIVE MAPPINGS ON RESULT " WS-REQ-OLD-RESULT-CODE
041200         ": " WS-MATCH-COUNT.
041300     MOVE WS-REQ-OLD-RESULT-CODE TO WS-HIER-CODE.
041400     PERFORM 3500-SHOW-HIER THRU 3500-SHOW-HIER-EXIT.
041500 3600-COUNT-OLD-RESULT-EXIT.
041600     EXIT.
041700*
041800 3650-COUNT-MAPPING.
041900     READ GEO3X3-MASTER-FILE NEXT RECORD
042000         AT END
042100             MOVE 'Y' TO WS-EOF-SW
042200             GO TO 3650-COUNT-MAPPING-EXIT
042300     END-READ.
042400     IF GMST-RESULT-CODE NOT = WS-REQ-OLD-RESULT-CODE
042500         MOVE 'Y' TO WS-EOF-SW
042600         GO TO 3650-COUNT-MAPPING-EXIT
042700     END-IF.
042800     IF GMST-ACTIVE
042900         ADD 1 TO WS-MATCH-COUNT
043000     END-IF.
043100 3650-COUNT-MAPPING-EXIT.
043200     EXIT.
043300*
043400*    -----------------------------------------------------
043500*    4000-LIST-PENDING - EVERYTHING STILL PENDING ON
043600*    GEO3X3PN THAT TOUCHES THIS REQUEST: FOR AN ITEM, ITS
043700*    OWN REQUESTS AND ANY MASS MOVE OFF ITS CURRENT RESULT
043800*    CODE; FOR A MASS MOVE, OTHER MASS MOVES OFF THE SAME
043900*    OLD RESULT CODE.
044000*    -----------------------------------------------------
044100 4000-LIST-PENDING.
044200     MOVE ZEROS TO WS-PEND-COUNT.
044300     MOVE ZEROS TO WS-PEND-TOTAL.
044400     OPEN INPUT GEO3X3-PENDING-FILE.
044500     IF NOT WS-PENDING-FILE-OK
044600         DISPLAY "NOTHING PENDING"
044700         GO TO 4000-LIST-PENDING-EXIT
044800     END-IF.
044900     MOVE 'N' TO WS-EOF-SW.
045000     PERFORM 4100-MATCH-PENDING THRU 4100-MATCH-PENDING-EXIT
045100         UNTIL WS-EOF.
045200     CLOSE GEO3X3-PENDING-FILE.
045300     IF WS-PEND-TOTAL = 0
045400         DISPLAY "NOTHING PENDING"
045500     ELSE
045600         DISPLAY "REQUESTS ALREADY PENDING: " WS-PEND-TOTAL
045700     END-IF.
045800 4000-LIST-PENDING-EXIT.
045900     EXIT.
046000*
046100 4100-MATCH-PENDING.
046200     READ GEO3X3-PENDING-FILE
046300         AT END
046400             MOVE 'Y' TO WS-EOF-SW
046500             GO TO 4100-MATCH-PENDING-EXIT
046600     END-READ.
046700     IF NOT GPND-PENDING
046800         GO TO 4100-MATCH-PENDING-EXIT
046900     END-IF.
047000     MOVE GPND-TRANS TO GEO3X3-MAINT-TRANS.
047100     IF WS-REQ-MASS-MOVE
047200         IF NOT GMNT-MASS-MOVE
047300          OR GMNT-OLD-RESULT-CODE NOT = WS-REQ-OLD-RESULT-CODE
047400             GO TO 4100-MATCH-PENDING-EXIT
047500         END-IF
047600     ELSE
047700         IF GMNT-MASS-MOVE
047800             IF NOT WS-MASTER-FOUND
047900              OR GMNT-OLD-RESULT-CODE NOT = WS-CUR-RESULT
048000                 GO TO 4100-MATCH-PENDING-EXIT
048100             END-IF
048200         ELSE
048300             IF GMNT-ITEM-CODE NOT = WS-REQ-ITEM-CODE
048400                 GO TO 4100-MATCH-PENDING-EXIT
048500             END-IF
048600         END-IF
048700     END-IF.
048800     ADD 1 TO WS-PEND-TOTAL.
048900     IF WS-PEND-COUNT < 100
049000         ADD 1 TO WS-PEND-COUNT
049100         MOVE GPND-SUBMIT-DATE
049200             TO WS-PND-SUBMIT-DATE (WS-PEND-COUNT)
049300         MOVE GPND-TRANS TO WS-PND-TRANS (WS-PEND-COUNT)
049400     END-IF.
049500     PERFORM 4200-SHOW-PENDING THRU 4200-SHOW-PENDING-EXIT.
049600 4100-MATCH-PENDING-EXIT.
049700     EXIT.
049800*
049900 4200-SHOW-PENDING.
050000     EVALUATE TRUE
050100         WHEN GMNT-ADD
050200             MOVE "ADD" TO WS-TRANS-TEXT
050300         WHEN GMNT-UPDATE
050400             MOVE "UPDATE" TO WS-TRANS-TEXT
050500         WHEN GMNT-DEACTIVATE
050600             MOVE "DEACTIVATE" TO WS-TRANS-TEXT
050700         WHEN GMNT-REACTIVATE
050800             MOVE "REACTIVATE" TO WS-TRANS-TEXT
050900         WHEN GMNT-MASS-MOVE
051000             MOVE "MASS MOVE" TO WS-TRANS-TEXT
051100         WHEN OTHER
051200             MOVE "UNKNOWN" TO WS-TRANS-TEXT
051300     END-EVALUATE.
051400     EVALUATE TRUE
051500         WHEN GMNT-MASS-MOVE
051600             DISPLAY "  PENDING SINCE " GPND-SUBMIT-DATE ": "
051700                 WS-TRANS-TEXT " " GMNT-OLD-RESULT-CODE " TO "
051800                 GMNT-RESULT-CODE " EFF " GMNT-EFF-DATE " "
051900                 GMNT-SIMULATE-SW
052000         WHEN GMNT-ADD
052100         WHEN GMNT-UPDATE
052200             DISPLAY "  PENDING SINCE " GPND-SUBMIT-DATE ": "
052300                 WS-TRANS-TEXT " ITEM " GMNT-ITEM-CODE
052400                 " TO RESULT " GMNT-RESULT-CODE " EFF "
052500                 GMNT-EFF-DATE
052600         WHEN OTHER
052700             DISPLAY "  PENDING SINCE " GPND-SUBMIT-DATE ": "
052800                 WS-TRANS-TEXT " ITEM " GMNT-ITEM-CODE
052900     END-EVALUATE.
053000 4200-SHOW-PENDING-EXIT.
053100     EXIT.
053200*
053300*    -----------------------------------------------------
053400*    5000-EDIT-REQUEST - REFUSE WHAT GEO3X3MX WOULD FAIL OR
053500*    WHAT CAN ONLY BE A MISTAKE; WARN OF WHAT MAY BE MEANT
053600*    BUT DESERVES A SECOND LOOK BEFORE IT IS SUBMITTED.
053700*    -----------------------------------------------------
053800 5000-EDIT-REQUEST.
053900     EVALUATE TRUE
054000         WHEN WS-REQ-ADD AND WS-MASTER-FOUND
054100             MOVE "ITEM ALREADY ON FILE - USE U TO RECODE IT"
054200                 TO WS-ERROR-TEXT
054300         WHEN WS-REQ-MASS-MOVE AND WS-MATCH-COUNT = 0
054400             MOVE "NO ACTIVE MAPPINGS ON THE OLD RESULT CODE"
054500                 TO WS-ERROR-TEXT
054600         WHEN WS-REQ-MASS-MOVE
054700          AND WS-REQ-RESULT-CODE = WS-REQ-OLD-RESULT-CODE
054800             MOVE "OLD AND NEW RESULT CODES ARE THE SAME"
054900                 TO WS-ERROR-TEXT
055000         WHEN WS-REQ-ADD
055100         WHEN WS-REQ-MASS-MOVE
055200             CONTINUE
055300         WHEN NOT WS-MASTER-FOUND
055400             MOVE "ITEM CODE NOT ON FILE" TO WS-ERROR-TEXT
055500         WHEN WS-REQ-DEACTIVATE AND WS-CUR-INACTIVE
055600             MOVE "MAPPING IS ALREADY INACTIVE" TO WS-ERROR-TEXT
055700         WHEN WS-REQ-REACTIVATE AND WS-CUR-ACTIVE
055800             MOVE "MAPPING IS ALREADY ACTIVE" TO WS-ERROR-TEXT
055900         WHEN WS-REQ-UPDATE
056000          AND WS-REQ-RESULT-CODE = WS-CUR-RESULT
056100             MOVE "ITEM ALREADY MAPS TO THAT RESULT CODE"
056200                 TO WS-ERROR-TEXT
056300     END-EVALUATE.
056400     IF WS-ERROR-TEXT NOT = SPACES
056500         MOVE 'Y' TO WS-REFUSED-SW
056600         GO TO 5000-EDIT-REQUEST-EXIT
056700     END-IF.
056800     IF WS-REQ-ADD OR WS-REQ-UPDATE OR WS-REQ-MASS-MOVE
056900         PERFORM 5100-EDIT-EFF-DATE THRU 5100-EDIT-EFF-DATE-EXIT
057000         IF WS-REFUSED
057100             GO TO 5000-EDIT-REQUEST-EXIT
057200         END-IF
057300         IF WS-NEW-HIER-MISSING
057400             DISPLAY "WARNING - NEW RESULT CODE HAS NO "
057500                 "HIERARCHY ENTRY"
057600         END-IF
057700         IF WS-NEW-HIER-UNCHECKED
057800             DISPLAY "WARNING - HIERARCHY NOT CHECKED"
057900         END-IF
058000     END-IF.
058100     PERFORM 5200-CHECK-DUPLICATE THRU 5200-CHECK-DUPLICATE-EXIT
058200         VARYING WS-PEND-SUB FROM 1 BY 1
058300         UNTIL WS-PEND-SUB > WS-PEND-COUNT
058400            OR WS-REFUSED.
058500     IF WS-REFUSED
058600         GO TO 5000-EDIT-REQUEST-EXIT
058700     END-IF.
058800     IF WS-PEND-TOTAL > 0
058900         DISPLAY "WARNING - OTHER REQUESTS ARE ALREADY PENDING "
059000             "(LISTED ABOVE)"
059100     END-IF.
059200 5000-EDIT-REQUEST-EXIT.
059300     EXIT.
059400*
059500*    -----------------------------------------------------
059600*    5100-EDIT-EFF-DATE - BLANK IS TODAY, AS ON GEO3X3MX.
059700*    A DATE BEFORE TODAY IS ALLOWED BUT WARNED OF: THE
059800*    CALLS LOGGED SINCE THEN WILL BE RESTATED BY GEO3X3RE.
059900*    -----------------------------------------------------
060000 5100-EDIT-EFF-DATE.
060100     IF WS-REQ-EFF-DATE = SPACES
060200         GO TO 5100-EDIT-EFF-DATE-EXIT
060300     END-IF.
060400     IF WS-REQ-EFF-DATE NOT NUMERIC
060500         MOVE "EFFECTIVE DATE MUST BE YYYYMMDD OR BLANK"
060600             TO WS-ERROR-TEXT
060700         MOVE 'Y' TO WS-REFUSED-SW
060800         GO TO 5100-EDIT-EFF-DATE-EXIT
060900     END-IF.
061000     MOVE WS-REQ-EFF-DATE TO WS-DATE-CHECK.
061100     IF WS-DCK-YEAR < 1900
061200      OR WS-DCK-MONTH < 1 OR WS-DCK-MONTH > 12
061300      OR WS-DCK-DAY < 1 OR WS-DCK-DAY > 31
061400         MOVE "EFFECTIVE DATE IS NOT A VALID DATE"
061500             TO WS-ERROR-TEXT
061600         MOVE 'Y' TO WS-REFUSED-SW
061700         GO TO 5100-EDIT-EFF-DATE-EXIT
061800     END-IF.
061900     IF WS-DATE-CHECK-NUM < WS-TODAY-DATE
062000         DISPLAY "WARNING - BACK-DATED: CALLS LOGGED SINCE "
062100             WS-REQ-EFF-DATE " WILL BE RESTATED"
062200     END-IF.
062300 5100-EDIT-EFF-DATE-EXIT.
062400     EXIT.
062500*
062600*    -----------------------------------------------------
062700*    5200-CHECK-DUPLICATE - THE SAME REQUEST ALREADY
062800*    PENDING WOULD BE APPLIED TWICE BY ONE APPROVAL CARD
062900*    AND LEFT HANGING BY THE OTHER, SO IT IS REFUSED.
063000*    -----------------------------------------------------
063100 5200-CHECK-DUPLICATE.
063200     MOVE WS-PND-TRANS (WS-PEND-SUB) TO GEO3X3-MAINT-TRANS.
063300     IF GMNT-TRANS-CODE NOT = WS-REQ-TRANS-CODE
063400         GO TO 5200-CHECK-DUPLICATE-EXIT
063500     END-IF.
063600     EVALUATE TRUE
063700         WHEN WS-REQ-MASS-MOVE
063800             IF GMNT-RESULT-CODE NOT = WS-REQ-RESULT-CODE
063900              OR GMNT-SIMULATE-SW NOT = WS-REQ-SIMULATE-SW
064000                 GO TO 5200-CHECK-DUPLICATE-EXIT
064100             END-IF
064200         WHEN WS-REQ-ADD
064300         WHEN WS-REQ-UPDATE
064400             IF GMNT-ITEM-CODE NOT = WS-REQ-ITEM-CODE
064500              OR GMNT-RESULT-CODE NOT = WS-REQ-RESULT-CODE
064600                 GO TO 5200-CHECK-DUPLICATE-EXIT
064700             END-IF
064800         WHEN OTHER
064900             IF GMNT-ITEM-CODE NOT = WS-REQ-ITEM-CODE
065000                 GO TO 5200-CHECK-DUPLICATE-EXIT
065100             END-IF
065200     END-EVALUATE.
065300     MOVE WS-PND-SUBMIT-DATE (WS-PEND-SUB) TO WS-DUP-DATE.
065400     MOVE SPACES TO WS-ERROR-TEXT.
065500     STRING "THE SAME REQUEST IS ALREADY PENDING SINCE "
065600            WS-DUP-DATE
065700         DELIMITED BY SIZE INTO WS-ERROR-TEXT
065800     END-STRING.
065900     MOVE 'Y' TO WS-REFUSED-SW.
066000 5200-CHECK-DUPLICATE-EXIT.
066100     EXIT.
066200*
066300*    -----------------------------------------------------
066400*    6000-WRITE-PENDING - THE REQUEST GOES ON GEO3X3PN IN
066500*    THE GEO3X3MT LAYOUT, AS GEO3X3PS WRITES IT. A
066600*    DEACTIVATE OR REACTIVATE CARRIES THE CURRENT RESULT
066700*    CODE SO THE GEO3X3VA APPROVAL KEY IS THE ONE THE
066800*    APPROVERS SEE ON THE MASTER. THE MASTER IS HELD SHARED
066900*    FOR THE APPEND, SO NOTHING IS ADDED WHILE GEO3X3MX IS
067000*    APPLYING AND REWRITING THE PENDING FILE.
067100*    -----------------------------------------------------
067200 6000-WRITE-PENDING.
067300     MOVE "GEO3X3ME" TO GLCK-PROGRAM.
067400     MOVE "GEO3X3MS" TO GLCK-RESOURCE.
067500     MOVE 'R' TO GLCK-ACCESS.
067600     MOVE 'E' TO GLCK-FUNCTION.
067700     CALL "GEO3X3LK" USING GEO3X3-LOCK-DATA.
067800     IF NOT GLCK-STAT-OK
067900         DISPLAY "MASTER IN USE BY " GLCK-HOLDER
068000             " - NOT SUBMITTED, TRY AGAIN LATER"
068100         PERFORM 6100-RELEASE THRU 6100-RELEASE-EXIT
068200         GO TO 6000-WRITE-PENDING-EXIT
068300     END-IF.
068400     OPEN EXTEND GEO3X3-PENDING-FILE.
068500     IF WS-PENDING-FILE-NOT-FOUND
068600         OPEN OUTPUT GEO3X3-PENDING-FILE
068700     END-IF.
068800     IF NOT WS-PENDING-FILE-OK
068900         DISPLAY "GEO3X3ME: UNABLE TO OPEN GEO3X3PN, STATUS = "
069000             WS-PENDING-FILE-STATUS " - NOT SUBMITTED"
069100         PERFORM 6100-RELEASE THRU 6100-RELEASE-EXIT
069200         GO TO 6000-WRITE-PENDING-EXIT
069300     END-IF.
069400     MOVE SPACES TO GEO3X3-MAINT-TRANS.
069500     MOVE WS-REQ-TRANS-CODE TO GMNT-TRANS-CODE.
069600     MOVE WS-REQ-ITEM-CODE TO GMNT-ITEM-CODE.
069700     IF WS-REQ-DEACTIVATE OR WS-REQ-REACTIVATE
069800         MOVE WS-CUR-RESULT TO GMNT-RESULT-CODE
069900     ELSE
070000         MOVE WS-REQ-RESULT-CODE TO GMNT-RESULT-CODE
070100     END-IF.
070200     MOVE WS-REQ-EFF-DATE TO GMNT-EFF-DATE.
070300     MOVE WS-REQ-OLD-RESULT-CODE TO GMNT-OLD-RESULT-CODE.
070400     MOVE WS-REQ-SIMULATE-SW TO GMNT-SIMULATE-SW.
070500     MOVE WS-TODAY-DATE TO GPND-SUBMIT-DATE.
070600     SET GPND-PENDING TO TRUE.
070700     MOVE GEO3X3-MAINT-TRANS TO GPND-TRANS.
070800     WRITE GEO3X3-PENDING-RECORD.
070900     CLOSE GEO3X3-PENDING-FILE.
071000     PERFORM 6100-RELEASE THRU 6100-RELEASE-EXIT.
071100     ADD 1 TO WS-SUBMIT-COUNT.
071200     DISPLAY "SUBMITTED - PENDING GEO3X3VA APPROVAL".
071300 6000-WRITE-PENDING-EXIT.
071400     EXIT.
071500*
071600 6100-RELEASE.
071700     MOVE 'D' TO GLCK-FUNCTION.
071800     CALL "GEO3X3LK" USING GEO3X3-LOCK-DATA.
071900 6100-RELEASE-EXIT.
072000     EXIT.
072100*
072200 9000-TERMINATE.
072300     CLOSE GEO3X3-MASTER-FILE.
072400     IF WS-HIER-AVAILABLE
072500         CLOSE GEO3X3-HIER-FILE
072600     END-IF.
072700     DISPLAY "GEO3X3 MAINTENANCE ENTRY ENDED - REQUESTS "
072800         "SUBMITTED: " WS-SUBMIT-COUNT.
072900 9000-TERMINATE-EXIT.
073000     EXIT.
