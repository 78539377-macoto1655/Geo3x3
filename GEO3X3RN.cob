002420*                    SHARED GEO3X3JL JOB LOG (VIA GEO3X3JW)
002430*                    SO THE GEO3X3NS NIGHT SUMMARY CAN SHOW
002440*                    THE WHOLE STREAM ON ONE PAGE.
002445*    2026-10-05  DA  ALSO BALANCES THE GEO3X3RT RETURN FILE
002450*                    SENDER BY SENDER: EACH SENDER ON
002455*                    GEO3X3TX MUST HAVE EXACTLY ONE RETURN
002460*                    GROUP WHOSE DETAILS AND TRAILER COUNT
002465*                    EQUAL ITS TRANSACTIONS, AND THE
002470*                    DETAILS MUST CARRY THE SAME REFERENCES
002475*                    AND ITEM CODES IN THE SAME ORDER.
002477*    2026-10-15  DA  A FULL SENDER TABLE (RC 16) IS NO LONGER
002479*                    LOWERED TO RC 8 BY THE VERDICT, AND THE
002481*                    STEP RETURN CODE IS PUT BACK AFTER THE
002483*                    JOB LOG END CALL. SENDER BALANCING
002485*                    PARAGRAPHS RENUMBERED 9500-9750 TO
002487*                    MATCH THEIR PLACE IN THE PROGRAM.
002500*    ---------------------------------------------------
002600*
002700 ENVIRONMENT     DIVISION.
004700     SELECT GEO3X3-RECON-FILE   ASSIGN TO GEO3X3NP
004800         ORGANIZATION       IS LINE SEQUENTIAL
004900         FILE STATUS        IS WS-RECON-FILE-STATUS.
004910
004920     SELECT GEO3X3-RETURN-FILE  ASSIGN TO GEO3X3RT
004930         ORGANIZATION       IS LINE SEQUENTIAL
004940         FILE STATUS        IS WS-RETURN-FILE-STATUS.
005000*
005100 DATA            DIVISION.
005200 FILE            SECTION.
007400 FD  GEO3X3-RECON-FILE
007500     RECORDING MODE IS F.
007600 01  GEO3X3-RECON-LINE          PIC X(80).
007610
007620 FD  GEO3X3-RETURN-FILE
007630     RECORDING MODE IS F.
007640     COPY GEO3X3RT.
007700*
007800 WORKING-STORAGE SECTION.
007900 01  WS-TRANS-FILE-STATUS       PIC X(02) VALUE SPACES.
008200 01  WS-CONTROL-FILE-STATUS     PIC X(02) VALUE SPACES.
008300     88  WS-CONTROL-FILE-OK             VALUE '00'.
008400 01  WS-RECON-FILE-STATUS       PIC X(02) VALUE SPACES.
008410 01  WS-RETURN-FILE-STATUS      PIC X(02) VALUE SPACES.
008420 01  WS-RETURN-EOF-SW           PIC X(01) VALUE 'N'.
008430     88  WS-RETURN-EOF                  VALUE 'Y'.
008500 01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
008600     88  WS-EOF                         VALUE 'Y'.
008700 01  WS-BALANCED-SW             PIC X(01) VALUE 'Y'.
009100 01  WS-TRANS-TOTAL             PIC 9(08) VALUE ZEROS.
009200 01  WS-REPORT-TOTAL            PIC 9(08) VALUE ZEROS.
009300 01  WS-AUDIT-TOTAL             PIC 9(08) VALUE ZEROS.
009310 01  WS-RETURN-TOTAL            PIC 9(08) VALUE ZEROS.
009320 01  WS-SENDER-COUNT            PIC 9(03) COMP VALUE ZEROS.
009330 01  WS-SENDER-SUB              PIC 9(03) COMP VALUE ZEROS.
009340 01  WS-FOUND-SUB               PIC 9(03) COMP VALUE ZEROS.
009350 01  WS-GROUP-SUB               PIC 9(03) COMP VALUE ZEROS.
009360 01  WS-LOOK-SENDER             PIC X(08) VALUE SPACES.
009370 01  WS-REF-DIFF-COUNT          PIC 9(08) VALUE ZEROS.
009380 01  WS-SENDER-TABLE.
009390     03  WS-SND-ENTRY OCCURS 100 TIMES.
009400         05  WS-SND-ID          PIC X(08).
009410         05  WS-SND-TRANS       PIC 9(08) COMP.
009420         05  WS-SND-RETURN      PIC 9(08) COMP.
009430         05  WS-SND-TRAILER     PIC 9(08) COMP.
009440         05  WS-SND-GROUPS      PIC 9(04) COMP.
009450         05  WS-SND-STRAY       PIC 9(08) COMP.
009500 01  WS-TRANS-COUNTS.
009600     03  WS-TRANS-COUNT         PIC 9(08) COMP OCCURS 1000 TIMES.
009700 01  WS-REPORT-COUNTS.
012300     03  FILLER                 PIC X(09) VALUE "  AUDIT: ".
012400     03  WS-RCN-TOT-AUDIT       PIC ZZZZZZZ9.
012500     03  FILLER                 PIC X(29) VALUE SPACES.
012505 01  WS-RCN-SENDER-LINE.
012510     03  FILLER                 PIC X(08) VALUE "SENDER: ".
012515     03  WS-RCN-SENDER          PIC X(08).
012520     03  FILLER                 PIC X(08) VALUE "  TRAN: ".
012525     03  WS-RCN-SND-TRANS       PIC ZZZZZZZ9.
012530     03  FILLER                 PIC X(08) VALUE "  RTRN: ".
012535     03  WS-RCN-SND-RETURN      PIC ZZZZZZZ9.
012540     03  FILLER                 PIC X(08) VALUE "  TRLR: ".
012545     03  WS-RCN-SND-TRAILER     PIC ZZZZZZZ9.
012550     03  FILLER                 PIC X(02) VALUE SPACES.
012555     03  WS-RCN-SND-REASON      PIC X(14).
012560 01  WS-RCN-RETURN-LINE.
012565     03  FILLER                 PIC X(16) VALUE
012570         "RETURN DETAILS: ".
012575     03  WS-RCN-TOT-RETURN      PIC ZZZZZZZ9.
012580     03  FILLER                 PIC X(11) VALUE "  SENDERS: ".
012585     03  WS-RCN-TOT-SENDERS     PIC ZZ9.
012590     03  FILLER                 PIC X(42) VALUE SPACES.
012600 01  WS-RCN-VERDICT-LINE.
012700     03  WS-RCN-VERDICT         PIC X(45).
012800     03  FILLER                 PIC X(35) VALUE SPACES.
014600     PERFORM 2400-TALLY-AUDIT THRU 2400-TALLY-AUDIT-EXIT
014700         UNTIL WS-EOF.
014800     CLOSE GEO3X3-AUDIT-FILE.
014810     PERFORM 2600-TALLY-RETURN THRU 2600-TALLY-RETURN-EXIT
014820         UNTIL WS-RETURN-EOF.
014830     CLOSE GEO3X3-RETURN-FILE.
014900     PERFORM 3000-MATCH-OFF THRU 3000-MATCH-OFF-EXIT.
015000     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
015100     STOP RUN.
018100         MOVE 16 TO RETURN-CODE
018200         STOP RUN
018300     END-IF.
018310     OPEN INPUT  GEO3X3-RETURN-FILE.
018320     IF WS-RETURN-FILE-STATUS NOT = '00'
018330         DISPLAY "GEO3X3RN: UNABLE TO OPEN GEO3X3RT, STATUS = "
018340             WS-RETURN-FILE-STATUS
018350         MOVE 16 TO RETURN-CODE
018360         STOP RUN
018370     END-IF.
018400     PERFORM 1200-ZERO-TABLES THRU 1200-ZERO-TABLES-EXIT.
018500     PERFORM 2100-READ-TRANS THRU 2100-READ-TRANS-EXIT.
018600 1000-INITIALIZE-EXIT.
022700     ADD 1 TO WS-TRANS-TOTAL.
022800     COMPUTE WS-ITEM-SUB = GTRN-ITEM-CODE + 1.
022900     ADD 1 TO WS-TRANS-COUNT (WS-ITEM-SUB).
022910     MOVE GTRN-SENDER-ID TO WS-LOOK-SENDER.
022920     PERFORM 2050-LOCATE-SENDER THRU 2050-LOCATE-SENDER-EXIT.
022930     IF WS-FOUND-SUB > 0
022940         ADD 1 TO WS-SND-TRANS (WS-FOUND-SUB)
022950     END-IF.
023000     PERFORM 2100-READ-TRANS THRU 2100-READ-TRANS-EXIT.
023100 2000-TALLY-TRANS-EXIT.
023200     EXIT.
023202*
023204*    -----------------------------------------------------
023206*    2050-LOCATE-SENDER - FIND WS-LOOK-SENDER IN THE SENDER
023208*    TABLE, ADDING IT WITH ZERO COUNTS THE FIRST TIME IT
023210*    IS SEEN ON EITHER FILE; A FULL TABLE FAILS THE STEP
023212*    SINCE A SENDER LEFT OUT COULD NOT BE PROVEN.
023214*    -----------------------------------------------------
023216 2050-LOCATE-SENDER.
023218     MOVE ZEROS TO WS-FOUND-SUB.
023220     PERFORM 2060-TEST-SENDER THRU 2060-TEST-SENDER-EXIT
023222         VARYING WS-SENDER-SUB FROM 1 BY 1
023224         UNTIL WS-SENDER-SUB > WS-SENDER-COUNT
023226            OR WS-FOUND-SUB > 0.
023228     IF WS-FOUND-SUB > 0
023230         GO TO 2050-LOCATE-SENDER-EXIT
023232     END-IF.
023234     IF WS-SENDER-COUNT NOT < 100
023236         DISPLAY "GEO3X3RN: SENDER TABLE FULL AT "
023238             WS-LOOK-SENDER
023240         MOVE 'N' TO WS-BALANCED-SW
023242         MOVE 16 TO RETURN-CODE
023244         GO TO 2050-LOCATE-SENDER-EXIT
023246     END-IF.
023248     ADD 1 TO WS-SENDER-COUNT.
023250     MOVE WS-SENDER-COUNT TO WS-FOUND-SUB.
023252     MOVE WS-LOOK-SENDER TO WS-SND-ID (WS-FOUND-SUB).
023254     MOVE ZEROS TO WS-SND-TRANS (WS-FOUND-SUB).
023256     MOVE ZEROS TO WS-SND-RETURN (WS-FOUND-SUB).
023258     MOVE ZEROS TO WS-SND-TRAILER (WS-FOUND-SUB).
023260     MOVE ZEROS TO WS-SND-GROUPS (WS-FOUND-SUB).
023262     MOVE ZEROS TO WS-SND-STRAY (WS-FOUND-SUB).
023264 2050-LOCATE-SENDER-EXIT.
023266     EXIT.
023268*
023270 2060-TEST-SENDER.
023272     IF WS-SND-ID (WS-SENDER-SUB) = WS-LOOK-SENDER
023274         MOVE WS-SENDER-SUB TO WS-FOUND-SUB
023276     END-IF.
023278 2060-TEST-SENDER-EXIT.
023280     EXIT.
023300*
023400 2100-READ-TRANS.
023500     READ GEO3X3-TRANS-FILE
029100     END-READ.
029200 2500-READ-AUDIT-EXIT.
029300     EXIT.
029302*
029304*    -----------------------------------------------------
029306*    2600-TALLY-RETURN - COUNT THE RETURN GROUPS, DETAILS
029308*    AND TRAILER COUNTS PER SENDER. A DETAIL OR TRAILER
029310*    WHOSE SENDER IS NOT THE ONE THE OPEN GROUP'S HEADER
029312*    NAMED IS STRAY AND PUTS THAT SENDER OUT OF BALANCE.
029314*    -----------------------------------------------------
029316 2600-TALLY-RETURN.
029318     READ GEO3X3-RETURN-FILE
029320         AT END
029322             MOVE 'Y' TO WS-RETURN-EOF-SW
029324             GO TO 2600-TALLY-RETURN-EXIT
029326     END-READ.
029328     MOVE GRTN-SENDER-ID TO WS-LOOK-SENDER.
029330     PERFORM 2050-LOCATE-SENDER THRU 2050-LOCATE-SENDER-EXIT.
029332     IF WS-FOUND-SUB = 0
029334         GO TO 2600-TALLY-RETURN-EXIT
029336     END-IF.
029338     EVALUATE TRUE
029340         WHEN GRTN-HEADER
029342             ADD 1 TO WS-SND-GROUPS (WS-FOUND-SUB)
029344             MOVE WS-FOUND-SUB TO WS-GROUP-SUB
029346         WHEN WS-FOUND-SUB NOT = WS-GROUP-SUB
029348             ADD 1 TO WS-SND-STRAY (WS-FOUND-SUB)
029350         WHEN GRTN-DETAIL
029352             ADD 1 TO WS-RETURN-TOTAL
029354             ADD 1 TO WS-SND-RETURN (WS-FOUND-SUB)
029356         WHEN GRTN-TRAILER
029358          AND GRTN-RECORD-COUNT NUMERIC
029360             ADD GRTN-RECORD-COUNT
029362                 TO WS-SND-TRAILER (WS-FOUND-SUB)
029364             MOVE ZEROS TO WS-GROUP-SUB
029366         WHEN OTHER
029368             ADD 1 TO WS-SND-STRAY (WS-FOUND-SUB)
029370     END-EVALUATE.
029372 2600-TALLY-RETURN-EXIT.
029374     EXIT.
029400*
029500*    -----------------------------------------------------
029600*    3000-MATCH-OFF - COMPARE THE THREE COUNTS FOR EVERY
030600     MOVE WS-TRANS-TOTAL TO WS-RCN-TOT-TRANS.
030700     MOVE WS-REPORT-TOTAL TO WS-RCN-TOT-REPORT.
030800     MOVE WS-AUDIT-TOTAL TO WS-RCN-TOT-AUDIT.
030810     PERFORM 9500-MATCH-SENDER THRU 9500-MATCH-SENDER-EXIT
030820         VARYING WS-GROUP-SUB FROM 1 BY 1
030830         UNTIL WS-GROUP-SUB > WS-SENDER-COUNT.
030900     WRITE GEO3X3-RECON-LINE FROM WS-RCN-TOTALS-LINE.
030910     MOVE WS-RETURN-TOTAL TO WS-RCN-TOT-RETURN.
030920     MOVE WS-SENDER-COUNT TO WS-RCN-TOT-SENDERS.
030930     WRITE GEO3X3-RECON-LINE FROM WS-RCN-RETURN-LINE.
031000     IF WS-BALANCED
031100         MOVE "ALL ITEM CODES AND SENDERS BALANCED"
031110             TO WS-RCN-VERDICT
031200     ELSE
031300         MOVE "OUT OF BALANCE - HOLD DOWNSTREAM JOBS"
031400             TO WS-RCN-VERDICT
031500         IF RETURN-CODE < 8
031510             MOVE 8 TO RETURN-CODE
031520         END-IF
031600     END-IF.
031700     WRITE GEO3X3-RECON-LINE FROM WS-RCN-VERDICT-LINE.
031800 3000-MATCH-OFF-EXIT.
034600 9000-TERMINATE.
034700     CLOSE GEO3X3-RECON-FILE.
034710     PERFORM 8600-LOG-JOB-END THRU 8600-LOG-JOB-END-EXIT.
034720     MOVE GJLP-RETURN-CODE TO RETURN-CODE.
034800 9000-TERMINATE-EXIT.
034900     EXIT.
035000*
035100*    -----------------------------------------------------
035200*    9500-MATCH-SENDER - ONE SENDER: EXACTLY ONE RETURN
035300*    GROUP, NO STRAY RECORDS, AS MANY RETURN DETAILS AS
035400*    TRANSACTIONS AND A TRAILER SAYING THE SAME. WHEN THE
035500*    COUNTS AGREE THE REFERENCES ARE PROVEN ONE FOR ONE.
035600*    EVERY SENDER IS PRINTED, BALANCED OR NOT.
035700*    -----------------------------------------------------
035800 9500-MATCH-SENDER.
035900     MOVE WS-SND-ID (WS-GROUP-SUB) TO WS-RCN-SENDER.
036000     MOVE WS-SND-TRANS (WS-GROUP-SUB) TO WS-RCN-SND-TRANS.
036100     MOVE WS-SND-RETURN (WS-GROUP-SUB) TO WS-RCN-SND-RETURN.
036200     MOVE WS-SND-TRAILER (WS-GROUP-SUB) TO WS-RCN-SND-TRAILER.
036300     EVALUATE TRUE
036400         WHEN WS-SND-GROUPS (WS-GROUP-SUB) NOT = 1
036500           OR WS-SND-STRAY (WS-GROUP-SUB) > 0
036600             MOVE "NOT ONE GROUP" TO WS-RCN-SND-REASON
036700         WHEN WS-SND-RETURN (WS-GROUP-SUB) <
036800                  WS-SND-TRANS (WS-GROUP-SUB)
036900             MOVE "MISSING RETURN" TO WS-RCN-SND-REASON
037000         WHEN WS-SND-RETURN (WS-GROUP-SUB) >
037100                  WS-SND-TRANS (WS-GROUP-SUB)
037200             MOVE "EXTRA RETURN" TO WS-RCN-SND-REASON
037300         WHEN WS-SND-TRAILER (WS-GROUP-SUB) NOT =
037400                  WS-SND-RETURN (WS-GROUP-SUB)
037500             MOVE "TRAILER WRONG" TO WS-RCN-SND-REASON
037600         WHEN OTHER
037700             PERFORM 9600-PROVE-REFERENCES
037800                 THRU 9600-PROVE-REFERENCES-EXIT
037900             IF WS-REF-DIFF-COUNT > 0
038000                 MOVE "REFS DIFFER" TO WS-RCN-SND-REASON
038100             ELSE
038200                 MOVE "BALANCED" TO WS-RCN-SND-REASON
038300             END-IF
038400     END-EVALUATE.
038500     IF WS-RCN-SND-REASON NOT = "BALANCED"
038600         MOVE 'N' TO WS-BALANCED-SW
038700     END-IF.
038800     WRITE GEO3X3-RECON-LINE FROM WS-RCN-SENDER-LINE.
038900 9500-MATCH-SENDER-EXIT.
039000     EXIT.
039100*
039200*    -----------------------------------------------------
039300*    9600-PROVE-REFERENCES - GEO3X3RPT RETURNS A SENDER'S
039400*    TRANSACTIONS IN THE ORDER THEY STAND ON GEO3X3TX, SO
039500*    THE SENDER'S N-TH TRANSACTION MUST MEET ITS N-TH
039600*    RETURN DETAIL WITH THE SAME REFERENCE AND ITEM CODE.
039700*    -----------------------------------------------------
039800 9600-PROVE-REFERENCES.
039900     MOVE ZEROS TO WS-REF-DIFF-COUNT.
040000     OPEN INPUT GEO3X3-TRANS-FILE.
040100     OPEN INPUT GEO3X3-RETURN-FILE.
040200     MOVE 'N' TO WS-EOF-SW.
040300     MOVE 'N' TO WS-RETURN-EOF-SW.
040400     PERFORM 9650-PAIR-REFERENCE THRU 9650-PAIR-REFERENCE-EXIT
040500         UNTIL WS-EOF OR WS-RETURN-EOF.
040600     CLOSE GEO3X3-TRANS-FILE.
040700     CLOSE GEO3X3-RETURN-FILE.
040800 9600-PROVE-REFERENCES-EXIT.
040900     EXIT.
041000*
041100 9650-PAIR-REFERENCE.
041200     PERFORM 9700-NEXT-SENDER-TRANS
041300         THRU 9700-NEXT-SENDER-TRANS-EXIT.
041400     PERFORM 9750-NEXT-SENDER-RETURN
041500         THRU 9750-NEXT-SENDER-RETURN-EXIT.
041600     IF WS-EOF OR WS-RETURN-EOF
041700         GO TO 9650-PAIR-REFERENCE-EXIT
041800     END-IF.
041900     IF GRTN-TRANS-REF NOT = GTRN-TRANS-REF
042000      OR GRTN-ITEM-CODE NOT = GTRN-ITEM-CODE
042100         ADD 1 TO WS-REF-DIFF-COUNT
042200     END-IF.
042300 9650-PAIR-REFERENCE-EXIT.
042400     EXIT.
042500*
042600 9700-NEXT-SENDER-TRANS.
042700     PERFORM 2100-READ-TRANS THRU 2100-READ-TRANS-EXIT.
042800     IF NOT WS-EOF
042900      AND GTRN-SENDER-ID NOT = WS-SND-ID (WS-GROUP-SUB)
043000         GO TO 9700-NEXT-SENDER-TRANS
043100     END-IF.
043200 9700-NEXT-SENDER-TRANS-EXIT.
043300     EXIT.
043400*
043500 9750-NEXT-SENDER-RETURN.
043600     READ GEO3X3-RETURN-FILE
043700         AT END
043800             MOVE 'Y' TO WS-RETURN-EOF-SW
043900             GO TO 9750-NEXT-SENDER-RETURN-EXIT
044000     END-READ.
044100     IF NOT GRTN-DETAIL
044200      OR GRTN-SENDER-ID NOT = WS-SND-ID (WS-GROUP-SUB)
044300         GO TO 9750-NEXT-SENDER-RETURN
044400     END-IF.
044500 9750-NEXT-SENDER-RETURN-EXIT.
044600     EXIT.
