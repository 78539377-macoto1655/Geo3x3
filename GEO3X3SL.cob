000100*> GEO3X3SL
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.     GEO3X3SL.
000400 AUTHOR.         DATA ADMINISTRATION.
000500 INSTALLATION.   GEO SYSTEMS.
000600 DATE-WRITTEN.   2026-10-05.
000700 DATE-COMPILED.  2026-10-05.
000800*
000900*    ---------------------------------------------------
001000*    MODIFICATION HISTORY
001100*    ---------------------------------------------------
001200*    2026-10-05  DA  ORIGINAL - SPLIT STEP OF THE
001300*                    PARTITIONED TRANSLATION RUN. DIVIDES
001400*                    THE EDITED GEO3X3TX FILE INTO THE
001500*                    NUMBER OF PARTITIONS ON THE GEO3X3PT
001600*                    CARD (1 TO 8), AS CONTIGUOUS BLOCKS OF
001700*                    NEARLY EQUAL SIZE ON GEO3X3T1 TO
001800*                    GEO3X3T8, SO EACH CAN BE TRANSLATED BY
001900*                    ITS OWN GEO3X3RPT STEP IN PARALLEL. THE
002000*                    RECORD COUNT AND ITEM-CODE HASH OF
002100*                    EVERY PARTITION GO ON THE GEO3X3PA
002200*                    PLAN, WHICH GEO3X3MG USES TO PROVE THE
002300*                    PARTITIONS CAME BACK WHOLE AND TO PUT
002400*                    THEM BACK IN INPUT SEQUENCE.
002410*    2026-10-15  DA  THE STEP'S RETURN CODE IS PUT BACK
002420*                    AFTER THE JOB-LOG CALL, SO A RUN
002430*                    REFUSED OR STOPPED EARLY NO LONGER
002440*                    ENDS RC 0.
002450*    2026-10-15  DA  RETURN CODE HELD ACROSS THE LOCK
002460*                    RELEASE, SO A SPLIT THAT DID NOT
002470*                    BALANCE ENDS RC 16 AS INTENDED.
002500*    ---------------------------------------------------
002600*
002700 ENVIRONMENT     DIVISION.
002800*
002900 INPUT-OUTPUT    SECTION.
003000 FILE-CONTROL.
003100     SELECT GEO3X3-TRANS-FILE   ASSIGN TO GEO3X3TX
003200         ORGANIZATION       IS LINE SEQUENTIAL
003300         FILE STATUS        IS WS-TRANS-FILE-STATUS.
003400
003500     SELECT GEO3X3-CONTROL-FILE ASSIGN TO GEO3X3PT
003600         ORGANIZATION       IS LINE SEQUENTIAL
003700         FILE STATUS        IS WS-CONTROL-FILE-STATUS.
003800
003900     SELECT GEO3X3-PLAN-FILE    ASSIGN TO GEO3X3PA
004000         ORGANIZATION       IS LINE SEQUENTIAL
004100         FILE STATUS        IS WS-PLAN-FILE-STATUS.
004200
004300     SELECT GEO3X3-PART-1-FILE ASSIGN TO GEO3X3T1
004400         ORGANIZATION       IS LINE SEQUENTIAL
004500         FILE STATUS        IS WS-PART-FILE-STATUS.
004600
004700     SELECT GEO3X3-PART-2-FILE ASSIGN TO GEO3X3T2
004800         ORGANIZATION       IS LINE SEQUENTIAL
004900         FILE STATUS        IS WS-PART-FILE-STATUS.
005000
005100     SELECT GEO3X3-PART-3-FILE ASSIGN TO GEO3X3T3
005200         ORGANIZATION       IS LINE SEQUENTIAL
005300         FILE STATUS        IS WS-PART-FILE-STATUS.
005400
005500     SELECT GEO3X3-PART-4-FILE ASSIGN TO GEO3X3T4
005600         ORGANIZATION       IS LINE SEQUENTIAL
005700         FILE STATUS        IS WS-PART-FILE-STATUS.
005800
005900     SELECT GEO3X3-PART-5-FILE ASSIGN TO GEO3X3T5
006000         ORGANIZATION       IS LINE SEQUENTIAL
006100         FILE STATUS        IS WS-PART-FILE-STATUS.
006200
006300     SELECT GEO3X3-PART-6-FILE ASSIGN TO GEO3X3T6
006400         ORGANIZATION       IS LINE SEQUENTIAL
006500         FILE STATUS        IS WS-PART-FILE-STATUS.
006600
006700     SELECT GEO3X3-PART-7-FILE ASSIGN TO GEO3X3T7
006800         ORGANIZATION       IS LINE SEQUENTIAL
006900         FILE STATUS        IS WS-PART-FILE-STATUS.
007000
007100     SELECT GEO3X3-PART-8-FILE ASSIGN TO GEO3X3T8
007200         ORGANIZATION       IS LINE SEQUENTIAL
007300         FILE STATUS        IS WS-PART-FILE-STATUS.
007400*
007500 DATA            DIVISION.
007600 FILE            SECTION.
007700 FD  GEO3X3-TRANS-FILE
007800     RECORDING MODE IS F.
007900     COPY GEO3X3TX.
008000
008100 FD  GEO3X3-CONTROL-FILE
008200     RECORDING MODE IS F.
008300 01  GEO3X3-CONTROL-RECORD.
008400     03  GPTC-PARTITIONS        PIC X(02).
008500     03  FILLER                 PIC X(78).
008600
008700 FD  GEO3X3-PLAN-FILE
008800     RECORDING MODE IS F.
008900     COPY GEO3X3PA.
009000
009100 FD  GEO3X3-PART-1-FILE
009200     RECORDING MODE IS F.
009300 01  GEO3X3-PART-1-RECORD     PIC X(80).
009400
009500 FD  GEO3X3-PART-2-FILE
009600     RECORDING MODE IS F.
009700 01  GEO3X3-PART-2-RECORD     PIC X(80).
009800
009900 FD  GEO3X3-PART-3-FILE
010000     RECORDING MODE IS F.
010100 01  GEO3X3-PART-3-RECORD     PIC X(80).
010200
010300 FD  GEO3X3-PART-4-FILE
010400     RECORDING MODE IS F.
010500 01  GEO3X3-PART-4-RECORD     PIC X(80).
010600
010700 FD  GEO3X3-PART-5-FILE
010800     RECORDING MODE IS F.
010900 01  GEO3X3-PART-5-RECORD     PIC X(80).
011000
011100 FD  GEO3X3-PART-6-FILE
011200     RECORDING MODE IS F.
011300 01  GEO3X3-PART-6-RECORD     PIC X(80).
011400
011500 FD  GEO3X3-PART-7-FILE
011600     RECORDING MODE IS F.
011700 01  GEO3X3-PART-7-RECORD     PIC X(80).
011800
011900 FD  GEO3X3-PART-8-FILE
012000     RECORDING MODE IS F.
012100 01  GEO3X3-PART-8-RECORD     PIC X(80).
012200*
012300 WORKING-STORAGE SECTION.
012400 01  WS-TRANS-FILE-STATUS       PIC X(02) VALUE SPACES.
012500 01  WS-CONTROL-FILE-STATUS     PIC X(02) VALUE SPACES.
012600     88  WS-CONTROL-FILE-OK             VALUE '00'.
012700 01  WS-PLAN-FILE-STATUS        PIC X(02) VALUE SPACES.
012800 01  WS-PART-FILE-STATUS        PIC X(02) VALUE SPACES.
012900 01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
013000     88  WS-EOF                         VALUE 'Y'.
013010 01  WS-STEP-RC                 PIC 9(02) VALUE ZEROS.
013100 01  WS-RUN-DATE                PIC 9(08) VALUE ZEROS.
013200 01  WS-RUN-TIME                PIC 9(08) VALUE ZEROS.
013300 01  WS-PARTITIONS              PIC 9(02) VALUE ZEROS.
013400 01  WS-PART-SUB                PIC 9(02) COMP VALUE ZEROS.
013500 01  WS-INPUT-COUNT             PIC 9(08) VALUE ZEROS.
013600 01  WS-WRITTEN-COUNT           PIC 9(08) VALUE ZEROS.
013700 01  WS-TOTAL-HASH              PIC 9(10) VALUE ZEROS.
013800 01  WS-BASE-SIZE               PIC 9(08) VALUE ZEROS.
013900 01  WS-EXTRA-COUNT             PIC 9(08) VALUE ZEROS.
014000 01  WS-NEXT-SEQ                PIC 9(08) VALUE ZEROS.
014100*    A PARTITION OWNS ITS INPUT FILE, CHECKPOINT AND REPORT,
014200*    AUDIT AND RETURN SEGMENTS; ITS LOCK RESOURCE COVERS
014300*    THEM ALL, SO THIS SPLIT CANNOT OVERWRITE A PARTITION
014400*    STILL BEING TRANSLATED OR MERGED.
014500 01  WS-PART-RESOURCE.
014600     03  FILLER                 PIC X(07) VALUE "GEO3X3P".
014700     03  WS-PART-RES-NO         PIC 9(01).
014800 01  WS-PLAN-TABLE.
014900     03  WS-PLN-ENTRY OCCURS 8 TIMES.
015000         05  WS-PLN-FIRST-SEQ   PIC 9(08).
015100         05  WS-PLN-SIZE        PIC 9(08).
015200         05  WS-PLN-DONE        PIC 9(08).
015300         05  WS-PLN-HASH        PIC 9(10).
015400*
015500     COPY GEO3X3LD.
015600*
015700     COPY GEO3X3JP.
015800*
015900 PROCEDURE       DIVISION.
016000*
016100*    -----------------------------------------------------
016200*    0000-MAINLINE - COUNT THE INPUT, SIZE THE PARTITIONS,
016300*    DEAL THE RECORDS OUT IN ORDER AND WRITE THE PLAN.
016400*    -----------------------------------------------------
016500 0000-MAINLINE.
016600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
016700     PERFORM 2000-DISTRIBUTE THRU 2000-DISTRIBUTE-EXIT
016800         UNTIL WS-EOF.
016900     PERFORM 3000-WRITE-PLAN THRU 3000-WRITE-PLAN-EXIT.
017000     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
017100     STOP RUN.
017200*
017300 1000-INITIALIZE.
017400     PERFORM 8500-LOG-JOB-START THRU 8500-LOG-JOB-START-EXIT.
017500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
017600     ACCEPT WS-RUN-TIME FROM TIME.
017700     PERFORM 1100-READ-CONTROL THRU 1100-READ-CONTROL-EXIT.
017800     PERFORM 1050-REGISTER-RUN THRU 1050-REGISTER-RUN-EXIT.
017900     OPEN INPUT  GEO3X3-TRANS-FILE.
018000     IF WS-TRANS-FILE-STATUS NOT = '00'
018100         DISPLAY "GEO3X3SL: UNABLE TO OPEN GEO3X3TX, STATUS = "
018200             WS-TRANS-FILE-STATUS
018300         MOVE 16 TO RETURN-CODE
018400         STOP RUN
018500     END-IF.
018600     PERFORM 1200-COUNT-INPUT THRU 1200-COUNT-INPUT-EXIT
018700         UNTIL WS-EOF.
018800     CLOSE GEO3X3-TRANS-FILE.
018900     PERFORM 1300-SIZE-PARTITIONS THRU 1300-SIZE-PARTITIONS-EXIT.
019000     OPEN OUTPUT GEO3X3-PLAN-FILE.
019100     IF WS-PLAN-FILE-STATUS NOT = '00'
019200         DISPLAY "GEO3X3SL: UNABLE TO OPEN GEO3X3PA, STATUS = "
019300             WS-PLAN-FILE-STATUS
019400         MOVE 16 TO RETURN-CODE
019500         STOP RUN
019600     END-IF.
019700     PERFORM 1400-OPEN-PARTITION THRU 1400-OPEN-PARTITION-EXIT
019800         VARYING WS-PART-SUB FROM 1 BY 1
019900         UNTIL WS-PART-SUB > WS-PARTITIONS.
020000     OPEN INPUT  GEO3X3-TRANS-FILE.
020100     MOVE 'N' TO WS-EOF-SW.
020200     MOVE 1 TO WS-PART-SUB.
020300     PERFORM 2100-READ-TRANS THRU 2100-READ-TRANS-EXIT.
020400 1000-INITIALIZE-EXIT.
020500     EXIT.
020600*
020700*    -----------------------------------------------------
020800*    1050-REGISTER-RUN - SERIALIZATION: ONE UPDATE LOCK PER
020900*    PARTITION BEING (RE)WRITTEN.
021000*    -----------------------------------------------------
021100 1050-REGISTER-RUN.
021200     MOVE "GEO3X3SL" TO GLCK-PROGRAM.
021300     PERFORM 1055-ENQ-PARTITION THRU 1055-ENQ-PARTITION-EXIT
021400         VARYING WS-PART-SUB FROM 1 BY 1
021500         UNTIL WS-PART-SUB > WS-PARTITIONS.
021600 1050-REGISTER-RUN-EXIT.
021700     EXIT.
021800*
021900 1055-ENQ-PARTITION.
022000     MOVE WS-PART-SUB TO WS-PART-RES-NO.
022100     MOVE WS-PART-RESOURCE TO GLCK-RESOURCE.
022200     MOVE 'U' TO GLCK-ACCESS.
022300     PERFORM 1060-ENQ-RESOURCE THRU 1060-ENQ-RESOURCE-EXIT.
022400 1055-ENQ-PARTITION-EXIT.
022500     EXIT.
022600*
022700 1060-ENQ-RESOURCE.
022800     MOVE 'E' TO GLCK-FUNCTION.
022900     CALL "GEO3X3LK" USING GEO3X3-LOCK-DATA.
023000     IF NOT GLCK-STAT-OK
023100         DISPLAY "GEO3X3SL: RESOURCE " GLCK-RESOURCE
023200             " HELD BY " GLCK-HOLDER " - RUN REFUSED"
023300         MOVE 'D' TO GLCK-FUNCTION
023400         CALL "GEO3X3LK" USING GEO3X3-LOCK-DATA
023500         MOVE 8 TO RETURN-CODE
023600         PERFORM 8600-LOG-JOB-END THRU 8600-LOG-JOB-END-EXIT
023700         STOP RUN
023800     END-IF.
023900 1060-ENQ-RESOURCE-EXIT.
024000     EXIT.
024100*
024200*    -----------------------------------------------------
024300*    1100-READ-CONTROL - THE GEO3X3PT CARD CARRIES THE
024400*    NUMBER OF PARTITIONS IN COLUMNS 1-2. IT IS REQUIRED:
024500*    GUESSING WOULD LEAVE PARTITION STEPS IN THE JCL WITH NO
024600*    INPUT, OR INPUT WITH NO STEP TO TRANSLATE IT.
024700*    -----------------------------------------------------
024800 1100-READ-CONTROL.
024900     OPEN INPUT GEO3X3-CONTROL-FILE.
025000     IF NOT WS-CONTROL-FILE-OK
025100         DISPLAY "GEO3X3SL: UNABLE TO OPEN GEO3X3PT, STATUS = "
025200             WS-CONTROL-FILE-STATUS
025300         PERFORM 1190-REJECT-CONTROL THRU 1190-REJECT-CONTROL-EXIT
025400     END-IF.
025500     READ GEO3X3-CONTROL-FILE
025600         AT END
025700             DISPLAY "GEO3X3SL: GEO3X3PT CONTROL CARD IS EMPTY"
025800             PERFORM 1190-REJECT-CONTROL
025900                 THRU 1190-REJECT-CONTROL-EXIT
026000     END-READ.
026100     CLOSE GEO3X3-CONTROL-FILE.
026200     IF GPTC-PARTITIONS NOT NUMERIC
026300         DISPLAY "GEO3X3SL: PARTITION COUNT NOT NUMERIC: "
026400             GPTC-PARTITIONS
026500         PERFORM 1190-REJECT-CONTROL THRU 1190-REJECT-CONTROL-EXIT
026600     END-IF.
026700     MOVE GPTC-PARTITIONS TO WS-PARTITIONS.
026800     IF WS-PARTITIONS < 1 OR WS-PARTITIONS > 8
026900         DISPLAY "GEO3X3SL: PARTITION COUNT MUST BE 01 TO 08: "
027000             GPTC-PARTITIONS
027100         PERFORM 1190-REJECT-CONTROL THRU 1190-REJECT-CONTROL-EXIT
027200     END-IF.
027300 1100-READ-CONTROL-EXIT.
027400     EXIT.
027500*
027600 1190-REJECT-CONTROL.
027700     MOVE 16 TO RETURN-CODE.
027800     PERFORM 8600-LOG-JOB-END THRU 8600-LOG-JOB-END-EXIT.
027900     STOP RUN.
028000 1190-REJECT-CONTROL-EXIT.
028100     EXIT.
028200*
028300 1200-COUNT-INPUT.
028400     PERFORM 2100-READ-TRANS THRU 2100-READ-TRANS-EXIT.
028500     IF NOT WS-EOF
028600         ADD 1 TO WS-INPUT-COUNT
028700     END-IF.
028800 1200-COUNT-INPUT-EXIT.
028900     EXIT.
029000*
029100*    -----------------------------------------------------
029200*    1300-SIZE-PARTITIONS - EVERY PARTITION GETS THE SAME
029300*    SHARE, AND THE FIRST ONES ONE RECORD MORE UNTIL THE
029400*    REMAINDER IS USED UP. A SMALL NIGHT MAY LEAVE THE LAST
029500*    PARTITIONS EMPTY; THEY ARE STILL WRITTEN, SO EVERY
029600*    PARTITION STEP FINDS AN INPUT FILE.
029700*    -----------------------------------------------------
029800 1300-SIZE-PARTITIONS.
029900     MOVE ZEROS TO WS-PLAN-TABLE.
030000     DIVIDE WS-INPUT-COUNT BY WS-PARTITIONS
030100         GIVING WS-BASE-SIZE
030200         REMAINDER WS-EXTRA-COUNT.
030300     MOVE 1 TO WS-NEXT-SEQ.
030400     PERFORM 1350-SIZE-ONE-PARTITION
030500         THRU 1350-SIZE-ONE-PARTITION-EXIT
030600         VARYING WS-PART-SUB FROM 1 BY 1
030700         UNTIL WS-PART-SUB > WS-PARTITIONS.
030800 1300-SIZE-PARTITIONS-EXIT.
030900     EXIT.
031000*
031100 1350-SIZE-ONE-PARTITION.
031200     MOVE WS-NEXT-SEQ TO WS-PLN-FIRST-SEQ (WS-PART-SUB).
031300     MOVE WS-BASE-SIZE TO WS-PLN-SIZE (WS-PART-SUB).
031400     IF WS-PART-SUB NOT > WS-EXTRA-COUNT
031500         ADD 1 TO WS-PLN-SIZE (WS-PART-SUB)
031600     END-IF.
031700     ADD WS-PLN-SIZE (WS-PART-SUB) TO WS-NEXT-SEQ.
031800 1350-SIZE-ONE-PARTITION-EXIT.
031900     EXIT.
032000*
032100 1400-OPEN-PARTITION.
032200     EVALUATE WS-PART-SUB
032300         WHEN 1
032400             OPEN OUTPUT GEO3X3-PART-1-FILE
032500         WHEN 2
032600             OPEN OUTPUT GEO3X3-PART-2-FILE
032700         WHEN 3
032800             OPEN OUTPUT GEO3X3-PART-3-FILE
032900         WHEN 4
033000             OPEN OUTPUT GEO3X3-PART-4-FILE
033100         WHEN 5
033200             OPEN OUTPUT GEO3X3-PART-5-FILE
033300         WHEN 6
033400             OPEN OUTPUT GEO3X3-PART-6-FILE
033500         WHEN 7
033600             OPEN OUTPUT GEO3X3-PART-7-FILE
033700         WHEN 8
033800             OPEN OUTPUT GEO3X3-PART-8-FILE
033900     END-EVALUATE.
034000     IF WS-PART-FILE-STATUS NOT = '00'
034100         MOVE WS-PART-SUB TO WS-PART-RES-NO
034200         DISPLAY "GEO3X3SL: UNABLE TO OPEN GEO3X3T" WS-PART-RES-NO
034300             ", STATUS = " WS-PART-FILE-STATUS
034400         MOVE 16 TO RETURN-CODE
034500         STOP RUN
034600     END-IF.
034700 1400-OPEN-PARTITION-EXIT.
034800     EXIT.
034900*
035000*    -----------------------------------------------------
035100*    2000-DISTRIBUTE - WRITE THE RECORD TO THE CURRENT
035200*    PARTITION, MOVING ON (PAST ANY EMPTY ONES) ONCE IT
035300*    HOLDS ITS SHARE, SO INPUT ORDER IS KEPT BOTH WITHIN
035400*    AND ACROSS PARTITIONS.
035500*    -----------------------------------------------------
035600 2000-DISTRIBUTE.
035700     PERFORM 2050-NEXT-PARTITION THRU 2050-NEXT-PARTITION-EXIT
035800         UNTIL WS-PLN-DONE (WS-PART-SUB)
035900                   < WS-PLN-SIZE (WS-PART-SUB)
036000            OR WS-PART-SUB = WS-PARTITIONS.
036100     EVALUATE WS-PART-SUB
036200         WHEN 1
036300             WRITE GEO3X3-PART-1-RECORD FROM GEO3X3-TRANS-RECORD
036400         WHEN 2
036500             WRITE GEO3X3-PART-2-RECORD FROM GEO3X3-TRANS-RECORD
036600         WHEN 3
036700             WRITE GEO3X3-PART-3-RECORD FROM GEO3X3-TRANS-RECORD
036800         WHEN 4
036900             WRITE GEO3X3-PART-4-RECORD FROM GEO3X3-TRANS-RECORD
037000         WHEN 5
037100             WRITE GEO3X3-PART-5-RECORD FROM GEO3X3-TRANS-RECORD
037200         WHEN 6
037300             WRITE GEO3X3-PART-6-RECORD FROM GEO3X3-TRANS-RECORD
037400         WHEN 7
037500             WRITE GEO3X3-PART-7-RECORD FROM GEO3X3-TRANS-RECORD
037600         WHEN 8
037700             WRITE GEO3X3-PART-8-RECORD FROM GEO3X3-TRANS-RECORD
037800     END-EVALUATE.
037900     ADD 1 TO WS-PLN-DONE (WS-PART-SUB).
038000     ADD GTRN-ITEM-CODE TO WS-PLN-HASH (WS-PART-SUB).
038100     ADD 1 TO WS-WRITTEN-COUNT.
038200     ADD GTRN-ITEM-CODE TO WS-TOTAL-HASH.
038300     PERFORM 2100-READ-TRANS THRU 2100-READ-TRANS-EXIT.
038400 2000-DISTRIBUTE-EXIT.
038500     EXIT.
038600*
038700 2050-NEXT-PARTITION.
038800     ADD 1 TO WS-PART-SUB.
038900 2050-NEXT-PARTITION-EXIT.
039000     EXIT.
039100*
039200 2100-READ-TRANS.
039300     READ GEO3X3-TRANS-FILE
039400         AT END
039500             MOVE 'Y' TO WS-EOF-SW
039600     END-READ.
039700 2100-READ-TRANS-EXIT.
039800     EXIT.
039900*
040000*    -----------------------------------------------------
040100*    3000-WRITE-PLAN - HEADER, ONE DETAIL PER PARTITION AS
040200*    ACTUALLY WRITTEN, AND THE TRAILER TOTALS. THE INPUT
040300*    WAS READ TWICE; IF IT CHANGED BETWEEN THE PASSES THE
040400*    COUNTS DISAGREE AND THE STEP FAILS.
040500*    -----------------------------------------------------
040600 3000-WRITE-PLAN.
040700     MOVE SPACES TO GEO3X3-PLAN-RECORD.
040800     SET GPLN-HEADER TO TRUE.
040900     MOVE WS-RUN-DATE TO GPLN-RUN-DATE.
041000     MOVE WS-RUN-TIME TO GPLN-RUN-TIME.
041100     MOVE WS-INPUT-COUNT TO GPLN-INPUT-COUNT.
041200     MOVE WS-PARTITIONS TO GPLN-PARTITIONS.
041300     WRITE GEO3X3-PLAN-RECORD.
041400     PERFORM 3100-WRITE-PLAN-DETAIL
041500         THRU 3100-WRITE-PLAN-DETAIL-EXIT
041600         VARYING WS-PART-SUB FROM 1 BY 1
041700         UNTIL WS-PART-SUB > WS-PARTITIONS.
041800     MOVE SPACES TO GEO3X3-PLAN-RECORD.
041900     SET GPLN-TRAILER TO TRUE.
042000     MOVE WS-WRITTEN-COUNT TO GPLN-WRITTEN-COUNT.
042100     MOVE WS-TOTAL-HASH TO GPLN-TOTAL-HASH.
042200     WRITE GEO3X3-PLAN-RECORD.
042300     IF WS-WRITTEN-COUNT NOT = WS-INPUT-COUNT
042400         DISPLAY "GEO3X3SL: GEO3X3TX CHANGED DURING THE SPLIT - "
042500             WS-INPUT-COUNT " COUNTED, " WS-WRITTEN-COUNT
042600             " WRITTEN"
042700         MOVE 16 TO RETURN-CODE
042800     END-IF.
042900 3000-WRITE-PLAN-EXIT.
043000     EXIT.
043100*
043200 3100-WRITE-PLAN-DETAIL.
043300     MOVE SPACES TO GEO3X3-PLAN-RECORD.
043400     SET GPLN-DETAIL TO TRUE.
043500     MOVE WS-PART-SUB TO GPLN-PARTITION-NO.
043600     MOVE WS-PLN-FIRST-SEQ (WS-PART-SUB) TO GPLN-FIRST-SEQ.
043700     MOVE WS-PLN-DONE (WS-PART-SUB) TO GPLN-RECORD-COUNT.
043800     MOVE WS-PLN-HASH (WS-PART-SUB) TO GPLN-ITEM-HASH.
043900     WRITE GEO3X3-PLAN-RECORD.
044000     IF WS-PLN-DONE (WS-PART-SUB) NOT = WS-PLN-SIZE (WS-PART-SUB)
044100         MOVE 16 TO RETURN-CODE
044200     END-IF.
044300 3100-WRITE-PLAN-DETAIL-EXIT.
044400     EXIT.
044500*
044600 8500-LOG-JOB-START.
044700     SET GJLP-START TO TRUE.
044800     MOVE "GEO3X3SL" TO GJLP-PROGRAM.
044900     MOVE ZEROS TO GJLP-READ-COUNT.
045000     MOVE ZEROS TO GJLP-WRITTEN-COUNT.
045100     MOVE ZEROS TO GJLP-REJECT-COUNT.
045200     MOVE ZEROS TO GJLP-RETURN-CODE.
045300     CALL "GEO3X3JW" USING GEO3X3-JOBLOG-DATA.
045400 8500-LOG-JOB-START-EXIT.
045500     EXIT.
045600*
045700 8600-LOG-JOB-END.
045800     SET GJLP-END TO TRUE.
045900     MOVE WS-INPUT-COUNT TO GJLP-READ-COUNT.
046000     MOVE WS-WRITTEN-COUNT TO GJLP-WRITTEN-COUNT.
046100     MOVE ZEROS TO GJLP-REJECT-COUNT.
046200     MOVE RETURN-CODE TO GJLP-RETURN-CODE.
046300     CALL "GEO3X3JW" USING GEO3X3-JOBLOG-DATA.
046310     MOVE GJLP-RETURN-CODE TO RETURN-CODE.
046400 8600-LOG-JOB-END-EXIT.
046500     EXIT.
046600*
046700 9000-TERMINATE.
046710     MOVE RETURN-CODE TO WS-STEP-RC.
046800     CLOSE GEO3X3-TRANS-FILE.
046900     CLOSE GEO3X3-PLAN-FILE.
047000     PERFORM 9050-CLOSE-PARTITION THRU 9050-CLOSE-PARTITION-EXIT
047100         VARYING WS-PART-SUB FROM 1 BY 1
047200         UNTIL WS-PART-SUB > WS-PARTITIONS.
047300     PERFORM 9100-RELEASE-RUN THRU 9100-RELEASE-RUN-EXIT.
047310     MOVE WS-STEP-RC TO RETURN-CODE.
047400     PERFORM 8600-LOG-JOB-END THRU 8600-LOG-JOB-END-EXIT.
047410     MOVE WS-STEP-RC TO RETURN-CODE.
047500 9000-TERMINATE-EXIT.
047600     EXIT.
047700*
047800 9050-CLOSE-PARTITION.
047900     EVALUATE WS-PART-SUB
048000         WHEN 1
048100             CLOSE GEO3X3-PART-1-FILE
048200         WHEN 2
048300             CLOSE GEO3X3-PART-2-FILE
048400         WHEN 3
048500             CLOSE GEO3X3-PART-3-FILE
048600         WHEN 4
048700             CLOSE GEO3X3-PART-4-FILE
048800         WHEN 5
048900             CLOSE GEO3X3-PART-5-FILE
049000         WHEN 6
049100             CLOSE GEO3X3-PART-6-FILE
049200         WHEN 7
049300             CLOSE GEO3X3-PART-7-FILE
049400         WHEN 8
049500             CLOSE GEO3X3-PART-8-FILE
049600     END-EVALUATE.
049700 9050-CLOSE-PARTITION-EXIT.
049800     EXIT.
049900*
050000 9100-RELEASE-RUN.
050100     MOVE 'D' TO GLCK-FUNCTION.
050200     CALL "GEO3X3LK" USING GEO3X3-LOCK-DATA.
050300 9100-RELEASE-RUN-EXIT.
050400     EXIT.
