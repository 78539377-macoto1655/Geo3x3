003480*                    SHARED GEO3X3JL JOB LOG (VIA GEO3X3JW)
003490*                    SO THE GEO3X3NS NIGHT SUMMARY CAN SHOW
003491*                    THE WHOLE STREAM ON ONE PAGE.
003492*    2026-10-05  DA  GEO3X3RT RETURN FILE, ONE GROUP PER SENDER,
003493*                    BUILT FROM THE GEO3X3RW WORK FILE.
003494*    2026-10-05  DA  PARTITION NUMBER ON THE GEO3X3RC CARD RUNS
003495*                    ONE PARTITION OF A PARTITIONED TRANSLATION
003496*                    FOR GEO3X3MG TO MERGE.
003497*    2026-10-15  DA  STEP RC HELD THROUGH 9000-TERMINATE; BAD
003498*                    PARTITION CARD LOGGED; PARAGRAPHS 1187 AND
003499*                    9200-9350 RENUMBERED INTO ORDER.
003500*    ---------------------------------------------------
003600*
003700 ENVIRONMENT     DIVISION.
005700     SELECT GEO3X3-REPORT-TEMP-FILE ASSIGN TO GEO3X3PX
005800         ORGANIZATION       IS LINE SEQUENTIAL
005900         FILE STATUS        IS WS-REPORT-TEMP-STATUS.
005910
005920     SELECT GEO3X3-RETURN-WORK-FILE ASSIGN TO GEO3X3RW
005930         ORGANIZATION       IS LINE SEQUENTIAL
005940         FILE STATUS        IS WS-RETURN-WORK-STATUS.
005950
005960     SELECT GEO3X3-RETURN-FILE  ASSIGN TO GEO3X3RT
005970         ORGANIZATION       IS LINE SEQUENTIAL
005980         FILE STATUS        IS WS-RETURN-FILE-STATUS.
006000*
006100 DATA            DIVISION.
006200 FILE            SECTION.
007600     RECORDING MODE IS F.
007700 01  GEO3X3-CONTROL-RECORD.
007800     03  GCTL-CHECKPOINT-INTERVAL PIC 9(05).
007810     03  FILLER                 PIC X(01).
007820     03  GCTL-PARTITION-NO      PIC X(01).
007900*
008000 FD  GEO3X3-REPORT-TEMP-FILE
008100     RECORDING MODE IS F.
008200 01  GEO3X3-REPORT-TEMP-LINE    PIC X(80).
008210*
008220 FD  GEO3X3-RETURN-WORK-FILE
008230     RECORDING MODE IS F.
008240 01  GEO3X3-RETURN-WORK-LINE    PIC X(80).
008250*
008260 FD  GEO3X3-RETURN-FILE
008270     RECORDING MODE IS F.
008280 01  GEO3X3-RETURN-LINE         PIC X(80).
008300*
008400 WORKING-STORAGE SECTION.
008500 01  WS-TRANS-FILE-STATUS       PIC X(02) VALUE SPACES.
009000     88  WS-CONTROL-FILE-OK             VALUE '00'.
009100 01  WS-REPORT-TEMP-STATUS      PIC X(02) VALUE SPACES.
009200     88  WS-REPORT-TEMP-OK              VALUE '00'.
009210 01  WS-RETURN-WORK-STATUS      PIC X(02) VALUE SPACES.
009220 01  WS-RETURN-FILE-STATUS      PIC X(02) VALUE SPACES.
009230 01  WS-RETURN-EOF-SW           PIC X(01) VALUE 'N'.
009240     88  WS-RETURN-EOF                  VALUE 'Y'.
009250 01  WS-RUN-DATE                PIC 9(08) VALUE ZEROS.
009260 01  WS-SENDER-COUNT            PIC 9(03) COMP VALUE ZEROS.
009270 01  WS-SENDER-SUB              PIC 9(03) COMP VALUE ZEROS.
009280 01  WS-FOUND-SUB               PIC 9(03) COMP VALUE ZEROS.
009290 01  WS-GROUP-DETAIL-COUNT      PIC 9(08) VALUE ZEROS.
009291 01  WS-SENDER-TABLE.
009292     03  WS-SND-ID              PIC X(08) OCCURS 100 TIMES.
009300 01  WS-REPORT-COPY-COUNT       PIC 9(08) VALUE ZEROS.
009400 01  WS-REPORT-COPY-EOF-SW      PIC X(01) VALUE 'N'.
009500     88  WS-REPORT-COPY-EOF             VALUE 'Y'.
010600 01  WS-CHECKPOINT-INTERVAL     PIC 9(05) VALUE 100.
010700 01  WS-CKPT-QUOTIENT           PIC 9(08) VALUE ZEROS.
010800 01  WS-CKPT-REMAINDER          PIC 9(05) VALUE ZEROS.
010805*    SET FROM THE GEO3X3RC CARD WHEN THIS RUN IS ONE
010810*    PARTITION OF A PARTITIONED TRANSLATION (SEE GEO3X3SL).
010815 01  WS-PARTITION-NO            PIC 9(01) VALUE ZEROS.
010820     88  WS-PARTITION-RUN               VALUE 1 THRU 8.
010825 01  WS-PART-RESOURCE.
010830     03  FILLER                 PIC X(07) VALUE "GEO3X3P".
010835     03  WS-PART-RES-NO         PIC 9(01).
010840 01  WS-PART-PROGRAM.
010845     03  FILLER                 PIC X(08) VALUE "GEO3X3RP".
010850     03  WS-PART-PGM-NO         PIC 9(01).
010860 01  WS-BAD-PARTITION-SW        PIC X(01) VALUE 'N'.
010870     88  WS-BAD-PARTITION               VALUE 'Y'.
010880 01  WS-STEP-RC                 PIC 9(02) VALUE ZEROS.
010900 01  WS-RPT-DETAIL-LINE.
011000     03  FILLER                 PIC X(06) VALUE "ITEM: ".
011100     03  WS-RPT-ITEM            PIC 9(03).
012000     03  WS-RPT-TOTAL           PIC ZZZZZZZ9.
012100     03  FILLER                 PIC X(52).
012200*
012210     COPY GEO3X3RT.
012220*
012300     COPY GEO3X3D.
012310*
012320     COPY GEO3X3LD.
013400     PERFORM 2000-PROCESS-RECORDS THRU 2000-PROCESS-RECORDS-EXIT
013500         UNTIL WS-EOF.
013600     PERFORM 3000-WRITE-SUMMARY THRU 3000-WRITE-SUMMARY-EXIT.
013610     PERFORM 9200-BUILD-RETURN-FILE
013620         THRU 9200-BUILD-RETURN-FILE-EXIT.
013700     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
013800     STOP RUN.
013900*
014000 1000-INITIALIZE.
014002     PERFORM 1150-READ-CHECKPOINT-INTERVAL
014004         THRU 1150-READ-CHECKPOINT-INTERVAL-EXIT.
014005     PERFORM 8500-LOG-JOB-START THRU 8500-LOG-JOB-START-EXIT.
014007     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
014008     IF WS-BAD-PARTITION
014009         MOVE 16 TO RETURN-CODE
014010         MOVE RETURN-CODE TO WS-STEP-RC
014011         PERFORM 8600-LOG-JOB-END THRU 8600-LOG-JOB-END-EXIT
014012         MOVE WS-STEP-RC TO RETURN-CODE
014013         STOP RUN
014014     END-IF.
014017     IF WS-PARTITION-RUN
014027         PERFORM 1070-REGISTER-PARTITION
014037             THRU 1070-REGISTER-PARTITION-EXIT
014047     ELSE
014057         PERFORM 1050-REGISTER-RUN THRU 1050-REGISTER-RUN-EXIT
014067     END-IF.
014300     OPEN INPUT  GEO3X3-TRANS-FILE.
014400     IF WS-TRANS-FILE-STATUS NOT = '00'
014500         DISPLAY "GEO3X3RPT: UNABLE TO OPEN GEO3X3TX, STATUS = "
016100         MOVE 16 TO RETURN-CODE
016200         STOP RUN
016300     END-IF.
016310     IF WS-RESTART-REQUESTED
016320         PERFORM 1187-REBUILD-RETURN-FOR-RESTART
016330             THRU 1187-REBUILD-RETURN-FOR-RESTART-EXIT
016340         OPEN EXTEND GEO3X3-RETURN-WORK-FILE
016350     ELSE
016360         OPEN OUTPUT GEO3X3-RETURN-WORK-FILE
016370     END-IF.
016380     IF WS-RETURN-WORK-STATUS NOT = '00'
016390         DISPLAY "GEO3X3RPT: UNABLE TO OPEN GEO3X3RW, STATUS = "
016391             WS-RETURN-WORK-STATUS
016392         MOVE 16 TO RETURN-CODE
016393         STOP RUN
016394     END-IF.
016400     PERFORM 2100-READ-TRANS THRU 2100-READ-TRANS-EXIT.
016500     IF WS-SKIP-COUNT > 0
016600         PERFORM 1200-SKIP-PROCESSED THRU 1200-SKIP-PROCESSED-EXIT
017033     END-IF.
017034 1060-ENQ-RESOURCE-EXIT.
017035     EXIT.
017037*
017039*    -----------------------------------------------------
017041*    1070-REGISTER-PARTITION - A PARTITION RUN NEVER TOUCHES
017043*    THE LIVE AUDIT TRAIL OR THE WHOLE-FILE CHECKPOINT; ITS
017045*    FILES ARE ALL ITS OWN AND ARE COVERED BY ONE PARTITION
017047*    LOCK, SO THE PARTITIONS CAN RUN SIDE BY SIDE.
017049*    -----------------------------------------------------
017051 1070-REGISTER-PARTITION.
017053     MOVE "GEO3X3RPT" TO GLCK-PROGRAM.
017055     MOVE "GEO3X3MS" TO GLCK-RESOURCE.
017057     MOVE 'R' TO GLCK-ACCESS.
017059     PERFORM 1060-ENQ-RESOURCE THRU 1060-ENQ-RESOURCE-EXIT.
017061     MOVE WS-PARTITION-NO TO WS-PART-RES-NO.
017063     MOVE WS-PART-RESOURCE TO GLCK-RESOURCE.
017065     MOVE 'U' TO GLCK-ACCESS.
017067     PERFORM 1060-ENQ-RESOURCE THRU 1060-ENQ-RESOURCE-EXIT.
017069 1070-REGISTER-PARTITION-EXIT.
017071     EXIT.
017100*
017200*    -----------------------------------------------------
017300*    1100-CHECK-RESTART - A GEO3X3CK CHECKPOINT FILE LEFT
019600*    CURRENT CHECKPOINT INTERVAL SO IT CAN BE TUNED WITHOUT
019700*    A PROGRAM CHANGE; IF IT IS MISSING OR EMPTY THE BUILT-IN
019800*    DEFAULT ABOVE IS USED.
019810*    COLUMN 7 OF THE CARD, WHEN SET, IS THE PARTITION
019820*    THIS RUN TRANSLATES (SEE GEO3X3SL AND GEO3X3MG).
019900*    -----------------------------------------------------
020000 1150-READ-CHECKPOINT-INTERVAL.
020100     OPEN INPUT GEO3X3-CONTROL-FILE.
020800                     MOVE GCTL-CHECKPOINT-INTERVAL
020900                         TO WS-CHECKPOINT-INTERVAL
021000                 END-IF
021010                 IF GCTL-PARTITION-NO NOT = SPACE
021020                     PERFORM 1160-SET-PARTITION
021030                         THRU 1160-SET-PARTITION-EXIT
021040                 END-IF
021100         END-READ
021200         CLOSE GEO3X3-CONTROL-FILE
021300     END-IF.
021400 1150-READ-CHECKPOINT-INTERVAL-EXIT.
021500     EXIT.
021505*
021510*    -----------------------------------------------------
021515*    1160-SET-PARTITION - ONLY PARTITIONS 1 TO 8 EXIST; ANY
021520*    OTHER VALUE IS A BAD CARD, AND RUNNING THE STEP AS A
021525*    WHOLE-FILE RUN AGAINST ONE PARTITION'S FILES WOULD
021530*    SEND AN INCOMPLETE RETURN FILE. THE STEP IS ENDED
021532*    IN 1000-INITIALIZE ONCE THE JOB LOG HAS ITS START
021534*    RECORD, SO THE REJECTED RUN STILL SHOWS ON GEO3X3JL.
021535*    -----------------------------------------------------
021540 1160-SET-PARTITION.
021545     IF GCTL-PARTITION-NO < '1' OR GCTL-PARTITION-NO > '8'
021550         DISPLAY "GEO3X3RPT: GEO3X3RC PARTITION MUST BE 1 TO 8: "
021555             GCTL-PARTITION-NO
021560         MOVE 'Y' TO WS-BAD-PARTITION-SW
021565         GO TO 1160-SET-PARTITION-EXIT
021570     END-IF.
021575     MOVE GCTL-PARTITION-NO TO WS-PARTITION-NO.
021580 1160-SET-PARTITION-EXIT.
021585     EXIT.
021600*
021700*    -----------------------------------------------------
021800*    1175-REBUILD-REPORT-FOR-RESTART - TRIM GEO3X3PR BACK TO
026200     END-READ.
026300 1185-RESTORE-REPORT-LINE-EXIT.
026400     EXIT.
026401*
026402*    -----------------------------------------------------
026403*    1187-REBUILD-RETURN-FOR-RESTART - THE GEO3X3RW RETURN
026404*    WORK FILE GETS ONE LINE PER TRANSACTION JUST AS
026405*    GEO3X3PR DOES, SO IT IS TRIMMED BACK TO WS-SKIP-COUNT
026406*    LINES THROUGH THE SAME GEO3X3PX WORK FILE; OTHERWISE
026407*    A TRANSACTION REDONE AFTER THE CHECKPOINT WOULD GO
026408*    BACK TO ITS SENDER TWICE.
026409*    -----------------------------------------------------
026410 1187-REBUILD-RETURN-FOR-RESTART.
026411     MOVE 0 TO WS-REPORT-COPY-COUNT.
026412     MOVE 'N' TO WS-REPORT-COPY-EOF-SW.
026413     OPEN INPUT  GEO3X3-RETURN-WORK-FILE.
026414     OPEN OUTPUT GEO3X3-REPORT-TEMP-FILE.
026415     PERFORM 1190-COPY-RETURN-LINE THRU 1190-COPY-RETURN-LINE-EXIT
026416         UNTIL WS-REPORT-COPY-EOF
026417            OR WS-REPORT-COPY-COUNT = WS-SKIP-COUNT.
026418     CLOSE GEO3X3-RETURN-WORK-FILE.
026419     CLOSE GEO3X3-REPORT-TEMP-FILE.
026420     OPEN OUTPUT GEO3X3-RETURN-WORK-FILE.
026421     OPEN INPUT  GEO3X3-REPORT-TEMP-FILE.
026422     MOVE 'N' TO WS-REPORT-COPY-EOF-SW.
026423     PERFORM 1195-RESTORE-RETURN-LINE
026424         THRU 1195-RESTORE-RETURN-LINE-EXIT
026425         UNTIL WS-REPORT-COPY-EOF.
026426     CLOSE GEO3X3-RETURN-WORK-FILE.
026427     CLOSE GEO3X3-REPORT-TEMP-FILE.
026428 1187-REBUILD-RETURN-FOR-RESTART-EXIT.
026429     EXIT.
026430*
026431 1190-COPY-RETURN-LINE.
026432     READ GEO3X3-RETURN-WORK-FILE
026433         AT END
026434             MOVE 'Y' TO WS-REPORT-COPY-EOF-SW
026435         NOT AT END
026436             ADD 1 TO WS-REPORT-COPY-COUNT
026437             WRITE GEO3X3-REPORT-TEMP-LINE
026438                 FROM GEO3X3-RETURN-WORK-LINE
026439     END-READ.
026440 1190-COPY-RETURN-LINE-EXIT.
026441     EXIT.
026442*
026443 1195-RESTORE-RETURN-LINE.
026444     READ GEO3X3-REPORT-TEMP-FILE
026445         AT END
026446             MOVE 'Y' TO WS-REPORT-COPY-EOF-SW
026447         NOT AT END
026448             WRITE GEO3X3-RETURN-WORK-LINE
026449                 FROM GEO3X3-REPORT-TEMP-LINE
026450     END-READ.
026451 1195-RESTORE-RETURN-LINE-EXIT.
026452     EXIT.
026500*
026600 1200-SKIP-PROCESSED.
026700     ADD 1 TO WS-RECORD-COUNT.
030400     MOVE GEO3X3-RESULT TO WS-RPT-RESULT.
030500     MOVE GEO3X3-STATUS TO WS-RPT-STATUS.
030600     WRITE GEO3X3-REPORT-LINE FROM WS-RPT-DETAIL-LINE.
030610     MOVE SPACES TO GEO3X3-RETURN-RECORD.
030620     SET GRTN-DETAIL TO TRUE.
030630     MOVE GTRN-SENDER-ID TO GRTN-SENDER-ID.
030640     MOVE GTRN-TRANS-REF TO GRTN-TRANS-REF.
030650     MOVE GTRN-ITEM-CODE TO GRTN-ITEM-CODE.
030660     MOVE GEO3X3-RESULT TO GRTN-RESULT-CODE.
030670     MOVE GEO3X3-STATUS TO GRTN-STATUS.
030680     WRITE GEO3X3-RETURN-WORK-LINE FROM GEO3X3-RETURN-RECORD.
030700 2200-TRANSLATE-RECORD-EXIT.
030800     EXIT.
030900*
032620 8500-LOG-JOB-START.
032630     SET GJLP-START TO TRUE.
032640     MOVE "GEO3X3RPT" TO GJLP-PROGRAM.
032642     IF WS-PARTITION-RUN
032644         MOVE WS-PARTITION-NO TO WS-PART-PGM-NO
032646         MOVE WS-PART-PROGRAM TO GJLP-PROGRAM
032648     END-IF.
032650     MOVE ZEROS TO GJLP-READ-COUNT.
032660     MOVE ZEROS TO GJLP-WRITTEN-COUNT.
032670     MOVE ZEROS TO GJLP-REJECT-COUNT.
033100*    IT IS A RESTART.
033200*    -----------------------------------------------------
033300 9000-TERMINATE.
033310     MOVE RETURN-CODE TO WS-STEP-RC.
033400     CLOSE GEO3X3-TRANS-FILE.
033500     CLOSE GEO3X3-REPORT-FILE.
033600     OPEN OUTPUT GEO3X3-CHECKPOINT-FILE.
033700     CLOSE GEO3X3-CHECKPOINT-FILE.
033710     PERFORM 9100-RELEASE-RUN THRU 9100-RELEASE-RUN-EXIT.
033715     MOVE WS-STEP-RC TO RETURN-CODE.
033720     PERFORM 8600-LOG-JOB-END THRU 8600-LOG-JOB-END-EXIT.
033730     MOVE WS-STEP-RC TO RETURN-CODE.
033800 9000-TERMINATE-EXIT.
033900     EXIT.
033910*
033940     CALL "GEO3X3LK" USING GEO3X3-LOCK-DATA.
033950 9100-RELEASE-RUN-EXIT.
033960     EXIT.
034000*
034100*    -----------------------------------------------------
034200*    9200-BUILD-RETURN-FILE - LIST THE SENDERS FOUND ON THE
034300*    RETURN WORK FILE IN ORDER OF FIRST APPEARANCE, THEN
034400*    WRITE ONE COMPLETE GROUP PER SENDER: HEADER, THAT
034500*    SENDER'S DETAILS IN INPUT ORDER, TRAILER COUNT.
034510*    A PARTITION RUN ONLY CLOSES ITS GEO3X3RW SEGMENT;
034520*    GEO3X3MG BUILDS GEO3X3RT ONCE ALL ARE MERGED.
034600*    -----------------------------------------------------
034700 9200-BUILD-RETURN-FILE.
034800     CLOSE GEO3X3-RETURN-WORK-FILE.
034810     IF WS-PARTITION-RUN
034820         GO TO 9200-BUILD-RETURN-FILE-EXIT
034830     END-IF.
034900     OPEN INPUT  GEO3X3-RETURN-WORK-FILE.
035000     MOVE 'N' TO WS-RETURN-EOF-SW.
035100     PERFORM 9250-NOTE-SENDER THRU 9250-NOTE-SENDER-EXIT
035200         UNTIL WS-RETURN-EOF.
035300     CLOSE GEO3X3-RETURN-WORK-FILE.
035400     OPEN OUTPUT GEO3X3-RETURN-FILE.
035500     IF WS-RETURN-FILE-STATUS NOT = '00'
035600         DISPLAY "GEO3X3RPT: UNABLE TO OPEN GEO3X3RT, STATUS = "
035700             WS-RETURN-FILE-STATUS
035800         MOVE 16 TO RETURN-CODE
035900         GO TO 9200-BUILD-RETURN-FILE-EXIT
036000     END-IF.
036100     PERFORM 9300-WRITE-SENDER-GROUP
036200         THRU 9300-WRITE-SENDER-GROUP-EXIT
036300         VARYING WS-SENDER-SUB FROM 1 BY 1
036400         UNTIL WS-SENDER-SUB > WS-SENDER-COUNT.
036500     CLOSE GEO3X3-RETURN-FILE.
036600 9200-BUILD-RETURN-FILE-EXIT.
036700     EXIT.
036800*
036900 9250-NOTE-SENDER.
037000     READ GEO3X3-RETURN-WORK-FILE INTO GEO3X3-RETURN-RECORD
037100         AT END
037200             MOVE 'Y' TO WS-RETURN-EOF-SW
037300             GO TO 9250-NOTE-SENDER-EXIT
037400     END-READ.
037500     MOVE ZEROS TO WS-FOUND-SUB.
037600     PERFORM 9260-FIND-SENDER THRU 9260-FIND-SENDER-EXIT
037700         VARYING WS-SENDER-SUB FROM 1 BY 1
037800         UNTIL WS-SENDER-SUB > WS-SENDER-COUNT
037900            OR WS-FOUND-SUB > 0.
038000     IF WS-FOUND-SUB = 0
038100         IF WS-SENDER-COUNT < 100
038200             ADD 1 TO WS-SENDER-COUNT
038300             MOVE GRTN-SENDER-ID TO WS-SND-ID (WS-SENDER-COUNT)
038400         ELSE
038500             DISPLAY "GEO3X3RPT: SENDER TABLE FULL, "
038600                 GRTN-SENDER-ID " NOT RETURNED"
038700             MOVE 16 TO RETURN-CODE
038800         END-IF
038900     END-IF.
039000 9250-NOTE-SENDER-EXIT.
039100     EXIT.
039200*
039300 9260-FIND-SENDER.
039400     IF WS-SND-ID (WS-SENDER-SUB) = GRTN-SENDER-ID
039500         MOVE WS-SENDER-SUB TO WS-FOUND-SUB
039600     END-IF.
039700 9260-FIND-SENDER-EXIT.
039800     EXIT.
039900*
040000 9300-WRITE-SENDER-GROUP.
040100     MOVE ZEROS TO WS-GROUP-DETAIL-COUNT.
040200     MOVE SPACES TO GEO3X3-RETURN-RECORD.
040300     SET GRTN-HEADER TO TRUE.
040400     MOVE WS-SND-ID (WS-SENDER-SUB) TO GRTN-SENDER-ID.
040500     MOVE WS-RUN-DATE TO GRTN-RUN-DATE.
040600     WRITE GEO3X3-RETURN-LINE FROM GEO3X3-RETURN-RECORD.
040700     OPEN INPUT  GEO3X3-RETURN-WORK-FILE.
040800     MOVE 'N' TO WS-RETURN-EOF-SW.
040900     PERFORM 9350-COPY-SENDER-DETAIL
041000         THRU 9350-COPY-SENDER-DETAIL-EXIT
041100         UNTIL WS-RETURN-EOF.
041200     CLOSE GEO3X3-RETURN-WORK-FILE.
041300     MOVE SPACES TO GEO3X3-RETURN-RECORD.
041400     SET GRTN-TRAILER TO TRUE.
041500     MOVE WS-SND-ID (WS-SENDER-SUB) TO GRTN-SENDER-ID.
041600     MOVE WS-GROUP-DETAIL-COUNT TO GRTN-RECORD-COUNT.
041700     WRITE GEO3X3-RETURN-LINE FROM GEO3X3-RETURN-RECORD.
041800 9300-WRITE-SENDER-GROUP-EXIT.
041900     EXIT.
042000*
042100 9350-COPY-SENDER-DETAIL.
042200     READ GEO3X3-RETURN-WORK-FILE INTO GEO3X3-RETURN-RECORD
042300         AT END
042400             MOVE 'Y' TO WS-RETURN-EOF-SW
042500             GO TO 9350-COPY-SENDER-DETAIL-EXIT
042600     END-READ.
042700     IF GRTN-SENDER-ID = WS-SND-ID (WS-SENDER-SUB)
042800         ADD 1 TO WS-GROUP-DETAIL-COUNT
042900         WRITE GEO3X3-RETURN-LINE FROM GEO3X3-RETURN-RECORD
043000     END-IF.
043100 9350-COPY-SENDER-DETAIL-EXIT.
043200     EXIT.
