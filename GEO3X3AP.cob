002380*                    SHARED GEO3X3JL JOB LOG (VIA GEO3X3JW)
002390*                    SO THE GEO3X3NS NIGHT SUMMARY CAN SHOW
002391*                    THE WHOLE STREAM ON ONE PAGE.
002392*    2026-10-05  DA  GEO3X3SE DAY SEALS BEFORE THE CUTOFF GO
002393*                    TO THE GEO3X3SG GENERATION FILED WITH
002394*                    ITS GEO3X3AV, THE REST STAY ON GEO3X3SE;
002395*                    SEAL COUNTS MUST BALANCE BEFORE EITHER
002396*                    LIVE FILE IS REWRITTEN.
002397*    2026-10-05  DA  STEP RC HELD ACROSS THE LOCK RELEASE AND
002398*                    JOB-LOG CALLS (RC 8 SHOWS ON GEO3X3NS).
002400*    ---------------------------------------------------
002500*
002600 ENVIRONMENT     DIVISION.
004600     SELECT GEO3X3-REPORT-FILE  ASSIGN TO GEO3X3PP
004700         ORGANIZATION       IS LINE SEQUENTIAL
004800         FILE STATUS        IS WS-REPORT-FILE-STATUS.
004805
004810     SELECT GEO3X3-SEAL-FILE    ASSIGN TO GEO3X3SE
004815         ORGANIZATION       IS LINE SEQUENTIAL
004820         FILE STATUS        IS WS-SEAL-FILE-STATUS.
004825
004830     SELECT GEO3X3-SEAL-ARCHIVE-FILE ASSIGN TO GEO3X3SG
004835         ORGANIZATION       IS LINE SEQUENTIAL
004840         FILE STATUS        IS WS-SEAL-ARCHIVE-STATUS.
004845
004850     SELECT GEO3X3-SEAL-WORK-FILE ASSIGN TO GEO3X3SW
004855         ORGANIZATION       IS LINE SEQUENTIAL
004860         FILE STATUS        IS WS-SEAL-WORK-STATUS.
004900*
005000 DATA            DIVISION.
005100 FILE            SECTION.
007000 FD  GEO3X3-REPORT-FILE
007100     RECORDING MODE IS F.
007200 01  GEO3X3-REPORT-LINE         PIC X(80).
007205
007210 FD  GEO3X3-SEAL-FILE
007215     RECORDING MODE IS F.
007220     COPY GEO3X3SE.
007225
007230 FD  GEO3X3-SEAL-ARCHIVE-FILE
007235     RECORDING MODE IS F.
007240 01  GEO3X3-SEAL-ARCHIVE-LINE   PIC X(80).
007245
007250 FD  GEO3X3-SEAL-WORK-FILE
007255     RECORDING MODE IS F.
007260 01  GEO3X3-SEAL-WORK-LINE      PIC X(80).
007300*
007400 WORKING-STORAGE SECTION.
007500 01  WS-AUDIT-FILE-STATUS       PIC X(02) VALUE SPACES.
007800 01  WS-CONTROL-FILE-STATUS     PIC X(02) VALUE SPACES.
007900     88  WS-CONTROL-FILE-OK             VALUE '00'.
008000 01  WS-REPORT-FILE-STATUS      PIC X(02) VALUE SPACES.
008010 01  WS-SEAL-FILE-STATUS        PIC X(02) VALUE SPACES.
008020     88  WS-SEAL-FILE-OK                VALUE '00'.
008030     88  WS-SEAL-FILE-NOT-FOUND         VALUE '35'.
008040 01  WS-SEAL-ARCHIVE-STATUS     PIC X(02) VALUE SPACES.
008050 01  WS-SEAL-WORK-STATUS        PIC X(02) VALUE SPACES.
008100 01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
008200     88  WS-EOF                         VALUE 'Y'.
008300 01  WS-BALANCED-SW             PIC X(01) VALUE 'N'.
008400     88  WS-BALANCED                    VALUE 'Y'.
008410 01  WS-SEAL-AVAIL-SW           PIC X(01) VALUE 'Y'.
008420     88  WS-SEAL-AVAILABLE              VALUE 'Y'.
008430 01  WS-SEALS-BALANCED-SW       PIC X(01) VALUE 'N'.
008440     88  WS-SEALS-BALANCED              VALUE 'Y'.
008450 01  WS-STEP-RC                 PIC 9(02) VALUE ZEROS.
008500 01  WS-RETENTION-DAYS          PIC 9(03) VALUE ZEROS.
008600 01  WS-TODAY-DATE              PIC 9(08) VALUE ZEROS.
008700 01  WS-CUTOFF-DATE             PIC 9(08) VALUE ZEROS.
009200 01  WS-ARCHIVE-VERIFY-COUNT    PIC 9(08) VALUE ZEROS.
009300 01  WS-RETAIN-VERIFY-COUNT     PIC 9(08) VALUE ZEROS.
009400 01  WS-RESTORE-COUNT           PIC 9(08) VALUE ZEROS.
009410 01  WS-SEAL-READ-COUNT         PIC 9(08) VALUE ZEROS.
009420 01  WS-SEAL-ARCHIVE-COUNT      PIC 9(08) VALUE ZEROS.
009430 01  WS-SEAL-RETAIN-COUNT       PIC 9(08) VALUE ZEROS.
009440 01  WS-SEAL-ARCH-VERIFY-COUNT  PIC 9(08) VALUE ZEROS.
009450 01  WS-SEAL-RETAIN-VERIFY-COUNT PIC 9(08) VALUE ZEROS.
009460 01  WS-SEAL-RESTORE-COUNT      PIC 9(08) VALUE ZEROS.
009500 01  WS-RPT-CUTOFF-LINE.
009600     03  FILLER                 PIC X(25) VALUE
009700         "AUDIT PURGE CUTOFF DATE: ".
011900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
012000     PERFORM 2000-SPLIT-AUDIT THRU 2000-SPLIT-AUDIT-EXIT
012100         UNTIL WS-EOF.
012110     PERFORM 2500-SPLIT-SEALS THRU 2500-SPLIT-SEALS-EXIT.
012200     PERFORM 3000-VERIFY-TOTALS THRU 3000-VERIFY-TOTALS-EXIT.
012300     IF WS-BALANCED
012400         PERFORM 4000-COMMIT-PURGE THRU 4000-COMMIT-PURGE-EXIT
013200 1000-INITIALIZE.
013205     PERFORM 8500-LOG-JOB-START THRU 8500-LOG-JOB-START-EXIT.
013210     PERFORM 1050-REGISTER-RUN THRU 1050-REGISTER-RUN-EXIT.
013220     PERFORM 1070-REGISTER-SEALS THRU 1070-REGISTER-SEALS-EXIT.
013300     PERFORM 1100-READ-RETENTION THRU 1100-READ-RETENTION-EXIT.
013400     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
013500     COMPUTE WS-CUTOFF-INTEGER =
016500         MOVE 16 TO RETURN-CODE
016600         STOP RUN
016700     END-IF.
016702*    NO SEAL FILE MEANS NO DAY HAS BEEN SEALED YET; THE
016704*    SEAL GENERATION IS STILL WRITTEN, EMPTY, SO EVERY
016706*    GEO3X3AV HAS ITS GEO3X3SG.
016708     OPEN INPUT  GEO3X3-SEAL-FILE.
016710     IF WS-SEAL-FILE-NOT-FOUND
016712         MOVE 'N' TO WS-SEAL-AVAIL-SW
016714     ELSE
016716         IF NOT WS-SEAL-FILE-OK
016718             DISPLAY "GEO3X3AP: UNABLE TO OPEN GEO3X3SE, "
016720                 "STATUS = " WS-SEAL-FILE-STATUS
016722             MOVE 16 TO RETURN-CODE
016724             STOP RUN
016726         END-IF
016728     END-IF.
016730     OPEN OUTPUT GEO3X3-SEAL-ARCHIVE-FILE.
016732     IF WS-SEAL-ARCHIVE-STATUS NOT = '00'
016734         DISPLAY "GEO3X3AP: UNABLE TO OPEN GEO3X3SG, STATUS = "
016736             WS-SEAL-ARCHIVE-STATUS
016738         MOVE 16 TO RETURN-CODE
016740         STOP RUN
016742     END-IF.
016744     OPEN OUTPUT GEO3X3-SEAL-WORK-FILE.
016746     IF WS-SEAL-WORK-STATUS NOT = '00'
016748         DISPLAY "GEO3X3AP: UNABLE TO OPEN GEO3X3SW, STATUS = "
016750             WS-SEAL-WORK-STATUS
016752         MOVE 16 TO RETURN-CODE
016754         STOP RUN
016756     END-IF.
016800     PERFORM 2100-READ-AUDIT THRU 2100-READ-AUDIT-EXIT.
016900 1000-INITIALIZE-EXIT.
017000     EXIT.
017027     END-IF.
017028 1060-ENQ-RESOURCE-EXIT.
017029     EXIT.
017034*
017039*    -----------------------------------------------------
017044*    1070-REGISTER-SEALS - THE DAY SEAL FILE IS REWRITTEN
017049*    ALONGSIDE THE TRAIL, SO IT IS HELD FOR UPDATE TOO.
017054*    -----------------------------------------------------
017059 1070-REGISTER-SEALS.
017064     MOVE "GEO3X3SE" TO GLCK-RESOURCE.
017069     MOVE 'U' TO GLCK-ACCESS.
017074     PERFORM 1060-ENQ-RESOURCE THRU 1060-ENQ-RESOURCE-EXIT.
017079 1070-REGISTER-SEALS-EXIT.
017084     EXIT.
017100*
017200*    -----------------------------------------------------
017300*    1100-READ-RETENTION - THE RETENTION PARAMETER IS
022800     EXIT.
022900*
023000*    -----------------------------------------------------
023002*    2500-SPLIT-SEALS - THE DAY SEALS FOLLOW THEIR RECORDS:
023004*    A SEAL FOR A DAY BEFORE THE CUTOFF GOES TO THE SEAL
023006*    GENERATION, THE REST TO THE SEAL WORK FILE.
023008*    -----------------------------------------------------
023010 2500-SPLIT-SEALS.
023012     IF NOT WS-SEAL-AVAILABLE
023014         GO TO 2500-SPLIT-SEALS-EXIT
023016     END-IF.
023018     MOVE 'N' TO WS-EOF-SW.
023020     PERFORM 2550-SPLIT-SEAL THRU 2550-SPLIT-SEAL-EXIT
023022         UNTIL WS-EOF.
023024 2500-SPLIT-SEALS-EXIT.
023026     EXIT.
023028*
023030 2550-SPLIT-SEAL.
023032     READ GEO3X3-SEAL-FILE
023034         AT END
023036             MOVE 'Y' TO WS-EOF-SW
023038             GO TO 2550-SPLIT-SEAL-EXIT
023040     END-READ.
023042     ADD 1 TO WS-SEAL-READ-COUNT.
023044     IF GSEL-AUDIT-DATE < WS-CUTOFF-DATE
023046         WRITE GEO3X3-SEAL-ARCHIVE-LINE FROM GEO3X3-SEAL-RECORD
023048         ADD 1 TO WS-SEAL-ARCHIVE-COUNT
023050     ELSE
023052         WRITE GEO3X3-SEAL-WORK-LINE FROM GEO3X3-SEAL-RECORD
023054         ADD 1 TO WS-SEAL-RETAIN-COUNT
023056     END-IF.
023058 2550-SPLIT-SEAL-EXIT.
023060     EXIT.
023062*
023064*    -----------------------------------------------------
023100*    3000-VERIFY-TOTALS - CLOSE AND RE-READ THE ARCHIVE
023200*    AND WORK FILES, COUNTING WHAT ACTUALLY LANDED ON
023300*    DISK; THE PURGE IS ONLY COMMITTED WHEN BOTH COUNTS
023800     CLOSE GEO3X3-AUDIT-FILE.
023900     CLOSE GEO3X3-ARCHIVE-FILE.
024000     CLOSE GEO3X3-WORK-FILE.
024010     IF WS-SEAL-AVAILABLE
024020         CLOSE GEO3X3-SEAL-FILE
024030     END-IF.
024040     CLOSE GEO3X3-SEAL-ARCHIVE-FILE.
024050     CLOSE GEO3X3-SEAL-WORK-FILE.
024100     OPEN INPUT GEO3X3-ARCHIVE-FILE.
024200     MOVE 'N' TO WS-EOF-SW.
024300     PERFORM 3100-COUNT-ARCHIVE THRU 3100-COUNT-ARCHIVE-EXIT
024800     PERFORM 3200-COUNT-WORK THRU 3200-COUNT-WORK-EXIT
024900         UNTIL WS-EOF.
025000     CLOSE GEO3X3-WORK-FILE.
025010     PERFORM 3300-VERIFY-SEALS THRU 3300-VERIFY-SEALS-EXIT.
025100     IF WS-ARCHIVE-VERIFY-COUNT = WS-ARCHIVE-COUNT
025200      AND WS-RETAIN-VERIFY-COUNT = WS-RETAIN-COUNT
025300      AND WS-READ-COUNT =
025400          WS-ARCHIVE-VERIFY-COUNT + WS-RETAIN-VERIFY-COUNT
025410      AND WS-SEALS-BALANCED
025500         MOVE 'Y' TO WS-BALANCED-SW
025600     END-IF.
025700 3000-VERIFY-TOTALS-EXIT.
027800     EXIT.
027900*
028000*    -----------------------------------------------------
028002*    3300-VERIFY-SEALS - THE SAME PROOF FOR THE SEALS: BOTH
028004*    PIECES RE-READ, EACH MATCHING PASS ONE, AND TOGETHER
028006*    MAKING UP EVERY SEAL READ.
028008*    -----------------------------------------------------
028010 3300-VERIFY-SEALS.
028012     OPEN INPUT GEO3X3-SEAL-ARCHIVE-FILE.
028014     MOVE 'N' TO WS-EOF-SW.
028016     PERFORM 3350-COUNT-SEAL-ARCHIVE
028018         THRU 3350-COUNT-SEAL-ARCHIVE-EXIT
028020         UNTIL WS-EOF.
028022     CLOSE GEO3X3-SEAL-ARCHIVE-FILE.
028024     OPEN INPUT GEO3X3-SEAL-WORK-FILE.
028026     MOVE 'N' TO WS-EOF-SW.
028028     PERFORM 3360-COUNT-SEAL-WORK THRU 3360-COUNT-SEAL-WORK-EXIT
028030         UNTIL WS-EOF.
028032     CLOSE GEO3X3-SEAL-WORK-FILE.
028034     IF WS-SEAL-ARCH-VERIFY-COUNT = WS-SEAL-ARCHIVE-COUNT
028036      AND WS-SEAL-RETAIN-VERIFY-COUNT = WS-SEAL-RETAIN-COUNT
028038      AND WS-SEAL-READ-COUNT =
028040          WS-SEAL-ARCH-VERIFY-COUNT + WS-SEAL-RETAIN-VERIFY-COUNT
028042         MOVE 'Y' TO WS-SEALS-BALANCED-SW
028044     END-IF.
028046 3300-VERIFY-SEALS-EXIT.
028048     EXIT.
028050*
028052 3350-COUNT-SEAL-ARCHIVE.
028054     READ GEO3X3-SEAL-ARCHIVE-FILE
028056         AT END
028058             MOVE 'Y' TO WS-EOF-SW
028060         NOT AT END
028062             ADD 1 TO WS-SEAL-ARCH-VERIFY-COUNT
028064     END-READ.
028066 3350-COUNT-SEAL-ARCHIVE-EXIT.
028068     EXIT.
028070*
028072 3360-COUNT-SEAL-WORK.
028074     READ GEO3X3-SEAL-WORK-FILE
028076         AT END
028078             MOVE 'Y' TO WS-EOF-SW
028080         NOT AT END
028082             ADD 1 TO WS-SEAL-RETAIN-VERIFY-COUNT
028084     END-READ.
028086 3360-COUNT-SEAL-WORK-EXIT.
028088     EXIT.
028090*
028092*    -----------------------------------------------------
028100*    4000-COMMIT-PURGE - TOTALS PROVED; REWRITE GEO3X3AU
028200*    FROM THE WORK FILE SO ONLY THE RETAINED RECORDS
028300*    REMAIN ON THE LIVE AUDIT TRAIL.
028310*    THE RETAINED SEALS LIKEWISE REWRITE GEO3X3SE.
028400*    -----------------------------------------------------
028500 4000-COMMIT-PURGE.
028600     OPEN OUTPUT GEO3X3-AUDIT-FILE.
029100         UNTIL WS-EOF.
029200     CLOSE GEO3X3-AUDIT-FILE.
029300     CLOSE GEO3X3-WORK-FILE.
029310     OPEN OUTPUT GEO3X3-SEAL-FILE.
029320     OPEN INPUT  GEO3X3-SEAL-WORK-FILE.
029330     MOVE 'N' TO WS-EOF-SW.
029340     PERFORM 4200-RESTORE-SEAL THRU 4200-RESTORE-SEAL-EXIT
029350         UNTIL WS-EOF.
029360     CLOSE GEO3X3-SEAL-FILE.
029370     CLOSE GEO3X3-SEAL-WORK-FILE.
029400 4000-COMMIT-PURGE-EXIT.
029500     EXIT.
029600*
030600 4100-RESTORE-RETAINED-EXIT.
030700     EXIT.
030800*
030805 4200-RESTORE-SEAL.
030810     READ GEO3X3-SEAL-WORK-FILE
030815         AT END
030820             MOVE 'Y' TO WS-EOF-SW
030825         NOT AT END
030830             MOVE GEO3X3-SEAL-WORK-LINE TO GEO3X3-SEAL-RECORD
030835             WRITE GEO3X3-SEAL-RECORD
030840             ADD 1 TO WS-SEAL-RESTORE-COUNT
030845     END-READ.
030850 4200-RESTORE-SEAL-EXIT.
030855     EXIT.
030860*
030900 5000-WRITE-REPORT.
031000     MOVE WS-CUTOFF-DATE TO WS-RPT-CUTOFF.
031100     MOVE WS-RETENTION-DAYS TO WS-RPT-DAYS.
031900     MOVE "RECORDS RETAINED:   " TO WS-RPT-COUNT-LABEL.
032000     MOVE WS-RETAIN-VERIFY-COUNT TO WS-RPT-COUNT.
032100     WRITE GEO3X3-REPORT-LINE FROM WS-RPT-COUNT-LINE.
032110     MOVE "SEALS ARCHIVED:     " TO WS-RPT-COUNT-LABEL.
032120     MOVE WS-SEAL-ARCH-VERIFY-COUNT TO WS-RPT-COUNT.
032130     WRITE GEO3X3-REPORT-LINE FROM WS-RPT-COUNT-LINE.
032140     MOVE "SEALS RETAINED:     " TO WS-RPT-COUNT-LABEL.
032150     MOVE WS-SEAL-RETAIN-VERIFY-COUNT TO WS-RPT-COUNT.
032160     WRITE GEO3X3-REPORT-LINE FROM WS-RPT-COUNT-LINE.
032200     IF WS-BALANCED
032300         MOVE "RECORDS RESTORED:   " TO WS-RPT-COUNT-LABEL
032400         MOVE WS-RESTORE-COUNT TO WS-RPT-COUNT
032410         WRITE GEO3X3-REPORT-LINE FROM WS-RPT-COUNT-LINE
032420         MOVE "SEALS RESTORED:     " TO WS-RPT-COUNT-LABEL
032430         MOVE WS-SEAL-RESTORE-COUNT TO WS-RPT-COUNT
032500         WRITE GEO3X3-REPORT-LINE FROM WS-RPT-COUNT-LINE
032600         MOVE "TOTALS BALANCED - PURGE COMMITTED"
032700             TO WS-RPT-VERDICT
033502*
033600 9000-TERMINATE.
033700     CLOSE GEO3X3-REPORT-FILE.
033705     MOVE RETURN-CODE TO WS-STEP-RC.
033710     PERFORM 9100-RELEASE-RUN THRU 9100-RELEASE-RUN-EXIT.
033715     MOVE WS-STEP-RC TO RETURN-CODE.
033720     PERFORM 8600-LOG-JOB-END THRU 8600-LOG-JOB-END-EXIT.
033730     MOVE WS-STEP-RC TO RETURN-CODE.
033800 9000-TERMINATE-EXIT.
033900     EXIT.
033910*
