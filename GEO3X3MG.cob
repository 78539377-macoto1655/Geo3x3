000100*> GEO3X3MG
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.     GEO3X3MG.
000400 AUTHOR.         DATA ADMINISTRATION.
000500 INSTALLATION.   GEO SYSTEMS.
000600 DATE-WRITTEN.   2026-10-05.
000700 DATE-COMPILED.  2026-10-05.
000800*
000900*    ---------------------------------------------------
001000*    MODIFICATION HISTORY
001100*    ---------------------------------------------------
001200*    2026-10-05  DA  ORIGINAL - MERGE STEP OF THE
001300*                    PARTITIONED TRANSLATION RUN. PROVES
001400*                    EVERY PARTITION NAMED ON THE GEO3X3PA
001500*                    PLAN CAME BACK WHOLE - ITS REPORT
001600*                    SEGMENT (GEO3X3R1-R8), RETURN SEGMENT
001700*                    (GEO3X3W1-W8) AND AUDIT SEGMENT
001800*                    (GEO3X3A1-A8) MUST EACH HOLD AS MANY
001900*                    TRANSACTIONS, WITH THE SAME ITEM-CODE
002000*                    HASH, AS THE SPLIT PUT IN. ONLY WHEN
002100*                    ALL BALANCE ARE THE SEGMENTS PUT BACK
002200*                    TOGETHER IN PARTITION ORDER, WHICH IS
002300*                    INPUT ORDER: ONE GEO3X3PR REPORT WITH
002400*                    ONE SUMMARY LINE, THE AUDIT SEGMENTS
002500*                    APPENDED TO THE LIVE GEO3X3AU TRAIL,
002600*                    AND GEO3X3RW AND THE GEO3X3RT RETURN
002700*                    FILE BUILT JUST AS A WHOLE-FILE
002800*                    GEO3X3RPT RUN BUILDS THEM, SO GEO3X3RN,
002900*                    GEO3X3AS AND GEO3X3GR SEE THE SAME DAY
003000*                    EITHER WAY. THE AUDIT SEGMENTS ARE THEN
003100*                    EMPTIED SO A RERUN CANNOT APPEND THEM
003200*                    TWICE. CONTROL TOTALS GO TO GEO3X3PQ.
003210*    2026-10-15  DA  THE STEP'S RETURN CODE IS PUT BACK
003220*                    AFTER THE JOB-LOG CALL, SO A RUN
003230*                    REFUSED OR STOPPED EARLY NO LONGER
003240*                    ENDS RC 0.
003245*    2026-10-15  DA  A PARTITION PLANNED WITH NO
003250*                    TRANSACTIONS NEVER OPENS ITS AUDIT
003255*                    SEGMENT; A SEGMENT NOT FOUND FOR SUCH A
003260*                    PARTITION IS NOW PROVEN AND MERGED AS
003265*                    EMPTY INSTEAD OF STOPPING THE MERGE AS
003270*                    MISSING.
003300*    ---------------------------------------------------
003400*
003500 ENVIRONMENT     DIVISION.
003600*
003700 INPUT-OUTPUT    SECTION.
003800 FILE-CONTROL.
003900     SELECT GEO3X3-PLAN-FILE    ASSIGN TO GEO3X3PA
004000         ORGANIZATION       IS LINE SEQUENTIAL
004100         FILE STATUS        IS WS-PLAN-FILE-STATUS.
004200
004300     SELECT GEO3X3-REPORT-FILE  ASSIGN TO GEO3X3PR
004400         ORGANIZATION       IS LINE SEQUENTIAL
004500         FILE STATUS        IS WS-REPORT-FILE-STATUS.
004600
004700     SELECT GEO3X3-AUDIT-FILE   ASSIGN TO GEO3X3AU
004800         ORGANIZATION       IS LINE SEQUENTIAL
004900         FILE STATUS        IS WS-AUDIT-FILE-STATUS.
005000
005100     SELECT GEO3X3-RETURN-WORK-FILE ASSIGN TO GEO3X3RW
005200         ORGANIZATION       IS LINE SEQUENTIAL
005300         FILE STATUS        IS WS-RETURN-WORK-STATUS.
005400
005500     SELECT GEO3X3-RETURN-FILE  ASSIGN TO GEO3X3RT
005600         ORGANIZATION       IS LINE SEQUENTIAL
005700         FILE STATUS        IS WS-RETURN-FILE-STATUS.
005800
005900     SELECT GEO3X3-MERGE-FILE   ASSIGN TO GEO3X3PQ
006000         ORGANIZATION       IS LINE SEQUENTIAL
006100         FILE STATUS        IS WS-MERGE-FILE-STATUS.
006200
006300     SELECT GEO3X3-RSEG-1-FILE ASSIGN TO GEO3X3R1
006400         ORGANIZATION       IS LINE SEQUENTIAL
006500         FILE STATUS        IS WS-SEG-FILE-STATUS.
006600
006700     SELECT GEO3X3-RSEG-2-FILE ASSIGN TO GEO3X3R2
006800         ORGANIZATION       IS LINE SEQUENTIAL
006900         FILE STATUS        IS WS-SEG-FILE-STATUS.
007000
007100     SELECT GEO3X3-RSEG-3-FILE ASSIGN TO GEO3X3R3
007200         ORGANIZATION       IS LINE SEQUENTIAL
007300         FILE STATUS        IS WS-SEG-FILE-STATUS.
007400
007500     SELECT GEO3X3-RSEG-4-FILE ASSIGN TO GEO3X3R4
007600         ORGANIZATION       IS LINE SEQUENTIAL
007700         FILE STATUS        IS WS-SEG-FILE-STATUS.
007800
007900     SELECT GEO3X3-RSEG-5-FILE ASSIGN TO GEO3X3R5
008000         ORGANIZATION       IS LINE SEQUENTIAL
008100         FILE STATUS        IS WS-SEG-FILE-STATUS.
008200
008300     SELECT GEO3X3-RSEG-6-FILE ASSIGN TO GEO3X3R6
008400         ORGANIZATION       IS LINE SEQUENTIAL
008500         FILE STATUS        IS WS-SEG-FILE-STATUS.
008600
008700     SELECT GEO3X3-RSEG-7-FILE ASSIGN TO GEO3X3R7
008800         ORGANIZATION       IS LINE SEQUENTIAL
008900         FILE STATUS        IS WS-SEG-FILE-STATUS.
009000
009100     SELECT GEO3X3-RSEG-8-FILE ASSIGN TO GEO3X3R8
009200         ORGANIZATION       IS LINE SEQUENTIAL
009300         FILE STATUS        IS WS-SEG-FILE-STATUS.
009400
009500     SELECT GEO3X3-ASEG-1-FILE ASSIGN TO GEO3X3A1
009600         ORGANIZATION       IS LINE SEQUENTIAL
009700         FILE STATUS        IS WS-SEG-FILE-STATUS.
009800
009900     SELECT GEO3X3-ASEG-2-FILE ASSIGN TO GEO3X3A2
010000         ORGANIZATION       IS LINE SEQUENTIAL
010100         FILE STATUS        IS WS-SEG-FILE-STATUS.
010200
010300     SELECT GEO3X3-ASEG-3-FILE ASSIGN TO GEO3X3A3
010400         ORGANIZATION       IS LINE SEQUENTIAL
010500         FILE STATUS        IS WS-SEG-FILE-STATUS.
010600
010700     SELECT GEO3X3-ASEG-4-FILE ASSIGN TO GEO3X3A4
010800         ORGANIZATION       IS LINE SEQUENTIAL
010900         FILE STATUS        IS WS-SEG-FILE-STATUS.
011000
011100     SELECT GEO3X3-ASEG-5-FILE ASSIGN TO GEO3X3A5
011200         ORGANIZATION       IS LINE SEQUENTIAL
011300         FILE STATUS        IS WS-SEG-FILE-STATUS.
011400
011500     SELECT GEO3X3-ASEG-6-FILE ASSIGN TO GEO3X3A6
011600         ORGANIZATION       IS LINE SEQUENTIAL
011700         FILE STATUS        IS WS-SEG-FILE-STATUS.
011800
011900     SELECT GEO3X3-ASEG-7-FILE ASSIGN TO GEO3X3A7
012000         ORGANIZATION       IS LINE SEQUENTIAL
012100         FILE STATUS        IS WS-SEG-FILE-STATUS.
012200
012300     SELECT GEO3X3-ASEG-8-FILE ASSIGN TO GEO3X3A8
012400         ORGANIZATION       IS LINE SEQUENTIAL
012500         FILE STATUS        IS WS-SEG-FILE-STATUS.
012600
012700     SELECT GEO3X3-WSEG-1-FILE ASSIGN TO GEO3X3W1
012800         ORGANIZATION       IS LINE SEQUENTIAL
012900         FILE STATUS        IS WS-SEG-FILE-STATUS.
013000
013100     SELECT GEO3X3-WSEG-2-FILE ASSIGN TO GEO3X3W2
013200         ORGANIZATION       IS LINE SEQUENTIAL
013300         FILE STATUS        IS WS-SEG-FILE-STATUS.
013400
013500     SELECT GEO3X3-WSEG-3-FILE ASSIGN TO GEO3X3W3
013600         ORGANIZATION       IS LINE SEQUENTIAL
013700         FILE STATUS        IS WS-SEG-FILE-STATUS.
013800
013900     SELECT GEO3X3-WSEG-4-FILE ASSIGN TO GEO3X3W4
014000         ORGANIZATION       IS LINE SEQUENTIAL
014100         FILE STATUS        IS WS-SEG-FILE-STATUS.
014200
014300     SELECT GEO3X3-WSEG-5-FILE ASSIGN TO GEO3X3W5
014400         ORGANIZATION       IS LINE SEQUENTIAL
014500         FILE STATUS        IS WS-SEG-FILE-STATUS.
014600
014700     SELECT GEO3X3-WSEG-6-FILE ASSIGN TO GEO3X3W6
014800         ORGANIZATION       IS LINE SEQUENTIAL
014900         FILE STATUS        IS WS-SEG-FILE-STATUS.
015000
015100     SELECT GEO3X3-WSEG-7-FILE ASSIGN TO GEO3X3W7
015200         ORGANIZATION       IS LINE SEQUENTIAL
015300         FILE STATUS        IS WS-SEG-FILE-STATUS.
015400
015500     SELECT GEO3X3-WSEG-8-FILE ASSIGN TO GEO3X3W8
015600         ORGANIZATION       IS LINE SEQUENTIAL
015700         FILE STATUS        IS WS-SEG-FILE-STATUS.
015800*
015900 DATA            DIVISION.
016000 FILE            SECTION.
016100 FD  GEO3X3-PLAN-FILE
016200     RECORDING MODE IS F.
016300     COPY GEO3X3PA.
016400
016500 FD  GEO3X3-REPORT-FILE
016600     RECORDING MODE IS F.
016700 01  GEO3X3-REPORT-LINE         PIC X(80).
016800
016900 FD  GEO3X3-AUDIT-FILE
017000     RECORDING MODE IS F.
017100 01  GEO3X3-AUDIT-LINE          PIC X(80).
017200
017300 FD  GEO3X3-RETURN-WORK-FILE
017400     RECORDING MODE IS F.
017500 01  GEO3X3-RETURN-WORK-LINE    PIC X(80).
017600
017700 FD  GEO3X3-RETURN-FILE
017800     RECORDING MODE IS F.
017900 01  GEO3X3-RETURN-LINE         PIC X(80).
018000
018100 FD  GEO3X3-MERGE-FILE
018200     RECORDING MODE IS F.
018300 01  GEO3X3-MERGE-LINE          PIC X(80).
018400
018500 FD  GEO3X3-RSEG-1-FILE
018600     RECORDING MODE IS F.
018700 01  GEO3X3-RSEG-1-LINE       PIC X(80).
018800
018900 FD  GEO3X3-RSEG-2-FILE
019000     RECORDING MODE IS F.
019100 01  GEO3X3-RSEG-2-LINE       PIC X(80).
019200
019300 FD  GEO3X3-RSEG-3-FILE
019400     RECORDING MODE IS F.
019500 01  GEO3X3-RSEG-3-LINE       PIC X(80).
019600
019700 FD  GEO3X3-RSEG-4-FILE
019800     RECORDING MODE IS F.
019900 01  GEO3X3-RSEG-4-LINE       PIC X(80).
020000
020100 FD  GEO3X3-RSEG-5-FILE
020200     RECORDING MODE IS F.
020300 01  GEO3X3-RSEG-5-LINE       PIC X(80).
020400
020500 FD  GEO3X3-RSEG-6-FILE
020600     RECORDING MODE IS F.
020700 01  GEO3X3-RSEG-6-LINE       PIC X(80).
020800
020900 FD  GEO3X3-RSEG-7-FILE
021000     RECORDING MODE IS F.
021100 01  GEO3X3-RSEG-7-LINE       PIC X(80).
021200
021300 FD  GEO3X3-RSEG-8-FILE
021400     RECORDING MODE IS F.
021500 01  GEO3X3-RSEG-8-LINE       PIC X(80).
021600
021700 FD  GEO3X3-ASEG-1-FILE
021800     RECORDING MODE IS F.
021900 01  GEO3X3-ASEG-1-LINE       PIC X(80).
022000
022100 FD  GEO3X3-ASEG-2-FILE
022200     RECORDING MODE IS F.
022300 01  GEO3X3-ASEG-2-LINE       PIC X(80).
022400
022500 FD  GEO3X3-ASEG-3-FILE
022600     RECORDING MODE IS F.
022700 01  GEO3X3-ASEG-3-LINE       PIC X(80).
022800
022900 FD  GEO3X3-ASEG-4-FILE
023000     RECORDING MODE IS F.
023100 01  GEO3X3-ASEG-4-LINE       PIC X(80).
023200
023300 FD  GEO3X3-ASEG-5-FILE
023400     RECORDING MODE IS F.
023500 01  GEO3X3-ASEG-5-LINE       PIC X(80).
023600
023700 FD  GEO3X3-ASEG-6-FILE
023800     RECORDING MODE IS F.
023900 01  GEO3X3-ASEG-6-LINE       PIC X(80).
024000
024100 FD  GEO3X3-ASEG-7-FILE
024200     RECORDING MODE IS F.
024300 01  GEO3X3-ASEG-7-LINE       PIC X(80).
024400
024500 FD  GEO3X3-ASEG-8-FILE
024600     RECORDING MODE IS F.
024700 01  GEO3X3-ASEG-8-LINE       PIC X(80).
024800
024900 FD  GEO3X3-WSEG-1-FILE
025000     RECORDING MODE IS F.
025100 01  GEO3X3-WSEG-1-LINE       PIC X(80).
025200
025300 FD  GEO3X3-WSEG-2-FILE
025400     RECORDING MODE IS F.
025500 01  GEO3X3-WSEG-2-LINE       PIC X(80).
025600
025700 FD  GEO3X3-WSEG-3-FILE
025800     RECORDING MODE IS F.
025900 01  GEO3X3-WSEG-3-LINE       PIC X(80).
026000
026100 FD  GEO3X3-WSEG-4-FILE
026200     RECORDING MODE IS F.
026300 01  GEO3X3-WSEG-4-LINE       PIC X(80).
026400
026500 FD  GEO3X3-WSEG-5-FILE
026600     RECORDING MODE IS F.
026700 01  GEO3X3-WSEG-5-LINE       PIC X(80).
026800
026900 FD  GEO3X3-WSEG-6-FILE
027000     RECORDING MODE IS F.
027100 01  GEO3X3-WSEG-6-LINE       PIC X(80).
027200
027300 FD  GEO3X3-WSEG-7-FILE
027400     RECORDING MODE IS F.
027500 01  GEO3X3-WSEG-7-LINE       PIC X(80).
027600
027700 FD  GEO3X3-WSEG-8-FILE
027800     RECORDING MODE IS F.
027900 01  GEO3X3-WSEG-8-LINE       PIC X(80).
028000*
028100 WORKING-STORAGE SECTION.
028200 01  WS-PLAN-FILE-STATUS        PIC X(02) VALUE SPACES.
028300 01  WS-REPORT-FILE-STATUS      PIC X(02) VALUE SPACES.
028400 01  WS-AUDIT-FILE-STATUS       PIC X(02) VALUE SPACES.
028500     88  WS-AUDIT-FILE-NOT-FOUND        VALUE '35'.
028600 01  WS-RETURN-WORK-STATUS      PIC X(02) VALUE SPACES.
028700 01  WS-RETURN-FILE-STATUS      PIC X(02) VALUE SPACES.
028800 01  WS-MERGE-FILE-STATUS       PIC X(02) VALUE SPACES.
028900 01  WS-SEG-FILE-STATUS         PIC X(02) VALUE SPACES.
029000     88  WS-SEG-FILE-OK                 VALUE '00'.
029010     88  WS-SEG-FILE-NOT-FOUND          VALUE '35'.
029020 01  WS-SEG-EMPTY-SW            PIC X(01) VALUE 'N'.
029030     88  WS-SEG-EMPTY                   VALUE 'Y'.
029100 01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
029200     88  WS-EOF                         VALUE 'Y'.
029250 01  WS-STEP-RC                 PIC 9(02) VALUE ZEROS.
029300 01  WS-SEG-EOF-SW              PIC X(01) VALUE 'N'.
029400     88  WS-SEG-EOF                     VALUE 'Y'.
029500 01  WS-RETURN-EOF-SW           PIC X(01) VALUE 'N'.
029600     88  WS-RETURN-EOF                  VALUE 'Y'.
029700 01  WS-BALANCED-SW             PIC X(01) VALUE 'Y'.
029800     88  WS-BALANCED                    VALUE 'Y'.
029900 01  WS-PLAN-OK-SW              PIC X(01) VALUE 'Y'.
030000     88  WS-PLAN-OK                     VALUE 'Y'.
030100 01  WS-RUN-DATE                PIC 9(08) VALUE ZEROS.
030200 01  WS-RUN-TIME                PIC 9(08) VALUE ZEROS.
030300 01  WS-PLAN-INPUT-COUNT        PIC 9(08) VALUE ZEROS.
030400 01  WS-PLAN-WRITTEN-COUNT      PIC 9(08) VALUE ZEROS.
030500 01  WS-PLAN-TOTAL-HASH         PIC 9(10) VALUE ZEROS.
030600 01  WS-PLAN-DETAIL-COUNT       PIC 9(02) VALUE ZEROS.
030700 01  WS-PLAN-DETAIL-SUM         PIC 9(08) VALUE ZEROS.
030800 01  WS-PARTITIONS              PIC 9(02) VALUE ZEROS.
030900 01  WS-PART-SUB                PIC 9(02) COMP VALUE ZEROS.
031000 01  WS-AUDIT-OVER-COUNT        PIC 9(02) VALUE ZEROS.
031100 01  WS-SEG-ITEM-NUM            PIC 9(03) VALUE ZEROS.
031200 01  WS-MERGED-REPORT-COUNT     PIC 9(08) VALUE ZEROS.
031300 01  WS-MERGED-AUDIT-COUNT      PIC 9(08) VALUE ZEROS.
031400 01  WS-MERGED-RETURN-COUNT     PIC 9(08) VALUE ZEROS.
031500 01  WS-SENDER-COUNT            PIC 9(03) COMP VALUE ZEROS.
031600 01  WS-SENDER-SUB              PIC 9(03) COMP VALUE ZEROS.
031700 01  WS-FOUND-SUB               PIC 9(03) COMP VALUE ZEROS.
031800 01  WS-GROUP-DETAIL-COUNT      PIC 9(08) VALUE ZEROS.
031900 01  WS-SENDER-TABLE.
032000     03  WS-SND-ID              PIC X(08) OCCURS 100 TIMES.
032100 01  WS-PART-RESOURCE.
032200     03  FILLER                 PIC X(07) VALUE "GEO3X3P".
032300     03  WS-PART-RES-NO         PIC 9(01).
032400*    WHAT THE PLAN SAYS WENT INTO EACH PARTITION, AND WHAT
032500*    CAME BACK ON EACH OF ITS SEGMENTS.
032600 01  WS-PART-TABLE.
032700     03  WS-PRT-ENTRY OCCURS 8 TIMES.
032800         05  WS-PRT-PLAN-COUNT  PIC 9(08).
032900         05  WS-PRT-PLAN-HASH   PIC 9(10).
033000         05  WS-PRT-MISSING-SW  PIC X(01).
033100         05  WS-PRT-RPT-COUNT   PIC 9(08).
033200         05  WS-PRT-RPT-HASH    PIC 9(10).
033300         05  WS-PRT-SUM-LINES   PIC 9(04).
033400         05  WS-PRT-SUM-COUNT   PIC 9(08).
033500         05  WS-PRT-OTHER-LINES PIC 9(08).
033600         05  WS-PRT-AUD-COUNT   PIC 9(08).
033700         05  WS-PRT-AUD-HASH    PIC 9(10).
033800         05  WS-PRT-RTN-COUNT   PIC 9(08).
033900         05  WS-PRT-RTN-HASH    PIC 9(10).
034000*    ONE LINE READ BACK FROM A GEO3X3RPT REPORT SEGMENT: A
034100*    DETAIL LINE, OR THE SUMMARY LINE THAT CLOSES IT.
034200 01  WS-SEG-REPORT-LINE.
034300     03  WS-SEG-LINE-TAG        PIC X(06).
034400     03  WS-SEG-ITEM-CODE       PIC X(03).
034500     03  FILLER                 PIC X(71).
034600 01  WS-SEG-SUMMARY-VIEW REDEFINES WS-SEG-REPORT-LINE.
034700     03  WS-SEG-SUM-TAG         PIC X(20).
034800     03  WS-SEG-SUM-COUNT       PIC ZZZZZZZ9.
034900     03  FILLER                 PIC X(52).
035000 01  WS-RPT-SUMMARY-LINE.
035100     03  FILLER                 PIC X(20) VALUE
035200         "RECORDS PROCESSED: ".
035300     03  WS-RPT-TOTAL           PIC ZZZZZZZ9.
035400     03  FILLER                 PIC X(52).
035500 01  WS-MRG-HDR-LINE.
035600     03  FILLER                 PIC X(30) VALUE
035700         "GEO3X3 PARTITION MERGE, SPLIT ".
035800     03  WS-MRG-HDR-DATE        PIC 9(08).
035900     03  FILLER                 PIC X(01) VALUE SPACE.
036000     03  WS-MRG-HDR-TIME        PIC 9(08).
036100     03  FILLER                 PIC X(14) VALUE "  PARTITIONS: ".
036200     03  WS-MRG-HDR-PARTS       PIC 9(01).
036300     03  FILLER                 PIC X(18) VALUE SPACES.
036400 01  WS-MRG-COLUMN-LINE.
036500     03  FILLER                 PIC X(40) VALUE
036600         "PRT   PLANNED  REPORTED  RETURNED   AUDI".
036700     03  FILLER                 PIC X(40) VALUE
036800         "TED   SUMMARY  RESULT                   ".
036900 01  WS-MRG-DETAIL-LINE.
037000     03  WS-MRG-PART            PIC X(03).
037100     03  FILLER                 PIC X(02) VALUE SPACES.
037200     03  WS-MRG-PLANNED         PIC ZZZZZZZ9.
037300     03  FILLER                 PIC X(02) VALUE SPACES.
037400     03  WS-MRG-REPORTED        PIC ZZZZZZZ9.
037500     03  FILLER                 PIC X(02) VALUE SPACES.
037600     03  WS-MRG-RETURNED        PIC ZZZZZZZ9.
037700     03  FILLER                 PIC X(02) VALUE SPACES.
037800     03  WS-MRG-AUDITED         PIC ZZZZZZZ9.
037900     03  FILLER                 PIC X(02) VALUE SPACES.
038000     03  WS-MRG-SUMMARY         PIC ZZZZZZZ9.
038100     03  FILLER                 PIC X(02) VALUE SPACES.
038200     03  WS-MRG-RESULT          PIC X(25).
038300 01  WS-MRG-COUNT-LINE.
038400     03  WS-MRG-COUNT-LABEL     PIC X(24).
038500     03  WS-MRG-COUNT           PIC ZZZZZZZ9.
038600     03  FILLER                 PIC X(48) VALUE SPACES.
038700 01  WS-MRG-VERDICT-LINE.
038800     03  WS-MRG-VERDICT         PIC X(50).
038900     03  FILLER                 PIC X(30) VALUE SPACES.
039000*
039100     COPY GEO3X3AR.
039200*
039300     COPY GEO3X3RT.
039400*
039500     COPY GEO3X3LD.
039600*
039700     COPY GEO3X3JP.
039800*
039900 PROCEDURE       DIVISION.
040000*
040100*    -----------------------------------------------------
040200*    0000-MAINLINE - PROVE EVERY PARTITION AGAINST THE
040300*    PLAN; ONLY IF ALL BALANCE, PUT THE SEGMENTS BACK
040400*    TOGETHER, BUILD THE RETURN FILE AND EMPTY THE AUDIT
040500*    SEGMENTS. THE CONTROL TOTALS ARE PRINTED EITHER WAY.
040600*    -----------------------------------------------------
040700 0000-MAINLINE.
040800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
040900     PERFORM 2000-PROVE-PARTITION THRU 2000-PROVE-PARTITION-EXIT
041000         VARYING WS-PART-SUB FROM 1 BY 1
041100         UNTIL WS-PART-SUB > WS-PARTITIONS.
041200     IF WS-BALANCED
041300         PERFORM 3000-MERGE-SEGMENTS THRU 3000-MERGE-SEGMENTS-EXIT
041400         PERFORM 4000-BUILD-RETURN-FILE
041500             THRU 4000-BUILD-RETURN-FILE-EXIT
041600         PERFORM 5000-CLEAR-AUDIT-SEGMENTS
041700             THRU 5000-CLEAR-AUDIT-SEGMENTS-EXIT
041800     END-IF.
041900     PERFORM 6000-WRITE-TOTALS THRU 6000-WRITE-TOTALS-EXIT.
042000     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
042100     STOP RUN.
042200*
042300 1000-INITIALIZE.
042400     PERFORM 8500-LOG-JOB-START THRU 8500-LOG-JOB-START-EXIT.
042500     PERFORM 1100-READ-PLAN THRU 1100-READ-PLAN-EXIT.
042600     PERFORM 1050-REGISTER-RUN THRU 1050-REGISTER-RUN-EXIT.
042700     OPEN OUTPUT GEO3X3-MERGE-FILE.
042800     IF WS-MERGE-FILE-STATUS NOT = '00'
042900         DISPLAY "GEO3X3MG: UNABLE TO OPEN GEO3X3PQ, STATUS = "
043000             WS-MERGE-FILE-STATUS
043100         MOVE 16 TO RETURN-CODE
043200         STOP RUN
043300     END-IF.
043400     MOVE WS-RUN-DATE TO WS-MRG-HDR-DATE.
043500     MOVE WS-RUN-TIME TO WS-MRG-HDR-TIME.
043600     MOVE WS-PARTITIONS TO WS-MRG-HDR-PARTS.
043700     WRITE GEO3X3-MERGE-LINE FROM WS-MRG-HDR-LINE.
043800     WRITE GEO3X3-MERGE-LINE FROM WS-MRG-COLUMN-LINE.
043900 1000-INITIALIZE-EXIT.
044000     EXIT.
044100*
044200*    -----------------------------------------------------
044300*    1050-REGISTER-RUN - SERIALIZATION: THE LIVE AUDIT
044400*    TRAIL IS APPENDED TO, AND EVERY PARTITION IS HELD FOR
044500*    UPDATE SO NO PARTITION STEP OR SPLIT CAN RUN UNDER THE
044600*    MERGE.
044700*    -----------------------------------------------------
044800 1050-REGISTER-RUN.
044900     MOVE "GEO3X3MG" TO GLCK-PROGRAM.
045000     MOVE "GEO3X3AU" TO GLCK-RESOURCE.
045100     MOVE 'U' TO GLCK-ACCESS.
045200     PERFORM 1060-ENQ-RESOURCE THRU 1060-ENQ-RESOURCE-EXIT.
045300     PERFORM 1055-ENQ-PARTITION THRU 1055-ENQ-PARTITION-EXIT
045400         VARYING WS-PART-SUB FROM 1 BY 1
045500         UNTIL WS-PART-SUB > WS-PARTITIONS.
045600 1050-REGISTER-RUN-EXIT.
045700     EXIT.
045800*
045900 1055-ENQ-PARTITION.
046000     MOVE WS-PART-SUB TO WS-PART-RES-NO.
046100     MOVE WS-PART-RESOURCE TO GLCK-RESOURCE.
046200     MOVE 'U' TO GLCK-ACCESS.
046300     PERFORM 1060-ENQ-RESOURCE THRU 1060-ENQ-RESOURCE-EXIT.
046400 1055-ENQ-PARTITION-EXIT.
046500     EXIT.
046600*
046700 1060-ENQ-RESOURCE.
046800     MOVE 'E' TO GLCK-FUNCTION.
046900     CALL "GEO3X3LK" USING GEO3X3-LOCK-DATA.
047000     IF NOT GLCK-STAT-OK
047100         DISPLAY "GEO3X3MG: RESOURCE " GLCK-RESOURCE
047200             " HELD BY " GLCK-HOLDER " - RUN REFUSED"
047300         MOVE 'D' TO GLCK-FUNCTION
047400         CALL "GEO3X3LK" USING GEO3X3-LOCK-DATA
047500         MOVE 8 TO RETURN-CODE
047600         PERFORM 8600-LOG-JOB-END THRU 8600-LOG-JOB-END-EXIT
047700         STOP RUN
047800     END-IF.
047900 1060-ENQ-RESOURCE-EXIT.
048000     EXIT.
048100*
048200*    -----------------------------------------------------
048300*    1100-READ-PLAN - LOAD WHAT GEO3X3SL PUT INTO EACH
048400*    PARTITION. THE PLAN MUST BE WHOLE ITSELF: A HEADER, A
048500*    DETAIL FOR EVERY PARTITION AND A TRAILER WHOSE COUNT
048600*    AGREES WITH THE HEADER AND THE DETAILS.
048700*    -----------------------------------------------------
048800 1100-READ-PLAN.
048900     MOVE ZEROS TO WS-PART-TABLE.
049000     OPEN INPUT GEO3X3-PLAN-FILE.
049100     IF WS-PLAN-FILE-STATUS NOT = '00'
049200         DISPLAY "GEO3X3MG: UNABLE TO OPEN GEO3X3PA, STATUS = "
049300             WS-PLAN-FILE-STATUS
049400         PERFORM 1190-REJECT-PLAN THRU 1190-REJECT-PLAN-EXIT
049500     END-IF.
049600     PERFORM 1150-READ-PLAN-RECORD THRU 1150-READ-PLAN-RECORD-EXIT
049700         UNTIL WS-EOF.
049800     CLOSE GEO3X3-PLAN-FILE.
049900     IF WS-PARTITIONS < 1 OR WS-PARTITIONS > 8
050000      OR WS-PLAN-DETAIL-COUNT NOT = WS-PARTITIONS
050100      OR WS-PLAN-DETAIL-SUM NOT = WS-PLAN-INPUT-COUNT
050200      OR WS-PLAN-WRITTEN-COUNT NOT = WS-PLAN-INPUT-COUNT
050300         MOVE 'N' TO WS-PLAN-OK-SW
050400     END-IF.
050500     IF NOT WS-PLAN-OK
050600         DISPLAY "GEO3X3MG: GEO3X3PA PARTITION PLAN INCOMPLETE - "
050700             "RERUN GEO3X3SL"
050800         PERFORM 1190-REJECT-PLAN THRU 1190-REJECT-PLAN-EXIT
050900     END-IF.
051000 1100-READ-PLAN-EXIT.
051100     EXIT.
051200*
051300 1150-READ-PLAN-RECORD.
051400     READ GEO3X3-PLAN-FILE
051500         AT END
051600             MOVE 'Y' TO WS-EOF-SW
051700             GO TO 1150-READ-PLAN-RECORD-EXIT
051800     END-READ.
051900     EVALUATE TRUE
052000         WHEN GPLN-HEADER
052100             MOVE GPLN-RUN-DATE TO WS-RUN-DATE
052200             MOVE GPLN-RUN-TIME TO WS-RUN-TIME
052300             MOVE GPLN-INPUT-COUNT TO WS-PLAN-INPUT-COUNT
052400             MOVE GPLN-PARTITIONS TO WS-PARTITIONS
052500         WHEN GPLN-DETAIL
052600          AND GPLN-PARTITION-NO > 0
052700          AND GPLN-PARTITION-NO NOT > WS-PARTITIONS
052800             ADD 1 TO WS-PLAN-DETAIL-COUNT
052900             ADD GPLN-RECORD-COUNT TO WS-PLAN-DETAIL-SUM
053000             MOVE GPLN-RECORD-COUNT
053100                 TO WS-PRT-PLAN-COUNT (GPLN-PARTITION-NO)
053200             MOVE GPLN-ITEM-HASH
053300                 TO WS-PRT-PLAN-HASH (GPLN-PARTITION-NO)
053400         WHEN GPLN-TRAILER
053500             MOVE GPLN-WRITTEN-COUNT TO WS-PLAN-WRITTEN-COUNT
053600             MOVE GPLN-TOTAL-HASH TO WS-PLAN-TOTAL-HASH
053700         WHEN OTHER
053800             MOVE 'N' TO WS-PLAN-OK-SW
053900     END-EVALUATE.
054000 1150-READ-PLAN-RECORD-EXIT.
054100     EXIT.
054200*
054300 1190-REJECT-PLAN.
054400     MOVE 16 TO RETURN-CODE.
054500     PERFORM 8600-LOG-JOB-END THRU 8600-LOG-JOB-END-EXIT.
054600     STOP RUN.
054700 1190-REJECT-PLAN-EXIT.
054800     EXIT.
054900*
055000*    -----------------------------------------------------
055100*    2000-PROVE-PARTITION - READ THE THREE SEGMENTS OF ONE
055200*    PARTITION, THEN JUDGE THEM AGAINST THE PLAN AND PRINT
055300*    THE PARTITION'S CONTROL LINE.
055400*    -----------------------------------------------------
055500 2000-PROVE-PARTITION.
055600     MOVE 'N' TO WS-PRT-MISSING-SW (WS-PART-SUB).
055700     PERFORM 2100-PROVE-REPORT THRU 2100-PROVE-REPORT-EXIT.
055800     PERFORM 2200-PROVE-AUDIT THRU 2200-PROVE-AUDIT-EXIT.
055900     PERFORM 2300-PROVE-RETURN THRU 2300-PROVE-RETURN-EXIT.
056000     PERFORM 2400-JUDGE-PARTITION THRU 2400-JUDGE-PARTITION-EXIT.
056100 2000-PROVE-PARTITION-EXIT.
056200     EXIT.
056300*
056400 2100-PROVE-REPORT.
056500     PERFORM 7110-OPEN-REPORT-SEG THRU 7110-OPEN-REPORT-SEG-EXIT.
056600     IF NOT WS-SEG-FILE-OK
056700         MOVE 'Y' TO WS-PRT-MISSING-SW (WS-PART-SUB)
056800         GO TO 2100-PROVE-REPORT-EXIT
056900     END-IF.
057000     MOVE 'N' TO WS-SEG-EOF-SW.
057100     PERFORM 2150-TALLY-REPORT-LINE
057200         THRU 2150-TALLY-REPORT-LINE-EXIT
057300         UNTIL WS-SEG-EOF.
057400     PERFORM 7130-CLOSE-REPORT-SEG
057500         THRU 7130-CLOSE-REPORT-SEG-EXIT.
057600 2100-PROVE-REPORT-EXIT.
057700     EXIT.
057800*
057900*    -----------------------------------------------------
058000*    2150-TALLY-REPORT-LINE - A SEGMENT IS THE PARTITION'S
058100*    DETAIL LINES FOLLOWED BY ITS OWN SUMMARY LINE, WHICH
058200*    MUST BE THERE EXACTLY ONCE AND AGREE WITH THE DETAILS.
058300*    -----------------------------------------------------
058400 2150-TALLY-REPORT-LINE.
058500     PERFORM 7120-READ-REPORT-SEG THRU 7120-READ-REPORT-SEG-EXIT.
058600     IF WS-SEG-EOF
058700         GO TO 2150-TALLY-REPORT-LINE-EXIT
058800     END-IF.
058900     EVALUATE TRUE
059000         WHEN WS-SEG-LINE-TAG = "ITEM: "
059100          AND WS-SEG-ITEM-CODE NUMERIC
059200             ADD 1 TO WS-PRT-RPT-COUNT (WS-PART-SUB)
059300             MOVE WS-SEG-ITEM-CODE TO WS-SEG-ITEM-NUM
059400             ADD WS-SEG-ITEM-NUM TO WS-PRT-RPT-HASH (WS-PART-SUB)
059500         WHEN WS-SEG-SUM-TAG = "RECORDS PROCESSED: "
059600             ADD 1 TO WS-PRT-SUM-LINES (WS-PART-SUB)
059700             MOVE WS-SEG-SUM-COUNT
059800                 TO WS-PRT-SUM-COUNT (WS-PART-SUB)
059900         WHEN OTHER
060000             ADD 1 TO WS-PRT-OTHER-LINES (WS-PART-SUB)
060100     END-EVALUATE.
060200 2150-TALLY-REPORT-LINE-EXIT.
060300     EXIT.
060400*
060500 2200-PROVE-AUDIT.
060600     PERFORM 7210-OPEN-AUDIT-SEG THRU 7210-OPEN-AUDIT-SEG-EXIT.
060610     IF WS-SEG-EMPTY
060620         GO TO 2200-PROVE-AUDIT-EXIT
060630     END-IF.
060700     IF NOT WS-SEG-FILE-OK
060800         MOVE 'Y' TO WS-PRT-MISSING-SW (WS-PART-SUB)
060900         GO TO 2200-PROVE-AUDIT-EXIT
061000     END-IF.
061100     MOVE 'N' TO WS-SEG-EOF-SW.
061200     PERFORM 2250-TALLY-AUDIT-RECORD
061300         THRU 2250-TALLY-AUDIT-RECORD-EXIT
061400         UNTIL WS-SEG-EOF.
061500     PERFORM 7230-CLOSE-AUDIT-SEG THRU 7230-CLOSE-AUDIT-SEG-EXIT.
061600 2200-PROVE-AUDIT-EXIT.
061700     EXIT.
061800*
061900 2250-TALLY-AUDIT-RECORD.
062000     PERFORM 7220-READ-AUDIT-SEG THRU 7220-READ-AUDIT-SEG-EXIT.
062100     IF WS-SEG-EOF
062200         GO TO 2250-TALLY-AUDIT-RECORD-EXIT
062300     END-IF.
062400     ADD 1 TO WS-PRT-AUD-COUNT (WS-PART-SUB).
062500     IF GAUD-ITEM-CODE NUMERIC
062600         ADD GAUD-ITEM-CODE TO WS-PRT-AUD-HASH (WS-PART-SUB)
062700     END-IF.
062800 2250-TALLY-AUDIT-RECORD-EXIT.
062900     EXIT.
063000*
063100 2300-PROVE-RETURN.
063200     PERFORM 7310-OPEN-RETURN-SEG THRU 7310-OPEN-RETURN-SEG-EXIT.
063300     IF NOT WS-SEG-FILE-OK
063400         MOVE 'Y' TO WS-PRT-MISSING-SW (WS-PART-SUB)
063500         GO TO 2300-PROVE-RETURN-EXIT
063600     END-IF.
063700     MOVE 'N' TO WS-SEG-EOF-SW.
063800     PERFORM 2350-TALLY-RETURN-RECORD
063900         THRU 2350-TALLY-RETURN-RECORD-EXIT
064000         UNTIL WS-SEG-EOF.
064100     PERFORM 7330-CLOSE-RETURN-SEG
064200         THRU 7330-CLOSE-RETURN-SEG-EXIT.
064300 2300-PROVE-RETURN-EXIT.
064400     EXIT.
064500*
064600 2350-TALLY-RETURN-RECORD.
064700     PERFORM 7320-READ-RETURN-SEG THRU 7320-READ-RETURN-SEG-EXIT.
064800     IF WS-SEG-EOF
064900         GO TO 2350-TALLY-RETURN-RECORD-EXIT
065000     END-IF.
065100     ADD 1 TO WS-PRT-RTN-COUNT (WS-PART-SUB).
065200     IF GRTN-ITEM-CODE NUMERIC
065300         ADD GRTN-ITEM-CODE TO WS-PRT-RTN-HASH (WS-PART-SUB)
065400     END-IF.
065500 2350-TALLY-RETURN-RECORD-EXIT.
065600     EXIT.
065700*
065800*    -----------------------------------------------------
065900*    2400-JUDGE-PARTITION - REPORT AND RETURN SEGMENTS ARE
066000*    TRIMMED ON A RESTART, SO THEY MUST MATCH THE PLAN
066100*    EXACTLY. THE AUDIT SEGMENT IS NOT: A PARTITION THAT
066200*    ABENDED AND RESTARTED LOGS THE CALLS SINCE ITS LAST
066300*    CHECKPOINT TWICE, JUST AS A WHOLE-FILE RUN DOES. THAT
066400*    IS MERGED AS IT STANDS WITH A WARNING, AND GEO3X3RN
066500*    LISTS THE REPEATS AS IT WOULD ON ANY RESTART NIGHT. A
066600*    SHORT OR ALTERED SEGMENT STOPS THE MERGE.
066700*    -----------------------------------------------------
066800 2400-JUDGE-PARTITION.
066900     MOVE WS-PART-SUB TO WS-PART-RES-NO.
067000     MOVE WS-PART-RES-NO TO WS-MRG-PART.
067100     MOVE WS-PRT-PLAN-COUNT (WS-PART-SUB) TO WS-MRG-PLANNED.
067200     MOVE WS-PRT-RPT-COUNT (WS-PART-SUB) TO WS-MRG-REPORTED.
067300     MOVE WS-PRT-RTN-COUNT (WS-PART-SUB) TO WS-MRG-RETURNED.
067400     MOVE WS-PRT-AUD-COUNT (WS-PART-SUB) TO WS-MRG-AUDITED.
067500     MOVE WS-PRT-SUM-COUNT (WS-PART-SUB) TO WS-MRG-SUMMARY.
067600     EVALUATE TRUE
067700         WHEN WS-PRT-MISSING-SW (WS-PART-SUB) = 'Y'
067800             MOVE "SEGMENT MISSING" TO WS-MRG-RESULT
067900         WHEN WS-PRT-RPT-COUNT (WS-PART-SUB)
068000                  NOT = WS-PRT-PLAN-COUNT (WS-PART-SUB)
068100           OR WS-PRT-RPT-HASH (WS-PART-SUB)
068200                  NOT = WS-PRT-PLAN-HASH (WS-PART-SUB)
068300           OR WS-PRT-OTHER-LINES (WS-PART-SUB) > 0
068400             MOVE "REPORT OUT OF BALANCE" TO WS-MRG-RESULT
068500         WHEN WS-PRT-SUM-LINES (WS-PART-SUB) NOT = 1
068600           OR WS-PRT-SUM-COUNT (WS-PART-SUB)
068700                  NOT = WS-PRT-PLAN-COUNT (WS-PART-SUB)
068800             MOVE "REPORT NOT COMPLETED" TO WS-MRG-RESULT
068900         WHEN WS-PRT-RTN-COUNT (WS-PART-SUB)
069000                  NOT = WS-PRT-PLAN-COUNT (WS-PART-SUB)
069100           OR WS-PRT-RTN-HASH (WS-PART-SUB)
069200                  NOT = WS-PRT-PLAN-HASH (WS-PART-SUB)
069300             MOVE "RETURN OUT OF BALANCE" TO WS-MRG-RESULT
069400         WHEN WS-PRT-AUD-COUNT (WS-PART-SUB)
069500                  < WS-PRT-PLAN-COUNT (WS-PART-SUB)
069600             MOVE "AUDIT SHORT" TO WS-MRG-RESULT
069700         WHEN WS-PRT-AUD-COUNT (WS-PART-SUB)
069800                  > WS-PRT-PLAN-COUNT (WS-PART-SUB)
069900             MOVE "AUDIT OVER - RESTARTED" TO WS-MRG-RESULT
070000         WHEN WS-PRT-AUD-HASH (WS-PART-SUB)
070100                  NOT = WS-PRT-PLAN-HASH (WS-PART-SUB)
070200             MOVE "AUDIT ALTERED" TO WS-MRG-RESULT
070300         WHEN OTHER
070400             MOVE "BALANCED" TO WS-MRG-RESULT
070500     END-EVALUATE.
070600     EVALUATE WS-MRG-RESULT
070700         WHEN "BALANCED"
070800             CONTINUE
070900         WHEN "AUDIT OVER - RESTARTED"
071000             ADD 1 TO WS-AUDIT-OVER-COUNT
071100         WHEN OTHER
071200             MOVE 'N' TO WS-BALANCED-SW
071300     END-EVALUATE.
071400     WRITE GEO3X3-MERGE-LINE FROM WS-MRG-DETAIL-LINE.
071500 2400-JUDGE-PARTITION-EXIT.
071600     EXIT.
071700*
071800*    -----------------------------------------------------
071900*    3000-MERGE-SEGMENTS - PARTITION 1, THEN 2, AND SO ON
072000*    IS INPUT SEQUENCE. THE REPORT KEEPS THE DETAIL LINES
072100*    AND GETS ONE SUMMARY LINE FOR THE WHOLE RUN; THE AUDIT
072200*    SEGMENTS ARE APPENDED TO THE LIVE TRAIL AS GEO3X3 ITSELF
072300*    WOULD HAVE WRITTEN THEM.
072400*    -----------------------------------------------------
072500 3000-MERGE-SEGMENTS.
072600     OPEN OUTPUT GEO3X3-REPORT-FILE.
072700     IF WS-REPORT-FILE-STATUS NOT = '00'
072800         DISPLAY "GEO3X3MG: UNABLE TO OPEN GEO3X3PR, STATUS = "
072900             WS-REPORT-FILE-STATUS
073000         MOVE 16 TO RETURN-CODE
073100         STOP RUN
073200     END-IF.
073300     OPEN EXTEND GEO3X3-AUDIT-FILE.
073400     IF WS-AUDIT-FILE-NOT-FOUND
073500         OPEN OUTPUT GEO3X3-AUDIT-FILE
073600     END-IF.
073700     IF WS-AUDIT-FILE-STATUS NOT = '00'
073800         DISPLAY "GEO3X3MG: UNABLE TO OPEN GEO3X3AU, STATUS = "
073900             WS-AUDIT-FILE-STATUS
074000         MOVE 16 TO RETURN-CODE
074100         STOP RUN
074200     END-IF.
074300     OPEN OUTPUT GEO3X3-RETURN-WORK-FILE.
074400     IF WS-RETURN-WORK-STATUS NOT = '00'
074500         DISPLAY "GEO3X3MG: UNABLE TO OPEN GEO3X3RW, STATUS = "
074600             WS-RETURN-WORK-STATUS
074700         MOVE 16 TO RETURN-CODE
074800         STOP RUN
074900     END-IF.
075000     PERFORM 3100-MERGE-PARTITION THRU 3100-MERGE-PARTITION-EXIT
075100         VARYING WS-PART-SUB FROM 1 BY 1
075200         UNTIL WS-PART-SUB > WS-PARTITIONS.
075300     MOVE WS-MERGED-REPORT-COUNT TO WS-RPT-TOTAL.
075400     WRITE GEO3X3-REPORT-LINE FROM WS-RPT-SUMMARY-LINE.
075500     CLOSE GEO3X3-REPORT-FILE.
075600     CLOSE GEO3X3-AUDIT-FILE.
075700     CLOSE GEO3X3-RETURN-WORK-FILE.
075800 3000-MERGE-SEGMENTS-EXIT.
075900     EXIT.
076000*
076100 3100-MERGE-PARTITION.
076200     PERFORM 7110-OPEN-REPORT-SEG THRU 7110-OPEN-REPORT-SEG-EXIT.
076300     MOVE 'N' TO WS-SEG-EOF-SW.
076400     PERFORM 3150-COPY-REPORT-LINE THRU 3150-COPY-REPORT-LINE-EXIT
076500         UNTIL WS-SEG-EOF.
076600     PERFORM 7130-CLOSE-REPORT-SEG
076700         THRU 7130-CLOSE-REPORT-SEG-EXIT.
076800     PERFORM 3200-MERGE-AUDIT-SEG THRU 3200-MERGE-AUDIT-SEG-EXIT.
077400     PERFORM 7310-OPEN-RETURN-SEG THRU 7310-OPEN-RETURN-SEG-EXIT.
077500     MOVE 'N' TO WS-SEG-EOF-SW.
077600     PERFORM 3350-COPY-RETURN-RECORD
077700         THRU 3350-COPY-RETURN-RECORD-EXIT
077800         UNTIL WS-SEG-EOF.
077900     PERFORM 7330-CLOSE-RETURN-SEG
078000         THRU 7330-CLOSE-RETURN-SEG-EXIT.
078100 3100-MERGE-PARTITION-EXIT.
078200     EXIT.
078300*
078400 3150-COPY-REPORT-LINE.
078500     PERFORM 7120-READ-REPORT-SEG THRU 7120-READ-REPORT-SEG-EXIT.
078600     IF WS-SEG-EOF
078700         GO TO 3150-COPY-REPORT-LINE-EXIT
078800     END-IF.
078900     IF WS-SEG-LINE-TAG = "ITEM: "
079000         ADD 1 TO WS-MERGED-REPORT-COUNT
079100         WRITE GEO3X3-REPORT-LINE FROM WS-SEG-REPORT-LINE
079200     END-IF.
079300 3150-COPY-REPORT-LINE-EXIT.
079400     EXIT.
079500*
079505*    -----------------------------------------------------
079510*    3200-MERGE-AUDIT-SEG - A SEGMENT 7210 FOUND EMPTY WAS
079515*    NEVER WRITTEN AND HAS NOTHING TO APPEND.
079520*    -----------------------------------------------------
079525 3200-MERGE-AUDIT-SEG.
079530     PERFORM 7210-OPEN-AUDIT-SEG THRU 7210-OPEN-AUDIT-SEG-EXIT.
079535     IF WS-SEG-EMPTY
079540         GO TO 3200-MERGE-AUDIT-SEG-EXIT
079545     END-IF.
079550     MOVE 'N' TO WS-SEG-EOF-SW.
079555     PERFORM 3250-COPY-AUDIT-RECORD
079560         THRU 3250-COPY-AUDIT-RECORD-EXIT
079565         UNTIL WS-SEG-EOF.
079570     PERFORM 7230-CLOSE-AUDIT-SEG THRU 7230-CLOSE-AUDIT-SEG-EXIT.
079575 3200-MERGE-AUDIT-SEG-EXIT.
079580     EXIT.
079585*
079600 3250-COPY-AUDIT-RECORD.
079700     PERFORM 7220-READ-AUDIT-SEG THRU 7220-READ-AUDIT-SEG-EXIT.
079800     IF WS-SEG-EOF
079900         GO TO 3250-COPY-AUDIT-RECORD-EXIT
080000     END-IF.
080100     ADD 1 TO WS-MERGED-AUDIT-COUNT.
080200     WRITE GEO3X3-AUDIT-LINE FROM GEO3X3-AUDIT-RECORD.
080300 3250-COPY-AUDIT-RECORD-EXIT.
080400     EXIT.
080500*
080600 3350-COPY-RETURN-RECORD.
080700     PERFORM 7320-READ-RETURN-SEG THRU 7320-READ-RETURN-SEG-EXIT.
080800     IF WS-SEG-EOF
080900         GO TO 3350-COPY-RETURN-RECORD-EXIT
081000     END-IF.
081100     ADD 1 TO WS-MERGED-RETURN-COUNT.
081200     WRITE GEO3X3-RETURN-WORK-LINE FROM GEO3X3-RETURN-RECORD.
081300 3350-COPY-RETURN-RECORD-EXIT.
081400     EXIT.
081500*
081600*    -----------------------------------------------------
081700*    4000-BUILD-RETURN-FILE - AS GEO3X3RPT BUILDS IT FOR A
081800*    WHOLE-FILE RUN: LIST THE SENDERS ON THE MERGED RETURN
081900*    WORK FILE IN ORDER OF FIRST APPEARANCE, THEN WRITE ONE
082000*    COMPLETE GROUP PER SENDER - HEADER DATED THE DAY THE
082100*    RUN WAS SPLIT, THAT SENDER'S DETAILS IN INPUT ORDER,
082200*    TRAILER COUNT.
082300*    -----------------------------------------------------
082400 4000-BUILD-RETURN-FILE.
082500     OPEN INPUT  GEO3X3-RETURN-WORK-FILE.
082600     MOVE 'N' TO WS-RETURN-EOF-SW.
082700     PERFORM 4150-NOTE-SENDER THRU 4150-NOTE-SENDER-EXIT
082800         UNTIL WS-RETURN-EOF.
082900     CLOSE GEO3X3-RETURN-WORK-FILE.
083000     OPEN OUTPUT GEO3X3-RETURN-FILE.
083100     IF WS-RETURN-FILE-STATUS NOT = '00'
083200         DISPLAY "GEO3X3MG: UNABLE TO OPEN GEO3X3RT, STATUS = "
083300             WS-RETURN-FILE-STATUS
083400         MOVE 16 TO RETURN-CODE
083500         GO TO 4000-BUILD-RETURN-FILE-EXIT
083600     END-IF.
083700     PERFORM 4200-WRITE-SENDER-GROUP
083800         THRU 4200-WRITE-SENDER-GROUP-EXIT
083900         VARYING WS-SENDER-SUB FROM 1 BY 1
084000         UNTIL WS-SENDER-SUB > WS-SENDER-COUNT.
084100     CLOSE GEO3X3-RETURN-FILE.
084200 4000-BUILD-RETURN-FILE-EXIT.
084300     EXIT.
084400*
084500 4150-NOTE-SENDER.
084600     READ GEO3X3-RETURN-WORK-FILE INTO GEO3X3-RETURN-RECORD
084700         AT END
084800             MOVE 'Y' TO WS-RETURN-EOF-SW
084900             GO TO 4150-NOTE-SENDER-EXIT
085000     END-READ.
085100     MOVE ZEROS TO WS-FOUND-SUB.
085200     PERFORM 4160-FIND-SENDER THRU 4160-FIND-SENDER-EXIT
085300         VARYING WS-SENDER-SUB FROM 1 BY 1
085400         UNTIL WS-SENDER-SUB > WS-SENDER-COUNT
085500            OR WS-FOUND-SUB > 0.
085600     IF WS-FOUND-SUB = 0
085700         IF WS-SENDER-COUNT < 100
085800             ADD 1 TO WS-SENDER-COUNT
085900             MOVE GRTN-SENDER-ID TO WS-SND-ID (WS-SENDER-COUNT)
086000         ELSE
086100             DISPLAY "GEO3X3MG: SENDER TABLE FULL, "
086200                 GRTN-SENDER-ID " NOT RETURNED"
086300             MOVE 16 TO RETURN-CODE
086400         END-IF
086500     END-IF.
086600 4150-NOTE-SENDER-EXIT.
086700     EXIT.
086800*
086900 4160-FIND-SENDER.
087000     IF WS-SND-ID (WS-SENDER-SUB) = GRTN-SENDER-ID
087100         MOVE WS-SENDER-SUB TO WS-FOUND-SUB
087200     END-IF.
087300 4160-FIND-SENDER-EXIT.
087400     EXIT.
087500*
087600 4200-WRITE-SENDER-GROUP.
087700     MOVE ZEROS TO WS-GROUP-DETAIL-COUNT.
087800     MOVE SPACES TO GEO3X3-RETURN-RECORD.
087900     SET GRTN-HEADER TO TRUE.
088000     MOVE WS-SND-ID (WS-SENDER-SUB) TO GRTN-SENDER-ID.
088100     MOVE WS-RUN-DATE TO GRTN-RUN-DATE.
088200     WRITE GEO3X3-RETURN-LINE FROM GEO3X3-RETURN-RECORD.
088300     OPEN INPUT  GEO3X3-RETURN-WORK-FILE.
088400     MOVE 'N' TO WS-RETURN-EOF-SW.
088500     PERFORM 4250-COPY-SENDER-DETAIL
088600         THRU 4250-COPY-SENDER-DETAIL-EXIT
088700         UNTIL WS-RETURN-EOF.
088800     CLOSE GEO3X3-RETURN-WORK-FILE.
088900     MOVE SPACES TO GEO3X3-RETURN-RECORD.
089000     SET GRTN-TRAILER TO TRUE.
089100     MOVE WS-SND-ID (WS-SENDER-SUB) TO GRTN-SENDER-ID.
089200     MOVE WS-GROUP-DETAIL-COUNT TO GRTN-RECORD-COUNT.
089300     WRITE GEO3X3-RETURN-LINE FROM GEO3X3-RETURN-RECORD.
089400 4200-WRITE-SENDER-GROUP-EXIT.
089500     EXIT.
089600*
089700 4250-COPY-SENDER-DETAIL.
089800     READ GEO3X3-RETURN-WORK-FILE INTO GEO3X3-RETURN-RECORD
089900         AT END
090000             MOVE 'Y' TO WS-RETURN-EOF-SW
090100             GO TO 4250-COPY-SENDER-DETAIL-EXIT
090200     END-READ.
090300     IF GRTN-SENDER-ID = WS-SND-ID (WS-SENDER-SUB)
090400         ADD 1 TO WS-GROUP-DETAIL-COUNT
090500         WRITE GEO3X3-RETURN-LINE FROM GEO3X3-RETURN-RECORD
090600     END-IF.
090700 4250-COPY-SENDER-DETAIL-EXIT.
090800     EXIT.
090900*
091000*    -----------------------------------------------------
091100*    5000-CLEAR-AUDIT-SEGMENTS - GEO3X3 APPENDS TO WHATEVER
091200*    AUDIT FILE IT IS GIVEN, SO A MERGED SEGMENT IS EMPTIED
091300*    NOW: THE NEXT PARTITIONED RUN STARTS CLEAN, AND A RERUN
091400*    OF THIS MERGE FINDS IT SHORT INSTEAD OF APPENDING THE
091500*    SAME CALLS TO THE LIVE TRAIL A SECOND TIME.
091600*    -----------------------------------------------------
091700 5000-CLEAR-AUDIT-SEGMENTS.
091800     PERFORM 7400-CLEAR-AUDIT-SEG THRU 7400-CLEAR-AUDIT-SEG-EXIT
091900         VARYING WS-PART-SUB FROM 1 BY 1
092000         UNTIL WS-PART-SUB > WS-PARTITIONS.
092100 5000-CLEAR-AUDIT-SEGMENTS-EXIT.
092200     EXIT.
092300*
092400 6000-WRITE-TOTALS.
092500     MOVE "RECORDS SPLIT:          " TO WS-MRG-COUNT-LABEL.
092600     MOVE WS-PLAN-INPUT-COUNT TO WS-MRG-COUNT.
092700     WRITE GEO3X3-MERGE-LINE FROM WS-MRG-COUNT-LINE.
092800     MOVE "REPORT LINES MERGED:    " TO WS-MRG-COUNT-LABEL.
092900     MOVE WS-MERGED-REPORT-COUNT TO WS-MRG-COUNT.
093000     WRITE GEO3X3-MERGE-LINE FROM WS-MRG-COUNT-LINE.
093100     MOVE "RETURN DETAILS MERGED:  " TO WS-MRG-COUNT-LABEL.
093200     MOVE WS-MERGED-RETURN-COUNT TO WS-MRG-COUNT.
093300     WRITE GEO3X3-MERGE-LINE FROM WS-MRG-COUNT-LINE.
093400     MOVE "AUDIT RECORDS APPENDED: " TO WS-MRG-COUNT-LABEL.
093500     MOVE WS-MERGED-AUDIT-COUNT TO WS-MRG-COUNT.
093600     WRITE GEO3X3-MERGE-LINE FROM WS-MRG-COUNT-LINE.
093700     EVALUATE TRUE
093800         WHEN NOT WS-BALANCED
093900             MOVE "PARTITIONS OUT OF BALANCE - NOTHING MERGED"
094000                 TO WS-MRG-VERDICT
094100             MOVE 8 TO RETURN-CODE
094200         WHEN WS-AUDIT-OVER-COUNT > 0
094300             MOVE "MERGED - RESTART REPEATS ON THE AUDIT TRAIL"
094400                 TO WS-MRG-VERDICT
094500             IF RETURN-CODE < 4
094600                 MOVE 4 TO RETURN-CODE
094700             END-IF
094800         WHEN OTHER
094900             MOVE "ALL PARTITIONS BALANCED AND MERGED"
095000                 TO WS-MRG-VERDICT
095100     END-EVALUATE.
095200     WRITE GEO3X3-MERGE-LINE FROM WS-MRG-VERDICT-LINE.
095300 6000-WRITE-TOTALS-EXIT.
095400     EXIT.
095500*
095600*    -----------------------------------------------------
095700*    7110-7400 - SEGMENT FILE HANDLING. EACH PARTITION HAS
095800*    ITS OWN DD FOR EACH SEGMENT; THESE ROUTE AN OPEN, READ
095900*    OR CLOSE TO THE ONE FOR PARTITION WS-PART-SUB. ALL
096000*    SHARE WS-SEG-FILE-STATUS, SINCE ONLY ONE IS OPEN AT A
096100*    TIME.
096200*    -----------------------------------------------------
096300 7110-OPEN-REPORT-SEG.
096400     EVALUATE WS-PART-SUB
096500         WHEN 1
096600             OPEN INPUT  GEO3X3-RSEG-1-FILE
096700         WHEN 2
096800             OPEN INPUT  GEO3X3-RSEG-2-FILE
096900         WHEN 3
097000             OPEN INPUT  GEO3X3-RSEG-3-FILE
097100         WHEN 4
097200             OPEN INPUT  GEO3X3-RSEG-4-FILE
097300         WHEN 5
097400             OPEN INPUT  GEO3X3-RSEG-5-FILE
097500         WHEN 6
097600             OPEN INPUT  GEO3X3-RSEG-6-FILE
097700         WHEN 7
097800             OPEN INPUT  GEO3X3-RSEG-7-FILE
097900         WHEN 8
098000             OPEN INPUT  GEO3X3-RSEG-8-FILE
098100     END-EVALUATE.
098200 7110-OPEN-REPORT-SEG-EXIT.
098300     EXIT.
098400*
098500 7120-READ-REPORT-SEG.
098600     EVALUATE WS-PART-SUB
098700         WHEN 1
098800             READ GEO3X3-RSEG-1-FILE INTO WS-SEG-REPORT-LINE
098900                 AT END
099000                     MOVE 'Y' TO WS-SEG-EOF-SW
099100             END-READ
099200         WHEN 2
099300             READ GEO3X3-RSEG-2-FILE INTO WS-SEG-REPORT-LINE
099400                 AT END
099500                     MOVE 'Y' TO WS-SEG-EOF-SW
099600             END-READ
099700         WHEN 3
099800             READ GEO3X3-RSEG-3-FILE INTO WS-SEG-REPORT-LINE
099900                 AT END
100000                     MOVE 'Y' TO WS-SEG-EOF-SW
100100             END-READ
100200         WHEN 4
100300             READ GEO3X3-RSEG-4-FILE INTO WS-SEG-REPORT-LINE
100400                 AT END
100500                     MOVE 'Y' TO WS-SEG-EOF-SW
100600             END-READ
100700         WHEN 5
100800             READ GEO3X3-RSEG-5-FILE INTO WS-SEG-REPORT-LINE
100900                 AT END
101000                     MOVE 'Y' TO WS-SEG-EOF-SW
101100             END-READ
101200         WHEN 6
101300             READ GEO3X3-RSEG-6-FILE INTO WS-SEG-REPORT-LINE
101400                 AT END
101500                     MOVE 'Y' TO WS-SEG-EOF-SW
101600             END-READ
101700         WHEN 7
101800             READ GEO3X3-RSEG-7-FILE INTO WS-SEG-REPORT-LINE
101900                 AT END
102000                     MOVE 'Y' TO WS-SEG-EOF-SW
102100             END-READ
102200         WHEN 8
102300             READ GEO3X3-RSEG-8-FILE INTO WS-SEG-REPORT-LINE
102400                 AT END
102500                     MOVE 'Y' TO WS-SEG-EOF-SW
102600             END-READ
102700     END-EVALUATE.
102800 7120-READ-REPORT-SEG-EXIT.
102900     EXIT.
103000*
103100 7130-CLOSE-REPORT-SEG.
103200     EVALUATE WS-PART-SUB
103300         WHEN 1
103400             CLOSE GEO3X3-RSEG-1-FILE
103500         WHEN 2
103600             CLOSE GEO3X3-RSEG-2-FILE
103700         WHEN 3
103800             CLOSE GEO3X3-RSEG-3-FILE
103900         WHEN 4
104000             CLOSE GEO3X3-RSEG-4-FILE
104100         WHEN 5
104200             CLOSE GEO3X3-RSEG-5-FILE
104300         WHEN 6
104400             CLOSE GEO3X3-RSEG-6-FILE
104500         WHEN 7
104600             CLOSE GEO3X3-RSEG-7-FILE
104700         WHEN 8
104800             CLOSE GEO3X3-RSEG-8-FILE
104900     END-EVALUATE.
105000 7130-CLOSE-REPORT-SEG-EXIT.
105100     EXIT.
105200*
105210*    -----------------------------------------------------
105220*    7210-OPEN-AUDIT-SEG - GEO3X3 OPENS ITS AUDIT FILE ON
105230*    THE FIRST CALL, SO A PARTITION PLANNED WITH NO
105240*    TRANSACTIONS LEAVES NO SEGMENT AT ALL. THAT IS AN
105250*    EMPTY SEGMENT, NOT A MISSING ONE.
105260*    -----------------------------------------------------
105300 7210-OPEN-AUDIT-SEG.
105310     MOVE 'N' TO WS-SEG-EMPTY-SW.
105400     EVALUATE WS-PART-SUB
105500         WHEN 1
105600             OPEN INPUT  GEO3X3-ASEG-1-FILE
105700         WHEN 2
105800             OPEN INPUT  GEO3X3-ASEG-2-FILE
105900         WHEN 3
106000             OPEN INPUT  GEO3X3-ASEG-3-FILE
106100         WHEN 4
106200             OPEN INPUT  GEO3X3-ASEG-4-FILE
106300         WHEN 5
106400             OPEN INPUT  GEO3X3-ASEG-5-FILE
106500         WHEN 6
106600             OPEN INPUT  GEO3X3-ASEG-6-FILE
106700         WHEN 7
106800             OPEN INPUT  GEO3X3-ASEG-7-FILE
106900         WHEN 8
107000             OPEN INPUT  GEO3X3-ASEG-8-FILE
107100     END-EVALUATE.
107110     IF WS-SEG-FILE-NOT-FOUND
107120      AND WS-PRT-PLAN-COUNT (WS-PART-SUB) = 0
107130         MOVE 'Y' TO WS-SEG-EMPTY-SW
107140     END-IF.
107200 7210-OPEN-AUDIT-SEG-EXIT.
107300     EXIT.
107400*
107500 7220-READ-AUDIT-SEG.
107600     EVALUATE WS-PART-SUB
107700         WHEN 1
107800             READ GEO3X3-ASEG-1-FILE INTO GEO3X3-AUDIT-RECORD
107900                 AT END
108000                     MOVE 'Y' TO WS-SEG-EOF-SW
108100             END-READ
108200         WHEN 2
108300             READ GEO3X3-ASEG-2-FILE INTO GEO3X3-AUDIT-RECORD
108400                 AT END
108500                     MOVE 'Y' TO WS-SEG-EOF-SW
108600             END-READ
108700         WHEN 3
108800             READ GEO3X3-ASEG-3-FILE INTO GEO3X3-AUDIT-RECORD
108900                 AT END
109000                     MOVE 'Y' TO WS-SEG-EOF-SW
109100             END-READ
109200         WHEN 4
109300             READ GEO3X3-ASEG-4-FILE INTO GEO3X3-AUDIT-RECORD
109400                 AT END
109500                     MOVE 'Y' TO WS-SEG-EOF-SW
109600             END-READ
109700         WHEN 5
109800             READ GEO3X3-ASEG-5-FILE INTO GEO3X3-AUDIT-RECORD
109900                 AT END
110000                     MOVE 'Y' TO WS-SEG-EOF-SW
110100             END-READ
110200         WHEN 6
110300             READ GEO3X3-ASEG-6-FILE INTO GEO3X3-AUDIT-RECORD
110400                 AT END
110500                     MOVE 'Y' TO WS-SEG-EOF-SW
110600             END-READ
110700         WHEN 7
110800             READ GEO3X3-ASEG-7-FILE INTO GEO3X3-AUDIT-RECORD
110900                 AT END
111000                     MOVE 'Y' TO WS-SEG-EOF-SW
111100             END-READ
111200         WHEN 8
111300             READ GEO3X3-ASEG-8-FILE INTO GEO3X3-AUDIT-RECORD
111400                 AT END
111500                     MOVE 'Y' TO WS-SEG-EOF-SW
111600             END-READ
111700     END-EVALUATE.
111800 7220-READ-AUDIT-SEG-EXIT.
111900     EXIT.
112000*
112100 7230-CLOSE-AUDIT-SEG.
112200     EVALUATE WS-PART-SUB
112300         WHEN 1
112400             CLOSE GEO3X3-ASEG-1-FILE
112500         WHEN 2
112600             CLOSE GEO3X3-ASEG-2-FILE
112700         WHEN 3
112800             CLOSE GEO3X3-ASEG-3-FILE
112900         WHEN 4
113000             CLOSE GEO3X3-ASEG-4-FILE
113100         WHEN 5
113200             CLOSE GEO3X3-ASEG-5-FILE
113300         WHEN 6
113400             CLOSE GEO3X3-ASEG-6-FILE
113500         WHEN 7
113600             CLOSE GEO3X3-ASEG-7-FILE
113700         WHEN 8
113800             CLOSE GEO3X3-ASEG-8-FILE
113900     END-EVALUATE.
114000 7230-CLOSE-AUDIT-SEG-EXIT.
114100     EXIT.
114200*
114300 7310-OPEN-RETURN-SEG.
114400     EVALUATE WS-PART-SUB
114500         WHEN 1
114600             OPEN INPUT  GEO3X3-WSEG-1-FILE
114700         WHEN 2
114800             OPEN INPUT  GEO3X3-WSEG-2-FILE
114900         WHEN 3
115000             OPEN INPUT  GEO3X3-WSEG-3-FILE
115100         WHEN 4
115200             OPEN INPUT  GEO3X3-WSEG-4-FILE
115300         WHEN 5
115400             OPEN INPUT  GEO3X3-WSEG-5-FILE
115500         WHEN 6
115600             OPEN INPUT  GEO3X3-WSEG-6-FILE
115700         WHEN 7
115800             OPEN INPUT  GEO3X3-WSEG-7-FILE
115900         WHEN 8
116000             OPEN INPUT  GEO3X3-WSEG-8-FILE
116100     END-EVALUATE.
116200 7310-OPEN-RETURN-SEG-EXIT.
116300     EXIT.
116400*
116500 7320-READ-RETURN-SEG.
116600     EVALUATE WS-PART-SUB
116700         WHEN 1
116800             READ GEO3X3-WSEG-1-FILE INTO GEO3X3-RETURN-RECORD
116900                 AT END
117000                     MOVE 'Y' TO WS-SEG-EOF-SW
117100             END-READ
117200         WHEN 2
117300             READ GEO3X3-WSEG-2-FILE INTO GEO3X3-RETURN-RECORD
117400                 AT END
117500                     MOVE 'Y' TO WS-SEG-EOF-SW
117600             END-READ
117700         WHEN 3
117800             READ GEO3X3-WSEG-3-FILE INTO GEO3X3-RETURN-RECORD
117900                 AT END
118000                     MOVE 'Y' TO WS-SEG-EOF-SW
118100             END-READ
118200         WHEN 4
118300             READ GEO3X3-WSEG-4-FILE INTO GEO3X3-RETURN-RECORD
118400                 AT END
118500                     MOVE 'Y' TO WS-SEG-EOF-SW
118600             END-READ
118700         WHEN 5
118800             READ GEO3X3-WSEG-5-FILE INTO GEO3X3-RETURN-RECORD
118900                 AT END
119000                     MOVE 'Y' TO WS-SEG-EOF-SW
119100             END-READ
119200         WHEN 6
119300             READ GEO3X3-WSEG-6-FILE INTO GEO3X3-RETURN-RECORD
119400                 AT END
119500                     MOVE 'Y' TO WS-SEG-EOF-SW
119600             END-READ
119700         WHEN 7
119800             READ GEO3X3-WSEG-7-FILE INTO GEO3X3-RETURN-RECORD
119900                 AT END
120000                     MOVE 'Y' TO WS-SEG-EOF-SW
120100             END-READ
120200         WHEN 8
120300             READ GEO3X3-WSEG-8-FILE INTO GEO3X3-RETURN-RECORD
120400                 AT END
120500                     MOVE 'Y' TO WS-SEG-EOF-SW
120600             END-READ
120700     END-EVALUATE.
120800 7320-READ-RETURN-SEG-EXIT.
120900     EXIT.
121000*
121100 7330-CLOSE-RETURN-SEG.
121200     EVALUATE WS-PART-SUB
121300         WHEN 1
121400             CLOSE GEO3X3-WSEG-1-FILE
121500         WHEN 2
121600             CLOSE GEO3X3-WSEG-2-FILE
121700         WHEN 3
121800             CLOSE GEO3X3-WSEG-3-FILE
121900         WHEN 4
122000             CLOSE GEO3X3-WSEG-4-FILE
122100         WHEN 5
122200             CLOSE GEO3X3-WSEG-5-FILE
122300         WHEN 6
122400             CLOSE GEO3X3-WSEG-6-FILE
122500         WHEN 7
122600             CLOSE GEO3X3-WSEG-7-FILE
122700         WHEN 8
122800             CLOSE GEO3X3-WSEG-8-FILE
122900     END-EVALUATE.
123000 7330-CLOSE-RETURN-SEG-EXIT.
123100     EXIT.
123200*
123300 7400-CLEAR-AUDIT-SEG.
123400     EVALUATE WS-PART-SUB
123500         WHEN 1
123600             OPEN OUTPUT GEO3X3-ASEG-1-FILE
123700             CLOSE GEO3X3-ASEG-1-FILE
123800         WHEN 2
123900             OPEN OUTPUT GEO3X3-ASEG-2-FILE
124000             CLOSE GEO3X3-ASEG-2-FILE
124100         WHEN 3
124200             OPEN OUTPUT GEO3X3-ASEG-3-FILE
124300             CLOSE GEO3X3-ASEG-3-FILE
124400         WHEN 4
124500             OPEN OUTPUT GEO3X3-ASEG-4-FILE
124600             CLOSE GEO3X3-ASEG-4-FILE
124700         WHEN 5
124800             OPEN OUTPUT GEO3X3-ASEG-5-FILE
124900             CLOSE GEO3X3-ASEG-5-FILE
125000         WHEN 6
125100             OPEN OUTPUT GEO3X3-ASEG-6-FILE
125200             CLOSE GEO3X3-ASEG-6-FILE
125300         WHEN 7
125400             OPEN OUTPUT GEO3X3-ASEG-7-FILE
125500             CLOSE GEO3X3-ASEG-7-FILE
125600         WHEN 8
125700             OPEN OUTPUT GEO3X3-ASEG-8-FILE
125800             CLOSE GEO3X3-ASEG-8-FILE
125900     END-EVALUATE.
126000 7400-CLEAR-AUDIT-SEG-EXIT.
126100     EXIT.
126200*
126300 8500-LOG-JOB-START.
126400     SET GJLP-START TO TRUE.
126500     MOVE "GEO3X3MG" TO GJLP-PROGRAM.
126600     MOVE ZEROS TO GJLP-READ-COUNT.
126700     MOVE ZEROS TO GJLP-WRITTEN-COUNT.
126800     MOVE ZEROS TO GJLP-REJECT-COUNT.
126900     MOVE ZEROS TO GJLP-RETURN-CODE.
127000     CALL "GEO3X3JW" USING GEO3X3-JOBLOG-DATA.
127100 8500-LOG-JOB-START-EXIT.
127200     EXIT.
127300*
127400 8600-LOG-JOB-END.
127500     SET GJLP-END TO TRUE.
127600     MOVE WS-PLAN-INPUT-COUNT TO GJLP-READ-COUNT.
127700     MOVE WS-MERGED-REPORT-COUNT TO GJLP-WRITTEN-COUNT.
127800     MOVE ZEROS TO GJLP-REJECT-COUNT.
127900     MOVE RETURN-CODE TO GJLP-RETURN-CODE.
128000     CALL "GEO3X3JW" USING GEO3X3-JOBLOG-DATA.
128010     MOVE GJLP-RETURN-CODE TO RETURN-CODE.
128100 8600-LOG-JOB-END-EXIT.
128200     EXIT.
128300*
128310*    -----------------------------------------------------
128320*    9000-TERMINATE - EVERY CALL HANDS BACK ITS OWN RETURN
128330*    CODE, SO THE STEP'S IS HELD ACROSS THE LOCK RELEASE AND
128340*    THE JOB-LOG CALL AND PUT BACK FOR THE LOG AND THE STEP.
128350*    -----------------------------------------------------
128400 9000-TERMINATE.
128500     CLOSE GEO3X3-MERGE-FILE.
128550     MOVE RETURN-CODE TO WS-STEP-RC.
128600     PERFORM 9100-RELEASE-RUN THRU 9100-RELEASE-RUN-EXIT.
128650     MOVE WS-STEP-RC TO RETURN-CODE.
128700     PERFORM 8600-LOG-JOB-END THRU 8600-LOG-JOB-END-EXIT.
128750     MOVE WS-STEP-RC TO RETURN-CODE.
128800 9000-TERMINATE-EXIT.
128900     EXIT.
129000*
129100 9100-RELEASE-RUN.
129200     MOVE 'D' TO GLCK-FUNCTION.
129300     CALL "GEO3X3LK" USING GEO3X3-LOCK-DATA.
129400 9100-RELEASE-RUN-EXIT.
129500     EXIT.
