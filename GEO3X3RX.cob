002500*                    GEO3X3TK) AND AGED ON THE GEO3X3TP
002600*                    REPORT SO A REJECT CAN NO LONGER
002700*                    SILENTLY VANISH FROM THE FLOW.
002710*    2026-10-05  DA  A FIXED REJECT KEEPS THE SENDER'S
002720*                    TRANSACTION REFERENCE FROM ITS ORIGINAL
002730*                    IMAGE (OR TAKES THE ONE KEYED ON THE
002740*                    CORRECTION CARD) AND IS TAGGED WITH THE
002750*                    SENDER THAT FIRST SENT IT, SO ITS
002760*                    RESULT GOES BACK ON THAT SENDER'S
002770*                    GEO3X3RT RETURN. THE RESUBMIT HEADER
002780*                    NAMES GEO3X3RX AS ITS SENDING SYSTEM.
002800*    ---------------------------------------------------
002900*
003000 ENVIRONMENT     DIVISION.
006300
006400 FD  GEO3X3-CARRY-IN-FILE
006500     RECORDING MODE IS F.
006600 01  GEO3X3-CARRY-IN-RECORD     PIC X(138).
006700
006800 FD  GEO3X3-CORRECTION-FILE
006900     RECORDING MODE IS F.
007300     03  GCOR-REJECT-SEQ        PIC X(08).
007400     03  FILLER                 PIC X(01).
007500     03  GCOR-ITEM-CODE         PIC X(03).
007510     03  FILLER                 PIC X(01).
007520     03  GCOR-TRANS-REF         PIC X(16).
007600     03  FILLER                 PIC X(42).
007700
007800 FD  GEO3X3-RESUBMIT-FILE
007900     RECORDING MODE IS F.
008100
008200 FD  GEO3X3-CARRY-OUT-FILE
008300     RECORDING MODE IS F.
008400 01  GEO3X3-CARRY-OUT-RECORD    PIC X(138).
008500
008600 FD  GEO3X3-AGING-FILE
008700     RECORDING MODE IS F.
011600         05  WS-COR-DATE        PIC X(08).
011700         05  WS-COR-SEQ         PIC X(08).
011800         05  WS-COR-ITEM        PIC X(03).
011810         05  WS-COR-TRANS-REF   PIC X(16).
011900 01  WS-AGE-HDR-LINE.
012000     03  FILLER                 PIC X(33) VALUE
012100         "GEO3X3 REJECT REPAIR AND AGING  ".
023500                     TO WS-COR-SEQ (WS-CORR-COUNT)
023600                 MOVE GCOR-ITEM-CODE
023700                     TO WS-COR-ITEM (WS-CORR-COUNT)
023710                 MOVE GCOR-TRANS-REF
023720                     TO WS-COR-TRANS-REF (WS-CORR-COUNT)
023800             ELSE
023900                 DISPLAY "GEO3X3RX: CORRECTION TABLE FULL, "
024000                     "CARD IGNORED"
024700     MOVE SPACES TO GEO3X3-INCOMING-RECORD.
024800     SET GTIN-HEADER TO TRUE.
024900     MOVE WS-TODAY-DATE TO GTIN-FILE-DATE.
024910     MOVE "GEO3X3RX" TO GTIN-SENDER-ID.
025000     WRITE GEO3X3-INCOMING-RECORD.
025100 1300-WRITE-TI-HEADER-EXIT.
025200     EXIT.
030200 2420-TEST-CORRECTION-EXIT.
030300     EXIT.
030400*
030420*    -----------------------------------------------------
030430*    2450-WRITE-FIXED - A REJECTED DETAIL KEEPS ITS OWN
030440*    TRANSACTION REFERENCE UNLESS THE CARD SUPPLIES ONE
030450*    (THE ONLY WAY TO FIX A DETAIL REJECTED FOR HAVING
030460*    NONE); THE ORIGINAL SENDER RIDES ON THE DETAIL.
030470*    -----------------------------------------------------
030500 2450-WRITE-FIXED.
030600     ADD 1 TO WS-FIXED-COUNT.
030700     MOVE GREJ-IMAGE TO GEO3X3-INCOMING-RECORD.
030710     IF NOT GTIN-DETAIL
030720         MOVE SPACES TO GEO3X3-INCOMING-RECORD
030730     END-IF.
030800     SET GTIN-DETAIL TO TRUE.
030900     MOVE WS-COR-ITEM (WS-FOUND-SUB) TO GTIN-ITEM-CODE.
030910     IF WS-COR-TRANS-REF (WS-FOUND-SUB) NOT = SPACES
030920         MOVE WS-COR-TRANS-REF (WS-FOUND-SUB) TO GTIN-TRANS-REF
030930     END-IF.
030940     MOVE GREJ-SENDER-ID TO GTIN-DTL-SENDER-ID.
031000     WRITE GEO3X3-INCOMING-RECORD.
031100     MOVE GREJ-DATE TO WS-AGE-REJ-DATE.
031200     MOVE GREJ-SEQ TO WS-AGE-REJ-SEQ.
