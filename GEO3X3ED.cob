002653*                    GEO3X3RX REPAIR RUN CAN KEY A
002654*                    CORRECTION CARD TO ONE REJECT AND AGE
002655*                    THE ONES NOBODY HAS FIXED YET.
002656*    2026-10-05  DA  THE HEADER NOW NAMES THE SENDING SYSTEM
002657*                    AND EVERY DETAIL CARRIES THE SENDER'S
002658*                    TRANSACTION REFERENCE; BOTH ARE PASSED
002659*                    THROUGH ON GEO3X3TX SO GEO3X3RPT CAN
002660*                    WRITE THE GEO3X3RT RETURN FILE. A
002661*                    HEADER WITH NO SENDER FAILS THE
002662*                    STRUCTURE; A DETAIL WITH NO REFERENCE
002663*                    IS REJECTED, SINCE ITS RESULT COULD
002664*                    NEVER BE MATCHED BACK BY THE SENDER.
002669*    2026-10-15  DA  A DETAIL'S OWN SENDER ID IS HONOURED
002674*                    ONLY ON A GEO3X3RX RESUBMIT FILE; FROM
002679*                    ANY OTHER SENDER A DETAIL CARRYING ONE
002684*                    IS REJECTED, SO ITS RESULT CANNOT BE
002689*                    ROUTED TO ANOTHER SENDER'S RETURN FILE.
002700*    ---------------------------------------------------
002800*
002900 ENVIRONMENT     DIVISION.
008400     88  WS-STRUCTURE-BAD               VALUE 'Y'.
008450 01  WS-TODAY-DATE              PIC 9(08) VALUE ZEROS.
008500 01  WS-FILE-DATE               PIC 9(08) VALUE ZEROS.
008510 01  WS-SENDER-ID               PIC X(08) VALUE SPACES.
008600 01  WS-TRAILER-COUNT           PIC 9(08) VALUE ZEROS.
008700 01  WS-DETAIL-COUNT            PIC 9(08) VALUE ZEROS.
008800 01  WS-CLEAN-COUNT             PIC 9(08) VALUE ZEROS.
009100     03  FILLER                 PIC X(29) VALUE
009200         "GEO3X3 FRONT-END EDIT, FILE  ".
009300     03  WS-EDT-FILE-DATE       PIC 9(08).
009310     03  FILLER                 PIC X(09) VALUE "  SENDER ".
009320     03  WS-EDT-SENDER-ID       PIC X(08).
009400     03  FILLER                 PIC X(26) VALUE SPACES.
009500 01  WS-EDT-COUNT-LINE.
009600     03  WS-EDT-COUNT-LABEL     PIC X(20).
009700     03  WS-EDT-COUNT           PIC ZZZZZZZ9.
019870     MOVE WS-TODAY-DATE TO GREJ-DATE.
019900     MOVE GEO3X3-INCOMING-RECORD TO GREJ-IMAGE.
019950     MOVE WS-REJECT-REASON TO GREJ-REASON.
019960     IF GTIN-DETAIL
019965      AND WS-SENDER-ID = "GEO3X3RX"
019970      AND GTIN-DTL-SENDER-ID NOT = SPACES
019980         MOVE GTIN-DTL-SENDER-ID TO GREJ-SENDER-ID
019990     ELSE
019991         MOVE WS-SENDER-ID TO GREJ-SENDER-ID
019992     END-IF.
020000     WRITE GEO3X3-REJECT-RECORD.
020100 2300-WRITE-REJECT-EXIT.
020200     EXIT.
021700             MOVE "HEADER DATE NOT NUMERIC" TO WS-REJECT-REASON
021800             PERFORM 2300-WRITE-REJECT
021900                 THRU 2300-WRITE-REJECT-EXIT
021910         WHEN GTIN-SENDER-ID = SPACES
021920             MOVE 'Y' TO WS-STRUCTURE-BAD-SW
021930             MOVE "HEADER SENDER ID MISSING" TO WS-REJECT-REASON
021940             PERFORM 2300-WRITE-REJECT
021950                 THRU 2300-WRITE-REJECT-EXIT
022000         WHEN OTHER
022100             MOVE 'Y' TO WS-HEADER-SEEN-SW
022200             MOVE GTIN-FILE-DATE TO WS-FILE-DATE
022210             MOVE GTIN-SENDER-ID TO WS-SENDER-ID
022300     END-EVALUATE.
022400 2400-EDIT-HEADER-EXIT.
022500     EXIT.
023500             MOVE "ITEM CODE OUT OF RANGE" TO WS-REJECT-REASON
023600             PERFORM 2300-WRITE-REJECT
023700                 THRU 2300-WRITE-REJECT-EXIT
023710         WHEN GTIN-TRANS-REF = SPACES
023720             MOVE "TRANSACTION REFERENCE MISSING"
023730                 TO WS-REJECT-REASON
023740             PERFORM 2300-WRITE-REJECT
023750                 THRU 2300-WRITE-REJECT-EXIT
023755         WHEN GTIN-DTL-SENDER-ID NOT = SPACES
023760          AND WS-SENDER-ID NOT = "GEO3X3RX"
023765             MOVE "DETAIL SENDER ID NOT ALLOWED"
023770                 TO WS-REJECT-REASON
023775             PERFORM 2300-WRITE-REJECT
023780                 THRU 2300-WRITE-REJECT-EXIT
023800         WHEN OTHER
023900             MOVE SPACES TO GEO3X3-TRANS-RECORD
024000             MOVE GTIN-ITEM-CODE TO GTRN-ITEM-CODE
024010             MOVE GTIN-TRANS-REF TO GTRN-TRANS-REF
024020             IF GTIN-DTL-SENDER-ID NOT = SPACES
024030                 MOVE GTIN-DTL-SENDER-ID TO GTRN-SENDER-ID
024040             ELSE
024050                 MOVE WS-SENDER-ID TO GTRN-SENDER-ID
024060             END-IF
024100             WRITE GEO3X3-TRANS-RECORD
024200             ADD 1 TO WS-CLEAN-COUNT
024300     END-EVALUATE.
028400*
028500 4000-WRITE-REPORT.
028600     MOVE WS-FILE-DATE TO WS-EDT-FILE-DATE.
028610     MOVE WS-SENDER-ID TO WS-EDT-SENDER-ID.
028700     WRITE GEO3X3-EDIT-REPORT-LINE FROM WS-EDT-HDR-LINE.
028800     MOVE "DETAILS RECEIVED:   " TO WS-EDT-COUNT-LABEL.
028900     MOVE WS-DETAIL-COUNT TO WS-EDT-COUNT.
