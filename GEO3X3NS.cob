002600*                    FILE IS ABSENT). ANY FLAG ENDS THE
002700*                    STEP WITH RETURN CODE 8 - ONE PAGE
002800*                    THAT SAYS WHETHER THE NIGHT WAS CLEAN.
002810*    2026-10-05  DA  THE BUILT-IN LIST NOW ALSO EXPECTS THE
002820*                    GEO3X3SA AUDIT SEALING AND GEO3X3VS
002830*                    SEAL VERIFICATION STEPS, SO A NIGHT
002840*                    THAT SKIPPED THEM, OR WHOSE TRAIL
002850*                    FAILED ITS SEALS, IS NOT CLEAN.
002900*    ---------------------------------------------------
003000*
003100 ENVIRONMENT     DIVISION.
016100*    -----------------------------------------------------
016200*    1100-LOAD-EXPECTED - THE GEO3X3NE CARDS NAME THE
016300*    STEPS THE NIGHT IS SUPPOSED TO RUN; WITHOUT THE FILE
016400*    THE BUILT-IN NIGHTLY LIST APPLIES, SO THE NORMAL RUN
016500*    NEEDS NO CARDS AT ALL.
016600*    -----------------------------------------------------
016700 1100-LOAD-EXPECTED.
018400         MOVE "GEO3X3RN " TO WS-EXP-PROGRAM (8)
018500         MOVE "GEO3X3DX " TO WS-EXP-PROGRAM (9)
018600         MOVE "GEO3X3AP " TO WS-EXP-PROGRAM (10)
018610         MOVE "GEO3X3SA " TO WS-EXP-PROGRAM (11)
018620         MOVE "GEO3X3VS " TO WS-EXP-PROGRAM (12)
018700         MOVE 12 TO WS-EXP-COUNT
018800     END-IF.
018900 1100-LOAD-EXPECTED-EXIT.
019000     EXIT.
