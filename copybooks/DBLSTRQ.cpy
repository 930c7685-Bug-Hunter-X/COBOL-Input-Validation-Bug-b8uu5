000100******************************************************************
000200*    DBLSTRQ.CPY
000300*    THE NIGHTLY JOB-STREAM ORDER, FOR WORKING-STORAGE. EVERY
000400*    STREAM STEP CHECKS THAT EACH STEP AHEAD OF ITS OWN ENTRY
000500*    HERE HAS ENDED GOOD FOR THE BUSINESS DATE, AND THE STREAM
000600*    STATUS REPORT PRINTS THE STEPS IN THIS ORDER. THE FIRST
000700*    DBLSTRQ-OWED-COUNT STEPS RUN EVERY BUSINESS DATE AND ARE
000800*    OWED UNTIL THEY END GOOD; THE STEPS AFTER THEM (THE
000900*    RESULTS MASTER PURGE) RUN ONLY WHEN CALLED FOR.
001000*
001100*    MODIFICATION HISTORY
001200*    DATE       INIT  DESCRIPTION
001300*    ---------  ----  -----------------------------------------
001400*    2026-10-15 JRM   ORIGINAL COPYBOOK - JOB-STREAM ORDER.
001410*    2026-10-15 JRM   ADDED THE HOLD RELEASE STEP (DBL260) AFTER
001420*                     THE RETURNS JOB AND AHEAD OF THE RECYCLE,
001430*                     SO ITS REJECTS REACH SUSPENSE THE SAME
001440*                     NIGHT.
001500******************************************************************
001600 01  DBLSTRQ-STREAM-ORDER.
001700     05  DBLSTRQ-STEP-VALUES.
001800         10  FILLER                  PIC X(08) VALUE "DBL100".
001900         10  FILLER                  PIC X(08) VALUE "DBL190".
002000         10  FILLER                  PIC X(08) VALUE "DBL200".
002100         10  FILLER                  PIC X(08) VALUE "DBL210".
002200         10  FILLER                  PIC X(08) VALUE "DBL180".
002250         10  FILLER                  PIC X(08) VALUE "DBL260".
002300         10  FILLER                  PIC X(08) VALUE "DBL110".
002400         10  FILLER                  PIC X(08) VALUE "DBL150".
002500     05  DBLSTRQ-STEP-TABLE REDEFINES DBLSTRQ-STEP-VALUES.
002600         10  DBLSTRQ-STEP-ID         PIC X(08) OCCURS 8 TIMES.
002700     05  DBLSTRQ-STEP-COUNT      PIC 9(04) COMP VALUE 8.
002800     05  DBLSTRQ-OWED-COUNT      PIC 9(04) COMP VALUE 7.
