000100******************************************************************
000200*    DBLSCTL.CPY
000300*    STEP CONTROL CARD FOR THE NIGHTLY JOB STREAM. EVERY STREAM
000400*    STEP AFTER DBL100 READS ONE OF THESE FROM ITS STEPCARD DD
000500*    BEFORE IT DOES ANYTHING ELSE. THE CARD NAMES THE BUSINESS
000600*    DATE THE STEP IS RUNNING FOR AND THE OPERATOR RUNNING IT,
000700*    AND MAY CARRY THE OVERRIDE FLAG - F FORCES THE STEP TO RUN
000800*    EVEN THOUGH A PREDECESSOR HAS NOT ENDED GOOD FOR THE DATE,
000900*    OR THE STEP ITSELF ALREADY HAS. A FORCED STEP NEEDS AN
001000*    OPERATOR WITH CORRECTION AUTHORITY ON THE SECURITY MASTER
001100*    AND IS JOURNALED UNDER AUDIT ACTION CODE F. DBL100 TAKES
001200*    ITS BUSINESS DATE FROM ITS RUN-CONTROL PARMS INSTEAD.
001300*
001400*    MODIFICATION HISTORY
001500*    DATE       INIT  DESCRIPTION
001600*    ---------  ----  -----------------------------------------
001700*    2026-10-15 JRM   ORIGINAL COPYBOOK - STEP CONTROL CARD.
001800******************************************************************
001900 01  DBLSCTL-RECORD.
002000     05  DBLSCTL-BUS-DATE        PIC 9(08).
002100     05  DBLSCTL-BUS-DATE-X REDEFINES DBLSCTL-BUS-DATE
002200                                 PIC X(08).
002300     05  DBLSCTL-OPERATOR-ID     PIC X(08).
002400     05  DBLSCTL-FORCE-FLAG      PIC X(01).
002500         88  DBLSCTL-FORCE-STEP      VALUE "F".
002600         88  DBLSCTL-NORMAL-STEP     VALUE "N" " ".
002700     05  FILLER                  PIC X(63).
