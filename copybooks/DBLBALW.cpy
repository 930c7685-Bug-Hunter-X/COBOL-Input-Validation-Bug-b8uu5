000100******************************************************************
000200*    DBLBALW.CPY
000300*    BALANCING WORK RECORD FOR THE RESULTS MASTER BALANCING JOB
000400*    (DBL240). ONE RECORD PER RUN DATE, KEYED BY THE RUN DATE,
000500*    ON A SCRATCH KEYED FILE BUILT FRESH EVERY RUN - WHAT THE
000600*    BATCH REGISTER SAYS THE DATE'S BATCHES CARRIED, WHAT NEVER
000700*    REACHED THE MASTER (REJECTS AND OVERFLOWS), WHAT THE
000800*    RESULTS MASTER AND THE PURGE ARCHIVE HOLD FOR THE DATE NOW,
000900*    AND THE NET CHANGE OPERATOR CORRECTIONS HAVE MADE SINCE.
001000*    EVERY HASH IS A SIGNED SUM OF WS-NUMBER VALUES.
001100*
001200*    MODIFICATION HISTORY
001300*    DATE       INIT  DESCRIPTION
001400*    ---------  ----  -----------------------------------------
001500*    2026-10-15 JRM   ORIGINAL COPYBOOK - BALANCING WORK RECORD.
001510*    2026-10-15 JRM   ADDED THE HELD COUNT AND HASH, CARVED OUT
001520*                     OF THE FILLER.
001600******************************************************************
001700 01  DBLBALW-RECORD.
001800     05  DBLBALW-KEY.
001900         10  DBLBALW-RUN-DATE        PIC 9(08).
002000     05  DBLBALW-REG-FLAG        PIC X(01).
002100         88  DBLBALW-REGISTERED      VALUE "Y".
002200     05  DBLBALW-NO-DETAIL-FLAG  PIC X(01).
002300         88  DBLBALW-LACKS-DETAIL    VALUE "Y".
002400     05  DBLBALW-BATCH-COUNT     PIC 9(04) COMP.
002500     05  DBLBALW-REG-COUNT       PIC 9(09) COMP.
002600     05  DBLBALW-REG-HASH        PIC S9(11) COMP.
002700     05  DBLBALW-REJ-COUNT       PIC 9(09) COMP.
002800     05  DBLBALW-REJ-HASH        PIC S9(11) COMP.
002900     05  DBLBALW-OVF-COUNT       PIC 9(09) COMP.
003000     05  DBLBALW-OVF-HASH        PIC S9(11) COMP.
003100     05  DBLBALW-MST-COUNT       PIC 9(09) COMP.
003200     05  DBLBALW-MST-HASH        PIC S9(11) COMP.
003300     05  DBLBALW-ARC-COUNT       PIC 9(09) COMP.
003400     05  DBLBALW-ARC-HASH        PIC S9(11) COMP.
003500     05  DBLBALW-CORR-COUNT      PIC 9(09) COMP.
003600     05  DBLBALW-CORR-HASH       PIC S9(11) COMP.
003610     05  DBLBALW-HOLD-COUNT      PIC 9(09) COMP.
003620     05  DBLBALW-HOLD-HASH       PIC S9(11) COMP.
003700     05  FILLER                  PIC X(08).
