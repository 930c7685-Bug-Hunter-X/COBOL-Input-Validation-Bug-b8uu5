000100******************************************************************
000200*    DBLRCAP.CPY
000300*    BATCH RECAP RECORD. DBL100 WRITES ONE RECORD PER BATCH AS
000400*    THE BATCH CLOSES, IN TRANIN ORDER, SO THE END-OF-RUN RECAP,
000500*    THE RECONCILIATION SUMMARY, AND THE BATCH REGISTER CAN SHOW
000600*    EVERY BATCH'S RUN DATE, FEEDER SOURCE, DETAIL COUNTS, AND
000700*    GOOD/BAD RECONCILIATION STATUS HOWEVER MANY BATCHES THE
000800*    TRANIN FILE CARRIES. THE FILE IS KEPT ACROSS A FAILED RUN
000900*    AND CUT BACK ON A RESTART TO THE BATCHES DONE AS OF THE
001000*    CHECKPOINT.
001100*
001200*    MODIFICATION HISTORY
001300*    DATE       INIT  DESCRIPTION
001400*    ---------  ----  -----------------------------------------
001500*    2026-10-15 JRM   ORIGINAL COPYBOOK - BATCH RECAP RECORD.
001600******************************************************************
001700 01  DBLRCAP-RECORD.
001800     05  DBLRCAP-RUN-DATE        PIC 9(08).
001900     05  DBLRCAP-READ-COUNT      PIC 9(09) COMP.
002000     05  DBLRCAP-STATUS          PIC X(01).
002100         88  DBLRCAP-GOOD            VALUE "G".
002200         88  DBLRCAP-BAD             VALUE "B".
002300     05  DBLRCAP-EXP-COUNT       PIC 9(09) COMP.
002400     05  DBLRCAP-EXP-HASH        PIC S9(11) COMP.
002500     05  DBLRCAP-REJ-COUNT       PIC 9(09) COMP.
002600     05  DBLRCAP-REJ-HASH        PIC S9(11) COMP.
002700     05  DBLRCAP-OVF-COUNT       PIC 9(09) COMP.
002800     05  DBLRCAP-OVF-HASH        PIC S9(11) COMP.
002900     05  DBLRCAP-HOLD-COUNT      PIC 9(09) COMP.
003000     05  DBLRCAP-HOLD-HASH       PIC S9(11) COMP.
003100     05  DBLRCAP-SOURCE-ID       PIC X(04).
003200     05  DBLRCAP-WRT-COUNT       PIC 9(09) COMP.
003300     05  FILLER                  PIC X(11).
