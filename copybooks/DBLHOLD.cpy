000100******************************************************************
000200*    DBLHOLD.CPY
000300*    HELD TRANSACTION RECORD. DBL100 WRITES ONE TO HOLDFILE FOR
000400*    EVERY DETAIL WHOSE WS-NUMBER IS VALID BUT OUTSIDE THE
000500*    TOLERANCE LIMITS ON LIMFILE FOR ITS OPERATION CODE - THE
000600*    KIND OF VALUE A BAD UPSTREAM EXTRACT PRODUCES. A HELD ITEM
000700*    IS NOT COMPUTED, NOT POSTED TO THE RESULTS MASTER, AND NOT
000800*    SENT ON THE INTERFACE EXTRACT. THE HOLD RELEASE JOB (DBL260)
000900*    CARRIES EVERY ITEM NOT YET REVIEWED ON ITS HOLD QUEUE IN
001000*    THIS SAME LAYOUT UNTIL A REVIEW CARD RELEASES IT INTO A
001100*    RESUBMISSION BATCH OR REJECTS IT TO SUSPENSE.
001200*
001300*    MODIFICATION HISTORY
001400*    DATE       INIT  DESCRIPTION
001500*    ---------  ----  -----------------------------------------
001600*    2026-10-15 JRM   ORIGINAL COPYBOOK - HELD TRANSACTION.
001700******************************************************************
001800 01  DBLHOLD-RECORD.
001900     05  DBLHOLD-RUN-DATE        PIC 9(08).
002000     05  DBLHOLD-SEQUENCE-NO     PIC 9(09).
002100     05  DBLHOLD-NUMBER          PIC 9(05).
002200     05  DBLHOLD-OP-CODE         PIC X(01).
002300         88  DBLHOLD-OP-DOUBLE       VALUE "1".
002400         88  DBLHOLD-OP-TRIPLE       VALUE "2".
002500         88  DBLHOLD-OP-MARKUP       VALUE "3".
002600     05  DBLHOLD-MARKUP-PCT      PIC 9(05).
002700     05  DBLHOLD-LOW-LIMIT       PIC 9(05).
002800     05  DBLHOLD-HIGH-LIMIT      PIC 9(05).
002900     05  DBLHOLD-HELD-DATE       PIC 9(08).
003000     05  DBLHOLD-REASON-TEXT     PIC X(40).
003100     05  FILLER                  PIC X(14).
