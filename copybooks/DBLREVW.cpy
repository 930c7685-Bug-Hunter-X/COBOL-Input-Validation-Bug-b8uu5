000100******************************************************************
000200*    DBLREVW.CPY
000300*    HOLD REVIEW CARD LAYOUT FOR THE HOLD RELEASE JOB (DBL260).
000400*    THE DECK CARRIES A LEADING HEADER CARD WITH THE RUN DATE
000500*    FOR THE RESUBMISSION BATCH AND THE REVIEWING OPERATOR, AND
000600*    ONE DETAIL CARD PER HELD TRANSACTION BEING DECIDED, NAMED
000700*    BY THE RUN DATE AND SEQUENCE NUMBER IT WAS HELD UNDER. A
000800*    RELEASE (R) SENDS THE ITEM ON UNCHANGED IN THE NEXT
000900*    RESUBMISSION BATCH; A REJECT (J) MOVES IT TO SUSPENSE,
001000*    WHERE IT IS CORRECTED OR WRITTEN OFF LIKE ANY OTHER REJECT.
001100*    THE REJECT REASON IS OPTIONAL AND GOES TO SUSPENSE WITH IT.
001200*
001300*    MODIFICATION HISTORY
001400*    DATE       INIT  DESCRIPTION
001500*    ---------  ----  -----------------------------------------
001600*    2026-10-15 JRM   ORIGINAL COPYBOOK - HOLD REVIEW CARD.
001700******************************************************************
001800 01  DBLREVW-RECORD.
001900     05  DBLREVW-REC-TYPE        PIC X(01).
002000         88  DBLREVW-IS-HEADER       VALUE "H".
002100         88  DBLREVW-IS-DETAIL       VALUE "D".
002200     05  DBLREVW-DETAIL-AREA.
002300         10  DBLREVW-RUN-DATE        PIC 9(08).
002400         10  DBLREVW-RUN-DATE-X REDEFINES
002500             DBLREVW-RUN-DATE        PIC X(08).
002600         10  DBLREVW-SEQUENCE-NO     PIC 9(09).
002700         10  DBLREVW-SEQUENCE-NO-X REDEFINES
002800             DBLREVW-SEQUENCE-NO     PIC X(09).
002900         10  DBLREVW-DECISION        PIC X(01).
003000             88  DBLREVW-RELEASE         VALUE "R".
003100             88  DBLREVW-REJECT          VALUE "J".
003200         10  DBLREVW-REASON-TEXT     PIC X(40).
003300         10  FILLER                  PIC X(21).
003400     05  DBLREVW-HEADER-AREA REDEFINES DBLREVW-DETAIL-AREA.
003500         10  DBLREVW-HDR-RUN-DATE    PIC 9(08).
003600         10  DBLREVW-HDR-RUN-DATE-X REDEFINES
003700             DBLREVW-HDR-RUN-DATE    PIC X(08).
003800         10  DBLREVW-HDR-OPERATOR-ID PIC X(08).
003900         10  FILLER                  PIC X(63).
