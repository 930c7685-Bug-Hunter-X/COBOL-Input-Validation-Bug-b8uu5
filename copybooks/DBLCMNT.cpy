000100******************************************************************
000200*    DBLCMNT.CPY
000300*    MAINTENANCE CARD LAYOUT FOR THE PROCESSING CALENDAR
000400*    MAINTENANCE JOB (DBL270). THE DECK CARRIES A LEADING HEADER
000500*    CARD NAMING THE OPERATOR WHO KEYED IT AND ONE DETAIL CARD
000600*    PER CHANGE, APPLIED IN DECK ORDER:
000700*
000800*      G - GENERATE A YEAR OF BUSINESS DAYS FROM THE WEEKDAY
000900*          PATTERN (MONDAY FIRST, Y FOR A BUSINESS DAY - ALL
001000*          SEVEN BLANK MEANS MONDAY THROUGH FRIDAY). THE YEAR
001100*          MUST NOT ALREADY BE ON THE CALENDAR.
001200*      H - MAKE A BUSINESS DAY A HOLIDAY.
001300*      C - CLOSE A BUSINESS DAY AD HOC (AN UNPLANNED CLOSURE).
001400*          IT IS FLAGGED LIKE A HOLIDAY BUT REGISTERED AND
001500*          JOURNALED AS A CLOSURE.
001600*      R - REMOVE A HOLIDAY OR CLOSURE - THE DAY IS A BUSINESS
001700*          DAY AGAIN.
001800*      M - MOVE A HOLIDAY FROM THE CARD DATE TO THE TO-DATE,
001900*          WHICH MUST BE A BUSINESS DAY ON THE CALENDAR.
002000*      O - OPEN AN EXTRA BUSINESS DAY THE PATTERN LEFT OFF THE
002100*          CALENDAR, SUCH AS A WEEKEND CATCH-UP RUN.
002200*
002300*    THE REMARK IS OPTIONAL AND IS KEPT ON THE CALENDAR RECORD
002400*    WITH A HOLIDAY, CLOSURE, OR OPENED DAY.
002500*
002600*    MODIFICATION HISTORY
002700*    DATE       INIT  DESCRIPTION
002800*    ---------  ----  -----------------------------------------
002900*    2026-10-15 JRM   ORIGINAL COPYBOOK - CALENDAR MAINT CARD.
003000******************************************************************
003100 01  DBLCMNT-RECORD.
003200     05  DBLCMNT-REC-TYPE        PIC X(01).
003300         88  DBLCMNT-IS-HEADER       VALUE "H".
003400         88  DBLCMNT-IS-DETAIL       VALUE "D".
003500     05  DBLCMNT-DETAIL-AREA.
003600         10  DBLCMNT-ACTION          PIC X(01).
003700             88  DBLCMNT-GENERATE        VALUE "G".
003800             88  DBLCMNT-HOLIDAY         VALUE "H".
003900             88  DBLCMNT-CLOSURE         VALUE "C".
004000             88  DBLCMNT-REMOVE          VALUE "R".
004100             88  DBLCMNT-MOVE            VALUE "M".
004200             88  DBLCMNT-OPEN            VALUE "O".
004300         10  DBLCMNT-DATE            PIC 9(08).
004400         10  DBLCMNT-DATE-X REDEFINES DBLCMNT-DATE
004500                                     PIC X(08).
004600         10  DBLCMNT-TO-DATE         PIC 9(08).
004700         10  DBLCMNT-TO-DATE-X REDEFINES DBLCMNT-TO-DATE
004800                                     PIC X(08).
004900         10  DBLCMNT-YEAR            PIC 9(04).
005000         10  DBLCMNT-YEAR-X REDEFINES DBLCMNT-YEAR
005100                                     PIC X(04).
005200         10  DBLCMNT-PATTERN.
005300             15  DBLCMNT-PATTERN-DAY     PIC X(01)
005400                                         OCCURS 7 TIMES.
005500         10  DBLCMNT-REMARK          PIC X(30).
005600         10  FILLER                  PIC X(21).
005700     05  DBLCMNT-HEADER-AREA REDEFINES DBLCMNT-DETAIL-AREA.
005800         10  DBLCMNT-HDR-MAINT-ID    PIC X(08).
005900         10  FILLER                  PIC X(71).
