002030*                     NUMBERS WITHIN ONE JOURNAL DATE, SO DATE
002040*                     PLUS SEQUENCE PLUS ACTION ALONE COLLIDES
002050*                     ROUTINELY. RECORD LENGTH UNCHANGED.
002060*    2026-10-15 JRM   ADDED ACTION CODE J (POST-RUN ADJUSTMENT)
002070*                     AND CARVED DBLAMST-ORIG-RUN-DATE OUT OF THE
002080*                     FILLER (RECORD LENGTH UNCHANGED), CARRIED
002090*                     FROM THE JOURNAL'S DBLAUD-ORIG-RUN-DATE.
002091*    2026-10-15 JRM   ADDED ACTION CODE F (FORCED STREAM STEP).
002092*    2026-10-15 JRM   ADDED ACTION CODES Y (REJECT RECYCLED) AND
002093*                     W (REJECT WRITTEN OFF), AN ALPHANUMERIC
002094*                     VIEW OF DBLAMST-NUMBER FOR A REJECTED
002095*                     VALUE THAT IS NOT NUMERIC, AND CARVED
002096*                     DBLAMST-REJ-SOURCE OUT OF THE FILLER
002097*                     (RECORD LENGTH UNCHANGED), CARRIED FROM
002098*                     THE JOURNAL'S DBLAUD-REJ-SOURCE.
002099*    2026-10-15 JRM   ADDED ACTION CODE L (HELD ITEM RELEASED)
002119*                     AND REJECT SOURCE H (HELD ITEM).
002139*    2026-10-15 JRM   ADDED ACTION CODE K (PROCESSING CALENDAR
002159*                     CHANGE).
002179******************************************************************
002200 01  DBLAMST-RECORD.
002300     05  DBLAMST-KEY.
002400         10  DBLAMST-DATE            PIC 9(08).
003000             88  DBLAMST-IS-OPER-ADD     VALUE "A".
003100             88  DBLAMST-IS-OPER-CHANGE  VALUE "U".
003200             88  DBLAMST-IS-OPER-DELETE  VALUE "X".
003210             88  DBLAMST-IS-ADJUSTED     VALUE "J".
003220             88  DBLAMST-IS-FORCED-STEP  VALUE "F".
003230             88  DBLAMST-IS-RECYCLED     VALUE "Y".
003240             88  DBLAMST-IS-WRITTEN-OFF  VALUE "W".
003250             88  DBLAMST-IS-RELEASED     VALUE "L".
003260             88  DBLAMST-IS-CAL-CHANGE   VALUE "K".
003300         10  DBLAMST-TIME            PIC 9(08).
003400     05  DBLAMST-OPERATOR-ID     PIC X(08).
003500     05  DBLAMST-NUMBER          PIC S9(05).
003510     05  DBLAMST-NUMBER-X REDEFINES DBLAMST-NUMBER
003520                                 PIC X(05).
003600     05  DBLAMST-RESULT          PIC 9(07).
003700     05  DBLAMST-TARGET-ID       PIC X(08).
003800     05  DBLAMST-OLD-AUTHORITY   PIC X(01).
003900     05  DBLAMST-NEW-AUTHORITY   PIC X(01).
003910     05  DBLAMST-ORIG-RUN-DATE   PIC 9(08).
003920     05  DBLAMST-ORIG-RUN-DATE-X REDEFINES DBLAMST-ORIG-RUN-DATE
003930                                 PIC X(08).
003940     05  DBLAMST-REJ-SOURCE      PIC X(01).
003950         88  DBLAMST-REJ-FROM-EXCP   VALUE "E".
003960         88  DBLAMST-REJ-FROM-OVFL   VALUE "O".
003970         88  DBLAMST-REJ-FROM-RETURN VALUE "R".
003980         88  DBLAMST-REJ-FROM-HOLD   VALUE "H".
004000     05  FILLER                  PIC X(15).
