001200*    DATE       INIT  DESCRIPTION
001300*    ---------  ----  -----------------------------------------
001400*    2026-09-02 JRM   ORIGINAL COPYBOOK - PROCESSING CALENDAR.
001410*    2026-10-15 JRM   THE CALENDAR IS NOW BUILT AND MAINTAINED BY
001420*                     THE CALENDAR MAINTENANCE JOB (DBL270).
001430*                     CARVED DBLCAL-REMARK OUT OF THE TRAILING
001440*                     FILLER (RECORD LENGTH UNCHANGED) TO NAME A
001450*                     HOLIDAY, CLOSURE, OR OPENED DAY. RECORDS
001460*                     KEYED BEFORE THIS CHANGE CARRY SPACES.
001470*    2026-10-15 JRM   THE CALENDAR IS NOW A KEYED FILE ON
001480*                     DBLCAL-DATE-X SO DBL100 CAN READ A DATE
001490*                     DIRECTLY INSTEAD OF HOLDING THE CALENDAR
001495*                     IN STORAGE. RECORD LENGTH UNCHANGED.
001500******************************************************************
001600 01  DBLCAL-RECORD.
001700     05  DBLCAL-DATE             PIC 9(08).
002000     05  DBLCAL-DAY-TYPE         PIC X(01).
002100         88  DBLCAL-BUSINESS-DAY     VALUE "B".
002200         88  DBLCAL-HOLIDAY          VALUE "H".
002210     05  DBLCAL-REMARK           PIC X(30).
002300     05  FILLER                  PIC X(41).
