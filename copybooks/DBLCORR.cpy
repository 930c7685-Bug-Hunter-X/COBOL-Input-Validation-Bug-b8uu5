000200*    DBLCORR.CPY
000300*    CORRECTION CARD LAYOUT FOR THE EXCEPTION RECYCLE JOB. THE
000400*    FILE CARRIES A LEADING HEADER CARD WITH THE RESUBMISSION
000500*    RUN DATE AND THE KEYING OPERATOR, AND ONE DETAIL CARD PER
000550*    REJECT BEING DISPOSITIONED, KEYED ONCE FROM THE EXCEPTION
000600*    AND OVERFLOW REGISTERS SO THE REJECTS NO LONGER HAVE TO BE
000700*    RE-KEYED INTO THE NEXT DAY'S EXTRACT BY HAND.
000900*
001000*    MODIFICATION HISTORY
001100*    DATE       INIT  DESCRIPTION
001391*    2026-09-02 JRM   ADDED SOURCE R SO A CARD CAN DISPOSITION
001392*                     A TRANSACTION THE POSTING SYSTEM RETURNED
001393*                     (FED TO SUSPENSE BY THE RETURNS JOB).
001394*    2026-10-15 JRM   CARVED DBLCORR-HDR-OPERATOR-ID OUT OF THE
001395*                     HEADER FILLER (RECORD LENGTH UNCHANGED).
001396*                     THE HEADER NOW NAMES THE OPERATOR WHO
001397*                     KEYED THE DECK, AND THE DECK IS REFUSED
001398*                     UNLESS THE OPERATOR SECURITY MASTER GIVES
001399*                     THAT OPERATOR CORRECTION AUTHORITY.
001419*    2026-10-15 JRM   ADDED SOURCE H SO A CARD CAN DISPOSITION
001439*                     A HELD TRANSACTION THE HOLD REVIEW REJECTED
001459*                     (FED TO SUSPENSE BY THE HOLD RELEASE JOB).
001479******************************************************************
001500 01  DBLCORR-RECORD.
001600     05  DBLCORR-REC-TYPE        PIC X(01).
001700         88  DBLCORR-IS-HEADER       VALUE "H".
002100             88  DBLCORR-FROM-EXCP       VALUE "E".
002200             88  DBLCORR-FROM-OVFL       VALUE "O".
002210             88  DBLCORR-FROM-RETURN     VALUE "R".
002220             88  DBLCORR-FROM-HOLD       VALUE "H".
002300         10  DBLCORR-SEQUENCE-NO     PIC 9(09).
002400         10  DBLCORR-DISPOSITION     PIC X(01).
002500             88  DBLCORR-RECYCLE         VALUE "R".
003500         10  FILLER                  PIC X(49).
003600     05  DBLCORR-HEADER-AREA REDEFINES DBLCORR-DETAIL-AREA.
003700         10  DBLCORR-HDR-RUN-DATE    PIC 9(08).
003710         10  DBLCORR-HDR-OPERATOR-ID PIC X(08).
003800         10  FILLER                  PIC X(63).
