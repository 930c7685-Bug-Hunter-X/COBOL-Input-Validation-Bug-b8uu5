000100******************************************************************
000200*    DBLADJC.CPY
000300*    ADJUSTMENT CARD LAYOUT FOR THE POST-RUN ADJUSTMENT JOB
000400*    (DBL220). THE FILE CARRIES A LEADING HEADER CARD NAMING THE
000500*    OPERATOR WHO KEYED THE DECK AND ONE DETAIL CARD PER
000600*    TRANSACTION TO BE CORRECTED, NAMED BY ITS RUN DATE AND
000700*    SEQUENCE NUMBER ON THE RESULTS MASTER, WITH THE CORRECTED
000800*    NUMBER. THE RESULT IS RECOMPUTED FROM THE TRANSACTION'S OWN
000900*    OPERATION CODE - IT IS NEVER KEYED.
001000*
001100*    MODIFICATION HISTORY
001200*    DATE       INIT  DESCRIPTION
001300*    ---------  ----  -----------------------------------------
001400*    2026-10-15 JRM   ORIGINAL COPYBOOK - ADJUSTMENT CARD.
001500******************************************************************
001600 01  DBLADJC-RECORD.
001700     05  DBLADJC-REC-TYPE        PIC X(01).
001800         88  DBLADJC-IS-HEADER       VALUE "H".
001900         88  DBLADJC-IS-DETAIL       VALUE "D".
002000     05  DBLADJC-DETAIL-AREA.
002100         10  DBLADJC-RUN-DATE        PIC 9(08).
002200         10  DBLADJC-RUN-DATE-X REDEFINES DBLADJC-RUN-DATE
002300                                     PIC X(08).
002400         10  DBLADJC-SEQUENCE-NO     PIC 9(09).
002500         10  DBLADJC-SEQUENCE-NO-X REDEFINES DBLADJC-SEQUENCE-NO
002600                                     PIC X(09).
002700         10  DBLADJC-NEW-NUMBER      PIC 9(05).
002800         10  DBLADJC-NEW-NUMBER-X REDEFINES DBLADJC-NEW-NUMBER
002900                                     PIC X(05).
003000         10  FILLER                  PIC X(57).
003100     05  DBLADJC-HEADER-AREA REDEFINES DBLADJC-DETAIL-AREA.
003200         10  DBLADJC-HDR-OPERATOR-ID PIC X(08).
003300         10  FILLER                  PIC X(71).
