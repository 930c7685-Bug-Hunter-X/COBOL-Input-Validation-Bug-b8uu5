000400*    CARD SELECTS WHICH REPORT IS PRODUCED - ALL ACTIVITY FOR A
000500*    DATE RANGE, ALL ACTIVITY FOR ONE OPERATOR ID, OR THE
000600*    CORRECTIONS REPORT PAIRING EVERY CORRECTION WITH ITS
000700*    ORIGINAL ENTRY, OR THE WRITE-OFF REPORT.
000800*
000900*    MODIFICATION HISTORY
001000*    DATE       INIT  DESCRIPTION
001100*    ---------  ----  -----------------------------------------
001200*    2026-08-22 JRM   ORIGINAL COPYBOOK - REPORT SELECTION CARD.
001210*    2026-10-15 JRM   ADDED REPORT TYPE W - THE WRITE-OFF
001220*                     REPORT. THE OPERATOR ID, IF GIVEN, LIMITS
001230*                     IT TO ONE OPERATOR'S WRITE-OFFS.
001300******************************************************************
001400 01  DBLRSEL-RECORD.
001500     05  DBLRSEL-REPORT-TYPE     PIC X(01).
001600         88  DBLRSEL-DATE-REPORT     VALUE "D".
001700         88  DBLRSEL-OPER-REPORT     VALUE "O".
001800         88  DBLRSEL-CORR-REPORT     VALUE "C".
001810         88  DBLRSEL-WOFF-REPORT     VALUE "W".
001900     05  DBLRSEL-FROM-DATE       PIC 9(08).
002000     05  DBLRSEL-FROM-DATE-X REDEFINES DBLRSEL-FROM-DATE
002100                                 PIC X(08).
