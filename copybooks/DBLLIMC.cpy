000100******************************************************************
000200*    DBLLIMC.CPY
000300*    CONTROL CARD FOR THE TOLERANCE LIMIT DERIVATION JOB
000400*    (DBL250). AN OPTIONAL PARAMETER CARD (TYPE P) SETS HOW MANY
000500*    DAYS OF RESULTS MASTER HISTORY COUNT AS RECENT, THE FACTOR
000600*    EITHER SIDE OF THE MEAN THAT A DERIVED LIMIT ALLOWS, THE
000700*    SMALLEST SAMPLE A LIMIT MAY BE DERIVED FROM, AND THE
000800*    OPERATOR RUNNING THE JOB. A ZERO OR BLANK FIELD TAKES THE
000900*    JOB'S DEFAULT. EACH LIMIT CARD (TYPE L) EITHER SETS A
001000*    MANUAL LIMIT FOR ONE OPERATION CODE (ACTION M) OR RETURNS
001100*    THE CODE TO A LIMIT DERIVED FROM HISTORY (ACTION D).
001200*
001300*    MODIFICATION HISTORY
001400*    DATE       INIT  DESCRIPTION
001500*    ---------  ----  -----------------------------------------
001600*    2026-10-15 JRM   ORIGINAL COPYBOOK - LIMIT CONTROL CARD.
001700******************************************************************
001800 01  DBLLIMC-RECORD.
001900     05  DBLLIMC-REC-TYPE        PIC X(01).
002000         88  DBLLIMC-IS-PARM         VALUE "P".
002100         88  DBLLIMC-IS-LIMIT        VALUE "L".
002200     05  DBLLIMC-PARM-AREA.
002300         10  DBLLIMC-WINDOW-DAYS     PIC 9(03).
002400         10  DBLLIMC-WINDOW-DAYS-X REDEFINES
002500             DBLLIMC-WINDOW-DAYS     PIC X(03).
002600         10  DBLLIMC-FACTOR          PIC 9(03).
002700         10  DBLLIMC-FACTOR-X REDEFINES
002800             DBLLIMC-FACTOR          PIC X(03).
002900         10  DBLLIMC-MIN-SAMPLE      PIC 9(05).
003000         10  DBLLIMC-MIN-SAMPLE-X REDEFINES
003100             DBLLIMC-MIN-SAMPLE      PIC X(05).
003200         10  DBLLIMC-OPERATOR-ID     PIC X(08).
003300         10  FILLER                  PIC X(60).
003400     05  DBLLIMC-LIMIT-AREA REDEFINES DBLLIMC-PARM-AREA.
003500         10  DBLLIMC-OP-CODE         PIC X(01).
003600         10  DBLLIMC-ACTION          PIC X(01).
003700             88  DBLLIMC-SET-MANUAL      VALUE "M".
003800             88  DBLLIMC-SET-DERIVED     VALUE "D".
003900         10  DBLLIMC-LOW-LIMIT       PIC 9(05).
004000         10  DBLLIMC-LOW-LIMIT-X REDEFINES
004100             DBLLIMC-LOW-LIMIT       PIC X(05).
004200         10  DBLLIMC-HIGH-LIMIT      PIC 9(05).
004300         10  DBLLIMC-HIGH-LIMIT-X REDEFINES
004400             DBLLIMC-HIGH-LIMIT      PIC X(05).
004500         10  FILLER                  PIC X(67).
