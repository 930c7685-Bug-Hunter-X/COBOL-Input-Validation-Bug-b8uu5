000100******************************************************************
000200*    DBLSTRM.CPY
000300*    JOB-STREAM STATUS RECORD. ONE RECORD IS KEPT PER BUSINESS
000400*    DATE PER NIGHTLY STREAM STEP, KEYED ON THE DATE PLUS THE
000500*    STEP'S PROGRAM ID. EACH STEP WRITES ITS RECORD WHEN IT
000600*    STARTS AND REWRITES IT WITH THE END TIME, RETURN CODE, AND
000700*    GOOD/BAD OUTCOME WHEN IT ENDS, AND READS ITS PREDECESSORS'
000800*    RECORDS BEFORE IT TOUCHES ANYTHING SO NO STEP RUNS AHEAD OF
000900*    ONE IT DEPENDS ON. A STEP THAT ABENDS NEVER GETS AS FAR AS
001000*    ITS END - ITS RECORD STAYS STARTED, WHICH COUNTS AS NOT
001100*    ENDED GOOD. THE FILE IS A KEYED VSAM MASTER - SEE THE
001200*    STRMSTAT DD IN THE RUN JCL.
001300*
001400*    MODIFICATION HISTORY
001500*    DATE       INIT  DESCRIPTION
001600*    ---------  ----  -----------------------------------------
001700*    2026-10-15 JRM   ORIGINAL COPYBOOK - JOB-STREAM STATUS.
001800******************************************************************
001900 01  DBLSTRM-RECORD.
002000     05  DBLSTRM-KEY.
002100         10  DBLSTRM-BUS-DATE        PIC 9(08).
002200         10  DBLSTRM-STEP-ID         PIC X(08).
002300     05  DBLSTRM-STATE           PIC X(01).
002400         88  DBLSTRM-STARTED         VALUE "S".
002500         88  DBLSTRM-ENDED-GOOD      VALUE "G".
002600         88  DBLSTRM-ENDED-BAD       VALUE "B".
002700     05  DBLSTRM-START-DATE      PIC 9(08).
002800     05  DBLSTRM-START-TIME      PIC 9(08).
002900     05  DBLSTRM-END-DATE        PIC 9(08).
003000     05  DBLSTRM-END-TIME        PIC 9(08).
003100     05  DBLSTRM-OPERATOR-ID     PIC X(08).
003200     05  DBLSTRM-RETURN-CODE     PIC 9(04).
003300     05  DBLSTRM-FORCED-FLAG     PIC X(01).
003400         88  DBLSTRM-WAS-FORCED      VALUE "Y".
003500     05  DBLSTRM-RUN-COUNT       PIC 9(04).
003600     05  FILLER                  PIC X(34).
