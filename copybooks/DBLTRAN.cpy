001496*                     WHICH EXERCISES THE OVERFLOW GUARD IN
001497*                     3000-COMPUTE-RESULT RATHER THAN LEAVING IT
001498*                     UNREACHABLE.
001499*    2026-10-15 JRM   CARVED DBLTRAN-RELEASE-FLAG OUT OF THE
001504*                     DETAIL FILLER (RECORD LENGTH UNCHANGED).
001509*                     THE HOLD RELEASE JOB SETS IT TO Y ON A
001514*                     DETAIL IT RELEASES FROM THE HOLD QUEUE SO
001519*                     DBL100 DOES NOT HOLD THE SAME REVIEWED
001524*                     VALUE A SECOND TIME. THE UPSTREAM EXTRACT
001529*                     LEAVES IT BLANK.
001534*    2026-10-15 JRM   CARVED DBLTRAN-HDR-SOURCE-ID OUT OF THE
001539*                     HEADER FILLER (RECORD LENGTH UNCHANGED) -
001544*                     THE CODE OF THE UPSTREAM FEEDER SYSTEM THAT
001549*                     BUILT THE BATCH, AS LISTED ON THE SOURCE
001554*                     MASTER (DBLSRC). A BLANK CODE, AS ON EVERY
001559*                     HEADER WRITTEN BEFORE THIS AND ON THE
001564*                     RESUBMISSION BATCHES BUILT IN-HOUSE, MEANS
001569*                     THE FEEDER THE SOURCE MASTER NAMES AS ITS
001574*                     DEFAULT.
001579******************************************************************
001600 01  DBLTRAN-RECORD.
001700     05  DBLTRAN-REC-TYPE        PIC X(01).
001800         88  DBLTRAN-IS-HEADER       VALUE "H".
002250             88  DBLTRAN-OP-TRIPLE       VALUE "2".
002260             88  DBLTRAN-OP-MARKUP       VALUE "3".
002270         10  DBLTRAN-MARKUP-PCT      PIC 9(05).
002280         10  DBLTRAN-RELEASE-FLAG    PIC X(01).
002290             88  DBLTRAN-HOLD-RELEASED   VALUE "Y".
002300         10  FILLER                  PIC X(67).
002400     05  DBLTRAN-HEADER-AREA REDEFINES DBLTRAN-DETAIL-AREA.
002500         10  DBLTRAN-HDR-RUN-DATE    PIC 9(08).
002550         10  DBLTRAN-HDR-SOURCE-ID   PIC X(04).
002600         10  FILLER                  PIC X(67).
002700     05  DBLTRAN-TRAILER-AREA REDEFINES DBLTRAN-DETAIL-AREA.
002800         10  DBLTRAN-TRL-REC-COUNT   PIC 9(09) COMP.
002900         10  DBLTRAN-TRL-HASH-TOTAL  PIC 9(11) COMP.
