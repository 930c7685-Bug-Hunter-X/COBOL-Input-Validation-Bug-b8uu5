001000*    DATE       INIT  DESCRIPTION
001100*    ---------  ----  -----------------------------------------
001200*    2026-08-22 JRM   ORIGINAL COPYBOOK - BATCH REGISTER.
001210*    2026-10-15 JRM   ADDED THE BATCH'S REJECT AND OVERFLOW
001220*                     COUNTS AND NUMBER HASHES, CARVED OUT OF THE
001230*                     FILLER (RECORD LENGTH UNCHANGED), SO THE
001240*                     BALANCING JOB KNOWS HOW MUCH OF THE TRAILER
001250*                     NEVER REACHED THE RESULTS MASTER. A RECORD
001260*                     WRITTEN BEFORE THIS CARRIES A BLANK
001270*                     DBLBREG-DETAIL-FLAG AND NO SUCH TOTALS.
001280*    2026-10-15 JRM   ADDED THE BATCH'S HELD COUNT AND NUMBER
001282*                     HASH, CARVED OUT OF THE FILLER (RECORD
001284*                     LENGTH UNCHANGED) - A HELD TRANSACTION
001286*                     NEVER REACHES THE RESULTS MASTER UNDER THE
001288*                     BATCH'S RUN DATE EITHER. SUCH A RECORD IS
001290*                     WRITTEN WITH DETAIL FLAG H; ONE WRITTEN
001292*                     BEFORE THIS CARRIES Y AND SPACES HERE, AND
001294*                     NOTHING WAS HELD THEN.
001295*    2026-10-15 JRM   ADDED THE FEEDER SOURCE CODE FROM THE
001296*                     BATCH HEADER, CARVED OUT OF THE FILLER
001297*                     (RECORD LENGTH UNCHANGED). THE DUPLICATE
001298*                     CHECK NOW MATCHES SOURCE AS WELL AS DATE,
001299*                     COUNT AND HASH. A RECORD WRITTEN BEFORE
001304*                     THIS CARRIES SPACES AND BELONGS TO THE
001309*                     DEFAULT FEEDER ON THE SOURCE MASTER.
001314*    2026-10-15 JRM   THE REGISTER IS NOW A KEYED FILE ON
001319*                     DBLBREG-KEY - RUN DATE, COUNT AND HASH,
001324*                     THEN THE PROCESS DATE AND TIME SO A BATCH
001329*                     FED AGAIN UNDER OVERRIDE STILL GETS A
001334*                     RECORD OF ITS OWN - SO DBL100 CAN LOOK A
001339*                     BATCH UP INSTEAD OF HOLDING THE WHOLE
001344*                     REGISTER IN STORAGE. RECORD LENGTH
001349*                     UNCHANGED; OPERATIONS LOADS THE OLD
001354*                     SEQUENTIAL REGISTER INTO THE KEYED FILE
001359*                     ONCE.
001364******************************************************************
001400 01  DBLBREG-RECORD.
001450     05  DBLBREG-KEY.
001500         10  DBLBREG-RUN-DATE        PIC 9(08).
001600         10  DBLBREG-REC-COUNT       PIC 9(09) COMP.
001700         10  DBLBREG-HASH-TOTAL      PIC S9(11) COMP.
001800         10  DBLBREG-PROCESS-DATE    PIC 9(08).
001900         10  DBLBREG-PROCESS-TIME    PIC 9(08).
002000     05  DBLBREG-STATUS          PIC X(01).
002100         88  DBLBREG-PROCESSED       VALUE "P".
002110     05  DBLBREG-DETAIL-FLAG     PIC X(01).
002120         88  DBLBREG-HAS-DETAIL      VALUE "Y" "H".
002125         88  DBLBREG-HAS-HOLD-TOTALS VALUE "H".
002130     05  DBLBREG-REJ-COUNT       PIC 9(09) COMP.
002140     05  DBLBREG-REJ-HASH        PIC S9(11) COMP.
002150     05  DBLBREG-OVF-COUNT       PIC 9(09) COMP.
002160     05  DBLBREG-OVF-HASH        PIC S9(11) COMP.
002170     05  DBLBREG-HOLD-COUNT      PIC 9(09) COMP.
002180     05  DBLBREG-HOLD-HASH       PIC S9(11) COMP.
002190     05  DBLBREG-SOURCE-ID       PIC X(04).
002200     05  FILLER                  PIC X(02).
