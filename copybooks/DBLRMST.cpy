001100*    DATE       INIT  DESCRIPTION
001200*    ---------  ----  -----------------------------------------
001300*    2026-08-22 JRM   ORIGINAL COPYBOOK - RESULTS MASTER.
001310*    2026-10-15 JRM   CARVED DBLRMST-ORIG-NUMBER OUT OF THE
001320*                     FILLER (RECORD LENGTH UNCHANGED) - THE
001330*                     NUMBER AS FIRST COMPUTED, KEPT THROUGH ANY
001340*                     LATER CORRECTION OR ADJUSTMENT SO THE
001350*                     BALANCING JOB CAN ALLOW FOR THE CHANGE. A
001360*                     RECORD WRITTEN BEFORE THIS CARRIES SPACES
001370*                     THERE AND HAS NEVER BEEN CORRECTED SINCE.
001380*    2026-10-15 JRM   ADDED THE FEEDER SOURCE CODE OF THE BATCH
001381*                     THE TRANSACTION ARRIVED IN, CARVED OUT OF
001382*                     THE FILLER (RECORD LENGTH UNCHANGED). IT IS
001383*                     NOT PART OF THE KEY - THE SEQUENCE NUMBER
001384*                     RUNS ACROSS EVERY BATCH ON A TRANIN FILE,
001385*                     SO TWO FEEDERS' BATCHES FOR THE SAME DATE
001386*                     ON ONE FILE NEVER SHARE A KEY. A RECORD
001387*                     WRITTEN BEFORE THIS CARRIES SPACES THERE.
001388*    2026-10-15 JRM   ADDED THE RECALL INFORMATION, CARVED OUT
001389*                     OF THE FILLER (RECORD LENGTH UNCHANGED).
001390*                     A RECORD THE RECALL JOB (DBL280) RESTORED
001391*                     FROM THE PURGE ARCHIVE CARRIES FLAG R, THE
001392*                     DATE IT WAS RECALLED, AND ITS NUMBER AS
001393*                     IT STOOD ON THE ARCHIVE. A CORRECTION OR
001394*                     ADJUSTMENT WHILE IT IS BACK ON THE MASTER
001395*                     TURNS THE FLAG TO C. THE PURGE DROPS AN R
001396*                     RECORD WITHOUT ARCHIVING IT AGAIN, AND
001397*                     APPENDS A C RECORD TO THE ARCHIVE AS A
001398*                     LATER VERSION OF THE ONE ALREADY THERE.
001399*                     ANY OTHER RECORD CARRIES SPACES THERE.
001400******************************************************************
001500 01  DBLRMST-RECORD.
001600     05  DBLRMST-KEY.
002000     05  DBLRMST-RESULT          PIC 9(07).
002100     05  DBLRMST-OP-CODE         PIC X(01).
002200     05  DBLRMST-MARKUP-PCT      PIC 9(05).
002210     05  DBLRMST-ORIG-NUMBER     PIC 9(05).
002220     05  DBLRMST-ORIG-NUMBER-X REDEFINES DBLRMST-ORIG-NUMBER
002230                                 PIC X(05).
002240     05  DBLRMST-SOURCE-ID       PIC X(04).
002250     05  DBLRMST-RECALL-INFO.
002251         10  DBLRMST-RECALL-FLAG     PIC X(01).
002252             88  DBLRMST-IS-RECALLED     VALUE "R" "C".
002253             88  DBLRMST-RECALL-UNCHANGED VALUE "R".
002254             88  DBLRMST-RECALL-CHANGED  VALUE "C".
002255         10  DBLRMST-RECALL-DATE     PIC 9(08).
002256         10  DBLRMST-RECALL-DATE-X REDEFINES DBLRMST-RECALL-DATE
002257                                     PIC X(08).
002258         10  DBLRMST-RECALL-NUMBER   PIC 9(05).
002259         10  DBLRMST-RECALL-NUMBER-X
002260             REDEFINES DBLRMST-RECALL-NUMBER
002261                                     PIC X(05).
002300     05  FILLER                  PIC X(02).
