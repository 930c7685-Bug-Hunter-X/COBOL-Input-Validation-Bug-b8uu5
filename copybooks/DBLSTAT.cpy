001000*    DATE       INIT  DESCRIPTION
001100*    ---------  ----  -----------------------------------------
001200*    2026-08-22 JRM   ORIGINAL COPYBOOK - RUN STATISTICS.
001210*    2026-10-15 JRM   ADDED THE RUN'S HELD COUNT, CARVED OUT OF
001220*                     THE FILLER (RECORD LENGTH UNCHANGED). A
001230*                     RECORD WRITTEN BEFORE THIS CARRIES SPACES
001240*                     THERE.
001250*    2026-10-15 JRM   ADDED THE RECORD KIND AND FEEDER SOURCE
001260*                     CODE, CARVED OUT OF THE FILLER (RECORD
001270*                     LENGTH UNCHANGED). EACH RUN NOW APPENDS ITS
001280*                     WHOLE-RUN RECORD (KIND R) FOLLOWED BY ONE
001285*                     RECORD PER FEEDER SOURCE IT PROCESSED (KIND
001286*                     S) CARRYING THAT SOURCE'S SHARE OF THE
001287*                     COUNTERS. A SOURCE RECORD CARRIES NO RESULT
001288*                     MIN/MAX/AVERAGE. A RECORD WRITTEN BEFORE
001289*                     THIS HAS A BLANK KIND AND IS A RUN RECORD.
001300******************************************************************
001400 01  DBLSTAT-RECORD.
001500     05  DBLSTAT-RUN-DATE        PIC 9(08).
002600     05  DBLSTAT-RECONCILE-FLAG  PIC X(01).
002700         88  DBLSTAT-RUN-GOOD        VALUE "G".
002800         88  DBLSTAT-RUN-BAD         VALUE "B".
002810     05  DBLSTAT-RECS-HELD       PIC 9(09) COMP.
002820     05  DBLSTAT-REC-KIND        PIC X(01).
002830         88  DBLSTAT-IS-RUN          VALUE "R" " ".
002840         88  DBLSTAT-IS-SOURCE       VALUE "S".
002850     05  DBLSTAT-SOURCE-ID       PIC X(04).
002900     05  FILLER                  PIC X(07).
