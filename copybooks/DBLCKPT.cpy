001197*                     INPUT HASH THAT IS NEGATIVE AT CHECKPOINT
001198*                     TIME (POSSIBLE NOW THAT NEGATIVE WS-NUMBER
001199*                     VALUES ARE ADDED IN RATHER THAN EXCLUDED)
001200*                     SURVIVES A RESTART INTACT.
001201*    2026-08-22 JRM   ADDED THE TRANIN AND RESULTOUT RECORD
001202*                     POSITIONS AND THE CURRENT BATCH'S COUNTERS,
001203*                     RUN DATE, AND OPEN FLAG SO A RUN THAT
001204*                     PROCESSES SEVERAL HEADER/TRAILER BATCHES
001205*                     PER TRANIN FILE CAN RESTART MID-BATCH.
001206*                     RECORD LENGTH GREW - A CHECKPOINT FILE
001207*                     WRITTEN BEFORE THIS CHANGE CANNOT BE
001208*                     RESTARTED FROM AFTER IT.
001209*    2026-08-22 JRM   ADDED THE RUN-LEVEL EXPECTED TOTALS, THE
001210*                     BATCHES-DONE COUNT, AND THE WHOLE BATCH
001211*                     RECAP AREA SO A RESTARTED RUN STILL
001212*                     REGISTERS THE BATCHES IT FINISHED BEFORE
001213*                     THE CHECKPOINT AND ITS SUMMARY CONTROL
001214*                     TOTALS COVER THE WHOLE RUN. THE RECAP
001215*                     AREA MIRRORS WS-BATCH-RECAP-TABLE BYTE
001216*                     FOR BYTE. RECORD LENGTH GREW AGAIN - A
001217*                     CHECKPOINT FILE WRITTEN BEFORE THIS
001218*                     CHANGE CANNOT BE RESTARTED FROM AFTER IT.
001219*    2026-10-15 JRM   ADDED THE CURRENT BATCH'S REJECT AND
001220*                     OVERFLOW COUNTS AND HASHES, AND THE SAME
001221*                     FOUR FIELDS TO EVERY RECAP ENTRY, SO THEY
001222*                     REACH THE BATCH REGISTER INTACT ACROSS A
001223*                     RESTART. RECORD LENGTH GREW - A CHECKPOINT
001224*                     FILE WRITTEN BEFORE THIS CHANGE CANNOT BE
001225*                     RESTARTED FROM AFTER IT.
001226*    2026-10-15 JRM   ADDED THE RUN'S HELD COUNT, THE CURRENT
001227*                     BATCH'S HELD COUNT AND HASH, AND THE SAME
001228*                     PAIR TO EVERY RECAP ENTRY, SO THE HOLD LEG
001229*                     OF THE BATCH RECONCILIATION SURVIVES A
001230*                     RESTART. RECORD LENGTH GREW - A CHECKPOINT
001231*                     FILE WRITTEN BEFORE THIS CHANGE CANNOT BE
001232*                     RESTARTED FROM AFTER IT.
001233*    2026-10-15 JRM   ADDED THE CURRENT BATCH'S FEEDER SOURCE
001234*                     CODE, CARVED OUT OF THE FILLER, AND THE
001235*                     SOURCE CODE AND WRITTEN COUNT TO EVERY
001236*                     RECAP ENTRY, SO THE PER-SOURCE REGISTER,
001237*                     SUMMARY AND STATISTICS SURVIVE A RESTART.
001238*                     RECORD LENGTH GREW - A CHECKPOINT FILE
001239*                     WRITTEN BEFORE THIS CHANGE CANNOT BE
001240*                     RESTARTED FROM AFTER IT.
001241*    2026-10-15 JRM   DROPPED THE BATCH RECAP AREA - THE RECAP IS
001242*                     NOW KEPT ON ITS OWN FILE (DBLRCAP), CUT
001243*                     BACK ON A RESTART TO THE BATCHES DONE AS OF
001244*                     THE CHECKPOINT, SO A TRANIN FILE MAY CARRY
001245*                     ANY NUMBER OF BATCHES. WIDENED THE
001246*                     BATCHES-DONE COUNT TO MATCH. RECORD LENGTH
001247*                     SHRANK - A CHECKPOINT FILE WRITTEN BEFORE
001248*                     THIS CHANGE CANNOT BE RESTARTED FROM AFTER
001249*                     IT.
001250******************************************************************
001300 01  DBLCKPT-RECORD.
001400     05  DBLCKPT-REC-COUNT       PIC 9(09) COMP.
001500     05  DBLCKPT-REJECTED-COUNT  PIC 9(09) COMP.
001875     05  DBLCKPT-BATCH-OUT-HASH  PIC 9(11) COMP.
001880     05  DBLCKPT-BATCH-RUN-DATE  PIC 9(08).
001885     05  DBLCKPT-BATCH-OPEN-FLAG PIC X(01).
001886     05  DBLCKPT-BATCH-REJ-CNT   PIC 9(09) COMP.
001887     05  DBLCKPT-BATCH-REJ-HASH  PIC S9(11) COMP.
001888     05  DBLCKPT-BATCH-OVF-CNT   PIC 9(09) COMP.
001889     05  DBLCKPT-BATCH-OVF-HASH  PIC S9(11) COMP.
001890     05  DBLCKPT-HELD-COUNT      PIC 9(09) COMP.
001891     05  DBLCKPT-BATCH-HOLD-CNT  PIC 9(09) COMP.
001892     05  DBLCKPT-BATCH-HOLD-HASH PIC S9(11) COMP.
001893     05  DBLCKPT-RUN-EXP-COUNT   PIC 9(09) COMP.
001894     05  DBLCKPT-RUN-EXP-HASH    PIC S9(11) COMP.
001895     05  DBLCKPT-BATCHES-DONE    PIC 9(09) COMP.
001899     05  DBLCKPT-BATCH-SOURCE-ID PIC X(04).
001900     05  FILLER                  PIC X(09).
