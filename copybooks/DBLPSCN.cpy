000100******************************************************************
000200*    DBLPSCN.CPY
000300*    PRESCAN WORK RECORD FOR DBL100. ONE RECORD PER BATCH FOUND
000400*    BY THE TRANIN PRESCAN, ON A SCRATCH KEYED FILE BUILT FRESH
000500*    EVERY RUN (A RESTART INCLUDED), KEYED BY THE BATCH'S RUN
000600*    DATE, FEEDER SOURCE, AND TRAILER COUNT AND HASH. A SECOND
000700*    BATCH WITH THE SAME KEY IS THE SAME EXTRACT FED TWICE IN
000800*    ONE TRANIN FILE. AT END OF RUN THE FILE STANDS FOR EVERY
000900*    BATCH THE RUN PROCESSED, SO THE MISSED-DAY CHECK CAN ASK
001000*    WHETHER ANY BATCH TONIGHT COVERED A GIVEN DATE AND SOURCE.
001100*
001200*    MODIFICATION HISTORY
001300*    DATE       INIT  DESCRIPTION
001400*    ---------  ----  -----------------------------------------
001500*    2026-10-15 JRM   ORIGINAL COPYBOOK - PRESCAN WORK RECORD.
001600******************************************************************
001700 01  DBLPSCN-RECORD.
001800     05  DBLPSCN-KEY.
001900         10  DBLPSCN-RUN-DATE        PIC 9(08).
002000         10  DBLPSCN-SOURCE-ID       PIC X(04).
002100         10  DBLPSCN-REC-COUNT       PIC 9(09) COMP.
002200         10  DBLPSCN-HASH-TOTAL      PIC S9(11) COMP.
002300     05  FILLER                  PIC X(08).
