000100******************************************************************
000200*    DBLSRC.CPY
000300*    FEEDER SOURCE MASTER RECORD. ONE RECORD PER UPSTREAM SYSTEM
000400*    THAT BUILDS BATCHES FOR TRANIN, KEPT IN SOURCE CODE ORDER.
000500*    THE CODE IS THE ONE THE FEEDER PUTS ON ITS BATCH HEADERS
000600*    (DBLTRAN-HDR-SOURCE-ID). THE EXPECTED-DAY FLAGS SAY ON
000700*    WHICH DAYS OF THE WEEK, MONDAY FIRST, THE FEEDER SENDS A
000800*    BATCH - Y FOR EXPECTED. ALL SEVEN BLANK MEANS EVERY
000900*    BUSINESS DAY ON THE PROCESSING CALENDAR. ONLY CALENDAR
001000*    BUSINESS DAYS ARE EVER EXPECTED, AND ONLY BETWEEN THE START
001100*    AND END DATES WHEN THEY ARE GIVEN (ZERO OR BLANK LEAVES THE
001200*    RANGE OPEN AT THAT END). EXACTLY ONE FEEDER SHOULD BE
001300*    FLAGGED THE DEFAULT - A HEADER OR REGISTER ENTRY WITH NO
001400*    SOURCE CODE BELONGS TO IT.
001500*
001600*    MODIFICATION HISTORY
001700*    DATE       INIT  DESCRIPTION
001800*    ---------  ----  -----------------------------------------
001900*    2026-10-15 JRM   ORIGINAL COPYBOOK - FEEDER SOURCE MASTER.
002000******************************************************************
002100 01  DBLSRC-RECORD.
002200     05  DBLSRC-SOURCE-ID        PIC X(04).
002300     05  DBLSRC-SOURCE-NAME      PIC X(30).
002400     05  DBLSRC-EXPECT-DAYS.
002500         10  DBLSRC-EXPECT-DAY       PIC X(01)
002600                                     OCCURS 7 TIMES.
002700     05  DBLSRC-DEFAULT-FLAG     PIC X(01).
002800         88  DBLSRC-IS-DEFAULT       VALUE "Y".
002900     05  DBLSRC-START-DATE       PIC 9(08).
003000     05  DBLSRC-START-DATE-X REDEFINES DBLSRC-START-DATE
003100                                 PIC X(08).
003200     05  DBLSRC-END-DATE         PIC 9(08).
003300     05  DBLSRC-END-DATE-X REDEFINES DBLSRC-END-DATE
003400                                 PIC X(08).
003500     05  FILLER                  PIC X(22).
