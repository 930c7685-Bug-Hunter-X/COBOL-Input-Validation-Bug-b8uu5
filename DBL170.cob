002000*    (A BLANK CODE FALLS BACK TO DOUBLING IN DBL100 BUT IS
002100*    STORED AS KEYED) IS TALLIED IN ITS OWN OTHER BUCKET SO THE
002200*    BREAKOUT ALWAYS FOOTS TO THE ALL-OPERATIONS LINE.
002214*
002228*    EACH ALL-OPERATIONS LINE IS FOLLOWED BY THE SAME TOTALS
002242*    BROKEN OUT BY THE FEEDER SOURCE THE RECORDS CAME IN FROM.
002256*    A RECORD WITHOUT A SOURCE (WRITTEN BEFORE SOURCES WERE
002270*    CARRIED, OR FROM THE DEFAULT FEEDER'S RESUBMISSIONS) IS
002284*    SHOWN AS NO SOURCE.
002300*
002400*    MODIFICATION HISTORY
002500*    DATE       INIT  DESCRIPTION
002600*    ---------  ----  -----------------------------------------
002700*    2026-09-02 JRM   ORIGINAL PROGRAM - PERIOD SUMMARY.
002733*    2026-10-15 JRM   ADDED THE BREAKOUT BY FEEDER SOURCE UNDER
002766*                     EACH DATE BLOCK AND THE PERIOD BLOCK.
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
007100         88  WS-BROWSE-DONE          VALUE "Y".
007200     05  WS-BREAK-ACTIVE-SWITCH  PIC X(01) VALUE "N".
007300         88  WS-BREAK-ACTIVE         VALUE "Y".
007319     05  WS-SRC-FOUND-SWITCH     PIC X(01) VALUE "N".
007338         88  WS-SRC-FOUND            VALUE "Y".
007357     05  WS-SRC-FULL-SWITCH      PIC X(01) VALUE "N".
007376         88  WS-SRC-TABLE-FULL       VALUE "Y".
007400*
007500 77  WS-FROM-DATE            PIC 9(08) VALUE ZERO.
007600 77  WS-TO-DATE              PIC 9(08) VALUE 99999999.
008100 77  WS-LINE-COUNT           PIC 9(03) COMP VALUE 99.
008200 77  WS-LINES-PER-PAGE       PIC 9(03) COMP VALUE 55.
008300 77  WS-PAGE-NO              PIC 9(04) COMP VALUE ZERO.
008333 77  WS-SRC-SUB              PIC 9(04) COMP VALUE ZERO.
008366 77  WS-SRC-HIT-SUB          PIC 9(04) COMP VALUE ZERO.
008400*
008500*    ONE BUCKET PER OPERATION CODE - 1, 2, 3, AND OTHER - FOR
008600*    THE RUN DATE IN PROGRESS AND FOR THE WHOLE PERIOD. THE
009700         10  WS-PERD-NUMBER-SUM      PIC 9(13) COMP.
009800         10  WS-PERD-RESULT-SUM      PIC 9(13) COMP.
009900*
009904*    ONE ENTRY PER FEEDER SOURCE, IN THE ORDER FIRST SEEN, WITH
009908*    ITS TOTALS FOR THE RUN DATE IN PROGRESS AND FOR THE WHOLE
009912*    PERIOD. THE DATE TOTALS CLEAR AT EACH DATE BREAK.
009916 01  WS-SRC-TABLE.
009920     05  WS-SRC-COUNT            PIC 9(04) COMP VALUE ZERO.
009924     05  WS-SRC-ENTRY OCCURS 50 TIMES.
009928         10  WS-SRC-ID               PIC X(04).
009932         10  WS-SRC-DATE-COUNT       PIC 9(09) COMP.
009936         10  WS-SRC-DATE-NUMBER-SUM  PIC 9(13) COMP.
009940         10  WS-SRC-DATE-RESULT-SUM  PIC 9(13) COMP.
009944         10  WS-SRC-PERD-COUNT       PIC 9(09) COMP.
009948         10  WS-SRC-PERD-NUMBER-SUM  PIC 9(13) COMP.
009952         10  WS-SRC-PERD-RESULT-SUM  PIC 9(13) COMP.
009956*
009960 01  WS-SRC-LABEL.
009964     05  FILLER                  PIC X(07) VALUE "SOURCE".
009968     05  WS-SRC-LABEL-ID         PIC X(04).
009972     05  FILLER                  PIC X(01) VALUE SPACES.
009976*
010000 01  WS-OP-LABEL-TABLE.
010100     05  FILLER                  PIC X(12) VALUE "OP 1 DOUBLE".
010200     05  FILLER                  PIC X(12) VALUE "OP 2 TRIPLE".
027800     ADD 1 TO WS-PERD-OP-COUNT (WS-OP-SUB)
027900     ADD DBLRMST-NUMBER TO WS-PERD-NUMBER-SUM (WS-OP-SUB)
028000     ADD DBLRMST-RESULT TO WS-PERD-RESULT-SUM (WS-OP-SUB)
028033     PERFORM 2200-TALLY-SOURCE
028066         THRU 2200-TALLY-SOURCE-EXIT
028100     PERFORM 2100-READ-NEXT-MASTER
028200         THRU 2100-READ-NEXT-MASTER-EXIT.
028300 2000-SUMMARIZE-ONE-RECORD-EXIT.
030200 2100-READ-NEXT-MASTER-EXIT.
030300     EXIT.
030400*
030401******************************************************************
030402*    2200-TALLY-SOURCE
030403*    ROLLS THE CURRENT MASTER RECORD INTO ITS FEEDER SOURCE'S
030404*    TOTALS FOR THE RUN DATE AND THE PERIOD, ADDING THE SOURCE
030405*    TO THE TABLE THE FIRST TIME IT IS SEEN. A SOURCE BEYOND
030406*    THE TABLE IS LEFT OUT OF THE BREAKOUT ONLY.
030407******************************************************************
030408 2200-TALLY-SOURCE SECTION.
030409     MOVE "N" TO WS-SRC-FOUND-SWITCH
030410     MOVE ZERO TO WS-SRC-HIT-SUB
030411     PERFORM 2210-MATCH-ONE-SOURCE
030412         THRU 2210-MATCH-ONE-SOURCE-EXIT
030413         VARYING WS-SRC-SUB FROM 1 BY 1
030414         UNTIL WS-SRC-SUB > WS-SRC-COUNT
030415             OR WS-SRC-FOUND
030416     IF NOT WS-SRC-FOUND
030417         IF WS-SRC-COUNT >= 50
030418             IF NOT WS-SRC-TABLE-FULL
030419                 SET WS-SRC-TABLE-FULL TO TRUE
030420                 DISPLAY "DBL170 - MORE THAN 50 SOURCES - "
030421                     "FURTHER SOURCES NOT BROKEN OUT"
030422             END-IF
030423             GO TO 2200-TALLY-SOURCE-EXIT
030424         END-IF
030425         ADD 1 TO WS-SRC-COUNT
030426         INITIALIZE WS-SRC-ENTRY (WS-SRC-COUNT)
030427         MOVE DBLRMST-SOURCE-ID TO WS-SRC-ID (WS-SRC-COUNT)
030428         MOVE WS-SRC-COUNT TO WS-SRC-HIT-SUB
030429     END-IF
030430     ADD 1 TO WS-SRC-DATE-COUNT (WS-SRC-HIT-SUB)
030431     ADD DBLRMST-NUMBER
030432         TO WS-SRC-DATE-NUMBER-SUM (WS-SRC-HIT-SUB)
030433     ADD DBLRMST-RESULT
030434         TO WS-SRC-DATE-RESULT-SUM (WS-SRC-HIT-SUB)
030435     ADD 1 TO WS-SRC-PERD-COUNT (WS-SRC-HIT-SUB)
030436     ADD DBLRMST-NUMBER
030437         TO WS-SRC-PERD-NUMBER-SUM (WS-SRC-HIT-SUB)
030438     ADD DBLRMST-RESULT
030439         TO WS-SRC-PERD-RESULT-SUM (WS-SRC-HIT-SUB).
030440 2200-TALLY-SOURCE-EXIT.
030441     EXIT.
030442*
030443 2210-MATCH-ONE-SOURCE SECTION.
030444     IF WS-SRC-ID (WS-SRC-SUB) = DBLRMST-SOURCE-ID
030445         SET WS-SRC-FOUND TO TRUE
030446         MOVE WS-SRC-SUB TO WS-SRC-HIT-SUB
030447     END-IF.
030448 2210-MATCH-ONE-SOURCE-EXIT.
030449     EXIT.
030450*
030500******************************************************************
030600*    5000-WRITE-RPT-LINE
030700*    WRITES THE LINE STAGED IN WS-RPT-WORK-LINE, BREAKING TO A
034000*    5200-PRINT-DATE-BLOCK
034100*    PRINTS THE BLOCK FOR THE RUN DATE JUST FINISHED - ONE LINE
034200*    PER OPERATION CODE WITH ACTIVITY PLUS THE ALL-OPERATIONS
034266*    LINE AND ONE LINE PER FEEDER SOURCE WITH ACTIVITY - AND
034332*    CLEARS THE DATE BUCKETS FOR THE NEXT DATE.
034400******************************************************************
034500 5200-PRINT-DATE-BLOCK SECTION.
034600     MOVE WS-BREAK-RUN-DATE TO WS-RPT-DATE-RUN-DATE
036400     MOVE WS-RPT-BUCKET-LINE TO WS-RPT-WORK-LINE
036500     PERFORM 5000-WRITE-RPT-LINE
036600         THRU 5000-WRITE-RPT-LINE-EXIT
036619     PERFORM 5220-PRINT-ONE-DATE-SOURCE
036638         THRU 5220-PRINT-ONE-DATE-SOURCE-EXIT
036657         VARYING WS-SRC-SUB FROM 1 BY 1
036676         UNTIL WS-SRC-SUB > WS-SRC-COUNT
036700     MOVE SPACES TO WS-RPT-WORK-LINE
036800     PERFORM 5000-WRITE-RPT-LINE
036900         THRU 5000-WRITE-RPT-LINE-EXIT
039300 5210-PRINT-ONE-DATE-BUCKET-EXIT.
039400     EXIT.
039500*
039503******************************************************************
039506*    5220-PRINT-ONE-DATE-SOURCE
039509*    PRINTS ONE FEEDER SOURCE'S LINE FOR THE DATE BLOCK, IF IT
039512*    HAD ACTIVITY ON THE DATE, AND CLEARS ITS DATE TOTALS.
039515******************************************************************
039518 5220-PRINT-ONE-DATE-SOURCE SECTION.
039521     IF WS-SRC-DATE-COUNT (WS-SRC-SUB) = ZERO
039524         GO TO 5220-PRINT-ONE-DATE-SOURCE-EXIT
039527     END-IF
039530     PERFORM 5400-SET-SOURCE-LABEL
039533         THRU 5400-SET-SOURCE-LABEL-EXIT
039536     MOVE WS-SRC-DATE-COUNT (WS-SRC-SUB) TO WS-RPT-BKT-COUNT
039539     MOVE WS-SRC-DATE-NUMBER-SUM (WS-SRC-SUB)
039542         TO WS-RPT-BKT-NUMBER-SUM
039545     MOVE WS-SRC-DATE-RESULT-SUM (WS-SRC-SUB)
039548         TO WS-RPT-BKT-RESULT-SUM
039551     MOVE WS-RPT-BUCKET-LINE TO WS-RPT-WORK-LINE
039554     PERFORM 5000-WRITE-RPT-LINE
039557         THRU 5000-WRITE-RPT-LINE-EXIT
039560     MOVE ZERO TO WS-SRC-DATE-COUNT (WS-SRC-SUB)
039563     MOVE ZERO TO WS-SRC-DATE-NUMBER-SUM (WS-SRC-SUB)
039566     MOVE ZERO TO WS-SRC-DATE-RESULT-SUM (WS-SRC-SUB).
039569 5220-PRINT-ONE-DATE-SOURCE-EXIT.
039572     EXIT.
039575*
039600******************************************************************
039700*    5300-PRINT-PERIOD-BLOCK
039800*    PRINTS THE PERIOD GRAND-TOTAL BLOCK ON ITS OWN PAGE - ONE
039866*    LINE PER OPERATION CODE PLUS THE ALL-OPERATIONS LINE,
039932*    THEN ONE LINE PER FEEDER SOURCE.
040000******************************************************************
040100 5300-PRINT-PERIOD-BLOCK SECTION.
040200     PERFORM 5100-PAGE-HEADING
042300         + WS-PERD-RESULT-SUM (3) + WS-PERD-RESULT-SUM (4)
042400     MOVE WS-RPT-BUCKET-LINE TO WS-RPT-WORK-LINE
042500     PERFORM 5000-WRITE-RPT-LINE
042533         THRU 5000-WRITE-RPT-LINE-EXIT
042566     PERFORM 5320-PRINT-ONE-PERD-SOURCE
042599         THRU 5320-PRINT-ONE-PERD-SOURCE-EXIT
042632         VARYING WS-SRC-SUB FROM 1 BY 1
042665         UNTIL WS-SRC-SUB > WS-SRC-COUNT.
042700 5300-PRINT-PERIOD-BLOCK-EXIT.
042800     EXIT.
042900*
044900 5310-PRINT-ONE-PERD-BUCKET-EXIT.
045000     EXIT.
045100*
045102******************************************************************
045104*    5320-PRINT-ONE-PERD-SOURCE
045106*    PRINTS ONE FEEDER SOURCE'S LINE FOR THE PERIOD BLOCK.
045108******************************************************************
045110 5320-PRINT-ONE-PERD-SOURCE SECTION.
045112     PERFORM 5400-SET-SOURCE-LABEL
045114         THRU 5400-SET-SOURCE-LABEL-EXIT
045116     MOVE WS-SRC-PERD-COUNT (WS-SRC-SUB) TO WS-RPT-BKT-COUNT
045118     MOVE WS-SRC-PERD-NUMBER-SUM (WS-SRC-SUB)
045120         TO WS-RPT-BKT-NUMBER-SUM
045122     MOVE WS-SRC-PERD-RESULT-SUM (WS-SRC-SUB)
045124         TO WS-RPT-BKT-RESULT-SUM
045126     MOVE WS-RPT-BUCKET-LINE TO WS-RPT-WORK-LINE
045128     PERFORM 5000-WRITE-RPT-LINE
045130         THRU 5000-WRITE-RPT-LINE-EXIT.
045132 5320-PRINT-ONE-PERD-SOURCE-EXIT.
045134     EXIT.
045136*
045138******************************************************************
045140*    5400-SET-SOURCE-LABEL
045142*    LABELS A SOURCE LINE WITH ITS FEEDER CODE, OR NO SOURCE
045144*    FOR RECORDS THAT CARRY NONE.
045146******************************************************************
045148 5400-SET-SOURCE-LABEL SECTION.
045150     IF WS-SRC-ID (WS-SRC-SUB) = SPACES
045152         MOVE "NO SOURCE" TO WS-RPT-BKT-LABEL
045154     ELSE
045156         MOVE WS-SRC-ID (WS-SRC-SUB) TO WS-SRC-LABEL-ID
045158         MOVE WS-SRC-LABEL TO WS-RPT-BKT-LABEL
045160     END-IF.
045162 5400-SET-SOURCE-LABEL-EXIT.
045164     EXIT.
045166*
045200******************************************************************
045300*    9000-TERMINATE
045400*    PRINTS THE FINAL DATE BLOCK AND THE PERIOD GRAND-TOTAL
