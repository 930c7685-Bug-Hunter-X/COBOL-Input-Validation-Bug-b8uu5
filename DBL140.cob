001600*    ABOVE IT, ONCE THREE RUNS OF HISTORY EXIST) IS FLAGGED, SO
001700*    A DEGRADING UPSTREAM EXTRACT IS CAUGHT BEFORE THE BUSINESS
001800*    NOTICES BY EYE.
001816*
001832*    EACH RUN RECORD IS FOLLOWED BY ONE RECORD PER FEEDER SOURCE
001848*    THAT SENT A BATCH IN THE RUN. THESE ARE PRINTED UNDER THEIR
001864*    RUN AND FLAGGED AGAINST THEIR OWN SOURCE'S TRAILING AVERAGE,
001880*    AND THE REPORT ENDS WITH TOTALS BY SOURCE.
001900*
002000*    MODIFICATION HISTORY
002100*    DATE       INIT  DESCRIPTION
002200*    ---------  ----  -----------------------------------------
002300*    2026-08-22 JRM   ORIGINAL PROGRAM - RUN TREND REPORT.
002319*    2026-10-15 JRM   ADDED THE SOURCE COLUMN, PER-SOURCE TREND
002338*                     LINES FLAGGED AGAINST EACH FEEDER'S OWN
002357*                     TRAILING AVERAGE, AND TOTALS BY SOURCE.
002376*                     ONLY RUN RECORDS COUNT AS RUNS.
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
005400 01  WS-SWITCHES.
005500     05  WS-STATFILE-EOF-SWITCH  PIC X(01) VALUE "N".
005600         88  WS-STATFILE-EOF         VALUE "Y".
005619     05  WS-SRC-FOUND-SWITCH     PIC X(01) VALUE "N".
005638         88  WS-SRC-FOUND            VALUE "Y".
005657     05  WS-SRC-FULL-SWITCH      PIC X(01) VALUE "N".
005676         88  WS-SRC-TABLE-FULL       VALUE "Y".
005700*
005800 77  WS-RUNS-READ            PIC 9(09) COMP VALUE ZERO.
005900 77  WS-RUNS-FLAGGED         PIC 9(09) COMP VALUE ZERO.
006700 77  WS-LINE-COUNT           PIC 9(03) COMP VALUE 99.
006800 77  WS-LINES-PER-PAGE       PIC 9(03) COMP VALUE 55.
006900 77  WS-PAGE-NO              PIC 9(04) COMP VALUE ZERO.
006905 77  WS-SOURCES-FLAGGED      PIC 9(09) COMP VALUE ZERO.
006910 77  WS-SRC-SUB              PIC 9(04) COMP VALUE ZERO.
006915 77  WS-SRC-HIT-SUB          PIC 9(04) COMP VALUE ZERO.
006920*
006925*    ONE ENTRY PER FEEDER SOURCE SEEN ON THE HISTORY, IN THE
006930*    ORDER FIRST SEEN, WITH ITS OWN TRAILING RATE SUMS AND ITS
006935*    TOTALS FOR THE END OF THE REPORT.
006940 01  WS-SRC-TABLE.
006945     05  WS-SRC-COUNT            PIC 9(04) COMP VALUE ZERO.
006950     05  WS-SRC-ENTRY OCCURS 50 TIMES.
006955         10  WS-SRC-ID               PIC X(04).
006960         10  WS-SRC-RUNS             PIC 9(09) COMP.
006965         10  WS-SRC-REJ-RATE-SUM     PIC 9(09)V99 COMP-3.
006970         10  WS-SRC-OVF-RATE-SUM     PIC 9(09)V99 COMP-3.
006975         10  WS-SRC-READ             PIC 9(11) COMP.
006980         10  WS-SRC-REJECTED         PIC 9(11) COMP.
006985         10  WS-SRC-OVERFLOWED       PIC 9(11) COMP.
006990         10  WS-SRC-FLAGGED          PIC 9(09) COMP.
007000*
007100 01  WS-RPT-HEADING-1.
007200     05  FILLER                  PIC X(08) VALUE "DBL140".
008000     05  FILLER                  PIC X(10) VALUE "DATE".
008100     05  FILLER                  PIC X(10) VALUE "TIME".
008200     05  FILLER                  PIC X(10) VALUE "OPERATOR".
008249     05  FILLER                  PIC X(08) VALUE "SOURCE".
008300     05  FILLER                  PIC X(13) VALUE "READ".
008400     05  FILLER                  PIC X(13) VALUE "REJECTED".
008500     05  FILLER                  PIC X(13) VALUE "OVERFLOWED".
008600     05  FILLER                  PIC X(09) VALUE "REJ-RATE".
008700     05  FILLER                  PIC X(09) VALUE "OVF-RATE".
008800     05  FILLER                  PIC X(08) VALUE "STATUS".
008900     05  FILLER                  PIC X(29) VALUE "FLAG".
009000*
009100 01  WS-RPT-DETAIL-LINE.
009200     05  WS-RPT-DET-DATE         PIC 9(08).
009500     05  FILLER                  PIC X(02) VALUE SPACES.
009600     05  WS-RPT-DET-OPERATOR     PIC X(08).
009700     05  FILLER                  PIC X(02) VALUE SPACES.
009733     05  WS-RPT-DET-SOURCE       PIC X(04).
009766     05  FILLER                  PIC X(04) VALUE SPACES.
009800     05  WS-RPT-DET-READ         PIC ZZZ,ZZZ,ZZ9.
009900     05  FILLER                  PIC X(02) VALUE SPACES.
010000     05  WS-RPT-DET-REJECTED     PIC ZZZ,ZZZ,ZZ9.
010800     05  WS-RPT-DET-STATUS       PIC X(04).
010900     05  FILLER                  PIC X(04) VALUE SPACES.
011000     05  WS-RPT-DET-FLAG         PIC X(05).
011100     05  FILLER                  PIC X(24) VALUE SPACES.
011200*
011300 01  WS-RPT-TOTAL-LINE.
011400     05  WS-RPT-TOTAL-TEXT       PIC X(30).
011500     05  WS-RPT-TOTAL-COUNT      PIC ZZZ,ZZZ,ZZ9.
011600     05  FILLER                  PIC X(91) VALUE SPACES.
011700*
011703 01  WS-RPT-SRC-HEADING.
011706     05  FILLER                  PIC X(08) VALUE "SOURCE".
011709     05  FILLER                  PIC X(13) VALUE "         RUNS".
011712     05  FILLER                  PIC X(15)
011715         VALUE "           READ".
011718     05  FILLER                  PIC X(15)
011721         VALUE "       REJECTED".
011724     05  FILLER                  PIC X(15)
011727         VALUE "     OVERFLOWED".
011730     05  FILLER                  PIC X(10) VALUE "  REJ-RATE".
011733     05  FILLER                  PIC X(10) VALUE "  OVF-RATE".
011736     05  FILLER                  PIC X(09) VALUE "  FLAGGED".
011739     05  FILLER                  PIC X(37) VALUE SPACES.
011742*
011745 01  WS-RPT-SRC-LINE.
011748     05  WS-RPT-SRC-ID           PIC X(04).
011751     05  FILLER                  PIC X(06) VALUE SPACES.
011754     05  WS-RPT-SRC-RUNS         PIC ZZZ,ZZZ,ZZ9.
011757     05  FILLER                  PIC X(01) VALUE SPACES.
011760     05  WS-RPT-SRC-READ         PIC ZZ,ZZZ,ZZZ,ZZ9.
011763     05  FILLER                  PIC X(01) VALUE SPACES.
011766     05  WS-RPT-SRC-REJECTED     PIC ZZ,ZZZ,ZZZ,ZZ9.
011769     05  FILLER                  PIC X(01) VALUE SPACES.
011772     05  WS-RPT-SRC-OVERFLOWED   PIC ZZ,ZZZ,ZZZ,ZZ9.
011775     05  FILLER                  PIC X(04) VALUE SPACES.
011778     05  WS-RPT-SRC-REJ-RATE     PIC ZZ9.99.
011781     05  FILLER                  PIC X(04) VALUE SPACES.
011784     05  WS-RPT-SRC-OVF-RATE     PIC ZZ9.99.
011787     05  FILLER                  PIC X(02) VALUE SPACES.
011790     05  WS-RPT-SRC-FLAGGED      PIC Z(6)9.
011793     05  FILLER                  PIC X(37) VALUE SPACES.
011796*
011800 01  WS-RPT-WORK-LINE            PIC X(132).
011900*
012000 PROCEDURE DIVISION.
016400*    PRINTS ONE RUN'S LINE WITH ITS REJECT AND OVERFLOW RATES,
016500*    FLAGGING A SHARP DEVIATION FROM THE TRAILING AVERAGE OF THE
016600*    RUNS BEFORE IT. THE FIRST THREE RUNS ONLY SEED THE AVERAGE.
016633*    A FEEDER SOURCE RECORD IS PRINTED THE SAME WAY AGAINST ITS
016666*    OWN SOURCE'S HISTORY (2200).
016700******************************************************************
016800 2000-TREND-ONE-RUN SECTION.
016900     IF DBLSTAT-RECORDS-READ > ZERO
017800         MOVE ZERO TO WS-OVERFLOW-RATE
017900     END-IF
018000     MOVE SPACES TO WS-RPT-DET-FLAG
018139     IF DBLSTAT-IS-SOURCE
018278         PERFORM 2200-TREND-ONE-SOURCE
018417             THRU 2200-TREND-ONE-SOURCE-EXIT
018556         MOVE DBLSTAT-SOURCE-ID TO WS-RPT-DET-SOURCE
018695     ELSE
018834         PERFORM 2300-TREND-WHOLE-RUN
018973             THRU 2300-TREND-WHOLE-RUN-EXIT
019112         MOVE "ALL" TO WS-RPT-DET-SOURCE
019251     END-IF
019400     MOVE DBLSTAT-RUN-DATE TO WS-RPT-DET-DATE
019500     MOVE DBLSTAT-RUN-TIME TO WS-RPT-DET-TIME
019600     MOVE DBLSTAT-OPERATOR-ID TO WS-RPT-DET-OPERATOR
020700     MOVE WS-RPT-DETAIL-LINE TO WS-RPT-WORK-LINE
020800     PERFORM 5000-WRITE-RPT-LINE
020900         THRU 5000-WRITE-RPT-LINE-EXIT
021300     PERFORM 2100-READ-STATFILE
021400         THRU 2100-READ-STATFILE-EXIT.
021500 2000-TREND-ONE-RUN-EXIT.
022500         AT END
022600             SET WS-STATFILE-EOF TO TRUE
022700         NOT AT END
022749             IF DBLSTAT-IS-RUN
022798                 ADD 1 TO WS-RUNS-READ
022847             END-IF
022900     END-READ.
023000 2100-READ-STATFILE-EXIT.
023100     EXIT.
023200*
023201******************************************************************
023202*    2200-TREND-ONE-SOURCE
023203*    FLAGS A FEEDER SOURCE RECORD AGAINST THE TRAILING AVERAGE
023204*    OF THAT SOURCE'S OWN EARLIER RECORDS, ON THE SAME RULE AS
023205*    A RUN, AND ADDS IT INTO THE SOURCE'S TOTALS. A SOURCE
023206*    BEYOND THE TABLE IS PRINTED BUT NOT TRENDED.
023207******************************************************************
023208 2200-TREND-ONE-SOURCE SECTION.
023209     MOVE "N" TO WS-SRC-FOUND-SWITCH
023210     MOVE ZERO TO WS-SRC-HIT-SUB
023211     PERFORM 2210-MATCH-ONE-SOURCE
023212         THRU 2210-MATCH-ONE-SOURCE-EXIT
023213         VARYING WS-SRC-SUB FROM 1 BY 1
023214         UNTIL WS-SRC-SUB > WS-SRC-COUNT
023215             OR WS-SRC-FOUND
023216     IF NOT WS-SRC-FOUND
023217         IF WS-SRC-COUNT >= 50
023218             IF NOT WS-SRC-TABLE-FULL
023219                 SET WS-SRC-TABLE-FULL TO TRUE
023220                 DISPLAY "DBL140 - MORE THAN 50 SOURCES - "
023221                     "FURTHER SOURCES NOT TRENDED"
023222             END-IF
023223             GO TO 2200-TREND-ONE-SOURCE-EXIT
023224         END-IF
023225         ADD 1 TO WS-SRC-COUNT
023226         INITIALIZE WS-SRC-ENTRY (WS-SRC-COUNT)
023227         MOVE DBLSTAT-SOURCE-ID TO WS-SRC-ID (WS-SRC-COUNT)
023228         MOVE WS-SRC-COUNT TO WS-SRC-HIT-SUB
023229     END-IF
023230     IF WS-SRC-RUNS (WS-SRC-HIT-SUB) >= 3
023231         COMPUTE WS-REJECT-RATE-AVG ROUNDED =
023232             WS-SRC-REJ-RATE-SUM (WS-SRC-HIT-SUB)
023233                 / WS-SRC-RUNS (WS-SRC-HIT-SUB)
023234         COMPUTE WS-OVERFLOW-RATE-AVG ROUNDED =
023235             WS-SRC-OVF-RATE-SUM (WS-SRC-HIT-SUB)
023236                 / WS-SRC-RUNS (WS-SRC-HIT-SUB)
023237         IF (WS-REJECT-RATE > WS-REJECT-RATE-AVG * 2
023238                 AND WS-REJECT-RATE >= WS-REJECT-RATE-AVG + 1)
023239             OR (WS-OVERFLOW-RATE > WS-OVERFLOW-RATE-AVG * 2
023240                 AND WS-OVERFLOW-RATE >= WS-OVERFLOW-RATE-AVG + 1)
023241             MOVE "CHECK" TO WS-RPT-DET-FLAG
023242             ADD 1 TO WS-SOURCES-FLAGGED
023243             ADD 1 TO WS-SRC-FLAGGED (WS-SRC-HIT-SUB)
023244         END-IF
023245     END-IF
023246     ADD WS-REJECT-RATE TO WS-SRC-REJ-RATE-SUM (WS-SRC-HIT-SUB)
023247     ADD WS-OVERFLOW-RATE TO WS-SRC-OVF-RATE-SUM (WS-SRC-HIT-SUB)
023248     ADD 1 TO WS-SRC-RUNS (WS-SRC-HIT-SUB)
023249     ADD DBLSTAT-RECORDS-READ TO WS-SRC-READ (WS-SRC-HIT-SUB)
023250     ADD DBLSTAT-RECS-REJECTED
023251         TO WS-SRC-REJECTED (WS-SRC-HIT-SUB)
023252     ADD DBLSTAT-RECS-OVERFLOWED
023253         TO WS-SRC-OVERFLOWED (WS-SRC-HIT-SUB).
023254 2200-TREND-ONE-SOURCE-EXIT.
023255     EXIT.
023256*
023257 2210-MATCH-ONE-SOURCE SECTION.
023258     IF WS-SRC-ID (WS-SRC-SUB) = DBLSTAT-SOURCE-ID
023259         SET WS-SRC-FOUND TO TRUE
023260         MOVE WS-SRC-SUB TO WS-SRC-HIT-SUB
023261     END-IF.
023262 2210-MATCH-ONE-SOURCE-EXIT.
023263     EXIT.
023264*
023265******************************************************************
023266*    2300-TREND-WHOLE-RUN
023267*    FLAGS A RUN RECORD AGAINST THE TRAILING AVERAGE OF THE
023268*    RUNS BEFORE IT AND ROLLS IT INTO THAT AVERAGE.
023269******************************************************************
023270 2300-TREND-WHOLE-RUN SECTION.
023271     IF WS-PRIOR-RUNS >= 3
023272         COMPUTE WS-REJECT-RATE-AVG ROUNDED =
023273             WS-REJECT-RATE-SUM / WS-PRIOR-RUNS
023274         COMPUTE WS-OVERFLOW-RATE-AVG ROUNDED =
023275             WS-OVERFLOW-RATE-SUM / WS-PRIOR-RUNS
023276         IF (WS-REJECT-RATE > WS-REJECT-RATE-AVG * 2
023277                 AND WS-REJECT-RATE >= WS-REJECT-RATE-AVG + 1)
023278             OR (WS-OVERFLOW-RATE > WS-OVERFLOW-RATE-AVG * 2
023279                 AND WS-OVERFLOW-RATE >= WS-OVERFLOW-RATE-AVG + 1)
023280             MOVE "CHECK" TO WS-RPT-DET-FLAG
023281             ADD 1 TO WS-RUNS-FLAGGED
023282         END-IF
023283     END-IF
023284     ADD WS-REJECT-RATE TO WS-REJECT-RATE-SUM
023285     ADD WS-OVERFLOW-RATE TO WS-OVERFLOW-RATE-SUM
023286     ADD 1 TO WS-PRIOR-RUNS.
023287 2300-TREND-WHOLE-RUN-EXIT.
023288     EXIT.
023289*
023300******************************************************************
023400*    5000-WRITE-RPT-LINE
023500*    WRITES THE LINE STAGED IN WS-RPT-WORK-LINE, BREAKING TO A
028300     MOVE WS-RPT-TOTAL-LINE TO WS-RPT-WORK-LINE
028400     PERFORM 5000-WRITE-RPT-LINE
028500         THRU 5000-WRITE-RPT-LINE-EXIT
028505     MOVE "SOURCE LINES FLAGGED" TO WS-RPT-TOTAL-TEXT
028510     MOVE WS-SOURCES-FLAGGED TO WS-RPT-TOTAL-COUNT
028515     MOVE WS-RPT-TOTAL-LINE TO WS-RPT-WORK-LINE
028520     PERFORM 5000-WRITE-RPT-LINE
028525         THRU 5000-WRITE-RPT-LINE-EXIT
028530     IF WS-SRC-COUNT > ZERO
028535         MOVE SPACES TO WS-RPT-WORK-LINE
028540         PERFORM 5000-WRITE-RPT-LINE
028545             THRU 5000-WRITE-RPT-LINE-EXIT
028550         MOVE WS-RPT-SRC-HEADING TO WS-RPT-WORK-LINE
028555         PERFORM 5000-WRITE-RPT-LINE
028560             THRU 5000-WRITE-RPT-LINE-EXIT
028565         PERFORM 9100-PRINT-ONE-SOURCE
028570             THRU 9100-PRINT-ONE-SOURCE-EXIT
028575             VARYING WS-SRC-SUB FROM 1 BY 1
028580             UNTIL WS-SRC-SUB > WS-SRC-COUNT
028585     END-IF
028600     CLOSE STATFILE
028700     CLOSE STATRPT
028800     DISPLAY "DBL140 - RUNS REPORTED: " WS-RUNS-READ
028866     DISPLAY "DBL140 - RUNS FLAGGED:  " WS-RUNS-FLAGGED
028932     DISPLAY "DBL140 - SOURCE LINES FLAGGED: " WS-SOURCES-FLAGGED.
029000 9000-TERMINATE-EXIT.
029100     EXIT.
029200*
029300******************************************************************
029400*    9100-PRINT-ONE-SOURCE
029500*    PRINTS ONE FEEDER SOURCE'S TOTALS OVER THE WHOLE HISTORY,
029600*    WITH ITS OVERALL REJECT AND OVERFLOW RATES.
029700******************************************************************
029800 9100-PRINT-ONE-SOURCE SECTION.
029900     IF WS-SRC-READ (WS-SRC-SUB) > ZERO
030000         COMPUTE WS-REJECT-RATE ROUNDED =
030100             WS-SRC-REJECTED (WS-SRC-SUB) * 100
030200                 / WS-SRC-READ (WS-SRC-SUB)
030300         COMPUTE WS-OVERFLOW-RATE ROUNDED =
030400             WS-SRC-OVERFLOWED (WS-SRC-SUB) * 100
030500                 / WS-SRC-READ (WS-SRC-SUB)
030600     ELSE
030700         MOVE ZERO TO WS-REJECT-RATE
030800         MOVE ZERO TO WS-OVERFLOW-RATE
030900     END-IF
031000     MOVE WS-SRC-ID (WS-SRC-SUB) TO WS-RPT-SRC-ID
031100     MOVE WS-SRC-RUNS (WS-SRC-SUB) TO WS-RPT-SRC-RUNS
031200     MOVE WS-SRC-READ (WS-SRC-SUB) TO WS-RPT-SRC-READ
031300     MOVE WS-SRC-REJECTED (WS-SRC-SUB) TO WS-RPT-SRC-REJECTED
031400     MOVE WS-SRC-OVERFLOWED (WS-SRC-SUB) TO WS-RPT-SRC-OVERFLOWED
031500     MOVE WS-REJECT-RATE TO WS-RPT-SRC-REJ-RATE
031600     MOVE WS-OVERFLOW-RATE TO WS-RPT-SRC-OVF-RATE
031700     MOVE WS-SRC-FLAGGED (WS-SRC-SUB) TO WS-RPT-SRC-FLAGGED
031800     MOVE WS-RPT-SRC-LINE TO WS-RPT-WORK-LINE
031900     PERFORM 5000-WRITE-RPT-LINE
032000         THRU 5000-WRITE-RPT-LINE-EXIT.
032100 9100-PRINT-ONE-SOURCE-EXIT.
032200     EXIT.
