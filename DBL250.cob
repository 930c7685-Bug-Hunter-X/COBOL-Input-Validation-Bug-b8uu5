000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DBL250.
000300 AUTHOR.         J R MICHAELS.
000400 INSTALLATION.   DATA PROCESSING - BATCH SYSTEMS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*    DBL250 - TOLERANCE LIMIT DERIVATION
001000*
001100*    BUILDS THE TOLERANCE LIMIT FILE (LIMFILE, COPYBOOK DBLLIM)
001200*    THAT DBL100 CHECKS EVERY VALID DETAIL AGAINST. ONE LIMIT IS
001300*    KEPT PER OPERATION CODE (1 DOUBLE, 2 TRIPLE, 3 MARKUP - A
001400*    BLANK OR UNKNOWN CODE IS TREATED AS DOUBLE, AS IN DBL100).
001500*    ANY WS-NUMBER BELOW THE LOW LIMIT OR ABOVE THE HIGH LIMIT
001600*    FOR ITS CODE IS HELD BY DBL100 FOR REVIEW INSTEAD OF POSTED.
001700*
001800*    A DERIVED LIMIT COMES FROM THE RESULTS MASTER (RSLTMSTR,
001900*    COPYBOOK DBLRMST): THE MEAN WS-NUMBER OF THE CODE'S RECORDS
002000*    WHOSE RUN DATE FALLS IN THE RECENT WINDOW (TODAY AND THE
002100*    WINDOW DAYS BEFORE IT), DIVIDED BY THE FACTOR FOR THE LOW
002200*    LIMIT AND MULTIPLIED BY IT FOR THE HIGH. A CODE WITH FEWER
002300*    RECENT RECORDS THAN THE MINIMUM SAMPLE KEEPS THE LIMIT IT
002400*    HAD, OR HAS NONE IF IT NEVER HAD ONE. A CODE WHOSE RECENT
002500*    VALUES AVERAGE ZERO DERIVES A HIGH LIMIT OF ZERO, WHICH
002600*    DBL100 TAKES AS NO LIMIT.
002700*
002800*    A MANUAL LIMIT IS SET ON A LIMIT CARD (LIMCARD, COPYBOOK
002900*    DBLLIMC) AND IS CARRIED FORWARD FROM THE PRIOR LIMIT FILE
003000*    (LIMIN) UNTOUCHED ON EVERY LATER RUN UNTIL A CARD RETURNS
003100*    THE CODE TO DERIVATION. THE OPTIONAL PARAMETER CARD
003200*    OVERRIDES THE WINDOW, FACTOR AND MINIMUM SAMPLE DEFAULTS
003300*    AND NAMES THE OPERATOR, WHO IS REQUIRED FOR A MANUAL LIMIT
003400*    AND IS RECORDED AGAINST IT. THE LIMIT CARDS AND THE PRIOR
003500*    LIMIT FILE ARE BOTH OPTIONAL - THE FIRST RUN HAS NEITHER.
003600*
003700*    THE JOB RUNS ON REQUEST OUTSIDE THE NIGHTLY STREAM. THE NEW
003800*    LIMIT FILE ALWAYS CARRIES ONE RECORD FOR EACH CODE, AND THE
003900*    LIMIT REGISTER (LIMRPT) SHOWS EACH CODE'S OLD AND NEW LIMITS
004000*    WITH THE SAMPLE THEY CAME FROM. A REJECTED CARD ENDS THE
004100*    STEP WITH RETURN CODE 8; A CODE LEFT WITH NO LIMIT FOR WANT
004200*    OF HISTORY, WITH NOTHING WORSE, ENDS IT WITH RETURN CODE 4.
004300*
004400*    MODIFICATION HISTORY
004500*    DATE       INIT  DESCRIPTION
004600*    ---------  ----  -----------------------------------------
004700*    2026-10-15 JRM   ORIGINAL PROGRAM - TOLERANCE LIMIT
004800*                     DERIVATION.
004900******************************************************************
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
005200 SOURCE-COMPUTER.    IBM-370.
005300 OBJECT-COMPUTER.    IBM-370.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT LIMCARD  ASSIGN TO LIMCARD
005700                     ORGANIZATION IS SEQUENTIAL
005800                     FILE STATUS IS WS-LIMCARD-STATUS.
005900
006000     SELECT LIMIN    ASSIGN TO LIMIN
006100                     ORGANIZATION IS SEQUENTIAL
006200                     FILE STATUS IS WS-LIMIN-STATUS.
006300
006400     SELECT RSLTMSTR ASSIGN TO RSLTMSTR
006500                     ORGANIZATION IS INDEXED
006600                     ACCESS MODE IS DYNAMIC
006700                     RECORD KEY IS DBLRMST-KEY
006800                     FILE STATUS IS WS-RSLTMSTR-STATUS.
006900
007000     SELECT LIMOUT   ASSIGN TO LIMOUT
007100                     ORGANIZATION IS SEQUENTIAL
007200                     FILE STATUS IS WS-LIMOUT-STATUS.
007300
007400     SELECT LIMRPT   ASSIGN TO LIMRPT
007500                     ORGANIZATION IS SEQUENTIAL
007600                     FILE STATUS IS WS-LIMRPT-STATUS.
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  LIMCARD
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD.
008200 COPY DBLLIMC.
008300*
008400*    THE PRIOR LIMIT FILE IS READ INTO A WORKING-STORAGE COPY OF
008500*    THE LIMIT LAYOUT, WHICH IS STILL NEEDED ONCE THE FILE IS
008600*    CLOSED.
008700 FD  LIMIN
008800     RECORDING MODE IS F
008900     LABEL RECORDS ARE STANDARD.
009000 01  LIMIN-RECORD                PIC X(80).
009100*
009200 FD  RSLTMSTR
009300     LABEL RECORDS ARE STANDARD.
009400 COPY DBLRMST.
009500*
009600 FD  LIMOUT
009700     RECORDING MODE IS F
009800     LABEL RECORDS ARE STANDARD.
009900 COPY DBLLIM.
010000*
010100 FD  LIMRPT
010200     RECORDING MODE IS F
010300     LABEL RECORDS ARE STANDARD.
010400 01  LIMRPT-LINE                 PIC X(132).
010500 WORKING-STORAGE SECTION.
010600 01  WS-FILE-STATUS-AREA.
010700     05  WS-LIMCARD-STATUS   PIC X(02) VALUE SPACES.
010800     05  WS-LIMIN-STATUS     PIC X(02) VALUE SPACES.
010900     05  WS-RSLTMSTR-STATUS  PIC X(02) VALUE SPACES.
011000     05  WS-LIMOUT-STATUS    PIC X(02) VALUE SPACES.
011100     05  WS-LIMRPT-STATUS    PIC X(02) VALUE SPACES.
011200*
011300 01  WS-SWITCHES.
011400     05  WS-LIMCARD-EOF-SWITCH   PIC X(01) VALUE "N".
011500         88  WS-LIMCARD-EOF          VALUE "Y".
011600     05  WS-LIMIN-EOF-SWITCH     PIC X(01) VALUE "N".
011700         88  WS-LIMIN-EOF            VALUE "Y".
011800     05  WS-RSLTMSTR-EOF-SWITCH  PIC X(01) VALUE "N".
011900         88  WS-RSLTMSTR-EOF         VALUE "Y".
012000*
012100 77  WS-TODAY                PIC 9(08) VALUE ZERO.
012200 77  WS-WINDOW-FROM          PIC 9(08) VALUE ZERO.
012300 77  WS-WINDOW-DAYS          PIC 9(03) VALUE 30.
012400 77  WS-FACTOR               PIC 9(03) VALUE 10.
012500 77  WS-MIN-SAMPLE           PIC 9(05) VALUE 20.
012600 77  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
012700 77  WS-OP-SUB               PIC 9(02) COMP VALUE ZERO.
012800 77  WS-OP-DIGIT             PIC 9(01) VALUE ZERO.
012900 77  WS-CARDS-READ           PIC 9(05) COMP VALUE ZERO.
013000 77  WS-CARDS-REJECTED       PIC 9(05) COMP VALUE ZERO.
013100 77  WS-PRIOR-READ           PIC 9(05) COMP VALUE ZERO.
013200 77  WS-MASTER-READ          PIC 9(09) COMP VALUE ZERO.
013300 77  WS-CODES-NO-LIMIT       PIC 9(02) COMP VALUE ZERO.
013400 77  WS-HIGH-WORK            PIC 9(09) COMP VALUE ZERO.
013500 77  WS-LINE-COUNT           PIC 9(03) COMP VALUE 99.
013600 77  WS-LINES-PER-PAGE       PIC 9(03) COMP VALUE 55.
013700 77  WS-PAGE-NO              PIC 9(04) COMP VALUE ZERO.
013800 77  WS-REJECT-REASON        PIC X(40) VALUE SPACES.
013900*
014000*    THE PRIOR LIMIT OF THE CODE BEING SET, UNDER ITS OWN NAMES.
014100 COPY DBLLIM
014200     REPLACING ==DBLLIM-RECORD==       BY ==PRIOR-RECORD==
014300               ==DBLLIM-OP-CODE==      BY ==PRIOR-OP-CODE==
014400               ==DBLLIM-OP-DOUBLE==    BY ==PRIOR-OP-DOUBLE==
014500               ==DBLLIM-OP-TRIPLE==    BY ==PRIOR-OP-TRIPLE==
014600               ==DBLLIM-OP-MARKUP==    BY ==PRIOR-OP-MARKUP==
014700               ==DBLLIM-LOW-LIMIT==    BY ==PRIOR-LOW-LIMIT==
014800               ==DBLLIM-HIGH-LIMIT==   BY ==PRIOR-HIGH-LIMIT==
014900               ==DBLLIM-ORIGIN==       BY ==PRIOR-ORIGIN==
015000               ==DBLLIM-DERIVED==      BY ==PRIOR-DERIVED==
015100               ==DBLLIM-MANUAL==       BY ==PRIOR-MANUAL==
015200               ==DBLLIM-SET-DATE==     BY ==PRIOR-SET-DATE==
015300               ==DBLLIM-SET-BY==       BY ==PRIOR-SET-BY==
015400               ==DBLLIM-WINDOW-FROM==  BY ==PRIOR-WINDOW-FROM==
015500               ==DBLLIM-WINDOW-TO==    BY ==PRIOR-WINDOW-TO==
015600               ==DBLLIM-SAMPLE-COUNT== BY ==PRIOR-SAMPLE-COUNT==
015700               ==DBLLIM-MEAN==         BY ==PRIOR-MEAN==.
015800*
015900*    THE REGISTER NAME OF EACH OPERATION CODE, IN CODE ORDER.
016000 01  WS-OP-NAME-VALUES.
016100     05  FILLER                  PIC X(06) VALUE "DOUBLE".
016200     05  FILLER                  PIC X(06) VALUE "TRIPLE".
016300     05  FILLER                  PIC X(06) VALUE "MARKUP".
016400 01  WS-OP-NAME-TABLE REDEFINES WS-OP-NAME-VALUES.
016500     05  WS-OP-NAME              PIC X(06) OCCURS 3.
016600*
016700*    ONE ENTRY PER OPERATION CODE, SUBSCRIPTED BY THE CODE. EACH
016800*    GATHERS THE CODE'S RECENT HISTORY, ITS PRIOR LIMIT AND ANY
016900*    LIMIT CARD FOR IT, AND THEN THE NEW LIMIT BUILT FROM THEM.
017000 01  WS-OP-TABLE.
017100     05  WS-OP-ENTRY OCCURS 3.
017200         10  WS-OP-SUM               PIC 9(15) COMP.
017300         10  WS-OP-SAMPLE            PIC 9(09) COMP.
017400         10  WS-OP-MEAN              PIC 9(05).
017500         10  WS-OP-PRIOR-SWITCH      PIC X(01).
017600             88  WS-OP-HAS-PRIOR         VALUE "Y".
017700         10  WS-OP-PRIOR-LIMIT       PIC X(80).
017800         10  WS-OP-CARD-ACTION       PIC X(01).
017900             88  WS-OP-CARD-MANUAL       VALUE "M".
018000             88  WS-OP-CARD-DERIVE       VALUE "D".
018100         10  WS-OP-CARD-LOW          PIC 9(05).
018200         10  WS-OP-CARD-HIGH         PIC 9(05).
018300         10  WS-OP-NOTE              PIC X(30).
018400*
018500*    THE DATE ARITHMETIC WORK AREA. 7000 TURNS WS-DTD-DATE INTO
018600*    A DAY NUMBER AND 7100 TURNS A DAY NUMBER BACK INTO A DATE.
018700 01  WS-DATE-WORK-AREA.
018800     05  WS-DTD-DATE             PIC 9(08).
018900     05  WS-DTD-DATE-R REDEFINES WS-DTD-DATE.
019000         10  WS-DTD-YEAR             PIC 9(04).
019100         10  WS-DTD-MONTH            PIC 9(02).
019200         10  WS-DTD-DAY              PIC 9(02).
019300     05  WS-DTD-WK-YEAR          PIC 9(09) COMP.
019400     05  WS-DTD-WK-MONTH         PIC 9(02) COMP.
019500     05  WS-DTD-CENTURY          PIC 9(09) COMP.
019600     05  WS-DTD-YEAR-REM         PIC 9(09) COMP.
019700     05  WS-DTD-DAY-NO           PIC 9(09) COMP.
019800     05  WS-DTD-WK-DAYS          PIC 9(09) COMP.
019900     05  WS-DTD-WK-DAY           PIC 9(09) COMP.
020000*
020100 01  WS-RPT-HEADING-1.
020200     05  FILLER                  PIC X(08) VALUE "DBL250".
020300     05  FILLER                  PIC X(36)
020400         VALUE "TOLERANCE LIMIT REGISTER".
020500     05  FILLER                  PIC X(07) VALUE "RUN ON ".
020600     05  WS-RPT-HDR-TODAY        PIC 9(08).
020700     05  FILLER                  PIC X(06) VALUE "  PAGE".
020800     05  WS-RPT-HDR-PAGE-NO      PIC ZZZ9.
020900     05  FILLER                  PIC X(63) VALUE SPACES.
021000*
021100 01  WS-RPT-HEADING-2.
021200     05  FILLER                  PIC X(13) VALUE "  OP TYPE".
021300     05  FILLER                  PIC X(11) VALUE "     SAMPLE".
021400     05  FILLER                  PIC X(08) VALUE "    MEAN".
021500     05  FILLER                  PIC X(10) VALUE "   OLD LOW".
021600     05  FILLER                  PIC X(08) VALUE "OLD HIGH".
021700     05  FILLER                  PIC X(08) VALUE "  ORIGIN".
021800     05  FILLER                  PIC X(10) VALUE "   NEW LOW".
021900     05  FILLER                  PIC X(08) VALUE "NEW HIGH".
022000     05  FILLER                  PIC X(08) VALUE "  ORIGIN".
022100     05  FILLER                  PIC X(10) VALUE "  SET BY".
022200     05  FILLER                  PIC X(38) VALUE "  NOTE".
022300*
022400 01  WS-RPT-DETAIL-LINE.
022500     05  FILLER                  PIC X(02) VALUE SPACES.
022600     05  WS-RPT-DET-OP-CODE      PIC X(01).
022700     05  FILLER                  PIC X(02) VALUE SPACES.
022800     05  WS-RPT-DET-OP-NAME      PIC X(06).
022900     05  FILLER                  PIC X(02) VALUE SPACES.
023000     05  WS-RPT-DET-SAMPLE       PIC ZZZ,ZZZ,ZZ9.
023100     05  FILLER                  PIC X(02) VALUE SPACES.
023200     05  WS-RPT-DET-MEAN         PIC ZZ,ZZ9.
023300     05  FILLER                  PIC X(04) VALUE SPACES.
023400     05  WS-RPT-DET-OLD-LOW      PIC ZZ,ZZ9.
023500     05  FILLER                  PIC X(02) VALUE SPACES.
023600     05  WS-RPT-DET-OLD-HIGH     PIC ZZ,ZZ9.
023700     05  FILLER                  PIC X(02) VALUE SPACES.
023800     05  WS-RPT-DET-OLD-ORIGIN   PIC X(06).
023900     05  FILLER                  PIC X(04) VALUE SPACES.
024000     05  WS-RPT-DET-NEW-LOW      PIC ZZ,ZZ9.
024100     05  FILLER                  PIC X(02) VALUE SPACES.
024200     05  WS-RPT-DET-NEW-HIGH     PIC ZZ,ZZ9.
024300     05  FILLER                  PIC X(02) VALUE SPACES.
024400     05  WS-RPT-DET-NEW-ORIGIN   PIC X(06).
024500     05  FILLER                  PIC X(02) VALUE SPACES.
024600     05  WS-RPT-DET-SET-BY       PIC X(08).
024700     05  FILLER                  PIC X(02) VALUE SPACES.
024800     05  WS-RPT-DET-NOTE         PIC X(30).
024900     05  FILLER                  PIC X(06) VALUE SPACES.
025000*
025100 01  WS-RPT-CARD-LINE.
025200     05  FILLER                  PIC X(02) VALUE SPACES.
025300     05  FILLER                  PIC X(05) VALUE "CARD ".
025400     05  WS-RPT-CARD-NO          PIC ZZZZ9.
025500     05  FILLER                  PIC X(13) VALUE " REJECTED -  ".
025600     05  WS-RPT-CARD-REASON      PIC X(40).
025700     05  FILLER                  PIC X(02) VALUE SPACES.
025800     05  WS-RPT-CARD-IMAGE       PIC X(40).
025900     05  FILLER                  PIC X(25) VALUE SPACES.
026000*
026100 01  WS-RPT-WINDOW-LINE.
026200     05  FILLER                  PIC X(22)
026300         VALUE "  HISTORY WINDOW FROM ".
026400     05  WS-RPT-WIN-FROM         PIC 9(08).
026500     05  FILLER                  PIC X(04) VALUE " TO ".
026600     05  WS-RPT-WIN-TO           PIC 9(08).
026700     05  FILLER                  PIC X(10) VALUE "  FACTOR ".
026800     05  WS-RPT-WIN-FACTOR       PIC ZZ9.
026900     05  FILLER                  PIC X(16)
027000         VALUE "  MINIMUM SAMPLE".
027100     05  FILLER                  PIC X(01) VALUE SPACE.
027200     05  WS-RPT-WIN-MIN-SAMPLE   PIC ZZ,ZZ9.
027300     05  FILLER                  PIC X(54) VALUE SPACES.
027400*
027500 01  WS-RPT-TOTAL-LINE.
027600     05  WS-RPT-TOTAL-TEXT       PIC X(40).
027700     05  WS-RPT-TOTAL-COUNT      PIC ZZZ,ZZZ,ZZ9.
027800     05  FILLER                  PIC X(81) VALUE SPACES.
027900*
028000 01  WS-RPT-WORK-LINE            PIC X(132).
028100*
028200 PROCEDURE DIVISION.
028300*
028400******************************************************************
028500*    0000-MAINLINE
028600*    CONTROLS OVERALL FLOW OF THE DERIVATION RUN.
028700******************************************************************
028800 0000-MAINLINE SECTION.
028900     PERFORM 1000-INITIALIZE
029000         THRU 1000-INITIALIZE-EXIT
029100     PERFORM 2000-LOAD-CARDS
029200         THRU 2000-LOAD-CARDS-EXIT
029300     PERFORM 2400-SET-WINDOW
029400         THRU 2400-SET-WINDOW-EXIT
029500     PERFORM 2500-LOAD-PRIOR-LIMITS
029600         THRU 2500-LOAD-PRIOR-LIMITS-EXIT
029700     PERFORM 3000-TALLY-HISTORY
029800         THRU 3000-TALLY-HISTORY-EXIT
029900     PERFORM 4000-SET-LIMITS
030000         THRU 4000-SET-LIMITS-EXIT
030100     PERFORM 9000-TERMINATE
030200         THRU 9000-TERMINATE-EXIT
030300     STOP RUN.
030400*
030500******************************************************************
030600*    1000-INITIALIZE
030700*    CLEARS THE CODE TABLE AND OPENS THE RESULTS MASTER, THE NEW
030800*    LIMIT FILE, AND THE REGISTER WITH A STATUS CHECK AFTER EVERY
030900*    OPEN. THE CARDS AND THE PRIOR LIMIT FILE ARE OPENED WHERE
031000*    THEY ARE READ, SINCE EITHER MAY BE ABSENT.
031100******************************************************************
031200 1000-INITIALIZE SECTION.
031300     ACCEPT WS-TODAY FROM DATE YYYYMMDD
031400     PERFORM 1010-CLEAR-ONE-CODE
031500         THRU 1010-CLEAR-ONE-CODE-EXIT
031600         VARYING WS-OP-SUB FROM 1 BY 1
031700         UNTIL WS-OP-SUB > 3
031800     OPEN INPUT RSLTMSTR
031900     IF WS-RSLTMSTR-STATUS NOT = "00"
032000         DISPLAY "DBL250 - UNABLE TO OPEN RSLTMSTR - STATUS "
032100             WS-RSLTMSTR-STATUS
032200         MOVE 16 TO RETURN-CODE
032300         STOP RUN
032400     END-IF
032500     OPEN OUTPUT LIMOUT
032600     IF WS-LIMOUT-STATUS NOT = "00"
032700         DISPLAY "DBL250 - UNABLE TO OPEN LIMOUT - STATUS "
032800             WS-LIMOUT-STATUS
032900         MOVE 16 TO RETURN-CODE
033000         CLOSE RSLTMSTR
033100         STOP RUN
033200     END-IF
033300     OPEN OUTPUT LIMRPT
033400     IF WS-LIMRPT-STATUS NOT = "00"
033500         DISPLAY "DBL250 - UNABLE TO OPEN LIMRPT - STATUS "
033600             WS-LIMRPT-STATUS
033700         MOVE 16 TO RETURN-CODE
033800         CLOSE RSLTMSTR
033900         CLOSE LIMOUT
034000         STOP RUN
034100     END-IF
034200     PERFORM 5100-PAGE-HEADING
034300         THRU 5100-PAGE-HEADING-EXIT.
034400 1000-INITIALIZE-EXIT.
034500     EXIT.
034600*
034700******************************************************************
034800*    1010-CLEAR-ONE-CODE
034900*    STARTS ONE CODE'S TABLE ENTRY WITH NO HISTORY, NO PRIOR
035000*    LIMIT AND NO CARD.
035100******************************************************************
035200 1010-CLEAR-ONE-CODE SECTION.
035300     MOVE ZERO TO WS-OP-SUM (WS-OP-SUB)
035400     MOVE ZERO TO WS-OP-SAMPLE (WS-OP-SUB)
035500     MOVE ZERO TO WS-OP-MEAN (WS-OP-SUB)
035600     MOVE "N" TO WS-OP-PRIOR-SWITCH (WS-OP-SUB)
035700     MOVE SPACES TO WS-OP-PRIOR-LIMIT (WS-OP-SUB)
035800     MOVE SPACE TO WS-OP-CARD-ACTION (WS-OP-SUB)
035900     MOVE ZERO TO WS-OP-CARD-LOW (WS-OP-SUB)
036000     MOVE ZERO TO WS-OP-CARD-HIGH (WS-OP-SUB)
036100     MOVE SPACES TO WS-OP-NOTE (WS-OP-SUB).
036200 1010-CLEAR-ONE-CODE-EXIT.
036300     EXIT.
036400*
036500******************************************************************
036600*    2000-LOAD-CARDS
036700*    READS THE CONTROL CARDS. THE PARAMETER CARD REPLACES THE
036800*    DEFAULTS; EACH GOOD LIMIT CARD IS NOTED AGAINST ITS CODE,
036900*    A LATER CARD FOR THE SAME CODE REPLACING AN EARLIER ONE. A
037000*    BAD CARD IS PRINTED AND IGNORED.
037100******************************************************************
037200 2000-LOAD-CARDS SECTION.
037300     OPEN INPUT LIMCARD
037400     IF WS-LIMCARD-STATUS = "35"
037500         DISPLAY "DBL250 - NO LIMIT CARDS - DEFAULTS APPLY"
037600         GO TO 2000-LOAD-CARDS-EXIT
037700     END-IF
037800     IF WS-LIMCARD-STATUS NOT = "00"
037900         DISPLAY "DBL250 - UNABLE TO OPEN LIMCARD - STATUS "
038000             WS-LIMCARD-STATUS
038100         MOVE 16 TO RETURN-CODE
038200         CLOSE RSLTMSTR
038300         CLOSE LIMOUT
038400         CLOSE LIMRPT
038500         STOP RUN
038600     END-IF
038700     PERFORM 2100-READ-CARD
038800         THRU 2100-READ-CARD-EXIT
038900     PERFORM 2010-TAKE-ONE-CARD
039000         THRU 2010-TAKE-ONE-CARD-EXIT
039100         UNTIL WS-LIMCARD-EOF
039200     CLOSE LIMCARD.
039300 2000-LOAD-CARDS-EXIT.
039400     EXIT.
039500*
039600******************************************************************
039700*    2400-SET-WINDOW
039800*    WORKS OUT THE FIRST DAY OF THE HISTORY WINDOW, NOW THAT ANY
039900*    PARAMETER CARD HAS BEEN SEEN, AND PRINTS THE WINDOW AND THE
040000*    PARAMETERS IN FORCE AT THE HEAD OF THE REGISTER.
040100******************************************************************
040200 2400-SET-WINDOW SECTION.
040300     MOVE WS-TODAY TO WS-DTD-DATE
040400     PERFORM 7000-DATE-TO-DAYS
040500         THRU 7000-DATE-TO-DAYS-EXIT
040600     SUBTRACT WS-WINDOW-DAYS FROM WS-DTD-DAY-NO
040700     PERFORM 7100-DAYS-TO-DATE
040800         THRU 7100-DAYS-TO-DATE-EXIT
040900     MOVE WS-DTD-DATE TO WS-WINDOW-FROM
041000     MOVE WS-WINDOW-FROM TO WS-RPT-WIN-FROM
041100     MOVE WS-TODAY TO WS-RPT-WIN-TO
041200     MOVE WS-FACTOR TO WS-RPT-WIN-FACTOR
041300     MOVE WS-MIN-SAMPLE TO WS-RPT-WIN-MIN-SAMPLE
041400     MOVE WS-RPT-WINDOW-LINE TO WS-RPT-WORK-LINE
041500     PERFORM 5000-WRITE-RPT-LINE
041600         THRU 5000-WRITE-RPT-LINE-EXIT
041700     MOVE SPACES TO WS-RPT-WORK-LINE
041800     PERFORM 5000-WRITE-RPT-LINE
041900         THRU 5000-WRITE-RPT-LINE-EXIT.
042000 2400-SET-WINDOW-EXIT.
042100     EXIT.
042200*
042300******************************************************************
042400*    2010-TAKE-ONE-CARD
042500*    CHECKS ONE CONTROL CARD AND, IF IT IS GOOD, APPLIES IT. A
042600*    MANUAL LIMIT NEEDS A NUMERIC LOW AND HIGH, A HIGH ABOVE
042700*    ZERO AND NOT BELOW THE LOW, AND AN OPERATOR NAMED ON THE
042800*    PARAMETER CARD AHEAD OF IT. THEN READS THE NEXT CARD.
042900******************************************************************
043000 2010-TAKE-ONE-CARD SECTION.
043100     MOVE SPACES TO WS-REJECT-REASON
043200     EVALUATE TRUE
043300         WHEN DBLLIMC-IS-PARM
043400             PERFORM 2020-TAKE-PARM-CARD
043500                 THRU 2020-TAKE-PARM-CARD-EXIT
043600         WHEN NOT DBLLIMC-IS-LIMIT
043700             MOVE "UNKNOWN CARD TYPE" TO WS-REJECT-REASON
043800         WHEN DBLLIMC-OP-CODE NOT = "1"
043900             AND DBLLIMC-OP-CODE NOT = "2"
044000             AND DBLLIMC-OP-CODE NOT = "3"
044100             MOVE "OPERATION CODE NOT 1, 2 OR 3"
044200                 TO WS-REJECT-REASON
044300         WHEN DBLLIMC-SET-DERIVED
044400             MOVE DBLLIMC-OP-CODE TO WS-OP-SUB
044500             MOVE "D" TO WS-OP-CARD-ACTION (WS-OP-SUB)
044600         WHEN NOT DBLLIMC-SET-MANUAL
044700             MOVE "ACTION NOT M OR D" TO WS-REJECT-REASON
044800         WHEN DBLLIMC-LOW-LIMIT-X IS NOT NUMERIC
044900             OR DBLLIMC-HIGH-LIMIT-X IS NOT NUMERIC
045000             MOVE "LIMIT NOT NUMERIC" TO WS-REJECT-REASON
045100         WHEN DBLLIMC-HIGH-LIMIT = ZERO
045200             OR DBLLIMC-HIGH-LIMIT < DBLLIMC-LOW-LIMIT
045300             MOVE "HIGH LIMIT ZERO OR BELOW LOW LIMIT"
045400                 TO WS-REJECT-REASON
045500         WHEN WS-OPERATOR-ID = SPACES
045600             MOVE "NO OPERATOR ON A PARAMETER CARD AHEAD"
045700                 TO WS-REJECT-REASON
045800         WHEN OTHER
045900             MOVE DBLLIMC-OP-CODE TO WS-OP-SUB
046000             MOVE "M" TO WS-OP-CARD-ACTION (WS-OP-SUB)
046100             MOVE DBLLIMC-LOW-LIMIT TO WS-OP-CARD-LOW (WS-OP-SUB)
046200             MOVE DBLLIMC-HIGH-LIMIT
046300                 TO WS-OP-CARD-HIGH (WS-OP-SUB)
046400     END-EVALUATE
046500     IF WS-REJECT-REASON NOT = SPACES
046600         PERFORM 2050-REJECT-CARD
046700             THRU 2050-REJECT-CARD-EXIT
046800     END-IF
046900     PERFORM 2100-READ-CARD
047000         THRU 2100-READ-CARD-EXIT.
047100 2010-TAKE-ONE-CARD-EXIT.
047200     EXIT.
047300*
047400******************************************************************
047500*    2020-TAKE-PARM-CARD
047600*    APPLIES THE PARAMETER CARD. A ZERO OR BLANK FIELD LEAVES
047700*    THE DEFAULT; ANY OTHER FIELD THAT IS NOT NUMERIC REJECTS
047800*    THE WHOLE CARD.
047900******************************************************************
048000 2020-TAKE-PARM-CARD SECTION.
048100     IF (DBLLIMC-WINDOW-DAYS-X NOT = SPACES
048200         AND DBLLIMC-WINDOW-DAYS-X IS NOT NUMERIC)
048300         OR (DBLLIMC-FACTOR-X NOT = SPACES
048400         AND DBLLIMC-FACTOR-X IS NOT NUMERIC)
048500         OR (DBLLIMC-MIN-SAMPLE-X NOT = SPACES
048600         AND DBLLIMC-MIN-SAMPLE-X IS NOT NUMERIC)
048700         MOVE "PARAMETER NOT NUMERIC" TO WS-REJECT-REASON
048800         GO TO 2020-TAKE-PARM-CARD-EXIT
048900     END-IF
049000     IF DBLLIMC-WINDOW-DAYS-X IS NUMERIC
049100         AND DBLLIMC-WINDOW-DAYS > ZERO
049200         MOVE DBLLIMC-WINDOW-DAYS TO WS-WINDOW-DAYS
049300     END-IF
049400     IF DBLLIMC-FACTOR-X IS NUMERIC
049500         AND DBLLIMC-FACTOR > ZERO
049600         MOVE DBLLIMC-FACTOR TO WS-FACTOR
049700     END-IF
049800     IF DBLLIMC-MIN-SAMPLE-X IS NUMERIC
049900         AND DBLLIMC-MIN-SAMPLE > ZERO
050000         MOVE DBLLIMC-MIN-SAMPLE TO WS-MIN-SAMPLE
050100     END-IF
050200     IF DBLLIMC-OPERATOR-ID NOT = SPACES
050300         MOVE DBLLIMC-OPERATOR-ID TO WS-OPERATOR-ID
050400     END-IF.
050500 2020-TAKE-PARM-CARD-EXIT.
050600     EXIT.
050700*
050800******************************************************************
050900*    2050-REJECT-CARD
051000*    PRINTS A REJECTED CARD WITH ITS REASON AND COUNTS IT.
051100******************************************************************
051200 2050-REJECT-CARD SECTION.
051300     ADD 1 TO WS-CARDS-REJECTED
051400     DISPLAY "DBL250 - CARD " WS-CARDS-READ " REJECTED - "
051500         WS-REJECT-REASON
051600     MOVE WS-CARDS-READ TO WS-RPT-CARD-NO
051700     MOVE WS-REJECT-REASON TO WS-RPT-CARD-REASON
051800     MOVE DBLLIMC-RECORD TO WS-RPT-CARD-IMAGE
051900     MOVE WS-RPT-CARD-LINE TO WS-RPT-WORK-LINE
052000     PERFORM 5000-WRITE-RPT-LINE
052100         THRU 5000-WRITE-RPT-LINE-EXIT.
052200 2050-REJECT-CARD-EXIT.
052300     EXIT.
052400*
052500******************************************************************
052600*    2100-READ-CARD
052700*    READS THE NEXT CONTROL CARD.
052800******************************************************************
052900 2100-READ-CARD SECTION.
053000     READ LIMCARD
053100         AT END
053200             SET WS-LIMCARD-EOF TO TRUE
053300         NOT AT END
053400             ADD 1 TO WS-CARDS-READ
053500     END-READ.
053600 2100-READ-CARD-EXIT.
053700     EXIT.
053800*
053900******************************************************************
054000*    2500-LOAD-PRIOR-LIMITS
054100*    READS THE LIMIT FILE THE LAST RUN WROTE AND KEEPS EACH
054200*    CODE'S RECORD WHOLE IN ITS TABLE ENTRY. NO PRIOR FILE MEANS
054300*    THIS IS THE FIRST RUN. A RECORD FOR AN UNKNOWN CODE IS
054400*    REPORTED AND DROPPED.
054500******************************************************************
054600 2500-LOAD-PRIOR-LIMITS SECTION.
054700     OPEN INPUT LIMIN
054800     IF WS-LIMIN-STATUS = "35"
054900         DISPLAY "DBL250 - NO PRIOR LIMIT FILE - FIRST RUN"
055000         GO TO 2500-LOAD-PRIOR-LIMITS-EXIT
055100     END-IF
055200     IF WS-LIMIN-STATUS NOT = "00"
055300         DISPLAY "DBL250 - UNABLE TO OPEN LIMIN - STATUS "
055400             WS-LIMIN-STATUS
055500         MOVE 16 TO RETURN-CODE
055600         CLOSE RSLTMSTR
055700         CLOSE LIMOUT
055800         CLOSE LIMRPT
055900         STOP RUN
056000     END-IF
056100     PERFORM 2600-READ-PRIOR
056200         THRU 2600-READ-PRIOR-EXIT
056300     PERFORM 2510-TAKE-ONE-PRIOR
056400         THRU 2510-TAKE-ONE-PRIOR-EXIT
056500         UNTIL WS-LIMIN-EOF
056600     CLOSE LIMIN.
056700 2500-LOAD-PRIOR-LIMITS-EXIT.
056800     EXIT.
056900*
057000******************************************************************
057100*    2510-TAKE-ONE-PRIOR
057200*    FILES ONE PRIOR LIMIT RECORD UNDER ITS CODE, THEN READS THE
057300*    NEXT.
057400******************************************************************
057500 2510-TAKE-ONE-PRIOR SECTION.
057600     IF PRIOR-OP-DOUBLE OR PRIOR-OP-TRIPLE OR PRIOR-OP-MARKUP
057700         MOVE PRIOR-OP-CODE TO WS-OP-SUB
057800         MOVE "Y" TO WS-OP-PRIOR-SWITCH (WS-OP-SUB)
057900         MOVE PRIOR-RECORD TO WS-OP-PRIOR-LIMIT (WS-OP-SUB)
058000     ELSE
058100         DISPLAY "DBL250 - PRIOR LIMIT FOR UNKNOWN CODE '"
058200             PRIOR-OP-CODE "' DROPPED"
058300     END-IF
058400     PERFORM 2600-READ-PRIOR
058500         THRU 2600-READ-PRIOR-EXIT.
058600 2510-TAKE-ONE-PRIOR-EXIT.
058700     EXIT.
058800*
058900******************************************************************
059000*    2600-READ-PRIOR
059100*    READS THE NEXT PRIOR LIMIT RECORD.
059200******************************************************************
059300 2600-READ-PRIOR SECTION.
059400     READ LIMIN INTO PRIOR-RECORD
059500         AT END
059600             SET WS-LIMIN-EOF TO TRUE
059700         NOT AT END
059800             ADD 1 TO WS-PRIOR-READ
059900     END-READ.
060000 2600-READ-PRIOR-EXIT.
060100     EXIT.
060200*
060300******************************************************************
060400*    3000-TALLY-HISTORY
060500*    POSITIONS THE RESULTS MASTER AT THE FIRST RECORD OF THE
060600*    WINDOW'S FIRST DAY AND ADDS UP EVERY RECORD THROUGH TODAY
060700*    UNDER ITS OPERATION CODE. THE MASTER IS KEYED BY RUN DATE,
060800*    SO NOTHING OUTSIDE THE WINDOW IS READ.
060900******************************************************************
061000 3000-TALLY-HISTORY SECTION.
061100     MOVE WS-WINDOW-FROM TO DBLRMST-RUN-DATE
061200     MOVE ZERO TO DBLRMST-SEQUENCE-NO
061300     START RSLTMSTR KEY IS NOT LESS THAN DBLRMST-KEY
061400         INVALID KEY
061500             SET WS-RSLTMSTR-EOF TO TRUE
061600     END-START
061700     IF NOT WS-RSLTMSTR-EOF
061800         PERFORM 3100-READ-NEXT-MASTER
061900             THRU 3100-READ-NEXT-MASTER-EXIT
062000     END-IF
062100     PERFORM 3010-TALLY-ONE-MASTER
062200         THRU 3010-TALLY-ONE-MASTER-EXIT
062300         UNTIL WS-RSLTMSTR-EOF
062400     CLOSE RSLTMSTR.
062500 3000-TALLY-HISTORY-EXIT.
062600     EXIT.
062700*
062800******************************************************************
062900*    3010-TALLY-ONE-MASTER
063000*    ADDS ONE MASTER RECORD'S WS-NUMBER TO ITS CODE, THEN READS
063100*    THE NEXT.
063200******************************************************************
063300 3010-TALLY-ONE-MASTER SECTION.
063400     EVALUATE DBLRMST-OP-CODE
063500         WHEN "2"
063600             MOVE 2 TO WS-OP-SUB
063700         WHEN "3"
063800             MOVE 3 TO WS-OP-SUB
063900         WHEN OTHER
064000             MOVE 1 TO WS-OP-SUB
064100     END-EVALUATE
064200     ADD 1 TO WS-OP-SAMPLE (WS-OP-SUB)
064300     ADD DBLRMST-NUMBER TO WS-OP-SUM (WS-OP-SUB)
064400     PERFORM 3100-READ-NEXT-MASTER
064500         THRU 3100-READ-NEXT-MASTER-EXIT.
064600 3010-TALLY-ONE-MASTER-EXIT.
064700     EXIT.
064800*
064900******************************************************************
065000*    3100-READ-NEXT-MASTER
065100*    READS THE NEXT RESULTS MASTER RECORD IN KEY ORDER. A RECORD
065200*    PAST TODAY ENDS THE WINDOW.
065300******************************************************************
065400 3100-READ-NEXT-MASTER SECTION.
065500     READ RSLTMSTR NEXT
065600         AT END
065700             SET WS-RSLTMSTR-EOF TO TRUE
065800         NOT AT END
065900             IF DBLRMST-RUN-DATE > WS-TODAY
066000                 SET WS-RSLTMSTR-EOF TO TRUE
066100             ELSE
066200                 ADD 1 TO WS-MASTER-READ
066300             END-IF
066400     END-READ.
066500 3100-READ-NEXT-MASTER-EXIT.
066600     EXIT.
066700*
066800******************************************************************
066900*    4000-SET-LIMITS
067000*    BUILDS, WRITES AND REGISTERS THE NEW LIMIT FOR EACH CODE.
067100******************************************************************
067200 4000-SET-LIMITS SECTION.
067300     PERFORM 4010-SET-ONE-LIMIT
067400         THRU 4010-SET-ONE-LIMIT-EXIT
067500         VARYING WS-OP-SUB FROM 1 BY 1
067600         UNTIL WS-OP-SUB > 3.
067700 4000-SET-LIMITS-EXIT.
067800     EXIT.
067900*
068000******************************************************************
068100*    4010-SET-ONE-LIMIT
068200*    DECIDES ONE CODE'S NEW LIMIT, IN THIS ORDER:
068300*      A MANUAL LIMIT CARD SETS THE LIMIT FROM THE CARD;
068400*      A PRIOR MANUAL LIMIT WITH NO CARD IS CARRIED FORWARD;
068500*      A LARGE ENOUGH SAMPLE DERIVES THE LIMIT FROM ITS MEAN;
068600*      OTHERWISE ANY PRIOR LIMIT IS KEPT, NOW AS DERIVED, AND A
068700*      CODE THAT NEVER HAD ONE IS LEFT WITHOUT.
068800*    THE SAMPLE AND MEAN ARE RECORDED EITHER WAY.
068900******************************************************************
069000 4010-SET-ONE-LIMIT SECTION.
069100     IF WS-OP-SAMPLE (WS-OP-SUB) > ZERO
069200         DIVIDE WS-OP-SUM (WS-OP-SUB) BY WS-OP-SAMPLE (WS-OP-SUB)
069300             GIVING WS-OP-MEAN (WS-OP-SUB) ROUNDED
069400     END-IF
069500     IF WS-OP-HAS-PRIOR (WS-OP-SUB)
069600         MOVE WS-OP-PRIOR-LIMIT (WS-OP-SUB) TO PRIOR-RECORD
069700     ELSE
069800         MOVE SPACES TO PRIOR-RECORD
069900         MOVE ZERO TO PRIOR-LOW-LIMIT
070000         MOVE ZERO TO PRIOR-HIGH-LIMIT
070100     END-IF
070200     MOVE SPACES TO DBLLIM-RECORD
070300     MOVE WS-OP-SUB TO WS-OP-DIGIT
070400     MOVE WS-OP-DIGIT TO DBLLIM-OP-CODE
070500     MOVE WS-TODAY TO DBLLIM-SET-DATE
070600     MOVE WS-WINDOW-FROM TO DBLLIM-WINDOW-FROM
070700     MOVE WS-TODAY TO DBLLIM-WINDOW-TO
070800     MOVE WS-OP-SAMPLE (WS-OP-SUB) TO DBLLIM-SAMPLE-COUNT
070900     MOVE WS-OP-MEAN (WS-OP-SUB) TO DBLLIM-MEAN
071000     EVALUATE TRUE
071100         WHEN WS-OP-CARD-MANUAL (WS-OP-SUB)
071200             MOVE WS-OP-CARD-LOW (WS-OP-SUB) TO DBLLIM-LOW-LIMIT
071300             MOVE WS-OP-CARD-HIGH (WS-OP-SUB) TO DBLLIM-HIGH-LIMIT
071400             MOVE "M" TO DBLLIM-ORIGIN
071500             MOVE WS-OPERATOR-ID TO DBLLIM-SET-BY
071600             MOVE "MANUAL LIMIT SET BY CARD"
071700                 TO WS-OP-NOTE (WS-OP-SUB)
071800         WHEN PRIOR-MANUAL
071900             AND NOT WS-OP-CARD-DERIVE (WS-OP-SUB)
072000             MOVE PRIOR-RECORD TO DBLLIM-RECORD
072100             MOVE "MANUAL LIMIT CARRIED FORWARD"
072200                 TO WS-OP-NOTE (WS-OP-SUB)
072300         WHEN WS-OP-SAMPLE (WS-OP-SUB) NOT < WS-MIN-SAMPLE
072400             PERFORM 4100-DERIVE-LIMIT
072500                 THRU 4100-DERIVE-LIMIT-EXIT
072600         WHEN WS-OP-HAS-PRIOR (WS-OP-SUB)
072700             MOVE PRIOR-LOW-LIMIT TO DBLLIM-LOW-LIMIT
072800             MOVE PRIOR-HIGH-LIMIT TO DBLLIM-HIGH-LIMIT
072900             MOVE "D" TO DBLLIM-ORIGIN
073000             MOVE PRIOR-SET-DATE TO DBLLIM-SET-DATE
073100             MOVE PRIOR-SET-BY TO DBLLIM-SET-BY
073200             MOVE "SAMPLE TOO SMALL - PRIOR KEPT"
073300                 TO WS-OP-NOTE (WS-OP-SUB)
073400         WHEN OTHER
073500             MOVE ZERO TO DBLLIM-LOW-LIMIT
073600             MOVE ZERO TO DBLLIM-HIGH-LIMIT
073700             MOVE "D" TO DBLLIM-ORIGIN
073800             MOVE "DBL250" TO DBLLIM-SET-BY
073900             MOVE "SAMPLE TOO SMALL - NO LIMIT"
074000                 TO WS-OP-NOTE (WS-OP-SUB)
074100     END-EVALUATE
074200     IF DBLLIM-HIGH-LIMIT = ZERO
074300         ADD 1 TO WS-CODES-NO-LIMIT
074400     END-IF
074500     WRITE DBLLIM-RECORD
074600     IF WS-LIMOUT-STATUS NOT = "00"
074700         DISPLAY "DBL250 - LIMOUT WRITE FAILED - STATUS "
074800             WS-LIMOUT-STATUS
074900         MOVE 16 TO RETURN-CODE
075000         CLOSE LIMOUT
075100         CLOSE LIMRPT
075200         STOP RUN
075300     END-IF
075400     PERFORM 5200-PRINT-LIMIT
075500         THRU 5200-PRINT-LIMIT-EXIT.
075600 4010-SET-ONE-LIMIT-EXIT.
075700     EXIT.
075800*
075900******************************************************************
076000*    4100-DERIVE-LIMIT
076100*    DERIVES THE LIMIT FROM THE CODE'S MEAN - THE MEAN DIVIDED
076200*    BY THE FACTOR FOR THE LOW LIMIT AND MULTIPLIED BY IT FOR THE
076300*    HIGH, THE HIGH HELD TO THE LARGEST WS-NUMBER THERE IS.
076400******************************************************************
076500 4100-DERIVE-LIMIT SECTION.
076600     DIVIDE WS-OP-MEAN (WS-OP-SUB) BY WS-FACTOR
076700         GIVING DBLLIM-LOW-LIMIT
076800     COMPUTE WS-HIGH-WORK = WS-OP-MEAN (WS-OP-SUB) * WS-FACTOR
076900     IF WS-HIGH-WORK > 99999
077000         MOVE 99999 TO WS-HIGH-WORK
077100     END-IF
077200     MOVE WS-HIGH-WORK TO DBLLIM-HIGH-LIMIT
077300     MOVE "D" TO DBLLIM-ORIGIN
077400     IF WS-OPERATOR-ID NOT = SPACES
077500         MOVE WS-OPERATOR-ID TO DBLLIM-SET-BY
077600     ELSE
077700         MOVE "DBL250" TO DBLLIM-SET-BY
077800     END-IF
077900     MOVE "DERIVED FROM HISTORY" TO WS-OP-NOTE (WS-OP-SUB).
078000 4100-DERIVE-LIMIT-EXIT.
078100     EXIT.
078200*
078300******************************************************************
078400*    5000-WRITE-RPT-LINE
078500*    WRITES THE LINE STAGED IN WS-RPT-WORK-LINE, BREAKING TO A
078600*    NEW PAGE WHEN THE CURRENT PAGE IS FULL.
078700******************************************************************
078800 5000-WRITE-RPT-LINE SECTION.
078900     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
079000         PERFORM 5100-PAGE-HEADING
079100             THRU 5100-PAGE-HEADING-EXIT
079200     END-IF
079300     WRITE LIMRPT-LINE FROM WS-RPT-WORK-LINE
079400         AFTER ADVANCING 1 LINE
079500     ADD 1 TO WS-LINE-COUNT.
079600 5000-WRITE-RPT-LINE-EXIT.
079700     EXIT.
079800*
079900******************************************************************
080000*    5100-PAGE-HEADING
080100*    STARTS A NEW REPORT PAGE WITH THE RUN DATE, PAGE NUMBER,
080200*    AND COLUMN HEADINGS.
080300******************************************************************
080400 5100-PAGE-HEADING SECTION.
080500     ADD 1 TO WS-PAGE-NO
080600     MOVE WS-PAGE-NO TO WS-RPT-HDR-PAGE-NO
080700     MOVE WS-TODAY TO WS-RPT-HDR-TODAY
080800     WRITE LIMRPT-LINE FROM WS-RPT-HEADING-1
080900         AFTER ADVANCING PAGE
081000     MOVE SPACES TO LIMRPT-LINE
081100     WRITE LIMRPT-LINE AFTER ADVANCING 1 LINE
081200     WRITE LIMRPT-LINE FROM WS-RPT-HEADING-2
081300         AFTER ADVANCING 1 LINE
081400     MOVE SPACES TO LIMRPT-LINE
081500     WRITE LIMRPT-LINE AFTER ADVANCING 1 LINE
081600     MOVE 5 TO WS-LINE-COUNT.
081700 5100-PAGE-HEADING-EXIT.
081800     EXIT.
081900*
082000******************************************************************
082100*    5200-PRINT-LIMIT
082200*    PRINTS ONE CODE'S OLD AND NEW LIMITS. A CODE WITH NO PRIOR
082300*    LIMIT SHOWS THE OLD COLUMNS BLANK.
082400******************************************************************
082500 5200-PRINT-LIMIT SECTION.
082600     MOVE DBLLIM-OP-CODE TO WS-RPT-DET-OP-CODE
082700     MOVE WS-OP-NAME (WS-OP-SUB) TO WS-RPT-DET-OP-NAME
082800     MOVE DBLLIM-SAMPLE-COUNT TO WS-RPT-DET-SAMPLE
082900     MOVE DBLLIM-MEAN TO WS-RPT-DET-MEAN
083000     IF WS-OP-HAS-PRIOR (WS-OP-SUB)
083100         MOVE PRIOR-LOW-LIMIT TO WS-RPT-DET-OLD-LOW
083200         MOVE PRIOR-HIGH-LIMIT TO WS-RPT-DET-OLD-HIGH
083300         IF PRIOR-MANUAL
083400             MOVE "MANUAL" TO WS-RPT-DET-OLD-ORIGIN
083500         ELSE
083600             MOVE "DERIVD" TO WS-RPT-DET-OLD-ORIGIN
083700         END-IF
083800     ELSE
083900         MOVE ZERO TO WS-RPT-DET-OLD-LOW
084000         MOVE ZERO TO WS-RPT-DET-OLD-HIGH
084100         MOVE "NONE" TO WS-RPT-DET-OLD-ORIGIN
084200     END-IF
084300     MOVE DBLLIM-LOW-LIMIT TO WS-RPT-DET-NEW-LOW
084400     MOVE DBLLIM-HIGH-LIMIT TO WS-RPT-DET-NEW-HIGH
084500     EVALUATE TRUE
084600         WHEN DBLLIM-HIGH-LIMIT = ZERO
084700             MOVE "NONE" TO WS-RPT-DET-NEW-ORIGIN
084800         WHEN DBLLIM-MANUAL
084900             MOVE "MANUAL" TO WS-RPT-DET-NEW-ORIGIN
085000         WHEN OTHER
085100             MOVE "DERIVD" TO WS-RPT-DET-NEW-ORIGIN
085200     END-EVALUATE
085300     MOVE DBLLIM-SET-BY TO WS-RPT-DET-SET-BY
085400     MOVE WS-OP-NOTE (WS-OP-SUB) TO WS-RPT-DET-NOTE
085500     MOVE WS-RPT-DETAIL-LINE TO WS-RPT-WORK-LINE
085600     PERFORM 5000-WRITE-RPT-LINE
085700         THRU 5000-WRITE-RPT-LINE-EXIT.
085800 5200-PRINT-LIMIT-EXIT.
085900     EXIT.
086000*
086100******************************************************************
086200*    5300-PRINT-TOTALS
086300*    PRINTS THE RUN TOTALS.
086400******************************************************************
086500 5300-PRINT-TOTALS SECTION.
086600     MOVE SPACES TO WS-RPT-WORK-LINE
086700     PERFORM 5000-WRITE-RPT-LINE
086800         THRU 5000-WRITE-RPT-LINE-EXIT
086900     MOVE "CONTROL CARDS READ" TO WS-RPT-TOTAL-TEXT
087000     MOVE WS-CARDS-READ TO WS-RPT-TOTAL-COUNT
087100     PERFORM 5310-WRITE-TOTAL-LINE
087200         THRU 5310-WRITE-TOTAL-LINE-EXIT
087300     MOVE "CONTROL CARDS REJECTED" TO WS-RPT-TOTAL-TEXT
087400     MOVE WS-CARDS-REJECTED TO WS-RPT-TOTAL-COUNT
087500     PERFORM 5310-WRITE-TOTAL-LINE
087600         THRU 5310-WRITE-TOTAL-LINE-EXIT
087700     MOVE "PRIOR LIMIT RECORDS READ" TO WS-RPT-TOTAL-TEXT
087800     MOVE WS-PRIOR-READ TO WS-RPT-TOTAL-COUNT
087900     PERFORM 5310-WRITE-TOTAL-LINE
088000         THRU 5310-WRITE-TOTAL-LINE-EXIT
088100     MOVE "RESULTS MASTER RECORDS IN WINDOW" TO WS-RPT-TOTAL-TEXT
088200     MOVE WS-MASTER-READ TO WS-RPT-TOTAL-COUNT
088300     PERFORM 5310-WRITE-TOTAL-LINE
088400         THRU 5310-WRITE-TOTAL-LINE-EXIT
088500     MOVE "OPERATION CODES WITH NO LIMIT" TO WS-RPT-TOTAL-TEXT
088600     MOVE WS-CODES-NO-LIMIT TO WS-RPT-TOTAL-COUNT
088700     PERFORM 5310-WRITE-TOTAL-LINE
088800         THRU 5310-WRITE-TOTAL-LINE-EXIT.
088900 5300-PRINT-TOTALS-EXIT.
089000     EXIT.
089100*
089200******************************************************************
089300*    5310-WRITE-TOTAL-LINE
089400*    WRITES ONE TOTAL LINE.
089500******************************************************************
089600 5310-WRITE-TOTAL-LINE SECTION.
089700     MOVE WS-RPT-TOTAL-LINE TO WS-RPT-WORK-LINE
089800     PERFORM 5000-WRITE-RPT-LINE
089900         THRU 5000-WRITE-RPT-LINE-EXIT.
090000 5310-WRITE-TOTAL-LINE-EXIT.
090100     EXIT.
090200*
090300******************************************************************
090400*    7000-DATE-TO-DAYS
090500*    TURNS THE YYYYMMDD DATE IN WS-DTD-DATE INTO A DAY NUMBER
090600*    IN WS-DTD-DAY-NO SO TWO DATES SUBTRACT TO CALENDAR DAYS.
090700*    STANDARD JULIAN DAY ARITHMETIC - THE MARCH-BASED YEAR
090800*    PUSHES THE LEAP DAY TO THE END SO PLAIN INTEGER DIVISION
090900*    HANDLES IT.
091000******************************************************************
091100 7000-DATE-TO-DAYS SECTION.
091200     IF WS-DTD-MONTH > 2
091300         COMPUTE WS-DTD-WK-MONTH = WS-DTD-MONTH - 3
091400         MOVE WS-DTD-YEAR TO WS-DTD-WK-YEAR
091500     ELSE
091600         COMPUTE WS-DTD-WK-MONTH = WS-DTD-MONTH + 9
091700         COMPUTE WS-DTD-WK-YEAR = WS-DTD-YEAR - 1
091800     END-IF
091900     DIVIDE WS-DTD-WK-YEAR BY 100
092000         GIVING WS-DTD-CENTURY
092100         REMAINDER WS-DTD-YEAR-REM
092200     COMPUTE WS-DTD-DAY-NO
092300         = (146097 * WS-DTD-CENTURY) / 4
092400         + (1461 * WS-DTD-YEAR-REM) / 4
092500         + (153 * WS-DTD-WK-MONTH + 2) / 5
092600         + WS-DTD-DAY + 1721119.
092700 7000-DATE-TO-DAYS-EXIT.
092800     EXIT.
092900*
093000******************************************************************
093100*    7100-DAYS-TO-DATE
093200*    THE REVERSE OF 7000 - TURNS THE DAY NUMBER IN WS-DTD-DAY-NO
093300*    BACK INTO A YYYYMMDD DATE IN WS-DTD-DATE, PEELING OFF THE
093400*    CENTURIES, THE YEARS AND THE MONTHS OF THE MARCH-BASED YEAR
093500*    IN TURN.
093600******************************************************************
093700 7100-DAYS-TO-DATE SECTION.
093800     COMPUTE WS-DTD-WK-DAYS = 4 * (WS-DTD-DAY-NO - 1721119) - 1
093900     DIVIDE WS-DTD-WK-DAYS BY 146097
094000         GIVING WS-DTD-CENTURY
094100         REMAINDER WS-DTD-WK-DAYS
094200     DIVIDE WS-DTD-WK-DAYS BY 4
094300         GIVING WS-DTD-WK-DAY
094400     COMPUTE WS-DTD-WK-DAYS = 4 * WS-DTD-WK-DAY + 3
094500     DIVIDE WS-DTD-WK-DAYS BY 1461
094600         GIVING WS-DTD-YEAR-REM
094700         REMAINDER WS-DTD-WK-DAYS
094800     COMPUTE WS-DTD-WK-DAY = (WS-DTD-WK-DAYS + 4) / 4
094900     COMPUTE WS-DTD-WK-DAYS = 5 * WS-DTD-WK-DAY - 3
095000     DIVIDE WS-DTD-WK-DAYS BY 153
095100         GIVING WS-DTD-WK-MONTH
095200         REMAINDER WS-DTD-WK-DAYS
095300     COMPUTE WS-DTD-DAY = (WS-DTD-WK-DAYS + 5) / 5
095400     COMPUTE WS-DTD-WK-YEAR
095500         = 100 * WS-DTD-CENTURY + WS-DTD-YEAR-REM
095600     IF WS-DTD-WK-MONTH < 10
095700         COMPUTE WS-DTD-MONTH = WS-DTD-WK-MONTH + 3
095800     ELSE
095900         COMPUTE WS-DTD-MONTH = WS-DTD-WK-MONTH - 9
096000         ADD 1 TO WS-DTD-WK-YEAR
096100     END-IF
096200     MOVE WS-DTD-WK-YEAR TO WS-DTD-YEAR.
096300 7100-DAYS-TO-DATE-EXIT.
096400     EXIT.
096500*
096600******************************************************************
096700*    9000-TERMINATE
096800*    PRINTS THE RUN TOTALS, CLOSES THE FILES, DISPLAYS THE FINAL
096900*    COUNTS, AND SETS THE RETURN CODE - 8 FOR ANY REJECTED CARD,
097000*    ELSE 4 FOR ANY CODE LEFT WITH NO LIMIT.
097100******************************************************************
097200 9000-TERMINATE SECTION.
097300     PERFORM 5300-PRINT-TOTALS
097400         THRU 5300-PRINT-TOTALS-EXIT
097500     CLOSE LIMOUT
097600     CLOSE LIMRPT
097700     DISPLAY "DBL250 - CONTROL CARDS READ:   " WS-CARDS-READ
097800     DISPLAY "DBL250 - CARDS REJECTED:       " WS-CARDS-REJECTED
097900     DISPLAY "DBL250 - MASTER RECS IN WINDOW:" WS-MASTER-READ
098000     DISPLAY "DBL250 - CODES WITH NO LIMIT:  " WS-CODES-NO-LIMIT
098100     IF WS-CARDS-REJECTED > ZERO
098200         MOVE 8 TO RETURN-CODE
098300     ELSE
098400         IF WS-CODES-NO-LIMIT > ZERO
098500             MOVE 4 TO RETURN-CODE
098600         END-IF
098700     END-IF.
098800 9000-TERMINATE-EXIT.
098900     EXIT.
