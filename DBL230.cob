000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DBL230.
000300 AUTHOR.         J R MICHAELS.
000400 INSTALLATION.   DATA PROCESSING - BATCH SYSTEMS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*    DBL230 - JOB-STREAM STATUS REPORT
001000*
001100*    READS THE JOB-STREAM STATUS FILE (STRMSTAT, COPYBOOK
001200*    DBLSTRM) FOR THE FROM/TO BUSINESS-DATE RANGE ON THE
001300*    SELECTION CARD (COPYBOOK DBLPER) AND PRINTS, PER BUSINESS
001400*    DATE, EVERY STEP OF THE NIGHTLY STREAM IN STREAM ORDER
001500*    (COPYBOOK DBLSTRQ) - WHETHER IT ENDED GOOD, ENDED BAD, OR
001600*    IS STILL SHOWN STARTED (IT ABENDED), WHEN IT STARTED AND
001700*    ENDED, ITS RETURN CODE, WHO RAN IT, WHETHER IT WAS FORCED
001800*    PAST THE STREAM CHECKS, AND HOW MANY TIMES IT HAS RUN.
001900*    A STEP THAT RUNS EVERY BUSINESS DATE AND HAS NOT ENDED
002000*    GOOD IS FLAGGED OWED. A BUSINESS DATE ON WHICH NO STEP
002100*    RAN AT ALL HAS NO RECORDS AND DOES NOT APPEAR.
002200*
002300*    A BLANK FROM-DATE MEANS FROM THE FIRST BUSINESS DATE ON
002400*    THE FILE AND A BLANK TO-DATE MEANS THROUGH THE LAST.
002500*
002600*    MODIFICATION HISTORY
002700*    DATE       INIT  DESCRIPTION
002800*    ---------  ----  -----------------------------------------
002900*    2026-10-15 JRM   ORIGINAL PROGRAM - JOB-STREAM STATUS.
002910*    2026-10-15 JRM   STEP TABLE WIDENED TO 8 ENTRIES TO HOLD
002920*                     EVERY STEP NOW IN THE STREAM.
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.    IBM-370.
003400 OBJECT-COMPUTER.    IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT STRMSEL  ASSIGN TO STRMSEL
003800                     ORGANIZATION IS SEQUENTIAL
003900                     FILE STATUS IS WS-STRMSEL-STATUS.
004000
004100     SELECT STRMSTAT ASSIGN TO STRMSTAT
004200                     ORGANIZATION IS INDEXED
004300                     ACCESS MODE IS DYNAMIC
004400                     RECORD KEY IS DBLSTRM-KEY
004500                     FILE STATUS IS WS-STRMSTAT-STATUS.
004600
004700     SELECT STRMRPT  ASSIGN TO STRMRPT
004800                     ORGANIZATION IS SEQUENTIAL
004900                     FILE STATUS IS WS-STRMRPT-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  STRMSEL
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD.
005500 COPY DBLPER.
005600*
005700 FD  STRMSTAT
005800     LABEL RECORDS ARE STANDARD.
005900 COPY DBLSTRM.
006000*
006100 FD  STRMRPT
006200     RECORDING MODE IS F
006300     LABEL RECORDS ARE STANDARD.
006400 01  STRMRPT-LINE                PIC X(132).
006500 WORKING-STORAGE SECTION.
006600 01  WS-FILE-STATUS-AREA.
006700     05  WS-STRMSEL-STATUS   PIC X(02) VALUE SPACES.
006800     05  WS-STRMSTAT-STATUS  PIC X(02) VALUE SPACES.
006900     05  WS-STRMRPT-STATUS   PIC X(02) VALUE SPACES.
007000*
007100 01  WS-SWITCHES.
007200     05  WS-BROWSE-DONE-SWITCH   PIC X(01) VALUE "N".
007300         88  WS-BROWSE-DONE          VALUE "Y".
007400     05  WS-BREAK-ACTIVE-SWITCH  PIC X(01) VALUE "N".
007500         88  WS-BREAK-ACTIVE         VALUE "Y".
007600     05  WS-STEP-MATCHED-SWITCH  PIC X(01) VALUE "N".
007700         88  WS-STEP-MATCHED         VALUE "Y".
007800*
007900 77  WS-FROM-DATE            PIC 9(08) VALUE ZERO.
008000 77  WS-TO-DATE              PIC 9(08) VALUE 99999999.
008100 77  WS-BREAK-BUS-DATE       PIC 9(08) VALUE ZERO.
008200 77  WS-RECORDS-READ         PIC 9(09) COMP VALUE ZERO.
008300 77  WS-BUS-DATES-SEEN       PIC 9(04) COMP VALUE ZERO.
008400 77  WS-UNKNOWN-STEPS        PIC 9(04) COMP VALUE ZERO.
008500 77  WS-DATE-OWED-COUNT      PIC 9(04) COMP VALUE ZERO.
008600 77  WS-TOTAL-OWED-COUNT     PIC 9(04) COMP VALUE ZERO.
008700 77  WS-TOTAL-BAD-COUNT      PIC 9(04) COMP VALUE ZERO.
008800 77  WS-TOTAL-NO-END-COUNT   PIC 9(04) COMP VALUE ZERO.
008900 77  WS-TOTAL-FORCED-COUNT   PIC 9(04) COMP VALUE ZERO.
009000 77  WS-STRQ-SUB             PIC 9(04) COMP VALUE ZERO.
009100 77  WS-LINE-COUNT           PIC 9(03) COMP VALUE 99.
009200 77  WS-LINES-PER-PAGE       PIC 9(03) COMP VALUE 55.
009300 77  WS-PAGE-NO              PIC 9(04) COMP VALUE ZERO.
009400*
009500*    ONE ENTRY PER STREAM STEP, IN DBLSTRQ ORDER, FOR THE
009600*    BUSINESS DATE IN PROGRESS. THE TABLE CLEARS AT EACH DATE
009700*    BREAK - AN ENTRY LEFT UNSEEN IS A STEP THAT NEVER RAN.
009710*    THE OCCURS MUST MATCH DBLSTRQ-STEP-ID'S IN DBLSTRQ.CPY.
009800 01  WS-STEP-TABLE.
009900     05  WS-STEP-ENTRY OCCURS 8 TIMES.
010000         10  WS-STEP-SEEN            PIC X(01).
010100             88  WS-STEP-WAS-SEEN        VALUE "Y".
010200         10  WS-STEP-STATE           PIC X(01).
010300             88  WS-STEP-STARTED         VALUE "S".
010400             88  WS-STEP-ENDED-GOOD      VALUE "G".
010500             88  WS-STEP-ENDED-BAD       VALUE "B".
010600         10  WS-STEP-START-DATE      PIC 9(08).
010700         10  WS-STEP-START-TIME      PIC 9(08).
010800         10  WS-STEP-END-DATE        PIC 9(08).
010900         10  WS-STEP-END-TIME        PIC 9(08).
011000         10  WS-STEP-OPERATOR-ID     PIC X(08).
011100         10  WS-STEP-RETURN-CODE     PIC 9(04).
011200         10  WS-STEP-FORCED-FLAG     PIC X(01).
011300             88  WS-STEP-WAS-FORCED      VALUE "Y".
011400         10  WS-STEP-RUN-COUNT       PIC 9(04).
011500*
011600 COPY DBLSTRQ.
011700*
011800 01  WS-RPT-HEADING-1.
011900     05  FILLER                  PIC X(08) VALUE "DBL230".
012000     05  FILLER                  PIC X(36)
012100         VALUE "JOB-STREAM STATUS REPORT".
012200     05  FILLER                  PIC X(05) VALUE "FROM ".
012300     05  WS-RPT-HDR-FROM         PIC 9(08).
012400     05  FILLER                  PIC X(04) VALUE " TO ".
012500     05  WS-RPT-HDR-TO           PIC 9(08).
012600     05  FILLER                  PIC X(06) VALUE "  PAGE".
012700     05  WS-RPT-HDR-PAGE-NO      PIC ZZZ9.
012800     05  FILLER                  PIC X(53) VALUE SPACES.
012900*
013000 01  WS-RPT-HEADING-2.
013100     05  FILLER                  PIC X(12) VALUE "  STEP".
013200     05  FILLER                  PIC X(18) VALUE "STATUS".
013300     05  FILLER                  PIC X(19) VALUE "STARTED".
013400     05  FILLER                  PIC X(19) VALUE "ENDED".
013500     05  FILLER                  PIC X(06) VALUE "  RC".
013600     05  FILLER                  PIC X(10) VALUE "OPERATOR".
013700     05  FILLER                  PIC X(08) VALUE "FORCED".
013800     05  FILLER                  PIC X(06) VALUE "RUNS".
013900     05  FILLER                  PIC X(04) VALUE "OWED".
014000     05  FILLER                  PIC X(30) VALUE SPACES.
014100*
014200 01  WS-RPT-DATE-LINE.
014300     05  FILLER                  PIC X(14) VALUE "BUSINESS DATE ".
014400     05  WS-RPT-DATE-BUS-DATE    PIC 9(08).
014500     05  FILLER                  PIC X(110) VALUE SPACES.
014600*
014700*    A STEP THAT NEVER RAN HAS NO TIMES, RETURN CODE, OR RUN
014800*    COUNT - THOSE COLUMNS PRINT BLANK THROUGH THEIR ALPHA VIEWS.
014900 01  WS-RPT-STEP-LINE.
015000     05  FILLER                  PIC X(02) VALUE SPACES.
015100     05  WS-RPT-STP-STEP-ID      PIC X(08).
015200     05  FILLER                  PIC X(02) VALUE SPACES.
015300     05  WS-RPT-STP-STATUS       PIC X(16).
015400     05  FILLER                  PIC X(02) VALUE SPACES.
015500     05  WS-RPT-STP-START-DATE   PIC X(08).
015600     05  FILLER                  PIC X(01) VALUE SPACES.
015700     05  WS-RPT-STP-START-TIME   PIC X(08).
015800     05  FILLER                  PIC X(02) VALUE SPACES.
015900     05  WS-RPT-STP-END-DATE     PIC X(08).
016000     05  FILLER                  PIC X(01) VALUE SPACES.
016100     05  WS-RPT-STP-END-TIME     PIC X(08).
016200     05  FILLER                  PIC X(02) VALUE SPACES.
016300     05  WS-RPT-STP-RC           PIC ZZZ9.
016400     05  WS-RPT-STP-RC-X REDEFINES WS-RPT-STP-RC
016500                                 PIC X(04).
016600     05  FILLER                  PIC X(02) VALUE SPACES.
016700     05  WS-RPT-STP-OPERATOR     PIC X(08).
016800     05  FILLER                  PIC X(02) VALUE SPACES.
016900     05  WS-RPT-STP-FORCED       PIC X(06).
017000     05  FILLER                  PIC X(02) VALUE SPACES.
017100     05  WS-RPT-STP-RUNS         PIC ZZZ9.
017200     05  WS-RPT-STP-RUNS-X REDEFINES WS-RPT-STP-RUNS
017300                                 PIC X(04).
017400     05  FILLER                  PIC X(02) VALUE SPACES.
017500     05  WS-RPT-STP-OWED         PIC X(04).
017600     05  FILLER                  PIC X(30) VALUE SPACES.
017700*
017800 01  WS-RPT-TOTAL-LINE.
017900     05  WS-RPT-TOTAL-TEXT       PIC X(30).
018000     05  WS-RPT-TOTAL-COUNT      PIC ZZZ,ZZZ,ZZ9.
018100     05  FILLER                  PIC X(91) VALUE SPACES.
018200*
018300 01  WS-RPT-WORK-LINE            PIC X(132).
018400*
018500 PROCEDURE DIVISION.
018600*
018700******************************************************************
018800*    0000-MAINLINE
018900*    CONTROLS OVERALL FLOW OF THE STATUS REPORT RUN.
019000******************************************************************
019100 0000-MAINLINE SECTION.
019200     PERFORM 1000-INITIALIZE
019300         THRU 1000-INITIALIZE-EXIT
019400     PERFORM 2000-TAKE-ONE-RECORD
019500         THRU 2000-TAKE-ONE-RECORD-EXIT
019600         UNTIL WS-BROWSE-DONE
019700     PERFORM 9000-TERMINATE
019800         THRU 9000-TERMINATE-EXIT
019900     STOP RUN.
020000*
020100******************************************************************
020200*    1000-INITIALIZE
020300*    READS AND VALIDATES THE SELECTION CARD, OPENS THE STATUS
020400*    AND REPORT FILES WITH A STATUS CHECK AFTER EVERY OPEN,
020500*    POSITIONS THE STATUS FILE AT THE FROM-DATE, AND PRIMES THE
020600*    FIRST READ.
020700******************************************************************
020800 1000-INITIALIZE SECTION.
020900     INITIALIZE WS-STEP-TABLE
021000     OPEN INPUT STRMSEL
021100     IF WS-STRMSEL-STATUS NOT = "00"
021200         DISPLAY "DBL230 - UNABLE TO OPEN STRMSEL - STATUS "
021300             WS-STRMSEL-STATUS
021400         MOVE 16 TO RETURN-CODE
021500         STOP RUN
021600     END-IF
021700     READ STRMSEL
021800         AT END
021900             DISPLAY "DBL230 - STRMSEL IS EMPTY - NO SELECTION "
022000                 "CARD"
022100             CLOSE STRMSEL
022200             MOVE 16 TO RETURN-CODE
022300             STOP RUN
022400     END-READ
022500     EVALUATE TRUE
022600         WHEN DBLPER-FROM-DATE-X = SPACES
022700             MOVE ZERO TO WS-FROM-DATE
022800         WHEN DBLPER-FROM-DATE-X IS NUMERIC
022900             MOVE DBLPER-FROM-DATE TO WS-FROM-DATE
023000         WHEN OTHER
023100             DISPLAY "DBL230 - FROM-DATE NOT NUMERIC: "
023200                 DBLPER-FROM-DATE-X
023300             CLOSE STRMSEL
023400             MOVE 16 TO RETURN-CODE
023500             STOP RUN
023600     END-EVALUATE
023700     EVALUATE TRUE
023800         WHEN DBLPER-TO-DATE-X = SPACES
023900             MOVE 99999999 TO WS-TO-DATE
024000         WHEN DBLPER-TO-DATE-X IS NUMERIC
024100             IF DBLPER-TO-DATE = ZERO
024200                 MOVE 99999999 TO WS-TO-DATE
024300             ELSE
024400                 MOVE DBLPER-TO-DATE TO WS-TO-DATE
024500             END-IF
024600         WHEN OTHER
024700             DISPLAY "DBL230 - TO-DATE NOT NUMERIC: "
024800                 DBLPER-TO-DATE-X
024900             CLOSE STRMSEL
025000             MOVE 16 TO RETURN-CODE
025100             STOP RUN
025200     END-EVALUATE
025300     IF WS-TO-DATE < WS-FROM-DATE
025400         DISPLAY "DBL230 - TO-DATE PRECEDES FROM-DATE"
025500         CLOSE STRMSEL
025600         MOVE 16 TO RETURN-CODE
025700         STOP RUN
025800     END-IF
025900     CLOSE STRMSEL
026000     OPEN INPUT STRMSTAT
026100     IF WS-STRMSTAT-STATUS NOT = "00"
026200         DISPLAY "DBL230 - UNABLE TO OPEN STRMSTAT - STATUS "
026300             WS-STRMSTAT-STATUS
026400         MOVE 16 TO RETURN-CODE
026500         STOP RUN
026600     END-IF
026700     OPEN OUTPUT STRMRPT
026800     IF WS-STRMRPT-STATUS NOT = "00"
026900         DISPLAY "DBL230 - UNABLE TO OPEN STRMRPT - STATUS "
027000             WS-STRMRPT-STATUS
027100         MOVE 16 TO RETURN-CODE
027200         CLOSE STRMSTAT
027300         STOP RUN
027400     END-IF
027500     PERFORM 5100-PAGE-HEADING
027600         THRU 5100-PAGE-HEADING-EXIT
027700     MOVE WS-FROM-DATE TO DBLSTRM-BUS-DATE
027800     MOVE LOW-VALUES TO DBLSTRM-STEP-ID
027900     START STRMSTAT KEY IS NOT LESS THAN DBLSTRM-KEY
028000         INVALID KEY
028100             SET WS-BROWSE-DONE TO TRUE
028200     END-START
028300     IF NOT WS-BROWSE-DONE
028400         PERFORM 2100-READ-NEXT-STATUS
028500             THRU 2100-READ-NEXT-STATUS-EXIT
028600     END-IF.
028700 1000-INITIALIZE-EXIT.
028800     EXIT.
028900*
029000******************************************************************
029100*    2000-TAKE-ONE-RECORD
029200*    FILES THE CURRENT STATUS RECORD UNDER ITS STEP'S ENTRY IN
029300*    THE STEP TABLE, PRINTING THE DATE BLOCK JUST FINISHED WHEN
029400*    THE BUSINESS DATE CHANGES. A SEQUENTIAL PASS DELIVERS
029500*    ASCENDING KEYS, SO EACH BUSINESS DATE ARRIVES AS ONE
029600*    UNBROKEN GROUP. A STEP ID NOT IN THE STREAM ORDER IS
029700*    COUNTED AND PASSED OVER. THEN READS THE NEXT RECORD.
029800******************************************************************
029900 2000-TAKE-ONE-RECORD SECTION.
030000     IF WS-BREAK-ACTIVE
030100         AND DBLSTRM-BUS-DATE NOT = WS-BREAK-BUS-DATE
030200         PERFORM 5200-PRINT-DATE-BLOCK
030300             THRU 5200-PRINT-DATE-BLOCK-EXIT
030400     END-IF
030500     IF NOT WS-BREAK-ACTIVE
030600         OR DBLSTRM-BUS-DATE NOT = WS-BREAK-BUS-DATE
030700         ADD 1 TO WS-BUS-DATES-SEEN
030800     END-IF
030900     MOVE DBLSTRM-BUS-DATE TO WS-BREAK-BUS-DATE
031000     MOVE "Y" TO WS-BREAK-ACTIVE-SWITCH
031100     MOVE "N" TO WS-STEP-MATCHED-SWITCH
031200     PERFORM 2110-MATCH-ONE-STEP
031300         THRU 2110-MATCH-ONE-STEP-EXIT
031400         VARYING WS-STRQ-SUB FROM 1 BY 1
031500         UNTIL WS-STRQ-SUB > DBLSTRQ-STEP-COUNT
031600             OR WS-STEP-MATCHED
031700     IF NOT WS-STEP-MATCHED
031800         DISPLAY "DBL230 - STEP " DBLSTRM-STEP-ID " FOR "
031900             DBLSTRM-BUS-DATE " IS NOT IN THE STREAM ORDER"
032000         ADD 1 TO WS-UNKNOWN-STEPS
032100     END-IF
032200     PERFORM 2100-READ-NEXT-STATUS
032300         THRU 2100-READ-NEXT-STATUS-EXIT.
032400 2000-TAKE-ONE-RECORD-EXIT.
032500     EXIT.
032600*
032700******************************************************************
032800*    2100-READ-NEXT-STATUS
032900*    READS THE NEXT STATUS RECORD IN KEY ORDER. END OF FILE OR
033000*    A BUSINESS DATE PAST THE TO-DATE ENDS THE BROWSE.
033100******************************************************************
033200 2100-READ-NEXT-STATUS SECTION.
033300     READ STRMSTAT NEXT
033400         AT END
033500             SET WS-BROWSE-DONE TO TRUE
033600             GO TO 2100-READ-NEXT-STATUS-EXIT
033700     END-READ
033800     IF DBLSTRM-BUS-DATE > WS-TO-DATE
033900         SET WS-BROWSE-DONE TO TRUE
034000         GO TO 2100-READ-NEXT-STATUS-EXIT
034100     END-IF
034200     ADD 1 TO WS-RECORDS-READ.
034300 2100-READ-NEXT-STATUS-EXIT.
034400     EXIT.
034500*
034600******************************************************************
034700*    2110-MATCH-ONE-STEP
034800*    COMPARES THE CURRENT STATUS RECORD'S STEP AGAINST ONE
034900*    STREAM ORDER ENTRY AND, ON A MATCH, FILES IT IN THAT
035000*    ENTRY'S SLOT OF THE STEP TABLE.
035100******************************************************************
035200 2110-MATCH-ONE-STEP SECTION.
035300     IF DBLSTRQ-STEP-ID (WS-STRQ-SUB) NOT = DBLSTRM-STEP-ID
035400         GO TO 2110-MATCH-ONE-STEP-EXIT
035500     END-IF
035600     SET WS-STEP-MATCHED TO TRUE
035700     MOVE "Y" TO WS-STEP-SEEN (WS-STRQ-SUB)
035800     MOVE DBLSTRM-STATE TO WS-STEP-STATE (WS-STRQ-SUB)
035900     MOVE DBLSTRM-START-DATE TO WS-STEP-START-DATE (WS-STRQ-SUB)
036000     MOVE DBLSTRM-START-TIME TO WS-STEP-START-TIME (WS-STRQ-SUB)
036100     MOVE DBLSTRM-END-DATE TO WS-STEP-END-DATE (WS-STRQ-SUB)
036200     MOVE DBLSTRM-END-TIME TO WS-STEP-END-TIME (WS-STRQ-SUB)
036300     MOVE DBLSTRM-OPERATOR-ID
036400         TO WS-STEP-OPERATOR-ID (WS-STRQ-SUB)
036500     MOVE DBLSTRM-RETURN-CODE
036600         TO WS-STEP-RETURN-CODE (WS-STRQ-SUB)
036700     MOVE DBLSTRM-FORCED-FLAG
036800         TO WS-STEP-FORCED-FLAG (WS-STRQ-SUB)
036900     MOVE DBLSTRM-RUN-COUNT TO WS-STEP-RUN-COUNT (WS-STRQ-SUB).
037000 2110-MATCH-ONE-STEP-EXIT.
037100     EXIT.
037200*
037300******************************************************************
037400*    5000-WRITE-RPT-LINE
037500*    WRITES THE LINE STAGED IN WS-RPT-WORK-LINE, BREAKING TO A
037600*    NEW PAGE WHEN THE CURRENT PAGE IS FULL.
037700******************************************************************
037800 5000-WRITE-RPT-LINE SECTION.
037900     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
038000         PERFORM 5100-PAGE-HEADING
038100             THRU 5100-PAGE-HEADING-EXIT
038200     END-IF
038300     WRITE STRMRPT-LINE FROM WS-RPT-WORK-LINE
038400         AFTER ADVANCING 1 LINE
038500     ADD 1 TO WS-LINE-COUNT.
038600 5000-WRITE-RPT-LINE-EXIT.
038700     EXIT.
038800*
038900******************************************************************
039000*    5100-PAGE-HEADING
039100*    STARTS A NEW REPORT PAGE WITH THE SELECTED DATE RANGE,
039200*    PAGE NUMBER, AND COLUMN HEADINGS.
039300******************************************************************
039400 5100-PAGE-HEADING SECTION.
039500     ADD 1 TO WS-PAGE-NO
039600     MOVE WS-PAGE-NO TO WS-RPT-HDR-PAGE-NO
039700     MOVE WS-FROM-DATE TO WS-RPT-HDR-FROM
039800     MOVE WS-TO-DATE TO WS-RPT-HDR-TO
039900     WRITE STRMRPT-LINE FROM WS-RPT-HEADING-1
040000         AFTER ADVANCING PAGE
040100     MOVE SPACES TO STRMRPT-LINE
040200     WRITE STRMRPT-LINE AFTER ADVANCING 1 LINE
040300     WRITE STRMRPT-LINE FROM WS-RPT-HEADING-2
040400         AFTER ADVANCING 1 LINE
040500     MOVE SPACES TO STRMRPT-LINE
040600     WRITE STRMRPT-LINE AFTER ADVANCING 1 LINE
040700     MOVE 5 TO WS-LINE-COUNT.
040800 5100-PAGE-HEADING-EXIT.
040900     EXIT.
041000*
041100******************************************************************
041200*    5200-PRINT-DATE-BLOCK
041300*    PRINTS THE BLOCK FOR THE BUSINESS DATE JUST FINISHED - ONE
041400*    LINE PER STREAM STEP IN STREAM ORDER, RUN OR NOT, AND THE
041500*    COUNT OF STEPS STILL OWED FOR THE DATE - AND CLEARS THE
041600*    STEP TABLE FOR THE NEXT DATE.
041700******************************************************************
041800 5200-PRINT-DATE-BLOCK SECTION.
041900     MOVE ZERO TO WS-DATE-OWED-COUNT
042000     MOVE WS-BREAK-BUS-DATE TO WS-RPT-DATE-BUS-DATE
042100     MOVE WS-RPT-DATE-LINE TO WS-RPT-WORK-LINE
042200     PERFORM 5000-WRITE-RPT-LINE
042300         THRU 5000-WRITE-RPT-LINE-EXIT
042400     PERFORM 5210-PRINT-ONE-STEP
042500         THRU 5210-PRINT-ONE-STEP-EXIT
042600         VARYING WS-STRQ-SUB FROM 1 BY 1
042700         UNTIL WS-STRQ-SUB > DBLSTRQ-STEP-COUNT
042800     IF WS-DATE-OWED-COUNT = ZERO
042900         MOVE "  STREAM COMPLETE" TO WS-RPT-TOTAL-TEXT
043000         MOVE ZERO TO WS-RPT-TOTAL-COUNT
043100     ELSE
043200         MOVE "  STEPS STILL OWED" TO WS-RPT-TOTAL-TEXT
043300         MOVE WS-DATE-OWED-COUNT TO WS-RPT-TOTAL-COUNT
043400     END-IF
043500     MOVE WS-RPT-TOTAL-LINE TO WS-RPT-WORK-LINE
043600     PERFORM 5000-WRITE-RPT-LINE
043700         THRU 5000-WRITE-RPT-LINE-EXIT
043800     MOVE SPACES TO WS-RPT-WORK-LINE
043900     PERFORM 5000-WRITE-RPT-LINE
044000         THRU 5000-WRITE-RPT-LINE-EXIT
044100     INITIALIZE WS-STEP-TABLE.
044200 5200-PRINT-DATE-BLOCK-EXIT.
044300     EXIT.
044400*
044500******************************************************************
044600*    5210-PRINT-ONE-STEP
044700*    PRINTS ONE STREAM STEP'S LINE FOR THE DATE BLOCK. A STEP
044800*    THAT RUNS EVERY BUSINESS DATE IS OWED UNTIL IT ENDS GOOD;
044900*    A STEP RUN ONLY WHEN CALLED FOR IS NEVER OWED.
045000******************************************************************
045100 5210-PRINT-ONE-STEP SECTION.
045200     MOVE DBLSTRQ-STEP-ID (WS-STRQ-SUB) TO WS-RPT-STP-STEP-ID
045300     MOVE SPACES TO WS-RPT-STP-OWED
045400     IF WS-STRQ-SUB NOT > DBLSTRQ-OWED-COUNT
045500         AND NOT WS-STEP-ENDED-GOOD (WS-STRQ-SUB)
045600         MOVE "OWED" TO WS-RPT-STP-OWED
045700         ADD 1 TO WS-DATE-OWED-COUNT
045800         ADD 1 TO WS-TOTAL-OWED-COUNT
045900     END-IF
046000     IF WS-STEP-WAS-SEEN (WS-STRQ-SUB)
046100         PERFORM 5220-FORMAT-STEP-RUN
046200             THRU 5220-FORMAT-STEP-RUN-EXIT
046300     ELSE
046400         MOVE "NOT RUN" TO WS-RPT-STP-STATUS
046500         MOVE SPACES TO WS-RPT-STP-START-DATE
046600         MOVE SPACES TO WS-RPT-STP-START-TIME
046700         MOVE SPACES TO WS-RPT-STP-END-DATE
046800         MOVE SPACES TO WS-RPT-STP-END-TIME
046900         MOVE SPACES TO WS-RPT-STP-RC-X
047000         MOVE SPACES TO WS-RPT-STP-OPERATOR
047100         MOVE SPACES TO WS-RPT-STP-FORCED
047200         MOVE SPACES TO WS-RPT-STP-RUNS-X
047300     END-IF
047400     MOVE WS-RPT-STEP-LINE TO WS-RPT-WORK-LINE
047500     PERFORM 5000-WRITE-RPT-LINE
047600         THRU 5000-WRITE-RPT-LINE-EXIT.
047700 5210-PRINT-ONE-STEP-EXIT.
047800     EXIT.
047900*
048000******************************************************************
048100*    5220-FORMAT-STEP-RUN
048200*    FILLS THE STEP LINE FOR A STEP THAT HAS RUN FOR THE DATE.
048300*    A STEP STILL SHOWN STARTED HAS NO END TIME OR RETURN CODE.
048400******************************************************************
048500 5220-FORMAT-STEP-RUN SECTION.
048600     EVALUATE TRUE
048700         WHEN WS-STEP-ENDED-GOOD (WS-STRQ-SUB)
048800             MOVE "ENDED GOOD" TO WS-RPT-STP-STATUS
048900         WHEN WS-STEP-ENDED-BAD (WS-STRQ-SUB)
049000             MOVE "ENDED BAD" TO WS-RPT-STP-STATUS
049100             ADD 1 TO WS-TOTAL-BAD-COUNT
049200         WHEN OTHER
049300             MOVE "STARTED - NO END" TO WS-RPT-STP-STATUS
049400             ADD 1 TO WS-TOTAL-NO-END-COUNT
049500     END-EVALUATE
049600     MOVE WS-STEP-START-DATE (WS-STRQ-SUB)
049700         TO WS-RPT-STP-START-DATE
049800     MOVE WS-STEP-START-TIME (WS-STRQ-SUB)
049900         TO WS-RPT-STP-START-TIME
050000     IF WS-STEP-STARTED (WS-STRQ-SUB)
050100         MOVE SPACES TO WS-RPT-STP-END-DATE
050200         MOVE SPACES TO WS-RPT-STP-END-TIME
050300         MOVE SPACES TO WS-RPT-STP-RC-X
050400     ELSE
050500         MOVE WS-STEP-END-DATE (WS-STRQ-SUB)
050600             TO WS-RPT-STP-END-DATE
050700         MOVE WS-STEP-END-TIME (WS-STRQ-SUB)
050800             TO WS-RPT-STP-END-TIME
050900         MOVE WS-STEP-RETURN-CODE (WS-STRQ-SUB)
051000             TO WS-RPT-STP-RC
051100     END-IF
051200     MOVE WS-STEP-OPERATOR-ID (WS-STRQ-SUB)
051300         TO WS-RPT-STP-OPERATOR
051400     IF WS-STEP-WAS-FORCED (WS-STRQ-SUB)
051500         MOVE "FORCED" TO WS-RPT-STP-FORCED
051600         ADD 1 TO WS-TOTAL-FORCED-COUNT
051700     ELSE
051800         MOVE SPACES TO WS-RPT-STP-FORCED
051900     END-IF
052000     MOVE WS-STEP-RUN-COUNT (WS-STRQ-SUB) TO WS-RPT-STP-RUNS.
052100 5220-FORMAT-STEP-RUN-EXIT.
052200     EXIT.
052300*
052400******************************************************************
052500*    5300-PRINT-TOTALS
052600*    PRINTS THE RUN TOTALS FOR THE SELECTED RANGE.
052700******************************************************************
052800 5300-PRINT-TOTALS SECTION.
052900     MOVE SPACES TO WS-RPT-WORK-LINE
053000     PERFORM 5000-WRITE-RPT-LINE
053100         THRU 5000-WRITE-RPT-LINE-EXIT
053200     MOVE "BUSINESS DATES REPORTED" TO WS-RPT-TOTAL-TEXT
053300     MOVE WS-BUS-DATES-SEEN TO WS-RPT-TOTAL-COUNT
053400     MOVE WS-RPT-TOTAL-LINE TO WS-RPT-WORK-LINE
053500     PERFORM 5000-WRITE-RPT-LINE
053600         THRU 5000-WRITE-RPT-LINE-EXIT
053700     MOVE "STEPS STILL OWED" TO WS-RPT-TOTAL-TEXT
053800     MOVE WS-TOTAL-OWED-COUNT TO WS-RPT-TOTAL-COUNT
053900     MOVE WS-RPT-TOTAL-LINE TO WS-RPT-WORK-LINE
054000     PERFORM 5000-WRITE-RPT-LINE
054100         THRU 5000-WRITE-RPT-LINE-EXIT
054200     MOVE "STEPS ENDED BAD" TO WS-RPT-TOTAL-TEXT
054300     MOVE WS-TOTAL-BAD-COUNT TO WS-RPT-TOTAL-COUNT
054400     MOVE WS-RPT-TOTAL-LINE TO WS-RPT-WORK-LINE
054500     PERFORM 5000-WRITE-RPT-LINE
054600         THRU 5000-WRITE-RPT-LINE-EXIT
054700     MOVE "STEPS STARTED WITH NO END" TO WS-RPT-TOTAL-TEXT
054800     MOVE WS-TOTAL-NO-END-COUNT TO WS-RPT-TOTAL-COUNT
054900     MOVE WS-RPT-TOTAL-LINE TO WS-RPT-WORK-LINE
055000     PERFORM 5000-WRITE-RPT-LINE
055100         THRU 5000-WRITE-RPT-LINE-EXIT
055200     MOVE "STEPS FORCED" TO WS-RPT-TOTAL-TEXT
055300     MOVE WS-TOTAL-FORCED-COUNT TO WS-RPT-TOTAL-COUNT
055400     MOVE WS-RPT-TOTAL-LINE TO WS-RPT-WORK-LINE
055500     PERFORM 5000-WRITE-RPT-LINE
055600         THRU 5000-WRITE-RPT-LINE-EXIT.
055700 5300-PRINT-TOTALS-EXIT.
055800     EXIT.
055900*
056000******************************************************************
056100*    9000-TERMINATE
056200*    PRINTS THE FINAL DATE BLOCK AND THE RUN TOTALS, CLOSES THE
056300*    FILES, AND DISPLAYS THE FINAL COUNTS.
056400******************************************************************
056500 9000-TERMINATE SECTION.
056600     IF WS-BREAK-ACTIVE
056700         PERFORM 5200-PRINT-DATE-BLOCK
056800             THRU 5200-PRINT-DATE-BLOCK-EXIT
056900     ELSE
057000         MOVE "NO STREAM STATUS RECORDS IN THE SELECTED RANGE"
057100             TO WS-RPT-WORK-LINE
057200         PERFORM 5000-WRITE-RPT-LINE
057300             THRU 5000-WRITE-RPT-LINE-EXIT
057400     END-IF
057500     PERFORM 5300-PRINT-TOTALS
057600         THRU 5300-PRINT-TOTALS-EXIT
057700     CLOSE STRMSTAT
057800     CLOSE STRMRPT
057900     DISPLAY "DBL230 - STATUS RECORDS READ:  " WS-RECORDS-READ
058000     DISPLAY "DBL230 - BUSINESS DATES:       " WS-BUS-DATES-SEEN
058100     DISPLAY "DBL230 - STEPS STILL OWED:     " WS-TOTAL-OWED-COUNT
058200     IF WS-UNKNOWN-STEPS > ZERO
058300         DISPLAY "DBL230 - UNKNOWN STEP RECORDS: "
058400             WS-UNKNOWN-STEPS
058500     END-IF.
058600 9000-TERMINATE-EXIT.
058700     EXIT.
