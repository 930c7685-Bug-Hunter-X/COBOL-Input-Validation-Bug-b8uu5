000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DBL290.
000300 AUTHOR.         J R MICHAELS.
000400 INSTALLATION.   DATA PROCESSING - BATCH SYSTEMS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*    DBL290 - OPERATOR ACCESS RECERTIFICATION
001000*
001100*    ANSWERS AUDIT'S QUARTERLY QUESTION - WHO CAN RUN THE BATCH,
001200*    WHO HOLDS CORRECTION AUTHORITY, AND DO THEY STILL USE IT -
001300*    IN ONE REPORT, INSTEAD OF CROSS-READING THE OPERATOR
001400*    MAINTENANCE REGISTER (DBL160) AGAINST DBL130 OPERATOR
001500*    REPORTS ONE ID AT A TIME. A ONE-CARD PERIOD SELECTION
001600*    (RCRTSEL, COPYBOOK DBLPER) NAMES THE JOURNAL-DATE RANGE; A
001700*    BLANK FROM-DATE MEANS FROM THE BEGINNING AND A BLANK
001800*    TO-DATE MEANS THROUGH THE END.
001900*
002000*    EVERY ID ON THE OPERATOR SECURITY MASTER (OPERMAST,
002100*    COPYBOOK DBLOPER) GETS ONE LINE: ITS AUTHORITY, THE DATE
002200*    ITS AUTHORITY WAS LAST SET OR CHANGED BY THE OPERATOR
002300*    MAINTENANCE JOB AND WHO KEYED IT, AND THE DATE OF ITS LAST
002400*    BATCH RUN, CORRECTION (AT THE TERMINAL OR A POST-RUN
002500*    ADJUSTMENT), REFUSAL, AND WRITE-OFF IN THE PERIOD, WITH ITS
002600*    JOURNAL ENTRIES IN THE PERIOD. THE AUTHORITY CHANGE IS
002700*    LOOKED FOR OVER THE WHOLE HISTORY UP TO THE END OF THE
002800*    PERIOD - A BLANK DATE MEANS NO CHANGE WAS EVER JOURNALED,
002900*    SO THE ID PREDATES THE MAINTENANCE JOB. THE ACTIVITY DATES
003000*    ARE BLANK WHEN THERE WAS NONE IN THE PERIOD.
003100*
003200*    AN ID WITH CORRECTION AUTHORITY THAT MADE NO CORRECTION IN
003300*    THE PERIOD, AND AN ID WITH NO JOURNALED ACTIVITY AT ALL, ARE
003400*    FLAGGED. A SECOND SECTION LISTS EVERY ID THAT HAS JOURNALED
003500*    ACTIVITY IN THE PERIOD BUT IS NOT ON THE OPERATOR MASTER,
003600*    WITH ITS DELETION WHERE ONE WAS JOURNALED. ANY FLAG ENDS THE
003700*    RUN WITH RETURN CODE 4.
003800*
003900*    THE AUDIT HISTORY MASTER (AUDMSTR, COPYBOOK DBLAMST) IS
004000*    READ ONCE IN KEY ORDER - JOURNAL DATE FIRST - FROM THE
004100*    BEGINNING THROUGH THE END OF THE PERIOD.
004200*
004300*    MODIFICATION HISTORY
004400*    DATE       INIT  DESCRIPTION
004500*    ---------  ----  -----------------------------------------
004600*    2026-10-15 JRM   ORIGINAL PROGRAM - ACCESS RECERTIFICATION.
004610*    2026-10-15 JRM   A DELETION THAT FINDS THE UNKNOWN-ID TABLE
004620*                     FULL IS COUNTED APART - IT NO LONGER MARKS
004630*                     THE TABLE FULL OR RAISES THE RETURN CODE,
004640*                     AS NO ACTIVE ID WAS LEFT OFF THE REPORT.
004700******************************************************************
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER.    IBM-370.
005100 OBJECT-COMPUTER.    IBM-370.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT RCRTSEL  ASSIGN TO RCRTSEL
005500                     ORGANIZATION IS SEQUENTIAL
005600                     FILE STATUS IS WS-RCRTSEL-STATUS.
005700
005800     SELECT OPERMAST ASSIGN TO OPERMAST
005900                     ORGANIZATION IS SEQUENTIAL
006000                     FILE STATUS IS WS-OPERMAST-STATUS.
006100
006200     SELECT AUDMSTR  ASSIGN TO AUDMSTR
006300                     ORGANIZATION IS INDEXED
006400                     ACCESS MODE IS SEQUENTIAL
006500                     RECORD KEY IS DBLAMST-KEY
006600                     FILE STATUS IS WS-AUDMSTR-STATUS.
006700
006800     SELECT RCRTRPT  ASSIGN TO RCRTRPT
006900                     ORGANIZATION IS SEQUENTIAL
007000                     FILE STATUS IS WS-RCRTRPT-STATUS.
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  RCRTSEL
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD.
007600 COPY DBLPER.
007700*
007800 FD  OPERMAST
007900     RECORDING MODE IS F
008000     LABEL RECORDS ARE STANDARD.
008100 COPY DBLOPER.
008200*
008300 FD  AUDMSTR
008400     LABEL RECORDS ARE STANDARD.
008500 COPY DBLAMST.
008600*
008700 FD  RCRTRPT
008800     RECORDING MODE IS F
008900     LABEL RECORDS ARE STANDARD.
009000 01  RCRTRPT-LINE                PIC X(132).
009100 WORKING-STORAGE SECTION.
009200 01  WS-FILE-STATUS-AREA.
009300     05  WS-RCRTSEL-STATUS   PIC X(02) VALUE SPACES.
009400     05  WS-OPERMAST-STATUS  PIC X(02) VALUE SPACES.
009500     05  WS-AUDMSTR-STATUS   PIC X(02) VALUE SPACES.
009600     05  WS-RCRTRPT-STATUS   PIC X(02) VALUE SPACES.
009700*
009800 01  WS-SWITCHES.
009900     05  WS-OPERMAST-EOF-SWITCH  PIC X(01) VALUE "N".
010000         88  WS-OPERMAST-EOF         VALUE "Y".
010100     05  WS-AUDMSTR-EOF-SWITCH   PIC X(01) VALUE "N".
010200         88  WS-AUDMSTR-EOF          VALUE "Y".
010250     05  WS-UNK-DELETE-SWITCH    PIC X(01) VALUE "N".
010260         88  WS-UNK-FOR-DELETE       VALUE "Y".
010300*
010400 77  WS-FROM-DATE            PIC 9(08) VALUE ZERO.
010500 77  WS-TO-DATE              PIC 9(08) VALUE ZERO.
010600 77  WS-ENTRIES-READ         PIC 9(09) COMP VALUE ZERO.
010700 77  WS-ENTRIES-IN-PERIOD    PIC 9(09) COMP VALUE ZERO.
010800 77  WS-CORR-AUTH-COUNT      PIC 9(04) COMP VALUE ZERO.
010900 77  WS-UNUSED-AUTH-COUNT    PIC 9(04) COMP VALUE ZERO.
011000 77  WS-NO-ACTIVITY-COUNT    PIC 9(04) COMP VALUE ZERO.
011100 77  WS-UNKNOWN-ACTIVE-COUNT PIC 9(04) COMP VALUE ZERO.
011200 77  WS-UNKNOWN-LOST-COUNT   PIC 9(04) COMP VALUE ZERO.
011250 77  WS-DELETE-LOST-COUNT    PIC 9(04) COMP VALUE ZERO.
011300 77  WS-OPER-SUB             PIC 9(04) COMP VALUE ZERO.
011400 77  WS-UNK-SUB              PIC 9(04) COMP VALUE ZERO.
011500 77  WS-FOUND-SUB            PIC 9(04) COMP VALUE ZERO.
011600 77  WS-MAX-OPERATORS        PIC 9(04) COMP VALUE 500.
011700 77  WS-MAX-UNKNOWN          PIC 9(04) COMP VALUE 500.
011800 77  WS-LOOKUP-ID            PIC X(08) VALUE SPACES.
011900 77  WS-LAST-OPER-ID         PIC X(08) VALUE LOW-VALUES.
012000 77  WS-LAST-OPER-SUB        PIC 9(04) COMP VALUE ZERO.
012100 77  WS-EDIT-DATE-IN         PIC 9(08) VALUE ZERO.
012200 77  WS-EDIT-DATE-OUT        PIC X(08) VALUE SPACES.
012300 77  WS-LINE-COUNT           PIC 9(03) COMP VALUE 99.
012400 77  WS-LINES-PER-PAGE       PIC 9(03) COMP VALUE 55.
012500 77  WS-PAGE-NO              PIC 9(04) COMP VALUE ZERO.
012600*
012700*    EVERY ID ON THE OPERATOR MASTER, WITH WHAT THE JOURNAL
012800*    SHOWS FOR IT. A ZERO DATE MEANS NOTHING WAS FOUND.
012900 01  WS-OPER-TABLE.
013000     05  WS-OPER-COUNT           PIC 9(04) COMP VALUE ZERO.
013100     05  WS-OPER-ENTRY OCCURS 500 TIMES.
013200         10  WS-OPER-ID              PIC X(08).
013300         10  WS-OPER-AUTHORITY       PIC X(01).
013400             88  WS-OPER-CAN-CORRECT     VALUE "2".
013500         10  WS-OPER-CHG-DATE        PIC 9(08).
013600         10  WS-OPER-CHG-BY          PIC X(08).
013700         10  WS-OPER-LAST-RUN        PIC 9(08).
013800         10  WS-OPER-LAST-CORR       PIC 9(08).
013900         10  WS-OPER-LAST-REFUSAL    PIC 9(08).
014000         10  WS-OPER-LAST-WOFF       PIC 9(08).
014100         10  WS-OPER-ENTRIES         PIC 9(09) COMP.
014200         10  WS-OPER-CORRECTIONS     PIC 9(09) COMP.
014300*
014400*    IDS FOUND IN THE JOURNAL THAT ARE NOT ON THE OPERATOR
014500*    MASTER - EITHER WITH ACTIVITY IN THE PERIOD OR WITH A
014600*    JOURNALED DELETION. ONLY THOSE WITH ACTIVITY ARE LISTED.
014700 01  WS-UNK-TABLE.
014800     05  WS-UNK-COUNT            PIC 9(04) COMP VALUE ZERO.
014900     05  WS-UNK-ENTRY OCCURS 500 TIMES.
015000         10  WS-UNK-ID               PIC X(08).
015100         10  WS-UNK-FIRST-DATE       PIC 9(08).
015200         10  WS-UNK-LAST-DATE        PIC 9(08).
015300         10  WS-UNK-ENTRIES          PIC 9(09) COMP.
015400         10  WS-UNK-DEL-DATE         PIC 9(08).
015500         10  WS-UNK-DEL-BY           PIC X(08).
015600*
015700 01  WS-RPT-HEADING-1.
015800     05  FILLER                  PIC X(08) VALUE "DBL290".
015900     05  FILLER                  PIC X(40)
016000         VALUE "OPERATOR ACCESS RECERTIFICATION".
016100     05  FILLER                  PIC X(07) VALUE "PERIOD ".
016200     05  WS-RPT-HDR-FROM         PIC 9(08).
016300     05  FILLER                  PIC X(04) VALUE " TO ".
016400     05  WS-RPT-HDR-TO           PIC 9(08).
016500     05  FILLER                  PIC X(06) VALUE "  PAGE".
016600     05  WS-RPT-HDR-PAGE-NO      PIC ZZZ9.
016700     05  FILLER                  PIC X(47) VALUE SPACES.
016800*
016900 01  WS-RPT-HEADING-2.
017000     05  FILLER                  PIC X(10) VALUE "OPERATOR".
017100     05  FILLER                  PIC X(06) VALUE "AUTH".
017200     05  FILLER                  PIC X(10) VALUE "AUTH SET".
017300     05  FILLER                  PIC X(10) VALUE "SET BY".
017400     05  FILLER                  PIC X(10) VALUE "LAST RUN".
017500     05  FILLER                  PIC X(10) VALUE "LAST CORR".
017600     05  FILLER                  PIC X(10) VALUE "LAST REFSD".
017700     05  FILLER                  PIC X(10) VALUE "LAST W/OFF".
017800     05  FILLER                  PIC X(09) VALUE "ENTRIES".
017900     05  FILLER                  PIC X(37) VALUE "FLAG".
018000     05  FILLER                  PIC X(10) VALUE SPACES.
018100*
018200 01  WS-RPT-OPER-LINE.
018300     05  WS-RPT-OPER-ID          PIC X(08).
018400     05  FILLER                  PIC X(02) VALUE SPACES.
018500     05  WS-RPT-OPER-AUTH        PIC X(04).
018600     05  FILLER                  PIC X(02) VALUE SPACES.
018700     05  WS-RPT-OPER-CHG-DATE    PIC X(08).
018800     05  FILLER                  PIC X(02) VALUE SPACES.
018900     05  WS-RPT-OPER-CHG-BY      PIC X(08).
019000     05  FILLER                  PIC X(02) VALUE SPACES.
019100     05  WS-RPT-OPER-LAST-RUN    PIC X(08).
019200     05  FILLER                  PIC X(02) VALUE SPACES.
019300     05  WS-RPT-OPER-LAST-CORR   PIC X(08).
019400     05  FILLER                  PIC X(02) VALUE SPACES.
019500     05  WS-RPT-OPER-LAST-REF    PIC X(08).
019600     05  FILLER                  PIC X(02) VALUE SPACES.
019700     05  WS-RPT-OPER-LAST-WOFF   PIC X(08).
019800     05  FILLER                  PIC X(02) VALUE SPACES.
019900     05  WS-RPT-OPER-ENTRIES     PIC ZZZ,ZZ9.
020000     05  FILLER                  PIC X(02) VALUE SPACES.
020100     05  WS-RPT-OPER-FLAG        PIC X(37).
020200     05  FILLER                  PIC X(08) VALUE SPACES.
020300*
020400 01  WS-RPT-UNK-LINE.
020500     05  WS-RPT-UNK-ID           PIC X(08).
020600     05  FILLER                  PIC X(08) VALUE SPACES.
020700     05  FILLER                  PIC X(06) VALUE "FIRST ".
020800     05  WS-RPT-UNK-FIRST        PIC 9(08).
020900     05  FILLER                  PIC X(07) VALUE "  LAST ".
021000     05  WS-RPT-UNK-LAST         PIC 9(08).
021100     05  FILLER                  PIC X(02) VALUE SPACES.
021200     05  WS-RPT-UNK-ENTRIES      PIC ZZZ,ZZ9.
021300     05  FILLER                  PIC X(10) VALUE " ENTRIES  ".
021400     05  WS-RPT-UNK-NOTE         PIC X(40).
021500     05  FILLER                  PIC X(28) VALUE SPACES.
021600*
021700 01  WS-UNK-DELETED-NOTE.
021800     05  FILLER                  PIC X(08) VALUE "DELETED ".
021900     05  WS-UDN-DATE             PIC 9(08).
022000     05  FILLER                  PIC X(04) VALUE " BY ".
022100     05  WS-UDN-BY               PIC X(08).
022200     05  FILLER                  PIC X(12) VALUE SPACES.
022300*
022400 01  WS-RPT-TOTAL-LINE.
022500     05  WS-RPT-TOTAL-TEXT       PIC X(30).
022600     05  WS-RPT-TOTAL-COUNT      PIC ZZZ,ZZZ,ZZ9.
022700     05  FILLER                  PIC X(91) VALUE SPACES.
022800*
022900 01  WS-RPT-WORK-LINE            PIC X(132).
023000*
023100 PROCEDURE DIVISION.
023200*
023300******************************************************************
023400*    0000-MAINLINE
023500*    CONTROLS OVERALL FLOW OF THE RECERTIFICATION RUN.
023600******************************************************************
023700 0000-MAINLINE SECTION.
023800     PERFORM 1000-INITIALIZE
023900         THRU 1000-INITIALIZE-EXIT
024000     PERFORM 2000-TAKE-ONE-ENTRY
024100         THRU 2000-TAKE-ONE-ENTRY-EXIT
024200         UNTIL WS-AUDMSTR-EOF
024300     PERFORM 4000-PRINT-ONE-OPERATOR
024400         THRU 4000-PRINT-ONE-OPERATOR-EXIT
024500         VARYING WS-OPER-SUB FROM 1 BY 1
024600         UNTIL WS-OPER-SUB > WS-OPER-COUNT
024700     PERFORM 4100-PRINT-UNKNOWN-IDS
024800         THRU 4100-PRINT-UNKNOWN-IDS-EXIT
024900     PERFORM 9000-TERMINATE
025000         THRU 9000-TERMINATE-EXIT
025100     STOP RUN.
025200*
025300******************************************************************
025400*    1000-INITIALIZE
025500*    READS AND VALIDATES THE PERIOD CARD, LOADS THE OPERATOR
025600*    MASTER, OPENS THE AUDIT HISTORY MASTER AND THE REPORT WITH
025700*    A STATUS CHECK AFTER EVERY OPEN, AND PRIMES THE FIRST
025800*    JOURNAL READ.
025900******************************************************************
026000 1000-INITIALIZE SECTION.
026100     OPEN INPUT RCRTSEL
026200     IF WS-RCRTSEL-STATUS NOT = "00"
026300         DISPLAY "DBL290 - UNABLE TO OPEN RCRTSEL - STATUS "
026400             WS-RCRTSEL-STATUS
026500         MOVE 16 TO RETURN-CODE
026600         STOP RUN
026700     END-IF
026800     READ RCRTSEL
026900         AT END
027000             DISPLAY "DBL290 - RCRTSEL IS EMPTY - NO SELECTION "
027100                 "CARD"
027200             CLOSE RCRTSEL
027300             MOVE 16 TO RETURN-CODE
027400             STOP RUN
027500     END-READ
027600     EVALUATE TRUE
027700         WHEN DBLPER-FROM-DATE-X = SPACES
027800             MOVE ZERO TO WS-FROM-DATE
027900         WHEN DBLPER-FROM-DATE-X IS NUMERIC
028000             MOVE DBLPER-FROM-DATE TO WS-FROM-DATE
028100         WHEN OTHER
028200             DISPLAY "DBL290 - FROM-DATE NOT NUMERIC: "
028300                 DBLPER-FROM-DATE-X
028400             CLOSE RCRTSEL
028500             MOVE 16 TO RETURN-CODE
028600             STOP RUN
028700     END-EVALUATE
028800     EVALUATE TRUE
028900         WHEN DBLPER-TO-DATE-X = SPACES
029000             MOVE 99999999 TO WS-TO-DATE
029100         WHEN DBLPER-TO-DATE-X IS NUMERIC
029200             IF DBLPER-TO-DATE = ZERO
029300                 MOVE 99999999 TO WS-TO-DATE
029400             ELSE
029500                 MOVE DBLPER-TO-DATE TO WS-TO-DATE
029600             END-IF
029700         WHEN OTHER
029800             DISPLAY "DBL290 - TO-DATE NOT NUMERIC: "
029900                 DBLPER-TO-DATE-X
030000             CLOSE RCRTSEL
030100             MOVE 16 TO RETURN-CODE
030200             STOP RUN
030300     END-EVALUATE
030400     IF WS-TO-DATE < WS-FROM-DATE
030500         DISPLAY "DBL290 - TO-DATE PRECEDES FROM-DATE"
030600         CLOSE RCRTSEL
030700         MOVE 16 TO RETURN-CODE
030800         STOP RUN
030900     END-IF
031000     CLOSE RCRTSEL
031100     PERFORM 1010-LOAD-OPERATORS
031200         THRU 1010-LOAD-OPERATORS-EXIT
031300     OPEN INPUT AUDMSTR
031400     IF WS-AUDMSTR-STATUS NOT = "00"
031500         DISPLAY "DBL290 - UNABLE TO OPEN AUDMSTR - STATUS "
031600             WS-AUDMSTR-STATUS
031700         MOVE 16 TO RETURN-CODE
031800         STOP RUN
031900     END-IF
032000     OPEN OUTPUT RCRTRPT
032100     IF WS-RCRTRPT-STATUS NOT = "00"
032200         DISPLAY "DBL290 - UNABLE TO OPEN RCRTRPT - STATUS "
032300             WS-RCRTRPT-STATUS
032400         MOVE 16 TO RETURN-CODE
032500         CLOSE AUDMSTR
032600         STOP RUN
032700     END-IF
032800     PERFORM 2900-READ-AUDMSTR
032900         THRU 2900-READ-AUDMSTR-EXIT.
033000 1000-INITIALIZE-EXIT.
033100     EXIT.
033200*
033300******************************************************************
033400*    1010-LOAD-OPERATORS
033500*    LOADS EVERY ID ON THE OPERATOR MASTER INTO THE OPERATOR
033600*    TABLE. A MASTER WITH MORE IDS THAN THE TABLE HOLDS STOPS
033700*    THE RUN - A RECERTIFICATION THAT LEFT IDS OFF WOULD PROVE
033800*    NOTHING.
033900******************************************************************
034000 1010-LOAD-OPERATORS SECTION.
034100     OPEN INPUT OPERMAST
034200     IF WS-OPERMAST-STATUS NOT = "00"
034300         DISPLAY "DBL290 - UNABLE TO OPEN OPERMAST - STATUS "
034400             WS-OPERMAST-STATUS
034500         MOVE 16 TO RETURN-CODE
034600         STOP RUN
034700     END-IF
034800     PERFORM 1020-LOAD-ONE-OPERATOR
034900         THRU 1020-LOAD-ONE-OPERATOR-EXIT
035000         UNTIL WS-OPERMAST-EOF
035100     CLOSE OPERMAST.
035200 1010-LOAD-OPERATORS-EXIT.
035300     EXIT.
035400*
035500******************************************************************
035600*    1020-LOAD-ONE-OPERATOR
035700*    READS ONE OPERATOR MASTER RECORD INTO THE NEXT TABLE ENTRY.
035800******************************************************************
035900 1020-LOAD-ONE-OPERATOR SECTION.
036000     READ OPERMAST
036100         AT END
036200             SET WS-OPERMAST-EOF TO TRUE
036300             GO TO 1020-LOAD-ONE-OPERATOR-EXIT
036400     END-READ
036500     IF WS-OPER-COUNT >= WS-MAX-OPERATORS
036600         DISPLAY "DBL290 - MORE THAN " WS-MAX-OPERATORS
036700             " IDS ON OPERMAST - TABLE FULL"
036800         CLOSE OPERMAST
036900         MOVE 16 TO RETURN-CODE
037000         STOP RUN
037100     END-IF
037200     ADD 1 TO WS-OPER-COUNT
037300     MOVE DBLOPER-ID TO WS-OPER-ID (WS-OPER-COUNT)
037400     MOVE DBLOPER-AUTHORITY TO WS-OPER-AUTHORITY (WS-OPER-COUNT)
037500     MOVE ZERO TO WS-OPER-CHG-DATE (WS-OPER-COUNT)
037600     MOVE SPACES TO WS-OPER-CHG-BY (WS-OPER-COUNT)
037700     MOVE ZERO TO WS-OPER-LAST-RUN (WS-OPER-COUNT)
037800     MOVE ZERO TO WS-OPER-LAST-CORR (WS-OPER-COUNT)
037900     MOVE ZERO TO WS-OPER-LAST-REFUSAL (WS-OPER-COUNT)
038000     MOVE ZERO TO WS-OPER-LAST-WOFF (WS-OPER-COUNT)
038100     MOVE ZERO TO WS-OPER-ENTRIES (WS-OPER-COUNT)
038200     MOVE ZERO TO WS-OPER-CORRECTIONS (WS-OPER-COUNT).
038300 1020-LOAD-ONE-OPERATOR-EXIT.
038400     EXIT.
038500*
038600******************************************************************
038700*    2000-TAKE-ONE-ENTRY
038800*    TAKES ONE JOURNAL ENTRY. AN OPERATOR MAINTENANCE ENTRY AT
038900*    ANY DATE UP TO THE END OF THE PERIOD MAY BE THE LATEST
039000*    CHANGE TO AN ID'S AUTHORITY; AN ENTRY INSIDE THE PERIOD IS
039100*    ALSO ACTIVITY BY THE OPERATOR WHO MADE IT. THE FIRST ENTRY
039200*    PAST THE PERIOD ENDS THE PASS.
039300******************************************************************
039400 2000-TAKE-ONE-ENTRY SECTION.
039500     IF DBLAMST-DATE > WS-TO-DATE
039600         SET WS-AUDMSTR-EOF TO TRUE
039700         GO TO 2000-TAKE-ONE-ENTRY-EXIT
039800     END-IF
039900     IF DBLAMST-IS-OPER-ADD
040000         OR DBLAMST-IS-OPER-CHANGE
040100         OR DBLAMST-IS-OPER-DELETE
040200         PERFORM 2100-NOTE-AUTHORITY-CHANGE
040300             THRU 2100-NOTE-AUTHORITY-CHANGE-EXIT
040400     END-IF
040500     IF DBLAMST-DATE >= WS-FROM-DATE
040600         AND DBLAMST-OPERATOR-ID NOT = SPACES
040700         ADD 1 TO WS-ENTRIES-IN-PERIOD
040800         PERFORM 2200-NOTE-ACTIVITY
040900             THRU 2200-NOTE-ACTIVITY-EXIT
041000     END-IF
041100     PERFORM 2900-READ-AUDMSTR
041200         THRU 2900-READ-AUDMSTR-EXIT.
041300 2000-TAKE-ONE-ENTRY-EXIT.
041400     EXIT.
041500*
041600******************************************************************
041700*    2100-NOTE-AUTHORITY-CHANGE
041800*    AN ADD OR CHANGE FOR AN ID ON THE MASTER IS THE LATEST
041900*    SETTING OF ITS AUTHORITY SO FAR - ENTRIES ARRIVE IN DATE
042000*    ORDER. A DELETE FOR AN ID NO LONGER ON THE MASTER IS KEPT
042100*    IN CASE THE ID ALSO SHOWS ACTIVITY IN THE PERIOD. A DELETE
042200*    FOR AN ID SINCE ADDED BACK, OR AN ADD OR CHANGE FOR ONE
042300*    SINCE DELETED, TELLS THE REPORT NOTHING.
042400******************************************************************
042500 2100-NOTE-AUTHORITY-CHANGE SECTION.
042600     MOVE DBLAMST-TARGET-ID TO WS-LOOKUP-ID
042700     PERFORM 3000-FIND-OPERATOR
042800         THRU 3000-FIND-OPERATOR-EXIT
042900     IF WS-FOUND-SUB > ZERO
043000         IF NOT DBLAMST-IS-OPER-DELETE
043100             MOVE DBLAMST-DATE TO WS-OPER-CHG-DATE (WS-FOUND-SUB)
043200             MOVE DBLAMST-OPERATOR-ID
043300                 TO WS-OPER-CHG-BY (WS-FOUND-SUB)
043400         END-IF
043500         GO TO 2100-NOTE-AUTHORITY-CHANGE-EXIT
043600     END-IF
043700     IF DBLAMST-IS-OPER-DELETE
043750         SET WS-UNK-FOR-DELETE TO TRUE
043800         PERFORM 3100-FIND-UNKNOWN
043900             THRU 3100-FIND-UNKNOWN-EXIT
043950         MOVE "N" TO WS-UNK-DELETE-SWITCH
044000         IF WS-FOUND-SUB > ZERO
044100             MOVE DBLAMST-DATE TO WS-UNK-DEL-DATE (WS-FOUND-SUB)
044200             MOVE DBLAMST-OPERATOR-ID
044300                 TO WS-UNK-DEL-BY (WS-FOUND-SUB)
044400         END-IF
044500     END-IF.
044600 2100-NOTE-AUTHORITY-CHANGE-EXIT.
044700     EXIT.
044800*
044900******************************************************************
045000*    2200-NOTE-ACTIVITY
045100*    CREDITS A JOURNAL ENTRY IN THE PERIOD TO THE OPERATOR WHO
045200*    MADE IT. A BATCH RUN JOURNALS ORIGINAL ENTRIES (O); A
045300*    CORRECTION IS EITHER ONE KEYED AT THE TERMINAL (C) OR A
045400*    POST-RUN ADJUSTMENT (J); A REFUSED CORRECTION OR DECK IS
045500*    R; A WRITE-OFF IS W. ANY OTHER ENTRY STILL COUNTS AS
045600*    ACTIVITY. AN ID NOT ON THE MASTER IS CREDITED IN THE
045700*    UNKNOWN-ID TABLE.
045800******************************************************************
045900 2200-NOTE-ACTIVITY SECTION.
046000     MOVE DBLAMST-OPERATOR-ID TO WS-LOOKUP-ID
046100     PERFORM 3000-FIND-OPERATOR
046200         THRU 3000-FIND-OPERATOR-EXIT
046300     IF WS-FOUND-SUB = ZERO
046400         PERFORM 2210-NOTE-UNKNOWN-ACTIVITY
046500             THRU 2210-NOTE-UNKNOWN-ACTIVITY-EXIT
046600         GO TO 2200-NOTE-ACTIVITY-EXIT
046700     END-IF
046800     ADD 1 TO WS-OPER-ENTRIES (WS-FOUND-SUB)
046900     EVALUATE TRUE
047000         WHEN DBLAMST-IS-ORIGINAL
047100             MOVE DBLAMST-DATE TO WS-OPER-LAST-RUN (WS-FOUND-SUB)
047200         WHEN DBLAMST-IS-CORRECTED
047300         WHEN DBLAMST-IS-ADJUSTED
047400             MOVE DBLAMST-DATE TO WS-OPER-LAST-CORR (WS-FOUND-SUB)
047500             ADD 1 TO WS-OPER-CORRECTIONS (WS-FOUND-SUB)
047600         WHEN DBLAMST-IS-REFUSED
047700             MOVE DBLAMST-DATE
047800                 TO WS-OPER-LAST-REFUSAL (WS-FOUND-SUB)
047900         WHEN DBLAMST-IS-WRITTEN-OFF
048000             MOVE DBLAMST-DATE TO WS-OPER-LAST-WOFF (WS-FOUND-SUB)
048100         WHEN OTHER
048200             CONTINUE
048300     END-EVALUATE.
048400 2200-NOTE-ACTIVITY-EXIT.
048500     EXIT.
048600*
048700******************************************************************
048800*    2210-NOTE-UNKNOWN-ACTIVITY
048900*    CREDITS A JOURNAL ENTRY IN THE PERIOD TO AN ID NOT ON THE
049000*    OPERATOR MASTER, KEEPING ITS FIRST AND LAST ENTRY DATES.
049100******************************************************************
049200 2210-NOTE-UNKNOWN-ACTIVITY SECTION.
049300     PERFORM 3100-FIND-UNKNOWN
049400         THRU 3100-FIND-UNKNOWN-EXIT
049500     IF WS-FOUND-SUB = ZERO
049600         GO TO 2210-NOTE-UNKNOWN-ACTIVITY-EXIT
049700     END-IF
049800     IF WS-UNK-ENTRIES (WS-FOUND-SUB) = ZERO
049900         MOVE DBLAMST-DATE TO WS-UNK-FIRST-DATE (WS-FOUND-SUB)
050000     END-IF
050100     MOVE DBLAMST-DATE TO WS-UNK-LAST-DATE (WS-FOUND-SUB)
050200     ADD 1 TO WS-UNK-ENTRIES (WS-FOUND-SUB).
050300 2210-NOTE-UNKNOWN-ACTIVITY-EXIT.
050400     EXIT.
050500*
050600******************************************************************
050700*    2900-READ-AUDMSTR
050800*    READS THE NEXT AUDIT HISTORY ENTRY IN KEY ORDER.
050900******************************************************************
051000 2900-READ-AUDMSTR SECTION.
051100     READ AUDMSTR
051200         AT END
051300             SET WS-AUDMSTR-EOF TO TRUE
051400         NOT AT END
051500             ADD 1 TO WS-ENTRIES-READ
051600     END-READ.
051700 2900-READ-AUDMSTR-EXIT.
051800     EXIT.
051900*
052000******************************************************************
052100*    3000-FIND-OPERATOR
052200*    LOOKS UP WS-LOOKUP-ID IN THE OPERATOR TABLE AND LEAVES ITS
052300*    ENTRY IN WS-FOUND-SUB, OR ZERO IF IT IS NOT ON THE MASTER.
052400*    A BATCH RUN JOURNALS ONE ENTRY PER TRANSACTION UNDER THE
052500*    SAME ID, SO THE LAST ANSWER IS KEPT AND REUSED.
052600******************************************************************
052700 3000-FIND-OPERATOR SECTION.
052800     IF WS-LOOKUP-ID = WS-LAST-OPER-ID
052900         MOVE WS-LAST-OPER-SUB TO WS-FOUND-SUB
053000         GO TO 3000-FIND-OPERATOR-EXIT
053100     END-IF
053200     MOVE ZERO TO WS-FOUND-SUB
053300     PERFORM 3010-MATCH-ONE-OPERATOR
053400         THRU 3010-MATCH-ONE-OPERATOR-EXIT
053500         VARYING WS-OPER-SUB FROM 1 BY 1
053600         UNTIL WS-OPER-SUB > WS-OPER-COUNT
053700            OR WS-FOUND-SUB > ZERO
053800     MOVE WS-LOOKUP-ID TO WS-LAST-OPER-ID
053900     MOVE WS-FOUND-SUB TO WS-LAST-OPER-SUB.
054000 3000-FIND-OPERATOR-EXIT.
054100     EXIT.
054200*
054300******************************************************************
054400*    3010-MATCH-ONE-OPERATOR
054500*    TESTS ONE OPERATOR TABLE ENTRY AGAINST WS-LOOKUP-ID.
054600******************************************************************
054700 3010-MATCH-ONE-OPERATOR SECTION.
054800     IF WS-OPER-ID (WS-OPER-SUB) = WS-LOOKUP-ID
054900         MOVE WS-OPER-SUB TO WS-FOUND-SUB
055000     END-IF.
055100 3010-MATCH-ONE-OPERATOR-EXIT.
055200     EXIT.
055300*
055400******************************************************************
055500*    3100-FIND-UNKNOWN
055600*    LOOKS UP WS-LOOKUP-ID IN THE UNKNOWN-ID TABLE, ADDING IT IF
055700*    IT IS NOT THERE, AND LEAVES ITS ENTRY IN WS-FOUND-SUB. A
055800*    FULL TABLE LEAVES WS-FOUND-SUB ZERO AND THE ID IS COUNTED
055900*    AS NOT LISTED - OR, LOOKED UP ONLY FOR A DELETION, COUNTED
055950*    APART, SINCE AN ID WITH NO ACTIVITY IS NEVER LISTED ANYWAY.
056000******************************************************************
056100 3100-FIND-UNKNOWN SECTION.
056200     MOVE ZERO TO WS-FOUND-SUB
056300     PERFORM 3110-MATCH-ONE-UNKNOWN
056400         THRU 3110-MATCH-ONE-UNKNOWN-EXIT
056500         VARYING WS-UNK-SUB FROM 1 BY 1
056600         UNTIL WS-UNK-SUB > WS-UNK-COUNT
056700            OR WS-FOUND-SUB > ZERO
056800     IF WS-FOUND-SUB > ZERO
056900         GO TO 3100-FIND-UNKNOWN-EXIT
057000     END-IF
057100     IF WS-UNK-COUNT >= WS-MAX-UNKNOWN
057150         IF WS-UNK-FOR-DELETE
057160             ADD 1 TO WS-DELETE-LOST-COUNT
057170         ELSE
057200             ADD 1 TO WS-UNKNOWN-LOST-COUNT
057250         END-IF
057300         GO TO 3100-FIND-UNKNOWN-EXIT
057400     END-IF
057500     ADD 1 TO WS-UNK-COUNT
057600     MOVE WS-UNK-COUNT TO WS-FOUND-SUB
057700     MOVE WS-LOOKUP-ID TO WS-UNK-ID (WS-FOUND-SUB)
057800     MOVE ZERO TO WS-UNK-FIRST-DATE (WS-FOUND-SUB)
057900     MOVE ZERO TO WS-UNK-LAST-DATE (WS-FOUND-SUB)
058000     MOVE ZERO TO WS-UNK-ENTRIES (WS-FOUND-SUB)
058100     MOVE ZERO TO WS-UNK-DEL-DATE (WS-FOUND-SUB)
058200     MOVE SPACES TO WS-UNK-DEL-BY (WS-FOUND-SUB).
058300 3100-FIND-UNKNOWN-EXIT.
058400     EXIT.
058500*
058600******************************************************************
058700*    3110-MATCH-ONE-UNKNOWN
058800*    TESTS ONE UNKNOWN-ID TABLE ENTRY AGAINST WS-LOOKUP-ID.
058900******************************************************************
059000 3110-MATCH-ONE-UNKNOWN SECTION.
059100     IF WS-UNK-ID (WS-UNK-SUB) = WS-LOOKUP-ID
059200         MOVE WS-UNK-SUB TO WS-FOUND-SUB
059300     END-IF.
059400 3110-MATCH-ONE-UNKNOWN-EXIT.
059500     EXIT.
059600*
059700******************************************************************
059800*    4000-PRINT-ONE-OPERATOR
059900*    PRINTS ONE OPERATOR'S LINE AND FLAGS AN ID WITH NO
060000*    ACTIVITY IN THE PERIOD, OR WITH CORRECTION AUTHORITY IT
060100*    DID NOT USE.
060200******************************************************************
060300 4000-PRINT-ONE-OPERATOR SECTION.
060400     MOVE WS-OPER-ID (WS-OPER-SUB) TO WS-RPT-OPER-ID
060500     EVALUATE WS-OPER-AUTHORITY (WS-OPER-SUB)
060600         WHEN "1"
060700             MOVE "RUN" TO WS-RPT-OPER-AUTH
060800         WHEN "2"
060900             MOVE "CORR" TO WS-RPT-OPER-AUTH
061000         WHEN OTHER
061100             MOVE "?" TO WS-RPT-OPER-AUTH
061200             MOVE WS-OPER-AUTHORITY (WS-OPER-SUB)
061300                 TO WS-RPT-OPER-AUTH (2:1)
061400     END-EVALUATE
061500     MOVE WS-OPER-CHG-DATE (WS-OPER-SUB) TO WS-EDIT-DATE-IN
061600     PERFORM 5500-EDIT-DATE THRU 5500-EDIT-DATE-EXIT
061700     MOVE WS-EDIT-DATE-OUT TO WS-RPT-OPER-CHG-DATE
061800     MOVE WS-OPER-CHG-BY (WS-OPER-SUB) TO WS-RPT-OPER-CHG-BY
061900     MOVE WS-OPER-LAST-RUN (WS-OPER-SUB) TO WS-EDIT-DATE-IN
062000     PERFORM 5500-EDIT-DATE THRU 5500-EDIT-DATE-EXIT
062100     MOVE WS-EDIT-DATE-OUT TO WS-RPT-OPER-LAST-RUN
062200     MOVE WS-OPER-LAST-CORR (WS-OPER-SUB) TO WS-EDIT-DATE-IN
062300     PERFORM 5500-EDIT-DATE THRU 5500-EDIT-DATE-EXIT
062400     MOVE WS-EDIT-DATE-OUT TO WS-RPT-OPER-LAST-CORR
062500     MOVE WS-OPER-LAST-REFUSAL (WS-OPER-SUB) TO WS-EDIT-DATE-IN
062600     PERFORM 5500-EDIT-DATE THRU 5500-EDIT-DATE-EXIT
062700     MOVE WS-EDIT-DATE-OUT TO WS-RPT-OPER-LAST-REF
062800     MOVE WS-OPER-LAST-WOFF (WS-OPER-SUB) TO WS-EDIT-DATE-IN
062900     PERFORM 5500-EDIT-DATE THRU 5500-EDIT-DATE-EXIT
063000     MOVE WS-EDIT-DATE-OUT TO WS-RPT-OPER-LAST-WOFF
063100     MOVE WS-OPER-ENTRIES (WS-OPER-SUB) TO WS-RPT-OPER-ENTRIES
063200     MOVE SPACES TO WS-RPT-OPER-FLAG
063300     IF WS-OPER-CAN-CORRECT (WS-OPER-SUB)
063400         ADD 1 TO WS-CORR-AUTH-COUNT
063500     END-IF
063600     IF WS-OPER-ENTRIES (WS-OPER-SUB) = ZERO
063700         ADD 1 TO WS-NO-ACTIVITY-COUNT
063800         MOVE "** NO ACTIVITY IN PERIOD" TO WS-RPT-OPER-FLAG
063900     END-IF
064000     IF WS-OPER-CAN-CORRECT (WS-OPER-SUB)
064100         AND WS-OPER-CORRECTIONS (WS-OPER-SUB) = ZERO
064200         ADD 1 TO WS-UNUSED-AUTH-COUNT
064300         IF WS-OPER-ENTRIES (WS-OPER-SUB) = ZERO
064400             MOVE "** NO ACTIVITY, CORRECTION AUTH UNUSED"
064500                 TO WS-RPT-OPER-FLAG
064600         ELSE
064700             MOVE "** CORRECTION AUTHORITY NOT USED"
064800                 TO WS-RPT-OPER-FLAG
064900         END-IF
065000     END-IF
065100     MOVE WS-RPT-OPER-LINE TO WS-RPT-WORK-LINE
065200     PERFORM 5000-WRITE-RPT-LINE
065300         THRU 5000-WRITE-RPT-LINE-EXIT.
065400 4000-PRINT-ONE-OPERATOR-EXIT.
065500     EXIT.
065600*
065700******************************************************************
065800*    4100-PRINT-UNKNOWN-IDS
065900*    PRINTS THE SECTION LISTING EVERY ID WITH JOURNALED ACTIVITY
066000*    IN THE PERIOD THAT IS NOT ON THE OPERATOR MASTER.
066100******************************************************************
066200 4100-PRINT-UNKNOWN-IDS SECTION.
066300     MOVE SPACES TO WS-RPT-WORK-LINE
066400     PERFORM 5000-WRITE-RPT-LINE
066500         THRU 5000-WRITE-RPT-LINE-EXIT
066600     MOVE "ACTIVITY BY IDS NOT ON THE OPERATOR MASTER"
066700         TO WS-RPT-WORK-LINE
066800     PERFORM 5000-WRITE-RPT-LINE
066900         THRU 5000-WRITE-RPT-LINE-EXIT
067000     MOVE SPACES TO WS-RPT-WORK-LINE
067100     PERFORM 5000-WRITE-RPT-LINE
067200         THRU 5000-WRITE-RPT-LINE-EXIT
067300     PERFORM 4110-PRINT-ONE-UNKNOWN
067400         THRU 4110-PRINT-ONE-UNKNOWN-EXIT
067500         VARYING WS-UNK-SUB FROM 1 BY 1
067600         UNTIL WS-UNK-SUB > WS-UNK-COUNT
067700     IF WS-UNKNOWN-ACTIVE-COUNT = ZERO
067800         AND WS-UNKNOWN-LOST-COUNT = ZERO
067900         MOVE "  (NONE)" TO WS-RPT-WORK-LINE
068000         PERFORM 5000-WRITE-RPT-LINE
068100             THRU 5000-WRITE-RPT-LINE-EXIT
068200     END-IF
068300     IF WS-UNKNOWN-LOST-COUNT > ZERO
068400         MOVE "  ** TABLE FULL - FURTHER IDS NOT LISTED"
068500             TO WS-RPT-WORK-LINE
068600         PERFORM 5000-WRITE-RPT-LINE
068700             THRU 5000-WRITE-RPT-LINE-EXIT
068800     END-IF.
068900 4100-PRINT-UNKNOWN-IDS-EXIT.
069000     EXIT.
069100*
069200******************************************************************
069300*    4110-PRINT-ONE-UNKNOWN
069400*    PRINTS ONE ID NOT ON THE MASTER THAT HAS ACTIVITY IN THE
069500*    PERIOD, WITH ITS JOURNALED DELETION IF THERE IS ONE.
069600******************************************************************
069700 4110-PRINT-ONE-UNKNOWN SECTION.
069800     IF WS-UNK-ENTRIES (WS-UNK-SUB) = ZERO
069900         GO TO 4110-PRINT-ONE-UNKNOWN-EXIT
070000     END-IF
070100     ADD 1 TO WS-UNKNOWN-ACTIVE-COUNT
070200     MOVE WS-UNK-ID (WS-UNK-SUB) TO WS-RPT-UNK-ID
070300     MOVE WS-UNK-FIRST-DATE (WS-UNK-SUB) TO WS-RPT-UNK-FIRST
070400     MOVE WS-UNK-LAST-DATE (WS-UNK-SUB) TO WS-RPT-UNK-LAST
070500     MOVE WS-UNK-ENTRIES (WS-UNK-SUB) TO WS-RPT-UNK-ENTRIES
070600     IF WS-UNK-DEL-DATE (WS-UNK-SUB) > ZERO
070700         MOVE WS-UNK-DEL-DATE (WS-UNK-SUB) TO WS-UDN-DATE
070800         MOVE WS-UNK-DEL-BY (WS-UNK-SUB) TO WS-UDN-BY
070900         MOVE WS-UNK-DELETED-NOTE TO WS-RPT-UNK-NOTE
071000     ELSE
071100         MOVE "** NO DELETION JOURNALED" TO WS-RPT-UNK-NOTE
071200     END-IF
071300     MOVE WS-RPT-UNK-LINE TO WS-RPT-WORK-LINE
071400     PERFORM 5000-WRITE-RPT-LINE
071500         THRU 5000-WRITE-RPT-LINE-EXIT.
071600 4110-PRINT-ONE-UNKNOWN-EXIT.
071700     EXIT.
071800*
071900******************************************************************
072000*    5000-WRITE-RPT-LINE
072100*    WRITES THE LINE STAGED IN WS-RPT-WORK-LINE, BREAKING TO A
072200*    NEW PAGE WHEN THE CURRENT PAGE IS FULL.
072300******************************************************************
072400 5000-WRITE-RPT-LINE SECTION.
072500     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
072600         PERFORM 5100-PAGE-HEADING
072700             THRU 5100-PAGE-HEADING-EXIT
072800     END-IF
072900     WRITE RCRTRPT-LINE FROM WS-RPT-WORK-LINE
073000         AFTER ADVANCING 1 LINE
073100     ADD 1 TO WS-LINE-COUNT.
073200 5000-WRITE-RPT-LINE-EXIT.
073300     EXIT.
073400*
073500******************************************************************
073600*    5050-WRITE-TOTAL-LINE
073700*    WRITES ONE END-OF-REPORT TOTAL LINE.
073800******************************************************************
073900 5050-WRITE-TOTAL-LINE SECTION.
074000     MOVE WS-RPT-TOTAL-LINE TO WS-RPT-WORK-LINE
074100     PERFORM 5000-WRITE-RPT-LINE
074200         THRU 5000-WRITE-RPT-LINE-EXIT.
074300 5050-WRITE-TOTAL-LINE-EXIT.
074400     EXIT.
074500*
074600******************************************************************
074700*    5100-PAGE-HEADING
074800*    STARTS A NEW REPORT PAGE WITH THE PERIOD, PAGE NUMBER, AND
074900*    COLUMN HEADINGS.
075000******************************************************************
075100 5100-PAGE-HEADING SECTION.
075200     ADD 1 TO WS-PAGE-NO
075300     MOVE WS-PAGE-NO TO WS-RPT-HDR-PAGE-NO
075400     MOVE WS-FROM-DATE TO WS-RPT-HDR-FROM
075500     MOVE WS-TO-DATE TO WS-RPT-HDR-TO
075600     WRITE RCRTRPT-LINE FROM WS-RPT-HEADING-1
075700         AFTER ADVANCING PAGE
075800     WRITE RCRTRPT-LINE FROM WS-RPT-HEADING-2
075900         AFTER ADVANCING 2 LINES
076000     MOVE SPACES TO RCRTRPT-LINE
076100     WRITE RCRTRPT-LINE AFTER ADVANCING 1 LINE
076200     MOVE 4 TO WS-LINE-COUNT.
076300 5100-PAGE-HEADING-EXIT.
076400     EXIT.
076500*
076600******************************************************************
076700*    5500-EDIT-DATE
076800*    EDITS WS-EDIT-DATE-IN FOR PRINTING - A ZERO DATE, MEANING
076900*    NOTHING WAS FOUND, PRINTS BLANK.
077000******************************************************************
077100 5500-EDIT-DATE SECTION.
077200     IF WS-EDIT-DATE-IN = ZERO
077300         MOVE SPACES TO WS-EDIT-DATE-OUT
077400     ELSE
077500         MOVE WS-EDIT-DATE-IN TO WS-EDIT-DATE-OUT
077600     END-IF.
077700 5500-EDIT-DATE-EXIT.
077800     EXIT.
077900*
078000******************************************************************
078100*    9000-TERMINATE
078200*    PRINTS THE REPORT TOTALS, CLOSES THE FILES, SETS THE RETURN
078300*    CODE, AND DISPLAYS THE FINAL COUNTS.
078400******************************************************************
078500 9000-TERMINATE SECTION.
078600     MOVE SPACES TO WS-RPT-WORK-LINE
078700     PERFORM 5000-WRITE-RPT-LINE
078800         THRU 5000-WRITE-RPT-LINE-EXIT
078900     MOVE "IDS ON THE OPERATOR MASTER" TO WS-RPT-TOTAL-TEXT
079000     MOVE WS-OPER-COUNT TO WS-RPT-TOTAL-COUNT
079100     PERFORM 5050-WRITE-TOTAL-LINE
079200         THRU 5050-WRITE-TOTAL-LINE-EXIT
079300     MOVE "  WITH CORRECTION AUTHORITY" TO WS-RPT-TOTAL-TEXT
079400     MOVE WS-CORR-AUTH-COUNT TO WS-RPT-TOTAL-COUNT
079500     PERFORM 5050-WRITE-TOTAL-LINE
079600         THRU 5050-WRITE-TOTAL-LINE-EXIT
079700     MOVE "CORRECTION AUTHORITY UNUSED" TO WS-RPT-TOTAL-TEXT
079800     MOVE WS-UNUSED-AUTH-COUNT TO WS-RPT-TOTAL-COUNT
079900     PERFORM 5050-WRITE-TOTAL-LINE
080000         THRU 5050-WRITE-TOTAL-LINE-EXIT
080100     MOVE "IDS WITH NO ACTIVITY" TO WS-RPT-TOTAL-TEXT
080200     MOVE WS-NO-ACTIVITY-COUNT TO WS-RPT-TOTAL-COUNT
080300     PERFORM 5050-WRITE-TOTAL-LINE
080400         THRU 5050-WRITE-TOTAL-LINE-EXIT
080500     MOVE "ACTIVE IDS NOT ON THE MASTER" TO WS-RPT-TOTAL-TEXT
080600     MOVE WS-UNKNOWN-ACTIVE-COUNT TO WS-RPT-TOTAL-COUNT
080700     PERFORM 5050-WRITE-TOTAL-LINE
080800         THRU 5050-WRITE-TOTAL-LINE-EXIT
080900     MOVE "JOURNAL ENTRIES IN PERIOD" TO WS-RPT-TOTAL-TEXT
081000     MOVE WS-ENTRIES-IN-PERIOD TO WS-RPT-TOTAL-COUNT
081100     PERFORM 5050-WRITE-TOTAL-LINE
081200         THRU 5050-WRITE-TOTAL-LINE-EXIT
081300     CLOSE AUDMSTR
081400     CLOSE RCRTRPT
081500     IF (WS-UNUSED-AUTH-COUNT > ZERO
081600         OR WS-NO-ACTIVITY-COUNT > ZERO
081700         OR WS-UNKNOWN-ACTIVE-COUNT > ZERO
081800         OR WS-UNKNOWN-LOST-COUNT > ZERO)
081900         AND RETURN-CODE < 4
082000         MOVE 4 TO RETURN-CODE
082100     END-IF
082200     DISPLAY "DBL290 - OPERATORS:        " WS-OPER-COUNT
082300     DISPLAY "DBL290 - ENTRIES READ:     " WS-ENTRIES-READ
082400     DISPLAY "DBL290 - IN PERIOD:        " WS-ENTRIES-IN-PERIOD
082500     DISPLAY "DBL290 - AUTH UNUSED:      " WS-UNUSED-AUTH-COUNT
082600     DISPLAY "DBL290 - NO ACTIVITY:      " WS-NO-ACTIVITY-COUNT
082700     DISPLAY "DBL290 - NOT ON MASTER:    "
082800         WS-UNKNOWN-ACTIVE-COUNT
082810     IF WS-DELETE-LOST-COUNT > ZERO
082820         DISPLAY "DBL290 - DELETIONS NOT KEPT: "
082830             WS-DELETE-LOST-COUNT
082840     END-IF.
082900 9000-TERMINATE-EXIT.
083000     EXIT.
