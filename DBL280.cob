000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DBL280.
000300 AUTHOR.         J R MICHAELS.
000400 INSTALLATION.   DATA PROCESSING - BATCH SYSTEMS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*    DBL280 - RESULTS MASTER RECALL
001000*
001100*    PUTS PURGED RUN DATES BACK ON THE RESULTS MASTER (RSLTMSTR,
001200*    COPYBOOK DBLRMST) FROM THE RETENTION PURGE'S FLAT ARCHIVE
001300*    (ARCHFILE, SAME LAYOUT), SO AN OLD RUN DATE CAN BE WORKED
001400*    WITH AGAIN - INQUIRED ON A KEY AT A TIME, CORRECTED, OR
001500*    ADJUSTED - WITHOUT SCANNING THE ARCHIVE. EACH RECALL CARD
001600*    (COPYBOOK DBLRCL) NAMES ONE RUN DATE OR A RANGE OF THEM.
001700*
001800*    A CARD IS REJECTED, AND NOTHING RECALLED FOR IT, WHEN ITS
001900*    DATES ARE NOT USABLE, WHEN IT OVERLAPS AN EARLIER CARD IN
002000*    THE DECK, OR WHEN THE MASTER STILL HOLDS ANY RECORD IN ITS
002100*    RANGE - A DATE ONLY PART PURGED, OR ONE ALREADY RECALLED,
002200*    IS NEVER OVERLAID FROM THE ARCHIVE. THE ACCEPTED CARDS ARE
002300*    THEN ANSWERED IN ONE PASS OF THE ARCHIVE.
002400*
002500*    A RECALLED RECORD IS WRITTEN TO THE MASTER AS IT STANDS ON
002600*    THE ARCHIVE, WITH RECALL FLAG R, TODAY'S DATE AS THE RECALL
002700*    DATE, AND ITS NUMBER AS RECALLED. THE ARCHIVE CAN HOLD A
002800*    KEY MORE THAN ONCE - A RECORD CHANGED WHILE RECALLED IS
002900*    ARCHIVED AGAIN AS A LATER VERSION WHEN IT IS NEXT PURGED -
003000*    AND SINCE THE ARCHIVE IS ONLY EVER APPENDED TO, THE LAST
003100*    COPY OF A KEY READ IS THE ONE THAT STANDS AND REPLACES ANY
003200*    EARLIER ONE THIS RUN RECALLED.
003300*
003400*    THE RECALL REGISTER (RCLREG) SHOWS EVERY CARD WITH WHAT
003500*    BECAME OF IT AND ITS RECORDS RECALLED, THEN EACH RUN DATE
003600*    NOW BACK ON THE MASTER WITH ITS RECORD COUNT, THEN THE RUN
003700*    TOTALS. A REJECTED CARD, OR AN ACCEPTED ONE THE ARCHIVE HAD
003800*    NOTHING FOR, ENDS THE RUN WITH RETURN CODE 4.
003900*
004000*    RECALLED DATES ARE OLDER THAN THE LAST PURGE CUTOFF, SO THE
004100*    NEXT PURGE (DBL150) TAKES THEM OFF THE MASTER AGAIN - AN
004200*    UNCHANGED RECORD WITHOUT A SECOND ARCHIVE COPY. THE JOB IS
004300*    RUN ON REQUEST, OUTSIDE THE NIGHTLY STREAM AND NEVER WHILE
004400*    DBL100 HAS THE MASTER OPEN. A RUN THAT ABENDS PART WAY
004500*    LEAVES WHAT IT RESTORED ON THE MASTER; THE RANGE CANNOT BE
004600*    RECALLED AGAIN UNTIL THE NEXT PURGE HAS DROPPED IT.
004700*
004800*    MODIFICATION HISTORY
004900*    DATE       INIT  DESCRIPTION
005000*    ---------  ----  -----------------------------------------
005100*    2026-10-15 JRM   ORIGINAL PROGRAM - RESULTS MASTER RECALL.
005200******************************************************************
005300 ENVIRONMENT DIVISION.
005400 CONFIGURATION SECTION.
005500 SOURCE-COMPUTER.    IBM-370.
005600 OBJECT-COMPUTER.    IBM-370.
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900     SELECT RCLCARD  ASSIGN TO RCLCARD
006000                     ORGANIZATION IS SEQUENTIAL
006100                     FILE STATUS IS WS-RCLCARD-STATUS.
006200
006300     SELECT RSLTMSTR ASSIGN TO RSLTMSTR
006400                     ORGANIZATION IS INDEXED
006500                     ACCESS MODE IS DYNAMIC
006600                     RECORD KEY IS DBLRMST-KEY
006700                     FILE STATUS IS WS-RSLTMSTR-STATUS.
006800
006900     SELECT ARCHFILE ASSIGN TO ARCHFILE
007000                     ORGANIZATION IS SEQUENTIAL
007100                     FILE STATUS IS WS-ARCHFILE-STATUS.
007200
007300     SELECT RCLREG   ASSIGN TO RCLREG
007400                     ORGANIZATION IS SEQUENTIAL
007500                     FILE STATUS IS WS-RCLREG-STATUS.
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  RCLCARD
007900     RECORDING MODE IS F
008000     LABEL RECORDS ARE STANDARD.
008100 COPY DBLRCL.
008200*
008300 FD  RSLTMSTR
008400     LABEL RECORDS ARE STANDARD.
008500 COPY DBLRMST.
008600*
008700 FD  ARCHFILE
008800     RECORDING MODE IS F
008900     LABEL RECORDS ARE STANDARD.
009000 COPY DBLRMST
009100     REPLACING ==DBLRMST-RECORD==      BY ==ARCH-RECORD==
009200               ==DBLRMST-KEY==         BY ==ARCH-KEY==
009300               ==DBLRMST-RUN-DATE==    BY ==ARCH-RUN-DATE==
009400               ==DBLRMST-SEQUENCE-NO== BY ==ARCH-SEQUENCE-NO==
009500               ==DBLRMST-NUMBER==      BY ==ARCH-NUMBER==
009600               ==DBLRMST-RESULT==      BY ==ARCH-RESULT==
009700               ==DBLRMST-OP-CODE==     BY ==ARCH-OP-CODE==
009800               ==DBLRMST-MARKUP-PCT==  BY ==ARCH-MARKUP-PCT==
009900               ==DBLRMST-ORIG-NUMBER== BY ==ARCH-ORIG-NUMBER==
010000               ==DBLRMST-SOURCE-ID==   BY ==ARCH-SOURCE-ID==
010100               ==DBLRMST-ORIG-NUMBER-X==
010200                   BY ==ARCH-ORIG-NUMBER-X==
010300               ==DBLRMST-RECALL-INFO==
010400                   BY ==ARCH-RECALL-INFO==
010500               ==DBLRMST-RECALL-FLAG==
010600                   BY ==ARCH-RECALL-FLAG==
010700               ==DBLRMST-IS-RECALLED==
010800                   BY ==ARCH-IS-RECALLED==
010900               ==DBLRMST-RECALL-UNCHANGED==
011000                   BY ==ARCH-RECALL-UNCHANGED==
011100               ==DBLRMST-RECALL-CHANGED==
011200                   BY ==ARCH-RECALL-CHANGED==
011300               ==DBLRMST-RECALL-DATE==
011400                   BY ==ARCH-RECALL-DATE==
011500               ==DBLRMST-RECALL-DATE-X==
011600                   BY ==ARCH-RECALL-DATE-X==
011700               ==DBLRMST-RECALL-NUMBER==
011800                   BY ==ARCH-RECALL-NUMBER==
011900               ==DBLRMST-RECALL-NUMBER-X==
012000                   BY ==ARCH-RECALL-NUMBER-X==.
012100*
012200 FD  RCLREG
012300     RECORDING MODE IS F
012400     LABEL RECORDS ARE STANDARD.
012500 01  RCLREG-LINE                 PIC X(132).
012600 WORKING-STORAGE SECTION.
012700 01  WS-FILE-STATUS-AREA.
012800     05  WS-RCLCARD-STATUS   PIC X(02) VALUE SPACES.
012900     05  WS-RSLTMSTR-STATUS  PIC X(02) VALUE SPACES.
013000     05  WS-ARCHFILE-STATUS  PIC X(02) VALUE SPACES.
013100     05  WS-RCLREG-STATUS    PIC X(02) VALUE SPACES.
013200*
013300 01  WS-SWITCHES.
013400     05  WS-RCLCARD-EOF-SWITCH   PIC X(01) VALUE "N".
013500         88  WS-RCLCARD-EOF          VALUE "Y".
013600     05  WS-ARCHFILE-EOF-SWITCH  PIC X(01) VALUE "N".
013700         88  WS-ARCHFILE-EOF         VALUE "Y".
013800     05  WS-ARCHFILE-OPEN-SWITCH PIC X(01) VALUE "N".
013900         88  WS-ARCHFILE-OPEN        VALUE "Y".
014000     05  WS-BROWSE-DONE-SWITCH   PIC X(01) VALUE "N".
014100         88  WS-BROWSE-DONE          VALUE "Y".
014200     05  WS-OVERLAP-FOUND-SWITCH PIC X(01) VALUE "N".
014300         88  WS-OVERLAP-FOUND        VALUE "Y".
014400*
014500 77  WS-TODAY-DATE           PIC 9(08) VALUE ZERO.
014600 77  WS-CARDS-READ           PIC 9(04) COMP VALUE ZERO.
014700 77  WS-CARDS-ACCEPTED       PIC 9(04) COMP VALUE ZERO.
014800 77  WS-CARDS-REJECTED       PIC 9(04) COMP VALUE ZERO.
014900 77  WS-CARDS-EMPTY          PIC 9(04) COMP VALUE ZERO.
015000 77  WS-ARCHIVE-READ         PIC 9(09) COMP VALUE ZERO.
015100 77  WS-RECORDS-RECALLED     PIC 9(09) COMP VALUE ZERO.
015200 77  WS-LATER-VERSIONS       PIC 9(09) COMP VALUE ZERO.
015300 77  WS-DATE-COUNT           PIC 9(09) COMP VALUE ZERO.
015400 77  WS-BREAK-RUN-DATE       PIC 9(08) VALUE ZERO.
015500 77  WS-CARD-SUB             PIC 9(04) COMP VALUE ZERO.
015600 77  WS-SCAN-SUB             PIC 9(04) COMP VALUE ZERO.
015700 77  WS-MATCH-SUB            PIC 9(04) COMP VALUE ZERO.
015800 77  WS-MAX-CARDS            PIC 9(04) COMP VALUE 50.
015900 77  WS-REJECT-TEXT          PIC X(50) VALUE SPACES.
016000 77  WS-LINE-COUNT           PIC 9(03) COMP VALUE 99.
016100 77  WS-LINES-PER-PAGE       PIC 9(03) COMP VALUE 55.
016200 77  WS-PAGE-NO              PIC 9(04) COMP VALUE ZERO.
016300*
016400*    THE RECALL CARDS ARE LOADED HERE AT START OF RUN. EVERY
016500*    CARD IS CHECKED BEFORE ANYTHING IS WRITTEN TO THE MASTER,
016600*    AND THE ARCHIVE IS THEN READ ONCE FOR ALL THE ACCEPTED
016700*    RANGES TOGETHER.
016800 01  WS-RCL-TABLE.
016900     05  WS-RCL-COUNT            PIC 9(04) COMP VALUE ZERO.
017000     05  WS-RCL-ENTRY OCCURS 50 TIMES.
017100         10  WS-RCL-FROM-X           PIC X(08).
017200         10  WS-RCL-FROM REDEFINES WS-RCL-FROM-X
017300                                     PIC 9(08).
017400         10  WS-RCL-TO-X             PIC X(08).
017500         10  WS-RCL-TO REDEFINES WS-RCL-TO-X
017600                                     PIC 9(08).
017700         10  WS-RCL-STATUS           PIC X(01).
017800             88  WS-RCL-ACCEPTED         VALUE "A".
017900             88  WS-RCL-REJECTED         VALUE "R".
018000         10  WS-RCL-TEXT             PIC X(50).
018100         10  WS-RCL-FOUND            PIC 9(09) COMP.
018200*
018300 01  WS-ON-MASTER-TEXT.
018400     05  FILLER                  PIC X(20)
018500         VALUE "REJECTED - RUN DATE ".
018600     05  WS-ON-MASTER-DATE       PIC 9(08).
018700     05  FILLER                  PIC X(22)
018800         VALUE " ALREADY ON THE MASTER".
018900*
019000 01  WS-REG-HEADING-1.
019100     05  FILLER                  PIC X(08) VALUE "DBL280".
019200     05  FILLER                  PIC X(36)
019300         VALUE "RESULTS MASTER RECALL REGISTER".
019400     05  FILLER                  PIC X(07) VALUE "RUN ON ".
019500     05  WS-REG-HDR-TODAY        PIC 9(08).
019600     05  FILLER                  PIC X(06) VALUE "  PAGE".
019700     05  WS-REG-HDR-PAGE-NO      PIC ZZZ9.
019800     05  FILLER                  PIC X(63) VALUE SPACES.
019900*
020000 01  WS-REG-HEADING-2.
020100     05  FILLER                  PIC X(12) VALUE "FROM DATE".
020200     05  FILLER                  PIC X(12) VALUE "TO DATE".
020300     05  FILLER                  PIC X(15) VALUE "    RECORDS".
020400     05  FILLER                  PIC X(50) VALUE "STATUS".
020500     05  FILLER                  PIC X(43) VALUE SPACES.
020600*
020700*    ONE LINE PER CARD, AND THEN ONE PER RUN DATE NOW BACK ON
020800*    THE MASTER (TO-DATE LEFT BLANK).
020900 01  WS-REG-DETAIL-LINE.
021000     05  WS-REG-FROM             PIC X(08).
021100     05  FILLER                  PIC X(04) VALUE SPACES.
021200     05  WS-REG-TO               PIC X(08).
021300     05  FILLER                  PIC X(04) VALUE SPACES.
021400     05  WS-REG-COUNT            PIC ZZZ,ZZZ,ZZ9.
021500     05  FILLER                  PIC X(04) VALUE SPACES.
021600     05  WS-REG-STATUS           PIC X(50).
021700     05  FILLER                  PIC X(43) VALUE SPACES.
021800*
021900 01  WS-REG-TOTAL-LINE.
022000     05  WS-REG-TOTAL-TEXT       PIC X(30).
022100     05  WS-REG-TOTAL-COUNT      PIC ZZZ,ZZZ,ZZ9.
022200     05  FILLER                  PIC X(91) VALUE SPACES.
022300*
022400 PROCEDURE DIVISION.
022500*
022600******************************************************************
022700*    0000-MAINLINE
022800*    CONTROLS OVERALL FLOW OF THE RECALL RUN.
022900******************************************************************
023000 0000-MAINLINE SECTION.
023100     PERFORM 1000-INITIALIZE
023200         THRU 1000-INITIALIZE-EXIT
023300     PERFORM 2000-CHECK-ONE-CARD
023400         THRU 2000-CHECK-ONE-CARD-EXIT
023500         VARYING WS-CARD-SUB FROM 1 BY 1
023600         UNTIL WS-CARD-SUB > WS-RCL-COUNT
023700     IF WS-CARDS-ACCEPTED > ZERO
023800         PERFORM 3000-RECALL-FROM-ARCHIVE
023900             THRU 3000-RECALL-FROM-ARCHIVE-EXIT
024000     END-IF
024100     PERFORM 4000-PRINT-ONE-CARD
024200         THRU 4000-PRINT-ONE-CARD-EXIT
024300         VARYING WS-CARD-SUB FROM 1 BY 1
024400         UNTIL WS-CARD-SUB > WS-RCL-COUNT
024500     IF WS-RECORDS-RECALLED > ZERO
024600         MOVE SPACES TO RCLREG-LINE
024700         WRITE RCLREG-LINE AFTER ADVANCING 1 LINE
024800         ADD 1 TO WS-LINE-COUNT
024900         PERFORM 4100-LIST-RECALLED-DATES
025000             THRU 4100-LIST-RECALLED-DATES-EXIT
025100             VARYING WS-CARD-SUB FROM 1 BY 1
025200             UNTIL WS-CARD-SUB > WS-RCL-COUNT
025300     END-IF
025400     PERFORM 9000-TERMINATE
025500         THRU 9000-TERMINATE-EXIT
025600     STOP RUN.
025700*
025800******************************************************************
025900*    1000-INITIALIZE
026000*    LOADS THE RECALL CARDS, AND OPENS THE MASTER AND THE
026100*    REGISTER WITH A STATUS CHECK AFTER EVERY OPEN.
026200******************************************************************
026300 1000-INITIALIZE SECTION.
026400     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
026500     PERFORM 1010-LOAD-CARDS
026600         THRU 1010-LOAD-CARDS-EXIT
026700     OPEN I-O RSLTMSTR
026800     IF WS-RSLTMSTR-STATUS NOT = "00"
026900         DISPLAY "DBL280 - UNABLE TO OPEN RSLTMSTR - STATUS "
027000             WS-RSLTMSTR-STATUS
027100         MOVE 16 TO RETURN-CODE
027200         STOP RUN
027300     END-IF
027400     OPEN OUTPUT RCLREG
027500     IF WS-RCLREG-STATUS NOT = "00"
027600         DISPLAY "DBL280 - UNABLE TO OPEN RCLREG - STATUS "
027700             WS-RCLREG-STATUS
027800         MOVE 16 TO RETURN-CODE
027900         CLOSE RSLTMSTR
028000         STOP RUN
028100     END-IF
028200     PERFORM 5100-PAGE-HEADING
028300         THRU 5100-PAGE-HEADING-EXIT.
028400 1000-INITIALIZE-EXIT.
028500     EXIT.
028600*
028700******************************************************************
028800*    1010-LOAD-CARDS
028900*    LOADS THE RECALL CARDS INTO THE CARD TABLE. AN EMPTY DECK,
029000*    OR ONE WITH MORE CARDS THAN THE TABLE HOLDS, STOPS THE RUN
029100*    BEFORE THE MASTER IS TOUCHED.
029200******************************************************************
029300 1010-LOAD-CARDS SECTION.
029400     OPEN INPUT RCLCARD
029500     IF WS-RCLCARD-STATUS NOT = "00"
029600         DISPLAY "DBL280 - UNABLE TO OPEN RCLCARD - STATUS "
029700             WS-RCLCARD-STATUS
029800         MOVE 16 TO RETURN-CODE
029900         STOP RUN
030000     END-IF
030100     PERFORM 1020-READ-ONE-CARD
030200         THRU 1020-READ-ONE-CARD-EXIT
030300         UNTIL WS-RCLCARD-EOF
030400     CLOSE RCLCARD
030500     IF WS-RCL-COUNT = ZERO
030600         DISPLAY "DBL280 - RCLCARD IS EMPTY - NOTHING TO RECALL"
030700         MOVE 16 TO RETURN-CODE
030800         STOP RUN
030900     END-IF.
031000 1010-LOAD-CARDS-EXIT.
031100     EXIT.
031200*
031300******************************************************************
031400*    1020-READ-ONE-CARD
031500*    READS ONE RECALL CARD INTO THE NEXT TABLE ENTRY, AS KEYED.
031600******************************************************************
031700 1020-READ-ONE-CARD SECTION.
031800     READ RCLCARD
031900         AT END
032000             SET WS-RCLCARD-EOF TO TRUE
032100             GO TO 1020-READ-ONE-CARD-EXIT
032200     END-READ
032300     ADD 1 TO WS-CARDS-READ
032400     IF WS-RCL-COUNT >= WS-MAX-CARDS
032500         DISPLAY "DBL280 - MORE THAN " WS-MAX-CARDS
032600             " RECALL CARDS - SPLIT THE DECK"
032700         CLOSE RCLCARD
032800         MOVE 16 TO RETURN-CODE
032900         STOP RUN
033000     END-IF
033100     ADD 1 TO WS-RCL-COUNT
033200     MOVE DBLRCL-FROM-DATE-X TO WS-RCL-FROM-X (WS-RCL-COUNT)
033300     MOVE DBLRCL-TO-DATE-X TO WS-RCL-TO-X (WS-RCL-COUNT)
033400     MOVE SPACE TO WS-RCL-STATUS (WS-RCL-COUNT)
033500     MOVE SPACES TO WS-RCL-TEXT (WS-RCL-COUNT)
033600     MOVE ZERO TO WS-RCL-FOUND (WS-RCL-COUNT).
033700 1020-READ-ONE-CARD-EXIT.
033800     EXIT.
033900*
034000******************************************************************
034100*    2000-CHECK-ONE-CARD
034200*    ACCEPTS OR REJECTS ONE RECALL CARD. A BLANK OR ZERO
034300*    TO-DATE RECALLS THE FROM-DATE ALONE. THE RANGE MUST NOT
034400*    OVERLAP AN EARLIER ACCEPTED CARD, AND NO RECORD IN IT MAY
034500*    BE ON THE MASTER NOW.
034600******************************************************************
034700 2000-CHECK-ONE-CARD SECTION.
034800     IF WS-RCL-FROM-X (WS-CARD-SUB) IS NOT NUMERIC
034900         OR WS-RCL-FROM (WS-CARD-SUB) = ZERO
035000         MOVE "REJECTED - FROM DATE NOT A USABLE DATE"
035100             TO WS-REJECT-TEXT
035200         PERFORM 2800-REJECT-CARD
035300             THRU 2800-REJECT-CARD-EXIT
035400         GO TO 2000-CHECK-ONE-CARD-EXIT
035500     END-IF
035600     IF WS-RCL-TO-X (WS-CARD-SUB) = SPACES
035700         OR WS-RCL-TO-X (WS-CARD-SUB) = ZEROS
035800         MOVE WS-RCL-FROM (WS-CARD-SUB)
035900             TO WS-RCL-TO (WS-CARD-SUB)
036000     END-IF
036100     IF WS-RCL-TO-X (WS-CARD-SUB) IS NOT NUMERIC
036200         MOVE "REJECTED - TO DATE NOT A USABLE DATE"
036300             TO WS-REJECT-TEXT
036400         PERFORM 2800-REJECT-CARD
036500             THRU 2800-REJECT-CARD-EXIT
036600         GO TO 2000-CHECK-ONE-CARD-EXIT
036700     END-IF
036800     IF WS-RCL-TO (WS-CARD-SUB) < WS-RCL-FROM (WS-CARD-SUB)
036900         MOVE "REJECTED - TO DATE BEFORE FROM DATE"
037000             TO WS-REJECT-TEXT
037100         PERFORM 2800-REJECT-CARD
037200             THRU 2800-REJECT-CARD-EXIT
037300         GO TO 2000-CHECK-ONE-CARD-EXIT
037400     END-IF
037500     MOVE "N" TO WS-OVERLAP-FOUND-SWITCH
037600     PERFORM 2010-CHECK-OVERLAP
037700         THRU 2010-CHECK-OVERLAP-EXIT
037800         VARYING WS-SCAN-SUB FROM 1 BY 1
037900         UNTIL WS-SCAN-SUB >= WS-CARD-SUB
038000            OR WS-OVERLAP-FOUND
038100     IF WS-OVERLAP-FOUND
038200         MOVE "REJECTED - OVERLAPS AN EARLIER CARD"
038300             TO WS-REJECT-TEXT
038400         PERFORM 2800-REJECT-CARD
038500             THRU 2800-REJECT-CARD-EXIT
038600         GO TO 2000-CHECK-ONE-CARD-EXIT
038700     END-IF
038800     PERFORM 2100-CHECK-MASTER-CLEAR
038900         THRU 2100-CHECK-MASTER-CLEAR-EXIT
039000     IF WS-RCL-REJECTED (WS-CARD-SUB)
039100         GO TO 2000-CHECK-ONE-CARD-EXIT
039200     END-IF
039300     SET WS-RCL-ACCEPTED (WS-CARD-SUB) TO TRUE
039400     ADD 1 TO WS-CARDS-ACCEPTED.
039500 2000-CHECK-ONE-CARD-EXIT.
039600     EXIT.
039700*
039800******************************************************************
039900*    2010-CHECK-OVERLAP
040000*    TESTS THE CARD BEING CHECKED AGAINST ONE EARLIER CARD. ONLY
040100*    AN ACCEPTED EARLIER CARD COUNTS.
040200******************************************************************
040300 2010-CHECK-OVERLAP SECTION.
040400     IF WS-RCL-ACCEPTED (WS-SCAN-SUB)
040500         AND WS-RCL-FROM (WS-CARD-SUB) <= WS-RCL-TO (WS-SCAN-SUB)
040600         AND WS-RCL-TO (WS-CARD-SUB) >= WS-RCL-FROM (WS-SCAN-SUB)
040700         SET WS-OVERLAP-FOUND TO TRUE
040800     END-IF.
040900 2010-CHECK-OVERLAP-EXIT.
041000     EXIT.
041100*
041200******************************************************************
041300*    2100-CHECK-MASTER-CLEAR
041400*    POSITIONS THE MASTER AT THE START OF THE CARD'S RANGE AND
041500*    READS THE FIRST RECORD THERE. IF IT FALLS INSIDE THE RANGE
041600*    THE CARD IS REJECTED, NAMING THAT RECORD'S RUN DATE.
041700******************************************************************
041800 2100-CHECK-MASTER-CLEAR SECTION.
041900     MOVE WS-RCL-FROM (WS-CARD-SUB) TO DBLRMST-RUN-DATE
042000     MOVE ZERO TO DBLRMST-SEQUENCE-NO
042100     START RSLTMSTR KEY IS NOT LESS THAN DBLRMST-KEY
042200         INVALID KEY
042300             GO TO 2100-CHECK-MASTER-CLEAR-EXIT
042400     END-START
042500     READ RSLTMSTR NEXT
042600         AT END
042700             GO TO 2100-CHECK-MASTER-CLEAR-EXIT
042800     END-READ
042900     IF WS-RSLTMSTR-STATUS NOT = "00"
043000         DISPLAY "DBL280 - RSLTMSTR READ FAILED - STATUS "
043100             WS-RSLTMSTR-STATUS
043200         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
043300     END-IF
043400     IF DBLRMST-RUN-DATE <= WS-RCL-TO (WS-CARD-SUB)
043500         MOVE DBLRMST-RUN-DATE TO WS-ON-MASTER-DATE
043600         MOVE WS-ON-MASTER-TEXT TO WS-REJECT-TEXT
043700         PERFORM 2800-REJECT-CARD
043800             THRU 2800-REJECT-CARD-EXIT
043900     END-IF.
044000 2100-CHECK-MASTER-CLEAR-EXIT.
044100     EXIT.
044200*
044300******************************************************************
044400*    2800-REJECT-CARD
044500*    MARKS THE CARD BEING CHECKED REJECTED, WITH THE REASON
044600*    STAGED IN WS-REJECT-TEXT FOR THE REGISTER.
044700******************************************************************
044800 2800-REJECT-CARD SECTION.
044900     SET WS-RCL-REJECTED (WS-CARD-SUB) TO TRUE
045000     MOVE WS-REJECT-TEXT TO WS-RCL-TEXT (WS-CARD-SUB)
045100     ADD 1 TO WS-CARDS-REJECTED.
045200 2800-REJECT-CARD-EXIT.
045300     EXIT.
045400*
045500******************************************************************
045600*    3000-RECALL-FROM-ARCHIVE
045700*    READS THE WHOLE ARCHIVE ONCE, RECALLING EVERY RECORD THAT
045800*    FALLS IN AN ACCEPTED RANGE. NO ARCHIVE FILE AT ALL (STATUS
045900*    35) MEANS NOTHING HAS EVER BEEN PURGED, AND EVERY ACCEPTED
046000*    CARD IS REGISTERED AS FINDING NOTHING.
046100******************************************************************
046200 3000-RECALL-FROM-ARCHIVE SECTION.
046300     OPEN INPUT ARCHFILE
046400     IF WS-ARCHFILE-STATUS = "35"
046500         DISPLAY "DBL280 - NO ARCHFILE - NOTHING HAS BEEN PURGED"
046600         GO TO 3000-RECALL-FROM-ARCHIVE-EXIT
046700     END-IF
046800     IF WS-ARCHFILE-STATUS NOT = "00"
046900         DISPLAY "DBL280 - UNABLE TO OPEN ARCHFILE - STATUS "
047000             WS-ARCHFILE-STATUS
047100         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
047200     END-IF
047300     SET WS-ARCHFILE-OPEN TO TRUE
047400     PERFORM 3600-READ-ARCHIVE
047500         THRU 3600-READ-ARCHIVE-EXIT
047600     PERFORM 3010-TAKE-ONE-ARCHIVE
047700         THRU 3010-TAKE-ONE-ARCHIVE-EXIT
047800         UNTIL WS-ARCHFILE-EOF
047900     CLOSE ARCHFILE
048000     MOVE "N" TO WS-ARCHFILE-OPEN-SWITCH.
048100 3000-RECALL-FROM-ARCHIVE-EXIT.
048200     EXIT.
048300*
048400******************************************************************
048500*    3010-TAKE-ONE-ARCHIVE
048600*    FINDS THE ACCEPTED CARD, IF ANY, WHOSE RANGE HOLDS THE
048700*    CURRENT ARCHIVE RECORD'S RUN DATE, RECALLS THE RECORD IF
048800*    ONE DOES, AND READS THE NEXT.
048900******************************************************************
049000 3010-TAKE-ONE-ARCHIVE SECTION.
049100     MOVE ZERO TO WS-MATCH-SUB
049200     PERFORM 3020-MATCH-ONE-CARD
049300         THRU 3020-MATCH-ONE-CARD-EXIT
049400         VARYING WS-SCAN-SUB FROM 1 BY 1
049500         UNTIL WS-SCAN-SUB > WS-RCL-COUNT
049600            OR WS-MATCH-SUB > ZERO
049700     IF WS-MATCH-SUB > ZERO
049800         PERFORM 3100-RESTORE-ONE-RECORD
049900             THRU 3100-RESTORE-ONE-RECORD-EXIT
050000     END-IF
050100     PERFORM 3600-READ-ARCHIVE
050200         THRU 3600-READ-ARCHIVE-EXIT.
050300 3010-TAKE-ONE-ARCHIVE-EXIT.
050400     EXIT.
050500*
050600******************************************************************
050700*    3020-MATCH-ONE-CARD
050800*    TESTS THE CURRENT ARCHIVE RECORD AGAINST ONE CARD'S RANGE.
050900******************************************************************
051000 3020-MATCH-ONE-CARD SECTION.
051100     IF WS-RCL-ACCEPTED (WS-SCAN-SUB)
051200         AND ARCH-RUN-DATE >= WS-RCL-FROM (WS-SCAN-SUB)
051300         AND ARCH-RUN-DATE <= WS-RCL-TO (WS-SCAN-SUB)
051400         MOVE WS-SCAN-SUB TO WS-MATCH-SUB
051500     END-IF.
051600 3020-MATCH-ONE-CARD-EXIT.
051700     EXIT.
051800*
051900******************************************************************
052000*    3100-RESTORE-ONE-RECORD
052100*    WRITES THE CURRENT ARCHIVE RECORD BACK TO THE MASTER,
052200*    FLAGGED RECALLED. THE RANGE WAS CLEAR OF THE MASTER WHEN
052300*    THE CARD WAS ACCEPTED, SO A KEY ALREADY THERE WAS RECALLED
052400*    EARLIER IN THIS PASS FROM AN OLDER ARCHIVE COPY, AND THIS
052500*    LATER VERSION TAKES ITS PLACE.
052600******************************************************************
052700 3100-RESTORE-ONE-RECORD SECTION.
052800     MOVE ARCH-RECORD TO DBLRMST-RECORD
052900     SET DBLRMST-RECALL-UNCHANGED TO TRUE
053000     MOVE WS-TODAY-DATE TO DBLRMST-RECALL-DATE
053100     MOVE DBLRMST-NUMBER TO DBLRMST-RECALL-NUMBER
053200     WRITE DBLRMST-RECORD
053300         INVALID KEY
053400             PERFORM 3110-APPLY-LATER-VERSION
053500                 THRU 3110-APPLY-LATER-VERSION-EXIT
053600             GO TO 3100-RESTORE-ONE-RECORD-EXIT
053700     END-WRITE
053800     IF WS-RSLTMSTR-STATUS NOT = "00"
053900         DISPLAY "DBL280 - RSLTMSTR WRITE FAILED - STATUS "
054000             WS-RSLTMSTR-STATUS
054100         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
054200     END-IF
054300     ADD 1 TO WS-RECORDS-RECALLED
054400     ADD 1 TO WS-RCL-FOUND (WS-MATCH-SUB).
054500 3100-RESTORE-ONE-RECORD-EXIT.
054600     EXIT.
054700*
054800******************************************************************
054900*    3110-APPLY-LATER-VERSION
055000*    REPLACES THE COPY OF A KEY RECALLED EARLIER IN THIS PASS
055100*    WITH THE LATER VERSION JUST READ FROM THE ARCHIVE. THE KEY
055200*    IS ALREADY COUNTED UNDER ITS CARD.
055300******************************************************************
055400 3110-APPLY-LATER-VERSION SECTION.
055500     REWRITE DBLRMST-RECORD
055600     IF WS-RSLTMSTR-STATUS NOT = "00"
055700         DISPLAY "DBL280 - RSLTMSTR REWRITE FAILED - STATUS "
055800             WS-RSLTMSTR-STATUS
055900         PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
056000     END-IF
056100     ADD 1 TO WS-LATER-VERSIONS.
056200 3110-APPLY-LATER-VERSION-EXIT.
056300     EXIT.
056400*
056500******************************************************************
056600*    3600-READ-ARCHIVE
056700*    READS THE NEXT ARCHIVE RECORD.
056800******************************************************************
056900 3600-READ-ARCHIVE SECTION.
057000     READ ARCHFILE
057100         AT END
057200             SET WS-ARCHFILE-EOF TO TRUE
057300         NOT AT END
057400             ADD 1 TO WS-ARCHIVE-READ
057500     END-READ.
057600 3600-READ-ARCHIVE-EXIT.
057700     EXIT.
057800*
057900******************************************************************
058000*    4000-PRINT-ONE-CARD
058100*    PRINTS ONE CARD'S REGISTER LINE - ITS RANGE AS KEYED, THE
058200*    RECORDS RECALLED FOR IT, AND WHAT BECAME OF IT. AN ACCEPTED
058300*    CARD THE ARCHIVE HAD NOTHING FOR IS WARNED.
058400******************************************************************
058500 4000-PRINT-ONE-CARD SECTION.
058600     MOVE WS-RCL-FROM-X (WS-CARD-SUB) TO WS-REG-FROM
058700     MOVE WS-RCL-TO-X (WS-CARD-SUB) TO WS-REG-TO
058800     MOVE WS-RCL-FOUND (WS-CARD-SUB) TO WS-REG-COUNT
058900     IF WS-RCL-REJECTED (WS-CARD-SUB)
059000         MOVE WS-RCL-TEXT (WS-CARD-SUB) TO WS-REG-STATUS
059100     ELSE
059200         IF WS-RCL-FOUND (WS-CARD-SUB) = ZERO
059300             MOVE "WARNING - NOTHING FOR THESE DATES ON ARCHIVE"
059400                 TO WS-REG-STATUS
059500             ADD 1 TO WS-CARDS-EMPTY
059600         ELSE
059700             MOVE "RECALLED" TO WS-REG-STATUS
059800         END-IF
059900     END-IF
060000     PERFORM 5000-WRITE-REG-LINE
060100         THRU 5000-WRITE-REG-LINE-EXIT.
060200 4000-PRINT-ONE-CARD-EXIT.
060300     EXIT.
060400*
060500******************************************************************
060600*    4100-LIST-RECALLED-DATES
060700*    BROWSES THE MASTER OVER ONE ACCEPTED CARD'S RANGE AND
060800*    PRINTS A LINE FOR EACH RUN DATE NOW BACK ON IT, WITH ITS
060900*    RECORD COUNT. EVERY RECORD IN THE RANGE WAS PUT THERE BY
061000*    THIS RUN.
061100******************************************************************
061200 4100-LIST-RECALLED-DATES SECTION.
061300     IF NOT WS-RCL-ACCEPTED (WS-CARD-SUB)
061400         OR WS-RCL-FOUND (WS-CARD-SUB) = ZERO
061500         GO TO 4100-LIST-RECALLED-DATES-EXIT
061600     END-IF
061700     MOVE "N" TO WS-BROWSE-DONE-SWITCH
061800     MOVE ZERO TO WS-DATE-COUNT
061900     MOVE WS-RCL-FROM (WS-CARD-SUB) TO DBLRMST-RUN-DATE
062000     MOVE ZERO TO DBLRMST-SEQUENCE-NO
062100     START RSLTMSTR KEY IS NOT LESS THAN DBLRMST-KEY
062200         INVALID KEY
062300             SET WS-BROWSE-DONE TO TRUE
062400     END-START
062500     PERFORM 4110-READ-NEXT-MASTER
062600         THRU 4110-READ-NEXT-MASTER-EXIT
062700         UNTIL WS-BROWSE-DONE
062800     IF WS-DATE-COUNT > ZERO
062900         PERFORM 4120-PRINT-DATE-LINE
063000             THRU 4120-PRINT-DATE-LINE-EXIT
063100     END-IF.
063200 4100-LIST-RECALLED-DATES-EXIT.
063300     EXIT.
063400*
063500******************************************************************
063600*    4110-READ-NEXT-MASTER
063700*    READS THE NEXT MASTER RECORD IN THE RANGE AND COUNTS IT
063800*    UNDER ITS RUN DATE, PRINTING THE DATE BEFORE WHEN THE RUN
063900*    DATE CHANGES. A RECORD PAST THE RANGE, OR END OF FILE,
064000*    ENDS THE BROWSE.
064100******************************************************************
064200 4110-READ-NEXT-MASTER SECTION.
064300     READ RSLTMSTR NEXT
064400         AT END
064500             SET WS-BROWSE-DONE TO TRUE
064600             GO TO 4110-READ-NEXT-MASTER-EXIT
064700     END-READ
064800     IF DBLRMST-RUN-DATE > WS-RCL-TO (WS-CARD-SUB)
064900         SET WS-BROWSE-DONE TO TRUE
065000         GO TO 4110-READ-NEXT-MASTER-EXIT
065100     END-IF
065200     IF WS-DATE-COUNT > ZERO
065300         AND DBLRMST-RUN-DATE NOT = WS-BREAK-RUN-DATE
065400         PERFORM 4120-PRINT-DATE-LINE
065500             THRU 4120-PRINT-DATE-LINE-EXIT
065600     END-IF
065700     MOVE DBLRMST-RUN-DATE TO WS-BREAK-RUN-DATE
065800     ADD 1 TO WS-DATE-COUNT.
065900 4110-READ-NEXT-MASTER-EXIT.
066000     EXIT.
066100*
066200******************************************************************
066300*    4120-PRINT-DATE-LINE
066400*    PRINTS THE RUN DATE JUST FINISHED WITH ITS RECORD COUNT AND
066500*    CLEARS THE COUNT FOR THE NEXT DATE.
066600******************************************************************
066700 4120-PRINT-DATE-LINE SECTION.
066800     MOVE WS-BREAK-RUN-DATE TO WS-REG-FROM
066900     MOVE SPACES TO WS-REG-TO
067000     MOVE WS-DATE-COUNT TO WS-REG-COUNT
067100     MOVE "RUN DATE BACK ON THE MASTER" TO WS-REG-STATUS
067200     PERFORM 5000-WRITE-REG-LINE
067300         THRU 5000-WRITE-REG-LINE-EXIT
067400     MOVE ZERO TO WS-DATE-COUNT.
067500 4120-PRINT-DATE-LINE-EXIT.
067600     EXIT.
067700*
067800******************************************************************
067900*    5000-WRITE-REG-LINE
068000*    WRITES THE REGISTER DETAIL LINE, BREAKING TO A NEW PAGE
068100*    WHEN THE CURRENT PAGE IS FULL.
068200******************************************************************
068300 5000-WRITE-REG-LINE SECTION.
068400     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
068500         PERFORM 5100-PAGE-HEADING
068600             THRU 5100-PAGE-HEADING-EXIT
068700     END-IF
068800     WRITE RCLREG-LINE FROM WS-REG-DETAIL-LINE
068900         AFTER ADVANCING 1 LINE
069000     ADD 1 TO WS-LINE-COUNT.
069100 5000-WRITE-REG-LINE-EXIT.
069200     EXIT.
069300*
069400******************************************************************
069500*    5050-WRITE-TOTAL-LINE
069600*    WRITES ONE END-OF-REGISTER TOTAL LINE.
069700******************************************************************
069800 5050-WRITE-TOTAL-LINE SECTION.
069900     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
070000         PERFORM 5100-PAGE-HEADING
070100             THRU 5100-PAGE-HEADING-EXIT
070200     END-IF
070300     WRITE RCLREG-LINE FROM WS-REG-TOTAL-LINE
070400         AFTER ADVANCING 1 LINE
070500     ADD 1 TO WS-LINE-COUNT.
070600 5050-WRITE-TOTAL-LINE-EXIT.
070700     EXIT.
070800*
070900******************************************************************
071000*    5100-PAGE-HEADING
071100*    STARTS A NEW REGISTER PAGE WITH THE RUN DATE, PAGE NUMBER,
071200*    AND COLUMN HEADINGS.
071300******************************************************************
071400 5100-PAGE-HEADING SECTION.
071500     ADD 1 TO WS-PAGE-NO
071600     MOVE WS-PAGE-NO TO WS-REG-HDR-PAGE-NO
071700     MOVE WS-TODAY-DATE TO WS-REG-HDR-TODAY
071800     WRITE RCLREG-LINE FROM WS-REG-HEADING-1
071900         AFTER ADVANCING PAGE
072000     WRITE RCLREG-LINE FROM WS-REG-HEADING-2
072100         AFTER ADVANCING 2 LINES
072200     MOVE SPACES TO RCLREG-LINE
072300     WRITE RCLREG-LINE AFTER ADVANCING 1 LINE
072400     MOVE 4 TO WS-LINE-COUNT.
072500 5100-PAGE-HEADING-EXIT.
072600     EXIT.
072700*
072800******************************************************************
072900*    9000-TERMINATE
073000*    PRINTS THE REGISTER TOTALS, CLOSES THE FILES, SETS THE
073100*    RETURN CODE, AND DISPLAYS THE FINAL COUNTS.
073200******************************************************************
073300 9000-TERMINATE SECTION.
073400     MOVE SPACES TO RCLREG-LINE
073500     WRITE RCLREG-LINE AFTER ADVANCING 2 LINES
073600     ADD 2 TO WS-LINE-COUNT
073700     MOVE "RECALL CARDS READ" TO WS-REG-TOTAL-TEXT
073800     MOVE WS-CARDS-READ TO WS-REG-TOTAL-COUNT
073900     PERFORM 5050-WRITE-TOTAL-LINE
074000         THRU 5050-WRITE-TOTAL-LINE-EXIT
074100     MOVE "CARDS ACCEPTED" TO WS-REG-TOTAL-TEXT
074200     MOVE WS-CARDS-ACCEPTED TO WS-REG-TOTAL-COUNT
074300     PERFORM 5050-WRITE-TOTAL-LINE
074400         THRU 5050-WRITE-TOTAL-LINE-EXIT
074500     MOVE "CARDS REJECTED" TO WS-REG-TOTAL-TEXT
074600     MOVE WS-CARDS-REJECTED TO WS-REG-TOTAL-COUNT
074700     PERFORM 5050-WRITE-TOTAL-LINE
074800         THRU 5050-WRITE-TOTAL-LINE-EXIT
074900     MOVE "ARCHIVE RECORDS READ" TO WS-REG-TOTAL-TEXT
075000     MOVE WS-ARCHIVE-READ TO WS-REG-TOTAL-COUNT
075100     PERFORM 5050-WRITE-TOTAL-LINE
075200         THRU 5050-WRITE-TOTAL-LINE-EXIT
075300     MOVE "RECORDS RECALLED" TO WS-REG-TOTAL-TEXT
075400     MOVE WS-RECORDS-RECALLED TO WS-REG-TOTAL-COUNT
075500     PERFORM 5050-WRITE-TOTAL-LINE
075600         THRU 5050-WRITE-TOTAL-LINE-EXIT
075700     MOVE "LATER VERSIONS APPLIED" TO WS-REG-TOTAL-TEXT
075800     MOVE WS-LATER-VERSIONS TO WS-REG-TOTAL-COUNT
075900     PERFORM 5050-WRITE-TOTAL-LINE
076000         THRU 5050-WRITE-TOTAL-LINE-EXIT
076100     CLOSE RSLTMSTR
076200     CLOSE RCLREG
076300     IF (WS-CARDS-REJECTED > ZERO OR WS-CARDS-EMPTY > ZERO)
076400         AND RETURN-CODE < 4
076500         MOVE 4 TO RETURN-CODE
076600     END-IF
076700     DISPLAY "DBL280 - CARDS READ:       " WS-CARDS-READ
076800     DISPLAY "DBL280 - CARDS ACCEPTED:   " WS-CARDS-ACCEPTED
076900     DISPLAY "DBL280 - CARDS REJECTED:   " WS-CARDS-REJECTED
077000     DISPLAY "DBL280 - ARCHIVE READ:     " WS-ARCHIVE-READ
077100     DISPLAY "DBL280 - RECORDS RECALLED: " WS-RECORDS-RECALLED
077200     DISPLAY "DBL280 - LATER VERSIONS:   " WS-LATER-VERSIONS.
077300 9000-TERMINATE-EXIT.
077400     EXIT.
077500*
077600******************************************************************
077700*    9900-ABEND
077800*    REPORTS A FILE ERROR PART WAY THROUGH THE RECALL AND ENDS
077900*    THE RUN IMMEDIATELY. WHAT WAS RESTORED STAYS ON THE MASTER,
078000*    FLAGGED RECALLED, UNTIL THE NEXT PURGE DROPS IT.
078100******************************************************************
078200 9900-ABEND SECTION.
078300     DISPLAY "DBL280 - RECALL INCOMPLETE - "
078400         WS-RECORDS-RECALLED " RECORDS RESTORED BEFORE THE ERROR"
078500     IF WS-ARCHFILE-OPEN
078600         CLOSE ARCHFILE
078700     END-IF
078800     CLOSE RSLTMSTR
078900     CLOSE RCLREG
079000     MOVE 16 TO RETURN-CODE
079100     STOP RUN.
079200 9900-ABEND-EXIT.
079300     EXIT.
