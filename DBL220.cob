000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DBL220.
000300 AUTHOR.         J R MICHAELS.
000400 INSTALLATION.   DATA PROCESSING - BATCH SYSTEMS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*    DBL220 - POST-RUN ADJUSTMENT
001000*
001100*    CORRECTS TRANSACTIONS ON THE RESULTS MASTER AFTER THEIR
001200*    RUN HAS FINISHED AND THEIR EXTRACT HAS GONE TO THE POSTING
001300*    SYSTEM. A DECK OF ADJUSTMENT CARDS (COPYBOOK DBLADJC) NAMES
001400*    EACH TRANSACTION BY RUN DATE AND SEQUENCE NUMBER AND GIVES
001500*    THE CORRECTED NUMBER; THE RESULT IS RECOMPUTED FROM THE
001600*    TRANSACTION'S OWN OPERATION CODE, EXACTLY AS DBL100 DOES
001700*    FOR A CORRECTION KEYED AT THE END OF A RUN.
001800*
001900*    FOR EVERY CARD APPLIED THE MASTER IS REWRITTEN AND A PAIR
002000*    OF ADJUSTMENT RECORDS IS CUT ON THE ADJUSTMENT EXTRACT
002100*    (ADJOUT, DBLINTF LAYOUT) - A REVERSAL (R) CARRYING THE
002200*    VALUES THE MASTER HELD AND A REPLACEMENT (A) CARRYING THE
002300*    CORRECTED ONES - SO THE POSTING SYSTEM CAN BACK OUT WHAT IT
002400*    HAS AND POST WHAT IS RIGHT. THE EXTRACT ENDS WITH ONE
002500*    ADJUSTMENT CONTROL RECORD (J) OVER THE PAIRS, AND A COPY OF
002600*    IT IS KEPT ON ICTLFILE SO DBL100 RECONCILES THE POSTING
002700*    SYSTEM'S ACK FOR IT SEPARATELY FROM THE ORIGINAL DETAILS.
002800*    A DECK THAT APPLIES NOTHING CUTS NO CONTROL RECORD.
002900*
003000*    THE OPERATOR NAMED ON THE HEADER CARD MUST BE ON THE
003100*    OPERATOR SECURITY MASTER. ONE WITHOUT CORRECTION AUTHORITY
003200*    HAS EVERY CARD REFUSED AND JOURNALED AS REFUSED, AS DBL100
003300*    DOES AT THE TERMINAL. A MALFORMED CARD, A TRANSACTION NOT
003400*    ON THE MASTER, A CORRECTED NUMBER THAT OVERFLOWS THE
003500*    RESULT, OR ONE THAT CHANGES NOTHING IS REJECTED AND
003600*    REGISTERED - THE REST OF THE DECK STILL APPLIES. EVERY
003700*    APPLIED CARD IS JOURNALED UNDER ACTION CODE J WITH THE
003800*    TRANSACTION'S ORIGINAL RUN DATE, AND EVERY CARD IS PRINTED
003900*    ON THE REGISTER WITH ITS BEFORE AND AFTER VALUES. ANY CARD
004000*    NOT APPLIED ENDS THE STEP WITH RETURN CODE 8.
004100*
004200*    MODIFICATION HISTORY
004300*    DATE       INIT  DESCRIPTION
004400*    ---------  ----  -----------------------------------------
004500*    2026-10-15 JRM   ORIGINAL PROGRAM - POST-RUN ADJUSTMENT.
004510*    2026-10-15 JRM   AN ADJUSTMENT NOW LEAVES DBLRMST-ORIG-NUMBER
004520*                     ALONE, FILLING IT FROM THE CURRENT NUMBER ON
004530*                     A RECORD WRITTEN BEFORE IT WAS KEPT, SO THE
004540*                     BALANCING JOB CAN ALLOW FOR THE CHANGE.
004542*    2026-10-15 JRM   THE REVERSAL/REPLACEMENT PAIR NOW CARRIES
004544*                     THE FEEDER SOURCE OF THE MASTER RECORD IT
004546*                     ADJUSTS.
004548*    2026-10-15 JRM   ADJUSTING A RECORD THE RECALL JOB (DBL280)
004550*                     PUT BACK ON THE MASTER MARKS IT CHANGED
004552*                     WHILE RECALLED, SO THE NEXT PURGE ARCHIVES
004554*                     IT AGAIN AS A LATER VERSION.
004556*    2026-10-15 JRM   EACH JOURNAL ENTRY NOW STARTS FROM A CLEAR
004558*                     RECORD, SO NO FIELD CARRIES OVER FROM THE
004560*                     ENTRY BEFORE, AND ITS TIME IS FORCED
004562*                     STRICTLY RISING SO TWO ENTRIES FOR ONE
004564*                     CARD NEVER SHARE AN AUDIT HISTORY KEY.
004600******************************************************************
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 SOURCE-COMPUTER.    IBM-370.
005000 OBJECT-COMPUTER.    IBM-370.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT ADJCARD  ASSIGN TO ADJCARD
005400                     ORGANIZATION IS SEQUENTIAL
005500                     FILE STATUS IS WS-ADJCARD-STATUS.
005600
005700     SELECT OPERMAST ASSIGN TO OPERMAST
005800                     ORGANIZATION IS SEQUENTIAL
005900                     FILE STATUS IS WS-OPERMAST-STATUS.
006000
006100     SELECT RSLTMSTR ASSIGN TO RSLTMSTR
006200                     ORGANIZATION IS INDEXED
006300                     ACCESS MODE IS RANDOM
006400                     RECORD KEY IS DBLRMST-KEY
006500                     FILE STATUS IS WS-RSLTMSTR-STATUS.
006600
006700     SELECT ADJOUT   ASSIGN TO ADJOUT
006800                     ORGANIZATION IS SEQUENTIAL
006900                     FILE STATUS IS WS-ADJOUT-STATUS.
007000
007100     SELECT ICTLFILE ASSIGN TO ICTLFILE
007200                     ORGANIZATION IS SEQUENTIAL
007300                     FILE STATUS IS WS-ICTLFILE-STATUS.
007400
007500     SELECT AUDITFILE ASSIGN TO AUDITFILE
007600                     ORGANIZATION IS SEQUENTIAL
007700                     FILE STATUS IS WS-AUDITFILE-STATUS.
007800
007900     SELECT ADJREG   ASSIGN TO ADJREG
008000                     ORGANIZATION IS SEQUENTIAL
008100                     FILE STATUS IS WS-ADJREG-STATUS.
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  ADJCARD
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD.
008700 COPY DBLADJC.
008800*
008900 FD  OPERMAST
009000     RECORDING MODE IS F
009100     LABEL RECORDS ARE STANDARD.
009200 COPY DBLOPER.
009300*
009400 FD  RSLTMSTR
009500     LABEL RECORDS ARE STANDARD.
009600 COPY DBLRMST.
009700*
009800 FD  ADJOUT
009900     RECORDING MODE IS F
010000     LABEL RECORDS ARE STANDARD.
010100 COPY DBLINTF.
010200*
010300 FD  ICTLFILE
010400     RECORDING MODE IS F
010500     LABEL RECORDS ARE STANDARD.
010600 COPY DBLINTF
010700     REPLACING ==DBLINTF-RECORD==       BY ==ICTL-RECORD==
010800               ==DBLINTF-REC-TYPE==      BY ==ICTL-REC-TYPE==
010900               ==DBLINTF-IS-DETAIL==     BY ==ICTL-IS-DETAIL==
011000               ==DBLINTF-IS-CONTROL==    BY ==ICTL-IS-CONTROL==
011100               ==DBLINTF-IS-REVERSAL==   BY ==ICTL-IS-REVERSAL==
011200               ==DBLINTF-IS-REPLACEMENT==
011300               BY ==ICTL-IS-REPLACEMENT==
011400               ==DBLINTF-IS-ADJUSTMENT== BY ==ICTL-IS-ADJUSTMENT==
011500               ==DBLINTF-IS-ADJ-CONTROL==
011600               BY ==ICTL-IS-ADJ-CONTROL==
011700               ==DBLINTF-DETAIL-AREA==   BY ==ICTL-DETAIL-AREA==
011800               ==DBLINTF-RUN-DATE==      BY ==ICTL-RUN-DATE==
011900               ==DBLINTF-SEQUENCE-NO==   BY ==ICTL-SEQUENCE-NO==
012000               ==DBLINTF-NUMBER==        BY ==ICTL-NUMBER==
012100               ==DBLINTF-RESULT==        BY ==ICTL-RESULT==
012200               ==DBLINTF-OP-CODE==       BY ==ICTL-OP-CODE==
012300               ==DBLINTF-MARKUP-PCT==    BY ==ICTL-MARKUP-PCT==
012350               ==DBLINTF-SOURCE-ID==     BY ==ICTL-SOURCE-ID==
012400               ==DBLINTF-CONTROL-AREA==  BY ==ICTL-CONTROL-AREA==
012500               ==DBLINTF-CTL-SENT-DATE== BY ==ICTL-CTL-SENT-DATE==
012600               ==DBLINTF-CTL-REC-COUNT== BY ==ICTL-CTL-REC-COUNT==
012700               ==DBLINTF-CTL-HASH-TOTAL==
012800               BY ==ICTL-CTL-HASH-TOTAL==.
012900*
013000 FD  AUDITFILE
013100     RECORDING MODE IS F
013200     LABEL RECORDS ARE STANDARD.
013300 COPY DBLAUD.
013400*
013500 FD  ADJREG
013600     RECORDING MODE IS F
013700     LABEL RECORDS ARE STANDARD.
013800 01  ADJREG-LINE                 PIC X(132).
013900 WORKING-STORAGE SECTION.
014000 01  WS-FILE-STATUS-AREA.
014100     05  WS-ADJCARD-STATUS   PIC X(02) VALUE SPACES.
014200     05  WS-OPERMAST-STATUS  PIC X(02) VALUE SPACES.
014300     05  WS-RSLTMSTR-STATUS  PIC X(02) VALUE SPACES.
014400     05  WS-ADJOUT-STATUS    PIC X(02) VALUE SPACES.
014500     05  WS-ICTLFILE-STATUS  PIC X(02) VALUE SPACES.
014600     05  WS-AUDITFILE-STATUS PIC X(02) VALUE SPACES.
014700     05  WS-ADJREG-STATUS    PIC X(02) VALUE SPACES.
014800*
014900 01  WS-SWITCHES.
015000     05  WS-ADJCARD-EOF-SWITCH   PIC X(01) VALUE "N".
015100         88  WS-ADJCARD-EOF          VALUE "Y".
015200     05  WS-OPERMAST-EOF-SWITCH  PIC X(01) VALUE "N".
015300         88  WS-OPERMAST-EOF         VALUE "Y".
015400     05  WS-OPER-FOUND-SWITCH    PIC X(01) VALUE "N".
015500         88  WS-OPER-FOUND           VALUE "Y".
015600     05  WS-OPER-AUTHORITY       PIC X(01) VALUE "1".
015700         88  WS-OPER-CAN-CORRECT     VALUE "2".
015800     05  WS-OVERFLOW-SWITCH      PIC X(01) VALUE "N".
015900         88  WS-COMPUTE-OVERFLOW     VALUE "Y".
016000*
016100 77  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
016200 77  WS-CARDS-READ           PIC 9(09) COMP VALUE ZERO.
016300 77  WS-CARDS-APPLIED        PIC 9(09) COMP VALUE ZERO.
016400 77  WS-CARDS-REFUSED        PIC 9(09) COMP VALUE ZERO.
016500 77  WS-CARDS-REJECTED       PIC 9(09) COMP VALUE ZERO.
016600 77  WS-ADJ-REC-COUNT        PIC 9(09) COMP VALUE ZERO.
016700 77  WS-ADJ-HASH-TOTAL       PIC 9(11) COMP VALUE ZERO.
016800 77  WS-SENT-DATE            PIC 9(08) VALUE ZERO.
016900 77  WS-OLD-NUMBER           PIC 9(05) VALUE ZERO.
017000 77  WS-OLD-RESULT           PIC 9(07) VALUE ZERO.
017100 77  WS-NEW-NUMBER           PIC 9(05) VALUE ZERO.
017200 77  WS-NEW-RESULT           PIC 9(07) VALUE ZERO.
017300 77  WS-AUDIT-ACTION-CODE    PIC X(01) VALUE SPACE.
017310 77  WS-AUDIT-NUMBER         PIC 9(05) VALUE ZERO.
017320 77  WS-AUDIT-RESULT         PIC 9(07) VALUE ZERO.
017400 77  WS-LINE-COUNT           PIC 9(03) COMP VALUE 99.
017500 77  WS-LINES-PER-PAGE       PIC 9(03) COMP VALUE 55.
017600 77  WS-PAGE-NO              PIC 9(04) COMP VALUE ZERO.
017610*
017620*    EACH JOURNAL ENTRY'S DATE AND TIME ARE KEPT HERE SO THE
017630*    NEXT ONE CAN BE FORCED LATER - TWO CARDS FOR ONE
017640*    TRANSACTION CAN JOURNAL IN THE SAME HUNDREDTH OF A SECOND,
017650*    AND THE AUDIT HISTORY MASTER KEY MUST NOT COLLIDE.
017660 01  WS-LAST-JOURNAL-STAMP.
017670     05  WS-LAST-JOURNAL-DATE    PIC 9(08) VALUE ZERO.
017680     05  WS-LAST-JOURNAL-TIME    PIC 9(08) VALUE ZERO.
017700*
017800 01  WS-REG-HEADING-1.
017900     05  FILLER                  PIC X(08) VALUE "DBL220".
018000     05  FILLER                  PIC X(34)
018100         VALUE "POST-RUN ADJUSTMENT REGISTER".
018200     05  FILLER                  PIC X(11) VALUE "KEYED BY ".
018300     05  WS-REG-HDR-OPERATOR     PIC X(08).
018400     05  FILLER                  PIC X(06) VALUE "  PAGE".
018500     05  WS-REG-HDR-PAGE-NO      PIC ZZZ9.
018600     05  FILLER                  PIC X(61) VALUE SPACES.
018700*
018800 01  WS-REG-HEADING-2.
018900     05  FILLER                  PIC X(10) VALUE "RUN DATE".
019000     05  FILLER                  PIC X(12) VALUE "SEQUENCE NO".
019100     05  FILLER                  PIC X(08) VALUE "OLD NUM".
019200     05  FILLER                  PIC X(09) VALUE "OLD RES".
019300     05  FILLER                  PIC X(08) VALUE "NEW NUM".
019400     05  FILLER                  PIC X(09) VALUE "NEW RES".
019500     05  FILLER                  PIC X(40) VALUE "STATUS".
019600     05  FILLER                  PIC X(36) VALUE SPACES.
019700*
019800 01  WS-REG-DETAIL-LINE.
019900     05  WS-REG-RUN-DATE         PIC X(08).
020000     05  FILLER                  PIC X(02) VALUE SPACES.
020100     05  WS-REG-SEQ              PIC X(10).
020200     05  FILLER                  PIC X(02) VALUE SPACES.
020300     05  WS-REG-OLD-NUMBER       PIC X(06).
020400     05  FILLER                  PIC X(02) VALUE SPACES.
020500     05  WS-REG-OLD-RESULT       PIC X(07).
020600     05  FILLER                  PIC X(02) VALUE SPACES.
020700     05  WS-REG-NEW-NUMBER       PIC X(06).
020800     05  FILLER                  PIC X(02) VALUE SPACES.
020900     05  WS-REG-NEW-RESULT       PIC X(07).
021000     05  FILLER                  PIC X(02) VALUE SPACES.
021100     05  WS-REG-STATUS           PIC X(40).
021200     05  FILLER                  PIC X(36) VALUE SPACES.
021300*
021400*    EDITED VIEWS OF THE REGISTER COLUMNS - A REJECTED CARD MAY
021500*    CARRY NOTHING NUMERIC, SO THE COLUMNS ARE ALPHANUMERIC AND
021600*    A VALUE IS EDITED HERE BEFORE IT IS MOVED IN.
021700 01  WS-REG-EDIT-AREA.
021800     05  WS-REG-EDIT-SEQ         PIC Z(09)9.
021900     05  WS-REG-EDIT-NUMBER      PIC ZZZZZ9.
022000     05  WS-REG-EDIT-RESULT      PIC ZZZZZZ9.
022100*
022200 01  WS-REG-TOTAL-LINE.
022300     05  WS-REG-TOTAL-TEXT       PIC X(30).
022400     05  WS-REG-TOTAL-COUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.
022500     05  FILLER                  PIC X(88) VALUE SPACES.
022600*
022700 PROCEDURE DIVISION.
022800*
022900******************************************************************
023000*    0000-MAINLINE
023100*    CONTROLS OVERALL FLOW OF THE ADJUSTMENT RUN.
023200******************************************************************
023300 0000-MAINLINE SECTION.
023400     PERFORM 1000-INITIALIZE
023500         THRU 1000-INITIALIZE-EXIT
023600     PERFORM 2000-APPLY-ONE-CARD
023700         THRU 2000-APPLY-ONE-CARD-EXIT
023800         UNTIL WS-ADJCARD-EOF
023900     PERFORM 9000-TERMINATE
024000         THRU 9000-TERMINATE-EXIT
024100     STOP RUN.
024200*
024300******************************************************************
024400*    1000-INITIALIZE
024500*    READS THE HEADER CARD, LOOKS THE KEYING OPERATOR UP ON THE
024600*    SECURITY MASTER, AND OPENS THE RESULTS MASTER, ADJUSTMENT
024700*    EXTRACT, AUDIT, AND REGISTER FILES WITH A STATUS CHECK
024800*    AFTER EVERY OPEN. AN OPERATOR NOT ON THE MASTER AT ALL
024900*    STOPS THE RUN - THE DECK CANNOT BE ATTRIBUTED TO ANYONE.
025000******************************************************************
025100 1000-INITIALIZE SECTION.
025200     OPEN INPUT ADJCARD
025300     IF WS-ADJCARD-STATUS NOT = "00"
025400         DISPLAY "DBL220 - UNABLE TO OPEN ADJCARD - STATUS "
025500             WS-ADJCARD-STATUS
025600         MOVE 16 TO RETURN-CODE
025700         STOP RUN
025800     END-IF
025900     READ ADJCARD
026000         AT END
026100             DISPLAY "DBL220 - ADJCARD IS EMPTY - NO HEADER CARD"
026200             CLOSE ADJCARD
026300             MOVE 16 TO RETURN-CODE
026400             STOP RUN
026500     END-READ
026600     IF DBLADJC-IS-HEADER
026700         AND DBLADJC-HDR-OPERATOR-ID NOT = SPACES
026800         MOVE DBLADJC-HDR-OPERATOR-ID TO WS-OPERATOR-ID
026900     ELSE
027000         DISPLAY "DBL220 - FIRST CARD IS NOT A VALID HEADER"
027100         CLOSE ADJCARD
027200         MOVE 16 TO RETURN-CODE
027300         STOP RUN
027400     END-IF
027500     PERFORM 1010-CHECK-OPERATOR
027600         THRU 1010-CHECK-OPERATOR-EXIT
027700     OPEN I-O RSLTMSTR
027800     IF WS-RSLTMSTR-STATUS NOT = "00"
027900         DISPLAY "DBL220 - UNABLE TO OPEN RSLTMSTR - STATUS "
028000             WS-RSLTMSTR-STATUS
028100         MOVE 16 TO RETURN-CODE
028200         CLOSE ADJCARD
028300         STOP RUN
028400     END-IF
028500     OPEN OUTPUT ADJOUT
028600     IF WS-ADJOUT-STATUS NOT = "00"
028700         DISPLAY "DBL220 - UNABLE TO OPEN ADJOUT - STATUS "
028800             WS-ADJOUT-STATUS
028900         MOVE 16 TO RETURN-CODE
029000         CLOSE ADJCARD
029100         CLOSE RSLTMSTR
029200         STOP RUN
029300     END-IF
029400*    THE ADJUSTMENTS JOIN THE SAME JOURNAL DBL100 WRITES, SO
029500*    DBL130 REPORTS THEM ALONGSIDE THE IN-RUN CORRECTIONS.
029600     OPEN EXTEND AUDITFILE
029700     IF WS-AUDITFILE-STATUS = "35"
029800         OPEN OUTPUT AUDITFILE
029900     END-IF
030000     IF WS-AUDITFILE-STATUS NOT = "00"
030100         DISPLAY "DBL220 - UNABLE TO OPEN AUDITFILE - STATUS "
030200             WS-AUDITFILE-STATUS
030300         MOVE 16 TO RETURN-CODE
030400         CLOSE ADJCARD
030500         CLOSE RSLTMSTR
030600         CLOSE ADJOUT
030700         STOP RUN
030800     END-IF
030900     OPEN OUTPUT ADJREG
031000     IF WS-ADJREG-STATUS NOT = "00"
031100         DISPLAY "DBL220 - UNABLE TO OPEN ADJREG - STATUS "
031200             WS-ADJREG-STATUS
031300         MOVE 16 TO RETURN-CODE
031400         CLOSE ADJCARD
031500         CLOSE RSLTMSTR
031600         CLOSE ADJOUT
031700         CLOSE AUDITFILE
031800         STOP RUN
031900     END-IF
032000     ACCEPT WS-SENT-DATE FROM DATE YYYYMMDD
032100     PERFORM 5100-PAGE-HEADING
032200         THRU 5100-PAGE-HEADING-EXIT
032300     PERFORM 2100-READ-ADJCARD
032400         THRU 2100-READ-ADJCARD-EXIT.
032500 1000-INITIALIZE-EXIT.
032600     EXIT.
032700*
032800******************************************************************
032900*    1010-CHECK-OPERATOR
033000*    SCANS THE OPERATOR SECURITY MASTER FOR THE HEADER CARD'S
033100*    OPERATOR AND KEEPS THEIR AUTHORITY LEVEL.
033200******************************************************************
033300 1010-CHECK-OPERATOR SECTION.
033400     OPEN INPUT OPERMAST
033500     IF WS-OPERMAST-STATUS NOT = "00"
033600         DISPLAY "DBL220 - UNABLE TO OPEN OPERMAST - STATUS "
033700             WS-OPERMAST-STATUS
033800         MOVE 16 TO RETURN-CODE
033900         CLOSE ADJCARD
034000         STOP RUN
034100     END-IF
034200     PERFORM 1011-MATCH-ONE-OPERATOR
034300         THRU 1011-MATCH-ONE-OPERATOR-EXIT
034400         UNTIL WS-OPERMAST-EOF
034500             OR WS-OPER-FOUND
034600     CLOSE OPERMAST
034700     IF NOT WS-OPER-FOUND
034800         DISPLAY "DBL220 - OPERATOR " WS-OPERATOR-ID
034900             " NOT ON THE SECURITY MASTER - DECK NOT APPLIED"
035000         MOVE 16 TO RETURN-CODE
035100         CLOSE ADJCARD
035200         STOP RUN
035300     END-IF
035400     IF NOT WS-OPER-CAN-CORRECT
035500         DISPLAY "DBL220 - OPERATOR " WS-OPERATOR-ID
035600             " HAS NO CORRECTION AUTHORITY - EVERY CARD REFUSED"
035700     END-IF.
035800 1010-CHECK-OPERATOR-EXIT.
035900     EXIT.
036000*
036100 1011-MATCH-ONE-OPERATOR SECTION.
036200     READ OPERMAST
036300         AT END
036400             SET WS-OPERMAST-EOF TO TRUE
036500         NOT AT END
036600             IF DBLOPER-ID = WS-OPERATOR-ID
036700                 SET WS-OPER-FOUND TO TRUE
036800                 MOVE DBLOPER-AUTHORITY TO WS-OPER-AUTHORITY
036900             END-IF
037000     END-READ.
037100 1011-MATCH-ONE-OPERATOR-EXIT.
037200     EXIT.
037300*
037400******************************************************************
037500*    2000-APPLY-ONE-CARD
037600*    VALIDATES THE CURRENT ADJUSTMENT CARD, READS ITS
037700*    TRANSACTION FROM THE RESULTS MASTER, AND EITHER REFUSES IT
037800*    (NO CORRECTION AUTHORITY), REJECTS IT, OR APPLIES IT -
037900*    REGISTERING WHAT HAPPENED EITHER WAY - THEN READS THE
038000*    NEXT CARD.
038100******************************************************************
038200 2000-APPLY-ONE-CARD SECTION.
038300     MOVE SPACES TO WS-REG-DETAIL-LINE
038400     MOVE DBLADJC-RUN-DATE-X TO WS-REG-RUN-DATE
038500     MOVE DBLADJC-SEQUENCE-NO-X TO WS-REG-SEQ
038600     MOVE DBLADJC-NEW-NUMBER-X TO WS-REG-NEW-NUMBER
038700     IF NOT DBLADJC-IS-DETAIL
038800         MOVE "REJECTED - NOT A DETAIL CARD" TO WS-REG-STATUS
038900         PERFORM 2900-REJECT-CARD
039000             THRU 2900-REJECT-CARD-EXIT
039100         GO TO 2000-NEXT-CARD
039200     END-IF
039300     IF DBLADJC-RUN-DATE-X IS NOT NUMERIC
039400         OR DBLADJC-SEQUENCE-NO-X IS NOT NUMERIC
039500         MOVE "REJECTED - RUN DATE OR SEQUENCE INVALID"
039600             TO WS-REG-STATUS
039700         PERFORM 2900-REJECT-CARD
039800             THRU 2900-REJECT-CARD-EXIT
039900         GO TO 2000-NEXT-CARD
040000     END-IF
040100     IF DBLADJC-NEW-NUMBER-X IS NOT NUMERIC
040200         MOVE "REJECTED - CORRECTED NUMBER NOT NUMERIC"
040300             TO WS-REG-STATUS
040400         PERFORM 2900-REJECT-CARD
040500             THRU 2900-REJECT-CARD-EXIT
040600         GO TO 2000-NEXT-CARD
040700     END-IF
040800     MOVE DBLADJC-SEQUENCE-NO TO WS-REG-EDIT-SEQ
040900     MOVE WS-REG-EDIT-SEQ TO WS-REG-SEQ
041000     MOVE DBLADJC-RUN-DATE TO DBLRMST-RUN-DATE
041100     MOVE DBLADJC-SEQUENCE-NO TO DBLRMST-SEQUENCE-NO
041200     READ RSLTMSTR
041300         INVALID KEY
041400             MOVE "REJECTED - NOT ON THE RESULTS MASTER"
041500                 TO WS-REG-STATUS
041600             PERFORM 2900-REJECT-CARD
041700                 THRU 2900-REJECT-CARD-EXIT
041800             GO TO 2000-NEXT-CARD
041900     END-READ
042000     MOVE DBLRMST-NUMBER TO WS-OLD-NUMBER
042100     MOVE DBLRMST-RESULT TO WS-OLD-RESULT
042200     MOVE WS-OLD-NUMBER TO WS-REG-EDIT-NUMBER
042300     MOVE WS-REG-EDIT-NUMBER TO WS-REG-OLD-NUMBER
042400     MOVE WS-OLD-RESULT TO WS-REG-EDIT-RESULT
042500     MOVE WS-REG-EDIT-RESULT TO WS-REG-OLD-RESULT
042600     IF NOT WS-OPER-CAN-CORRECT
042700         PERFORM 2800-REFUSE-CARD
042800             THRU 2800-REFUSE-CARD-EXIT
042900         GO TO 2000-NEXT-CARD
043000     END-IF
043100     MOVE DBLADJC-NEW-NUMBER TO WS-NEW-NUMBER
043200     MOVE WS-NEW-NUMBER TO WS-REG-EDIT-NUMBER
043300     MOVE WS-REG-EDIT-NUMBER TO WS-REG-NEW-NUMBER
043400     IF WS-NEW-NUMBER = WS-OLD-NUMBER
043500         MOVE "REJECTED - NUMBER UNCHANGED" TO WS-REG-STATUS
043600         PERFORM 2900-REJECT-CARD
043700             THRU 2900-REJECT-CARD-EXIT
043800         GO TO 2000-NEXT-CARD
043900     END-IF
044000     PERFORM 3000-RECOMPUTE-RESULT
044100         THRU 3000-RECOMPUTE-RESULT-EXIT
044200     IF WS-COMPUTE-OVERFLOW
044300         MOVE "REJECTED - RESULT EXCEEDS PIC 9(07)"
044400             TO WS-REG-STATUS
044500         PERFORM 2900-REJECT-CARD
044600             THRU 2900-REJECT-CARD-EXIT
044700         GO TO 2000-NEXT-CARD
044800     END-IF
044900     MOVE WS-NEW-RESULT TO WS-REG-EDIT-RESULT
045000     MOVE WS-REG-EDIT-RESULT TO WS-REG-NEW-RESULT
045100     PERFORM 2200-APPLY-ADJUSTMENT
045200         THRU 2200-APPLY-ADJUSTMENT-EXIT.
045300 2000-NEXT-CARD.
045400     PERFORM 2100-READ-ADJCARD
045500         THRU 2100-READ-ADJCARD-EXIT.
045600 2000-APPLY-ONE-CARD-EXIT.
045700     EXIT.
045800*
045900******************************************************************
046000*    2100-READ-ADJCARD
046100*    READS THE NEXT ADJUSTMENT CARD AND SETS THE EOF SWITCH.
046200******************************************************************
046300 2100-READ-ADJCARD SECTION.
046400     READ ADJCARD
046500         AT END
046600             SET WS-ADJCARD-EOF TO TRUE
046700         NOT AT END
046800             ADD 1 TO WS-CARDS-READ
046900     END-READ.
047000 2100-READ-ADJCARD-EXIT.
047100     EXIT.
047200*
047300******************************************************************
047400*    2200-APPLY-ADJUSTMENT
047500*    REWRITES THE MASTER WITH THE CORRECTED VALUES, CUTS THE
047600*    REVERSAL AND REPLACEMENT PAIR, JOURNALS THE ADJUSTMENT
047700*    UNDER ACTION CODE J, AND REGISTERS IT. THE MASTER IS
047800*    REWRITTEN FIRST SO NOTHING IS SENT DOWNSTREAM THAT THE
047900*    MASTER DOES NOT ALSO HOLD.
048000******************************************************************
048100 2200-APPLY-ADJUSTMENT SECTION.
048110*    A RECORD WRITTEN BEFORE THE ORIGINAL NUMBER WAS KEPT HAS
048120*    NEVER BEEN CORRECTED, SO ITS CURRENT NUMBER IS THE ORIGINAL.
048130     IF DBLRMST-ORIG-NUMBER-X IS NOT NUMERIC
048140         MOVE DBLRMST-NUMBER TO DBLRMST-ORIG-NUMBER
048150     END-IF
048160     IF DBLRMST-IS-RECALLED
048170         SET DBLRMST-RECALL-CHANGED TO TRUE
048180     END-IF
048200     MOVE WS-NEW-NUMBER TO DBLRMST-NUMBER
048300     MOVE WS-NEW-RESULT TO DBLRMST-RESULT
048400     REWRITE DBLRMST-RECORD
048500         INVALID KEY
048600             DISPLAY "DBL220 - RSLTMSTR UPDATE FAILED - STATUS "
048700                 WS-RSLTMSTR-STATUS
048800             PERFORM 9900-ABEND THRU 9900-ABEND-EXIT
048900     END-REWRITE
049000     MOVE SPACES TO DBLINTF-RECORD
049100     MOVE "R" TO DBLINTF-REC-TYPE
049200     MOVE DBLRMST-RUN-DATE TO DBLINTF-RUN-DATE
049300     MOVE DBLRMST-SEQUENCE-NO TO DBLINTF-SEQUENCE-NO
049400     MOVE WS-OLD-NUMBER TO DBLINTF-NUMBER
049500     MOVE WS-OLD-RESULT TO DBLINTF-RESULT
049600     MOVE DBLRMST-OP-CODE TO DBLINTF-OP-CODE
049700     MOVE DBLRMST-MARKUP-PCT TO DBLINTF-MARKUP-PCT
049750     MOVE DBLRMST-SOURCE-ID TO DBLINTF-SOURCE-ID
049800     WRITE DBLINTF-RECORD
049900     ADD 1 TO WS-ADJ-REC-COUNT
050000     ADD WS-OLD-NUMBER TO WS-ADJ-HASH-TOTAL
050100     MOVE "A" TO DBLINTF-REC-TYPE
050200     MOVE WS-NEW-NUMBER TO DBLINTF-NUMBER
050300     MOVE WS-NEW-RESULT TO DBLINTF-RESULT
050400     WRITE DBLINTF-RECORD
050500     ADD 1 TO WS-ADJ-REC-COUNT
050600     ADD WS-NEW-NUMBER TO WS-ADJ-HASH-TOTAL
050700     MOVE "J" TO WS-AUDIT-ACTION-CODE
050800     MOVE WS-NEW-NUMBER TO WS-AUDIT-NUMBER
050900     MOVE WS-NEW-RESULT TO WS-AUDIT-RESULT
051000     PERFORM 6000-WRITE-AUDIT
051100         THRU 6000-WRITE-AUDIT-EXIT
051200     MOVE "APPLIED" TO WS-REG-STATUS
051300     ADD 1 TO WS-CARDS-APPLIED
051400     PERFORM 5000-WRITE-REG-LINE
051500         THRU 5000-WRITE-REG-LINE-EXIT.
051600 2200-APPLY-ADJUSTMENT-EXIT.
051700     EXIT.
051800*
051900******************************************************************
052000*    2800-REFUSE-CARD
052100*    REFUSES A CARD KEYED BY AN OPERATOR WITHOUT CORRECTION
052200*    AUTHORITY, JOURNALING THE REFUSAL UNDER ACTION CODE R WITH
052300*    THE VALUES THE MASTER STILL HOLDS.
052400******************************************************************
052500 2800-REFUSE-CARD SECTION.
052600     MOVE "REFUSED - NO CORRECTION AUTHORITY" TO WS-REG-STATUS
052700     MOVE "R" TO WS-AUDIT-ACTION-CODE
052800     MOVE WS-OLD-NUMBER TO WS-AUDIT-NUMBER
052900     MOVE WS-OLD-RESULT TO WS-AUDIT-RESULT
053000     PERFORM 6000-WRITE-AUDIT
053100         THRU 6000-WRITE-AUDIT-EXIT
053200     ADD 1 TO WS-CARDS-REFUSED
053300     PERFORM 5000-WRITE-REG-LINE
053400         THRU 5000-WRITE-REG-LINE-EXIT.
053500 2800-REFUSE-CARD-EXIT.
053600     EXIT.
053700*
053800******************************************************************
053900*    2900-REJECT-CARD
054000*    REGISTERS ONE REJECTED CARD WITH THE REASON ALREADY STAGED
054100*    IN THE STATUS COLUMN.
054200******************************************************************
054300 2900-REJECT-CARD SECTION.
054400     ADD 1 TO WS-CARDS-REJECTED
054500     PERFORM 5000-WRITE-REG-LINE
054600         THRU 5000-WRITE-REG-LINE-EXIT.
054700 2900-REJECT-CARD-EXIT.
054800     EXIT.
054900*
055000******************************************************************
055100*    3000-RECOMPUTE-RESULT
055200*    REAPPLIES THE TRANSACTION'S OPERATION CODE TO THE
055300*    CORRECTED NUMBER - THE SAME RULES DBL100 COMPUTES BY.
055400******************************************************************
055500 3000-RECOMPUTE-RESULT SECTION.
055600     MOVE "N" TO WS-OVERFLOW-SWITCH
055700     EVALUATE DBLRMST-OP-CODE
055800         WHEN "2"
055900             COMPUTE WS-NEW-RESULT =
056000                 WS-NEW-NUMBER * 3
056100                 ON SIZE ERROR
056200                     SET WS-COMPUTE-OVERFLOW TO TRUE
056300             END-COMPUTE
056400         WHEN "3"
056500             COMPUTE WS-NEW-RESULT =
056600                 WS-NEW-NUMBER +
056700                 ((WS-NEW-NUMBER * DBLRMST-MARKUP-PCT) / 100)
056800                 ON SIZE ERROR
056900                     SET WS-COMPUTE-OVERFLOW TO TRUE
057000             END-COMPUTE
057100         WHEN OTHER
057200             COMPUTE WS-NEW-RESULT =
057300                 WS-NEW-NUMBER * 2
057400                 ON SIZE ERROR
057500                     SET WS-COMPUTE-OVERFLOW TO TRUE
057600             END-COMPUTE
057700     END-EVALUATE.
057800 3000-RECOMPUTE-RESULT-EXIT.
057900     EXIT.
058000*
058100******************************************************************
058200*    5000-WRITE-REG-LINE
058300*    WRITES THE CURRENT REGISTER DETAIL LINE, BREAKING TO A NEW
058400*    PAGE WHEN THE CURRENT PAGE IS FULL.
058500******************************************************************
058600 5000-WRITE-REG-LINE SECTION.
058700     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
058800         PERFORM 5100-PAGE-HEADING
058900             THRU 5100-PAGE-HEADING-EXIT
059000     END-IF
059100     WRITE ADJREG-LINE FROM WS-REG-DETAIL-LINE
059200         AFTER ADVANCING 1 LINE
059300     ADD 1 TO WS-LINE-COUNT.
059400 5000-WRITE-REG-LINE-EXIT.
059500     EXIT.
059600*
059700******************************************************************
059800*    5050-WRITE-TOTAL-LINE
059900*    WRITES ONE END-OF-REGISTER TOTAL LINE.
060000******************************************************************
060100 5050-WRITE-TOTAL-LINE SECTION.
060200     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
060300         PERFORM 5100-PAGE-HEADING
060400             THRU 5100-PAGE-HEADING-EXIT
060500     END-IF
060600     WRITE ADJREG-LINE FROM WS-REG-TOTAL-LINE
060700         AFTER ADVANCING 1 LINE
060800     ADD 1 TO WS-LINE-COUNT.
060900 5050-WRITE-TOTAL-LINE-EXIT.
061000     EXIT.
061100*
061200******************************************************************
061300*    5100-PAGE-HEADING
061400*    STARTS A NEW REGISTER PAGE WITH THE KEYING OPERATOR'S ID,
061500*    PAGE NUMBER, AND COLUMN HEADINGS.
061600******************************************************************
061700 5100-PAGE-HEADING SECTION.
061800     ADD 1 TO WS-PAGE-NO
061900     MOVE WS-PAGE-NO TO WS-REG-HDR-PAGE-NO
062000     MOVE WS-OPERATOR-ID TO WS-REG-HDR-OPERATOR
062100     WRITE ADJREG-LINE FROM WS-REG-HEADING-1
062200         AFTER ADVANCING PAGE
062300     WRITE ADJREG-LINE FROM WS-REG-HEADING-2
062400         AFTER ADVANCING 2 LINES
062500     MOVE SPACES TO ADJREG-LINE
062600     WRITE ADJREG-LINE AFTER ADVANCING 1 LINE
062700     MOVE 4 TO WS-LINE-COUNT.
062800 5100-PAGE-HEADING-EXIT.
062900     EXIT.
063000*
063100******************************************************************
063200*    6000-WRITE-AUDIT
063300*    JOURNALS ONE ADJUSTMENT OR REFUSAL - WHO KEYED IT, WHEN,
063400*    THE TRANSACTION'S SEQUENCE NUMBER AND ORIGINAL RUN DATE.
063500*    THE NUMBER AND RESULT ARE STAGED BY THE CALLER BEFORE THIS
063600*    IS PERFORMED. THE JOURNAL TIME IS FORCED STRICTLY RISING SO
063610*    TWO ENTRIES FOR ONE TRANSACTION STILL KEY APART ON THE
063620*    AUDIT HISTORY MASTER.
063700******************************************************************
063800 6000-WRITE-AUDIT SECTION.
063810     MOVE SPACES TO DBLAUD-RECORD
063900     ACCEPT DBLAUD-DATE FROM DATE YYYYMMDD
064000     ACCEPT DBLAUD-TIME FROM TIME
064010     IF DBLAUD-TIMESTAMP NOT > WS-LAST-JOURNAL-STAMP
064020         MOVE WS-LAST-JOURNAL-DATE TO DBLAUD-DATE
064030         COMPUTE DBLAUD-TIME = WS-LAST-JOURNAL-TIME + 1
064040     END-IF
064050     MOVE DBLAUD-TIMESTAMP TO WS-LAST-JOURNAL-STAMP
064100     MOVE WS-OPERATOR-ID TO DBLAUD-OPERATOR-ID
064110     MOVE WS-AUDIT-NUMBER TO DBLAUD-NUMBER
064120     MOVE WS-AUDIT-RESULT TO DBLAUD-RESULT
064200     MOVE WS-AUDIT-ACTION-CODE TO DBLAUD-ACTION-CODE
064300     MOVE DBLRMST-SEQUENCE-NO TO DBLAUD-SEQUENCE-NO
064400     MOVE DBLRMST-RUN-DATE TO DBLAUD-ORIG-RUN-DATE
065000     WRITE DBLAUD-RECORD.
065100 6000-WRITE-AUDIT-EXIT.
065200     EXIT.
065300*
065400******************************************************************
065500*    9000-TERMINATE
065600*    FINISHES THE ADJUSTMENT EXTRACT WITH ITS CONTROL RECORD AND
065700*    KEEPS A COPY ON THE CONTROL HISTORY, PRINTS THE REGISTER
065800*    TOTALS, CLOSES THE FILES, AND DISPLAYS THE FINAL COUNTS.
065900******************************************************************
066000 9000-TERMINATE SECTION.
066100     IF WS-ADJ-REC-COUNT > ZERO
066200         PERFORM 9100-WRITE-ADJ-CONTROL
066300             THRU 9100-WRITE-ADJ-CONTROL-EXIT
066400     END-IF
066500     MOVE SPACES TO ADJREG-LINE
066600     WRITE ADJREG-LINE AFTER ADVANCING 2 LINES
066700     ADD 2 TO WS-LINE-COUNT
066800     MOVE "CARDS APPLIED" TO WS-REG-TOTAL-TEXT
066900     MOVE WS-CARDS-APPLIED TO WS-REG-TOTAL-COUNT
067000     PERFORM 5050-WRITE-TOTAL-LINE
067100         THRU 5050-WRITE-TOTAL-LINE-EXIT
067200     MOVE "CARDS REFUSED" TO WS-REG-TOTAL-TEXT
067300     MOVE WS-CARDS-REFUSED TO WS-REG-TOTAL-COUNT
067400     PERFORM 5050-WRITE-TOTAL-LINE
067500         THRU 5050-WRITE-TOTAL-LINE-EXIT
067600     MOVE "CARDS REJECTED" TO WS-REG-TOTAL-TEXT
067700     MOVE WS-CARDS-REJECTED TO WS-REG-TOTAL-COUNT
067800     PERFORM 5050-WRITE-TOTAL-LINE
067900         THRU 5050-WRITE-TOTAL-LINE-EXIT
068000     MOVE "ADJUSTMENT RECORDS SENT" TO WS-REG-TOTAL-TEXT
068100     MOVE WS-ADJ-REC-COUNT TO WS-REG-TOTAL-COUNT
068200     PERFORM 5050-WRITE-TOTAL-LINE
068300         THRU 5050-WRITE-TOTAL-LINE-EXIT
068400     MOVE "ADJUSTMENT HASH TOTAL" TO WS-REG-TOTAL-TEXT
068500     MOVE WS-ADJ-HASH-TOTAL TO WS-REG-TOTAL-COUNT
068600     PERFORM 5050-WRITE-TOTAL-LINE
068700         THRU 5050-WRITE-TOTAL-LINE-EXIT
068800     CLOSE ADJCARD
068900     CLOSE RSLTMSTR
069000     CLOSE ADJOUT
069100     CLOSE AUDITFILE
069200     CLOSE ADJREG
069300     IF WS-CARDS-REFUSED > ZERO
069400         OR WS-CARDS-REJECTED > ZERO
069500         MOVE 8 TO RETURN-CODE
069600     END-IF
069700     DISPLAY "DBL220 - CARDS READ:       " WS-CARDS-READ
069800     DISPLAY "DBL220 - CARDS APPLIED:    " WS-CARDS-APPLIED
069900     DISPLAY "DBL220 - CARDS REFUSED:    " WS-CARDS-REFUSED
070000     DISPLAY "DBL220 - CARDS REJECTED:   " WS-CARDS-REJECTED
070100     DISPLAY "DBL220 - ADJUSTMENTS SENT: " WS-ADJ-REC-COUNT
070200     DISPLAY "DBL220 - ADJUSTMENT HASH:  " WS-ADJ-HASH-TOTAL.
070300 9000-TERMINATE-EXIT.
070400     EXIT.
070500*
070600******************************************************************
070700*    9100-WRITE-ADJ-CONTROL
070800*    CUTS THE ADJUSTMENT CONTROL RECORD - SENT DATE, RECORD
070900*    COUNT, AND NUMBER HASH OVER THE REVERSALS AND REPLACEMENTS -
071000*    AND KEEPS ITS COPY ON ICTLFILE FOR THE NEXT ACK CHECK.
071100******************************************************************
071200 9100-WRITE-ADJ-CONTROL SECTION.
071300     MOVE SPACES TO DBLINTF-RECORD
071400     MOVE "J" TO DBLINTF-REC-TYPE
071500     MOVE WS-SENT-DATE TO DBLINTF-CTL-SENT-DATE
071600     MOVE WS-ADJ-REC-COUNT TO DBLINTF-CTL-REC-COUNT
071700     MOVE WS-ADJ-HASH-TOTAL TO DBLINTF-CTL-HASH-TOTAL
071800     WRITE DBLINTF-RECORD
071900     OPEN EXTEND ICTLFILE
072000     IF WS-ICTLFILE-STATUS = "35"
072100         OPEN OUTPUT ICTLFILE
072200     END-IF
072300     IF WS-ICTLFILE-STATUS NOT = "00"
072400         DISPLAY "DBL220 - UNABLE TO OPEN ICTLFILE - STATUS "
072500             WS-ICTLFILE-STATUS
072600             " - SENT CONTROL TOTALS NOT KEPT"
072700         MOVE 8 TO RETURN-CODE
072800         GO TO 9100-WRITE-ADJ-CONTROL-EXIT
072900     END-IF
073000     MOVE SPACES TO ICTL-RECORD
073100     MOVE "J" TO ICTL-REC-TYPE
073200     MOVE WS-SENT-DATE TO ICTL-CTL-SENT-DATE
073300     MOVE WS-ADJ-REC-COUNT TO ICTL-CTL-REC-COUNT
073400     MOVE WS-ADJ-HASH-TOTAL TO ICTL-CTL-HASH-TOTAL
073500     WRITE ICTL-RECORD
073600     CLOSE ICTLFILE.
073700 9100-WRITE-ADJ-CONTROL-EXIT.
073800     EXIT.
073900*
074000******************************************************************
074100*    9900-ABEND
074200*    REPORTS A RESULTS MASTER UPDATE THAT FAILED PART WAY
074300*    THROUGH THE DECK AND ENDS THE RUN IMMEDIATELY.
074400******************************************************************
074500 9900-ABEND SECTION.
074600     CLOSE ADJCARD
074700     CLOSE RSLTMSTR
074800     CLOSE ADJOUT
074900     CLOSE AUDITFILE
075000     CLOSE ADJREG
075100     MOVE 16 TO RETURN-CODE
075200     STOP RUN.
075300 9900-ABEND-EXIT.
075400     EXIT.
