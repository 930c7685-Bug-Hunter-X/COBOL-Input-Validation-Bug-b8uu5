000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DBL240.
000300 AUTHOR.         J R MICHAELS.
000400 INSTALLATION.   DATA PROCESSING - BATCH SYSTEMS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*    DBL240 - RESULTS MASTER BALANCING
001000*
001100*    PROVES THE RESULTS MASTER (RSLTMSTR, COPYBOOK DBLRMST) AND
001200*    THE RETENTION PURGE'S FLAT ARCHIVE (ARCHFILE, SAME LAYOUT)
001300*    AGAINST THE BATCH REGISTER (BATCHREG, COPYBOOK DBLBREG),
001400*    RUN DATE BY RUN DATE. FOR EVERY DATE THE REGISTER'S
001500*    TRAILER COUNT AND WS-NUMBER HASH, LESS WHAT DBL100 REJECTED,
001600*    OVERFLOWED OR HELD (NONE EVER REACHES THE MASTER), MUST EQUAL
001700*    THE COUNT AND HASH OF THE DATE'S RECORDS NOW ON THE MASTER
001800*    AND THE ARCHIVE TOGETHER, ONCE THE NET CHANGE MADE BY
001900*    OPERATOR CORRECTIONS (DBL100 AT THE TERMINAL, DBL220 AFTER
002000*    THE RUN) IS ALLOWED FOR. A CORRECTION IS RECOGNIZED BY A
002100*    MASTER RECORD WHOSE WS-NUMBER DIFFERS FROM THE ONE IT WAS
002200*    FIRST COMPUTED FROM (DBLRMST-ORIG-NUMBER).
002300*
002400*    THE TOTALS ARE GATHERED PER RUN DATE ON A SCRATCH KEYED
002500*    WORK FILE (BALWORK, COPYBOOK DBLBALW), SO THERE IS NO LIMIT
002600*    ON HOW MANY DATES OR BATCHES ARE BALANCED. THE REGISTER IS
002700*    POSTED FIRST, THEN THE MASTER, THEN THE ARCHIVE, AND THE
002800*    WORK FILE IS THEN READ BACK IN RUN-DATE ORDER.
002900*
003000*    ONLY THE EXCEPTIONS ARE PRINTED, EACH WITH ITS COUNT AND
003100*    HASH DIFFERENCES: A DATE OUT OF BALANCE, A DATE THE MASTER
003200*    OR ARCHIVE HOLDS BUT THE REGISTER DOES NOT (A BATCH THAT
003300*    ENDED BAD, SAY), AND A DATE THAT DOES NOT BALANCE BUT WAS
003400*    REGISTERED BEFORE THE REGISTER CARRIED REJECT AND OVERFLOW
003500*    TOTALS - ITS DIFFERENCE MAY BE NOTHING BUT ITS REJECTS, SO
003600*    IT IS SHOWN AS NOT PROVABLE. ANY DATE OUT OF BALANCE OR NOT
003700*    REGISTERED ENDS THE STEP WITH RETURN CODE 8; A DATE NOT
003800*    PROVABLE, WITH NOTHING WORSE, ENDS IT WITH RETURN CODE 4.
003900*    A BATCH REPROCESSED UNDER DBL100'S OVERRIDE IS REGISTERED
004000*    TWICE AND ITS DATE SHOWS OUT OF BALANCE BY THE REPEAT.
004100*
004200*    MODIFICATION HISTORY
004300*    DATE       INIT  DESCRIPTION
004400*    ---------  ----  -----------------------------------------
004500*    2026-10-15 JRM   ORIGINAL PROGRAM - RESULTS MASTER BALANCING.
004510*    2026-10-15 JRM   ITEMS DBL100 HELD OUT OF TOLERANCE NEVER
004520*                     REACH THE MASTER EITHER - A REGISTER RECORD
004530*                     CARRYING HOLD TOTALS ADDS THEM TO ITS
004540*                     DATE'S UNPOSTED LEG.
004542*    2026-10-15 JRM   ARCHIVE RECORD NOW NAMES THE NEW
004544*                     DBLRMST-SOURCE-ID FIELD IN ITS OWN RIGHT.
004546*    2026-10-15 JRM   A RECORD THE RECALL JOB (DBL280) PUT BACK
004548*                     ON THE MASTER IS ALREADY COUNTED BY ITS
004550*                     ARCHIVE COPY, AND A LATER VERSION THE PURGE
004552*                     ARCHIVED AFTER A CHANGE WHILE RECALLED BY
004554*                     THE COPY BEFORE IT - EITHER ONE NOW ADDS
004556*                     ONLY ITS CHANGE SINCE THE RECALL TO THE
004558*                     HASH AND THE NET CORRECTION, AND NOTHING
004560*                     TO THE COUNT. ARCHIVE RECORD NOW NAMES THE
004562*                     NEW DBLRMST RECALL FIELDS IN THEIR OWN
004564*                     RIGHT.
004566*    2026-10-15 JRM   BATCH REGISTER IS NOW A KEYED FILE; IT IS
004568*                     STILL READ THROUGH FROM THE START, NOW IN
004570*                     KEY ORDER.
004600******************************************************************
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 SOURCE-COMPUTER.    IBM-370.
005000 OBJECT-COMPUTER.    IBM-370.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT BATCHREG ASSIGN TO BATCHREG
005400                     ORGANIZATION IS INDEXED
005420                     ACCESS MODE IS SEQUENTIAL
005440                     RECORD KEY IS DBLBREG-KEY
005500                     FILE STATUS IS WS-BATCHREG-STATUS.
005600
005700     SELECT RSLTMSTR ASSIGN TO RSLTMSTR
005800                     ORGANIZATION IS INDEXED
005900                     ACCESS MODE IS DYNAMIC
006000                     RECORD KEY IS DBLRMST-KEY
006100                     FILE STATUS IS WS-RSLTMSTR-STATUS.
006200
006300     SELECT ARCHFILE ASSIGN TO ARCHFILE
006400                     ORGANIZATION IS SEQUENTIAL
006500                     FILE STATUS IS WS-ARCHFILE-STATUS.
006600
006700     SELECT BALWORK  ASSIGN TO BALWORK
006800                     ORGANIZATION IS INDEXED
006900                     ACCESS MODE IS DYNAMIC
007000                     RECORD KEY IS DBLBALW-KEY
007100                     FILE STATUS IS WS-BALWORK-STATUS.
007200
007300     SELECT BALRPT   ASSIGN TO BALRPT
007400                     ORGANIZATION IS SEQUENTIAL
007500                     FILE STATUS IS WS-BALRPT-STATUS.
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  BATCHREG
008000     LABEL RECORDS ARE STANDARD.
008100 COPY DBLBREG.
008200*
008300 FD  RSLTMSTR
008400     LABEL RECORDS ARE STANDARD.
008500 COPY DBLRMST.
008600*
008700*    THE ARCHIVE CARRIES THE RESULTS MASTER LAYOUT UNDER ITS OWN
008800*    NAMES, AS IN DBL150, WHICH WRITES IT.
008900 FD  ARCHFILE
009000     RECORDING MODE IS F
009100     LABEL RECORDS ARE STANDARD.
009200 COPY DBLRMST
009300     REPLACING ==DBLRMST-RECORD==      BY ==ARCH-RECORD==
009400               ==DBLRMST-KEY==         BY ==ARCH-KEY==
009500               ==DBLRMST-RUN-DATE==    BY ==ARCH-RUN-DATE==
009600               ==DBLRMST-SEQUENCE-NO== BY ==ARCH-SEQUENCE-NO==
009700               ==DBLRMST-NUMBER==      BY ==ARCH-NUMBER==
009800               ==DBLRMST-RESULT==      BY ==ARCH-RESULT==
009900               ==DBLRMST-OP-CODE==     BY ==ARCH-OP-CODE==
010000               ==DBLRMST-MARKUP-PCT==  BY ==ARCH-MARKUP-PCT==
010100               ==DBLRMST-ORIG-NUMBER== BY ==ARCH-ORIG-NUMBER==
010150               ==DBLRMST-SOURCE-ID==   BY ==ARCH-SOURCE-ID==
010200               ==DBLRMST-ORIG-NUMBER-X==
010300                   BY ==ARCH-ORIG-NUMBER-X==
010305               ==DBLRMST-RECALL-INFO==
010310                   BY ==ARCH-RECALL-INFO==
010315               ==DBLRMST-RECALL-FLAG==
010320                   BY ==ARCH-RECALL-FLAG==
010325               ==DBLRMST-IS-RECALLED==
010330                   BY ==ARCH-IS-RECALLED==
010335               ==DBLRMST-RECALL-UNCHANGED==
010340                   BY ==ARCH-RECALL-UNCHANGED==
010345               ==DBLRMST-RECALL-CHANGED==
010350                   BY ==ARCH-RECALL-CHANGED==
010355               ==DBLRMST-RECALL-DATE==
010360                   BY ==ARCH-RECALL-DATE==
010365               ==DBLRMST-RECALL-DATE-X==
010370                   BY ==ARCH-RECALL-DATE-X==
010375               ==DBLRMST-RECALL-NUMBER==
010380                   BY ==ARCH-RECALL-NUMBER==
010385               ==DBLRMST-RECALL-NUMBER-X==
010390                   BY ==ARCH-RECALL-NUMBER-X==.
010400*
010500 FD  BALWORK
010600     LABEL RECORDS ARE STANDARD.
010700 COPY DBLBALW.
010800*
010900 FD  BALRPT
011000     RECORDING MODE IS F
011100     LABEL RECORDS ARE STANDARD.
011200 01  BALRPT-LINE                 PIC X(132).
011300 WORKING-STORAGE SECTION.
011400 01  WS-FILE-STATUS-AREA.
011500     05  WS-BATCHREG-STATUS  PIC X(02) VALUE SPACES.
011600     05  WS-RSLTMSTR-STATUS  PIC X(02) VALUE SPACES.
011700     05  WS-ARCHFILE-STATUS  PIC X(02) VALUE SPACES.
011800     05  WS-BALWORK-STATUS   PIC X(02) VALUE SPACES.
011900     05  WS-BALRPT-STATUS    PIC X(02) VALUE SPACES.
012000*
012100 01  WS-SWITCHES.
012200     05  WS-BATCHREG-EOF-SWITCH  PIC X(01) VALUE "N".
012300         88  WS-BATCHREG-EOF         VALUE "Y".
012400     05  WS-RSLTMSTR-EOF-SWITCH  PIC X(01) VALUE "N".
012500         88  WS-RSLTMSTR-EOF         VALUE "Y".
012600     05  WS-ARCHFILE-EOF-SWITCH  PIC X(01) VALUE "N".
012700         88  WS-ARCHFILE-EOF         VALUE "Y".
012800     05  WS-BALWORK-EOF-SWITCH   PIC X(01) VALUE "N".
012900         88  WS-BALWORK-EOF          VALUE "Y".
013000     05  WS-WORK-FOUND-SWITCH    PIC X(01) VALUE "N".
013100         88  WS-WORK-FOUND           VALUE "Y".
013200     05  WS-ACC-ACTIVE-SWITCH    PIC X(01) VALUE "N".
013300         88  WS-ACC-ACTIVE           VALUE "Y".
013400     05  WS-ACC-SOURCE           PIC X(01) VALUE "M".
013500         88  WS-ACC-FROM-MASTER      VALUE "M".
013600         88  WS-ACC-FROM-ARCHIVE     VALUE "A".
013700*
013800 77  WS-TODAY                PIC 9(08) VALUE ZERO.
013900 77  WS-POST-DATE            PIC 9(08) VALUE ZERO.
014000 77  WS-REGISTER-READ        PIC 9(09) COMP VALUE ZERO.
014100 77  WS-MASTER-READ          PIC 9(09) COMP VALUE ZERO.
014200 77  WS-ARCHIVE-READ         PIC 9(09) COMP VALUE ZERO.
014300 77  WS-DATES-CHECKED        PIC 9(09) COMP VALUE ZERO.
014400 77  WS-DATES-IN-BALANCE     PIC 9(09) COMP VALUE ZERO.
014500 77  WS-DATES-OUT-OF-BAL     PIC 9(09) COMP VALUE ZERO.
014600 77  WS-DATES-NOT-PROVABLE   PIC 9(09) COMP VALUE ZERO.
014700 77  WS-DATES-NOT-REG        PIC 9(09) COMP VALUE ZERO.
014800 77  WS-LINE-COUNT           PIC 9(03) COMP VALUE 99.
014900 77  WS-LINES-PER-PAGE       PIC 9(03) COMP VALUE 55.
015000 77  WS-PAGE-NO              PIC 9(04) COMP VALUE ZERO.
015100*
015200*    ONE RUN DATE'S MASTER OR ARCHIVE RECORDS ARE ADDED UP HERE
015300*    AND POSTED TO THE WORK FILE WHEN THE DATE CHANGES, SAVING A
015400*    WORK FILE READ AND REWRITE FOR EVERY RECORD.
015500 01  WS-ACCUMULATION.
015600     05  WS-ACC-RUN-DATE         PIC 9(08) VALUE ZERO.
015700     05  WS-ACC-COUNT            PIC 9(09) COMP VALUE ZERO.
015800     05  WS-ACC-HASH             PIC S9(11) COMP VALUE ZERO.
015900     05  WS-ACC-CORR-COUNT       PIC 9(09) COMP VALUE ZERO.
016000     05  WS-ACC-CORR-HASH        PIC S9(11) COMP VALUE ZERO.
016100*
016200 01  WS-TALLY-AREA.
016300     05  WS-TALLY-NUMBER         PIC 9(05) VALUE ZERO.
016400     05  WS-TALLY-ORIG-NUMBER    PIC 9(05) VALUE ZERO.
016420     05  WS-TALLY-RECALL-SWITCH  PIC X(01) VALUE "N".
016440         88  WS-TALLY-RECALLED       VALUE "Y".
016460     05  WS-TALLY-RECALL-NUMBER  PIC 9(05) VALUE ZERO.
016500*
016600 01  WS-BALANCE-AREA.
016700     05  WS-EXP-COUNT            PIC S9(11) COMP VALUE ZERO.
016800     05  WS-ACT-COUNT            PIC S9(11) COMP VALUE ZERO.
016900     05  WS-DIFF-COUNT           PIC S9(11) COMP VALUE ZERO.
017000     05  WS-EXP-HASH             PIC S9(11) COMP VALUE ZERO.
017100     05  WS-ACT-HASH             PIC S9(11) COMP VALUE ZERO.
017200     05  WS-DIFF-HASH            PIC S9(11) COMP VALUE ZERO.
017300     05  WS-UNPOSTED-COUNT       PIC S9(11) COMP VALUE ZERO.
017400     05  WS-UNPOSTED-HASH        PIC S9(11) COMP VALUE ZERO.
017500     05  WS-BALANCE-STATUS       PIC X(08) VALUE SPACES.
017600*
017700 01  WS-RPT-HEADING-1.
017800     05  FILLER                  PIC X(08) VALUE "DBL240".
017900     05  FILLER                  PIC X(36)
018000         VALUE "RESULTS MASTER BALANCING".
018100     05  FILLER                  PIC X(07) VALUE "RUN ON ".
018200     05  WS-RPT-HDR-TODAY        PIC 9(08).
018300     05  FILLER                  PIC X(06) VALUE "  PAGE".
018400     05  WS-RPT-HDR-PAGE-NO      PIC ZZZ9.
018500     05  FILLER                  PIC X(63) VALUE SPACES.
018600*
018700 01  WS-RPT-HEADING-2.
018800     05  FILLER                  PIC X(17)
018900         VALUE "  RUN DATE  ITEM".
019000     05  FILLER                  PIC X(15)
019100         VALUE "     REGISTERED".
019200     05  FILLER                  PIC X(15)
019300         VALUE "   NEVER POSTED".
019400     05  FILLER                  PIC X(15)
019500         VALUE "      CORRECTED".
019600     05  FILLER                  PIC X(15)
019700         VALUE "       EXPECTED".
019800     05  FILLER                  PIC X(15)
019900         VALUE "         MASTER".
020000     05  FILLER                  PIC X(15)
020100         VALUE "        ARCHIVE".
020200     05  FILLER                  PIC X(15)
020300         VALUE "     DIFFERENCE".
020400     05  FILLER                  PIC X(10) VALUE "  STATUS".
020500*
020600*    EACH EXCEPTION DATE PRINTS TWO LINES - THE RECORD COUNTS,
020700*    THEN THE WS-NUMBER HASHES. ON THE HASH LINE THE CORRECTED
020800*    COLUMN IS THE NET CHANGE THE CORRECTIONS MADE.
020900 01  WS-RPT-DETAIL-LINE.
021000     05  FILLER                  PIC X(02) VALUE SPACES.
021100     05  WS-RPT-DET-RUN-DATE     PIC X(08).
021200     05  FILLER                  PIC X(02) VALUE SPACES.
021300     05  WS-RPT-DET-ITEM         PIC X(04).
021400     05  FILLER                  PIC X(01) VALUE SPACES.
021500     05  WS-RPT-DET-REGISTERED   PIC -ZZ,ZZZ,ZZZ,ZZ9.
021600     05  WS-RPT-DET-UNPOSTED     PIC -ZZ,ZZZ,ZZZ,ZZ9.
021700     05  WS-RPT-DET-CORRECTED    PIC -ZZ,ZZZ,ZZZ,ZZ9.
021800     05  WS-RPT-DET-EXPECTED     PIC -ZZ,ZZZ,ZZZ,ZZ9.
021900     05  WS-RPT-DET-MASTER       PIC -ZZ,ZZZ,ZZZ,ZZ9.
022000     05  WS-RPT-DET-ARCHIVE      PIC -ZZ,ZZZ,ZZZ,ZZ9.
022100     05  WS-RPT-DET-DIFFERENCE   PIC -ZZ,ZZZ,ZZZ,ZZ9.
022200     05  FILLER                  PIC X(02) VALUE SPACES.
022300     05  WS-RPT-DET-STATUS       PIC X(08).
022400*
022500 01  WS-RPT-TOTAL-LINE.
022600     05  WS-RPT-TOTAL-TEXT       PIC X(40).
022700     05  WS-RPT-TOTAL-COUNT      PIC ZZZ,ZZZ,ZZ9.
022800     05  FILLER                  PIC X(81) VALUE SPACES.
022900*
023000 01  WS-RPT-WORK-LINE            PIC X(132).
023100*
023200 PROCEDURE DIVISION.
023300*
023400******************************************************************
023500*    0000-MAINLINE
023600*    CONTROLS OVERALL FLOW OF THE BALANCING RUN.
023700******************************************************************
023800 0000-MAINLINE SECTION.
023900     PERFORM 1000-INITIALIZE
024000         THRU 1000-INITIALIZE-EXIT
024100     PERFORM 2000-POST-REGISTER
024200         THRU 2000-POST-REGISTER-EXIT
024300     PERFORM 3000-POST-MASTER
024400         THRU 3000-POST-MASTER-EXIT
024500     PERFORM 3500-POST-ARCHIVE
024600         THRU 3500-POST-ARCHIVE-EXIT
024700     PERFORM 4000-CHECK-BALANCES
024800         THRU 4000-CHECK-BALANCES-EXIT
024900     PERFORM 9000-TERMINATE
025000         THRU 9000-TERMINATE-EXIT
025100     STOP RUN.
025200*
025300******************************************************************
025400*    1000-INITIALIZE
025500*    BUILDS THE SCRATCH WORK FILE EMPTY, OPENS THE REGISTER,
025600*    THE MASTER, AND THE REPORT WITH A STATUS CHECK AFTER EVERY
025700*    OPEN. A MISSING REGISTER LEAVES NOTHING TO BALANCE AGAINST
025800*    AND STOPS THE RUN.
025900******************************************************************
026000 1000-INITIALIZE SECTION.
026100     ACCEPT WS-TODAY FROM DATE YYYYMMDD
026200     OPEN OUTPUT BALWORK
026300     IF WS-BALWORK-STATUS = "00"
026400         CLOSE BALWORK
026500         OPEN I-O BALWORK
026600     END-IF
026700     IF WS-BALWORK-STATUS NOT = "00"
026800         DISPLAY "DBL240 - UNABLE TO OPEN BALWORK - STATUS "
026900             WS-BALWORK-STATUS
027000         MOVE 16 TO RETURN-CODE
027100         STOP RUN
027200     END-IF
027300     OPEN INPUT BATCHREG
027400     IF WS-BATCHREG-STATUS NOT = "00"
027500         DISPLAY "DBL240 - UNABLE TO OPEN BATCHREG - STATUS "
027600             WS-BATCHREG-STATUS
027700         MOVE 16 TO RETURN-CODE
027800         CLOSE BALWORK
027900         STOP RUN
028000     END-IF
028100     OPEN INPUT RSLTMSTR
028200     IF WS-RSLTMSTR-STATUS NOT = "00"
028300         DISPLAY "DBL240 - UNABLE TO OPEN RSLTMSTR - STATUS "
028400             WS-RSLTMSTR-STATUS
028500         MOVE 16 TO RETURN-CODE
028600         CLOSE BALWORK
028700         CLOSE BATCHREG
028800         STOP RUN
028900     END-IF
029000     OPEN OUTPUT BALRPT
029100     IF WS-BALRPT-STATUS NOT = "00"
029200         DISPLAY "DBL240 - UNABLE TO OPEN BALRPT - STATUS "
029300             WS-BALRPT-STATUS
029400         MOVE 16 TO RETURN-CODE
029500         CLOSE BALWORK
029600         CLOSE BATCHREG
029700         CLOSE RSLTMSTR
029800         STOP RUN
029900     END-IF
030000     PERFORM 5100-PAGE-HEADING
030100         THRU 5100-PAGE-HEADING-EXIT.
030200 1000-INITIALIZE-EXIT.
030300     EXIT.
030400*
030500******************************************************************
030600*    2000-POST-REGISTER
030700*    POSTS EVERY BATCH REGISTER RECORD TO ITS RUN DATE'S WORK
030800*    RECORD. THE REGISTER COMES BACK IN KEY ORDER, RUN DATE
030900*    FIRST, BUT EACH RECORD IS STILL POSTED ON ITS OWN.
031100******************************************************************
031200 2000-POST-REGISTER SECTION.
031300     PERFORM 2100-READ-REGISTER
031400         THRU 2100-READ-REGISTER-EXIT
031500     PERFORM 2010-POST-ONE-BATCH
031600         THRU 2010-POST-ONE-BATCH-EXIT
031700         UNTIL WS-BATCHREG-EOF
031800     CLOSE BATCHREG.
031900 2000-POST-REGISTER-EXIT.
032000     EXIT.
032100*
032200******************************************************************
032300*    2010-POST-ONE-BATCH
032400*    ADDS ONE REGISTERED BATCH'S TRAILER TOTALS, AND WHAT IT
032500*    REJECTED, OVERFLOWED AND HELD, INTO ITS RUN DATE'S WORK
032510*    RECORD.
032600*    A BATCH REGISTERED BEFORE THE REGISTER CARRIED THE REJECT
032700*    AND OVERFLOW TOTALS MARKS ITS DATE AS LACKING THEM.
032800******************************************************************
032900 2010-POST-ONE-BATCH SECTION.
033000     MOVE DBLBREG-RUN-DATE TO WS-POST-DATE
033100     PERFORM 2900-FETCH-WORK-ENTRY
033200         THRU 2900-FETCH-WORK-ENTRY-EXIT
033300     MOVE "Y" TO DBLBALW-REG-FLAG
033400     ADD 1 TO DBLBALW-BATCH-COUNT
033500     ADD DBLBREG-REC-COUNT TO DBLBALW-REG-COUNT
033600     ADD DBLBREG-HASH-TOTAL TO DBLBALW-REG-HASH
033700     IF DBLBREG-HAS-DETAIL
033800         ADD DBLBREG-REJ-COUNT TO DBLBALW-REJ-COUNT
033900         ADD DBLBREG-REJ-HASH TO DBLBALW-REJ-HASH
034000         ADD DBLBREG-OVF-COUNT TO DBLBALW-OVF-COUNT
034100         ADD DBLBREG-OVF-HASH TO DBLBALW-OVF-HASH
034110         IF DBLBREG-HAS-HOLD-TOTALS
034120             ADD DBLBREG-HOLD-COUNT TO DBLBALW-HOLD-COUNT
034130             ADD DBLBREG-HOLD-HASH TO DBLBALW-HOLD-HASH
034140         END-IF
034200     ELSE
034300         MOVE "Y" TO DBLBALW-NO-DETAIL-FLAG
034400     END-IF
034500     PERFORM 2950-STORE-WORK-ENTRY
034600         THRU 2950-STORE-WORK-ENTRY-EXIT
034700     PERFORM 2100-READ-REGISTER
034800         THRU 2100-READ-REGISTER-EXIT.
034900 2010-POST-ONE-BATCH-EXIT.
035000     EXIT.
035100*
035200******************************************************************
035300*    2100-READ-REGISTER
035400*    READS THE NEXT BATCH REGISTER RECORD.
035500******************************************************************
035600 2100-READ-REGISTER SECTION.
035700     READ BATCHREG
035800         AT END
035900             SET WS-BATCHREG-EOF TO TRUE
036000         NOT AT END
036100             ADD 1 TO WS-REGISTER-READ
036200     END-READ.
036300 2100-READ-REGISTER-EXIT.
036400     EXIT.
036500*
036600******************************************************************
036700*    2900-FETCH-WORK-ENTRY
036800*    READS THE WORK RECORD FOR WS-POST-DATE, OR STARTS A FRESH
036900*    ONE WITH EVERY TOTAL ZERO IF THE DATE HAS NOT BEEN SEEN.
037000******************************************************************
037100 2900-FETCH-WORK-ENTRY SECTION.
037200     MOVE WS-POST-DATE TO DBLBALW-RUN-DATE
037300     READ BALWORK
037400         INVALID KEY
037500             MOVE "N" TO WS-WORK-FOUND-SWITCH
037600             INITIALIZE DBLBALW-RECORD
037700             MOVE WS-POST-DATE TO DBLBALW-RUN-DATE
037800             MOVE "N" TO DBLBALW-REG-FLAG
037900             MOVE "N" TO DBLBALW-NO-DETAIL-FLAG
038000         NOT INVALID KEY
038100             SET WS-WORK-FOUND TO TRUE
038200     END-READ.
038300 2900-FETCH-WORK-ENTRY-EXIT.
038400     EXIT.
038500*
038600******************************************************************
038700*    2950-STORE-WORK-ENTRY
038800*    PUTS THE WORK RECORD FETCHED BY 2900 BACK - REWRITTEN IF
038900*    IT WAS ALREADY THERE, WRITTEN IF IT IS NEW. A FAILURE ON
039000*    THE SCRATCH FILE LEAVES THE TOTALS UNTRUSTWORTHY AND STOPS
039100*    THE RUN.
039200******************************************************************
039300 2950-STORE-WORK-ENTRY SECTION.
039400     IF WS-WORK-FOUND
039500         REWRITE DBLBALW-RECORD
039600     ELSE
039700         WRITE DBLBALW-RECORD
039800     END-IF
039900     IF WS-BALWORK-STATUS NOT = "00"
040000         DISPLAY "DBL240 - BALWORK UPDATE FAILED FOR "
040100             DBLBALW-RUN-DATE " - STATUS " WS-BALWORK-STATUS
040200         MOVE 16 TO RETURN-CODE
040300         CLOSE BALWORK
040400         CLOSE RSLTMSTR
040500         CLOSE BALRPT
040600         STOP RUN
040700     END-IF.
040800 2950-STORE-WORK-ENTRY-EXIT.
040900     EXIT.
041000*
041100******************************************************************
041200*    3000-POST-MASTER
041300*    BROWSES THE WHOLE RESULTS MASTER IN KEY ORDER, ADDING UP
041400*    EACH RUN DATE'S RECORDS AND POSTING THEM AT THE DATE BREAK.
041500******************************************************************
041600 3000-POST-MASTER SECTION.
041700     MOVE "M" TO WS-ACC-SOURCE
041800     PERFORM 3100-READ-NEXT-MASTER
041900         THRU 3100-READ-NEXT-MASTER-EXIT
042000     PERFORM 3010-TAKE-ONE-MASTER
042100         THRU 3010-TAKE-ONE-MASTER-EXIT
042200         UNTIL WS-RSLTMSTR-EOF
042300     IF WS-ACC-ACTIVE
042400         PERFORM 3900-POST-ACCUMULATION
042500             THRU 3900-POST-ACCUMULATION-EXIT
042600     END-IF
042700     CLOSE RSLTMSTR.
042800 3000-POST-MASTER-EXIT.
042900     EXIT.
043000*
043100******************************************************************
043200*    3010-TAKE-ONE-MASTER
043300*    TALLIES ONE MASTER RECORD UNDER ITS RUN DATE. A RECORD
043400*    WRITTEN BEFORE THE ORIGINAL NUMBER WAS KEPT CARRIES SPACES
043500*    THERE AND HAS NEVER BEEN CORRECTED SINCE, SO ITS CURRENT
043600*    NUMBER IS ITS ORIGINAL. A RECALLED RECORD ALSO CARRIES THE
043650*    NUMBER IT WAS RECALLED WITH.
043700******************************************************************
043800 3010-TAKE-ONE-MASTER SECTION.
043900     IF WS-ACC-ACTIVE
044000         AND DBLRMST-RUN-DATE NOT = WS-ACC-RUN-DATE
044100         PERFORM 3900-POST-ACCUMULATION
044200             THRU 3900-POST-ACCUMULATION-EXIT
044300     END-IF
044400     IF NOT WS-ACC-ACTIVE
044500         MOVE DBLRMST-RUN-DATE TO WS-ACC-RUN-DATE
044600         SET WS-ACC-ACTIVE TO TRUE
044700     END-IF
044800     MOVE DBLRMST-NUMBER TO WS-TALLY-NUMBER
044900     IF DBLRMST-ORIG-NUMBER-X IS NUMERIC
045000         MOVE DBLRMST-ORIG-NUMBER TO WS-TALLY-ORIG-NUMBER
045100     ELSE
045200         MOVE DBLRMST-NUMBER TO WS-TALLY-ORIG-NUMBER
045300     END-IF
045310     IF DBLRMST-IS-RECALLED
045320         SET WS-TALLY-RECALLED TO TRUE
045330         MOVE DBLRMST-RECALL-NUMBER TO WS-TALLY-RECALL-NUMBER
045340     ELSE
045350         MOVE "N" TO WS-TALLY-RECALL-SWITCH
045360     END-IF
045400     PERFORM 3800-TALLY-ONE-RECORD
045500         THRU 3800-TALLY-ONE-RECORD-EXIT
045600     PERFORM 3100-READ-NEXT-MASTER
045700         THRU 3100-READ-NEXT-MASTER-EXIT.
045800 3010-TAKE-ONE-MASTER-EXIT.
045900     EXIT.
046000*
046100******************************************************************
046200*    3100-READ-NEXT-MASTER
046300*    READS THE NEXT RESULTS MASTER RECORD IN KEY ORDER.
046400******************************************************************
046500 3100-READ-NEXT-MASTER SECTION.
046600     READ RSLTMSTR NEXT
046700         AT END
046800             SET WS-RSLTMSTR-EOF TO TRUE
046900         NOT AT END
047000             ADD 1 TO WS-MASTER-READ
047100     END-READ.
047200 3100-READ-NEXT-MASTER-EXIT.
047300     EXIT.
047400*
047500******************************************************************
047600*    3500-POST-ARCHIVE
047700*    READS THE WHOLE PURGE ARCHIVE, ADDING UP EACH RUN DATE'S
047800*    RECORDS AND POSTING THEM AT THE DATE BREAK. AN ARCHIVE NOT
047900*    YET CREATED MEANS NOTHING HAS BEEN PURGED.
048000******************************************************************
048100 3500-POST-ARCHIVE SECTION.
048200     OPEN INPUT ARCHFILE
048300     IF WS-ARCHFILE-STATUS = "35"
048400         GO TO 3500-POST-ARCHIVE-EXIT
048500     END-IF
048600     IF WS-ARCHFILE-STATUS NOT = "00"
048700         DISPLAY "DBL240 - UNABLE TO OPEN ARCHFILE - STATUS "
048800             WS-ARCHFILE-STATUS
048900         MOVE 16 TO RETURN-CODE
049000         CLOSE BALWORK
049100         CLOSE BALRPT
049200         STOP RUN
049300     END-IF
049400     MOVE "A" TO WS-ACC-SOURCE
049500     MOVE "N" TO WS-ACC-ACTIVE-SWITCH
049600     PERFORM 3600-READ-ARCHIVE
049700         THRU 3600-READ-ARCHIVE-EXIT
049800     PERFORM 3510-TAKE-ONE-ARCHIVE
049900         THRU 3510-TAKE-ONE-ARCHIVE-EXIT
050000         UNTIL WS-ARCHFILE-EOF
050100     IF WS-ACC-ACTIVE
050200         PERFORM 3900-POST-ACCUMULATION
050300             THRU 3900-POST-ACCUMULATION-EXIT
050400     END-IF
050500     CLOSE ARCHFILE.
050600 3500-POST-ARCHIVE-EXIT.
050700     EXIT.
050800*
050900******************************************************************
051000*    3510-TAKE-ONE-ARCHIVE
051100*    TALLIES ONE ARCHIVE RECORD UNDER ITS RUN DATE, ON THE SAME
051200*    TERMS AS A MASTER RECORD.
051300******************************************************************
051400 3510-TAKE-ONE-ARCHIVE SECTION.
051500     IF WS-ACC-ACTIVE
051600         AND ARCH-RUN-DATE NOT = WS-ACC-RUN-DATE
051700         PERFORM 3900-POST-ACCUMULATION
051800             THRU 3900-POST-ACCUMULATION-EXIT
051900     END-IF
052000     IF NOT WS-ACC-ACTIVE
052100         MOVE ARCH-RUN-DATE TO WS-ACC-RUN-DATE
052200         SET WS-ACC-ACTIVE TO TRUE
052300     END-IF
052400     MOVE ARCH-NUMBER TO WS-TALLY-NUMBER
052500     IF ARCH-ORIG-NUMBER-X IS NUMERIC
052600         MOVE ARCH-ORIG-NUMBER TO WS-TALLY-ORIG-NUMBER
052700     ELSE
052800         MOVE ARCH-NUMBER TO WS-TALLY-ORIG-NUMBER
052900     END-IF
052910     IF ARCH-IS-RECALLED
052920         SET WS-TALLY-RECALLED TO TRUE
052930         MOVE ARCH-RECALL-NUMBER TO WS-TALLY-RECALL-NUMBER
052940     ELSE
052950         MOVE "N" TO WS-TALLY-RECALL-SWITCH
052960     END-IF
053000     PERFORM 3800-TALLY-ONE-RECORD
053100         THRU 3800-TALLY-ONE-RECORD-EXIT
053200     PERFORM 3600-READ-ARCHIVE
053300         THRU 3600-READ-ARCHIVE-EXIT.
053400 3510-TAKE-ONE-ARCHIVE-EXIT.
053500     EXIT.
053600*
053700******************************************************************
053800*    3600-READ-ARCHIVE
053900*    READS THE NEXT ARCHIVE RECORD.
054000******************************************************************
054100 3600-READ-ARCHIVE SECTION.
054200     READ ARCHFILE
054300         AT END
054400             SET WS-ARCHFILE-EOF TO TRUE
054500         NOT AT END
054600             ADD 1 TO WS-ARCHIVE-READ
054700     END-READ.
054800 3600-READ-ARCHIVE-EXIT.
054900     EXIT.
055000*
055100******************************************************************
055200*    3800-TALLY-ONE-RECORD
055300*    ADDS THE RECORD STAGED IN WS-TALLY-AREA TO THE RUN DATE IN
055400*    PROGRESS. A RECORD WHOSE NUMBER NO LONGER MATCHES ITS
055500*    ORIGINAL WAS CORRECTED, AND THE CHANGE IS ADDED TO THE
055600*    DATE'S NET CORRECTION. A RECALLED RECORD, OR A LATER
055620*    VERSION ARCHIVED AFTER A CHANGE WHILE RECALLED, GOES TO
055640*    3810 INSTEAD.
055700******************************************************************
055800 3800-TALLY-ONE-RECORD SECTION.
055810     IF WS-TALLY-RECALLED
055820         PERFORM 3810-TALLY-RECALLED
055830             THRU 3810-TALLY-RECALLED-EXIT
055840         GO TO 3800-TALLY-ONE-RECORD-EXIT
055850     END-IF
055900     ADD 1 TO WS-ACC-COUNT
056000     ADD WS-TALLY-NUMBER TO WS-ACC-HASH
056100     IF WS-TALLY-NUMBER NOT = WS-TALLY-ORIG-NUMBER
056200         ADD 1 TO WS-ACC-CORR-COUNT
056300         COMPUTE WS-ACC-CORR-HASH = WS-ACC-CORR-HASH
056400             + WS-TALLY-NUMBER - WS-TALLY-ORIG-NUMBER
056500     END-IF.
056600 3800-TALLY-ONE-RECORD-EXIT.
056700     EXIT.
056800*
056802******************************************************************
056804*    3810-TALLY-RECALLED
056806*    THE ARCHIVE COPY THE RECORD WAS RECALLED FROM (OR THE ONE
056808*    A LATER VERSION SUPERSEDES) IS COUNTED AND HASHED ALREADY,
056810*    SO THIS RECORD ADDS NOTHING TO THE COUNT AND ONLY ITS
056812*    CHANGE SINCE THE RECALL TO THE HASH AND THE NET CORRECTION.
056814*    IT IS COUNTED AS CORRECTED ONLY IF THIS CHANGE IS THE FIRST
056816*    TO MOVE IT OFF ITS ORIGINAL NUMBER.
056818******************************************************************
056820 3810-TALLY-RECALLED SECTION.
056822     COMPUTE WS-ACC-HASH = WS-ACC-HASH
056824         + WS-TALLY-NUMBER - WS-TALLY-RECALL-NUMBER
056826     IF WS-TALLY-NUMBER NOT = WS-TALLY-RECALL-NUMBER
056828         IF WS-TALLY-RECALL-NUMBER = WS-TALLY-ORIG-NUMBER
056830             ADD 1 TO WS-ACC-CORR-COUNT
056832         END-IF
056834         COMPUTE WS-ACC-CORR-HASH = WS-ACC-CORR-HASH
056836             + WS-TALLY-NUMBER - WS-TALLY-RECALL-NUMBER
056838     END-IF.
056840 3810-TALLY-RECALLED-EXIT.
056842     EXIT.
056844*
056900******************************************************************
057000*    3900-POST-ACCUMULATION
057100*    POSTS THE RUN DATE JUST FINISHED TO ITS WORK RECORD, UNDER
057200*    THE MASTER OR THE ARCHIVE AS THE PASS REQUIRES, AND CLEARS
057300*    THE ACCUMULATION FOR THE NEXT DATE.
057400******************************************************************
057500 3900-POST-ACCUMULATION SECTION.
057600     MOVE WS-ACC-RUN-DATE TO WS-POST-DATE
057700     PERFORM 2900-FETCH-WORK-ENTRY
057800         THRU 2900-FETCH-WORK-ENTRY-EXIT
057900     IF WS-ACC-FROM-MASTER
058000         ADD WS-ACC-COUNT TO DBLBALW-MST-COUNT
058100         ADD WS-ACC-HASH TO DBLBALW-MST-HASH
058200     ELSE
058300         ADD WS-ACC-COUNT TO DBLBALW-ARC-COUNT
058400         ADD WS-ACC-HASH TO DBLBALW-ARC-HASH
058500     END-IF
058600     ADD WS-ACC-CORR-COUNT TO DBLBALW-CORR-COUNT
058700     ADD WS-ACC-CORR-HASH TO DBLBALW-CORR-HASH
058800     PERFORM 2950-STORE-WORK-ENTRY
058900         THRU 2950-STORE-WORK-ENTRY-EXIT
059000     MOVE ZERO TO WS-ACC-COUNT
059100     MOVE ZERO TO WS-ACC-HASH
059200     MOVE ZERO TO WS-ACC-CORR-COUNT
059300     MOVE ZERO TO WS-ACC-CORR-HASH
059400     MOVE "N" TO WS-ACC-ACTIVE-SWITCH.
059500 3900-POST-ACCUMULATION-EXIT.
059600     EXIT.
059700*
059800******************************************************************
059900*    4000-CHECK-BALANCES
060000*    READS THE WORK FILE BACK IN RUN-DATE ORDER AND BALANCES
060100*    EVERY DATE ON IT.
060200******************************************************************
060300 4000-CHECK-BALANCES SECTION.
060400     MOVE LOW-VALUES TO DBLBALW-KEY
060500     START BALWORK KEY IS NOT LESS THAN DBLBALW-KEY
060600         INVALID KEY
060700             SET WS-BALWORK-EOF TO TRUE
060800     END-START
060900     IF NOT WS-BALWORK-EOF
061000         PERFORM 4100-READ-NEXT-WORK
061100             THRU 4100-READ-NEXT-WORK-EXIT
061200     END-IF
061300     PERFORM 4010-CHECK-ONE-DATE
061400         THRU 4010-CHECK-ONE-DATE-EXIT
061500         UNTIL WS-BALWORK-EOF.
061600 4000-CHECK-BALANCES-EXIT.
061700     EXIT.
061800*
061900******************************************************************
062000*    4010-CHECK-ONE-DATE
062100*    BALANCES ONE RUN DATE. EXPECTED IS WHAT THE REGISTER SAYS
062200*    ARRIVED, LESS WHAT NEVER REACHED THE MASTER, PLUS THE NET
062300*    CHANGE FROM CORRECTIONS (COUNTS ARE NOT CHANGED BY A
062400*    CORRECTION); ACTUAL IS WHAT THE MASTER AND ARCHIVE HOLD. A
062500*    DATE IN BALANCE IS COUNTED AND NOT PRINTED. THEN READS THE
062600*    NEXT WORK RECORD.
062700******************************************************************
062800 4010-CHECK-ONE-DATE SECTION.
062900     ADD 1 TO WS-DATES-CHECKED
063000     COMPUTE WS-UNPOSTED-COUNT =
063100         DBLBALW-REJ-COUNT + DBLBALW-OVF-COUNT
063110         + DBLBALW-HOLD-COUNT
063200     COMPUTE WS-UNPOSTED-HASH =
063300         DBLBALW-REJ-HASH + DBLBALW-OVF-HASH
063310         + DBLBALW-HOLD-HASH
063400     COMPUTE WS-EXP-COUNT = DBLBALW-REG-COUNT - WS-UNPOSTED-COUNT
063500     COMPUTE WS-EXP-HASH = DBLBALW-REG-HASH - WS-UNPOSTED-HASH
063600         + DBLBALW-CORR-HASH
063700     COMPUTE WS-ACT-COUNT = DBLBALW-MST-COUNT + DBLBALW-ARC-COUNT
063800     COMPUTE WS-ACT-HASH = DBLBALW-MST-HASH + DBLBALW-ARC-HASH
063900     COMPUTE WS-DIFF-COUNT = WS-ACT-COUNT - WS-EXP-COUNT
064000     COMPUTE WS-DIFF-HASH = WS-ACT-HASH - WS-EXP-HASH
064100     EVALUATE TRUE
064200         WHEN NOT DBLBALW-REGISTERED
064300             MOVE "NOT REG" TO WS-BALANCE-STATUS
064400             ADD 1 TO WS-DATES-NOT-REG
064500             DISPLAY "DBL240 - RUN DATE " DBLBALW-RUN-DATE
064600                 " IS ON THE MASTER/ARCHIVE BUT NOT REGISTERED"
064700         WHEN WS-DIFF-COUNT = ZERO
064800             AND WS-DIFF-HASH = ZERO
064900             MOVE "IN BAL" TO WS-BALANCE-STATUS
065000             ADD 1 TO WS-DATES-IN-BALANCE
065100         WHEN DBLBALW-LACKS-DETAIL
065200             MOVE "NO PROOF" TO WS-BALANCE-STATUS
065300             ADD 1 TO WS-DATES-NOT-PROVABLE
065400         WHEN OTHER
065500             MOVE "OUT BAL" TO WS-BALANCE-STATUS
065600             ADD 1 TO WS-DATES-OUT-OF-BAL
065700             DISPLAY "DBL240 - RUN DATE " DBLBALW-RUN-DATE
065800                 " OUT OF BALANCE - COUNT " WS-DIFF-COUNT
065900                 " HASH " WS-DIFF-HASH
066000     END-EVALUATE
066100     IF WS-BALANCE-STATUS NOT = "IN BAL"
066200         PERFORM 5200-PRINT-EXCEPTION
066300             THRU 5200-PRINT-EXCEPTION-EXIT
066400     END-IF
066500     PERFORM 4100-READ-NEXT-WORK
066600         THRU 4100-READ-NEXT-WORK-EXIT.
066700 4010-CHECK-ONE-DATE-EXIT.
066800     EXIT.
066900*
067000******************************************************************
067100*    4100-READ-NEXT-WORK
067200*    READS THE NEXT WORK RECORD IN RUN-DATE ORDER.
067300******************************************************************
067400 4100-READ-NEXT-WORK SECTION.
067500     READ BALWORK NEXT
067600         AT END
067700             SET WS-BALWORK-EOF TO TRUE
067800     END-READ.
067900 4100-READ-NEXT-WORK-EXIT.
068000     EXIT.
068100*
068200******************************************************************
068300*    5000-WRITE-RPT-LINE
068400*    WRITES THE LINE STAGED IN WS-RPT-WORK-LINE, BREAKING TO A
068500*    NEW PAGE WHEN THE CURRENT PAGE IS FULL.
068600******************************************************************
068700 5000-WRITE-RPT-LINE SECTION.
068800     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
068900         PERFORM 5100-PAGE-HEADING
069000             THRU 5100-PAGE-HEADING-EXIT
069100     END-IF
069200     WRITE BALRPT-LINE FROM WS-RPT-WORK-LINE
069300         AFTER ADVANCING 1 LINE
069400     ADD 1 TO WS-LINE-COUNT.
069500 5000-WRITE-RPT-LINE-EXIT.
069600     EXIT.
069700*
069800******************************************************************
069900*    5100-PAGE-HEADING
070000*    STARTS A NEW REPORT PAGE WITH THE RUN DATE, PAGE NUMBER,
070100*    AND COLUMN HEADINGS.
070200******************************************************************
070300 5100-PAGE-HEADING SECTION.
070400     ADD 1 TO WS-PAGE-NO
070500     MOVE WS-PAGE-NO TO WS-RPT-HDR-PAGE-NO
070600     MOVE WS-TODAY TO WS-RPT-HDR-TODAY
070700     WRITE BALRPT-LINE FROM WS-RPT-HEADING-1
070800         AFTER ADVANCING PAGE
070900     MOVE SPACES TO BALRPT-LINE
071000     WRITE BALRPT-LINE AFTER ADVANCING 1 LINE
071100     WRITE BALRPT-LINE FROM WS-RPT-HEADING-2
071200         AFTER ADVANCING 1 LINE
071300     MOVE SPACES TO BALRPT-LINE
071400     WRITE BALRPT-LINE AFTER ADVANCING 1 LINE
071500     MOVE 5 TO WS-LINE-COUNT.
071600 5100-PAGE-HEADING-EXIT.
071700     EXIT.
071800*
071900******************************************************************
072000*    5200-PRINT-EXCEPTION
072100*    PRINTS ONE EXCEPTION DATE'S COUNT AND HASH LINES AND A
072200*    SPACING LINE, KEEPING THE PAIR TOGETHER ON ONE PAGE.
072300******************************************************************
072400 5200-PRINT-EXCEPTION SECTION.
072500     IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
072600         PERFORM 5100-PAGE-HEADING
072700             THRU 5100-PAGE-HEADING-EXIT
072800     END-IF
072900     MOVE DBLBALW-RUN-DATE TO WS-RPT-DET-RUN-DATE
073000     MOVE "CNT" TO WS-RPT-DET-ITEM
073100     MOVE DBLBALW-REG-COUNT TO WS-RPT-DET-REGISTERED
073200     MOVE WS-UNPOSTED-COUNT TO WS-RPT-DET-UNPOSTED
073300     MOVE DBLBALW-CORR-COUNT TO WS-RPT-DET-CORRECTED
073400     MOVE WS-EXP-COUNT TO WS-RPT-DET-EXPECTED
073500     MOVE DBLBALW-MST-COUNT TO WS-RPT-DET-MASTER
073600     MOVE DBLBALW-ARC-COUNT TO WS-RPT-DET-ARCHIVE
073700     MOVE WS-DIFF-COUNT TO WS-RPT-DET-DIFFERENCE
073800     MOVE WS-BALANCE-STATUS TO WS-RPT-DET-STATUS
073900     MOVE WS-RPT-DETAIL-LINE TO WS-RPT-WORK-LINE
074000     PERFORM 5000-WRITE-RPT-LINE
074100         THRU 5000-WRITE-RPT-LINE-EXIT
074200     MOVE SPACES TO WS-RPT-DET-RUN-DATE
074300     MOVE "HASH" TO WS-RPT-DET-ITEM
074400     MOVE DBLBALW-REG-HASH TO WS-RPT-DET-REGISTERED
074500     MOVE WS-UNPOSTED-HASH TO WS-RPT-DET-UNPOSTED
074600     MOVE DBLBALW-CORR-HASH TO WS-RPT-DET-CORRECTED
074700     MOVE WS-EXP-HASH TO WS-RPT-DET-EXPECTED
074800     MOVE DBLBALW-MST-HASH TO WS-RPT-DET-MASTER
074900     MOVE DBLBALW-ARC-HASH TO WS-RPT-DET-ARCHIVE
075000     MOVE WS-DIFF-HASH TO WS-RPT-DET-DIFFERENCE
075100     MOVE SPACES TO WS-RPT-DET-STATUS
075200     MOVE WS-RPT-DETAIL-LINE TO WS-RPT-WORK-LINE
075300     PERFORM 5000-WRITE-RPT-LINE
075400         THRU 5000-WRITE-RPT-LINE-EXIT
075500     MOVE SPACES TO WS-RPT-WORK-LINE
075600     PERFORM 5000-WRITE-RPT-LINE
075700         THRU 5000-WRITE-RPT-LINE-EXIT.
075800 5200-PRINT-EXCEPTION-EXIT.
075900     EXIT.
076000*
076100******************************************************************
076200*    5300-PRINT-TOTALS
076300*    PRINTS THE RUN TOTALS - RECORDS READ AND RUN DATES BY
076400*    OUTCOME.
076500******************************************************************
076600 5300-PRINT-TOTALS SECTION.
076700     MOVE SPACES TO WS-RPT-WORK-LINE
076800     PERFORM 5000-WRITE-RPT-LINE
076900         THRU 5000-WRITE-RPT-LINE-EXIT
077000     MOVE "BATCH REGISTER RECORDS READ" TO WS-RPT-TOTAL-TEXT
077100     MOVE WS-REGISTER-READ TO WS-RPT-TOTAL-COUNT
077200     PERFORM 5310-WRITE-TOTAL-LINE
077300         THRU 5310-WRITE-TOTAL-LINE-EXIT
077400     MOVE "RESULTS MASTER RECORDS READ" TO WS-RPT-TOTAL-TEXT
077500     MOVE WS-MASTER-READ TO WS-RPT-TOTAL-COUNT
077600     PERFORM 5310-WRITE-TOTAL-LINE
077700         THRU 5310-WRITE-TOTAL-LINE-EXIT
077800     MOVE "ARCHIVE RECORDS READ" TO WS-RPT-TOTAL-TEXT
077900     MOVE WS-ARCHIVE-READ TO WS-RPT-TOTAL-COUNT
078000     PERFORM 5310-WRITE-TOTAL-LINE
078100         THRU 5310-WRITE-TOTAL-LINE-EXIT
078200     MOVE "RUN DATES CHECKED" TO WS-RPT-TOTAL-TEXT
078300     MOVE WS-DATES-CHECKED TO WS-RPT-TOTAL-COUNT
078400     PERFORM 5310-WRITE-TOTAL-LINE
078500         THRU 5310-WRITE-TOTAL-LINE-EXIT
078600     MOVE "RUN DATES IN BALANCE" TO WS-RPT-TOTAL-TEXT
078700     MOVE WS-DATES-IN-BALANCE TO WS-RPT-TOTAL-COUNT
078800     PERFORM 5310-WRITE-TOTAL-LINE
078900         THRU 5310-WRITE-TOTAL-LINE-EXIT
079000     MOVE "RUN DATES OUT OF BALANCE" TO WS-RPT-TOTAL-TEXT
079100     MOVE WS-DATES-OUT-OF-BAL TO WS-RPT-TOTAL-COUNT
079200     PERFORM 5310-WRITE-TOTAL-LINE
079300         THRU 5310-WRITE-TOTAL-LINE-EXIT
079400     MOVE "RUN DATES NOT REGISTERED" TO WS-RPT-TOTAL-TEXT
079500     MOVE WS-DATES-NOT-REG TO WS-RPT-TOTAL-COUNT
079600     PERFORM 5310-WRITE-TOTAL-LINE
079700         THRU 5310-WRITE-TOTAL-LINE-EXIT
079800     MOVE "RUN DATES NOT PROVABLE - NO REJECT DATA"
079900         TO WS-RPT-TOTAL-TEXT
080000     MOVE WS-DATES-NOT-PROVABLE TO WS-RPT-TOTAL-COUNT
080100     PERFORM 5310-WRITE-TOTAL-LINE
080200         THRU 5310-WRITE-TOTAL-LINE-EXIT.
080300 5300-PRINT-TOTALS-EXIT.
080400     EXIT.
080500*
080600******************************************************************
080700*    5310-WRITE-TOTAL-LINE
080800*    WRITES ONE TOTAL LINE.
080900******************************************************************
081000 5310-WRITE-TOTAL-LINE SECTION.
081100     MOVE WS-RPT-TOTAL-LINE TO WS-RPT-WORK-LINE
081200     PERFORM 5000-WRITE-RPT-LINE
081300         THRU 5000-WRITE-RPT-LINE-EXIT.
081400 5310-WRITE-TOTAL-LINE-EXIT.
081500     EXIT.
081600*
081700******************************************************************
081800*    9000-TERMINATE
081900*    NOTES ON THE REPORT WHEN EVERY DATE BALANCED, PRINTS THE
082000*    RUN TOTALS, CLOSES THE FILES, DISPLAYS THE FINAL COUNTS,
082100*    AND SETS THE RETURN CODE - 8 FOR ANY DATE OUT OF BALANCE
082200*    OR NOT REGISTERED, ELSE 4 FOR ANY DATE NOT PROVABLE.
082300******************************************************************
082400 9000-TERMINATE SECTION.
082500     IF WS-DATES-CHECKED = WS-DATES-IN-BALANCE
082600         MOVE "EVERY RUN DATE IS IN BALANCE" TO WS-RPT-WORK-LINE
082700         PERFORM 5000-WRITE-RPT-LINE
082800             THRU 5000-WRITE-RPT-LINE-EXIT
082900     END-IF
083000     PERFORM 5300-PRINT-TOTALS
083100         THRU 5300-PRINT-TOTALS-EXIT
083200     CLOSE BALWORK
083300     CLOSE BALRPT
083400     DISPLAY "DBL240 - RUN DATES CHECKED:    " WS-DATES-CHECKED
083500     DISPLAY "DBL240 - IN BALANCE:           " WS-DATES-IN-BALANCE
083600     DISPLAY "DBL240 - OUT OF BALANCE:       " WS-DATES-OUT-OF-BAL
083700     DISPLAY "DBL240 - NOT REGISTERED:       " WS-DATES-NOT-REG
083800     DISPLAY "DBL240 - NOT PROVABLE:         "
083900         WS-DATES-NOT-PROVABLE
084000     IF WS-DATES-OUT-OF-BAL > ZERO
084100         OR WS-DATES-NOT-REG > ZERO
084200         MOVE 8 TO RETURN-CODE
084300     ELSE
084400         IF WS-DATES-NOT-PROVABLE > ZERO
084500             MOVE 4 TO RETURN-CODE
084600         END-IF
084700     END-IF.
084800 9000-TERMINATE-EXIT.
084900     EXIT.
