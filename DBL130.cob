002100*          THE RANGE PAIRED WITH ITS ORIGINAL ENTRY BY A KEYED
002200*          READ ON JOURNAL DATE PLUS SEQUENCE NUMBER, SO IT CAN
002300*          BE SHOWN EXACTLY WHAT WAS CHANGED, BY WHOM, AND WHEN.
002310*      W - THE WRITE-OFF REPORT - EVERY REJECT WRITTEN OFF BY
002320*          THE EXCEPTION RECYCLE JOB WITH A JOURNAL DATE IN THE
002330*          RANGE: WHO WROTE IT OFF AND WHEN, ITS SOURCE,
002340*          ORIGINAL RUN DATE, SEQUENCE NUMBER, AND VALUE, WITH
002350*          THE TOTAL VALUE WRITTEN OFF. AN OPERATOR ID ON THE
002360*          CARD LIMITS IT TO THAT OPERATOR'S WRITE-OFFS.
002400*
002500*    THE MASTER SPANS EVERY JOURNAL GENERATION EVER LOADED, SO
002600*    A SELECTION CARD COVERING ANY SPAN OF DATES JUST WORKS -
004770*                     THE LATEST ONE JOURNALED AT OR BEFORE
004780*                     THE CORRECTION'S OWN TIME - THE ONE FROM
004790*                     THE CORRECTION'S OWN RUN.
004791*    2026-10-15 JRM   POST-RUN ADJUSTMENT ENTRIES (ACTION CODE
004792*                     J, JOURNALED BY DBL220) PRINT AS ADJUSTED
004793*                     ON THE DATE AND OPERATOR REPORTS, AND A
004794*                     NEW ORIG RUN COLUMN SHOWS THE RUN DATE OF
004795*                     THE TRANSACTION AN ENTRY ADJUSTED.
004796*    2026-10-15 JRM   A STEP FORCED PAST THE JOB-STREAM CHECKS
004797*                     (ACTION CODE F) PRINTS AS STEP FORCE ON
004798*                     THE DATE AND OPERATOR REPORTS, WITH THE
004799*                     STEP FORCED AND ITS BUSINESS DATE.
004804*    2026-10-15 JRM   ADDED THE WRITE-OFF REPORT (REPORT TYPE
004809*                     W). RECYCLE AND WRITE-OFF ENTRIES (ACTION
004814*                     CODES Y AND W, JOURNALED BY DBL110) PRINT
004819*                     AS RECYCLED AND WRITE-OFF ON THE DATE AND
004824*                     OPERATOR REPORTS, WITH A NEW SOURCE
004829*                     COLUMN. A REJECTED VALUE THAT IS NOT
004834*                     NUMERIC PRINTS AS KEYED.
004839*    2026-10-15 JRM   A HELD TRANSACTION RELEASED BY THE HOLD
004844*                     REVIEW (ACTION CODE L, JOURNALED BY DBL260)
004849*                     PRINTS AS RELEASED, AND A HELD ITEM THE
004854*                     REVIEW REJECTED SHOWS SOURCE HOLD.
004859*    2026-10-15 JRM   A PROCESSING CALENDAR CHANGE (ACTION CODE
004864*                     K, JOURNALED BY DBL270) PRINTS AS CALENDAR
004869*                     ON THE DATE AND OPERATOR REPORTS, WITH THE
004874*                     KIND OF CHANGE, THE DAY TYPE BEFORE AND
004879*                     AFTER, AND THE CALENDAR DATE CHANGED.
004884******************************************************************
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 SOURCE-COMPUTER.    IBM-370.
009600     88  WS-DATE-REPORT          VALUE "D".
009700     88  WS-OPER-REPORT          VALUE "O".
009800     88  WS-CORR-REPORT          VALUE "C".
009810     88  WS-WOFF-REPORT          VALUE "W".
009900 77  WS-FROM-DATE            PIC 9(08) VALUE ZERO.
010000 77  WS-TO-DATE              PIC 9(08) VALUE 99999999.
010100 77  WS-SELECT-OPERATOR      PIC X(08) VALUE SPACES.
010300 77  WS-LINES-SELECTED       PIC 9(09) COMP VALUE ZERO.
010400 77  WS-PAIRS-PRINTED        PIC 9(09) COMP VALUE ZERO.
010500 77  WS-UNMATCHED-CORRS      PIC 9(09) COMP VALUE ZERO.
010510 77  WS-WOFF-PRINTED         PIC 9(09) COMP VALUE ZERO.
010520 77  WS-WOFF-UNPRICED        PIC 9(09) COMP VALUE ZERO.
010530 77  WS-WOFF-VALUE-TOTAL     PIC S9(11) COMP VALUE ZERO.
010600 77  WS-LINE-COUNT           PIC 9(03) COMP VALUE 99.
010700 77  WS-LINES-PER-PAGE       PIC 9(03) COMP VALUE 55.
010800 77  WS-PAGE-NO              PIC 9(04) COMP VALUE ZERO.
013400     05  FILLER                  PIC X(08) VALUE "NUMBER".
013500     05  FILLER                  PIC X(09) VALUE "RESULT".
013600     05  FILLER                  PIC X(10) VALUE "ACTION".
013610     05  FILLER                  PIC X(10) VALUE "ORIG RUN".
013620     05  FILLER                  PIC X(06) VALUE "SOURCE".
013700     05  FILLER                  PIC X(47) VALUE SPACES.
013800*
013900 01  WS-RPT-DETAIL-LINE.
014000     05  WS-RPT-DET-DATE         PIC 9(08).
014600     05  WS-RPT-DET-SEQ          PIC ZZZZZZZZZ9.
014700     05  FILLER                  PIC X(02) VALUE SPACES.
014800     05  WS-RPT-DET-NUMBER       PIC -----9.
014810     05  WS-RPT-DET-NUMBER-X REDEFINES WS-RPT-DET-NUMBER
014820                                 PIC X(06).
014900     05  FILLER                  PIC X(02) VALUE SPACES.
015000     05  WS-RPT-DET-RESULT       PIC ZZZZZZ9.
015100     05  FILLER                  PIC X(02) VALUE SPACES.
015200     05  WS-RPT-DET-ACTION       PIC X(10).
015210     05  WS-RPT-DET-ORIG-DATE    PIC X(08).
015220     05  FILLER                  PIC X(02) VALUE SPACES.
015230     05  WS-RPT-DET-SOURCE       PIC X(04).
015300     05  FILLER                  PIC X(49) VALUE SPACES.
015310*
015320*    OPERATOR MAINTENANCE ENTRIES CARRY NO NUMBER OR RESULT -
015330*    THOSE COLUMNS SHOW THE OPERATOR THE ACTION TOUCHED AND
015340*    THE OLD AND NEW AUTHORITY LEVELS INSTEAD, SO THE REPORT
015350*    ANSWERS WHO CHANGED WHICH OPERATOR'S AUTHORITY TO WHAT.
015351*    A FORCED STEP ENTRY USES THE SAME LINE - THE TARGET IS THE
015352*    STEP FORCED, WITH ITS BUSINESS DATE UNDER ORIG RUN.
015360 01  WS-RPT-MAINT-LINE.
015361     05  WS-RPT-MNT-DATE         PIC 9(08).
015362     05  FILLER                  PIC X(02) VALUE SPACES.
015369     05  WS-RPT-MNT-TARGET-ID    PIC X(08).
015370     05  FILLER                  PIC X(01) VALUE SPACES.
015371     05  WS-RPT-MNT-OLD-AUTH     PIC X(01).
015372     05  WS-RPT-MNT-AUTH-SEP     PIC X(01) VALUE ">".
015373     05  WS-RPT-MNT-NEW-AUTH     PIC X(01).
015374     05  FILLER                  PIC X(03) VALUE SPACES.
015375     05  FILLER                  PIC X(02) VALUE SPACES.
015376     05  WS-RPT-MNT-ACTION       PIC X(10).
015377     05  WS-RPT-MNT-ORIG-DATE    PIC X(08).
015378     05  FILLER                  PIC X(55) VALUE SPACES.
015400*
015401*    THE WRITE-OFF REPORT'S OWN HEADING AND LINE - WHO WROTE
015402*    THE REJECT OFF AND WHEN, AND WHICH REJECT IT WAS.
015403 01  WS-RPT-WOFF-HEADING.
015404     05  FILLER                  PIC X(10) VALUE "DATE".
015405     05  FILLER                  PIC X(10) VALUE "TIME".
015406     05  FILLER                  PIC X(10) VALUE "OPERATOR".
015407     05  FILLER                  PIC X(08) VALUE "SOURCE".
015408     05  FILLER                  PIC X(10) VALUE "ORIG RUN".
015409     05  FILLER                  PIC X(12) VALUE "SEQUENCE NO".
015410     05  FILLER                  PIC X(06) VALUE "VALUE".
015411     05  FILLER                  PIC X(66) VALUE SPACES.
015412*
015413 01  WS-RPT-WOFF-LINE.
015414     05  WS-RPT-WOF-DATE         PIC 9(08).
015415     05  FILLER                  PIC X(02) VALUE SPACES.
015416     05  WS-RPT-WOF-TIME         PIC 9(08).
015417     05  FILLER                  PIC X(02) VALUE SPACES.
015418     05  WS-RPT-WOF-OPERATOR     PIC X(08).
015419     05  FILLER                  PIC X(02) VALUE SPACES.
015420     05  WS-RPT-WOF-SOURCE       PIC X(04).
015421     05  FILLER                  PIC X(04) VALUE SPACES.
015422     05  WS-RPT-WOF-ORIG-DATE    PIC X(08).
015423     05  FILLER                  PIC X(02) VALUE SPACES.
015424     05  WS-RPT-WOF-SEQ          PIC ZZZZZZZZZ9.
015425     05  FILLER                  PIC X(02) VALUE SPACES.
015426     05  WS-RPT-WOF-VALUE        PIC -----9.
015427     05  WS-RPT-WOF-VALUE-X REDEFINES WS-RPT-WOF-VALUE
015428                                 PIC X(06).
015429     05  FILLER                  PIC X(66) VALUE SPACES.
015430*
015431 01  WS-RPT-VALUE-TOTAL-LINE.
015432     05  WS-RPT-VALUE-TOTAL-TEXT PIC X(30).
015433     05  WS-RPT-VALUE-TOTAL      PIC ---,---,---,--9.
015434     05  FILLER                  PIC X(87) VALUE SPACES.
015435*
015500 01  WS-RPT-TOTAL-LINE.
015600     05  WS-RPT-TOTAL-TEXT       PIC X(30).
015700     05  WS-RPT-TOTAL-COUNT      PIC ZZZ,ZZZ,ZZ9.
021800         WHEN DBLRSEL-CORR-REPORT
021900             MOVE "C" TO WS-REPORT-TYPE
022000             MOVE "  CORRECTIONS" TO WS-RPT-HDR-TITLE
022010         WHEN DBLRSEL-WOFF-REPORT
022020             MOVE DBLRSEL-OPERATOR-ID TO WS-SELECT-OPERATOR
022030             MOVE "W" TO WS-REPORT-TYPE
022040             MOVE "  WRITE-OFFS" TO WS-RPT-HDR-TITLE
022100         WHEN OTHER
022200             DISPLAY "DBL130 - REPORT TYPE NOT D, O, C, OR W: "
022300                 DBLRSEL-REPORT-TYPE
022400             CLOSE AUDSEL
022500             MOVE 16 TO RETURN-CODE
026000*    VALIDATES THE SELECTION CARD'S DATE RANGE. A BLANK OR ZERO
026100*    FROM-DATE MEANS FROM THE BEGINNING OF THE MASTER AND A
026200*    BLANK OR ZERO TO-DATE MEANS THROUGH THE END. THE RANGE
026300*    APPLIES TO EVERY REPORT TYPE.
026400******************************************************************
026500 1010-EDIT-DATE-RANGE SECTION.
026600     EVALUATE TRUE
032000                 PERFORM 4000-PAIR-ONE-CORRECTION
032100                     THRU 4000-PAIR-ONE-CORRECTION-EXIT
032200             END-IF
032210         WHEN WS-WOFF-REPORT
032220             IF DBLAMST-IS-WRITTEN-OFF
032230                 AND (WS-SELECT-OPERATOR = SPACES
032240                 OR DBLAMST-OPERATOR-ID = WS-SELECT-OPERATOR)
032250                 PERFORM 5500-PRINT-WRITE-OFF
032260                     THRU 5500-PRINT-WRITE-OFF-EXIT
032270             END-IF
032300     END-EVALUATE
032400     IF NOT WS-AUDMSTR-EOF
032500         PERFORM 2100-READ-NEXT-AUDMSTR
043500     MOVE WS-PAGE-NO TO WS-RPT-HDR-PAGE-NO
043600     WRITE AUDITRPT-LINE FROM WS-RPT-HEADING-1
043700         AFTER ADVANCING PAGE
043710     IF WS-WOFF-REPORT
043720         WRITE AUDITRPT-LINE FROM WS-RPT-WOFF-HEADING
043730             AFTER ADVANCING 2 LINES
043740     ELSE
043800         WRITE AUDITRPT-LINE FROM WS-RPT-HEADING-2
043900             AFTER ADVANCING 2 LINES
043910     END-IF
044000     MOVE SPACES TO AUDITRPT-LINE
044100     WRITE AUDITRPT-LINE AFTER ADVANCING 1 LINE
044200     MOVE 4 TO WS-LINE-COUNT.
044800*    PRINTS THE HISTORY ENTRY CURRENTLY IN THE AUDMSTR RECORD
044900*    AREA AS ONE REPORT DETAIL LINE. AN OPERATOR MAINTENANCE
044910*    ENTRY PRINTS ON ITS OWN LINE FORMAT, WHICH CARRIES THE
044920*    TARGET OPERATOR AND THE OLD AND NEW AUTHORITY LEVELS, AS
044930*    DO A FORCED STEP ENTRY AND A CALENDAR CHANGE ENTRY.
045000******************************************************************
045100 5200-PRINT-MASTER-ENTRY SECTION.
045110     IF DBLAMST-IS-OPER-ADD
045120         OR DBLAMST-IS-OPER-CHANGE
045130         OR DBLAMST-IS-OPER-DELETE
045135         OR DBLAMST-IS-FORCED-STEP
045137         OR DBLAMST-IS-CAL-CHANGE
045140         PERFORM 5250-PRINT-MAINT-ENTRY
045150             THRU 5250-PRINT-MAINT-ENTRY-EXIT
045160         GO TO 5200-PRINT-MASTER-ENTRY-EXIT
045300     MOVE DBLAMST-TIME TO WS-RPT-DET-TIME
045400     MOVE DBLAMST-OPERATOR-ID TO WS-RPT-DET-OPERATOR
045500     MOVE DBLAMST-SEQUENCE-NO TO WS-RPT-DET-SEQ
045600     IF DBLAMST-NUMBER-X IS NUMERIC
045610         MOVE DBLAMST-NUMBER TO WS-RPT-DET-NUMBER
045620     ELSE
045630         MOVE DBLAMST-NUMBER-X TO WS-RPT-DET-NUMBER-X
045640     END-IF
045700     MOVE DBLAMST-RESULT TO WS-RPT-DET-RESULT
045710     MOVE DBLAMST-ORIG-RUN-DATE-X TO WS-RPT-DET-ORIG-DATE
045720     PERFORM 5600-EDIT-REJ-SOURCE
045730         THRU 5600-EDIT-REJ-SOURCE-EXIT
045740     MOVE WS-RPT-WOF-SOURCE TO WS-RPT-DET-SOURCE
045800     EVALUATE TRUE
045900         WHEN DBLAMST-IS-ORIGINAL
046000             MOVE "ORIGINAL" TO WS-RPT-DET-ACTION
046200             MOVE "CORRECTED" TO WS-RPT-DET-ACTION
046300         WHEN DBLAMST-IS-REFUSED
046400             MOVE "REFUSED" TO WS-RPT-DET-ACTION
046410         WHEN DBLAMST-IS-ADJUSTED
046420             MOVE "ADJUSTED" TO WS-RPT-DET-ACTION
046430         WHEN DBLAMST-IS-RECYCLED
046440             MOVE "RECYCLED" TO WS-RPT-DET-ACTION
046450         WHEN DBLAMST-IS-WRITTEN-OFF
046460             MOVE "WRITE-OFF" TO WS-RPT-DET-ACTION
046470         WHEN DBLAMST-IS-RELEASED
046480             MOVE "RELEASED" TO WS-RPT-DET-ACTION
047100         WHEN OTHER
047200             MOVE DBLAMST-ACTION-CODE TO WS-RPT-DET-ACTION
047300     END-EVALUATE
047930*    5250-PRINT-MAINT-ENTRY
047940*    PRINTS AN OPERATOR MAINTENANCE ENTRY - THE MAINTAINER,
047950*    THE OPERATOR THE ACTION TOUCHED, AND THE OLD AND NEW
047960*    AUTHORITY LEVELS - OR A FORCED STEP ENTRY, WHICH SHOWS
047965*    THE STEP FORCED AND THE BUSINESS DATE IT WAS FORCED FOR.
047966*    A CALENDAR CHANGE ENTRY SHOWS THE KIND OF CHANGE, THE DAY
047967*    TYPE BEFORE AND AFTER (BLANK WHEN THE DATE WAS NOT ON THE
047968*    CALENDAR), AND THE CALENDAR DATE UNDER THE ORIG RUN COLUMN.
047970******************************************************************
047971 5250-PRINT-MAINT-ENTRY SECTION.
047972     MOVE DBLAMST-DATE TO WS-RPT-MNT-DATE
047976     MOVE DBLAMST-TARGET-ID TO WS-RPT-MNT-TARGET-ID
047977     MOVE DBLAMST-OLD-AUTHORITY TO WS-RPT-MNT-OLD-AUTH
047978     MOVE DBLAMST-NEW-AUTHORITY TO WS-RPT-MNT-NEW-AUTH
047980     MOVE ">" TO WS-RPT-MNT-AUTH-SEP
047982     MOVE SPACES TO WS-RPT-MNT-ORIG-DATE
047984     EVALUATE TRUE
047986         WHEN DBLAMST-IS-FORCED-STEP
047988             MOVE "STEP FORCE" TO WS-RPT-MNT-ACTION
047990             MOVE SPACES TO WS-RPT-MNT-OLD-AUTH
047992             MOVE SPACES TO WS-RPT-MNT-AUTH-SEP
047994             MOVE SPACES TO WS-RPT-MNT-NEW-AUTH
047996             MOVE DBLAMST-ORIG-RUN-DATE-X
047998                 TO WS-RPT-MNT-ORIG-DATE
048000         WHEN DBLAMST-IS-CAL-CHANGE
048002             MOVE "CALENDAR" TO WS-RPT-MNT-ACTION
048004             MOVE DBLAMST-ORIG-RUN-DATE-X
048006                 TO WS-RPT-MNT-ORIG-DATE
048008         WHEN DBLAMST-IS-OPER-ADD
048010             MOVE "OPER ADD" TO WS-RPT-MNT-ACTION
048012         WHEN DBLAMST-IS-OPER-CHANGE
048014             MOVE "OPER CHG" TO WS-RPT-MNT-ACTION
048016         WHEN OTHER
048018             MOVE "OPER DEL" TO WS-RPT-MNT-ACTION
048020     END-EVALUATE
048022     ADD 1 TO WS-LINES-SELECTED
048024     MOVE WS-RPT-MAINT-LINE TO WS-RPT-WORK-LINE
048026     PERFORM 5000-WRITE-RPT-LINE
048028         THRU 5000-WRITE-RPT-LINE-EXIT.
048030 5250-PRINT-MAINT-ENTRY-EXIT.
048032     EXIT.
048034*
048100******************************************************************
048200*    5300-PRINT-SAVED-CORRECTION
048300*    PRINTS THE CORRECTION ENTRY SAVED BEFORE THE KEYED READ
049100     MOVE WS-SAVE-CORR-NUMBER TO WS-RPT-DET-NUMBER
049200     MOVE WS-SAVE-CORR-RESULT TO WS-RPT-DET-RESULT
049300     MOVE "CORRECTED" TO WS-RPT-DET-ACTION
049310     MOVE SPACES TO WS-RPT-DET-ORIG-DATE
049320     MOVE SPACES TO WS-RPT-DET-SOURCE
049400     ADD 1 TO WS-LINES-SELECTED
049500     MOVE WS-RPT-DETAIL-LINE TO WS-RPT-WORK-LINE
049600     PERFORM 5000-WRITE-RPT-LINE
049975     MOVE WS-CAND-NUMBER TO WS-RPT-DET-NUMBER
049976     MOVE WS-CAND-RESULT TO WS-RPT-DET-RESULT
049977     MOVE "ORIGINAL" TO WS-RPT-DET-ACTION
049978     MOVE SPACES TO WS-RPT-DET-ORIG-DATE
049979     MOVE SPACES TO WS-RPT-DET-SOURCE
049980     ADD 1 TO WS-LINES-SELECTED
049981     MOVE WS-RPT-DETAIL-LINE TO WS-RPT-WORK-LINE
049982     PERFORM 5000-WRITE-RPT-LINE
049983         THRU 5000-WRITE-RPT-LINE-EXIT.
049984 5400-PRINT-CAND-ORIGINAL-EXIT.
049985     EXIT.
049986*
049987******************************************************************
049988*    5500-PRINT-WRITE-OFF
049989*    PRINTS THE WRITE-OFF ENTRY CURRENTLY IN THE AUDMSTR RECORD
049990*    AREA AND ROLLS ITS VALUE INTO THE TOTAL WRITTEN OFF. A
049991*    REJECTED VALUE THAT IS NOT NUMERIC PRINTS AS KEYED AND IS
049992*    COUNTED SEPARATELY, SINCE IT CANNOT BE ADDED IN.
049993******************************************************************
049994 5500-PRINT-WRITE-OFF SECTION.
049995     MOVE DBLAMST-DATE TO WS-RPT-WOF-DATE
049996     MOVE DBLAMST-TIME TO WS-RPT-WOF-TIME
049997     MOVE DBLAMST-OPERATOR-ID TO WS-RPT-WOF-OPERATOR
049998     PERFORM 5600-EDIT-REJ-SOURCE
049999         THRU 5600-EDIT-REJ-SOURCE-EXIT
050000     MOVE DBLAMST-ORIG-RUN-DATE-X TO WS-RPT-WOF-ORIG-DATE
050001     MOVE DBLAMST-SEQUENCE-NO TO WS-RPT-WOF-SEQ
050002     IF DBLAMST-NUMBER-X IS NUMERIC
050003         MOVE DBLAMST-NUMBER TO WS-RPT-WOF-VALUE
050004         ADD DBLAMST-NUMBER TO WS-WOFF-VALUE-TOTAL
050005     ELSE
050006         MOVE DBLAMST-NUMBER-X TO WS-RPT-WOF-VALUE-X
050007         ADD 1 TO WS-WOFF-UNPRICED
050008     END-IF
050009     ADD 1 TO WS-WOFF-PRINTED
050010     ADD 1 TO WS-LINES-SELECTED
050011     MOVE WS-RPT-WOFF-LINE TO WS-RPT-WORK-LINE
050012     PERFORM 5000-WRITE-RPT-LINE
050013         THRU 5000-WRITE-RPT-LINE-EXIT.
050014 5500-PRINT-WRITE-OFF-EXIT.
050015     EXIT.
050016*
050017******************************************************************
050018*    5600-EDIT-REJ-SOURCE
050019*    TURNS THE REJECT SOURCE OF A RECYCLE, WRITE-OFF OR
050020*    RELEASE ENTRY INTO ITS PRINTED FORM IN WS-RPT-WOF-SOURCE -
050021*    THE SAME NAMES THE RECYCLE REGISTER USES. ANY OTHER ENTRY
050022*    HAS NO SOURCE AND PRINTS BLANK.
050023******************************************************************
050024 5600-EDIT-REJ-SOURCE SECTION.
050025     EVALUATE TRUE
050026         WHEN DBLAMST-REJ-FROM-EXCP
050027             MOVE "EXCP" TO WS-RPT-WOF-SOURCE
050028         WHEN DBLAMST-REJ-FROM-OVFL
050029             MOVE "OVFL" TO WS-RPT-WOF-SOURCE
050030         WHEN DBLAMST-REJ-FROM-RETURN
050031             MOVE "RTRN" TO WS-RPT-WOF-SOURCE
050032         WHEN DBLAMST-REJ-FROM-HOLD
050033             MOVE "HOLD" TO WS-RPT-WOF-SOURCE
050034         WHEN OTHER
050035             MOVE SPACES TO WS-RPT-WOF-SOURCE
050036     END-EVALUATE.
050037 5600-EDIT-REJ-SOURCE-EXIT.
050038     EXIT.
050039*
050100******************************************************************
050200*    9000-TERMINATE
050300*    PRINTS THE REPORT TOTALS, CLOSES THE FILES, AND DISPLAYS
053300         PERFORM 5000-WRITE-RPT-LINE
053400             THRU 5000-WRITE-RPT-LINE-EXIT
053500     END-IF
053510     IF WS-WOFF-REPORT
053520         MOVE "WRITE-OFFS PRINTED" TO WS-RPT-TOTAL-TEXT
053530         MOVE WS-WOFF-PRINTED TO WS-RPT-TOTAL-COUNT
053540         MOVE WS-RPT-TOTAL-LINE TO WS-RPT-WORK-LINE
053550         PERFORM 5000-WRITE-RPT-LINE
053560             THRU 5000-WRITE-RPT-LINE-EXIT
053570         MOVE "TOTAL VALUE WRITTEN OFF" TO WS-RPT-VALUE-TOTAL-TEXT
053580         MOVE WS-WOFF-VALUE-TOTAL TO WS-RPT-VALUE-TOTAL
053590         MOVE WS-RPT-VALUE-TOTAL-LINE TO WS-RPT-WORK-LINE
053591         PERFORM 5000-WRITE-RPT-LINE
053592             THRU 5000-WRITE-RPT-LINE-EXIT
053593         MOVE "WRITE-OFFS NOT NUMERIC" TO WS-RPT-TOTAL-TEXT
053594         MOVE WS-WOFF-UNPRICED TO WS-RPT-TOTAL-COUNT
053595         MOVE WS-RPT-TOTAL-LINE TO WS-RPT-WORK-LINE
053596         PERFORM 5000-WRITE-RPT-LINE
053597             THRU 5000-WRITE-RPT-LINE-EXIT
053598     END-IF
053600     CLOSE AUDMSTR
053700     CLOSE AUDITRPT
053800     DISPLAY "DBL130 - HISTORY ENTRIES READ: " WS-RECORDS-READ
