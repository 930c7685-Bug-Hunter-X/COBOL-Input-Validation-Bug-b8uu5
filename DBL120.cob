004100*                     OWN SECTION. THE MASTER IS NOW READ WITH
004200*                     START/READ NEXT SO ONE CARD CAN RETURN
004300*                     EVERY RECORD A RUN DATE COMPUTED.
004310*    2026-10-15 JRM   ARCHIVE RECORD NOW NAMES THE NEW
004320*                     DBLRMST-ORIG-NUMBER FIELD IN ITS OWN RIGHT.
004325*    2026-10-15 JRM   ARCHIVE RECORD NOW NAMES THE NEW
004330*                     DBLRMST-SOURCE-ID FIELD IN ITS OWN RIGHT.
004335*    2026-10-15 JRM   A MASTER ANSWER FROM A RUN DATE THE RECALL
004340*                     JOB (DBL280) PUT BACK FROM THE ARCHIVE IS
004345*                     SHOWN AS RECALLED, WITH THE RECALL DATE AND
004350*                     WHETHER IT HAS CHANGED SINCE, AND COUNTED
004355*                     IN THE TOTALS. AN ARCHIVE ANSWER THAT IS
004360*                     THE LATER VERSION OF A RECORD CHANGED WHILE
004365*                     RECALLED IS MARKED AS SUCH. ARCHIVE RECORD
004370*                     NOW NAMES THE NEW DBLRMST RECALL FIELDS IN
004375*                     THEIR OWN RIGHT.
004400******************************************************************
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
008900               ==DBLRMST-NUMBER==      BY ==ARCH-NUMBER==
009000               ==DBLRMST-RESULT==      BY ==ARCH-RESULT==
009100               ==DBLRMST-OP-CODE==     BY ==ARCH-OP-CODE==
009200               ==DBLRMST-MARKUP-PCT==  BY ==ARCH-MARKUP-PCT==
009210               ==DBLRMST-ORIG-NUMBER== BY ==ARCH-ORIG-NUMBER==
009212               ==DBLRMST-SOURCE-ID==   BY ==ARCH-SOURCE-ID==
009214               ==DBLRMST-ORIG-NUMBER-X==
009216                   BY ==ARCH-ORIG-NUMBER-X==
009218               ==DBLRMST-RECALL-INFO==
009220                   BY ==ARCH-RECALL-INFO==
009222               ==DBLRMST-RECALL-FLAG==
009224                   BY ==ARCH-RECALL-FLAG==
009226               ==DBLRMST-IS-RECALLED==
009228                   BY ==ARCH-IS-RECALLED==
009230               ==DBLRMST-RECALL-UNCHANGED==
009232                   BY ==ARCH-RECALL-UNCHANGED==
009234               ==DBLRMST-RECALL-CHANGED==
009236                   BY ==ARCH-RECALL-CHANGED==
009238               ==DBLRMST-RECALL-DATE==
009240                   BY ==ARCH-RECALL-DATE==
009242               ==DBLRMST-RECALL-DATE-X==
009244                   BY ==ARCH-RECALL-DATE-X==
009246               ==DBLRMST-RECALL-NUMBER==
009248                   BY ==ARCH-RECALL-NUMBER==
009250               ==DBLRMST-RECALL-NUMBER-X==
009252                   BY ==ARCH-RECALL-NUMBER-X==.
009300*
009400 FD  INQRPT
009500     RECORDING MODE IS F
011900 77  WS-CARDS-INVALID        PIC 9(09) COMP VALUE ZERO.
012000 77  WS-RECORDS-FOUND        PIC 9(09) COMP VALUE ZERO.
012100 77  WS-RECORDS-ARCHIVED     PIC 9(09) COMP VALUE ZERO.
012150 77  WS-RECORDS-RECALLED     PIC 9(09) COMP VALUE ZERO.
012200 77  WS-INQUIRIES-NOT-FOUND  PIC 9(09) COMP VALUE ZERO.
012300 77  WS-INQ-RUN-DATE         PIC 9(08) VALUE ZERO.
012400 77  WS-INQ-SEQ-FROM         PIC 9(09) VALUE ZERO.
015400     05  FILLER                  PIC X(09) VALUE "RESULT".
015500     05  FILLER                  PIC X(04) VALUE "OP".
015600     05  FILLER                  PIC X(08) VALUE "MARKUP".
015700     05  FILLER                  PIC X(10) VALUE "SOURCE".
015750     05  FILLER                  PIC X(70) VALUE "NOTE".
015800*
015900 01  WS-RPT-INQ-LINE.
016000     05  FILLER                  PIC X(17)
018000     05  WS-RPT-DET-MARKUP       PIC ZZZZ9.
018100     05  FILLER                  PIC X(03) VALUE SPACES.
018200     05  WS-RPT-DET-SOURCE       PIC X(08).
018300     05  FILLER                  PIC X(02) VALUE SPACES.
018310     05  WS-RPT-DET-NOTE         PIC X(40).
018320     05  FILLER                  PIC X(30) VALUE SPACES.
018330*
018340*    NOTE PRINTED AGAINST A MASTER ANSWER FROM A RECALLED RUN
018350*    DATE.
018360 01  WS-RECALL-NOTE.
018370     05  FILLER                  PIC X(12) VALUE "RECALLED ON ".
018380     05  WS-RCN-DATE             PIC X(08).
018390     05  WS-RCN-CHANGED          PIC X(20).
018400*
018500 01  WS-RPT-NF-LINE.
018600     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
038100*    2110-READ-NEXT-MASTER
038200*    READS THE NEXT MASTER RECORD IN KEY ORDER AND PRINTS IT IF
038300*    IT IS STILL INSIDE THE INQUIRY RANGE. A RECORD PAST THE
038400*    RANGE, OR END OF FILE, ENDS THE BROWSE. A RECORD THE RECALL
038420*    JOB PUT BACK FROM THE ARCHIVE IS SHOWN AS RECALLED, WITH
038440*    THE DATE IT WAS RECALLED.
038500******************************************************************
038600 2110-READ-NEXT-MASTER SECTION.
038700     READ RSLTMSTR NEXT
040200     MOVE DBLRMST-RESULT TO WS-RPT-DET-RESULT
040300     MOVE DBLRMST-OP-CODE TO WS-RPT-DET-OP-CODE
040400     MOVE DBLRMST-MARKUP-PCT TO WS-RPT-DET-MARKUP
040500     IF DBLRMST-IS-RECALLED
040505         ADD 1 TO WS-RECORDS-RECALLED
040510         MOVE "RECALLED" TO WS-RPT-DET-SOURCE
040515         MOVE DBLRMST-RECALL-DATE-X TO WS-RCN-DATE
040520         IF DBLRMST-RECALL-CHANGED
040525             MOVE " - CHANGED SINCE" TO WS-RCN-CHANGED
040530         ELSE
040535             MOVE SPACES TO WS-RCN-CHANGED
040540         END-IF
040545         MOVE WS-RECALL-NOTE TO WS-RPT-DET-NOTE
040550     ELSE
040555         MOVE "MASTER" TO WS-RPT-DET-SOURCE
040560         MOVE SPACES TO WS-RPT-DET-NOTE
040565     END-IF
040600     MOVE WS-RPT-DETAIL-LINE TO WS-RPT-WORK-LINE
040700     PERFORM 5000-WRITE-RPT-LINE
040800         THRU 5000-WRITE-RPT-LINE-EXIT.
044300******************************************************************
044400*    2210-SCAN-ONE-ARCHIVE
044500*    READS ONE ARCHIVE RECORD AND PRINTS IT IF IT FALLS IN THE
044600*    INQUIRY RANGE, MARKED AS AN ARCHIVED ANSWER. A RECORD
044620*    CHANGED WHILE RECALLED WAS ARCHIVED AGAIN WHEN IT WAS
044640*    PURGED A SECOND TIME - THE ARCHIVE IS ONLY EVER APPENDED
044660*    TO, SO THAT LATER VERSION PRINTS AFTER THE COPY IT
044680*    SUPERSEDES AND IS MARKED AS THE ONE THAT STANDS.
044700******************************************************************
044800 2210-SCAN-ONE-ARCHIVE SECTION.
044900     READ ARCHFILE
046300         MOVE ARCH-OP-CODE TO WS-RPT-DET-OP-CODE
046400         MOVE ARCH-MARKUP-PCT TO WS-RPT-DET-MARKUP
046500         MOVE "ARCHIVE" TO WS-RPT-DET-SOURCE
046510         IF ARCH-RECALL-CHANGED
046520             MOVE "LATER VERSION - CHANGED WHILE RECALLED"
046530                 TO WS-RPT-DET-NOTE
046540         ELSE
046550             MOVE SPACES TO WS-RPT-DET-NOTE
046560         END-IF
046600         MOVE WS-RPT-DETAIL-LINE TO WS-RPT-WORK-LINE
046700         PERFORM 5000-WRITE-RPT-LINE
046800             THRU 5000-WRITE-RPT-LINE-EXIT
060200         THRU 9010-WRITE-TOTAL-LINE-EXIT
060300     MOVE "RECORDS FOUND ON MASTER" TO WS-RPT-TOTAL-TEXT
060400     MOVE WS-RECORDS-FOUND TO WS-RPT-TOTAL-COUNT
060420     PERFORM 9010-WRITE-TOTAL-LINE
060440         THRU 9010-WRITE-TOTAL-LINE-EXIT
060460     MOVE "  OF WHICH FROM RECALLED DATES" TO WS-RPT-TOTAL-TEXT
060480     MOVE WS-RECORDS-RECALLED TO WS-RPT-TOTAL-COUNT
060500     PERFORM 9010-WRITE-TOTAL-LINE
060600         THRU 9010-WRITE-TOTAL-LINE-EXIT
060700     MOVE "RECORDS FOUND ON ARCHIVE" TO WS-RPT-TOTAL-TEXT
061800     DISPLAY "DBL120 - INQUIRY CARDS READ: " WS-CARDS-READ
061900     DISPLAY "DBL120 - RECORDS FOUND:      " WS-RECORDS-FOUND
062000     DISPLAY "DBL120 - FOUND ON ARCHIVE:   " WS-RECORDS-ARCHIVED
062050     DISPLAY "DBL120 - RECALLED DATES:     " WS-RECORDS-RECALLED
062100     DISPLAY "DBL120 - NOT SATISFIED:      "
062200         WS-INQUIRIES-NOT-FOUND.
062300 9000-TERMINATE-EXIT.
