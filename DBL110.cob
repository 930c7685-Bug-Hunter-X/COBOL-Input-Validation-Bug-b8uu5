002370*    REGISTER WITH ITS ORIGINAL RUN DATE AND DAYS OUTSTANDING,
002380*    SO A 30-DAY-OLD UNRESOLVED REJECT IS IMPOSSIBLE TO MISS.
002390*
002391*    THE DECK'S HEADER CARD NAMES THE OPERATOR WHO KEYED IT. A
002392*    DECK FROM AN OPERATOR WITHOUT CORRECTION AUTHORITY ON THE
002393*    OPERATOR SECURITY MASTER IS REFUSED OUTRIGHT, AND EVERY
002394*    REJECT THE DECK RECYCLES OR WRITES OFF IS JOURNALED TO THE
002395*    AUDIT FILE UNDER THAT OPERATOR'S ID - A WRITE-OFF IS MONEY
002396*    LEAVING THE BOOKS AND MUST ANSWER TO SOMEONE.
002397*
002400*    MODIFICATION HISTORY
002500*    DATE       INIT  DESCRIPTION
002600*    ---------  ----  -----------------------------------------
002791*                     BY THE RETURNS JOB - SO A DOWNSTREAM
002792*                     RETURN RIDES THE SAME PIPELINE AS OUR
002793*                     OWN REJECTS.
002794*    2026-10-15 JRM   CHECKS THE JOB-STREAM STATUS FILE BEFORE
002795*                     DOING ANYTHING - EVERY EARLIER STREAM STEP
002796*                     MUST HAVE ENDED GOOD FOR THE BUSINESS DATE
002797*                     ON THE NEW STEP CONTROL CARD - AND RECORDS
002798*                     THE STEP'S START AND END THERE. AN OVERRIDE
002799*                     CARD FORCES THE STEP AND IS JOURNALED.
002804*    2026-10-15 JRM   THE CORRFILE HEADER NOW NAMES THE KEYING
002809*                     OPERATOR, AND THE DECK IS REFUSED (AND THE
002814*                     REFUSAL JOURNALED UNDER ACTION CODE R)
002819*                     UNLESS THE OPERATOR SECURITY MASTER GIVES
002824*                     THAT OPERATOR CORRECTION AUTHORITY. EVERY
002829*                     RECYCLE AND WRITE-OFF IS NOW JOURNALED TO
002834*                     AUDITFILE (ACTION CODES Y AND W) WITH THE
002839*                     REJECT'S SOURCE, ORIGINAL RUN DATE,
002844*                     SEQUENCE NUMBER, AND VALUE.
002849*    2026-10-15 JRM   SUSPENSE ITEMS AND CORRECTION CARDS MAY
002854*                     NOW CARRY SOURCE H - A HELD TRANSACTION THE
002859*                     HOLD REVIEW REJECTED, FED TO SUSPENSE BY
002864*                     THE HOLD RELEASE JOB (DBL260).
002869******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.    IBM-370.
005360     SELECT SUSPOUT  ASSIGN TO SUSPOUT
005370                     ORGANIZATION IS SEQUENTIAL
005380                     FILE STATUS IS WS-SUSPOUT-STATUS.
005381
005382     SELECT STEPCARD ASSIGN TO STEPCARD
005383                     ORGANIZATION IS SEQUENTIAL
005384                     FILE STATUS IS WS-STEPCARD-STATUS.
005385
005386     SELECT STRMSTAT ASSIGN TO STRMSTAT
005387                     ORGANIZATION IS INDEXED
005388                     ACCESS MODE IS RANDOM
005389                     RECORD KEY IS DBLSTRM-KEY
005390                     FILE STATUS IS WS-STRMSTAT-STATUS.
005391
005392     SELECT OPERMAST ASSIGN TO OPERMAST
005393                     ORGANIZATION IS SEQUENTIAL
005394                     FILE STATUS IS WS-OPERMAST-STATUS.
005395
005396     SELECT AUDITFILE ASSIGN TO AUDITFILE
005397                     ORGANIZATION IS SEQUENTIAL
005398                     FILE STATUS IS WS-AUDITFILE-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  CORRFILE
007952               ==DBLSUSP-FROM-EXCP==    BY ==SUSPO-FROM-EXCP==
007956               ==DBLSUSP-FROM-OVFL==    BY ==SUSPO-FROM-OVFL==
007960               ==DBLSUSP-FROM-RETURN==  BY ==SUSPO-FROM-RETURN==
007962               ==DBLSUSP-FROM-HOLD==    BY ==SUSPO-FROM-HOLD==
007964               ==DBLSUSP-ORIG-RUN-DATE==
007968               BY ==SUSPO-ORIG-RUN-DATE==
007972               ==DBLSUSP-SEQUENCE-NO==  BY ==SUSPO-SEQUENCE-NO==
007980               ==DBLSUSP-NUMBER-X==     BY ==SUSPO-NUMBER-X==
007984               ==DBLSUSP-OP-CODE==      BY ==SUSPO-OP-CODE==
007988               ==DBLSUSP-REASON-TEXT==  BY ==SUSPO-REASON-TEXT==.
007989*
007990 FD  STEPCARD
007991     RECORDING MODE IS F
007992     LABEL RECORDS ARE STANDARD.
007993 COPY DBLSCTL.
007994*
007995 FD  STRMSTAT
007996     LABEL RECORDS ARE STANDARD.
007997 COPY DBLSTRM.
007998*
007999 FD  OPERMAST
008009     RECORDING MODE IS F
008019     LABEL RECORDS ARE STANDARD.
008029 COPY DBLOPER.
008039*
008049 FD  AUDITFILE
008059     RECORDING MODE IS F
008069     LABEL RECORDS ARE STANDARD.
008079 COPY DBLAUD.
008089 WORKING-STORAGE SECTION.
008100 01  WS-FILE-STATUS-AREA.
008200     05  WS-CORRFILE-STATUS  PIC X(02) VALUE SPACES.
008300     05  WS-EXCPFILE-STATUS  PIC X(02) VALUE SPACES.
008600     05  WS-RECYCREG-STATUS  PIC X(02) VALUE SPACES.
008610     05  WS-SUSPIN-STATUS    PIC X(02) VALUE SPACES.
008620     05  WS-SUSPOUT-STATUS   PIC X(02) VALUE SPACES.
008636     05  WS-STEPCARD-STATUS  PIC X(02) VALUE SPACES.
008652     05  WS-STRMSTAT-STATUS  PIC X(02) VALUE SPACES.
008668     05  WS-OPERMAST-STATUS  PIC X(02) VALUE SPACES.
008684     05  WS-AUDITFILE-STATUS PIC X(02) VALUE SPACES.
008700*
008800 01  WS-SWITCHES.
008900     05  WS-CORRFILE-EOF-SWITCH  PIC X(01) VALUE "N".
009624         88  WS-SUSPIN-OPEN          VALUE "Y".
009630     05  WS-AGE-FULL-SWITCH      PIC X(01) VALUE "N".
009640         88  WS-AGE-FULL             VALUE "Y".
009644     05  WS-FORCE-STEP-SWITCH    PIC X(01) VALUE "N".
009648         88  WS-FORCE-STEP           VALUE "Y".
009652     05  WS-STREAM-REFUSED-SWITCH PIC X(01) VALUE "N".
009656         88  WS-STREAM-REFUSED       VALUE "Y".
009660     05  WS-STRM-FOUND-SWITCH    PIC X(01) VALUE "N".
009664         88  WS-STRM-FOUND           VALUE "Y".
009668     05  WS-OPERMAST-EOF-SWITCH  PIC X(01) VALUE "N".
009672         88  WS-OPERMAST-EOF         VALUE "Y".
009676     05  WS-OPER-FOUND-SWITCH    PIC X(01) VALUE "N".
009680         88  WS-OPER-FOUND           VALUE "Y".
009684     05  WS-OPER-AUTHORITY       PIC X(01) VALUE "1".
009688         88  WS-OPER-CAN-CORRECT     VALUE "2".
009700*
009800 77  WS-RESUB-RUN-DATE       PIC 9(08) VALUE ZERO.
009900 77  WS-REJECTS-READ         PIC 9(09) COMP VALUE ZERO.
011512 77  WS-MATCH-ORIG-DATE      PIC 9(08) VALUE ZERO.
011516 77  WS-RESUB-DAY-NO         PIC 9(09) COMP VALUE ZERO.
011520 77  WS-AGE-SUB              PIC 9(04) COMP VALUE ZERO.
011521 77  WS-STREAM-STEP-ID       PIC X(08) VALUE "DBL110".
011522 77  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
011523 77  WS-STEP-OPERATOR-ID     PIC X(08) VALUE SPACES.
011524 77  WS-DECK-OPERATOR-ID     PIC X(08) VALUE SPACES.
011525 77  WS-LOOKUP-OPERATOR-ID   PIC X(08) VALUE SPACES.
011526 77  WS-JOURNALED-COUNT      PIC 9(09) COMP VALUE ZERO.
011527 77  WS-STRQ-SUB             PIC 9(04) COMP VALUE ZERO.
011528*
011529*    THE LAST JOURNAL TIMESTAMP WRITTEN. THE HISTORY MASTER KEY
011530*    IS JOURNAL DATE, SEQUENCE, ACTION, AND TIME, AND CARRIED
011531*    REJECTS FROM DIFFERENT RUN DATES CAN SHARE A SEQUENCE
011532*    NUMBER, SO NO TWO DISPOSITIONS IN ONE RUN MAY SHARE A TIME.
011533 01  WS-LAST-JOURNAL-STAMP.
011534     05  WS-LAST-JOURNAL-DATE    PIC 9(08) VALUE ZERO.
011535     05  WS-LAST-JOURNAL-TIME    PIC 9(08) VALUE ZERO.
011536*
011537*    THE REJECT CURRENTLY BEING DISPOSITIONED - STAGED BY THE
011538*    SUSPENSE, EXCEPTION, AND ERROR PATHS ALIKE SO AN ITEM
011539*    LEFT OUTSTANDING CAN BE CARRIED TO THE NEW SUSPENSE FILE
011540*    WITHOUT CARING WHICH FILE IT CAME FROM.
011544 01  WS-CURRENT-ITEM.
011548     05  WS-CURR-SOURCE          PIC X(01).
016903     05  WS-AGE-LN-REASON        PIC X(40).
016904     05  FILLER                  PIC X(49) VALUE SPACES.
016905*
016928*    THE NIGHTLY STREAM ORDER THIS STEP CHECKS ITS PREDECESSORS
016951*    AGAINST.
016974 COPY DBLSTRQ.
017000 PROCEDURE DIVISION.
017100*
017200******************************************************************
019800*    FIRST READ OF EACH INPUT FILE.
019900******************************************************************
020000 1000-INITIALIZE SECTION.
020033     PERFORM 1100-CHECK-STREAM
020066         THRU 1100-CHECK-STREAM-EXIT
020100     OPEN INPUT CORRFILE
020200     IF WS-CORRFILE-STATUS NOT = "00"
020300         DISPLAY "DBL110 - UNABLE TO OPEN CORRFILE - STATUS "
021500     IF DBLCORR-IS-HEADER
021600         AND DBLCORR-HDR-RUN-DATE IS NUMERIC
021700         MOVE DBLCORR-HDR-RUN-DATE TO WS-RESUB-RUN-DATE
021750         MOVE DBLCORR-HDR-OPERATOR-ID TO WS-DECK-OPERATOR-ID
021800     ELSE
021900         DISPLAY "DBL110 - FIRST CARD IS NOT A VALID HEADER"
022000         CLOSE CORRFILE
022100         MOVE 16 TO RETURN-CODE
022200         STOP RUN
022300     END-IF
022350     PERFORM 1050-CHECK-DECK-OPERATOR
022360         THRU 1050-CHECK-DECK-OPERATOR-EXIT
022400     PERFORM 1010-LOAD-ONE-CARD
022500         THRU 1010-LOAD-ONE-CARD-EXIT
022600         UNTIL WS-CORRFILE-EOF
026740         END-IF
026760         STOP RUN
026780     END-IF
026782*    THE AUDIT FILE IS ONE RUN'S JOURNAL GENERATION - EXTEND IT,
026784*    OR CREATE IT IF THIS IS ITS FIRST ENTRY (STATUS 35).
026786     OPEN EXTEND AUDITFILE
026788     IF WS-AUDITFILE-STATUS = "35"
026790         OPEN OUTPUT AUDITFILE
026792     END-IF
026794     IF WS-AUDITFILE-STATUS NOT = "00"
026796         DISPLAY "DBL110 - UNABLE TO OPEN AUDITFILE - STATUS "
026798             WS-AUDITFILE-STATUS
026799         MOVE 16 TO RETURN-CODE
026800         CLOSE EXCPFILE
026801         CLOSE ERRFILE
026802         CLOSE TRANOUT
026803         CLOSE RECYCREG
026804         IF WS-SUSPIN-OPEN
026805             CLOSE SUSPIN
026806         END-IF
026807         CLOSE SUSPOUT
026808         STOP RUN
026809     END-IF
026810     MOVE WS-RESUB-RUN-DATE TO WS-DTD-DATE
026820     PERFORM 7000-DATE-TO-DAYS
026840         THRU 7000-DATE-TO-DAYS-EXIT
026860     MOVE WS-DTD-DAY-NO TO WS-RESUB-DAY-NO
031900     END-READ.
032000 1010-LOAD-ONE-CARD-EXIT.
032100     EXIT.
032101*
032102******************************************************************
032103*    1050-CHECK-DECK-OPERATOR
032104*    A CORRECTION DECK IS ACCEPTED ONLY FROM THE OPERATOR NAMED
032105*    ON ITS HEADER CARD, AND ONLY WHEN THAT OPERATOR'S SECURITY
032106*    MASTER ENTRY CARRIES CORRECTION AUTHORITY - THE SAME BAR A
032107*    CORRECTION INSIDE THE DOUBLING RUN MUST CLEAR. A DECK WITH
032108*    NO OPERATOR, AN UNKNOWN ONE, OR ONE WITHOUT AUTHORITY IS
032109*    REFUSED, THE REFUSAL JOURNALED, AND NOTHING IS DISPOSED OF.
032110******************************************************************
032111 1050-CHECK-DECK-OPERATOR SECTION.
032112     IF WS-DECK-OPERATOR-ID = SPACES
032113         DISPLAY "DBL110 - CORRFILE HEADER NAMES NO KEYING "
032114             "OPERATOR - DECK REFUSED"
032115         CLOSE CORRFILE
032116         MOVE 16 TO RETURN-CODE
032117         STOP RUN
032118     END-IF
032119     MOVE WS-DECK-OPERATOR-ID TO WS-LOOKUP-OPERATOR-ID
032120     MOVE "N" TO WS-OPERMAST-EOF-SWITCH
032121     MOVE "N" TO WS-OPER-FOUND-SWITCH
032122     MOVE "1" TO WS-OPER-AUTHORITY
032123     OPEN INPUT OPERMAST
032124     IF WS-OPERMAST-STATUS NOT = "00"
032125         DISPLAY "DBL110 - UNABLE TO OPEN OPERMAST - STATUS "
032126             WS-OPERMAST-STATUS
032127         CLOSE CORRFILE
032128         MOVE 16 TO RETURN-CODE
032129         STOP RUN
032130     END-IF
032131     PERFORM 1121-MATCH-ONE-OPERATOR
032132         THRU 1121-MATCH-ONE-OPERATOR-EXIT
032133         UNTIL WS-OPERMAST-EOF
032134             OR WS-OPER-FOUND
032135     CLOSE OPERMAST
032136     IF WS-OPER-FOUND
032137         AND WS-OPER-CAN-CORRECT
032138         GO TO 1050-CHECK-DECK-OPERATOR-EXIT
032139     END-IF
032140     IF WS-OPER-FOUND
032141         DISPLAY "DBL110 - DECK REFUSED - OPERATOR "
032142             WS-DECK-OPERATOR-ID " HAS NO CORRECTION AUTHORITY"
032143     ELSE
032144         DISPLAY "DBL110 - DECK REFUSED - OPERATOR "
032145             WS-DECK-OPERATOR-ID " IS NOT ON OPERMAST"
032146     END-IF
032147     CLOSE CORRFILE
032148     PERFORM 1060-JOURNAL-REFUSED-DECK
032149         THRU 1060-JOURNAL-REFUSED-DECK-EXIT
032150     MOVE 16 TO RETURN-CODE
032151     STOP RUN.
032152 1050-CHECK-DECK-OPERATOR-EXIT.
032153     EXIT.
032154*
032155******************************************************************
032156*    1060-JOURNAL-REFUSED-DECK
032157*    JOURNALS A REFUSED DECK UNDER ACTION CODE R - WHO TRIED TO
032158*    DISPOSITION REJECTS WITHOUT THE AUTHORITY, WHEN, AND FOR
032159*    WHICH RESUBMISSION RUN DATE. THE TARGET IS THIS STEP AND
032160*    THE SEQUENCE NUMBER IS ZERO. THE DECK IS REFUSED WHETHER
032161*    OR NOT THE REFUSAL CAN BE JOURNALED.
032162******************************************************************
032163 1060-JOURNAL-REFUSED-DECK SECTION.
032164     OPEN EXTEND AUDITFILE
032165     IF WS-AUDITFILE-STATUS = "35"
032166         OPEN OUTPUT AUDITFILE
032167     END-IF
032168     IF WS-AUDITFILE-STATUS NOT = "00"
032169         DISPLAY "DBL110 - UNABLE TO OPEN AUDITFILE - STATUS "
032170             WS-AUDITFILE-STATUS " - REFUSAL NOT JOURNALED"
032171         GO TO 1060-JOURNAL-REFUSED-DECK-EXIT
032172     END-IF
032173     MOVE SPACES TO DBLAUD-RECORD
032174     ACCEPT DBLAUD-DATE FROM DATE YYYYMMDD
032175     ACCEPT DBLAUD-TIME FROM TIME
032176     MOVE WS-DECK-OPERATOR-ID TO DBLAUD-OPERATOR-ID
032177     MOVE ZERO TO DBLAUD-NUMBER
032178     MOVE ZERO TO DBLAUD-RESULT
032179     SET DBLAUD-IS-REFUSED TO TRUE
032180     MOVE ZERO TO DBLAUD-SEQUENCE-NO
032181     MOVE WS-STREAM-STEP-ID TO DBLAUD-TARGET-ID
032182     MOVE WS-RESUB-RUN-DATE TO DBLAUD-ORIG-RUN-DATE
032183     WRITE DBLAUD-RECORD
032184     CLOSE AUDITFILE.
032185 1060-JOURNAL-REFUSED-DECK-EXIT.
032186     EXIT.
032187*
032188******************************************************************
032189*    1100-CHECK-STREAM
032190*    READS THE STEP CONTROL CARD AND CHECKS THE JOB-STREAM
032191*    STATUS FILE BEFORE THE STEP TOUCHES ANY OTHER FILE - EVERY
032192*    STEP AHEAD OF THIS ONE IN THE NIGHTLY STREAM MUST HAVE
032193*    ENDED GOOD FOR THE BUSINESS DATE, AND THIS STEP MUST NOT
032194*    ALREADY HAVE. AN OVERRIDE CARD FROM AN OPERATOR WITH
032195*    CORRECTION AUTHORITY SKIPS BOTH CHECKS AND IS JOURNALED.
032196*    THE STEP'S START IS THEN RECORDED ON THE STATUS FILE.
032197******************************************************************
032198 1100-CHECK-STREAM SECTION.
032199     OPEN INPUT STEPCARD
032200     IF WS-STEPCARD-STATUS NOT = "00"
032201         DISPLAY "DBL110 - UNABLE TO OPEN STEPCARD - STATUS "
032202             WS-STEPCARD-STATUS
032203         MOVE 16 TO RETURN-CODE
032204         STOP RUN
032205     END-IF
032206     READ STEPCARD
032207         AT END
032208             DISPLAY "DBL110 - STEPCARD IS EMPTY - NO STEP "
032209                 "CONTROL CARD"
032210             CLOSE STEPCARD
032211             MOVE 16 TO RETURN-CODE
032212             STOP RUN
032213     END-READ
032214     IF DBLSCTL-BUS-DATE-X IS NOT NUMERIC
032215         OR DBLSCTL-BUS-DATE = ZERO
032216         DISPLAY "DBL110 - STEPCARD BUSINESS DATE NOT VALID: "
032217             DBLSCTL-BUS-DATE-X
032218         CLOSE STEPCARD
032219         MOVE 16 TO RETURN-CODE
032220         STOP RUN
032221     END-IF
032222     IF DBLSCTL-OPERATOR-ID = SPACES
032223         DISPLAY "DBL110 - STEPCARD OPERATOR ID IS BLANK"
032224         CLOSE STEPCARD
032225         MOVE 16 TO RETURN-CODE
032226         STOP RUN
032227     END-IF
032228     EVALUATE TRUE
032229         WHEN DBLSCTL-FORCE-STEP
032230             SET WS-FORCE-STEP TO TRUE
032231         WHEN DBLSCTL-NORMAL-STEP
032232             CONTINUE
032233         WHEN OTHER
032234             DISPLAY "DBL110 - STEPCARD FORCE FLAG NOT F OR N: "
032235                 DBLSCTL-FORCE-FLAG
032236             CLOSE STEPCARD
032237             MOVE 16 TO RETURN-CODE
032238             STOP RUN
032239     END-EVALUATE
032240     MOVE DBLSCTL-BUS-DATE TO WS-BUSINESS-DATE
032241     MOVE DBLSCTL-OPERATOR-ID TO WS-STEP-OPERATOR-ID
032242     CLOSE STEPCARD
032243     IF WS-FORCE-STEP
032244         PERFORM 1120-CHECK-OVERRIDE-OPER
032245             THRU 1120-CHECK-OVERRIDE-OPER-EXIT
032246     END-IF
032247*    THE STATUS FILE PERSISTS ACROSS RUNS - OPEN I-O, AND ON THE
032248*    VERY FIRST STEP EVER RUN (STATUS 35, FILE NOT THERE YET)
032249*    CREATE IT EMPTY AND REOPEN.
032250     OPEN I-O STRMSTAT
032251     IF WS-STRMSTAT-STATUS = "35"
032252         OPEN OUTPUT STRMSTAT
032253         IF WS-STRMSTAT-STATUS = "00"
032254             CLOSE STRMSTAT
032255             OPEN I-O STRMSTAT
032256         END-IF
032257     END-IF
032258     IF WS-STRMSTAT-STATUS NOT = "00"
032259         DISPLAY "DBL110 - UNABLE TO OPEN STRMSTAT - STATUS "
032260             WS-STRMSTAT-STATUS
032261         MOVE 16 TO RETURN-CODE
032262         STOP RUN
032263     END-IF
032264     IF NOT WS-FORCE-STEP
032265         PERFORM 1110-CHECK-ONE-PREDECESSOR
032266             THRU 1110-CHECK-ONE-PREDECESSOR-EXIT
032267             VARYING WS-STRQ-SUB FROM 1 BY 1
032268             UNTIL WS-STRQ-SUB > DBLSTRQ-STEP-COUNT
032269                 OR DBLSTRQ-STEP-ID (WS-STRQ-SUB)
032270                     = WS-STREAM-STEP-ID
032271     END-IF
032272     MOVE WS-BUSINESS-DATE TO DBLSTRM-BUS-DATE
032273     MOVE WS-STREAM-STEP-ID TO DBLSTRM-STEP-ID
032274     READ STRMSTAT
032275         INVALID KEY
032276             MOVE "N" TO WS-STRM-FOUND-SWITCH
032277         NOT INVALID KEY
032278             SET WS-STRM-FOUND TO TRUE
032279     END-READ
032280     IF WS-STRM-FOUND
032281         AND DBLSTRM-ENDED-GOOD
032282         AND NOT WS-FORCE-STEP
032283         DISPLAY "DBL110 - ALREADY ENDED GOOD FOR "
032284             WS-BUSINESS-DATE " - NOT RUN A SECOND TIME"
032285         SET WS-STREAM-REFUSED TO TRUE
032286     END-IF
032287     IF WS-STREAM-REFUSED
032288         DISPLAY "DBL110 - STEP REFUSED FOR " WS-BUSINESS-DATE
032289             " - AN OVERRIDE CARD CAN FORCE IT AFTER REVIEW"
032290         CLOSE STRMSTAT
032291         MOVE 16 TO RETURN-CODE
032292         STOP RUN
032293     END-IF
032294     IF WS-FORCE-STEP
032295         PERFORM 1130-JOURNAL-OVERRIDE
032296             THRU 1130-JOURNAL-OVERRIDE-EXIT
032297     END-IF
032298     PERFORM 1140-RECORD-STREAM-START
032299         THRU 1140-RECORD-STREAM-START-EXIT
032300     CLOSE STRMSTAT.
032301 1100-CHECK-STREAM-EXIT.
032302     EXIT.
032303*
032304******************************************************************
032305*    1110-CHECK-ONE-PREDECESSOR
032306*    READS ONE EARLIER STREAM STEP'S STATUS FOR THE BUSINESS
032307*    DATE. A STEP THAT NEVER RAN, IS STILL SHOWN STARTED (IT
032308*    ABENDED), OR ENDED BAD HOLDS THIS STEP BACK.
032309******************************************************************
032310 1110-CHECK-ONE-PREDECESSOR SECTION.
032311     MOVE WS-BUSINESS-DATE TO DBLSTRM-BUS-DATE
032312     MOVE DBLSTRQ-STEP-ID (WS-STRQ-SUB) TO DBLSTRM-STEP-ID
032313     READ STRMSTAT
032314         INVALID KEY
032315             DISPLAY "DBL110 - PREDECESSOR "
032316                 DBLSTRQ-STEP-ID (WS-STRQ-SUB)
032317                 " HAS NOT RUN FOR " WS-BUSINESS-DATE
032318             SET WS-STREAM-REFUSED TO TRUE
032319             GO TO 1110-CHECK-ONE-PREDECESSOR-EXIT
032320     END-READ
032321     IF NOT DBLSTRM-ENDED-GOOD
032322         DISPLAY "DBL110 - PREDECESSOR " DBLSTRM-STEP-ID
032323             " HAS NOT ENDED GOOD FOR " WS-BUSINESS-DATE
032324             " - STATE " DBLSTRM-STATE
032325             " RC " DBLSTRM-RETURN-CODE
032326         SET WS-STREAM-REFUSED TO TRUE
032327     END-IF.
032328 1110-CHECK-ONE-PREDECESSOR-EXIT.
032329     EXIT.
032330*
032331******************************************************************
032332*    1120-CHECK-OVERRIDE-OPER
032333*    AN OVERRIDE CARD IS HONORED ONLY FOR AN OPERATOR WHOSE
032334*    SECURITY MASTER ENTRY CARRIES CORRECTION AUTHORITY -
032335*    ANYONE ELSE'S OVERRIDE STOPS THE STEP.
032336******************************************************************
032337 1120-CHECK-OVERRIDE-OPER SECTION.
032338     MOVE WS-STEP-OPERATOR-ID TO WS-LOOKUP-OPERATOR-ID
032339     OPEN INPUT OPERMAST
032340     IF WS-OPERMAST-STATUS NOT = "00"
032341         DISPLAY "DBL110 - UNABLE TO OPEN OPERMAST - STATUS "
032342             WS-OPERMAST-STATUS
032343         MOVE 16 TO RETURN-CODE
032344         STOP RUN
032345     END-IF
032346     PERFORM 1121-MATCH-ONE-OPERATOR
032347         THRU 1121-MATCH-ONE-OPERATOR-EXIT
032348         UNTIL WS-OPERMAST-EOF
032349             OR WS-OPER-FOUND
032350     CLOSE OPERMAST
032351     IF NOT WS-OPER-FOUND
032352         OR NOT WS-OPER-CAN-CORRECT
032353         DISPLAY "DBL110 - OVERRIDE REFUSED - OPERATOR "
032354             WS-STEP-OPERATOR-ID " HAS NO CORRECTION AUTHORITY"
032355         MOVE 16 TO RETURN-CODE
032356         STOP RUN
032357     END-IF.
032358 1120-CHECK-OVERRIDE-OPER-EXIT.
032359     EXIT.
032360*
032361 1121-MATCH-ONE-OPERATOR SECTION.
032362     READ OPERMAST
032363         AT END
032364             SET WS-OPERMAST-EOF TO TRUE
032365         NOT AT END
032366             IF DBLOPER-ID = WS-LOOKUP-OPERATOR-ID
032367                 SET WS-OPER-FOUND TO TRUE
032368                 MOVE DBLOPER-AUTHORITY TO WS-OPER-AUTHORITY
032369             END-IF
032370     END-READ.
032371 1121-MATCH-ONE-OPERATOR-EXIT.
032372     EXIT.
032373*
032374******************************************************************
032375*    1130-JOURNAL-OVERRIDE
032376*    JOURNALS A FORCED STEP UNDER ACTION CODE F - WHO FORCED
032377*    WHICH STEP, WHEN, AND FOR WHICH BUSINESS DATE. A FORCED
032378*    STEP THAT CANNOT BE JOURNALED DOES NOT RUN.
032379******************************************************************
032380 1130-JOURNAL-OVERRIDE SECTION.
032381     OPEN EXTEND AUDITFILE
032382     IF WS-AUDITFILE-STATUS = "35"
032383         OPEN OUTPUT AUDITFILE
032384     END-IF
032385     IF WS-AUDITFILE-STATUS NOT = "00"
032386         DISPLAY "DBL110 - UNABLE TO OPEN AUDITFILE - STATUS "
032387             WS-AUDITFILE-STATUS " - OVERRIDE NOT JOURNALED"
032388         CLOSE STRMSTAT
032389         MOVE 16 TO RETURN-CODE
032390         STOP RUN
032391     END-IF
032392     MOVE SPACES TO DBLAUD-RECORD
032393     ACCEPT DBLAUD-DATE FROM DATE YYYYMMDD
032394     ACCEPT DBLAUD-TIME FROM TIME
032395     MOVE WS-STEP-OPERATOR-ID TO DBLAUD-OPERATOR-ID
032396     MOVE ZERO TO DBLAUD-NUMBER
032397     MOVE ZERO TO DBLAUD-RESULT
032398     SET DBLAUD-IS-FORCED-STEP TO TRUE
032399     MOVE ZERO TO DBLAUD-SEQUENCE-NO
032400     MOVE WS-STREAM-STEP-ID TO DBLAUD-TARGET-ID
032401     MOVE WS-BUSINESS-DATE TO DBLAUD-ORIG-RUN-DATE
032402     WRITE DBLAUD-RECORD
032403     CLOSE AUDITFILE
032404     DISPLAY "DBL110 - STEP FORCED FOR " WS-BUSINESS-DATE
032405         " BY " WS-STEP-OPERATOR-ID " - OVERRIDE JOURNALED".
032406 1130-JOURNAL-OVERRIDE-EXIT.
032407     EXIT.
032408*
032409******************************************************************
032410*    1140-RECORD-STREAM-START
032411*    WRITES OR REWRITES THIS STEP'S STATUS RECORD AS STARTED -
032412*    A RERUN AFTER A BAD END OR AN ABEND REUSES THE DATE'S
032413*    RECORD AND BUMPS ITS RUN COUNT.
032414******************************************************************
032415 1140-RECORD-STREAM-START SECTION.
032416     IF NOT WS-STRM-FOUND
032417         MOVE SPACES TO DBLSTRM-RECORD
032418         MOVE WS-BUSINESS-DATE TO DBLSTRM-BUS-DATE
032419         MOVE WS-STREAM-STEP-ID TO DBLSTRM-STEP-ID
032420         MOVE ZERO TO DBLSTRM-RUN-COUNT
032421     END-IF
032422     SET DBLSTRM-STARTED TO TRUE
032423     ACCEPT DBLSTRM-START-DATE FROM DATE YYYYMMDD
032424     ACCEPT DBLSTRM-START-TIME FROM TIME
032425     MOVE ZERO TO DBLSTRM-END-DATE
032426     MOVE ZERO TO DBLSTRM-END-TIME
032427     MOVE ZERO TO DBLSTRM-RETURN-CODE
032428     MOVE WS-STEP-OPERATOR-ID TO DBLSTRM-OPERATOR-ID
032429     IF WS-FORCE-STEP
032430         MOVE "Y" TO DBLSTRM-FORCED-FLAG
032431     ELSE
032432         MOVE "N" TO DBLSTRM-FORCED-FLAG
032433     END-IF
032434     ADD 1 TO DBLSTRM-RUN-COUNT
032435     IF WS-STRM-FOUND
032436         REWRITE DBLSTRM-RECORD
032437     ELSE
032438         WRITE DBLSTRM-RECORD
032439     END-IF
032440     IF WS-STRMSTAT-STATUS NOT = "00"
032441         DISPLAY "DBL110 - UNABLE TO RECORD STEP START ON "
032442             "STRMSTAT - STATUS " WS-STRMSTAT-STATUS
032443         CLOSE STRMSTAT
032444         MOVE 16 TO RETURN-CODE
032445         STOP RUN
032446     END-IF.
032447 1140-RECORD-STREAM-START-EXIT.
032448     EXIT.
032449*
032450******************************************************************
032451*    1500-PROCESS-SUSPIN
032452*    DISPOSES OF ONE CARRIED SUSPENSE ITEM PER PASS UNTIL END
032453*    OF THE PRIOR RUN'S SUSPENSE FILE. CARRIED ITEMS MEET THE
032454*    CORRECTION CARDS BEFORE TONIGHT'S NEW REJECTS SO A CARD
032455*    WITHOUT AN ORIGINAL RUN DATE RELIEVES THE OLDEST ITEM
032456*    FIRST.
032457******************************************************************
032458 1500-PROCESS-SUSPIN SECTION.
032459     PERFORM 1510-DISPOSE-SUSP
032460         THRU 1510-DISPOSE-SUSP-EXIT
032461     PERFORM 1600-READ-SUSPIN
032462         THRU 1600-READ-SUSPIN-EXIT.
032463 1500-PROCESS-SUSPIN-EXIT.
032464     EXIT.
032465*
032466******************************************************************
032467*    1510-DISPOSE-SUSP
032468*    MATCHES THE CURRENT CARRIED ITEM AGAINST THE CORRECTION
032469*    CARDS AND APPLIES THE SAME RECYCLE/WRITE-OFF/OUTSTANDING
032470*    DISPOSITION AS A FRESH REJECT. AN ITEM STILL UNRESOLVED
032471*    GOES BACK TO SUSPENSE WITH ITS ORIGINAL RUN DATE INTACT.
032472******************************************************************
032473 1510-DISPOSE-SUSP SECTION.
032474     ADD 1 TO WS-SUSP-BROUGHT-FWD
032475     MOVE DBLSUSP-SOURCE TO WS-MATCH-SOURCE
032476     MOVE DBLSUSP-SEQUENCE-NO TO WS-MATCH-SEQUENCE-NO
032477     MOVE DBLSUSP-ORIG-RUN-DATE TO WS-MATCH-ORIG-DATE
032478     PERFORM 2020-FIND-CARD
032479         THRU 2020-FIND-CARD-EXIT
032480     EVALUATE TRUE
032481         WHEN DBLSUSP-FROM-EXCP
032482             MOVE "EXCP" TO WS-REG-SOURCE
032483         WHEN DBLSUSP-FROM-RETURN
032484             MOVE "RTRN" TO WS-REG-SOURCE
032485         WHEN DBLSUSP-FROM-HOLD
032486             MOVE "HOLD" TO WS-REG-SOURCE
032487         WHEN OTHER
032488             MOVE "OVFL" TO WS-REG-SOURCE
032489     END-EVALUATE
032490     MOVE DBLSUSP-SEQUENCE-NO TO WS-REG-SEQUENCE-NO
032491*    AN OVERFLOW OR HELD VALUE IS ZONED SIGNED - EDIT IT FOR
032492*    PRINT SO THE SIGN OVERPUNCH BYTE NEVER REACHES THE REGISTER.
032493     IF DBLSUSP-FROM-OVFL
032494        OR DBLSUSP-FROM-HOLD
032495         MOVE DBLSUSP-NUMBER TO WS-EDIT-SIGNED
032496         MOVE WS-EDIT-SIGNED TO WS-REG-VALUE
032497     ELSE
032498         MOVE DBLSUSP-NUMBER-X TO WS-REG-VALUE
032499     END-IF
032500     MOVE DBLSUSP-REASON-TEXT TO WS-REG-REASON
032501     IF DBLSUSP-OP-CODE = SPACE
032502         MOVE "1" TO WS-DEFAULT-OP-CODE
032503     ELSE
032504         MOVE DBLSUSP-OP-CODE TO WS-DEFAULT-OP-CODE
032505     END-IF
032506     MOVE DBLSUSP-SOURCE TO WS-CURR-SOURCE
032507     MOVE DBLSUSP-ORIG-RUN-DATE TO WS-CURR-ORIG-DATE
032508     MOVE DBLSUSP-SEQUENCE-NO TO WS-CURR-SEQUENCE-NO
032509     MOVE DBLSUSP-NUMBER-X TO WS-CURR-NUMBER-X
032510     MOVE DBLSUSP-OP-CODE TO WS-CURR-OP-CODE
032511     MOVE DBLSUSP-REASON-TEXT TO WS-CURR-REASON-TEXT
032512     PERFORM 2030-APPLY-DISPOSITION
032513         THRU 2030-APPLY-DISPOSITION-EXIT
032514     PERFORM 5000-WRITE-REGISTER-LINE
032515         THRU 5000-WRITE-REGISTER-LINE-EXIT.
032516 1510-DISPOSE-SUSP-EXIT.
032517     EXIT.
032518*
032519******************************************************************
032520*    1600-READ-SUSPIN
032521*    READS THE NEXT CARRIED SUSPENSE ITEM AND SETS THE EOF
032522*    SWITCH.
032523******************************************************************
032524 1600-READ-SUSPIN SECTION.
032525     READ SUSPIN
032526         AT END
032527             SET WS-SUSPIN-EOF TO TRUE
032528     END-READ.
032529 1600-READ-SUSPIN-EXIT.
032530     EXIT.
032531*
032532******************************************************************
032533*    2000-PROCESS-EXCPFILE
032534*    DISPOSES OF ONE VALIDATION REJECT PER PASS UNTIL END OF THE
032600*    EXCEPTION FILE.
032700******************************************************************
032800 2000-PROCESS-EXCPFILE SECTION.
038900*    APPLIES THE MATCHED CARD'S DISPOSITION TO THE CURRENT
039000*    REJECT. A REJECT WITH NO CARD, OR WHOSE CARD CARRIES AN
039100*    UNUSABLE CORRECTED VALUE, REMAINS OUTSTANDING FOR A LATER
039200*    RECYCLE RUN. EVERY RECYCLE AND WRITE-OFF IS JOURNALED.
039300******************************************************************
039400 2030-APPLY-DISPOSITION SECTION.
039500     IF NOT WS-MATCH-FOUND
040200         WHEN "W"
040300             MOVE "WRITTEN OFF" TO WS-REG-DISPOSITION
040400             ADD 1 TO WS-WRITEOFF-COUNT
040410             PERFORM 2040-JOURNAL-DISPOSITION
040420                 THRU 2040-JOURNAL-DISPOSITION-EXIT
040500         WHEN "R"
040600             IF WS-CARD-NUMBER-X (WS-MATCH-SUB) IS NOT NUMERIC
040700                 OR WS-CARD-NUMBER (WS-MATCH-SUB) < ZERO
041200                     THRU 2200-WRITE-TRANOUT-DETAIL-EXIT
041300                 MOVE "RECYCLED" TO WS-REG-DISPOSITION
041400                 ADD 1 TO WS-RECYCLED-COUNT
041410                 PERFORM 2040-JOURNAL-DISPOSITION
041420                     THRU 2040-JOURNAL-DISPOSITION-EXIT
041500             END-IF
041600         WHEN OTHER
041700             MOVE "CARD INVALID" TO WS-REG-DISPOSITION
041900     END-EVALUATE.
042000 2030-APPLY-DISPOSITION-EXIT.
042100     EXIT.
042102*
042104******************************************************************
042106*    2040-JOURNAL-DISPOSITION
042108*    JOURNALS THE RECYCLE OR WRITE-OFF JUST APPLIED TO THE
042110*    CURRENT REJECT UNDER THE DECK OPERATOR'S ID - ACTION CODE
042112*    Y OR W, WITH THE REJECT'S SOURCE, ORIGINAL RUN DATE,
042114*    SEQUENCE NUMBER, AND VALUE AS REJECTED (CARRIED BYTE FOR
042116*    BYTE - A REJECTED VALUE NEED NOT BE NUMERIC). A RECYCLE
042118*    ALSO CARRIES THE CORRECTED VALUE RESUBMITTED AS ITS
042120*    RESULT. THE TIME IS KEPT STRICTLY RISING WITHIN THE RUN
042122*    SO EVERY ENTRY KEYS UNIQUELY ON THE HISTORY MASTER.
042124******************************************************************
042126 2040-JOURNAL-DISPOSITION SECTION.
042128     MOVE SPACES TO DBLAUD-RECORD
042130     ACCEPT DBLAUD-DATE FROM DATE YYYYMMDD
042132     ACCEPT DBLAUD-TIME FROM TIME
042134     IF DBLAUD-TIMESTAMP NOT > WS-LAST-JOURNAL-STAMP
042136         MOVE WS-LAST-JOURNAL-DATE TO DBLAUD-DATE
042138         COMPUTE DBLAUD-TIME = WS-LAST-JOURNAL-TIME + 1
042140     END-IF
042142     MOVE DBLAUD-TIMESTAMP TO WS-LAST-JOURNAL-STAMP
042144     MOVE WS-DECK-OPERATOR-ID TO DBLAUD-OPERATOR-ID
042146     MOVE WS-CURR-NUMBER-X TO DBLAUD-NUMBER-X
042148     IF WS-CARD-DISPOSITION (WS-MATCH-SUB) = "R"
042150         SET DBLAUD-IS-RECYCLED TO TRUE
042152         MOVE WS-CARD-NUMBER (WS-MATCH-SUB) TO DBLAUD-RESULT
042154     ELSE
042156         SET DBLAUD-IS-WRITTEN-OFF TO TRUE
042158         MOVE ZERO TO DBLAUD-RESULT
042160     END-IF
042162     MOVE WS-CURR-SEQUENCE-NO TO DBLAUD-SEQUENCE-NO
042164     MOVE WS-CURR-ORIG-DATE TO DBLAUD-ORIG-RUN-DATE
042166     MOVE WS-CURR-SOURCE TO DBLAUD-REJ-SOURCE
042168     WRITE DBLAUD-RECORD
042170     ADD 1 TO WS-JOURNALED-COUNT.
042172 2040-JOURNAL-DISPOSITION-EXIT.
042174     EXIT.
042200*
042300******************************************************************
042400*    2100-READ-EXCPFILE
052510                 MOVE "EXCP" TO WS-REG-SOURCE
052520             WHEN "R"
052530                 MOVE "RTRN" TO WS-REG-SOURCE
052540             WHEN "H"
052550                 MOVE "HOLD" TO WS-REG-SOURCE
052600             WHEN OTHER
052700                 MOVE "OVFL" TO WS-REG-SOURCE
052800         END-EVALUATE
059450             MOVE "EXCP" TO WS-AGE-LN-SOURCE
059460         WHEN "R"
059470             MOVE "RTRN" TO WS-AGE-LN-SOURCE
059472         WHEN "H"
059474             MOVE "HOLD" TO WS-AGE-LN-SOURCE
059480         WHEN OTHER
059490             MOVE "OVFL" TO WS-AGE-LN-SOURCE
059500     END-EVALUATE
059520     MOVE WS-AGE-ORIG-DATE (WS-AGE-SUB)
059530         TO WS-AGE-LN-ORIG-DATE
059540     MOVE WS-AGE-DAYS (WS-AGE-SUB) TO WS-AGE-LN-DAYS
059550*    AN OVERFLOW OR HELD VALUE IS ZONED SIGNED - EDIT IT FOR
059560*    PRINT SO THE SIGN OVERPUNCH BYTE NEVER REACHES THE REGISTER.
059570     IF WS-AGE-SOURCE (WS-AGE-SUB) = "O"
059575        OR WS-AGE-SOURCE (WS-AGE-SUB) = "H"
059580         MOVE WS-AGE-NUMBER (WS-AGE-SUB) TO WS-EDIT-SIGNED
059590         MOVE WS-EDIT-SIGNED TO WS-AGE-LN-VALUE
059600     ELSE
060470         CLOSE SUSPIN
060480     END-IF
060490     CLOSE SUSPOUT
060495     CLOSE AUDITFILE
060500     DISPLAY "DBL110 - REJECTS READ:        " WS-REJECTS-READ
060510     DISPLAY "DBL110 - OVERFLOWS READ:      " WS-OVERFLOWS-READ
060520     DISPLAY "DBL110 - REJECTS RECYCLED:    " WS-RECYCLED-COUNT
060570         WS-SUSP-BROUGHT-FWD
060580     DISPLAY "DBL110 - CARRIED TO SUSPENSE: " WS-SUSP-CARRIED
060590     DISPLAY "DBL110 - DETAILS RESUBMITTED: "
060600         WS-TRANOUT-REC-COUNT
060601     DISPLAY "DBL110 - ENTRIES JOURNALED:   " WS-JOURNALED-COUNT
060603     PERFORM 9950-RECORD-STREAM-END
060606         THRU 9950-RECORD-STREAM-END-EXIT.
060610 9000-TERMINATE-EXIT.
060620     EXIT.
060720*
060820******************************************************************
060920*    9950-RECORD-STREAM-END
061020*    REWRITES THIS STEP'S STATUS RECORD WITH ITS END TIME AND
061120*    RETURN CODE. BELOW 8 IS ENDED GOOD; 8 OR ABOVE IS ENDED
061220*    BAD, AND THE NEXT STEP WAITS UNTIL SOMEONE HAS LOOKED AT
061320*    THE CONDITION AND RERUN OR FORCED. AN END THAT CANNOT BE
061420*    RECORDED LEAVES THE STEP SHOWN STARTED AND RAISES THE
061520*    RETURN CODE TO 8.
061620******************************************************************
061720 9950-RECORD-STREAM-END SECTION.
061820     OPEN I-O STRMSTAT
061920     IF WS-STRMSTAT-STATUS NOT = "00"
062020         DISPLAY "DBL110 - UNABLE TO OPEN STRMSTAT - STATUS "
062120             WS-STRMSTAT-STATUS " - STEP END NOT RECORDED"
062220         IF RETURN-CODE < 8
062320             MOVE 8 TO RETURN-CODE
062420         END-IF
062520         GO TO 9950-RECORD-STREAM-END-EXIT
062620     END-IF
062720     MOVE WS-BUSINESS-DATE TO DBLSTRM-BUS-DATE
062820     MOVE WS-STREAM-STEP-ID TO DBLSTRM-STEP-ID
062920     READ STRMSTAT
063020         INVALID KEY
063120             DISPLAY "DBL110 - STEP START NOT ON STRMSTAT"
063220                 " - STEP END NOT RECORDED"
063320             CLOSE STRMSTAT
063420             IF RETURN-CODE < 8
063520                 MOVE 8 TO RETURN-CODE
063620             END-IF
063720             GO TO 9950-RECORD-STREAM-END-EXIT
063820     END-READ
063920     ACCEPT DBLSTRM-END-DATE FROM DATE YYYYMMDD
064020     ACCEPT DBLSTRM-END-TIME FROM TIME
064120     MOVE RETURN-CODE TO DBLSTRM-RETURN-CODE
064220     IF RETURN-CODE < 8
064320         SET DBLSTRM-ENDED-GOOD TO TRUE
064420     ELSE
064520         SET DBLSTRM-ENDED-BAD TO TRUE
064620     END-IF
064720     REWRITE DBLSTRM-RECORD
064820     IF WS-STRMSTAT-STATUS NOT = "00"
064920         DISPLAY "DBL110 - UNABLE TO RECORD STEP END ON "
065020             "STRMSTAT - STATUS " WS-STRMSTAT-STATUS
065120         IF RETURN-CODE < 8
065220             MOVE 8 TO RETURN-CODE
065320         END-IF
065420     END-IF
065520     CLOSE STRMSTAT.
065620 9950-RECORD-STREAM-END-EXIT.
065720     EXIT.
