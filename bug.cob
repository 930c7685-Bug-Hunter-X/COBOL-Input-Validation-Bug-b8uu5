002489*                     CONTROL RECORD FOR THE DOWNSTREAM ACK TO
002489*                     RECONCILE AGAINST. THE CALENDAR COVERAGE
002489*                     CHECK IS LEFT TO THE NIGHTLY RUN.
002489*    2026-10-15 JRM   AN OPERATOR CORRECTION NOW REACHES THE
002489*                     POSTING SYSTEM - 8400 CUTS A REVERSAL (R)
002489*                     AND REPLACEMENT (A) PAIR ON INTFOUT, AND
002489*                     9800 CLOSES THEM WITH THEIR OWN ADJUSTMENT
002489*                     CONTROL RECORD (J), KEPT ON ICTLFILE
002489*                     BESIDE THE C RECORD. THE ACK CHECK NOW
002489*                     MATCHES AN ADJUSTMENT ACK ONLY AGAINST A J
002489*                     RECORD AND REPORTS IT SEPARATELY, SO
002489*                     ADJUSTMENTS BALANCE APART FROM THE
002489*                     ORIGINAL DETAILS. CORRECTIONS MADE AFTER
002489*                     THE RUN GO THROUGH DBL220.
002489*    2026-10-15 JRM   THE STEP NOW RECORDS ITS START AND END ON
002489*                     THE JOB-STREAM STATUS FILE (STRMSTAT,
002489*                     COPYBOOK DBLSTRM) UNDER THE BUSINESS DATE
002489*                     NAMED ON THE PARM RECORD, SO THE STEPS
002489*                     AFTER IT CAN TELL WHETHER IT ENDED GOOD.
002489*                     AS THE FIRST STEP OF THE STREAM IT WAITS
002489*                     ON NO OTHER, AND AN INTRADAY RUN OR A
002489*                     RESTART SIMPLY REUSES THE DATE'S RECORD.
002489*    2026-10-15 JRM   EACH BATCH NOW KEEPS ITS OWN REJECT AND
002489*                     OVERFLOW COUNTS AND WS-NUMBER HASHES,
002489*                     CHECKPOINTED AND CARRIED ON THE BATCH
002489*                     REGISTER, AND EVERY RESULTS MASTER RECORD
002489*                     KEEPS THE WS-NUMBER IT WAS FIRST COMPUTED
002489*                     FROM (DBLRMST-ORIG-NUMBER) THROUGH ANY
002489*                     CORRECTION, SO DBL240 CAN PROVE THE MASTER
002489*                     AND ARCHIVE AGAINST THE REGISTER.
002489*    2026-10-15 JRM   EXTENDED THE AUDIT WORK FILE REPLACING
002489*                     LIST FOR THE NEW DBLAUD RECYCLE AND
002489*                     WRITE-OFF FIELDS.
002489*    2026-10-15 JRM   EVERY VALID DETAIL IS NOW CHECKED AGAINST
002489*                     THE TOLERANCE LIMITS ON LIMFILE FOR ITS
002489*                     OPERATION CODE. ONE OUTSIDE THEM IS HELD
002489*                     ON HOLDFILE FOR REVIEW INSTEAD OF BEING
002489*                     COMPUTED, POSTED OR SENT, AND HELD ITEMS
002489*                     ARE A FOURTH LEG OF THE BATCH BALANCE, THE
002489*                     CHECKPOINT, THE BATCH REGISTER AND THE
002489*                     EXCEPTION REGISTER. AN ITEM THE REVIEW HAS
002489*                     RELEASED IS NOT CHECKED AGAIN.
002489*    2026-10-15 JRM   BATCHES ARE NOW CONTROLLED BY FEEDER
002489*                     SOURCE. THE SOURCE CODE ON EACH BATCH
002489*                     HEADER IS CHECKED AGAINST THE SOURCE
002489*                     MASTER (SRCMAST), DUPLICATE AND SEQUENCE
002489*                     CHECKS ARE MADE PER SOURCE, THE SOURCE IS
002489*                     CARRIED TO THE REGISTER, THE RESULTS
002489*                     MASTER, THE INTERFACE EXTRACT, THE
002489*                     CHECKPOINT AND THE RUN STATISTICS, THE
002489*                     MISSED-DAY CHECK LOOKS FOR EACH FEEDER ON
002489*                     ITS OWN EXPECTED DAYS, AND THE REPORT
002489*                     GIVES RUN TOTALS BY SOURCE.
002489*    2026-10-15 JRM   THE PROCESSING CALENDAR IS NOW MAINTAINED
002489*                     BY DBL270. AT RUN START THE DAYS LEFT
002489*                     BETWEEN TODAY AND THE LAST CALENDAR DATE
002489*                     ARE CHECKED, AND FEWER THAN 60 IS WARNED
002489*                     WITH RETURN CODE 4 SO THE NEXT YEAR IS
002489*                     GENERATED BEFORE EVERY BATCH IS REFUSED.
002489*                     EXTENDED THE AUDIT WORK FILE REPLACING
002489*                     LIST FOR THE NEW CALENDAR CHANGE ACTION.
002489*    2026-10-15 JRM   A CORRECTION CARRIED TO THE RESULTS MASTER
002489*                     KEEPS THE RECORD'S RECALL INFORMATION, AND
002489*                     MARKS A RECORD THE RECALL JOB (DBL280) PUT
002489*                     BACK ON THE MASTER AS CHANGED WHILE
002489*                     RECALLED, SO THE NEXT PURGE ARCHIVES IT
002489*                     AGAIN AS A LATER VERSION.
002489*    2026-10-15 JRM   NO LONGER HOLDS THE BATCH REGISTER, THE
002489*                     INTERFACE CONTROL HISTORY, THE CALENDAR OR
002489*                     THE BATCH RECAP IN FIXED TABLES, SO A
002489*                     TRANIN FILE MAY CARRY ANY NUMBER OF BATCHES
002489*                     AND EVERY ONE IS REGISTERED. THE REGISTER
002489*                     AND CALENDAR ARE NOW KEYED FILES READ BY
002489*                     KEY; THE CONTROL HISTORY IS READ THROUGH
002489*                     FOR EACH ACK; THE PRESCAN KEEPS EACH BATCH
002489*                     ON THE SCRATCH KEYED FILE PSCNWORK FOR THE
002489*                     IN-FILE DUPLICATE AND MISSED-DAY CHECKS;
002489*                     THE RECAP IS WRITTEN TO RCAPFILE AS EACH
002489*                     BATCH CLOSES, OUT OF THE CHECKPOINT, AND
002489*                     CUT BACK TO THE CHECKPOINT ON A RESTART
002489*                     LIKE THE OTHER OUTPUT FILES.
002489*    2026-10-15 JRM   JOURNAL ENTRIES NOW CARRY SPACES IN THE
002489*                     REJECT SOURCE FIELD.
002489*    2026-10-15 JRM   A BATCH THE REGISTER CANNOT TAKE FOR ANY
002489*                     REASON BUT A DUPLICATE KEY IS REPORTED AND
002489*                     ENDS THE RUN RC 8 INSTEAD OF BEING RETRIED;
002489*                     AN ABEND NOW CLOSES HOLDFILE WITH THE OTHER
002489*                     RUN OUTPUTS.
002490******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
003799                     FILE STATUS IS WS-STATFILE-STATUS.
003799
003799     SELECT BATCHREG ASSIGN TO BATCHREG
003799                     ORGANIZATION IS INDEXED
003799                     ACCESS MODE IS DYNAMIC
003799                     RECORD KEY IS DBLBREG-KEY
003799                     FILE STATUS IS WS-BATCHREG-STATUS.
003799
003799     SELECT INTFOUT  ASSIGN TO INTFOUT
003799                     FILE STATUS IS WS-ACKFILE-STATUS.
003799
003799     SELECT CALFILE  ASSIGN TO CALFILE
003799                     ORGANIZATION IS INDEXED
003799                     ACCESS MODE IS DYNAMIC
003799                     RECORD KEY IS DBLCAL-DATE-X
003799                     FILE STATUS IS WS-CALFILE-STATUS.
003799
003799     SELECT SRCMAST  ASSIGN TO SRCMAST
003799                     ORGANIZATION IS SEQUENTIAL
003799                     FILE STATUS IS WS-SRCMAST-STATUS.
003799
003799     SELECT LIMFILE  ASSIGN TO LIMFILE
003799                     ORGANIZATION IS SEQUENTIAL
003799                     FILE STATUS IS WS-LIMFILE-STATUS.
003799
003799     SELECT HOLDFILE ASSIGN TO HOLDFILE
003799                     ORGANIZATION IS SEQUENTIAL
003799                     FILE STATUS IS WS-HOLDFILE-STATUS.
003799
003799     SELECT RCAPFILE ASSIGN TO RCAPFILE
003799                     ORGANIZATION IS SEQUENTIAL
003799                     FILE STATUS IS WS-RCAPFILE-STATUS.
003799
003799     SELECT RSLTMSTR ASSIGN TO RSLTMSTR
003799                     ORGANIZATION IS INDEXED
003799                     ACCESS MODE IS RANDOM
003799                     RECORD KEY IS DBLRMST-KEY
003799                     FILE STATUS IS WS-RSLTMSTR-STATUS.
003799
003799     SELECT STRMSTAT ASSIGN TO STRMSTAT
003799                     ORGANIZATION IS INDEXED
003799                     ACCESS MODE IS RANDOM
003799                     RECORD KEY IS DBLSTRM-KEY
003799                     FILE STATUS IS WS-STRMSTAT-STATUS.
003799*
003799*    PSCNWORK IS A SCRATCH KEYED FILE BUILT FRESH EVERY RUN, ONE
003799*    RECORD PER BATCH FOUND BY THE TRANIN PRESCAN.
003799     SELECT PSCNWORK ASSIGN TO PSCNWORK
003799                     ORGANIZATION IS INDEXED
003799                     ACCESS MODE IS DYNAMIC
003799                     RECORD KEY IS DBLPSCN-KEY
003799                     FILE STATUS IS WS-PSCNWORK-STATUS.
003800*
003801*    THE FOLLOWING FOUR SCRATCH FILES BACK THE RESTART-TRUNCATE
003802*    AND INQUIRY/CORRECTION LOGIC. EACH HOLDS THE PORTION OF ITS
003819     SELECT INTFOUT-WORK ASSIGN TO INTWORK
003819                     ORGANIZATION IS SEQUENTIAL
003819                     FILE STATUS IS WS-INTWORK-STATUS.
003819
003819     SELECT HOLDFILE-WORK ASSIGN TO HLDWORK
003819                     ORGANIZATION IS SEQUENTIAL
003819                     FILE STATUS IS WS-HLDWORK-STATUS.
003819
003819     SELECT RCAPFILE-WORK ASSIGN TO RCPWORK
003819                     ORGANIZATION IS SEQUENTIAL
003819                     FILE STATUS IS WS-RCPWORK-STATUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  TRANIN
004999 COPY DBLSTAT.
004999*
004999 FD  BATCHREG
004999     LABEL RECORDS ARE STANDARD.
004999 COPY DBLBREG.
004999*
004999               ==DBLINTF-REC-TYPE==      BY ==ICTL-REC-TYPE==
004999               ==DBLINTF-IS-DETAIL==     BY ==ICTL-IS-DETAIL==
004999               ==DBLINTF-IS-CONTROL==    BY ==ICTL-IS-CONTROL==
004999               ==DBLINTF-IS-REVERSAL==   BY ==ICTL-IS-REVERSAL==
004999               ==DBLINTF-IS-REPLACEMENT==
004999               BY ==ICTL-IS-REPLACEMENT==
004999               ==DBLINTF-IS-ADJUSTMENT== BY ==ICTL-IS-ADJUSTMENT==
004999               ==DBLINTF-IS-ADJ-CONTROL==
004999               BY ==ICTL-IS-ADJ-CONTROL==
004999               ==DBLINTF-DETAIL-AREA==   BY ==ICTL-DETAIL-AREA==
004999               ==DBLINTF-RUN-DATE==      BY ==ICTL-RUN-DATE==
004999               ==DBLINTF-SEQUENCE-NO==   BY ==ICTL-SEQUENCE-NO==
004999               ==DBLINTF-RESULT==        BY ==ICTL-RESULT==
004999               ==DBLINTF-OP-CODE==       BY ==ICTL-OP-CODE==
004999               ==DBLINTF-MARKUP-PCT==    BY ==ICTL-MARKUP-PCT==
004999               ==DBLINTF-SOURCE-ID==     BY ==ICTL-SOURCE-ID==
004999               ==DBLINTF-CONTROL-AREA==  BY ==ICTL-CONTROL-AREA==
004999               ==DBLINTF-CTL-SENT-DATE== BY ==ICTL-CTL-SENT-DATE==
004999               ==DBLINTF-CTL-REC-COUNT== BY ==ICTL-CTL-REC-COUNT==
004999 COPY DBLACK.
004999*
004999 FD  CALFILE
004999     LABEL RECORDS ARE STANDARD.
004999 COPY DBLCAL.
004999*
004999 FD  SRCMAST
004999     RECORDING MODE IS F
004999     LABEL RECORDS ARE STANDARD.
004999 COPY DBLSRC.
004999*
004999*    RCAPFILE HOLDS ONE RECAP RECORD PER BATCH CLOSED THIS RUN.
004999 FD  RCAPFILE
004999     RECORDING MODE IS F
004999     LABEL RECORDS ARE STANDARD.
004999 COPY DBLRCAP.
004999*
004999 FD  PSCNWORK
004999     LABEL RECORDS ARE STANDARD.
004999 COPY DBLPSCN.
004999*
004999 FD  LIMFILE
004999     RECORDING MODE IS F
004999     LABEL RECORDS ARE STANDARD.
004999 COPY DBLLIM.
004999*
004999 FD  HOLDFILE
004999     RECORDING MODE IS F
004999     LABEL RECORDS ARE STANDARD.
004999 COPY DBLHOLD.
004999*
004999 FD  RSLTMSTR
004999     LABEL RECORDS ARE STANDARD.
004999 COPY DBLRMST.
004999*
004999 FD  STRMSTAT
004999     LABEL RECORDS ARE STANDARD.
004999 COPY DBLSTRM.
005000*
005001 FD  RESULTOUT-WORK
005002     RECORDING MODE IS F
005014               ==DBLAUD-TIME==        BY ==AUDWK-TIME==
005014               ==DBLAUD-OPERATOR-ID== BY ==AUDWK-OPERATOR-ID==
005014               ==DBLAUD-NUMBER==      BY ==AUDWK-NUMBER==
005014               ==DBLAUD-NUMBER-X==    BY ==AUDWK-NUMBER-X==
005014               ==DBLAUD-RESULT==      BY ==AUDWK-RESULT==
005014               ==DBLAUD-ACTION-CODE== BY ==AUDWK-ACTION-CODE==
005014               ==DBLAUD-IS-ORIGINAL== BY ==AUDWK-IS-ORIGINAL==
005014               BY ==AUDWK-IS-OPER-CHANGE==
005014               ==DBLAUD-IS-OPER-DELETE==
005014               BY ==AUDWK-IS-OPER-DELETE==
005014               ==DBLAUD-IS-ADJUSTED== BY ==AUDWK-IS-ADJUSTED==
005014               ==DBLAUD-IS-FORCED-STEP==
005014               BY ==AUDWK-IS-FORCED-STEP==
005014               ==DBLAUD-IS-RECYCLED== BY ==AUDWK-IS-RECYCLED==
005014               ==DBLAUD-IS-WRITTEN-OFF==
005014               BY ==AUDWK-IS-WRITTEN-OFF==
005014               ==DBLAUD-SEQUENCE-NO== BY ==AUDWK-SEQUENCE-NO==
005014               ==DBLAUD-SEQUENCE-NO-X==
005014               BY ==AUDWK-SEQUENCE-NO-X==
005014               ==DBLAUD-OLD-AUTHORITY==
005014               BY ==AUDWK-OLD-AUTHORITY==
005014               ==DBLAUD-NEW-AUTHORITY==
005014               BY ==AUDWK-NEW-AUTHORITY==
005014               ==DBLAUD-ORIG-RUN-DATE==
005014               BY ==AUDWK-ORIG-RUN-DATE==
005014               ==DBLAUD-ORIG-RUN-DATE-X==
005014               BY ==AUDWK-ORIG-RUN-DATE-X==
005014               ==DBLAUD-REJ-SOURCE==  BY ==AUDWK-REJ-SOURCE==
005014               ==DBLAUD-REJ-FROM-EXCP==
005014               BY ==AUDWK-REJ-FROM-EXCP==
005014               ==DBLAUD-REJ-FROM-OVFL==
005014               BY ==AUDWK-REJ-FROM-OVFL==
005014               ==DBLAUD-REJ-FROM-RETURN==
005014               BY ==AUDWK-REJ-FROM-RETURN==
005014               ==DBLAUD-IS-RELEASED== BY ==AUDWK-IS-RELEASED==
005014               ==DBLAUD-IS-CAL-CHANGE==
005014               BY ==AUDWK-IS-CAL-CHANGE==
005014               ==DBLAUD-REJ-FROM-HOLD==
005014               BY ==AUDWK-REJ-FROM-HOLD==.
005015*
005016 FD  ERRFILE-WORK
005017     RECORDING MODE IS F
005019               ==DBLINTF-REC-TYPE==      BY ==INTWK-REC-TYPE==
005019               ==DBLINTF-IS-DETAIL==     BY ==INTWK-IS-DETAIL==
005019               ==DBLINTF-IS-CONTROL==    BY ==INTWK-IS-CONTROL==
005019               ==DBLINTF-IS-REVERSAL==   BY ==INTWK-IS-REVERSAL==
005019               ==DBLINTF-IS-REPLACEMENT==
005019               BY ==INTWK-IS-REPLACEMENT==
005019               ==DBLINTF-IS-ADJUSTMENT==
005019               BY ==INTWK-IS-ADJUSTMENT==
005019               ==DBLINTF-IS-ADJ-CONTROL==
005019               BY ==INTWK-IS-ADJ-CONTROL==
005019               ==DBLINTF-DETAIL-AREA==   BY ==INTWK-DETAIL-AREA==
005019               ==DBLINTF-RUN-DATE==      BY ==INTWK-RUN-DATE==
005019               ==DBLINTF-SEQUENCE-NO==   BY ==INTWK-SEQUENCE-NO==
005019               ==DBLINTF-RESULT==        BY ==INTWK-RESULT==
005019               ==DBLINTF-OP-CODE==       BY ==INTWK-OP-CODE==
005019               ==DBLINTF-MARKUP-PCT==    BY ==INTWK-MARKUP-PCT==
005019               ==DBLINTF-SOURCE-ID==     BY ==INTWK-SOURCE-ID==
005019               ==DBLINTF-CONTROL-AREA==  BY ==INTWK-CONTROL-AREA==
005019               ==DBLINTF-CTL-SENT-DATE==
005019               BY ==INTWK-CTL-SENT-DATE==
005019               BY ==INTWK-CTL-REC-COUNT==
005019               ==DBLINTF-CTL-HASH-TOTAL==
005019               BY ==INTWK-CTL-HASH-TOTAL==.
005019*
005019 FD  HOLDFILE-WORK
005019     RECORDING MODE IS F
005019     LABEL RECORDS ARE STANDARD.
005019 COPY DBLHOLD
005019     REPLACING ==DBLHOLD-RECORD==      BY ==HLDWK-RECORD==
005019               ==DBLHOLD-RUN-DATE==    BY ==HLDWK-RUN-DATE==
005019               ==DBLHOLD-SEQUENCE-NO== BY ==HLDWK-SEQUENCE-NO==
005019               ==DBLHOLD-NUMBER==      BY ==HLDWK-NUMBER==
005019               ==DBLHOLD-OP-CODE==     BY ==HLDWK-OP-CODE==
005019               ==DBLHOLD-OP-DOUBLE==   BY ==HLDWK-OP-DOUBLE==
005019               ==DBLHOLD-OP-TRIPLE==   BY ==HLDWK-OP-TRIPLE==
005019               ==DBLHOLD-OP-MARKUP==   BY ==HLDWK-OP-MARKUP==
005019               ==DBLHOLD-MARKUP-PCT==  BY ==HLDWK-MARKUP-PCT==
005019               ==DBLHOLD-LOW-LIMIT==   BY ==HLDWK-LOW-LIMIT==
005019               ==DBLHOLD-HIGH-LIMIT==  BY ==HLDWK-HIGH-LIMIT==
005019               ==DBLHOLD-HELD-DATE==   BY ==HLDWK-HELD-DATE==
005019               ==DBLHOLD-REASON-TEXT== BY ==HLDWK-REASON-TEXT==.
005019*
005019 FD  RCAPFILE-WORK
005019     RECORDING MODE IS F
005019     LABEL RECORDS ARE STANDARD.
005019 COPY DBLRCAP
005019     REPLACING ==DBLRCAP-RECORD==      BY ==RCPWK-RECORD==
005019               ==DBLRCAP-RUN-DATE==    BY ==RCPWK-RUN-DATE==
005019               ==DBLRCAP-READ-COUNT==  BY ==RCPWK-READ-COUNT==
005019               ==DBLRCAP-STATUS==      BY ==RCPWK-STATUS==
005019               ==DBLRCAP-GOOD==        BY ==RCPWK-GOOD==
005019               ==DBLRCAP-BAD==         BY ==RCPWK-BAD==
005019               ==DBLRCAP-EXP-COUNT==   BY ==RCPWK-EXP-COUNT==
005019               ==DBLRCAP-EXP-HASH==    BY ==RCPWK-EXP-HASH==
005019               ==DBLRCAP-REJ-COUNT==   BY ==RCPWK-REJ-COUNT==
005019               ==DBLRCAP-REJ-HASH==    BY ==RCPWK-REJ-HASH==
005019               ==DBLRCAP-OVF-COUNT==   BY ==RCPWK-OVF-COUNT==
005019               ==DBLRCAP-OVF-HASH==    BY ==RCPWK-OVF-HASH==
005019               ==DBLRCAP-HOLD-COUNT==  BY ==RCPWK-HOLD-COUNT==
005019               ==DBLRCAP-HOLD-HASH==   BY ==RCPWK-HOLD-HASH==
005019               ==DBLRCAP-SOURCE-ID==   BY ==RCPWK-SOURCE-ID==
005019               ==DBLRCAP-WRT-COUNT==   BY ==RCPWK-WRT-COUNT==.
005100 WORKING-STORAGE SECTION.
005200 01  WS-DATA-AREA.
005300     05  WS-NUMBER           PIC 9(05) VALUE ZERO.
005500*
005510 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
005515 77  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
005515 77  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
005515 77  WS-STREAM-STEP-ID       PIC X(08) VALUE "DBL100".
005520*
005600 01  WS-FILE-STATUS-AREA.
005700     05  WS-TRANIN-STATUS    PIC X(02) VALUE SPACES.
005822     05  WS-ICTLFILE-STATUS  PIC X(02) VALUE SPACES.
005822     05  WS-ACKFILE-STATUS   PIC X(02) VALUE SPACES.
005822     05  WS-CALFILE-STATUS   PIC X(02) VALUE SPACES.
005822     05  WS-SRCMAST-STATUS   PIC X(02) VALUE SPACES.
005822     05  WS-INTWORK-STATUS   PIC X(02) VALUE SPACES.
005822     05  WS-STRMSTAT-STATUS  PIC X(02) VALUE SPACES.
005821     05  WS-RESWORK-STATUS   PIC X(02) VALUE SPACES.
005823     05  WS-EXCWORK-STATUS   PIC X(02) VALUE SPACES.
005825     05  WS-AUDWORK-STATUS   PIC X(02) VALUE SPACES.
005827     05  WS-ERRWORK-STATUS   PIC X(02) VALUE SPACES.
005827     05  WS-LIMFILE-STATUS   PIC X(02) VALUE SPACES.
005827     05  WS-HOLDFILE-STATUS  PIC X(02) VALUE SPACES.
005827     05  WS-HLDWORK-STATUS   PIC X(02) VALUE SPACES.
005827     05  WS-RCAPFILE-STATUS  PIC X(02) VALUE SPACES.
005827     05  WS-RCPWORK-STATUS   PIC X(02) VALUE SPACES.
005827     05  WS-PSCNWORK-STATUS  PIC X(02) VALUE SPACES.
005900*
006000 01  WS-SWITCHES.
006100     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
006332         88  WS-BATCH-OPEN           VALUE "Y".
006333     05  WS-ANY-BAD-SWITCH       PIC X(01) VALUE "N".
006334         88  WS-ANY-BATCH-BAD        VALUE "Y".
006335     05  WS-RCAPFILE-EOF-SWITCH  PIC X(01) VALUE "N".
006336         88  WS-RCAPFILE-EOF         VALUE "Y".
006337     05  WS-OPERMAST-EOF-SWITCH  PIC X(01) VALUE "N".
006338         88  WS-OPERMAST-EOF         VALUE "Y".
006338     05  WS-REPROCESS-SWITCH     PIC X(01) VALUE "N".
006338         88  WS-REPROCESS-OVERRIDE   VALUE "Y".
006338     05  WS-BATCHREG-EOF-SWITCH  PIC X(01) VALUE "N".
006338         88  WS-BATCHREG-EOF         VALUE "Y".
006338     05  WS-BATCHREG-OPEN-SWITCH PIC X(01) VALUE "N".
006338         88  WS-BATCHREG-OPEN        VALUE "Y".
006338     05  WS-BREG-MATCH-SWITCH    PIC X(01) VALUE "N".
006338         88  WS-BREG-MATCHED         VALUE "Y".
006338     05  WS-BREG-WRITTEN-SWITCH  PIC X(01) VALUE "N".
006338         88  WS-BREG-WRITTEN         VALUE "Y".
006338     05  WS-PRESCAN-EOF-SWITCH   PIC X(01) VALUE "N".
006338         88  WS-PRESCAN-EOF          VALUE "Y".
006338     05  WS-ICTLFILE-EOF-SWITCH  PIC X(01) VALUE "N".
006338         88  WS-ICTLFILE-EOF         VALUE "Y".
006338     05  WS-ICTL-HIT-SWITCH      PIC X(01) VALUE "N".
006338         88  WS-ICTL-HIT             VALUE "Y".
006338     05  WS-ICTL-EXACT-SWITCH    PIC X(01) VALUE "N".
006338         88  WS-ICTL-EXACT           VALUE "Y".
006338     05  WS-STRM-FOUND-SWITCH    PIC X(01) VALUE "N".
006338         88  WS-STRM-FOUND           VALUE "Y".
006338     05  WS-ACKFILE-EOF-SWITCH   PIC X(01) VALUE "N".
006338         88  WS-ACKFILE-EOF          VALUE "Y".
006338     05  WS-CALFILE-EOF-SWITCH   PIC X(01) VALUE "N".
006338         88  WS-CALFILE-EOF          VALUE "Y".
006338     05  WS-SRCMAST-EOF-SWITCH   PIC X(01) VALUE "N".
006338         88  WS-SRCMAST-EOF          VALUE "Y".
006338     05  WS-SRCMAST-SWITCH       PIC X(01) VALUE "N".
006338         88  WS-SRCMAST-LOADED       VALUE "Y".
006338     05  WS-SRC-FOUND-SWITCH     PIC X(01) VALUE "N".
006338         88  WS-SRC-FOUND            VALUE "Y".
006338     05  WS-SRC-DUE-SWITCH       PIC X(01) VALUE "N".
006338         88  WS-SRC-DUE              VALUE "Y".
006338     05  WS-DAY-COVERED-SWITCH   PIC X(01) VALUE "N".
006338         88  WS-DAY-COVERED          VALUE "Y".
006338     05  WS-ACK-BAD-SWITCH       PIC X(01) VALUE "N".
006338         88  WS-ACK-MISMATCHED       VALUE "Y".
006338     05  WS-ADJ-ACK-BAD-SWITCH   PIC X(01) VALUE "N".
006338         88  WS-ADJ-ACK-MISMATCHED   VALUE "Y".
006339     05  WS-OPER-FOUND-SWITCH    PIC X(01) VALUE "N".
006340         88  WS-OPER-FOUND           VALUE "Y".
006341     05  WS-OPER-AUTHORITY       PIC X(01) VALUE "1".
006433         88  WS-RPT-EXCP-EOF         VALUE "Y".
006435     05  WS-RPT-ERR-EOF-SWITCH   PIC X(01) VALUE "N".
006437         88  WS-RPT-ERR-EOF          VALUE "Y".
006437     05  WS-RPT-HOLD-EOF-SWITCH  PIC X(01) VALUE "N".
006437         88  WS-RPT-HOLD-EOF         VALUE "Y".
006437     05  WS-LIMFILE-EOF-SWITCH   PIC X(01) VALUE "N".
006437         88  WS-LIMFILE-EOF          VALUE "Y".
006437     05  WS-TOLERANCE-SWITCH     PIC X(01) VALUE "N".
006437         88  WS-TOLERANCE-CHECK-ON   VALUE "Y".
006437         88  WS-TOLERANCE-CHECK-OFF  VALUE "N".
006437     05  WS-HOLD-SWITCH          PIC X(01) VALUE "N".
006437         88  WS-TRANSACTION-HELD     VALUE "Y".
006420*
006500 77  WS-RECORDS-READ         PIC 9(09) COMP VALUE ZERO.
006600 77  WS-RECORDS-WRITTEN      PIC 9(09) COMP VALUE ZERO.
006636 77  WS-BATCH-INPUT-HASH     PIC S9(11) COMP VALUE ZERO.
006636 77  WS-BATCH-REC-COUNT      PIC 9(09) COMP VALUE ZERO.
006636 77  WS-BATCH-OUTPUT-HASH    PIC 9(11) COMP VALUE ZERO.
006636 77  WS-BATCH-REJ-COUNT      PIC 9(09) COMP VALUE ZERO.
006636 77  WS-BATCH-REJ-HASH       PIC S9(11) COMP VALUE ZERO.
006636 77  WS-BATCH-OVF-COUNT      PIC 9(09) COMP VALUE ZERO.
006636 77  WS-BATCH-OVF-HASH       PIC S9(11) COMP VALUE ZERO.
006636 77  WS-RECORDS-HELD         PIC 9(09) COMP VALUE ZERO.
006636 77  WS-BATCH-HOLD-COUNT     PIC 9(09) COMP VALUE ZERO.
006636 77  WS-BATCH-HOLD-HASH      PIC S9(11) COMP VALUE ZERO.
006636 77  WS-HOLD-REGISTER-COUNT  PIC 9(09) COMP VALUE ZERO.
006636 77  WS-LIM-SUB              PIC 9(04) COMP VALUE ZERO.
006636 77  WS-LIM-LOADED-COUNT     PIC 9(04) COMP VALUE ZERO.
006636 77  WS-LEGS-COUNT           PIC 9(09) COMP VALUE ZERO.
006636 77  WS-LEGS-HASH            PIC S9(11) COMP VALUE ZERO.
006636 77  WS-BATCHES-DONE         PIC 9(09) COMP VALUE ZERO.
006636 77  WS-CKPT-TRANIN-POSITION PIC 9(09) COMP VALUE ZERO.
006636 77  WS-CKPT-RUN-DATE        PIC 9(08) VALUE ZERO.
006636 77  WS-CKPT-BATCH-OPEN      PIC X(01) VALUE "N".
006636 77  WS-RUN-EXPECTED-COUNT   PIC 9(09) COMP VALUE ZERO.
006636 77  WS-RUN-EXPECTED-HASH    PIC S9(11) COMP VALUE ZERO.
006636 77  WS-MASTER-DUP-COUNT     PIC 9(09) COMP VALUE ZERO.
006636 77  WS-SCAN-RUN-DATE        PIC 9(08) VALUE ZERO.
006636 77  WS-TARGET-RUN-DATE      PIC 9(08) VALUE ZERO.
006636 77  WS-PRESCAN-DATE         PIC 9(08) VALUE ZERO.
006636 77  WS-DUP-BATCH-COUNT      PIC 9(09) COMP VALUE ZERO.
006636 77  WS-INTF-REC-COUNT       PIC 9(09) COMP VALUE ZERO.
006636 77  WS-INTF-HASH-TOTAL      PIC 9(11) COMP VALUE ZERO.
006636 77  WS-INTF-SENT-DATE       PIC 9(08) VALUE ZERO.
006636 77  WS-ICTL-HIT-COUNT       PIC 9(09) VALUE ZERO.
006636 77  WS-ICTL-HIT-HASH        PIC 9(11) VALUE ZERO.
006636 77  WS-ACKS-CHECKED         PIC 9(04) COMP VALUE ZERO.
006636 77  WS-ACK-MISMATCH-COUNT   PIC 9(04) COMP VALUE ZERO.
006636 77  WS-ADJ-ACKS-CHECKED     PIC 9(04) COMP VALUE ZERO.
006636 77  WS-ADJ-ACK-MISMATCHES   PIC 9(04) COMP VALUE ZERO.
006636 77  WS-ADJ-REC-COUNT        PIC 9(09) COMP VALUE ZERO.
006636 77  WS-ADJ-HASH-TOTAL       PIC 9(11) COMP VALUE ZERO.
006636 77  WS-ACK-TYPE             PIC X(01) VALUE SPACE.
006636 77  WS-ACK-KIND             PIC X(11) VALUE SPACES.
006636 77  WS-BAD-DATE-COUNT       PIC 9(09) COMP VALUE ZERO.
006636 77  WS-MISSED-DAY-COUNT     PIC 9(09) COMP VALUE ZERO.
006636 77  WS-PRIOR-MAX-REG-DATE   PIC 9(08) VALUE ZERO.
006636 77  WS-TODAY-DATE           PIC 9(08) VALUE ZERO.
006636 77  WS-CAL-COUNT            PIC 9(09) COMP VALUE ZERO.
006636 77  WS-BATCH-SOURCE-ID      PIC X(04) VALUE SPACES.
006636 77  WS-CKPT-SOURCE-ID       PIC X(04) VALUE SPACES.
006636 77  WS-PRESCAN-SOURCE-ID    PIC X(04) VALUE SPACES.
006636 77  WS-PRESCAN-MAX-DATE     PIC 9(08) VALUE ZERO.
006636 77  WS-HDR-SOURCE-ID        PIC X(04) VALUE SPACES.
006636 77  WS-SRC-SEARCH-ID        PIC X(04) VALUE SPACES.
006636 77  WS-DEFAULT-SOURCE-ID    PIC X(04) VALUE SPACES.
006636 77  WS-SRC-SUB              PIC 9(04) COMP VALUE ZERO.
006636 77  WS-SRC-HIT-SUB          PIC 9(04) COMP VALUE ZERO.
006636 77  WS-SRC-FIND-SUB         PIC 9(04) COMP VALUE ZERO.
006636 77  WS-SRC-LOADED-COUNT     PIC 9(04) COMP VALUE ZERO.
006636 77  WS-SRC-DEFAULT-COUNT    PIC 9(04) COMP VALUE ZERO.
006636 77  WS-BAD-SOURCE-COUNT     PIC 9(04) COMP VALUE ZERO.
006636 77  WS-SRC-BASE-DATE        PIC 9(08) VALUE ZERO.
006636 77  WS-STAT-RUN-DATE        PIC 9(08) VALUE ZERO.
006636 77  WS-STAT-RUN-TIME        PIC 9(08) VALUE ZERO.
006636 77  WS-ACK-MESSAGE          PIC X(40)
006636     VALUE "PRIOR RUN ACK NOT CHECKED - NO ACK FILE".
006636 77  WS-ADJ-ACK-MESSAGE      PIC X(40)
006636     VALUE "ADJUSTMENT ACK NOT CHECKED - NO ACK FILE".
006637 77  WS-KEEP-COUNT           PIC 9(09) COMP VALUE ZERO.
006638 77  WS-COPY-INDEX           PIC 9(09) COMP VALUE ZERO.
006639 77  WS-INQUIRY-SEQ-NO       PIC 9(09) VALUE ZERO.
006687     05  WS-SAVE-RMST-RESULT     PIC 9(07) VALUE ZERO.
006687     05  WS-SAVE-RMST-OP-CODE    PIC X(01) VALUE SPACE.
006687     05  WS-SAVE-RMST-MARKUP-PCT PIC 9(05) VALUE ZERO.
006687     05  WS-SAVE-RMST-SOURCE-ID  PIC X(04) VALUE SPACES.
006687     05  WS-SAVE-RMST-RECALL-INFO PIC X(14) VALUE SPACES.
006688*
006690 01  WS-TARGET-TRANSACTION.
006700     05  WS-TARGET-SEQUENCE-NO   PIC 9(09) COMP VALUE ZERO.
006845         10  WS-REASON-CODE          PIC X(02).
006846         10  WS-REASON-TALLY         PIC 9(09) COMP.
006847*
006847*    THE TOLERANCE LIMITS ARE LOADED HERE AT RUN START, ONE
006847*    ENTRY PER OPERATION CODE IN CODE ORDER (1 DOUBLE, 2 TRIPLE,
006847*    3 MARKUP). A HIGH LIMIT OF ZERO MEANS NO LIMIT IS SET FOR
006847*    THE CODE AND NOTHING OF THAT CODE IS HELD.
006847 01  WS-LIM-TABLE.
006847     05  WS-LIM-ENTRY OCCURS 3 TIMES.
006847         10  WS-LIM-LOW              PIC 9(05).
006847         10  WS-LIM-HIGH             PIC 9(05).
006847*
006847*    THE FEEDER SOURCE MASTER IS LOADED HERE AT RUN START. EACH
006847*    ENTRY KEEPS THE SOURCE'S EXPECTED DAYS AND DATE RANGE, THE
006847*    LATEST BATCH DATE ALREADY REGISTERED FOR IT ON A PRIOR RUN,
006847*    AND THIS RUN'S TOTALS FOR IT, ACCUMULATED FROM THE BATCH
006847*    RECAP AT END OF RUN. A SOURCE SEEN ON THE RECAP BUT NOT ON
006847*    THE MASTER (ONLY POSSIBLE WHEN THERE IS NO MASTER) IS ADDED
006847*    AT THE END OF THE TABLE FOR THE TOTALS.
006847 01  WS-SRC-TABLE.
006847     05  WS-SRC-COUNT            PIC 9(04) COMP VALUE ZERO.
006847     05  WS-SRC-ENTRY OCCURS 50 TIMES.
006847         10  WS-SRC-ID               PIC X(04).
006847         10  WS-SRC-EXPECT-DAYS.
006847             15  WS-SRC-EXPECT-DAY       PIC X(01)
006847                                         OCCURS 7 TIMES.
006847         10  WS-SRC-START-DATE       PIC 9(08).
006847         10  WS-SRC-END-DATE         PIC 9(08).
006847         10  WS-SRC-PRIOR-MAX        PIC 9(08).
006847         10  WS-SRC-BATCHES          PIC 9(04) COMP.
006847         10  WS-SRC-BAD-BATCHES      PIC 9(04) COMP.
006847         10  WS-SRC-READ-COUNT       PIC 9(09) COMP.
006847         10  WS-SRC-WRT-COUNT        PIC 9(09) COMP.
006847         10  WS-SRC-REJ-COUNT        PIC 9(09) COMP.
006847         10  WS-SRC-OVF-COUNT        PIC 9(09) COMP.
006847         10  WS-SRC-HOLD-COUNT       PIC 9(09) COMP.
006847*
006847*    DAY-OF-WEEK WORK AREA. WS-DOW-DAY-NO COMES BACK 1 FOR
006847*    MONDAY THROUGH 7 FOR SUNDAY, MATCHING THE ORDER OF THE
006847*    EXPECTED-DAY FLAGS ON THE SOURCE MASTER.
006847 01  WS-DOW-AREA.
006847     05  WS-DOW-DATE             PIC 9(08) VALUE ZERO.
006847     05  WS-DOW-DATE-R REDEFINES WS-DOW-DATE.
006847         10  WS-DOW-DATE-YEAR        PIC 9(04).
006847         10  WS-DOW-DATE-MONTH       PIC 9(02).
006847         10  WS-DOW-DATE-DAY         PIC 9(02).
006847     05  WS-DOW-YEAR             PIC 9(04) COMP VALUE ZERO.
006847     05  WS-DOW-MONTH            PIC 9(02) COMP VALUE ZERO.
006847     05  WS-DOW-CENTURY          PIC 9(02) COMP VALUE ZERO.
006847     05  WS-DOW-YEAR-OF-CENT     PIC 9(02) COMP VALUE ZERO.
006847     05  WS-DOW-TERM             PIC 9(05) COMP VALUE ZERO.
006847     05  WS-DOW-TOTAL            PIC 9(05) COMP VALUE ZERO.
006847     05  WS-DOW-QUOTIENT         PIC 9(05) COMP VALUE ZERO.
006847     05  WS-DOW-REMAINDER        PIC 9(01) COMP VALUE ZERO.
006847     05  WS-DOW-DAY-NO           PIC 9(01) COMP VALUE ZERO.
006847*
006847*    CALENDAR COVERAGE WORK AREA. EACH DATE IS TURNED INTO A
006847*    DAY NUMBER, EACH TERM TRUNCATED ON ITS OWN, SO THE DAYS
006847*    LEFT ON THE CALENDAR ARE THE DIFFERENCE OF TWO DAY NUMBERS.
006847 01  WS-DTD-AREA.
006847     05  WS-DTD-DATE             PIC 9(08) VALUE ZERO.
006847     05  WS-DTD-DATE-R REDEFINES WS-DTD-DATE.
006847         10  WS-DTD-YEAR             PIC 9(04).
006847         10  WS-DTD-MONTH            PIC 9(02).
006847         10  WS-DTD-DAY              PIC 9(02).
006847     05  WS-DTD-WK-YEAR          PIC 9(09) COMP VALUE ZERO.
006847     05  WS-DTD-WK-MONTH         PIC 9(02) COMP VALUE ZERO.
006847     05  WS-DTD-CENTURY          PIC 9(09) COMP VALUE ZERO.
006847     05  WS-DTD-YEAR-REM         PIC 9(09) COMP VALUE ZERO.
006847     05  WS-DTD-PART             PIC 9(09) COMP VALUE ZERO.
006847     05  WS-DTD-DAY-NO           PIC 9(09) COMP VALUE ZERO.
006847     05  WS-CVG-TODAY-DAY-NO     PIC 9(09) COMP VALUE ZERO.
006847     05  WS-CVG-DAYS-LEFT        PIC S9(09) COMP VALUE ZERO.
006847     05  WS-CVG-MIN-DAYS         PIC 9(04) COMP VALUE 60.
006847     05  WS-CVG-LAST-DATE        PIC 9(08) VALUE ZERO.
006847*
006848 01  WS-RPT-WORK-LINE            PIC X(132).
006849*
006897     05  WS-RPT-RECAP-COUNT      PIC ZZZ,ZZZ,ZZ9.
006897     05  FILLER                  PIC X(09) VALUE "  STATUS ".
006897     05  WS-RPT-RECAP-STATUS     PIC X(04).
006897     05  FILLER                  PIC X(09) VALUE "  SOURCE ".
006897     05  WS-RPT-RECAP-SOURCE     PIC X(04).
006897     05  FILLER                  PIC X(69) VALUE SPACES.
006897*
006898 01  WS-RPT-SUBTOTAL-LINE.
006899     05  FILLER                  PIC X(02) VALUE SPACES.
006905     05  WS-RPT-MISSED-DATE      PIC 9(08).
006905     05  FILLER                  PIC X(22)
006905         VALUE " - NO BATCH REGISTERED".
006905     05  WS-RPT-MISSED-SRC-TEXT  PIC X(09).
006905     05  WS-RPT-MISSED-SOURCE    PIC X(04).
006905     05  FILLER                  PIC X(67) VALUE SPACES.
006905*
006905 01  WS-RPT-SRC-HEADING.
006905     05  FILLER                  PIC X(02) VALUE SPACES.
006905     05  FILLER                  PIC X(07) VALUE "SOURCE".
006905     05  FILLER                  PIC X(09) VALUE "  BATCHES".
006905     05  FILLER                  PIC X(06) VALUE "   BAD".
006905     05  FILLER                  PIC X(13) VALUE "         READ".
006905     05  FILLER                  PIC X(13) VALUE "      WRITTEN".
006905     05  FILLER                  PIC X(13) VALUE "     REJECTED".
006905     05  FILLER                  PIC X(13) VALUE "   OVERFLOWED".
006905     05  FILLER                  PIC X(13) VALUE "         HELD".
006905     05  FILLER                  PIC X(43) VALUE SPACES.
006905*
006905 01  WS-RPT-SRC-LINE.
006905     05  FILLER                  PIC X(02) VALUE SPACES.
006905     05  WS-RPT-SRC-ID           PIC X(04).
006905     05  FILLER                  PIC X(05) VALUE SPACES.
006905     05  WS-RPT-SRC-BATCHES      PIC Z(6)9.
006905     05  FILLER                  PIC X(02) VALUE SPACES.
006905     05  WS-RPT-SRC-BAD          PIC ZZZ9.
006905     05  FILLER                  PIC X(02) VALUE SPACES.
006905     05  WS-RPT-SRC-READ         PIC ZZZ,ZZZ,ZZ9.
006905     05  FILLER                  PIC X(02) VALUE SPACES.
006905     05  WS-RPT-SRC-WRITTEN      PIC ZZZ,ZZZ,ZZ9.
006905     05  FILLER                  PIC X(02) VALUE SPACES.
006905     05  WS-RPT-SRC-REJECTED     PIC ZZZ,ZZZ,ZZ9.
006905     05  FILLER                  PIC X(02) VALUE SPACES.
006905     05  WS-RPT-SRC-OVERFLOWED   PIC ZZZ,ZZZ,ZZ9.
006905     05  FILLER                  PIC X(02) VALUE SPACES.
006905     05  WS-RPT-SRC-HELD         PIC ZZZ,ZZZ,ZZ9.
006905     05  FILLER                  PIC X(43) VALUE SPACES.
006906*
006900 PROCEDURE DIVISION.
007000*
008810 1000-INITIALIZE SECTION.
008815     PERFORM 1010-GET-RUN-PARMS
008820         THRU 1010-GET-RUN-PARMS-EXIT
008820     PERFORM 1017-RECORD-STREAM-START
008820         THRU 1017-RECORD-STREAM-START-EXIT
008825     IF WS-RESTART-REQUESTED
008830         PERFORM 1020-LOAD-CHECKPOINT
008835             THRU 1020-LOAD-CHECKPOINT-EXIT
008875     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
008875     PERFORM 1080-LOAD-CALENDAR
008875         THRU 1080-LOAD-CALENDAR-EXIT
008875     PERFORM 1085-LOAD-SOURCES
008875         THRU 1085-LOAD-SOURCES-EXIT
008875     PERFORM 1090-LOAD-LIMITS
008875         THRU 1090-LOAD-LIMITS-EXIT
008876     PERFORM 1060-CHECK-BATCH-REGISTER
008877         THRU 1060-CHECK-BATCH-REGISTER-EXIT
008877     PERFORM 1070-RECONCILE-ACK
009141             CLOSE ERRFILE
009141             STOP RUN
009141         END-IF
009141         OPEN EXTEND HOLDFILE
009141         IF WS-HOLDFILE-STATUS NOT = "00"
009141             DISPLAY "DBL100 - UNABLE TO OPEN HOLDFILE - STATUS "
009141                 WS-HOLDFILE-STATUS
009141             MOVE 16 TO RETURN-CODE
009141             CLOSE TRANIN
009141             CLOSE RESULTOUT
009141             CLOSE EXCPFILE
009141             CLOSE AUDITFILE
009141             CLOSE CKPTFILE
009141             CLOSE ERRFILE
009141             CLOSE INTFOUT
009141             STOP RUN
009141         END-IF
009141         OPEN EXTEND RCAPFILE
009141         IF WS-RCAPFILE-STATUS NOT = "00"
009141             DISPLAY "DBL100 - UNABLE TO OPEN RCAPFILE - STATUS "
009141                 WS-RCAPFILE-STATUS
009141             MOVE 16 TO RETURN-CODE
009141             CLOSE TRANIN
009141             CLOSE RESULTOUT
009141             CLOSE EXCPFILE
009141             CLOSE AUDITFILE
009141             CLOSE CKPTFILE
009141             CLOSE ERRFILE
009141             CLOSE INTFOUT
009141             CLOSE HOLDFILE
009141             STOP RUN
009141         END-IF
009145     ELSE
009150         OPEN OUTPUT RESULTOUT
009155         IF WS-RESULTOUT-STATUS NOT = "00"
009396             CLOSE ERRFILE
009396             STOP RUN
009396         END-IF
009396         OPEN OUTPUT HOLDFILE
009396         IF WS-HOLDFILE-STATUS NOT = "00"
009396             DISPLAY "DBL100 - UNABLE TO OPEN HOLDFILE - STATUS "
009396                 WS-HOLDFILE-STATUS
009396             MOVE 16 TO RETURN-CODE
009396             CLOSE TRANIN
009396             CLOSE RESULTOUT
009396             CLOSE EXCPFILE
009396             CLOSE AUDITFILE
009396             CLOSE CKPTFILE
009396             CLOSE ERRFILE
009396             CLOSE INTFOUT
009396             STOP RUN
009396         END-IF
009396         OPEN OUTPUT RCAPFILE
009396         IF WS-RCAPFILE-STATUS NOT = "00"
009396             DISPLAY "DBL100 - UNABLE TO OPEN RCAPFILE - STATUS "
009396                 WS-RCAPFILE-STATUS
009396             MOVE 16 TO RETURN-CODE
009396             CLOSE TRANIN
009396             CLOSE RESULTOUT
009396             CLOSE EXCPFILE
009396             CLOSE AUDITFILE
009396             CLOSE CKPTFILE
009396             CLOSE ERRFILE
009396             CLOSE INTFOUT
009396             CLOSE HOLDFILE
009396             STOP RUN
009396         END-IF
009400     END-IF
009401     OPEN OUTPUT RPTFILE
009402     IF WS-RPTFILE-STATUS NOT = "00"
009441         MOVE WS-CKPT-TRANIN-POSITION TO WS-TRANIN-POSITION
009442         MOVE WS-CKPT-RUN-DATE TO WS-RUN-DATE
009443         MOVE WS-CKPT-BATCH-OPEN TO WS-BATCH-OPEN-SWITCH
009443         MOVE WS-CKPT-SOURCE-ID TO WS-BATCH-SOURCE-ID
009445     ELSE
009450         PERFORM 2400-WRITE-HEADER
009455             THRU 2400-WRITE-HEADER-EXIT
009495             MOVE 16 TO RETURN-CODE
009495             STOP RUN
009495     END-EVALUATE
009495     IF DBLPARM-BUS-DATE-X IS NOT NUMERIC
009495         OR DBLPARM-BUS-DATE = ZERO
009495         DISPLAY "DBL100 - PARMFILE BUSINESS DATE NOT VALID: "
009495             DBLPARM-BUS-DATE-X
009495         CLOSE PARMFILE
009495         MOVE 16 TO RETURN-CODE
009495         STOP RUN
009495     END-IF
009495     MOVE DBLPARM-BUS-DATE TO WS-BUSINESS-DATE
009495     CLOSE PARMFILE
009495     PERFORM 1015-CHECK-OPERATOR
009495         THRU 1015-CHECK-OPERATOR-EXIT.
009497     END-READ.
009497 1016-MATCH-ONE-OPERATOR-EXIT.
009497     EXIT.
009497*
009497******************************************************************
009497*    1017-RECORD-STREAM-START
009497*    RECORDS THE STEP AS STARTED ON THE JOB-STREAM STATUS FILE
009497*    FOR THE BUSINESS DATE. DBL100 HEADS THE NIGHTLY STREAM, SO
009497*    NO EARLIER STEP IS CHECKED; AND SINCE INTRADAY RUNS AND
009497*    RESTARTS ALL SHARE THE DATE (THE BATCH REGISTER GUARDS
009497*    AGAINST A BATCH RUNNING TWICE) THE DATE'S RECORD IS SIMPLY
009497*    REUSED AND ITS RUN COUNT BUMPED. THE FILE PERSISTS ACROSS
009497*    RUNS - ON THE VERY FIRST RUN (STATUS 35) IT IS CREATED.
009497******************************************************************
009497 1017-RECORD-STREAM-START SECTION.
009497     OPEN I-O STRMSTAT
009497     IF WS-STRMSTAT-STATUS = "35"
009497         OPEN OUTPUT STRMSTAT
009497         IF WS-STRMSTAT-STATUS = "00"
009497             CLOSE STRMSTAT
009497             OPEN I-O STRMSTAT
009497         END-IF
009497     END-IF
009497     IF WS-STRMSTAT-STATUS NOT = "00"
009497         DISPLAY "DBL100 - UNABLE TO OPEN STRMSTAT - STATUS "
009497             WS-STRMSTAT-STATUS
009497         MOVE 16 TO RETURN-CODE
009497         STOP RUN
009497     END-IF
009497     MOVE WS-BUSINESS-DATE TO DBLSTRM-BUS-DATE
009497     MOVE WS-STREAM-STEP-ID TO DBLSTRM-STEP-ID
009497     READ STRMSTAT
009497         INVALID KEY
009497             MOVE "N" TO WS-STRM-FOUND-SWITCH
009497         NOT INVALID KEY
009497             SET WS-STRM-FOUND TO TRUE
009497     END-READ
009497     IF NOT WS-STRM-FOUND
009497         MOVE SPACES TO DBLSTRM-RECORD
009497         MOVE WS-BUSINESS-DATE TO DBLSTRM-BUS-DATE
009497         MOVE WS-STREAM-STEP-ID TO DBLSTRM-STEP-ID
009497         MOVE ZERO TO DBLSTRM-RUN-COUNT
009497     END-IF
009497     SET DBLSTRM-STARTED TO TRUE
009497     ACCEPT DBLSTRM-START-DATE FROM DATE YYYYMMDD
009497     ACCEPT DBLSTRM-START-TIME FROM TIME
009497     MOVE ZERO TO DBLSTRM-END-DATE
009497     MOVE ZERO TO DBLSTRM-END-TIME
009497     MOVE ZERO TO DBLSTRM-RETURN-CODE
009497     MOVE WS-OPERATOR-ID TO DBLSTRM-OPERATOR-ID
009497     MOVE "N" TO DBLSTRM-FORCED-FLAG
009497     ADD 1 TO DBLSTRM-RUN-COUNT
009497     IF WS-STRM-FOUND
009497         REWRITE DBLSTRM-RECORD
009497     ELSE
009497         WRITE DBLSTRM-RECORD
009497     END-IF
009497     IF WS-STRMSTAT-STATUS NOT = "00"
009497         DISPLAY "DBL100 - UNABLE TO RECORD STEP START ON "
009497             "STRMSTAT - STATUS " WS-STRMSTAT-STATUS
009497         CLOSE STRMSTAT
009497         MOVE 16 TO RETURN-CODE
009497         STOP RUN
009497     END-IF
009497     CLOSE STRMSTAT.
009497 1017-RECORD-STREAM-START-EXIT.
009497     EXIT.
009498*
009499******************************************************************
009500*    1020-LOAD-CHECKPOINT
009537             MOVE DBLCKPT-BATCH-OUT-HASH TO WS-BATCH-OUTPUT-HASH
009537             MOVE DBLCKPT-BATCH-RUN-DATE TO WS-CKPT-RUN-DATE
009537             MOVE DBLCKPT-BATCH-OPEN-FLAG TO WS-CKPT-BATCH-OPEN
009537             MOVE DBLCKPT-BATCH-SOURCE-ID TO WS-CKPT-SOURCE-ID
009537             MOVE DBLCKPT-BATCH-REJ-CNT  TO WS-BATCH-REJ-COUNT
009537             MOVE DBLCKPT-BATCH-REJ-HASH TO WS-BATCH-REJ-HASH
009537             MOVE DBLCKPT-BATCH-OVF-CNT  TO WS-BATCH-OVF-COUNT
009537             MOVE DBLCKPT-BATCH-OVF-HASH TO WS-BATCH-OVF-HASH
009537             MOVE DBLCKPT-HELD-COUNT     TO WS-RECORDS-HELD
009537             MOVE DBLCKPT-BATCH-HOLD-CNT TO WS-BATCH-HOLD-COUNT
009537             MOVE DBLCKPT-BATCH-HOLD-HASH
009537                 TO WS-BATCH-HOLD-HASH
009537*            ONE INTERFACE DETAIL IS CUT PER RESULTOUT DETAIL
009537*            AND CORRECTIONS NEVER PRECEDE A CHECKPOINT, SO THE
009537*            CHECKPOINTED WRITTEN COUNT AND OUTPUT HASH ARE
009537             MOVE DBLCKPT-RUN-EXP-COUNT  TO WS-RUN-EXPECTED-COUNT
009537             MOVE DBLCKPT-RUN-EXP-HASH   TO WS-RUN-EXPECTED-HASH
009537             MOVE DBLCKPT-BATCHES-DONE   TO WS-BATCHES-DONE
009537             IF WS-RECORDS-WRITTEN > 0
009537                 SET WS-RESULT-SEEN TO TRUE
009537             END-IF
009558******************************************************************
009559*    1050-TRUNCATE-DOWNSTREAM
009560*    ON A RESTART, DROPS EVERY RECORD RESULTOUT, EXCPFILE,
009561*    AUDITFILE, ERRFILE, INTFOUT, HOLDFILE AND RCAPFILE RECEIVED
009562*    AFTER THE LAST CHECKPOINT SO THE RECORDS BETWEEN THE
009563*    CHECKPOINT AND THE ABEND ARE NOT DUPLICATED WHEN THIS RUN
009563*    REPROCESSES THEM FROM TRANIN.
009564******************************************************************
009565 1050-TRUNCATE-DOWNSTREAM SECTION.
009566     PERFORM 1051-TRUNCATE-RESULTOUT
009570     PERFORM 1053-TRUNCATE-AUDITFILE
009571         THRU 1053-TRUNCATE-AUDITFILE-EXIT
009572     PERFORM 1054-TRUNCATE-ERRFILE
009573         THRU 1054-TRUNCATE-ERRFILE-EXIT
009573     PERFORM 1056-TRUNCATE-HOLDFILE
009573         THRU 1056-TRUNCATE-HOLDFILE-EXIT
009573     PERFORM 1057-TRUNCATE-RCAPFILE
009573         THRU 1057-TRUNCATE-RCAPFILE-EXIT.
009574 1050-TRUNCATE-DOWNSTREAM-EXIT.
009575     EXIT.
009576*
009842     END-READ.
009842 1055B-COPY-INTFOUT-FROM-WORK-EXIT.
009842     EXIT.
009842*
009842******************************************************************
009842*    1056-TRUNCATE-HOLDFILE
009842*    KEEPS HOLDFILE'S FIRST WS-RECORDS-HELD RECORDS (HOLDFILE
009842*    CARRIES NO HEADER) AND DISCARDS ANY RECORD AFTER THAT.
009842******************************************************************
009842 1056-TRUNCATE-HOLDFILE SECTION.
009842     MOVE WS-RECORDS-HELD TO WS-KEEP-COUNT
009842     OPEN INPUT HOLDFILE
009842     IF WS-HOLDFILE-STATUS NOT = "00"
009842         DISPLAY "DBL100 - UNABLE TO REOPEN HOLDFILE FOR RESTART"
009842             " - STATUS " WS-HOLDFILE-STATUS
009842         MOVE 16 TO RETURN-CODE
009842         CLOSE TRANIN
009842         STOP RUN
009842     END-IF
009842     OPEN OUTPUT HOLDFILE-WORK
009842     IF WS-HLDWORK-STATUS NOT = "00"
009842         DISPLAY "DBL100 - UNABLE TO OPEN HLDWORK - STATUS "
009842             WS-HLDWORK-STATUS
009842         MOVE 16 TO RETURN-CODE
009842         CLOSE TRANIN
009842         CLOSE HOLDFILE
009842         STOP RUN
009842     END-IF
009842     PERFORM 1056A-COPY-HOLDFILE-TO-WORK
009842         THRU 1056A-COPY-HOLDFILE-TO-WORK-EXIT
009842         VARYING WS-COPY-INDEX FROM 1 BY 1
009842         UNTIL WS-COPY-INDEX > WS-KEEP-COUNT
009842     CLOSE HOLDFILE
009842     CLOSE HOLDFILE-WORK
009842     OPEN OUTPUT HOLDFILE
009842     IF WS-HOLDFILE-STATUS NOT = "00"
009842         DISPLAY "DBL100 - UNABLE TO REOPEN HOLDFILE FOR RESTART"
009842             " - STATUS " WS-HOLDFILE-STATUS
009842         MOVE 16 TO RETURN-CODE
009842         CLOSE TRANIN
009842         STOP RUN
009842     END-IF
009842     OPEN INPUT HOLDFILE-WORK
009842     IF WS-HLDWORK-STATUS NOT = "00"
009842         DISPLAY "DBL100 - UNABLE TO REOPEN HLDWORK - STATUS "
009842             WS-HLDWORK-STATUS
009842         MOVE 16 TO RETURN-CODE
009842         CLOSE TRANIN
009842         CLOSE HOLDFILE
009842         STOP RUN
009842     END-IF
009842     MOVE "N" TO WS-WORK-EOF-SWITCH
009842     PERFORM 1056B-COPY-HOLDFILE-FROM-WORK
009842         THRU 1056B-COPY-HOLDFILE-FROM-WORK-EXIT
009842         UNTIL WS-WORK-EOF
009842     CLOSE HOLDFILE
009842     CLOSE HOLDFILE-WORK.
009842 1056-TRUNCATE-HOLDFILE-EXIT.
009842     EXIT.
009842*
009842 1056A-COPY-HOLDFILE-TO-WORK SECTION.
009842     READ HOLDFILE
009842         AT END
009842             DISPLAY "DBL100 - HOLDFILE SHORTER THAN CHECKPOINT"
009842             CLOSE TRANIN
009842             CLOSE HOLDFILE
009842             CLOSE HOLDFILE-WORK
009842             MOVE 16 TO RETURN-CODE
009842             STOP RUN
009842         NOT AT END
009842             MOVE DBLHOLD-RECORD TO HLDWK-RECORD
009842             WRITE HLDWK-RECORD
009842     END-READ.
009842 1056A-COPY-HOLDFILE-TO-WORK-EXIT.
009842     EXIT.
009842*
009842 1056B-COPY-HOLDFILE-FROM-WORK SECTION.
009842     READ HOLDFILE-WORK
009842         AT END
009842             SET WS-WORK-EOF TO TRUE
009842         NOT AT END
009842             MOVE HLDWK-RECORD TO DBLHOLD-RECORD
009842             WRITE DBLHOLD-RECORD
009842     END-READ.
009842 1056B-COPY-HOLDFILE-FROM-WORK-EXIT.
009842     EXIT.
009842*
009842******************************************************************
009842*    1057-TRUNCATE-RCAPFILE
009842*    KEEPS RCAPFILE'S FIRST WS-BATCHES-DONE RECORDS - ONE PER
009842*    BATCH CLOSED AS OF THE CHECKPOINT - AND DISCARDS ANY RECAP
009842*    WRITTEN AFTER THAT, SINCE THIS RUN CLOSES THOSE BATCHES
009842*    AGAIN.
009842******************************************************************
009842 1057-TRUNCATE-RCAPFILE SECTION.
009842     MOVE WS-BATCHES-DONE TO WS-KEEP-COUNT
009842     OPEN INPUT RCAPFILE
009842     IF WS-RCAPFILE-STATUS NOT = "00"
009842         DISPLAY "DBL100 - UNABLE TO REOPEN RCAPFILE FOR RESTART"
009842             " - STATUS " WS-RCAPFILE-STATUS
009842         MOVE 16 TO RETURN-CODE
009842         CLOSE TRANIN
009842         STOP RUN
009842     END-IF
009842     OPEN OUTPUT RCAPFILE-WORK
009842     IF WS-RCPWORK-STATUS NOT = "00"
009842         DISPLAY "DBL100 - UNABLE TO OPEN RCPWORK - STATUS "
009842             WS-RCPWORK-STATUS
009842         MOVE 16 TO RETURN-CODE
009842         CLOSE TRANIN
009842         CLOSE RCAPFILE
009842         STOP RUN
009842     END-IF
009842     PERFORM 1057A-COPY-RCAPFILE-TO-WORK
009842         THRU 1057A-COPY-RCAPFILE-TO-WORK-EXIT
009842         VARYING WS-COPY-INDEX FROM 1 BY 1
009842         UNTIL WS-COPY-INDEX > WS-KEEP-COUNT
009842     CLOSE RCAPFILE
009842     CLOSE RCAPFILE-WORK
009842     OPEN OUTPUT RCAPFILE
009842     IF WS-RCAPFILE-STATUS NOT = "00"
009842         DISPLAY "DBL100 - UNABLE TO REOPEN RCAPFILE FOR RESTART"
009842             " - STATUS " WS-RCAPFILE-STATUS
009842         MOVE 16 TO RETURN-CODE
009842         CLOSE TRANIN
009842         STOP RUN
009842     END-IF
009842     OPEN INPUT RCAPFILE-WORK
009842     IF WS-RCPWORK-STATUS NOT = "00"
009842         DISPLAY "DBL100 - UNABLE TO REOPEN RCPWORK - STATUS "
009842             WS-RCPWORK-STATUS
009842         MOVE 16 TO RETURN-CODE
009842         CLOSE TRANIN
009842         CLOSE RCAPFILE
009842         STOP RUN
009842     END-IF
009842     MOVE "N" TO WS-WORK-EOF-SWITCH
009842     PERFORM 1057B-COPY-RCAPFILE-FROM-WORK
009842         THRU 1057B-COPY-RCAPFILE-FROM-WORK-EXIT
009842         UNTIL WS-WORK-EOF
009842     CLOSE RCAPFILE
009842     CLOSE RCAPFILE-WORK.
009842 1057-TRUNCATE-RCAPFILE-EXIT.
009842     EXIT.
009842*
009842 1057A-COPY-RCAPFILE-TO-WORK SECTION.
009842     READ RCAPFILE
009842         AT END
009842             DISPLAY "DBL100 - RCAPFILE SHORTER THAN CHECKPOINT"
009842             CLOSE TRANIN
009842             CLOSE RCAPFILE
009842             CLOSE RCAPFILE-WORK
009842             MOVE 16 TO RETURN-CODE
009842             STOP RUN
009842         NOT AT END
009842             MOVE DBLRCAP-RECORD TO RCPWK-RECORD
009842             WRITE RCPWK-RECORD
009842     END-READ.
009842 1057A-COPY-RCAPFILE-TO-WORK-EXIT.
009842     EXIT.
009842*
009842 1057B-COPY-RCAPFILE-FROM-WORK SECTION.
009842     READ RCAPFILE-WORK
009842         AT END
009842             SET WS-WORK-EOF TO TRUE
009842         NOT AT END
009842             MOVE RCPWK-RECORD TO DBLRCAP-RECORD
009842             WRITE DBLRCAP-RECORD
009842     END-READ.
009842 1057B-COPY-RCAPFILE-FROM-WORK-EXIT.
009842     EXIT.
009843*
009843******************************************************************
009843*    1060-CHECK-BATCH-REGISTER
009843*    AT RUN START, READS THE PERSISTENT BATCH REGISTER ONCE FOR
009843*    ITS HIGH MARKS AND PRESCANS TRANIN'S HEADER/TRAILER SETS
009843*    AGAINST IT, LOOKING EACH BATCH UP BY KEY. A BATCH ALREADY
009843*    REGISTERED AS PROCESSED, OR FED TWICE IN THE SAME FILE,
009843*    REFUSES THE RUN BEFORE ANYTHING IS PROCESSED UNLESS THE
009843*    REPROCESS OVERRIDE WAS SUPPLIED ON THE PARM RECORD. EVERY
009843*    BATCH PRESCANNED IS KEPT ON THE SCRATCH FILE PSCNWORK FOR
009843*    THE IN-FILE CHECK AND THE MISSED-DAY CHECK; THE REGISTER
009843*    STAYS OPEN FOR THE LATTER AS WELL. TRANIN IS REOPENED
009843*    AFTERWARD SO THE REAL PASS STARTS FROM THE TOP. A RESTART
009843*    PRESCANS TOO AND PASSES THE SAME WAY THE ORIGINAL RUN DID -
009843*    THE REGISTER IS ONLY WRITTEN AT A GOOD END OF RUN, WHICH
009843*    THE FAILED RUN NEVER REACHED.
009843******************************************************************
009843 1060-CHECK-BATCH-REGISTER SECTION.
009843     OPEN INPUT BATCHREG
009843             CLOSE TRANIN
009843             STOP RUN
009843         END-IF
009843         SET WS-BATCHREG-OPEN TO TRUE
009843         PERFORM 1061-READ-ONE-REGISTER
009843             THRU 1061-READ-ONE-REGISTER-EXIT
009843             UNTIL WS-BATCHREG-EOF
009843     END-IF
009843     OPEN OUTPUT PSCNWORK
009843     IF WS-PSCNWORK-STATUS = "00"
009843         CLOSE PSCNWORK
009843         OPEN I-O PSCNWORK
009843     END-IF
009843     IF WS-PSCNWORK-STATUS NOT = "00"
009843         DISPLAY "DBL100 - UNABLE TO OPEN PSCNWORK - STATUS "
009843             WS-PSCNWORK-STATUS
009843         MOVE 16 TO RETURN-CODE
009843         CLOSE TRANIN
009843         STOP RUN
009843     END-IF
009843     PERFORM 1062-PRESCAN-ONE-RECORD
009843         THRU 1062-PRESCAN-ONE-RECORD-EXIT
009843         CLOSE TRANIN
009843         MOVE 16 TO RETURN-CODE
009843         STOP RUN
009843     END-IF
009843*    NOR DOES A BATCH FROM A FEEDER THE SOURCE MASTER DOES NOT
009843*    KNOW - THE MASTER OR THE EXTRACT MUST BE FIXED.
009843     IF WS-BAD-SOURCE-COUNT > ZERO
009843         DISPLAY "DBL100 - RUN REFUSED - TRANIN CARRIES A "
009843             "BATCH FROM A SOURCE NOT ON THE SOURCE MASTER"
009843         CLOSE TRANIN
009843         MOVE 16 TO RETURN-CODE
009843         STOP RUN
009843     END-IF.
009843 1060-CHECK-BATCH-REGISTER-EXIT.
009843     EXIT.
009843*
009843******************************************************************
009843*    1061-READ-ONE-REGISTER
009843*    READS THE NEXT BATCH REGISTER RECORD AND CARRIES ITS RUN
009843*    DATE INTO THE RUN-WIDE AND PER-FEEDER HIGH MARKS. THE
009843*    REGISTER ITSELF IS NOT HELD - EACH BATCH IS LOOKED UP ON
009843*    IT BY KEY.
009843******************************************************************
009843 1061-READ-ONE-REGISTER SECTION.
009843     READ BATCHREG NEXT RECORD
009843         AT END
009843             SET WS-BATCHREG-EOF TO TRUE
009843         NOT AT END
009843             MOVE DBLBREG-SOURCE-ID TO WS-HDR-SOURCE-ID
009843             PERFORM 1069-RESOLVE-SOURCE
009843                 THRU 1069-RESOLVE-SOURCE-EXIT
009843*            THE COVERAGE BASELINE IS THE LAST NIGHTLY HIGH
009843*            MARK - A BATCH REGISTERED EARLIER TODAY BY AN
009843*            INTRADAY RUN MUST NOT ANCHOR THE WINDOW, OR THE
009843                 AND DBLBREG-PROCESS-DATE NOT = WS-TODAY-DATE
009843                 MOVE DBLBREG-RUN-DATE TO WS-PRIOR-MAX-REG-DATE
009843             END-IF
009843*            EACH FEEDER KEEPS ITS OWN HIGH MARK ON THE SAME
009843*            RULE, FOR ITS SEQUENCE AND MISSED-DAY CHECKS.
009843             IF WS-SRCMAST-LOADED
009843                 AND DBLBREG-PROCESS-DATE NOT = WS-TODAY-DATE
009843                 MOVE WS-HDR-SOURCE-ID TO WS-SRC-SEARCH-ID
009843                 PERFORM 1087-FIND-SOURCE
009843                     THRU 1087-FIND-SOURCE-EXIT
009843                 IF WS-SRC-FOUND
009843                     AND DBLBREG-RUN-DATE
009843                         > WS-SRC-PRIOR-MAX (WS-SRC-HIT-SUB)
009843                     MOVE DBLBREG-RUN-DATE
009843                         TO WS-SRC-PRIOR-MAX (WS-SRC-HIT-SUB)
009843                 END-IF
009843             END-IF
009843     END-READ.
009843 1061-READ-ONE-REGISTER-EXIT.
009843     EXIT.
009843*
009843******************************************************************
009843                 WHEN DBLTRAN-IS-HEADER
009843                     MOVE DBLTRAN-HDR-RUN-DATE
009843                         TO WS-PRESCAN-DATE
009843                     MOVE DBLTRAN-HDR-SOURCE-ID
009843                         TO WS-HDR-SOURCE-ID
009843                     PERFORM 1069-RESOLVE-SOURCE
009843                         THRU 1069-RESOLVE-SOURCE-EXIT
009843                     MOVE WS-HDR-SOURCE-ID
009843                         TO WS-PRESCAN-SOURCE-ID
009843                     PERFORM 1068-CHECK-SOURCE
009843                         THRU 1068-CHECK-SOURCE-EXIT
009843                     PERFORM 1066-CHECK-CALENDAR
009843                         THRU 1066-CHECK-CALENDAR-EXIT
009843                 WHEN DBLTRAN-IS-TRAILER
009843******************************************************************
009843*    1063-CHECK-ONE-BATCH
009843*    CHECKS THE BATCH WHOSE TRAILER WAS JUST PRESCANNED AGAINST
009843*    THE REGISTER, THEN KEEPS IT ON PSCNWORK - A BATCH ALREADY
009843*    THERE UNDER THE SAME KEY WAS SEEN EARLIER IN THIS FILE. A
009843*    BATCH IS THE SAME BATCH ONLY IF IT IS FROM THE SAME FEEDER
009843*    SOURCE.
009843******************************************************************
009843 1063-CHECK-ONE-BATCH SECTION.
009843     IF WS-BATCHREG-OPEN
009843         PERFORM 1064-CHECK-REGISTER
009843             THRU 1064-CHECK-REGISTER-EXIT
009843     END-IF
009843     MOVE SPACES TO DBLPSCN-RECORD
009843     MOVE WS-PRESCAN-DATE TO DBLPSCN-RUN-DATE
009843     MOVE WS-PRESCAN-SOURCE-ID TO DBLPSCN-SOURCE-ID
009843     MOVE DBLTRAN-TRL-REC-COUNT TO DBLPSCN-REC-COUNT
009843     MOVE DBLTRAN-TRL-HASH-TOTAL TO DBLPSCN-HASH-TOTAL
009843     WRITE DBLPSCN-RECORD
009843         INVALID KEY
009843             ADD 1 TO WS-DUP-BATCH-COUNT
009843             DISPLAY "DBL100 - BATCH " WS-PRESCAN-DATE
009843                 " SOURCE " WS-PRESCAN-SOURCE-ID
009843                 " APPEARS TWICE IN THIS TRANIN FILE"
009843     END-WRITE.
009843 1063-CHECK-ONE-BATCH-EXIT.
009843     EXIT.
009843*
009843******************************************************************
009843*    1064-CHECK-REGISTER
009843*    POSITIONS THE REGISTER AT THE FIRST ENTRY CARRYING THE
009843*    PRESCANNED BATCH'S RUN DATE, TRAILER COUNT AND HASH, AND
009843*    READS FORWARD THROUGH THOSE ENTRIES FOR ONE FROM THE SAME
009843*    FEEDER SOURCE.
009843******************************************************************
009843 1064-CHECK-REGISTER SECTION.
009843     MOVE LOW-VALUES TO DBLBREG-KEY
009843     MOVE WS-PRESCAN-DATE TO DBLBREG-RUN-DATE
009843     MOVE DBLTRAN-TRL-REC-COUNT TO DBLBREG-REC-COUNT
009843     MOVE DBLTRAN-TRL-HASH-TOTAL TO DBLBREG-HASH-TOTAL
009843     START BATCHREG KEY IS NOT LESS THAN DBLBREG-KEY
009843         INVALID KEY
009843             GO TO 1064-CHECK-REGISTER-EXIT
009843     END-START
009843     MOVE "N" TO WS-BATCHREG-EOF-SWITCH
009843     MOVE "N" TO WS-BREG-MATCH-SWITCH
009843     PERFORM 1064A-MATCH-ONE-REGISTER
009843         THRU 1064A-MATCH-ONE-REGISTER-EXIT
009843         UNTIL WS-BATCHREG-EOF
009843             OR WS-BREG-MATCHED
009843     IF WS-BREG-MATCHED
009843         ADD 1 TO WS-DUP-BATCH-COUNT
009843         DISPLAY "DBL100 - BATCH " WS-PRESCAN-DATE
009843             " SOURCE " WS-PRESCAN-SOURCE-ID
009843             " IS ALREADY ON THE BATCH REGISTER"
009843     END-IF.
009843 1064-CHECK-REGISTER-EXIT.
009843     EXIT.
009843*
009843*    AN ENTRY PAST THE BATCH'S DATE, COUNT AND HASH ENDS THE
009843*    SCAN JUST AS END OF FILE DOES.
009843 1064A-MATCH-ONE-REGISTER SECTION.
009843     READ BATCHREG NEXT RECORD
009843         AT END
009843             SET WS-BATCHREG-EOF TO TRUE
009843             GO TO 1064A-MATCH-ONE-REGISTER-EXIT
009843     END-READ
009843     IF DBLBREG-RUN-DATE NOT = WS-PRESCAN-DATE
009843         OR DBLBREG-REC-COUNT NOT = DBLTRAN-TRL-REC-COUNT
009843         OR DBLBREG-HASH-TOTAL NOT = DBLTRAN-TRL-HASH-TOTAL
009843         SET WS-BATCHREG-EOF TO TRUE
009843         GO TO 1064A-MATCH-ONE-REGISTER-EXIT
009843     END-IF
009843     MOVE DBLBREG-SOURCE-ID TO WS-HDR-SOURCE-ID
009843     PERFORM 1069-RESOLVE-SOURCE
009843         THRU 1069-RESOLVE-SOURCE-EXIT
009843     IF WS-HDR-SOURCE-ID = WS-PRESCAN-SOURCE-ID
009843         SET WS-BREG-MATCHED TO TRUE
009843     END-IF.
009843 1064A-MATCH-ONE-REGISTER-EXIT.
009843     EXIT.
009843*
009843******************************************************************
009843*    1066-CHECK-CALENDAR
009843*    CHECKS THE BATCH HEADER DATE JUST PRESCANNED AGAINST THE
009843*    PROCESSING CALENDAR, READ BY DATE. A DATE NOT ON THE
009843*    CALENDAR (WHICH CATCHES AN IMPOSSIBLE DATE LIKE 20260231
009843*    AS WELL AS AN UNSCHEDULED ONE) OR FLAGGED A HOLIDAY COUNTS
009843*    AGAINST THE RUN; A DATE EARLIER THAN THE LATEST REGISTERED
009843*    BATCH IS ONLY WARNED - A CORRECTED RESUBMISSION IS DATED
009843*    THE DAY IT IS KEYED, BUT OPERATIONS SHOULD SEE THE
009843*    SEQUENCE SLIP. WITH A SOURCE MASTER THE SEQUENCE IS THE
009843*    FEEDER'S OWN.
009843******************************************************************
009843 1066-CHECK-CALENDAR SECTION.
009843     MOVE WS-PRESCAN-DATE TO DBLCAL-DATE
009843     READ CALFILE
009843         INVALID KEY
009843             ADD 1 TO WS-BAD-DATE-COUNT
009843             DISPLAY "DBL100 - BATCH " WS-PRESCAN-DATE
009843                 " IS NOT AN EXPECTED BUSINESS DATE"
009843             GO TO 1066-CHECK-CALENDAR-EXIT
009843     END-READ
009843     IF DBLCAL-HOLIDAY
009843         ADD 1 TO WS-BAD-DATE-COUNT
009843         DISPLAY "DBL100 - BATCH " WS-PRESCAN-DATE
009843             " IS DATED A HOLIDAY"
009843         GO TO 1066-CHECK-CALENDAR-EXIT
009843     END-IF
009843     IF WS-PRESCAN-MAX-DATE > ZERO
009843         AND WS-PRESCAN-DATE < WS-PRESCAN-MAX-DATE
009843         DISPLAY "DBL100 - BATCH " WS-PRESCAN-DATE
009843             " SOURCE " WS-PRESCAN-SOURCE-ID
009843             " ARRIVES AFTER A LATER BATCH WAS REGISTERED - "
009843             "OUT OF SEQUENCE"
009843     END-IF.
009843     EXIT.
009843*
009843******************************************************************
009843*    1068-CHECK-SOURCE
009843*    CHECKS THE FEEDER SOURCE OF THE BATCH HEADER JUST
009843*    PRESCANNED AGAINST THE SOURCE MASTER AND SETS THE HIGH
009843*    MARK ITS SEQUENCE IS CHECKED AGAINST. A SOURCE NOT ON THE
009843*    MASTER COUNTS AGAINST THE RUN; A BATCH ON A DAY THE FEEDER
009843*    IS NOT EXPECTED TO SEND, OR OUTSIDE ITS DATE RANGE, IS
009843*    ONLY WARNED - THE MASTER MAY SIMPLY BE BEHIND. WITHOUT A
009843*    MASTER THE RUN-WIDE HIGH MARK IS USED AS BEFORE.
009843******************************************************************
009843 1068-CHECK-SOURCE SECTION.
009843     MOVE WS-PRIOR-MAX-REG-DATE TO WS-PRESCAN-MAX-DATE
009843     IF NOT WS-SRCMAST-LOADED
009843         GO TO 1068-CHECK-SOURCE-EXIT
009843     END-IF
009843     MOVE WS-PRESCAN-SOURCE-ID TO WS-SRC-SEARCH-ID
009843     PERFORM 1087-FIND-SOURCE
009843         THRU 1087-FIND-SOURCE-EXIT
009843     IF NOT WS-SRC-FOUND
009843         ADD 1 TO WS-BAD-SOURCE-COUNT
009843         DISPLAY "DBL100 - BATCH " WS-PRESCAN-DATE
009843             " SOURCE " WS-PRESCAN-SOURCE-ID
009843             " IS NOT ON THE SOURCE MASTER"
009843         GO TO 1068-CHECK-SOURCE-EXIT
009843     END-IF
009843     MOVE WS-SRC-PRIOR-MAX (WS-SRC-HIT-SUB) TO WS-PRESCAN-MAX-DATE
009843     MOVE WS-PRESCAN-DATE TO WS-DOW-DATE
009843     PERFORM 9760-TEST-SOURCE-DUE
009843         THRU 9760-TEST-SOURCE-DUE-EXIT
009843     IF NOT WS-SRC-DUE
009843         DISPLAY "DBL100 - BATCH " WS-PRESCAN-DATE
009843             " SOURCE " WS-PRESCAN-SOURCE-ID
009843             " IS NOT EXPECTED ON THAT DAY - CHECK THE "
009843             "SOURCE MASTER"
009843     END-IF.
009843 1068-CHECK-SOURCE-EXIT.
009843     EXIT.
009843*
009843******************************************************************
009843*    1069-RESOLVE-SOURCE
009843*    A HEADER OR REGISTER ENTRY WITHOUT A SOURCE CODE BELONGS
009843*    TO THE DEFAULT FEEDER ON THE SOURCE MASTER. THIS COVERS
009843*    BATCHES REGISTERED BEFORE SOURCES WERE CARRIED AND THE
009843*    IN-HOUSE RESUBMISSION BATCHES. THE CODE IS RESOLVED IN
009843*    PLACE IN WS-HDR-SOURCE-ID.
009843******************************************************************
009843 1069-RESOLVE-SOURCE SECTION.
009843     IF WS-HDR-SOURCE-ID = SPACES
009843         MOVE WS-DEFAULT-SOURCE-ID TO WS-HDR-SOURCE-ID
009843     END-IF.
009843 1069-RESOLVE-SOURCE-EXIT.
009843     EXIT.
009843*
009843******************************************************************
009843*    1080-LOAD-CALENDAR
009843*    OPENS THE PROCESSING CALENDAR AT RUN START AND READS IT
009843*    THROUGH ONCE TO CHECK ITS DATES AND FIND ITS LAST ONE. THE
009843*    CALENDAR IS NOT HELD - IT STAYS OPEN AND EACH DATE IS READ
009843*    BY KEY AS IT IS NEEDED. THE CALENDAR IS THE GATE ON EVERY
009843*    HEADER DATE, SO A MISSING OR UNREADABLE CALENDAR STOPS THE
009843*    RUN - RUNNING UNGATED WOULD DEFEAT THE CHECK.
009843******************************************************************
009843 1080-LOAD-CALENDAR SECTION.
009843     OPEN INPUT CALFILE
009843     PERFORM 1081-LOAD-ONE-CAL
009843         THRU 1081-LOAD-ONE-CAL-EXIT
009843         UNTIL WS-CALFILE-EOF
009843     IF WS-CAL-COUNT = ZERO
009843         DISPLAY "DBL100 - PROCESSING CALENDAR IS EMPTY"
009843         MOVE 16 TO RETURN-CODE
009843         CLOSE TRANIN
009843         STOP RUN
009843     END-IF
009843     PERFORM 1082-CHECK-CAL-COVERAGE
009843         THRU 1082-CHECK-CAL-COVERAGE-EXIT.
009843 1080-LOAD-CALENDAR-EXIT.
009843     EXIT.
009843*
009843******************************************************************
009843*    1085-LOAD-SOURCES
009843*    LOADS THE FEEDER SOURCE MASTER INTO ITS TABLE AT RUN START
009843*    AND REMEMBERS THE DEFAULT FEEDER. THE MASTER IS OPTIONAL -
009843*    WITHOUT ONE THE RUN CHECKS BATCHES AS A SINGLE FEED, AS IT
009843*    ALWAYS HAS. A MASTER THAT IS THERE BUT UNREADABLE STOPS
009843*    THE RUN.
009843******************************************************************
009843 1085-LOAD-SOURCES SECTION.
009843     OPEN INPUT SRCMAST
009843     IF WS-SRCMAST-STATUS = "35"
009843         DISPLAY "DBL100 - NO SOURCE MASTER - BATCHES NOT "
009843             "CHECKED BY FEEDER SOURCE"
009843         GO TO 1085-LOAD-SOURCES-EXIT
009843     END-IF
009843     IF WS-SRCMAST-STATUS NOT = "00"
009843         DISPLAY "DBL100 - UNABLE TO OPEN SRCMAST - STATUS "
009843             WS-SRCMAST-STATUS
009843         MOVE 16 TO RETURN-CODE
009843         CLOSE TRANIN
009843         STOP RUN
009843     END-IF
009843     PERFORM 1086-LOAD-ONE-SOURCE
009843         THRU 1086-LOAD-ONE-SOURCE-EXIT
009843         UNTIL WS-SRCMAST-EOF
009843     CLOSE SRCMAST
009843     MOVE WS-SRC-COUNT TO WS-SRC-LOADED-COUNT
009843     IF WS-SRC-COUNT = ZERO
009843         DISPLAY "DBL100 - SOURCE MASTER IS EMPTY - BATCHES NOT "
009843             "CHECKED BY FEEDER SOURCE"
009843         GO TO 1085-LOAD-SOURCES-EXIT
009843     END-IF
009843     SET WS-SRCMAST-LOADED TO TRUE
009843     IF WS-SRC-DEFAULT-COUNT = ZERO
009843         DISPLAY "DBL100 - NO DEFAULT FEEDER ON THE SOURCE "
009843             "MASTER - A BATCH WITHOUT A SOURCE CODE WILL BE "
009843             "REFUSED"
009843     END-IF
009843     IF WS-SRC-DEFAULT-COUNT > 1
009843         DISPLAY "DBL100 - MORE THAN ONE DEFAULT FEEDER ON THE "
009843             "SOURCE MASTER - USING " WS-DEFAULT-SOURCE-ID
009843     END-IF.
009843 1085-LOAD-SOURCES-EXIT.
009843     EXIT.
009843*
009843******************************************************************
009843*    1086-LOAD-ONE-SOURCE
009843*    READS ONE SOURCE MASTER RECORD INTO THE TABLE. ALL SEVEN
009843*    EXPECTED-DAY FLAGS BLANK MEANS EVERY DAY, AND A BLANK
009843*    START OR END DATE LEAVES THE RANGE OPEN AT THAT END. A
009843*    RECORD WITHOUT A CODE OR WITH A DATE THAT IS NOT NUMERIC
009843*    MEANS THE MASTER ITSELF IS BAD, SO THE RUN STOPS.
009843******************************************************************
009843 1086-LOAD-ONE-SOURCE SECTION.
009843     READ SRCMAST
009843         AT END
009843             SET WS-SRCMAST-EOF TO TRUE
009843             GO TO 1086-LOAD-ONE-SOURCE-EXIT
009843     END-READ
009843     IF DBLSRC-START-DATE-X = SPACES
009843         MOVE ZERO TO DBLSRC-START-DATE
009843     END-IF
009843     IF DBLSRC-END-DATE-X = SPACES
009843         MOVE ZERO TO DBLSRC-END-DATE
009843     END-IF
009843     IF DBLSRC-SOURCE-ID = SPACES
009843         OR DBLSRC-START-DATE-X IS NOT NUMERIC
009843         OR DBLSRC-END-DATE-X IS NOT NUMERIC
009843         DISPLAY "DBL100 - SOURCE MASTER RECORD IS NOT USABLE: "
009843             DBLSRC-SOURCE-ID
009843         CLOSE SRCMAST
009843         CLOSE TRANIN
009843         MOVE 16 TO RETURN-CODE
009843         STOP RUN
009843     END-IF
009843     IF WS-SRC-COUNT >= 50
009843         DISPLAY "DBL100 - MORE THAN 50 FEEDERS ON THE SOURCE "
009843             "MASTER - SOURCE TABLE FULL"
009843         CLOSE SRCMAST
009843         CLOSE TRANIN
009843         MOVE 16 TO RETURN-CODE
009843         STOP RUN
009843     END-IF
009843     ADD 1 TO WS-SRC-COUNT
009843     INITIALIZE WS-SRC-ENTRY (WS-SRC-COUNT)
009843     MOVE DBLSRC-SOURCE-ID TO WS-SRC-ID (WS-SRC-COUNT)
009843     IF DBLSRC-EXPECT-DAYS = SPACES
009843         MOVE "YYYYYYY" TO DBLSRC-EXPECT-DAYS
009843     END-IF
009843     MOVE DBLSRC-EXPECT-DAYS
009843         TO WS-SRC-EXPECT-DAYS (WS-SRC-COUNT)
009843     MOVE DBLSRC-START-DATE TO WS-SRC-START-DATE (WS-SRC-COUNT)
009843     MOVE DBLSRC-END-DATE TO WS-SRC-END-DATE (WS-SRC-COUNT)
009843     IF DBLSRC-IS-DEFAULT
009843         ADD 1 TO WS-SRC-DEFAULT-COUNT
009843         IF WS-SRC-DEFAULT-COUNT = 1
009843             MOVE DBLSRC-SOURCE-ID TO WS-DEFAULT-SOURCE-ID
009843         END-IF
009843     END-IF.
009843 1086-LOAD-ONE-SOURCE-EXIT.
009843     EXIT.
009843*
009843******************************************************************
009843*    1087-FIND-SOURCE
009843*    LOOKS UP WS-SRC-SEARCH-ID IN THE SOURCE TABLE AND KEEPS
009843*    THE MATCHED ENTRY'S SUBSCRIPT IN WS-SRC-HIT-SUB.
009843******************************************************************
009843 1087-FIND-SOURCE SECTION.
009843     MOVE "N" TO WS-SRC-FOUND-SWITCH
009843     MOVE ZERO TO WS-SRC-HIT-SUB
009843     PERFORM 1088-MATCH-ONE-SOURCE
009843         THRU 1088-MATCH-ONE-SOURCE-EXIT
009843         VARYING WS-SRC-FIND-SUB FROM 1 BY 1
009843         UNTIL WS-SRC-FIND-SUB > WS-SRC-COUNT
009843             OR WS-SRC-FOUND.
009843 1087-FIND-SOURCE-EXIT.
009843     EXIT.
009843*
009843 1088-MATCH-ONE-SOURCE SECTION.
009843     IF WS-SRC-ID (WS-SRC-FIND-SUB) = WS-SRC-SEARCH-ID
009843         SET WS-SRC-FOUND TO TRUE
009843         MOVE WS-SRC-FIND-SUB TO WS-SRC-HIT-SUB
009843     END-IF.
009843 1088-MATCH-ONE-SOURCE-EXIT.
009843     EXIT.
009843*
009843******************************************************************
009843*    1081-LOAD-ONE-CAL
009843*    READS THE NEXT CALENDAR RECORD IN DATE ORDER, COUNTS IT,
009843*    AND KEEPS ITS DATE AS THE LAST ONE SEEN SO FAR. A RECORD
009843*    THAT IS NOT A USABLE DATE MEANS THE CALENDAR ITSELF IS
009843*    BAD, SO THE RUN STOPS RATHER THAN GATE AGAINST GARBAGE.
009843******************************************************************
009843 1081-LOAD-ONE-CAL SECTION.
009843     READ CALFILE NEXT RECORD
009843         AT END
009843             SET WS-CALFILE-EOF TO TRUE
009843         NOT AT END
009843                 MOVE 16 TO RETURN-CODE
009843                 STOP RUN
009843             END-IF
009843             ADD 1 TO WS-CAL-COUNT
009843             MOVE DBLCAL-DATE TO WS-CVG-LAST-DATE
009843     END-READ.
009843 1081-LOAD-ONE-CAL-EXIT.
009843     EXIT.
009843*
009843******************************************************************
009843*    1082-CHECK-CAL-COVERAGE
009843*    WARNS WHEN FEWER THAN 60 DAYS ARE LEFT BETWEEN TODAY AND
009843*    THE LAST DATE ON THE PROCESSING CALENDAR. PAST THAT DATE
009843*    EVERY BATCH IS REFUSED, SO THE NEXT YEAR MUST BE GENERATED
009843*    WITH DBL270 FIRST. THE RUN CARRIES ON WITH RETURN CODE 4.
009843******************************************************************
009843 1082-CHECK-CAL-COVERAGE SECTION.
009843     MOVE WS-TODAY-DATE TO WS-DTD-DATE
009843     PERFORM 1083-DATE-TO-DAYS
009843         THRU 1083-DATE-TO-DAYS-EXIT
009843     MOVE WS-DTD-DAY-NO TO WS-CVG-TODAY-DAY-NO
009843     MOVE WS-CVG-LAST-DATE TO WS-DTD-DATE
009843     PERFORM 1083-DATE-TO-DAYS
009843         THRU 1083-DATE-TO-DAYS-EXIT
009843     COMPUTE WS-CVG-DAYS-LEFT = WS-DTD-DAY-NO
009843         - WS-CVG-TODAY-DAY-NO
009843     IF WS-CVG-DAYS-LEFT < ZERO
009843         MOVE ZERO TO WS-CVG-DAYS-LEFT
009843     END-IF
009843     IF WS-CVG-DAYS-LEFT < WS-CVG-MIN-DAYS
009843         DISPLAY "DBL100 - WARNING - PROCESSING CALENDAR ENDS "
009843             WS-CVG-LAST-DATE " - " WS-CVG-DAYS-LEFT
009843             " DAYS LEFT - GENERATE THE NEXT YEAR WITH DBL270"
009843         IF RETURN-CODE < 4
009843             MOVE 4 TO RETURN-CODE
009843         END-IF
009843     END-IF.
009843 1082-CHECK-CAL-COVERAGE-EXIT.
009843     EXIT.
009843*
009843******************************************************************
009843*    1083-DATE-TO-DAYS
009843*    TURNS WS-DTD-DATE INTO A DAY NUMBER IN WS-DTD-DAY-NO, SO
009843*    THE DAYS BETWEEN TWO DATES IS THE DIFFERENCE OF THEIR DAY
009843*    NUMBERS.
009843******************************************************************
009843 1083-DATE-TO-DAYS SECTION.
009843     IF WS-DTD-MONTH > 2
009843         COMPUTE WS-DTD-WK-MONTH = WS-DTD-MONTH - 3
009843         MOVE WS-DTD-YEAR TO WS-DTD-WK-YEAR
009843     ELSE
009843         COMPUTE WS-DTD-WK-MONTH = WS-DTD-MONTH + 9
009843         COMPUTE WS-DTD-WK-YEAR = WS-DTD-YEAR - 1
009843     END-IF
009843     DIVIDE WS-DTD-WK-YEAR BY 100
009843         GIVING WS-DTD-CENTURY
009843         REMAINDER WS-DTD-YEAR-REM
009843     COMPUTE WS-DTD-DAY-NO = WS-DTD-DAY + 1721119
009843     COMPUTE WS-DTD-PART = (146097 * WS-DTD-CENTURY) / 4
009843     ADD WS-DTD-PART TO WS-DTD-DAY-NO
009843     COMPUTE WS-DTD-PART = (1461 * WS-DTD-YEAR-REM) / 4
009843     ADD WS-DTD-PART TO WS-DTD-DAY-NO
009843     COMPUTE WS-DTD-PART = (153 * WS-DTD-WK-MONTH + 2) / 5
009843     ADD WS-DTD-PART TO WS-DTD-DAY-NO.
009843 1083-DATE-TO-DAYS-EXIT.
009843     EXIT.
009843*
009843******************************************************************
009843*    1090-LOAD-LIMITS
009843*    LOADS THE TOLERANCE LIMITS INTO THEIR TABLE AT RUN START.
009843*    THE LIMITS ARE A SAFEGUARD, NOT A GATE THE RUN DEPENDS ON -
009843*    WITH NO LIMIT FILE, OR ONE THAT SETS NO LIMIT FOR ANY CODE,
009843*    THE TOLERANCE CHECK IS SWITCHED OFF, THE RUN SAYS SO ON THE
009843*    JOB LOG AND THE REPORT, AND EVERY VALID DETAIL IS COMPUTED
009843*    AS BEFORE. A LIMIT FILE THAT IS THERE BUT UNREADABLE STOPS
009843*    THE RUN, AS THE CALENDAR DOES - HOLDING AGAINST GARBAGE
009843*    WOULD BE WORSE THAN NOT HOLDING AT ALL.
009843******************************************************************
009843 1090-LOAD-LIMITS SECTION.
009843     INITIALIZE WS-LIM-TABLE
009843     OPEN INPUT LIMFILE
009843     IF WS-LIMFILE-STATUS = "35"
009843         DISPLAY "DBL100 - NO LIMIT FILE - TOLERANCE CHECK OFF"
009843         GO TO 1090-LOAD-LIMITS-EXIT
009843     END-IF
009843     IF WS-LIMFILE-STATUS NOT = "00"
009843         DISPLAY "DBL100 - UNABLE TO OPEN LIMFILE - STATUS "
009843             WS-LIMFILE-STATUS
009843         MOVE 16 TO RETURN-CODE
009843         CLOSE TRANIN
009843         STOP RUN
009843     END-IF
009843     PERFORM 1091-LOAD-ONE-LIMIT
009843         THRU 1091-LOAD-ONE-LIMIT-EXIT
009843         UNTIL WS-LIMFILE-EOF
009843     CLOSE LIMFILE
009843     IF WS-LIM-LOADED-COUNT = ZERO
009843         DISPLAY "DBL100 - LIMIT FILE SETS NO LIMITS - "
009843             "TOLERANCE CHECK OFF"
009843     ELSE
009843         SET WS-TOLERANCE-CHECK-ON TO TRUE
009843     END-IF.
009843 1090-LOAD-LIMITS-EXIT.
009843     EXIT.
009843*
009843******************************************************************
009843*    1091-LOAD-ONE-LIMIT
009843*    READS ONE LIMIT RECORD INTO THE TABLE ENTRY FOR ITS
009843*    OPERATION CODE. ONLY A CODE WITH A HIGH LIMIT COUNTS AS A
009843*    LIMIT SET. AN UNKNOWN CODE OR A LIMIT THAT IS NOT NUMERIC
009843*    MEANS THE FILE ITSELF IS BAD AND THE RUN STOPS.
009843******************************************************************
009843 1091-LOAD-ONE-LIMIT SECTION.
009843     READ LIMFILE
009843         AT END
009843             SET WS-LIMFILE-EOF TO TRUE
009843         NOT AT END
009843             IF NOT DBLLIM-OP-DOUBLE
009843                AND NOT DBLLIM-OP-TRIPLE
009843                AND NOT DBLLIM-OP-MARKUP
009843                 DISPLAY "DBL100 - LIMIT FILE OP CODE UNKNOWN: "
009843                     DBLLIM-OP-CODE
009843                 CLOSE LIMFILE
009843                 CLOSE TRANIN
009843                 MOVE 16 TO RETURN-CODE
009843                 STOP RUN
009843             END-IF
009843             IF DBLLIM-LOW-LIMIT IS NOT NUMERIC
009843                OR DBLLIM-HIGH-LIMIT IS NOT NUMERIC
009843                 DISPLAY "DBL100 - LIMIT NOT NUMERIC FOR OP CODE "
009843                     DBLLIM-OP-CODE
009843                 CLOSE LIMFILE
009843                 CLOSE TRANIN
009843                 MOVE 16 TO RETURN-CODE
009843                 STOP RUN
009843             END-IF
009843             MOVE DBLLIM-OP-CODE TO WS-LIM-SUB
009843             MOVE DBLLIM-LOW-LIMIT TO WS-LIM-LOW (WS-LIM-SUB)
009843             MOVE DBLLIM-HIGH-LIMIT TO WS-LIM-HIGH (WS-LIM-SUB)
009843             IF DBLLIM-HIGH-LIMIT > ZERO
009843                 ADD 1 TO WS-LIM-LOADED-COUNT
009843             END-IF
009843     END-READ.
009843 1091-LOAD-ONE-LIMIT-EXIT.
009843     EXIT.
009843*
009843******************************************************************
009843*    POSTING SYSTEM RETURNED FOR A PRIOR NIGHT'S INTERFACE
009843*    EXTRACT AND RECONCILES THEIR RECEIVED COUNT AND HASH
009843*    AGAINST THE CONTROL TOTALS THAT WERE ACTUALLY SENT (KEPT
009843*    ON ICTLFILE, WHICH IS ONLY CHECKED FOR HERE AND READ
009843*    THROUGH FOR EACH ACK). A MISMATCH FLAGS THE PRIOR RUN BAD -
009843*    THE DISCREPANCY IS DISPLAYED, CARRIED ONTO THE RUN SUMMARY
009843*    PAGE, AND THE STEP ENDS WITH RETURN CODE 8 SO THE
009843*    SCHEDULER RAISES IT. A MISSING ACK FILE IS REPORTED AND
009843*    THE RUN CARRIES ON - THE FIRST NIGHT HAS NOTHING TO
009843         CLOSE TRANIN
009843         STOP RUN
009843     END-IF
009843     CLOSE ICTLFILE
009843     PERFORM 1072-CHECK-ONE-ACK
009843         THRU 1072-CHECK-ONE-ACK-EXIT
009843             MOVE "PRIOR RUN ACKNOWLEDGED OK"
009843                 TO WS-ACK-MESSAGE
009843         ELSE
009843             IF WS-ADJ-ACKS-CHECKED > ZERO
009843                 MOVE "NO ACK FOR THE ORIGINAL DETAILS"
009843                     TO WS-ACK-MESSAGE
009843             ELSE
009843                 MOVE "ACK FILE EMPTY - NOTHING ACKNOWLEDGED"
009843                     TO WS-ACK-MESSAGE
009843             END-IF
009843         END-IF
009843     END-IF
009843*    ADJUSTMENT ACKS BALANCE SEPARATELY AND CARRY THEIR OWN
009843*    SUMMARY LINE - MOST NIGHTS THERE ARE NONE.
009843     IF WS-ADJ-ACK-MISMATCHED
009843         MOVE "PRIOR RUN ADJ ACK MISMATCH - SEE JOB LOG"
009843             TO WS-ADJ-ACK-MESSAGE
009843         MOVE 8 TO RETURN-CODE
009843     ELSE
009843         IF WS-ADJ-ACKS-CHECKED > ZERO
009843             MOVE "PRIOR RUN ADJUSTMENTS ACKNOWLEDGED OK"
009843                 TO WS-ADJ-ACK-MESSAGE
009843         ELSE
009843             MOVE "NO ADJUSTMENT ACK RECEIVED"
009843                 TO WS-ADJ-ACK-MESSAGE
009843         END-IF
009843     END-IF.
009843 1070-RECONCILE-ACK-EXIT.
009843     EXIT.
009843*
009843******************************************************************
009843*    1071-SCAN-ICTL-FOR-ACK
009843*    READS THE CONTROL HISTORY THROUGH FOR THE CURRENT ACK,
009843*    STOPPING AT AN EXACT MATCH, AND KEEPS THE COUNT AND HASH OF
009843*    THE ENTRY FOUND. THE HISTORY IS READ AFRESH FOR EACH ACK
009843*    RATHER THAN HELD, SO IT MAY GROW WITHOUT LIMIT - THERE ARE
009843*    ONLY EVER A FEW ACKS A NIGHT.
009843******************************************************************
009843 1071-SCAN-ICTL-FOR-ACK SECTION.
009843     MOVE "N" TO WS-ICTL-HIT-SWITCH
009843     MOVE "N" TO WS-ICTL-EXACT-SWITCH
009843     MOVE "N" TO WS-ICTLFILE-EOF-SWITCH
009843     OPEN INPUT ICTLFILE
009843     IF WS-ICTLFILE-STATUS NOT = "00"
009843         DISPLAY "DBL100 - UNABLE TO REOPEN ICTLFILE - STATUS "
009843             WS-ICTLFILE-STATUS
009843         MOVE 16 TO RETURN-CODE
009843         CLOSE ACKFILE
009843         CLOSE TRANIN
009843         STOP RUN
009843     END-IF
009843     PERFORM 1073-MATCH-ONE-ICTL
009843         THRU 1073-MATCH-ONE-ICTL-EXIT
009843         UNTIL WS-ICTLFILE-EOF
009843             OR WS-ICTL-EXACT
009843     CLOSE ICTLFILE.
009843 1071-SCAN-ICTL-FOR-ACK-EXIT.
009843     EXIT.
009843*
009843******************************************************************
009843*    HASH IS GOOD; A SENT DATE FOUND WITH DIFFERENT TOTALS IS
009843*    THE DISCREPANCY THIS STEP EXISTS TO CATCH; AN UNKNOWN
009843*    SENT DATE MEANS THE TWO SHOPS ARE NOT EVEN TALKING ABOUT
009843*    THE SAME EXTRACT. AN ACK FOR ADJUSTMENTS IS CHECKED THE
009843*    SAME WAY AGAINST THE ADJUSTMENT CONTROL RECORDS ONLY AND
009843*    COUNTED SEPARATELY.
009843******************************************************************
009843 1072-CHECK-ONE-ACK SECTION.
009843     READ ACKFILE
009843             SET WS-ACKFILE-EOF TO TRUE
009843             GO TO 1072-CHECK-ONE-ACK-EXIT
009843     END-READ
009843     IF DBLACK-FOR-ADJUSTMENTS
009843         MOVE "J" TO WS-ACK-TYPE
009843         MOVE "ADJUSTMENTS" TO WS-ACK-KIND
009843         ADD 1 TO WS-ADJ-ACKS-CHECKED
009843     ELSE
009843         MOVE "C" TO WS-ACK-TYPE
009843         MOVE "DETAILS" TO WS-ACK-KIND
009843         ADD 1 TO WS-ACKS-CHECKED
009843     END-IF
009843     IF DBLACK-SENT-DATE IS NOT NUMERIC
009843         OR DBLACK-REC-COUNT IS NOT NUMERIC
009843         OR DBLACK-HASH-TOTAL IS NOT NUMERIC
009843         PERFORM 1074-FLAG-ACK-MISMATCH
009843             THRU 1074-FLAG-ACK-MISMATCH-EXIT
009843         DISPLAY "DBL100 - ACK RECORD NOT NUMERIC - COUNTED "
009843             "AS A MISMATCH: " DBLACK-RECORD
009843         GO TO 1072-CHECK-ONE-ACK-EXIT
009843     END-IF
009843     PERFORM 1071-SCAN-ICTL-FOR-ACK
009843         THRU 1071-SCAN-ICTL-FOR-ACK-EXIT
009843     IF NOT WS-ICTL-HIT
009843         PERFORM 1074-FLAG-ACK-MISMATCH
009843             THRU 1074-FLAG-ACK-MISMATCH-EXIT
009843         DISPLAY "DBL100 - ACK FOR SENT DATE " DBLACK-SENT-DATE
009843             " MATCHES NO EXTRACT WE SENT - " WS-ACK-KIND
009843         GO TO 1072-CHECK-ONE-ACK-EXIT
009843     END-IF
009843     IF WS-ICTL-EXACT
009843         DISPLAY "DBL100 - ACK FOR SENT DATE " DBLACK-SENT-DATE
009843             " RECONCILED OK - " WS-ACK-KIND
009843     ELSE
009843         PERFORM 1074-FLAG-ACK-MISMATCH
009843             THRU 1074-FLAG-ACK-MISMATCH-EXIT
009843         DISPLAY "DBL100 - ACK MISMATCH FOR SENT DATE "
009843             DBLACK-SENT-DATE " - PRIOR RUN FLAGGED BAD - "
009843             WS-ACK-KIND
009843         DISPLAY "DBL100 -   SENT COUNT: "
009843             WS-ICTL-HIT-COUNT
009843             " RECEIVED: " DBLACK-REC-COUNT
009843         DISPLAY "DBL100 -   SENT HASH:  "
009843             WS-ICTL-HIT-HASH
009843             " RECEIVED: " DBLACK-HASH-TOTAL
009843     END-IF.
009843 1072-CHECK-ONE-ACK-EXIT.
009843*
009843******************************************************************
009843*    1073-MATCH-ONE-ICTL
009843*    READS ONE CONTROL HISTORY RECORD AND TESTS IT AGAINST THE
009843*    CURRENT ACK'S SENT DATE. AN EXACT MATCH ON ALL THREE
009843*    FIELDS WINS; THE FIRST DATE-ONLY MATCH IS KEPT SO THE
009843*    DISCREPANCY CAN BE SHOWN AGAINST THE EXTRACT IT REFERS TO.
009843*    ONLY CONTROL RECORDS OF THE ACK'S OWN TYPE - ORIGINAL
009843*    DETAILS (C) OR ADJUSTMENTS (J) - ARE CONSIDERED.
009843******************************************************************
009843 1073-MATCH-ONE-ICTL SECTION.
009843     READ ICTLFILE
009843         AT END
009843             SET WS-ICTLFILE-EOF TO TRUE
009843             GO TO 1073-MATCH-ONE-ICTL-EXIT
009843     END-READ
009843     IF ICTL-REC-TYPE NOT = WS-ACK-TYPE
009843         GO TO 1073-MATCH-ONE-ICTL-EXIT
009843     END-IF
009843     IF ICTL-CTL-SENT-DATE = DBLACK-SENT-DATE
009843         IF ICTL-CTL-REC-COUNT = DBLACK-REC-COUNT
009843             AND ICTL-CTL-HASH-TOTAL = DBLACK-HASH-TOTAL
009843             SET WS-ICTL-EXACT TO TRUE
009843             SET WS-ICTL-HIT TO TRUE
009843             MOVE ICTL-CTL-REC-COUNT TO WS-ICTL-HIT-COUNT
009843             MOVE ICTL-CTL-HASH-TOTAL TO WS-ICTL-HIT-HASH
009843         ELSE
009843             IF NOT WS-ICTL-HIT
009843                 SET WS-ICTL-HIT TO TRUE
009843                 MOVE ICTL-CTL-REC-COUNT TO WS-ICTL-HIT-COUNT
009843                 MOVE ICTL-CTL-HASH-TOTAL TO WS-ICTL-HIT-HASH
009843             END-IF
009843         END-IF
009843     END-IF.
009843 1073-MATCH-ONE-ICTL-EXIT.
009843     EXIT.
009843*
009843******************************************************************
009843*    1074-FLAG-ACK-MISMATCH
009843*    COUNTS A FAILED ACK AGAINST THE ORIGINAL DETAILS OR THE
009843*    ADJUSTMENTS, WHICHEVER THE CURRENT ACK COVERS.
009843******************************************************************
009843 1074-FLAG-ACK-MISMATCH SECTION.
009843     IF WS-ACK-TYPE = "J"
009843         SET WS-ADJ-ACK-MISMATCHED TO TRUE
009843         ADD 1 TO WS-ADJ-ACK-MISMATCHES
009843     ELSE
009843         SET WS-ACK-MISMATCHED TO TRUE
009843         ADD 1 TO WS-ACK-MISMATCH-COUNT
009843     END-IF.
009843 1074-FLAG-ACK-MISMATCH-EXIT.
009843     EXIT.
009843*
009844******************************************************************
009845*    2050-READ-HEADER
009846*    READS AND VALIDATES THE LEADING HEADER RECORD OF THE FIRST
009855     ADD 1 TO WS-TRANIN-POSITION
009856     IF DBLTRAN-IS-HEADER
009857         MOVE DBLTRAN-HDR-RUN-DATE TO WS-RUN-DATE
009857         MOVE DBLTRAN-HDR-SOURCE-ID TO WS-HDR-SOURCE-ID
009857         PERFORM 1069-RESOLVE-SOURCE
009857             THRU 1069-RESOLVE-SOURCE-EXIT
009857         MOVE WS-HDR-SOURCE-ID TO WS-BATCH-SOURCE-ID
009857         SET WS-BATCH-OPEN TO TRUE
009858     ELSE
009859         DISPLAY "DBL100 - FIRST RECORD ON TRANIN IS NOT A HEADER"
009867*    FILE. ONLY DETAIL RECORDS ARE COMPUTED OR COUNTED TOWARD
009867*    THE CHECKPOINT INTERVAL - BATCH HEADERS AND TRAILERS ARE
009867*    HANDLED AT READ TIME BY 2100-READ-TRANIN AND PASS THROUGH
009868*    HERE UNTOUCHED. A VALID DETAIL OUTSIDE ITS TOLERANCE LIMITS
009868*    IS HELD AND GOES NO FURTHER.
009868******************************************************************
009869 2000-PROCESS-FILE SECTION.
009869     IF DBLTRAN-IS-DETAIL
009870         PERFORM 100-INPUT-NUMBER
009871             THRU 100-INPUT-NUMBER-EXIT
009872         IF WS-TRANSACTION-VALID
009872             PERFORM 2150-CHECK-TOLERANCE
009872                 THRU 2150-CHECK-TOLERANCE-EXIT
009872         END-IF
009872         IF WS-TRANSACTION-VALID
009872            AND NOT WS-TRANSACTION-HELD
009873             PERFORM 3000-COMPUTE-RESULT
009874                 THRU 3000-COMPUTE-RESULT-EXIT
009875             IF NOT WS-COMPUTE-OVERFLOW
009886 2000-PROCESS-FILE-EXIT.
009887     EXIT.
009888*
009888******************************************************************
009888*    2150-CHECK-TOLERANCE
009888*    COMPARES A VALID DETAIL'S WS-NUMBER WITH THE TOLERANCE
009888*    LIMITS FOR ITS OPERATION CODE. A BLANK OR UNKNOWN CODE IS
009888*    COMPUTED AS A DOUBLE, SO IT IS CHECKED AGAINST THE DOUBLE
009888*    LIMITS. A CODE WITH NO HIGH LIMIT SET IS NOT CHECKED, AND
009888*    NEITHER IS AN ITEM THE HOLD REVIEW HAS ALREADY RELEASED -
009888*    HOLDING IT AGAIN WOULD UNDO THE REVIEW. AN ITEM OUTSIDE
009888*    ITS LIMITS IS HELD.
009888******************************************************************
009888 2150-CHECK-TOLERANCE SECTION.
009888     MOVE "N" TO WS-HOLD-SWITCH
009888     IF WS-TOLERANCE-CHECK-OFF
009888        OR DBLTRAN-HOLD-RELEASED
009888         GO TO 2150-CHECK-TOLERANCE-EXIT
009888     END-IF
009888     EVALUATE TRUE
009888         WHEN DBLTRAN-OP-TRIPLE
009888             MOVE 2 TO WS-LIM-SUB
009888         WHEN DBLTRAN-OP-MARKUP
009888             MOVE 3 TO WS-LIM-SUB
009888         WHEN OTHER
009888             MOVE 1 TO WS-LIM-SUB
009888     END-EVALUATE
009888     IF WS-LIM-HIGH (WS-LIM-SUB) = ZERO
009888         GO TO 2150-CHECK-TOLERANCE-EXIT
009888     END-IF
009888     MOVE SPACES TO DBLHOLD-RECORD
009888     IF WS-NUMBER < WS-LIM-LOW (WS-LIM-SUB)
009888         MOVE "BELOW TOLERANCE LOW LIMIT FOR OP CODE"
009888             TO DBLHOLD-REASON-TEXT
009888         SET WS-TRANSACTION-HELD TO TRUE
009888     END-IF
009888     IF WS-NUMBER > WS-LIM-HIGH (WS-LIM-SUB)
009888         MOVE "ABOVE TOLERANCE HIGH LIMIT FOR OP CODE"
009888             TO DBLHOLD-REASON-TEXT
009888         SET WS-TRANSACTION-HELD TO TRUE
009888     END-IF
009888     IF WS-TRANSACTION-HELD
009888         PERFORM 2160-HOLD-TRANSACTION
009888             THRU 2160-HOLD-TRANSACTION-EXIT
009888     END-IF.
009888 2150-CHECK-TOLERANCE-EXIT.
009888     EXIT.
009888*
009888******************************************************************
009888*    2160-HOLD-TRANSACTION
009888*    WRITES ONE HOLD RECORD FOR A DETAIL OUTSIDE ITS LIMITS,
009888*    UNDER THE BATCH RUN DATE AND ITS TRANIN SEQUENCE NUMBER,
009888*    WITH THE LIMITS IT BROKE, AND COUNTS IT INTO THE RUN AND
009888*    BATCH HOLD TOTALS SO THE BATCH STILL BALANCES.
009888******************************************************************
009888 2160-HOLD-TRANSACTION SECTION.
009888     ADD 1 TO WS-RECORDS-HELD
009888     ADD 1 TO WS-BATCH-HOLD-COUNT
009888     ADD WS-NUMBER TO WS-BATCH-HOLD-HASH
009888     MOVE WS-RUN-DATE TO DBLHOLD-RUN-DATE
009888     MOVE WS-RECORDS-READ TO DBLHOLD-SEQUENCE-NO
009888     MOVE WS-NUMBER TO DBLHOLD-NUMBER
009888     MOVE DBLTRAN-OP-CODE TO DBLHOLD-OP-CODE
009888     MOVE DBLTRAN-MARKUP-PCT TO DBLHOLD-MARKUP-PCT
009888     MOVE WS-LIM-LOW (WS-LIM-SUB) TO DBLHOLD-LOW-LIMIT
009888     MOVE WS-LIM-HIGH (WS-LIM-SUB) TO DBLHOLD-HIGH-LIMIT
009888     MOVE WS-TODAY-DATE TO DBLHOLD-HELD-DATE
009888     WRITE DBLHOLD-RECORD.
009888 2160-HOLD-TRANSACTION-EXIT.
009888     EXIT.
009888*
009889******************************************************************
009890*    1040-CHECKPOINT-IF-DUE
009891*    EVERY WS-CHECKPOINT-INTERVAL DETAIL RECORDS, APPENDS A
009906         MOVE WS-BATCH-OUTPUT-HASH  TO DBLCKPT-BATCH-OUT-HASH
009906         MOVE WS-RUN-DATE           TO DBLCKPT-BATCH-RUN-DATE
009906         MOVE WS-BATCH-OPEN-SWITCH  TO DBLCKPT-BATCH-OPEN-FLAG
009906         MOVE WS-BATCH-SOURCE-ID    TO DBLCKPT-BATCH-SOURCE-ID
009906         MOVE WS-BATCH-REJ-COUNT    TO DBLCKPT-BATCH-REJ-CNT
009906         MOVE WS-BATCH-REJ-HASH     TO DBLCKPT-BATCH-REJ-HASH
009906         MOVE WS-BATCH-OVF-COUNT    TO DBLCKPT-BATCH-OVF-CNT
009906         MOVE WS-BATCH-OVF-HASH     TO DBLCKPT-BATCH-OVF-HASH
009906         MOVE WS-RECORDS-HELD       TO DBLCKPT-HELD-COUNT
009906         MOVE WS-BATCH-HOLD-COUNT   TO DBLCKPT-BATCH-HOLD-CNT
009906         MOVE WS-BATCH-HOLD-HASH    TO DBLCKPT-BATCH-HOLD-HASH
009906         MOVE WS-RUN-EXPECTED-COUNT TO DBLCKPT-RUN-EXP-COUNT
009906         MOVE WS-RUN-EXPECTED-HASH  TO DBLCKPT-RUN-EXP-HASH
009906         MOVE WS-BATCHES-DONE       TO DBLCKPT-BATCHES-DONE
009907         WRITE DBLCKPT-RECORD
009908         MOVE ZERO TO WS-SINCE-CHECKPOINT
009909     END-IF.
009945******************************************************************
009945*    2600-CLOSE-BATCH
009945*    RECONCILES THE BATCH JUST ENDED AGAINST ITS TRAILER, WRITES
009945*    THE MATCHING PER-BATCH TRAILER TO RESULTOUT, AND WRITES
009945*    THE BATCH'S RUN DATE, DETAIL COUNT, AND VERDICT TO RCAPFILE
009945*    FOR THE END-OF-RUN RECAP.
009945******************************************************************
009945 2600-CLOSE-BATCH SECTION.
009945     ADD WS-EXPECTED-REC-COUNT TO WS-RUN-EXPECTED-COUNT
009945         THRU 2500-WRITE-TRAILER-EXIT
009945     MOVE "N" TO WS-BATCH-OPEN-SWITCH
009945     ADD 1 TO WS-BATCHES-DONE
009945     MOVE SPACES TO DBLRCAP-RECORD
009945     MOVE WS-RUN-DATE            TO DBLRCAP-RUN-DATE
009945     MOVE WS-BATCH-RECORDS-READ  TO DBLRCAP-READ-COUNT
009945     MOVE WS-EXPECTED-REC-COUNT  TO DBLRCAP-EXP-COUNT
009945     MOVE WS-EXPECTED-HASH-TOTAL TO DBLRCAP-EXP-HASH
009945     MOVE WS-BATCH-REJ-COUNT     TO DBLRCAP-REJ-COUNT
009945     MOVE WS-BATCH-REJ-HASH      TO DBLRCAP-REJ-HASH
009945     MOVE WS-BATCH-OVF-COUNT     TO DBLRCAP-OVF-COUNT
009945     MOVE WS-BATCH-OVF-HASH      TO DBLRCAP-OVF-HASH
009945     MOVE WS-BATCH-HOLD-COUNT    TO DBLRCAP-HOLD-COUNT
009945     MOVE WS-BATCH-HOLD-HASH     TO DBLRCAP-HOLD-HASH
009945     MOVE WS-BATCH-SOURCE-ID     TO DBLRCAP-SOURCE-ID
009945     MOVE WS-BATCH-REC-COUNT     TO DBLRCAP-WRT-COUNT
009945     IF WS-BATCH-IS-GOOD
009945         SET DBLRCAP-GOOD TO TRUE
009945     ELSE
009945         SET DBLRCAP-BAD TO TRUE
009945     END-IF
009945     WRITE DBLRCAP-RECORD.
009945 2600-CLOSE-BATCH-EXIT.
009945     EXIT.
009945*
009945******************************************************************
009945 2700-START-BATCH SECTION.
009945     MOVE DBLTRAN-HDR-RUN-DATE TO WS-RUN-DATE
009945     MOVE DBLTRAN-HDR-SOURCE-ID TO WS-HDR-SOURCE-ID
009945     PERFORM 1069-RESOLVE-SOURCE
009945         THRU 1069-RESOLVE-SOURCE-EXIT
009945     MOVE WS-HDR-SOURCE-ID TO WS-BATCH-SOURCE-ID
009945     MOVE ZERO TO WS-BATCH-RECORDS-READ
009945     MOVE ZERO TO WS-BATCH-INPUT-HASH
009945     MOVE ZERO TO WS-BATCH-REC-COUNT
009945     MOVE ZERO TO WS-BATCH-OUTPUT-HASH
009945     MOVE ZERO TO WS-BATCH-REJ-COUNT
009945     MOVE ZERO TO WS-BATCH-REJ-HASH
009945     MOVE ZERO TO WS-BATCH-OVF-COUNT
009945     MOVE ZERO TO WS-BATCH-OVF-HASH
009945     MOVE ZERO TO WS-BATCH-HOLD-COUNT
009945     MOVE ZERO TO WS-BATCH-HOLD-HASH
009945     SET WS-BATCH-OPEN TO TRUE
009945     PERFORM 2400-WRITE-HEADER
009945         THRU 2400-WRITE-HEADER-EXIT.
009985******************************************************************
009986 100-LOG-OVERFLOW SECTION.
009987     ADD 1 TO WS-RECORDS-OVERFLOWED
009987     ADD 1 TO WS-BATCH-OVF-COUNT
009987     ADD WS-NUMBER TO WS-BATCH-OVF-HASH
009988     MOVE WS-RECORDS-READ TO DBLERR-SEQUENCE-NO
009989     MOVE WS-NUMBER TO DBLERR-NUMBER
009990     MOVE DBLTRAN-OP-CODE TO DBLERR-OP-CODE
010028     MOVE DBLRSLT-RESULT TO DBLRMST-RESULT
010028     MOVE DBLRSLT-OP-CODE TO DBLRMST-OP-CODE
010028     MOVE DBLRSLT-MARKUP-PCT TO DBLRMST-MARKUP-PCT
010028     MOVE DBLRSLT-NUMBER TO DBLRMST-ORIG-NUMBER
010028     MOVE WS-BATCH-SOURCE-ID TO DBLRMST-SOURCE-ID
010028     WRITE DBLRMST-RECORD
010028         INVALID KEY
010028             ADD 1 TO WS-MASTER-DUP-COUNT
010028*    CUTS THE DOWNSTREAM INTERFACE RECORD FOR THE TRANSACTION
010028*    JUST WRITTEN TO RESULTOUT AND ROLLS IT INTO THE EXTRACT'S
010028*    OWN CONTROL COUNT AND HASH TOTAL. OPERATOR CORRECTIONS DO
010028*    NOT COME THROUGH HERE - THE CONTROL RECORD COVERS THE
010028*    ORIGINAL DETAILS ONLY, SO THE DOWNSTREAM SYSTEM AND THIS
010028*    PROGRAM SUM THE SAME SET OF RECORDS. A CORRECTION GOES
010028*    DOWN AS AN ADJUSTMENT PAIR UNDER ITS OWN CONTROL (8400).
010028******************************************************************
010028 2300-WRITE-INTF-DETAIL SECTION.
010028     MOVE SPACES TO DBLINTF-RECORD
010028     MOVE WS-RESULT TO DBLINTF-RESULT
010028     MOVE DBLRSLT-OP-CODE TO DBLINTF-OP-CODE
010028     MOVE DBLRSLT-MARKUP-PCT TO DBLINTF-MARKUP-PCT
010028     MOVE WS-BATCH-SOURCE-ID TO DBLINTF-SOURCE-ID
010028     WRITE DBLINTF-RECORD
010028     ADD 1 TO WS-INTF-REC-COUNT
010028     ADD WS-NUMBER TO WS-INTF-HASH-TOTAL.
010041     MOVE SPACES TO DBLAUD-TARGET-ID
010041     MOVE SPACES TO DBLAUD-OLD-AUTHORITY
010041     MOVE SPACES TO DBLAUD-NEW-AUTHORITY
010041     MOVE SPACES TO DBLAUD-ORIG-RUN-DATE-X
010041     MOVE SPACES TO DBLAUD-REJ-SOURCE
010042     WRITE DBLAUD-RECORD.
010043 6000-WRITE-AUDIT-EXIT.
010044     EXIT.
010172             SUBTRACT WS-TARGET-RESULT FROM WS-RESULT-SUM
010173             PERFORM 8060-RESCAN-RESULT-RANGE
010173                 THRU 8060-RESCAN-RESULT-RANGE-EXIT
010173             PERFORM 8400-WRITE-ADJUSTMENT-PAIR
010173                 THRU 8400-WRITE-ADJUSTMENT-PAIR-EXIT
010179             MOVE WS-CORRECTED-NUMBER TO WS-NUMBER
010180             MOVE WS-CORRECTED-RESULT TO WS-RESULT
010181             MOVE "C" TO WS-AUDIT-ACTION-CODE
010187*    MASTER SO A LATER KEYED INQUIRY RETURNS THE CORRECTED
010187*    VALUES. THE CORRECTION RECORD JUST BUILT IN THE RESULTOUT
010187*    AREA SUPPLIES THE FIELDS. A KEY SOMEHOW ABSENT FROM THE
010187*    MASTER IS WRITTEN FRESH RATHER THAN LOST. THE EXISTING
010187*    RECORD IS READ FIRST SO THE WS-NUMBER IT WAS ORIGINALLY
010187*    COMPUTED FROM SURVIVES THE CORRECTION - A RECORD WRITTEN
010187*    BEFORE THAT FIELD EXISTED TAKES ITS CURRENT WS-NUMBER.
010187*    ITS RECALL INFORMATION SURVIVES TOO, AND A RECALLED RECORD
010187*    IS MARKED CHANGED WHILE RECALLED.
010187******************************************************************
010187 8150-CORRECT-RESULTS-MASTER SECTION.
010187     MOVE WS-TARGET-RUN-DATE TO DBLRMST-RUN-DATE
010187     MOVE DBLRSLT-SEQUENCE-NO TO DBLRMST-SEQUENCE-NO
010187     READ RSLTMSTR
010187         INVALID KEY
010187             MOVE WS-TARGET-NUMBER TO WS-SAVE-RMST-NUMBER
010187             MOVE SPACES TO WS-SAVE-RMST-SOURCE-ID
010187             MOVE SPACES TO WS-SAVE-RMST-RECALL-INFO
010187         NOT INVALID KEY
010187             MOVE DBLRMST-SOURCE-ID TO WS-SAVE-RMST-SOURCE-ID
010187             MOVE DBLRMST-RECALL-INFO TO WS-SAVE-RMST-RECALL-INFO
010187             IF DBLRMST-ORIG-NUMBER-X IS NUMERIC
010187                 MOVE DBLRMST-ORIG-NUMBER TO WS-SAVE-RMST-NUMBER
010187             ELSE
010187                 MOVE DBLRMST-NUMBER TO WS-SAVE-RMST-NUMBER
010187             END-IF
010187     END-READ
010187     MOVE SPACES TO DBLRMST-RECORD
010187     MOVE WS-TARGET-RUN-DATE TO DBLRMST-RUN-DATE
010187     MOVE DBLRSLT-SEQUENCE-NO TO DBLRMST-SEQUENCE-NO
010187     MOVE WS-SAVE-RMST-NUMBER TO DBLRMST-ORIG-NUMBER
010187     MOVE WS-SAVE-RMST-SOURCE-ID TO DBLRMST-SOURCE-ID
010187     MOVE WS-SAVE-RMST-RECALL-INFO TO DBLRMST-RECALL-INFO
010187     IF DBLRMST-IS-RECALLED
010187         SET DBLRMST-RECALL-CHANGED TO TRUE
010187     END-IF
010187     MOVE DBLRSLT-NUMBER TO DBLRMST-NUMBER
010187     MOVE DBLRSLT-RESULT TO DBLRMST-RESULT
010187     MOVE DBLRSLT-OP-CODE TO DBLRMST-OP-CODE
010187     END-REWRITE.
010187 8150-CORRECT-RESULTS-MASTER-EXIT.
010187     EXIT.
010187*
010187******************************************************************
010187*    8400-WRITE-ADJUSTMENT-PAIR
010187*    TELLS THE POSTING SYSTEM ABOUT AN OPERATOR CORRECTION. THE
010187*    REVERSAL (R) BACKS OUT THE VALUES IT WAS SENT AND THE
010187*    REPLACEMENT (A) POSTS THE CORRECTED ONES, BOTH UNDER THE
010187*    TRANSACTION'S OWN RUN DATE AND SEQUENCE NUMBER. THE PAIR
010187*    IS TOTALLED APART FROM THE ORIGINAL DETAILS AND CLOSED BY
010187*    ITS OWN ADJUSTMENT CONTROL RECORD IN 9800.
010187******************************************************************
010187 8400-WRITE-ADJUSTMENT-PAIR SECTION.
010187     MOVE SPACES TO DBLINTF-RECORD
010187     MOVE "R" TO DBLINTF-REC-TYPE
010187     MOVE WS-TARGET-RUN-DATE TO DBLINTF-RUN-DATE
010187     MOVE WS-TARGET-SEQUENCE-NO TO DBLINTF-SEQUENCE-NO
010187     MOVE WS-TARGET-NUMBER TO DBLINTF-NUMBER
010187     MOVE WS-TARGET-RESULT TO DBLINTF-RESULT
010187     MOVE WS-TARGET-OP-CODE TO DBLINTF-OP-CODE
010187     MOVE WS-TARGET-MARKUP-PCT TO DBLINTF-MARKUP-PCT
010187     MOVE WS-SAVE-RMST-SOURCE-ID TO DBLINTF-SOURCE-ID
010187     WRITE DBLINTF-RECORD
010187     ADD 1 TO WS-ADJ-REC-COUNT
010187     ADD WS-TARGET-NUMBER TO WS-ADJ-HASH-TOTAL
010187     MOVE "A" TO DBLINTF-REC-TYPE
010187     MOVE WS-CORRECTED-NUMBER TO DBLINTF-NUMBER
010187     MOVE WS-CORRECTED-RESULT TO DBLINTF-RESULT
010187     WRITE DBLINTF-RECORD
010187     ADD 1 TO WS-ADJ-REC-COUNT
010187     ADD WS-CORRECTED-NUMBER TO WS-ADJ-HASH-TOTAL.
010187 8400-WRITE-ADJUSTMENT-PAIR-EXIT.
010187     EXIT.
010188*
010189******************************************************************
010190*    8200-RECOMPUTE-CORRECTION
010265 100-REJECT-TRANSACTION SECTION.
010266     SET WS-TRANSACTION-INVALID TO TRUE
010267     ADD 1 TO WS-RECORDS-REJECTED
010267     ADD 1 TO WS-BATCH-REJ-COUNT
010267*    A NON-NUMERIC VALUE NEVER REACHED THE BATCH HASH EITHER.
010267     IF DBLTRAN-NUMBER IS NUMERIC
010267         ADD DBLTRAN-NUMBER TO WS-BATCH-REJ-HASH
010267     END-IF
010268     MOVE WS-RECORDS-READ TO DBLEXC-SEQUENCE-NO
010269     MOVE DBLTRAN-NUMBER-X TO DBLEXC-RAW-VALUE
010270     WRITE DBLEXC-RECORD.
010279         PERFORM 8000-INQUIRY-CORRECTION
010280             THRU 8000-INQUIRY-CORRECTION-EXIT
010280     END-IF
010284     CLOSE RCAPFILE
010284     PERFORM 9300-PRINT-RUN-SUMMARY
010284         THRU 9300-PRINT-RUN-SUMMARY-EXIT
010285     CLOSE TRANIN
010288     CLOSE AUDITFILE
010289     CLOSE CKPTFILE
010290     CLOSE ERRFILE
010290     CLOSE HOLDFILE
010290     CLOSE RSLTMSTR
010290     PERFORM 9400-PRINT-EXCP-REGISTER
010290         THRU 9400-PRINT-EXCP-REGISTER-EXIT
010290     PERFORM 9750-CHECK-MISSED-DAYS
010290         THRU 9750-CHECK-MISSED-DAYS-EXIT
010290     CLOSE CALFILE
010290     CLOSE PSCNWORK
010290     CLOSE RPTFILE
010290     PERFORM 9600-WRITE-RUN-STATS
010290         THRU 9600-WRITE-RUN-STATS-EXIT
010292     DISPLAY "DBL100 - RECORDS WRITTEN: " WS-RECORDS-WRITTEN
010293     DISPLAY "DBL100 - RECORDS REJECTED:" WS-RECORDS-REJECTED
010294     PERFORM 9200-SUMMARY-REPORT
010295         THRU 9200-SUMMARY-REPORT-EXIT
010295     PERFORM 9950-RECORD-STREAM-END
010295         THRU 9950-RECORD-STREAM-END-EXIT.
010296 9000-TERMINATE-EXIT.
010297     EXIT.
010298*
010307     DISPLAY "DBL100 - RECORDS PROCESSED: " WS-RECORDS-READ
010308     DISPLAY "DBL100 - RECORDS REJECTED:  " WS-RECORDS-REJECTED
010309     DISPLAY "DBL100 - RECORDS OVERFLOWED:" WS-RECORDS-OVERFLOWED
010309     DISPLAY "DBL100 - RECORDS HELD:      " WS-RECORDS-HELD
010310     IF WS-RESULT-SEEN
010311         DIVIDE WS-RESULT-SUM BY WS-RECORDS-WRITTEN
010312             GIVING WS-RESULT-AVERAGE
010318         DISPLAY "DBL100 - DUPLICATE MASTER KEYS ENCOUNTERED: "
010318             WS-MASTER-DUP-COUNT
010318     END-IF
010318     PERFORM 9305-OPEN-RCAPFILE
010318         THRU 9305-OPEN-RCAPFILE-EXIT
010318     PERFORM 9210-DISPLAY-ONE-RECAP
010318         THRU 9210-DISPLAY-ONE-RECAP-EXIT
010318         UNTIL WS-RCAPFILE-EOF
010318     CLOSE RCAPFILE.
010319 9200-SUMMARY-REPORT-EXIT.
010320     EXIT.
010320*
010320******************************************************************
010320*    9210-DISPLAY-ONE-RECAP
010320*    READS THE NEXT BATCH'S RECAP RECORD AND DISPLAYS ITS LINE
010320*    ON THE JOB LOG.
010320******************************************************************
010320 9210-DISPLAY-ONE-RECAP SECTION.
010320     READ RCAPFILE
010320         AT END
010320             SET WS-RCAPFILE-EOF TO TRUE
010320             GO TO 9210-DISPLAY-ONE-RECAP-EXIT
010320     END-READ
010320     IF DBLRCAP-GOOD
010320         DISPLAY "DBL100 - BATCH " DBLRCAP-RUN-DATE
010320             " RECORDS " DBLRCAP-READ-COUNT
010320             " STATUS GOOD SOURCE " DBLRCAP-SOURCE-ID
010320     ELSE
010320         DISPLAY "DBL100 - BATCH " DBLRCAP-RUN-DATE
010320             " RECORDS " DBLRCAP-READ-COUNT
010320             " STATUS BAD  SOURCE " DBLRCAP-SOURCE-ID
010320     END-IF.
010320 9210-DISPLAY-ONE-RECAP-EXIT.
010320     EXIT.
010325*    TRAILER'S CONTROL TOTALS. A MISMATCH MEANS THE BATCH WAS
010326*    TRUNCATED OR CORRUPTED, SO THE BATCH IS FLAGGED BAD FOR
010326*    THE NEXT JOB STEP WITHOUT DISTURBING THE BATCHES THAT
010326*    RECONCILED CLEAN. A BATCH THAT MATCHES ITS TRAILER MUST
010326*    ALSO ACCOUNT FOR EVERY DETAIL IT READ - WRITTEN, REJECTED,
010326*    OVERFLOWED OR HELD - BY COUNT AND BY WS-NUMBER HASH, OR A
010326*    DETAIL WAS LOST INSIDE THIS PROGRAM AND IT IS FLAGGED BAD
010326*    THE SAME WAY.
010327******************************************************************
010328 9100-RECONCILE SECTION.
010329     IF WS-BATCH-RECORDS-READ = WS-EXPECTED-REC-COUNT
010330         AND WS-BATCH-INPUT-HASH = WS-EXPECTED-HASH-TOTAL
010331         SET WS-BATCH-IS-GOOD TO TRUE
010333     ELSE
010334         SET WS-BATCH-IS-BAD TO TRUE
010334         SET WS-ANY-BATCH-BAD TO TRUE
010340             WS-EXPECTED-HASH-TOTAL " ACTUAL HASH:  "
010341             WS-BATCH-INPUT-HASH
010342         MOVE 8 TO RETURN-CODE
010342         GO TO 9100-RECONCILE-EXIT
010343     END-IF
010343     COMPUTE WS-LEGS-COUNT = WS-BATCH-REC-COUNT
010343         + WS-BATCH-REJ-COUNT + WS-BATCH-OVF-COUNT
010343         + WS-BATCH-HOLD-COUNT
010343     COMPUTE WS-LEGS-HASH = WS-BATCH-OUTPUT-HASH
010343         + WS-BATCH-REJ-HASH + WS-BATCH-OVF-HASH
010343         + WS-BATCH-HOLD-HASH
010343     IF WS-LEGS-COUNT NOT = WS-BATCH-RECORDS-READ
010343        OR WS-LEGS-HASH NOT = WS-BATCH-INPUT-HASH
010343         SET WS-BATCH-IS-BAD TO TRUE
010343         SET WS-ANY-BATCH-BAD TO TRUE
010343         DISPLAY "DBL100 - RECONCILIATION FAILURE - BATCH "
010343             WS-RUN-DATE " DETAILS NOT ALL ACCOUNTED FOR"
010343         DISPLAY "DBL100 -   WRITTEN " WS-BATCH-REC-COUNT
010343             " REJECTED " WS-BATCH-REJ-COUNT
010343             " OVERFLOWED " WS-BATCH-OVF-COUNT
010343             " HELD " WS-BATCH-HOLD-COUNT
010343         DISPLAY "DBL100 -   LEG HASH:       "
010343             WS-LEGS-HASH " ACTUAL HASH:  "
010343             WS-BATCH-INPUT-HASH
010343         MOVE 8 TO RETURN-CODE
010343     ELSE
010343         DISPLAY "DBL100 - BATCH " WS-RUN-DATE
010343             " RECONCILED OK"
010343     END-IF.
010344 9100-RECONCILE-EXIT.
010345     EXIT.
010345     MOVE WS-RECORDS-OVERFLOWED TO WS-RPT-COUNT-VALUE
010345     PERFORM 9520-WRITE-COUNT-LINE
010345         THRU 9520-WRITE-COUNT-LINE-EXIT
010345     MOVE "RECORDS HELD" TO WS-RPT-COUNT-TEXT
010345     MOVE WS-RECORDS-HELD TO WS-RPT-COUNT-VALUE
010345     PERFORM 9520-WRITE-COUNT-LINE
010345         THRU 9520-WRITE-COUNT-LINE-EXIT
010345     MOVE "EXPECTED RECORD COUNT" TO WS-RPT-COUNT-TEXT
010345     MOVE WS-RUN-EXPECTED-COUNT TO WS-RPT-COUNT-VALUE
010345     PERFORM 9520-WRITE-COUNT-LINE
010345     MOVE WS-RPT-SECTION-LINE TO WS-RPT-WORK-LINE
010345     PERFORM 9500-WRITE-RPT-LINE
010345         THRU 9500-WRITE-RPT-LINE-EXIT
010345     PERFORM 9305-OPEN-RCAPFILE
010345         THRU 9305-OPEN-RCAPFILE-EXIT
010345     PERFORM 9310-PRINT-ONE-RECAP
010345         THRU 9310-PRINT-ONE-RECAP-EXIT
010345         UNTIL WS-RCAPFILE-EOF
010345     CLOSE RCAPFILE
010345     MOVE SPACES TO WS-RPT-WORK-LINE
010345     PERFORM 9500-WRITE-RPT-LINE
010345         THRU 9500-WRITE-RPT-LINE-EXIT
010345     MOVE "RUN TOTALS BY SOURCE" TO WS-RPT-SECTION-TEXT
010345     MOVE WS-RPT-SECTION-LINE TO WS-RPT-WORK-LINE
010345     PERFORM 9500-WRITE-RPT-LINE
010345         THRU 9500-WRITE-RPT-LINE-EXIT
010345     MOVE WS-RPT-SRC-HEADING TO WS-RPT-WORK-LINE
010345     PERFORM 9500-WRITE-RPT-LINE
010345         THRU 9500-WRITE-RPT-LINE-EXIT
010345     PERFORM 9330-PRINT-ONE-SOURCE
010345         THRU 9330-PRINT-ONE-SOURCE-EXIT
010345         VARYING WS-SRC-SUB FROM 1 BY 1
010345         UNTIL WS-SRC-SUB > WS-SRC-COUNT
010345     MOVE SPACES TO WS-RPT-WORK-LINE
010345     PERFORM 9500-WRITE-RPT-LINE
010345         THRU 9500-WRITE-RPT-LINE-EXIT
010345     MOVE WS-ACK-MESSAGE TO WS-RPT-SECTION-TEXT
010345     MOVE WS-RPT-SECTION-LINE TO WS-RPT-WORK-LINE
010345     PERFORM 9500-WRITE-RPT-LINE
010345         THRU 9500-WRITE-RPT-LINE-EXIT
010345     MOVE WS-ADJ-ACK-MESSAGE TO WS-RPT-SECTION-TEXT
010345     MOVE WS-RPT-SECTION-LINE TO WS-RPT-WORK-LINE
010345     PERFORM 9500-WRITE-RPT-LINE
010345         THRU 9500-WRITE-RPT-LINE-EXIT
010345     IF WS-TOLERANCE-CHECK-OFF
010345         MOVE "TOLERANCE CHECK OFF - NO LIMITS SET"
010345             TO WS-RPT-SECTION-TEXT
010345         MOVE WS-RPT-SECTION-LINE TO WS-RPT-WORK-LINE
010345         PERFORM 9500-WRITE-RPT-LINE
010345             THRU 9500-WRITE-RPT-LINE-EXIT
010345     END-IF.
010345 9300-PRINT-RUN-SUMMARY-EXIT.
010345     EXIT.
010345*
010345******************************************************************
010345*    9305-OPEN-RCAPFILE
010345*    OPENS THE RECAP FILE, CLOSED ONCE THE LAST BATCH WAS
010345*    WRITTEN, TO BE READ BACK FROM THE TOP. EVERY END-OF-RUN
010345*    STEP THAT WALKS THE RECAP READS IT THROUGH THIS WAY.
010345******************************************************************
010345 9305-OPEN-RCAPFILE SECTION.
010345     MOVE "N" TO WS-RCAPFILE-EOF-SWITCH
010345     OPEN INPUT RCAPFILE
010345     IF WS-RCAPFILE-STATUS NOT = "00"
010345         DISPLAY "DBL100 - UNABLE TO REOPEN RCAPFILE - STATUS "
010345             WS-RCAPFILE-STATUS
010345         MOVE 16 TO RETURN-CODE
010345         STOP RUN
010345     END-IF.
010345 9305-OPEN-RCAPFILE-EXIT.
010345     EXIT.
010345*
010345******************************************************************
010345*    9310-PRINT-ONE-RECAP
010345*    READS THE NEXT BATCH'S RECAP RECORD, PRINTS ITS LINE - RUN
010345*    DATE, DETAIL COUNT, GOOD/BAD RECONCILIATION STATUS AND
010345*    FEEDER SOURCE - AND ADDS IT INTO ITS SOURCE'S RUN TOTALS.
010345******************************************************************
010345 9310-PRINT-ONE-RECAP SECTION.
010345     READ RCAPFILE
010345         AT END
010345             SET WS-RCAPFILE-EOF TO TRUE
010345             GO TO 9310-PRINT-ONE-RECAP-EXIT
010345     END-READ
010345     MOVE DBLRCAP-RUN-DATE TO WS-RPT-RECAP-DATE
010345     MOVE DBLRCAP-READ-COUNT TO WS-RPT-RECAP-COUNT
010345     IF DBLRCAP-GOOD
010345         MOVE "GOOD" TO WS-RPT-RECAP-STATUS
010345     ELSE
010345         MOVE "BAD" TO WS-RPT-RECAP-STATUS
010345     END-IF
010345     MOVE DBLRCAP-SOURCE-ID TO WS-RPT-RECAP-SOURCE
010345     MOVE WS-RPT-RECAP-LINE TO WS-RPT-WORK-LINE
010345     PERFORM 9500-WRITE-RPT-LINE
010345         THRU 9500-WRITE-RPT-LINE-EXIT
010345     PERFORM 9320-TALLY-ONE-RECAP
010345         THRU 9320-TALLY-ONE-RECAP-EXIT.
010345 9310-PRINT-ONE-RECAP-EXIT.
010345     EXIT.
010345*
010345******************************************************************
010345*    9320-TALLY-ONE-RECAP
010345*    ADDS ONE BATCH'S RECAP RECORD INTO THE RUN TOTALS FOR ITS
010345*    FEEDER SOURCE. A SOURCE NOT IN THE TABLE (THERE IS NO
010345*    SOURCE MASTER) IS ADDED TO THE END OF IT.
010345******************************************************************
010345 9320-TALLY-ONE-RECAP SECTION.
010345     MOVE DBLRCAP-SOURCE-ID TO WS-SRC-SEARCH-ID
010345     PERFORM 1087-FIND-SOURCE
010345         THRU 1087-FIND-SOURCE-EXIT
010345     IF NOT WS-SRC-FOUND
010345         IF WS-SRC-COUNT >= 50
010345             DISPLAY "DBL100 - SOURCE TABLE FULL - SOURCE "
010345                 WS-SRC-SEARCH-ID " NOT IN THE RUN TOTALS"
010345             GO TO 9320-TALLY-ONE-RECAP-EXIT
010345         END-IF
010345         ADD 1 TO WS-SRC-COUNT
010345         INITIALIZE WS-SRC-ENTRY (WS-SRC-COUNT)
010345         MOVE WS-SRC-SEARCH-ID TO WS-SRC-ID (WS-SRC-COUNT)
010345         MOVE WS-SRC-COUNT TO WS-SRC-HIT-SUB
010345     END-IF
010345     ADD 1 TO WS-SRC-BATCHES (WS-SRC-HIT-SUB)
010345     IF NOT DBLRCAP-GOOD
010345         ADD 1 TO WS-SRC-BAD-BATCHES (WS-SRC-HIT-SUB)
010345     END-IF
010345     ADD DBLRCAP-READ-COUNT TO WS-SRC-READ-COUNT (WS-SRC-HIT-SUB)
010345     ADD DBLRCAP-WRT-COUNT TO WS-SRC-WRT-COUNT (WS-SRC-HIT-SUB)
010345     ADD DBLRCAP-REJ-COUNT TO WS-SRC-REJ-COUNT (WS-SRC-HIT-SUB)
010345     ADD DBLRCAP-OVF-COUNT TO WS-SRC-OVF-COUNT (WS-SRC-HIT-SUB)
010345     ADD DBLRCAP-HOLD-COUNT TO WS-SRC-HOLD-COUNT (WS-SRC-HIT-SUB).
010345 9320-TALLY-ONE-RECAP-EXIT.
010345     EXIT.
010345*
010345******************************************************************
010345*    9330-PRINT-ONE-SOURCE
010345*    PRINTS ONE FEEDER SOURCE'S RUN TOTALS LINE. A FEEDER ON
010345*    THE MASTER THAT SENT NOTHING IS PRINTED WITH ZEROS.
010345******************************************************************
010345 9330-PRINT-ONE-SOURCE SECTION.
010345     MOVE WS-SRC-ID (WS-SRC-SUB) TO WS-RPT-SRC-ID
010345     MOVE WS-SRC-BATCHES (WS-SRC-SUB) TO WS-RPT-SRC-BATCHES
010345     MOVE WS-SRC-BAD-BATCHES (WS-SRC-SUB) TO WS-RPT-SRC-BAD
010345     MOVE WS-SRC-READ-COUNT (WS-SRC-SUB) TO WS-RPT-SRC-READ
010345     MOVE WS-SRC-WRT-COUNT (WS-SRC-SUB) TO WS-RPT-SRC-WRITTEN
010345     MOVE WS-SRC-REJ-COUNT (WS-SRC-SUB) TO WS-RPT-SRC-REJECTED
010345     MOVE WS-SRC-OVF-COUNT (WS-SRC-SUB) TO WS-RPT-SRC-OVERFLOWED
010345     MOVE WS-SRC-HOLD-COUNT (WS-SRC-SUB) TO WS-RPT-SRC-HELD
010345     MOVE WS-RPT-SRC-LINE TO WS-RPT-WORK-LINE
010345     PERFORM 9500-WRITE-RPT-LINE
010345         THRU 9500-WRITE-RPT-LINE-EXIT.
010345 9330-PRINT-ONE-SOURCE-EXIT.
010345     EXIT.
010345*
010345******************************************************************
010345*    9400-PRINT-EXCP-REGISTER
010345*    READS EXCPFILE, ERRFILE AND HOLDFILE BACK AND PRINTS ONE
010345*    REGISTER LINE PER REJECT, PER OVERFLOW AND PER HELD ITEM
010345*    FOR THE RUN, WITH SUBTOTALS BY REASON CODE, ON A NEW PAGE
010345*    OF RPTFILE. CALLED AFTER ALL THREE FILES HAVE BEEN CLOSED
010345*    AT END OF RUN.
010345******************************************************************
010345 9400-PRINT-EXCP-REGISTER SECTION.
010345     SET WS-RPT-IN-REGISTER TO TRUE
010345     MOVE WS-ERR-REGISTER-COUNT TO WS-RPT-SUB-COUNT
010345     MOVE WS-RPT-SUBTOTAL-LINE TO WS-RPT-WORK-LINE
010345     PERFORM 9500-WRITE-RPT-LINE
010345         THRU 9500-WRITE-RPT-LINE-EXIT
010345     MOVE SPACES TO WS-RPT-WORK-LINE
010345     PERFORM 9500-WRITE-RPT-LINE
010345         THRU 9500-WRITE-RPT-LINE-EXIT
010345     OPEN INPUT HOLDFILE
010345     IF WS-HOLDFILE-STATUS NOT = "00"
010345         DISPLAY "DBL100 - UNABLE TO REOPEN HOLDFILE FOR THE "
010345             "REGISTER - STATUS " WS-HOLDFILE-STATUS
010345         MOVE 16 TO RETURN-CODE
010345         CLOSE RPTFILE
010345         STOP RUN
010345     END-IF
010345     PERFORM 9470-LIST-ONE-HOLD
010345         THRU 9470-LIST-ONE-HOLD-EXIT
010345         UNTIL WS-RPT-HOLD-EOF
010345     CLOSE HOLDFILE
010345     MOVE "HD" TO WS-RPT-SUB-CODE
010345     MOVE WS-HOLD-REGISTER-COUNT TO WS-RPT-SUB-COUNT
010345     MOVE WS-RPT-SUBTOTAL-LINE TO WS-RPT-WORK-LINE
010345     PERFORM 9500-WRITE-RPT-LINE
010345         THRU 9500-WRITE-RPT-LINE-EXIT.
010345 9400-PRINT-EXCP-REGISTER-EXIT.
010345     EXIT.
010345     EXIT.
010345*
010345******************************************************************
010345*    9470-LIST-ONE-HOLD
010345*    PRINTS ONE HELD TRANSACTION ON THE REGISTER UNDER THE "HD"
010345*    REASON CODE.
010345******************************************************************
010345 9470-LIST-ONE-HOLD SECTION.
010345     READ HOLDFILE
010345         AT END
010345             SET WS-RPT-HOLD-EOF TO TRUE
010345         NOT AT END
010345             ADD 1 TO WS-HOLD-REGISTER-COUNT
010345             MOVE "HOLD" TO WS-RPT-REG-SOURCE
010345             MOVE DBLHOLD-SEQUENCE-NO TO WS-RPT-REG-SEQ
010345             MOVE DBLHOLD-NUMBER TO WS-RPT-EDIT-SIGNED
010345             MOVE WS-RPT-EDIT-SIGNED TO WS-RPT-REG-VALUE
010345             MOVE "HD" TO WS-RPT-REG-CODE
010345             MOVE DBLHOLD-REASON-TEXT TO WS-RPT-REG-REASON
010345             MOVE WS-RPT-REG-LINE TO WS-RPT-WORK-LINE
010345             PERFORM 9500-WRITE-RPT-LINE
010345                 THRU 9500-WRITE-RPT-LINE-EXIT
010345     END-READ.
010345 9470-LIST-ONE-HOLD-EXIT.
010345     EXIT.
010345*
010345******************************************************************
010345*    9500-WRITE-RPT-LINE
010345*    WRITES THE LINE STAGED IN WS-RPT-WORK-LINE, BREAKING TO A
010345*    NEW PAGE WHEN THE CURRENT PAGE IS FULL.
010345     MOVE WS-RECORDS-WRITTEN TO DBLSTAT-RECORDS-WRITTEN
010345     MOVE WS-RECORDS-REJECTED TO DBLSTAT-RECS-REJECTED
010345     MOVE WS-RECORDS-OVERFLOWED TO DBLSTAT-RECS-OVERFLOWED
010345     MOVE WS-RECORDS-HELD TO DBLSTAT-RECS-HELD
010345     MOVE WS-RESULT-MIN TO DBLSTAT-RESULT-MIN
010345     MOVE WS-RESULT-MAX TO DBLSTAT-RESULT-MAX
010345     IF WS-RESULT-SEEN
010345     ELSE
010345         MOVE "G" TO DBLSTAT-RECONCILE-FLAG
010345     END-IF
010345     MOVE "R" TO DBLSTAT-REC-KIND
010345     MOVE DBLSTAT-RUN-DATE TO WS-STAT-RUN-DATE
010345     MOVE DBLSTAT-RUN-TIME TO WS-STAT-RUN-TIME
010345     WRITE DBLSTAT-RECORD
010345     PERFORM 9610-WRITE-SOURCE-STATS
010345         THRU 9610-WRITE-SOURCE-STATS-EXIT
010345         VARYING WS-SRC-SUB FROM 1 BY 1
010345         UNTIL WS-SRC-SUB > WS-SRC-COUNT
010345     CLOSE STATFILE.
010345 9600-WRITE-RUN-STATS-EXIT.
010345     EXIT.
010345*
010345******************************************************************
010345*    9610-WRITE-SOURCE-STATS
010345*    FOLLOWS THE RUN'S STATISTICS RECORD WITH ONE RECORD PER
010345*    FEEDER SOURCE THAT SENT A BATCH, UNDER THE SAME RUN DATE
010345*    AND TIME, SO THE TREND REPORT CAN FOLLOW EACH FEEDER.
010345*    RESULT FIGURES ARE KEPT FOR THE RUN AS A WHOLE ONLY.
010345******************************************************************
010345 9610-WRITE-SOURCE-STATS SECTION.
010345     IF WS-SRC-BATCHES (WS-SRC-SUB) = ZERO
010345         GO TO 9610-WRITE-SOURCE-STATS-EXIT
010345     END-IF
010345     MOVE SPACES TO DBLSTAT-RECORD
010345     MOVE WS-STAT-RUN-DATE TO DBLSTAT-RUN-DATE
010345     MOVE WS-STAT-RUN-TIME TO DBLSTAT-RUN-TIME
010345     MOVE WS-OPERATOR-ID TO DBLSTAT-OPERATOR-ID
010345     MOVE WS-SRC-READ-COUNT (WS-SRC-SUB) TO DBLSTAT-RECORDS-READ
010345     MOVE WS-SRC-WRT-COUNT (WS-SRC-SUB)
010345         TO DBLSTAT-RECORDS-WRITTEN
010345     MOVE WS-SRC-REJ-COUNT (WS-SRC-SUB) TO DBLSTAT-RECS-REJECTED
010345     MOVE WS-SRC-OVF-COUNT (WS-SRC-SUB)
010345         TO DBLSTAT-RECS-OVERFLOWED
010345     MOVE WS-SRC-HOLD-COUNT (WS-SRC-SUB) TO DBLSTAT-RECS-HELD
010345     MOVE ZERO TO DBLSTAT-RESULT-MIN
010345     MOVE ZERO TO DBLSTAT-RESULT-MAX
010345     MOVE ZERO TO DBLSTAT-RESULT-AVERAGE
010345     MOVE WS-SRC-BATCHES (WS-SRC-SUB) TO DBLSTAT-BATCHES-DONE
010345     IF WS-SRC-BAD-BATCHES (WS-SRC-SUB) > ZERO
010345         MOVE "B" TO DBLSTAT-RECONCILE-FLAG
010345     ELSE
010345         MOVE "G" TO DBLSTAT-RECONCILE-FLAG
010345     END-IF
010345     MOVE "S" TO DBLSTAT-REC-KIND
010345     MOVE WS-SRC-ID (WS-SRC-SUB) TO DBLSTAT-SOURCE-ID
010345     WRITE DBLSTAT-RECORD.
010345 9610-WRITE-SOURCE-STATS-EXIT.
010345     EXIT.
010345*
010345******************************************************************
010345*    9700-RECORD-GOOD-BATCHES
010345*    AT END OF RUN, ADDS ONE BATCH REGISTER RECORD FOR EVERY
010345*    BATCH ON THE RECAP THAT RECONCILED GOOD, UNDER ITS HEADER
010345*    RUN DATE AND TRAILER CONTROL TOTALS, SO THE SAME EXTRACT
010345*    IS REFUSED IF IT ARRIVES AGAIN. A BAD BATCH IS NOT
010345*    REGISTERED - ITS CORRECTED RESUBMISSION MUST STILL BE
010345*    ACCEPTED. THE REGISTER, OPEN FOR INPUT SINCE RUN START, IS
010345*    REOPENED FOR UPDATE, AND CREATED EMPTY ON THE FIRST RUN.
010345******************************************************************
010345 9700-RECORD-GOOD-BATCHES SECTION.
010345     IF WS-BATCHREG-OPEN
010345         CLOSE BATCHREG
010345         MOVE "N" TO WS-BATCHREG-OPEN-SWITCH
010345     END-IF
010345     OPEN I-O BATCHREG
010345     IF WS-BATCHREG-STATUS = "35"
010345         OPEN OUTPUT BATCHREG
010345         IF WS-BATCHREG-STATUS = "00"
010345             CLOSE BATCHREG
010345             OPEN I-O BATCHREG
010345         END-IF
010345     END-IF
010345     IF WS-BATCHREG-STATUS NOT = "00"
010345         DISPLAY "DBL100 - UNABLE TO OPEN BATCHREG - STATUS "
010345             " - BATCHES NOT REGISTERED"
010345         GO TO 9700-RECORD-GOOD-BATCHES-EXIT
010345     END-IF
010345     PERFORM 9305-OPEN-RCAPFILE
010345         THRU 9305-OPEN-RCAPFILE-EXIT
010345     PERFORM 9710-REGISTER-ONE-BATCH
010345         THRU 9710-REGISTER-ONE-BATCH-EXIT
010345         UNTIL WS-RCAPFILE-EOF
010345     CLOSE RCAPFILE
010345     CLOSE BATCHREG.
010345 9700-RECORD-GOOD-BATCHES-EXIT.
010345     EXIT.
010345*
010345******************************************************************
010345*    9710-REGISTER-ONE-BATCH
010345*    READS THE NEXT BATCH'S RECAP RECORD AND, IF IT RECONCILED
010345*    GOOD, ADDS ITS REGISTER RECORD.
010345******************************************************************
010345 9710-REGISTER-ONE-BATCH SECTION.
010345     READ RCAPFILE
010345         AT END
010345             SET WS-RCAPFILE-EOF TO TRUE
010345             GO TO 9710-REGISTER-ONE-BATCH-EXIT
010345     END-READ
010345     IF NOT DBLRCAP-GOOD
010345         GO TO 9710-REGISTER-ONE-BATCH-EXIT
010345     END-IF
010345     MOVE SPACES TO DBLBREG-RECORD
010345     MOVE DBLRCAP-RUN-DATE   TO DBLBREG-RUN-DATE
010345     MOVE DBLRCAP-EXP-COUNT  TO DBLBREG-REC-COUNT
010345     MOVE DBLRCAP-EXP-HASH   TO DBLBREG-HASH-TOTAL
010345     ACCEPT DBLBREG-PROCESS-DATE FROM DATE YYYYMMDD
010345     ACCEPT DBLBREG-PROCESS-TIME FROM TIME
010345     MOVE "P" TO DBLBREG-STATUS
010345     MOVE "H" TO DBLBREG-DETAIL-FLAG
010345     MOVE DBLRCAP-REJ-COUNT  TO DBLBREG-REJ-COUNT
010345     MOVE DBLRCAP-REJ-HASH   TO DBLBREG-REJ-HASH
010345     MOVE DBLRCAP-OVF-COUNT  TO DBLBREG-OVF-COUNT
010345     MOVE DBLRCAP-OVF-HASH   TO DBLBREG-OVF-HASH
010345     MOVE DBLRCAP-HOLD-COUNT TO DBLBREG-HOLD-COUNT
010345     MOVE DBLRCAP-HOLD-HASH  TO DBLBREG-HOLD-HASH
010345     MOVE DBLRCAP-SOURCE-ID  TO DBLBREG-SOURCE-ID
010345     MOVE "N" TO WS-BREG-WRITTEN-SWITCH
010345     PERFORM 9711-WRITE-ONE-REGISTER
010345         THRU 9711-WRITE-ONE-REGISTER-EXIT
010345         UNTIL WS-BREG-WRITTEN.
010345 9710-REGISTER-ONE-BATCH-EXIT.
010345     EXIT.
010345*
010345******************************************************************
010345*    9711-WRITE-ONE-REGISTER
010345*    WRITES THE REGISTER RECORD BUILT BY 9710. THE SAME EXTRACT
010345*    FED TWICE IN ONE TRANIN UNDER THE REPROCESS OVERRIDE CAN
010345*    REACH HERE WITHIN THE SAME HUNDREDTH OF A SECOND AND SO ON
010345*    THE SAME KEY; ITS PROCESS TIME IS STEPPED ON ONE HUNDREDTH
010345*    AND THE WRITE TRIED AGAIN, SO EACH BATCH KEEPS A RECORD OF
010345*    ITS OWN AS IT DID WHEN THE REGISTER WAS SEQUENTIAL.
010345******************************************************************
010345 9711-WRITE-ONE-REGISTER SECTION.
010345     WRITE DBLBREG-RECORD
010345         INVALID KEY
010345             IF WS-BATCHREG-STATUS = "22"
010345                 ADD 1 TO DBLBREG-PROCESS-TIME
010345                 GO TO 9711-WRITE-ONE-REGISTER-EXIT
010345             END-IF
010345     END-WRITE
010345     IF WS-BATCHREG-STATUS NOT = "00"
010345         DISPLAY "DBL100 - UNABLE TO REGISTER BATCH "
010345             DBLBREG-RUN-DATE " SOURCE " DBLBREG-SOURCE-ID
010345             " - STATUS " WS-BATCHREG-STATUS
010345         IF RETURN-CODE < 8
010345             MOVE 8 TO RETURN-CODE
010345         END-IF
010345     END-IF
010345     SET WS-BREG-WRITTEN TO TRUE.
010345 9711-WRITE-ONE-REGISTER-EXIT.
010345     EXIT.
010345*
010345******************************************************************
010345*    9750-CHECK-MISSED-DAYS
010345*    AT END OF RUN, WALKS THE PROCESSING CALENDAR LOOKING FOR
010345*    A BUSINESS DAY LATER THAN THE LATEST BATCH REGISTERED
010345*    EACH MISS GOES ON THE REPORT AND THE JOB LOG AND THE STEP
010345*    ENDS WITH RETURN CODE 8 SO THE SCHEDULER RAISES IT. THE
010345*    VERY FIRST RUN HAS NO REGISTERED BASELINE TO MEASURE
010345*    FROM, SO THE CHECK WAITS FOR THE SECOND. WITH A SOURCE
010345*    MASTER EACH FEEDER IS CHECKED ON ITS OWN EXPECTED DAYS
010345*    FROM ITS OWN HIGH MARK, OR FROM ITS START DATE UNTIL IT
010345*    HAS ONE; A FEEDER WITH NEITHER IS NOT CHECKED YET.
010345******************************************************************
010345 9750-CHECK-MISSED-DAYS SECTION.
010345*    COVERAGE BELONGS TO THE NIGHTLY RUN - AN INTRADAY MINI
010345         GO TO 9750-CHECK-MISSED-DAYS-EXIT
010345     END-IF
010345     IF WS-PRIOR-MAX-REG-DATE = ZERO
010345         AND NOT WS-SRCMAST-LOADED
010345         GO TO 9750-CHECK-MISSED-DAYS-EXIT
010345     END-IF
010345     MOVE SPACES TO WS-RPT-WORK-LINE
010345     MOVE WS-RPT-SECTION-LINE TO WS-RPT-WORK-LINE
010345     PERFORM 9500-WRITE-RPT-LINE
010345         THRU 9500-WRITE-RPT-LINE-EXIT
010345     IF WS-SRCMAST-LOADED
010345         PERFORM 9754-CHECK-ONE-SOURCE
010345             THRU 9754-CHECK-ONE-SOURCE-EXIT
010345             VARYING WS-SRC-SUB FROM 1 BY 1
010345             UNTIL WS-SRC-SUB > WS-SRC-LOADED-COUNT
010345     ELSE
010345         MOVE WS-PRIOR-MAX-REG-DATE TO WS-SRC-BASE-DATE
010345         PERFORM 9755-WALK-CALENDAR
010345             THRU 9755-WALK-CALENDAR-EXIT
010345     END-IF
010345     IF WS-MISSED-DAY-COUNT = ZERO
010345         MOVE "  ALL BUSINESS DAYS ACCOUNTED FOR"
010345             TO WS-RPT-SECTION-TEXT
010345*
010345******************************************************************
010345*    9751-CHECK-ONE-CAL-DAY
010345*    READS THE NEXT CALENDAR DATE IN THE WINDOW AND TESTS IT
010345*    FOR COVERAGE. ONLY BUSINESS DAYS AFTER THE PRE-RUN NIGHTLY
010345*    HIGH DATE (WHERE 9755 STARTED THE READ) AND NOT AFTER
010345*    TODAY ARE IN THE WINDOW. THE HIGH MARK DELIBERATELY
010345*    IGNORES REGISTER ENTRIES PROCESSED TODAY, SO THE WINDOW CAN
010345*    HOLD A DAY ALREADY COVERED BY AN INTRADAY RUN EARLIER TODAY
010345*    - THE REGISTER IS CONSULTED AS WELL AS TONIGHT'S BATCHES,
010345*    AND ONLY TODAY'S INTRADAY REGISTRATIONS CAN FALL IN THE
010345*    WINDOW, SO THIS CANNOT MASK A DROPPED EXTRACT. WITH A
010345*    SOURCE MASTER THE DAY IS CHECKED FOR THE FEEDER IN
010345*    WS-SRC-HIT-SUB, AND ONLY IF THAT FEEDER IS DUE THAT DAY.
010345******************************************************************
010345 9751-CHECK-ONE-CAL-DAY SECTION.
010345     READ CALFILE NEXT RECORD
010345         AT END
010345             SET WS-CALFILE-EOF TO TRUE
010345             GO TO 9751-CHECK-ONE-CAL-DAY-EXIT
010345     END-READ
010345     IF DBLCAL-DATE > WS-TODAY-DATE
010345         SET WS-CALFILE-EOF TO TRUE
010345         GO TO 9751-CHECK-ONE-CAL-DAY-EXIT
010345     END-IF
010345     IF NOT DBLCAL-BUSINESS-DAY
010345         GO TO 9751-CHECK-ONE-CAL-DAY-EXIT
010345     END-IF
010345     IF WS-SRCMAST-LOADED
010345         MOVE DBLCAL-DATE TO WS-DOW-DATE
010345         PERFORM 9760-TEST-SOURCE-DUE
010345             THRU 9760-TEST-SOURCE-DUE-EXIT
010345         IF NOT WS-SRC-DUE
010345             GO TO 9751-CHECK-ONE-CAL-DAY-EXIT
010345         END-IF
010345     END-IF
010345     MOVE "N" TO WS-DAY-COVERED-SWITCH
010345     PERFORM 9752-TEST-TONIGHT-DAY
010345         THRU 9752-TEST-TONIGHT-DAY-EXIT
010345     IF NOT WS-DAY-COVERED
010345         AND WS-BATCHREG-OPEN
010345         PERFORM 9753-TEST-REGISTER-DAY
010345             THRU 9753-TEST-REGISTER-DAY-EXIT
010345     END-IF
010345     IF NOT WS-DAY-COVERED
010345         ADD 1 TO WS-MISSED-DAY-COUNT
010345         MOVE DBLCAL-DATE TO WS-RPT-MISSED-DATE
010345         IF WS-SRCMAST-LOADED
010345             MOVE " SOURCE " TO WS-RPT-MISSED-SRC-TEXT
010345             MOVE WS-SRC-ID (WS-SRC-HIT-SUB)
010345                 TO WS-RPT-MISSED-SOURCE
010345             DISPLAY "DBL100 - NO BATCH FOR BUSINESS DAY "
010345                 DBLCAL-DATE
010345                 " FROM SOURCE " WS-SRC-ID (WS-SRC-HIT-SUB)
010345         ELSE
010345             MOVE SPACES TO WS-RPT-MISSED-SRC-TEXT
010345             MOVE SPACES TO WS-RPT-MISSED-SOURCE
010345             DISPLAY "DBL100 - NO BATCH FOR BUSINESS DAY "
010345                 DBLCAL-DATE
010345         END-IF
010345         MOVE WS-RPT-MISSED-LINE TO WS-RPT-WORK-LINE
010345         PERFORM 9500-WRITE-RPT-LINE
010345             THRU 9500-WRITE-RPT-LINE-EXIT
010345     EXIT.
010345*
010345******************************************************************
010345*    9752-TEST-TONIGHT-DAY
010345*    FLAGS THE CALENDAR DAY COVERED IF ONE OF TONIGHT'S
010345*    BATCHES CARRIES ITS DATE (AND, WITH A SOURCE MASTER, IS
010345*    FROM THE FEEDER BEING CHECKED). BY NOW EVERY BATCH THE
010345*    PRESCAN KEPT ON PSCNWORK HAS BEEN PROCESSED, SO ONE KEYED
010345*    READ FROM THE DATE (AND SOURCE) ANSWERS IT.
010345******************************************************************
010345 9752-TEST-TONIGHT-DAY SECTION.
010345     MOVE LOW-VALUES TO DBLPSCN-KEY
010345     MOVE DBLCAL-DATE TO DBLPSCN-RUN-DATE
010345     IF WS-SRCMAST-LOADED
010345         MOVE WS-SRC-ID (WS-SRC-HIT-SUB) TO DBLPSCN-SOURCE-ID
010345     END-IF
010345     START PSCNWORK KEY IS NOT LESS THAN DBLPSCN-KEY
010345         INVALID KEY
010345             GO TO 9752-TEST-TONIGHT-DAY-EXIT
010345     END-START
010345     READ PSCNWORK NEXT RECORD
010345         AT END
010345             GO TO 9752-TEST-TONIGHT-DAY-EXIT
010345     END-READ
010345     IF DBLPSCN-RUN-DATE = DBLCAL-DATE
010345         AND (NOT WS-SRCMAST-LOADED
010345             OR DBLPSCN-SOURCE-ID = WS-SRC-ID (WS-SRC-HIT-SUB))
010345         SET WS-DAY-COVERED TO TRUE
010345     END-IF.
010345 9752-TEST-TONIGHT-DAY-EXIT.
010345     EXIT.
010345*
010345******************************************************************
010345*    9753-TEST-REGISTER-DAY
010345*    FLAGS THE CALENDAR DAY COVERED IF THE BATCH REGISTER
010345*    ALREADY HOLDS A BATCH DATED THAT DAY - AN INTRADAY RUN
010345*    EARLIER TODAY REGISTERED IT BEFORE THIS NIGHTLY RUN.
010345*    WITH A SOURCE MASTER IT MUST BE THE SAME FEEDER'S BATCH.
010345*    THE REGISTER IS READ FORWARD FROM THE DAY'S FIRST ENTRY.
010345******************************************************************
010345 9753-TEST-REGISTER-DAY SECTION.
010345     MOVE LOW-VALUES TO DBLBREG-KEY
010345     MOVE DBLCAL-DATE TO DBLBREG-RUN-DATE
010345     START BATCHREG KEY IS NOT LESS THAN DBLBREG-KEY
010345         INVALID KEY
010345             GO TO 9753-TEST-REGISTER-DAY-EXIT
010345     END-START
010345     MOVE "N" TO WS-BATCHREG-EOF-SWITCH
010345     PERFORM 9753A-MATCH-ONE-REGISTER-DAY
010345         THRU 9753A-MATCH-ONE-REGISTER-DAY-EXIT
010345         UNTIL WS-BATCHREG-EOF
010345             OR WS-DAY-COVERED.
010345 9753-TEST-REGISTER-DAY-EXIT.
010345     EXIT.
010345*
010345*    AN ENTRY DATED PAST THE DAY ENDS THE SCAN JUST AS END OF
010345*    FILE DOES.
010345 9753A-MATCH-ONE-REGISTER-DAY SECTION.
010345     READ BATCHREG NEXT RECORD
010345         AT END
010345             SET WS-BATCHREG-EOF TO TRUE
010345             GO TO 9753A-MATCH-ONE-REGISTER-DAY-EXIT
010345     END-READ
010345     IF DBLBREG-RUN-DATE NOT = DBLCAL-DATE
010345         SET WS-BATCHREG-EOF TO TRUE
010345         GO TO 9753A-MATCH-ONE-REGISTER-DAY-EXIT
010345     END-IF
010345     IF NOT WS-SRCMAST-LOADED
010345         SET WS-DAY-COVERED TO TRUE
010345         GO TO 9753A-MATCH-ONE-REGISTER-DAY-EXIT
010345     END-IF
010345     MOVE DBLBREG-SOURCE-ID TO WS-HDR-SOURCE-ID
010345     PERFORM 1069-RESOLVE-SOURCE
010345         THRU 1069-RESOLVE-SOURCE-EXIT
010345     IF WS-HDR-SOURCE-ID = WS-SRC-ID (WS-SRC-HIT-SUB)
010345         SET WS-DAY-COVERED TO TRUE
010345     END-IF.
010345 9753A-MATCH-ONE-REGISTER-DAY-EXIT.
010345     EXIT.
010345*
010345******************************************************************
010345*    9754-CHECK-ONE-SOURCE
010345*    RUNS THE CALENDAR COVERAGE CHECK FOR ONE FEEDER ON THE
010345*    SOURCE MASTER, FROM ITS OWN PRE-RUN NIGHTLY HIGH MARK.
010345*    A FEEDER NEVER YET REGISTERED IS CHECKED FROM ITS START
010345*    DATE (9760 KEEPS THE WINDOW INSIDE ITS DATE RANGE); ONE
010345*    WITH NO START DATE EITHER HAS NO BASELINE AND WAITS.
010345******************************************************************
010345 9754-CHECK-ONE-SOURCE SECTION.
010345     MOVE WS-SRC-SUB TO WS-SRC-HIT-SUB
010345     MOVE WS-SRC-PRIOR-MAX (WS-SRC-SUB) TO WS-SRC-BASE-DATE
010345     IF WS-SRC-BASE-DATE = ZERO
010345         AND WS-SRC-START-DATE (WS-SRC-SUB) = ZERO
010345         GO TO 9754-CHECK-ONE-SOURCE-EXIT
010345     END-IF
010345     PERFORM 9755-WALK-CALENDAR
010345         THRU 9755-WALK-CALENDAR-EXIT.
010345 9754-CHECK-ONE-SOURCE-EXIT.
010345     EXIT.
010345*
010345******************************************************************
010345*    9755-WALK-CALENDAR
010345*    POSITIONS THE CALENDAR JUST PAST WS-SRC-BASE-DATE AND
010345*    CHECKS EACH DATE FROM THERE UP TO TODAY.
010345******************************************************************
010345 9755-WALK-CALENDAR SECTION.
010345     MOVE "N" TO WS-CALFILE-EOF-SWITCH
010345     MOVE WS-SRC-BASE-DATE TO DBLCAL-DATE
010345     START CALFILE KEY IS GREATER THAN DBLCAL-DATE-X
010345         INVALID KEY
010345             GO TO 9755-WALK-CALENDAR-EXIT
010345     END-START
010345     PERFORM 9751-CHECK-ONE-CAL-DAY
010345         THRU 9751-CHECK-ONE-CAL-DAY-EXIT
010345         UNTIL WS-CALFILE-EOF.
010345 9755-WALK-CALENDAR-EXIT.
010345     EXIT.
010345*
010345******************************************************************
010345*    9760-TEST-SOURCE-DUE
010345*    DECIDES WHETHER THE FEEDER IN WS-SRC-HIT-SUB IS DUE TO
010345*    SEND A BATCH ON WS-DOW-DATE - THE DATE MUST FALL INSIDE
010345*    THE FEEDER'S START AND END DATES, WHERE GIVEN, AND ON ONE
010345*    OF ITS EXPECTED DAYS OF THE WEEK.
010345******************************************************************
010345 9760-TEST-SOURCE-DUE SECTION.
010345     MOVE "N" TO WS-SRC-DUE-SWITCH
010345     IF WS-SRC-START-DATE (WS-SRC-HIT-SUB) > ZERO
010345         AND WS-DOW-DATE < WS-SRC-START-DATE (WS-SRC-HIT-SUB)
010345         GO TO 9760-TEST-SOURCE-DUE-EXIT
010345     END-IF
010345     IF WS-SRC-END-DATE (WS-SRC-HIT-SUB) > ZERO
010345         AND WS-DOW-DATE > WS-SRC-END-DATE (WS-SRC-HIT-SUB)
010345         GO TO 9760-TEST-SOURCE-DUE-EXIT
010345     END-IF
010345     PERFORM 9761-GET-DAY-OF-WEEK
010345         THRU 9761-GET-DAY-OF-WEEK-EXIT
010345     IF WS-SRC-EXPECT-DAY (WS-SRC-HIT-SUB WS-DOW-DAY-NO) = "Y"
010345         SET WS-SRC-DUE TO TRUE
010345     END-IF.
010345 9760-TEST-SOURCE-DUE-EXIT.
010345     EXIT.
010345*
010345******************************************************************
010345*    9761-GET-DAY-OF-WEEK
010345*    WORKS OUT THE DAY OF THE WEEK OF WS-DOW-DATE BY ZELLER'S
010345*    CONGRUENCE, COUNTING JANUARY AND FEBRUARY AS MONTHS 13
010345*    AND 14 OF THE YEAR BEFORE. THE EXTRA 5 SHIFTS ZELLER'S
010345*    SATURDAY-FIRST ANSWER SO 1 COMES BACK FOR MONDAY.
010345******************************************************************
010345 9761-GET-DAY-OF-WEEK SECTION.
010345     MOVE WS-DOW-DATE-YEAR TO WS-DOW-YEAR
010345     MOVE WS-DOW-DATE-MONTH TO WS-DOW-MONTH
010345     IF WS-DOW-MONTH < 3
010345         ADD 12 TO WS-DOW-MONTH
010345         SUBTRACT 1 FROM WS-DOW-YEAR
010345     END-IF
010345     DIVIDE WS-DOW-YEAR BY 100
010345         GIVING WS-DOW-CENTURY
010345         REMAINDER WS-DOW-YEAR-OF-CENT
010345     MOVE WS-DOW-DATE-DAY TO WS-DOW-TOTAL
010345     COMPUTE WS-DOW-TERM = (13 * (WS-DOW-MONTH + 1)) / 5
010345     ADD WS-DOW-TERM TO WS-DOW-TOTAL
010345     ADD WS-DOW-YEAR-OF-CENT TO WS-DOW-TOTAL
010345     DIVIDE WS-DOW-YEAR-OF-CENT BY 4 GIVING WS-DOW-TERM
010345     ADD WS-DOW-TERM TO WS-DOW-TOTAL
010345     DIVIDE WS-DOW-CENTURY BY 4 GIVING WS-DOW-TERM
010345     ADD WS-DOW-TERM TO WS-DOW-TOTAL
010345     COMPUTE WS-DOW-TOTAL = WS-DOW-TOTAL
010345         + (5 * WS-DOW-CENTURY) + 5
010345     DIVIDE WS-DOW-TOTAL BY 7
010345         GIVING WS-DOW-QUOTIENT
010345         REMAINDER WS-DOW-REMAINDER
010345     COMPUTE WS-DOW-DAY-NO = WS-DOW-REMAINDER + 1.
010345 9761-GET-DAY-OF-WEEK-EXIT.
010345     EXIT.
010345*
010345******************************************************************
010345*    RECORD - SENT DATE, DETAIL COUNT, AND HASH TOTAL - AND
010345*    KEEPS A COPY OF THE CONTROL RECORD ON ICTLFILE SO THE NEXT
010345*    RUN CAN RECONCILE THE DOWNSTREAM SYSTEM'S ACKNOWLEDGMENT
010345*    AGAINST WHAT WAS ACTUALLY SENT. WHEN THE RUN CUT ANY
010345*    ADJUSTMENT RECORDS, AN ADJUSTMENT CONTROL RECORD (J) OVER
010345*    THEM FOLLOWS AND IS KEPT THE SAME WAY.
010345******************************************************************
010345 9800-WRITE-INTF-CONTROL SECTION.
010345*    AN INTRADAY RUN ACCUMULATES RESULTS RATHER THAN SENDING
010345     MOVE WS-INTF-REC-COUNT TO DBLINTF-CTL-REC-COUNT
010345     MOVE WS-INTF-HASH-TOTAL TO DBLINTF-CTL-HASH-TOTAL
010345     WRITE DBLINTF-RECORD
010345     IF WS-ADJ-REC-COUNT > ZERO
010345         MOVE SPACES TO DBLINTF-RECORD
010345         MOVE "J" TO DBLINTF-REC-TYPE
010345         MOVE WS-INTF-SENT-DATE TO DBLINTF-CTL-SENT-DATE
010345         MOVE WS-ADJ-REC-COUNT TO DBLINTF-CTL-REC-COUNT
010345         MOVE WS-ADJ-HASH-TOTAL TO DBLINTF-CTL-HASH-TOTAL
010345         WRITE DBLINTF-RECORD
010345     END-IF
010345     CLOSE INTFOUT
010345     OPEN EXTEND ICTLFILE
010345     IF WS-ICTLFILE-STATUS = "35"
010345     MOVE WS-INTF-REC-COUNT TO ICTL-CTL-REC-COUNT
010345     MOVE WS-INTF-HASH-TOTAL TO ICTL-CTL-HASH-TOTAL
010345     WRITE ICTL-RECORD
010345     IF WS-ADJ-REC-COUNT > ZERO
010345         MOVE SPACES TO ICTL-RECORD
010345         MOVE "J" TO ICTL-REC-TYPE
010345         MOVE WS-INTF-SENT-DATE TO ICTL-CTL-SENT-DATE
010345         MOVE WS-ADJ-REC-COUNT TO ICTL-CTL-REC-COUNT
010345         MOVE WS-ADJ-HASH-TOTAL TO ICTL-CTL-HASH-TOTAL
010345         WRITE ICTL-RECORD
010345     END-IF
010345     CLOSE ICTLFILE.
010345 9800-WRITE-INTF-CONTROL-EXIT.
010345     EXIT.
010358     CLOSE RPTFILE
010358     CLOSE RSLTMSTR
010358     CLOSE INTFOUT
010358     CLOSE HOLDFILE
010358     CLOSE RCAPFILE
010358     CLOSE BATCHREG
010358     CLOSE CALFILE
010358     CLOSE PSCNWORK
010359     MOVE 16 TO RETURN-CODE
010359     PERFORM 9950-RECORD-STREAM-END
010359         THRU 9950-RECORD-STREAM-END-EXIT
010360     STOP RUN.
010361 9900-ABEND-EXIT.
010362     EXIT.
010363*
010363******************************************************************
010363*    9950-RECORD-STREAM-END
010363*    REWRITES THIS STEP'S STATUS RECORD WITH ITS END TIME AND
010363*    RETURN CODE. BELOW 8 IS ENDED GOOD; 8 OR ABOVE IS ENDED
010363*    BAD, AND THE NEXT STEP WAITS UNTIL SOMEONE HAS LOOKED AT
010363*    THE CONDITION AND RERUN OR FORCED. AN END THAT CANNOT BE
010363*    RECORDED LEAVES THE STEP SHOWN STARTED AND RAISES THE
010363*    RETURN CODE TO 8.
010364******************************************************************
010365 9950-RECORD-STREAM-END SECTION.
010366     OPEN I-O STRMSTAT
010367     IF WS-STRMSTAT-STATUS NOT = "00"
010368         DISPLAY "DBL100 - UNABLE TO OPEN STRMSTAT - STATUS "
010369             WS-STRMSTAT-STATUS " - STEP END NOT RECORDED"
010370         IF RETURN-CODE < 8
010371             MOVE 8 TO RETURN-CODE
010372         END-IF
010373         GO TO 9950-RECORD-STREAM-END-EXIT
010374     END-IF
010375     MOVE WS-BUSINESS-DATE TO DBLSTRM-BUS-DATE
010376     MOVE WS-STREAM-STEP-ID TO DBLSTRM-STEP-ID
010377     READ STRMSTAT
010378         INVALID KEY
010379             DISPLAY "DBL100 - STEP START NOT ON STRMSTAT"
010380                 " - STEP END NOT RECORDED"
010381             CLOSE STRMSTAT
010382             IF RETURN-CODE < 8
010383                 MOVE 8 TO RETURN-CODE
010384             END-IF
010385             GO TO 9950-RECORD-STREAM-END-EXIT
010386     END-READ
010387     ACCEPT DBLSTRM-END-DATE FROM DATE YYYYMMDD
010388     ACCEPT DBLSTRM-END-TIME FROM TIME
010389     MOVE RETURN-CODE TO DBLSTRM-RETURN-CODE
010390     IF RETURN-CODE < 8
010391         SET DBLSTRM-ENDED-GOOD TO TRUE
010392     ELSE
010393         SET DBLSTRM-ENDED-BAD TO TRUE
010394     END-IF
010395     REWRITE DBLSTRM-RECORD
010396     IF WS-STRMSTAT-STATUS NOT = "00"
010397         DISPLAY "DBL100 - UNABLE TO RECORD STEP END ON "
010398             "STRMSTAT - STATUS " WS-STRMSTAT-STATUS
010399         IF RETURN-CODE < 8
010400             MOVE 8 TO RETURN-CODE
010401         END-IF
010402     END-IF
010403     CLOSE STRMSTAT.
010404 9950-RECORD-STREAM-END-EXIT.
010405     EXIT.
