001196*    2026-08-22 JRM   MADE DBLAUD-SEQUENCE-NO UNPACKED DISPLAY
001197*                     WITH AN ALPHANUMERIC REDEFINE (RECORD
001198*                     LENGTH STILL UNCHANGED) SO A JOURNAL
001199*                     GENERATION WRITTEN BEFORE THE FIELD
001200*                     EXISTED - WHICH CARRIES SPACES HERE - CAN
001201*                     BE RECOGNIZED BY A NUMERIC CLASS TEST AND
001202*                     KEPT OUT OF THE CORRECTIONS PAIRING
001203*                     INSTEAD OF MATCHING ON GARBAGE BYTES.
001204*    2026-09-02 JRM   ADDED ACTION CODES A/U/X FOR OPERATOR
001205*                     SECURITY MASTER MAINTENANCE AND CARVED THE
001206*                     TARGET OPERATOR ID AND OLD/NEW AUTHORITY
001207*                     OUT OF THE TRAILING FILLER (RECORD LENGTH
001208*                     UNCHANGED) SO WHO CHANGED WHICH OPERATOR'S
001209*                     AUTHORITY, AND TO WHAT, IS ON THE JOURNAL.
001210*                     ENTRIES WRITTEN BEFORE THIS CHANGE CARRY
001211*                     SPACES IN THE NEW FIELDS.
001212*    2026-10-15 JRM   ADDED ACTION CODE J - A POST-RUN ADJUSTMENT
001213*                     OF A RESULTS MASTER TRANSACTION - AND
001214*                     CARVED DBLAUD-ORIG-RUN-DATE OUT OF THE
001215*                     TRAILING FILLER (RECORD LENGTH UNCHANGED)
001216*                     SO AN ENTRY CAN NAME THE RUN DATE OF THE
001217*                     TRANSACTION IT TOUCHED. ENTRIES THAT NAME
001218*                     NO RUN DATE CARRY SPACES THERE.
001219*    2026-10-15 JRM   ADDED ACTION CODE F - A NIGHTLY STREAM STEP
001220*                     FORCED TO RUN BY AN OPERATOR OVERRIDE CARD.
001221*                     THE TARGET ID NAMES THE STEP FORCED, THE
001222*                     ORIGINAL RUN DATE THE BUSINESS DATE IT WAS
001223*                     FORCED FOR; THE SEQUENCE NUMBER IS ZERO.
001224*    2026-10-15 JRM   ADDED ACTION CODES Y AND W - A REJECT
001225*                     RECYCLED OR WRITTEN OFF BY THE EXCEPTION
001226*                     RECYCLE JOB - AND CARVED DBLAUD-REJ-SOURCE
001227*                     OUT OF THE TRAILING FILLER (RECORD LENGTH
001228*                     UNCHANGED). SUCH AN ENTRY CARRIES THE
001229*                     REJECT'S SOURCE, ORIGINAL RUN DATE, AND
001230*                     SEQUENCE NUMBER, ITS VALUE AS REJECTED IN
001231*                     DBLAUD-NUMBER-X (A REJECTED VALUE NEED NOT
001232*                     BE NUMERIC), AND FOR A RECYCLE THE CORRECTED
001233*                     VALUE RESUBMITTED IN DBLAUD-RESULT. A DECK
001234*                     REFUSED FOR WANT OF CORRECTION AUTHORITY IS
001235*                     JOURNALED UNDER ACTION CODE R WITH THE STEP
001236*                     ID AS TARGET.
001237*    2026-10-15 JRM   ADDED ACTION CODE L - A HELD TRANSACTION
001238*                     RELEASED BY THE HOLD REVIEW - AND REJECT
001239*                     SOURCE H FOR A HELD TRANSACTION. A RELEASE
001240*                     CARRIES THE RUN DATE AND SEQUENCE NUMBER
001241*                     THE ITEM WAS HELD UNDER AND ITS VALUE; A
001242*                     RECYCLE OR WRITE-OFF OF A HELD ITEM THE
001243*                     REVIEW REJECTED CARRIES SOURCE H.
001244*    2026-10-15 JRM   ADDED ACTION CODE K - A PROCESSING CALENDAR
001245*                     CHANGE BY THE CALENDAR MAINTENANCE JOB. THE
001246*                     TARGET ID NAMES THE KIND OF CHANGE, THE
001247*                     ORIGINAL RUN DATE THE CALENDAR DATE IT
001248*                     TOUCHED (JANUARY 1 FOR A GENERATED YEAR),
001249*                     AND THE OLD AND NEW AUTHORITY BYTES THE DAY
001250*                     TYPE BEFORE AND AFTER - SPACE WHEN THE DATE
001251*                     WAS NOT ON THE CALENDAR.
001252******************************************************************
001300 01  DBLAUD-RECORD.
001400     05  DBLAUD-TIMESTAMP.
001500         10  DBLAUD-DATE         PIC 9(08).
001600         10  DBLAUD-TIME         PIC 9(08).
001700     05  DBLAUD-OPERATOR-ID      PIC X(08).
001800     05  DBLAUD-NUMBER           PIC S9(05).
001850     05  DBLAUD-NUMBER-X REDEFINES DBLAUD-NUMBER
001860                                 PIC X(05).
001900     05  DBLAUD-RESULT           PIC 9(07).
002000     05  DBLAUD-ACTION-CODE      PIC X(01).
002100         88  DBLAUD-IS-ORIGINAL      VALUE "O".
002260         88  DBLAUD-IS-OPER-ADD      VALUE "A".
002270         88  DBLAUD-IS-OPER-CHANGE   VALUE "U".
002280         88  DBLAUD-IS-OPER-DELETE   VALUE "X".
002290         88  DBLAUD-IS-ADJUSTED      VALUE "J".
002295         88  DBLAUD-IS-FORCED-STEP   VALUE "F".
002296         88  DBLAUD-IS-RECYCLED      VALUE "Y".
002297         88  DBLAUD-IS-WRITTEN-OFF   VALUE "W".
002298         88  DBLAUD-IS-RELEASED      VALUE "L".
002299         88  DBLAUD-IS-CAL-CHANGE    VALUE "K".
002300     05  DBLAUD-SEQUENCE-NO      PIC 9(09).
002350     05  DBLAUD-SEQUENCE-NO-X REDEFINES DBLAUD-SEQUENCE-NO
002360                                 PIC X(09).
002370     05  DBLAUD-TARGET-ID        PIC X(08).
002380     05  DBLAUD-OLD-AUTHORITY    PIC X(01).
002390     05  DBLAUD-NEW-AUTHORITY    PIC X(01).
002391     05  DBLAUD-ORIG-RUN-DATE    PIC 9(08).
002392     05  DBLAUD-ORIG-RUN-DATE-X REDEFINES DBLAUD-ORIG-RUN-DATE
002393                                 PIC X(08).
002394     05  DBLAUD-REJ-SOURCE       PIC X(01).
002395         88  DBLAUD-REJ-FROM-EXCP    VALUE "E".
002396         88  DBLAUD-REJ-FROM-OVFL    VALUE "O".
002397         88  DBLAUD-REJ-FROM-RETURN  VALUE "R".
002398         88  DBLAUD-REJ-FROM-HOLD    VALUE "H".
002400     05  FILLER                  PIC X(12).
