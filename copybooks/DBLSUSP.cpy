001530*                     INTO SUSPENSE BY THE RETURNS JOB SO IT
001540*                     RIDES THE SAME RECYCLE/WRITE-OFF/
001550*                     OUTSTANDING PIPELINE AS OUR OWN REJECTS.
001560*    2026-10-15 JRM   ADDED SOURCE H - A TRANSACTION DBL100 HELD
001570*                     AS OUT OF TOLERANCE AND THE HOLD REVIEW
001580*                     REJECTED, FED INTO SUSPENSE BY THE HOLD
001590*                     RELEASE JOB.
001600******************************************************************
001700 01  DBLSUSP-RECORD.
001800     05  DBLSUSP-SOURCE          PIC X(01).
001900         88  DBLSUSP-FROM-EXCP       VALUE "E".
002000         88  DBLSUSP-FROM-OVFL       VALUE "O".
002010         88  DBLSUSP-FROM-RETURN     VALUE "R".
002020         88  DBLSUSP-FROM-HOLD       VALUE "H".
002100     05  DBLSUSP-ORIG-RUN-DATE   PIC 9(08).
002200     05  DBLSUSP-SEQUENCE-NO     PIC 9(09).
002300     05  DBLSUSP-NUMBER          PIC S9(05).
