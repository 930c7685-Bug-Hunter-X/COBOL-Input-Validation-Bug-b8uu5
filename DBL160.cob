003000*    DATE       INIT  DESCRIPTION
003100*    ---------  ----  -----------------------------------------
003200*    2026-09-02 JRM   ORIGINAL PROGRAM - OPERATOR MAINTENANCE.
003210*    2026-10-15 JRM   JOURNAL ENTRIES CARRY SPACES IN THE NEW
003220*                     ORIGINAL RUN DATE FIELD.
003230*    2026-10-15 JRM   JOURNAL ENTRIES CARRY SPACES IN THE NEW
003240*                     REJECT SOURCE FIELD.
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
066300     MOVE WS-AUDIT-ACTION-CODE TO DBLAUD-ACTION-CODE
066400     MOVE WS-CARD-SUB TO DBLAUD-SEQUENCE-NO
066500     MOVE WS-CARD-OPER-ID (WS-CARD-SUB) TO DBLAUD-TARGET-ID
066510     MOVE SPACES TO DBLAUD-ORIG-RUN-DATE-X
066520     MOVE SPACES TO DBLAUD-REJ-SOURCE
066600     WRITE DBLAUD-RECORD.
066700 6000-WRITE-AUDIT-EXIT.
066800     EXIT.
