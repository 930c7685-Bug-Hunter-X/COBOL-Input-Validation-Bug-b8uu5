001000*    DATE       INIT  DESCRIPTION
001100*    ---------  ----  -----------------------------------------
001200*    2026-08-22 JRM   ORIGINAL COPYBOOK - INTERFACE ACK.
001210*    2026-10-15 JRM   CARVED DBLACK-ACK-TYPE OUT OF THE FILLER
001220*                     (RECORD LENGTH UNCHANGED). J ACKNOWLEDGES
001230*                     AN ADJUSTMENT CONTROL RECORD; ANYTHING
001240*                     ELSE, INCLUDING THE SPACES AN ACK WRITTEN
001250*                     BEFORE THIS CHANGE CARRIES, ACKNOWLEDGES
001260*                     THE ORIGINAL DETAILS' CONTROL RECORD.
001300******************************************************************
001400 01  DBLACK-RECORD.
001500     05  DBLACK-SENT-DATE        PIC 9(08).
001600     05  DBLACK-REC-COUNT        PIC 9(09).
001700     05  DBLACK-HASH-TOTAL       PIC 9(11).
001710     05  DBLACK-ACK-TYPE         PIC X(01).
001720         88  DBLACK-FOR-ADJUSTMENTS  VALUE "J".
001800     05  FILLER                  PIC X(51).
