000100******************************************************************
000200*    DBLRCL.CPY
000300*    RECALL CARD FOR THE RESULTS MASTER RECALL JOB (DBL280). EACH
000400*    CARD NAMES ONE RUN DATE, OR A RANGE OF RUN DATES, WHOSE
000500*    RECORDS THE RETENTION PURGE MOVED TO THE FLAT ARCHIVE AND
000600*    WHICH ARE TO BE COPIED BACK ONTO THE RESULTS MASTER. A
000700*    BLANK TO-DATE RECALLS THE FROM-DATE ALONE.
000800*
000900*    MODIFICATION HISTORY
001000*    DATE       INIT  DESCRIPTION
001100*    ---------  ----  -----------------------------------------
001200*    2026-10-15 JRM   ORIGINAL COPYBOOK - RESULTS MASTER RECALL.
001300******************************************************************
001400 01  DBLRCL-RECORD.
001500     05  DBLRCL-FROM-DATE        PIC 9(08).
001600     05  DBLRCL-FROM-DATE-X REDEFINES DBLRCL-FROM-DATE
001700                                 PIC X(08).
001800     05  DBLRCL-TO-DATE          PIC 9(08).
001900     05  DBLRCL-TO-DATE-X REDEFINES DBLRCL-TO-DATE
002000                                 PIC X(08).
002100     05  FILLER                  PIC X(64).
