000100******************************************************************
000200*    DBLLIM.CPY
000300*    TOLERANCE LIMIT RECORD. ONE RECORD PER OPERATION CODE ON
000400*    LIMFILE GIVES THE LOWEST AND HIGHEST WS-NUMBER DBL100 WILL
000500*    PASS STRAIGHT THROUGH FOR THAT CODE - ANYTHING OUTSIDE IS
000600*    HELD FOR REVIEW INSTEAD OF POSTED. A HIGH LIMIT OF ZERO
000700*    MEANS NO LIMIT IS SET AND NOTHING OF THAT CODE IS HELD.
000800*
000900*    THE LIMIT DERIVATION JOB (DBL250) WRITES THE FILE. A
001000*    DERIVED LIMIT (ORIGIN D) COMES FROM THE MEAN WS-NUMBER OF
001100*    THE CODE'S RECENT RESULTS MASTER HISTORY; A MANUAL LIMIT
001200*    (ORIGIN M) WAS SET ON A LIMIT CARD AND IS CARRIED FORWARD
001300*    UNTOUCHED UNTIL A CARD RETURNS THE CODE TO DERIVATION.
001400*
001500*    MODIFICATION HISTORY
001600*    DATE       INIT  DESCRIPTION
001700*    ---------  ----  -----------------------------------------
001800*    2026-10-15 JRM   ORIGINAL COPYBOOK - TOLERANCE LIMIT.
001900******************************************************************
002000 01  DBLLIM-RECORD.
002100     05  DBLLIM-OP-CODE          PIC X(01).
002200         88  DBLLIM-OP-DOUBLE        VALUE "1".
002300         88  DBLLIM-OP-TRIPLE        VALUE "2".
002400         88  DBLLIM-OP-MARKUP        VALUE "3".
002500     05  DBLLIM-LOW-LIMIT        PIC 9(05).
002600     05  DBLLIM-HIGH-LIMIT       PIC 9(05).
002700     05  DBLLIM-ORIGIN           PIC X(01).
002800         88  DBLLIM-DERIVED          VALUE "D".
002900         88  DBLLIM-MANUAL           VALUE "M".
003000     05  DBLLIM-SET-DATE         PIC 9(08).
003100     05  DBLLIM-SET-BY           PIC X(08).
003200     05  DBLLIM-WINDOW-FROM      PIC 9(08).
003300     05  DBLLIM-WINDOW-TO        PIC 9(08).
003400     05  DBLLIM-SAMPLE-COUNT     PIC 9(09).
003500     05  DBLLIM-MEAN             PIC 9(05).
003600     05  FILLER                  PIC X(22).
