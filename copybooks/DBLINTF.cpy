001200*    DATE       INIT  DESCRIPTION
001300*    ---------  ----  -----------------------------------------
001400*    2026-08-22 JRM   ORIGINAL COPYBOOK - INTERFACE EXTRACT.
001410*    2026-10-15 JRM   ADDED ADJUSTMENT RECORD TYPES. A CORRECTION
001420*                     MADE AFTER A DETAIL WAS SENT GOES DOWN AS A
001430*                     PAIR - A REVERSAL (R) CARRYING THE VALUES
001440*                     THE POSTING SYSTEM HOLDS AND A REPLACEMENT
001450*                     (A) CARRYING THE CORRECTED VALUES, BOTH IN
001460*                     THE DETAIL LAYOUT UNDER THE ORIGINAL RUN
001470*                     DATE AND SEQUENCE NUMBER. THE ADJUSTMENT
001480*                     CONTROL RECORD (J) CARRIES THE COUNT AND
001490*                     NUMBER HASH OF THE R AND A RECORDS ONLY,
001491*                     SO ADJUSTMENTS BALANCE SEPARATELY FROM THE
001492*                     ORIGINAL DETAILS UNDER THE C RECORD.
001493*    2026-10-15 JRM   ADDED THE FEEDER SOURCE CODE TO THE DETAIL
001494*                     LAYOUT, CARVED OUT OF THE FILLER (RECORD
001495*                     LENGTH UNCHANGED), SO THE POSTING SYSTEM
001496*                     CAN TELL ONE FEEDER'S TRANSACTIONS FROM
001497*                     ANOTHER'S. THE CONTROL RECORDS STILL COVER
001498*                     THE WHOLE EXTRACT.
001500******************************************************************
001600 01  DBLINTF-RECORD.
001700     05  DBLINTF-REC-TYPE        PIC X(01).
001800         88  DBLINTF-IS-DETAIL       VALUE "D".
001900         88  DBLINTF-IS-CONTROL      VALUE "C".
001910         88  DBLINTF-IS-REVERSAL     VALUE "R".
001920         88  DBLINTF-IS-REPLACEMENT  VALUE "A".
001930         88  DBLINTF-IS-ADJUSTMENT   VALUE "R" "A".
001940         88  DBLINTF-IS-ADJ-CONTROL  VALUE "J".
002000     05  DBLINTF-DETAIL-AREA.
002100         10  DBLINTF-RUN-DATE        PIC 9(08).
002200         10  DBLINTF-SEQUENCE-NO     PIC 9(09).
002400         10  DBLINTF-RESULT          PIC 9(07).
002500         10  DBLINTF-OP-CODE         PIC X(01).
002600         10  DBLINTF-MARKUP-PCT      PIC 9(05).
002650         10  DBLINTF-SOURCE-ID       PIC X(04).
002700         10  FILLER                  PIC X(40).
002800     05  DBLINTF-CONTROL-AREA REDEFINES DBLINTF-DETAIL-AREA.
002900         10  DBLINTF-CTL-SENT-DATE   PIC 9(08).
003000         10  DBLINTF-CTL-REC-COUNT   PIC 9(09).
