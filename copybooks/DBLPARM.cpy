001380*                     BUT CUTS NO INTERFACE CONTROL RECORD -
001390*                     THE END-OF-DAY CONSOLIDATION STEP SENDS
001391*                     THE WHOLE DAY AS ONE EXTRACT.
001392*    2026-10-15 JRM   ADDED THE BUSINESS DATE THE RUN IS FOR,
001393*                     CARVED OUT OF THE FILLER (RECORD LENGTH
001394*                     UNCHANGED). IT KEYS THE RUN'S ENTRY ON THE
001395*                     JOB-STREAM STATUS FILE (COPYBOOK DBLSTRM)
001396*                     THAT THE LATER STREAM STEPS CHECK.
001400******************************************************************
001500 01  DBLPARM-RECORD.
001600     05  DBLPARM-OPERATOR-ID     PIC X(08).
002540     05  DBLPARM-RUN-TYPE        PIC X(01).
002550         88  DBLPARM-NIGHTLY         VALUE "N" " ".
002560         88  DBLPARM-INTRADAY        VALUE "I".
002570     05  DBLPARM-BUS-DATE        PIC 9(08).
002580     05  DBLPARM-BUS-DATE-X REDEFINES DBLPARM-BUS-DATE
002590                                 PIC X(08).
002600     05  FILLER                  PIC X(55).
