000010***************************************************************
000020*                                                               *
000030*    RSUMREC.CPY                                                *
000040*                                                               *
000050*    TAGESABSTIMMUNG-SUMMENSATZ (RECONSUM) - ONE RECORD,        *
000060*    REWRITTEN BY EVERY END OF DAY RECONCILIATION WITH THE      *
000070*    DATE IT RAN FOR, THE NUMBER OF TRANLOG ENTRIES IT READ,    *
000080*    THE MOVEMENT TOTAL IT PROVED AGAINST THE ACCOUNT MASTER    *
000090*    AND ITS EXCEPTION COUNTS.  THE GENERAL LEDGER EXTRACT      *
000100*    TIES ITS CUSTOMER DEPOSIT MOVEMENT TO RS-MOVEMENT-TOTAL.   *
000110*                                                               *
000120*    MODIFICATION HISTORY                                      *
000130*    ------------------------------------------------------    *
000140*    2026-10-15  HD  ORIGINAL LAYOUT.                           *
000150*                                                               *
000160***************************************************************
000170 01  RS-RECORD.
000180     05  RS-RUN-DATE             PIC 9(08).
000190     05  FILLER                  PIC X(01).
000200     05  RS-LOG-COUNT            PIC 9(08).
000210     05  FILLER                  PIC X(01).
000220     05  RS-MOVEMENT-TOTAL       PIC S9(11)V99
000230                                 SIGN IS LEADING SEPARATE.
000240     05  FILLER                  PIC X(01).
000250     05  RS-OOB-COUNT            PIC 9(06).
000260     05  FILLER                  PIC X(01).
000270     05  RS-ORPHAN-COUNT         PIC 9(06).
