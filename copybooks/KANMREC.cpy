000010***************************************************************
000020*                                                               *
000030*    KANMREC.CPY                                                *
000040*                                                               *
000050*    KAPITALERTRAGSTEUER-ANMELDUNG (KESTANM) - ONE LINE PER     *
000060*    COMPLETED INTEREST RUN WITH THE PERIOD'S GROSS INTEREST    *
000070*    AND WITHHELD TAX, APPENDED BY THE INTEREST RUN AND READ    *
000080*    BY THE YEAR-END CERTIFICATE RUN FOR THE MONTHLY            *
000090*    REMITTANCE SUMMARY.  SHOULD A PERIOD APPEAR TWICE (RUN     *
000100*    BROKEN BETWEEN THIS LINE AND ITS RUN CONTROL), THE LAST    *
000110*    LINE OF THE PERIOD IS THE VALID ONE.                       *
000120*                                                               *
000130*    MODIFICATION HISTORY                                      *
000140*    ------------------------------------------------------    *
000150*    2026-10-15  HD  ORIGINAL LAYOUT.                           *
000160*                                                               *
000170***************************************************************
000180 01  KA-RECORD.
000190     05  KA-PERIOD               PIC 9(06).
000200     05  FILLER                  PIC X(01).
000210     05  KA-ACCOUNT-COUNT        PIC 9(06).
000220     05  FILLER                  PIC X(01).
000230     05  KA-GROSS                PIC S9(11)V99
000240                                 SIGN IS LEADING SEPARATE.
000250     05  FILLER                  PIC X(01).
000260     05  KA-TAX                  PIC S9(11)V99
000270                                 SIGN IS LEADING SEPARATE.
000280     05  FILLER                  PIC X(01).
000290     05  KA-RUN-DATE             PIC 9(08).
