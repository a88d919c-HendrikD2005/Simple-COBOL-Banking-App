000010***************************************************************
000020*                                                               *
000030*    CLRGREC.CPY                                                *
000040*                                                               *
000050*    CLEARING FILE RECORD LAYOUT (CLEARING.JJJJMMTT) - KOPF,    *
000060*    DETAIL AND FUSS VIEWS OF THE ONE FIXED-FORMAT RECORD.      *
000070*    WRITTEN BY THE END OF DAY EXTRACT (PAYEXTRACT) AND READ    *
000080*    BACK BY THE INBOUND CLEARING RUN (CLEARINGPOSTING) TO      *
000090*    MATCH A RETURNED UEBERWEISUNG TO ITS ORIGINAL.             *
000100*                                                               *
000110*    MODIFICATION HISTORY                                      *
000120*    ------------------------------------------------------    *
000130*    2026-10-15  HD  ORIGINAL - LIFTED FROM THE INLINE FD IN    *
000140*                    PAYEXTRACT SO THE INBOUND CLEARING RUN     *
000150*                    READS THE SAME RECORD.                     *
000160*                                                               *
000170***************************************************************
000180 01  CL-RECORD                   PIC X(105).
000190 01  CL-DETAIL REDEFINES CL-RECORD.
000200     05  CL-TARGET-BLZ           PIC X(08).
000210     05  FILLER                  PIC X(01).
000220     05  CL-TARGET-ACCT          PIC X(10).
000230     05  FILLER                  PIC X(01).
000240     05  CL-AMOUNT               PIC S9(10)V99
000250                                 SIGN IS LEADING SEPARATE.
000260     05  FILLER                  PIC X(01).
000270     05  CL-RECIPIENT-NAME       PIC X(27).
000280     05  FILLER                  PIC X(01).
000290     05  CL-REFERENCE            PIC X(27).
000300     05  FILLER                  PIC X(01).
000310     05  CL-SOURCE-ACCT          PIC 9(06).
000320     05  FILLER                  PIC X(01).
000330     05  CL-CAPTURE-DATE         PIC 9(08).
000340 01  CL-HEADER REDEFINES CL-RECORD.
000350     05  CL-H-TYPE               PIC X(04).
000360     05  FILLER                  PIC X(01).
000370     05  CL-H-DATE               PIC 9(08).
000380     05  FILLER                  PIC X(92).
000390 01  CL-TRAILER REDEFINES CL-RECORD.
000400     05  CL-T-TYPE               PIC X(04).
000410     05  FILLER                  PIC X(01).
000420     05  CL-T-ITEM-COUNT         PIC 9(06).
000430     05  FILLER                  PIC X(01).
000440     05  CL-T-AMOUNT-TOTAL       PIC S9(10)V99
000450                                 SIGN IS LEADING SEPARATE.
000460     05  FILLER                  PIC X(80).
