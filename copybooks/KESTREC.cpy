000010***************************************************************
000020*                                                               *
000030*    KESTREC.CPY                                                *
000040*                                                               *
000050*    KAPITALERTRAGSTEUER YEAR-TO-DATE RECORD (KESTMAS) - ONE    *
000060*    RECORD PER ACCOUNT, WRITTEN BY THE INTEREST RUN AND READ   *
000070*    BY THE YEAR-END TAX CERTIFICATE RUN.  THE FIRST POSTING    *
000080*    OF A NEW YEAR RESETS TX-YEAR AND THE YEAR-TO-DATE FIELDS,  *
000090*    SO THE CERTIFICATES FOR A YEAR MUST BE PRINTED BEFORE THE  *
000100*    FIRST INTEREST RUN OF THE FOLLOWING YEAR.                  *
000110*                                                               *
000120*    MODIFICATION HISTORY                                      *
000130*    ------------------------------------------------------    *
000140*    2026-10-15  HD  ORIGINAL - LIFTED FROM THE INLINE FD IN    *
000150*                    INTERESTPOSTING SO THE CERTIFICATE RUN     *
000160*                    READS THE SAME RECORD.                     *
000170*    2026-10-15  HD  CARVED TX-EXEMPT-YTD OUT OF THE FILLER:    *
000180*                    THE PART OF THE YEAR'S GROSS INTEREST      *
000190*                    LEFT UNTAXED UNDER THE FREISTELLUNGS-      *
000200*                    AUFTRAG.  NOT NUMERIC ON RECORDS WRITTEN   *
000210*                    BEFORE THE CHANGE; THE INTEREST RUN FILLS  *
000220*                    IT IN ON THE NEXT POSTING.                 *
000230*                                                               *
000240***************************************************************
000250 01  TX-RECORD.
000260     05  TX-ACCT-NUMBER          PIC 9(06).
000270     05  TX-YEAR                 PIC 9(04).
000280     05  TX-GROSS-YTD            PIC S9(9)V99 COMP-3.
000290     05  TX-TAX-YTD              PIC S9(9)V99 COMP-3.
000300     05  TX-EXEMPT-YTD           PIC S9(7)V99 COMP-3.
