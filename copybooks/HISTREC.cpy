000100***************************************************************
000200*                                                               *
000300*    HISTREC.CPY                                                *
000400*                                                               *
000500*    UMSATZHISTORIE (UMSHIST) - ONE RECORD PER MOVEMENT ENTRY   *
000600*    (NON-ZERO TL-AMOUNT) OF THE TRANSACTION LOG, KEPT FOR THE  *
000700*    TEN-YEAR RETENTION PERIOD.  LOADED EVERY NIGHT BY          *
000800*    TRANLOGARCHIVE FROM THE DAY'S LOG, ONCE FROM THE EXISTING  *
000900*    TRNARCH.JJJJMMTT ARCHIVES BY HISTORYLOAD, AND CUT BACK TO  *
001000*    THE RETENTION PERIOD BY HISTORYPURGE.  READ BY KEY BY      *
001100*    STATEMENTRUN, DORMANCYREPORT AND THE BANKINGAPP            *
001200*    UMSATZANZEIGE.                                             *
001300*                                                               *
001400*    THE FILE IS INDEXED ON UH-KEY: ACCOUNT NUMBER PLUS         *
001500*    TL-TIMESTAMP, SO ONE START POSITIONS ON AN ACCOUNT AND     *
001600*    DATE.  UH-SEQ ONLY SEPARATES TWO ENTRIES OF ONE ACCOUNT    *
001700*    WITH THE SAME TIMESTAMP; IT IS ZERO FOR ALMOST ALL         *
001800*    RECORDS.  A WRITER THAT MEETS AN EXISTING KEY COMPARES     *
001900*    UH-DATA: AN EQUAL RECORD IS ALREADY ON FILE (RERUN), A     *
002000*    DIFFERENT ONE GETS THE NEXT UH-SEQ.                        *
002100*                                                               *
002200*    UH-ARCHIVE-DATE IS THE BUSINESS DATE OF THE ARCHIVE THE    *
002300*    ENTRY CAME FROM; THE RETENTION PURGE GOES BY IT.           *
002400*                                                               *
002500*    MODIFICATION HISTORY                                       *
002600*    ------------------------------------------------------     *
002700*    2026-10-15  HD  ORIGINAL LAYOUT.                           *
002800*                                                               *
002900***************************************************************
003000 01  UH-RECORD.
003100     05  UH-KEY.
003200         10  UH-ACCT-NUMBER      PIC 9(06).
003300         10  UH-TIMESTAMP        PIC X(17).
003400         10  UH-SEQ              PIC 9(02).
003500     05  UH-DATA.
003600         10  UH-ARCHIVE-DATE     PIC 9(08).
003700         10  UH-ACTION           PIC X(10).
003800         10  UH-SEARCH-TEXT      PIC X(30).
003900         10  UH-BALANCE-DISPLAY  PIC -(9)9.99.
004000         10  UH-TELLER-ID        PIC X(08).
004100         10  UH-AMOUNT           PIC S9(9)V99
004200                                 SIGN IS LEADING SEPARATE.
004300         10  FILLER              PIC X(10).
