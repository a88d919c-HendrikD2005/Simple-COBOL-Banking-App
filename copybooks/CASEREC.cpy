000100***************************************************************
000200*                                                               *
000300*    CASEREC.CPY                                                *
000400*                                                               *
000500*    GELDWAESCHE-VERDACHTSFAELLE (GWGCASE) - ONE CASE PER       *
000600*    PATTERN FOUND BY THE NIGHTLY CASH MONITORING               *
000700*    (CASHMONITOR), WORKED BY COMPLIANCE WITH CASEMAINT.  THE   *
000800*    FILE IS INDEXED ON GC-KEY: CASE NUMBER PLUS LINE NUMBER.   *
000900*    LINE 000 IS THE CASE HEAD (CUSTOMER, PATTERN, STATUS,      *
001000*    TOTALS, CLOSING COMMENT); LINES 001 AND UP ARE THE         *
001100*    MOVEMENTS OF THE CASE, EACH WITH THE UMSHIST KEY OF THE    *
001200*    MOVEMENT IN GC-MOVE-KEY (SPACES ON THE HEAD).  BOTH        *
001300*    CUSTOMER NUMBER AND MOVEMENT KEY ARE ALTERNATE KEYS, SO    *
001400*    THE MONITORING FINDS THE OPEN CASE OF A CUSTOMER AND       *
001500*    KNOWS WHICH MOVEMENTS ARE ALREADY IN A CASE.               *
001600*                                                               *
001700*    GC-CASE-TYPE:                                              *
001800*      B  BARGELD - ONE CASH ITEM AT OR ABOVE THE THRESHOLD     *
001900*      S  STUECKELUNG - CASH ITEMS JUST UNDER THE THRESHOLD     *
002000*         ADDING UP PAST IT WITHIN THE WINDOW OF DAYS           *
002100*      D  DURCHLAUF - CASH DEPOSIT PAID OUT AGAIN AS            *
002200*         UEBERW-AUS WITHIN A FEW DAYS                          *
002300*    GC-STATUS (HEAD): O OFFEN, G GEPRUEFT (NO SUSPICION),      *
002400*      M GEMELDET (VERDACHTSMELDUNG ERSTATTET).  G AND M ARE    *
002500*      SET BY CASEMAINT WITH DATE, OFFICER AND COMMENT.         *
002600*                                                               *
002700*    MODIFICATION HISTORY                                       *
002800*    ------------------------------------------------------     *
002900*    2026-10-15  HD  ORIGINAL LAYOUT.                           *
003000*                                                               *
003100***************************************************************
003200 01  GC-RECORD.
003300     05  GC-KEY.
003400         10  GC-CASE-NUMBER      PIC 9(06).
003500         10  GC-LINE-NUMBER      PIC 9(03).
003600     05  GC-CUST-NUMBER          PIC 9(06).
003700     05  GC-MOVE-KEY.
003800         10  GC-ACCT-NUMBER      PIC 9(06).
003900         10  GC-TIMESTAMP        PIC X(17).
004000         10  GC-SEQ              PIC 9(02).
004100     05  GC-CASE-TYPE            PIC X(01).
004200         88  GC-BARGELD                    VALUE "B".
004300         88  GC-STUECKELUNG                VALUE "S".
004400         88  GC-DURCHLAUF                  VALUE "D".
004500     05  GC-DETAIL               PIC X(110).
004600     05  GC-HEAD REDEFINES GC-DETAIL.
004700         10  GC-STATUS           PIC X(01).
004800             88  GC-OFFEN                  VALUE "O".
004900             88  GC-GEPRUEFT               VALUE "G".
005000             88  GC-GEMELDET               VALUE "M".
005100         10  GC-OPEN-DATE        PIC 9(08).
005200         10  GC-LAST-HIT-DATE    PIC 9(08).
005300         10  GC-MOVE-COUNT       PIC 9(03).
005400         10  GC-CASH-TOTAL       PIC S9(9)V99 COMP-3.
005500         10  GC-TRANSFER-TOTAL   PIC S9(9)V99 COMP-3.
005600         10  GC-CLOSE-DATE       PIC 9(08).
005700         10  GC-OFFICER          PIC X(08).
005800         10  GC-COMMENT          PIC X(60).
005900         10  FILLER              PIC X(02).
006000     05  GC-MOVE REDEFINES GC-DETAIL.
006100         10  GC-ACTION           PIC X(10).
006200         10  GC-AMOUNT           PIC S9(9)V99 COMP-3.
006300         10  GC-TELLER-ID        PIC X(08).
006400         10  GC-SEARCH-TEXT      PIC X(30).
006500         10  GC-ADDED-DATE       PIC 9(08).
006600         10  FILLER              PIC X(48).
