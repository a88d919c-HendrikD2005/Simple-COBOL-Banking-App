000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FeePosting.
000030 AUTHOR. H. DECKER.
000040 INSTALLATION. RETAIL BANKING OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*    FEEPOSTING - MONATLICHER LAUF KONTOFUEHRUNGSENTGELT        *
000100*                                                               *
000110*    RUNS ONCE A MONTH, AFTER THE MONTH HAS CLOSED.  CHARGES    *
000120*    EVERY NOT-CLOSED ACCOUNT THE FLAT MONTHLY FEE PLUS THE     *
000130*    PER-ITEM PRICES OF THE FEE SCHEDULE (FEESCHED) FOR THE     *
000140*    ITEMS IT HAD IN THE COMPLETED MONTH.  THE ITEMS ARE        *
000150*    COUNTED FROM THE DATED TRANLOG ARCHIVES (TRNARCH.JJJJMMTT) *
000160*    OF THAT MONTH.  THE FEE IS DEBITED ON ACCTMAS WITH AN      *
000170*    "ENTGELT" TRANLOG ENTRY, SO THE END OF DAY RECONCILIATION  *
000180*    SEES THE MOVEMENT, AND EACH ACCOUNT GETS ONE LINE ON THE   *
000190*    FEE REPORT (FEERPT).                                       *
000200*                                                               *
000210*    GESPERRTE KONTEN PAY LIKE ACTIVE ONES; GESCHLOSSENE ARE    *
000220*    SKIPPED.  THE FEE IS NEVER REFUSED FOR LACK OF COVER - IT  *
000230*    MAY TAKE THE BALANCE PAST ACCT-OD-LIMIT, AND THE REPORT    *
000240*    MARKS EVERY ACCOUNT IT DID THAT TO.  NO OTHER DEBIT GETS   *
000250*    PAST THE LIMIT THAT WAY.                                   *
000260*                                                               *
000270*    FEESCHED RECORD, FIXED COLUMNS:                            *
000280*      1-10  POSTEN       TL-ACTION, OR "GRUNDPREIS" FOR THE    *
000290*                         FLAT MONTHLY FEE                      *
000300*     12-19  HERKUNFT     SPACES   = EVERY ENTRY OF THE ACTION  *
000310*                         SCHALTER = TELLER ENTRIES ONLY (NO    *
000320*                                    BATCH OR SYSTEM ID)        *
000330*                         OTHER    = ENTRIES OF THAT TL-TELLER- *
000340*                                    ID ONLY (E.G. DAUERAUF)    *
000350*     21-27  PREIS        9(5)V99, NUR ZIFFERN                  *
000360*     29-48  TEXTANFANG   ONLY ENTRIES WHOSE TL-SEARCH-TEXT     *
000370*                         STARTS WITH THIS TEXT (SPACES = ALL)  *
000380*    E.G. "ABGELEHNT  DAUERAUF 0000500 LIMIT UEBERSCHRITTEN"    *
000390*    PRICES A STANDING ORDER RETURNED FOR LACK OF FUNDS.        *
000400*                                                               *
000410*    AN ENTRY A TELLER HAD REVERSED IS NOT AN ITEM, AND NEITHER *
000420*    IS THE STORNO ENTRY ITSELF.  THE STORNO NAMES ITS ORIGINAL *
000430*    BY TIMESTAMP (SEARCH TEXT 1-17) AND ACTION (19-28); IT     *
000440*    GOES INTO THE SORT UNDER THAT KEY, SORTS DIRECTLY IN FRONT *
000450*    OF THE ORIGINAL, AND BOTH DROP OUT WHEN THE ITEMS ARE      *
000460*    COUNTED.                                                   *
000470*                                                               *
000480*    THE FEECTL RUN CONTROL WORKS LIKE INTCTL: IT RECORDS THE   *
000490*    MONTH CHARGED, CHECKPOINTS EVERY CHARGED ACCOUNT, REFUSES  *
000500*    A MONTH THAT ALREADY COMPLETED AND RESUMES A BROKEN RUN    *
000510*    AFTER THE LAST ACCOUNT CHARGED.                            *
000520*                                                               *
000530*    MODIFICATION HISTORY                                      *
000540*    ------------------------------------------------------    *
000550*    2026-10-15  HD  ORIGINAL VERSION.                         *
000560*    2026-10-15  HD  DAS LAUFDATUM KOMMT AUS DEM               *
000570*                    GESCHAEFTSDATUM (BUSDATE) STATT AUS DEM   *
000580*                    SYSTEMDATUM. DER LAUF SETZT DEN           *
000590*                    GESCHLOSSENEN SCHALTER VORAUS, WIRD NACH  *
000600*                    DER TAGESABSTIMMUNG ABGELEHNT UND         *
000610*                    VERMERKT DEN SCHRITT ENTGELT. RENUMBERED  *
000620*                    THE SOURCE.                               *
000630*    2026-10-15  HD  STORNIERTE BUCHUNGEN UND DIE STORNO-      *
000640*                    EINTRAEGE SELBST WERDEN NICHT ALS         *
000650*                    ENTGELTPOSTEN GEZAEHLT. RENUMBERED THE    *
000660*                    SOURCE.                                   *
000670*                                                               *
000680*****************************************************************
000690
000700 ENVIRONMENT DIVISION.
000710 INPUT-OUTPUT SECTION.
000720 FILE-CONTROL.
000730     SELECT ACCTMAS ASSIGN TO "ACCTMAS"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS ACCT-NUMBER
000770         ALTERNATE RECORD KEY IS ACCT-CUST-NUMBER
000780             WITH DUPLICATES
000790         FILE STATUS IS WS-ACCTMAS-STATUS.
000800
000810     SELECT FEESCHED ASSIGN TO "FEESCHED"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-FEESCHED-STATUS.
000840
000850     SELECT TRANARCH ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-TRANARCH-STATUS.
000880
000890     SELECT TRANLOG ASSIGN TO "TRANLOG"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-TRANLOG-STATUS.
000920
000930     SELECT FEERPT ASSIGN TO "FEERPT"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-FEERPT-STATUS.
000960
000970     SELECT BUSDATE ASSIGN TO "BUSDATE"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-BUSDATE-STATUS.
001000
001010     SELECT FEECTL ASSIGN TO "FEECTL"
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS WS-FEECTL-STATUS.
001040
001050     SELECT SORTWRK ASSIGN TO "SORTWRK".
001060
001070 DATA DIVISION.
001080 FILE SECTION.
001090 FD  ACCTMAS
001100     LABEL RECORDS ARE STANDARD.
001110 COPY ACCTREC.
001120
001130 FD  FEESCHED
001140     LABEL RECORDS ARE STANDARD.
001150 01  FS-RECORD.
001160     05  FS-ITEM                 PIC X(10).
001170     05  FILLER                  PIC X(01).
001180     05  FS-ORIGIN               PIC X(08).
001190     05  FILLER                  PIC X(01).
001200     05  FS-PRICE-X              PIC X(07).
001210     05  FS-PRICE REDEFINES FS-PRICE-X
001220                                 PIC 9(5)V99.
001230     05  FILLER                  PIC X(01).
001240     05  FS-TEXT-PREFIX          PIC X(20).
001250
001260 FD  TRANARCH
001270     LABEL RECORDS ARE STANDARD.
001280 COPY TRANREC.
001290
001300 FD  TRANLOG
001310     LABEL RECORDS ARE STANDARD.
001320 01  TN-RECORD                   PIC X(102).
001330
001340 FD  FEERPT
001350     LABEL RECORDS ARE STANDARD.
001360 01  RP-LINE                     PIC X(100).
001370
001380 FD  BUSDATE
001390     LABEL RECORDS ARE STANDARD.
001400 COPY BDATREC.
001410
001420 FD  FEECTL
001430     LABEL RECORDS ARE STANDARD.
001440 01  RC-RECORD.
001450     05  RC-PERIOD               PIC 9(06).
001460     05  FILLER                  PIC X(01).
001470     05  RC-STATUS               PIC X(08).
001480     05  FILLER                  PIC X(01).
001490     05  RC-LAST-ACCT-NUMBER     PIC 9(06).
001500     05  FILLER                  PIC X(01).
001510     05  RC-CHARGED-COUNT        PIC 9(06).
001520     05  FILLER                  PIC X(01).
001530     05  RC-FEE-TOTAL            PIC S9(11)V99
001540                                 SIGN IS LEADING SEPARATE.
001550
001560 SD  SORTWRK.
001570 01  SF-RECORD.
001580     05  SF-ACCT-NUMBER          PIC 9(06).
001590     05  SF-TIMESTAMP            PIC X(17).
001600     05  SF-ACTION               PIC X(10).
001610     05  SF-KIND                 PIC X(01).
001620         88  SF-STORNO                     VALUE "1".
001630         88  SF-ITEM                       VALUE "2".
001640     05  SF-SCHED-IX             PIC 9(02).
001650
001660 WORKING-STORAGE SECTION.
001670*--------------------------------------------------------------*
001680* FILE STATUS AND CONDITION SWITCHES                            *
001690*--------------------------------------------------------------*
001700 01  WS-ACCTMAS-STATUS           PIC X(02) VALUE "00".
001710 01  WS-FEESCHED-STATUS          PIC X(02) VALUE "00".
001720 01  WS-TRANARCH-STATUS          PIC X(02) VALUE "00".
001730 01  WS-TRANLOG-STATUS           PIC X(02) VALUE "00".
001740 01  WS-FEERPT-STATUS            PIC X(02) VALUE "00".
001750 01  WS-FEECTL-STATUS            PIC X(02) VALUE "00".
001760 01  WS-BUSDATE-STATUS           PIC X(02) VALUE "00".
001770 01  WS-ACCTMAS-EOF-SW           PIC X(01) VALUE "N".
001780     88  ACCTMAS-EOF                       VALUE "Y".
001790 01  WS-FEESCHED-EOF-SW          PIC X(01) VALUE "N".
001800     88  FEESCHED-EOF                      VALUE "Y".
001810 01  WS-TRANARCH-EOF-SW          PIC X(01) VALUE "N".
001820     88  TRANARCH-EOF                      VALUE "Y".
001830 01  WS-SORT-EOF-SW              PIC X(01) VALUE "N".
001840     88  SORT-EOF                          VALUE "Y".
001850 01  WS-ABORT-RUN-SW             PIC X(01) VALUE "N".
001860     88  ABORT-RUN                         VALUE "Y".
001870 01  WS-RESTART-SW               PIC X(01) VALUE "N".
001880     88  RESTART-RUN                       VALUE "Y".
001890 01  WS-REWRITE-OK-SW            PIC X(01) VALUE "N".
001900     88  REWRITE-OK                        VALUE "Y".
001910 01  WS-ENTRY-MATCH-SW           PIC X(01) VALUE "N".
001920     88  ENTRY-MATCHES                     VALUE "Y".
001930 01  WS-ENTRY-TELLER             PIC X(08) VALUE SPACES.
001940     88  SYSTEM-TELLER                     VALUES "STAPEL"
001950                                           "ZINSLAUF"
001960                                           "DAUERAUF"
001970                                           "ENTGELT" "CLEARING".
001980
001990*--------------------------------------------------------------*
002000* FEE SCHEDULE - LOADED FROM FEESCHED AT START OF RUN           *
002010*--------------------------------------------------------------*
002020 01  WS-FEE-TABLE.
002030     05  WS-FEE-ENTRY OCCURS 30 TIMES.
002040         10  WS-FT-ITEM          PIC X(10).
002050         10  WS-FT-ORIGIN        PIC X(08).
002060         10  WS-FT-PRICE         PIC 9(5)V99.
002070         10  WS-FT-TEXT-PREFIX   PIC X(20).
002080         10  WS-FT-PREFIX-LEN    PIC 9(02) COMP.
002090         10  WS-FT-ITEM-COUNT    PIC 9(06) COMP.
002100 01  WS-FEE-COUNT                PIC 9(02) COMP VALUE ZERO.
002110 01  WS-FEE-MAX                  PIC 9(02) COMP VALUE 30.
002120 01  WS-FT-IX                    PIC 9(02) COMP VALUE ZERO.
002130 01  WS-FLAT-FEE                 PIC 9(5)V99 VALUE ZERO.
002140 01  WS-PREFIX-IX                PIC 9(02) COMP VALUE ZERO.
002150
002160*--------------------------------------------------------------*
002170* FEE PERIOD - THE MONTH COMPLETED BEFORE THE RUN DATE          *
002180*--------------------------------------------------------------*
002190 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
002200 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
002210     05  WS-RUN-YEAR             PIC 9(04).
002220     05  WS-RUN-MONTH            PIC 9(02).
002230     05  WS-RUN-DAY              PIC 9(02).
002240 01  WS-FEE-PERIOD               PIC 9(06) VALUE ZERO.
002250 01  WS-PERIOD-START             PIC 9(08) VALUE ZERO.
002260 01  WS-PERIOD-END               PIC 9(08) VALUE ZERO.
002270 01  WS-SCAN-DATE                PIC 9(08) VALUE ZERO.
002280 01  WS-SCAN-DATE-PARTS REDEFINES WS-SCAN-DATE.
002290     05  WS-SCAN-YEAR            PIC 9(04).
002300     05  WS-SCAN-MONTH           PIC 9(02).
002310     05  WS-SCAN-DAY             PIC 9(02).
002320 01  WS-MONTH-END-DAY            PIC 9(02) VALUE ZERO.
002330 01  WS-YEAR-REMAINDER           PIC 9(04) COMP VALUE ZERO.
002340 01  WS-MONTH-DAYS-TABLE.
002350     05  FILLER                  PIC X(24)
002360         VALUE "312831303130313130313031".
002370 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
002380     05  WS-DAYS-IN-MONTH        PIC 9(02) OCCURS 12 TIMES.
002390 01  WS-ARCHIVE-NAME             PIC X(16) VALUE SPACES.
002400
002410*--------------------------------------------------------------*
002420* LAST STORNO SEEN IN THE SORT OUTPUT - THE ORIGINAL IT NAMES   *
002430* FOLLOWS DIRECTLY                                              *
002440*--------------------------------------------------------------*
002450 01  WS-STORNO-KEY.
002460     05  WS-STORNO-ACCT          PIC 9(06) VALUE ZERO.
002470     05  WS-STORNO-TIMESTAMP     PIC X(17) VALUE SPACES.
002480     05  WS-STORNO-ACTION        PIC X(10) VALUE SPACES.
002490
002500*--------------------------------------------------------------*
002510* RUN CONTROL / CHECKPOINT FIELDS                               *
002520*--------------------------------------------------------------*
002530 01  WS-RESTART-ACCT-NUMBER      PIC 9(06) VALUE ZERO.
002540 01  WS-CHECKPOINT-STATUS        PIC X(08) VALUE "LAEUFT".
002550
002560*--------------------------------------------------------------*
002570* FEE CALCULATION FIELDS                                        *
002580*--------------------------------------------------------------*
002590 01  OD-LIMIT                    PIC S9(7)V99 VALUE -500.00.
002600 01  WS-EFFECTIVE-OD-LIMIT       PIC S9(7)V99 VALUE ZERO.
002610 01  WS-ITEM-FEE                 PIC S9(7)V99 VALUE ZERO.
002620 01  WS-ACCOUNT-FEE              PIC S9(7)V99 VALUE ZERO.
002630 01  WS-ACCT-ITEM-COUNT          PIC 9(06) COMP VALUE ZERO.
002640 01  WS-NOTE                     PIC X(20) VALUE SPACES.
002650
002660*--------------------------------------------------------------*
002670* RUN COUNTERS                                                  *
002680*--------------------------------------------------------------*
002690 01  WS-ARCHIVE-COUNT            PIC 9(04) COMP VALUE ZERO.
002700 01  WS-RELEASED-COUNT           PIC 9(08) COMP VALUE ZERO.
002710 01  WS-CHARGED-COUNT            PIC 9(06) COMP VALUE ZERO.
002720 01  WS-OVER-LIMIT-COUNT         PIC 9(06) COMP VALUE ZERO.
002730 01  WS-CLOSED-SKIP-COUNT        PIC 9(06) COMP VALUE ZERO.
002740 01  WS-FAILED-COUNT             PIC 9(06) COMP VALUE ZERO.
002750 01  WS-NOFEE-COUNT              PIC 9(06) COMP VALUE ZERO.
002760 01  WS-ORPHAN-ITEM-COUNT        PIC 9(08) COMP VALUE ZERO.
002770 01  WS-STORNO-COUNT             PIC 9(08) COMP VALUE ZERO.
002780 01  WS-REVERSED-COUNT           PIC 9(08) COMP VALUE ZERO.
002790 01  WS-TOTAL-FEES               PIC S9(11)V99 VALUE ZERO.
002800
002810*--------------------------------------------------------------*
002820* REPORT EDIT FIELDS                                            *
002830*--------------------------------------------------------------*
002840 01  WS-FLAT-EDIT                PIC Z(4)9.99.
002850 01  WS-ITEM-FEE-EDIT            PIC Z(6)9.99.
002860 01  WS-FEE-EDIT                 PIC Z(6)9.99.
002870 01  WS-BALANCE-EDIT             PIC -(9)9.99.
002880 01  WS-TOTAL-EDIT               PIC -(10)9.99.
002890 01  WS-COUNT-EDIT               PIC Z(05)9.
002900
002910*--------------------------------------------------------------*
002920* AUDIT TRAIL WORK FIELDS                                       *
002930*--------------------------------------------------------------*
002940 01  WS-CURRENT-TIME             PIC 9(08).
002950 01  WS-TIMESTAMP                PIC X(17).
002960 01  WS-LOG-BALANCE-EDIT         PIC -(9)9.99.
002970 01  WS-LOG-RECORD.
002980     05  WS-LOG-TIMESTAMP        PIC X(17).
002990     05  FILLER                  PIC X(01) VALUE SPACE.
003000     05  WS-LOG-ACTION           PIC X(10).
003010     05  FILLER                  PIC X(01) VALUE SPACE.
003020     05  WS-LOG-SEARCH-TEXT      PIC X(30).
003030     05  FILLER                  PIC X(01) VALUE SPACE.
003040     05  WS-LOG-ACCT-NUMBER      PIC 9(06).
003050     05  FILLER                  PIC X(01) VALUE SPACE.
003060     05  WS-LOG-BALANCE          PIC -(9)9.99.
003070     05  FILLER                  PIC X(01) VALUE SPACE.
003080     05  WS-LOG-TELLER-ID        PIC X(08).
003090     05  FILLER                  PIC X(01) VALUE SPACE.
003100     05  WS-LOG-AMOUNT           PIC S9(9)V99
003110                                 SIGN IS LEADING SEPARATE.
003120
003130 PROCEDURE DIVISION.
003140*****************************************************************
003150* 0000-MAINLINE                                                *
003160*****************************************************************
003170 0000-MAINLINE.
003180     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003190     IF NOT ABORT-RUN
003200        SORT SORTWRK
003210            ON ASCENDING KEY SF-ACCT-NUMBER SF-TIMESTAMP
003220                             SF-ACTION SF-KIND
003230            INPUT PROCEDURE IS 2000-COLLECT-ITEMS
003240                          THRU 2999-EXIT
003250            OUTPUT PROCEDURE IS 3000-CHARGE-ACCOUNTS
003260                           THRU 3999-EXIT
003270     END-IF
003280     IF NOT ABORT-RUN
003290        PERFORM 8100-MARK-RUN-COMPLETE THRU 8100-EXIT
003300        PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT
003310        IF NOT ABORT-RUN
003320           PERFORM 8200-MARK-STEP-DONE THRU 8200-EXIT
003330        END-IF
003340     END-IF
003350     PERFORM 9000-TERMINATE THRU 9000-EXIT
003360     STOP RUN.
003370
003380*****************************************************************
003390* 1000-INITIALIZE - DERIVE THE FEE MONTH, CHECK THE RUN         *
003400*            CONTROL, LOAD THE FEE SCHEDULE, OPEN THE FILES     *
003410*****************************************************************
003420 1000-INITIALIZE.
003430     PERFORM 1050-CHECK-BUSINESS-DATE THRU 1050-EXIT
003440     IF ABORT-RUN
003450        GO TO 1000-EXIT
003460     END-IF
003470     IF WS-RUN-MONTH = 1
003480        COMPUTE WS-FEE-PERIOD = (WS-RUN-YEAR - 1) * 100 + 12
003490     ELSE
003500        COMPUTE WS-FEE-PERIOD
003510            = WS-RUN-YEAR * 100 + WS-RUN-MONTH - 1
003520     END-IF
003530
003540     PERFORM 1500-CHECK-RUN-CONTROL THRU 1500-EXIT
003550     IF ABORT-RUN
003560        GO TO 1000-EXIT
003570     END-IF
003580*    THE SCAN STOPS ON THE FIRST DAY PAST THE MONTH, SO THE    *
003590*    31ST SERVES AS THE END FOR EVERY MONTH.                   *
003600     COMPUTE WS-PERIOD-START = WS-FEE-PERIOD * 100 + 1
003610     COMPUTE WS-PERIOD-END   = WS-FEE-PERIOD * 100 + 31
003620     DISPLAY "ENTGELTLAUF FUER MONAT " WS-FEE-PERIOD
003630
003640     OPEN INPUT FEESCHED
003650     IF WS-FEESCHED-STATUS NOT = "00"
003660        DISPLAY "FEHLER BEIM OEFFNEN VON FEESCHED, STATUS "
003670            WS-FEESCHED-STATUS
003680        SET ABORT-RUN TO TRUE
003690        GO TO 1000-EXIT
003700     END-IF
003710     PERFORM 1200-LOAD-FEE-ROW THRU 1200-EXIT
003720         UNTIL FEESCHED-EOF
003730     CLOSE FEESCHED
003740     IF WS-FEE-COUNT = ZERO AND WS-FLAT-FEE = ZERO
003750        DISPLAY "FEHLER: FEESCHED ENTHAELT KEIN ENTGELT - "
003760            "LAUF ABGEBROCHEN."
003770        SET ABORT-RUN TO TRUE
003780        GO TO 1000-EXIT
003790     END-IF
003800
003810     OPEN I-O ACCTMAS
003820     IF WS-ACCTMAS-STATUS NOT = "00"
003830        DISPLAY "FEHLER BEIM OEFFNEN VON ACCTMAS, STATUS "
003840            WS-ACCTMAS-STATUS
003850        SET ABORT-RUN TO TRUE
003860        GO TO 1000-EXIT
003870     END-IF
003880
003890     OPEN EXTEND TRANLOG
003900     IF WS-TRANLOG-STATUS = "35"
003910        OPEN OUTPUT TRANLOG
003920        CLOSE TRANLOG
003930        OPEN EXTEND TRANLOG
003940     END-IF
003950
003960     IF RESTART-RUN
003970        OPEN EXTEND FEERPT
003980        IF WS-FEERPT-STATUS = "35"
003990           OPEN OUTPUT FEERPT
004000           CLOSE FEERPT
004010           OPEN EXTEND FEERPT
004020        END-IF
004030     ELSE
004040        OPEN OUTPUT FEERPT
004050     END-IF
004060     PERFORM 1400-WRITE-REPORT-HEADER THRU 1400-EXIT
004070     PERFORM 8000-WRITE-CHECKPOINT THRU 8000-EXIT.
004080 1000-EXIT.
004090     EXIT.
004100
004110*****************************************************************
004120* 1050-CHECK-BUSINESS-DATE - PROCESSING DATE FROM BUSDATE;      *
004130*            THE ONLINE DAY MUST BE CLOSED AND THE END OF DAY   *
004140*            RECONCILIATION NOT YET RUN                         *
004150*****************************************************************
004160 1050-CHECK-BUSINESS-DATE.
004170     OPEN INPUT BUSDATE
004180     IF WS-BUSDATE-STATUS NOT = "00"
004190        DISPLAY "FEHLER BEIM OEFFNEN VON BUSDATE, STATUS "
004200            WS-BUSDATE-STATUS " - LAUF ABGELEHNT."
004210        SET ABORT-RUN TO TRUE
004220        GO TO 1050-EXIT
004230     END-IF
004240     READ BUSDATE
004250         AT END
004260             CLOSE BUSDATE
004270             DISPLAY "FEHLER: BUSDATE IST LEER - LAUF ABGELEHNT."
004280             SET ABORT-RUN TO TRUE
004290             GO TO 1050-EXIT
004300     END-READ
004310     CLOSE BUSDATE
004320     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
004330     IF NOT BD-ONLINE-CLOSED
004340        DISPLAY "GESCHAEFTSTAG " BD-BUSINESS-DATE
004350            ": SCHALTER NICHT GESCHLOSSEN - LAUF ABGELEHNT."
004360        SET ABORT-RUN TO TRUE
004370        GO TO 1050-EXIT
004380     END-IF
004390     IF BD-ABSTIMM-DONE
004400        DISPLAY "GESCHAEFTSTAG " BD-BUSINESS-DATE
004410            ": TAGESABSTIMMUNG IST SCHON GELAUFEN - "
004420            "LAUF ABGELEHNT."
004430        SET ABORT-RUN TO TRUE
004440     END-IF.
004450 1050-EXIT.
004460     EXIT.
004470
004480*****************************************************************
004490* 1200-LOAD-FEE-ROW - READ ONE FEESCHED ROW.  "GRUNDPREIS" SETS *
004500*            THE FLAT FEE; EVERY OTHER ROW PRICES AN ITEM       *
004510*****************************************************************
004520 1200-LOAD-FEE-ROW.
004530     READ FEESCHED
004540         AT END
004550             MOVE "Y" TO WS-FEESCHED-EOF-SW
004560             GO TO 1200-EXIT
004570     END-READ
004580     IF FS-RECORD = SPACES
004590        GO TO 1200-EXIT
004600     END-IF
004610     IF FS-ITEM = SPACES OR FS-PRICE-X NOT NUMERIC
004620        DISPLAY "WARNUNG: UNGUELTIGE FEESCHED-ZEILE "
004630            "UEBERGANGEN: " FS-RECORD
004640        GO TO 1200-EXIT
004650     END-IF
004660     IF FS-ITEM = "GRUNDPREIS"
004670        MOVE FS-PRICE TO WS-FLAT-FEE
004680        GO TO 1200-EXIT
004690     END-IF
004700     IF WS-FEE-COUNT NOT < WS-FEE-MAX
004710        DISPLAY "WARNUNG: FEESCHED HAT MEHR ALS " WS-FEE-MAX
004720            " POSTEN - REST UEBERGANGEN."
004730        MOVE "Y" TO WS-FEESCHED-EOF-SW
004740        GO TO 1200-EXIT
004750     END-IF
004760     ADD 1 TO WS-FEE-COUNT
004770     MOVE FS-ITEM        TO WS-FT-ITEM (WS-FEE-COUNT)
004780     MOVE FS-ORIGIN      TO WS-FT-ORIGIN (WS-FEE-COUNT)
004790     MOVE FS-PRICE       TO WS-FT-PRICE (WS-FEE-COUNT)
004800     MOVE FS-TEXT-PREFIX TO WS-FT-TEXT-PREFIX (WS-FEE-COUNT)
004810     MOVE ZERO           TO WS-FT-PREFIX-LEN (WS-FEE-COUNT)
004820     MOVE ZERO           TO WS-FT-ITEM-COUNT (WS-FEE-COUNT)
004830     PERFORM 1250-MEASURE-PREFIX THRU 1250-EXIT
004840         VARYING WS-PREFIX-IX FROM 1 BY 1
004850         UNTIL WS-PREFIX-IX > 20.
004860 1200-EXIT.
004870     EXIT.
004880
004890*    THE PREFIX LENGTH IS THE POSITION OF ITS LAST NON-BLANK.  *
004900 1250-MEASURE-PREFIX.
004910     IF FS-TEXT-PREFIX (WS-PREFIX-IX:1) NOT = SPACE
004920        MOVE WS-PREFIX-IX TO WS-FT-PREFIX-LEN (WS-FEE-COUNT)
004930     END-IF.
004940 1250-EXIT.
004950     EXIT.
004960
004970*****************************************************************
004980* 1400-WRITE-REPORT-HEADER                                      *
004990*****************************************************************
005000 1400-WRITE-REPORT-HEADER.
005010     MOVE WS-FLAT-FEE TO WS-FLAT-EDIT
005020     MOVE SPACES TO RP-LINE
005030     STRING "ENTGELTLAUF " DELIMITED BY SIZE
005040         WS-RUN-DATE DELIMITED BY SIZE
005050         " - MONAT " DELIMITED BY SIZE
005060         WS-FEE-PERIOD DELIMITED BY SIZE
005070         " - GRUNDPREIS " DELIMITED BY SIZE
005080         WS-FLAT-EDIT DELIMITED BY SIZE
005090         INTO RP-LINE
005100     WRITE RP-LINE
005110     MOVE ALL "-" TO RP-LINE
005120     WRITE RP-LINE
005130     MOVE SPACES TO RP-LINE
005140     STRING "KONTO   POSTEN     GRUNDPREIS   POSTENPREIS"
005150         DELIMITED BY SIZE
005160         "      ENTGELT      SALDO NEU  HINWEIS"
005170         DELIMITED BY SIZE
005180         INTO RP-LINE
005190     WRITE RP-LINE.
005200 1400-EXIT.
005210     EXIT.
005220
005230*****************************************************************
005240* 1500-CHECK-RUN-CONTROL - REFUSE A MONTH THAT WAS ALREADY      *
005250*            CHARGED; PICK UP THE CHECKPOINT OF A BROKEN RUN    *
005260*****************************************************************
005270 1500-CHECK-RUN-CONTROL.
005280     OPEN INPUT FEECTL
005290     IF WS-FEECTL-STATUS = "35"
005300        GO TO 1500-EXIT
005310     END-IF
005320     IF WS-FEECTL-STATUS NOT = "00"
005330        DISPLAY "FEHLER BEIM OEFFNEN VON FEECTL, STATUS "
005340            WS-FEECTL-STATUS
005350        SET ABORT-RUN TO TRUE
005360        GO TO 1500-EXIT
005370     END-IF
005380     READ FEECTL
005390         AT END
005400             CLOSE FEECTL
005410             DISPLAY "FEHLER: FEECTL VORHANDEN, ABER LEER - "
005420                 "MOEGLICHER PRUEFPUNKTVERLUST, LAUF "
005430                 "ABGELEHNT.  FEECTL PRUEFEN."
005440             SET ABORT-RUN TO TRUE
005450             GO TO 1500-EXIT
005460     END-READ
005470     CLOSE FEECTL
005480
005490     IF RC-PERIOD NOT = WS-FEE-PERIOD
005500        IF RC-STATUS NOT = "FERTIG"
005510*          A BROKEN RUN FROM AN EARLIER MONTH IS FINISHED      *
005520*          FIRST, UNDER ITS OWN MONTH, BEFORE A NEW ONE MAY    *
005530*          START.                                              *
005540           MOVE RC-PERIOD TO WS-FEE-PERIOD
005550           SET RESTART-RUN TO TRUE
005560           MOVE RC-LAST-ACCT-NUMBER TO WS-RESTART-ACCT-NUMBER
005570           PERFORM 1550-RESTORE-TOTALS THRU 1550-EXIT
005580           DISPLAY "WIEDERAUFNAHME ENTGELTLAUF MONAT "
005590               WS-FEE-PERIOD " NACH KONTO "
005600               WS-RESTART-ACCT-NUMBER
005610        END-IF
005620        GO TO 1500-EXIT
005630     END-IF
005640     IF RC-STATUS = "FERTIG"
005650        DISPLAY "ENTGELTLAUF FUER MONAT " WS-FEE-PERIOD
005660            " BEREITS ABGESCHLOSSEN - LAUF ABGELEHNT."
005670        SET ABORT-RUN TO TRUE
005680     ELSE
005690        SET RESTART-RUN TO TRUE
005700        MOVE RC-LAST-ACCT-NUMBER TO WS-RESTART-ACCT-NUMBER
005710        PERFORM 1550-RESTORE-TOTALS THRU 1550-EXIT
005720        DISPLAY "WIEDERAUFNAHME ENTGELTLAUF MONAT "
005730            WS-FEE-PERIOD " NACH KONTO "
005740            WS-RESTART-ACCT-NUMBER
005750     END-IF.
005760 1500-EXIT.
005770     EXIT.
005780
005790*****************************************************************
005800* 1550-RESTORE-TOTALS - A RESUMED RUN CARRIES ON WITH THE       *
005810*            MONTH TOTALS OF THE BROKEN ONE                     *
005820*****************************************************************
005830 1550-RESTORE-TOTALS.
005840     IF RC-CHARGED-COUNT NUMERIC AND RC-FEE-TOTAL NUMERIC
005850        MOVE RC-CHARGED-COUNT TO WS-CHARGED-COUNT
005860        MOVE RC-FEE-TOTAL     TO WS-TOTAL-FEES
005870     END-IF.
005880 1550-EXIT.
005890     EXIT.
005900
005910*****************************************************************
005920* 2000-COLLECT-ITEMS - SORT INPUT: WALK EVERY CALENDAR DAY OF   *
005930*            THE FEE MONTH, OPEN ITS ARCHIVE WHEN ONE EXISTS    *
005940*            AND RELEASE ONE SORT RECORD PER PRICED ITEM        *
005950*****************************************************************
005960 2000-COLLECT-ITEMS.
005970     MOVE WS-PERIOD-START TO WS-SCAN-DATE
005980     PERFORM 2100-SCAN-ONE-DAY THRU 2100-EXIT
005990         UNTIL WS-SCAN-DATE > WS-PERIOD-END.
006000 2000-EXIT.
006010     EXIT.
006020
006030 2100-SCAN-ONE-DAY.
006040     MOVE SPACES TO WS-ARCHIVE-NAME
006050     STRING "TRNARCH." DELIMITED BY SIZE
006060         WS-SCAN-DATE DELIMITED BY SIZE
006070         INTO WS-ARCHIVE-NAME
006080     MOVE "N" TO WS-TRANARCH-EOF-SW
006090     OPEN INPUT TRANARCH
006100     IF WS-TRANARCH-STATUS = "35"
006110        PERFORM 2300-NEXT-SCAN-DATE THRU 2300-EXIT
006120        GO TO 2100-EXIT
006130     END-IF
006140     IF WS-TRANARCH-STATUS NOT = "00"
006150        DISPLAY "WARNUNG: ARCHIV " WS-ARCHIVE-NAME
006160            " NICHT LESBAR, STATUS " WS-TRANARCH-STATUS
006170            " - TAG UEBERGANGEN."
006180        PERFORM 2300-NEXT-SCAN-DATE THRU 2300-EXIT
006190        GO TO 2100-EXIT
006200     END-IF
006210     ADD 1 TO WS-ARCHIVE-COUNT
006220     PERFORM 2200-RELEASE-ITEM THRU 2200-EXIT
006230         UNTIL TRANARCH-EOF
006240     CLOSE TRANARCH
006250     PERFORM 2300-NEXT-SCAN-DATE THRU 2300-EXIT.
006260 2100-EXIT.
006270     EXIT.
006280
006290*****************************************************************
006300* 2200-RELEASE-ITEM - PRICE ONE ARCHIVE ENTRY AGAINST THE       *
006310*            SCHEDULE.  THE FIRST MATCHING ROW WINS, SO AN      *
006320*            ENTRY IS NEVER CHARGED TWICE.  ON A RESTART THE    *
006330*            ACCOUNTS ALREADY CHARGED ARE LEFT OUT.  A STORNO   *
006340*            IS RELEASED UNDER THE KEY OF ITS ORIGINAL          *
006350*****************************************************************
006360 2200-RELEASE-ITEM.
006370     READ TRANARCH
006380         AT END
006390             MOVE "Y" TO WS-TRANARCH-EOF-SW
006400             GO TO 2200-EXIT
006410     END-READ
006420     IF TL-ACCT-NUMBER NOT NUMERIC
006430        GO TO 2200-EXIT
006440     END-IF
006450     IF RESTART-RUN
006460        AND TL-ACCT-NUMBER NOT > WS-RESTART-ACCT-NUMBER
006470        GO TO 2200-EXIT
006480     END-IF
006490     IF TL-ACTION = "STORNO"
006500        PERFORM 2260-RELEASE-STORNO THRU 2260-EXIT
006510        GO TO 2200-EXIT
006520     END-IF
006530     MOVE TL-TELLER-ID TO WS-ENTRY-TELLER
006540     MOVE "N" TO WS-ENTRY-MATCH-SW
006550     PERFORM 2250-MATCH-FEE-ROW THRU 2250-EXIT
006560         VARYING WS-FT-IX FROM 1 BY 1
006570         UNTIL WS-FT-IX > WS-FEE-COUNT
006580         OR ENTRY-MATCHES.
006590 2200-EXIT.
006600     EXIT.
006610
006620 2250-MATCH-FEE-ROW.
006630     IF TL-ACTION NOT = WS-FT-ITEM (WS-FT-IX)
006640        GO TO 2250-EXIT
006650     END-IF
006660     IF WS-FT-ORIGIN (WS-FT-IX) = "SCHALTER"
006670        IF SYSTEM-TELLER
006680           GO TO 2250-EXIT
006690        END-IF
006700     ELSE
006710        IF WS-FT-ORIGIN (WS-FT-IX) NOT = SPACES
006720           AND WS-FT-ORIGIN (WS-FT-IX) NOT = TL-TELLER-ID
006730           GO TO 2250-EXIT
006740        END-IF
006750     END-IF
006760     IF WS-FT-PREFIX-LEN (WS-FT-IX) > ZERO
006770        IF TL-SEARCH-TEXT (1:WS-FT-PREFIX-LEN (WS-FT-IX))
006780           NOT = WS-FT-TEXT-PREFIX (WS-FT-IX)
006790                 (1:WS-FT-PREFIX-LEN (WS-FT-IX))
006800           GO TO 2250-EXIT
006810        END-IF
006820     END-IF
006830     MOVE "Y" TO WS-ENTRY-MATCH-SW
006840     MOVE TL-ACCT-NUMBER TO SF-ACCT-NUMBER
006850     MOVE TL-TIMESTAMP   TO SF-TIMESTAMP
006860     MOVE TL-ACTION      TO SF-ACTION
006870     SET SF-ITEM         TO TRUE
006880     MOVE WS-FT-IX       TO SF-SCHED-IX
006890     RELEASE SF-RECORD
006900     ADD 1 TO WS-RELEASED-COUNT.
006910 2250-EXIT.
006920     EXIT.
006930
006940 2260-RELEASE-STORNO.
006950     MOVE TL-ACCT-NUMBER         TO SF-ACCT-NUMBER
006960     MOVE TL-SEARCH-TEXT (1:17)  TO SF-TIMESTAMP
006970     MOVE TL-SEARCH-TEXT (19:10) TO SF-ACTION
006980     SET SF-STORNO               TO TRUE
006990     MOVE ZERO                   TO SF-SCHED-IX
007000     RELEASE SF-RECORD
007010     ADD 1 TO WS-STORNO-COUNT.
007020 2260-EXIT.
007030     EXIT.
007040
007050*****************************************************************
007060* 2300-NEXT-SCAN-DATE - ADVANCE ONE CALENDAR DAY, WITH THE LEAP *
007070*            YEAR RULE FOR FEBRUARY                             *
007080*****************************************************************
007090 2300-NEXT-SCAN-DATE.
007100     MOVE WS-DAYS-IN-MONTH (WS-SCAN-MONTH) TO WS-MONTH-END-DAY
007110     IF WS-SCAN-MONTH = 2
007120        DIVIDE WS-SCAN-YEAR BY 4 GIVING WS-YEAR-REMAINDER
007130            REMAINDER WS-YEAR-REMAINDER
007140        IF WS-YEAR-REMAINDER = ZERO
007150           DIVIDE WS-SCAN-YEAR BY 100 GIVING WS-YEAR-REMAINDER
007160               REMAINDER WS-YEAR-REMAINDER
007170           IF WS-YEAR-REMAINDER NOT = ZERO
007180              MOVE 29 TO WS-MONTH-END-DAY
007190           ELSE
007200              DIVIDE WS-SCAN-YEAR BY 400
007210                  GIVING WS-YEAR-REMAINDER
007220                  REMAINDER WS-YEAR-REMAINDER
007230              IF WS-YEAR-REMAINDER = ZERO
007240                 MOVE 29 TO WS-MONTH-END-DAY
007250              END-IF
007260           END-IF
007270        END-IF
007280     END-IF
007290     IF WS-SCAN-DAY < WS-MONTH-END-DAY
007300        ADD 1 TO WS-SCAN-DAY
007310        GO TO 2300-EXIT
007320     END-IF
007330     MOVE 1 TO WS-SCAN-DAY
007340     IF WS-SCAN-MONTH < 12
007350        ADD 1 TO WS-SCAN-MONTH
007360     ELSE
007370        MOVE 1 TO WS-SCAN-MONTH
007380        ADD 1 TO WS-SCAN-YEAR
007390     END-IF.
007400 2300-EXIT.
007410     EXIT.
007420
007430 2999-EXIT.
007440     EXIT.
007450
007460*****************************************************************
007470* 3000-CHARGE-ACCOUNTS - SORT OUTPUT: MATCH-MERGE THE SORTED    *
007480*            ITEMS AGAINST THE MASTER IN ACCOUNT ORDER AND      *
007490*            CHARGE EVERY ACCOUNT NOT YET CLOSED                *
007500*****************************************************************
007510 3000-CHARGE-ACCOUNTS.
007520     PERFORM 3100-RETURN-SORT-RECORD THRU 3100-EXIT
007530     IF RESTART-RUN
007540        MOVE WS-RESTART-ACCT-NUMBER TO ACCT-NUMBER
007550        START ACCTMAS KEY IS GREATER THAN ACCT-NUMBER
007560            INVALID KEY
007570                MOVE "Y" TO WS-ACCTMAS-EOF-SW
007580        END-START
007590     ELSE
007600        MOVE ZERO TO ACCT-NUMBER
007610        START ACCTMAS KEY IS NOT LESS THAN ACCT-NUMBER
007620            INVALID KEY
007630                MOVE "Y" TO WS-ACCTMAS-EOF-SW
007640        END-START
007650     END-IF
007660     IF NOT ACCTMAS-EOF
007670        PERFORM 3200-CHARGE-ONE-ACCOUNT THRU 3200-EXIT
007680            UNTIL ACCTMAS-EOF
007690     END-IF
007700     IF NOT ABORT-RUN
007710        PERFORM 3700-DRAIN-ORPHAN THRU 3700-EXIT
007720            UNTIL SORT-EOF
007730     END-IF.
007740 3000-EXIT.
007750     EXIT.
007760
007770 3100-RETURN-SORT-RECORD.
007780     RETURN SORTWRK
007790         AT END
007800             MOVE "Y" TO WS-SORT-EOF-SW
007810     END-RETURN.
007820 3100-EXIT.
007830     EXIT.
007840
007850*****************************************************************
007860* 3200-CHARGE-ONE-ACCOUNT - COUNT THE ACCOUNT'S ITEMS BY FEE    *
007870*            ROW, PRICE THEM, DEBIT THE FEE AND LOG IT.  THE    *
007880*            FEE IS TAKEN EVEN WHEN IT OVERDRAWS THE LIMIT      *
007890*****************************************************************
007900 3200-CHARGE-ONE-ACCOUNT.
007910     READ ACCTMAS NEXT RECORD
007920         AT END
007930             MOVE "Y" TO WS-ACCTMAS-EOF-SW
007940             GO TO 3200-EXIT
007950     END-READ
007960
007970     PERFORM 3700-DRAIN-ORPHAN THRU 3700-EXIT
007980         UNTIL SORT-EOF
007990         OR SF-ACCT-NUMBER NOT < ACCT-NUMBER
008000
008010     MOVE ZERO TO WS-ACCT-ITEM-COUNT
008020     PERFORM 3250-CLEAR-ITEM-COUNT THRU 3250-EXIT
008030         VARYING WS-FT-IX FROM 1 BY 1
008040         UNTIL WS-FT-IX > WS-FEE-COUNT
008050     PERFORM 3300-COUNT-ITEM THRU 3300-EXIT
008060         UNTIL SORT-EOF
008070         OR SF-ACCT-NUMBER NOT = ACCT-NUMBER
008080
008090     IF ACCT-GESCHLOSSEN
008100        ADD 1 TO WS-CLOSED-SKIP-COUNT
008110        GO TO 3200-EXIT
008120     END-IF
008130
008140     MOVE WS-FLAT-FEE TO WS-ACCOUNT-FEE
008150     MOVE ZERO TO WS-ITEM-FEE
008160     PERFORM 3400-PRICE-ITEMS THRU 3400-EXIT
008170         VARYING WS-FT-IX FROM 1 BY 1
008180         UNTIL WS-FT-IX > WS-FEE-COUNT
008190     ADD WS-ITEM-FEE TO WS-ACCOUNT-FEE
008200     IF WS-ACCOUNT-FEE = ZERO
008210        ADD 1 TO WS-NOFEE-COUNT
008220        GO TO 3200-EXIT
008230     END-IF
008240
008250     PERFORM 3500-SET-OD-LIMIT THRU 3500-EXIT
008260     SUBTRACT WS-ACCOUNT-FEE FROM ACCT-BALANCE
008270     MOVE "Y" TO WS-REWRITE-OK-SW
008280     REWRITE ACCT-RECORD
008290         INVALID KEY
008300             MOVE "N" TO WS-REWRITE-OK-SW
008310             DISPLAY "FEHLER BEIM SCHREIBEN VON KONTO "
008320                 ACCT-NUMBER ", STATUS "
008330                 WS-ACCTMAS-STATUS
008340     END-REWRITE
008350     IF REWRITE-OK
008360        ADD 1 TO WS-CHARGED-COUNT
008370        ADD WS-ACCOUNT-FEE TO WS-TOTAL-FEES
008380        PERFORM 3600-WRITE-DETAIL-LINE THRU 3600-EXIT
008390        PERFORM 7000-WRITE-LOG THRU 7000-EXIT
008400        MOVE ACCT-NUMBER TO WS-RESTART-ACCT-NUMBER
008410        PERFORM 8000-WRITE-CHECKPOINT THRU 8000-EXIT
008420     ELSE
008430        ADD WS-ACCOUNT-FEE TO ACCT-BALANCE
008440        ADD 1 TO WS-FAILED-COUNT
008450     END-IF.
008460 3200-EXIT.
008470     EXIT.
008480
008490 3250-CLEAR-ITEM-COUNT.
008500     MOVE ZERO TO WS-FT-ITEM-COUNT (WS-FT-IX).
008510 3250-EXIT.
008520     EXIT.
008530
008540*****************************************************************
008550* 3300-COUNT-ITEM - A STORNO IS REMEMBERED AND DROPPED; THE     *
008560*            ITEM IT NAMES FOLLOWS IT AND IS DROPPED AS WELL    *
008570*****************************************************************
008580 3300-COUNT-ITEM.
008590     IF SF-STORNO
008600        MOVE SF-ACCT-NUMBER TO WS-STORNO-ACCT
008610        MOVE SF-TIMESTAMP   TO WS-STORNO-TIMESTAMP
008620        MOVE SF-ACTION      TO WS-STORNO-ACTION
008630        PERFORM 3100-RETURN-SORT-RECORD THRU 3100-EXIT
008640        GO TO 3300-EXIT
008650     END-IF
008660     IF SF-ACCT-NUMBER = WS-STORNO-ACCT
008670        AND SF-TIMESTAMP = WS-STORNO-TIMESTAMP
008680        AND SF-ACTION = WS-STORNO-ACTION
008690        ADD 1 TO WS-REVERSED-COUNT
008700        MOVE SPACES TO WS-STORNO-TIMESTAMP
008710        PERFORM 3100-RETURN-SORT-RECORD THRU 3100-EXIT
008720        GO TO 3300-EXIT
008730     END-IF
008740     ADD 1 TO WS-FT-ITEM-COUNT (SF-SCHED-IX)
008750     ADD 1 TO WS-ACCT-ITEM-COUNT
008760     PERFORM 3100-RETURN-SORT-RECORD THRU 3100-EXIT.
008770 3300-EXIT.
008780     EXIT.
008790
008800 3400-PRICE-ITEMS.
008810     COMPUTE WS-ITEM-FEE = WS-ITEM-FEE
008820         + WS-FT-ITEM-COUNT (WS-FT-IX) * WS-FT-PRICE (WS-FT-IX).
008830 3400-EXIT.
008840     EXIT.
008850
008860*****************************************************************
008870* 3500-SET-OD-LIMIT - PER-ACCOUNT FLOOR, FLAT -500.00 WHILE THE *
008880*            FIELD IS NOT YET NUMERIC.  USED ONLY TO MARK THE   *
008890*            ACCOUNTS THE FEE TOOK PAST THEIR LIMIT             *
008900*****************************************************************
008910 3500-SET-OD-LIMIT.
008920     IF ACCT-OD-LIMIT NUMERIC
008930        MOVE ACCT-OD-LIMIT TO WS-EFFECTIVE-OD-LIMIT
008940     ELSE
008950        MOVE OD-LIMIT TO WS-EFFECTIVE-OD-LIMIT
008960     END-IF.
008970 3500-EXIT.
008980     EXIT.
008990
009000*****************************************************************
009010* 3600-WRITE-DETAIL-LINE - ONE REPORT LINE PER CHARGED ACCOUNT  *
009020*****************************************************************
009030 3600-WRITE-DETAIL-LINE.
009040     MOVE SPACES TO WS-NOTE
009050     IF ACCT-BALANCE < WS-EFFECTIVE-OD-LIMIT
009060        ADD 1 TO WS-OVER-LIMIT-COUNT
009070        MOVE "UEBER LIMIT" TO WS-NOTE
009080     END-IF
009090     IF ACCT-GESPERRT
009100        IF WS-NOTE = SPACES
009110           MOVE "GESPERRT" TO WS-NOTE
009120        ELSE
009130           MOVE "UEBER LIMIT/GESPERRT" TO WS-NOTE
009140        END-IF
009150     END-IF
009160     MOVE WS-ACCT-ITEM-COUNT TO WS-COUNT-EDIT
009170     MOVE WS-FLAT-FEE        TO WS-FLAT-EDIT
009180     MOVE WS-ITEM-FEE        TO WS-ITEM-FEE-EDIT
009190     MOVE WS-ACCOUNT-FEE     TO WS-FEE-EDIT
009200     MOVE ACCT-BALANCE       TO WS-BALANCE-EDIT
009210     MOVE SPACES TO RP-LINE
009220     STRING ACCT-NUMBER DELIMITED BY SIZE
009230         "  " DELIMITED BY SIZE
009240         WS-COUNT-EDIT DELIMITED BY SIZE
009250         "     " DELIMITED BY SIZE
009260         WS-FLAT-EDIT DELIMITED BY SIZE
009270         "    " DELIMITED BY SIZE
009280         WS-ITEM-FEE-EDIT DELIMITED BY SIZE
009290         "   " DELIMITED BY SIZE
009300         WS-FEE-EDIT DELIMITED BY SIZE
009310         "  " DELIMITED BY SIZE
009320         WS-BALANCE-EDIT DELIMITED BY SIZE
009330         "  " DELIMITED BY SIZE
009340         WS-NOTE DELIMITED BY SIZE
009350         INTO RP-LINE
009360     WRITE RP-LINE.
009370 3600-EXIT.
009380     EXIT.
009390
009400*****************************************************************
009410* 3700-DRAIN-ORPHAN - ITEMS OF AN ACCOUNT NO LONGER ON THE      *
009420*            MASTER ARE COUNTED AND DROPPED                     *
009430*****************************************************************
009440 3700-DRAIN-ORPHAN.
009450     IF SF-ITEM
009460        ADD 1 TO WS-ORPHAN-ITEM-COUNT
009470     END-IF
009480     PERFORM 3100-RETURN-SORT-RECORD THRU 3100-EXIT.
009490 3700-EXIT.
009500     EXIT.
009510
009520 3999-EXIT.
009530     EXIT.
009540
009550*****************************************************************
009560* 4000-PRINT-SUMMARY                                            *
009570*****************************************************************
009580 4000-PRINT-SUMMARY.
009590     MOVE WS-TOTAL-FEES TO WS-TOTAL-EDIT
009600     MOVE ALL "-" TO RP-LINE
009610     WRITE RP-LINE
009620     MOVE WS-CHARGED-COUNT TO WS-COUNT-EDIT
009630     MOVE SPACES TO RP-LINE
009640     STRING "KONTEN BELASTET: " DELIMITED BY SIZE
009650         WS-COUNT-EDIT DELIMITED BY SIZE
009660         "  ENTGELTE GESAMT: " DELIMITED BY SIZE
009670         WS-TOTAL-EDIT DELIMITED BY SIZE
009680         INTO RP-LINE
009690     WRITE RP-LINE
009700     MOVE WS-OVER-LIMIT-COUNT TO WS-COUNT-EDIT
009710     MOVE SPACES TO RP-LINE
009720     STRING "DURCH ENTGELT UEBER LIMIT: " DELIMITED BY SIZE
009730         WS-COUNT-EDIT DELIMITED BY SIZE
009740         INTO RP-LINE
009750     WRITE RP-LINE
009760     IF WS-ORPHAN-ITEM-COUNT > ZERO
009770        MOVE WS-ORPHAN-ITEM-COUNT TO WS-COUNT-EDIT
009780        MOVE SPACES TO RP-LINE
009790        STRING "POSTEN OHNE KONTO IM BESTAND: "
009800            DELIMITED BY SIZE
009810            WS-COUNT-EDIT DELIMITED BY SIZE
009820            INTO RP-LINE
009830        WRITE RP-LINE
009840     END-IF
009850     DISPLAY " "
009860     DISPLAY "----- ENTGELTLAUF - ZUSAMMENFASSUNG -----"
009870     DISPLAY "Monat                : " WS-FEE-PERIOD
009880     DISPLAY "Archive gelesen      : " WS-ARCHIVE-COUNT
009890     DISPLAY "Entgeltposten        : " WS-RELEASED-COUNT
009900     DISPLAY "Storno-Eintraege     : " WS-STORNO-COUNT
009910     DISPLAY "Davon storniert      : " WS-REVERSED-COUNT
009920     DISPLAY "Belastete Konten     : " WS-CHARGED-COUNT
009930     DISPLAY "Ohne Entgelt         : " WS-NOFEE-COUNT
009940     DISPLAY "Fehlgeschlagen       : " WS-FAILED-COUNT
009950     DISPLAY "Geschlossen (uebergangen): " WS-CLOSED-SKIP-COUNT
009960     DISPLAY "Ueber Limit belastet : " WS-OVER-LIMIT-COUNT
009970     DISPLAY "Posten ohne Konto    : " WS-ORPHAN-ITEM-COUNT
009980     DISPLAY "Entgelte gesamt      : " WS-TOTAL-EDIT
009990     DISPLAY "Einzelaufstellung in FEERPT abgelegt.".
010000 4000-EXIT.
010010     EXIT.
010020
010030*****************************************************************
010040* 7000-WRITE-LOG - ONE "ENTGELT" TRANLOG ENTRY PER CHARGED      *
010050*            ACCOUNT SO THE END OF DAY RECONCILIATION SEES THE  *
010060*            FEE AS MOVEMENT                                    *
010070*****************************************************************
010080 7000-WRITE-LOG.
010090     ACCEPT WS-CURRENT-TIME FROM TIME
010100     MOVE SPACES TO WS-TIMESTAMP
010110     STRING WS-RUN-DATE DELIMITED BY SIZE
010120         "-" DELIMITED BY SIZE
010130         WS-CURRENT-TIME DELIMITED BY SIZE
010140         INTO WS-TIMESTAMP
010150     MOVE ACCT-BALANCE        TO WS-LOG-BALANCE-EDIT
010160     MOVE WS-TIMESTAMP        TO WS-LOG-TIMESTAMP
010170     MOVE "ENTGELT"           TO WS-LOG-ACTION
010180     MOVE SPACES              TO WS-LOG-SEARCH-TEXT
010190     STRING "ENTGELT " DELIMITED BY SIZE
010200         WS-FEE-PERIOD DELIMITED BY SIZE
010210         INTO WS-LOG-SEARCH-TEXT
010220     MOVE ACCT-NUMBER         TO WS-LOG-ACCT-NUMBER
010230     MOVE WS-LOG-BALANCE-EDIT TO WS-LOG-BALANCE
010240     MOVE "ENTGELT"           TO WS-LOG-TELLER-ID
010250     COMPUTE WS-LOG-AMOUNT = ZERO - WS-ACCOUNT-FEE
010260     WRITE TN-RECORD FROM WS-LOG-RECORD
010270     IF WS-TRANLOG-STATUS NOT = "00"
010280        DISPLAY "WARNUNG: PROTOKOLLEINTRAG FEHLGESCHLAGEN, "
010290            "STATUS " WS-TRANLOG-STATUS
010300     END-IF.
010310 7000-EXIT.
010320     EXIT.
010330
010340*****************************************************************
010350* 8000-WRITE-CHECKPOINT - REWRITE THE ONE FEECTL RECORD WITH    *
010360*            THE MONTH, RUN STATUS, LAST CHARGED ACCOUNT AND    *
010370*            THE MONTH TOTALS SO FAR                            *
010380*****************************************************************
010390 8000-WRITE-CHECKPOINT.
010400     OPEN OUTPUT FEECTL
010410     IF WS-FEECTL-STATUS NOT = "00"
010420        DISPLAY "FEHLER: PRUEFPUNKT NICHT SCHREIBBAR, STATUS "
010430            WS-FEECTL-STATUS " - LAUF WIRD ABGEBROCHEN."
010440        SET ABORT-RUN TO TRUE
010450        MOVE "Y" TO WS-ACCTMAS-EOF-SW
010460        GO TO 8000-EXIT
010470     END-IF
010480     MOVE SPACES                 TO RC-RECORD
010490     MOVE WS-FEE-PERIOD          TO RC-PERIOD
010500     MOVE WS-CHECKPOINT-STATUS   TO RC-STATUS
010510     MOVE WS-RESTART-ACCT-NUMBER TO RC-LAST-ACCT-NUMBER
010520     MOVE WS-CHARGED-COUNT       TO RC-CHARGED-COUNT
010530     MOVE WS-TOTAL-FEES          TO RC-FEE-TOTAL
010540     WRITE RC-RECORD
010550     IF WS-FEECTL-STATUS NOT = "00"
010560        DISPLAY "FEHLER: PRUEFPUNKT NICHT GESCHRIEBEN, STATUS "
010570            WS-FEECTL-STATUS " - LAUF WIRD ABGEBROCHEN."
010580        SET ABORT-RUN TO TRUE
010590        MOVE "Y" TO WS-ACCTMAS-EOF-SW
010600     END-IF
010610     CLOSE FEECTL.
010620 8000-EXIT.
010630     EXIT.
010640
010650*****************************************************************
010660* 8100-MARK-RUN-COMPLETE - CLOSE OUT THE MONTH SO A SECOND      *
010670*            SUBMISSION CANNOT CHARGE IT AGAIN                  *
010680*****************************************************************
010690 8100-MARK-RUN-COMPLETE.
010700     MOVE "FERTIG" TO WS-CHECKPOINT-STATUS
010710     PERFORM 8000-WRITE-CHECKPOINT THRU 8000-EXIT
010720     IF ABORT-RUN
010730        DISPLAY "FEHLER: MONAT " WS-FEE-PERIOD
010740            " NICHT ALS FERTIG MARKIERT - FEECTL VOR DEM "
010750            "NAECHSTEN LAUF PRUEFEN."
010760     END-IF.
010770 8100-EXIT.
010780     EXIT.
010790
010800*****************************************************************
010810* 8200-MARK-STEP-DONE - SET THE ENTGELT FLAG FOR THE            *
010820*            BUSINESS DATE ON BUSDATE                           *
010830*****************************************************************
010840 8200-MARK-STEP-DONE.
010850     OPEN INPUT BUSDATE
010860     IF WS-BUSDATE-STATUS NOT = "00"
010870        DISPLAY "FEHLER BEIM OEFFNEN VON BUSDATE, STATUS "
010880            WS-BUSDATE-STATUS
010890            " - SCHRITT ENTGELT NICHT VERMERKT."
010900        GO TO 8200-EXIT
010910     END-IF
010920     READ BUSDATE
010930         AT END
010940             CLOSE BUSDATE
010950             DISPLAY "FEHLER: BUSDATE IST LEER - SCHRITT "
010960                 "ENTGELT NICHT VERMERKT."
010970             GO TO 8200-EXIT
010980     END-READ
010990     CLOSE BUSDATE
011000     IF BD-BUSINESS-DATE NOT = WS-RUN-DATE
011010        DISPLAY "FEHLER: GESCHAEFTSDATUM WAEHREND DES LAUFS "
011020            "GEAENDERT - SCHRITT ENTGELT NICHT VERMERKT."
011030        GO TO 8200-EXIT
011040     END-IF
011050     MOVE "J" TO BD-STEP-ENTGELT
011060     OPEN OUTPUT BUSDATE
011070     IF WS-BUSDATE-STATUS NOT = "00"
011080        DISPLAY "FEHLER BEIM OEFFNEN VON BUSDATE, STATUS "
011090            WS-BUSDATE-STATUS
011100            " - SCHRITT ENTGELT NICHT VERMERKT."
011110        GO TO 8200-EXIT
011120     END-IF
011130     WRITE BD-RECORD
011140     IF WS-BUSDATE-STATUS NOT = "00"
011150        DISPLAY "FEHLER BEIM SCHREIBEN VON BUSDATE, STATUS "
011160            WS-BUSDATE-STATUS " - STEUERSATZ MIT DAYCONTROL "
011170            "PRUEFEN."
011180        CLOSE BUSDATE
011190        GO TO 8200-EXIT
011200     END-IF
011210     CLOSE BUSDATE
011220     DISPLAY "SCHRITT ENTGELT FUER GESCHAEFTSTAG "
011230         BD-BUSINESS-DATE " VERMERKT.".
011240 8200-EXIT.
011250     EXIT.
011260
011270*****************************************************************
011280* 9000-TERMINATE - CLOSE THE FILES STILL OPEN                   *
011290*****************************************************************
011300 9000-TERMINATE.
011310     CLOSE TRANLOG
011320     CLOSE ACCTMAS
011330     CLOSE FEERPT.
011340 9000-EXIT.
011350     EXIT.
