000580*                    STEUER) STEHEN AUF DER NEUEN KESTMAS-     *
000590*                    DATEI FUER DIE JAHRESBESCHEINIGUNGEN;     *
000600*                    INTRPT ZEIGT BRUTTO, STEUER UND NETTO.    *
000610*    2026-10-15  HD  KESTMAS-SATZ IN DAS COPYBOOK KESTREC      *
000620*                    AUSGELAGERT, MIT DEM NEUEN FELD           *
000630*                    TX-EXEMPT-YTD (GENUTZTER FREIBETRAG).     *
000640*                    DER LAUF FUEHRT DIE PERIODENSUMMEN IM     *
000650*                    PRUEFPUNKT MIT UND SCHREIBT BEI LAUFENDE  *
000660*                    EINE ZEILE IN DIE KESTANM-DATEI FUER DIE  *
000670*                    MONATLICHE STEUERANMELDUNG.               *
000680*                    RENUMBERED THE SOURCE.                    *
000690*    2026-10-15  HD  DER ZINSEN-PROTOKOLLEINTRAG TRAEGT DIE    *
000700*                    EINBEHALTENE KAPITALERTRAGSTEUER IM       *
000710*                    SUCHTEXT ("ZINSLAUF JJJJMM KEST " UND     *
000720*                    NEUN ZIFFERN), DAMIT DER HAUPTBUCH-       *
000730*                    EXTRAKT DIE STEUER AUF DAS                *
000740*                    VERBINDLICHKEITSKONTO BUCHEN KANN.        *
000750*                    RENUMBERED THE SOURCE.                    *
000760*    2026-10-15  HD  ZINSLAUFDATUM KOMMT AUS DEM               *
000770*                    GESCHAEFTSDATUM (BUSDATE) STATT AUS DEM   *
000780*                    SYSTEMDATUM. DER LAUF SETZT DEN           *
000790*                    GESCHLOSSENEN SCHALTER VORAUS, WIRD NACH  *
000800*                    DER TAGESABSTIMMUNG ABGELEHNT UND         *
000810*                    VERMERKT DEN SCHRITT ZINSEN. RENUMBERED   *
000820*                    THE SOURCE.                               *
000830*                                                               *
000840*****************************************************************
000850
000860 ENVIRONMENT DIVISION.
000870 INPUT-OUTPUT SECTION.
000880 FILE-CONTROL.
000890     SELECT ACCTMAS ASSIGN TO "ACCTMAS"
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS DYNAMIC
000920         RECORD KEY IS ACCT-NUMBER
000930         ALTERNATE RECORD KEY IS ACCT-CUST-NUMBER
000940             WITH DUPLICATES
000950         FILE STATUS IS WS-ACCTMAS-STATUS.
000960
000970     SELECT RATETAB ASSIGN TO "RATETAB"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-RATETAB-STATUS.
001000
001010     SELECT INTRPT ASSIGN TO "INTRPT"
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS WS-INTRPT-STATUS.
001040
001050     SELECT BUSDATE ASSIGN TO "BUSDATE"
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS WS-BUSDATE-STATUS.
001080
001090     SELECT INTCTL ASSIGN TO "INTCTL"
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS WS-INTCTL-STATUS.
001120
001130     SELECT TRANLOG ASSIGN TO "TRANLOG"
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS WS-TRANLOG-STATUS.
001160
001170     SELECT KESTMAS ASSIGN TO "KESTMAS"
001180         ORGANIZATION IS INDEXED
001190         ACCESS MODE IS DYNAMIC
001200         RECORD KEY IS TX-ACCT-NUMBER
001210         FILE STATUS IS WS-KESTMAS-STATUS.
001220
001230     SELECT KESTANM ASSIGN TO "KESTANM"
001240         ORGANIZATION IS LINE SEQUENTIAL
001250         FILE STATUS IS WS-KESTANM-STATUS.
001260
001270 DATA DIVISION.
001280 FILE SECTION.
001290 FD  ACCTMAS
001300     LABEL RECORDS ARE STANDARD.
001310 COPY ACCTREC.
001320
001330 FD  RATETAB
001340     LABEL RECORDS ARE STANDARD.
001350 01  RT-RECORD.
001360     05  RT-EFF-DATE-X           PIC X(08).
001370     05  RT-EFF-DATE REDEFINES RT-EFF-DATE-X
001380                                 PIC 9(08).
001390     05  FILLER                  PIC X(01).
001400     05  RT-TIER-MIN             PIC S9(9)V99
001410                                 SIGN IS LEADING SEPARATE.
001420     05  FILLER                  PIC X(01).
001430     05  RT-RATE-X               PIC X(05).
001440     05  RT-RATE REDEFINES RT-RATE-X
001450                                 PIC V9(5).
001460
001470 FD  INTRPT
001480     LABEL RECORDS ARE STANDARD.
001490 01  IR-LINE                     PIC X(100).
001500
001510 FD  TRANLOG
001520     LABEL RECORDS ARE STANDARD.
001530 COPY TRANREC.
001540
001550 FD  BUSDATE
001560     LABEL RECORDS ARE STANDARD.
001570 COPY BDATREC.
001580
001590 FD  INTCTL
001600     LABEL RECORDS ARE STANDARD.
001610 01  RC-RECORD.
001620     05  RC-PERIOD               PIC 9(06).
001630     05  FILLER                  PIC X(01).
001640     05  RC-STATUS               PIC X(08).
001650     05  FILLER                  PIC X(01).
001660     05  RC-LAST-ACCT-NUMBER     PIC 9(06).
001670     05  FILLER                  PIC X(01).
001680     05  RC-ACCOUNT-COUNT        PIC 9(06).
001690     05  FILLER                  PIC X(01).
001700     05  RC-GROSS-TOTAL          PIC S9(11)V99
001710                                 SIGN IS LEADING SEPARATE.
001720     05  FILLER                  PIC X(01).
001730     05  RC-TAX-TOTAL            PIC S9(11)V99
001740                                 SIGN IS LEADING SEPARATE.
001750
001760 FD  KESTMAS
001770     LABEL RECORDS ARE STANDARD.
001780 COPY KESTREC.
001790
001800 FD  KESTANM
001810     LABEL RECORDS ARE STANDARD.
001820 COPY KANMREC.
001830
001840 WORKING-STORAGE SECTION.
001850*--------------------------------------------------------------*
001860* FILE STATUS AND CONDITION SWITCHES                            *
001870*--------------------------------------------------------------*
001880 01  WS-ACCTMAS-STATUS           PIC X(02) VALUE "00".
001890 01  WS-RATETAB-STATUS           PIC X(02) VALUE "00".
001900 01  WS-INTRPT-STATUS            PIC X(02) VALUE "00".
001910 01  WS-INTCTL-STATUS            PIC X(02) VALUE "00".
001920 01  WS-BUSDATE-STATUS           PIC X(02) VALUE "00".
001930 01  WS-TRANLOG-STATUS           PIC X(02) VALUE "00".
001940 01  WS-KESTMAS-STATUS           PIC X(02) VALUE "00".
001950 01  WS-KESTANM-STATUS           PIC X(02) VALUE "00".
001960 01  WS-ACCTMAS-EOF-SW           PIC X(01) VALUE "N".
001970     88  ACCTMAS-EOF                       VALUE "Y".
001980 01  WS-RATETAB-EOF-SW           PIC X(01) VALUE "N".
001990     88  RATETAB-EOF                       VALUE "Y".
002000 01  WS-REWRITE-OK-SW            PIC X(01) VALUE "N".
002010     88  REWRITE-OK                        VALUE "Y".
002020 01  WS-ABORT-RUN-SW             PIC X(01) VALUE "N".
002030     88  ABORT-RUN                         VALUE "Y".
002040 01  WS-RATE-FOUND-SW            PIC X(01) VALUE "N".
002050     88  RATE-FOUND                        VALUE "Y".
002060 01  WS-RESTART-SW               PIC X(01) VALUE "N".
002070     88  RESTART-RUN                       VALUE "Y".
002080 01  WS-TAX-REC-FOUND-SW         PIC X(01) VALUE "N".
002090     88  TAX-REC-FOUND                     VALUE "Y".
002100
002110*--------------------------------------------------------------*
002120* RATE TABLE - LOADED FROM RATETAB AT START OF RUN              *
002130*--------------------------------------------------------------*
002140 01  WS-RATE-TABLE.
002150     05  WS-RATE-ENTRY OCCURS 20 TIMES.
002160         10  WS-RT-EFF-DATE      PIC 9(08).
002170         10  WS-RT-TIER-MIN      PIC S9(9)V99 COMP-3.
002180         10  WS-RT-RATE          PIC V9(5).
002190 01  WS-RATE-COUNT               PIC 9(02) COMP VALUE ZERO.
002200 01  WS-RT-IX                    PIC 9(02) COMP VALUE ZERO.
002210 01  WS-RATE-MAX                 PIC 9(02) COMP VALUE 20.
002220 01  WS-EFFECTIVE-DATE           PIC 9(08) VALUE ZERO.
002230 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
002240 01  WS-RATE-DATE                PIC 9(08) VALUE ZERO.
002250
002260*--------------------------------------------------------------*
002270* RUN CONTROL / CHECKPOINT FIELDS                               *
002280*--------------------------------------------------------------*
002290 01  WS-POSTING-PERIOD           PIC 9(06) VALUE ZERO.
002300 01  WS-RESTART-ACCT-NUMBER      PIC 9(06) VALUE ZERO.
002310 01  WS-CHECKPOINT-STATUS        PIC X(08) VALUE "LAEUFT".
002320
002330*--------------------------------------------------------------*
002340* AUDIT TRAIL WORK FIELDS                                       *
002350*--------------------------------------------------------------*
002360 01  WS-CURRENT-TIME             PIC 9(08).
002370 01  WS-TIMESTAMP                PIC X(17).
002380 01  WS-LOG-BALANCE-EDIT         PIC -(9)9.99.
002390 01  WS-LOG-TAX                  PIC 9(7)V99 VALUE ZERO.
002400
002410*--------------------------------------------------------------*
002420* INTEREST CALCULATION FIELDS                                   *
002430*--------------------------------------------------------------*
002440 01  WS-SELECTED-RATE            PIC V9(5) VALUE ZERO.
002450 01  WS-SELECTED-TIER-MIN        PIC S9(9)V99 COMP-3 VALUE ZERO.
002460 01  WS-OLD-BALANCE              PIC S9(9)V99 VALUE ZERO.
002470 01  WS-INTEREST-AMOUNT          PIC S9(9)V99 VALUE ZERO.
002480 01  WS-TOTAL-INTEREST           PIC S9(11)V99 VALUE ZERO.
002490
002500*--------------------------------------------------------------*
002510* WITHHOLDING TAX (KAPITALERTRAGSTEUER) FIELDS                  *
002520*--------------------------------------------------------------*
002530 01  KEST-RATE                   PIC V9(5) VALUE .25000.
002540 01  WS-TAX-YEAR                 PIC 9(04) VALUE ZERO.
002550 01  WS-EXEMPTION                PIC S9(7)V99 VALUE ZERO.
002560 01  WS-EXEMPT-REMAINING         PIC S9(9)V99 VALUE ZERO.
002570 01  WS-TAXABLE-AMOUNT           PIC S9(9)V99 VALUE ZERO.
002580 01  WS-TAX-AMOUNT               PIC S9(9)V99 VALUE ZERO.
002590 01  WS-NET-INTEREST             PIC S9(9)V99 VALUE ZERO.
002600 01  WS-EXEMPT-USED              PIC S9(9)V99 VALUE ZERO.
002610 01  WS-TOTAL-TAX                PIC S9(11)V99 VALUE ZERO.
002620 01  WS-TOTAL-NET                PIC S9(11)V99 VALUE ZERO.
002630 01  WS-ACCOUNT-COUNT            PIC 9(06) COMP VALUE ZERO.
002640 01  WS-FAILED-COUNT             PIC 9(06) COMP VALUE ZERO.
002650 01  WS-NORATE-COUNT             PIC 9(06) COMP VALUE ZERO.
002660 01  WS-CLOSED-SKIP-COUNT        PIC 9(06) COMP VALUE ZERO.
002670
002680*--------------------------------------------------------------*
002690* REPORT EDIT FIELDS                                            *
002700*--------------------------------------------------------------*
002710 01  WS-TOTAL-INTEREST-EDIT      PIC -(10)9.99.
002720 01  WS-TOTAL-TAX-EDIT           PIC -(10)9.99.
002730 01  WS-TOTAL-NET-EDIT           PIC -(10)9.99.
002740 01  WS-TAX-EDIT                 PIC -(9)9.99.
002750 01  WS-NET-EDIT                 PIC -(9)9.99.
002760 01  WS-OLD-BALANCE-EDIT         PIC -(9)9.99.
002770 01  WS-NEW-BALANCE-EDIT         PIC -(9)9.99.
002780 01  WS-INTEREST-EDIT            PIC -(9)9.99.
002790 01  WS-RATE-EDIT                PIC 9.9(5).
002800 01  WS-COUNT-EDIT               PIC Z(05)9.
002810
002820 PROCEDURE DIVISION.
002830*****************************************************************
002840* 0000-MAINLINE                                                *
002850*****************************************************************
002860 0000-MAINLINE.
002870     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002880     IF NOT ABORT-RUN
002890        PERFORM 2000-APPLY-INTEREST THRU 2000-EXIT
002900            UNTIL ACCTMAS-EOF
002910     END-IF
002920     IF NOT ABORT-RUN
002930        PERFORM 8100-MARK-RUN-COMPLETE THRU 8100-EXIT
002940        PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT
002950        IF NOT ABORT-RUN
002960           PERFORM 8300-MARK-STEP-DONE THRU 8300-EXIT
002970        END-IF
002980     END-IF
002990     PERFORM 9000-TERMINATE THRU 9000-EXIT
003000     STOP RUN.
003010
003020*****************************************************************
003030* 1000-INITIALIZE - OPEN FILES, LOAD THE RATE TABLE, POSITION   *
003040*            THE MASTER AT THE FIRST RECORD                     *
003050*****************************************************************
003060 1000-INITIALIZE.
003070     PERFORM 1050-CHECK-BUSINESS-DATE THRU 1050-EXIT
003080     IF ABORT-RUN
003090        GO TO 1000-EXIT
003100     END-IF
003110     MOVE WS-RUN-DATE TO WS-RATE-DATE
003120     MOVE WS-RUN-DATE (1:6) TO WS-POSTING-PERIOD
003130
003140     PERFORM 1500-CHECK-RUN-CONTROL THRU 1500-EXIT
003150     IF ABORT-RUN
003160        GO TO 1000-EXIT
003170     END-IF
003180
003190     OPEN INPUT RATETAB
003200     IF WS-RATETAB-STATUS NOT = "00"
003210        DISPLAY "FEHLER BEIM OEFFNEN VON RATETAB, STATUS "
003220            WS-RATETAB-STATUS
003230        SET ABORT-RUN TO TRUE
003240        GO TO 1000-EXIT
003250     END-IF
003260     PERFORM 1200-LOAD-RATE-ROW THRU 1200-EXIT
003270         UNTIL RATETAB-EOF
003280     CLOSE RATETAB
003290
003300     PERFORM 1300-SELECT-EFFECTIVE-DATE THRU 1300-EXIT
003310     IF WS-EFFECTIVE-DATE = ZERO
003320        DISPLAY "FEHLER: KEINE GUELTIGE ZINSTABELLE ZUM "
003330            WS-RATE-DATE " - LAUF ABGEBROCHEN."
003340        SET ABORT-RUN TO TRUE
003350        GO TO 1000-EXIT
003360     END-IF
003370
003380     OPEN I-O ACCTMAS
003390     IF WS-ACCTMAS-STATUS NOT = "00"
003400        DISPLAY "FEHLER BEIM OEFFNEN VON ACCTMAS, STATUS "
003410            WS-ACCTMAS-STATUS
003420        SET ABORT-RUN TO TRUE
003430        GO TO 1000-EXIT
003440     END-IF
003450
003460     OPEN EXTEND TRANLOG
003470     IF WS-TRANLOG-STATUS = "35"
003480        OPEN OUTPUT TRANLOG
003490        CLOSE TRANLOG
003500        OPEN EXTEND TRANLOG
003510     END-IF
003520
003530     MOVE WS-POSTING-PERIOD (1:4) TO WS-TAX-YEAR
003540     OPEN I-O KESTMAS
003550     IF WS-KESTMAS-STATUS = "35"
003560        OPEN OUTPUT KESTMAS
003570        CLOSE KESTMAS
003580        OPEN I-O KESTMAS
003590     END-IF
003600     IF WS-KESTMAS-STATUS NOT = "00"
003610        DISPLAY "FEHLER BEIM OEFFNEN VON KESTMAS, STATUS "
003620            WS-KESTMAS-STATUS
003630        SET ABORT-RUN TO TRUE
003640        GO TO 1000-EXIT
003650     END-IF
003660
003670     IF RESTART-RUN
003680        OPEN EXTEND INTRPT
003690        IF WS-INTRPT-STATUS = "35"
003700           OPEN OUTPUT INTRPT
003710           CLOSE INTRPT
003720           OPEN EXTEND INTRPT
003730        END-IF
003740     ELSE
003750        OPEN OUTPUT INTRPT
003760     END-IF
003770     PERFORM 1400-WRITE-REPORT-HEADER THRU 1400-EXIT
003780
003790     IF RESTART-RUN
003800        MOVE WS-RESTART-ACCT-NUMBER TO ACCT-NUMBER
003810        START ACCTMAS KEY IS GREATER THAN ACCT-NUMBER
003820            INVALID KEY
003830                MOVE "Y" TO WS-ACCTMAS-EOF-SW
003840        END-START
003850     ELSE
003860        MOVE ZERO TO ACCT-NUMBER
003870        START ACCTMAS KEY IS NOT LESS THAN ACCT-NUMBER
003880            INVALID KEY
003890                MOVE "Y" TO WS-ACCTMAS-EOF-SW
003900        END-START
003910     END-IF
003920     PERFORM 8000-WRITE-CHECKPOINT THRU 8000-EXIT.
003930 1000-EXIT.
003940     EXIT.
003950
003960*****************************************************************
003970* 1050-CHECK-BUSINESS-DATE - PROCESSING DATE FROM BUSDATE;      *
003980*            THE ONLINE DAY MUST BE CLOSED AND THE END OF DAY   *
003990*            RECONCILIATION NOT YET RUN                         *
004000*****************************************************************
004010 1050-CHECK-BUSINESS-DATE.
004020     OPEN INPUT BUSDATE
004030     IF WS-BUSDATE-STATUS NOT = "00"
004040        DISPLAY "FEHLER BEIM OEFFNEN VON BUSDATE, STATUS "
004050            WS-BUSDATE-STATUS " - LAUF ABGELEHNT."
004060        SET ABORT-RUN TO TRUE
004070        GO TO 1050-EXIT
004080     END-IF
004090     READ BUSDATE
004100         AT END
004110             CLOSE BUSDATE
004120             DISPLAY "FEHLER: BUSDATE IST LEER - LAUF ABGELEHNT."
004130             SET ABORT-RUN TO TRUE
004140             GO TO 1050-EXIT
004150     END-READ
004160     CLOSE BUSDATE
004170     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
004180     IF NOT BD-ONLINE-CLOSED
004190        DISPLAY "GESCHAEFTSTAG " BD-BUSINESS-DATE
004200            ": SCHALTER NICHT GESCHLOSSEN - LAUF ABGELEHNT."
004210        SET ABORT-RUN TO TRUE
004220        GO TO 1050-EXIT
004230     END-IF
004240     IF BD-ABSTIMM-DONE
004250        DISPLAY "GESCHAEFTSTAG " BD-BUSINESS-DATE
004260            ": TAGESABSTIMMUNG IST SCHON GELAUFEN - "
004270            "LAUF ABGELEHNT."
004280        SET ABORT-RUN TO TRUE
004290     END-IF.
004300 1050-EXIT.
004310     EXIT.
004320
004330*****************************************************************
004340* 1200-LOAD-RATE-ROW - READ ONE RATETAB ROW INTO THE TABLE      *
004350*****************************************************************
004360 1200-LOAD-RATE-ROW.
004370     READ RATETAB
004380         AT END
004390             MOVE "Y" TO WS-RATETAB-EOF-SW
004400             GO TO 1200-EXIT
004410     END-READ
004420     IF RT-EFF-DATE-X NOT NUMERIC OR RT-RATE-X NOT NUMERIC
004430        OR RT-TIER-MIN NOT NUMERIC
004440        DISPLAY "WARNUNG: UNGUELTIGE RATETAB-ZEILE "
004450            "UEBERGANGEN: " RT-RECORD
004460        GO TO 1200-EXIT
004470     END-IF
004480     IF WS-RATE-COUNT NOT < WS-RATE-MAX
004490        DISPLAY "WARNUNG: RATETAB HAT MEHR ALS " WS-RATE-MAX
004500            " ZEILEN - REST UEBERGANGEN."
004510        MOVE "Y" TO WS-RATETAB-EOF-SW
004520        GO TO 1200-EXIT
004530     END-IF
004540     ADD 1 TO WS-RATE-COUNT
004550     MOVE RT-EFF-DATE TO WS-RT-EFF-DATE (WS-RATE-COUNT)
004560     MOVE RT-TIER-MIN TO WS-RT-TIER-MIN (WS-RATE-COUNT)
004570     MOVE RT-RATE     TO WS-RT-RATE (WS-RATE-COUNT).
004580 1200-EXIT.
004590     EXIT.
004600
004610*****************************************************************
004620* 1300-SELECT-EFFECTIVE-DATE - NEWEST TABLE DATE NOT AFTER THE  *
004630*            RUN DATE.  ROWS DATED IN THE FUTURE (THE JANUARY   *
004640*            LOAD) ARE LEFT ALONE UNTIL THEIR DAY COMES.        *
004650*****************************************************************
004660 1300-SELECT-EFFECTIVE-DATE.
004670     MOVE ZERO TO WS-EFFECTIVE-DATE
004680     PERFORM 1310-CHECK-EFF-DATE THRU 1310-EXIT
004690         VARYING WS-RT-IX FROM 1 BY 1
004700         UNTIL WS-RT-IX > WS-RATE-COUNT.
004710 1300-EXIT.
004720     EXIT.
004730
004740 1310-CHECK-EFF-DATE.
004750     IF WS-RT-EFF-DATE (WS-RT-IX) NOT > WS-RATE-DATE
004760        AND WS-RT-EFF-DATE (WS-RT-IX) > WS-EFFECTIVE-DATE
004770        MOVE WS-RT-EFF-DATE (WS-RT-IX) TO WS-EFFECTIVE-DATE
004780     END-IF.
004790 1310-EXIT.
004800     EXIT.
004810
004820*****************************************************************
004830* 1500-CHECK-RUN-CONTROL - REFUSE A PERIOD THAT ALREADY         *
004840*            COMPLETED; PICK UP THE CHECKPOINT OF A BROKEN RUN  *
004850*****************************************************************
004860 1500-CHECK-RUN-CONTROL.
004870     OPEN INPUT INTCTL
004880     IF WS-INTCTL-STATUS = "35"
004890        GO TO 1500-EXIT
004900     END-IF
004910     IF WS-INTCTL-STATUS NOT = "00"
004920        DISPLAY "FEHLER BEIM OEFFNEN VON INTCTL, STATUS "
004930            WS-INTCTL-STATUS
004940        SET ABORT-RUN TO TRUE
004950        GO TO 1500-EXIT
004960     END-IF
004970     READ INTCTL
004980         AT END
004990             CLOSE INTCTL
005000             DISPLAY "FEHLER: INTCTL VORHANDEN, ABER LEER - "
005010                 "MOEGLICHER PRUEFPUNKTVERLUST, LAUF "
005020                 "ABGELEHNT.  INTCTL PRUEFEN."
005030             SET ABORT-RUN TO TRUE
005040             GO TO 1500-EXIT
005050     END-READ
005060     CLOSE INTCTL
005070
005080     IF RC-PERIOD NOT = WS-POSTING-PERIOD
005090        IF RC-STATUS NOT = "FERTIG"
005100*          A BROKEN RUN FROM AN EARLIER PERIOD IS FINISHED     *
005110*          FIRST, UNDER ITS OWN PERIOD, BEFORE A NEW ONE MAY  *
005120*          START.                                             *
005130           MOVE RC-PERIOD TO WS-POSTING-PERIOD
005140*          THE RESUMED PERIOD KEEPS ITS OWN RATES: SELECT     *
005150*          AGAINST ITS LAST CALENDAR DAY, NOT TODAY.          *
005160           COMPUTE WS-RATE-DATE
005170               = WS-POSTING-PERIOD * 100 + 31
005180           SET RESTART-RUN TO TRUE
005190           MOVE RC-LAST-ACCT-NUMBER TO WS-RESTART-ACCT-NUMBER
005200           PERFORM 1550-RESTORE-TOTALS THRU 1550-EXIT
005210           DISPLAY "WIEDERAUFNAHME ZINSLAUF PERIODE "
005220               WS-POSTING-PERIOD " NACH KONTO "
005230               WS-RESTART-ACCT-NUMBER
005240        END-IF
005250        GO TO 1500-EXIT
005260     END-IF
005270     IF RC-STATUS = "FERTIG"
005280        DISPLAY "ZINSLAUF FUER PERIODE " WS-POSTING-PERIOD
005290            " BEREITS ABGESCHLOSSEN - LAUF ABGELEHNT."
005300        SET ABORT-RUN TO TRUE
005310     ELSE
005320        SET RESTART-RUN TO TRUE
005330        MOVE RC-LAST-ACCT-NUMBER TO WS-RESTART-ACCT-NUMBER
005340        PERFORM 1550-RESTORE-TOTALS THRU 1550-EXIT
005350        DISPLAY "WIEDERAUFNAHME ZINSLAUF PERIODE "
005360            WS-POSTING-PERIOD " NACH KONTO "
005370            WS-RESTART-ACCT-NUMBER
005380     END-IF.
005390 1500-EXIT.
005400     EXIT.
005410
005420*****************************************************************
005430* 1550-RESTORE-TOTALS - A RESUMED RUN CARRIES ON WITH THE       *
005440*            PERIOD TOTALS OF THE BROKEN ONE, SO THE SUMMARY    *
005450*            AND THE KESTANM LINE COVER THE WHOLE PERIOD.  A    *
005460*            CHECKPOINT WRITTEN WITHOUT TOTALS STARTS AT ZERO.  *
005470*****************************************************************
005480 1550-RESTORE-TOTALS.
005490     IF RC-ACCOUNT-COUNT NUMERIC
005500        AND RC-GROSS-TOTAL NUMERIC
005510        AND RC-TAX-TOTAL NUMERIC
005520        MOVE RC-ACCOUNT-COUNT TO WS-ACCOUNT-COUNT
005530        MOVE RC-GROSS-TOTAL   TO WS-TOTAL-INTEREST
005540        MOVE RC-TAX-TOTAL     TO WS-TOTAL-TAX
005550        COMPUTE WS-TOTAL-NET = WS-TOTAL-INTEREST - WS-TOTAL-TAX
005560     ELSE
005570        DISPLAY "HINWEIS: PRUEFPUNKT OHNE PERIODENSUMMEN - "
005580            "KESTANM-ZEILE DECKT NUR DEN REST DER PERIODE."
005590     END-IF.
005600 1550-EXIT.
005610     EXIT.
005620
005630*****************************************************************
005640* 1400-WRITE-REPORT-HEADER                                      *
005650*****************************************************************
005660 1400-WRITE-REPORT-HEADER.
005670     MOVE SPACES TO IR-LINE
005680     STRING "ZINSLAUF " DELIMITED BY SIZE
005690         WS-RUN-DATE DELIMITED BY SIZE
005700         " - ZINSSAETZE GUELTIG AB " DELIMITED BY SIZE
005710         WS-EFFECTIVE-DATE DELIMITED BY SIZE
005720         INTO IR-LINE
005730     WRITE IR-LINE
005740     MOVE ALL "-" TO IR-LINE
005750     WRITE IR-LINE
005760     MOVE SPACES TO IR-LINE
005770     STRING "KONTO   SALDO ALT      SATZ     " DELIMITED BY SIZE
005780         "BRUTTO        STEUER        NETTO"
005790         DELIMITED BY SIZE
005800         "         SALDO NEU" DELIMITED BY SIZE
005810         INTO IR-LINE
005820     WRITE IR-LINE.
005830 1400-EXIT.
005840     EXIT.
005850
005860*****************************************************************
005870* 2000-APPLY-INTEREST - POST ONE MONTH OF INTEREST TO EACH      *
005880*            ACCOUNT AND REWRITE IT                             *
005890*****************************************************************
005900 2000-APPLY-INTEREST.
005910     READ ACCTMAS NEXT RECORD
005920         AT END
005930             MOVE "Y" TO WS-ACCTMAS-EOF-SW
005940             GO TO 2000-EXIT
005950     END-READ
005960
005970     IF ACCT-GESCHLOSSEN
005980        ADD 1 TO WS-CLOSED-SKIP-COUNT
005990        GO TO 2000-EXIT
006000     END-IF
006010
006020     PERFORM 2100-FIND-RATE THRU 2100-EXIT
006030     IF NOT RATE-FOUND
006040        ADD 1 TO WS-NORATE-COUNT
006050        MOVE ACCT-BALANCE TO WS-OLD-BALANCE-EDIT
006060        MOVE SPACES TO IR-LINE
006070        STRING ACCT-NUMBER DELIMITED BY SIZE
006080            "  " DELIMITED BY SIZE
006090            WS-OLD-BALANCE-EDIT DELIMITED BY SIZE
006100            "  KEIN ZINSSATZ - UEBERGANGEN" DELIMITED BY SIZE
006110            INTO IR-LINE
006120        WRITE IR-LINE
006130        GO TO 2000-EXIT
006140     END-IF
006150
006160     MOVE ACCT-BALANCE TO WS-OLD-BALANCE
006170     COMPUTE WS-INTEREST-AMOUNT ROUNDED
006180         = ACCT-BALANCE * WS-SELECTED-RATE
006190     MOVE ZERO TO WS-TAX-AMOUNT
006200     MOVE WS-INTEREST-AMOUNT TO WS-NET-INTEREST
006210     IF WS-INTEREST-AMOUNT > ZERO
006220        PERFORM 2300-COMPUTE-TAX THRU 2300-EXIT
006230     END-IF
006240     ADD WS-NET-INTEREST TO ACCT-BALANCE
006250     MOVE "Y" TO WS-REWRITE-OK-SW
006260     REWRITE ACCT-RECORD
006270         INVALID KEY
006280             MOVE "N" TO WS-REWRITE-OK-SW
006290             DISPLAY "FEHLER BEIM SCHREIBEN VON KONTO "
006300                 ACCT-NUMBER ", STATUS "
006310                 WS-ACCTMAS-STATUS
006320     END-REWRITE
006330     IF REWRITE-OK
006340        ADD 1 TO WS-ACCOUNT-COUNT
006350        ADD WS-INTEREST-AMOUNT TO WS-TOTAL-INTEREST
006360        ADD WS-TAX-AMOUNT TO WS-TOTAL-TAX
006370        ADD WS-NET-INTEREST TO WS-TOTAL-NET
006380        IF WS-INTEREST-AMOUNT > ZERO
006390           PERFORM 2400-UPDATE-TAX-FILE THRU 2400-EXIT
006400        END-IF
006410        PERFORM 2200-WRITE-DETAIL-LINE THRU 2200-EXIT
006420        PERFORM 7000-WRITE-LOG THRU 7000-EXIT
006430        MOVE ACCT-NUMBER TO WS-RESTART-ACCT-NUMBER
006440        PERFORM 8000-WRITE-CHECKPOINT THRU 8000-EXIT
006450     ELSE
006460        SUBTRACT WS-NET-INTEREST FROM ACCT-BALANCE
006470        ADD 1 TO WS-FAILED-COUNT
006480     END-IF.
006490 2000-EXIT.
006500     EXIT.
006510
006520*****************************************************************
006530* 2100-FIND-RATE - TIER WITH THE HIGHEST LOWER BOUND NOT ABOVE  *
006540*            THE BALANCE, AMONG THE ROWS OF THE EFFECTIVE DATE  *
006550*****************************************************************
006560 2100-FIND-RATE.
006570     MOVE "N"  TO WS-RATE-FOUND-SW
006580     MOVE ZERO TO WS-SELECTED-RATE
006590     MOVE ZERO TO WS-SELECTED-TIER-MIN
006600     PERFORM 2110-CHECK-RATE-ROW THRU 2110-EXIT
006610         VARYING WS-RT-IX FROM 1 BY 1
006620         UNTIL WS-RT-IX > WS-RATE-COUNT.
006630 2100-EXIT.
006640     EXIT.
006650
006660 2110-CHECK-RATE-ROW.
006670     IF WS-RT-EFF-DATE (WS-RT-IX) NOT = WS-EFFECTIVE-DATE
006680        GO TO 2110-EXIT
006690     END-IF
006700     IF WS-RT-TIER-MIN (WS-RT-IX) > ACCT-BALANCE
006710        GO TO 2110-EXIT
006720     END-IF
006730     IF NOT RATE-FOUND
006740        OR WS-RT-TIER-MIN (WS-RT-IX) > WS-SELECTED-TIER-MIN
006750        MOVE WS-RT-TIER-MIN (WS-RT-IX) TO WS-SELECTED-TIER-MIN
006760        MOVE WS-RT-RATE (WS-RT-IX)     TO WS-SELECTED-RATE
006770        MOVE "Y" TO WS-RATE-FOUND-SW
006780     END-IF.
006790 2110-EXIT.
006800     EXIT.
006810
006820*****************************************************************
006830* 2200-WRITE-DETAIL-LINE - ONE REPORT LINE PER UPDATED ACCOUNT  *
006840*****************************************************************
006850 2200-WRITE-DETAIL-LINE.
006860     MOVE WS-OLD-BALANCE      TO WS-OLD-BALANCE-EDIT
006870     MOVE WS-SELECTED-RATE    TO WS-RATE-EDIT
006880     MOVE WS-INTEREST-AMOUNT  TO WS-INTEREST-EDIT
006890     MOVE WS-TAX-AMOUNT       TO WS-TAX-EDIT
006900     MOVE WS-NET-INTEREST     TO WS-NET-EDIT
006910     MOVE ACCT-BALANCE        TO WS-NEW-BALANCE-EDIT
006920     MOVE SPACES TO IR-LINE
006930     STRING ACCT-NUMBER DELIMITED BY SIZE
006940         "  " DELIMITED BY SIZE
006950         WS-OLD-BALANCE-EDIT DELIMITED BY SIZE
006960         "  " DELIMITED BY SIZE
006970         WS-RATE-EDIT DELIMITED BY SIZE
006980         "  " DELIMITED BY SIZE
006990         WS-INTEREST-EDIT DELIMITED BY SIZE
007000     "  " DELIMITED BY SIZE
007010     WS-TAX-EDIT DELIMITED BY SIZE
007020     "  " DELIMITED BY SIZE
007030     WS-NET-EDIT DELIMITED BY SIZE
007040         "  " DELIMITED BY SIZE
007050         WS-NEW-BALANCE-EDIT DELIMITED BY SIZE
007060         INTO IR-LINE
007070     WRITE IR-LINE.
007080 2200-EXIT.
007090     EXIT.
007100
007110*****************************************************************
007120* 2300-COMPUTE-TAX - SPLIT THE GROSS CREDIT INTEREST INTO NET   *
007130*            AND WITHHELD TAX.  ONLY THE PART OF THE YEAR'S     *
007140*            INTEREST ABOVE THE FREISTELLUNGSAUFTRAG IS TAXED.  *
007150*            DEBIT INTEREST NEVER COMES THROUGH HERE.           *
007160*****************************************************************
007170 2300-COMPUTE-TAX.
007180     PERFORM 2350-READ-TAX-RECORD THRU 2350-EXIT
007190     IF ACCT-FREIBETRAG NUMERIC
007200        MOVE ACCT-FREIBETRAG TO WS-EXEMPTION
007210     ELSE
007220        MOVE ZERO TO WS-EXEMPTION
007230     END-IF
007240     IF TAX-REC-FOUND
007250        COMPUTE WS-EXEMPT-REMAINING
007260            = WS-EXEMPTION - TX-GROSS-YTD
007270     ELSE
007280        MOVE WS-EXEMPTION TO WS-EXEMPT-REMAINING
007290     END-IF
007300     IF WS-EXEMPT-REMAINING < ZERO
007310        MOVE ZERO TO WS-EXEMPT-REMAINING
007320     END-IF
007330     COMPUTE WS-TAXABLE-AMOUNT
007340         = WS-INTEREST-AMOUNT - WS-EXEMPT-REMAINING
007350     IF WS-TAXABLE-AMOUNT < ZERO
007360        MOVE ZERO TO WS-TAXABLE-AMOUNT
007370     END-IF
007380     COMPUTE WS-TAX-AMOUNT ROUNDED
007390         = WS-TAXABLE-AMOUNT * KEST-RATE
007400     COMPUTE WS-NET-INTEREST
007410         = WS-INTEREST-AMOUNT - WS-TAX-AMOUNT.
007420 2300-EXIT.
007430     EXIT.
007440
007450*****************************************************************
007460* 2350-READ-TAX-RECORD - YEAR-TO-DATE RECORD OF THE ACCOUNT.    *
007470*            A RECORD FROM AN EARLIER YEAR COUNTS AS NOT        *
007480*            FOUND, SO THE NEW YEAR STARTS AT ZERO.             *
007490*****************************************************************
007500 2350-READ-TAX-RECORD.
007510     MOVE "N" TO WS-TAX-REC-FOUND-SW
007520     MOVE ACCT-NUMBER TO TX-ACCT-NUMBER
007530     READ KESTMAS
007540         KEY IS TX-ACCT-NUMBER
007550         INVALID KEY
007560             GO TO 2350-EXIT
007570     END-READ
007580     IF TX-YEAR = WS-TAX-YEAR
007590        MOVE "Y" TO WS-TAX-REC-FOUND-SW
007600     END-IF.
007610 2350-EXIT.
007620     EXIT.
007630
007640*****************************************************************
007650* 2400-UPDATE-TAX-FILE - ROLL THIS POSTING INTO THE YEAR-TO-    *
007660*            DATE GROSS AND TAX OF THE ACCOUNT, FOR THE         *
007670*            YEAR-END CERTIFICATES.  THE EXEMPTION USED IS THE  *
007680*            PART OF THE POSTING LEFT UNTAXED                   *
007690*****************************************************************
007700 2400-UPDATE-TAX-FILE.
007710     COMPUTE WS-EXEMPT-USED
007720         = WS-INTEREST-AMOUNT - WS-TAXABLE-AMOUNT
007730     MOVE ACCT-NUMBER TO TX-ACCT-NUMBER
007740     READ KESTMAS
007750         KEY IS TX-ACCT-NUMBER
007760         INVALID KEY
007770             MOVE SPACES             TO TX-RECORD
007780             MOVE ACCT-NUMBER        TO TX-ACCT-NUMBER
007790             MOVE WS-TAX-YEAR        TO TX-YEAR
007800             MOVE WS-INTEREST-AMOUNT TO TX-GROSS-YTD
007810             MOVE WS-TAX-AMOUNT      TO TX-TAX-YTD
007820             MOVE WS-EXEMPT-USED     TO TX-EXEMPT-YTD
007830             WRITE TX-RECORD
007840                 INVALID KEY
007850                     DISPLAY "WARNUNG: KESTMAS-SATZ FUER "
007860                         "KONTO " ACCT-NUMBER " NICHT "
007870                         "ANGELEGT, STATUS "
007880                         WS-KESTMAS-STATUS
007890             END-WRITE
007900             GO TO 2400-EXIT
007910     END-READ
007920     IF TX-YEAR NOT = WS-TAX-YEAR
007930        MOVE WS-TAX-YEAR TO TX-YEAR
007940        MOVE ZERO        TO TX-GROSS-YTD
007950        MOVE ZERO        TO TX-TAX-YTD
007960        MOVE ZERO        TO TX-EXEMPT-YTD
007970     END-IF
007980*    A RECORD FROM BEFORE TX-EXEMPT-YTD EXISTED: THE EXEMPTION
007990*    USED SO FAR IS THE GROSS UP TO THE FREISTELLUNGSAUFTRAG.
008000     IF TX-EXEMPT-YTD NOT NUMERIC
008010        IF TX-GROSS-YTD < WS-EXEMPTION
008020           MOVE TX-GROSS-YTD TO TX-EXEMPT-YTD
008030        ELSE
008040           MOVE WS-EXEMPTION TO TX-EXEMPT-YTD
008050        END-IF
008060     END-IF
008070     ADD WS-INTEREST-AMOUNT TO TX-GROSS-YTD
008080     ADD WS-TAX-AMOUNT      TO TX-TAX-YTD
008090     ADD WS-EXEMPT-USED     TO TX-EXEMPT-YTD
008100     REWRITE TX-RECORD
008110         INVALID KEY
008120             DISPLAY "WARNUNG: KESTMAS-SATZ FUER KONTO "
008130                 ACCT-NUMBER " NICHT FORTGESCHRIEBEN, "
008140                 "STATUS " WS-KESTMAS-STATUS
008150     END-REWRITE.
008160 2400-EXIT.
008170     EXIT.
008180
008190*****************************************************************
008200* 3000-PRINT-SUMMARY - TOTALS TO THE REPORT AND THE OPERATOR    *
008210*****************************************************************
008220 3000-PRINT-SUMMARY.
008230     MOVE WS-TOTAL-INTEREST TO WS-TOTAL-INTEREST-EDIT
008240     MOVE WS-TOTAL-TAX TO WS-TOTAL-TAX-EDIT
008250     MOVE WS-TOTAL-NET TO WS-TOTAL-NET-EDIT
008260     MOVE ALL "-" TO IR-LINE
008270     WRITE IR-LINE
008280     MOVE WS-ACCOUNT-COUNT TO WS-COUNT-EDIT
008290     MOVE SPACES TO IR-LINE
008300     STRING "KONTEN AKTUALISIERT: " DELIMITED BY SIZE
008310         WS-COUNT-EDIT DELIMITED BY SIZE
008320         "  ZINSEN BRUTTO: " DELIMITED BY SIZE
008330         WS-TOTAL-INTEREST-EDIT DELIMITED BY SIZE
008340         "  STEUER: " DELIMITED BY SIZE
008350         WS-TOTAL-TAX-EDIT DELIMITED BY SIZE
008360         "  NETTO: " DELIMITED BY SIZE
008370         WS-TOTAL-NET-EDIT DELIMITED BY SIZE
008380         INTO IR-LINE
008390     WRITE IR-LINE
008400     DISPLAY " "
008410     DISPLAY "----- ZINSBUCHUNG - ZUSAMMENFASSUNG -----"
008420     DISPLAY "Aktualisierte Konten : " WS-ACCOUNT-COUNT
008430     DISPLAY "Fehlgeschlagen       : " WS-FAILED-COUNT
008440     DISPLAY "Ohne Zinssatz        : " WS-NORATE-COUNT
008450     DISPLAY "Geschlossen (uebergangen): " WS-CLOSED-SKIP-COUNT
008460     DISPLAY "Zinsen brutto        : " WS-TOTAL-INTEREST-EDIT
008470     DISPLAY "Steuer einbehalten   : " WS-TOTAL-TAX-EDIT
008480     DISPLAY "Zinsen netto         : " WS-TOTAL-NET-EDIT
008490     DISPLAY "Einzelaufstellung in INTRPT abgelegt.".
008500 3000-EXIT.
008510     EXIT.
008520
008530*****************************************************************
008540* 7000-WRITE-LOG - ONE TRANLOG ENTRY PER POSTED ACCOUNT SO THE  *
008550*            END OF DAY MOVEMENT RECONCILIATION SEES THE        *
008560*            INTEREST AS MOVEMENT                               *
008570*****************************************************************
008580 7000-WRITE-LOG.
008590     ACCEPT WS-CURRENT-TIME FROM TIME
008600     MOVE SPACES TO WS-TIMESTAMP
008610     STRING WS-RUN-DATE DELIMITED BY SIZE
008620         "-" DELIMITED BY SIZE
008630         WS-CURRENT-TIME DELIMITED BY SIZE
008640         INTO WS-TIMESTAMP
008650     MOVE ACCT-BALANCE TO WS-LOG-BALANCE-EDIT
008660     MOVE WS-TIMESTAMP        TO TL-TIMESTAMP
008670     MOVE "ZINSEN"            TO TL-ACTION
008680     MOVE WS-TAX-AMOUNT       TO WS-LOG-TAX
008690     MOVE SPACES              TO TL-SEARCH-TEXT
008700     STRING "ZINSLAUF " DELIMITED BY SIZE
008710         WS-POSTING-PERIOD DELIMITED BY SIZE
008720         " KEST " DELIMITED BY SIZE
008730         WS-LOG-TAX DELIMITED BY SIZE
008740         INTO TL-SEARCH-TEXT
008750     MOVE ACCT-NUMBER         TO TL-ACCT-NUMBER
008760     MOVE WS-LOG-BALANCE-EDIT TO TL-BALANCE-DISPLAY
008770     MOVE "ZINSLAUF"          TO TL-TELLER-ID
008780     MOVE WS-NET-INTEREST     TO TL-AMOUNT
008790     WRITE TL-RECORD
008800     IF WS-TRANLOG-STATUS NOT = "00"
008810        DISPLAY "WARNUNG: PROTOKOLLEINTRAG FEHLGESCHLAGEN, "
008820            "STATUS " WS-TRANLOG-STATUS
008830     END-IF.
008840 7000-EXIT.
008850     EXIT.
008860
008870*****************************************************************
008880* 8000-WRITE-CHECKPOINT - REWRITE THE ONE INTCTL RECORD WITH    *
008890*            THE PERIOD, RUN STATUS AND LAST UPDATED ACCOUNT,   *
008900*            PLUS THE PERIOD TOTALS SO FAR FOR A RESTART        *
008910*****************************************************************
008920 8000-WRITE-CHECKPOINT.
008930     OPEN OUTPUT INTCTL
008940     IF WS-INTCTL-STATUS NOT = "00"
008950        DISPLAY "FEHLER: PRUEFPUNKT NICHT SCHREIBBAR, STATUS "
008960            WS-INTCTL-STATUS " - LAUF WIRD ABGEBROCHEN."
008970        SET ABORT-RUN TO TRUE
008980        MOVE "Y" TO WS-ACCTMAS-EOF-SW
008990        GO TO 8000-EXIT
009000     END-IF
009010     MOVE SPACES                 TO RC-RECORD
009020     MOVE WS-POSTING-PERIOD      TO RC-PERIOD
009030     MOVE WS-CHECKPOINT-STATUS   TO RC-STATUS
009040     MOVE WS-RESTART-ACCT-NUMBER TO RC-LAST-ACCT-NUMBER
009050     MOVE WS-ACCOUNT-COUNT       TO RC-ACCOUNT-COUNT
009060     MOVE WS-TOTAL-INTEREST      TO RC-GROSS-TOTAL
009070     MOVE WS-TOTAL-TAX           TO RC-TAX-TOTAL
009080     WRITE RC-RECORD
009090     IF WS-INTCTL-STATUS NOT = "00"
009100        DISPLAY "FEHLER: PRUEFPUNKT NICHT GESCHRIEBEN, STATUS "
009110            WS-INTCTL-STATUS " - LAUF WIRD ABGEBROCHEN."
009120        SET ABORT-RUN TO TRUE
009130        MOVE "Y" TO WS-ACCTMAS-EOF-SW
009140     END-IF
009150     CLOSE INTCTL.
009160 8000-EXIT.
009170     EXIT.
009180
009190*****************************************************************
009200* 8100-MARK-RUN-COMPLETE - CLOSE OUT THE PERIOD SO A SECOND     *
009210*            SUBMISSION THIS MONTH IS STOPPED COLD.  THE        *
009220*            KESTANM LINE GOES FIRST: SHOULD THE RUN BREAK      *
009230*            BETWEEN THE TWO, THE RESTART WRITES THE LINE AGAIN *
009240*            AND THE LAST ONE OF THE PERIOD COUNTS              *
009250*****************************************************************
009260 8100-MARK-RUN-COMPLETE.
009270     PERFORM 8200-WRITE-KEST-SUMMARY THRU 8200-EXIT
009280     MOVE "FERTIG" TO WS-CHECKPOINT-STATUS
009290     PERFORM 8000-WRITE-CHECKPOINT THRU 8000-EXIT
009300     IF ABORT-RUN
009310        DISPLAY "FEHLER: PERIODE " WS-POSTING-PERIOD
009320            " NICHT ALS FERTIG MARKIERT - INTCTL VOR DEM "
009330            "NAECHSTEN LAUF PRUEFEN."
009340     END-IF.
009350 8100-EXIT.
009360     EXIT.
009370
009380*****************************************************************
009390* 8200-WRITE-KEST-SUMMARY - APPEND THE PERIOD'S GROSS INTEREST  *
009400*            AND WITHHELD TAX TO KESTANM FOR THE MONTHLY        *
009410*            STEUERANMELDUNG                                    *
009420*****************************************************************
009430 8200-WRITE-KEST-SUMMARY.
009440     OPEN EXTEND KESTANM
009450     IF WS-KESTANM-STATUS = "35"
009460        OPEN OUTPUT KESTANM
009470        CLOSE KESTANM
009480        OPEN EXTEND KESTANM
009490     END-IF
009500     IF WS-KESTANM-STATUS NOT = "00"
009510        DISPLAY "WARNUNG: KESTANM NICHT SCHREIBBAR, STATUS "
009520            WS-KESTANM-STATUS " - STEUERSUMME PERIODE "
009530            WS-POSTING-PERIOD " AUS INTRPT UEBERNEHMEN."
009540        GO TO 8200-EXIT
009550     END-IF
009560     MOVE SPACES            TO KA-RECORD
009570     MOVE WS-POSTING-PERIOD TO KA-PERIOD
009580     MOVE WS-ACCOUNT-COUNT  TO KA-ACCOUNT-COUNT
009590     MOVE WS-TOTAL-INTEREST TO KA-GROSS
009600     MOVE WS-TOTAL-TAX      TO KA-TAX
009610     MOVE WS-RUN-DATE       TO KA-RUN-DATE
009620     WRITE KA-RECORD
009630     IF WS-KESTANM-STATUS NOT = "00"
009640        DISPLAY "WARNUNG: KESTANM-ZEILE NICHT GESCHRIEBEN, "
009650            "STATUS " WS-KESTANM-STATUS
009660     END-IF
009670     CLOSE KESTANM.
009680 8200-EXIT.
009690     EXIT.
009700
009710*****************************************************************
009720* 8300-MARK-STEP-DONE - SET THE ZINSEN FLAG FOR THE             *
009730*            BUSINESS DATE ON BUSDATE                           *
009740*****************************************************************
009750 8300-MARK-STEP-DONE.
009760     OPEN INPUT BUSDATE
009770     IF WS-BUSDATE-STATUS NOT = "00"
009780        DISPLAY "FEHLER BEIM OEFFNEN VON BUSDATE, STATUS "
009790            WS-BUSDATE-STATUS
009800            " - SCHRITT ZINSEN NICHT VERMERKT."
009810        GO TO 8300-EXIT
009820     END-IF
009830     READ BUSDATE
009840         AT END
009850             CLOSE BUSDATE
009860             DISPLAY "FEHLER: BUSDATE IST LEER - SCHRITT "
009870                 "ZINSEN NICHT VERMERKT."
009880             GO TO 8300-EXIT
009890     END-READ
009900     CLOSE BUSDATE
009910     IF BD-BUSINESS-DATE NOT = WS-RUN-DATE
009920        DISPLAY "FEHLER: GESCHAEFTSDATUM WAEHREND DES LAUFS "
009930            "GEAENDERT - SCHRITT ZINSEN NICHT VERMERKT."
009940        GO TO 8300-EXIT
009950     END-IF
009960     MOVE "J" TO BD-STEP-ZINSEN
009970     OPEN OUTPUT BUSDATE
009980     IF WS-BUSDATE-STATUS NOT = "00"
009990        DISPLAY "FEHLER BEIM OEFFNEN VON BUSDATE, STATUS "
010000            WS-BUSDATE-STATUS
010010            " - SCHRITT ZINSEN NICHT VERMERKT."
010020        GO TO 8300-EXIT
010030     END-IF
010040     WRITE BD-RECORD
010050     IF WS-BUSDATE-STATUS NOT = "00"
010060        DISPLAY "FEHLER BEIM SCHREIBEN VON BUSDATE, STATUS "
010070            WS-BUSDATE-STATUS " - STEUERSATZ MIT DAYCONTROL "
010080            "PRUEFEN."
010090        CLOSE BUSDATE
010100        GO TO 8300-EXIT
010110     END-IF
010120     CLOSE BUSDATE
010130     DISPLAY "SCHRITT ZINSEN FUER GESCHAEFTSTAG "
010140         BD-BUSINESS-DATE " VERMERKT.".
010150 8300-EXIT.
010160     EXIT.
010170
010180*****************************************************************
010190* 9000-TERMINATE - CLOSE THE FILES STILL OPEN                   *
010200*****************************************************************
010210 9000-TERMINATE.
010220     CLOSE TRANLOG
010230     CLOSE ACCTMAS
010240     CLOSE KESTMAS
010250     CLOSE INTRPT.
010260 9000-EXIT.
010270     EXIT.
