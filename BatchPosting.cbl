000560*                    SUMMEN, VORABPRUEFUNG DES GESAMTEN FEEDS  *
000570*                    UND FEEDCTL-LAUFKONTROLLE GEGEN DOPPEL-   *
000580*                    VERARBEITUNG NACH EINEM WIEDERANLAUF.     *
000590*    2026-10-15  HD  GESCHAEFTSDATUM: DER LAUF NIMMT SEIN      *
000600*                    DATUM AUS DEM STEUERSATZ BUSDATE STATT    *
000610*                    AUS DER SYSTEMUHR, LAEUFT NUR BEI         *
000620*                    GESCHLOSSENEM SCHALTER UND VOR DER        *
000630*                    TAGESABSTIMMUNG UND VERMERKT DEN SCHRITT  *
000640*                    STAPEL.  RENUMBERED THE SOURCE.           *
000650*    2026-10-15  HD  VORMERKUNGEN UND PFAENDUNGEN (HOLDMAS):   *
000660*                    AUSZAHLUNGEN WERDEN GEGEN DEN             *
000670*                    VERFUEGBAREN SALDO (KONTOSTAND ABZUEGLICH *
000680*                    AKTIVER VORMERKUNGEN) GEPRUEFT; EINE      *
000690*                    AKTIVE PFAENDUNG SPERRT DEN               *
000700*                    DISPOSITIONSKREDIT. RENUMBERED THE        *
000710*                    SOURCE.                                   *
000720*                                                               *
000730*****************************************************************
000740
000750 ENVIRONMENT DIVISION.
000760 INPUT-OUTPUT SECTION.
000770 FILE-CONTROL.
000780     SELECT TRANFEED ASSIGN TO "TRANFEED"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-TRANFEED-STATUS.
000810
000820     SELECT ACCTMAS ASSIGN TO "ACCTMAS"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS ACCT-NUMBER
000860         ALTERNATE RECORD KEY IS ACCT-CUST-NUMBER
000870             WITH DUPLICATES
000880         FILE STATUS IS WS-ACCTMAS-STATUS.
000890
000900     SELECT TRANLOG ASSIGN TO "TRANLOG"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-TRANLOG-STATUS.
000930
000940     SELECT REJFEED ASSIGN TO "REJFEED"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-REJFEED-STATUS.
000970
000980     SELECT POSTRPT ASSIGN TO "POSTRPT"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-POSTRPT-STATUS.
001010
001020     SELECT BUSDATE ASSIGN TO "BUSDATE"
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS WS-BUSDATE-STATUS.
001050
001060     SELECT FEEDCTL ASSIGN TO "FEEDCTL"
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS WS-FEEDCTL-STATUS.
001090
001100     SELECT HOLDMAS ASSIGN TO "HOLDMAS"
001110         ORGANIZATION IS INDEXED
001120         ACCESS MODE IS DYNAMIC
001130         RECORD KEY IS HL-HOLD-KEY
001140         FILE STATUS IS WS-HOLDMAS-STATUS.
001150
001160 DATA DIVISION.
001170 FILE SECTION.
001180 FD  TRANFEED
001190     LABEL RECORDS ARE STANDARD.
001200 01  TF-RECORD.
001210     05  TF-ACCT-NUMBER-X        PIC X(06).
001220     05  TF-ACCT-NUMBER REDEFINES TF-ACCT-NUMBER-X
001230                                 PIC 9(06).
001240     05  FILLER                  PIC X(01).
001250     05  TF-TRANS-TYPE           PIC X(01).
001260     05  FILLER                  PIC X(01).
001270     05  TF-AMOUNT-X             PIC X(11).
001280     05  TF-AMOUNT REDEFINES TF-AMOUNT-X
001290                                 PIC 9(9)V99.
001300     05  FILLER                  PIC X(01).
001310     05  TF-ORIGIN               PIC X(10).
001320 01  TH-RECORD.
001330     05  TH-TYPE                 PIC X(04).
001340     05  FILLER                  PIC X(01).
001350     05  TH-FEED-DATE-X          PIC X(08).
001360     05  TH-FEED-DATE REDEFINES TH-FEED-DATE-X
001370                                 PIC 9(08).
001380     05  FILLER                  PIC X(01).
001390     05  TH-FEED-SEQ-X           PIC X(04).
001400     05  TH-FEED-SEQ REDEFINES TH-FEED-SEQ-X
001410                                 PIC 9(04).
001420     05  FILLER                  PIC X(13).
001430 01  TT-RECORD.
001440     05  TT-TYPE                 PIC X(04).
001450     05  FILLER                  PIC X(01).
001460     05  TT-ITEM-COUNT-X         PIC X(06).
001470     05  TT-ITEM-COUNT REDEFINES TT-ITEM-COUNT-X
001480                                 PIC 9(06).
001490     05  FILLER                  PIC X(01).
001500     05  TT-AMOUNT-TOTAL         PIC S9(10)V99
001510                                 SIGN IS LEADING SEPARATE.
001520     05  FILLER                  PIC X(06).
001530
001540 FD  ACCTMAS
001550     LABEL RECORDS ARE STANDARD.
001560 COPY ACCTREC.
001570
001580 FD  TRANLOG
001590     LABEL RECORDS ARE STANDARD.
001600 COPY TRANREC.
001610
001620 FD  REJFEED
001630     LABEL RECORDS ARE STANDARD.
001640 01  RJ-RECORD.
001650     05  RJ-FEED-IMAGE           PIC X(31).
001660     05  FILLER                  PIC X(01).
001670     05  RJ-REASON               PIC X(25).
001680
001690 FD  POSTRPT
001700     LABEL RECORDS ARE STANDARD.
001710 01  RP-LINE                     PIC X(80).
001720
001730 FD  BUSDATE
001740     LABEL RECORDS ARE STANDARD.
001750 COPY BDATREC.
001760
001770 FD  FEEDCTL
001780     LABEL RECORDS ARE STANDARD.
001790 01  FC-RECORD.
001800     05  FC-FEED-DATE            PIC 9(08).
001810     05  FILLER                  PIC X(01).
001820     05  FC-FEED-SEQ             PIC 9(04).
001830     05  FILLER                  PIC X(01).
001840     05  FC-STATUS               PIC X(08).
001850
001860 FD  HOLDMAS
001870     LABEL RECORDS ARE STANDARD.
001880 COPY HOLDREC.
001890
001900 WORKING-STORAGE SECTION.
001910*--------------------------------------------------------------*
001920* FILE STATUS SWITCHES                                          *
001930*--------------------------------------------------------------*
001940 01  WS-TRANFEED-STATUS          PIC X(02) VALUE "00".
001950 01  WS-ACCTMAS-STATUS           PIC X(02) VALUE "00".
001960 01  WS-TRANLOG-STATUS           PIC X(02) VALUE "00".
001970 01  WS-REJFEED-STATUS           PIC X(02) VALUE "00".
001980 01  WS-POSTRPT-STATUS           PIC X(02) VALUE "00".
001990 01  WS-FEEDCTL-STATUS           PIC X(02) VALUE "00".
002000 01  WS-BUSDATE-STATUS           PIC X(02) VALUE "00".
002010 01  WS-HOLDMAS-STATUS           PIC X(02) VALUE "00".
002020
002030*--------------------------------------------------------------*
002040* CONDITION SWITCHES                                            *
002050*--------------------------------------------------------------*
002060 01  WS-FEED-EOF-SW              PIC X(01) VALUE "N".
002070     88  FEED-EOF                          VALUE "Y".
002080 01  WS-ABORT-RUN-SW             PIC X(01) VALUE "N".
002090     88  ABORT-RUN                         VALUE "Y".
002100 01  WS-REWRITE-OK-SW            PIC X(01) VALUE "N".
002110     88  REWRITE-OK                        VALUE "Y".
002120 01  WS-REJECT-SW                PIC X(01) VALUE "N".
002130     88  ITEM-REJECTED                     VALUE "Y".
002140 01  WS-TRAILER-FOUND-SW         PIC X(01) VALUE "N".
002150     88  TRAILER-FOUND                     VALUE "Y".
002160 01  WS-HOLDMAS-EOF-SW           PIC X(01) VALUE "N".
002170     88  HOLDMAS-EOF                       VALUE "Y".
002180 01  WS-NO-HOLD-FILE-SW          PIC X(01) VALUE "N".
002190     88  NO-HOLD-FILE                      VALUE "Y".
002200 01  WS-GARNISHED-SW             PIC X(01) VALUE "N".
002210     88  GARNISHED                         VALUE "Y".
002220
002230*--------------------------------------------------------------*
002240* FEED CONTROL AND VERIFICATION FIELDS                          *
002250*--------------------------------------------------------------*
002260 01  WS-FEED-DATE                PIC 9(08) VALUE ZERO.
002270 01  WS-FEED-SEQ                 PIC 9(04) VALUE ZERO.
002280 01  WS-FEED-STATUS              PIC X(08) VALUE "LAEUFT".
002290 01  WS-VERIFY-ITEM-COUNT        PIC 9(06) COMP VALUE ZERO.
002300 01  WS-VERIFY-AMOUNT-TOTAL      PIC S9(11)V99 VALUE ZERO.
002310 01  WS-TRAILER-ITEM-COUNT       PIC 9(06) VALUE ZERO.
002320 01  WS-TRAILER-AMOUNT-TOTAL     PIC S9(11)V99 VALUE ZERO.
002330
002340*--------------------------------------------------------------*
002350* POSTING WORK FIELDS                                           *
002360*--------------------------------------------------------------*
002370 01  WS-AMOUNT                   PIC S9(9)V99 VALUE ZERO.
002380 01  OD-LIMIT                    PIC S9(7)V99 VALUE -500.00.
002390 01  WS-EFFECTIVE-OD-LIMIT       PIC S9(7)V99 VALUE ZERO.
002400 01  WS-PROSPECTIVE-BALANCE      PIC S9(9)V99 VALUE ZERO.
002410 01  WS-HOLD-TOTAL               PIC S9(9)V99 VALUE ZERO.
002420 01  WS-REJECT-REASON            PIC X(25).
002430
002440*--------------------------------------------------------------*
002450* RUN COUNTERS AND TOTALS                                       *
002460*--------------------------------------------------------------*
002470 01  WS-READ-COUNT               PIC 9(06) COMP VALUE ZERO.
002480 01  WS-DEPOSIT-COUNT            PIC 9(06) COMP VALUE ZERO.
002490 01  WS-WITHDRAW-COUNT           PIC 9(06) COMP VALUE ZERO.
002500 01  WS-REJECT-COUNT             PIC 9(06) COMP VALUE ZERO.
002510 01  WS-UNKNOWN-ACCT-COUNT       PIC 9(06) COMP VALUE ZERO.
002520 01  WS-LIMIT-COUNT              PIC 9(06) COMP VALUE ZERO.
002530 01  WS-BAD-AMOUNT-COUNT         PIC 9(06) COMP VALUE ZERO.
002540 01  WS-FAILED-COUNT             PIC 9(06) COMP VALUE ZERO.
002550 01  WS-STATUS-REJECT-COUNT      PIC 9(06) COMP VALUE ZERO.
002560 01  WS-DEPOSIT-TOTAL            PIC S9(11)V99 VALUE ZERO.
002570 01  WS-WITHDRAW-TOTAL           PIC S9(11)V99 VALUE ZERO.
002580
002590*--------------------------------------------------------------*
002600* REPORT EDIT FIELDS                                            *
002610*--------------------------------------------------------------*
002620 01  WS-COUNT-EDIT               PIC Z(05)9.
002630 01  WS-TOTAL-EDIT               PIC -(10)9.99.
002640 01  WS-BALANCE-EDIT             PIC -(9)9.99.
002650
002660*--------------------------------------------------------------*
002670* AUDIT TRAIL WORK FIELDS                                       *
002680*--------------------------------------------------------------*
002690 01  WS-CURRENT-DATE             PIC 9(08).
002700 01  WS-CURRENT-TIME             PIC 9(08).
002710 01  WS-TIMESTAMP                PIC X(17).
002720 01  WS-LOG-ACTION               PIC X(10).
002730 01  WS-LOG-ACCT-NUMBER          PIC 9(06).
002740 01  WS-LOG-SEARCH-TEXT          PIC X(30).
002750 01  WS-LOG-BALANCE-EDIT         PIC -(9)9.99.
002760 01  WS-LOG-AMOUNT               PIC S9(9)V99 VALUE ZERO.
002770
002780 PROCEDURE DIVISION.
002790*****************************************************************
002800* 0000-MAINLINE                                                *
002810*****************************************************************
002820 0000-MAINLINE.
002830     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002840     IF NOT ABORT-RUN
002850        PERFORM 2000-PROCESS-FEED THRU 2000-EXIT
002860            UNTIL FEED-EOF
002870        PERFORM 8100-MARK-FEED-COMPLETE THRU 8100-EXIT
002880        PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT
002890        IF NOT ABORT-RUN
002900           PERFORM 8200-MARK-STEP-DONE THRU 8200-EXIT
002910        END-IF
002920     END-IF
002930     PERFORM 9000-TERMINATE THRU 9000-EXIT
002940     STOP RUN.
002950
002960*****************************************************************
002970* 1000-INITIALIZE - OPEN ALL FILES FOR THE BATCH RUN            *
002980*****************************************************************
002990 1000-INITIALIZE.
003000     PERFORM 1050-CHECK-BUSINESS-DATE THRU 1050-EXIT
003010     IF ABORT-RUN
003020        GO TO 1000-EXIT
003030     END-IF
003040     OPEN INPUT TRANFEED
003050     IF WS-TRANFEED-STATUS NOT = "00"
003060        DISPLAY "FEHLER BEIM OEFFNEN VON TRANFEED, STATUS "
003070            WS-TRANFEED-STATUS
003080        SET ABORT-RUN TO TRUE
003090        GO TO 1000-EXIT
003100     END-IF
003110
003120     PERFORM 1100-READ-FEED-HEADER THRU 1100-EXIT
003130     IF ABORT-RUN
003140        GO TO 1000-EXIT
003150     END-IF
003160     PERFORM 1200-CHECK-FEED-CONTROL THRU 1200-EXIT
003170     IF ABORT-RUN
003180        GO TO 1000-EXIT
003190     END-IF
003200     PERFORM 1300-VERIFY-FEED THRU 1300-EXIT
003210     IF ABORT-RUN
003220        GO TO 1000-EXIT
003230     END-IF
003240     PERFORM 1400-REOPEN-FEED THRU 1400-EXIT
003250     IF ABORT-RUN
003260        GO TO 1000-EXIT
003270     END-IF
003280     PERFORM 8000-WRITE-FEED-CONTROL THRU 8000-EXIT
003290     IF ABORT-RUN
003300        GO TO 1000-EXIT
003310     END-IF
003320     OPEN I-O ACCTMAS
003330     IF WS-ACCTMAS-STATUS NOT = "00"
003340        DISPLAY "FEHLER BEIM OEFFNEN VON ACCTMAS, STATUS "
003350            WS-ACCTMAS-STATUS
003360        SET ABORT-RUN TO TRUE
003370        GO TO 1000-EXIT
003380     END-IF
003390
003400     OPEN INPUT HOLDMAS
003410     IF WS-HOLDMAS-STATUS = "35"
003420        MOVE "Y" TO WS-NO-HOLD-FILE-SW
003430     ELSE
003440        IF WS-HOLDMAS-STATUS NOT = "00"
003450           DISPLAY "FEHLER BEIM OEFFNEN VON HOLDMAS, STATUS "
003460               WS-HOLDMAS-STATUS
003470           SET ABORT-RUN TO TRUE
003480           GO TO 1000-EXIT
003490        END-IF
003500     END-IF
003510
003520     OPEN EXTEND TRANLOG
003530     IF WS-TRANLOG-STATUS = "35"
003540        OPEN OUTPUT TRANLOG
003550        CLOSE TRANLOG
003560        OPEN EXTEND TRANLOG
003570     END-IF
003580
003590     OPEN OUTPUT REJFEED
003600     OPEN OUTPUT POSTRPT.
003610 1000-EXIT.
003620     EXIT.
003630
003640*****************************************************************
003650* 1050-CHECK-BUSINESS-DATE - PROCESSING DATE FROM BUSDATE;      *
003660*            THE ONLINE DAY MUST BE CLOSED AND THE END OF DAY   *
003670*            RECONCILIATION NOT YET RUN                         *
003680*****************************************************************
003690 1050-CHECK-BUSINESS-DATE.
003700     OPEN INPUT BUSDATE
003710     IF WS-BUSDATE-STATUS NOT = "00"
003720        DISPLAY "FEHLER BEIM OEFFNEN VON BUSDATE, STATUS "
003730            WS-BUSDATE-STATUS " - LAUF ABGELEHNT."
003740        SET ABORT-RUN TO TRUE
003750        GO TO 1050-EXIT
003760     END-IF
003770     READ BUSDATE
003780         AT END
003790             CLOSE BUSDATE
003800             DISPLAY "FEHLER: BUSDATE IST LEER - LAUF ABGELEHNT."
003810             SET ABORT-RUN TO TRUE
003820             GO TO 1050-EXIT
003830     END-READ
003840     CLOSE BUSDATE
003850     MOVE BD-BUSINESS-DATE TO WS-CURRENT-DATE
003860     IF NOT BD-ONLINE-CLOSED
003870        DISPLAY "GESCHAEFTSTAG " BD-BUSINESS-DATE
003880            ": SCHALTER NICHT GESCHLOSSEN - LAUF ABGELEHNT."
003890        SET ABORT-RUN TO TRUE
003900        GO TO 1050-EXIT
003910     END-IF
003920     IF BD-ABSTIMM-DONE
003930        DISPLAY "GESCHAEFTSTAG " BD-BUSINESS-DATE
003940            ": TAGESABSTIMMUNG IST SCHON GELAUFEN - "
003950            "LAUF ABGELEHNT."
003960        SET ABORT-RUN TO TRUE
003970     END-IF.
003980 1050-EXIT.
003990     EXIT.
004000
004010*****************************************************************
004020* 1100-READ-FEED-HEADER - THE FIRST FEED RECORD MUST BE THE     *
004030*            KOPF RECORD NAMING FEED DATE AND SEQUENCE          *
004040*****************************************************************
004050 1100-READ-FEED-HEADER.
004060     READ TRANFEED
004070         AT END
004080             DISPLAY "FEHLER: TRANFEED IST LEER - "
004090                 "LAUF ABGELEHNT."
004100             SET ABORT-RUN TO TRUE
004110             GO TO 1100-EXIT
004120     END-READ
004130     IF TF-RECORD (1:4) NOT = "KOPF"
004140        DISPLAY "FEHLER: TRANFEED OHNE KOPFSATZ - "
004150            "LAUF ABGELEHNT."
004160        SET ABORT-RUN TO TRUE
004170        GO TO 1100-EXIT
004180     END-IF
004190     IF TH-FEED-DATE-X NOT NUMERIC
004200        OR TH-FEED-SEQ-X NOT NUMERIC
004210        DISPLAY "FEHLER: KOPFSATZ UNGUELTIG - LAUF ABGELEHNT."
004220        SET ABORT-RUN TO TRUE
004230        GO TO 1100-EXIT
004240     END-IF
004250     MOVE TH-FEED-DATE TO WS-FEED-DATE
004260     MOVE TH-FEED-SEQ  TO WS-FEED-SEQ
004270     DISPLAY "STAPELBUCHUNG FEED " WS-FEED-DATE
004280         "/" WS-FEED-SEQ.
004290 1100-EXIT.
004300     EXIT.
004310
004320*****************************************************************
004330* 1200-CHECK-FEED-CONTROL - REFUSE A FEED THAT ALREADY POSTED   *
004340*            TO COMPLETION; A FEED LEFT IN LAEUFT IS REFUSED    *
004350*            TOO, BECAUSE PART OF IT MAY ALREADY BE ON THE      *
004360*            MASTER AND NEEDS A MANUAL CHECK FIRST              *
004370*****************************************************************
004380 1200-CHECK-FEED-CONTROL.
004390     OPEN INPUT FEEDCTL
004400     IF WS-FEEDCTL-STATUS = "35"
004410        GO TO 1200-EXIT
004420     END-IF
004430     IF WS-FEEDCTL-STATUS NOT = "00"
004440        DISPLAY "FEHLER BEIM OEFFNEN VON FEEDCTL, STATUS "
004450            WS-FEEDCTL-STATUS
004460        SET ABORT-RUN TO TRUE
004470        GO TO 1200-EXIT
004480     END-IF
004490     READ FEEDCTL
004500         AT END
004510             CLOSE FEEDCTL
004520             GO TO 1200-EXIT
004530     END-READ
004540     CLOSE FEEDCTL
004550     IF FC-FEED-DATE NOT = WS-FEED-DATE
004560        OR FC-FEED-SEQ NOT = WS-FEED-SEQ
004570        GO TO 1200-EXIT
004580     END-IF
004590     IF FC-STATUS = "FERTIG"
004600        DISPLAY "FEED " WS-FEED-DATE "/" WS-FEED-SEQ
004610            " WURDE BEREITS VOLLSTAENDIG GEBUCHT - "
004620            "LAUF ABGELEHNT."
004630     ELSE
004640        DISPLAY "FEED " WS-FEED-DATE "/" WS-FEED-SEQ
004650            " IST ALS LAUFEND VERMERKT - MOEGLICHE "
004660            "TEILBUCHUNG, BITTE TRANLOG/POSTRPT PRUEFEN. "
004670            "LAUF ABGELEHNT."
004680     END-IF
004690     SET ABORT-RUN TO TRUE.
004700 1200-EXIT.
004710     EXIT.
004720
004730*****************************************************************
004740* 1300-VERIFY-FEED - FULL PRE-PASS: COUNT THE ITEMS, TOTAL THE  *
004750*            AMOUNTS AND PROVE THE TRAILER MATCHES BEFORE A     *
004760*            SINGLE POSTING TOUCHES THE MASTER                  *
004770*****************************************************************
004780 1300-VERIFY-FEED.
004790     MOVE ZERO TO WS-VERIFY-ITEM-COUNT
004800     MOVE ZERO TO WS-VERIFY-AMOUNT-TOTAL
004810     MOVE "N"  TO WS-TRAILER-FOUND-SW
004820     MOVE "N"  TO WS-FEED-EOF-SW
004830     PERFORM 1310-VERIFY-ITEM THRU 1310-EXIT
004840         UNTIL FEED-EOF OR ABORT-RUN
004850     IF ABORT-RUN
004860        GO TO 1300-EXIT
004870     END-IF
004880     IF NOT TRAILER-FOUND
004890        DISPLAY "FEHLER: TRANFEED OHNE FUSSSATZ - "
004900            "FEED UNVOLLSTAENDIG, LAUF ABGELEHNT."
004910        SET ABORT-RUN TO TRUE
004920        GO TO 1300-EXIT
004930     END-IF
004940     IF WS-VERIFY-ITEM-COUNT NOT = WS-TRAILER-ITEM-COUNT
004950        DISPLAY "FEHLER: POSTENZAHL " WS-VERIFY-ITEM-COUNT
004960            " PASST NICHT ZUM FUSSSATZ ("
004970            WS-TRAILER-ITEM-COUNT ") - LAUF ABGELEHNT."
004980        SET ABORT-RUN TO TRUE
004990        GO TO 1300-EXIT
005000     END-IF
005010     IF WS-VERIFY-AMOUNT-TOTAL NOT = WS-TRAILER-AMOUNT-TOTAL
005020        DISPLAY "FEHLER: BETRAGSSUMME PASST NICHT ZUM "
005030            "FUSSSATZ - LAUF ABGELEHNT."
005040        SET ABORT-RUN TO TRUE
005050     END-IF.
005060 1300-EXIT.
005070     EXIT.
005080
005090 1310-VERIFY-ITEM.
005100     READ TRANFEED
005110         AT END
005120             MOVE "Y" TO WS-FEED-EOF-SW
005130             GO TO 1310-EXIT
005140     END-READ
005150     IF TF-RECORD (1:4) = "FUSS"
005160        IF TRAILER-FOUND
005170           DISPLAY "FEHLER: MEHR ALS EIN FUSSSATZ - "
005180               "LAUF ABGELEHNT."
005190           SET ABORT-RUN TO TRUE
005200           GO TO 1310-EXIT
005210        END-IF
005220        IF TT-ITEM-COUNT-X NOT NUMERIC
005230           DISPLAY "FEHLER: FUSSSATZ UNGUELTIG - "
005240               "LAUF ABGELEHNT."
005250           SET ABORT-RUN TO TRUE
005260           GO TO 1310-EXIT
005270        END-IF
005280        MOVE "Y" TO WS-TRAILER-FOUND-SW
005290        MOVE TT-ITEM-COUNT    TO WS-TRAILER-ITEM-COUNT
005300        MOVE TT-AMOUNT-TOTAL  TO WS-TRAILER-AMOUNT-TOTAL
005310        GO TO 1310-EXIT
005320     END-IF
005330     IF TRAILER-FOUND
005340        DISPLAY "FEHLER: POSTEN NACH DEM FUSSSATZ - "
005350            "LAUF ABGELEHNT."
005360        SET ABORT-RUN TO TRUE
005370        GO TO 1310-EXIT
005380     END-IF
005390     ADD 1 TO WS-VERIFY-ITEM-COUNT
005400     IF TF-AMOUNT-X NUMERIC
005410        ADD TF-AMOUNT TO WS-VERIFY-AMOUNT-TOTAL
005420     ELSE
005430        DISPLAY "FEHLER: POSTEN MIT UNLESBAREM BETRAG - "
005440            "KONTROLLSUMME NICHT PRUEFBAR, LAUF ABGELEHNT."
005450        SET ABORT-RUN TO TRUE
005460     END-IF.
005470 1310-EXIT.
005480     EXIT.
005490
005500*****************************************************************
005510* 1400-REOPEN-FEED - BACK TO THE FIRST ITEM AFTER THE KOPF      *
005520*            RECORD FOR THE POSTING PASS                        *
005530*****************************************************************
005540 1400-REOPEN-FEED.
005550     CLOSE TRANFEED
005560     OPEN INPUT TRANFEED
005570     IF WS-TRANFEED-STATUS NOT = "00"
005580        DISPLAY "FEHLER: TRANFEED NICHT ERNEUT LESBAR, "
005590            "STATUS " WS-TRANFEED-STATUS
005600        SET ABORT-RUN TO TRUE
005610        GO TO 1400-EXIT
005620     END-IF
005630     READ TRANFEED
005640         AT END
005650             DISPLAY "FEHLER: TRANFEED LEER BEIM ZWEITEN "
005660                 "LESEN - LAUF ABGELEHNT."
005670             SET ABORT-RUN TO TRUE
005680             GO TO 1400-EXIT
005690     END-READ
005700     MOVE "N" TO WS-FEED-EOF-SW.
005710 1400-EXIT.
005720     EXIT.
005730
005740*****************************************************************
005750* 2000-PROCESS-FEED - READ ONE FEED ITEM, VALIDATE IT AND POST  *
005760*            OR REJECT IT                                       *
005770*****************************************************************
005780 2000-PROCESS-FEED.
005790     READ TRANFEED
005800         AT END
005810             MOVE "Y" TO WS-FEED-EOF-SW
005820             GO TO 2000-EXIT
005830     END-READ
005840     IF TF-RECORD (1:4) = "FUSS"
005850        MOVE "Y" TO WS-FEED-EOF-SW
005860        GO TO 2000-EXIT
005870     END-IF
005880     ADD 1 TO WS-READ-COUNT
005890     MOVE "N"    TO WS-REJECT-SW
005900     MOVE ZERO   TO WS-LOG-AMOUNT
005910     MOVE SPACES TO WS-REJECT-REASON
005920
005930     PERFORM 2100-VALIDATE-ITEM THRU 2100-EXIT
005940     IF ITEM-REJECTED
005950        PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
005960        GO TO 2000-EXIT
005970     END-IF
005980
005990     PERFORM 2200-POST-ITEM THRU 2200-EXIT
006000     IF ITEM-REJECTED
006010        PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
006020     END-IF.
006030 2000-EXIT.
006040     EXIT.
006050
006060*****************************************************************
006070* 2100-VALIDATE-ITEM - FIELD CHECKS BEFORE ANY MASTER ACCESS    *
006080*****************************************************************
006090 2100-VALIDATE-ITEM.
006100     IF TF-ACCT-NUMBER-X NOT NUMERIC
006110        MOVE "KONTONUMMER UNGUELTIG"  TO WS-REJECT-REASON
006120        ADD 1 TO WS-UNKNOWN-ACCT-COUNT
006130        SET ITEM-REJECTED TO TRUE
006140        GO TO 2100-EXIT
006150     END-IF
006160
006170     IF TF-TRANS-TYPE NOT = "E" AND TF-TRANS-TYPE NOT = "A"
006180        MOVE "BUCHUNGSTYP UNGUELTIG"  TO WS-REJECT-REASON
006190        ADD 1 TO WS-BAD-AMOUNT-COUNT
006200        SET ITEM-REJECTED TO TRUE
006210        GO TO 2100-EXIT
006220     END-IF
006230
006240     IF TF-AMOUNT-X NOT NUMERIC
006250        MOVE "BETRAG UNGUELTIG"       TO WS-REJECT-REASON
006260        ADD 1 TO WS-BAD-AMOUNT-COUNT
006270        SET ITEM-REJECTED TO TRUE
006280        GO TO 2100-EXIT
006290     END-IF
006300
006310     MOVE TF-AMOUNT TO WS-AMOUNT
006320     IF WS-AMOUNT NOT > ZERO
006330        MOVE "BETRAG NICHT POSITIV"   TO WS-REJECT-REASON
006340        ADD 1 TO WS-BAD-AMOUNT-COUNT
006350        SET ITEM-REJECTED TO TRUE
006360     END-IF.
006370 2100-EXIT.
006380     EXIT.
006390
006400*****************************************************************
006410* 2150-SET-OD-LIMIT - EFFECTIVE OVERDRAFT FLOOR FOR THE ACCOUNT *
006420*            IN ACCT-RECORD.  A RECORD WITHOUT A NUMERIC LIMIT  *
006430*            (NOT YET MAINTAINED) KEEPS THE OLD FLAT DEFAULT.   *
006440*            THE ACTIVE HOLDS ARE SUMMED INTO WS-HOLD-TOTAL,    *
006450*            WHICH THE CALLER TAKES OFF THE BALANCE; AN ACTIVE  *
006460*            PFAENDUNG REMOVES THE OVERDRAFT LINE               *
006470*****************************************************************
006480 2150-SET-OD-LIMIT.
006490     IF ACCT-OD-LIMIT NUMERIC
006500        MOVE ACCT-OD-LIMIT TO WS-EFFECTIVE-OD-LIMIT
006510     ELSE
006520        MOVE OD-LIMIT TO WS-EFFECTIVE-OD-LIMIT
006530     END-IF
006540     PERFORM 2160-SUM-HOLDS THRU 2160-EXIT
006550     IF GARNISHED
006560        AND WS-EFFECTIVE-OD-LIMIT < ZERO
006570        MOVE ZERO TO WS-EFFECTIVE-OD-LIMIT
006580     END-IF.
006590 2150-EXIT.
006600     EXIT.
006610
006620*****************************************************************
006630* 2160-SUM-HOLDS - ACTIVE VORMERKUNGEN OF THE ACCOUNT IN        *
006640*            ACCT-RECORD INTO WS-HOLD-TOTAL; AN ACTIVE          *
006650*            PFAENDUNG ALSO SETS GARNISHED                      *
006660*****************************************************************
006670 2160-SUM-HOLDS.
006680     MOVE ZERO TO WS-HOLD-TOTAL
006690     MOVE "N"  TO WS-GARNISHED-SW
006700     IF NO-HOLD-FILE
006710        GO TO 2160-EXIT
006720     END-IF
006730     MOVE "N"  TO WS-HOLDMAS-EOF-SW
006740     MOVE ACCT-NUMBER TO HL-ACCT-NUMBER
006750     MOVE ZERO TO HL-HOLD-SEQ
006760     START HOLDMAS KEY IS NOT LESS THAN HL-HOLD-KEY
006770         INVALID KEY
006780             MOVE "Y" TO WS-HOLDMAS-EOF-SW
006790     END-START
006800     PERFORM 2165-ADD-NEXT-HOLD THRU 2165-EXIT
006810         UNTIL HOLDMAS-EOF.
006820 2160-EXIT.
006830     EXIT.
006840
006850 2165-ADD-NEXT-HOLD.
006860     READ HOLDMAS NEXT RECORD
006870         AT END
006880             MOVE "Y" TO WS-HOLDMAS-EOF-SW
006890             GO TO 2165-EXIT
006900     END-READ
006910     IF HL-ACCT-NUMBER NOT = ACCT-NUMBER
006920        MOVE "Y" TO WS-HOLDMAS-EOF-SW
006930        GO TO 2165-EXIT
006940     END-IF
006950     IF NOT HL-AKTIV
006960        OR HL-START-DATE > WS-CURRENT-DATE
006970        GO TO 2165-EXIT
006980     END-IF
006990     IF HL-EXPIRY-DATE NOT = ZERO
007000        AND HL-EXPIRY-DATE < WS-CURRENT-DATE
007010        GO TO 2165-EXIT
007020     END-IF
007030     ADD HL-AMOUNT TO WS-HOLD-TOTAL
007040     IF HL-PFAENDUNG
007050        MOVE "Y" TO WS-GARNISHED-SW
007060     END-IF.
007070 2165-EXIT.
007080     EXIT.
007090
007100*****************************************************************
007110* 2200-POST-ITEM - APPLY ONE VALID FEED ITEM TO THE MASTER      *
007120*            UNDER THE TELLER POSTING RULES                     *
007130*****************************************************************
007140 2200-POST-ITEM.
007150     MOVE TF-ACCT-NUMBER TO ACCT-NUMBER
007160     READ ACCTMAS
007170         KEY IS ACCT-NUMBER
007180         INVALID KEY
007190             MOVE "KONTO UNBEKANNT" TO WS-REJECT-REASON
007200             ADD 1 TO WS-UNKNOWN-ACCT-COUNT
007210             SET ITEM-REJECTED TO TRUE
007220             GO TO 2200-EXIT
007230     END-READ
007240
007250     IF NOT ACCT-AKTIV
007260        IF ACCT-GESPERRT
007270           MOVE "KONTO GESPERRT"    TO WS-REJECT-REASON
007280        ELSE
007290           MOVE "KONTO GESCHLOSSEN" TO WS-REJECT-REASON
007300        END-IF
007310        ADD 1 TO WS-STATUS-REJECT-COUNT
007320        SET ITEM-REJECTED TO TRUE
007330        MOVE ACCT-BALANCE    TO WS-BALANCE-EDIT
007340        MOVE "ABGELEHNT"     TO WS-LOG-ACTION
007350        MOVE TF-ORIGIN       TO WS-LOG-SEARCH-TEXT
007360        MOVE ACCT-NUMBER     TO WS-LOG-ACCT-NUMBER
007370        MOVE WS-BALANCE-EDIT TO WS-LOG-BALANCE-EDIT
007380        PERFORM 7000-WRITE-LOG THRU 7000-EXIT
007390        GO TO 2200-EXIT
007400     END-IF
007410
007420     IF TF-TRANS-TYPE = "E"
007430        ADD WS-AMOUNT TO ACCT-BALANCE
007440        MOVE "EINZAHLUNG" TO WS-LOG-ACTION
007450        MOVE WS-AMOUNT TO WS-LOG-AMOUNT
007460     ELSE
007470        PERFORM 2150-SET-OD-LIMIT THRU 2150-EXIT
007480        COMPUTE WS-PROSPECTIVE-BALANCE
007490            = ACCT-BALANCE - WS-HOLD-TOTAL - WS-AMOUNT
007500        IF WS-PROSPECTIVE-BALANCE < WS-EFFECTIVE-OD-LIMIT
007510           MOVE "LIMIT UEBERSCHRITTEN" TO WS-REJECT-REASON
007520           ADD 1 TO WS-LIMIT-COUNT
007530           SET ITEM-REJECTED TO TRUE
007540           MOVE ACCT-BALANCE    TO WS-BALANCE-EDIT
007550           MOVE "ABGELEHNT"     TO WS-LOG-ACTION
007560           MOVE TF-ORIGIN       TO WS-LOG-SEARCH-TEXT
007570           MOVE ACCT-NUMBER     TO WS-LOG-ACCT-NUMBER
007580           MOVE WS-BALANCE-EDIT TO WS-LOG-BALANCE-EDIT
007590           PERFORM 7000-WRITE-LOG THRU 7000-EXIT
007600           GO TO 2200-EXIT
007610        END-IF
007620        SUBTRACT WS-AMOUNT FROM ACCT-BALANCE
007630        MOVE "AUSZAHLUNG" TO WS-LOG-ACTION
007640        COMPUTE WS-LOG-AMOUNT = ZERO - WS-AMOUNT
007650     END-IF
007660
007670     MOVE "Y" TO WS-REWRITE-OK-SW
007680     REWRITE ACCT-RECORD
007690         INVALID KEY
007700             MOVE "N" TO WS-REWRITE-OK-SW
007710             DISPLAY "FEHLER BEIM SCHREIBEN VON KONTO "
007720                 ACCT-NUMBER ", STATUS " WS-ACCTMAS-STATUS
007730     END-REWRITE
007740
007750     IF NOT REWRITE-OK
007760        MOVE "SCHREIBFEHLER MASTER" TO WS-REJECT-REASON
007770        ADD 1 TO WS-FAILED-COUNT
007780        SET ITEM-REJECTED TO TRUE
007790        GO TO 2200-EXIT
007800     END-IF
007810
007820     IF TF-TRANS-TYPE = "E"
007830        ADD 1 TO WS-DEPOSIT-COUNT
007840        ADD WS-AMOUNT TO WS-DEPOSIT-TOTAL
007850     ELSE
007860        ADD 1 TO WS-WITHDRAW-COUNT
007870        ADD WS-AMOUNT TO WS-WITHDRAW-TOTAL
007880     END-IF
007890
007900     MOVE ACCT-BALANCE    TO WS-BALANCE-EDIT
007910     MOVE TF-ORIGIN       TO WS-LOG-SEARCH-TEXT
007920     MOVE ACCT-NUMBER     TO WS-LOG-ACCT-NUMBER
007930     MOVE WS-BALANCE-EDIT TO WS-LOG-BALANCE-EDIT
007940     PERFORM 7000-WRITE-LOG THRU 7000-EXIT.
007950 2200-EXIT.
007960     EXIT.
007970
007980*****************************************************************
007990* 2300-WRITE-REJECT - COPY THE FEED IMAGE PLUS THE REASON TO    *
008000*            THE REJECT FILE FOR REWORK                         *
008010*****************************************************************
008020 2300-WRITE-REJECT.
008030     ADD 1 TO WS-REJECT-COUNT
008040     MOVE TF-RECORD        TO RJ-FEED-IMAGE
008050     MOVE SPACES           TO RJ-RECORD (32:1)
008060     MOVE WS-REJECT-REASON TO RJ-REASON
008070     WRITE RJ-RECORD.
008080 2300-EXIT.
008090     EXIT.
008100
008110*****************************************************************
008120* 3000-PRINT-SUMMARY - ACCEPT/REJECT SUMMARY TO POSTRPT         *
008130*****************************************************************
008140 3000-PRINT-SUMMARY.
008150     MOVE SPACES TO RP-LINE
008160     STRING "STAPELBUCHUNG - TAGESLAUF " DELIMITED BY SIZE
008170         WS-CURRENT-DATE DELIMITED BY SIZE
008180     " FEED " DELIMITED BY SIZE
008190     WS-FEED-DATE DELIMITED BY SIZE
008200     "/" DELIMITED BY SIZE
008210     WS-FEED-SEQ DELIMITED BY SIZE
008220         INTO RP-LINE
008230     WRITE RP-LINE
008240     MOVE ALL "-" TO RP-LINE
008250     WRITE RP-LINE
008260
008270     MOVE WS-READ-COUNT TO WS-COUNT-EDIT
008280     MOVE SPACES TO RP-LINE
008290     STRING "POSTEN GELESEN            : " DELIMITED BY SIZE
008300         WS-COUNT-EDIT DELIMITED BY SIZE
008310         INTO RP-LINE
008320     WRITE RP-LINE
008330
008340     MOVE WS-DEPOSIT-COUNT TO WS-COUNT-EDIT
008350     MOVE WS-DEPOSIT-TOTAL TO WS-TOTAL-EDIT
008360     MOVE SPACES TO RP-LINE
008370     STRING "GEBUCHT EINZAHLUNGEN      : " DELIMITED BY SIZE
008380         WS-COUNT-EDIT DELIMITED BY SIZE
008390         "  BETRAG: " DELIMITED BY SIZE
008400         WS-TOTAL-EDIT DELIMITED BY SIZE
008410         INTO RP-LINE
008420     WRITE RP-LINE
008430
008440     MOVE WS-WITHDRAW-COUNT TO WS-COUNT-EDIT
008450     MOVE WS-WITHDRAW-TOTAL TO WS-TOTAL-EDIT
008460     MOVE SPACES TO RP-LINE
008470     STRING "GEBUCHT AUSZAHLUNGEN      : " DELIMITED BY SIZE
008480         WS-COUNT-EDIT DELIMITED BY SIZE
008490         "  BETRAG: " DELIMITED BY SIZE
008500         WS-TOTAL-EDIT DELIMITED BY SIZE
008510         INTO RP-LINE
008520     WRITE RP-LINE
008530
008540     MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT
008550     MOVE SPACES TO RP-LINE
008560     STRING "ABGELEHNT GESAMT          : " DELIMITED BY SIZE
008570         WS-COUNT-EDIT DELIMITED BY SIZE
008580         INTO RP-LINE
008590     WRITE RP-LINE
008600
008610     MOVE WS-UNKNOWN-ACCT-COUNT TO WS-COUNT-EDIT
008620     MOVE SPACES TO RP-LINE
008630     STRING "  KONTO UNBEKANNT/UNGUELTIG: " DELIMITED BY SIZE
008640         WS-COUNT-EDIT DELIMITED BY SIZE
008650         INTO RP-LINE
008660     WRITE RP-LINE
008670
008680     MOVE WS-LIMIT-COUNT TO WS-COUNT-EDIT
008690     MOVE SPACES TO RP-LINE
008700     STRING "  LIMIT UEBERSCHRITTEN     : " DELIMITED BY SIZE
008710         WS-COUNT-EDIT DELIMITED BY SIZE
008720         INTO RP-LINE
008730     WRITE RP-LINE
008740
008750     MOVE WS-STATUS-REJECT-COUNT TO WS-COUNT-EDIT
008760     MOVE SPACES TO RP-LINE
008770     STRING "  KONTO GESPERRT/GESCHL.   : " DELIMITED BY SIZE
008780         WS-COUNT-EDIT DELIMITED BY SIZE
008790         INTO RP-LINE
008800     WRITE RP-LINE
008810
008820     MOVE WS-BAD-AMOUNT-COUNT TO WS-COUNT-EDIT
008830     MOVE SPACES TO RP-LINE
008840     STRING "  BETRAG/TYP UNGUELTIG     : " DELIMITED BY SIZE
008850         WS-COUNT-EDIT DELIMITED BY SIZE
008860         INTO RP-LINE
008870     WRITE RP-LINE
008880
008890     MOVE WS-FAILED-COUNT TO WS-COUNT-EDIT
008900     MOVE SPACES TO RP-LINE
008910     STRING "  SCHREIBFEHLER MASTER     : " DELIMITED BY SIZE
008920         WS-COUNT-EDIT DELIMITED BY SIZE
008930         INTO RP-LINE
008940     WRITE RP-LINE
008950
008960     DISPLAY "STAPELBUCHUNG BEENDET - GELESEN " WS-READ-COUNT
008970         ", ABGELEHNT " WS-REJECT-COUNT
008980         " (BERICHT IN POSTRPT).".
008990 3000-EXIT.
009000     EXIT.
009010
009020*****************************************************************
009030* 7000-WRITE-LOG - APPEND ONE AUDIT RECORD TO TRANLOG           *
009040*****************************************************************
009050 7000-WRITE-LOG.
009060     ACCEPT WS-CURRENT-TIME FROM TIME
009070     MOVE SPACES TO WS-TIMESTAMP
009080     STRING WS-CURRENT-DATE DELIMITED BY SIZE
009090         "-" DELIMITED BY SIZE
009100         WS-CURRENT-TIME DELIMITED BY SIZE
009110         INTO WS-TIMESTAMP
009120
009130     MOVE WS-TIMESTAMP        TO TL-TIMESTAMP
009140     MOVE WS-LOG-ACTION       TO TL-ACTION
009150     MOVE WS-LOG-SEARCH-TEXT  TO TL-SEARCH-TEXT
009160     MOVE WS-LOG-ACCT-NUMBER  TO TL-ACCT-NUMBER
009170     MOVE WS-LOG-BALANCE-EDIT TO TL-BALANCE-DISPLAY
009180     MOVE "STAPEL"            TO TL-TELLER-ID
009190     MOVE WS-LOG-AMOUNT       TO TL-AMOUNT
009200     MOVE ZERO                TO WS-LOG-AMOUNT
009210
009220     WRITE TL-RECORD
009230     IF WS-TRANLOG-STATUS NOT = "00"
009240        DISPLAY "WARNUNG: PROTOKOLLEINTRAG FEHLGESCHLAGEN, "
009250            "STATUS " WS-TRANLOG-STATUS
009260     END-IF.
009270 7000-EXIT.
009280     EXIT.
009290
009300*****************************************************************
009310* 8000-WRITE-FEED-CONTROL - REWRITE THE ONE FEEDCTL RECORD WITH *
009320*            FEED DATE, SEQUENCE AND RUN STATUS                 *
009330*****************************************************************
009340 8000-WRITE-FEED-CONTROL.
009350     OPEN OUTPUT FEEDCTL
009360     IF WS-FEEDCTL-STATUS NOT = "00"
009370        DISPLAY "FEHLER: FEEDCTL NICHT SCHREIBBAR, STATUS "
009380            WS-FEEDCTL-STATUS " - LAUF WIRD ABGEBROCHEN."
009390        SET ABORT-RUN TO TRUE
009400        MOVE "Y" TO WS-FEED-EOF-SW
009410        GO TO 8000-EXIT
009420     END-IF
009430     MOVE SPACES          TO FC-RECORD
009440     MOVE WS-FEED-DATE    TO FC-FEED-DATE
009450     MOVE WS-FEED-SEQ     TO FC-FEED-SEQ
009460     MOVE WS-FEED-STATUS  TO FC-STATUS
009470     WRITE FC-RECORD
009480     IF WS-FEEDCTL-STATUS NOT = "00"
009490        DISPLAY "FEHLER: FEEDCTL NICHT GESCHRIEBEN, STATUS "
009500            WS-FEEDCTL-STATUS " - LAUF WIRD ABGEBROCHEN."
009510        SET ABORT-RUN TO TRUE
009520        MOVE "Y" TO WS-FEED-EOF-SW
009530     END-IF
009540     CLOSE FEEDCTL.
009550 8000-EXIT.
009560     EXIT.
009570
009580*****************************************************************
009590* 8100-MARK-FEED-COMPLETE - CLOSE OUT THE FEED SO A RERUN OF    *
009600*            THE SAME FEED IS STOPPED COLD                      *
009610*****************************************************************
009620 8100-MARK-FEED-COMPLETE.
009630     MOVE "FERTIG" TO WS-FEED-STATUS
009640     PERFORM 8000-WRITE-FEED-CONTROL THRU 8000-EXIT
009650     IF ABORT-RUN
009660        DISPLAY "FEHLER: FEED " WS-FEED-DATE "/" WS-FEED-SEQ
009670            " NICHT ALS FERTIG MARKIERT - FEEDCTL VOR DEM "
009680            "NAECHSTEN LAUF PRUEFEN."
009690     END-IF.
009700 8100-EXIT.
009710     EXIT.
009720
009730*****************************************************************
009740* 8200-MARK-STEP-DONE - SET THE STAPEL FLAG FOR THE             *
009750*            BUSINESS DATE ON BUSDATE                           *
009760*****************************************************************
009770 8200-MARK-STEP-DONE.
009780     OPEN INPUT BUSDATE
009790     IF WS-BUSDATE-STATUS NOT = "00"
009800        DISPLAY "FEHLER BEIM OEFFNEN VON BUSDATE, STATUS "
009810            WS-BUSDATE-STATUS
009820            " - SCHRITT STAPEL NICHT VERMERKT."
009830        GO TO 8200-EXIT
009840     END-IF
009850     READ BUSDATE
009860         AT END
009870             CLOSE BUSDATE
009880             DISPLAY "FEHLER: BUSDATE IST LEER - SCHRITT "
009890                 "STAPEL NICHT VERMERKT."
009900             GO TO 8200-EXIT
009910     END-READ
009920     CLOSE BUSDATE
009930     IF BD-BUSINESS-DATE NOT = WS-CURRENT-DATE
009940        DISPLAY "FEHLER: GESCHAEFTSDATUM WAEHREND DES LAUFS "
009950            "GEAENDERT - SCHRITT STAPEL NICHT VERMERKT."
009960        GO TO 8200-EXIT
009970     END-IF
009980     MOVE "J" TO BD-STEP-STAPEL
009990     OPEN OUTPUT BUSDATE
010000     IF WS-BUSDATE-STATUS NOT = "00"
010010        DISPLAY "FEHLER BEIM OEFFNEN VON BUSDATE, STATUS "
010020            WS-BUSDATE-STATUS
010030            " - SCHRITT STAPEL NICHT VERMERKT."
010040        GO TO 8200-EXIT
010050     END-IF
010060     WRITE BD-RECORD
010070     IF WS-BUSDATE-STATUS NOT = "00"
010080        DISPLAY "FEHLER BEIM SCHREIBEN VON BUSDATE, STATUS "
010090            WS-BUSDATE-STATUS " - STEUERSATZ MIT DAYCONTROL "
010100            "PRUEFEN."
010110        CLOSE BUSDATE
010120        GO TO 8200-EXIT
010130     END-IF
010140     CLOSE BUSDATE
010150     DISPLAY "SCHRITT STAPEL FUER GESCHAEFTSTAG "
010160         BD-BUSINESS-DATE " VERMERKT.".
010170 8200-EXIT.
010180     EXIT.
010190
010200*****************************************************************
010210* 9000-TERMINATE - CLOSE ALL FILES                              *
010220*****************************************************************
010230 9000-TERMINATE.
010240     CLOSE TRANFEED
010250     CLOSE ACCTMAS
010260     CLOSE TRANLOG
010270     CLOSE REJFEED
010280     CLOSE POSTRPT
010290     CLOSE HOLDMAS.
010300 9000-EXIT.
010310     EXIT.
