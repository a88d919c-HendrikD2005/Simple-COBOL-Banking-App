000110*    INTERACTIVE TELLER PROGRAM.  LOOKS UP ACCOUNTS BY NAME OR *
000120*    ACCOUNT NUMBER, POSTS DEPOSITS/WITHDRAWALS, PRINTS A      *
000130*    STATEMENT AND WRITES EVERY INQUIRY/POSTING TO TRANLOG.    *
000140*    THE UMSATZANZEIGE LISTS AN ACCOUNT'S MOVEMENTS FOR A      *
000150*    DATE RANGE FROM THE UMSATZHISTORIE (UMSHIST) AND          *
000160*    TODAY'S TRANLOG.                                          *
000170*                                                               *
000180*    MODIFICATION HISTORY                                      *
000190*    ------------------------------------------------------    *
000200*    2025-11-03  HD  ORIGINAL - SINGLE NAME LOOKUP AGAINST THE *
000210*                    LINE SEQUENTIAL ACCOUNT FILE.              *
000220*    2026-08-09  HD  CONVERTED TO STANDARD SHOP CODING STYLE.  *
000230*    2026-08-09  HD  ADDED REPEATABLE TELLER SESSION LOOP, ENDE*
000240*                    TO QUIT INSTEAD OF A SINGLE LOOKUP/STOP.  *
000250*    2026-08-09  HD  ADDED DEPOSIT/WITHDRAWAL POSTING AGAINST  *
000260*                    THE MATCHED ACCOUNT.                      *
000270*    2026-08-09  HD  ADDED ACCOUNT NUMBER AS A RECORD FIELD AND*
000280*                    AS A SEARCH KEY, SO SAME-NAME ACCOUNTS    *
000290*                    CAN BE TOLD APART.                        *
000300*    2026-08-09  HD  REORGANIZED ACCTMAS AS AN INDEXED FILE    *
000310*                    KEYED ON ACCOUNT NUMBER FOR DIRECT READS. *
000320*    2026-08-09  HD  ADDED TRANLOG AUDIT TRAIL - EVERY INQUIRY *
000330*                    AND POSTING IS NOW RECORDED WITH A        *
000340*                    TIMESTAMP.                                *
000350*    2026-08-09  HD  NAME SEARCH NOW LISTS EVERY MATCH INSTEAD *
000360*                    OF STOPPING AT THE FIRST ONE FOUND.       *
000370*    2026-08-09  HD  ADDED AN OVERDRAFT LIMIT CHECK TO WITHDRAWAL
000380*    2026-08-09  HD  ADDED A PRINTABLE ACCOUNT STATEMENT        *
000390*                    (STMTOUT) IN ADDITION TO THE TERMINAL     *
000400*                    DISPLAY.                                  *
000410*    2026-08-21  HD  MOVED THE TRANLOG RECORD LAYOUT TO THE    *
000420*                    TRANREC COPYBOOK, SHARED WITH ACCTMNT.    *
000430*    2026-08-21  HD  ADDED ACCOUNT-TO-ACCOUNT TRANSFER         *
000440*                    (UMBUCHUNG) AS A SINGLE OPERATION THAT    *
000450*                    UPDATES BOTH ACCOUNTS OR NEITHER AND      *
000460*                    WRITES A PAIR OF TRANLOG ENTRIES SHARING  *
000470*                    ONE REFERENCE.  RENUMBERED THE SOURCE.    *
000480*    2026-08-21  HD  NAME INQUIRY NOW STARTS ON THE NEW        *
000490*                    ACCT-LAST-NAME ALTERNATE INDEX AND READS  *
000500*                    ONLY THE SURNAME CLUSTER; A LAST NAME     *
000510*                    ALONE IS ENOUGH TO SEARCH.                *
000520*    2026-08-21  HD  POSTINGS AND UMBUCHUNGEN AGAINST GESPERRTE*
000530*                    ODER GESCHLOSSENE KONTEN WERDEN ABGELEHNT *
000540*                    UND PROTOKOLLIERT; ABFRAGE BLEIBT ERLAUBT.*
000550*    2026-08-21  HD  ADDED TELLER SIGN-ON; THE TELLER ID GOES  *
000560*                    ON EVERY TRANLOG ENTRY AND THE SESSION    *
000570*                    ENDS WITH A CASH DRAWER SUMMARY OF THE    *
000580*                    EINZAHLUNGEN/AUSZAHLUNGEN POSTED.         *
000590*    2026-09-02  HD  KUNDENSTAMM (CUSTMAS): NAME UND GEBURTS-  *
000600*                    DATUM LIEGEN JETZT AM KUNDEN, DAS KONTO   *
000610*                    TRAEGT NUR NOCH DIE KUNDENNUMMER.  DIE    *
000620*                    NAMENSSUCHE LAEUFT UEBER DEN KUNDEN UND   *
000630*                    LISTET ALLE KONTEN DES KUNDEN SAMT        *
000640*                    GESAMTENGAGEMENT.  RENUMBERED THE SOURCE. *
000650*    2026-09-02  HD  UEBERZIEHUNGSLIMIT JE KONTO: DER HARTE    *
000660*                    -500.00-WERT IST NUR NOCH RUECKFALL FUER  *
000670*                    KONTEN OHNE GESETZTES ACCT-OD-LIMIT.      *
000680*    2026-09-02  HD  VIER-AUGEN-PRINZIP: BUCHUNGEN UEBER DER   *
000690*                    FREIGABEGRENZE WERDEN NICHT MEHR SOFORT   *
000700*                    AUSGEFUEHRT, SONDERN ALS OFFENE POSTEN    *
000710*                    NACH PENDAUTH GESTELLT UND ERST VON       *
000720*                    SUPVAUTH UNTER EINER ANDEREN KENNUNG      *
000730*                    GEBUCHT ODER ABGELEHNT.                   *
000740*    2026-09-02  HD  EXTERNE UEBERWEISUNG: DER SCHALTER        *
000750*                    ERFASST BANKLEITZAHL, ZIELKONTO,          *
000760*                    EMPFAENGER UND VERWENDUNGSZWECK, BELASTET *
000770*                    DAS KONTO SOFORT UNTER DEN BESTEHENDEN    *
000780*                    STATUS- UND LIMITPRUEFUNGEN UND STELLT    *
000790*                    DEN POSTEN IN DIE OUTPAY-WARTESCHLANGE    *
000800*                    FUER DEN ABENDLICHEN CLEARING-AUSZUG      *
000810*                    (PAYEXTRACT).                             *
000820*    2026-10-15  HD  STORNO: DER SCHALTER WAEHLT EINE BUCHUNG  *
000830*                    DES TAGES (KONTO UND ZEITSTEMPEL ODER     *
000840*                    UMBUCHUNGSREFERENZ) UND STELLT DEN STORNO *
000850*                    ALS OFFENEN POSTEN NACH PENDAUTH; GEBUCHT *
000860*                    WIRD ERST NACH FREIGABE IN SUPVAUTH.      *
000870*                    RENUMBERED THE SOURCE.                    *
000880*    2026-10-15  HD  GESCHAEFTSDATUM: ANMELDUNG UND JEDE       *
000890*                    MENUERUNDE PRUEFEN BUSDATE; IST DER       *
000900*                    SCHALTER NICHT GEOEFFNET, ENDET DIE       *
000910*                    SITZUNG. ZEITSTEMPEL, ERFASSUNGSDATEN UND *
000920*                    DIE STORNO-TAGESPRUEFUNG TRAGEN DAS       *
000930*                    GESCHAEFTSDATUM STATT DES SYSTEMDATUMS.   *
000940*                    RENUMBERED THE SOURCE.                    *
000950*    2026-10-15  HD  VORMERKUNGEN UND PFAENDUNGEN (HOLDMAS):   *
000960*                    AUSZAHLUNG, UMBUCHUNG UND UEBERWEISUNG    *
000970*                    PRUEFEN DEN VERFUEGBAREN SALDO            *
000980*                    (KONTOSTAND ABZUEGLICH AKTIVER            *
000990*                    VORMERKUNGEN) GEGEN DAS LIMIT; EINE       *
001000*                    AKTIVE PFAENDUNG SPERRT DEN               *
001010*                    DISPOSITIONSKREDIT. RENUMBERED THE        *
001020*                    SOURCE.                                   *
001030*    2026-10-15  HD  UMSATZANZEIGE (MENUEPUNKT 4): DER         *
001040*                    SCHALTER SIEHT DIE UMSAETZE EINES KONTOS  *
001050*                    FUER EINEN FREI GEWAEHLTEN ZEITRAUM AUS   *
001060*                    DER UMSATZHISTORIE UMSHIST UND DEM        *
001070*                    HEUTIGEN TRANLOG, SEITENWEISE AM          *
001080*                    BILDSCHIRM UND AUF WUNSCH NACH STMTOUT    *
001090*                    GEDRUCKT. RENUMBERED THE SOURCE.          *
001100*    2026-10-15  HD  LEERZEILE VOR 7000-WRITE-LOG ENTFERNT,    *
001110*                    WS-LOG-ACTION AUSGERICHTET. RENUMBERED    *
001120*                    THE SOURCE.                               *
001130*                                                               *
001140*****************************************************************
001150
001160 ENVIRONMENT DIVISION.
001170 INPUT-OUTPUT SECTION.
001180 FILE-CONTROL.
001190     SELECT BUSDATE ASSIGN TO "BUSDATE"
001200         ORGANIZATION IS LINE SEQUENTIAL
001210         FILE STATUS IS WS-BUSDATE-STATUS.
001220
001230     SELECT ACCTMAS ASSIGN TO "ACCTMAS"
001240         ORGANIZATION IS INDEXED
001250         ACCESS MODE IS DYNAMIC
001260         RECORD KEY IS ACCT-NUMBER
001270         ALTERNATE RECORD KEY IS ACCT-CUST-NUMBER
001280             WITH DUPLICATES
001290         FILE STATUS IS WS-ACCTMAS-STATUS.
001300
001310     SELECT CUSTMAS ASSIGN TO "CUSTMAS"
001320         ORGANIZATION IS INDEXED
001330         ACCESS MODE IS DYNAMIC
001340         RECORD KEY IS CUST-NUMBER
001350         ALTERNATE RECORD KEY IS CUST-LAST-NAME
001360             WITH DUPLICATES
001370         FILE STATUS IS WS-CUSTMAS-STATUS.
001380
001390     SELECT TRANLOG ASSIGN TO "TRANLOG"
001400         ORGANIZATION IS LINE SEQUENTIAL
001410         FILE STATUS IS WS-TRANLOG-STATUS.
001420
001430     SELECT ACCTSTMT ASSIGN TO "STMTOUT"
001440         ORGANIZATION IS LINE SEQUENTIAL
001450         FILE STATUS IS WS-STMTOUT-STATUS.
001460
001470     SELECT PENDAUTH ASSIGN TO "PENDAUTH"
001480         ORGANIZATION IS INDEXED
001490         ACCESS MODE IS DYNAMIC
001500         RECORD KEY IS PA-ID
001510         FILE STATUS IS WS-PENDAUTH-STATUS.
001520
001530     SELECT OUTPAY ASSIGN TO "OUTPAY"
001540         ORGANIZATION IS LINE SEQUENTIAL
001550         FILE STATUS IS WS-OUTPAY-STATUS.
001560
001570     SELECT HOLDMAS ASSIGN TO "HOLDMAS"
001580         ORGANIZATION IS INDEXED
001590         ACCESS MODE IS DYNAMIC
001600         RECORD KEY IS HL-HOLD-KEY
001610         FILE STATUS IS WS-HOLDMAS-STATUS.
001620
001630     SELECT UMSHIST ASSIGN TO "UMSHIST"
001640         ORGANIZATION IS INDEXED
001650         ACCESS MODE IS DYNAMIC
001660         RECORD KEY IS UH-KEY
001670         FILE STATUS IS WS-UMSHIST-STATUS.
001680
001690 DATA DIVISION.
001700 FILE SECTION.
001710 FD  BUSDATE
001720     LABEL RECORDS ARE STANDARD.
001730 COPY BDATREC.
001740
001750 FD  ACCTMAS
001760     LABEL RECORDS ARE STANDARD.
001770 COPY ACCTREC.
001780
001790 FD  CUSTMAS
001800     LABEL RECORDS ARE STANDARD.
001810 COPY CUSTREC.
001820
001830 FD  TRANLOG
001840     LABEL RECORDS ARE STANDARD.
001850 COPY TRANREC.
001860
001870 FD  ACCTSTMT
001880     LABEL RECORDS ARE STANDARD.
001890 01  ST-LINE                     PIC X(80).
001900
001910 FD  PENDAUTH
001920     LABEL RECORDS ARE STANDARD.
001930 COPY PENDREC.
001940
001950 FD  OUTPAY
001960     LABEL RECORDS ARE STANDARD.
001970 COPY OUTPREC.
001980
001990 FD  HOLDMAS
002000     LABEL RECORDS ARE STANDARD.
002010 COPY HOLDREC.
002020
002030 FD  UMSHIST
002040     LABEL RECORDS ARE STANDARD.
002050 COPY HISTREC.
002060
002070 WORKING-STORAGE SECTION.
002080*--------------------------------------------------------------*
002090* FILE STATUS SWITCHES                                          *
002100*--------------------------------------------------------------*
002110 01  WS-BUSDATE-STATUS           PIC X(02) VALUE "00".
002120 01  WS-ACCTMAS-STATUS           PIC X(02) VALUE "00".
002130 01  WS-CUSTMAS-STATUS           PIC X(02) VALUE "00".
002140 01  WS-TRANLOG-STATUS           PIC X(02) VALUE "00".
002150 01  WS-STMTOUT-STATUS           PIC X(02) VALUE "00".
002160 01  WS-PENDAUTH-STATUS          PIC X(02) VALUE "00".
002170 01  WS-OUTPAY-STATUS            PIC X(02) VALUE "00".
002180 01  WS-HOLDMAS-STATUS           PIC X(02) VALUE "00".
002190 01  WS-UMSHIST-STATUS           PIC X(02) VALUE "00".
002200
002210*--------------------------------------------------------------*
002220* CONDITION SWITCHES                                            *
002230*--------------------------------------------------------------*
002240 01  WS-END-OF-SESSION-SW        PIC X(01) VALUE "N".
002250     88  END-OF-SESSION                    VALUE "Y".
002260 01  WS-PENDAUTH-EOF-SW          PIC X(01) VALUE "N".
002270     88  PENDAUTH-EOF                      VALUE "Y".
002280 01  WS-MATCH-FOUND-SW           PIC X(01) VALUE "N".
002290     88  MATCH-FOUND                       VALUE "Y".
002300 01  WS-ACCTMAS-EOF-SW           PIC X(01) VALUE "N".
002310     88  ACCTMAS-EOF                       VALUE "Y".
002320 01  WS-CUSTMAS-EOF-SW           PIC X(01) VALUE "N".
002330     88  CUSTMAS-EOF                       VALUE "Y".
002340 01  WS-CUST-FOUND-SW            PIC X(01) VALUE "N".
002350     88  CUST-FOUND                        VALUE "Y".
002360 01  WS-REWRITE-OK-SW            PIC X(01) VALUE "N".
002370     88  REWRITE-OK                        VALUE "Y".
002380 01  WS-SIGNON-OK-SW             PIC X(01) VALUE "N".
002390     88  SIGNON-OK                         VALUE "Y".
002400 01  WS-STATUS-OK-SW             PIC X(01) VALUE "N".
002410     88  STATUS-OK                         VALUE "Y".
002420 01  WS-TRANLOG-EOF-SW           PIC X(01) VALUE "N".
002430     88  TRANLOG-EOF                       VALUE "Y".
002440 01  WS-ORIG-FOUND-SW            PIC X(01) VALUE "N".
002450     88  ORIG-FOUND                        VALUE "Y".
002460 01  WS-LEG2-FOUND-SW            PIC X(01) VALUE "N".
002470     88  LEG2-FOUND                        VALUE "Y".
002480 01  WS-ORIG-REVERSED-SW         PIC X(01) VALUE "N".
002490     88  ORIG-REVERSED                     VALUE "Y".
002500 01  WS-TRANSFER-UNDONE-SW       PIC X(01) VALUE "N".
002510     88  TRANSFER-UNDONE                   VALUE "Y".
002520 01  WS-STORNO-PENDING-SW        PIC X(01) VALUE "N".
002530     88  STORNO-PENDING                    VALUE "Y".
002540 01  WS-HOLDMAS-EOF-SW           PIC X(01) VALUE "N".
002550     88  HOLDMAS-EOF                       VALUE "Y".
002560 01  WS-GARNISHED-SW             PIC X(01) VALUE "N".
002570     88  GARNISHED                         VALUE "Y".
002580 01  WS-UMSHIST-EOF-SW           PIC X(01) VALUE "N".
002590     88  UMSHIST-EOF                       VALUE "Y".
002600 01  WS-RANGE-OK-SW              PIC X(01) VALUE "N".
002610     88  RANGE-OK                          VALUE "Y".
002620 01  WS-PRINT-MODE-SW            PIC X(01) VALUE "N".
002630     88  PRINT-MODE                        VALUE "Y".
002640 01  WS-LIST-STOP-SW             PIC X(01) VALUE "N".
002650     88  LIST-STOP                         VALUE "Y".
002660
002670*--------------------------------------------------------------*
002680* TELLER SESSION WORK FIELDS                                    *
002690*--------------------------------------------------------------*
002700 01  WS-TELLER-ID                PIC X(08) VALUE SPACES.
002710 01  WS-SIGNON-TRY-COUNT         PIC 9(01) COMP VALUE ZERO.
002720 01  WS-SESSION-DEPOSIT-COUNT    PIC 9(04) COMP VALUE ZERO.
002730 01  WS-SESSION-WITHDRAW-COUNT   PIC 9(04) COMP VALUE ZERO.
002740 01  WS-SESSION-DEPOSIT-TOTAL    PIC S9(11)V99 VALUE ZERO.
002750 01  WS-SESSION-WITHDRAW-TOTAL   PIC S9(11)V99 VALUE ZERO.
002760 01  WS-MENU-CHOICE              PIC X(01).
002770 01  WS-ANSWER                   PIC X(01).
002780 01  WS-USER-INPUT               PIC X(60).
002790 01  WS-INPUT-FIRST-NAME         PIC X(20).
002800 01  WS-INPUT-LAST-NAME          PIC X(20).
002810 01  WS-MATCH-COUNT              PIC 9(04) COMP VALUE ZERO.
002820 01  WS-SELECTED-ACCT-NUMBER     PIC 9(06) VALUE ZERO.
002830 01  WS-ACTION-ACCT-NUMBER       PIC 9(06) VALUE ZERO.
002840 01  WS-CUSTOMER-ACCT-COUNT      PIC 9(04) COMP VALUE ZERO.
002850 01  WS-CUSTOMER-TOTAL           PIC S9(11)V99 VALUE ZERO.
002860
002870*--------------------------------------------------------------*
002880* POSTING WORK FIELDS                                           *
002890*--------------------------------------------------------------*
002900 01  WS-AMOUNT-INPUT             PIC X(15).
002910 01  WS-AMOUNT                   PIC S9(9)V99.
002920 01  WS-TRANS-TYPE               PIC X(01).
002930 01  OD-LIMIT                    PIC S9(7)V99 VALUE -500.00.
002940 01  WS-EFFECTIVE-OD-LIMIT       PIC S9(7)V99 VALUE ZERO.
002950 01  AUTH-LIMIT                  PIC 9(7)V99 VALUE 10000.00.
002960 01  WS-HIGHEST-PEND-ID          PIC 9(06) VALUE ZERO.
002970 01  WS-PROSPECTIVE-BALANCE      PIC S9(9)V99.
002980 01  WS-HOLD-TOTAL               PIC S9(9)V99 VALUE ZERO.
002990 01  WS-TARGET-ACCT-NUMBER       PIC 9(06) VALUE ZERO.
003000 01  WS-TRANSFER-REF             PIC X(17).
003010 01  WS-TARGET-BLZ               PIC X(08).
003020 01  WS-TARGET-EXT-ACCT          PIC X(10).
003030 01  WS-RECIPIENT-NAME           PIC X(27).
003040 01  WS-REFERENCE-TEXT           PIC X(27).
003050
003060*--------------------------------------------------------------*
003070* STORNO WORK FIELDS - THE ENTRY TO BE REVERSED.  FOR AN        *
003080* UMBUCHUNG THE ORIG FIELDS HOLD THE DEBIT LEG (UMBUCH-AUS) AND *
003090* THE LEG2 FIELDS THE CREDIT LEG (UMBUCH-EIN)                   *
003100*--------------------------------------------------------------*
003110 01  WS-STORNO-MODE              PIC X(01).
003120     88  STORNO-BY-ENTRY                   VALUE "B".
003130     88  STORNO-BY-REFERENCE               VALUE "U".
003140 01  WS-ORIG-KEY                 PIC X(17).
003150 01  WS-ORIG-REF                 PIC X(17).
003160 01  WS-ORIG-ACTION              PIC X(10).
003170 01  WS-ORIG-ACCT-NUMBER         PIC 9(06) VALUE ZERO.
003180 01  WS-ORIG-TIMESTAMP           PIC X(17).
003190 01  WS-ORIG-AMOUNT              PIC S9(9)V99 VALUE ZERO.
003200 01  WS-LEG2-ACCT-NUMBER         PIC 9(06) VALUE ZERO.
003210 01  WS-LEG2-TIMESTAMP           PIC X(17).
003220 01  WS-LEG2-AMOUNT              PIC S9(9)V99 VALUE ZERO.
003230 01  WS-REVERSAL-COUNT           PIC S9(04) COMP VALUE ZERO.
003240
003250*--------------------------------------------------------------*
003260* UMSATZANZEIGE WORK FIELDS - ACCOUNT AND DATE RANGE ASKED FOR, *
003270* AND THE MOVEMENT BEING SHOWN (FROM UMSHIST OR TRANLOG)        *
003280*--------------------------------------------------------------*
003290 01  WS-INQ-ACCT-NUMBER          PIC 9(06) VALUE ZERO.
003300 01  WS-DATE-INPUT               PIC X(08).
003310 01  WS-FROM-DATE                PIC 9(08) VALUE ZERO.
003320 01  WS-FROM-DATE-PARTS REDEFINES WS-FROM-DATE.
003330     05  WS-FROM-YEAR            PIC 9(04).
003340     05  WS-FROM-MONTH           PIC 9(02).
003350     05  WS-FROM-DAY             PIC 9(02).
003360 01  WS-TO-DATE                  PIC 9(08) VALUE ZERO.
003370 01  WS-TO-DATE-PARTS REDEFINES WS-TO-DATE.
003380     05  WS-TO-YEAR              PIC 9(04).
003390     05  WS-TO-MONTH             PIC 9(02).
003400     05  WS-TO-DAY               PIC 9(02).
003410 01  WS-PAGE-SIZE                PIC 9(04) COMP VALUE 15.
003420 01  WS-PAGE-LINE-COUNT          PIC 9(04) COMP VALUE ZERO.
003430 01  WS-MOVE-COUNT               PIC 9(04) COMP VALUE ZERO.
003440 01  WS-MOVE-TOTAL               PIC S9(11)V99 VALUE ZERO.
003450 01  WS-MOVE-TIMESTAMP           PIC X(17).
003460 01  WS-MOVE-ACTION              PIC X(10).
003470 01  WS-MOVE-TEXT                PIC X(30).
003480 01  WS-MOVE-BALANCE             PIC X(13).
003490 01  WS-MOVE-TELLER              PIC X(08).
003500 01  WS-MOVE-AMOUNT              PIC S9(9)V99 VALUE ZERO.
003510 01  WS-MOVE-LINE                PIC X(78).
003520
003530*--------------------------------------------------------------*
003540* DISPLAY / EDIT FIELDS                                         *
003550*--------------------------------------------------------------*
003560 01  WS-BALANCE-EDIT             PIC -(9)9.99.
003570 01  WS-SESSION-TOTAL-EDIT       PIC -(10)9.99.
003580 01  WS-SESSION-COUNT-EDIT       PIC Z(03)9.
003590 01  WS-CUSTOMER-TOTAL-EDIT      PIC -(10)9.99.
003600 01  WS-ORIG-AMOUNT-EDIT         PIC -(9)9.99.
003610 01  WS-HOLD-TOTAL-EDIT          PIC -(9)9.99.
003620 01  WS-MOVE-AMOUNT-EDIT         PIC -(9)9.99.
003630
003640*--------------------------------------------------------------*
003650* AUDIT TRAIL WORK FIELDS                                       *
003660*--------------------------------------------------------------*
003670 01  WS-CURRENT-DATE             PIC 9(08).
003680 01  WS-CURRENT-TIME             PIC 9(08).
003690 01  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
003700 01  WS-TIMESTAMP                PIC X(17).
003710 01  WS-LOG-ACTION               PIC X(10).
003720 01  WS-LOG-ACCT-NUMBER          PIC 9(06).
003730 01  WS-LOG-SEARCH-TEXT          PIC X(30).
003740 01  WS-LOG-BALANCE-EDIT         PIC -(9)9.99.
003750 01  WS-LOG-AMOUNT               PIC S9(9)V99 VALUE ZERO.
003760
003770 PROCEDURE DIVISION.
003780*****************************************************************
003790* 0000-MAINLINE                                                *
003800*****************************************************************
003810 0000-MAINLINE.
003820     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003830     PERFORM 2000-PROCESS-SESSION THRU 2000-EXIT
003840         UNTIL END-OF-SESSION
003850     PERFORM 9000-TERMINATE THRU 9000-EXIT
003860     STOP RUN.
003870
003880*****************************************************************
003890* 1000-INITIALIZE - TELLER SIGN-ON, THEN OPEN ALL FILES USED   *
003900*            BY THE TELLER SESSION                              *
003910*****************************************************************
003920 1000-INITIALIZE.
003930     PERFORM 1050-CHECK-BUSINESS-DATE THRU 1050-EXIT
003940     IF END-OF-SESSION
003950        GO TO 1000-EXIT
003960     END-IF
003970     PERFORM 1400-TELLER-SIGNON THRU 1400-EXIT
003980         UNTIL SIGNON-OK OR END-OF-SESSION
003990     IF END-OF-SESSION
004000        GO TO 1000-EXIT
004010     END-IF
004020     PERFORM 1100-OPEN-ACCTMAS THRU 1100-EXIT
004030     PERFORM 1150-OPEN-CUSTMAS THRU 1150-EXIT
004040     PERFORM 1200-OPEN-TRANLOG THRU 1200-EXIT
004050     PERFORM 1300-OPEN-ACCTSTMT THRU 1300-EXIT
004060     PERFORM 1350-OPEN-PENDAUTH THRU 1350-EXIT
004070     PERFORM 1370-OPEN-OUTPAY THRU 1370-EXIT
004080     PERFORM 1380-OPEN-HOLDMAS THRU 1380-EXIT
004090     PERFORM 1390-OPEN-UMSHIST THRU 1390-EXIT.
004100 1000-EXIT.
004110     EXIT.
004120
004130*****************************************************************
004140* 1050-CHECK-BUSINESS-DATE - THE SESSION RUNS ONLY WHILE        *
004150*            BUSDATE SHOWS THE COUNTER OPEN; DONE BEFORE        *
004160*            SIGN-ON AND AT THE START OF EVERY MENU ROUND       *
004170*****************************************************************
004180 1050-CHECK-BUSINESS-DATE.
004190     OPEN INPUT BUSDATE
004200     IF WS-BUSDATE-STATUS NOT = "00"
004210        DISPLAY "FEHLER BEIM OEFFNEN VON BUSDATE, STATUS "
004220            WS-BUSDATE-STATUS
004230        SET END-OF-SESSION TO TRUE
004240        GO TO 1050-EXIT
004250     END-IF
004260     READ BUSDATE
004270         AT END
004280             CLOSE BUSDATE
004290             DISPLAY "Kein Geschaeftsdatum eingerichtet - "
004300                 "Programmende."
004310             SET END-OF-SESSION TO TRUE
004320             GO TO 1050-EXIT
004330     END-READ
004340     CLOSE BUSDATE
004350     IF NOT BD-ONLINE-OPEN
004360        DISPLAY "Schalter fuer Geschaeftstag " BD-BUSINESS-DATE
004370            " ist geschlossen - Programmende."
004380        SET END-OF-SESSION TO TRUE
004390        GO TO 1050-EXIT
004400     END-IF
004410     MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE.
004420 1050-EXIT.
004430     EXIT.
004440
004450 1100-OPEN-ACCTMAS.
004460     OPEN I-O ACCTMAS
004470     IF WS-ACCTMAS-STATUS = "35"
004480        OPEN OUTPUT ACCTMAS
004490        CLOSE ACCTMAS
004500        OPEN I-O ACCTMAS
004510     END-IF
004520     IF WS-ACCTMAS-STATUS NOT = "00"
004530        DISPLAY "FEHLER BEIM OEFFNEN VON ACCTMAS, STATUS "
004540            WS-ACCTMAS-STATUS
004550        SET END-OF-SESSION TO TRUE
004560     END-IF.
004570 1100-EXIT.
004580     EXIT.
004590
004600 1150-OPEN-CUSTMAS.
004610     OPEN INPUT CUSTMAS
004620     IF WS-CUSTMAS-STATUS = "35"
004630        OPEN OUTPUT CUSTMAS
004640        CLOSE CUSTMAS
004650        OPEN INPUT CUSTMAS
004660     END-IF
004670     IF WS-CUSTMAS-STATUS NOT = "00"
004680        DISPLAY "FEHLER BEIM OEFFNEN VON CUSTMAS, STATUS "
004690            WS-CUSTMAS-STATUS
004700        SET END-OF-SESSION TO TRUE
004710     END-IF.
004720 1150-EXIT.
004730     EXIT.
004740
004750 1200-OPEN-TRANLOG.
004760     OPEN EXTEND TRANLOG
004770     IF WS-TRANLOG-STATUS = "35"
004780        OPEN OUTPUT TRANLOG
004790        CLOSE TRANLOG
004800        OPEN EXTEND TRANLOG
004810     END-IF.
004820 1200-EXIT.
004830     EXIT.
004840
004850 1300-OPEN-ACCTSTMT.
004860     OPEN EXTEND ACCTSTMT
004870     IF WS-STMTOUT-STATUS = "35"
004880        OPEN OUTPUT ACCTSTMT
004890        CLOSE ACCTSTMT
004900        OPEN EXTEND ACCTSTMT
004910     END-IF.
004920 1300-EXIT.
004930     EXIT.
004940
004950 1350-OPEN-PENDAUTH.
004960     OPEN I-O PENDAUTH
004970     IF WS-PENDAUTH-STATUS = "35"
004980        OPEN OUTPUT PENDAUTH
004990        CLOSE PENDAUTH
005000        OPEN I-O PENDAUTH
005010     END-IF
005020     IF WS-PENDAUTH-STATUS NOT = "00"
005030        DISPLAY "FEHLER BEIM OEFFNEN VON PENDAUTH, STATUS "
005040            WS-PENDAUTH-STATUS
005050        SET END-OF-SESSION TO TRUE
005060     END-IF.
005070 1350-EXIT.
005080     EXIT.
005090
005100 1370-OPEN-OUTPAY.
005110     OPEN EXTEND OUTPAY
005120     IF WS-OUTPAY-STATUS = "35"
005130        OPEN OUTPUT OUTPAY
005140        CLOSE OUTPAY
005150        OPEN EXTEND OUTPAY
005160     END-IF
005170     IF WS-OUTPAY-STATUS NOT = "00"
005180        DISPLAY "FEHLER BEIM OEFFNEN VON OUTPAY, STATUS "
005190            WS-OUTPAY-STATUS
005200        SET END-OF-SESSION TO TRUE
005210     END-IF.
005220 1370-EXIT.
005230     EXIT.
005240
005250 1380-OPEN-HOLDMAS.
005260     OPEN INPUT HOLDMAS
005270     IF WS-HOLDMAS-STATUS = "35"
005280        OPEN OUTPUT HOLDMAS
005290        CLOSE HOLDMAS
005300        OPEN INPUT HOLDMAS
005310     END-IF
005320     IF WS-HOLDMAS-STATUS NOT = "00"
005330        DISPLAY "FEHLER BEIM OEFFNEN VON HOLDMAS, STATUS "
005340            WS-HOLDMAS-STATUS
005350        SET END-OF-SESSION TO TRUE
005360     END-IF.
005370 1380-EXIT.
005380     EXIT.
005390
005400 1390-OPEN-UMSHIST.
005410     OPEN INPUT UMSHIST
005420     IF WS-UMSHIST-STATUS = "35"
005430        OPEN OUTPUT UMSHIST
005440        CLOSE UMSHIST
005450        OPEN INPUT UMSHIST
005460     END-IF
005470     IF WS-UMSHIST-STATUS NOT = "00"
005480        DISPLAY "FEHLER BEIM OEFFNEN VON UMSHIST, STATUS "
005490            WS-UMSHIST-STATUS
005500        SET END-OF-SESSION TO TRUE
005510     END-IF.
005520 1390-EXIT.
005530     EXIT.
005540
005550 1400-TELLER-SIGNON.
005560     DISPLAY "Schalter-Kennung eingeben: "
005570     ACCEPT WS-TELLER-ID
005580     IF WS-TELLER-ID = SPACES
005590        ADD 1 TO WS-SIGNON-TRY-COUNT
005600        DISPLAY "Kennung darf nicht leer sein."
005610        IF WS-SIGNON-TRY-COUNT NOT < 3
005620           DISPLAY "Anmeldung fehlgeschlagen - Programmende."
005630           SET END-OF-SESSION TO TRUE
005640        END-IF
005650     ELSE
005660        MOVE "Y" TO WS-SIGNON-OK-SW
005670        DISPLAY "Angemeldet als " WS-TELLER-ID
005680     END-IF.
005690 1400-EXIT.
005700     EXIT.
005710
005720*****************************************************************
005730* 2000-PROCESS-SESSION - ONE TELLER MENU ROUND                 *
005740*****************************************************************
005750 2000-PROCESS-SESSION.
005760     PERFORM 1050-CHECK-BUSINESS-DATE THRU 1050-EXIT
005770     IF END-OF-SESSION
005780        GO TO 2000-EXIT
005790     END-IF
005800     DISPLAY " "
005810     DISPLAY "-----------------------------------------------"
005820     DISPLAY "(1) Suche nach Name"
005830     DISPLAY "(2) Suche nach Kontonummer"
005840     DISPLAY "(3) Storno erfassen"
005850     DISPLAY "(4) Umsatzanzeige"
005860     DISPLAY "(E) Sitzung beenden (ENDE)"
005870     DISPLAY "Bitte Auswahl eingeben: "
005880     ACCEPT WS-MENU-CHOICE
005890
005900     EVALUATE WS-MENU-CHOICE
005910         WHEN "E" WHEN "e"
005920             SET END-OF-SESSION TO TRUE
005930         WHEN "1"
005940             PERFORM 3000-NAME-INQUIRY THRU 3000-EXIT
005950         WHEN "2"
005960             PERFORM 4000-NUMBER-INQUIRY THRU 4000-EXIT
005970         WHEN "3"
005980             PERFORM 5800-CAPTURE-STORNO THRU 5800-EXIT
005990         WHEN "4"
006000             PERFORM 6700-MOVEMENT-INQUIRY THRU 6700-EXIT
006010         WHEN OTHER
006020             DISPLAY "Ungueltige Auswahl."
006030     END-EVALUATE.
006040 2000-EXIT.
006050     EXIT.
006060
006070*****************************************************************
006080* 3000-NAME-INQUIRY - SEARCH BY LAST NAME OVER THE CUSTOMER     *
006090*            MASTER, ALL MATCHES.  A FIRST NAME, WHEN GIVEN,    *
006100*            NARROWS THE MATCHES WITHIN THE SURNAME CLUSTER.    *
006110*            EVERY MATCHED CUSTOMER IS SHOWN WITH ALL OF HIS    *
006120*            ACCOUNTS AND THE TOTAL EXPOSURE ACROSS THEM.       *
006130*****************************************************************
006140 3000-NAME-INQUIRY.
006150     MOVE "N" TO WS-MATCH-FOUND-SW
006160     MOVE "N" TO WS-CUSTMAS-EOF-SW
006170     MOVE ZERO TO WS-MATCH-COUNT
006180     DISPLAY "Bitte Vor- und Nachnamen oder nur Nachnamen "
006190         "angeben (oder ENDE): "
006200     ACCEPT WS-USER-INPUT
006210
006220     IF WS-USER-INPUT (1:4) = "ENDE"
006230        SET END-OF-SESSION TO TRUE
006240        GO TO 3000-EXIT
006250     END-IF
006260
006270     PERFORM 3100-PARSE-NAME-INPUT THRU 3100-EXIT
006280
006290     MOVE WS-INPUT-LAST-NAME TO CUST-LAST-NAME
006300     START CUSTMAS KEY IS EQUAL TO CUST-LAST-NAME
006310         INVALID KEY
006320             MOVE "Y" TO WS-CUSTMAS-EOF-SW
006330     END-START
006340
006350     IF NOT CUSTMAS-EOF
006360        PERFORM 3200-SCAN-NEXT-CUSTOMER THRU 3200-EXIT
006370            UNTIL CUSTMAS-EOF
006380     END-IF
006390
006400     IF NOT MATCH-FOUND
006410        DISPLAY "Kein Konto fuer " WS-USER-INPUT " gefunden."
006420        MOVE "ABFRAGE"          TO WS-LOG-ACTION
006430        MOVE WS-USER-INPUT (1:30) TO WS-LOG-SEARCH-TEXT
006440        MOVE ZERO                TO WS-LOG-ACCT-NUMBER
006450        MOVE ZERO                TO WS-LOG-BALANCE-EDIT
006460        PERFORM 7000-WRITE-LOG THRU 7000-EXIT
006470     ELSE
006480        PERFORM 8000-OFFER-ACTIONS THRU 8000-EXIT
006490     END-IF.
006500 3000-EXIT.
006510     EXIT.
006520
006530 3100-PARSE-NAME-INPUT.
006540     MOVE SPACES TO WS-INPUT-FIRST-NAME WS-INPUT-LAST-NAME
006550     UNSTRING WS-USER-INPUT DELIMITED BY SPACE
006560         INTO WS-INPUT-FIRST-NAME
006570              WS-INPUT-LAST-NAME
006580     IF WS-INPUT-LAST-NAME = SPACES
006590        MOVE WS-INPUT-FIRST-NAME TO WS-INPUT-LAST-NAME
006600        MOVE SPACES              TO WS-INPUT-FIRST-NAME
006610     END-IF
006620     .
006630 3100-EXIT.
006640     EXIT.
006650
006660 3200-SCAN-NEXT-CUSTOMER.
006670     READ CUSTMAS NEXT RECORD
006680         AT END
006690             MOVE "Y" TO WS-CUSTMAS-EOF-SW
006700             GO TO 3200-EXIT
006710     END-READ
006720     IF CUST-LAST-NAME NOT = WS-INPUT-LAST-NAME
006730        MOVE "Y" TO WS-CUSTMAS-EOF-SW
006740        GO TO 3200-EXIT
006750     END-IF
006760     IF WS-INPUT-FIRST-NAME = SPACES
006770        OR CUST-FIRST-NAME = WS-INPUT-FIRST-NAME
006780        PERFORM 3300-DISPLAY-CUSTOMER THRU 3300-EXIT
006790     END-IF.
006800 3200-EXIT.
006810     EXIT.
006820
006830*****************************************************************
006840* 3300-DISPLAY-CUSTOMER - ONE MATCHED CUSTOMER: HEADER LINE,     *
006850*            EVERY ACCOUNT VIA THE ACCT-CUST-NUMBER ALTERNATE   *
006860*            INDEX AND THE TOTAL EXPOSURE ACROSS THE ACCOUNTS   *
006870*****************************************************************
006880 3300-DISPLAY-CUSTOMER.
006890     DISPLAY "Kunde " CUST-NUMBER " - " CUST-FIRST-NAME SPACE
006900         CUST-LAST-NAME " (geb. " CUST-BIRTH-DATE ")"
006910     MOVE ZERO TO WS-CUSTOMER-ACCT-COUNT
006920     MOVE ZERO TO WS-CUSTOMER-TOTAL
006930     MOVE "N"  TO WS-ACCTMAS-EOF-SW
006940     MOVE CUST-NUMBER TO ACCT-CUST-NUMBER
006950     START ACCTMAS KEY IS EQUAL TO ACCT-CUST-NUMBER
006960         INVALID KEY
006970             MOVE "Y" TO WS-ACCTMAS-EOF-SW
006980     END-START
006990     IF NOT ACCTMAS-EOF
007000        PERFORM 3400-LIST-CUSTOMER-ACCOUNT THRU 3400-EXIT
007010            UNTIL ACCTMAS-EOF
007020     END-IF
007030     IF WS-CUSTOMER-ACCT-COUNT = ZERO
007040        DISPLAY "  Keine Konten fuer diesen Kunden."
007050     ELSE
007060        MOVE WS-CUSTOMER-TOTAL TO WS-CUSTOMER-TOTAL-EDIT
007070        DISPLAY "  Gesamtengagement: " WS-CUSTOMER-TOTAL-EDIT
007080     END-IF.
007090 3300-EXIT.
007100     EXIT.
007110
007120 3400-LIST-CUSTOMER-ACCOUNT.
007130     READ ACCTMAS NEXT RECORD
007140         AT END
007150             MOVE "Y" TO WS-ACCTMAS-EOF-SW
007160             GO TO 3400-EXIT
007170     END-READ
007180     IF ACCT-CUST-NUMBER NOT = CUST-NUMBER
007190        MOVE "Y" TO WS-ACCTMAS-EOF-SW
007200        GO TO 3400-EXIT
007210     END-IF
007220     ADD 1 TO WS-CUSTOMER-ACCT-COUNT
007230     ADD 1 TO WS-MATCH-COUNT
007240     MOVE "Y" TO WS-MATCH-FOUND-SW
007250     MOVE ACCT-NUMBER TO WS-SELECTED-ACCT-NUMBER
007260     ADD ACCT-BALANCE TO WS-CUSTOMER-TOTAL
007270     MOVE ACCT-BALANCE TO WS-BALANCE-EDIT
007280     DISPLAY "  Konto " ACCT-NUMBER " Kontostand: "
007290         WS-BALANCE-EDIT
007300     MOVE "ABFRAGE"           TO WS-LOG-ACTION
007310     MOVE WS-USER-INPUT (1:30) TO WS-LOG-SEARCH-TEXT
007320     MOVE ACCT-NUMBER          TO WS-LOG-ACCT-NUMBER
007330     MOVE WS-BALANCE-EDIT      TO WS-LOG-BALANCE-EDIT
007340     PERFORM 7000-WRITE-LOG THRU 7000-EXIT.
007350 3400-EXIT.
007360     EXIT.
007370
007380*****************************************************************
007390* 4000-NUMBER-INQUIRY - SINGLE KEYED READ BY ACCOUNT NUMBER     *
007400*****************************************************************
007410 4000-NUMBER-INQUIRY.
007420     MOVE "N" TO WS-MATCH-FOUND-SW
007430     MOVE 1 TO WS-MATCH-COUNT
007440     DISPLAY "Bitte Kontonummer angeben (oder ENDE): "
007450     ACCEPT WS-USER-INPUT
007460
007470     IF WS-USER-INPUT (1:4) = "ENDE"
007480        SET END-OF-SESSION TO TRUE
007490        GO TO 4000-EXIT
007500     END-IF
007510
007520     MOVE WS-USER-INPUT TO ACCT-NUMBER
007530     MOVE ACCT-NUMBER   TO WS-SELECTED-ACCT-NUMBER
007540
007550     READ ACCTMAS
007560         KEY IS ACCT-NUMBER
007570         INVALID KEY
007580             DISPLAY "Kein Konto mit Kontonummer " ACCT-NUMBER
007590                 " gefunden."
007600         NOT INVALID KEY
007610             MOVE "Y" TO WS-MATCH-FOUND-SW
007620             MOVE ACCT-BALANCE TO WS-BALANCE-EDIT
007630             PERFORM 4500-FETCH-CUSTOMER THRU 4500-EXIT
007640             DISPLAY "Konto " ACCT-NUMBER " - " CUST-FIRST-NAME
007650                 SPACE CUST-LAST-NAME " (geb. " CUST-BIRTH-DATE
007660                 ") Kontostand: " WS-BALANCE-EDIT
007670     END-READ
007680
007690     MOVE "ABFRAGE"           TO WS-LOG-ACTION
007700     MOVE WS-USER-INPUT (1:30) TO WS-LOG-SEARCH-TEXT
007710     MOVE WS-SELECTED-ACCT-NUMBER TO WS-LOG-ACCT-NUMBER
007720     IF MATCH-FOUND
007730        MOVE WS-BALANCE-EDIT  TO WS-LOG-BALANCE-EDIT
007740     ELSE
007750        MOVE ZERO             TO WS-LOG-BALANCE-EDIT
007760        MOVE ZERO             TO WS-LOG-ACCT-NUMBER
007770     END-IF
007780     PERFORM 7000-WRITE-LOG THRU 7000-EXIT
007790
007800     IF MATCH-FOUND
007810        PERFORM 8000-OFFER-ACTIONS THRU 8000-EXIT
007820     END-IF.
007830 4000-EXIT.
007840     EXIT.
007850
007860*****************************************************************
007870* 4500-FETCH-CUSTOMER - CUSTOMER RECORD FOR THE ACCOUNT JUST    *
007880*            READ.  AN ORPHANED ACCOUNT GETS A MARKER NAME SO   *
007890*            THE DISPLAY DOES NOT SHOW STALE DATA               *
007900*****************************************************************
007910 4500-FETCH-CUSTOMER.
007920     MOVE "N" TO WS-CUST-FOUND-SW
007930     MOVE ACCT-CUST-NUMBER TO CUST-NUMBER
007940     READ CUSTMAS
007950         KEY IS CUST-NUMBER
007960         INVALID KEY
007970             MOVE SPACES TO CUST-FIRST-NAME
007980             MOVE "(KUNDE UNBEKANNT)" TO CUST-LAST-NAME
007990             MOVE SPACES TO CUST-BIRTH-DATE
008000         NOT INVALID KEY
008010             MOVE "Y" TO WS-CUST-FOUND-SW
008020     END-READ.
008030 4500-EXIT.
008040     EXIT.
008050
008060*****************************************************************
008070* 5000-POST-TRANSACTION - DEPOSIT OR WITHDRAWAL AGAINST THE     *
008080*            ACCOUNT CHOSEN IN 8000-OFFER-ACTIONS.              *
008090*****************************************************************
008100 5000-POST-TRANSACTION.
008110     MOVE WS-ACTION-ACCT-NUMBER TO ACCT-NUMBER
008120     READ ACCTMAS
008130         KEY IS ACCT-NUMBER
008140         INVALID KEY
008150             DISPLAY "Konto nicht gefunden - Buchung abgebrochen."
008160             GO TO 5000-EXIT
008170     END-READ
008180     PERFORM 5700-CHECK-ACCOUNT-STATUS THRU 5700-EXIT
008190     IF NOT STATUS-OK
008200        GO TO 5000-EXIT
008210     END-IF
008220
008230     DISPLAY "Einzahlung (E) oder Auszahlung (A)? "
008240     ACCEPT WS-TRANS-TYPE
008250     DISPLAY "Betrag eingeben: "
008260     ACCEPT WS-AMOUNT-INPUT
008270     MOVE WS-AMOUNT-INPUT TO WS-AMOUNT
008280     IF WS-AMOUNT NOT > ZERO
008290        DISPLAY "Betrag muss positiv sein - Buchung abgebrochen."
008300        GO TO 5000-EXIT
008310     END-IF
008320
008330     IF WS-AMOUNT > AUTH-LIMIT
008340        PERFORM 5900-QUEUE-AUTHORIZATION THRU 5900-EXIT
008350        GO TO 5000-EXIT
008360     END-IF
008370
008380     EVALUATE WS-TRANS-TYPE
008390         WHEN "E" WHEN "e"
008400             ADD WS-AMOUNT TO ACCT-BALANCE
008410             MOVE "EINZAHLUNG" TO WS-LOG-ACTION
008420             PERFORM 5100-REWRITE-ACCOUNT THRU 5100-EXIT
008430             IF REWRITE-OK
008440                MOVE WS-AMOUNT TO WS-LOG-AMOUNT
008450                PERFORM 5200-REPORT-POSTING THRU 5200-EXIT
008460                ADD 1 TO WS-SESSION-DEPOSIT-COUNT
008470                ADD WS-AMOUNT TO WS-SESSION-DEPOSIT-TOTAL
008480             ELSE
008490                SUBTRACT WS-AMOUNT FROM ACCT-BALANCE
008500                PERFORM 5300-REPORT-FAILURE THRU 5300-EXIT
008510             END-IF
008520         WHEN "A" WHEN "a"
008530             PERFORM 5650-SET-OD-LIMIT THRU 5650-EXIT
008540             COMPUTE WS-PROSPECTIVE-BALANCE
008550                 = ACCT-BALANCE - WS-HOLD-TOTAL - WS-AMOUNT
008560             IF WS-PROSPECTIVE-BALANCE < WS-EFFECTIVE-OD-LIMIT
008570                DISPLAY "Auszahlung abgelehnt - "
008580                    "Ueberziehungslimit erreicht."
008590                MOVE "ABGELEHNT" TO WS-LOG-ACTION
008600                MOVE ACCT-BALANCE TO WS-BALANCE-EDIT
008610                MOVE "BUCHUNG"           TO WS-LOG-SEARCH-TEXT
008620                MOVE ACCT-NUMBER          TO WS-LOG-ACCT-NUMBER
008630                MOVE WS-BALANCE-EDIT      TO WS-LOG-BALANCE-EDIT
008640                PERFORM 7000-WRITE-LOG THRU 7000-EXIT
008650             ELSE
008660                SUBTRACT WS-AMOUNT FROM ACCT-BALANCE
008670                MOVE "AUSZAHLUNG" TO WS-LOG-ACTION
008680                PERFORM 5100-REWRITE-ACCOUNT THRU 5100-EXIT
008690                IF REWRITE-OK
008700                   COMPUTE WS-LOG-AMOUNT = ZERO - WS-AMOUNT
008710                   PERFORM 5200-REPORT-POSTING THRU 5200-EXIT
008720                   ADD 1 TO WS-SESSION-WITHDRAW-COUNT
008730                   ADD WS-AMOUNT TO WS-SESSION-WITHDRAW-TOTAL
008740                ELSE
008750                   ADD WS-AMOUNT TO ACCT-BALANCE
008760                   PERFORM 5300-REPORT-FAILURE THRU 5300-EXIT
008770                END-IF
008780             END-IF
008790         WHEN OTHER
008800             DISPLAY "Ungueltiger Buchungstyp."
008810     END-EVALUATE.
008820 5000-EXIT.
008830     EXIT.
008840
008850 5100-REWRITE-ACCOUNT.
008860     MOVE "Y" TO WS-REWRITE-OK-SW
008870     REWRITE ACCT-RECORD
008880         INVALID KEY
008890             MOVE "N" TO WS-REWRITE-OK-SW
008900             DISPLAY "FEHLER BEIM SCHREIBEN, STATUS "
008910                 WS-ACCTMAS-STATUS
008920     END-REWRITE.
008930 5100-EXIT.
008940     EXIT.
008950
008960 5200-REPORT-POSTING.
008970     MOVE ACCT-BALANCE TO WS-BALANCE-EDIT
008980     DISPLAY "Neuer Kontostand fuer Konto " ACCT-NUMBER ": "
008990         WS-BALANCE-EDIT
009000     MOVE "BUCHUNG"           TO WS-LOG-SEARCH-TEXT
009010     MOVE ACCT-NUMBER          TO WS-LOG-ACCT-NUMBER
009020     MOVE WS-BALANCE-EDIT      TO WS-LOG-BALANCE-EDIT
009030     PERFORM 7000-WRITE-LOG THRU 7000-EXIT.
009040 5200-EXIT.
009050     EXIT.
009060
009070 5300-REPORT-FAILURE.
009080     MOVE ACCT-BALANCE TO WS-BALANCE-EDIT
009090     DISPLAY "Buchung NICHT gespeichert - Kontostand "
009100         "unveraendert: " WS-BALANCE-EDIT
009110     MOVE "FEHLER"            TO WS-LOG-ACTION
009120     MOVE "BUCHUNG"           TO WS-LOG-SEARCH-TEXT
009130     MOVE ACCT-NUMBER          TO WS-LOG-ACCT-NUMBER
009140     MOVE WS-BALANCE-EDIT      TO WS-LOG-BALANCE-EDIT
009150     PERFORM 7000-WRITE-LOG THRU 7000-EXIT.
009160 5300-EXIT.
009170     EXIT.
009180
009190*****************************************************************
009200* 5500-TRANSFER - MOVE AN AMOUNT BETWEEN TWO OF OUR ACCOUNTS    *
009210*            AS ONE OPERATION.  BOTH MASTER RECORDS ARE UPDATED *
009220*            OR NEITHER; THE TWO TRANLOG ENTRIES SHARE ONE      *
009230*            REFERENCE SO THE AUDIT TRAIL PAIRS THEM.           *
009240*****************************************************************
009250 5500-TRANSFER.
009260     MOVE WS-ACTION-ACCT-NUMBER TO ACCT-NUMBER
009270     READ ACCTMAS
009280         KEY IS ACCT-NUMBER
009290         INVALID KEY
009300             DISPLAY "Konto nicht gefunden - "
009310                 "Umbuchung abgebrochen."
009320             GO TO 5500-EXIT
009330     END-READ
009340     PERFORM 5700-CHECK-ACCOUNT-STATUS THRU 5700-EXIT
009350     IF NOT STATUS-OK
009360        GO TO 5500-EXIT
009370     END-IF
009380
009390     DISPLAY "Ziel-Kontonummer eingeben: "
009400     ACCEPT WS-USER-INPUT
009410     MOVE WS-USER-INPUT TO WS-TARGET-ACCT-NUMBER
009420     IF WS-TARGET-ACCT-NUMBER = WS-ACTION-ACCT-NUMBER
009430        DISPLAY "Zielkonto gleich Quellkonto - "
009440            "Umbuchung abgebrochen."
009450        GO TO 5500-EXIT
009460     END-IF
009470
009480     DISPLAY "Betrag eingeben: "
009490     ACCEPT WS-AMOUNT-INPUT
009500     MOVE WS-AMOUNT-INPUT TO WS-AMOUNT
009510     IF WS-AMOUNT NOT > ZERO
009520        DISPLAY "Betrag muss positiv sein - "
009530            "Umbuchung abgebrochen."
009540        GO TO 5500-EXIT
009550     END-IF
009560
009570     PERFORM 5650-SET-OD-LIMIT THRU 5650-EXIT
009580     COMPUTE WS-PROSPECTIVE-BALANCE
009590         = ACCT-BALANCE - WS-HOLD-TOTAL - WS-AMOUNT
009600     IF WS-PROSPECTIVE-BALANCE < WS-EFFECTIVE-OD-LIMIT
009610        DISPLAY "Umbuchung abgelehnt - "
009620            "Ueberziehungslimit erreicht."
009630        MOVE "ABGELEHNT" TO WS-LOG-ACTION
009640        MOVE ACCT-BALANCE TO WS-BALANCE-EDIT
009650        MOVE "UMBUCHUNG"          TO WS-LOG-SEARCH-TEXT
009660        MOVE ACCT-NUMBER          TO WS-LOG-ACCT-NUMBER
009670        MOVE WS-BALANCE-EDIT      TO WS-LOG-BALANCE-EDIT
009680        PERFORM 7000-WRITE-LOG THRU 7000-EXIT
009690        GO TO 5500-EXIT
009700     END-IF
009710
009720     MOVE WS-TARGET-ACCT-NUMBER TO ACCT-NUMBER
009730     READ ACCTMAS
009740         KEY IS ACCT-NUMBER
009750         INVALID KEY
009760             DISPLAY "Zielkonto " WS-TARGET-ACCT-NUMBER
009770                 " nicht gefunden - Umbuchung abgebrochen."
009780             GO TO 5500-EXIT
009790     END-READ
009800     PERFORM 5700-CHECK-ACCOUNT-STATUS THRU 5700-EXIT
009810     IF NOT STATUS-OK
009820        GO TO 5500-EXIT
009830     END-IF
009840
009850     MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
009860     ACCEPT WS-CURRENT-TIME FROM TIME
009870     MOVE SPACES TO WS-TRANSFER-REF
009880     STRING WS-CURRENT-DATE DELIMITED BY SIZE
009890         "-" DELIMITED BY SIZE
009900         WS-CURRENT-TIME DELIMITED BY SIZE
009910         INTO WS-TRANSFER-REF
009920
009930     MOVE WS-ACTION-ACCT-NUMBER TO ACCT-NUMBER
009940     READ ACCTMAS
009950         KEY IS ACCT-NUMBER
009960         INVALID KEY
009970             DISPLAY "Konto nicht gefunden - "
009980                 "Umbuchung abgebrochen."
009990             GO TO 5500-EXIT
010000     END-READ
010010     SUBTRACT WS-AMOUNT FROM ACCT-BALANCE
010020     PERFORM 5100-REWRITE-ACCOUNT THRU 5100-EXIT
010030     IF NOT REWRITE-OK
010040        ADD WS-AMOUNT TO ACCT-BALANCE
010050        PERFORM 5300-REPORT-FAILURE THRU 5300-EXIT
010060        GO TO 5500-EXIT
010070     END-IF
010080     MOVE ACCT-BALANCE TO WS-BALANCE-EDIT
010090     DISPLAY "Quellkonto " ACCT-NUMBER " neuer Kontostand: "
010100         WS-BALANCE-EDIT
010110     COMPUTE WS-LOG-AMOUNT = ZERO - WS-AMOUNT
010120     MOVE "UMBUCH-AUS"        TO WS-LOG-ACTION
010130     MOVE SPACES              TO WS-LOG-SEARCH-TEXT
010140     STRING WS-TRANSFER-REF DELIMITED BY SIZE
010150         ">" DELIMITED BY SIZE
010160         WS-TARGET-ACCT-NUMBER DELIMITED BY SIZE
010170         INTO WS-LOG-SEARCH-TEXT
010180     MOVE ACCT-NUMBER          TO WS-LOG-ACCT-NUMBER
010190     MOVE WS-BALANCE-EDIT      TO WS-LOG-BALANCE-EDIT
010200     PERFORM 7000-WRITE-LOG THRU 7000-EXIT
010210
010220     MOVE WS-TARGET-ACCT-NUMBER TO ACCT-NUMBER
010230     READ ACCTMAS
010240         KEY IS ACCT-NUMBER
010250         INVALID KEY
010260             PERFORM 5600-UNDO-DEBIT-LEG THRU 5600-EXIT
010270             GO TO 5500-EXIT
010280     END-READ
010290     ADD WS-AMOUNT TO ACCT-BALANCE
010300     PERFORM 5100-REWRITE-ACCOUNT THRU 5100-EXIT
010310     IF NOT REWRITE-OK
010320        PERFORM 5600-UNDO-DEBIT-LEG THRU 5600-EXIT
010330        GO TO 5500-EXIT
010340     END-IF
010350     MOVE ACCT-BALANCE TO WS-BALANCE-EDIT
010360     DISPLAY "Zielkonto " ACCT-NUMBER " neuer Kontostand: "
010370         WS-BALANCE-EDIT
010380     MOVE WS-AMOUNT TO WS-LOG-AMOUNT
010390     MOVE "UMBUCH-EIN"        TO WS-LOG-ACTION
010400     MOVE SPACES              TO WS-LOG-SEARCH-TEXT
010410     STRING WS-TRANSFER-REF DELIMITED BY SIZE
010420         "<" DELIMITED BY SIZE
010430         WS-ACTION-ACCT-NUMBER DELIMITED BY SIZE
010440         INTO WS-LOG-SEARCH-TEXT
010450     MOVE ACCT-NUMBER          TO WS-LOG-ACCT-NUMBER
010460     MOVE WS-BALANCE-EDIT      TO WS-LOG-BALANCE-EDIT
010470     PERFORM 7000-WRITE-LOG THRU 7000-EXIT
010480     DISPLAY "Umbuchung ausgefuehrt.".
010490 5500-EXIT.
010500     EXIT.
010510
010520*****************************************************************
010530* 5600-UNDO-DEBIT-LEG - THE CREDIT LEG OF A TRANSFER FAILED     *
010540*            AFTER THE DEBIT LEG WAS WRITTEN.  PUT THE AMOUNT   *
010550*            BACK ON THE SOURCE ACCOUNT AND LOG THE REVERSAL.   *
010560*****************************************************************
010570 5600-UNDO-DEBIT-LEG.
010580     DISPLAY "Zielkonto nicht verfuegbar - Umbuchung wird "
010590         "zurueckgenommen."
010600     MOVE WS-ACTION-ACCT-NUMBER TO ACCT-NUMBER
010610     READ ACCTMAS
010620         KEY IS ACCT-NUMBER
010630         INVALID KEY
010640             DISPLAY "WARNUNG: RUECKNAHME NICHT MOEGLICH, "
010650                 "KONTO " ACCT-NUMBER " MANUELL PRUEFEN."
010660             GO TO 5600-EXIT
010670     END-READ
010680     ADD WS-AMOUNT TO ACCT-BALANCE
010690     PERFORM 5100-REWRITE-ACCOUNT THRU 5100-EXIT
010700     IF NOT REWRITE-OK
010710        DISPLAY "WARNUNG: RUECKNAHME FEHLGESCHLAGEN, KONTO "
010720            ACCT-NUMBER " MANUELL PRUEFEN."
010730        GO TO 5600-EXIT
010740     END-IF
010750     MOVE ACCT-BALANCE TO WS-BALANCE-EDIT
010760     MOVE WS-AMOUNT TO WS-LOG-AMOUNT
010770     MOVE "FEHLER"            TO WS-LOG-ACTION
010780     MOVE SPACES              TO WS-LOG-SEARCH-TEXT
010790     STRING WS-TRANSFER-REF DELIMITED BY SIZE
010800         ">" DELIMITED BY SIZE
010810         WS-TARGET-ACCT-NUMBER DELIMITED BY SIZE
010820         INTO WS-LOG-SEARCH-TEXT
010830     MOVE ACCT-NUMBER          TO WS-LOG-ACCT-NUMBER
010840     MOVE WS-BALANCE-EDIT      TO WS-LOG-BALANCE-EDIT
010850     PERFORM 7000-WRITE-LOG THRU 7000-EXIT.
010860 5600-EXIT.
010870     EXIT.
010880
010890*****************************************************************
010900* 5650-SET-OD-LIMIT - EFFECTIVE OVERDRAFT FLOOR FOR THE ACCOUNT *
010910*            IN ACCT-RECORD.  A RECORD WITHOUT A NUMERIC LIMIT  *
010920*            (NOT YET MAINTAINED) KEEPS THE OLD FLAT DEFAULT.   *
010930*            THE ACTIVE HOLDS ARE SUMMED INTO WS-HOLD-TOTAL,    *
010940*            WHICH THE CALLER TAKES OFF THE BALANCE; AN ACTIVE  *
010950*            PFAENDUNG REMOVES THE OVERDRAFT LINE               *
010960*****************************************************************
010970 5650-SET-OD-LIMIT.
010980     IF ACCT-OD-LIMIT NUMERIC
010990        MOVE ACCT-OD-LIMIT TO WS-EFFECTIVE-OD-LIMIT
011000     ELSE
011010        MOVE OD-LIMIT TO WS-EFFECTIVE-OD-LIMIT
011020     END-IF
011030     PERFORM 5660-SUM-HOLDS THRU 5660-EXIT
011040     IF WS-HOLD-TOTAL > ZERO
011050        MOVE WS-HOLD-TOTAL TO WS-HOLD-TOTAL-EDIT
011060        DISPLAY "Vorgemerkt auf Konto " ACCT-NUMBER ": "
011070            WS-HOLD-TOTAL-EDIT
011080     END-IF
011090     IF GARNISHED
011100        AND WS-EFFECTIVE-OD-LIMIT < ZERO
011110        MOVE ZERO TO WS-EFFECTIVE-OD-LIMIT
011120        DISPLAY "Konto " ACCT-NUMBER " ist gepfaendet - "
011130            "kein Dispositionskredit."
011140     END-IF.
011150 5650-EXIT.
011160     EXIT.
011170
011180*****************************************************************
011190* 5660-SUM-HOLDS - ACTIVE VORMERKUNGEN OF THE ACCOUNT IN        *
011200*            ACCT-RECORD INTO WS-HOLD-TOTAL; AN ACTIVE          *
011210*            PFAENDUNG ALSO SETS GARNISHED                      *
011220*****************************************************************
011230 5660-SUM-HOLDS.
011240     MOVE ZERO TO WS-HOLD-TOTAL
011250     MOVE "N"  TO WS-GARNISHED-SW
011260     MOVE "N"  TO WS-HOLDMAS-EOF-SW
011270     MOVE ACCT-NUMBER TO HL-ACCT-NUMBER
011280     MOVE ZERO TO HL-HOLD-SEQ
011290     START HOLDMAS KEY IS NOT LESS THAN HL-HOLD-KEY
011300         INVALID KEY
011310             MOVE "Y" TO WS-HOLDMAS-EOF-SW
011320     END-START
011330     PERFORM 5665-ADD-NEXT-HOLD THRU 5665-EXIT
011340         UNTIL HOLDMAS-EOF.
011350 5660-EXIT.
011360     EXIT.
011370
011380 5665-ADD-NEXT-HOLD.
011390     READ HOLDMAS NEXT RECORD
011400         AT END
011410             MOVE "Y" TO WS-HOLDMAS-EOF-SW
011420             GO TO 5665-EXIT
011430     END-READ
011440     IF HL-ACCT-NUMBER NOT = ACCT-NUMBER
011450        MOVE "Y" TO WS-HOLDMAS-EOF-SW
011460        GO TO 5665-EXIT
011470     END-IF
011480     IF NOT HL-AKTIV
011490        OR HL-START-DATE > WS-BUSINESS-DATE
011500        GO TO 5665-EXIT
011510     END-IF
011520     IF HL-EXPIRY-DATE NOT = ZERO
011530        AND HL-EXPIRY-DATE < WS-BUSINESS-DATE
011540        GO TO 5665-EXIT
011550     END-IF
011560     ADD HL-AMOUNT TO WS-HOLD-TOTAL
011570     IF HL-PFAENDUNG
011580        MOVE "Y" TO WS-GARNISHED-SW
011590     END-IF.
011600 5665-EXIT.
011610     EXIT.
011620
011630*****************************************************************
011640* 5700-CHECK-ACCOUNT-STATUS - NO POSTING AGAINST A FROZEN OR    *
011650*            CLOSED ACCOUNT.  INQUIRY STAYS ALLOWED; ONLY THE   *
011660*            MONEY-MOVING PATHS COME THROUGH HERE.              *
011670*****************************************************************
011680 5700-CHECK-ACCOUNT-STATUS.
011690     MOVE "Y" TO WS-STATUS-OK-SW
011700     IF ACCT-AKTIV
011710        GO TO 5700-EXIT
011720     END-IF
011730     MOVE "N" TO WS-STATUS-OK-SW
011740     IF ACCT-GESPERRT
011750        DISPLAY "Konto " ACCT-NUMBER " ist GESPERRT - "
011760            "Buchung abgelehnt."
011770        MOVE "GESPERRT"    TO WS-LOG-SEARCH-TEXT
011780     ELSE
011790        DISPLAY "Konto " ACCT-NUMBER " ist GESCHLOSSEN - "
011800            "Buchung abgelehnt."
011810        MOVE "GESCHLOSSEN" TO WS-LOG-SEARCH-TEXT
011820     END-IF
011830     MOVE "ABGELEHNT"     TO WS-LOG-ACTION
011840     MOVE ACCT-BALANCE    TO WS-BALANCE-EDIT
011850     MOVE ACCT-NUMBER     TO WS-LOG-ACCT-NUMBER
011860     MOVE WS-BALANCE-EDIT TO WS-LOG-BALANCE-EDIT
011870     PERFORM 7000-WRITE-LOG THRU 7000-EXIT.
011880 5700-EXIT.
011890     EXIT.
011900
011910*****************************************************************
011920* 5800-CAPTURE-STORNO - THE TELLER NAMES A WRONG POSTING OF     *
011930*            TODAY, BY ACCOUNT AND TIMESTAMP OR BY UMBUCHUNG    *
011940*            REFERENCE.  NOTHING TOUCHES THE MASTER HERE: THE   *
011950*            STORNO GOES TO PENDAUTH AND IS POSTED ONLY WHEN A  *
011960*            SUPERVISOR APPROVES IT IN SUPVAUTH.  AN ENTRY IS   *
011970*            REVERSED AT MOST ONCE, AND ONLY WHILE IT IS STILL  *
011980*            ON TODAY'S TRANLOG (BEFORE THE DAY-END CUTOVER).   *
011990*****************************************************************
012000 5800-CAPTURE-STORNO.
012010     MOVE SPACES TO WS-ORIG-KEY
012020     MOVE ZERO   TO WS-ORIG-ACCT-NUMBER
012030     DISPLAY "Storno ueber (B)uchung oder "
012040         "(U)mbuchungsreferenz? "
012050     ACCEPT WS-STORNO-MODE
012060     EVALUATE WS-STORNO-MODE
012070         WHEN "B" WHEN "b"
012080             MOVE "B" TO WS-STORNO-MODE
012090             DISPLAY "Kontonummer der Buchung eingeben: "
012100             ACCEPT WS-USER-INPUT
012110             MOVE WS-USER-INPUT TO WS-ORIG-ACCT-NUMBER
012120             DISPLAY "Zeitstempel der Buchung eingeben "
012130                 "(JJJJMMTT-HHMMSSHH): "
012140             ACCEPT WS-ORIG-KEY
012150         WHEN "U" WHEN "u"
012160             MOVE "U" TO WS-STORNO-MODE
012170             DISPLAY "Umbuchungsreferenz eingeben "
012180                 "(JJJJMMTT-HHMMSSHH): "
012190             ACCEPT WS-ORIG-KEY
012200         WHEN OTHER
012210             DISPLAY "Ungueltige Auswahl."
012220             GO TO 5800-EXIT
012230     END-EVALUATE
012240
012250     MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
012260     IF WS-ORIG-KEY (1:8) NOT = WS-CURRENT-DATE
012270        DISPLAY "Storno nur fuer Buchungen des laufenden "
012280            "Tages - Storno abgebrochen."
012290        GO TO 5800-EXIT
012300     END-IF
012310
012320     PERFORM 5810-LOCATE-ORIGINAL THRU 5810-EXIT
012330     IF STORNO-BY-ENTRY AND ORIG-FOUND
012340        AND WS-ORIG-ACTION (1:7) = "UMBUCH-"
012350        MOVE "U"         TO WS-STORNO-MODE
012360        MOVE WS-ORIG-REF TO WS-ORIG-KEY
012370        PERFORM 5810-LOCATE-ORIGINAL THRU 5810-EXIT
012380     END-IF
012390
012400     IF NOT ORIG-FOUND
012410        DISPLAY "Keine stornierbare Buchung im heutigen "
012420            "Protokoll gefunden - Storno abgebrochen."
012430        GO TO 5800-EXIT
012440     END-IF
012450     IF STORNO-BY-REFERENCE
012460        AND (NOT LEG2-FOUND OR TRANSFER-UNDONE)
012470        DISPLAY "Umbuchung wurde nicht vollstaendig "
012480            "ausgefuehrt - Storno nicht moeglich."
012490        GO TO 5800-EXIT
012500     END-IF
012510     IF ORIG-REVERSED
012520        DISPLAY "Buchung wurde bereits storniert - "
012530            "Storno abgebrochen."
012540        GO TO 5800-EXIT
012550     END-IF
012560     PERFORM 5910-FIND-HIGHEST-PEND THRU 5910-EXIT
012570     IF STORNO-PENDING
012580        DISPLAY "Storno dieser Buchung wartet bereits auf "
012590            "Freigabe - Storno abgebrochen."
012600        GO TO 5800-EXIT
012610     END-IF
012620
012630     MOVE WS-ORIG-AMOUNT TO WS-ORIG-AMOUNT-EDIT
012640     DISPLAY "Original: " WS-ORIG-ACTION " Konto "
012650         WS-ORIG-ACCT-NUMBER " Betrag " WS-ORIG-AMOUNT-EDIT
012660         " vom " WS-ORIG-TIMESTAMP
012670     IF STORNO-BY-REFERENCE
012680        MOVE WS-LEG2-AMOUNT TO WS-ORIG-AMOUNT-EDIT
012690        DISPLAY "Gegenbuchung: UMBUCH-EIN Konto "
012700            WS-LEG2-ACCT-NUMBER " Betrag " WS-ORIG-AMOUNT-EDIT
012710            " vom " WS-LEG2-TIMESTAMP
012720     END-IF
012730     DISPLAY "Storno zur Freigabe vormerken? (J/N): "
012740     ACCEPT WS-ANSWER
012750     IF WS-ANSWER NOT = "J" AND WS-ANSWER NOT = "j"
012760        DISPLAY "Kein Storno erfasst."
012770        GO TO 5800-EXIT
012780     END-IF
012790     PERFORM 5850-QUEUE-STORNO THRU 5850-EXIT.
012800 5800-EXIT.
012810     EXIT.
012820
012830*****************************************************************
012840* 5810-LOCATE-ORIGINAL - READ TODAY'S TRANLOG FROM THE TOP FOR  *
012850*            THE ENTRY (OR THE TWO UMBUCHUNG LEGS) NAMED BY     *
012860*            WS-ORIG-KEY, AND FOR A STORNO ALREADY WRITTEN      *
012870*            AGAINST IT.  A STORNO TAKEN BACK BY SUPVAUTH       *
012880*            (FEHLER ... STORNO-RUECK) DOES NOT COUNT.  THE LOG *
012890*            IS REOPENED FOR EXTEND AFTERWARDS.                 *
012900*****************************************************************
012910 5810-LOCATE-ORIGINAL.
012920     MOVE "N" TO WS-ORIG-FOUND-SW
012930     MOVE "N" TO WS-LEG2-FOUND-SW
012940     MOVE "N" TO WS-ORIG-REVERSED-SW
012950     MOVE "N" TO WS-TRANSFER-UNDONE-SW
012960     MOVE "N" TO WS-TRANLOG-EOF-SW
012970     MOVE ZERO TO WS-REVERSAL-COUNT
012980     MOVE SPACES TO WS-ORIG-ACTION
012990     MOVE SPACES TO WS-ORIG-REF
013000     MOVE SPACES TO WS-LEG2-TIMESTAMP
013010     MOVE ZERO   TO WS-LEG2-ACCT-NUMBER
013020     MOVE ZERO   TO WS-ORIG-AMOUNT
013030     MOVE ZERO   TO WS-LEG2-AMOUNT
013040     IF STORNO-BY-ENTRY
013050        MOVE WS-ORIG-KEY TO WS-ORIG-TIMESTAMP
013060     ELSE
013070        MOVE SPACES TO WS-ORIG-TIMESTAMP
013080        MOVE ZERO   TO WS-ORIG-ACCT-NUMBER
013090     END-IF
013100
013110     CLOSE TRANLOG
013120     OPEN INPUT TRANLOG
013130     IF WS-TRANLOG-STATUS NOT = "00"
013140        DISPLAY "FEHLER BEIM LESEN VON TRANLOG, STATUS "
013150            WS-TRANLOG-STATUS
013160        MOVE "Y" TO WS-TRANLOG-EOF-SW
013170     END-IF
013180     PERFORM 5820-CHECK-LOG-ENTRY THRU 5820-EXIT
013190         UNTIL TRANLOG-EOF
013200     CLOSE TRANLOG
013210     PERFORM 1200-OPEN-TRANLOG THRU 1200-EXIT
013220     IF WS-REVERSAL-COUNT > ZERO
013230        MOVE "Y" TO WS-ORIG-REVERSED-SW
013240     END-IF.
013250 5810-EXIT.
013260     EXIT.
013270
013280 5820-CHECK-LOG-ENTRY.
013290     READ TRANLOG
013300         AT END
013310             MOVE "Y" TO WS-TRANLOG-EOF-SW
013320             GO TO 5820-EXIT
013330     END-READ
013340
013350     IF TL-ACTION = "STORNO"
013360        IF (TL-ACCT-NUMBER = WS-ORIG-ACCT-NUMBER
013370            AND TL-SEARCH-TEXT (1:17) = WS-ORIG-TIMESTAMP)
013380           OR (TL-ACCT-NUMBER = WS-LEG2-ACCT-NUMBER
013390            AND TL-SEARCH-TEXT (1:17) = WS-LEG2-TIMESTAMP)
013400           ADD 1 TO WS-REVERSAL-COUNT
013410        END-IF
013420        GO TO 5820-EXIT
013430     END-IF
013440     IF TL-ACTION = "FEHLER"
013450        AND TL-SEARCH-TEXT (18:13) = " STORNO-RUECK"
013460        IF TL-ACCT-NUMBER = WS-ORIG-ACCT-NUMBER
013470           AND TL-SEARCH-TEXT (1:17) = WS-ORIG-TIMESTAMP
013480           SUBTRACT 1 FROM WS-REVERSAL-COUNT
013490        END-IF
013500        GO TO 5820-EXIT
013510     END-IF
013520
013530     IF STORNO-BY-ENTRY
013540        IF TL-ACCT-NUMBER = WS-ORIG-ACCT-NUMBER
013550           AND TL-TIMESTAMP = WS-ORIG-TIMESTAMP
013560           AND (TL-ACTION = "EINZAHLUNG" OR "AUSZAHLUNG"
013570                OR "UMBUCH-AUS" OR "UMBUCH-EIN")
013580           MOVE "Y"                   TO WS-ORIG-FOUND-SW
013590           MOVE TL-ACTION             TO WS-ORIG-ACTION
013600           MOVE TL-AMOUNT             TO WS-ORIG-AMOUNT
013610           MOVE TL-SEARCH-TEXT (1:17) TO WS-ORIG-REF
013620        END-IF
013630        GO TO 5820-EXIT
013640     END-IF
013650
013660     IF TL-SEARCH-TEXT (1:17) NOT = WS-ORIG-KEY
013670        GO TO 5820-EXIT
013680     END-IF
013690     EVALUATE TL-ACTION
013700         WHEN "UMBUCH-AUS"
013710             MOVE "Y"            TO WS-ORIG-FOUND-SW
013720             MOVE TL-ACTION      TO WS-ORIG-ACTION
013730             MOVE TL-ACCT-NUMBER TO WS-ORIG-ACCT-NUMBER
013740             MOVE TL-TIMESTAMP   TO WS-ORIG-TIMESTAMP
013750             MOVE TL-AMOUNT      TO WS-ORIG-AMOUNT
013760         WHEN "UMBUCH-EIN"
013770             MOVE "Y"            TO WS-LEG2-FOUND-SW
013780             MOVE TL-ACCT-NUMBER TO WS-LEG2-ACCT-NUMBER
013790             MOVE TL-TIMESTAMP   TO WS-LEG2-TIMESTAMP
013800             MOVE TL-AMOUNT      TO WS-LEG2-AMOUNT
013810         WHEN "FEHLER"
013820             IF TL-SEARCH-TEXT (18:1) = ">"
013830                MOVE "Y"         TO WS-TRANSFER-UNDONE-SW
013840             END-IF
013850     END-EVALUATE.
013860 5820-EXIT.
013870     EXIT.
013880
013890*****************************************************************
013900* 5850-QUEUE-STORNO - WRITE THE STORNO ITEM TO PENDAUTH AND LOG *
013910*            IT AS VORERFASST, AS FOR A HELD LARGE POSTING      *
013920*****************************************************************
013930 5850-QUEUE-STORNO.
013940     MOVE WS-ORIG-ACCT-NUMBER TO ACCT-NUMBER
013950     READ ACCTMAS
013960         KEY IS ACCT-NUMBER
013970         INVALID KEY
013980             MOVE ZERO TO ACCT-BALANCE
013990     END-READ
014000
014010     MOVE SPACES                TO PA-RECORD
014020     COMPUTE PA-ID = WS-HIGHEST-PEND-ID + 1
014030     MOVE WS-ORIG-ACCT-NUMBER   TO PA-ACCT-NUMBER
014040     MOVE "S"                   TO PA-TRANS-TYPE
014050     IF WS-ORIG-AMOUNT < ZERO
014060        COMPUTE PA-AMOUNT = ZERO - WS-ORIG-AMOUNT
014070     ELSE
014080        MOVE WS-ORIG-AMOUNT     TO PA-AMOUNT
014090     END-IF
014100     MOVE WS-TELLER-ID          TO PA-CAPTURE-TELLER
014110     MOVE WS-CURRENT-DATE       TO PA-CAPTURE-DATE
014120     MOVE "O"                   TO PA-STATUS
014130     MOVE SPACES                TO PA-DECIDE-OPER
014140     MOVE ZERO                  TO PA-DECIDE-DATE
014150     MOVE WS-ORIG-KEY           TO PA-ORIG-TIMESTAMP
014160     IF STORNO-BY-REFERENCE
014170        MOVE "UMBUCHUNG"        TO PA-ORIG-ACTION
014180     ELSE
014190        MOVE WS-ORIG-ACTION     TO PA-ORIG-ACTION
014200     END-IF
014210
014220     WRITE PA-RECORD
014230         INVALID KEY
014240             DISPLAY "FEHLER BEIM VORMERKEN, STATUS "
014250                 WS-PENDAUTH-STATUS
014260             GO TO 5850-EXIT
014270     END-WRITE
014280
014290     DISPLAY "Storno " PA-ID " wartet auf Freigabe durch "
014300         "einen Vorgesetzten."
014310     MOVE "VORERFASST"        TO WS-LOG-ACTION
014320     MOVE SPACES              TO WS-LOG-SEARCH-TEXT
014330     STRING "STORNO #" DELIMITED BY SIZE
014340         PA-ID DELIMITED BY SIZE
014350         " OFFEN" DELIMITED BY SIZE
014360         INTO WS-LOG-SEARCH-TEXT
014370     MOVE WS-ORIG-ACCT-NUMBER  TO WS-LOG-ACCT-NUMBER
014380     MOVE ACCT-BALANCE         TO WS-BALANCE-EDIT
014390     MOVE WS-BALANCE-EDIT      TO WS-LOG-BALANCE-EDIT
014400     MOVE ZERO                 TO WS-LOG-AMOUNT
014410     PERFORM 7000-WRITE-LOG THRU 7000-EXIT.
014420 5850-EXIT.
014430     EXIT.
014440
014450*****************************************************************
014460* 5900-QUEUE-AUTHORIZATION - POSTING ABOVE THE DUAL-CONTROL     *
014470*            THRESHOLD: NOTHING TOUCHES THE MASTER.  THE ITEM   *
014480*            GOES TO PENDAUTH WITH THE CAPTURING TELLER AND     *
014490*            WAITS FOR A SUPERVISOR DECISION IN SUPVAUTH.       *
014500*****************************************************************
014510 5900-QUEUE-AUTHORIZATION.
014520     PERFORM 5910-FIND-HIGHEST-PEND THRU 5910-EXIT
014530     MOVE SPACES                TO PA-RECORD
014540     COMPUTE PA-ID = WS-HIGHEST-PEND-ID + 1
014550     MOVE ACCT-NUMBER           TO PA-ACCT-NUMBER
014560     MOVE WS-TRANS-TYPE         TO PA-TRANS-TYPE
014570     IF PA-TRANS-TYPE = "e"
014580        MOVE "E" TO PA-TRANS-TYPE
014590     END-IF
014600     IF PA-TRANS-TYPE = "a"
014610        MOVE "A" TO PA-TRANS-TYPE
014620     END-IF
014630     IF PA-TRANS-TYPE NOT = "E" AND PA-TRANS-TYPE NOT = "A"
014640        DISPLAY "Ungueltiger Buchungstyp."
014650        GO TO 5900-EXIT
014660     END-IF
014670     MOVE WS-AMOUNT             TO PA-AMOUNT
014680     MOVE WS-TELLER-ID          TO PA-CAPTURE-TELLER
014690     MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
014700     MOVE WS-CURRENT-DATE       TO PA-CAPTURE-DATE
014710     MOVE "O"                   TO PA-STATUS
014720     MOVE SPACES                TO PA-DECIDE-OPER
014730     MOVE ZERO                  TO PA-DECIDE-DATE
014740
014750     WRITE PA-RECORD
014760         INVALID KEY
014770             DISPLAY "FEHLER BEIM VORMERKEN, STATUS "
014780                 WS-PENDAUTH-STATUS
014790             GO TO 5900-EXIT
014800     END-WRITE
014810
014820     DISPLAY "Betrag liegt ueber der Freigabegrenze - "
014830         "Buchung " PA-ID " wartet auf Freigabe durch "
014840         "einen Vorgesetzten."
014850     MOVE "VORERFASST"        TO WS-LOG-ACTION
014860     MOVE SPACES              TO WS-LOG-SEARCH-TEXT
014870     STRING "FREIGABE #" DELIMITED BY SIZE
014880         PA-ID DELIMITED BY SIZE
014890         " OFFEN" DELIMITED BY SIZE
014900         INTO WS-LOG-SEARCH-TEXT
014910     MOVE ACCT-NUMBER          TO WS-LOG-ACCT-NUMBER
014920     MOVE ACCT-BALANCE         TO WS-BALANCE-EDIT
014930     MOVE WS-BALANCE-EDIT      TO WS-LOG-BALANCE-EDIT
014940     MOVE ZERO                 TO WS-LOG-AMOUNT
014950     PERFORM 7000-WRITE-LOG THRU 7000-EXIT.
014960 5900-EXIT.
014970     EXIT.
014980
014990 5910-FIND-HIGHEST-PEND.
015000     MOVE ZERO TO WS-HIGHEST-PEND-ID
015010     MOVE "N"  TO WS-STORNO-PENDING-SW
015020     MOVE "N"  TO WS-PENDAUTH-EOF-SW
015030     MOVE ZERO TO PA-ID
015040     START PENDAUTH KEY IS NOT LESS THAN PA-ID
015050         INVALID KEY
015060             MOVE "Y" TO WS-PENDAUTH-EOF-SW
015070     END-START
015080     IF NOT PENDAUTH-EOF
015090        PERFORM 5920-READ-NEXT-PEND THRU 5920-EXIT
015100            UNTIL PENDAUTH-EOF
015110     END-IF.
015120 5910-EXIT.
015130     EXIT.
015140
015150 5920-READ-NEXT-PEND.
015160     READ PENDAUTH NEXT RECORD
015170         AT END
015180             MOVE "Y" TO WS-PENDAUTH-EOF-SW
015190         NOT AT END
015200             IF PA-ID > WS-HIGHEST-PEND-ID
015210                MOVE PA-ID TO WS-HIGHEST-PEND-ID
015220             END-IF
015230             IF PA-STORNO AND PA-OFFEN
015240                AND PA-ORIG-TIMESTAMP = WS-ORIG-KEY
015250                AND PA-ACCT-NUMBER = WS-ORIG-ACCT-NUMBER
015260                MOVE "Y" TO WS-STORNO-PENDING-SW
015270             END-IF
015280     END-READ.
015290 5920-EXIT.
015300     EXIT.
015310
015320*****************************************************************
015330* 6000-PRINT-STATEMENT - FORMATTED STATEMENT WRITTEN TO STMTOUT *
015340*****************************************************************
015350 6000-PRINT-STATEMENT.
015360     MOVE WS-ACTION-ACCT-NUMBER TO ACCT-NUMBER
015370     READ ACCTMAS
015380         KEY IS ACCT-NUMBER
015390         INVALID KEY
015400             DISPLAY "Konto nicht gefunden - "
015410                 "Kontoauszug nicht moeglich."
015420             GO TO 6000-EXIT
015430     END-READ
015440
015450     PERFORM 4500-FETCH-CUSTOMER THRU 4500-EXIT
015460     MOVE ACCT-BALANCE TO WS-BALANCE-EDIT
015470     PERFORM 6100-WRITE-STATEMENT-LINES THRU 6100-EXIT
015480     DISPLAY "Kontoauszug wurde in STMTOUT abgelegt.".
015490 6000-EXIT.
015500     EXIT.
015510
015520 6100-WRITE-STATEMENT-LINES.
015530     MOVE ALL "=" TO ST-LINE
015540     WRITE ST-LINE
015550     MOVE SPACES TO ST-LINE
015560     STRING "  KONTOAUSZUG" DELIMITED BY SIZE INTO ST-LINE
015570     WRITE ST-LINE
015580     MOVE SPACES TO ST-LINE
015590     WRITE ST-LINE
015600     MOVE SPACES TO ST-LINE
015610     STRING "  Kontonummer  : " DELIMITED BY SIZE
015620         ACCT-NUMBER DELIMITED BY SIZE
015630         INTO ST-LINE
015640     WRITE ST-LINE
015650     MOVE SPACES TO ST-LINE
015660     STRING "  Kundennummer : " DELIMITED BY SIZE
015670         ACCT-CUST-NUMBER DELIMITED BY SIZE
015680         INTO ST-LINE
015690     WRITE ST-LINE
015700     MOVE SPACES TO ST-LINE
015710     STRING "  Name         : " DELIMITED BY SIZE
015720         CUST-FIRST-NAME DELIMITED BY SIZE
015730         " " DELIMITED BY SIZE
015740         CUST-LAST-NAME DELIMITED BY SIZE
015750         INTO ST-LINE
015760     WRITE ST-LINE
015770     MOVE SPACES TO ST-LINE
015780     STRING "  Geburtsdatum : " DELIMITED BY SIZE
015790         CUST-BIRTH-DATE DELIMITED BY SIZE
015800         INTO ST-LINE
015810     WRITE ST-LINE
015820     MOVE SPACES TO ST-LINE
015830     STRING "  Kontostand   : " DELIMITED BY SIZE
015840         WS-BALANCE-EDIT DELIMITED BY SIZE
015850         INTO ST-LINE
015860     WRITE ST-LINE
015870     MOVE SPACES TO ST-LINE
015880     WRITE ST-LINE
015890     MOVE ALL "=" TO ST-LINE
015900     WRITE ST-LINE
015910     MOVE SPACES TO ST-LINE
015920     WRITE ST-LINE.
015930 6100-EXIT.
015940     EXIT.
015950
015960*****************************************************************
015970* 6500-EXTERNAL-TRANSFER - OUTGOING UEBERWEISUNG TO ANOTHER     *
015980*            BANK.  THE CUSTOMER IS DEBITED AT ONCE UNDER THE   *
015990*            USUAL STATUS AND OVERDRAFT RULES; THE ITEM GOES    *
016000*            TO THE OUTPAY QUEUE, FROM WHICH PAYEXTRACT BUILDS  *
016010*            THE NIGHTLY CLEARING FILE.                         *
016020*****************************************************************
016030 6500-EXTERNAL-TRANSFER.
016040     MOVE WS-ACTION-ACCT-NUMBER TO ACCT-NUMBER
016050     READ ACCTMAS
016060         KEY IS ACCT-NUMBER
016070         INVALID KEY
016080             DISPLAY "Konto nicht gefunden - "
016090                 "Ueberweisung abgebrochen."
016100             GO TO 6500-EXIT
016110     END-READ
016120     PERFORM 5700-CHECK-ACCOUNT-STATUS THRU 5700-EXIT
016130     IF NOT STATUS-OK
016140        GO TO 6500-EXIT
016150     END-IF
016160
016170     DISPLAY "Ziel-Bankleitzahl eingeben: "
016180     ACCEPT WS-TARGET-BLZ
016190     DISPLAY "Ziel-Kontonummer eingeben: "
016200     ACCEPT WS-TARGET-EXT-ACCT
016210     DISPLAY "Empfaengername eingeben: "
016220     ACCEPT WS-RECIPIENT-NAME
016230     DISPLAY "Verwendungszweck eingeben: "
016240     ACCEPT WS-REFERENCE-TEXT
016250     IF WS-TARGET-BLZ = SPACES
016260        OR WS-TARGET-EXT-ACCT = SPACES
016270        OR WS-RECIPIENT-NAME = SPACES
016280        DISPLAY "Bankleitzahl, Zielkonto und Empfaenger "
016290            "muessen angegeben werden - Ueberweisung "
016300            "abgebrochen."
016310        GO TO 6500-EXIT
016320     END-IF
016330
016340     DISPLAY "Betrag eingeben: "
016350     ACCEPT WS-AMOUNT-INPUT
016360     MOVE WS-AMOUNT-INPUT TO WS-AMOUNT
016370     IF WS-AMOUNT NOT > ZERO
016380        DISPLAY "Betrag muss positiv sein - "
016390            "Ueberweisung abgebrochen."
016400        GO TO 6500-EXIT
016410     END-IF
016420
016430     PERFORM 5650-SET-OD-LIMIT THRU 5650-EXIT
016440     COMPUTE WS-PROSPECTIVE-BALANCE
016450         = ACCT-BALANCE - WS-HOLD-TOTAL - WS-AMOUNT
016460     IF WS-PROSPECTIVE-BALANCE < WS-EFFECTIVE-OD-LIMIT
016470        DISPLAY "Ueberweisung abgelehnt - "
016480            "Ueberziehungslimit erreicht."
016490        MOVE "ABGELEHNT" TO WS-LOG-ACTION
016500        MOVE ACCT-BALANCE TO WS-BALANCE-EDIT
016510        MOVE "UEBERWEISUNG"       TO WS-LOG-SEARCH-TEXT
016520        MOVE ACCT-NUMBER          TO WS-LOG-ACCT-NUMBER
016530        MOVE WS-BALANCE-EDIT      TO WS-LOG-BALANCE-EDIT
016540        PERFORM 7000-WRITE-LOG THRU 7000-EXIT
016550        GO TO 6500-EXIT
016560     END-IF
016570
016580     SUBTRACT WS-AMOUNT FROM ACCT-BALANCE
016590     PERFORM 5100-REWRITE-ACCOUNT THRU 5100-EXIT
016600     IF NOT REWRITE-OK
016610        ADD WS-AMOUNT TO ACCT-BALANCE
016620        PERFORM 5300-REPORT-FAILURE THRU 5300-EXIT
016630        GO TO 6500-EXIT
016640     END-IF
016650
016660     MOVE SPACES             TO OP-RECORD
016670     MOVE ACCT-NUMBER        TO OP-ACCT-NUMBER
016680     MOVE WS-TARGET-BLZ      TO OP-TARGET-BLZ
016690     MOVE WS-TARGET-EXT-ACCT TO OP-TARGET-ACCT
016700     MOVE WS-RECIPIENT-NAME  TO OP-RECIPIENT-NAME
016710     MOVE WS-REFERENCE-TEXT  TO OP-REFERENCE
016720     MOVE WS-AMOUNT          TO OP-AMOUNT
016730     MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
016740     MOVE WS-CURRENT-DATE    TO OP-CAPTURE-DATE
016750     MOVE WS-TELLER-ID       TO OP-TELLER-ID
016760     WRITE OP-RECORD
016770     IF WS-OUTPAY-STATUS NOT = "00"
016780        DISPLAY "FEHLER BEIM EINSTELLEN IN OUTPAY, STATUS "
016790            WS-OUTPAY-STATUS " - BELASTUNG WIRD "
016800            "ZURUECKGENOMMEN."
016810        ADD WS-AMOUNT TO ACCT-BALANCE
016820        PERFORM 5100-REWRITE-ACCOUNT THRU 5100-EXIT
016830        IF NOT REWRITE-OK
016840           DISPLAY "WARNUNG: RUECKNAHME FEHLGESCHLAGEN, "
016850               "KONTO " ACCT-NUMBER " MANUELL PRUEFEN."
016860        END-IF
016870        GO TO 6500-EXIT
016880     END-IF
016890
016900     MOVE ACCT-BALANCE TO WS-BALANCE-EDIT
016910     DISPLAY "Ueberweisung erfasst - neuer Kontostand: "
016920         WS-BALANCE-EDIT
016930     COMPUTE WS-LOG-AMOUNT = ZERO - WS-AMOUNT
016940     MOVE "UEBERW-AUS"        TO WS-LOG-ACTION
016950     MOVE SPACES              TO WS-LOG-SEARCH-TEXT
016960     STRING WS-TARGET-BLZ DELIMITED BY SIZE
016970         ">" DELIMITED BY SIZE
016980         WS-TARGET-EXT-ACCT DELIMITED BY SIZE
016990         INTO WS-LOG-SEARCH-TEXT
017000     MOVE ACCT-NUMBER          TO WS-LOG-ACCT-NUMBER
017010     MOVE WS-BALANCE-EDIT      TO WS-LOG-BALANCE-EDIT
017020     PERFORM 7000-WRITE-LOG THRU 7000-EXIT.
017030 6500-EXIT.
017040     EXIT.
017050
017060*****************************************************************
017070* 6700-MOVEMENT-INQUIRY - UMSATZANZEIGE: THE MOVEMENTS OF ONE   *
017080*            ACCOUNT FOR A DATE RANGE THE TELLER ENTERS, PAGED  *
017090*            ON THE SCREEN AND ON REQUEST PRINTED TO STMTOUT.   *
017100*            EARLIER DAYS COME FROM THE UMSATZHISTORIE          *
017110*            (UMSHIST), THE CURRENT BUSINESS DAY FROM TRANLOG.  *
017120*****************************************************************
017130 6700-MOVEMENT-INQUIRY.
017140     DISPLAY "Bitte Kontonummer angeben (oder ENDE): "
017150     ACCEPT WS-USER-INPUT
017160
017170     IF WS-USER-INPUT (1:4) = "ENDE"
017180        SET END-OF-SESSION TO TRUE
017190        GO TO 6700-EXIT
017200     END-IF
017210
017220     MOVE WS-USER-INPUT TO ACCT-NUMBER
017230     MOVE ACCT-NUMBER   TO WS-INQ-ACCT-NUMBER
017240     READ ACCTMAS
017250         KEY IS ACCT-NUMBER
017260         INVALID KEY
017270             DISPLAY "Kein Konto mit Kontonummer " ACCT-NUMBER
017280                 " gefunden."
017290             GO TO 6700-EXIT
017300     END-READ
017310     PERFORM 4500-FETCH-CUSTOMER THRU 4500-EXIT
017320     MOVE ACCT-BALANCE TO WS-BALANCE-EDIT
017330     DISPLAY "Konto " ACCT-NUMBER " - " CUST-FIRST-NAME
017340         SPACE CUST-LAST-NAME " Kontostand: " WS-BALANCE-EDIT
017350
017360     PERFORM 6710-GET-DATE-RANGE THRU 6710-EXIT
017370     IF NOT RANGE-OK
017380        GO TO 6700-EXIT
017390     END-IF
017400
017410     MOVE "ABFRAGE"           TO WS-LOG-ACTION
017420     MOVE SPACES              TO WS-LOG-SEARCH-TEXT
017430     STRING "UMSATZ " DELIMITED BY SIZE
017440         WS-FROM-DATE DELIMITED BY SIZE
017450         "-" DELIMITED BY SIZE
017460         WS-TO-DATE DELIMITED BY SIZE
017470         INTO WS-LOG-SEARCH-TEXT
017480     MOVE WS-INQ-ACCT-NUMBER  TO WS-LOG-ACCT-NUMBER
017490     MOVE WS-BALANCE-EDIT     TO WS-LOG-BALANCE-EDIT
017500     PERFORM 7000-WRITE-LOG THRU 7000-EXIT
017510
017520     MOVE "N" TO WS-PRINT-MODE-SW
017530     PERFORM 6720-LIST-MOVEMENTS THRU 6720-EXIT
017540
017550     DISPLAY "Umsaetze nach STMTOUT drucken? (J/N): "
017560     ACCEPT WS-ANSWER
017570     IF WS-ANSWER = "J" OR WS-ANSWER = "j"
017580        MOVE "Y" TO WS-PRINT-MODE-SW
017590        PERFORM 6720-LIST-MOVEMENTS THRU 6720-EXIT
017600        DISPLAY "Umsatzliste wurde in STMTOUT abgelegt."
017610     END-IF.
017620 6700-EXIT.
017630     EXIT.
017640
017650*****************************************************************
017660* 6710-GET-DATE-RANGE - VON/BIS AS JJJJMMTT.  AN EMPTY VON      *
017670*            MEANS THE FIRST OF THE BUSINESS MONTH, AN EMPTY    *
017680*            BIS THE BUSINESS DATE                              *
017690*****************************************************************
017700 6710-GET-DATE-RANGE.
017710     MOVE "N" TO WS-RANGE-OK-SW
017720     DISPLAY "Von-Datum JJJJMMTT (leer = Monatsanfang): "
017730     MOVE SPACES TO WS-DATE-INPUT
017740     ACCEPT WS-DATE-INPUT
017750     IF WS-DATE-INPUT = SPACES
017760        MOVE WS-BUSINESS-DATE TO WS-FROM-DATE
017770        MOVE 1 TO WS-FROM-DAY
017780     ELSE
017790        IF WS-DATE-INPUT NOT NUMERIC
017800           DISPLAY "Von-Datum ungueltig - Anzeige abgebrochen."
017810           GO TO 6710-EXIT
017820        END-IF
017830        MOVE WS-DATE-INPUT TO WS-FROM-DATE
017840     END-IF
017850
017860     DISPLAY "Bis-Datum JJJJMMTT (leer = Geschaeftsdatum): "
017870     MOVE SPACES TO WS-DATE-INPUT
017880     ACCEPT WS-DATE-INPUT
017890     IF WS-DATE-INPUT = SPACES
017900        MOVE WS-BUSINESS-DATE TO WS-TO-DATE
017910     ELSE
017920        IF WS-DATE-INPUT NOT NUMERIC
017930           DISPLAY "Bis-Datum ungueltig - Anzeige abgebrochen."
017940           GO TO 6710-EXIT
017950        END-IF
017960        MOVE WS-DATE-INPUT TO WS-TO-DATE
017970     END-IF
017980
017990     IF WS-FROM-MONTH < 1 OR WS-FROM-MONTH > 12
018000        OR WS-FROM-DAY < 1 OR WS-FROM-DAY > 31
018010        OR WS-TO-MONTH < 1 OR WS-TO-MONTH > 12
018020        OR WS-TO-DAY < 1 OR WS-TO-DAY > 31
018030        DISPLAY "Datum ungueltig - Anzeige abgebrochen."
018040        GO TO 6710-EXIT
018050     END-IF
018060     IF WS-FROM-DATE > WS-TO-DATE
018070        DISPLAY "Von-Datum liegt nach dem Bis-Datum - "
018080            "Anzeige abgebrochen."
018090        GO TO 6710-EXIT
018100     END-IF
018110     MOVE "Y" TO WS-RANGE-OK-SW.
018120 6710-EXIT.
018130     EXIT.
018140
018150*****************************************************************
018160* 6720-LIST-MOVEMENTS - ONE PASS OVER THE RANGE, TO THE SCREEN  *
018170*            OR (PRINT-MODE) TO STMTOUT.  TODAY'S TRANLOG IS    *
018180*            READ ONLY WHEN THE RANGE REACHES THE BUSINESS      *
018190*            DATE; THE LOG IS REOPENED FOR EXTEND AFTERWARDS.   *
018200*****************************************************************
018210 6720-LIST-MOVEMENTS.
018220     MOVE ZERO TO WS-MOVE-COUNT
018230     MOVE ZERO TO WS-MOVE-TOTAL
018240     MOVE ZERO TO WS-PAGE-LINE-COUNT
018250     MOVE "N"  TO WS-LIST-STOP-SW
018260     MOVE "N"  TO WS-UMSHIST-EOF-SW
018270     PERFORM 6725-WRITE-LIST-HEADER THRU 6725-EXIT
018280
018290     MOVE WS-INQ-ACCT-NUMBER TO UH-ACCT-NUMBER
018300     MOVE SPACES             TO UH-TIMESTAMP
018310     MOVE WS-FROM-DATE       TO UH-TIMESTAMP (1:8)
018320     MOVE ZERO               TO UH-SEQ
018330     START UMSHIST KEY IS NOT LESS THAN UH-KEY
018340         INVALID KEY
018350             MOVE "Y" TO WS-UMSHIST-EOF-SW
018360     END-START
018370     PERFORM 6730-NEXT-HISTORY-ENTRY THRU 6730-EXIT
018380         UNTIL UMSHIST-EOF OR LIST-STOP
018390
018400     IF WS-TO-DATE NOT < WS-BUSINESS-DATE
018410        AND NOT LIST-STOP
018420        MOVE "N" TO WS-TRANLOG-EOF-SW
018430        CLOSE TRANLOG
018440        OPEN INPUT TRANLOG
018450        IF WS-TRANLOG-STATUS NOT = "00"
018460           DISPLAY "FEHLER BEIM LESEN VON TRANLOG, STATUS "
018470               WS-TRANLOG-STATUS
018480           MOVE "Y" TO WS-TRANLOG-EOF-SW
018490        END-IF
018500        PERFORM 6740-NEXT-TODAY-ENTRY THRU 6740-EXIT
018510            UNTIL TRANLOG-EOF OR LIST-STOP
018520        CLOSE TRANLOG
018530        PERFORM 1200-OPEN-TRANLOG THRU 1200-EXIT
018540     END-IF
018550
018560     PERFORM 6760-WRITE-LIST-FOOTER THRU 6760-EXIT.
018570 6720-EXIT.
018580     EXIT.
018590
018600 6725-WRITE-LIST-HEADER.
018610     MOVE SPACES TO WS-MOVE-LINE
018620     STRING "UMSATZANZEIGE KONTO " DELIMITED BY SIZE
018630         WS-INQ-ACCT-NUMBER DELIMITED BY SIZE
018640         " - " DELIMITED BY SIZE
018650         CUST-FIRST-NAME DELIMITED BY "  "
018660         " " DELIMITED BY SIZE
018670         CUST-LAST-NAME DELIMITED BY "  "
018680         INTO WS-MOVE-LINE
018690     IF PRINT-MODE
018700        MOVE ALL "=" TO ST-LINE
018710        WRITE ST-LINE
018720        MOVE SPACES TO ST-LINE
018730        STRING "  " DELIMITED BY SIZE
018740            WS-MOVE-LINE DELIMITED BY SIZE
018750            INTO ST-LINE
018760        WRITE ST-LINE
018770     ELSE
018780        DISPLAY " "
018790        DISPLAY WS-MOVE-LINE
018800     END-IF
018810     MOVE SPACES TO WS-MOVE-LINE
018820     STRING "ZEITRAUM " DELIMITED BY SIZE
018830         WS-FROM-DATE DELIMITED BY SIZE
018840         " BIS " DELIMITED BY SIZE
018850         WS-TO-DATE DELIMITED BY SIZE
018860         INTO WS-MOVE-LINE
018870     PERFORM 6770-PUT-LIST-LINE THRU 6770-EXIT
018880     MOVE SPACES TO WS-MOVE-LINE
018890     STRING "DATUM    ZEIT   VORGANG" DELIMITED BY SIZE
018900         "           BETRAG" DELIMITED BY SIZE
018910         "         SALDO KENNUNG  TEXT" DELIMITED BY SIZE
018920         INTO WS-MOVE-LINE
018930     PERFORM 6770-PUT-LIST-LINE THRU 6770-EXIT
018940     MOVE ALL "-" TO WS-MOVE-LINE
018950     PERFORM 6770-PUT-LIST-LINE THRU 6770-EXIT.
018960 6725-EXIT.
018970     EXIT.
018980
018990 6730-NEXT-HISTORY-ENTRY.
019000     READ UMSHIST NEXT RECORD
019010         AT END
019020             MOVE "Y" TO WS-UMSHIST-EOF-SW
019030             GO TO 6730-EXIT
019040     END-READ
019050     IF UH-ACCT-NUMBER NOT = WS-INQ-ACCT-NUMBER
019060        OR UH-TIMESTAMP (1:8) > WS-TO-DATE
019070        MOVE "Y" TO WS-UMSHIST-EOF-SW
019080        GO TO 6730-EXIT
019090     END-IF
019100     MOVE UH-TIMESTAMP       TO WS-MOVE-TIMESTAMP
019110     MOVE UH-ACTION          TO WS-MOVE-ACTION
019120     MOVE UH-SEARCH-TEXT     TO WS-MOVE-TEXT
019130     MOVE UH-BALANCE-DISPLAY TO WS-MOVE-BALANCE
019140     MOVE UH-TELLER-ID       TO WS-MOVE-TELLER
019150     MOVE UH-AMOUNT          TO WS-MOVE-AMOUNT
019160     PERFORM 6750-SHOW-MOVEMENT THRU 6750-EXIT.
019170 6730-EXIT.
019180     EXIT.
019190
019200 6740-NEXT-TODAY-ENTRY.
019210     READ TRANLOG
019220         AT END
019230             MOVE "Y" TO WS-TRANLOG-EOF-SW
019240             GO TO 6740-EXIT
019250     END-READ
019260     IF TL-ACCT-NUMBER NOT = WS-INQ-ACCT-NUMBER
019270        GO TO 6740-EXIT
019280     END-IF
019290     IF TL-AMOUNT NOT NUMERIC
019300        GO TO 6740-EXIT
019310     END-IF
019320     IF TL-AMOUNT = ZERO
019330        GO TO 6740-EXIT
019340     END-IF
019350     IF TL-TIMESTAMP (1:8) < WS-FROM-DATE
019360        OR TL-TIMESTAMP (1:8) > WS-TO-DATE
019370        GO TO 6740-EXIT
019380     END-IF
019390     MOVE TL-TIMESTAMP       TO WS-MOVE-TIMESTAMP
019400     MOVE TL-ACTION          TO WS-MOVE-ACTION
019410     MOVE TL-SEARCH-TEXT     TO WS-MOVE-TEXT
019420     MOVE TL-BALANCE-DISPLAY TO WS-MOVE-BALANCE
019430     MOVE TL-TELLER-ID       TO WS-MOVE-TELLER
019440     MOVE TL-AMOUNT          TO WS-MOVE-AMOUNT
019450     PERFORM 6750-SHOW-MOVEMENT THRU 6750-EXIT.
019460 6740-EXIT.
019470     EXIT.
019480
019490*****************************************************************
019500* 6750-SHOW-MOVEMENT - ONE LINE PER MOVEMENT; ON THE SCREEN     *
019510*            THE TELLER IS ASKED TO GO ON AFTER EVERY FULL PAGE *
019520*****************************************************************
019530 6750-SHOW-MOVEMENT.
019540     IF NOT PRINT-MODE
019550        AND WS-PAGE-LINE-COUNT NOT < WS-PAGE-SIZE
019560        DISPLAY "Weiter mit Eingabe, (E) Ende: "
019570        MOVE SPACES TO WS-ANSWER
019580        ACCEPT WS-ANSWER
019590        IF WS-ANSWER = "E" OR WS-ANSWER = "e"
019600           MOVE "Y" TO WS-LIST-STOP-SW
019610           GO TO 6750-EXIT
019620        END-IF
019630        MOVE ZERO TO WS-PAGE-LINE-COUNT
019640     END-IF
019650     ADD 1 TO WS-MOVE-COUNT
019660     ADD WS-MOVE-AMOUNT TO WS-MOVE-TOTAL
019670     MOVE WS-MOVE-AMOUNT TO WS-MOVE-AMOUNT-EDIT
019680     MOVE SPACES TO WS-MOVE-LINE
019690     STRING WS-MOVE-TIMESTAMP (1:8) DELIMITED BY SIZE
019700         " " DELIMITED BY SIZE
019710         WS-MOVE-TIMESTAMP (10:2) DELIMITED BY SIZE
019720         ":" DELIMITED BY SIZE
019730         WS-MOVE-TIMESTAMP (12:2) DELIMITED BY SIZE
019740         "  " DELIMITED BY SIZE
019750         WS-MOVE-ACTION DELIMITED BY SIZE
019760         " " DELIMITED BY SIZE
019770         WS-MOVE-AMOUNT-EDIT DELIMITED BY SIZE
019780         " " DELIMITED BY SIZE
019790         WS-MOVE-BALANCE DELIMITED BY SIZE
019800         " " DELIMITED BY SIZE
019810         WS-MOVE-TELLER DELIMITED BY SIZE
019820         " " DELIMITED BY SIZE
019830         WS-MOVE-TEXT (1:14) DELIMITED BY SIZE
019840         INTO WS-MOVE-LINE
019850     PERFORM 6770-PUT-LIST-LINE THRU 6770-EXIT.
019860 6750-EXIT.
019870     EXIT.
019880
019890 6760-WRITE-LIST-FOOTER.
019900     IF LIST-STOP
019910        DISPLAY "Anzeige beendet."
019920        GO TO 6760-EXIT
019930     END-IF
019940     MOVE ALL "-" TO WS-MOVE-LINE
019950     PERFORM 6770-PUT-LIST-LINE THRU 6770-EXIT
019960     MOVE WS-MOVE-COUNT TO WS-SESSION-COUNT-EDIT
019970     MOVE WS-MOVE-TOTAL TO WS-SESSION-TOTAL-EDIT
019980     MOVE SPACES TO WS-MOVE-LINE
019990     STRING "UMSAETZE: " DELIMITED BY SIZE
020000         WS-SESSION-COUNT-EDIT DELIMITED BY SIZE
020010         "   SUMME: " DELIMITED BY SIZE
020020         WS-SESSION-TOTAL-EDIT DELIMITED BY SIZE
020030         INTO WS-MOVE-LINE
020040     PERFORM 6770-PUT-LIST-LINE THRU 6770-EXIT
020050     IF PRINT-MODE
020060        MOVE ALL "=" TO ST-LINE
020070        WRITE ST-LINE
020080        MOVE SPACES TO ST-LINE
020090        WRITE ST-LINE
020100     END-IF.
020110 6760-EXIT.
020120     EXIT.
020130
020140 6770-PUT-LIST-LINE.
020150     IF PRINT-MODE
020160        MOVE SPACES TO ST-LINE
020170        STRING "  " DELIMITED BY SIZE
020180            WS-MOVE-LINE DELIMITED BY SIZE
020190            INTO ST-LINE
020200        WRITE ST-LINE
020210     ELSE
020220        DISPLAY WS-MOVE-LINE
020230        ADD 1 TO WS-PAGE-LINE-COUNT
020240     END-IF.
020250 6770-EXIT.
020260     EXIT.
020270
020280*****************************************************************
020290* 7000-WRITE-LOG - APPEND ONE AUDIT RECORD TO TRANLOG           *
020300*****************************************************************
020310 7000-WRITE-LOG.
020320     MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
020330     ACCEPT WS-CURRENT-TIME FROM TIME
020340     MOVE SPACES TO WS-TIMESTAMP
020350     STRING WS-CURRENT-DATE DELIMITED BY SIZE
020360         "-" DELIMITED BY SIZE
020370         WS-CURRENT-TIME DELIMITED BY SIZE
020380         INTO WS-TIMESTAMP
020390
020400     MOVE WS-TIMESTAMP        TO TL-TIMESTAMP
020410     MOVE WS-LOG-ACTION       TO TL-ACTION
020420     MOVE WS-LOG-SEARCH-TEXT  TO TL-SEARCH-TEXT
020430     MOVE WS-LOG-ACCT-NUMBER  TO TL-ACCT-NUMBER
020440     MOVE WS-LOG-BALANCE-EDIT TO TL-BALANCE-DISPLAY
020450     MOVE WS-TELLER-ID        TO TL-TELLER-ID
020460     MOVE WS-LOG-AMOUNT       TO TL-AMOUNT
020470     MOVE ZERO                TO WS-LOG-AMOUNT
020480
020490     WRITE TL-RECORD
020500     IF WS-TRANLOG-STATUS NOT = "00"
020510        DISPLAY "WARNUNG: PROTOKOLLEINTRAG FEHLGESCHLAGEN, "
020520            "STATUS " WS-TRANLOG-STATUS
020530     END-IF.
020540 7000-EXIT.
020550     EXIT.
020560
020570*****************************************************************
020580* 8000-OFFER-ACTIONS - AFTER A SUCCESSFUL LOOKUP, OFFER TO POST *
020590*            A TRANSACTION AND/OR PRINT A STATEMENT.            *
020600*****************************************************************
020610 8000-OFFER-ACTIONS.
020620     MOVE WS-SELECTED-ACCT-NUMBER TO WS-ACTION-ACCT-NUMBER
020630     IF WS-MATCH-COUNT > 1
020640        DISPLAY "Mehrere Treffer - bitte Kontonummer fuer "
020650            "Buchung/Auszug angeben: "
020660        ACCEPT WS-USER-INPUT
020670        MOVE WS-USER-INPUT TO WS-ACTION-ACCT-NUMBER
020680     END-IF
020690
020700     DISPLAY "Buchung erfassen? (J/N): "
020710     ACCEPT WS-ANSWER
020720     IF WS-ANSWER = "J" OR WS-ANSWER = "j"
020730        PERFORM 5000-POST-TRANSACTION THRU 5000-EXIT
020740     END-IF
020750
020760     DISPLAY "Umbuchung erfassen? (J/N): "
020770     ACCEPT WS-ANSWER
020780     IF WS-ANSWER = "J" OR WS-ANSWER = "j"
020790        PERFORM 5500-TRANSFER THRU 5500-EXIT
020800     END-IF
020810
020820     DISPLAY "Ueberweisung erfassen? (J/N): "
020830     ACCEPT WS-ANSWER
020840     IF WS-ANSWER = "J" OR WS-ANSWER = "j"
020850        PERFORM 6500-EXTERNAL-TRANSFER THRU 6500-EXIT
020860     END-IF
020870
020880     DISPLAY "Kontoauszug drucken? (J/N): "
020890     ACCEPT WS-ANSWER
020900     IF WS-ANSWER = "J" OR WS-ANSWER = "j"
020910        PERFORM 6000-PRINT-STATEMENT THRU 6000-EXIT
020920     END-IF.
020930 8000-EXIT.
020940     EXIT.
020950
020960*****************************************************************
020970* 9000-TERMINATE - CLOSE ALL FILES BEFORE ENDING THE SESSION    *
020980*****************************************************************
020990 9000-TERMINATE.
021000     CLOSE ACCTMAS
021010     CLOSE CUSTMAS
021020     CLOSE TRANLOG
021030     CLOSE ACCTSTMT
021040     CLOSE PENDAUTH
021050     CLOSE OUTPAY
021060     CLOSE HOLDMAS
021070     CLOSE UMSHIST
021080     IF SIGNON-OK
021090        PERFORM 9100-DRAWER-SUMMARY THRU 9100-EXIT
021100     END-IF
021110     DISPLAY "Sitzung beendet.".
021120 9000-EXIT.
021130     EXIT.
021140
021150*****************************************************************
021160* 9100-DRAWER-SUMMARY - SESSION TOTALS SO THE TELLER CAN       *
021170*            BALANCE THE CASH DRAWER AGAINST THE SYSTEM FIGURE *
021180*****************************************************************
021190 9100-DRAWER-SUMMARY.
021200     DISPLAY " "
021210     DISPLAY "----- KASSENABSCHLUSS SCHALTER " WS-TELLER-ID
021220         " -----"
021230     MOVE WS-SESSION-DEPOSIT-COUNT TO WS-SESSION-COUNT-EDIT
021240     MOVE WS-SESSION-DEPOSIT-TOTAL TO WS-SESSION-TOTAL-EDIT
021250     DISPLAY "Einzahlungen : " WS-SESSION-COUNT-EDIT
021260         " Stueck, Summe " WS-SESSION-TOTAL-EDIT
021270     MOVE WS-SESSION-WITHDRAW-COUNT TO WS-SESSION-COUNT-EDIT
021280     MOVE WS-SESSION-WITHDRAW-TOTAL TO WS-SESSION-TOTAL-EDIT
021290     DISPLAY "Auszahlungen : " WS-SESSION-COUNT-EDIT
021300         " Stueck, Summe " WS-SESSION-TOTAL-EDIT.
021310 9100-EXIT.
021320     EXIT.
