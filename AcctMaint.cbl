000450*                    PUNKT 7) FUER DIE KAPITALERTRAGSTEUER    *
000460*                    IM ZINSLAUF, EBENFALLS MIT ALT/NEU-      *
000470*                    PROTOKOLL.                               *
000480*    2026-10-15  HD  GESCHAEFTSDATUM: ANMELDUNG UND JEDE       *
000490*                    MENUERUNDE PRUEFEN BUSDATE; IST DER       *
000500*                    SCHALTER NICHT GEOEFFNET, ENDET DIE       *
000510*                    SITZUNG. DIE PROTOKOLL-ZEITSTEMPEL TRAGEN *
000520*                    DAS GESCHAEFTSDATUM STATT DES             *
000530*                    SYSTEMDATUMS. RENUMBERED THE SOURCE.      *
000540*    2026-10-15  HD  VORMERKUNGEN UND PFAENDUNGEN (HOLDMAS,    *
000550*                    MENUEPUNKT 8): ANLEGEN, AENDERN UND       *
000560*                    AUFHEBEN JE KONTO MIT ANZEIGE DES         *
000570*                    VERFUEGBAREN SALDOS; JEDE AENDERUNG WIRD  *
000580*                    ALS VORM-NEU, VORM-AEN ODER VORM-AUF      *
000590*                    PROTOKOLLIERT. RENUMBERED THE SOURCE.     *
000600*    2026-10-15  HD  DER NEUKONTO-PROTOKOLLEINTRAG TRAEGT      *
000610*                    STATT DER BEDIENERKENNUNG (STEHT OHNEHIN  *
000620*                    IN TL-TELLER-ID) DIE KUNDENNUMMER, DAMIT  *
000630*                    ACCTRECOVERY DAS KONTO AUS DEM PROTOKOLL  *
000640*                    NEU ANLEGEN KANN. RENUMBERED THE SOURCE.  *
000650*                                                               *
000660*****************************************************************
000670
000680 ENVIRONMENT DIVISION.
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710     SELECT BUSDATE ASSIGN TO "BUSDATE"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-BUSDATE-STATUS.
000740
000750     SELECT ACCTMAS ASSIGN TO "ACCTMAS"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS ACCT-NUMBER
000790         ALTERNATE RECORD KEY IS ACCT-CUST-NUMBER
000800             WITH DUPLICATES
000810         FILE STATUS IS WS-ACCTMAS-STATUS.
000820
000830     SELECT TRANLOG ASSIGN TO "TRANLOG"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-TRANLOG-STATUS.
000860
000870     SELECT CUSTMAS ASSIGN TO "CUSTMAS"
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS CUST-NUMBER
000910         ALTERNATE RECORD KEY IS CUST-LAST-NAME
000920             WITH DUPLICATES
000930         FILE STATUS IS WS-CUSTMAS-STATUS.
000940
000950     SELECT STORDER ASSIGN TO "STORDER"
000960         ORGANIZATION IS INDEXED
000970         ACCESS MODE IS DYNAMIC
000980         RECORD KEY IS SO-ORDER-KEY
000990         FILE STATUS IS WS-STORDER-STATUS.
001000
001010     SELECT HOLDMAS ASSIGN TO "HOLDMAS"
001020         ORGANIZATION IS INDEXED
001030         ACCESS MODE IS DYNAMIC
001040         RECORD KEY IS HL-HOLD-KEY
001050         FILE STATUS IS WS-HOLDMAS-STATUS.
001060
001070 DATA DIVISION.
001080 FILE SECTION.
001090 FD  BUSDATE
001100     LABEL RECORDS ARE STANDARD.
001110 COPY BDATREC.
001120
001130 FD  ACCTMAS
001140     LABEL RECORDS ARE STANDARD.
001150 COPY ACCTREC.
001160
001170 FD  TRANLOG
001180     LABEL RECORDS ARE STANDARD.
001190 COPY TRANREC.
001200
001210 FD  CUSTMAS
001220     LABEL RECORDS ARE STANDARD.
001230 COPY CUSTREC.
001240
001250 FD  STORDER
001260     LABEL RECORDS ARE STANDARD.
001270 COPY STORDREC.
001280
001290 FD  HOLDMAS
001300     LABEL RECORDS ARE STANDARD.
001310 COPY HOLDREC.
001320
001330 WORKING-STORAGE SECTION.
001340*--------------------------------------------------------------*
001350* FILE STATUS SWITCHES                                          *
001360*--------------------------------------------------------------*
001370 01  WS-BUSDATE-STATUS           PIC X(02) VALUE "00".
001380 01  WS-ACCTMAS-STATUS           PIC X(02) VALUE "00".
001390 01  WS-TRANLOG-STATUS           PIC X(02) VALUE "00".
001400 01  WS-STORDER-STATUS           PIC X(02) VALUE "00".
001410 01  WS-CUSTMAS-STATUS           PIC X(02) VALUE "00".
001420 01  WS-HOLDMAS-STATUS           PIC X(02) VALUE "00".
001430
001440*--------------------------------------------------------------*
001450* CONDITION SWITCHES                                            *
001460*--------------------------------------------------------------*
001470 01  WS-END-OF-SESSION-SW        PIC X(01) VALUE "N".
001480     88  END-OF-SESSION                    VALUE "Y".
001490 01  WS-ACCTMAS-EOF-SW           PIC X(01) VALUE "N".
001500     88  ACCTMAS-EOF                       VALUE "Y".
001510 01  WS-RECORD-FOUND-SW          PIC X(01) VALUE "N".
001520     88  RECORD-FOUND                      VALUE "Y".
001530 01  WS-SIGNON-OK-SW             PIC X(01) VALUE "N".
001540     88  SIGNON-OK                         VALUE "Y".
001550 01  WS-STORDER-EOF-SW           PIC X(01) VALUE "N".
001560     88  STORDER-EOF                       VALUE "Y".
001570 01  WS-ORDER-FOUND-SW           PIC X(01) VALUE "N".
001580     88  ORDER-FOUND                       VALUE "Y".
001590 01  WS-CUSTMAS-EOF-SW           PIC X(01) VALUE "N".
001600     88  CUSTMAS-EOF                       VALUE "Y".
001610 01  WS-CUST-FOUND-SW            PIC X(01) VALUE "N".
001620     88  CUST-FOUND                        VALUE "Y".
001630 01  WS-HOLDMAS-EOF-SW           PIC X(01) VALUE "N".
001640     88  HOLDMAS-EOF                       VALUE "Y".
001650 01  WS-HOLD-FOUND-SW            PIC X(01) VALUE "N".
001660     88  HOLD-FOUND                        VALUE "Y".
001670
001680*--------------------------------------------------------------*
001690* OPERATOR SESSION WORK FIELDS                                  *
001700*--------------------------------------------------------------*
001710 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
001720 01  WS-SIGNON-TRY-COUNT         PIC 9(01) COMP VALUE ZERO.
001730 01  WS-MENU-CHOICE              PIC X(01).
001740 01  WS-ANSWER                   PIC X(01).
001750 01  WS-USER-INPUT               PIC X(60).
001760
001770*--------------------------------------------------------------*
001780* MAINTENANCE WORK FIELDS                                       *
001790*--------------------------------------------------------------*
001800 01  WS-NEXT-ACCT-NUMBER         PIC 9(06) VALUE ZERO.
001810 01  WS-HIGHEST-ACCT-NUMBER      PIC 9(06) VALUE ZERO.
001820 01  WS-WORK-ACCT-NUMBER         PIC 9(06) VALUE ZERO.
001830 01  WS-NEXT-CUST-NUMBER         PIC 9(06) VALUE ZERO.
001840 01  WS-HIGHEST-CUST-NUMBER      PIC 9(06) VALUE ZERO.
001850 01  WS-CUST-NUMBER-X            PIC X(06).
001860 01  WS-NEW-FIRST-NAME           PIC X(20).
001870 01  WS-NEW-LAST-NAME            PIC X(20).
001880 01  WS-NEW-BIRTH-DATE           PIC X(10).
001890
001900*--------------------------------------------------------------*
001910* STANDING ORDER WORK FIELDS                                    *
001920*--------------------------------------------------------------*
001930 01  WS-ORDER-MENU-CHOICE        PIC X(01).
001940 01  WS-ORDER-COUNT              PIC 9(02) COMP VALUE ZERO.
001950 01  WS-HIGHEST-ORDER-SEQ        PIC 9(02) VALUE ZERO.
001960 01  WS-NEW-TARGET-X             PIC X(06).
001970 01  WS-NEW-AMOUNT-X             PIC X(15).
001980 01  WS-NEW-EXEC-DAY-X           PIC X(02).
001990 01  WS-NEW-ORDER-STATUS         PIC X(01).
002000 01  WS-ORDER-AMOUNT-EDIT        PIC -(7)9.99.
002010
002020*--------------------------------------------------------------*
002030* OVERDRAFT LIMIT WORK FIELDS                                   *
002040*--------------------------------------------------------------*
002050 01  OD-LIMIT-DEFAULT            PIC S9(7)V99 VALUE -500.00.
002060 01  WS-NEW-DISPO-X              PIC X(15).
002070 01  WS-NEW-DISPO                PIC 9(7)V99 VALUE ZERO.
002080 01  WS-OLD-LIMIT                PIC S9(7)V99 VALUE ZERO.
002090
002100*--------------------------------------------------------------*
002110* EXEMPTION (FREISTELLUNGSAUFTRAG) WORK FIELDS                  *
002120*--------------------------------------------------------------*
002130 01  WS-NEW-EXEMPT-X             PIC X(15).
002140 01  WS-NEW-EXEMPT               PIC 9(7)V99 VALUE ZERO.
002150 01  WS-OLD-EXEMPT               PIC S9(7)V99 VALUE ZERO.
002160
002170*--------------------------------------------------------------*
002180* HOLD (VORMERKUNG / PFAENDUNG) WORK FIELDS                     *
002190*--------------------------------------------------------------*
002200 01  WS-HOLD-MENU-CHOICE         PIC X(01).
002210 01  WS-HOLD-COUNT               PIC 9(03) COMP VALUE ZERO.
002220 01  WS-HIGHEST-HOLD-SEQ         PIC 9(03) VALUE ZERO.
002230 01  WS-HOLD-TOTAL               PIC S9(9)V99 VALUE ZERO.
002240 01  WS-AVAILABLE                PIC S9(9)V99 VALUE ZERO.
002250 01  WS-NEW-REASON               PIC X(01).
002260 01  WS-NEW-REFERENCE            PIC X(20).
002270 01  WS-NEW-HOLD-AMOUNT-X        PIC X(15).
002280 01  WS-NEW-HOLD-AMOUNT          PIC 9(7)V99 VALUE ZERO.
002290 01  WS-NEW-START-X              PIC X(08).
002300 01  WS-NEW-EXPIRY-X             PIC X(08).
002310 01  WS-HOLD-STATUS-TEXT         PIC X(12).
002320 01  WS-HOLD-AMOUNT-EDIT         PIC -(7)9.99.
002330 01  WS-OLD-HOLD-AMOUNT-EDIT     PIC -(7)9.99.
002340
002350*--------------------------------------------------------------*
002360* DISPLAY / EDIT FIELDS                                         *
002370*--------------------------------------------------------------*
002380 01  WS-BALANCE-EDIT             PIC -(9)9.99.
002390 01  WS-LIMIT-EDIT               PIC -(7)9.99.
002400 01  WS-OLD-LIMIT-EDIT           PIC -(7)9.99.
002410
002420*--------------------------------------------------------------*
002430* AUDIT TRAIL WORK FIELDS                                       *
002440*--------------------------------------------------------------*
002450 01  WS-CURRENT-DATE             PIC 9(08).
002460 01  WS-CURRENT-TIME             PIC 9(08).
002470 01  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
002480 01  WS-TIMESTAMP                PIC X(17).
002490 01  WS-LOG-ACTION               PIC X(10).
002500 01  WS-LOG-ACCT-NUMBER          PIC 9(06).
002510 01  WS-LOG-SEARCH-TEXT          PIC X(30).
002520 01  WS-LOG-BALANCE-EDIT         PIC -(9)9.99.
002530
002540 PROCEDURE DIVISION.
002550*****************************************************************
002560* 0000-MAINLINE                                                *
002570*****************************************************************
002580 0000-MAINLINE.
002590     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002600     PERFORM 2000-PROCESS-SESSION THRU 2000-EXIT
002610         UNTIL END-OF-SESSION
002620     PERFORM 9000-TERMINATE THRU 9000-EXIT
002630     STOP RUN.
002640
002650*****************************************************************
002660* 1000-INITIALIZE - OPERATOR SIGN-ON AND FILE OPENS             *
002670*****************************************************************
002680 1000-INITIALIZE.
002690     PERFORM 1050-CHECK-BUSINESS-DATE THRU 1050-EXIT
002700     IF END-OF-SESSION
002710        GO TO 1000-EXIT
002720     END-IF
002730     PERFORM 1400-OPERATOR-SIGNON THRU 1400-EXIT
002740         UNTIL SIGNON-OK OR END-OF-SESSION
002750     IF END-OF-SESSION
002760        GO TO 1000-EXIT
002770     END-IF
002780     PERFORM 1100-OPEN-ACCTMAS THRU 1100-EXIT
002790     PERFORM 1200-OPEN-TRANLOG THRU 1200-EXIT
002800     PERFORM 1300-OPEN-STORDER THRU 1300-EXIT
002810     PERFORM 1350-OPEN-CUSTMAS THRU 1350-EXIT
002820     PERFORM 1370-OPEN-HOLDMAS THRU 1370-EXIT.
002830 1000-EXIT.
002840     EXIT.
002850
002860*****************************************************************
002870* 1050-CHECK-BUSINESS-DATE - THE SESSION RUNS ONLY WHILE        *
002880*            BUSDATE SHOWS THE COUNTER OPEN; DONE BEFORE        *
002890*            SIGN-ON AND AT THE START OF EVERY MENU ROUND       *
002900*****************************************************************
002910 1050-CHECK-BUSINESS-DATE.
002920     OPEN INPUT BUSDATE
002930     IF WS-BUSDATE-STATUS NOT = "00"
002940        DISPLAY "FEHLER BEIM OEFFNEN VON BUSDATE, STATUS "
002950            WS-BUSDATE-STATUS
002960        SET END-OF-SESSION TO TRUE
002970        GO TO 1050-EXIT
002980     END-IF
002990     READ BUSDATE
003000         AT END
003010             CLOSE BUSDATE
003020             DISPLAY "Kein Geschaeftsdatum eingerichtet - "
003030                 "Programmende."
003040             SET END-OF-SESSION TO TRUE
003050             GO TO 1050-EXIT
003060     END-READ
003070     CLOSE BUSDATE
003080     IF NOT BD-ONLINE-OPEN
003090        DISPLAY "Schalter fuer Geschaeftstag " BD-BUSINESS-DATE
003100            " ist geschlossen - Programmende."
003110        SET END-OF-SESSION TO TRUE
003120        GO TO 1050-EXIT
003130     END-IF
003140     MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE.
003150 1050-EXIT.
003160     EXIT.
003170
003180 1100-OPEN-ACCTMAS.
003190     OPEN I-O ACCTMAS
003200     IF WS-ACCTMAS-STATUS = "35"
003210        OPEN OUTPUT ACCTMAS
003220        CLOSE ACCTMAS
003230        OPEN I-O ACCTMAS
003240     END-IF
003250     IF WS-ACCTMAS-STATUS NOT = "00"
003260        DISPLAY "FEHLER BEIM OEFFNEN VON ACCTMAS, STATUS "
003270            WS-ACCTMAS-STATUS
003280        SET END-OF-SESSION TO TRUE
003290     END-IF.
003300 1100-EXIT.
003310     EXIT.
003320
003330 1200-OPEN-TRANLOG.
003340     OPEN EXTEND TRANLOG
003350     IF WS-TRANLOG-STATUS = "35"
003360        OPEN OUTPUT TRANLOG
003370        CLOSE TRANLOG
003380        OPEN EXTEND TRANLOG
003390     END-IF.
003400 1200-EXIT.
003410     EXIT.
003420
003430 1300-OPEN-STORDER.
003440     OPEN I-O STORDER
003450     IF WS-STORDER-STATUS = "35"
003460        OPEN OUTPUT STORDER
003470        CLOSE STORDER
003480        OPEN I-O STORDER
003490     END-IF
003500     IF WS-STORDER-STATUS NOT = "00"
003510        DISPLAY "FEHLER BEIM OEFFNEN VON STORDER, STATUS "
003520            WS-STORDER-STATUS
003530        SET END-OF-SESSION TO TRUE
003540     END-IF.
003550 1300-EXIT.
003560     EXIT.
003570
003580 1350-OPEN-CUSTMAS.
003590     OPEN I-O CUSTMAS
003600     IF WS-CUSTMAS-STATUS = "35"
003610        OPEN OUTPUT CUSTMAS
003620        CLOSE CUSTMAS
003630        OPEN I-O CUSTMAS
003640     END-IF
003650     IF WS-CUSTMAS-STATUS NOT = "00"
003660        DISPLAY "FEHLER BEIM OEFFNEN VON CUSTMAS, STATUS "
003670            WS-CUSTMAS-STATUS
003680        SET END-OF-SESSION TO TRUE
003690     END-IF.
003700 1350-EXIT.
003710     EXIT.
003720
003730 1370-OPEN-HOLDMAS.
003740     OPEN I-O HOLDMAS
003750     IF WS-HOLDMAS-STATUS = "35"
003760        OPEN OUTPUT HOLDMAS
003770        CLOSE HOLDMAS
003780        OPEN I-O HOLDMAS
003790     END-IF
003800     IF WS-HOLDMAS-STATUS NOT = "00"
003810        DISPLAY "FEHLER BEIM OEFFNEN VON HOLDMAS, STATUS "
003820            WS-HOLDMAS-STATUS
003830        SET END-OF-SESSION TO TRUE
003840     END-IF.
003850 1370-EXIT.
003860     EXIT.
003870
003880 1400-OPERATOR-SIGNON.
003890     DISPLAY "Bearbeiter-Kennung eingeben: "
003900     ACCEPT WS-OPERATOR-ID
003910     IF WS-OPERATOR-ID = SPACES
003920        ADD 1 TO WS-SIGNON-TRY-COUNT
003930        DISPLAY "Kennung darf nicht leer sein."
003940        IF WS-SIGNON-TRY-COUNT NOT < 3
003950           DISPLAY "Anmeldung fehlgeschlagen - Programmende."
003960           SET END-OF-SESSION TO TRUE
003970        END-IF
003980     ELSE
003990        MOVE "Y" TO WS-SIGNON-OK-SW
004000     END-IF.
004010 1400-EXIT.
004020     EXIT.
004030
004040*****************************************************************
004050* 2000-PROCESS-SESSION - ONE MAINTENANCE MENU ROUND             *
004060*****************************************************************
004070 2000-PROCESS-SESSION.
004080     PERFORM 1050-CHECK-BUSINESS-DATE THRU 1050-EXIT
004090     IF END-OF-SESSION
004100        GO TO 2000-EXIT
004110     END-IF
004120     DISPLAY " "
004130     DISPLAY "-----------------------------------------------"
004140     DISPLAY "(1) Konto eroeffnen"
004150     DISPLAY "(2) Kundendaten aendern"
004160     DISPLAY "(3) Konto schliessen"
004170     DISPLAY "(4) Konto sperren/entsperren"
004180     DISPLAY "(5) Dauerauftraege pflegen"
004190     DISPLAY "(6) Ueberziehungslimit aendern"
004200     DISPLAY "(7) Freistellungsauftrag aendern"
004210     DISPLAY "(8) Vormerkungen/Pfaendungen pflegen"
004220     DISPLAY "(E) Programm beenden (ENDE)"
004230     DISPLAY "Bitte Auswahl eingeben: "
004240     ACCEPT WS-MENU-CHOICE
004250
004260     EVALUATE WS-MENU-CHOICE
004270         WHEN "E" WHEN "e"
004280             SET END-OF-SESSION TO TRUE
004290         WHEN "1"
004300             PERFORM 3000-OPEN-ACCOUNT THRU 3000-EXIT
004310         WHEN "2"
004320             PERFORM 4000-CHANGE-CUSTOMER THRU 4000-EXIT
004330         WHEN "3"
004340             PERFORM 5000-CLOSE-ACCOUNT THRU 5000-EXIT
004350         WHEN "4"
004360             PERFORM 5500-TOGGLE-LOCK THRU 5500-EXIT
004370         WHEN "5"
004380             PERFORM 6500-ORDER-MENU THRU 6500-EXIT
004390         WHEN "6"
004400             PERFORM 5800-CHANGE-LIMIT THRU 5800-EXIT
004410         WHEN "7"
004420             PERFORM 5900-CHANGE-EXEMPTION THRU 5900-EXIT
004430         WHEN "8"
004440             PERFORM 6600-HOLD-MENU THRU 6600-EXIT
004450         WHEN OTHER
004460             DISPLAY "Ungueltige Auswahl."
004470     END-EVALUATE.
004480 2000-EXIT.
004490     EXIT.
004500
004510*****************************************************************
004520* 3000-OPEN-ACCOUNT - CREATE A NEW MASTER RECORD WITH THE NEXT  *
004530*            FREE ACCOUNT NUMBER AND A ZERO OPENING BALANCE.    *
004540*            THE ACCOUNT IS ATTACHED TO AN EXISTING CUSTOMER    *
004550*            OR TO ONE CAPTURED ON THE SPOT - THE NAME IS       *
004560*            NEVER RETYPED FOR A SECOND ACCOUNT.  THE NEUKONTO  *
004570*            LOG ENTRY CARRIES THE CUSTOMER NUMBER SO THE       *
004580*            ACCOUNT CAN BE REBUILT FROM THE LOG.               *
004590*****************************************************************
004600 3000-OPEN-ACCOUNT.
004610     DISPLAY "Kundennummer (leer = neuer Kunde): "
004620     ACCEPT WS-CUST-NUMBER-X
004630     IF WS-CUST-NUMBER-X = SPACES
004640        PERFORM 3300-CREATE-CUSTOMER THRU 3300-EXIT
004650        IF NOT CUST-FOUND
004660           GO TO 3000-EXIT
004670        END-IF
004680     ELSE
004690        IF WS-CUST-NUMBER-X NOT NUMERIC
004700           DISPLAY "Kundennummer ungueltig - "
004710               "Eroeffnung abgebrochen."
004720           GO TO 3000-EXIT
004730        END-IF
004740        MOVE WS-CUST-NUMBER-X TO CUST-NUMBER
004750        READ CUSTMAS
004760            KEY IS CUST-NUMBER
004770            INVALID KEY
004780                DISPLAY "Kein Kunde mit Kundennummer "
004790                    CUST-NUMBER " gefunden - "
004800                    "Eroeffnung abgebrochen."
004810                GO TO 3000-EXIT
004820        END-READ
004830        DISPLAY "Kunde " CUST-NUMBER " - " CUST-FIRST-NAME
004840            SPACE CUST-LAST-NAME " (geb. " CUST-BIRTH-DATE ")"
004850     END-IF
004860
004870     PERFORM 3100-FIND-HIGHEST-NUMBER THRU 3100-EXIT
004880     COMPUTE WS-NEXT-ACCT-NUMBER = WS-HIGHEST-ACCT-NUMBER + 1
004890
004900     MOVE SPACES              TO ACCT-RECORD
004910     MOVE WS-NEXT-ACCT-NUMBER TO ACCT-NUMBER
004920     MOVE CUST-NUMBER         TO ACCT-CUST-NUMBER
004930     MOVE ZERO                TO ACCT-BALANCE
004940     MOVE "A"                 TO ACCT-STATUS
004950     MOVE OD-LIMIT-DEFAULT    TO ACCT-OD-LIMIT
004960     MOVE ZERO                TO ACCT-FREIBETRAG
004970
004980     WRITE ACCT-RECORD
004990         INVALID KEY
005000             DISPLAY "FEHLER BEIM ANLEGEN, STATUS "
005010                 WS-ACCTMAS-STATUS
005020             GO TO 3000-EXIT
005030     END-WRITE
005040
005050     DISPLAY "Konto " ACCT-NUMBER " fuer Kunde " CUST-NUMBER
005060         " (" CUST-FIRST-NAME SPACE CUST-LAST-NAME
005070         ") eroeffnet."
005080     MOVE "NEUKONTO"          TO WS-LOG-ACTION
005090     MOVE SPACES              TO WS-LOG-SEARCH-TEXT
005100     STRING "KUNDE " DELIMITED BY SIZE
005110         CUST-NUMBER DELIMITED BY SIZE
005120         INTO WS-LOG-SEARCH-TEXT
005130     MOVE ACCT-NUMBER         TO WS-LOG-ACCT-NUMBER
005140     MOVE ZERO                TO WS-LOG-BALANCE-EDIT
005150     PERFORM 7000-WRITE-LOG THRU 7000-EXIT.
005160 3000-EXIT.
005170     EXIT.
005180
005190 3100-FIND-HIGHEST-NUMBER.
005200     MOVE ZERO TO WS-HIGHEST-ACCT-NUMBER
005210     MOVE "N"  TO WS-ACCTMAS-EOF-SW
005220     MOVE ZERO TO ACCT-NUMBER
005230     START ACCTMAS KEY IS NOT LESS THAN ACCT-NUMBER
005240         INVALID KEY
005250             MOVE "Y" TO WS-ACCTMAS-EOF-SW
005260     END-START
005270     IF NOT ACCTMAS-EOF
005280        PERFORM 3200-READ-NEXT-NUMBER THRU 3200-EXIT
005290            UNTIL ACCTMAS-EOF
005300     END-IF.
005310 3100-EXIT.
005320     EXIT.
005330
005340 3200-READ-NEXT-NUMBER.
005350     READ ACCTMAS NEXT RECORD
005360         AT END
005370             MOVE "Y" TO WS-ACCTMAS-EOF-SW
005380         NOT AT END
005390             IF ACCT-NUMBER > WS-HIGHEST-ACCT-NUMBER
005400                MOVE ACCT-NUMBER TO WS-HIGHEST-ACCT-NUMBER
005410             END-IF
005420     END-READ.
005430 3200-EXIT.
005440     EXIT.
005450
005460*****************************************************************
005470* 3300-CREATE-CUSTOMER - CAPTURE A NEW CUSTOMER WITH THE NEXT   *
005480*            FREE CUSTOMER NUMBER.  CUST-FOUND SAYS THE RECORD  *
005490*            WAS WRITTEN AND SITS IN CUST-RECORD                *
005500*****************************************************************
005510 3300-CREATE-CUSTOMER.
005520     MOVE "N" TO WS-CUST-FOUND-SW
005530     DISPLAY "Vorname des Kunden: "
005540     ACCEPT WS-NEW-FIRST-NAME
005550     DISPLAY "Nachname des Kunden: "
005560     ACCEPT WS-NEW-LAST-NAME
005570     DISPLAY "Geburtsdatum (JJJJ-MM-TT): "
005580     ACCEPT WS-NEW-BIRTH-DATE
005590
005600     IF WS-NEW-FIRST-NAME = SPACES
005610        OR WS-NEW-LAST-NAME = SPACES
005620        OR WS-NEW-BIRTH-DATE = SPACES
005630        DISPLAY "Name und Geburtsdatum muessen angegeben "
005640            "werden - Anlage abgebrochen."
005650        GO TO 3300-EXIT
005660     END-IF
005670
005680     PERFORM 3400-FIND-HIGHEST-CUST THRU 3400-EXIT
005690     COMPUTE WS-NEXT-CUST-NUMBER = WS-HIGHEST-CUST-NUMBER + 1
005700
005710     MOVE SPACES              TO CUST-RECORD
005720     MOVE WS-NEXT-CUST-NUMBER TO CUST-NUMBER
005730     MOVE WS-NEW-FIRST-NAME   TO CUST-FIRST-NAME
005740     MOVE WS-NEW-LAST-NAME    TO CUST-LAST-NAME
005750     MOVE WS-NEW-BIRTH-DATE   TO CUST-BIRTH-DATE
005760
005770     WRITE CUST-RECORD
005780         INVALID KEY
005790             DISPLAY "FEHLER BEIM ANLEGEN DES KUNDEN, STATUS "
005800                 WS-CUSTMAS-STATUS
005810             GO TO 3300-EXIT
005820     END-WRITE
005830
005840     MOVE "Y" TO WS-CUST-FOUND-SW
005850     DISPLAY "Kunde " CUST-NUMBER " fuer " WS-NEW-FIRST-NAME
005860         SPACE WS-NEW-LAST-NAME " angelegt."
005870     MOVE "NEUKUNDE"          TO WS-LOG-ACTION
005880     MOVE WS-OPERATOR-ID      TO WS-LOG-SEARCH-TEXT
005890     MOVE ZERO                TO WS-LOG-ACCT-NUMBER
005900     MOVE ZERO                TO WS-LOG-BALANCE-EDIT
005910     PERFORM 7000-WRITE-LOG THRU 7000-EXIT.
005920 3300-EXIT.
005930     EXIT.
005940
005950 3400-FIND-HIGHEST-CUST.
005960     MOVE ZERO TO WS-HIGHEST-CUST-NUMBER
005970     MOVE "N"  TO WS-CUSTMAS-EOF-SW
005980     MOVE ZERO TO CUST-NUMBER
005990     START CUSTMAS KEY IS NOT LESS THAN CUST-NUMBER
006000         INVALID KEY
006010             MOVE "Y" TO WS-CUSTMAS-EOF-SW
006020     END-START
006030     IF NOT CUSTMAS-EOF
006040        PERFORM 3450-READ-NEXT-CUST THRU 3450-EXIT
006050            UNTIL CUSTMAS-EOF
006060     END-IF.
006070 3400-EXIT.
006080     EXIT.
006090
006100 3450-READ-NEXT-CUST.
006110     READ CUSTMAS NEXT RECORD
006120         AT END
006130             MOVE "Y" TO WS-CUSTMAS-EOF-SW
006140         NOT AT END
006150             IF CUST-NUMBER > WS-HIGHEST-CUST-NUMBER
006160                MOVE CUST-NUMBER TO WS-HIGHEST-CUST-NUMBER
006170             END-IF
006180     END-READ.
006190 3450-EXIT.
006200     EXIT.
006210
006220*****************************************************************
006230* 4000-CHANGE-CUSTOMER - CORRECT NAME OR BIRTH DATE ON THE      *
006240*            CUSTOMER MASTER (BLANK INPUT KEEPS THE FIELD AS    *
006250*            IT IS).  THE CORRECTION REACHES EVERY ACCOUNT OF   *
006260*            THE CUSTOMER, BECAUSE THE ACCOUNTS ONLY CARRY THE  *
006270*            CUSTOMER NUMBER                                    *
006280*****************************************************************
006290 4000-CHANGE-CUSTOMER.
006300     MOVE "N" TO WS-CUST-FOUND-SW
006310     DISPLAY "Bitte Kundennummer angeben: "
006320     ACCEPT WS-CUST-NUMBER-X
006330     IF WS-CUST-NUMBER-X NOT NUMERIC
006340        DISPLAY "Kundennummer ungueltig."
006350        GO TO 4000-EXIT
006360     END-IF
006370     MOVE WS-CUST-NUMBER-X TO CUST-NUMBER
006380     READ CUSTMAS
006390         KEY IS CUST-NUMBER
006400         INVALID KEY
006410             DISPLAY "Kein Kunde mit Kundennummer " CUST-NUMBER
006420                 " gefunden."
006430             GO TO 4000-EXIT
006440     END-READ
006450     DISPLAY "Kunde " CUST-NUMBER " - " CUST-FIRST-NAME
006460         SPACE CUST-LAST-NAME " (geb. " CUST-BIRTH-DATE ")"
006470
006480     DISPLAY "Neuer Vorname (leer = unveraendert): "
006490     ACCEPT WS-NEW-FIRST-NAME
006500     DISPLAY "Neuer Nachname (leer = unveraendert): "
006510     ACCEPT WS-NEW-LAST-NAME
006520     DISPLAY "Neues Geburtsdatum (leer = unveraendert): "
006530     ACCEPT WS-NEW-BIRTH-DATE
006540
006550     IF WS-NEW-FIRST-NAME = SPACES
006560        AND WS-NEW-LAST-NAME = SPACES
006570        AND WS-NEW-BIRTH-DATE = SPACES
006580        DISPLAY "Keine Aenderung erfasst."
006590        GO TO 4000-EXIT
006600     END-IF
006610
006620     IF WS-NEW-FIRST-NAME NOT = SPACES
006630        MOVE WS-NEW-FIRST-NAME TO CUST-FIRST-NAME
006640     END-IF
006650     IF WS-NEW-LAST-NAME NOT = SPACES
006660        MOVE WS-NEW-LAST-NAME TO CUST-LAST-NAME
006670     END-IF
006680     IF WS-NEW-BIRTH-DATE NOT = SPACES
006690        MOVE WS-NEW-BIRTH-DATE TO CUST-BIRTH-DATE
006700     END-IF
006710
006720     REWRITE CUST-RECORD
006730         INVALID KEY
006740             DISPLAY "FEHLER BEIM SCHREIBEN, STATUS "
006750                 WS-CUSTMAS-STATUS
006760             GO TO 4000-EXIT
006770     END-REWRITE
006780
006790     DISPLAY "Kunde " CUST-NUMBER " geaendert: "
006800         CUST-FIRST-NAME SPACE CUST-LAST-NAME
006810         " (geb. " CUST-BIRTH-DATE ")"
006820     MOVE "AENDERUNG"         TO WS-LOG-ACTION
006830     MOVE WS-OPERATOR-ID      TO WS-LOG-SEARCH-TEXT
006840     MOVE ZERO                TO WS-LOG-ACCT-NUMBER
006850     MOVE ZERO                TO WS-LOG-BALANCE-EDIT
006860     PERFORM 7000-WRITE-LOG THRU 7000-EXIT.
006870 4000-EXIT.
006880     EXIT.
006890
006900*****************************************************************
006910* 5000-CLOSE-ACCOUNT - REMOVE AN ACCOUNT FROM THE MASTER.       *
006920*            ONLY ALLOWED WHEN THE BALANCE IS EXACTLY ZERO.     *
006930*****************************************************************
006940 5000-CLOSE-ACCOUNT.
006950     PERFORM 6000-FETCH-ACCOUNT THRU 6000-EXIT
006960     IF NOT RECORD-FOUND
006970        GO TO 5000-EXIT
006980     END-IF
006990
007000     IF ACCT-GESCHLOSSEN
007010        DISPLAY "Konto " ACCT-NUMBER " ist bereits geschlossen."
007020        GO TO 5000-EXIT
007030     END-IF
007040     IF ACCT-BALANCE NOT = ZERO
007050        MOVE ACCT-BALANCE TO WS-BALANCE-EDIT
007060        DISPLAY "Konto " ACCT-NUMBER " hat Kontostand "
007070            WS-BALANCE-EDIT " - Schliessung nur bei "
007080            "Kontostand 0,00 moeglich."
007090        GO TO 5000-EXIT
007100     END-IF
007110
007120     DISPLAY "Konto " ACCT-NUMBER " wirklich schliessen? (J/N): "
007130     ACCEPT WS-ANSWER
007140     IF WS-ANSWER NOT = "J" AND WS-ANSWER NOT = "j"
007150        DISPLAY "Schliessung abgebrochen."
007160        GO TO 5000-EXIT
007170     END-IF
007180
007190     MOVE ACCT-NUMBER TO WS-WORK-ACCT-NUMBER
007200     MOVE "X" TO ACCT-STATUS
007210     REWRITE ACCT-RECORD
007220         INVALID KEY
007230             DISPLAY "FEHLER BEIM SCHREIBEN, STATUS "
007240                 WS-ACCTMAS-STATUS
007250             GO TO 5000-EXIT
007260     END-REWRITE
007270
007280     DISPLAY "Konto " WS-WORK-ACCT-NUMBER " geschlossen."
007290     MOVE "SCHLIESSEN"        TO WS-LOG-ACTION
007300     MOVE WS-OPERATOR-ID      TO WS-LOG-SEARCH-TEXT
007310     MOVE WS-WORK-ACCT-NUMBER TO WS-LOG-ACCT-NUMBER
007320     MOVE ZERO                TO WS-LOG-BALANCE-EDIT
007330     PERFORM 7000-WRITE-LOG THRU 7000-EXIT.
007340 5000-EXIT.
007350     EXIT.
007360
007370*****************************************************************
007380* 5500-TOGGLE-LOCK - SET OR LIFT THE GESPERRT STATUS (COURT    *
007390*            ORDERED FREEZE).  A CLOSED ACCOUNT STAYS CLOSED.  *
007400*****************************************************************
007410 5500-TOGGLE-LOCK.
007420     PERFORM 6000-FETCH-ACCOUNT THRU 6000-EXIT
007430     IF NOT RECORD-FOUND
007440        GO TO 5500-EXIT
007450     END-IF
007460     IF ACCT-GESCHLOSSEN
007470        DISPLAY "Konto " ACCT-NUMBER " ist geschlossen - "
007480            "Sperre nicht moeglich."
007490        GO TO 5500-EXIT
007500     END-IF
007510
007520     IF ACCT-GESPERRT
007530        MOVE "A" TO ACCT-STATUS
007540        MOVE "ENTSPERRT"  TO WS-LOG-ACTION
007550     ELSE
007560        MOVE "G" TO ACCT-STATUS
007570        MOVE "SPERRE"     TO WS-LOG-ACTION
007580     END-IF
007590
007600     REWRITE ACCT-RECORD
007610         INVALID KEY
007620             DISPLAY "FEHLER BEIM SCHREIBEN, STATUS "
007630                 WS-ACCTMAS-STATUS
007640             GO TO 5500-EXIT
007650     END-REWRITE
007660
007670     IF ACCT-GESPERRT
007680        DISPLAY "Konto " ACCT-NUMBER " ist jetzt GESPERRT."
007690     ELSE
007700        DISPLAY "Konto " ACCT-NUMBER " ist jetzt AKTIV."
007710     END-IF
007720     MOVE ACCT-BALANCE        TO WS-BALANCE-EDIT
007730     MOVE WS-OPERATOR-ID      TO WS-LOG-SEARCH-TEXT
007740     MOVE ACCT-NUMBER         TO WS-LOG-ACCT-NUMBER
007750     MOVE WS-BALANCE-EDIT     TO WS-LOG-BALANCE-EDIT
007760     PERFORM 7000-WRITE-LOG THRU 7000-EXIT.
007770 5500-EXIT.
007780     EXIT.
007790
007800*****************************************************************
007810* 5800-CHANGE-LIMIT - SET THE PER-ACCOUNT OVERDRAFT LIMIT.      *
007820*            THE OPERATOR ENTERS THE DISPO AS A POSITIVE        *
007830*            AMOUNT; THE RECORD KEEPS THE NEGATIVE FLOOR.       *
007840*            EVERY CHANGE GOES TO TRANLOG WITH OLD AND NEW      *
007850*            VALUE, SO THE LIMIT HISTORY IS PROVABLE.           *
007860*****************************************************************
007870 5800-CHANGE-LIMIT.
007880     PERFORM 6000-FETCH-ACCOUNT THRU 6000-EXIT
007890     IF NOT RECORD-FOUND
007900        GO TO 5800-EXIT
007910     END-IF
007920     IF ACCT-GESCHLOSSEN
007930        DISPLAY "Konto " ACCT-NUMBER " ist geschlossen - "
007940            "keine Limitaenderung moeglich."
007950        GO TO 5800-EXIT
007960     END-IF
007970
007980     IF ACCT-OD-LIMIT NUMERIC
007990        MOVE ACCT-OD-LIMIT TO WS-OLD-LIMIT
008000     ELSE
008010        MOVE OD-LIMIT-DEFAULT TO WS-OLD-LIMIT
008020     END-IF
008030     MOVE WS-OLD-LIMIT TO WS-OLD-LIMIT-EDIT
008040     DISPLAY "Aktuelle Limit-Untergrenze: " WS-OLD-LIMIT-EDIT
008050     DISPLAY "Neuer Dispo-Betrag (positiv, 0 = kein Dispo): "
008060     ACCEPT WS-NEW-DISPO-X
008070     IF WS-NEW-DISPO-X = SPACES
008080        DISPLAY "Keine Aenderung erfasst."
008090        GO TO 5800-EXIT
008100     END-IF
008110     MOVE WS-NEW-DISPO-X TO WS-NEW-DISPO
008120     COMPUTE ACCT-OD-LIMIT = ZERO - WS-NEW-DISPO
008130
008140     REWRITE ACCT-RECORD
008150         INVALID KEY
008160             DISPLAY "FEHLER BEIM SCHREIBEN, STATUS "
008170                 WS-ACCTMAS-STATUS
008180             GO TO 5800-EXIT
008190     END-REWRITE
008200
008210     MOVE ACCT-OD-LIMIT TO WS-LIMIT-EDIT
008220     DISPLAY "Konto " ACCT-NUMBER " Limit-Untergrenze jetzt "
008230         WS-LIMIT-EDIT
008240     MOVE "LIMITAEND"         TO WS-LOG-ACTION
008250     MOVE SPACES              TO WS-LOG-SEARCH-TEXT
008260     STRING "LIMIT " DELIMITED BY SIZE
008270         WS-OLD-LIMIT-EDIT DELIMITED BY SIZE
008280         ">" DELIMITED BY SIZE
008290         WS-LIMIT-EDIT DELIMITED BY SIZE
008300         INTO WS-LOG-SEARCH-TEXT
008310     MOVE ACCT-NUMBER         TO WS-LOG-ACCT-NUMBER
008320     MOVE ACCT-BALANCE        TO WS-BALANCE-EDIT
008330     MOVE WS-BALANCE-EDIT     TO WS-LOG-BALANCE-EDIT
008340     PERFORM 7000-WRITE-LOG THRU 7000-EXIT.
008350 5800-EXIT.
008360     EXIT.
008370
008380*****************************************************************
008390* 5900-CHANGE-EXEMPTION - SET THE FREISTELLUNGSAUFTRAG OF THE   *
008400*            ACCOUNT.  THE INTEREST RUN WITHHOLDS TAX ONLY ON   *
008410*            CREDIT INTEREST ABOVE THIS ANNUAL AMOUNT.  EVERY   *
008420*            CHANGE GOES TO TRANLOG WITH OLD AND NEW VALUE.     *
008430*****************************************************************
008440 5900-CHANGE-EXEMPTION.
008450     PERFORM 6000-FETCH-ACCOUNT THRU 6000-EXIT
008460     IF NOT RECORD-FOUND
008470        GO TO 5900-EXIT
008480     END-IF
008490     IF ACCT-GESCHLOSSEN
008500        DISPLAY "Konto " ACCT-NUMBER " ist geschlossen - "
008510            "keine Aenderung moeglich."
008520        GO TO 5900-EXIT
008530     END-IF
008540
008550     IF ACCT-FREIBETRAG NUMERIC
008560        MOVE ACCT-FREIBETRAG TO WS-OLD-EXEMPT
008570     ELSE
008580        MOVE ZERO TO WS-OLD-EXEMPT
008590     END-IF
008600     MOVE WS-OLD-EXEMPT TO WS-OLD-LIMIT-EDIT
008610     DISPLAY "Aktueller Freistellungsauftrag: "
008620         WS-OLD-LIMIT-EDIT
008630     DISPLAY "Neuer Betrag (positiv, 0 = kein Auftrag): "
008640     ACCEPT WS-NEW-EXEMPT-X
008650     IF WS-NEW-EXEMPT-X = SPACES
008660        DISPLAY "Keine Aenderung erfasst."
008670        GO TO 5900-EXIT
008680     END-IF
008690     MOVE WS-NEW-EXEMPT-X TO WS-NEW-EXEMPT
008700     MOVE WS-NEW-EXEMPT   TO ACCT-FREIBETRAG
008710
008720     REWRITE ACCT-RECORD
008730         INVALID KEY
008740             DISPLAY "FEHLER BEIM SCHREIBEN, STATUS "
008750                 WS-ACCTMAS-STATUS
008760             GO TO 5900-EXIT
008770     END-REWRITE
008780
008790     MOVE ACCT-FREIBETRAG TO WS-LIMIT-EDIT
008800     DISPLAY "Konto " ACCT-NUMBER " Freistellungsauftrag "
008810         "jetzt " WS-LIMIT-EDIT
008820     MOVE "FREISTELL"         TO WS-LOG-ACTION
008830     MOVE SPACES              TO WS-LOG-SEARCH-TEXT
008840     STRING "FREIST " DELIMITED BY SIZE
008850         WS-OLD-LIMIT-EDIT DELIMITED BY SIZE
008860         ">" DELIMITED BY SIZE
008870         WS-LIMIT-EDIT DELIMITED BY SIZE
008880         INTO WS-LOG-SEARCH-TEXT
008890     MOVE ACCT-NUMBER         TO WS-LOG-ACCT-NUMBER
008900     MOVE ACCT-BALANCE        TO WS-BALANCE-EDIT
008910     MOVE WS-BALANCE-EDIT     TO WS-LOG-BALANCE-EDIT
008920     PERFORM 7000-WRITE-LOG THRU 7000-EXIT.
008930 5900-EXIT.
008940     EXIT.
008950
008960*****************************************************************
008970* 6000-FETCH-ACCOUNT - PROMPT FOR AN ACCOUNT NUMBER, READ THE   *
008980*            MASTER RECORD AND DISPLAY IT                       *
008990*****************************************************************
009000 6000-FETCH-ACCOUNT.
009010     MOVE "N" TO WS-RECORD-FOUND-SW
009020     DISPLAY "Bitte Kontonummer angeben: "
009030     ACCEPT WS-USER-INPUT
009040     MOVE WS-USER-INPUT TO ACCT-NUMBER
009050
009060     READ ACCTMAS
009070         KEY IS ACCT-NUMBER
009080         INVALID KEY
009090             DISPLAY "Kein Konto mit Kontonummer " ACCT-NUMBER
009100                 " gefunden."
009110         NOT INVALID KEY
009120             MOVE "Y" TO WS-RECORD-FOUND-SW
009130             MOVE ACCT-BALANCE TO WS-BALANCE-EDIT
009140             PERFORM 6100-FETCH-CUSTOMER THRU 6100-EXIT
009150             DISPLAY "Konto " ACCT-NUMBER " - Kunde "
009160                 ACCT-CUST-NUMBER SPACE CUST-FIRST-NAME
009170                 SPACE CUST-LAST-NAME " (geb. " CUST-BIRTH-DATE
009180                 ") Kontostand: " WS-BALANCE-EDIT
009190     END-READ.
009200 6000-EXIT.
009210     EXIT.
009220
009230*****************************************************************
009240* 6100-FETCH-CUSTOMER - CUSTOMER RECORD FOR THE ACCOUNT JUST    *
009250*            READ.  AN ORPHANED ACCOUNT GETS A MARKER NAME      *
009260*****************************************************************
009270 6100-FETCH-CUSTOMER.
009280     MOVE "N" TO WS-CUST-FOUND-SW
009290     MOVE ACCT-CUST-NUMBER TO CUST-NUMBER
009300     READ CUSTMAS
009310         KEY IS CUST-NUMBER
009320         INVALID KEY
009330             MOVE SPACES TO CUST-FIRST-NAME
009340             MOVE "(KUNDE UNBEKANNT)" TO CUST-LAST-NAME
009350             MOVE SPACES TO CUST-BIRTH-DATE
009360         NOT INVALID KEY
009370             MOVE "Y" TO WS-CUST-FOUND-SW
009380     END-READ.
009390 6100-EXIT.
009400     EXIT.
009410
009420*****************************************************************
009430* 6500-ORDER-MENU - STANDING ORDER (DAUERAUFTRAG) MAINTENANCE   *
009440*            FOR ONE ACCOUNT: LIST THE EXISTING ORDERS, THEN    *
009450*            CAPTURE, CHANGE OR DELETE ONE                      *
009460*****************************************************************
009470 6500-ORDER-MENU.
009480     PERFORM 6000-FETCH-ACCOUNT THRU 6000-EXIT
009490     IF NOT RECORD-FOUND
009500        GO TO 6500-EXIT
009510     END-IF
009520     IF ACCT-GESCHLOSSEN
009530        DISPLAY "Konto " ACCT-NUMBER " ist geschlossen - "
009540            "keine Dauerauftraege moeglich."
009550        GO TO 6500-EXIT
009560     END-IF
009570     MOVE ACCT-NUMBER TO WS-WORK-ACCT-NUMBER
009580
009590     PERFORM 6510-LIST-ORDERS THRU 6510-EXIT
009600     DISPLAY "(1) Dauerauftrag anlegen"
009610     DISPLAY "(2) Dauerauftrag aendern"
009620     DISPLAY "(3) Dauerauftrag loeschen"
009630     DISPLAY "(sonstige Eingabe = zurueck)"
009640     DISPLAY "Bitte Auswahl eingeben: "
009650     ACCEPT WS-ORDER-MENU-CHOICE
009660     EVALUATE WS-ORDER-MENU-CHOICE
009670         WHEN "1"
009680             PERFORM 6520-ADD-ORDER THRU 6520-EXIT
009690         WHEN "2"
009700             PERFORM 6530-CHANGE-ORDER THRU 6530-EXIT
009710         WHEN "3"
009720             PERFORM 6540-DELETE-ORDER THRU 6540-EXIT
009730         WHEN OTHER
009740             CONTINUE
009750     END-EVALUATE.
009760 6500-EXIT.
009770     EXIT.
009780
009790*****************************************************************
009800* 6510-LIST-ORDERS - SHOW EVERY ORDER OF THE ACCOUNT AND NOTE   *
009810*            THE HIGHEST SEQUENCE IN USE                        *
009820*****************************************************************
009830 6510-LIST-ORDERS.
009840     MOVE ZERO TO WS-ORDER-COUNT
009850     MOVE ZERO TO WS-HIGHEST-ORDER-SEQ
009860     MOVE "N"  TO WS-STORDER-EOF-SW
009870     MOVE WS-WORK-ACCT-NUMBER TO SO-ACCT-NUMBER
009880     MOVE ZERO                TO SO-ORDER-SEQ
009890     START STORDER KEY IS NOT LESS THAN SO-ORDER-KEY
009900         INVALID KEY
009910             MOVE "Y" TO WS-STORDER-EOF-SW
009920     END-START
009930     IF NOT STORDER-EOF
009940        PERFORM 6515-LIST-NEXT-ORDER THRU 6515-EXIT
009950            UNTIL STORDER-EOF
009960     END-IF
009970     IF WS-ORDER-COUNT = ZERO
009980        DISPLAY "Keine Dauerauftraege fuer Konto "
009990            WS-WORK-ACCT-NUMBER " erfasst."
010000     END-IF.
010010 6510-EXIT.
010020     EXIT.
010030
010040 6515-LIST-NEXT-ORDER.
010050     READ STORDER NEXT RECORD
010060         AT END
010070             MOVE "Y" TO WS-STORDER-EOF-SW
010080             GO TO 6515-EXIT
010090     END-READ
010100     IF SO-ACCT-NUMBER NOT = WS-WORK-ACCT-NUMBER
010110        MOVE "Y" TO WS-STORDER-EOF-SW
010120        GO TO 6515-EXIT
010130     END-IF
010140     ADD 1 TO WS-ORDER-COUNT
010150     MOVE SO-ORDER-SEQ TO WS-HIGHEST-ORDER-SEQ
010160     MOVE SO-AMOUNT    TO WS-ORDER-AMOUNT-EDIT
010170     IF SO-AUSGESETZT
010180        DISPLAY "Auftrag " SO-ORDER-SEQ " -> Konto "
010190            SO-TARGET-ACCT-NUMBER " Betrag "
010200            WS-ORDER-AMOUNT-EDIT " am " SO-EXEC-DAY
010210            ". (AUSGESETZT)"
010220     ELSE
010230        DISPLAY "Auftrag " SO-ORDER-SEQ " -> Konto "
010240            SO-TARGET-ACCT-NUMBER " Betrag "
010250            WS-ORDER-AMOUNT-EDIT " am " SO-EXEC-DAY "."
010260     END-IF.
010270 6515-EXIT.
010280     EXIT.
010290
010300*****************************************************************
010310* 6520-ADD-ORDER - CAPTURE A NEW STANDING ORDER UNDER THE NEXT  *
010320*            FREE SEQUENCE FOR THE ACCOUNT                      *
010330*****************************************************************
010340 6520-ADD-ORDER.
010350     IF WS-HIGHEST-ORDER-SEQ NOT < 99
010360        DISPLAY "Hoechstzahl an Dauerauftraegen erreicht - "
010370            "Anlage abgebrochen."
010380        GO TO 6520-EXIT
010390     END-IF
010400     DISPLAY "Ziel-Kontonummer eingeben: "
010410     ACCEPT WS-NEW-TARGET-X
010420     DISPLAY "Betrag eingeben: "
010430     ACCEPT WS-NEW-AMOUNT-X
010440     DISPLAY "Ausfuehrungstag (01-31): "
010450     ACCEPT WS-NEW-EXEC-DAY-X
010460
010470     PERFORM 6550-VALIDATE-ORDER-INPUT THRU 6550-EXIT
010480     IF NOT ORDER-FOUND
010490        GO TO 6520-EXIT
010500     END-IF
010510
010520     MOVE SPACES              TO SO-RECORD
010530     MOVE WS-WORK-ACCT-NUMBER TO SO-ACCT-NUMBER
010540     COMPUTE SO-ORDER-SEQ = WS-HIGHEST-ORDER-SEQ + 1
010550     MOVE WS-NEW-TARGET-X     TO SO-TARGET-ACCT-NUMBER
010560     MOVE WS-NEW-AMOUNT-X     TO SO-AMOUNT
010570     MOVE WS-NEW-EXEC-DAY-X   TO SO-EXEC-DAY
010580     MOVE "A"                 TO SO-STATUS
010590     MOVE ZERO                TO SO-LAST-EXEC-DATE
010600
010610     WRITE SO-RECORD
010620         INVALID KEY
010630             DISPLAY "FEHLER BEIM ANLEGEN, STATUS "
010640                 WS-STORDER-STATUS
010650             GO TO 6520-EXIT
010660     END-WRITE
010670
010680     DISPLAY "Dauerauftrag " SO-ORDER-SEQ " fuer Konto "
010690         SO-ACCT-NUMBER " angelegt."
010700     MOVE "DAUERA-NEU"        TO WS-LOG-ACTION
010710     MOVE WS-OPERATOR-ID      TO WS-LOG-SEARCH-TEXT
010720     MOVE SO-ACCT-NUMBER      TO WS-LOG-ACCT-NUMBER
010730     MOVE ZERO                TO WS-LOG-BALANCE-EDIT
010740     PERFORM 7000-WRITE-LOG THRU 7000-EXIT.
010750 6520-EXIT.
010760     EXIT.
010770
010780*****************************************************************
010790* 6530-CHANGE-ORDER - CHANGE TARGET, AMOUNT, DAY OR SUSPEND/    *
010800*            REACTIVATE (BLANK INPUT KEEPS THE FIELD AS IT IS)  *
010810*****************************************************************
010820 6530-CHANGE-ORDER.
010830     PERFORM 6560-FETCH-ORDER THRU 6560-EXIT
010840     IF NOT ORDER-FOUND
010850        GO TO 6530-EXIT
010860     END-IF
010870
010880     DISPLAY "Neue Ziel-Kontonummer (leer = unveraendert): "
010890     ACCEPT WS-NEW-TARGET-X
010900     DISPLAY "Neuer Betrag (leer = unveraendert): "
010910     ACCEPT WS-NEW-AMOUNT-X
010920     DISPLAY "Neuer Ausfuehrungstag (leer = unveraendert): "
010930     ACCEPT WS-NEW-EXEC-DAY-X
010940     DISPLAY "Aussetzen (S) / Aktivieren (A) "
010950         "(leer = unveraendert): "
010960     ACCEPT WS-NEW-ORDER-STATUS
010970
010980     IF WS-NEW-TARGET-X NOT = SPACES
010990        IF WS-NEW-TARGET-X NOT NUMERIC
011000           DISPLAY "Ziel-Kontonummer ungueltig - "
011010               "Aenderung abgebrochen."
011020           GO TO 6530-EXIT
011030        END-IF
011040        MOVE WS-NEW-TARGET-X TO SO-TARGET-ACCT-NUMBER
011050     END-IF
011060     IF WS-NEW-AMOUNT-X NOT = SPACES
011070        MOVE WS-NEW-AMOUNT-X TO SO-AMOUNT
011080        IF SO-AMOUNT NOT > ZERO
011090           DISPLAY "Betrag muss positiv sein - "
011100               "Aenderung abgebrochen."
011110           GO TO 6530-EXIT
011120        END-IF
011130     END-IF
011140     IF WS-NEW-EXEC-DAY-X NOT = SPACES
011150        IF WS-NEW-EXEC-DAY-X NOT NUMERIC
011160           DISPLAY "Ausfuehrungstag ungueltig - "
011170               "Aenderung abgebrochen."
011180           GO TO 6530-EXIT
011190        END-IF
011200        MOVE WS-NEW-EXEC-DAY-X TO SO-EXEC-DAY
011210        IF SO-EXEC-DAY < 1 OR SO-EXEC-DAY > 31
011220           DISPLAY "Ausfuehrungstag ungueltig - "
011230               "Aenderung abgebrochen."
011240           GO TO 6530-EXIT
011250        END-IF
011260     END-IF
011270     IF WS-NEW-ORDER-STATUS = "S" OR WS-NEW-ORDER-STATUS = "s"
011280        MOVE "S" TO SO-STATUS
011290     END-IF
011300     IF WS-NEW-ORDER-STATUS = "A" OR WS-NEW-ORDER-STATUS = "a"
011310        MOVE "A" TO SO-STATUS
011320     END-IF
011330     IF SO-TARGET-ACCT-NUMBER = SO-ACCT-NUMBER
011340        DISPLAY "Zielkonto gleich Quellkonto - "
011350            "Aenderung abgebrochen."
011360        GO TO 6530-EXIT
011370     END-IF
011380
011390     REWRITE SO-RECORD
011400         INVALID KEY
011410             DISPLAY "FEHLER BEIM SCHREIBEN, STATUS "
011420                 WS-STORDER-STATUS
011430             GO TO 6530-EXIT
011440     END-REWRITE
011450
011460     DISPLAY "Dauerauftrag " SO-ORDER-SEQ " fuer Konto "
011470         SO-ACCT-NUMBER " geaendert."
011480     MOVE "DAUERA-AEN"        TO WS-LOG-ACTION
011490     MOVE WS-OPERATOR-ID      TO WS-LOG-SEARCH-TEXT
011500     MOVE SO-ACCT-NUMBER      TO WS-LOG-ACCT-NUMBER
011510     MOVE ZERO                TO WS-LOG-BALANCE-EDIT
011520     PERFORM 7000-WRITE-LOG THRU 7000-EXIT.
011530 6530-EXIT.
011540     EXIT.
011550
011560*****************************************************************
011570* 6540-DELETE-ORDER - REMOVE A STANDING ORDER AFTER A CONFIRM   *
011580*****************************************************************
011590 6540-DELETE-ORDER.
011600     PERFORM 6560-FETCH-ORDER THRU 6560-EXIT
011610     IF NOT ORDER-FOUND
011620        GO TO 6540-EXIT
011630     END-IF
011640
011650     DISPLAY "Dauerauftrag " SO-ORDER-SEQ " wirklich "
011660         "loeschen? (J/N): "
011670     ACCEPT WS-ANSWER
011680     IF WS-ANSWER NOT = "J" AND WS-ANSWER NOT = "j"
011690        DISPLAY "Loeschung abgebrochen."
011700        GO TO 6540-EXIT
011710     END-IF
011720
011730     DELETE STORDER
011740         INVALID KEY
011750             DISPLAY "FEHLER BEIM LOESCHEN, STATUS "
011760                 WS-STORDER-STATUS
011770             GO TO 6540-EXIT
011780     END-DELETE
011790
011800     DISPLAY "Dauerauftrag geloescht."
011810     MOVE "DAUERA-LOE"        TO WS-LOG-ACTION
011820     MOVE WS-OPERATOR-ID      TO WS-LOG-SEARCH-TEXT
011830     MOVE WS-WORK-ACCT-NUMBER TO WS-LOG-ACCT-NUMBER
011840     MOVE ZERO                TO WS-LOG-BALANCE-EDIT
011850     PERFORM 7000-WRITE-LOG THRU 7000-EXIT.
011860 6540-EXIT.
011870     EXIT.
011880
011890*****************************************************************
011900* 6550-VALIDATE-ORDER-INPUT - FIELD CHECKS FOR A NEW ORDER.     *
011910*            ORDER-FOUND SAYS THE INPUT PASSED                  *
011920*****************************************************************
011930 6550-VALIDATE-ORDER-INPUT.
011940     MOVE "N" TO WS-ORDER-FOUND-SW
011950     IF WS-NEW-TARGET-X NOT NUMERIC
011960        DISPLAY "Ziel-Kontonummer ungueltig - "
011970            "Anlage abgebrochen."
011980        GO TO 6550-EXIT
011990     END-IF
012000     MOVE SPACES TO SO-RECORD
012010     MOVE WS-NEW-TARGET-X TO SO-TARGET-ACCT-NUMBER
012020     IF SO-TARGET-ACCT-NUMBER = WS-WORK-ACCT-NUMBER
012030        DISPLAY "Zielkonto gleich Quellkonto - "
012040            "Anlage abgebrochen."
012050        GO TO 6550-EXIT
012060     END-IF
012070     MOVE WS-NEW-AMOUNT-X TO SO-AMOUNT
012080     IF SO-AMOUNT NOT > ZERO
012090        DISPLAY "Betrag muss positiv sein - Anlage abgebrochen."
012100        GO TO 6550-EXIT
012110     END-IF
012120     IF WS-NEW-EXEC-DAY-X NOT NUMERIC
012130        DISPLAY "Ausfuehrungstag ungueltig - Anlage abgebrochen."
012140        GO TO 6550-EXIT
012150     END-IF
012160     MOVE WS-NEW-EXEC-DAY-X TO SO-EXEC-DAY
012170     IF SO-EXEC-DAY < 1 OR SO-EXEC-DAY > 31
012180        DISPLAY "Ausfuehrungstag ungueltig - Anlage abgebrochen."
012190        GO TO 6550-EXIT
012200     END-IF
012210     MOVE "Y" TO WS-ORDER-FOUND-SW.
012220 6550-EXIT.
012230     EXIT.
012240
012250*****************************************************************
012260* 6560-FETCH-ORDER - PROMPT FOR THE ORDER SEQUENCE AND READ THE *
012270*            ORDER OF THE CHOSEN ACCOUNT                        *
012280*****************************************************************
012290 6560-FETCH-ORDER.
012300     MOVE "N" TO WS-ORDER-FOUND-SW
012310     DISPLAY "Bitte Auftragsnummer angeben: "
012320     ACCEPT WS-USER-INPUT
012330     MOVE WS-WORK-ACCT-NUMBER TO SO-ACCT-NUMBER
012340     MOVE WS-USER-INPUT       TO SO-ORDER-SEQ
012350     READ STORDER
012360         KEY IS SO-ORDER-KEY
012370         INVALID KEY
012380             DISPLAY "Kein Dauerauftrag " SO-ORDER-SEQ
012390                 " fuer Konto " WS-WORK-ACCT-NUMBER
012400                 " gefunden."
012410         NOT INVALID KEY
012420             MOVE "Y" TO WS-ORDER-FOUND-SW
012430             MOVE SO-AMOUNT TO WS-ORDER-AMOUNT-EDIT
012440             DISPLAY "Auftrag " SO-ORDER-SEQ " -> Konto "
012450                 SO-TARGET-ACCT-NUMBER " Betrag "
012460                 WS-ORDER-AMOUNT-EDIT " am " SO-EXEC-DAY "."
012470     END-READ.
012480 6560-EXIT.
012490     EXIT.
012500
012510*****************************************************************
012520* 6600-HOLD-MENU - VORMERKUNG / PFAENDUNG MAINTENANCE FOR ONE   *
012530*            ACCOUNT: LIST THE HOLDS WITH THE AVAILABLE         *
012540*            BALANCE, THEN CAPTURE, CHANGE OR RELEASE ONE       *
012550*****************************************************************
012560 6600-HOLD-MENU.
012570     PERFORM 6000-FETCH-ACCOUNT THRU 6000-EXIT
012580     IF NOT RECORD-FOUND
012590        GO TO 6600-EXIT
012600     END-IF
012610     IF ACCT-GESCHLOSSEN
012620        DISPLAY "Konto " ACCT-NUMBER " ist geschlossen - "
012630            "keine Vormerkungen moeglich."
012640        GO TO 6600-EXIT
012650     END-IF
012660     MOVE ACCT-NUMBER TO WS-WORK-ACCT-NUMBER
012670
012680     PERFORM 6610-LIST-HOLDS THRU 6610-EXIT
012690     DISPLAY "(1) Vormerkung/Pfaendung anlegen"
012700     DISPLAY "(2) Vormerkung/Pfaendung aendern"
012710     DISPLAY "(3) Vormerkung/Pfaendung aufheben"
012720     DISPLAY "(sonstige Eingabe = zurueck)"
012730     DISPLAY "Bitte Auswahl eingeben: "
012740     ACCEPT WS-HOLD-MENU-CHOICE
012750     EVALUATE WS-HOLD-MENU-CHOICE
012760         WHEN "1"
012770             PERFORM 6620-ADD-HOLD THRU 6620-EXIT
012780         WHEN "2"
012790             PERFORM 6630-CHANGE-HOLD THRU 6630-EXIT
012800         WHEN "3"
012810             PERFORM 6640-RELEASE-HOLD THRU 6640-EXIT
012820         WHEN OTHER
012830             CONTINUE
012840     END-EVALUATE.
012850 6600-EXIT.
012860     EXIT.
012870
012880*****************************************************************
012890* 6610-LIST-HOLDS - SHOW EVERY HOLD OF THE ACCOUNT, NOTE THE    *
012900*            HIGHEST SEQUENCE IN USE AND SHOW THE AVAILABLE     *
012910*            BALANCE AFTER THE HOLDS IN FORCE TODAY             *
012920*****************************************************************
012930 6610-LIST-HOLDS.
012940     MOVE ZERO TO WS-HOLD-COUNT
012950     MOVE ZERO TO WS-HIGHEST-HOLD-SEQ
012960     MOVE ZERO TO WS-HOLD-TOTAL
012970     MOVE "N"  TO WS-HOLDMAS-EOF-SW
012980     MOVE WS-WORK-ACCT-NUMBER TO HL-ACCT-NUMBER
012990     MOVE ZERO                TO HL-HOLD-SEQ
013000     START HOLDMAS KEY IS NOT LESS THAN HL-HOLD-KEY
013010         INVALID KEY
013020             MOVE "Y" TO WS-HOLDMAS-EOF-SW
013030     END-START
013040     IF NOT HOLDMAS-EOF
013050        PERFORM 6615-LIST-NEXT-HOLD THRU 6615-EXIT
013060            UNTIL HOLDMAS-EOF
013070     END-IF
013080     IF WS-HOLD-COUNT = ZERO
013090        DISPLAY "Keine Vormerkungen fuer Konto "
013100            WS-WORK-ACCT-NUMBER " erfasst."
013110        GO TO 6610-EXIT
013120     END-IF
013130     COMPUTE WS-AVAILABLE = ACCT-BALANCE - WS-HOLD-TOTAL
013140     MOVE WS-HOLD-TOTAL TO WS-HOLD-AMOUNT-EDIT
013150     MOVE WS-AVAILABLE  TO WS-BALANCE-EDIT
013160     DISPLAY "Vorgemerkt: " WS-HOLD-AMOUNT-EDIT
013170         "  Verfuegbarer Saldo: " WS-BALANCE-EDIT.
013180 6610-EXIT.
013190     EXIT.
013200
013210 6615-LIST-NEXT-HOLD.
013220     READ HOLDMAS NEXT RECORD
013230         AT END
013240             MOVE "Y" TO WS-HOLDMAS-EOF-SW
013250             GO TO 6615-EXIT
013260     END-READ
013270     IF HL-ACCT-NUMBER NOT = WS-WORK-ACCT-NUMBER
013280        MOVE "Y" TO WS-HOLDMAS-EOF-SW
013290        GO TO 6615-EXIT
013300     END-IF
013310     ADD 1 TO WS-HOLD-COUNT
013320     MOVE HL-HOLD-SEQ TO WS-HIGHEST-HOLD-SEQ
013330     EVALUATE TRUE
013340         WHEN HL-AUFGEHOBEN
013350             MOVE "(AUFGEHOBEN)" TO WS-HOLD-STATUS-TEXT
013360         WHEN HL-ABGELAUFEN
013370             MOVE "(ABGELAUFEN)" TO WS-HOLD-STATUS-TEXT
013380         WHEN HL-START-DATE > WS-BUSINESS-DATE
013390             MOVE "(KUENFTIG)"   TO WS-HOLD-STATUS-TEXT
013400         WHEN HL-EXPIRY-DATE NOT = ZERO
013410              AND HL-EXPIRY-DATE < WS-BUSINESS-DATE
013420             MOVE "(ABGELAUFEN)" TO WS-HOLD-STATUS-TEXT
013430         WHEN OTHER
013440             MOVE SPACES TO WS-HOLD-STATUS-TEXT
013450             ADD HL-AMOUNT TO WS-HOLD-TOTAL
013460     END-EVALUATE
013470     MOVE HL-AMOUNT TO WS-HOLD-AMOUNT-EDIT
013480     DISPLAY "Vormerkung " HL-HOLD-SEQ " " HL-REASON
013490         " Betrag " WS-HOLD-AMOUNT-EDIT " ab " HL-START-DATE
013500         " bis " HL-EXPIRY-DATE " " HL-REFERENCE " "
013510         WS-HOLD-STATUS-TEXT.
013520 6615-EXIT.
013530     EXIT.
013540
013550*****************************************************************
013560* 6620-ADD-HOLD - CAPTURE A NEW HOLD UNDER THE NEXT FREE        *
013570*            SEQUENCE FOR THE ACCOUNT.  GRUND P = PFAENDUNG,    *
013580*            K = KARTENZAHLUNG, S = SCHECK, V = SONSTIGE.       *
013590*            START DEFAULTS TO THE BUSINESS DATE, EXPIRY 0      *
013600*            MEANS UNBEFRISTET                                  *
013610*****************************************************************
013620 6620-ADD-HOLD.
013630     IF WS-HIGHEST-HOLD-SEQ NOT < 999
013640        DISPLAY "Hoechstzahl an Vormerkungen erreicht - "
013650            "Anlage abgebrochen."
013660        GO TO 6620-EXIT
013670     END-IF
013680     DISPLAY "Grund (P=Pfaendung K=Karte S=Scheck V=Sonstige): "
013690     ACCEPT WS-NEW-REASON
013700     DISPLAY "Betrag eingeben: "
013710     ACCEPT WS-NEW-HOLD-AMOUNT-X
013720     DISPLAY "Aktenzeichen/Referenz eingeben: "
013730     ACCEPT WS-NEW-REFERENCE
013740     DISPLAY "Gueltig ab JJJJMMTT (leer = heute): "
013750     ACCEPT WS-NEW-START-X
013760     DISPLAY "Gueltig bis JJJJMMTT (leer = unbefristet): "
013770     ACCEPT WS-NEW-EXPIRY-X
013780
013790     MOVE SPACES              TO HL-RECORD
013800     MOVE WS-WORK-ACCT-NUMBER TO HL-ACCT-NUMBER
013810     COMPUTE HL-HOLD-SEQ = WS-HIGHEST-HOLD-SEQ + 1
013820     EVALUATE WS-NEW-REASON
013830         WHEN "p"
013840             MOVE "P" TO WS-NEW-REASON
013850         WHEN "k"
013860             MOVE "K" TO WS-NEW-REASON
013870         WHEN "s"
013880             MOVE "S" TO WS-NEW-REASON
013890         WHEN "v"
013900             MOVE "V" TO WS-NEW-REASON
013910     END-EVALUATE
013920     MOVE WS-NEW-REASON       TO HL-REASON
013930     IF NOT HL-REASON-VALID
013940        DISPLAY "Grund ungueltig - Anlage abgebrochen."
013950        GO TO 6620-EXIT
013960     END-IF
013970     MOVE WS-NEW-HOLD-AMOUNT-X TO WS-NEW-HOLD-AMOUNT
013980     IF WS-NEW-HOLD-AMOUNT NOT > ZERO
013990        DISPLAY "Betrag muss positiv sein - Anlage abgebrochen."
014000        GO TO 6620-EXIT
014010     END-IF
014020     MOVE WS-NEW-HOLD-AMOUNT  TO HL-AMOUNT
014030     MOVE WS-NEW-REFERENCE    TO HL-REFERENCE
014040     IF WS-NEW-START-X = SPACES
014050        MOVE WS-BUSINESS-DATE TO HL-START-DATE
014060     ELSE
014070        IF WS-NEW-START-X NOT NUMERIC
014080           DISPLAY "Datum ungueltig - Anlage abgebrochen."
014090           GO TO 6620-EXIT
014100        END-IF
014110        MOVE WS-NEW-START-X TO HL-START-DATE
014120     END-IF
014130     IF WS-NEW-EXPIRY-X = SPACES
014140        MOVE ZERO TO HL-EXPIRY-DATE
014150     ELSE
014160        IF WS-NEW-EXPIRY-X NOT NUMERIC
014170           DISPLAY "Datum ungueltig - Anlage abgebrochen."
014180           GO TO 6620-EXIT
014190        END-IF
014200        MOVE WS-NEW-EXPIRY-X TO HL-EXPIRY-DATE
014210     END-IF
014220     IF HL-EXPIRY-DATE NOT = ZERO
014230        AND HL-EXPIRY-DATE < HL-START-DATE
014240        DISPLAY "Ablauf vor Beginn - Anlage abgebrochen."
014250        GO TO 6620-EXIT
014260     END-IF
014270     MOVE WS-OPERATOR-ID      TO HL-SET-OPERATOR
014280     MOVE "A"                 TO HL-STATUS
014290     MOVE ZERO                TO HL-END-DATE
014300
014310     WRITE HL-RECORD
014320         INVALID KEY
014330             DISPLAY "FEHLER BEIM ANLEGEN, STATUS "
014340                 WS-HOLDMAS-STATUS
014350             GO TO 6620-EXIT
014360     END-WRITE
014370
014380     DISPLAY "Vormerkung " HL-HOLD-SEQ " fuer Konto "
014390         HL-ACCT-NUMBER " angelegt."
014400     MOVE "VORM-NEU"          TO WS-LOG-ACTION
014410     PERFORM 6670-HOLD-LOG-TEXT THRU 6670-EXIT
014420     PERFORM 7000-WRITE-LOG THRU 7000-EXIT.
014430 6620-EXIT.
014440     EXIT.
014450
014460*****************************************************************
014470* 6630-CHANGE-HOLD - CHANGE AMOUNT, REFERENCE OR EXPIRY OF AN   *
014480*            ACTIVE HOLD (BLANK INPUT KEEPS THE FIELD AS IT     *
014490*            IS).  THE GRUND CANNOT BE CHANGED - A WRONG ONE IS *
014500*            AUFGEHOBEN AND CAPTURED AGAIN                      *
014510*****************************************************************
014520 6630-CHANGE-HOLD.
014530     PERFORM 6660-FETCH-HOLD THRU 6660-EXIT
014540     IF NOT HOLD-FOUND
014550        GO TO 6630-EXIT
014560     END-IF
014570     MOVE HL-AMOUNT TO WS-OLD-HOLD-AMOUNT-EDIT
014580
014590     DISPLAY "Neuer Betrag (leer = unveraendert): "
014600     ACCEPT WS-NEW-HOLD-AMOUNT-X
014610     DISPLAY "Neue Referenz (leer = unveraendert): "
014620     ACCEPT WS-NEW-REFERENCE
014630     DISPLAY "Neues Ablaufdatum JJJJMMTT, 0 = unbefristet "
014640         "(leer = unveraendert): "
014650     ACCEPT WS-NEW-EXPIRY-X
014660
014670     IF WS-NEW-HOLD-AMOUNT-X NOT = SPACES
014680        MOVE WS-NEW-HOLD-AMOUNT-X TO WS-NEW-HOLD-AMOUNT
014690        IF WS-NEW-HOLD-AMOUNT NOT > ZERO
014700           DISPLAY "Betrag muss positiv sein - "
014710               "Aenderung abgebrochen."
014720           GO TO 6630-EXIT
014730        END-IF
014740        MOVE WS-NEW-HOLD-AMOUNT TO HL-AMOUNT
014750     END-IF
014760     IF WS-NEW-REFERENCE NOT = SPACES
014770        MOVE WS-NEW-REFERENCE TO HL-REFERENCE
014780     END-IF
014790     IF WS-NEW-EXPIRY-X NOT = SPACES
014800        IF WS-NEW-EXPIRY-X = "0"
014810           MOVE ZERO TO HL-EXPIRY-DATE
014820        ELSE
014830           IF WS-NEW-EXPIRY-X NOT NUMERIC
014840              DISPLAY "Datum ungueltig - Aenderung abgebrochen."
014850              GO TO 6630-EXIT
014860           END-IF
014870           MOVE WS-NEW-EXPIRY-X TO HL-EXPIRY-DATE
014880        END-IF
014890     END-IF
014900     IF HL-EXPIRY-DATE NOT = ZERO
014910        AND HL-EXPIRY-DATE < HL-START-DATE
014920        DISPLAY "Ablauf vor Beginn - Aenderung abgebrochen."
014930        GO TO 6630-EXIT
014940     END-IF
014950
014960     REWRITE HL-RECORD
014970         INVALID KEY
014980             DISPLAY "FEHLER BEIM SCHREIBEN, STATUS "
014990                 WS-HOLDMAS-STATUS
015000             GO TO 6630-EXIT
015010     END-REWRITE
015020
015030     DISPLAY "Vormerkung " HL-HOLD-SEQ " fuer Konto "
015040         HL-ACCT-NUMBER " geaendert."
015050     MOVE "VORM-AEN"          TO WS-LOG-ACTION
015060     MOVE HL-AMOUNT           TO WS-HOLD-AMOUNT-EDIT
015070     MOVE SPACES              TO WS-LOG-SEARCH-TEXT
015080     STRING "NR " DELIMITED BY SIZE
015090         HL-HOLD-SEQ DELIMITED BY SIZE
015100         " " DELIMITED BY SIZE
015110         WS-OLD-HOLD-AMOUNT-EDIT DELIMITED BY SIZE
015120         ">" DELIMITED BY SIZE
015130         WS-HOLD-AMOUNT-EDIT DELIMITED BY SIZE
015140         INTO WS-LOG-SEARCH-TEXT
015150     MOVE HL-ACCT-NUMBER      TO WS-LOG-ACCT-NUMBER
015160     MOVE ACCT-BALANCE        TO WS-BALANCE-EDIT
015170     MOVE WS-BALANCE-EDIT     TO WS-LOG-BALANCE-EDIT
015180     PERFORM 7000-WRITE-LOG THRU 7000-EXIT.
015190 6630-EXIT.
015200     EXIT.
015210
015220*****************************************************************
015230* 6640-RELEASE-HOLD - AUFHEBEN OF AN ACTIVE HOLD AFTER A        *
015240*            CONFIRM.  THE RECORD STAYS ON HOLDMAS WITH THE     *
015250*            DATE AND OPERATOR OF THE RELEASE                   *
015260*****************************************************************
015270 6640-RELEASE-HOLD.
015280     PERFORM 6660-FETCH-HOLD THRU 6660-EXIT
015290     IF NOT HOLD-FOUND
015300        GO TO 6640-EXIT
015310     END-IF
015320
015330     DISPLAY "Vormerkung " HL-HOLD-SEQ " wirklich "
015340         "aufheben? (J/N): "
015350     ACCEPT WS-ANSWER
015360     IF WS-ANSWER NOT = "J" AND WS-ANSWER NOT = "j"
015370        DISPLAY "Aufhebung abgebrochen."
015380        GO TO 6640-EXIT
015390     END-IF
015400
015410     MOVE "F"              TO HL-STATUS
015420     MOVE WS-BUSINESS-DATE TO HL-END-DATE
015430     MOVE WS-OPERATOR-ID   TO HL-END-OPERATOR
015440     REWRITE HL-RECORD
015450         INVALID KEY
015460             DISPLAY "FEHLER BEIM SCHREIBEN, STATUS "
015470                 WS-HOLDMAS-STATUS
015480             GO TO 6640-EXIT
015490     END-REWRITE
015500
015510     DISPLAY "Vormerkung aufgehoben."
015520     MOVE "VORM-AUF"          TO WS-LOG-ACTION
015530     PERFORM 6670-HOLD-LOG-TEXT THRU 6670-EXIT
015540     PERFORM 7000-WRITE-LOG THRU 7000-EXIT.
015550 6640-EXIT.
015560     EXIT.
015570
015580*****************************************************************
015590* 6660-FETCH-HOLD - PROMPT FOR THE HOLD SEQUENCE AND READ THE   *
015600*            HOLD OF THE CHOSEN ACCOUNT.  ONLY AN ACTIVE HOLD   *
015610*            CAN BE CHANGED OR RELEASED                         *
015620*****************************************************************
015630 6660-FETCH-HOLD.
015640     MOVE "N" TO WS-HOLD-FOUND-SW
015650     DISPLAY "Bitte Vormerkungsnummer angeben: "
015660     ACCEPT WS-USER-INPUT
015670     MOVE WS-WORK-ACCT-NUMBER TO HL-ACCT-NUMBER
015680     MOVE WS-USER-INPUT       TO HL-HOLD-SEQ
015690     READ HOLDMAS
015700         KEY IS HL-HOLD-KEY
015710         INVALID KEY
015720             DISPLAY "Keine Vormerkung " HL-HOLD-SEQ
015730                 " fuer Konto " WS-WORK-ACCT-NUMBER
015740                 " gefunden."
015750             GO TO 6660-EXIT
015760     END-READ
015770     IF NOT HL-AKTIV
015780        DISPLAY "Vormerkung " HL-HOLD-SEQ " ist nicht mehr "
015790            "aktiv - keine Aenderung moeglich."
015800        GO TO 6660-EXIT
015810     END-IF
015820     MOVE "Y" TO WS-HOLD-FOUND-SW
015830     MOVE HL-AMOUNT TO WS-HOLD-AMOUNT-EDIT
015840     DISPLAY "Vormerkung " HL-HOLD-SEQ " " HL-REASON
015850         " Betrag " WS-HOLD-AMOUNT-EDIT " ab " HL-START-DATE
015860         " bis " HL-EXPIRY-DATE " " HL-REFERENCE.
015870 6660-EXIT.
015880     EXIT.
015890
015900*****************************************************************
015910* 6670-HOLD-LOG-TEXT - TRANLOG FIELDS FOR A NEW OR RELEASED     *
015920*            HOLD: SEQUENCE, GRUND AND AMOUNT IN THE SEARCH     *
015930*            TEXT, THE ACCOUNT BALANCE ALONGSIDE                *
015940*****************************************************************
015950 6670-HOLD-LOG-TEXT.
015960     MOVE HL-AMOUNT           TO WS-HOLD-AMOUNT-EDIT
015970     MOVE SPACES              TO WS-LOG-SEARCH-TEXT
015980     STRING "NR " DELIMITED BY SIZE
015990         HL-HOLD-SEQ DELIMITED BY SIZE
016000         " " DELIMITED BY SIZE
016010         HL-REASON DELIMITED BY SIZE
016020         " " DELIMITED BY SIZE
016030         WS-HOLD-AMOUNT-EDIT DELIMITED BY SIZE
016040         INTO WS-LOG-SEARCH-TEXT
016050     MOVE HL-ACCT-NUMBER      TO WS-LOG-ACCT-NUMBER
016060     MOVE ACCT-BALANCE        TO WS-BALANCE-EDIT
016070     MOVE WS-BALANCE-EDIT     TO WS-LOG-BALANCE-EDIT.
016080 6670-EXIT.
016090     EXIT.
016100
016110*****************************************************************
016120* 7000-WRITE-LOG - APPEND ONE AUDIT RECORD TO TRANLOG           *
016130*****************************************************************
016140 7000-WRITE-LOG.
016150     MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
016160     ACCEPT WS-CURRENT-TIME FROM TIME
016170     MOVE SPACES TO WS-TIMESTAMP
016180     STRING WS-CURRENT-DATE DELIMITED BY SIZE
016190         "-" DELIMITED BY SIZE
016200         WS-CURRENT-TIME DELIMITED BY SIZE
016210         INTO WS-TIMESTAMP
016220
016230     MOVE WS-TIMESTAMP        TO TL-TIMESTAMP
016240     MOVE WS-LOG-ACTION       TO TL-ACTION
016250     MOVE WS-LOG-SEARCH-TEXT  TO TL-SEARCH-TEXT
016260     MOVE WS-LOG-ACCT-NUMBER  TO TL-ACCT-NUMBER
016270     MOVE WS-LOG-BALANCE-EDIT TO TL-BALANCE-DISPLAY
016280     MOVE WS-OPERATOR-ID      TO TL-TELLER-ID
016290     MOVE ZERO                TO TL-AMOUNT
016300
016310     WRITE TL-RECORD
016320     IF WS-TRANLOG-STATUS NOT = "00"
016330        DISPLAY "WARNUNG: PROTOKOLLEINTRAG FEHLGESCHLAGEN, "
016340            "STATUS " WS-TRANLOG-STATUS
016350     END-IF.
016360 7000-EXIT.
016370     EXIT.
016380
016390*****************************************************************
016400* 9000-TERMINATE - CLOSE ALL FILES BEFORE ENDING THE SESSION    *
016410*****************************************************************
016420 9000-TERMINATE.
016430     CLOSE ACCTMAS
016440     CLOSE TRANLOG
016450     CLOSE STORDER
016460     CLOSE CUSTMAS
016470     CLOSE HOLDMAS
016480     DISPLAY "Kontopflege beendet.".
016490 9000-EXIT.
016500     EXIT.
