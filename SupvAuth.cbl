000200*    PLUS ITEM NUMBER IN TL-SEARCH-TEXT, SO FOUR-EYES IS       *
000210*    PROVABLE AFTER THE FACT.                                   *
000220*                                                               *
000230*    STORNO ITEMS (TYPE "S", CAPTURED AT THE TELLER) REVERSE A  *
000240*    POSTING OF THE DAY.  ON APPROVAL THE ORIGINAL ENTRY - BOTH *
000250*    LEGS FOR AN UMBUCHUNG - IS LOOKED UP AGAIN ON TRANLOG AND  *
000260*    THE EXACT OPPOSITE AMOUNT IS POSTED AS A "STORNO" ENTRY    *
000270*    WHOSE SEARCH TEXT NAMES THE ORIGINAL (TIMESTAMP AND        *
000280*    ACTION).  AN ORIGINAL NO LONGER ON TRANLOG (DAY-END        *
000290*    CUTOVER DONE) OR ALREADY REVERSED REJECTS THE ITEM.  THERE *
000300*    IS NO OVERDRAFT CHECK: THE STORNO RESTORES THE BALANCE THE *
000310*    WRONG POSTING CHANGED.                                     *
000320*                                                               *
000330*    MODIFICATION HISTORY                                      *
000340*    ------------------------------------------------------    *
000350*    2026-09-02  HD  ORIGINAL VERSION.                         *
000360*    2026-10-15  HD  STORNO-POSTEN (TYP S) AUS DEM SCHALTER:   *
000370*                    DIE FREIGABE SUCHT DIE ORIGINALBUCHUNG    *
000380*                    (BEI UMBUCHUNG BEIDE SEITEN) IM HEUTIGEN  *
000390*                    TRANLOG UND BUCHT DIE GENAUE              *
000400*                    GEGENBEWEGUNG ALS STORNO-EINTRAG.         *
000410*                    RENUMBERED THE SOURCE.                    *
000420*    2026-10-15  HD  GESCHAEFTSDATUM: ANMELDUNG UND JEDE       *
000430*                    FREIGABERUNDE PRUEFEN BUSDATE; IST DER    *
000440*                    SCHALTER NICHT GEOEFFNET, ENDET DIE       *
000450*                    SITZUNG. ZEITSTEMPEL UND                  *
000460*                    ENTSCHEIDUNGSDATUM TRAGEN DAS             *
000470*                    GESCHAEFTSDATUM STATT DES SYSTEMDATUMS.   *
000480*                    RENUMBERED THE SOURCE.                    *
000490*    2026-10-15  HD  VORMERKUNGEN UND PFAENDUNGEN (HOLDMAS):   *
000500*                    EINE FREIGEGEBENE AUSZAHLUNG WIRD GEGEN   *
000510*                    DEN VERFUEGBAREN SALDO (KONTOSTAND        *
000520*                    ABZUEGLICH AKTIVER VORMERKUNGEN)          *
000530*                    GEPRUEFT; EINE AKTIVE PFAENDUNG SPERRT    *
000540*                    DEN DISPOSITIONSKREDIT. RENUMBERED THE    *
000550*                    SOURCE.                                   *
000560*                                                               *
000570*****************************************************************
000580
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT BUSDATE ASSIGN TO "BUSDATE"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-BUSDATE-STATUS.
000650
000660     SELECT PENDAUTH ASSIGN TO "PENDAUTH"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS PA-ID
000700         FILE STATUS IS WS-PENDAUTH-STATUS.
000710
000720     SELECT ACCTMAS ASSIGN TO "ACCTMAS"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS ACCT-NUMBER
000760         ALTERNATE RECORD KEY IS ACCT-CUST-NUMBER
000770             WITH DUPLICATES
000780         FILE STATUS IS WS-ACCTMAS-STATUS.
000790
000800     SELECT TRANLOG ASSIGN TO "TRANLOG"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-TRANLOG-STATUS.
000830
000840     SELECT HOLDMAS ASSIGN TO "HOLDMAS"
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS DYNAMIC
000870         RECORD KEY IS HL-HOLD-KEY
000880         FILE STATUS IS WS-HOLDMAS-STATUS.
000890
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  BUSDATE
000930     LABEL RECORDS ARE STANDARD.
000940 COPY BDATREC.
000950
000960 FD  PENDAUTH
000970     LABEL RECORDS ARE STANDARD.
000980 COPY PENDREC.
000990
001000 FD  ACCTMAS
001010     LABEL RECORDS ARE STANDARD.
001020 COPY ACCTREC.
001030
001040 FD  TRANLOG
001050     LABEL RECORDS ARE STANDARD.
001060 COPY TRANREC.
001070
001080 FD  HOLDMAS
001090     LABEL RECORDS ARE STANDARD.
001100 COPY HOLDREC.
001110
001120 WORKING-STORAGE SECTION.
001130*--------------------------------------------------------------*
001140* FILE STATUS SWITCHES                                          *
001150*--------------------------------------------------------------*
001160 01  WS-BUSDATE-STATUS           PIC X(02) VALUE "00".
001170 01  WS-PENDAUTH-STATUS          PIC X(02) VALUE "00".
001180 01  WS-ACCTMAS-STATUS           PIC X(02) VALUE "00".
001190 01  WS-TRANLOG-STATUS           PIC X(02) VALUE "00".
001200 01  WS-HOLDMAS-STATUS           PIC X(02) VALUE "00".
001210
001220*--------------------------------------------------------------*
001230* CONDITION SWITCHES                                            *
001240*--------------------------------------------------------------*
001250 01  WS-END-OF-SESSION-SW        PIC X(01) VALUE "N".
001260     88  END-OF-SESSION                    VALUE "Y".
001270 01  WS-PENDAUTH-EOF-SW          PIC X(01) VALUE "N".
001280     88  PENDAUTH-EOF                      VALUE "Y".
001290 01  WS-SIGNON-OK-SW             PIC X(01) VALUE "N".
001300     88  SIGNON-OK                         VALUE "Y".
001310 01  WS-ITEM-FOUND-SW            PIC X(01) VALUE "N".
001320     88  ITEM-FOUND                        VALUE "Y".
001330 01  WS-STATUS-OK-SW             PIC X(01) VALUE "N".
001340     88  STATUS-OK                         VALUE "Y".
001350 01  WS-REWRITE-OK-SW            PIC X(01) VALUE "N".
001360     88  REWRITE-OK                        VALUE "Y".
001370 01  WS-TRANLOG-EOF-SW           PIC X(01) VALUE "N".
001380     88  TRANLOG-EOF                       VALUE "Y".
001390 01  WS-ORIG-FOUND-SW            PIC X(01) VALUE "N".
001400     88  ORIG-FOUND                        VALUE "Y".
001410 01  WS-LEG2-FOUND-SW            PIC X(01) VALUE "N".
001420     88  LEG2-FOUND                        VALUE "Y".
001430 01  WS-ORIG-REVERSED-SW         PIC X(01) VALUE "N".
001440     88  ORIG-REVERSED                     VALUE "Y".
001450 01  WS-TRANSFER-UNDONE-SW       PIC X(01) VALUE "N".
001460     88  TRANSFER-UNDONE                   VALUE "Y".
001470 01  WS-HOLDMAS-EOF-SW           PIC X(01) VALUE "N".
001480     88  HOLDMAS-EOF                       VALUE "Y".
001490 01  WS-GARNISHED-SW             PIC X(01) VALUE "N".
001500     88  GARNISHED                         VALUE "Y".
001510
001520*--------------------------------------------------------------*
001530* SUPERVISOR SESSION WORK FIELDS                                *
001540*--------------------------------------------------------------*
001550 01  WS-SUPERVISOR-ID            PIC X(08) VALUE SPACES.
001560 01  WS-SIGNON-TRY-COUNT         PIC 9(01) COMP VALUE ZERO.
001570 01  WS-ANSWER                   PIC X(01).
001580 01  WS-USER-INPUT               PIC X(60).
001590 01  WS-OPEN-ITEM-COUNT          PIC 9(04) COMP VALUE ZERO.
001600 01  WS-APPROVED-COUNT           PIC 9(04) COMP VALUE ZERO.
001610 01  WS-REJECTED-COUNT           PIC 9(04) COMP VALUE ZERO.
001620
001630*--------------------------------------------------------------*
001640* POSTING WORK FIELDS                                           *
001650*--------------------------------------------------------------*
001660 01  WS-AMOUNT                   PIC S9(9)V99 VALUE ZERO.
001670 01  OD-LIMIT                    PIC S9(7)V99 VALUE -500.00.
001680 01  WS-EFFECTIVE-OD-LIMIT       PIC S9(7)V99 VALUE ZERO.
001690 01  WS-PROSPECTIVE-BALANCE      PIC S9(9)V99 VALUE ZERO.
001700 01  WS-HOLD-TOTAL               PIC S9(9)V99 VALUE ZERO.
001710 01  WS-HOLD-TOTAL-EDIT          PIC -(9)9.99.
001720
001730*--------------------------------------------------------------*
001740* STORNO WORK FIELDS - THE ENTRY TO BE REVERSED.  FOR AN        *
001750* UMBUCHUNG THE ORIG FIELDS HOLD THE DEBIT LEG (UMBUCH-AUS) AND *
001760* THE LEG2 FIELDS THE CREDIT LEG (UMBUCH-EIN)                   *
001770*--------------------------------------------------------------*
001780 01  WS-STORNO-MODE              PIC X(01).
001790     88  STORNO-BY-ENTRY                   VALUE "B".
001800     88  STORNO-BY-REFERENCE               VALUE "U".
001810 01  WS-ORIG-KEY                 PIC X(17).
001820 01  WS-ORIG-ACTION              PIC X(10).
001830 01  WS-ORIG-ACCT-NUMBER         PIC 9(06) VALUE ZERO.
001840 01  WS-ORIG-TIMESTAMP           PIC X(17).
001850 01  WS-ORIG-AMOUNT              PIC S9(9)V99 VALUE ZERO.
001860 01  WS-LEG2-ACCT-NUMBER         PIC 9(06) VALUE ZERO.
001870 01  WS-LEG2-TIMESTAMP           PIC X(17).
001880 01  WS-LEG2-AMOUNT              PIC S9(9)V99 VALUE ZERO.
001890 01  WS-REVERSAL-COUNT           PIC S9(04) COMP VALUE ZERO.
001900 01  WS-REVERSE-TIMESTAMP        PIC X(17).
001910 01  WS-REVERSE-ACTION           PIC X(12).
001920
001930*--------------------------------------------------------------*
001940* DISPLAY / EDIT FIELDS                                         *
001950*--------------------------------------------------------------*
001960 01  WS-BALANCE-EDIT             PIC -(9)9.99.
001970 01  WS-AMOUNT-EDIT              PIC -(9)9.99.
001980
001990*--------------------------------------------------------------*
002000* AUDIT TRAIL WORK FIELDS                                       *
002010*--------------------------------------------------------------*
002020 01  WS-CURRENT-DATE             PIC 9(08).
002030 01  WS-CURRENT-TIME             PIC 9(08).
002040 01  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
002050 01  WS-TIMESTAMP                PIC X(17).
002060 01  WS-LOG-ACTION               PIC X(10).
002070 01  WS-LOG-ACCT-NUMBER          PIC 9(06).
002080 01  WS-LOG-SEARCH-TEXT          PIC X(30).
002090 01  WS-LOG-BALANCE-EDIT         PIC -(9)9.99.
002100 01  WS-LOG-AMOUNT               PIC S9(9)V99 VALUE ZERO.
002110
002120 PROCEDURE DIVISION.
002130*****************************************************************
002140* 0000-MAINLINE                                                *
002150*****************************************************************
002160 0000-MAINLINE.
002170     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002180     PERFORM 2000-PROCESS-SESSION THRU 2000-EXIT
002190         UNTIL END-OF-SESSION
002200     PERFORM 9000-TERMINATE THRU 9000-EXIT
002210     STOP RUN.
002220
002230*****************************************************************
002240* 1000-INITIALIZE - SUPERVISOR SIGN-ON AND FILE OPENS           *
002250*****************************************************************
002260 1000-INITIALIZE.
002270     PERFORM 1050-CHECK-BUSINESS-DATE THRU 1050-EXIT
002280     IF END-OF-SESSION
002290        GO TO 1000-EXIT
002300     END-IF
002310     PERFORM 1400-SUPERVISOR-SIGNON THRU 1400-EXIT
002320         UNTIL SIGNON-OK OR END-OF-SESSION
002330     IF END-OF-SESSION
002340        GO TO 1000-EXIT
002350     END-IF
002360
002370     OPEN I-O PENDAUTH
002380     IF WS-PENDAUTH-STATUS = "35"
002390        DISPLAY "Keine offenen Freigaben (PENDAUTH fehlt)."
002400        SET END-OF-SESSION TO TRUE
002410        GO TO 1000-EXIT
002420     END-IF
002430     IF WS-PENDAUTH-STATUS NOT = "00"
002440        DISPLAY "FEHLER BEIM OEFFNEN VON PENDAUTH, STATUS "
002450            WS-PENDAUTH-STATUS
002460        SET END-OF-SESSION TO TRUE
002470        GO TO 1000-EXIT
002480     END-IF
002490
002500     OPEN I-O ACCTMAS
002510     IF WS-ACCTMAS-STATUS NOT = "00"
002520        DISPLAY "FEHLER BEIM OEFFNEN VON ACCTMAS, STATUS "
002530            WS-ACCTMAS-STATUS
002540        SET END-OF-SESSION TO TRUE
002550        GO TO 1000-EXIT
002560     END-IF
002570
002580     OPEN INPUT HOLDMAS
002590     IF WS-HOLDMAS-STATUS = "35"
002600        OPEN OUTPUT HOLDMAS
002610        CLOSE HOLDMAS
002620        OPEN INPUT HOLDMAS
002630     END-IF
002640     IF WS-HOLDMAS-STATUS NOT = "00"
002650        DISPLAY "FEHLER BEIM OEFFNEN VON HOLDMAS, STATUS "
002660            WS-HOLDMAS-STATUS
002670        SET END-OF-SESSION TO TRUE
002680        GO TO 1000-EXIT
002690     END-IF
002700
002710     OPEN EXTEND TRANLOG
002720     IF WS-TRANLOG-STATUS = "35"
002730        OPEN OUTPUT TRANLOG
002740        CLOSE TRANLOG
002750        OPEN EXTEND TRANLOG
002760     END-IF.
002770 1000-EXIT.
002780     EXIT.
002790
002800*****************************************************************
002810* 1050-CHECK-BUSINESS-DATE - THE SESSION RUNS ONLY WHILE        *
002820*            BUSDATE SHOWS THE COUNTER OPEN; DONE BEFORE        *
002830*            SIGN-ON AND AT THE START OF EVERY MENU ROUND       *
002840*****************************************************************
002850 1050-CHECK-BUSINESS-DATE.
002860     OPEN INPUT BUSDATE
002870     IF WS-BUSDATE-STATUS NOT = "00"
002880        DISPLAY "FEHLER BEIM OEFFNEN VON BUSDATE, STATUS "
002890            WS-BUSDATE-STATUS
002900        SET END-OF-SESSION TO TRUE
002910        GO TO 1050-EXIT
002920     END-IF
002930     READ BUSDATE
002940         AT END
002950             CLOSE BUSDATE
002960             DISPLAY "Kein Geschaeftsdatum eingerichtet - "
002970                 "Programmende."
002980             SET END-OF-SESSION TO TRUE
002990             GO TO 1050-EXIT
003000     END-READ
003010     CLOSE BUSDATE
003020     IF NOT BD-ONLINE-OPEN
003030        DISPLAY "Schalter fuer Geschaeftstag " BD-BUSINESS-DATE
003040            " ist geschlossen - Programmende."
003050        SET END-OF-SESSION TO TRUE
003060        GO TO 1050-EXIT
003070     END-IF
003080     MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE.
003090 1050-EXIT.
003100     EXIT.
003110
003120 1400-SUPERVISOR-SIGNON.
003130     DISPLAY "Vorgesetzten-Kennung eingeben: "
003140     ACCEPT WS-SUPERVISOR-ID
003150     IF WS-SUPERVISOR-ID = SPACES
003160        ADD 1 TO WS-SIGNON-TRY-COUNT
003170        DISPLAY "Kennung darf nicht leer sein."
003180        IF WS-SIGNON-TRY-COUNT NOT < 3
003190           DISPLAY "Anmeldung fehlgeschlagen - Programmende."
003200           SET END-OF-SESSION TO TRUE
003210        END-IF
003220     ELSE
003230        MOVE "Y" TO WS-SIGNON-OK-SW
003240        DISPLAY "Angemeldet als " WS-SUPERVISOR-ID
003250     END-IF.
003260 1400-EXIT.
003270     EXIT.
003280
003290*****************************************************************
003300* 2000-PROCESS-SESSION - LIST THE OPEN ITEMS, THEN DECIDE ONE   *
003310*****************************************************************
003320 2000-PROCESS-SESSION.
003330     PERFORM 1050-CHECK-BUSINESS-DATE THRU 1050-EXIT
003340     IF END-OF-SESSION
003350        GO TO 2000-EXIT
003360     END-IF
003370     PERFORM 3000-LIST-OPEN-ITEMS THRU 3000-EXIT
003380     IF WS-OPEN-ITEM-COUNT = ZERO
003390        DISPLAY "Keine offenen Freigaben."
003400        SET END-OF-SESSION TO TRUE
003410        GO TO 2000-EXIT
003420     END-IF
003430
003440     DISPLAY "Nummer der Buchung eingeben (oder ENDE): "
003450     ACCEPT WS-USER-INPUT
003460     IF WS-USER-INPUT (1:4) = "ENDE"
003470        SET END-OF-SESSION TO TRUE
003480        GO TO 2000-EXIT
003490     END-IF
003500     IF WS-USER-INPUT (1:6) NOT NUMERIC
003510        DISPLAY "Ungueltige Nummer."
003520        GO TO 2000-EXIT
003530     END-IF
003540     MOVE WS-USER-INPUT TO PA-ID
003550     PERFORM 4000-DECIDE-ITEM THRU 4000-EXIT.
003560 2000-EXIT.
003570     EXIT.
003580
003590*****************************************************************
003600* 3000-LIST-OPEN-ITEMS - EVERY ITEM STILL WAITING FOR A         *
003610*            DECISION, WITH TELLER, ACCOUNT AND AMOUNT          *
003620*****************************************************************
003630 3000-LIST-OPEN-ITEMS.
003640     MOVE ZERO TO WS-OPEN-ITEM-COUNT
003650     MOVE "N"  TO WS-PENDAUTH-EOF-SW
003660     DISPLAY " "
003670     DISPLAY "----- OFFENE FREIGABEN -----"
003680     MOVE ZERO TO PA-ID
003690     START PENDAUTH KEY IS NOT LESS THAN PA-ID
003700         INVALID KEY
003710             MOVE "Y" TO WS-PENDAUTH-EOF-SW
003720     END-START
003730     IF NOT PENDAUTH-EOF
003740        PERFORM 3100-LIST-NEXT-ITEM THRU 3100-EXIT
003750            UNTIL PENDAUTH-EOF
003760     END-IF.
003770 3000-EXIT.
003780     EXIT.
003790
003800 3100-LIST-NEXT-ITEM.
003810     READ PENDAUTH NEXT RECORD
003820         AT END
003830             MOVE "Y" TO WS-PENDAUTH-EOF-SW
003840             GO TO 3100-EXIT
003850     END-READ
003860     IF NOT PA-OFFEN
003870        GO TO 3100-EXIT
003880     END-IF
003890     ADD 1 TO WS-OPEN-ITEM-COUNT
003900     MOVE PA-AMOUNT TO WS-AMOUNT-EDIT
003910     IF PA-STORNO
003920        DISPLAY "Storno  " PA-ID " Konto " PA-ACCT-NUMBER
003930            " " PA-ORIG-ACTION " vom " PA-ORIG-TIMESTAMP
003940            " Betrag " WS-AMOUNT-EDIT
003950            " erfasst von " PA-CAPTURE-TELLER
003960            " am " PA-CAPTURE-DATE
003970        GO TO 3100-EXIT
003980     END-IF
003990     DISPLAY "Buchung " PA-ID " Konto " PA-ACCT-NUMBER
004000         " Typ " PA-TRANS-TYPE " Betrag " WS-AMOUNT-EDIT
004010         " erfasst von " PA-CAPTURE-TELLER
004020         " am " PA-CAPTURE-DATE.
004030 3100-EXIT.
004040     EXIT.
004050
004060*****************************************************************
004070* 4000-DECIDE-ITEM - APPROVE OR REJECT ONE OPEN ITEM.  ONLY AN  *
004080*            APPROVAL POSTS TO THE MASTER, UNDER THE TELLER     *
004090*            STATUS AND OVERDRAFT RULES                         *
004100*****************************************************************
004110 4000-DECIDE-ITEM.
004120     MOVE "N" TO WS-ITEM-FOUND-SW
004130     READ PENDAUTH
004140         KEY IS PA-ID
004150         INVALID KEY
004160             DISPLAY "Keine Buchung " PA-ID " gefunden."
004170             GO TO 4000-EXIT
004180     END-READ
004190     IF NOT PA-OFFEN
004200        DISPLAY "Buchung " PA-ID " ist bereits entschieden."
004210        GO TO 4000-EXIT
004220     END-IF
004230     IF PA-CAPTURE-TELLER = WS-SUPERVISOR-ID
004240        DISPLAY "Buchung " PA-ID " wurde von der eigenen "
004250            "Kennung erfasst - Entscheidung durch eine "
004260            "andere Kennung erforderlich."
004270        GO TO 4000-EXIT
004280     END-IF
004290     MOVE "Y" TO WS-ITEM-FOUND-SW
004300
004310     MOVE PA-AMOUNT TO WS-AMOUNT-EDIT
004320     DISPLAY "Buchung " PA-ID " Konto " PA-ACCT-NUMBER
004330         " Typ " PA-TRANS-TYPE " Betrag " WS-AMOUNT-EDIT
004340         " erfasst von " PA-CAPTURE-TELLER
004350     IF PA-STORNO
004360        DISPLAY "Storno der Buchung " PA-ORIG-ACTION
004370            " vom " PA-ORIG-TIMESTAMP
004380     END-IF
004390     DISPLAY "Freigeben (F) oder Ablehnen (A)? "
004400     ACCEPT WS-ANSWER
004410     EVALUATE WS-ANSWER
004420         WHEN "F" WHEN "f"
004430             PERFORM 4100-APPROVE-ITEM THRU 4100-EXIT
004440         WHEN "A" WHEN "a"
004450             PERFORM 4200-REJECT-ITEM THRU 4200-EXIT
004460         WHEN OTHER
004470             DISPLAY "Keine Entscheidung erfasst."
004480     END-EVALUATE.
004490 4000-EXIT.
004500     EXIT.
004510
004520*****************************************************************
004530* 4100-APPROVE-ITEM - POST THE HELD TRANSACTION AND CLOSE THE   *
004540*            ITEM AS FREIGEGEBEN.  A STORNO ITEM IS POSTED BY   *
004550*            4600-APPROVE-STORNO.  A DEBIT IS CHECKED AGAINST   *
004560*            THE AVAILABLE BALANCE (ACTIVE HOLDS OFF); AN       *
004570*            ACTIVE PFAENDUNG REMOVES THE OVERDRAFT LINE        *
004580*****************************************************************
004590 4100-APPROVE-ITEM.
004600     IF PA-STORNO
004610        PERFORM 4600-APPROVE-STORNO THRU 4600-EXIT
004620        GO TO 4100-EXIT
004630     END-IF
004640     MOVE PA-ACCT-NUMBER TO ACCT-NUMBER
004650     READ ACCTMAS
004660         KEY IS ACCT-NUMBER
004670         INVALID KEY
004680             DISPLAY "Konto " PA-ACCT-NUMBER " nicht "
004690                 "gefunden - Freigabe nicht moeglich."
004700             GO TO 4100-EXIT
004710     END-READ
004720     PERFORM 4500-CHECK-ACCOUNT-STATUS THRU 4500-EXIT
004730     IF NOT STATUS-OK
004740        GO TO 4100-EXIT
004750     END-IF
004760
004770     MOVE PA-AMOUNT TO WS-AMOUNT
004780     IF PA-TRANS-TYPE = "E"
004790        ADD WS-AMOUNT TO ACCT-BALANCE
004800        MOVE "EINZAHLUNG" TO WS-LOG-ACTION
004810        MOVE WS-AMOUNT TO WS-LOG-AMOUNT
004820     ELSE
004830        IF ACCT-OD-LIMIT NUMERIC
004840           MOVE ACCT-OD-LIMIT TO WS-EFFECTIVE-OD-LIMIT
004850        ELSE
004860           MOVE OD-LIMIT TO WS-EFFECTIVE-OD-LIMIT
004870        END-IF
004880        PERFORM 4150-SUM-HOLDS THRU 4150-EXIT
004890        IF WS-HOLD-TOTAL > ZERO
004900           MOVE WS-HOLD-TOTAL TO WS-HOLD-TOTAL-EDIT
004910           DISPLAY "Vorgemerkt auf Konto " ACCT-NUMBER ": "
004920               WS-HOLD-TOTAL-EDIT
004930        END-IF
004940        IF GARNISHED
004950           AND WS-EFFECTIVE-OD-LIMIT < ZERO
004960           MOVE ZERO TO WS-EFFECTIVE-OD-LIMIT
004970           DISPLAY "Konto " ACCT-NUMBER " ist gepfaendet - "
004980               "kein Dispositionskredit."
004990        END-IF
005000        COMPUTE WS-PROSPECTIVE-BALANCE
005010            = ACCT-BALANCE - WS-HOLD-TOTAL - WS-AMOUNT
005020        IF WS-PROSPECTIVE-BALANCE < WS-EFFECTIVE-OD-LIMIT
005030           DISPLAY "Freigabe abgelehnt - "
005040               "Ueberziehungslimit erreicht."
005050           MOVE "ABGELEHNT" TO WS-LOG-ACTION
005060           PERFORM 4300-LOG-DECISION THRU 4300-EXIT
005070           GO TO 4100-EXIT
005080        END-IF
005090        SUBTRACT WS-AMOUNT FROM ACCT-BALANCE
005100        MOVE "AUSZAHLUNG" TO WS-LOG-ACTION
005110        COMPUTE WS-LOG-AMOUNT = ZERO - WS-AMOUNT
005120     END-IF
005130
005140     MOVE "Y" TO WS-REWRITE-OK-SW
005150     REWRITE ACCT-RECORD
005160         INVALID KEY
005170             MOVE "N" TO WS-REWRITE-OK-SW
005180             DISPLAY "FEHLER BEIM SCHREIBEN, STATUS "
005190                 WS-ACCTMAS-STATUS
005200     END-REWRITE
005210     IF NOT REWRITE-OK
005220        IF PA-TRANS-TYPE = "E"
005230           SUBTRACT WS-AMOUNT FROM ACCT-BALANCE
005240        ELSE
005250           ADD WS-AMOUNT TO ACCT-BALANCE
005260        END-IF
005270        MOVE ZERO TO WS-LOG-AMOUNT
005280        DISPLAY "Buchung NICHT gespeichert."
005290        GO TO 4100-EXIT
005300     END-IF
005310
005320     MOVE "F" TO PA-STATUS
005330     PERFORM 4400-CLOSE-ITEM THRU 4400-EXIT
005340     ADD 1 TO WS-APPROVED-COUNT
005350     MOVE ACCT-BALANCE TO WS-BALANCE-EDIT
005360     DISPLAY "Buchung " PA-ID " freigegeben und gebucht - "
005370         "neuer Kontostand " WS-BALANCE-EDIT
005380     PERFORM 4300-LOG-DECISION THRU 4300-EXIT.
005390 4100-EXIT.
005400     EXIT.
005410
005420*****************************************************************
005430* 4150-SUM-HOLDS - ACTIVE VORMERKUNGEN OF THE ACCOUNT IN        *
005440*            ACCT-RECORD INTO WS-HOLD-TOTAL; AN ACTIVE          *
005450*            PFAENDUNG ALSO SETS GARNISHED                      *
005460*****************************************************************
005470 4150-SUM-HOLDS.
005480     MOVE ZERO TO WS-HOLD-TOTAL
005490     MOVE "N"  TO WS-GARNISHED-SW
005500     MOVE "N"  TO WS-HOLDMAS-EOF-SW
005510     MOVE ACCT-NUMBER TO HL-ACCT-NUMBER
005520     MOVE ZERO TO HL-HOLD-SEQ
005530     START HOLDMAS KEY IS NOT LESS THAN HL-HOLD-KEY
005540         INVALID KEY
005550             MOVE "Y" TO WS-HOLDMAS-EOF-SW
005560     END-START
005570     PERFORM 4155-ADD-NEXT-HOLD THRU 4155-EXIT
005580         UNTIL HOLDMAS-EOF.
005590 4150-EXIT.
005600     EXIT.
005610
005620 4155-ADD-NEXT-HOLD.
005630     READ HOLDMAS NEXT RECORD
005640         AT END
005650             MOVE "Y" TO WS-HOLDMAS-EOF-SW
005660             GO TO 4155-EXIT
005670     END-READ
005680     IF HL-ACCT-NUMBER NOT = ACCT-NUMBER
005690        MOVE "Y" TO WS-HOLDMAS-EOF-SW
005700        GO TO 4155-EXIT
005710     END-IF
005720     IF NOT HL-AKTIV
005730        OR HL-START-DATE > WS-BUSINESS-DATE
005740        GO TO 4155-EXIT
005750     END-IF
005760     IF HL-EXPIRY-DATE NOT = ZERO
005770        AND HL-EXPIRY-DATE < WS-BUSINESS-DATE
005780        GO TO 4155-EXIT
005790     END-IF
005800     ADD HL-AMOUNT TO WS-HOLD-TOTAL
005810     IF HL-PFAENDUNG
005820        MOVE "Y" TO WS-GARNISHED-SW
005830     END-IF.
005840 4155-EXIT.
005850     EXIT.
005860
005870*****************************************************************
005880* 4200-REJECT-ITEM - CLOSE THE ITEM AS ABGELEHNT; THE MASTER    *
005890*            STAYS UNTOUCHED                                    *
005900*****************************************************************
005910 4200-REJECT-ITEM.
005920     MOVE PA-ACCT-NUMBER TO ACCT-NUMBER
005930     READ ACCTMAS
005940         KEY IS ACCT-NUMBER
005950         INVALID KEY
005960             MOVE ZERO TO ACCT-BALANCE
005970     END-READ
005980     MOVE "A" TO PA-STATUS
005990     PERFORM 4400-CLOSE-ITEM THRU 4400-EXIT
006000     ADD 1 TO WS-REJECTED-COUNT
006010     DISPLAY "Buchung " PA-ID " abgelehnt - keine Buchung."
006020     MOVE "ABGELEHNT" TO WS-LOG-ACTION
006030     MOVE ZERO TO WS-LOG-AMOUNT
006040     PERFORM 4300-LOG-DECISION THRU 4300-EXIT.
006050 4200-EXIT.
006060     EXIT.
006070
006080*****************************************************************
006090* 4300-LOG-DECISION - ONE TRANLOG ENTRY NAMING BOTH OPERATORS:  *
006100*            SUPERVISOR IN TL-TELLER-ID, CAPTURING TELLER AND   *
006110*            ITEM NUMBER IN TL-SEARCH-TEXT                      *
006120*****************************************************************
006130 4300-LOG-DECISION.
006140     MOVE SPACES TO WS-LOG-SEARCH-TEXT
006150     STRING "ERF " DELIMITED BY SIZE
006160         PA-CAPTURE-TELLER DELIMITED BY SIZE
006170         " #" DELIMITED BY SIZE
006180         PA-ID DELIMITED BY SIZE
006190         INTO WS-LOG-SEARCH-TEXT
006200     MOVE ACCT-NUMBER     TO WS-LOG-ACCT-NUMBER
006210     MOVE ACCT-BALANCE    TO WS-BALANCE-EDIT
006220     MOVE WS-BALANCE-EDIT TO WS-LOG-BALANCE-EDIT
006230     PERFORM 7000-WRITE-LOG THRU 7000-EXIT.
006240 4300-EXIT.
006250     EXIT.
006260
006270 4400-CLOSE-ITEM.
006280     MOVE WS-SUPERVISOR-ID TO PA-DECIDE-OPER
006290     MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
006300     MOVE WS-CURRENT-DATE  TO PA-DECIDE-DATE
006310     REWRITE PA-RECORD
006320         INVALID KEY
006330             DISPLAY "WARNUNG: FREIGABESATZ " PA-ID
006340                 " NICHT FORTGESCHRIEBEN, STATUS "
006350                 WS-PENDAUTH-STATUS
006360     END-REWRITE.
006370 4400-EXIT.
006380     EXIT.
006390
006400*****************************************************************
006410* 4500-CHECK-ACCOUNT-STATUS - NO POSTING AGAINST A FROZEN OR    *
006420*            CLOSED ACCOUNT                                     *
006430*****************************************************************
006440 4500-CHECK-ACCOUNT-STATUS.
006450     MOVE "Y" TO WS-STATUS-OK-SW
006460     IF ACCT-AKTIV
006470        GO TO 4500-EXIT
006480     END-IF
006490     MOVE "N" TO WS-STATUS-OK-SW
006500     IF ACCT-GESPERRT
006510        DISPLAY "Konto " ACCT-NUMBER " ist GESPERRT - "
006520            "Freigabe nicht moeglich."
006530     ELSE
006540        DISPLAY "Konto " ACCT-NUMBER " ist GESCHLOSSEN - "
006550            "Freigabe nicht moeglich."
006560     END-IF
006570     MOVE "ABGELEHNT" TO WS-LOG-ACTION
006580     MOVE ZERO TO WS-LOG-AMOUNT
006590     PERFORM 4300-LOG-DECISION THRU 4300-EXIT.
006600 4500-EXIT.
006610     EXIT.
006620
006630*****************************************************************
006640* 4600-APPROVE-STORNO - FIND THE ORIGINAL AGAIN ON TODAY'S      *
006650*            TRANLOG, THEN POST THE EXACT OPPOSITE OF EACH LEG  *
006660*            AND CLOSE THE ITEM AS FREIGEGEBEN.  FOR AN         *
006670*            UMBUCHUNG BOTH ACCOUNTS ARE REVERSED OR NEITHER.   *
006680*****************************************************************
006690 4600-APPROVE-STORNO.
006700     PERFORM 4610-LOCATE-ORIGINAL THRU 4610-EXIT
006710     IF NOT ORIG-FOUND
006720        OR (STORNO-BY-REFERENCE
006730            AND (NOT LEG2-FOUND OR TRANSFER-UNDONE))
006740        DISPLAY "Originalbuchung nicht im heutigen Protokoll "
006750            "(Tagesabschnitt gelaufen) - Storno wird "
006760            "abgelehnt."
006770        PERFORM 4200-REJECT-ITEM THRU 4200-EXIT
006780        GO TO 4600-EXIT
006790     END-IF
006800     IF ORIG-REVERSED
006810        DISPLAY "Originalbuchung ist bereits storniert - "
006820            "Storno wird abgelehnt."
006830        PERFORM 4200-REJECT-ITEM THRU 4200-EXIT
006840        GO TO 4600-EXIT
006850     END-IF
006860
006870     IF STORNO-BY-REFERENCE
006880        MOVE WS-LEG2-ACCT-NUMBER TO ACCT-NUMBER
006890        PERFORM 4640-READ-STORNO-ACCOUNT THRU 4640-EXIT
006900        IF NOT STATUS-OK
006910           GO TO 4600-EXIT
006920        END-IF
006930     END-IF
006940     MOVE WS-ORIG-ACCT-NUMBER TO ACCT-NUMBER
006950     PERFORM 4640-READ-STORNO-ACCOUNT THRU 4640-EXIT
006960     IF NOT STATUS-OK
006970        GO TO 4600-EXIT
006980     END-IF
006990
007000     SUBTRACT WS-ORIG-AMOUNT FROM ACCT-BALANCE
007010     PERFORM 4650-REWRITE-ACCOUNT THRU 4650-EXIT
007020     IF NOT REWRITE-OK
007030        ADD WS-ORIG-AMOUNT TO ACCT-BALANCE
007040        DISPLAY "Storno NICHT gebucht."
007050        GO TO 4600-EXIT
007060     END-IF
007070     MOVE WS-ORIG-TIMESTAMP TO WS-REVERSE-TIMESTAMP
007080     MOVE WS-ORIG-ACTION    TO WS-REVERSE-ACTION
007090     MOVE "STORNO"          TO WS-LOG-ACTION
007100     COMPUTE WS-LOG-AMOUNT = ZERO - WS-ORIG-AMOUNT
007110     PERFORM 4660-LOG-REVERSAL THRU 4660-EXIT
007120
007130     IF STORNO-BY-REFERENCE
007140        MOVE WS-LEG2-ACCT-NUMBER TO ACCT-NUMBER
007150        READ ACCTMAS
007160            KEY IS ACCT-NUMBER
007170            INVALID KEY
007180                PERFORM 4670-UNDO-FIRST-LEG THRU 4670-EXIT
007190                GO TO 4600-EXIT
007200        END-READ
007210        SUBTRACT WS-LEG2-AMOUNT FROM ACCT-BALANCE
007220        PERFORM 4650-REWRITE-ACCOUNT THRU 4650-EXIT
007230        IF NOT REWRITE-OK
007240           PERFORM 4670-UNDO-FIRST-LEG THRU 4670-EXIT
007250           GO TO 4600-EXIT
007260        END-IF
007270        MOVE WS-LEG2-TIMESTAMP TO WS-REVERSE-TIMESTAMP
007280        MOVE "UMBUCH-EIN"      TO WS-REVERSE-ACTION
007290        MOVE "STORNO"          TO WS-LOG-ACTION
007300        COMPUTE WS-LOG-AMOUNT = ZERO - WS-LEG2-AMOUNT
007310        PERFORM 4660-LOG-REVERSAL THRU 4660-EXIT
007320     END-IF
007330
007340     MOVE "F" TO PA-STATUS
007350     PERFORM 4400-CLOSE-ITEM THRU 4400-EXIT
007360     ADD 1 TO WS-APPROVED-COUNT
007370     DISPLAY "Storno " PA-ID " freigegeben und gebucht.".
007380 4600-EXIT.
007390     EXIT.
007400
007410*****************************************************************
007420* 4610-LOCATE-ORIGINAL - READ TODAY'S TRANLOG FROM THE TOP FOR  *
007430*            THE ENTRY (OR THE TWO UMBUCHUNG LEGS) THE ITEM     *
007440*            NAMES, AND FOR A STORNO ALREADY WRITTEN AGAINST    *
007450*            IT.  THE LOG IS REOPENED FOR EXTEND AFTERWARDS.    *
007460*****************************************************************
007470 4610-LOCATE-ORIGINAL.
007480     MOVE "N" TO WS-ORIG-FOUND-SW
007490     MOVE "N" TO WS-LEG2-FOUND-SW
007500     MOVE "N" TO WS-ORIG-REVERSED-SW
007510     MOVE "N" TO WS-TRANSFER-UNDONE-SW
007520     MOVE "N" TO WS-TRANLOG-EOF-SW
007530     MOVE ZERO TO WS-REVERSAL-COUNT
007540     MOVE PA-ORIG-TIMESTAMP TO WS-ORIG-KEY
007550     MOVE SPACES TO WS-ORIG-ACTION
007560     MOVE SPACES TO WS-LEG2-TIMESTAMP
007570     MOVE ZERO   TO WS-LEG2-ACCT-NUMBER
007580     MOVE ZERO   TO WS-ORIG-AMOUNT
007590     MOVE ZERO   TO WS-LEG2-AMOUNT
007600     IF PA-ORIG-ACTION = "UMBUCHUNG"
007610        MOVE "U"    TO WS-STORNO-MODE
007620        MOVE SPACES TO WS-ORIG-TIMESTAMP
007630        MOVE ZERO   TO WS-ORIG-ACCT-NUMBER
007640     ELSE
007650        MOVE "B"            TO WS-STORNO-MODE
007660        MOVE WS-ORIG-KEY    TO WS-ORIG-TIMESTAMP
007670        MOVE PA-ACCT-NUMBER TO WS-ORIG-ACCT-NUMBER
007680     END-IF
007690
007700     CLOSE TRANLOG
007710     OPEN INPUT TRANLOG
007720     IF WS-TRANLOG-STATUS NOT = "00"
007730        DISPLAY "FEHLER BEIM LESEN VON TRANLOG, STATUS "
007740            WS-TRANLOG-STATUS
007750        MOVE "Y" TO WS-TRANLOG-EOF-SW
007760     END-IF
007770     PERFORM 4620-CHECK-LOG-ENTRY THRU 4620-EXIT
007780         UNTIL TRANLOG-EOF
007790     CLOSE TRANLOG
007800     OPEN EXTEND TRANLOG
007810     IF WS-TRANLOG-STATUS = "35"
007820        OPEN OUTPUT TRANLOG
007830        CLOSE TRANLOG
007840        OPEN EXTEND TRANLOG
007850     END-IF
007860     IF WS-REVERSAL-COUNT > ZERO
007870        MOVE "Y" TO WS-ORIG-REVERSED-SW
007880     END-IF.
007890 4610-EXIT.
007900     EXIT.
007910
007920*****************************************************************
007930* 4620-CHECK-LOG-ENTRY - ONE TRANLOG ENTRY AGAINST THE ITEM.  A *
007940*            STORNO TAKEN BACK (FEHLER ... STORNO-RUECK) DOES   *
007950*            NOT COUNT AS A REVERSAL                            *
007960*****************************************************************
007970 4620-CHECK-LOG-ENTRY.
007980     READ TRANLOG
007990         AT END
008000             MOVE "Y" TO WS-TRANLOG-EOF-SW
008010             GO TO 4620-EXIT
008020     END-READ
008030
008040     IF TL-ACTION = "STORNO"
008050        IF (TL-ACCT-NUMBER = WS-ORIG-ACCT-NUMBER
008060            AND TL-SEARCH-TEXT (1:17) = WS-ORIG-TIMESTAMP)
008070           OR (TL-ACCT-NUMBER = WS-LEG2-ACCT-NUMBER
008080            AND TL-SEARCH-TEXT (1:17) = WS-LEG2-TIMESTAMP)
008090           ADD 1 TO WS-REVERSAL-COUNT
008100        END-IF
008110        GO TO 4620-EXIT
008120     END-IF
008130     IF TL-ACTION = "FEHLER"
008140        AND TL-SEARCH-TEXT (18:13) = " STORNO-RUECK"
008150        IF TL-ACCT-NUMBER = WS-ORIG-ACCT-NUMBER
008160           AND TL-SEARCH-TEXT (1:17) = WS-ORIG-TIMESTAMP
008170           SUBTRACT 1 FROM WS-REVERSAL-COUNT
008180        END-IF
008190        GO TO 4620-EXIT
008200     END-IF
008210
008220     IF STORNO-BY-ENTRY
008230        IF TL-ACCT-NUMBER = WS-ORIG-ACCT-NUMBER
008240           AND TL-TIMESTAMP = WS-ORIG-TIMESTAMP
008250           AND TL-ACTION = PA-ORIG-ACTION
008260           AND (TL-ACTION = "EINZAHLUNG" OR "AUSZAHLUNG")
008270           MOVE "Y"       TO WS-ORIG-FOUND-SW
008280           MOVE TL-ACTION TO WS-ORIG-ACTION
008290           MOVE TL-AMOUNT TO WS-ORIG-AMOUNT
008300        END-IF
008310        GO TO 4620-EXIT
008320     END-IF
008330
008340     IF TL-SEARCH-TEXT (1:17) NOT = WS-ORIG-KEY
008350        GO TO 4620-EXIT
008360     END-IF
008370     EVALUATE TL-ACTION
008380         WHEN "UMBUCH-AUS"
008390             MOVE "Y"            TO WS-ORIG-FOUND-SW
008400             MOVE TL-ACTION      TO WS-ORIG-ACTION
008410             MOVE TL-ACCT-NUMBER TO WS-ORIG-ACCT-NUMBER
008420             MOVE TL-TIMESTAMP   TO WS-ORIG-TIMESTAMP
008430             MOVE TL-AMOUNT      TO WS-ORIG-AMOUNT
008440         WHEN "UMBUCH-EIN"
008450             MOVE "Y"            TO WS-LEG2-FOUND-SW
008460             MOVE TL-ACCT-NUMBER TO WS-LEG2-ACCT-NUMBER
008470             MOVE TL-TIMESTAMP   TO WS-LEG2-TIMESTAMP
008480             MOVE TL-AMOUNT      TO WS-LEG2-AMOUNT
008490         WHEN "FEHLER"
008500             IF TL-SEARCH-TEXT (18:1) = ">"
008510                MOVE "Y"         TO WS-TRANSFER-UNDONE-SW
008520             END-IF
008530     END-EVALUATE.
008540 4620-EXIT.
008550     EXIT.
008560
008570*****************************************************************
008580* 4640-READ-STORNO-ACCOUNT - ACCOUNT IN ACCT-NUMBER, UNDER THE  *
008590*            USUAL STATUS RULE                                  *
008600*****************************************************************
008610 4640-READ-STORNO-ACCOUNT.
008620     MOVE "N" TO WS-STATUS-OK-SW
008630     READ ACCTMAS
008640         KEY IS ACCT-NUMBER
008650         INVALID KEY
008660             DISPLAY "Konto " ACCT-NUMBER " nicht "
008670                 "gefunden - Freigabe nicht moeglich."
008680             GO TO 4640-EXIT
008690     END-READ
008700     PERFORM 4500-CHECK-ACCOUNT-STATUS THRU 4500-EXIT.
008710 4640-EXIT.
008720     EXIT.
008730
008740 4650-REWRITE-ACCOUNT.
008750     MOVE "Y" TO WS-REWRITE-OK-SW
008760     REWRITE ACCT-RECORD
008770         INVALID KEY
008780             MOVE "N" TO WS-REWRITE-OK-SW
008790             DISPLAY "FEHLER BEIM SCHREIBEN, STATUS "
008800                 WS-ACCTMAS-STATUS
008810     END-REWRITE.
008820 4650-EXIT.
008830     EXIT.
008840
008850*****************************************************************
008860* 4660-LOG-REVERSAL - TRANLOG ENTRY FOR ONE REVERSED LEG.  THE  *
008870*            SEARCH TEXT NAMES THE ORIGINAL: ITS TIMESTAMP AND  *
008880*            ITS ACTION                                         *
008890*****************************************************************
008900 4660-LOG-REVERSAL.
008910     MOVE SPACES TO WS-LOG-SEARCH-TEXT
008920     STRING WS-REVERSE-TIMESTAMP DELIMITED BY SIZE
008930         " " DELIMITED BY SIZE
008940         WS-REVERSE-ACTION DELIMITED BY SIZE
008950         INTO WS-LOG-SEARCH-TEXT
008960     MOVE ACCT-NUMBER     TO WS-LOG-ACCT-NUMBER
008970     MOVE ACCT-BALANCE    TO WS-BALANCE-EDIT
008980     MOVE WS-BALANCE-EDIT TO WS-LOG-BALANCE-EDIT
008990     DISPLAY "Konto " ACCT-NUMBER " storniert - neuer "
009000         "Kontostand " WS-BALANCE-EDIT
009010     PERFORM 7000-WRITE-LOG THRU 7000-EXIT.
009020 4660-EXIT.
009030     EXIT.
009040
009050*****************************************************************
009060* 4670-UNDO-FIRST-LEG - THE CREDIT-LEG ACCOUNT OF AN UMBUCHUNG  *
009070*            STORNO COULD NOT BE POSTED.  TAKE THE DEBIT-LEG    *
009080*            STORNO BACK AND LOG IT AS FEHLER ... STORNO-RUECK; *
009090*            THE ITEM STAYS OPEN                                *
009100*****************************************************************
009110 4670-UNDO-FIRST-LEG.
009120     DISPLAY "Gegenkonto nicht verfuegbar - Storno wird "
009130         "zurueckgenommen."
009140     MOVE WS-ORIG-ACCT-NUMBER TO ACCT-NUMBER
009150     READ ACCTMAS
009160         KEY IS ACCT-NUMBER
009170         INVALID KEY
009180             DISPLAY "WARNUNG: RUECKNAHME NICHT MOEGLICH, "
009190                 "KONTO " ACCT-NUMBER " MANUELL PRUEFEN."
009200             GO TO 4670-EXIT
009210     END-READ
009220     ADD WS-ORIG-AMOUNT TO ACCT-BALANCE
009230     PERFORM 4650-REWRITE-ACCOUNT THRU 4650-EXIT
009240     IF NOT REWRITE-OK
009250        DISPLAY "WARNUNG: RUECKNAHME FEHLGESCHLAGEN, KONTO "
009260            ACCT-NUMBER " MANUELL PRUEFEN."
009270        GO TO 4670-EXIT
009280     END-IF
009290     MOVE WS-ORIG-TIMESTAMP TO WS-REVERSE-TIMESTAMP
009300     MOVE "STORNO-RUECK"    TO WS-REVERSE-ACTION
009310     MOVE "FEHLER"          TO WS-LOG-ACTION
009320     MOVE WS-ORIG-AMOUNT    TO WS-LOG-AMOUNT
009330     PERFORM 4660-LOG-REVERSAL THRU 4660-EXIT.
009340 4670-EXIT.
009350     EXIT.
009360
009370*****************************************************************
009380* 7000-WRITE-LOG - APPEND ONE AUDIT RECORD TO TRANLOG           *
009390*****************************************************************
009400 7000-WRITE-LOG.
009410     MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
009420     ACCEPT WS-CURRENT-TIME FROM TIME
009430     MOVE SPACES TO WS-TIMESTAMP
009440     STRING WS-CURRENT-DATE DELIMITED BY SIZE
009450         "-" DELIMITED BY SIZE
009460         WS-CURRENT-TIME DELIMITED BY SIZE
009470         INTO WS-TIMESTAMP
009480
009490     MOVE WS-TIMESTAMP        TO TL-TIMESTAMP
009500     MOVE WS-LOG-ACTION       TO TL-ACTION
009510     MOVE WS-LOG-SEARCH-TEXT  TO TL-SEARCH-TEXT
009520     MOVE WS-LOG-ACCT-NUMBER  TO TL-ACCT-NUMBER
009530     MOVE WS-LOG-BALANCE-EDIT TO TL-BALANCE-DISPLAY
009540     MOVE WS-SUPERVISOR-ID    TO TL-TELLER-ID
009550     MOVE WS-LOG-AMOUNT       TO TL-AMOUNT
009560     MOVE ZERO                TO WS-LOG-AMOUNT
009570
009580     WRITE TL-RECORD
009590     IF WS-TRANLOG-STATUS NOT = "00"
009600        DISPLAY "WARNUNG: PROTOKOLLEINTRAG FEHLGESCHLAGEN, "
009610            "STATUS " WS-TRANLOG-STATUS
009620     END-IF.
009630 7000-EXIT.
009640     EXIT.
009650
009660*****************************************************************
009670* 9000-TERMINATE - CLOSE ALL FILES BEFORE ENDING THE SESSION    *
009680*****************************************************************
009690 9000-TERMINATE.
009700     CLOSE PENDAUTH
009710     CLOSE ACCTMAS
009720     CLOSE TRANLOG
009730     CLOSE HOLDMAS
009740     IF SIGNON-OK
009750        DISPLAY " "
009760        DISPLAY "----- FREIGABEN SITZUNG " WS-SUPERVISOR-ID
009770            " -----"
009780        DISPLAY "Freigegeben : " WS-APPROVED-COUNT
009790        DISPLAY "Abgelehnt   : " WS-REJECTED-COUNT
009800     END-IF
009810     DISPLAY "Freigabeprogramm beendet.".
009820 9000-EXIT.
009830     EXIT.
