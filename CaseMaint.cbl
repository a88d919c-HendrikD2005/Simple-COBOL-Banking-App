000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CaseMaint.
000030 AUTHOR. H. DECKER.
000040 INSTALLATION. RETAIL BANKING OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*    CASEMAINT - BEARBEITUNG DER GWG-FAELLE                     *
000100*                                                               *
000110*    COMPLIANCE COUNTERPART TO THE NIGHTLY CASHMONITOR RUN.     *
000120*    LISTS THE OPEN CASES ON GWGCASE (COPYBOOK CASEREC) WITH    *
000130*    CUSTOMER, PATTERN AND TOTALS, SHOWS ONE CASE WITH EVERY    *
000140*    MOVEMENT AND TELLER IN IT, AND LETS THE COMPLIANCE         *
000150*    OFFICER CLOSE IT AS GEPRUEFT (NO SUSPICION) OR GEMELDET    *
000160*    (SUSPICIOUS ACTIVITY REPORT FILED).  A COMMENT IS          *
000170*    MANDATORY; IT IS KEPT ON THE CASE HEAD WITH THE            *
000180*    OFFICER'S ID AND THE BUSINESS DATE.  A CLOSED CASE IS NOT  *
000190*    REOPENED - MOVEMENTS OF A NEW HIT GO TO A NEW CASE.        *
000200*                                                               *
000210*    RUNS WHILE THE COUNTER IS OPEN, SO IT NEVER SHARES THE     *
000220*    CASE FILE WITH CASHMONITOR, WHICH RUNS AFTER ARCHIV.       *
000230*                                                               *
000240*    MODIFICATION HISTORY                                       *
000250*    ------------------------------------------------------     *
000260*    2026-10-15  HD  ORIGINAL VERSION.                          *
000270*                                                               *
000280*****************************************************************
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT BUSDATE ASSIGN TO "BUSDATE"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-BUSDATE-STATUS.
000360
000370     SELECT GWGCASE ASSIGN TO "GWGCASE"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS GC-KEY
000410         ALTERNATE RECORD KEY IS GC-CUST-NUMBER
000420             WITH DUPLICATES
000430         ALTERNATE RECORD KEY IS GC-MOVE-KEY
000440             WITH DUPLICATES
000450         FILE STATUS IS WS-GWGCASE-STATUS.
000460
000470     SELECT CUSTMAS ASSIGN TO "CUSTMAS"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS CUST-NUMBER
000510         ALTERNATE RECORD KEY IS CUST-LAST-NAME
000520             WITH DUPLICATES
000530         FILE STATUS IS WS-CUSTMAS-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  BUSDATE
000580     LABEL RECORDS ARE STANDARD.
000590 COPY BDATREC.
000600
000610 FD  GWGCASE
000620     LABEL RECORDS ARE STANDARD.
000630 COPY CASEREC.
000640
000650 FD  CUSTMAS
000660     LABEL RECORDS ARE STANDARD.
000670 COPY CUSTREC.
000680
000690 WORKING-STORAGE SECTION.
000700*--------------------------------------------------------------*
000710* FILE STATUS SWITCHES                                         *
000720*--------------------------------------------------------------*
000730 01  WS-BUSDATE-STATUS           PIC X(02) VALUE "00".
000740 01  WS-GWGCASE-STATUS           PIC X(02) VALUE "00".
000750 01  WS-CUSTMAS-STATUS           PIC X(02) VALUE "00".
000760
000770*--------------------------------------------------------------*
000780* CONDITION SWITCHES                                           *
000790*--------------------------------------------------------------*
000800 01  WS-END-OF-SESSION-SW        PIC X(01) VALUE "N".
000810     88  END-OF-SESSION                    VALUE "Y".
000820 01  WS-GWGCASE-EOF-SW           PIC X(01) VALUE "N".
000830     88  GWGCASE-EOF                       VALUE "Y".
000840 01  WS-SIGNON-OK-SW             PIC X(01) VALUE "N".
000850     88  SIGNON-OK                         VALUE "Y".
000860
000870*--------------------------------------------------------------*
000880* COMPLIANCE SESSION WORK FIELDS                               *
000890*--------------------------------------------------------------*
000900 01  WS-OFFICER-ID               PIC X(08) VALUE SPACES.
000910 01  WS-SIGNON-TRY-COUNT         PIC 9(01) COMP VALUE ZERO.
000920 01  WS-ANSWER                   PIC X(01).
000930 01  WS-USER-INPUT               PIC X(60).
000940 01  WS-CASE-NUMBER              PIC 9(06) VALUE ZERO.
000950 01  WS-NEW-STATUS               PIC X(01) VALUE SPACE.
000960 01  WS-OPEN-CASE-COUNT          PIC 9(04) COMP VALUE ZERO.
000970 01  WS-CHECKED-COUNT            PIC 9(04) COMP VALUE ZERO.
000980 01  WS-REPORTED-COUNT           PIC 9(04) COMP VALUE ZERO.
000990
001000*--------------------------------------------------------------*
001010* DISPLAY / EDIT FIELDS                                        *
001020*--------------------------------------------------------------*
001030 01  WS-TYPE-TEXT                PIC X(26) VALUE SPACES.
001040 01  WS-STATUS-TEXT              PIC X(09) VALUE SPACES.
001050 01  WS-CUST-NAME                PIC X(41) VALUE SPACES.
001060 01  WS-AMOUNT-EDIT              PIC -(9)9.99.
001070 01  WS-AMOUNT-EDIT-2            PIC -(9)9.99.
001080
001090*--------------------------------------------------------------*
001100* BUSINESS DATE                                                *
001110*--------------------------------------------------------------*
001120 01  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
001130
001140 PROCEDURE DIVISION.
001150*****************************************************************
001160* 0000-MAINLINE                                                 *
001170*****************************************************************
001180 0000-MAINLINE.
001190     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001200     PERFORM 2000-PROCESS-SESSION THRU 2000-EXIT
001210         UNTIL END-OF-SESSION
001220     PERFORM 9000-TERMINATE THRU 9000-EXIT
001230     STOP RUN.
001240
001250*****************************************************************
001260* 1000-INITIALIZE - OFFICER SIGN-ON AND FILE OPENS              *
001270*****************************************************************
001280 1000-INITIALIZE.
001290     PERFORM 1050-CHECK-BUSINESS-DATE THRU 1050-EXIT
001300     IF END-OF-SESSION
001310        GO TO 1000-EXIT
001320     END-IF
001330     PERFORM 1400-OFFICER-SIGNON THRU 1400-EXIT
001340         UNTIL SIGNON-OK OR END-OF-SESSION
001350     IF END-OF-SESSION
001360        GO TO 1000-EXIT
001370     END-IF
001380
001390     OPEN I-O GWGCASE
001400     IF WS-GWGCASE-STATUS = "35"
001410        DISPLAY "Keine GWG-Faelle (GWGCASE fehlt)."
001420        SET END-OF-SESSION TO TRUE
001430        GO TO 1000-EXIT
001440     END-IF
001450     IF WS-GWGCASE-STATUS NOT = "00"
001460        DISPLAY "FEHLER BEIM OEFFNEN VON GWGCASE, STATUS "
001470            WS-GWGCASE-STATUS
001480        SET END-OF-SESSION TO TRUE
001490        GO TO 1000-EXIT
001500     END-IF
001510
001520     OPEN INPUT CUSTMAS
001530     IF WS-CUSTMAS-STATUS NOT = "00"
001540        DISPLAY "FEHLER BEIM OEFFNEN VON CUSTMAS, STATUS "
001550            WS-CUSTMAS-STATUS
001560        SET END-OF-SESSION TO TRUE
001570        GO TO 1000-EXIT
001580     END-IF.
001590 1000-EXIT.
001600     EXIT.
001610
001620*****************************************************************
001630* 1050-CHECK-BUSINESS-DATE - THE SESSION RUNS ONLY WHILE        *
001640*            BUSDATE SHOWS THE COUNTER OPEN; DONE BEFORE        *
001650*            SIGN-ON AND AT THE START OF EVERY MENU ROUND       *
001660*****************************************************************
001670 1050-CHECK-BUSINESS-DATE.
001680     OPEN INPUT BUSDATE
001690     IF WS-BUSDATE-STATUS NOT = "00"
001700        DISPLAY "FEHLER BEIM OEFFNEN VON BUSDATE, STATUS "
001710            WS-BUSDATE-STATUS
001720        SET END-OF-SESSION TO TRUE
001730        GO TO 1050-EXIT
001740     END-IF
001750     READ BUSDATE
001760         AT END
001770             CLOSE BUSDATE
001780             DISPLAY "Kein Geschaeftsdatum eingerichtet - "
001790                 "Programmende."
001800             SET END-OF-SESSION TO TRUE
001810             GO TO 1050-EXIT
001820     END-READ
001830     CLOSE BUSDATE
001840     IF NOT BD-ONLINE-OPEN
001850        DISPLAY "Schalter fuer Geschaeftstag " BD-BUSINESS-DATE
001860            " ist geschlossen - Programmende."
001870        SET END-OF-SESSION TO TRUE
001880        GO TO 1050-EXIT
001890     END-IF
001900     MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE.
001910 1050-EXIT.
001920     EXIT.
001930
001940 1400-OFFICER-SIGNON.
001950     DISPLAY "Compliance-Kennung eingeben: "
001960     ACCEPT WS-OFFICER-ID
001970     IF WS-OFFICER-ID = SPACES
001980        ADD 1 TO WS-SIGNON-TRY-COUNT
001990        DISPLAY "Kennung darf nicht leer sein."
002000        IF WS-SIGNON-TRY-COUNT NOT < 3
002010           DISPLAY "Anmeldung fehlgeschlagen - Programmende."
002020           SET END-OF-SESSION TO TRUE
002030        END-IF
002040     ELSE
002050        MOVE "Y" TO WS-SIGNON-OK-SW
002060        DISPLAY "Angemeldet als " WS-OFFICER-ID
002070     END-IF.
002080 1400-EXIT.
002090     EXIT.
002100
002110*****************************************************************
002120* 2000-PROCESS-SESSION - LIST THE OPEN CASES, THEN WORK ONE     *
002130*****************************************************************
002140 2000-PROCESS-SESSION.
002150     PERFORM 1050-CHECK-BUSINESS-DATE THRU 1050-EXIT
002160     IF END-OF-SESSION
002170        GO TO 2000-EXIT
002180     END-IF
002190     PERFORM 3000-LIST-OPEN-CASES THRU 3000-EXIT
002200     IF WS-OPEN-CASE-COUNT = ZERO
002210        DISPLAY "Keine offenen GWG-Faelle."
002220        SET END-OF-SESSION TO TRUE
002230        GO TO 2000-EXIT
002240     END-IF
002250
002260     DISPLAY "Nummer des Falls eingeben (oder ENDE): "
002270     ACCEPT WS-USER-INPUT
002280     IF WS-USER-INPUT (1:4) = "ENDE"
002290        SET END-OF-SESSION TO TRUE
002300        GO TO 2000-EXIT
002310     END-IF
002320     IF WS-USER-INPUT (1:6) NOT NUMERIC
002330        DISPLAY "Ungueltige Nummer."
002340        GO TO 2000-EXIT
002350     END-IF
002360     MOVE WS-USER-INPUT (1:6) TO WS-CASE-NUMBER
002370     PERFORM 4000-WORK-CASE THRU 4000-EXIT.
002380 2000-EXIT.
002390     EXIT.
002400
002410*****************************************************************
002420* 3000-LIST-OPEN-CASES - THE HEAD OF EVERY CASE STILL OPEN      *
002430*****************************************************************
002440 3000-LIST-OPEN-CASES.
002450     MOVE ZERO TO WS-OPEN-CASE-COUNT
002460     MOVE "N"  TO WS-GWGCASE-EOF-SW
002470     DISPLAY " "
002480     DISPLAY "----- OFFENE GWG-FAELLE -----"
002490     MOVE ZERO TO GC-KEY
002500     START GWGCASE KEY IS NOT LESS THAN GC-KEY
002510         INVALID KEY
002520             MOVE "Y" TO WS-GWGCASE-EOF-SW
002530     END-START
002540     IF NOT GWGCASE-EOF
002550        PERFORM 3100-LIST-NEXT-CASE THRU 3100-EXIT
002560            UNTIL GWGCASE-EOF
002570     END-IF.
002580 3000-EXIT.
002590     EXIT.
002600
002610 3100-LIST-NEXT-CASE.
002620     READ GWGCASE NEXT RECORD
002630         AT END
002640             MOVE "Y" TO WS-GWGCASE-EOF-SW
002650             GO TO 3100-EXIT
002660     END-READ
002670     IF GC-LINE-NUMBER NOT = ZERO
002680        OR NOT GC-OFFEN
002690        GO TO 3100-EXIT
002700     END-IF
002710     ADD 1 TO WS-OPEN-CASE-COUNT
002720     PERFORM 3200-SET-TYPE-TEXT THRU 3200-EXIT
002730     MOVE GC-CASH-TOTAL     TO WS-AMOUNT-EDIT
002740     MOVE GC-TRANSFER-TOTAL TO WS-AMOUNT-EDIT-2
002750     DISPLAY "Fall " GC-CASE-NUMBER " Kunde " GC-CUST-NUMBER
002760         " " WS-TYPE-TEXT " Umsaetze " GC-MOVE-COUNT
002770         " Bar " WS-AMOUNT-EDIT " Ueberw. " WS-AMOUNT-EDIT-2
002780         " seit " GC-OPEN-DATE.
002790 3100-EXIT.
002800     EXIT.
002810
002820 3200-SET-TYPE-TEXT.
002830     EVALUATE TRUE
002840         WHEN GC-BARGELD
002850             MOVE "Bargeld ab Schwelle" TO WS-TYPE-TEXT
002860         WHEN GC-STUECKELUNG
002870             MOVE "Stueckelung unter Schwelle" TO WS-TYPE-TEXT
002880         WHEN GC-DURCHLAUF
002890             MOVE "Bar ein - Ueberweisung aus" TO WS-TYPE-TEXT
002900         WHEN OTHER
002910             MOVE "Unbekanntes Muster" TO WS-TYPE-TEXT
002920     END-EVALUATE.
002930 3200-EXIT.
002940     EXIT.
002950
002960*****************************************************************
002970* 4000-WORK-CASE - SHOW ONE OPEN CASE WITH ITS MOVEMENTS AND    *
002980*            CLOSE IT AS GEPRUEFT OR GEMELDET WITH A COMMENT    *
002990*****************************************************************
003000 4000-WORK-CASE.
003010     MOVE WS-CASE-NUMBER TO GC-CASE-NUMBER
003020     MOVE ZERO TO GC-LINE-NUMBER
003030     READ GWGCASE
003040         KEY IS GC-KEY
003050         INVALID KEY
003060             DISPLAY "Kein Fall " WS-CASE-NUMBER " gefunden."
003070             GO TO 4000-EXIT
003080     END-READ
003090     IF NOT GC-OFFEN
003100        DISPLAY "Fall " WS-CASE-NUMBER " ist bereits "
003110            "abgeschlossen."
003120        GO TO 4000-EXIT
003130     END-IF
003140     PERFORM 4100-SHOW-CASE THRU 4100-EXIT
003150
003160     DISPLAY "Geprueft - kein Verdacht (G), Gemeldet - "
003170         "Verdachtsmeldung erstattet (M) oder zurueck (Z)? "
003180     ACCEPT WS-ANSWER
003190     EVALUATE WS-ANSWER
003200         WHEN "G" WHEN "g"
003210             MOVE "G" TO WS-NEW-STATUS
003220         WHEN "M" WHEN "m"
003230             MOVE "M" TO WS-NEW-STATUS
003240         WHEN OTHER
003250             DISPLAY "Fall " WS-CASE-NUMBER " bleibt offen."
003260             GO TO 4000-EXIT
003270     END-EVALUATE
003280     DISPLAY "Kommentar (Pflicht, hoechstens 60 Zeichen): "
003290     MOVE SPACES TO WS-USER-INPUT
003300     ACCEPT WS-USER-INPUT
003310     IF WS-USER-INPUT = SPACES
003320        DISPLAY "Kein Kommentar erfasst - Fall " WS-CASE-NUMBER
003330            " bleibt offen."
003340        GO TO 4000-EXIT
003350     END-IF
003360     PERFORM 4300-CLOSE-CASE THRU 4300-EXIT.
003370 4000-EXIT.
003380     EXIT.
003390
003400*****************************************************************
003410* 4100-SHOW-CASE - THE HEAD JUST READ, THEN EVERY MOVEMENT LINE *
003420*            OF THE CASE IN KEY ORDER                           *
003430*****************************************************************
003440 4100-SHOW-CASE.
003450     PERFORM 3200-SET-TYPE-TEXT THRU 3200-EXIT
003460     PERFORM 4150-READ-CUSTOMER THRU 4150-EXIT
003470     MOVE GC-CASH-TOTAL     TO WS-AMOUNT-EDIT
003480     MOVE GC-TRANSFER-TOTAL TO WS-AMOUNT-EDIT-2
003490     DISPLAY " "
003500     DISPLAY "----- GWG-FALL " GC-CASE-NUMBER " -----"
003510     DISPLAY "Kunde    : " GC-CUST-NUMBER " " WS-CUST-NAME
003520     DISPLAY "Muster   : " GC-CASE-TYPE " " WS-TYPE-TEXT
003530     DISPLAY "Eroeffnet: " GC-OPEN-DATE
003540         "  letzter Treffer " GC-LAST-HIT-DATE
003550     DISPLAY "Bargeld  : " WS-AMOUNT-EDIT
003560         "  Ueberweisungen " WS-AMOUNT-EDIT-2
003570     DISPLAY "Umsaetze : " GC-MOVE-COUNT
003580     MOVE "N" TO WS-GWGCASE-EOF-SW
003590     MOVE 1 TO GC-LINE-NUMBER
003600     START GWGCASE KEY IS NOT LESS THAN GC-KEY
003610         INVALID KEY
003620             MOVE "Y" TO WS-GWGCASE-EOF-SW
003630     END-START
003640     PERFORM 4200-SHOW-MOVE-LINE THRU 4200-EXIT
003650         UNTIL GWGCASE-EOF.
003660 4100-EXIT.
003670     EXIT.
003680
003690 4150-READ-CUSTOMER.
003700     MOVE SPACES TO WS-CUST-NAME
003710     MOVE GC-CUST-NUMBER TO CUST-NUMBER
003720     READ CUSTMAS
003730         KEY IS CUST-NUMBER
003740         INVALID KEY
003750             MOVE "(nicht in CUSTMAS)" TO WS-CUST-NAME
003760             GO TO 4150-EXIT
003770     END-READ
003780     STRING CUST-FIRST-NAME DELIMITED BY "  "
003790         " " DELIMITED BY SIZE
003800         CUST-LAST-NAME DELIMITED BY "  "
003810         INTO WS-CUST-NAME.
003820 4150-EXIT.
003830     EXIT.
003840
003850 4200-SHOW-MOVE-LINE.
003860     READ GWGCASE NEXT RECORD
003870         AT END
003880             MOVE "Y" TO WS-GWGCASE-EOF-SW
003890             GO TO 4200-EXIT
003900     END-READ
003910     IF GC-CASE-NUMBER NOT = WS-CASE-NUMBER
003920        MOVE "Y" TO WS-GWGCASE-EOF-SW
003930        GO TO 4200-EXIT
003940     END-IF
003950     MOVE GC-AMOUNT TO WS-AMOUNT-EDIT
003960     DISPLAY GC-LINE-NUMBER " Konto " GC-ACCT-NUMBER
003970         " " GC-TIMESTAMP " " GC-ACTION " " WS-AMOUNT-EDIT
003980         " Bediener " GC-TELLER-ID " " GC-SEARCH-TEXT.
003990 4200-EXIT.
004000     EXIT.
004010
004020*****************************************************************
004030* 4300-CLOSE-CASE - READ THE HEAD AGAIN AND RECORD THE          *
004040*            DECISION, THE OFFICER, THE DATE AND THE COMMENT    *
004050*****************************************************************
004060 4300-CLOSE-CASE.
004070     MOVE WS-CASE-NUMBER TO GC-CASE-NUMBER
004080     MOVE ZERO TO GC-LINE-NUMBER
004090     READ GWGCASE
004100         KEY IS GC-KEY
004110         INVALID KEY
004120             DISPLAY "Fall " WS-CASE-NUMBER " nicht mehr "
004130                 "lesbar, STATUS " WS-GWGCASE-STATUS
004140             GO TO 4300-EXIT
004150     END-READ
004160     MOVE WS-NEW-STATUS    TO GC-STATUS
004170     MOVE WS-BUSINESS-DATE TO GC-CLOSE-DATE
004180     MOVE WS-OFFICER-ID    TO GC-OFFICER
004190     MOVE WS-USER-INPUT    TO GC-COMMENT
004200     REWRITE GC-RECORD
004210         INVALID KEY
004220             DISPLAY "FEHLER BEIM SCHREIBEN, STATUS "
004230                 WS-GWGCASE-STATUS
004240             GO TO 4300-EXIT
004250     END-REWRITE
004260     IF GC-GEMELDET
004270        ADD 1 TO WS-REPORTED-COUNT
004280        MOVE "gemeldet" TO WS-STATUS-TEXT
004290     ELSE
004300        ADD 1 TO WS-CHECKED-COUNT
004310        MOVE "geprueft" TO WS-STATUS-TEXT
004320     END-IF
004330     DISPLAY "Fall " WS-CASE-NUMBER " als " WS-STATUS-TEXT
004340         " abgeschlossen.".
004350 4300-EXIT.
004360     EXIT.
004370
004380*****************************************************************
004390* 9000-TERMINATE                                                *
004400*****************************************************************
004410 9000-TERMINATE.
004420     CLOSE GWGCASE
004430     CLOSE CUSTMAS
004440     IF SIGNON-OK
004450        DISPLAY " "
004460        DISPLAY "----- GWG-SITZUNG " WS-OFFICER-ID " -----"
004470        DISPLAY "Geprueft : " WS-CHECKED-COUNT
004480        DISPLAY "Gemeldet : " WS-REPORTED-COUNT
004490     END-IF
004500     DISPLAY "GWG-Fallbearbeitung beendet.".
004510 9000-EXIT.
004520     EXIT.
