000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HoldRelease.
000030 AUTHOR. H. DECKER.
000040 INSTALLATION. RETAIL BANKING OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*    HOLDRELEASE - NAECHTLICHE FREIGABE ABGELAUFENER            *
000100*                  VORMERKUNGEN UND PFAENDUNGEN                 *
000110*                                                               *
000120*    RUNS AT END OF DAY AFTER THE TELLER SESSIONS AND BEFORE    *
000130*    THE END OF DAY RECONCILIATION.  READS THE HOLD FILE        *
000140*    (HOLDMAS) FROM THE LOWEST KEY AND RELEASES EVERY ACTIVE    *
000150*    HOLD WHOSE EXPIRY DATE IS REACHED: A HOLD EXPIRING ON THE  *
000160*    BUSINESS DATE HAS SERVED ITS TERM ONCE THE DAY IS CLOSED.  *
000170*    A RELEASED HOLD STAYS ON THE FILE WITH STATUS E (ABGE-     *
000180*    LAUFEN), THE BUSINESS DATE AND OPERATOR VORMERK, AND EACH  *
000190*    RELEASE IS LOGGED TO TRANLOG AS VORM-ABL WITH THE ACCOUNT  *
000200*    BALANCE, LIKE THE HOLD MAINTENANCE IN ACCTMNT.             *
000210*                                                               *
000220*    EVERY HOLD STILL OPEN AFTER THE RUN IS LISTED ON HOLDRPT   *
000230*    WITH THE ACCOUNT BALANCE AND THE AMOUNT STILL AVAILABLE,   *
000240*    FOLLOWED BY THE RELEASED AND OPEN TOTALS AND THE NUMBER OF *
000250*    OPEN PFAENDUNGEN.  HOLDS WITHOUT EXPIRY (UNBEFRISTET) ARE  *
000260*    ONLY RELEASED BY HAND IN ACCTMNT.                          *
000270*                                                               *
000280*    A HOLD THAT CANNOT BE READ OR REWRITTEN IS LISTED ON       *
000290*    HOLDRPT AND COUNTED AS FAULTY.  WHILE THERE ARE FAULTY     *
000300*    HOLDS THE STEP VORMERK IS NOT VERMERKT ON BUSDATE, SO THE  *
000310*    RUN MUST BE REPEATED AFTER THEY ARE CORRECTED.             *
000320*                                                               *
000330*    MODIFICATION HISTORY                                       *
000340*    ------------------------------------------------------     *
000350*    2026-10-15  HD  ORIGINAL VERSION.                          *
000360*    2026-10-15  HD  HOLDRPT-ZEILE AUF 132 STELLEN VERBREITERT, *
000370*                    DAMIT REFERENZ UND BEDIENER DER OFFENEN    *
000380*                    VORMERKUNG VOLLSTAENDIG GEDRUCKT WERDEN;   *
000390*                    LEERSTELLE ZWISCHEN ABLAUFDATUM UND        *
000400*                    REFERENZ. RENUMBERED THE SOURCE.           *
000410*    2026-10-15  HD  BEI FEHLERHAFTEN SAETZEN WIRD DER SCHRITT  *
000420*                    VORMERK NICHT VERMERKT, DAMIT DER LAUF     *
000430*                    WIEDERHOLT WIRD. RENUMBERED THE SOURCE.    *
000440*                                                               *
000450*****************************************************************
000460
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT HOLDMAS ASSIGN TO "HOLDMAS"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS HL-HOLD-KEY
000540         FILE STATUS IS WS-HOLDMAS-STATUS.
000550
000560     SELECT ACCTMAS ASSIGN TO "ACCTMAS"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS ACCT-NUMBER
000600         ALTERNATE RECORD KEY IS ACCT-CUST-NUMBER
000610             WITH DUPLICATES
000620         FILE STATUS IS WS-ACCTMAS-STATUS.
000630
000640     SELECT TRANLOG ASSIGN TO "TRANLOG"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-TRANLOG-STATUS.
000670
000680     SELECT BUSDATE ASSIGN TO "BUSDATE"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-BUSDATE-STATUS.
000710
000720     SELECT HOLDRPT ASSIGN TO "HOLDRPT"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-HOLDRPT-STATUS.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  HOLDMAS
000790     LABEL RECORDS ARE STANDARD.
000800 COPY HOLDREC.
000810
000820 FD  ACCTMAS
000830     LABEL RECORDS ARE STANDARD.
000840 COPY ACCTREC.
000850
000860 FD  TRANLOG
000870     LABEL RECORDS ARE STANDARD.
000880 COPY TRANREC.
000890
000900 FD  BUSDATE
000910     LABEL RECORDS ARE STANDARD.
000920 COPY BDATREC.
000930
000940 FD  HOLDRPT
000950     LABEL RECORDS ARE STANDARD.
000960 01  RP-LINE                     PIC X(132).
000970
000980 WORKING-STORAGE SECTION.
000990*--------------------------------------------------------------*
001000* FILE STATUS AND CONDITION SWITCHES                            *
001010*--------------------------------------------------------------*
001020 01  WS-HOLDMAS-STATUS           PIC X(02) VALUE "00".
001030 01  WS-ACCTMAS-STATUS           PIC X(02) VALUE "00".
001040 01  WS-TRANLOG-STATUS           PIC X(02) VALUE "00".
001050 01  WS-BUSDATE-STATUS           PIC X(02) VALUE "00".
001060 01  WS-HOLDRPT-STATUS           PIC X(02) VALUE "00".
001070 01  WS-HOLDMAS-EOF-SW           PIC X(01) VALUE "N".
001080     88  HOLDMAS-EOF                       VALUE "Y".
001090 01  WS-ACCT-FOUND-SW            PIC X(01) VALUE "N".
001100     88  ACCT-FOUND                        VALUE "Y".
001110 01  WS-ABORT-RUN-SW             PIC X(01) VALUE "N".
001120     88  ABORT-RUN                         VALUE "Y".
001130
001140*--------------------------------------------------------------*
001150* RUN DATE, TRANLOG ENTRY AND TOTALS                            *
001160*--------------------------------------------------------------*
001170 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001180 01  WS-CURRENT-TIME             PIC 9(08).
001190 01  WS-TIMESTAMP                PIC X(17).
001200 01  WS-RELEASED-COUNT           PIC 9(06) COMP VALUE ZERO.
001210 01  WS-RELEASED-TOTAL           PIC S9(11)V99 VALUE ZERO.
001220 01  WS-OPEN-COUNT               PIC 9(06) COMP VALUE ZERO.
001230 01  WS-OPEN-TOTAL               PIC S9(11)V99 VALUE ZERO.
001240 01  WS-PFAENDUNG-COUNT          PIC 9(06) COMP VALUE ZERO.
001250 01  WS-PFAENDUNG-TOTAL          PIC S9(11)V99 VALUE ZERO.
001260 01  WS-BAD-HOLD-COUNT           PIC 9(06) COMP VALUE ZERO.
001270
001280*--------------------------------------------------------------*
001290* AVAILABLE BALANCE OF THE ACCOUNT IN HAND.  THE OPEN HOLDS OF  *
001300* ONE ACCOUNT ARE SUMMED WHEN ITS FIRST HOLD IS READ.           *
001310*--------------------------------------------------------------*
001320 01  WS-CURRENT-ACCT             PIC 9(06) VALUE ZERO.
001330 01  WS-ACCT-HOLD-TOTAL          PIC S9(11)V99 VALUE ZERO.
001340 01  WS-AVAILABLE                PIC S9(11)V99 VALUE ZERO.
001350 01  WS-ACCT-OPEN-COUNT          PIC 9(04) COMP VALUE ZERO.
001360
001370*--------------------------------------------------------------*
001380* REPORT EDIT FIELDS                                            *
001390*--------------------------------------------------------------*
001400 01  WS-AMOUNT-EDIT              PIC -(9)9.99.
001410 01  WS-BALANCE-EDIT             PIC -(9)9.99.
001420 01  WS-AVAIL-EDIT               PIC -(10)9.99.
001430 01  WS-TOTAL-EDIT               PIC -(10)9.99.
001440 01  WS-COUNT-EDIT               PIC Z(05)9.
001450 01  WS-EXPIRY-TEXT              PIC X(12).
001460
001470 PROCEDURE DIVISION.
001480*****************************************************************
001490* 0000-MAINLINE                                                *
001500*****************************************************************
001510 0000-MAINLINE.
001520     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001530     IF NOT ABORT-RUN
001540        PERFORM 2000-PROCESS-HOLD THRU 2000-EXIT
001550            UNTIL HOLDMAS-EOF
001560        PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT
001570        IF NOT ABORT-RUN
001580           IF WS-BAD-HOLD-COUNT NOT = ZERO
001590              DISPLAY "SCHRITT VORMERK NICHT VERMERKT - "
001600                  "FEHLERHAFTE SAETZE NACHARBEITEN UND LAUF "
001610                  "WIEDERHOLEN."
001620           ELSE
001630              PERFORM 8000-MARK-STEP-DONE THRU 8000-EXIT
001640           END-IF
001650        END-IF
001660     END-IF
001670     PERFORM 9000-TERMINATE THRU 9000-EXIT
001680     STOP RUN.
001690
001700*****************************************************************
001710* 1000-INITIALIZE - CHECK THE BUSINESS DATE, OPEN THE FILES AND *
001720*            POSITION HOLDMAS ON ITS FIRST RECORD.  WITHOUT A   *
001730*            HOLD FILE THERE IS NOTHING TO RELEASE, BUT THE     *
001740*            STEP IS STILL VERMERKT SO THE DAY CAN CLOSE        *
001750*****************************************************************
001760 1000-INITIALIZE.
001770     PERFORM 1050-CHECK-BUSINESS-DATE THRU 1050-EXIT
001780     IF ABORT-RUN
001790        GO TO 1000-EXIT
001800     END-IF
001810
001820     OPEN OUTPUT HOLDRPT
001830     MOVE SPACES TO RP-LINE
001840     STRING "VORMERKUNGEN UND PFAENDUNGEN - FREIGABELAUF "
001850         DELIMITED BY SIZE
001860         WS-RUN-DATE DELIMITED BY SIZE
001870         INTO RP-LINE
001880     WRITE RP-LINE
001890     MOVE ALL "-" TO RP-LINE
001900     WRITE RP-LINE
001910
001920     OPEN I-O HOLDMAS
001930     IF WS-HOLDMAS-STATUS = "35"
001940        DISPLAY "HINWEIS: KEINE VORMERKUNGSDATEI (HOLDMAS) - "
001950            "NICHTS FREIZUGEBEN."
001960        MOVE "Y" TO WS-HOLDMAS-EOF-SW
001970        GO TO 1000-EXIT
001980     END-IF
001990     IF WS-HOLDMAS-STATUS NOT = "00"
002000        DISPLAY "FEHLER BEIM OEFFNEN VON HOLDMAS, STATUS "
002010            WS-HOLDMAS-STATUS
002020        SET ABORT-RUN TO TRUE
002030        GO TO 1000-EXIT
002040     END-IF
002050
002060     OPEN INPUT ACCTMAS
002070     IF WS-ACCTMAS-STATUS NOT = "00"
002080        DISPLAY "FEHLER BEIM OEFFNEN VON ACCTMAS, STATUS "
002090            WS-ACCTMAS-STATUS
002100        SET ABORT-RUN TO TRUE
002110        GO TO 1000-EXIT
002120     END-IF
002130
002140     OPEN EXTEND TRANLOG
002150     IF WS-TRANLOG-STATUS = "35"
002160        OPEN OUTPUT TRANLOG
002170        CLOSE TRANLOG
002180        OPEN EXTEND TRANLOG
002190     END-IF
002200
002210     MOVE ZEROES TO HL-HOLD-KEY
002220     START HOLDMAS KEY IS NOT LESS THAN HL-HOLD-KEY
002230         INVALID KEY
002240             MOVE "Y" TO WS-HOLDMAS-EOF-SW
002250     END-START.
002260 1000-EXIT.
002270     EXIT.
002280
002290*****************************************************************
002300* 1050-CHECK-BUSINESS-DATE - PROCESSING DATE FROM BUSDATE;      *
002310*            THE ONLINE DAY MUST BE CLOSED AND THE END OF DAY   *
002320*            RECONCILIATION NOT YET RUN, SO THE RELEASES ARE    *
002330*            PART OF THE DAY THEY ARE RECONCILED WITH           *
002340*****************************************************************
002350 1050-CHECK-BUSINESS-DATE.
002360     OPEN INPUT BUSDATE
002370     IF WS-BUSDATE-STATUS NOT = "00"
002380        DISPLAY "FEHLER BEIM OEFFNEN VON BUSDATE, STATUS "
002390            WS-BUSDATE-STATUS " - LAUF ABGELEHNT."
002400        SET ABORT-RUN TO TRUE
002410        GO TO 1050-EXIT
002420     END-IF
002430     READ BUSDATE
002440         AT END
002450             CLOSE BUSDATE
002460             DISPLAY "FEHLER: BUSDATE IST LEER - LAUF ABGELEHNT."
002470             SET ABORT-RUN TO TRUE
002480             GO TO 1050-EXIT
002490     END-READ
002500     CLOSE BUSDATE
002510     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
002520     IF NOT BD-ONLINE-CLOSED
002530        DISPLAY "GESCHAEFTSTAG " BD-BUSINESS-DATE
002540            ": SCHALTER NICHT GESCHLOSSEN - LAUF ABGELEHNT."
002550        SET ABORT-RUN TO TRUE
002560        GO TO 1050-EXIT
002570     END-IF
002580     IF BD-ABSTIMM-DONE
002590        DISPLAY "GESCHAEFTSTAG " BD-BUSINESS-DATE
002600            ": TAGESABSTIMMUNG IST SCHON GELAUFEN - "
002610            "LAUF ABGELEHNT."
002620        SET ABORT-RUN TO TRUE
002630     END-IF.
002640 1050-EXIT.
002650     EXIT.
002660
002670
002680*****************************************************************
002690* 2000-PROCESS-HOLD - ONE HOLD RECORD.  AN EXPIRED ACTIVE HOLD  *
002700*            IS RELEASED, ANY OTHER ACTIVE HOLD IS LISTED AS    *
002710*            OPEN; RELEASED HOLDS FROM EARLIER DAYS ARE PASSED  *
002720*****************************************************************
002730 2000-PROCESS-HOLD.
002740     READ HOLDMAS NEXT RECORD
002750         AT END
002760             PERFORM 2900-ACCOUNT-BREAK THRU 2900-EXIT
002770             MOVE "Y" TO WS-HOLDMAS-EOF-SW
002780             GO TO 2000-EXIT
002790     END-READ
002800
002810     IF HL-ACCT-NUMBER NOT = WS-CURRENT-ACCT
002820        PERFORM 2900-ACCOUNT-BREAK THRU 2900-EXIT
002830        PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT
002840     END-IF
002850
002860     IF NOT HL-AKTIV
002870        GO TO 2000-EXIT
002880     END-IF
002890     IF HL-AMOUNT NOT NUMERIC
002900        OR HL-EXPIRY-DATE NOT NUMERIC
002910        ADD 1 TO WS-BAD-HOLD-COUNT
002920        MOVE SPACES TO RP-LINE
002930        STRING "UNLESBARE VORMERKUNG UEBERGANGEN: KONTO "
002940            DELIMITED BY SIZE
002950            HL-ACCT-NUMBER DELIMITED BY SIZE
002960            " NR " DELIMITED BY SIZE
002970            HL-HOLD-SEQ DELIMITED BY SIZE
002980            INTO RP-LINE
002990        WRITE RP-LINE
003000        GO TO 2000-EXIT
003010     END-IF
003020
003030     IF HL-EXPIRY-DATE NOT = ZERO
003040        AND HL-EXPIRY-DATE NOT > WS-RUN-DATE
003050        PERFORM 3000-RELEASE-HOLD THRU 3000-EXIT
003060     ELSE
003070        PERFORM 4000-LIST-OPEN-HOLD THRU 4000-EXIT
003080     END-IF.
003090 2000-EXIT.
003100     EXIT.
003110
003120*****************************************************************
003130* 2100-READ-ACCOUNT - FIRST HOLD OF A NEW ACCOUNT: FETCH THE    *
003140*            BALANCE AND START THE ACCOUNT'S HOLD TOTAL         *
003150*****************************************************************
003160 2100-READ-ACCOUNT.
003170     MOVE HL-ACCT-NUMBER TO WS-CURRENT-ACCT
003180     MOVE ZERO TO WS-ACCT-HOLD-TOTAL
003190     MOVE ZERO TO WS-ACCT-OPEN-COUNT
003200     MOVE "Y" TO WS-ACCT-FOUND-SW
003210     MOVE HL-ACCT-NUMBER TO ACCT-NUMBER
003220     READ ACCTMAS
003230         INVALID KEY
003240             MOVE "N" TO WS-ACCT-FOUND-SW
003250     END-READ.
003260 2100-EXIT.
003270     EXIT.
003280
003290*****************************************************************
003300* 2900-ACCOUNT-BREAK - AFTER THE LAST HOLD OF AN ACCOUNT:       *
003310*            BALANCE, OPEN HOLDS AND AVAILABLE AMOUNT, IF       *
003320*            ANY HOLD IS STILL OPEN ON IT                       *
003330*****************************************************************
003340 2900-ACCOUNT-BREAK.
003350     IF WS-ACCT-OPEN-COUNT = ZERO
003360        GO TO 2900-EXIT
003370     END-IF
003380     MOVE WS-ACCT-HOLD-TOTAL TO WS-TOTAL-EDIT
003390     MOVE SPACES TO RP-LINE
003400     IF NOT ACCT-FOUND
003410        STRING "      KONTO " DELIMITED BY SIZE
003420            WS-CURRENT-ACCT DELIMITED BY SIZE
003430            " FEHLT IN ACCTMAS - VORGEMERKT " DELIMITED BY SIZE
003440            WS-TOTAL-EDIT DELIMITED BY SIZE
003450            INTO RP-LINE
003460     ELSE
003470        COMPUTE WS-AVAILABLE = ACCT-BALANCE - WS-ACCT-HOLD-TOTAL
003480        MOVE ACCT-BALANCE TO WS-BALANCE-EDIT
003490        MOVE WS-AVAILABLE TO WS-AVAIL-EDIT
003500        STRING "      KONTO " DELIMITED BY SIZE
003510            WS-CURRENT-ACCT DELIMITED BY SIZE
003520            " SALDO " DELIMITED BY SIZE
003530            WS-BALANCE-EDIT DELIMITED BY SIZE
003540            " VORGEMERKT " DELIMITED BY SIZE
003550            WS-TOTAL-EDIT DELIMITED BY SIZE
003560            " VERFUEGBAR " DELIMITED BY SIZE
003570            WS-AVAIL-EDIT DELIMITED BY SIZE
003580            INTO RP-LINE
003590     END-IF
003600     WRITE RP-LINE
003610     MOVE ZERO TO WS-ACCT-OPEN-COUNT.
003620 2900-EXIT.
003630     EXIT.
003640
003650*****************************************************************
003660* 3000-RELEASE-HOLD - MARK THE HOLD ABGELAUFEN, LOG VORM-ABL    *
003670*            AND LIST IT AS FREIGEGEBEN                         *
003680*****************************************************************
003690 3000-RELEASE-HOLD.
003700     MOVE "E"         TO HL-STATUS
003710     MOVE WS-RUN-DATE TO HL-END-DATE
003720     MOVE "VORMERK"   TO HL-END-OPERATOR
003730     REWRITE HL-RECORD
003740         INVALID KEY
003750             DISPLAY "FEHLER BEIM SCHREIBEN VON HOLDMAS, STATUS "
003760                 WS-HOLDMAS-STATUS " - KONTO " HL-ACCT-NUMBER
003770                 " NR " HL-HOLD-SEQ
003780             ADD 1 TO WS-BAD-HOLD-COUNT
003790             GO TO 3000-EXIT
003800     END-REWRITE
003810
003820     ADD 1 TO WS-RELEASED-COUNT
003830     ADD HL-AMOUNT TO WS-RELEASED-TOTAL
003840     PERFORM 7000-WRITE-LOG THRU 7000-EXIT
003850
003860     MOVE HL-AMOUNT TO WS-AMOUNT-EDIT
003870     MOVE SPACES TO RP-LINE
003880     STRING "FREIGEGEBEN KONTO " DELIMITED BY SIZE
003890         HL-ACCT-NUMBER DELIMITED BY SIZE
003900         " NR " DELIMITED BY SIZE
003910         HL-HOLD-SEQ DELIMITED BY SIZE
003920         " " DELIMITED BY SIZE
003930         HL-REASON DELIMITED BY SIZE
003940         " BETRAG " DELIMITED BY SIZE
003950         WS-AMOUNT-EDIT DELIMITED BY SIZE
003960         " BIS " DELIMITED BY SIZE
003970         HL-EXPIRY-DATE DELIMITED BY SIZE
003980         " " DELIMITED BY SIZE
003990         HL-REFERENCE DELIMITED BY SIZE
004000         INTO RP-LINE
004010     WRITE RP-LINE.
004020 3000-EXIT.
004030     EXIT.
004040
004050*****************************************************************
004060* 4000-LIST-OPEN-HOLD - AN ACTIVE HOLD THAT STAYS.  ONLY A HOLD *
004070*            ALREADY IN FORCE COUNTS AGAINST THE AVAILABLE      *
004080*            AMOUNT; ONE STARTING LATER IS LISTED WITH ITS DATE *
004090*****************************************************************
004100 4000-LIST-OPEN-HOLD.
004110     ADD 1 TO WS-OPEN-COUNT
004120     ADD 1 TO WS-ACCT-OPEN-COUNT
004130     ADD HL-AMOUNT TO WS-OPEN-TOTAL
004140     IF HL-PFAENDUNG
004150        ADD 1 TO WS-PFAENDUNG-COUNT
004160        ADD HL-AMOUNT TO WS-PFAENDUNG-TOTAL
004170     END-IF
004180     IF HL-START-DATE NOT > WS-RUN-DATE
004190        ADD HL-AMOUNT TO WS-ACCT-HOLD-TOTAL
004200     END-IF
004210
004220     IF HL-EXPIRY-DATE = ZERO
004230        MOVE "UNBEFRISTET" TO WS-EXPIRY-TEXT
004240     ELSE
004250        MOVE HL-EXPIRY-DATE TO WS-EXPIRY-TEXT
004260     END-IF
004270     MOVE HL-AMOUNT TO WS-AMOUNT-EDIT
004280     MOVE SPACES TO RP-LINE
004290     STRING "OFFEN       KONTO " DELIMITED BY SIZE
004300         HL-ACCT-NUMBER DELIMITED BY SIZE
004310         " NR " DELIMITED BY SIZE
004320         HL-HOLD-SEQ DELIMITED BY SIZE
004330         " " DELIMITED BY SIZE
004340         HL-REASON DELIMITED BY SIZE
004350         " BETRAG " DELIMITED BY SIZE
004360         WS-AMOUNT-EDIT DELIMITED BY SIZE
004370         " AB " DELIMITED BY SIZE
004380         HL-START-DATE DELIMITED BY SIZE
004390         " BIS " DELIMITED BY SIZE
004400         WS-EXPIRY-TEXT DELIMITED BY SIZE
004410         " " DELIMITED BY SIZE
004420         HL-REFERENCE DELIMITED BY SIZE
004430         " " DELIMITED BY SIZE
004440         HL-SET-OPERATOR DELIMITED BY SIZE
004450         INTO RP-LINE
004460     WRITE RP-LINE.
004470 4000-EXIT.
004480     EXIT.
004490
004500*****************************************************************
004510* 5000-PRINT-SUMMARY - RUN TOTALS TO THE REPORT AND OPERATOR    *
004520*****************************************************************
004530 5000-PRINT-SUMMARY.
004540     MOVE ALL "-" TO RP-LINE
004550     WRITE RP-LINE
004560     MOVE WS-RELEASED-COUNT TO WS-COUNT-EDIT
004570     MOVE WS-RELEASED-TOTAL TO WS-TOTAL-EDIT
004580     MOVE SPACES TO RP-LINE
004590     STRING "FREIGEGEBEN      : " DELIMITED BY SIZE
004600         WS-COUNT-EDIT DELIMITED BY SIZE
004610         "  BETRAG GESAMT: " DELIMITED BY SIZE
004620         WS-TOTAL-EDIT DELIMITED BY SIZE
004630         INTO RP-LINE
004640     WRITE RP-LINE
004650     MOVE WS-OPEN-COUNT TO WS-COUNT-EDIT
004660     MOVE WS-OPEN-TOTAL TO WS-TOTAL-EDIT
004670     MOVE SPACES TO RP-LINE
004680     STRING "OFFEN            : " DELIMITED BY SIZE
004690         WS-COUNT-EDIT DELIMITED BY SIZE
004700         "  BETRAG GESAMT: " DELIMITED BY SIZE
004710         WS-TOTAL-EDIT DELIMITED BY SIZE
004720         INTO RP-LINE
004730     WRITE RP-LINE
004740     MOVE WS-PFAENDUNG-COUNT TO WS-COUNT-EDIT
004750     MOVE WS-PFAENDUNG-TOTAL TO WS-TOTAL-EDIT
004760     MOVE SPACES TO RP-LINE
004770     STRING "DAVON PFAENDUNGEN: " DELIMITED BY SIZE
004780         WS-COUNT-EDIT DELIMITED BY SIZE
004790         "  BETRAG GESAMT: " DELIMITED BY SIZE
004800         WS-TOTAL-EDIT DELIMITED BY SIZE
004810         INTO RP-LINE
004820     WRITE RP-LINE
004830     IF WS-BAD-HOLD-COUNT NOT = ZERO
004840        MOVE WS-BAD-HOLD-COUNT TO WS-COUNT-EDIT
004850        MOVE SPACES TO RP-LINE
004860        STRING "FEHLERHAFTE SAETZE: " DELIMITED BY SIZE
004870            WS-COUNT-EDIT DELIMITED BY SIZE
004880            "  - AUS DEM BERICHT MANUELL NACHARBEITEN"
004890            DELIMITED BY SIZE
004900            INTO RP-LINE
004910        WRITE RP-LINE
004920     END-IF
004930
004940     DISPLAY "VORMERKUNGSFREIGABE BEENDET - " WS-RELEASED-COUNT
004950         " FREIGEGEBEN, " WS-OPEN-COUNT " OFFEN"
004960         " (BERICHT IN HOLDRPT)".
004970 5000-EXIT.
004980     EXIT.
004990
005000*****************************************************************
005010* 7000-WRITE-LOG - VORM-ABL ENTRY FOR THE RELEASED HOLD,        *
005020*            WITH THE ACCOUNT BALANCE AS THE MAINTENANCE        *
005030*            ENTRIES CARRY IT                                   *
005040*****************************************************************
005050 7000-WRITE-LOG.
005060     ACCEPT WS-CURRENT-TIME FROM TIME
005070     MOVE SPACES TO WS-TIMESTAMP
005080     STRING WS-RUN-DATE DELIMITED BY SIZE
005090         "-" DELIMITED BY SIZE
005100         WS-CURRENT-TIME DELIMITED BY SIZE
005110         INTO WS-TIMESTAMP
005120
005130     MOVE SPACES TO TL-RECORD
005140     MOVE WS-TIMESTAMP TO TL-TIMESTAMP
005150     MOVE "VORM-ABL"   TO TL-ACTION
005160     STRING "NR " DELIMITED BY SIZE
005170         HL-HOLD-SEQ DELIMITED BY SIZE
005180         " " DELIMITED BY SIZE
005190         HL-REASON DELIMITED BY SIZE
005200         " " DELIMITED BY SIZE
005210         HL-REFERENCE DELIMITED BY SIZE
005220         INTO TL-SEARCH-TEXT
005230     MOVE HL-ACCT-NUMBER TO TL-ACCT-NUMBER
005240     IF ACCT-FOUND
005250        MOVE ACCT-BALANCE TO TL-BALANCE-DISPLAY
005260     ELSE
005270        MOVE ZERO TO TL-BALANCE-DISPLAY
005280     END-IF
005290     MOVE "VORMERK" TO TL-TELLER-ID
005300     MOVE ZERO      TO TL-AMOUNT
005310
005320     WRITE TL-RECORD
005330     IF WS-TRANLOG-STATUS NOT = "00"
005340        DISPLAY "WARNUNG: PROTOKOLLEINTRAG FEHLGESCHLAGEN, "
005350            "STATUS " WS-TRANLOG-STATUS
005360     END-IF.
005370 7000-EXIT.
005380     EXIT.
005390
005400*****************************************************************
005410* 8000-MARK-STEP-DONE - SET THE VORMERK FLAG FOR THE            *
005420*            BUSINESS DATE ON BUSDATE                           *
005430*****************************************************************
005440 8000-MARK-STEP-DONE.
005450     OPEN INPUT BUSDATE
005460     IF WS-BUSDATE-STATUS NOT = "00"
005470        DISPLAY "FEHLER BEIM OEFFNEN VON BUSDATE, STATUS "
005480            WS-BUSDATE-STATUS
005490            " - SCHRITT VORMERK NICHT VERMERKT."
005500        GO TO 8000-EXIT
005510     END-IF
005520     READ BUSDATE
005530         AT END
005540             CLOSE BUSDATE
005550             DISPLAY "FEHLER: BUSDATE IST LEER - SCHRITT "
005560                 "VORMERK NICHT VERMERKT."
005570             GO TO 8000-EXIT
005580     END-READ
005590     CLOSE BUSDATE
005600     IF BD-BUSINESS-DATE NOT = WS-RUN-DATE
005610        DISPLAY "FEHLER: GESCHAEFTSDATUM WAEHREND DES LAUFS "
005620            "GEAENDERT - SCHRITT VORMERK NICHT VERMERKT."
005630        GO TO 8000-EXIT
005640     END-IF
005650     MOVE "J" TO BD-STEP-VORMERK
005660     OPEN OUTPUT BUSDATE
005670     IF WS-BUSDATE-STATUS NOT = "00"
005680        DISPLAY "FEHLER BEIM OEFFNEN VON BUSDATE, STATUS "
005690            WS-BUSDATE-STATUS
005700            " - SCHRITT VORMERK NICHT VERMERKT."
005710        GO TO 8000-EXIT
005720     END-IF
005730     WRITE BD-RECORD
005740     IF WS-BUSDATE-STATUS NOT = "00"
005750        DISPLAY "FEHLER BEIM SCHREIBEN VON BUSDATE, STATUS "
005760            WS-BUSDATE-STATUS " - STEUERSATZ MIT DAYCONTROL "
005770            "PRUEFEN."
005780        CLOSE BUSDATE
005790        GO TO 8000-EXIT
005800     END-IF
005810     CLOSE BUSDATE
005820     DISPLAY "SCHRITT VORMERK FUER GESCHAEFTSTAG "
005830         BD-BUSINESS-DATE " VERMERKT.".
005840 8000-EXIT.
005850     EXIT.
005860
005870*****************************************************************
005880* 9000-TERMINATE - CLOSE WHAT IS STILL OPEN                     *
005890*****************************************************************
005900 9000-TERMINATE.
005910     CLOSE HOLDMAS
005920     CLOSE ACCTMAS
005930     CLOSE TRANLOG
005940     CLOSE HOLDRPT.
005950 9000-EXIT.
005960     EXIT.
