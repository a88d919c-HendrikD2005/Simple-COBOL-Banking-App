000280*    THE ORIGINAL STRUCTURAL CHECKS (BAD READ STATUS, MISSING  *
000290*    ACCOUNT NUMBER) AND THE CONTROL TOTAL ARE KEPT.           *
000300*                                                               *
000310*    THE SNAPSHOT LINE (COPYBOOK SNAPREC) ALSO CARRIES THE     *
000320*    CUSTOMER NUMBER, STATUS, LIMIT AND FREIBETRAG OF EVERY    *
000330*    ACCOUNT, AND THE SAME LINES GO TO THE DATED COPY          *
000340*    ACCTSNAP.JJJJMMTT, THE STARTING POINT FOR A REBUILD OF    *
000350*    THE MASTER BY ACCTRECOVERY.                               *
000360*                                                               *
000370*    MODIFICATION HISTORY                                      *
000380*    ------------------------------------------------------    *
000390*    2026-08-09  HD  ORIGINAL VERSION - VALIDATED THE INCOMING *
000400*                    COMMA DELIMITED FEED (ACCTFEED) THAT      *
000410*                    PRECEDED ACCOUNT NUMBERS.                 *
000420*    2026-08-09  HD  RE-POINTED AT ACCTMAS, THE FILE THE TELLER*
000430*                    AND INTEREST PROGRAMS ACTUALLY RUN         *
000440*                    AGAINST, SO THE CONTROL TOTAL PROTECTS     *
000450*                    THE REAL MASTER INSTEAD OF A FILE NOTHING *
000460*                    ELSE IN THE SYSTEM EVER WRITES.            *
000470*    2026-08-21  HD  DECLARED THE ACCT-LAST-NAME ALTERNATE     *
000480*                    INDEX ON ACCTMAS (FILE REORGANIZED FOR    *
000490*                    THE TELLER NAME INQUIRY).                 *
000500*    2026-08-21  HD  KONTOSTATUS: DIE ZUSAMMENFASSUNG WEIST    *
000510*                    ANZAHL UND SALDOSUMME JE STATUS (AKTIV,   *
000520*                    GESPERRT, GESCHLOSSEN) AUS.               *
000530*    2026-08-21  HD  ADDED MOVEMENT RECONCILIATION: OPENING    *
000540*                    SNAPSHOT PLUS TRANLOG MOVEMENT AGAINST    *
000550*                    THE CLOSING BALANCE PER ACCOUNT, WITH A   *
000560*                    DETAIL REPORT (RECONRPT) OF OUT OF        *
000570*                    BALANCE ACCOUNTS AND THEIR LOG ENTRIES.   *
000580*                    RENUMBERED THE SOURCE.                    *
000590*    2026-09-02  HD  KUNDENSTAMM: DER ALTERNATE INDEX AUF      *
000600*                    ACCTMAS IST JETZT ACCT-CUST-NUMBER        *
000610*                    (VORHER ACCT-LAST-NAME).                  *
000620*    2026-09-02  HD  REPLACED THE IN-MEMORY MOVEMENT TABLE     *
000630*                    (OCCURS 50000) AND THE FLAG TABLE         *
000640*                    (OCCURS 2000) WITH THE SORTED LOGSRT      *
000650*                    WORK FILE AND THE FLAGWRK FILE: THE LOG   *
000660*                    IS SORTED BY TL-ACCT-NUMBER AND MERGED    *
000670*                    SEQUENTIALLY, SO THE RUN NO LONGER HAS    *
000680*                    ANY VOLUME CEILING AND MOVEMENT WITHOUT   *
000690*                    A MATCHING ACCOUNT IS REPORTED INSTEAD    *
000700*                    OF OVERFLOWING IN SILENCE.  RENUMBERED    *
000710*                    THE SOURCE.                               *
000720*    2026-10-15  HD  DIE ABGESTIMMTE TAGESBEWEGUNG WIRD MIT    *
000730*                    DATUM, PROTOKOLLANZAHL UND AUSNAHMEN IN   *
000740*                    DEN SUMMENSATZ RECONSUM (COPYBOOK RSUMREC)*
000750*                    GESCHRIEBEN; DER HAUPTBUCH-EXTRAKT        *
000760*                    STIMMT SEINE KUNDENEINLAGEN DAGEGEN AB.   *
000770*                    RENUMBERED THE SOURCE.                    *
000780*    2026-10-15  HD  DAS ABSTIMMDATUM KOMMT AUS DEM            *
000790*                    GESCHAEFTSDATUM (BUSDATE) STATT AUS DEM   *
000800*                    SYSTEMDATUM. DIE ABSTIMMUNG SETZT DEN     *
000810*                    GESCHLOSSENEN SCHALTER UND DEN            *
000820*                    DAUERAUFTRAGSLAUF VORAUS UND VERMERKT DEN *
000830*                    SCHRITT ABSTIMM. RENUMBERED THE SOURCE.   *
000840*    2026-10-15  HD  DER SCHNAPPSCHUSS (JETZT COPYBOOK         *
000850*                    SNAPREC) TRAEGT ZUSAETZLICH KUNDENNUMMER, *
000860*                    STATUS, LIMIT, FREIBETRAG UND STICHTAG    *
000870*                    UND WIRD AUCH ALS DATIERTE KOPIE          *
000880*                    ACCTSNAP.JJJJMMTT FUER DIE                *
000890*                    WIEDERHERSTELLUNG DES KONTOSTAMMS         *
000900*                    (ACCTRECOVERY) GESCHRIEBEN. RENUMBERED    *
000910*                    THE SOURCE.                               *
000920*                                                               *
000930*****************************************************************
000940
000950 ENVIRONMENT DIVISION.
000960 INPUT-OUTPUT SECTION.
000970 FILE-CONTROL.
000980     SELECT ACCTMAS ASSIGN TO "ACCTMAS"
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS DYNAMIC
001010         RECORD KEY IS ACCT-NUMBER
001020         ALTERNATE RECORD KEY IS ACCT-CUST-NUMBER
001030             WITH DUPLICATES
001040         FILE STATUS IS WS-ACCTMAS-STATUS.
001050
001060     SELECT TRANLOG ASSIGN TO "TRANLOG"
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS WS-TRANLOG-STATUS.
001090
001100     SELECT ACCTSNAP ASSIGN TO "ACCTSNAP"
001110         ORGANIZATION IS LINE SEQUENTIAL
001120         FILE STATUS IS WS-ACCTSNAP-STATUS.
001130
001140     SELECT SNAPNEW ASSIGN TO "SNAPNEW"
001150         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS WS-SNAPNEW-STATUS.
001170
001180     SELECT SNAPARCH ASSIGN TO DYNAMIC WS-SNAPARCH-NAME
001190         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS WS-SNAPARCH-STATUS.
001210
001220     SELECT RECONRPT ASSIGN TO "RECONRPT"
001230         ORGANIZATION IS LINE SEQUENTIAL
001240         FILE STATUS IS WS-RECONRPT-STATUS.
001250
001260     SELECT LOGSRT ASSIGN TO "LOGSRT"
001270         ORGANIZATION IS LINE SEQUENTIAL
001280         FILE STATUS IS WS-LOGSRT-STATUS.
001290
001300     SELECT FLAGWRK ASSIGN TO "FLAGWRK"
001310         ORGANIZATION IS LINE SEQUENTIAL
001320         FILE STATUS IS WS-FLAGWRK-STATUS.
001330
001340     SELECT BUSDATE ASSIGN TO "BUSDATE"
001350         ORGANIZATION IS LINE SEQUENTIAL
001360         FILE STATUS IS WS-BUSDATE-STATUS.
001370
001380     SELECT RECONSUM ASSIGN TO "RECONSUM"
001390         ORGANIZATION IS LINE SEQUENTIAL
001400         FILE STATUS IS WS-RECONSUM-STATUS.
001410
001420     SELECT SORTWRK ASSIGN TO "SORTWRK".
001430
001440 DATA DIVISION.
001450 FILE SECTION.
001460 FD  ACCTMAS
001470     LABEL RECORDS ARE STANDARD.
001480 COPY ACCTREC.
001490
001500 FD  TRANLOG
001510     LABEL RECORDS ARE STANDARD.
001520 COPY TRANREC.
001530
001540 FD  ACCTSNAP
001550     LABEL RECORDS ARE STANDARD.
001560 COPY SNAPREC.
001570
001580 FD  SNAPNEW
001590     LABEL RECORDS ARE STANDARD.
001600 01  SO-RECORD.
001610     05  SO-ACCT-NUMBER          PIC 9(06).
001620     05  FILLER                  PIC X(01).
001630     05  SO-BALANCE              PIC S9(9)V99
001640                                 SIGN IS LEADING SEPARATE.
001650     05  FILLER                  PIC X(01).
001660     05  SO-CUST-NUMBER          PIC 9(06).
001670     05  FILLER                  PIC X(01).
001680     05  SO-STATUS               PIC X(01).
001690     05  FILLER                  PIC X(01).
001700     05  SO-OD-LIMIT             PIC S9(7)V99
001710                                 SIGN IS LEADING SEPARATE.
001720     05  FILLER                  PIC X(01).
001730     05  SO-FREIBETRAG           PIC S9(7)V99
001740                                 SIGN IS LEADING SEPARATE.
001750     05  FILLER                  PIC X(01).
001760     05  SO-SNAP-DATE            PIC 9(08).
001770
001780 FD  SNAPARCH
001790     LABEL RECORDS ARE STANDARD.
001800 01  SH-RECORD                   PIC X(59).
001810
001820 FD  RECONRPT
001830     LABEL RECORDS ARE STANDARD.
001840 01  RR-LINE                     PIC X(102).
001850
001860 FD  LOGSRT
001870     LABEL RECORDS ARE STANDARD.
001880 01  LS-RECORD.
001890     05  LS-TIMESTAMP            PIC X(17).
001900     05  FILLER                  PIC X(01).
001910     05  LS-ACTION               PIC X(10).
001920     05  FILLER                  PIC X(01).
001930     05  LS-SEARCH-TEXT          PIC X(30).
001940     05  FILLER                  PIC X(01).
001950     05  LS-ACCT-NUMBER          PIC 9(06).
001960     05  FILLER                  PIC X(01).
001970     05  LS-BALANCE-DISPLAY      PIC -(9)9.99.
001980     05  FILLER                  PIC X(01).
001990     05  LS-TELLER-ID            PIC X(08).
002000     05  FILLER                  PIC X(01).
002010     05  LS-AMOUNT               PIC S9(9)V99
002020                                 SIGN IS LEADING SEPARATE.
002030
002040 FD  FLAGWRK
002050     LABEL RECORDS ARE STANDARD.
002060 01  FW-RECORD.
002070     05  FW-ACCT-NUMBER          PIC 9(06).
002080
002090 FD  BUSDATE
002100     LABEL RECORDS ARE STANDARD.
002110 COPY BDATREC.
002120
002130 FD  RECONSUM
002140     LABEL RECORDS ARE STANDARD.
002150 COPY RSUMREC.
002160
002170 SD  SORTWRK.
002180 01  SR-RECORD.
002190     05  SR-TIMESTAMP            PIC X(17).
002200     05  FILLER                  PIC X(01).
002210     05  SR-ACTION               PIC X(10).
002220     05  FILLER                  PIC X(01).
002230     05  SR-SEARCH-TEXT          PIC X(30).
002240     05  FILLER                  PIC X(01).
002250     05  SR-ACCT-NUMBER          PIC 9(06).
002260     05  FILLER                  PIC X(01).
002270     05  SR-BALANCE-DISPLAY      PIC -(9)9.99.
002280     05  FILLER                  PIC X(01).
002290     05  SR-TELLER-ID            PIC X(08).
002300     05  FILLER                  PIC X(01).
002310     05  SR-AMOUNT               PIC S9(9)V99
002320                                 SIGN IS LEADING SEPARATE.
002330
002340 WORKING-STORAGE SECTION.
002350*--------------------------------------------------------------*
002360* FILE STATUS AND CONDITION SWITCHES                            *
002370*--------------------------------------------------------------*
002380 01  WS-ACCTMAS-STATUS         PIC X(02) VALUE "00".
002390 01  WS-TRANLOG-STATUS         PIC X(02) VALUE "00".
002400 01  WS-ACCTSNAP-STATUS        PIC X(02) VALUE "00".
002410 01  WS-SNAPNEW-STATUS         PIC X(02) VALUE "00".
002420 01  WS-SNAPARCH-STATUS        PIC X(02) VALUE "00".
002430 01  WS-RECONRPT-STATUS        PIC X(02) VALUE "00".
002440 01  WS-LOGSRT-STATUS          PIC X(02) VALUE "00".
002450 01  WS-FLAGWRK-STATUS         PIC X(02) VALUE "00".
002460 01  WS-RECONSUM-STATUS        PIC X(02) VALUE "00".
002470 01  WS-BUSDATE-STATUS         PIC X(02) VALUE "00".
002480 01  WS-ACCTMAS-EOF-SW         PIC X(01) VALUE "N".
002490     88  ACCTMAS-EOF                   VALUE "Y".
002500 01  WS-TRANLOG-EOF-SW         PIC X(01) VALUE "N".
002510     88  TRANLOG-EOF                   VALUE "Y".
002520 01  WS-ACCTSNAP-EOF-SW        PIC X(01) VALUE "N".
002530     88  ACCTSNAP-EOF                  VALUE "Y".
002540 01  WS-LOGSRT-EOF-SW          PIC X(01) VALUE "N".
002550     88  LOGSRT-EOF                    VALUE "Y".
002560 01  WS-FLAGWRK-EOF-SW         PIC X(01) VALUE "N".
002570     88  FLAGWRK-EOF                   VALUE "Y".
002580 01  WS-NO-SNAPSHOT-SW         PIC X(01) VALUE "N".
002590     88  NO-SNAPSHOT                   VALUE "Y".
002600 01  WS-NO-TRANLOG-SW          PIC X(01) VALUE "N".
002610     88  NO-TRANLOG                    VALUE "Y".
002620 01  WS-NO-MASTER-SW           PIC X(01) VALUE "N".
002630     88  NO-MASTER                     VALUE "Y".
002640 01  WS-RUN-REFUSED-SW         PIC X(01) VALUE "N".
002650     88  RUN-REFUSED                   VALUE "Y".
002660 01  WS-NO-SNAPARCH-SW         PIC X(01) VALUE "N".
002670     88  NO-SNAPARCH                   VALUE "Y".
002680
002690*--------------------------------------------------------------*
002700* RECONCILIATION WORK FIELDS                                    *
002710*--------------------------------------------------------------*
002720 01  WS-OPENING-BALANCE        PIC S9(9)V99 VALUE ZERO.
002730 01  WS-MOVEMENT-AMOUNT        PIC S9(11)V99 VALUE ZERO.
002740 01  WS-EXPECTED-BALANCE       PIC S9(11)V99 VALUE ZERO.
002750 01  WS-SNAP-ACCT-NUMBER       PIC 9(06) VALUE ZERO.
002760 01  WS-SNAP-BALANCE           PIC S9(9)V99 VALUE ZERO.
002770 01  WS-MV-ACCT-WORK           PIC 9(06) VALUE ZERO.
002780 01  WS-FLAG-ACCT-NUMBER       PIC 9(06) VALUE ZERO.
002790 01  WS-ORPHAN-ACCT-NUMBER     PIC 9(06) VALUE ZERO.
002800 01  WS-ORPHAN-AMOUNT          PIC S9(11)V99 VALUE ZERO.
002810 01  WS-SNAPARCH-NAME          PIC X(17) VALUE SPACES.
002820 01  OD-LIMIT-DEFAULT          PIC S9(7)V99 VALUE -500.00.
002830
002840*--------------------------------------------------------------*
002850* CONTROL TOTALS                                                *
002860*--------------------------------------------------------------*
002870 01  WS-RECORD-NUMBER          PIC 9(06) COMP VALUE ZERO.
002880 01  WS-GOOD-RECORD-COUNT      PIC 9(06) COMP VALUE ZERO.
002890 01  WS-BAD-RECORD-COUNT       PIC 9(06) COMP VALUE ZERO.
002900 01  WS-OOB-ACCOUNT-COUNT      PIC 9(06) COMP VALUE ZERO.
002910 01  WS-LOG-RECORD-COUNT       PIC 9(08) COMP VALUE ZERO.
002920 01  WS-FLAG-COUNT             PIC 9(06) COMP VALUE ZERO.
002930 01  WS-ORPHAN-ACCT-COUNT      PIC 9(06) COMP VALUE ZERO.
002940 01  WS-ORPHAN-LOG-COUNT       PIC 9(08) COMP VALUE ZERO.
002950 01  WS-CONTROL-TOTAL          PIC S9(11)V99 VALUE ZERO.
002960 01  WS-MOVEMENT-TOTAL         PIC S9(11)V99 VALUE ZERO.
002970
002980*--------------------------------------------------------------*
002990* PER-STATUS COUNTS AND BALANCE SUBTOTALS                       *
003000*--------------------------------------------------------------*
003010 01  WS-AKTIV-COUNT            PIC 9(06) COMP VALUE ZERO.
003020 01  WS-GESPERRT-COUNT         PIC 9(06) COMP VALUE ZERO.
003030 01  WS-GESCHL-COUNT           PIC 9(06) COMP VALUE ZERO.
003040 01  WS-AKTIV-TOTAL            PIC S9(11)V99 VALUE ZERO.
003050 01  WS-GESPERRT-TOTAL         PIC S9(11)V99 VALUE ZERO.
003060 01  WS-GESCHL-TOTAL           PIC S9(11)V99 VALUE ZERO.
003070
003080*--------------------------------------------------------------*
003090* REPORT EDIT FIELDS                                            *
003100*--------------------------------------------------------------*
003110 01  WS-CONTROL-TOTAL-EDIT     PIC -(10)9.99.
003120 01  WS-AMOUNT-EDIT            PIC -(10)9.99.
003130 01  WS-OPENING-EDIT           PIC -(10)9.99.
003140 01  WS-EXPECTED-EDIT          PIC -(10)9.99.
003150 01  WS-CLOSING-EDIT           PIC -(10)9.99.
003160 01  WS-COUNT-EDIT             PIC Z(05)9.
003170 01  WS-RUN-DATE               PIC 9(08) VALUE ZERO.
003180
003190 PROCEDURE DIVISION.
003200*****************************************************************
003210* 0000-MAINLINE                                                *
003220*****************************************************************
003230 0000-MAINLINE.
003240     PERFORM 1050-CHECK-BUSINESS-DATE THRU 1050-EXIT
003250     IF NOT RUN-REFUSED
003260        PERFORM 1000-INITIALIZE THRU 1000-EXIT
003270        SORT SORTWRK
003280            ON ASCENDING KEY SR-ACCT-NUMBER
003290            INPUT PROCEDURE IS 2000-LOAD-MOVEMENT
003300                          THRU 2999-EXIT
003310            GIVING LOGSRT
003320        PERFORM 2500-START-MERGE THRU 2500-EXIT
003330        PERFORM 3000-RECONCILE-MASTER THRU 3000-EXIT
003340            UNTIL ACCTMAS-EOF
003350        PERFORM 3500-CHECK-SNAPSHOT-TAIL THRU 3500-EXIT
003360            UNTIL ACCTSNAP-EOF
003370        IF NOT NO-SNAPSHOT
003380           PERFORM 3600-DRAIN-ORPHAN-TAIL THRU 3600-EXIT
003390               UNTIL LOGSRT-EOF
003400        END-IF
003410        PERFORM 4000-PRINT-LOG-DETAIL THRU 4000-EXIT
003420        PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT
003430        PERFORM 5500-WRITE-RECON-SUMMARY THRU 5500-EXIT
003440        IF NOT NO-MASTER
003450           PERFORM 8000-MARK-STEP-DONE THRU 8000-EXIT
003460        END-IF
003470        PERFORM 9000-TERMINATE THRU 9000-EXIT
003480     END-IF
003490     STOP RUN.
003500
003510*****************************************************************
003520* 1000-INITIALIZE - OPEN ALL FILES, PRE-READ THE SNAPSHOT,      *
003530*            WRITE THE REPORT HEADER                            *
003540*****************************************************************
003550 1000-INITIALIZE.
003560     OPEN INPUT ACCTMAS
003570     IF WS-ACCTMAS-STATUS NOT = "00"
003580        DISPLAY "FEHLER BEIM OEFFNEN VON ACCTMAS, STATUS "
003590            WS-ACCTMAS-STATUS
003600        MOVE "Y" TO WS-ACCTMAS-EOF-SW
003610        MOVE "Y" TO WS-TRANLOG-EOF-SW
003620        MOVE "Y" TO WS-ACCTSNAP-EOF-SW
003630        MOVE "Y" TO WS-NO-SNAPSHOT-SW
003640        MOVE "Y" TO WS-NO-TRANLOG-SW
003650        MOVE "Y" TO WS-NO-MASTER-SW
003660        GO TO 1000-EXIT
003670     END-IF
003680
003690     OPEN INPUT TRANLOG
003700     IF WS-TRANLOG-STATUS NOT = "00"
003710        MOVE "Y" TO WS-NO-TRANLOG-SW
003720        MOVE "Y" TO WS-TRANLOG-EOF-SW
003730        DISPLAY "HINWEIS: KEIN TRANLOG VORHANDEN - BEWEGUNG "
003740            "WIRD MIT NULL ANGESETZT."
003750     END-IF
003760
003770     OPEN INPUT ACCTSNAP
003780     IF WS-ACCTSNAP-STATUS NOT = "00"
003790        MOVE "Y" TO WS-NO-SNAPSHOT-SW
003800        MOVE "Y" TO WS-ACCTSNAP-EOF-SW
003810        DISPLAY "HINWEIS: KEIN ERORFFNUNGS-SCHNAPPSCHUSS "
003820            "(ACCTSNAP) - ERSTLAUF, NUR KONTROLLSUMME."
003830     ELSE
003840        PERFORM 6000-READ-SNAPSHOT THRU 6000-EXIT
003850     END-IF
003860
003870     OPEN OUTPUT SNAPNEW
003880     MOVE SPACES TO WS-SNAPARCH-NAME
003890     STRING "ACCTSNAP." DELIMITED BY SIZE
003900         WS-RUN-DATE DELIMITED BY SIZE
003910         INTO WS-SNAPARCH-NAME
003920     OPEN OUTPUT SNAPARCH
003930     IF WS-SNAPARCH-STATUS NOT = "00"
003940        MOVE "Y" TO WS-NO-SNAPARCH-SW
003950        DISPLAY "WARNUNG: " WS-SNAPARCH-NAME " NICHT "
003960            "SCHREIBBAR, STATUS " WS-SNAPARCH-STATUS
003970            " - KEINE DATIERTE SCHNAPPSCHUSS-KOPIE."
003980     END-IF
003990     OPEN OUTPUT RECONRPT
004000     OPEN OUTPUT FLAGWRK
004010
004020     MOVE SPACES TO RR-LINE
004030     STRING "TAGESABSCHLUSS-ABSTIMMUNG " DELIMITED BY SIZE
004040         WS-RUN-DATE DELIMITED BY SIZE
004050         INTO RR-LINE
004060     WRITE RR-LINE
004070     MOVE ALL "-" TO RR-LINE
004080     WRITE RR-LINE
004090
004100     MOVE ZERO TO ACCT-NUMBER
004110     START ACCTMAS KEY IS NOT LESS THAN ACCT-NUMBER
004120         INVALID KEY
004130             MOVE "Y" TO WS-ACCTMAS-EOF-SW
004140     END-START.
004150 1000-EXIT.
004160     EXIT.
004170
004180*****************************************************************
004190* 1050-CHECK-BUSINESS-DATE - PROCESSING DATE FROM BUSDATE;      *
004200*            THE ONLINE DAY MUST BE CLOSED AND THE STANDING     *
004210*            ORDER RUN DONE                                     *
004220*****************************************************************
004230 1050-CHECK-BUSINESS-DATE.
004240     OPEN INPUT BUSDATE
004250     IF WS-BUSDATE-STATUS NOT = "00"
004260        DISPLAY "FEHLER BEIM OEFFNEN VON BUSDATE, STATUS "
004270            WS-BUSDATE-STATUS " - LAUF ABGELEHNT."
004280        MOVE "Y" TO WS-RUN-REFUSED-SW
004290        GO TO 1050-EXIT
004300     END-IF
004310     READ BUSDATE
004320         AT END
004330             CLOSE BUSDATE
004340             DISPLAY "FEHLER: BUSDATE IST LEER - LAUF ABGELEHNT."
004350             MOVE "Y" TO WS-RUN-REFUSED-SW
004360             GO TO 1050-EXIT
004370     END-READ
004380     CLOSE BUSDATE
004390     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
004400     IF NOT BD-ONLINE-CLOSED
004410        DISPLAY "GESCHAEFTSTAG " BD-BUSINESS-DATE
004420            ": SCHALTER NICHT GESCHLOSSEN - LAUF ABGELEHNT."
004430        MOVE "Y" TO WS-RUN-REFUSED-SW
004440        GO TO 1050-EXIT
004450     END-IF
004460     IF NOT BD-DAUERAUF-DONE
004470        DISPLAY "GESCHAEFTSTAG " BD-BUSINESS-DATE
004480            ": DAUERAUFTRAGSLAUF (DAUERAUF) FEHLT - "
004490            "LAUF ABGELEHNT."
004500        MOVE "Y" TO WS-RUN-REFUSED-SW
004510     END-IF.
004520 1050-EXIT.
004530     EXIT.
004540
004550*****************************************************************
004560* 2000-LOAD-MOVEMENT - SORT INPUT: EVERY LOG RECORD WITH AN     *
004570*            ACCOUNT NUMBER GOES TO THE SORT; THE MOVEMENT      *
004580*            CONTROL TOTAL IS TAKEN ON THE WAY THROUGH          *
004590*****************************************************************
004600 2000-LOAD-MOVEMENT.
004610     PERFORM 2100-RELEASE-LOG-RECORD THRU 2100-EXIT
004620         UNTIL TRANLOG-EOF.
004630 2000-EXIT.
004640     EXIT.
004650
004660 2100-RELEASE-LOG-RECORD.
004670     READ TRANLOG
004680         AT END
004690             MOVE "Y" TO WS-TRANLOG-EOF-SW
004700             GO TO 2100-EXIT
004710     END-READ
004720     ADD 1 TO WS-LOG-RECORD-COUNT
004730
004740     IF TL-AMOUNT NUMERIC
004750        AND TL-AMOUNT NOT = ZERO
004760        ADD TL-AMOUNT TO WS-MOVEMENT-TOTAL
004770     END-IF
004780
004790     IF TL-ACCT-NUMBER NOT NUMERIC
004800        GO TO 2100-EXIT
004810     END-IF
004820     IF TL-ACCT-NUMBER = ZERO
004830        GO TO 2100-EXIT
004840     END-IF
004850     MOVE TL-RECORD TO SR-RECORD
004860     RELEASE SR-RECORD.
004870 2100-EXIT.
004880     EXIT.
004890
004900 2999-EXIT.
004910     EXIT.
004920
004930*****************************************************************
004940* 2500-START-MERGE - THE DAY'S LOG IS SORTED; OPEN THE WORK     *
004950*            FILE AND PRIME THE FIRST GROUP                     *
004960*****************************************************************
004970 2500-START-MERGE.
004980     IF NOT NO-TRANLOG
004990        CLOSE TRANLOG
005000     END-IF
005010     MOVE "N" TO WS-LOGSRT-EOF-SW
005020     OPEN INPUT LOGSRT
005030     IF WS-LOGSRT-STATUS NOT = "00"
005040        DISPLAY "FEHLER BEIM OEFFNEN VON LOGSRT, STATUS "
005050            WS-LOGSRT-STATUS " - BEWEGUNG WIRD MIT NULL "
005060            "ANGESETZT."
005070        MOVE "Y" TO WS-LOGSRT-EOF-SW
005080        GO TO 2500-EXIT
005090     END-IF
005100     PERFORM 6210-READ-LOGSRT THRU 6210-EXIT.
005110 2500-EXIT.
005120     EXIT.
005130
005140*****************************************************************
005150* 3000-RECONCILE-MASTER - ONE MASTER RECORD: STRUCTURAL CHECK,  *
005160*            CONTROL TOTAL, OPENING PLUS MOVEMENT AGAINST       *
005170*            CLOSING, AND THE NEW SNAPSHOT LINE                 *
005180*****************************************************************
005190 3000-RECONCILE-MASTER.
005200     READ ACCTMAS NEXT RECORD
005210         AT END
005220             MOVE "Y" TO WS-ACCTMAS-EOF-SW
005230             GO TO 3000-EXIT
005240     END-READ
005250     ADD 1 TO WS-RECORD-NUMBER
005260
005270     IF WS-ACCTMAS-STATUS NOT = "00" AND
005280        WS-ACCTMAS-STATUS NOT = "02"
005290        ADD 1 TO WS-BAD-RECORD-COUNT
005300        DISPLAY "FEHLERHAFTER DATENSATZ NR. "
005310            WS-RECORD-NUMBER ", KONTONUMMER "
005320            ACCT-NUMBER ", STATUS " WS-ACCTMAS-STATUS
005330        GO TO 3000-EXIT
005340     END-IF
005350     IF ACCT-NUMBER = ZERO
005360        ADD 1 TO WS-BAD-RECORD-COUNT
005370        DISPLAY "FEHLERHAFTER DATENSATZ NR. "
005380            WS-RECORD-NUMBER ", KONTONUMMER FEHLT"
005390        GO TO 3000-EXIT
005400     END-IF
005410
005420     ADD 1 TO WS-GOOD-RECORD-COUNT
005430     ADD ACCT-BALANCE TO WS-CONTROL-TOTAL
005440     EVALUATE TRUE
005450         WHEN ACCT-GESPERRT
005460             ADD 1 TO WS-GESPERRT-COUNT
005470             ADD ACCT-BALANCE TO WS-GESPERRT-TOTAL
005480         WHEN ACCT-GESCHLOSSEN
005490             ADD 1 TO WS-GESCHL-COUNT
005500             ADD ACCT-BALANCE TO WS-GESCHL-TOTAL
005510         WHEN OTHER
005520             ADD 1 TO WS-AKTIV-COUNT
005530             ADD ACCT-BALANCE TO WS-AKTIV-TOTAL
005540     END-EVALUATE
005550
005560     MOVE SPACES           TO SO-RECORD
005570     MOVE ACCT-NUMBER      TO SO-ACCT-NUMBER
005580     MOVE ACCT-BALANCE     TO SO-BALANCE
005590     MOVE ACCT-CUST-NUMBER TO SO-CUST-NUMBER
005600     MOVE ACCT-STATUS      TO SO-STATUS
005610     IF ACCT-STATUS = SPACE
005620        MOVE "A" TO SO-STATUS
005630     END-IF
005640     IF ACCT-OD-LIMIT NUMERIC
005650        MOVE ACCT-OD-LIMIT TO SO-OD-LIMIT
005660     ELSE
005670        MOVE OD-LIMIT-DEFAULT TO SO-OD-LIMIT
005680     END-IF
005690     IF ACCT-FREIBETRAG NUMERIC
005700        MOVE ACCT-FREIBETRAG TO SO-FREIBETRAG
005710     ELSE
005720        MOVE ZERO TO SO-FREIBETRAG
005730     END-IF
005740     MOVE WS-RUN-DATE      TO SO-SNAP-DATE
005750     WRITE SO-RECORD
005760     IF NOT NO-SNAPARCH
005770        WRITE SH-RECORD FROM SO-RECORD
005780     END-IF
005790
005800     IF NO-SNAPSHOT
005810        GO TO 3000-EXIT
005820     END-IF
005830
005840     PERFORM 6100-GET-OPENING-BALANCE THRU 6100-EXIT
005850     MOVE ACCT-NUMBER TO WS-MV-ACCT-WORK
005860     PERFORM 6200-GET-MOVEMENT THRU 6200-EXIT
005870     COMPUTE WS-EXPECTED-BALANCE
005880         = WS-OPENING-BALANCE + WS-MOVEMENT-AMOUNT
005890     IF ACCT-BALANCE NOT = WS-EXPECTED-BALANCE
005900        ADD 1 TO WS-OOB-ACCOUNT-COUNT
005910        PERFORM 7000-REPORT-OUT-OF-BALANCE THRU 7000-EXIT
005920     END-IF.
005930 3000-EXIT.
005940     EXIT.
005950
005960*****************************************************************
005970* 3500-CHECK-SNAPSHOT-TAIL - SNAPSHOT ACCOUNTS LEFT AFTER THE   *
005980*            MASTER RAN OUT WERE CLOSED TODAY; THEIR OPENING    *
005990*            PLUS MOVEMENT MUST COME TO ZERO                    *
006000*****************************************************************
006010 3500-CHECK-SNAPSHOT-TAIL.
006020     PERFORM 6300-CHECK-CLOSED-ACCOUNT THRU 6300-EXIT
006030     PERFORM 6000-READ-SNAPSHOT THRU 6000-EXIT.
006040 3500-EXIT.
006050     EXIT.
006060
006070*****************************************************************
006080* 3600-DRAIN-ORPHAN-TAIL - SORTED LOG GROUPS LEFT AFTER MASTER  *
006090*            AND SNAPSHOT RAN OUT BELONG TO NO ACCOUNT AT ALL   *
006100*****************************************************************
006110 3600-DRAIN-ORPHAN-TAIL.
006120     PERFORM 6220-DRAIN-ORPHAN-GROUP THRU 6220-EXIT.
006130 3600-EXIT.
006140     EXIT.
006150
006160*****************************************************************
006170* 4000-PRINT-LOG-DETAIL - SECOND PASS OVER THE SORTED LOG:      *
006180*            PRINT THE ENTRIES OF EVERY OUT OF BALANCE ACCOUNT  *
006190*            BY MATCH-MERGING LOGSRT AGAINST FLAGWRK            *
006200*****************************************************************
006210 4000-PRINT-LOG-DETAIL.
006220     CLOSE LOGSRT
006230     CLOSE FLAGWRK
006240     IF WS-FLAG-COUNT = ZERO OR NO-TRANLOG
006250        GO TO 4000-EXIT
006260     END-IF
006270     MOVE "N" TO WS-LOGSRT-EOF-SW
006280     MOVE "N" TO WS-FLAGWRK-EOF-SW
006290     OPEN INPUT LOGSRT
006300     IF WS-LOGSRT-STATUS NOT = "00"
006310        DISPLAY "WARNUNG: LOGSRT NICHT ERNEUT LESBAR, "
006320            "STATUS " WS-LOGSRT-STATUS
006330        GO TO 4000-EXIT
006340     END-IF
006350     OPEN INPUT FLAGWRK
006360     IF WS-FLAGWRK-STATUS NOT = "00"
006370        DISPLAY "WARNUNG: FLAGWRK NICHT LESBAR, STATUS "
006380            WS-FLAGWRK-STATUS
006390        CLOSE LOGSRT
006400        GO TO 4000-EXIT
006410     END-IF
006420     PERFORM 6210-READ-LOGSRT THRU 6210-EXIT
006430     PERFORM 4200-READ-FLAGWRK THRU 4200-EXIT
006440
006450     MOVE SPACES TO RR-LINE
006460     WRITE RR-LINE
006470     MOVE "PROTOKOLLEINTRAEGE DER UNSTIMMIGEN KONTEN:"
006480         TO RR-LINE
006490     WRITE RR-LINE
006500     PERFORM 4100-SCAN-LOG-ENTRY THRU 4100-EXIT
006510         UNTIL LOGSRT-EOF OR FLAGWRK-EOF
006520     CLOSE LOGSRT
006530     CLOSE FLAGWRK.
006540 4000-EXIT.
006550     EXIT.
006560
006570 4100-SCAN-LOG-ENTRY.
006580     EVALUATE TRUE
006590         WHEN LS-ACCT-NUMBER < FW-ACCT-NUMBER
006600             PERFORM 6210-READ-LOGSRT THRU 6210-EXIT
006610         WHEN LS-ACCT-NUMBER > FW-ACCT-NUMBER
006620             PERFORM 4200-READ-FLAGWRK THRU 4200-EXIT
006630         WHEN OTHER
006640             MOVE SPACES TO RR-LINE
006650             MOVE LS-RECORD TO RR-LINE
006660             WRITE RR-LINE
006670             PERFORM 6210-READ-LOGSRT THRU 6210-EXIT
006680     END-EVALUATE.
006690 4100-EXIT.
006700     EXIT.
006710
006720 4200-READ-FLAGWRK.
006730     READ FLAGWRK
006740         AT END
006750             MOVE "Y" TO WS-FLAGWRK-EOF-SW
006760     END-READ.
006770 4200-EXIT.
006780     EXIT.
006790
006800*****************************************************************
006810* 5000-PRINT-SUMMARY - TOTALS TO THE REPORT AND THE OPERATOR    *
006820*****************************************************************
006830 5000-PRINT-SUMMARY.
006840     MOVE WS-CONTROL-TOTAL TO WS-CONTROL-TOTAL-EDIT
006850     MOVE SPACES TO RR-LINE
006860     WRITE RR-LINE
006870     MOVE ALL "-" TO RR-LINE
006880     WRITE RR-LINE
006890
006900     MOVE WS-RECORD-NUMBER TO WS-COUNT-EDIT
006910     MOVE SPACES TO RR-LINE
006920     STRING "DATENSAETZE GELESEN    : " DELIMITED BY SIZE
006930         WS-COUNT-EDIT DELIMITED BY SIZE
006940         INTO RR-LINE
006950     WRITE RR-LINE
006960
006970     MOVE WS-GOOD-RECORD-COUNT TO WS-COUNT-EDIT
006980     MOVE SPACES TO RR-LINE
006990     STRING "DATENSAETZE GUELTIG    : " DELIMITED BY SIZE
007000         WS-COUNT-EDIT DELIMITED BY SIZE
007010         INTO RR-LINE
007020     WRITE RR-LINE
007030
007040     MOVE WS-BAD-RECORD-COUNT TO WS-COUNT-EDIT
007050     MOVE SPACES TO RR-LINE
007060     STRING "DATENSAETZE FEHLERHAFT : " DELIMITED BY SIZE
007070         WS-COUNT-EDIT DELIMITED BY SIZE
007080         INTO RR-LINE
007090     WRITE RR-LINE
007100
007110     MOVE WS-LOG-RECORD-COUNT TO WS-COUNT-EDIT
007120     MOVE SPACES TO RR-LINE
007130     STRING "PROTOKOLLEINTRAEGE     : " DELIMITED BY SIZE
007140         WS-COUNT-EDIT DELIMITED BY SIZE
007150         INTO RR-LINE
007160     WRITE RR-LINE
007170
007180     MOVE WS-MOVEMENT-TOTAL TO WS-AMOUNT-EDIT
007190     MOVE SPACES TO RR-LINE
007200     STRING "BEWEGUNG GESAMT        : " DELIMITED BY SIZE
007210         WS-AMOUNT-EDIT DELIMITED BY SIZE
007220         INTO RR-LINE
007230     WRITE RR-LINE
007240
007250     MOVE WS-OOB-ACCOUNT-COUNT TO WS-COUNT-EDIT
007260     MOVE SPACES TO RR-LINE
007270     STRING "KONTEN UNSTIMMIG       : " DELIMITED BY SIZE
007280         WS-COUNT-EDIT DELIMITED BY SIZE
007290         INTO RR-LINE
007300     WRITE RR-LINE
007310
007320     MOVE WS-ORPHAN-ACCT-COUNT TO WS-COUNT-EDIT
007330     MOVE SPACES TO RR-LINE
007340     STRING "BEWEGUNG OHNE KONTO    : " DELIMITED BY SIZE
007350         WS-COUNT-EDIT DELIMITED BY SIZE
007360         INTO RR-LINE
007370     WRITE RR-LINE
007380
007390     MOVE SPACES TO RR-LINE
007400     STRING "KONTROLLSUMME          : " DELIMITED BY SIZE
007410         WS-CONTROL-TOTAL-EDIT DELIMITED BY SIZE
007420         INTO RR-LINE
007430     WRITE RR-LINE
007440
007450     MOVE WS-AKTIV-COUNT TO WS-COUNT-EDIT
007460     MOVE WS-AKTIV-TOTAL TO WS-AMOUNT-EDIT
007470     MOVE SPACES TO RR-LINE
007480     STRING "KONTEN AKTIV           : " DELIMITED BY SIZE
007490         WS-COUNT-EDIT DELIMITED BY SIZE
007500         "  SALDO: " DELIMITED BY SIZE
007510         WS-AMOUNT-EDIT DELIMITED BY SIZE
007520         INTO RR-LINE
007530     WRITE RR-LINE
007540
007550     MOVE WS-GESPERRT-COUNT TO WS-COUNT-EDIT
007560     MOVE WS-GESPERRT-TOTAL TO WS-AMOUNT-EDIT
007570     MOVE SPACES TO RR-LINE
007580     STRING "KONTEN GESPERRT        : " DELIMITED BY SIZE
007590         WS-COUNT-EDIT DELIMITED BY SIZE
007600         "  SALDO: " DELIMITED BY SIZE
007610         WS-AMOUNT-EDIT DELIMITED BY SIZE
007620         INTO RR-LINE
007630     WRITE RR-LINE
007640
007650     MOVE WS-GESCHL-COUNT TO WS-COUNT-EDIT
007660     MOVE WS-GESCHL-TOTAL TO WS-AMOUNT-EDIT
007670     MOVE SPACES TO RR-LINE
007680     STRING "KONTEN GESCHLOSSEN     : " DELIMITED BY SIZE
007690         WS-COUNT-EDIT DELIMITED BY SIZE
007700         "  SALDO: " DELIMITED BY SIZE
007710         WS-AMOUNT-EDIT DELIMITED BY SIZE
007720         INTO RR-LINE
007730     WRITE RR-LINE
007740
007750     DISPLAY " "
007760     DISPLAY "----- TAGESABSCHLUSS - KONTROLLSUMME -----"
007770     DISPLAY "Datensaetze gelesen   : " WS-RECORD-NUMBER
007780     DISPLAY "Datensaetze gueltig   : " WS-GOOD-RECORD-COUNT
007790     DISPLAY "Datensaetze fehlerhaft: " WS-BAD-RECORD-COUNT
007800     DISPLAY "Konten unstimmig      : " WS-OOB-ACCOUNT-COUNT
007810     DISPLAY "Bewegung ohne Konto   : " WS-ORPHAN-ACCT-COUNT
007820     DISPLAY "Konten aktiv          : " WS-AKTIV-COUNT
007830     DISPLAY "Konten gesperrt       : " WS-GESPERRT-COUNT
007840     DISPLAY "Konten geschlossen    : " WS-GESCHL-COUNT
007850     DISPLAY "Kontrollsumme         : " WS-CONTROL-TOTAL-EDIT
007860     DISPLAY "Bericht in RECONRPT, neuer Schnappschuss "
007870         "in SNAPNEW."
007880     IF NOT NO-SNAPARCH
007890        DISPLAY "Datierte Kopie in " WS-SNAPARCH-NAME "."
007900     END-IF.
007910 5000-EXIT.
007920     EXIT.
007930
007940*****************************************************************
007950* 5500-WRITE-RECON-SUMMARY - THE PROVED MOVEMENT TOTAL TO THE  *
007960*            ONE-RECORD RECONSUM FILE FOR THE GENERAL LEDGER   *
007970*            EXTRACT.  WITHOUT A MASTER NOTHING WAS PROVED, SO *
007980*            THE PREVIOUS RECORD IS LEFT AS IT IS.             *
007990*****************************************************************
008000 5500-WRITE-RECON-SUMMARY.
008010     IF NO-MASTER
008020        GO TO 5500-EXIT
008030     END-IF
008040     OPEN OUTPUT RECONSUM
008050     IF WS-RECONSUM-STATUS NOT = "00"
008060        DISPLAY "WARNUNG: RECONSUM NICHT SCHREIBBAR, STATUS "
008070            WS-RECONSUM-STATUS
008080            " - HAUPTBUCH-ABSTIMMUNG OHNE VERGLEICHSWERT."
008090        GO TO 5500-EXIT
008100     END-IF
008110     MOVE SPACES               TO RS-RECORD
008120     MOVE WS-RUN-DATE          TO RS-RUN-DATE
008130     MOVE WS-LOG-RECORD-COUNT  TO RS-LOG-COUNT
008140     MOVE WS-MOVEMENT-TOTAL    TO RS-MOVEMENT-TOTAL
008150     MOVE WS-OOB-ACCOUNT-COUNT TO RS-OOB-COUNT
008160     MOVE WS-ORPHAN-ACCT-COUNT TO RS-ORPHAN-COUNT
008170     WRITE RS-RECORD
008180     CLOSE RECONSUM.
008190 5500-EXIT.
008200     EXIT.
008210
008220*****************************************************************
008230* 6000-READ-SNAPSHOT - NEXT OPENING BALANCE RECORD              *
008240*****************************************************************
008250 6000-READ-SNAPSHOT.
008260     READ ACCTSNAP
008270         AT END
008280             MOVE "Y" TO WS-ACCTSNAP-EOF-SW
008290             GO TO 6000-EXIT
008300     END-READ
008310     MOVE SN-ACCT-NUMBER TO WS-SNAP-ACCT-NUMBER
008320     MOVE SN-BALANCE     TO WS-SNAP-BALANCE.
008330 6000-EXIT.
008340     EXIT.
008350
008360*****************************************************************
008370* 6100-GET-OPENING-BALANCE - SEQUENTIAL MATCH OF THE SNAPSHOT   *
008380*            AGAINST THE CURRENT MASTER ACCOUNT.  SNAPSHOT      *
008390*            ACCOUNTS PASSED OVER WERE CLOSED TODAY AND MUST    *
008400*            NET TO ZERO.                                       *
008410*****************************************************************
008420 6100-GET-OPENING-BALANCE.
008430     PERFORM 6110-ADVANCE-SNAPSHOT THRU 6110-EXIT
008440         UNTIL ACCTSNAP-EOF
008450         OR WS-SNAP-ACCT-NUMBER NOT < ACCT-NUMBER
008460     IF NOT ACCTSNAP-EOF
008470        AND WS-SNAP-ACCT-NUMBER = ACCT-NUMBER
008480        MOVE WS-SNAP-BALANCE TO WS-OPENING-BALANCE
008490        PERFORM 6000-READ-SNAPSHOT THRU 6000-EXIT
008500     ELSE
008510        MOVE ZERO TO WS-OPENING-BALANCE
008520     END-IF.
008530 6100-EXIT.
008540     EXIT.
008550
008560 6110-ADVANCE-SNAPSHOT.
008570     PERFORM 6300-CHECK-CLOSED-ACCOUNT THRU 6300-EXIT
008580     PERFORM 6000-READ-SNAPSHOT THRU 6000-EXIT.
008590 6110-EXIT.
008600     EXIT.
008610
008620*****************************************************************
008630* 6200-GET-MOVEMENT - THE DAY'S MOVEMENT FOR THE ACCOUNT IN     *
008640*            WS-MV-ACCT-WORK FROM THE SORTED LOG.  GROUPS       *
008650*            BELOW THE TARGET BELONG TO NO ACCOUNT STILL TO     *
008660*            COME AND ARE REPORTED AS ORPHANS.  ACCOUNTS ARE    *
008670*            ASKED FOR IN ASCENDING ORDER, SO ONE FORWARD       *
008680*            PASS OVER LOGSRT SERVES THE WHOLE RUN.             *
008690*****************************************************************
008700 6200-GET-MOVEMENT.
008710     MOVE ZERO TO WS-MOVEMENT-AMOUNT
008720     PERFORM 6220-DRAIN-ORPHAN-GROUP THRU 6220-EXIT
008730         UNTIL LOGSRT-EOF
008740         OR LS-ACCT-NUMBER NOT < WS-MV-ACCT-WORK
008750     IF NOT LOGSRT-EOF
008760        AND LS-ACCT-NUMBER = WS-MV-ACCT-WORK
008770        PERFORM 6230-SUM-GROUP-RECORD THRU 6230-EXIT
008780            UNTIL LOGSRT-EOF
008790            OR LS-ACCT-NUMBER NOT = WS-MV-ACCT-WORK
008800     END-IF.
008810 6200-EXIT.
008820     EXIT.
008830
008840 6210-READ-LOGSRT.
008850     READ LOGSRT
008860         AT END
008870             MOVE "Y" TO WS-LOGSRT-EOF-SW
008880     END-READ.
008890 6210-EXIT.
008900     EXIT.
008910
008920*****************************************************************
008930* 6220-DRAIN-ORPHAN-GROUP - ONE SORTED GROUP WITHOUT A MASTER   *
008940*            OR SNAPSHOT ACCOUNT.  A GROUP THAT MOVED MONEY IS  *
008950*            AN EXCEPTION ON THE REPORT; INQUIRY-ONLY GROUPS    *
008960*            ARE COUNTED BUT NOT LISTED.                        *
008970*****************************************************************
008980 6220-DRAIN-ORPHAN-GROUP.
008990     MOVE LS-ACCT-NUMBER TO WS-ORPHAN-ACCT-NUMBER
009000     MOVE ZERO           TO WS-ORPHAN-AMOUNT
009010     PERFORM 6225-SUM-ORPHAN-RECORD THRU 6225-EXIT
009020         UNTIL LOGSRT-EOF
009030         OR LS-ACCT-NUMBER NOT = WS-ORPHAN-ACCT-NUMBER
009040     IF WS-ORPHAN-AMOUNT NOT = ZERO
009050        ADD 1 TO WS-ORPHAN-ACCT-COUNT
009060        MOVE WS-ORPHAN-AMOUNT TO WS-AMOUNT-EDIT
009070        MOVE SPACES TO RR-LINE
009080        STRING "KONTO " DELIMITED BY SIZE
009090            WS-ORPHAN-ACCT-NUMBER DELIMITED BY SIZE
009100            " BEWEGUNG " DELIMITED BY SIZE
009110            WS-AMOUNT-EDIT DELIMITED BY SIZE
009120            " OHNE STAMMSATZ UND OHNE SCHNAPPSCHUSS"
009130            DELIMITED BY SIZE
009140            INTO RR-LINE
009150        WRITE RR-LINE
009160        DISPLAY "BEWEGUNG OHNE KONTO: " WS-ORPHAN-ACCT-NUMBER
009170        MOVE WS-ORPHAN-ACCT-NUMBER TO WS-FLAG-ACCT-NUMBER
009180        PERFORM 7100-FLAG-ACCOUNT THRU 7100-EXIT
009190     END-IF.
009200 6220-EXIT.
009210     EXIT.
009220
009230 6225-SUM-ORPHAN-RECORD.
009240     ADD 1 TO WS-ORPHAN-LOG-COUNT
009250     IF LS-AMOUNT NUMERIC
009260        ADD LS-AMOUNT TO WS-ORPHAN-AMOUNT
009270     END-IF
009280     PERFORM 6210-READ-LOGSRT THRU 6210-EXIT.
009290 6225-EXIT.
009300     EXIT.
009310
009320 6230-SUM-GROUP-RECORD.
009330     IF LS-AMOUNT NUMERIC
009340        ADD LS-AMOUNT TO WS-MOVEMENT-AMOUNT
009350     END-IF
009360     PERFORM 6210-READ-LOGSRT THRU 6210-EXIT.
009370 6230-EXIT.
009380     EXIT.
009390
009400*****************************************************************
009410* 6300-CHECK-CLOSED-ACCOUNT - A SNAPSHOT ACCOUNT NO LONGER ON   *
009420*            THE MASTER: ITS OPENING BALANCE PLUS MOVEMENT MUST *
009430*            COME TO ZERO, OTHERWISE MONEY LEFT WITH IT         *
009440*****************************************************************
009450 6300-CHECK-CLOSED-ACCOUNT.
009460     MOVE WS-SNAP-ACCT-NUMBER TO WS-MV-ACCT-WORK
009470     PERFORM 6200-GET-MOVEMENT THRU 6200-EXIT
009480     COMPUTE WS-EXPECTED-BALANCE
009490         = WS-SNAP-BALANCE + WS-MOVEMENT-AMOUNT
009500     IF WS-EXPECTED-BALANCE NOT = ZERO
009510        ADD 1 TO WS-OOB-ACCOUNT-COUNT
009520        MOVE WS-SNAP-BALANCE TO WS-OPENING-EDIT
009530        MOVE WS-MOVEMENT-AMOUNT TO WS-AMOUNT-EDIT
009540        MOVE SPACES TO RR-LINE
009550        STRING "KONTO " DELIMITED BY SIZE
009560            WS-SNAP-ACCT-NUMBER DELIMITED BY SIZE
009570            " GESCHLOSSEN, ABER SALDO " DELIMITED BY SIZE
009580            WS-OPENING-EDIT DELIMITED BY SIZE
009590            " + BEWEGUNG " DELIMITED BY SIZE
009600            WS-AMOUNT-EDIT DELIMITED BY SIZE
009610            " <> 0" DELIMITED BY SIZE
009620            INTO RR-LINE
009630        WRITE RR-LINE
009640        MOVE WS-SNAP-ACCT-NUMBER TO WS-FLAG-ACCT-NUMBER
009650        PERFORM 7100-FLAG-ACCOUNT THRU 7100-EXIT
009660     END-IF.
009670 6300-EXIT.
009680     EXIT.
009690
009700*****************************************************************
009710* 7000-REPORT-OUT-OF-BALANCE - DETAIL LINE FOR AN ACCOUNT WHOSE *
009720*            CLOSING BALANCE DOES NOT EQUAL OPENING + MOVEMENT  *
009730*****************************************************************
009740 7000-REPORT-OUT-OF-BALANCE.
009750     MOVE WS-OPENING-BALANCE  TO WS-OPENING-EDIT
009760     MOVE WS-MOVEMENT-AMOUNT  TO WS-AMOUNT-EDIT
009770     MOVE WS-EXPECTED-BALANCE TO WS-EXPECTED-EDIT
009780     MOVE ACCT-BALANCE        TO WS-CLOSING-EDIT
009790     MOVE SPACES TO RR-LINE
009800     STRING "KONTO " DELIMITED BY SIZE
009810         ACCT-NUMBER DELIMITED BY SIZE
009820         " UNSTIMMIG: ANFANG " DELIMITED BY SIZE
009830         WS-OPENING-EDIT DELIMITED BY SIZE
009840         " + BEWEGUNG " DELIMITED BY SIZE
009850         WS-AMOUNT-EDIT DELIMITED BY SIZE
009860         " = " DELIMITED BY SIZE
009870         WS-EXPECTED-EDIT DELIMITED BY SIZE
009880         ", BESTAND " DELIMITED BY SIZE
009890         WS-CLOSING-EDIT DELIMITED BY SIZE
009900         INTO RR-LINE
009910     WRITE RR-LINE
009920     DISPLAY "UNSTIMMIG: KONTO " ACCT-NUMBER
009930     MOVE ACCT-NUMBER TO WS-FLAG-ACCT-NUMBER
009940     PERFORM 7100-FLAG-ACCOUNT THRU 7100-EXIT.
009950 7000-EXIT.
009960     EXIT.
009970
009980*****************************************************************
009990* 7100-FLAG-ACCOUNT - ONE FLAGWRK RECORD PER OUT OF BALANCE     *
010000*            ACCOUNT FOR THE LOG DETAIL PASS.  THE ACCOUNTS     *
010010*            ARRIVE IN ASCENDING ORDER, SO THE FILE IS SORTED   *
010020*            BY CONSTRUCTION AND HAS NO CAPACITY CEILING.       *
010030*****************************************************************
010040 7100-FLAG-ACCOUNT.
010050     MOVE WS-FLAG-ACCT-NUMBER TO FW-ACCT-NUMBER
010060     WRITE FW-RECORD
010070     IF WS-FLAGWRK-STATUS NOT = "00"
010080        DISPLAY "WARNUNG: FLAGWRK NICHT GESCHRIEBEN, STATUS "
010090            WS-FLAGWRK-STATUS
010100            " - PROTOKOLLDETAIL UNVOLLSTAENDIG."
010110        GO TO 7100-EXIT
010120     END-IF
010130     ADD 1 TO WS-FLAG-COUNT.
010140 7100-EXIT.
010150     EXIT.
010160
010170*****************************************************************
010180* 8000-MARK-STEP-DONE - SET THE ABSTIMM FLAG FOR THE            *
010190*            BUSINESS DATE ON BUSDATE                           *
010200*****************************************************************
010210 8000-MARK-STEP-DONE.
010220     OPEN INPUT BUSDATE
010230     IF WS-BUSDATE-STATUS NOT = "00"
010240        DISPLAY "FEHLER BEIM OEFFNEN VON BUSDATE, STATUS "
010250            WS-BUSDATE-STATUS
010260            " - SCHRITT ABSTIMM NICHT VERMERKT."
010270        GO TO 8000-EXIT
010280     END-IF
010290     READ BUSDATE
010300         AT END
010310             CLOSE BUSDATE
010320             DISPLAY "FEHLER: BUSDATE IST LEER - SCHRITT "
010330                 "ABSTIMM NICHT VERMERKT."
010340             GO TO 8000-EXIT
010350     END-READ
010360     CLOSE BUSDATE
010370     IF BD-BUSINESS-DATE NOT = WS-RUN-DATE
010380        DISPLAY "FEHLER: GESCHAEFTSDATUM WAEHREND DES LAUFS "
010390            "GEAENDERT - SCHRITT ABSTIMM NICHT VERMERKT."
010400        GO TO 8000-EXIT
010410     END-IF
010420     MOVE "J" TO BD-STEP-ABSTIMM
010430     OPEN OUTPUT BUSDATE
010440     IF WS-BUSDATE-STATUS NOT = "00"
010450        DISPLAY "FEHLER BEIM OEFFNEN VON BUSDATE, STATUS "
010460            WS-BUSDATE-STATUS
010470            " - SCHRITT ABSTIMM NICHT VERMERKT."
010480        GO TO 8000-EXIT
010490     END-IF
010500     WRITE BD-RECORD
010510     IF WS-BUSDATE-STATUS NOT = "00"
010520        DISPLAY "FEHLER BEIM SCHREIBEN VON BUSDATE, STATUS "
010530            WS-BUSDATE-STATUS " - STEUERSATZ MIT DAYCONTROL "
010540            "PRUEFEN."
010550        CLOSE BUSDATE
010560        GO TO 8000-EXIT
010570     END-IF
010580     CLOSE BUSDATE
010590     DISPLAY "SCHRITT ABSTIMM FUER GESCHAEFTSTAG "
010600         BD-BUSINESS-DATE " VERMERKT.".
010610 8000-EXIT.
010620     EXIT.
010630
010640*****************************************************************
010650* 9000-TERMINATE - CLOSE ALL FILES                              *
010660*****************************************************************
010670 9000-TERMINATE.
010680     CLOSE ACCTMAS
010690     CLOSE ACCTSNAP
010700     CLOSE SNAPNEW
010710     IF NOT NO-SNAPARCH
010720        CLOSE SNAPARCH
010730     END-IF
010740     CLOSE RECONRPT.
010750 9000-EXIT.
010760     EXIT.
