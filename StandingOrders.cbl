000280*    MODIFICATION HISTORY                                      *
000290*    ------------------------------------------------------    *
000300*    2026-09-02  HD  ORIGINAL VERSION.                         *
000310*    2026-10-15  HD  GESCHAEFTSDATUM: DER LAUF NIMMT SEIN      *
000320*                    DATUM AUS DEM STEUERSATZ BUSDATE STATT    *
000330*                    AUS DER SYSTEMUHR (NACH MITTERNACHT WAR   *
000340*                    "HEUTE" SONST MORGEN), LAEUFT NUR BEI     *
000350*                    GESCHLOSSENEM SCHALTER UND VOR DER        *
000360*                    TAGESABSTIMMUNG UND VERMERKT DEN SCHRITT  *
000370*                    DAUERAUF.  AM LETZTEN GESCHAEFTSTAG DES   *
000380*                    MONATS WERDEN ALLE NOCH AUSSTEHENDEN      *
000390*                    AUFTRAEGE DES MONATS AUSGEFUEHRT.         *
000400*                    RENUMBERED THE SOURCE.                    *
000410*    2026-10-15  HD  VORMERKUNGEN UND PFAENDUNGEN (HOLDMAS):   *
000420*                    DAUERAUFTRAEGE WERDEN GEGEN DEN           *
000430*                    VERFUEGBAREN SALDO (KONTOSTAND ABZUEGLICH *
000440*                    AKTIVER VORMERKUNGEN) GEPRUEFT; EINE      *
000450*                    AKTIVE PFAENDUNG SPERRT DEN               *
000460*                    DISPOSITIONSKREDIT. RENUMBERED THE        *
000470*                    SOURCE.                                   *
000480*                                                               *
000490*****************************************************************
000500
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT STORDER ASSIGN TO "STORDER"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS SO-ORDER-KEY
000580         FILE STATUS IS WS-STORDER-STATUS.
000590
000600     SELECT ACCTMAS ASSIGN TO "ACCTMAS"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS ACCT-NUMBER
000640         ALTERNATE RECORD KEY IS ACCT-CUST-NUMBER
000650             WITH DUPLICATES
000660         FILE STATUS IS WS-ACCTMAS-STATUS.
000670
000680     SELECT TRANLOG ASSIGN TO "TRANLOG"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-TRANLOG-STATUS.
000710
000720     SELECT STORDRPT ASSIGN TO "STORDRPT"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-STORDRPT-STATUS.
000750
000760     SELECT BUSDATE ASSIGN TO "BUSDATE"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-BUSDATE-STATUS.
000790
000800     SELECT HOLDMAS ASSIGN TO "HOLDMAS"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS HL-HOLD-KEY
000840         FILE STATUS IS WS-HOLDMAS-STATUS.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  STORDER
000890     LABEL RECORDS ARE STANDARD.
000900 COPY STORDREC.
000910
000920 FD  ACCTMAS
000930     LABEL RECORDS ARE STANDARD.
000940 COPY ACCTREC.
000950
000960 FD  TRANLOG
000970     LABEL RECORDS ARE STANDARD.
000980 COPY TRANREC.
000990
001000 FD  STORDRPT
001010     LABEL RECORDS ARE STANDARD.
001020 01  RP-LINE                     PIC X(80).
001030
001040 FD  BUSDATE
001050     LABEL RECORDS ARE STANDARD.
001060 COPY BDATREC.
001070
001080 FD  HOLDMAS
001090     LABEL RECORDS ARE STANDARD.
001100 COPY HOLDREC.
001110
001120 WORKING-STORAGE SECTION.
001130*--------------------------------------------------------------*
001140* FILE STATUS SWITCHES                                          *
001150*--------------------------------------------------------------*
001160 01  WS-STORDER-STATUS           PIC X(02) VALUE "00".
001170 01  WS-ACCTMAS-STATUS           PIC X(02) VALUE "00".
001180 01  WS-TRANLOG-STATUS           PIC X(02) VALUE "00".
001190 01  WS-STORDRPT-STATUS          PIC X(02) VALUE "00".
001200 01  WS-BUSDATE-STATUS           PIC X(02) VALUE "00".
001210 01  WS-HOLDMAS-STATUS           PIC X(02) VALUE "00".
001220
001230*--------------------------------------------------------------*
001240* CONDITION SWITCHES                                            *
001250*--------------------------------------------------------------*
001260 01  WS-STORDER-EOF-SW           PIC X(01) VALUE "N".
001270     88  STORDER-EOF                       VALUE "Y".
001280 01  WS-ABORT-RUN-SW             PIC X(01) VALUE "N".
001290     88  ABORT-RUN                         VALUE "Y".
001300 01  WS-REWRITE-OK-SW            PIC X(01) VALUE "N".
001310     88  REWRITE-OK                        VALUE "Y".
001320 01  WS-ORDER-DUE-SW             PIC X(01) VALUE "N".
001330     88  ORDER-DUE                         VALUE "Y".
001340 01  WS-NO-ORDER-FILE-SW         PIC X(01) VALUE "N".
001350     88  NO-ORDER-FILE                     VALUE "Y".
001360 01  WS-LAST-RUN-OF-MONTH-SW     PIC X(01) VALUE "N".
001370     88  LAST-RUN-OF-MONTH                 VALUE "Y".
001380 01  WS-HOLDMAS-EOF-SW           PIC X(01) VALUE "N".
001390     88  HOLDMAS-EOF                       VALUE "Y".
001400 01  WS-NO-HOLD-FILE-SW          PIC X(01) VALUE "N".
001410     88  NO-HOLD-FILE                      VALUE "Y".
001420 01  WS-GARNISHED-SW             PIC X(01) VALUE "N".
001430     88  GARNISHED                         VALUE "Y".
001440
001450*--------------------------------------------------------------*
001460* RUN DATE AND MONTH-END FIELDS                                  *
001470*--------------------------------------------------------------*
001480 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001490 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
001500     05  WS-RUN-YEAR             PIC 9(04).
001510     05  WS-RUN-MONTH            PIC 9(02).
001520     05  WS-RUN-DAY              PIC 9(02).
001530 01  WS-MONTH-END-DAY            PIC 9(02) VALUE ZERO.
001540 01  WS-DUE-DAY                  PIC 9(02) VALUE ZERO.
001550 01  WS-YEAR-REMAINDER           PIC 9(04) COMP VALUE ZERO.
001560 01  WS-MONTH-DAYS-TABLE.
001570     05  FILLER                  PIC X(24)
001580         VALUE "312831303130313130313031".
001590 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
001600     05  WS-DAYS-IN-MONTH        PIC 9(02) OCCURS 12 TIMES.
001610
001620*--------------------------------------------------------------*
001630* TRANSFER WORK FIELDS                                          *
001640*--------------------------------------------------------------*
001650 01  WS-AMOUNT                   PIC S9(9)V99 VALUE ZERO.
001660 01  OD-LIMIT                    PIC S9(7)V99 VALUE -500.00.
001670 01  WS-EFFECTIVE-OD-LIMIT       PIC S9(7)V99 VALUE ZERO.
001680 01  WS-PROSPECTIVE-BALANCE      PIC S9(9)V99 VALUE ZERO.
001690 01  WS-HOLD-TOTAL               PIC S9(9)V99 VALUE ZERO.
001700 01  WS-TRANSFER-REF             PIC X(17).
001710 01  WS-SKIP-REASON              PIC X(25).
001720
001730*--------------------------------------------------------------*
001740* RUN COUNTERS                                                  *
001750*--------------------------------------------------------------*
001760 01  WS-READ-COUNT               PIC 9(06) COMP VALUE ZERO.
001770 01  WS-EXECUTED-COUNT           PIC 9(06) COMP VALUE ZERO.
001780 01  WS-NOT-DUE-COUNT            PIC 9(06) COMP VALUE ZERO.
001790 01  WS-SKIPPED-COUNT            PIC 9(06) COMP VALUE ZERO.
001800 01  WS-LIMIT-COUNT              PIC 9(06) COMP VALUE ZERO.
001810 01  WS-EXECUTED-TOTAL           PIC S9(11)V99 VALUE ZERO.
001820
001830*--------------------------------------------------------------*
001840* REPORT EDIT FIELDS                                            *
001850*--------------------------------------------------------------*
001860 01  WS-COUNT-EDIT               PIC Z(05)9.
001870 01  WS-AMOUNT-EDIT              PIC -(7)9.99.
001880 01  WS-TOTAL-EDIT               PIC -(10)9.99.
001890 01  WS-BALANCE-EDIT             PIC -(9)9.99.
001900
001910*--------------------------------------------------------------*
001920* AUDIT TRAIL WORK FIELDS                                       *
001930*--------------------------------------------------------------*
001940 01  WS-CURRENT-TIME             PIC 9(08).
001950 01  WS-TIMESTAMP                PIC X(17).
001960 01  WS-LOG-ACTION               PIC X(10).
001970 01  WS-LOG-ACCT-NUMBER          PIC 9(06).
001980 01  WS-LOG-SEARCH-TEXT          PIC X(30).
001990 01  WS-LOG-BALANCE-EDIT         PIC -(9)9.99.
002000 01  WS-LOG-AMOUNT               PIC S9(9)V99 VALUE ZERO.
002010
002020 PROCEDURE DIVISION.
002030*****************************************************************
002040* 0000-MAINLINE                                                *
002050*****************************************************************
002060 0000-MAINLINE.
002070     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002080     IF NOT ABORT-RUN
002090        PERFORM 2000-PROCESS-ORDER THRU 2000-EXIT
002100            UNTIL STORDER-EOF
002110        PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT
002120     END-IF
002130     IF NOT ABORT-RUN OR NO-ORDER-FILE
002140        PERFORM 8000-MARK-STEP-DONE THRU 8000-EXIT
002150     END-IF
002160     PERFORM 9000-TERMINATE THRU 9000-EXIT
002170     STOP RUN.
002180
002190*****************************************************************
002200* 1000-INITIALIZE - RUN DATE, MONTH END, FILE OPENS AND THE      *
002210*            REPORT HEADER                                      *
002220*****************************************************************
002230 1000-INITIALIZE.
002240     PERFORM 1050-CHECK-BUSINESS-DATE THRU 1050-EXIT
002250     IF ABORT-RUN
002260        GO TO 1000-EXIT
002270     END-IF
002280     PERFORM 1100-COMPUTE-MONTH-END THRU 1100-EXIT
002290*    THE LAST BUSINESS DAY OF THE MONTH CATCHES UP EVERY ORDER   *
002300*    WHOSE EXECUTION DAY STILL LIES AHEAD IN THIS MONTH, SO NO   *
002310*    ORDER IS LOST WHEN THE MONTH ENDS ON A WEEKEND OR HOLIDAY.  *
002320     IF BD-NEXT-DATE > WS-RUN-DATE
002330        AND BD-NEXT-DATE (1:6) NOT = WS-RUN-DATE (1:6)
002340        MOVE "Y" TO WS-LAST-RUN-OF-MONTH-SW
002350     END-IF
002360
002370     OPEN I-O STORDER
002380     IF WS-STORDER-STATUS = "35"
002390        DISPLAY "HINWEIS: KEINE DAUERAUFTRAGSDATEI (STORDER) - "
002400            "NICHTS ZU TUN."
002410        SET ABORT-RUN TO TRUE
002420        MOVE "Y" TO WS-NO-ORDER-FILE-SW
002430        GO TO 1000-EXIT
002440     END-IF
002450     IF WS-STORDER-STATUS NOT = "00"
002460        DISPLAY "FEHLER BEIM OEFFNEN VON STORDER, STATUS "
002470            WS-STORDER-STATUS
002480        SET ABORT-RUN TO TRUE
002490        GO TO 1000-EXIT
002500     END-IF
002510
002520     OPEN I-O ACCTMAS
002530     IF WS-ACCTMAS-STATUS NOT = "00"
002540        DISPLAY "FEHLER BEIM OEFFNEN VON ACCTMAS, STATUS "
002550            WS-ACCTMAS-STATUS
002560        SET ABORT-RUN TO TRUE
002570        GO TO 1000-EXIT
002580     END-IF
002590
002600     OPEN INPUT HOLDMAS
002610     IF WS-HOLDMAS-STATUS = "35"
002620        MOVE "Y" TO WS-NO-HOLD-FILE-SW
002630     ELSE
002640        IF WS-HOLDMAS-STATUS NOT = "00"
002650           DISPLAY "FEHLER BEIM OEFFNEN VON HOLDMAS, STATUS "
002660               WS-HOLDMAS-STATUS
002670           SET ABORT-RUN TO TRUE
002680           GO TO 1000-EXIT
002690        END-IF
002700     END-IF
002710
002720     OPEN EXTEND TRANLOG
002730     IF WS-TRANLOG-STATUS = "35"
002740        OPEN OUTPUT TRANLOG
002750        CLOSE TRANLOG
002760        OPEN EXTEND TRANLOG
002770     END-IF
002780
002790     OPEN OUTPUT STORDRPT
002800     MOVE SPACES TO RP-LINE
002810     STRING "DAUERAUFTRAGSLAUF " DELIMITED BY SIZE
002820         WS-RUN-DATE DELIMITED BY SIZE
002830         INTO RP-LINE
002840     WRITE RP-LINE
002850     MOVE ALL "-" TO RP-LINE
002860     WRITE RP-LINE
002870
002880     MOVE ZEROES TO SO-ORDER-KEY
002890     START STORDER KEY IS NOT LESS THAN SO-ORDER-KEY
002900         INVALID KEY
002910             MOVE "Y" TO WS-STORDER-EOF-SW
002920     END-START.
002930 1000-EXIT.
002940     EXIT.
002950
002960*****************************************************************
002970* 1050-CHECK-BUSINESS-DATE - PROCESSING DATE FROM BUSDATE;      *
002980*            THE ONLINE DAY MUST BE CLOSED AND THE END OF DAY   *
002990*            RECONCILIATION NOT YET RUN                         *
003000*****************************************************************
003010 1050-CHECK-BUSINESS-DATE.
003020     OPEN INPUT BUSDATE
003030     IF WS-BUSDATE-STATUS NOT = "00"
003040        DISPLAY "FEHLER BEIM OEFFNEN VON BUSDATE, STATUS "
003050            WS-BUSDATE-STATUS " - LAUF ABGELEHNT."
003060        SET ABORT-RUN TO TRUE
003070        GO TO 1050-EXIT
003080     END-IF
003090     READ BUSDATE
003100         AT END
003110             CLOSE BUSDATE
003120             DISPLAY "FEHLER: BUSDATE IST LEER - LAUF ABGELEHNT."
003130             SET ABORT-RUN TO TRUE
003140             GO TO 1050-EXIT
003150     END-READ
003160     CLOSE BUSDATE
003170     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
003180     IF NOT BD-ONLINE-CLOSED
003190        DISPLAY "GESCHAEFTSTAG " BD-BUSINESS-DATE
003200            ": SCHALTER NICHT GESCHLOSSEN - LAUF ABGELEHNT."
003210        SET ABORT-RUN TO TRUE
003220        GO TO 1050-EXIT
003230     END-IF
003240     IF BD-ABSTIMM-DONE
003250        DISPLAY "GESCHAEFTSTAG " BD-BUSINESS-DATE
003260            ": TAGESABSTIMMUNG IST SCHON GELAUFEN - "
003270            "LAUF ABGELEHNT."
003280        SET ABORT-RUN TO TRUE
003290     END-IF.
003300 1050-EXIT.
003310     EXIT.
003320
003330*****************************************************************
003340* 1100-COMPUTE-MONTH-END - LAST CALENDAR DAY OF THE RUN MONTH,   *
003350*            WITH THE LEAP YEAR RULE FOR FEBRUARY                *
003360*****************************************************************
003370 1100-COMPUTE-MONTH-END.
003380     MOVE WS-DAYS-IN-MONTH (WS-RUN-MONTH) TO WS-MONTH-END-DAY
003390     IF WS-RUN-MONTH = 2
003400        DIVIDE WS-RUN-YEAR BY 4 GIVING WS-YEAR-REMAINDER
003410            REMAINDER WS-YEAR-REMAINDER
003420        IF WS-YEAR-REMAINDER = ZERO
003430           DIVIDE WS-RUN-YEAR BY 100 GIVING WS-YEAR-REMAINDER
003440               REMAINDER WS-YEAR-REMAINDER
003450           IF WS-YEAR-REMAINDER NOT = ZERO
003460              MOVE 29 TO WS-MONTH-END-DAY
003470           ELSE
003480              DIVIDE WS-RUN-YEAR BY 400
003490                  GIVING WS-YEAR-REMAINDER
003500                  REMAINDER WS-YEAR-REMAINDER
003510              IF WS-YEAR-REMAINDER = ZERO
003520                 MOVE 29 TO WS-MONTH-END-DAY
003530              END-IF
003540           END-IF
003550        END-IF
003560     END-IF.
003570 1100-EXIT.
003580     EXIT.
003590
003600*****************************************************************
003610* 2000-PROCESS-ORDER - ONE STANDING ORDER: DUE CHECK, THEN       *
003620*            EXECUTION OR REPORTED SKIP                          *
003630*****************************************************************
003640 2000-PROCESS-ORDER.
003650     READ STORDER NEXT RECORD
003660         AT END
003670             MOVE "Y" TO WS-STORDER-EOF-SW
003680             GO TO 2000-EXIT
003690     END-READ
003700     ADD 1 TO WS-READ-COUNT
003710     MOVE SPACES TO WS-SKIP-REASON
003720
003730     IF SO-AUSGESETZT
003740        MOVE "AUSGESETZT" TO WS-SKIP-REASON
003750        PERFORM 2500-REPORT-SKIPPED THRU 2500-EXIT
003760        GO TO 2000-EXIT
003770     END-IF
003780
003790     PERFORM 2100-CHECK-DUE THRU 2100-EXIT
003800     IF NOT ORDER-DUE
003810        IF WS-SKIP-REASON = SPACES
003820           ADD 1 TO WS-NOT-DUE-COUNT
003830        END-IF
003840        GO TO 2000-EXIT
003850     END-IF
003860
003870     PERFORM 2200-EXECUTE-ORDER THRU 2200-EXIT.
003880 2000-EXIT.
003890     EXIT.
003900
003910*****************************************************************
003920* 2100-CHECK-DUE - DUE WHEN THE EXECUTION DAY (CAPPED AT THE     *
003930*            MONTH END) HAS BEEN REACHED AND THE ORDER HAS NOT   *
003940*            RUN THIS MONTH YET                                  *
003950*****************************************************************
003960 2100-CHECK-DUE.
003970     MOVE "N" TO WS-ORDER-DUE-SW
003980     IF SO-LAST-EXEC-DATE NUMERIC
003990        AND SO-LAST-EXEC-DATE (1:6) = WS-RUN-DATE (1:6)
004000        GO TO 2100-EXIT
004010     END-IF
004020     MOVE SO-EXEC-DAY TO WS-DUE-DAY
004030     IF WS-DUE-DAY > WS-MONTH-END-DAY
004040        MOVE WS-MONTH-END-DAY TO WS-DUE-DAY
004050     END-IF
004060     IF WS-DUE-DAY = ZERO
004070        MOVE "AUSFUEHRUNGSTAG UNGUELTIG" TO WS-SKIP-REASON
004080        PERFORM 2500-REPORT-SKIPPED THRU 2500-EXIT
004090        GO TO 2100-EXIT
004100     END-IF
004110     IF WS-RUN-DAY NOT < WS-DUE-DAY
004120        OR LAST-RUN-OF-MONTH
004130        MOVE "Y" TO WS-ORDER-DUE-SW
004140     END-IF.
004150 2100-EXIT.
004160     EXIT.
004170
004180*****************************************************************
004190* 2200-EXECUTE-ORDER - ONE TRANSFER UNDER THE TELLER RULES:      *
004200*            BOTH MASTER RECORDS ARE UPDATED OR NEITHER, AND     *
004210*            THE TWO TRANLOG ENTRIES SHARE ONE REFERENCE         *
004220*****************************************************************
004230 2200-EXECUTE-ORDER.
004240     MOVE SO-AMOUNT TO WS-AMOUNT
004250     IF WS-AMOUNT NOT > ZERO
004260        MOVE "BETRAG NICHT POSITIV" TO WS-SKIP-REASON
004270        PERFORM 2500-REPORT-SKIPPED THRU 2500-EXIT
004280        GO TO 2200-EXIT
004290     END-IF
004300     IF SO-TARGET-ACCT-NUMBER = SO-ACCT-NUMBER
004310        MOVE "ZIELKONTO = QUELLKONTO" TO WS-SKIP-REASON
004320        PERFORM 2500-REPORT-SKIPPED THRU 2500-EXIT
004330        GO TO 2200-EXIT
004340     END-IF
004350
004360     MOVE SO-ACCT-NUMBER TO ACCT-NUMBER
004370     READ ACCTMAS
004380         KEY IS ACCT-NUMBER
004390         INVALID KEY
004400             MOVE "QUELLKONTO UNBEKANNT" TO WS-SKIP-REASON
004410             PERFORM 2500-REPORT-SKIPPED THRU 2500-EXIT
004420             GO TO 2200-EXIT
004430     END-READ
004440     IF NOT ACCT-AKTIV
004450        IF ACCT-GESPERRT
004460           MOVE "QUELLKONTO GESPERRT" TO WS-SKIP-REASON
004470        ELSE
004480           MOVE "QUELLKONTO GESCHLOSSEN" TO WS-SKIP-REASON
004490        END-IF
004500        PERFORM 2400-LOG-REJECTED THRU 2400-EXIT
004510        PERFORM 2500-REPORT-SKIPPED THRU 2500-EXIT
004520        GO TO 2200-EXIT
004530     END-IF
004540     PERFORM 2300-SET-OD-LIMIT THRU 2300-EXIT
004550     COMPUTE WS-PROSPECTIVE-BALANCE
004560         = ACCT-BALANCE - WS-HOLD-TOTAL - WS-AMOUNT
004570     IF WS-PROSPECTIVE-BALANCE < WS-EFFECTIVE-OD-LIMIT
004580        ADD 1 TO WS-LIMIT-COUNT
004590        MOVE "LIMIT UEBERSCHRITTEN" TO WS-SKIP-REASON
004600        PERFORM 2400-LOG-REJECTED THRU 2400-EXIT
004610        PERFORM 2500-REPORT-SKIPPED THRU 2500-EXIT
004620        GO TO 2200-EXIT
004630     END-IF
004640
004650     MOVE SO-TARGET-ACCT-NUMBER TO ACCT-NUMBER
004660     READ ACCTMAS
004670         KEY IS ACCT-NUMBER
004680         INVALID KEY
004690             MOVE "ZIELKONTO UNBEKANNT" TO WS-SKIP-REASON
004700             PERFORM 2500-REPORT-SKIPPED THRU 2500-EXIT
004710             GO TO 2200-EXIT
004720     END-READ
004730     IF NOT ACCT-AKTIV
004740        IF ACCT-GESPERRT
004750           MOVE "ZIELKONTO GESPERRT" TO WS-SKIP-REASON
004760        ELSE
004770           MOVE "ZIELKONTO GESCHLOSSEN" TO WS-SKIP-REASON
004780        END-IF
004790        PERFORM 2500-REPORT-SKIPPED THRU 2500-EXIT
004800        GO TO 2200-EXIT
004810     END-IF
004820
004830     ACCEPT WS-CURRENT-TIME FROM TIME
004840     MOVE SPACES TO WS-TRANSFER-REF
004850     STRING WS-RUN-DATE DELIMITED BY SIZE
004860         "-" DELIMITED BY SIZE
004870         WS-CURRENT-TIME DELIMITED BY SIZE
004880         INTO WS-TRANSFER-REF
004890
004900     MOVE SO-ACCT-NUMBER TO ACCT-NUMBER
004910     READ ACCTMAS
004920         KEY IS ACCT-NUMBER
004930         INVALID KEY
004940             MOVE "QUELLKONTO UNBEKANNT" TO WS-SKIP-REASON
004950             PERFORM 2500-REPORT-SKIPPED THRU 2500-EXIT
004960             GO TO 2200-EXIT
004970     END-READ
004980     SUBTRACT WS-AMOUNT FROM ACCT-BALANCE
004990     PERFORM 2600-REWRITE-ACCOUNT THRU 2600-EXIT
005000     IF NOT REWRITE-OK
005010        MOVE "SCHREIBFEHLER MASTER" TO WS-SKIP-REASON
005020        PERFORM 2500-REPORT-SKIPPED THRU 2500-EXIT
005030        GO TO 2200-EXIT
005040     END-IF
005050     MOVE ACCT-BALANCE TO WS-BALANCE-EDIT
005060     COMPUTE WS-LOG-AMOUNT = ZERO - WS-AMOUNT
005070     MOVE "UMBUCH-AUS"        TO WS-LOG-ACTION
005080     MOVE SPACES              TO WS-LOG-SEARCH-TEXT
005090     STRING WS-TRANSFER-REF DELIMITED BY SIZE
005100         ">" DELIMITED BY SIZE
005110         SO-TARGET-ACCT-NUMBER DELIMITED BY SIZE
005120         INTO WS-LOG-SEARCH-TEXT
005130     MOVE ACCT-NUMBER          TO WS-LOG-ACCT-NUMBER
005140     MOVE WS-BALANCE-EDIT      TO WS-LOG-BALANCE-EDIT
005150     PERFORM 7000-WRITE-LOG THRU 7000-EXIT
005160
005170     MOVE SO-TARGET-ACCT-NUMBER TO ACCT-NUMBER
005180     READ ACCTMAS
005190         KEY IS ACCT-NUMBER
005200         INVALID KEY
005210             PERFORM 2700-UNDO-DEBIT-LEG THRU 2700-EXIT
005220             MOVE "ZIELKONTO NICHT LESBAR" TO WS-SKIP-REASON
005230             PERFORM 2500-REPORT-SKIPPED THRU 2500-EXIT
005240             GO TO 2200-EXIT
005250     END-READ
005260     ADD WS-AMOUNT TO ACCT-BALANCE
005270     PERFORM 2600-REWRITE-ACCOUNT THRU 2600-EXIT
005280     IF NOT REWRITE-OK
005290        PERFORM 2700-UNDO-DEBIT-LEG THRU 2700-EXIT
005300        MOVE "SCHREIBFEHLER MASTER" TO WS-SKIP-REASON
005310        PERFORM 2500-REPORT-SKIPPED THRU 2500-EXIT
005320        GO TO 2200-EXIT
005330     END-IF
005340     MOVE ACCT-BALANCE TO WS-BALANCE-EDIT
005350     MOVE WS-AMOUNT TO WS-LOG-AMOUNT
005360     MOVE "UMBUCH-EIN"        TO WS-LOG-ACTION
005370     MOVE SPACES              TO WS-LOG-SEARCH-TEXT
005380     STRING WS-TRANSFER-REF DELIMITED BY SIZE
005390         "<" DELIMITED BY SIZE
005400         SO-ACCT-NUMBER DELIMITED BY SIZE
005410         INTO WS-LOG-SEARCH-TEXT
005420     MOVE ACCT-NUMBER          TO WS-LOG-ACCT-NUMBER
005430     MOVE WS-BALANCE-EDIT      TO WS-LOG-BALANCE-EDIT
005440     PERFORM 7000-WRITE-LOG THRU 7000-EXIT
005450
005460     MOVE WS-RUN-DATE TO SO-LAST-EXEC-DATE
005470     REWRITE SO-RECORD
005480         INVALID KEY
005490             DISPLAY "WARNUNG: DAUERAUFTRAG " SO-ORDER-KEY
005500                 " NICHT FORTGESCHRIEBEN, STATUS "
005510                 WS-STORDER-STATUS
005520     END-REWRITE
005530
005540     ADD 1 TO WS-EXECUTED-COUNT
005550     ADD WS-AMOUNT TO WS-EXECUTED-TOTAL
005560     PERFORM 2800-REPORT-EXECUTED THRU 2800-EXIT.
005570 2200-EXIT.
005580     EXIT.
005590
005600*****************************************************************
005610* 2300-SET-OD-LIMIT - EFFECTIVE OVERDRAFT FLOOR FOR THE ACCOUNT *
005620*            IN ACCT-RECORD.  A RECORD WITHOUT A NUMERIC LIMIT  *
005630*            (NOT YET MAINTAINED) KEEPS THE OLD FLAT DEFAULT.   *
005640*            THE ACTIVE HOLDS ARE SUMMED INTO WS-HOLD-TOTAL,    *
005650*            WHICH THE CALLER TAKES OFF THE BALANCE; AN ACTIVE  *
005660*            PFAENDUNG REMOVES THE OVERDRAFT LINE               *
005670*****************************************************************
005680 2300-SET-OD-LIMIT.
005690     IF ACCT-OD-LIMIT NUMERIC
005700        MOVE ACCT-OD-LIMIT TO WS-EFFECTIVE-OD-LIMIT
005710     ELSE
005720        MOVE OD-LIMIT TO WS-EFFECTIVE-OD-LIMIT
005730     END-IF
005740     PERFORM 2310-SUM-HOLDS THRU 2310-EXIT
005750     IF GARNISHED
005760        AND WS-EFFECTIVE-OD-LIMIT < ZERO
005770        MOVE ZERO TO WS-EFFECTIVE-OD-LIMIT
005780     END-IF.
005790 2300-EXIT.
005800     EXIT.
005810
005820*****************************************************************
005830* 2310-SUM-HOLDS - ACTIVE VORMERKUNGEN OF THE ACCOUNT IN        *
005840*            ACCT-RECORD INTO WS-HOLD-TOTAL; AN ACTIVE          *
005850*            PFAENDUNG ALSO SETS GARNISHED                      *
005860*****************************************************************
005870 2310-SUM-HOLDS.
005880     MOVE ZERO TO WS-HOLD-TOTAL
005890     MOVE "N"  TO WS-GARNISHED-SW
005900     IF NO-HOLD-FILE
005910        GO TO 2310-EXIT
005920     END-IF
005930     MOVE "N"  TO WS-HOLDMAS-EOF-SW
005940     MOVE ACCT-NUMBER TO HL-ACCT-NUMBER
005950     MOVE ZERO TO HL-HOLD-SEQ
005960     START HOLDMAS KEY IS NOT LESS THAN HL-HOLD-KEY
005970         INVALID KEY
005980             MOVE "Y" TO WS-HOLDMAS-EOF-SW
005990     END-START
006000     PERFORM 2315-ADD-NEXT-HOLD THRU 2315-EXIT
006010         UNTIL HOLDMAS-EOF.
006020 2310-EXIT.
006030     EXIT.
006040
006050 2315-ADD-NEXT-HOLD.
006060     READ HOLDMAS NEXT RECORD
006070         AT END
006080             MOVE "Y" TO WS-HOLDMAS-EOF-SW
006090             GO TO 2315-EXIT
006100     END-READ
006110     IF HL-ACCT-NUMBER NOT = ACCT-NUMBER
006120        MOVE "Y" TO WS-HOLDMAS-EOF-SW
006130        GO TO 2315-EXIT
006140     END-IF
006150     IF NOT HL-AKTIV
006160        OR HL-START-DATE > WS-RUN-DATE
006170        GO TO 2315-EXIT
006180     END-IF
006190     IF HL-EXPIRY-DATE NOT = ZERO
006200        AND HL-EXPIRY-DATE < WS-RUN-DATE
006210        GO TO 2315-EXIT
006220     END-IF
006230     ADD HL-AMOUNT TO WS-HOLD-TOTAL
006240     IF HL-PFAENDUNG
006250        MOVE "Y" TO WS-GARNISHED-SW
006260     END-IF.
006270 2315-EXIT.
006280     EXIT.
006290
006300*****************************************************************
006310* 2400-LOG-REJECTED - TRANLOG ENTRY FOR AN ORDER REFUSED ON THE  *
006320*            SOURCE ACCOUNT, AS THE TELLER PATH WOULD WRITE IT   *
006330*****************************************************************
006340 2400-LOG-REJECTED.
006350     MOVE "ABGELEHNT"         TO WS-LOG-ACTION
006360     MOVE WS-SKIP-REASON      TO WS-LOG-SEARCH-TEXT
006370     MOVE ACCT-BALANCE        TO WS-BALANCE-EDIT
006380     MOVE ACCT-NUMBER         TO WS-LOG-ACCT-NUMBER
006390     MOVE WS-BALANCE-EDIT     TO WS-LOG-BALANCE-EDIT
006400     MOVE ZERO                TO WS-LOG-AMOUNT
006410     PERFORM 7000-WRITE-LOG THRU 7000-EXIT.
006420 2400-EXIT.
006430     EXIT.
006440
006450*****************************************************************
006460* 2500-REPORT-SKIPPED - ONE REPORT LINE PER SKIPPED ORDER        *
006470*****************************************************************
006480 2500-REPORT-SKIPPED.
006490     ADD 1 TO WS-SKIPPED-COUNT
006500     MOVE SO-AMOUNT TO WS-AMOUNT-EDIT
006510     MOVE SPACES TO RP-LINE
006520     STRING "AUFTRAG " DELIMITED BY SIZE
006530         SO-ACCT-NUMBER DELIMITED BY SIZE
006540         "/" DELIMITED BY SIZE
006550         SO-ORDER-SEQ DELIMITED BY SIZE
006560         " -> " DELIMITED BY SIZE
006570         SO-TARGET-ACCT-NUMBER DELIMITED BY SIZE
006580         " BETRAG " DELIMITED BY SIZE
006590         WS-AMOUNT-EDIT DELIMITED BY SIZE
006600         "  UEBERGANGEN: " DELIMITED BY SIZE
006610         WS-SKIP-REASON DELIMITED BY SIZE
006620         INTO RP-LINE
006630     WRITE RP-LINE.
006640 2500-EXIT.
006650     EXIT.
006660
006670*****************************************************************
006680* 2600-REWRITE-ACCOUNT                                           *
006690*****************************************************************
006700 2600-REWRITE-ACCOUNT.
006710     MOVE "Y" TO WS-REWRITE-OK-SW
006720     REWRITE ACCT-RECORD
006730         INVALID KEY
006740             MOVE "N" TO WS-REWRITE-OK-SW
006750             DISPLAY "FEHLER BEIM SCHREIBEN VON KONTO "
006760                 ACCT-NUMBER ", STATUS " WS-ACCTMAS-STATUS
006770     END-REWRITE.
006780 2600-EXIT.
006790     EXIT.
006800
006810*****************************************************************
006820* 2700-UNDO-DEBIT-LEG - THE CREDIT LEG FAILED AFTER THE DEBIT    *
006830*            LEG WAS WRITTEN.  PUT THE AMOUNT BACK ON THE        *
006840*            SOURCE ACCOUNT AND LOG THE REVERSAL                 *
006850*****************************************************************
006860 2700-UNDO-DEBIT-LEG.
006870     MOVE SO-ACCT-NUMBER TO ACCT-NUMBER
006880     READ ACCTMAS
006890         KEY IS ACCT-NUMBER
006900         INVALID KEY
006910             DISPLAY "WARNUNG: RUECKNAHME NICHT MOEGLICH, "
006920                 "KONTO " ACCT-NUMBER " MANUELL PRUEFEN."
006930             GO TO 2700-EXIT
006940     END-READ
006950     ADD WS-AMOUNT TO ACCT-BALANCE
006960     PERFORM 2600-REWRITE-ACCOUNT THRU 2600-EXIT
006970     IF NOT REWRITE-OK
006980        DISPLAY "WARNUNG: RUECKNAHME FEHLGESCHLAGEN, KONTO "
006990            ACCT-NUMBER " MANUELL PRUEFEN."
007000        GO TO 2700-EXIT
007010     END-IF
007020     MOVE ACCT-BALANCE TO WS-BALANCE-EDIT
007030     MOVE WS-AMOUNT TO WS-LOG-AMOUNT
007040     MOVE "FEHLER"            TO WS-LOG-ACTION
007050     MOVE SPACES              TO WS-LOG-SEARCH-TEXT
007060     STRING WS-TRANSFER-REF DELIMITED BY SIZE
007070         ">" DELIMITED BY SIZE
007080         SO-TARGET-ACCT-NUMBER DELIMITED BY SIZE
007090         INTO WS-LOG-SEARCH-TEXT
007100     MOVE ACCT-NUMBER          TO WS-LOG-ACCT-NUMBER
007110     MOVE WS-BALANCE-EDIT      TO WS-LOG-BALANCE-EDIT
007120     PERFORM 7000-WRITE-LOG THRU 7000-EXIT.
007130 2700-EXIT.
007140     EXIT.
007150
007160*****************************************************************
007170* 2800-REPORT-EXECUTED - ONE REPORT LINE PER EXECUTED ORDER      *
007180*****************************************************************
007190 2800-REPORT-EXECUTED.
007200     MOVE SO-AMOUNT TO WS-AMOUNT-EDIT
007210     MOVE SPACES TO RP-LINE
007220     STRING "AUFTRAG " DELIMITED BY SIZE
007230         SO-ACCT-NUMBER DELIMITED BY SIZE
007240         "/" DELIMITED BY SIZE
007250         SO-ORDER-SEQ DELIMITED BY SIZE
007260         " -> " DELIMITED BY SIZE
007270         SO-TARGET-ACCT-NUMBER DELIMITED BY SIZE
007280         " BETRAG " DELIMITED BY SIZE
007290         WS-AMOUNT-EDIT DELIMITED BY SIZE
007300         "  AUSGEFUEHRT" DELIMITED BY SIZE
007310         INTO RP-LINE
007320     WRITE RP-LINE.
007330 2800-EXIT.
007340     EXIT.
007350
007360*****************************************************************
007370* 3000-PRINT-SUMMARY - RUN TOTALS TO THE REPORT AND OPERATOR     *
007380*****************************************************************
007390 3000-PRINT-SUMMARY.
007400     MOVE ALL "-" TO RP-LINE
007410     WRITE RP-LINE
007420
007430     MOVE WS-READ-COUNT TO WS-COUNT-EDIT
007440     MOVE SPACES TO RP-LINE
007450     STRING "AUFTRAEGE GELESEN      : " DELIMITED BY SIZE
007460         WS-COUNT-EDIT DELIMITED BY SIZE
007470         INTO RP-LINE
007480     WRITE RP-LINE
007490
007500     MOVE WS-EXECUTED-COUNT TO WS-COUNT-EDIT
007510     MOVE WS-EXECUTED-TOTAL TO WS-TOTAL-EDIT
007520     MOVE SPACES TO RP-LINE
007530     STRING "AUSGEFUEHRT            : " DELIMITED BY SIZE
007540         WS-COUNT-EDIT DELIMITED BY SIZE
007550         "  BETRAG: " DELIMITED BY SIZE
007560         WS-TOTAL-EDIT DELIMITED BY SIZE
007570         INTO RP-LINE
007580     WRITE RP-LINE
007590
007600     MOVE WS-NOT-DUE-COUNT TO WS-COUNT-EDIT
007610     MOVE SPACES TO RP-LINE
007620     STRING "HEUTE NICHT FAELLIG    : " DELIMITED BY SIZE
007630         WS-COUNT-EDIT DELIMITED BY SIZE
007640         INTO RP-LINE
007650     WRITE RP-LINE
007660
007670     MOVE WS-SKIPPED-COUNT TO WS-COUNT-EDIT
007680     MOVE SPACES TO RP-LINE
007690     STRING "UEBERGANGEN            : " DELIMITED BY SIZE
007700         WS-COUNT-EDIT DELIMITED BY SIZE
007710         INTO RP-LINE
007720     WRITE RP-LINE
007730
007740     MOVE WS-LIMIT-COUNT TO WS-COUNT-EDIT
007750     MOVE SPACES TO RP-LINE
007760     STRING "  DAVON LIMIT          : " DELIMITED BY SIZE
007770         WS-COUNT-EDIT DELIMITED BY SIZE
007780         INTO RP-LINE
007790     WRITE RP-LINE
007800
007810     DISPLAY "DAUERAUFTRAGSLAUF BEENDET - GELESEN "
007820         WS-READ-COUNT ", AUSGEFUEHRT " WS-EXECUTED-COUNT
007830         ", UEBERGANGEN " WS-SKIPPED-COUNT
007840         " (BERICHT IN STORDRPT).".
007850 3000-EXIT.
007860     EXIT.
007870
007880*****************************************************************
007890* 7000-WRITE-LOG - APPEND ONE AUDIT RECORD TO TRANLOG            *
007900*****************************************************************
007910 7000-WRITE-LOG.
007920     ACCEPT WS-CURRENT-TIME FROM TIME
007930     MOVE SPACES TO WS-TIMESTAMP
007940     STRING WS-RUN-DATE DELIMITED BY SIZE
007950         "-" DELIMITED BY SIZE
007960         WS-CURRENT-TIME DELIMITED BY SIZE
007970         INTO WS-TIMESTAMP
007980
007990     MOVE WS-TIMESTAMP        TO TL-TIMESTAMP
008000     MOVE WS-LOG-ACTION       TO TL-ACTION
008010     MOVE WS-LOG-SEARCH-TEXT  TO TL-SEARCH-TEXT
008020     MOVE WS-LOG-ACCT-NUMBER  TO TL-ACCT-NUMBER
008030     MOVE WS-LOG-BALANCE-EDIT TO TL-BALANCE-DISPLAY
008040     MOVE "DAUERAUF"          TO TL-TELLER-ID
008050     MOVE WS-LOG-AMOUNT       TO TL-AMOUNT
008060     MOVE ZERO                TO WS-LOG-AMOUNT
008070
008080     WRITE TL-RECORD
008090     IF WS-TRANLOG-STATUS NOT = "00"
008100        DISPLAY "WARNUNG: PROTOKOLLEINTRAG FEHLGESCHLAGEN, "
008110            "STATUS " WS-TRANLOG-STATUS
008120     END-IF.
008130 7000-EXIT.
008140     EXIT.
008150
008160*****************************************************************
008170* 8000-MARK-STEP-DONE - SET THE DAUERAUF FLAG FOR THE           *
008180*            BUSINESS DATE ON BUSDATE                           *
008190*****************************************************************
008200 8000-MARK-STEP-DONE.
008210     OPEN INPUT BUSDATE
008220     IF WS-BUSDATE-STATUS NOT = "00"
008230        DISPLAY "FEHLER BEIM OEFFNEN VON BUSDATE, STATUS "
008240            WS-BUSDATE-STATUS
008250            " - SCHRITT DAUERAUF NICHT VERMERKT."
008260        GO TO 8000-EXIT
008270     END-IF
008280     READ BUSDATE
008290         AT END
008300             CLOSE BUSDATE
008310             DISPLAY "FEHLER: BUSDATE IST LEER - SCHRITT "
008320                 "DAUERAUF NICHT VERMERKT."
008330             GO TO 8000-EXIT
008340     END-READ
008350     CLOSE BUSDATE
008360     IF BD-BUSINESS-DATE NOT = WS-RUN-DATE
008370        DISPLAY "FEHLER: GESCHAEFTSDATUM WAEHREND DES LAUFS "
008380            "GEAENDERT - SCHRITT DAUERAUF NICHT VERMERKT."
008390        GO TO 8000-EXIT
008400     END-IF
008410     MOVE "J" TO BD-STEP-DAUERAUF
008420     OPEN OUTPUT BUSDATE
008430     IF WS-BUSDATE-STATUS NOT = "00"
008440        DISPLAY "FEHLER BEIM OEFFNEN VON BUSDATE, STATUS "
008450            WS-BUSDATE-STATUS
008460            " - SCHRITT DAUERAUF NICHT VERMERKT."
008470        GO TO 8000-EXIT
008480     END-IF
008490     WRITE BD-RECORD
008500     IF WS-BUSDATE-STATUS NOT = "00"
008510        DISPLAY "FEHLER BEIM SCHREIBEN VON BUSDATE, STATUS "
008520            WS-BUSDATE-STATUS " - STEUERSATZ MIT DAYCONTROL "
008530            "PRUEFEN."
008540        CLOSE BUSDATE
008550        GO TO 8000-EXIT
008560     END-IF
008570     CLOSE BUSDATE
008580     DISPLAY "SCHRITT DAUERAUF FUER GESCHAEFTSTAG "
008590         BD-BUSINESS-DATE " VERMERKT.".
008600 8000-EXIT.
008610     EXIT.
008620
008630*****************************************************************
008640* 9000-TERMINATE - CLOSE WHAT IS STILL OPEN                      *
008650*****************************************************************
008660 9000-TERMINATE.
008670     CLOSE STORDER
008680     CLOSE ACCTMAS
008690     CLOSE TRANLOG
008700     CLOSE STORDRPT
008710     CLOSE HOLDMAS.
008720 9000-EXIT.
008730     EXIT.
