000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AcctRecovery.
000030 AUTHOR. H. DECKER.
000040 INSTALLATION. RETAIL BANKING OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*    ACCTRECOVERY - WIEDERHERSTELLUNG DES KONTENSTAMMS AUS      *
000100*                   SCHNAPPSCHUSS UND PROTOKOLL                 *
000110*                                                               *
000120*    FORWARD RECOVERY OF ACCTMAS.  STARTS FROM A DAILY          *
000130*    SNAPSHOT OF THE MASTER (ACCTSNAP.JJJJMMTT, COPYBOOK        *
000140*    SNAPREC, WRITTEN BY ENDOFDAYRECON WITH CUSTOMER NUMBER,    *
000150*    STATUS, LIMIT AND FREIBETRAG) AND REPLAYS EVERY LOGGED     *
000160*    CHANGE AFTER THE SNAPSHOT DAY: THE DAILY ARCHIVES          *
000170*    TRNARCH.JJJJMMTT UP TO THE BUSINESS DATE, THEN TRANLOG.    *
000180*    THE LOG IS APPENDED IN POSTING ORDER, SO EACH FILE IS      *
000190*    REPLAYED AS IT STANDS - THAT IS TIMESTAMP ORDER; ENTRIES   *
000200*    WHOSE TIMESTAMP RUNS BACKWARDS (A BATCH STEP PAST          *
000210*    MIDNIGHT STAMPS THE BUSINESS DATE WITH THE CLOCK TIME)     *
000220*    ARE ONLY COUNTED.                                          *
000230*                                                               *
000240*    REPLAYED: EVERY POSTING (TL-AMOUNT NUMERIC, NOT ZERO),     *
000250*    SPERRE, ENTSPERRT, SCHLIESSEN, LIMITAEND, FREISTELL AND    *
000260*    NEUKONTO ("KUNDE NNNNNN" IN THE SEARCH TEXT).  AFTER EACH  *
000270*    ENTRY THE REBUILT BALANCE MUST EQUAL TL-BALANCE-DISPLAY,   *
000280*    A STATUS CHANGE MUST FIND THE STATUS IT CHANGES AND A      *
000290*    LIMIT OR FREIBETRAG CHANGE ITS OLD VALUE.  THE ONLY        *
000300*    DIFFERENCE ACCEPTED IS TWO POSTINGS OF ONE ACCOUNT IN      *
000310*    THE SAME MINUTE LOGGED IN SWAPPED ORDER (TWO TELLERS AT    *
000320*    ONCE) WHEN THE PAIR AGREES THE OTHER WAY ROUND.  ANY       *
000330*    OTHER DIFFERENCE STOPS THE REPLAY WITH A DISCREPANCY       *
000340*    REPORT ON RECOVRPT.                                        *
000350*                                                               *
000360*    PARAMETER CARD RECOVPRM (ONE LINE):                        *
000370*      COL  1      W = WIEDERHERSTELLEN, V = VERGLEICH          *
000380*      COL  3-10   SNAPSHOT DATE JJJJMMTT, BLANK = THE          *
000390*                   CURRENT ACCTSNAP (DATE FROM THE FILE)       *
000400*      COL 12-28   REPLAY UP TO THIS TIMESTAMP                  *
000410*                   (JJJJMMTT-HHMMSSHH, MAY BE CUT SHORT;       *
000420*                   BLANK = EVERYTHING LOGGED)                  *
000430*    W WRITES THE REBUILT MASTER TO ACCTNEU AND CHECKS EVERY    *
000440*    CUSTOMER NUMBER AGAINST CUSTMAS; ACCTNEU REPLACES ACCTMAS  *
000450*    ONLY AFTER A RUN WITHOUT DISCREPANCY.  V REPLAYS ALL OF    *
000460*    THE LOG INTO THE WORK FILE ACCTVGL AND COMPARES IT FIELD   *
000470*    BY FIELD WITH THE LIVE ACCTMAS, WHICH IS ONLY READ (THE    *
000480*    WEEKLY INTEGRITY CHECK).  BOTH MODES ARE REFUSED WHILE     *
000490*    THE COUNTER IS OPEN.                                       *
000500*                                                               *
000510*    MODIFICATION HISTORY                                       *
000520*    ------------------------------------------------------     *
000530*    2026-10-15  HD  ORIGINAL VERSION.                          *
000540*    2026-10-15  HD  DIE DATEIEN WERDEN AUCH NACH EINEM ABBRUCH *
000550*                    GESCHLOSSEN. RENUMBERED THE SOURCE.        *
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
000660     SELECT RECOVPRM ASSIGN TO "RECOVPRM"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-RECOVPRM-STATUS.
000690
000700     SELECT ACCTSNAP ASSIGN TO DYNAMIC WS-SNAP-NAME
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-ACCTSNAP-STATUS.
000730
000740     SELECT TRANLOG ASSIGN TO DYNAMIC WS-LOG-NAME
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-TRANLOG-STATUS.
000770
000780     SELECT ACCTNEU ASSIGN TO DYNAMIC WS-REBUILD-NAME
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000810         RECORD KEY IS ACCT-NUMBER
000820         ALTERNATE RECORD KEY IS ACCT-CUST-NUMBER
000830             WITH DUPLICATES
000840         FILE STATUS IS WS-ACCTNEU-STATUS.
000850
000860     SELECT ACCTMAS ASSIGN TO "ACCTMAS"
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS SEQUENTIAL
000890         RECORD KEY IS AM-NUMBER
000900         ALTERNATE RECORD KEY IS AM-CUST-NUMBER
000910             WITH DUPLICATES
000920         FILE STATUS IS WS-ACCTMAS-STATUS.
000930
000940     SELECT CUSTMAS ASSIGN TO "CUSTMAS"
000950         ORGANIZATION IS INDEXED
000960         ACCESS MODE IS DYNAMIC
000970         RECORD KEY IS CUST-NUMBER
000980         ALTERNATE RECORD KEY IS CUST-LAST-NAME
000990             WITH DUPLICATES
001000         FILE STATUS IS WS-CUSTMAS-STATUS.
001010
001020     SELECT RECOVRPT ASSIGN TO "RECOVRPT"
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS WS-RECOVRPT-STATUS.
001050
001060 DATA DIVISION.
001070 FILE SECTION.
001080 FD  BUSDATE
001090     LABEL RECORDS ARE STANDARD.
001100 COPY BDATREC.
001110
001120 FD  RECOVPRM
001130     LABEL RECORDS ARE STANDARD.
001140 01  PR-RECORD.
001150     05  PR-MODE                 PIC X(01).
001160         88  PR-RECOVER                    VALUE "W".
001170         88  PR-COMPARE                    VALUE "V".
001180     05  FILLER                  PIC X(01).
001190     05  PR-SNAP-DATE            PIC X(08).
001200     05  FILLER                  PIC X(01).
001210     05  PR-END-STAMP            PIC X(17).
001220     05  FILLER                  PIC X(52).
001230
001240 FD  ACCTSNAP
001250     LABEL RECORDS ARE STANDARD.
001260 COPY SNAPREC.
001270
001280 FD  TRANLOG
001290     LABEL RECORDS ARE STANDARD.
001300 COPY TRANREC.
001310
001320 FD  ACCTNEU
001330     LABEL RECORDS ARE STANDARD.
001340 COPY ACCTREC.
001350
001360*    THE LIVE MASTER, READ ONLY IN COMPARE MODE - SAME LAYOUT
001370*    AS ACCTREC UNDER ITS OWN NAMES
001380 FD  ACCTMAS
001390     LABEL RECORDS ARE STANDARD.
001400 01  AM-RECORD.
001410     05  AM-NUMBER               PIC 9(06).
001420     05  AM-CUST-NUMBER          PIC 9(06).
001430     05  AM-BALANCE              PIC S9(9)V99 COMP-3.
001440     05  AM-STATUS               PIC X(01).
001450     05  AM-OD-LIMIT             PIC S9(7)V99 COMP-3.
001460     05  AM-FREIBETRAG           PIC S9(7)V99 COMP-3.
001470     05  FILLER                  PIC X(05).
001480
001490 FD  CUSTMAS
001500     LABEL RECORDS ARE STANDARD.
001510 COPY CUSTREC.
001520
001530 FD  RECOVRPT
001540     LABEL RECORDS ARE STANDARD.
001550 01  RP-LINE                     PIC X(100).
001560
001570 WORKING-STORAGE SECTION.
001580*--------------------------------------------------------------*
001590* FILE STATUS AND CONDITION SWITCHES                           *
001600*--------------------------------------------------------------*
001610 01  WS-BUSDATE-STATUS           PIC X(02) VALUE "00".
001620 01  WS-RECOVPRM-STATUS          PIC X(02) VALUE "00".
001630 01  WS-ACCTSNAP-STATUS          PIC X(02) VALUE "00".
001640 01  WS-TRANLOG-STATUS           PIC X(02) VALUE "00".
001650 01  WS-ACCTNEU-STATUS           PIC X(02) VALUE "00".
001660 01  WS-ACCTMAS-STATUS           PIC X(02) VALUE "00".
001670 01  WS-CUSTMAS-STATUS           PIC X(02) VALUE "00".
001680 01  WS-RECOVRPT-STATUS          PIC X(02) VALUE "00".
001690 01  WS-ACCTSNAP-EOF-SW          PIC X(01) VALUE "N".
001700     88  ACCTSNAP-EOF                      VALUE "Y".
001710 01  WS-TRANLOG-EOF-SW           PIC X(01) VALUE "N".
001720     88  TRANLOG-EOF                       VALUE "Y".
001730 01  WS-ACCTNEU-EOF-SW           PIC X(01) VALUE "N".
001740     88  ACCTNEU-EOF                       VALUE "Y".
001750 01  WS-ACCTMAS-EOF-SW           PIC X(01) VALUE "N".
001760     88  ACCTMAS-EOF                       VALUE "Y".
001770 01  WS-ABORT-RUN-SW             PIC X(01) VALUE "N".
001780     88  ABORT-RUN                         VALUE "Y".
001790 01  WS-IN-TRANLOG-SW            PIC X(01) VALUE "N".
001800     88  IN-TRANLOG                        VALUE "Y".
001810 01  WS-REBUILT-FOUND-SW         PIC X(01) VALUE "N".
001820     88  REBUILT-FOUND                     VALUE "Y".
001830 01  WS-ENTRY-HELD-SW            PIC X(01) VALUE "N".
001840     88  ENTRY-HELD                        VALUE "Y".
001850 01  WS-ACCOUNT-DIFF-SW          PIC X(01) VALUE "N".
001860     88  ACCOUNT-DIFFERS                   VALUE "Y".
001870 01  WS-REPLAY-STATE-SW          PIC X(01) VALUE "R".
001880     88  REPLAY-RUNNING                    VALUE "R".
001890     88  END-POINT-REACHED                 VALUE "E".
001900     88  DIFFERENCE-FOUND                  VALUE "D".
001910     88  REPLAY-ABORTED                    VALUE "A".
001920 01  WS-ENTRY-KIND-SW            PIC X(01) VALUE SPACE.
001930     88  KIND-POSTING                      VALUE "P".
001940     88  KIND-STATUS                       VALUE "S".
001950     88  KIND-LIMIT                        VALUE "L".
001960     88  KIND-EXEMPTION                    VALUE "F".
001970     88  KIND-NEW-ACCOUNT                  VALUE "N".
001980     88  KIND-OTHER                        VALUE "O".
001990
002000*--------------------------------------------------------------*
002010* RUN PARAMETERS - MODE, SNAPSHOT, END POINT, FILE NAMES       *
002020*--------------------------------------------------------------*
002030 01  WS-RUN-MODE                 PIC X(01) VALUE SPACE.
002040     88  RECOVER-MODE                      VALUE "W".
002050     88  COMPARE-MODE                      VALUE "V".
002060 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
002070 01  WS-SNAP-DATE                PIC 9(08) VALUE ZERO.
002080 01  WS-END-STAMP                PIC X(17) VALUE SPACES.
002090 01  WS-END-DATE                 PIC 9(08) VALUE ZERO.
002100 01  WS-SNAP-NAME                PIC X(17) VALUE SPACES.
002110 01  WS-LOG-NAME                 PIC X(16) VALUE SPACES.
002120 01  WS-REBUILD-NAME             PIC X(08) VALUE SPACES.
002130 01  OD-LIMIT-DEFAULT            PIC S9(7)V99 VALUE -500.00.
002140
002150*--------------------------------------------------------------*
002160* LOG WALK - ONE ARCHIVE PER CALENDAR DAY AFTER THE SNAPSHOT   *
002170*--------------------------------------------------------------*
002180 01  WS-SCAN-DATE                PIC 9(08) VALUE ZERO.
002190 01  WS-SCAN-DATE-PARTS REDEFINES WS-SCAN-DATE.
002200     05  WS-SCAN-YEAR            PIC 9(04).
002210     05  WS-SCAN-MONTH           PIC 9(02).
002220     05  WS-SCAN-DAY             PIC 9(02).
002230 01  WS-MONTH-END-DAY            PIC 9(02) VALUE ZERO.
002240 01  WS-YEAR-REMAINDER           PIC 9(04) COMP VALUE ZERO.
002250 01  WS-MONTH-DAYS-TABLE.
002260     05  FILLER                  PIC X(24)
002270         VALUE "312831303130313130313031".
002280 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
002290     05  WS-DAYS-IN-MONTH        PIC 9(02) OCCURS 12 TIMES.
002300 01  WS-LAST-ARCH-DATE           PIC 9(08) VALUE ZERO.
002310 01  WS-ENTRY-DATE               PIC 9(08) VALUE ZERO.
002320 01  WS-PREV-TIMESTAMP           PIC X(17) VALUE LOW-VALUES.
002330 01  WS-FIRST-OMITTED            PIC X(17) VALUE SPACES.
002340
002350*--------------------------------------------------------------*
002360* REPLAY WORK FIELDS - BALANCES AND VALUES TAKEN FROM THE LOG  *
002370*--------------------------------------------------------------*
002380 01  WS-LOGGED-BALANCE           PIC S9(9)V99 VALUE ZERO.
002390 01  WS-EXPECTED-BALANCE         PIC S9(9)V99 VALUE ZERO.
002400 01  WS-SWAP-BALANCE             PIC S9(9)V99 VALUE ZERO.
002410 01  WS-TEXT-AMOUNT-X            PIC X(11).
002420 01  WS-TEXT-AMOUNT-EDIT REDEFINES WS-TEXT-AMOUNT-X
002430                                 PIC -(7)9.99.
002440 01  WS-OLD-VALUE                PIC S9(7)V99 VALUE ZERO.
002450 01  WS-NEW-VALUE                PIC S9(7)V99 VALUE ZERO.
002460 01  WS-CURRENT-VALUE            PIC S9(7)V99 VALUE ZERO.
002470 01  WS-NEW-STATUS               PIC X(01) VALUE SPACE.
002480
002490*--------------------------------------------------------------*
002500* POSTING HELD BACK AFTER A BALANCE MISMATCH, UNTIL THE NEXT   *
002510* ENTRY SHOWS WHETHER THE PAIR WAS LOGGED IN SWAPPED ORDER     *
002520*--------------------------------------------------------------*
002530 01  WS-HELD-ENTRY.
002540     05  WS-HELD-TIMESTAMP       PIC X(17).
002550     05  WS-HELD-ACTION          PIC X(10).
002560     05  WS-HELD-TEXT            PIC X(30).
002570     05  WS-HELD-ACCT            PIC 9(06).
002580     05  WS-HELD-TELLER          PIC X(08).
002590     05  WS-HELD-SOURCE          PIC X(16).
002600     05  WS-HELD-AMOUNT          PIC S9(9)V99.
002610     05  WS-HELD-EXPECTED        PIC S9(9)V99.
002620     05  WS-HELD-LOGGED          PIC S9(9)V99.
002630
002640*--------------------------------------------------------------*
002650* DISCREPANCY REPORT - THE ENTRY THE REPLAY STOPPED AT         *
002660*--------------------------------------------------------------*
002670 01  WS-DIFF-REASON              PIC X(50) VALUE SPACES.
002680 01  WS-DIFF-TIMESTAMP           PIC X(17) VALUE SPACES.
002690 01  WS-DIFF-ACTION              PIC X(10) VALUE SPACES.
002700 01  WS-DIFF-TEXT                PIC X(30) VALUE SPACES.
002710 01  WS-DIFF-ACCT                PIC 9(06) VALUE ZERO.
002720 01  WS-DIFF-TELLER              PIC X(08) VALUE SPACES.
002730 01  WS-DIFF-SOURCE              PIC X(16) VALUE SPACES.
002740 01  WS-DIFF-AMOUNT              PIC S9(9)V99 VALUE ZERO.
002750 01  WS-DIFF-REBUILT             PIC X(30) VALUE SPACES.
002760 01  WS-DIFF-LOGGED              PIC X(30) VALUE SPACES.
002770 01  WS-FIELD-NAME               PIC X(12) VALUE SPACES.
002780
002790*--------------------------------------------------------------*
002800* RUN COUNTERS                                                 *
002810*--------------------------------------------------------------*
002820 01  WS-SNAP-COUNT               PIC 9(07) COMP VALUE ZERO.
002830 01  WS-ARCHIVE-COUNT            PIC 9(05) COMP VALUE ZERO.
002840 01  WS-READ-COUNT               PIC 9(09) COMP VALUE ZERO.
002850 01  WS-DAY-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
002860 01  WS-DAY-START-APPLIED        PIC 9(09) COMP VALUE ZERO.
002870 01  WS-APPLIED-COUNT            PIC 9(09) COMP VALUE ZERO.
002880 01  WS-POSTING-COUNT            PIC 9(09) COMP VALUE ZERO.
002890 01  WS-STATUS-COUNT             PIC 9(07) COMP VALUE ZERO.
002900 01  WS-LIMIT-COUNT              PIC 9(07) COMP VALUE ZERO.
002910 01  WS-EXEMPT-COUNT             PIC 9(07) COMP VALUE ZERO.
002920 01  WS-NEW-ACCT-COUNT           PIC 9(07) COMP VALUE ZERO.
002930 01  WS-NO-CUST-COUNT            PIC 9(07) COMP VALUE ZERO.
002940 01  WS-SWAP-COUNT               PIC 9(07) COMP VALUE ZERO.
002950 01  WS-OTHER-COUNT              PIC 9(09) COMP VALUE ZERO.
002960 01  WS-EARLY-COUNT              PIC 9(07) COMP VALUE ZERO.
002970 01  WS-ARCHIVED-COUNT           PIC 9(07) COMP VALUE ZERO.
002980 01  WS-UNREADABLE-COUNT         PIC 9(07) COMP VALUE ZERO.
002990 01  WS-DISORDER-COUNT           PIC 9(07) COMP VALUE ZERO.
003000 01  WS-RESULT-COUNT             PIC 9(07) COMP VALUE ZERO.
003010 01  WS-CUST-MISSING-COUNT       PIC 9(07) COMP VALUE ZERO.
003020 01  WS-COMPARED-COUNT           PIC 9(07) COMP VALUE ZERO.
003030 01  WS-DIFFERING-COUNT          PIC 9(07) COMP VALUE ZERO.
003040 01  WS-ONLY-REBUILT-COUNT       PIC 9(07) COMP VALUE ZERO.
003050 01  WS-ONLY-LIVE-COUNT          PIC 9(07) COMP VALUE ZERO.
003060
003070*--------------------------------------------------------------*
003080* REPORT EDIT FIELDS                                           *
003090*--------------------------------------------------------------*
003100 01  WS-COUNT-EDIT               PIC Z(08)9.
003110 01  WS-COUNT-EDIT-2             PIC Z(08)9.
003120 01  WS-AMOUNT-EDIT              PIC -(9)9.99.
003130 01  WS-AMOUNT-EDIT-2            PIC -(9)9.99.
003140 01  WS-LIMIT-EDIT               PIC -(7)9.99.
003150 01  WS-LIMIT-EDIT-2             PIC -(7)9.99.
003160
003170 PROCEDURE DIVISION.
003180*****************************************************************
003190* 0000-MAINLINE                                                 *
003200*****************************************************************
003210 0000-MAINLINE.
003220     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003230     IF NOT ABORT-RUN
003240        PERFORM 2000-REPLAY-LOG THRU 2000-EXIT
003250        IF NOT ABORT-RUN
003260           AND NOT DIFFERENCE-FOUND
003270           IF RECOVER-MODE
003280              PERFORM 4000-CHECK-CUSTOMERS THRU 4000-EXIT
003290           ELSE
003300              PERFORM 5000-COMPARE-MASTER THRU 5000-EXIT
003310           END-IF
003320        END-IF
003330        IF NOT ABORT-RUN
003340           PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT
003350        END-IF
003360     END-IF
003370     PERFORM 9000-TERMINATE THRU 9000-EXIT
003380     STOP RUN.
003390
003400*****************************************************************
003410* 1000-INITIALIZE - DATE, PARAMETER CARD, REPORT AND SNAPSHOT   *
003420*****************************************************************
003430 1000-INITIALIZE.
003440     PERFORM 1050-CHECK-BUSINESS-DATE THRU 1050-EXIT
003450     IF ABORT-RUN
003460        GO TO 1000-EXIT
003470     END-IF
003480     PERFORM 1100-READ-PARAMETER THRU 1100-EXIT
003490     IF ABORT-RUN
003500        GO TO 1000-EXIT
003510     END-IF
003520
003530     OPEN OUTPUT RECOVRPT
003540     PERFORM 1200-LOAD-SNAPSHOT THRU 1200-EXIT
003550     IF ABORT-RUN
003560        GO TO 1000-EXIT
003570     END-IF
003580
003590     MOVE SPACES TO RP-LINE
003600     IF RECOVER-MODE
003610        STRING "WIEDERHERSTELLUNG ACCTMAS NACH " DELIMITED BY SIZE
003620            WS-REBUILD-NAME DELIMITED BY SPACE
003630            " AUS " DELIMITED BY SIZE
003640            WS-SNAP-NAME DELIMITED BY SPACE
003650            " BIS " DELIMITED BY SIZE
003660            WS-END-STAMP DELIMITED BY SIZE
003670            INTO RP-LINE
003680     ELSE
003690        STRING "VERGLEICH ACCTMAS MIT " DELIMITED BY SIZE
003700            WS-SNAP-NAME DELIMITED BY SPACE
003710            " UND PROTOKOLL BIS " DELIMITED BY SIZE
003720            WS-RUN-DATE DELIMITED BY SIZE
003730            INTO RP-LINE
003740     END-IF
003750     WRITE RP-LINE
003760     DISPLAY RP-LINE (1:80)
003770     MOVE WS-SNAP-COUNT TO WS-COUNT-EDIT
003780     MOVE SPACES TO RP-LINE
003790     STRING "STICHTAG " DELIMITED BY SIZE
003800         WS-SNAP-DATE DELIMITED BY SIZE
003810         ", KONTEN IM SCHNAPPSCHUSS " DELIMITED BY SIZE
003820         WS-COUNT-EDIT DELIMITED BY SIZE
003830         ", GESCHAEFTSDATUM " DELIMITED BY SIZE
003840         WS-RUN-DATE DELIMITED BY SIZE
003850         INTO RP-LINE
003860     WRITE RP-LINE
003870     MOVE ALL "-" TO RP-LINE
003880     WRITE RP-LINE.
003890 1000-EXIT.
003900     EXIT.
003910
003920*****************************************************************
003930* 1050-CHECK-BUSINESS-DATE - PROCESSING DATE FROM BUSDATE; NO   *
003940*            RUN WHILE THE COUNTER IS OPEN AND THE LOG GROWS    *
003950*****************************************************************
003960 1050-CHECK-BUSINESS-DATE.
003970     OPEN INPUT BUSDATE
003980     IF WS-BUSDATE-STATUS NOT = "00"
003990        DISPLAY "FEHLER BEIM OEFFNEN VON BUSDATE, STATUS "
004000            WS-BUSDATE-STATUS " - LAUF ABGELEHNT."
004010        SET ABORT-RUN TO TRUE
004020        GO TO 1050-EXIT
004030     END-IF
004040     READ BUSDATE
004050         AT END
004060             CLOSE BUSDATE
004070             DISPLAY "FEHLER: BUSDATE IST LEER - LAUF ABGELEHNT."
004080             SET ABORT-RUN TO TRUE
004090             GO TO 1050-EXIT
004100     END-READ
004110     CLOSE BUSDATE
004120     IF BD-ONLINE-OPEN
004130        DISPLAY "SCHALTER IST GEOEFFNET - WIEDERHERSTELLUNG UND "
004140            "VERGLEICH NUR BEI GESCHLOSSENEM SCHALTER. "
004150            "LAUF ABGELEHNT."
004160        SET ABORT-RUN TO TRUE
004170        GO TO 1050-EXIT
004180     END-IF
004190     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
004200 1050-EXIT.
004210     EXIT.
004220
004230*****************************************************************
004240* 1100-READ-PARAMETER - MODE, SNAPSHOT DATE AND END POINT FROM  *
004250*            THE PARAMETER CARD RECOVPRM                        *
004260*****************************************************************
004270 1100-READ-PARAMETER.
004280     OPEN INPUT RECOVPRM
004290     IF WS-RECOVPRM-STATUS NOT = "00"
004300        DISPLAY "FEHLER BEIM OEFFNEN VON RECOVPRM, STATUS "
004310            WS-RECOVPRM-STATUS " - LAUF ABGELEHNT."
004320        SET ABORT-RUN TO TRUE
004330        GO TO 1100-EXIT
004340     END-IF
004350     READ RECOVPRM
004360         AT END
004370             CLOSE RECOVPRM
004380             DISPLAY "FEHLER: RECOVPRM IST LEER - LAUF ABGELEHNT."
004390             SET ABORT-RUN TO TRUE
004400             GO TO 1100-EXIT
004410     END-READ
004420     CLOSE RECOVPRM
004430
004440     IF NOT PR-RECOVER
004450        AND NOT PR-COMPARE
004460        DISPLAY "FEHLER: BETRIEBSART " PR-MODE
004470            " UNGUELTIG (W ODER V) - LAUF ABGELEHNT."
004480        SET ABORT-RUN TO TRUE
004490        GO TO 1100-EXIT
004500     END-IF
004510     MOVE PR-MODE TO WS-RUN-MODE
004520     IF PR-SNAP-DATE NOT = SPACES
004530        AND PR-SNAP-DATE NOT NUMERIC
004540        DISPLAY "FEHLER: STICHTAG " PR-SNAP-DATE
004550            " UNGUELTIG - LAUF ABGELEHNT."
004560        SET ABORT-RUN TO TRUE
004570        GO TO 1100-EXIT
004580     END-IF
004590     IF PR-SNAP-DATE = SPACES
004600        MOVE "ACCTSNAP" TO WS-SNAP-NAME
004610     ELSE
004620        MOVE SPACES TO WS-SNAP-NAME
004630        STRING "ACCTSNAP." DELIMITED BY SIZE
004640            PR-SNAP-DATE DELIMITED BY SIZE
004650            INTO WS-SNAP-NAME
004660     END-IF
004670
004680     IF COMPARE-MODE
004690        IF PR-END-STAMP NOT = SPACES
004700           DISPLAY "HINWEIS: ENDZEITPUNKT " PR-END-STAMP
004710               " WIRD IM VERGLEICH NICHT BERUECKSICHTIGT."
004720        END-IF
004730        MOVE "ACCTVGL" TO WS-REBUILD-NAME
004740        MOVE ALL "9" TO WS-END-STAMP
004750        GO TO 1100-EXIT
004760     END-IF
004770     MOVE "ACCTNEU" TO WS-REBUILD-NAME
004780     MOVE PR-END-STAMP TO WS-END-STAMP
004790     INSPECT WS-END-STAMP REPLACING ALL SPACE BY "9"
004800     IF WS-END-STAMP (1:8) NOT NUMERIC
004810        DISPLAY "FEHLER: ENDZEITPUNKT " PR-END-STAMP
004820            " UNGUELTIG - LAUF ABGELEHNT."
004830        SET ABORT-RUN TO TRUE
004840     END-IF.
004850 1100-EXIT.
004860     EXIT.
004870
004880*****************************************************************
004890* 1200-LOAD-SNAPSHOT - THE SNAPSHOT BECOMES THE STARTING STATE  *
004900*            OF THE REBUILT MASTER.  A SNAPSHOT IN THE OLD      *
004910*            FORMAT (BALANCE ONLY) OR OF ANOTHER DAY THAN       *
004920*            REQUESTED IS REFUSED                               *
004930*****************************************************************
004940 1200-LOAD-SNAPSHOT.
004950     OPEN INPUT ACCTSNAP
004960     IF WS-ACCTSNAP-STATUS NOT = "00"
004970        DISPLAY "FEHLER: SCHNAPPSCHUSS " WS-SNAP-NAME
004980            " NICHT LESBAR, STATUS " WS-ACCTSNAP-STATUS
004990            " - LAUF ABGELEHNT."
005000        SET ABORT-RUN TO TRUE
005010        GO TO 1200-EXIT
005020     END-IF
005030     READ ACCTSNAP
005040         AT END
005050             CLOSE ACCTSNAP
005060             DISPLAY "FEHLER: SCHNAPPSCHUSS " WS-SNAP-NAME
005070                 " IST LEER - LAUF ABGELEHNT."
005080             SET ABORT-RUN TO TRUE
005090             GO TO 1200-EXIT
005100     END-READ
005110     IF SN-SNAP-DATE NOT NUMERIC
005120        OR SN-CUST-NUMBER NOT NUMERIC
005130        CLOSE ACCTSNAP
005140        DISPLAY "FEHLER: " WS-SNAP-NAME " IST IM ALTEN FORMAT "
005150            "OHNE STAMMDATEN - NICHT VERWENDBAR."
005160        SET ABORT-RUN TO TRUE
005170        GO TO 1200-EXIT
005180     END-IF
005190     IF PR-SNAP-DATE NOT = SPACES
005200        AND SN-SNAP-DATE NOT = PR-SNAP-DATE
005210        CLOSE ACCTSNAP
005220        DISPLAY "FEHLER: " WS-SNAP-NAME " TRAEGT DEN STICHTAG "
005230            SN-SNAP-DATE " - LAUF ABGELEHNT."
005240        SET ABORT-RUN TO TRUE
005250        GO TO 1200-EXIT
005260     END-IF
005270     MOVE SN-SNAP-DATE TO WS-SNAP-DATE
005280     IF WS-SNAP-DATE > WS-RUN-DATE
005290        CLOSE ACCTSNAP
005300        DISPLAY "FEHLER: STICHTAG " WS-SNAP-DATE
005310            " LIEGT NACH DEM GESCHAEFTSDATUM " WS-RUN-DATE
005320            " - LAUF ABGELEHNT."
005330        SET ABORT-RUN TO TRUE
005340        GO TO 1200-EXIT
005350     END-IF
005360     MOVE WS-END-STAMP (1:8) TO WS-END-DATE
005370     IF WS-END-DATE NOT > WS-SNAP-DATE
005380        CLOSE ACCTSNAP
005390        DISPLAY "FEHLER: ENDZEITPUNKT " WS-END-STAMP
005400            " LIEGT NICHT NACH DEM STICHTAG " WS-SNAP-DATE
005410            " - LAUF ABGELEHNT."
005420        SET ABORT-RUN TO TRUE
005430        GO TO 1200-EXIT
005440     END-IF
005450
005460     OPEN OUTPUT ACCTNEU
005470     IF WS-ACCTNEU-STATUS NOT = "00"
005480        CLOSE ACCTSNAP
005490        DISPLAY "FEHLER BEIM ANLEGEN VON " WS-REBUILD-NAME
005500            ", STATUS " WS-ACCTNEU-STATUS " - LAUF ABGELEHNT."
005510        SET ABORT-RUN TO TRUE
005520        GO TO 1200-EXIT
005530     END-IF
005540     PERFORM 1210-LOAD-SNAPSHOT-RECORD THRU 1210-EXIT
005550         UNTIL ACCTSNAP-EOF
005560         OR ABORT-RUN
005570     CLOSE ACCTSNAP
005580     CLOSE ACCTNEU
005590     IF ABORT-RUN
005600        GO TO 1200-EXIT
005610     END-IF
005620     OPEN I-O ACCTNEU
005630     IF WS-ACCTNEU-STATUS NOT = "00"
005640        DISPLAY "FEHLER BEIM OEFFNEN VON " WS-REBUILD-NAME
005650            ", STATUS " WS-ACCTNEU-STATUS " - LAUF ABGEBROCHEN."
005660        SET ABORT-RUN TO TRUE
005670     END-IF.
005680 1200-EXIT.
005690     EXIT.
005700
005710 1210-LOAD-SNAPSHOT-RECORD.
005720     IF SN-ACCT-NUMBER NOT NUMERIC
005730        OR SN-BALANCE NOT NUMERIC
005740        OR SN-CUST-NUMBER NOT NUMERIC
005750        OR SN-OD-LIMIT NOT NUMERIC
005760        OR SN-FREIBETRAG NOT NUMERIC
005770        OR SN-SNAP-DATE NOT = WS-SNAP-DATE
005780        DISPLAY "FEHLER: SATZ " SN-RECORD (1:6)
005790            " IN " WS-SNAP-NAME " UNGUELTIG - LAUF ABGEBROCHEN."
005800        SET ABORT-RUN TO TRUE
005810        GO TO 1210-EXIT
005820     END-IF
005830     MOVE SPACES         TO ACCT-RECORD
005840     MOVE SN-ACCT-NUMBER TO ACCT-NUMBER
005850     MOVE SN-CUST-NUMBER TO ACCT-CUST-NUMBER
005860     MOVE SN-BALANCE     TO ACCT-BALANCE
005870     MOVE SN-STATUS      TO ACCT-STATUS
005880     MOVE SN-OD-LIMIT    TO ACCT-OD-LIMIT
005890     MOVE SN-FREIBETRAG  TO ACCT-FREIBETRAG
005900     WRITE ACCT-RECORD
005910         INVALID KEY
005920             DISPLAY "FEHLER: KONTO " SN-ACCT-NUMBER
005930                 " DOPPELT IN " WS-SNAP-NAME ", STATUS "
005940                 WS-ACCTNEU-STATUS " - LAUF ABGEBROCHEN."
005950             SET ABORT-RUN TO TRUE
005960             GO TO 1210-EXIT
005970     END-WRITE
005980     ADD 1 TO WS-SNAP-COUNT
005990     READ ACCTSNAP
006000         AT END
006010             MOVE "Y" TO WS-ACCTSNAP-EOF-SW
006020     END-READ.
006030 1210-EXIT.
006040     EXIT.
006050
006060*****************************************************************
006070* 2000-REPLAY-LOG - THE ARCHIVES OF EVERY DAY AFTER THE         *
006080*            SNAPSHOT, THEN THE CURRENT TRANLOG.  A POSTING     *
006090*            STILL HELD AT THE END FOUND NO PARTNER             *
006100*****************************************************************
006110 2000-REPLAY-LOG.
006120     MOVE WS-SNAP-DATE TO WS-SCAN-DATE
006130     MOVE WS-SNAP-DATE TO WS-LAST-ARCH-DATE
006140     PERFORM 2300-NEXT-SCAN-DATE THRU 2300-EXIT
006150     PERFORM 2100-REPLAY-ONE-DAY THRU 2100-EXIT
006160         UNTIL WS-SCAN-DATE > WS-RUN-DATE
006170         OR NOT REPLAY-RUNNING
006180     IF REPLAY-RUNNING
006190        PERFORM 2200-REPLAY-TRANLOG THRU 2200-EXIT
006200     END-IF
006210     IF ENTRY-HELD
006220        AND (REPLAY-RUNNING OR END-POINT-REACHED)
006230        PERFORM 3920-DIFF-FROM-HELD THRU 3920-EXIT
006240        PERFORM 3900-REPORT-DIFFERENCE THRU 3900-EXIT
006250     END-IF.
006260 2000-EXIT.
006270     EXIT.
006280
006290*****************************************************************
006300* 2100-REPLAY-ONE-DAY - THE ARCHIVE OF THE SCAN DATE, WHEN ONE  *
006310*            EXISTS.  AN ARCHIVE THAT CANNOT BE READ STOPS THE  *
006320*            RUN - A DAY MAY NOT BE LEFT OUT OF A RECOVERY      *
006330*****************************************************************
006340 2100-REPLAY-ONE-DAY.
006350     MOVE SPACES TO WS-LOG-NAME
006360     STRING "TRNARCH." DELIMITED BY SIZE
006370         WS-SCAN-DATE DELIMITED BY SIZE
006380         INTO WS-LOG-NAME
006390     MOVE "N" TO WS-TRANLOG-EOF-SW
006400     OPEN INPUT TRANLOG
006410     IF WS-TRANLOG-STATUS = "35"
006420        PERFORM 2300-NEXT-SCAN-DATE THRU 2300-EXIT
006430        GO TO 2100-EXIT
006440     END-IF
006450     IF WS-TRANLOG-STATUS NOT = "00"
006460        DISPLAY "FEHLER: ARCHIV " WS-LOG-NAME
006470            " NICHT LESBAR, STATUS " WS-TRANLOG-STATUS
006480            " - LAUF ABGEBROCHEN."
006490        SET ABORT-RUN TO TRUE
006500        SET REPLAY-ABORTED TO TRUE
006510        GO TO 2100-EXIT
006520     END-IF
006530     ADD 1 TO WS-ARCHIVE-COUNT
006540     MOVE WS-SCAN-DATE TO WS-LAST-ARCH-DATE
006550     PERFORM 2150-REPLAY-FILE THRU 2150-EXIT
006560     PERFORM 2300-NEXT-SCAN-DATE THRU 2300-EXIT.
006570 2100-EXIT.
006580     EXIT.
006590
006600*****************************************************************
006610* 2150-REPLAY-FILE - ALL ENTRIES OF THE OPEN LOG FILE, ONE      *
006620*            REPORT LINE PER FILE                               *
006630*****************************************************************
006640 2150-REPLAY-FILE.
006650     MOVE ZERO TO WS-DAY-READ-COUNT
006660     MOVE WS-APPLIED-COUNT TO WS-DAY-START-APPLIED
006670     PERFORM 2400-READ-LOG-ENTRY THRU 2400-EXIT
006680         UNTIL TRANLOG-EOF
006690         OR NOT REPLAY-RUNNING
006700     CLOSE TRANLOG
006710
006720     MOVE WS-DAY-READ-COUNT TO WS-COUNT-EDIT
006730     COMPUTE WS-COUNT-EDIT-2
006740         = WS-APPLIED-COUNT - WS-DAY-START-APPLIED
006750     MOVE SPACES TO RP-LINE
006760     STRING WS-LOG-NAME DELIMITED BY SIZE
006770         "  GELESEN " DELIMITED BY SIZE
006780         WS-COUNT-EDIT DELIMITED BY SIZE
006790         "  NACHGEFAHREN " DELIMITED BY SIZE
006800         WS-COUNT-EDIT-2 DELIMITED BY SIZE
006810         INTO RP-LINE
006820     WRITE RP-LINE.
006830 2150-EXIT.
006840     EXIT.
006850
006860*****************************************************************
006870* 2200-REPLAY-TRANLOG - THE CURRENT LOG.  ENTRIES OF A DAY THAT *
006880*            IS ALREADY ARCHIVED (TRANLOG NOT EMPTIED AFTER THE *
006890*            ARCHIVE) ARE SKIPPED AS DUPLICATES                 *
006900*****************************************************************
006910 2200-REPLAY-TRANLOG.
006920     MOVE "TRANLOG" TO WS-LOG-NAME
006930     MOVE "Y" TO WS-IN-TRANLOG-SW
006940     MOVE "N" TO WS-TRANLOG-EOF-SW
006950     OPEN INPUT TRANLOG
006960     IF WS-TRANLOG-STATUS = "35"
006970        MOVE SPACES TO RP-LINE
006980        STRING "TRANLOG NICHT VORHANDEN - KEINE UMSAETZE DES "
006990            DELIMITED BY SIZE
007000            "LAUFENDEN TAGES" DELIMITED BY SIZE
007010            INTO RP-LINE
007020        WRITE RP-LINE
007030        GO TO 2200-EXIT
007040     END-IF
007050     IF WS-TRANLOG-STATUS NOT = "00"
007060        DISPLAY "FEHLER BEIM OEFFNEN VON TRANLOG, STATUS "
007070            WS-TRANLOG-STATUS " - LAUF ABGEBROCHEN."
007080        SET ABORT-RUN TO TRUE
007090        SET REPLAY-ABORTED TO TRUE
007100        GO TO 2200-EXIT
007110     END-IF
007120     PERFORM 2150-REPLAY-FILE THRU 2150-EXIT.
007130 2200-EXIT.
007140     EXIT.
007150
007160*****************************************************************
007170* 2300-NEXT-SCAN-DATE - ADVANCE ONE CALENDAR DAY, WITH THE LEAP *
007180*            YEAR RULE FOR FEBRUARY                             *
007190*****************************************************************
007200 2300-NEXT-SCAN-DATE.
007210     MOVE WS-DAYS-IN-MONTH (WS-SCAN-MONTH) TO WS-MONTH-END-DAY
007220     IF WS-SCAN-MONTH = 2
007230        DIVIDE WS-SCAN-YEAR BY 4 GIVING WS-YEAR-REMAINDER
007240            REMAINDER WS-YEAR-REMAINDER
007250        IF WS-YEAR-REMAINDER = ZERO
007260           DIVIDE WS-SCAN-YEAR BY 100 GIVING WS-YEAR-REMAINDER
007270               REMAINDER WS-YEAR-REMAINDER
007280           IF WS-YEAR-REMAINDER NOT = ZERO
007290              MOVE 29 TO WS-MONTH-END-DAY
007300           ELSE
007310              DIVIDE WS-SCAN-YEAR BY 400
007320                  GIVING WS-YEAR-REMAINDER
007330                  REMAINDER WS-YEAR-REMAINDER
007340              IF WS-YEAR-REMAINDER = ZERO
007350                 MOVE 29 TO WS-MONTH-END-DAY
007360              END-IF
007370           END-IF
007380        END-IF
007390     END-IF
007400     IF WS-SCAN-DAY < WS-MONTH-END-DAY
007410        ADD 1 TO WS-SCAN-DAY
007420        GO TO 2300-EXIT
007430     END-IF
007440     MOVE 1 TO WS-SCAN-DAY
007450     IF WS-SCAN-MONTH < 12
007460        ADD 1 TO WS-SCAN-MONTH
007470     ELSE
007480        MOVE 1 TO WS-SCAN-MONTH
007490        ADD 1 TO WS-SCAN-YEAR
007500     END-IF.
007510 2300-EXIT.
007520     EXIT.
007530
007540*****************************************************************
007550* 2400-READ-LOG-ENTRY - ONE LOG ENTRY.  ENTRIES OF THE          *
007560*            SNAPSHOT DAY OR BEFORE ARE IN THE SNAPSHOT         *
007570*            ALREADY; THE FIRST ENTRY AFTER THE END POINT       *
007580*            ENDS THE REPLAY                                    *
007590*****************************************************************
007600 2400-READ-LOG-ENTRY.
007610     READ TRANLOG
007620         AT END
007630             MOVE "Y" TO WS-TRANLOG-EOF-SW
007640             GO TO 2400-EXIT
007650     END-READ
007660     ADD 1 TO WS-READ-COUNT
007670     ADD 1 TO WS-DAY-READ-COUNT
007680     IF TL-TIMESTAMP (1:8) NOT NUMERIC
007690        ADD 1 TO WS-UNREADABLE-COUNT
007700        GO TO 2400-EXIT
007710     END-IF
007720     MOVE TL-TIMESTAMP (1:8) TO WS-ENTRY-DATE
007730     IF WS-ENTRY-DATE NOT > WS-SNAP-DATE
007740        ADD 1 TO WS-EARLY-COUNT
007750        GO TO 2400-EXIT
007760     END-IF
007770     IF IN-TRANLOG
007780        AND WS-ENTRY-DATE NOT > WS-LAST-ARCH-DATE
007790        ADD 1 TO WS-ARCHIVED-COUNT
007800        GO TO 2400-EXIT
007810     END-IF
007820     IF TL-TIMESTAMP > WS-END-STAMP
007830        MOVE TL-TIMESTAMP TO WS-FIRST-OMITTED
007840        SET END-POINT-REACHED TO TRUE
007850        GO TO 2400-EXIT
007860     END-IF
007870     IF TL-TIMESTAMP < WS-PREV-TIMESTAMP
007880        ADD 1 TO WS-DISORDER-COUNT
007890     END-IF
007900     MOVE TL-TIMESTAMP TO WS-PREV-TIMESTAMP
007910     PERFORM 3000-REPLAY-ENTRY THRU 3000-EXIT.
007920 2400-EXIT.
007930     EXIT.
007940
007950*****************************************************************
007960* 3000-REPLAY-ENTRY - SORT THE ENTRY INTO POSTING, STATUS,      *
007970*            LIMIT, FREIBETRAG OR NEW ACCOUNT; EVERYTHING ELSE  *
007980*            LEAVES THE MASTER ALONE.  WHILE A POSTING IS HELD  *
007990*            ONLY ITS SWAPPED PARTNER MAY FOLLOW                *
008000*****************************************************************
008010 3000-REPLAY-ENTRY.
008020     SET KIND-OTHER TO TRUE
008030     IF TL-AMOUNT NUMERIC
008040        AND TL-AMOUNT NOT = ZERO
008050        SET KIND-POSTING TO TRUE
008060     ELSE
008070        EVALUATE TL-ACTION
008080            WHEN "SPERRE"
008090            WHEN "ENTSPERRT"
008100            WHEN "SCHLIESSEN"
008110                SET KIND-STATUS TO TRUE
008120            WHEN "LIMITAEND"
008130                SET KIND-LIMIT TO TRUE
008140            WHEN "FREISTELL"
008150                SET KIND-EXEMPTION TO TRUE
008160            WHEN "NEUKONTO"
008170                SET KIND-NEW-ACCOUNT TO TRUE
008180        END-EVALUATE
008190     END-IF
008200     IF TL-ACCT-NUMBER NOT NUMERIC
008210        OR TL-ACCT-NUMBER = ZERO
008220        SET KIND-OTHER TO TRUE
008230     END-IF
008240     IF KIND-OTHER
008250        ADD 1 TO WS-OTHER-COUNT
008260        GO TO 3000-EXIT
008270     END-IF
008280
008290     IF ENTRY-HELD
008300        IF KIND-POSTING
008310           AND TL-ACCT-NUMBER = WS-HELD-ACCT
008320           AND TL-TIMESTAMP (1:13) = WS-HELD-TIMESTAMP (1:13)
008330           PERFORM 3150-TRY-SWAP THRU 3150-EXIT
008340        ELSE
008350           PERFORM 3920-DIFF-FROM-HELD THRU 3920-EXIT
008360           PERFORM 3900-REPORT-DIFFERENCE THRU 3900-EXIT
008370        END-IF
008380        GO TO 3000-EXIT
008390     END-IF
008400
008410     PERFORM 3800-READ-REBUILT-ACCOUNT THRU 3800-EXIT
008420     IF NOT REBUILT-FOUND
008430        AND NOT KIND-NEW-ACCOUNT
008440        PERFORM 3910-DIFF-FROM-ENTRY THRU 3910-EXIT
008450        MOVE "KONTO FEHLT IM WIEDERAUFBAU" TO WS-DIFF-REASON
008460        MOVE "NICHT VORHANDEN" TO WS-DIFF-REBUILT
008470        PERFORM 3900-REPORT-DIFFERENCE THRU 3900-EXIT
008480        GO TO 3000-EXIT
008490     END-IF
008500     IF TL-BALANCE-DISPLAY = SPACES
008510        PERFORM 3910-DIFF-FROM-ENTRY THRU 3910-EXIT
008520        MOVE "KEIN SALDO IM PROTOKOLL" TO WS-DIFF-REASON
008530        PERFORM 3900-REPORT-DIFFERENCE THRU 3900-EXIT
008540        GO TO 3000-EXIT
008550     END-IF
008560     MOVE TL-BALANCE-DISPLAY TO WS-LOGGED-BALANCE
008570
008580     EVALUATE TRUE
008590         WHEN KIND-POSTING
008600             PERFORM 3100-REPLAY-POSTING THRU 3100-EXIT
008610         WHEN KIND-STATUS
008620             PERFORM 3200-REPLAY-STATUS THRU 3200-EXIT
008630         WHEN KIND-LIMIT
008640             PERFORM 3300-REPLAY-LIMIT THRU 3300-EXIT
008650         WHEN KIND-EXEMPTION
008660             PERFORM 3350-REPLAY-EXEMPTION THRU 3350-EXIT
008670         WHEN KIND-NEW-ACCOUNT
008680             PERFORM 3400-REPLAY-NEW-ACCOUNT THRU 3400-EXIT
008690     END-EVALUATE.
008700 3000-EXIT.
008710     EXIT.
008720
008730*****************************************************************
008740* 3100-REPLAY-POSTING - ADD THE AMOUNT AND PROVE THE LOGGED     *
008750*            BALANCE.  ON A MISMATCH THE POSTING IS HELD BACK,  *
008760*            UNAPPLIED, FOR THE SWAP TEST WITH THE NEXT ENTRY   *
008770*****************************************************************
008780 3100-REPLAY-POSTING.
008790     COMPUTE WS-EXPECTED-BALANCE = ACCT-BALANCE + TL-AMOUNT
008800     IF WS-EXPECTED-BALANCE = WS-LOGGED-BALANCE
008810        MOVE WS-EXPECTED-BALANCE TO ACCT-BALANCE
008820        PERFORM 3850-REWRITE-REBUILT THRU 3850-EXIT
008830        ADD 1 TO WS-POSTING-COUNT
008840        ADD 1 TO WS-APPLIED-COUNT
008850        GO TO 3100-EXIT
008860     END-IF
008870     MOVE "Y"                 TO WS-ENTRY-HELD-SW
008880     MOVE TL-TIMESTAMP        TO WS-HELD-TIMESTAMP
008890     MOVE TL-ACTION           TO WS-HELD-ACTION
008900     MOVE TL-SEARCH-TEXT      TO WS-HELD-TEXT
008910     MOVE TL-ACCT-NUMBER      TO WS-HELD-ACCT
008920     MOVE TL-TELLER-ID        TO WS-HELD-TELLER
008930     MOVE WS-LOG-NAME         TO WS-HELD-SOURCE
008940     MOVE TL-AMOUNT           TO WS-HELD-AMOUNT
008950     MOVE WS-EXPECTED-BALANCE TO WS-HELD-EXPECTED
008960     MOVE WS-LOGGED-BALANCE   TO WS-HELD-LOGGED.
008970 3100-EXIT.
008980     EXIT.
008990
009000*****************************************************************
009010* 3150-TRY-SWAP - THE NEXT POSTING OF THE HELD ACCOUNT IN THE   *
009020*            SAME MINUTE.  WHEN IT FITS THE BALANCE BEFORE THE  *
009030*            HELD ONE AND THE HELD ONE FITS AFTER IT, THE PAIR  *
009040*            WAS LOGGED IN SWAPPED ORDER AND BOTH ARE APPLIED   *
009050*****************************************************************
009060 3150-TRY-SWAP.
009070     PERFORM 3800-READ-REBUILT-ACCOUNT THRU 3800-EXIT
009080     IF NOT REBUILT-FOUND
009090        OR TL-BALANCE-DISPLAY = SPACES
009100        PERFORM 3920-DIFF-FROM-HELD THRU 3920-EXIT
009110        PERFORM 3900-REPORT-DIFFERENCE THRU 3900-EXIT
009120        GO TO 3150-EXIT
009130     END-IF
009140     MOVE TL-BALANCE-DISPLAY TO WS-LOGGED-BALANCE
009150     COMPUTE WS-EXPECTED-BALANCE = ACCT-BALANCE + TL-AMOUNT
009160     COMPUTE WS-SWAP-BALANCE
009170         = WS-EXPECTED-BALANCE + WS-HELD-AMOUNT
009180     IF WS-EXPECTED-BALANCE NOT = WS-LOGGED-BALANCE
009190        OR WS-SWAP-BALANCE NOT = WS-HELD-LOGGED
009200        PERFORM 3920-DIFF-FROM-HELD THRU 3920-EXIT
009210        PERFORM 3900-REPORT-DIFFERENCE THRU 3900-EXIT
009220        GO TO 3150-EXIT
009230     END-IF
009240     MOVE WS-SWAP-BALANCE TO ACCT-BALANCE
009250     PERFORM 3850-REWRITE-REBUILT THRU 3850-EXIT
009260     MOVE "N" TO WS-ENTRY-HELD-SW
009270     ADD 2 TO WS-POSTING-COUNT
009280     ADD 2 TO WS-APPLIED-COUNT
009290     ADD 1 TO WS-SWAP-COUNT
009300     MOVE SPACES TO RP-LINE
009310     STRING "REIHENFOLGE VERTAUSCHT KONTO " DELIMITED BY SIZE
009320         TL-ACCT-NUMBER DELIMITED BY SIZE
009330         "  " DELIMITED BY SIZE
009340         WS-HELD-TIMESTAMP DELIMITED BY SIZE
009350         " " DELIMITED BY SIZE
009360         WS-HELD-ACTION DELIMITED BY SPACE
009370         " / " DELIMITED BY SIZE
009380         TL-TIMESTAMP DELIMITED BY SIZE
009390         " " DELIMITED BY SIZE
009400         TL-ACTION DELIMITED BY SPACE
009410         INTO RP-LINE
009420     WRITE RP-LINE.
009430 3150-EXIT.
009440     EXIT.
009450
009460*****************************************************************
009470* 3200-REPLAY-STATUS - SPERRE, ENTSPERRT, SCHLIESSEN.  THE      *
009480*            ACCOUNT MUST BE IN THE STATUS THE CHANGE STARTS    *
009490*            FROM, AND THE LOGGED BALANCE MUST AGREE            *
009500*****************************************************************
009510 3200-REPLAY-STATUS.
009520     PERFORM 3500-CHECK-LOGGED-BALANCE THRU 3500-EXIT
009530     IF NOT REPLAY-RUNNING
009540        GO TO 3200-EXIT
009550     END-IF
009560     PERFORM 3910-DIFF-FROM-ENTRY THRU 3910-EXIT
009570     MOVE "STATUS VOR DER AENDERUNG PASST NICHT"
009580         TO WS-DIFF-REASON
009590     MOVE SPACES TO WS-DIFF-REBUILT
009600     STRING "STATUS " DELIMITED BY SIZE
009610         ACCT-STATUS DELIMITED BY SIZE
009620         INTO WS-DIFF-REBUILT
009630     EVALUATE TL-ACTION
009640         WHEN "SPERRE"
009650             MOVE "G" TO WS-NEW-STATUS
009660             MOVE "SPERRE NUR AUS STATUS A" TO WS-DIFF-LOGGED
009670             IF NOT ACCT-AKTIV
009680                PERFORM 3900-REPORT-DIFFERENCE THRU 3900-EXIT
009690             END-IF
009700         WHEN "ENTSPERRT"
009710             MOVE "A" TO WS-NEW-STATUS
009720             MOVE "ENTSPERRT NUR AUS STATUS G" TO WS-DIFF-LOGGED
009730             IF NOT ACCT-GESPERRT
009740                PERFORM 3900-REPORT-DIFFERENCE THRU 3900-EXIT
009750             END-IF
009760         WHEN OTHER
009770             MOVE "X" TO WS-NEW-STATUS
009780             MOVE "SCHLIESSEN NICHT AUS STATUS X"
009790                 TO WS-DIFF-LOGGED
009800             IF ACCT-GESCHLOSSEN
009810                PERFORM 3900-REPORT-DIFFERENCE THRU 3900-EXIT
009820             END-IF
009830     END-EVALUATE
009840     IF NOT REPLAY-RUNNING
009850        GO TO 3200-EXIT
009860     END-IF
009870     MOVE WS-NEW-STATUS TO ACCT-STATUS
009880     PERFORM 3850-REWRITE-REBUILT THRU 3850-EXIT
009890     ADD 1 TO WS-STATUS-COUNT
009900     ADD 1 TO WS-APPLIED-COUNT.
009910 3200-EXIT.
009920     EXIT.
009930
009940*****************************************************************
009950* 3300-REPLAY-LIMIT - LIMITAEND.  SEARCH TEXT "LIMIT " + OLD +  *
009960*            ">" + NEW FLOOR (-(7)9.99); THE OLD VALUE MUST BE  *
009970*            THE REBUILT ONE                                    *
009980*****************************************************************
009990 3300-REPLAY-LIMIT.
010000     PERFORM 3500-CHECK-LOGGED-BALANCE THRU 3500-EXIT
010010     IF NOT REPLAY-RUNNING
010020        GO TO 3300-EXIT
010030     END-IF
010040     IF TL-SEARCH-TEXT (1:6) NOT = "LIMIT "
010050        OR TL-SEARCH-TEXT (18:1) NOT = ">"
010060        PERFORM 3910-DIFF-FROM-ENTRY THRU 3910-EXIT
010070        MOVE "LIMITTEXT IM PROTOKOLL NICHT LESBAR"
010080            TO WS-DIFF-REASON
010090        PERFORM 3900-REPORT-DIFFERENCE THRU 3900-EXIT
010100        GO TO 3300-EXIT
010110     END-IF
010120     MOVE TL-SEARCH-TEXT (7:11)  TO WS-TEXT-AMOUNT-X
010130     MOVE WS-TEXT-AMOUNT-EDIT    TO WS-OLD-VALUE
010140     MOVE TL-SEARCH-TEXT (19:11) TO WS-TEXT-AMOUNT-X
010150     MOVE WS-TEXT-AMOUNT-EDIT    TO WS-NEW-VALUE
010160     IF ACCT-OD-LIMIT NUMERIC
010170        MOVE ACCT-OD-LIMIT TO WS-CURRENT-VALUE
010180     ELSE
010190        MOVE OD-LIMIT-DEFAULT TO WS-CURRENT-VALUE
010200     END-IF
010210     IF WS-OLD-VALUE NOT = WS-CURRENT-VALUE
010220        PERFORM 3910-DIFF-FROM-ENTRY THRU 3910-EXIT
010230        MOVE "LIMIT VOR DER AENDERUNG WEICHT AB"
010240            TO WS-DIFF-REASON
010250        PERFORM 3950-DIFF-VALUES THRU 3950-EXIT
010260        PERFORM 3900-REPORT-DIFFERENCE THRU 3900-EXIT
010270        GO TO 3300-EXIT
010280     END-IF
010290     MOVE WS-NEW-VALUE TO ACCT-OD-LIMIT
010300     PERFORM 3850-REWRITE-REBUILT THRU 3850-EXIT
010310     ADD 1 TO WS-LIMIT-COUNT
010320     ADD 1 TO WS-APPLIED-COUNT.
010330 3300-EXIT.
010340     EXIT.
010350
010360*****************************************************************
010370* 3350-REPLAY-EXEMPTION - FREISTELL.  SEARCH TEXT "FREIST " +   *
010380*            OLD + ">" + NEW AMOUNT; THE OLD VALUE MUST BE THE  *
010390*            REBUILT ONE                                        *
010400*****************************************************************
010410 3350-REPLAY-EXEMPTION.
010420     PERFORM 3500-CHECK-LOGGED-BALANCE THRU 3500-EXIT
010430     IF NOT REPLAY-RUNNING
010440        GO TO 3350-EXIT
010450     END-IF
010460     IF TL-SEARCH-TEXT (1:7) NOT = "FREIST "
010470        OR TL-SEARCH-TEXT (19:1) NOT = ">"
010480        PERFORM 3910-DIFF-FROM-ENTRY THRU 3910-EXIT
010490        MOVE "FREISTELLUNGSTEXT IM PROTOKOLL NICHT LESBAR"
010500            TO WS-DIFF-REASON
010510        PERFORM 3900-REPORT-DIFFERENCE THRU 3900-EXIT
010520        GO TO 3350-EXIT
010530     END-IF
010540     MOVE TL-SEARCH-TEXT (8:11)  TO WS-TEXT-AMOUNT-X
010550     MOVE WS-TEXT-AMOUNT-EDIT    TO WS-OLD-VALUE
010560     MOVE TL-SEARCH-TEXT (20:11) TO WS-TEXT-AMOUNT-X
010570     MOVE WS-TEXT-AMOUNT-EDIT    TO WS-NEW-VALUE
010580     IF ACCT-FREIBETRAG NUMERIC
010590        MOVE ACCT-FREIBETRAG TO WS-CURRENT-VALUE
010600     ELSE
010610        MOVE ZERO TO WS-CURRENT-VALUE
010620     END-IF
010630     IF WS-OLD-VALUE NOT = WS-CURRENT-VALUE
010640        PERFORM 3910-DIFF-FROM-ENTRY THRU 3910-EXIT
010650        MOVE "FREIBETRAG VOR DER AENDERUNG WEICHT AB"
010660            TO WS-DIFF-REASON
010670        PERFORM 3950-DIFF-VALUES THRU 3950-EXIT
010680        PERFORM 3900-REPORT-DIFFERENCE THRU 3900-EXIT
010690        GO TO 3350-EXIT
010700     END-IF
010710     MOVE WS-NEW-VALUE TO ACCT-FREIBETRAG
010720     PERFORM 3850-REWRITE-REBUILT THRU 3850-EXIT
010730     ADD 1 TO WS-EXEMPT-COUNT
010740     ADD 1 TO WS-APPLIED-COUNT.
010750 3350-EXIT.
010760     EXIT.
010770
010780*****************************************************************
010790* 3400-REPLAY-NEW-ACCOUNT - NEUKONTO.  THE ACCOUNT MUST NOT     *
010800*            EXIST YET; IT IS OPENED AS ACCTMAINT DOES.  AN     *
010810*            ENTRY WITHOUT "KUNDE NNNNNN" (LOGGED BEFORE THE    *
010820*            CUSTOMER NUMBER WAS LOGGED) LEAVES IT WITHOUT      *
010830*            CUSTOMER - LISTED, TO BE COMPLETED BY HAND         *
010840*****************************************************************
010850 3400-REPLAY-NEW-ACCOUNT.
010860     IF REBUILT-FOUND
010870        PERFORM 3910-DIFF-FROM-ENTRY THRU 3910-EXIT
010880        MOVE "NEUKONTO FUER EIN BESTEHENDES KONTO"
010890            TO WS-DIFF-REASON
010900        MOVE "KONTO VORHANDEN" TO WS-DIFF-REBUILT
010910        PERFORM 3900-REPORT-DIFFERENCE THRU 3900-EXIT
010920        GO TO 3400-EXIT
010930     END-IF
010940     IF WS-LOGGED-BALANCE NOT = ZERO
010950        PERFORM 3910-DIFF-FROM-ENTRY THRU 3910-EXIT
010960        MOVE "NEUKONTO MIT SALDO UNGLEICH NULL"
010970            TO WS-DIFF-REASON
010980        PERFORM 3900-REPORT-DIFFERENCE THRU 3900-EXIT
010990        GO TO 3400-EXIT
011000     END-IF
011010     MOVE SPACES           TO ACCT-RECORD
011020     MOVE TL-ACCT-NUMBER   TO ACCT-NUMBER
011030     MOVE ZERO             TO ACCT-CUST-NUMBER
011040     IF TL-SEARCH-TEXT (1:6) = "KUNDE "
011050        AND TL-SEARCH-TEXT (7:6) NUMERIC
011060        MOVE TL-SEARCH-TEXT (7:6) TO ACCT-CUST-NUMBER
011070     ELSE
011080        ADD 1 TO WS-NO-CUST-COUNT
011090        MOVE SPACES TO RP-LINE
011100        STRING "NEUKONTO " DELIMITED BY SIZE
011110            TL-ACCT-NUMBER DELIMITED BY SIZE
011120            " VOM " DELIMITED BY SIZE
011130            TL-TIMESTAMP DELIMITED BY SIZE
011140            " OHNE KUNDENNUMMER IM PROTOKOLL - "
011150            DELIMITED BY SIZE
011160            "KUNDE NACHTRAGEN" DELIMITED BY SIZE
011170            INTO RP-LINE
011180        WRITE RP-LINE
011190     END-IF
011200     MOVE ZERO             TO ACCT-BALANCE
011210     MOVE "A"              TO ACCT-STATUS
011220     MOVE OD-LIMIT-DEFAULT TO ACCT-OD-LIMIT
011230     MOVE ZERO             TO ACCT-FREIBETRAG
011240     WRITE ACCT-RECORD
011250         INVALID KEY
011260             DISPLAY "FEHLER BEIM SCHREIBEN VON " WS-REBUILD-NAME
011270                 ", STATUS " WS-ACCTNEU-STATUS ", KONTO "
011280                 ACCT-NUMBER " - LAUF ABGEBROCHEN."
011290             SET ABORT-RUN TO TRUE
011300             SET REPLAY-ABORTED TO TRUE
011310             GO TO 3400-EXIT
011320     END-WRITE
011330     ADD 1 TO WS-NEW-ACCT-COUNT
011340     ADD 1 TO WS-APPLIED-COUNT.
011350 3400-EXIT.
011360     EXIT.
011370
011380*****************************************************************
011390* 3500-CHECK-LOGGED-BALANCE - A MAINTENANCE ENTRY LOGS THE      *
011400*            BALANCE AT THE TIME OF THE CHANGE                  *
011410*****************************************************************
011420 3500-CHECK-LOGGED-BALANCE.
011430     IF WS-LOGGED-BALANCE = ACCT-BALANCE
011440        GO TO 3500-EXIT
011450     END-IF
011460     PERFORM 3910-DIFF-FROM-ENTRY THRU 3910-EXIT
011470     MOVE "SALDO IM PROTOKOLL WEICHT AB" TO WS-DIFF-REASON
011480     MOVE ACCT-BALANCE TO WS-AMOUNT-EDIT
011490     MOVE WS-AMOUNT-EDIT TO WS-DIFF-REBUILT
011500     PERFORM 3900-REPORT-DIFFERENCE THRU 3900-EXIT.
011510 3500-EXIT.
011520     EXIT.
011530
011540*****************************************************************
011550* 3800-READ-REBUILT-ACCOUNT - THE ACCOUNT OF THE ENTRY ON THE   *
011560*            REBUILT MASTER                                     *
011570*****************************************************************
011580 3800-READ-REBUILT-ACCOUNT.
011590     MOVE "Y" TO WS-REBUILT-FOUND-SW
011600     MOVE TL-ACCT-NUMBER TO ACCT-NUMBER
011610     READ ACCTNEU
011620         KEY IS ACCT-NUMBER
011630         INVALID KEY
011640             MOVE "N" TO WS-REBUILT-FOUND-SW
011650     END-READ.
011660 3800-EXIT.
011670     EXIT.
011680
011690 3850-REWRITE-REBUILT.
011700     REWRITE ACCT-RECORD
011710         INVALID KEY
011720             DISPLAY "FEHLER BEIM SCHREIBEN VON " WS-REBUILD-NAME
011730                 ", STATUS " WS-ACCTNEU-STATUS ", KONTO "
011740                 ACCT-NUMBER " - LAUF ABGEBROCHEN."
011750             SET ABORT-RUN TO TRUE
011760             SET REPLAY-ABORTED TO TRUE
011770     END-REWRITE.
011780 3850-EXIT.
011790     EXIT.
011800
011810*****************************************************************
011820* 3900-REPORT-DIFFERENCE - STOP THE REPLAY AND DESCRIBE THE     *
011830*            ENTRY IT STOPPED AT ON RECOVRPT                    *
011840*****************************************************************
011850 3900-REPORT-DIFFERENCE.
011860     SET DIFFERENCE-FOUND TO TRUE
011870     MOVE ALL "*" TO RP-LINE
011880     WRITE RP-LINE
011890     MOVE SPACES TO RP-LINE
011900     STRING "ABWEICHUNG - NACHFAHREN ANGEHALTEN: "
011910         DELIMITED BY SIZE
011920         WS-DIFF-REASON DELIMITED BY SIZE
011930         INTO RP-LINE
011940     WRITE RP-LINE
011950     MOVE SPACES TO RP-LINE
011960     STRING "  KONTO        : " DELIMITED BY SIZE
011970         WS-DIFF-ACCT DELIMITED BY SIZE
011980         INTO RP-LINE
011990     WRITE RP-LINE
012000     MOVE SPACES TO RP-LINE
012010     STRING "  ZEITSTEMPEL  : " DELIMITED BY SIZE
012020         WS-DIFF-TIMESTAMP DELIMITED BY SIZE
012030         "  QUELLE " DELIMITED BY SIZE
012040         WS-DIFF-SOURCE DELIMITED BY SIZE
012050         INTO RP-LINE
012060     WRITE RP-LINE
012070     MOVE WS-DIFF-AMOUNT TO WS-AMOUNT-EDIT
012080     MOVE SPACES TO RP-LINE
012090     STRING "  AKTION       : " DELIMITED BY SIZE
012100         WS-DIFF-ACTION DELIMITED BY SIZE
012110         "  BETRAG " DELIMITED BY SIZE
012120         WS-AMOUNT-EDIT DELIMITED BY SIZE
012130         "  BEDIENER " DELIMITED BY SIZE
012140         WS-DIFF-TELLER DELIMITED BY SIZE
012150         INTO RP-LINE
012160     WRITE RP-LINE
012170     MOVE SPACES TO RP-LINE
012180     STRING "  TEXT         : " DELIMITED BY SIZE
012190         WS-DIFF-TEXT DELIMITED BY SIZE
012200         INTO RP-LINE
012210     WRITE RP-LINE
012220     MOVE SPACES TO RP-LINE
012230     STRING "  WIEDERAUFBAU : " DELIMITED BY SIZE
012240         WS-DIFF-REBUILT DELIMITED BY SIZE
012250         INTO RP-LINE
012260     WRITE RP-LINE
012270     MOVE SPACES TO RP-LINE
012280     STRING "  PROTOKOLL    : " DELIMITED BY SIZE
012290         WS-DIFF-LOGGED DELIMITED BY SIZE
012300         INTO RP-LINE
012310     WRITE RP-LINE
012320     MOVE ALL "*" TO RP-LINE
012330     WRITE RP-LINE
012340     DISPLAY "ABWEICHUNG BEI KONTO " WS-DIFF-ACCT " "
012350         WS-DIFF-TIMESTAMP " " WS-DIFF-ACTION
012360     DISPLAY "  " WS-DIFF-REASON.
012370 3900-EXIT.
012380     EXIT.
012390
012400*****************************************************************
012410* 3910-DIFF-FROM-ENTRY - THE CURRENT LOG ENTRY AS THE ONE IN    *
012420*            THE DISCREPANCY REPORT; BALANCE AFTER THE POSTING  *
012430*            AS THE DEFAULT COMPARISON                          *
012440*****************************************************************
012450 3910-DIFF-FROM-ENTRY.
012460     MOVE SPACES              TO WS-DIFF-REASON
012470     MOVE TL-TIMESTAMP        TO WS-DIFF-TIMESTAMP
012480     MOVE TL-ACTION           TO WS-DIFF-ACTION
012490     MOVE TL-SEARCH-TEXT      TO WS-DIFF-TEXT
012500     MOVE TL-ACCT-NUMBER      TO WS-DIFF-ACCT
012510     MOVE TL-TELLER-ID        TO WS-DIFF-TELLER
012520     MOVE WS-LOG-NAME         TO WS-DIFF-SOURCE
012530     MOVE ZERO                TO WS-DIFF-AMOUNT
012540     IF TL-AMOUNT NUMERIC
012550        MOVE TL-AMOUNT        TO WS-DIFF-AMOUNT
012560     END-IF
012570     MOVE SPACES              TO WS-DIFF-REBUILT
012580     MOVE TL-BALANCE-DISPLAY  TO WS-DIFF-LOGGED.
012590 3910-EXIT.
012600     EXIT.
012610
012620 3920-DIFF-FROM-HELD.
012630     MOVE "SALDO NACH DER BUCHUNG WEICHT VOM PROTOKOLL AB"
012640         TO WS-DIFF-REASON
012650     MOVE WS-HELD-TIMESTAMP   TO WS-DIFF-TIMESTAMP
012660     MOVE WS-HELD-ACTION      TO WS-DIFF-ACTION
012670     MOVE WS-HELD-TEXT        TO WS-DIFF-TEXT
012680     MOVE WS-HELD-ACCT        TO WS-DIFF-ACCT
012690     MOVE WS-HELD-TELLER      TO WS-DIFF-TELLER
012700     MOVE WS-HELD-SOURCE      TO WS-DIFF-SOURCE
012710     MOVE WS-HELD-AMOUNT      TO WS-DIFF-AMOUNT
012720     MOVE WS-HELD-EXPECTED    TO WS-AMOUNT-EDIT
012730     MOVE WS-AMOUNT-EDIT      TO WS-DIFF-REBUILT
012740     MOVE WS-HELD-LOGGED      TO WS-AMOUNT-EDIT
012750     MOVE WS-AMOUNT-EDIT      TO WS-DIFF-LOGGED.
012760 3920-EXIT.
012770     EXIT.
012780
012790 3950-DIFF-VALUES.
012800     MOVE WS-CURRENT-VALUE TO WS-LIMIT-EDIT
012810     MOVE WS-OLD-VALUE     TO WS-LIMIT-EDIT-2
012820     MOVE SPACES TO WS-DIFF-REBUILT
012830     STRING "ALT " DELIMITED BY SIZE
012840         WS-LIMIT-EDIT DELIMITED BY SIZE
012850         INTO WS-DIFF-REBUILT
012860     MOVE SPACES TO WS-DIFF-LOGGED
012870     STRING "ALT " DELIMITED BY SIZE
012880         WS-LIMIT-EDIT-2 DELIMITED BY SIZE
012890         INTO WS-DIFF-LOGGED.
012900 3950-EXIT.
012910     EXIT.
012920
012930*****************************************************************
012940* 4000-CHECK-CUSTOMERS - WIEDERHERSTELLEN: EVERY ACCOUNT OF     *
012950*            THE REBUILT MASTER MUST BELONG TO A CUSTOMER ON    *
012960*            CUSTMAS                                            *
012970*****************************************************************
012980 4000-CHECK-CUSTOMERS.
012990     OPEN INPUT CUSTMAS
013000     IF WS-CUSTMAS-STATUS NOT = "00"
013010        DISPLAY "WARNUNG: CUSTMAS NICHT LESBAR, STATUS "
013020            WS-CUSTMAS-STATUS " - KUNDENPRUEFUNG ENTFAELLT."
013030        MOVE SPACES TO RP-LINE
013040        STRING "CUSTMAS NICHT LESBAR, STATUS " DELIMITED BY SIZE
013050            WS-CUSTMAS-STATUS DELIMITED BY SIZE
013060            " - KUNDENPRUEFUNG ENTFAELLT" DELIMITED BY SIZE
013070            INTO RP-LINE
013080        WRITE RP-LINE
013090        GO TO 4000-EXIT
013100     END-IF
013110     MOVE ZERO TO ACCT-NUMBER
013120     START ACCTNEU KEY IS NOT LESS THAN ACCT-NUMBER
013130         INVALID KEY
013140             MOVE "Y" TO WS-ACCTNEU-EOF-SW
013150     END-START
013160     PERFORM 4100-CHECK-ONE-CUSTOMER THRU 4100-EXIT
013170         UNTIL ACCTNEU-EOF
013180     CLOSE CUSTMAS.
013190 4000-EXIT.
013200     EXIT.
013210
013220 4100-CHECK-ONE-CUSTOMER.
013230     READ ACCTNEU NEXT RECORD
013240         AT END
013250             MOVE "Y" TO WS-ACCTNEU-EOF-SW
013260             GO TO 4100-EXIT
013270     END-READ
013280     ADD 1 TO WS-RESULT-COUNT
013290     MOVE ACCT-CUST-NUMBER TO CUST-NUMBER
013300     READ CUSTMAS
013310         KEY IS CUST-NUMBER
013320         INVALID KEY
013330             ADD 1 TO WS-CUST-MISSING-COUNT
013340             MOVE SPACES TO RP-LINE
013350             STRING "KONTO " DELIMITED BY SIZE
013360                 ACCT-NUMBER DELIMITED BY SIZE
013370                 ": KUNDE " DELIMITED BY SIZE
013380                 ACCT-CUST-NUMBER DELIMITED BY SIZE
013390                 " NICHT IN CUSTMAS" DELIMITED BY SIZE
013400                 INTO RP-LINE
013410             WRITE RP-LINE
013420     END-READ.
013430 4100-EXIT.
013440     EXIT.
013450
013460*****************************************************************
013470* 5000-COMPARE-MASTER - VERGLEICH: MATCH THE REPLAYED WORK      *
013480*            FILE AGAINST THE LIVE ACCTMAS BY ACCOUNT NUMBER.   *
013490*            ACCTMAS IS ONLY READ                               *
013500*****************************************************************
013510 5000-COMPARE-MASTER.
013520     OPEN INPUT ACCTMAS
013530     IF WS-ACCTMAS-STATUS NOT = "00"
013540        DISPLAY "FEHLER BEIM OEFFNEN VON ACCTMAS, STATUS "
013550            WS-ACCTMAS-STATUS " - VERGLEICH ABGEBROCHEN."
013560        SET ABORT-RUN TO TRUE
013570        GO TO 5000-EXIT
013580     END-IF
013590     MOVE ZERO TO ACCT-NUMBER
013600     START ACCTNEU KEY IS NOT LESS THAN ACCT-NUMBER
013610         INVALID KEY
013620             MOVE "Y" TO WS-ACCTNEU-EOF-SW
013630     END-START
013640     PERFORM 5110-READ-REBUILT THRU 5110-EXIT
013650     PERFORM 5120-READ-LIVE THRU 5120-EXIT
013660     PERFORM 5100-COMPARE-STEP THRU 5100-EXIT
013670         UNTIL ACCTNEU-EOF
013680         AND ACCTMAS-EOF
013690     CLOSE ACCTMAS.
013700 5000-EXIT.
013710     EXIT.
013720
013730 5100-COMPARE-STEP.
013740     IF ACCTMAS-EOF
013750        OR (NOT ACCTNEU-EOF AND ACCT-NUMBER < AM-NUMBER)
013760        ADD 1 TO WS-ONLY-REBUILT-COUNT
013770        MOVE SPACES TO RP-LINE
013780        STRING "KONTO " DELIMITED BY SIZE
013790            ACCT-NUMBER DELIMITED BY SIZE
013800            ": NUR IM WIEDERAUFBAU, FEHLT IN ACCTMAS"
013810            DELIMITED BY SIZE
013820            INTO RP-LINE
013830        WRITE RP-LINE
013840        PERFORM 5110-READ-REBUILT THRU 5110-EXIT
013850        GO TO 5100-EXIT
013860     END-IF
013870     IF ACCTNEU-EOF
013880        OR AM-NUMBER < ACCT-NUMBER
013890        ADD 1 TO WS-ONLY-LIVE-COUNT
013900        MOVE SPACES TO RP-LINE
013910        STRING "KONTO " DELIMITED BY SIZE
013920            AM-NUMBER DELIMITED BY SIZE
013930            ": NUR IN ACCTMAS, FEHLT IM WIEDERAUFBAU"
013940            DELIMITED BY SIZE
013950            INTO RP-LINE
013960        WRITE RP-LINE
013970        PERFORM 5120-READ-LIVE THRU 5120-EXIT
013980        GO TO 5100-EXIT
013990     END-IF
014000     PERFORM 5200-COMPARE-ACCOUNT THRU 5200-EXIT
014010     PERFORM 5110-READ-REBUILT THRU 5110-EXIT
014020     PERFORM 5120-READ-LIVE THRU 5120-EXIT.
014030 5100-EXIT.
014040     EXIT.
014050
014060 5110-READ-REBUILT.
014070     IF ACCTNEU-EOF
014080        GO TO 5110-EXIT
014090     END-IF
014100     READ ACCTNEU NEXT RECORD
014110         AT END
014120             MOVE "Y" TO WS-ACCTNEU-EOF-SW
014130     END-READ.
014140 5110-EXIT.
014150     EXIT.
014160
014170 5120-READ-LIVE.
014180     READ ACCTMAS NEXT RECORD
014190         AT END
014200             MOVE "Y" TO WS-ACCTMAS-EOF-SW
014210     END-READ.
014220 5120-EXIT.
014230     EXIT.
014240
014250*****************************************************************
014260* 5200-COMPARE-ACCOUNT - FIELD BY FIELD.  ON THE LIVE SIDE A    *
014270*            BLANK STATUS COUNTS AS A, A MISSING LIMIT AS THE   *
014280*            DEFAULT FLOOR AND A MISSING FREIBETRAG AS ZERO, AS *
014290*            THE POSTING PROGRAMS TREAT THEM                    *
014300*****************************************************************
014310 5200-COMPARE-ACCOUNT.
014320     ADD 1 TO WS-COMPARED-COUNT
014330     MOVE "N" TO WS-ACCOUNT-DIFF-SW
014340
014350     IF AM-CUST-NUMBER NOT = ACCT-CUST-NUMBER
014360        MOVE "KUNDE" TO WS-FIELD-NAME
014370        MOVE ACCT-CUST-NUMBER TO WS-DIFF-REBUILT
014380        MOVE AM-CUST-NUMBER   TO WS-DIFF-LOGGED
014390        PERFORM 5300-REPORT-FIELD THRU 5300-EXIT
014400     END-IF
014410
014420     MOVE ACCT-BALANCE TO WS-AMOUNT-EDIT
014430     MOVE WS-AMOUNT-EDIT TO WS-DIFF-REBUILT
014440     IF AM-BALANCE NOT NUMERIC
014450        MOVE "SALDO" TO WS-FIELD-NAME
014460        MOVE "UNLESBAR" TO WS-DIFF-LOGGED
014470        PERFORM 5300-REPORT-FIELD THRU 5300-EXIT
014480     ELSE
014490        IF AM-BALANCE NOT = ACCT-BALANCE
014500           MOVE "SALDO" TO WS-FIELD-NAME
014510           MOVE AM-BALANCE TO WS-AMOUNT-EDIT-2
014520           MOVE WS-AMOUNT-EDIT-2 TO WS-DIFF-LOGGED
014530           PERFORM 5300-REPORT-FIELD THRU 5300-EXIT
014540        END-IF
014550     END-IF
014560
014570     IF AM-STATUS = SPACE
014580        MOVE "A" TO AM-STATUS
014590     END-IF
014600     IF ACCT-STATUS = SPACE
014610        MOVE "A" TO ACCT-STATUS
014620     END-IF
014630     IF AM-STATUS NOT = ACCT-STATUS
014640        MOVE "STATUS" TO WS-FIELD-NAME
014650        MOVE ACCT-STATUS TO WS-DIFF-REBUILT
014660        MOVE AM-STATUS   TO WS-DIFF-LOGGED
014670        PERFORM 5300-REPORT-FIELD THRU 5300-EXIT
014680     END-IF
014690
014700     IF AM-OD-LIMIT NOT NUMERIC
014710        MOVE OD-LIMIT-DEFAULT TO AM-OD-LIMIT
014720     END-IF
014730     IF AM-OD-LIMIT NOT = ACCT-OD-LIMIT
014740        MOVE "LIMIT" TO WS-FIELD-NAME
014750        MOVE ACCT-OD-LIMIT TO WS-LIMIT-EDIT
014760        MOVE WS-LIMIT-EDIT TO WS-DIFF-REBUILT
014770        MOVE AM-OD-LIMIT TO WS-LIMIT-EDIT-2
014780        MOVE WS-LIMIT-EDIT-2 TO WS-DIFF-LOGGED
014790        PERFORM 5300-REPORT-FIELD THRU 5300-EXIT
014800     END-IF
014810
014820     IF AM-FREIBETRAG NOT NUMERIC
014830        MOVE ZERO TO AM-FREIBETRAG
014840     END-IF
014850     IF AM-FREIBETRAG NOT = ACCT-FREIBETRAG
014860        MOVE "FREIBETRAG" TO WS-FIELD-NAME
014870        MOVE ACCT-FREIBETRAG TO WS-LIMIT-EDIT
014880        MOVE WS-LIMIT-EDIT TO WS-DIFF-REBUILT
014890        MOVE AM-FREIBETRAG TO WS-LIMIT-EDIT-2
014900        MOVE WS-LIMIT-EDIT-2 TO WS-DIFF-LOGGED
014910        PERFORM 5300-REPORT-FIELD THRU 5300-EXIT
014920     END-IF
014930
014940     IF ACCOUNT-DIFFERS
014950        ADD 1 TO WS-DIFFERING-COUNT
014960     END-IF.
014970 5200-EXIT.
014980     EXIT.
014990
015000 5300-REPORT-FIELD.
015010     MOVE "Y" TO WS-ACCOUNT-DIFF-SW
015020     MOVE SPACES TO RP-LINE
015030     STRING "KONTO " DELIMITED BY SIZE
015040         ACCT-NUMBER DELIMITED BY SIZE
015050         " " DELIMITED BY SIZE
015060         WS-FIELD-NAME DELIMITED BY SIZE
015070         " WIEDERAUFBAU " DELIMITED BY SIZE
015080         WS-DIFF-REBUILT (1:16) DELIMITED BY SIZE
015090         " ACCTMAS " DELIMITED BY SIZE
015100         WS-DIFF-LOGGED (1:16) DELIMITED BY SIZE
015110         INTO RP-LINE
015120     WRITE RP-LINE.
015130 5300-EXIT.
015140     EXIT.
015150
015160*****************************************************************
015170* 8000-PRINT-SUMMARY - RUN TOTALS AND THE VERDICT TO THE        *
015180*            OPERATOR AND THE FILE                              *
015190*****************************************************************
015200 8000-PRINT-SUMMARY.
015210     MOVE ALL "-" TO RP-LINE
015220     WRITE RP-LINE
015230     MOVE WS-ARCHIVE-COUNT TO WS-COUNT-EDIT
015240     MOVE SPACES TO RP-LINE
015250     STRING "ARCHIVTAGE GELESEN       : " DELIMITED BY SIZE
015260         WS-COUNT-EDIT DELIMITED BY SIZE
015270         INTO RP-LINE
015280     WRITE RP-LINE
015290     MOVE WS-READ-COUNT TO WS-COUNT-EDIT
015300     MOVE SPACES TO RP-LINE
015310     STRING "PROTOKOLLEINTRAEGE       : " DELIMITED BY SIZE
015320         WS-COUNT-EDIT DELIMITED BY SIZE
015330         INTO RP-LINE
015340     WRITE RP-LINE
015350     MOVE WS-POSTING-COUNT TO WS-COUNT-EDIT
015360     MOVE SPACES TO RP-LINE
015370     STRING "BUCHUNGEN NACHGEFAHREN   : " DELIMITED BY SIZE
015380         WS-COUNT-EDIT DELIMITED BY SIZE
015390         INTO RP-LINE
015400     WRITE RP-LINE
015410     MOVE WS-STATUS-COUNT TO WS-COUNT-EDIT
015420     MOVE SPACES TO RP-LINE
015430     STRING "STATUSAENDERUNGEN        : " DELIMITED BY SIZE
015440         WS-COUNT-EDIT DELIMITED BY SIZE
015450         INTO RP-LINE
015460     WRITE RP-LINE
015470     MOVE WS-LIMIT-COUNT TO WS-COUNT-EDIT
015480     MOVE WS-EXEMPT-COUNT TO WS-COUNT-EDIT-2
015490     MOVE SPACES TO RP-LINE
015500     STRING "LIMIT- / FREIBETRAGSAEND.: " DELIMITED BY SIZE
015510         WS-COUNT-EDIT DELIMITED BY SIZE
015520         " /" DELIMITED BY SIZE
015530         WS-COUNT-EDIT-2 DELIMITED BY SIZE
015540         INTO RP-LINE
015550     WRITE RP-LINE
015560     MOVE WS-NEW-ACCT-COUNT TO WS-COUNT-EDIT
015570     MOVE WS-NO-CUST-COUNT TO WS-COUNT-EDIT-2
015580     MOVE SPACES TO RP-LINE
015590     STRING "NEUE KONTEN / OHNE KUNDE : " DELIMITED BY SIZE
015600         WS-COUNT-EDIT DELIMITED BY SIZE
015610         " /" DELIMITED BY SIZE
015620         WS-COUNT-EDIT-2 DELIMITED BY SIZE
015630         INTO RP-LINE
015640     WRITE RP-LINE
015650     MOVE WS-SWAP-COUNT TO WS-COUNT-EDIT
015660     MOVE SPACES TO RP-LINE
015670     STRING "REIHENFOLGE VERTAUSCHT   : " DELIMITED BY SIZE
015680         WS-COUNT-EDIT DELIMITED BY SIZE
015690         INTO RP-LINE
015700     WRITE RP-LINE
015710     MOVE WS-DISORDER-COUNT TO WS-COUNT-EDIT
015720     MOVE SPACES TO RP-LINE
015730     STRING "ZEITSTEMPEL RUECKLAEUFIG : " DELIMITED BY SIZE
015740         WS-COUNT-EDIT DELIMITED BY SIZE
015750         INTO RP-LINE
015760     WRITE RP-LINE
015770     MOVE WS-EARLY-COUNT TO WS-COUNT-EDIT
015780     MOVE WS-ARCHIVED-COUNT TO WS-COUNT-EDIT-2
015790     MOVE SPACES TO RP-LINE
015800     STRING "VOR STICHTAG / ARCHIVIERT: " DELIMITED BY SIZE
015810         WS-COUNT-EDIT DELIMITED BY SIZE
015820         " /" DELIMITED BY SIZE
015830         WS-COUNT-EDIT-2 DELIMITED BY SIZE
015840         INTO RP-LINE
015850     WRITE RP-LINE
015860     MOVE WS-UNREADABLE-COUNT TO WS-COUNT-EDIT
015870     MOVE SPACES TO RP-LINE
015880     STRING "OHNE GUELTIGES DATUM     : " DELIMITED BY SIZE
015890         WS-COUNT-EDIT DELIMITED BY SIZE
015900         INTO RP-LINE
015910     WRITE RP-LINE
015920     IF END-POINT-REACHED
015930        MOVE SPACES TO RP-LINE
015940        STRING "ENDZEITPUNKT ERREICHT, ERSTER NICHT "
015950            DELIMITED BY SIZE
015960            "NACHGEFAHRENER EINTRAG " DELIMITED BY SIZE
015970            WS-FIRST-OMITTED DELIMITED BY SIZE
015980            INTO RP-LINE
015990        WRITE RP-LINE
016000     END-IF
016010     IF RECOVER-MODE
016020        AND NOT DIFFERENCE-FOUND
016030        MOVE WS-RESULT-COUNT TO WS-COUNT-EDIT
016040        MOVE WS-CUST-MISSING-COUNT TO WS-COUNT-EDIT-2
016050        MOVE SPACES TO RP-LINE
016060        STRING "KONTEN / KUNDE FEHLT     : " DELIMITED BY SIZE
016070            WS-COUNT-EDIT DELIMITED BY SIZE
016080            " /" DELIMITED BY SIZE
016090            WS-COUNT-EDIT-2 DELIMITED BY SIZE
016100            INTO RP-LINE
016110        WRITE RP-LINE
016120     END-IF
016130     IF COMPARE-MODE
016140        AND NOT DIFFERENCE-FOUND
016150        MOVE WS-COMPARED-COUNT TO WS-COUNT-EDIT
016160        MOVE WS-DIFFERING-COUNT TO WS-COUNT-EDIT-2
016170        MOVE SPACES TO RP-LINE
016180        STRING "VERGLICHEN / ABWEICHEND  : " DELIMITED BY SIZE
016190            WS-COUNT-EDIT DELIMITED BY SIZE
016200            " /" DELIMITED BY SIZE
016210            WS-COUNT-EDIT-2 DELIMITED BY SIZE
016220            INTO RP-LINE
016230        WRITE RP-LINE
016240        MOVE WS-ONLY-REBUILT-COUNT TO WS-COUNT-EDIT
016250        MOVE WS-ONLY-LIVE-COUNT TO WS-COUNT-EDIT-2
016260        MOVE SPACES TO RP-LINE
016270        STRING "NUR WIEDERAUFB./ACCTMAS  : " DELIMITED BY SIZE
016280            WS-COUNT-EDIT DELIMITED BY SIZE
016290            " /" DELIMITED BY SIZE
016300            WS-COUNT-EDIT-2 DELIMITED BY SIZE
016310            INTO RP-LINE
016320        WRITE RP-LINE
016330     END-IF
016340
016350     MOVE SPACES TO RP-LINE
016360     EVALUATE TRUE
016370         WHEN DIFFERENCE-FOUND AND RECOVER-MODE
016380             STRING "ERGEBNIS: ACCTNEU NUR BIS VOR DER "
016390                 DELIMITED BY SIZE
016400                 "ABWEICHUNG - NICHT ALS ACCTMAS EINSETZEN"
016410                 DELIMITED BY SIZE
016420                 INTO RP-LINE
016430         WHEN DIFFERENCE-FOUND
016440             STRING "ERGEBNIS: PROTOKOLL NICHT NACHVOLLZIEHBAR "
016450                 DELIMITED BY SIZE
016460                 "- VERGLEICH NICHT DURCHGEFUEHRT"
016470                 DELIMITED BY SIZE
016480                 INTO RP-LINE
016490         WHEN RECOVER-MODE
016500             STRING "ERGEBNIS: ACCTNEU VOLLSTAENDIG - "
016510                 DELIMITED BY SIZE
016520                 "NACH PRUEFUNG ALS ACCTMAS EINSETZEN"
016530                 DELIMITED BY SIZE
016540                 INTO RP-LINE
016550         WHEN WS-DIFFERING-COUNT = ZERO
016560             AND WS-ONLY-REBUILT-COUNT = ZERO
016570             AND WS-ONLY-LIVE-COUNT = ZERO
016580             STRING "ERGEBNIS: ACCTMAS STIMMT MIT SCHNAPPSCHUSS "
016590                 DELIMITED BY SIZE
016600                 "UND PROTOKOLL UEBEREIN" DELIMITED BY SIZE
016610                 INTO RP-LINE
016620         WHEN OTHER
016630             STRING "ERGEBNIS: ACCTMAS WEICHT VOM PROTOKOLL AB "
016640                 DELIMITED BY SIZE
016650                 "- KONTEN OBEN PRUEFEN" DELIMITED BY SIZE
016660                 INTO RP-LINE
016670     END-EVALUATE
016680     WRITE RP-LINE
016690
016700     DISPLAY " "
016710     DISPLAY "----- ACCTRECOVERY - ZUSAMMENFASSUNG -----"
016720     DISPLAY "Konten im Schnappschuss : " WS-SNAP-COUNT
016730     DISPLAY "Archivtage gelesen      : " WS-ARCHIVE-COUNT
016740     DISPLAY "Protokolleintraege      : " WS-READ-COUNT
016750     DISPLAY "Buchungen nachgefahren  : " WS-POSTING-COUNT
016760     DISPLAY "Statusaenderungen       : " WS-STATUS-COUNT
016770     DISPLAY "Limitaenderungen        : " WS-LIMIT-COUNT
016780     DISPLAY "Freibetragsaenderungen  : " WS-EXEMPT-COUNT
016790     DISPLAY "Neue Konten             : " WS-NEW-ACCT-COUNT
016800     DISPLAY "Reihenfolge vertauscht  : " WS-SWAP-COUNT
016810     IF COMPARE-MODE
016820        DISPLAY "Konten abweichend       : " WS-DIFFERING-COUNT
016830        DISPLAY "Nur im Wiederaufbau     : " WS-ONLY-REBUILT-COUNT
016840        DISPLAY "Nur in ACCTMAS          : " WS-ONLY-LIVE-COUNT
016850     END-IF
016860     DISPLAY RP-LINE (1:80)
016870     DISPLAY "Bericht in RECOVRPT abgelegt.".
016880 8000-EXIT.
016890     EXIT.
016900
016910*****************************************************************
016920* 9000-TERMINATE - CLOSE THE FILES, ALSO AFTER AN ABORT         *
016930*****************************************************************
016940 9000-TERMINATE.
016950     IF ABORT-RUN
016960        DISPLAY "WIEDERHERSTELLUNG ABGEBROCHEN - " WS-REBUILD-NAME
016970            " NICHT VERWENDEN."
016980     END-IF
016990     CLOSE ACCTNEU
017000     CLOSE RECOVRPT.
017010 9000-EXIT.
017020     EXIT.
