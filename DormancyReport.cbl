000080*                                                               *
000090*    DORMANCYREPORT - RUHENDE KONTEN FUER DIE COMPLIANCE        *
000100*                                                               *
000110*    READS THE MOVEMENT OF THE LAST 48 MONTHS BY KEY FROM THE   *
000120*    UMSATZHISTORIE (UMSHIST, KEYED ON ACCOUNT PLUS             *
000130*    TIMESTAMP), ACCOUNT BY ACCOUNT FROM THE START OF THE       *
000140*    WINDOW, TOGETHER WITH THE ACCOUNT MASTER, AND              *
000150*    DETERMINES THE LAST CUSTOMER-INITIATED POSTING PER         *
000160*    ACCOUNT.  ZINSEN AND ENTGELT ENTRIES DO NOT COUNT -        *
000170*    INTEREST AND FEES ARE NOT CUSTOMER ACTIVITY - AND NEITHER  *
000180*    DO ZERO-AMOUNT ENTRIES (INQUIRIES, REJECTS).  EVERY        *
000190*    NOT-CLOSED ACCOUNT WITH NO CUSTOMER MOVEMENT FOR 24 MONTHS *
000200*    OR MORE GOES TO DORMRPT, GROUPED BY HOW LONG IT HAS BEEN   *
000210*    INACTIVE:                                                  *
000220*      GRUPPE 1 - 24 TO 35 MONTHS                               *
000230*      GRUPPE 2 - 36 TO 47 MONTHS                               *
000240*      GRUPPE 3 - 48 MONTHS OR NO MOVEMENT IN THE WHOLE SCAN    *
000250*                 WINDOW (CANDIDATES FOR ESCHEATMENT)           *
000260*                                                               *
000270*    MODIFICATION HISTORY                                      *
000280*    ------------------------------------------------------    *
000290*    2026-09-02  HD  ORIGINAL VERSION.                         *
000300*    2026-10-15  HD  DER STICHTAG FUER DIE RUHEFRIST KOMMT AUS *
000310*                    DEM GESCHAEFTSDATUM (BUSDATE) STATT AUS   *
000320*                    DEM SYSTEMDATUM. RENUMBERED THE SOURCE.   *
000330*    2026-10-15  HD  DIE KUNDENBEWEGUNGEN DES PRUEFZEITRAUMS   *
000340*                    WERDEN PER SCHLUESSEL AUS DER             *
000350*                    UMSATZHISTORIE UMSHIST GELESEN STATT TAG  *
000360*                    FUER TAG AUS DEN TRNARCH-ARCHIVEN.        *
000370*                    RENUMBERED THE SOURCE.                    *
000380*    2026-10-15  HD  ENTGELTBUCHUNGEN ZAEHLEN WIE ZINSEN NICHT *
000390*                    ALS KUNDENBEWEGUNG. RENUMBERED THE        *
000400*                    SOURCE.                                   *
000410*                                                               *
000420*****************************************************************
000430
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT BUSDATE ASSIGN TO "BUSDATE"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-BUSDATE-STATUS.
000500
000510     SELECT ACCTMAS ASSIGN TO "ACCTMAS"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS ACCT-NUMBER
000550         ALTERNATE RECORD KEY IS ACCT-CUST-NUMBER
000560             WITH DUPLICATES
000570         FILE STATUS IS WS-ACCTMAS-STATUS.
000580
000590     SELECT CUSTMAS ASSIGN TO "CUSTMAS"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS CUST-NUMBER
000630         ALTERNATE RECORD KEY IS CUST-LAST-NAME
000640             WITH DUPLICATES
000650         FILE STATUS IS WS-CUSTMAS-STATUS.
000660
000670     SELECT UMSHIST ASSIGN TO "UMSHIST"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS UH-KEY
000710         FILE STATUS IS WS-UMSHIST-STATUS.
000720
000730     SELECT DORMWRK ASSIGN TO "DORMWRK"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-DORMWRK-STATUS.
000760
000770     SELECT DORMRPT ASSIGN TO "DORMRPT"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-DORMRPT-STATUS.
000800
000810     SELECT SORTWRK ASSIGN TO "SORTWRK".
000820
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  BUSDATE
000860     LABEL RECORDS ARE STANDARD.
000870 COPY BDATREC.
000880
000890 FD  ACCTMAS
000900     LABEL RECORDS ARE STANDARD.
000910 COPY ACCTREC.
000920
000930 FD  CUSTMAS
000940     LABEL RECORDS ARE STANDARD.
000950 COPY CUSTREC.
000960
000970 FD  UMSHIST
000980     LABEL RECORDS ARE STANDARD.
000990 COPY HISTREC.
001000
001010 FD  DORMWRK
001020     LABEL RECORDS ARE STANDARD.
001030 01  DW-RECORD.
001040     05  DW-BUCKET               PIC 9(01).
001050     05  FILLER                  PIC X(01).
001060     05  DW-ACCT-NUMBER          PIC 9(06).
001070     05  FILLER                  PIC X(01).
001080     05  DW-CUST-NUMBER          PIC 9(06).
001090     05  FILLER                  PIC X(01).
001100     05  DW-LAST-DATE            PIC 9(08).
001110     05  FILLER                  PIC X(01).
001120     05  DW-STATUS               PIC X(01).
001130     05  FILLER                  PIC X(01).
001140     05  DW-BALANCE              PIC S9(9)V99
001150                                 SIGN IS LEADING SEPARATE.
001160
001170 FD  DORMRPT
001180     LABEL RECORDS ARE STANDARD.
001190 01  RP-LINE                     PIC X(100).
001200
001210 SD  SORTWRK.
001220 01  SA-RECORD.
001230     05  SA-ACCT-NUMBER          PIC 9(06).
001240     05  SA-POST-DATE            PIC 9(08).
001250
001260 WORKING-STORAGE SECTION.
001270*--------------------------------------------------------------*
001280* FILE STATUS AND CONDITION SWITCHES                            *
001290*--------------------------------------------------------------*
001300 01  WS-ACCTMAS-STATUS           PIC X(02) VALUE "00".
001310 01  WS-BUSDATE-STATUS           PIC X(02) VALUE "00".
001320 01  WS-CUSTMAS-STATUS           PIC X(02) VALUE "00".
001330 01  WS-UMSHIST-STATUS           PIC X(02) VALUE "00".
001340 01  WS-DORMWRK-STATUS           PIC X(02) VALUE "00".
001350 01  WS-DORMRPT-STATUS           PIC X(02) VALUE "00".
001360 01  WS-ACCTMAS-EOF-SW           PIC X(01) VALUE "N".
001370     88  ACCTMAS-EOF                       VALUE "Y".
001380 01  WS-UMSHIST-EOF-SW           PIC X(01) VALUE "N".
001390     88  UMSHIST-EOF                       VALUE "Y".
001400 01  WS-SORT-EOF-SW              PIC X(01) VALUE "N".
001410     88  SORT-EOF                          VALUE "Y".
001420 01  WS-DORMWRK-EOF-SW           PIC X(01) VALUE "N".
001430     88  DORMWRK-EOF                       VALUE "Y".
001440 01  WS-ABORT-RUN-SW             PIC X(01) VALUE "N".
001450     88  ABORT-RUN                         VALUE "Y".
001460 01  WS-CUST-FOUND-SW            PIC X(01) VALUE "N".
001470     88  CUST-FOUND                        VALUE "Y".
001480
001490*--------------------------------------------------------------*
001500* SCAN WINDOW - 48 MONTHS BACK FROM THE RUN DATE                *
001510*--------------------------------------------------------------*
001520 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001530 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
001540     05  WS-RUN-YEAR             PIC 9(04).
001550     05  WS-RUN-MONTH            PIC 9(02).
001560     05  WS-RUN-DAY              PIC 9(02).
001570 01  WS-SCAN-DATE                PIC 9(08) VALUE ZERO.
001580 01  WS-SCAN-DATE-PARTS REDEFINES WS-SCAN-DATE.
001590     05  WS-SCAN-YEAR            PIC 9(04).
001600     05  WS-SCAN-MONTH           PIC 9(02).
001610     05  WS-SCAN-DAY             PIC 9(02).
001620 01  WS-HIST-ACCT                PIC 9(06) VALUE ZERO.
001630
001640*--------------------------------------------------------------*
001650* DORMANCY WORK FIELDS                                          *
001660*--------------------------------------------------------------*
001670 01  WS-LAST-POST-DATE           PIC 9(08) VALUE ZERO.
001680 01  WS-LAST-DATE-PARTS REDEFINES WS-LAST-POST-DATE.
001690     05  WS-LAST-YEAR            PIC 9(04).
001700     05  WS-LAST-MONTH           PIC 9(02).
001710     05  WS-LAST-DAY             PIC 9(02).
001720 01  WS-MONTHS-INACTIVE          PIC S9(04) COMP VALUE ZERO.
001730 01  WS-BUCKET                   PIC 9(01) VALUE ZERO.
001740 01  WS-PRINT-BUCKET             PIC 9(01) VALUE ZERO.
001750
001760*--------------------------------------------------------------*
001770* RUN COUNTERS                                                  *
001780*--------------------------------------------------------------*
001790 01  WS-HIST-READ-COUNT          PIC 9(08) COMP VALUE ZERO.
001800 01  WS-RELEASED-COUNT           PIC 9(08) COMP VALUE ZERO.
001810 01  WS-ACTIVE-COUNT             PIC 9(06) COMP VALUE ZERO.
001820 01  WS-CLOSED-SKIP-COUNT        PIC 9(06) COMP VALUE ZERO.
001830 01  WS-ORPHAN-MOVE-COUNT        PIC 9(08) COMP VALUE ZERO.
001840 01  WS-BUCKET-COUNT-TABLE.
001850     05  WS-BUCKET-COUNT         PIC 9(06) COMP OCCURS 3 TIMES.
001860
001870*--------------------------------------------------------------*
001880* REPORT EDIT FIELDS                                            *
001890*--------------------------------------------------------------*
001900 01  WS-BALANCE-EDIT             PIC -(9)9.99.
001910 01  WS-COUNT-EDIT               PIC Z(05)9.
001920
001930 PROCEDURE DIVISION.
001940*****************************************************************
001950* 0000-MAINLINE                                                *
001960*****************************************************************
001970 0000-MAINLINE.
001980     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001990     IF NOT ABORT-RUN
002000        SORT SORTWRK
002010            ON ASCENDING KEY SA-ACCT-NUMBER
002020            ON DESCENDING KEY SA-POST-DATE
002030            INPUT PROCEDURE IS 2000-COLLECT-HISTORY
002040                          THRU 2999-EXIT
002050            OUTPUT PROCEDURE IS 3000-CLASSIFY-ACCOUNTS
002060                           THRU 3999-EXIT
002070        PERFORM 4000-PRINT-REPORT THRU 4000-EXIT
002080     END-IF
002090     PERFORM 9000-TERMINATE THRU 9000-EXIT
002100     STOP RUN.
002110
002120*****************************************************************
002130* 1000-INITIALIZE - SCAN WINDOW AND FILE OPENS                  *
002140*****************************************************************
002150 1000-INITIALIZE.
002160     PERFORM 1050-CHECK-BUSINESS-DATE THRU 1050-EXIT
002170     IF ABORT-RUN
002180        GO TO 1000-EXIT
002190     END-IF
002200     MOVE WS-RUN-DATE TO WS-SCAN-DATE
002210     SUBTRACT 4 FROM WS-SCAN-YEAR
002220     MOVE 1 TO WS-SCAN-DAY
002230     DISPLAY "RUHENDE-KONTEN-LAUF " WS-RUN-DATE
002240         " - PRUEFZEITRAUM AB " WS-SCAN-DATE
002250
002260     MOVE ZERO TO WS-BUCKET-COUNT (1)
002270     MOVE ZERO TO WS-BUCKET-COUNT (2)
002280     MOVE ZERO TO WS-BUCKET-COUNT (3)
002290
002300     OPEN INPUT ACCTMAS
002310     IF WS-ACCTMAS-STATUS NOT = "00"
002320        DISPLAY "FEHLER BEIM OEFFNEN VON ACCTMAS, STATUS "
002330            WS-ACCTMAS-STATUS
002340        SET ABORT-RUN TO TRUE
002350        GO TO 1000-EXIT
002360     END-IF
002370
002380     OPEN INPUT CUSTMAS
002390     IF WS-CUSTMAS-STATUS NOT = "00"
002400        DISPLAY "FEHLER BEIM OEFFNEN VON CUSTMAS, STATUS "
002410            WS-CUSTMAS-STATUS
002420        SET ABORT-RUN TO TRUE
002430        GO TO 1000-EXIT
002440     END-IF
002450
002460     OPEN INPUT UMSHIST
002470     IF WS-UMSHIST-STATUS NOT = "00"
002480        DISPLAY "FEHLER BEIM OEFFNEN VON UMSHIST, STATUS "
002490            WS-UMSHIST-STATUS
002500        SET ABORT-RUN TO TRUE
002510        GO TO 1000-EXIT
002520     END-IF
002530
002540     OPEN OUTPUT DORMWRK
002550     OPEN OUTPUT DORMRPT.
002560 1000-EXIT.
002570     EXIT.
002580
002590*****************************************************************
002600* 1050-CHECK-BUSINESS-DATE - PROCESSING DATE FROM BUSDATE       *
002610*****************************************************************
002620 1050-CHECK-BUSINESS-DATE.
002630     OPEN INPUT BUSDATE
002640     IF WS-BUSDATE-STATUS NOT = "00"
002650        DISPLAY "FEHLER BEIM OEFFNEN VON BUSDATE, STATUS "
002660            WS-BUSDATE-STATUS " - LAUF ABGELEHNT."
002670        SET ABORT-RUN TO TRUE
002680        GO TO 1050-EXIT
002690     END-IF
002700     READ BUSDATE
002710         AT END
002720             CLOSE BUSDATE
002730             DISPLAY "FEHLER: BUSDATE IST LEER - LAUF ABGELEHNT."
002740             SET ABORT-RUN TO TRUE
002750             GO TO 1050-EXIT
002760     END-READ
002770     CLOSE BUSDATE
002780     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
002790 1050-EXIT.
002800     EXIT.
002810
002820*****************************************************************
002830* 2000-COLLECT-HISTORY - SORT INPUT: READ THE UMSATZHISTORIE    *
002840*            BY KEY, EACH ACCOUNT FROM THE START OF THE WINDOW, *
002850*            RELEASING ONE (KONTO, DATUM) PAIR PER              *
002860*            CUSTOMER-INITIATED MOVEMENT                        *
002870*****************************************************************
002880 2000-COLLECT-HISTORY.
002890     MOVE ZERO TO WS-HIST-ACCT
002900     PERFORM 2100-POSITION-ACCOUNT THRU 2100-EXIT
002910     PERFORM 2200-RELEASE-ENTRY THRU 2200-EXIT
002920         UNTIL UMSHIST-EOF.
002930 2000-EXIT.
002940     EXIT.
002950
002960*****************************************************************
002970* 2100-POSITION-ACCOUNT - START ON WS-HIST-ACCT AT THE FIRST    *
002980*            DAY OF THE WINDOW                                  *
002990*****************************************************************
003000 2100-POSITION-ACCOUNT.
003010     MOVE WS-HIST-ACCT  TO UH-ACCT-NUMBER
003020     MOVE SPACES        TO UH-TIMESTAMP
003030     MOVE WS-SCAN-DATE  TO UH-TIMESTAMP (1:8)
003040     MOVE ZERO          TO UH-SEQ
003050     START UMSHIST KEY IS NOT LESS THAN UH-KEY
003060         INVALID KEY
003070             MOVE "Y" TO WS-UMSHIST-EOF-SW
003080     END-START.
003090 2100-EXIT.
003100     EXIT.
003110
003120*****************************************************************
003130* 2200-RELEASE-ENTRY - NEXT RECORD IN KEY ORDER.  A NEW         *
003140*            ACCOUNT DATED BEFORE THE WINDOW IS STARTED AGAIN   *
003150*            AT THE WINDOW; A RECORD DATED AFTER THE RUN DATE   *
003160*            ENDS THE ACCOUNT                                   *
003170*****************************************************************
003180 2200-RELEASE-ENTRY.
003190     READ UMSHIST NEXT RECORD
003200         AT END
003210             MOVE "Y" TO WS-UMSHIST-EOF-SW
003220             GO TO 2200-EXIT
003230     END-READ
003240     ADD 1 TO WS-HIST-READ-COUNT
003250     IF UH-ACCT-NUMBER NOT = WS-HIST-ACCT
003260        MOVE UH-ACCT-NUMBER TO WS-HIST-ACCT
003270        IF UH-TIMESTAMP (1:8) < WS-SCAN-DATE
003280           PERFORM 2100-POSITION-ACCOUNT THRU 2100-EXIT
003290           GO TO 2200-EXIT
003300        END-IF
003310     END-IF
003320     IF UH-TIMESTAMP (1:8) > WS-RUN-DATE
003330        IF WS-HIST-ACCT = 999999
003340           MOVE "Y" TO WS-UMSHIST-EOF-SW
003350           GO TO 2200-EXIT
003360        END-IF
003370        ADD 1 TO WS-HIST-ACCT
003380        PERFORM 2100-POSITION-ACCOUNT THRU 2100-EXIT
003390        GO TO 2200-EXIT
003400     END-IF
003410     IF UH-AMOUNT NOT NUMERIC
003420        GO TO 2200-EXIT
003430     END-IF
003440     IF UH-AMOUNT = ZERO
003450        GO TO 2200-EXIT
003460     END-IF
003470     IF UH-ACTION = "ZINSEN" OR "ENTGELT"
003480        GO TO 2200-EXIT
003490     END-IF
003500     MOVE UH-ACCT-NUMBER  TO SA-ACCT-NUMBER
003510     MOVE UH-ARCHIVE-DATE TO SA-POST-DATE
003520     RELEASE SA-RECORD
003530     ADD 1 TO WS-RELEASED-COUNT.
003540 2200-EXIT.
003550     EXIT.
003560
003570 2999-EXIT.
003580     EXIT.
003590
003600*****************************************************************
003610* 3000-CLASSIFY-ACCOUNTS - SORT OUTPUT: MATCH-MERGE AGAINST THE *
003620*            MASTER; THE FIRST SORTED RECORD OF EACH ACCOUNT    *
003630*            (NEWEST DATE FIRST) IS ITS LAST CUSTOMER POSTING   *
003640*****************************************************************
003650 3000-CLASSIFY-ACCOUNTS.
003660     PERFORM 3100-RETURN-SORT-RECORD THRU 3100-EXIT
003670     MOVE ZERO TO ACCT-NUMBER
003680     START ACCTMAS KEY IS NOT LESS THAN ACCT-NUMBER
003690         INVALID KEY
003700             MOVE "Y" TO WS-ACCTMAS-EOF-SW
003710     END-START
003720     IF NOT ACCTMAS-EOF
003730        PERFORM 3200-CLASSIFY-ONE-ACCOUNT THRU 3200-EXIT
003740            UNTIL ACCTMAS-EOF
003750     END-IF
003760     PERFORM 3400-DRAIN-ORPHAN THRU 3400-EXIT
003770         UNTIL SORT-EOF.
003780 3000-EXIT.
003790     EXIT.
003800
003810 3100-RETURN-SORT-RECORD.
003820     RETURN SORTWRK
003830         AT END
003840             MOVE "Y" TO WS-SORT-EOF-SW
003850     END-RETURN.
003860 3100-EXIT.
003870     EXIT.
003880
003890 3200-CLASSIFY-ONE-ACCOUNT.
003900     READ ACCTMAS NEXT RECORD
003910         AT END
003920             MOVE "Y" TO WS-ACCTMAS-EOF-SW
003930             GO TO 3200-EXIT
003940     END-READ
003950
003960     PERFORM 3400-DRAIN-ORPHAN THRU 3400-EXIT
003970         UNTIL SORT-EOF
003980         OR SA-ACCT-NUMBER NOT < ACCT-NUMBER
003990
004000     MOVE ZERO TO WS-LAST-POST-DATE
004010     IF NOT SORT-EOF
004020        AND SA-ACCT-NUMBER = ACCT-NUMBER
004030        MOVE SA-POST-DATE TO WS-LAST-POST-DATE
004040        PERFORM 3500-DRAIN-THIS-ACCOUNT THRU 3500-EXIT
004050            UNTIL SORT-EOF
004060            OR SA-ACCT-NUMBER NOT = ACCT-NUMBER
004070     END-IF
004080
004090     IF ACCT-GESCHLOSSEN
004100        ADD 1 TO WS-CLOSED-SKIP-COUNT
004110        GO TO 3200-EXIT
004120     END-IF
004130
004140     PERFORM 3300-BUCKET-ACCOUNT THRU 3300-EXIT
004150     IF WS-BUCKET = ZERO
004160        ADD 1 TO WS-ACTIVE-COUNT
004170        GO TO 3200-EXIT
004180     END-IF
004190
004200     ADD 1 TO WS-BUCKET-COUNT (WS-BUCKET)
004210     MOVE SPACES             TO DW-RECORD
004220     MOVE WS-BUCKET          TO DW-BUCKET
004230     MOVE ACCT-NUMBER        TO DW-ACCT-NUMBER
004240     MOVE ACCT-CUST-NUMBER   TO DW-CUST-NUMBER
004250     MOVE WS-LAST-POST-DATE  TO DW-LAST-DATE
004260     MOVE ACCT-STATUS        TO DW-STATUS
004270     MOVE ACCT-BALANCE       TO DW-BALANCE
004280     WRITE DW-RECORD.
004290 3200-EXIT.
004300     EXIT.
004310
004320*****************************************************************
004330* 3300-BUCKET-ACCOUNT - MONTHS SINCE THE LAST CUSTOMER POSTING  *
004340*            INTO THE DORMANCY GROUP; ZERO MEANS STILL ACTIVE   *
004350*****************************************************************
004360 3300-BUCKET-ACCOUNT.
004370     MOVE ZERO TO WS-BUCKET
004380     IF WS-LAST-POST-DATE = ZERO
004390        MOVE 3 TO WS-BUCKET
004400        GO TO 3300-EXIT
004410     END-IF
004420     COMPUTE WS-MONTHS-INACTIVE
004430         = (WS-RUN-YEAR * 12 + WS-RUN-MONTH)
004440         - (WS-LAST-YEAR * 12 + WS-LAST-MONTH)
004450     EVALUATE TRUE
004460         WHEN WS-MONTHS-INACTIVE < 24
004470             MOVE ZERO TO WS-BUCKET
004480         WHEN WS-MONTHS-INACTIVE < 36
004490             MOVE 1 TO WS-BUCKET
004500         WHEN WS-MONTHS-INACTIVE < 48
004510             MOVE 2 TO WS-BUCKET
004520         WHEN OTHER
004530             MOVE 3 TO WS-BUCKET
004540     END-EVALUATE.
004550 3300-EXIT.
004560     EXIT.
004570
004580*****************************************************************
004590* 3400-DRAIN-ORPHAN - MOVEMENT FOR AN ACCOUNT NOT (OR NO        *
004600*            LONGER) ON THE MASTER.  COUNTED, NEVER DROPPED     *
004610*            WITHOUT TRACE                                      *
004620*****************************************************************
004630 3400-DRAIN-ORPHAN.
004640     ADD 1 TO WS-ORPHAN-MOVE-COUNT
004650     PERFORM 3100-RETURN-SORT-RECORD THRU 3100-EXIT.
004660 3400-EXIT.
004670     EXIT.
004680
004690 3500-DRAIN-THIS-ACCOUNT.
004700     PERFORM 3100-RETURN-SORT-RECORD THRU 3100-EXIT.
004710 3500-EXIT.
004720     EXIT.
004730
004740 3999-EXIT.
004750     EXIT.
004760
004770*****************************************************************
004780* 4000-PRINT-REPORT - THREE PASSES OVER THE WORK FILE, ONE PER  *
004790*            DORMANCY GROUP, SO THE REPORT COMES OUT GROUPED    *
004800*****************************************************************
004810 4000-PRINT-REPORT.
004820     CLOSE DORMWRK
004830     MOVE SPACES TO RP-LINE
004840     STRING "RUHENDE KONTEN ZUM " DELIMITED BY SIZE
004850         WS-RUN-DATE DELIMITED BY SIZE
004860         INTO RP-LINE
004870     WRITE RP-LINE
004880     MOVE ALL "-" TO RP-LINE
004890     WRITE RP-LINE
004900
004910     PERFORM 4100-PRINT-ONE-GROUP THRU 4100-EXIT
004920         VARYING WS-PRINT-BUCKET FROM 1 BY 1
004930         UNTIL WS-PRINT-BUCKET > 3
004940
004950     MOVE ALL "-" TO RP-LINE
004960     WRITE RP-LINE
004970     MOVE WS-ORPHAN-MOVE-COUNT TO WS-COUNT-EDIT
004980     MOVE SPACES TO RP-LINE
004990     STRING "BEWEGUNG OHNE MASTERKONTO: " DELIMITED BY SIZE
005000         WS-COUNT-EDIT DELIMITED BY SIZE
005010         INTO RP-LINE
005020     WRITE RP-LINE
005030
005040     DISPLAY " "
005050     DISPLAY "----- RUHENDE KONTEN - ZUSAMMENFASSUNG -----"
005060     DISPLAY "Historiensaetze gelesen: " WS-HIST-READ-COUNT
005070     DISPLAY "Bewegungen sortiert   : " WS-RELEASED-COUNT
005080     DISPLAY "Konten aktiv          : " WS-ACTIVE-COUNT
005090     DISPLAY "Gruppe 1 (24-35 Mon.) : " WS-BUCKET-COUNT (1)
005100     DISPLAY "Gruppe 2 (36-47 Mon.) : " WS-BUCKET-COUNT (2)
005110     DISPLAY "Gruppe 3 (48+ Mon.)   : " WS-BUCKET-COUNT (3)
005120     DISPLAY "Geschlossen (uebergangen): " WS-CLOSED-SKIP-COUNT
005130     DISPLAY "Bericht in DORMRPT abgelegt.".
005140 4000-EXIT.
005150     EXIT.
005160
005170 4100-PRINT-ONE-GROUP.
005180     MOVE SPACES TO RP-LINE
005190     WRITE RP-LINE
005200     EVALUATE WS-PRINT-BUCKET
005210         WHEN 1
005220             MOVE "GRUPPE 1 - 24 BIS 35 MONATE OHNE BEWEGUNG"
005230                 TO RP-LINE
005240         WHEN 2
005250             MOVE "GRUPPE 2 - 36 BIS 47 MONATE OHNE BEWEGUNG"
005260                 TO RP-LINE
005270         WHEN OTHER
005280             MOVE "GRUPPE 3 - 48+ MONATE OHNE BEWEGUNG"
005290                 TO RP-LINE
005300     END-EVALUATE
005310     WRITE RP-LINE
005320
005330     MOVE ZERO TO WS-COUNT-EDIT
005340     MOVE "N" TO WS-DORMWRK-EOF-SW
005350     OPEN INPUT DORMWRK
005360     IF WS-DORMWRK-STATUS NOT = "00"
005370        DISPLAY "WARNUNG: DORMWRK NICHT LESBAR, STATUS "
005380            WS-DORMWRK-STATUS
005390        GO TO 4100-EXIT
005400     END-IF
005410     PERFORM 4200-PRINT-GROUP-LINE THRU 4200-EXIT
005420         UNTIL DORMWRK-EOF
005430     CLOSE DORMWRK.
005440 4100-EXIT.
005450     EXIT.
005460
005470 4200-PRINT-GROUP-LINE.
005480     READ DORMWRK
005490         AT END
005500             MOVE "Y" TO WS-DORMWRK-EOF-SW
005510             GO TO 4200-EXIT
005520     END-READ
005530     IF DW-BUCKET NOT = WS-PRINT-BUCKET
005540        GO TO 4200-EXIT
005550     END-IF
005560     PERFORM 4300-FETCH-CUSTOMER THRU 4300-EXIT
005570     MOVE DW-BALANCE TO WS-BALANCE-EDIT
005580     MOVE SPACES TO RP-LINE
005590     IF DW-LAST-DATE = ZERO
005600        STRING "KONTO " DELIMITED BY SIZE
005610            DW-ACCT-NUMBER DELIMITED BY SIZE
005620            "  " DELIMITED BY SIZE
005630            CUST-LAST-NAME DELIMITED BY SIZE
005640            "  KEINE BEWEGUNG IM FENSTER" DELIMITED BY SIZE
005650            "  STATUS " DELIMITED BY SIZE
005660            DW-STATUS DELIMITED BY SIZE
005670            "  SALDO " DELIMITED BY SIZE
005680            WS-BALANCE-EDIT DELIMITED BY SIZE
005690            INTO RP-LINE
005700     ELSE
005710        STRING "KONTO " DELIMITED BY SIZE
005720            DW-ACCT-NUMBER DELIMITED BY SIZE
005730            "  " DELIMITED BY SIZE
005740            CUST-LAST-NAME DELIMITED BY SIZE
005750            "  LETZTE BEWEGUNG " DELIMITED BY SIZE
005760            DW-LAST-DATE DELIMITED BY SIZE
005770            "  STATUS " DELIMITED BY SIZE
005780            DW-STATUS DELIMITED BY SIZE
005790            "  SALDO " DELIMITED BY SIZE
005800            WS-BALANCE-EDIT DELIMITED BY SIZE
005810            INTO RP-LINE
005820     END-IF
005830     WRITE RP-LINE.
005840 4200-EXIT.
005850     EXIT.
005860
005870 4300-FETCH-CUSTOMER.
005880     MOVE "N" TO WS-CUST-FOUND-SW
005890     MOVE DW-CUST-NUMBER TO CUST-NUMBER
005900     READ CUSTMAS
005910         KEY IS CUST-NUMBER
005920         INVALID KEY
005930             MOVE SPACES TO CUST-FIRST-NAME
005940             MOVE "(KUNDE UNBEKANNT)" TO CUST-LAST-NAME
005950             MOVE SPACES TO CUST-BIRTH-DATE
005960         NOT INVALID KEY
005970             MOVE "Y" TO WS-CUST-FOUND-SW
005980     END-READ.
005990 4300-EXIT.
006000     EXIT.
006010
006020*****************************************************************
006030* 9000-TERMINATE - CLOSE WHAT IS STILL OPEN                      *
006040*****************************************************************
006050 9000-TERMINATE.
006060     IF NOT ABORT-RUN
006070        CLOSE ACCTMAS
006080        CLOSE CUSTMAS
006090        CLOSE UMSHIST
006100        CLOSE DORMRPT
006110     END-IF.
006120 9000-EXIT.
006130     EXIT.
