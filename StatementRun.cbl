000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*    STATEMENTRUN - QUARTALS-KONTOAUSZUG AUS DER UMSATZHISTORIE *
000100*                                                               *
000110*    RUNS ONCE PER QUARTER, RIGHT AFTER THE QUARTER CLOSES.     *
000120*    READS THE MOVEMENT ENTRIES OF THE COMPLETED QUARTER BY     *
000130*    KEY FROM THE UMSATZHISTORIE (UMSHIST, KEYED ON ACCOUNT     *
000140*    PLUS TIMESTAMP), ACCOUNT BY ACCOUNT FROM THE FIRST DAY OF  *
000150*    THE QUARTER, SORTS THEM BY ACCOUNT AND TIMESTAMP, AND      *
000160*    WRITES ONE STATEMENT PER ACTIVE ACCOUNT TO STMTQTR:        *
000170*    OPENING BALANCE, EVERY MOVEMENT (DATE, ACTION, AMOUNT,     *
000180*    RUNNING BALANCE) AND CLOSING BALANCE.                      *
000190*                                                               *
000200*    THE RUNNING BALANCE COMES FROM TL-BALANCE-DISPLAY, THE     *
000210*    BALANCE AFTER EACH POSTING THAT EVERY LOG ENTRY ALREADY    *
000220*    CARRIES; THE OPENING BALANCE IS THE FIRST ENTRY'S BALANCE  *
000230*    MINUS ITS AMOUNT.  AN ACTIVE ACCOUNT WITHOUT MOVEMENT IN   *
000240*    THE QUARTER GETS A STATEMENT SHOWING ONLY ITS BALANCE.     *
000250*    MOVEMENT FOR ACCOUNTS NO LONGER ACTIVE ON ACCTMAS IS       *
000260*    COUNTED AND REPORTED, NEVER SILENTLY DROPPED.              *
000270*                                                               *
000280*    A STORNO ENTRY (WHOSE SEARCH TEXT STARTS WITH THE          *
000290*    TIMESTAMP OF THE ENTRY IT REVERSES) SORTS DIRECTLY BEHIND  *
000300*    ITS ORIGINAL, SO THE TWO PRINT AS A MATCHED PAIR: THE      *
000310*    ORIGINAL MARKED STORNIERT, THE STORNO MARKED AS BELONGING  *
000320*    TO IT.  BECAUSE THE PAIR MAY OVERTAKE LATER MOVEMENT, THE  *
000330*    CLOSING BALANCE IS TAKEN FROM THE ENTRY WITH THE LATEST    *
000340*    TIMESTAMP, NOT FROM THE LAST LINE PRINTED.                 *
000350*                                                               *
000360*    MODIFICATION HISTORY                                      *
000370*    ------------------------------------------------------    *
000380*    2026-09-02  HD  ORIGINAL VERSION.                         *
000390*    2026-10-15  HD  STORNO ALS PAAR: EIN STORNO-EINTRAG WIRD  *
000400*                    DIREKT UNTER DER BUCHUNG GEDRUCKT, DIE ER *
000410*                    AUFHEBT (SORTIERUNG NACH DEM ZEITSTEMPEL  *
000420*                    DES ORIGINALS); DAS ORIGINAL TRAEGT DEN   *
000430*                    VERMERK STORNIERT.  DER ENDSALDO KOMMT    *
000440*                    AUS DEM ZEITLICH LETZTEN EINTRAG.         *
000450*                    RENUMBERED THE SOURCE.                    *
000460*    2026-10-15  HD  DER STICHTAG DES AUSZUGSLAUFS KOMMT AUS   *
000470*                    DEM GESCHAEFTSDATUM (BUSDATE) STATT AUS   *
000480*                    DEM SYSTEMDATUM. RENUMBERED THE SOURCE.   *
000490*    2026-10-15  HD  DIE BEWEGUNGEN DES QUARTALS WERDEN PER    *
000500*                    SCHLUESSEL AUS DER UMSATZHISTORIE UMSHIST *
000510*                    GELESEN STATT TAG FUER TAG AUS DEN        *
000520*                    TRNARCH-ARCHIVEN.  RENUMBERED THE SOURCE. *
000530*                                                               *
000540*****************************************************************
000550
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT BUSDATE ASSIGN TO "BUSDATE"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-BUSDATE-STATUS.
000620
000630     SELECT ACCTMAS ASSIGN TO "ACCTMAS"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS ACCT-NUMBER
000670         ALTERNATE RECORD KEY IS ACCT-CUST-NUMBER
000680             WITH DUPLICATES
000690         FILE STATUS IS WS-ACCTMAS-STATUS.
000700
000710     SELECT CUSTMAS ASSIGN TO "CUSTMAS"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS CUST-NUMBER
000750         ALTERNATE RECORD KEY IS CUST-LAST-NAME
000760             WITH DUPLICATES
000770         FILE STATUS IS WS-CUSTMAS-STATUS.
000780
000790     SELECT UMSHIST ASSIGN TO "UMSHIST"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS UH-KEY
000830         FILE STATUS IS WS-UMSHIST-STATUS.
000840
000850     SELECT STMTQTR ASSIGN TO "STMTQTR"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-STMTQTR-STATUS.
000880
000890     SELECT SORTWRK ASSIGN TO "SORTWRK".
000900
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  BUSDATE
000940     LABEL RECORDS ARE STANDARD.
000950 COPY BDATREC.
000960
000970 FD  ACCTMAS
000980     LABEL RECORDS ARE STANDARD.
000990 COPY ACCTREC.
001000
001010 FD  CUSTMAS
001020     LABEL RECORDS ARE STANDARD.
001030 COPY CUSTREC.
001040
001050 FD  UMSHIST
001060     LABEL RECORDS ARE STANDARD.
001070 COPY HISTREC.
001080
001090 FD  STMTQTR
001100     LABEL RECORDS ARE STANDARD.
001110 01  ST-LINE                     PIC X(80).
001120
001130 SD  SORTWRK.
001140 01  SR-RECORD.
001150     05  SR-TIMESTAMP            PIC X(17).
001160     05  FILLER                  PIC X(01).
001170     05  SR-ACTION               PIC X(10).
001180     05  FILLER                  PIC X(01).
001190     05  SR-SEARCH-TEXT          PIC X(30).
001200     05  FILLER                  PIC X(01).
001210     05  SR-ACCT-NUMBER          PIC 9(06).
001220     05  FILLER                  PIC X(01).
001230     05  SR-BALANCE-DISPLAY      PIC -(9)9.99.
001240     05  FILLER                  PIC X(01).
001250     05  SR-TELLER-ID            PIC X(08).
001260     05  FILLER                  PIC X(01).
001270     05  SR-AMOUNT               PIC S9(9)V99
001280                                 SIGN IS LEADING SEPARATE.
001290     05  FILLER                  PIC X(01).
001300     05  SR-PAIR-TIMESTAMP       PIC X(17).
001310     05  SR-PAIR-SEQ             PIC X(01).
001320         88  SR-PAIR-ORIGINAL              VALUE "1".
001330         88  SR-PAIR-STORNO                VALUE "2".
001340
001350 WORKING-STORAGE SECTION.
001360*--------------------------------------------------------------*
001370* FILE STATUS AND CONDITION SWITCHES                            *
001380*--------------------------------------------------------------*
001390 01  WS-ACCTMAS-STATUS           PIC X(02) VALUE "00".
001400 01  WS-BUSDATE-STATUS           PIC X(02) VALUE "00".
001410 01  WS-CUSTMAS-STATUS           PIC X(02) VALUE "00".
001420 01  WS-UMSHIST-STATUS           PIC X(02) VALUE "00".
001430 01  WS-STMTQTR-STATUS           PIC X(02) VALUE "00".
001440 01  WS-ACCTMAS-EOF-SW           PIC X(01) VALUE "N".
001450     88  ACCTMAS-EOF                       VALUE "Y".
001460 01  WS-UMSHIST-EOF-SW           PIC X(01) VALUE "N".
001470     88  UMSHIST-EOF                       VALUE "Y".
001480 01  WS-SORT-EOF-SW              PIC X(01) VALUE "N".
001490     88  SORT-EOF                          VALUE "Y".
001500 01  WS-ABORT-RUN-SW             PIC X(01) VALUE "N".
001510     88  ABORT-RUN                         VALUE "Y".
001520 01  WS-CUST-FOUND-SW            PIC X(01) VALUE "N".
001530     88  CUST-FOUND                        VALUE "Y".
001540 01  WS-FIRST-MOVE-SW            PIC X(01) VALUE "N".
001550     88  FIRST-MOVE-PENDING                VALUE "Y".
001560 01  WS-HELD-LINE-SW             PIC X(01) VALUE "N".
001570     88  LINE-HELD                         VALUE "Y".
001580
001590*--------------------------------------------------------------*
001600* STATEMENT PERIOD - THE QUARTER COMPLETED BEFORE THE RUN DATE  *
001610*--------------------------------------------------------------*
001620 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001630 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
001640     05  WS-RUN-YEAR             PIC 9(04).
001650     05  WS-RUN-MONTH            PIC 9(02).
001660     05  WS-RUN-DAY              PIC 9(02).
001670 01  WS-PERIOD-START             PIC 9(08) VALUE ZERO.
001680 01  WS-PERIOD-END               PIC 9(08) VALUE ZERO.
001690 01  WS-HIST-ACCT                PIC 9(06) VALUE ZERO.
001700
001710*--------------------------------------------------------------*
001720* STATEMENT WORK FIELDS                                         *
001730*--------------------------------------------------------------*
001740 01  WS-OPENING-BALANCE          PIC S9(9)V99 VALUE ZERO.
001750 01  WS-CLOSING-BALANCE          PIC S9(9)V99 VALUE ZERO.
001760 01  WS-DEEDIT-BALANCE           PIC S9(9)V99 VALUE ZERO.
001770 01  WS-MOVE-IN-GROUP            PIC 9(06) COMP VALUE ZERO.
001780 01  WS-LATEST-TIMESTAMP         PIC X(17) VALUE SPACES.
001790 01  WS-HELD-LINE                PIC X(80) VALUE SPACES.
001800 01  WS-CURRENT-LINE             PIC X(80) VALUE SPACES.
001810 01  WS-HELD-TIMESTAMP           PIC X(17) VALUE SPACES.
001820
001830*--------------------------------------------------------------*
001840* RUN COUNTERS                                                  *
001850*--------------------------------------------------------------*
001860 01  WS-HIST-READ-COUNT          PIC 9(08) COMP VALUE ZERO.
001870 01  WS-RELEASED-COUNT           PIC 9(08) COMP VALUE ZERO.
001880 01  WS-STATEMENT-COUNT          PIC 9(06) COMP VALUE ZERO.
001890 01  WS-MOVEMENT-COUNT           PIC 9(08) COMP VALUE ZERO.
001900 01  WS-INACTIVE-SKIP-COUNT      PIC 9(06) COMP VALUE ZERO.
001910 01  WS-ORPHAN-MOVE-COUNT        PIC 9(08) COMP VALUE ZERO.
001920
001930*--------------------------------------------------------------*
001940* REPORT EDIT FIELDS                                            *
001950*--------------------------------------------------------------*
001960 01  WS-BALANCE-EDIT             PIC -(9)9.99.
001970 01  WS-AMOUNT-EDIT              PIC -(9)9.99.
001980 01  WS-COUNT-EDIT               PIC Z(07)9.
001990
002000 PROCEDURE DIVISION.
002010*****************************************************************
002020* 0000-MAINLINE                                                *
002030*****************************************************************
002040 0000-MAINLINE.
002050     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002060     IF NOT ABORT-RUN
002070        SORT SORTWRK
002080            ON ASCENDING KEY SR-ACCT-NUMBER
002090                             SR-PAIR-TIMESTAMP
002100                             SR-PAIR-SEQ
002110                             SR-TIMESTAMP
002120            INPUT PROCEDURE IS 2000-COLLECT-HISTORY
002130                          THRU 2999-EXIT
002140            OUTPUT PROCEDURE IS 3000-WRITE-STATEMENTS
002150                           THRU 3999-EXIT
002160        PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT
002170     END-IF
002180     PERFORM 9000-TERMINATE THRU 9000-EXIT
002190     STOP RUN.
002200
002210*****************************************************************
002220* 1000-INITIALIZE - DERIVE THE COMPLETED QUARTER FROM THE RUN   *
002230*            DATE AND OPEN THE PERMANENT FILES                  *
002240*****************************************************************
002250 1000-INITIALIZE.
002260     PERFORM 1050-CHECK-BUSINESS-DATE THRU 1050-EXIT
002270     IF ABORT-RUN
002280        GO TO 1000-EXIT
002290     END-IF
002300     EVALUATE TRUE
002310         WHEN WS-RUN-MONTH < 4
002320             COMPUTE WS-PERIOD-START
002330                 = (WS-RUN-YEAR - 1) * 10000 + 1001
002340             COMPUTE WS-PERIOD-END
002350                 = (WS-RUN-YEAR - 1) * 10000 + 1231
002360         WHEN WS-RUN-MONTH < 7
002370             COMPUTE WS-PERIOD-START
002380                 = WS-RUN-YEAR * 10000 + 0101
002390             COMPUTE WS-PERIOD-END
002400                 = WS-RUN-YEAR * 10000 + 0331
002410         WHEN WS-RUN-MONTH < 10
002420             COMPUTE WS-PERIOD-START
002430                 = WS-RUN-YEAR * 10000 + 0401
002440             COMPUTE WS-PERIOD-END
002450                 = WS-RUN-YEAR * 10000 + 0630
002460         WHEN OTHER
002470             COMPUTE WS-PERIOD-START
002480                 = WS-RUN-YEAR * 10000 + 0701
002490             COMPUTE WS-PERIOD-END
002500                 = WS-RUN-YEAR * 10000 + 0930
002510     END-EVALUATE
002520     DISPLAY "KONTOAUSZUGSLAUF FUER " WS-PERIOD-START
002530         " BIS " WS-PERIOD-END
002540
002550     OPEN INPUT ACCTMAS
002560     IF WS-ACCTMAS-STATUS NOT = "00"
002570        DISPLAY "FEHLER BEIM OEFFNEN VON ACCTMAS, STATUS "
002580            WS-ACCTMAS-STATUS
002590        SET ABORT-RUN TO TRUE
002600        GO TO 1000-EXIT
002610     END-IF
002620
002630     OPEN INPUT CUSTMAS
002640     IF WS-CUSTMAS-STATUS NOT = "00"
002650        DISPLAY "FEHLER BEIM OEFFNEN VON CUSTMAS, STATUS "
002660            WS-CUSTMAS-STATUS
002670        SET ABORT-RUN TO TRUE
002680        GO TO 1000-EXIT
002690     END-IF
002700
002710     OPEN INPUT UMSHIST
002720     IF WS-UMSHIST-STATUS NOT = "00"
002730        DISPLAY "FEHLER BEIM OEFFNEN VON UMSHIST, STATUS "
002740            WS-UMSHIST-STATUS
002750        SET ABORT-RUN TO TRUE
002760        GO TO 1000-EXIT
002770     END-IF
002780
002790     OPEN OUTPUT STMTQTR.
002800 1000-EXIT.
002810     EXIT.
002820
002830*****************************************************************
002840* 1050-CHECK-BUSINESS-DATE - PROCESSING DATE FROM BUSDATE       *
002850*****************************************************************
002860 1050-CHECK-BUSINESS-DATE.
002870     OPEN INPUT BUSDATE
002880     IF WS-BUSDATE-STATUS NOT = "00"
002890        DISPLAY "FEHLER BEIM OEFFNEN VON BUSDATE, STATUS "
002900            WS-BUSDATE-STATUS " - LAUF ABGELEHNT."
002910        SET ABORT-RUN TO TRUE
002920        GO TO 1050-EXIT
002930     END-IF
002940     READ BUSDATE
002950         AT END
002960             CLOSE BUSDATE
002970             DISPLAY "FEHLER: BUSDATE IST LEER - LAUF ABGELEHNT."
002980             SET ABORT-RUN TO TRUE
002990             GO TO 1050-EXIT
003000     END-READ
003010     CLOSE BUSDATE
003020     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
003030 1050-EXIT.
003040     EXIT.
003050
003060*****************************************************************
003070* 2000-COLLECT-HISTORY - SORT INPUT: READ THE UMSATZHISTORIE    *
003080*            BY KEY, EACH ACCOUNT FROM THE FIRST DAY OF THE     *
003090*            QUARTER, AND RELEASE ITS MOVEMENT OF THE QUARTER   *
003100*****************************************************************
003110 2000-COLLECT-HISTORY.
003120     MOVE ZERO TO WS-HIST-ACCT
003130     PERFORM 2100-POSITION-ACCOUNT THRU 2100-EXIT
003140     PERFORM 2200-RELEASE-ENTRY THRU 2200-EXIT
003150         UNTIL UMSHIST-EOF.
003160 2000-EXIT.
003170     EXIT.
003180
003190*****************************************************************
003200* 2100-POSITION-ACCOUNT - START ON WS-HIST-ACCT AT THE FIRST    *
003210*            DAY OF THE QUARTER                                 *
003220*****************************************************************
003230 2100-POSITION-ACCOUNT.
003240     MOVE WS-HIST-ACCT    TO UH-ACCT-NUMBER
003250     MOVE SPACES          TO UH-TIMESTAMP
003260     MOVE WS-PERIOD-START TO UH-TIMESTAMP (1:8)
003270     MOVE ZERO            TO UH-SEQ
003280     START UMSHIST KEY IS NOT LESS THAN UH-KEY
003290         INVALID KEY
003300             MOVE "Y" TO WS-UMSHIST-EOF-SW
003310     END-START.
003320 2100-EXIT.
003330     EXIT.
003340
003350*****************************************************************
003360* 2200-RELEASE-ENTRY - NEXT RECORD IN KEY ORDER.  A RECORD OF   *
003370*            A LATER ACCOUNT DATED BEFORE THE QUARTER STARTS    *
003380*            THAT ACCOUNT AGAIN AT THE QUARTER; ONE DATED AFTER *
003390*            THE QUARTER ENDS THE ACCOUNT.  A STORNO IS GIVEN   *
003400*            THE TIMESTAMP OF ITS ORIGINAL AS PAIR KEY          *
003410*****************************************************************
003420 2200-RELEASE-ENTRY.
003430     READ UMSHIST NEXT RECORD
003440         AT END
003450             MOVE "Y" TO WS-UMSHIST-EOF-SW
003460             GO TO 2200-EXIT
003470     END-READ
003480     ADD 1 TO WS-HIST-READ-COUNT
003490     IF UH-ACCT-NUMBER NOT = WS-HIST-ACCT
003500        MOVE UH-ACCT-NUMBER TO WS-HIST-ACCT
003510        IF UH-TIMESTAMP (1:8) < WS-PERIOD-START
003520           PERFORM 2100-POSITION-ACCOUNT THRU 2100-EXIT
003530           GO TO 2200-EXIT
003540        END-IF
003550     END-IF
003560     IF UH-TIMESTAMP (1:8) > WS-PERIOD-END
003570        IF WS-HIST-ACCT = 999999
003580           MOVE "Y" TO WS-UMSHIST-EOF-SW
003590           GO TO 2200-EXIT
003600        END-IF
003610        ADD 1 TO WS-HIST-ACCT
003620        PERFORM 2100-POSITION-ACCOUNT THRU 2100-EXIT
003630        GO TO 2200-EXIT
003640     END-IF
003650     MOVE SPACES             TO SR-RECORD
003660     MOVE UH-TIMESTAMP       TO SR-TIMESTAMP
003670     MOVE UH-ACTION          TO SR-ACTION
003680     MOVE UH-SEARCH-TEXT     TO SR-SEARCH-TEXT
003690     MOVE UH-ACCT-NUMBER     TO SR-ACCT-NUMBER
003700     MOVE UH-BALANCE-DISPLAY TO SR-BALANCE-DISPLAY
003710     MOVE UH-TELLER-ID       TO SR-TELLER-ID
003720     MOVE UH-AMOUNT          TO SR-AMOUNT
003730     MOVE UH-TIMESTAMP       TO SR-PAIR-TIMESTAMP
003740     MOVE "1"                TO SR-PAIR-SEQ
003750     IF UH-ACTION = "STORNO"
003760        AND UH-SEARCH-TEXT (1:8) NUMERIC
003770        AND UH-SEARCH-TEXT (9:1) = "-"
003780        MOVE UH-SEARCH-TEXT (1:17) TO SR-PAIR-TIMESTAMP
003790        MOVE "2"                   TO SR-PAIR-SEQ
003800     END-IF
003810     RELEASE SR-RECORD
003820     ADD 1 TO WS-RELEASED-COUNT.
003830 2200-EXIT.
003840     EXIT.
003850
003860 2999-EXIT.
003870     EXIT.
003880
003890*****************************************************************
003900* 3000-WRITE-STATEMENTS - SORT OUTPUT: MATCH-MERGE THE SORTED   *
003910*            MOVEMENT AGAINST THE MASTER IN ACCOUNT ORDER AND   *
003920*            WRITE ONE STATEMENT PER ACTIVE ACCOUNT             *
003930*****************************************************************
003940 3000-WRITE-STATEMENTS.
003950     PERFORM 3100-RETURN-SORT-RECORD THRU 3100-EXIT
003960     MOVE ZERO TO ACCT-NUMBER
003970     START ACCTMAS KEY IS NOT LESS THAN ACCT-NUMBER
003980         INVALID KEY
003990             MOVE "Y" TO WS-ACCTMAS-EOF-SW
004000     END-START
004010     IF NOT ACCTMAS-EOF
004020        PERFORM 3200-STATEMENT-ONE-ACCOUNT THRU 3200-EXIT
004030            UNTIL ACCTMAS-EOF
004040     END-IF
004050     PERFORM 3700-DRAIN-ORPHAN THRU 3700-EXIT
004060         UNTIL SORT-EOF.
004070 3000-EXIT.
004080     EXIT.
004090
004100 3100-RETURN-SORT-RECORD.
004110     RETURN SORTWRK
004120         AT END
004130             MOVE "Y" TO WS-SORT-EOF-SW
004140     END-RETURN.
004150 3100-EXIT.
004160     EXIT.
004170
004180 3200-STATEMENT-ONE-ACCOUNT.
004190     READ ACCTMAS NEXT RECORD
004200         AT END
004210             MOVE "Y" TO WS-ACCTMAS-EOF-SW
004220             GO TO 3200-EXIT
004230     END-READ
004240
004250     PERFORM 3700-DRAIN-ORPHAN THRU 3700-EXIT
004260         UNTIL SORT-EOF
004270         OR SR-ACCT-NUMBER NOT < ACCT-NUMBER
004280
004290     IF NOT ACCT-AKTIV
004300        ADD 1 TO WS-INACTIVE-SKIP-COUNT
004310        PERFORM 3750-DRAIN-THIS-ACCOUNT THRU 3750-EXIT
004320            UNTIL SORT-EOF
004330            OR SR-ACCT-NUMBER NOT = ACCT-NUMBER
004340        GO TO 3200-EXIT
004350     END-IF
004360
004370     PERFORM 3300-STATEMENT-HEADER THRU 3300-EXIT
004380     MOVE ZERO TO WS-MOVE-IN-GROUP
004390     MOVE "Y"  TO WS-FIRST-MOVE-SW
004400     MOVE "N"  TO WS-HELD-LINE-SW
004410     MOVE LOW-VALUES TO WS-LATEST-TIMESTAMP
004420     MOVE ACCT-BALANCE TO WS-OPENING-BALANCE
004430     MOVE ACCT-BALANCE TO WS-CLOSING-BALANCE
004440     PERFORM 3400-STATEMENT-MOVEMENT THRU 3400-EXIT
004450         UNTIL SORT-EOF
004460         OR SR-ACCT-NUMBER NOT = ACCT-NUMBER
004470     PERFORM 3450-RELEASE-HELD-LINE THRU 3450-EXIT
004480     PERFORM 3500-STATEMENT-FOOTER THRU 3500-EXIT
004490     ADD 1 TO WS-STATEMENT-COUNT.
004500 3200-EXIT.
004510     EXIT.
004520
004530 3300-STATEMENT-HEADER.
004540     MOVE ALL "=" TO ST-LINE
004550     WRITE ST-LINE
004560     MOVE SPACES TO ST-LINE
004570     STRING "  KONTOAUSZUG " DELIMITED BY SIZE
004580         WS-PERIOD-START DELIMITED BY SIZE
004590         " - " DELIMITED BY SIZE
004600         WS-PERIOD-END DELIMITED BY SIZE
004610         INTO ST-LINE
004620     WRITE ST-LINE
004630     MOVE SPACES TO ST-LINE
004640     STRING "  Kontonummer  : " DELIMITED BY SIZE
004650         ACCT-NUMBER DELIMITED BY SIZE
004660         INTO ST-LINE
004670     WRITE ST-LINE
004680     PERFORM 3600-FETCH-CUSTOMER THRU 3600-EXIT
004690     MOVE SPACES TO ST-LINE
004700     STRING "  Kunde        : " DELIMITED BY SIZE
004710         ACCT-CUST-NUMBER DELIMITED BY SIZE
004720         " " DELIMITED BY SIZE
004730         CUST-FIRST-NAME DELIMITED BY SIZE
004740         " " DELIMITED BY SIZE
004750         CUST-LAST-NAME DELIMITED BY SIZE
004760         INTO ST-LINE
004770     WRITE ST-LINE
004780     MOVE SPACES TO ST-LINE
004790     WRITE ST-LINE.
004800 3300-EXIT.
004810     EXIT.
004820
004830*****************************************************************
004840* 3400-STATEMENT-MOVEMENT - ONE MOVEMENT LINE.  THE FIRST       *
004850*            MOVEMENT OF THE GROUP FIXES THE OPENING BALANCE:   *
004860*            BALANCE AFTER THE POSTING MINUS ITS AMOUNT.  EACH  *
004870*            LINE IS HELD UNTIL THE NEXT ONE IS SEEN, SO AN     *
004880*            ORIGINAL FOLLOWED BY ITS STORNO CAN BE MARKED      *
004890*****************************************************************
004900 3400-STATEMENT-MOVEMENT.
004910     MOVE SR-BALANCE-DISPLAY TO WS-DEEDIT-BALANCE
004920     IF FIRST-MOVE-PENDING
004930        MOVE "N" TO WS-FIRST-MOVE-SW
004940        COMPUTE WS-OPENING-BALANCE
004950            = WS-DEEDIT-BALANCE - SR-AMOUNT
004960        MOVE WS-OPENING-BALANCE TO WS-BALANCE-EDIT
004970        MOVE SPACES TO ST-LINE
004980        STRING "  Anfangssaldo : " DELIMITED BY SIZE
004990            WS-BALANCE-EDIT DELIMITED BY SIZE
005000            INTO ST-LINE
005010        WRITE ST-LINE
005020     END-IF
005030     IF SR-TIMESTAMP > WS-LATEST-TIMESTAMP
005040        MOVE SR-TIMESTAMP      TO WS-LATEST-TIMESTAMP
005050        MOVE WS-DEEDIT-BALANCE TO WS-CLOSING-BALANCE
005060     END-IF
005070     MOVE SR-AMOUNT TO WS-AMOUNT-EDIT
005080     MOVE SPACES TO ST-LINE
005090     STRING "  " DELIMITED BY SIZE
005100         SR-TIMESTAMP (1:8) DELIMITED BY SIZE
005110         "  " DELIMITED BY SIZE
005120         SR-ACTION DELIMITED BY SIZE
005130         "  " DELIMITED BY SIZE
005140         WS-AMOUNT-EDIT DELIMITED BY SIZE
005150         "  " DELIMITED BY SIZE
005160         SR-BALANCE-DISPLAY DELIMITED BY SIZE
005170         INTO ST-LINE
005180     MOVE ST-LINE TO WS-CURRENT-LINE
005190     IF SR-PAIR-STORNO
005200        IF LINE-HELD
005210           AND WS-HELD-TIMESTAMP = SR-PAIR-TIMESTAMP
005220           MOVE "STORNIERT" TO WS-HELD-LINE (55:9)
005230           MOVE "STORNO ZU OBIGER BUCHUNG"
005240               TO WS-CURRENT-LINE (55:24)
005250        ELSE
005260           MOVE "STORNO ZU " TO WS-CURRENT-LINE (55:10)
005270           MOVE SR-PAIR-TIMESTAMP TO WS-CURRENT-LINE (65:16)
005280        END-IF
005290     END-IF
005300     PERFORM 3450-RELEASE-HELD-LINE THRU 3450-EXIT
005310     MOVE WS-CURRENT-LINE TO WS-HELD-LINE
005320     MOVE "Y"     TO WS-HELD-LINE-SW
005330     IF SR-PAIR-ORIGINAL
005340        MOVE SR-TIMESTAMP TO WS-HELD-TIMESTAMP
005350     ELSE
005360        MOVE SPACES       TO WS-HELD-TIMESTAMP
005370     END-IF
005380     ADD 1 TO WS-MOVE-IN-GROUP
005390     ADD 1 TO WS-MOVEMENT-COUNT
005400     PERFORM 3100-RETURN-SORT-RECORD THRU 3100-EXIT.
005410 3400-EXIT.
005420     EXIT.
005430
005440*****************************************************************
005450* 3450-RELEASE-HELD-LINE - PRINT THE MOVEMENT LINE HELD BACK BY *
005460*            3400, IF ANY                                       *
005470*****************************************************************
005480 3450-RELEASE-HELD-LINE.
005490     IF NOT LINE-HELD
005500        GO TO 3450-EXIT
005510     END-IF
005520     MOVE WS-HELD-LINE TO ST-LINE
005530     WRITE ST-LINE
005540     MOVE "N" TO WS-HELD-LINE-SW.
005550 3450-EXIT.
005560     EXIT.
005570
005580 3500-STATEMENT-FOOTER.
005590     IF WS-MOVE-IN-GROUP = ZERO
005600        MOVE WS-OPENING-BALANCE TO WS-BALANCE-EDIT
005610        MOVE SPACES TO ST-LINE
005620        STRING "  Anfangssaldo : " DELIMITED BY SIZE
005630            WS-BALANCE-EDIT DELIMITED BY SIZE
005640            INTO ST-LINE
005650        WRITE ST-LINE
005660        MOVE SPACES TO ST-LINE
005670        MOVE "  Keine Bewegungen im Zeitraum." TO ST-LINE
005680        WRITE ST-LINE
005690     END-IF
005700     MOVE WS-CLOSING-BALANCE TO WS-BALANCE-EDIT
005710     MOVE SPACES TO ST-LINE
005720     STRING "  Endsaldo     : " DELIMITED BY SIZE
005730         WS-BALANCE-EDIT DELIMITED BY SIZE
005740         INTO ST-LINE
005750     WRITE ST-LINE
005760     MOVE ALL "=" TO ST-LINE
005770     WRITE ST-LINE
005780     MOVE SPACES TO ST-LINE
005790     WRITE ST-LINE.
005800 3500-EXIT.
005810     EXIT.
005820
005830 3600-FETCH-CUSTOMER.
005840     MOVE "N" TO WS-CUST-FOUND-SW
005850     MOVE ACCT-CUST-NUMBER TO CUST-NUMBER
005860     READ CUSTMAS
005870         KEY IS CUST-NUMBER
005880         INVALID KEY
005890             MOVE SPACES TO CUST-FIRST-NAME
005900             MOVE "(KUNDE UNBEKANNT)" TO CUST-LAST-NAME
005910             MOVE SPACES TO CUST-BIRTH-DATE
005920         NOT INVALID KEY
005930             MOVE "Y" TO WS-CUST-FOUND-SW
005940     END-READ.
005950 3600-EXIT.
005960     EXIT.
005970
005980*****************************************************************
005990* 3700-DRAIN-ORPHAN - MOVEMENT FOR AN ACCOUNT NOT ON THE MASTER *
006000*            (CLOSED AND REMOVED DURING THE QUARTER).  COUNTED  *
006010*            FOR THE SUMMARY, NOT PRINTED AS A STATEMENT        *
006020*****************************************************************
006030 3700-DRAIN-ORPHAN.
006040     ADD 1 TO WS-ORPHAN-MOVE-COUNT
006050     PERFORM 3100-RETURN-SORT-RECORD THRU 3100-EXIT.
006060 3700-EXIT.
006070     EXIT.
006080
006090 3750-DRAIN-THIS-ACCOUNT.
006100     ADD 1 TO WS-ORPHAN-MOVE-COUNT
006110     PERFORM 3100-RETURN-SORT-RECORD THRU 3100-EXIT.
006120 3750-EXIT.
006130     EXIT.
006140
006150 3999-EXIT.
006160     EXIT.
006170
006180*****************************************************************
006190* 4000-PRINT-SUMMARY - RUN TOTALS TO THE OPERATOR AND THE FILE  *
006200*****************************************************************
006210 4000-PRINT-SUMMARY.
006220     MOVE ALL "-" TO ST-LINE
006230     WRITE ST-LINE
006240     MOVE WS-STATEMENT-COUNT TO WS-COUNT-EDIT
006250     MOVE SPACES TO ST-LINE
006260     STRING "AUSZUEGE GESCHRIEBEN   : " DELIMITED BY SIZE
006270         WS-COUNT-EDIT DELIMITED BY SIZE
006280         INTO ST-LINE
006290     WRITE ST-LINE
006300     MOVE WS-MOVEMENT-COUNT TO WS-COUNT-EDIT
006310     MOVE SPACES TO ST-LINE
006320     STRING "BEWEGUNGEN AUFGEFUEHRT : " DELIMITED BY SIZE
006330         WS-COUNT-EDIT DELIMITED BY SIZE
006340         INTO ST-LINE
006350     WRITE ST-LINE
006360     MOVE WS-ORPHAN-MOVE-COUNT TO WS-COUNT-EDIT
006370     MOVE SPACES TO ST-LINE
006380     STRING "BEWEGUNG OHNE AKTIVES KONTO: " DELIMITED BY SIZE
006390         WS-COUNT-EDIT DELIMITED BY SIZE
006400         INTO ST-LINE
006410     WRITE ST-LINE
006420
006430     DISPLAY " "
006440     DISPLAY "----- KONTOAUSZUGSLAUF - ZUSAMMENFASSUNG -----"
006450     DISPLAY "Historiensaetze gelesen: " WS-HIST-READ-COUNT
006460     DISPLAY "Bewegungen sortiert   : " WS-RELEASED-COUNT
006470     DISPLAY "Auszuege geschrieben  : " WS-STATEMENT-COUNT
006480     DISPLAY "Bewegungen aufgefuehrt: " WS-MOVEMENT-COUNT
006490     DISPLAY "Konten inaktiv        : " WS-INACTIVE-SKIP-COUNT
006500     DISPLAY "Bewegung ohne Konto   : " WS-ORPHAN-MOVE-COUNT
006510     DISPLAY "Auszuege in STMTQTR abgelegt.".
006520 4000-EXIT.
006530     EXIT.
006540
006550*****************************************************************
006560* 9000-TERMINATE - CLOSE WHAT IS STILL OPEN                      *
006570*****************************************************************
006580 9000-TERMINATE.
006590     IF NOT ABORT-RUN
006600        CLOSE ACCTMAS
006610        CLOSE CUSTMAS
006620        CLOSE UMSHIST
006630        CLOSE STMTQTR
006640     END-IF.
006650 9000-EXIT.
006660     EXIT.
