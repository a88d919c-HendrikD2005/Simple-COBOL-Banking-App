000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CashMonitor.
000030 AUTHOR. H. DECKER.
000040 INSTALLATION. RETAIL BANKING OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*    CASHMONITOR - BARGELDUEBERWACHUNG NACH DEM                 *
000100*                  GELDWAESCHEGESETZ (GWG)                      *
000110*                                                               *
000120*    NIGHTLY LOOK AT THE CASH ACTIVITY OF EVERY CUSTOMER        *
000130*    ACROSS ALL THE CUSTOMER'S ACCOUNTS AND ACROSS DAYS.        *
000140*    READS THE UMSATZHISTORIE (UMSHIST) FOR THE LAST WINDOW     *
000150*    OF DAYS: EINZAHLUNG AND AUSZAHLUNG FROM THE COUNTER,       *
000160*    FROM SUPVAUTH AND FROM THE ATM AND BRANCH FEED             *
000170*    (BATCHPOSTING, TELLER STAPEL, ORIGIN IN THE SEARCH         *
000180*    TEXT), UEBERW-AUS, AND STORNO - A REVERSED ITEM IS NOT     *
000190*    COUNTED.  THE MOVEMENTS ARE SORTED BY CUSTOMER             *
000200*    (ACCT-CUST-NUMBER) AND TIMESTAMP AND CHECKED FOR THREE     *
000210*    PATTERNS:                                                  *
000220*      B  ONE CASH ITEM AT OR ABOVE THE THRESHOLD               *
000230*      S  TWO OR MORE CASH ITEMS OF ONE DIRECTION FROM THE      *
000240*         NEAR-THRESHOLD FLOOR UP TO JUST UNDER THE THRESHOLD   *
000250*         ADDING UP TO THE THRESHOLD WITHIN THE WINDOW OF DAYS  *
000260*      D  A CASH DEPOSIT FROM THE FLOOR UP FOLLOWED BY          *
000270*         UEBERW-AUS OF AT LEAST THE GIVEN PERCENTAGE OF IT     *
000280*         WITHIN THE GIVEN NUMBER OF DAYS                       *
000290*                                                               *
000300*    EVERY HIT GOES TO THE CASE FILE GWGCASE (COPYBOOK          *
000310*    CASEREC) AND TO GWGRPT.  A MOVEMENT ALREADY IN A CASE OF   *
000320*    THE SAME PATTERN DOES NOT RAISE A NEW ONE, SO A PATTERN    *
000330*    SEEN LAST NIGHT IS NOT REPORTED AGAIN; NEW MOVEMENTS OF    *
000340*    A PATTERN ARE ADDED TO THE CUSTOMER'S OPEN CASE OF THAT    *
000350*    PATTERN, OR OPEN A NEW CASE WHEN THE LAST ONE IS CLOSED.   *
000360*                                                               *
000370*    PARAMETER RECORD GWGPARM, FIXED COLUMNS (MISSING FILE =    *
000380*    THE DEFAULTS IN BRACKETS):                                 *
000390*      1- 9  SCHWELLENWERT      9(7)V99  (10000.00)             *
000400*     11-19  UNTERGRENZE NAHE                                   *
000410*            SCHWELLE           9(7)V99  (7500.00)              *
000420*     21-23  ZEITFENSTER TAGE   9(03)    (010)                  *
000430*     25-27  DURCHLAUF TAGE     9(03)    (003)                  *
000440*     29-31  DURCHLAUF PROZENT  9(03)    (090)                  *
000450*                                                               *
000460*    RUNS WITH THE COUNTER CLOSED, AFTER TRANLOGARCHIVE HAS     *
000470*    LOADED THE DAY INTO UMSHIST (STEP ARCHIV DONE) OR AFTER    *
000480*    THE DAY CLOSE, FOR THE LAST ARCHIVED BUSINESS DAY.         *
000490*                                                               *
000500*    AT MOST 500 MOVEMENTS OF ONE CUSTOMER ARE HELD.  BEYOND    *
000510*    THAT THE OLDEST ARE SHIFTED OUT, SO THE NEWEST MOVEMENTS - *
000520*    THE DAY UNDER REVIEW - ARE ALWAYS CHECKED; THE CUSTOMER IS *
000530*    LISTED ON GWGRPT AS ONLY PARTLY CHECKED.                   *
000540*                                                               *
000550*    MODIFICATION HISTORY                                       *
000560*    ------------------------------------------------------     *
000570*    2026-10-15  HD  ORIGINAL VERSION.                          *
000580*    2026-10-15  HD  DIE DATEIEN WERDEN AUCH NACH EINEM ABBRUCH *
000590*                    GESCHLOSSEN. RENUMBERED THE SOURCE.        *
000600*    2026-10-15  HD  UNBENUTZTE FELDER WS-IN-THIS-CASE-SW       *
000610*                    UND WS-LOOKUP-CASE ENTFERNT.               *
000620*                    RENUMBERED THE SOURCE.                     *
000630*    2026-10-15  HD  BEI MEHR ALS 500 UMSAETZEN EINES KUNDEN    *
000640*                    WERDEN DIE AELTESTEN VERDRAENGT STATT DER  *
000650*                    NEUESTEN UEBERGANGEN. RENUMBERED THE       *
000660*                    SOURCE.                                    *
000670*                                                               *
000680*****************************************************************
000690
000700 ENVIRONMENT DIVISION.
000710 INPUT-OUTPUT SECTION.
000720 FILE-CONTROL.
000730     SELECT BUSDATE ASSIGN TO "BUSDATE"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-BUSDATE-STATUS.
000760
000770     SELECT GWGPARM ASSIGN TO "GWGPARM"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-GWGPARM-STATUS.
000800
000810     SELECT ACCTMAS ASSIGN TO "ACCTMAS"
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS ACCT-NUMBER
000850         ALTERNATE RECORD KEY IS ACCT-CUST-NUMBER
000860             WITH DUPLICATES
000870         FILE STATUS IS WS-ACCTMAS-STATUS.
000880
000890     SELECT CUSTMAS ASSIGN TO "CUSTMAS"
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS DYNAMIC
000920         RECORD KEY IS CUST-NUMBER
000930         ALTERNATE RECORD KEY IS CUST-LAST-NAME
000940             WITH DUPLICATES
000950         FILE STATUS IS WS-CUSTMAS-STATUS.
000960
000970     SELECT UMSHIST ASSIGN TO "UMSHIST"
000980         ORGANIZATION IS INDEXED
000990         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS UH-KEY
001010         FILE STATUS IS WS-UMSHIST-STATUS.
001020
001030     SELECT GWGCASE ASSIGN TO "GWGCASE"
001040         ORGANIZATION IS INDEXED
001050         ACCESS MODE IS DYNAMIC
001060         RECORD KEY IS GC-KEY
001070         ALTERNATE RECORD KEY IS GC-CUST-NUMBER
001080             WITH DUPLICATES
001090         ALTERNATE RECORD KEY IS GC-MOVE-KEY
001100             WITH DUPLICATES
001110         FILE STATUS IS WS-GWGCASE-STATUS.
001120
001130     SELECT GWGRPT ASSIGN TO "GWGRPT"
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS WS-GWGRPT-STATUS.
001160
001170     SELECT SORTWRK ASSIGN TO "SORTWRK".
001180
001190 DATA DIVISION.
001200 FILE SECTION.
001210 FD  BUSDATE
001220     LABEL RECORDS ARE STANDARD.
001230 COPY BDATREC.
001240
001250 FD  GWGPARM
001260     LABEL RECORDS ARE STANDARD.
001270 01  GP-RECORD.
001280     05  GP-THRESHOLD            PIC 9(7)V99.
001290     05  FILLER                  PIC X(01).
001300     05  GP-NEAR-FLOOR           PIC 9(7)V99.
001310     05  FILLER                  PIC X(01).
001320     05  GP-WINDOW-DAYS          PIC 9(03).
001330     05  FILLER                  PIC X(01).
001340     05  GP-OUT-DAYS             PIC 9(03).
001350     05  FILLER                  PIC X(01).
001360     05  GP-OUT-PCT              PIC 9(03).
001370     05  FILLER                  PIC X(49).
001380
001390 FD  ACCTMAS
001400     LABEL RECORDS ARE STANDARD.
001410 COPY ACCTREC.
001420
001430 FD  CUSTMAS
001440     LABEL RECORDS ARE STANDARD.
001450 COPY CUSTREC.
001460
001470 FD  UMSHIST
001480     LABEL RECORDS ARE STANDARD.
001490 COPY HISTREC.
001500
001510 FD  GWGCASE
001520     LABEL RECORDS ARE STANDARD.
001530 COPY CASEREC.
001540
001550 FD  GWGRPT
001560     LABEL RECORDS ARE STANDARD.
001570 01  RP-LINE                     PIC X(100).
001580
001590 SD  SORTWRK.
001600 01  SR-RECORD.
001610     05  SR-CUST-NUMBER          PIC 9(06).
001620     05  SR-TIMESTAMP            PIC X(17).
001630     05  SR-ACCT-NUMBER          PIC 9(06).
001640     05  SR-SEQ                  PIC 9(02).
001650     05  SR-KIND                 PIC X(01).
001660     05  SR-ACTION               PIC X(10).
001670     05  SR-AMOUNT               PIC S9(9)V99.
001680     05  SR-TELLER-ID            PIC X(08).
001690     05  SR-SEARCH-TEXT          PIC X(30).
001700
001710 WORKING-STORAGE SECTION.
001720*--------------------------------------------------------------*
001730* FILE STATUS AND CONDITION SWITCHES                           *
001740*--------------------------------------------------------------*
001750 01  WS-BUSDATE-STATUS           PIC X(02) VALUE "00".
001760 01  WS-GWGPARM-STATUS           PIC X(02) VALUE "00".
001770 01  WS-ACCTMAS-STATUS           PIC X(02) VALUE "00".
001780 01  WS-CUSTMAS-STATUS           PIC X(02) VALUE "00".
001790 01  WS-UMSHIST-STATUS           PIC X(02) VALUE "00".
001800 01  WS-GWGCASE-STATUS           PIC X(02) VALUE "00".
001810 01  WS-GWGRPT-STATUS            PIC X(02) VALUE "00".
001820 01  WS-UMSHIST-EOF-SW           PIC X(01) VALUE "N".
001830     88  UMSHIST-EOF                       VALUE "Y".
001840 01  WS-GWGCASE-EOF-SW           PIC X(01) VALUE "N".
001850     88  GWGCASE-EOF                       VALUE "Y".
001860 01  WS-SORT-EOF-SW              PIC X(01) VALUE "N".
001870     88  SORT-EOF                          VALUE "Y".
001880 01  WS-ABORT-RUN-SW             PIC X(01) VALUE "N".
001890     88  ABORT-RUN                         VALUE "Y".
001900 01  WS-LEAP-YEAR-SW             PIC X(01) VALUE "N".
001910     88  LEAP-YEAR                         VALUE "Y".
001920 01  WS-OPEN-CASE-SW             PIC X(01) VALUE "N".
001930     88  OPEN-CASE-FOUND                   VALUE "Y".
001940 01  WS-IN-TYPE-SW               PIC X(01) VALUE "N".
001950     88  IN-CASE-OF-TYPE                   VALUE "Y".
001960 01  WS-OVERFLOW-SW              PIC X(01) VALUE "N".
001970     88  TABLE-OVERFLOW                    VALUE "Y".
001980
001990*--------------------------------------------------------------*
002000* MONITORING PARAMETERS - FROM GWGPARM OR THE DEFAULTS         *
002010*--------------------------------------------------------------*
002020 01  WS-THRESHOLD                PIC S9(7)V99 VALUE 10000.00.
002030 01  WS-NEAR-FLOOR               PIC S9(7)V99 VALUE 7500.00.
002040 01  WS-WINDOW-DAYS              PIC 9(03) VALUE 10.
002050 01  WS-OUT-DAYS                 PIC 9(03) VALUE 3.
002060 01  WS-OUT-PCT                  PIC 9(03) VALUE 90.
002070 01  WS-PARM-SOURCE              PIC X(08) VALUE "GWGPARM".
002080
002090*--------------------------------------------------------------*
002100* SCAN WINDOW - LAST ARCHIVED DAY BACK BY THE WINDOW PLUS THE  *
002110* PASS-THROUGH DAYS                                            *
002120*--------------------------------------------------------------*
002130 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
002140 01  WS-SCAN-DATE                PIC 9(08) VALUE ZERO.
002150 01  WS-SCAN-DATE-PARTS REDEFINES WS-SCAN-DATE.
002160     05  WS-SCAN-YEAR            PIC 9(04).
002170     05  WS-SCAN-MONTH           PIC 9(02).
002180     05  WS-SCAN-DAY             PIC 9(02).
002190 01  WS-BACK-DAYS                PIC 9(04) COMP VALUE ZERO.
002200 01  WS-MONTH-END-DAY            PIC 9(02) VALUE ZERO.
002210 01  WS-YEAR-REMAINDER           PIC 9(04) COMP VALUE ZERO.
002220 01  WS-LEAP-YEAR                PIC 9(04) VALUE ZERO.
002230 01  WS-MONTH-DAYS-TABLE.
002240     05  FILLER                  PIC X(24)
002250         VALUE "312831303130313130313031".
002260 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
002270     05  WS-DAYS-IN-MONTH        PIC 9(02) OCCURS 12 TIMES.
002280 01  WS-HIST-ACCT                PIC 9(06) VALUE ZERO.
002290 01  WS-HIST-CUST                PIC 9(06) VALUE ZERO.
002300 01  WS-CUST-ACCT                PIC 9(06) VALUE ZERO.
002310 01  WS-CUST-KNOWN-SW            PIC X(01) VALUE "N".
002320     88  CUST-KNOWN                        VALUE "Y".
002330
002340*--------------------------------------------------------------*
002350* DAY NUMBER - DAYS SINCE 1 JANUARY OF YEAR 1, FOR THE         *
002360* DISTANCE IN DAYS BETWEEN TWO MOVEMENTS                       *
002370*--------------------------------------------------------------*
002380 01  WS-CALC-DATE                PIC 9(08) VALUE ZERO.
002390 01  WS-CALC-DATE-PARTS REDEFINES WS-CALC-DATE.
002400     05  WS-CALC-YEAR            PIC 9(04).
002410     05  WS-CALC-MONTH           PIC 9(02).
002420     05  WS-CALC-DAY             PIC 9(02).
002430 01  WS-CALC-PRIOR-YEARS         PIC 9(04) COMP VALUE ZERO.
002440 01  WS-CALC-Q4                  PIC 9(04) COMP VALUE ZERO.
002450 01  WS-CALC-Q100                PIC 9(04) COMP VALUE ZERO.
002460 01  WS-CALC-Q400                PIC 9(04) COMP VALUE ZERO.
002470 01  WS-CALC-DAYNUM              PIC 9(07) COMP VALUE ZERO.
002480 01  WS-MONTH-START-TABLE.
002490     05  FILLER                  PIC X(36)
002500         VALUE "000031059090120151181212243273304334".
002510 01  WS-MONTH-STARTS REDEFINES WS-MONTH-START-TABLE.
002520     05  WS-DAYS-BEFORE-MONTH    PIC 9(03) OCCURS 12 TIMES.
002530
002540*--------------------------------------------------------------*
002550* CASH MOVEMENTS OF ONE CUSTOMER IN THE SCAN WINDOW, IN        *
002560* TIMESTAMP ORDER.  KIND E BAR EIN, A BAR AUS, U UEBERW-AUS,   *
002570* R STORNO                                                     *
002580*--------------------------------------------------------------*
002590 01  WS-MOVE-TABLE.
002600     05  WS-MV-ENTRY OCCURS 500 TIMES.
002610         10  WS-MV-KEY.
002620             15  WS-MV-ACCT      PIC 9(06).
002630             15  WS-MV-TIMESTAMP PIC X(17).
002640             15  WS-MV-SEQ       PIC 9(02).
002650         10  WS-MV-KIND          PIC X(01).
002660         10  WS-MV-ACTION        PIC X(10).
002670         10  WS-MV-AMOUNT        PIC S9(9)V99.
002680         10  WS-MV-ABS           PIC S9(9)V99.
002690         10  WS-MV-TELLER        PIC X(08).
002700         10  WS-MV-TEXT          PIC X(30).
002710         10  WS-MV-DAYNUM        PIC 9(07) COMP.
002720         10  WS-MV-REVERSED      PIC X(01).
002730         10  WS-MV-PICK          PIC X(01).
002740         10  WS-MV-NEW           PIC X(01).
002750 01  WS-MV-COUNT                 PIC 9(04) COMP VALUE ZERO.
002760 01  WS-MV-MAX                   PIC 9(04) COMP VALUE 500.
002770 01  WS-MV-IX                    PIC 9(04) COMP VALUE ZERO.
002780 01  WS-MV-JX                    PIC 9(04) COMP VALUE ZERO.
002790 01  WS-MV-KX                    PIC 9(04) COMP VALUE ZERO.
002800 01  WS-CUR-CUST                 PIC 9(06) VALUE ZERO.
002810 01  WS-CUST-NAME                PIC X(41) VALUE SPACES.
002820
002830*--------------------------------------------------------------*
002840* THE HIT BEING RECORDED - PATTERN, PICKED MOVEMENTS, CASE     *
002850*--------------------------------------------------------------*
002860 01  WS-HIT-TYPE                 PIC X(01) VALUE SPACE.
002870 01  WS-HIT-TEXT                 PIC X(28) VALUE SPACES.
002880 01  WS-PICK-COUNT               PIC 9(04) COMP VALUE ZERO.
002890 01  WS-PICK-NEW-COUNT           PIC 9(04) COMP VALUE ZERO.
002900 01  WS-PICK-SUM                 PIC S9(9)V99 VALUE ZERO.
002910 01  WS-OUT-SUM                  PIC S9(9)V99 VALUE ZERO.
002920 01  WS-WINDOW-START-DAY         PIC 9(07) COMP VALUE ZERO.
002930 01  WS-WINDOW-END-DAY           PIC 9(07) COMP VALUE ZERO.
002940 01  WS-CASE-NUMBER              PIC 9(06) VALUE ZERO.
002950 01  WS-HIGHEST-CASE             PIC 9(06) VALUE ZERO.
002960 01  WS-CASE-ACTION              PIC X(09) VALUE SPACES.
002970 01  WS-LINE-COUNT               PIC 9(03) VALUE ZERO.
002980 01  WS-CASH-TOTAL               PIC S9(9)V99 VALUE ZERO.
002990 01  WS-TRANSFER-TOTAL           PIC S9(9)V99 VALUE ZERO.
003000
003010*--------------------------------------------------------------*
003020* RUN COUNTERS                                                 *
003030*--------------------------------------------------------------*
003040 01  WS-HIST-READ-COUNT          PIC 9(09) COMP VALUE ZERO.
003050 01  WS-RELEASED-COUNT           PIC 9(09) COMP VALUE ZERO.
003060 01  WS-NO-CUST-COUNT            PIC 9(07) COMP VALUE ZERO.
003070 01  WS-CUSTOMER-COUNT           PIC 9(07) COMP VALUE ZERO.
003080 01  WS-OVERFLOW-COUNT           PIC 9(07) COMP VALUE ZERO.
003090 01  WS-REVERSED-COUNT           PIC 9(07) COMP VALUE ZERO.
003100 01  WS-NEW-CASE-COUNT           PIC 9(07) COMP VALUE ZERO.
003110 01  WS-ADDED-CASE-COUNT         PIC 9(07) COMP VALUE ZERO.
003120 01  WS-KNOWN-HIT-COUNT          PIC 9(07) COMP VALUE ZERO.
003130 01  WS-OPEN-CASE-COUNT          PIC 9(07) COMP VALUE ZERO.
003140 01  WS-TYPE-COUNTS.
003150     05  WS-B-HIT-COUNT          PIC 9(07) COMP VALUE ZERO.
003160     05  WS-S-HIT-COUNT          PIC 9(07) COMP VALUE ZERO.
003170     05  WS-D-HIT-COUNT          PIC 9(07) COMP VALUE ZERO.
003180
003190*--------------------------------------------------------------*
003200* REPORT EDIT FIELDS                                           *
003210*--------------------------------------------------------------*
003220 01  WS-COUNT-EDIT               PIC Z(08)9.
003230 01  WS-AMOUNT-EDIT              PIC -(9)9.99.
003240 01  WS-AMOUNT-EDIT-2            PIC -(9)9.99.
003250
003260 PROCEDURE DIVISION.
003270*****************************************************************
003280* 0000-MAINLINE                                                 *
003290*****************************************************************
003300 0000-MAINLINE.
003310     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003320     IF NOT ABORT-RUN
003330        SORT SORTWRK
003340            ON ASCENDING KEY SR-CUST-NUMBER
003350                             SR-TIMESTAMP
003360                             SR-ACCT-NUMBER
003370                             SR-SEQ
003380            INPUT PROCEDURE IS 2000-COLLECT-CASH
003390                          THRU 2999-EXIT
003400            OUTPUT PROCEDURE IS 3000-EXAMINE-CUSTOMERS
003410                           THRU 3999-EXIT
003420        IF NOT ABORT-RUN
003430           PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT
003440        END-IF
003450     END-IF
003460     PERFORM 9000-TERMINATE THRU 9000-EXIT
003470     STOP RUN.
003480
003490*****************************************************************
003500* 1000-INITIALIZE - DATE, PARAMETERS, SCAN WINDOW, FILE OPENS   *
003510*            AND THE STATE OF THE CASE FILE                     *
003520*****************************************************************
003530 1000-INITIALIZE.
003540     PERFORM 1050-CHECK-BUSINESS-DATE THRU 1050-EXIT
003550     IF ABORT-RUN
003560        GO TO 1000-EXIT
003570     END-IF
003580     PERFORM 1100-READ-PARAMETER THRU 1100-EXIT
003590     IF ABORT-RUN
003600        GO TO 1000-EXIT
003610     END-IF
003620
003630     MOVE WS-RUN-DATE TO WS-SCAN-DATE
003640     COMPUTE WS-BACK-DAYS = WS-WINDOW-DAYS + WS-OUT-DAYS
003650     PERFORM 2300-PREV-SCAN-DATE THRU 2300-EXIT
003660         WS-BACK-DAYS TIMES
003670     DISPLAY "GWG-BARGELDUEBERWACHUNG " WS-SCAN-DATE
003680         " BIS " WS-RUN-DATE
003690
003700     OPEN INPUT ACCTMAS
003710     IF WS-ACCTMAS-STATUS NOT = "00"
003720        DISPLAY "FEHLER BEIM OEFFNEN VON ACCTMAS, STATUS "
003730            WS-ACCTMAS-STATUS
003740        SET ABORT-RUN TO TRUE
003750        GO TO 1000-EXIT
003760     END-IF
003770     OPEN INPUT CUSTMAS
003780     IF WS-CUSTMAS-STATUS NOT = "00"
003790        DISPLAY "FEHLER BEIM OEFFNEN VON CUSTMAS, STATUS "
003800            WS-CUSTMAS-STATUS
003810        SET ABORT-RUN TO TRUE
003820        GO TO 1000-EXIT
003830     END-IF
003840     OPEN INPUT UMSHIST
003850     IF WS-UMSHIST-STATUS NOT = "00"
003860        DISPLAY "FEHLER BEIM OEFFNEN VON UMSHIST, STATUS "
003870            WS-UMSHIST-STATUS
003880        SET ABORT-RUN TO TRUE
003890        GO TO 1000-EXIT
003900     END-IF
003910     OPEN I-O GWGCASE
003920     IF WS-GWGCASE-STATUS = "35"
003930        OPEN OUTPUT GWGCASE
003940        CLOSE GWGCASE
003950        OPEN I-O GWGCASE
003960     END-IF
003970     IF WS-GWGCASE-STATUS NOT = "00"
003980        DISPLAY "FEHLER BEIM OEFFNEN VON GWGCASE, STATUS "
003990            WS-GWGCASE-STATUS
004000        SET ABORT-RUN TO TRUE
004010        GO TO 1000-EXIT
004020     END-IF
004030     PERFORM 1200-SCAN-CASE-FILE THRU 1200-EXIT
004040
004050     OPEN OUTPUT GWGRPT
004060     MOVE SPACES TO RP-LINE
004070     STRING "GWG-BARGELDUEBERWACHUNG " DELIMITED BY SIZE
004080         WS-SCAN-DATE DELIMITED BY SIZE
004090         " BIS " DELIMITED BY SIZE
004100         WS-RUN-DATE DELIMITED BY SIZE
004110         "   PARAMETER AUS " DELIMITED BY SIZE
004120         WS-PARM-SOURCE DELIMITED BY SPACE
004130         INTO RP-LINE
004140     WRITE RP-LINE
004150     MOVE WS-THRESHOLD  TO WS-AMOUNT-EDIT
004160     MOVE WS-NEAR-FLOOR TO WS-AMOUNT-EDIT-2
004170     MOVE SPACES TO RP-LINE
004180     STRING "SCHWELLE " DELIMITED BY SIZE
004190         WS-AMOUNT-EDIT DELIMITED BY SIZE
004200         "  UNTERGRENZE " DELIMITED BY SIZE
004210         WS-AMOUNT-EDIT-2 DELIMITED BY SIZE
004220         "  FENSTER " DELIMITED BY SIZE
004230         WS-WINDOW-DAYS DELIMITED BY SIZE
004240         " TAGE  DURCHLAUF " DELIMITED BY SIZE
004250         WS-OUT-PCT DELIMITED BY SIZE
004260         " % IN " DELIMITED BY SIZE
004270         WS-OUT-DAYS DELIMITED BY SIZE
004280         " TAGEN" DELIMITED BY SIZE
004290         INTO RP-LINE
004300     WRITE RP-LINE
004310     MOVE ALL "-" TO RP-LINE
004320     WRITE RP-LINE.
004330 1000-EXIT.
004340     EXIT.
004350
004360*****************************************************************
004370* 1050-CHECK-BUSINESS-DATE - THE LAST BUSINESS DAY WHOSE        *
004380*            MOVEMENTS ARE IN UMSHIST: TODAY ONCE ARCHIV HAS    *
004390*            RUN, THE CLOSED DAY AFTER THE DAY CLOSE            *
004400*****************************************************************
004410 1050-CHECK-BUSINESS-DATE.
004420     OPEN INPUT BUSDATE
004430     IF WS-BUSDATE-STATUS NOT = "00"
004440        DISPLAY "FEHLER BEIM OEFFNEN VON BUSDATE, STATUS "
004450            WS-BUSDATE-STATUS " - LAUF ABGELEHNT."
004460        SET ABORT-RUN TO TRUE
004470        GO TO 1050-EXIT
004480     END-IF
004490     READ BUSDATE
004500         AT END
004510             CLOSE BUSDATE
004520             DISPLAY "FEHLER: BUSDATE IST LEER - LAUF ABGELEHNT."
004530             SET ABORT-RUN TO TRUE
004540             GO TO 1050-EXIT
004550     END-READ
004560     CLOSE BUSDATE
004570     IF BD-ONLINE-OPEN
004580        DISPLAY "SCHALTER IST GEOEFFNET - LAUF ABGELEHNT."
004590        SET ABORT-RUN TO TRUE
004600        GO TO 1050-EXIT
004610     END-IF
004620     IF BD-DAY-CLOSED
004630        MOVE BD-PREV-DATE TO WS-RUN-DATE
004640        GO TO 1050-EXIT
004650     END-IF
004660     IF NOT BD-ARCHIV-DONE
004670        DISPLAY "ARCHIV FUER " BD-BUSINESS-DATE
004680            " NOCH NICHT GELAUFEN - LAUF ABGELEHNT."
004690        SET ABORT-RUN TO TRUE
004700        GO TO 1050-EXIT
004710     END-IF
004720     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
004730 1050-EXIT.
004740     EXIT.
004750
004760*****************************************************************
004770* 1100-READ-PARAMETER - THRESHOLD, FLOOR, WINDOW AND PASS-      *
004780*            THROUGH SETTINGS FROM GWGPARM.  WITHOUT THE        *
004790*            FILE THE DEFAULTS APPLY; A FAULTY RECORD STOPS     *
004800*            THE RUN                                            *
004810*****************************************************************
004820 1100-READ-PARAMETER.
004830     OPEN INPUT GWGPARM
004840     IF WS-GWGPARM-STATUS = "35"
004850        MOVE "STANDARD" TO WS-PARM-SOURCE
004860        DISPLAY "GWGPARM NICHT VORHANDEN - STANDARDWERTE."
004870        GO TO 1100-EXIT
004880     END-IF
004890     IF WS-GWGPARM-STATUS NOT = "00"
004900        DISPLAY "FEHLER BEIM OEFFNEN VON GWGPARM, STATUS "
004910            WS-GWGPARM-STATUS " - LAUF ABGELEHNT."
004920        SET ABORT-RUN TO TRUE
004930        GO TO 1100-EXIT
004940     END-IF
004950     READ GWGPARM
004960         AT END
004970             CLOSE GWGPARM
004980             DISPLAY "FEHLER: GWGPARM IST LEER - LAUF ABGELEHNT."
004990             SET ABORT-RUN TO TRUE
005000             GO TO 1100-EXIT
005010     END-READ
005020     CLOSE GWGPARM
005030     IF GP-THRESHOLD NOT NUMERIC
005040        OR GP-NEAR-FLOOR NOT NUMERIC
005050        OR GP-WINDOW-DAYS NOT NUMERIC
005060        OR GP-OUT-DAYS NOT NUMERIC
005070        OR GP-OUT-PCT NOT NUMERIC
005080        DISPLAY "FEHLER: GWGPARM NICHT NUMERISCH - "
005090            "LAUF ABGELEHNT."
005100        SET ABORT-RUN TO TRUE
005110        GO TO 1100-EXIT
005120     END-IF
005130     IF GP-THRESHOLD = ZERO
005140        OR GP-NEAR-FLOOR NOT < GP-THRESHOLD
005150        OR GP-WINDOW-DAYS = ZERO
005160        OR GP-OUT-PCT = ZERO
005170        OR GP-OUT-PCT > 100
005180        DISPLAY "FEHLER: GWGPARM UNSTIMMIG (SCHWELLE, "
005190            "UNTERGRENZE, FENSTER, PROZENT) - LAUF ABGELEHNT."
005200        SET ABORT-RUN TO TRUE
005210        GO TO 1100-EXIT
005220     END-IF
005230     MOVE GP-THRESHOLD   TO WS-THRESHOLD
005240     MOVE GP-NEAR-FLOOR  TO WS-NEAR-FLOOR
005250     MOVE GP-WINDOW-DAYS TO WS-WINDOW-DAYS
005260     MOVE GP-OUT-DAYS    TO WS-OUT-DAYS
005270     MOVE GP-OUT-PCT     TO WS-OUT-PCT.
005280 1100-EXIT.
005290     EXIT.
005300
005310*****************************************************************
005320* 1200-SCAN-CASE-FILE - HIGHEST CASE NUMBER SO FAR AND THE      *
005330*            NUMBER OF OPEN CASES                               *
005340*****************************************************************
005350 1200-SCAN-CASE-FILE.
005360     MOVE "N" TO WS-GWGCASE-EOF-SW
005370     MOVE ZERO TO GC-KEY
005380     START GWGCASE KEY IS NOT LESS THAN GC-KEY
005390         INVALID KEY
005400             MOVE "Y" TO WS-GWGCASE-EOF-SW
005410     END-START
005420     PERFORM 1210-SCAN-NEXT-CASE THRU 1210-EXIT
005430         UNTIL GWGCASE-EOF.
005440 1200-EXIT.
005450     EXIT.
005460
005470 1210-SCAN-NEXT-CASE.
005480     READ GWGCASE NEXT RECORD
005490         AT END
005500             MOVE "Y" TO WS-GWGCASE-EOF-SW
005510             GO TO 1210-EXIT
005520     END-READ
005530     IF GC-CASE-NUMBER > WS-HIGHEST-CASE
005540        MOVE GC-CASE-NUMBER TO WS-HIGHEST-CASE
005550     END-IF
005560     IF GC-LINE-NUMBER = ZERO
005570        AND GC-OFFEN
005580        ADD 1 TO WS-OPEN-CASE-COUNT
005590     END-IF.
005600 1210-EXIT.
005610     EXIT.
005620
005630*****************************************************************
005640* 2000-COLLECT-CASH - SORT INPUT: READ THE UMSATZHISTORIE BY    *
005650*            KEY, EACH ACCOUNT FROM THE START OF THE SCAN       *
005660*            WINDOW, RELEASING THE CASH, UEBERW-AUS AND STORNO  *
005670*            ENTRIES WITH THE CUSTOMER OF THE ACCOUNT           *
005680*****************************************************************
005690 2000-COLLECT-CASH.
005700     MOVE ZERO TO WS-HIST-ACCT
005710     PERFORM 2100-POSITION-ACCOUNT THRU 2100-EXIT
005720     PERFORM 2200-RELEASE-ENTRY THRU 2200-EXIT
005730         UNTIL UMSHIST-EOF.
005740 2000-EXIT.
005750     EXIT.
005760
005770*****************************************************************
005780* 2100-POSITION-ACCOUNT - START ON WS-HIST-ACCT AT THE FIRST    *
005790*            DAY OF THE SCAN WINDOW                             *
005800*****************************************************************
005810 2100-POSITION-ACCOUNT.
005820     MOVE WS-HIST-ACCT  TO UH-ACCT-NUMBER
005830     MOVE SPACES        TO UH-TIMESTAMP
005840     MOVE WS-SCAN-DATE  TO UH-TIMESTAMP (1:8)
005850     MOVE ZERO          TO UH-SEQ
005860     START UMSHIST KEY IS NOT LESS THAN UH-KEY
005870         INVALID KEY
005880             MOVE "Y" TO WS-UMSHIST-EOF-SW
005890     END-START.
005900 2100-EXIT.
005910     EXIT.
005920
005930*****************************************************************
005940* 2200-RELEASE-ENTRY - NEXT RECORD IN KEY ORDER.  A NEW         *
005950*            ACCOUNT DATED BEFORE THE WINDOW IS STARTED AGAIN   *
005960*            AT THE WINDOW AND ITS CUSTOMER LOOKED UP; A RECORD *
005970*            DATED AFTER THE RUN DATE ENDS THE ACCOUNT          *
005980*****************************************************************
005990 2200-RELEASE-ENTRY.
006000     READ UMSHIST NEXT RECORD
006010         AT END
006020             MOVE "Y" TO WS-UMSHIST-EOF-SW
006030             GO TO 2200-EXIT
006040     END-READ
006050     ADD 1 TO WS-HIST-READ-COUNT
006060     IF UH-ACCT-NUMBER NOT = WS-HIST-ACCT
006070        MOVE UH-ACCT-NUMBER TO WS-HIST-ACCT
006080        IF UH-TIMESTAMP (1:8) < WS-SCAN-DATE
006090           PERFORM 2100-POSITION-ACCOUNT THRU 2100-EXIT
006100           GO TO 2200-EXIT
006110        END-IF
006120     END-IF
006130     IF UH-TIMESTAMP (1:8) NOT > WS-RUN-DATE
006140        IF NOT CUST-KNOWN
006150           OR UH-ACCT-NUMBER NOT = WS-CUST-ACCT
006160           PERFORM 2250-LOOKUP-CUSTOMER THRU 2250-EXIT
006170        END-IF
006180     END-IF
006190     IF UH-TIMESTAMP (1:8) > WS-RUN-DATE
006200        OR WS-HIST-CUST = ZERO
006210        IF WS-HIST-ACCT = 999999
006220           MOVE "Y" TO WS-UMSHIST-EOF-SW
006230           GO TO 2200-EXIT
006240        END-IF
006250        ADD 1 TO WS-HIST-ACCT
006260        PERFORM 2100-POSITION-ACCOUNT THRU 2100-EXIT
006270        GO TO 2200-EXIT
006280     END-IF
006290     IF UH-AMOUNT NOT NUMERIC
006300        OR UH-TIMESTAMP (1:8) NOT NUMERIC
006310        GO TO 2200-EXIT
006320     END-IF
006330     EVALUATE UH-ACTION
006340         WHEN "EINZAHLUNG"
006350             MOVE "E" TO SR-KIND
006360         WHEN "AUSZAHLUNG"
006370             MOVE "A" TO SR-KIND
006380         WHEN "UEBERW-AUS"
006390             MOVE "U" TO SR-KIND
006400         WHEN "STORNO"
006410             MOVE "R" TO SR-KIND
006420         WHEN OTHER
006430             GO TO 2200-EXIT
006440     END-EVALUATE
006450     MOVE WS-HIST-CUST    TO SR-CUST-NUMBER
006460     MOVE UH-TIMESTAMP    TO SR-TIMESTAMP
006470     MOVE UH-ACCT-NUMBER  TO SR-ACCT-NUMBER
006480     MOVE UH-SEQ          TO SR-SEQ
006490     MOVE UH-ACTION       TO SR-ACTION
006500     MOVE UH-AMOUNT       TO SR-AMOUNT
006510     MOVE UH-TELLER-ID    TO SR-TELLER-ID
006520     MOVE UH-SEARCH-TEXT  TO SR-SEARCH-TEXT
006530     RELEASE SR-RECORD
006540     ADD 1 TO WS-RELEASED-COUNT.
006550 2200-EXIT.
006560     EXIT.
006570
006580*****************************************************************
006590* 2250-LOOKUP-CUSTOMER - CUSTOMER OF THE ACCOUNT ON THE         *
006600*            MASTER.  AN ACCOUNT WITHOUT CUSTOMER IS SKIPPED    *
006610*            AND COUNTED                                        *
006620*****************************************************************
006630 2250-LOOKUP-CUSTOMER.
006640     MOVE ZERO TO WS-HIST-CUST
006650     MOVE UH-ACCT-NUMBER TO WS-CUST-ACCT
006660     MOVE "Y" TO WS-CUST-KNOWN-SW
006670     MOVE UH-ACCT-NUMBER TO ACCT-NUMBER
006680     READ ACCTMAS
006690         KEY IS ACCT-NUMBER
006700         INVALID KEY
006710             ADD 1 TO WS-NO-CUST-COUNT
006720             GO TO 2250-EXIT
006730     END-READ
006740     IF ACCT-CUST-NUMBER NOT NUMERIC
006750        OR ACCT-CUST-NUMBER = ZERO
006760        ADD 1 TO WS-NO-CUST-COUNT
006770        GO TO 2250-EXIT
006780     END-IF
006790     MOVE ACCT-CUST-NUMBER TO WS-HIST-CUST.
006800 2250-EXIT.
006810     EXIT.
006820
006830 2999-EXIT.
006840     EXIT.
006850
006860*****************************************************************
006870* 2300-PREV-SCAN-DATE - BACK ONE CALENDAR DAY                   *
006880*****************************************************************
006890 2300-PREV-SCAN-DATE.
006900     IF WS-SCAN-DAY > 1
006910        SUBTRACT 1 FROM WS-SCAN-DAY
006920        GO TO 2300-EXIT
006930     END-IF
006940     IF WS-SCAN-MONTH > 1
006950        SUBTRACT 1 FROM WS-SCAN-MONTH
006960     ELSE
006970        MOVE 12 TO WS-SCAN-MONTH
006980        SUBTRACT 1 FROM WS-SCAN-YEAR
006990     END-IF
007000     MOVE WS-DAYS-IN-MONTH (WS-SCAN-MONTH) TO WS-MONTH-END-DAY
007010     IF WS-SCAN-MONTH = 2
007020        MOVE WS-SCAN-YEAR TO WS-LEAP-YEAR
007030        PERFORM 2610-CHECK-LEAP-YEAR THRU 2610-EXIT
007040        IF LEAP-YEAR
007050           MOVE 29 TO WS-MONTH-END-DAY
007060        END-IF
007070     END-IF
007080     MOVE WS-MONTH-END-DAY TO WS-SCAN-DAY.
007090 2300-EXIT.
007100     EXIT.
007110
007120*****************************************************************
007130* 2600-DAY-NUMBER - WS-CALC-DATE AS A RUNNING DAY NUMBER        *
007140*****************************************************************
007150 2600-DAY-NUMBER.
007160     COMPUTE WS-CALC-PRIOR-YEARS = WS-CALC-YEAR - 1
007170     DIVIDE WS-CALC-PRIOR-YEARS BY 4 GIVING WS-CALC-Q4
007180     DIVIDE WS-CALC-PRIOR-YEARS BY 100 GIVING WS-CALC-Q100
007190     DIVIDE WS-CALC-PRIOR-YEARS BY 400 GIVING WS-CALC-Q400
007200     COMPUTE WS-CALC-DAYNUM
007210         = WS-CALC-PRIOR-YEARS * 365
007220         + WS-CALC-Q4 - WS-CALC-Q100 + WS-CALC-Q400
007230         + WS-DAYS-BEFORE-MONTH (WS-CALC-MONTH)
007240         + WS-CALC-DAY
007250     IF WS-CALC-MONTH > 2
007260        MOVE WS-CALC-YEAR TO WS-LEAP-YEAR
007270        PERFORM 2610-CHECK-LEAP-YEAR THRU 2610-EXIT
007280        IF LEAP-YEAR
007290           ADD 1 TO WS-CALC-DAYNUM
007300        END-IF
007310     END-IF.
007320 2600-EXIT.
007330     EXIT.
007340
007350 2610-CHECK-LEAP-YEAR.
007360     MOVE "N" TO WS-LEAP-YEAR-SW
007370     DIVIDE WS-LEAP-YEAR BY 4 GIVING WS-YEAR-REMAINDER
007380         REMAINDER WS-YEAR-REMAINDER
007390     IF WS-YEAR-REMAINDER NOT = ZERO
007400        GO TO 2610-EXIT
007410     END-IF
007420     DIVIDE WS-LEAP-YEAR BY 100 GIVING WS-YEAR-REMAINDER
007430         REMAINDER WS-YEAR-REMAINDER
007440     IF WS-YEAR-REMAINDER NOT = ZERO
007450        MOVE "Y" TO WS-LEAP-YEAR-SW
007460        GO TO 2610-EXIT
007470     END-IF
007480     DIVIDE WS-LEAP-YEAR BY 400 GIVING WS-YEAR-REMAINDER
007490         REMAINDER WS-YEAR-REMAINDER
007500     IF WS-YEAR-REMAINDER = ZERO
007510        MOVE "Y" TO WS-LEAP-YEAR-SW
007520     END-IF.
007530 2610-EXIT.
007540     EXIT.
007550
007560*****************************************************************
007570* 3000-EXAMINE-CUSTOMERS - SORT OUTPUT: ONE CUSTOMER AT A TIME  *
007580*****************************************************************
007590 3000-EXAMINE-CUSTOMERS.
007600     PERFORM 3010-RETURN-SORT-RECORD THRU 3010-EXIT
007610     PERFORM 3100-EXAMINE-ONE-CUSTOMER THRU 3100-EXIT
007620         UNTIL SORT-EOF.
007630 3000-EXIT.
007640     EXIT.
007650
007660 3010-RETURN-SORT-RECORD.
007670     RETURN SORTWRK
007680         AT END
007690             MOVE "Y" TO WS-SORT-EOF-SW
007700     END-RETURN.
007710 3010-EXIT.
007720     EXIT.
007730
007740*****************************************************************
007750* 3100-EXAMINE-ONE-CUSTOMER - LOAD THE CUSTOMER'S MOVEMENTS,    *
007760*            TAKE OUT REVERSED ITEMS, CHECK THE THREE PATTERNS  *
007770*****************************************************************
007780 3100-EXAMINE-ONE-CUSTOMER.
007790     MOVE SR-CUST-NUMBER TO WS-CUR-CUST
007800     MOVE SPACES TO WS-CUST-NAME
007810     MOVE ZERO TO WS-MV-COUNT
007820     MOVE "N" TO WS-OVERFLOW-SW
007830     PERFORM 3200-LOAD-MOVEMENT THRU 3200-EXIT
007840         UNTIL SORT-EOF
007850         OR SR-CUST-NUMBER NOT = WS-CUR-CUST
007860     ADD 1 TO WS-CUSTOMER-COUNT
007870     IF TABLE-OVERFLOW
007880        ADD 1 TO WS-OVERFLOW-COUNT
007890        MOVE SPACES TO RP-LINE
007900        STRING "WARNUNG: KUNDE " DELIMITED BY SIZE
007910            WS-CUR-CUST DELIMITED BY SIZE
007920            " HAT MEHR ALS 500 UMSAETZE IM FENSTER - NUR DIE "
007930            DELIMITED BY SIZE
007940            "LETZTEN 500 GEPRUEFT" DELIMITED BY SIZE
007950            INTO RP-LINE
007960        WRITE RP-LINE
007970     END-IF
007980     IF ABORT-RUN
007990        GO TO 3100-EXIT
008000     END-IF
008010     PERFORM 3300-MARK-REVERSAL THRU 3300-EXIT
008020         VARYING WS-MV-IX FROM 1 BY 1
008030         UNTIL WS-MV-IX > WS-MV-COUNT
008040     PERFORM 3400-CHECK-LARGE-CASH THRU 3400-EXIT
008050         VARYING WS-MV-IX FROM 1 BY 1
008060         UNTIL WS-MV-IX > WS-MV-COUNT
008070         OR ABORT-RUN
008080     PERFORM 3500-CHECK-STRUCTURING THRU 3500-EXIT
008090         VARYING WS-MV-IX FROM 1 BY 1
008100         UNTIL WS-MV-IX > WS-MV-COUNT
008110         OR ABORT-RUN
008120     PERFORM 3600-CHECK-PASS-THROUGH THRU 3600-EXIT
008130         VARYING WS-MV-IX FROM 1 BY 1
008140         UNTIL WS-MV-IX > WS-MV-COUNT
008150         OR ABORT-RUN.
008160 3100-EXIT.
008170     EXIT.
008180
008190*****************************************************************
008200* 3200-LOAD-MOVEMENT - ADD THE SORT RECORD TO THE TABLE.  WHEN  *
008210*            THE TABLE IS FULL THE OLDEST ENTRY IS SHIFTED OUT, *
008220*            SO THE NEWEST MOVEMENTS ARE THE ONES KEPT          *
008230*****************************************************************
008240 3200-LOAD-MOVEMENT.
008250     IF WS-MV-COUNT NOT < WS-MV-MAX
008260        MOVE "Y" TO WS-OVERFLOW-SW
008270        PERFORM 3210-SHIFT-OUT-OLDEST THRU 3210-EXIT
008280            VARYING WS-MV-JX FROM 1 BY 1
008290            UNTIL WS-MV-JX NOT < WS-MV-COUNT
008300        SUBTRACT 1 FROM WS-MV-COUNT
008310     END-IF
008320     ADD 1 TO WS-MV-COUNT
008330     MOVE WS-MV-COUNT     TO WS-MV-KX
008340     MOVE SR-ACCT-NUMBER  TO WS-MV-ACCT (WS-MV-KX)
008350     MOVE SR-TIMESTAMP    TO WS-MV-TIMESTAMP (WS-MV-KX)
008360     MOVE SR-SEQ          TO WS-MV-SEQ (WS-MV-KX)
008370     MOVE SR-KIND         TO WS-MV-KIND (WS-MV-KX)
008380     MOVE SR-ACTION       TO WS-MV-ACTION (WS-MV-KX)
008390     MOVE SR-AMOUNT       TO WS-MV-AMOUNT (WS-MV-KX)
008400     IF SR-AMOUNT < ZERO
008410        COMPUTE WS-MV-ABS (WS-MV-KX) = ZERO - SR-AMOUNT
008420     ELSE
008430        MOVE SR-AMOUNT    TO WS-MV-ABS (WS-MV-KX)
008440     END-IF
008450     MOVE SR-TELLER-ID    TO WS-MV-TELLER (WS-MV-KX)
008460     MOVE SR-SEARCH-TEXT  TO WS-MV-TEXT (WS-MV-KX)
008470     MOVE SR-TIMESTAMP (1:8) TO WS-CALC-DATE
008480     PERFORM 2600-DAY-NUMBER THRU 2600-EXIT
008490     MOVE WS-CALC-DAYNUM  TO WS-MV-DAYNUM (WS-MV-KX)
008500     MOVE "N"             TO WS-MV-REVERSED (WS-MV-KX)
008510     MOVE "N"             TO WS-MV-PICK (WS-MV-KX)
008520     MOVE "N"             TO WS-MV-NEW (WS-MV-KX)
008530     PERFORM 3010-RETURN-SORT-RECORD THRU 3010-EXIT.
008540 3200-EXIT.
008550     EXIT.
008560
008570 3210-SHIFT-OUT-OLDEST.
008580     COMPUTE WS-MV-KX = WS-MV-JX + 1
008590     MOVE WS-MV-ENTRY (WS-MV-KX) TO WS-MV-ENTRY (WS-MV-JX).
008600 3210-EXIT.
008610     EXIT.
008620
008630*****************************************************************
008640* 3300-MARK-REVERSAL - A STORNO NAMES THE ORIGINAL BY ITS       *
008650*            TIMESTAMP AND ACTION IN THE SEARCH TEXT; THE       *
008660*            ORIGINAL AND THE STORNO ARE BOTH LEFT OUT          *
008670*****************************************************************
008680 3300-MARK-REVERSAL.
008690     IF WS-MV-KIND (WS-MV-IX) NOT = "R"
008700        GO TO 3300-EXIT
008710     END-IF
008720     MOVE "Y" TO WS-MV-REVERSED (WS-MV-IX)
008730     PERFORM 3310-FIND-ORIGINAL THRU 3310-EXIT
008740         VARYING WS-MV-JX FROM 1 BY 1
008750         UNTIL WS-MV-JX > WS-MV-COUNT.
008760 3300-EXIT.
008770     EXIT.
008780
008790 3310-FIND-ORIGINAL.
008800     IF WS-MV-KIND (WS-MV-JX) = "R"
008810        OR WS-MV-REVERSED (WS-MV-JX) = "Y"
008820        OR WS-MV-ACCT (WS-MV-JX) NOT = WS-MV-ACCT (WS-MV-IX)
008830        GO TO 3310-EXIT
008840     END-IF
008850     IF WS-MV-TIMESTAMP (WS-MV-JX) = WS-MV-TEXT (WS-MV-IX) (1:17)
008860        AND WS-MV-ACTION (WS-MV-JX)
008870            = WS-MV-TEXT (WS-MV-IX) (19:10)
008880        MOVE "Y" TO WS-MV-REVERSED (WS-MV-JX)
008890        ADD 1 TO WS-REVERSED-COUNT
008900     END-IF.
008910 3310-EXIT.
008920     EXIT.
008930
008940*****************************************************************
008950* 3400-CHECK-LARGE-CASH - PATTERN B: ONE CASH ITEM AT OR        *
008960*            ABOVE THE THRESHOLD                                *
008970*****************************************************************
008980 3400-CHECK-LARGE-CASH.
008990     IF WS-MV-REVERSED (WS-MV-IX) = "Y"
009000        GO TO 3400-EXIT
009010     END-IF
009020     IF WS-MV-KIND (WS-MV-IX) NOT = "E"
009030        AND WS-MV-KIND (WS-MV-IX) NOT = "A"
009040        GO TO 3400-EXIT
009050     END-IF
009060     IF WS-MV-ABS (WS-MV-IX) < WS-THRESHOLD
009070        GO TO 3400-EXIT
009080     END-IF
009090     PERFORM 3700-CLEAR-PICKS THRU 3700-EXIT
009100     MOVE "Y" TO WS-MV-PICK (WS-MV-IX)
009110     MOVE 1 TO WS-PICK-COUNT
009120     MOVE "B" TO WS-HIT-TYPE
009130     MOVE "BARGELD AB SCHWELLENWERT" TO WS-HIT-TEXT
009140     PERFORM 3800-RECORD-HIT THRU 3800-EXIT.
009150 3400-EXIT.
009160     EXIT.
009170
009180*****************************************************************
009190* 3500-CHECK-STRUCTURING - PATTERN S: THE ITEM AT WS-MV-IX      *
009200*            ENDS A WINDOW; EVERY NEAR-THRESHOLD ITEM OF THE    *
009210*            SAME DIRECTION IN THE WINDOW IS ADDED UP           *
009220*****************************************************************
009230 3500-CHECK-STRUCTURING.
009240     IF WS-MV-REVERSED (WS-MV-IX) = "Y"
009250        GO TO 3500-EXIT
009260     END-IF
009270     IF WS-MV-KIND (WS-MV-IX) NOT = "E"
009280        AND WS-MV-KIND (WS-MV-IX) NOT = "A"
009290        GO TO 3500-EXIT
009300     END-IF
009310     IF WS-MV-ABS (WS-MV-IX) < WS-NEAR-FLOOR
009320        OR WS-MV-ABS (WS-MV-IX) NOT < WS-THRESHOLD
009330        GO TO 3500-EXIT
009340     END-IF
009350     PERFORM 3700-CLEAR-PICKS THRU 3700-EXIT
009360     MOVE ZERO TO WS-PICK-SUM
009370     COMPUTE WS-WINDOW-START-DAY
009380         = WS-MV-DAYNUM (WS-MV-IX) - WS-WINDOW-DAYS + 1
009390     PERFORM 3510-ADD-NEAR-ITEM THRU 3510-EXIT
009400         VARYING WS-MV-JX FROM 1 BY 1
009410         UNTIL WS-MV-JX > WS-MV-IX
009420     IF WS-PICK-COUNT < 2
009430        OR WS-PICK-SUM < WS-THRESHOLD
009440        GO TO 3500-EXIT
009450     END-IF
009460     MOVE "S" TO WS-HIT-TYPE
009470     MOVE "STUECKELUNG UNTER SCHWELLE" TO WS-HIT-TEXT
009480     PERFORM 3800-RECORD-HIT THRU 3800-EXIT.
009490 3500-EXIT.
009500     EXIT.
009510
009520 3510-ADD-NEAR-ITEM.
009530     IF WS-MV-REVERSED (WS-MV-JX) = "Y"
009540        OR WS-MV-KIND (WS-MV-JX) NOT = WS-MV-KIND (WS-MV-IX)
009550        OR WS-MV-DAYNUM (WS-MV-JX) < WS-WINDOW-START-DAY
009560        OR WS-MV-ABS (WS-MV-JX) < WS-NEAR-FLOOR
009570        OR WS-MV-ABS (WS-MV-JX) NOT < WS-THRESHOLD
009580        GO TO 3510-EXIT
009590     END-IF
009600     MOVE "Y" TO WS-MV-PICK (WS-MV-JX)
009610     ADD 1 TO WS-PICK-COUNT
009620     ADD WS-MV-ABS (WS-MV-JX) TO WS-PICK-SUM.
009630 3510-EXIT.
009640     EXIT.
009650
009660*****************************************************************
009670* 3600-CHECK-PASS-THROUGH - PATTERN D: A CASH DEPOSIT FROM      *
009680*            THE FLOOR UP AND THE UEBERW-AUS OF THE CUSTOMER    *
009690*            AFTER IT WITHIN THE PASS-THROUGH DAYS              *
009700*****************************************************************
009710 3600-CHECK-PASS-THROUGH.
009720     IF WS-MV-REVERSED (WS-MV-IX) = "Y"
009730        OR WS-MV-KIND (WS-MV-IX) NOT = "E"
009740        OR WS-MV-ABS (WS-MV-IX) < WS-NEAR-FLOOR
009750        GO TO 3600-EXIT
009760     END-IF
009770     PERFORM 3700-CLEAR-PICKS THRU 3700-EXIT
009780     MOVE "Y" TO WS-MV-PICK (WS-MV-IX)
009790     MOVE 1 TO WS-PICK-COUNT
009800     MOVE ZERO TO WS-OUT-SUM
009810     COMPUTE WS-WINDOW-END-DAY
009820         = WS-MV-DAYNUM (WS-MV-IX) + WS-OUT-DAYS
009830     COMPUTE WS-MV-KX = WS-MV-IX + 1
009840     PERFORM 3610-ADD-OUTFLOW THRU 3610-EXIT
009850         VARYING WS-MV-JX FROM WS-MV-KX BY 1
009860         UNTIL WS-MV-JX > WS-MV-COUNT
009870     IF WS-OUT-SUM = ZERO
009880        OR WS-OUT-SUM * 100
009890           < WS-MV-ABS (WS-MV-IX) * WS-OUT-PCT
009900        GO TO 3600-EXIT
009910     END-IF
009920     MOVE "D" TO WS-HIT-TYPE
009930     MOVE "BAR EIN - UEBERW-AUS" TO WS-HIT-TEXT
009940     PERFORM 3800-RECORD-HIT THRU 3800-EXIT.
009950 3600-EXIT.
009960     EXIT.
009970
009980 3610-ADD-OUTFLOW.
009990     IF WS-MV-REVERSED (WS-MV-JX) = "Y"
010000        OR WS-MV-KIND (WS-MV-JX) NOT = "U"
010010        OR WS-MV-DAYNUM (WS-MV-JX) > WS-WINDOW-END-DAY
010020        GO TO 3610-EXIT
010030     END-IF
010040     MOVE "Y" TO WS-MV-PICK (WS-MV-JX)
010050     ADD 1 TO WS-PICK-COUNT
010060     ADD WS-MV-ABS (WS-MV-JX) TO WS-OUT-SUM.
010070 3610-EXIT.
010080     EXIT.
010090
010100 3700-CLEAR-PICKS.
010110     MOVE ZERO TO WS-PICK-COUNT
010120     PERFORM 3710-CLEAR-ONE-PICK THRU 3710-EXIT
010130         VARYING WS-MV-KX FROM 1 BY 1
010140         UNTIL WS-MV-KX > WS-MV-COUNT.
010150 3700-EXIT.
010160     EXIT.
010170
010180 3710-CLEAR-ONE-PICK.
010190     MOVE "N" TO WS-MV-PICK (WS-MV-KX)
010200     MOVE "N" TO WS-MV-NEW (WS-MV-KX).
010210 3710-EXIT.
010220     EXIT.
010230
010240*****************************************************************
010250* 3800-RECORD-HIT - THE PICKED MOVEMENTS FORM A HIT OF PATTERN  *
010260*            WS-HIT-TYPE.  IF EVERY ONE IS ALREADY IN A CASE OF *
010270*            THAT PATTERN NOTHING IS WRITTEN; OTHERWISE THE     *
010280*            NEW ONES GO TO THE CUSTOMER'S OPEN CASE OF THE     *
010290*            PATTERN, OR ALL OF THEM TO A NEW CASE              *
010300*****************************************************************
010310 3800-RECORD-HIT.
010320     MOVE ZERO TO WS-PICK-NEW-COUNT
010330     PERFORM 3810-MARK-NEW-PICK THRU 3810-EXIT
010340         VARYING WS-MV-KX FROM 1 BY 1
010350         UNTIL WS-MV-KX > WS-MV-COUNT
010360     IF WS-PICK-NEW-COUNT = ZERO
010370        ADD 1 TO WS-KNOWN-HIT-COUNT
010380        GO TO 3800-EXIT
010390     END-IF
010400     EVALUATE WS-HIT-TYPE
010410         WHEN "B"
010420             ADD 1 TO WS-B-HIT-COUNT
010430         WHEN "S"
010440             ADD 1 TO WS-S-HIT-COUNT
010450         WHEN OTHER
010460             ADD 1 TO WS-D-HIT-COUNT
010470     END-EVALUATE
010480     IF WS-CUST-NAME = SPACES
010490        PERFORM 3890-READ-CUSTOMER THRU 3890-EXIT
010500     END-IF
010510     PERFORM 3820-FIND-OPEN-CASE THRU 3820-EXIT
010520     IF OPEN-CASE-FOUND
010530        PERFORM 3840-ADD-TO-CASE THRU 3840-EXIT
010540     ELSE
010550        PERFORM 3830-OPEN-NEW-CASE THRU 3830-EXIT
010560     END-IF.
010570 3800-EXIT.
010580     EXIT.
010590
010600 3810-MARK-NEW-PICK.
010610     IF WS-MV-PICK (WS-MV-KX) NOT = "Y"
010620        GO TO 3810-EXIT
010630     END-IF
010640     PERFORM 3850-CHECK-MOVE-IN-CASE THRU 3850-EXIT
010650     IF NOT IN-CASE-OF-TYPE
010660        MOVE "Y" TO WS-MV-NEW (WS-MV-KX)
010670        ADD 1 TO WS-PICK-NEW-COUNT
010680     END-IF.
010690 3810-EXIT.
010700     EXIT.
010710
010720*****************************************************************
010730* 3820-FIND-OPEN-CASE - THE CUSTOMER'S OPEN CASE OF THE SAME    *
010740*            PATTERN, BY THE CUSTOMER NUMBER KEY                *
010750*****************************************************************
010760 3820-FIND-OPEN-CASE.
010770     MOVE "N" TO WS-OPEN-CASE-SW
010780     MOVE "N" TO WS-GWGCASE-EOF-SW
010790     MOVE WS-CUR-CUST TO GC-CUST-NUMBER
010800     START GWGCASE KEY IS EQUAL TO GC-CUST-NUMBER
010810         INVALID KEY
010820             GO TO 3820-EXIT
010830     END-START
010840     PERFORM 3825-NEXT-CUSTOMER-CASE THRU 3825-EXIT
010850         UNTIL GWGCASE-EOF
010860         OR OPEN-CASE-FOUND.
010870 3820-EXIT.
010880     EXIT.
010890
010900 3825-NEXT-CUSTOMER-CASE.
010910     READ GWGCASE NEXT RECORD
010920         AT END
010930             MOVE "Y" TO WS-GWGCASE-EOF-SW
010940             GO TO 3825-EXIT
010950     END-READ
010960     IF GC-CUST-NUMBER NOT = WS-CUR-CUST
010970        MOVE "Y" TO WS-GWGCASE-EOF-SW
010980        GO TO 3825-EXIT
010990     END-IF
011000     IF GC-LINE-NUMBER = ZERO
011010        AND GC-CASE-TYPE = WS-HIT-TYPE
011020        AND GC-OFFEN
011030        MOVE "Y" TO WS-OPEN-CASE-SW
011040        MOVE GC-CASE-NUMBER TO WS-CASE-NUMBER
011050     END-IF.
011060 3825-EXIT.
011070     EXIT.
011080
011090*****************************************************************
011100* 3830-OPEN-NEW-CASE - NEXT CASE NUMBER, THE HEAD AND ONE LINE  *
011110*            PER PICKED MOVEMENT                                *
011120*****************************************************************
011130 3830-OPEN-NEW-CASE.
011140     ADD 1 TO WS-HIGHEST-CASE
011150     MOVE WS-HIGHEST-CASE TO WS-CASE-NUMBER
011160     MOVE "NEU" TO WS-CASE-ACTION
011170     MOVE ZERO TO WS-LINE-COUNT
011180     MOVE ZERO TO WS-CASH-TOTAL
011190     MOVE ZERO TO WS-TRANSFER-TOTAL
011200     PERFORM 3870-WRITE-REPORT-HEAD THRU 3870-EXIT
011210     PERFORM 3860-WRITE-MOVE-LINE THRU 3860-EXIT
011220         VARYING WS-MV-KX FROM 1 BY 1
011230         UNTIL WS-MV-KX > WS-MV-COUNT
011240         OR ABORT-RUN
011250     IF ABORT-RUN
011260        GO TO 3830-EXIT
011270     END-IF
011280     MOVE SPACES            TO GC-RECORD
011290     MOVE WS-CASE-NUMBER    TO GC-CASE-NUMBER
011300     MOVE ZERO              TO GC-LINE-NUMBER
011310     MOVE WS-CUR-CUST       TO GC-CUST-NUMBER
011320     MOVE WS-HIT-TYPE       TO GC-CASE-TYPE
011330     MOVE "O"               TO GC-STATUS
011340     MOVE WS-RUN-DATE       TO GC-OPEN-DATE
011350     MOVE WS-RUN-DATE       TO GC-LAST-HIT-DATE
011360     MOVE WS-LINE-COUNT     TO GC-MOVE-COUNT
011370     MOVE WS-CASH-TOTAL     TO GC-CASH-TOTAL
011380     MOVE WS-TRANSFER-TOTAL TO GC-TRANSFER-TOTAL
011390     MOVE ZERO              TO GC-CLOSE-DATE
011400     WRITE GC-RECORD
011410         INVALID KEY
011420             DISPLAY "FEHLER BEIM SCHREIBEN VON GWGCASE, STATUS "
011430                 WS-GWGCASE-STATUS ", FALL " WS-CASE-NUMBER
011440                 " - LAUF ABGEBROCHEN."
011450             SET ABORT-RUN TO TRUE
011460             GO TO 3830-EXIT
011470     END-WRITE
011480     ADD 1 TO WS-NEW-CASE-COUNT
011490     ADD 1 TO WS-OPEN-CASE-COUNT.
011500 3830-EXIT.
011510     EXIT.
011520
011530*****************************************************************
011540* 3840-ADD-TO-CASE - THE NEW MOVEMENTS OF THE HIT GO TO THE     *
011550*            OPEN CASE BEHIND ITS LAST LINE; THE HEAD TAKES THE *
011560*            NEW TOTALS AND THE DATE OF THE LATEST HIT          *
011570*****************************************************************
011580 3840-ADD-TO-CASE.
011590     MOVE WS-CASE-NUMBER TO GC-CASE-NUMBER
011600     MOVE ZERO TO GC-LINE-NUMBER
011610     READ GWGCASE
011620         KEY IS GC-KEY
011630         INVALID KEY
011640             DISPLAY "FEHLER: FALL " WS-CASE-NUMBER
011650                 " NICHT LESBAR, STATUS " WS-GWGCASE-STATUS
011660                 " - LAUF ABGEBROCHEN."
011670             SET ABORT-RUN TO TRUE
011680             GO TO 3840-EXIT
011690     END-READ
011700     MOVE "ERGAENZT"        TO WS-CASE-ACTION
011710     MOVE GC-MOVE-COUNT     TO WS-LINE-COUNT
011720     MOVE GC-CASH-TOTAL     TO WS-CASH-TOTAL
011730     MOVE GC-TRANSFER-TOTAL TO WS-TRANSFER-TOTAL
011740     PERFORM 3870-WRITE-REPORT-HEAD THRU 3870-EXIT
011750     PERFORM 3860-WRITE-MOVE-LINE THRU 3860-EXIT
011760         VARYING WS-MV-KX FROM 1 BY 1
011770         UNTIL WS-MV-KX > WS-MV-COUNT
011780         OR ABORT-RUN
011790     IF ABORT-RUN
011800        GO TO 3840-EXIT
011810     END-IF
011820     MOVE WS-CASE-NUMBER TO GC-CASE-NUMBER
011830     MOVE ZERO TO GC-LINE-NUMBER
011840     READ GWGCASE
011850         KEY IS GC-KEY
011860         INVALID KEY
011870             SET ABORT-RUN TO TRUE
011880             GO TO 3840-EXIT
011890     END-READ
011900     MOVE WS-RUN-DATE       TO GC-LAST-HIT-DATE
011910     MOVE WS-LINE-COUNT     TO GC-MOVE-COUNT
011920     MOVE WS-CASH-TOTAL     TO GC-CASH-TOTAL
011930     MOVE WS-TRANSFER-TOTAL TO GC-TRANSFER-TOTAL
011940     REWRITE GC-RECORD
011950         INVALID KEY
011960             DISPLAY "FEHLER BEIM SCHREIBEN VON GWGCASE, STATUS "
011970                 WS-GWGCASE-STATUS ", FALL " WS-CASE-NUMBER
011980                 " - LAUF ABGEBROCHEN."
011990             SET ABORT-RUN TO TRUE
012000             GO TO 3840-EXIT
012010     END-REWRITE
012020     ADD 1 TO WS-ADDED-CASE-COUNT.
012030 3840-EXIT.
012040     EXIT.
012050
012060*****************************************************************
012070* 3850-CHECK-MOVE-IN-CASE - IS THE MOVEMENT AT WS-MV-KX IN A    *
012080*            CASE OF THE HIT PATTERN (IN-CASE-OF-TYPE)          *
012090*****************************************************************
012100 3850-CHECK-MOVE-IN-CASE.
012110     MOVE "N" TO WS-IN-TYPE-SW
012120     MOVE "N" TO WS-GWGCASE-EOF-SW
012130     MOVE WS-MV-KEY (WS-MV-KX) TO GC-MOVE-KEY
012140     START GWGCASE KEY IS EQUAL TO GC-MOVE-KEY
012150         INVALID KEY
012160             GO TO 3850-EXIT
012170     END-START
012180     PERFORM 3855-NEXT-MOVE-CASE THRU 3855-EXIT
012190         UNTIL GWGCASE-EOF.
012200 3850-EXIT.
012210     EXIT.
012220
012230 3855-NEXT-MOVE-CASE.
012240     READ GWGCASE NEXT RECORD
012250         AT END
012260             MOVE "Y" TO WS-GWGCASE-EOF-SW
012270             GO TO 3855-EXIT
012280     END-READ
012290     IF GC-MOVE-KEY NOT = WS-MV-KEY (WS-MV-KX)
012300        MOVE "Y" TO WS-GWGCASE-EOF-SW
012310        GO TO 3855-EXIT
012320     END-IF
012330     IF GC-CASE-TYPE = WS-HIT-TYPE
012340        MOVE "Y" TO WS-IN-TYPE-SW
012350     END-IF.
012360 3855-EXIT.
012370     EXIT.
012380
012390*****************************************************************
012400* 3860-WRITE-MOVE-LINE - ONE PICKED MOVEMENT AS A CASE LINE.    *
012410*            A NEW CASE TAKES EVERY PICKED MOVEMENT, AN OPEN    *
012420*            CASE ONLY THOSE NOT YET IN A CASE OF THE PATTERN   *
012430*****************************************************************
012440 3860-WRITE-MOVE-LINE.
012450     IF WS-MV-PICK (WS-MV-KX) NOT = "Y"
012460        GO TO 3860-EXIT
012470     END-IF
012480     IF WS-CASE-ACTION = "ERGAENZT"
012490        AND WS-MV-NEW (WS-MV-KX) NOT = "Y"
012500        GO TO 3860-EXIT
012510     END-IF
012520     IF WS-LINE-COUNT = 999
012530        DISPLAY "WARNUNG: FALL " WS-CASE-NUMBER
012540            " HAT 999 ZEILEN - WEITERE UMSAETZE NICHT "
012550            "AUFGENOMMEN."
012560        GO TO 3860-EXIT
012570     END-IF
012580     ADD 1 TO WS-LINE-COUNT
012590     IF WS-MV-KIND (WS-MV-KX) = "U"
012600        ADD WS-MV-ABS (WS-MV-KX) TO WS-TRANSFER-TOTAL
012610     ELSE
012620        ADD WS-MV-ABS (WS-MV-KX) TO WS-CASH-TOTAL
012630     END-IF
012640     MOVE SPACES                  TO GC-RECORD
012650     MOVE WS-CASE-NUMBER          TO GC-CASE-NUMBER
012660     MOVE WS-LINE-COUNT           TO GC-LINE-NUMBER
012670     MOVE WS-CUR-CUST             TO GC-CUST-NUMBER
012680     MOVE WS-MV-KEY (WS-MV-KX)    TO GC-MOVE-KEY
012690     MOVE WS-HIT-TYPE             TO GC-CASE-TYPE
012700     MOVE WS-MV-ACTION (WS-MV-KX) TO GC-ACTION
012710     MOVE WS-MV-AMOUNT (WS-MV-KX) TO GC-AMOUNT
012720     MOVE WS-MV-TELLER (WS-MV-KX) TO GC-TELLER-ID
012730     MOVE WS-MV-TEXT (WS-MV-KX)   TO GC-SEARCH-TEXT
012740     MOVE WS-RUN-DATE             TO GC-ADDED-DATE
012750     WRITE GC-RECORD
012760         INVALID KEY
012770             DISPLAY "FEHLER BEIM SCHREIBEN VON GWGCASE, STATUS "
012780                 WS-GWGCASE-STATUS ", FALL " WS-CASE-NUMBER
012790                 " - LAUF ABGEBROCHEN."
012800             SET ABORT-RUN TO TRUE
012810             GO TO 3860-EXIT
012820     END-WRITE
012830     MOVE WS-MV-AMOUNT (WS-MV-KX) TO WS-AMOUNT-EDIT
012840     MOVE SPACES TO RP-LINE
012850     STRING "    KONTO " DELIMITED BY SIZE
012860         WS-MV-ACCT (WS-MV-KX) DELIMITED BY SIZE
012870         " " DELIMITED BY SIZE
012880         WS-MV-TIMESTAMP (WS-MV-KX) DELIMITED BY SIZE
012890         " " DELIMITED BY SIZE
012900         WS-MV-ACTION (WS-MV-KX) DELIMITED BY SIZE
012910         WS-AMOUNT-EDIT DELIMITED BY SIZE
012920         "  " DELIMITED BY SIZE
012930         WS-MV-TELLER (WS-MV-KX) DELIMITED BY SIZE
012940         " " DELIMITED BY SIZE
012950         WS-MV-TEXT (WS-MV-KX) (1:20) DELIMITED BY SIZE
012960         INTO RP-LINE
012970     WRITE RP-LINE.
012980 3860-EXIT.
012990     EXIT.
013000
013010 3870-WRITE-REPORT-HEAD.
013020     MOVE SPACES TO RP-LINE
013030     STRING "FALL " DELIMITED BY SIZE
013040         WS-CASE-NUMBER DELIMITED BY SIZE
013050         " " DELIMITED BY SIZE
013060         WS-CASE-ACTION DELIMITED BY SIZE
013070         " " DELIMITED BY SIZE
013080         WS-HIT-TYPE DELIMITED BY SIZE
013090         " " DELIMITED BY SIZE
013100         WS-HIT-TEXT DELIMITED BY SIZE
013110         " KUNDE " DELIMITED BY SIZE
013120         WS-CUR-CUST DELIMITED BY SIZE
013130         " " DELIMITED BY SIZE
013140         WS-CUST-NAME DELIMITED BY SIZE
013150         INTO RP-LINE
013160     WRITE RP-LINE.
013170 3870-EXIT.
013180     EXIT.
013190
013200 3890-READ-CUSTOMER.
013210     MOVE WS-CUR-CUST TO CUST-NUMBER
013220     READ CUSTMAS
013230         KEY IS CUST-NUMBER
013240         INVALID KEY
013250             MOVE "(NICHT IN CUSTMAS)" TO WS-CUST-NAME
013260             GO TO 3890-EXIT
013270     END-READ
013280     STRING CUST-FIRST-NAME DELIMITED BY "  "
013290         " " DELIMITED BY SIZE
013300         CUST-LAST-NAME DELIMITED BY "  "
013310         INTO WS-CUST-NAME.
013320 3890-EXIT.
013330     EXIT.
013340
013350 3999-EXIT.
013360     EXIT.
013370
013380*****************************************************************
013390* 4000-PRINT-SUMMARY - RUN TOTALS TO THE OPERATOR AND THE FILE  *
013400*****************************************************************
013410 4000-PRINT-SUMMARY.
013420     MOVE ALL "-" TO RP-LINE
013430     WRITE RP-LINE
013440     MOVE WS-HIST-READ-COUNT TO WS-COUNT-EDIT
013450     MOVE SPACES TO RP-LINE
013460     STRING "UMSAETZE GELESEN        : " DELIMITED BY SIZE
013470         WS-COUNT-EDIT DELIMITED BY SIZE
013480         INTO RP-LINE
013490     WRITE RP-LINE
013500     MOVE WS-RELEASED-COUNT TO WS-COUNT-EDIT
013510     MOVE SPACES TO RP-LINE
013520     STRING "BAR/UEBERW-AUS/STORNO   : " DELIMITED BY SIZE
013530         WS-COUNT-EDIT DELIMITED BY SIZE
013540         INTO RP-LINE
013550     WRITE RP-LINE
013560     MOVE WS-REVERSED-COUNT TO WS-COUNT-EDIT
013570     MOVE SPACES TO RP-LINE
013580     STRING "STORNIERT, NICHT GEZAEHLT: " DELIMITED BY SIZE
013590         WS-COUNT-EDIT DELIMITED BY SIZE
013600         INTO RP-LINE
013610     WRITE RP-LINE
013620     MOVE WS-CUSTOMER-COUNT TO WS-COUNT-EDIT
013630     MOVE SPACES TO RP-LINE
013640     STRING "KUNDEN GEPRUEFT         : " DELIMITED BY SIZE
013650         WS-COUNT-EDIT DELIMITED BY SIZE
013660         INTO RP-LINE
013670     WRITE RP-LINE
013680     MOVE WS-NO-CUST-COUNT TO WS-COUNT-EDIT
013690     MOVE SPACES TO RP-LINE
013700     STRING "KONTEN OHNE KUNDE       : " DELIMITED BY SIZE
013710         WS-COUNT-EDIT DELIMITED BY SIZE
013720         INTO RP-LINE
013730     WRITE RP-LINE
013740     MOVE WS-B-HIT-COUNT TO WS-COUNT-EDIT
013750     MOVE SPACES TO RP-LINE
013760     STRING "TREFFER B BARGELD       : " DELIMITED BY SIZE
013770         WS-COUNT-EDIT DELIMITED BY SIZE
013780         INTO RP-LINE
013790     WRITE RP-LINE
013800     MOVE WS-S-HIT-COUNT TO WS-COUNT-EDIT
013810     MOVE SPACES TO RP-LINE
013820     STRING "TREFFER S STUECKELUNG   : " DELIMITED BY SIZE
013830         WS-COUNT-EDIT DELIMITED BY SIZE
013840         INTO RP-LINE
013850     WRITE RP-LINE
013860     MOVE WS-D-HIT-COUNT TO WS-COUNT-EDIT
013870     MOVE SPACES TO RP-LINE
013880     STRING "TREFFER D DURCHLAUF     : " DELIMITED BY SIZE
013890         WS-COUNT-EDIT DELIMITED BY SIZE
013900         INTO RP-LINE
013910     WRITE RP-LINE
013920     MOVE WS-KNOWN-HIT-COUNT TO WS-COUNT-EDIT
013930     MOVE SPACES TO RP-LINE
013940     STRING "BEREITS IN EINEM FALL   : " DELIMITED BY SIZE
013950         WS-COUNT-EDIT DELIMITED BY SIZE
013960         INTO RP-LINE
013970     WRITE RP-LINE
013980     MOVE WS-NEW-CASE-COUNT TO WS-COUNT-EDIT
013990     MOVE SPACES TO RP-LINE
014000     STRING "FAELLE NEU              : " DELIMITED BY SIZE
014010         WS-COUNT-EDIT DELIMITED BY SIZE
014020         INTO RP-LINE
014030     WRITE RP-LINE
014040     MOVE WS-ADDED-CASE-COUNT TO WS-COUNT-EDIT
014050     MOVE SPACES TO RP-LINE
014060     STRING "FAELLE ERGAENZT         : " DELIMITED BY SIZE
014070         WS-COUNT-EDIT DELIMITED BY SIZE
014080         INTO RP-LINE
014090     WRITE RP-LINE
014100     MOVE WS-OPEN-CASE-COUNT TO WS-COUNT-EDIT
014110     MOVE SPACES TO RP-LINE
014120     STRING "FAELLE OFFEN INSGESAMT  : " DELIMITED BY SIZE
014130         WS-COUNT-EDIT DELIMITED BY SIZE
014140         INTO RP-LINE
014150     WRITE RP-LINE
014160     IF WS-OVERFLOW-COUNT > ZERO
014170        MOVE WS-OVERFLOW-COUNT TO WS-COUNT-EDIT
014180        MOVE SPACES TO RP-LINE
014190        STRING "KUNDEN NUR TEILGEPRUEFT : " DELIMITED BY SIZE
014200            WS-COUNT-EDIT DELIMITED BY SIZE
014210            INTO RP-LINE
014220        WRITE RP-LINE
014230     END-IF
014240
014250     DISPLAY " "
014260     DISPLAY "----- GWG-UEBERWACHUNG - ZUSAMMENFASSUNG -----"
014270     DISPLAY "Umsaetze gelesen       : " WS-HIST-READ-COUNT
014280     DISPLAY "Kunden geprueft        : " WS-CUSTOMER-COUNT
014290     DISPLAY "Treffer B / S / D      : " WS-B-HIT-COUNT " / "
014300         WS-S-HIT-COUNT " / " WS-D-HIT-COUNT
014310     DISPLAY "Bereits in einem Fall  : " WS-KNOWN-HIT-COUNT
014320     DISPLAY "Faelle neu             : " WS-NEW-CASE-COUNT
014330     DISPLAY "Faelle ergaenzt        : " WS-ADDED-CASE-COUNT
014340     DISPLAY "Faelle offen insgesamt : " WS-OPEN-CASE-COUNT
014350     DISPLAY "Bericht in GWGRPT abgelegt.".
014360 4000-EXIT.
014370     EXIT.
014380
014390*****************************************************************
014400* 9000-TERMINATE - CLOSE THE FILES, ALSO AFTER AN ABORT         *
014410*****************************************************************
014420 9000-TERMINATE.
014430     IF ABORT-RUN
014440        DISPLAY "GWG-LAUF NICHT VOLLSTAENDIG - NACH BEHEBUNG "
014450            "WIEDERHOLEN, BEKANNTE MUSTER WERDEN NICHT NEU "
014460            "ANGELEGT."
014470     END-IF
014480     CLOSE ACCTMAS
014490     CLOSE CUSTMAS
014500     CLOSE UMSHIST
014510     CLOSE GWGCASE
014520     CLOSE GWGRPT.
014530 9000-EXIT.
014540     EXIT.
