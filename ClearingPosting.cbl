000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ClearingPosting.
000030 AUTHOR. H. DECKER.
000040 INSTALLATION. RETAIL BANKING OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*    CLEARINGPOSTING - NAECHTLICHER CLEARING-EINGANG            *
000100*                                                               *
000110*    POSTS THE BANK'S INBOUND CLEARING FILE (CLEAREIN) AGAINST  *
000120*    THE ACCOUNT MASTER (ACCTMAS).  TWO KINDS OF ITEM ARRIVE:   *
000130*    INCOMING CREDITS (GEHALT, MIETE ...), POSTED AS            *
000140*    "UEBERW-EIN", AND OUR OWN UEBERWEISUNGEN RETURNED BY THE   *
000150*    RECEIVING BANK (WRONG ACCOUNT, ACCOUNT CLOSED THERE).  A   *
000160*    RETURN IS ONLY RE-CREDITED AFTER IT WAS MATCHED TO ITS     *
000170*    ORIGINAL IN THE DATED CLEARING FILE PAYEXTRACT WROTE       *
000180*    (CLEARING.JJJJMMTT) BY AUFTRAGGEBERKONTO, AMOUNT AND       *
000190*    CAPTURE DATE, AND IS THEN POSTED AS "RUECKLAUF" TO THE     *
000200*    ORIGINATOR.  THE ORIGINAL IS LOOKED FOR IN THE FILE OF     *
000210*    THE CAPTURE DATE AND OF THE FOLLOWING DAYS, IN CASE THE    *
000220*    EXTRACT RAN AFTER MIDNIGHT.  EVERY ORIGINAL A RUECKLAUF    *
000230*    WAS POSTED FOR IS KEPT ON THE INDEXED FILE CLRMATCH (KEY   *
000240*    CLEARING FILE DATE + LINE NUMBER), SO A LATER CLEAREIN     *
000250*    FILE - NEXT DAY OR A RESEND UNDER A NEW LFD NR - CANNOT    *
000260*    CREDIT THE SAME ORIGINAL A SECOND TIME.                    *
000270*                                                               *
000280*    NOTHING IS REJECTED BACK TO THE BANK: AN ITEM THAT CANNOT  *
000290*    BE POSTED TO AN ACTIVE ACCOUNT (UNKNOWN, GESPERRT OR       *
000300*    GESCHLOSSEN, RETURN WITHOUT ORIGINAL, UNREADABLE FIELDS)   *
000310*    IS PARKED ON THE CPD SUSPENSE FILE (CPDFILE) WITH A        *
000320*    REASON AND LISTED ON CLEARRPT FOR THE BACK OFFICE.         *
000330*                                                               *
000340*    INBOUND DETAIL RECORD, FIXED COLUMNS:                      *
000350*      1- 2  POSTENART          GU=GUTSCHRIFT RU=RUECKLAUF      *
000360*      4- 9  KONTONUMMER        9(06) - BEI RU DAS              *
000370*                               AUFTRAGGEBERKONTO DES ORIGINALS *
000380*     11-21  BETRAG             9(9)V99, NUR ZIFFERN            *
000390*     23-30  BLZ GEGENSEITE     X(08)                           *
000400*     32-41  KONTO GEGENSEITE   X(10)                           *
000410*     43-69  NAME GEGENSEITE    X(27)                           *
000420*     71-97  VERWENDUNGSZWECK   X(27)                           *
000430*     99-106 ERFASSUNGSDATUM    9(08) - NUR BEI RU: DATUM DES   *
000440*                               ORIGINALS                       *
000450*    108-111 RUECKGABEGRUND     X(04) - NUR BEI RU              *
000460*                                                               *
000470*    KOPF AND FUSS RECORDS AND THE CLEARCTL RUN CONTROL WORK    *
000480*    EXACTLY AS FOR TRANFEED IN BATCHPOSTING: THE TRAILER       *
000490*    COUNT AND AMOUNT TOTAL ARE PROVED BEFORE ANYTHING IS       *
000500*    POSTED, AND A FILE (DATE + LFD NR) THAT POSTED TO          *
000510*    COMPLETION OR IS LEFT IN LAEUFT IS REFUSED.                *
000520*                                                               *
000530*    MODIFICATION HISTORY                                      *
000540*    ------------------------------------------------------    *
000550*    2026-10-15  HD  ORIGINAL VERSION.                         *
000560*    2026-10-15  HD  GESCHAEFTSDATUM: DER LAUF NIMMT SEIN      *
000570*                    DATUM AUS DEM STEUERSATZ BUSDATE STATT    *
000580*                    AUS DER SYSTEMUHR, LAEUFT NUR BEI         *
000590*                    GESCHLOSSENEM SCHALTER UND VOR DER        *
000600*                    TAGESABSTIMMUNG UND VERMERKT DEN SCHRITT  *
000610*                    CLEARING.  RENUMBERED THE SOURCE.         *
000620*    2026-10-15  HD  RUECKLAEUFE: DAS GEFUNDENE ORIGINAL WIRD  *
000630*                    BEIM BUCHEN IN DER NEUEN INDEXDATEI       *
000640*                    CLRMATCH (CLEARING-DATEIDATUM + ZEILE)    *
000650*                    VERMERKT UND VOR DER TABELLE DES LAUFS    *
000660*                    DORT GEPRUEFT, DAMIT EINE SPAETERE ODER   *
000670*                    NEU GELIEFERTE CLEAREIN-DATEI DASSELBE    *
000680*                    ORIGINAL NICHT ERNEUT GUTSCHREIBT.        *
000690*                    RENUMBERED THE SOURCE.                    *
000700*                                                               *
000710*****************************************************************
000720
000730 ENVIRONMENT DIVISION.
000740 INPUT-OUTPUT SECTION.
000750 FILE-CONTROL.
000760     SELECT CLEAREIN ASSIGN TO "CLEAREIN"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-CLEAREIN-STATUS.
000790
000800     SELECT ACCTMAS ASSIGN TO "ACCTMAS"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS ACCT-NUMBER
000840         ALTERNATE RECORD KEY IS ACCT-CUST-NUMBER
000850             WITH DUPLICATES
000860         FILE STATUS IS WS-ACCTMAS-STATUS.
000870
000880     SELECT TRANLOG ASSIGN TO "TRANLOG"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-TRANLOG-STATUS.
000910
000920     SELECT CLEARING ASSIGN TO DYNAMIC WS-CLEARING-NAME
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-CLEARING-STATUS.
000950
000960     SELECT CPDFILE ASSIGN TO "CPDFILE"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-CPDFILE-STATUS.
000990
001000     SELECT CLEARRPT ASSIGN TO "CLEARRPT"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-CLEARRPT-STATUS.
001030
001040     SELECT BUSDATE ASSIGN TO "BUSDATE"
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS WS-BUSDATE-STATUS.
001070
001080     SELECT CLEARCTL ASSIGN TO "CLEARCTL"
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS WS-CLEARCTL-STATUS.
001110
001120     SELECT CLRMATCH ASSIGN TO "CLRMATCH"
001130         ORGANIZATION IS INDEXED
001140         ACCESS MODE IS DYNAMIC
001150         RECORD KEY IS CM-KEY
001160         FILE STATUS IS WS-CLRMATCH-STATUS.
001170
001180 DATA DIVISION.
001190 FILE SECTION.
001200 FD  CLEAREIN
001210     LABEL RECORDS ARE STANDARD.
001220 01  CI-RECORD.
001230     05  CI-ITEM-TYPE            PIC X(02).
001240         88  CI-GUTSCHRIFT                 VALUE "GU".
001250         88  CI-RUECKLAUF                  VALUE "RU".
001260     05  FILLER                  PIC X(01).
001270     05  CI-ACCT-NUMBER-X        PIC X(06).
001280     05  CI-ACCT-NUMBER REDEFINES CI-ACCT-NUMBER-X
001290                                 PIC 9(06).
001300     05  FILLER                  PIC X(01).
001310     05  CI-AMOUNT-X             PIC X(11).
001320     05  CI-AMOUNT REDEFINES CI-AMOUNT-X
001330                                 PIC 9(9)V99.
001340     05  FILLER                  PIC X(01).
001350     05  CI-PARTY-BLZ            PIC X(08).
001360     05  FILLER                  PIC X(01).
001370     05  CI-PARTY-ACCT           PIC X(10).
001380     05  FILLER                  PIC X(01).
001390     05  CI-PARTY-NAME           PIC X(27).
001400     05  FILLER                  PIC X(01).
001410     05  CI-REFERENCE            PIC X(27).
001420     05  FILLER                  PIC X(01).
001430     05  CI-CAPTURE-DATE-X       PIC X(08).
001440     05  CI-CAPTURE-DATE REDEFINES CI-CAPTURE-DATE-X
001450                                 PIC 9(08).
001460     05  FILLER                  PIC X(01).
001470     05  CI-RETURN-REASON        PIC X(04).
001480 01  CH-RECORD.
001490     05  CH-TYPE                 PIC X(04).
001500     05  FILLER                  PIC X(01).
001510     05  CH-FILE-DATE-X          PIC X(08).
001520     05  CH-FILE-DATE REDEFINES CH-FILE-DATE-X
001530                                 PIC 9(08).
001540     05  FILLER                  PIC X(01).
001550     05  CH-FILE-SEQ-X           PIC X(04).
001560     05  CH-FILE-SEQ REDEFINES CH-FILE-SEQ-X
001570                                 PIC 9(04).
001580     05  FILLER                  PIC X(93).
001590 01  CT-RECORD.
001600     05  CT-TYPE                 PIC X(04).
001610     05  FILLER                  PIC X(01).
001620     05  CT-ITEM-COUNT-X         PIC X(06).
001630     05  CT-ITEM-COUNT REDEFINES CT-ITEM-COUNT-X
001640                                 PIC 9(06).
001650     05  FILLER                  PIC X(01).
001660     05  CT-AMOUNT-TOTAL         PIC S9(10)V99
001670                                 SIGN IS LEADING SEPARATE.
001680     05  FILLER                  PIC X(86).
001690
001700 FD  ACCTMAS
001710     LABEL RECORDS ARE STANDARD.
001720 COPY ACCTREC.
001730
001740 FD  TRANLOG
001750     LABEL RECORDS ARE STANDARD.
001760 COPY TRANREC.
001770
001780 FD  CLEARING
001790     LABEL RECORDS ARE STANDARD.
001800 COPY CLRGREC.
001810
001820 FD  CPDFILE
001830     LABEL RECORDS ARE STANDARD.
001840 01  CP-RECORD.
001850     05  CP-RUN-DATE             PIC 9(08).
001860     05  FILLER                  PIC X(01).
001870     05  CP-FILE-DATE            PIC 9(08).
001880     05  FILLER                  PIC X(01).
001890     05  CP-FILE-SEQ             PIC 9(04).
001900     05  FILLER                  PIC X(01).
001910     05  CP-REASON               PIC X(25).
001920     05  FILLER                  PIC X(01).
001930     05  CP-ITEM-IMAGE           PIC X(111).
001940
001950 FD  CLEARRPT
001960     LABEL RECORDS ARE STANDARD.
001970 01  RP-LINE                     PIC X(100).
001980
001990 FD  BUSDATE
002000     LABEL RECORDS ARE STANDARD.
002010 COPY BDATREC.
002020
002030 FD  CLEARCTL
002040     LABEL RECORDS ARE STANDARD.
002050 01  CC-RECORD.
002060     05  CC-FILE-DATE            PIC 9(08).
002070     05  FILLER                  PIC X(01).
002080     05  CC-FILE-SEQ             PIC 9(04).
002090     05  FILLER                  PIC X(01).
002100     05  CC-STATUS               PIC X(08).
002110
002120 FD  CLRMATCH
002130     LABEL RECORDS ARE STANDARD.
002140 01  CM-RECORD.
002150     05  CM-KEY.
002160         10  CM-CLEARING-DATE    PIC 9(08).
002170         10  CM-CLEARING-LINE    PIC 9(06).
002180     05  CM-ACCT-NUMBER          PIC 9(06).
002190     05  CM-AMOUNT               PIC 9(9)V99.
002200     05  CM-RUN-DATE             PIC 9(08).
002210     05  CM-FILE-DATE            PIC 9(08).
002220     05  CM-FILE-SEQ             PIC 9(04).
002230     05  CM-RETURN-REASON        PIC X(04).
002240
002250 WORKING-STORAGE SECTION.
002260*--------------------------------------------------------------*
002270* FILE STATUS SWITCHES                                          *
002280*--------------------------------------------------------------*
002290 01  WS-CLEAREIN-STATUS          PIC X(02) VALUE "00".
002300 01  WS-ACCTMAS-STATUS           PIC X(02) VALUE "00".
002310 01  WS-TRANLOG-STATUS           PIC X(02) VALUE "00".
002320 01  WS-CLEARING-STATUS          PIC X(02) VALUE "00".
002330 01  WS-CPDFILE-STATUS           PIC X(02) VALUE "00".
002340 01  WS-CLEARRPT-STATUS          PIC X(02) VALUE "00".
002350 01  WS-CLEARCTL-STATUS          PIC X(02) VALUE "00".
002360 01  WS-BUSDATE-STATUS           PIC X(02) VALUE "00".
002370 01  WS-CLRMATCH-STATUS          PIC X(02) VALUE "00".
002380
002390*--------------------------------------------------------------*
002400* CONDITION SWITCHES                                            *
002410*--------------------------------------------------------------*
002420 01  WS-FEED-EOF-SW              PIC X(01) VALUE "N".
002430     88  FEED-EOF                          VALUE "Y".
002440 01  WS-CLEARING-EOF-SW          PIC X(01) VALUE "N".
002450     88  CLEARING-EOF                      VALUE "Y".
002460 01  WS-ABORT-RUN-SW             PIC X(01) VALUE "N".
002470     88  ABORT-RUN                         VALUE "Y".
002480 01  WS-REWRITE-OK-SW            PIC X(01) VALUE "N".
002490     88  REWRITE-OK                        VALUE "Y".
002500 01  WS-CPD-SW                   PIC X(01) VALUE "N".
002510     88  ITEM-TO-CPD                       VALUE "Y".
002520 01  WS-TRAILER-FOUND-SW         PIC X(01) VALUE "N".
002530     88  TRAILER-FOUND                     VALUE "Y".
002540 01  WS-ORIGINAL-FOUND-SW        PIC X(01) VALUE "N".
002550     88  ORIGINAL-FOUND                    VALUE "Y".
002560 01  WS-ORIGINAL-USED-SW         PIC X(01) VALUE "N".
002570     88  ORIGINAL-USED                     VALUE "Y".
002580
002590*--------------------------------------------------------------*
002600* FILE CONTROL AND VERIFICATION FIELDS                          *
002610*--------------------------------------------------------------*
002620 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
002630 01  WS-FILE-DATE                PIC 9(08) VALUE ZERO.
002640 01  WS-FILE-SEQ                 PIC 9(04) VALUE ZERO.
002650 01  WS-FILE-STATUS              PIC X(08) VALUE "LAEUFT".
002660 01  WS-VERIFY-ITEM-COUNT        PIC 9(06) COMP VALUE ZERO.
002670 01  WS-VERIFY-AMOUNT-TOTAL      PIC S9(11)V99 VALUE ZERO.
002680 01  WS-TRAILER-ITEM-COUNT       PIC 9(06) VALUE ZERO.
002690 01  WS-TRAILER-AMOUNT-TOTAL     PIC S9(11)V99 VALUE ZERO.
002700
002710*--------------------------------------------------------------*
002720* RETURN MATCHING - THE ORIGINAL IS SEARCHED IN THE CLEARING    *
002730* FILE OF THE CAPTURE DATE AND OF THE NEXT WS-RETURN-SCAN-DAYS  *
002740* DAYS.  AN ORIGINAL ON CLRMATCH WAS CREDITED BACK BY AN        *
002750* EARLIER RUN; ORIGINALS ALREADY MATCHED IN THIS RUN ARE ALSO   *
002760* REMEMBERED IN WS-USED-TABLE.  EITHER WAY A SECOND RETURN OF   *
002770* THE SAME AMOUNT FINDS THE NEXT ONE OR GOES TO CPD.            *
002780*--------------------------------------------------------------*
002790 01  WS-CLEARING-NAME            PIC X(17) VALUE SPACES.
002800 01  WS-RETURN-SCAN-DAYS         PIC 9(02) COMP VALUE 3.
002810 01  WS-SCAN-DAY-COUNT           PIC 9(02) COMP VALUE ZERO.
002820 01  WS-CLEARING-LINE            PIC 9(06) COMP VALUE ZERO.
002830 01  WS-SCAN-DATE                PIC 9(08) VALUE ZERO.
002840 01  WS-SCAN-DATE-PARTS REDEFINES WS-SCAN-DATE.
002850     05  WS-SCAN-YEAR            PIC 9(04).
002860     05  WS-SCAN-MONTH           PIC 9(02).
002870     05  WS-SCAN-DAY             PIC 9(02).
002880 01  WS-MONTH-END-DAY            PIC 9(02) VALUE ZERO.
002890 01  WS-YEAR-REMAINDER           PIC 9(04) COMP VALUE ZERO.
002900 01  WS-MONTH-DAYS-TABLE.
002910     05  FILLER                  PIC X(24)
002920         VALUE "312831303130313130313031".
002930 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
002940     05  WS-DAYS-IN-MONTH        PIC 9(02) OCCURS 12 TIMES.
002950 01  WS-ORIG-FILE-DATE           PIC 9(08) VALUE ZERO.
002960 01  WS-ORIG-CLEARING-LINE       PIC 9(06) VALUE ZERO.
002970 01  WS-ORIG-TARGET-BLZ          PIC X(08) VALUE SPACES.
002980 01  WS-ORIG-TARGET-ACCT         PIC X(10) VALUE SPACES.
002990 01  WS-USED-TABLE.
003000     05  WS-USED-ENTRY OCCURS 500 TIMES.
003010         10  WS-USED-FILE-DATE   PIC 9(08).
003020         10  WS-USED-LINE        PIC 9(06) COMP.
003030 01  WS-USED-COUNT               PIC 9(04) COMP VALUE ZERO.
003040 01  WS-USED-MAX                 PIC 9(04) COMP VALUE 500.
003050 01  WS-USED-IX                  PIC 9(04) COMP VALUE ZERO.
003060
003070*--------------------------------------------------------------*
003080* POSTING WORK FIELDS                                           *
003090*--------------------------------------------------------------*
003100 01  WS-AMOUNT                   PIC S9(9)V99 VALUE ZERO.
003110 01  WS-CPD-REASON               PIC X(25).
003120 01  WS-ITEM-LABEL               PIC X(10).
003130
003140*--------------------------------------------------------------*
003150* RUN COUNTERS AND TOTALS                                       *
003160*--------------------------------------------------------------*
003170 01  WS-READ-COUNT               PIC 9(06) COMP VALUE ZERO.
003180 01  WS-CREDIT-COUNT             PIC 9(06) COMP VALUE ZERO.
003190 01  WS-RETURN-COUNT             PIC 9(06) COMP VALUE ZERO.
003200 01  WS-CPD-COUNT                PIC 9(06) COMP VALUE ZERO.
003210 01  WS-FAILED-COUNT             PIC 9(06) COMP VALUE ZERO.
003220 01  WS-CREDIT-TOTAL             PIC S9(11)V99 VALUE ZERO.
003230 01  WS-RETURN-TOTAL             PIC S9(11)V99 VALUE ZERO.
003240 01  WS-CPD-TOTAL                PIC S9(11)V99 VALUE ZERO.
003250
003260*--------------------------------------------------------------*
003270* REPORT EDIT FIELDS                                            *
003280*--------------------------------------------------------------*
003290 01  WS-COUNT-EDIT               PIC Z(05)9.
003300 01  WS-AMOUNT-EDIT              PIC -(9)9.99.
003310 01  WS-TOTAL-EDIT               PIC -(10)9.99.
003320 01  WS-BALANCE-EDIT             PIC -(9)9.99.
003330
003340*--------------------------------------------------------------*
003350* AUDIT TRAIL WORK FIELDS                                       *
003360*--------------------------------------------------------------*
003370 01  WS-CURRENT-TIME             PIC 9(08).
003380 01  WS-TIMESTAMP                PIC X(17).
003390 01  WS-LOG-ACTION               PIC X(10).
003400 01  WS-LOG-ACCT-NUMBER          PIC 9(06).
003410 01  WS-LOG-SEARCH-TEXT          PIC X(30).
003420 01  WS-LOG-BALANCE-EDIT         PIC -(9)9.99.
003430 01  WS-LOG-AMOUNT               PIC S9(9)V99 VALUE ZERO.
003440
003450 PROCEDURE DIVISION.
003460*****************************************************************
003470* 0000-MAINLINE                                                *
003480*****************************************************************
003490 0000-MAINLINE.
003500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003510     IF NOT ABORT-RUN
003520        PERFORM 2000-PROCESS-ITEM THRU 2000-EXIT
003530            UNTIL FEED-EOF
003540        PERFORM 8100-MARK-FILE-COMPLETE THRU 8100-EXIT
003550        PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT
003560        IF NOT ABORT-RUN
003570           PERFORM 8200-MARK-STEP-DONE THRU 8200-EXIT
003580        END-IF
003590     END-IF
003600     PERFORM 9000-TERMINATE THRU 9000-EXIT
003610     STOP RUN.
003620
003630*****************************************************************
003640* 1000-INITIALIZE - PROVE THE INBOUND FILE, CHECK THE RUN       *
003650*            CONTROL AND OPEN THE FILES FOR POSTING             *
003660*****************************************************************
003670 1000-INITIALIZE.
003680     PERFORM 1050-CHECK-BUSINESS-DATE THRU 1050-EXIT
003690     IF ABORT-RUN
003700        GO TO 1000-EXIT
003710     END-IF
003720     OPEN INPUT CLEAREIN
003730     IF WS-CLEAREIN-STATUS NOT = "00"
003740        DISPLAY "FEHLER BEIM OEFFNEN VON CLEAREIN, STATUS "
003750            WS-CLEAREIN-STATUS
003760        SET ABORT-RUN TO TRUE
003770        GO TO 1000-EXIT
003780     END-IF
003790
003800     PERFORM 1100-READ-FILE-HEADER THRU 1100-EXIT
003810     IF ABORT-RUN
003820        GO TO 1000-EXIT
003830     END-IF
003840     PERFORM 1200-CHECK-FILE-CONTROL THRU 1200-EXIT
003850     IF ABORT-RUN
003860        GO TO 1000-EXIT
003870     END-IF
003880     PERFORM 1300-VERIFY-FILE THRU 1300-EXIT
003890     IF ABORT-RUN
003900        GO TO 1000-EXIT
003910     END-IF
003920     PERFORM 1400-REOPEN-FILE THRU 1400-EXIT
003930     IF ABORT-RUN
003940        GO TO 1000-EXIT
003950     END-IF
003960     PERFORM 8000-WRITE-FILE-CONTROL THRU 8000-EXIT
003970     IF ABORT-RUN
003980        GO TO 1000-EXIT
003990     END-IF
004000     OPEN I-O ACCTMAS
004010     IF WS-ACCTMAS-STATUS NOT = "00"
004020        DISPLAY "FEHLER BEIM OEFFNEN VON ACCTMAS, STATUS "
004030            WS-ACCTMAS-STATUS
004040        SET ABORT-RUN TO TRUE
004050        GO TO 1000-EXIT
004060     END-IF
004070
004080     OPEN I-O CLRMATCH
004090     IF WS-CLRMATCH-STATUS = "35"
004100        OPEN OUTPUT CLRMATCH
004110        CLOSE CLRMATCH
004120        OPEN I-O CLRMATCH
004130     END-IF
004140     IF WS-CLRMATCH-STATUS NOT = "00"
004150        DISPLAY "FEHLER BEIM OEFFNEN VON CLRMATCH, STATUS "
004160            WS-CLRMATCH-STATUS
004170        SET ABORT-RUN TO TRUE
004180        GO TO 1000-EXIT
004190     END-IF
004200
004210     OPEN EXTEND TRANLOG
004220     IF WS-TRANLOG-STATUS = "35"
004230        OPEN OUTPUT TRANLOG
004240        CLOSE TRANLOG
004250        OPEN EXTEND TRANLOG
004260     END-IF
004270
004280     OPEN EXTEND CPDFILE
004290     IF WS-CPDFILE-STATUS = "35"
004300        OPEN OUTPUT CPDFILE
004310        CLOSE CPDFILE
004320        OPEN EXTEND CPDFILE
004330     END-IF
004340
004350     OPEN OUTPUT CLEARRPT
004360     MOVE SPACES TO RP-LINE
004370     STRING "CLEARING-EINGANG " DELIMITED BY SIZE
004380         WS-RUN-DATE DELIMITED BY SIZE
004390         " DATEI " DELIMITED BY SIZE
004400         WS-FILE-DATE DELIMITED BY SIZE
004410         "/" DELIMITED BY SIZE
004420         WS-FILE-SEQ DELIMITED BY SIZE
004430         INTO RP-LINE
004440     WRITE RP-LINE
004450     MOVE ALL "-" TO RP-LINE
004460     WRITE RP-LINE.
004470 1000-EXIT.
004480     EXIT.
004490
004500*****************************************************************
004510* 1050-CHECK-BUSINESS-DATE - PROCESSING DATE FROM BUSDATE;      *
004520*            THE ONLINE DAY MUST BE CLOSED AND THE END OF DAY   *
004530*            RECONCILIATION NOT YET RUN                         *
004540*****************************************************************
004550 1050-CHECK-BUSINESS-DATE.
004560     OPEN INPUT BUSDATE
004570     IF WS-BUSDATE-STATUS NOT = "00"
004580        DISPLAY "FEHLER BEIM OEFFNEN VON BUSDATE, STATUS "
004590            WS-BUSDATE-STATUS " - LAUF ABGELEHNT."
004600        SET ABORT-RUN TO TRUE
004610        GO TO 1050-EXIT
004620     END-IF
004630     READ BUSDATE
004640         AT END
004650             CLOSE BUSDATE
004660             DISPLAY "FEHLER: BUSDATE IST LEER - LAUF ABGELEHNT."
004670             SET ABORT-RUN TO TRUE
004680             GO TO 1050-EXIT
004690     END-READ
004700     CLOSE BUSDATE
004710     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
004720     IF NOT BD-ONLINE-CLOSED
004730        DISPLAY "GESCHAEFTSTAG " BD-BUSINESS-DATE
004740            ": SCHALTER NICHT GESCHLOSSEN - LAUF ABGELEHNT."
004750        SET ABORT-RUN TO TRUE
004760        GO TO 1050-EXIT
004770     END-IF
004780     IF BD-ABSTIMM-DONE
004790        DISPLAY "GESCHAEFTSTAG " BD-BUSINESS-DATE
004800            ": TAGESABSTIMMUNG IST SCHON GELAUFEN - "
004810            "LAUF ABGELEHNT."
004820        SET ABORT-RUN TO TRUE
004830     END-IF.
004840 1050-EXIT.
004850     EXIT.
004860
004870*****************************************************************
004880* 1100-READ-FILE-HEADER - THE FIRST RECORD MUST BE THE KOPF     *
004890*            RECORD NAMING FILE DATE AND SEQUENCE               *
004900*****************************************************************
004910 1100-READ-FILE-HEADER.
004920     READ CLEAREIN
004930         AT END
004940             DISPLAY "FEHLER: CLEAREIN IST LEER - "
004950                 "LAUF ABGELEHNT."
004960             SET ABORT-RUN TO TRUE
004970             GO TO 1100-EXIT
004980     END-READ
004990     IF CH-TYPE NOT = "KOPF"
005000        DISPLAY "FEHLER: CLEAREIN OHNE KOPFSATZ - "
005010            "LAUF ABGELEHNT."
005020        SET ABORT-RUN TO TRUE
005030        GO TO 1100-EXIT
005040     END-IF
005050     IF CH-FILE-DATE-X NOT NUMERIC
005060        OR CH-FILE-SEQ-X NOT NUMERIC
005070        DISPLAY "FEHLER: KOPFSATZ UNGUELTIG - LAUF ABGELEHNT."
005080        SET ABORT-RUN TO TRUE
005090        GO TO 1100-EXIT
005100     END-IF
005110     MOVE CH-FILE-DATE TO WS-FILE-DATE
005120     MOVE CH-FILE-SEQ  TO WS-FILE-SEQ
005130     DISPLAY "CLEARING-EINGANG DATEI " WS-FILE-DATE
005140         "/" WS-FILE-SEQ.
005150 1100-EXIT.
005160     EXIT.
005170
005180*****************************************************************
005190* 1200-CHECK-FILE-CONTROL - REFUSE A FILE THAT ALREADY POSTED   *
005200*            TO COMPLETION; A FILE LEFT IN LAEUFT IS REFUSED    *
005210*            TOO, BECAUSE PART OF IT MAY ALREADY BE ON THE      *
005220*            MASTER AND NEEDS A MANUAL CHECK FIRST              *
005230*****************************************************************
005240 1200-CHECK-FILE-CONTROL.
005250     OPEN INPUT CLEARCTL
005260     IF WS-CLEARCTL-STATUS = "35"
005270        GO TO 1200-EXIT
005280     END-IF
005290     IF WS-CLEARCTL-STATUS NOT = "00"
005300        DISPLAY "FEHLER BEIM OEFFNEN VON CLEARCTL, STATUS "
005310            WS-CLEARCTL-STATUS
005320        SET ABORT-RUN TO TRUE
005330        GO TO 1200-EXIT
005340     END-IF
005350     READ CLEARCTL
005360         AT END
005370             CLOSE CLEARCTL
005380             GO TO 1200-EXIT
005390     END-READ
005400     CLOSE CLEARCTL
005410     IF CC-FILE-DATE NOT = WS-FILE-DATE
005420        OR CC-FILE-SEQ NOT = WS-FILE-SEQ
005430        GO TO 1200-EXIT
005440     END-IF
005450     IF CC-STATUS = "FERTIG"
005460        DISPLAY "DATEI " WS-FILE-DATE "/" WS-FILE-SEQ
005470            " WURDE BEREITS VOLLSTAENDIG GEBUCHT - "
005480            "LAUF ABGELEHNT."
005490     ELSE
005500        DISPLAY "DATEI " WS-FILE-DATE "/" WS-FILE-SEQ
005510            " IST ALS LAUFEND VERMERKT - MOEGLICHE "
005520            "TEILBUCHUNG, BITTE TRANLOG/CLEARRPT/CPDFILE "
005530            "PRUEFEN. LAUF ABGELEHNT."
005540     END-IF
005550     SET ABORT-RUN TO TRUE.
005560 1200-EXIT.
005570     EXIT.
005580
005590*****************************************************************
005600* 1300-VERIFY-FILE - FULL PRE-PASS: COUNT THE ITEMS, TOTAL THE  *
005610*            AMOUNTS AND PROVE THE TRAILER MATCHES BEFORE A     *
005620*            SINGLE POSTING TOUCHES THE MASTER                  *
005630*****************************************************************
005640 1300-VERIFY-FILE.
005650     MOVE ZERO TO WS-VERIFY-ITEM-COUNT
005660     MOVE ZERO TO WS-VERIFY-AMOUNT-TOTAL
005670     MOVE "N"  TO WS-TRAILER-FOUND-SW
005680     MOVE "N"  TO WS-FEED-EOF-SW
005690     PERFORM 1310-VERIFY-ITEM THRU 1310-EXIT
005700         UNTIL FEED-EOF OR ABORT-RUN
005710     IF ABORT-RUN
005720        GO TO 1300-EXIT
005730     END-IF
005740     IF NOT TRAILER-FOUND
005750        DISPLAY "FEHLER: CLEAREIN OHNE FUSSSATZ - "
005760            "DATEI UNVOLLSTAENDIG, LAUF ABGELEHNT."
005770        SET ABORT-RUN TO TRUE
005780        GO TO 1300-EXIT
005790     END-IF
005800     IF WS-VERIFY-ITEM-COUNT NOT = WS-TRAILER-ITEM-COUNT
005810        DISPLAY "FEHLER: POSTENZAHL " WS-VERIFY-ITEM-COUNT
005820            " PASST NICHT ZUM FUSSSATZ ("
005830            WS-TRAILER-ITEM-COUNT ") - LAUF ABGELEHNT."
005840        SET ABORT-RUN TO TRUE
005850        GO TO 1300-EXIT
005860     END-IF
005870     IF WS-VERIFY-AMOUNT-TOTAL NOT = WS-TRAILER-AMOUNT-TOTAL
005880        DISPLAY "FEHLER: BETRAGSSUMME PASST NICHT ZUM "
005890            "FUSSSATZ - LAUF ABGELEHNT."
005900        SET ABORT-RUN TO TRUE
005910     END-IF.
005920 1300-EXIT.
005930     EXIT.
005940
005950 1310-VERIFY-ITEM.
005960     READ CLEAREIN
005970         AT END
005980             MOVE "Y" TO WS-FEED-EOF-SW
005990             GO TO 1310-EXIT
006000     END-READ
006010     IF CT-TYPE = "FUSS"
006020        IF TRAILER-FOUND
006030           DISPLAY "FEHLER: MEHR ALS EIN FUSSSATZ - "
006040               "LAUF ABGELEHNT."
006050           SET ABORT-RUN TO TRUE
006060           GO TO 1310-EXIT
006070        END-IF
006080        IF CT-ITEM-COUNT-X NOT NUMERIC
006090           DISPLAY "FEHLER: FUSSSATZ UNGUELTIG - "
006100               "LAUF ABGELEHNT."
006110           SET ABORT-RUN TO TRUE
006120           GO TO 1310-EXIT
006130        END-IF
006140        MOVE "Y" TO WS-TRAILER-FOUND-SW
006150        MOVE CT-ITEM-COUNT    TO WS-TRAILER-ITEM-COUNT
006160        MOVE CT-AMOUNT-TOTAL  TO WS-TRAILER-AMOUNT-TOTAL
006170        GO TO 1310-EXIT
006180     END-IF
006190     IF TRAILER-FOUND
006200        DISPLAY "FEHLER: POSTEN NACH DEM FUSSSATZ - "
006210            "LAUF ABGELEHNT."
006220        SET ABORT-RUN TO TRUE
006230        GO TO 1310-EXIT
006240     END-IF
006250     ADD 1 TO WS-VERIFY-ITEM-COUNT
006260     IF CI-AMOUNT-X NUMERIC
006270        ADD CI-AMOUNT TO WS-VERIFY-AMOUNT-TOTAL
006280     ELSE
006290        DISPLAY "FEHLER: POSTEN MIT UNLESBAREM BETRAG - "
006300            "KONTROLLSUMME NICHT PRUEFBAR, LAUF ABGELEHNT."
006310        SET ABORT-RUN TO TRUE
006320     END-IF.
006330 1310-EXIT.
006340     EXIT.
006350
006360*****************************************************************
006370* 1400-REOPEN-FILE - BACK TO THE FIRST ITEM AFTER THE KOPF      *
006380*            RECORD FOR THE POSTING PASS                        *
006390*****************************************************************
006400 1400-REOPEN-FILE.
006410     CLOSE CLEAREIN
006420     OPEN INPUT CLEAREIN
006430     IF WS-CLEAREIN-STATUS NOT = "00"
006440        DISPLAY "FEHLER: CLEAREIN NICHT ERNEUT LESBAR, "
006450            "STATUS " WS-CLEAREIN-STATUS
006460        SET ABORT-RUN TO TRUE
006470        GO TO 1400-EXIT
006480     END-IF
006490     READ CLEAREIN
006500         AT END
006510             DISPLAY "FEHLER: CLEAREIN LEER BEIM ZWEITEN "
006520                 "LESEN - LAUF ABGELEHNT."
006530             SET ABORT-RUN TO TRUE
006540             GO TO 1400-EXIT
006550     END-READ
006560     MOVE "N" TO WS-FEED-EOF-SW.
006570 1400-EXIT.
006580     EXIT.
006590
006600*****************************************************************
006610* 2000-PROCESS-ITEM - READ ONE INBOUND ITEM AND POST IT, OR     *
006620*            PARK IT ON THE CPD SUSPENSE FILE                   *
006630*****************************************************************
006640 2000-PROCESS-ITEM.
006650     READ CLEAREIN
006660         AT END
006670             MOVE "Y" TO WS-FEED-EOF-SW
006680             GO TO 2000-EXIT
006690     END-READ
006700     IF CT-TYPE = "FUSS"
006710        MOVE "Y" TO WS-FEED-EOF-SW
006720        GO TO 2000-EXIT
006730     END-IF
006740     ADD 1 TO WS-READ-COUNT
006750     MOVE "N"    TO WS-CPD-SW
006760     MOVE ZERO   TO WS-LOG-AMOUNT
006770     MOVE SPACES TO WS-CPD-REASON
006780
006790     PERFORM 2100-VALIDATE-ITEM THRU 2100-EXIT
006800     IF ITEM-TO-CPD
006810        PERFORM 2700-WRITE-CPD THRU 2700-EXIT
006820        GO TO 2000-EXIT
006830     END-IF
006840
006850     IF CI-GUTSCHRIFT
006860        PERFORM 2200-POST-CREDIT THRU 2200-EXIT
006870     ELSE
006880        PERFORM 2300-POST-RETURN THRU 2300-EXIT
006890     END-IF
006900     IF ITEM-TO-CPD
006910        PERFORM 2700-WRITE-CPD THRU 2700-EXIT
006920     END-IF.
006930 2000-EXIT.
006940     EXIT.
006950
006960*****************************************************************
006970* 2100-VALIDATE-ITEM - FIELD CHECKS BEFORE ANY MASTER ACCESS    *
006980*****************************************************************
006990 2100-VALIDATE-ITEM.
007000     IF NOT CI-GUTSCHRIFT AND NOT CI-RUECKLAUF
007010        MOVE "POSTENART UNGUELTIG"    TO WS-CPD-REASON
007020        SET ITEM-TO-CPD TO TRUE
007030        GO TO 2100-EXIT
007040     END-IF
007050
007060     IF CI-ACCT-NUMBER-X NOT NUMERIC
007070        MOVE "KONTONUMMER UNGUELTIG"  TO WS-CPD-REASON
007080        SET ITEM-TO-CPD TO TRUE
007090        GO TO 2100-EXIT
007100     END-IF
007110
007120     MOVE CI-AMOUNT TO WS-AMOUNT
007130     IF WS-AMOUNT NOT > ZERO
007140        MOVE "BETRAG NICHT POSITIV"   TO WS-CPD-REASON
007150        SET ITEM-TO-CPD TO TRUE
007160        GO TO 2100-EXIT
007170     END-IF
007180
007190     IF CI-RUECKLAUF AND CI-CAPTURE-DATE-X NOT NUMERIC
007200        MOVE "ERFASSUNGSDATUM FEHLT"  TO WS-CPD-REASON
007210        SET ITEM-TO-CPD TO TRUE
007220     END-IF.
007230 2100-EXIT.
007240     EXIT.
007250
007260*****************************************************************
007270* 2200-POST-CREDIT - INCOMING UEBERWEISUNG TO ONE OF OUR        *
007280*            ACCOUNTS                                           *
007290*****************************************************************
007300 2200-POST-CREDIT.
007310     PERFORM 2400-READ-ACTIVE-ACCOUNT THRU 2400-EXIT
007320     IF ITEM-TO-CPD
007330        GO TO 2200-EXIT
007340     END-IF
007350
007360     ADD WS-AMOUNT TO ACCT-BALANCE
007370     PERFORM 2450-REWRITE-ACCOUNT THRU 2450-EXIT
007380     IF ITEM-TO-CPD
007390        GO TO 2200-EXIT
007400     END-IF
007410
007420     ADD 1 TO WS-CREDIT-COUNT
007430     ADD WS-AMOUNT TO WS-CREDIT-TOTAL
007440     MOVE "UEBERW-EIN"        TO WS-LOG-ACTION
007450     MOVE SPACES              TO WS-LOG-SEARCH-TEXT
007460     STRING CI-PARTY-BLZ DELIMITED BY SIZE
007470         "<" DELIMITED BY SIZE
007480         CI-PARTY-ACCT DELIMITED BY SIZE
007490         INTO WS-LOG-SEARCH-TEXT
007500     MOVE WS-AMOUNT           TO WS-LOG-AMOUNT
007510     PERFORM 2600-LOG-POSTING THRU 2600-EXIT
007520     MOVE "GUTSCHRIFT"        TO WS-ITEM-LABEL
007530     PERFORM 2800-REPORT-POSTED THRU 2800-EXIT.
007540 2200-EXIT.
007550     EXIT.
007560
007570*****************************************************************
007580* 2300-POST-RETURN - ONE OF OUR OWN UEBERWEISUNGEN CAME BACK.   *
007590*            ONLY A RETURN WITH A MATCHING ORIGINAL IS CREDITED *
007600*            BACK TO THE ORIGINATOR                             *
007610*****************************************************************
007620 2300-POST-RETURN.
007630     PERFORM 2500-FIND-ORIGINAL THRU 2500-EXIT
007640     IF NOT ORIGINAL-FOUND
007650        MOVE "ORIGINAL NICHT GEFUNDEN" TO WS-CPD-REASON
007660        SET ITEM-TO-CPD TO TRUE
007670        GO TO 2300-EXIT
007680     END-IF
007690
007700     PERFORM 2400-READ-ACTIVE-ACCOUNT THRU 2400-EXIT
007710     IF ITEM-TO-CPD
007720        GO TO 2300-EXIT
007730     END-IF
007740
007750     ADD WS-AMOUNT TO ACCT-BALANCE
007760     PERFORM 2450-REWRITE-ACCOUNT THRU 2450-EXIT
007770     IF ITEM-TO-CPD
007780        GO TO 2300-EXIT
007790     END-IF
007800
007810     PERFORM 2350-RECORD-MATCH THRU 2350-EXIT
007820     ADD 1 TO WS-RETURN-COUNT
007830     ADD WS-AMOUNT TO WS-RETURN-TOTAL
007840     MOVE "RUECKLAUF"         TO WS-LOG-ACTION
007850     MOVE SPACES              TO WS-LOG-SEARCH-TEXT
007860     STRING WS-ORIG-TARGET-BLZ DELIMITED BY SIZE
007870         ">" DELIMITED BY SIZE
007880         WS-ORIG-TARGET-ACCT DELIMITED BY SIZE
007890         " " DELIMITED BY SIZE
007900         CI-RETURN-REASON DELIMITED BY SIZE
007910         INTO WS-LOG-SEARCH-TEXT
007920     MOVE WS-AMOUNT           TO WS-LOG-AMOUNT
007930     PERFORM 2600-LOG-POSTING THRU 2600-EXIT
007940     MOVE "RUECKLAUF"         TO WS-ITEM-LABEL
007950     PERFORM 2800-REPORT-POSTED THRU 2800-EXIT.
007960 2300-EXIT.
007970     EXIT.
007980
007990*****************************************************************
008000* 2350-RECORD-MATCH - THE ORIGINAL IS NOW CREDITED BACK; KEEP   *
008010*            IT ON CLRMATCH SO NO LATER RUN MATCHES IT AGAIN    *
008020*****************************************************************
008030 2350-RECORD-MATCH.
008040     MOVE WS-ORIG-FILE-DATE     TO CM-CLEARING-DATE
008050     MOVE WS-ORIG-CLEARING-LINE TO CM-CLEARING-LINE
008060     MOVE CI-ACCT-NUMBER        TO CM-ACCT-NUMBER
008070     MOVE CI-AMOUNT             TO CM-AMOUNT
008080     MOVE WS-RUN-DATE           TO CM-RUN-DATE
008090     MOVE WS-FILE-DATE          TO CM-FILE-DATE
008100     MOVE WS-FILE-SEQ           TO CM-FILE-SEQ
008110     MOVE CI-RETURN-REASON      TO CM-RETURN-REASON
008120     WRITE CM-RECORD
008130         INVALID KEY
008140             DISPLAY "WARNUNG: CLRMATCH-SATZ " WS-ORIG-FILE-DATE
008150                 "/" WS-ORIG-CLEARING-LINE " NICHT GESCHRIEBEN, "
008160                 "STATUS " WS-CLRMATCH-STATUS " - CLEARRPT "
008170                 "PRUEFEN."
008180     END-WRITE.
008190 2350-EXIT.
008200     EXIT.
008210
008220*****************************************************************
008230* 2400-READ-ACTIVE-ACCOUNT - ONLY AN ACTIVE ACCOUNT TAKES THE   *
008240*            CREDIT; EVERYTHING ELSE GOES TO CPD                *
008250*****************************************************************
008260 2400-READ-ACTIVE-ACCOUNT.
008270     MOVE CI-ACCT-NUMBER TO ACCT-NUMBER
008280     READ ACCTMAS
008290         KEY IS ACCT-NUMBER
008300         INVALID KEY
008310             MOVE "KONTO UNBEKANNT" TO WS-CPD-REASON
008320             SET ITEM-TO-CPD TO TRUE
008330             GO TO 2400-EXIT
008340     END-READ
008350     IF NOT ACCT-AKTIV
008360        IF ACCT-GESPERRT
008370           MOVE "KONTO GESPERRT"    TO WS-CPD-REASON
008380        ELSE
008390           MOVE "KONTO GESCHLOSSEN" TO WS-CPD-REASON
008400        END-IF
008410        SET ITEM-TO-CPD TO TRUE
008420     END-IF.
008430 2400-EXIT.
008440     EXIT.
008450
008460 2450-REWRITE-ACCOUNT.
008470     MOVE "Y" TO WS-REWRITE-OK-SW
008480     REWRITE ACCT-RECORD
008490         INVALID KEY
008500             MOVE "N" TO WS-REWRITE-OK-SW
008510             DISPLAY "FEHLER BEIM SCHREIBEN VON KONTO "
008520                 ACCT-NUMBER ", STATUS " WS-ACCTMAS-STATUS
008530     END-REWRITE
008540     IF NOT REWRITE-OK
008550        SUBTRACT WS-AMOUNT FROM ACCT-BALANCE
008560        MOVE "SCHREIBFEHLER MASTER" TO WS-CPD-REASON
008570        ADD 1 TO WS-FAILED-COUNT
008580        SET ITEM-TO-CPD TO TRUE
008590     END-IF.
008600 2450-EXIT.
008610     EXIT.
008620
008630*****************************************************************
008640* 2500-FIND-ORIGINAL - LOOK FOR THE RETURNED ITEM IN THE        *
008650*            CLEARING FILE OF ITS CAPTURE DATE, THEN OF THE     *
008660*            FOLLOWING DAYS                                     *
008670*****************************************************************
008680 2500-FIND-ORIGINAL.
008690     MOVE "N" TO WS-ORIGINAL-FOUND-SW
008700     MOVE CI-CAPTURE-DATE TO WS-SCAN-DATE
008710     IF WS-SCAN-MONTH < 1 OR WS-SCAN-MONTH > 12
008720        GO TO 2500-EXIT
008730     END-IF
008740     MOVE ZERO TO WS-SCAN-DAY-COUNT
008750     PERFORM 2510-SEARCH-ONE-FILE THRU 2510-EXIT
008760         UNTIL ORIGINAL-FOUND
008770         OR WS-SCAN-DAY-COUNT > WS-RETURN-SCAN-DAYS.
008780 2500-EXIT.
008790     EXIT.
008800
008810 2510-SEARCH-ONE-FILE.
008820     MOVE SPACES TO WS-CLEARING-NAME
008830     STRING "CLEARING." DELIMITED BY SIZE
008840         WS-SCAN-DATE DELIMITED BY SIZE
008850         INTO WS-CLEARING-NAME
008860     MOVE "N"  TO WS-CLEARING-EOF-SW
008870     MOVE ZERO TO WS-CLEARING-LINE
008880     OPEN INPUT CLEARING
008890     IF WS-CLEARING-STATUS = "00"
008900        PERFORM 2520-CHECK-CLEARING-ITEM THRU 2520-EXIT
008910            UNTIL CLEARING-EOF OR ORIGINAL-FOUND
008920        CLOSE CLEARING
008930     END-IF
008940     ADD 1 TO WS-SCAN-DAY-COUNT
008950     PERFORM 2550-NEXT-SCAN-DATE THRU 2550-EXIT.
008960 2510-EXIT.
008970     EXIT.
008980
008990 2520-CHECK-CLEARING-ITEM.
009000     READ CLEARING
009010         AT END
009020             MOVE "Y" TO WS-CLEARING-EOF-SW
009030             GO TO 2520-EXIT
009040     END-READ
009050     ADD 1 TO WS-CLEARING-LINE
009060     IF CL-H-TYPE = "KOPF" OR CL-T-TYPE = "FUSS"
009070        GO TO 2520-EXIT
009080     END-IF
009090     IF CL-SOURCE-ACCT NOT NUMERIC
009100        OR CL-AMOUNT NOT NUMERIC
009110        OR CL-CAPTURE-DATE NOT NUMERIC
009120        GO TO 2520-EXIT
009130     END-IF
009140     IF CL-SOURCE-ACCT NOT = CI-ACCT-NUMBER
009150        OR CL-AMOUNT NOT = WS-AMOUNT
009160        OR CL-CAPTURE-DATE NOT = CI-CAPTURE-DATE
009170        GO TO 2520-EXIT
009180     END-IF
009190     MOVE "N" TO WS-ORIGINAL-USED-SW
009200     PERFORM 2525-CHECK-MATCHED THRU 2525-EXIT
009210     PERFORM 2530-CHECK-USED THRU 2530-EXIT
009220         VARYING WS-USED-IX FROM 1 BY 1
009230         UNTIL WS-USED-IX > WS-USED-COUNT
009240         OR ORIGINAL-USED
009250     IF ORIGINAL-USED
009260        GO TO 2520-EXIT
009270     END-IF
009280     MOVE "Y"             TO WS-ORIGINAL-FOUND-SW
009290     MOVE WS-SCAN-DATE    TO WS-ORIG-FILE-DATE
009300     MOVE WS-CLEARING-LINE TO WS-ORIG-CLEARING-LINE
009310     MOVE CL-TARGET-BLZ   TO WS-ORIG-TARGET-BLZ
009320     MOVE CL-TARGET-ACCT  TO WS-ORIG-TARGET-ACCT
009330     IF WS-USED-COUNT < WS-USED-MAX
009340        ADD 1 TO WS-USED-COUNT
009350        MOVE WS-SCAN-DATE     TO WS-USED-FILE-DATE (WS-USED-COUNT)
009360        MOVE WS-CLEARING-LINE TO WS-USED-LINE (WS-USED-COUNT)
009370     ELSE
009380        DISPLAY "WARNUNG: MEHR ALS " WS-USED-MAX
009390            " RUECKLAEUFE - DOPPELTE RUECKLAEUFE NICHT "
009400            "MEHR ERKENNBAR, CLEARRPT PRUEFEN."
009410     END-IF.
009420 2520-EXIT.
009430     EXIT.
009440
009450 2525-CHECK-MATCHED.
009460     MOVE WS-SCAN-DATE     TO CM-CLEARING-DATE
009470     MOVE WS-CLEARING-LINE TO CM-CLEARING-LINE
009480     READ CLRMATCH
009490         KEY IS CM-KEY
009500         INVALID KEY
009510             GO TO 2525-EXIT
009520     END-READ
009530     MOVE "Y" TO WS-ORIGINAL-USED-SW.
009540 2525-EXIT.
009550     EXIT.
009560
009570 2530-CHECK-USED.
009580     IF WS-USED-FILE-DATE (WS-USED-IX) = WS-SCAN-DATE
009590        AND WS-USED-LINE (WS-USED-IX) = WS-CLEARING-LINE
009600        MOVE "Y" TO WS-ORIGINAL-USED-SW
009610     END-IF.
009620 2530-EXIT.
009630     EXIT.
009640
009650*****************************************************************
009660* 2550-NEXT-SCAN-DATE - ADVANCE ONE CALENDAR DAY, WITH THE LEAP *
009670*            YEAR RULE FOR FEBRUARY                             *
009680*****************************************************************
009690 2550-NEXT-SCAN-DATE.
009700     MOVE WS-DAYS-IN-MONTH (WS-SCAN-MONTH) TO WS-MONTH-END-DAY
009710     IF WS-SCAN-MONTH = 2
009720        DIVIDE WS-SCAN-YEAR BY 4 GIVING WS-YEAR-REMAINDER
009730            REMAINDER WS-YEAR-REMAINDER
009740        IF WS-YEAR-REMAINDER = ZERO
009750           DIVIDE WS-SCAN-YEAR BY 100 GIVING WS-YEAR-REMAINDER
009760               REMAINDER WS-YEAR-REMAINDER
009770           IF WS-YEAR-REMAINDER NOT = ZERO
009780              MOVE 29 TO WS-MONTH-END-DAY
009790           ELSE
009800              DIVIDE WS-SCAN-YEAR BY 400
009810                  GIVING WS-YEAR-REMAINDER
009820                  REMAINDER WS-YEAR-REMAINDER
009830              IF WS-YEAR-REMAINDER = ZERO
009840                 MOVE 29 TO WS-MONTH-END-DAY
009850              END-IF
009860           END-IF
009870        END-IF
009880     END-IF
009890     IF WS-SCAN-DAY < WS-MONTH-END-DAY
009900        ADD 1 TO WS-SCAN-DAY
009910        GO TO 2550-EXIT
009920     END-IF
009930     MOVE 1 TO WS-SCAN-DAY
009940     IF WS-SCAN-MONTH < 12
009950        ADD 1 TO WS-SCAN-MONTH
009960     ELSE
009970        MOVE 1 TO WS-SCAN-MONTH
009980        ADD 1 TO WS-SCAN-YEAR
009990     END-IF.
010000 2550-EXIT.
010010     EXIT.
010020
010030*****************************************************************
010040* 2600-LOG-POSTING - TRANLOG ENTRY FOR A POSTED ITEM            *
010050*****************************************************************
010060 2600-LOG-POSTING.
010070     MOVE ACCT-BALANCE    TO WS-BALANCE-EDIT
010080     MOVE ACCT-NUMBER     TO WS-LOG-ACCT-NUMBER
010090     MOVE WS-BALANCE-EDIT TO WS-LOG-BALANCE-EDIT
010100     PERFORM 7000-WRITE-LOG THRU 7000-EXIT.
010110 2600-EXIT.
010120     EXIT.
010130
010140*****************************************************************
010150* 2700-WRITE-CPD - PARK THE ITEM ON THE CPD SUSPENSE FILE WITH  *
010160*            ITS REASON AND LIST IT FOR THE BACK OFFICE         *
010170*****************************************************************
010180 2700-WRITE-CPD.
010190     ADD 1 TO WS-CPD-COUNT
010200     IF CI-AMOUNT-X NUMERIC
010210        ADD CI-AMOUNT TO WS-CPD-TOTAL
010220     END-IF
010230     MOVE SPACES        TO CP-RECORD
010240     MOVE WS-RUN-DATE   TO CP-RUN-DATE
010250     MOVE WS-FILE-DATE  TO CP-FILE-DATE
010260     MOVE WS-FILE-SEQ   TO CP-FILE-SEQ
010270     MOVE WS-CPD-REASON TO CP-REASON
010280     MOVE CI-RECORD     TO CP-ITEM-IMAGE
010290     WRITE CP-RECORD
010300     IF WS-CPDFILE-STATUS NOT = "00"
010310        DISPLAY "WARNUNG: CPD-SATZ NICHT GESCHRIEBEN, STATUS "
010320            WS-CPDFILE-STATUS " - POSTEN AUS CLEARRPT "
010330            "UEBERNEHMEN."
010340     END-IF
010350     MOVE ZERO TO WS-AMOUNT-EDIT
010360     IF CI-AMOUNT-X NUMERIC
010370        MOVE CI-AMOUNT TO WS-AMOUNT-EDIT
010380     END-IF
010390     MOVE SPACES TO RP-LINE
010400     STRING "CPD        " DELIMITED BY SIZE
010410         CI-ITEM-TYPE DELIMITED BY SIZE
010420         " KONTO " DELIMITED BY SIZE
010430         CI-ACCT-NUMBER-X DELIMITED BY SIZE
010440         " BETRAG " DELIMITED BY SIZE
010450         WS-AMOUNT-EDIT DELIMITED BY SIZE
010460         "  " DELIMITED BY SIZE
010470         WS-CPD-REASON DELIMITED BY SIZE
010480         " " DELIMITED BY SIZE
010490         CI-PARTY-NAME DELIMITED BY SIZE
010500         INTO RP-LINE
010510     WRITE RP-LINE.
010520 2700-EXIT.
010530     EXIT.
010540
010550*****************************************************************
010560* 2800-REPORT-POSTED - ONE REPORT LINE PER POSTED ITEM          *
010570*****************************************************************
010580 2800-REPORT-POSTED.
010590     MOVE WS-AMOUNT TO WS-AMOUNT-EDIT
010600     MOVE SPACES TO RP-LINE
010610     STRING WS-ITEM-LABEL DELIMITED BY SIZE
010620         " " DELIMITED BY SIZE
010630         CI-ITEM-TYPE DELIMITED BY SIZE
010640         " KONTO " DELIMITED BY SIZE
010650         ACCT-NUMBER DELIMITED BY SIZE
010660         " BETRAG " DELIMITED BY SIZE
010670         WS-AMOUNT-EDIT DELIMITED BY SIZE
010680         "  " DELIMITED BY SIZE
010690         CI-PARTY-BLZ DELIMITED BY SIZE
010700         "/" DELIMITED BY SIZE
010710         CI-PARTY-ACCT DELIMITED BY SIZE
010720         " " DELIMITED BY SIZE
010730         CI-PARTY-NAME DELIMITED BY SIZE
010740         INTO RP-LINE
010750     WRITE RP-LINE.
010760 2800-EXIT.
010770     EXIT.
010780
010790*****************************************************************
010800* 3000-PRINT-SUMMARY - RUN TOTALS TO CLEARRPT AND THE OPERATOR  *
010810*****************************************************************
010820 3000-PRINT-SUMMARY.
010830     MOVE ALL "-" TO RP-LINE
010840     WRITE RP-LINE
010850
010860     MOVE WS-READ-COUNT TO WS-COUNT-EDIT
010870     MOVE SPACES TO RP-LINE
010880     STRING "POSTEN GELESEN            : " DELIMITED BY SIZE
010890         WS-COUNT-EDIT DELIMITED BY SIZE
010900         INTO RP-LINE
010910     WRITE RP-LINE
010920
010930     MOVE WS-CREDIT-COUNT TO WS-COUNT-EDIT
010940     MOVE WS-CREDIT-TOTAL TO WS-TOTAL-EDIT
010950     MOVE SPACES TO RP-LINE
010960     STRING "GEBUCHT GUTSCHRIFTEN      : " DELIMITED BY SIZE
010970         WS-COUNT-EDIT DELIMITED BY SIZE
010980         "  BETRAG: " DELIMITED BY SIZE
010990         WS-TOTAL-EDIT DELIMITED BY SIZE
011000         INTO RP-LINE
011010     WRITE RP-LINE
011020
011030     MOVE WS-RETURN-COUNT TO WS-COUNT-EDIT
011040     MOVE WS-RETURN-TOTAL TO WS-TOTAL-EDIT
011050     MOVE SPACES TO RP-LINE
011060     STRING "GEBUCHT RUECKLAEUFE       : " DELIMITED BY SIZE
011070         WS-COUNT-EDIT DELIMITED BY SIZE
011080         "  BETRAG: " DELIMITED BY SIZE
011090         WS-TOTAL-EDIT DELIMITED BY SIZE
011100         INTO RP-LINE
011110     WRITE RP-LINE
011120
011130     MOVE WS-CPD-COUNT TO WS-COUNT-EDIT
011140     MOVE WS-CPD-TOTAL TO WS-TOTAL-EDIT
011150     MOVE SPACES TO RP-LINE
011160     STRING "AUF CPD GENOMMEN          : " DELIMITED BY SIZE
011170         WS-COUNT-EDIT DELIMITED BY SIZE
011180         "  BETRAG: " DELIMITED BY SIZE
011190         WS-TOTAL-EDIT DELIMITED BY SIZE
011200         INTO RP-LINE
011210     WRITE RP-LINE
011220
011230     MOVE WS-FAILED-COUNT TO WS-COUNT-EDIT
011240     MOVE SPACES TO RP-LINE
011250     STRING "  DAVON SCHREIBFEHLER     : " DELIMITED BY SIZE
011260         WS-COUNT-EDIT DELIMITED BY SIZE
011270         INTO RP-LINE
011280     WRITE RP-LINE
011290
011300     DISPLAY "CLEARING-EINGANG BEENDET - GELESEN "
011310         WS-READ-COUNT ", CPD " WS-CPD-COUNT
011320         " (BERICHT IN CLEARRPT).".
011330 3000-EXIT.
011340     EXIT.
011350
011360*****************************************************************
011370* 7000-WRITE-LOG - APPEND ONE AUDIT RECORD TO TRANLOG           *
011380*****************************************************************
011390 7000-WRITE-LOG.
011400     ACCEPT WS-CURRENT-TIME FROM TIME
011410     MOVE SPACES TO WS-TIMESTAMP
011420     STRING WS-RUN-DATE DELIMITED BY SIZE
011430         "-" DELIMITED BY SIZE
011440         WS-CURRENT-TIME DELIMITED BY SIZE
011450         INTO WS-TIMESTAMP
011460
011470     MOVE WS-TIMESTAMP        TO TL-TIMESTAMP
011480     MOVE WS-LOG-ACTION       TO TL-ACTION
011490     MOVE WS-LOG-SEARCH-TEXT  TO TL-SEARCH-TEXT
011500     MOVE WS-LOG-ACCT-NUMBER  TO TL-ACCT-NUMBER
011510     MOVE WS-LOG-BALANCE-EDIT TO TL-BALANCE-DISPLAY
011520     MOVE "CLEARING"          TO TL-TELLER-ID
011530     MOVE WS-LOG-AMOUNT       TO TL-AMOUNT
011540     MOVE ZERO                TO WS-LOG-AMOUNT
011550
011560     WRITE TL-RECORD
011570     IF WS-TRANLOG-STATUS NOT = "00"
011580        DISPLAY "WARNUNG: PROTOKOLLEINTRAG FEHLGESCHLAGEN, "
011590            "STATUS " WS-TRANLOG-STATUS
011600     END-IF.
011610 7000-EXIT.
011620     EXIT.
011630
011640*****************************************************************
011650* 8000-WRITE-FILE-CONTROL - REWRITE THE ONE CLEARCTL RECORD     *
011660*            WITH FILE DATE, SEQUENCE AND RUN STATUS            *
011670*****************************************************************
011680 8000-WRITE-FILE-CONTROL.
011690     OPEN OUTPUT CLEARCTL
011700     IF WS-CLEARCTL-STATUS NOT = "00"
011710        DISPLAY "FEHLER: CLEARCTL NICHT SCHREIBBAR, STATUS "
011720            WS-CLEARCTL-STATUS " - LAUF WIRD ABGEBROCHEN."
011730        SET ABORT-RUN TO TRUE
011740        MOVE "Y" TO WS-FEED-EOF-SW
011750        GO TO 8000-EXIT
011760     END-IF
011770     MOVE SPACES          TO CC-RECORD
011780     MOVE WS-FILE-DATE    TO CC-FILE-DATE
011790     MOVE WS-FILE-SEQ     TO CC-FILE-SEQ
011800     MOVE WS-FILE-STATUS  TO CC-STATUS
011810     WRITE CC-RECORD
011820     IF WS-CLEARCTL-STATUS NOT = "00"
011830        DISPLAY "FEHLER: CLEARCTL NICHT GESCHRIEBEN, STATUS "
011840            WS-CLEARCTL-STATUS " - LAUF WIRD ABGEBROCHEN."
011850        SET ABORT-RUN TO TRUE
011860        MOVE "Y" TO WS-FEED-EOF-SW
011870     END-IF
011880     CLOSE CLEARCTL.
011890 8000-EXIT.
011900     EXIT.
011910
011920*****************************************************************
011930* 8100-MARK-FILE-COMPLETE - CLOSE OUT THE FILE SO A RERUN OF    *
011940*            THE SAME FILE IS STOPPED COLD                      *
011950*****************************************************************
011960 8100-MARK-FILE-COMPLETE.
011970     MOVE "FERTIG" TO WS-FILE-STATUS
011980     PERFORM 8000-WRITE-FILE-CONTROL THRU 8000-EXIT
011990     IF ABORT-RUN
012000        DISPLAY "FEHLER: DATEI " WS-FILE-DATE "/" WS-FILE-SEQ
012010            " NICHT ALS FERTIG MARKIERT - CLEARCTL VOR DEM "
012020            "NAECHSTEN LAUF PRUEFEN."
012030     END-IF.
012040 8100-EXIT.
012050     EXIT.
012060
012070*****************************************************************
012080* 8200-MARK-STEP-DONE - SET THE CLEARING FLAG FOR THE           *
012090*            BUSINESS DATE ON BUSDATE                           *
012100*****************************************************************
012110 8200-MARK-STEP-DONE.
012120     OPEN INPUT BUSDATE
012130     IF WS-BUSDATE-STATUS NOT = "00"
012140        DISPLAY "FEHLER BEIM OEFFNEN VON BUSDATE, STATUS "
012150            WS-BUSDATE-STATUS
012160            " - SCHRITT CLEARING NICHT VERMERKT."
012170        GO TO 8200-EXIT
012180     END-IF
012190     READ BUSDATE
012200         AT END
012210             CLOSE BUSDATE
012220             DISPLAY "FEHLER: BUSDATE IST LEER - SCHRITT "
012230                 "CLEARING NICHT VERMERKT."
012240             GO TO 8200-EXIT
012250     END-READ
012260     CLOSE BUSDATE
012270     IF BD-BUSINESS-DATE NOT = WS-RUN-DATE
012280        DISPLAY "FEHLER: GESCHAEFTSDATUM WAEHREND DES LAUFS "
012290            "GEAENDERT - SCHRITT CLEARING NICHT VERMERKT."
012300        GO TO 8200-EXIT
012310     END-IF
012320     MOVE "J" TO BD-STEP-CLEARING
012330     OPEN OUTPUT BUSDATE
012340     IF WS-BUSDATE-STATUS NOT = "00"
012350        DISPLAY "FEHLER BEIM OEFFNEN VON BUSDATE, STATUS "
012360            WS-BUSDATE-STATUS
012370            " - SCHRITT CLEARING NICHT VERMERKT."
012380        GO TO 8200-EXIT
012390     END-IF
012400     WRITE BD-RECORD
012410     IF WS-BUSDATE-STATUS NOT = "00"
012420        DISPLAY "FEHLER BEIM SCHREIBEN VON BUSDATE, STATUS "
012430            WS-BUSDATE-STATUS " - STEUERSATZ MIT DAYCONTROL "
012440            "PRUEFEN."
012450        CLOSE BUSDATE
012460        GO TO 8200-EXIT
012470     END-IF
012480     CLOSE BUSDATE
012490     DISPLAY "SCHRITT CLEARING FUER GESCHAEFTSTAG "
012500         BD-BUSINESS-DATE " VERMERKT.".
012510 8200-EXIT.
012520     EXIT.
012530
012540*****************************************************************
012550* 9000-TERMINATE - CLOSE ALL FILES                              *
012560*****************************************************************
012570 9000-TERMINATE.
012580     CLOSE CLEAREIN
012590     CLOSE ACCTMAS
012600     CLOSE TRANLOG
012610     CLOSE CPDFILE
012620     CLOSE CLEARRPT
012630     CLOSE CLRMATCH.
012640 9000-EXIT.
012650     EXIT.
