000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TaxCertificate.
000030 AUTHOR. H. DECKER.
000040 INSTALLATION. RETAIL BANKING OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*    TAXCERTIFICATE - JAHRESSTEUERBESCHEINIGUNGEN AUS KESTMAS   *
000100*                                                               *
000110*    YEAR-END RUN.  WALKS THE ACCOUNT MASTER IN CUSTOMER ORDER  *
000120*    (ALTERNATE INDEX ACCT-CUST-NUMBER) AND PICKS UP EACH       *
000130*    ACCOUNT'S KESTMAS RECORD FOR THE TAX YEAR.  EVERY          *
000140*    CUSTOMER WITH CREDIT INTEREST IN THE YEAR GETS ONE         *
000150*    JAHRESSTEUERBESCHEINIGUNG IN JSTBESCH COVERING ALL THE     *
000160*    CUSTOMER'S ACCOUNTS: GROSS INTEREST, EXEMPTION USED AND    *
000170*    WITHHELD KAPITALERTRAGSTEUER PER ACCOUNT AND IN TOTAL.     *
000180*                                                               *
000190*    THE CONTROL REPORT KESTRPT CARRIES                         *
000200*      - EVERY CUSTOMER WHOSE FREISTELLUNGSAUFTRAEGE OVER ALL   *
000210*        NOT-CLOSED ACCOUNTS (OR WHOSE EXEMPTION ACTUALLY       *
000220*        USED) EXCEED THE LEGAL MAXIMUM PER PERSON - THE        *
000230*        EXEMPTION IS SET PER ACCOUNT IN ACCTMAINT, SO THE      *
000240*        TOTAL IS ONLY CHECKED HERE;                            *
000250*      - KESTMAS RECORDS OF THE YEAR WITHOUT AN ACCOUNT;        *
000260*      - THE MONTHLY KEST-ANMELDUNG: TAX WITHHELD PER MONTH     *
000270*        FROM THE KESTANM LINES OF THE INTEREST RUNS, TIED      *
000280*        TO THE YEAR-TO-DATE TAX ON KESTMAS.                    *
000290*                                                               *
000300*    THE TAX YEAR IS THE RUN YEAR, OR THE PREVIOUS YEAR WHEN    *
000310*    THE RUN FALLS IN JANUARY.  THE RUN MUST COME BEFORE THE    *
000320*    FIRST INTEREST RUN OF THE NEW YEAR, WHICH RESETS KESTMAS.  *
000330*                                                               *
000340*    MODIFICATION HISTORY                                      *
000350*    ------------------------------------------------------    *
000360*    2026-10-15  HD  ORIGINAL VERSION.                         *
000370*    2026-10-15  HD  DER STICHTAG DES LAUFS KOMMT AUS DEM      *
000380*                    GESCHAEFTSDATUM (BUSDATE) STATT AUS DEM   *
000390*                    SYSTEMDATUM. RENUMBERED THE SOURCE.       *
000400*    2026-10-15  HD  DIE DATEIEN WERDEN AUCH NACH EINEM        *
000410*                    ABBRUCH GESCHLOSSEN. RENUMBERED THE       *
000420*                    SOURCE.                                   *
000430*                                                               *
000440*****************************************************************
000450
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT BUSDATE ASSIGN TO "BUSDATE"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-BUSDATE-STATUS.
000520
000530     SELECT ACCTMAS ASSIGN TO "ACCTMAS"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS ACCT-NUMBER
000570         ALTERNATE RECORD KEY IS ACCT-CUST-NUMBER
000580             WITH DUPLICATES
000590         FILE STATUS IS WS-ACCTMAS-STATUS.
000600
000610     SELECT CUSTMAS ASSIGN TO "CUSTMAS"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS CUST-NUMBER
000650         ALTERNATE RECORD KEY IS CUST-LAST-NAME
000660             WITH DUPLICATES
000670         FILE STATUS IS WS-CUSTMAS-STATUS.
000680
000690     SELECT KESTMAS ASSIGN TO "KESTMAS"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS TX-ACCT-NUMBER
000730         FILE STATUS IS WS-KESTMAS-STATUS.
000740
000750     SELECT KESTANM ASSIGN TO "KESTANM"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-KESTANM-STATUS.
000780
000790     SELECT JSTBESCH ASSIGN TO "JSTBESCH"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-JSTBESCH-STATUS.
000820
000830     SELECT KESTRPT ASSIGN TO "KESTRPT"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-KESTRPT-STATUS.
000860
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  BUSDATE
000900     LABEL RECORDS ARE STANDARD.
000910 COPY BDATREC.
000920
000930 FD  ACCTMAS
000940     LABEL RECORDS ARE STANDARD.
000950 COPY ACCTREC.
000960
000970 FD  CUSTMAS
000980     LABEL RECORDS ARE STANDARD.
000990 COPY CUSTREC.
001000
001010 FD  KESTMAS
001020     LABEL RECORDS ARE STANDARD.
001030 COPY KESTREC.
001040
001050 FD  KESTANM
001060     LABEL RECORDS ARE STANDARD.
001070 COPY KANMREC.
001080
001090 FD  JSTBESCH
001100     LABEL RECORDS ARE STANDARD.
001110 01  JB-LINE                     PIC X(80).
001120
001130 FD  KESTRPT
001140     LABEL RECORDS ARE STANDARD.
001150 01  RP-LINE                     PIC X(100).
001160
001170 WORKING-STORAGE SECTION.
001180*--------------------------------------------------------------*
001190* FILE STATUS AND CONDITION SWITCHES                            *
001200*--------------------------------------------------------------*
001210 01  WS-ACCTMAS-STATUS           PIC X(02) VALUE "00".
001220 01  WS-BUSDATE-STATUS           PIC X(02) VALUE "00".
001230 01  WS-CUSTMAS-STATUS           PIC X(02) VALUE "00".
001240 01  WS-KESTMAS-STATUS           PIC X(02) VALUE "00".
001250 01  WS-KESTANM-STATUS           PIC X(02) VALUE "00".
001260 01  WS-JSTBESCH-STATUS          PIC X(02) VALUE "00".
001270 01  WS-KESTRPT-STATUS           PIC X(02) VALUE "00".
001280 01  WS-ACCTMAS-EOF-SW           PIC X(01) VALUE "N".
001290     88  ACCTMAS-EOF                       VALUE "Y".
001300 01  WS-KESTMAS-EOF-SW           PIC X(01) VALUE "N".
001310     88  KESTMAS-EOF                       VALUE "Y".
001320 01  WS-KESTANM-EOF-SW           PIC X(01) VALUE "N".
001330     88  KESTANM-EOF                       VALUE "Y".
001340 01  WS-ABORT-RUN-SW             PIC X(01) VALUE "N".
001350     88  ABORT-RUN                         VALUE "Y".
001360 01  WS-CERT-OPEN-SW             PIC X(01) VALUE "N".
001370     88  CERT-OPEN                         VALUE "Y".
001380 01  WS-TAX-REC-FOUND-SW         PIC X(01) VALUE "N".
001390     88  TAX-REC-FOUND                     VALUE "Y".
001400
001410*--------------------------------------------------------------*
001420* RUN DATE AND TAX YEAR                                         *
001430*--------------------------------------------------------------*
001440 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001450 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
001460     05  WS-RUN-YEAR             PIC 9(04).
001470     05  WS-RUN-MONTH            PIC 9(02).
001480     05  WS-RUN-DAY              PIC 9(02).
001490 01  WS-TAX-YEAR                 PIC 9(04) VALUE ZERO.
001500
001510*--------------------------------------------------------------*
001520* LEGAL MAXIMUM OF THE FREISTELLUNGSAUFTRAG PER PERSON          *
001530* (SPARER-PAUSCHBETRAG)                                         *
001540*--------------------------------------------------------------*
001550 01  FREIBETRAG-MAX              PIC S9(7)V99 VALUE 1000.00.
001560
001570*--------------------------------------------------------------*
001580* CUSTOMER GROUP FIELDS                                         *
001590*--------------------------------------------------------------*
001600 01  WS-CUR-CUST-NUMBER          PIC 9(06) VALUE ZERO.
001610 01  WS-CUST-ACCT-COUNT          PIC 9(04) COMP VALUE ZERO.
001620 01  WS-CUST-FREIBETRAG          PIC S9(9)V99 VALUE ZERO.
001630 01  WS-CUST-GROSS               PIC S9(9)V99 VALUE ZERO.
001640 01  WS-CUST-EXEMPT              PIC S9(9)V99 VALUE ZERO.
001650 01  WS-CUST-TAX                 PIC S9(9)V99 VALUE ZERO.
001660 01  WS-ACCT-EXEMPT              PIC S9(9)V99 VALUE ZERO.
001670 01  WS-ACCT-FREIBETRAG          PIC S9(7)V99 VALUE ZERO.
001680
001690*--------------------------------------------------------------*
001700* MONTHLY KEST-ANMELDUNG TABLE - ONE SLOT PER MONTH OF THE YEAR *
001710*--------------------------------------------------------------*
001720 01  WS-MONTH-TABLE.
001730     05  WS-MONTH-ENTRY OCCURS 12 TIMES.
001740         10  WS-MON-FOUND        PIC X(01).
001750         10  WS-MON-ACCOUNTS     PIC 9(06).
001760         10  WS-MON-GROSS        PIC S9(11)V99.
001770         10  WS-MON-TAX          PIC S9(11)V99.
001780 01  WS-MON-IX                   PIC 9(02) COMP VALUE ZERO.
001790 01  WS-KA-MONTH                 PIC 9(02) VALUE ZERO.
001800 01  WS-ANM-TAX-TOTAL            PIC S9(11)V99 VALUE ZERO.
001810 01  WS-ANM-GROSS-TOTAL          PIC S9(11)V99 VALUE ZERO.
001820 01  WS-ANM-DIFFERENCE           PIC S9(11)V99 VALUE ZERO.
001830 01  WS-KESTMAS-TAX-TOTAL        PIC S9(11)V99 VALUE ZERO.
001840
001850*--------------------------------------------------------------*
001860* RUN COUNTERS AND TOTALS                                       *
001870*--------------------------------------------------------------*
001880 01  WS-ACCOUNT-COUNT            PIC 9(06) COMP VALUE ZERO.
001890 01  WS-CERT-COUNT               PIC 9(06) COMP VALUE ZERO.
001900 01  WS-FLAG-COUNT               PIC 9(06) COMP VALUE ZERO.
001910 01  WS-ORPHAN-COUNT             PIC 9(06) COMP VALUE ZERO.
001920 01  WS-TOTAL-GROSS              PIC S9(11)V99 VALUE ZERO.
001930 01  WS-TOTAL-EXEMPT             PIC S9(11)V99 VALUE ZERO.
001940 01  WS-TOTAL-TAX                PIC S9(11)V99 VALUE ZERO.
001950
001960*--------------------------------------------------------------*
001970* REPORT EDIT FIELDS                                            *
001980*--------------------------------------------------------------*
001990 01  WS-AMOUNT-EDIT              PIC -(9)9.99.
002000 01  WS-EXEMPT-EDIT              PIC -(9)9.99.
002010 01  WS-TAX-EDIT                 PIC -(9)9.99.
002020 01  WS-TOTAL-EDIT               PIC -(10)9.99.
002030 01  WS-TOTAL-TAX-EDIT           PIC -(10)9.99.
002040 01  WS-COUNT-EDIT               PIC Z(05)9.
002050
002060 PROCEDURE DIVISION.
002070*****************************************************************
002080* 0000-MAINLINE                                                *
002090*****************************************************************
002100 0000-MAINLINE.
002110     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002120     IF NOT ABORT-RUN
002130        PERFORM 2000-PROCESS-CUSTOMER THRU 2000-EXIT
002140            UNTIL ACCTMAS-EOF
002150        PERFORM 4000-CHECK-KESTMAS THRU 4000-EXIT
002160        PERFORM 5000-MONTHLY-SUMMARY THRU 5000-EXIT
002170        PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
002180     END-IF
002190     PERFORM 9000-TERMINATE THRU 9000-EXIT
002200     STOP RUN.
002210
002220*****************************************************************
002230* 1000-INITIALIZE - TAX YEAR, FILE OPENS, REPORT HEADERS AND    *
002240*            THE FIRST ACCOUNT IN CUSTOMER ORDER                *
002250*****************************************************************
002260 1000-INITIALIZE.
002270     PERFORM 1050-CHECK-BUSINESS-DATE THRU 1050-EXIT
002280     IF ABORT-RUN
002290        GO TO 1000-EXIT
002300     END-IF
002310     IF WS-RUN-MONTH = 1
002320        COMPUTE WS-TAX-YEAR = WS-RUN-YEAR - 1
002330     ELSE
002340        MOVE WS-RUN-YEAR TO WS-TAX-YEAR
002350     END-IF
002360     DISPLAY "JAHRESSTEUERBESCHEINIGUNGEN FUER " WS-TAX-YEAR
002370
002380     OPEN INPUT KESTMAS
002390     IF WS-KESTMAS-STATUS = "35"
002400        DISPLAY "HINWEIS: KEINE KESTMAS-DATEI - KEINE "
002410            "BESCHEINIGUNGEN ZU DRUCKEN."
002420        SET ABORT-RUN TO TRUE
002430        GO TO 1000-EXIT
002440     END-IF
002450     IF WS-KESTMAS-STATUS NOT = "00"
002460        DISPLAY "FEHLER BEIM OEFFNEN VON KESTMAS, STATUS "
002470            WS-KESTMAS-STATUS
002480        SET ABORT-RUN TO TRUE
002490        GO TO 1000-EXIT
002500     END-IF
002510
002520     OPEN INPUT ACCTMAS
002530     IF WS-ACCTMAS-STATUS NOT = "00"
002540        DISPLAY "FEHLER BEIM OEFFNEN VON ACCTMAS, STATUS "
002550            WS-ACCTMAS-STATUS
002560        SET ABORT-RUN TO TRUE
002570        GO TO 1000-EXIT
002580     END-IF
002590
002600     OPEN INPUT CUSTMAS
002610     IF WS-CUSTMAS-STATUS NOT = "00"
002620        DISPLAY "FEHLER BEIM OEFFNEN VON CUSTMAS, STATUS "
002630            WS-CUSTMAS-STATUS
002640        SET ABORT-RUN TO TRUE
002650        GO TO 1000-EXIT
002660     END-IF
002670
002680     OPEN OUTPUT JSTBESCH
002690     OPEN OUTPUT KESTRPT
002700     MOVE SPACES TO RP-LINE
002710     STRING "KAPITALERTRAGSTEUER JAHR " DELIMITED BY SIZE
002720         WS-TAX-YEAR DELIMITED BY SIZE
002730         " - KONTROLLBERICHT ZUM LAUF " DELIMITED BY SIZE
002740         WS-RUN-DATE DELIMITED BY SIZE
002750         INTO RP-LINE
002760     WRITE RP-LINE
002770     MOVE ALL "-" TO RP-LINE
002780     WRITE RP-LINE
002790     MOVE SPACES TO RP-LINE
002800     WRITE RP-LINE
002810     MOVE FREIBETRAG-MAX TO WS-AMOUNT-EDIT
002820     MOVE SPACES TO RP-LINE
002830     STRING "FREISTELLUNGSAUFTRAEGE UEBER DEM HOECHSTBETRAG "
002840         DELIMITED BY SIZE
002850         "JE PERSON (" DELIMITED BY SIZE
002860         WS-AMOUNT-EDIT DELIMITED BY SIZE
002870         "):" DELIMITED BY SIZE
002880         INTO RP-LINE
002890     WRITE RP-LINE
002900
002910     MOVE ZERO TO ACCT-CUST-NUMBER
002920     START ACCTMAS KEY IS NOT LESS THAN ACCT-CUST-NUMBER
002930         INVALID KEY
002940             MOVE "Y" TO WS-ACCTMAS-EOF-SW
002950     END-START
002960     IF NOT ACCTMAS-EOF
002970        PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT
002980     END-IF.
002990 1000-EXIT.
003000     EXIT.
003010
003020*****************************************************************
003030* 1050-CHECK-BUSINESS-DATE - PROCESSING DATE FROM BUSDATE       *
003040*****************************************************************
003050 1050-CHECK-BUSINESS-DATE.
003060     OPEN INPUT BUSDATE
003070     IF WS-BUSDATE-STATUS NOT = "00"
003080        DISPLAY "FEHLER BEIM OEFFNEN VON BUSDATE, STATUS "
003090            WS-BUSDATE-STATUS " - LAUF ABGELEHNT."
003100        SET ABORT-RUN TO TRUE
003110        GO TO 1050-EXIT
003120     END-IF
003130     READ BUSDATE
003140         AT END
003150             CLOSE BUSDATE
003160             DISPLAY "FEHLER: BUSDATE IST LEER - LAUF ABGELEHNT."
003170             SET ABORT-RUN TO TRUE
003180             GO TO 1050-EXIT
003190     END-READ
003200     CLOSE BUSDATE
003210     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
003220 1050-EXIT.
003230     EXIT.
003240
003250*****************************************************************
003260* 2000-PROCESS-CUSTOMER - ONE CUSTOMER: ALL OF THE ACCOUNTS,    *
003270*            THE CERTIFICATE FOOTER AND THE EXEMPTION CHECK     *
003280*****************************************************************
003290 2000-PROCESS-CUSTOMER.
003300     MOVE ACCT-CUST-NUMBER TO WS-CUR-CUST-NUMBER
003310     MOVE ZERO TO WS-CUST-ACCT-COUNT
003320     MOVE ZERO TO WS-CUST-FREIBETRAG
003330     MOVE ZERO TO WS-CUST-GROSS
003340     MOVE ZERO TO WS-CUST-EXEMPT
003350     MOVE ZERO TO WS-CUST-TAX
003360     MOVE "N"  TO WS-CERT-OPEN-SW
003370     PERFORM 3600-FETCH-CUSTOMER THRU 3600-EXIT
003380
003390     PERFORM 2200-ADD-ACCOUNT THRU 2200-EXIT
003400         UNTIL ACCTMAS-EOF
003410         OR ACCT-CUST-NUMBER NOT = WS-CUR-CUST-NUMBER
003420
003430     IF CERT-OPEN
003440        PERFORM 3300-CERTIFICATE-FOOTER THRU 3300-EXIT
003450     END-IF
003460     PERFORM 2500-CHECK-EXEMPTION THRU 2500-EXIT.
003470 2000-EXIT.
003480     EXIT.
003490
003500 2100-READ-ACCOUNT.
003510     READ ACCTMAS NEXT RECORD
003520         AT END
003530             MOVE "Y" TO WS-ACCTMAS-EOF-SW
003540     END-READ.
003550 2100-EXIT.
003560     EXIT.
003570
003580*****************************************************************
003590* 2200-ADD-ACCOUNT - ONE ACCOUNT OF THE CUSTOMER: ITS EXEMPTION *
003600*            INTO THE PER-PERSON TOTAL, ITS YEAR FIGURES ONTO   *
003610*            THE CERTIFICATE                                    *
003620*****************************************************************
003630 2200-ADD-ACCOUNT.
003640     ADD 1 TO WS-CUST-ACCT-COUNT
003650     IF ACCT-FREIBETRAG NUMERIC
003660        MOVE ACCT-FREIBETRAG TO WS-ACCT-FREIBETRAG
003670     ELSE
003680        MOVE ZERO TO WS-ACCT-FREIBETRAG
003690     END-IF
003700     IF NOT ACCT-GESCHLOSSEN
003710        ADD WS-ACCT-FREIBETRAG TO WS-CUST-FREIBETRAG
003720     END-IF
003730
003740     PERFORM 2250-ADD-TAX-FIGURES THRU 2250-EXIT
003750     PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT.
003760 2200-EXIT.
003770     EXIT.
003780
003790 2250-ADD-TAX-FIGURES.
003800     PERFORM 2300-READ-TAX-RECORD THRU 2300-EXIT
003810     IF NOT TAX-REC-FOUND
003820        GO TO 2250-EXIT
003830     END-IF
003840
003850*    RECORDS WRITTEN BEFORE TX-EXEMPT-YTD EXISTED: THE
003860*    EXEMPTION USED IS THE GROSS UP TO THE FREISTELLUNGSAUFTRAG.
003870     IF TX-EXEMPT-YTD NUMERIC
003880        MOVE TX-EXEMPT-YTD TO WS-ACCT-EXEMPT
003890     ELSE
003900        IF TX-GROSS-YTD < WS-ACCT-FREIBETRAG
003910           MOVE TX-GROSS-YTD TO WS-ACCT-EXEMPT
003920        ELSE
003930           MOVE WS-ACCT-FREIBETRAG TO WS-ACCT-EXEMPT
003940        END-IF
003950     END-IF
003960
003970     IF NOT CERT-OPEN
003980        PERFORM 3100-CERTIFICATE-HEADER THRU 3100-EXIT
003990     END-IF
004000     PERFORM 3200-CERTIFICATE-LINE THRU 3200-EXIT
004010     ADD 1 TO WS-ACCOUNT-COUNT
004020     ADD TX-GROSS-YTD   TO WS-CUST-GROSS
004030     ADD WS-ACCT-EXEMPT TO WS-CUST-EXEMPT
004040     ADD TX-TAX-YTD     TO WS-CUST-TAX.
004050 2250-EXIT.
004060     EXIT.
004070
004080*****************************************************************
004090* 2300-READ-TAX-RECORD - KESTMAS RECORD OF THE ACCOUNT FOR THE  *
004100*            TAX YEAR.  A RECORD OF ANOTHER YEAR OR WITHOUT     *
004110*            GROSS INTEREST COUNTS AS NOT FOUND                 *
004120*****************************************************************
004130 2300-READ-TAX-RECORD.
004140     MOVE "N" TO WS-TAX-REC-FOUND-SW
004150     MOVE ACCT-NUMBER TO TX-ACCT-NUMBER
004160     READ KESTMAS
004170         KEY IS TX-ACCT-NUMBER
004180         INVALID KEY
004190             GO TO 2300-EXIT
004200     END-READ
004210     IF TX-YEAR NOT = WS-TAX-YEAR
004220        GO TO 2300-EXIT
004230     END-IF
004240     IF TX-GROSS-YTD NOT NUMERIC OR TX-TAX-YTD NOT NUMERIC
004250        DISPLAY "WARNUNG: KESTMAS-SATZ KONTO " TX-ACCT-NUMBER
004260            " NICHT NUMERISCH - UEBERGANGEN."
004270        GO TO 2300-EXIT
004280     END-IF
004290     IF TX-GROSS-YTD NOT > ZERO
004300        GO TO 2300-EXIT
004310     END-IF
004320     MOVE "Y" TO WS-TAX-REC-FOUND-SW.
004330 2300-EXIT.
004340     EXIT.
004350
004360*****************************************************************
004370* 2500-CHECK-EXEMPTION - FLAG THE CUSTOMER WHEN HIS ACCOUNTS    *
004380*            TOGETHER CARRY, OR HAVE USED, MORE EXEMPTION THAN  *
004390*            ONE PERSON IS ALLOWED                              *
004400*****************************************************************
004410 2500-CHECK-EXEMPTION.
004420     IF WS-CUST-FREIBETRAG NOT > FREIBETRAG-MAX
004430        AND WS-CUST-EXEMPT NOT > FREIBETRAG-MAX
004440        GO TO 2500-EXIT
004450     END-IF
004460     ADD 1 TO WS-FLAG-COUNT
004470     MOVE WS-CUST-FREIBETRAG TO WS-AMOUNT-EDIT
004480     MOVE WS-CUST-EXEMPT     TO WS-EXEMPT-EDIT
004490     MOVE WS-CUST-ACCT-COUNT TO WS-COUNT-EDIT
004500     MOVE SPACES TO RP-LINE
004510     STRING "  KUNDE " DELIMITED BY SIZE
004520         WS-CUR-CUST-NUMBER DELIMITED BY SIZE
004530         " " DELIMITED BY SIZE
004540         CUST-LAST-NAME DELIMITED BY SIZE
004550         " KONTEN " DELIMITED BY SIZE
004560         WS-COUNT-EDIT DELIMITED BY SIZE
004570         " FREIBETRAG " DELIMITED BY SIZE
004580         WS-AMOUNT-EDIT DELIMITED BY SIZE
004590         " GENUTZT " DELIMITED BY SIZE
004600         WS-EXEMPT-EDIT DELIMITED BY SIZE
004610         INTO RP-LINE
004620     WRITE RP-LINE.
004630 2500-EXIT.
004640     EXIT.
004650
004660*****************************************************************
004670* 3100-CERTIFICATE-HEADER - WRITTEN WITH THE FIRST ACCOUNT THAT *
004680*            HAS INTEREST IN THE YEAR                           *
004690*****************************************************************
004700 3100-CERTIFICATE-HEADER.
004710     MOVE "Y" TO WS-CERT-OPEN-SW
004720     MOVE ALL "=" TO JB-LINE
004730     WRITE JB-LINE
004740     MOVE SPACES TO JB-LINE
004750     STRING "  JAHRESSTEUERBESCHEINIGUNG " DELIMITED BY SIZE
004760         WS-TAX-YEAR DELIMITED BY SIZE
004770         INTO JB-LINE
004780     WRITE JB-LINE
004790     MOVE "  Kapitalertraege und einbehaltene Kapitalertragsteuer"
004800         TO JB-LINE
004810     WRITE JB-LINE
004820     MOVE SPACES TO JB-LINE
004830     WRITE JB-LINE
004840     MOVE SPACES TO JB-LINE
004850     STRING "  Kunde        : " DELIMITED BY SIZE
004860         WS-CUR-CUST-NUMBER DELIMITED BY SIZE
004870         " " DELIMITED BY SIZE
004880         CUST-FIRST-NAME DELIMITED BY SIZE
004890         " " DELIMITED BY SIZE
004900         CUST-LAST-NAME DELIMITED BY SIZE
004910         INTO JB-LINE
004920     WRITE JB-LINE
004930     MOVE SPACES TO JB-LINE
004940     STRING "  Geburtsdatum : " DELIMITED BY SIZE
004950         CUST-BIRTH-DATE DELIMITED BY SIZE
004960         INTO JB-LINE
004970     WRITE JB-LINE
004980     MOVE SPACES TO JB-LINE
004990     WRITE JB-LINE
005000     MOVE SPACES TO JB-LINE
005010     STRING "  Konto         Zinsen brutto  " DELIMITED BY SIZE
005020         "Freibetrag genutzt    KESt einbehalten"
005030         DELIMITED BY SIZE
005040         INTO JB-LINE
005050     WRITE JB-LINE.
005060 3100-EXIT.
005070     EXIT.
005080
005090 3200-CERTIFICATE-LINE.
005100     MOVE TX-GROSS-YTD   TO WS-AMOUNT-EDIT
005110     MOVE WS-ACCT-EXEMPT TO WS-EXEMPT-EDIT
005120     MOVE TX-TAX-YTD     TO WS-TAX-EDIT
005130     MOVE SPACES TO JB-LINE
005140     STRING "  " DELIMITED BY SIZE
005150         ACCT-NUMBER DELIMITED BY SIZE
005160         "      " DELIMITED BY SIZE
005170         WS-AMOUNT-EDIT DELIMITED BY SIZE
005180         "       " DELIMITED BY SIZE
005190         WS-EXEMPT-EDIT DELIMITED BY SIZE
005200         "         " DELIMITED BY SIZE
005210         WS-TAX-EDIT DELIMITED BY SIZE
005220         INTO JB-LINE
005230     WRITE JB-LINE.
005240 3200-EXIT.
005250     EXIT.
005260
005270 3300-CERTIFICATE-FOOTER.
005280     MOVE WS-CUST-GROSS  TO WS-AMOUNT-EDIT
005290     MOVE WS-CUST-EXEMPT TO WS-EXEMPT-EDIT
005300     MOVE WS-CUST-TAX    TO WS-TAX-EDIT
005310     MOVE ALL "-" TO JB-LINE
005320     WRITE JB-LINE
005330     MOVE SPACES TO JB-LINE
005340     STRING "  SUMME       " DELIMITED BY SIZE
005350         WS-AMOUNT-EDIT DELIMITED BY SIZE
005360         "       " DELIMITED BY SIZE
005370         WS-EXEMPT-EDIT DELIMITED BY SIZE
005380         "         " DELIMITED BY SIZE
005390         WS-TAX-EDIT DELIMITED BY SIZE
005400         INTO JB-LINE
005410     WRITE JB-LINE
005420     MOVE ALL "=" TO JB-LINE
005430     WRITE JB-LINE
005440     MOVE SPACES TO JB-LINE
005450     WRITE JB-LINE
005460     ADD 1 TO WS-CERT-COUNT
005470     ADD WS-CUST-GROSS  TO WS-TOTAL-GROSS
005480     ADD WS-CUST-EXEMPT TO WS-TOTAL-EXEMPT
005490     ADD WS-CUST-TAX    TO WS-TOTAL-TAX.
005500 3300-EXIT.
005510     EXIT.
005520
005530 3600-FETCH-CUSTOMER.
005540     MOVE WS-CUR-CUST-NUMBER TO CUST-NUMBER
005550     READ CUSTMAS
005560         KEY IS CUST-NUMBER
005570         INVALID KEY
005580             MOVE SPACES TO CUST-FIRST-NAME
005590             MOVE "(KUNDE UNBEKANNT)" TO CUST-LAST-NAME
005600             MOVE SPACES TO CUST-BIRTH-DATE
005610     END-READ.
005620 3600-EXIT.
005630     EXIT.
005640
005650*****************************************************************
005660* 4000-CHECK-KESTMAS - SECOND PASS OVER KESTMAS: THE YEAR'S     *
005670*            TAX TOTAL FOR THE TIE-OUT, AND EVERY RECORD OF     *
005680*            THE YEAR WHOSE ACCOUNT IS NO LONGER ON THE MASTER  *
005690*****************************************************************
005700 4000-CHECK-KESTMAS.
005710     MOVE SPACES TO RP-LINE
005720     WRITE RP-LINE
005730     MOVE "KESTMAS-SAETZE DES JAHRES OHNE KONTO IM BESTAND:"
005740         TO RP-LINE
005750     WRITE RP-LINE
005760     MOVE ZERO TO TX-ACCT-NUMBER
005770     START KESTMAS KEY IS NOT LESS THAN TX-ACCT-NUMBER
005780         INVALID KEY
005790             MOVE "Y" TO WS-KESTMAS-EOF-SW
005800     END-START
005810     PERFORM 4100-CHECK-ONE-RECORD THRU 4100-EXIT
005820         UNTIL KESTMAS-EOF.
005830 4000-EXIT.
005840     EXIT.
005850
005860 4100-CHECK-ONE-RECORD.
005870     READ KESTMAS NEXT RECORD
005880         AT END
005890             MOVE "Y" TO WS-KESTMAS-EOF-SW
005900             GO TO 4100-EXIT
005910     END-READ
005920     IF TX-YEAR NOT = WS-TAX-YEAR
005930        OR TX-TAX-YTD NOT NUMERIC
005940        GO TO 4100-EXIT
005950     END-IF
005960     ADD TX-TAX-YTD TO WS-KESTMAS-TAX-TOTAL
005970     MOVE TX-ACCT-NUMBER TO ACCT-NUMBER
005980     READ ACCTMAS
005990         KEY IS ACCT-NUMBER
006000         INVALID KEY
006010             ADD 1 TO WS-ORPHAN-COUNT
006020             MOVE TX-GROSS-YTD TO WS-AMOUNT-EDIT
006030             MOVE TX-TAX-YTD   TO WS-TAX-EDIT
006040             MOVE SPACES TO RP-LINE
006050             STRING "  KONTO " DELIMITED BY SIZE
006060                 TX-ACCT-NUMBER DELIMITED BY SIZE
006070                 "  BRUTTO " DELIMITED BY SIZE
006080                 WS-AMOUNT-EDIT DELIMITED BY SIZE
006090                 "  STEUER " DELIMITED BY SIZE
006100                 WS-TAX-EDIT DELIMITED BY SIZE
006110                 "  - BESCHEINIGUNG VON HAND" DELIMITED BY SIZE
006120                 INTO RP-LINE
006130             WRITE RP-LINE
006140     END-READ.
006150 4100-EXIT.
006160     EXIT.
006170
006180*****************************************************************
006190* 5000-MONTHLY-SUMMARY - KEST-ANMELDUNG PER MONTH FROM THE      *
006200*            KESTANM LINES OF THE YEAR (LAST LINE OF A PERIOD   *
006210*            WINS), TIED TO THE YEAR-TO-DATE TAX ON KESTMAS     *
006220*****************************************************************
006230 5000-MONTHLY-SUMMARY.
006240     PERFORM 5100-CLEAR-MONTH THRU 5100-EXIT
006250         VARYING WS-MON-IX FROM 1 BY 1
006260         UNTIL WS-MON-IX > 12
006270
006280     OPEN INPUT KESTANM
006290     IF WS-KESTANM-STATUS = "00"
006300        PERFORM 5200-LOAD-ANM-LINE THRU 5200-EXIT
006310            UNTIL KESTANM-EOF
006320        CLOSE KESTANM
006330     ELSE
006340        DISPLAY "WARNUNG: KESTANM NICHT LESBAR, STATUS "
006350            WS-KESTANM-STATUS " - KEINE MONATSWERTE."
006360     END-IF
006370
006380     MOVE SPACES TO RP-LINE
006390     WRITE RP-LINE
006400     MOVE SPACES TO RP-LINE
006410     STRING "KEST-ANMELDUNG " DELIMITED BY SIZE
006420         WS-TAX-YEAR DELIMITED BY SIZE
006430         " - EINBEHALTENE STEUER JE MONAT:" DELIMITED BY SIZE
006440         INTO RP-LINE
006450     WRITE RP-LINE
006460     MOVE SPACES TO RP-LINE
006470     STRING "  MONAT    KONTEN    ZINSEN BRUTTO" DELIMITED BY SIZE
006480         "     KEST EINBEHALTEN" DELIMITED BY SIZE
006490         INTO RP-LINE
006500     WRITE RP-LINE
006510     PERFORM 5300-PRINT-MONTH THRU 5300-EXIT
006520         VARYING WS-MON-IX FROM 1 BY 1
006530         UNTIL WS-MON-IX > 12
006540
006550     MOVE WS-ANM-GROSS-TOTAL TO WS-TOTAL-EDIT
006560     MOVE WS-ANM-TAX-TOTAL   TO WS-TOTAL-TAX-EDIT
006570     MOVE SPACES TO RP-LINE
006580     STRING "  JAHR             " DELIMITED BY SIZE
006590         WS-TOTAL-EDIT DELIMITED BY SIZE
006600         "  " DELIMITED BY SIZE
006610         WS-TOTAL-TAX-EDIT DELIMITED BY SIZE
006620         INTO RP-LINE
006630     WRITE RP-LINE
006640
006650     MOVE WS-KESTMAS-TAX-TOTAL TO WS-TOTAL-TAX-EDIT
006660     MOVE SPACES TO RP-LINE
006670     STRING "  KESTMAS STEUER LAUT JAHRESSUMMEN : "
006680         DELIMITED BY SIZE
006690         WS-TOTAL-TAX-EDIT DELIMITED BY SIZE
006700         INTO RP-LINE
006710     WRITE RP-LINE
006720     COMPUTE WS-ANM-DIFFERENCE
006730         = WS-KESTMAS-TAX-TOTAL - WS-ANM-TAX-TOTAL
006740     IF WS-ANM-DIFFERENCE NOT = ZERO
006750        MOVE WS-ANM-DIFFERENCE TO WS-TOTAL-TAX-EDIT
006760        MOVE SPACES TO RP-LINE
006770        STRING "  *** DIFFERENZ ANMELDUNG/KESTMAS : "
006780            DELIMITED BY SIZE
006790            WS-TOTAL-TAX-EDIT DELIMITED BY SIZE
006800            " - VOR DER ABGABE KLAEREN ***" DELIMITED BY SIZE
006810            INTO RP-LINE
006820        WRITE RP-LINE
006830        DISPLAY "WARNUNG: KEST-ANMELDUNG UND KESTMAS WEICHEN "
006840            "AB - SIEHE KESTRPT."
006850     END-IF.
006860 5000-EXIT.
006870     EXIT.
006880
006890 5100-CLEAR-MONTH.
006900     MOVE "N"  TO WS-MON-FOUND (WS-MON-IX)
006910     MOVE ZERO TO WS-MON-ACCOUNTS (WS-MON-IX)
006920     MOVE ZERO TO WS-MON-GROSS (WS-MON-IX)
006930     MOVE ZERO TO WS-MON-TAX (WS-MON-IX).
006940 5100-EXIT.
006950     EXIT.
006960
006970 5200-LOAD-ANM-LINE.
006980     READ KESTANM
006990         AT END
007000             MOVE "Y" TO WS-KESTANM-EOF-SW
007010             GO TO 5200-EXIT
007020     END-READ
007030     IF KA-PERIOD NOT NUMERIC
007040        OR KA-GROSS NOT NUMERIC
007050        OR KA-TAX NOT NUMERIC
007060        GO TO 5200-EXIT
007070     END-IF
007080     IF KA-PERIOD (1:4) NOT = WS-TAX-YEAR
007090        GO TO 5200-EXIT
007100     END-IF
007110     MOVE KA-PERIOD (5:2) TO WS-KA-MONTH
007120     IF WS-KA-MONTH < 1 OR WS-KA-MONTH > 12
007130        GO TO 5200-EXIT
007140     END-IF
007150     MOVE "Y"              TO WS-MON-FOUND (WS-KA-MONTH)
007160     MOVE KA-ACCOUNT-COUNT TO WS-MON-ACCOUNTS (WS-KA-MONTH)
007170     MOVE KA-GROSS         TO WS-MON-GROSS (WS-KA-MONTH)
007180     MOVE KA-TAX           TO WS-MON-TAX (WS-KA-MONTH).
007190 5200-EXIT.
007200     EXIT.
007210
007220 5300-PRINT-MONTH.
007230     MOVE WS-MON-IX TO WS-KA-MONTH
007240     MOVE SPACES TO RP-LINE
007250     IF WS-MON-FOUND (WS-MON-IX) = "Y"
007260        MOVE WS-MON-ACCOUNTS (WS-MON-IX) TO WS-COUNT-EDIT
007270        MOVE WS-MON-GROSS (WS-MON-IX)    TO WS-TOTAL-EDIT
007280        MOVE WS-MON-TAX (WS-MON-IX)      TO WS-TOTAL-TAX-EDIT
007290        ADD WS-MON-GROSS (WS-MON-IX) TO WS-ANM-GROSS-TOTAL
007300        ADD WS-MON-TAX (WS-MON-IX)   TO WS-ANM-TAX-TOTAL
007310        STRING "  " DELIMITED BY SIZE
007320            WS-TAX-YEAR DELIMITED BY SIZE
007330            "-" DELIMITED BY SIZE
007340            WS-KA-MONTH DELIMITED BY SIZE
007350            "  " DELIMITED BY SIZE
007360            WS-COUNT-EDIT DELIMITED BY SIZE
007370            " " DELIMITED BY SIZE
007380            WS-TOTAL-EDIT DELIMITED BY SIZE
007390            "  " DELIMITED BY SIZE
007400            WS-TOTAL-TAX-EDIT DELIMITED BY SIZE
007410            INTO RP-LINE
007420     ELSE
007430        STRING "  " DELIMITED BY SIZE
007440            WS-TAX-YEAR DELIMITED BY SIZE
007450            "-" DELIMITED BY SIZE
007460            WS-KA-MONTH DELIMITED BY SIZE
007470            "  KEIN ABGESCHLOSSENER ZINSLAUF" DELIMITED BY SIZE
007480            INTO RP-LINE
007490     END-IF
007500     WRITE RP-LINE.
007510 5300-EXIT.
007520     EXIT.
007530
007540*****************************************************************
007550* 6000-PRINT-SUMMARY - RUN TOTALS TO THE REPORT AND OPERATOR    *
007560*****************************************************************
007570 6000-PRINT-SUMMARY.
007580     MOVE SPACES TO RP-LINE
007590     WRITE RP-LINE
007600     MOVE ALL "-" TO RP-LINE
007610     WRITE RP-LINE
007620     MOVE WS-CERT-COUNT TO WS-COUNT-EDIT
007630     MOVE SPACES TO RP-LINE
007640     STRING "BESCHEINIGUNGEN GEDRUCKT : " DELIMITED BY SIZE
007650         WS-COUNT-EDIT DELIMITED BY SIZE
007660         INTO RP-LINE
007670     WRITE RP-LINE
007680     MOVE WS-TOTAL-GROSS TO WS-TOTAL-EDIT
007690     MOVE WS-TOTAL-TAX   TO WS-TOTAL-TAX-EDIT
007700     MOVE SPACES TO RP-LINE
007710     STRING "ZINSEN BRUTTO            : " DELIMITED BY SIZE
007720         WS-TOTAL-EDIT DELIMITED BY SIZE
007730         "  STEUER: " DELIMITED BY SIZE
007740         WS-TOTAL-TAX-EDIT DELIMITED BY SIZE
007750         INTO RP-LINE
007760     WRITE RP-LINE
007770     MOVE WS-FLAG-COUNT TO WS-COUNT-EDIT
007780     MOVE SPACES TO RP-LINE
007790     STRING "FREIBETRAG UEBERSCHRITTEN: " DELIMITED BY SIZE
007800         WS-COUNT-EDIT DELIMITED BY SIZE
007810         INTO RP-LINE
007820     WRITE RP-LINE
007830     MOVE WS-ORPHAN-COUNT TO WS-COUNT-EDIT
007840     MOVE SPACES TO RP-LINE
007850     STRING "KESTMAS OHNE KONTO       : " DELIMITED BY SIZE
007860         WS-COUNT-EDIT DELIMITED BY SIZE
007870         INTO RP-LINE
007880     WRITE RP-LINE
007890
007900     DISPLAY " "
007910     DISPLAY "----- JAHRESSTEUERBESCHEINIGUNG - ZUSAMMENFASSUNG "
007920         "-----"
007930     DISPLAY "Steuerjahr            : " WS-TAX-YEAR
007940     DISPLAY "Konten mit Zinsen     : " WS-ACCOUNT-COUNT
007950     DISPLAY "Bescheinigungen       : " WS-CERT-COUNT
007960     DISPLAY "Freibetrag zu hoch    : " WS-FLAG-COUNT
007970     DISPLAY "KESTMAS ohne Konto    : " WS-ORPHAN-COUNT
007980     DISPLAY "Steuer einbehalten    : " WS-TOTAL-TAX-EDIT
007990     DISPLAY "Bescheinigungen in JSTBESCH, Kontrollbericht in "
008000         "KESTRPT abgelegt.".
008010 6000-EXIT.
008020     EXIT.
008030
008040*****************************************************************
008050* 9000-TERMINATE - CLOSE THE FILES, ALSO AFTER AN ABORT         *
008060*****************************************************************
008070 9000-TERMINATE.
008080     CLOSE ACCTMAS
008090     CLOSE CUSTMAS
008100     CLOSE KESTMAS
008110     CLOSE JSTBESCH
008120     CLOSE KESTRPT.
008130 9000-EXIT.
008140     EXIT.
