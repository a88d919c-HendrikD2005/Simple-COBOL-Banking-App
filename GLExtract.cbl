000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GLExtract.
000030 AUTHOR. H. DECKER.
000040 INSTALLATION. RETAIL BANKING OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*    GLEXTRACT - TAEGLICHER HAUPTBUCH-EXTRAKT                   *
000100*                                                               *
000110*    RUNS AT END OF DAY AFTER ENDOFDAYRECON AND BEFORE THE      *
000120*    TRANLOGARCHIVE CUTOVER.  READS THE DAY'S TRANLOG, MAPS     *
000130*    EVERY TL-ACTION THROUGH THE GL MAPPING TABLE (GLMAP) TO    *
000140*    THE CUSTOMER DEPOSIT ACCOUNT AND ITS CONTRA ACCOUNT, AND   *
000150*    WRITES THE BALANCED GL POSTING FILE FOR THE DAY            *
000160*    (HAUPTB.JJJJMMTT): ONE SOLL OR HABEN LINE PER GL ACCOUNT   *
000170*    AND ACTION, BRACKETED BY A KOPF RECORD AND A FUSS RECORD   *
000180*    WITH THE LINE COUNT AND THE SOLL AND HABEN TOTALS, WHICH   *
000190*    MUST BE EQUAL OR NO FILE IS WRITTEN.                       *
000200*                                                               *
000210*    A POSITIVE TL-AMOUNT CREDITS CUSTOMER DEPOSITS AND DEBITS  *
000220*    THE CONTRA ACCOUNT, A NEGATIVE ONE THE OTHER WAY ROUND.    *
000230*    FOR "ZINSEN" THE LOG CARRIES THE NET INTEREST AND THE      *
000240*    WITHHELD KAPITALERTRAGSTEUER ("ZINSLAUF JJJJMM KEST " AND  *
000250*    NINE DIGITS IN THE SEARCH TEXT): THE CONTRA ACCOUNT TAKES  *
000260*    THE GROSS INTEREST AND THE TAX GOES TO THE ROW'S TAX       *
000270*    ACCOUNT.  ROWS OF TYPE "U" (UMBUCHUNG) SHARE ONE CONTRA    *
000280*    ACCOUNT THAT MUST NET TO ZERO OVER THE DAY; THE CONTROL    *
000290*    REPORT SHOWS ITS BALANCE.                                  *
000300*                                                               *
000310*    A ROW OF TYPE "R" (STORNO) HAS NO CONTRA ACCOUNT OF ITS    *
000320*    OWN: THE STORNO ENTRY NAMES THE ENTRY IT REVERSES          *
000330*    (TIMESTAMP, BLANK, ORIGINAL ACTION IN THE SEARCH TEXT),    *
000340*    AND ITS AMOUNT IS POSTED AGAINST THE CONTRA ACCOUNT OF THE *
000350*    ORIGINAL ACTION'S ROW, ON SEPARATE LINES CARRYING THE      *
000360*    STORNO POSTEN.  A STORNO WHOSE ORIGINAL ACTION HAS NO      *
000370*    POSTING ROW STOPS THE EXTRACT LIKE AN UNMAPPED ACTION.     *
000380*                                                               *
000390*    AN ACTION WITHOUT A GLMAP ROW, OR A "N" ACTION THAT        *
000400*    CARRIES AN AMOUNT, STOPS THE EXTRACT: EVERY SUCH ENTRY IS  *
000410*    LISTED ON THE REPORT AND NO POSTING FILE IS WRITTEN UNTIL  *
000420*    GLMAP IS CORRECTED AND THE RUN REPEATED.                   *
000430*                                                               *
000440*    THE CONTROL REPORT (GLRPT) TIES THE CUSTOMER DEPOSIT       *
000450*    MOVEMENT TO THE MOVEMENT TOTAL ENDOFDAYRECON PROVED FOR    *
000460*    THE SAME DAY (RECONSUM).                                   *
000470*                                                               *
000480*    A RUN THAT BREAKS OFF WHILE WRITING HAUPTB.JJJJMMTT LEAVES *
000490*    THE FILE WITHOUT ITS FUSS RECORD.  SUCH A FILE IS INVALID, *
000500*    AND AS LONG AS IT EXISTS EVERY RERUN IS REFUSED; THE ABORT *
000510*    MESSAGE NAMES IT, AND THE OPERATOR MUST DELETE IT BEFORE   *
000520*    THE RERUN.                                                 *
000530*                                                               *
000540*    GLMAP RECORD, FIXED COLUMNS:                               *
000550*      1-10  POSTEN       TL-ACTION, OR "EINLAGEN" FOR THE      *
000560*                         CUSTOMER DEPOSIT ACCOUNT              *
000570*     12     ART          B = BUCHEN                            *
000580*                         U = UMBUCHUNG, GEGENKONTO MUSS NULL   *
000590*                             ERGEBEN                           *
000600*                         N = NICHT BUCHUNGSRELEVANT, BETRAG    *
000610*                             MUSS NULL SEIN                    *
000620*                         R = STORNO, GEGENKONTO DER            *
000630*                             ORIGINALBUCHUNG (LEER)            *
000640*     14-21  GEGENKONTO   X(08), SACHKONTO (BEI N, R LEER)      *
000650*     23-30  STEUERKONTO  X(08), NUR ZINSEN: KAPITALERTRAG-     *
000660*                         STEUER AUS DEM SUCHTEXT               *
000670*                                                               *
000680*    HAUPTB DETAIL RECORD, FIXED COLUMNS:                       *
000690*      1- 8  BUCHUNGSDATUM    9(08)                             *
000700*     10-17  SACHKONTO        X(08)                             *
000710*     19     SOLL/HABEN       "S" ODER "H"                      *
000720*     21-33  BETRAG           9(11)V99                          *
000730*     35-44  POSTEN           X(10), TL-ACTION                  *
000740*     46-51  ANZAHL           9(06), PROTOKOLLEINTRAEGE         *
000750*                                                               *
000760*    A SECOND RUN FOR THE SAME DAY IS REFUSED (THE POSTING      *
000770*    FILE EXISTS ALREADY), AS IN PAYEXTRACT.                    *
000780*                                                               *
000790*    MODIFICATION HISTORY                                      *
000800*    ------------------------------------------------------    *
000810*    2026-10-15  HD  ORIGINAL VERSION.                         *
000820*    2026-10-15  HD  GLMAP-ART R (STORNO): DER STORNO-EINTRAG  *
000830*                    WIRD AUF DAS GEGENKONTO DER IM SUCHTEXT   *
000840*                    GENANNTEN ORIGINALBUCHUNG GEBUCHT, MIT    *
000850*                    EIGENEN ZEILEN UNTER SEINEM POSTEN.       *
000860*                    RENUMBERED THE SOURCE.                    *
000870*    2026-10-15  HD  DAS BUCHUNGSDATUM KOMMT AUS DEM           *
000880*                    GESCHAEFTSDATUM (BUSDATE) STATT AUS DEM   *
000890*                    SYSTEMDATUM. DER EXTRAKT SETZT DEN        *
000900*                    GESCHLOSSENEN SCHALTER UND DIE            *
000910*                    TAGESABSTIMMUNG VORAUS UND VERMERKT DEN   *
000920*                    SCHRITT HAUPTBUCH, OHNE DEN DIE TRANLOG-  *
000930*                    ARCHIVIERUNG NICHT LAEUFT. RENUMBERED THE *
000940*                    SOURCE.                                   *
000950*    2026-10-15  HD  BRICHT DAS SCHREIBEN VON HAUPTB AB, NENNT *
000960*                    DIE MELDUNG DIE VOR DEM WIEDERHOLEN ZU    *
000970*                    LOESCHENDE DATEI. RENUMBERED THE SOURCE.  *
000980*                                                               *
000990*****************************************************************
001000
001010 ENVIRONMENT DIVISION.
001020 INPUT-OUTPUT SECTION.
001030 FILE-CONTROL.
001040     SELECT GLMAP ASSIGN TO "GLMAP"
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS WS-GLMAP-STATUS.
001070
001080     SELECT TRANLOG ASSIGN TO "TRANLOG"
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS WS-TRANLOG-STATUS.
001110
001120     SELECT RECONSUM ASSIGN TO "RECONSUM"
001130         ORGANIZATION IS LINE SEQUENTIAL
001140         FILE STATUS IS WS-RECONSUM-STATUS.
001150
001160     SELECT HAUPTB ASSIGN TO DYNAMIC WS-HAUPTB-NAME
001170         ORGANIZATION IS LINE SEQUENTIAL
001180         FILE STATUS IS WS-HAUPTB-STATUS.
001190
001200     SELECT BUSDATE ASSIGN TO "BUSDATE"
001210         ORGANIZATION IS LINE SEQUENTIAL
001220         FILE STATUS IS WS-BUSDATE-STATUS.
001230
001240     SELECT GLRPT ASSIGN TO "GLRPT"
001250         ORGANIZATION IS LINE SEQUENTIAL
001260         FILE STATUS IS WS-GLRPT-STATUS.
001270
001280 DATA DIVISION.
001290 FILE SECTION.
001300 FD  GLMAP
001310     LABEL RECORDS ARE STANDARD.
001320 01  GM-RECORD.
001330     05  GM-ACTION               PIC X(10).
001340     05  FILLER                  PIC X(01).
001350     05  GM-TYPE                 PIC X(01).
001360         88  GM-TYPE-VALID               VALUES "B" "U" "N" "R".
001370     05  FILLER                  PIC X(01).
001380     05  GM-CONTRA               PIC X(08).
001390     05  FILLER                  PIC X(01).
001400     05  GM-TAX-ACCOUNT          PIC X(08).
001410
001420 FD  TRANLOG
001430     LABEL RECORDS ARE STANDARD.
001440 COPY TRANREC.
001450
001460 FD  RECONSUM
001470     LABEL RECORDS ARE STANDARD.
001480 COPY RSUMREC.
001490
001500 FD  HAUPTB
001510     LABEL RECORDS ARE STANDARD.
001520 01  GB-RECORD.
001530     05  GB-DATE                 PIC 9(08).
001540     05  FILLER                  PIC X(01).
001550     05  GB-ACCOUNT              PIC X(08).
001560     05  FILLER                  PIC X(01).
001570     05  GB-SIDE                 PIC X(01).
001580     05  FILLER                  PIC X(01).
001590     05  GB-AMOUNT               PIC 9(11)V99.
001600     05  FILLER                  PIC X(01).
001610     05  GB-ACTION               PIC X(10).
001620     05  FILLER                  PIC X(01).
001630     05  GB-ITEM-COUNT           PIC 9(06).
001640 01  GB-HEADER REDEFINES GB-RECORD.
001650     05  GB-H-TYPE               PIC X(04).
001660     05  FILLER                  PIC X(01).
001670     05  GB-H-DATE               PIC 9(08).
001680     05  FILLER                  PIC X(38).
001690 01  GB-TRAILER REDEFINES GB-RECORD.
001700     05  GB-T-TYPE               PIC X(04).
001710     05  FILLER                  PIC X(01).
001720     05  GB-T-LINE-COUNT         PIC 9(06).
001730     05  FILLER                  PIC X(01).
001740     05  GB-T-DEBIT-TOTAL        PIC 9(11)V99.
001750     05  FILLER                  PIC X(01).
001760     05  GB-T-CREDIT-TOTAL       PIC 9(11)V99.
001770     05  FILLER                  PIC X(12).
001780
001790 FD  BUSDATE
001800     LABEL RECORDS ARE STANDARD.
001810 COPY BDATREC.
001820
001830 FD  GLRPT
001840     LABEL RECORDS ARE STANDARD.
001850 01  RP-LINE                     PIC X(100).
001860
001870 WORKING-STORAGE SECTION.
001880*--------------------------------------------------------------*
001890* FILE STATUS AND CONDITION SWITCHES                            *
001900*--------------------------------------------------------------*
001910 01  WS-GLMAP-STATUS             PIC X(02) VALUE "00".
001920 01  WS-TRANLOG-STATUS           PIC X(02) VALUE "00".
001930 01  WS-RECONSUM-STATUS          PIC X(02) VALUE "00".
001940 01  WS-HAUPTB-STATUS            PIC X(02) VALUE "00".
001950 01  WS-GLRPT-STATUS             PIC X(02) VALUE "00".
001960 01  WS-BUSDATE-STATUS           PIC X(02) VALUE "00".
001970 01  WS-GLMAP-EOF-SW             PIC X(01) VALUE "N".
001980     88  GLMAP-EOF                         VALUE "Y".
001990 01  WS-TRANLOG-EOF-SW           PIC X(01) VALUE "N".
002000     88  TRANLOG-EOF                       VALUE "Y".
002010 01  WS-ABORT-RUN-SW             PIC X(01) VALUE "N".
002020     88  ABORT-RUN                         VALUE "Y".
002030 01  WS-REPORT-OPEN-SW           PIC X(01) VALUE "N".
002040     88  REPORT-OPEN                       VALUE "Y".
002050 01  WS-MAP-FOUND-SW             PIC X(01) VALUE "N".
002060     88  MAP-FOUND                         VALUE "Y".
002070 01  WS-RECON-FOUND-SW           PIC X(01) VALUE "N".
002080     88  RECON-FOUND                       VALUE "Y".
002090 01  WS-TRANLOG-OPEN-SW          PIC X(01) VALUE "N".
002100     88  TRANLOG-OPEN                      VALUE "Y".
002110 01  WS-ORIG-ROW-FOUND-SW        PIC X(01) VALUE "N".
002120     88  ORIG-ROW-FOUND                    VALUE "Y".
002130
002140*--------------------------------------------------------------*
002150* GL MAPPING - LOADED FROM GLMAP AT START OF RUN, WITH THE DAY  *
002160* TOTALS PER ACTION                                             *
002170*--------------------------------------------------------------*
002180 01  WS-MAP-TABLE.
002190     05  WS-MAP-ENTRY OCCURS 60 TIMES.
002200         10  WS-GT-ACTION        PIC X(10).
002210         10  WS-GT-TYPE          PIC X(01).
002220             88  GT-TRANSFER             VALUE "U".
002230             88  GT-NON-POSTING          VALUE "N".
002240             88  GT-REVERSAL             VALUE "R".
002250         10  WS-GT-CONTRA        PIC X(08).
002260         10  WS-GT-TAX-ACCOUNT   PIC X(08).
002270         10  WS-GT-ENTRY-COUNT   PIC 9(06) COMP.
002280         10  WS-GT-NET           PIC S9(11)V99.
002290         10  WS-GT-TAX           PIC S9(11)V99.
002300         10  WS-GT-REV-COUNT     PIC 9(06) COMP.
002310         10  WS-GT-REV-NET       PIC S9(11)V99.
002320 01  WS-MAP-COUNT                PIC 9(02) COMP VALUE ZERO.
002330 01  WS-MAP-MAX                  PIC 9(02) COMP VALUE 60.
002340 01  WS-GT-IX                    PIC 9(02) COMP VALUE ZERO.
002350 01  WS-MATCH-IX                 PIC 9(02) COMP VALUE ZERO.
002360 01  WS-ORIG-IX                  PIC 9(02) COMP VALUE ZERO.
002370 01  WS-REVERSAL-ACTION          PIC X(10) VALUE SPACES.
002380 01  WS-DEPOSIT-ACCOUNT          PIC X(08) VALUE SPACES.
002390
002400*--------------------------------------------------------------*
002410* ZINSEN SEARCH TEXT - NET INTEREST RUN WITH THE WITHHELD TAX   *
002420*--------------------------------------------------------------*
002430 01  WS-INTEREST-TEXT            PIC X(30) VALUE SPACES.
002440 01  WS-INTEREST-TEXT-PARTS REDEFINES WS-INTEREST-TEXT.
002450     05  WS-IT-RUN               PIC X(15).
002460     05  WS-IT-TAG               PIC X(06).
002470     05  WS-IT-TAX-X             PIC X(09).
002480     05  WS-IT-TAX REDEFINES WS-IT-TAX-X
002490                                 PIC 9(7)V99.
002500
002510*--------------------------------------------------------------*
002520* POSTING FILE NAMING, POSTING LINE AND TOTALS                  *
002530*--------------------------------------------------------------*
002540 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
002550 01  WS-HAUPTB-NAME              PIC X(15) VALUE SPACES.
002560 01  WS-POST-ACCOUNT             PIC X(08) VALUE SPACES.
002570 01  WS-POST-ACTION              PIC X(10) VALUE SPACES.
002580 01  WS-POST-COUNT               PIC 9(06) VALUE ZERO.
002590 01  WS-REFUSE-REASON            PIC X(20) VALUE SPACES.
002600 01  WS-POST-AMOUNT              PIC S9(11)V99 VALUE ZERO.
002610 01  WS-PROOF-DEBIT              PIC S9(13)V99 VALUE ZERO.
002620 01  WS-PROOF-CREDIT             PIC S9(13)V99 VALUE ZERO.
002630 01  WS-FILE-DEBIT               PIC S9(13)V99 VALUE ZERO.
002640 01  WS-FILE-CREDIT              PIC S9(13)V99 VALUE ZERO.
002650 01  WS-LINE-COUNT               PIC 9(06) COMP VALUE ZERO.
002660
002670*--------------------------------------------------------------*
002680* CONTROL TOTALS                                                *
002690*--------------------------------------------------------------*
002700 01  WS-LOG-COUNT                PIC 9(08) COMP VALUE ZERO.
002710 01  WS-NO-AMOUNT-COUNT          PIC 9(08) COMP VALUE ZERO.
002720 01  WS-UNMAPPED-COUNT           PIC 9(06) COMP VALUE ZERO.
002730 01  WS-DEPOSIT-MOVEMENT         PIC S9(11)V99 VALUE ZERO.
002740 01  WS-TRANSFER-NET             PIC S9(11)V99 VALUE ZERO.
002750 01  WS-TAX-TOTAL                PIC S9(11)V99 VALUE ZERO.
002760 01  WS-RECON-DIFFERENCE         PIC S9(11)V99 VALUE ZERO.
002770
002780*--------------------------------------------------------------*
002790* REPORT EDIT FIELDS                                            *
002800*--------------------------------------------------------------*
002810 01  WS-AMOUNT-EDIT              PIC -(10)9.99.
002820 01  WS-TAX-EDIT                 PIC -(10)9.99.
002830 01  WS-TOTAL-EDIT               PIC -(12)9.99.
002840 01  WS-COUNT-EDIT               PIC Z(07)9.
002850
002860 PROCEDURE DIVISION.
002870*****************************************************************
002880* 0000-MAINLINE                                                *
002890*****************************************************************
002900 0000-MAINLINE.
002910     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002920     IF NOT ABORT-RUN
002930        PERFORM 2000-ACCUMULATE-ENTRY THRU 2000-EXIT
002940            UNTIL TRANLOG-EOF
002950        PERFORM 2900-CHECK-MAPPING THRU 2900-EXIT
002960     END-IF
002970     IF NOT ABORT-RUN
002980        PERFORM 3000-PROVE-BALANCE THRU 3000-EXIT
002990     END-IF
003000     IF NOT ABORT-RUN
003010        PERFORM 4000-WRITE-GL-FILE THRU 4000-EXIT
003020     END-IF
003030     IF NOT ABORT-RUN
003040        PERFORM 5000-PRINT-CONTROL-REPORT THRU 5000-EXIT
003050     END-IF
003060     IF NOT ABORT-RUN
003070        PERFORM 8000-MARK-STEP-DONE THRU 8000-EXIT
003080     END-IF
003090     PERFORM 9000-TERMINATE THRU 9000-EXIT
003100     STOP RUN.
003110
003120*****************************************************************
003130* 1000-INITIALIZE - BUILD THE DATED POSTING FILE NAME, REFUSE A *
003140*            SECOND RUN FOR THE SAME DAY, LOAD GLMAP, READ THE  *
003150*            RECONCILIATION TOTAL AND OPEN THE DAY'S TRANLOG    *
003160*****************************************************************
003170 1000-INITIALIZE.
003180     PERFORM 1050-CHECK-BUSINESS-DATE THRU 1050-EXIT
003190     IF ABORT-RUN
003200        GO TO 1000-EXIT
003210     END-IF
003220     MOVE SPACES TO WS-HAUPTB-NAME
003230     STRING "HAUPTB." DELIMITED BY SIZE
003240         WS-RUN-DATE DELIMITED BY SIZE
003250         INTO WS-HAUPTB-NAME
003260
003270     OPEN INPUT HAUPTB
003280     IF WS-HAUPTB-STATUS = "00"
003290        CLOSE HAUPTB
003300        DISPLAY "FEHLER: HAUPTBUCH-DATEI " WS-HAUPTB-NAME
003310            " EXISTIERT BEREITS - LAUF ABGELEHNT."
003320        SET ABORT-RUN TO TRUE
003330        GO TO 1000-EXIT
003340     END-IF
003350
003360     OPEN OUTPUT GLRPT
003370     SET REPORT-OPEN TO TRUE
003380     MOVE SPACES TO RP-LINE
003390     STRING "HAUPTBUCH-EXTRAKT " DELIMITED BY SIZE
003400         WS-RUN-DATE DELIMITED BY SIZE
003410         " -> " DELIMITED BY SIZE
003420         WS-HAUPTB-NAME DELIMITED BY SIZE
003430         INTO RP-LINE
003440     WRITE RP-LINE
003450     MOVE ALL "-" TO RP-LINE
003460     WRITE RP-LINE
003470
003480     PERFORM 1100-LOAD-GL-MAP THRU 1100-EXIT
003490     IF ABORT-RUN
003500        GO TO 1000-EXIT
003510     END-IF
003520
003530     PERFORM 1300-READ-RECON-SUMMARY THRU 1300-EXIT
003540
003550     OPEN INPUT TRANLOG
003560     IF WS-TRANLOG-STATUS = "35"
003570        DISPLAY "HINWEIS: KEIN TRANLOG VORHANDEN - "
003580            "HAUPTBUCH OHNE BEWEGUNG."
003590        MOVE "Y" TO WS-TRANLOG-EOF-SW
003600        GO TO 1000-EXIT
003610     END-IF
003620     IF WS-TRANLOG-STATUS NOT = "00"
003630        DISPLAY "FEHLER BEIM OEFFNEN VON TRANLOG, STATUS "
003640            WS-TRANLOG-STATUS
003650        SET ABORT-RUN TO TRUE
003660        GO TO 1000-EXIT
003670     END-IF
003680     SET TRANLOG-OPEN TO TRUE.
003690 1000-EXIT.
003700     EXIT.
003710
003720*****************************************************************
003730* 1050-CHECK-BUSINESS-DATE - PROCESSING DATE FROM BUSDATE;      *
003740*            THE ONLINE DAY MUST BE CLOSED AND THE END OF DAY   *
003750*            RECONCILIATION DONE                                *
003760*****************************************************************
003770 1050-CHECK-BUSINESS-DATE.
003780     OPEN INPUT BUSDATE
003790     IF WS-BUSDATE-STATUS NOT = "00"
003800        DISPLAY "FEHLER BEIM OEFFNEN VON BUSDATE, STATUS "
003810            WS-BUSDATE-STATUS " - LAUF ABGELEHNT."
003820        SET ABORT-RUN TO TRUE
003830        GO TO 1050-EXIT
003840     END-IF
003850     READ BUSDATE
003860         AT END
003870             CLOSE BUSDATE
003880             DISPLAY "FEHLER: BUSDATE IST LEER - LAUF ABGELEHNT."
003890             SET ABORT-RUN TO TRUE
003900             GO TO 1050-EXIT
003910     END-READ
003920     CLOSE BUSDATE
003930     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
003940     IF NOT BD-ONLINE-CLOSED
003950        DISPLAY "GESCHAEFTSTAG " BD-BUSINESS-DATE
003960            ": SCHALTER NICHT GESCHLOSSEN - LAUF ABGELEHNT."
003970        SET ABORT-RUN TO TRUE
003980        GO TO 1050-EXIT
003990     END-IF
004000     IF NOT BD-ABSTIMM-DONE
004010        DISPLAY "GESCHAEFTSTAG " BD-BUSINESS-DATE
004020            ": TAGESABSTIMMUNG (ABSTIMM) FEHLT - "
004030            "LAUF ABGELEHNT."
004040        SET ABORT-RUN TO TRUE
004050     END-IF.
004060 1050-EXIT.
004070     EXIT.
004080
004090*****************************************************************
004100* 1100-LOAD-GL-MAP - GLMAP INTO THE MAPPING TABLE.  WITHOUT THE *
004110*            TABLE OR THE CUSTOMER DEPOSIT ACCOUNT NOTHING CAN  *
004120*            BE MAPPED, SO THE RUN STOPS                        *
004130*****************************************************************
004140 1100-LOAD-GL-MAP.
004150     OPEN INPUT GLMAP
004160     IF WS-GLMAP-STATUS NOT = "00"
004170        DISPLAY "FEHLER BEIM OEFFNEN VON GLMAP, STATUS "
004180            WS-GLMAP-STATUS " - LAUF ABGEBROCHEN."
004190        SET ABORT-RUN TO TRUE
004200        GO TO 1100-EXIT
004210     END-IF
004220     PERFORM 1200-LOAD-MAP-ROW THRU 1200-EXIT
004230         UNTIL GLMAP-EOF
004240     CLOSE GLMAP
004250     IF WS-DEPOSIT-ACCOUNT = SPACES
004260        DISPLAY "FEHLER: GLMAP OHNE ZEILE EINLAGEN "
004270            "(KUNDENEINLAGEN-KONTO) - LAUF ABGEBROCHEN."
004280        SET ABORT-RUN TO TRUE
004290     END-IF.
004300 1100-EXIT.
004310     EXIT.
004320
004330*****************************************************************
004340* 1200-LOAD-MAP-ROW - READ ONE GLMAP ROW.  "EINLAGEN" SETS THE  *
004350*            CUSTOMER DEPOSIT ACCOUNT; AN INVALID ROW IS        *
004360*            SKIPPED, SO ITS ACTION STOPS THE EXTRACT LATER     *
004370*****************************************************************
004380 1200-LOAD-MAP-ROW.
004390     READ GLMAP
004400         AT END
004410             MOVE "Y" TO WS-GLMAP-EOF-SW
004420             GO TO 1200-EXIT
004430     END-READ
004440     IF GM-RECORD = SPACES
004450        GO TO 1200-EXIT
004460     END-IF
004470     IF GM-ACTION = "EINLAGEN"
004480        MOVE GM-CONTRA TO WS-DEPOSIT-ACCOUNT
004490        GO TO 1200-EXIT
004500     END-IF
004510     IF GM-ACTION = SPACES
004520        OR NOT GM-TYPE-VALID
004530        OR (GM-TYPE NOT = "N" AND GM-TYPE NOT = "R"
004540            AND GM-CONTRA = SPACES)
004550        DISPLAY "WARNUNG: UNGUELTIGE GLMAP-ZEILE "
004560            "UEBERGANGEN: " GM-RECORD
004570        GO TO 1200-EXIT
004580     END-IF
004590     IF WS-MAP-COUNT NOT < WS-MAP-MAX
004600        DISPLAY "WARNUNG: GLMAP HAT MEHR ALS " WS-MAP-MAX
004610            " POSTEN - REST UEBERGANGEN."
004620        MOVE "Y" TO WS-GLMAP-EOF-SW
004630        GO TO 1200-EXIT
004640     END-IF
004650     ADD 1 TO WS-MAP-COUNT
004660     MOVE GM-ACTION      TO WS-GT-ACTION (WS-MAP-COUNT)
004670     MOVE GM-TYPE        TO WS-GT-TYPE (WS-MAP-COUNT)
004680     MOVE GM-CONTRA      TO WS-GT-CONTRA (WS-MAP-COUNT)
004690     MOVE GM-TAX-ACCOUNT TO WS-GT-TAX-ACCOUNT (WS-MAP-COUNT)
004700     MOVE ZERO           TO WS-GT-ENTRY-COUNT (WS-MAP-COUNT)
004710     MOVE ZERO           TO WS-GT-NET (WS-MAP-COUNT)
004720     MOVE ZERO           TO WS-GT-TAX (WS-MAP-COUNT)
004730     MOVE ZERO           TO WS-GT-REV-COUNT (WS-MAP-COUNT)
004740     MOVE ZERO           TO WS-GT-REV-NET (WS-MAP-COUNT).
004750 1200-EXIT.
004760     EXIT.
004770
004780*****************************************************************
004790* 1300-READ-RECON-SUMMARY - THE MOVEMENT TOTAL ENDOFDAYRECON    *
004800*            PROVED.  ONLY A RECORD FOR THE RUN DATE COUNTS     *
004810*****************************************************************
004820 1300-READ-RECON-SUMMARY.
004830     OPEN INPUT RECONSUM
004840     IF WS-RECONSUM-STATUS NOT = "00"
004850        GO TO 1300-EXIT
004860     END-IF
004870     READ RECONSUM
004880         AT END
004890             CLOSE RECONSUM
004900             GO TO 1300-EXIT
004910     END-READ
004920     CLOSE RECONSUM
004930     IF RS-RUN-DATE = WS-RUN-DATE
004940        AND RS-MOVEMENT-TOTAL NUMERIC
004950        SET RECON-FOUND TO TRUE
004960     END-IF.
004970 1300-EXIT.
004980     EXIT.
004990
005000*****************************************************************
005010* 2000-ACCUMULATE-ENTRY - ONE TRANLOG ENTRY ONTO ITS GLMAP ROW. *
005020*            THE AMOUNT IS TAKEN EXACTLY AS ENDOFDAYRECON TAKES *
005030*            IT, SO THE TWO MOVEMENT TOTALS ARE COMPARABLE      *
005040*****************************************************************
005050 2000-ACCUMULATE-ENTRY.
005060     READ TRANLOG
005070         AT END
005080             MOVE "Y" TO WS-TRANLOG-EOF-SW
005090             GO TO 2000-EXIT
005100     END-READ
005110     ADD 1 TO WS-LOG-COUNT
005120
005130     MOVE "N" TO WS-MAP-FOUND-SW
005140     PERFORM 2100-MATCH-MAP-ROW THRU 2100-EXIT
005150         VARYING WS-GT-IX FROM 1 BY 1
005160         UNTIL WS-GT-IX > WS-MAP-COUNT
005170            OR MAP-FOUND
005180     IF NOT MAP-FOUND
005190        MOVE "KEINE GLMAP-ZEILE" TO WS-REFUSE-REASON
005200        PERFORM 2200-REPORT-UNMAPPED THRU 2200-EXIT
005210        GO TO 2000-EXIT
005220     END-IF
005230
005240     ADD 1 TO WS-GT-ENTRY-COUNT (WS-MATCH-IX)
005250     IF TL-AMOUNT NOT NUMERIC
005260        ADD 1 TO WS-NO-AMOUNT-COUNT
005270        GO TO 2000-EXIT
005280     END-IF
005290     IF TL-AMOUNT = ZERO
005300        GO TO 2000-EXIT
005310     END-IF
005320     IF GT-NON-POSTING (WS-MATCH-IX)
005330        MOVE "ART N MIT BETRAG" TO WS-REFUSE-REASON
005340        PERFORM 2200-REPORT-UNMAPPED THRU 2200-EXIT
005350        GO TO 2000-EXIT
005360     END-IF
005370     IF GT-REVERSAL (WS-MATCH-IX)
005380        PERFORM 2300-ACCUMULATE-REVERSAL THRU 2300-EXIT
005390        GO TO 2000-EXIT
005400     END-IF
005410
005420     ADD TL-AMOUNT TO WS-GT-NET (WS-MATCH-IX)
005430     ADD TL-AMOUNT TO WS-DEPOSIT-MOVEMENT
005440     IF WS-GT-TAX-ACCOUNT (WS-MATCH-IX) = SPACES
005450        GO TO 2000-EXIT
005460     END-IF
005470     MOVE TL-SEARCH-TEXT TO WS-INTEREST-TEXT
005480     IF WS-IT-TAG = " KEST "
005490        AND WS-IT-TAX-X NUMERIC
005500        ADD WS-IT-TAX TO WS-GT-TAX (WS-MATCH-IX)
005510     END-IF.
005520 2000-EXIT.
005530     EXIT.
005540
005550*****************************************************************
005560* 2100-MATCH-MAP-ROW - DOES TABLE ROW WS-GT-IX MAP TL-ACTION    *
005570*****************************************************************
005580 2100-MATCH-MAP-ROW.
005590     IF WS-GT-ACTION (WS-GT-IX) = TL-ACTION
005600        MOVE WS-GT-IX TO WS-MATCH-IX
005610        SET MAP-FOUND TO TRUE
005620     END-IF.
005630 2100-EXIT.
005640     EXIT.
005650
005660*****************************************************************
005670* 2200-REPORT-UNMAPPED - AN ENTRY THE EXTRACT CANNOT POST: NO   *
005680*            GLMAP ROW, OR AN AMOUNT ON A "N" ACTION.  LISTED   *
005690*            ON THE REPORT; THE RUN STOPS AFTER THE LOG PASS    *
005700*****************************************************************
005710 2200-REPORT-UNMAPPED.
005720     ADD 1 TO WS-UNMAPPED-COUNT
005730     MOVE ZERO TO WS-AMOUNT-EDIT
005740     IF TL-AMOUNT NUMERIC
005750        MOVE TL-AMOUNT TO WS-AMOUNT-EDIT
005760     END-IF
005770     MOVE SPACES TO RP-LINE
005780     STRING "NICHT BUCHBAR: " DELIMITED BY SIZE
005790         TL-ACTION DELIMITED BY SIZE
005800         " " DELIMITED BY SIZE
005810         TL-TIMESTAMP DELIMITED BY SIZE
005820         " KONTO " DELIMITED BY SIZE
005830         TL-ACCT-NUMBER DELIMITED BY SIZE
005840         " BETRAG " DELIMITED BY SIZE
005850         WS-AMOUNT-EDIT DELIMITED BY SIZE
005860         " " DELIMITED BY SIZE
005870         WS-REFUSE-REASON DELIMITED BY SIZE
005880         INTO RP-LINE
005890     WRITE RP-LINE
005900     DISPLAY "FEHLER: POSTEN " TL-ACTION " VOM "
005910         TL-TIMESTAMP " NICHT BUCHBAR (" WS-REFUSE-REASON ")".
005920 2200-EXIT.
005930     EXIT.
005940
005950*****************************************************************
005960* 2300-ACCUMULATE-REVERSAL - A STORNO ENTRY ONTO THE ROW OF THE *
005970*            ACTION IT REVERSES (SEARCH TEXT POSITION 19).  THE *
005980*            STORNO ROW ITSELF KEEPS COUNT AND AMOUNT FOR THE   *
005990*            REPORT ONLY                                        *
006000*****************************************************************
006010 2300-ACCUMULATE-REVERSAL.
006020     MOVE "N" TO WS-ORIG-ROW-FOUND-SW
006030     PERFORM 2350-MATCH-ORIGINAL-ROW THRU 2350-EXIT
006040         VARYING WS-GT-IX FROM 1 BY 1
006050         UNTIL WS-GT-IX > WS-MAP-COUNT
006060            OR ORIG-ROW-FOUND
006070     IF ORIG-ROW-FOUND
006080        IF GT-NON-POSTING (WS-ORIG-IX)
006090           OR GT-REVERSAL (WS-ORIG-IX)
006100           MOVE "N" TO WS-ORIG-ROW-FOUND-SW
006110        END-IF
006120     END-IF
006130     IF NOT ORIG-ROW-FOUND
006140        MOVE "ORIGINAL NICHT BUCHB" TO WS-REFUSE-REASON
006150        PERFORM 2200-REPORT-UNMAPPED THRU 2200-EXIT
006160        GO TO 2300-EXIT
006170     END-IF
006180     MOVE TL-ACTION TO WS-REVERSAL-ACTION
006190     ADD TL-AMOUNT TO WS-GT-NET (WS-MATCH-IX)
006200     ADD 1         TO WS-GT-REV-COUNT (WS-ORIG-IX)
006210     ADD TL-AMOUNT TO WS-GT-REV-NET (WS-ORIG-IX)
006220     ADD TL-AMOUNT TO WS-DEPOSIT-MOVEMENT.
006230 2300-EXIT.
006240     EXIT.
006250
006260 2350-MATCH-ORIGINAL-ROW.
006270     IF WS-GT-ACTION (WS-GT-IX) = TL-SEARCH-TEXT (19:10)
006280        MOVE WS-GT-IX TO WS-ORIG-IX
006290        SET ORIG-ROW-FOUND TO TRUE
006300     END-IF.
006310 2350-EXIT.
006320     EXIT.
006330
006340*****************************************************************
006350* 2900-CHECK-MAPPING - ANY ENTRY THAT COULD NOT BE MAPPED STOPS *
006360*            THE EXTRACT BEFORE A POSTING FILE EXISTS           *
006370*****************************************************************
006380 2900-CHECK-MAPPING.
006390     IF WS-UNMAPPED-COUNT = ZERO
006400        GO TO 2900-EXIT
006410     END-IF
006420     MOVE WS-UNMAPPED-COUNT TO WS-COUNT-EDIT
006430     MOVE SPACES TO RP-LINE
006440     STRING "EXTRAKT ABGEBROCHEN - NICHT BUCHBARE EINTRAEGE: "
006450         DELIMITED BY SIZE
006460         WS-COUNT-EDIT DELIMITED BY SIZE
006470         " - GLMAP ERGAENZEN UND LAUF WIEDERHOLEN."
006480         DELIMITED BY SIZE
006490         INTO RP-LINE
006500     WRITE RP-LINE
006510     DISPLAY "HAUPTBUCH-EXTRAKT ABGEBROCHEN: " WS-UNMAPPED-COUNT
006520         " NICHT BUCHBARE EINTRAEGE - KEINE DATEI "
006530         WS-HAUPTB-NAME " GESCHRIEBEN (SIEHE GLRPT)."
006540     SET ABORT-RUN TO TRUE.
006550 2900-EXIT.
006560     EXIT.
006570
006580*****************************************************************
006590* 3000-PROVE-BALANCE - RUN EVERY POSTING LINE THROUGH THE SOLL  *
006600*            AND HABEN TOTALS BEFORE ANYTHING IS WRITTEN.  AN   *
006610*            UNBALANCED DAY STOPS THE EXTRACT                   *
006620*****************************************************************
006630 3000-PROVE-BALANCE.
006640     PERFORM 3100-PROVE-ONE-ROW THRU 3100-EXIT
006650         VARYING WS-GT-IX FROM 1 BY 1
006660         UNTIL WS-GT-IX > WS-MAP-COUNT
006670     IF WS-PROOF-DEBIT NOT = WS-PROOF-CREDIT
006680        MOVE WS-PROOF-DEBIT TO WS-TOTAL-EDIT
006690        MOVE SPACES TO RP-LINE
006700        STRING "SOLL  GESAMT : " DELIMITED BY SIZE
006710            WS-TOTAL-EDIT DELIMITED BY SIZE
006720            INTO RP-LINE
006730        WRITE RP-LINE
006740        MOVE WS-PROOF-CREDIT TO WS-TOTAL-EDIT
006750        MOVE SPACES TO RP-LINE
006760        STRING "HABEN GESAMT : " DELIMITED BY SIZE
006770            WS-TOTAL-EDIT DELIMITED BY SIZE
006780            "  - NICHT AUSGEGLICHEN, EXTRAKT ABGEBROCHEN."
006790            DELIMITED BY SIZE
006800            INTO RP-LINE
006810        WRITE RP-LINE
006820        DISPLAY "FEHLER: SOLL UND HABEN NICHT AUSGEGLICHEN - "
006830            "KEINE DATEI " WS-HAUPTB-NAME " GESCHRIEBEN."
006840        SET ABORT-RUN TO TRUE
006850     END-IF.
006860 3000-EXIT.
006870     EXIT.
006880
006890*****************************************************************
006900* 3100-PROVE-ONE-ROW - THE THREE POSTING AMOUNTS OF A ROW:      *
006910*            DEPOSITS, CONTRA (GROSS) AND TAX, PLUS THE STORNO  *
006920*            PAIR.  A STORNO ROW POSTS NOTHING ITSELF           *
006930*****************************************************************
006940 3100-PROVE-ONE-ROW.
006950     IF GT-REVERSAL (WS-GT-IX)
006960        GO TO 3100-EXIT
006970     END-IF
006980     COMPUTE WS-POST-AMOUNT = ZERO - WS-GT-NET (WS-GT-IX)
006990     PERFORM 3200-ADD-TO-PROOF THRU 3200-EXIT
007000     COMPUTE WS-POST-AMOUNT = WS-GT-NET (WS-GT-IX)
007010                            + WS-GT-TAX (WS-GT-IX)
007020     PERFORM 3200-ADD-TO-PROOF THRU 3200-EXIT
007030     COMPUTE WS-POST-AMOUNT = ZERO - WS-GT-TAX (WS-GT-IX)
007040     PERFORM 3200-ADD-TO-PROOF THRU 3200-EXIT
007050     COMPUTE WS-POST-AMOUNT = ZERO - WS-GT-REV-NET (WS-GT-IX)
007060     PERFORM 3200-ADD-TO-PROOF THRU 3200-EXIT
007070     COMPUTE WS-POST-AMOUNT = WS-GT-REV-NET (WS-GT-IX)
007080     PERFORM 3200-ADD-TO-PROOF THRU 3200-EXIT.
007090 3100-EXIT.
007100     EXIT.
007110
007120*****************************************************************
007130* 3200-ADD-TO-PROOF - A POSITIVE AMOUNT IS SOLL, A NEGATIVE ONE *
007140*            HABEN                                              *
007150*****************************************************************
007160 3200-ADD-TO-PROOF.
007170     IF WS-POST-AMOUNT > ZERO
007180        ADD WS-POST-AMOUNT TO WS-PROOF-DEBIT
007190     ELSE
007200        SUBTRACT WS-POST-AMOUNT FROM WS-PROOF-CREDIT
007210     END-IF.
007220 3200-EXIT.
007230     EXIT.
007240
007250*****************************************************************
007260* 4000-WRITE-GL-FILE - KOPF, THE POSTING LINES AND FUSS.  THE   *
007270*            FUSS IS ONLY WRITTEN WHEN THE WRITTEN TOTALS AGREE *
007280*            WITH THE PROOF, SO A FILE WITHOUT FUSS IS INVALID  *
007290*****************************************************************
007300 4000-WRITE-GL-FILE.
007310     OPEN OUTPUT HAUPTB
007320     IF WS-HAUPTB-STATUS NOT = "00"
007330        DISPLAY "FEHLER BEIM ANLEGEN VON " WS-HAUPTB-NAME
007340            ", STATUS " WS-HAUPTB-STATUS
007350        SET ABORT-RUN TO TRUE
007360        GO TO 4000-EXIT
007370     END-IF
007380     MOVE SPACES      TO GB-RECORD
007390     MOVE "KOPF"      TO GB-H-TYPE
007400     MOVE WS-RUN-DATE TO GB-H-DATE
007410     WRITE GB-RECORD
007420
007430     PERFORM 4100-WRITE-ROW-LINES THRU 4100-EXIT
007440         VARYING WS-GT-IX FROM 1 BY 1
007450         UNTIL WS-GT-IX > WS-MAP-COUNT
007460            OR ABORT-RUN
007470
007480     IF ABORT-RUN
007490        OR WS-FILE-DEBIT NOT = WS-PROOF-DEBIT
007500        OR WS-FILE-CREDIT NOT = WS-PROOF-CREDIT
007510        DISPLAY "FEHLER: " WS-HAUPTB-NAME " UNVOLLSTAENDIG "
007520            "GESCHRIEBEN - OHNE FUSSSATZ UNGUELTIG."
007530        DISPLAY WS-HAUPTB-NAME " VOR DEM WIEDERHOLEN LOESCHEN."
007540        SET ABORT-RUN TO TRUE
007550        CLOSE HAUPTB
007560        GO TO 4000-EXIT
007570     END-IF
007580
007590     MOVE SPACES          TO GB-RECORD
007600     MOVE "FUSS"          TO GB-T-TYPE
007610     MOVE WS-LINE-COUNT   TO GB-T-LINE-COUNT
007620     MOVE WS-FILE-DEBIT   TO GB-T-DEBIT-TOTAL
007630     MOVE WS-FILE-CREDIT  TO GB-T-CREDIT-TOTAL
007640     WRITE GB-RECORD
007650     IF WS-HAUPTB-STATUS NOT = "00"
007660        DISPLAY "FEHLER BEIM SCHREIBEN DES FUSSSATZES, "
007670            "STATUS " WS-HAUPTB-STATUS
007680        DISPLAY WS-HAUPTB-NAME " IST UNGUELTIG - VOR DEM "
007690            "WIEDERHOLEN LOESCHEN."
007700        SET ABORT-RUN TO TRUE
007710     END-IF
007720     CLOSE HAUPTB.
007730 4000-EXIT.
007740     EXIT.
007750
007760*****************************************************************
007770* 4100-WRITE-ROW-LINES - UP TO THREE LINES FOR ONE GLMAP ROW,   *
007780*            AND TWO MORE UNDER THE STORNO POSTEN FOR THE       *
007790*            ROW'S REVERSED ENTRIES                             *
007800*****************************************************************
007810 4100-WRITE-ROW-LINES.
007820     IF GT-REVERSAL (WS-GT-IX)
007830        GO TO 4100-EXIT
007840     END-IF
007850     MOVE WS-GT-ACTION (WS-GT-IX)      TO WS-POST-ACTION
007860     MOVE WS-GT-ENTRY-COUNT (WS-GT-IX) TO WS-POST-COUNT
007870     MOVE WS-DEPOSIT-ACCOUNT TO WS-POST-ACCOUNT
007880     COMPUTE WS-POST-AMOUNT = ZERO - WS-GT-NET (WS-GT-IX)
007890     PERFORM 4200-WRITE-GL-LINE THRU 4200-EXIT
007900     MOVE WS-GT-CONTRA (WS-GT-IX) TO WS-POST-ACCOUNT
007910     COMPUTE WS-POST-AMOUNT = WS-GT-NET (WS-GT-IX)
007920                            + WS-GT-TAX (WS-GT-IX)
007930     PERFORM 4200-WRITE-GL-LINE THRU 4200-EXIT
007940     MOVE WS-GT-TAX-ACCOUNT (WS-GT-IX) TO WS-POST-ACCOUNT
007950     COMPUTE WS-POST-AMOUNT = ZERO - WS-GT-TAX (WS-GT-IX)
007960     PERFORM 4200-WRITE-GL-LINE THRU 4200-EXIT
007970
007980     MOVE WS-REVERSAL-ACTION         TO WS-POST-ACTION
007990     MOVE WS-GT-REV-COUNT (WS-GT-IX) TO WS-POST-COUNT
008000     MOVE WS-DEPOSIT-ACCOUNT TO WS-POST-ACCOUNT
008010     COMPUTE WS-POST-AMOUNT = ZERO - WS-GT-REV-NET (WS-GT-IX)
008020     PERFORM 4200-WRITE-GL-LINE THRU 4200-EXIT
008030     MOVE WS-GT-CONTRA (WS-GT-IX) TO WS-POST-ACCOUNT
008040     COMPUTE WS-POST-AMOUNT = WS-GT-REV-NET (WS-GT-IX)
008050     PERFORM 4200-WRITE-GL-LINE THRU 4200-EXIT.
008060 4100-EXIT.
008070     EXIT.
008080
008090*****************************************************************
008100* 4200-WRITE-GL-LINE - ONE SOLL OR HABEN LINE; ZERO AMOUNTS     *
008110*            ARE NOT WRITTEN                                    *
008120*****************************************************************
008130 4200-WRITE-GL-LINE.
008140     IF WS-POST-AMOUNT = ZERO
008150        GO TO 4200-EXIT
008160     END-IF
008170     MOVE SPACES      TO GB-RECORD
008180     MOVE WS-RUN-DATE TO GB-DATE
008190     MOVE WS-POST-ACCOUNT TO GB-ACCOUNT
008200     IF WS-POST-AMOUNT > ZERO
008210        MOVE "S" TO GB-SIDE
008220        MOVE WS-POST-AMOUNT TO GB-AMOUNT
008230     ELSE
008240        MOVE "H" TO GB-SIDE
008250        COMPUTE GB-AMOUNT = ZERO - WS-POST-AMOUNT
008260     END-IF
008270     MOVE WS-POST-ACTION  TO GB-ACTION
008280     MOVE WS-POST-COUNT   TO GB-ITEM-COUNT
008290     WRITE GB-RECORD
008300     IF WS-HAUPTB-STATUS NOT = "00"
008310        DISPLAY "FEHLER BEIM SCHREIBEN VON " WS-HAUPTB-NAME
008320            ", STATUS " WS-HAUPTB-STATUS
008330        SET ABORT-RUN TO TRUE
008340        GO TO 4200-EXIT
008350     END-IF
008360     ADD 1 TO WS-LINE-COUNT
008370     IF GB-SIDE = "S"
008380        ADD GB-AMOUNT TO WS-FILE-DEBIT
008390     ELSE
008400        ADD GB-AMOUNT TO WS-FILE-CREDIT
008410     END-IF
008420
008430     MOVE GB-AMOUNT TO WS-AMOUNT-EDIT
008440     MOVE SPACES TO RP-LINE
008450     STRING "  " DELIMITED BY SIZE
008460         WS-POST-ACCOUNT DELIMITED BY SIZE
008470         " " DELIMITED BY SIZE
008480         GB-SIDE DELIMITED BY SIZE
008490         " " DELIMITED BY SIZE
008500         WS-AMOUNT-EDIT DELIMITED BY SIZE
008510         "  " DELIMITED BY SIZE
008520         WS-POST-ACTION DELIMITED BY SIZE
008530         INTO RP-LINE
008540     WRITE RP-LINE.
008550 4200-EXIT.
008560     EXIT.
008570
008580*****************************************************************
008590* 5000-PRINT-CONTROL-REPORT - MOVEMENT PER ACTION, SOLL/HABEN,  *
008600*            THE UMBUCHUNG BALANCE AND THE TIE TO THE END OF    *
008610*            DAY RECONCILIATION                                 *
008620*****************************************************************
008630 5000-PRINT-CONTROL-REPORT.
008640     MOVE ALL "-" TO RP-LINE
008650     WRITE RP-LINE
008660     MOVE SPACES TO RP-LINE
008670     STRING "POSTEN        EINTRAEGE       BEWEGUNG"
008680         DELIMITED BY SIZE
008690         "           DAVON KEST  GEGENKONTO" DELIMITED BY SIZE
008700         INTO RP-LINE
008710     WRITE RP-LINE
008720     PERFORM 5100-PRINT-ROW-LINE THRU 5100-EXIT
008730         VARYING WS-GT-IX FROM 1 BY 1
008740         UNTIL WS-GT-IX > WS-MAP-COUNT
008750     MOVE ALL "-" TO RP-LINE
008760     WRITE RP-LINE
008770
008780     MOVE WS-LOG-COUNT TO WS-COUNT-EDIT
008790     MOVE SPACES TO RP-LINE
008800     STRING "PROTOKOLLEINTRAEGE          : " DELIMITED BY SIZE
008810         WS-COUNT-EDIT DELIMITED BY SIZE
008820         INTO RP-LINE
008830     WRITE RP-LINE
008840     IF WS-NO-AMOUNT-COUNT NOT = ZERO
008850        MOVE WS-NO-AMOUNT-COUNT TO WS-COUNT-EDIT
008860        MOVE SPACES TO RP-LINE
008870        STRING "DAVON OHNE LESBAREN BETRAG  : " DELIMITED BY SIZE
008880            WS-COUNT-EDIT DELIMITED BY SIZE
008890            INTO RP-LINE
008900        WRITE RP-LINE
008910     END-IF
008920     MOVE WS-LINE-COUNT TO WS-COUNT-EDIT
008930     MOVE SPACES TO RP-LINE
008940     STRING "BUCHUNGSZEILEN              : " DELIMITED BY SIZE
008950         WS-COUNT-EDIT DELIMITED BY SIZE
008960         INTO RP-LINE
008970     WRITE RP-LINE
008980     MOVE WS-FILE-DEBIT TO WS-TOTAL-EDIT
008990     MOVE SPACES TO RP-LINE
009000     STRING "SOLL  GESAMT                : " DELIMITED BY SIZE
009010         WS-TOTAL-EDIT DELIMITED BY SIZE
009020         INTO RP-LINE
009030     WRITE RP-LINE
009040     MOVE WS-FILE-CREDIT TO WS-TOTAL-EDIT
009050     MOVE SPACES TO RP-LINE
009060     STRING "HABEN GESAMT                : " DELIMITED BY SIZE
009070         WS-TOTAL-EDIT DELIMITED BY SIZE
009080         INTO RP-LINE
009090     WRITE RP-LINE
009100
009110     MOVE WS-TRANSFER-NET TO WS-AMOUNT-EDIT
009120     MOVE SPACES TO RP-LINE
009130     IF WS-TRANSFER-NET = ZERO
009140        STRING "UMBUCHUNGEN SALDO           : " DELIMITED BY SIZE
009150            WS-AMOUNT-EDIT DELIMITED BY SIZE
009160            "  AUSGEGLICHEN" DELIMITED BY SIZE
009170            INTO RP-LINE
009180     ELSE
009190        STRING "UMBUCHUNGEN SALDO           : " DELIMITED BY SIZE
009200            WS-AMOUNT-EDIT DELIMITED BY SIZE
009210            "  *** NICHT AUSGEGLICHEN ***" DELIMITED BY SIZE
009220            INTO RP-LINE
009230        DISPLAY "WARNUNG: UMBUCHUNGEN NICHT AUSGEGLICHEN - "
009240            "SIEHE GLRPT."
009250     END-IF
009260     WRITE RP-LINE
009270
009280     PERFORM 5200-PRINT-RECON-TIE THRU 5200-EXIT
009290
009300     DISPLAY "HAUPTBUCH-EXTRAKT BEENDET - " WS-LINE-COUNT
009310         " BUCHUNGSZEILEN IN " WS-HAUPTB-NAME
009320         " (BERICHT IN GLRPT)".
009330 5000-EXIT.
009340     EXIT.
009350
009360*****************************************************************
009370* 5100-PRINT-ROW-LINE - ONE REPORT LINE PER GLMAP ROW THAT WAS  *
009380*            USED TODAY; ALSO SUMS THE UMBUCHUNG ROWS WITH      *
009390*            THEIR STORNOS                                      *
009400*****************************************************************
009410 5100-PRINT-ROW-LINE.
009420     IF GT-TRANSFER (WS-GT-IX)
009430        ADD WS-GT-NET (WS-GT-IX) TO WS-TRANSFER-NET
009440        ADD WS-GT-REV-NET (WS-GT-IX) TO WS-TRANSFER-NET
009450     END-IF
009460     IF WS-GT-ENTRY-COUNT (WS-GT-IX) = ZERO
009470        GO TO 5100-EXIT
009480     END-IF
009490     ADD WS-GT-TAX (WS-GT-IX) TO WS-TAX-TOTAL
009500     MOVE WS-GT-ENTRY-COUNT (WS-GT-IX) TO WS-COUNT-EDIT
009510     MOVE WS-GT-NET (WS-GT-IX)         TO WS-AMOUNT-EDIT
009520     MOVE WS-GT-TAX (WS-GT-IX)         TO WS-TAX-EDIT
009530     MOVE WS-GT-CONTRA (WS-GT-IX)      TO WS-POST-ACCOUNT
009540     IF GT-REVERSAL (WS-GT-IX)
009550        MOVE "ORIGINAL"                TO WS-POST-ACCOUNT
009560     END-IF
009570     MOVE SPACES TO RP-LINE
009580     STRING WS-GT-ACTION (WS-GT-IX) DELIMITED BY SIZE
009590         "  " DELIMITED BY SIZE
009600         WS-COUNT-EDIT DELIMITED BY SIZE
009610         " " DELIMITED BY SIZE
009620         WS-AMOUNT-EDIT DELIMITED BY SIZE
009630         " " DELIMITED BY SIZE
009640         WS-TAX-EDIT DELIMITED BY SIZE
009650         "  " DELIMITED BY SIZE
009660         WS-POST-ACCOUNT DELIMITED BY SIZE
009670         INTO RP-LINE
009680     WRITE RP-LINE.
009690 5100-EXIT.
009700     EXIT.
009710
009720*****************************************************************
009730* 5200-PRINT-RECON-TIE - CUSTOMER DEPOSIT MOVEMENT AGAINST THE  *
009740*            MOVEMENT TOTAL ENDOFDAYRECON PROVED FOR THE DAY    *
009750*****************************************************************
009760 5200-PRINT-RECON-TIE.
009770     MOVE WS-DEPOSIT-MOVEMENT TO WS-AMOUNT-EDIT
009780     MOVE SPACES TO RP-LINE
009790     STRING "KUNDENEINLAGEN BEWEGUNG     : " DELIMITED BY SIZE
009800         WS-AMOUNT-EDIT DELIMITED BY SIZE
009810         "  KONTO " DELIMITED BY SIZE
009820         WS-DEPOSIT-ACCOUNT DELIMITED BY SIZE
009830         INTO RP-LINE
009840     WRITE RP-LINE
009850
009860     IF NOT RECON-FOUND
009870        MOVE SPACES TO RP-LINE
009880        STRING "TAGESABSTIMMUNG BEWEGUNG    : " DELIMITED BY SIZE
009890            "*** KEIN RECONSUM-SATZ VOM " DELIMITED BY SIZE
009900            WS-RUN-DATE DELIMITED BY SIZE
009910            " - NICHT ABGESTIMMT ***" DELIMITED BY SIZE
009920            INTO RP-LINE
009930        WRITE RP-LINE
009940        DISPLAY "WARNUNG: KEINE TAGESABSTIMMUNG VOM "
009950            WS-RUN-DATE " - HAUPTBUCH NICHT ABGESTIMMT."
009960        GO TO 5200-EXIT
009970     END-IF
009980
009990     MOVE RS-MOVEMENT-TOTAL TO WS-AMOUNT-EDIT
010000     MOVE SPACES TO RP-LINE
010010     STRING "TAGESABSTIMMUNG BEWEGUNG    : " DELIMITED BY SIZE
010020         WS-AMOUNT-EDIT DELIMITED BY SIZE
010030         INTO RP-LINE
010040     WRITE RP-LINE
010050
010060     COMPUTE WS-RECON-DIFFERENCE
010070         = WS-DEPOSIT-MOVEMENT - RS-MOVEMENT-TOTAL
010080     MOVE WS-RECON-DIFFERENCE TO WS-AMOUNT-EDIT
010090     MOVE SPACES TO RP-LINE
010100     IF WS-RECON-DIFFERENCE = ZERO
010110        AND RS-LOG-COUNT = WS-LOG-COUNT
010120        STRING "DIFFERENZ                   : " DELIMITED BY SIZE
010130            WS-AMOUNT-EDIT DELIMITED BY SIZE
010140            "  ABGESTIMMT" DELIMITED BY SIZE
010150            INTO RP-LINE
010160        WRITE RP-LINE
010170     ELSE
010180        STRING "DIFFERENZ                   : " DELIMITED BY SIZE
010190            WS-AMOUNT-EDIT DELIMITED BY SIZE
010200            "  *** NICHT ABGESTIMMT ***" DELIMITED BY SIZE
010210            INTO RP-LINE
010220        WRITE RP-LINE
010230        MOVE RS-LOG-COUNT TO WS-COUNT-EDIT
010240        MOVE SPACES TO RP-LINE
010250        STRING "PROTOKOLLEINTRAEGE ABSTIMM. : " DELIMITED BY SIZE
010260            WS-COUNT-EDIT DELIMITED BY SIZE
010270            "  (TRANLOG NACH DER ABSTIMMUNG VERAENDERT?)"
010280            DELIMITED BY SIZE
010290            INTO RP-LINE
010300        WRITE RP-LINE
010310        DISPLAY "WARNUNG: HAUPTBUCH UND TAGESABSTIMMUNG "
010320            "WEICHEN AB - SIEHE GLRPT."
010330     END-IF
010340
010350     IF RS-OOB-COUNT NUMERIC
010360        AND RS-OOB-COUNT NOT = ZERO
010370        MOVE RS-OOB-COUNT TO WS-COUNT-EDIT
010380        MOVE SPACES TO RP-LINE
010390        STRING "HINWEIS: TAGESABSTIMMUNG MIT " DELIMITED BY SIZE
010400            WS-COUNT-EDIT DELIMITED BY SIZE
010410            " UNSTIMMIGEN KONTEN (SIEHE RECONRPT)"
010420            DELIMITED BY SIZE
010430            INTO RP-LINE
010440        WRITE RP-LINE
010450     END-IF.
010460 5200-EXIT.
010470     EXIT.
010480
010490*****************************************************************
010500* 8000-MARK-STEP-DONE - SET THE HAUPTBUCH FLAG FOR THE          *
010510*            BUSINESS DATE ON BUSDATE                           *
010520*****************************************************************
010530 8000-MARK-STEP-DONE.
010540     OPEN INPUT BUSDATE
010550     IF WS-BUSDATE-STATUS NOT = "00"
010560        DISPLAY "FEHLER BEIM OEFFNEN VON BUSDATE, STATUS "
010570            WS-BUSDATE-STATUS
010580            " - SCHRITT HAUPTBUCH NICHT VERMERKT."
010590        GO TO 8000-EXIT
010600     END-IF
010610     READ BUSDATE
010620         AT END
010630             CLOSE BUSDATE
010640             DISPLAY "FEHLER: BUSDATE IST LEER - SCHRITT "
010650                 "HAUPTBUCH NICHT VERMERKT."
010660             GO TO 8000-EXIT
010670     END-READ
010680     CLOSE BUSDATE
010690     IF BD-BUSINESS-DATE NOT = WS-RUN-DATE
010700        DISPLAY "FEHLER: GESCHAEFTSDATUM WAEHREND DES LAUFS "
010710            "GEAENDERT - SCHRITT HAUPTBUCH NICHT VERMERKT."
010720        GO TO 8000-EXIT
010730     END-IF
010740     MOVE "J" TO BD-STEP-HAUPTBUCH
010750     OPEN OUTPUT BUSDATE
010760     IF WS-BUSDATE-STATUS NOT = "00"
010770        DISPLAY "FEHLER BEIM OEFFNEN VON BUSDATE, STATUS "
010780            WS-BUSDATE-STATUS
010790            " - SCHRITT HAUPTBUCH NICHT VERMERKT."
010800        GO TO 8000-EXIT
010810     END-IF
010820     WRITE BD-RECORD
010830     IF WS-BUSDATE-STATUS NOT = "00"
010840        DISPLAY "FEHLER BEIM SCHREIBEN VON BUSDATE, STATUS "
010850            WS-BUSDATE-STATUS " - STEUERSATZ MIT DAYCONTROL "
010860            "PRUEFEN."
010870        CLOSE BUSDATE
010880        GO TO 8000-EXIT
010890     END-IF
010900     CLOSE BUSDATE
010910     DISPLAY "SCHRITT HAUPTBUCH FUER GESCHAEFTSTAG "
010920         BD-BUSINESS-DATE " VERMERKT.".
010930 8000-EXIT.
010940     EXIT.
010950
010960*****************************************************************
010970* 9000-TERMINATE - CLOSE WHAT IS STILL OPEN                     *
010980*****************************************************************
010990 9000-TERMINATE.
011000     IF TRANLOG-OPEN
011010        CLOSE TRANLOG
011020     END-IF
011030     IF REPORT-OPEN
011040        CLOSE GLRPT
011050     END-IF.
011060 9000-EXIT.
011070     EXIT.
