000150*    NEXT MORNING, AND PRINTS A DAY-END ACTIVITY SUMMARY       *
000160*    (COUNTS BY TL-ACTION) TO ARCHRPT.                         *
000170*                                                               *
000180*    RUNS AFTER ENDOFDAYRECON AND GLEXTRACT, WHICH STILL       *
000190*    NEED THE DAY'S TRANLOG: BUSDATE MUST SHOW THE ABSTIMM     *
000200*    AND HAUPTBUCH STEPS DONE FOR THE BUSINESS DATE.  A        *
000210*    SECOND RUN ON THE SAME DAY IS REFUSED, SO THE             *
000220*    ARCHIVE CANNOT BE OVERWRITTEN WITH AN EMPTY LOG.          *
000230*                                                               *
000240*    EVERY MOVEMENT ENTRY (NON-ZERO TL-AMOUNT) IS ALSO WRITTEN *
000250*    TO THE PERMANENT UMSATZHISTORIE UMSHIST (HISTREC), KEYED  *
000260*    ON ACCOUNT NUMBER PLUS TIMESTAMP, FROM WHICH THE          *
000270*    STATEMENT, DORMANCY AND TELLER PROGRAMS READ.  AN ENTRY   *
000280*    ALREADY ON UMSHIST (RERUN AFTER AN ABORT) IS COUNTED, NOT *
000290*    WRITTEN TWICE.  UMSHIST IS OPENED BEFORE THE ARCHIVE IS   *
000300*    CREATED, SO A FAILED OPEN LEAVES NO ARCHIVE BEHIND.  A    *
000310*    RUN THAT ABORTS AFTER THAT LEAVES A PARTIAL               *
000320*    TRNARCH.JJJJMMTT AND TRANLOG UNTOUCHED; THE ABORT MESSAGE *
000330*    NAMES THE ARCHIVE, WHICH THE OPERATOR MUST DELETE BEFORE  *
000340*    THE RERUN, OR THE RERUN IS REFUSED AS ALREADY ARCHIVED.   *
000350*                                                               *
000360*    MODIFICATION HISTORY                                      *
000370*    ------------------------------------------------------    *
000380*    2026-08-21  HD  ORIGINAL VERSION.                         *
000390*    2026-09-02  HD  DAUERAUFTRAGSPFLEGE (DAUERA-*) ZAEHLT ZUR  *
000400*                    KONTOPFLEGE.                               *
000410*    2026-09-02  HD  EXTERNE UEBERWEISUNGEN (UEBERW-AUS)        *
000420*                    WERDEN EIGENSTAENDIG GEZAEHLT.             *
000430*    2026-10-15  HD  STORNO-EINTRAEGE WERDEN EIGENSTAENDIG      *
000440*                    GEZAEHLT.  RENUMBERED THE SOURCE.          *
000450*    2026-10-15  HD  DAS ARCHIVDATUM KOMMT AUS DEM              *
000460*                    GESCHAEFTSDATUM (BUSDATE) STATT AUS DEM    *
000470*                    SYSTEMDATUM. DIE ARCHIVIERUNG SETZT DEN    *
000480*                    GESCHLOSSENEN SCHALTER, DIE                *
000490*                    TAGESABSTIMMUNG UND DEN HAUPTBUCH-EXTRAKT  *
000500*                    VORAUS UND VERMERKT DEN SCHRITT ARCHIV.    *
000510*                    RENUMBERED THE SOURCE.                     *
000520*    2026-10-15  HD  VORMERKUNGEN (VORM-*) ZAEHLEN ZUR          *
000530*                    KONTOPFLEGE.  RENUMBERED THE SOURCE.       *
000540*    2026-10-15  HD  JEDER UMSATZEINTRAG (BETRAG UNGLEICH NULL) *
000550*                    WIRD ZUSAETZLICH IN DIE DAUERHAFTE         *
000560*                    UMSATZHISTORIE UMSHIST GESCHRIEBEN         *
000570*                    (SCHLUESSEL KONTO UND ZEITSTEMPEL).        *
000580*                    RENUMBERED THE SOURCE.                     *
000590*    2026-10-15  HD  UMSHIST WIRD VOR DEM ANLEGEN DES ARCHIVS   *
000600*                    GEOEFFNET; NACH EINEM ABBRUCH NENNT DIE    *
000610*                    MELDUNG DAS VOR DEM WIEDERHOLEN ZU         *
000620*                    LOESCHENDE ARCHIV. RENUMBERED THE SOURCE.  *
000630*                                                               *
000640*****************************************************************
000650
000660 ENVIRONMENT DIVISION.
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT TRANLOG ASSIGN TO "TRANLOG"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-TRANLOG-STATUS.
000720
000730     SELECT TRANARCH ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-TRANARCH-STATUS.
000760
000770     SELECT UMSHIST ASSIGN TO "UMSHIST"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS UH-KEY
000810         FILE STATUS IS WS-UMSHIST-STATUS.
000820
000830     SELECT BUSDATE ASSIGN TO "BUSDATE"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-BUSDATE-STATUS.
000860
000870     SELECT ARCHRPT ASSIGN TO "ARCHRPT"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-ARCHRPT-STATUS.
000900
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  TRANLOG
000940     LABEL RECORDS ARE STANDARD.
000950 COPY TRANREC.
000960
000970 FD  TRANARCH
000980     LABEL RECORDS ARE STANDARD.
000990 01  AR-RECORD                   PIC X(102).
001000
001010 FD  UMSHIST
001020     LABEL RECORDS ARE STANDARD.
001030 COPY HISTREC.
001040
001050 FD  BUSDATE
001060     LABEL RECORDS ARE STANDARD.
001070 COPY BDATREC.
001080
001090 FD  ARCHRPT
001100     LABEL RECORDS ARE STANDARD.
001110 01  RP-LINE                     PIC X(80).
001120
001130 WORKING-STORAGE SECTION.
001140*--------------------------------------------------------------*
001150* FILE STATUS AND CONDITION SWITCHES                            *
001160*--------------------------------------------------------------*
001170 01  WS-TRANLOG-STATUS           PIC X(02) VALUE "00".
001180 01  WS-TRANARCH-STATUS          PIC X(02) VALUE "00".
001190 01  WS-ARCHRPT-STATUS           PIC X(02) VALUE "00".
001200 01  WS-BUSDATE-STATUS           PIC X(02) VALUE "00".
001210 01  WS-UMSHIST-STATUS           PIC X(02) VALUE "00".
001220 01  WS-TRANLOG-EOF-SW           PIC X(01) VALUE "N".
001230     88  TRANLOG-EOF                       VALUE "Y".
001240 01  WS-ABORT-RUN-SW             PIC X(01) VALUE "N".
001250     88  ABORT-RUN                         VALUE "Y".
001260 01  WS-HIST-DONE-SW             PIC X(01) VALUE "N".
001270     88  HIST-DONE                         VALUE "Y".
001280
001290*--------------------------------------------------------------*
001300* UMSATZHISTORIE - THE ENTRY BEING WRITTEN, KEPT WHILE A       *
001310* DUPLICATE KEY IS READ BACK FOR COMPARISON                    *
001320*--------------------------------------------------------------*
001330 01  WS-HIST-SAVE-KEY            PIC X(25).
001340 01  WS-HIST-SAVE-DATA           PIC X(91).
001350 01  WS-HIST-SEQ                 PIC 9(02) VALUE ZERO.
001360 01  WS-HIST-WRITTEN-COUNT       PIC 9(06) COMP VALUE ZERO.
001370 01  WS-HIST-PRESENT-COUNT       PIC 9(06) COMP VALUE ZERO.
001380
001390*--------------------------------------------------------------*
001400* ARCHIVE NAMING                                                *
001410*--------------------------------------------------------------*
001420 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001430 01  WS-ARCHIVE-NAME             PIC X(16) VALUE SPACES.
001440
001450*--------------------------------------------------------------*
001460* ACTIVITY COUNTERS BY ACTION                                   *
001470*--------------------------------------------------------------*
001480 01  WS-TOTAL-COUNT              PIC 9(06) COMP VALUE ZERO.
001490 01  WS-ABFRAGE-COUNT            PIC 9(06) COMP VALUE ZERO.
001500 01  WS-EINZAHLUNG-COUNT         PIC 9(06) COMP VALUE ZERO.
001510 01  WS-AUSZAHLUNG-COUNT         PIC 9(06) COMP VALUE ZERO.
001520 01  WS-UMBUCH-AUS-COUNT         PIC 9(06) COMP VALUE ZERO.
001530 01  WS-UMBUCH-EIN-COUNT         PIC 9(06) COMP VALUE ZERO.
001540 01  WS-UEBERW-AUS-COUNT         PIC 9(06) COMP VALUE ZERO.
001550 01  WS-ZINSEN-COUNT             PIC 9(06) COMP VALUE ZERO.
001560 01  WS-STORNO-COUNT             PIC 9(06) COMP VALUE ZERO.
001570 01  WS-ABGELEHNT-COUNT          PIC 9(06) COMP VALUE ZERO.
001580 01  WS-FEHLER-COUNT             PIC 9(06) COMP VALUE ZERO.
001590 01  WS-PFLEGE-COUNT             PIC 9(06) COMP VALUE ZERO.
001600 01  WS-SONSTIGE-COUNT           PIC 9(06) COMP VALUE ZERO.
001610
001620*--------------------------------------------------------------*
001630* REPORT EDIT FIELDS                                            *
001640*--------------------------------------------------------------*
001650 01  WS-COUNT-EDIT               PIC Z(05)9.
001660 01  WS-ACTION-LABEL             PIC X(14).
001670
001680 PROCEDURE DIVISION.
001690*****************************************************************
001700* 0000-MAINLINE                                                *
001710*****************************************************************
001720 0000-MAINLINE.
001730     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001740     IF NOT ABORT-RUN
001750        PERFORM 2000-COPY-LOG-RECORD THRU 2000-EXIT
001760            UNTIL TRANLOG-EOF
001770        PERFORM 3000-RESET-TRANLOG THRU 3000-EXIT
001780        PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT
001790     END-IF
001800     IF NOT ABORT-RUN
001810        PERFORM 8000-MARK-STEP-DONE THRU 8000-EXIT
001820     END-IF
001830     PERFORM 9000-TERMINATE THRU 9000-EXIT
001840     STOP RUN.
001850
001860*****************************************************************
001870* 1000-INITIALIZE - BUILD THE DATED ARCHIVE NAME, REFUSE A      *
001880*            SECOND RUN FOR THE SAME DAY, OPEN THE FILES        *
001890*****************************************************************
001900 1000-INITIALIZE.
001910     PERFORM 1050-CHECK-BUSINESS-DATE THRU 1050-EXIT
001920     IF ABORT-RUN
001930        GO TO 1000-EXIT
001940     END-IF
001950     MOVE SPACES TO WS-ARCHIVE-NAME
001960     STRING "TRNARCH." DELIMITED BY SIZE
001970         WS-RUN-DATE DELIMITED BY SIZE
001980         INTO WS-ARCHIVE-NAME
001990
002000     OPEN INPUT TRANARCH
002010     IF WS-TRANARCH-STATUS = "00"
002020        CLOSE TRANARCH
002030        DISPLAY "FEHLER: ARCHIV " WS-ARCHIVE-NAME
002040            " EXISTIERT BEREITS - LAUF ABGELEHNT."
002050        SET ABORT-RUN TO TRUE
002060        GO TO 1000-EXIT
002070     END-IF
002080
002090     OPEN INPUT TRANLOG
002100     IF WS-TRANLOG-STATUS NOT = "00"
002110        DISPLAY "FEHLER BEIM OEFFNEN VON TRANLOG, STATUS "
002120            WS-TRANLOG-STATUS
002130        SET ABORT-RUN TO TRUE
002140        GO TO 1000-EXIT
002150     END-IF
002160
002170     OPEN I-O UMSHIST
002180     IF WS-UMSHIST-STATUS = "35"
002190        OPEN OUTPUT UMSHIST
002200        CLOSE UMSHIST
002210        OPEN I-O UMSHIST
002220     END-IF
002230     IF WS-UMSHIST-STATUS NOT = "00"
002240        DISPLAY "FEHLER BEIM OEFFNEN VON UMSHIST, STATUS "
002250            WS-UMSHIST-STATUS
002260        SET ABORT-RUN TO TRUE
002270        GO TO 1000-EXIT
002280     END-IF
002290
002300     OPEN OUTPUT TRANARCH
002310     IF WS-TRANARCH-STATUS NOT = "00"
002320        DISPLAY "FEHLER BEIM ANLEGEN VON " WS-ARCHIVE-NAME
002330            ", STATUS " WS-TRANARCH-STATUS
002340        SET ABORT-RUN TO TRUE
002350        GO TO 1000-EXIT
002360     END-IF
002370
002380     OPEN OUTPUT ARCHRPT.
002390 1000-EXIT.
002400     EXIT.
002410
002420*****************************************************************
002430* 1050-CHECK-BUSINESS-DATE - PROCESSING DATE FROM BUSDATE;      *
002440*            THE ONLINE DAY MUST BE CLOSED, THE END OF DAY      *
002450*            RECONCILIATION AND THE GL EXTRACT DONE             *
002460*****************************************************************
002470 1050-CHECK-BUSINESS-DATE.
002480     OPEN INPUT BUSDATE
002490     IF WS-BUSDATE-STATUS NOT = "00"
002500        DISPLAY "FEHLER BEIM OEFFNEN VON BUSDATE, STATUS "
002510            WS-BUSDATE-STATUS " - LAUF ABGELEHNT."
002520        SET ABORT-RUN TO TRUE
002530        GO TO 1050-EXIT
002540     END-IF
002550     READ BUSDATE
002560         AT END
002570             CLOSE BUSDATE
002580             DISPLAY "FEHLER: BUSDATE IST LEER - LAUF ABGELEHNT."
002590             SET ABORT-RUN TO TRUE
002600             GO TO 1050-EXIT
002610     END-READ
002620     CLOSE BUSDATE
002630     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
002640     IF NOT BD-ONLINE-CLOSED
002650        DISPLAY "GESCHAEFTSTAG " BD-BUSINESS-DATE
002660            ": SCHALTER NICHT GESCHLOSSEN - LAUF ABGELEHNT."
002670        SET ABORT-RUN TO TRUE
002680        GO TO 1050-EXIT
002690     END-IF
002700     IF NOT BD-ABSTIMM-DONE
002710        DISPLAY "GESCHAEFTSTAG " BD-BUSINESS-DATE
002720            ": TAGESABSTIMMUNG (ABSTIMM) FEHLT - "
002730            "LAUF ABGELEHNT."
002740        SET ABORT-RUN TO TRUE
002750        GO TO 1050-EXIT
002760     END-IF
002770     IF NOT BD-HAUPTBUCH-DONE
002780        DISPLAY "GESCHAEFTSTAG " BD-BUSINESS-DATE
002790            ": HAUPTBUCH-EXTRAKT (HAUPTBUCH) FEHLT - "
002800            "LAUF ABGELEHNT."
002810        SET ABORT-RUN TO TRUE
002820     END-IF.
002830 1050-EXIT.
002840     EXIT.
002850
002860*****************************************************************
002870* 2000-COPY-LOG-RECORD - ONE ENTRY INTO THE ARCHIVE, COUNTED    *
002880*            BY ACTION; A MOVEMENT ALSO INTO THE UMSATZHISTORIE *
002890*****************************************************************
002900 2000-COPY-LOG-RECORD.
002910     READ TRANLOG
002920         AT END
002930             MOVE "Y" TO WS-TRANLOG-EOF-SW
002940             GO TO 2000-EXIT
002950     END-READ
002960     ADD 1 TO WS-TOTAL-COUNT
002970
002980     EVALUATE TL-ACTION
002990         WHEN "ABFRAGE"
003000             ADD 1 TO WS-ABFRAGE-COUNT
003010         WHEN "EINZAHLUNG"
003020             ADD 1 TO WS-EINZAHLUNG-COUNT
003030         WHEN "AUSZAHLUNG"
003040             ADD 1 TO WS-AUSZAHLUNG-COUNT
003050         WHEN "UMBUCH-AUS"
003060             ADD 1 TO WS-UMBUCH-AUS-COUNT
003070         WHEN "UMBUCH-EIN"
003080             ADD 1 TO WS-UMBUCH-EIN-COUNT
003090         WHEN "UEBERW-AUS"
003100             ADD 1 TO WS-UEBERW-AUS-COUNT
003110         WHEN "ZINSEN"
003120             ADD 1 TO WS-ZINSEN-COUNT
003130         WHEN "STORNO"
003140             ADD 1 TO WS-STORNO-COUNT
003150         WHEN "ABGELEHNT"
003160             ADD 1 TO WS-ABGELEHNT-COUNT
003170         WHEN "FEHLER"
003180             ADD 1 TO WS-FEHLER-COUNT
003190         WHEN "NEUKONTO"
003200             ADD 1 TO WS-PFLEGE-COUNT
003210         WHEN "AENDERUNG"
003220             ADD 1 TO WS-PFLEGE-COUNT
003230         WHEN "SCHLIESSEN"
003240         WHEN "SPERRE"
003250         WHEN "ENTSPERRT"
003260             ADD 1 TO WS-PFLEGE-COUNT
003270         WHEN "DAUERA-NEU"
003280         WHEN "DAUERA-AEN"
003290         WHEN "DAUERA-LOE"
003300         WHEN "NEUKUNDE"
003310         WHEN "LIMITAEND"
003320         WHEN "VORERFASST"
003330         WHEN "FREISTELL"
003340         WHEN "VORM-NEU"
003350         WHEN "VORM-AEN"
003360         WHEN "VORM-AUF"
003370         WHEN "VORM-ABL"
003380             ADD 1 TO WS-PFLEGE-COUNT
003390         WHEN OTHER
003400             ADD 1 TO WS-SONSTIGE-COUNT
003410     END-EVALUATE
003420
003430     MOVE SPACES    TO AR-RECORD
003440     MOVE TL-RECORD TO AR-RECORD
003450     WRITE AR-RECORD
003460     IF WS-TRANARCH-STATUS NOT = "00"
003470        DISPLAY "FEHLER BEIM SCHREIBEN DES ARCHIVS, STATUS "
003480            WS-TRANARCH-STATUS " - LAUF ABGEBROCHEN."
003490        DISPLAY "TRANLOG BLEIBT ERHALTEN - " WS-ARCHIVE-NAME
003500            " VOR DEM WIEDERHOLEN LOESCHEN."
003510        SET ABORT-RUN TO TRUE
003520        MOVE "Y" TO WS-TRANLOG-EOF-SW
003530        GO TO 2000-EXIT
003540     END-IF
003550     IF TL-AMOUNT NUMERIC
003560        AND TL-AMOUNT NOT = ZERO
003570        PERFORM 2500-WRITE-HISTORY THRU 2500-EXIT
003580     END-IF.
003590 2000-EXIT.
003600     EXIT.
003610
003620*****************************************************************
003630* 2500-WRITE-HISTORY - ONE MOVEMENT INTO UMSHIST.  ON AN        *
003640*            EXISTING KEY THE RECORD ON FILE IS READ BACK: THE  *
003650*            SAME ENTRY (RERUN) IS COUNTED AS PRESENT, ANOTHER  *
003660*            ENTRY WITH THE SAME TIMESTAMP GETS THE NEXT UH-SEQ *
003670*****************************************************************
003680 2500-WRITE-HISTORY.
003690     MOVE SPACES             TO UH-RECORD
003700     MOVE TL-ACCT-NUMBER     TO UH-ACCT-NUMBER
003710     MOVE TL-TIMESTAMP       TO UH-TIMESTAMP
003720     MOVE ZERO               TO UH-SEQ
003730     MOVE WS-RUN-DATE        TO UH-ARCHIVE-DATE
003740     MOVE TL-ACTION          TO UH-ACTION
003750     MOVE TL-SEARCH-TEXT     TO UH-SEARCH-TEXT
003760     MOVE TL-BALANCE-DISPLAY TO UH-BALANCE-DISPLAY
003770     MOVE TL-TELLER-ID       TO UH-TELLER-ID
003780     MOVE TL-AMOUNT          TO UH-AMOUNT
003790     MOVE UH-KEY             TO WS-HIST-SAVE-KEY
003800     MOVE UH-DATA            TO WS-HIST-SAVE-DATA
003810     MOVE ZERO               TO WS-HIST-SEQ
003820     MOVE "N"                TO WS-HIST-DONE-SW
003830     PERFORM 2510-TRY-HISTORY-KEY THRU 2510-EXIT
003840         UNTIL HIST-DONE.
003850 2500-EXIT.
003860     EXIT.
003870
003880 2510-TRY-HISTORY-KEY.
003890     MOVE WS-HIST-SAVE-KEY  TO UH-KEY
003900     MOVE WS-HIST-SEQ       TO UH-SEQ
003910     MOVE WS-HIST-SAVE-DATA TO UH-DATA
003920     WRITE UH-RECORD
003930     IF WS-UMSHIST-STATUS = "00"
003940        ADD 1 TO WS-HIST-WRITTEN-COUNT
003950        MOVE "Y" TO WS-HIST-DONE-SW
003960        GO TO 2510-EXIT
003970     END-IF
003980     IF WS-UMSHIST-STATUS NOT = "22"
003990        OR WS-HIST-SEQ = 99
004000        DISPLAY "FEHLER BEIM SCHREIBEN VON UMSHIST, STATUS "
004010            WS-UMSHIST-STATUS ", KONTO " TL-ACCT-NUMBER
004020            " " TL-TIMESTAMP " - LAUF ABGEBROCHEN."
004030        DISPLAY "TRANLOG BLEIBT ERHALTEN - " WS-ARCHIVE-NAME
004040            " VOR DEM WIEDERHOLEN LOESCHEN."
004050        SET ABORT-RUN TO TRUE
004060        MOVE "Y" TO WS-TRANLOG-EOF-SW
004070        MOVE "Y" TO WS-HIST-DONE-SW
004080        GO TO 2510-EXIT
004090     END-IF
004100     READ UMSHIST
004110         KEY IS UH-KEY
004120         INVALID KEY
004130             MOVE SPACES TO UH-DATA
004140     END-READ
004150     IF UH-DATA = WS-HIST-SAVE-DATA
004160        ADD 1 TO WS-HIST-PRESENT-COUNT
004170        MOVE "Y" TO WS-HIST-DONE-SW
004180        GO TO 2510-EXIT
004190     END-IF
004200     ADD 1 TO WS-HIST-SEQ.
004210 2510-EXIT.
004220     EXIT.
004230
004240*****************************************************************
004250* 3000-RESET-TRANLOG - LEAVE A FRESH EMPTY LOG FOR TOMORROW.    *
004260*            ONLY AFTER THE ARCHIVE WAS WRITTEN CLEANLY.        *
004270*****************************************************************
004280 3000-RESET-TRANLOG.
004290     IF ABORT-RUN
004300        DISPLAY "TRANLOG BLEIBT UNVERAENDERT."
004310        GO TO 3000-EXIT
004320     END-IF
004330     CLOSE TRANLOG
004340     CLOSE TRANARCH
004350     CLOSE UMSHIST
004360     OPEN OUTPUT TRANLOG
004370     CLOSE TRANLOG
004380     IF WS-TRANLOG-STATUS NOT = "00"
004390        DISPLAY "WARNUNG: TRANLOG NICHT ZURUECKGESETZT, "
004400            "STATUS " WS-TRANLOG-STATUS
004410     END-IF.
004420 3000-EXIT.
004430     EXIT.
004440
004450*****************************************************************
004460* 4000-PRINT-SUMMARY - DAY-END ACTIVITY COUNTS BY ACTION        *
004470*****************************************************************
004480 4000-PRINT-SUMMARY.
004490     MOVE SPACES TO RP-LINE
004500     STRING "TAGESABSCHNITT TRANLOG " DELIMITED BY SIZE
004510         WS-RUN-DATE DELIMITED BY SIZE
004520         " -> " DELIMITED BY SIZE
004530         WS-ARCHIVE-NAME DELIMITED BY SIZE
004540         INTO RP-LINE
004550     WRITE RP-LINE
004560     MOVE ALL "-" TO RP-LINE
004570     WRITE RP-LINE
004580
004590     MOVE "ABFRAGE"    TO WS-ACTION-LABEL
004600     MOVE WS-ABFRAGE-COUNT TO WS-COUNT-EDIT
004610     PERFORM 4100-WRITE-COUNT-LINE THRU 4100-EXIT
004620     MOVE "EINZAHLUNG" TO WS-ACTION-LABEL
004630     MOVE WS-EINZAHLUNG-COUNT TO WS-COUNT-EDIT
004640     PERFORM 4100-WRITE-COUNT-LINE THRU 4100-EXIT
004650     MOVE "AUSZAHLUNG" TO WS-ACTION-LABEL
004660     MOVE WS-AUSZAHLUNG-COUNT TO WS-COUNT-EDIT
004670     PERFORM 4100-WRITE-COUNT-LINE THRU 4100-EXIT
004680     MOVE "UMBUCH-AUS" TO WS-ACTION-LABEL
004690     MOVE WS-UMBUCH-AUS-COUNT TO WS-COUNT-EDIT
004700     PERFORM 4100-WRITE-COUNT-LINE THRU 4100-EXIT
004710     MOVE "UMBUCH-EIN" TO WS-ACTION-LABEL
004720     MOVE WS-UMBUCH-EIN-COUNT TO WS-COUNT-EDIT
004730     PERFORM 4100-WRITE-COUNT-LINE THRU 4100-EXIT
004740     MOVE "UEBERW-AUS" TO WS-ACTION-LABEL
004750     MOVE WS-UEBERW-AUS-COUNT TO WS-COUNT-EDIT
004760     PERFORM 4100-WRITE-COUNT-LINE THRU 4100-EXIT
004770     MOVE "ZINSEN"     TO WS-ACTION-LABEL
004780     MOVE WS-ZINSEN-COUNT TO WS-COUNT-EDIT
004790     PERFORM 4100-WRITE-COUNT-LINE THRU 4100-EXIT
004800     MOVE "STORNO"     TO WS-ACTION-LABEL
004810     MOVE WS-STORNO-COUNT TO WS-COUNT-EDIT
004820     PERFORM 4100-WRITE-COUNT-LINE THRU 4100-EXIT
004830     MOVE "ABGELEHNT"  TO WS-ACTION-LABEL
004840     MOVE WS-ABGELEHNT-COUNT TO WS-COUNT-EDIT
004850     PERFORM 4100-WRITE-COUNT-LINE THRU 4100-EXIT
004860     MOVE "FEHLER"     TO WS-ACTION-LABEL
004870     MOVE WS-FEHLER-COUNT TO WS-COUNT-EDIT
004880     PERFORM 4100-WRITE-COUNT-LINE THRU 4100-EXIT
004890     MOVE "KONTOPFLEGE" TO WS-ACTION-LABEL
004900     MOVE WS-PFLEGE-COUNT TO WS-COUNT-EDIT
004910     PERFORM 4100-WRITE-COUNT-LINE THRU 4100-EXIT
004920     MOVE "SONSTIGE"   TO WS-ACTION-LABEL
004930     MOVE WS-SONSTIGE-COUNT TO WS-COUNT-EDIT
004940     PERFORM 4100-WRITE-COUNT-LINE THRU 4100-EXIT
004950
004960     MOVE ALL "-" TO RP-LINE
004970     WRITE RP-LINE
004980     MOVE "GESAMT"     TO WS-ACTION-LABEL
004990     MOVE WS-TOTAL-COUNT TO WS-COUNT-EDIT
005000     PERFORM 4100-WRITE-COUNT-LINE THRU 4100-EXIT
005010
005020     MOVE ALL "-" TO RP-LINE
005030     WRITE RP-LINE
005040     MOVE "UMSHIST NEU" TO WS-ACTION-LABEL
005050     MOVE WS-HIST-WRITTEN-COUNT TO WS-COUNT-EDIT
005060     PERFORM 4100-WRITE-COUNT-LINE THRU 4100-EXIT
005070     MOVE "UMSHIST VORH." TO WS-ACTION-LABEL
005080     MOVE WS-HIST-PRESENT-COUNT TO WS-COUNT-EDIT
005090     PERFORM 4100-WRITE-COUNT-LINE THRU 4100-EXIT.
005100 4000-EXIT.
005110     EXIT.
005120
005130 4100-WRITE-COUNT-LINE.
005140     MOVE SPACES TO RP-LINE
005150     STRING WS-ACTION-LABEL DELIMITED BY SIZE
005160         ": " DELIMITED BY SIZE
005170         WS-COUNT-EDIT DELIMITED BY SIZE
005180         INTO RP-LINE
005190     WRITE RP-LINE.
005200 4100-EXIT.
005210     EXIT.
005220
005230*****************************************************************
005240* 8000-MARK-STEP-DONE - SET THE ARCHIV FLAG FOR THE             *
005250*            BUSINESS DATE ON BUSDATE                           *
005260*****************************************************************
005270 8000-MARK-STEP-DONE.
005280     OPEN INPUT BUSDATE
005290     IF WS-BUSDATE-STATUS NOT = "00"
005300        DISPLAY "FEHLER BEIM OEFFNEN VON BUSDATE, STATUS "
005310            WS-BUSDATE-STATUS
005320            " - SCHRITT ARCHIV NICHT VERMERKT."
005330        GO TO 8000-EXIT
005340     END-IF
005350     READ BUSDATE
005360         AT END
005370             CLOSE BUSDATE
005380             DISPLAY "FEHLER: BUSDATE IST LEER - SCHRITT "
005390                 "ARCHIV NICHT VERMERKT."
005400             GO TO 8000-EXIT
005410     END-READ
005420     CLOSE BUSDATE
005430     IF BD-BUSINESS-DATE NOT = WS-RUN-DATE
005440        DISPLAY "FEHLER: GESCHAEFTSDATUM WAEHREND DES LAUFS "
005450            "GEAENDERT - SCHRITT ARCHIV NICHT VERMERKT."
005460        GO TO 8000-EXIT
005470     END-IF
005480     MOVE "J" TO BD-STEP-ARCHIV
005490     OPEN OUTPUT BUSDATE
005500     IF WS-BUSDATE-STATUS NOT = "00"
005510        DISPLAY "FEHLER BEIM OEFFNEN VON BUSDATE, STATUS "
005520            WS-BUSDATE-STATUS
005530            " - SCHRITT ARCHIV NICHT VERMERKT."
005540        GO TO 8000-EXIT
005550     END-IF
005560     WRITE BD-RECORD
005570     IF WS-BUSDATE-STATUS NOT = "00"
005580        DISPLAY "FEHLER BEIM SCHREIBEN VON BUSDATE, STATUS "
005590            WS-BUSDATE-STATUS " - STEUERSATZ MIT DAYCONTROL "
005600            "PRUEFEN."
005610        CLOSE BUSDATE
005620        GO TO 8000-EXIT
005630     END-IF
005640     CLOSE BUSDATE
005650     DISPLAY "SCHRITT ARCHIV FUER GESCHAEFTSTAG "
005660         BD-BUSINESS-DATE " VERMERKT.".
005670 8000-EXIT.
005680     EXIT.
005690
005700*****************************************************************
005710* 9000-TERMINATE - CLOSE WHAT IS STILL OPEN                     *
005720*****************************************************************
005730 9000-TERMINATE.
005740     CLOSE ARCHRPT
005750     IF NOT ABORT-RUN
005760        DISPLAY "TAGESABSCHNITT BEENDET - " WS-TOTAL-COUNT
005770            " EINTRAEGE ARCHIVIERT IN " WS-ARCHIVE-NAME "."
005780     END-IF.
005790 9000-EXIT.
005800     EXIT.
