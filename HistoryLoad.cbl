000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HistoryLoad.
000030 AUTHOR. H. DECKER.
000040 INSTALLATION. RETAIL BANKING OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*    HISTORYLOAD - ERSTBEFUELLUNG DER UMSATZHISTORIE AUS DEN    *
000100*                  TAGESARCHIVEN                                *
000110*                                                               *
000120*    ONE-OFF LOAD OF THE UMSATZHISTORIE (UMSHIST, COPYBOOK      *
000130*    HISTREC) FROM THE DATED TRANLOG ARCHIVES TRNARCH.JJJJMMTT. *
000140*    WALKS EVERY CALENDAR DAY FROM 1 JANUARY TEN YEARS BEFORE   *
000150*    THE BUSINESS DATE (THE OLDEST YEAR STILL UNDER RETENTION)  *
000160*    UP TO THE BUSINESS DATE, OPENS THE ARCHIVE WHEN ONE        *
000170*    EXISTS AND WRITES EVERY MOVEMENT ENTRY (NON-ZERO           *
000180*    TL-AMOUNT) WITH THE ARCHIVE DATE, EXACTLY AS THE NIGHTLY   *
000190*    TRANLOGARCHIVE DOES FROM THEN ON.                          *
000200*                                                               *
000210*    AN ENTRY ALREADY ON UMSHIST IS COUNTED AS PRESENT AND NOT  *
000220*    WRITTEN AGAIN, SO THE LOAD MAY BE REPEATED AFTER AN ABORT  *
000230*    OR RUN AFTER TRANLOGARCHIVE HAS ALREADY LOADED SOME DAYS.  *
000240*    EACH ARCHIVE DAY READ GETS A LINE ON LOADRPT, FOLLOWED BY  *
000250*    THE RUN TOTALS.                                            *
000260*                                                               *
000270*    MODIFICATION HISTORY                                       *
000280*    ------------------------------------------------------     *
000290*    2026-10-15  HD  ORIGINAL VERSION.                          *
000300*    2026-10-15  HD  DIE DATEIEN WERDEN AUCH NACH EINEM ABBRUCH *
000310*                    GESCHLOSSEN. RENUMBERED THE SOURCE.        *
000320*                                                               *
000330*****************************************************************
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT BUSDATE ASSIGN TO "BUSDATE"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-BUSDATE-STATUS.
000410
000420     SELECT TRANARCH ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-TRANARCH-STATUS.
000450
000460     SELECT UMSHIST ASSIGN TO "UMSHIST"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS UH-KEY
000500         FILE STATUS IS WS-UMSHIST-STATUS.
000510
000520     SELECT LOADRPT ASSIGN TO "LOADRPT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-LOADRPT-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  BUSDATE
000590     LABEL RECORDS ARE STANDARD.
000600 COPY BDATREC.
000610
000620 FD  TRANARCH
000630     LABEL RECORDS ARE STANDARD.
000640 COPY TRANREC.
000650
000660 FD  UMSHIST
000670     LABEL RECORDS ARE STANDARD.
000680 COPY HISTREC.
000690
000700 FD  LOADRPT
000710     LABEL RECORDS ARE STANDARD.
000720 01  RP-LINE                     PIC X(80).
000730
000740 WORKING-STORAGE SECTION.
000750*--------------------------------------------------------------*
000760* FILE STATUS AND CONDITION SWITCHES                           *
000770*--------------------------------------------------------------*
000780 01  WS-BUSDATE-STATUS           PIC X(02) VALUE "00".
000790 01  WS-TRANARCH-STATUS          PIC X(02) VALUE "00".
000800 01  WS-UMSHIST-STATUS           PIC X(02) VALUE "00".
000810 01  WS-LOADRPT-STATUS           PIC X(02) VALUE "00".
000820 01  WS-TRANARCH-EOF-SW          PIC X(01) VALUE "N".
000830     88  TRANARCH-EOF                      VALUE "Y".
000840 01  WS-ABORT-RUN-SW             PIC X(01) VALUE "N".
000850     88  ABORT-RUN                         VALUE "Y".
000860 01  WS-HIST-DONE-SW             PIC X(01) VALUE "N".
000870     88  HIST-DONE                         VALUE "Y".
000880
000890*--------------------------------------------------------------*
000900* LOAD WINDOW - 1 JANUARY TEN YEARS BACK UP TO THE RUN DATE    *
000910*--------------------------------------------------------------*
000920 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000930 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
000940     05  WS-RUN-YEAR             PIC 9(04).
000950     05  WS-RUN-MONTH            PIC 9(02).
000960     05  WS-RUN-DAY              PIC 9(02).
000970 01  WS-SCAN-DATE                PIC 9(08) VALUE ZERO.
000980 01  WS-SCAN-DATE-PARTS REDEFINES WS-SCAN-DATE.
000990     05  WS-SCAN-YEAR            PIC 9(04).
001000     05  WS-SCAN-MONTH           PIC 9(02).
001010     05  WS-SCAN-DAY             PIC 9(02).
001020 01  WS-MONTH-END-DAY            PIC 9(02) VALUE ZERO.
001030 01  WS-YEAR-REMAINDER           PIC 9(04) COMP VALUE ZERO.
001040 01  WS-MONTH-DAYS-TABLE.
001050     05  FILLER                  PIC X(24)
001060         VALUE "312831303130313130313031".
001070 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
001080     05  WS-DAYS-IN-MONTH        PIC 9(02) OCCURS 12 TIMES.
001090 01  WS-ARCHIVE-NAME             PIC X(16) VALUE SPACES.
001100
001110*--------------------------------------------------------------*
001120* UMSATZHISTORIE - THE ENTRY BEING WRITTEN, KEPT WHILE A       *
001130* DUPLICATE KEY IS READ BACK FOR COMPARISON                    *
001140*--------------------------------------------------------------*
001150 01  WS-HIST-SAVE-KEY            PIC X(25).
001160 01  WS-HIST-SAVE-DATA           PIC X(91).
001170 01  WS-HIST-SEQ                 PIC 9(02) VALUE ZERO.
001180
001190*--------------------------------------------------------------*
001200* RUN COUNTERS - PER ARCHIVE DAY AND FOR THE WHOLE LOAD        *
001210*--------------------------------------------------------------*
001220 01  WS-DAY-READ-COUNT           PIC 9(06) COMP VALUE ZERO.
001230 01  WS-DAY-WRITTEN-COUNT        PIC 9(06) COMP VALUE ZERO.
001240 01  WS-DAY-PRESENT-COUNT        PIC 9(06) COMP VALUE ZERO.
001250 01  WS-ARCHIVE-COUNT            PIC 9(06) COMP VALUE ZERO.
001260 01  WS-SKIPPED-COUNT            PIC 9(06) COMP VALUE ZERO.
001270 01  WS-READ-COUNT               PIC 9(09) COMP VALUE ZERO.
001280 01  WS-WRITTEN-COUNT            PIC 9(09) COMP VALUE ZERO.
001290 01  WS-PRESENT-COUNT            PIC 9(09) COMP VALUE ZERO.
001300
001310*--------------------------------------------------------------*
001320* REPORT EDIT FIELDS                                           *
001330*--------------------------------------------------------------*
001340 01  WS-COUNT-EDIT               PIC Z(08)9.
001350 01  WS-COUNT-EDIT-2             PIC Z(08)9.
001360 01  WS-COUNT-EDIT-3             PIC Z(08)9.
001370 01  WS-WINDOW-START             PIC 9(08) VALUE ZERO.
001380
001390 PROCEDURE DIVISION.
001400*****************************************************************
001410* 0000-MAINLINE                                                 *
001420*****************************************************************
001430 0000-MAINLINE.
001440     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001450     IF NOT ABORT-RUN
001460        PERFORM 2000-LOAD-ONE-DAY THRU 2000-EXIT
001470            UNTIL WS-SCAN-DATE > WS-RUN-DATE
001480            OR ABORT-RUN
001490        PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT
001500     END-IF
001510     PERFORM 9000-TERMINATE THRU 9000-EXIT
001520     STOP RUN.
001530
001540*****************************************************************
001550* 1000-INITIALIZE - LOAD WINDOW AND FILE OPENS                  *
001560*****************************************************************
001570 1000-INITIALIZE.
001580     PERFORM 1050-CHECK-BUSINESS-DATE THRU 1050-EXIT
001590     IF ABORT-RUN
001600        GO TO 1000-EXIT
001610     END-IF
001620     MOVE WS-RUN-DATE TO WS-SCAN-DATE
001630     SUBTRACT 10 FROM WS-SCAN-YEAR
001640     MOVE 1 TO WS-SCAN-MONTH
001650     MOVE 1 TO WS-SCAN-DAY
001660     MOVE WS-SCAN-DATE TO WS-WINDOW-START
001670     DISPLAY "UMSATZHISTORIE LADEN " WS-WINDOW-START
001680         " BIS " WS-RUN-DATE
001690
001700     OPEN I-O UMSHIST
001710     IF WS-UMSHIST-STATUS = "35"
001720        OPEN OUTPUT UMSHIST
001730        CLOSE UMSHIST
001740        OPEN I-O UMSHIST
001750     END-IF
001760     IF WS-UMSHIST-STATUS NOT = "00"
001770        DISPLAY "FEHLER BEIM OEFFNEN VON UMSHIST, STATUS "
001780            WS-UMSHIST-STATUS
001790        SET ABORT-RUN TO TRUE
001800        GO TO 1000-EXIT
001810     END-IF
001820
001830     OPEN OUTPUT LOADRPT
001840     MOVE SPACES TO RP-LINE
001850     STRING "UMSATZHISTORIE AUS DEN ARCHIVEN " DELIMITED BY SIZE
001860         WS-WINDOW-START DELIMITED BY SIZE
001870         " BIS " DELIMITED BY SIZE
001880         WS-RUN-DATE DELIMITED BY SIZE
001890         INTO RP-LINE
001900     WRITE RP-LINE
001910     MOVE ALL "-" TO RP-LINE
001920     WRITE RP-LINE.
001930 1000-EXIT.
001940     EXIT.
001950
001960*****************************************************************
001970* 1050-CHECK-BUSINESS-DATE - PROCESSING DATE FROM BUSDATE       *
001980*****************************************************************
001990 1050-CHECK-BUSINESS-DATE.
002000     OPEN INPUT BUSDATE
002010     IF WS-BUSDATE-STATUS NOT = "00"
002020        DISPLAY "FEHLER BEIM OEFFNEN VON BUSDATE, STATUS "
002030            WS-BUSDATE-STATUS " - LAUF ABGELEHNT."
002040        SET ABORT-RUN TO TRUE
002050        GO TO 1050-EXIT
002060     END-IF
002070     READ BUSDATE
002080         AT END
002090             CLOSE BUSDATE
002100             DISPLAY "FEHLER: BUSDATE IST LEER - LAUF ABGELEHNT."
002110             SET ABORT-RUN TO TRUE
002120             GO TO 1050-EXIT
002130     END-READ
002140     CLOSE BUSDATE
002150     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
002160 1050-EXIT.
002170     EXIT.
002180
002190*****************************************************************
002200* 2000-LOAD-ONE-DAY - OPEN THE ARCHIVE OF THE SCAN DATE         *
002210*            WHEN ONE EXISTS, LOAD ITS MOVEMENT ENTRIES AND     *
002220*            REPORT THE DAY                                     *
002230*****************************************************************
002240 2000-LOAD-ONE-DAY.
002250     MOVE SPACES TO WS-ARCHIVE-NAME
002260     STRING "TRNARCH." DELIMITED BY SIZE
002270         WS-SCAN-DATE DELIMITED BY SIZE
002280         INTO WS-ARCHIVE-NAME
002290     MOVE "N" TO WS-TRANARCH-EOF-SW
002300     OPEN INPUT TRANARCH
002310     IF WS-TRANARCH-STATUS = "35"
002320        PERFORM 2300-NEXT-SCAN-DATE THRU 2300-EXIT
002330        GO TO 2000-EXIT
002340     END-IF
002350     IF WS-TRANARCH-STATUS NOT = "00"
002360        DISPLAY "WARNUNG: ARCHIV " WS-ARCHIVE-NAME
002370            " NICHT LESBAR, STATUS " WS-TRANARCH-STATUS
002380            " - TAG UEBERGANGEN."
002390        ADD 1 TO WS-SKIPPED-COUNT
002400        MOVE SPACES TO RP-LINE
002410        STRING WS-ARCHIVE-NAME DELIMITED BY SIZE
002420            "  NICHT LESBAR, STATUS " DELIMITED BY SIZE
002430            WS-TRANARCH-STATUS DELIMITED BY SIZE
002440            INTO RP-LINE
002450        WRITE RP-LINE
002460        PERFORM 2300-NEXT-SCAN-DATE THRU 2300-EXIT
002470        GO TO 2000-EXIT
002480     END-IF
002490     ADD 1 TO WS-ARCHIVE-COUNT
002500     MOVE ZERO TO WS-DAY-READ-COUNT
002510     MOVE ZERO TO WS-DAY-WRITTEN-COUNT
002520     MOVE ZERO TO WS-DAY-PRESENT-COUNT
002530     PERFORM 2100-LOAD-ENTRY THRU 2100-EXIT
002540         UNTIL TRANARCH-EOF
002550     CLOSE TRANARCH
002560
002570     MOVE WS-DAY-READ-COUNT    TO WS-COUNT-EDIT
002580     MOVE WS-DAY-WRITTEN-COUNT TO WS-COUNT-EDIT-2
002590     MOVE WS-DAY-PRESENT-COUNT TO WS-COUNT-EDIT-3
002600     MOVE SPACES TO RP-LINE
002610     STRING WS-ARCHIVE-NAME DELIMITED BY SIZE
002620         "  GELESEN " DELIMITED BY SIZE
002630         WS-COUNT-EDIT DELIMITED BY SIZE
002640         "  NEU " DELIMITED BY SIZE
002650         WS-COUNT-EDIT-2 DELIMITED BY SIZE
002660         "  VORHANDEN " DELIMITED BY SIZE
002670         WS-COUNT-EDIT-3 DELIMITED BY SIZE
002680         INTO RP-LINE
002690     WRITE RP-LINE
002700     ADD WS-DAY-READ-COUNT    TO WS-READ-COUNT
002710     ADD WS-DAY-WRITTEN-COUNT TO WS-WRITTEN-COUNT
002720     ADD WS-DAY-PRESENT-COUNT TO WS-PRESENT-COUNT
002730     PERFORM 2300-NEXT-SCAN-DATE THRU 2300-EXIT.
002740 2000-EXIT.
002750     EXIT.
002760
002770 2100-LOAD-ENTRY.
002780     READ TRANARCH
002790         AT END
002800             MOVE "Y" TO WS-TRANARCH-EOF-SW
002810             GO TO 2100-EXIT
002820     END-READ
002830     ADD 1 TO WS-DAY-READ-COUNT
002840     IF TL-AMOUNT NOT NUMERIC
002850        GO TO 2100-EXIT
002860     END-IF
002870     IF TL-AMOUNT = ZERO
002880        GO TO 2100-EXIT
002890     END-IF
002900     PERFORM 2500-WRITE-HISTORY THRU 2500-EXIT.
002910 2100-EXIT.
002920     EXIT.
002930
002940*****************************************************************
002950* 2300-NEXT-SCAN-DATE - ADVANCE ONE CALENDAR DAY, WITH THE LEAP *
002960*            YEAR RULE FOR FEBRUARY                             *
002970*****************************************************************
002980 2300-NEXT-SCAN-DATE.
002990     MOVE WS-DAYS-IN-MONTH (WS-SCAN-MONTH) TO WS-MONTH-END-DAY
003000     IF WS-SCAN-MONTH = 2
003010        DIVIDE WS-SCAN-YEAR BY 4 GIVING WS-YEAR-REMAINDER
003020            REMAINDER WS-YEAR-REMAINDER
003030        IF WS-YEAR-REMAINDER = ZERO
003040           DIVIDE WS-SCAN-YEAR BY 100 GIVING WS-YEAR-REMAINDER
003050               REMAINDER WS-YEAR-REMAINDER
003060           IF WS-YEAR-REMAINDER NOT = ZERO
003070              MOVE 29 TO WS-MONTH-END-DAY
003080           ELSE
003090              DIVIDE WS-SCAN-YEAR BY 400
003100                  GIVING WS-YEAR-REMAINDER
003110                  REMAINDER WS-YEAR-REMAINDER
003120              IF WS-YEAR-REMAINDER = ZERO
003130                 MOVE 29 TO WS-MONTH-END-DAY
003140              END-IF
003150           END-IF
003160        END-IF
003170     END-IF
003180     IF WS-SCAN-DAY < WS-MONTH-END-DAY
003190        ADD 1 TO WS-SCAN-DAY
003200        GO TO 2300-EXIT
003210     END-IF
003220     MOVE 1 TO WS-SCAN-DAY
003230     IF WS-SCAN-MONTH < 12
003240        ADD 1 TO WS-SCAN-MONTH
003250     ELSE
003260        MOVE 1 TO WS-SCAN-MONTH
003270        ADD 1 TO WS-SCAN-YEAR
003280     END-IF.
003290 2300-EXIT.
003300     EXIT.
003310
003320*****************************************************************
003330* 2500-WRITE-HISTORY - ONE MOVEMENT INTO UMSHIST.  ON AN        *
003340*            EXISTING KEY THE RECORD ON FILE IS READ BACK: THE  *
003350*            SAME ENTRY (RERUN) IS COUNTED AS PRESENT, ANOTHER  *
003360*            ENTRY WITH THE SAME TIMESTAMP GETS THE NEXT UH-SEQ *
003370*****************************************************************
003380 2500-WRITE-HISTORY.
003390     MOVE SPACES             TO UH-RECORD
003400     MOVE TL-ACCT-NUMBER     TO UH-ACCT-NUMBER
003410     MOVE TL-TIMESTAMP       TO UH-TIMESTAMP
003420     MOVE ZERO               TO UH-SEQ
003430     MOVE WS-SCAN-DATE       TO UH-ARCHIVE-DATE
003440     MOVE TL-ACTION          TO UH-ACTION
003450     MOVE TL-SEARCH-TEXT     TO UH-SEARCH-TEXT
003460     MOVE TL-BALANCE-DISPLAY TO UH-BALANCE-DISPLAY
003470     MOVE TL-TELLER-ID       TO UH-TELLER-ID
003480     MOVE TL-AMOUNT          TO UH-AMOUNT
003490     MOVE UH-KEY             TO WS-HIST-SAVE-KEY
003500     MOVE UH-DATA            TO WS-HIST-SAVE-DATA
003510     MOVE ZERO               TO WS-HIST-SEQ
003520     MOVE "N"                TO WS-HIST-DONE-SW
003530     PERFORM 2510-TRY-HISTORY-KEY THRU 2510-EXIT
003540         UNTIL HIST-DONE.
003550 2500-EXIT.
003560     EXIT.
003570
003580 2510-TRY-HISTORY-KEY.
003590     MOVE WS-HIST-SAVE-KEY  TO UH-KEY
003600     MOVE WS-HIST-SEQ       TO UH-SEQ
003610     MOVE WS-HIST-SAVE-DATA TO UH-DATA
003620     WRITE UH-RECORD
003630     IF WS-UMSHIST-STATUS = "00"
003640        ADD 1 TO WS-DAY-WRITTEN-COUNT
003650        MOVE "Y" TO WS-HIST-DONE-SW
003660        GO TO 2510-EXIT
003670     END-IF
003680     IF WS-UMSHIST-STATUS NOT = "22"
003690        OR WS-HIST-SEQ = 99
003700        DISPLAY "FEHLER BEIM SCHREIBEN VON UMSHIST, STATUS "
003710            WS-UMSHIST-STATUS ", KONTO " TL-ACCT-NUMBER
003720            " " TL-TIMESTAMP " - LAUF ABGEBROCHEN."
003730        SET ABORT-RUN TO TRUE
003740        MOVE "Y" TO WS-TRANARCH-EOF-SW
003750        MOVE "Y" TO WS-HIST-DONE-SW
003760        GO TO 2510-EXIT
003770     END-IF
003780     READ UMSHIST
003790         KEY IS UH-KEY
003800         INVALID KEY
003810             MOVE SPACES TO UH-DATA
003820     END-READ
003830     IF UH-DATA = WS-HIST-SAVE-DATA
003840        ADD 1 TO WS-DAY-PRESENT-COUNT
003850        MOVE "Y" TO WS-HIST-DONE-SW
003860        GO TO 2510-EXIT
003870     END-IF
003880     ADD 1 TO WS-HIST-SEQ.
003890 2510-EXIT.
003900     EXIT.
003910
003920*****************************************************************
003930* 4000-PRINT-SUMMARY - RUN TOTALS TO THE OPERATOR AND THE FILE  *
003940*****************************************************************
003950 4000-PRINT-SUMMARY.
003960     MOVE ALL "-" TO RP-LINE
003970     WRITE RP-LINE
003980     MOVE WS-ARCHIVE-COUNT TO WS-COUNT-EDIT
003990     MOVE SPACES TO RP-LINE
004000     STRING "ARCHIVTAGE GELESEN     : " DELIMITED BY SIZE
004010         WS-COUNT-EDIT DELIMITED BY SIZE
004020         INTO RP-LINE
004030     WRITE RP-LINE
004040     MOVE WS-SKIPPED-COUNT TO WS-COUNT-EDIT
004050     MOVE SPACES TO RP-LINE
004060     STRING "ARCHIVTAGE NICHT LESBAR: " DELIMITED BY SIZE
004070         WS-COUNT-EDIT DELIMITED BY SIZE
004080         INTO RP-LINE
004090     WRITE RP-LINE
004100     MOVE WS-READ-COUNT TO WS-COUNT-EDIT
004110     MOVE SPACES TO RP-LINE
004120     STRING "EINTRAEGE GELESEN      : " DELIMITED BY SIZE
004130         WS-COUNT-EDIT DELIMITED BY SIZE
004140         INTO RP-LINE
004150     WRITE RP-LINE
004160     MOVE WS-WRITTEN-COUNT TO WS-COUNT-EDIT
004170     MOVE SPACES TO RP-LINE
004180     STRING "UMSAETZE GESCHRIEBEN   : " DELIMITED BY SIZE
004190         WS-COUNT-EDIT DELIMITED BY SIZE
004200         INTO RP-LINE
004210     WRITE RP-LINE
004220     MOVE WS-PRESENT-COUNT TO WS-COUNT-EDIT
004230     MOVE SPACES TO RP-LINE
004240     STRING "UMSAETZE VORHANDEN     : " DELIMITED BY SIZE
004250         WS-COUNT-EDIT DELIMITED BY SIZE
004260         INTO RP-LINE
004270     WRITE RP-LINE
004280
004290     DISPLAY " "
004300     DISPLAY "----- UMSATZHISTORIE LADEN - ZUSAMMENFASSUNG -----"
004310     DISPLAY "Archivtage gelesen    : " WS-ARCHIVE-COUNT
004320     DISPLAY "Archivtage uebergangen: " WS-SKIPPED-COUNT
004330     DISPLAY "Eintraege gelesen     : " WS-READ-COUNT
004340     DISPLAY "Umsaetze geschrieben  : " WS-WRITTEN-COUNT
004350     DISPLAY "Umsaetze vorhanden    : " WS-PRESENT-COUNT
004360     DISPLAY "Bericht in LOADRPT abgelegt.".
004370 4000-EXIT.
004380     EXIT.
004390
004400*****************************************************************
004410* 9000-TERMINATE - CLOSE THE FILES, ALSO AFTER AN ABORT         *
004420*****************************************************************
004430 9000-TERMINATE.
004440     IF ABORT-RUN
004450        DISPLAY "LADEN NICHT VOLLSTAENDIG - NACH BEHEBUNG "
004460            "WIEDERHOLEN, VORHANDENE UMSAETZE WERDEN "
004470            "UEBERSPRUNGEN."
004480     END-IF
004490     CLOSE UMSHIST
004500     CLOSE LOADRPT.
004510 9000-EXIT.
004520     EXIT.
