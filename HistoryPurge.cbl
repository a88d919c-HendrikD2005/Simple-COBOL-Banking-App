000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HistoryPurge.
000030 AUTHOR. H. DECKER.
000040 INSTALLATION. RETAIL BANKING OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*    HISTORYPURGE - BEREINIGUNG DER UMSATZHISTORIE NACH ABLAUF  *
000100*                   DER AUFBEWAHRUNGSFRIST                      *
000110*                                                               *
000120*    DELETES FROM THE UMSATZHISTORIE (UMSHIST, COPYBOOK         *
000130*    HISTREC) EVERY MOVEMENT WHOSE TEN-YEAR RETENTION PERIOD    *
000140*    HAS RUN OUT.  THE PERIOD STARTS AT THE END OF THE          *
000150*    CALENDAR YEAR OF THE POSTING, SO IN THE BUSINESS YEAR      *
000160*    JJJJ EVERYTHING WITH AN ARCHIVE DATE BEFORE 1 JANUARY OF   *
000170*    JJJJ MINUS 10 GOES.  RUN ONCE EARLY IN THE YEAR; A SECOND  *
000180*    RUN FINDS NOTHING MORE TO REMOVE.                          *
000190*                                                               *
000200*    THE FILE IS READ BY KEY: FOR EACH ACCOUNT THE OLD          *
000210*    MOVEMENTS COME FIRST, AND THE FIRST ONE STILL UNDER        *
000220*    RETENTION ENDS THE ACCOUNT - THE RUN STARTS AGAIN AT THE   *
000230*    NEXT ACCOUNT NUMBER.  PURGERPT SHOWS PER ACCOUNT THE       *
000240*    NUMBER OF MOVEMENTS REMOVED, THEIR DATE RANGE AND THEIR    *
000250*    AMOUNT TOTAL, FOLLOWED BY THE RUN TOTALS.                  *
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
000420     SELECT UMSHIST ASSIGN TO "UMSHIST"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS UH-KEY
000460         FILE STATUS IS WS-UMSHIST-STATUS.
000470
000480     SELECT PURGERPT ASSIGN TO "PURGERPT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-PURGERPT-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  BUSDATE
000550     LABEL RECORDS ARE STANDARD.
000560 COPY BDATREC.
000570
000580 FD  UMSHIST
000590     LABEL RECORDS ARE STANDARD.
000600 COPY HISTREC.
000610
000620 FD  PURGERPT
000630     LABEL RECORDS ARE STANDARD.
000640 01  RP-LINE                     PIC X(100).
000650
000660 WORKING-STORAGE SECTION.
000670*--------------------------------------------------------------*
000680* FILE STATUS AND CONDITION SWITCHES                           *
000690*--------------------------------------------------------------*
000700 01  WS-BUSDATE-STATUS           PIC X(02) VALUE "00".
000710 01  WS-UMSHIST-STATUS           PIC X(02) VALUE "00".
000720 01  WS-PURGERPT-STATUS          PIC X(02) VALUE "00".
000730 01  WS-UMSHIST-EOF-SW           PIC X(01) VALUE "N".
000740     88  UMSHIST-EOF                       VALUE "Y".
000750 01  WS-ABORT-RUN-SW             PIC X(01) VALUE "N".
000760     88  ABORT-RUN                         VALUE "Y".
000770
000780*--------------------------------------------------------------*
000790* RETENTION LIMIT - ARCHIVE DATES BEFORE IT ARE REMOVED        *
000800*--------------------------------------------------------------*
000810 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000820 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
000830     05  WS-RUN-YEAR             PIC 9(04).
000840     05  WS-RUN-MONTH            PIC 9(02).
000850     05  WS-RUN-DAY              PIC 9(02).
000860 01  WS-CUTOFF-DATE              PIC 9(08) VALUE ZERO.
000870
000880*--------------------------------------------------------------*
000890* PER-ACCOUNT TOTALS OF THE MOVEMENTS REMOVED                  *
000900*--------------------------------------------------------------*
000910 01  WS-CURR-ACCT                PIC 9(06) VALUE ZERO.
000920 01  WS-ACCT-PURGE-COUNT         PIC 9(06) COMP VALUE ZERO.
000930 01  WS-ACCT-PURGE-TOTAL         PIC S9(11)V99 VALUE ZERO.
000940 01  WS-ACCT-FIRST-DATE          PIC 9(08) VALUE ZERO.
000950 01  WS-ACCT-LAST-DATE           PIC 9(08) VALUE ZERO.
000960
000970*--------------------------------------------------------------*
000980* RUN COUNTERS                                                 *
000990*--------------------------------------------------------------*
001000 01  WS-READ-COUNT               PIC 9(09) COMP VALUE ZERO.
001010 01  WS-PURGE-COUNT              PIC 9(09) COMP VALUE ZERO.
001020 01  WS-ACCOUNT-COUNT            PIC 9(06) COMP VALUE ZERO.
001030 01  WS-ERROR-COUNT              PIC 9(06) COMP VALUE ZERO.
001040
001050*--------------------------------------------------------------*
001060* REPORT EDIT FIELDS                                           *
001070*--------------------------------------------------------------*
001080 01  WS-COUNT-EDIT               PIC Z(08)9.
001090 01  WS-TOTAL-EDIT               PIC -(10)9.99.
001100
001110 PROCEDURE DIVISION.
001120*****************************************************************
001130* 0000-MAINLINE                                                 *
001140*****************************************************************
001150 0000-MAINLINE.
001160     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001170     IF NOT ABORT-RUN
001180        PERFORM 2000-PURGE-NEXT THRU 2000-EXIT
001190            UNTIL UMSHIST-EOF
001200        PERFORM 2900-ACCOUNT-BREAK THRU 2900-EXIT
001210        PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT
001220     END-IF
001230     PERFORM 9000-TERMINATE THRU 9000-EXIT
001240     STOP RUN.
001250
001260*****************************************************************
001270* 1000-INITIALIZE - RETENTION LIMIT, FILE OPENS, POSITION       *
001280*            ON THE LOWEST KEY                                  *
001290*****************************************************************
001300 1000-INITIALIZE.
001310     PERFORM 1050-CHECK-BUSINESS-DATE THRU 1050-EXIT
001320     IF ABORT-RUN
001330        GO TO 1000-EXIT
001340     END-IF
001350     COMPUTE WS-CUTOFF-DATE
001360         = (WS-RUN-YEAR - 10) * 10000 + 0101
001370     DISPLAY "UMSATZHISTORIE BEREINIGEN - UMSAETZE VOR "
001380         WS-CUTOFF-DATE " WERDEN ENTFERNT"
001390
001400     OPEN I-O UMSHIST
001410     IF WS-UMSHIST-STATUS NOT = "00"
001420        DISPLAY "FEHLER BEIM OEFFNEN VON UMSHIST, STATUS "
001430            WS-UMSHIST-STATUS
001440        SET ABORT-RUN TO TRUE
001450        GO TO 1000-EXIT
001460     END-IF
001470
001480     OPEN OUTPUT PURGERPT
001490     MOVE SPACES TO RP-LINE
001500     STRING "BEREINIGUNG UMSATZHISTORIE ZUM " DELIMITED BY SIZE
001510         WS-RUN-DATE DELIMITED BY SIZE
001520         " - ENTFERNT WIRD ALLES VOR " DELIMITED BY SIZE
001530         WS-CUTOFF-DATE DELIMITED BY SIZE
001540         INTO RP-LINE
001550     WRITE RP-LINE
001560     MOVE ALL "-" TO RP-LINE
001570     WRITE RP-LINE
001580
001590     MOVE LOW-VALUES TO UH-KEY
001600     START UMSHIST KEY IS NOT LESS THAN UH-KEY
001610         INVALID KEY
001620             MOVE "Y" TO WS-UMSHIST-EOF-SW
001630     END-START.
001640 1000-EXIT.
001650     EXIT.
001660
001670*****************************************************************
001680* 1050-CHECK-BUSINESS-DATE - PROCESSING DATE FROM BUSDATE       *
001690*****************************************************************
001700 1050-CHECK-BUSINESS-DATE.
001710     OPEN INPUT BUSDATE
001720     IF WS-BUSDATE-STATUS NOT = "00"
001730        DISPLAY "FEHLER BEIM OEFFNEN VON BUSDATE, STATUS "
001740            WS-BUSDATE-STATUS " - LAUF ABGELEHNT."
001750        SET ABORT-RUN TO TRUE
001760        GO TO 1050-EXIT
001770     END-IF
001780     READ BUSDATE
001790         AT END
001800             CLOSE BUSDATE
001810             DISPLAY "FEHLER: BUSDATE IST LEER - LAUF ABGELEHNT."
001820             SET ABORT-RUN TO TRUE
001830             GO TO 1050-EXIT
001840     END-READ
001850     CLOSE BUSDATE
001860     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
001870 1050-EXIT.
001880     EXIT.
001890
001900*****************************************************************
001910* 2000-PURGE-NEXT - ONE RECORD IN KEY ORDER.  AN EXPIRED        *
001920*            MOVEMENT IS DELETED; THE FIRST ONE STILL UNDER     *
001930*            RETENTION SENDS THE RUN ON TO THE NEXT ACCOUNT     *
001940*****************************************************************
001950 2000-PURGE-NEXT.
001960     READ UMSHIST NEXT RECORD
001970         AT END
001980             MOVE "Y" TO WS-UMSHIST-EOF-SW
001990             GO TO 2000-EXIT
002000     END-READ
002010     ADD 1 TO WS-READ-COUNT
002020     IF UH-ACCT-NUMBER NOT = WS-CURR-ACCT
002030        PERFORM 2900-ACCOUNT-BREAK THRU 2900-EXIT
002040        MOVE UH-ACCT-NUMBER TO WS-CURR-ACCT
002050     END-IF
002060     IF UH-ARCHIVE-DATE NOT < WS-CUTOFF-DATE
002070        PERFORM 2100-SKIP-TO-NEXT-ACCOUNT THRU 2100-EXIT
002080        GO TO 2000-EXIT
002090     END-IF
002100
002110     DELETE UMSHIST RECORD
002120         INVALID KEY
002130             ADD 1 TO WS-ERROR-COUNT
002140             DISPLAY "FEHLER BEIM LOESCHEN, STATUS "
002150                 WS-UMSHIST-STATUS ", KONTO " UH-ACCT-NUMBER
002160                 " " UH-TIMESTAMP
002170             GO TO 2000-EXIT
002180     END-DELETE
002190     ADD 1 TO WS-PURGE-COUNT
002200     ADD 1 TO WS-ACCT-PURGE-COUNT
002210     ADD UH-AMOUNT TO WS-ACCT-PURGE-TOTAL
002220     IF WS-ACCT-FIRST-DATE = ZERO
002230        MOVE UH-ARCHIVE-DATE TO WS-ACCT-FIRST-DATE
002240     END-IF
002250     MOVE UH-ARCHIVE-DATE TO WS-ACCT-LAST-DATE.
002260 2000-EXIT.
002270     EXIT.
002280
002290*****************************************************************
002300* 2100-SKIP-TO-NEXT-ACCOUNT - THE REST OF THIS ACCOUNT IS       *
002310*            STILL UNDER RETENTION: CONTINUE AT THE NEXT        *
002320*            ACCOUNT NUMBER                                     *
002330*****************************************************************
002340 2100-SKIP-TO-NEXT-ACCOUNT.
002350     IF UH-ACCT-NUMBER = 999999
002360        MOVE "Y" TO WS-UMSHIST-EOF-SW
002370        GO TO 2100-EXIT
002380     END-IF
002390     ADD 1 TO UH-ACCT-NUMBER
002400     MOVE LOW-VALUES TO UH-TIMESTAMP
002410     MOVE ZERO       TO UH-SEQ
002420     START UMSHIST KEY IS NOT LESS THAN UH-KEY
002430         INVALID KEY
002440             MOVE "Y" TO WS-UMSHIST-EOF-SW
002450     END-START.
002460 2100-EXIT.
002470     EXIT.
002480
002490*****************************************************************
002500* 2900-ACCOUNT-BREAK - REPORT LINE FOR THE ACCOUNT JUST         *
002510*            FINISHED WHEN ANYTHING WAS REMOVED FROM IT         *
002520*****************************************************************
002530 2900-ACCOUNT-BREAK.
002540     IF WS-ACCT-PURGE-COUNT = ZERO
002550        GO TO 2900-EXIT
002560     END-IF
002570     ADD 1 TO WS-ACCOUNT-COUNT
002580     MOVE WS-ACCT-PURGE-COUNT TO WS-COUNT-EDIT
002590     MOVE WS-ACCT-PURGE-TOTAL TO WS-TOTAL-EDIT
002600     MOVE SPACES TO RP-LINE
002610     STRING "KONTO " DELIMITED BY SIZE
002620         WS-CURR-ACCT DELIMITED BY SIZE
002630         "  ENTFERNT " DELIMITED BY SIZE
002640         WS-COUNT-EDIT DELIMITED BY SIZE
002650         "  VOM " DELIMITED BY SIZE
002660         WS-ACCT-FIRST-DATE DELIMITED BY SIZE
002670         " BIS " DELIMITED BY SIZE
002680         WS-ACCT-LAST-DATE DELIMITED BY SIZE
002690         "  SUMME " DELIMITED BY SIZE
002700         WS-TOTAL-EDIT DELIMITED BY SIZE
002710         INTO RP-LINE
002720     WRITE RP-LINE
002730     MOVE ZERO TO WS-ACCT-PURGE-COUNT
002740     MOVE ZERO TO WS-ACCT-PURGE-TOTAL
002750     MOVE ZERO TO WS-ACCT-FIRST-DATE
002760     MOVE ZERO TO WS-ACCT-LAST-DATE.
002770 2900-EXIT.
002780     EXIT.
002790
002800*****************************************************************
002810* 4000-PRINT-SUMMARY - RUN TOTALS TO THE OPERATOR AND THE FILE  *
002820*****************************************************************
002830 4000-PRINT-SUMMARY.
002840     MOVE ALL "-" TO RP-LINE
002850     WRITE RP-LINE
002860     MOVE WS-ACCOUNT-COUNT TO WS-COUNT-EDIT
002870     MOVE SPACES TO RP-LINE
002880     STRING "KONTEN BEREINIGT       : " DELIMITED BY SIZE
002890         WS-COUNT-EDIT DELIMITED BY SIZE
002900         INTO RP-LINE
002910     WRITE RP-LINE
002920     MOVE WS-PURGE-COUNT TO WS-COUNT-EDIT
002930     MOVE SPACES TO RP-LINE
002940     STRING "UMSAETZE ENTFERNT      : " DELIMITED BY SIZE
002950         WS-COUNT-EDIT DELIMITED BY SIZE
002960         INTO RP-LINE
002970     WRITE RP-LINE
002980     MOVE WS-ERROR-COUNT TO WS-COUNT-EDIT
002990     MOVE SPACES TO RP-LINE
003000     STRING "LOESCHFEHLER           : " DELIMITED BY SIZE
003010         WS-COUNT-EDIT DELIMITED BY SIZE
003020         INTO RP-LINE
003030     WRITE RP-LINE
003040
003050     DISPLAY " "
003060     DISPLAY "----- HISTORIENBEREINIGUNG - ZUSAMMENFASSUNG -----"
003070     DISPLAY "Saetze gelesen        : " WS-READ-COUNT
003080     DISPLAY "Konten bereinigt      : " WS-ACCOUNT-COUNT
003090     DISPLAY "Umsaetze entfernt     : " WS-PURGE-COUNT
003100     DISPLAY "Loeschfehler          : " WS-ERROR-COUNT
003110     DISPLAY "Bericht in PURGERPT abgelegt.".
003120 4000-EXIT.
003130     EXIT.
003140
003150*****************************************************************
003160* 9000-TERMINATE - CLOSE THE FILES, ALSO AFTER AN ABORT         *
003170*****************************************************************
003180 9000-TERMINATE.
003190     CLOSE UMSHIST
003200     CLOSE PURGERPT.
003210 9000-EXIT.
003220     EXIT.
