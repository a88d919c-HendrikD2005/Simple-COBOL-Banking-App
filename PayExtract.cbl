000350*    MODIFICATION HISTORY                                      *
000360*    ------------------------------------------------------    *
000370*    2026-09-02  HD  ORIGINAL VERSION.                         *
000380*    2026-10-15  HD  CLEARING-SATZ NACH CLRGREC                *
000390*                    AUSGELAGERT, DAMIT DER EINGANGSLAUF       *
000400*                    DIESELBE SATZBESCHREIBUNG LIEST.          *
000410*                    RENUMBERED THE SOURCE.                    *
000420*    2026-10-15  HD  DER CLEARING-AUSZUG TRAEGT DAS            *
000430*                    GESCHAEFTSDATUM (BUSDATE) STATT DES       *
000440*                    SYSTEMDATUMS. DER LAUF SETZT DEN          *
000450*                    GESCHLOSSENEN SCHALTER VORAUS, LAEUFT     *
000460*                    EINMAL JE GESCHAEFTSTAG UND VERMERKT DEN  *
000470*                    SCHRITT ZAHLAUS. RENUMBERED THE SOURCE.   *
000480*                                                               *
000490*****************************************************************
000500
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT OUTPAY ASSIGN TO "OUTPAY"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-OUTPAY-STATUS.
000570
000580     SELECT CLEARING ASSIGN TO DYNAMIC WS-CLEARING-NAME
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-CLEARING-STATUS.
000610
000620     SELECT BUSDATE ASSIGN TO "BUSDATE"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-BUSDATE-STATUS.
000650
000660     SELECT PAYRPT ASSIGN TO "PAYRPT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-PAYRPT-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  OUTPAY
000730     LABEL RECORDS ARE STANDARD.
000740 COPY OUTPREC.
000750
000760 FD  CLEARING
000770     LABEL RECORDS ARE STANDARD.
000780 COPY CLRGREC.
000790
000800 FD  BUSDATE
000810     LABEL RECORDS ARE STANDARD.
000820 COPY BDATREC.
000830
000840 FD  PAYRPT
000850     LABEL RECORDS ARE STANDARD.
000860 01  RP-LINE                     PIC X(100).
000870
000880 WORKING-STORAGE SECTION.
000890*--------------------------------------------------------------*
000900* FILE STATUS AND CONDITION SWITCHES                            *
000910*--------------------------------------------------------------*
000920 01  WS-OUTPAY-STATUS            PIC X(02) VALUE "00".
000930 01  WS-CLEARING-STATUS          PIC X(02) VALUE "00".
000940 01  WS-PAYRPT-STATUS            PIC X(02) VALUE "00".
000950 01  WS-BUSDATE-STATUS           PIC X(02) VALUE "00".
000960 01  WS-OUTPAY-EOF-SW            PIC X(01) VALUE "N".
000970     88  OUTPAY-EOF                        VALUE "Y".
000980 01  WS-ABORT-RUN-SW             PIC X(01) VALUE "N".
000990     88  ABORT-RUN                         VALUE "Y".
001000
001010*--------------------------------------------------------------*
001020* EXTRACT NAMING AND TOTALS                                     *
001030*--------------------------------------------------------------*
001040 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001050 01  WS-CLEARING-NAME            PIC X(17) VALUE SPACES.
001060 01  WS-ITEM-COUNT               PIC 9(06) COMP VALUE ZERO.
001070 01  WS-AMOUNT-TOTAL             PIC S9(11)V99 VALUE ZERO.
001080 01  WS-BAD-ITEM-COUNT           PIC 9(06) COMP VALUE ZERO.
001090
001100*--------------------------------------------------------------*
001110* REPORT EDIT FIELDS                                            *
001120*--------------------------------------------------------------*
001130 01  WS-AMOUNT-EDIT              PIC -(9)9.99.
001140 01  WS-TOTAL-EDIT               PIC -(10)9.99.
001150 01  WS-COUNT-EDIT               PIC Z(05)9.
001160
001170 PROCEDURE DIVISION.
001180*****************************************************************
001190* 0000-MAINLINE                                                *
001200*****************************************************************
001210 0000-MAINLINE.
001220     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001230     IF NOT ABORT-RUN
001240        PERFORM 2000-EXTRACT-ITEM THRU 2000-EXIT
001250            UNTIL OUTPAY-EOF
001260        PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT
001270        PERFORM 4000-RESET-OUTPAY THRU 4000-EXIT
001280        PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT
001290        IF NOT ABORT-RUN
001300           PERFORM 8000-MARK-STEP-DONE THRU 8000-EXIT
001310        END-IF
001320     END-IF
001330     PERFORM 9000-TERMINATE THRU 9000-EXIT
001340     STOP RUN.
001350
001360*****************************************************************
001370* 1000-INITIALIZE - BUILD THE DATED CLEARING NAME, REFUSE A     *
001380*            SECOND RUN FOR THE SAME DAY, OPEN THE FILES AND    *
001390*            WRITE THE KOPF RECORD                              *
001400*****************************************************************
001410 1000-INITIALIZE.
001420     PERFORM 1050-CHECK-BUSINESS-DATE THRU 1050-EXIT
001430     IF ABORT-RUN
001440        GO TO 1000-EXIT
001450     END-IF
001460     MOVE SPACES TO WS-CLEARING-NAME
001470     STRING "CLEARING." DELIMITED BY SIZE
001480         WS-RUN-DATE DELIMITED BY SIZE
001490         INTO WS-CLEARING-NAME
001500
001510     OPEN INPUT CLEARING
001520     IF WS-CLEARING-STATUS = "00"
001530        CLOSE CLEARING
001540        DISPLAY "FEHLER: CLEARING-DATEI " WS-CLEARING-NAME
001550            " EXISTIERT BEREITS - LAUF ABGELEHNT."
001560        SET ABORT-RUN TO TRUE
001570        GO TO 1000-EXIT
001580     END-IF
001590
001600     OPEN INPUT OUTPAY
001610     IF WS-OUTPAY-STATUS = "35"
001620        DISPLAY "HINWEIS: KEINE UEBERWEISUNGEN ERFASST "
001630            "(OUTPAY FEHLT) - NICHTS ZU TUN."
001640        SET ABORT-RUN TO TRUE
001650        GO TO 1000-EXIT
001660     END-IF
001670     IF WS-OUTPAY-STATUS NOT = "00"
001680        DISPLAY "FEHLER BEIM OEFFNEN VON OUTPAY, STATUS "
001690            WS-OUTPAY-STATUS
001700        SET ABORT-RUN TO TRUE
001710        GO TO 1000-EXIT
001720     END-IF
001730
001740     OPEN OUTPUT CLEARING
001750     IF WS-CLEARING-STATUS NOT = "00"
001760        DISPLAY "FEHLER BEIM ANLEGEN VON " WS-CLEARING-NAME
001770            ", STATUS " WS-CLEARING-STATUS
001780        SET ABORT-RUN TO TRUE
001790        GO TO 1000-EXIT
001800     END-IF
001810
001820     OPEN OUTPUT PAYRPT
001830     MOVE SPACES TO RP-LINE
001840     STRING "CLEARING-AUSZUG " DELIMITED BY SIZE
001850         WS-RUN-DATE DELIMITED BY SIZE
001860         " -> " DELIMITED BY SIZE
001870         WS-CLEARING-NAME DELIMITED BY SIZE
001880         INTO RP-LINE
001890     WRITE RP-LINE
001900     MOVE ALL "-" TO RP-LINE
001910     WRITE RP-LINE
001920
001930     MOVE SPACES      TO CL-RECORD
001940     MOVE "KOPF"      TO CL-H-TYPE
001950     MOVE WS-RUN-DATE TO CL-H-DATE
001960     WRITE CL-RECORD.
001970 1000-EXIT.
001980     EXIT.
001990
002000*****************************************************************
002010* 1050-CHECK-BUSINESS-DATE - PROCESSING DATE FROM BUSDATE;      *
002020*            THE ONLINE DAY MUST BE CLOSED SO NO TRANSFER IS    *
002030*            WRITTEN WHILE OUTPAY IS RESET                      *
002040*****************************************************************
002050 1050-CHECK-BUSINESS-DATE.
002060     OPEN INPUT BUSDATE
002070     IF WS-BUSDATE-STATUS NOT = "00"
002080        DISPLAY "FEHLER BEIM OEFFNEN VON BUSDATE, STATUS "
002090            WS-BUSDATE-STATUS " - LAUF ABGELEHNT."
002100        SET ABORT-RUN TO TRUE
002110        GO TO 1050-EXIT
002120     END-IF
002130     READ BUSDATE
002140         AT END
002150             CLOSE BUSDATE
002160             DISPLAY "FEHLER: BUSDATE IST LEER - LAUF ABGELEHNT."
002170             SET ABORT-RUN TO TRUE
002180             GO TO 1050-EXIT
002190     END-READ
002200     CLOSE BUSDATE
002210     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
002220     IF NOT BD-ONLINE-CLOSED
002230        DISPLAY "GESCHAEFTSTAG " BD-BUSINESS-DATE
002240            ": SCHALTER NICHT GESCHLOSSEN - LAUF ABGELEHNT."
002250        SET ABORT-RUN TO TRUE
002260        GO TO 1050-EXIT
002270     END-IF
002280     IF BD-ZAHLAUS-DONE
002290        DISPLAY "GESCHAEFTSTAG " BD-BUSINESS-DATE
002300            ": CLEARING-AUSZUG IST SCHON GELAUFEN - "
002310            "LAUF ABGELEHNT."
002320        SET ABORT-RUN TO TRUE
002330     END-IF.
002340 1050-EXIT.
002350     EXIT.
002360
002370*****************************************************************
002380* 2000-EXTRACT-ITEM - ONE QUEUED UEBERWEISUNG INTO THE CLEARING *
002390*            FILE AND ONTO THE REPORT                           *
002400*****************************************************************
002410 2000-EXTRACT-ITEM.
002420     READ OUTPAY
002430         AT END
002440             MOVE "Y" TO WS-OUTPAY-EOF-SW
002450             GO TO 2000-EXIT
002460     END-READ
002470
002480     IF OP-AMOUNT NOT NUMERIC
002490        ADD 1 TO WS-BAD-ITEM-COUNT
002500        MOVE SPACES TO RP-LINE
002510        STRING "UNLESBARER POSTEN UEBERGANGEN: "
002520            DELIMITED BY SIZE
002530            OP-RECORD (1:60) DELIMITED BY SIZE
002540            INTO RP-LINE
002550        WRITE RP-LINE
002560        GO TO 2000-EXIT
002570     END-IF
002580
002590     MOVE SPACES            TO CL-RECORD
002600     MOVE OP-TARGET-BLZ     TO CL-TARGET-BLZ
002610     MOVE OP-TARGET-ACCT    TO CL-TARGET-ACCT
002620     MOVE OP-AMOUNT         TO CL-AMOUNT
002630     MOVE OP-RECIPIENT-NAME TO CL-RECIPIENT-NAME
002640     MOVE OP-REFERENCE      TO CL-REFERENCE
002650     MOVE OP-ACCT-NUMBER    TO CL-SOURCE-ACCT
002660     MOVE OP-CAPTURE-DATE   TO CL-CAPTURE-DATE
002670     WRITE CL-RECORD
002680     IF WS-CLEARING-STATUS NOT = "00"
002690        DISPLAY "FEHLER BEIM SCHREIBEN DER CLEARING-DATEI, "
002700            "STATUS " WS-CLEARING-STATUS " - LAUF "
002710            "ABGEBROCHEN."
002720        SET ABORT-RUN TO TRUE
002730        MOVE "Y" TO WS-OUTPAY-EOF-SW
002740        GO TO 2000-EXIT
002750     END-IF
002760
002770     ADD 1 TO WS-ITEM-COUNT
002780     ADD OP-AMOUNT TO WS-AMOUNT-TOTAL
002790     MOVE OP-AMOUNT TO WS-AMOUNT-EDIT
002800     MOVE SPACES TO RP-LINE
002810     STRING "KONTO " DELIMITED BY SIZE
002820         OP-ACCT-NUMBER DELIMITED BY SIZE
002830         " -> " DELIMITED BY SIZE
002840         OP-TARGET-BLZ DELIMITED BY SIZE
002850         "/" DELIMITED BY SIZE
002860         OP-TARGET-ACCT DELIMITED BY SIZE
002870         " " DELIMITED BY SIZE
002880         OP-RECIPIENT-NAME DELIMITED BY SIZE
002890         " BETRAG " DELIMITED BY SIZE
002900         WS-AMOUNT-EDIT DELIMITED BY SIZE
002910         INTO RP-LINE
002920     WRITE RP-LINE.
002930 2000-EXIT.
002940     EXIT.
002950
002960*****************************************************************
002970* 3000-WRITE-TRAILER - FUSS RECORD WITH THE CONTROL TOTALS      *
002980*****************************************************************
002990 3000-WRITE-TRAILER.
003000     IF ABORT-RUN
003010        GO TO 3000-EXIT
003020     END-IF
003030     MOVE SPACES          TO CL-RECORD
003040     MOVE "FUSS"          TO CL-T-TYPE
003050     MOVE WS-ITEM-COUNT   TO CL-T-ITEM-COUNT
003060     MOVE WS-AMOUNT-TOTAL TO CL-T-AMOUNT-TOTAL
003070     WRITE CL-RECORD
003080     IF WS-CLEARING-STATUS NOT = "00"
003090        DISPLAY "FEHLER BEIM SCHREIBEN DES FUSSSATZES, "
003100            "STATUS " WS-CLEARING-STATUS
003110        SET ABORT-RUN TO TRUE
003120     END-IF.
003130 3000-EXIT.
003140     EXIT.
003150
003160*****************************************************************
003170* 4000-RESET-OUTPAY - LEAVE AN EMPTY QUEUE FOR TOMORROW.  ONLY  *
003180*            AFTER THE CLEARING FILE WAS WRITTEN CLEANLY        *
003190*****************************************************************
003200 4000-RESET-OUTPAY.
003210     IF ABORT-RUN
003220        DISPLAY "OUTPAY BLEIBT UNVERAENDERT."
003230        GO TO 4000-EXIT
003240     END-IF
003250     CLOSE OUTPAY
003260     CLOSE CLEARING
003270     OPEN OUTPUT OUTPAY
003280     CLOSE OUTPAY
003290     IF WS-OUTPAY-STATUS NOT = "00"
003300        DISPLAY "WARNUNG: OUTPAY NICHT ZURUECKGESETZT, "
003310            "STATUS " WS-OUTPAY-STATUS
003320     END-IF.
003330 4000-EXIT.
003340     EXIT.
003350
003360*****************************************************************
003370* 5000-PRINT-SUMMARY - RUN TOTALS TO THE REPORT AND OPERATOR    *
003380*****************************************************************
003390 5000-PRINT-SUMMARY.
003400     MOVE ALL "-" TO RP-LINE
003410     WRITE RP-LINE
003420     MOVE WS-ITEM-COUNT TO WS-COUNT-EDIT
003430     MOVE WS-AMOUNT-TOTAL TO WS-TOTAL-EDIT
003440     MOVE SPACES TO RP-LINE
003450     STRING "POSTEN UEBERGEBEN: " DELIMITED BY SIZE
003460         WS-COUNT-EDIT DELIMITED BY SIZE
003470         "  BETRAG GESAMT: " DELIMITED BY SIZE
003480         WS-TOTAL-EDIT DELIMITED BY SIZE
003490         INTO RP-LINE
003500     WRITE RP-LINE
003510     IF WS-BAD-ITEM-COUNT NOT = ZERO
003520        MOVE WS-BAD-ITEM-COUNT TO WS-COUNT-EDIT
003530        MOVE SPACES TO RP-LINE
003540        STRING "UNLESBARE POSTEN : " DELIMITED BY SIZE
003550            WS-COUNT-EDIT DELIMITED BY SIZE
003560            "  - AUS DEM BERICHT MANUELL NACHARBEITEN"
003570            DELIMITED BY SIZE
003580            INTO RP-LINE
003590        WRITE RP-LINE
003600     END-IF
003610
003620     DISPLAY "CLEARING-AUSZUG BEENDET - " WS-ITEM-COUNT
003630         " POSTEN IN " WS-CLEARING-NAME
003640         " (BERICHT IN PAYRPT)".
003650 5000-EXIT.
003660     EXIT.
003670
003680*****************************************************************
003690* 8000-MARK-STEP-DONE - SET THE ZAHLAUS FLAG FOR THE            *
003700*            BUSINESS DATE ON BUSDATE                           *
003710*****************************************************************
003720 8000-MARK-STEP-DONE.
003730     OPEN INPUT BUSDATE
003740     IF WS-BUSDATE-STATUS NOT = "00"
003750        DISPLAY "FEHLER BEIM OEFFNEN VON BUSDATE, STATUS "
003760            WS-BUSDATE-STATUS
003770            " - SCHRITT ZAHLAUS NICHT VERMERKT."
003780        GO TO 8000-EXIT
003790     END-IF
003800     READ BUSDATE
003810         AT END
003820             CLOSE BUSDATE
003830             DISPLAY "FEHLER: BUSDATE IST LEER - SCHRITT "
003840                 "ZAHLAUS NICHT VERMERKT."
003850             GO TO 8000-EXIT
003860     END-READ
003870     CLOSE BUSDATE
003880     IF BD-BUSINESS-DATE NOT = WS-RUN-DATE
003890        DISPLAY "FEHLER: GESCHAEFTSDATUM WAEHREND DES LAUFS "
003900            "GEAENDERT - SCHRITT ZAHLAUS NICHT VERMERKT."
003910        GO TO 8000-EXIT
003920     END-IF
003930     MOVE "J" TO BD-STEP-ZAHLAUS
003940     OPEN OUTPUT BUSDATE
003950     IF WS-BUSDATE-STATUS NOT = "00"
003960        DISPLAY "FEHLER BEIM OEFFNEN VON BUSDATE, STATUS "
003970            WS-BUSDATE-STATUS
003980            " - SCHRITT ZAHLAUS NICHT VERMERKT."
003990        GO TO 8000-EXIT
004000     END-IF
004010     WRITE BD-RECORD
004020     IF WS-BUSDATE-STATUS NOT = "00"
004030        DISPLAY "FEHLER BEIM SCHREIBEN VON BUSDATE, STATUS "
004040            WS-BUSDATE-STATUS " - STEUERSATZ MIT DAYCONTROL "
004050            "PRUEFEN."
004060        CLOSE BUSDATE
004070        GO TO 8000-EXIT
004080     END-IF
004090     CLOSE BUSDATE
004100     DISPLAY "SCHRITT ZAHLAUS FUER GESCHAEFTSTAG "
004110         BD-BUSINESS-DATE " VERMERKT.".
004120 8000-EXIT.
004130     EXIT.
004140
004150*****************************************************************
004160* 9000-TERMINATE - CLOSE WHAT IS STILL OPEN                      *
004170*****************************************************************
004180 9000-TERMINATE.
004190     CLOSE PAYRPT.
004200 9000-EXIT.
004210     EXIT.
