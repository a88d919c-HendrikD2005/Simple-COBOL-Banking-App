000190*    MODIFICATION HISTORY                                      *
000200*    ------------------------------------------------------    *
000210*    2026-09-02  HD  ORIGINAL VERSION.                         *
000220*    2026-10-15  HD  DAS BERICHTSDATUM KOMMT AUS DEM           *
000230*                    GESCHAEFTSDATUM (BUSDATE) STATT AUS DEM   *
000240*                    SYSTEMDATUM. RENUMBERED THE SOURCE.       *
000250*                                                               *
000260*****************************************************************
000270
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT BUSDATE ASSIGN TO "BUSDATE"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-BUSDATE-STATUS.
000340
000350     SELECT ACCTMAS ASSIGN TO "ACCTMAS"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS ACCT-NUMBER
000390         ALTERNATE RECORD KEY IS ACCT-CUST-NUMBER
000400             WITH DUPLICATES
000410         FILE STATUS IS WS-ACCTMAS-STATUS.
000420
000430     SELECT CUSTMAS ASSIGN TO "CUSTMAS"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS CUST-NUMBER
000470         ALTERNATE RECORD KEY IS CUST-LAST-NAME
000480             WITH DUPLICATES
000490         FILE STATUS IS WS-CUSTMAS-STATUS.
000500
000510     SELECT ODRPT ASSIGN TO "ODRPT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-ODRPT-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  BUSDATE
000580     LABEL RECORDS ARE STANDARD.
000590 COPY BDATREC.
000600
000610 FD  ACCTMAS
000620     LABEL RECORDS ARE STANDARD.
000630 COPY ACCTREC.
000640
000650 FD  CUSTMAS
000660     LABEL RECORDS ARE STANDARD.
000670 COPY CUSTREC.
000680
000690 FD  ODRPT
000700     LABEL RECORDS ARE STANDARD.
000710 01  RP-LINE                     PIC X(100).
000720
000730 WORKING-STORAGE SECTION.
000740*--------------------------------------------------------------*
000750* FILE STATUS AND CONDITION SWITCHES                            *
000760*--------------------------------------------------------------*
000770 01  WS-ACCTMAS-STATUS           PIC X(02) VALUE "00".
000780 01  WS-BUSDATE-STATUS           PIC X(02) VALUE "00".
000790 01  WS-CUSTMAS-STATUS           PIC X(02) VALUE "00".
000800 01  WS-ODRPT-STATUS             PIC X(02) VALUE "00".
000810 01  WS-ACCTMAS-EOF-SW           PIC X(01) VALUE "N".
000820     88  ACCTMAS-EOF                       VALUE "Y".
000830 01  WS-ABORT-RUN-SW             PIC X(01) VALUE "N".
000840     88  ABORT-RUN                         VALUE "Y".
000850 01  WS-CUST-FOUND-SW            PIC X(01) VALUE "N".
000860     88  CUST-FOUND                        VALUE "Y".
000870
000880*--------------------------------------------------------------*
000890* LIMIT CHECK WORK FIELDS                                       *
000900*--------------------------------------------------------------*
000910 01  OD-LIMIT                    PIC S9(7)V99 VALUE -500.00.
000920 01  WS-EFFECTIVE-OD-LIMIT       PIC S9(7)V99 VALUE ZERO.
000930 01  WS-EXCESS-AMOUNT            PIC S9(9)V99 VALUE ZERO.
000940 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000950
000960*--------------------------------------------------------------*
000970* RUN COUNTERS                                                  *
000980*--------------------------------------------------------------*
000990 01  WS-READ-COUNT               PIC 9(06) COMP VALUE ZERO.
001000 01  WS-CLOSED-SKIP-COUNT        PIC 9(06) COMP VALUE ZERO.
001010 01  WS-BREACH-COUNT             PIC 9(06) COMP VALUE ZERO.
001020 01  WS-BREACH-TOTAL             PIC S9(11)V99 VALUE ZERO.
001030
001040*--------------------------------------------------------------*
001050* REPORT EDIT FIELDS                                            *
001060*--------------------------------------------------------------*
001070 01  WS-LIMIT-EDIT               PIC -(7)9.99.
001080 01  WS-BALANCE-EDIT             PIC -(9)9.99.
001090 01  WS-EXCESS-EDIT              PIC -(9)9.99.
001100 01  WS-TOTAL-EDIT               PIC -(10)9.99.
001110 01  WS-COUNT-EDIT               PIC Z(05)9.
001120
001130 PROCEDURE DIVISION.
001140*****************************************************************
001150* 0000-MAINLINE                                                *
001160*****************************************************************
001170 0000-MAINLINE.
001180     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001190     IF NOT ABORT-RUN
001200        PERFORM 2000-CHECK-ACCOUNT THRU 2000-EXIT
001210            UNTIL ACCTMAS-EOF
001220        PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT
001230     END-IF
001240     PERFORM 9000-TERMINATE THRU 9000-EXIT
001250     STOP RUN.
001260
001270*****************************************************************
001280* 1000-INITIALIZE - OPEN THE FILES AND WRITE THE REPORT HEADER  *
001290*****************************************************************
001300 1000-INITIALIZE.
001310     PERFORM 1050-CHECK-BUSINESS-DATE THRU 1050-EXIT
001320     IF ABORT-RUN
001330        GO TO 1000-EXIT
001340     END-IF
001350
001360     OPEN INPUT ACCTMAS
001370     IF WS-ACCTMAS-STATUS NOT = "00"
001380        DISPLAY "FEHLER BEIM OEFFNEN VON ACCTMAS, STATUS "
001390            WS-ACCTMAS-STATUS
001400        SET ABORT-RUN TO TRUE
001410        GO TO 1000-EXIT
001420     END-IF
001430
001440     OPEN INPUT CUSTMAS
001450     IF WS-CUSTMAS-STATUS NOT = "00"
001460        DISPLAY "FEHLER BEIM OEFFNEN VON CUSTMAS, STATUS "
001470            WS-CUSTMAS-STATUS
001480        SET ABORT-RUN TO TRUE
001490        GO TO 1000-EXIT
001500     END-IF
001510
001520     OPEN OUTPUT ODRPT
001530     MOVE SPACES TO RP-LINE
001540     STRING "LIMITUEBERSCHREITUNGEN " DELIMITED BY SIZE
001550         WS-RUN-DATE DELIMITED BY SIZE
001560         INTO RP-LINE
001570     WRITE RP-LINE
001580     MOVE ALL "-" TO RP-LINE
001590     WRITE RP-LINE
001600     MOVE SPACES TO RP-LINE
001610     STRING "KONTO   KUNDE                 " DELIMITED BY SIZE
001620         "LIMIT        SALDO        UEBERSCHREITUNG"
001630         DELIMITED BY SIZE
001640         INTO RP-LINE
001650     WRITE RP-LINE
001660
001670     MOVE ZERO TO ACCT-NUMBER
001680     START ACCTMAS KEY IS NOT LESS THAN ACCT-NUMBER
001690         INVALID KEY
001700             MOVE "Y" TO WS-ACCTMAS-EOF-SW
001710     END-START.
001720 1000-EXIT.
001730     EXIT.
001740
001750*****************************************************************
001760* 1050-CHECK-BUSINESS-DATE - PROCESSING DATE FROM BUSDATE       *
001770*****************************************************************
001780 1050-CHECK-BUSINESS-DATE.
001790     OPEN INPUT BUSDATE
001800     IF WS-BUSDATE-STATUS NOT = "00"
001810        DISPLAY "FEHLER BEIM OEFFNEN VON BUSDATE, STATUS "
001820            WS-BUSDATE-STATUS " - LAUF ABGELEHNT."
001830        SET ABORT-RUN TO TRUE
001840        GO TO 1050-EXIT
001850     END-IF
001860     READ BUSDATE
001870         AT END
001880             CLOSE BUSDATE
001890             DISPLAY "FEHLER: BUSDATE IST LEER - LAUF ABGELEHNT."
001900             SET ABORT-RUN TO TRUE
001910             GO TO 1050-EXIT
001920     END-READ
001930     CLOSE BUSDATE
001940     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
001950 1050-EXIT.
001960     EXIT.
001970
001980*****************************************************************
001990* 2000-CHECK-ACCOUNT - ONE MASTER RECORD AGAINST ITS LIMIT      *
002000*****************************************************************
002010 2000-CHECK-ACCOUNT.
002020     READ ACCTMAS NEXT RECORD
002030         AT END
002040             MOVE "Y" TO WS-ACCTMAS-EOF-SW
002050             GO TO 2000-EXIT
002060     END-READ
002070     ADD 1 TO WS-READ-COUNT
002080
002090     IF ACCT-GESCHLOSSEN
002100        ADD 1 TO WS-CLOSED-SKIP-COUNT
002110        GO TO 2000-EXIT
002120     END-IF
002130
002140     IF ACCT-OD-LIMIT NUMERIC
002150        MOVE ACCT-OD-LIMIT TO WS-EFFECTIVE-OD-LIMIT
002160     ELSE
002170        MOVE OD-LIMIT TO WS-EFFECTIVE-OD-LIMIT
002180     END-IF
002190
002200     IF ACCT-BALANCE NOT < WS-EFFECTIVE-OD-LIMIT
002210        GO TO 2000-EXIT
002220     END-IF
002230
002240     ADD 1 TO WS-BREACH-COUNT
002250     COMPUTE WS-EXCESS-AMOUNT
002260         = WS-EFFECTIVE-OD-LIMIT - ACCT-BALANCE
002270     ADD WS-EXCESS-AMOUNT TO WS-BREACH-TOTAL
002280     PERFORM 2100-WRITE-BREACH-LINE THRU 2100-EXIT.
002290 2000-EXIT.
002300     EXIT.
002310
002320 2100-WRITE-BREACH-LINE.
002330     PERFORM 2200-FETCH-CUSTOMER THRU 2200-EXIT
002340     MOVE WS-EFFECTIVE-OD-LIMIT TO WS-LIMIT-EDIT
002350     MOVE ACCT-BALANCE          TO WS-BALANCE-EDIT
002360     MOVE WS-EXCESS-AMOUNT      TO WS-EXCESS-EDIT
002370     MOVE SPACES TO RP-LINE
002380     STRING ACCT-NUMBER DELIMITED BY SIZE
002390         "  " DELIMITED BY SIZE
002400         CUST-LAST-NAME DELIMITED BY SIZE
002410         "  " DELIMITED BY SIZE
002420         WS-LIMIT-EDIT DELIMITED BY SIZE
002430         "  " DELIMITED BY SIZE
002440         WS-BALANCE-EDIT DELIMITED BY SIZE
002450         "  " DELIMITED BY SIZE
002460         WS-EXCESS-EDIT DELIMITED BY SIZE
002470         INTO RP-LINE
002480     WRITE RP-LINE.
002490 2100-EXIT.
002500     EXIT.
002510
002520 2200-FETCH-CUSTOMER.
002530     MOVE "N" TO WS-CUST-FOUND-SW
002540     MOVE ACCT-CUST-NUMBER TO CUST-NUMBER
002550     READ CUSTMAS
002560         KEY IS CUST-NUMBER
002570         INVALID KEY
002580             MOVE SPACES TO CUST-FIRST-NAME
002590             MOVE "(KUNDE UNBEKANNT)" TO CUST-LAST-NAME
002600             MOVE SPACES TO CUST-BIRTH-DATE
002610         NOT INVALID KEY
002620             MOVE "Y" TO WS-CUST-FOUND-SW
002630     END-READ.
002640 2200-EXIT.
002650     EXIT.
002660
002670*****************************************************************
002680* 3000-PRINT-SUMMARY                                            *
002690*****************************************************************
002700 3000-PRINT-SUMMARY.
002710     MOVE ALL "-" TO RP-LINE
002720     WRITE RP-LINE
002730     MOVE WS-BREACH-COUNT TO WS-COUNT-EDIT
002740     MOVE WS-BREACH-TOTAL TO WS-TOTAL-EDIT
002750     MOVE SPACES TO RP-LINE
002760     STRING "KONTEN UEBER LIMIT: " DELIMITED BY SIZE
002770         WS-COUNT-EDIT DELIMITED BY SIZE
002780         "  UEBERSCHREITUNG GESAMT: " DELIMITED BY SIZE
002790         WS-TOTAL-EDIT DELIMITED BY SIZE
002800         INTO RP-LINE
002810     WRITE RP-LINE
002820
002830     DISPLAY " "
002840     DISPLAY "----- LIMITUEBERSCHREITUNGEN -----"
002850     DISPLAY "Konten gelesen       : " WS-READ-COUNT
002860     DISPLAY "Geschlossen (uebergangen): " WS-CLOSED-SKIP-COUNT
002870     DISPLAY "Konten ueber Limit   : " WS-BREACH-COUNT
002880     DISPLAY "Bericht in ODRPT abgelegt.".
002890 3000-EXIT.
002900     EXIT.
002910
002920*****************************************************************
002930* 9000-TERMINATE - CLOSE WHAT IS STILL OPEN                      *
002940*****************************************************************
002950 9000-TERMINATE.
002960     IF NOT ABORT-RUN
002970        CLOSE ACCTMAS
002980        CLOSE CUSTMAS
002990        CLOSE ODRPT
003000     END-IF.
003010 9000-EXIT.
003020     EXIT.
