000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DayControl.
000030 AUTHOR. H. DECKER.
000040 INSTALLATION. RETAIL BANKING OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*    DAYCONTROL - GESCHAEFTSTAGSTEUERUNG                        *
000100*                                                               *
000110*    OPERATOR PROGRAM FOR THE BUSINESS-DATE CONTROL RECORD      *
000120*    (BUSDATE, LAYOUT IN COPYBOOK BDATREC).  EVERY OTHER        *
000130*    PROGRAM TAKES ITS PROCESSING DATE FROM THAT RECORD AND     *
000140*    CHECKS THE DAY STATUS AND THE BATCH STEP FLAGS ON IT       *
000150*    BEFORE IT STARTS.  THIS PROGRAM MOVES THE DAY THROUGH ITS  *
000160*    STATES:                                                    *
000170*      (2) SCHALTER OEFFNEN: A -> O, OR G -> O AS LONG AS NO    *
000180*          BATCH STEP HAS RUN YET                               *
000190*      (3) SCHALTER SCHLIESSEN: O -> G, THE END OF DAY BATCH    *
000200*          MAY START AND TELLERS CAN NO LONGER SIGN ON          *
000210*      (4) TAGESABSCHLUSS: G -> A ONCE ABSTIMM, HAUPTBUCH,      *
000220*          ARCHIV, ZAHLAUS AND VORMERK ARE DONE - THE           *
000230*          BUSINESS DATE ADVANCES TO THE NEXT BUSINESS DAY,     *
000240*          STEP FLAGS RESET                                     *
000250*      (5) GESCHAEFTSDATUM EINRICHTEN: FIRST SET-UP ONLY,       *
000260*          WHEN NO BUSDATE RECORD EXISTS YET                    *
000270*                                                               *
000280*    SATURDAYS, SUNDAYS AND THE DAYS ON THE HOLIDAY CALENDAR    *
000290*    (FEIERTAG) ARE NEVER BUSINESS DAYS.  FEIERTAG RECORD,      *
000300*    FIXED COLUMNS:                                             *
000310*      1- 8  DATUM            9(08) JJJJMMTT                    *
000320*     10-39  BEZEICHNUNG      X(30), NUR ZUR INFORMATION        *
000330*    THE CALENDAR MUST EXIST (IT MAY BE EMPTY); THE DAY CLOSE   *
000340*    WARNS WHEN IT HOLDS NO DAY OF THE NEW DATE'S YEAR.         *
000350*                                                               *
000360*    EVERY STATUS CHANGE IS WRITTEN TO THE PROTOCOL FILE        *
000370*    (TAGPROT) WITH THE OPERATOR ID AND THE WALL-CLOCK TIME.    *
000380*                                                               *
000390*    MODIFICATION HISTORY                                       *
000400*    ------------------------------------------------------     *
000410*    2026-10-15  HD  ORIGINAL VERSION.                          *
000420*    2026-10-15  HD  TAGESABSCHLUSS SETZT AUCH DEN SCHRITT      *
000430*                    VORMERK (NAECHTLICHE FREIGABE ABGELAUFENER *
000440*                    VORMERKUNGEN) VORAUS; DIE STATUSANZEIGE    *
000450*                    ZEIGT IHN. RENUMBERED THE SOURCE.          *
000460*                                                               *
000470*****************************************************************
000480
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT BUSDATE ASSIGN TO "BUSDATE"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-BUSDATE-STATUS.
000550
000560     SELECT FEIERTAG ASSIGN TO "FEIERTAG"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-FEIERTAG-STATUS.
000590
000600     SELECT TAGPROT ASSIGN TO "TAGPROT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-TAGPROT-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  BUSDATE
000670     LABEL RECORDS ARE STANDARD.
000680 COPY BDATREC.
000690
000700 FD  FEIERTAG
000710     LABEL RECORDS ARE STANDARD.
000720 01  HO-RECORD.
000730     05  HO-DATE-X               PIC X(08).
000740     05  HO-DATE REDEFINES HO-DATE-X
000750                                 PIC 9(08).
000760     05  FILLER                  PIC X(01).
000770     05  HO-NAME                 PIC X(30).
000780
000790 FD  TAGPROT
000800     LABEL RECORDS ARE STANDARD.
000810 01  TP-LINE                     PIC X(80).
000820
000830 WORKING-STORAGE SECTION.
000840*--------------------------------------------------------------*
000850* FILE STATUS SWITCHES                                         *
000860*--------------------------------------------------------------*
000870 01  WS-BUSDATE-STATUS           PIC X(02) VALUE "00".
000880 01  WS-FEIERTAG-STATUS          PIC X(02) VALUE "00".
000890 01  WS-TAGPROT-STATUS           PIC X(02) VALUE "00".
000900
000910*--------------------------------------------------------------*
000920* CONDITION SWITCHES                                           *
000930*--------------------------------------------------------------*
000940 01  WS-END-OF-SESSION-SW        PIC X(01) VALUE "N".
000950     88  END-OF-SESSION                    VALUE "Y".
000960 01  WS-SIGNON-OK-SW             PIC X(01) VALUE "N".
000970     88  SIGNON-OK                         VALUE "Y".
000980 01  WS-BUSDATE-FOUND-SW         PIC X(01) VALUE "N".
000990     88  BUSDATE-FOUND                     VALUE "Y".
001000 01  WS-WRITE-OK-SW              PIC X(01) VALUE "N".
001010     88  WRITE-OK                          VALUE "Y".
001020 01  WS-FEIERTAG-EOF-SW          PIC X(01) VALUE "N".
001030     88  FEIERTAG-EOF                      VALUE "Y".
001040 01  WS-CALENDAR-OK-SW           PIC X(01) VALUE "N".
001050     88  CALENDAR-OK                       VALUE "Y".
001060 01  WS-HOLIDAY-FOUND-SW         PIC X(01) VALUE "N".
001070     88  HOLIDAY-FOUND                     VALUE "Y".
001080 01  WS-BUSINESS-DAY-SW          PIC X(01) VALUE "N".
001090     88  BUSINESS-DAY                      VALUE "Y".
001100 01  WS-YEAR-COVERED-SW          PIC X(01) VALUE "N".
001110     88  YEAR-COVERED                      VALUE "Y".
001120 01  WS-STEPS-MISSING-SW         PIC X(01) VALUE "N".
001130     88  STEPS-MISSING                     VALUE "Y".
001140
001150*--------------------------------------------------------------*
001160* OPERATOR SESSION WORK FIELDS                                 *
001170*--------------------------------------------------------------*
001180 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
001190 01  WS-SIGNON-TRY-COUNT         PIC 9(01) COMP VALUE ZERO.
001200 01  WS-MENU-CHOICE              PIC X(01).
001210 01  WS-ANSWER                   PIC X(01).
001220 01  WS-DATE-INPUT               PIC X(08).
001230 01  WS-STATUS-TEXT              PIC X(25).
001240 01  WS-PROT-ACTION              PIC X(20).
001250
001260*--------------------------------------------------------------*
001270* HOLIDAY CALENDAR - LOADED FROM FEIERTAG WHEN NEEDED          *
001280*--------------------------------------------------------------*
001290 01  WS-HOLIDAY-TABLE.
001300     05  WS-HOL-DATE             PIC 9(08) OCCURS 300 TIMES.
001310 01  WS-HOLIDAY-COUNT            PIC 9(04) COMP VALUE ZERO.
001320 01  WS-HOL-IX                   PIC 9(04) COMP VALUE ZERO.
001330 01  WS-HOLIDAY-MAX              PIC 9(04) COMP VALUE 300.
001340
001350*--------------------------------------------------------------*
001360* CALENDAR ARITHMETIC FIELDS                                   *
001370*--------------------------------------------------------------*
001380 01  WS-WORK-DATE                PIC 9(08) VALUE ZERO.
001390 01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
001400     05  WS-WORK-YEAR            PIC 9(04).
001410     05  WS-WORK-MONTH           PIC 9(02).
001420     05  WS-WORK-DAY             PIC 9(02).
001430 01  WS-NEW-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
001440 01  WS-NEW-NEXT-DATE            PIC 9(08) VALUE ZERO.
001450 01  WS-MONTH-END-DAY            PIC 9(02) VALUE ZERO.
001460 01  WS-YEAR-REMAINDER           PIC 9(04) COMP VALUE ZERO.
001470 01  WS-MONTH-DAYS-TABLE.
001480     05  FILLER                  PIC X(24)
001490         VALUE "312831303130313130313031".
001500 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
001510     05  WS-DAYS-IN-MONTH        PIC 9(02) OCCURS 12 TIMES.
001520 01  WS-CALC-YEAR                PIC 9(04) COMP VALUE ZERO.
001530 01  WS-CALC-MONTH               PIC 9(02) COMP VALUE ZERO.
001540 01  WS-CALC-TERM                PIC 9(04) COMP VALUE ZERO.
001550 01  WS-CALC-Q4                  PIC 9(04) COMP VALUE ZERO.
001560 01  WS-CALC-Q100                PIC 9(04) COMP VALUE ZERO.
001570 01  WS-CALC-Q400                PIC 9(04) COMP VALUE ZERO.
001580 01  WS-CALC-SUM                 PIC 9(06) COMP VALUE ZERO.
001590 01  WS-CALC-QUOTIENT            PIC 9(06) COMP VALUE ZERO.
001600*    DAY OF THE WEEK BY ZELLER'S RULE: 0 = SAMSTAG,          *
001610*    1 = SONNTAG, 2 = MONTAG ... 6 = FREITAG                 *
001620 01  WS-WEEKDAY                  PIC 9(01) COMP VALUE ZERO.
001630     88  WEEKEND-DAY                       VALUE 0 1.
001640
001650*--------------------------------------------------------------*
001660* PROTOCOL WORK FIELDS - WALL CLOCK, NOT THE BUSINESS DATE     *
001670*--------------------------------------------------------------*
001680 01  WS-CLOCK-DATE               PIC 9(08).
001690 01  WS-CLOCK-TIME               PIC 9(08).
001700
001710 PROCEDURE DIVISION.
001720*****************************************************************
001730* 0000-MAINLINE                                                 *
001740*****************************************************************
001750 0000-MAINLINE.
001760     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001770     PERFORM 2000-PROCESS-SESSION THRU 2000-EXIT
001780         UNTIL END-OF-SESSION
001790     PERFORM 9000-TERMINATE THRU 9000-EXIT
001800     STOP RUN.
001810
001820*****************************************************************
001830* 1000-INITIALIZE - OPERATOR SIGN-ON                            *
001840*****************************************************************
001850 1000-INITIALIZE.
001860     PERFORM 1400-OPERATOR-SIGNON THRU 1400-EXIT
001870         UNTIL SIGNON-OK OR END-OF-SESSION.
001880 1000-EXIT.
001890     EXIT.
001900
001910*****************************************************************
001920* 1100-READ-BUSDATE - LOAD THE CONTROL RECORD; BUSDATE-FOUND    *
001930*            STAYS OFF WHEN THE FILE DOES NOT EXIST OR IS EMPTY *
001940*****************************************************************
001950 1100-READ-BUSDATE.
001960     MOVE "N" TO WS-BUSDATE-FOUND-SW
001970     OPEN INPUT BUSDATE
001980     IF WS-BUSDATE-STATUS = "35"
001990        GO TO 1100-EXIT
002000     END-IF
002010     IF WS-BUSDATE-STATUS NOT = "00"
002020        DISPLAY "FEHLER BEIM OEFFNEN VON BUSDATE, STATUS "
002030            WS-BUSDATE-STATUS
002040        GO TO 1100-EXIT
002050     END-IF
002060     READ BUSDATE
002070         AT END
002080             CLOSE BUSDATE
002090             GO TO 1100-EXIT
002100     END-READ
002110     CLOSE BUSDATE
002120     MOVE "Y" TO WS-BUSDATE-FOUND-SW.
002130 1100-EXIT.
002140     EXIT.
002150
002160*****************************************************************
002170* 1200-WRITE-BUSDATE - REPLACE THE ONE CONTROL RECORD           *
002180*****************************************************************
002190 1200-WRITE-BUSDATE.
002200     MOVE "N" TO WS-WRITE-OK-SW
002210     OPEN OUTPUT BUSDATE
002220     IF WS-BUSDATE-STATUS NOT = "00"
002230        DISPLAY "FEHLER BEIM OEFFNEN VON BUSDATE, STATUS "
002240            WS-BUSDATE-STATUS " - NICHTS GEAENDERT."
002250        GO TO 1200-EXIT
002260     END-IF
002270     WRITE BD-RECORD
002280     IF WS-BUSDATE-STATUS NOT = "00"
002290        DISPLAY "FEHLER BEIM SCHREIBEN VON BUSDATE, STATUS "
002300            WS-BUSDATE-STATUS " - STEUERSATZ PRUEFEN."
002310        CLOSE BUSDATE
002320        GO TO 1200-EXIT
002330     END-IF
002340     CLOSE BUSDATE
002350     MOVE "Y" TO WS-WRITE-OK-SW
002360     PERFORM 8000-WRITE-PROTOCOL THRU 8000-EXIT.
002370 1200-EXIT.
002380     EXIT.
002390
002400 1400-OPERATOR-SIGNON.
002410     DISPLAY "Bearbeiter-Kennung eingeben: "
002420     ACCEPT WS-OPERATOR-ID
002430     IF WS-OPERATOR-ID = SPACES
002440        ADD 1 TO WS-SIGNON-TRY-COUNT
002450        DISPLAY "Kennung darf nicht leer sein."
002460        IF WS-SIGNON-TRY-COUNT NOT < 3
002470           DISPLAY "Anmeldung fehlgeschlagen - Programmende."
002480           SET END-OF-SESSION TO TRUE
002490        END-IF
002500     ELSE
002510        MOVE "Y" TO WS-SIGNON-OK-SW
002520     END-IF.
002530 1400-EXIT.
002540     EXIT.
002550
002560*****************************************************************
002570* 2000-PROCESS-SESSION - ONE MENU ROUND; THE CONTROL RECORD IS  *
002580*            RE-READ EVERY ROUND SO BATCH STEP FLAGS SET IN THE *
002590*            MEANTIME ARE SEEN                                  *
002600*****************************************************************
002610 2000-PROCESS-SESSION.
002620     PERFORM 1100-READ-BUSDATE THRU 1100-EXIT
002630     DISPLAY " "
002640     DISPLAY "-----------------------------------------------"
002650     IF BUSDATE-FOUND
002660        PERFORM 3100-SET-STATUS-TEXT THRU 3100-EXIT
002670        DISPLAY "Geschaeftstag " BD-BUSINESS-DATE " - "
002680            WS-STATUS-TEXT
002690     ELSE
002700        DISPLAY "Kein Geschaeftsdatum eingerichtet."
002710     END-IF
002720     DISPLAY "(1) Status anzeigen"
002730     DISPLAY "(2) Schalter oeffnen"
002740     DISPLAY "(3) Schalter schliessen"
002750     DISPLAY "(4) Tagesabschluss"
002760     DISPLAY "(5) Geschaeftsdatum einrichten"
002770     DISPLAY "(E) Programm beenden (ENDE)"
002780     DISPLAY "Bitte Auswahl eingeben: "
002790     ACCEPT WS-MENU-CHOICE
002800
002810     EVALUATE WS-MENU-CHOICE
002820         WHEN "E" WHEN "e"
002830             SET END-OF-SESSION TO TRUE
002840         WHEN "1"
002850             PERFORM 3000-SHOW-STATUS THRU 3000-EXIT
002860         WHEN "2"
002870             PERFORM 4000-OPEN-ONLINE THRU 4000-EXIT
002880         WHEN "3"
002890             PERFORM 5000-CLOSE-ONLINE THRU 5000-EXIT
002900         WHEN "4"
002910             PERFORM 6000-CLOSE-DAY THRU 6000-EXIT
002920         WHEN "5"
002930             PERFORM 6500-SET-UP-DATE THRU 6500-EXIT
002940         WHEN OTHER
002950             DISPLAY "Ungueltige Auswahl."
002960     END-EVALUATE.
002970 2000-EXIT.
002980     EXIT.
002990
003000*****************************************************************
003010* 3000-SHOW-STATUS - DATES, DAY STATUS AND STEP FLAGS           *
003020*****************************************************************
003030 3000-SHOW-STATUS.
003040     IF NOT BUSDATE-FOUND
003050        DISPLAY "Kein Steuersatz (BUSDATE) vorhanden - bitte "
003060            "zuerst das Geschaeftsdatum einrichten (5)."
003070        GO TO 3000-EXIT
003080     END-IF
003090     DISPLAY "Geschaeftsdatum      : " BD-BUSINESS-DATE
003100     DISPLAY "Status               : " WS-STATUS-TEXT
003110     DISPLAY "Vorheriger Tag       : " BD-PREV-DATE
003120     DISPLAY "Naechster Tag        : " BD-NEXT-DATE
003130     DISPLAY "Schritte (J = erledigt):"
003140     DISPLAY "  STAPEL    " BD-STEP-STAPEL
003150         "   DAUERAUF  " BD-STEP-DAUERAUF
003160         "   CLEARING  " BD-STEP-CLEARING
003170     DISPLAY "  ZINSEN    " BD-STEP-ZINSEN
003180         "   ENTGELT   " BD-STEP-ENTGELT
003190         "   ZAHLAUS   " BD-STEP-ZAHLAUS
003200     DISPLAY "  ABSTIMM   " BD-STEP-ABSTIMM
003210         "   HAUPTBUCH " BD-STEP-HAUPTBUCH
003220         "   ARCHIV    " BD-STEP-ARCHIV
003230     DISPLAY "  VORMERK   " BD-STEP-VORMERK.
003240 3000-EXIT.
003250     EXIT.
003260
003270 3100-SET-STATUS-TEXT.
003280     EVALUATE TRUE
003290         WHEN BD-ONLINE-OPEN
003300             MOVE "SCHALTER OFFEN"        TO WS-STATUS-TEXT
003310         WHEN BD-ONLINE-CLOSED
003320             MOVE "SCHALTER GESCHLOSSEN"  TO WS-STATUS-TEXT
003330         WHEN BD-DAY-CLOSED
003340             MOVE "VORTAG ABGESCHLOSSEN"  TO WS-STATUS-TEXT
003350         WHEN OTHER
003360             MOVE "STATUS UNGUELTIG"      TO WS-STATUS-TEXT
003370     END-EVALUATE.
003380 3100-EXIT.
003390     EXIT.
003400
003410*****************************************************************
003420* 4000-OPEN-ONLINE - OPEN THE COUNTERS FOR THE BUSINESS DATE.   *
003430*            A DAY CLOSED FOR ONLINE BY MISTAKE MAY BE REOPENED *
003440*            ONLY WHILE NO BATCH STEP HAS RUN FOR IT            *
003450*****************************************************************
003460 4000-OPEN-ONLINE.
003470     IF NOT BUSDATE-FOUND
003480        DISPLAY "Kein Geschaeftsdatum eingerichtet."
003490        GO TO 4000-EXIT
003500     END-IF
003510     IF BD-ONLINE-OPEN
003520        DISPLAY "Schalter ist bereits offen."
003530        GO TO 4000-EXIT
003540     END-IF
003550     IF BD-ONLINE-CLOSED
003560        IF BD-STEP-FLAGS (1:10) NOT = ALL "N"
003570           DISPLAY "Tagesendverarbeitung fuer " BD-BUSINESS-DATE
003580               " hat bereits begonnen - Schalter bleibt "
003590               "geschlossen."
003600           GO TO 4000-EXIT
003610        END-IF
003620     ELSE
003630        IF NOT BD-DAY-CLOSED
003640           DISPLAY "Status " BD-DAY-STATUS " ungueltig - "
003650               "BUSDATE pruefen."
003660           GO TO 4000-EXIT
003670        END-IF
003680     END-IF
003690     DISPLAY "Schalter fuer Geschaeftstag " BD-BUSINESS-DATE
003700         " oeffnen (J/N)? "
003710     ACCEPT WS-ANSWER
003720     IF WS-ANSWER NOT = "J" AND WS-ANSWER NOT = "j"
003730        DISPLAY "Abgebrochen."
003740        GO TO 4000-EXIT
003750     END-IF
003760     SET BD-ONLINE-OPEN TO TRUE
003770     MOVE "SCHALTER OEFFNEN" TO WS-PROT-ACTION
003780     PERFORM 1200-WRITE-BUSDATE THRU 1200-EXIT
003790     IF WRITE-OK
003800        DISPLAY "Schalter fuer " BD-BUSINESS-DATE " geoeffnet."
003810     END-IF.
003820 4000-EXIT.
003830     EXIT.
003840
003850*****************************************************************
003860* 5000-CLOSE-ONLINE - CLOSE THE COUNTERS; FROM NOW ON NO ONLINE *
003870*            SIGN-ON, AND THE END OF DAY BATCH MAY START        *
003880*****************************************************************
003890 5000-CLOSE-ONLINE.
003900     IF NOT BUSDATE-FOUND
003910        DISPLAY "Kein Geschaeftsdatum eingerichtet."
003920        GO TO 5000-EXIT
003930     END-IF
003940     IF NOT BD-ONLINE-OPEN
003950        DISPLAY "Schalter ist nicht offen."
003960        GO TO 5000-EXIT
003970     END-IF
003980     DISPLAY "Schalter fuer Geschaeftstag " BD-BUSINESS-DATE
003990         " schliessen (J/N)? "
004000     ACCEPT WS-ANSWER
004010     IF WS-ANSWER NOT = "J" AND WS-ANSWER NOT = "j"
004020        DISPLAY "Abgebrochen."
004030        GO TO 5000-EXIT
004040     END-IF
004050     SET BD-ONLINE-CLOSED TO TRUE
004060     MOVE "SCHALTER SCHLIESSEN" TO WS-PROT-ACTION
004070     PERFORM 1200-WRITE-BUSDATE THRU 1200-EXIT
004080     IF WRITE-OK
004090        DISPLAY "Schalter fuer " BD-BUSINESS-DATE
004100            " geschlossen - Tagesendverarbeitung freigegeben."
004110     END-IF.
004120 5000-EXIT.
004130     EXIT.
004140
004150*****************************************************************
004160* 6000-CLOSE-DAY - TAGESABSCHLUSS: ALL CLOSING STEPS MUST BE    *
004170*            DONE; THE DATE ADVANCES OVER WEEKENDS AND HOLIDAYS *
004180*            AND THE NEW DAY WAITS FOR SCHALTER OEFFNEN         *
004190*****************************************************************
004200 6000-CLOSE-DAY.
004210     IF NOT BUSDATE-FOUND
004220        DISPLAY "Kein Geschaeftsdatum eingerichtet."
004230        GO TO 6000-EXIT
004240     END-IF
004250     IF NOT BD-ONLINE-CLOSED
004260        DISPLAY "Tagesabschluss nur bei geschlossenem Schalter "
004270            "und laufender Tagesendverarbeitung."
004280        GO TO 6000-EXIT
004290     END-IF
004300     PERFORM 6100-CHECK-CLOSING-STEPS THRU 6100-EXIT
004310     IF STEPS-MISSING
004320        DISPLAY "Tagesabschluss fuer " BD-BUSINESS-DATE
004330            " abgelehnt."
004340        GO TO 6000-EXIT
004350     END-IF
004360     PERFORM 7000-LOAD-HOLIDAYS THRU 7000-EXIT
004370     IF NOT CALENDAR-OK
004380        GO TO 6000-EXIT
004390     END-IF
004400
004410     MOVE BD-BUSINESS-DATE TO WS-WORK-DATE
004420     PERFORM 7100-NEXT-BUSINESS-DAY THRU 7100-EXIT
004430     MOVE WS-WORK-DATE TO WS-NEW-BUSINESS-DATE
004440     PERFORM 7100-NEXT-BUSINESS-DAY THRU 7100-EXIT
004450     MOVE WS-WORK-DATE TO WS-NEW-NEXT-DATE
004460     PERFORM 7400-CHECK-YEAR-COVERED THRU 7400-EXIT
004470
004480     DISPLAY "Tagesabschluss fuer " BD-BUSINESS-DATE
004490         " - neues Geschaeftsdatum " WS-NEW-BUSINESS-DATE
004500     DISPLAY "Ausfuehren (J/N)? "
004510     ACCEPT WS-ANSWER
004520     IF WS-ANSWER NOT = "J" AND WS-ANSWER NOT = "j"
004530        DISPLAY "Abgebrochen."
004540        GO TO 6000-EXIT
004550     END-IF
004560     MOVE BD-BUSINESS-DATE     TO BD-PREV-DATE
004570     MOVE WS-NEW-BUSINESS-DATE TO BD-BUSINESS-DATE
004580     MOVE WS-NEW-NEXT-DATE     TO BD-NEXT-DATE
004590     MOVE ALL "N"              TO BD-STEP-FLAGS
004600     SET BD-DAY-CLOSED TO TRUE
004610     MOVE "TAGESABSCHLUSS" TO WS-PROT-ACTION
004620     PERFORM 1200-WRITE-BUSDATE THRU 1200-EXIT
004630     IF WRITE-OK
004640        DISPLAY "Tag " BD-PREV-DATE " abgeschlossen, "
004650            "Geschaeftsdatum jetzt " BD-BUSINESS-DATE
004660            " (Schalter noch geschlossen)."
004670     END-IF.
004680 6000-EXIT.
004690     EXIT.
004700
004710*****************************************************************
004720* 6100-CHECK-CLOSING-STEPS - NAME EVERY STEP STILL MISSING      *
004730*****************************************************************
004740 6100-CHECK-CLOSING-STEPS.
004750     MOVE "N" TO WS-STEPS-MISSING-SW
004760     IF NOT BD-ABSTIMM-DONE
004770        DISPLAY "  Tagesabstimmung (ABSTIMM) fehlt."
004780        SET STEPS-MISSING TO TRUE
004790     END-IF
004800     IF NOT BD-HAUPTBUCH-DONE
004810        DISPLAY "  Hauptbuch-Extrakt (HAUPTBUCH) fehlt."
004820        SET STEPS-MISSING TO TRUE
004830     END-IF
004840     IF NOT BD-ARCHIV-DONE
004850        DISPLAY "  Protokollarchivierung (ARCHIV) fehlt."
004860        SET STEPS-MISSING TO TRUE
004870     END-IF
004880     IF NOT BD-ZAHLAUS-DONE
004890        DISPLAY "  Clearing-Auszug (ZAHLAUS) fehlt."
004900        SET STEPS-MISSING TO TRUE
004910     END-IF
004920     IF NOT BD-VORMERK-DONE
004930        DISPLAY "  Vormerkungsfreigabe (VORMERK) fehlt."
004940        SET STEPS-MISSING TO TRUE
004950     END-IF.
004960 6100-EXIT.
004970     EXIT.
004980
004990*****************************************************************
005000* 6500-SET-UP-DATE - FIRST SET-UP OF THE CONTROL RECORD.        *
005010*            AN EXISTING RECORD IS NEVER OVERWRITTEN HERE; THE  *
005020*            DATE MOVES ONLY THROUGH THE TAGESABSCHLUSS         *
005030*****************************************************************
005040 6500-SET-UP-DATE.
005050     IF BUSDATE-FOUND
005060        DISPLAY "Geschaeftsdatum ist bereits eingerichtet ("
005070            BD-BUSINESS-DATE ") - Aenderung nur ueber den "
005080            "Tagesabschluss."
005090        GO TO 6500-EXIT
005100     END-IF
005110     DISPLAY "Erster Geschaeftstag (JJJJMMTT): "
005120     ACCEPT WS-DATE-INPUT
005130     IF WS-DATE-INPUT NOT NUMERIC
005140        DISPLAY "Datum ungueltig - abgebrochen."
005150        GO TO 6500-EXIT
005160     END-IF
005170     MOVE WS-DATE-INPUT TO WS-WORK-DATE
005180     IF WS-WORK-MONTH < 1 OR WS-WORK-MONTH > 12
005190        OR WS-WORK-DAY < 1
005200        DISPLAY "Datum ungueltig - abgebrochen."
005210        GO TO 6500-EXIT
005220     END-IF
005230     PERFORM 7350-COMPUTE-MONTH-END THRU 7350-EXIT
005240     IF WS-WORK-DAY > WS-MONTH-END-DAY
005250        DISPLAY "Datum ungueltig - abgebrochen."
005260        GO TO 6500-EXIT
005270     END-IF
005280     PERFORM 7000-LOAD-HOLIDAYS THRU 7000-EXIT
005290     IF NOT CALENDAR-OK
005300        GO TO 6500-EXIT
005310     END-IF
005320     PERFORM 7200-CHECK-BUSINESS-DAY THRU 7200-EXIT
005330     IF NOT BUSINESS-DAY
005340        DISPLAY WS-WORK-DATE " ist kein Geschaeftstag "
005350            "(Wochenende oder Feiertag) - abgebrochen."
005360        GO TO 6500-EXIT
005370     END-IF
005380     MOVE WS-WORK-DATE TO WS-NEW-BUSINESS-DATE
005390     PERFORM 7100-NEXT-BUSINESS-DAY THRU 7100-EXIT
005400     MOVE WS-WORK-DATE TO WS-NEW-NEXT-DATE
005410
005420     MOVE SPACES               TO BD-RECORD
005430     MOVE WS-NEW-BUSINESS-DATE TO BD-BUSINESS-DATE
005440     MOVE ZERO                 TO BD-PREV-DATE
005450     MOVE WS-NEW-NEXT-DATE     TO BD-NEXT-DATE
005460     MOVE ALL "N"              TO BD-STEP-FLAGS
005470     SET BD-DAY-CLOSED TO TRUE
005480     MOVE "DATUM EINGERICHTET" TO WS-PROT-ACTION
005490     PERFORM 1200-WRITE-BUSDATE THRU 1200-EXIT
005500     IF WRITE-OK
005510        DISPLAY "Geschaeftsdatum " BD-BUSINESS-DATE
005520            " eingerichtet - Schalter mit (2) oeffnen."
005530     END-IF.
005540 6500-EXIT.
005550     EXIT.
005560
005570*****************************************************************
005580* 7000-LOAD-HOLIDAYS - READ THE HOLIDAY CALENDAR INTO THE TABLE *
005590*****************************************************************
005600 7000-LOAD-HOLIDAYS.
005610     MOVE "N"  TO WS-CALENDAR-OK-SW
005620     MOVE "N"  TO WS-FEIERTAG-EOF-SW
005630     MOVE ZERO TO WS-HOLIDAY-COUNT
005640     OPEN INPUT FEIERTAG
005650     IF WS-FEIERTAG-STATUS NOT = "00"
005660        DISPLAY "FEHLER: FEIERTAGSKALENDER (FEIERTAG) NICHT "
005670            "LESBAR, STATUS " WS-FEIERTAG-STATUS
005680            " - ABGEBROCHEN."
005690        GO TO 7000-EXIT
005700     END-IF
005710     PERFORM 7010-LOAD-HOLIDAY-ROW THRU 7010-EXIT
005720         UNTIL FEIERTAG-EOF
005730     CLOSE FEIERTAG
005740     MOVE "Y" TO WS-CALENDAR-OK-SW.
005750 7000-EXIT.
005760     EXIT.
005770
005780 7010-LOAD-HOLIDAY-ROW.
005790     READ FEIERTAG
005800         AT END
005810             MOVE "Y" TO WS-FEIERTAG-EOF-SW
005820             GO TO 7010-EXIT
005830     END-READ
005840     IF HO-DATE-X NOT NUMERIC
005850        DISPLAY "WARNUNG: UNGUELTIGE FEIERTAG-ZEILE "
005860            "UEBERGANGEN: " HO-RECORD
005870        GO TO 7010-EXIT
005880     END-IF
005890     IF WS-HOLIDAY-COUNT NOT < WS-HOLIDAY-MAX
005900        DISPLAY "WARNUNG: FEIERTAG HAT MEHR ALS " WS-HOLIDAY-MAX
005910            " ZEILEN - REST UEBERGANGEN."
005920        MOVE "Y" TO WS-FEIERTAG-EOF-SW
005930        GO TO 7010-EXIT
005940     END-IF
005950     ADD 1 TO WS-HOLIDAY-COUNT
005960     MOVE HO-DATE TO WS-HOL-DATE (WS-HOLIDAY-COUNT).
005970 7010-EXIT.
005980     EXIT.
005990
006000*****************************************************************
006010* 7100-NEXT-BUSINESS-DAY - ADVANCE WS-WORK-DATE TO THE NEXT DAY *
006020*            THAT IS NEITHER A WEEKEND DAY NOR A HOLIDAY        *
006030*****************************************************************
006040 7100-NEXT-BUSINESS-DAY.
006050     MOVE "N" TO WS-BUSINESS-DAY-SW
006060     PERFORM 7110-ADVANCE-ONE-DAY THRU 7110-EXIT
006070         UNTIL BUSINESS-DAY.
006080 7100-EXIT.
006090     EXIT.
006100
006110 7110-ADVANCE-ONE-DAY.
006120     PERFORM 7300-ADD-CALENDAR-DAY THRU 7300-EXIT
006130     PERFORM 7200-CHECK-BUSINESS-DAY THRU 7200-EXIT.
006140 7110-EXIT.
006150     EXIT.
006160
006170*****************************************************************
006180* 7200-CHECK-BUSINESS-DAY - WS-WORK-DATE IS A BUSINESS DAY WHEN *
006190*            IT IS MONDAY TO FRIDAY AND NOT ON THE CALENDAR     *
006200*****************************************************************
006210 7200-CHECK-BUSINESS-DAY.
006220     MOVE "N" TO WS-BUSINESS-DAY-SW
006230     PERFORM 7250-COMPUTE-WEEKDAY THRU 7250-EXIT
006240     IF WEEKEND-DAY
006250        GO TO 7200-EXIT
006260     END-IF
006270     MOVE "N" TO WS-HOLIDAY-FOUND-SW
006280     PERFORM 7210-MATCH-HOLIDAY THRU 7210-EXIT
006290         VARYING WS-HOL-IX FROM 1 BY 1
006300         UNTIL WS-HOL-IX > WS-HOLIDAY-COUNT OR HOLIDAY-FOUND
006310     IF NOT HOLIDAY-FOUND
006320        MOVE "Y" TO WS-BUSINESS-DAY-SW
006330     END-IF.
006340 7200-EXIT.
006350     EXIT.
006360
006370 7210-MATCH-HOLIDAY.
006380     IF WS-HOL-DATE (WS-HOL-IX) = WS-WORK-DATE
006390        MOVE "Y" TO WS-HOLIDAY-FOUND-SW
006400     END-IF.
006410 7210-EXIT.
006420     EXIT.
006430
006440*****************************************************************
006450* 7250-COMPUTE-WEEKDAY - ZELLER: JANUARY AND FEBRUARY COUNT AS  *
006460*            MONTHS 13 AND 14 OF THE PREVIOUS YEAR              *
006470*****************************************************************
006480 7250-COMPUTE-WEEKDAY.
006490     MOVE WS-WORK-YEAR  TO WS-CALC-YEAR
006500     MOVE WS-WORK-MONTH TO WS-CALC-MONTH
006510     IF WS-CALC-MONTH < 3
006520        ADD 12 TO WS-CALC-MONTH
006530        SUBTRACT 1 FROM WS-CALC-YEAR
006540     END-IF
006550     COMPUTE WS-CALC-TERM = 13 * (WS-CALC-MONTH + 1)
006560     DIVIDE WS-CALC-TERM BY 5 GIVING WS-CALC-TERM
006570     DIVIDE WS-CALC-YEAR BY 4   GIVING WS-CALC-Q4
006580     DIVIDE WS-CALC-YEAR BY 100 GIVING WS-CALC-Q100
006590     DIVIDE WS-CALC-YEAR BY 400 GIVING WS-CALC-Q400
006600     COMPUTE WS-CALC-SUM = WS-WORK-DAY + WS-CALC-TERM
006610         + WS-CALC-YEAR + WS-CALC-Q4 - WS-CALC-Q100
006620         + WS-CALC-Q400
006630     DIVIDE WS-CALC-SUM BY 7 GIVING WS-CALC-QUOTIENT
006640         REMAINDER WS-WEEKDAY.
006650 7250-EXIT.
006660     EXIT.
006670
006680*****************************************************************
006690* 7300-ADD-CALENDAR-DAY - WS-WORK-DATE PLUS ONE CALENDAR DAY    *
006700*****************************************************************
006710 7300-ADD-CALENDAR-DAY.
006720     PERFORM 7350-COMPUTE-MONTH-END THRU 7350-EXIT
006730     IF WS-WORK-DAY < WS-MONTH-END-DAY
006740        ADD 1 TO WS-WORK-DAY
006750        GO TO 7300-EXIT
006760     END-IF
006770     MOVE 1 TO WS-WORK-DAY
006780     IF WS-WORK-MONTH < 12
006790        ADD 1 TO WS-WORK-MONTH
006800     ELSE
006810        MOVE 1 TO WS-WORK-MONTH
006820        ADD 1 TO WS-WORK-YEAR
006830     END-IF.
006840 7300-EXIT.
006850     EXIT.
006860
006870*****************************************************************
006880* 7350-COMPUTE-MONTH-END - LAST CALENDAR DAY OF THE WORK MONTH, *
006890*            WITH THE LEAP YEAR RULE FOR FEBRUARY               *
006900*****************************************************************
006910 7350-COMPUTE-MONTH-END.
006920     MOVE WS-DAYS-IN-MONTH (WS-WORK-MONTH) TO WS-MONTH-END-DAY
006930     IF WS-WORK-MONTH = 2
006940        DIVIDE WS-WORK-YEAR BY 4 GIVING WS-YEAR-REMAINDER
006950            REMAINDER WS-YEAR-REMAINDER
006960        IF WS-YEAR-REMAINDER = ZERO
006970           DIVIDE WS-WORK-YEAR BY 100 GIVING WS-YEAR-REMAINDER
006980               REMAINDER WS-YEAR-REMAINDER
006990           IF WS-YEAR-REMAINDER NOT = ZERO
007000              MOVE 29 TO WS-MONTH-END-DAY
007010           ELSE
007020              DIVIDE WS-WORK-YEAR BY 400
007030                  GIVING WS-YEAR-REMAINDER
007040                  REMAINDER WS-YEAR-REMAINDER
007050              IF WS-YEAR-REMAINDER = ZERO
007060                 MOVE 29 TO WS-MONTH-END-DAY
007070              END-IF
007080           END-IF
007090        END-IF
007100     END-IF.
007110 7350-EXIT.
007120     EXIT.
007130
007140*****************************************************************
007150* 7400-CHECK-YEAR-COVERED - WARN WHEN THE CALENDAR HOLDS NO DAY *
007160*            OF THE YEAR THE NEW BUSINESS DATE FALLS IN         *
007170*****************************************************************
007180 7400-CHECK-YEAR-COVERED.
007190     MOVE "N" TO WS-YEAR-COVERED-SW
007200     PERFORM 7410-MATCH-YEAR THRU 7410-EXIT
007210         VARYING WS-HOL-IX FROM 1 BY 1
007220         UNTIL WS-HOL-IX > WS-HOLIDAY-COUNT OR YEAR-COVERED
007230     IF NOT YEAR-COVERED
007240        DISPLAY "WARNUNG: FEIERTAGSKALENDER ENTHAELT KEINEN TAG "
007250            "DES JAHRES " WS-NEW-NEXT-DATE (1:4)
007260            " - NUR WOCHENENDEN WERDEN UEBERSPRUNGEN."
007270     END-IF.
007280 7400-EXIT.
007290     EXIT.
007300
007310 7410-MATCH-YEAR.
007320     IF WS-HOL-DATE (WS-HOL-IX) (1:4) = WS-NEW-NEXT-DATE (1:4)
007330        MOVE "Y" TO WS-YEAR-COVERED-SW
007340     END-IF.
007350 7410-EXIT.
007360     EXIT.
007370
007380*****************************************************************
007390* 8000-WRITE-PROTOCOL - ONE TAGPROT LINE PER STATUS CHANGE      *
007400*****************************************************************
007410 8000-WRITE-PROTOCOL.
007420     OPEN EXTEND TAGPROT
007430     IF WS-TAGPROT-STATUS = "35"
007440        OPEN OUTPUT TAGPROT
007450        CLOSE TAGPROT
007460        OPEN EXTEND TAGPROT
007470     END-IF
007480     IF WS-TAGPROT-STATUS NOT = "00"
007490        DISPLAY "WARNUNG: TAGPROT NICHT SCHREIBBAR, STATUS "
007500            WS-TAGPROT-STATUS
007510        GO TO 8000-EXIT
007520     END-IF
007530     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
007540     ACCEPT WS-CLOCK-TIME FROM TIME
007550     MOVE SPACES TO TP-LINE
007560     STRING WS-CLOCK-DATE DELIMITED BY SIZE
007570         "-" DELIMITED BY SIZE
007580         WS-CLOCK-TIME DELIMITED BY SIZE
007590         " " DELIMITED BY SIZE
007600         WS-OPERATOR-ID DELIMITED BY SIZE
007610         " " DELIMITED BY SIZE
007620         WS-PROT-ACTION DELIMITED BY SIZE
007630         " GESCHAEFTSTAG " DELIMITED BY SIZE
007640         BD-BUSINESS-DATE DELIMITED BY SIZE
007650         " STATUS " DELIMITED BY SIZE
007660         BD-DAY-STATUS DELIMITED BY SIZE
007670         INTO TP-LINE
007680     WRITE TP-LINE
007690     CLOSE TAGPROT.
007700 8000-EXIT.
007710     EXIT.
007720
007730*****************************************************************
007740* 9000-TERMINATE                                                *
007750*****************************************************************
007760 9000-TERMINATE.
007770     DISPLAY "Tagessteuerung beendet.".
007780 9000-EXIT.
007790     EXIT.
