000100***************************************************************
000200*                                                               *
000300*    BDATREC.CPY                                                *
000400*                                                               *
000500*    GESCHAEFTSDATUM-STEUERSATZ (BUSDATE) - ONE RECORD, READ    *
000600*    BY EVERY PROGRAM FOR ITS PROCESSING DATE INSTEAD OF THE    *
000700*    SYSTEM CLOCK, SO A BATCH STEP RUNNING AFTER MIDNIGHT STILL *
000800*    BOOKS, STAMPS AND NAMES ITS FILES UNDER THE BUSINESS DAY   *
000900*    IT CLOSES.  THE RECORD IS MAINTAINED BY DAYCONTROL         *
001000*    (SCHALTER OEFFNEN / SCHLIESSEN, TAGESABSCHLUSS) AND BY THE *
001100*    BATCH STEPS, WHICH SET THEIR DONE FLAG ("J") WHEN THEY     *
001200*    FINISH CLEANLY.                                            *
001300*                                                               *
001400*    BD-DAY-STATUS:                                             *
001500*      O  SCHALTER OFFEN - ONLINE PROGRAMS MAY SIGN ON, NO      *
001600*         BATCH STEP THAT UPDATES THE MASTER MAY START.         *
001700*      G  SCHALTER GESCHLOSSEN - THE END OF DAY BATCH RUNS,     *
001800*         ONLINE SIGN-ON IS REFUSED.                            *
001900*      A  TAG ABGESCHLOSSEN - THE DAY CLOSE HAS ADVANCED THE    *
002000*         DATE: BD-PREV-DATE IS THE CLOSED DAY, BD-BUSINESS-    *
002100*         DATE IS ALREADY THE NEXT BUSINESS DAY, NOT YET OPEN.  *
002200*                                                               *
002300*    JOB SEQUENCE FOR ONE BUSINESS DATE:                        *
002400*      SCHALTER SCHLIESSEN                                      *
002500*      STAPEL, DAUERAUF, CLEARING, ZINSEN, ENTGELT - POSTING    *
002600*         STEPS, ONLY BEFORE ABSTIMM                            *
002700*      VORMERK         HOLD RELEASE, ONLY BEFORE ABSTIMM        *
002800*      ZAHLAUS                                                  *
002900*      ABSTIMM         NEEDS DAUERAUF                           *
003000*      HAUPTBUCH       NEEDS ABSTIMM                            *
003100*      ARCHIV          NEEDS ABSTIMM AND HAUPTBUCH              *
003200*      TAGESABSCHLUSS  NEEDS ARCHIV, ZAHLAUS AND VORMERK        *
003300*    BD-NEXT-DATE IS THE BUSINESS DAY AFTER BD-BUSINESS-DATE    *
003400*    BY THE HOLIDAY CALENDAR (FEIERTAG) AT THE LAST DAY CLOSE.  *
003500*                                                               *
003600*    MODIFICATION HISTORY                                       *
003700*    ------------------------------------------------------     *
003800*    2026-10-15  HD  ORIGINAL LAYOUT.                           *
003900*    2026-10-15  HD  BD-STEP-VORMERK FOR THE NIGHTLY HOLD       *
004000*                    RELEASE (HOLDRELEASE), TAKEN FROM THE      *
004100*                    RESERVE.                                   *
004200*                                                               *
004300***************************************************************
004400 01  BD-RECORD.
004500     05  BD-BUSINESS-DATE        PIC 9(08).
004600     05  FILLER                  PIC X(01).
004700     05  BD-DAY-STATUS           PIC X(01).
004800         88  BD-ONLINE-OPEN                VALUE "O".
004900         88  BD-ONLINE-CLOSED              VALUE "G".
005000         88  BD-DAY-CLOSED                 VALUE "A".
005100     05  FILLER                  PIC X(01).
005200     05  BD-PREV-DATE            PIC 9(08).
005300     05  FILLER                  PIC X(01).
005400     05  BD-NEXT-DATE            PIC 9(08).
005500     05  FILLER                  PIC X(01).
005600     05  BD-STEP-FLAGS.
005700         10  BD-STEP-STAPEL      PIC X(01).
005800             88  BD-STAPEL-DONE            VALUE "J".
005900         10  BD-STEP-DAUERAUF    PIC X(01).
006000             88  BD-DAUERAUF-DONE          VALUE "J".
006100         10  BD-STEP-CLEARING    PIC X(01).
006200             88  BD-CLEARING-DONE          VALUE "J".
006300         10  BD-STEP-ZINSEN      PIC X(01).
006400             88  BD-ZINSEN-DONE            VALUE "J".
006500         10  BD-STEP-ENTGELT     PIC X(01).
006600             88  BD-ENTGELT-DONE           VALUE "J".
006700         10  BD-STEP-ZAHLAUS     PIC X(01).
006800             88  BD-ZAHLAUS-DONE           VALUE "J".
006900         10  BD-STEP-ABSTIMM     PIC X(01).
007000             88  BD-ABSTIMM-DONE           VALUE "J".
007100         10  BD-STEP-HAUPTBUCH   PIC X(01).
007200             88  BD-HAUPTBUCH-DONE         VALUE "J".
007300         10  BD-STEP-ARCHIV      PIC X(01).
007400             88  BD-ARCHIV-DONE            VALUE "J".
007500         10  BD-STEP-VORMERK     PIC X(01).
007600             88  BD-VORMERK-DONE           VALUE "J".
007700         10  FILLER              PIC X(06).
