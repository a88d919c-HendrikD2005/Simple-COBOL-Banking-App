000900*    DIFFERENT OPERATOR ID.  THE FILE (PENDAUTH) IS INDEXED     *
001000*    ON PA-ID.                                                  *
001100*                                                               *
001200*    A STORNO ITEM (PA-TRANS-TYPE "S") NAMES THE ENTRY TO BE    *
001300*    REVERSED: PA-ORIG-TIMESTAMP IS THE TL-TIMESTAMP OF THE     *
001400*    ORIGINAL ENTRY ON PA-ACCT-NUMBER, OR FOR AN UMBUCHUNG THE  *
001500*    SHARED TRANSFER REFERENCE (PA-ORIG-ACTION "UMBUCHUNG",     *
001600*    PA-ACCT-NUMBER THE SOURCE ACCOUNT).  PA-AMOUNT CARRIES THE *
001700*    ORIGINAL AMOUNT WITHOUT SIGN, FOR THE SUPERVISOR'S LIST.   *
001800*                                                               *
001900*    MODIFICATION HISTORY                                      *
002000*    ------------------------------------------------------    *
002100*    2026-09-02  HD  ORIGINAL LAYOUT.                           *
002200*    2026-10-15  HD  STORNO ITEMS: PA-ORIG-TIMESTAMP AND        *
002300*                    PA-ORIG-ACTION ADDED.  THE RECORD GROWS,   *
002400*                    PENDAUTH IS RELOADED EMPTY (ALL ITEMS      *
002500*                    DECIDED) WHEN THIS LAYOUT GOES LIVE.       *
002600*                                                               *
002700***************************************************************
002800 01  PA-RECORD.
002900     05  PA-ID                   PIC 9(06).
003000     05  PA-ACCT-NUMBER          PIC 9(06).
003100     05  PA-TRANS-TYPE           PIC X(01).
003200         88  PA-STORNO                     VALUE "S".
003300     05  PA-AMOUNT               PIC S9(9)V99 COMP-3.
003400     05  PA-CAPTURE-TELLER       PIC X(08).
003500     05  PA-CAPTURE-DATE         PIC 9(08).
003600     05  PA-STATUS               PIC X(01).
003700         88  PA-OFFEN                      VALUE "O".
003800         88  PA-FREIGEGEBEN                VALUE "F".
003900         88  PA-ABGELEHNT                  VALUE "A".
004000     05  PA-DECIDE-OPER          PIC X(08).
004100     05  PA-DECIDE-DATE          PIC 9(08).
004200     05  PA-ORIG-TIMESTAMP       PIC X(17).
004300     05  PA-ORIG-ACTION          PIC X(10).
004400     05  FILLER                  PIC X(05).
