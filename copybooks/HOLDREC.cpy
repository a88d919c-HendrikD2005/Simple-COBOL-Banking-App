000100***************************************************************
000200*                                                               *
000300*    HOLDREC.CPY                                                *
000400*                                                               *
000500*    VORMERKUNG / PFAENDUNG (HOLDMAS) - ONE RECORD PER AMOUNT   *
000600*    RESERVED ON AN ACCOUNT.  MAINTAINED BY ACCTMNT, RELEASED   *
000700*    ON EXPIRY BY THE NIGHTLY HOLDRELEASE STEP, READ BY EVERY   *
000800*    PROGRAM THAT DEBITS AN ACCOUNT.  THE FILE IS INDEXED ON    *
000900*    HL-HOLD-KEY: ACCOUNT NUMBER PLUS A RUNNING SEQUENCE, SO    *
001000*    ONE ACCOUNT CAN CARRY SEVERAL HOLDS.  RELEASED HOLDS STAY  *
001100*    ON THE FILE WITH THEIR END DATE AND OPERATOR.              *
001200*                                                               *
001300*    A HOLD COUNTS AGAINST THE AVAILABLE BALANCE WHILE IT IS    *
001400*    HL-AKTIV, HL-START-DATE IS NOT AFTER THE BUSINESS DATE     *
001500*    AND HL-EXPIRY-DATE IS ZERO (UNBEFRISTET) OR NOT BEFORE     *
001600*    THE BUSINESS DATE.  AN ACTIVE PFAENDUNG ALSO BLOCKS THE    *
001700*    OVERDRAFT LINE: THE ACCOUNT MAY NOT GO BELOW ZERO.         *
001800*                                                               *
001900*    MODIFICATION HISTORY                                       *
002000*    ------------------------------------------------------     *
002100*    2026-10-15  HD  ORIGINAL LAYOUT.                           *
002200*                                                               *
002300***************************************************************
002400 01  HL-RECORD.
002500     05  HL-HOLD-KEY.
002600         10  HL-ACCT-NUMBER      PIC 9(06).
002700         10  HL-HOLD-SEQ         PIC 9(03).
002800     05  HL-AMOUNT               PIC S9(9)V99 COMP-3.
002900     05  HL-REASON               PIC X(01).
003000         88  HL-PFAENDUNG                  VALUE "P".
003100         88  HL-KARTE                      VALUE "K".
003200         88  HL-SCHECK                     VALUE "S".
003300         88  HL-SONSTIGE                   VALUE "V".
003400         88  HL-REASON-VALID               VALUES "P" "K" "S" "V".
003500     05  HL-REFERENCE            PIC X(20).
003600     05  HL-START-DATE           PIC 9(08).
003700     05  HL-EXPIRY-DATE          PIC 9(08).
003800     05  HL-SET-OPERATOR         PIC X(08).
003900     05  HL-STATUS               PIC X(01).
004000         88  HL-AKTIV                      VALUE "A".
004100         88  HL-AUFGEHOBEN                 VALUE "F".
004200         88  HL-ABGELAUFEN                 VALUE "E".
004300     05  HL-END-DATE             PIC 9(08).
004400     05  HL-END-OPERATOR         PIC X(08).
004500     05  FILLER                  PIC X(10).
