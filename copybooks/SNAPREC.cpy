000100***************************************************************
000200*                                                               *
000300*    SNAPREC.CPY                                                *
000400*                                                               *
000500*    KONTOSTAND-SCHNAPPSCHUSS (ACCTSNAP) - ONE LINE PER ACCOUNT *
000600*    MASTER RECORD AS IT STOOD AT THE END OF THE BUSINESS DAY   *
000700*    SN-SNAP-DATE.  WRITTEN BY ENDOFDAYRECON TO SNAPNEW (COPIED *
000800*    OVER ACCTSNAP FOR THE NEXT DAY'S OPENING BALANCES) AND TO  *
000900*    THE DATED COPY ACCTSNAP.JJJJMMTT, FROM WHICH ACCTRECOVERY  *
001000*    REBUILDS THE MASTER.  ENDOFDAYRECON ITSELF ONLY NEEDS      *
001100*    ACCOUNT AND BALANCE.                                       *
001200*                                                               *
001300*    THE LIMIT IS WRITTEN AS THE EFFECTIVE FLOOR (-500.00 WHERE *
001400*    THE MASTER HAS NONE YET), THE FREIBETRAG AS ZERO WHERE     *
001500*    THE MASTER HAS NONE.  LINES WRITTEN BEFORE THE MASTER      *
001600*    DATA WAS ADDED END AFTER THE BALANCE.                      *
001700*                                                               *
001800*    FIXED COLUMNS:                                             *
001900*      1- 6  KONTONUMMER        9(06)                           *
002000*      8-19  SALDO              S9(9)V99, VORZEICHEN FUEHREND   *
002100*     21-26  KUNDENNUMMER       9(06)                           *
002200*        28  KONTOSTATUS        A / G / X                       *
002300*     30-39  LIMIT-UNTERGRENZE  S9(7)V99, VORZEICHEN FUEHREND   *
002400*     41-50  FREISTELLUNG       S9(7)V99, VORZEICHEN FUEHREND   *
002500*     52-59  STICHTAG           JJJJMMTT                        *
002600*                                                               *
002700*    MODIFICATION HISTORY                                       *
002800*    ------------------------------------------------------     *
002900*    2026-10-15  HD  ORIGINAL LAYOUT, LIFTED FROM ENDOFDAYRECON *
003000*                    AND EXTENDED BY THE MASTER DATA.           *
003100*                                                               *
003200***************************************************************
003300 01  SN-RECORD.
003400     05  SN-ACCT-NUMBER          PIC 9(06).
003500     05  FILLER                  PIC X(01).
003600     05  SN-BALANCE              PIC S9(9)V99
003700                                 SIGN IS LEADING SEPARATE.
003800     05  FILLER                  PIC X(01).
003900     05  SN-CUST-NUMBER          PIC 9(06).
004000     05  FILLER                  PIC X(01).
004100     05  SN-STATUS               PIC X(01).
004200     05  FILLER                  PIC X(01).
004300     05  SN-OD-LIMIT             PIC S9(7)V99
004400                                 SIGN IS LEADING SEPARATE.
004500     05  FILLER                  PIC X(01).
004600     05  SN-FREIBETRAG           PIC S9(7)V99
004700                                 SIGN IS LEADING SEPARATE.
004800     05  FILLER                  PIC X(01).
004900     05  SN-SNAP-DATE            PIC 9(08).
