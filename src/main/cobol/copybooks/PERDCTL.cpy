000100***************************************************************
000200*                                                              *
000300*   PERDCTL  --  VSAM KSDS ACCOUNTING PERIOD CONTROL RECORD    *
000400*                                                              *
000500*   ONE RECORD PER SIGNED-OFF ACCOUNTING MONTH, KEYED BY THE   *
000600*   PERIOD (YYYYMM).  WRITTEN ONLY BY THE ENQ355 MONTH-END     *
000700*   CLOSE, AND ONLY AT SIGN-OFF -- A PERIOD WITH NO RECORD IS  *
000800*   OPEN.  ONCE A PERIOD IS LOCKED ('L') ENQ200 WILL NOT RUN   *
000900*   A BUSINESS DATE IN IT, ENQ280 WILL NOT JOURNAL ONE, AND    *
001000*   ENQ350 WILL NOT LOAD ONE.                                  *
001100*                                                              *
001200*   THE RECORD KEEPS THE PERIOD'S PROVEN TOTALS, WHO SIGNED    *
001300*   IT OFF AND WHO APPROVED IT (TWO DISTINCT PEOPLE), AND THE  *
001400*   CLOSING BOOK BALANCE OF EACH SUSPENSE ACCOUNT BY CURRENCY  *
001500*   (NET CREDIT).  THE NEXT CLOSE STARTS ITS SUSPENSE TIE FROM *
001600*   THOSE BALANCES.                                            *
001700*                                                              *
001800*   MODIFICATION HISTORY                                       *
001900*   DATE       INIT  DESCRIPTION                               *
002000*   ---------- ----  ------------------------------------------*
002100*   2026-10-14 DLM   ORIGINAL COPYBOOK.                        *
002200*                                                              *
002300***************************************************************
002400 01  PERIOD-CONTROL-RECORD.
002500     05  PRDC-KEY.
002600         10  PRDC-PERIOD             PIC 9(06).
002700     05  PRDC-STATUS                 PIC X(01).
002800         88  PRDC-IS-LOCKED              VALUE 'L'.
002900     05  PRDC-FIRST-DATE             PIC 9(08).
003000     05  PRDC-LAST-DATE              PIC 9(08).
003100     05  PRDC-DAYS-LOADED            PIC 9(03).
003200     05  PRDC-JRNL-DEBIT-TOTAL       PIC S9(13)V99 COMP-3.
003300     05  PRDC-JRNL-CREDIT-TOTAL      PIC S9(13)V99 COMP-3.
003400     05  PRDC-POST-RECORD-COUNT      PIC 9(09) COMP.
003500     05  PRDC-POST-AMOUNT-TOTAL      PIC S9(13)V99 COMP-3.
003600     05  PRDC-SUSPENSE-TIED-SW       PIC X(01).
003700         88  PRDC-SUSPENSE-TIED          VALUE 'Y'.
003800     05  PRDC-SIGNED-OFF-BY          PIC X(08).
003900     05  PRDC-APPROVED-BY            PIC X(08).
004000     05  PRDC-SIGNED-OFF-DATE        PIC 9(08).
004100     05  PRDC-SIGNED-OFF-TIME        PIC 9(06).
004200     05  PRDC-SUSPENSE-COUNT         PIC 9(02).
004300     05  PRDC-SUSPENSE-BALANCES OCCURS 10 TIMES.
004400         10  PRDC-SUSP-CURRENCY-CODE PIC X(03).
004500         10  PRDC-SUSPREJ-BALANCE    PIC S9(13)V99 COMP-3.
004600         10  PRDC-SUSPBLK-BALANCE    PIC S9(13)V99 COMP-3.
004700         10  PRDC-SUSPPND-BALANCE    PIC S9(13)V99 COMP-3.
004800         10  PRDC-SUSPHLD-BALANCE    PIC S9(13)V99 COMP-3.
004900     05  FILLER                      PIC X(20).
