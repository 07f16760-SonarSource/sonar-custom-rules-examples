000100***************************************************************
000200*                                                              *
000300*   MTDJRNL  --  VSAM KSDS MONTH-TO-DATE JOURNAL RECORD        *
000400*                                                              *
000500*   THE PROVEN DAILY GL JOURNALS (JRNLREC) ACCUMULATED FOR     *
000600*   THE MONTH-END CLOSE, KEYED BY BUSINESS DATE AND A          *
000700*   SEQUENCE WITHIN THE DATE.  LOADED ONLY BY ENQ350 AND READ  *
000800*   BY ENQ355.                                                 *
000900*                                                              *
001000*   SEQUENCE 000000 IS THE DAY CONTROL ROW: THE JOURNAL'S OWN  *
001100*   TRAILER TOTALS AND THE POSTED EXTRACT'S TRAILER COUNT AND  *
001200*   AMOUNT THE JOURNAL WAS PROVEN AGAINST, WITH WHEN THE DAY   *
001300*   WAS LOADED AND HOW MANY TIMES.  SEQUENCES 000001 UP ARE    *
001400*   THE DAY'S JOURNAL LINES IN JOURNAL ORDER.                  *
001500*   THE CONTROL ROW ALSO CARRIES THE DAY'S TRANSFER SUSPENSE   *
001600*   RELIEF (ENQ280 5170), THE PART OF THE JOURNAL DEBITS THAT  *
001700*   IS OUTSIDE THE EXTRACT AMOUNT: DEBITS LESS RELIEF EQUAL    *
001800*   THE POSTED AMOUNT.                                         *
001900*                                                              *
002000*   A DATE IS LOADED ONCE.  A SECOND LOAD FOR A DATE ALREADY   *
002100*   ON FILE IS REFUSED UNLESS ENQ350 IS TOLD TO REPLACE IT,    *
002200*   WHEN THE DATE'S ROWS ARE DELETED FIRST AND THE LOAD COUNT  *
002300*   CARRIED FORWARD -- SO A RE-SENT JOURNAL CAN NEVER COUNT    *
002400*   A DAY TWICE IN THE MONTH.                                  *
002500*                                                              *
002600*   MODIFICATION HISTORY                                       *
002700*   DATE       INIT  DESCRIPTION                               *
002800*   ---------- ----  ------------------------------------------*
002900*   2026-10-14 DLM   ORIGINAL COPYBOOK.                        *
003000*   2026-10-15 DLM   MTDJ-XFER-RELIEF-TOTAL ON THE CONTROL ROW, *
003100*                    OUT OF THE SPARE FILLER.                  *
003200*                                                              *
003300***************************************************************
003400 01  MTD-JOURNAL-RECORD.
003500     05  MTDJ-KEY.
003600         10  MTDJ-BUSINESS-DATE      PIC 9(08).
003700         10  MTDJ-SEQUENCE           PIC 9(06).
003800             88  MTDJ-DAY-CONTROL-ROW    VALUE ZERO.
003900     05  MTDJ-LINE-FIELDS.
004000         10  MTDJ-DR-CR              PIC X(02).
004100             88  MTDJ-DEBIT              VALUE 'DR'.
004200             88  MTDJ-CREDIT             VALUE 'CR'.
004300         10  MTDJ-ACCOUNT            PIC X(12).
004400         10  MTDJ-SOURCE             PIC X(08).
004500         10  MTDJ-TXN-TYPE           PIC 9(02).
004600         10  MTDJ-CURRENCY-CODE      PIC X(03).
004700         10  MTDJ-AMOUNT             PIC S9(13)V99 COMP-3.
004800         10  MTDJ-ITEM-COUNT         PIC 9(09) COMP.
004900         10  FILLER                  PIC X(21).
005000     05  MTDJ-CONTROL-FIELDS REDEFINES MTDJ-LINE-FIELDS.
005100         10  MTDJ-JRNL-DEBIT-TOTAL   PIC S9(13)V99 COMP-3.
005200         10  MTDJ-JRNL-CREDIT-TOTAL  PIC S9(13)V99 COMP-3.
005300         10  MTDJ-JRNL-RECORD-COUNT  PIC 9(09) COMP.
005400         10  MTDJ-POST-RECORD-COUNT  PIC 9(09) COMP.
005500         10  MTDJ-POST-AMOUNT-TOTAL  PIC S9(13)V99 COMP-3.
005600         10  MTDJ-LOADED-DATE        PIC 9(08).
005700         10  MTDJ-LOADED-TIME        PIC 9(06).
005800         10  MTDJ-LOAD-COUNT         PIC 9(03).
005900         10  MTDJ-XFER-RELIEF-TOTAL  PIC S9(13)V99 COMP-3.
006000         10  FILLER                  PIC X(03).
