000100***************************************************************
000200*                                                              *
000300*   JRNLREC  --  GENERAL-LEDGER JOURNAL RECORD                 *
000400*                                                              *
000500*   ONE DATA RECORD PER JOURNAL LINE (A DEBIT OR A CREDIT TO   *
000600*   ONE GL ACCOUNT FOR ONE SOURCE / TYPE / CURRENCY), THEN A   *
000700*   SINGLE TRAILER CARRYING THE PROVEN DEBIT AND CREDIT        *
000800*   TOTALS AND THE DATA RECORD COUNT.  WRITTEN BY ENQ280 ONLY  *
000900*   WHEN THE DAY'S JOURNAL IS IN BALANCE; READ BY ENQ350,      *
001000*   WHICH LOADS THE DAY INTO THE MONTH-TO-DATE JOURNAL         *
001100*   (MTDJRNL) FOR THE ENQ355 MONTH-END CLOSE.                  *
001200*                                                              *
001300*   MODIFICATION HISTORY                                       *
001400*   DATE       INIT  DESCRIPTION                               *
001500*   ---------- ----  ------------------------------------------*
001600*   2026-10-14 DLM   ORIGINAL COPYBOOK, TAKEN OUT OF THE       *
001700*                    ENQ280 FD UNCHANGED SO ENQ350 READS THE   *
001800*                    SAME LAYOUT ENQ280 WRITES.                *
001900*                                                              *
002000***************************************************************
002100 01  JOURNAL-RECORD.
002200     05  JRNL-RECORD-TYPE            PIC X(01).
002300         88  JRNL-DATA-RECORD            VALUE 'D'.
002400         88  JRNL-TRAILER-RECORD         VALUE 'T'.
002500     05  JRNL-DATA-FIELDS.
002600         10  JRNL-JOURNAL-DATE       PIC 9(08).
002700         10  JRNL-DR-CR              PIC X(02).
002800             88  JRNL-DEBIT              VALUE 'DR'.
002900             88  JRNL-CREDIT             VALUE 'CR'.
003000         10  JRNL-ACCOUNT            PIC X(12).
003100         10  JRNL-SOURCE             PIC X(08).
003200         10  JRNL-TXN-TYPE           PIC 9(02).
003300         10  JRNL-CURRENCY-CODE      PIC X(03).
003400         10  JRNL-AMOUNT             PIC S9(13)V99.
003500         10  JRNL-ITEM-COUNT         PIC 9(09).
003600         10  FILLER                  PIC X(21).
003700     05  JRNL-TRAILER-FIELDS REDEFINES JRNL-DATA-FIELDS.
003800         10  JRNL-TRL-DEBIT-TOTAL    PIC S9(13)V99.
003900         10  JRNL-TRL-CREDIT-TOTAL   PIC S9(13)V99.
004000         10  JRNL-TRL-RECORD-COUNT   PIC 9(09).
004100         10  FILLER                  PIC X(41).
