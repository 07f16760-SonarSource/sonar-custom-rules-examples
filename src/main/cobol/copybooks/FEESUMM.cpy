000100***************************************************************
000200*                                                              *
000300*   FEESUMM  --  DAILY FEE-INCOME SUMMARY RECORD               *
000400*                                                              *
000500*   WRITTEN BY ENQ310 FROM THE DAY'S POSTED EXTRACT (POSTREC): *
000600*   ONE DATA RECORD PER SOURCE / FEE CODE / CURRENCY, TOTALING *
000700*   THE TYPE-03 ITEMS ENQ200 PROCESSED (DISPOSITION 'P').      *
000800*   READ BY THE GL JOURNAL STEP (ENQ280), WHICH CREDITS EACH   *
000900*   ENTRY TO ITS FEE-INCOME ACCOUNT (FEEINC + FEE CODE) IN     *
001000*   PLACE OF THE SINGLE STLMT03 CREDIT, AND TIES THE ENTRIES   *
001100*   FOR EACH SOURCE AND CURRENCY BACK TO ITS OWN TYPE-03       *
001200*   BUCKET BEFORE ANY JOURNAL RECORD IS WRITTEN.               *
001300*                                                              *
001400*   THE LAST RECORD IS A TRAILER (FSUM-RECORD-TYPE 'T')        *
001500*   CARRYING THE BUSINESS DATE, THE DATA-RECORD COUNT, AND     *
001600*   THE ITEM AND AMOUNT TOTALS OVER THE DATA RECORDS.          *
001700*                                                              *
001800*   MODIFICATION HISTORY                                       *
001900*   DATE       INIT  DESCRIPTION                               *
002000*   ---------- ----  ------------------------------------------*
002100*   2026-10-14 DLM   ORIGINAL COPYBOOK.                        *
002200*                                                              *
002300***************************************************************
002400 01  FEE-SUMMARY-RECORD.
002500     05  FSUM-RECORD-TYPE            PIC X(01).
002600         88  FSUM-DATA-RECORD            VALUE 'D'.
002700         88  FSUM-TRAILER-RECORD         VALUE 'T'.
002800     05  FSUM-DATA-FIELDS.
002900         10  FSUM-BUSINESS-DATE      PIC 9(08).
003000         10  FSUM-SOURCE             PIC X(08).
003100         10  FSUM-FEE-CODE           PIC X(04).
003200         10  FSUM-CURRENCY-CODE      PIC X(03).
003300         10  FSUM-AMOUNT             PIC S9(13)V99.
003400         10  FSUM-ITEM-COUNT         PIC 9(09).
003500         10  FILLER                  PIC X(32).
003600     05  FSUM-TRAILER-FIELDS REDEFINES FSUM-DATA-FIELDS.
003700         10  FSUM-TRL-BUSINESS-DATE  PIC 9(08).
003800         10  FSUM-TRL-RECORD-COUNT   PIC 9(09).
003900         10  FSUM-TRL-ITEM-COUNT     PIC 9(09).
004000         10  FSUM-TRL-AMOUNT-TOTAL   PIC S9(13)V99.
004100         10  FILLER                  PIC X(38).
