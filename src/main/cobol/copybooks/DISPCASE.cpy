000100***************************************************************
000200*                                                              *
000300*   DISPCASE  --  VSAM KSDS DISPUTE CASE RECORD                *
000400*                                                              *
000500*   ONE RECORD PER DISPUTED TRANSACTION, KEYED BY THE          *
000600*   DISPUTED ITEM'S OWN TRANS-KEY.  A CASE IS OPENED ONLY      *
000700*   FOR AN ITEM ON THE HISTORY KSDS (TXHISTK) THAT WAS FULLY   *
000800*   PROCESSED AND HAS NOT BEEN REVERSED, AND ONLY FOR AN       *
000900*   ORIGINAL (SUB-SEQUENCE '1' IN KEY BYTE 10) -- THE ONLY     *
001000*   KIND OF ITEM ENQ302 CAN MATCH A TYPE-02 REVERSAL TO.       *
001100*   THE ITEM'S TYPE, AMOUNT, SOURCE AND BUSINESS DATE ARE      *
001200*   COPIED FROM ITS HISTORY ROW WHEN THE CASE IS OPENED.  THE  *
001300*   HISTORY ROW DOES NOT CARRY THE CURRENCY, SO THE DESK       *
001400*   SUPPLIES IT (SPACES = BASE CURRENCY, AS ON THE FEED).      *
001500*                                                              *
001600*   A CASE IS OPEN ('O') UNTIL IT IS UPHELD ('U') OR           *
001700*   DECLINED ('D').  UPHOLDING IT WRITES THE TYPE-02           *
001800*   REVERSAL (DISP-REVERSAL-KEY) INTO THE NEXT ENQ200 RUN.  A  *
001900*   DECLINED CASE MAY BE OPENED AGAIN OVER THE SAME ROW.       *
002000*   CASES ARE OPENED AND RESOLVED ONLY THROUGH ENQ330; ENQ335  *
002100*   REPORTS THE OPEN CASES' AGING TO THE DESK.                 *
002200*                                                              *
002300*   MODIFICATION HISTORY                                       *
002400*   DATE       INIT  DESCRIPTION                               *
002500*   ---------- ----  ------------------------------------------*
002600*   2026-10-14 DLM   ORIGINAL COPYBOOK.                        *
002700*                                                              *
002800***************************************************************
002900 01  DISPUTE-CASE-RECORD.
003000     05  DISP-KEY.
003100         10  DISP-TRANS-KEY          PIC X(10).
003200     05  DISP-STATUS                 PIC X(01).
003300         88  DISP-IS-OPEN                VALUE 'O'.
003400         88  DISP-IS-UPHELD              VALUE 'U'.
003500         88  DISP-IS-DECLINED            VALUE 'D'.
003600     05  DISP-REASON-CODE            PIC X(04).
003700         88  DISP-REASON-UNAUTHORISED    VALUE 'UNAU'.
003800         88  DISP-REASON-DUPLICATE       VALUE 'DUPL'.
003900         88  DISP-REASON-WRONG-AMOUNT    VALUE 'AMNT'.
004000         88  DISP-REASON-NOT-RECEIVED    VALUE 'NREC'.
004100         88  DISP-REASON-OTHER           VALUE 'OTHR'.
004200         88  DISP-REASON-VALID           VALUE 'UNAU' 'DUPL'
004300                                               'AMNT' 'NREC'
004400                                               'OTHR'.
004500     05  DISP-REASON-TEXT            PIC X(30).
004600     05  DISP-OPENED-DATE            PIC 9(08).
004700     05  DISP-OPENED-BY              PIC X(08).
004800     05  DISP-TXN-TYPE               PIC 9(02).
004900     05  DISP-TXN-AMOUNT             PIC S9(11)V99 COMP-3.
005000     05  DISP-TXN-SOURCE             PIC X(08).
005100     05  DISP-TXN-BUSINESS-DATE      PIC 9(08).
005200     05  DISP-CURRENCY-CODE          PIC X(03).
005300     05  DISP-RESOLUTION-TEXT        PIC X(30).
005400     05  DISP-RESOLVED-DATE          PIC 9(08).
005500     05  DISP-RESOLVED-BY            PIC X(08).
005600     05  DISP-APPROVED-BY            PIC X(08).
005700     05  DISP-REVERSAL-KEY           PIC X(10).
005800     05  FILLER                      PIC X(20).
