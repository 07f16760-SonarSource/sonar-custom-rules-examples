000100***************************************************************
000200*                                                              *
000300*   SRCMSTK  --  VSAM KSDS SOURCE / CHANNEL MASTER RECORD      *
000400*                                                              *
000500*   ONE RECORD PER ORIGINATING SOURCE (TRANS-SOURCE), KEYED    *
000600*   BY THE SOURCE CODE.  THE ONE PLACE THE SYSTEM LEARNS WHAT  *
000700*   A SOURCE IS: ENQ190 EDITS THE DAILY FILE AGAINST IT        *
000800*   (STATUS, PERMITTED TYPES AND CURRENCIES, SUBMISSION        *
000900*   CUTOFF), ENQ245 WRITES ITS ACKNOWLEDGMENTS TO ITS FIXED    *
001000*   ACK SLOT, ENQ280 DEBITS ITS CLEARING GL ACCOUNT, AND       *
001100*   ENQ220 LABELS ITS STATISTICS WITH ITS NAME.  MAINTAINED    *
001200*   ONLY THROUGH ENQ345, WHICH KEEPS ITS OWN CHANGE AUDIT.     *
001300*                                                              *
001400*   STATUS:  'A' ACTIVE -- ACCEPTED ON THE DAILY FILE.         *
001500*            'S' SUSPENDED -- REJECTED ON THE DAILY FILE, BUT  *
001600*                KEEPS ITS ACK SLOT AND CLEARING ACCOUNT SO    *
001700*                ITEMS ALREADY IN FLIGHT STILL ACKNOWLEDGE     *
001800*                AND JOURNAL.                                  *
001900*            'C' CLOSED -- REJECTED, AND ITS ACK SLOT IS FREE  *
002000*                FOR ANOTHER SOURCE.                           *
002100*                                                              *
002200*   PERMITTED TYPES:  ONE 'Y'/'N' FLAG PER TRANSACTION TYPE    *
002300*   01-09, IN TYPE ORDER.                                      *
002400*                                                              *
002500*   PERMITTED CURRENCIES:  UP TO EIGHT CODES.  AN ITEM WITH    *
002600*   A BLANK CURRENCY IS IN THE BASE CURRENCY, AS ON THE FEED.  *
002700*   AN ALL-BLANK LIST PERMITS THE BASE CURRENCY ONLY.          *
002800*                                                              *
002900*   ACK SLOT:  01-08, THE ENQ245 ACKNOWLEDGMENT DD (ACK01-     *
003000*   ACK08) THE SOURCE'S FEED ALWAYS GOES TO.  NO TWO OPEN      *
003100*   SOURCES SHARE A SLOT.  00 MEANS AN INTERNAL SOURCE WITH    *
003200*   NO ACKNOWLEDGMENT FEED (E.G. DISPUTE, THE ENQ330 TYPE-02   *
003300*   REVERSALS).                                                *
003400*                                                              *
003500*   CUTOFF TIME:  HHMMSS.  A DAILY FILE CREATED (TRNHDR        *
003600*   CREATE TIMESTAMP) AFTER THE CUTOFF ON ITS BUSINESS DATE    *
003700*   IS LATE FOR THIS SOURCE.  ZERO MEANS NO CUTOFF.            *
003800*                                                              *
003900*   MODIFICATION HISTORY                                       *
004000*   DATE       INIT  DESCRIPTION                               *
004100*   ---------- ----  ------------------------------------------*
004200*   2026-10-14 DLM   ORIGINAL COPYBOOK.                        *
004300*                                                              *
004400***************************************************************
004500 01  SOURCE-MASTER-RECORD.
004600     05  SRCM-KEY.
004700         10  SRCM-SOURCE-CODE        PIC X(08).
004800     05  SRCM-SOURCE-NAME            PIC X(30).
004900     05  SRCM-STATUS                 PIC X(01).
005000         88  SRCM-IS-ACTIVE              VALUE 'A'.
005100         88  SRCM-IS-SUSPENDED           VALUE 'S'.
005200         88  SRCM-IS-CLOSED              VALUE 'C'.
005300     05  SRCM-PERMITTED-TYPES.
005400         10  SRCM-TYPE-PERMITTED-SW OCCURS 9 TIMES
005500                                     PIC X(01).
005600             88  SRCM-TYPE-PERMITTED     VALUE 'Y'.
005700     05  SRCM-PERMITTED-CURRENCIES.
005800         10  SRCM-CURRENCY-CODE OCCURS 8 TIMES
005900                                     PIC X(03).
006000     05  SRCM-ACK-SLOT               PIC 9(02).
006100         88  SRCM-NO-ACK-FEED            VALUE ZERO.
006200     05  SRCM-CLEARING-ACCOUNT       PIC X(12).
006300     05  SRCM-CUTOFF-TIME            PIC 9(06).
006400         88  SRCM-NO-CUTOFF              VALUE ZERO.
006500     05  SRCM-LAST-CHANGED-DATE      PIC 9(08).
006600     05  SRCM-LAST-CHANGED-BY        PIC X(08).
006700     05  SRCM-APPROVED-BY            PIC X(08).
006800     05  FILLER                      PIC X(30).
