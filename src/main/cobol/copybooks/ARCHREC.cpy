000100***************************************************************
000200*                                                              *
000300*   ARCHREC  --  RETENTION-SWEEP ARCHIVE RECORD                *
000400*                                                              *
000500*   EVERY RETENTION SWEEP WRITES THE ROWS IT DELETES TO A NEW  *
000600*   ARCHIVE GENERATION IN THIS ONE 200-BYTE LAYOUT BEFORE THE  *
000700*   DELETE IS ISSUED, SO NO ROW LEAVES A KSDS WITHOUT A COPY:  *
000800*                                                              *
000900*     ENQ215  TRANSACTION HISTORY  (TXHISTK)   DD TXHARCH      *
001000*     ENQ235  AUDIT HISTORY        (AUDHISTK)  DD AUDARCH      *
001100*     ENQ370  SUSPENSE MASTER      (SUSPMSTK)  DD SUSARCH      *
001200*                                                              *
001300*   A GENERATION IS ONE HEADER ('H'), ONE DATA RECORD ('D')    *
001400*   PER ROW ARCHIVED, AND ONE CONTROL TRAILER ('T') WITH THE   *
001500*   DATA RECORD COUNT AND A HASH TOTAL OF THE ROW DATES.  THE  *
001600*   DATA RECORD CARRIES THE ROW'S KEY AND THE DATE THE SWEEP   *
001700*   TESTED AGAINST ITS CUTOFF (BUSINESS DATE, AUDIT TIMESTAMP  *
001800*   DATE OR SUSPENSE LAST-SEEN DATE) IN THE CLEAR, AND THE     *
001900*   WHOLE ROW AS IT STOOD ON THE KSDS.  ENQ365 SEARCHES THE    *
002000*   GENERATIONS; ENQ355 READS THE SUSPENSE ARCHIVE FOR THE     *
002100*   WRITTEN-OFF ITEMS STILL IN THE SUSPENSE BOOK BALANCE.      *
002200*                                                              *
002300*   MODIFICATION HISTORY                                       *
002400*   DATE       INIT  DESCRIPTION                               *
002500*   ---------- ----  ------------------------------------------*
002600*   2026-10-14 DLM   ORIGINAL COPYBOOK.                        *
002700*                                                              *
002800***************************************************************
002900 01  ARCHIVE-RECORD.
003000     05  ARCH-RECORD-TYPE            PIC X(01).
003100         88  ARCH-HEADER-RECORD          VALUE 'H'.
003200         88  ARCH-DATA-RECORD            VALUE 'D'.
003300         88  ARCH-TRAILER-RECORD         VALUE 'T'.
003400     05  ARCH-SOURCE-FILE            PIC X(08).
003500         88  ARCH-FROM-TXN-HISTORY       VALUE 'TXHISTK'.
003600         88  ARCH-FROM-AUDIT-HISTORY     VALUE 'AUDHISTK'.
003700         88  ARCH-FROM-SUSPENSE-MASTER   VALUE 'SUSPMSTK'.
003800     05  ARCH-ARCHIVED-DATE          PIC 9(08).
003900     05  ARCH-CUTOFF-DATE            PIC 9(08).
004000     05  ARCH-DATA-FIELDS.
004100         10  ARCH-TRANS-KEY          PIC X(10).
004200         10  ARCH-ROW-DATE           PIC 9(08).
004300         10  ARCH-ROW-LENGTH         PIC 9(04).
004400         10  ARCH-ROW-IMAGE          PIC X(150).
004500         10  FILLER                  PIC X(03).
004600     05  ARCH-HEADER-FIELDS REDEFINES ARCH-DATA-FIELDS.
004700         10  ARCH-HDR-RUN-TIME       PIC 9(06).
004800         10  ARCH-HDR-PROGRAM        PIC X(08).
004900         10  FILLER                  PIC X(161).
005000     05  ARCH-TRAILER-FIELDS REDEFINES ARCH-DATA-FIELDS.
005100         10  ARCH-TRL-RECORD-COUNT   PIC 9(09).
005200         10  ARCH-TRL-DATE-HASH      PIC 9(15).
005300         10  FILLER                  PIC X(151).
