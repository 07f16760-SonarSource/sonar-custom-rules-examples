001200*   DATE       INIT  DESCRIPTION                                *
001300*   ---------- ----  ------------------------------------------*
001400*   2026-08-08 DLM   ORIGINAL COPYBOOK.                         *
001500*   2026-10-14 DLM   CARVED AUD-FORCED-SW OUT OF THE TRAILING   *
001600*                    FILLER.  'Y' ON THE APPROVED-SUBPROGRAM    *
001700*                    ROW OF AN ITEM FORCED PAST ITS LIMIT CHECK *
001800*                    UNDER A FORCE-POST INSTRUCTION (FRCPOST).  *
001900*                                                              *
002000***************************************************************
002100 01  AUDIT-RECORD.
002200     05  AUD-TIMESTAMP.
002300         10  AUD-TS-DATE             PIC 9(08).
002400         10  AUD-TS-TIME             PIC 9(06).
002500     05  AUD-TXN-KEY                 PIC X(10).
002600     05  AUD-ABT-STATUS-AT-CHECK     PIC X(01).
002700     05  AUD-CALL-MADE-SW            PIC X(01).
002800         88  AUD-CALL-WAS-MADE           VALUE 'Y'.
002900         88  AUD-CALL-WAS-NOT-MADE       VALUE 'N'.
003000     05  AUD-CALLED-PROGRAM          PIC X(08).
003100     05  AUD-CALL-PARAM-VALUE        PIC X(20).
003200     05  AUD-BLOCKED-SW              PIC X(01).
003300         88  AUD-CALL-WAS-BLOCKED        VALUE 'Y'.
003400     05  AUD-FORCED-SW               PIC X(01).
003500         88  AUD-ITEM-WAS-FORCED         VALUE 'Y'.
003600     05  FILLER                      PIC X(19).
