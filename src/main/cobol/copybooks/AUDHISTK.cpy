002000*   DATE       INIT  DESCRIPTION                                *
002100*   ---------- ----  ------------------------------------------*
002200*   2026-08-22 DLM   ORIGINAL COPYBOOK.                         *
002300*   2026-10-14 DLM   CARVED AUDH-FORCED-SW OUT OF THE TRAILING  *
002400*                    FILLER -- AUD-FORCED-SW CARRIED OVER FROM  *
002500*                    THE DAILY AUDIT ROW (FORCE-POST OVERRIDE). *
002600*                                                              *
002700***************************************************************
002800 01  AUDIT-HISTORY-RECORD.
002900     05  AUDH-KEY.
003000         10  AUDH-TXN-KEY            PIC X(10).
003100         10  AUDH-TS-DATE            PIC 9(08).
003200         10  AUDH-TS-TIME            PIC 9(06).
003300         10  AUDH-SEQUENCE           PIC 9(03).
003400     05  AUDH-ABT-STATUS-AT-CHECK    PIC X(01).
003500     05  AUDH-CALL-MADE-SW           PIC X(01).
003600         88  AUDH-CALL-WAS-MADE          VALUE 'Y'.
003700     05  AUDH-CALLED-PROGRAM         PIC X(08).
003800     05  AUDH-CALL-PARAM-VALUE       PIC X(20).
003900     05  AUDH-BLOCKED-SW             PIC X(01).
004000         88  AUDH-CALL-WAS-BLOCKED       VALUE 'Y'.
004100     05  AUDH-FORCED-SW              PIC X(01).
004200         88  AUDH-ITEM-WAS-FORCED        VALUE 'Y'.
004300     05  FILLER                      PIC X(11).
