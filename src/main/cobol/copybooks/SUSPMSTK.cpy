001800*                                                              *
001900*   RESOLVED AND WRITTEN-OFF ROWS STAY ON FILE WITH THEIR      *
002000*   STATUS SO AN ITEM'S WHOLE SUSPENSE LIFE CAN BE ANSWERED    *
002100*   FROM ONE KEYED READ UNTIL THE ENQ370 RETENTION SWEEP       *
002200*   ARCHIVES AND PRUNES THEM THE WAY ENQ215 PRUNES THE         *
002300*   HISTORY KSDS.                                              *
002400*                                                              *
002500*   MODIFICATION HISTORY                                       *
002600*   DATE       INIT  DESCRIPTION                                *
002700*   ---------- ----  ------------------------------------------*
002800*   2026-09-03 DLM   ORIGINAL COPYBOOK.                         *
002900*   2026-10-14 DLM   NAMED ENQ370 AS THE RETENTION SWEEP.       *
003000*                                                              *
003100***************************************************************
003200 01  SUSPENSE-MASTER-RECORD.
003300     05  SUSM-KEY.
003400         10  SUSM-TRANS-KEY          PIC X(10).
003500     05  SUSM-FIRST-SEEN-DATE        PIC 9(08).
003600     05  SUSM-LAST-SEEN-DATE         PIC 9(08).
003700     05  SUSM-ATTEMPT-COUNT          PIC 9(04).
003800     05  SUSM-STATUS                 PIC X(01).
003900         88  SUSM-STATUS-OPEN            VALUE 'O'.
004000         88  SUSM-STATUS-RESOLVED        VALUE 'R'.
004100         88  SUSM-STATUS-WRITTEN-OFF     VALUE 'W'.
004200     05  SUSM-REASON-HISTORY.
004300         10  SUSM-REASON-CODE OCCURS 5 TIMES
004400                                     PIC X(04).
004500     05  SUSM-LAST-RETURN-CODE       PIC 9(02).
004600     05  SUSM-LAST-REJECT-STAGE      PIC X(01).
004700     05  SUSM-LAST-RUN-ID            PIC X(08).
004800     05  SUSM-ORIGINAL-RECORD        PIC X(80).
004900     05  FILLER                      PIC X(08).
