000100***************************************************************
000200*                                                              *
000300*   DAYCLS  --  VSAM KSDS BUSINESS-DAY CLOSE RECORD            *
000400*                                                              *
000500*   ONE RECORD PER BUSINESS DATE, WRITTEN ONLY BY ENQ385.      *
000600*   ENQ225 ONLY SAYS WHETHER ENQ200 COMPLETED; THE DAY IS NOT  *
000700*   CLOSED UNTIL EVERY CHECKPOINT STEP HAS PASSED AS WELL.     *
000800*   THE SIX CHECKPOINTS, IN TABLE ORDER, ARE:                  *
000900*                                                              *
001000*     1  ENQ200  EVERY RUN FOR THE DATE COMPLETE ON ABTSTFIL   *
001100*     2  ENQ205  CONTROL TOTALS CERTIFIED (SINGLE STREAM)      *
001200*     3  ENQ255  PARTITIONS BALANCED (PARTITION MODE)          *
001300*     4  ENQ185  NO CONSUMED-BALANCE DRIFT                     *
001400*     5  ENQ280  GL JOURNAL IN BALANCE                         *
001500*     6  ENQ245  FEEDS CLEARED TO TRANSMIT                     *
001600*                                                              *
001700*   ENQ205 IS NOT REQUIRED ON A PARTITIONED DAY AND ENQ255 IS  *
001800*   NOT REQUIRED ON A SINGLE-STREAM DAY; EACH IS MARKED 'N'.   *
001900*   A CHECKPOINT WITH NO RESULT FOR THE DATE IS 'M' (MISSING)  *
002000*   AND COUNTS AS A FAILURE.                                   *
002100*                                                              *
002200*   DCLS-STATUS:  O = EVALUATED, NOT YET CLOSED;               *
002300*                 S = SIGNED OFF BY THE SHIFT LEAD, WHICH      *
002400*                     NEEDS EVERY REQUIRED CHECKPOINT PASSED;  *
002500*                 V = OVERRIDDEN -- CLOSED WITHOUT A FULL PASS *
002600*                     ON THE AUTHORITY OF TWO DISTINCT USER    *
002700*                     IDS, WHICH ARE RECORDED.                 *
002800*   A DAY AT S OR V IS CLOSED AND IS NEVER CHANGED AGAIN.      *
002900*   ENQ200 WILL NOT START A BUSINESS DATE WHOSE PRIOR          *
003000*   BUSINESS DAY (FROM CALFILE) IS NOT CLOSED.                 *
003100*                                                              *
003200*   MODIFICATION HISTORY                                       *
003300*   DATE       INIT  DESCRIPTION                               *
003400*   ---------- ----  ------------------------------------------*
003500*   2026-10-14 DLM   ORIGINAL COPYBOOK.                        *
003600*                                                              *
003700***************************************************************
003800 01  DAY-CLOSE-RECORD.
003900     05  DCLS-KEY.
004000         10  DCLS-BUSINESS-DATE      PIC 9(08).
004100     05  DCLS-STATUS                 PIC X(01).
004200         88  DCLS-IS-OPEN                VALUE 'O'.
004300         88  DCLS-IS-SIGNED-OFF          VALUE 'S'.
004400         88  DCLS-IS-OVERRIDDEN          VALUE 'V'.
004500         88  DCLS-IS-CLOSED              VALUE 'S' 'V'.
004600     05  DCLS-PARTITION-MODE-SW      PIC X(01).
004700         88  DCLS-PARTITION-MODE         VALUE 'Y'.
004800     05  DCLS-ALL-PASSED-SW          PIC X(01).
004900         88  DCLS-ALL-PASSED             VALUE 'Y'.
005000     05  DCLS-CHECKPOINT OCCURS 6 TIMES.
005100         10  DCLS-CHKPT-PROGRAM      PIC X(08).
005200         10  DCLS-CHKPT-RESULT       PIC X(01).
005300             88  DCLS-CHKPT-PASSED       VALUE 'P'.
005400             88  DCLS-CHKPT-FAILED       VALUE 'F'.
005500             88  DCLS-CHKPT-MISSING      VALUE 'M'.
005600             88  DCLS-CHKPT-NOT-REQUIRED VALUE 'N'.
005700         10  DCLS-CHKPT-RETURN-CODE  PIC 9(04).
005800         10  DCLS-CHKPT-RUN-DATE     PIC 9(08).
005900         10  DCLS-CHKPT-RUN-TIME     PIC 9(06).
006000     05  DCLS-EVALUATED-DATE         PIC 9(08).
006100     05  DCLS-EVALUATED-TIME         PIC 9(06).
006200     05  DCLS-SIGNED-OFF-BY          PIC X(08).
006300     05  DCLS-SIGNED-OFF-DATE        PIC 9(08).
006400     05  DCLS-SIGNED-OFF-TIME        PIC 9(06).
006500     05  DCLS-OVERRIDE-BY            PIC X(08).
006600     05  DCLS-OVERRIDE-APPROVED-BY   PIC X(08).
006700     05  DCLS-OVERRIDE-DATE          PIC 9(08).
006800     05  DCLS-OVERRIDE-TIME          PIC 9(06).
006900     05  FILLER                      PIC X(20).
