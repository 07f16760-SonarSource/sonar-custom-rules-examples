000100***************************************************************
000200*                                                              *
000300*   STEPRSLT  --  NIGHTLY STEP RESULT RECORD                   *
000400*                                                              *
000500*   ONE RECORD PER RUN OF EACH DAY-CLOSE CHECKPOINT STEP       *
000600*   (ENQ205 CERTIFICATION, ENQ255 PARTITION BALANCING, ENQ185  *
000700*   CONSUMED-BALANCE VERIFICATION, ENQ280 JOURNAL, ENQ245      *
000800*   FEED PREPARATION), APPENDED AT TERMINATION TO THE          *
000900*   CUMULATIVE STEP-RESULT FILE (STEPRSLT) THE SAME WAY        *
001000*   ENQ200 APPENDS TO RUNSTATS.  ENQ385 READS IT TO DECIDE     *
001100*   WHETHER THE BUSINESS DAY CAN BE CLOSED; WHERE A STEP WAS   *
001200*   RERUN FOR THE SAME DAY, THE LAST RECORD WRITTEN COUNTS.    *
001300*                                                              *
001400*   A STEP PASSES ONLY WHEN ITS OWN CHECK HELD: RC=0, EXCEPT   *
001500*   THAT AN ENQ185 RUN WITH ACCOUNTS IT COULD NOT VERIFY BUT   *
001600*   NO DISCREPANCY (RC=4) ALSO PASSES -- THAT IS NOT DRIFT.    *
001700*   A STEP THAT COULD NOT ESTABLISH ITS BUSINESS DATE WRITES   *
001800*   NOTHING, SO THE DAY-CLOSE SEES IT AS MISSING, NOT PASSED.  *
001900*                                                              *
002000*   MODIFICATION HISTORY                                       *
002100*   DATE       INIT  DESCRIPTION                               *
002200*   ---------- ----  ------------------------------------------*
002300*   2026-10-14 DLM   ORIGINAL COPYBOOK.                        *
002400*                                                              *
002500***************************************************************
002600 01  STEP-RESULT-RECORD.
002700     05  SRES-BUSINESS-DATE          PIC 9(08).
002800     05  SRES-PROGRAM-NAME           PIC X(08).
002900     05  SRES-RETURN-CODE            PIC 9(04).
003000     05  SRES-RESULT                 PIC X(01).
003100         88  SRES-PASSED                 VALUE 'P'.
003200         88  SRES-FAILED                 VALUE 'F'.
003300     05  SRES-RUN-DATE               PIC 9(08).
003400     05  SRES-RUN-TIME               PIC 9(06).
003500     05  SRES-RESULT-TEXT            PIC X(40).
003600     05  FILLER                      PIC X(05).
