000100***************************************************************
000200*                                                              *
000300*   PARCMP  --  VSAM KSDS PARALLEL-RUN COMPARISON RECORD       *
000400*                                                              *
000500*   ONE RECORD PER CANDIDATE APPROVED-SLOT MODULE PER          *
000600*   BUSINESS DATE, KEYED BY MODULE THEN DATE, SO A BROWSE ON   *
000700*   THE MODULE NAME RETURNS ITS COMPARISONS OLDEST FIRST.      *
000800*   WRITTEN ONLY BY ENQ380, WHICH MATCHES THE EXTRACT OF AN    *
000900*   ENQ200 PARALLEL RUN OF THE CANDIDATE KEY BY KEY AGAINST    *
001000*   PRODUCTION'S EXTRACT FOR THE SAME DAY.  A RERUN FOR THE    *
001100*   SAME MODULE AND DATE REPLACES THE RECORD.                  *
001200*                                                              *
001300*   ONLY DAILY-FILE ITEMS ARE COMPARED -- PRODUCTION'S         *
001400*   RECYCLE, HELD-ITEM AND PARKED-REVERSAL ITEMS HAVE NO       *
001500*   COUNTERPART IN A PARALLEL RUN AND ARE COUNTED AS           *
001600*   EXCLUDED.  A KEY THE PARALLEL RUN SAW AGAIN LATER IN THE   *
001700*   SAME FILE (DIVERTED AS A DUPLICATE BY PRODUCTION, WHICH    *
001800*   HAD WRITTEN ITS HISTORY ROW) IS COUNTED AS A REPEAT.       *
001900*                                                              *
002000*   PCMP-CLEAN-SW IS 'Y' ONLY WHEN BOTH EXTRACTS RECONCILED    *
002100*   TO THEIR TRAILERS, AT LEAST ONE ITEM WAS COMPARED, AND     *
002200*   THERE WAS NO DIFFERENCE OF ANY KIND.  ENQ260 WILL NOT      *
002300*   ACTIVATE A MODULE WHOSE LATEST RECORD HERE IS NOT CLEAN.   *
002400*                                                              *
002500*   MODIFICATION HISTORY                                       *
002600*   DATE       INIT  DESCRIPTION                               *
002700*   ---------- ----  ------------------------------------------*
002800*   2026-10-14 DLM   ORIGINAL COPYBOOK.                        *
002900*                                                              *
003000***************************************************************
003100 01  PARALLEL-COMPARE-RECORD.
003200     05  PCMP-KEY.
003300         10  PCMP-PROGRAM-NAME       PIC X(08).
003400         10  PCMP-BUSINESS-DATE      PIC 9(08).
003500     05  PCMP-PRODUCTION-PROGRAM     PIC X(08).
003600     05  PCMP-ITEMS-COMPARED         PIC 9(09) COMP.
003700     05  PCMP-ITEMS-AGREED           PIC 9(09) COMP.
003800     05  PCMP-DISPOSITION-DIFFS      PIC 9(09) COMP.
003900     05  PCMP-REASON-DIFFS           PIC 9(09) COMP.
004000     05  PCMP-PARALLEL-ONLY          PIC 9(09) COMP.
004100     05  PCMP-PRODUCTION-ONLY        PIC 9(09) COMP.
004200     05  PCMP-REPEATED-KEYS          PIC 9(09) COMP.
004300     05  PCMP-EXCLUDED-ITEMS         PIC 9(09) COMP.
004400     05  PCMP-AGREEMENT-PCT          PIC 9(03)V99.
004500     05  PCMP-CLEAN-SW               PIC X(01).
004600         88  PCMP-IS-CLEAN               VALUE 'Y'.
004700     05  PCMP-RUN-DATE               PIC 9(08).
004800     05  PCMP-RUN-TIME               PIC 9(06).
004900     05  FILLER                      PIC X(20).
