000100***************************************************************
000200*                                                              *
000300*   HELDITEM  --  VSAM KSDS HELD-ITEM RECORD                   *
000400*                                                              *
000500*   ONE RECORD PER TRANSACTION ENQ200 DIVERTED BECAUSE ITS     *
000600*   ACCOUNT WAS UNDER A HOLD IN FORCE (ACCTHOLD), KEYED BY     *
000700*   THE TRANSACTION'S OWN TRANS-KEY.  THE ITEM WAS NEITHER     *
000800*   ENTITLED NOR SUSPENSED; ITS HISTORY ROW AND POSTED         *
000900*   EXTRACT RECORD CARRY DISPOSITION 'H'.  HELD-HOLD-KEY       *
001000*   NAMES THE HOLD ROW THAT CAUGHT IT (A BLANK SOURCE IS AN    *
001100*   ALL-SOURCES HOLD).                                         *
001200*                                                              *
001300*   ENQ320 RELEASES THE ITEM ONCE ITS HOLD IS LIFTED OR HAS    *
001400*   EXPIRED -- IT WRITES THE STORED RECORD IMAGE TO THE        *
001500*   RELEASE FEED THE NEXT ENQ200 RUN READS ON RECYCIN AND      *
001600*   DELETES THE ROW HERE -- AND REPORTS WHAT IS STILL HELD,    *
001700*   WITH AGE SINCE HELD-DATE AND AMOUNT, PER HOLD.             *
001800*                                                              *
001900*   MODIFICATION HISTORY                                       *
002000*   DATE       INIT  DESCRIPTION                               *
002100*   ---------- ----  ------------------------------------------*
002200*   2026-10-14 DLM   ORIGINAL COPYBOOK.                        *
002300*                                                              *
002400***************************************************************
002500 01  HELD-ITEM-RECORD.
002600     05  HELD-KEY.
002700         10  HELD-TRANS-KEY          PIC X(10).
002800     05  HELD-HOLD-KEY.
002900         10  HELD-HOLD-SOURCE        PIC X(08).
003000         10  HELD-HOLD-ACCOUNT       PIC X(06).
003100     05  HELD-DATE                   PIC 9(08).
003200     05  HELD-RUN-ID                 PIC X(08).
003300     05  HELD-TRANS-RECORD           PIC X(80).
003400     05  FILLER                      PIC X(10).
