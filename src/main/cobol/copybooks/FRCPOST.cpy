000100***************************************************************
000200*                                                              *
000300*   FRCPOST  --  VSAM KSDS FORCE-POST INSTRUCTION RECORD       *
000400*                                                              *
000500*   ONE RECORD PER SUSPENSE ITEM THE BUSINESS HAS AUTHORISED   *
000600*   PAST ITS ENTITLEMENT LIMIT, KEYED BY THE ITEM'S OWN        *
000700*   TRANS-KEY.  AN INSTRUCTION IS ENTERED ONLY THROUGH ENQ340, *
000800*   ONLY FOR AN OPEN SUSPENSE ITEM (SUSPMSTK) WHOSE LATEST     *
000900*   REJECT WAS DLIM OR TLIM, AND ONLY WITH A SECOND APPROVER   *
001000*   DISTINCT FROM THE REQUESTOR -- THE SAME RULE ENQ260        *
001100*   APPLIES TO ACT.                                            *
001200*                                                              *
001300*   WHEN THE ITEM COMES BACK THROUGH THE ENQ200 RECYCLE PASS   *
001400*   ON OR BEFORE FRCP-EXPIRY-DATE, ALLOWED37 APPROVES IT PAST  *
001500*   THE ACCOUNT'S DAILY AND PER-TYPE LIMIT CHECK ONLY -- EVERY *
001600*   OTHER CONTROL STILL APPLIES AND THE AMOUNT IS STILL        *
001700*   CONSUMED.  ENQ200 THEN MARKS THE INSTRUCTION USED ('U')    *
001800*   WITH THE DATE, RUN AND BASE AMOUNT, SO IT FORCES ONE       *
001900*   POSTING AND NO MORE.  AN ACTIVE INSTRUCTION MAY BE         *
002000*   CANCELLED ('C') THROUGH ENQ340 BEFORE IT IS USED.          *
002100*                                                              *
002200*   MODIFICATION HISTORY                                       *
002300*   DATE       INIT  DESCRIPTION                               *
002400*   ---------- ----  ------------------------------------------*
002500*   2026-10-14 DLM   ORIGINAL COPYBOOK.                        *
002600*                                                              *
002700***************************************************************
002800 01  FORCE-POST-RECORD.
002900     05  FRCP-KEY.
003000         10  FRCP-TRANS-KEY          PIC X(10).
003100     05  FRCP-STATUS                 PIC X(01).
003200         88  FRCP-IS-ACTIVE              VALUE 'A'.
003300         88  FRCP-IS-USED                VALUE 'U'.
003400         88  FRCP-IS-CANCELLED           VALUE 'C'.
003500     05  FRCP-LIMIT-REASON           PIC X(04).
003600     05  FRCP-REASON-TEXT            PIC X(30).
003700     05  FRCP-REQUESTED-BY           PIC X(08).
003800     05  FRCP-APPROVED-BY            PIC X(08).
003900     05  FRCP-ENTERED-DATE           PIC 9(08).
004000     05  FRCP-EXPIRY-DATE            PIC 9(08).
004100     05  FRCP-USED-DATE              PIC 9(08).
004200     05  FRCP-USED-RUN-ID            PIC X(08).
004300     05  FRCP-USED-BASE-AMOUNT       PIC S9(11)V99 COMP-3.
004400     05  FRCP-CANCELLED-BY           PIC X(08).
004500     05  FILLER                      PIC X(20).
