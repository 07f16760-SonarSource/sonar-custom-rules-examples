000100***************************************************************
000200*                                                              *
000300*   ACCTHOLD  --  VSAM KSDS ACCOUNT-HOLD MASTER RECORD         *
000400*                                                              *
000500*   ONE RECORD PER HELD ACCOUNT, KEYED LIKE THE ENTITLEMENT    *
000600*   MASTER (SOURCE + ACCOUNT).  A HOLD IS A TEMPORARY,         *
000700*   REVERSIBLE STOP -- A LEGAL HOLD OR A FRAUD FREEZE --       *
000800*   WHERE A CLOSE (ENTL-STATUS 'C') IS PERMANENT.  A BLANK     *
000900*   HOLD-SOURCE HOLDS THE ACCOUNT ACROSS EVERY SOURCE.         *
001000*                                                              *
001100*   THE HOLD IS IN FORCE ON A BUSINESS DATE WHEN THE ROW IS    *
001200*   ACTIVE, HOLD-START-DATE IS ON OR BEFORE THE DATE, AND      *
001300*   HOLD-EXPIRY-DATE IS ZERO (UNTIL LIFTED) OR ON OR AFTER     *
001400*   THE DATE.  WHILE IT IS IN FORCE ENQ200 DIVERTS THE         *
001500*   ACCOUNT'S TRANSACTIONS TO THE HELD-ITEM KSDS (HELDITEM)    *
001600*   INSTEAD OF ENTITLING OR SUSPENSING THEM; ENQ320 RELEASES   *
001700*   THEM INTO THE NEXT RUN ONCE THE HOLD IS LIFTED OR HAS      *
001800*   EXPIRED.  A LIFTED ROW STAYS ON FILE (STATUS 'L') UNTIL    *
001900*   A NEW HOLD IS PLACED ON THE SAME KEY; EVERY CHANGE IS ON   *
002000*   THE ENQ315 AUDIT TRAIL.  HOLDS ARE PLACED, CHANGED AND     *
002100*   LIFTED ONLY THROUGH ENQ315.                                *
002200*                                                              *
002300*   MODIFICATION HISTORY                                       *
002400*   DATE       INIT  DESCRIPTION                               *
002500*   ---------- ----  ------------------------------------------*
002600*   2026-10-14 DLM   ORIGINAL COPYBOOK.                        *
002700*                                                              *
002800***************************************************************
002900 01  ACCOUNT-HOLD-RECORD.
003000     05  HOLD-KEY.
003100         10  HOLD-SOURCE             PIC X(08).
003200         10  HOLD-ACCOUNT            PIC X(06).
003300     05  HOLD-STATUS                 PIC X(01).
003400         88  HOLD-IS-ACTIVE              VALUE 'A'.
003500         88  HOLD-IS-LIFTED              VALUE 'L'.
003600     05  HOLD-REASON-CODE            PIC X(04).
003700         88  HOLD-REASON-LEGAL           VALUE 'LEGL'.
003800         88  HOLD-REASON-FRAUD           VALUE 'FRAU'.
003900         88  HOLD-REASON-OTHER           VALUE 'OTHR'.
004000         88  HOLD-REASON-VALID           VALUE 'LEGL' 'FRAU'
004100                                               'OTHR'.
004200     05  HOLD-REASON-TEXT            PIC X(30).
004300     05  HOLD-START-DATE             PIC 9(08).
004400     05  HOLD-EXPIRY-DATE            PIC 9(08).
004500         88  HOLD-UNTIL-LIFTED           VALUE ZERO.
004600     05  HOLD-PLACED-BY              PIC X(08).
004700     05  HOLD-APPROVED-BY            PIC X(08).
004800     05  HOLD-PLACED-DATE            PIC 9(08).
004900     05  HOLD-LIFTED-BY              PIC X(08).
005000     05  HOLD-LIFTED-DATE            PIC 9(08).
005100     05  FILLER                      PIC X(17).
