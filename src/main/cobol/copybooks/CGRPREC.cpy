000100***************************************************************
000200*                                                              *
000300*   CGRPREC  --  VSAM KSDS CUSTOMER-GROUP MASTER RECORD        *
000400*                                                              *
000500*   ONE RECORD PER CUSTOMER GROUP, KEYED BY GROUP ID.  A       *
000600*   GROUP TIES SEVERAL ENTITLEMENT MASTER ROWS (ENTLREC) --    *
000700*   USUALLY ONE CUSTOMER'S ACCOUNTS ACROSS SOURCES -- UNDER    *
000800*   ONE AGGREGATE DAILY LIMIT AND FOUR AGGREGATE PER-TYPE      *
000900*   LIMITS THAT SIT ABOVE EACH ACCOUNT'S OWN LIMITS.  THE      *
001000*   LINK ITSELF IS ENTL-GROUP-ID ON THE ACCOUNT ROW; THIS      *
001100*   RECORD CARRIES THE GROUP'S LIMITS, ITS RUNNING CONSUMED    *
001200*   BALANCES, AND A COUNT OF THE ACCOUNTS LINKED TO IT.        *
001300*                                                              *
001400*   ALLOWED37 CHECKS AND CONSUMES AGAINST THE GROUP AS WELL    *
001500*   AS THE ACCOUNT (REJECT REASON GLIM ON A GROUP BREACH).     *
001600*   THE CONSUMED BALANCES RESET ON THE FIRST TRANSACTION OF    *
001700*   A NEW EFFECTIVE DATE FOR ANY MEMBER ACCOUNT (SEE           *
001800*   CGRP-LAST-CONSUMED-DATE), THE SAME LAZY RESET ENTLREC      *
001900*   USES.  GROUPS ARE SET UP, CHANGED, AND HAVE ACCOUNTS       *
002000*   LINKED AND UNLINKED ONLY THROUGH ENQ265.                   *
002100*                                                              *
002200*   MODIFICATION HISTORY                                       *
002300*   DATE       INIT  DESCRIPTION                               *
002400*   ---------- ----  ------------------------------------------*
002500*   2026-10-14 DLM   ORIGINAL COPYBOOK.                        *
002600*                                                              *
002700***************************************************************
002800 01  CUSTOMER-GROUP-RECORD.
002900     05  CGRP-GROUP-ID               PIC X(08).
003000     05  CGRP-DAILY-LIMIT            PIC S9(11)V99 COMP-3.
003100     05  CGRP-DAILY-CONSUMED         PIC S9(11)V99 COMP-3.
003200     05  CGRP-LAST-CONSUMED-DATE     PIC 9(08).
003300     05  CGRP-TYPE-ENTRY OCCURS 4 TIMES.
003400         10  CGRP-TYPE-LIMIT         PIC S9(11)V99 COMP-3.
003500         10  CGRP-TYPE-CONSUMED      PIC S9(11)V99 COMP-3.
003600     05  CGRP-MEMBER-COUNT           PIC 9(05) COMP.
003700     05  FILLER                      PIC X(20).
