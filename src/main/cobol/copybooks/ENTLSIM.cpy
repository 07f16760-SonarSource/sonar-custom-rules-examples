000100***************************************************************
000200*                                                              *
000300*   ENTLSIM  --  WHAT-IF ENTITLEMENT SHADOW TABLES             *
000400*                                                              *
000500*   IN PRE-AUTHORIZATION (WHAT-IF) MODE ALLOWED37 NEVER        *
000600*   REWRITES THE ENTITLEMENT OR CUSTOMER-GROUP MASTER; THE     *
000700*   CANDIDATE BATCH'S RUNNING CONSUMED BALANCES LIVE HERE      *
000800*   INSTEAD -- SIM-TABLE ONE ENTRY PER ACCOUNT, GSIM-TABLE     *
000900*   ONE ENTRY PER CUSTOMER GROUP TOUCHED BY THE BATCH.         *
001000*                                                              *
001100*   EXTERNAL, SO THE TYPE SUBPROGRAMS THAT MOVE ENTITLEMENT    *
001200*   AFTER ALLOWED37 HAS CONSUMED IT (ENQ303'S FEE BACK-OUT,    *
001300*   ENQ304'S CREDIT LEG AND DEBIT-LEG BACK-OUT) MAKE THE SAME  *
001400*   MOVEMENT AGAINST THE SHADOW IN WHAT-IF MODE THAT THEY      *
001500*   MAKE AGAINST THE MASTERS IN A LIVE RUN.  ONE COPY PER RUN  *
001600*   UNIT, THE SAME WAY THE MASTERS' FILE CONNECTORS ARE        *
001700*   SHARED.                                                    *
001800*                                                              *
001900*   AN EXTERNAL ITEM CARRIES NO VALUE CLAUSE: ALLOWED37 SETS   *
002000*   THE COUNTS AND THE MAXIMUMS ON ITS FIRST CALL OF THE RUN   *
002100*   UNIT.  THE TYPE SUBPROGRAMS ONLY TOUCH THE TABLES AFTER    *
002200*   ALLOWED37 HAS RUN (COMM-APPROVED-CALLED-SW).               *
002300*                                                              *
002400*   MODIFICATION HISTORY                                       *
002500*   DATE       INIT  DESCRIPTION                               *
002600*   ---------- ----  ------------------------------------------*
002700*   2026-10-15 DLM   ORIGINAL COPYBOOK -- THE SHADOW TABLES    *
002800*                    MOVED OUT OF ALLOWED37'S OWN WORKING-     *
002900*                    STORAGE.                                  *
003000*                                                              *
003100***************************************************************
003200 01  SIM-TABLE-CONTROL EXTERNAL.
003300     05  SIM-TABLE-COUNT             PIC 9(04) COMP.
003400     05  SIM-MAX-ENTRIES             PIC 9(04) COMP.
003500     05  SIM-TABLE OCCURS 1000 TIMES.
003600         10  SIM-KEY-SOURCE          PIC X(08).
003700         10  SIM-KEY-ACCOUNT         PIC X(06).
003800         10  SIM-DAILY-CONSUMED      PIC S9(11)V99 COMP-3.
003900         10  SIM-TYPE-CONSUMED OCCURS 4 TIMES
004000                                     PIC S9(11)V99 COMP-3.
004100 01  GSIM-TABLE-CONTROL EXTERNAL.
004200     05  GSIM-TABLE-COUNT            PIC 9(04) COMP.
004300     05  GSIM-MAX-ENTRIES            PIC 9(04) COMP.
004400     05  GSIM-TABLE OCCURS 500 TIMES.
004500         10  GSIM-GROUP-ID           PIC X(08).
004600         10  GSIM-DAILY-CONSUMED     PIC S9(11)V99 COMP-3.
004700         10  GSIM-TYPE-CONSUMED OCCURS 4 TIMES
004800                                     PIC S9(11)V99 COMP-3.
