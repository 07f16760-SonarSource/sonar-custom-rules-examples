000100***************************************************************
000200*                                                              *
000300*   INQROLE  --  DESK-ROLE INQUIRY PERMISSION TABLE            *
000400*                                                              *
000500*   MAPS EACH DESK ROLE CODE (DROL-ROLE-CODE ON DESKROLE) TO   *
000600*   THE ONLINE INQUIRIES IT MAY USE -- ONE Y/N FLAG EACH FOR   *
000700*   THE ACCOUNT POSITION (ENQ390), TRANSACTION LIFE (ENQ395)   *
000800*   AND OPEN SUSPENSE (ENQ400) SCREENS.  EVERY INQUIRY IS      *
000900*   READ-ONLY; THE TABLE ONLY DECIDES WHO MAY LOOK AT WHAT.    *
001000*                                                              *
001100*     AUDT  AUDIT DESK               ALL THREE                 *
001200*     OPER  OPERATIONS / SHIFT LEAD  TRANSACTION, SUSPENSE     *
001300*     RELM  RELATIONSHIP DESK        ALL THREE                 *
001400*     SRCE  SOURCE LIAISON           TRANSACTION, SUSPENSE     *
001500*                                                              *
001600*   LIKE TXNTBL THIS IS COMPILE-TIME VALUE DATA -- A CHANGE    *
001700*   MEANS EDITING THIS COPYBOOK AND RECOMPILING ENQ405.        *
001800*   ENTRIES MUST STAY IN ASCENDING ROLE-CODE SEQUENCE FOR      *
001900*   SEARCH ALL TO WORK.                                        *
002000*                                                              *
002100*   MODIFICATION HISTORY                                       *
002200*   DATE       INIT  DESCRIPTION                               *
002300*   ---------- ----  ------------------------------------------*
002400*   2026-10-14 DLM   ORIGINAL COPYBOOK.                        *
002500*                                                              *
002600***************************************************************
002700 01  INQR-TABLE-DATA.
002800     05  FILLER                  PIC X(08) VALUE 'AUDTYYY '.
002900     05  FILLER                  PIC X(08) VALUE 'OPERNYY '.
003000     05  FILLER                  PIC X(08) VALUE 'RELMYYY '.
003100     05  FILLER                  PIC X(08) VALUE 'SRCENYY '.
003200 01  INQR-TABLE REDEFINES INQR-TABLE-DATA.
003300     05  INQR-TABLE-ENTRY OCCURS 4 TIMES
003400                    ASCENDING KEY IS INQR-ROLE-CODE
003500                    INDEXED BY INQR-IDX.
003600         10  INQR-ROLE-CODE          PIC X(04).
003700         10  INQR-ACCOUNT-SW         PIC X(01).
003800             88  INQR-ACCOUNT-ALLOWED    VALUE 'Y'.
003900         10  INQR-TRANSACTION-SW     PIC X(01).
004000             88  INQR-TRANSACTION-ALLOWED VALUE 'Y'.
004100         10  INQR-SUSPENSE-SW        PIC X(01).
004200             88  INQR-SUSPENSE-ALLOWED   VALUE 'Y'.
004300         10  FILLER                  PIC X(01).
