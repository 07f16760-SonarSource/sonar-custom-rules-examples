000100***************************************************************
000200*                                                              *
000300*   DESKROLE  --  VSAM KSDS INQUIRY DESK-ROLE RECORD           *
000400*                                                              *
000500*   ONE RECORD PER USER ID ALLOWED NEAR THE ONLINE INQUIRY     *
000600*   SCREENS, KEYED BY THE CICS SIGN-ON USER ID, NAMING THE     *
000700*   DESK THE USER SITS ON AND THE ROLE CODE THAT DESK HOLDS.   *
000800*   WHICH INQUIRIES A ROLE MAY USE IS THE COMPILE-TIME TABLE   *
000900*   INQROLE, NOT THIS FILE -- A NEW STARTER IS A NEW ROW HERE; *
001000*   WIDENING A ROLE IS A CHANGE TO INQROLE.                    *
001100*                                                              *
001200*   READ ONLY BY ENQ405.  A USER WITH NO ROW, A SUSPENDED ROW, *
001300*   OR A ROLE CODE INQROLE DOES NOT KNOW IS REFUSED EVERY      *
001400*   INQUIRY.  ROWS ARE NEVER DELETED WHEN SOMEONE LEAVES THE   *
001500*   DESK, ONLY SUSPENDED, SO THE INQUIRY LOG'S USER IDS CAN    *
001600*   ALWAYS BE TRACED BACK TO A DESK.                           *
001700*                                                              *
001800*   MODIFICATION HISTORY                                       *
001900*   DATE       INIT  DESCRIPTION                               *
002000*   ---------- ----  ------------------------------------------*
002100*   2026-10-14 DLM   ORIGINAL COPYBOOK.                        *
002200*                                                              *
002300***************************************************************
002400 01  DESK-ROLE-RECORD.
002500     05  DROL-KEY.
002600         10  DROL-USER-ID            PIC X(08).
002700     05  DROL-DESK-NAME              PIC X(20).
002800     05  DROL-ROLE-CODE              PIC X(04).
002900     05  DROL-STATUS                 PIC X(01).
003000         88  DROL-STATUS-ACTIVE          VALUE 'A'.
003100         88  DROL-STATUS-SUSPENDED       VALUE 'S'.
003200     05  DROL-GRANTED-BY             PIC X(08).
003300     05  DROL-GRANTED-DATE           PIC 9(08).
003400     05  FILLER                      PIC X(31).
