000100***************************************************************
000200*                                                              *
000300*   INQCTL  --  ONLINE INQUIRY ACCESS-CONTROL COMMUNICATION    *
000400*               AREA                                           *
000500*                                                              *
000600*   PASSED ON EXEC CICS LINK FROM EACH INQUIRY SCREEN          *
000700*   PROGRAM (ENQ390, ENQ395, ENQ400) TO ENQ405, WHICH OWNS     *
000800*   BOTH THE DESK-ROLE CHECK AND THE INQUIRY LOG SO NO SCREEN  *
000900*   CAN SHOW DATA WITHOUT GOING THROUGH THEM.                  *
001000*                                                              *
001100*   INQC-FUNCTION 'A' (AUTHORISE): ENQ405 TAKES THE SIGNED-ON  *
001200*   USER ID, LOOKS UP ITS DESK ROLE ON DESKROLE AND SAYS IN    *
001300*   INQC-ACCESS-SW WHETHER THAT ROLE MAY USE THE INQUIRY NAMED *
001400*   IN INQC-INQUIRY-TYPE.  A REFUSAL IS LOGGED THERE AND THEN, *
001500*   WITH OUTCOME DENY, AND INQC-MESSAGE SAYS WHY.              *
001600*                                                              *
001700*   INQC-FUNCTION 'L' (LOG): ENQ405 WRITES ONE INQUIRY-LOG     *
001800*   RECORD (INQLOG) FOR THE SEARCH ARGUMENT, OUTCOME AND ROWS  *
001900*   SHOWN THE CALLER SUPPLIES.  THE CALLER LOGS BEFORE IT      *
002000*   SENDS THE ANSWER, AND SENDS NO DATA IF INQC-LOG-WRITTEN    *
002100*   COMES BACK FALSE -- AN INQUIRY THAT WAS NOT LOGGED IS NOT  *
002200*   ANSWERED.                                                  *
002300*                                                              *
002400*   MODIFICATION HISTORY                                       *
002500*   DATE       INIT  DESCRIPTION                               *
002600*   ---------- ----  ------------------------------------------*
002700*   2026-10-14 DLM   ORIGINAL COPYBOOK.                        *
002800*                                                              *
002900***************************************************************
003000 01  INQ-CONTROL-AREA.
003100     05  INQC-FUNCTION               PIC X(01).
003200         88  INQC-FUNC-AUTHORISE         VALUE 'A'.
003300         88  INQC-FUNC-LOG               VALUE 'L'.
003400     05  INQC-INQUIRY-TYPE           PIC X(01).
003500         88  INQC-ACCOUNT-INQUIRY        VALUE 'A'.
003600         88  INQC-TRANSACTION-INQUIRY    VALUE 'T'.
003700         88  INQC-SUSPENSE-INQUIRY       VALUE 'S'.
003800     05  INQC-PROGRAM-NAME           PIC X(08).
003900     05  INQC-SEARCH-ARG             PIC X(20).
004000     05  INQC-OUTCOME                PIC X(04).
004100         88  INQC-OUTCOME-OK             VALUE 'OK  '.
004200         88  INQC-OUTCOME-NOT-FOUND      VALUE 'NOTF'.
004300         88  INQC-OUTCOME-DENIED         VALUE 'DENY'.
004400         88  INQC-OUTCOME-ERROR          VALUE 'ERR '.
004500     05  INQC-ROWS-SHOWN             PIC 9(04).
004600     05  INQC-ACCESS-SW              PIC X(01).
004700         88  INQC-ACCESS-GRANTED         VALUE 'Y'.
004800         88  INQC-ACCESS-DENIED          VALUE 'N'.
004900     05  INQC-LOG-WRITTEN-SW         PIC X(01).
005000         88  INQC-LOG-WRITTEN            VALUE 'Y'.
005100     05  INQC-USER-ID                PIC X(08).
005200     05  INQC-DESK-NAME              PIC X(20).
005300     05  INQC-ROLE-CODE              PIC X(04).
005400     05  INQC-MESSAGE                PIC X(40).
005500     05  FILLER                      PIC X(08).
