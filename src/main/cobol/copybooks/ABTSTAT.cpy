001400*   DATE       INIT  DESCRIPTION                                *
001500*   ---------- ----  ------------------------------------------*
001600*   2026-08-08 DLM   ORIGINAL COPYBOOK.                         *
001700*   2026-10-14 DLM   ADDED 'B' BACKED OUT, SET BY ENQ375.      *
001800*                                                              *
001900***************************************************************
002000 01  ABT-STATUS-FIELDS.
002100     05  ABT-STATUS-CODE             PIC X(01).
002200         88  ABT-STATUS-IN-PROGRESS      VALUE 'I'.
002300         88  ABT-STATUS-PENDING-RETRY    VALUE 'R'.
002400         88  ABT-STATUS-FAILED           VALUE 'F'.
002500         88  ABT-STATUS-COMPLETE         VALUE 'C'.
002600         88  ABT-STATUS-BACKED-OUT       VALUE 'B'.
002700         88  ABT-STATUS-VALID
002800             VALUES 'I' 'R' 'F' 'C' 'B'.
002900     05  ABT-STATUS-TEXT             PIC X(13).
003000         88  ABT-STATUS-TEXT-KNOWN
003100             VALUES 'IN PROGRESS  ' 'PENDING RETRY'
003200                    'FAILED       ' 'COMPLETE     '
003300                    'BACKED OUT   '.
