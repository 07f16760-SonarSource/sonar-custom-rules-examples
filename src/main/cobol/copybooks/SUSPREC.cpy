002300*                    TRAILING FILLER -- CARRIES THE REJECTING   *
002400*                    SUBPROGRAM'S COMM-REJECT-REASON OUT FOR    *
002500*                    REWORK.                                    *
002600*   2026-10-14 DLM   ADDED REJECT STAGE 'H' -- NOT A REJECT:    *
002700*                    A HELD ITEM ENQ320 RELEASED INTO THE       *
002800*                    NEXT RUN ONCE ITS ACCOUNT HOLD WAS         *
002900*                    LIFTED OR EXPIRED (REASON HOLD), READ      *
003000*                    BACK ON RECYCIN LIKE A RECYCLED ITEM.      *
003100*   2026-10-14 DLM   ADDED REJECT STAGE 'D' -- NOT A REJECT:    *
003200*                    A TYPE-02 REVERSAL ENQ330 GENERATED FOR    *
003300*                    AN UPHELD DISPUTE (REASON DISP), READ      *
003400*                    BACK ON RECYCIN LIKE A RECYCLED ITEM.      *
003500*                                                              *
003600***************************************************************
003700 01  SUSPENSE-RECORD.
003800     05  SUSP-RETURN-CODE            PIC 9(02).
003900     05  SUSP-REJECT-STAGE           PIC X(01).
004000         88  SUSP-REJECTED-BY-APPROVED   VALUE 'A'.
004100         88  SUSP-REJECTED-BY-TYPE       VALUE 'T'.
004200         88  SUSP-REJECTED-BY-CURRENCY   VALUE 'C'.
004300         88  SUSP-RELEASED-FROM-HOLD     VALUE 'H'.
004400         88  SUSP-DISPUTE-REVERSAL       VALUE 'D'.
004500     05  SUSP-RUN-ID                 PIC X(08).
004600     05  SUSP-BUSINESS-DATE          PIC 9(08).
004700     05  SUSP-TIMESTAMP.
004800         10  SUSP-TS-DATE            PIC 9(08).
004900         10  SUSP-TS-TIME            PIC 9(06).
005000     05  SUSP-ORIGINAL-RECORD        PIC X(80).
005100     05  SUSP-REJECT-REASON          PIC X(04).
005200     05  FILLER                      PIC X(03).
