004300*                    SHADOW INSTEAD OF REWRITING THE MASTER,   *
004400*                    ENQ302 NEITHER BACKS OUT NOR MARKS NOR    *
004500*                    PARKS ON FILE.                            *
004600*   2026-10-14 DLM   ADDED COMM-FEE-CODE (FROM THE TYPE-03     *
004700*                    RECORD) SO ENQ303 CAN VALIDATE A FEE      *
004800*                    AGAINST THE FEE SCHEDULE.                 *
004900*   2026-10-14 DLM   ADDED COMM-COUNTER-ACCOUNT (FROM THE      *
005000*                    TYPE-04 RECORD) -- THE RECEIVING ACCOUNT  *
005100*                    OF AN ACCOUNT-TO-ACCOUNT TRANSFER, SAME   *
005200*                    SOURCE AS THE DEBIT ACCOUNT IN THE KEY.   *
005300*   2026-10-14 DLM   ADDED COMM-APPROVED-CALLED-SW.  SET 'Y'   *
005400*                    BY ENQ200 ONLY WHEN THE APPROVED          *
005500*                    SUBPROGRAM ACTUALLY RAN, SO A TYPE        *
005600*                    SUBPROGRAM THAT REJECTS AFTER THE FACT    *
005700*                    (ENQ304) KNOWS WHETHER THERE IS A         *
005800*                    CONSUMPTION TO BACK OUT.                  *
005900*   2026-10-14 DLM   ADDED COMM-FORCE-POST-SW.  SET 'Y' BY     *
006000*                    ENQ200 FOR A RECYCLED ITEM WITH A VALID,  *
006100*                    DUAL-APPROVED FORCE-POST INSTRUCTION      *
006200*                    (FRCPOST).  ALLOWED37 THEN APPROVES IT    *
006300*                    PAST THE DLIM/TLIM CHECK ONLY, STILL      *
006400*                    CONSUMES, AND RETURNS 'FRCD' WITH RC 00.  *
006500*                                                              *
006600***************************************************************
006700 01  COMM-AREA.
006800     05  COMM-TXN-KEY                PIC X(10).
006900     05  COMM-TXN-AMOUNT             PIC S9(11)V99 COMP-3.
007000     05  COMM-EFFECTIVE-DATE         PIC 9(08).
007100     05  COMM-ORIGINATING-SOURCE     PIC X(08).
007200     05  COMM-TXN-TYPE               PIC 9(02).
007300     05  COMM-RETURN-CODE            PIC 9(02).
007400         88  COMM-RETURN-OK              VALUE 00.
007500         88  COMM-RETURN-PARKED          VALUE 04.
007600         88  COMM-RETURN-REJECTED        VALUE 99.
007700     05  COMM-REJECT-REASON          PIC X(04).
007800     05  COMM-CURRENCY-CODE          PIC X(03).
007900     05  COMM-SIMULATE-SW            PIC X(01).
008000         88  COMM-SIMULATE-MODE          VALUE 'S'.
008100         88  COMM-LIVE-MODE              VALUE 'L'.
008200     05  COMM-BASE-AMOUNT            PIC S9(11)V99 COMP-3.
008300     05  COMM-FEE-CODE               PIC X(04).
008400     05  COMM-COUNTER-ACCOUNT        PIC X(06).
008500     05  COMM-APPROVED-CALLED-SW     PIC X(01).
008600         88  COMM-APPROVED-CALLED        VALUE 'Y'.
008700     05  COMM-FORCE-POST-SW          PIC X(01).
008800         88  COMM-FORCE-POST-REQUESTED   VALUE 'Y'.
