004200*                    REJECTED; LIKE A REJECTED ROW IT IS NOT    *
004300*                    A DUPLICATE WHEN IT COMES BACK THROUGH     *
004400*                    THE RELEASE PASS FOR ITS SECOND ATTEMPT.   *
004500*   2026-10-14 DLM   ADDED TXH-COUNTER-ACCOUNT (RECORD NOW 66  *
004600*                    BYTES -- NO FILLER LEFT TO CARVE).  THE   *
004700*                    RECEIVING ACCOUNT OF A TYPE-04 TRANSFER,  *
004800*                    WHOSE ENTITLEMENT ENQ304 CREDITED, SO     *
004900*                    ENQ185 AND ENQ302 CAN ACCOUNT FOR THE     *
005000*                    CREDIT LEG.  SPACES ON ALL OTHER TYPES.   *
005100*   2026-10-14 DLM   ADDED DISPOSITION 'H' (HELD).  AN ITEM    *
005200*                    DIVERTED TO THE HELD-ITEM KSDS BECAUSE    *
005300*                    ITS ACCOUNT IS UNDER A HOLD; LIKE A       *
005400*                    PARKED ROW IT IS NOT A DUPLICATE WHEN     *
005500*                    ENQ320 RELEASES IT INTO A LATER RUN.      *
005600*                                                              *
005700***************************************************************
005800 01  TXN-HISTORY-RECORD.
005900     05  TXH-KEY.
006000         10  TXH-TRANS-KEY           PIC X(10).
006100     05  TXH-BUSINESS-DATE           PIC 9(08).
006200     05  TXH-DISPOSITION             PIC X(01).
006300         88  TXH-DISP-PROCESSED          VALUE 'P'.
006400         88  TXH-DISP-BLOCKED            VALUE 'B'.
006500         88  TXH-DISP-REJECTED           VALUE 'R'.
006600         88  TXH-DISP-PARKED             VALUE 'K'.
006700         88  TXH-DISP-HELD               VALUE 'H'.
006800     05  TXH-TXN-TYPE                PIC 9(02).
006900     05  TXH-TXN-AMOUNT              PIC S9(11)V99 COMP-3.
007000     05  TXH-TXN-SOURCE              PIC X(08).
007100     05  TXH-LAST-UPDATE.
007200         10  TXH-UPD-DATE            PIC 9(08).
007300         10  TXH-UPD-TIME            PIC 9(06).
007400     05  TXH-REVERSED-SW             PIC X(01).
007500         88  TXH-ALREADY-REVERSED        VALUE 'Y'.
007600         88  TXH-NOT-REVERSED            VALUE 'N'.
007700     05  TXH-BASE-AMOUNT             PIC S9(11)V99 COMP-3.
007800     05  TXH-COUNTER-ACCOUNT         PIC X(06).
007900     05  FILLER                      PIC X(02).
