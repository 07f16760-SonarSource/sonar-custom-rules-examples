002800*                    RESOLVED TRANSACTION CURRENCY) SO THE GL   *
002900*                    JOURNAL STEP (ENQ280) CAN BUILD ITS        *
003000*                    DEBIT/CREDIT PAIRS PER CURRENCY.           *
003100*   2026-10-14 DLM   CARVED POST-FEE-CODE OUT OF THE TRAILING  *
003200*                    FILLER (TYPE-03 FEE ITEMS ONLY) FOR THE   *
003300*                    FEE-INCOME SUMMARY (ENQ310).              *
003400*   2026-10-14 DLM   CARVED POST-COUNTER-ACCOUNT OUT OF THE    *
003500*                    TRAILING FILLER (TYPE-04 TRANSFERS ONLY). *
003600*                    THE DEBIT LEG IS THE ACCOUNT IN THE KEY   *
003700*                    (1-6), THE CREDIT LEG THE COUNTER-        *
003800*                    ACCOUNT; ONE RECORD CARRIES BOTH LEGS SO  *
003900*                    THEY CAN NEVER BE SPLIT ACROSS            *
004000*                    DISPOSITIONS.                             *
004100*   2026-10-14 DLM   ADDED DISPOSITION 'H' (HELD) -- AN ITEM   *
004200*                    FOR AN ACCOUNT UNDER A HOLD IN FORCE,     *
004300*                    PARKED ON THE HELD-ITEM KSDS (HELDITEM)   *
004400*                    UNTIL THE HOLD IS LIFTED OR EXPIRES.      *
004500*                    REJECT REASON IS ALWAYS 'HOLD' -- THE     *
004600*                    HOLD'S OWN REASON IS NOT SENT DOWNSTREAM. *
004700*   2026-10-14 DLM   CARVED POST-FORCED-SW OUT OF THE TRAILING *
004800*                    FILLER.  'Y' ON AN ITEM ALLOWED37 APPROVED*
004900*                    PAST ITS LIMIT CHECK UNDER A FORCE-POST   *
005000*                    INSTRUCTION (FRCPOST).                    *
005100*   2026-10-14 DLM   CARVED POST-ITEM-ORIGIN OUT OF THE        *
005200*                    TRAILING FILLER.  WHERE THE ITEM CAME     *
005300*                    FROM: THE DAILY FILE (SPACE), THE         *
005400*                    SUSPENSE RECYCLE FEED ('S'), A HELD-ITEM  *
005500*                    RELEASE ('H') OR THE PENDING-REVERSALS    *
005600*                    RELEASE PASS ('K').  ENQ280 DEBITS THE    *
005700*                    SUSPENSE ACCOUNT THE ITEM WAS ALREADY     *
005800*                    CARRIED IN, NOT CLEARING A SECOND TIME.   *
005900*   2026-10-14 DLM   CARVED THE RUN'S BUSINESS DATE, THE       *
006000*                    APPROVED-SLOT PROGRAM IT CALLED, AND A    *
006100*                    PARALLEL-RUN FLAG ('P' FROM AN ENQ200     *
006200*                    PARALLEL RUN OF A CANDIDATE MODULE, SPACE *
006300*                    FROM A LIVE RUN) OUT OF THE TRAILER       *
006400*                    FILLER, FOR THE ENQ380 COMPARISON.        *
006500*                                                              *
006600***************************************************************
006700 01  POSTED-EXTRACT-RECORD.
006800     05  POST-RECORD-TYPE            PIC X(01).
006900         88  POST-DATA-RECORD            VALUE 'D'.
007000         88  POST-TRAILER-RECORD         VALUE 'T'.
007100     05  POST-DATA-FIELDS.
007200         10  POST-TXN-KEY            PIC X(10).
007300         10  POST-TXN-TYPE           PIC 9(02).
007400         10  POST-TXN-AMOUNT         PIC S9(11)V99.
007500         10  POST-EFFECTIVE-DATE     PIC 9(08).
007600         10  POST-TXN-SOURCE         PIC X(08).
007700         10  POST-HANDLED-BY         PIC X(08).
007800         10  POST-DISPOSITION        PIC X(01).
007900             88  POST-DISP-PROCESSED     VALUE 'P'.
008000             88  POST-DISP-BLOCKED       VALUE 'B'.
008100             88  POST-DISP-REJECTED      VALUE 'R'.
008200             88  POST-DISP-PARKED        VALUE 'K'.
008300             88  POST-DISP-HELD          VALUE 'H'.
008400         10  POST-REJECT-REASON      PIC X(04).
008500         10  POST-CURRENCY-CODE      PIC X(03).
008600         10  POST-FEE-CODE           PIC X(04).
008700         10  POST-COUNTER-ACCOUNT    PIC X(06).
008800         10  POST-FORCED-SW          PIC X(01).
008900             88  POST-WAS-FORCED         VALUE 'Y'.
009000         10  POST-ITEM-ORIGIN        PIC X(01).
009100             88  POST-FROM-DAILY-FILE    VALUE SPACE.
009200             88  POST-FROM-SUSPENSE      VALUE 'S'.
009300             88  POST-FROM-HELD          VALUE 'H'.
009400             88  POST-FROM-PARKED        VALUE 'K'.
009500         10  FILLER                  PIC X(10).
009600     05  POST-TRAILER-FIELDS REDEFINES POST-DATA-FIELDS.
009700         10  POST-TRL-RECORD-COUNT   PIC 9(09).
009800         10  POST-TRL-HASH-TOTAL     PIC 9(15).
009900         10  POST-TRL-AMOUNT-TOTAL   PIC S9(13)V99.
010000         10  POST-TRL-BUSINESS-DATE  PIC 9(08).
010100         10  POST-TRL-APPROVED-PROGRAM
010200                                     PIC X(08).
010300         10  POST-TRL-RUN-MODE       PIC X(01).
010400             88  POST-TRL-LIVE-RUN       VALUE SPACE.
010500             88  POST-TRL-PARALLEL-RUN   VALUE 'P'.
010600         10  FILLER                  PIC X(23).
