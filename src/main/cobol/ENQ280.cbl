002200*   EACH DISTINCT SOURCE / TRANSACTION TYPE / CURRENCY /       *
002300*   DISPOSITION BUCKET POSTS ONE DEBIT-CREDIT PAIR:            *
002400*                                                              *
002500*       DEBIT   CLEARING ACCOUNT     (THE SOURCE'S CLEARING    *
002600*                                     GL ACCOUNT ON THE SOURCE *
002700*                                     MASTER), EXCEPT ITEMS    *
002800*                                     ALREADY CARRIED IN       *
002900*                                     SUSPENSE -- SEE BELOW    *
003000*       CREDIT  STLMT + TYPE          PROCESSED ITEMS          *
003100*               FEEINC + FEE CODE     PROCESSED TYPE-03 FEES   *
003200*               SUSPREJ               REJECTED ITEMS           *
003300*               SUSPBLK               BLOCKED ITEMS            *
003400*               SUSPPND               PARKED REVERSALS         *
003500*               SUSPHLD               ITEMS FOR A HELD ACCOUNT *
003600*                                                              *
003700*   EXCEPT A PROCESSED TYPE-04 (TRANSFER) BUCKET, WHICH MOVES  *
003800*   VALUE BETWEEN TWO ACCOUNTS OF THE SAME SOURCE AND NEVER    *
003900*   TOUCHES CLEARING.  IT POSTS BOTH LEGS INSTEAD:             *
004000*                                                              *
004100*       DEBIT   XFER + ACCOUNT        EACH DEBIT-LEG ACCOUNT   *
004200*       CREDIT  XFER + ACCOUNT        EACH COUNTER-ACCOUNT     *
004300*                                                              *
004400*   THE CLEARING ACCOUNT IS SRCM-CLEARING-ACCOUNT FROM THE     *
004500*   SOURCE MASTER (SRCMSTK, MAINTAINED BY ENQ345).  ONLY A     *
004600*   SOURCE NOT ON THE MASTER, OR A RUN WITHOUT THE MASTER,     *
004700*   FALLS BACK TO CLRG + SOURCE -- AND THE PROOF REPORT SHOWS  *
004800*   THE ACCOUNT EVERY BUCKET WAS DEBITED TO.                   *
004900*                                                              *
005000*   AN ITEM THAT COMES BACK OUT OF SUSPENSE (POST-ITEM-ORIGIN) *
005100*   WAS ALREADY DEBITED TO CLEARING THE DAY IT WENT IN.  ITS   *
005200*   DEBIT NOW RELIEVES THE SUSPENSE ACCOUNT IT WAS CARRIED IN  *
005300*   INSTEAD: SUSPREJ FOR A RECYCLED REJECT, SUSPHLD FOR A      *
005400*   RELEASED HELD ITEM, SUSPPND FOR A RELEASED PARKED          *
005500*   REVERSAL.  WITHOUT THIS THE SUSPENSE ACCOUNTS ONLY EVER    *
005600*   GROW AND CAN NEVER TIE TO THE OPEN ITEMS AT MONTH END.     *
005700*   A RECYCLED ITEM THAT PROCESSES AS A TYPE-04 TRANSFER       *
005800*   POSTS ITS TWO LEGS, AND ITS SHARE OUT OF SUSPENSE IS       *
005900*   DEBITED TO THE SUSPENSE ACCOUNT AND CREDITED BACK TO       *
006000*   CLEARING -- A TRANSFER NEVER TOUCHES CLEARING, SO THE      *
006100*   DEBIT IT TOOK THE DAY IT WENT IN IS UNDONE.                *
006200*                                                              *
006300*   REJECTED AND BLOCKED ITEMS ARE CARRIED TO THE SUSPENSE     *
006400*   ACCOUNTS, NOT DROPPED -- DROPPING THEM IS EXACTLY WHAT     *
006500*   MADE THE RE-KEYED FEED MISS THE TIE-OUT.                   *
006600*                                                              *
006700*   A PROCESSED TYPE-03 (FEE) BUCKET IS CREDITED NOT TO        *
006800*   STLMT03 BUT TO ONE FEE-INCOME ACCOUNT PER FEE CODE, FROM   *
006900*   THE DAILY FEE-INCOME SUMMARY (FEESUMM) WRITTEN BY ENQ310.  *
007000*   THE SUMMARY ENTRIES FOR EACH SOURCE AND CURRENCY MUST TIE  *
007100*   TO THAT SOURCE'S TYPE-03 BUCKET, AND THE SUMMARY MUST      *
007200*   MATCH ITS OWN TRAILER AND BE DATED FOR THE JOURNAL DATE,   *
007300*   OR THE JOURNAL IS OUT OF BALANCE AND NOTHING IS WRITTEN.   *
007400*                                                              *
007500*   THE TRANSFER LEGS ARE SUMMED PER SOURCE / CURRENCY /       *
007600*   ACCOUNT FROM THE SAME EXTRACT RECORDS (THE DEBIT ACCOUNT   *
007700*   IS KEY 1-6, THE CREDIT ACCOUNT POST-COUNTER-ACCOUNT), AND  *
007800*   EACH SIDE MUST TIE TO ITS TYPE-04 BUCKET BEFORE ANYTHING   *
007900*   IS WRITTEN.                                                *
008000*                                                              *
008100*   PARM:  JOURNAL (BUSINESS) DATE, YYYYMMDD.  RC=8 WHEN       *
008200*   MISSING -- A DEFAULTED DATE WOULD STAMP THE WHOLE          *
008300*   JOURNAL WRONG (SEE THE ENQ220 PRECEDENT).  A DATE IN AN    *
008400*   ACCOUNTING PERIOD ALREADY SIGNED OFF (PERDCTLK, WRITTEN BY *
008500*   THE ENQ355 MONTH-END CLOSE) IS REFUSED THE SAME WAY.       *
008600*                                                              *
008700*   RETURN CODES:  0 = JOURNAL WRITTEN, IN BALANCE;            *
008800*   8 = TRAILER MISMATCH, OUT OF BALANCE, BAD PARM OR CLOSED   *
008900*   PERIOD -- NO                                               *
009000*   JOURNAL RECORDS WRITTEN, DO NOT FEED THE GL.               *
009100*                                                              *
009200*   MODIFICATION HISTORY                                       *
009300*   DATE       INIT  DESCRIPTION                                *
009400*   ---------- ----  ------------------------------------------*
009500*   2026-09-03 DLM   ORIGINAL VERSION.                         *
009600*   2026-10-14 DLM   CREDITED PROCESSED TYPE-03 FEES TO THEIR  *
009700*                    FEE-INCOME ACCOUNTS (FEEINC + FEE CODE)   *
009800*                    FROM THE ENQ310 FEE-INCOME SUMMARY IN     *
009900*                    PLACE OF STLMT03, WITH THE SUMMARY TIED   *
010000*                    TO THE TYPE-03 BUCKETS AS PART OF THE     *
010100*                    BALANCE PROOF.                            *
010200*   2026-10-14 DLM   POSTED PROCESSED TYPE-04 TRANSFERS AS     *
010300*                    THEIR TWO LEGS (DR/CR XFER + ACCOUNT,     *
010400*                    FROM THE EXTRACT'S KEY AND COUNTER-       *
010500*                    ACCOUNT) IN PLACE OF CLRG/STLMT04, WITH   *
010600*                    THE LEGS TIED TO THE TYPE-04 BUCKETS AS   *
010700*                    PART OF THE BALANCE PROOF.                *
010800*   2026-10-14 DLM   HELD ITEMS (DISPOSITION 'H') CREDIT       *
010900*                    SUSPHLD INSTEAD OF FALLING TO SUSPOTH.    *
011000*   2026-10-14 DLM   DEBITED EACH SOURCE'S CLEARING GL ACCOUNT *
011100*                    FROM THE SOURCE MASTER (SRCMSTK); CLRG +  *
011200*                    SOURCE ONLY AS THE FALLBACK.  THE         *
011300*                    ACCOUNT IS SHOWN ON THE BUCKET LINES.     *
011400*   2026-10-14 DLM   DEBITED AN ITEM RETURNING FROM SUSPENSE   *
011500*                    (RECYCLED REJECT, RELEASED HELD ITEM OR   *
011600*                    RELEASED PARKED REVERSAL) TO THE SUSPENSE *
011700*                    ACCOUNT THAT CARRIED IT INSTEAD OF TO     *
011800*                    CLEARING A SECOND TIME; MOVED THE JOURNAL *
011900*                    LAYOUT TO COPYBOOK JRNLREC FOR ENQ350;    *
012000*                    AND REFUSED A DATE IN A SIGNED-OFF PERIOD *
012100*                    (PERDCTLK), RC=8.                         *
012200*   2026-10-14 DLM   APPENDED THE RUN'S RESULT TO THE          *
012300*                    CUMULATIVE STEP-RESULT FILE (STEPRSLT)    *
012400*                    FOR THE ENQ385 BUSINESS-DAY CLOSE.        *
012500*   2026-10-15 DLM   RELIEVED SUSPENSE FOR A TYPE-04 TRANSFER  *
012600*                    RETURNING FROM IT (DR SUSPENSE, CR        *
012700*                    CLEARING), IN THE PROOF TOTALS; TOOK THE  *
012800*                    SOURCE MASTER AS OPEN ONLY ON '00'/'97'.  *
012900*                                                              *
013000***************************************************************
013100 ENVIRONMENT DIVISION.
013200 CONFIGURATION SECTION.
013300 SOURCE-COMPUTER.   IBM-Z15.
013400 OBJECT-COMPUTER.   IBM-Z15.
013500 INPUT-OUTPUT SECTION.
013600 FILE-CONTROL.
013700     SELECT POSTED-EXTRACT-FILE
013800         ASSIGN TO POSTIN
013900         ORGANIZATION IS SEQUENTIAL.
014000
014100     SELECT JOURNAL-OUT-FILE
014200         ASSIGN TO JRNLOUT
014300         ORGANIZATION IS SEQUENTIAL.
014400
014500     SELECT PROOF-REPORT-FILE
014600         ASSIGN TO JRNLRPT
014700         ORGANIZATION IS SEQUENTIAL.
014800
014900     SELECT FEE-SUMMARY-FILE
015000         ASSIGN TO FEESUMM
015100         ORGANIZATION IS SEQUENTIAL
015200         FILE STATUS IS FSUM-FILE-STATUS.
015300
015400     SELECT SOURCE-MASTER-FILE
015500         ASSIGN TO SRCMSTK
015600         ORGANIZATION IS INDEXED
015700         ACCESS MODE IS DYNAMIC
015800         RECORD KEY IS SRCM-KEY
015900         FILE STATUS IS SRCM-FILE-STATUS.
016000
016100     SELECT PERIOD-CONTROL-FILE
016200         ASSIGN TO PERDCTLK
016300         ORGANIZATION IS INDEXED
016400         ACCESS MODE IS DYNAMIC
016500         RECORD KEY IS PRDC-KEY
016600         FILE STATUS IS PRDC-FILE-STATUS.
016700
016800     SELECT STEP-RESULT-FILE
016900         ASSIGN TO STEPRSLT
017000         ORGANIZATION IS SEQUENTIAL
017100         FILE STATUS IS SRES-FILE-STATUS.
017200 DATA DIVISION.
017300 FILE SECTION.
017400 FD  POSTED-EXTRACT-FILE
017500     RECORDING MODE IS F.
017600 COPY POSTREC.
017700
017800 FD  JOURNAL-OUT-FILE
017900     RECORDING MODE IS F.
018000 COPY JRNLREC.
018100
018200 FD  PROOF-REPORT-FILE
018300     RECORDING MODE IS F.
018400 01  PROOF-REPORT-LINE              PIC X(132).
018500
018600 FD  FEE-SUMMARY-FILE
018700     RECORDING MODE IS F.
018800 COPY FEESUMM.
018900
019000 FD  SOURCE-MASTER-FILE.
019100 COPY SRCMSTK.
019200
019300 FD  PERIOD-CONTROL-FILE.
019400 COPY PERDCTL.
019500
019600 FD  STEP-RESULT-FILE
019700     RECORDING MODE IS F.
019800 COPY STEPRSLT.
019900
020000 WORKING-STORAGE SECTION.
020100***************************************************************
020200*    END-OF-FILE AND RESULT SWITCHES                           *
020300***************************************************************
020400 77  WS-EOF-SW                       PIC X(01)  VALUE 'N'.
020500     88  WS-AT-EOF                       VALUE 'Y'.
020600 77  WS-PARM-ERROR-SW                PIC X(01)  VALUE 'N'.
020700     88  WS-PARM-IN-ERROR                VALUE 'Y'.
020800 77  WS-TRAILER-SW                   PIC X(01)  VALUE SPACE.
020900     88  WS-TRAILER-OK                   VALUE 'O'.
021000     88  WS-TRAILER-FAILED               VALUE 'F'.
021100 77  WS-BALANCE-SW                   PIC X(01)  VALUE SPACE.
021200     88  WS-JOURNAL-IN-BALANCE           VALUE 'O'.
021300     88  WS-JOURNAL-OUT-OF-BALANCE       VALUE 'F'.
021400 77  WS-PERIOD-SW                    PIC X(01)  VALUE 'O'.
021500     88  WS-PERIOD-CLOSED                VALUE 'C'.
021600***************************************************************
021700*    EXTRACT RECEIPT RECONCILIATION -- THE TRAILER CONTROLS    *
021800*    ALREADY ON POSTREC ARE THE GATE; A SHORT EXTRACT MUST     *
021900*    NOT BECOME A SHORT JOURNAL.                               *
022000***************************************************************
022100 77  WS-BUSINESS-DATE                PIC 9(08)  VALUE ZERO.
022200 77  WS-DATA-COUNT                   PIC 9(09) COMP VALUE ZERO.
022300 77  WS-DATA-HASH-TOTAL              PIC 9(15) COMP VALUE ZERO.
022400 77  WS-DATA-AMOUNT-TOTAL            PIC S9(13)V99 COMP-3
022500                                     VALUE ZERO.
022600 77  WS-TRAILER-SEEN-SW              PIC X(01)  VALUE 'N'.
022700     88  WS-TRAILER-SEEN                 VALUE 'Y'.
022800***************************************************************
022900*    JOURNAL BUCKETS -- ONE PER DISTINCT SOURCE / TYPE /       *
023000*    CURRENCY / DISPOSITION, EACH POSTING ONE DEBIT-CREDIT     *
023100*    PAIR.  AN ITEM RETURNING FROM SUSPENSE IS ALSO ADDED TO   *
023200*    THE BUCKET'S RELIEF SLOT FOR ITS ORIGIN -- THAT SHARE OF  *
023300*    THE DEBIT GOES TO THE SUSPENSE ACCOUNT, NOT CLEARING.     *
023400***************************************************************
023500 01  JB-TABLE-CONTROL.
023600     05  JB-TABLE-COUNT              PIC 9(04) COMP VALUE ZERO.
023700     05  JB-MAX-ENTRIES              PIC 9(04) COMP VALUE 500.
023800     05  JB-TABLE OCCURS 500 TIMES.
023900         10  JB-SOURCE               PIC X(08).
024000         10  JB-TXN-TYPE             PIC 9(02).
024100         10  JB-CURRENCY-CODE        PIC X(03).
024200         10  JB-DISPOSITION          PIC X(01).
024300         10  JB-AMOUNT               PIC S9(13)V99 COMP-3.
024400         10  JB-ITEM-COUNT           PIC 9(09) COMP.
024500         10  JB-RELIEF OCCURS 3 TIMES.
024600             15  JB-RELIEF-AMOUNT    PIC S9(13)V99 COMP-3.
024700             15  JB-RELIEF-COUNT     PIC 9(09) COMP.
024800 77  WS-JB-SLOT                      PIC 9(04) COMP VALUE ZERO.
024900 77  WS-SUB                          PIC 9(04) COMP VALUE ZERO.
025000 77  WS-BUCKETS-DROPPED-SW           PIC X(01)  VALUE 'N'.
025100     88  WS-BUCKETS-DROPPED              VALUE 'Y'.
025200 01  WS-RELIEF-ACCOUNT-VALUES.
025300     05  FILLER                      PIC X(12)  VALUE 'SUSPREJ'.
025400     05  FILLER                      PIC X(12)  VALUE 'SUSPHLD'.
025500     05  FILLER                      PIC X(12)  VALUE 'SUSPPND'.
025600 01  WS-RELIEF-ACCOUNT-TABLE REDEFINES WS-RELIEF-ACCOUNT-VALUES.
025700     05  WS-RELIEF-ACCOUNT           PIC X(12) OCCURS 3 TIMES.
025800 77  WS-RL-SUB                       PIC 9(04) COMP VALUE ZERO.
025900 77  WS-CLEARING-AMOUNT              PIC S9(13)V99 COMP-3
026000                                     VALUE ZERO.
026100 77  WS-CLEARING-COUNT               PIC 9(09) COMP VALUE ZERO.
026200 77  WS-RELIEF-AMOUNT                PIC S9(13)V99 COMP-3
026300                                     VALUE ZERO.
026400 77  WS-RELIEF-COUNT                 PIC 9(09) COMP VALUE ZERO.
026500***************************************************************
026600*    THE PROOF -- TOTAL DEBITS AND TOTAL CREDITS, SUMMED       *
026700*    BEFORE THE FIRST JOURNAL RECORD IS WRITTEN.               *
026800***************************************************************
026900 77  WS-DEBIT-TOTAL                  PIC S9(13)V99 COMP-3
027000                                     VALUE ZERO.
027100 77  WS-CREDIT-TOTAL                 PIC S9(13)V99 COMP-3
027200                                     VALUE ZERO.
027300 77  WS-XFER-RELIEF-TOTAL            PIC S9(13)V99 COMP-3
027400                                     VALUE ZERO.
027500 77  WS-JOURNAL-RECORD-COUNT         PIC 9(09) COMP VALUE ZERO.
027600***************************************************************
027700*    FEE-INCOME SUMMARY FROM ENQ310 -- ONE ENTRY PER SOURCE /  *
027800*    FEE CODE / CURRENCY.  A MISSING FILE LEAVES THE TABLE     *
027900*    EMPTY, WHICH TIES ONLY IF THERE ARE NO PROCESSED FEES.    *
028000***************************************************************
028100 77  FSUM-FILE-STATUS                PIC X(02)  VALUE '00'.
028200 77  WS-FSUM-EOF-SW                  PIC X(01)  VALUE 'N'.
028300     88  WS-FSUM-AT-EOF                  VALUE 'Y'.
028400 77  WS-FSUM-TRAILER-SW              PIC X(01)  VALUE SPACE.
028500     88  WS-FSUM-TRAILER-OK              VALUE 'O'.
028600     88  WS-FSUM-TRAILER-FAILED          VALUE 'F'.
028700 77  WS-FSUM-DATA-COUNT              PIC 9(09) COMP VALUE ZERO.
028800 77  WS-FSUM-AMOUNT-TOTAL            PIC S9(13)V99 COMP-3
028900                                     VALUE ZERO.
029000 01  FI-TABLE-CONTROL.
029100     05  FI-TABLE-COUNT              PIC 9(04) COMP VALUE ZERO.
029200     05  FI-MAX-ENTRIES              PIC 9(04) COMP VALUE 500.
029300     05  FI-TABLE OCCURS 500 TIMES.
029400         10  FI-SOURCE               PIC X(08).
029500         10  FI-FEE-CODE             PIC X(04).
029600         10  FI-CURRENCY-CODE        PIC X(03).
029700         10  FI-AMOUNT               PIC S9(13)V99 COMP-3.
029800         10  FI-ITEM-COUNT           PIC 9(09) COMP.
029900 77  WS-FI-SUB                       PIC 9(04) COMP VALUE ZERO.
030000 77  WS-FI-DROPPED-SW                PIC X(01)  VALUE 'N'.
030100     88  WS-FI-DROPPED                   VALUE 'Y'.
030200 77  WS-FEE-TIE-SW                   PIC X(01)  VALUE SPACE.
030300     88  WS-FEE-INCOME-TIED              VALUE 'O'.
030400     88  WS-FEE-INCOME-NOT-TIED          VALUE 'F'.
030500 77  WS-FEE-BUCKET-TOTAL             PIC S9(13)V99 COMP-3
030600                                     VALUE ZERO.
030700 77  WS-FEE-SOURCE-TOTAL             PIC S9(13)V99 COMP-3
030800                                     VALUE ZERO.
030900***************************************************************
031000*    TRANSFER LEGS -- ONE ENTRY PER SOURCE / CURRENCY /        *
031100*    ACCOUNT / SIDE, FROM THE PROCESSED TYPE-04 RECORDS.  A    *
031200*    FULL TABLE OR A RECORD WITH NO COUNTER-ACCOUNT LEAVES     *
031300*    THE LEGS UNTIED AND THE JOURNAL UNWRITTEN.                *
031400***************************************************************
031500 01  XL-TABLE-CONTROL.
031600     05  XL-TABLE-COUNT              PIC 9(04) COMP VALUE ZERO.
031700     05  XL-MAX-ENTRIES              PIC 9(04) COMP VALUE 1000.
031800     05  XL-TABLE OCCURS 1000 TIMES.
031900         10  XL-SOURCE               PIC X(08).
032000         10  XL-CURRENCY-CODE        PIC X(03).
032100         10  XL-ACCOUNT              PIC X(06).
032200         10  XL-DR-CR                PIC X(02).
032300         10  XL-AMOUNT               PIC S9(13)V99 COMP-3.
032400         10  XL-ITEM-COUNT           PIC 9(09) COMP.
032500 77  WS-XL-SUB                       PIC 9(04) COMP VALUE ZERO.
032600 77  WS-XL-SLOT                      PIC 9(04) COMP VALUE ZERO.
032700 77  WS-XL-ACCOUNT                   PIC X(06)  VALUE SPACES.
032800 77  WS-XL-DR-CR                     PIC X(02)  VALUE SPACES.
032900 77  WS-XL-BAD-SW                    PIC X(01)  VALUE 'N'.
033000     88  WS-XL-LEGS-BAD                  VALUE 'Y'.
033100 77  WS-XFER-TIE-SW                  PIC X(01)  VALUE SPACE.
033200     88  WS-XFER-LEGS-TIED               VALUE 'O'.
033300     88  WS-XFER-LEGS-NOT-TIED           VALUE 'F'.
033400 77  WS-XFER-DEBIT-TOTAL             PIC S9(13)V99 COMP-3
033500                                     VALUE ZERO.
033600 77  WS-XFER-CREDIT-TOTAL            PIC S9(13)V99 COMP-3
033700                                     VALUE ZERO.
033800***************************************************************
033900*    SOURCE MASTER (SRCMSTK) -- EACH SOURCE'S CLEARING GL      *
034000*    ACCOUNT.  A MISSING MASTER FALLS BACK TO CLRG + SOURCE.   *
034100***************************************************************
034200 77  SRCM-FILE-STATUS                PIC X(02)  VALUE '00'.
034300 77  WS-SRCMSTR-OPEN-SW              PIC X(01)  VALUE 'N'.
034400     88  WS-SRCMSTR-OPEN                 VALUE 'Y'.
034500 77  WS-CLEARING-ACCOUNT             PIC X(12)  VALUE SPACES.
034600***************************************************************
034700*    PERIOD CONTROL (PERDCTLK) -- A BUSINESS DATE IN A PERIOD  *
034800*    THE ENQ355 MONTH-END CLOSE HAS SIGNED OFF IS NOT          *
034900*    JOURNALED.  A MISSING FILE MEANS NO PERIOD IS CLOSED YET. *
035000***************************************************************
035100 77  PRDC-FILE-STATUS                PIC X(02)  VALUE '00'.
035200***************************************************************
035300*    STEP RESULT FOR THE BUSINESS-DAY CLOSE (ENQ385).          *
035400***************************************************************
035500 77  SRES-FILE-STATUS                PIC X(02)  VALUE '00'.
035600***************************************************************
035700*    REPORT EDIT FIELDS                                        *
035800***************************************************************
035900 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZ,ZZZ,ZZ9.
036000 01  WS-REPORT-AMOUNT-EDIT           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
036100 LINKAGE SECTION.
036200***************************************************************
036300*    JOB-STEP PARM -- THE JOURNAL (BUSINESS) DATE.             *
036400***************************************************************
036500 01  LK-PARM-DATE.
036600     05  LK-PARM-LEN                 PIC S9(04) COMP.
036700     05  LK-PARM-DATE-TEXT           PIC X(08).
036800 PROCEDURE DIVISION USING LK-PARM-DATE.
036900***************************************************************
037000*    0000-MAINLINE                                             *
037100***************************************************************
037200 0000-MAINLINE.
037300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
037400     PERFORM 2000-ACCUMULATE-ONE-RECORD
037500         THRU 2000-ACCUMULATE-ONE-RECORD-EXIT
037600         UNTIL WS-AT-EOF.
037700     PERFORM 4000-PROVE-THE-JOURNAL
037800         THRU 4000-PROVE-THE-JOURNAL-EXIT.
037900     PERFORM 5000-WRITE-JOURNAL THRU 5000-WRITE-JOURNAL-EXIT.
038000     PERFORM 7000-WRITE-PROOF-REPORT
038100         THRU 7000-WRITE-PROOF-REPORT-EXIT.
038200     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
038300     GOBACK.
038400***************************************************************
038500*    1000-INITIALIZE                                           *
038600***************************************************************
038700 1000-INITIALIZE.
038800     OPEN OUTPUT PROOF-REPORT-FILE.
038900     MOVE 'ENQ280 GL JOURNAL POSTING-PROOF REPORT'
039000         TO PROOF-REPORT-LINE.
039100     WRITE PROOF-REPORT-LINE.
039200     MOVE SPACES TO PROOF-REPORT-LINE.
039300     WRITE PROOF-REPORT-LINE.
039400     IF LK-PARM-LEN < 8
039500         OR LK-PARM-DATE-TEXT NOT NUMERIC
039600         SET WS-PARM-IN-ERROR TO TRUE
039700         MOVE 'PARM JOURNAL DATE MISSING OR NOT NUMERIC --'
039800             TO PROOF-REPORT-LINE
039900         WRITE PROOF-REPORT-LINE
040000         MOVE 'NO JOURNAL PRODUCED.'
040100             TO PROOF-REPORT-LINE
040200         WRITE PROOF-REPORT-LINE
040300         SET WS-AT-EOF TO TRUE
040400         GO TO 1000-INITIALIZE-EXIT
040500     END-IF.
040600     MOVE LK-PARM-DATE-TEXT TO WS-BUSINESS-DATE.
040700     PERFORM 1200-CHECK-PERIOD-LOCK
040800         THRU 1200-CHECK-PERIOD-LOCK-EXIT.
040900     IF WS-PERIOD-CLOSED
041000         MOVE 'JOURNAL DATE IS IN A SIGNED-OFF PERIOD --'
041100             TO PROOF-REPORT-LINE
041200         WRITE PROOF-REPORT-LINE
041300         MOVE 'NO JOURNAL PRODUCED.'
041400             TO PROOF-REPORT-LINE
041500         WRITE PROOF-REPORT-LINE
041600         SET WS-AT-EOF TO TRUE
041700         GO TO 1000-INITIALIZE-EXIT
041800     END-IF.
041900     OPEN INPUT  POSTED-EXTRACT-FILE.
042000     OPEN OUTPUT JOURNAL-OUT-FILE.
042100     PERFORM 1100-LOAD-FEE-SUMMARY
042200         THRU 1100-LOAD-FEE-SUMMARY-EXIT.
042300     OPEN INPUT SOURCE-MASTER-FILE.
042400     IF SRCM-FILE-STATUS NOT = '00'
042500         AND SRCM-FILE-STATUS NOT = '97'
042600*        NO SOURCE MASTER ON THIS RUN -- EVERY CLEARING DEBIT
042700*        FALLS BACK TO CLRG + SOURCE.
042800         MOVE 'SOURCE MASTER NOT AVAILABLE -- CLEARING DEBITS TO'
042900             TO PROOF-REPORT-LINE
043000         WRITE PROOF-REPORT-LINE
043100         MOVE 'CLRG + SOURCE.'
043200             TO PROOF-REPORT-LINE
043300         WRITE PROOF-REPORT-LINE
043400         MOVE SPACES TO PROOF-REPORT-LINE
043500         WRITE PROOF-REPORT-LINE
043600     ELSE
043700         SET WS-SRCMSTR-OPEN TO TRUE
043800     END-IF.
043900     READ POSTED-EXTRACT-FILE
044000         AT END
044100             SET WS-AT-EOF TO TRUE
044200     END-READ.
044300 1000-INITIALIZE-EXIT.
044400     EXIT.
044500***************************************************************
044600*    1100-LOAD-FEE-SUMMARY  --  LOADS THE ENQ310 FEE-INCOME    *
044700*    SUMMARY AND PROVES IT AGAINST ITS OWN TRAILER.  A         *
044800*    MISSING FILE LEAVES THE TABLE EMPTY.                      *
044900***************************************************************
045000 1100-LOAD-FEE-SUMMARY.
045100     OPEN INPUT FEE-SUMMARY-FILE.
045200     IF FSUM-FILE-STATUS = '35'
045300*        NO FEE-INCOME SUMMARY ON THIS RUN -- 4200 WILL FAIL
045400*        THE TIE-OUT IF THERE ARE ANY PROCESSED FEES.
045500         GO TO 1100-LOAD-FEE-SUMMARY-EXIT
045600     END-IF.
045700     READ FEE-SUMMARY-FILE
045800         AT END
045900             SET WS-FSUM-AT-EOF TO TRUE
046000     END-READ.
046100     PERFORM 1110-LOAD-ONE-FEE-SUMMARY
046200         THRU 1110-LOAD-ONE-FEE-SUMMARY-EXIT
046300         UNTIL WS-FSUM-AT-EOF.
046400     CLOSE FEE-SUMMARY-FILE.
046500 1100-LOAD-FEE-SUMMARY-EXIT.
046600     EXIT.
046700***************************************************************
046800*    1110-LOAD-ONE-FEE-SUMMARY                                 *
046900***************************************************************
047000 1110-LOAD-ONE-FEE-SUMMARY.
047100     IF FSUM-TRAILER-RECORD
047200         IF FSUM-TRL-RECORD-COUNT   = WS-FSUM-DATA-COUNT
047300             AND FSUM-TRL-AMOUNT-TOTAL  = WS-FSUM-AMOUNT-TOTAL
047400             AND FSUM-TRL-BUSINESS-DATE = WS-BUSINESS-DATE
047500             SET WS-FSUM-TRAILER-OK TO TRUE
047600         ELSE
047700             SET WS-FSUM-TRAILER-FAILED TO TRUE
047800         END-IF
047900     ELSE
048000         ADD 1 TO WS-FSUM-DATA-COUNT
048100         ADD FSUM-AMOUNT TO WS-FSUM-AMOUNT-TOTAL
048200         IF FI-TABLE-COUNT = FI-MAX-ENTRIES
048300             SET WS-FI-DROPPED TO TRUE
048400         ELSE
048500             ADD 1 TO FI-TABLE-COUNT
048600             MOVE FSUM-SOURCE        TO FI-SOURCE(FI-TABLE-COUNT)
048700             MOVE FSUM-FEE-CODE      TO
048800                 FI-FEE-CODE(FI-TABLE-COUNT)
048900             MOVE FSUM-CURRENCY-CODE TO
049000                 FI-CURRENCY-CODE(FI-TABLE-COUNT)
049100             MOVE FSUM-AMOUNT        TO FI-AMOUNT(FI-TABLE-COUNT)
049200             MOVE FSUM-ITEM-COUNT    TO
049300                 FI-ITEM-COUNT(FI-TABLE-COUNT)
049400         END-IF
049500     END-IF.
049600     READ FEE-SUMMARY-FILE
049700         AT END
049800             SET WS-FSUM-AT-EOF TO TRUE
049900     END-READ.
050000 1110-LOAD-ONE-FEE-SUMMARY-EXIT.
050100     EXIT.
050200***************************************************************
050300*    1200-CHECK-PERIOD-LOCK  --  KEYED READ OF THE PERIOD      *
050400*    CONTROL KSDS FOR THE JOURNAL DATE'S MONTH.  ONLY A        *
050500*    LOCKED ROW STOPS THE RUN; NO ROW, OR NO FILE, IS AN OPEN  *
050600*    PERIOD.                                                   *
050700***************************************************************
050800 1200-CHECK-PERIOD-LOCK.
050900     OPEN INPUT PERIOD-CONTROL-FILE.
051000     IF PRDC-FILE-STATUS = '35'
051100         GO TO 1200-CHECK-PERIOD-LOCK-EXIT
051200     END-IF.
051300     MOVE WS-BUSINESS-DATE(1:6) TO PRDC-PERIOD.
051400     READ PERIOD-CONTROL-FILE
051500         INVALID KEY
051600             MOVE SPACE TO PRDC-STATUS
051700     END-READ.
051800     IF PRDC-IS-LOCKED
051900         SET WS-PERIOD-CLOSED TO TRUE
052000     END-IF.
052100     CLOSE PERIOD-CONTROL-FILE.
052200 1200-CHECK-PERIOD-LOCK-EXIT.
052300     EXIT.
052400***************************************************************
052500*    2000-ACCUMULATE-ONE-RECORD  --  DATA RECORDS ROLL INTO    *
052600*    THE RECEIPT TOTALS AND THEIR JOURNAL BUCKET; THE          *
052700*    TRAILER IS VERIFIED AGAINST WHAT WAS ACTUALLY READ.       *
052800***************************************************************
052900 2000-ACCUMULATE-ONE-RECORD.
053000     IF POST-TRAILER-RECORD
053100         SET WS-TRAILER-SEEN TO TRUE
053200         IF POST-TRL-RECORD-COUNT  = WS-DATA-COUNT
053300             AND POST-TRL-HASH-TOTAL   = WS-DATA-HASH-TOTAL
053400             AND POST-TRL-AMOUNT-TOTAL = WS-DATA-AMOUNT-TOTAL
053500             SET WS-TRAILER-OK TO TRUE
053600         ELSE
053700             SET WS-TRAILER-FAILED TO TRUE
053800         END-IF
053900     ELSE
054000         ADD 1 TO WS-DATA-COUNT
054100         ADD POST-TXN-AMOUNT TO WS-DATA-AMOUNT-TOTAL
054200         ADD POST-TXN-AMOUNT TO WS-DATA-HASH-TOTAL
054300         PERFORM 3000-BUCKET-ONE-RECORD
054400             THRU 3000-BUCKET-ONE-RECORD-EXIT
054500     END-IF.
054600     READ POSTED-EXTRACT-FILE
054700         AT END
054800             SET WS-AT-EOF TO TRUE
054900     END-READ.
055000 2000-ACCUMULATE-ONE-RECORD-EXIT.
055100     EXIT.
055200***************************************************************
055300*    3000-BUCKET-ONE-RECORD  --  FIND OR OPEN THE BUCKET FOR   *
055400*    THIS SOURCE / TYPE / CURRENCY / DISPOSITION.  A FULL      *
055500*    TABLE IS A HARD FAILURE AT PROOF TIME -- A DROPPED        *
055600*    BUCKET WOULD UNBALANCE THE FEED SILENTLY.                 *
055700***************************************************************
055800 3000-BUCKET-ONE-RECORD.
055900     MOVE ZERO TO WS-JB-SLOT.
056000     PERFORM 3100-MATCH-ONE-BUCKET
056100         THRU 3100-MATCH-ONE-BUCKET-EXIT
056200         VARYING WS-SUB FROM 1 BY 1
056300         UNTIL WS-SUB > JB-TABLE-COUNT
056400            OR WS-JB-SLOT > ZERO.
056500     IF WS-JB-SLOT = ZERO
056600         IF JB-TABLE-COUNT = JB-MAX-ENTRIES
056700             SET WS-BUCKETS-DROPPED TO TRUE
056800             GO TO 3000-BUCKET-ONE-RECORD-EXIT
056900         END-IF
057000         ADD 1 TO JB-TABLE-COUNT
057100         MOVE JB-TABLE-COUNT TO WS-JB-SLOT
057200         MOVE POST-TXN-SOURCE     TO JB-SOURCE(WS-JB-SLOT)
057300         MOVE POST-TXN-TYPE       TO JB-TXN-TYPE(WS-JB-SLOT)
057400         MOVE POST-CURRENCY-CODE  TO JB-CURRENCY-CODE(WS-JB-SLOT)
057500         MOVE POST-DISPOSITION    TO JB-DISPOSITION(WS-JB-SLOT)
057600         MOVE ZERO TO JB-AMOUNT(WS-JB-SLOT)
057700         MOVE ZERO TO JB-ITEM-COUNT(WS-JB-SLOT)
057800         MOVE ZERO TO JB-RELIEF-AMOUNT(WS-JB-SLOT, 1)
057900                      JB-RELIEF-AMOUNT(WS-JB-SLOT, 2)
058000                      JB-RELIEF-AMOUNT(WS-JB-SLOT, 3)
058100         MOVE ZERO TO JB-RELIEF-COUNT(WS-JB-SLOT, 1)
058200                      JB-RELIEF-COUNT(WS-JB-SLOT, 2)
058300                      JB-RELIEF-COUNT(WS-JB-SLOT, 3)
058400     END-IF.
058500     ADD POST-TXN-AMOUNT TO JB-AMOUNT(WS-JB-SLOT).
058600     ADD 1 TO JB-ITEM-COUNT(WS-JB-SLOT).
058700     EVALUATE TRUE
058800         WHEN POST-FROM-SUSPENSE
058900             MOVE 1 TO WS-RL-SUB
059000         WHEN POST-FROM-HELD
059100             MOVE 2 TO WS-RL-SUB
059200         WHEN POST-FROM-PARKED
059300             MOVE 3 TO WS-RL-SUB
059400         WHEN OTHER
059500             MOVE ZERO TO WS-RL-SUB
059600     END-EVALUATE.
059700     IF WS-RL-SUB > ZERO
059800         ADD POST-TXN-AMOUNT
059900             TO JB-RELIEF-AMOUNT(WS-JB-SLOT, WS-RL-SUB)
060000         ADD 1 TO JB-RELIEF-COUNT(WS-JB-SLOT, WS-RL-SUB)
060100     END-IF.
060200     IF POST-TXN-TYPE = 04
060300         AND POST-DISP-PROCESSED
060400         PERFORM 3200-ACCUMULATE-TRANSFER-LEGS
060500             THRU 3200-ACCUMULATE-TRANSFER-LEGS-EXIT
060600     END-IF.
060700 3000-BUCKET-ONE-RECORD-EXIT.
060800     EXIT.
060900***************************************************************
061000*    3100-MATCH-ONE-BUCKET                                     *
061100***************************************************************
061200 3100-MATCH-ONE-BUCKET.
061300     IF JB-SOURCE(WS-SUB) = POST-TXN-SOURCE
061400         AND JB-TXN-TYPE(WS-SUB) = POST-TXN-TYPE
061500         AND JB-CURRENCY-CODE(WS-SUB) = POST-CURRENCY-CODE
061600         AND JB-DISPOSITION(WS-SUB) = POST-DISPOSITION
061700         MOVE WS-SUB TO WS-JB-SLOT
061800     END-IF.
061900 3100-MATCH-ONE-BUCKET-EXIT.
062000     EXIT.
062100***************************************************************
062200*    3200-ACCUMULATE-TRANSFER-LEGS  --  THE DEBIT LEG TO THE   *
062300*    ACCOUNT IN THE KEY, THE CREDIT LEG TO THE COUNTER-        *
062400*    ACCOUNT.                                                  *
062500***************************************************************
062600 3200-ACCUMULATE-TRANSFER-LEGS.
062700     IF POST-COUNTER-ACCOUNT = SPACES
062800         SET WS-XL-LEGS-BAD TO TRUE
062900         GO TO 3200-ACCUMULATE-TRANSFER-LEGS-EXIT
063000     END-IF.
063100     MOVE POST-TXN-KEY(1:6) TO WS-XL-ACCOUNT.
063200     MOVE 'DR'              TO WS-XL-DR-CR.
063300     PERFORM 3300-ADD-ONE-LEG THRU 3300-ADD-ONE-LEG-EXIT.
063400     MOVE POST-COUNTER-ACCOUNT TO WS-XL-ACCOUNT.
063500     MOVE 'CR'              TO WS-XL-DR-CR.
063600     PERFORM 3300-ADD-ONE-LEG THRU 3300-ADD-ONE-LEG-EXIT.
063700 3200-ACCUMULATE-TRANSFER-LEGS-EXIT.
063800     EXIT.
063900***************************************************************
064000*    3300-ADD-ONE-LEG                                          *
064100***************************************************************
064200 3300-ADD-ONE-LEG.
064300     MOVE ZERO TO WS-XL-SLOT.
064400     PERFORM 3310-MATCH-ONE-LEG
064500         THRU 3310-MATCH-ONE-LEG-EXIT
064600         VARYING WS-XL-SUB FROM 1 BY 1
064700         UNTIL WS-XL-SUB > XL-TABLE-COUNT
064800            OR WS-XL-SLOT > ZERO.
064900     IF WS-XL-SLOT = ZERO
065000         IF XL-TABLE-COUNT = XL-MAX-ENTRIES
065100             SET WS-XL-LEGS-BAD TO TRUE
065200             GO TO 3300-ADD-ONE-LEG-EXIT
065300         END-IF
065400         ADD 1 TO XL-TABLE-COUNT
065500         MOVE XL-TABLE-COUNT     TO WS-XL-SLOT
065600         MOVE POST-TXN-SOURCE    TO XL-SOURCE(WS-XL-SLOT)
065700         MOVE POST-CURRENCY-CODE TO XL-CURRENCY-CODE(WS-XL-SLOT)
065800         MOVE WS-XL-ACCOUNT      TO XL-ACCOUNT(WS-XL-SLOT)
065900         MOVE WS-XL-DR-CR        TO XL-DR-CR(WS-XL-SLOT)
066000         MOVE ZERO TO XL-AMOUNT(WS-XL-SLOT)
066100         MOVE ZERO TO XL-ITEM-COUNT(WS-XL-SLOT)
066200     END-IF.
066300     ADD POST-TXN-AMOUNT TO XL-AMOUNT(WS-XL-SLOT).
066400     ADD 1 TO XL-ITEM-COUNT(WS-XL-SLOT).
066500 3300-ADD-ONE-LEG-EXIT.
066600     EXIT.
066700***************************************************************
066800*    3310-MATCH-ONE-LEG                                        *
066900***************************************************************
067000 3310-MATCH-ONE-LEG.
067100     IF XL-SOURCE(WS-XL-SUB) = POST-TXN-SOURCE
067200         AND XL-CURRENCY-CODE(WS-XL-SUB) = POST-CURRENCY-CODE
067300         AND XL-ACCOUNT(WS-XL-SUB) = WS-XL-ACCOUNT
067400         AND XL-DR-CR(WS-XL-SUB) = WS-XL-DR-CR
067500         MOVE WS-XL-SUB TO WS-XL-SLOT
067600     END-IF.
067700 3310-MATCH-ONE-LEG-EXIT.
067800     EXIT.
067900***************************************************************
068000*    4000-PROVE-THE-JOURNAL  --  EVERY BUCKET POSTS AN EQUAL   *
068100*    DEBIT AND CREDIT, SO THE TOTALS ARE SUMMED FROM THE       *
068200*    BUCKETS AND COMPARED BEFORE A SINGLE JOURNAL RECORD       *
068300*    EXISTS -- THE PROOF GATES THE WRITE, NOT THE OTHER WAY    *
068400*    AROUND.                                                   *
068500***************************************************************
068600 4000-PROVE-THE-JOURNAL.
068700     IF WS-PARM-IN-ERROR
068800         OR WS-PERIOD-CLOSED
068900         GO TO 4000-PROVE-THE-JOURNAL-EXIT
069000     END-IF.
069100     MOVE ZERO TO WS-DEBIT-TOTAL WS-CREDIT-TOTAL
069200                  WS-XFER-RELIEF-TOTAL.
069300     IF JB-TABLE-COUNT > ZERO
069400         PERFORM 4100-SUM-ONE-BUCKET
069500             THRU 4100-SUM-ONE-BUCKET-EXIT
069600             VARYING WS-SUB FROM 1 BY 1
069700             UNTIL WS-SUB > JB-TABLE-COUNT
069800     END-IF.
069900     PERFORM 4200-TIE-FEE-INCOME
070000         THRU 4200-TIE-FEE-INCOME-EXIT.
070100     PERFORM 4300-TIE-TRANSFER-LEGS
070200         THRU 4300-TIE-TRANSFER-LEGS-EXIT.
070300     IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
070400         AND WS-DEBIT-TOTAL = WS-DATA-AMOUNT-TOTAL
070500                            + WS-XFER-RELIEF-TOTAL
070600         AND NOT WS-BUCKETS-DROPPED
070700         AND WS-FEE-INCOME-TIED
070800         AND WS-XFER-LEGS-TIED
070900         SET WS-JOURNAL-IN-BALANCE TO TRUE
071000     ELSE
071100         SET WS-JOURNAL-OUT-OF-BALANCE TO TRUE
071200     END-IF.
071300 4000-PROVE-THE-JOURNAL-EXIT.
071400     EXIT.
071500***************************************************************
071600*    4100-SUM-ONE-BUCKET  --  A PROCESSED TYPE-04 BUCKET ALSO  *
071700*    POSTS ITS SUSPENSE RELIEF PAIR (5170) ON TOP OF ITS LEGS; *
071800*    THAT PAIR IS OUTSIDE THE EXTRACT'S OWN TOTAL.             *
071900***************************************************************
072000 4100-SUM-ONE-BUCKET.
072100     ADD JB-AMOUNT(WS-SUB) TO WS-DEBIT-TOTAL.
072200     ADD JB-AMOUNT(WS-SUB) TO WS-CREDIT-TOTAL.
072300     IF JB-TXN-TYPE(WS-SUB) = 04
072400         AND JB-DISPOSITION(WS-SUB) = 'P'
072500         PERFORM 5165-SUM-BUCKET-RELIEF
072600             THRU 5165-SUM-BUCKET-RELIEF-EXIT
072700         ADD WS-RELIEF-AMOUNT TO WS-DEBIT-TOTAL
072800         ADD WS-RELIEF-AMOUNT TO WS-CREDIT-TOTAL
072900         ADD WS-RELIEF-AMOUNT TO WS-XFER-RELIEF-TOTAL
073000     END-IF.
073100 4100-SUM-ONE-BUCKET-EXIT.
073200     EXIT.
073300***************************************************************
073400*    4200-TIE-FEE-INCOME  --  THE FEE-INCOME CREDITS REPLACE   *
073500*    THE TYPE-03 BUCKETS' OWN CREDIT, SO THEY MUST ADD UP TO   *
073600*    EXACTLY THOSE BUCKETS: EACH PROCESSED TYPE-03 BUCKET TO   *
073700*    ITS SOURCE AND CURRENCY'S SUMMARY ENTRIES, AND THE WHOLE  *
073800*    SUMMARY TO ALL SUCH BUCKETS SO NO ENTRY IS LEFT OVER.     *
073900***************************************************************
074000 4200-TIE-FEE-INCOME.
074100     SET WS-FEE-INCOME-TIED TO TRUE.
074200     MOVE ZERO TO WS-FEE-BUCKET-TOTAL.
074300     IF JB-TABLE-COUNT > ZERO
074400         PERFORM 4210-TIE-ONE-FEE-BUCKET
074500             THRU 4210-TIE-ONE-FEE-BUCKET-EXIT
074600             VARYING WS-SUB FROM 1 BY 1
074700             UNTIL WS-SUB > JB-TABLE-COUNT
074800     END-IF.
074900     IF WS-FEE-BUCKET-TOTAL NOT = WS-FSUM-AMOUNT-TOTAL
075000         OR WS-FI-DROPPED
075100         OR WS-FSUM-TRAILER-FAILED
075200         SET WS-FEE-INCOME-NOT-TIED TO TRUE
075300     END-IF.
075400     IF (WS-FEE-BUCKET-TOTAL NOT = ZERO
075500         OR FI-TABLE-COUNT > ZERO)
075600         AND NOT WS-FSUM-TRAILER-OK
075700         SET WS-FEE-INCOME-NOT-TIED TO TRUE
075800     END-IF.
075900 4200-TIE-FEE-INCOME-EXIT.
076000     EXIT.
076100***************************************************************
076200*    4210-TIE-ONE-FEE-BUCKET                                   *
076300***************************************************************
076400 4210-TIE-ONE-FEE-BUCKET.
076500     IF JB-TXN-TYPE(WS-SUB) NOT = 03
076600         OR JB-DISPOSITION(WS-SUB) NOT = 'P'
076700         GO TO 4210-TIE-ONE-FEE-BUCKET-EXIT
076800     END-IF.
076900     ADD JB-AMOUNT(WS-SUB) TO WS-FEE-BUCKET-TOTAL.
077000     MOVE ZERO TO WS-FEE-SOURCE-TOTAL.
077100     IF FI-TABLE-COUNT > ZERO
077200         PERFORM 4220-ADD-ONE-FEE-ENTRY
077300             THRU 4220-ADD-ONE-FEE-ENTRY-EXIT
077400             VARYING WS-FI-SUB FROM 1 BY 1
077500             UNTIL WS-FI-SUB > FI-TABLE-COUNT
077600     END-IF.
077700     IF WS-FEE-SOURCE-TOTAL NOT = JB-AMOUNT(WS-SUB)
077800         SET WS-FEE-INCOME-NOT-TIED TO TRUE
077900     END-IF.
078000 4210-TIE-ONE-FEE-BUCKET-EXIT.
078100     EXIT.
078200***************************************************************
078300*    4220-ADD-ONE-FEE-ENTRY                                    *
078400***************************************************************
078500 4220-ADD-ONE-FEE-ENTRY.
078600     IF FI-SOURCE(WS-FI-SUB) = JB-SOURCE(WS-SUB)
078700         AND FI-CURRENCY-CODE(WS-FI-SUB)
078800                            = JB-CURRENCY-CODE(WS-SUB)
078900         ADD FI-AMOUNT(WS-FI-SUB) TO WS-FEE-SOURCE-TOTAL
079000     END-IF.
079100 4220-ADD-ONE-FEE-ENTRY-EXIT.
079200     EXIT.
079300***************************************************************
079400*    4300-TIE-TRANSFER-LEGS  --  THE LEG POSTINGS REPLACE THE  *
079500*    TYPE-04 BUCKETS' OWN PAIR, SO FOR EACH PROCESSED TYPE-04  *
079600*    BUCKET THE DEBIT LEGS AND THE CREDIT LEGS OF ITS SOURCE   *
079700*    AND CURRENCY MUST EACH ADD UP TO THE BUCKET.              *
079800***************************************************************
079900 4300-TIE-TRANSFER-LEGS.
080000     SET WS-XFER-LEGS-TIED TO TRUE.
080100     IF WS-XL-LEGS-BAD
080200         SET WS-XFER-LEGS-NOT-TIED TO TRUE
080300     END-IF.
080400     IF JB-TABLE-COUNT > ZERO
080500         PERFORM 4310-TIE-ONE-TRANSFER-BUCKET
080600             THRU 4310-TIE-ONE-TRANSFER-BUCKET-EXIT
080700             VARYING WS-SUB FROM 1 BY 1
080800             UNTIL WS-SUB > JB-TABLE-COUNT
080900     END-IF.
081000 4300-TIE-TRANSFER-LEGS-EXIT.
081100     EXIT.
081200***************************************************************
081300*    4310-TIE-ONE-TRANSFER-BUCKET                              *
081400***************************************************************
081500 4310-TIE-ONE-TRANSFER-BUCKET.
081600     IF JB-TXN-TYPE(WS-SUB) NOT = 04
081700         OR JB-DISPOSITION(WS-SUB) NOT = 'P'
081800         GO TO 4310-TIE-ONE-TRANSFER-BUCKET-EXIT
081900     END-IF.
082000     MOVE ZERO TO WS-XFER-DEBIT-TOTAL WS-XFER-CREDIT-TOTAL.
082100     IF XL-TABLE-COUNT > ZERO
082200         PERFORM 4320-ADD-ONE-LEG-ENTRY
082300             THRU 4320-ADD-ONE-LEG-ENTRY-EXIT
082400             VARYING WS-XL-SUB FROM 1 BY 1
082500             UNTIL WS-XL-SUB > XL-TABLE-COUNT
082600     END-IF.
082700     IF WS-XFER-DEBIT-TOTAL NOT = JB-AMOUNT(WS-SUB)
082800         OR WS-XFER-CREDIT-TOTAL NOT = JB-AMOUNT(WS-SUB)
082900         SET WS-XFER-LEGS-NOT-TIED TO TRUE
083000     END-IF.
083100 4310-TIE-ONE-TRANSFER-BUCKET-EXIT.
083200     EXIT.
083300***************************************************************
083400*    4320-ADD-ONE-LEG-ENTRY                                    *
083500***************************************************************
083600 4320-ADD-ONE-LEG-ENTRY.
083700     IF XL-SOURCE(WS-XL-SUB) = JB-SOURCE(WS-SUB)
083800         AND XL-CURRENCY-CODE(WS-XL-SUB)
083900                            = JB-CURRENCY-CODE(WS-SUB)
084000         IF XL-DR-CR(WS-XL-SUB) = 'DR'
084100             ADD XL-AMOUNT(WS-XL-SUB) TO WS-XFER-DEBIT-TOTAL
084200         ELSE
084300             ADD XL-AMOUNT(WS-XL-SUB) TO WS-XFER-CREDIT-TOTAL
084400         END-IF
084500     END-IF.
084600 4320-ADD-ONE-LEG-ENTRY-EXIT.
084700     EXIT.
084800***************************************************************
084900*    5000-WRITE-JOURNAL  --  ONLY A PROVEN FEED IS WRITTEN:    *
085000*    THE EXTRACT MATCHED ITS TRAILER AND DEBITS EQUAL          *
085100*    CREDITS.  ONE DR/CR PAIR PER BUCKET PLUS A TRAILER        *
085200*    CARRYING THE PROVEN TOTALS.                               *
085300***************************************************************
085400 5000-WRITE-JOURNAL.
085500     IF WS-PARM-IN-ERROR
085600         OR WS-PERIOD-CLOSED
085700         OR NOT WS-TRAILER-OK
085800         OR NOT WS-JOURNAL-IN-BALANCE
085900         GO TO 5000-WRITE-JOURNAL-EXIT
086000     END-IF.
086100     IF JB-TABLE-COUNT > ZERO
086200         PERFORM 5100-WRITE-ONE-PAIR
086300             THRU 5100-WRITE-ONE-PAIR-EXIT
086400             VARYING WS-SUB FROM 1 BY 1
086500             UNTIL WS-SUB > JB-TABLE-COUNT
086600     END-IF.
086700     MOVE SPACES TO JOURNAL-RECORD.
086800     SET JRNL-TRAILER-RECORD TO TRUE.
086900     MOVE WS-DEBIT-TOTAL          TO JRNL-TRL-DEBIT-TOTAL.
087000     MOVE WS-CREDIT-TOTAL         TO JRNL-TRL-CREDIT-TOTAL.
087100     MOVE WS-JOURNAL-RECORD-COUNT TO JRNL-TRL-RECORD-COUNT.
087200     WRITE JOURNAL-RECORD.
087300 5000-WRITE-JOURNAL-EXIT.
087400     EXIT.
087500***************************************************************
087600*    5100-WRITE-ONE-PAIR  --  THE DEBIT HITS THE SOURCE'S      *
087700*    CLEARING ACCOUNT, LESS ANY SHARE RETURNING FROM SUSPENSE  *
087800*    (5160); THE CREDIT SIDE DEPENDS ON                        *
087900*    THE DISPOSITION.  A PROCESSED TYPE-03 BUCKET'S CREDIT IS  *
088000*    SPLIT ACROSS ITS FEE-INCOME ACCOUNTS BY 5200.  A          *
088100*    PROCESSED TYPE-04 BUCKET POSTS ITS TRANSFER LEGS BY 5300  *
088200*    INSTEAD OF EITHER, AND ANY SUSPENSE RELIEF BY 5170.       *
088300***************************************************************
088400 5100-WRITE-ONE-PAIR.
088500     IF JB-TXN-TYPE(WS-SUB) = 04
088600         AND JB-DISPOSITION(WS-SUB) = 'P'
088700         PERFORM 5300-WRITE-ONE-TRANSFER-LEG
088800             THRU 5300-WRITE-ONE-TRANSFER-LEG-EXIT
088900             VARYING WS-XL-SUB FROM 1 BY 1
089000             UNTIL WS-XL-SUB > XL-TABLE-COUNT
089100         PERFORM 5170-WRITE-TRANSFER-RELIEF
089200             THRU 5170-WRITE-TRANSFER-RELIEF-EXIT
089300         GO TO 5100-WRITE-ONE-PAIR-EXIT
089400     END-IF.
089500     MOVE JB-AMOUNT(WS-SUB)     TO WS-CLEARING-AMOUNT.
089600     MOVE JB-ITEM-COUNT(WS-SUB) TO WS-CLEARING-COUNT.
089700     PERFORM 5160-WRITE-ONE-RELIEF-DEBIT
089800         THRU 5160-WRITE-ONE-RELIEF-DEBIT-EXIT
089900         VARYING WS-RL-SUB FROM 1 BY 1
090000         UNTIL WS-RL-SUB > 3.
090100     IF WS-CLEARING-COUNT > ZERO
090200         MOVE SPACES TO JOURNAL-RECORD
090300         SET JRNL-DATA-RECORD TO TRUE
090400         SET JRNL-DEBIT TO TRUE
090500         MOVE WS-BUSINESS-DATE        TO JRNL-JOURNAL-DATE
090600         PERFORM 5150-RESOLVE-CLEARING-ACCOUNT
090700             THRU 5150-RESOLVE-CLEARING-ACCOUNT-EXIT
090800         MOVE WS-CLEARING-ACCOUNT     TO JRNL-ACCOUNT
090900         MOVE JB-SOURCE(WS-SUB)       TO JRNL-SOURCE
091000         MOVE JB-TXN-TYPE(WS-SUB)     TO JRNL-TXN-TYPE
091100         MOVE JB-CURRENCY-CODE(WS-SUB) TO JRNL-CURRENCY-CODE
091200         MOVE WS-CLEARING-AMOUNT      TO JRNL-AMOUNT
091300         MOVE WS-CLEARING-COUNT       TO JRNL-ITEM-COUNT
091400         WRITE JOURNAL-RECORD
091500         ADD 1 TO WS-JOURNAL-RECORD-COUNT
091600     END-IF.
091700     IF JB-TXN-TYPE(WS-SUB) = 03
091800         AND JB-DISPOSITION(WS-SUB) = 'P'
091900         PERFORM 5200-WRITE-ONE-FEE-CREDIT
092000             THRU 5200-WRITE-ONE-FEE-CREDIT-EXIT
092100             VARYING WS-FI-SUB FROM 1 BY 1
092200             UNTIL WS-FI-SUB > FI-TABLE-COUNT
092300         GO TO 5100-WRITE-ONE-PAIR-EXIT
092400     END-IF.
092500     MOVE SPACES TO JOURNAL-RECORD.
092600     SET JRNL-DATA-RECORD TO TRUE.
092700     SET JRNL-CREDIT TO TRUE.
092800     MOVE WS-BUSINESS-DATE        TO JRNL-JOURNAL-DATE.
092900     MOVE SPACES                  TO JRNL-ACCOUNT.
093000     EVALUATE JB-DISPOSITION(WS-SUB)
093100         WHEN 'P'
093200             STRING 'STLMT' JB-TXN-TYPE(WS-SUB)
093300                 DELIMITED BY SIZE INTO JRNL-ACCOUNT
093400         WHEN 'R'
093500             MOVE 'SUSPREJ'  TO JRNL-ACCOUNT
093600         WHEN 'B'
093700             MOVE 'SUSPBLK'  TO JRNL-ACCOUNT
093800         WHEN 'K'
093900             MOVE 'SUSPPND'  TO JRNL-ACCOUNT
094000         WHEN 'H'
094100             MOVE 'SUSPHLD'  TO JRNL-ACCOUNT
094200         WHEN OTHER
094300             MOVE 'SUSPOTH'  TO JRNL-ACCOUNT
094400     END-EVALUATE.
094500     MOVE JB-SOURCE(WS-SUB)       TO JRNL-SOURCE.
094600     MOVE JB-TXN-TYPE(WS-SUB)     TO JRNL-TXN-TYPE.
094700     MOVE JB-CURRENCY-CODE(WS-SUB) TO JRNL-CURRENCY-CODE.
094800     MOVE JB-AMOUNT(WS-SUB)       TO JRNL-AMOUNT.
094900     MOVE JB-ITEM-COUNT(WS-SUB)   TO JRNL-ITEM-COUNT.
095000     WRITE JOURNAL-RECORD.
095100     ADD 1 TO WS-JOURNAL-RECORD-COUNT.
095200 5100-WRITE-ONE-PAIR-EXIT.
095300     EXIT.
095400***************************************************************
095500*    5150-RESOLVE-CLEARING-ACCOUNT  --  THE BUCKET SOURCE'S    *
095600*    CLEARING GL ACCOUNT FROM THE SOURCE MASTER.  A SOURCE NOT *
095700*    ON IT (OR NO MASTER) FALLS BACK TO CLRG + SOURCE.  A      *
095800*    SUSPENDED OR CLOSED SOURCE STILL CLEARS THROUGH ITS OWN   *
095900*    ACCOUNT -- ITS ITEMS WERE IN FLIGHT.                      *
096000***************************************************************
096100 5150-RESOLVE-CLEARING-ACCOUNT.
096200     MOVE SPACES TO WS-CLEARING-ACCOUNT.
096300     IF WS-SRCMSTR-OPEN
096400         MOVE JB-SOURCE(WS-SUB) TO SRCM-SOURCE-CODE
096500         READ SOURCE-MASTER-FILE
096600             INVALID KEY
096700                 MOVE SPACES TO SRCM-CLEARING-ACCOUNT
096800         END-READ
096900         MOVE SRCM-CLEARING-ACCOUNT TO WS-CLEARING-ACCOUNT
097000     END-IF.
097100     IF WS-CLEARING-ACCOUNT = SPACES
097200         STRING 'CLRG' JB-SOURCE(WS-SUB)
097300             DELIMITED BY SIZE INTO WS-CLEARING-ACCOUNT
097400     END-IF.
097500 5150-RESOLVE-CLEARING-ACCOUNT-EXIT.
097600     EXIT.
097700***************************************************************
097800*    5160-WRITE-ONE-RELIEF-DEBIT  --  THE SHARE OF THE BUCKET  *
097900*    THAT CAME BACK OUT OF ONE SUSPENSE ACCOUNT IS DEBITED TO  *
098000*    THAT ACCOUNT AND TAKEN OFF THE CLEARING DEBIT.            *
098100***************************************************************
098200 5160-WRITE-ONE-RELIEF-DEBIT.
098300     IF JB-RELIEF-COUNT(WS-SUB, WS-RL-SUB) = ZERO
098400         GO TO 5160-WRITE-ONE-RELIEF-DEBIT-EXIT
098500     END-IF.
098600     MOVE SPACES TO JOURNAL-RECORD.
098700     SET JRNL-DATA-RECORD TO TRUE.
098800     SET JRNL-DEBIT TO TRUE.
098900     MOVE WS-BUSINESS-DATE        TO JRNL-JOURNAL-DATE.
099000     MOVE WS-RELIEF-ACCOUNT(WS-RL-SUB) TO JRNL-ACCOUNT.
099100     MOVE JB-SOURCE(WS-SUB)       TO JRNL-SOURCE.
099200     MOVE JB-TXN-TYPE(WS-SUB)     TO JRNL-TXN-TYPE.
099300     MOVE JB-CURRENCY-CODE(WS-SUB) TO JRNL-CURRENCY-CODE.
099400     MOVE JB-RELIEF-AMOUNT(WS-SUB, WS-RL-SUB) TO JRNL-AMOUNT.
099500     MOVE JB-RELIEF-COUNT(WS-SUB, WS-RL-SUB)  TO JRNL-ITEM-COUNT.
099600     WRITE JOURNAL-RECORD.
099700     ADD 1 TO WS-JOURNAL-RECORD-COUNT.
099800     SUBTRACT JB-RELIEF-AMOUNT(WS-SUB, WS-RL-SUB)
099900         FROM WS-CLEARING-AMOUNT.
100000     SUBTRACT JB-RELIEF-COUNT(WS-SUB, WS-RL-SUB)
100100         FROM WS-CLEARING-COUNT.
100200 5160-WRITE-ONE-RELIEF-DEBIT-EXIT.
100300     EXIT.
100400***************************************************************
100500*    5165-SUM-BUCKET-RELIEF  --  THE BUCKET'S SHARE OUT OF ALL *
100600*    THREE SUSPENSE ACCOUNTS.                                  *
100700***************************************************************
100800 5165-SUM-BUCKET-RELIEF.
100900     COMPUTE WS-RELIEF-AMOUNT = JB-RELIEF-AMOUNT(WS-SUB, 1)
101000                              + JB-RELIEF-AMOUNT(WS-SUB, 2)
101100                              + JB-RELIEF-AMOUNT(WS-SUB, 3).
101200     COMPUTE WS-RELIEF-COUNT  = JB-RELIEF-COUNT(WS-SUB, 1)
101300                              + JB-RELIEF-COUNT(WS-SUB, 2)
101400                              + JB-RELIEF-COUNT(WS-SUB, 3).
101500 5165-SUM-BUCKET-RELIEF-EXIT.
101600     EXIT.
101700***************************************************************
101800*    5170-WRITE-TRANSFER-RELIEF  --  A TRANSFER BUCKET'S SHARE *
101900*    OUT OF SUSPENSE IS DEBITED TO EACH SUSPENSE ACCOUNT BY    *
102000*    5160 AND CREDITED, IN ONE, BACK TO THE SOURCE'S CLEARING  *
102100*    ACCOUNT -- THE REVERSE OF THE PAIR IT POSTED GOING IN.    *
102200***************************************************************
102300 5170-WRITE-TRANSFER-RELIEF.
102400     PERFORM 5165-SUM-BUCKET-RELIEF
102500         THRU 5165-SUM-BUCKET-RELIEF-EXIT.
102600     IF WS-RELIEF-COUNT = ZERO
102700         GO TO 5170-WRITE-TRANSFER-RELIEF-EXIT
102800     END-IF.
102900     MOVE WS-RELIEF-AMOUNT TO WS-CLEARING-AMOUNT.
103000     MOVE WS-RELIEF-COUNT  TO WS-CLEARING-COUNT.
103100     PERFORM 5160-WRITE-ONE-RELIEF-DEBIT
103200         THRU 5160-WRITE-ONE-RELIEF-DEBIT-EXIT
103300         VARYING WS-RL-SUB FROM 1 BY 1
103400         UNTIL WS-RL-SUB > 3.
103500     MOVE SPACES TO JOURNAL-RECORD.
103600     SET JRNL-DATA-RECORD TO TRUE.
103700     SET JRNL-CREDIT TO TRUE.
103800     MOVE WS-BUSINESS-DATE        TO JRNL-JOURNAL-DATE.
103900     PERFORM 5150-RESOLVE-CLEARING-ACCOUNT
104000         THRU 5150-RESOLVE-CLEARING-ACCOUNT-EXIT.
104100     MOVE WS-CLEARING-ACCOUNT     TO JRNL-ACCOUNT.
104200     MOVE JB-SOURCE(WS-SUB)       TO JRNL-SOURCE.
104300     MOVE JB-TXN-TYPE(WS-SUB)     TO JRNL-TXN-TYPE.
104400     MOVE JB-CURRENCY-CODE(WS-SUB) TO JRNL-CURRENCY-CODE.
104500     MOVE WS-RELIEF-AMOUNT        TO JRNL-AMOUNT.
104600     MOVE WS-RELIEF-COUNT         TO JRNL-ITEM-COUNT.
104700     WRITE JOURNAL-RECORD.
104800     ADD 1 TO WS-JOURNAL-RECORD-COUNT.
104900 5170-WRITE-TRANSFER-RELIEF-EXIT.
105000     EXIT.
105100***************************************************************
105200*    5200-WRITE-ONE-FEE-CREDIT  --  ONE CREDIT PER SUMMARY     *
105300*    ENTRY FOR THIS BUCKET'S SOURCE AND CURRENCY, TO THE FEE   *
105400*    CODE'S INCOME ACCOUNT.                                    *
105500***************************************************************
105600 5200-WRITE-ONE-FEE-CREDIT.
105700     IF FI-SOURCE(WS-FI-SUB) NOT = JB-SOURCE(WS-SUB)
105800         OR FI-CURRENCY-CODE(WS-FI-SUB)
105900                                  NOT = JB-CURRENCY-CODE(WS-SUB)
106000         GO TO 5200-WRITE-ONE-FEE-CREDIT-EXIT
106100     END-IF.
106200     MOVE SPACES TO JOURNAL-RECORD.
106300     SET JRNL-DATA-RECORD TO TRUE.
106400     SET JRNL-CREDIT TO TRUE.
106500     MOVE WS-BUSINESS-DATE        TO JRNL-JOURNAL-DATE.
106600     MOVE SPACES                  TO JRNL-ACCOUNT.
106700     STRING 'FEEINC' FI-FEE-CODE(WS-FI-SUB)
106800         DELIMITED BY SIZE INTO JRNL-ACCOUNT.
106900     MOVE JB-SOURCE(WS-SUB)       TO JRNL-SOURCE.
107000     MOVE JB-TXN-TYPE(WS-SUB)     TO JRNL-TXN-TYPE.
107100     MOVE JB-CURRENCY-CODE(WS-SUB) TO JRNL-CURRENCY-CODE.
107200     MOVE FI-AMOUNT(WS-FI-SUB)    TO JRNL-AMOUNT.
107300     MOVE FI-ITEM-COUNT(WS-FI-SUB) TO JRNL-ITEM-COUNT.
107400     WRITE JOURNAL-RECORD.
107500     ADD 1 TO WS-JOURNAL-RECORD-COUNT.
107600 5200-WRITE-ONE-FEE-CREDIT-EXIT.
107700     EXIT.
107800***************************************************************
107900*    5300-WRITE-ONE-TRANSFER-LEG  --  ONE DEBIT OR CREDIT PER  *
108000*    LEG ENTRY FOR THIS BUCKET'S SOURCE AND CURRENCY, TO THE   *
108100*    ACCOUNT'S TRANSFER ACCOUNT.                               *
108200***************************************************************
108300 5300-WRITE-ONE-TRANSFER-LEG.
108400     IF XL-SOURCE(WS-XL-SUB) NOT = JB-SOURCE(WS-SUB)
108500         OR XL-CURRENCY-CODE(WS-XL-SUB)
108600                                  NOT = JB-CURRENCY-CODE(WS-SUB)
108700         GO TO 5300-WRITE-ONE-TRANSFER-LEG-EXIT
108800     END-IF.
108900     MOVE SPACES TO JOURNAL-RECORD.
109000     SET JRNL-DATA-RECORD TO TRUE.
109100     MOVE XL-DR-CR(WS-XL-SUB)     TO JRNL-DR-CR.
109200     MOVE WS-BUSINESS-DATE        TO JRNL-JOURNAL-DATE.
109300     MOVE SPACES                  TO JRNL-ACCOUNT.
109400     STRING 'XFER' XL-ACCOUNT(WS-XL-SUB)
109500         DELIMITED BY SIZE INTO JRNL-ACCOUNT.
109600     MOVE JB-SOURCE(WS-SUB)       TO JRNL-SOURCE.
109700     MOVE JB-TXN-TYPE(WS-SUB)     TO JRNL-TXN-TYPE.
109800     MOVE JB-CURRENCY-CODE(WS-SUB) TO JRNL-CURRENCY-CODE.
109900     MOVE XL-AMOUNT(WS-XL-SUB)    TO JRNL-AMOUNT.
110000     MOVE XL-ITEM-COUNT(WS-XL-SUB) TO JRNL-ITEM-COUNT.
110100     WRITE JOURNAL-RECORD.
110200     ADD 1 TO WS-JOURNAL-RECORD-COUNT.
110300 5300-WRITE-ONE-TRANSFER-LEG-EXIT.
110400     EXIT.
110500***************************************************************
110600*    7000-WRITE-PROOF-REPORT  --  PER-BUCKET LINES, THE        *
110700*    TOTALS, AND THE VERDICT OPERATIONS FILES.                 *
110800***************************************************************
110900 7000-WRITE-PROOF-REPORT.
111000     IF WS-PARM-IN-ERROR
111100         OR WS-PERIOD-CLOSED
111200         GO TO 7000-WRITE-PROOF-REPORT-EXIT
111300     END-IF.
111400     IF JB-TABLE-COUNT > ZERO
111500         PERFORM 7100-WRITE-ONE-BUCKET-LINE
111600             THRU 7100-WRITE-ONE-BUCKET-LINE-EXIT
111700             VARYING WS-SUB FROM 1 BY 1
111800             UNTIL WS-SUB > JB-TABLE-COUNT
111900     END-IF.
112000     IF FI-TABLE-COUNT > ZERO
112100         MOVE SPACES TO PROOF-REPORT-LINE
112200         WRITE PROOF-REPORT-LINE
112300         PERFORM 7200-WRITE-ONE-FEE-LINE
112400             THRU 7200-WRITE-ONE-FEE-LINE-EXIT
112500             VARYING WS-FI-SUB FROM 1 BY 1
112600             UNTIL WS-FI-SUB > FI-TABLE-COUNT
112700     END-IF.
112800     IF XL-TABLE-COUNT > ZERO
112900         MOVE SPACES TO PROOF-REPORT-LINE
113000         WRITE PROOF-REPORT-LINE
113100         PERFORM 7300-WRITE-ONE-LEG-LINE
113200             THRU 7300-WRITE-ONE-LEG-LINE-EXIT
113300             VARYING WS-XL-SUB FROM 1 BY 1
113400             UNTIL WS-XL-SUB > XL-TABLE-COUNT
113500     END-IF.
113600     MOVE SPACES TO PROOF-REPORT-LINE.
113700     WRITE PROOF-REPORT-LINE.
113800     MOVE WS-DEBIT-TOTAL TO WS-REPORT-AMOUNT-EDIT.
113900     STRING 'TOTAL DEBITS  : ' WS-REPORT-AMOUNT-EDIT
114000         DELIMITED BY SIZE INTO PROOF-REPORT-LINE.
114100     WRITE PROOF-REPORT-LINE.
114200     MOVE SPACES TO PROOF-REPORT-LINE.
114300     MOVE WS-CREDIT-TOTAL TO WS-REPORT-AMOUNT-EDIT.
114400     STRING 'TOTAL CREDITS : ' WS-REPORT-AMOUNT-EDIT
114500         DELIMITED BY SIZE INTO PROOF-REPORT-LINE.
114600     WRITE PROOF-REPORT-LINE.
114700     MOVE SPACES TO PROOF-REPORT-LINE.
114800     WRITE PROOF-REPORT-LINE.
114900     EVALUATE TRUE
115000         WHEN NOT WS-TRAILER-SEEN
115100             MOVE 'EXTRACT HAD NO TRAILER -- NO JOURNAL WRITTEN.'
115200                 TO PROOF-REPORT-LINE
115300         WHEN WS-TRAILER-FAILED
115400             MOVE 'EXTRACT DID NOT MATCH ITS TRAILER -- NO'
115500                 TO PROOF-REPORT-LINE
115600             WRITE PROOF-REPORT-LINE
115700             MOVE 'JOURNAL WRITTEN.'
115800                 TO PROOF-REPORT-LINE
115900         WHEN WS-BUCKETS-DROPPED
116000             MOVE 'BUCKET TABLE FULL -- FEED WOULD BE SHORT, NO'
116100                 TO PROOF-REPORT-LINE
116200             WRITE PROOF-REPORT-LINE
116300             MOVE 'JOURNAL WRITTEN.  RAISE JB-MAX-ENTRIES.'
116400                 TO PROOF-REPORT-LINE
116500         WHEN WS-FEE-INCOME-NOT-TIED
116600             MOVE 'FEE-INCOME SUMMARY DOES NOT TIE TO THE TYPE-03'
116700                 TO PROOF-REPORT-LINE
116800             WRITE PROOF-REPORT-LINE
116900             MOVE 'BUCKETS (OR IS MISSING/STALE) -- NO JOURNAL'
117000                 TO PROOF-REPORT-LINE
117100             WRITE PROOF-REPORT-LINE
117200             MOVE 'WRITTEN.  CHECK THE ENQ310 STEP.'
117300                 TO PROOF-REPORT-LINE
117400         WHEN WS-XFER-LEGS-NOT-TIED
117500             MOVE 'TRANSFER LEGS DO NOT TIE TO THE TYPE-04'
117600                 TO PROOF-REPORT-LINE
117700             WRITE PROOF-REPORT-LINE
117800             MOVE 'BUCKETS (LEG TABLE FULL OR NO COUNTER-ACCOUNT)'
117900                 TO PROOF-REPORT-LINE
118000             WRITE PROOF-REPORT-LINE
118100             MOVE '-- NO JOURNAL WRITTEN.'
118200                 TO PROOF-REPORT-LINE
118300         WHEN WS-JOURNAL-OUT-OF-BALANCE
118400             MOVE 'DEBITS DO NOT EQUAL CREDITS -- NO JOURNAL'
118500                 TO PROOF-REPORT-LINE
118600             WRITE PROOF-REPORT-LINE
118700             MOVE 'WRITTEN.'
118800                 TO PROOF-REPORT-LINE
118900         WHEN OTHER
119000             MOVE 'JOURNAL IN BALANCE AND WRITTEN.'
119100                 TO PROOF-REPORT-LINE
119200     END-EVALUATE.
119300     WRITE PROOF-REPORT-LINE.
119400 7000-WRITE-PROOF-REPORT-EXIT.
119500     EXIT.
119600***************************************************************
119700*    7100-WRITE-ONE-BUCKET-LINE                                *
119800***************************************************************
119900 7100-WRITE-ONE-BUCKET-LINE.
120000     MOVE SPACES TO PROOF-REPORT-LINE.
120100     PERFORM 5150-RESOLVE-CLEARING-ACCOUNT
120200         THRU 5150-RESOLVE-CLEARING-ACCOUNT-EXIT.
120300     MOVE JB-ITEM-COUNT(WS-SUB) TO WS-REPORT-NUMERIC-EDIT.
120400     MOVE JB-AMOUNT(WS-SUB)     TO WS-REPORT-AMOUNT-EDIT.
120500     STRING 'SOURCE ' JB-SOURCE(WS-SUB)
120600         ' TYPE ' JB-TXN-TYPE(WS-SUB)
120700         ' CCY ' JB-CURRENCY-CODE(WS-SUB)
120800         ' DISP ' JB-DISPOSITION(WS-SUB)
120900         ' CLEARING ' WS-CLEARING-ACCOUNT
121000         '  ITEMS ' WS-REPORT-NUMERIC-EDIT
121100         '  AMOUNT ' WS-REPORT-AMOUNT-EDIT
121200         DELIMITED BY SIZE INTO PROOF-REPORT-LINE.
121300     WRITE PROOF-REPORT-LINE.
121400     PERFORM 7150-WRITE-ONE-RELIEF-LINE
121500         THRU 7150-WRITE-ONE-RELIEF-LINE-EXIT
121600         VARYING WS-RL-SUB FROM 1 BY 1
121700         UNTIL WS-RL-SUB > 3.
121800     IF JB-TXN-TYPE(WS-SUB) NOT = 04
121900         OR JB-DISPOSITION(WS-SUB) NOT = 'P'
122000         GO TO 7100-WRITE-ONE-BUCKET-LINE-EXIT
122100     END-IF.
122200     PERFORM 5165-SUM-BUCKET-RELIEF
122300         THRU 5165-SUM-BUCKET-RELIEF-EXIT.
122400     IF WS-RELIEF-COUNT > ZERO
122500         MOVE SPACES TO PROOF-REPORT-LINE
122600         MOVE WS-RELIEF-COUNT  TO WS-REPORT-NUMERIC-EDIT
122700         MOVE WS-RELIEF-AMOUNT TO WS-REPORT-AMOUNT-EDIT
122800         STRING '    SUSPENSE RELIEF CREDITED BACK TO CLEARING '
122900             WS-CLEARING-ACCOUNT
123000             '  ITEMS ' WS-REPORT-NUMERIC-EDIT
123100             '  AMOUNT ' WS-REPORT-AMOUNT-EDIT
123200             DELIMITED BY SIZE INTO PROOF-REPORT-LINE
123300         WRITE PROOF-REPORT-LINE
123400     END-IF.
123500 7100-WRITE-ONE-BUCKET-LINE-EXIT.
123600     EXIT.
123700***************************************************************
123800*    7150-WRITE-ONE-RELIEF-LINE  --  THE PART OF THE BUCKET    *
123900*    DEBITED TO A SUSPENSE ACCOUNT INSTEAD OF CLEARING.        *
124000***************************************************************
124100 7150-WRITE-ONE-RELIEF-LINE.
124200     IF JB-RELIEF-COUNT(WS-SUB, WS-RL-SUB) = ZERO
124300         GO TO 7150-WRITE-ONE-RELIEF-LINE-EXIT
124400     END-IF.
124500     MOVE SPACES TO PROOF-REPORT-LINE.
124600     MOVE JB-RELIEF-COUNT(WS-SUB, WS-RL-SUB)
124700         TO WS-REPORT-NUMERIC-EDIT.
124800     MOVE JB-RELIEF-AMOUNT(WS-SUB, WS-RL-SUB)
124900         TO WS-REPORT-AMOUNT-EDIT.
125000     STRING '    OF WHICH OUT OF SUSPENSE, DEBIT '
125100         WS-RELIEF-ACCOUNT(WS-RL-SUB)
125200         '  ITEMS ' WS-REPORT-NUMERIC-EDIT
125300         '  AMOUNT ' WS-REPORT-AMOUNT-EDIT
125400         DELIMITED BY SIZE INTO PROOF-REPORT-LINE.
125500     WRITE PROOF-REPORT-LINE.
125600 7150-WRITE-ONE-RELIEF-LINE-EXIT.
125700     EXIT.
125800***************************************************************
125900*    7200-WRITE-ONE-FEE-LINE                                   *
126000***************************************************************
126100 7200-WRITE-ONE-FEE-LINE.
126200     MOVE SPACES TO PROOF-REPORT-LINE.
126300     MOVE FI-ITEM-COUNT(WS-FI-SUB) TO WS-REPORT-NUMERIC-EDIT.
126400     MOVE FI-AMOUNT(WS-FI-SUB)     TO WS-REPORT-AMOUNT-EDIT.
126500     STRING 'FEE INCOME ' FI-SOURCE(WS-FI-SUB)
126600         ' FEE CODE ' FI-FEE-CODE(WS-FI-SUB)
126700         ' CCY ' FI-CURRENCY-CODE(WS-FI-SUB)
126800         '  ITEMS ' WS-REPORT-NUMERIC-EDIT
126900         '  AMOUNT ' WS-REPORT-AMOUNT-EDIT
127000         DELIMITED BY SIZE INTO PROOF-REPORT-LINE.
127100     WRITE PROOF-REPORT-LINE.
127200 7200-WRITE-ONE-FEE-LINE-EXIT.
127300     EXIT.
127400***************************************************************
127500*    7300-WRITE-ONE-LEG-LINE                                   *
127600***************************************************************
127700 7300-WRITE-ONE-LEG-LINE.
127800     MOVE SPACES TO PROOF-REPORT-LINE.
127900     MOVE XL-ITEM-COUNT(WS-XL-SUB) TO WS-REPORT-NUMERIC-EDIT.
128000     MOVE XL-AMOUNT(WS-XL-SUB)     TO WS-REPORT-AMOUNT-EDIT.
128100     STRING 'TRANSFER ' XL-DR-CR(WS-XL-SUB)
128200         ' ' XL-SOURCE(WS-XL-SUB)
128300         ' ACCOUNT ' XL-ACCOUNT(WS-XL-SUB)
128400         ' CCY ' XL-CURRENCY-CODE(WS-XL-SUB)
128500         '  ITEMS ' WS-REPORT-NUMERIC-EDIT
128600         '  AMOUNT ' WS-REPORT-AMOUNT-EDIT
128700         DELIMITED BY SIZE INTO PROOF-REPORT-LINE.
128800     WRITE PROOF-REPORT-LINE.
128900 7300-WRITE-ONE-LEG-LINE-EXIT.
129000     EXIT.
129100***************************************************************
129200*    8000-TERMINATE                                            *
129300***************************************************************
129400 8000-TERMINATE.
129500     IF NOT WS-PARM-IN-ERROR
129600         AND NOT WS-PERIOD-CLOSED
129700         CLOSE POSTED-EXTRACT-FILE
129800         CLOSE JOURNAL-OUT-FILE
129900     END-IF.
130000     IF WS-SRCMSTR-OPEN
130100         CLOSE SOURCE-MASTER-FILE
130200     END-IF.
130300     CLOSE PROOF-REPORT-FILE.
130400     EVALUATE TRUE
130500         WHEN WS-PARM-IN-ERROR
130600         WHEN WS-PERIOD-CLOSED
130700         WHEN NOT WS-TRAILER-OK
130800         WHEN NOT WS-JOURNAL-IN-BALANCE
130900             MOVE 8 TO RETURN-CODE
131000         WHEN OTHER
131100             MOVE 0 TO RETURN-CODE
131200     END-EVALUATE.
131300     PERFORM 8100-WRITE-STEP-RESULT
131400         THRU 8100-WRITE-STEP-RESULT-EXIT.
131500 8000-TERMINATE-EXIT.
131600     EXIT.
131700***************************************************************
131800*    8100-WRITE-STEP-RESULT  --  APPENDS THIS RUN'S OUTCOME    *
131900*    TO THE CUMULATIVE STEP-RESULT FILE FOR THE BUSINESS-DAY   *
132000*    CLOSE.  WITHOUT A VALID PARM DATE THERE IS NO DAY TO      *
132100*    RECORD AGAINST, SO NOTHING IS WRITTEN.                    *
132200***************************************************************
132300 8100-WRITE-STEP-RESULT.
132400     IF WS-PARM-IN-ERROR
132500         GO TO 8100-WRITE-STEP-RESULT-EXIT
132600     END-IF.
132700     OPEN EXTEND STEP-RESULT-FILE.
132800     IF SRES-FILE-STATUS = '35'
132900*        FIRST EVER RUN -- START THE STEP-RESULT FILE.
133000         OPEN OUTPUT STEP-RESULT-FILE
133100     END-IF.
133200     MOVE SPACES TO STEP-RESULT-RECORD.
133300     MOVE WS-BUSINESS-DATE      TO SRES-BUSINESS-DATE.
133400     MOVE 'ENQ280'              TO SRES-PROGRAM-NAME.
133500     MOVE RETURN-CODE           TO SRES-RETURN-CODE.
133600     ACCEPT SRES-RUN-DATE FROM DATE YYYYMMDD.
133700     ACCEPT SRES-RUN-TIME FROM TIME.
133800     EVALUATE TRUE
133900         WHEN WS-PERIOD-CLOSED
134000             SET SRES-FAILED TO TRUE
134100             MOVE 'DATE IS IN A SIGNED-OFF PERIOD'
134200                 TO SRES-RESULT-TEXT
134300         WHEN NOT WS-TRAILER-OK
134400             SET SRES-FAILED TO TRUE
134500             MOVE 'EXTRACT DOES NOT MATCH ITS TRAILER'
134600                 TO SRES-RESULT-TEXT
134700         WHEN NOT WS-JOURNAL-IN-BALANCE
134800             SET SRES-FAILED TO TRUE
134900             MOVE 'JOURNAL OUT OF BALANCE'
135000                 TO SRES-RESULT-TEXT
135100         WHEN OTHER
135200             SET SRES-PASSED TO TRUE
135300             MOVE 'JOURNAL WRITTEN, IN BALANCE'
135400                 TO SRES-RESULT-TEXT
135500     END-EVALUATE.
135600     WRITE STEP-RESULT-RECORD.
135700     CLOSE STEP-RESULT-FILE.
135800 8100-WRITE-STEP-RESULT-EXIT.
135900     EXIT.
