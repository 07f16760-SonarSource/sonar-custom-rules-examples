000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ENQ355.
000300 AUTHOR.        D L MERCER.
000400 INSTALLATION.  DAILY PROCESSING.
000500 DATE-WRITTEN.  2026-10-14.
000600 DATE-COMPILED.
000700***************************************************************
000800*                                                              *
000900*   ENQ355  --  MONTH-END CLOSE: CUMULATIVE GL TIE-OUT,        *
001000*               TRIAL BALANCE AND PERIOD SIGN-OFF              *
001100*                                                              *
001200*   ENQ280 PROVES EACH DAY'S JOURNAL, BUT NOTHING PROVED THE   *
001300*   MONTH -- A RE-SENT JOURNAL OR A PARTITION EXTRACT MERGED   *
001400*   TWICE WAS ONLY FOUND WHEN ACCOUNTING MISSED THE TIE-OUT.   *
001500*   THIS STEP READS THE PERIOD FROM THE MONTH-TO-DATE JOURNAL  *
001600*   (MTDJRNLK, LOADED ONE PROVEN DAY AT A TIME BY ENQ350) AND  *
001700*   PRODUCES THE CLOSE REPORT (CLOSERPT):                      *
001800*                                                              *
001900*     - CUMULATIVE RECONCILIATION.  THE JOURNAL LINES MUST     *
002000*       AGREE WITH THE DAY CONTROL ROWS (LINE COUNT, DEBITS,   *
002100*       CREDITS), THE DEBITS LESS THE DAYS' TRANSFER SUSPENSE  *
002200*       RELIEF (KEPT ON EACH CONTROL ROW BY ENQ350) WITH THE   *
002300*       SUM OF THE MONTH'S POSTED-EXTRACT TRAILER AMOUNTS,     *
002400*       AND DEBITS MUST EQUAL CREDITS IN EVERY CURRENCY.       *
002500*       EVERY BUSINESS DAY ON THE PROCESSING CALENDAR          *
002600*       (CALFILE) FOR THE MONTH MUST BE LOADED, AND NO         *
002700*       JOURNAL LINE MAY BE WITHOUT ITS DAY CONTROL ROW.       *
002800*     - TRIAL BALANCE.  DEBITS, CREDITS AND NET (DEBIT LESS    *
002900*       CREDIT) BY GL ACCOUNT AND CURRENCY FOR THE PERIOD.     *
003000*     - SUSPENSE TIE.  THE CLOSING BOOK BALANCE (NET CREDIT)   *
003100*       OF EACH SUSPENSE ACCOUNT BY CURRENCY -- THE PRIOR      *
003200*       PERIOD'S SIGNED-OFF BALANCE PLUS THIS PERIOD'S         *
003300*       MOVEMENT -- AGAINST THE OPEN ITEMS BEHIND IT:          *
003400*                                                              *
003500*         SUSPREJ  SUSPENSE MASTER (SUSPMSTK) ROWS STILL OPEN  *
003600*                  OR WRITTEN OFF -- A WRITE-OFF IS A FOLLOW-  *
003700*                  UP DESK ACTION, NOT A JOURNAL, SO THE ITEM  *
003800*                  STAYS IN THE BOOK BALANCE -- PLUS THE       *
003900*                  WRITTEN-OFF ROWS ENQ370 HAS SWEPT TO THE    *
004000*                  SUSPENSE ARCHIVE (SUSARCH), UNLESS THE KEY  *
004100*                  IS BACK ON THE MASTER                       *
004200*         SUSPPND  PENDING-REVERSALS KSDS (PENDRVK)            *
004300*         SUSPHLD  HELD-ITEM KSDS (HELDITEM)                   *
004400*         SUSPBLK  TRANSACTION HISTORY (TXHISTK) ROWS WITH     *
004500*                  DISPOSITION 'B', PLUS THE 'B' ROWS ENQ215   *
004600*                  HAS SWEPT TO THE HISTORY ARCHIVE (TXHARCH)  *
004700*                  -- A BLOCKED ITEM IS NEVER RELEASED, SO     *
004800*                  EVERY ONE STAYS IN THE BOOK BALANCE.  ONLY  *
004900*                  ROWS DATED IN OR BEFORE THE PERIOD COUNT.   *
005000*                  THE HISTORY ROW CARRIES NO CURRENCY, SO     *
005100*                  SUSPBLK IS TIED IN TOTAL ACROSS CURRENCIES. *
005200*                                                              *
005300*       AN ITEM WITH A BLANK CURRENCY IS IN THE BASE           *
005400*       CURRENCY (USD), AS ON THE FEED.                        *
005500*                                                              *
005600*   SIGN-OFF (MODE S) NEEDS A PROVEN MONTH AND TWO DISTINCT    *
005700*   USER IDS -- WHO SIGNS OFF AND WHO APPROVES.  IT WRITES     *
005800*   THE LOCKED PERIOD CONTROL ROW (PERDCTLK, COPYBOOK          *
005900*   PERDCTL) WITH THE PERIOD TOTALS AND THE CLOSING SUSPENSE   *
006000*   BALANCES THE NEXT CLOSE STARTS FROM.  FROM THEN ON ENQ200, *
006100*   ENQ280 AND ENQ350 REFUSE ANY DATE IN THE PERIOD.  A        *
006200*   SUSPENSE DIFFERENCE DOES NOT STOP THE SIGN-OFF -- IT IS    *
006300*   RECORDED ON THE ROW AND LEFT TO THE SUSPENSE DESK -- BUT   *
006400*   A JOURNAL OR CALENDAR FAILURE DOES.  A PERIOD ALREADY      *
006500*   SIGNED OFF IS NEVER SIGNED OFF AGAIN; A PROOF RUN OF IT    *
006600*   IS ALLOWED.                                                *
006700*                                                              *
006800*   PARM:  POSITIONS 1-6    PERIOD, YYYYMM (REQUIRED).         *
006900*          POSITION  7      MODE: P = PROOF ONLY, NOTHING      *
007000*                           UPDATED; S = PROOF AND SIGN-OFF.   *
007100*          POSITIONS 8-15   SIGNED-OFF-BY USER ID  (MODE S).   *
007200*          POSITIONS 16-23  APPROVED-BY USER ID    (MODE S).   *
007300*                                                              *
007400*   RETURN CODES:  0 = MONTH PROVEN, SUSPENSE TIED (AND        *
007500*   SIGNED OFF IN MODE S);                                     *
007600*   4 = MONTH PROVEN BUT A SUSPENSE ACCOUNT DOES NOT TIE TO    *
007700*   ITS OPEN ITEMS (SIGNED OFF IN MODE S, DIFFERENCE NOTED);   *
007800*   8 = BAD PARM, JOURNAL OR CALENDAR PROOF FAILED, PERIOD     *
007900*   ALREADY SIGNED OFF (MODE S) OR THE SIGN-OFF COULD NOT BE   *
008000*   WRITTEN -- THE PERIOD IS NOT LOCKED.                       *
008100*                                                              *
008200*   MODIFICATION HISTORY                                       *
008300*   DATE       INIT  DESCRIPTION                               *
008400*   ---------- ----  ------------------------------------------*
008500*   2026-10-14 DLM   ORIGINAL VERSION.                         *
008600*   2026-10-14 DLM   COUNTED WRITTEN-OFF ITEMS SWEPT TO THE    *
008700*                    SUSPENSE ARCHIVE (SUSARCH) IN SUSPREJ.    *
008800*   2026-10-15 DLM   TIED SUSPBLK TO THE BLOCKED ITEMS ON      *
008900*                    TXHISTK AND THE HISTORY ARCHIVE (TXHARCH) *
009000*                    INSTEAD OF REPORTING IT UNTIED; A         *
009100*                    DIFFERENCE FAILS THE TIE LIKE ANY OTHER.  *
009200*   2026-10-15 DLM   CONTROL-ROW DEBITS TIED TO THE EXTRACT    *
009300*                    AMOUNTS NET OF THE STORED TRANSFER        *
009400*                    SUSPENSE RELIEF.                          *
009500*                                                              *
009600***************************************************************
009700 ENVIRONMENT DIVISION.
009800 CONFIGURATION SECTION.
009900 SOURCE-COMPUTER.   IBM-Z15.
010000 OBJECT-COMPUTER.   IBM-Z15.
010100 INPUT-OUTPUT SECTION.
010200 FILE-CONTROL.
010300     SELECT MTD-JOURNAL-FILE
010400         ASSIGN TO MTDJRNLK
010500         ORGANIZATION IS INDEXED
010600         ACCESS MODE IS DYNAMIC
010700         RECORD KEY IS MTDJ-KEY
010800         FILE STATUS IS MTDJ-FILE-STATUS.
010900
011000     SELECT CALENDAR-FILE
011100         ASSIGN TO CALFILE
011200         ORGANIZATION IS SEQUENTIAL
011300         FILE STATUS IS CAL-FILE-STATUS.
011400
011500     SELECT SUSPENSE-MASTER-FILE
011600         ASSIGN TO SUSPMST
011700         ORGANIZATION IS INDEXED
011800         ACCESS MODE IS DYNAMIC
011900         RECORD KEY IS SUSM-KEY
012000         FILE STATUS IS SUSM-FILE-STATUS.
012100
012200     SELECT SUSPENSE-ARCHIVE-FILE
012300         ASSIGN TO SUSARCH
012400         ORGANIZATION IS SEQUENTIAL
012500         FILE STATUS IS SUSA-FILE-STATUS.
012600
012700     SELECT TXN-HISTORY-FILE
012800         ASSIGN TO TXHISTFL
012900         ORGANIZATION IS INDEXED
013000         ACCESS MODE IS DYNAMIC
013100         RECORD KEY IS TXH-KEY
013200         FILE STATUS IS TXH-FILE-STATUS.
013300
013400     SELECT TXN-ARCHIVE-FILE
013500         ASSIGN TO TXHARCH
013600         ORGANIZATION IS SEQUENTIAL
013700         FILE STATUS IS TXHA-FILE-STATUS.
013800
013900     SELECT PENDING-REVERSALS-FILE
014000         ASSIGN TO PENDRVFL
014100         ORGANIZATION IS INDEXED
014200         ACCESS MODE IS DYNAMIC
014300         RECORD KEY IS PNDR-KEY
014400         FILE STATUS IS PNDR-FILE-STATUS.
014500
014600     SELECT HELD-ITEM-FILE
014700         ASSIGN TO HELDITMK
014800         ORGANIZATION IS INDEXED
014900         ACCESS MODE IS DYNAMIC
015000         RECORD KEY IS HELD-KEY
015100         FILE STATUS IS HELD-FILE-STATUS.
015200
015300     SELECT PERIOD-CONTROL-FILE
015400         ASSIGN TO PERDCTLK
015500         ORGANIZATION IS INDEXED
015600         ACCESS MODE IS DYNAMIC
015700         RECORD KEY IS PRDC-KEY
015800         FILE STATUS IS PRDC-FILE-STATUS.
015900
016000     SELECT CLOSE-REPORT-FILE
016100         ASSIGN TO CLOSERPT
016200         ORGANIZATION IS SEQUENTIAL.
016300 DATA DIVISION.
016400 FILE SECTION.
016500 FD  MTD-JOURNAL-FILE.
016600 COPY MTDJRNL.
016700
016800 FD  CALENDAR-FILE
016900     RECORDING MODE IS F.
017000 COPY CALREC.
017100
017200 FD  SUSPENSE-MASTER-FILE.
017300 COPY SUSPMSTK.
017400
017500*    BOTH ARCHIVES ARE IN THE ARCHREC LAYOUT; EACH IS READ
017600*    INTO THE ONE WORKING-STORAGE COPY.
017700 FD  SUSPENSE-ARCHIVE-FILE
017800     RECORDING MODE IS F.
017900 01  SUSPENSE-ARCHIVE-RECORD        PIC X(200).
018000
018100 FD  TXN-HISTORY-FILE.
018200 COPY TXHISTK.
018300
018400 FD  TXN-ARCHIVE-FILE
018500     RECORDING MODE IS F.
018600 01  TXN-ARCHIVE-RECORD             PIC X(200).
018700
018800 FD  PENDING-REVERSALS-FILE.
018900 COPY PENDRVK.
019000
019100 FD  HELD-ITEM-FILE.
019200 COPY HELDITEM.
019300
019400 FD  PERIOD-CONTROL-FILE.
019500 COPY PERDCTL.
019600
019700 FD  CLOSE-REPORT-FILE
019800     RECORDING MODE IS F.
019900 01  CLOSE-REPORT-LINE              PIC X(132).
020000
020100 WORKING-STORAGE SECTION.
020200***************************************************************
020300*    END-OF-FILE AND RESULT SWITCHES                           *
020400***************************************************************
020500 77  WS-MTDJ-EOF-SW                  PIC X(01)  VALUE 'N'.
020600     88  WS-MTDJ-AT-EOF                  VALUE 'Y'.
020700 77  WS-CAL-EOF-SW                   PIC X(01)  VALUE 'N'.
020800     88  WS-CAL-AT-EOF                   VALUE 'Y'.
020900 77  WS-SUSM-EOF-SW                  PIC X(01)  VALUE 'N'.
021000     88  WS-SUSM-AT-EOF                  VALUE 'Y'.
021100 77  WS-SUSA-EOF-SW                  PIC X(01)  VALUE 'N'.
021200     88  WS-SUSA-AT-EOF                  VALUE 'Y'.
021300 77  WS-SUSM-PRESENT-SW              PIC X(01)  VALUE 'Y'.
021400     88  WS-SUSM-ABSENT                  VALUE 'N'.
021500 77  WS-LIVE-ROW-FOUND-SW            PIC X(01)  VALUE 'N'.
021600     88  WS-LIVE-ROW-FOUND               VALUE 'Y'.
021700 77  WS-PNDR-EOF-SW                  PIC X(01)  VALUE 'N'.
021800     88  WS-PNDR-AT-EOF                  VALUE 'Y'.
021900 77  WS-HELD-EOF-SW                  PIC X(01)  VALUE 'N'.
022000     88  WS-HELD-AT-EOF                  VALUE 'Y'.
022100 77  WS-TXH-EOF-SW                   PIC X(01)  VALUE 'N'.
022200     88  WS-TXH-AT-EOF                   VALUE 'Y'.
022300 77  WS-TXHA-EOF-SW                  PIC X(01)  VALUE 'N'.
022400     88  WS-TXHA-AT-EOF                  VALUE 'Y'.
022500 77  WS-PARM-ERROR-SW                PIC X(01)  VALUE 'N'.
022600     88  WS-PARM-IN-ERROR                VALUE 'Y'.
022700 77  WS-MODE-SW                      PIC X(01)  VALUE 'P'.
022800     88  WS-PROOF-MODE                   VALUE 'P'.
022900     88  WS-SIGN-OFF-MODE                VALUE 'S'.
023000 77  WS-LOCKED-SW                    PIC X(01)  VALUE 'N'.
023100     88  WS-PERIOD-ALREADY-LOCKED        VALUE 'Y'.
023200 77  WS-PRIOR-SW                     PIC X(01)  VALUE 'N'.
023300     88  WS-PRIOR-PERIOD-FOUND           VALUE 'Y'.
023400 77  WS-MTDJ-SW                      PIC X(01)  VALUE 'Y'.
023500     88  WS-MTDJ-UNAVAILABLE             VALUE 'N'.
023600 77  WS-CALENDAR-SW                  PIC X(01)  VALUE 'Y'.
023700     88  WS-CALENDAR-MISSING             VALUE 'N'.
023800 77  WS-TABLE-FULL-SW                PIC X(01)  VALUE 'N'.
023900     88  WS-TABLE-FULL                   VALUE 'Y'.
024000 77  WS-PROOF-SW                     PIC X(01)  VALUE SPACE.
024100     88  WS-MONTH-PROVEN                 VALUE 'O'.
024200     88  WS-MONTH-NOT-PROVEN             VALUE 'F'.
024300 77  WS-SUSPENSE-SW                  PIC X(01)  VALUE SPACE.
024400     88  WS-SUSPENSE-TIED                VALUE 'O'.
024500     88  WS-SUSPENSE-NOT-TIED            VALUE 'F'.
024600 77  WS-SIGN-OFF-SW                  PIC X(01)  VALUE SPACE.
024700     88  WS-PERIOD-SIGNED-OFF            VALUE 'S'.
024800     88  WS-SIGN-OFF-FAILED              VALUE 'F'.
024900***************************************************************
025000*    THE PERIOD.  THE FIRST AND LAST DATES BRACKET THE BROWSE  *
025100*    OF THE MONTH-TO-DATE JOURNAL AND THE CALENDAR; THE PRIOR  *
025200*    PERIOD'S CONTROL ROW CARRIES THE OPENING SUSPENSE         *
025300*    BALANCES.                                                 *
025400***************************************************************
025500 01  WS-PERIOD                       PIC 9(06)  VALUE ZERO.
025600 01  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
025700     05  WS-PERIOD-YEAR              PIC 9(04).
025800     05  WS-PERIOD-MONTH             PIC 9(02).
025900 01  WS-PRIOR-PERIOD                 PIC 9(06)  VALUE ZERO.
026000 01  WS-PRIOR-PERIOD-PARTS REDEFINES WS-PRIOR-PERIOD.
026100     05  WS-PRIOR-YEAR               PIC 9(04).
026200     05  WS-PRIOR-MONTH              PIC 9(02).
026300 77  WS-PERIOD-FIRST-DATE            PIC 9(08)  VALUE ZERO.
026400 77  WS-PERIOD-LAST-DATE             PIC 9(08)  VALUE ZERO.
026500 01  WS-PARM-WORK.
026600     05  WS-PARM-PERIOD-TEXT         PIC X(06).
026700     05  WS-PARM-MODE                PIC X(01).
026800     05  WS-PARM-SIGNED-OFF-BY       PIC X(08).
026900     05  WS-PARM-APPROVED-BY         PIC X(08).
027000 77  WS-PARM-ERROR-TEXT              PIC X(50)  VALUE SPACES.
027100***************************************************************
027200*    THE PERIOD ROW AS FOUND (A PERIOD ALREADY SIGNED OFF)     *
027300***************************************************************
027400 77  PRDC-FILE-STATUS                PIC X(02)  VALUE '00'.
027500 77  WS-LOCKED-SIGNED-OFF-BY         PIC X(08)  VALUE SPACES.
027600 77  WS-LOCKED-APPROVED-BY           PIC X(08)  VALUE SPACES.
027700 77  WS-LOCKED-SIGNED-OFF-DATE       PIC 9(08)  VALUE ZERO.
027800***************************************************************
027900*    CUMULATIVE RECONCILIATION -- THE DAY CONTROL ROWS AGAINST *
028000*    THE JOURNAL LINES UNDER THEM.  A LINE ROW FOR A DATE      *
028100*    WITH NO CONTROL ROW IS AN ORPHAN FROM A LOAD THAT DIED.   *
028200***************************************************************
028300 77  MTDJ-FILE-STATUS                PIC X(02)  VALUE '00'.
028400 77  WS-CONTROL-DATE                 PIC 9(08)  VALUE ZERO.
028500 77  WS-DAYS-LOADED                  PIC 9(03) COMP VALUE ZERO.
028600 77  WS-FIRST-LOADED-DATE            PIC 9(08)  VALUE ZERO.
028700 77  WS-LAST-LOADED-DATE             PIC 9(08)  VALUE ZERO.
028800 77  WS-CTL-DEBIT-TOTAL              PIC S9(13)V99 COMP-3
028900                                     VALUE ZERO.
029000 77  WS-CTL-CREDIT-TOTAL             PIC S9(13)V99 COMP-3
029100                                     VALUE ZERO.
029200 77  WS-CTL-LINE-COUNT               PIC 9(09) COMP VALUE ZERO.
029300 77  WS-CTL-POST-COUNT               PIC 9(09) COMP VALUE ZERO.
029400 77  WS-CTL-POST-AMOUNT              PIC S9(13)V99 COMP-3
029500                                     VALUE ZERO.
029600 77  WS-CTL-RELIEF-TOTAL             PIC S9(13)V99 COMP-3
029700                                     VALUE ZERO.
029800 77  WS-LINE-DEBIT-TOTAL             PIC S9(13)V99 COMP-3
029900                                     VALUE ZERO.
030000 77  WS-LINE-CREDIT-TOTAL            PIC S9(13)V99 COMP-3
030100                                     VALUE ZERO.
030200 77  WS-LINE-COUNT                   PIC 9(09) COMP VALUE ZERO.
030300 77  WS-ORPHAN-LINE-COUNT            PIC 9(09) COMP VALUE ZERO.
030400 77  WS-UNBALANCED-CCY-COUNT         PIC 9(04) COMP VALUE ZERO.
030500***************************************************************
030600*    DAYS OF THE MONTH WITH A DAY CONTROL ROW, BY DAY NUMBER,  *
030700*    AND THE CALENDAR BUSINESS DAYS FOUND WITHOUT ONE.         *
030800***************************************************************
030900 01  WS-DAY-LOADED-TABLE.
031000     05  WS-DAY-LOADED-FLAG          PIC X(01) OCCURS 31 TIMES.
031100         88  WS-DAY-IS-LOADED            VALUE 'Y'.
031200 01  WS-DAY-NUMBER                   PIC 9(02)  VALUE ZERO.
031300 77  WS-DAY-SUB                      PIC 9(04) COMP VALUE ZERO.
031400 77  CAL-FILE-STATUS                 PIC X(02)  VALUE '00'.
031500 77  WS-CAL-BUSINESS-DAYS            PIC 9(04) COMP VALUE ZERO.
031600 01  MD-TABLE-CONTROL.
031700     05  MD-TABLE-COUNT              PIC 9(04) COMP VALUE ZERO.
031800     05  MD-MISSING-DATE             PIC 9(08) OCCURS 31 TIMES.
031900 77  WS-MD-SUB                       PIC 9(04) COMP VALUE ZERO.
032000***************************************************************
032100*    BALANCE BY CURRENCY -- DEBITS MUST EQUAL CREDITS IN EACH. *
032200***************************************************************
032300 01  CB-TABLE-CONTROL.
032400     05  CB-TABLE-COUNT              PIC 9(04) COMP VALUE ZERO.
032500     05  CB-MAX-ENTRIES              PIC 9(04) COMP VALUE 20.
032600     05  CB-TABLE OCCURS 20 TIMES.
032700         10  CB-CURRENCY-CODE        PIC X(03).
032800         10  CB-DEBIT-TOTAL          PIC S9(13)V99 COMP-3.
032900         10  CB-CREDIT-TOTAL         PIC S9(13)V99 COMP-3.
033000 77  WS-CB-SUB                       PIC 9(04) COMP VALUE ZERO.
033100 77  WS-CB-SLOT                      PIC 9(04) COMP VALUE ZERO.
033200***************************************************************
033300*    TRIAL BALANCE -- ONE ENTRY PER GL ACCOUNT AND CURRENCY,   *
033400*    IN THE ORDER FIRST MET.  A FULL TABLE FAILS THE PROOF --  *
033500*    A TRIAL BALANCE MISSING AN ACCOUNT PROVES NOTHING.        *
033600***************************************************************
033700 01  TB-TABLE-CONTROL.
033800     05  TB-TABLE-COUNT              PIC 9(04) COMP VALUE ZERO.
033900     05  TB-MAX-ENTRIES              PIC 9(04) COMP VALUE 3000.
034000     05  TB-TABLE OCCURS 3000 TIMES.
034100         10  TB-ACCOUNT              PIC X(12).
034200         10  TB-CURRENCY-CODE        PIC X(03).
034300         10  TB-DEBIT-TOTAL          PIC S9(13)V99 COMP-3.
034400         10  TB-CREDIT-TOTAL         PIC S9(13)V99 COMP-3.
034500 77  WS-TB-SUB                       PIC 9(04) COMP VALUE ZERO.
034600 77  WS-TB-SLOT                      PIC 9(04) COMP VALUE ZERO.
034700 77  WS-TB-NET                       PIC S9(13)V99 COMP-3
034800                                     VALUE ZERO.
034900***************************************************************
035000*    SUSPENSE TIE -- ONE ENTRY PER CURRENCY, THE SAME TEN THE  *
035100*    PERIOD CONTROL ROW CAN CARRY.  SLOTS 1-4 ARE SUSPREJ,     *
035200*    SUSPBLK, SUSPPND AND SUSPHLD; BOOK IS NET CREDIT, OPEN IS *
035300*    THE SUBLEDGER ITEMS (SUSPBLK'S ARE TIED IN TOTAL BELOW).  *
035400***************************************************************
035500 01  WS-SUSP-ACCOUNT-VALUES.
035600     05  FILLER                      PIC X(12)  VALUE 'SUSPREJ'.
035700     05  FILLER                      PIC X(12)  VALUE 'SUSPBLK'.
035800     05  FILLER                      PIC X(12)  VALUE 'SUSPPND'.
035900     05  FILLER                      PIC X(12)  VALUE 'SUSPHLD'.
036000 01  WS-SUSP-ACCOUNT-TABLE REDEFINES WS-SUSP-ACCOUNT-VALUES.
036100     05  WS-SUSP-ACCOUNT             PIC X(12) OCCURS 4 TIMES.
036200 01  ST-TABLE-CONTROL.
036300     05  ST-TABLE-COUNT              PIC 9(04) COMP VALUE ZERO.
036400     05  ST-MAX-ENTRIES              PIC 9(04) COMP VALUE 10.
036500     05  ST-TABLE OCCURS 10 TIMES.
036600         10  ST-CURRENCY-CODE        PIC X(03).
036700         10  ST-ACCOUNT-ENTRY OCCURS 4 TIMES.
036800             15  ST-OPENING-BALANCE  PIC S9(13)V99 COMP-3.
036900             15  ST-BOOK-BALANCE     PIC S9(13)V99 COMP-3.
037000             15  ST-OPEN-AMOUNT      PIC S9(13)V99 COMP-3.
037100             15  ST-OPEN-COUNT       PIC 9(09) COMP.
037200 77  WS-ST-SUB                       PIC 9(04) COMP VALUE ZERO.
037300 77  WS-ST-SLOT                      PIC 9(04) COMP VALUE ZERO.
037400 77  WS-SA-SUB                       PIC 9(04) COMP VALUE ZERO.
037500 77  WS-SUB                          PIC 9(04) COMP VALUE ZERO.
037600 77  WS-ST-CURRENCY                  PIC X(03)  VALUE SPACES.
037700 77  WS-SUSPENSE-DIFF-COUNT          PIC 9(04) COMP VALUE ZERO.
037800 77  WS-SUSP-DIFFERENCE              PIC S9(13)V99 COMP-3
037900                                     VALUE ZERO.
038000 77  SUSM-FILE-STATUS                PIC X(02)  VALUE '00'.
038100 77  SUSA-FILE-STATUS                PIC X(02)  VALUE '00'.
038200 77  PNDR-FILE-STATUS                PIC X(02)  VALUE '00'.
038300 77  HELD-FILE-STATUS                PIC X(02)  VALUE '00'.
038400***************************************************************
038500*    SUSPBLK TIE -- THE BOOK SUMMED OVER EVERY CURRENCY AGAINST*
038600*    THE BLOCKED ITEMS ON THE HISTORY FILE AND ITS ARCHIVE.    *
038700*    NO HISTORY FILE FAILS THE TIE; NO ARCHIVE MEANS NOTHING   *
038800*    HAS BEEN SWEPT.                                           *
038900***************************************************************
039000 77  TXH-FILE-STATUS                 PIC X(02)  VALUE '00'.
039100 77  TXHA-FILE-STATUS                PIC X(02)  VALUE '00'.
039200 77  WS-TXH-SW                       PIC X(01)  VALUE 'Y'.
039300     88  WS-TXH-UNAVAILABLE              VALUE 'N'.
039400 77  WS-BLOCKED-SW                   PIC X(01)  VALUE SPACE.
039500     88  WS-BLOCKED-TIED                 VALUE 'O'.
039600     88  WS-BLOCKED-NOT-TIED             VALUE 'F'.
039700 77  WS-BLK-BOOK-BALANCE             PIC S9(13)V99 COMP-3
039800                                     VALUE ZERO.
039900 77  WS-BLK-OPEN-AMOUNT              PIC S9(13)V99 COMP-3
040000                                     VALUE ZERO.
040100 77  WS-BLK-OPEN-COUNT               PIC 9(09) COMP VALUE ZERO.
040200 77  WS-BLK-ARCHIVED-COUNT           PIC 9(09) COMP VALUE ZERO.
040300***************************************************************
040400*    FIELD VIEW OF A STORED ITEM IMAGE -- THE SAME TRANS-      *
040500*    RECORD LAYOUT THE REST OF THE STREAM USES, NEEDED FOR     *
040600*    THE AMOUNT AND CURRENCY OF EACH OPEN SUSPENSE ITEM.       *
040700***************************************************************
040800 01  WS-ITEM-RECORD.
040900     05  ITM-TRANS-KEY               PIC X(10).
041000     05  ITM-TRANS-TYPE              PIC 9(02).
041100     05  ITM-TRANS-AMOUNT            PIC S9(11)V99.
041200     05  ITM-EFFECTIVE-DATE          PIC 9(08).
041300     05  ITM-TRANS-SOURCE            PIC X(08).
041400     05  ITM-CURRENCY-CODE           PIC X(03).
041500     05  FILLER                      PIC X(36).
041600 77  WS-BASE-CURRENCY                PIC X(03)  VALUE 'USD'.
041700 COPY ARCHREC.
041800***************************************************************
041900*    A SUSPENSE MASTER ROW AS STORED ON THE SUSPENSE ARCHIVE   *
042000*    (THE SUSPMSTK LAYOUT), AND WHAT BECAME OF EACH ARCHIVED   *
042100*    WRITE-OFF -- COUNTED IN SUSPREJ, OR PASSED OVER BECAUSE   *
042200*    THE KEY HAS A LIVE MASTER ROW AGAIN, WHICH COUNTS ITSELF. *
042300***************************************************************
042400 01  WS-ARCHIVED-SUSPENSE-ROW.
042500     05  ASUS-TRANS-KEY              PIC X(10).
042600     05  ASUS-FIRST-SEEN-DATE        PIC 9(08).
042700     05  ASUS-LAST-SEEN-DATE         PIC 9(08).
042800     05  ASUS-ATTEMPT-COUNT          PIC 9(04).
042900     05  ASUS-STATUS                 PIC X(01).
043000         88  ASUS-STATUS-WRITTEN-OFF     VALUE 'W'.
043100     05  FILLER                      PIC X(31).
043200     05  ASUS-ORIGINAL-RECORD        PIC X(80).
043300     05  FILLER                      PIC X(08).
043400 77  WS-ARCHIVED-WOFF-COUNT          PIC 9(09) COMP VALUE ZERO.
043500 77  WS-ARCHIVED-LIVE-COUNT          PIC 9(09) COMP VALUE ZERO.
043600***************************************************************
043700*    A HISTORY ROW AS STORED ON THE HISTORY ARCHIVE (THE       *
043800*    TXHISTK LAYOUT, AS FAR AS THE AMOUNT).                    *
043900***************************************************************
044000 01  WS-ARCHIVED-HISTORY-ROW.
044100     05  ATXH-TRANS-KEY              PIC X(10).
044200     05  ATXH-BUSINESS-DATE          PIC 9(08).
044300     05  ATXH-DISPOSITION            PIC X(01).
044400         88  ATXH-DISP-BLOCKED           VALUE 'B'.
044500     05  ATXH-TXN-TYPE               PIC 9(02).
044600     05  ATXH-TXN-AMOUNT             PIC S9(11)V99 COMP-3.
044700     05  FILLER                      PIC X(38).
044800***************************************************************
044900*    SIGN-OFF TIMESTAMP                                        *
045000***************************************************************
045100 77  WS-CURRENT-DATE                 PIC 9(08)  VALUE ZERO.
045200 77  WS-CURRENT-TIME                 PIC 9(08)  VALUE ZERO.
045300***************************************************************
045400*    REPORT EDIT FIELDS                                        *
045500***************************************************************
045600 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZ,ZZZ,ZZ9.
045700 01  WS-REPORT-AMOUNT-EDIT           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
045800 01  WS-REPORT-AMOUNT-EDIT-2         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
045900 01  WS-REPORT-AMOUNT-EDIT-3         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
046000 01  WS-DATE-EDIT                    PIC 9999/99/99.
046100 LINKAGE SECTION.
046200***************************************************************
046300*    JOB-STEP PARM -- PERIOD, MODE AND THE TWO SIGN-OFF IDS.   *
046400***************************************************************
046500 01  LK-PARM-AREA.
046600     05  LK-PARM-LEN                 PIC S9(04) COMP.
046700     05  LK-PARM-TEXT                PIC X(23).
046800 PROCEDURE DIVISION USING LK-PARM-AREA.
046900***************************************************************
047000*    0000-MAINLINE                                             *
047100***************************************************************
047200 0000-MAINLINE.
047300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
047400     PERFORM 2000-ACCUMULATE-THE-MONTH
047500         THRU 2000-ACCUMULATE-THE-MONTH-EXIT.
047600     PERFORM 3000-CHECK-THE-CALENDAR
047700         THRU 3000-CHECK-THE-CALENDAR-EXIT.
047800     PERFORM 4000-TIE-THE-SUSPENSE
047900         THRU 4000-TIE-THE-SUSPENSE-EXIT.
048000     PERFORM 5000-PROVE-THE-MONTH
048100         THRU 5000-PROVE-THE-MONTH-EXIT.
048200     PERFORM 6000-SIGN-OFF-THE-PERIOD
048300         THRU 6000-SIGN-OFF-THE-PERIOD-EXIT.
048400     PERFORM 7000-WRITE-CLOSE-REPORT
048500         THRU 7000-WRITE-CLOSE-REPORT-EXIT.
048600     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
048700     GOBACK.
048800***************************************************************
048900*    1000-INITIALIZE  --  THE PARM IS CHECKED IN FULL BEFORE   *
049000*    ANY FILE IS READ.  SIGN-OFF NEEDS BOTH USER IDS, AND THEY *
049100*    MUST BE DIFFERENT PEOPLE (THE ENQ340 / ENQ345 RULE).      *
049200***************************************************************
049300 1000-INITIALIZE.
049400     OPEN OUTPUT CLOSE-REPORT-FILE.
049500     MOVE 'ENQ355 MONTH-END CLOSE REPORT'
049600         TO CLOSE-REPORT-LINE.
049700     WRITE CLOSE-REPORT-LINE.
049800     MOVE SPACES TO CLOSE-REPORT-LINE.
049900     WRITE CLOSE-REPORT-LINE.
050000     MOVE SPACES TO WS-PARM-WORK.
050100     IF LK-PARM-LEN > 23
050200         MOVE LK-PARM-TEXT TO WS-PARM-WORK
050300     ELSE
050400         IF LK-PARM-LEN > ZERO
050500             MOVE LK-PARM-TEXT(1:LK-PARM-LEN) TO WS-PARM-WORK
050600         END-IF
050700     END-IF.
050800     EVALUATE TRUE
050900         WHEN LK-PARM-LEN < 7
051000         WHEN WS-PARM-PERIOD-TEXT NOT NUMERIC
051100             MOVE 'PARM PERIOD MISSING OR NOT NUMERIC'
051200                 TO WS-PARM-ERROR-TEXT
051300         WHEN WS-PARM-MODE NOT = 'P'
051400             AND WS-PARM-MODE NOT = 'S'
051500             MOVE 'PARM MODE MUST BE P (PROOF) OR S (SIGN-OFF)'
051600                 TO WS-PARM-ERROR-TEXT
051700         WHEN WS-PARM-MODE = 'S'
051800             AND (WS-PARM-SIGNED-OFF-BY = SPACES
051900               OR WS-PARM-APPROVED-BY = SPACES)
052000             MOVE 'SIGN-OFF NEEDS SIGNED-OFF-BY AND APPROVED-BY'
052100                 TO WS-PARM-ERROR-TEXT
052200         WHEN WS-PARM-MODE = 'S'
052300             AND WS-PARM-SIGNED-OFF-BY = WS-PARM-APPROVED-BY
052400             MOVE 'SIGN-OFF AND APPROVAL MUST BE TWO PEOPLE'
052500                 TO WS-PARM-ERROR-TEXT
052600         WHEN OTHER
052700             MOVE WS-PARM-PERIOD-TEXT TO WS-PERIOD
052800             IF WS-PERIOD-MONTH < 1
052900                 OR WS-PERIOD-MONTH > 12
053000                 MOVE 'PARM PERIOD IS NOT A VALID YYYYMM'
053100                     TO WS-PARM-ERROR-TEXT
053200             END-IF
053300     END-EVALUATE.
053400     IF WS-PARM-ERROR-TEXT NOT = SPACES
053500         SET WS-PARM-IN-ERROR TO TRUE
053600         MOVE WS-PARM-ERROR-TEXT TO CLOSE-REPORT-LINE
053700         WRITE CLOSE-REPORT-LINE
053800         MOVE 'NOTHING CLOSED.'
053900             TO CLOSE-REPORT-LINE
054000         WRITE CLOSE-REPORT-LINE
054100         GO TO 1000-INITIALIZE-EXIT
054200     END-IF.
054300     MOVE WS-PARM-MODE TO WS-MODE-SW.
054400     COMPUTE WS-PERIOD-FIRST-DATE = WS-PERIOD * 100 + 1.
054500     COMPUTE WS-PERIOD-LAST-DATE  = WS-PERIOD * 100 + 31.
054600     IF WS-PERIOD-MONTH = 1
054700         COMPUTE WS-PRIOR-YEAR = WS-PERIOD-YEAR - 1
054800         MOVE 12 TO WS-PRIOR-MONTH
054900     ELSE
055000         MOVE WS-PERIOD-YEAR TO WS-PRIOR-YEAR
055100         COMPUTE WS-PRIOR-MONTH = WS-PERIOD-MONTH - 1
055200     END-IF.
055300     MOVE SPACES TO WS-DAY-LOADED-TABLE.
055400     PERFORM 1100-READ-PERIOD-CONTROL
055500         THRU 1100-READ-PERIOD-CONTROL-EXIT.
055600 1000-INITIALIZE-EXIT.
055700     EXIT.
055800***************************************************************
055900*    1100-READ-PERIOD-CONTROL  --  IS THIS PERIOD ALREADY      *
056000*    SIGNED OFF, AND WHAT DID THE PRIOR PERIOD CLOSE WITH?     *
056100*    NO FILE, OR NO PRIOR ROW, MEANS THIS IS THE FIRST CLOSE   *
056200*    AND THE SUSPENSE ACCOUNTS OPEN AT ZERO.                   *
056300***************************************************************
056400 1100-READ-PERIOD-CONTROL.
056500     OPEN INPUT PERIOD-CONTROL-FILE.
056600     IF PRDC-FILE-STATUS = '35'
056700         GO TO 1100-READ-PERIOD-CONTROL-EXIT
056800     END-IF.
056900     MOVE WS-PERIOD TO PRDC-PERIOD.
057000     READ PERIOD-CONTROL-FILE
057100         INVALID KEY
057200             MOVE SPACE TO PRDC-STATUS
057300     END-READ.
057400     IF PRDC-IS-LOCKED
057500         SET WS-PERIOD-ALREADY-LOCKED TO TRUE
057600         MOVE PRDC-SIGNED-OFF-BY   TO WS-LOCKED-SIGNED-OFF-BY
057700         MOVE PRDC-APPROVED-BY     TO WS-LOCKED-APPROVED-BY
057800         MOVE PRDC-SIGNED-OFF-DATE TO WS-LOCKED-SIGNED-OFF-DATE
057900     END-IF.
058000     MOVE WS-PRIOR-PERIOD TO PRDC-PERIOD.
058100     READ PERIOD-CONTROL-FILE
058200         INVALID KEY
058300             MOVE SPACE TO PRDC-STATUS
058400     END-READ.
058500     IF PRDC-IS-LOCKED
058600         SET WS-PRIOR-PERIOD-FOUND TO TRUE
058700         PERFORM 1150-CARRY-ONE-BALANCE
058800             THRU 1150-CARRY-ONE-BALANCE-EXIT
058900             VARYING WS-SUB FROM 1 BY 1
059000             UNTIL WS-SUB > PRDC-SUSPENSE-COUNT
059100                OR WS-SUB > 10
059200     END-IF.
059300     CLOSE PERIOD-CONTROL-FILE.
059400 1100-READ-PERIOD-CONTROL-EXIT.
059500     EXIT.
059600***************************************************************
059700*    1150-CARRY-ONE-BALANCE  --  ONE CURRENCY'S CLOSING        *
059800*    SUSPENSE BALANCES FROM THE PRIOR PERIOD BECOME THIS       *
059900*    PERIOD'S OPENING (AND STARTING BOOK) BALANCES.            *
060000***************************************************************
060100 1150-CARRY-ONE-BALANCE.
060200     MOVE PRDC-SUSP-CURRENCY-CODE(WS-SUB) TO WS-ST-CURRENCY.
060300     PERFORM 4900-FIND-SUSPENSE-SLOT
060400         THRU 4900-FIND-SUSPENSE-SLOT-EXIT.
060500     IF WS-ST-SLOT = ZERO
060600         GO TO 1150-CARRY-ONE-BALANCE-EXIT
060700     END-IF.
060800     MOVE PRDC-SUSPREJ-BALANCE(WS-SUB)
060900         TO ST-OPENING-BALANCE(WS-ST-SLOT, 1).
061000     MOVE PRDC-SUSPBLK-BALANCE(WS-SUB)
061100         TO ST-OPENING-BALANCE(WS-ST-SLOT, 2).
061200     MOVE PRDC-SUSPPND-BALANCE(WS-SUB)
061300         TO ST-OPENING-BALANCE(WS-ST-SLOT, 3).
061400     MOVE PRDC-SUSPHLD-BALANCE(WS-SUB)
061500         TO ST-OPENING-BALANCE(WS-ST-SLOT, 4).
061600     PERFORM 1160-OPEN-ONE-BOOK-BALANCE
061700         THRU 1160-OPEN-ONE-BOOK-BALANCE-EXIT
061800         VARYING WS-SA-SUB FROM 1 BY 1
061900         UNTIL WS-SA-SUB > 4.
062000 1150-CARRY-ONE-BALANCE-EXIT.
062100     EXIT.
062200***************************************************************
062300*    1160-OPEN-ONE-BOOK-BALANCE                                *
062400***************************************************************
062500 1160-OPEN-ONE-BOOK-BALANCE.
062600     MOVE ST-OPENING-BALANCE(WS-ST-SLOT, WS-SA-SUB)
062700         TO ST-BOOK-BALANCE(WS-ST-SLOT, WS-SA-SUB).
062800 1160-OPEN-ONE-BOOK-BALANCE-EXIT.
062900     EXIT.
063000***************************************************************
063100*    2000-ACCUMULATE-THE-MONTH  --  BROWSE OF THE MONTH-TO-    *
063200*    DATE JOURNAL FROM THE FIRST OF THE PERIOD TO ITS END.     *
063300*    EACH DATE'S CONTROL ROW (SEQUENCE 0) COMES BEFORE ITS     *
063400*    LINES.                                                    *
063500***************************************************************
063600 2000-ACCUMULATE-THE-MONTH.
063700     IF WS-PARM-IN-ERROR
063800         GO TO 2000-ACCUMULATE-THE-MONTH-EXIT
063900     END-IF.
064000     OPEN INPUT MTD-JOURNAL-FILE.
064100     IF MTDJ-FILE-STATUS NOT = '00'
064200         SET WS-MTDJ-UNAVAILABLE TO TRUE
064300         GO TO 2000-ACCUMULATE-THE-MONTH-EXIT
064400     END-IF.
064500     MOVE WS-PERIOD-FIRST-DATE TO MTDJ-BUSINESS-DATE.
064600     MOVE ZERO                 TO MTDJ-SEQUENCE.
064700     START MTD-JOURNAL-FILE
064800         KEY IS NOT LESS THAN MTDJ-KEY
064900         INVALID KEY
065000             SET WS-MTDJ-AT-EOF TO TRUE
065100     END-START.
065200     IF NOT WS-MTDJ-AT-EOF
065300         READ MTD-JOURNAL-FILE NEXT
065400             AT END
065500                 SET WS-MTDJ-AT-EOF TO TRUE
065600         END-READ
065700     END-IF.
065800     PERFORM 2100-ACCUMULATE-ONE-ROW
065900         THRU 2100-ACCUMULATE-ONE-ROW-EXIT
066000         UNTIL WS-MTDJ-AT-EOF.
066100     CLOSE MTD-JOURNAL-FILE.
066200 2000-ACCUMULATE-THE-MONTH-EXIT.
066300     EXIT.
066400***************************************************************
066500*    2100-ACCUMULATE-ONE-ROW                                   *
066600***************************************************************
066700 2100-ACCUMULATE-ONE-ROW.
066800     IF MTDJ-BUSINESS-DATE > WS-PERIOD-LAST-DATE
066900         SET WS-MTDJ-AT-EOF TO TRUE
067000         GO TO 2100-ACCUMULATE-ONE-ROW-EXIT
067100     END-IF.
067200     IF MTDJ-DAY-CONTROL-ROW
067300         MOVE MTDJ-BUSINESS-DATE TO WS-CONTROL-DATE
067400         ADD 1 TO WS-DAYS-LOADED
067500         IF WS-FIRST-LOADED-DATE = ZERO
067600             MOVE MTDJ-BUSINESS-DATE TO WS-FIRST-LOADED-DATE
067700         END-IF
067800         MOVE MTDJ-BUSINESS-DATE TO WS-LAST-LOADED-DATE
067900         MOVE MTDJ-BUSINESS-DATE(7:2) TO WS-DAY-NUMBER
068000         MOVE WS-DAY-NUMBER TO WS-DAY-SUB
068100         IF WS-DAY-SUB > ZERO AND WS-DAY-SUB < 32
068200             SET WS-DAY-IS-LOADED(WS-DAY-SUB) TO TRUE
068300         END-IF
068400         ADD MTDJ-JRNL-DEBIT-TOTAL  TO WS-CTL-DEBIT-TOTAL
068500         ADD MTDJ-JRNL-CREDIT-TOTAL TO WS-CTL-CREDIT-TOTAL
068600         ADD MTDJ-JRNL-RECORD-COUNT TO WS-CTL-LINE-COUNT
068700         ADD MTDJ-POST-RECORD-COUNT TO WS-CTL-POST-COUNT
068800         ADD MTDJ-POST-AMOUNT-TOTAL TO WS-CTL-POST-AMOUNT
068900         ADD MTDJ-XFER-RELIEF-TOTAL TO WS-CTL-RELIEF-TOTAL
069000     ELSE
069100         IF MTDJ-BUSINESS-DATE NOT = WS-CONTROL-DATE
069200             ADD 1 TO WS-ORPHAN-LINE-COUNT
069300         ELSE
069400             ADD 1 TO WS-LINE-COUNT
069500             IF MTDJ-DEBIT
069600                 ADD MTDJ-AMOUNT TO WS-LINE-DEBIT-TOTAL
069700             ELSE
069800                 ADD MTDJ-AMOUNT TO WS-LINE-CREDIT-TOTAL
069900             END-IF
070000             PERFORM 2200-POST-TO-TRIAL-BALANCE
070100                 THRU 2200-POST-TO-TRIAL-BALANCE-EXIT
070200             PERFORM 2300-POST-TO-CURRENCY-BALANCE
070300                 THRU 2300-POST-TO-CURRENCY-BALANCE-EXIT
070400         END-IF
070500     END-IF.
070600     READ MTD-JOURNAL-FILE NEXT
070700         AT END
070800             SET WS-MTDJ-AT-EOF TO TRUE
070900     END-READ.
071000 2100-ACCUMULATE-ONE-ROW-EXIT.
071100     EXIT.
071200***************************************************************
071300*    2200-POST-TO-TRIAL-BALANCE  --  FIND OR OPEN THE ENTRY    *
071400*    FOR THIS ACCOUNT AND CURRENCY.                            *
071500***************************************************************
071600 2200-POST-TO-TRIAL-BALANCE.
071700     MOVE ZERO TO WS-TB-SLOT.
071800     PERFORM 2210-MATCH-ONE-TB-ENTRY
071900         THRU 2210-MATCH-ONE-TB-ENTRY-EXIT
072000         VARYING WS-TB-SUB FROM 1 BY 1
072100         UNTIL WS-TB-SUB > TB-TABLE-COUNT
072200            OR WS-TB-SLOT > ZERO.
072300     IF WS-TB-SLOT = ZERO
072400         IF TB-TABLE-COUNT = TB-MAX-ENTRIES
072500             SET WS-TABLE-FULL TO TRUE
072600             GO TO 2200-POST-TO-TRIAL-BALANCE-EXIT
072700         END-IF
072800         ADD 1 TO TB-TABLE-COUNT
072900         MOVE TB-TABLE-COUNT TO WS-TB-SLOT
073000         MOVE MTDJ-ACCOUNT       TO TB-ACCOUNT(WS-TB-SLOT)
073100         MOVE MTDJ-CURRENCY-CODE TO TB-CURRENCY-CODE(WS-TB-SLOT)
073200         MOVE ZERO TO TB-DEBIT-TOTAL(WS-TB-SLOT)
073300                      TB-CREDIT-TOTAL(WS-TB-SLOT)
073400     END-IF.
073500     IF MTDJ-DEBIT
073600         ADD MTDJ-AMOUNT TO TB-DEBIT-TOTAL(WS-TB-SLOT)
073700     ELSE
073800         ADD MTDJ-AMOUNT TO TB-CREDIT-TOTAL(WS-TB-SLOT)
073900     END-IF.
074000 2200-POST-TO-TRIAL-BALANCE-EXIT.
074100     EXIT.
074200***************************************************************
074300*    2210-MATCH-ONE-TB-ENTRY                                   *
074400***************************************************************
074500 2210-MATCH-ONE-TB-ENTRY.
074600     IF TB-ACCOUNT(WS-TB-SUB)       = MTDJ-ACCOUNT
074700         AND TB-CURRENCY-CODE(WS-TB-SUB) = MTDJ-CURRENCY-CODE
074800         MOVE WS-TB-SUB TO WS-TB-SLOT
074900     END-IF.
075000 2210-MATCH-ONE-TB-ENTRY-EXIT.
075100     EXIT.
075200***************************************************************
075300*    2300-POST-TO-CURRENCY-BALANCE                             *
075400***************************************************************
075500 2300-POST-TO-CURRENCY-BALANCE.
075600     MOVE ZERO TO WS-CB-SLOT.
075700     PERFORM 2310-MATCH-ONE-CURRENCY
075800         THRU 2310-MATCH-ONE-CURRENCY-EXIT
075900         VARYING WS-CB-SUB FROM 1 BY 1
076000         UNTIL WS-CB-SUB > CB-TABLE-COUNT
076100            OR WS-CB-SLOT > ZERO.
076200     IF WS-CB-SLOT = ZERO
076300         IF CB-TABLE-COUNT = CB-MAX-ENTRIES
076400             SET WS-TABLE-FULL TO TRUE
076500             GO TO 2300-POST-TO-CURRENCY-BALANCE-EXIT
076600         END-IF
076700         ADD 1 TO CB-TABLE-COUNT
076800         MOVE CB-TABLE-COUNT TO WS-CB-SLOT
076900         MOVE MTDJ-CURRENCY-CODE TO CB-CURRENCY-CODE(WS-CB-SLOT)
077000         MOVE ZERO TO CB-DEBIT-TOTAL(WS-CB-SLOT)
077100                      CB-CREDIT-TOTAL(WS-CB-SLOT)
077200     END-IF.
077300     IF MTDJ-DEBIT
077400         ADD MTDJ-AMOUNT TO CB-DEBIT-TOTAL(WS-CB-SLOT)
077500     ELSE
077600         ADD MTDJ-AMOUNT TO CB-CREDIT-TOTAL(WS-CB-SLOT)
077700     END-IF.
077800 2300-POST-TO-CURRENCY-BALANCE-EXIT.
077900     EXIT.
078000***************************************************************
078100*    2310-MATCH-ONE-CURRENCY                                   *
078200***************************************************************
078300 2310-MATCH-ONE-CURRENCY.
078400     IF CB-CURRENCY-CODE(WS-CB-SUB) = MTDJ-CURRENCY-CODE
078500         MOVE WS-CB-SUB TO WS-CB-SLOT
078600     END-IF.
078700 2310-MATCH-ONE-CURRENCY-EXIT.
078800     EXIT.
078900***************************************************************
079000*    3000-CHECK-THE-CALENDAR  --  EVERY BUSINESS DAY OF THE    *
079100*    PERIOD ON THE PROCESSING CALENDAR MUST HAVE BEEN LOADED.  *
079200*    NO CALENDAR, OR ONE WITH NO BUSINESS DAY IN THE PERIOD,   *
079300*    CANNOT PROVE THE MONTH COMPLETE.                          *
079400***************************************************************
079500 3000-CHECK-THE-CALENDAR.
079600     IF WS-PARM-IN-ERROR
079700         GO TO 3000-CHECK-THE-CALENDAR-EXIT
079800     END-IF.
079900     OPEN INPUT CALENDAR-FILE.
080000     IF CAL-FILE-STATUS = '35'
080100         SET WS-CALENDAR-MISSING TO TRUE
080200         GO TO 3000-CHECK-THE-CALENDAR-EXIT
080300     END-IF.
080400     READ CALENDAR-FILE
080500         AT END
080600             SET WS-CAL-AT-EOF TO TRUE
080700     END-READ.
080800     PERFORM 3100-CHECK-ONE-CALENDAR-DAY
080900         THRU 3100-CHECK-ONE-CALENDAR-DAY-EXIT
081000         UNTIL WS-CAL-AT-EOF.
081100     CLOSE CALENDAR-FILE.
081200     IF WS-CAL-BUSINESS-DAYS = ZERO
081300         SET WS-CALENDAR-MISSING TO TRUE
081400     END-IF.
081500 3000-CHECK-THE-CALENDAR-EXIT.
081600     EXIT.
081700***************************************************************
081800*    3100-CHECK-ONE-CALENDAR-DAY                               *
081900***************************************************************
082000 3100-CHECK-ONE-CALENDAR-DAY.
082100     IF CAL-DATE NOT < WS-PERIOD-FIRST-DATE
082200         AND CAL-DATE NOT > WS-PERIOD-LAST-DATE
082300         AND CAL-BUSINESS-DAY
082400         ADD 1 TO WS-CAL-BUSINESS-DAYS
082500         MOVE CAL-DATE(7:2) TO WS-DAY-NUMBER
082600         MOVE WS-DAY-NUMBER TO WS-DAY-SUB
082700         IF NOT WS-DAY-IS-LOADED(WS-DAY-SUB)
082800             ADD 1 TO MD-TABLE-COUNT
082900             MOVE CAL-DATE TO MD-MISSING-DATE(MD-TABLE-COUNT)
083000         END-IF
083100     END-IF.
083200     READ CALENDAR-FILE
083300         AT END
083400             SET WS-CAL-AT-EOF TO TRUE
083500     END-READ.
083600 3100-CHECK-ONE-CALENDAR-DAY-EXIT.
083700     EXIT.
083800***************************************************************
083900*    4000-TIE-THE-SUSPENSE  --  BOOK BALANCES FROM THE TRIAL   *
084000*    BALANCE ON TOP OF THE CARRIED OPENING BALANCES, THEN THE  *
084100*    OPEN ITEMS FROM EACH SUBLEDGER, THEN THE COMPARISON.      *
084200***************************************************************
084300 4000-TIE-THE-SUSPENSE.
084400     IF WS-PARM-IN-ERROR
084500         GO TO 4000-TIE-THE-SUSPENSE-EXIT
084600     END-IF.
084700     PERFORM 4100-BOOK-ONE-TB-ENTRY
084800         THRU 4100-BOOK-ONE-TB-ENTRY-EXIT
084900         VARYING WS-TB-SUB FROM 1 BY 1
085000         UNTIL WS-TB-SUB > TB-TABLE-COUNT.
085100     PERFORM 4200-LOAD-SUSPENSE-MASTER
085200         THRU 4200-LOAD-SUSPENSE-MASTER-EXIT.
085300     PERFORM 4250-LOAD-ARCHIVED-WRITE-OFFS
085400         THRU 4250-LOAD-ARCHIVED-WRITE-OFFS-EXIT.
085500     PERFORM 4300-LOAD-PENDING-REVERSALS
085600         THRU 4300-LOAD-PENDING-REVERSALS-EXIT.
085700     PERFORM 4400-LOAD-HELD-ITEMS
085800         THRU 4400-LOAD-HELD-ITEMS-EXIT.
085900     PERFORM 4600-LOAD-BLOCKED-ITEMS
086000         THRU 4600-LOAD-BLOCKED-ITEMS-EXIT.
086100     PERFORM 4650-LOAD-ARCHIVED-BLOCKED
086200         THRU 4650-LOAD-ARCHIVED-BLOCKED-EXIT.
086300     PERFORM 4700-TIE-BLOCKED-ITEMS
086400         THRU 4700-TIE-BLOCKED-ITEMS-EXIT.
086500     PERFORM 4500-COMPARE-ONE-CURRENCY
086600         THRU 4500-COMPARE-ONE-CURRENCY-EXIT
086700         VARYING WS-ST-SUB FROM 1 BY 1
086800         UNTIL WS-ST-SUB > ST-TABLE-COUNT.
086900     IF WS-SUSPENSE-DIFF-COUNT = ZERO
087000         AND NOT WS-TABLE-FULL
087100         AND WS-BLOCKED-TIED
087200         SET WS-SUSPENSE-TIED TO TRUE
087300     ELSE
087400         SET WS-SUSPENSE-NOT-TIED TO TRUE
087500     END-IF.
087600 4000-TIE-THE-SUSPENSE-EXIT.
087700     EXIT.
087800***************************************************************
087900*    4100-BOOK-ONE-TB-ENTRY  --  A SUSPENSE ACCOUNT'S PERIOD   *
088000*    MOVEMENT, AS NET CREDIT.                                  *
088100***************************************************************
088200 4100-BOOK-ONE-TB-ENTRY.
088300     MOVE ZERO TO WS-SA-SUB.
088400     PERFORM 4110-MATCH-ONE-SUSP-ACCOUNT
088500         THRU 4110-MATCH-ONE-SUSP-ACCOUNT-EXIT
088600         VARYING WS-SUB FROM 1 BY 1
088700         UNTIL WS-SUB > 4
088800            OR WS-SA-SUB > ZERO.
088900     IF WS-SA-SUB = ZERO
089000         GO TO 4100-BOOK-ONE-TB-ENTRY-EXIT
089100     END-IF.
089200     MOVE TB-CURRENCY-CODE(WS-TB-SUB) TO WS-ST-CURRENCY.
089300     PERFORM 4900-FIND-SUSPENSE-SLOT
089400         THRU 4900-FIND-SUSPENSE-SLOT-EXIT.
089500     IF WS-ST-SLOT = ZERO
089600         GO TO 4100-BOOK-ONE-TB-ENTRY-EXIT
089700     END-IF.
089800     COMPUTE ST-BOOK-BALANCE(WS-ST-SLOT, WS-SA-SUB) =
089900         ST-BOOK-BALANCE(WS-ST-SLOT, WS-SA-SUB)
090000         + TB-CREDIT-TOTAL(WS-TB-SUB)
090100         - TB-DEBIT-TOTAL(WS-TB-SUB).
090200 4100-BOOK-ONE-TB-ENTRY-EXIT.
090300     EXIT.
090400***************************************************************
090500*    4110-MATCH-ONE-SUSP-ACCOUNT                               *
090600***************************************************************
090700 4110-MATCH-ONE-SUSP-ACCOUNT.
090800     IF TB-ACCOUNT(WS-TB-SUB) = WS-SUSP-ACCOUNT(WS-SUB)
090900         MOVE WS-SUB TO WS-SA-SUB
091000     END-IF.
091100 4110-MATCH-ONE-SUSP-ACCOUNT-EXIT.
091200     EXIT.
091300***************************************************************
091400*    4200-LOAD-SUSPENSE-MASTER  --  SUSPREJ OPEN ITEMS: EVERY  *
091500*    MASTER ROW NOT RESOLVED.  NO MASTER MEANS NO OPEN ITEMS.  *
091600***************************************************************
091700 4200-LOAD-SUSPENSE-MASTER.
091800     OPEN INPUT SUSPENSE-MASTER-FILE.
091900     IF SUSM-FILE-STATUS = '35'
092000         GO TO 4200-LOAD-SUSPENSE-MASTER-EXIT
092100     END-IF.
092200     MOVE LOW-VALUES TO SUSM-KEY.
092300     START SUSPENSE-MASTER-FILE
092400         KEY IS NOT LESS THAN SUSM-KEY
092500         INVALID KEY
092600             SET WS-SUSM-AT-EOF TO TRUE
092700     END-START.
092800     IF NOT WS-SUSM-AT-EOF
092900         READ SUSPENSE-MASTER-FILE NEXT
093000             AT END
093100                 SET WS-SUSM-AT-EOF TO TRUE
093200         END-READ
093300     END-IF.
093400     PERFORM 4210-LOAD-ONE-MASTER-ROW
093500         THRU 4210-LOAD-ONE-MASTER-ROW-EXIT
093600         UNTIL WS-SUSM-AT-EOF.
093700     CLOSE SUSPENSE-MASTER-FILE.
093800 4200-LOAD-SUSPENSE-MASTER-EXIT.
093900     EXIT.
094000***************************************************************
094100*    4210-LOAD-ONE-MASTER-ROW                                  *
094200***************************************************************
094300 4210-LOAD-ONE-MASTER-ROW.
094400     IF SUSM-STATUS-OPEN
094500         OR SUSM-STATUS-WRITTEN-OFF
094600         MOVE SUSM-ORIGINAL-RECORD TO WS-ITEM-RECORD
094700         MOVE 1 TO WS-SA-SUB
094800         PERFORM 4800-ADD-ONE-OPEN-ITEM
094900             THRU 4800-ADD-ONE-OPEN-ITEM-EXIT
095000     END-IF.
095100     READ SUSPENSE-MASTER-FILE NEXT
095200         AT END
095300             SET WS-SUSM-AT-EOF TO TRUE
095400     END-READ.
095500 4210-LOAD-ONE-MASTER-ROW-EXIT.
095600     EXIT.
095700***************************************************************
095800*    4250-LOAD-ARCHIVED-WRITE-OFFS  --  SUSPREJ OPEN ITEMS     *
095900*    SWEPT OFF THE MASTER BY ENQ370: EVERY WRITTEN-OFF ROW ON  *
096000*    THE SUSPENSE ARCHIVE (ALL GENERATIONS).  A KEY WITH A     *
096100*    LIVE MASTER ROW AGAIN WAS COUNTED BY 4200 ALREADY, OR IS  *
096200*    RESOLVED, AND IS PASSED OVER.  NO ARCHIVE MEANS NOTHING   *
096300*    HAS BEEN SWEPT.                                           *
096400***************************************************************
096500 4250-LOAD-ARCHIVED-WRITE-OFFS.
096600     OPEN INPUT SUSPENSE-ARCHIVE-FILE.
096700     IF SUSA-FILE-STATUS = '35'
096800         GO TO 4250-LOAD-ARCHIVED-WRITE-OFFS-EXIT
096900     END-IF.
097000     OPEN INPUT SUSPENSE-MASTER-FILE.
097100     IF SUSM-FILE-STATUS = '35'
097200         SET WS-SUSM-ABSENT TO TRUE
097300     END-IF.
097400     READ SUSPENSE-ARCHIVE-FILE INTO ARCHIVE-RECORD
097500         AT END
097600             SET WS-SUSA-AT-EOF TO TRUE
097700     END-READ.
097800     PERFORM 4260-LOAD-ONE-ARCHIVED-ROW
097900         THRU 4260-LOAD-ONE-ARCHIVED-ROW-EXIT
098000         UNTIL WS-SUSA-AT-EOF.
098100     CLOSE SUSPENSE-ARCHIVE-FILE.
098200     IF NOT WS-SUSM-ABSENT
098300         CLOSE SUSPENSE-MASTER-FILE
098400     END-IF.
098500 4250-LOAD-ARCHIVED-WRITE-OFFS-EXIT.
098600     EXIT.
098700***************************************************************
098800*    4260-LOAD-ONE-ARCHIVED-ROW  --  HEADERS, TRAILERS AND     *
098900*    RESOLVED ROWS ARE SKIPPED.                                *
099000***************************************************************
099100 4260-LOAD-ONE-ARCHIVED-ROW.
099200     IF ARCH-DATA-RECORD
099300         AND ARCH-FROM-SUSPENSE-MASTER
099400         MOVE ARCH-ROW-IMAGE TO WS-ARCHIVED-SUSPENSE-ROW
099500         IF ASUS-STATUS-WRITTEN-OFF
099600             PERFORM 4270-COUNT-ONE-WRITE-OFF
099700                 THRU 4270-COUNT-ONE-WRITE-OFF-EXIT
099800         END-IF
099900     END-IF.
100000     READ SUSPENSE-ARCHIVE-FILE INTO ARCHIVE-RECORD
100100         AT END
100200             SET WS-SUSA-AT-EOF TO TRUE
100300     END-READ.
100400 4260-LOAD-ONE-ARCHIVED-ROW-EXIT.
100500     EXIT.
100600***************************************************************
100700*    4270-COUNT-ONE-WRITE-OFF                                  *
100800***************************************************************
100900 4270-COUNT-ONE-WRITE-OFF.
101000     IF NOT WS-SUSM-ABSENT
101100         MOVE 'Y' TO WS-LIVE-ROW-FOUND-SW
101200         MOVE ASUS-TRANS-KEY TO SUSM-KEY
101300         READ SUSPENSE-MASTER-FILE
101400             INVALID KEY
101500                 MOVE 'N' TO WS-LIVE-ROW-FOUND-SW
101600         END-READ
101700         IF WS-LIVE-ROW-FOUND
101800             ADD 1 TO WS-ARCHIVED-LIVE-COUNT
101900             GO TO 4270-COUNT-ONE-WRITE-OFF-EXIT
102000         END-IF
102100     END-IF.
102200     ADD 1 TO WS-ARCHIVED-WOFF-COUNT.
102300     MOVE ASUS-ORIGINAL-RECORD TO WS-ITEM-RECORD.
102400     MOVE 1 TO WS-SA-SUB.
102500     PERFORM 4800-ADD-ONE-OPEN-ITEM
102600         THRU 4800-ADD-ONE-OPEN-ITEM-EXIT.
102700 4270-COUNT-ONE-WRITE-OFF-EXIT.
102800     EXIT.
102900***************************************************************
103000*    4300-LOAD-PENDING-REVERSALS  --  SUSPPND OPEN ITEMS:      *
103100*    EVERY PARKED REVERSAL STILL ON THE KSDS.                  *
103200***************************************************************
103300 4300-LOAD-PENDING-REVERSALS.
103400     OPEN INPUT PENDING-REVERSALS-FILE.
103500     IF PNDR-FILE-STATUS = '35'
103600         GO TO 4300-LOAD-PENDING-REVERSALS-EXIT
103700     END-IF.
103800     MOVE LOW-VALUES TO PNDR-KEY.
103900     START PENDING-REVERSALS-FILE
104000         KEY IS NOT LESS THAN PNDR-KEY
104100         INVALID KEY
104200             SET WS-PNDR-AT-EOF TO TRUE
104300     END-START.
104400     IF NOT WS-PNDR-AT-EOF
104500         READ PENDING-REVERSALS-FILE NEXT
104600             AT END
104700                 SET WS-PNDR-AT-EOF TO TRUE
104800         END-READ
104900     END-IF.
105000     PERFORM 4310-LOAD-ONE-PENDING-ROW
105100         THRU 4310-LOAD-ONE-PENDING-ROW-EXIT
105200         UNTIL WS-PNDR-AT-EOF.
105300     CLOSE PENDING-REVERSALS-FILE.
105400 4300-LOAD-PENDING-REVERSALS-EXIT.
105500     EXIT.
105600***************************************************************
105700*    4310-LOAD-ONE-PENDING-ROW                                 *
105800***************************************************************
105900 4310-LOAD-ONE-PENDING-ROW.
106000     MOVE PNDR-TRANS-RECORD TO WS-ITEM-RECORD.
106100     MOVE 3 TO WS-SA-SUB.
106200     PERFORM 4800-ADD-ONE-OPEN-ITEM
106300         THRU 4800-ADD-ONE-OPEN-ITEM-EXIT.
106400     READ PENDING-REVERSALS-FILE NEXT
106500         AT END
106600             SET WS-PNDR-AT-EOF TO TRUE
106700     END-READ.
106800 4310-LOAD-ONE-PENDING-ROW-EXIT.
106900     EXIT.
107000***************************************************************
107100*    4400-LOAD-HELD-ITEMS  --  SUSPHLD OPEN ITEMS: EVERY ITEM  *
107200*    STILL HELD (ENQ320 DELETES THE ROW ON RELEASE).           *
107300***************************************************************
107400 4400-LOAD-HELD-ITEMS.
107500     OPEN INPUT HELD-ITEM-FILE.
107600     IF HELD-FILE-STATUS = '35'
107700         GO TO 4400-LOAD-HELD-ITEMS-EXIT
107800     END-IF.
107900     MOVE LOW-VALUES TO HELD-KEY.
108000     START HELD-ITEM-FILE
108100         KEY IS NOT LESS THAN HELD-KEY
108200         INVALID KEY
108300             SET WS-HELD-AT-EOF TO TRUE
108400     END-START.
108500     IF NOT WS-HELD-AT-EOF
108600         READ HELD-ITEM-FILE NEXT
108700             AT END
108800                 SET WS-HELD-AT-EOF TO TRUE
108900         END-READ
109000     END-IF.
109100     PERFORM 4410-LOAD-ONE-HELD-ROW
109200         THRU 4410-LOAD-ONE-HELD-ROW-EXIT
109300         UNTIL WS-HELD-AT-EOF.
109400     CLOSE HELD-ITEM-FILE.
109500 4400-LOAD-HELD-ITEMS-EXIT.
109600     EXIT.
109700***************************************************************
109800*    4410-LOAD-ONE-HELD-ROW                                    *
109900***************************************************************
110000 4410-LOAD-ONE-HELD-ROW.
110100     MOVE HELD-TRANS-RECORD TO WS-ITEM-RECORD.
110200     MOVE 4 TO WS-SA-SUB.
110300     PERFORM 4800-ADD-ONE-OPEN-ITEM
110400         THRU 4800-ADD-ONE-OPEN-ITEM-EXIT.
110500     READ HELD-ITEM-FILE NEXT
110600         AT END
110700             SET WS-HELD-AT-EOF TO TRUE
110800     END-READ.
110900 4410-LOAD-ONE-HELD-ROW-EXIT.
111000     EXIT.
111100***************************************************************
111200*    4500-COMPARE-ONE-CURRENCY  --  SUSPREJ, SUSPPND AND       *
111300*    SUSPHLD MUST EACH EQUAL THEIR OPEN ITEMS.  SUSPBLK IS     *
111400*    TIED IN TOTAL BY 4700.                                    *
111500***************************************************************
111600 4500-COMPARE-ONE-CURRENCY.
111700     IF ST-BOOK-BALANCE(WS-ST-SUB, 1) NOT =
111800             ST-OPEN-AMOUNT(WS-ST-SUB, 1)
111900         OR ST-BOOK-BALANCE(WS-ST-SUB, 3) NOT =
112000             ST-OPEN-AMOUNT(WS-ST-SUB, 3)
112100         OR ST-BOOK-BALANCE(WS-ST-SUB, 4) NOT =
112200             ST-OPEN-AMOUNT(WS-ST-SUB, 4)
112300         ADD 1 TO WS-SUSPENSE-DIFF-COUNT
112400     END-IF.
112500 4500-COMPARE-ONE-CURRENCY-EXIT.
112600     EXIT.
112700***************************************************************
112800*    4600-LOAD-BLOCKED-ITEMS  --  SUSPBLK OPEN ITEMS: EVERY    *
112900*    HISTORY ROW WITH DISPOSITION 'B' DATED IN OR BEFORE THE   *
113000*    PERIOD.                                                   *
113100***************************************************************
113200 4600-LOAD-BLOCKED-ITEMS.
113300     OPEN INPUT TXN-HISTORY-FILE.
113400     IF TXH-FILE-STATUS NOT = '00'
113500         AND TXH-FILE-STATUS NOT = '97'
113600         SET WS-TXH-UNAVAILABLE TO TRUE
113700         GO TO 4600-LOAD-BLOCKED-ITEMS-EXIT
113800     END-IF.
113900     MOVE LOW-VALUES TO TXH-KEY.
114000     START TXN-HISTORY-FILE
114100         KEY IS NOT LESS THAN TXH-KEY
114200         INVALID KEY
114300             SET WS-TXH-AT-EOF TO TRUE
114400     END-START.
114500     IF NOT WS-TXH-AT-EOF
114600         READ TXN-HISTORY-FILE NEXT
114700             AT END
114800                 SET WS-TXH-AT-EOF TO TRUE
114900         END-READ
115000     END-IF.
115100     PERFORM 4610-LOAD-ONE-HISTORY-ROW
115200         THRU 4610-LOAD-ONE-HISTORY-ROW-EXIT
115300         UNTIL WS-TXH-AT-EOF.
115400     CLOSE TXN-HISTORY-FILE.
115500 4600-LOAD-BLOCKED-ITEMS-EXIT.
115600     EXIT.
115700***************************************************************
115800*    4610-LOAD-ONE-HISTORY-ROW                                 *
115900***************************************************************
116000 4610-LOAD-ONE-HISTORY-ROW.
116100     IF TXH-DISP-BLOCKED
116200         AND TXH-BUSINESS-DATE NOT > WS-PERIOD-LAST-DATE
116300         ADD TXH-TXN-AMOUNT TO WS-BLK-OPEN-AMOUNT
116400         ADD 1 TO WS-BLK-OPEN-COUNT
116500     END-IF.
116600     READ TXN-HISTORY-FILE NEXT
116700         AT END
116800             SET WS-TXH-AT-EOF TO TRUE
116900     END-READ.
117000 4610-LOAD-ONE-HISTORY-ROW-EXIT.
117100     EXIT.
117200***************************************************************
117300*    4650-LOAD-ARCHIVED-BLOCKED  --  SUSPBLK OPEN ITEMS SWEPT  *
117400*    OFF THE HISTORY FILE BY ENQ215: EVERY 'B' ROW ON THE      *
117500*    HISTORY ARCHIVE (ALL GENERATIONS).  A KEY BLOCKED AGAIN   *
117600*    AFTER THE SWEEP WAS CREDITED TO SUSPBLK TWICE AND IS      *
117700*    COUNTED TWICE.                                            *
117800***************************************************************
117900 4650-LOAD-ARCHIVED-BLOCKED.
118000     OPEN INPUT TXN-ARCHIVE-FILE.
118100     IF TXHA-FILE-STATUS = '35'
118200         GO TO 4650-LOAD-ARCHIVED-BLOCKED-EXIT
118300     END-IF.
118400     READ TXN-ARCHIVE-FILE INTO ARCHIVE-RECORD
118500         AT END
118600             SET WS-TXHA-AT-EOF TO TRUE
118700     END-READ.
118800     PERFORM 4660-LOAD-ONE-ARCHIVED-HISTORY
118900         THRU 4660-LOAD-ONE-ARCHIVED-HISTORY-EXIT
119000         UNTIL WS-TXHA-AT-EOF.
119100     CLOSE TXN-ARCHIVE-FILE.
119200 4650-LOAD-ARCHIVED-BLOCKED-EXIT.
119300     EXIT.
119400***************************************************************
119500*    4660-LOAD-ONE-ARCHIVED-HISTORY  --  HEADERS, TRAILERS AND *
119600*    ROWS NOT BLOCKED ARE SKIPPED.                             *
119700***************************************************************
119800 4660-LOAD-ONE-ARCHIVED-HISTORY.
119900     IF ARCH-DATA-RECORD
120000         AND ARCH-FROM-TXN-HISTORY
120100         MOVE ARCH-ROW-IMAGE TO WS-ARCHIVED-HISTORY-ROW
120200         IF ATXH-DISP-BLOCKED
120300             AND ATXH-BUSINESS-DATE NOT > WS-PERIOD-LAST-DATE
120400             ADD ATXH-TXN-AMOUNT TO WS-BLK-OPEN-AMOUNT
120500             ADD 1 TO WS-BLK-OPEN-COUNT
120600             ADD 1 TO WS-BLK-ARCHIVED-COUNT
120700         END-IF
120800     END-IF.
120900     READ TXN-ARCHIVE-FILE INTO ARCHIVE-RECORD
121000         AT END
121100             SET WS-TXHA-AT-EOF TO TRUE
121200     END-READ.
121300 4660-LOAD-ONE-ARCHIVED-HISTORY-EXIT.
121400     EXIT.
121500***************************************************************
121600*    4700-TIE-BLOCKED-ITEMS  --  SUSPBLK'S BOOK BALANCE IN     *
121700*    EVERY CURRENCY, SUMMED, MUST EQUAL THE BLOCKED ITEMS.     *
121800***************************************************************
121900 4700-TIE-BLOCKED-ITEMS.
122000     MOVE ZERO TO WS-BLK-BOOK-BALANCE.
122100     PERFORM 4710-ADD-ONE-BLOCKED-BOOK
122200         THRU 4710-ADD-ONE-BLOCKED-BOOK-EXIT
122300         VARYING WS-ST-SUB FROM 1 BY 1
122400         UNTIL WS-ST-SUB > ST-TABLE-COUNT.
122500     IF WS-BLK-BOOK-BALANCE = WS-BLK-OPEN-AMOUNT
122600         AND NOT WS-TXH-UNAVAILABLE
122700         SET WS-BLOCKED-TIED TO TRUE
122800     ELSE
122900         SET WS-BLOCKED-NOT-TIED TO TRUE
123000     END-IF.
123100 4700-TIE-BLOCKED-ITEMS-EXIT.
123200     EXIT.
123300***************************************************************
123400*    4710-ADD-ONE-BLOCKED-BOOK                                 *
123500***************************************************************
123600 4710-ADD-ONE-BLOCKED-BOOK.
123700     ADD ST-BOOK-BALANCE(WS-ST-SUB, 2) TO WS-BLK-BOOK-BALANCE.
123800 4710-ADD-ONE-BLOCKED-BOOK-EXIT.
123900     EXIT.
124000***************************************************************
124100*    4800-ADD-ONE-OPEN-ITEM  --  THE ITEM IN WS-ITEM-RECORD    *
124200*    INTO SUSPENSE SLOT WS-SA-SUB FOR ITS CURRENCY.            *
124300***************************************************************
124400 4800-ADD-ONE-OPEN-ITEM.
124500     IF ITM-CURRENCY-CODE = SPACES
124600         MOVE WS-BASE-CURRENCY  TO WS-ST-CURRENCY
124700     ELSE
124800         MOVE ITM-CURRENCY-CODE TO WS-ST-CURRENCY
124900     END-IF.
125000     PERFORM 4900-FIND-SUSPENSE-SLOT
125100         THRU 4900-FIND-SUSPENSE-SLOT-EXIT.
125200     IF WS-ST-SLOT = ZERO
125300         GO TO 4800-ADD-ONE-OPEN-ITEM-EXIT
125400     END-IF.
125500     ADD ITM-TRANS-AMOUNT
125600         TO ST-OPEN-AMOUNT(WS-ST-SLOT, WS-SA-SUB).
125700     ADD 1 TO ST-OPEN-COUNT(WS-ST-SLOT, WS-SA-SUB).
125800 4800-ADD-ONE-OPEN-ITEM-EXIT.
125900     EXIT.
126000***************************************************************
126100*    4900-FIND-SUSPENSE-SLOT  --  FIND OR OPEN THE ENTRY FOR   *
126200*    WS-ST-CURRENCY.  A FULL TABLE RETURNS ZERO AND FAILS THE  *
126300*    TIE -- THE PERIOD ROW COULD NOT CARRY THE CURRENCY.       *
126400***************************************************************
126500 4900-FIND-SUSPENSE-SLOT.
126600     MOVE ZERO TO WS-ST-SLOT.
126700     PERFORM 4910-MATCH-ONE-SUSP-CURRENCY
126800         THRU 4910-MATCH-ONE-SUSP-CURRENCY-EXIT
126900         VARYING WS-ST-SUB FROM 1 BY 1
127000         UNTIL WS-ST-SUB > ST-TABLE-COUNT
127100            OR WS-ST-SLOT > ZERO.
127200     IF WS-ST-SLOT > ZERO
127300         GO TO 4900-FIND-SUSPENSE-SLOT-EXIT
127400     END-IF.
127500     IF ST-TABLE-COUNT = ST-MAX-ENTRIES
127600         SET WS-TABLE-FULL TO TRUE
127700         GO TO 4900-FIND-SUSPENSE-SLOT-EXIT
127800     END-IF.
127900     ADD 1 TO ST-TABLE-COUNT.
128000     MOVE ST-TABLE-COUNT TO WS-ST-SLOT.
128100     MOVE WS-ST-CURRENCY TO ST-CURRENCY-CODE(WS-ST-SLOT).
128200     PERFORM 4920-ZERO-ONE-SUSP-ACCOUNT
128300         THRU 4920-ZERO-ONE-SUSP-ACCOUNT-EXIT
128400         VARYING WS-SUB FROM 1 BY 1
128500         UNTIL WS-SUB > 4.
128600 4900-FIND-SUSPENSE-SLOT-EXIT.
128700     EXIT.
128800***************************************************************
128900*    4910-MATCH-ONE-SUSP-CURRENCY                              *
129000***************************************************************
129100 4910-MATCH-ONE-SUSP-CURRENCY.
129200     IF ST-CURRENCY-CODE(WS-ST-SUB) = WS-ST-CURRENCY
129300         MOVE WS-ST-SUB TO WS-ST-SLOT
129400     END-IF.
129500 4910-MATCH-ONE-SUSP-CURRENCY-EXIT.
129600     EXIT.
129700***************************************************************
129800*    4920-ZERO-ONE-SUSP-ACCOUNT                                *
129900***************************************************************
130000 4920-ZERO-ONE-SUSP-ACCOUNT.
130100     MOVE ZERO TO ST-OPENING-BALANCE(WS-ST-SLOT, WS-SUB)
130200                  ST-BOOK-BALANCE(WS-ST-SLOT, WS-SUB)
130300                  ST-OPEN-AMOUNT(WS-ST-SLOT, WS-SUB)
130400                  ST-OPEN-COUNT(WS-ST-SLOT, WS-SUB).
130500 4920-ZERO-ONE-SUSP-ACCOUNT-EXIT.
130600     EXIT.
130700***************************************************************
130800*    5000-PROVE-THE-MONTH  --  THE JOURNAL AGREES WITH ITS     *
130900*    CONTROL ROWS AND, NET OF THE TRANSFER SUSPENSE RELIEF,    *
131000*    WITH THE EXTRACT TRAILERS, EVERY CURRENCY                 *
131100*    BALANCES, NOTHING WAS DROPPED FROM A TABLE, AND EVERY     *
131200*    CALENDAR BUSINESS DAY IS LOADED.                          *
131300***************************************************************
131400 5000-PROVE-THE-MONTH.
131500     IF WS-PARM-IN-ERROR
131600         GO TO 5000-PROVE-THE-MONTH-EXIT
131700     END-IF.
131800     PERFORM 5100-PROVE-ONE-CURRENCY
131900         THRU 5100-PROVE-ONE-CURRENCY-EXIT
132000         VARYING WS-CB-SUB FROM 1 BY 1
132100         UNTIL WS-CB-SUB > CB-TABLE-COUNT.
132200     IF NOT WS-MTDJ-UNAVAILABLE
132300         AND NOT WS-CALENDAR-MISSING
132400         AND NOT WS-TABLE-FULL
132500         AND WS-DAYS-LOADED > ZERO
132600         AND WS-ORPHAN-LINE-COUNT = ZERO
132700         AND MD-TABLE-COUNT = ZERO
132800         AND WS-UNBALANCED-CCY-COUNT = ZERO
132900         AND WS-LINE-COUNT = WS-CTL-LINE-COUNT
133000         AND WS-LINE-DEBIT-TOTAL = WS-CTL-DEBIT-TOTAL
133100         AND WS-LINE-CREDIT-TOTAL = WS-CTL-CREDIT-TOTAL
133200         AND WS-CTL-DEBIT-TOTAL - WS-CTL-RELIEF-TOTAL
133300                                = WS-CTL-POST-AMOUNT
133400         AND WS-LINE-DEBIT-TOTAL = WS-LINE-CREDIT-TOTAL
133500         SET WS-MONTH-PROVEN TO TRUE
133600     ELSE
133700         SET WS-MONTH-NOT-PROVEN TO TRUE
133800     END-IF.
133900 5000-PROVE-THE-MONTH-EXIT.
134000     EXIT.
134100***************************************************************
134200*    5100-PROVE-ONE-CURRENCY                                   *
134300***************************************************************
134400 5100-PROVE-ONE-CURRENCY.
134500     IF CB-DEBIT-TOTAL(WS-CB-SUB) NOT = CB-CREDIT-TOTAL(WS-CB-SUB)
134600         ADD 1 TO WS-UNBALANCED-CCY-COUNT
134700     END-IF.
134800 5100-PROVE-ONE-CURRENCY-EXIT.
134900     EXIT.
135000***************************************************************
135100*    6000-SIGN-OFF-THE-PERIOD  --  MODE S ONLY, ON A PROVEN    *
135200*    MONTH NOT ALREADY SIGNED OFF.  WRITES THE LOCKED PERIOD   *
135300*    ROW; A ROW ALREADY THERE (AN UNLOCKED ONE CANNOT BE       *
135400*    WRITTEN BY THIS PROGRAM) IS A FAILED SIGN-OFF.            *
135500***************************************************************
135600 6000-SIGN-OFF-THE-PERIOD.
135700     IF WS-PARM-IN-ERROR
135800         OR NOT WS-SIGN-OFF-MODE
135900         OR NOT WS-MONTH-PROVEN
136000         OR WS-PERIOD-ALREADY-LOCKED
136100         GO TO 6000-SIGN-OFF-THE-PERIOD-EXIT
136200     END-IF.
136300     OPEN I-O PERIOD-CONTROL-FILE.
136400     IF PRDC-FILE-STATUS NOT = '00'
136500         SET WS-SIGN-OFF-FAILED TO TRUE
136600         GO TO 6000-SIGN-OFF-THE-PERIOD-EXIT
136700     END-IF.
136800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
136900     ACCEPT WS-CURRENT-TIME FROM TIME.
137000     MOVE SPACES TO PERIOD-CONTROL-RECORD.
137100     MOVE WS-PERIOD              TO PRDC-PERIOD.
137200     SET PRDC-IS-LOCKED          TO TRUE.
137300     MOVE WS-FIRST-LOADED-DATE   TO PRDC-FIRST-DATE.
137400     MOVE WS-LAST-LOADED-DATE    TO PRDC-LAST-DATE.
137500     MOVE WS-DAYS-LOADED         TO PRDC-DAYS-LOADED.
137600     MOVE WS-CTL-DEBIT-TOTAL     TO PRDC-JRNL-DEBIT-TOTAL.
137700     MOVE WS-CTL-CREDIT-TOTAL    TO PRDC-JRNL-CREDIT-TOTAL.
137800     MOVE WS-CTL-POST-COUNT      TO PRDC-POST-RECORD-COUNT.
137900     MOVE WS-CTL-POST-AMOUNT     TO PRDC-POST-AMOUNT-TOTAL.
138000     IF WS-SUSPENSE-TIED
138100         SET PRDC-SUSPENSE-TIED  TO TRUE
138200     ELSE
138300         MOVE 'N'                TO PRDC-SUSPENSE-TIED-SW
138400     END-IF.
138500     MOVE WS-PARM-SIGNED-OFF-BY  TO PRDC-SIGNED-OFF-BY.
138600     MOVE WS-PARM-APPROVED-BY    TO PRDC-APPROVED-BY.
138700     MOVE WS-CURRENT-DATE        TO PRDC-SIGNED-OFF-DATE.
138800     MOVE WS-CURRENT-TIME(1:6)   TO PRDC-SIGNED-OFF-TIME.
138900     MOVE ST-TABLE-COUNT         TO PRDC-SUSPENSE-COUNT.
139000     PERFORM 6100-CARRY-ONE-CURRENCY
139100         THRU 6100-CARRY-ONE-CURRENCY-EXIT
139200         VARYING WS-ST-SUB FROM 1 BY 1
139300         UNTIL WS-ST-SUB > 10.
139400     WRITE PERIOD-CONTROL-RECORD
139500         INVALID KEY
139600             SET WS-SIGN-OFF-FAILED TO TRUE
139700     END-WRITE.
139800     IF NOT WS-SIGN-OFF-FAILED
139900         SET WS-PERIOD-SIGNED-OFF TO TRUE
140000     END-IF.
140100     CLOSE PERIOD-CONTROL-FILE.
140200 6000-SIGN-OFF-THE-PERIOD-EXIT.
140300     EXIT.
140400***************************************************************
140500*    6100-CARRY-ONE-CURRENCY  --  THE CLOSING BOOK BALANCES    *
140600*    THE NEXT PERIOD OPENS WITH.  UNUSED ENTRIES ARE ZERO.     *
140700***************************************************************
140800 6100-CARRY-ONE-CURRENCY.
140900     IF WS-ST-SUB > ST-TABLE-COUNT
141000         MOVE SPACES TO PRDC-SUSP-CURRENCY-CODE(WS-ST-SUB)
141100         MOVE ZERO   TO PRDC-SUSPREJ-BALANCE(WS-ST-SUB)
141200                        PRDC-SUSPBLK-BALANCE(WS-ST-SUB)
141300                        PRDC-SUSPPND-BALANCE(WS-ST-SUB)
141400                        PRDC-SUSPHLD-BALANCE(WS-ST-SUB)
141500         GO TO 6100-CARRY-ONE-CURRENCY-EXIT
141600     END-IF.
141700     MOVE ST-CURRENCY-CODE(WS-ST-SUB)
141800         TO PRDC-SUSP-CURRENCY-CODE(WS-ST-SUB).
141900     MOVE ST-BOOK-BALANCE(WS-ST-SUB, 1)
142000         TO PRDC-SUSPREJ-BALANCE(WS-ST-SUB).
142100     MOVE ST-BOOK-BALANCE(WS-ST-SUB, 2)
142200         TO PRDC-SUSPBLK-BALANCE(WS-ST-SUB).
142300     MOVE ST-BOOK-BALANCE(WS-ST-SUB, 3)
142400         TO PRDC-SUSPPND-BALANCE(WS-ST-SUB).
142500     MOVE ST-BOOK-BALANCE(WS-ST-SUB, 4)
142600         TO PRDC-SUSPHLD-BALANCE(WS-ST-SUB).
142700 6100-CARRY-ONE-CURRENCY-EXIT.
142800     EXIT.
142900***************************************************************
143000*    7000-WRITE-CLOSE-REPORT                                   *
143100***************************************************************
143200 7000-WRITE-CLOSE-REPORT.
143300     IF WS-PARM-IN-ERROR
143400         GO TO 7000-WRITE-CLOSE-REPORT-EXIT
143500     END-IF.
143600     MOVE SPACES TO CLOSE-REPORT-LINE.
143700     IF WS-SIGN-OFF-MODE
143800         STRING 'PERIOD ' WS-PERIOD
143900             '  MODE S (PROOF AND SIGN-OFF)  SIGNED OFF BY '
144000             WS-PARM-SIGNED-OFF-BY
144100             '  APPROVED BY ' WS-PARM-APPROVED-BY
144200             DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
144300     ELSE
144400         STRING 'PERIOD ' WS-PERIOD
144500             '  MODE P (PROOF ONLY -- NOTHING UPDATED)'
144600             DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
144700     END-IF.
144800     WRITE CLOSE-REPORT-LINE.
144900     MOVE SPACES TO CLOSE-REPORT-LINE.
145000     IF WS-PERIOD-ALREADY-LOCKED
145100         MOVE WS-LOCKED-SIGNED-OFF-DATE TO WS-DATE-EDIT
145200         STRING 'PERIOD ALREADY SIGNED OFF ' WS-DATE-EDIT
145300             ' BY ' WS-LOCKED-SIGNED-OFF-BY
145400             ' APPROVED BY ' WS-LOCKED-APPROVED-BY
145500             DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
145600         WRITE CLOSE-REPORT-LINE
145700         MOVE SPACES TO CLOSE-REPORT-LINE
145800     END-IF.
145900     IF WS-PRIOR-PERIOD-FOUND
146000         STRING 'OPENING SUSPENSE BALANCES CARRIED FROM PERIOD '
146100             WS-PRIOR-PERIOD
146200             DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
146300     ELSE
146400         STRING 'NO SIGNED-OFF PERIOD ' WS-PRIOR-PERIOD
146500             ' -- SUSPENSE BALANCES OPEN AT ZERO'
146600             DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
146700     END-IF.
146800     WRITE CLOSE-REPORT-LINE.
146900     MOVE SPACES TO CLOSE-REPORT-LINE.
147000     WRITE CLOSE-REPORT-LINE.
147100     PERFORM 7100-WRITE-RECONCILIATION
147200         THRU 7100-WRITE-RECONCILIATION-EXIT.
147300     PERFORM 7200-WRITE-TRIAL-BALANCE
147400         THRU 7200-WRITE-TRIAL-BALANCE-EXIT.
147500     PERFORM 7300-WRITE-SUSPENSE-TIE
147600         THRU 7300-WRITE-SUSPENSE-TIE-EXIT.
147700     MOVE SPACES TO CLOSE-REPORT-LINE.
147800     WRITE CLOSE-REPORT-LINE.
147900     EVALUATE TRUE
148000         WHEN WS-MONTH-NOT-PROVEN
148100             MOVE 'MONTH DOES NOT PROVE -- PERIOD NOT SIGNED OFF.'
148200                 TO CLOSE-REPORT-LINE
148300         WHEN WS-SIGN-OFF-MODE AND WS-PERIOD-ALREADY-LOCKED
148400             MOVE 'PERIOD ALREADY SIGNED OFF -- NOT SIGNED AGAIN.'
148500                 TO CLOSE-REPORT-LINE
148600         WHEN WS-SIGN-OFF-FAILED
148700             STRING 'PERIOD CONTROL UPDATE FAILED, STATUS '
148800                 PRDC-FILE-STATUS ' -- PERIOD NOT SIGNED OFF.'
148900                 DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
149000         WHEN WS-PERIOD-SIGNED-OFF AND WS-SUSPENSE-NOT-TIED
149100             MOVE 'PERIOD SIGNED OFF AND LOCKED; THE SUSPENSE'
149200                 TO CLOSE-REPORT-LINE
149300             WRITE CLOSE-REPORT-LINE
149400             MOVE 'DIFFERENCES ABOVE RECORDED ON THE PERIOD ROW.'
149500                 TO CLOSE-REPORT-LINE
149600         WHEN WS-PERIOD-SIGNED-OFF
149700             MOVE 'PERIOD SIGNED OFF AND LOCKED.'
149800                 TO CLOSE-REPORT-LINE
149900         WHEN WS-SUSPENSE-NOT-TIED
150000             MOVE 'MONTH PROVEN; SUSPENSE DIFFERENCES ABOVE.'
150100                 TO CLOSE-REPORT-LINE
150200         WHEN OTHER
150300             MOVE 'MONTH PROVEN AND SUSPENSE TIED.'
150400                 TO CLOSE-REPORT-LINE
150500     END-EVALUATE.
150600     WRITE CLOSE-REPORT-LINE.
150700 7000-WRITE-CLOSE-REPORT-EXIT.
150800     EXIT.
150900***************************************************************
151000*    7100-WRITE-RECONCILIATION                                 *
151100***************************************************************
151200 7100-WRITE-RECONCILIATION.
151300     MOVE 'CUMULATIVE RECONCILIATION'
151400         TO CLOSE-REPORT-LINE.
151500     WRITE CLOSE-REPORT-LINE.
151600     MOVE SPACES TO CLOSE-REPORT-LINE.
151700     IF WS-MTDJ-UNAVAILABLE
151800         STRING 'MONTH-TO-DATE JOURNAL NOT OPENED, STATUS '
151900             MTDJ-FILE-STATUS
152000             DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
152100         WRITE CLOSE-REPORT-LINE
152200         MOVE SPACES TO CLOSE-REPORT-LINE
152300     END-IF.
152400     MOVE WS-DAYS-LOADED TO WS-REPORT-NUMERIC-EDIT.
152500     STRING 'DAYS LOADED                            : '
152600         WS-REPORT-NUMERIC-EDIT
152700         DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
152800     WRITE CLOSE-REPORT-LINE.
152900     MOVE SPACES TO CLOSE-REPORT-LINE.
153000     MOVE WS-CAL-BUSINESS-DAYS TO WS-REPORT-NUMERIC-EDIT.
153100     STRING 'CALENDAR BUSINESS DAYS                 : '
153200         WS-REPORT-NUMERIC-EDIT
153300         DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
153400     WRITE CLOSE-REPORT-LINE.
153500     MOVE SPACES TO CLOSE-REPORT-LINE.
153600     IF WS-CALENDAR-MISSING
153700         MOVE 'PROCESSING CALENDAR MISSING OR HAS NO BUSINESS DAY'
153800             TO CLOSE-REPORT-LINE
153900         WRITE CLOSE-REPORT-LINE
154000         MOVE '    IN THE PERIOD -- MONTH NOT PROVEN COMPLETE'
154100             TO CLOSE-REPORT-LINE
154200         WRITE CLOSE-REPORT-LINE
154300         MOVE SPACES TO CLOSE-REPORT-LINE
154400     END-IF.
154500     PERFORM 7110-WRITE-ONE-MISSING-DAY
154600         THRU 7110-WRITE-ONE-MISSING-DAY-EXIT
154700         VARYING WS-MD-SUB FROM 1 BY 1
154800         UNTIL WS-MD-SUB > MD-TABLE-COUNT.
154900     MOVE WS-CTL-LINE-COUNT TO WS-REPORT-NUMERIC-EDIT.
155000     STRING 'JOURNAL LINES PER DAY CONTROL ROWS     : '
155100         WS-REPORT-NUMERIC-EDIT
155200         DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
155300     WRITE CLOSE-REPORT-LINE.
155400     MOVE SPACES TO CLOSE-REPORT-LINE.
155500     MOVE WS-LINE-COUNT TO WS-REPORT-NUMERIC-EDIT.
155600     STRING 'JOURNAL LINES READ                     : '
155700         WS-REPORT-NUMERIC-EDIT
155800         DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
155900     WRITE CLOSE-REPORT-LINE.
156000     MOVE SPACES TO CLOSE-REPORT-LINE.
156100     MOVE WS-ORPHAN-LINE-COUNT TO WS-REPORT-NUMERIC-EDIT.
156200     STRING 'LINES WITH NO DAY CONTROL ROW          : '
156300         WS-REPORT-NUMERIC-EDIT
156400         DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
156500     WRITE CLOSE-REPORT-LINE.
156600     MOVE SPACES TO CLOSE-REPORT-LINE.
156700     MOVE WS-CTL-DEBIT-TOTAL TO WS-REPORT-AMOUNT-EDIT.
156800     STRING 'DEBITS PER DAY CONTROL ROWS            : '
156900         WS-REPORT-AMOUNT-EDIT
157000         DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
157100     WRITE CLOSE-REPORT-LINE.
157200     MOVE SPACES TO CLOSE-REPORT-LINE.
157300     MOVE WS-LINE-DEBIT-TOTAL TO WS-REPORT-AMOUNT-EDIT.
157400     STRING 'DEBITS PER JOURNAL LINES               : '
157500         WS-REPORT-AMOUNT-EDIT
157600         DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
157700     WRITE CLOSE-REPORT-LINE.
157800     MOVE SPACES TO CLOSE-REPORT-LINE.
157900     MOVE WS-CTL-CREDIT-TOTAL TO WS-REPORT-AMOUNT-EDIT.
158000     STRING 'CREDITS PER DAY CONTROL ROWS           : '
158100         WS-REPORT-AMOUNT-EDIT
158200         DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
158300     WRITE CLOSE-REPORT-LINE.
158400     MOVE SPACES TO CLOSE-REPORT-LINE.
158500     MOVE WS-LINE-CREDIT-TOTAL TO WS-REPORT-AMOUNT-EDIT.
158600     STRING 'CREDITS PER JOURNAL LINES              : '
158700         WS-REPORT-AMOUNT-EDIT
158800         DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
158900     WRITE CLOSE-REPORT-LINE.
159000     MOVE SPACES TO CLOSE-REPORT-LINE.
159100     MOVE WS-CTL-POST-COUNT TO WS-REPORT-NUMERIC-EDIT.
159200     STRING 'POSTED ITEMS PER EXTRACT TRAILERS      : '
159300         WS-REPORT-NUMERIC-EDIT
159400         DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
159500     WRITE CLOSE-REPORT-LINE.
159600     MOVE SPACES TO CLOSE-REPORT-LINE.
159700     MOVE WS-CTL-RELIEF-TOTAL TO WS-REPORT-AMOUNT-EDIT.
159800     STRING 'TRANSFER RELIEF PER DAY CONTROL ROWS   : '
159900         WS-REPORT-AMOUNT-EDIT
160000         DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
160100     WRITE CLOSE-REPORT-LINE.
160200     MOVE SPACES TO CLOSE-REPORT-LINE.
160300     MOVE WS-CTL-POST-AMOUNT TO WS-REPORT-AMOUNT-EDIT.
160400     STRING 'POSTED AMOUNT PER EXTRACT TRAILERS     : '
160500         WS-REPORT-AMOUNT-EDIT
160600         DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
160700     WRITE CLOSE-REPORT-LINE.
160800     MOVE SPACES TO CLOSE-REPORT-LINE.
160900     PERFORM 7120-WRITE-ONE-CURRENCY-LINE
161000         THRU 7120-WRITE-ONE-CURRENCY-LINE-EXIT
161100         VARYING WS-CB-SUB FROM 1 BY 1
161200         UNTIL WS-CB-SUB > CB-TABLE-COUNT.
161300     IF WS-TABLE-FULL
161400         MOVE 'A TRIAL BALANCE, CURRENCY OR SUSPENSE TABLE FILLED'
161500             TO CLOSE-REPORT-LINE
161600         WRITE CLOSE-REPORT-LINE
161700         MOVE '    -- THE FIGURES BELOW ARE INCOMPLETE'
161800             TO CLOSE-REPORT-LINE
161900         WRITE CLOSE-REPORT-LINE
162000         MOVE SPACES TO CLOSE-REPORT-LINE
162100     END-IF.
162200     WRITE CLOSE-REPORT-LINE.
162300 7100-WRITE-RECONCILIATION-EXIT.
162400     EXIT.
162500***************************************************************
162600*    7110-WRITE-ONE-MISSING-DAY                                *
162700***************************************************************
162800 7110-WRITE-ONE-MISSING-DAY.
162900     MOVE SPACES TO CLOSE-REPORT-LINE.
163000     MOVE MD-MISSING-DATE(WS-MD-SUB) TO WS-DATE-EDIT.
163100     STRING '    BUSINESS DAY NOT LOADED            : '
163200         WS-DATE-EDIT
163300         DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
163400     WRITE CLOSE-REPORT-LINE.
163500     MOVE SPACES TO CLOSE-REPORT-LINE.
163600 7110-WRITE-ONE-MISSING-DAY-EXIT.
163700     EXIT.
163800***************************************************************
163900*    7120-WRITE-ONE-CURRENCY-LINE                              *
164000***************************************************************
164100 7120-WRITE-ONE-CURRENCY-LINE.
164200     MOVE SPACES TO CLOSE-REPORT-LINE.
164300     MOVE CB-DEBIT-TOTAL(WS-CB-SUB)  TO WS-REPORT-AMOUNT-EDIT.
164400     MOVE CB-CREDIT-TOTAL(WS-CB-SUB) TO WS-REPORT-AMOUNT-EDIT-2.
164500     STRING 'CCY ' CB-CURRENCY-CODE(WS-CB-SUB)
164600         '  DEBITS ' WS-REPORT-AMOUNT-EDIT
164700         '  CREDITS ' WS-REPORT-AMOUNT-EDIT-2
164800         DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
164900     IF CB-DEBIT-TOTAL(WS-CB-SUB) NOT = CB-CREDIT-TOTAL(WS-CB-SUB)
165000         MOVE '  ** OUT OF BALANCE **' TO CLOSE-REPORT-LINE(83:22)
165100     END-IF.
165200     WRITE CLOSE-REPORT-LINE.
165300     MOVE SPACES TO CLOSE-REPORT-LINE.
165400 7120-WRITE-ONE-CURRENCY-LINE-EXIT.
165500     EXIT.
165600***************************************************************
165700*    7200-WRITE-TRIAL-BALANCE                                  *
165800***************************************************************
165900 7200-WRITE-TRIAL-BALANCE.
166000     MOVE SPACES TO CLOSE-REPORT-LINE.
166100     MOVE 'TRIAL BALANCE BY GL ACCOUNT AND CURRENCY'
166200         TO CLOSE-REPORT-LINE.
166300     WRITE CLOSE-REPORT-LINE.
166400     MOVE SPACES TO CLOSE-REPORT-LINE.
166500     PERFORM 7210-WRITE-ONE-TB-LINE
166600         THRU 7210-WRITE-ONE-TB-LINE-EXIT
166700         VARYING WS-TB-SUB FROM 1 BY 1
166800         UNTIL WS-TB-SUB > TB-TABLE-COUNT.
166900     MOVE SPACES TO CLOSE-REPORT-LINE.
167000     WRITE CLOSE-REPORT-LINE.
167100 7200-WRITE-TRIAL-BALANCE-EXIT.
167200     EXIT.
167300***************************************************************
167400*    7210-WRITE-ONE-TB-LINE  --  NET IS DEBIT LESS CREDIT.     *
167500***************************************************************
167600 7210-WRITE-ONE-TB-LINE.
167700     MOVE SPACES TO CLOSE-REPORT-LINE.
167800     COMPUTE WS-TB-NET = TB-DEBIT-TOTAL(WS-TB-SUB)
167900                       - TB-CREDIT-TOTAL(WS-TB-SUB).
168000     MOVE TB-DEBIT-TOTAL(WS-TB-SUB)  TO WS-REPORT-AMOUNT-EDIT.
168100     MOVE TB-CREDIT-TOTAL(WS-TB-SUB) TO WS-REPORT-AMOUNT-EDIT-2.
168200     MOVE WS-TB-NET                  TO WS-REPORT-AMOUNT-EDIT-3.
168300     STRING TB-ACCOUNT(WS-TB-SUB)
168400         ' ' TB-CURRENCY-CODE(WS-TB-SUB)
168500         '  DR ' WS-REPORT-AMOUNT-EDIT
168600         '  CR ' WS-REPORT-AMOUNT-EDIT-2
168700         '  NET ' WS-REPORT-AMOUNT-EDIT-3
168800         DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
168900     WRITE CLOSE-REPORT-LINE.
169000 7210-WRITE-ONE-TB-LINE-EXIT.
169100     EXIT.
169200***************************************************************
169300*    7300-WRITE-SUSPENSE-TIE                                   *
169400***************************************************************
169500 7300-WRITE-SUSPENSE-TIE.
169600     MOVE SPACES TO CLOSE-REPORT-LINE.
169700     MOVE 'SUSPENSE TIE (BOOK = NET CREDIT, OPEN = SUBLEDGER)'
169800         TO CLOSE-REPORT-LINE.
169900     WRITE CLOSE-REPORT-LINE.
170000     MOVE SPACES TO CLOSE-REPORT-LINE.
170100     PERFORM 7310-WRITE-ONE-SUSP-CURRENCY
170200         THRU 7310-WRITE-ONE-SUSP-CURRENCY-EXIT
170300         VARYING WS-ST-SUB FROM 1 BY 1
170400         UNTIL WS-ST-SUB > ST-TABLE-COUNT.
170500     PERFORM 7330-WRITE-BLOCKED-TIE
170600         THRU 7330-WRITE-BLOCKED-TIE-EXIT.
170700     MOVE WS-ARCHIVED-WOFF-COUNT TO WS-REPORT-NUMERIC-EDIT.
170800     STRING 'SUSPREJ WRITE-OFFS FROM THE ARCHIVE    : '
170900         WS-REPORT-NUMERIC-EDIT
171000         DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
171100     WRITE CLOSE-REPORT-LINE.
171200     MOVE SPACES TO CLOSE-REPORT-LINE.
171300     MOVE WS-ARCHIVED-LIVE-COUNT TO WS-REPORT-NUMERIC-EDIT.
171400     STRING 'ARCHIVED KEYS BACK ON THE MASTER       : '
171500         WS-REPORT-NUMERIC-EDIT
171600         DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
171700     WRITE CLOSE-REPORT-LINE.
171800     MOVE SPACES TO CLOSE-REPORT-LINE.
171900     MOVE WS-SUSPENSE-DIFF-COUNT TO WS-REPORT-NUMERIC-EDIT.
172000     STRING 'CURRENCIES WITH A SUSPENSE DIFFERENCE  : '
172100         WS-REPORT-NUMERIC-EDIT
172200         DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
172300     WRITE CLOSE-REPORT-LINE.
172400 7300-WRITE-SUSPENSE-TIE-EXIT.
172500     EXIT.
172600***************************************************************
172700*    7310-WRITE-ONE-SUSP-CURRENCY                              *
172800***************************************************************
172900 7310-WRITE-ONE-SUSP-CURRENCY.
173000     PERFORM 7320-WRITE-ONE-SUSP-LINE
173100         THRU 7320-WRITE-ONE-SUSP-LINE-EXIT
173200         VARYING WS-SA-SUB FROM 1 BY 1
173300         UNTIL WS-SA-SUB > 4.
173400 7310-WRITE-ONE-SUSP-CURRENCY-EXIT.
173500     EXIT.
173600***************************************************************
173700*    7320-WRITE-ONE-SUSP-LINE  --  OPENING, BOOK AND OPEN      *
173800*    ITEMS FOR ONE ACCOUNT IN ONE CURRENCY, THEN THE TIE.      *
173900***************************************************************
174000 7320-WRITE-ONE-SUSP-LINE.
174100     MOVE SPACES TO CLOSE-REPORT-LINE.
174200     MOVE ST-OPENING-BALANCE(WS-ST-SUB, WS-SA-SUB)
174300         TO WS-REPORT-AMOUNT-EDIT.
174400     MOVE ST-BOOK-BALANCE(WS-ST-SUB, WS-SA-SUB)
174500         TO WS-REPORT-AMOUNT-EDIT-2.
174600     STRING WS-SUSP-ACCOUNT(WS-SA-SUB)
174700         ' ' ST-CURRENCY-CODE(WS-ST-SUB)
174800         '  OPENING ' WS-REPORT-AMOUNT-EDIT
174900         '  BOOK ' WS-REPORT-AMOUNT-EDIT-2
175000         DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
175100     WRITE CLOSE-REPORT-LINE.
175200     MOVE SPACES TO CLOSE-REPORT-LINE.
175300     IF WS-SA-SUB = 2
175400         MOVE '    TIED IN TOTAL ACROSS CURRENCIES -- SEE BELOW'
175500             TO CLOSE-REPORT-LINE
175600         WRITE CLOSE-REPORT-LINE
175700         GO TO 7320-WRITE-ONE-SUSP-LINE-EXIT
175800     END-IF.
175900     MOVE ST-OPEN-COUNT(WS-ST-SUB, WS-SA-SUB)
176000         TO WS-REPORT-NUMERIC-EDIT.
176100     MOVE ST-OPEN-AMOUNT(WS-ST-SUB, WS-SA-SUB)
176200         TO WS-REPORT-AMOUNT-EDIT.
176300     COMPUTE WS-SUSP-DIFFERENCE =
176400         ST-BOOK-BALANCE(WS-ST-SUB, WS-SA-SUB)
176500         - ST-OPEN-AMOUNT(WS-ST-SUB, WS-SA-SUB).
176600     MOVE WS-SUSP-DIFFERENCE TO WS-REPORT-AMOUNT-EDIT-2.
176700     STRING '    OPEN ITEMS ' WS-REPORT-NUMERIC-EDIT
176800         '  AMOUNT ' WS-REPORT-AMOUNT-EDIT
176900         '  DIFFERENCE ' WS-REPORT-AMOUNT-EDIT-2
177000         DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
177100     IF WS-SUSP-DIFFERENCE = ZERO
177200         MOVE '  TIED'        TO CLOSE-REPORT-LINE(91:6)
177300     ELSE
177400         MOVE '  ** NOT TIED **' TO CLOSE-REPORT-LINE(91:16)
177500     END-IF.
177600     WRITE CLOSE-REPORT-LINE.
177700 7320-WRITE-ONE-SUSP-LINE-EXIT.
177800     EXIT.
177900***************************************************************
178000*    7330-WRITE-BLOCKED-TIE  --  SUSPBLK IN TOTAL AGAINST THE  *
178100*    BLOCKED ITEMS ON THE HISTORY FILE AND ITS ARCHIVE.        *
178200***************************************************************
178300 7330-WRITE-BLOCKED-TIE.
178400     MOVE SPACES TO CLOSE-REPORT-LINE.
178500     MOVE WS-BLK-BOOK-BALANCE TO WS-REPORT-AMOUNT-EDIT.
178600     STRING 'SUSPBLK ALL CURRENCIES  BOOK ' WS-REPORT-AMOUNT-EDIT
178700         DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
178800     WRITE CLOSE-REPORT-LINE.
178900     MOVE SPACES TO CLOSE-REPORT-LINE.
179000     IF WS-TXH-UNAVAILABLE
179100         STRING '    TXHISTK NOT AVAILABLE, STATUS '
179200             TXH-FILE-STATUS
179300             ' -- BLOCKED ITEMS NOT COUNTED  ** NOT TIED **'
179400             DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
179500         WRITE CLOSE-REPORT-LINE
179600         MOVE SPACES TO CLOSE-REPORT-LINE
179700         GO TO 7330-WRITE-BLOCKED-TIE-EXIT
179800     END-IF.
179900     MOVE WS-BLK-OPEN-COUNT  TO WS-REPORT-NUMERIC-EDIT.
180000     MOVE WS-BLK-OPEN-AMOUNT TO WS-REPORT-AMOUNT-EDIT.
180100     COMPUTE WS-SUSP-DIFFERENCE =
180200         WS-BLK-BOOK-BALANCE - WS-BLK-OPEN-AMOUNT.
180300     MOVE WS-SUSP-DIFFERENCE TO WS-REPORT-AMOUNT-EDIT-2.
180400     STRING '    OPEN ITEMS ' WS-REPORT-NUMERIC-EDIT
180500         '  AMOUNT ' WS-REPORT-AMOUNT-EDIT
180600         '  DIFFERENCE ' WS-REPORT-AMOUNT-EDIT-2
180700         DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
180800     IF WS-BLOCKED-TIED
180900         MOVE '  TIED'        TO CLOSE-REPORT-LINE(91:6)
181000     ELSE
181100         MOVE '  ** NOT TIED **' TO CLOSE-REPORT-LINE(91:16)
181200     END-IF.
181300     WRITE CLOSE-REPORT-LINE.
181400     MOVE SPACES TO CLOSE-REPORT-LINE.
181500     MOVE WS-BLK-ARCHIVED-COUNT TO WS-REPORT-NUMERIC-EDIT.
181600     STRING 'SUSPBLK ITEMS FROM THE HISTORY ARCHIVE : '
181700         WS-REPORT-NUMERIC-EDIT
181800         DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
181900     WRITE CLOSE-REPORT-LINE.
182000     MOVE SPACES TO CLOSE-REPORT-LINE.
182100 7330-WRITE-BLOCKED-TIE-EXIT.
182200     EXIT.
182300***************************************************************
182400*    8000-TERMINATE                                            *
182500***************************************************************
182600 8000-TERMINATE.
182700     CLOSE CLOSE-REPORT-FILE.
182800     EVALUATE TRUE
182900         WHEN WS-PARM-IN-ERROR
183000         WHEN WS-MONTH-NOT-PROVEN
183100         WHEN WS-SIGN-OFF-FAILED
183200             MOVE 8 TO RETURN-CODE
183300         WHEN WS-SIGN-OFF-MODE AND WS-PERIOD-ALREADY-LOCKED
183400             MOVE 8 TO RETURN-CODE
183500         WHEN WS-SUSPENSE-NOT-TIED
183600             MOVE 4 TO RETURN-CODE
183700         WHEN OTHER
183800             MOVE 0 TO RETURN-CODE
183900     END-EVALUATE.
184000 8000-TERMINATE-EXIT.
184100     EXIT.
