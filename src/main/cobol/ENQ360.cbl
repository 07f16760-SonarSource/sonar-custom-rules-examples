000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ENQ360.
000300 AUTHOR.        D L MERCER.
000400 INSTALLATION.  DAILY PROCESSING.
000500 DATE-WRITTEN.  2026-10-14.
000600 DATE-COMPILED.
000700***************************************************************
000800*                                                              *
000900*   ENQ360  --  PER-ACCOUNT STATEMENTS FROM THE HISTORY KSDS   *
001000*                                                              *
001100*   THE SOURCES AND THE ACCOUNT DESKS HAD NO WAY TO SEE        *
001200*   EVERYTHING THAT HIT ONE ACCOUNT OVER A PERIOD -- ONLY A    *
001300*   DAY AT A TIME, FROM THE ACK FEEDS AND THE DAILY REPORTS.   *
001400*   THIS JOB READS THE HISTORY KSDS (TXHISTK) FOR A            *
001500*   STATEMENT PERIOD (ONE CALENDAR MONTH) AND PRODUCES, FOR    *
001600*   EACH SOURCE/ACCOUNT THAT HAD HISTORY IN IT, A STATEMENT    *
001700*   SHOWING:                                                   *
001800*     - THE OPENING CONSUMED POSITION, AS AT THE BUSINESS DAY  *
001900*       BEFORE THE PERIOD'S FIRST BUSINESS DAY;                *
002000*     - EVERY TRANSACTION IN THE PERIOD WITH ITS DISPOSITION   *
002100*       (PROCESSED, REJECTED, BLOCKED, PARKED, HELD), ITS      *
002200*       REVERSAL STATUS, AND -- WHEN THE ITEM WENT THROUGH     *
002300*       SUSPENSE -- ITS REJECT REASONS AND SUSPENSE STATUS     *
002400*       FROM THE SUSPENSE MASTER (SUSPMSTK);                   *
002500*     - THE TRANSFER CREDITS THE ACCOUNT RECEIVED (TYPE-04     *
002600*       ROWS ARE KEYED UNDER THE DEBIT ACCOUNT, SO THEY ARE    *
002700*       COLLECTED ON THE SWEEP AND LISTED AFTER THE ACCOUNT'S  *
002800*       OWN ROWS);                                             *
002900*     - COUNTS BY DISPOSITION, THE PERIOD'S CONSUMPTION AND    *
003000*       THE CLOSING CONSUMED POSITION, AS AT THE PERIOD'S      *
003100*       LAST BUSINESS DAY.                                     *
003200*                                                              *
003300*   ENTITLEMENT IS CONSUMED AGAINST A DAILY LIMIT AND RESETS   *
003400*   EACH BUSINESS DAY, SO A "POSITION" IS ONE DAY'S CONSUMED   *
003500*   TOTAL, RECOMPUTED THE SAME WAY ENQ185 PROVES IT:           *
003600*   TXH-BASE-AMOUNT OF PROCESSED, NON-REVERSAL, NOT-REVERSED   *
003700*   ROWS, LESS TRANSFER CREDIT LEGS RECEIVED.  A BLOCKED ROW   *
003800*   MAY OR MAY NOT HAVE CONSUMED (SEE ENQ185), SO A POSITION   *
003900*   WITH ONE BEHIND IT IS MARKED NOT CERTAIN.  POSITIONS ARE   *
004000*   AS THE HISTORY STANDS WHEN THE STATEMENT IS RUN -- A       *
004100*   LATER REVERSAL MARKS ITS ORIGINAL REVERSED AND TAKES IT    *
004200*   OUT OF THE POSITION IT WAS IN.                             *
004300*                                                              *
004400*   THE HISTORY KEEPS ONE ROW PER KEY, UPDATED IN PLACE, SO A  *
004500*   REJECTED ITEM REWORKED INTO A LATER RUN IS LISTED ONCE,    *
004600*   UNDER ITS LATEST DATE AND OUTCOME; THE REASONS IT WAS      *
004700*   REJECTED FOR COME FROM ITS SUSPENSE MASTER ROW.  A ROW     *
004800*   PURGED FROM THE HISTORY (ENQ215) IS NOT ON A STATEMENT.    *
004900*                                                              *
005000*   OUTPUTS                                                    *
005100*     STMTPRT   THE STATEMENTS, ONE TO A PAGE, READY TO PRINT. *
005200*     STMX01-08 A FIXED-LAYOUT EXTRACT PER SOURCE: AN 'A'      *
005300*               ACCOUNT RECORD WITH THE POSITIONS, A 'D'       *
005400*               RECORD PER ITEM, AND A 'T' TRAILER PER SOURCE  *
005500*               WITH ITS COUNTS AND AMOUNT TOTAL.  THE SLOT    *
005600*               IS THE SOURCE'S ACK SLOT ON THE SOURCE MASTER  *
005700*               (SRCMSTK) -- THE SAME ARRANGEMENT AND THE SAME *
005800*               FALLBACKS AS THE ENQ245 ACK FEEDS.  A SOURCE   *
005900*               WITH NO ACK FEED (SLOT 00) GETS STATEMENTS     *
006000*               BUT NO EXTRACT, BY DESIGN.                     *
006100*     STMTRPT   THE RUN REPORT: PERIOD, DATES, COUNTS AND THE  *
006200*               SLOT-TO-SOURCE MAP.                            *
006300*                                                              *
006400*   PARM:  COLUMNS 1-8   BUSINESS DATE (YYYYMMDD)              *
006500*          COLUMN  9     'M' = MONTHLY RUN, EVERY ACCOUNT      *
006600*                        'A' = ONE ACCOUNT, ON DEMAND          *
006700*          COLUMNS 10-15 ACCOUNT ('A' ONLY)                    *
006800*          COLUMNS 16-21 PERIOD (YYYYMM), OPTIONAL ON 'A' --   *
006900*                        BLANK MEANS THE MONTH BEFORE THE      *
007000*                        BUSINESS DATE, WHICH IS ALWAYS THE    *
007100*                        PERIOD OF A MONTHLY RUN               *
007200*          COLUMNS 22-29 SOURCE, OPTIONAL ON 'A' -- BLANK      *
007300*                        MEANS EVERY SOURCE                    *
007400*   E.G. PARM='20261102M' OR PARM='20261102A004417202609'.     *
007500*                                                              *
007600*   THE MONTHLY RUN IS SCHEDULED OFF THE PROCESSING CALENDAR   *
007700*   (CALFILE): IT RUNS ONLY ON THE FIRST BUSINESS DAY OF A     *
007800*   MONTH AND STATES THE MONTH BEFORE.  AN ON-DEMAND PERIOD    *
007900*   MAY BE THE CURRENT MONTH, STATED UP TO THE BUSINESS DATE.  *
008000*                                                              *
008100*   RETURN CODES:  0 = STATEMENTS PRODUCED, OR A MONTHLY RUN   *
008200*   ON A DAY THAT IS NOT THE FIRST BUSINESS DAY (NOT DUE --    *
008300*   NOTHING PRODUCED, SEE STMTRPT);  4 = A SOURCE WITH         *
008400*   NO EXTRACT SLOT (NOT ON THE SOURCE MASTER, CLOSED, OR MORE *
008500*   SOURCES THAN SLOTS) OR AN ON-DEMAND ACCOUNT WITH NO        *
008600*   HISTORY IN THE PERIOD -- THE STATEMENTS STAND, HOLD THE    *
008700*   EXTRACTS;  8 = BAD PARM, NO CALENDAR OR NO BUSINESS DAY    *
008800*   IN THE PERIOD, HISTORY NOT OPENED, OR A TABLE OVERFLOW --  *
008900*   NO STATEMENTS PRODUCED.                                    *
009000*                                                              *
009100*   MODIFICATION HISTORY                                       *
009200*   DATE       INIT  DESCRIPTION                               *
009300*   ---------- ----  ------------------------------------------*
009400*   2026-10-14 DLM   ORIGINAL VERSION.                         *
009500*   2026-10-15 DLM   A MONTHLY RUN ON ANY OTHER DAY THAN THE   *
009600*                    FIRST BUSINESS DAY ENDS RC=0, NOT DUE.    *
009700*   2026-10-15 DLM   HISTORY KSDS OPEN STATUS 97 (OPENED AFTER *
009800*                    AN IMPLICIT VERIFY) ACCEPTED AS A GOOD    *
009900*                    OPEN.                                     *
010000*                                                              *
010100***************************************************************
010200 ENVIRONMENT DIVISION.
010300 CONFIGURATION SECTION.
010400 SOURCE-COMPUTER.   IBM-Z15.
010500 OBJECT-COMPUTER.   IBM-Z15.
010600 INPUT-OUTPUT SECTION.
010700 FILE-CONTROL.
010800     SELECT TXN-HISTORY-FILE
010900         ASSIGN TO TXHISTFL
011000         ORGANIZATION IS INDEXED
011100         ACCESS MODE IS DYNAMIC
011200         RECORD KEY IS TXH-KEY
011300         FILE STATUS IS TXH-FILE-STATUS.
011400
011500     SELECT SUSPENSE-MASTER-FILE
011600         ASSIGN TO SUSPMST
011700         ORGANIZATION IS INDEXED
011800         ACCESS MODE IS DYNAMIC
011900         RECORD KEY IS SUSM-KEY
012000         FILE STATUS IS SUSM-FILE-STATUS.
012100
012200     SELECT SOURCE-MASTER-FILE
012300         ASSIGN TO SRCMSTK
012400         ORGANIZATION IS INDEXED
012500         ACCESS MODE IS DYNAMIC
012600         RECORD KEY IS SRCM-KEY
012700         FILE STATUS IS SRCM-FILE-STATUS.
012800
012900     SELECT CALENDAR-FILE
013000         ASSIGN TO CALFILE
013100         ORGANIZATION IS SEQUENTIAL
013200         FILE STATUS IS CAL-FILE-STATUS.
013300
013400     SELECT STMT-PRINT-FILE
013500         ASSIGN TO STMTPRT
013600         ORGANIZATION IS SEQUENTIAL.
013700
013800     SELECT STMT-REPORT-FILE
013900         ASSIGN TO STMTRPT
014000         ORGANIZATION IS SEQUENTIAL.
014100
014200     SELECT STMX-1-FILE
014300         ASSIGN TO STMX01
014400         ORGANIZATION IS SEQUENTIAL.
014500
014600     SELECT STMX-2-FILE
014700         ASSIGN TO STMX02
014800         ORGANIZATION IS SEQUENTIAL.
014900
015000     SELECT STMX-3-FILE
015100         ASSIGN TO STMX03
015200         ORGANIZATION IS SEQUENTIAL.
015300
015400     SELECT STMX-4-FILE
015500         ASSIGN TO STMX04
015600         ORGANIZATION IS SEQUENTIAL.
015700
015800     SELECT STMX-5-FILE
015900         ASSIGN TO STMX05
016000         ORGANIZATION IS SEQUENTIAL.
016100
016200     SELECT STMX-6-FILE
016300         ASSIGN TO STMX06
016400         ORGANIZATION IS SEQUENTIAL.
016500
016600     SELECT STMX-7-FILE
016700         ASSIGN TO STMX07
016800         ORGANIZATION IS SEQUENTIAL.
016900
017000     SELECT STMX-8-FILE
017100         ASSIGN TO STMX08
017200         ORGANIZATION IS SEQUENTIAL.
017300 DATA DIVISION.
017400 FILE SECTION.
017500 FD  TXN-HISTORY-FILE.
017600 COPY TXHISTK.
017700
017800 FD  SUSPENSE-MASTER-FILE.
017900 COPY SUSPMSTK.
018000
018100 FD  SOURCE-MASTER-FILE.
018200 COPY SRCMSTK.
018300
018400 FD  CALENDAR-FILE
018500     RECORDING MODE IS F.
018600 COPY CALREC.
018700
018800 FD  STMT-PRINT-FILE
018900     RECORDING MODE IS F.
019000 01  STMT-PRINT-LINE                PIC X(132).
019100
019200 FD  STMT-REPORT-FILE
019300     RECORDING MODE IS F.
019400 01  STMT-REPORT-LINE               PIC X(132).
019500
019600 FD  STMX-1-FILE
019700     RECORDING MODE IS F.
019800 01  STMX-1-RECORD                  PIC X(100).
019900
020000 FD  STMX-2-FILE
020100     RECORDING MODE IS F.
020200 01  STMX-2-RECORD                  PIC X(100).
020300
020400 FD  STMX-3-FILE
020500     RECORDING MODE IS F.
020600 01  STMX-3-RECORD                  PIC X(100).
020700
020800 FD  STMX-4-FILE
020900     RECORDING MODE IS F.
021000 01  STMX-4-RECORD                  PIC X(100).
021100
021200 FD  STMX-5-FILE
021300     RECORDING MODE IS F.
021400 01  STMX-5-RECORD                  PIC X(100).
021500
021600 FD  STMX-6-FILE
021700     RECORDING MODE IS F.
021800 01  STMX-6-RECORD                  PIC X(100).
021900
022000 FD  STMX-7-FILE
022100     RECORDING MODE IS F.
022200 01  STMX-7-RECORD                  PIC X(100).
022300
022400 FD  STMX-8-FILE
022500     RECORDING MODE IS F.
022600 01  STMX-8-RECORD                  PIC X(100).
022700
022800 WORKING-STORAGE SECTION.
022900***************************************************************
023000*    FILE STATUS, SWEEP CONTROL AND RESULT SWITCHES            *
023100***************************************************************
023200 77  TXH-FILE-STATUS                 PIC X(02)  VALUE '00'.
023300 77  SUSM-FILE-STATUS                PIC X(02)  VALUE '00'.
023400 77  SRCM-FILE-STATUS                PIC X(02)  VALUE '00'.
023500 77  CAL-FILE-STATUS                 PIC X(02)  VALUE '00'.
023600 77  TXH-EOF-SW                      PIC X(01)  VALUE 'N'.
023700     88  TXH-AT-EOF                      VALUE 'Y'.
023800 77  WS-ACCT-ROWS-SW                 PIC X(01)  VALUE 'N'.
023900     88  WS-ACCT-ROWS-DONE               VALUE 'Y'.
024000 77  WS-CAL-EOF-SW                   PIC X(01)  VALUE 'N'.
024100     88  WS-CAL-AT-EOF                   VALUE 'Y'.
024200 77  WS-PARM-ERROR-SW                PIC X(01)  VALUE 'N'.
024300     88  WS-PARM-IN-ERROR                VALUE 'Y'.
024400 77  WS-CALENDAR-ERROR-SW            PIC X(01)  VALUE 'N'.
024500     88  WS-CALENDAR-IN-ERROR            VALUE 'Y' 'D'.
024600     88  WS-MONTHLY-RUN-NOT-DUE          VALUE 'D'.
024700 77  WS-HISTORY-ERROR-SW             PIC X(01)  VALUE 'N'.
024800     88  WS-HISTORY-NOT-OPENED           VALUE 'Y'.
024900 77  WS-TABLE-FULL-SW                PIC X(01)  VALUE 'N'.
025000     88  WS-TABLE-OVERFLOWED             VALUE 'Y'.
025100 77  WS-RUN-MODE                     PIC X(01)  VALUE SPACE.
025200     88  WS-MONTHLY-RUN                  VALUE 'M'.
025300     88  WS-ON-DEMAND-RUN                VALUE 'A'.
025400 77  WS-QUALIFIES-SW                 PIC X(01)  VALUE 'N'.
025500     88  WS-ROW-QUALIFIES                VALUE 'Y'.
025600 77  WS-IN-PERIOD-SW                 PIC X(01)  VALUE 'N'.
025700     88  WS-ROW-IN-PERIOD                VALUE 'Y'.
025800 77  WS-CONSUMING-SW                 PIC X(01)  VALUE 'N'.
025900     88  WS-ROW-CONSUMED                 VALUE 'Y'.
026000***************************************************************
026100*    SUSPENSE MASTER (SUSPMSTK) AND SOURCE MASTER (SRCMSTK).   *
026200*    BOTH ARE OPTIONAL: WITHOUT THE FIRST THE REJECT REASONS   *
026300*    ARE SHOWN AS UNAVAILABLE, WITHOUT THE SECOND THE EXTRACT  *
026400*    SLOTS ARE ASSIGNED IN FIRST-SEEN ORDER (AS ENQ245).       *
026500***************************************************************
026600 77  WS-SUSPMSTR-OPEN-SW             PIC X(01)  VALUE 'N'.
026700     88  WS-SUSPMSTR-OPEN                VALUE 'Y'.
026800 77  WS-SUSM-FOUND-SW                PIC X(01)  VALUE 'N'.
026900     88  WS-SUSM-FOUND                   VALUE 'Y'.
027000 77  WS-SRCMSTR-OPEN-SW              PIC X(01)  VALUE 'N'.
027100     88  WS-SRCMSTR-OPEN                 VALUE 'Y'.
027200 77  WS-SRCMSTR-EOF-SW               PIC X(01)  VALUE 'N'.
027300     88  WS-SRCMSTR-AT-EOF               VALUE 'Y'.
027400 77  WS-UNSLOTTED-SW                 PIC X(01)  VALUE 'N'.
027500     88  WS-SOURCE-UNSLOTTED             VALUE 'Y'.
027600 77  WS-OVERFLOW-SW                  PIC X(01)  VALUE 'N'.
027700     88  WS-SOURCES-OVERFLOWED           VALUE 'Y'.
027800***************************************************************
027900*    THE RUN'S DATES.  THE PERIOD RUNS FROM ITS FIRST TO ITS   *
028000*    LAST CALENDAR DAY (CUT OFF AT THE BUSINESS DATE); THE     *
028100*    OPENING AND CLOSING DATES ARE BUSINESS DAYS FROM CALFILE. *
028200***************************************************************
028300 01  WS-BUSINESS-DATE-PARTS.
028400     05  WS-BUS-PERIOD               PIC 9(06).
028500     05  WS-BUS-PERIOD-PARTS REDEFINES WS-BUS-PERIOD.
028600         10  WS-BUS-YEAR             PIC 9(04).
028700         10  WS-BUS-MONTH            PIC 9(02).
028800     05  WS-BUS-DAY                  PIC 9(02).
028900 01  WS-BUSINESS-DATE REDEFINES WS-BUSINESS-DATE-PARTS
029000                                     PIC 9(08).
029100 01  WS-PERIOD.
029200     05  WS-PERIOD-YEAR              PIC 9(04).
029300     05  WS-PERIOD-MONTH             PIC 9(02).
029400 01  WS-PERIOD-NUMBER REDEFINES WS-PERIOD
029500                                     PIC 9(06).
029600 01  WS-WORK-DATE-PARTS.
029700     05  WS-WORK-PERIOD              PIC 9(06).
029800     05  WS-WORK-DAY                 PIC 9(02).
029900 01  WS-WORK-DATE REDEFINES WS-WORK-DATE-PARTS
030000                                     PIC 9(08).
030100 77  WS-PERIOD-FIRST-DATE            PIC 9(08)  VALUE ZERO.
030200 77  WS-PERIOD-LAST-DATE             PIC 9(08)  VALUE ZERO.
030300 77  WS-FIRST-BUSINESS-DAY           PIC 9(08)  VALUE ZERO.
030400 77  WS-LAST-BUSINESS-DAY            PIC 9(08)  VALUE ZERO.
030500 77  WS-OPENING-DATE                 PIC 9(08)  VALUE ZERO.
030600 77  WS-CAL-BUSINESS-DAYS            PIC 9(04) COMP VALUE ZERO.
030700 77  WS-BUSDATE-ON-CAL-SW            PIC X(01)  VALUE 'N'.
030800     88  WS-BUSDATE-IS-FIRST-DAY         VALUE 'Y'.
030900***************************************************************
031000*    THE PARM, LEFT-JUSTIFIED INTO A FIXED WORK AREA SO THE    *
031100*    OPTIONAL TRAILING COLUMNS READ AS SPACES WHEN OMITTED.    *
031200***************************************************************
031300 01  WS-PARM-WORK.
031400     05  WS-PARM-DATE-TEXT           PIC X(08).
031500     05  WS-PARM-MODE-TEXT           PIC X(01).
031600     05  WS-PARM-ACCOUNT-TEXT        PIC X(06).
031700     05  WS-PARM-PERIOD-TEXT         PIC X(06).
031800     05  WS-PARM-PERIOD-NUMBER REDEFINES WS-PARM-PERIOD-TEXT
031900                                     PIC 9(06).
032000     05  WS-PARM-SOURCE-TEXT         PIC X(08).
032100 77  WS-PARM-ACCOUNT                 PIC X(06)  VALUE SPACES.
032200 77  WS-PARM-SOURCE                  PIC X(08)  VALUE SPACES.
032300***************************************************************
032400*    STATEMENT ACCOUNTS -- ONE ENTRY PER SOURCE/ACCOUNT WITH   *
032500*    HISTORY ON THE OPENING DATE OR IN THE PERIOD.             *
032600***************************************************************
032700 01  SA-TABLE-CONTROL.
032800     05  SA-TABLE-COUNT              PIC 9(04) COMP VALUE ZERO.
032900     05  SA-MAX-ENTRIES              PIC 9(04) COMP VALUE 3000.
033000     05  SA-TABLE OCCURS 3000 TIMES.
033100         10  SA-SOURCE               PIC X(08).
033200         10  SA-ACCOUNT              PIC X(06).
033300         10  SA-OPENING-POSITION     PIC S9(11)V99 COMP-3.
033400         10  SA-PERIOD-CONSUMED      PIC S9(11)V99 COMP-3.
033500         10  SA-CLOSING-POSITION     PIC S9(11)V99 COMP-3.
033600         10  SA-ITEM-COUNT           PIC 9(05) COMP.
033700*        'Y' WHEN A BLOCKED ROW STANDS BEHIND THE FIGURE --
033800*        IT MAY OR MAY NOT HAVE CONSUMED (SEE THE HEADER).
033900         10  SA-OPEN-UNCERTAIN-SW    PIC X(01).
034000         10  SA-PERIOD-UNCERTAIN-SW  PIC X(01).
034100         10  SA-CLOSE-UNCERTAIN-SW   PIC X(01).
034200 77  WS-SA-SLOT                      PIC 9(04) COMP VALUE ZERO.
034300 77  WS-SA-SUB                       PIC 9(04) COMP VALUE ZERO.
034400 77  WS-SUB                          PIC 9(04) COMP VALUE ZERO.
034500***************************************************************
034600*    TRANSFER CREDIT LEGS RECEIVED IN THE PERIOD.  THE ROW IS  *
034700*    KEYED UNDER THE DEBIT ACCOUNT, SO THE RECEIVING ACCOUNT'S *
034800*    STATEMENT CANNOT FIND IT BY ITS OWN KEY RANGE.            *
034900***************************************************************
035000 01  XL-TABLE-CONTROL.
035100     05  XL-TABLE-COUNT              PIC 9(04) COMP VALUE ZERO.
035200     05  XL-MAX-ENTRIES              PIC 9(04) COMP VALUE 2000.
035300     05  XL-TABLE OCCURS 2000 TIMES.
035400         10  XL-SOURCE               PIC X(08).
035500         10  XL-ACCOUNT              PIC X(06).
035600         10  XL-TRANS-KEY            PIC X(10).
035700         10  XL-BUSINESS-DATE        PIC 9(08).
035800         10  XL-TXN-TYPE             PIC 9(02).
035900         10  XL-TXN-AMOUNT           PIC S9(11)V99 COMP-3.
036000         10  XL-BASE-AMOUNT          PIC S9(11)V99 COMP-3.
036100         10  XL-DISPOSITION          PIC X(01).
036200         10  XL-REVERSED-SW          PIC X(01).
036300 77  WS-XL-SUB                       PIC 9(04) COMP VALUE ZERO.
036400***************************************************************
036500*    THE TRANSACTION KEY BREAKDOWN AND LOOKUP WORK FIELDS      *
036600***************************************************************
036700 01  WS-TXN-KEY-PARTS.
036800     05  WS-TXN-ACCOUNT              PIC X(06).
036900     05  WS-TXN-SERIAL               PIC X(03).
037000     05  WS-TXN-SUB-SEQUENCE         PIC X(01).
037100 77  WS-LOOKUP-SOURCE                PIC X(08)  VALUE SPACES.
037200 77  WS-LOOKUP-ACCOUNT               PIC X(06)  VALUE SPACES.
037300 77  WS-POSITION-AMOUNT              PIC S9(11)V99 COMP-3
037400                                     VALUE ZERO.
037500***************************************************************
037600*    ONE STATEMENT ITEM -- AN ACCOUNT'S OWN ROW OR A CREDIT    *
037700*    LEG IT RECEIVED -- STAGED FOR THE PRINT LINE AND THE      *
037800*    EXTRACT DETAIL RECORD.                                    *
037900***************************************************************
038000 01  WS-ITEM-WORK.
038100     05  WS-ITEM-TRANS-KEY           PIC X(10).
038200     05  WS-ITEM-BUSINESS-DATE       PIC 9(08).
038300     05  WS-ITEM-TXN-TYPE            PIC 9(02).
038400     05  WS-ITEM-SIDE                PIC X(01).
038500         88  WS-ITEM-DEBIT-SIDE          VALUE 'D'.
038600         88  WS-ITEM-CREDIT-SIDE         VALUE 'C'.
038700     05  WS-ITEM-TXN-AMOUNT          PIC S9(11)V99 COMP-3.
038800     05  WS-ITEM-BASE-AMOUNT         PIC S9(11)V99 COMP-3.
038900     05  WS-ITEM-DISPOSITION         PIC X(01).
039000     05  WS-ITEM-REVERSED-SW         PIC X(01).
039100 77  WS-DISPOSITION-TEXT             PIC X(09)  VALUE SPACES.
039200 77  WS-REVERSAL-TEXT                PIC X(09)  VALUE SPACES.
039300 77  WS-REVERSAL-CODE                PIC X(01)  VALUE SPACE.
039400 77  WS-SIDE-TEXT                    PIC X(02)  VALUE SPACES.
039500 77  WS-SUSPENSE-TEXT                PIC X(11)  VALUE SPACES.
039600 77  WS-SUSPENSE-CODE                PIC X(01)  VALUE SPACE.
039700 01  WS-REASON-TEXT.
039800     05  WS-REASON-ENTRY OCCURS 5 TIMES.
039900         10  WS-REASON-SHOWN         PIC X(04).
040000         10  FILLER                  PIC X(01).
040100 77  WS-REASON-SUB                   PIC 9(02) COMP VALUE ZERO.
040200***************************************************************
040300*    PER-STATEMENT COUNTS BY DISPOSITION                       *
040400***************************************************************
040500 77  WS-STMT-ITEM-COUNT              PIC 9(05) COMP VALUE ZERO.
040600 77  WS-STMT-PROCESSED-COUNT         PIC 9(05) COMP VALUE ZERO.
040700 77  WS-STMT-REJECTED-COUNT          PIC 9(05) COMP VALUE ZERO.
040800 77  WS-STMT-BLOCKED-COUNT           PIC 9(05) COMP VALUE ZERO.
040900 77  WS-STMT-PARKED-COUNT            PIC 9(05) COMP VALUE ZERO.
041000 77  WS-STMT-HELD-COUNT              PIC 9(05) COMP VALUE ZERO.
041100 77  WS-STMT-SOURCE-NAME             PIC X(30)  VALUE SPACES.
041200***************************************************************
041300*    RUN COUNTERS                                              *
041400***************************************************************
041500 77  WS-ROWS-SWEPT-COUNT             PIC 9(09) COMP VALUE ZERO.
041600 77  WS-STATEMENT-COUNT              PIC 9(09) COMP VALUE ZERO.
041700 77  WS-ITEMS-LISTED-COUNT           PIC 9(09) COMP VALUE ZERO.
041800 77  WS-UNSLOTTED-COUNT              PIC 9(09) COMP VALUE ZERO.
041900 77  WS-INTERNAL-COUNT               PIC 9(09) COMP VALUE ZERO.
042000 77  WS-NO-EXTRACT-COUNT             PIC 9(09) COMP VALUE ZERO.
042100***************************************************************
042200*    SOURCE-TO-SLOT MAP AND PER-SOURCE EXTRACT TOTALS.  THE    *
042300*    SLOT NUMBER IS THE STMX DD NUMBER; A BLANK SOURCE IS A    *
042400*    FREE SLOT.                                                *
042500***************************************************************
042600 01  SRC-TABLE-CONTROL.
042700     05  SRC-TABLE-COUNT             PIC 9(02) COMP VALUE ZERO.
042800     05  SRC-MAX-SLOTS               PIC 9(02) COMP VALUE 8.
042900     05  SRC-SLOT-TABLE OCCURS 8 TIMES.
043000         10  SRC-SLOT-SOURCE         PIC X(08).
043100         10  SRC-SLOT-NAME           PIC X(30).
043200         10  SRC-SLOT-ACCOUNTS       PIC 9(09) COMP.
043300         10  SRC-SLOT-DETAILS        PIC 9(09) COMP.
043400         10  SRC-SLOT-AMOUNT         PIC S9(13)V99 COMP-3.
043500 77  WS-SRC-SLOT                     PIC 9(02) COMP VALUE ZERO.
043600 77  WS-SLOT-SUB                     PIC 9(02) COMP VALUE ZERO.
043700***************************************************************
043800*    THE EXTRACT RECORD, BUILT HERE AND MOVED TO THE SLOT'S    *
043900*    FILE RECORD -- ONE LAYOUT FOR ALL EIGHT FILES.            *
044000***************************************************************
044100 01  STMW-RECORD.
044200     05  STMW-RECORD-TYPE            PIC X(01).
044300         88  STMW-ACCOUNT-RECORD         VALUE 'A'.
044400         88  STMW-DETAIL-RECORD          VALUE 'D'.
044500         88  STMW-TRAILER-RECORD         VALUE 'T'.
044600     05  STMW-ACCOUNT-FIELDS.
044700         10  STMW-SOURCE             PIC X(08).
044800         10  STMW-ACCOUNT            PIC X(06).
044900         10  STMW-PERIOD             PIC 9(06).
045000         10  STMW-OPENING-DATE       PIC 9(08).
045100         10  STMW-OPENING-POSITION   PIC S9(11)V99.
045200         10  STMW-PERIOD-CONSUMED    PIC S9(11)V99.
045300         10  STMW-CLOSING-DATE       PIC 9(08).
045400         10  STMW-CLOSING-POSITION   PIC S9(11)V99.
045500         10  STMW-OPEN-UNCERTAIN     PIC X(01).
045600         10  STMW-PERIOD-UNCERTAIN   PIC X(01).
045700         10  STMW-CLOSE-UNCERTAIN    PIC X(01).
045800         10  STMW-ITEM-COUNT         PIC 9(05).
045900         10  FILLER                  PIC X(16).
046000     05  STMW-DETAIL-FIELDS REDEFINES STMW-ACCOUNT-FIELDS.
046100         10  STMW-DTL-SOURCE         PIC X(08).
046200         10  STMW-DTL-ACCOUNT        PIC X(06).
046300         10  STMW-TRANS-KEY          PIC X(10).
046400         10  STMW-BUSINESS-DATE      PIC 9(08).
046500         10  STMW-TXN-TYPE           PIC 9(02).
046600         10  STMW-SIDE               PIC X(01).
046700         10  STMW-TXN-AMOUNT         PIC S9(11)V99.
046800         10  STMW-BASE-AMOUNT        PIC S9(11)V99.
046900         10  STMW-DISPOSITION        PIC X(01).
047000         10  STMW-REVERSAL-STATUS    PIC X(01).
047100         10  STMW-REASON-CODE OCCURS 5 TIMES
047200                                     PIC X(04).
047300         10  STMW-SUSPENSE-STATUS    PIC X(01).
047400         10  FILLER                  PIC X(15).
047500     05  STMW-TRAILER-FIELDS REDEFINES STMW-ACCOUNT-FIELDS.
047600         10  STMW-TRL-SOURCE         PIC X(08).
047700         10  STMW-TRL-PERIOD         PIC 9(06).
047800         10  STMW-TRL-ACCOUNT-COUNT  PIC 9(09).
047900         10  STMW-TRL-DETAIL-COUNT   PIC 9(09).
048000         10  STMW-TRL-AMOUNT-TOTAL   PIC S9(13)V99.
048100         10  FILLER                  PIC X(52).
048200***************************************************************
048300*    REPORT EDIT FIELDS                                        *
048400***************************************************************
048500 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZ,ZZZ,ZZ9.
048600 01  WS-COUNT-EDIT-1                 PIC ZZ,ZZ9.
048700 01  WS-COUNT-EDIT-2                 PIC ZZ,ZZ9.
048800 01  WS-COUNT-EDIT-3                 PIC ZZ,ZZ9.
048900 01  WS-COUNT-EDIT-4                 PIC ZZ,ZZ9.
049000 01  WS-COUNT-EDIT-5                 PIC ZZ,ZZ9.
049100 01  WS-COUNT-EDIT-6                 PIC ZZ,ZZ9.
049200 01  WS-REPORT-AMOUNT-EDIT           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
049300 01  WS-ITEM-AMOUNT-EDIT             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
049400 01  WS-ITEM-BASE-EDIT               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
049500 01  WS-DATE-EDIT                    PIC 9999/99/99.
049600 01  WS-DATE-EDIT-2                  PIC 9999/99/99.
049700 01  WS-PERIOD-EDIT                  PIC 9999/99.
049800 01  WS-SLOT-EDIT                    PIC 9(01).
049900 77  WS-UNCERTAIN-MARK               PIC X(02)  VALUE SPACES.
050000 LINKAGE SECTION.
050100***************************************************************
050200*    JOB-STEP PARM -- SEE THE HEADER FOR THE COLUMNS.          *
050300***************************************************************
050400 01  LK-PARM-ARGS.
050500     05  LK-PARM-LEN                 PIC S9(04) COMP.
050600     05  LK-PARM-TEXT                PIC X(29).
050700 PROCEDURE DIVISION USING LK-PARM-ARGS.
050800***************************************************************
050900*    0000-MAINLINE                                             *
051000***************************************************************
051100 0000-MAINLINE.
051200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
051300     PERFORM 2000-SWEEP-ONE-HISTORY-ROW
051400         THRU 2000-SWEEP-ONE-HISTORY-ROW-EXIT
051500         UNTIL TXH-AT-EOF.
051600     PERFORM 3000-PRODUCE-STATEMENTS
051700         THRU 3000-PRODUCE-STATEMENTS-EXIT.
051800     PERFORM 7000-WRITE-TRAILERS-AND-MAP
051900         THRU 7000-WRITE-TRAILERS-AND-MAP-EXIT.
052000     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
052100     GOBACK.
052200***************************************************************
052300*    1000-INITIALIZE  --  EDIT THE PARM, FIX THE PERIOD'S      *
052400*    DATES FROM THE CALENDAR, OPEN THE FILES AND POSITION THE  *
052500*    HISTORY SWEEP AT ITS FIRST ROW.  ANY FAILURE LEAVES THE   *
052600*    SWEEP AT END SO NOTHING IS PRODUCED.                      *
052700***************************************************************
052800 1000-INITIALIZE.
052900     SET TXH-AT-EOF TO TRUE.
053000     PERFORM 1050-CLEAR-ONE-SLOT
053100         THRU 1050-CLEAR-ONE-SLOT-EXIT
053200         VARYING WS-SLOT-SUB FROM 1 BY 1
053300         UNTIL WS-SLOT-SUB > SRC-MAX-SLOTS.
053400     OPEN OUTPUT STMT-REPORT-FILE.
053500     OPEN OUTPUT STMT-PRINT-FILE.
053600     OPEN OUTPUT STMX-1-FILE STMX-2-FILE STMX-3-FILE STMX-4-FILE
053700                 STMX-5-FILE STMX-6-FILE STMX-7-FILE STMX-8-FILE.
053800     MOVE 'ENQ360 ACCOUNT STATEMENT RUN REPORT'
053900         TO STMT-REPORT-LINE.
054000     WRITE STMT-REPORT-LINE.
054100     MOVE SPACES TO STMT-REPORT-LINE.
054200     WRITE STMT-REPORT-LINE.
054300     PERFORM 1100-EDIT-THE-PARM THRU 1100-EDIT-THE-PARM-EXIT.
054400     IF WS-PARM-IN-ERROR
054500         GO TO 1000-INITIALIZE-EXIT
054600     END-IF.
054700     PERFORM 1200-READ-THE-CALENDAR
054800         THRU 1200-READ-THE-CALENDAR-EXIT.
054900     IF WS-CALENDAR-IN-ERROR
055000         GO TO 1000-INITIALIZE-EXIT
055100     END-IF.
055200     OPEN INPUT TXN-HISTORY-FILE.
055300     IF TXH-FILE-STATUS NOT = '00'
055400         AND TXH-FILE-STATUS NOT = '97'
055500         SET WS-HISTORY-NOT-OPENED TO TRUE
055600         MOVE SPACES TO STMT-REPORT-LINE
055700         STRING 'HISTORY KSDS NOT OPENED, STATUS '
055800             TXH-FILE-STATUS
055900             ' -- NO STATEMENTS PRODUCED.'
056000             DELIMITED BY SIZE INTO STMT-REPORT-LINE
056100         WRITE STMT-REPORT-LINE
056200         GO TO 1000-INITIALIZE-EXIT
056300     END-IF.
056400     OPEN INPUT SUSPENSE-MASTER-FILE.
056500     IF SUSM-FILE-STATUS = '35'
056600         MOVE 'SUSPENSE MASTER NOT AVAILABLE -- REJECT REASONS'
056700             TO STMT-REPORT-LINE
056800         WRITE STMT-REPORT-LINE
056900         MOVE 'ARE SHOWN AS UNAVAILABLE.'
057000             TO STMT-REPORT-LINE
057100         WRITE STMT-REPORT-LINE
057200     ELSE
057300         SET WS-SUSPMSTR-OPEN TO TRUE
057400     END-IF.
057500     OPEN INPUT SOURCE-MASTER-FILE.
057600     IF SRCM-FILE-STATUS = '35'
057700*        NO SOURCE MASTER ON THIS RUN -- SLOTS ARE ASSIGNED IN
057800*        FIRST-SEEN ORDER.
057900         MOVE 'SOURCE MASTER NOT AVAILABLE -- EXTRACT SLOTS'
058000             TO STMT-REPORT-LINE
058100         WRITE STMT-REPORT-LINE
058200         MOVE 'ASSIGNED IN FIRST-SEEN SOURCE ORDER.'
058300             TO STMT-REPORT-LINE
058400         WRITE STMT-REPORT-LINE
058500     ELSE
058600         SET WS-SRCMSTR-OPEN TO TRUE
058700         PERFORM 1300-LOAD-FIXED-SLOTS
058800             THRU 1300-LOAD-FIXED-SLOTS-EXIT
058900     END-IF.
059000     MOVE 'N' TO TXH-EOF-SW.
059100     MOVE LOW-VALUES TO TXH-KEY.
059200     START TXN-HISTORY-FILE
059300         KEY >= TXH-KEY
059400         INVALID KEY
059500             SET TXH-AT-EOF TO TRUE
059600     END-START.
059700     IF NOT TXH-AT-EOF
059800         READ TXN-HISTORY-FILE NEXT
059900             AT END
060000                 SET TXH-AT-EOF TO TRUE
060100         END-READ
060200     END-IF.
060300 1000-INITIALIZE-EXIT.
060400     EXIT.
060500***************************************************************
060600*    1050-CLEAR-ONE-SLOT                                       *
060700***************************************************************
060800 1050-CLEAR-ONE-SLOT.
060900     MOVE SPACES TO SRC-SLOT-SOURCE(WS-SLOT-SUB)
061000                    SRC-SLOT-NAME(WS-SLOT-SUB).
061100     MOVE ZERO TO SRC-SLOT-ACCOUNTS(WS-SLOT-SUB)
061200                  SRC-SLOT-DETAILS(WS-SLOT-SUB)
061300                  SRC-SLOT-AMOUNT(WS-SLOT-SUB).
061400 1050-CLEAR-ONE-SLOT-EXIT.
061500     EXIT.
061600***************************************************************
061700*    1100-EDIT-THE-PARM  --  THE MODE HAS NO DEFAULT.  AN      *
061800*    ON-DEMAND RUN NEEDS ITS ACCOUNT; ITS PERIOD MAY NOT BE    *
061900*    LATER THAN THE BUSINESS DATE'S MONTH.                     *
062000***************************************************************
062100 1100-EDIT-THE-PARM.
062200     MOVE SPACES TO WS-PARM-WORK.
062300     IF LK-PARM-LEN > ZERO
062400         IF LK-PARM-LEN > 29
062500             MOVE LK-PARM-TEXT TO WS-PARM-WORK
062600         ELSE
062700             MOVE LK-PARM-TEXT(1:LK-PARM-LEN) TO WS-PARM-WORK
062800         END-IF
062900     END-IF.
063000     IF WS-PARM-DATE-TEXT NOT NUMERIC
063100         SET WS-PARM-IN-ERROR TO TRUE
063200         MOVE 'PARM BUSINESS DATE MISSING OR NOT NUMERIC.'
063300             TO STMT-REPORT-LINE
063400         WRITE STMT-REPORT-LINE
063500         GO TO 1100-EDIT-THE-PARM-EXIT
063600     END-IF.
063700     MOVE WS-PARM-DATE-TEXT TO WS-BUSINESS-DATE-PARTS.
063800     MOVE WS-PARM-MODE-TEXT TO WS-RUN-MODE.
063900     IF NOT WS-MONTHLY-RUN
064000         AND NOT WS-ON-DEMAND-RUN
064100         SET WS-PARM-IN-ERROR TO TRUE
064200         MOVE 'PARM MODE MUST BE M (MONTHLY) OR A (ONE ACCOUNT).'
064300             TO STMT-REPORT-LINE
064400         WRITE STMT-REPORT-LINE
064500         GO TO 1100-EDIT-THE-PARM-EXIT
064600     END-IF.
064700     IF WS-BUS-MONTH = 1
064800         COMPUTE WS-PERIOD-YEAR = WS-BUS-YEAR - 1
064900         MOVE 12 TO WS-PERIOD-MONTH
065000     ELSE
065100         MOVE WS-BUS-YEAR TO WS-PERIOD-YEAR
065200         COMPUTE WS-PERIOD-MONTH = WS-BUS-MONTH - 1
065300     END-IF.
065400     IF WS-MONTHLY-RUN
065500         GO TO 1100-EDIT-THE-PARM-EXIT
065600     END-IF.
065700     IF WS-PARM-ACCOUNT-TEXT = SPACES
065800         SET WS-PARM-IN-ERROR TO TRUE
065900         MOVE 'PARM ACCOUNT MISSING ON AN ON-DEMAND RUN.'
066000             TO STMT-REPORT-LINE
066100         WRITE STMT-REPORT-LINE
066200         GO TO 1100-EDIT-THE-PARM-EXIT
066300     END-IF.
066400     MOVE WS-PARM-ACCOUNT-TEXT TO WS-PARM-ACCOUNT.
066500     MOVE WS-PARM-SOURCE-TEXT  TO WS-PARM-SOURCE.
066600     IF WS-PARM-PERIOD-TEXT = SPACES
066700         GO TO 1100-EDIT-THE-PARM-EXIT
066800     END-IF.
066900     IF WS-PARM-PERIOD-TEXT NOT NUMERIC
067000         SET WS-PARM-IN-ERROR TO TRUE
067100         MOVE 'PARM PERIOD MUST BE YYYYMM.'
067200             TO STMT-REPORT-LINE
067300         WRITE STMT-REPORT-LINE
067400         GO TO 1100-EDIT-THE-PARM-EXIT
067500     END-IF.
067600     MOVE WS-PARM-PERIOD-NUMBER TO WS-PERIOD-NUMBER.
067700     IF WS-PERIOD-MONTH < 1
067800         OR WS-PERIOD-MONTH > 12
067900         OR WS-PERIOD-NUMBER > WS-BUS-PERIOD
068000         SET WS-PARM-IN-ERROR TO TRUE
068100         MOVE 'PARM PERIOD NOT A MONTH UP TO THE BUSINESS DATE.'
068200             TO STMT-REPORT-LINE
068300         WRITE STMT-REPORT-LINE
068400     END-IF.
068500 1100-EDIT-THE-PARM-EXIT.
068600     EXIT.
068700***************************************************************
068800*    1200-READ-THE-CALENDAR  --  ONE PASS OF CALFILE FINDS THE *
068900*    PERIOD'S FIRST AND LAST BUSINESS DAYS (NONE LATER THAN    *
069000*    THE BUSINESS DATE), THE OPENING DATE BEFORE THEM, AND --  *
069100*    FOR A MONTHLY RUN -- WHETHER THE BUSINESS DATE IS THE     *
069200*    FIRST BUSINESS DAY OF ITS MONTH.                          *
069300***************************************************************
069400 1200-READ-THE-CALENDAR.
069500     COMPUTE WS-PERIOD-FIRST-DATE = WS-PERIOD-NUMBER * 100 + 1.
069600     COMPUTE WS-PERIOD-LAST-DATE  = WS-PERIOD-NUMBER * 100 + 31.
069700     IF WS-PERIOD-LAST-DATE > WS-BUSINESS-DATE
069800         MOVE WS-BUSINESS-DATE TO WS-PERIOD-LAST-DATE
069900     END-IF.
070000     OPEN INPUT CALENDAR-FILE.
070100     IF CAL-FILE-STATUS = '35'
070200         SET WS-CALENDAR-IN-ERROR TO TRUE
070300         MOVE 'PROCESSING CALENDAR NOT AVAILABLE -- NO STATEMENTS'
070400             TO STMT-REPORT-LINE
070500         WRITE STMT-REPORT-LINE
070600         MOVE 'PRODUCED.'
070700             TO STMT-REPORT-LINE
070800         WRITE STMT-REPORT-LINE
070900         GO TO 1200-READ-THE-CALENDAR-EXIT
071000     END-IF.
071100     READ CALENDAR-FILE
071200         AT END
071300             SET WS-CAL-AT-EOF TO TRUE
071400     END-READ.
071500     PERFORM 1210-CHECK-ONE-CALENDAR-DAY
071600         THRU 1210-CHECK-ONE-CALENDAR-DAY-EXIT
071700         UNTIL WS-CAL-AT-EOF.
071800     CLOSE CALENDAR-FILE.
071900     IF WS-CAL-BUSINESS-DAYS = ZERO
072000         SET WS-CALENDAR-IN-ERROR TO TRUE
072100         MOVE 'NO BUSINESS DAY ON THE CALENDAR FOR THE PERIOD --'
072200             TO STMT-REPORT-LINE
072300         WRITE STMT-REPORT-LINE
072400         MOVE 'NO STATEMENTS PRODUCED.'
072500             TO STMT-REPORT-LINE
072600         WRITE STMT-REPORT-LINE
072700         GO TO 1200-READ-THE-CALENDAR-EXIT
072800     END-IF.
072900     IF WS-MONTHLY-RUN
073000         AND NOT WS-BUSDATE-IS-FIRST-DAY
073100         SET WS-MONTHLY-RUN-NOT-DUE TO TRUE
073200         MOVE 'BUSINESS DATE IS NOT THE FIRST BUSINESS DAY OF ITS'
073300             TO STMT-REPORT-LINE
073400         WRITE STMT-REPORT-LINE
073500         MOVE 'MONTH -- MONTHLY STATEMENTS NOT DUE TODAY.'
073600             TO STMT-REPORT-LINE
073700         WRITE STMT-REPORT-LINE
073800         GO TO 1200-READ-THE-CALENDAR-EXIT
073900     END-IF.
074000     MOVE WS-PERIOD-NUMBER TO WS-PERIOD-EDIT.
074100     MOVE SPACES TO STMT-REPORT-LINE.
074200     IF WS-MONTHLY-RUN
074300         STRING 'MONTHLY RUN, EVERY ACCOUNT.  PERIOD '
074400             WS-PERIOD-EDIT
074500             DELIMITED BY SIZE INTO STMT-REPORT-LINE
074600     ELSE
074700         STRING 'ON-DEMAND RUN, ACCOUNT ' WS-PARM-ACCOUNT
074800             '  SOURCE ' WS-PARM-SOURCE
074900             '  PERIOD ' WS-PERIOD-EDIT
075000             DELIMITED BY SIZE INTO STMT-REPORT-LINE
075100     END-IF.
075200     WRITE STMT-REPORT-LINE.
075300     MOVE SPACES TO STMT-REPORT-LINE.
075400     MOVE WS-OPENING-DATE TO WS-DATE-EDIT.
075500     MOVE WS-LAST-BUSINESS-DAY TO WS-DATE-EDIT-2.
075600     STRING 'OPENING POSITION AS AT ' WS-DATE-EDIT
075700         '  CLOSING POSITION AS AT ' WS-DATE-EDIT-2
075800         DELIMITED BY SIZE INTO STMT-REPORT-LINE.
075900     WRITE STMT-REPORT-LINE.
076000     MOVE SPACES TO STMT-REPORT-LINE.
076100     WRITE STMT-REPORT-LINE.
076200 1200-READ-THE-CALENDAR-EXIT.
076300     EXIT.
076400***************************************************************
076500*    1210-CHECK-ONE-CALENDAR-DAY  --  THE BUSINESS DATE IS THE *
076600*    FIRST BUSINESS DAY OF ITS MONTH WHEN ITS PREVIOUS         *
076700*    BUSINESS DAY FALLS IN AN EARLIER MONTH.                   *
076800***************************************************************
076900 1210-CHECK-ONE-CALENDAR-DAY.
077000     IF CAL-DATE = WS-BUSINESS-DATE
077100         AND CAL-BUSINESS-DAY
077200         MOVE CAL-PREV-BUSINESS-DAY TO WS-WORK-DATE
077300         IF WS-WORK-PERIOD < WS-BUS-PERIOD
077400             SET WS-BUSDATE-IS-FIRST-DAY TO TRUE
077500         END-IF
077600     END-IF.
077700     IF CAL-DATE NOT < WS-PERIOD-FIRST-DATE
077800         AND CAL-DATE NOT > WS-PERIOD-LAST-DATE
077900         AND CAL-BUSINESS-DAY
078000         ADD 1 TO WS-CAL-BUSINESS-DAYS
078100         IF WS-FIRST-BUSINESS-DAY = ZERO
078200             OR CAL-DATE < WS-FIRST-BUSINESS-DAY
078300             MOVE CAL-DATE TO WS-FIRST-BUSINESS-DAY
078400             MOVE CAL-PREV-BUSINESS-DAY TO WS-OPENING-DATE
078500         END-IF
078600         IF CAL-DATE > WS-LAST-BUSINESS-DAY
078700             MOVE CAL-DATE TO WS-LAST-BUSINESS-DAY
078800         END-IF
078900     END-IF.
079000     READ CALENDAR-FILE
079100         AT END
079200             SET WS-CAL-AT-EOF TO TRUE
079300     END-READ.
079400 1210-CHECK-ONE-CALENDAR-DAY-EXIT.
079500     EXIT.
079600***************************************************************
079700*    1300-LOAD-FIXED-SLOTS  --  FRONT-TO-BACK BROWSE OF THE    *
079800*    SOURCE MASTER.  EVERY SOURCE NOT CLOSED THAT HOLDS AN     *
079900*    ACK SLOT (01-08) TAKES THE SAME EXTRACT SLOT.             *
080000***************************************************************
080100 1300-LOAD-FIXED-SLOTS.
080200     MOVE LOW-VALUES TO SRCM-KEY.
080300     START SOURCE-MASTER-FILE
080400         KEY >= SRCM-KEY
080500         INVALID KEY
080600             SET WS-SRCMSTR-AT-EOF TO TRUE
080700     END-START.
080800     PERFORM 1310-LOAD-ONE-FIXED-SLOT
080900         THRU 1310-LOAD-ONE-FIXED-SLOT-EXIT
081000         UNTIL WS-SRCMSTR-AT-EOF.
081100 1300-LOAD-FIXED-SLOTS-EXIT.
081200     EXIT.
081300***************************************************************
081400*    1310-LOAD-ONE-FIXED-SLOT                                  *
081500***************************************************************
081600 1310-LOAD-ONE-FIXED-SLOT.
081700     READ SOURCE-MASTER-FILE NEXT
081800         AT END
081900             SET WS-SRCMSTR-AT-EOF TO TRUE
082000             GO TO 1310-LOAD-ONE-FIXED-SLOT-EXIT
082100     END-READ.
082200     IF SRCM-IS-CLOSED
082300         OR SRCM-NO-ACK-FEED
082400         OR SRCM-ACK-SLOT > SRC-MAX-SLOTS
082500         GO TO 1310-LOAD-ONE-FIXED-SLOT-EXIT
082600     END-IF.
082700     MOVE SRCM-SOURCE-CODE TO SRC-SLOT-SOURCE(SRCM-ACK-SLOT).
082800     MOVE SRCM-SOURCE-NAME TO SRC-SLOT-NAME(SRCM-ACK-SLOT).
082900     ADD 1 TO SRC-TABLE-COUNT.
083000 1310-LOAD-ONE-FIXED-SLOT-EXIT.
083100     EXIT.
083200***************************************************************
083300*    2000-SWEEP-ONE-HISTORY-ROW  --  ONLY ROWS DATED ON THE    *
083400*    OPENING DATE OR IN THE PERIOD MATTER.  THE ROW COUNTS     *
083500*    FOR THE ACCOUNT IN ITS KEY AND, FOR A TRANSFER, AS A      *
083600*    CREDIT LEG FOR ITS COUNTER-ACCOUNT.                       *
083700***************************************************************
083800 2000-SWEEP-ONE-HISTORY-ROW.
083900     ADD 1 TO WS-ROWS-SWEPT-COUNT.
084000     MOVE 'N' TO WS-IN-PERIOD-SW.
084100     IF TXH-BUSINESS-DATE NOT < WS-PERIOD-FIRST-DATE
084200         AND TXH-BUSINESS-DATE NOT > WS-PERIOD-LAST-DATE
084300         SET WS-ROW-IN-PERIOD TO TRUE
084400     END-IF.
084500     IF WS-ROW-IN-PERIOD
084600         OR TXH-BUSINESS-DATE = WS-OPENING-DATE
084700         PERFORM 2050-ACCUMULATE-ONE-ROW
084800             THRU 2050-ACCUMULATE-ONE-ROW-EXIT
084900     END-IF.
085000     READ TXN-HISTORY-FILE NEXT
085100         AT END
085200             SET TXH-AT-EOF TO TRUE
085300     END-READ.
085400 2000-SWEEP-ONE-HISTORY-ROW-EXIT.
085500     EXIT.
085600***************************************************************
085700*    2050-ACCUMULATE-ONE-ROW  --  A PROCESSED, NON-REVERSAL,   *
085800*    NOT-REVERSED ROW CONSUMED ENTITLEMENT (ENQ185'S RULE).    *
085900***************************************************************
086000 2050-ACCUMULATE-ONE-ROW.
086100     MOVE 'N' TO WS-CONSUMING-SW.
086200     IF TXH-DISP-PROCESSED
086300         AND TXH-NOT-REVERSED
086400         AND TXH-TXN-TYPE NOT = 2
086500         SET WS-ROW-CONSUMED TO TRUE
086600     END-IF.
086700     PERFORM 2100-ACCUMULATE-OWN-ROW
086800         THRU 2100-ACCUMULATE-OWN-ROW-EXIT.
086900     IF TXH-TXN-TYPE = 4
087000         AND TXH-COUNTER-ACCOUNT NOT = SPACES
087100         PERFORM 2200-ACCUMULATE-CREDIT-LEG
087200             THRU 2200-ACCUMULATE-CREDIT-LEG-EXIT
087300     END-IF.
087400 2050-ACCUMULATE-ONE-ROW-EXIT.
087500     EXIT.
087600***************************************************************
087700*    2100-ACCUMULATE-OWN-ROW  --  THE ACCOUNT IN THE KEY.      *
087800***************************************************************
087900 2100-ACCUMULATE-OWN-ROW.
088000     MOVE TXH-TRANS-KEY  TO WS-TXN-KEY-PARTS.
088100     MOVE TXH-TXN-SOURCE TO WS-LOOKUP-SOURCE.
088200     MOVE WS-TXN-ACCOUNT TO WS-LOOKUP-ACCOUNT.
088300     PERFORM 2500-CHECK-QUALIFIES THRU 2500-CHECK-QUALIFIES-EXIT.
088400     IF NOT WS-ROW-QUALIFIES
088500         GO TO 2100-ACCUMULATE-OWN-ROW-EXIT
088600     END-IF.
088700     PERFORM 2600-FIND-OR-CREATE-ENTRY
088800         THRU 2600-FIND-OR-CREATE-ENTRY-EXIT.
088900     IF WS-SA-SLOT = ZERO
089000         GO TO 2100-ACCUMULATE-OWN-ROW-EXIT
089100     END-IF.
089200     IF WS-ROW-IN-PERIOD
089300         ADD 1 TO SA-ITEM-COUNT(WS-SA-SLOT)
089400     END-IF.
089500     IF WS-ROW-CONSUMED
089600         MOVE TXH-BASE-AMOUNT TO WS-POSITION-AMOUNT
089700         PERFORM 2300-APPLY-TO-POSITION
089800             THRU 2300-APPLY-TO-POSITION-EXIT
089900     END-IF.
090000     IF TXH-DISP-BLOCKED
090100         PERFORM 2350-MARK-UNCERTAIN
090200             THRU 2350-MARK-UNCERTAIN-EXIT
090300     END-IF.
090400 2100-ACCUMULATE-OWN-ROW-EXIT.
090500     EXIT.
090600***************************************************************
090700*    2200-ACCUMULATE-CREDIT-LEG  --  THE COUNTER-ACCOUNT OF A  *
090800*    TRANSFER.  ITS CREDIT LEG CAME OFF THAT ACCOUNT'S         *
090900*    CONSUMED BALANCE (ENQ304), SO IT COMES OFF THE POSITION.  *
091000***************************************************************
091100 2200-ACCUMULATE-CREDIT-LEG.
091200     MOVE TXH-TXN-SOURCE      TO WS-LOOKUP-SOURCE.
091300     MOVE TXH-COUNTER-ACCOUNT TO WS-LOOKUP-ACCOUNT.
091400     PERFORM 2500-CHECK-QUALIFIES THRU 2500-CHECK-QUALIFIES-EXIT.
091500     IF NOT WS-ROW-QUALIFIES
091600         GO TO 2200-ACCUMULATE-CREDIT-LEG-EXIT
091700     END-IF.
091800     PERFORM 2600-FIND-OR-CREATE-ENTRY
091900         THRU 2600-FIND-OR-CREATE-ENTRY-EXIT.
092000     IF WS-SA-SLOT = ZERO
092100         GO TO 2200-ACCUMULATE-CREDIT-LEG-EXIT
092200     END-IF.
092300     IF WS-ROW-IN-PERIOD
092400         ADD 1 TO SA-ITEM-COUNT(WS-SA-SLOT)
092500         PERFORM 2400-SAVE-INCOMING-LEG
092600             THRU 2400-SAVE-INCOMING-LEG-EXIT
092700     END-IF.
092800     IF WS-ROW-CONSUMED
092900         COMPUTE WS-POSITION-AMOUNT = ZERO - TXH-BASE-AMOUNT
093000         PERFORM 2300-APPLY-TO-POSITION
093100             THRU 2300-APPLY-TO-POSITION-EXIT
093200     END-IF.
093300     IF TXH-DISP-BLOCKED
093400         PERFORM 2350-MARK-UNCERTAIN
093500             THRU 2350-MARK-UNCERTAIN-EXIT
093600     END-IF.
093700 2200-ACCUMULATE-CREDIT-LEG-EXIT.
093800     EXIT.
093900***************************************************************
094000*    2300-APPLY-TO-POSITION  --  THE ROW'S DATE DECIDES WHICH  *
094100*    FIGURES IT BELONGS TO; THE CLOSING DATE IS ALSO IN THE    *
094200*    PERIOD.                                                   *
094300***************************************************************
094400 2300-APPLY-TO-POSITION.
094500     IF TXH-BUSINESS-DATE = WS-OPENING-DATE
094600         ADD WS-POSITION-AMOUNT
094700             TO SA-OPENING-POSITION(WS-SA-SLOT)
094800     END-IF.
094900     IF TXH-BUSINESS-DATE = WS-LAST-BUSINESS-DAY
095000         ADD WS-POSITION-AMOUNT
095100             TO SA-CLOSING-POSITION(WS-SA-SLOT)
095200     END-IF.
095300     IF WS-ROW-IN-PERIOD
095400         ADD WS-POSITION-AMOUNT
095500             TO SA-PERIOD-CONSUMED(WS-SA-SLOT)
095600     END-IF.
095700 2300-APPLY-TO-POSITION-EXIT.
095800     EXIT.
095900***************************************************************
096000*    2350-MARK-UNCERTAIN  --  A BLOCKED ROW, SAME DATE RULES.  *
096100***************************************************************
096200 2350-MARK-UNCERTAIN.
096300     IF TXH-BUSINESS-DATE = WS-OPENING-DATE
096400         MOVE 'Y' TO SA-OPEN-UNCERTAIN-SW(WS-SA-SLOT)
096500     END-IF.
096600     IF TXH-BUSINESS-DATE = WS-LAST-BUSINESS-DAY
096700         MOVE 'Y' TO SA-CLOSE-UNCERTAIN-SW(WS-SA-SLOT)
096800     END-IF.
096900     IF WS-ROW-IN-PERIOD
097000         MOVE 'Y' TO SA-PERIOD-UNCERTAIN-SW(WS-SA-SLOT)
097100     END-IF.
097200 2350-MARK-UNCERTAIN-EXIT.
097300     EXIT.
097400***************************************************************
097500*    2400-SAVE-INCOMING-LEG  --  A FULL TABLE SETS THE         *
097600*    OVERFLOW FLAG; THE RUN THEN PRODUCES NOTHING.             *
097700***************************************************************
097800 2400-SAVE-INCOMING-LEG.
097900     IF XL-TABLE-COUNT = XL-MAX-ENTRIES
098000         SET WS-TABLE-OVERFLOWED TO TRUE
098100         GO TO 2400-SAVE-INCOMING-LEG-EXIT
098200     END-IF.
098300     ADD 1 TO XL-TABLE-COUNT.
098400     MOVE WS-LOOKUP-SOURCE    TO XL-SOURCE(XL-TABLE-COUNT).
098500     MOVE WS-LOOKUP-ACCOUNT   TO XL-ACCOUNT(XL-TABLE-COUNT).
098600     MOVE TXH-TRANS-KEY       TO XL-TRANS-KEY(XL-TABLE-COUNT).
098700     MOVE TXH-BUSINESS-DATE   TO XL-BUSINESS-DATE(XL-TABLE-COUNT).
098800     MOVE TXH-TXN-TYPE        TO XL-TXN-TYPE(XL-TABLE-COUNT).
098900     MOVE TXH-TXN-AMOUNT      TO XL-TXN-AMOUNT(XL-TABLE-COUNT).
099000     MOVE TXH-BASE-AMOUNT     TO XL-BASE-AMOUNT(XL-TABLE-COUNT).
099100     MOVE TXH-DISPOSITION     TO XL-DISPOSITION(XL-TABLE-COUNT).
099200     MOVE TXH-REVERSED-SW     TO XL-REVERSED-SW(XL-TABLE-COUNT).
099300 2400-SAVE-INCOMING-LEG-EXIT.
099400     EXIT.
099500***************************************************************
099600*    2500-CHECK-QUALIFIES  --  A MONTHLY RUN STATES EVERY      *
099700*    ACCOUNT; AN ON-DEMAND RUN ONLY ITS OWN ACCOUNT (AND       *
099800*    SOURCE, WHEN ONE WAS GIVEN).                              *
099900***************************************************************
100000 2500-CHECK-QUALIFIES.
100100     MOVE 'N' TO WS-QUALIFIES-SW.
100200     IF WS-MONTHLY-RUN
100300         SET WS-ROW-QUALIFIES TO TRUE
100400         GO TO 2500-CHECK-QUALIFIES-EXIT
100500     END-IF.
100600     IF WS-LOOKUP-ACCOUNT = WS-PARM-ACCOUNT
100700         AND (WS-PARM-SOURCE = SPACES
100800              OR WS-LOOKUP-SOURCE = WS-PARM-SOURCE)
100900         SET WS-ROW-QUALIFIES TO TRUE
101000     END-IF.
101100 2500-CHECK-QUALIFIES-EXIT.
101200     EXIT.
101300***************************************************************
101400*    2600-FIND-OR-CREATE-ENTRY  --  THE ONE PLACE A STATEMENT  *
101500*    ENTRY IS OPENED; A FULL TABLE SETS THE OVERFLOW FLAG AND  *
101600*    HANDS BACK SLOT ZERO.                                     *
101700***************************************************************
101800 2600-FIND-OR-CREATE-ENTRY.
101900     MOVE ZERO TO WS-SA-SLOT.
102000     IF SA-TABLE-COUNT > ZERO
102100         PERFORM 2610-TEST-ONE-ENTRY
102200             THRU 2610-TEST-ONE-ENTRY-EXIT
102300             VARYING WS-SUB FROM 1 BY 1
102400             UNTIL WS-SUB > SA-TABLE-COUNT
102500                OR WS-SA-SLOT > ZERO
102600     END-IF.
102700     IF WS-SA-SLOT > ZERO
102800         GO TO 2600-FIND-OR-CREATE-ENTRY-EXIT
102900     END-IF.
103000     IF SA-TABLE-COUNT = SA-MAX-ENTRIES
103100         SET WS-TABLE-OVERFLOWED TO TRUE
103200         GO TO 2600-FIND-OR-CREATE-ENTRY-EXIT
103300     END-IF.
103400     ADD 1 TO SA-TABLE-COUNT.
103500     MOVE SA-TABLE-COUNT TO WS-SA-SLOT.
103600     MOVE WS-LOOKUP-SOURCE  TO SA-SOURCE(WS-SA-SLOT).
103700     MOVE WS-LOOKUP-ACCOUNT TO SA-ACCOUNT(WS-SA-SLOT).
103800     MOVE ZERO TO SA-OPENING-POSITION(WS-SA-SLOT)
103900                  SA-PERIOD-CONSUMED(WS-SA-SLOT)
104000                  SA-CLOSING-POSITION(WS-SA-SLOT)
104100                  SA-ITEM-COUNT(WS-SA-SLOT).
104200     MOVE 'N' TO SA-OPEN-UNCERTAIN-SW(WS-SA-SLOT)
104300                 SA-PERIOD-UNCERTAIN-SW(WS-SA-SLOT)
104400                 SA-CLOSE-UNCERTAIN-SW(WS-SA-SLOT).
104500 2600-FIND-OR-CREATE-ENTRY-EXIT.
104600     EXIT.
104700***************************************************************
104800*    2610-TEST-ONE-ENTRY                                       *
104900***************************************************************
105000 2610-TEST-ONE-ENTRY.
105100     IF SA-SOURCE(WS-SUB) = WS-LOOKUP-SOURCE
105200         AND SA-ACCOUNT(WS-SUB) = WS-LOOKUP-ACCOUNT
105300         MOVE WS-SUB TO WS-SA-SLOT
105400     END-IF.
105500 2610-TEST-ONE-ENTRY-EXIT.
105600     EXIT.
105700***************************************************************
105800*    3000-PRODUCE-STATEMENTS  --  ONE STATEMENT PER ENTRY, IN  *
105900*    THE ORDER THE SWEEP FIRST MET THEM.  NOTHING IS PRODUCED  *
106000*    ON A FAILED START OR AN OVERFLOWED TABLE.                 *
106100***************************************************************
106200 3000-PRODUCE-STATEMENTS.
106300     IF WS-PARM-IN-ERROR
106400         OR WS-CALENDAR-IN-ERROR
106500         OR WS-HISTORY-NOT-OPENED
106600         OR WS-TABLE-OVERFLOWED
106700         GO TO 3000-PRODUCE-STATEMENTS-EXIT
106800     END-IF.
106900     PERFORM 3100-PRODUCE-ONE-STATEMENT
107000         THRU 3100-PRODUCE-ONE-STATEMENT-EXIT
107100         VARYING WS-SA-SUB FROM 1 BY 1
107200         UNTIL WS-SA-SUB > SA-TABLE-COUNT.
107300 3000-PRODUCE-STATEMENTS-EXIT.
107400     EXIT.
107500***************************************************************
107600*    3100-PRODUCE-ONE-STATEMENT                                *
107700***************************************************************
107800 3100-PRODUCE-ONE-STATEMENT.
107900     ADD 1 TO WS-STATEMENT-COUNT.
108000     MOVE ZERO TO WS-STMT-ITEM-COUNT
108100                  WS-STMT-PROCESSED-COUNT
108200                  WS-STMT-REJECTED-COUNT
108300                  WS-STMT-BLOCKED-COUNT
108400                  WS-STMT-PARKED-COUNT
108500                  WS-STMT-HELD-COUNT.
108600     PERFORM 3200-RESOLVE-SOURCE-SLOT
108700         THRU 3200-RESOLVE-SOURCE-SLOT-EXIT.
108800     PERFORM 3300-WRITE-STATEMENT-HEADING
108900         THRU 3300-WRITE-STATEMENT-HEADING-EXIT.
109000     PERFORM 3400-LIST-OWN-ROWS THRU 3400-LIST-OWN-ROWS-EXIT.
109100     PERFORM 3500-LIST-ONE-INCOMING-LEG
109200         THRU 3500-LIST-ONE-INCOMING-LEG-EXIT
109300         VARYING WS-XL-SUB FROM 1 BY 1
109400         UNTIL WS-XL-SUB > XL-TABLE-COUNT.
109500     PERFORM 3700-WRITE-STATEMENT-SUMMARY
109600         THRU 3700-WRITE-STATEMENT-SUMMARY-EXIT.
109700 3100-PRODUCE-ONE-STATEMENT-EXIT.
109800     EXIT.
109900***************************************************************
110000*    3200-RESOLVE-SOURCE-SLOT  --  WITH THE SOURCE MASTER, A   *
110100*    SOURCE NOT ALREADY IN A FIXED SLOT IS EITHER INTERNAL     *
110200*    (NO FEED) OR HAS NO SLOT AT ALL.  WITHOUT IT, A NEW       *
110300*    SOURCE TAKES THE NEXT FREE SLOT.  SLOT ZERO MEANS THE     *
110400*    STATEMENT IS PRINTED BUT NOT EXTRACTED.                   *
110500***************************************************************
110600 3200-RESOLVE-SOURCE-SLOT.
110700     MOVE SPACES TO WS-STMT-SOURCE-NAME.
110800     MOVE ZERO TO WS-SRC-SLOT.
110900     PERFORM 3210-TEST-ONE-SLOT
111000         THRU 3210-TEST-ONE-SLOT-EXIT
111100         VARYING WS-SLOT-SUB FROM 1 BY 1
111200         UNTIL WS-SLOT-SUB > SRC-MAX-SLOTS
111300            OR WS-SRC-SLOT > ZERO.
111400     IF WS-SRC-SLOT > ZERO
111500         MOVE SRC-SLOT-NAME(WS-SRC-SLOT) TO WS-STMT-SOURCE-NAME
111600         GO TO 3200-RESOLVE-SOURCE-SLOT-EXIT
111700     END-IF.
111800     IF WS-SRCMSTR-OPEN
111900         PERFORM 3220-CLASSIFY-UNSLOTTED-SOURCE
112000             THRU 3220-CLASSIFY-UNSLOTTED-SOURCE-EXIT
112100         GO TO 3200-RESOLVE-SOURCE-SLOT-EXIT
112200     END-IF.
112300     IF SRC-TABLE-COUNT = SRC-MAX-SLOTS
112400*        A NINTH SOURCE -- NO SLOT LEFT.  FLAGGED AND COUNTED;
112500*        ITS STATEMENTS ARE PRINTED BUT NOT EXTRACTED.
112600         SET WS-SOURCES-OVERFLOWED TO TRUE
112700         ADD 1 TO WS-NO-EXTRACT-COUNT
112800         GO TO 3200-RESOLVE-SOURCE-SLOT-EXIT
112900     END-IF.
113000     ADD 1 TO SRC-TABLE-COUNT.
113100     MOVE SRC-TABLE-COUNT TO WS-SRC-SLOT.
113200     MOVE SA-SOURCE(WS-SA-SUB) TO SRC-SLOT-SOURCE(WS-SRC-SLOT).
113300 3200-RESOLVE-SOURCE-SLOT-EXIT.
113400     EXIT.
113500***************************************************************
113600*    3210-TEST-ONE-SLOT                                        *
113700***************************************************************
113800 3210-TEST-ONE-SLOT.
113900     IF SRC-SLOT-SOURCE(WS-SLOT-SUB) = SA-SOURCE(WS-SA-SUB)
114000         MOVE WS-SLOT-SUB TO WS-SRC-SLOT
114100     END-IF.
114200 3210-TEST-ONE-SLOT-EXIT.
114300     EXIT.
114400***************************************************************
114500*    3220-CLASSIFY-UNSLOTTED-SOURCE  --  AN OPEN SOURCE WITH   *
114600*    SLOT 00 IS INTERNAL AND HAS NO FEED: COUNTED, NOT AN      *
114700*    ERROR.  A SOURCE NOT ON THE MASTER, OR CLOSED ON IT, HAS  *
114800*    NOWHERE TO GO: FLAGGED AND COUNTED.                       *
114900***************************************************************
115000 3220-CLASSIFY-UNSLOTTED-SOURCE.
115100     MOVE SA-SOURCE(WS-SA-SUB) TO SRCM-SOURCE-CODE.
115200     READ SOURCE-MASTER-FILE
115300         INVALID KEY
115400             MOVE SPACES TO SOURCE-MASTER-RECORD
115500             SET SRCM-IS-CLOSED TO TRUE
115600     END-READ.
115700     MOVE SRCM-SOURCE-NAME TO WS-STMT-SOURCE-NAME.
115800     IF SRCM-NO-ACK-FEED
115900         AND NOT SRCM-IS-CLOSED
116000         ADD 1 TO WS-INTERNAL-COUNT
116100     ELSE
116200         SET WS-SOURCE-UNSLOTTED TO TRUE
116300         ADD 1 TO WS-UNSLOTTED-COUNT
116400         ADD 1 TO WS-NO-EXTRACT-COUNT
116500     END-IF.
116600 3220-CLASSIFY-UNSLOTTED-SOURCE-EXIT.
116700     EXIT.
116800***************************************************************
116900*    3300-WRITE-STATEMENT-HEADING  --  EACH STATEMENT STARTS   *
117000*    A NEW PAGE.  THE EXTRACT'S ACCOUNT RECORD CARRIES THE     *
117100*    SAME POSITIONS THE STATEMENT PRINTS.                      *
117200***************************************************************
117300 3300-WRITE-STATEMENT-HEADING.
117400     MOVE WS-PERIOD-NUMBER TO WS-PERIOD-EDIT.
117500     MOVE WS-BUSINESS-DATE TO WS-DATE-EDIT.
117600     MOVE SPACES TO STMT-PRINT-LINE.
117700     STRING 'ACCOUNT STATEMENT      PERIOD ' WS-PERIOD-EDIT
117800         '      PRODUCED ' WS-DATE-EDIT
117900         DELIMITED BY SIZE INTO STMT-PRINT-LINE.
118000     WRITE STMT-PRINT-LINE AFTER ADVANCING PAGE.
118100     MOVE SPACES TO STMT-PRINT-LINE.
118200     WRITE STMT-PRINT-LINE.
118300     MOVE SPACES TO STMT-PRINT-LINE.
118400     STRING 'SOURCE   ' SA-SOURCE(WS-SA-SUB)
118500         '  ' WS-STMT-SOURCE-NAME
118600         DELIMITED BY SIZE INTO STMT-PRINT-LINE.
118700     WRITE STMT-PRINT-LINE.
118800     MOVE SPACES TO STMT-PRINT-LINE.
118900     STRING 'ACCOUNT  ' SA-ACCOUNT(WS-SA-SUB)
119000         DELIMITED BY SIZE INTO STMT-PRINT-LINE.
119100     WRITE STMT-PRINT-LINE.
119200     MOVE SPACES TO STMT-PRINT-LINE.
119300     WRITE STMT-PRINT-LINE.
119400     MOVE WS-OPENING-DATE TO WS-DATE-EDIT.
119500     MOVE SA-OPENING-POSITION(WS-SA-SUB)
119600         TO WS-REPORT-AMOUNT-EDIT.
119700     MOVE SPACES TO WS-UNCERTAIN-MARK.
119800     IF SA-OPEN-UNCERTAIN-SW(WS-SA-SUB) = 'Y'
119900         MOVE ' *' TO WS-UNCERTAIN-MARK
120000     END-IF.
120100     STRING 'OPENING CONSUMED POSITION AS AT ' WS-DATE-EDIT
120200         '  ' WS-REPORT-AMOUNT-EDIT WS-UNCERTAIN-MARK
120300         DELIMITED BY SIZE INTO STMT-PRINT-LINE.
120400     WRITE STMT-PRINT-LINE.
120500     MOVE SPACES TO STMT-PRINT-LINE.
120600     WRITE STMT-PRINT-LINE.
120700     MOVE SPACES            TO STMT-PRINT-LINE.
120800     MOVE 'DATE'            TO STMT-PRINT-LINE(1:4).
120900     MOVE 'TRANS-KEY'       TO STMT-PRINT-LINE(12:9).
121000     MOVE 'TY'              TO STMT-PRINT-LINE(23:2).
121100     MOVE 'DC'              TO STMT-PRINT-LINE(26:2).
121200     MOVE 'AMOUNT'          TO STMT-PRINT-LINE(41:6).
121300     MOVE 'BASE AMOUNT'     TO STMT-PRINT-LINE(55:11).
121400     MOVE 'OUTCOME'         TO STMT-PRINT-LINE(67:7).
121500     MOVE 'REVERSAL'        TO STMT-PRINT-LINE(77:8).
121600     MOVE 'REJECT REASONS'  TO STMT-PRINT-LINE(87:14).
121700     MOVE 'SUSPENSE'        TO STMT-PRINT-LINE(113:8).
121800     WRITE STMT-PRINT-LINE.
121900     IF WS-SRC-SLOT = ZERO
122000         GO TO 3300-WRITE-STATEMENT-HEADING-EXIT
122100     END-IF.
122200     MOVE SPACES TO STMW-RECORD.
122300     SET STMW-ACCOUNT-RECORD TO TRUE.
122400     MOVE SA-SOURCE(WS-SA-SUB)     TO STMW-SOURCE.
122500     MOVE SA-ACCOUNT(WS-SA-SUB)    TO STMW-ACCOUNT.
122600     MOVE WS-PERIOD-NUMBER         TO STMW-PERIOD.
122700     MOVE WS-OPENING-DATE          TO STMW-OPENING-DATE.
122800     MOVE SA-OPENING-POSITION(WS-SA-SUB)
122900                                   TO STMW-OPENING-POSITION.
123000     MOVE SA-PERIOD-CONSUMED(WS-SA-SUB)
123100                                   TO STMW-PERIOD-CONSUMED.
123200     MOVE WS-LAST-BUSINESS-DAY     TO STMW-CLOSING-DATE.
123300     MOVE SA-CLOSING-POSITION(WS-SA-SUB)
123400                                   TO STMW-CLOSING-POSITION.
123500     MOVE SA-OPEN-UNCERTAIN-SW(WS-SA-SUB)
123600                                   TO STMW-OPEN-UNCERTAIN.
123700     MOVE SA-PERIOD-UNCERTAIN-SW(WS-SA-SUB)
123800                                   TO STMW-PERIOD-UNCERTAIN.
123900     MOVE SA-CLOSE-UNCERTAIN-SW(WS-SA-SUB)
124000                                   TO STMW-CLOSE-UNCERTAIN.
124100     MOVE SA-ITEM-COUNT(WS-SA-SUB) TO STMW-ITEM-COUNT.
124200     PERFORM 3800-WRITE-TO-SLOT THRU 3800-WRITE-TO-SLOT-EXIT.
124300     ADD 1 TO SRC-SLOT-ACCOUNTS(WS-SRC-SLOT).
124400 3300-WRITE-STATEMENT-HEADING-EXIT.
124500     EXIT.
124600***************************************************************
124700*    3400-LIST-OWN-ROWS  --  THE ACCOUNT'S KEY RANGE ON THE    *
124800*    HISTORY, IN KEY ORDER.  OTHER SOURCES' ROWS AND ROWS      *
124900*    OUTSIDE THE PERIOD ARE PASSED OVER.                       *
125000***************************************************************
125100 3400-LIST-OWN-ROWS.
125200     MOVE 'N' TO WS-ACCT-ROWS-SW.
125300     MOVE LOW-VALUES TO TXH-KEY.
125400     MOVE SA-ACCOUNT(WS-SA-SUB) TO TXH-TRANS-KEY(1:6).
125500     START TXN-HISTORY-FILE
125600         KEY >= TXH-KEY
125700         INVALID KEY
125800             SET WS-ACCT-ROWS-DONE TO TRUE
125900     END-START.
126000     PERFORM 3410-LIST-ONE-OWN-ROW
126100         THRU 3410-LIST-ONE-OWN-ROW-EXIT
126200         UNTIL WS-ACCT-ROWS-DONE.
126300 3400-LIST-OWN-ROWS-EXIT.
126400     EXIT.
126500***************************************************************
126600*    3410-LIST-ONE-OWN-ROW                                     *
126700***************************************************************
126800 3410-LIST-ONE-OWN-ROW.
126900     READ TXN-HISTORY-FILE NEXT
127000         AT END
127100             SET WS-ACCT-ROWS-DONE TO TRUE
127200             GO TO 3410-LIST-ONE-OWN-ROW-EXIT
127300     END-READ.
127400     IF TXH-TRANS-KEY(1:6) NOT = SA-ACCOUNT(WS-SA-SUB)
127500         SET WS-ACCT-ROWS-DONE TO TRUE
127600         GO TO 3410-LIST-ONE-OWN-ROW-EXIT
127700     END-IF.
127800     IF TXH-TXN-SOURCE NOT = SA-SOURCE(WS-SA-SUB)
127900         OR TXH-BUSINESS-DATE < WS-PERIOD-FIRST-DATE
128000         OR TXH-BUSINESS-DATE > WS-PERIOD-LAST-DATE
128100         GO TO 3410-LIST-ONE-OWN-ROW-EXIT
128200     END-IF.
128300     MOVE TXH-TRANS-KEY     TO WS-ITEM-TRANS-KEY.
128400     MOVE TXH-BUSINESS-DATE TO WS-ITEM-BUSINESS-DATE.
128500     MOVE TXH-TXN-TYPE      TO WS-ITEM-TXN-TYPE.
128600     SET WS-ITEM-DEBIT-SIDE TO TRUE.
128700     MOVE TXH-TXN-AMOUNT    TO WS-ITEM-TXN-AMOUNT.
128800     MOVE TXH-BASE-AMOUNT   TO WS-ITEM-BASE-AMOUNT.
128900     MOVE TXH-DISPOSITION   TO WS-ITEM-DISPOSITION.
129000     MOVE TXH-REVERSED-SW   TO WS-ITEM-REVERSED-SW.
129100     PERFORM 3600-LIST-ONE-ITEM THRU 3600-LIST-ONE-ITEM-EXIT.
129200 3410-LIST-ONE-OWN-ROW-EXIT.
129300     EXIT.
129400***************************************************************
129500*    3500-LIST-ONE-INCOMING-LEG                                *
129600***************************************************************
129700 3500-LIST-ONE-INCOMING-LEG.
129800     IF XL-SOURCE(WS-XL-SUB) NOT = SA-SOURCE(WS-SA-SUB)
129900         OR XL-ACCOUNT(WS-XL-SUB) NOT = SA-ACCOUNT(WS-SA-SUB)
130000         GO TO 3500-LIST-ONE-INCOMING-LEG-EXIT
130100     END-IF.
130200     MOVE XL-TRANS-KEY(WS-XL-SUB)     TO WS-ITEM-TRANS-KEY.
130300     MOVE XL-BUSINESS-DATE(WS-XL-SUB) TO WS-ITEM-BUSINESS-DATE.
130400     MOVE XL-TXN-TYPE(WS-XL-SUB)      TO WS-ITEM-TXN-TYPE.
130500     SET WS-ITEM-CREDIT-SIDE TO TRUE.
130600     MOVE XL-TXN-AMOUNT(WS-XL-SUB)    TO WS-ITEM-TXN-AMOUNT.
130700     MOVE XL-BASE-AMOUNT(WS-XL-SUB)   TO WS-ITEM-BASE-AMOUNT.
130800     MOVE XL-DISPOSITION(WS-XL-SUB)   TO WS-ITEM-DISPOSITION.
130900     MOVE XL-REVERSED-SW(WS-XL-SUB)   TO WS-ITEM-REVERSED-SW.
131000     PERFORM 3600-LIST-ONE-ITEM THRU 3600-LIST-ONE-ITEM-EXIT.
131100 3500-LIST-ONE-INCOMING-LEG-EXIT.
131200     EXIT.
131300***************************************************************
131400*    3600-LIST-ONE-ITEM  --  ONE PRINT LINE AND, WHEN THE      *
131500*    SOURCE HAS A SLOT, ONE EXTRACT DETAIL RECORD.             *
131600***************************************************************
131700 3600-LIST-ONE-ITEM.
131800     ADD 1 TO WS-STMT-ITEM-COUNT.
131900     ADD 1 TO WS-ITEMS-LISTED-COUNT.
132000     EVALUATE WS-ITEM-DISPOSITION
132100         WHEN 'P'
132200             MOVE 'PROCESSED' TO WS-DISPOSITION-TEXT
132300             ADD 1 TO WS-STMT-PROCESSED-COUNT
132400         WHEN 'R'
132500             MOVE 'REJECTED'  TO WS-DISPOSITION-TEXT
132600             ADD 1 TO WS-STMT-REJECTED-COUNT
132700         WHEN 'B'
132800             MOVE 'BLOCKED'   TO WS-DISPOSITION-TEXT
132900             ADD 1 TO WS-STMT-BLOCKED-COUNT
133000         WHEN 'K'
133100             MOVE 'PARKED'    TO WS-DISPOSITION-TEXT
133200             ADD 1 TO WS-STMT-PARKED-COUNT
133300         WHEN 'H'
133400             MOVE 'HELD'      TO WS-DISPOSITION-TEXT
133500             ADD 1 TO WS-STMT-HELD-COUNT
133600         WHEN OTHER
133700             MOVE 'UNKNOWN'   TO WS-DISPOSITION-TEXT
133800     END-EVALUATE.
133900     EVALUATE TRUE
134000         WHEN WS-ITEM-TXN-TYPE = 2
134100             MOVE 'REVERSAL'  TO WS-REVERSAL-TEXT
134200             MOVE 'R'         TO WS-REVERSAL-CODE
134300         WHEN WS-ITEM-REVERSED-SW = 'Y'
134400             MOVE 'REVERSED'  TO WS-REVERSAL-TEXT
134500             MOVE 'Y'         TO WS-REVERSAL-CODE
134600         WHEN OTHER
134700             MOVE SPACES      TO WS-REVERSAL-TEXT
134800             MOVE 'N'         TO WS-REVERSAL-CODE
134900     END-EVALUATE.
135000     IF WS-ITEM-CREDIT-SIDE
135100         MOVE 'CR' TO WS-SIDE-TEXT
135200     ELSE
135300         MOVE 'DR' TO WS-SIDE-TEXT
135400     END-IF.
135500     PERFORM 3650-LOOK-UP-SUSPENSE
135600         THRU 3650-LOOK-UP-SUSPENSE-EXIT.
135700     MOVE WS-ITEM-BUSINESS-DATE TO WS-DATE-EDIT.
135800     MOVE WS-ITEM-TXN-AMOUNT    TO WS-ITEM-AMOUNT-EDIT.
135900     MOVE WS-ITEM-BASE-AMOUNT   TO WS-ITEM-BASE-EDIT.
136000     MOVE SPACES TO STMT-PRINT-LINE.
136100     STRING WS-DATE-EDIT ' ' WS-ITEM-TRANS-KEY
136200         ' ' WS-ITEM-TXN-TYPE ' ' WS-SIDE-TEXT
136300         ' ' WS-ITEM-AMOUNT-EDIT ' ' WS-ITEM-BASE-EDIT
136400         ' ' WS-DISPOSITION-TEXT ' ' WS-REVERSAL-TEXT
136500         ' ' WS-REASON-TEXT ' ' WS-SUSPENSE-TEXT
136600         DELIMITED BY SIZE INTO STMT-PRINT-LINE.
136700     WRITE STMT-PRINT-LINE.
136800     IF WS-SRC-SLOT = ZERO
136900         GO TO 3600-LIST-ONE-ITEM-EXIT
137000     END-IF.
137100     MOVE SPACES TO STMW-RECORD.
137200     SET STMW-DETAIL-RECORD TO TRUE.
137300     MOVE SA-SOURCE(WS-SA-SUB)  TO STMW-DTL-SOURCE.
137400     MOVE SA-ACCOUNT(WS-SA-SUB) TO STMW-DTL-ACCOUNT.
137500     MOVE WS-ITEM-TRANS-KEY     TO STMW-TRANS-KEY.
137600     MOVE WS-ITEM-BUSINESS-DATE TO STMW-BUSINESS-DATE.
137700     MOVE WS-ITEM-TXN-TYPE      TO STMW-TXN-TYPE.
137800     MOVE WS-ITEM-SIDE          TO STMW-SIDE.
137900     MOVE WS-ITEM-TXN-AMOUNT    TO STMW-TXN-AMOUNT.
138000     MOVE WS-ITEM-BASE-AMOUNT   TO STMW-BASE-AMOUNT.
138100     MOVE WS-ITEM-DISPOSITION   TO STMW-DISPOSITION.
138200     MOVE WS-REVERSAL-CODE      TO STMW-REVERSAL-STATUS.
138300     PERFORM 3660-MOVE-ONE-REASON
138400         THRU 3660-MOVE-ONE-REASON-EXIT
138500         VARYING WS-REASON-SUB FROM 1 BY 1
138600         UNTIL WS-REASON-SUB > 5.
138700     MOVE WS-SUSPENSE-CODE      TO STMW-SUSPENSE-STATUS.
138800     PERFORM 3800-WRITE-TO-SLOT THRU 3800-WRITE-TO-SLOT-EXIT.
138900     ADD 1 TO SRC-SLOT-DETAILS(WS-SRC-SLOT).
139000     ADD WS-ITEM-TXN-AMOUNT TO SRC-SLOT-AMOUNT(WS-SRC-SLOT).
139100 3600-LIST-ONE-ITEM-EXIT.
139200     EXIT.
139300***************************************************************
139400*    3650-LOOK-UP-SUSPENSE  --  ANY ITEM THAT WENT THROUGH     *
139500*    SUSPENSE (REJECTED NOW, OR REWORKED AND PROCESSED SINCE)  *
139600*    HAS A SUSPENSE MASTER ROW WITH ITS LAST FIVE REASONS.  A  *
139700*    REJECTED ITEM WITHOUT ONE IS SHOWN AS NOT ON FILE.        *
139800*    SUSPENSE CODES ON THE EXTRACT: O/R/W AS SUSM-STATUS,      *
139900*    N = REJECTED BUT NOT ON FILE, U = MASTER UNAVAILABLE.     *
140000***************************************************************
140100 3650-LOOK-UP-SUSPENSE.
140200     MOVE SPACES TO WS-REASON-TEXT
140300                    WS-SUSPENSE-TEXT
140400                    WS-SUSPENSE-CODE.
140500     MOVE 'N' TO WS-SUSM-FOUND-SW.
140600     IF NOT WS-SUSPMSTR-OPEN
140700         IF WS-ITEM-DISPOSITION = 'R'
140800             MOVE 'UNAVAILABLE' TO WS-SUSPENSE-TEXT
140900             MOVE 'U' TO WS-SUSPENSE-CODE
141000         END-IF
141100         GO TO 3650-LOOK-UP-SUSPENSE-EXIT
141200     END-IF.
141300     MOVE WS-ITEM-TRANS-KEY TO SUSM-TRANS-KEY.
141400     READ SUSPENSE-MASTER-FILE
141500         INVALID KEY
141600             IF WS-ITEM-DISPOSITION = 'R'
141700                 MOVE 'NOT ON FILE' TO WS-SUSPENSE-TEXT
141800                 MOVE 'N' TO WS-SUSPENSE-CODE
141900             END-IF
142000             GO TO 3650-LOOK-UP-SUSPENSE-EXIT
142100     END-READ.
142200     SET WS-SUSM-FOUND TO TRUE.
142300     PERFORM 3655-SHOW-ONE-REASON
142400         THRU 3655-SHOW-ONE-REASON-EXIT
142500         VARYING WS-REASON-SUB FROM 1 BY 1
142600         UNTIL WS-REASON-SUB > 5.
142700     MOVE SUSM-STATUS TO WS-SUSPENSE-CODE.
142800     EVALUATE TRUE
142900         WHEN SUSM-STATUS-OPEN
143000             MOVE 'OPEN'        TO WS-SUSPENSE-TEXT
143100         WHEN SUSM-STATUS-RESOLVED
143200             MOVE 'RESOLVED'    TO WS-SUSPENSE-TEXT
143300         WHEN SUSM-STATUS-WRITTEN-OFF
143400             MOVE 'WRITTEN OFF' TO WS-SUSPENSE-TEXT
143500     END-EVALUATE.
143600 3650-LOOK-UP-SUSPENSE-EXIT.
143700     EXIT.
143800***************************************************************
143900*    3655-SHOW-ONE-REASON                                      *
144000***************************************************************
144100 3655-SHOW-ONE-REASON.
144200     MOVE SUSM-REASON-CODE(WS-REASON-SUB)
144300         TO WS-REASON-SHOWN(WS-REASON-SUB).
144400 3655-SHOW-ONE-REASON-EXIT.
144500     EXIT.
144600***************************************************************
144700*    3660-MOVE-ONE-REASON                                      *
144800***************************************************************
144900 3660-MOVE-ONE-REASON.
145000     MOVE WS-REASON-SHOWN(WS-REASON-SUB)
145100         TO STMW-REASON-CODE(WS-REASON-SUB).
145200 3660-MOVE-ONE-REASON-EXIT.
145300     EXIT.
145400***************************************************************
145500*    3700-WRITE-STATEMENT-SUMMARY                              *
145600***************************************************************
145700 3700-WRITE-STATEMENT-SUMMARY.
145800     MOVE SPACES TO STMT-PRINT-LINE.
145900     IF WS-STMT-ITEM-COUNT = ZERO
146000         MOVE 'NO ACTIVITY IN THE PERIOD.' TO STMT-PRINT-LINE
146100     END-IF.
146200     WRITE STMT-PRINT-LINE.
146300     MOVE WS-STMT-ITEM-COUNT      TO WS-COUNT-EDIT-1.
146400     MOVE WS-STMT-PROCESSED-COUNT TO WS-COUNT-EDIT-2.
146500     MOVE WS-STMT-REJECTED-COUNT  TO WS-COUNT-EDIT-3.
146600     MOVE WS-STMT-BLOCKED-COUNT   TO WS-COUNT-EDIT-4.
146700     MOVE WS-STMT-PARKED-COUNT    TO WS-COUNT-EDIT-5.
146800     MOVE WS-STMT-HELD-COUNT      TO WS-COUNT-EDIT-6.
146900     MOVE SPACES TO STMT-PRINT-LINE.
147000     STRING 'ITEMS ' WS-COUNT-EDIT-1
147100         '   PROCESSED ' WS-COUNT-EDIT-2
147200         '   REJECTED ' WS-COUNT-EDIT-3
147300         '   BLOCKED ' WS-COUNT-EDIT-4
147400         '   PARKED ' WS-COUNT-EDIT-5
147500         '   HELD ' WS-COUNT-EDIT-6
147600         DELIMITED BY SIZE INTO STMT-PRINT-LINE.
147700     WRITE STMT-PRINT-LINE.
147800     MOVE SPACES TO STMT-PRINT-LINE.
147900     WRITE STMT-PRINT-LINE.
148000     MOVE SA-PERIOD-CONSUMED(WS-SA-SUB) TO WS-REPORT-AMOUNT-EDIT.
148100     MOVE SPACES TO WS-UNCERTAIN-MARK.
148200     IF SA-PERIOD-UNCERTAIN-SW(WS-SA-SUB) = 'Y'
148300         MOVE ' *' TO WS-UNCERTAIN-MARK
148400     END-IF.
148500     STRING 'CONSUMED IN THE PERIOD                    '
148600         '  ' WS-REPORT-AMOUNT-EDIT WS-UNCERTAIN-MARK
148700         DELIMITED BY SIZE INTO STMT-PRINT-LINE.
148800     WRITE STMT-PRINT-LINE.
148900     MOVE SPACES TO STMT-PRINT-LINE.
149000     MOVE WS-LAST-BUSINESS-DAY TO WS-DATE-EDIT.
149100     MOVE SA-CLOSING-POSITION(WS-SA-SUB) TO WS-REPORT-AMOUNT-EDIT.
149200     MOVE SPACES TO WS-UNCERTAIN-MARK.
149300     IF SA-CLOSE-UNCERTAIN-SW(WS-SA-SUB) = 'Y'
149400         MOVE ' *' TO WS-UNCERTAIN-MARK
149500     END-IF.
149600     STRING 'CLOSING CONSUMED POSITION AS AT ' WS-DATE-EDIT
149700         '  ' WS-REPORT-AMOUNT-EDIT WS-UNCERTAIN-MARK
149800         DELIMITED BY SIZE INTO STMT-PRINT-LINE.
149900     WRITE STMT-PRINT-LINE.
150000     IF SA-OPEN-UNCERTAIN-SW(WS-SA-SUB) = 'Y'
150100         OR SA-PERIOD-UNCERTAIN-SW(WS-SA-SUB) = 'Y'
150200         MOVE SPACES TO STMT-PRINT-LINE
150300         WRITE STMT-PRINT-LINE
150400         MOVE '* A BLOCKED ITEM STANDS BEHIND THIS FIGURE AND MAY'
150500             TO STMT-PRINT-LINE
150600         WRITE STMT-PRINT-LINE
150700         MOVE '  OR MAY NOT HAVE CONSUMED -- IT IS NOT CERTAIN.'
150800             TO STMT-PRINT-LINE
150900         WRITE STMT-PRINT-LINE
151000     END-IF.
151100 3700-WRITE-STATEMENT-SUMMARY-EXIT.
151200     EXIT.
151300***************************************************************
151400*    3800-WRITE-TO-SLOT  --  THE ONE PLACE THAT KNOWS WHICH    *
151500*    SLOT NUMBER IS WHICH DD, SAME AS ENQ245'S ACK WRITER.     *
151600***************************************************************
151700 3800-WRITE-TO-SLOT.
151800     EVALUATE WS-SRC-SLOT
151900         WHEN 1
152000             MOVE STMW-RECORD TO STMX-1-RECORD
152100             WRITE STMX-1-RECORD
152200         WHEN 2
152300             MOVE STMW-RECORD TO STMX-2-RECORD
152400             WRITE STMX-2-RECORD
152500         WHEN 3
152600             MOVE STMW-RECORD TO STMX-3-RECORD
152700             WRITE STMX-3-RECORD
152800         WHEN 4
152900             MOVE STMW-RECORD TO STMX-4-RECORD
153000             WRITE STMX-4-RECORD
153100         WHEN 5
153200             MOVE STMW-RECORD TO STMX-5-RECORD
153300             WRITE STMX-5-RECORD
153400         WHEN 6
153500             MOVE STMW-RECORD TO STMX-6-RECORD
153600             WRITE STMX-6-RECORD
153700         WHEN 7
153800             MOVE STMW-RECORD TO STMX-7-RECORD
153900             WRITE STMX-7-RECORD
154000         WHEN 8
154100             MOVE STMW-RECORD TO STMX-8-RECORD
154200             WRITE STMX-8-RECORD
154300     END-EVALUATE.
154400 3800-WRITE-TO-SLOT-EXIT.
154500     EXIT.
154600***************************************************************
154700*    7000-WRITE-TRAILERS-AND-MAP  --  ONE TRAILER PER USED     *
154800*    SLOT, EVEN ONE WITH NO STATEMENTS, AND THE SLOT-TO-       *
154900*    SOURCE MAP ON THE REPORT.  NOTHING ON A FAILED RUN.       *
155000***************************************************************
155100 7000-WRITE-TRAILERS-AND-MAP.
155200     IF WS-PARM-IN-ERROR
155300         OR WS-CALENDAR-IN-ERROR
155400         OR WS-HISTORY-NOT-OPENED
155500         OR WS-TABLE-OVERFLOWED
155600         GO TO 7000-WRITE-TRAILERS-AND-MAP-EXIT
155700     END-IF.
155800     PERFORM 7100-FINISH-ONE-SLOT
155900         THRU 7100-FINISH-ONE-SLOT-EXIT
156000         VARYING WS-SRC-SLOT FROM 1 BY 1
156100         UNTIL WS-SRC-SLOT > SRC-MAX-SLOTS.
156200 7000-WRITE-TRAILERS-AND-MAP-EXIT.
156300     EXIT.
156400***************************************************************
156500*    7100-FINISH-ONE-SLOT                                      *
156600***************************************************************
156700 7100-FINISH-ONE-SLOT.
156800     IF SRC-SLOT-SOURCE(WS-SRC-SLOT) = SPACES
156900         GO TO 7100-FINISH-ONE-SLOT-EXIT
157000     END-IF.
157100     MOVE SPACES TO STMW-RECORD.
157200     SET STMW-TRAILER-RECORD TO TRUE.
157300     MOVE SRC-SLOT-SOURCE(WS-SRC-SLOT)   TO STMW-TRL-SOURCE.
157400     MOVE WS-PERIOD-NUMBER               TO STMW-TRL-PERIOD.
157500     MOVE SRC-SLOT-ACCOUNTS(WS-SRC-SLOT)
157600         TO STMW-TRL-ACCOUNT-COUNT.
157700     MOVE SRC-SLOT-DETAILS(WS-SRC-SLOT)
157800         TO STMW-TRL-DETAIL-COUNT.
157900     MOVE SRC-SLOT-AMOUNT(WS-SRC-SLOT)
158000         TO STMW-TRL-AMOUNT-TOTAL.
158100     PERFORM 3800-WRITE-TO-SLOT THRU 3800-WRITE-TO-SLOT-EXIT.
158200     MOVE SPACES TO STMT-REPORT-LINE.
158300     MOVE SRC-SLOT-ACCOUNTS(WS-SRC-SLOT) TO WS-COUNT-EDIT-1.
158400     MOVE SRC-SLOT-DETAILS(WS-SRC-SLOT)
158500         TO WS-REPORT-NUMERIC-EDIT.
158600     MOVE SRC-SLOT-AMOUNT(WS-SRC-SLOT)
158700         TO WS-REPORT-AMOUNT-EDIT.
158800     MOVE WS-SRC-SLOT TO WS-SLOT-EDIT.
158900     STRING 'STMX0' WS-SLOT-EDIT
159000         '  SOURCE ' SRC-SLOT-SOURCE(WS-SRC-SLOT)
159100         '  ' SRC-SLOT-NAME(WS-SRC-SLOT)
159200         '  ACCOUNTS ' WS-COUNT-EDIT-1
159300         '  ITEMS ' WS-REPORT-NUMERIC-EDIT
159400         '  AMOUNT ' WS-REPORT-AMOUNT-EDIT
159500         DELIMITED BY SIZE INTO STMT-REPORT-LINE.
159600     WRITE STMT-REPORT-LINE.
159700 7100-FINISH-ONE-SLOT-EXIT.
159800     EXIT.
159900***************************************************************
160000*    8000-TERMINATE                                            *
160100***************************************************************
160200 8000-TERMINATE.
160300     MOVE SPACES TO STMT-REPORT-LINE.
160400     WRITE STMT-REPORT-LINE.
160500     IF WS-TABLE-OVERFLOWED
160600         MOVE 'TABLE OVERFLOW -- NO STATEMENTS PRODUCED.'
160700             TO STMT-REPORT-LINE
160800         WRITE STMT-REPORT-LINE
160900     END-IF.
161000     MOVE WS-ROWS-SWEPT-COUNT TO WS-REPORT-NUMERIC-EDIT.
161100     MOVE SPACES TO STMT-REPORT-LINE.
161200     STRING 'HISTORY ROWS SWEPT              : '
161300         WS-REPORT-NUMERIC-EDIT
161400         DELIMITED BY SIZE INTO STMT-REPORT-LINE.
161500     WRITE STMT-REPORT-LINE.
161600     MOVE WS-STATEMENT-COUNT TO WS-REPORT-NUMERIC-EDIT.
161700     MOVE SPACES TO STMT-REPORT-LINE.
161800     STRING 'STATEMENTS PRODUCED             : '
161900         WS-REPORT-NUMERIC-EDIT
162000         DELIMITED BY SIZE INTO STMT-REPORT-LINE.
162100     WRITE STMT-REPORT-LINE.
162200     MOVE WS-ITEMS-LISTED-COUNT TO WS-REPORT-NUMERIC-EDIT.
162300     MOVE SPACES TO STMT-REPORT-LINE.
162400     STRING 'ITEMS LISTED                    : '
162500         WS-REPORT-NUMERIC-EDIT
162600         DELIMITED BY SIZE INTO STMT-REPORT-LINE.
162700     WRITE STMT-REPORT-LINE.
162800     IF WS-INTERNAL-COUNT > ZERO
162900         MOVE WS-INTERNAL-COUNT TO WS-REPORT-NUMERIC-EDIT
163000         MOVE SPACES TO STMT-REPORT-LINE
163100         STRING 'STATEMENTS FOR INTERNAL SOURCES : '
163200             WS-REPORT-NUMERIC-EDIT
163300             ' (NO EXTRACT)'
163400             DELIMITED BY SIZE INTO STMT-REPORT-LINE
163500         WRITE STMT-REPORT-LINE
163600     END-IF.
163700     IF WS-SOURCE-UNSLOTTED
163800         MOVE WS-UNSLOTTED-COUNT TO WS-REPORT-NUMERIC-EDIT
163900         MOVE SPACES TO STMT-REPORT-LINE
164000         STRING 'SOURCE NOT ON THE SOURCE MASTER OR CLOSED -- '
164100             WS-REPORT-NUMERIC-EDIT
164200             ' STATEMENTS NOT EXTRACTED.'
164300             DELIMITED BY SIZE INTO STMT-REPORT-LINE
164400         WRITE STMT-REPORT-LINE
164500     END-IF.
164600     IF WS-SOURCES-OVERFLOWED
164700         MOVE WS-NO-EXTRACT-COUNT TO WS-REPORT-NUMERIC-EDIT
164800         MOVE SPACES TO STMT-REPORT-LINE
164900         STRING 'MORE SOURCES THAN EXTRACT SLOTS -- '
165000             WS-REPORT-NUMERIC-EDIT
165100             ' STATEMENTS NOT EXTRACTED.'
165200             DELIMITED BY SIZE INTO STMT-REPORT-LINE
165300         WRITE STMT-REPORT-LINE
165400     END-IF.
165500     IF WS-ON-DEMAND-RUN
165600         AND WS-STATEMENT-COUNT = ZERO
165700         AND NOT WS-PARM-IN-ERROR
165800         AND NOT WS-CALENDAR-IN-ERROR
165900         AND NOT WS-HISTORY-NOT-OPENED
166000         MOVE 'NO HISTORY FOR THE ACCOUNT IN THE PERIOD.'
166100             TO STMT-REPORT-LINE
166200         WRITE STMT-REPORT-LINE
166300     END-IF.
166400     CLOSE STMT-REPORT-FILE.
166500     CLOSE STMT-PRINT-FILE.
166600     CLOSE STMX-1-FILE STMX-2-FILE STMX-3-FILE STMX-4-FILE
166700           STMX-5-FILE STMX-6-FILE STMX-7-FILE STMX-8-FILE.
166800     IF NOT WS-HISTORY-NOT-OPENED
166900         AND NOT WS-PARM-IN-ERROR
167000         AND NOT WS-CALENDAR-IN-ERROR
167100         CLOSE TXN-HISTORY-FILE
167200         IF WS-SUSPMSTR-OPEN
167300             CLOSE SUSPENSE-MASTER-FILE
167400         END-IF
167500         IF WS-SRCMSTR-OPEN
167600             CLOSE SOURCE-MASTER-FILE
167700         END-IF
167800     END-IF.
167900     EVALUATE TRUE
168000         WHEN WS-MONTHLY-RUN-NOT-DUE
168100             MOVE 0 TO RETURN-CODE
168200         WHEN WS-PARM-IN-ERROR
168300         WHEN WS-CALENDAR-IN-ERROR
168400         WHEN WS-HISTORY-NOT-OPENED
168500         WHEN WS-TABLE-OVERFLOWED
168600             MOVE 8 TO RETURN-CODE
168700         WHEN WS-SOURCE-UNSLOTTED
168800         WHEN WS-SOURCES-OVERFLOWED
168900             MOVE 4 TO RETURN-CODE
169000         WHEN WS-ON-DEMAND-RUN
169100             AND WS-STATEMENT-COUNT = ZERO
169200             MOVE 4 TO RETURN-CODE
169300         WHEN OTHER
169400             MOVE 0 TO RETURN-CODE
169500     END-EVALUATE.
169600 8000-TERMINATE-EXIT.
169700     EXIT.
