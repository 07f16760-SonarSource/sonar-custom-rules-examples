000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ENQ325.
000300 AUTHOR.        D L MERCER.
000400 INSTALLATION.  DAILY PROCESSING.
000500 DATE-WRITTEN.  2026-10-14.
000600 DATE-COMPILED.
000700***************************************************************
000800*                                                              *
000900*   ENQ325  --  VELOCITY AND STRUCTURING SCREENING             *
001000*                                                              *
001100*   AFTER-RUN SCREEN OF THE DAY'S PROCESSED TRANSACTIONS FOR   *
001200*   PATTERNS NO SINGLE LIMIT CHECK SEES -- FORTY SMALL         *
001300*   TYPE-01S EACH SITTING JUST UNDER THE ACCOUNT'S TLIM, THE   *
001400*   SAME AMOUNT SENT AGAIN AND AGAIN, A DAY FAR BUSIER THAN    *
001500*   THE ACCOUNT'S OWN NORM.  UNTIL NOW THESE ONLY SURFACED     *
001600*   WHEN SOMEONE NOTICED THEM ON THE ENQ270 REPORT.            *
001700*                                                              *
001800*   THE DAY'S ACTIVITY COMES FROM THE POSTED EXTRACT           *
001900*   (POSTIN, COPYBOOK POSTREC) -- PROCESSED ITEMS ONLY,        *
002000*   TYPE-02 REVERSALS EXCLUDED.  EACH ITEM'S BASE-CURRENCY     *
002100*   AMOUNT, THE AMOUNT ALLOWED37 CHECKS LIMITS WITH, IS READ   *
002200*   FROM THE HISTORY KSDS (TXHISTFL, COPYBOOK TXHISTK).  THE   *
002300*   ACCOUNT'S NORM IS ITS PROCESSED HISTORY ROWS OVER THE      *
002400*   ROLLING WINDOW OF DAYS BEFORE THE BUSINESS DATE.  THE      *
002500*   LIMITS ARE THE ENTITLEMENT MASTER'S (ENTLMSTR), WITH AN    *
002600*   OVERRIDE WINDOW APPLIED THE WAY ALLOWED37 APPLIES IT.      *
002700*                                                              *
002800*   RULES, PER SOURCE/ACCOUNT (A ZERO THRESHOLD SWITCHES THE   *
002900*   RULE OFF):                                                 *
003000*     CNTD  MORE PROCESSED ITEMS TODAY THAN THE DAILY COUNT.   *
003100*     RPTA  THE SAME AMOUNT AND CURRENCY PROCESSED AT LEAST    *
003200*           THE REPEAT COUNT OF TIMES TODAY.                   *
003300*     NLIM  AT LEAST THE NEAR-LIMIT COUNT OF ITEMS TODAY       *
003400*           WHOSE BASE AMOUNT IS WITHIN THE NEAR-LIMIT         *
003500*           PERCENTAGE BELOW THE ACCOUNT'S LIMIT FOR THE       *
003600*           ITEM'S TYPE.                                       *
003700*     VJMP  TODAY'S ITEM COUNT OR BASE AMOUNT AT OR ABOVE THE  *
003800*           JUMP PERCENTAGE OF THE ACCOUNT'S DAILY AVERAGE     *
003900*           OVER THE WINDOW.  AN ACCOUNT WITH NO HISTORY IN    *
004000*           THE WINDOW HAS NO AVERAGE AND IS NOT TESTED.       *
004100*                                                              *
004200*   EVERY ALERT IS SCORED AS THE OBSERVED VALUE AS A           *
004300*   PERCENTAGE OF ITS THRESHOLD (100 = JUST AT IT), AND THE    *
004400*   ALERTS FILE (SCRNALRT) AND THE REVIEW REPORT (SCRNRPT)     *
004500*   ARE BOTH WRITTEN HIGHEST SCORE FIRST FOR THE FRAUD DESK.   *
004600*                                                              *
004700*   PARM:  BUSINESS DATE (YYYYMMDD), WINDOW DAYS (3), DAILY    *
004800*   COUNT (4), REPEAT COUNT (3), NEAR-LIMIT PERCENTAGE (2),    *
004900*   NEAR-LIMIT COUNT (3), JUMP PERCENTAGE (4), E.G.            *
005000*   PARM='202610140300025003100030300' -- 30-DAY WINDOW, 25    *
005100*   ITEMS A DAY, 3 REPEATS, 3 ITEMS WITHIN 10 PCT OF A LIMIT,  *
005200*   300 PCT OF THE DAILY AVERAGE.                              *
005300*                                                              *
005400*   RETURN CODES:  0 = NO ALERTS;  4 = ALERTS RAISED, OR A     *
005500*   WORK TABLE FILLED (SEE THE REPORT);  8 = BAD PARM.         *
005600*                                                              *
005700*   MODIFICATION HISTORY                                       *
005800*   DATE       INIT  DESCRIPTION                               *
005900*   ---------- ----  ------------------------------------------*
006000*   2026-10-14 DLM   ORIGINAL VERSION.                         *
006100*                                                              *
006200***************************************************************
006300 ENVIRONMENT DIVISION.
006400 CONFIGURATION SECTION.
006500 SOURCE-COMPUTER.   IBM-Z15.
006600 OBJECT-COMPUTER.   IBM-Z15.
006700 INPUT-OUTPUT SECTION.
006800 FILE-CONTROL.
006900     SELECT POSTED-EXTRACT-FILE
007000         ASSIGN TO POSTIN
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS POST-FILE-STATUS.
007300
007400     SELECT TXN-HISTORY-FILE
007500         ASSIGN TO TXHISTFL
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS DYNAMIC
007800         RECORD KEY IS TXH-KEY
007900         FILE STATUS IS TXH-FILE-STATUS.
008000
008100     SELECT ENTL-MASTER-FILE
008200         ASSIGN TO ENTLMSTR
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS DYNAMIC
008500         RECORD KEY IS ENTL-KEY
008600         FILE STATUS IS ENTL-FILE-STATUS.
008700
008800     SELECT ALERT-OUT-FILE
008900         ASSIGN TO SCRNALRT
009000         ORGANIZATION IS SEQUENTIAL.
009100
009200     SELECT SCREEN-REPORT-FILE
009300         ASSIGN TO SCRNRPT
009400         ORGANIZATION IS SEQUENTIAL.
009500 DATA DIVISION.
009600 FILE SECTION.
009700 FD  POSTED-EXTRACT-FILE
009800     RECORDING MODE IS F.
009900 COPY POSTREC.
010000
010100 FD  TXN-HISTORY-FILE.
010200 COPY TXHISTK.
010300
010400 FD  ENTL-MASTER-FILE.
010500 COPY ENTLREC.
010600
010700*    ONE RECORD PER ALERT, HIGHEST SCORE FIRST.  OBSERVED AND
010800*    THRESHOLD ARE COUNTS, EXCEPT A VJMP RAISED ON AMOUNT,
010900*    WHERE THEY ARE TODAY'S BASE AMOUNT AND THE DAILY AVERAGE
011000*    IN WHOLE UNITS.  ALRT-AMOUNT IS THE REPEATED AMOUNT FOR
011100*    RPTA AND TODAY'S BASE TOTAL OTHERWISE.
011200 FD  ALERT-OUT-FILE
011300     RECORDING MODE IS F.
011400 01  ALERT-OUT-RECORD.
011500     05  ALRT-BUSINESS-DATE          PIC 9(08).
011600     05  ALRT-RANK                   PIC 9(05).
011700     05  ALRT-SOURCE                 PIC X(08).
011800     05  ALRT-ACCOUNT                PIC X(06).
011900     05  ALRT-RULE                   PIC X(04).
012000         88  ALRT-RULE-DAILY-COUNT       VALUE 'CNTD'.
012100         88  ALRT-RULE-REPEAT-AMOUNT     VALUE 'RPTA'.
012200         88  ALRT-RULE-NEAR-LIMIT        VALUE 'NLIM'.
012300         88  ALRT-RULE-VOLUME-JUMP       VALUE 'VJMP'.
012400     05  ALRT-SCORE                  PIC 9(07).
012500     05  ALRT-OBSERVED               PIC 9(11).
012600     05  ALRT-THRESHOLD              PIC 9(11).
012700     05  ALRT-AMOUNT                 PIC S9(11)V99.
012800     05  ALRT-CURRENCY-CODE          PIC X(03).
012900     05  FILLER                      PIC X(24).
013000
013100 FD  SCREEN-REPORT-FILE
013200     RECORDING MODE IS F.
013300 01  SCREEN-REPORT-LINE             PIC X(132).
013400
013500 WORKING-STORAGE SECTION.
013600***************************************************************
013700*    FILE STATUS AND END-OF-FILE SWITCHES                      *
013800***************************************************************
013900 77  POST-FILE-STATUS                PIC X(02)  VALUE '00'.
014000 77  TXH-FILE-STATUS                 PIC X(02)  VALUE '00'.
014100 77  ENTL-FILE-STATUS                PIC X(02)  VALUE '00'.
014200 77  POST-EOF-SW                     PIC X(01)  VALUE 'N'.
014300     88  POST-AT-EOF                     VALUE 'Y'.
014400 77  TXH-EOF-SW                      PIC X(01)  VALUE 'N'.
014500     88  TXH-AT-EOF                      VALUE 'Y'.
014600 77  WS-PARM-ERROR-SW                PIC X(01)  VALUE 'N'.
014700     88  WS-PARM-IN-ERROR                VALUE 'Y'.
014800 77  WS-HISTORY-FOUND-SW             PIC X(01)  VALUE 'N'.
014900     88  WS-HISTORY-FOUND                VALUE 'Y'.
015000 77  WS-ENTL-FOUND-SW                PIC X(01)  VALUE 'N'.
015100     88  WS-ENTL-FOUND                   VALUE 'Y'.
015200***************************************************************
015300*    SCREENING PARAMETERS AND COUNTERS                         *
015400***************************************************************
015500 77  WS-BUSINESS-DATE                PIC 9(08)  VALUE ZERO.
015600 77  WS-WINDOW-DAYS                  PIC 9(03)  VALUE ZERO.
015700 77  WS-DAILY-COUNT-LIMIT            PIC 9(04)  VALUE ZERO.
015800 77  WS-REPEAT-COUNT-LIMIT           PIC 9(03)  VALUE ZERO.
015900 77  WS-NEAR-LIMIT-PCT               PIC 9(02)  VALUE ZERO.
016000 77  WS-NEAR-LIMIT-COUNT             PIC 9(03)  VALUE ZERO.
016100 77  WS-JUMP-PCT                     PIC 9(04)  VALUE ZERO.
016200 77  WS-POSTED-READ-COUNT            PIC 9(09) COMP VALUE ZERO.
016300 77  WS-SCREENED-COUNT               PIC 9(09) COMP VALUE ZERO.
016400 77  WS-HISTORY-ROWS-COUNT           PIC 9(09) COMP VALUE ZERO.
016500 77  WS-WINDOW-ROWS-COUNT            PIC 9(09) COMP VALUE ZERO.
016600***************************************************************
016700*    ACCOUNT TABLE.  ONE ENTRY PER SOURCE/ACCOUNT ACTIVE       *
016800*    TODAY: TODAY'S ITEMS AND BASE AMOUNT, HOW MANY SAT NEAR   *
016900*    A LIMIT, AND THE WINDOW'S ITEMS AND BASE AMOUNT FOR THE   *
017000*    DAILY AVERAGE.  A FULL TABLE SCREENS NO NEW ACCOUNTS AND  *
017100*    SAYS SO ON THE REPORT.                                    *
017200***************************************************************
017300 01  ACC-TABLE-CONTROL.
017400     05  ACC-TABLE-COUNT             PIC 9(04) COMP VALUE ZERO.
017500     05  ACC-MAX-ENTRIES             PIC 9(04) COMP VALUE 3000.
017600     05  ACC-ENTRY OCCURS 3000 TIMES.
017700         10  ACC-SOURCE              PIC X(08).
017800         10  ACC-ACCOUNT             PIC X(06).
017900         10  ACC-TODAY-COUNT         PIC 9(09) COMP.
018000         10  ACC-TODAY-AMOUNT        PIC S9(13)V99 COMP-3.
018100         10  ACC-NEAR-LIMIT-COUNT    PIC 9(09) COMP.
018200         10  ACC-WINDOW-COUNT        PIC 9(09) COMP.
018300         10  ACC-WINDOW-AMOUNT       PIC S9(13)V99 COMP-3.
018400 77  WS-ACC-SLOT                     PIC 9(04) COMP VALUE ZERO.
018500 77  WS-ACC-FULL-SW                  PIC X(01)  VALUE 'N'.
018600     88  WS-ACC-TABLE-TRUNCATED          VALUE 'Y'.
018700***************************************************************
018800*    REPEATED-AMOUNT TABLE.  ONE ENTRY PER SOURCE/ACCOUNT,     *
018900*    CURRENCY AND EXACT AMOUNT SEEN TODAY, WITH ITS COUNT.     *
019000***************************************************************
019100 01  REP-TABLE-CONTROL.
019200     05  REP-TABLE-COUNT             PIC 9(04) COMP VALUE ZERO.
019300     05  REP-MAX-ENTRIES             PIC 9(04) COMP VALUE 6000.
019400     05  REP-ENTRY OCCURS 6000 TIMES.
019500         10  REP-SOURCE              PIC X(08).
019600         10  REP-ACCOUNT             PIC X(06).
019700         10  REP-CURRENCY-CODE       PIC X(03).
019800         10  REP-AMOUNT              PIC S9(11)V99 COMP-3.
019900         10  REP-COUNT               PIC 9(09) COMP.
020000 77  WS-REP-SLOT                     PIC 9(04) COMP VALUE ZERO.
020100 77  WS-REP-FULL-SW                  PIC X(01)  VALUE 'N'.
020200     88  WS-REP-TABLE-TRUNCATED          VALUE 'Y'.
020300***************************************************************
020400*    THE ALERT TABLE, KEPT IN DESCENDING SCORE ORDER AS IT IS  *
020500*    BUILT -- THE SAME INSERT-AND-SHIFT RANKING AS ENQ270.  A  *
020600*    FULL TABLE DROPS THE LOWEST-SCORED ENTRY.                 *
020700***************************************************************
020800 01  ALR-TABLE-CONTROL.
020900     05  ALR-TABLE-COUNT             PIC 9(04) COMP VALUE ZERO.
021000     05  ALR-MAX-ENTRIES             PIC 9(04) COMP VALUE 1000.
021100     05  ALR-TABLE OCCURS 1000 TIMES.
021200         10  ALR-SOURCE              PIC X(08).
021300         10  ALR-ACCOUNT             PIC X(06).
021400         10  ALR-RULE                PIC X(04).
021500         10  ALR-SCORE               PIC 9(07) COMP.
021600         10  ALR-OBSERVED            PIC 9(11) COMP-3.
021700         10  ALR-THRESHOLD           PIC 9(11) COMP-3.
021800         10  ALR-AMOUNT              PIC S9(11)V99 COMP-3.
021900         10  ALR-CURRENCY-CODE       PIC X(03).
022000 77  WS-ALR-FULL-SW                  PIC X(01)  VALUE 'N'.
022100     88  WS-ALR-TABLE-TRUNCATED          VALUE 'Y'.
022200 77  WS-SUB                          PIC 9(04) COMP VALUE ZERO.
022300 77  WS-INSERT-SLOT                  PIC 9(04) COMP VALUE ZERO.
022400***************************************************************
022500*    ONE CANDIDATE ALERT, BUILT BY THE RULE AND INSERTED BY    *
022600*    5000-INSERT-ALERT.                                        *
022700***************************************************************
022800 77  WS-ALERT-SOURCE                 PIC X(08)  VALUE SPACES.
022900 77  WS-ALERT-ACCOUNT                PIC X(06)  VALUE SPACES.
023000 77  WS-ALERT-RULE                   PIC X(04)  VALUE SPACES.
023100 77  WS-ALERT-SCORE                  PIC 9(07) COMP VALUE ZERO.
023200 77  WS-ALERT-OBSERVED               PIC 9(11) COMP-3 VALUE ZERO.
023300 77  WS-ALERT-THRESHOLD              PIC 9(11) COMP-3 VALUE ZERO.
023400 77  WS-ALERT-AMOUNT                 PIC S9(11)V99 COMP-3
023500                                     VALUE ZERO.
023600 77  WS-ALERT-CURRENCY               PIC X(03)  VALUE SPACES.
023700***************************************************************
023800*    PER-ITEM AND PER-ACCOUNT WORK FIELDS                      *
023900***************************************************************
024000 77  WS-ITEM-SOURCE                  PIC X(08)  VALUE SPACES.
024100 77  WS-ITEM-ACCOUNT                 PIC X(06)  VALUE SPACES.
024200 77  WS-ITEM-BASE-AMOUNT             PIC S9(11)V99 COMP-3
024300                                     VALUE ZERO.
024400 77  WS-ITEM-TYPE-LIMIT              PIC S9(11)V99 COMP-3
024500                                     VALUE ZERO.
024600 77  WS-NEAR-LIMIT-FLOOR             PIC S9(11)V99 COMP-3
024700                                     VALUE ZERO.
024800 77  WS-BASE-CURRENCY                PIC X(03)  VALUE 'USD'.
024900 77  WS-TXN-CURRENCY                 PIC X(03)  VALUE SPACES.
025000 77  WS-OVR-SUB                      PIC 9(02) COMP VALUE ZERO.
025100 77  WS-AVERAGE-COUNT                PIC S9(09)V99 COMP-3
025200                                     VALUE ZERO.
025300 77  WS-AVERAGE-AMOUNT               PIC S9(13)V99 COMP-3
025400                                     VALUE ZERO.
025500 77  WS-COUNT-JUMP-PCT               PIC 9(07) COMP VALUE ZERO.
025600 77  WS-AMOUNT-JUMP-PCT              PIC 9(07) COMP VALUE ZERO.
025700***************************************************************
025800*    DAY-NUMBER ARITHMETIC -- THE SAME MARCH-BASED DAY SERIAL  *
025900*    ENQ275 AGES SUSPENSE WITH (SEE 9100).  THE WINDOW IS THE  *
026000*    WINDOW-DAYS DAYS ENDING THE DAY BEFORE THE BUSINESS DATE. *
026100***************************************************************
026200 01  WS-DATE-WORK                    PIC 9(08)  VALUE ZERO.
026300 01  WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.
026400     05  WS-DW-YEAR                  PIC 9(04).
026500     05  WS-DW-MONTH                 PIC 9(02).
026600     05  WS-DW-DAY                   PIC 9(02).
026700 77  WS-DN-YEAR                      PIC S9(08) COMP VALUE ZERO.
026800 77  WS-DN-MONTH                     PIC S9(08) COMP VALUE ZERO.
026900 77  WS-DAY-NUMBER                   PIC S9(08) COMP VALUE ZERO.
027000 77  WS-TODAY-DAY-NUMBER             PIC S9(08) COMP VALUE ZERO.
027100 77  WS-ROW-AGE-DAYS                 PIC S9(08) COMP VALUE ZERO.
027200***************************************************************
027300*    REPORT EDIT FIELDS                                        *
027400***************************************************************
027500 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZ,ZZZ,ZZ9.
027600 01  WS-REPORT-AMOUNT-EDIT           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
027700 01  WS-SCORE-EDIT                   PIC Z,ZZZ,ZZ9.
027800 01  WS-OBSERVED-EDIT                PIC ZZ,ZZZ,ZZZ,ZZ9.
027900 01  WS-THRESHOLD-EDIT               PIC ZZ,ZZZ,ZZZ,ZZ9.
028000 01  WS-RANK-EDIT                    PIC ZZZZ9.
028100 LINKAGE SECTION.
028200***************************************************************
028300*    JOB-STEP PARM -- BUSINESS DATE AND THE RULE THRESHOLDS.   *
028400*    NO DEFAULTS; A SCREEN RUN WITH A THRESHOLD NOBODY CHOSE   *
028500*    WOULD EITHER BURY THE DESK OR SAY ALL CLEAR.              *
028600***************************************************************
028700 01  LK-PARM-ARGS.
028800     05  LK-PARM-LEN                 PIC S9(04) COMP.
028900     05  LK-PARM-DATE-TEXT           PIC X(08).
029000     05  LK-PARM-WINDOW-TEXT         PIC X(03).
029100     05  LK-PARM-DAILY-COUNT-TEXT    PIC X(04).
029200     05  LK-PARM-REPEAT-TEXT         PIC X(03).
029300     05  LK-PARM-NEAR-PCT-TEXT       PIC X(02).
029400     05  LK-PARM-NEAR-COUNT-TEXT     PIC X(03).
029500     05  LK-PARM-JUMP-PCT-TEXT       PIC X(04).
029600 PROCEDURE DIVISION USING LK-PARM-ARGS.
029700***************************************************************
029800*    0000-MAINLINE                                             *
029900***************************************************************
030000 0000-MAINLINE.
030100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
030200     PERFORM 2000-SCREEN-ONE-POSTED
030300         THRU 2000-SCREEN-ONE-POSTED-EXIT
030400         UNTIL POST-AT-EOF.
030500     PERFORM 3000-SWEEP-HISTORY-WINDOW
030600         THRU 3000-SWEEP-HISTORY-WINDOW-EXIT.
030700     PERFORM 4000-APPLY-RULES THRU 4000-APPLY-RULES-EXIT.
030800     PERFORM 7000-WRITE-OUTPUTS THRU 7000-WRITE-OUTPUTS-EXIT.
030900     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
031000     GOBACK.
031100***************************************************************
031200*    1000-INITIALIZE  --  VALIDATE THE PARM, OPEN FILES,       *
031300*    PRIME THE POSTED-EXTRACT READ.  THE JUMP RULE NEEDS A     *
031400*    WINDOW TO AVERAGE OVER.                                   *
031500***************************************************************
031600 1000-INITIALIZE.
031700     OPEN OUTPUT SCREEN-REPORT-FILE.
031800     MOVE 'ENQ325 VELOCITY AND STRUCTURING SCREENING REPORT'
031900         TO SCREEN-REPORT-LINE.
032000     WRITE SCREEN-REPORT-LINE.
032100     MOVE SPACES TO SCREEN-REPORT-LINE.
032200     WRITE SCREEN-REPORT-LINE.
032300     IF LK-PARM-LEN < 27
032400         OR LK-PARM-DATE-TEXT NOT NUMERIC
032500         OR LK-PARM-WINDOW-TEXT NOT NUMERIC
032600         OR LK-PARM-DAILY-COUNT-TEXT NOT NUMERIC
032700         OR LK-PARM-REPEAT-TEXT NOT NUMERIC
032800         OR LK-PARM-NEAR-PCT-TEXT NOT NUMERIC
032900         OR LK-PARM-NEAR-COUNT-TEXT NOT NUMERIC
033000         OR LK-PARM-JUMP-PCT-TEXT NOT NUMERIC
033100         OR (LK-PARM-JUMP-PCT-TEXT NOT = '0000'
033200             AND LK-PARM-WINDOW-TEXT = '000')
033300         SET WS-PARM-IN-ERROR TO TRUE
033400         MOVE 'PARM DATE/THRESHOLDS MISSING OR NOT NUMERIC,'
033500             TO SCREEN-REPORT-LINE
033600         WRITE SCREEN-REPORT-LINE
033700         MOVE 'OR JUMP RULE WITH NO WINDOW -- NO SCREEN RUN.'
033800             TO SCREEN-REPORT-LINE
033900         WRITE SCREEN-REPORT-LINE
034000         SET POST-AT-EOF TO TRUE
034100         GO TO 1000-INITIALIZE-EXIT
034200     END-IF.
034300     MOVE LK-PARM-DATE-TEXT        TO WS-BUSINESS-DATE.
034400     MOVE LK-PARM-WINDOW-TEXT      TO WS-WINDOW-DAYS.
034500     MOVE LK-PARM-DAILY-COUNT-TEXT TO WS-DAILY-COUNT-LIMIT.
034600     MOVE LK-PARM-REPEAT-TEXT      TO WS-REPEAT-COUNT-LIMIT.
034700     MOVE LK-PARM-NEAR-PCT-TEXT    TO WS-NEAR-LIMIT-PCT.
034800     MOVE LK-PARM-NEAR-COUNT-TEXT  TO WS-NEAR-LIMIT-COUNT.
034900     MOVE LK-PARM-JUMP-PCT-TEXT    TO WS-JUMP-PCT.
035000     MOVE WS-BUSINESS-DATE TO WS-DATE-WORK.
035100     PERFORM 9100-DATE-TO-DAY-NUMBER
035200         THRU 9100-DATE-TO-DAY-NUMBER-EXIT.
035300     MOVE WS-DAY-NUMBER TO WS-TODAY-DAY-NUMBER.
035400     OPEN INPUT  POSTED-EXTRACT-FILE.
035500     OPEN INPUT  TXN-HISTORY-FILE.
035600     OPEN INPUT  ENTL-MASTER-FILE.
035700     OPEN OUTPUT ALERT-OUT-FILE.
035800     READ POSTED-EXTRACT-FILE
035900         AT END
036000             SET POST-AT-EOF TO TRUE
036100     END-READ.
036200 1000-INITIALIZE-EXIT.
036300     EXIT.
036400***************************************************************
036500*    2000-SCREEN-ONE-POSTED  --  ONE PROCESSED ITEM FROM THE   *
036600*    POSTED EXTRACT INTO ITS ACCOUNT'S TOTALS, ITS REPEATED-   *
036700*    AMOUNT ENTRY AND, WHEN IT SITS JUST UNDER ITS TYPE        *
036800*    LIMIT, THE ACCOUNT'S NEAR-LIMIT COUNT.  THE TRAILER,      *
036900*    ANY ITEM NOT PROCESSED, AND TYPE-02 REVERSALS PASS BY.    *
037000***************************************************************
037100 2000-SCREEN-ONE-POSTED.
037200     ADD 1 TO WS-POSTED-READ-COUNT.
037300     IF NOT POST-DATA-RECORD
037400         OR NOT POST-DISP-PROCESSED
037500         OR POST-TXN-TYPE = 02
037600         GO TO 2000-SCREEN-ONE-POSTED-NEXT
037700     END-IF.
037800     MOVE POST-TXN-SOURCE     TO WS-ITEM-SOURCE.
037900     MOVE POST-TXN-KEY(1:6)   TO WS-ITEM-ACCOUNT.
038000     PERFORM 2100-FIND-ACCOUNT-ENTRY
038100         THRU 2100-FIND-ACCOUNT-ENTRY-EXIT.
038200     IF WS-ACC-SLOT = ZERO
038300         IF ACC-TABLE-COUNT < ACC-MAX-ENTRIES
038400             ADD 1 TO ACC-TABLE-COUNT
038500             MOVE ACC-TABLE-COUNT TO WS-ACC-SLOT
038600             MOVE WS-ITEM-SOURCE  TO ACC-SOURCE(WS-ACC-SLOT)
038700             MOVE WS-ITEM-ACCOUNT TO ACC-ACCOUNT(WS-ACC-SLOT)
038800             MOVE ZERO TO ACC-TODAY-COUNT(WS-ACC-SLOT)
038900             MOVE ZERO TO ACC-TODAY-AMOUNT(WS-ACC-SLOT)
039000             MOVE ZERO TO ACC-NEAR-LIMIT-COUNT(WS-ACC-SLOT)
039100             MOVE ZERO TO ACC-WINDOW-COUNT(WS-ACC-SLOT)
039200             MOVE ZERO TO ACC-WINDOW-AMOUNT(WS-ACC-SLOT)
039300         ELSE
039400             SET WS-ACC-TABLE-TRUNCATED TO TRUE
039500             GO TO 2000-SCREEN-ONE-POSTED-NEXT
039600         END-IF
039700     END-IF.
039800     ADD 1 TO WS-SCREENED-COUNT.
039900     MOVE POST-TXN-KEY TO TXH-TRANS-KEY.
040000     MOVE 'Y' TO WS-HISTORY-FOUND-SW.
040100     READ TXN-HISTORY-FILE
040200         INVALID KEY
040300             MOVE 'N' TO WS-HISTORY-FOUND-SW
040400     END-READ.
040500     IF WS-HISTORY-FOUND
040600         MOVE TXH-BASE-AMOUNT TO WS-ITEM-BASE-AMOUNT
040700     ELSE
040800         MOVE POST-TXN-AMOUNT TO WS-ITEM-BASE-AMOUNT
040900     END-IF.
041000     ADD 1 TO ACC-TODAY-COUNT(WS-ACC-SLOT).
041100     ADD WS-ITEM-BASE-AMOUNT TO ACC-TODAY-AMOUNT(WS-ACC-SLOT).
041200     PERFORM 2200-TALLY-REPEATED-AMOUNT
041300         THRU 2200-TALLY-REPEATED-AMOUNT-EXIT.
041400     IF WS-NEAR-LIMIT-COUNT > ZERO
041500         PERFORM 2300-CHECK-NEAR-LIMIT
041600             THRU 2300-CHECK-NEAR-LIMIT-EXIT
041700     END-IF.
041800 2000-SCREEN-ONE-POSTED-NEXT.
041900     READ POSTED-EXTRACT-FILE
042000         AT END
042100             SET POST-AT-EOF TO TRUE
042200     END-READ.
042300 2000-SCREEN-ONE-POSTED-EXIT.
042400     EXIT.
042500***************************************************************
042600*    2100-FIND-ACCOUNT-ENTRY  --  WS-ACC-SLOT IS ZERO WHEN     *
042700*    WS-ITEM-SOURCE/ACCOUNT HAS NO ENTRY YET.                  *
042800***************************************************************
042900 2100-FIND-ACCOUNT-ENTRY.
043000     MOVE ZERO TO WS-ACC-SLOT.
043100     IF ACC-TABLE-COUNT > ZERO
043200         PERFORM 2110-TEST-ONE-ACCOUNT
043300             THRU 2110-TEST-ONE-ACCOUNT-EXIT
043400             VARYING WS-SUB FROM 1 BY 1
043500             UNTIL WS-SUB > ACC-TABLE-COUNT
043600                OR WS-ACC-SLOT > ZERO
043700     END-IF.
043800 2100-FIND-ACCOUNT-ENTRY-EXIT.
043900     EXIT.
044000***************************************************************
044100*    2110-TEST-ONE-ACCOUNT                                     *
044200***************************************************************
044300 2110-TEST-ONE-ACCOUNT.
044400     IF ACC-SOURCE(WS-SUB) = WS-ITEM-SOURCE
044500         AND ACC-ACCOUNT(WS-SUB) = WS-ITEM-ACCOUNT
044600         MOVE WS-SUB TO WS-ACC-SLOT
044700     END-IF.
044800 2110-TEST-ONE-ACCOUNT-EXIT.
044900     EXIT.
045000***************************************************************
045100*    2200-TALLY-REPEATED-AMOUNT  --  EXACT AMOUNT IN THE       *
045200*    ITEM'S OWN CURRENCY; A BLANK CODE IS THE BASE CURRENCY,   *
045300*    AS ENQ190 RESOLVES IT.                                    *
045400***************************************************************
045500 2200-TALLY-REPEATED-AMOUNT.
045600     IF WS-REPEAT-COUNT-LIMIT = ZERO
045700         GO TO 2200-TALLY-REPEATED-AMOUNT-EXIT
045800     END-IF.
045900     MOVE POST-CURRENCY-CODE TO WS-TXN-CURRENCY.
046000     IF WS-TXN-CURRENCY = SPACES
046100         MOVE WS-BASE-CURRENCY TO WS-TXN-CURRENCY
046200     END-IF.
046300     MOVE ZERO TO WS-REP-SLOT.
046400     IF REP-TABLE-COUNT > ZERO
046500         PERFORM 2210-TEST-ONE-REPEAT
046600             THRU 2210-TEST-ONE-REPEAT-EXIT
046700             VARYING WS-SUB FROM 1 BY 1
046800             UNTIL WS-SUB > REP-TABLE-COUNT
046900                OR WS-REP-SLOT > ZERO
047000     END-IF.
047100     IF WS-REP-SLOT = ZERO
047200         IF REP-TABLE-COUNT < REP-MAX-ENTRIES
047300             ADD 1 TO REP-TABLE-COUNT
047400             MOVE REP-TABLE-COUNT TO WS-REP-SLOT
047500             MOVE WS-ITEM-SOURCE  TO REP-SOURCE(WS-REP-SLOT)
047600             MOVE WS-ITEM-ACCOUNT TO REP-ACCOUNT(WS-REP-SLOT)
047700             MOVE WS-TXN-CURRENCY
047800                 TO REP-CURRENCY-CODE(WS-REP-SLOT)
047900             MOVE POST-TXN-AMOUNT TO REP-AMOUNT(WS-REP-SLOT)
048000             MOVE ZERO TO REP-COUNT(WS-REP-SLOT)
048100         ELSE
048200             SET WS-REP-TABLE-TRUNCATED TO TRUE
048300             GO TO 2200-TALLY-REPEATED-AMOUNT-EXIT
048400         END-IF
048500     END-IF.
048600     ADD 1 TO REP-COUNT(WS-REP-SLOT).
048700 2200-TALLY-REPEATED-AMOUNT-EXIT.
048800     EXIT.
048900***************************************************************
049000*    2210-TEST-ONE-REPEAT                                      *
049100***************************************************************
049200 2210-TEST-ONE-REPEAT.
049300     IF REP-SOURCE(WS-SUB) = WS-ITEM-SOURCE
049400         AND REP-ACCOUNT(WS-SUB) = WS-ITEM-ACCOUNT
049500         AND REP-CURRENCY-CODE(WS-SUB) = WS-TXN-CURRENCY
049600         AND REP-AMOUNT(WS-SUB) = POST-TXN-AMOUNT
049700         MOVE WS-SUB TO WS-REP-SLOT
049800     END-IF.
049900 2210-TEST-ONE-REPEAT-EXIT.
050000     EXIT.
050100***************************************************************
050200*    2300-CHECK-NEAR-LIMIT  --  THE ITEM'S TYPE LIMIT, WITH    *
050300*    AN OVERRIDE WINDOW COVERING ITS EFFECTIVE DATE APPLIED    *
050400*    AS ALLOWED37 APPLIES IT.  AN ITEM AT OR BELOW THE LIMIT   *
050500*    AND NO MORE THAN THE NEAR-LIMIT PERCENTAGE UNDER IT       *
050600*    COUNTS.  A TYPE OUTSIDE 1-4, OR NO LIMIT SET, CANNOT.     *
050700***************************************************************
050800 2300-CHECK-NEAR-LIMIT.
050900     IF POST-TXN-TYPE < 1
051000         OR POST-TXN-TYPE > 4
051100         GO TO 2300-CHECK-NEAR-LIMIT-EXIT
051200     END-IF.
051300     MOVE WS-ITEM-SOURCE  TO ENTL-KEY-SOURCE.
051400     MOVE WS-ITEM-ACCOUNT TO ENTL-KEY-ACCOUNT.
051500     MOVE 'Y' TO WS-ENTL-FOUND-SW.
051600     READ ENTL-MASTER-FILE
051700         INVALID KEY
051800             MOVE 'N' TO WS-ENTL-FOUND-SW
051900     END-READ.
052000     IF NOT WS-ENTL-FOUND
052100         GO TO 2300-CHECK-NEAR-LIMIT-EXIT
052200     END-IF.
052300     MOVE ENTL-TYPE-LIMIT(POST-TXN-TYPE) TO WS-ITEM-TYPE-LIMIT.
052400     PERFORM 2310-TEST-ONE-OVERRIDE
052500         THRU 2310-TEST-ONE-OVERRIDE-EXIT
052600         VARYING WS-OVR-SUB FROM 1 BY 1
052700         UNTIL WS-OVR-SUB > 2.
052800     IF WS-ITEM-TYPE-LIMIT NOT > ZERO
052900         GO TO 2300-CHECK-NEAR-LIMIT-EXIT
053000     END-IF.
053100     COMPUTE WS-NEAR-LIMIT-FLOOR =
053200         WS-ITEM-TYPE-LIMIT * (100 - WS-NEAR-LIMIT-PCT) / 100.
053300     IF WS-ITEM-BASE-AMOUNT NOT > WS-ITEM-TYPE-LIMIT
053400         AND WS-ITEM-BASE-AMOUNT NOT < WS-NEAR-LIMIT-FLOOR
053500         ADD 1 TO ACC-NEAR-LIMIT-COUNT(WS-ACC-SLOT)
053600     END-IF.
053700 2300-CHECK-NEAR-LIMIT-EXIT.
053800     EXIT.
053900***************************************************************
054000*    2310-TEST-ONE-OVERRIDE  --  THE FIRST WINDOW COVERING     *
054100*    THE DATE WINS, AS IN ALLOWED37.                           *
054200***************************************************************
054300 2310-TEST-ONE-OVERRIDE.
054400     IF ENTL-OVR-START-DATE(WS-OVR-SUB) > ZERO
054500         AND POST-EFFECTIVE-DATE
054600             >= ENTL-OVR-START-DATE(WS-OVR-SUB)
054700         AND POST-EFFECTIVE-DATE
054800             <= ENTL-OVR-END-DATE(WS-OVR-SUB)
054900         IF ENTL-OVR-TYPE-LIMIT(WS-OVR-SUB, POST-TXN-TYPE)
055000                 > ZERO
055100             MOVE ENTL-OVR-TYPE-LIMIT(WS-OVR-SUB, POST-TXN-TYPE)
055200                 TO WS-ITEM-TYPE-LIMIT
055300         END-IF
055400         MOVE 2 TO WS-OVR-SUB
055500     END-IF.
055600 2310-TEST-ONE-OVERRIDE-EXIT.
055700     EXIT.
055800***************************************************************
055900*    3000-SWEEP-HISTORY-WINDOW  --  FRONT-TO-BACK PASS OVER    *
056000*    THE HISTORY KSDS FOR THE WINDOW'S PROCESSED ROWS OF THE   *
056100*    ACCOUNTS ACTIVE TODAY.  ONLY THE JUMP RULE NEEDS IT.      *
056200***************************************************************
056300 3000-SWEEP-HISTORY-WINDOW.
056400     IF WS-PARM-IN-ERROR
056500         OR WS-JUMP-PCT = ZERO
056600         OR ACC-TABLE-COUNT = ZERO
056700         GO TO 3000-SWEEP-HISTORY-WINDOW-EXIT
056800     END-IF.
056900     MOVE LOW-VALUES TO TXH-KEY.
057000     START TXN-HISTORY-FILE
057100         KEY >= TXH-KEY
057200         INVALID KEY
057300             SET TXH-AT-EOF TO TRUE
057400     END-START.
057500     IF NOT TXH-AT-EOF
057600         READ TXN-HISTORY-FILE NEXT
057700             AT END
057800                 SET TXH-AT-EOF TO TRUE
057900         END-READ
058000     END-IF.
058100     PERFORM 3100-SWEEP-ONE-HISTORY-ROW
058200         THRU 3100-SWEEP-ONE-HISTORY-ROW-EXIT
058300         UNTIL TXH-AT-EOF.
058400 3000-SWEEP-HISTORY-WINDOW-EXIT.
058500     EXIT.
058600***************************************************************
058700*    3100-SWEEP-ONE-HISTORY-ROW                                *
058800***************************************************************
058900 3100-SWEEP-ONE-HISTORY-ROW.
059000     ADD 1 TO WS-HISTORY-ROWS-COUNT.
059100     IF NOT TXH-DISP-PROCESSED
059200         OR TXH-TXN-TYPE = 02
059300         OR TXH-BUSINESS-DATE NOT < WS-BUSINESS-DATE
059400         GO TO 3100-SWEEP-ONE-HISTORY-ROW-NEXT
059500     END-IF.
059600     MOVE TXH-BUSINESS-DATE TO WS-DATE-WORK.
059700     PERFORM 9100-DATE-TO-DAY-NUMBER
059800         THRU 9100-DATE-TO-DAY-NUMBER-EXIT.
059900     COMPUTE WS-ROW-AGE-DAYS =
060000         WS-TODAY-DAY-NUMBER - WS-DAY-NUMBER.
060100     IF WS-ROW-AGE-DAYS > WS-WINDOW-DAYS
060200         GO TO 3100-SWEEP-ONE-HISTORY-ROW-NEXT
060300     END-IF.
060400     MOVE TXH-TXN-SOURCE      TO WS-ITEM-SOURCE.
060500     MOVE TXH-TRANS-KEY(1:6)  TO WS-ITEM-ACCOUNT.
060600     PERFORM 2100-FIND-ACCOUNT-ENTRY
060700         THRU 2100-FIND-ACCOUNT-ENTRY-EXIT.
060800     IF WS-ACC-SLOT > ZERO
060900         ADD 1 TO WS-WINDOW-ROWS-COUNT
061000         ADD 1 TO ACC-WINDOW-COUNT(WS-ACC-SLOT)
061100         ADD TXH-BASE-AMOUNT TO ACC-WINDOW-AMOUNT(WS-ACC-SLOT)
061200     END-IF.
061300 3100-SWEEP-ONE-HISTORY-ROW-NEXT.
061400     READ TXN-HISTORY-FILE NEXT
061500         AT END
061600             SET TXH-AT-EOF TO TRUE
061700     END-READ.
061800 3100-SWEEP-ONE-HISTORY-ROW-EXIT.
061900     EXIT.
062000***************************************************************
062100*    4000-APPLY-RULES  --  THE ACCOUNT RULES OVER THE ACCOUNT  *
062200*    TABLE, THEN THE REPEATED-AMOUNT RULE OVER ITS TABLE.      *
062300***************************************************************
062400 4000-APPLY-RULES.
062500     IF WS-PARM-IN-ERROR
062600         GO TO 4000-APPLY-RULES-EXIT
062700     END-IF.
062800     IF ACC-TABLE-COUNT > ZERO
062900         PERFORM 4100-APPLY-ACCOUNT-RULES
063000             THRU 4100-APPLY-ACCOUNT-RULES-EXIT
063100             VARYING WS-ACC-SLOT FROM 1 BY 1
063200             UNTIL WS-ACC-SLOT > ACC-TABLE-COUNT
063300     END-IF.
063400     IF REP-TABLE-COUNT > ZERO
063500         PERFORM 4200-APPLY-REPEAT-RULE
063600             THRU 4200-APPLY-REPEAT-RULE-EXIT
063700             VARYING WS-REP-SLOT FROM 1 BY 1
063800             UNTIL WS-REP-SLOT > REP-TABLE-COUNT
063900     END-IF.
064000 4000-APPLY-RULES-EXIT.
064100     EXIT.
064200***************************************************************
064300*    4100-APPLY-ACCOUNT-RULES  --  CNTD, NLIM AND VJMP FOR     *
064400*    ONE ACCOUNT.  THE SCORE IS THE OBSERVED VALUE AS A        *
064500*    PERCENTAGE OF THE THRESHOLD.                              *
064600***************************************************************
064700 4100-APPLY-ACCOUNT-RULES.
064800     MOVE ACC-SOURCE(WS-ACC-SLOT)       TO WS-ALERT-SOURCE.
064900     MOVE ACC-ACCOUNT(WS-ACC-SLOT)      TO WS-ALERT-ACCOUNT.
065000     MOVE ACC-TODAY-AMOUNT(WS-ACC-SLOT) TO WS-ALERT-AMOUNT.
065100     MOVE WS-BASE-CURRENCY              TO WS-ALERT-CURRENCY.
065200     IF WS-DAILY-COUNT-LIMIT > ZERO
065300         AND ACC-TODAY-COUNT(WS-ACC-SLOT) > WS-DAILY-COUNT-LIMIT
065400         MOVE 'CNTD' TO WS-ALERT-RULE
065500         MOVE ACC-TODAY-COUNT(WS-ACC-SLOT) TO WS-ALERT-OBSERVED
065600         MOVE WS-DAILY-COUNT-LIMIT         TO WS-ALERT-THRESHOLD
065700         PERFORM 4500-SCORE-AND-INSERT
065800             THRU 4500-SCORE-AND-INSERT-EXIT
065900     END-IF.
066000     IF WS-NEAR-LIMIT-COUNT > ZERO
066100         AND ACC-NEAR-LIMIT-COUNT(WS-ACC-SLOT)
066200             NOT < WS-NEAR-LIMIT-COUNT
066300         MOVE 'NLIM' TO WS-ALERT-RULE
066400         MOVE ACC-NEAR-LIMIT-COUNT(WS-ACC-SLOT)
066500             TO WS-ALERT-OBSERVED
066600         MOVE WS-NEAR-LIMIT-COUNT          TO WS-ALERT-THRESHOLD
066700         PERFORM 4500-SCORE-AND-INSERT
066800             THRU 4500-SCORE-AND-INSERT-EXIT
066900     END-IF.
067000     IF WS-JUMP-PCT > ZERO
067100         AND ACC-WINDOW-COUNT(WS-ACC-SLOT) > ZERO
067200         PERFORM 4110-TEST-VOLUME-JUMP
067300             THRU 4110-TEST-VOLUME-JUMP-EXIT
067400     END-IF.
067500 4100-APPLY-ACCOUNT-RULES-EXIT.
067600     EXIT.
067700***************************************************************
067800*    4110-TEST-VOLUME-JUMP  --  TODAY AGAINST THE WINDOW'S     *
067900*    DAILY AVERAGE, BY COUNT AND BY BASE AMOUNT.  ONE ALERT    *
068000*    PER ACCOUNT, ON WHICHEVER MEASURE JUMPED FURTHER.         *
068100***************************************************************
068200 4110-TEST-VOLUME-JUMP.
068300     COMPUTE WS-AVERAGE-COUNT ROUNDED =
068400         ACC-WINDOW-COUNT(WS-ACC-SLOT) / WS-WINDOW-DAYS.
068500     COMPUTE WS-AVERAGE-AMOUNT ROUNDED =
068600         ACC-WINDOW-AMOUNT(WS-ACC-SLOT) / WS-WINDOW-DAYS.
068700     MOVE ZERO TO WS-COUNT-JUMP-PCT
068800                  WS-AMOUNT-JUMP-PCT.
068900     IF WS-AVERAGE-COUNT > ZERO
069000         COMPUTE WS-COUNT-JUMP-PCT ROUNDED =
069100             ACC-TODAY-COUNT(WS-ACC-SLOT) * 100
069200             / WS-AVERAGE-COUNT
069300             ON SIZE ERROR
069400                 MOVE 9999999 TO WS-COUNT-JUMP-PCT
069500         END-COMPUTE
069600     END-IF.
069700     IF WS-AVERAGE-AMOUNT > ZERO
069800         AND ACC-TODAY-AMOUNT(WS-ACC-SLOT) > ZERO
069900         COMPUTE WS-AMOUNT-JUMP-PCT ROUNDED =
070000             ACC-TODAY-AMOUNT(WS-ACC-SLOT) * 100
070100             / WS-AVERAGE-AMOUNT
070200             ON SIZE ERROR
070300                 MOVE 9999999 TO WS-AMOUNT-JUMP-PCT
070400         END-COMPUTE
070500     END-IF.
070600     IF WS-COUNT-JUMP-PCT < WS-JUMP-PCT
070700         AND WS-AMOUNT-JUMP-PCT < WS-JUMP-PCT
070800         GO TO 4110-TEST-VOLUME-JUMP-EXIT
070900     END-IF.
071000     MOVE 'VJMP' TO WS-ALERT-RULE.
071100     IF WS-COUNT-JUMP-PCT NOT < WS-AMOUNT-JUMP-PCT
071200         MOVE ACC-TODAY-COUNT(WS-ACC-SLOT) TO WS-ALERT-OBSERVED
071300         COMPUTE WS-ALERT-THRESHOLD ROUNDED =
071400             WS-AVERAGE-COUNT
071500     ELSE
071600         COMPUTE WS-ALERT-OBSERVED ROUNDED =
071700             ACC-TODAY-AMOUNT(WS-ACC-SLOT)
071800         COMPUTE WS-ALERT-THRESHOLD ROUNDED =
071900             WS-AVERAGE-AMOUNT
072000     END-IF.
072100     IF WS-COUNT-JUMP-PCT NOT < WS-AMOUNT-JUMP-PCT
072200         COMPUTE WS-ALERT-SCORE ROUNDED =
072300             WS-COUNT-JUMP-PCT * 100 / WS-JUMP-PCT
072400             ON SIZE ERROR
072500                 MOVE 9999999 TO WS-ALERT-SCORE
072600         END-COMPUTE
072700     ELSE
072800         COMPUTE WS-ALERT-SCORE ROUNDED =
072900             WS-AMOUNT-JUMP-PCT * 100 / WS-JUMP-PCT
073000             ON SIZE ERROR
073100                 MOVE 9999999 TO WS-ALERT-SCORE
073200         END-COMPUTE
073300     END-IF.
073400     PERFORM 5000-INSERT-ALERT THRU 5000-INSERT-ALERT-EXIT.
073500 4110-TEST-VOLUME-JUMP-EXIT.
073600     EXIT.
073700***************************************************************
073800*    4200-APPLY-REPEAT-RULE                                    *
073900***************************************************************
074000 4200-APPLY-REPEAT-RULE.
074100     IF REP-COUNT(WS-REP-SLOT) < WS-REPEAT-COUNT-LIMIT
074200         GO TO 4200-APPLY-REPEAT-RULE-EXIT
074300     END-IF.
074400     MOVE REP-SOURCE(WS-REP-SLOT)        TO WS-ALERT-SOURCE.
074500     MOVE REP-ACCOUNT(WS-REP-SLOT)       TO WS-ALERT-ACCOUNT.
074600     MOVE 'RPTA'                         TO WS-ALERT-RULE.
074700     MOVE REP-COUNT(WS-REP-SLOT)         TO WS-ALERT-OBSERVED.
074800     MOVE WS-REPEAT-COUNT-LIMIT          TO WS-ALERT-THRESHOLD.
074900     MOVE REP-AMOUNT(WS-REP-SLOT)        TO WS-ALERT-AMOUNT.
075000     MOVE REP-CURRENCY-CODE(WS-REP-SLOT) TO WS-ALERT-CURRENCY.
075100     PERFORM 4500-SCORE-AND-INSERT
075200         THRU 4500-SCORE-AND-INSERT-EXIT.
075300 4200-APPLY-REPEAT-RULE-EXIT.
075400     EXIT.
075500***************************************************************
075600*    4500-SCORE-AND-INSERT  --  OBSERVED AS A PERCENTAGE OF    *
075700*    THRESHOLD, THEN INTO THE RANKED TABLE.                    *
075800***************************************************************
075900 4500-SCORE-AND-INSERT.
076000     COMPUTE WS-ALERT-SCORE ROUNDED =
076100         WS-ALERT-OBSERVED * 100 / WS-ALERT-THRESHOLD
076200         ON SIZE ERROR
076300             MOVE 9999999 TO WS-ALERT-SCORE
076400     END-COMPUTE.
076500     PERFORM 5000-INSERT-ALERT THRU 5000-INSERT-ALERT-EXIT.
076600 4500-SCORE-AND-INSERT-EXIT.
076700     EXIT.
076800***************************************************************
076900*    5000-INSERT-ALERT  --  FINDS THE FIRST ENTRY WITH A       *
077000*    LOWER SCORE, SHIFTS THE TAIL DOWN ONE, AND DROPS THE NEW  *
077100*    ENTRY IN.  WHEN THE TABLE IS FULL THE LOWEST-SCORED       *
077200*    ENTRY FALLS OFF AND THE TRUNCATION FLAG IS SET.           *
077300***************************************************************
077400 5000-INSERT-ALERT.
077500     MOVE ZERO TO WS-INSERT-SLOT.
077600     PERFORM 5100-FIND-INSERT-SLOT
077700         THRU 5100-FIND-INSERT-SLOT-EXIT
077800         VARYING WS-SUB FROM 1 BY 1
077900         UNTIL WS-SUB > ALR-TABLE-COUNT
078000            OR WS-INSERT-SLOT > ZERO.
078100     IF WS-INSERT-SLOT = ZERO
078200         IF ALR-TABLE-COUNT = ALR-MAX-ENTRIES
078300             SET WS-ALR-TABLE-TRUNCATED TO TRUE
078400             GO TO 5000-INSERT-ALERT-EXIT
078500         ELSE
078600             ADD 1 TO ALR-TABLE-COUNT
078700             MOVE ALR-TABLE-COUNT TO WS-INSERT-SLOT
078800         END-IF
078900     ELSE
079000         IF ALR-TABLE-COUNT = ALR-MAX-ENTRIES
079100             SET WS-ALR-TABLE-TRUNCATED TO TRUE
079200         ELSE
079300             ADD 1 TO ALR-TABLE-COUNT
079400         END-IF
079500         PERFORM 5200-SHIFT-ONE-ENTRY-DOWN
079600             THRU 5200-SHIFT-ONE-ENTRY-DOWN-EXIT
079700             VARYING WS-SUB FROM ALR-TABLE-COUNT BY -1
079800             UNTIL WS-SUB NOT > WS-INSERT-SLOT
079900     END-IF.
080000     MOVE WS-ALERT-SOURCE    TO ALR-SOURCE(WS-INSERT-SLOT).
080100     MOVE WS-ALERT-ACCOUNT   TO ALR-ACCOUNT(WS-INSERT-SLOT).
080200     MOVE WS-ALERT-RULE      TO ALR-RULE(WS-INSERT-SLOT).
080300     MOVE WS-ALERT-SCORE     TO ALR-SCORE(WS-INSERT-SLOT).
080400     MOVE WS-ALERT-OBSERVED  TO ALR-OBSERVED(WS-INSERT-SLOT).
080500     MOVE WS-ALERT-THRESHOLD TO ALR-THRESHOLD(WS-INSERT-SLOT).
080600     MOVE WS-ALERT-AMOUNT    TO ALR-AMOUNT(WS-INSERT-SLOT).
080700     MOVE WS-ALERT-CURRENCY
080800         TO ALR-CURRENCY-CODE(WS-INSERT-SLOT).
080900 5000-INSERT-ALERT-EXIT.
081000     EXIT.
081100***************************************************************
081200*    5100-FIND-INSERT-SLOT                                     *
081300***************************************************************
081400 5100-FIND-INSERT-SLOT.
081500     IF ALR-SCORE(WS-SUB) < WS-ALERT-SCORE
081600         MOVE WS-SUB TO WS-INSERT-SLOT
081700     END-IF.
081800 5100-FIND-INSERT-SLOT-EXIT.
081900     EXIT.
082000***************************************************************
082100*    5200-SHIFT-ONE-ENTRY-DOWN                                 *
082200***************************************************************
082300 5200-SHIFT-ONE-ENTRY-DOWN.
082400     MOVE ALR-TABLE(WS-SUB - 1) TO ALR-TABLE(WS-SUB).
082500 5200-SHIFT-ONE-ENTRY-DOWN-EXIT.
082600     EXIT.
082700***************************************************************
082800*    7000-WRITE-OUTPUTS  --  THE RANKED REVIEW REPORT AND THE  *
082900*    ALERTS FILE, BOTH FROM THE SAME TABLE.                    *
083000***************************************************************
083100 7000-WRITE-OUTPUTS.
083200     IF WS-PARM-IN-ERROR
083300         GO TO 7000-WRITE-OUTPUTS-EXIT
083400     END-IF.
083500     IF WS-ACC-TABLE-TRUNCATED
083600         MOVE 'ACCOUNT TABLE FULL -- LATER ACCOUNTS WERE NOT'
083700             TO SCREEN-REPORT-LINE
083800         WRITE SCREEN-REPORT-LINE
083900         MOVE 'SCREENED.  RAISE ACC-MAX-ENTRIES.'
084000             TO SCREEN-REPORT-LINE
084100         WRITE SCREEN-REPORT-LINE
084200     END-IF.
084300     IF WS-REP-TABLE-TRUNCATED
084400         MOVE 'REPEATED-AMOUNT TABLE FULL -- LATER AMOUNTS WERE'
084500             TO SCREEN-REPORT-LINE
084600         WRITE SCREEN-REPORT-LINE
084700         MOVE 'NOT COUNTED.  RAISE REP-MAX-ENTRIES.'
084800             TO SCREEN-REPORT-LINE
084900         WRITE SCREEN-REPORT-LINE
085000     END-IF.
085100     IF WS-ALR-TABLE-TRUNCATED
085200         MOVE 'ALERT TABLE FULL -- LOWEST-SCORED ALERTS WERE'
085300             TO SCREEN-REPORT-LINE
085400         WRITE SCREEN-REPORT-LINE
085500         MOVE 'DROPPED.  RAISE ALR-MAX-ENTRIES.'
085600             TO SCREEN-REPORT-LINE
085700         WRITE SCREEN-REPORT-LINE
085800     END-IF.
085900     IF WS-ACC-TABLE-TRUNCATED
086000         OR WS-REP-TABLE-TRUNCATED
086100         OR WS-ALR-TABLE-TRUNCATED
086200         MOVE SPACES TO SCREEN-REPORT-LINE
086300         WRITE SCREEN-REPORT-LINE
086400     END-IF.
086500     IF ALR-TABLE-COUNT > ZERO
086600         MOVE ' RANK RULE    SCORE SOURCE   ACCOUNT'
086700             TO SCREEN-REPORT-LINE
086800         WRITE SCREEN-REPORT-LINE
086900         PERFORM 7100-WRITE-ONE-ALERT
087000             THRU 7100-WRITE-ONE-ALERT-EXIT
087100             VARYING WS-SUB FROM 1 BY 1
087200             UNTIL WS-SUB > ALR-TABLE-COUNT
087300     ELSE
087400         MOVE 'NO ACCOUNT MET ANY SCREENING RULE.'
087500             TO SCREEN-REPORT-LINE
087600         WRITE SCREEN-REPORT-LINE
087700     END-IF.
087800 7000-WRITE-OUTPUTS-EXIT.
087900     EXIT.
088000***************************************************************
088100*    7100-WRITE-ONE-ALERT  --  ONE REPORT LINE AND ONE ALERTS- *
088200*    FILE RECORD PER ALERT, HIGHEST SCORE FIRST.               *
088300***************************************************************
088400 7100-WRITE-ONE-ALERT.
088500     MOVE SPACES TO SCREEN-REPORT-LINE.
088600     MOVE WS-SUB                 TO WS-RANK-EDIT.
088700     MOVE ALR-SCORE(WS-SUB)      TO WS-SCORE-EDIT.
088800     MOVE ALR-OBSERVED(WS-SUB)   TO WS-OBSERVED-EDIT.
088900     MOVE ALR-THRESHOLD(WS-SUB)  TO WS-THRESHOLD-EDIT.
089000     MOVE ALR-AMOUNT(WS-SUB)     TO WS-REPORT-AMOUNT-EDIT.
089100     STRING WS-RANK-EDIT
089200         ' ' ALR-RULE(WS-SUB)
089300         ' ' WS-SCORE-EDIT
089400         ' ' ALR-SOURCE(WS-SUB)
089500         ' ' ALR-ACCOUNT(WS-SUB)
089600         '  OBSERVED ' WS-OBSERVED-EDIT
089700         '  THRESHOLD ' WS-THRESHOLD-EDIT
089800         '  AMOUNT ' WS-REPORT-AMOUNT-EDIT
089900         ' ' ALR-CURRENCY-CODE(WS-SUB)
090000         DELIMITED BY SIZE INTO SCREEN-REPORT-LINE.
090100     WRITE SCREEN-REPORT-LINE.
090200     MOVE SPACES TO ALERT-OUT-RECORD.
090300     MOVE WS-BUSINESS-DATE         TO ALRT-BUSINESS-DATE.
090400     MOVE WS-SUB                   TO ALRT-RANK.
090500     MOVE ALR-SOURCE(WS-SUB)       TO ALRT-SOURCE.
090600     MOVE ALR-ACCOUNT(WS-SUB)      TO ALRT-ACCOUNT.
090700     MOVE ALR-RULE(WS-SUB)         TO ALRT-RULE.
090800     MOVE ALR-SCORE(WS-SUB)        TO ALRT-SCORE.
090900     MOVE ALR-OBSERVED(WS-SUB)     TO ALRT-OBSERVED.
091000     MOVE ALR-THRESHOLD(WS-SUB)    TO ALRT-THRESHOLD.
091100     MOVE ALR-AMOUNT(WS-SUB)       TO ALRT-AMOUNT.
091200     MOVE ALR-CURRENCY-CODE(WS-SUB) TO ALRT-CURRENCY-CODE.
091300     WRITE ALERT-OUT-RECORD.
091400 7100-WRITE-ONE-ALERT-EXIT.
091500     EXIT.
091600***************************************************************
091700*    8000-TERMINATE                                            *
091800***************************************************************
091900 8000-TERMINATE.
092000     IF NOT WS-PARM-IN-ERROR
092100         MOVE SPACES TO SCREEN-REPORT-LINE
092200         WRITE SCREEN-REPORT-LINE
092300         MOVE WS-POSTED-READ-COUNT TO WS-REPORT-NUMERIC-EDIT
092400         STRING 'POSTED EXTRACT RECORDS READ   : '
092500             WS-REPORT-NUMERIC-EDIT
092600             DELIMITED BY SIZE INTO SCREEN-REPORT-LINE
092700         WRITE SCREEN-REPORT-LINE
092800         MOVE SPACES TO SCREEN-REPORT-LINE
092900         MOVE WS-SCREENED-COUNT TO WS-REPORT-NUMERIC-EDIT
093000         STRING 'PROCESSED ITEMS SCREENED      : '
093100             WS-REPORT-NUMERIC-EDIT
093200             DELIMITED BY SIZE INTO SCREEN-REPORT-LINE
093300         WRITE SCREEN-REPORT-LINE
093400         MOVE SPACES TO SCREEN-REPORT-LINE
093500         MOVE ACC-TABLE-COUNT TO WS-REPORT-NUMERIC-EDIT
093600         STRING 'ACCOUNTS ACTIVE TODAY         : '
093700             WS-REPORT-NUMERIC-EDIT
093800             DELIMITED BY SIZE INTO SCREEN-REPORT-LINE
093900         WRITE SCREEN-REPORT-LINE
094000         MOVE SPACES TO SCREEN-REPORT-LINE
094100         MOVE WS-HISTORY-ROWS-COUNT TO WS-REPORT-NUMERIC-EDIT
094200         STRING 'HISTORY ROWS SWEPT            : '
094300             WS-REPORT-NUMERIC-EDIT
094400             DELIMITED BY SIZE INTO SCREEN-REPORT-LINE
094500         WRITE SCREEN-REPORT-LINE
094600         MOVE SPACES TO SCREEN-REPORT-LINE
094700         MOVE WS-WINDOW-ROWS-COUNT TO WS-REPORT-NUMERIC-EDIT
094800         STRING 'WINDOW ROWS FOR ACTIVE ACCTS  : '
094900             WS-REPORT-NUMERIC-EDIT
095000             DELIMITED BY SIZE INTO SCREEN-REPORT-LINE
095100         WRITE SCREEN-REPORT-LINE
095200         MOVE SPACES TO SCREEN-REPORT-LINE
095300         MOVE ALR-TABLE-COUNT TO WS-REPORT-NUMERIC-EDIT
095400         STRING 'ALERTS RAISED                 : '
095500             WS-REPORT-NUMERIC-EDIT
095600             DELIMITED BY SIZE INTO SCREEN-REPORT-LINE
095700         WRITE SCREEN-REPORT-LINE
095800         CLOSE POSTED-EXTRACT-FILE
095900         CLOSE TXN-HISTORY-FILE
096000         CLOSE ENTL-MASTER-FILE
096100         CLOSE ALERT-OUT-FILE
096200     END-IF.
096300     CLOSE SCREEN-REPORT-FILE.
096400     EVALUATE TRUE
096500         WHEN WS-PARM-IN-ERROR
096600             MOVE 8 TO RETURN-CODE
096700         WHEN ALR-TABLE-COUNT > ZERO
096800             OR WS-ACC-TABLE-TRUNCATED
096900             OR WS-REP-TABLE-TRUNCATED
097000             MOVE 4 TO RETURN-CODE
097100         WHEN OTHER
097200             MOVE 0 TO RETURN-CODE
097300     END-EVALUATE.
097400 8000-TERMINATE-EXIT.
097500     EXIT.
097600***************************************************************
097700*    9100-DATE-TO-DAY-NUMBER  --  CONVERTS WS-DATE-WORK        *
097800*    (YYYYMMDD) TO A RUNNING DAY NUMBER IN WS-DAY-NUMBER.      *
097900*    JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE     *
098000*    PRIOR YEAR, SO THE LEAP DAY SITS AT THE END OF THE        *
098100*    SHIFTED YEAR AND THE MONTH-LENGTH PATTERN COLLAPSES TO    *
098200*    ONE FORMULA.                                              *
098300***************************************************************
098400 9100-DATE-TO-DAY-NUMBER.
098500     MOVE WS-DW-YEAR  TO WS-DN-YEAR.
098600     MOVE WS-DW-MONTH TO WS-DN-MONTH.
098700     IF WS-DN-MONTH < 3
098800         SUBTRACT 1 FROM WS-DN-YEAR
098900         ADD 12 TO WS-DN-MONTH
099000     END-IF.
099100     COMPUTE WS-DAY-NUMBER =
099200         (365 * WS-DN-YEAR)
099300         + (WS-DN-YEAR / 4)
099400         - (WS-DN-YEAR / 100)
099500         + (WS-DN-YEAR / 400)
099600         + ((153 * (WS-DN-MONTH + 1)) / 5)
099700         + WS-DW-DAY.
099800 9100-DATE-TO-DAY-NUMBER-EXIT.
099900     EXIT.
