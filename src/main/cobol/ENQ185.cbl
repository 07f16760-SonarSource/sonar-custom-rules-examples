002700*   CARRYING THE DATE'S CONSUMPTION THE HISTORY CANNOT         *
002800*   ACCOUNT FOR, BOTH SURFACE.                                 *
002900*                                                              *
003000*   A TYPE-04 TRANSFER HAS TWO LEGS.  THE DEBIT LEG CONSUMED   *
003100*   ON THE ACCOUNT IN THE KEY LIKE ANY OTHER ROW; THE CREDIT   *
003200*   LEG (ENQ304) WAS CREDITED BACK AGAINST THE COUNTER-        *
003300*   ACCOUNT ON THE ROW (TXH-COUNTER-ACCOUNT) AND IS            *
003400*   SUBTRACTED FROM THAT ACCOUNT'S EXPECTED POSITION, SO A     *
003500*   RECEIVING ACCOUNT'S CREDITED BALANCE PROVES INSTEAD OF     *
003600*   SURFACING AS DRIFT.  A BLOCKED TRANSFER MAKES BOTH ITS     *
003700*   ACCOUNTS AMBIGUOUS (SEE BELOW).                            *
003800*                                                              *
003900*   A BLOCKED ROW (DISPOSITION 'B') IS AMBIGUOUS: ONE         *
004000*   BLOCKED AT THE PER-TYPE DISPATCH SLOT CONSUMED (ENQ200    *
004100*   SETS 'B' AFTER ALLOWED37 HAS ALREADY REWRITTEN THE        *
004200*   MASTER) WHILE ONE BLOCKED AT THE APPROVED SLOT DID NOT,   *
004300*   AND THE HISTORY ROW CANNOT TELL THE TWO APART.  AN        *
004400*   ACCOUNT WITH ANY DATE-QUALIFYING BLOCKED ROW IS           *
004500*   THEREFORE REPORTED AS NOT VERIFIABLE AND NEVER            *
004600*   CORRECTED -- THE SAME HANDLING AS A ROW WHOSE BALANCES    *
004700*   BELONG TO ANOTHER DATE.                                   *
004800*                                                              *
004900*   RUN THIS THE SAME NIGHT AS THE DATE IT VERIFIES -- A       *
005000*   LATER-DATED REVERSAL MARKS THE ORIGINAL'S ROW REVERSED     *
005100*   AFTER THE FACT, AND THE MASTER'S RUNNING BALANCES RESET    *
005200*   LAZILY ON THE NEXT DATE'S FIRST TRANSACTION, SO A STALE    *
005300*   VERIFICATION CANNOT TELL DRIFT FROM HONEST AGING.  A       *
005400*   MASTER ROW WHOSE BALANCES ALREADY BELONG TO A LATER DATE   *
005500*   IS REPORTED AS NOT VERIFIABLE, NEVER CORRECTED.            *
005600*                                                              *
005700*   PARM:  BUSINESS DATE (YYYYMMDD) PLUS OPTIONAL APPLY        *
005800*   SWITCH ('A' = CORRECT THE MASTER), E.G.                    *
005900*   PARM='20260903A'.  OMITTED SWITCH MEANS REPORT ONLY.       *
006000*                                                              *
006100*   RETURN CODES:  0 = EVERY ACCOUNT PROVED;  4 =              *
006200*   DISCREPANCIES ON THE REPORT (CORRECTED OR NOT);  8 = BAD   *
006300*   PARM OR ACCOUNT TABLE OVERFLOW -- RESULTS INCOMPLETE,      *
006400*   NOTHING CORRECTED.                                         *
006500*                                                              *
006600*   MODIFICATION HISTORY                                       *
006700*   DATE       INIT  DESCRIPTION                                *
006800*   ---------- ----  ------------------------------------------*
006900*   2026-09-03 DLM   ORIGINAL VERSION.                         *
007000*   2026-10-14 DLM   RECOGNIZED TYPE-04 TRANSFER LEGS: THE     *
007100*                    CREDIT LEG IS SUBTRACTED FROM THE         *
007200*                    COUNTER-ACCOUNT'S EXPECTED POSITION, A    *
007300*                    BLOCKED TRANSFER MARKS BOTH ACCOUNTS      *
007400*                    AMBIGUOUS, AND A DISCREPANCY LISTS THE    *
007500*                    ACCOUNT'S CREDIT-LEG TOTAL.               *
007600*   2026-10-14 DLM   APPENDED THE RUN'S RESULT TO THE          *
007700*                    CUMULATIVE STEP-RESULT FILE (STEPRSLT)    *
007800*                    FOR THE ENQ385 BUSINESS-DAY CLOSE.        *
007900*                                                              *
008000***************************************************************
008100 ENVIRONMENT DIVISION.
008200 CONFIGURATION SECTION.
008300 SOURCE-COMPUTER.   IBM-Z15.
008400 OBJECT-COMPUTER.   IBM-Z15.
008500 INPUT-OUTPUT SECTION.
008600 FILE-CONTROL.
008700     SELECT TXN-HISTORY-FILE
008800         ASSIGN TO TXHISTFL
008900         ORGANIZATION IS INDEXED
009000         ACCESS MODE IS DYNAMIC
009100         RECORD KEY IS TXH-KEY
009200         FILE STATUS IS TXH-FILE-STATUS.
009300
009400     SELECT ENTL-MASTER-FILE
009500         ASSIGN TO ENTLMSTR
009600         ORGANIZATION IS INDEXED
009700         ACCESS MODE IS DYNAMIC
009800         RECORD KEY IS ENTL-KEY
009900         FILE STATUS IS ENTL-FILE-STATUS.
010000
010100     SELECT VERIFY-REPORT-FILE
010200         ASSIGN TO VRFYRPT
010300         ORGANIZATION IS SEQUENTIAL.
010400
010500     SELECT STEP-RESULT-FILE
010600         ASSIGN TO STEPRSLT
010700         ORGANIZATION IS SEQUENTIAL
010800         FILE STATUS IS SRES-FILE-STATUS.
010900 DATA DIVISION.
011000 FILE SECTION.
011100 FD  TXN-HISTORY-FILE.
011200 COPY TXHISTK.
011300
011400 FD  ENTL-MASTER-FILE.
011500 COPY ENTLREC.
011600
011700 FD  VERIFY-REPORT-FILE
011800     RECORDING MODE IS F.
011900 01  VERIFY-REPORT-LINE             PIC X(132).
012000
012100 FD  STEP-RESULT-FILE
012200     RECORDING MODE IS F.
012300 COPY STEPRSLT.
012400
012500 WORKING-STORAGE SECTION.
012600***************************************************************
012700*    FILE STATUS AND SWEEP CONTROL                             *
012800***************************************************************
012900 77  TXH-FILE-STATUS                 PIC X(02)  VALUE '00'.
013000 77  ENTL-FILE-STATUS                PIC X(02)  VALUE '00'.
013100 77  SRES-FILE-STATUS                PIC X(02)  VALUE '00'.
013200 77  TXH-EOF-SW                      PIC X(01)  VALUE 'N'.
013300     88  TXH-AT-EOF                      VALUE 'Y'.
013400 77  ENTL-EOF-SW                     PIC X(01)  VALUE 'N'.
013500     88  ENTL-AT-EOF                     VALUE 'Y'.
013600 77  WS-PARM-ERROR-SW                PIC X(01)  VALUE 'N'.
013700     88  WS-PARM-IN-ERROR                VALUE 'Y'.
013800 77  WS-APPLY-SW                     PIC X(01)  VALUE 'N'.
013900     88  WS-APPLY-CORRECTIONS            VALUE 'A'.
014000 77  WS-TABLE-FULL-SW                PIC X(01)  VALUE 'N'.
014100     88  WS-TABLE-OVERFLOWED             VALUE 'Y'.
014200***************************************************************
014300*    RECOMPUTED POSITIONS -- ONE ENTRY PER SOURCE/ACCOUNT      *
014400*    WITH DATE-QUALIFYING HISTORY ROWS.                        *
014500***************************************************************
014600 77  WS-BUSINESS-DATE                PIC 9(08)  VALUE ZERO.
014700 01  ACCT-TABLE-CONTROL.
014800     05  ACCT-TABLE-COUNT            PIC 9(04) COMP VALUE ZERO.
014900     05  ACCT-MAX-ENTRIES            PIC 9(04) COMP VALUE 1000.
015000     05  ACCT-TABLE OCCURS 1000 TIMES.
015100         10  ACCT-SOURCE             PIC X(08).
015200         10  ACCT-ACCOUNT            PIC X(06).
015300         10  ACCT-DAILY-EXPECTED     PIC S9(11)V99 COMP-3.
015400         10  ACCT-TYPE-EXPECTED OCCURS 4 TIMES
015500                                     PIC S9(11)V99 COMP-3.
015600         10  ACCT-TXN-COUNT          PIC 9(05) COMP.
015700         10  ACCT-VERIFIED-SW        PIC X(01).
015800*        'Y' WHEN THE DATE HAS A BLOCKED ROW FOR THE ACCOUNT
015900*        -- THE EXPECTED POSITION CANNOT BE TRUSTED (SEE THE
016000*        HEADER) AND THE ACCOUNT IS NEVER CORRECTED.
016100         10  ACCT-AMBIGUOUS-SW       PIC X(01).
016200*        TRANSFER CREDIT LEGS RECEIVED BY THE ACCOUNT -- THEIR
016300*        ROWS ARE KEYED UNDER THE DEBIT ACCOUNT, SO THE
016400*        DISCREPANCY LISTING REPORTS THEM AS A TOTAL.
016500         10  ACCT-CREDIT-LEG-COUNT   PIC 9(05) COMP.
016600         10  ACCT-CREDIT-LEG-TOTAL   PIC S9(11)V99 COMP-3.
016700 77  WS-ACCT-SLOT                    PIC 9(04) COMP VALUE ZERO.
016800 77  WS-SUB                          PIC 9(04) COMP VALUE ZERO.
016900 77  WS-TYPE-SUB                     PIC 9(02) COMP VALUE ZERO.
017000***************************************************************
017100*    THE TRANSACTION KEY BREAKDOWN AND LOOKUP WORK FIELDS      *
017200***************************************************************
017300 01  WS-TXN-KEY-PARTS.
017400     05  WS-TXN-ACCOUNT              PIC X(06).
017500     05  WS-TXN-SERIAL               PIC X(03).
017600     05  WS-TXN-SUB-SEQUENCE         PIC X(01).
017700 77  WS-LOOKUP-SOURCE                PIC X(08)  VALUE SPACES.
017800 77  WS-LOOKUP-ACCOUNT               PIC X(06)  VALUE SPACES.
017900 77  WS-MISMATCH-SW                  PIC X(01)  VALUE 'N'.
018000     88  WS-ACCOUNT-MISMATCHED           VALUE 'Y'.
018100***************************************************************
018200*    VERIFICATION COUNTERS                                     *
018300***************************************************************
018400 77  WS-ROWS-SWEPT-COUNT             PIC 9(09) COMP VALUE ZERO.
018500 77  WS-ACCOUNTS-PROVED-COUNT        PIC 9(05) COMP VALUE ZERO.
018600 77  WS-DISCREPANCY-COUNT            PIC 9(05) COMP VALUE ZERO.
018700 77  WS-CORRECTED-COUNT              PIC 9(05) COMP VALUE ZERO.
018800 77  WS-UNVERIFIABLE-COUNT           PIC 9(05) COMP VALUE ZERO.
018900***************************************************************
019000*    REPORT EDIT FIELDS                                        *
019100***************************************************************
019200 01  WS-AMOUNT-EDIT                  PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
019300 01  WS-AMOUNT-EDIT-2                PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
019400 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZ,ZZZ,ZZ9.
019500 LINKAGE SECTION.
019600***************************************************************
019700*    JOB-STEP PARM -- BUSINESS DATE PLUS OPTIONAL APPLY        *
019800*    SWITCH.  THE SWITCH HAS NO DEFAULT AND NOTHING ELSE IS    *
019900*    ACCEPTED IN ITS PLACE -- A CORRECTING RUN MUST BE ASKED   *
020000*    FOR EXPLICITLY.                                           *
020100***************************************************************
020200 01  LK-PARM-ARGS.
020300     05  LK-PARM-LEN                 PIC S9(04) COMP.
020400     05  LK-PARM-DATE-TEXT           PIC X(08).
020500     05  LK-PARM-APPLY-TEXT          PIC X(01).
020600 PROCEDURE DIVISION USING LK-PARM-ARGS.
020700***************************************************************
020800*    0000-MAINLINE                                             *
020900***************************************************************
021000 0000-MAINLINE.
021100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
021200     PERFORM 2000-SWEEP-ONE-HISTORY-ROW
021300         THRU 2000-SWEEP-ONE-HISTORY-ROW-EXIT
021400         UNTIL TXH-AT-EOF.
021500     PERFORM 4000-SWEEP-MASTER THRU 4000-SWEEP-MASTER-EXIT.
021600     PERFORM 6000-REPORT-UNMATCHED-EXPECTED
021700         THRU 6000-REPORT-UNMATCHED-EXPECTED-EXIT.
021800     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
021900     GOBACK.
022000***************************************************************
022100*    1000-INITIALIZE                                           *
022200***************************************************************
022300 1000-INITIALIZE.
022400     OPEN OUTPUT VERIFY-REPORT-FILE.
022500     MOVE 'ENQ185 CONSUMED-BALANCE VERIFICATION REPORT'
022600         TO VERIFY-REPORT-LINE.
022700     WRITE VERIFY-REPORT-LINE.
022800     MOVE SPACES TO VERIFY-REPORT-LINE.
022900     WRITE VERIFY-REPORT-LINE.
023000     IF LK-PARM-LEN < 8
023100         OR LK-PARM-DATE-TEXT NOT NUMERIC
023200         SET WS-PARM-IN-ERROR TO TRUE
023300         MOVE 'PARM BUSINESS DATE MISSING OR NOT NUMERIC --'
023400             TO VERIFY-REPORT-LINE
023500         WRITE VERIFY-REPORT-LINE
023600         MOVE 'NO VERIFICATION DONE.'
023700             TO VERIFY-REPORT-LINE
023800         WRITE VERIFY-REPORT-LINE
023900         SET TXH-AT-EOF TO TRUE
024000         SET ENTL-AT-EOF TO TRUE
024100         GO TO 1000-INITIALIZE-EXIT
024200     END-IF.
024300     MOVE LK-PARM-DATE-TEXT TO WS-BUSINESS-DATE.
024400     IF LK-PARM-LEN > 8
024500         AND LK-PARM-APPLY-TEXT = 'A'
024600         SET WS-APPLY-CORRECTIONS TO TRUE
024700         MOVE 'APPLY SWITCH ON -- THE MASTER WILL BE'
024800             TO VERIFY-REPORT-LINE
024900         WRITE VERIFY-REPORT-LINE
025000         MOVE 'CORRECTED TO THE RECOMPUTED POSITIONS.'
025100             TO VERIFY-REPORT-LINE
025200         WRITE VERIFY-REPORT-LINE
025300         MOVE SPACES TO VERIFY-REPORT-LINE
025400         WRITE VERIFY-REPORT-LINE
025500     END-IF.
025600     OPEN INPUT TXN-HISTORY-FILE.
025700     IF WS-APPLY-CORRECTIONS
025800         OPEN I-O ENTL-MASTER-FILE
025900     ELSE
026000         OPEN INPUT ENTL-MASTER-FILE
026100     END-IF.
026200     MOVE LOW-VALUES TO TXH-KEY.
026300     START TXN-HISTORY-FILE
026400         KEY >= TXH-KEY
026500         INVALID KEY
026600             SET TXH-AT-EOF TO TRUE
026700     END-START.
026800     IF NOT TXH-AT-EOF
026900         READ TXN-HISTORY-FILE NEXT
027000             AT END
027100                 SET TXH-AT-EOF TO TRUE
027200         END-READ
027300     END-IF.
027400 1000-INITIALIZE-EXIT.
027500     EXIT.
027600***************************************************************
027700*    2000-SWEEP-ONE-HISTORY-ROW  --  A PROCESSED,              *
027800*    NON-REVERSAL, NOT-REVERSED ROW FOR THE BUSINESS DATE      *
027900*    CONSUMED ENTITLEMENT AND ROLLS INTO ITS ACCOUNT'S         *
028000*    EXPECTED POSITION (AND, FOR A TRANSFER, ITS CREDIT LEG    *
028100*    INTO THE COUNTER-ACCOUNT'S).  A BLOCKED ROW MAY OR MAY    *
028200*    NOT HAVE CONSUMED (SEE THE HEADER) AND MARKS ITS          *
028300*    ACCOUNT AMBIGUOUS INSTEAD.                                *
028400***************************************************************
028500 2000-SWEEP-ONE-HISTORY-ROW.
028600     ADD 1 TO WS-ROWS-SWEPT-COUNT.
028700     IF TXH-BUSINESS-DATE = WS-BUSINESS-DATE
028800         AND TXH-TXN-TYPE NOT = 2
028900         EVALUATE TRUE
029000             WHEN TXH-DISP-PROCESSED
029100                 AND TXH-NOT-REVERSED
029200                 PERFORM 3000-ACCUMULATE-EXPECTED
029300                     THRU 3000-ACCUMULATE-EXPECTED-EXIT
029400                 IF TXH-TXN-TYPE = 4
029500                     AND TXH-COUNTER-ACCOUNT NOT = SPACES
029600                     PERFORM 3020-ACCUMULATE-CREDIT-LEG
029700                         THRU 3020-ACCUMULATE-CREDIT-LEG-EXIT
029800                 END-IF
029900             WHEN TXH-DISP-BLOCKED
030000                 PERFORM 3050-MARK-ACCOUNT-AMBIGUOUS
030100                     THRU 3050-MARK-ACCOUNT-AMBIGUOUS-EXIT
030200         END-EVALUATE
030300     END-IF.
030400     READ TXN-HISTORY-FILE NEXT
030500         AT END
030600             SET TXH-AT-EOF TO TRUE
030700     END-READ.
030800 2000-SWEEP-ONE-HISTORY-ROW-EXIT.
030900     EXIT.
031000***************************************************************
031100*    3000-ACCUMULATE-EXPECTED                                  *
031200***************************************************************
031300 3000-ACCUMULATE-EXPECTED.
031400     MOVE TXH-TRANS-KEY  TO WS-TXN-KEY-PARTS.
031500     MOVE TXH-TXN-SOURCE TO WS-LOOKUP-SOURCE.
031600     MOVE WS-TXN-ACCOUNT TO WS-LOOKUP-ACCOUNT.
031700     PERFORM 3300-FIND-OR-CREATE-ACCT
031800         THRU 3300-FIND-OR-CREATE-ACCT-EXIT.
031900     IF WS-ACCT-SLOT = ZERO
032000         GO TO 3000-ACCUMULATE-EXPECTED-EXIT
032100     END-IF.
032200     ADD TXH-BASE-AMOUNT
032300         TO ACCT-DAILY-EXPECTED(WS-ACCT-SLOT).
032400     IF TXH-TXN-TYPE >= 1 AND TXH-TXN-TYPE <= 4
032500         MOVE TXH-TXN-TYPE TO WS-TYPE-SUB
032600         ADD TXH-BASE-AMOUNT
032700             TO ACCT-TYPE-EXPECTED(WS-ACCT-SLOT, WS-TYPE-SUB)
032800     END-IF.
032900     ADD 1 TO ACCT-TXN-COUNT(WS-ACCT-SLOT).
033000 3000-ACCUMULATE-EXPECTED-EXIT.
033100     EXIT.
033200***************************************************************
033300*    3020-ACCUMULATE-CREDIT-LEG  --  THE TRANSFER'S CREDIT     *
033400*    LEG WAS CREDITED AGAINST THE COUNTER-ACCOUNT'S DAILY AND  *
033500*    TYPE-04 CONSUMED BALANCES, SO IT COMES OFF THAT           *
033600*    ACCOUNT'S EXPECTED POSITION.                              *
033700***************************************************************
033800 3020-ACCUMULATE-CREDIT-LEG.
033900     MOVE TXH-TXN-SOURCE      TO WS-LOOKUP-SOURCE.
034000     MOVE TXH-COUNTER-ACCOUNT TO WS-LOOKUP-ACCOUNT.
034100     PERFORM 3300-FIND-OR-CREATE-ACCT
034200         THRU 3300-FIND-OR-CREATE-ACCT-EXIT.
034300     IF WS-ACCT-SLOT = ZERO
034400         GO TO 3020-ACCUMULATE-CREDIT-LEG-EXIT
034500     END-IF.
034600     SUBTRACT TXH-BASE-AMOUNT
034700         FROM ACCT-DAILY-EXPECTED(WS-ACCT-SLOT).
034800     SUBTRACT TXH-BASE-AMOUNT
034900         FROM ACCT-TYPE-EXPECTED(WS-ACCT-SLOT, 4).
035000     ADD TXH-BASE-AMOUNT
035100         TO ACCT-CREDIT-LEG-TOTAL(WS-ACCT-SLOT).
035200     ADD 1 TO ACCT-CREDIT-LEG-COUNT(WS-ACCT-SLOT).
035300 3020-ACCUMULATE-CREDIT-LEG-EXIT.
035400     EXIT.
035500***************************************************************
035600*    3050-MARK-ACCOUNT-AMBIGUOUS  --  THE ACCOUNT HAS A        *
035700*    BLOCKED ROW FOR THE DATE; WHETHER IT CONSUMED CANNOT BE   *
035800*    TOLD FROM THE HISTORY, SO THE WHOLE ACCOUNT BECOMES       *
035900*    REPORT-ONLY.  A BLOCKED TRANSFER MAY EQUALLY HAVE HAD     *
036000*    ITS CREDIT LEG POSTED OR NOT, SO ITS COUNTER-ACCOUNT      *
036100*    GOES THE SAME WAY.                                        *
036200***************************************************************
036300 3050-MARK-ACCOUNT-AMBIGUOUS.
036400     MOVE TXH-TRANS-KEY  TO WS-TXN-KEY-PARTS.
036500     MOVE TXH-TXN-SOURCE TO WS-LOOKUP-SOURCE.
036600     MOVE WS-TXN-ACCOUNT TO WS-LOOKUP-ACCOUNT.
036700     PERFORM 3300-FIND-OR-CREATE-ACCT
036800         THRU 3300-FIND-OR-CREATE-ACCT-EXIT.
036900     IF WS-ACCT-SLOT > ZERO
037000         MOVE 'Y' TO ACCT-AMBIGUOUS-SW(WS-ACCT-SLOT)
037100     END-IF.
037200     IF TXH-TXN-TYPE NOT = 4
037300         OR TXH-COUNTER-ACCOUNT = SPACES
037400         GO TO 3050-MARK-ACCOUNT-AMBIGUOUS-EXIT
037500     END-IF.
037600     MOVE TXH-COUNTER-ACCOUNT TO WS-LOOKUP-ACCOUNT.
037700     PERFORM 3300-FIND-OR-CREATE-ACCT
037800         THRU 3300-FIND-OR-CREATE-ACCT-EXIT.
037900     IF WS-ACCT-SLOT > ZERO
038000         MOVE 'Y' TO ACCT-AMBIGUOUS-SW(WS-ACCT-SLOT)
038100     END-IF.
038200 3050-MARK-ACCOUNT-AMBIGUOUS-EXIT.
038300     EXIT.
038400***************************************************************
038500*    3100-FIND-ACCT-SLOT                                       *
038600***************************************************************
038700 3100-FIND-ACCT-SLOT.
038800     MOVE ZERO TO WS-ACCT-SLOT.
038900     IF ACCT-TABLE-COUNT > ZERO
039000         PERFORM 3110-TEST-ONE-ACCT
039100             THRU 3110-TEST-ONE-ACCT-EXIT
039200             VARYING WS-SUB FROM 1 BY 1
039300             UNTIL WS-SUB > ACCT-TABLE-COUNT
039400                OR WS-ACCT-SLOT > ZERO
039500     END-IF.
039600 3100-FIND-ACCT-SLOT-EXIT.
039700     EXIT.
039800***************************************************************
039900*    3110-TEST-ONE-ACCT                                        *
040000***************************************************************
040100 3110-TEST-ONE-ACCT.
040200     IF ACCT-SOURCE(WS-SUB) = WS-LOOKUP-SOURCE
040300         AND ACCT-ACCOUNT(WS-SUB) = WS-LOOKUP-ACCOUNT
040400         MOVE WS-SUB TO WS-ACCT-SLOT
040500     END-IF.
040600 3110-TEST-ONE-ACCT-EXIT.
040700     EXIT.
040800***************************************************************
040900*    3200-ZERO-ONE-TYPE                                        *
041000***************************************************************
041100 3200-ZERO-ONE-TYPE.
041200     MOVE ZERO TO ACCT-TYPE-EXPECTED(WS-ACCT-SLOT, WS-TYPE-SUB).
041300 3200-ZERO-ONE-TYPE-EXIT.
041400     EXIT.
041500***************************************************************
041600*    3300-FIND-OR-CREATE-ACCT  --  THE ONE PLACE A TABLE       *
041700*    ENTRY IS OPENED; A FULL TABLE SETS THE OVERFLOW FLAG      *
041800*    AND HANDS BACK SLOT ZERO.                                 *
041900***************************************************************
042000 3300-FIND-OR-CREATE-ACCT.
042100     PERFORM 3100-FIND-ACCT-SLOT
042200         THRU 3100-FIND-ACCT-SLOT-EXIT.
042300     IF WS-ACCT-SLOT > ZERO
042400         GO TO 3300-FIND-OR-CREATE-ACCT-EXIT
042500     END-IF.
042600     IF ACCT-TABLE-COUNT = ACCT-MAX-ENTRIES
042700         SET WS-TABLE-OVERFLOWED TO TRUE
042800         GO TO 3300-FIND-OR-CREATE-ACCT-EXIT
042900     END-IF.
043000     ADD 1 TO ACCT-TABLE-COUNT.
043100     MOVE ACCT-TABLE-COUNT TO WS-ACCT-SLOT.
043200     MOVE WS-LOOKUP-SOURCE  TO ACCT-SOURCE(WS-ACCT-SLOT).
043300     MOVE WS-LOOKUP-ACCOUNT TO ACCT-ACCOUNT(WS-ACCT-SLOT).
043400     MOVE ZERO TO ACCT-DAILY-EXPECTED(WS-ACCT-SLOT).
043500     PERFORM 3200-ZERO-ONE-TYPE
043600         THRU 3200-ZERO-ONE-TYPE-EXIT
043700         VARYING WS-TYPE-SUB FROM 1 BY 1
043800         UNTIL WS-TYPE-SUB > 4.
043900     MOVE ZERO TO ACCT-TXN-COUNT(WS-ACCT-SLOT).
044000     MOVE 'N'  TO ACCT-VERIFIED-SW(WS-ACCT-SLOT).
044100     MOVE 'N'  TO ACCT-AMBIGUOUS-SW(WS-ACCT-SLOT).
044200     MOVE ZERO TO ACCT-CREDIT-LEG-COUNT(WS-ACCT-SLOT).
044300     MOVE ZERO TO ACCT-CREDIT-LEG-TOTAL(WS-ACCT-SLOT).
044400 3300-FIND-OR-CREATE-ACCT-EXIT.
044500     EXIT.
044600***************************************************************
044700*    4000-SWEEP-MASTER  --  EVERY MASTER ROW WHOSE RUNNING     *
044800*    BALANCES BELONG TO THE BUSINESS DATE IS COMPARED TO THE   *
044900*    RECOMPUTED POSITION (ZERO WHEN THE HISTORY HAS NOTHING    *
045000*    FOR IT).  A ROW WHOSE BALANCES ALREADY BELONG TO A        *
045100*    LATER DATE CANNOT BE VERIFIED AND IS NEVER CORRECTED.     *
045200***************************************************************
045300 4000-SWEEP-MASTER.
045400     IF WS-PARM-IN-ERROR
045500         OR WS-TABLE-OVERFLOWED
045600         GO TO 4000-SWEEP-MASTER-EXIT
045700     END-IF.
045800     MOVE LOW-VALUES TO ENTL-KEY.
045900     START ENTL-MASTER-FILE
046000         KEY >= ENTL-KEY
046100         INVALID KEY
046200             SET ENTL-AT-EOF TO TRUE
046300     END-START.
046400     IF NOT ENTL-AT-EOF
046500         READ ENTL-MASTER-FILE NEXT
046600             AT END
046700                 SET ENTL-AT-EOF TO TRUE
046800         END-READ
046900     END-IF.
047000     PERFORM 4100-VERIFY-ONE-MASTER-ROW
047100         THRU 4100-VERIFY-ONE-MASTER-ROW-EXIT
047200         UNTIL ENTL-AT-EOF.
047300 4000-SWEEP-MASTER-EXIT.
047400     EXIT.
047500***************************************************************
047600*    4100-VERIFY-ONE-MASTER-ROW                                *
047700***************************************************************
047800 4100-VERIFY-ONE-MASTER-ROW.
047900     IF ENTL-LAST-CONSUMED-DATE NOT = WS-BUSINESS-DATE
048000         GO TO 4100-VERIFY-ONE-MASTER-ROW-NEXT
048100     END-IF.
048200     MOVE ENTL-KEY-SOURCE  TO WS-LOOKUP-SOURCE.
048300     MOVE ENTL-KEY-ACCOUNT TO WS-LOOKUP-ACCOUNT.
048400     PERFORM 3100-FIND-ACCT-SLOT
048500         THRU 3100-FIND-ACCT-SLOT-EXIT.
048600     IF WS-ACCT-SLOT > ZERO
048700         AND ACCT-AMBIGUOUS-SW(WS-ACCT-SLOT) = 'Y'
048800*        A BLOCKED ROW ON THE DATE MEANS THE EXPECTED
048900*        POSITION CANNOT BE TRUSTED EITHER WAY -- REPORT,
049000*        NEVER COMPARE OR CORRECT.
049100         MOVE 'Y' TO ACCT-VERIFIED-SW(WS-ACCT-SLOT)
049200         ADD 1 TO WS-UNVERIFIABLE-COUNT
049300         MOVE SPACES TO VERIFY-REPORT-LINE
049400         STRING 'NOT VERIFIABLE SOURCE ' WS-LOOKUP-SOURCE
049500             ' ACCOUNT ' WS-LOOKUP-ACCOUNT
049600             '  BLOCKED ROW ON THE DATE -- SEE HEADER'
049700             DELIMITED BY SIZE INTO VERIFY-REPORT-LINE
049800         WRITE VERIFY-REPORT-LINE
049900         GO TO 4100-VERIFY-ONE-MASTER-ROW-NEXT
050000     END-IF.
050100     MOVE 'N' TO WS-MISMATCH-SW.
050200     PERFORM 4200-COMPARE-POSITIONS
050300         THRU 4200-COMPARE-POSITIONS-EXIT.
050400     IF WS-ACCT-SLOT > ZERO
050500         MOVE 'Y' TO ACCT-VERIFIED-SW(WS-ACCT-SLOT)
050600     END-IF.
050700     IF WS-ACCOUNT-MISMATCHED
050800         ADD 1 TO WS-DISCREPANCY-COUNT
050900         PERFORM 5000-REPORT-DISCREPANCY
051000             THRU 5000-REPORT-DISCREPANCY-EXIT
051100         IF WS-APPLY-CORRECTIONS
051200             PERFORM 5500-CORRECT-MASTER-ROW
051300                 THRU 5500-CORRECT-MASTER-ROW-EXIT
051400         END-IF
051500     ELSE
051600         ADD 1 TO WS-ACCOUNTS-PROVED-COUNT
051700     END-IF.
051800 4100-VERIFY-ONE-MASTER-ROW-NEXT.
051900     READ ENTL-MASTER-FILE NEXT
052000         AT END
052100             SET ENTL-AT-EOF TO TRUE
052200     END-READ.
052300 4100-VERIFY-ONE-MASTER-ROW-EXIT.
052400     EXIT.
052500***************************************************************
052600*    4200-COMPARE-POSITIONS  --  DAILY AND ALL FOUR TYPE       *
052700*    BUCKETS AGAINST THE RECOMPUTED POSITION; NO SLOT MEANS    *
052800*    THE EXPECTED POSITION IS ZERO.                            *
052900***************************************************************
053000 4200-COMPARE-POSITIONS.
053100     IF WS-ACCT-SLOT = ZERO
053200         IF ENTL-DAILY-CONSUMED NOT = ZERO
053300             SET WS-ACCOUNT-MISMATCHED TO TRUE
053400         END-IF
053500         PERFORM 4210-COMPARE-ZERO-TYPE
053600             THRU 4210-COMPARE-ZERO-TYPE-EXIT
053700             VARYING WS-TYPE-SUB FROM 1 BY 1
053800             UNTIL WS-TYPE-SUB > 4
053900     ELSE
054000         IF ENTL-DAILY-CONSUMED
054100                 NOT = ACCT-DAILY-EXPECTED(WS-ACCT-SLOT)
054200             SET WS-ACCOUNT-MISMATCHED TO TRUE
054300         END-IF
054400         PERFORM 4220-COMPARE-ONE-TYPE
054500             THRU 4220-COMPARE-ONE-TYPE-EXIT
054600             VARYING WS-TYPE-SUB FROM 1 BY 1
054700             UNTIL WS-TYPE-SUB > 4
054800     END-IF.
054900 4200-COMPARE-POSITIONS-EXIT.
055000     EXIT.
055100***************************************************************
055200*    4210-COMPARE-ZERO-TYPE                                    *
055300***************************************************************
055400 4210-COMPARE-ZERO-TYPE.
055500     IF ENTL-TYPE-CONSUMED(WS-TYPE-SUB) NOT = ZERO
055600         SET WS-ACCOUNT-MISMATCHED TO TRUE
055700     END-IF.
055800 4210-COMPARE-ZERO-TYPE-EXIT.
055900     EXIT.
056000***************************************************************
056100*    4220-COMPARE-ONE-TYPE                                     *
056200***************************************************************
056300 4220-COMPARE-ONE-TYPE.
056400     IF ENTL-TYPE-CONSUMED(WS-TYPE-SUB)
056500             NOT = ACCT-TYPE-EXPECTED(WS-ACCT-SLOT, WS-TYPE-SUB)
056600         SET WS-ACCOUNT-MISMATCHED TO TRUE
056700     END-IF.
056800 4220-COMPARE-ONE-TYPE-EXIT.
056900     EXIT.
057000***************************************************************
057100*    5000-REPORT-DISCREPANCY  --  THE POSITIONS SIDE BY SIDE,  *
057200*    THEN EVERY CONTRIBUTING HISTORY ROW.                      *
057300***************************************************************
057400 5000-REPORT-DISCREPANCY.
057500     MOVE SPACES TO VERIFY-REPORT-LINE.
057600     IF WS-ACCT-SLOT > ZERO
057700         MOVE ACCT-DAILY-EXPECTED(WS-ACCT-SLOT)
057800             TO WS-AMOUNT-EDIT
057900     ELSE
058000         MOVE ZERO TO WS-AMOUNT-EDIT
058100     END-IF.
058200     MOVE ENTL-DAILY-CONSUMED TO WS-AMOUNT-EDIT-2.
058300     STRING 'DISCREPANCY SOURCE ' WS-LOOKUP-SOURCE
058400         ' ACCOUNT ' WS-LOOKUP-ACCOUNT
058500         '  EXPECTED ' WS-AMOUNT-EDIT
058600         '  ON MASTER ' WS-AMOUNT-EDIT-2
058700         DELIMITED BY SIZE INTO VERIFY-REPORT-LINE.
058800     WRITE VERIFY-REPORT-LINE.
058900     PERFORM 5100-LIST-CONTRIBUTING-ROWS
059000         THRU 5100-LIST-CONTRIBUTING-ROWS-EXIT.
059100     IF WS-ACCT-SLOT > ZERO
059200         AND ACCT-CREDIT-LEG-COUNT(WS-ACCT-SLOT) > ZERO
059300         MOVE SPACES TO VERIFY-REPORT-LINE
059400         MOVE ACCT-CREDIT-LEG-COUNT(WS-ACCT-SLOT)
059500             TO WS-REPORT-NUMERIC-EDIT
059600         MOVE ACCT-CREDIT-LEG-TOTAL(WS-ACCT-SLOT)
059700             TO WS-AMOUNT-EDIT
059800         STRING '    LESS TRANSFER CREDIT LEGS '
059900             WS-REPORT-NUMERIC-EDIT
060000             '  BASE AMOUNT ' WS-AMOUNT-EDIT
060100             DELIMITED BY SIZE INTO VERIFY-REPORT-LINE
060200         WRITE VERIFY-REPORT-LINE
060300     END-IF.
060400 5000-REPORT-DISCREPANCY-EXIT.
060500     EXIT.
060600***************************************************************
060700*    5100-LIST-CONTRIBUTING-ROWS  --  KEYED BROWSE OF THE      *
060800*    HISTORY FROM THE ACCOUNT'S FIRST POSSIBLE KEY (THE       *
060900*    ACCOUNT IS THE KEY'S LEADING SIX BYTES), LISTING THE      *
061000*    ROWS THAT WENT INTO THE EXPECTED POSITION.                *
061100***************************************************************
061200 5100-LIST-CONTRIBUTING-ROWS.
061300     MOVE 'N' TO TXH-EOF-SW.
061400     MOVE LOW-VALUES TO TXH-KEY.
061500     MOVE WS-LOOKUP-ACCOUNT TO TXH-TRANS-KEY(1:6).
061600     START TXN-HISTORY-FILE
061700         KEY >= TXH-KEY
061800         INVALID KEY
061900             SET TXH-AT-EOF TO TRUE
062000     END-START.
062100     IF NOT TXH-AT-EOF
062200         READ TXN-HISTORY-FILE NEXT
062300             AT END
062400                 SET TXH-AT-EOF TO TRUE
062500         END-READ
062600     END-IF.
062700     PERFORM 5110-LIST-ONE-ROW
062800         THRU 5110-LIST-ONE-ROW-EXIT
062900         UNTIL TXH-AT-EOF
063000            OR TXH-TRANS-KEY(1:6) NOT = WS-LOOKUP-ACCOUNT.
063100 5100-LIST-CONTRIBUTING-ROWS-EXIT.
063200     EXIT.
063300***************************************************************
063400*    5110-LIST-ONE-ROW                                         *
063500***************************************************************
063600 5110-LIST-ONE-ROW.
063700     IF TXH-BUSINESS-DATE = WS-BUSINESS-DATE
063800         AND TXH-DISP-PROCESSED
063900         AND TXH-TXN-TYPE NOT = 2
064000         AND TXH-NOT-REVERSED
064100         AND TXH-TXN-SOURCE = WS-LOOKUP-SOURCE
064200         MOVE SPACES TO VERIFY-REPORT-LINE
064300         MOVE TXH-BASE-AMOUNT TO WS-AMOUNT-EDIT
064400         STRING '    KEY=' TXH-TRANS-KEY
064500             '  TYPE ' TXH-TXN-TYPE
064600             '  BASE AMOUNT ' WS-AMOUNT-EDIT
064700             DELIMITED BY SIZE INTO VERIFY-REPORT-LINE
064800         WRITE VERIFY-REPORT-LINE
064900     END-IF.
065000     READ TXN-HISTORY-FILE NEXT
065100         AT END
065200             SET TXH-AT-EOF TO TRUE
065300     END-READ.
065400 5110-LIST-ONE-ROW-EXIT.
065500     EXIT.
065600***************************************************************
065700*    5500-CORRECT-MASTER-ROW  --  THE RECOMPUTED POSITION      *
065800*    BECOMES THE MASTER'S.  ONLY REACHED FOR A ROW WHOSE       *
065900*    BALANCES BELONG TO THE BUSINESS DATE.                     *
066000***************************************************************
066100 5500-CORRECT-MASTER-ROW.
066200     IF WS-ACCT-SLOT > ZERO
066300         MOVE ACCT-DAILY-EXPECTED(WS-ACCT-SLOT)
066400             TO ENTL-DAILY-CONSUMED
066500         PERFORM 5510-CORRECT-ONE-TYPE
066600             THRU 5510-CORRECT-ONE-TYPE-EXIT
066700             VARYING WS-TYPE-SUB FROM 1 BY 1
066800             UNTIL WS-TYPE-SUB > 4
066900     ELSE
067000         MOVE ZERO TO ENTL-DAILY-CONSUMED
067100         PERFORM 5520-ZERO-ONE-TYPE
067200             THRU 5520-ZERO-ONE-TYPE-EXIT
067300             VARYING WS-TYPE-SUB FROM 1 BY 1
067400             UNTIL WS-TYPE-SUB > 4
067500     END-IF.
067600     REWRITE ENTITLEMENT-MASTER-RECORD.
067700     ADD 1 TO WS-CORRECTED-COUNT.
067800     MOVE '    CORRECTED ON THE MASTER.'
067900         TO VERIFY-REPORT-LINE.
068000     WRITE VERIFY-REPORT-LINE.
068100 5500-CORRECT-MASTER-ROW-EXIT.
068200     EXIT.
068300***************************************************************
068400*    5510-CORRECT-ONE-TYPE                                     *
068500***************************************************************
068600 5510-CORRECT-ONE-TYPE.
068700     MOVE ACCT-TYPE-EXPECTED(WS-ACCT-SLOT, WS-TYPE-SUB)
068800         TO ENTL-TYPE-CONSUMED(WS-TYPE-SUB).
068900 5510-CORRECT-ONE-TYPE-EXIT.
069000     EXIT.
069100***************************************************************
069200*    5520-ZERO-ONE-TYPE                                        *
069300***************************************************************
069400 5520-ZERO-ONE-TYPE.
069500     MOVE ZERO TO ENTL-TYPE-CONSUMED(WS-TYPE-SUB).
069600 5520-ZERO-ONE-TYPE-EXIT.
069700     EXIT.
069800***************************************************************
069900*    6000-REPORT-UNMATCHED-EXPECTED  --  ACCOUNTS THE HISTORY  *
070000*    SAYS CONSUMED ON THE DATE BUT WHOSE MASTER BALANCES       *
070100*    BELONG TO SOME OTHER DATE (OR WHOSE ROW IS GONE) --       *
070200*    THE CONSUME NEVER LANDED, OR THE ROW HAS ALREADY AGED.    *
070300*    REPORTED, NEVER CORRECTED.                                *
070400***************************************************************
070500 6000-REPORT-UNMATCHED-EXPECTED.
070600     IF WS-PARM-IN-ERROR
070700         OR WS-TABLE-OVERFLOWED
070800         GO TO 6000-REPORT-UNMATCHED-EXPECTED-EXIT
070900     END-IF.
071000     IF ACCT-TABLE-COUNT > ZERO
071100         PERFORM 6100-REPORT-ONE-UNMATCHED
071200             THRU 6100-REPORT-ONE-UNMATCHED-EXIT
071300             VARYING WS-SUB FROM 1 BY 1
071400             UNTIL WS-SUB > ACCT-TABLE-COUNT
071500     END-IF.
071600 6000-REPORT-UNMATCHED-EXPECTED-EXIT.
071700     EXIT.
071800***************************************************************
071900*    6100-REPORT-ONE-UNMATCHED                                 *
072000***************************************************************
072100 6100-REPORT-ONE-UNMATCHED.
072200     IF ACCT-VERIFIED-SW(WS-SUB) = 'N'
072300         ADD 1 TO WS-UNVERIFIABLE-COUNT
072400         MOVE SPACES TO VERIFY-REPORT-LINE
072500         MOVE ACCT-DAILY-EXPECTED(WS-SUB) TO WS-AMOUNT-EDIT
072600         IF ACCT-AMBIGUOUS-SW(WS-SUB) = 'Y'
072700             STRING 'NOT VERIFIABLE SOURCE ' ACCT-SOURCE(WS-SUB)
072800                 ' ACCOUNT ' ACCT-ACCOUNT(WS-SUB)
072900                 '  BLOCKED ROW ON THE DATE -- SEE HEADER'
073000                 DELIMITED BY SIZE INTO VERIFY-REPORT-LINE
073100         ELSE
073200             STRING 'NOT VERIFIABLE SOURCE ' ACCT-SOURCE(WS-SUB)
073300                 ' ACCOUNT ' ACCT-ACCOUNT(WS-SUB)
073400                 '  EXPECTED ' WS-AMOUNT-EDIT
073500                 '  MASTER BALANCES BELONG TO ANOTHER DATE'
073600                 DELIMITED BY SIZE INTO VERIFY-REPORT-LINE
073700         END-IF
073800         WRITE VERIFY-REPORT-LINE
073900     END-IF.
074000 6100-REPORT-ONE-UNMATCHED-EXIT.
074100     EXIT.
074200***************************************************************
074300*    8000-TERMINATE                                            *
074400***************************************************************
074500 8000-TERMINATE.
074600     IF NOT WS-PARM-IN-ERROR
074700         MOVE SPACES TO VERIFY-REPORT-LINE
074800         WRITE VERIFY-REPORT-LINE
074900         MOVE WS-ROWS-SWEPT-COUNT TO WS-REPORT-NUMERIC-EDIT
075000         STRING 'HISTORY ROWS SWEPT      : '
075100             WS-REPORT-NUMERIC-EDIT
075200             DELIMITED BY SIZE INTO VERIFY-REPORT-LINE
075300         WRITE VERIFY-REPORT-LINE
075400         MOVE SPACES TO VERIFY-REPORT-LINE
075500         MOVE WS-ACCOUNTS-PROVED-COUNT
075600             TO WS-REPORT-NUMERIC-EDIT
075700         STRING 'ACCOUNTS PROVED         : '
075800             WS-REPORT-NUMERIC-EDIT
075900             DELIMITED BY SIZE INTO VERIFY-REPORT-LINE
076000         WRITE VERIFY-REPORT-LINE
076100         MOVE SPACES TO VERIFY-REPORT-LINE
076200         MOVE WS-DISCREPANCY-COUNT TO WS-REPORT-NUMERIC-EDIT
076300         STRING 'DISCREPANCIES REPORTED  : '
076400             WS-REPORT-NUMERIC-EDIT
076500             DELIMITED BY SIZE INTO VERIFY-REPORT-LINE
076600         WRITE VERIFY-REPORT-LINE
076700         MOVE SPACES TO VERIFY-REPORT-LINE
076800         MOVE WS-CORRECTED-COUNT TO WS-REPORT-NUMERIC-EDIT
076900         STRING 'MASTER ROWS CORRECTED   : '
077000             WS-REPORT-NUMERIC-EDIT
077100             DELIMITED BY SIZE INTO VERIFY-REPORT-LINE
077200         WRITE VERIFY-REPORT-LINE
077300         MOVE SPACES TO VERIFY-REPORT-LINE
077400         MOVE WS-UNVERIFIABLE-COUNT TO WS-REPORT-NUMERIC-EDIT
077500         STRING 'ACCOUNTS NOT VERIFIABLE : '
077600             WS-REPORT-NUMERIC-EDIT
077700             DELIMITED BY SIZE INTO VERIFY-REPORT-LINE
077800         WRITE VERIFY-REPORT-LINE
077900         IF WS-TABLE-OVERFLOWED
078000             MOVE SPACES TO VERIFY-REPORT-LINE
078100             WRITE VERIFY-REPORT-LINE
078200             MOVE 'ACCOUNT TABLE FULL -- RESULTS INCOMPLETE,'
078300                 TO VERIFY-REPORT-LINE
078400             WRITE VERIFY-REPORT-LINE
078500             MOVE 'NOTHING CORRECTED.  RAISE ACCT-MAX-ENTRIES.'
078600                 TO VERIFY-REPORT-LINE
078700             WRITE VERIFY-REPORT-LINE
078800         END-IF
078900         CLOSE TXN-HISTORY-FILE
079000         CLOSE ENTL-MASTER-FILE
079100     END-IF.
079200     CLOSE VERIFY-REPORT-FILE.
079300     EVALUATE TRUE
079400         WHEN WS-PARM-IN-ERROR
079500         WHEN WS-TABLE-OVERFLOWED
079600             MOVE 8 TO RETURN-CODE
079700         WHEN WS-DISCREPANCY-COUNT > ZERO
079800         WHEN WS-UNVERIFIABLE-COUNT > ZERO
079900             MOVE 4 TO RETURN-CODE
080000         WHEN OTHER
080100             MOVE 0 TO RETURN-CODE
080200     END-EVALUATE.
080300     PERFORM 8100-WRITE-STEP-RESULT
080400         THRU 8100-WRITE-STEP-RESULT-EXIT.
080500 8000-TERMINATE-EXIT.
080600     EXIT.
080700***************************************************************
080800*    8100-WRITE-STEP-RESULT  --  APPENDS THIS RUN'S OUTCOME    *
080900*    TO THE CUMULATIVE STEP-RESULT FILE FOR THE BUSINESS-DAY   *
081000*    CLOSE.  WITHOUT A VALID PARM DATE THERE IS NO DAY TO      *
081100*    RECORD AGAINST, SO NOTHING IS WRITTEN.  ACCOUNTS THAT     *
081200*    COULD NOT BE VERIFIED ARE NOT DRIFT AND DO NOT FAIL THE   *
081300*    STEP; A DISCREPANCY OR AN INCOMPLETE SWEEP DOES.          *
081400***************************************************************
081500 8100-WRITE-STEP-RESULT.
081600     IF WS-PARM-IN-ERROR
081700         GO TO 8100-WRITE-STEP-RESULT-EXIT
081800     END-IF.
081900     OPEN EXTEND STEP-RESULT-FILE.
082000     IF SRES-FILE-STATUS = '35'
082100*        FIRST EVER RUN -- START THE STEP-RESULT FILE.
082200         OPEN OUTPUT STEP-RESULT-FILE
082300     END-IF.
082400     MOVE SPACES TO STEP-RESULT-RECORD.
082500     MOVE WS-BUSINESS-DATE      TO SRES-BUSINESS-DATE.
082600     MOVE 'ENQ185'              TO SRES-PROGRAM-NAME.
082700     MOVE RETURN-CODE           TO SRES-RETURN-CODE.
082800     ACCEPT SRES-RUN-DATE FROM DATE YYYYMMDD.
082900     ACCEPT SRES-RUN-TIME FROM TIME.
083000     EVALUATE TRUE
083100         WHEN WS-TABLE-OVERFLOWED
083200             SET SRES-FAILED TO TRUE
083300             MOVE 'ACCOUNT TABLE FULL -- RESULTS INCOMPLETE'
083400                 TO SRES-RESULT-TEXT
083500         WHEN WS-DISCREPANCY-COUNT > ZERO
083600             SET SRES-FAILED TO TRUE
083700             MOVE 'CONSUMED-BALANCE DRIFT FOUND'
083800                 TO SRES-RESULT-TEXT
083900         WHEN WS-UNVERIFIABLE-COUNT > ZERO
084000             SET SRES-PASSED TO TRUE
084100             MOVE 'NO DRIFT -- SOME ACCOUNTS NOT VERIFIABLE'
084200                 TO SRES-RESULT-TEXT
084300         WHEN OTHER
084400             SET SRES-PASSED TO TRUE
084500             MOVE 'NO DRIFT -- EVERY ACCOUNT PROVED'
084600                 TO SRES-RESULT-TEXT
084700     END-EVALUATE.
084800     WRITE STEP-RESULT-RECORD.
084900     CLOSE STEP-RESULT-FILE.
085000 8100-WRITE-STEP-RESULT-EXIT.
085100     EXIT.
