000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ENQ380.
000300 AUTHOR.        D L MERCER.
000400 INSTALLATION.  DAILY PROCESSING.
000500 DATE-WRITTEN.  2026-10-14.
000600 DATE-COMPILED.
000700***************************************************************
000800*                                                              *
000900*   ENQ380  --  PARALLEL-RUN COMPARATOR                        *
001000*                                                              *
001100*   PROVES A CANDIDATE APPROVED-SLOT MODULE MAKES THE SAME     *
001200*   DECISIONS AS THE LIVE ONE BEFORE ENQ260 WILL ACTIVATE IT.  *
001300*   ENQ200 IN PARALLEL-RUN MODE ('P' ON THE PARM, ENQ200J      *
001400*   STEP009P) RUNS THE CANDIDATE AGAINST THE DAY'S CLEANED     *
001500*   FILE WITH NO FILE UPDATED AND WRITES A POSTED EXTRACT OF   *
001600*   WHAT IT WOULD HAVE DONE (PARIN).  THIS PROGRAM MATCHES     *
001700*   THAT EXTRACT KEY BY KEY AGAINST PRODUCTION'S EXTRACT FOR   *
001800*   THE SAME DAY (PRODIN) AND COMPARES THE DISPOSITION AND     *
001900*   REJECT REASON OF EVERY ITEM.                               *
002000*                                                              *
002100*   NOTHING IS COMPARED UNTIL BOTH EXTRACTS ARE PROVEN: EACH   *
002200*   MUST RECONCILE TO ITS TRAILER, PRODIN'S TRAILER MUST SAY   *
002300*   LIVE RUN AND PARIN'S PARALLEL RUN, AND BOTH MUST CARRY     *
002400*   THE SAME BUSINESS DATE.  THE CANDIDATE'S NAME IS TAKEN     *
002500*   FROM PARIN'S TRAILER, SO THERE IS NO PARM.                 *
002600*                                                              *
002700*   ONLY DAILY-FILE ITEMS ARE COMPARED.  PRODUCTION'S          *
002800*   RECYCLE, HELD-ITEM AND PARKED-REVERSAL ITEMS NEVER GO      *
002900*   THROUGH A PARALLEL RUN AND ARE COUNTED AS EXCLUDED.  A     *
003000*   KEY THE PARALLEL RUN MET A SECOND TIME IN THE FILE IS A    *
003100*   REPEAT, NOT A DIFFERENCE -- PRODUCTION HAD WRITTEN THE     *
003200*   FIRST ONE'S HISTORY ROW AND DIVERTED IT AS A DUPLICATE;    *
003300*   THE PARALLEL RUN WRITES NO HISTORY AND COULD NOT.          *
003400*                                                              *
003500*   THE DIFFERENCE REPORT (CMPRPT) LISTS EVERY ITEM WHOSE      *
003600*   DISPOSITION OR REASON DIFFERS, AND EVERY ITEM ON ONE SIDE  *
003700*   ONLY, THEN THE COUNTS AND THE AGREEMENT PERCENTAGE:        *
003800*   ITEMS AGREED OVER ITEMS COMPARED PLUS ITEMS ON ONE SIDE    *
003900*   ONLY.  THE RESULT IS RECORDED ON PARCMPK (COPYBOOK         *
004000*   PARCMP) UNDER THE CANDIDATE AND DATE, CLEAN ONLY WHEN      *
004100*   THERE WAS NO DIFFERENCE OF ANY KIND; ENQ260 READS IT.      *
004200*                                                              *
004300*   RETURN CODES:  0 = CLEAN COMPARISON RECORDED;  4 =         *
004400*   DIFFERENCES FOUND (RECORDED, NOT CLEAN);  8 = REFUSED OR   *
004500*   THE RESULT COULD NOT BE RECORDED -- NOTHING ON PARCMPK.    *
004600*                                                              *
004700*   MODIFICATION HISTORY                                       *
004800*   DATE       INIT  DESCRIPTION                               *
004900*   ---------- ----  ------------------------------------------*
005000*   2026-10-14 DLM   ORIGINAL VERSION.                         *
005100*   2026-10-15 DLM   CHECKED THE SECOND OPEN OF PARIN; CLOSED  *
005200*                    WHATEVER IS OPEN ON A REFUSED RUN.        *
005300*                                                              *
005400***************************************************************
005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
005700 SOURCE-COMPUTER.   IBM-Z15.
005800 OBJECT-COMPUTER.   IBM-Z15.
005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100     SELECT PRODUCTION-EXTRACT-FILE
006200         ASSIGN TO PRODIN
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS PROD-FILE-STATUS.
006500
006600     SELECT PARALLEL-EXTRACT-FILE
006700         ASSIGN TO PARIN
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS PAR-FILE-STATUS.
007000
007100     SELECT PARALLEL-COMPARE-FILE
007200         ASSIGN TO PARCMPK
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS DYNAMIC
007500         RECORD KEY IS PCMP-KEY
007600         FILE STATUS IS PCMP-FILE-STATUS.
007700
007800     SELECT COMPARE-REPORT-FILE
007900         ASSIGN TO CMPRPT
008000         ORGANIZATION IS SEQUENTIAL.
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  PRODUCTION-EXTRACT-FILE
008400     RECORDING MODE IS F.
008500 COPY POSTREC.
008600
008700 FD  PARALLEL-EXTRACT-FILE
008800     RECORDING MODE IS F.
008900 01  PARALLEL-EXTRACT-RECORD        PIC X(80).
009000
009100 FD  PARALLEL-COMPARE-FILE.
009200 COPY PARCMP.
009300
009400 FD  COMPARE-REPORT-FILE
009500     RECORDING MODE IS F.
009600 01  COMPARE-REPORT-LINE            PIC X(132).
009700
009800 WORKING-STORAGE SECTION.
009900***************************************************************
010000*    FILE STATUS AND CONTROL SWITCHES                          *
010100***************************************************************
010200 77  PROD-FILE-STATUS                PIC X(02)  VALUE '00'.
010300 77  PAR-FILE-STATUS                 PIC X(02)  VALUE '00'.
010400 77  PCMP-FILE-STATUS                PIC X(02)  VALUE '00'.
010500 77  WS-EOF-SW                       PIC X(01)  VALUE 'N'.
010600     88  WS-AT-EOF                       VALUE 'Y'.
010700 77  WS-REFUSED-SW                   PIC X(01)  VALUE 'N'.
010800     88  WS-RUN-REFUSED                  VALUE 'Y'.
010900 77  WS-RECORDED-SW                  PIC X(01)  VALUE 'N'.
011000     88  WS-RESULT-RECORDED              VALUE 'Y'.
011100 77  WS-REFUSAL-TEXT                 PIC X(60)  VALUE SPACES.
011200 77  WS-CURRENT-DATE                 PIC 9(08)  VALUE ZERO.
011300 77  WS-CURRENT-TIME                 PIC 9(08)  VALUE ZERO.
011400***************************************************************
011500*    ONE EXTRACT'S RECONCILIATION -- THE SAME TOTALS ENQ220    *
011600*    AND ENQ375 DERIVE, RESET FOR EACH FILE.                   *
011700***************************************************************
011800 77  WS-DATA-COUNT                   PIC 9(09) COMP VALUE ZERO.
011900 77  WS-DATA-HASH-TOTAL              PIC 9(15) COMP VALUE ZERO.
012000 77  WS-DATA-AMOUNT-TOTAL            PIC S9(13)V99 COMP-3
012100                                     VALUE ZERO.
012200 77  WS-TRAILER-SEEN-SW              PIC X(01)  VALUE 'N'.
012300     88  WS-TRAILER-SEEN                 VALUE 'Y'.
012400 77  WS-TRL-RECORD-COUNT             PIC 9(09) COMP VALUE ZERO.
012500 77  WS-TRL-HASH-TOTAL               PIC 9(15) COMP VALUE ZERO.
012600 77  WS-TRL-AMOUNT-TOTAL             PIC S9(13)V99 COMP-3
012700                                     VALUE ZERO.
012800 77  WS-TRL-BUSINESS-DATE            PIC X(08)  VALUE SPACES.
012900 77  WS-TRL-PROGRAM                  PIC X(08)  VALUE SPACES.
013000 77  WS-TRL-RUN-MODE                 PIC X(01)  VALUE SPACE.
013100 77  WS-FILE-NAME                    PIC X(06)  VALUE SPACES.
013200***************************************************************
013300*    WHAT THE TWO TRAILERS SAY                                 *
013400***************************************************************
013500 77  WS-BUSINESS-DATE                PIC 9(08)  VALUE ZERO.
013600 77  WS-PRODUCTION-PROGRAM           PIC X(08)  VALUE SPACES.
013700 77  WS-CANDIDATE-PROGRAM            PIC X(08)  VALUE SPACES.
013800***************************************************************
013900*    PRODUCTION'S DAILY-FILE ITEMS, IN PROCESSING ORDER.  THE  *
014000*    PARALLEL RUN READ THE SAME FILE IN THE SAME ORDER, SO     *
014100*    THE NEXT ITEM IS NEARLY ALWAYS AT THE CURSOR; A FULL      *
014200*    SCAN IS ONLY NEEDED AROUND A REPEAT OR A ONE-SIDED ITEM.  *
014300*    A FULL TABLE REFUSES THE COMPARISON RATHER THAN REPORT    *
014400*    A PARTIAL ONE AS CLEAN.                                   *
014500***************************************************************
014600 01  PC-TABLE-CONTROL.
014700     05  PC-TABLE-COUNT              PIC 9(08) COMP VALUE ZERO.
014800     05  PC-MAX-ENTRIES              PIC 9(08) COMP VALUE 50000.
014900     05  PC-TABLE OCCURS 50000 TIMES.
015000         10  PC-TRANS-KEY            PIC X(10).
015100         10  PC-TXN-TYPE             PIC 9(02).
015200         10  PC-DISPOSITION          PIC X(01).
015300         10  PC-REJECT-REASON        PIC X(04).
015400         10  PC-MATCHED-SW           PIC X(01).
015500             88  PC-IS-MATCHED           VALUE 'Y'.
015600 77  WS-PC-SUB                       PIC 9(08) COMP VALUE ZERO.
015700 77  WS-PC-CURSOR                    PIC 9(08) COMP VALUE 1.
015800 77  WS-MATCH-SLOT                   PIC 9(08) COMP VALUE ZERO.
015900 77  WS-REPEAT-SW                    PIC X(01)  VALUE 'N'.
016000     88  WS-KEY-ALREADY-MATCHED          VALUE 'Y'.
016100***************************************************************
016200*    COMPARISON COUNTS                                         *
016300***************************************************************
016400 77  WS-ITEMS-COMPARED               PIC 9(09) COMP VALUE ZERO.
016500 77  WS-ITEMS-AGREED                 PIC 9(09) COMP VALUE ZERO.
016600 77  WS-DISPOSITION-DIFFS            PIC 9(09) COMP VALUE ZERO.
016700 77  WS-REASON-DIFFS                 PIC 9(09) COMP VALUE ZERO.
016800 77  WS-PARALLEL-ONLY                PIC 9(09) COMP VALUE ZERO.
016900 77  WS-PRODUCTION-ONLY              PIC 9(09) COMP VALUE ZERO.
017000 77  WS-REPEATED-KEYS                PIC 9(09) COMP VALUE ZERO.
017100 77  WS-EXCLUDED-ITEMS               PIC 9(09) COMP VALUE ZERO.
017200 77  WS-DIFFERENCE-COUNT             PIC 9(09) COMP VALUE ZERO.
017300 77  WS-AGREEMENT-BASE               PIC 9(09) COMP VALUE ZERO.
017400 77  WS-AGREEMENT-PCT                PIC 9(03)V99 VALUE ZERO.
017500 77  WS-CLEAN-SW                     PIC X(01)  VALUE 'N'.
017600     88  WS-COMPARISON-CLEAN             VALUE 'Y'.
017700 77  WS-DIFF-TEXT                    PIC X(24)  VALUE SPACES.
017800***************************************************************
017900*    REPORT EDIT FIELDS                                        *
018000***************************************************************
018100 01  WS-DATE-EDIT                    PIC 9999/99/99.
018200 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZ,ZZZ,ZZ9.
018300 01  WS-REPORT-NUMERIC-EDIT-2        PIC ZZZ,ZZZ,ZZ9.
018400 01  WS-PCT-EDIT                     PIC ZZ9.99.
018500 PROCEDURE DIVISION.
018600***************************************************************
018700*    0000-MAINLINE                                             *
018800***************************************************************
018900 0000-MAINLINE.
019000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
019100     IF NOT WS-RUN-REFUSED
019200         PERFORM 2000-LOAD-PRODUCTION
019300             THRU 2000-LOAD-PRODUCTION-EXIT
019400*        PARIN WAS OPENED WITH PRODIN; 3000 CLOSES IT ONLY WHEN
019500*        IT RUNS.
019600         IF WS-RUN-REFUSED
019700             CLOSE PARALLEL-EXTRACT-FILE
019800         END-IF
019900     END-IF.
020000     IF NOT WS-RUN-REFUSED
020100         PERFORM 3000-PROVE-PARALLEL-EXTRACT
020200             THRU 3000-PROVE-PARALLEL-EXTRACT-EXIT
020300     END-IF.
020400     IF NOT WS-RUN-REFUSED
020500         PERFORM 4000-COMPARE-PARALLEL-RUN
020600             THRU 4000-COMPARE-PARALLEL-RUN-EXIT
020700     END-IF.
020800     IF NOT WS-RUN-REFUSED
020900         PERFORM 5000-LIST-PRODUCTION-ONLY
021000             THRU 5000-LIST-PRODUCTION-ONLY-EXIT
021100         PERFORM 6000-RECORD-RESULT
021200             THRU 6000-RECORD-RESULT-EXIT
021300         PERFORM 7000-WRITE-SUMMARY
021400             THRU 7000-WRITE-SUMMARY-EXIT
021500     END-IF.
021600     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
021700     GOBACK.
021800***************************************************************
021900*    1000-INITIALIZE                                           *
022000***************************************************************
022100 1000-INITIALIZE.
022200     OPEN OUTPUT COMPARE-REPORT-FILE.
022300     MOVE 'ENQ380 PARALLEL-RUN COMPARISON -- DIFFERENCE REPORT'
022400         TO COMPARE-REPORT-LINE.
022500     WRITE COMPARE-REPORT-LINE.
022600     MOVE SPACES TO COMPARE-REPORT-LINE.
022700     WRITE COMPARE-REPORT-LINE.
022800     OPEN INPUT PRODUCTION-EXTRACT-FILE.
022900     OPEN INPUT PARALLEL-EXTRACT-FILE.
023000     IF PROD-FILE-STATUS NOT = '00'
023100         OR PAR-FILE-STATUS NOT = '00'
023200         MOVE 'PRODIN OR PARIN WILL NOT OPEN.' TO WS-REFUSAL-TEXT
023300         PERFORM 1900-REFUSE-RUN THRU 1900-REFUSE-RUN-EXIT
023400         IF PROD-FILE-STATUS = '00'
023500             CLOSE PRODUCTION-EXTRACT-FILE
023600         END-IF
023700         IF PAR-FILE-STATUS = '00'
023800             CLOSE PARALLEL-EXTRACT-FILE
023900         END-IF
024000     END-IF.
024100 1000-INITIALIZE-EXIT.
024200     EXIT.
024300***************************************************************
024400*    1900-REFUSE-RUN                                           *
024500***************************************************************
024600 1900-REFUSE-RUN.
024700     SET WS-RUN-REFUSED TO TRUE.
024800     MOVE SPACES TO COMPARE-REPORT-LINE.
024900     WRITE COMPARE-REPORT-LINE.
025000     MOVE SPACES TO COMPARE-REPORT-LINE.
025100     STRING 'COMPARISON REFUSED -- ' WS-REFUSAL-TEXT
025200         DELIMITED BY SIZE INTO COMPARE-REPORT-LINE.
025300     WRITE COMPARE-REPORT-LINE.
025400     MOVE 'NO RESULT HAS BEEN RECORDED ON PARCMPK.'
025500         TO COMPARE-REPORT-LINE.
025600     WRITE COMPARE-REPORT-LINE.
025700 1900-REFUSE-RUN-EXIT.
025800     EXIT.
025900***************************************************************
026000*    2000-LOAD-PRODUCTION  --  TABLE PRODUCTION'S DAILY-FILE   *
026100*    ITEMS, RECONCILE THE WHOLE EXTRACT TO ITS TRAILER, AND    *
026200*    CHECK THE TRAILER IS A LIVE RUN'S.                        *
026300***************************************************************
026400 2000-LOAD-PRODUCTION.
026500     PERFORM 2900-RESET-RECONCILIATION
026600         THRU 2900-RESET-RECONCILIATION-EXIT.
026700     MOVE 'PRODIN' TO WS-FILE-NAME.
026800     READ PRODUCTION-EXTRACT-FILE
026900         AT END
027000             SET WS-AT-EOF TO TRUE
027100     END-READ.
027200     PERFORM 2100-LOAD-ONE-PRODUCTION-ITEM
027300         THRU 2100-LOAD-ONE-PRODUCTION-ITEM-EXIT
027400         UNTIL WS-AT-EOF
027500            OR WS-RUN-REFUSED.
027600     CLOSE PRODUCTION-EXTRACT-FILE.
027700     IF WS-RUN-REFUSED
027800         GO TO 2000-LOAD-PRODUCTION-EXIT
027900     END-IF.
028000     PERFORM 2950-CHECK-RECONCILIATION
028100         THRU 2950-CHECK-RECONCILIATION-EXIT.
028200     IF WS-RUN-REFUSED
028300         GO TO 2000-LOAD-PRODUCTION-EXIT
028400     END-IF.
028500     IF WS-TRL-RUN-MODE NOT = SPACE
028600         MOVE 'PRODIN IS NOT A LIVE RUN''S EXTRACT.'
028700             TO WS-REFUSAL-TEXT
028800         PERFORM 1900-REFUSE-RUN THRU 1900-REFUSE-RUN-EXIT
028900         GO TO 2000-LOAD-PRODUCTION-EXIT
029000     END-IF.
029100     MOVE WS-TRL-BUSINESS-DATE TO WS-BUSINESS-DATE.
029200     MOVE WS-TRL-PROGRAM       TO WS-PRODUCTION-PROGRAM.
029300 2000-LOAD-PRODUCTION-EXIT.
029400     EXIT.
029500***************************************************************
029600*    2100-LOAD-ONE-PRODUCTION-ITEM                             *
029700***************************************************************
029800 2100-LOAD-ONE-PRODUCTION-ITEM.
029900     IF POST-TRAILER-RECORD
030000         PERFORM 2910-HOLD-TRAILER THRU 2910-HOLD-TRAILER-EXIT
030100         GO TO 2100-LOAD-ONE-PRODUCTION-ITEM-READ
030200     END-IF.
030300     ADD 1 TO WS-DATA-COUNT.
030400     ADD POST-TXN-AMOUNT TO WS-DATA-AMOUNT-TOTAL.
030500     ADD POST-TXN-AMOUNT TO WS-DATA-HASH-TOTAL.
030600     IF NOT POST-FROM-DAILY-FILE
030700         ADD 1 TO WS-EXCLUDED-ITEMS
030800         GO TO 2100-LOAD-ONE-PRODUCTION-ITEM-READ
030900     END-IF.
031000     IF PC-TABLE-COUNT >= PC-MAX-ENTRIES
031100         MOVE 'MORE PRODUCTION ITEMS THAN THE TABLE HOLDS.'
031200             TO WS-REFUSAL-TEXT
031300         PERFORM 1900-REFUSE-RUN THRU 1900-REFUSE-RUN-EXIT
031400         GO TO 2100-LOAD-ONE-PRODUCTION-ITEM-EXIT
031500     END-IF.
031600     ADD 1 TO PC-TABLE-COUNT.
031700     MOVE PC-TABLE-COUNT      TO WS-PC-SUB.
031800     MOVE POST-TXN-KEY        TO PC-TRANS-KEY(WS-PC-SUB).
031900     MOVE POST-TXN-TYPE       TO PC-TXN-TYPE(WS-PC-SUB).
032000     MOVE POST-DISPOSITION    TO PC-DISPOSITION(WS-PC-SUB).
032100     MOVE POST-REJECT-REASON  TO PC-REJECT-REASON(WS-PC-SUB).
032200     MOVE 'N'                 TO PC-MATCHED-SW(WS-PC-SUB).
032300 2100-LOAD-ONE-PRODUCTION-ITEM-READ.
032400     READ PRODUCTION-EXTRACT-FILE
032500         AT END
032600             SET WS-AT-EOF TO TRUE
032700     END-READ.
032800 2100-LOAD-ONE-PRODUCTION-ITEM-EXIT.
032900     EXIT.
033000***************************************************************
033100*    2900-RESET-RECONCILIATION                                 *
033200***************************************************************
033300 2900-RESET-RECONCILIATION.
033400     MOVE 'N'    TO WS-EOF-SW.
033500     MOVE 'N'    TO WS-TRAILER-SEEN-SW.
033600     MOVE ZERO   TO WS-DATA-COUNT WS-DATA-HASH-TOTAL
033700                    WS-DATA-AMOUNT-TOTAL.
033800     MOVE ZERO   TO WS-TRL-RECORD-COUNT WS-TRL-HASH-TOTAL
033900                    WS-TRL-AMOUNT-TOTAL.
034000     MOVE SPACES TO WS-TRL-BUSINESS-DATE WS-TRL-PROGRAM
034100                    WS-TRL-RUN-MODE.
034200 2900-RESET-RECONCILIATION-EXIT.
034300     EXIT.
034400***************************************************************
034500*    2910-HOLD-TRAILER  --  THE CALLER HAS THE TRAILER IN      *
034600*    POSTED-EXTRACT-RECORD.                                    *
034700***************************************************************
034800 2910-HOLD-TRAILER.
034900     SET WS-TRAILER-SEEN TO TRUE.
035000     MOVE POST-TRL-RECORD-COUNT     TO WS-TRL-RECORD-COUNT.
035100     MOVE POST-TRL-HASH-TOTAL       TO WS-TRL-HASH-TOTAL.
035200     MOVE POST-TRL-AMOUNT-TOTAL     TO WS-TRL-AMOUNT-TOTAL.
035300     MOVE POST-TRL-BUSINESS-DATE    TO WS-TRL-BUSINESS-DATE.
035400     MOVE POST-TRL-APPROVED-PROGRAM TO WS-TRL-PROGRAM.
035500     MOVE POST-TRL-RUN-MODE         TO WS-TRL-RUN-MODE.
035600 2910-HOLD-TRAILER-EXIT.
035700     EXIT.
035800***************************************************************
035900*    2950-CHECK-RECONCILIATION  --  ONE EXTRACT AGAINST ITS    *
036000*    OWN TRAILER.  AN EXTRACT WRITTEN BEFORE THE TRAILER       *
036100*    CARRIED THE BUSINESS DATE CANNOT BE COMPARED.             *
036200***************************************************************
036300 2950-CHECK-RECONCILIATION.
036400     EVALUATE TRUE
036500         WHEN NOT WS-TRAILER-SEEN
036600             MOVE SPACES TO WS-REFUSAL-TEXT
036700             STRING WS-FILE-NAME
036800                 ' HAS NO TRAILER -- EXTRACT INCOMPLETE.'
036900                 DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
037000             PERFORM 1900-REFUSE-RUN THRU 1900-REFUSE-RUN-EXIT
037100         WHEN WS-DATA-COUNT        NOT = WS-TRL-RECORD-COUNT
037200             OR WS-DATA-HASH-TOTAL   NOT = WS-TRL-HASH-TOTAL
037300             OR WS-DATA-AMOUNT-TOTAL NOT = WS-TRL-AMOUNT-TOTAL
037400             MOVE SPACES TO WS-REFUSAL-TEXT
037500             STRING WS-FILE-NAME
037600                 ' DOES NOT RECONCILE TO ITS TRAILER.'
037700                 DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
037800             PERFORM 1900-REFUSE-RUN THRU 1900-REFUSE-RUN-EXIT
037900         WHEN WS-TRL-BUSINESS-DATE NOT NUMERIC
038000             OR WS-TRL-PROGRAM = SPACES
038100             MOVE SPACES TO WS-REFUSAL-TEXT
038200             STRING WS-FILE-NAME
038300                 ' TRAILER HAS NO BUSINESS DATE OR PROGRAM.'
038400                 DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
038500             PERFORM 1900-REFUSE-RUN THRU 1900-REFUSE-RUN-EXIT
038600     END-EVALUATE.
038700 2950-CHECK-RECONCILIATION-EXIT.
038800     EXIT.
038900***************************************************************
039000*    3000-PROVE-PARALLEL-EXTRACT  --  A FIRST PASS OF PARIN,   *
039100*    NO MATCHING: RECONCILE IT, CHECK IT IS A PARALLEL RUN     *
039200*    FOR PRODUCTION'S BUSINESS DATE, AND TAKE THE CANDIDATE'S  *
039300*    NAME FROM ITS TRAILER.                                    *
039400***************************************************************
039500 3000-PROVE-PARALLEL-EXTRACT.
039600     PERFORM 2900-RESET-RECONCILIATION
039700         THRU 2900-RESET-RECONCILIATION-EXIT.
039800     MOVE 'PARIN ' TO WS-FILE-NAME.
039900     READ PARALLEL-EXTRACT-FILE INTO POSTED-EXTRACT-RECORD
040000         AT END
040100             SET WS-AT-EOF TO TRUE
040200     END-READ.
040300     PERFORM 3100-TOTAL-ONE-PARALLEL-ITEM
040400         THRU 3100-TOTAL-ONE-PARALLEL-ITEM-EXIT
040500         UNTIL WS-AT-EOF.
040600     CLOSE PARALLEL-EXTRACT-FILE.
040700     PERFORM 2950-CHECK-RECONCILIATION
040800         THRU 2950-CHECK-RECONCILIATION-EXIT.
040900     IF WS-RUN-REFUSED
041000         GO TO 3000-PROVE-PARALLEL-EXTRACT-EXIT
041100     END-IF.
041200     EVALUATE TRUE
041300         WHEN WS-TRL-RUN-MODE NOT = 'P'
041400             MOVE 'PARIN IS NOT A PARALLEL RUN''S EXTRACT.'
041500                 TO WS-REFUSAL-TEXT
041600             PERFORM 1900-REFUSE-RUN THRU 1900-REFUSE-RUN-EXIT
041700         WHEN WS-TRL-BUSINESS-DATE NOT = WS-BUSINESS-DATE
041800             MOVE 'PARIN AND PRODIN ARE FOR DIFFERENT DATES.'
041900                 TO WS-REFUSAL-TEXT
042000             PERFORM 1900-REFUSE-RUN THRU 1900-REFUSE-RUN-EXIT
042100     END-EVALUATE.
042200     IF WS-RUN-REFUSED
042300         GO TO 3000-PROVE-PARALLEL-EXTRACT-EXIT
042400     END-IF.
042500     MOVE WS-TRL-PROGRAM TO WS-CANDIDATE-PROGRAM.
042600     MOVE WS-BUSINESS-DATE TO WS-DATE-EDIT.
042700     MOVE SPACES TO COMPARE-REPORT-LINE.
042800     STRING 'BUSINESS DATE ' WS-DATE-EDIT
042900         '  CANDIDATE ' WS-CANDIDATE-PROGRAM
043000         '  PRODUCTION ' WS-PRODUCTION-PROGRAM
043100         DELIMITED BY SIZE INTO COMPARE-REPORT-LINE.
043200     WRITE COMPARE-REPORT-LINE.
043300     MOVE SPACES TO COMPARE-REPORT-LINE.
043400     WRITE COMPARE-REPORT-LINE.
043500     MOVE 'DIFFERENCES (DISPOSITION/REASON)'
043600         TO COMPARE-REPORT-LINE.
043700     WRITE COMPARE-REPORT-LINE.
043800 3000-PROVE-PARALLEL-EXTRACT-EXIT.
043900     EXIT.
044000***************************************************************
044100*    3100-TOTAL-ONE-PARALLEL-ITEM                              *
044200***************************************************************
044300 3100-TOTAL-ONE-PARALLEL-ITEM.
044400     IF POST-TRAILER-RECORD
044500         PERFORM 2910-HOLD-TRAILER THRU 2910-HOLD-TRAILER-EXIT
044600     ELSE
044700         ADD 1 TO WS-DATA-COUNT
044800         ADD POST-TXN-AMOUNT TO WS-DATA-AMOUNT-TOTAL
044900         ADD POST-TXN-AMOUNT TO WS-DATA-HASH-TOTAL
045000     END-IF.
045100     READ PARALLEL-EXTRACT-FILE INTO POSTED-EXTRACT-RECORD
045200         AT END
045300             SET WS-AT-EOF TO TRUE
045400     END-READ.
045500 3100-TOTAL-ONE-PARALLEL-ITEM-EXIT.
045600     EXIT.
045700***************************************************************
045800*    4000-COMPARE-PARALLEL-RUN  --  THE SECOND PASS OF PARIN,  *
045900*    EVERY DATA RECORD MATCHED TO PRODUCTION'S ITEM.  A PARIN  *
046000*    THAT WILL NOT OPEN AGAIN REFUSES THE RUN, NOTHING         *
046100*    RECORDED.                                                 *
046200***************************************************************
046300 4000-COMPARE-PARALLEL-RUN.
046400     MOVE 'N' TO WS-EOF-SW.
046500     MOVE 1   TO WS-PC-CURSOR.
046600     OPEN INPUT PARALLEL-EXTRACT-FILE.
046700     IF PAR-FILE-STATUS NOT = '00'
046800         MOVE 'PARIN WILL NOT OPEN FOR THE SECOND PASS.'
046900             TO WS-REFUSAL-TEXT
047000         PERFORM 1900-REFUSE-RUN THRU 1900-REFUSE-RUN-EXIT
047100         GO TO 4000-COMPARE-PARALLEL-RUN-EXIT
047200     END-IF.
047300     READ PARALLEL-EXTRACT-FILE INTO POSTED-EXTRACT-RECORD
047400         AT END
047500             SET WS-AT-EOF TO TRUE
047600     END-READ.
047700     PERFORM 4100-COMPARE-ONE-ITEM THRU 4100-COMPARE-ONE-ITEM-EXIT
047800         UNTIL WS-AT-EOF.
047900     CLOSE PARALLEL-EXTRACT-FILE.
048000 4000-COMPARE-PARALLEL-RUN-EXIT.
048100     EXIT.
048200***************************************************************
048300*    4100-COMPARE-ONE-ITEM  --  FIND PRODUCTION'S ITEM FOR     *
048400*    THE KEY, THEN COMPARE DISPOSITION AND REASON.  NOT FOUND  *
048500*    BUT ALREADY MATCHED IS A REPEAT; NOT FOUND AT ALL IS AN   *
048600*    ITEM ON THE PARALLEL SIDE ONLY.                           *
048700***************************************************************
048800 4100-COMPARE-ONE-ITEM.
048900     IF POST-TRAILER-RECORD
049000         GO TO 4100-COMPARE-ONE-ITEM-READ
049100     END-IF.
049200     IF NOT POST-FROM-DAILY-FILE
049300         ADD 1 TO WS-EXCLUDED-ITEMS
049400         GO TO 4100-COMPARE-ONE-ITEM-READ
049500     END-IF.
049600     MOVE ZERO TO WS-MATCH-SLOT.
049700     MOVE 'N'  TO WS-REPEAT-SW.
049800     IF WS-PC-CURSOR <= PC-TABLE-COUNT
049900         AND PC-TRANS-KEY(WS-PC-CURSOR) = POST-TXN-KEY
050000         AND NOT PC-IS-MATCHED(WS-PC-CURSOR)
050100         MOVE WS-PC-CURSOR TO WS-MATCH-SLOT
050200     ELSE
050300         PERFORM 4200-SCAN-ONE-PRODUCTION-ITEM
050400             THRU 4200-SCAN-ONE-PRODUCTION-ITEM-EXIT
050500             VARYING WS-PC-SUB FROM 1 BY 1
050600             UNTIL WS-PC-SUB > PC-TABLE-COUNT
050700                OR WS-MATCH-SLOT > ZERO
050800     END-IF.
050900     IF WS-MATCH-SLOT = ZERO
051000         IF WS-KEY-ALREADY-MATCHED
051100             ADD 1 TO WS-REPEATED-KEYS
051200         ELSE
051300             ADD 1 TO WS-PARALLEL-ONLY
051400             MOVE SPACES TO COMPARE-REPORT-LINE
051500             STRING 'KEY=' POST-TXN-KEY
051600                 '  TYPE ' POST-TXN-TYPE
051700                 '  PRODUCTION -/----'
051800                 '  CANDIDATE ' POST-DISPOSITION
051900                 '/' POST-REJECT-REASON
052000                 '  NOT ON PRODUCTION EXTRACT'
052100                 DELIMITED BY SIZE INTO COMPARE-REPORT-LINE
052200             WRITE COMPARE-REPORT-LINE
052300         END-IF
052400         GO TO 4100-COMPARE-ONE-ITEM-READ
052500     END-IF.
052600     MOVE 'Y' TO PC-MATCHED-SW(WS-MATCH-SLOT).
052700     COMPUTE WS-PC-CURSOR = WS-MATCH-SLOT + 1.
052800     ADD 1 TO WS-ITEMS-COMPARED.
052900     EVALUATE TRUE
053000         WHEN PC-DISPOSITION(WS-MATCH-SLOT) NOT = POST-DISPOSITION
053100             ADD 1 TO WS-DISPOSITION-DIFFS
053200             MOVE 'DISPOSITION DIFFERS' TO WS-DIFF-TEXT
053300         WHEN PC-REJECT-REASON(WS-MATCH-SLOT)
053400                 NOT = POST-REJECT-REASON
053500             ADD 1 TO WS-REASON-DIFFS
053600             MOVE 'REASON DIFFERS' TO WS-DIFF-TEXT
053700         WHEN OTHER
053800             ADD 1 TO WS-ITEMS-AGREED
053900             GO TO 4100-COMPARE-ONE-ITEM-READ
054000     END-EVALUATE.
054100     MOVE SPACES TO COMPARE-REPORT-LINE.
054200     STRING 'KEY=' POST-TXN-KEY
054300         '  TYPE ' POST-TXN-TYPE
054400         '  PRODUCTION ' PC-DISPOSITION(WS-MATCH-SLOT)
054500         '/' PC-REJECT-REASON(WS-MATCH-SLOT)
054600         '  CANDIDATE ' POST-DISPOSITION
054700         '/' POST-REJECT-REASON
054800         '  ' WS-DIFF-TEXT
054900         DELIMITED BY SIZE INTO COMPARE-REPORT-LINE.
055000     WRITE COMPARE-REPORT-LINE.
055100 4100-COMPARE-ONE-ITEM-READ.
055200     READ PARALLEL-EXTRACT-FILE INTO POSTED-EXTRACT-RECORD
055300         AT END
055400             SET WS-AT-EOF TO TRUE
055500     END-READ.
055600 4100-COMPARE-ONE-ITEM-EXIT.
055700     EXIT.
055800***************************************************************
055900*    4200-SCAN-ONE-PRODUCTION-ITEM                             *
056000***************************************************************
056100 4200-SCAN-ONE-PRODUCTION-ITEM.
056200     IF PC-TRANS-KEY(WS-PC-SUB) = POST-TXN-KEY
056300         IF PC-IS-MATCHED(WS-PC-SUB)
056400             SET WS-KEY-ALREADY-MATCHED TO TRUE
056500         ELSE
056600             MOVE WS-PC-SUB TO WS-MATCH-SLOT
056700         END-IF
056800     END-IF.
056900 4200-SCAN-ONE-PRODUCTION-ITEM-EXIT.
057000     EXIT.
057100***************************************************************
057200*    5000-LIST-PRODUCTION-ONLY  --  PRODUCTION ITEMS THE       *
057300*    PARALLEL RUN NEVER PRODUCED.                              *
057400***************************************************************
057500 5000-LIST-PRODUCTION-ONLY.
057600     PERFORM 5100-CHECK-ONE-PRODUCTION-ITEM
057700         THRU 5100-CHECK-ONE-PRODUCTION-ITEM-EXIT
057800         VARYING WS-PC-SUB FROM 1 BY 1
057900         UNTIL WS-PC-SUB > PC-TABLE-COUNT.
058000 5000-LIST-PRODUCTION-ONLY-EXIT.
058100     EXIT.
058200***************************************************************
058300*    5100-CHECK-ONE-PRODUCTION-ITEM                            *
058400***************************************************************
058500 5100-CHECK-ONE-PRODUCTION-ITEM.
058600     IF PC-IS-MATCHED(WS-PC-SUB)
058700         GO TO 5100-CHECK-ONE-PRODUCTION-ITEM-EXIT
058800     END-IF.
058900     ADD 1 TO WS-PRODUCTION-ONLY.
059000     MOVE SPACES TO COMPARE-REPORT-LINE.
059100     STRING 'KEY=' PC-TRANS-KEY(WS-PC-SUB)
059200         '  TYPE ' PC-TXN-TYPE(WS-PC-SUB)
059300         '  PRODUCTION ' PC-DISPOSITION(WS-PC-SUB)
059400         '/' PC-REJECT-REASON(WS-PC-SUB)
059500         '  CANDIDATE -/----'
059600         '  NOT ON PARALLEL EXTRACT'
059700         DELIMITED BY SIZE INTO COMPARE-REPORT-LINE.
059800     WRITE COMPARE-REPORT-LINE.
059900 5100-CHECK-ONE-PRODUCTION-ITEM-EXIT.
060000     EXIT.
060100***************************************************************
060200*    6000-RECORD-RESULT  --  AGREEMENT PERCENTAGE AND THE      *
060300*    CLEAN VERDICT, WRITTEN (OR REWRITTEN, ON A RERUN) TO      *
060400*    PARCMPK UNDER THE CANDIDATE AND BUSINESS DATE.            *
060500***************************************************************
060600 6000-RECORD-RESULT.
060700     COMPUTE WS-DIFFERENCE-COUNT = WS-DISPOSITION-DIFFS
060800         + WS-REASON-DIFFS + WS-PARALLEL-ONLY
060900         + WS-PRODUCTION-ONLY.
061000     COMPUTE WS-AGREEMENT-BASE = WS-ITEMS-COMPARED
061100         + WS-PARALLEL-ONLY + WS-PRODUCTION-ONLY.
061200     IF WS-AGREEMENT-BASE > ZERO
061300         COMPUTE WS-AGREEMENT-PCT ROUNDED =
061400             WS-ITEMS-AGREED * 100 / WS-AGREEMENT-BASE
061500     ELSE
061600         MOVE ZERO TO WS-AGREEMENT-PCT
061700     END-IF.
061800     IF WS-ITEMS-COMPARED > ZERO
061900         AND WS-DIFFERENCE-COUNT = ZERO
062000         SET WS-COMPARISON-CLEAN TO TRUE
062100     END-IF.
062200     OPEN I-O PARALLEL-COMPARE-FILE.
062300     IF PCMP-FILE-STATUS NOT = '00'
062400         GO TO 6000-RECORD-RESULT-EXIT
062500     END-IF.
062600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
062700     ACCEPT WS-CURRENT-TIME FROM TIME.
062800     MOVE WS-CANDIDATE-PROGRAM TO PCMP-PROGRAM-NAME.
062900     MOVE WS-BUSINESS-DATE     TO PCMP-BUSINESS-DATE.
063000     MOVE 'Y' TO WS-RECORDED-SW.
063100     READ PARALLEL-COMPARE-FILE
063200         INVALID KEY
063300             MOVE 'N' TO WS-RECORDED-SW
063400     END-READ.
063500     MOVE SPACES TO PARALLEL-COMPARE-RECORD.
063600     MOVE WS-CANDIDATE-PROGRAM  TO PCMP-PROGRAM-NAME.
063700     MOVE WS-BUSINESS-DATE      TO PCMP-BUSINESS-DATE.
063800     MOVE WS-PRODUCTION-PROGRAM TO PCMP-PRODUCTION-PROGRAM.
063900     MOVE WS-ITEMS-COMPARED     TO PCMP-ITEMS-COMPARED.
064000     MOVE WS-ITEMS-AGREED       TO PCMP-ITEMS-AGREED.
064100     MOVE WS-DISPOSITION-DIFFS  TO PCMP-DISPOSITION-DIFFS.
064200     MOVE WS-REASON-DIFFS       TO PCMP-REASON-DIFFS.
064300     MOVE WS-PARALLEL-ONLY      TO PCMP-PARALLEL-ONLY.
064400     MOVE WS-PRODUCTION-ONLY    TO PCMP-PRODUCTION-ONLY.
064500     MOVE WS-REPEATED-KEYS      TO PCMP-REPEATED-KEYS.
064600     MOVE WS-EXCLUDED-ITEMS     TO PCMP-EXCLUDED-ITEMS.
064700     MOVE WS-AGREEMENT-PCT      TO PCMP-AGREEMENT-PCT.
064800     IF WS-COMPARISON-CLEAN
064900         SET PCMP-IS-CLEAN TO TRUE
065000     ELSE
065100         MOVE 'N' TO PCMP-CLEAN-SW
065200     END-IF.
065300     MOVE WS-CURRENT-DATE       TO PCMP-RUN-DATE.
065400     MOVE WS-CURRENT-TIME(1:6)  TO PCMP-RUN-TIME.
065500     IF WS-RESULT-RECORDED
065600         REWRITE PARALLEL-COMPARE-RECORD
065700             INVALID KEY
065800                 MOVE 'N' TO WS-RECORDED-SW
065900         END-REWRITE
066000     ELSE
066100         MOVE 'Y' TO WS-RECORDED-SW
066200         WRITE PARALLEL-COMPARE-RECORD
066300             INVALID KEY
066400                 MOVE 'N' TO WS-RECORDED-SW
066500         END-WRITE
066600     END-IF.
066700     CLOSE PARALLEL-COMPARE-FILE.
066800 6000-RECORD-RESULT-EXIT.
066900     EXIT.
067000***************************************************************
067100*    7000-WRITE-SUMMARY                                        *
067200***************************************************************
067300 7000-WRITE-SUMMARY.
067400     MOVE SPACES TO COMPARE-REPORT-LINE.
067500     WRITE COMPARE-REPORT-LINE.
067600     MOVE WS-ITEMS-COMPARED TO WS-REPORT-NUMERIC-EDIT.
067700     MOVE WS-ITEMS-AGREED   TO WS-REPORT-NUMERIC-EDIT-2.
067800     STRING 'ITEMS COMPARED             : ' WS-REPORT-NUMERIC-EDIT
067900         '   AGREED : ' WS-REPORT-NUMERIC-EDIT-2
068000         DELIMITED BY SIZE INTO COMPARE-REPORT-LINE.
068100     WRITE COMPARE-REPORT-LINE.
068200     MOVE SPACES TO COMPARE-REPORT-LINE.
068300     MOVE WS-DISPOSITION-DIFFS TO WS-REPORT-NUMERIC-EDIT.
068400     STRING 'DISPOSITION DIFFERS        : ' WS-REPORT-NUMERIC-EDIT
068500         DELIMITED BY SIZE INTO COMPARE-REPORT-LINE.
068600     WRITE COMPARE-REPORT-LINE.
068700     MOVE SPACES TO COMPARE-REPORT-LINE.
068800     MOVE WS-REASON-DIFFS TO WS-REPORT-NUMERIC-EDIT.
068900     STRING 'SAME DISPOSITION, REASON   : ' WS-REPORT-NUMERIC-EDIT
069000         DELIMITED BY SIZE INTO COMPARE-REPORT-LINE.
069100     WRITE COMPARE-REPORT-LINE.
069200     MOVE SPACES TO COMPARE-REPORT-LINE.
069300     MOVE WS-PARALLEL-ONLY TO WS-REPORT-NUMERIC-EDIT.
069400     STRING 'ON PARALLEL EXTRACT ONLY   : ' WS-REPORT-NUMERIC-EDIT
069500         DELIMITED BY SIZE INTO COMPARE-REPORT-LINE.
069600     WRITE COMPARE-REPORT-LINE.
069700     MOVE SPACES TO COMPARE-REPORT-LINE.
069800     MOVE WS-PRODUCTION-ONLY TO WS-REPORT-NUMERIC-EDIT.
069900     STRING 'ON PRODUCTION EXTRACT ONLY : ' WS-REPORT-NUMERIC-EDIT
070000         DELIMITED BY SIZE INTO COMPARE-REPORT-LINE.
070100     WRITE COMPARE-REPORT-LINE.
070200     MOVE SPACES TO COMPARE-REPORT-LINE.
070300     MOVE WS-REPEATED-KEYS TO WS-REPORT-NUMERIC-EDIT.
070400     STRING 'REPEATED KEYS (NOT COUNTED): ' WS-REPORT-NUMERIC-EDIT
070500         DELIMITED BY SIZE INTO COMPARE-REPORT-LINE.
070600     WRITE COMPARE-REPORT-LINE.
070700     MOVE SPACES TO COMPARE-REPORT-LINE.
070800     MOVE WS-EXCLUDED-ITEMS TO WS-REPORT-NUMERIC-EDIT.
070900     STRING 'NOT DAILY-FILE (EXCLUDED)  : ' WS-REPORT-NUMERIC-EDIT
071000         DELIMITED BY SIZE INTO COMPARE-REPORT-LINE.
071100     WRITE COMPARE-REPORT-LINE.
071200     MOVE SPACES TO COMPARE-REPORT-LINE.
071300     MOVE WS-AGREEMENT-PCT TO WS-PCT-EDIT.
071400     STRING 'AGREEMENT                  : ' WS-PCT-EDIT ' %'
071500         DELIMITED BY SIZE INTO COMPARE-REPORT-LINE.
071600     WRITE COMPARE-REPORT-LINE.
071700     MOVE SPACES TO COMPARE-REPORT-LINE.
071800     WRITE COMPARE-REPORT-LINE.
071900     EVALUATE TRUE
072000         WHEN NOT WS-RESULT-RECORDED
072100             MOVE SPACES TO COMPARE-REPORT-LINE
072200             STRING 'PARCMPK WILL NOT TAKE THE RESULT (STATUS '
072300                 PCMP-FILE-STATUS ') -- NOTHING RECORDED.'
072400                 DELIMITED BY SIZE INTO COMPARE-REPORT-LINE
072500         WHEN WS-COMPARISON-CLEAN
072600             MOVE SPACES TO COMPARE-REPORT-LINE
072700             STRING 'CLEAN COMPARISON RECORDED -- '
072800                 'THE CANDIDATE MAY BE ACTIVATED THROUGH ENQ260.'
072900                 DELIMITED BY SIZE INTO COMPARE-REPORT-LINE
073000         WHEN OTHER
073100             MOVE SPACES TO COMPARE-REPORT-LINE
073200             STRING 'COMPARISON RECORDED AS NOT CLEAN -- '
073300                 'ENQ260 WILL NOT ACTIVATE THE CANDIDATE.'
073400                 DELIMITED BY SIZE INTO COMPARE-REPORT-LINE
073500     END-EVALUATE.
073600     WRITE COMPARE-REPORT-LINE.
073700 7000-WRITE-SUMMARY-EXIT.
073800     EXIT.
073900***************************************************************
074000*    8000-TERMINATE                                            *
074100***************************************************************
074200 8000-TERMINATE.
074300     CLOSE COMPARE-REPORT-FILE.
074400     EVALUATE TRUE
074500         WHEN WS-RUN-REFUSED
074600             MOVE 8 TO RETURN-CODE
074700         WHEN NOT WS-RESULT-RECORDED
074800             MOVE 8 TO RETURN-CODE
074900         WHEN WS-COMPARISON-CLEAN
075000             MOVE 0 TO RETURN-CODE
075100         WHEN OTHER
075200             MOVE 4 TO RETURN-CODE
075300     END-EVALUATE.
075400 8000-TERMINATE-EXIT.
075500     EXIT.
