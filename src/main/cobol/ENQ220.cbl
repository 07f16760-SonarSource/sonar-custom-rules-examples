002100*   RECORDS READ (RC=4 ON A MISMATCH) SO BILLING NEVER RUNS    *
002200*   OFF A SHORT EXTRACT.                                       *
002300*                                                              *
002400*   EACH SOURCE IS LABELLED WITH ITS NAME FROM THE SOURCE      *
002500*   MASTER (SRCMSTK, MAINTAINED BY ENQ345); ONE THAT IS NOT    *
002600*   ON IT IS FLAGGED ON THE REPORT.  EVERY ACTIVE MASTER       *
002700*   SOURCE THAT SENT NOTHING TODAY IS LISTED AS NO SUBMISSION  *
002800*   -- REPORT ONLY, THE STATISTICS FILE IS UNCHANGED.  A RUN   *
002900*   WITHOUT THE MASTER REPORTS THE SOURCES AS THEY COME.       *
003000*                                                              *
003100*   MODIFICATION HISTORY                                       *
003200*   DATE       INIT  DESCRIPTION                                *
003300*   ---------- ----  ------------------------------------------*
003400*   2026-08-22 DLM   ORIGINAL VERSION.                         *
003500*   2026-08-22 DLM   TOOK THE BUSINESS DATE FROM THE PARM      *
003600*                    (RC=8 WHEN MISSING) INSTEAD OF THE FIRST  *
003700*                    EXTRACT RECORD -- A RECYCLED SUSPENSE     *
003800*                    ITEM IS WRITTEN FIRST AND CARRIES A       *
003900*                    PRIOR DAY'S EFFECTIVE DATE, WHICH         *
004000*                    STAMPED THE WHOLE BILLING FILE WRONG.     *
004100*   2026-10-14 DLM   LABELLED EACH SOURCE FROM THE SOURCE      *
004200*                    MASTER (SRCMSTK), FLAGGED SOURCES NOT ON  *
004300*                    IT, AND LISTED ACTIVE SOURCES WITH NO     *
004400*                    SUBMISSION.                               *
004500*                                                              *
004600***************************************************************
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 SOURCE-COMPUTER.   IBM-Z15.
005000 OBJECT-COMPUTER.   IBM-Z15.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT POSTED-EXTRACT-FILE
005400         ASSIGN TO POSTIN
005500         ORGANIZATION IS SEQUENTIAL.
005600
005700     SELECT SOURCE-REPORT-FILE
005800         ASSIGN TO SRCRPT
005900         ORGANIZATION IS SEQUENTIAL.
006000
006100     SELECT SOURCE-STATS-FILE
006200         ASSIGN TO SRCSTAT
006300         ORGANIZATION IS SEQUENTIAL.
006400
006500     SELECT SOURCE-MASTER-FILE
006600         ASSIGN TO SRCMSTK
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS SRCM-KEY
007000         FILE STATUS IS SRCM-FILE-STATUS.
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  POSTED-EXTRACT-FILE
007400     RECORDING MODE IS F.
007500 COPY POSTREC.
007600
007700 FD  SOURCE-REPORT-FILE
007800     RECORDING MODE IS F.
007900 01  SOURCE-REPORT-LINE             PIC X(132).
008000
008100 FD  SOURCE-STATS-FILE
008200     RECORDING MODE IS F.
008300 01  SOURCE-STATS-RECORD.
008400     05  STAT-SOURCE                 PIC X(08).
008500     05  STAT-BUSINESS-DATE          PIC 9(08).
008600     05  STAT-RECORD-COUNT           PIC 9(09).
008700     05  STAT-AMOUNT-TOTAL           PIC S9(13)V99.
008800     05  STAT-REJECTED-COUNT         PIC 9(09).
008900     05  STAT-BLOCKED-COUNT          PIC 9(09).
009000     05  FILLER                      PIC X(31).
009100
009200 FD  SOURCE-MASTER-FILE.
009300 COPY SRCMSTK.
009400
009500 WORKING-STORAGE SECTION.
009600***************************************************************
009700*    PER-SOURCE ACCUMULATION TABLE.  ONE ROW PER DISTINCT      *
009800*    ORIGINATING SOURCE SEEN ON THE EXTRACT.                   *
009900***************************************************************
010000 01  SRC-STAT-TABLE-CONTROL.
010100     05  SRC-STAT-COUNT              PIC 9(04) COMP VALUE ZERO.
010200     05  SRC-STAT-MAX                PIC 9(04) COMP VALUE 100.
010300     05  SRC-STAT-TABLE OCCURS 100 TIMES
010400                    INDEXED BY STAT-IDX.
010500         10  SRC-STAT-SOURCE         PIC X(08).
010600         10  SRC-STAT-RECORDS        PIC 9(09) COMP.
010700         10  SRC-STAT-AMOUNT         PIC S9(13)V99 COMP-3.
010800         10  SRC-STAT-REJECTS        PIC 9(09) COMP.
010900         10  SRC-STAT-BLOCKED        PIC 9(09) COMP.
011000 77  WS-SOURCE-SLOT                  PIC 9(04) COMP VALUE ZERO.
011100***************************************************************
011200*    END-OF-FILE, RECONCILIATION AND TOTALS                    *
011300***************************************************************
011400 77  WS-EOF-SW                       PIC X(01)  VALUE 'N'.
011500     88  WS-AT-EOF                       VALUE 'Y'.
011600 77  WS-TRAILER-SEEN-SW              PIC X(01)  VALUE 'N'.
011700     88  WS-TRAILER-SEEN                 VALUE 'Y'.
011800 77  WS-RECON-SW                     PIC X(01)  VALUE SPACE.
011900     88  WS-RECON-OK                     VALUE 'O'.
012000     88  WS-RECON-FAILED                 VALUE 'F'.
012100 77  WS-DATA-COUNT                   PIC 9(09) COMP VALUE ZERO.
012200 77  WS-DATA-HASH-TOTAL              PIC 9(15) COMP VALUE ZERO.
012300 77  WS-DATA-AMOUNT-TOTAL            PIC S9(13)V99 COMP-3
012400                                     VALUE ZERO.
012500 77  WS-BUSINESS-DATE                PIC 9(08)  VALUE ZERO.
012600 77  WS-PARM-ERROR-SW                PIC X(01)  VALUE 'N'.
012700     88  WS-PARM-IN-ERROR                VALUE 'Y'.
012800***************************************************************
012900*    SOURCE MASTER (SRCMSTK) -- NAMES, AND THE ACTIVE SOURCES  *
013000*    EXPECTED TO SUBMIT.  OPTIONAL.                            *
013100***************************************************************
013200 77  SRCM-FILE-STATUS                PIC X(02)  VALUE '00'.
013300 77  WS-SRCMSTR-OPEN-SW              PIC X(01)  VALUE 'N'.
013400     88  WS-SRCMSTR-OPEN                 VALUE 'Y'.
013500 77  WS-SRCMSTR-EOF-SW               PIC X(01)  VALUE 'N'.
013600     88  WS-SRCMSTR-AT-EOF               VALUE 'Y'.
013700 77  WS-SOURCE-NAME                  PIC X(30)  VALUE SPACES.
013800 77  WS-SUBMITTED-SW                 PIC X(01)  VALUE 'N'.
013900     88  WS-SOURCE-SUBMITTED             VALUE 'Y'.
014000 77  WS-NO-SUBMISSION-COUNT          PIC 9(04) COMP VALUE ZERO.
014100***************************************************************
014200*    REPORT EDIT FIELDS                                        *
014300***************************************************************
014400 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZ,ZZZ,ZZ9.
014500 01  WS-REPORT-AMOUNT-EDIT           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
014600 LINKAGE SECTION.
014700***************************************************************
014800*    JOB-STEP PARM -- THE BUSINESS DATE (YYYYMMDD) STAMPED ON  *
014900*    EVERY STATISTICS RECORD.  TAKEN FROM THE PARM, NOT FROM   *
015000*    RECORD CONTENT: THE FIRST EXTRACT RECORD CAN BE A         *
015100*    RECYCLED SUSPENSE ITEM CARRYING A PRIOR DAY'S EFFECTIVE   *
015200*    DATE, WHICH WOULD STAMP THE WHOLE BILLING FILE WITH THE   *
015300*    WRONG DATE.  NO DEFAULT -- BILLING RUNS OFF THIS DATE.    *
015400***************************************************************
015500 01  LK-PARM-BUSDATE.
015600     05  LK-PARM-BUSDATE-LEN         PIC S9(04) COMP.
015700     05  LK-PARM-BUSDATE-TEXT        PIC X(08).
015800 PROCEDURE DIVISION USING LK-PARM-BUSDATE.
015900***************************************************************
016000*    0000-MAINLINE                                             *
016100***************************************************************
016200 0000-MAINLINE.
016300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
016400     IF NOT WS-PARM-IN-ERROR
016500         PERFORM 2000-TALLY-ONE-RECORD
016600             THRU 2000-TALLY-ONE-RECORD-EXIT
016700             UNTIL WS-AT-EOF
016800         PERFORM 7000-WRITE-OUTPUTS
016900             THRU 7000-WRITE-OUTPUTS-EXIT
017000     END-IF.
017100     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
017200     GOBACK.
017300***************************************************************
017400*    1000-INITIALIZE                                           *
017500***************************************************************
017600 1000-INITIALIZE.
017700     OPEN INPUT  POSTED-EXTRACT-FILE.
017800     OPEN OUTPUT SOURCE-REPORT-FILE.
017900     OPEN OUTPUT SOURCE-STATS-FILE.
018000     MOVE 'ENQ220 PER-SOURCE VOLUME AND AMOUNT STATISTICS'
018100         TO SOURCE-REPORT-LINE.
018200     WRITE SOURCE-REPORT-LINE.
018300     MOVE SPACES TO SOURCE-REPORT-LINE.
018400     WRITE SOURCE-REPORT-LINE.
018500     IF LK-PARM-BUSDATE-LEN < 8
018600         OR LK-PARM-BUSDATE-TEXT NOT NUMERIC
018700         SET WS-PARM-IN-ERROR TO TRUE
018800         MOVE 'PARM BUSINESS DATE MISSING OR NOT NUMERIC --'
018900             TO SOURCE-REPORT-LINE
019000         WRITE SOURCE-REPORT-LINE
019100         MOVE 'NO STATISTICS PRODUCED.' TO SOURCE-REPORT-LINE
019200         WRITE SOURCE-REPORT-LINE
019300         GO TO 1000-INITIALIZE-EXIT
019400     END-IF.
019500     MOVE LK-PARM-BUSDATE-TEXT TO WS-BUSINESS-DATE.
019600     OPEN INPUT SOURCE-MASTER-FILE.
019700     IF SRCM-FILE-STATUS = '35'
019800*        NO SOURCE MASTER ON THIS RUN -- SOURCES ARE REPORTED
019900*        UNLABELLED AND NO SUBMISSION CHECK IS MADE.
020000         CONTINUE
020100     ELSE
020200         SET WS-SRCMSTR-OPEN TO TRUE
020300     END-IF.
020400     READ POSTED-EXTRACT-FILE
020500         AT END
020600             SET WS-AT-EOF TO TRUE
020700     END-READ.
020800 1000-INITIALIZE-EXIT.
020900     EXIT.
021000***************************************************************
021100*    2000-TALLY-ONE-RECORD  --  DATA RECORDS ROLL INTO THE     *
021200*    PER-SOURCE TABLE AND THE RECONCILIATION TOTALS; THE       *
021300*    TRAILER IS HELD FOR THE RECEIPT RECONCILIATION.           *
021400***************************************************************
021500 2000-TALLY-ONE-RECORD.
021600     IF POST-TRAILER-RECORD
021700         SET WS-TRAILER-SEEN TO TRUE
021800         PERFORM 2200-RECONCILE-TRAILER
021900             THRU 2200-RECONCILE-TRAILER-EXIT
022000     ELSE
022100         ADD 1 TO WS-DATA-COUNT
022200         ADD POST-TXN-AMOUNT TO WS-DATA-AMOUNT-TOTAL
022300         ADD POST-TXN-AMOUNT TO WS-DATA-HASH-TOTAL
022400         PERFORM 2100-TALLY-BY-SOURCE
022500             THRU 2100-TALLY-BY-SOURCE-EXIT
022600     END-IF.
022700     READ POSTED-EXTRACT-FILE
022800         AT END
022900             SET WS-AT-EOF TO TRUE
023000     END-READ.
023100 2000-TALLY-ONE-RECORD-EXIT.
023200     EXIT.
023300***************************************************************
023400*    2100-TALLY-BY-SOURCE  --  FINDS (OR ADDS) THE SOURCE'S    *
023500*    TABLE ROW AND ROLLS THIS RECORD IN.                       *
023600***************************************************************
023700 2100-TALLY-BY-SOURCE.
023800     MOVE ZERO TO WS-SOURCE-SLOT.
023900     IF SRC-STAT-COUNT > ZERO
024000         PERFORM 2150-FIND-SOURCE-SLOT
024100             THRU 2150-FIND-SOURCE-SLOT-EXIT
024200             VARYING STAT-IDX FROM 1 BY 1
024300             UNTIL STAT-IDX > SRC-STAT-COUNT
024400     END-IF.
024500     IF WS-SOURCE-SLOT = ZERO
024600         IF SRC-STAT-COUNT = SRC-STAT-MAX
024700*            MORE DISTINCT SOURCES THAN TABLE ROWS -- SHOULD
024800*            NEVER HAPPEN WITH THE SOURCE MASTER IN FORCE.
024900*            THE RECORD STILL COUNTS IN THE RECONCILIATION
025000*            TOTALS, SO THE SHORTFALL SURFACES THERE.
025100             GO TO 2100-TALLY-BY-SOURCE-EXIT
025200         END-IF
025300         ADD 1 TO SRC-STAT-COUNT
025400         MOVE SRC-STAT-COUNT TO WS-SOURCE-SLOT
025500         MOVE POST-TXN-SOURCE
025600             TO SRC-STAT-SOURCE(WS-SOURCE-SLOT)
025700         MOVE ZERO TO SRC-STAT-RECORDS(WS-SOURCE-SLOT)
025800         MOVE ZERO TO SRC-STAT-AMOUNT(WS-SOURCE-SLOT)
025900         MOVE ZERO TO SRC-STAT-REJECTS(WS-SOURCE-SLOT)
026000         MOVE ZERO TO SRC-STAT-BLOCKED(WS-SOURCE-SLOT)
026100     END-IF.
026200     ADD 1 TO SRC-STAT-RECORDS(WS-SOURCE-SLOT).
026300     ADD POST-TXN-AMOUNT TO SRC-STAT-AMOUNT(WS-SOURCE-SLOT).
026400     IF POST-DISP-REJECTED
026500         ADD 1 TO SRC-STAT-REJECTS(WS-SOURCE-SLOT)
026600     END-IF.
026700     IF POST-DISP-BLOCKED
026800         ADD 1 TO SRC-STAT-BLOCKED(WS-SOURCE-SLOT)
026900     END-IF.
027000 2100-TALLY-BY-SOURCE-EXIT.
027100     EXIT.
027200***************************************************************
027300*    2150-FIND-SOURCE-SLOT                                     *
027400***************************************************************
027500 2150-FIND-SOURCE-SLOT.
027600     IF SRC-STAT-SOURCE(STAT-IDX) = POST-TXN-SOURCE
027700         SET WS-SOURCE-SLOT TO STAT-IDX
027800     END-IF.
027900 2150-FIND-SOURCE-SLOT-EXIT.
028000     EXIT.
028100***************************************************************
028200*    2200-RECONCILE-TRAILER  --  RECEIPT RECONCILIATION        *
028300*    AGAINST THE EXTRACT'S OWN TRAILER.                        *
028400***************************************************************
028500 2200-RECONCILE-TRAILER.
028600     IF WS-DATA-COUNT        = POST-TRL-RECORD-COUNT
028700         AND WS-DATA-HASH-TOTAL   = POST-TRL-HASH-TOTAL
028800         AND WS-DATA-AMOUNT-TOTAL = POST-TRL-AMOUNT-TOTAL
028900         SET WS-RECON-OK TO TRUE
029000     ELSE
029100         SET WS-RECON-FAILED TO TRUE
029200     END-IF.
029300 2200-RECONCILE-TRAILER-EXIT.
029400     EXIT.
029500***************************************************************
029600*    7000-WRITE-OUTPUTS  --  ONE REPORT LINE AND ONE STATS     *
029700*    RECORD PER SOURCE, THE ACTIVE SOURCES THAT SENT NOTHING,  *
029800*    PLUS THE RECONCILIATION RESULT.                           *
029900***************************************************************
030000 7000-WRITE-OUTPUTS.
030100     IF SRC-STAT-COUNT > ZERO
030200         PERFORM 7100-WRITE-ONE-SOURCE
030300             THRU 7100-WRITE-ONE-SOURCE-EXIT
030400             VARYING STAT-IDX FROM 1 BY 1
030500             UNTIL STAT-IDX > SRC-STAT-COUNT
030600     END-IF.
030700     IF WS-SRCMSTR-OPEN
030800         PERFORM 7200-LIST-NO-SUBMISSIONS
030900             THRU 7200-LIST-NO-SUBMISSIONS-EXIT
031000     END-IF.
031100     MOVE SPACES TO SOURCE-REPORT-LINE.
031200     WRITE SOURCE-REPORT-LINE.
031300     EVALUATE TRUE
031400         WHEN NOT WS-TRAILER-SEEN
031500             MOVE 'EXTRACT TRAILER MISSING -- DO NOT BILL.'
031600                 TO SOURCE-REPORT-LINE
031700         WHEN WS-RECON-FAILED
031800             MOVE 'EXTRACT DID NOT RECONCILE TO ITS TRAILER --'
031900                 TO SOURCE-REPORT-LINE
032000         WHEN OTHER
032100             MOVE 'EXTRACT RECONCILED TO ITS TRAILER.'
032200                 TO SOURCE-REPORT-LINE
032300     END-EVALUATE.
032400     WRITE SOURCE-REPORT-LINE.
032500 7000-WRITE-OUTPUTS-EXIT.
032600     EXIT.
032700***************************************************************
032800*    7100-WRITE-ONE-SOURCE                                     *
032900***************************************************************
033000 7100-WRITE-ONE-SOURCE.
033100     MOVE SPACES TO WS-SOURCE-NAME.
033200     IF WS-SRCMSTR-OPEN
033300         MOVE SRC-STAT-SOURCE(STAT-IDX) TO SRCM-SOURCE-CODE
033400         READ SOURCE-MASTER-FILE
033500             INVALID KEY
033600                 MOVE 'NOT ON SOURCE MASTER' TO SRCM-SOURCE-NAME
033700         END-READ
033800         MOVE SRCM-SOURCE-NAME TO WS-SOURCE-NAME
033900     END-IF.
034000     MOVE SPACES TO SOURCE-REPORT-LINE.
034100     MOVE SRC-STAT-RECORDS(STAT-IDX) TO WS-REPORT-NUMERIC-EDIT.
034200     MOVE SRC-STAT-AMOUNT(STAT-IDX)  TO WS-REPORT-AMOUNT-EDIT.
034300     STRING 'SOURCE ' SRC-STAT-SOURCE(STAT-IDX)
034400         '  ' WS-SOURCE-NAME
034500         '  RECORDS ' WS-REPORT-NUMERIC-EDIT
034600         '  AMOUNT ' WS-REPORT-AMOUNT-EDIT
034700         DELIMITED BY SIZE INTO SOURCE-REPORT-LINE.
034800     WRITE SOURCE-REPORT-LINE.
034900     MOVE SPACES TO SOURCE-REPORT-LINE.
035000     MOVE SRC-STAT-REJECTS(STAT-IDX) TO WS-REPORT-NUMERIC-EDIT.
035100     STRING '                 REJECTED ' WS-REPORT-NUMERIC-EDIT
035200         DELIMITED BY SIZE INTO SOURCE-REPORT-LINE.
035300     WRITE SOURCE-REPORT-LINE.
035400     MOVE SPACES TO SOURCE-REPORT-LINE.
035500     MOVE SRC-STAT-BLOCKED(STAT-IDX) TO WS-REPORT-NUMERIC-EDIT.
035600     STRING '                 BLOCKED  ' WS-REPORT-NUMERIC-EDIT
035700         DELIMITED BY SIZE INTO SOURCE-REPORT-LINE.
035800     WRITE SOURCE-REPORT-LINE.
035900     MOVE SPACES TO SOURCE-STATS-RECORD.
036000     MOVE SRC-STAT-SOURCE(STAT-IDX)  TO STAT-SOURCE.
036100     MOVE WS-BUSINESS-DATE           TO STAT-BUSINESS-DATE.
036200     MOVE SRC-STAT-RECORDS(STAT-IDX) TO STAT-RECORD-COUNT.
036300     MOVE SRC-STAT-AMOUNT(STAT-IDX)  TO STAT-AMOUNT-TOTAL.
036400     MOVE SRC-STAT-REJECTS(STAT-IDX) TO STAT-REJECTED-COUNT.
036500     MOVE SRC-STAT-BLOCKED(STAT-IDX) TO STAT-BLOCKED-COUNT.
036600     WRITE SOURCE-STATS-RECORD.
036700 7100-WRITE-ONE-SOURCE-EXIT.
036800     EXIT.
036900***************************************************************
037000*    7200-LIST-NO-SUBMISSIONS  --  FRONT-TO-BACK BROWSE OF THE *
037100*    SOURCE MASTER.  AN ACTIVE SOURCE WITH NO ROW IN THE       *
037200*    TABLE SENT NOTHING TODAY AND IS LISTED.                   *
037300***************************************************************
037400 7200-LIST-NO-SUBMISSIONS.
037500     MOVE LOW-VALUES TO SRCM-KEY.
037600     START SOURCE-MASTER-FILE
037700         KEY >= SRCM-KEY
037800         INVALID KEY
037900             SET WS-SRCMSTR-AT-EOF TO TRUE
038000     END-START.
038100     PERFORM 7210-TEST-ONE-MASTER-SOURCE
038200         THRU 7210-TEST-ONE-MASTER-SOURCE-EXIT
038300         UNTIL WS-SRCMSTR-AT-EOF.
038400     IF WS-NO-SUBMISSION-COUNT = ZERO
038500         MOVE SPACES TO SOURCE-REPORT-LINE
038600         WRITE SOURCE-REPORT-LINE
038700         MOVE 'EVERY ACTIVE SOURCE SUBMITTED.'
038800             TO SOURCE-REPORT-LINE
038900         WRITE SOURCE-REPORT-LINE
039000     END-IF.
039100 7200-LIST-NO-SUBMISSIONS-EXIT.
039200     EXIT.
039300***************************************************************
039400*    7210-TEST-ONE-MASTER-SOURCE                               *
039500***************************************************************
039600 7210-TEST-ONE-MASTER-SOURCE.
039700     READ SOURCE-MASTER-FILE NEXT
039800         AT END
039900             SET WS-SRCMSTR-AT-EOF TO TRUE
040000             GO TO 7210-TEST-ONE-MASTER-SOURCE-EXIT
040100     END-READ.
040200     IF NOT SRCM-IS-ACTIVE
040300         GO TO 7210-TEST-ONE-MASTER-SOURCE-EXIT
040400     END-IF.
040500     MOVE 'N' TO WS-SUBMITTED-SW.
040600     IF SRC-STAT-COUNT > ZERO
040700         PERFORM 7220-FIND-SUBMITTED-SOURCE
040800             THRU 7220-FIND-SUBMITTED-SOURCE-EXIT
040900             VARYING STAT-IDX FROM 1 BY 1
041000             UNTIL STAT-IDX > SRC-STAT-COUNT
041100     END-IF.
041200     IF WS-SOURCE-SUBMITTED
041300         GO TO 7210-TEST-ONE-MASTER-SOURCE-EXIT
041400     END-IF.
041500     IF WS-NO-SUBMISSION-COUNT = ZERO
041600         MOVE SPACES TO SOURCE-REPORT-LINE
041700         WRITE SOURCE-REPORT-LINE
041800     END-IF.
041900     ADD 1 TO WS-NO-SUBMISSION-COUNT.
042000     MOVE SPACES TO SOURCE-REPORT-LINE.
042100     STRING 'SOURCE ' SRCM-SOURCE-CODE
042200         '  ' SRCM-SOURCE-NAME
042300         '  NO SUBMISSION'
042400         DELIMITED BY SIZE INTO SOURCE-REPORT-LINE.
042500     WRITE SOURCE-REPORT-LINE.
042600 7210-TEST-ONE-MASTER-SOURCE-EXIT.
042700     EXIT.
042800***************************************************************
042900*    7220-FIND-SUBMITTED-SOURCE                                *
043000***************************************************************
043100 7220-FIND-SUBMITTED-SOURCE.
043200     IF SRC-STAT-SOURCE(STAT-IDX) = SRCM-SOURCE-CODE
043300         SET WS-SOURCE-SUBMITTED TO TRUE
043400     END-IF.
043500 7220-FIND-SUBMITTED-SOURCE-EXIT.
043600     EXIT.
043700***************************************************************
043800*    8000-TERMINATE                                            *
043900***************************************************************
044000 8000-TERMINATE.
044100     CLOSE POSTED-EXTRACT-FILE.
044200     CLOSE SOURCE-REPORT-FILE.
044300     CLOSE SOURCE-STATS-FILE.
044400     IF WS-SRCMSTR-OPEN
044500         CLOSE SOURCE-MASTER-FILE
044600     END-IF.
044700     EVALUATE TRUE
044800         WHEN WS-PARM-IN-ERROR
044900             MOVE 8 TO RETURN-CODE
045000         WHEN WS-RECON-FAILED
045100         WHEN NOT WS-TRAILER-SEEN
045200             MOVE 4 TO RETURN-CODE
045300         WHEN OTHER
045400             MOVE 0 TO RETURN-CODE
045500     END-EVALUATE.
045600 8000-TERMINATE-EXIT.
045700     EXIT.
