002900*   DATE       INIT  DESCRIPTION                                *
003000*   ---------- ----  ------------------------------------------*
003100*   2026-09-03 DLM   ORIGINAL VERSION.                         *
003200*   2026-10-14 DLM   A RUN ENQ375 HAS BACKED OUT ('B') IS      *
003300*                    ADVISED AS A FRESH RUN.  ENQ375'S RESTART *
003400*                    MARKER (A CHECKPOINT WITH NO LAST KEY)    *
003500*                    CANCELS THE CHECKPOINTS BEFORE IT.        *
003600*                                                              *
003700***************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.   IBM-Z15.
004100 OBJECT-COMPUTER.   IBM-Z15.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT ABORT-STATUS-FILE
004500         ASSIGN TO ABTSTFIL
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS ABT-KEY
004900         FILE STATUS IS ABT-FILE-STATUS.
005000
005100     SELECT CHECKPOINT-FILE
005200         ASSIGN TO CHKPTFIL
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS CHKPT-FILE-STATUS.
005500
005600     SELECT GENERATION-CONTROL-FILE
005700         ASSIGN TO GENCTL
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS GEN-FILE-STATUS.
006000
006100     SELECT ADVICE-REPORT-FILE
006200         ASSIGN TO ADVISRPT
006300         ORGANIZATION IS SEQUENTIAL.
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  ABORT-STATUS-FILE.
006700 COPY ABRTKSDS.
006800
006900 FD  CHECKPOINT-FILE
007000     RECORDING MODE IS F.
007100 COPY CHKPTREC.
007200
007300 FD  GENERATION-CONTROL-FILE
007400     RECORDING MODE IS F.
007500 01  GENERATION-CONTROL-RECORD.
007600     05  GEN-LAST-GENERATION         PIC 9(06).
007700     05  GEN-LAST-BUSINESS-DATE      PIC 9(08).
007800     05  FILLER                      PIC X(66).
007900
008000 FD  ADVICE-REPORT-FILE
008100     RECORDING MODE IS F.
008200 01  ADVICE-REPORT-LINE             PIC X(132).
008300
008400 WORKING-STORAGE SECTION.
008500***************************************************************
008600*    FILE STATUS AND LOOKUP SWITCHES                           *
008700***************************************************************
008800 77  ABT-FILE-STATUS                 PIC X(02)  VALUE '00'.
008900 77  CHKPT-FILE-STATUS               PIC X(02)  VALUE '00'.
009000 77  GEN-FILE-STATUS                 PIC X(02)  VALUE '00'.
009100 77  CHKPT-EOF-SW                    PIC X(01)  VALUE 'N'.
009200     88  CHKPT-AT-EOF                    VALUE 'Y'.
009300 77  WS-PARM-ERROR-SW                PIC X(01)  VALUE 'N'.
009400     88  WS-PARM-IN-ERROR                VALUE 'Y'.
009500 77  WS-STATUS-FOUND-SW              PIC X(01)  VALUE 'N'.
009600     88  WS-STATUS-ON-FILE               VALUE 'Y'.
009700 77  WS-CHKPT-FOUND-SW               PIC X(01)  VALUE 'N'.
009800     88  WS-CHECKPOINT-FOUND             VALUE 'Y'.
009900 77  WS-CONTRADICT-SW                PIC X(01)  VALUE 'N'.
010000     88  WS-STATES-CONTRADICT            VALUE 'Y'.
010100***************************************************************
010200*    THE RUN BEING ADVISED ON, AND WHAT WAS FOUND              *
010300***************************************************************
010400 COPY ABTSTAT.
010500 77  WS-RUN-ID                       PIC X(08)  VALUE SPACES.
010600 77  WS-BUSINESS-DATE                PIC 9(08)  VALUE ZERO.
010700 77  WS-CYCLE-NUMBER                 PIC 9(02)  VALUE 1.
010800 77  WS-LAST-CHKPT-KEY               PIC X(10)  VALUE SPACES.
010900 77  WS-LAST-CHKPT-COUNT             PIC 9(09) COMP VALUE ZERO.
011000 77  WS-LAST-GENERATION              PIC 9(06)  VALUE ZERO.
011100 77  WS-GEN-LAST-DATE                PIC 9(08)  VALUE ZERO.
011200 01  WS-RESTART-PARM.
011300     05  WS-RP-RUN-ID                PIC X(08).
011400     05  WS-RP-BUSINESS-DATE         PIC 9(08).
011500     05  WS-RP-CYCLE                 PIC 9(02).
011600***************************************************************
011700*    REPORT EDIT FIELDS                                        *
011800***************************************************************
011900 01  WS-DATE-EDIT                    PIC 9999/99/99.
012000 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZ,ZZZ,ZZ9.
012100 LINKAGE SECTION.
012200***************************************************************
012300*    JOB-STEP PARM -- RUN-ID, BUSINESS DATE, OPTIONAL CYCLE.   *
012400***************************************************************
012500 01  LK-PARM-ARGS.
012600     05  LK-PARM-LEN                 PIC S9(04) COMP.
012700     05  LK-PARM-RUN-ID-TEXT         PIC X(08).
012800     05  LK-PARM-DATE-TEXT           PIC X(08).
012900     05  LK-PARM-CYCLE-TEXT          PIC X(02).
013000 PROCEDURE DIVISION USING LK-PARM-ARGS.
013100***************************************************************
013200*    0000-MAINLINE                                             *
013300***************************************************************
013400 0000-MAINLINE.
013500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
013600     IF NOT WS-PARM-IN-ERROR
013700         PERFORM 2000-READ-ABORT-STATUS
013800             THRU 2000-READ-ABORT-STATUS-EXIT
013900         PERFORM 3000-READ-LAST-CHECKPOINT
014000             THRU 3000-READ-LAST-CHECKPOINT-EXIT
014100         PERFORM 4000-READ-GENERATION-CONTROL
014200             THRU 4000-READ-GENERATION-CONTROL-EXIT
014300         PERFORM 5000-PRINT-FINDINGS
014400             THRU 5000-PRINT-FINDINGS-EXIT
014500         PERFORM 6000-ADVISE THRU 6000-ADVISE-EXIT
014600     END-IF.
014700     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
014800     GOBACK.
014900***************************************************************
015000*    1000-INITIALIZE                                           *
015100***************************************************************
015200 1000-INITIALIZE.
015300     OPEN OUTPUT ADVICE-REPORT-FILE.
015400     MOVE 'ENQ290 RESTART ADVISOR'
015500         TO ADVICE-REPORT-LINE.
015600     WRITE ADVICE-REPORT-LINE.
015700     MOVE SPACES TO ADVICE-REPORT-LINE.
015800     WRITE ADVICE-REPORT-LINE.
015900     IF LK-PARM-LEN < 16
016000         OR LK-PARM-RUN-ID-TEXT = SPACES
016100         OR LK-PARM-DATE-TEXT NOT NUMERIC
016200         SET WS-PARM-IN-ERROR TO TRUE
016300         MOVE 'PARM RUN-ID/BUSINESS-DATE MISSING OR BAD --'
016400             TO ADVICE-REPORT-LINE
016500         WRITE ADVICE-REPORT-LINE
016600         MOVE 'NO ADVICE GIVEN.'
016700             TO ADVICE-REPORT-LINE
016800         WRITE ADVICE-REPORT-LINE
016900         GO TO 1000-INITIALIZE-EXIT
017000     END-IF.
017100     MOVE LK-PARM-RUN-ID-TEXT TO WS-RUN-ID.
017200     MOVE LK-PARM-DATE-TEXT   TO WS-BUSINESS-DATE.
017300     IF LK-PARM-LEN > 16
017400         AND LK-PARM-CYCLE-TEXT IS NUMERIC
017500         AND LK-PARM-CYCLE-TEXT NOT = '00'
017600         MOVE LK-PARM-CYCLE-TEXT TO WS-CYCLE-NUMBER
017700     END-IF.
017800     MOVE WS-RUN-ID        TO WS-RP-RUN-ID.
017900     MOVE WS-BUSINESS-DATE TO WS-RP-BUSINESS-DATE.
018000     MOVE WS-CYCLE-NUMBER  TO WS-RP-CYCLE.
018100 1000-INITIALIZE-EXIT.
018200     EXIT.
018300***************************************************************
018400*    2000-READ-ABORT-STATUS                                    *
018500***************************************************************
018600 2000-READ-ABORT-STATUS.
018700     OPEN INPUT ABORT-STATUS-FILE.
018800     MOVE WS-RUN-ID        TO ABT-KEY-RUN-ID.
018900     MOVE WS-BUSINESS-DATE TO ABT-KEY-BUSINESS-DATE.
019000     MOVE WS-CYCLE-NUMBER  TO ABT-KEY-CYCLE-NUMBER.
019100     MOVE 'Y' TO WS-STATUS-FOUND-SW.
019200     READ ABORT-STATUS-FILE
019300         INVALID KEY
019400             MOVE 'N' TO WS-STATUS-FOUND-SW
019500     END-READ.
019600     IF WS-STATUS-ON-FILE
019700         MOVE ABT-VSAM-STATUS-CODE TO ABT-STATUS-CODE
019800     END-IF.
019900     CLOSE ABORT-STATUS-FILE.
020000 2000-READ-ABORT-STATUS-EXIT.
020100     EXIT.
020200***************************************************************
020300*    3000-READ-LAST-CHECKPOINT  --  FRONT-TO-BACK PASS, SAME   *
020400*    AS ENQ200'S OWN 1100/1150; THE LAST MATCHING RECORD       *
020500*    WINS.                                                     *
020600***************************************************************
020700 3000-READ-LAST-CHECKPOINT.
020800     OPEN INPUT CHECKPOINT-FILE.
020900     IF CHKPT-FILE-STATUS = '35'
021000*        NO CHECKPOINT FILE AT ALL -- NOTHING EVER RAN FAR
021100*        ENOUGH TO CHECKPOINT.
021200         GO TO 3000-READ-LAST-CHECKPOINT-EXIT
021300     END-IF.
021400     PERFORM 3100-SCAN-ONE-CHECKPOINT
021500         THRU 3100-SCAN-ONE-CHECKPOINT-EXIT
021600         UNTIL CHKPT-AT-EOF.
021700     CLOSE CHECKPOINT-FILE.
021800 3000-READ-LAST-CHECKPOINT-EXIT.
021900     EXIT.
022000***************************************************************
022100*    3100-SCAN-ONE-CHECKPOINT                                  *
022200***************************************************************
022300 3100-SCAN-ONE-CHECKPOINT.
022400     READ CHECKPOINT-FILE
022500         AT END
022600             SET CHKPT-AT-EOF TO TRUE
022700         NOT AT END
022800             IF CHKPT-RUN-ID = WS-RUN-ID
022900                 AND CHKPT-BUSINESS-DATE = WS-BUSINESS-DATE
023000                 AND CHKPT-CYCLE-NUMBER = WS-CYCLE-NUMBER
023100                 SET WS-CHECKPOINT-FOUND TO TRUE
023200                 MOVE CHKPT-LAST-KEY-PROCESSED
023300                     TO WS-LAST-CHKPT-KEY
023400                 MOVE CHKPT-RECORDS-PROCESSED
023500                     TO WS-LAST-CHKPT-COUNT
023600*                A BACKOUT MARKER -- ENQ200 RESTARTS FROM THE TOP.
023700                 IF CHKPT-LAST-KEY-PROCESSED = SPACES
023800                     MOVE 'N' TO WS-CHKPT-FOUND-SW
023900                 END-IF
024000             END-IF
024100     END-READ.
024200 3100-SCAN-ONE-CHECKPOINT-EXIT.
024300     EXIT.
024400***************************************************************
024500*    4000-READ-GENERATION-CONTROL                              *
024600***************************************************************
024700 4000-READ-GENERATION-CONTROL.
024800     OPEN INPUT GENERATION-CONTROL-FILE.
024900     IF GEN-FILE-STATUS = '35'
025000         GO TO 4000-READ-GENERATION-CONTROL-EXIT
025100     END-IF.
025200     READ GENERATION-CONTROL-FILE
025300         AT END
025400             CONTINUE
025500         NOT AT END
025600             MOVE GEN-LAST-GENERATION    TO WS-LAST-GENERATION
025700             MOVE GEN-LAST-BUSINESS-DATE TO WS-GEN-LAST-DATE
025800     END-READ.
025900     CLOSE GENERATION-CONTROL-FILE.
026000 4000-READ-GENERATION-CONTROL-EXIT.
026100     EXIT.
026200***************************************************************
026300*    5000-PRINT-FINDINGS  --  WHAT EACH OF THE THREE FILES     *
026400*    SAYS, BEFORE THE VERDICT, SO THE OPERATOR CAN SEE THE     *
026500*    EVIDENCE THE ADVICE RESTS ON.                             *
026600***************************************************************
026700 5000-PRINT-FINDINGS.
026800     MOVE WS-BUSINESS-DATE TO WS-DATE-EDIT.
026900     MOVE SPACES TO ADVICE-REPORT-LINE.
027000     STRING 'RUN-ID ' WS-RUN-ID
027100         '  BUSINESS DATE ' WS-DATE-EDIT
027200         '  CYCLE ' WS-CYCLE-NUMBER
027300         DELIMITED BY SIZE INTO ADVICE-REPORT-LINE.
027400     WRITE ADVICE-REPORT-LINE.
027500     MOVE SPACES TO ADVICE-REPORT-LINE.
027600     IF WS-STATUS-ON-FILE
027700         EVALUATE TRUE
027800             WHEN ABT-STATUS-IN-PROGRESS
027900                 MOVE 'ABORT STATUS : IN PROGRESS'
028000                     TO ADVICE-REPORT-LINE
028100             WHEN ABT-STATUS-PENDING-RETRY
028200                 MOVE 'ABORT STATUS : PENDING RETRY'
028300                     TO ADVICE-REPORT-LINE
028400             WHEN ABT-STATUS-FAILED
028500                 MOVE 'ABORT STATUS : FAILED'
028600                     TO ADVICE-REPORT-LINE
028700             WHEN ABT-STATUS-COMPLETE
028800                 MOVE 'ABORT STATUS : COMPLETE'
028900                     TO ADVICE-REPORT-LINE
029000             WHEN ABT-STATUS-BACKED-OUT
029100                 MOVE 'ABORT STATUS : BACKED OUT'
029200                     TO ADVICE-REPORT-LINE
029300             WHEN OTHER
029400                 MOVE 'ABORT STATUS : UNRECOGNIZED CODE'
029500                     TO ADVICE-REPORT-LINE
029600         END-EVALUATE
029700     ELSE
029800         MOVE 'ABORT STATUS : NO RECORD ON FILE'
029900             TO ADVICE-REPORT-LINE
030000     END-IF.
030100     WRITE ADVICE-REPORT-LINE.
030200     MOVE SPACES TO ADVICE-REPORT-LINE.
030300     IF WS-CHECKPOINT-FOUND
030400         MOVE WS-LAST-CHKPT-COUNT TO WS-REPORT-NUMERIC-EDIT
030500         STRING 'CHECKPOINT   : LAST KEY ' WS-LAST-CHKPT-KEY
030600             '  RECORDS ' WS-REPORT-NUMERIC-EDIT
030700             DELIMITED BY SIZE INTO ADVICE-REPORT-LINE
030800     ELSE
030900         MOVE 'CHECKPOINT   : NONE FOR THIS RUN/DATE/CYCLE'
031000             TO ADVICE-REPORT-LINE
031100     END-IF.
031200     WRITE ADVICE-REPORT-LINE.
031300     MOVE SPACES TO ADVICE-REPORT-LINE.
031400     MOVE WS-GEN-LAST-DATE TO WS-DATE-EDIT.
031500     STRING 'GENCTL       : LAST GENERATION '
031600         WS-LAST-GENERATION
031700         '  DATE ' WS-DATE-EDIT
031800         DELIMITED BY SIZE INTO ADVICE-REPORT-LINE.
031900     WRITE ADVICE-REPORT-LINE.
032000     MOVE SPACES TO ADVICE-REPORT-LINE.
032100     WRITE ADVICE-REPORT-LINE.
032200 5000-PRINT-FINDINGS-EXIT.
032300     EXIT.
032400***************************************************************
032500*    6000-ADVISE  --  THE VERDICT.  EXACTLY ONE INSTRUCTION,   *
032600*    WITH THE PARM STRING SPELLED OUT, OR A CONTRADICTION      *
032700*    CALL-OUT WITH RC=4.                                       *
032800***************************************************************
032900 6000-ADVISE.
033000     EVALUATE TRUE
033100         WHEN NOT WS-STATUS-ON-FILE
033200             AND WS-CHECKPOINT-FOUND
033300*            CHECKPOINTS EXIST FOR A RUN THE STATUS FILE HAS
033400*            NEVER HEARD OF -- SOMETHING DELETED OR RELOADED
033500*            ABTSTFIL.  NOTHING SHOULD BE RESUBMITTED ON TOP
033600*            OF THAT.
033700             SET WS-STATES-CONTRADICT TO TRUE
033800             MOVE 'STATE CONTRADICTION: CHECKPOINTS EXIST BUT'
033900                 TO ADVICE-REPORT-LINE
034000             WRITE ADVICE-REPORT-LINE
034100             MOVE 'NO ABORT-STATUS RECORD.  DO NOT RESUBMIT --'
034200                 TO ADVICE-REPORT-LINE
034300             WRITE ADVICE-REPORT-LINE
034400             MOVE 'INVESTIGATE ABTSTFIL FIRST.'
034500                 TO ADVICE-REPORT-LINE
034600             WRITE ADVICE-REPORT-LINE
034700         WHEN NOT WS-STATUS-ON-FILE
034800             MOVE 'THIS RUN/DATE/CYCLE HAS NEVER RUN.  SUBMIT'
034900                 TO ADVICE-REPORT-LINE
035000             WRITE ADVICE-REPORT-LINE
035100             PERFORM 6100-PRINT-PARM-LINE
035200                 THRU 6100-PRINT-PARM-LINE-EXIT
035300         WHEN ABT-STATUS-COMPLETE
035400             MOVE 'DO NOTHING -- THE DATE/CYCLE IS COMPLETE.'
035500                 TO ADVICE-REPORT-LINE
035600             WRITE ADVICE-REPORT-LINE
035700             MOVE 'A RESUBMIT WOULD SKIP EVERY RECORD AND IS'
035800                 TO ADVICE-REPORT-LINE
035900             WRITE ADVICE-REPORT-LINE
036000             MOVE 'A WASTE OF THE WINDOW.'
036100                 TO ADVICE-REPORT-LINE
036200             WRITE ADVICE-REPORT-LINE
036300         WHEN ABT-STATUS-BACKED-OUT
036400             MOVE 'FRESH RUN.  ENQ375 BACKED THIS RUN OUT OF THE'
036500                 TO ADVICE-REPORT-LINE
036600             WRITE ADVICE-REPORT-LINE
036700             MOVE 'MASTER FILES; THE RERUN STARTS FROM THE TOP'
036800                 TO ADVICE-REPORT-LINE
036900             WRITE ADVICE-REPORT-LINE
037000             MOVE 'AGAINST THE CORRECT FILE.  SUBMIT'
037100                 TO ADVICE-REPORT-LINE
037200             WRITE ADVICE-REPORT-LINE
037300             PERFORM 6100-PRINT-PARM-LINE
037400                 THRU 6100-PRINT-PARM-LINE-EXIT
037500         WHEN WS-CHECKPOINT-FOUND
037600             MOVE 'CHECKPOINTED RESTART.  KEEP CHKPTFIL AS IT'
037700                 TO ADVICE-REPORT-LINE
037800             WRITE ADVICE-REPORT-LINE
037900             MOVE 'STANDS (DISP=MOD) AND RESUBMIT -- THE RUN'
038000                 TO ADVICE-REPORT-LINE
038100             WRITE ADVICE-REPORT-LINE
038200             MOVE SPACES TO ADVICE-REPORT-LINE
038300             STRING 'RESUMES AFTER KEY ' WS-LAST-CHKPT-KEY
038400                 DELIMITED BY SIZE INTO ADVICE-REPORT-LINE
038500             WRITE ADVICE-REPORT-LINE
038600             PERFORM 6100-PRINT-PARM-LINE
038700                 THRU 6100-PRINT-PARM-LINE-EXIT
038800         WHEN OTHER
038900             MOVE 'CLEAN RERUN.  THE PRIOR RUN DIED BEFORE ITS'
039000                 TO ADVICE-REPORT-LINE
039100             WRITE ADVICE-REPORT-LINE
039200             MOVE 'FIRST CHECKPOINT (OR FAILED ITS GATES), SO'
039300                 TO ADVICE-REPORT-LINE
039400             WRITE ADVICE-REPORT-LINE
039500             MOVE 'NOTHING WILL BE SKIPPED.  RESUBMIT'
039600                 TO ADVICE-REPORT-LINE
039700             WRITE ADVICE-REPORT-LINE
039800             PERFORM 6100-PRINT-PARM-LINE
039900                 THRU 6100-PRINT-PARM-LINE-EXIT
040000     END-EVALUATE.
040100 6000-ADVISE-EXIT.
040200     EXIT.
040300***************************************************************
040400*    6100-PRINT-PARM-LINE                                      *
040500***************************************************************
040600 6100-PRINT-PARM-LINE.
040700     MOVE SPACES TO ADVICE-REPORT-LINE.
040800     STRING 'WITH PARM=' WS-RESTART-PARM
040900         DELIMITED BY SIZE INTO ADVICE-REPORT-LINE.
041000     WRITE ADVICE-REPORT-LINE.
041100 6100-PRINT-PARM-LINE-EXIT.
041200     EXIT.
041300***************************************************************
041400*    8000-TERMINATE                                            *
041500***************************************************************
041600 8000-TERMINATE.
041700     CLOSE ADVICE-REPORT-FILE.
041800     EVALUATE TRUE
041900         WHEN WS-PARM-IN-ERROR
042000             MOVE 8 TO RETURN-CODE
042100         WHEN WS-STATES-CONTRADICT
042200             MOVE 4 TO RETURN-CODE
042300         WHEN OTHER
042400             MOVE 0 TO RETURN-CODE
042500     END-EVALUATE.
042600 8000-TERMINATE-EXIT.
042700     EXIT.
