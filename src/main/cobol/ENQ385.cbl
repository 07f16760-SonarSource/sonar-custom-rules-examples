000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ENQ385.
000300 AUTHOR.        D L MERCER.
000400 INSTALLATION.  DAILY PROCESSING.
000500 DATE-WRITTEN.  2026-10-14.
000600 DATE-COMPILED.
000700***************************************************************
000800*                                                              *
000900*   ENQ385  --  BUSINESS-DAY CLOSE AND SHIFT-LEAD SIGN-OFF     *
001000*                                                              *
001100*   ENQ225 ONLY SAYS WHETHER ENQ200 COMPLETED.  THE DAY IS     *
001200*   NOT DONE UNTIL ENQ205 HAS CERTIFIED (OR, ON A PARTITIONED  *
001300*   DAY, ENQ255 HAS BALANCED), ENQ185 HAS FOUND NO DRIFT,      *
001400*   ENQ280'S JOURNAL HAS BALANCED AND ENQ245'S FEEDS ARE       *
001500*   CLEARED TO TRANSMIT.  THIS STEP GATHERS EACH CHECKPOINT'S  *
001600*   RESULT FOR ONE BUSINESS DATE:                              *
001700*                                                              *
001800*     - ENQ200 FROM THE ABORT-STATUS KSDS (ABTSTFIL).  EVERY   *
001900*       RUN RECORDED FOR THE DATE, IN ANY CYCLE, MUST BE       *
002000*       COMPLETE, AND THERE MUST BE AT LEAST ONE.  A RUN       *
002100*       ENQ375 HAS BACKED OUT ('B') NO LONGER COUNTS EITHER    *
002200*       WAY -- ITS RERUN STANDS FOR IT -- AND IS LISTED IN     *
002300*       ITS OWN SECTION OF THE CERTIFICATE.  A RUN             *
002400*       UNDER A PARTITION RUN-ID (ENQ200P1 - ENQ200P9) MAKES   *
002500*       THE DAY A PARTITIONED ONE.                             *
002600*     - THE OTHER FIVE FROM THE CUMULATIVE STEP-RESULT FILE    *
002700*       (STEPRSLT, COPYBOOK STEPRSLT).  WHERE A STEP WAS       *
002800*       RERUN FOR THE DATE, THE LAST RECORD WRITTEN COUNTS.    *
002900*                                                              *
003000*   THE RESULT IS RECORDED ON THE DAY-CLOSE KSDS (DAYCLSK,     *
003100*   COPYBOOK DAYCLS) AND PRINTED AS THE DAY-CLOSE              *
003200*   CERTIFICATE (DCLSRPT) FOR THE SHIFT LEAD.  SIGN-OFF        *
003300*   (MODE S) NEEDS EVERY REQUIRED CHECKPOINT PASSED AND        *
003400*   RECORDS WHO SIGNED.  AN OVERRIDE (MODE O) CLOSES THE DAY   *
003500*   WITHOUT A FULL PASS AND NEEDS TWO DISTINCT USER IDS --     *
003600*   WHO OVERRIDES AND WHO APPROVES (THE ENQ340 / ENQ345        *
003700*   RULE).  A DAY SIGNED OFF OR OVERRIDDEN IS CLOSED AND IS    *
003800*   NEVER CHANGED AGAIN.  ENQ200 WILL NOT START A BUSINESS     *
003900*   DATE WHOSE PRIOR BUSINESS DAY IS NOT CLOSED.               *
004000*                                                              *
004100*   PARM:  POSITIONS 1-8    BUSINESS DATE, YYYYMMDD.           *
004200*          POSITION  9      MODE: C = CHECK AND RECORD ONLY;   *
004300*                           S = CHECK AND SIGN OFF;            *
004400*                           O = CHECK AND CLOSE BY OVERRIDE.   *
004500*          POSITIONS 10-17  SIGNED-OFF-BY (MODE S) OR          *
004600*                           OVERRIDE-BY (MODE O) USER ID.      *
004700*          POSITIONS 18-25  APPROVED-BY USER ID   (MODE O).    *
004800*                                                              *
004900*   RETURN CODES:  0 = EVERY CHECKPOINT PASSED (AND SIGNED     *
005000*   OFF IN MODE S, OVERRIDDEN IN MODE O), OR THE DAY WAS       *
005100*   ALREADY CLOSED (MODE C);                                   *
005200*   4 = A CHECKPOINT FAILED OR IS MISSING -- RECORDED AS       *
005300*   OPEN (MODE C) OR CLOSED BY THE OVERRIDE (MODE O);          *
005400*   8 = BAD PARM, SIGN-OFF REFUSED (A CHECKPOINT NOT PASSED),  *
005500*   THE DAY ALREADY CLOSED (MODES S AND O), OR THE DAY-CLOSE   *
005600*   ROW COULD NOT BE WRITTEN.                                  *
005700*                                                              *
005800*   MODIFICATION HISTORY                                       *
005900*   DATE       INIT  DESCRIPTION                               *
006000*   ---------- ----  ------------------------------------------*
006100*   2026-10-14 DLM   ORIGINAL VERSION.                         *
006200*   2026-10-15 DLM   BACKED-OUT RUNS LEFT OUT OF THE ENQ200    *
006300*                    CHECKPOINT AND LISTED ON THEIR OWN.       *
006400*                                                              *
006500***************************************************************
006600 ENVIRONMENT DIVISION.
006700 CONFIGURATION SECTION.
006800 SOURCE-COMPUTER.   IBM-Z15.
006900 OBJECT-COMPUTER.   IBM-Z15.
007000 INPUT-OUTPUT SECTION.
007100 FILE-CONTROL.
007200     SELECT ABORT-STATUS-FILE
007300         ASSIGN TO ABTSTFIL
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS ABT-KEY
007700         FILE STATUS IS ABT-FILE-STATUS.
007800
007900     SELECT STEP-RESULT-FILE
008000         ASSIGN TO STEPRSLT
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS SRES-FILE-STATUS.
008300
008400     SELECT DAY-CLOSE-FILE
008500         ASSIGN TO DAYCLSK
008600         ORGANIZATION IS INDEXED
008700         ACCESS MODE IS DYNAMIC
008800         RECORD KEY IS DCLS-KEY
008900         FILE STATUS IS DCLS-FILE-STATUS.
009000
009100     SELECT DAY-CLOSE-REPORT-FILE
009200         ASSIGN TO DCLSRPT
009300         ORGANIZATION IS SEQUENTIAL.
009400 DATA DIVISION.
009500 FILE SECTION.
009600 FD  ABORT-STATUS-FILE.
009700 COPY ABRTKSDS.
009800
009900 FD  STEP-RESULT-FILE
010000     RECORDING MODE IS F.
010100 COPY STEPRSLT.
010200
010300 FD  DAY-CLOSE-FILE.
010400 COPY DAYCLS.
010500
010600 FD  DAY-CLOSE-REPORT-FILE
010700     RECORDING MODE IS F.
010800 01  DAY-CLOSE-REPORT-LINE          PIC X(132).
010900
011000 WORKING-STORAGE SECTION.
011100***************************************************************
011200*    END-OF-FILE AND RESULT SWITCHES                           *
011300***************************************************************
011400 77  WS-ABT-EOF-SW                   PIC X(01)  VALUE 'N'.
011500     88  WS-ABT-AT-EOF                   VALUE 'Y'.
011600 77  WS-SRES-EOF-SW                  PIC X(01)  VALUE 'N'.
011700     88  WS-SRES-AT-EOF                  VALUE 'Y'.
011800 77  WS-PARM-ERROR-SW                PIC X(01)  VALUE 'N'.
011900     88  WS-PARM-IN-ERROR                VALUE 'Y'.
012000 77  WS-MODE-SW                      PIC X(01)  VALUE 'C'.
012100     88  WS-CHECK-MODE                   VALUE 'C'.
012200     88  WS-SIGN-OFF-MODE                VALUE 'S'.
012300     88  WS-OVERRIDE-MODE                VALUE 'O'.
012400 77  WS-ROW-SW                       PIC X(01)  VALUE 'N'.
012500     88  WS-ROW-FOUND                    VALUE 'Y'.
012600 77  WS-CLOSED-SW                    PIC X(01)  VALUE 'N'.
012700     88  WS-DAY-ALREADY-CLOSED           VALUE 'Y'.
012800 77  WS-PARTITION-SW                 PIC X(01)  VALUE 'N'.
012900     88  WS-PARTITIONED-DAY              VALUE 'Y'.
013000 77  WS-ALL-PASSED-SW                PIC X(01)  VALUE 'Y'.
013100     88  WS-ALL-PASSED                   VALUE 'Y'.
013200     88  WS-NOT-ALL-PASSED               VALUE 'N'.
013300 77  WS-UPDATE-SW                    PIC X(01)  VALUE SPACE.
013400     88  WS-DAY-RECORDED                 VALUE 'R'.
013500     88  WS-UPDATE-FAILED                VALUE 'F'.
013600***************************************************************
013700*    THE BUSINESS DATE AND THE PARM                            *
013800***************************************************************
013900 01  WS-BUSINESS-DATE                PIC 9(08)  VALUE ZERO.
014000 01  WS-BUSINESS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
014100     05  WS-BUSINESS-YEAR            PIC 9(04).
014200     05  WS-BUSINESS-MONTH           PIC 9(02).
014300     05  WS-BUSINESS-DAY             PIC 9(02).
014400 01  WS-PARM-WORK.
014500     05  WS-PARM-DATE-TEXT           PIC X(08).
014600     05  WS-PARM-MODE                PIC X(01).
014700     05  WS-PARM-USER-ID             PIC X(08).
014800     05  WS-PARM-APPROVED-BY         PIC X(08).
014900 77  WS-PARM-ERROR-TEXT              PIC X(50)  VALUE SPACES.
015000***************************************************************
015100*    THE DAY-CLOSE ROW AS FOUND (A DAY ALREADY CLOSED)         *
015200***************************************************************
015300 77  DCLS-FILE-STATUS                PIC X(02)  VALUE '00'.
015400 77  WS-FOUND-STATUS                 PIC X(01)  VALUE SPACE.
015500     88  WS-FOUND-SIGNED-OFF             VALUE 'S'.
015600     88  WS-FOUND-OVERRIDDEN             VALUE 'V'.
015700 77  WS-FOUND-SIGNED-OFF-BY          PIC X(08)  VALUE SPACES.
015800 77  WS-FOUND-SIGNED-OFF-DATE        PIC 9(08)  VALUE ZERO.
015900 77  WS-FOUND-OVERRIDE-BY            PIC X(08)  VALUE SPACES.
016000 77  WS-FOUND-OVERRIDE-APPROVED-BY   PIC X(08)  VALUE SPACES.
016100 77  WS-FOUND-OVERRIDE-DATE          PIC 9(08)  VALUE ZERO.
016200***************************************************************
016300*    THE SIX CHECKPOINTS, IN THE ORDER THE DAYCLS ROW HOLDS    *
016400*    THEM.  CK-RESULT IS P, F, M (NO RESULT FOR THE DATE) OR   *
016500*    N (NOT REQUIRED FOR THIS KIND OF DAY).                    *
016600***************************************************************
016700 01  WS-CHECKPOINT-VALUES.
016800     05  FILLER                      PIC X(08)  VALUE 'ENQ200'.
016900     05  FILLER                      PIC X(08)  VALUE 'ENQ205'.
017000     05  FILLER                      PIC X(08)  VALUE 'ENQ255'.
017100     05  FILLER                      PIC X(08)  VALUE 'ENQ185'.
017200     05  FILLER                      PIC X(08)  VALUE 'ENQ280'.
017300     05  FILLER                      PIC X(08)  VALUE 'ENQ245'.
017400 01  WS-CHECKPOINT-TABLE REDEFINES WS-CHECKPOINT-VALUES.
017500     05  WS-CHECKPOINT-PROGRAM       PIC X(08) OCCURS 6 TIMES.
017600 01  CK-TABLE-CONTROL.
017700     05  CK-TABLE OCCURS 6 TIMES.
017800         10  CK-RESULT               PIC X(01).
017900             88  CK-PASSED               VALUE 'P'.
018000             88  CK-FAILED               VALUE 'F'.
018100             88  CK-MISSING              VALUE 'M'.
018200             88  CK-NOT-REQUIRED         VALUE 'N'.
018300         10  CK-RETURN-CODE          PIC 9(04).
018400         10  CK-RUN-DATE             PIC 9(08).
018500         10  CK-RUN-TIME             PIC 9(06).
018600         10  CK-RESULT-TEXT          PIC X(40).
018700 77  WS-CK-SUB                       PIC 9(04) COMP VALUE ZERO.
018800 77  WS-CK-ENQ200                    PIC 9(04) COMP VALUE 1.
018900 77  WS-CK-ENQ205                    PIC 9(04) COMP VALUE 2.
019000 77  WS-CK-ENQ255                    PIC 9(04) COMP VALUE 3.
019100***************************************************************
019200*    ENQ200 RUNS FOUND FOR THE DATE ON ABTSTFIL, BY STATUS     *
019300***************************************************************
019400 77  ABT-FILE-STATUS                 PIC X(02)  VALUE '00'.
019500 77  WS-RUNS-COMPLETE                PIC 9(04) COMP VALUE ZERO.
019600 77  WS-RUNS-OPEN                    PIC 9(04) COMP VALUE ZERO.
019700 77  WS-RUNS-FAILED                  PIC 9(04) COMP VALUE ZERO.
019800 77  WS-RUNS-BACKED-OUT              PIC 9(04) COMP VALUE ZERO.
019900 77  WS-RUNS-TOTAL                   PIC 9(04) COMP VALUE ZERO.
020000 77  WS-FIRST-BAD-RUN-ID             PIC X(08)  VALUE SPACES.
020100 77  WS-FIRST-BAD-STATUS             PIC X(01)  VALUE SPACE.
020200***************************************************************
020300*    RUNS FOR THE DATE BACKED OUT BY ENQ375, FOR THE           *
020400*    CERTIFICATE.  ONLY THE FIRST BO-MAX-ENTRIES ARE LISTED;   *
020500*    WS-RUNS-BACKED-OUT COUNTS THEM ALL.                       *
020600***************************************************************
020700 01  BO-TABLE-CONTROL.
020800     05  BO-TABLE-COUNT              PIC 9(04) COMP VALUE ZERO.
020900     05  BO-MAX-ENTRIES              PIC 9(04) COMP VALUE 20.
021000     05  BO-TABLE OCCURS 20 TIMES.
021100         10  BO-RUN-ID               PIC X(08).
021200         10  BO-CYCLE-NUMBER         PIC 9(02).
021300         10  BO-UPD-DATE             PIC 9(08).
021400         10  BO-UPD-TIME             PIC 9(06).
021500 77  WS-BO-SUB                       PIC 9(04) COMP VALUE ZERO.
021600***************************************************************
021700*    STEP-RESULT FILE                                          *
021800***************************************************************
021900 77  SRES-FILE-STATUS                PIC X(02)  VALUE '00'.
022000***************************************************************
022100*    STATUS-CODE VIEW OF AN ABTSTFIL ROW                       *
022200***************************************************************
022300 COPY ABTSTAT.
022400***************************************************************
022500*    EVALUATION AND SIGN-OFF TIMESTAMP                         *
022600***************************************************************
022700 77  WS-CURRENT-DATE                 PIC 9(08)  VALUE ZERO.
022800 77  WS-CURRENT-TIME                 PIC 9(08)  VALUE ZERO.
022900***************************************************************
023000*    REPORT EDIT FIELDS                                        *
023100***************************************************************
023200 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZ9.
023300 01  WS-REPORT-NUMERIC-EDIT-2        PIC ZZZ9.
023400 01  WS-REPORT-RC-EDIT               PIC ZZZ9.
023500 01  WS-DATE-EDIT                    PIC 9999/99/99.
023600 01  WS-DATE-EDIT-2                  PIC 9999/99/99.
023700 01  WS-TS-TIME-EDIT                 PIC 99B99B99.
023800 01  WS-RESULT-WORD                  PIC X(12)  VALUE SPACES.
023900 LINKAGE SECTION.
024000***************************************************************
024100*    JOB-STEP PARM -- DATE, MODE AND THE USER IDS.             *
024200***************************************************************
024300 01  LK-PARM-AREA.
024400     05  LK-PARM-LEN                 PIC S9(04) COMP.
024500     05  LK-PARM-TEXT                PIC X(25).
024600 PROCEDURE DIVISION USING LK-PARM-AREA.
024700***************************************************************
024800*    0000-MAINLINE                                             *
024900***************************************************************
025000 0000-MAINLINE.
025100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
025200     PERFORM 2000-CHECK-THE-RUNS
025300         THRU 2000-CHECK-THE-RUNS-EXIT.
025400     PERFORM 3000-READ-STEP-RESULTS
025500         THRU 3000-READ-STEP-RESULTS-EXIT.
025600     PERFORM 4000-DECIDE-THE-DAY
025700         THRU 4000-DECIDE-THE-DAY-EXIT.
025800     PERFORM 5000-RECORD-THE-DAY
025900         THRU 5000-RECORD-THE-DAY-EXIT.
026000     PERFORM 7000-WRITE-CERTIFICATE
026100         THRU 7000-WRITE-CERTIFICATE-EXIT.
026200     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
026300     GOBACK.
026400***************************************************************
026500*    1000-INITIALIZE  --  THE PARM IS CHECKED IN FULL BEFORE   *
026600*    ANY FILE IS READ.  SIGN-OFF NEEDS THE SHIFT LEAD'S USER   *
026700*    ID; AN OVERRIDE NEEDS TWO, AND THEY MUST BE DIFFERENT     *
026800*    PEOPLE.                                                   *
026900***************************************************************
027000 1000-INITIALIZE.
027100     OPEN OUTPUT DAY-CLOSE-REPORT-FILE.
027200     MOVE 'ENQ385 BUSINESS-DAY CLOSE CERTIFICATE'
027300         TO DAY-CLOSE-REPORT-LINE.
027400     WRITE DAY-CLOSE-REPORT-LINE.
027500     MOVE SPACES TO DAY-CLOSE-REPORT-LINE.
027600     WRITE DAY-CLOSE-REPORT-LINE.
027700     MOVE SPACES TO WS-PARM-WORK.
027800     IF LK-PARM-LEN > 25
027900         MOVE LK-PARM-TEXT TO WS-PARM-WORK
028000     ELSE
028100         IF LK-PARM-LEN > ZERO
028200             MOVE LK-PARM-TEXT(1:LK-PARM-LEN) TO WS-PARM-WORK
028300         END-IF
028400     END-IF.
028500     EVALUATE TRUE
028600         WHEN LK-PARM-LEN < 9
028700         WHEN WS-PARM-DATE-TEXT NOT NUMERIC
028800             MOVE 'PARM BUSINESS DATE MISSING OR NOT NUMERIC'
028900                 TO WS-PARM-ERROR-TEXT
029000         WHEN WS-PARM-MODE NOT = 'C'
029100             AND WS-PARM-MODE NOT = 'S'
029200             AND WS-PARM-MODE NOT = 'O'
029300             MOVE 'PARM MODE MUST BE C, S OR O'
029400                 TO WS-PARM-ERROR-TEXT
029500         WHEN WS-PARM-MODE = 'S'
029600             AND WS-PARM-USER-ID = SPACES
029700             MOVE 'SIGN-OFF NEEDS THE SIGNED-OFF-BY USER ID'
029800                 TO WS-PARM-ERROR-TEXT
029900         WHEN WS-PARM-MODE = 'O'
030000             AND (WS-PARM-USER-ID = SPACES
030100               OR WS-PARM-APPROVED-BY = SPACES)
030200             MOVE 'OVERRIDE NEEDS OVERRIDE-BY AND APPROVED-BY'
030300                 TO WS-PARM-ERROR-TEXT
030400         WHEN WS-PARM-MODE = 'O'
030500             AND WS-PARM-USER-ID = WS-PARM-APPROVED-BY
030600             MOVE 'OVERRIDE AND APPROVAL MUST BE TWO PEOPLE'
030700                 TO WS-PARM-ERROR-TEXT
030800         WHEN OTHER
030900             MOVE WS-PARM-DATE-TEXT TO WS-BUSINESS-DATE
031000             IF WS-BUSINESS-MONTH < 1
031100                 OR WS-BUSINESS-MONTH > 12
031200                 OR WS-BUSINESS-DAY < 1
031300                 OR WS-BUSINESS-DAY > 31
031400                 MOVE 'PARM BUSINESS DATE IS NOT A VALID YYYYMMDD'
031500                     TO WS-PARM-ERROR-TEXT
031600             END-IF
031700     END-EVALUATE.
031800     IF WS-PARM-ERROR-TEXT NOT = SPACES
031900         SET WS-PARM-IN-ERROR TO TRUE
032000         MOVE WS-PARM-ERROR-TEXT TO DAY-CLOSE-REPORT-LINE
032100         WRITE DAY-CLOSE-REPORT-LINE
032200         MOVE 'NOTHING RECORDED.'
032300             TO DAY-CLOSE-REPORT-LINE
032400         WRITE DAY-CLOSE-REPORT-LINE
032500         GO TO 1000-INITIALIZE-EXIT
032600     END-IF.
032700     MOVE WS-PARM-MODE TO WS-MODE-SW.
032800     MOVE SPACES TO CK-TABLE-CONTROL.
032900     PERFORM 1050-CLEAR-ONE-CHECKPOINT
033000         THRU 1050-CLEAR-ONE-CHECKPOINT-EXIT
033100         VARYING WS-CK-SUB FROM 1 BY 1
033200         UNTIL WS-CK-SUB > 6.
033300     PERFORM 1100-READ-DAY-CLOSE
033400         THRU 1100-READ-DAY-CLOSE-EXIT.
033500 1000-INITIALIZE-EXIT.
033600     EXIT.
033700***************************************************************
033800*    1050-CLEAR-ONE-CHECKPOINT                                 *
033900***************************************************************
034000 1050-CLEAR-ONE-CHECKPOINT.
034100     MOVE ZERO TO CK-RETURN-CODE(WS-CK-SUB)
034200                  CK-RUN-DATE(WS-CK-SUB)
034300                  CK-RUN-TIME(WS-CK-SUB).
034400 1050-CLEAR-ONE-CHECKPOINT-EXIT.
034500     EXIT.
034600***************************************************************
034700*    1100-READ-DAY-CLOSE  --  IS THE DAY ALREADY CLOSED?  NO   *
034800*    FILE, OR NO ROW, MEANS IT HAS NEVER BEEN EVALUATED.       *
034900***************************************************************
035000 1100-READ-DAY-CLOSE.
035100     OPEN INPUT DAY-CLOSE-FILE.
035200     IF DCLS-FILE-STATUS NOT = '00'
035300         GO TO 1100-READ-DAY-CLOSE-EXIT
035400     END-IF.
035500     MOVE WS-BUSINESS-DATE TO DCLS-BUSINESS-DATE.
035600     READ DAY-CLOSE-FILE
035700         INVALID KEY
035800             MOVE SPACE TO DCLS-STATUS
035900     END-READ.
036000     IF DCLS-IS-CLOSED
036100         SET WS-DAY-ALREADY-CLOSED TO TRUE
036200         MOVE DCLS-STATUS            TO WS-FOUND-STATUS
036300         MOVE DCLS-SIGNED-OFF-BY     TO WS-FOUND-SIGNED-OFF-BY
036400         MOVE DCLS-SIGNED-OFF-DATE   TO WS-FOUND-SIGNED-OFF-DATE
036500         MOVE DCLS-OVERRIDE-BY       TO WS-FOUND-OVERRIDE-BY
036600         MOVE DCLS-OVERRIDE-APPROVED-BY
036700             TO WS-FOUND-OVERRIDE-APPROVED-BY
036800         MOVE DCLS-OVERRIDE-DATE     TO WS-FOUND-OVERRIDE-DATE
036900     END-IF.
037000     CLOSE DAY-CLOSE-FILE.
037100 1100-READ-DAY-CLOSE-EXIT.
037200     EXIT.
037300***************************************************************
037400*    2000-CHECK-THE-RUNS  --  SWEEPS THE WHOLE ABORT-STATUS    *
037500*    KSDS (IT IS KEYED BY RUN-ID FIRST) FOR THE BUSINESS       *
037600*    DATE'S ROWS, AS ENQ225 DOES FOR THE MONTH.  THE ENQ200    *
037700*    CHECKPOINT PASSES ONLY WHEN EVERY ROW FOR THE DATE IS     *
037800*    COMPLETE; AN IN-PROGRESS, RETRY-PENDING OR FAILED RUN     *
037900*    FAILS IT, AND NO ROW AT ALL IS MISSING.  A BACKED-OUT     *
038000*    RUN IS SET ASIDE BY 2100 AND COUNTS NEITHER WAY.          *
038100***************************************************************
038200 2000-CHECK-THE-RUNS.
038300     IF WS-PARM-IN-ERROR
038400         GO TO 2000-CHECK-THE-RUNS-EXIT
038500     END-IF.
038600     OPEN INPUT ABORT-STATUS-FILE.
038700     IF ABT-FILE-STATUS NOT = '00'
038800         MOVE 'ABORT-STATUS FILE NOT AVAILABLE'
038900             TO CK-RESULT-TEXT(WS-CK-ENQ200)
039000         GO TO 2000-CHECK-THE-RUNS-EXIT
039100     END-IF.
039200     MOVE LOW-VALUES TO ABT-KEY.
039300     START ABORT-STATUS-FILE
039400         KEY IS NOT LESS THAN ABT-KEY
039500         INVALID KEY
039600             SET WS-ABT-AT-EOF TO TRUE
039700     END-START.
039800     IF NOT WS-ABT-AT-EOF
039900         PERFORM 2200-READ-NEXT-STATUS
040000             THRU 2200-READ-NEXT-STATUS-EXIT
040100     END-IF.
040200     PERFORM 2100-CHECK-ONE-RUN
040300         THRU 2100-CHECK-ONE-RUN-EXIT
040400         UNTIL WS-ABT-AT-EOF.
040500     CLOSE ABORT-STATUS-FILE.
040600     MOVE WS-RUNS-TOTAL TO WS-REPORT-NUMERIC-EDIT.
040700     EVALUATE TRUE
040800         WHEN WS-RUNS-TOTAL = ZERO
040900             AND WS-RUNS-BACKED-OUT > ZERO
041000             MOVE 'EVERY ENQ200 RUN FOR THE DATE BACKED OUT'
041100                 TO CK-RESULT-TEXT(WS-CK-ENQ200)
041200         WHEN WS-RUNS-TOTAL = ZERO
041300             MOVE 'NO ENQ200 RUN RECORDED FOR THE DATE'
041400                 TO CK-RESULT-TEXT(WS-CK-ENQ200)
041500         WHEN WS-RUNS-COMPLETE = WS-RUNS-TOTAL
041600             MOVE 'P' TO CK-RESULT(WS-CK-ENQ200)
041700             STRING WS-REPORT-NUMERIC-EDIT
041800                 ' RUN(S), ALL COMPLETE'
041900                 DELIMITED BY SIZE
042000                 INTO CK-RESULT-TEXT(WS-CK-ENQ200)
042100         WHEN OTHER
042200             MOVE 'F' TO CK-RESULT(WS-CK-ENQ200)
042300             MOVE WS-RUNS-COMPLETE TO WS-REPORT-NUMERIC-EDIT-2
042400             STRING WS-REPORT-NUMERIC-EDIT-2 ' OF '
042500                 WS-REPORT-NUMERIC-EDIT ' COMPLETE; '
042600                 WS-FIRST-BAD-RUN-ID ' IS '
042700                 WS-FIRST-BAD-STATUS
042800                 DELIMITED BY SIZE
042900                 INTO CK-RESULT-TEXT(WS-CK-ENQ200)
043000     END-EVALUATE.
043100 2000-CHECK-THE-RUNS-EXIT.
043200     EXIT.
043300***************************************************************
043400*    2100-CHECK-ONE-RUN  --  ROWS FOR OTHER DATES ARE PASSED   *
043500*    OVER.  A BACKED-OUT ROW IS TABLED FOR THE CERTIFICATE AND *
043600*    PASSED OVER -- THE RUN IT STOOD FOR WAS UNDONE.  THE      *
043700*    LATEST UPDATE ON THE DATE'S OTHER ROWS IS KEPT AS THE     *
043800*    CHECKPOINT'S RUN DATE AND TIME.                           *
043900***************************************************************
044000 2100-CHECK-ONE-RUN.
044100     IF ABT-KEY-BUSINESS-DATE NOT = WS-BUSINESS-DATE
044200         GO TO 2100-CHECK-ONE-RUN-NEXT
044300     END-IF.
044400     MOVE ABT-VSAM-STATUS-CODE TO ABT-STATUS-CODE.
044500     IF ABT-STATUS-BACKED-OUT
044600         ADD 1 TO WS-RUNS-BACKED-OUT
044700         IF BO-TABLE-COUNT < BO-MAX-ENTRIES
044800             ADD 1 TO BO-TABLE-COUNT
044900             MOVE ABT-KEY-RUN-ID
045000                 TO BO-RUN-ID(BO-TABLE-COUNT)
045100             MOVE ABT-KEY-CYCLE-NUMBER
045200                 TO BO-CYCLE-NUMBER(BO-TABLE-COUNT)
045300             MOVE ABT-VSAM-UPD-DATE
045400                 TO BO-UPD-DATE(BO-TABLE-COUNT)
045500             MOVE ABT-VSAM-UPD-TIME
045600                 TO BO-UPD-TIME(BO-TABLE-COUNT)
045700         END-IF
045800         GO TO 2100-CHECK-ONE-RUN-NEXT
045900     END-IF.
046000     ADD 1 TO WS-RUNS-TOTAL.
046100     IF ABT-KEY-RUN-ID(1:7) = 'ENQ200P'
046200         AND ABT-KEY-RUN-ID(8:1) NUMERIC
046300         SET WS-PARTITIONED-DAY TO TRUE
046400     END-IF.
046500     EVALUATE TRUE
046600         WHEN ABT-STATUS-COMPLETE
046700             ADD 1 TO WS-RUNS-COMPLETE
046800         WHEN ABT-STATUS-FAILED
046900             ADD 1 TO WS-RUNS-FAILED
047000         WHEN OTHER
047100             ADD 1 TO WS-RUNS-OPEN
047200     END-EVALUATE.
047300     IF NOT ABT-STATUS-COMPLETE
047400         AND WS-FIRST-BAD-RUN-ID = SPACES
047500         MOVE ABT-KEY-RUN-ID       TO WS-FIRST-BAD-RUN-ID
047600         MOVE ABT-VSAM-STATUS-CODE TO WS-FIRST-BAD-STATUS
047700     END-IF.
047800     IF ABT-VSAM-UPD-DATE > CK-RUN-DATE(WS-CK-ENQ200)
047900         OR (ABT-VSAM-UPD-DATE = CK-RUN-DATE(WS-CK-ENQ200)
048000         AND ABT-VSAM-UPD-TIME > CK-RUN-TIME(WS-CK-ENQ200))
048100         MOVE ABT-VSAM-UPD-DATE TO CK-RUN-DATE(WS-CK-ENQ200)
048200         MOVE ABT-VSAM-UPD-TIME TO CK-RUN-TIME(WS-CK-ENQ200)
048300     END-IF.
048400 2100-CHECK-ONE-RUN-NEXT.
048500     PERFORM 2200-READ-NEXT-STATUS
048600         THRU 2200-READ-NEXT-STATUS-EXIT.
048700 2100-CHECK-ONE-RUN-EXIT.
048800     EXIT.
048900***************************************************************
049000*    2200-READ-NEXT-STATUS                                     *
049100***************************************************************
049200 2200-READ-NEXT-STATUS.
049300     READ ABORT-STATUS-FILE NEXT RECORD
049400         AT END
049500             SET WS-ABT-AT-EOF TO TRUE
049600     END-READ.
049700 2200-READ-NEXT-STATUS-EXIT.
049800     EXIT.
049900***************************************************************
050000*    3000-READ-STEP-RESULTS  --  EVERY RECORD ON THE STEP-     *
050100*    RESULT FILE FOR THE DATE IS LAID OVER ITS CHECKPOINT IN   *
050200*    TURN, SO A RERUN'S LATER RECORD REPLACES THE EARLIER ONE. *
050300*    NO FILE MEANS NO STEP HAS RECORDED ANYTHING YET.          *
050400***************************************************************
050500 3000-READ-STEP-RESULTS.
050600     IF WS-PARM-IN-ERROR
050700         GO TO 3000-READ-STEP-RESULTS-EXIT
050800     END-IF.
050900     OPEN INPUT STEP-RESULT-FILE.
051000     IF SRES-FILE-STATUS NOT = '00'
051100         GO TO 3000-READ-STEP-RESULTS-EXIT
051200     END-IF.
051300     READ STEP-RESULT-FILE
051400         AT END
051500             SET WS-SRES-AT-EOF TO TRUE
051600     END-READ.
051700     PERFORM 3100-TAKE-ONE-RESULT
051800         THRU 3100-TAKE-ONE-RESULT-EXIT
051900         UNTIL WS-SRES-AT-EOF.
052000     CLOSE STEP-RESULT-FILE.
052100 3000-READ-STEP-RESULTS-EXIT.
052200     EXIT.
052300***************************************************************
052400*    3100-TAKE-ONE-RESULT  --  CHECKPOINT 1 (ENQ200) IS NEVER  *
052500*    TAKEN FROM THIS FILE.                                     *
052600***************************************************************
052700 3100-TAKE-ONE-RESULT.
052800     IF SRES-BUSINESS-DATE = WS-BUSINESS-DATE
052900         PERFORM 3110-MATCH-ONE-CHECKPOINT
053000             THRU 3110-MATCH-ONE-CHECKPOINT-EXIT
053100             VARYING WS-CK-SUB FROM 2 BY 1
053200             UNTIL WS-CK-SUB > 6
053300     END-IF.
053400     READ STEP-RESULT-FILE
053500         AT END
053600             SET WS-SRES-AT-EOF TO TRUE
053700     END-READ.
053800 3100-TAKE-ONE-RESULT-EXIT.
053900     EXIT.
054000***************************************************************
054100*    3110-MATCH-ONE-CHECKPOINT                                 *
054200***************************************************************
054300 3110-MATCH-ONE-CHECKPOINT.
054400     IF SRES-PROGRAM-NAME = WS-CHECKPOINT-PROGRAM(WS-CK-SUB)
054500         IF SRES-PASSED
054600             MOVE 'P' TO CK-RESULT(WS-CK-SUB)
054700         ELSE
054800             MOVE 'F' TO CK-RESULT(WS-CK-SUB)
054900         END-IF
055000         MOVE SRES-RETURN-CODE TO CK-RETURN-CODE(WS-CK-SUB)
055100         MOVE SRES-RUN-DATE    TO CK-RUN-DATE(WS-CK-SUB)
055200         MOVE SRES-RUN-TIME    TO CK-RUN-TIME(WS-CK-SUB)
055300         MOVE SRES-RESULT-TEXT TO CK-RESULT-TEXT(WS-CK-SUB)
055400     END-IF.
055500 3110-MATCH-ONE-CHECKPOINT-EXIT.
055600     EXIT.
055700***************************************************************
055800*    4000-DECIDE-THE-DAY  --  ENQ205 CERTIFIES A SINGLE-STREAM *
055900*    DAY AND ENQ255 BALANCES A PARTITIONED ONE; THE OTHER IS   *
056000*    NOT REQUIRED, WHATEVER IT RECORDED.  ANY REQUIRED         *
056100*    CHECKPOINT NOT PASSED FAILS THE DAY.                      *
056200***************************************************************
056300 4000-DECIDE-THE-DAY.
056400     IF WS-PARM-IN-ERROR
056500         GO TO 4000-DECIDE-THE-DAY-EXIT
056600     END-IF.
056700     IF WS-PARTITIONED-DAY
056800         MOVE 'N' TO CK-RESULT(WS-CK-ENQ205)
056900         MOVE 'NOT REQUIRED -- PARTITIONED DAY'
057000             TO CK-RESULT-TEXT(WS-CK-ENQ205)
057100     ELSE
057200         MOVE 'N' TO CK-RESULT(WS-CK-ENQ255)
057300         MOVE 'NOT REQUIRED -- SINGLE-STREAM DAY'
057400             TO CK-RESULT-TEXT(WS-CK-ENQ255)
057500     END-IF.
057600     PERFORM 4100-DECIDE-ONE-CHECKPOINT
057700         THRU 4100-DECIDE-ONE-CHECKPOINT-EXIT
057800         VARYING WS-CK-SUB FROM 1 BY 1
057900         UNTIL WS-CK-SUB > 6.
058000 4000-DECIDE-THE-DAY-EXIT.
058100     EXIT.
058200***************************************************************
058300*    4100-DECIDE-ONE-CHECKPOINT                                *
058400***************************************************************
058500 4100-DECIDE-ONE-CHECKPOINT.
058600     IF CK-RESULT(WS-CK-SUB) = SPACE
058700         MOVE 'M' TO CK-RESULT(WS-CK-SUB)
058800         IF CK-RESULT-TEXT(WS-CK-SUB) = SPACES
058900             MOVE 'NO RESULT RECORDED FOR THE DATE'
059000                 TO CK-RESULT-TEXT(WS-CK-SUB)
059100         END-IF
059200     END-IF.
059300     IF NOT CK-PASSED(WS-CK-SUB)
059400         AND NOT CK-NOT-REQUIRED(WS-CK-SUB)
059500         SET WS-NOT-ALL-PASSED TO TRUE
059600     END-IF.
059700 4100-DECIDE-ONE-CHECKPOINT-EXIT.
059800     EXIT.
059900***************************************************************
060000*    5000-RECORD-THE-DAY  --  WRITES (OR REPLACES) THE DATE'S  *
060100*    DAY-CLOSE ROW.  A CLOSED DAY IS NEVER TOUCHED.  MODE S    *
060200*    SIGNS OFF ONLY WHEN EVERY CHECKPOINT PASSED -- OTHERWISE  *
060300*    THE EVALUATION IS STILL RECORDED, AS OPEN.  MODE O        *
060400*    CLOSES THE DAY WHATEVER THE CHECKPOINTS SAY.              *
060500***************************************************************
060600 5000-RECORD-THE-DAY.
060700     IF WS-PARM-IN-ERROR
060800         OR WS-DAY-ALREADY-CLOSED
060900         GO TO 5000-RECORD-THE-DAY-EXIT
061000     END-IF.
061100     OPEN I-O DAY-CLOSE-FILE.
061200     IF DCLS-FILE-STATUS NOT = '00'
061300         SET WS-UPDATE-FAILED TO TRUE
061400         GO TO 5000-RECORD-THE-DAY-EXIT
061500     END-IF.
061600     MOVE WS-BUSINESS-DATE TO DCLS-BUSINESS-DATE.
061700     READ DAY-CLOSE-FILE
061800         INVALID KEY
061900             MOVE 'N' TO WS-ROW-SW
062000         NOT INVALID KEY
062100             SET WS-ROW-FOUND TO TRUE
062200     END-READ.
062300     IF WS-ROW-FOUND
062400         AND DCLS-IS-CLOSED
062500         SET WS-DAY-ALREADY-CLOSED TO TRUE
062600         MOVE DCLS-STATUS            TO WS-FOUND-STATUS
062700         MOVE DCLS-SIGNED-OFF-BY     TO WS-FOUND-SIGNED-OFF-BY
062800         MOVE DCLS-SIGNED-OFF-DATE   TO WS-FOUND-SIGNED-OFF-DATE
062900         MOVE DCLS-OVERRIDE-BY       TO WS-FOUND-OVERRIDE-BY
063000         MOVE DCLS-OVERRIDE-APPROVED-BY
063100             TO WS-FOUND-OVERRIDE-APPROVED-BY
063200         MOVE DCLS-OVERRIDE-DATE     TO WS-FOUND-OVERRIDE-DATE
063300         CLOSE DAY-CLOSE-FILE
063400         GO TO 5000-RECORD-THE-DAY-EXIT
063500     END-IF.
063600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
063700     ACCEPT WS-CURRENT-TIME FROM TIME.
063800     MOVE SPACES TO DAY-CLOSE-RECORD.
063900     MOVE WS-BUSINESS-DATE       TO DCLS-BUSINESS-DATE.
064000     SET DCLS-IS-OPEN            TO TRUE.
064100     MOVE WS-PARTITION-SW        TO DCLS-PARTITION-MODE-SW.
064200     MOVE WS-ALL-PASSED-SW       TO DCLS-ALL-PASSED-SW.
064300     PERFORM 5100-RECORD-ONE-CHECKPOINT
064400         THRU 5100-RECORD-ONE-CHECKPOINT-EXIT
064500         VARYING WS-CK-SUB FROM 1 BY 1
064600         UNTIL WS-CK-SUB > 6.
064700     MOVE WS-CURRENT-DATE        TO DCLS-EVALUATED-DATE.
064800     MOVE WS-CURRENT-TIME(1:6)   TO DCLS-EVALUATED-TIME.
064900     MOVE ZERO TO DCLS-SIGNED-OFF-DATE
065000                  DCLS-SIGNED-OFF-TIME
065100                  DCLS-OVERRIDE-DATE
065200                  DCLS-OVERRIDE-TIME.
065300     IF WS-SIGN-OFF-MODE
065400         AND WS-ALL-PASSED
065500         SET DCLS-IS-SIGNED-OFF      TO TRUE
065600         MOVE WS-PARM-USER-ID        TO DCLS-SIGNED-OFF-BY
065700         MOVE WS-CURRENT-DATE        TO DCLS-SIGNED-OFF-DATE
065800         MOVE WS-CURRENT-TIME(1:6)   TO DCLS-SIGNED-OFF-TIME
065900     END-IF.
066000     IF WS-OVERRIDE-MODE
066100         SET DCLS-IS-OVERRIDDEN      TO TRUE
066200         MOVE WS-PARM-USER-ID        TO DCLS-OVERRIDE-BY
066300         MOVE WS-PARM-APPROVED-BY    TO DCLS-OVERRIDE-APPROVED-BY
066400         MOVE WS-CURRENT-DATE        TO DCLS-OVERRIDE-DATE
066500         MOVE WS-CURRENT-TIME(1:6)   TO DCLS-OVERRIDE-TIME
066600     END-IF.
066700     IF WS-ROW-FOUND
066800         REWRITE DAY-CLOSE-RECORD
066900             INVALID KEY
067000                 SET WS-UPDATE-FAILED TO TRUE
067100         END-REWRITE
067200     ELSE
067300         WRITE DAY-CLOSE-RECORD
067400             INVALID KEY
067500                 SET WS-UPDATE-FAILED TO TRUE
067600         END-WRITE
067700     END-IF.
067800     IF NOT WS-UPDATE-FAILED
067900         SET WS-DAY-RECORDED TO TRUE
068000     END-IF.
068100     CLOSE DAY-CLOSE-FILE.
068200 5000-RECORD-THE-DAY-EXIT.
068300     EXIT.
068400***************************************************************
068500*    5100-RECORD-ONE-CHECKPOINT                                *
068600***************************************************************
068700 5100-RECORD-ONE-CHECKPOINT.
068800     MOVE WS-CHECKPOINT-PROGRAM(WS-CK-SUB)
068900         TO DCLS-CHKPT-PROGRAM(WS-CK-SUB).
069000     MOVE CK-RESULT(WS-CK-SUB)
069100         TO DCLS-CHKPT-RESULT(WS-CK-SUB).
069200     MOVE CK-RETURN-CODE(WS-CK-SUB)
069300         TO DCLS-CHKPT-RETURN-CODE(WS-CK-SUB).
069400     MOVE CK-RUN-DATE(WS-CK-SUB)
069500         TO DCLS-CHKPT-RUN-DATE(WS-CK-SUB).
069600     MOVE CK-RUN-TIME(WS-CK-SUB)
069700         TO DCLS-CHKPT-RUN-TIME(WS-CK-SUB).
069800 5100-RECORD-ONE-CHECKPOINT-EXIT.
069900     EXIT.
070000***************************************************************
070100*    7000-WRITE-CERTIFICATE  --  THE DATE AND MODE, ONE LINE   *
070200*    PER CHECKPOINT, ANY BACKED-OUT RUNS, THE OUTCOME, AND FOR *
070300*    A CLOSED DAY WHO CLOSED IT AND WHEN.                      *
070400***************************************************************
070500 7000-WRITE-CERTIFICATE.
070600     IF WS-PARM-IN-ERROR
070700         GO TO 7000-WRITE-CERTIFICATE-EXIT
070800     END-IF.
070900     MOVE WS-BUSINESS-DATE TO WS-DATE-EDIT.
071000     MOVE SPACES TO DAY-CLOSE-REPORT-LINE.
071100     EVALUATE TRUE
071200         WHEN WS-SIGN-OFF-MODE
071300             STRING 'BUSINESS DATE ' WS-DATE-EDIT
071400                 '  MODE S (CHECK AND SIGN OFF)  SIGNED OFF BY '
071500                 WS-PARM-USER-ID
071600                 DELIMITED BY SIZE INTO DAY-CLOSE-REPORT-LINE
071700         WHEN WS-OVERRIDE-MODE
071800             STRING 'BUSINESS DATE ' WS-DATE-EDIT
071900                 '  MODE O (CLOSE BY OVERRIDE)  OVERRIDE BY '
072000                 WS-PARM-USER-ID
072100                 '  APPROVED BY ' WS-PARM-APPROVED-BY
072200                 DELIMITED BY SIZE INTO DAY-CLOSE-REPORT-LINE
072300         WHEN OTHER
072400             STRING 'BUSINESS DATE ' WS-DATE-EDIT
072500                 '  MODE C (CHECK AND RECORD ONLY)'
072600                 DELIMITED BY SIZE INTO DAY-CLOSE-REPORT-LINE
072700     END-EVALUATE.
072800     WRITE DAY-CLOSE-REPORT-LINE.
072900     MOVE SPACES TO DAY-CLOSE-REPORT-LINE.
073000     IF WS-PARTITIONED-DAY
073100         MOVE 'PROCESSING    PARTITIONED (ENQ200P1 - ENQ200P9)'
073200             TO DAY-CLOSE-REPORT-LINE
073300     ELSE
073400         MOVE 'PROCESSING    SINGLE STREAM'
073500             TO DAY-CLOSE-REPORT-LINE
073600     END-IF.
073700     WRITE DAY-CLOSE-REPORT-LINE.
073800     MOVE SPACES TO DAY-CLOSE-REPORT-LINE.
073900     WRITE DAY-CLOSE-REPORT-LINE.
074000     MOVE 'CHECKPOINT  RESULT          RC  RUN DATE    RUN TIME'
074100         TO DAY-CLOSE-REPORT-LINE.
074200     MOVE 'DETAIL' TO DAY-CLOSE-REPORT-LINE(58:6).
074300     WRITE DAY-CLOSE-REPORT-LINE.
074400     PERFORM 7100-WRITE-ONE-CHECKPOINT
074500         THRU 7100-WRITE-ONE-CHECKPOINT-EXIT
074600         VARYING WS-CK-SUB FROM 1 BY 1
074700         UNTIL WS-CK-SUB > 6.
074800     MOVE SPACES TO DAY-CLOSE-REPORT-LINE.
074900     WRITE DAY-CLOSE-REPORT-LINE.
075000     IF WS-RUNS-BACKED-OUT > ZERO
075100         PERFORM 7150-WRITE-BACKED-OUT-RUNS
075200             THRU 7150-WRITE-BACKED-OUT-RUNS-EXIT
075300     END-IF.
075400     PERFORM 7200-WRITE-OUTCOME
075500         THRU 7200-WRITE-OUTCOME-EXIT.
075600 7000-WRITE-CERTIFICATE-EXIT.
075700     EXIT.
075800***************************************************************
075900*    7100-WRITE-ONE-CHECKPOINT                                 *
076000***************************************************************
076100 7100-WRITE-ONE-CHECKPOINT.
076200     EVALUATE TRUE
076300         WHEN CK-PASSED(WS-CK-SUB)
076400             MOVE 'PASSED'       TO WS-RESULT-WORD
076500         WHEN CK-FAILED(WS-CK-SUB)
076600             MOVE 'FAILED'       TO WS-RESULT-WORD
076700         WHEN CK-NOT-REQUIRED(WS-CK-SUB)
076800             MOVE 'NOT REQUIRED' TO WS-RESULT-WORD
076900         WHEN OTHER
077000             MOVE 'MISSING'      TO WS-RESULT-WORD
077100     END-EVALUATE.
077200     MOVE SPACES TO DAY-CLOSE-REPORT-LINE.
077300     IF CK-RUN-DATE(WS-CK-SUB) = ZERO
077400         STRING WS-CHECKPOINT-PROGRAM(WS-CK-SUB) '    '
077500             WS-RESULT-WORD
077600             DELIMITED BY SIZE INTO DAY-CLOSE-REPORT-LINE
077700     ELSE
077800         MOVE CK-RETURN-CODE(WS-CK-SUB) TO WS-REPORT-RC-EDIT
077900         MOVE CK-RUN-DATE(WS-CK-SUB)    TO WS-DATE-EDIT-2
078000         MOVE CK-RUN-TIME(WS-CK-SUB)    TO WS-TS-TIME-EDIT
078100         STRING WS-CHECKPOINT-PROGRAM(WS-CK-SUB) '    '
078200             WS-RESULT-WORD '  ' WS-REPORT-RC-EDIT '  '
078300             WS-DATE-EDIT-2 '  ' WS-TS-TIME-EDIT
078400             DELIMITED BY SIZE INTO DAY-CLOSE-REPORT-LINE
078500     END-IF.
078600     MOVE CK-RESULT-TEXT(WS-CK-SUB)
078700         TO DAY-CLOSE-REPORT-LINE(58:40).
078800     WRITE DAY-CLOSE-REPORT-LINE.
078900 7100-WRITE-ONE-CHECKPOINT-EXIT.
079000     EXIT.
079100***************************************************************
079200*    7150-WRITE-BACKED-OUT-RUNS  --  RUNS FOR THE DATE ENQ375  *
079300*    HAS BACKED OUT, WHEN IT DID SO.  NOT IN THE ENQ200        *
079400*    CHECKPOINT ABOVE.                                         *
079500***************************************************************
079600 7150-WRITE-BACKED-OUT-RUNS.
079700     MOVE WS-RUNS-BACKED-OUT TO WS-REPORT-NUMERIC-EDIT.
079800     MOVE SPACES TO DAY-CLOSE-REPORT-LINE.
079900     STRING 'RUNS BACKED OUT (ENQ375) -- NOT IN THE ENQ200'
080000         ' CHECKPOINT: ' WS-REPORT-NUMERIC-EDIT
080100         DELIMITED BY SIZE INTO DAY-CLOSE-REPORT-LINE.
080200     WRITE DAY-CLOSE-REPORT-LINE.
080300     MOVE 'RUN-ID    CYCLE  BACKED OUT  AT'
080400         TO DAY-CLOSE-REPORT-LINE.
080500     WRITE DAY-CLOSE-REPORT-LINE.
080600     PERFORM 7160-WRITE-ONE-BACKED-OUT-RUN
080700         THRU 7160-WRITE-ONE-BACKED-OUT-RUN-EXIT
080800         VARYING WS-BO-SUB FROM 1 BY 1
080900         UNTIL WS-BO-SUB > BO-TABLE-COUNT.
081000     IF WS-RUNS-BACKED-OUT > BO-TABLE-COUNT
081100         MOVE BO-TABLE-COUNT TO WS-REPORT-NUMERIC-EDIT
081200         MOVE SPACES TO DAY-CLOSE-REPORT-LINE
081300         STRING '(FIRST ' WS-REPORT-NUMERIC-EDIT ' LISTED)'
081400             DELIMITED BY SIZE INTO DAY-CLOSE-REPORT-LINE
081500         WRITE DAY-CLOSE-REPORT-LINE
081600     END-IF.
081700     MOVE SPACES TO DAY-CLOSE-REPORT-LINE.
081800     WRITE DAY-CLOSE-REPORT-LINE.
081900 7150-WRITE-BACKED-OUT-RUNS-EXIT.
082000     EXIT.
082100***************************************************************
082200*    7160-WRITE-ONE-BACKED-OUT-RUN                             *
082300***************************************************************
082400 7160-WRITE-ONE-BACKED-OUT-RUN.
082500     MOVE BO-UPD-DATE(WS-BO-SUB) TO WS-DATE-EDIT-2.
082600     MOVE BO-UPD-TIME(WS-BO-SUB) TO WS-TS-TIME-EDIT.
082700     MOVE SPACES TO DAY-CLOSE-REPORT-LINE.
082800     STRING BO-RUN-ID(WS-BO-SUB) '  '
082900         BO-CYCLE-NUMBER(WS-BO-SUB) '     '
083000         WS-DATE-EDIT-2 '  ' WS-TS-TIME-EDIT
083100         DELIMITED BY SIZE INTO DAY-CLOSE-REPORT-LINE.
083200     WRITE DAY-CLOSE-REPORT-LINE.
083300 7160-WRITE-ONE-BACKED-OUT-RUN-EXIT.
083400     EXIT.
083500***************************************************************
083600*    7200-WRITE-OUTCOME  --  WHAT WAS RECORDED, AND THE        *
083700*    SIGNATURE LINES WHEN THE DAY IS CLOSED.                   *
083800***************************************************************
083900 7200-WRITE-OUTCOME.
084000     MOVE SPACES TO DAY-CLOSE-REPORT-LINE.
084100     EVALUATE TRUE
084200         WHEN WS-DAY-ALREADY-CLOSED AND WS-FOUND-SIGNED-OFF
084300             MOVE WS-FOUND-SIGNED-OFF-DATE TO WS-DATE-EDIT-2
084400             STRING 'DAY ALREADY SIGNED OFF ' WS-DATE-EDIT-2
084500                 ' BY ' WS-FOUND-SIGNED-OFF-BY
084600                 ' -- NOT CHANGED.'
084700                 DELIMITED BY SIZE INTO DAY-CLOSE-REPORT-LINE
084800         WHEN WS-DAY-ALREADY-CLOSED
084900             MOVE WS-FOUND-OVERRIDE-DATE TO WS-DATE-EDIT-2
085000             STRING 'DAY ALREADY CLOSED BY OVERRIDE '
085100                 WS-DATE-EDIT-2 ' BY ' WS-FOUND-OVERRIDE-BY
085200                 ' APPROVED BY ' WS-FOUND-OVERRIDE-APPROVED-BY
085300                 ' -- NOT CHANGED.'
085400                 DELIMITED BY SIZE INTO DAY-CLOSE-REPORT-LINE
085500         WHEN WS-UPDATE-FAILED
085600             STRING 'DAY-CLOSE UPDATE FAILED, STATUS '
085700                 DCLS-FILE-STATUS ' -- NOTHING RECORDED.'
085800                 DELIMITED BY SIZE INTO DAY-CLOSE-REPORT-LINE
085900         WHEN WS-SIGN-OFF-MODE AND WS-NOT-ALL-PASSED
086000             MOVE 'CHECKPOINTS NOT ALL PASSED -- NOT SIGNED OFF.'
086100                 TO DAY-CLOSE-REPORT-LINE
086200         WHEN WS-SIGN-OFF-MODE
086300             MOVE 'ALL CHECKPOINTS PASSED.  DAY SIGNED OFF.'
086400                 TO DAY-CLOSE-REPORT-LINE
086500         WHEN WS-OVERRIDE-MODE AND WS-NOT-ALL-PASSED
086600             MOVE 'CHECKPOINTS NOT ALL PASSED -- DAY CLOSED BY'
086700                 TO DAY-CLOSE-REPORT-LINE
086800             WRITE DAY-CLOSE-REPORT-LINE
086900             MOVE 'OVERRIDE.  THE FAILURES ABOVE STAND.'
087000                 TO DAY-CLOSE-REPORT-LINE
087100         WHEN WS-OVERRIDE-MODE
087200             MOVE 'ALL CHECKPOINTS PASSED.  CLOSED BY OVERRIDE.'
087300                 TO DAY-CLOSE-REPORT-LINE
087400         WHEN WS-NOT-ALL-PASSED
087500             MOVE 'CHECKPOINTS NOT ALL PASSED -- DAY CANNOT BE'
087600                 TO DAY-CLOSE-REPORT-LINE
087700             WRITE DAY-CLOSE-REPORT-LINE
087800             MOVE 'SIGNED OFF.  RECORDED AS OPEN.'
087900                 TO DAY-CLOSE-REPORT-LINE
088000         WHEN OTHER
088100             MOVE 'ALL CHECKPOINTS PASSED -- READY FOR SIGN-OFF.'
088200                 TO DAY-CLOSE-REPORT-LINE
088300     END-EVALUATE.
088400     WRITE DAY-CLOSE-REPORT-LINE.
088500     IF NOT WS-DAY-RECORDED
088600         OR WS-CHECK-MODE
088700         OR (WS-SIGN-OFF-MODE AND WS-NOT-ALL-PASSED)
088800         GO TO 7200-WRITE-OUTCOME-EXIT
088900     END-IF.
089000     MOVE WS-CURRENT-DATE      TO WS-DATE-EDIT-2.
089100     MOVE WS-CURRENT-TIME(1:6) TO WS-TS-TIME-EDIT.
089200     MOVE SPACES TO DAY-CLOSE-REPORT-LINE.
089300     WRITE DAY-CLOSE-REPORT-LINE.
089400     IF WS-SIGN-OFF-MODE
089500         STRING 'SIGNED OFF BY : ' WS-PARM-USER-ID
089600             '   ON ' WS-DATE-EDIT-2 ' AT ' WS-TS-TIME-EDIT
089700             DELIMITED BY SIZE INTO DAY-CLOSE-REPORT-LINE
089800         WRITE DAY-CLOSE-REPORT-LINE
089900     ELSE
090000         STRING 'OVERRIDE BY   : ' WS-PARM-USER-ID
090100             '   ON ' WS-DATE-EDIT-2 ' AT ' WS-TS-TIME-EDIT
090200             DELIMITED BY SIZE INTO DAY-CLOSE-REPORT-LINE
090300         WRITE DAY-CLOSE-REPORT-LINE
090400         MOVE SPACES TO DAY-CLOSE-REPORT-LINE
090500         STRING 'APPROVED BY   : ' WS-PARM-APPROVED-BY
090600             DELIMITED BY SIZE INTO DAY-CLOSE-REPORT-LINE
090700         WRITE DAY-CLOSE-REPORT-LINE
090800     END-IF.
090900     MOVE SPACES TO DAY-CLOSE-REPORT-LINE.
091000     WRITE DAY-CLOSE-REPORT-LINE.
091100     MOVE 'SHIFT LEAD SIGNATURE  ______________________________'
091200         TO DAY-CLOSE-REPORT-LINE.
091300     WRITE DAY-CLOSE-REPORT-LINE.
091400 7200-WRITE-OUTCOME-EXIT.
091500     EXIT.
091600***************************************************************
091700*    8000-TERMINATE                                            *
091800***************************************************************
091900 8000-TERMINATE.
092000     CLOSE DAY-CLOSE-REPORT-FILE.
092100     EVALUATE TRUE
092200         WHEN WS-PARM-IN-ERROR
092300         WHEN WS-UPDATE-FAILED
092400             MOVE 8 TO RETURN-CODE
092500         WHEN WS-DAY-ALREADY-CLOSED AND WS-CHECK-MODE
092600             MOVE 0 TO RETURN-CODE
092700         WHEN WS-DAY-ALREADY-CLOSED
092800             MOVE 8 TO RETURN-CODE
092900         WHEN WS-SIGN-OFF-MODE AND WS-NOT-ALL-PASSED
093000             MOVE 8 TO RETURN-CODE
093100         WHEN WS-NOT-ALL-PASSED
093200             MOVE 4 TO RETURN-CODE
093300         WHEN OTHER
093400             MOVE 0 TO RETURN-CODE
093500     END-EVALUATE.
093600 8000-TERMINATE-EXIT.
093700     EXIT.
