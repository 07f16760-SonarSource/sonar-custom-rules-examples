000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ENQ350.
000300 AUTHOR.        D L MERCER.
000400 INSTALLATION.  DAILY PROCESSING.
000500 DATE-WRITTEN.  2026-10-14.
000600 DATE-COMPILED.
000700***************************************************************
000800*                                                              *
000900*   ENQ350  --  MONTH-TO-DATE JOURNAL LOAD                     *
001000*                                                              *
001100*   RUNS AFTER ENQ280 EVERY BUSINESS DAY.  READS THE DAY'S     *
001200*   GL JOURNAL (JRNLIN, COPYBOOK JRNLREC) AND THE POSTED       *
001300*   EXTRACT IT WAS BUILT FROM (POSTIN, COPYBOOK POSTREC) AND   *
001400*   ADDS THE DAY TO THE MONTH-TO-DATE JOURNAL KSDS (MTDJRNLK,  *
001500*   COPYBOOK MTDJRNL) THAT THE ENQ355 MONTH-END CLOSE PROVES.  *
001600*                                                              *
001700*   NOTHING IS LOADED UNTIL ALL OF THIS HOLDS:                 *
001800*                                                              *
001900*     - THE JOURNAL MATCHES ITS OWN TRAILER (LINE COUNT,       *
002000*       DEBIT TOTAL, CREDIT TOTAL), IS IN BALANCE, AND EVERY   *
002100*       LINE CARRIES THE PARM DATE.                            *
002200*     - THE EXTRACT MATCHES ITS OWN TRAILER AND HAS EXACTLY    *
002300*       ONE -- A PARTITION EXTRACT MERGED IN TWICE CARRIES     *
002400*       TWO.                                                   *
002500*     - THE JOURNAL'S DEBIT TOTAL, LESS ITS TRANSFER SUSPENSE  *
002600*       RELIEF, EQUALS THE EXTRACT TRAILER AMOUNT.  EVERY      *
002700*       POSTED ITEM IS DEBITED EXACTLY ONCE BY ENQ280          *
002800*       (CLEARING, A SUSPENSE RELIEF, OR A TRANSFER LEG).  A   *
002900*       RECYCLED ITEM THAT PROCESSES AS A TYPE-04 TRANSFER     *
003000*       ALSO POSTS A RELIEF PAIR (ENQ280 5170) ON TOP OF ITS   *
003100*       LEGS -- DEBITS TO THE SUSPENSE ACCOUNTS AND ONE CREDIT *
003200*       BACK TO CLEARING -- WHICH IS OUTSIDE THE EXTRACT'S     *
003300*       TOTAL.  THE PAIR IS MEASURED BY ITS CLEARING CREDIT,   *
003400*       THE ONLY TYPE-04 CREDIT THAT IS NEITHER A TRANSFER     *
003500*       LEG (XFER) NOR A SUSPENSE ACCOUNT (SUSP), AND IS KEPT  *
003600*       ON THE DAY CONTROL ROW FOR ENQ355.  A JOURNAL THAT     *
003700*       DOES NOT TIE TO ITS EXTRACT IS NOT THIS DAY'S JOURNAL. *
003800*     - THE DATE IS NOT IN A SIGNED-OFF PERIOD (PERDCTLK).     *
003900*     - THE DATE IS NOT ALREADY LOADED.  A RE-SENT JOURNAL     *
004000*       IS REFUSED, NOT ADDED A SECOND TIME, UNLESS THE PARM   *
004100*       ASKS FOR THE DATE TO BE REPLACED.                      *
004200*                                                              *
004300*   THE DAY IS LOADED AS ITS JOURNAL LINES (SEQUENCE 1 UP)     *
004400*   FOLLOWED BY ITS DAY CONTROL ROW (SEQUENCE 0).  THE CONTROL *
004500*   ROW IS WRITTEN LAST, SO A LOAD THAT DIES PART WAY LEAVES   *
004600*   A DATE WITH NO CONTROL ROW, WHICH ENQ355 REPORTS AS NOT    *
004700*   LOADED AND WHICH THE NEXT LOAD OF THE DATE CLEARS FIRST.   *
004800*                                                              *
004900*   PARM:  POSITIONS 1-8  BUSINESS DATE, YYYYMMDD (REQUIRED).  *
005000*          POSITION  9    'R' TO REPLACE A DATE ALREADY        *
005100*                         LOADED (A CORRECTED JOURNAL).        *
005200*                                                              *
005300*   RETURN CODES:  0 = DAY LOADED;                             *
005400*   8 = BAD PARM, CLOSED PERIOD, ALREADY LOADED, A PROOF       *
005500*   FAILED OR THE MONTH-TO-DATE FILE COULD NOT BE UPDATED --   *
005600*   SEE THE LOAD REPORT (MTDLRPT).                             *
005700*                                                              *
005800*   MODIFICATION HISTORY                                       *
005900*   DATE       INIT  DESCRIPTION                               *
006000*   ---------- ----  ------------------------------------------*
006100*   2026-10-14 DLM   ORIGINAL VERSION.                         *
006200*   2026-10-15 DLM   TRANSFER SUSPENSE RELIEF TAKEN OUT OF THE *
006300*                    JOURNAL DEBITS BEFORE THEY ARE TIED TO    *
006400*                    THE EXTRACT, AND KEPT ON THE CONTROL ROW. *
006500*                    ALREADY-LOADED TIME REPORTED AS HHMMSS.   *
006600*                                                              *
006700***************************************************************
006800 ENVIRONMENT DIVISION.
006900 CONFIGURATION SECTION.
007000 SOURCE-COMPUTER.   IBM-Z15.
007100 OBJECT-COMPUTER.   IBM-Z15.
007200 INPUT-OUTPUT SECTION.
007300 FILE-CONTROL.
007400     SELECT JOURNAL-IN-FILE
007500         ASSIGN TO JRNLIN
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS JRNL-FILE-STATUS.
007800
007900     SELECT POSTED-EXTRACT-FILE
008000         ASSIGN TO POSTIN
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS POST-FILE-STATUS.
008300
008400     SELECT MTD-JOURNAL-FILE
008500         ASSIGN TO MTDJRNLK
008600         ORGANIZATION IS INDEXED
008700         ACCESS MODE IS DYNAMIC
008800         RECORD KEY IS MTDJ-KEY
008900         FILE STATUS IS MTDJ-FILE-STATUS.
009000
009100     SELECT PERIOD-CONTROL-FILE
009200         ASSIGN TO PERDCTLK
009300         ORGANIZATION IS INDEXED
009400         ACCESS MODE IS DYNAMIC
009500         RECORD KEY IS PRDC-KEY
009600         FILE STATUS IS PRDC-FILE-STATUS.
009700
009800     SELECT LOAD-REPORT-FILE
009900         ASSIGN TO MTDLRPT
010000         ORGANIZATION IS SEQUENTIAL.
010100 DATA DIVISION.
010200 FILE SECTION.
010300 FD  JOURNAL-IN-FILE
010400     RECORDING MODE IS F.
010500 COPY JRNLREC.
010600
010700 FD  POSTED-EXTRACT-FILE
010800     RECORDING MODE IS F.
010900 COPY POSTREC.
011000
011100 FD  MTD-JOURNAL-FILE.
011200 COPY MTDJRNL.
011300
011400 FD  PERIOD-CONTROL-FILE.
011500 COPY PERDCTL.
011600
011700 FD  LOAD-REPORT-FILE
011800     RECORDING MODE IS F.
011900 01  LOAD-REPORT-LINE               PIC X(132).
012000
012100 WORKING-STORAGE SECTION.
012200***************************************************************
012300*    END-OF-FILE AND RESULT SWITCHES                           *
012400***************************************************************
012500 77  WS-JRNL-EOF-SW                  PIC X(01)  VALUE 'N'.
012600     88  WS-JRNL-AT-EOF                  VALUE 'Y'.
012700 77  WS-POST-EOF-SW                  PIC X(01)  VALUE 'N'.
012800     88  WS-POST-AT-EOF                  VALUE 'Y'.
012900 77  WS-MTDJ-EOF-SW                  PIC X(01)  VALUE 'N'.
013000     88  WS-MTDJ-AT-EOF                  VALUE 'Y'.
013100 77  WS-PARM-ERROR-SW                PIC X(01)  VALUE 'N'.
013200     88  WS-PARM-IN-ERROR                VALUE 'Y'.
013300 77  WS-REPLACE-SW                   PIC X(01)  VALUE 'N'.
013400     88  WS-REPLACE-REQUESTED            VALUE 'Y'.
013500 77  WS-PERIOD-SW                    PIC X(01)  VALUE 'O'.
013600     88  WS-PERIOD-CLOSED                VALUE 'C'.
013700 77  WS-PROOF-SW                     PIC X(01)  VALUE SPACE.
013800     88  WS-DAY-PROVEN                   VALUE 'O'.
013900     88  WS-DAY-NOT-PROVEN               VALUE 'F'.
014000 77  WS-LOAD-SW                      PIC X(01)  VALUE SPACE.
014100     88  WS-DAY-LOADED                   VALUE 'L'.
014200     88  WS-DAY-ALREADY-LOADED           VALUE 'A'.
014300     88  WS-MTDJ-UNAVAILABLE             VALUE 'U'.
014400     88  WS-LOAD-FAILED                  VALUE 'F'.
014500 77  WS-MTDJ-OPEN-SW                 PIC X(01)  VALUE 'N'.
014600     88  WS-MTDJ-OPEN                    VALUE 'Y'.
014700***************************************************************
014800*    JOURNAL PROOF -- WHAT WAS READ FROM JRNLIN AGAINST ITS    *
014900*    OWN TRAILER.                                              *
015000***************************************************************
015100 77  JRNL-FILE-STATUS                PIC X(02)  VALUE '00'.
015200 77  WS-BUSINESS-DATE                PIC 9(08)  VALUE ZERO.
015300 77  WS-JRNL-LINE-COUNT              PIC 9(09) COMP VALUE ZERO.
015400 77  WS-JRNL-DEBIT-TOTAL             PIC S9(13)V99 COMP-3
015500                                     VALUE ZERO.
015600 77  WS-JRNL-CREDIT-TOTAL            PIC S9(13)V99 COMP-3
015700                                     VALUE ZERO.
015800 77  WS-JRNL-RELIEF-TOTAL            PIC S9(13)V99 COMP-3
015900                                     VALUE ZERO.
016000 77  WS-JRNL-WRONG-DATE-COUNT        PIC 9(09) COMP VALUE ZERO.
016100 77  WS-JRNL-TRAILER-COUNT           PIC 9(04) COMP VALUE ZERO.
016200 77  WS-JRNL-TRAILER-SW              PIC X(01)  VALUE SPACE.
016300     88  WS-JRNL-TRAILER-OK              VALUE 'O'.
016400     88  WS-JRNL-TRAILER-FAILED          VALUE 'F'.
016500***************************************************************
016600*    EXTRACT PROOF -- WHAT WAS READ FROM POSTIN AGAINST ITS    *
016700*    OWN TRAILER.  THE TRAILER'S COUNT AND AMOUNT ARE KEPT     *
016800*    FOR THE DAY CONTROL ROW.                                  *
016900***************************************************************
017000 77  POST-FILE-STATUS                PIC X(02)  VALUE '00'.
017100 77  WS-POST-DATA-COUNT              PIC 9(09) COMP VALUE ZERO.
017200 77  WS-POST-HASH-TOTAL              PIC 9(15) COMP VALUE ZERO.
017300 77  WS-POST-AMOUNT-TOTAL            PIC S9(13)V99 COMP-3
017400                                     VALUE ZERO.
017500 77  WS-POST-TRAILER-COUNT           PIC 9(04) COMP VALUE ZERO.
017600 77  WS-POST-TRL-COUNT               PIC 9(09) COMP VALUE ZERO.
017700 77  WS-POST-TRL-AMOUNT              PIC S9(13)V99 COMP-3
017800                                     VALUE ZERO.
017900 77  WS-POST-TRAILER-SW              PIC X(01)  VALUE SPACE.
018000     88  WS-POST-TRAILER-OK              VALUE 'O'.
018100     88  WS-POST-TRAILER-FAILED          VALUE 'F'.
018200***************************************************************
018300*    MONTH-TO-DATE JOURNAL (MTDJRNLK)                          *
018400***************************************************************
018500 77  MTDJ-FILE-STATUS                PIC X(02)  VALUE '00'.
018600 77  WS-MTDJ-SEQUENCE                PIC 9(06)  VALUE ZERO.
018700 77  WS-LOAD-COUNT                   PIC 9(03)  VALUE ZERO.
018800 77  WS-ROWS-REMOVED-COUNT           PIC 9(09) COMP VALUE ZERO.
018900 77  WS-ROWS-LOADED-COUNT            PIC 9(09) COMP VALUE ZERO.
019000 77  WS-LOADED-DATE                  PIC 9(08)  VALUE ZERO.
019100 77  WS-LOADED-TIME                  PIC 9(08)  VALUE ZERO.
019200***************************************************************
019300*    PERIOD CONTROL (PERDCTLK) -- A DATE IN A PERIOD THE       *
019400*    ENQ355 MONTH-END CLOSE HAS SIGNED OFF IS NOT LOADED.  A   *
019500*    MISSING FILE MEANS NO PERIOD IS CLOSED YET.               *
019600***************************************************************
019700 77  PRDC-FILE-STATUS                PIC X(02)  VALUE '00'.
019800***************************************************************
019900*    REPORT EDIT FIELDS                                        *
020000***************************************************************
020100 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZ,ZZZ,ZZ9.
020200 01  WS-REPORT-AMOUNT-EDIT           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
020300 LINKAGE SECTION.
020400***************************************************************
020500*    JOB-STEP PARM -- THE BUSINESS DATE AND THE REPLACE FLAG.  *
020600***************************************************************
020700 01  LK-PARM-AREA.
020800     05  LK-PARM-LEN                 PIC S9(04) COMP.
020900     05  LK-PARM-DATE-TEXT           PIC X(08).
021000     05  LK-PARM-REPLACE             PIC X(01).
021100 PROCEDURE DIVISION USING LK-PARM-AREA.
021200***************************************************************
021300*    0000-MAINLINE                                             *
021400***************************************************************
021500 0000-MAINLINE.
021600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
021700     PERFORM 2000-PROVE-THE-JOURNAL
021800         THRU 2000-PROVE-THE-JOURNAL-EXIT.
021900     PERFORM 3000-PROVE-THE-EXTRACT
022000         THRU 3000-PROVE-THE-EXTRACT-EXIT.
022100     PERFORM 4000-PROVE-THE-DAY THRU 4000-PROVE-THE-DAY-EXIT.
022200     PERFORM 5000-CLEAR-THE-DATE THRU 5000-CLEAR-THE-DATE-EXIT.
022300     PERFORM 6000-LOAD-THE-DAY THRU 6000-LOAD-THE-DAY-EXIT.
022400     PERFORM 7000-WRITE-LOAD-REPORT
022500         THRU 7000-WRITE-LOAD-REPORT-EXIT.
022600     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
022700     GOBACK.
022800***************************************************************
022900*    1000-INITIALIZE                                           *
023000***************************************************************
023100 1000-INITIALIZE.
023200     OPEN OUTPUT LOAD-REPORT-FILE.
023300     MOVE 'ENQ350 MONTH-TO-DATE JOURNAL LOAD REPORT'
023400         TO LOAD-REPORT-LINE.
023500     WRITE LOAD-REPORT-LINE.
023600     MOVE SPACES TO LOAD-REPORT-LINE.
023700     WRITE LOAD-REPORT-LINE.
023800     IF LK-PARM-LEN < 8
023900         OR LK-PARM-DATE-TEXT NOT NUMERIC
024000         SET WS-PARM-IN-ERROR TO TRUE
024100         MOVE 'PARM BUSINESS DATE MISSING OR NOT NUMERIC --'
024200             TO LOAD-REPORT-LINE
024300         WRITE LOAD-REPORT-LINE
024400         MOVE 'NOTHING LOADED.'
024500             TO LOAD-REPORT-LINE
024600         WRITE LOAD-REPORT-LINE
024700         GO TO 1000-INITIALIZE-EXIT
024800     END-IF.
024900     MOVE LK-PARM-DATE-TEXT TO WS-BUSINESS-DATE.
025000     IF LK-PARM-LEN > 8
025100         AND LK-PARM-REPLACE = 'R'
025200         SET WS-REPLACE-REQUESTED TO TRUE
025300     END-IF.
025400     PERFORM 1200-CHECK-PERIOD-LOCK
025500         THRU 1200-CHECK-PERIOD-LOCK-EXIT.
025600     IF WS-PERIOD-CLOSED
025700         MOVE 'BUSINESS DATE IS IN A SIGNED-OFF PERIOD --'
025800             TO LOAD-REPORT-LINE
025900         WRITE LOAD-REPORT-LINE
026000         MOVE 'NOTHING LOADED.'
026100             TO LOAD-REPORT-LINE
026200         WRITE LOAD-REPORT-LINE
026300     END-IF.
026400 1000-INITIALIZE-EXIT.
026500     EXIT.
026600***************************************************************
026700*    1200-CHECK-PERIOD-LOCK  --  KEYED READ OF THE PERIOD      *
026800*    CONTROL KSDS FOR THE BUSINESS DATE'S MONTH.  ONLY A       *
026900*    LOCKED ROW STOPS THE RUN; NO ROW, OR NO FILE, IS AN OPEN  *
027000*    PERIOD.                                                   *
027100***************************************************************
027200 1200-CHECK-PERIOD-LOCK.
027300     OPEN INPUT PERIOD-CONTROL-FILE.
027400     IF PRDC-FILE-STATUS = '35'
027500         GO TO 1200-CHECK-PERIOD-LOCK-EXIT
027600     END-IF.
027700     MOVE WS-BUSINESS-DATE(1:6) TO PRDC-PERIOD.
027800     READ PERIOD-CONTROL-FILE
027900         INVALID KEY
028000             MOVE SPACE TO PRDC-STATUS
028100     END-READ.
028200     IF PRDC-IS-LOCKED
028300         SET WS-PERIOD-CLOSED TO TRUE
028400     END-IF.
028500     CLOSE PERIOD-CONTROL-FILE.
028600 1200-CHECK-PERIOD-LOCK-EXIT.
028700     EXIT.
028800***************************************************************
028900*    2000-PROVE-THE-JOURNAL  --  ONE PASS OF JRNLIN.  THE      *
029000*    TRAILER MUST BE THE LAST RECORD, THE ONLY TRAILER, AND    *
029100*    AGREE WITH THE LINES READ; THE LINES MUST BALANCE AND     *
029200*    ALL CARRY THE PARM DATE.                                  *
029300***************************************************************
029400 2000-PROVE-THE-JOURNAL.
029500     IF WS-PARM-IN-ERROR OR WS-PERIOD-CLOSED
029600         GO TO 2000-PROVE-THE-JOURNAL-EXIT
029700     END-IF.
029800     OPEN INPUT JOURNAL-IN-FILE.
029900     IF JRNL-FILE-STATUS NOT = '00'
030000         SET WS-JRNL-TRAILER-FAILED TO TRUE
030100         GO TO 2000-PROVE-THE-JOURNAL-EXIT
030200     END-IF.
030300     READ JOURNAL-IN-FILE
030400         AT END
030500             SET WS-JRNL-AT-EOF TO TRUE
030600     END-READ.
030700     PERFORM 2100-PROVE-ONE-JOURNAL-RECORD
030800         THRU 2100-PROVE-ONE-JOURNAL-RECORD-EXIT
030900         UNTIL WS-JRNL-AT-EOF.
031000     CLOSE JOURNAL-IN-FILE.
031100     IF WS-JRNL-TRAILER-COUNT NOT = 1
031200         SET WS-JRNL-TRAILER-FAILED TO TRUE
031300     END-IF.
031400 2000-PROVE-THE-JOURNAL-EXIT.
031500     EXIT.
031600***************************************************************
031700*    2100-PROVE-ONE-JOURNAL-RECORD                             *
031800***************************************************************
031900 2100-PROVE-ONE-JOURNAL-RECORD.
032000     IF JRNL-TRAILER-RECORD
032100         ADD 1 TO WS-JRNL-TRAILER-COUNT
032200         IF JRNL-TRL-RECORD-COUNT = WS-JRNL-LINE-COUNT
032300             AND JRNL-TRL-DEBIT-TOTAL  = WS-JRNL-DEBIT-TOTAL
032400             AND JRNL-TRL-CREDIT-TOTAL = WS-JRNL-CREDIT-TOTAL
032500             AND NOT WS-JRNL-TRAILER-FAILED
032600             SET WS-JRNL-TRAILER-OK TO TRUE
032700         ELSE
032800             SET WS-JRNL-TRAILER-FAILED TO TRUE
032900         END-IF
033000     ELSE
033100*        A LINE AFTER THE TRAILER MEANS TWO JOURNALS BACK TO
033200*        BACK -- THE TRAILER ALREADY ACCEPTED CANNOT STAND.
033300         IF WS-JRNL-TRAILER-COUNT > ZERO
033400             SET WS-JRNL-TRAILER-FAILED TO TRUE
033500         END-IF
033600         ADD 1 TO WS-JRNL-LINE-COUNT
033700         IF JRNL-JOURNAL-DATE NOT = WS-BUSINESS-DATE
033800             ADD 1 TO WS-JRNL-WRONG-DATE-COUNT
033900         END-IF
034000         IF JRNL-DEBIT
034100             ADD JRNL-AMOUNT TO WS-JRNL-DEBIT-TOTAL
034200         ELSE
034300             ADD JRNL-AMOUNT TO WS-JRNL-CREDIT-TOTAL
034400             IF JRNL-TXN-TYPE = 04
034500                 AND JRNL-ACCOUNT(1:4) NOT = 'XFER'
034600                 AND JRNL-ACCOUNT(1:4) NOT = 'SUSP'
034700                 ADD JRNL-AMOUNT TO WS-JRNL-RELIEF-TOTAL
034800             END-IF
034900         END-IF
035000     END-IF.
035100     READ JOURNAL-IN-FILE
035200         AT END
035300             SET WS-JRNL-AT-EOF TO TRUE
035400     END-READ.
035500 2100-PROVE-ONE-JOURNAL-RECORD-EXIT.
035600     EXIT.
035700***************************************************************
035800*    3000-PROVE-THE-EXTRACT  --  ONE PASS OF POSTIN, THE SAME  *
035900*    RECEIPT CHECK ENQ280 MAKES, PLUS EXACTLY ONE TRAILER AND  *
036000*    NOTHING AFTER IT.                                         *
036100***************************************************************
036200 3000-PROVE-THE-EXTRACT.
036300     IF WS-PARM-IN-ERROR OR WS-PERIOD-CLOSED
036400         GO TO 3000-PROVE-THE-EXTRACT-EXIT
036500     END-IF.
036600     OPEN INPUT POSTED-EXTRACT-FILE.
036700     IF POST-FILE-STATUS NOT = '00'
036800         SET WS-POST-TRAILER-FAILED TO TRUE
036900         GO TO 3000-PROVE-THE-EXTRACT-EXIT
037000     END-IF.
037100     READ POSTED-EXTRACT-FILE
037200         AT END
037300             SET WS-POST-AT-EOF TO TRUE
037400     END-READ.
037500     PERFORM 3100-PROVE-ONE-EXTRACT-RECORD
037600         THRU 3100-PROVE-ONE-EXTRACT-RECORD-EXIT
037700         UNTIL WS-POST-AT-EOF.
037800     CLOSE POSTED-EXTRACT-FILE.
037900     IF WS-POST-TRAILER-COUNT NOT = 1
038000         SET WS-POST-TRAILER-FAILED TO TRUE
038100     END-IF.
038200 3000-PROVE-THE-EXTRACT-EXIT.
038300     EXIT.
038400***************************************************************
038500*    3100-PROVE-ONE-EXTRACT-RECORD                             *
038600***************************************************************
038700 3100-PROVE-ONE-EXTRACT-RECORD.
038800     IF POST-TRAILER-RECORD
038900         ADD 1 TO WS-POST-TRAILER-COUNT
039000         MOVE POST-TRL-RECORD-COUNT  TO WS-POST-TRL-COUNT
039100         MOVE POST-TRL-AMOUNT-TOTAL  TO WS-POST-TRL-AMOUNT
039200         IF POST-TRL-RECORD-COUNT  = WS-POST-DATA-COUNT
039300             AND POST-TRL-HASH-TOTAL   = WS-POST-HASH-TOTAL
039400             AND POST-TRL-AMOUNT-TOTAL = WS-POST-AMOUNT-TOTAL
039500             AND NOT WS-POST-TRAILER-FAILED
039600             SET WS-POST-TRAILER-OK TO TRUE
039700         ELSE
039800             SET WS-POST-TRAILER-FAILED TO TRUE
039900         END-IF
040000     ELSE
040100         IF WS-POST-TRAILER-COUNT > ZERO
040200             SET WS-POST-TRAILER-FAILED TO TRUE
040300         END-IF
040400         ADD 1 TO WS-POST-DATA-COUNT
040500         ADD POST-TXN-AMOUNT TO WS-POST-AMOUNT-TOTAL
040600         ADD POST-TXN-AMOUNT TO WS-POST-HASH-TOTAL
040700     END-IF.
040800     READ POSTED-EXTRACT-FILE
040900         AT END
041000             SET WS-POST-AT-EOF TO TRUE
041100     END-READ.
041200 3100-PROVE-ONE-EXTRACT-RECORD-EXIT.
041300     EXIT.
041400***************************************************************
041500*    4000-PROVE-THE-DAY  --  BOTH FILES PROVEN ON THEIR OWN,   *
041600*    THE JOURNAL IN BALANCE ON THE PARM DATE, AND THE JOURNAL  *
041700*    DEBITS LESS THE TRANSFER SUSPENSE RELIEF EQUAL TO THE     *
041800*    EXTRACT'S POSTED AMOUNT.                                  *
041900***************************************************************
042000 4000-PROVE-THE-DAY.
042100     IF WS-PARM-IN-ERROR OR WS-PERIOD-CLOSED
042200         GO TO 4000-PROVE-THE-DAY-EXIT
042300     END-IF.
042400     IF WS-JRNL-TRAILER-OK
042500         AND WS-POST-TRAILER-OK
042600         AND WS-JRNL-WRONG-DATE-COUNT = ZERO
042700         AND WS-JRNL-DEBIT-TOTAL = WS-JRNL-CREDIT-TOTAL
042800         AND WS-JRNL-DEBIT-TOTAL - WS-JRNL-RELIEF-TOTAL
042900                                 = WS-POST-TRL-AMOUNT
043000         SET WS-DAY-PROVEN TO TRUE
043100     ELSE
043200         SET WS-DAY-NOT-PROVEN TO TRUE
043300     END-IF.
043400 4000-PROVE-THE-DAY-EXIT.
043500     EXIT.
043600***************************************************************
043700*    5000-CLEAR-THE-DATE  --  A DATE WITH A DAY CONTROL ROW    *
043800*    IS ALREADY LOADED: REFUSED, OR ON A REPLACE RUN REMOVED   *
043900*    (CARRYING ITS LOAD COUNT).  ANY LINE ROWS FOR THE DATE    *
044000*    WITHOUT A CONTROL ROW ARE LEFT FROM A LOAD THAT DIED AND  *
044100*    ARE REMOVED EITHER WAY.                                   *
044200***************************************************************
044300 5000-CLEAR-THE-DATE.
044400     IF NOT WS-DAY-PROVEN
044500         GO TO 5000-CLEAR-THE-DATE-EXIT
044600     END-IF.
044700     OPEN I-O MTD-JOURNAL-FILE.
044800     IF MTDJ-FILE-STATUS NOT = '00'
044900         SET WS-MTDJ-UNAVAILABLE TO TRUE
045000         GO TO 5000-CLEAR-THE-DATE-EXIT
045100     END-IF.
045200     SET WS-MTDJ-OPEN TO TRUE.
045300     MOVE WS-BUSINESS-DATE       TO MTDJ-BUSINESS-DATE.
045400     MOVE ZERO                   TO MTDJ-SEQUENCE.
045500     READ MTD-JOURNAL-FILE
045600         INVALID KEY
045700             MOVE ZERO TO WS-LOAD-COUNT
045800             GO TO 5050-CLEAR-THE-ROWS
045900     END-READ.
046000     IF NOT WS-REPLACE-REQUESTED
046100         SET WS-DAY-ALREADY-LOADED TO TRUE
046200         MOVE MTDJ-LOADED-DATE   TO WS-LOADED-DATE
046300         MOVE MTDJ-LOADED-TIME   TO WS-LOADED-TIME(1:6)
046400         GO TO 5000-CLEAR-THE-DATE-EXIT
046500     END-IF.
046600     MOVE MTDJ-LOAD-COUNT        TO WS-LOAD-COUNT.
046700 5050-CLEAR-THE-ROWS.
046800     MOVE WS-BUSINESS-DATE       TO MTDJ-BUSINESS-DATE.
046900     MOVE ZERO                   TO MTDJ-SEQUENCE.
047000     START MTD-JOURNAL-FILE
047100         KEY IS NOT LESS THAN MTDJ-KEY
047200         INVALID KEY
047300             SET WS-MTDJ-AT-EOF TO TRUE
047400     END-START.
047500     IF NOT WS-MTDJ-AT-EOF
047600         READ MTD-JOURNAL-FILE NEXT
047700             AT END
047800                 SET WS-MTDJ-AT-EOF TO TRUE
047900         END-READ
048000     END-IF.
048100     PERFORM 5100-REMOVE-ONE-ROW
048200         THRU 5100-REMOVE-ONE-ROW-EXIT
048300         UNTIL WS-MTDJ-AT-EOF.
048400 5000-CLEAR-THE-DATE-EXIT.
048500     EXIT.
048600***************************************************************
048700*    5100-REMOVE-ONE-ROW  --  THE BROWSE STOPS AT THE FIRST    *
048800*    ROW FOR A LATER DATE.                                     *
048900***************************************************************
049000 5100-REMOVE-ONE-ROW.
049100     IF MTDJ-BUSINESS-DATE NOT = WS-BUSINESS-DATE
049200         SET WS-MTDJ-AT-EOF TO TRUE
049300         GO TO 5100-REMOVE-ONE-ROW-EXIT
049400     END-IF.
049500     DELETE MTD-JOURNAL-FILE
049600         INVALID KEY
049700             SET WS-LOAD-FAILED TO TRUE
049800             SET WS-MTDJ-AT-EOF TO TRUE
049900             GO TO 5100-REMOVE-ONE-ROW-EXIT
050000     END-DELETE.
050100     ADD 1 TO WS-ROWS-REMOVED-COUNT.
050200     READ MTD-JOURNAL-FILE NEXT
050300         AT END
050400             SET WS-MTDJ-AT-EOF TO TRUE
050500     END-READ.
050600 5100-REMOVE-ONE-ROW-EXIT.
050700     EXIT.
050800***************************************************************
050900*    6000-LOAD-THE-DAY  --  SECOND PASS OF JRNLIN.  EACH LINE  *
051000*    BECOMES A ROW UNDER THE NEXT SEQUENCE; THE DAY CONTROL    *
051100*    ROW GOES LAST.                                            *
051200***************************************************************
051300 6000-LOAD-THE-DAY.
051400     IF NOT WS-DAY-PROVEN
051500         OR NOT WS-MTDJ-OPEN
051600         OR WS-DAY-ALREADY-LOADED
051700         OR WS-LOAD-FAILED
051800         GO TO 6000-LOAD-THE-DAY-EXIT
051900     END-IF.
052000     MOVE 'N' TO WS-JRNL-EOF-SW.
052100     OPEN INPUT JOURNAL-IN-FILE.
052200     READ JOURNAL-IN-FILE
052300         AT END
052400             SET WS-JRNL-AT-EOF TO TRUE
052500     END-READ.
052600     PERFORM 6100-LOAD-ONE-LINE
052700         THRU 6100-LOAD-ONE-LINE-EXIT
052800         UNTIL WS-JRNL-AT-EOF.
052900     CLOSE JOURNAL-IN-FILE.
053000     IF WS-LOAD-FAILED
053100         GO TO 6000-LOAD-THE-DAY-EXIT
053200     END-IF.
053300     ACCEPT WS-LOADED-DATE FROM DATE YYYYMMDD.
053400     ACCEPT WS-LOADED-TIME FROM TIME.
053500     ADD 1 TO WS-LOAD-COUNT.
053600     MOVE SPACES TO MTD-JOURNAL-RECORD.
053700     MOVE WS-BUSINESS-DATE       TO MTDJ-BUSINESS-DATE.
053800     MOVE ZERO                   TO MTDJ-SEQUENCE.
053900     MOVE WS-JRNL-DEBIT-TOTAL    TO MTDJ-JRNL-DEBIT-TOTAL.
054000     MOVE WS-JRNL-CREDIT-TOTAL   TO MTDJ-JRNL-CREDIT-TOTAL.
054100     MOVE WS-JRNL-LINE-COUNT     TO MTDJ-JRNL-RECORD-COUNT.
054200     MOVE WS-POST-TRL-COUNT      TO MTDJ-POST-RECORD-COUNT.
054300     MOVE WS-POST-TRL-AMOUNT     TO MTDJ-POST-AMOUNT-TOTAL.
054400     MOVE WS-JRNL-RELIEF-TOTAL   TO MTDJ-XFER-RELIEF-TOTAL.
054500     MOVE WS-LOADED-DATE         TO MTDJ-LOADED-DATE.
054600     MOVE WS-LOADED-TIME(1:6)    TO MTDJ-LOADED-TIME.
054700     MOVE WS-LOAD-COUNT          TO MTDJ-LOAD-COUNT.
054800     WRITE MTD-JOURNAL-RECORD
054900         INVALID KEY
055000             SET WS-LOAD-FAILED TO TRUE
055100             GO TO 6000-LOAD-THE-DAY-EXIT
055200     END-WRITE.
055300     SET WS-DAY-LOADED TO TRUE.
055400 6000-LOAD-THE-DAY-EXIT.
055500     EXIT.
055600***************************************************************
055700*    6100-LOAD-ONE-LINE                                        *
055800***************************************************************
055900 6100-LOAD-ONE-LINE.
056000     IF JRNL-DATA-RECORD
056100         ADD 1 TO WS-MTDJ-SEQUENCE
056200         MOVE SPACES TO MTD-JOURNAL-RECORD
056300         MOVE WS-BUSINESS-DATE     TO MTDJ-BUSINESS-DATE
056400         MOVE WS-MTDJ-SEQUENCE     TO MTDJ-SEQUENCE
056500         MOVE JRNL-DR-CR           TO MTDJ-DR-CR
056600         MOVE JRNL-ACCOUNT         TO MTDJ-ACCOUNT
056700         MOVE JRNL-SOURCE          TO MTDJ-SOURCE
056800         MOVE JRNL-TXN-TYPE        TO MTDJ-TXN-TYPE
056900         MOVE JRNL-CURRENCY-CODE   TO MTDJ-CURRENCY-CODE
057000         MOVE JRNL-AMOUNT          TO MTDJ-AMOUNT
057100         MOVE JRNL-ITEM-COUNT      TO MTDJ-ITEM-COUNT
057200         WRITE MTD-JOURNAL-RECORD
057300             INVALID KEY
057400                 SET WS-LOAD-FAILED TO TRUE
057500                 SET WS-JRNL-AT-EOF TO TRUE
057600                 GO TO 6100-LOAD-ONE-LINE-EXIT
057700         END-WRITE
057800         ADD 1 TO WS-ROWS-LOADED-COUNT
057900     END-IF.
058000     READ JOURNAL-IN-FILE
058100         AT END
058200             SET WS-JRNL-AT-EOF TO TRUE
058300     END-READ.
058400 6100-LOAD-ONE-LINE-EXIT.
058500     EXIT.
058600***************************************************************
058700*    7000-WRITE-LOAD-REPORT                                    *
058800***************************************************************
058900 7000-WRITE-LOAD-REPORT.
059000     IF WS-PARM-IN-ERROR OR WS-PERIOD-CLOSED
059100         GO TO 7000-WRITE-LOAD-REPORT-EXIT
059200     END-IF.
059300     MOVE SPACES TO LOAD-REPORT-LINE.
059400     STRING 'BUSINESS DATE                          : '
059500         WS-BUSINESS-DATE
059600         DELIMITED BY SIZE INTO LOAD-REPORT-LINE.
059700     WRITE LOAD-REPORT-LINE.
059800     MOVE SPACES TO LOAD-REPORT-LINE.
059900     WRITE LOAD-REPORT-LINE.
060000     MOVE WS-JRNL-LINE-COUNT TO WS-REPORT-NUMERIC-EDIT.
060100     STRING 'JOURNAL LINES READ                     : '
060200         WS-REPORT-NUMERIC-EDIT
060300         DELIMITED BY SIZE INTO LOAD-REPORT-LINE.
060400     WRITE LOAD-REPORT-LINE.
060500     MOVE SPACES TO LOAD-REPORT-LINE.
060600     MOVE WS-JRNL-DEBIT-TOTAL TO WS-REPORT-AMOUNT-EDIT.
060700     STRING 'JOURNAL DEBITS                         : '
060800         WS-REPORT-AMOUNT-EDIT
060900         DELIMITED BY SIZE INTO LOAD-REPORT-LINE.
061000     WRITE LOAD-REPORT-LINE.
061100     MOVE SPACES TO LOAD-REPORT-LINE.
061200     MOVE WS-JRNL-CREDIT-TOTAL TO WS-REPORT-AMOUNT-EDIT.
061300     STRING 'JOURNAL CREDITS                        : '
061400         WS-REPORT-AMOUNT-EDIT
061500         DELIMITED BY SIZE INTO LOAD-REPORT-LINE.
061600     WRITE LOAD-REPORT-LINE.
061700     MOVE SPACES TO LOAD-REPORT-LINE.
061800     MOVE WS-JRNL-RELIEF-TOTAL TO WS-REPORT-AMOUNT-EDIT.
061900     STRING 'JOURNAL TRANSFER SUSPENSE RELIEF       : '
062000         WS-REPORT-AMOUNT-EDIT
062100         DELIMITED BY SIZE INTO LOAD-REPORT-LINE.
062200     WRITE LOAD-REPORT-LINE.
062300     MOVE SPACES TO LOAD-REPORT-LINE.
062400     MOVE WS-JRNL-WRONG-DATE-COUNT TO WS-REPORT-NUMERIC-EDIT.
062500     STRING 'JOURNAL LINES NOT DATED FOR THE DAY    : '
062600         WS-REPORT-NUMERIC-EDIT
062700         DELIMITED BY SIZE INTO LOAD-REPORT-LINE.
062800     WRITE LOAD-REPORT-LINE.
062900     MOVE SPACES TO LOAD-REPORT-LINE.
063000     IF WS-JRNL-TRAILER-OK
063100         MOVE 'JOURNAL TRAILER                        : AGREES'
063200             TO LOAD-REPORT-LINE
063300     ELSE
063400         MOVE 'JOURNAL TRAILER                        : MISSING,'
063500             TO LOAD-REPORT-LINE
063600         WRITE LOAD-REPORT-LINE
063700         MOVE '    REPEATED OR DOES NOT AGREE WITH THE LINES READ'
063800             TO LOAD-REPORT-LINE
063900     END-IF.
064000     WRITE LOAD-REPORT-LINE.
064100     MOVE SPACES TO LOAD-REPORT-LINE.
064200     WRITE LOAD-REPORT-LINE.
064300     MOVE WS-POST-TRL-COUNT TO WS-REPORT-NUMERIC-EDIT.
064400     STRING 'EXTRACT TRAILER RECORD COUNT           : '
064500         WS-REPORT-NUMERIC-EDIT
064600         DELIMITED BY SIZE INTO LOAD-REPORT-LINE.
064700     WRITE LOAD-REPORT-LINE.
064800     MOVE SPACES TO LOAD-REPORT-LINE.
064900     MOVE WS-POST-TRL-AMOUNT TO WS-REPORT-AMOUNT-EDIT.
065000     STRING 'EXTRACT TRAILER AMOUNT                 : '
065100         WS-REPORT-AMOUNT-EDIT
065200         DELIMITED BY SIZE INTO LOAD-REPORT-LINE.
065300     WRITE LOAD-REPORT-LINE.
065400     MOVE SPACES TO LOAD-REPORT-LINE.
065500     MOVE WS-POST-TRAILER-COUNT TO WS-REPORT-NUMERIC-EDIT.
065600     STRING 'EXTRACT TRAILERS FOUND                 : '
065700         WS-REPORT-NUMERIC-EDIT
065800         DELIMITED BY SIZE INTO LOAD-REPORT-LINE.
065900     WRITE LOAD-REPORT-LINE.
066000     MOVE SPACES TO LOAD-REPORT-LINE.
066100     IF WS-POST-TRAILER-OK
066200         MOVE 'EXTRACT TRAILER                        : AGREES'
066300             TO LOAD-REPORT-LINE
066400     ELSE
066500         MOVE 'EXTRACT TRAILER                        : MISSING,'
066600             TO LOAD-REPORT-LINE
066700         WRITE LOAD-REPORT-LINE
066800         MOVE '    REPEATED OR DOES NOT AGREE WITH THE ITEMS READ'
066900             TO LOAD-REPORT-LINE
067000     END-IF.
067100     WRITE LOAD-REPORT-LINE.
067200     MOVE SPACES TO LOAD-REPORT-LINE.
067300     WRITE LOAD-REPORT-LINE.
067400     IF WS-ROWS-REMOVED-COUNT > ZERO
067500         MOVE WS-ROWS-REMOVED-COUNT TO WS-REPORT-NUMERIC-EDIT
067600         STRING 'EARLIER ROWS FOR THE DATE REMOVED      : '
067700             WS-REPORT-NUMERIC-EDIT
067800             DELIMITED BY SIZE INTO LOAD-REPORT-LINE
067900         WRITE LOAD-REPORT-LINE
068000         MOVE SPACES TO LOAD-REPORT-LINE
068100     END-IF.
068200     MOVE WS-ROWS-LOADED-COUNT TO WS-REPORT-NUMERIC-EDIT.
068300     STRING 'JOURNAL LINES LOADED                   : '
068400         WS-REPORT-NUMERIC-EDIT
068500         DELIMITED BY SIZE INTO LOAD-REPORT-LINE.
068600     WRITE LOAD-REPORT-LINE.
068700     MOVE SPACES TO LOAD-REPORT-LINE.
068800     WRITE LOAD-REPORT-LINE.
068900     EVALUATE TRUE
069000         WHEN WS-DAY-NOT-PROVEN
069100             MOVE 'THE JOURNAL DOES NOT PROVE AGAINST ITSELF OR'
069200                 TO LOAD-REPORT-LINE
069300             WRITE LOAD-REPORT-LINE
069400             MOVE 'AGAINST THE EXTRACT -- NOTHING LOADED.'
069500                 TO LOAD-REPORT-LINE
069600         WHEN WS-MTDJ-UNAVAILABLE
069700             MOVE 'MONTH-TO-DATE JOURNAL COULD NOT BE OPENED --'
069800                 TO LOAD-REPORT-LINE
069900             WRITE LOAD-REPORT-LINE
070000             MOVE 'NOTHING LOADED.'
070100                 TO LOAD-REPORT-LINE
070200         WHEN WS-DAY-ALREADY-LOADED
070300             STRING 'DATE ALREADY LOADED ON ' WS-LOADED-DATE
070400                 ' AT ' WS-LOADED-TIME(1:6)
070500                 ' -- NOTHING LOADED.'
070600                 DELIMITED BY SIZE INTO LOAD-REPORT-LINE
070700             WRITE LOAD-REPORT-LINE
070800             MOVE 'RERUN WITH PARM POSITION 9 = R ONLY TO REPLACE'
070900                 TO LOAD-REPORT-LINE
071000             WRITE LOAD-REPORT-LINE
071100             MOVE 'IT WITH A CORRECTED JOURNAL.'
071200                 TO LOAD-REPORT-LINE
071300         WHEN WS-LOAD-FAILED
071400             STRING 'MONTH-TO-DATE JOURNAL UPDATE FAILED, STATUS '
071500                 MTDJ-FILE-STATUS ' -- THE DATE HAS NO'
071600                 DELIMITED BY SIZE INTO LOAD-REPORT-LINE
071700             WRITE LOAD-REPORT-LINE
071800             MOVE 'CONTROL ROW, NOT LOADED -- RERUN THE STEP.'
071900                 TO LOAD-REPORT-LINE
072000         WHEN OTHER
072100             MOVE WS-LOAD-COUNT TO WS-REPORT-NUMERIC-EDIT
072200             STRING 'DAY LOADED TO THE MONTH-TO-DATE JOURNAL'
072300                 ' (LOAD ' WS-REPORT-NUMERIC-EDIT ').'
072400                 DELIMITED BY SIZE INTO LOAD-REPORT-LINE
072500     END-EVALUATE.
072600     WRITE LOAD-REPORT-LINE.
072700 7000-WRITE-LOAD-REPORT-EXIT.
072800     EXIT.
072900***************************************************************
073000*    8000-TERMINATE                                            *
073100***************************************************************
073200 8000-TERMINATE.
073300     IF WS-MTDJ-OPEN
073400         CLOSE MTD-JOURNAL-FILE
073500     END-IF.
073600     CLOSE LOAD-REPORT-FILE.
073700     IF WS-DAY-LOADED
073800         MOVE 0 TO RETURN-CODE
073900     ELSE
074000         MOVE 8 TO RETURN-CODE
074100     END-IF.
074200 8000-TERMINATE-EXIT.
074300     EXIT.
