000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ENQ375.
000300 AUTHOR.        D L MERCER.
000400 INSTALLATION.  DAILY PROCESSING.
000500 DATE-WRITTEN.  2026-10-14.
000600 DATE-COMPILED.
000700***************************************************************
000800*                                                              *
000900*   ENQ375  --  WHOLE-RUN BACKOUT                              *
001000*                                                              *
001100*   UNDOES ONE ENQ200 RUN (RUN-ID, BUSINESS DATE, CYCLE) THAT  *
001200*   SHOULD NEVER HAVE HAPPENED -- A TEST FILE LET THROUGH, OR  *
001300*   THE RIGHT FILE UNDER THE WRONG BUSINESS DATE.  ENQ290 CAN  *
001400*   ONLY ADVISE A RERUN; THIS PROGRAM TAKES THE BAD RUN'S      *
001500*   POSTED EXTRACT (POSTIN) AND AUDIT TRAIL (AUDITIN) AND      *
001600*   REVERSES EVERYTHING THE RUN DID TO THE MASTER FILES:       *
001700*                                                              *
001800*     ENTLMSTR  CONSUMPTION TAKEN BY THE APPROVED SUBPROGRAM   *
001900*     CGRPMSTR  IS RETURNED; A TRANSFER'S CREDIT LEG (ENQ304)  *
002000*               IS TAKEN BACK; A REVERSAL MATCHED BY ENQ302    *
002100*               HAS ITS ORIGINAL'S CONSUMPTION RE-APPLIED.     *
002200*     TXHISTK   ROWS THE RUN WROTE ARE DELETED, SO THE RIGHT   *
002300*               FILE IS NOT TAKEN FOR DUPLICATES; ROWS IT      *
002400*               REWROTE (RECYCLED, RELEASED) GO BACK TO        *
002500*               REJECTED, HELD OR PARKED; ORIGINALS IT         *
002600*               FLAGGED REVERSED ARE UNFLAGGED.                *
002700*     PENDRVK   REVERSALS IT PARKED ARE REMOVED; PARKED ONES   *
002800*               ITS RELEASE PASS FED THROUGH ARE RE-PARKED.    *
002900*     HELDITMK  ITEMS IT QUEUED UNDER A HOLD ARE DEQUEUED;     *
003000*               HELD ITEMS IT TOOK FROM THE RELEASE FEED ARE   *
003100*               QUEUED AGAIN.                                  *
003200*     FRCPOSTK  INSTRUCTIONS IT MARKED USED ARE ACTIVE AGAIN.  *
003300*     DAYPOS    THE CYCLE IS ROLLED OUT OF THE DAY POSITION.   *
003400*     CHKPTFIL  A RESTART MARKER IS APPENDED SO A RERUN UNDER  *
003500*               THE SAME RUN-ID STARTS FROM THE TOP.           *
003600*     ABRTKSDS  THE RUN IS MARKED BACKED OUT ('B').            *
003700*     MTDJRNLK  THE DATE'S MONTH-TO-DATE JOURNAL ROWS (ENQ350) *
003800*               ARE DELETED -- THE DAY'S JOURNAL INCLUDED THE  *
003900*               BAD RUN -- SO ENQ350 LOADS THE RERUN'S JOURNAL *
004000*               AS A FIRST LOAD AND ENQ355 NEVER COUNTS THE    *
004100*               BAD ONE.                                       *
004200*                                                              *
004300*   NOTHING IS CHANGED UNTIL THE WHOLE RUN HAS BEEN PROVEN:    *
004400*   THE STATUS ROW MUST SHOW THE RUN FINISHED (COMPLETE OR     *
004500*   FAILED) AND NOT ALREADY BACKED OUT, THE PERIOD MUST BE     *
004600*   OPEN ON PERDCTLK, THE BUSINESS DAY MUST NOT BE CLOSED ON   *
004700*   DAYCLSK (A DAY ENQ385 HAS SIGNED OFF OR OVERRIDDEN IS      *
004800*   NEVER CHANGED AGAIN), THE EXTRACT MUST RECONCILE TO ITS    *
004900*   TRAILER, AND EVERY EXTRACT ITEM MUST HAVE ITS AUDIT ROWS.  *
005000*   ITEMS ARE THEN BACKED OUT LAST-PROCESSED FIRST.  EVERY     *
005100*   CHANGE IS READ BACK AND COMPARED, AND BKOUTRPT CARRIES     *
005200*   EACH ONE WITH ITS BEFORE AND AFTER VALUES, THEN THE PROOF  *
005300*   OF POSITION: PER EFFECT, EXPECTED = VERIFIED + LEFT        *
005400*   ALONE + EXCEPTIONS.  "LEFT ALONE" IS A CHANGE THAT NO      *
005500*   LONGER NEEDS UNDOING -- CONSUMPTION FOR AN EFFECTIVE DATE  *
005600*   THE MASTER HAS SINCE MOVED PAST (THE SAME SAME-DAY RULE    *
005700*   ENQ302 AND ENQ304 APPLY), A HELD ROW OR PARK THAT WAS      *
005800*   ALREADY THERE BEFORE THE RUN.                              *
005900*                                                              *
006000*   AN ITEM WHOSE HISTORY ROW NO LONGER CARRIES THIS RUN'S     *
006100*   OUTCOME HAS BEEN REPROCESSED SINCE; IT IS LISTED AS AN     *
006200*   EXCEPTION AND LEFT ALONE RATHER THAN UNDO THE LATER RUN.   *
006300*                                                              *
006400*   NOT REVERSED HERE, AND LISTED ON THE REPORT FOR HAND       *
006500*   ACTION: GENCTL (ITS PRIOR GENERATION IS NOT RECORDED),     *
006600*   THE RUN'S SUSPENSE DATASET AND ANYTHING ENQ275 LOADED      *
006700*   FROM IT, AND FEEDS ALREADY CUT FROM THE EXTRACT.  THE      *
006800*   AUDIT ROWS AND RUNSTATS ENTRY STAND AS THE RECORD.         *
006900*                                                              *
007000*   PARM:  RUN-ID (8) + BUSINESS DATE (8) + OPTIONAL CYCLE     *
007100*   (2, DEFAULT 01), E.G. PARM='ENQ200D12026101401'.           *
007200*                                                              *
007300*   RETURN CODES:  0 = RUN BACKED OUT, EVERY CHANGE VERIFIED;  *
007400*   4 = RUN BACKED OUT WITH EXCEPTIONS (OR THE RUN HAD BEEN    *
007500*   RESTARTED, SO ITS EXTRACT IS NOT THE WHOLE RUN) -- SEE     *
007600*   THE REPORT;  8 = REFUSED, NOTHING CHANGED.                 *
007700*                                                              *
007800*   MODIFICATION HISTORY                                       *
007900*   DATE       INIT  DESCRIPTION                               *
008000*   ---------- ----  ------------------------------------------*
008100*   2026-10-14 DLM   ORIGINAL VERSION.                         *
008200*   2026-10-15 DLM   A RELEASED HELD ITEM IS QUEUED AGAIN ON   *
008300*                    HELDITMK (ENQ320 DELETED ITS ROW); A FEE  *
008400*                    ENQ303 REJECTED IS NOT GIVEN BACK TWICE.  *
008500*   2026-10-15 DLM   REFUSE A BUSINESS DAY CLOSED ON DAYCLSK;  *
008600*                    DELETE THE DATE'S MTDJRNLK ROWS; TXHISTFL *
008700*                    OPEN STATUS '97' ACCEPTED.                *
008800*                                                              *
008900***************************************************************
009000 ENVIRONMENT DIVISION.
009100 CONFIGURATION SECTION.
009200 SOURCE-COMPUTER.   IBM-Z15.
009300 OBJECT-COMPUTER.   IBM-Z15.
009400 INPUT-OUTPUT SECTION.
009500 FILE-CONTROL.
009600     SELECT ABORT-STATUS-FILE
009700         ASSIGN TO ABTSTFIL
009800         ORGANIZATION IS INDEXED
009900         ACCESS MODE IS DYNAMIC
010000         RECORD KEY IS ABT-KEY
010100         FILE STATUS IS ABT-FILE-STATUS.
010200
010300     SELECT PERIOD-CONTROL-FILE
010400         ASSIGN TO PERDCTLK
010500         ORGANIZATION IS INDEXED
010600         ACCESS MODE IS DYNAMIC
010700         RECORD KEY IS PRDC-KEY
010800         FILE STATUS IS PRDC-FILE-STATUS.
010900
011000     SELECT DAY-CLOSE-FILE
011100         ASSIGN TO DAYCLSK
011200         ORGANIZATION IS INDEXED
011300         ACCESS MODE IS DYNAMIC
011400         RECORD KEY IS DCLS-KEY
011500         FILE STATUS IS DCLS-FILE-STATUS.
011600
011700     SELECT MTD-JOURNAL-FILE
011800         ASSIGN TO MTDJRNLK
011900         ORGANIZATION IS INDEXED
012000         ACCESS MODE IS DYNAMIC
012100         RECORD KEY IS MTDJ-KEY
012200         FILE STATUS IS MTDJ-FILE-STATUS.
012300
012400     SELECT POSTED-EXTRACT-FILE
012500         ASSIGN TO POSTIN
012600         ORGANIZATION IS SEQUENTIAL
012700         FILE STATUS IS POST-FILE-STATUS.
012800
012900     SELECT AUDIT-FILE
013000         ASSIGN TO AUDITIN
013100         ORGANIZATION IS SEQUENTIAL
013200         FILE STATUS IS AUD-FILE-STATUS.
013300
013400     SELECT TXN-HISTORY-FILE
013500         ASSIGN TO TXHISTFL
013600         ORGANIZATION IS INDEXED
013700         ACCESS MODE IS DYNAMIC
013800         RECORD KEY IS TXH-KEY
013900         FILE STATUS IS TXH-FILE-STATUS.
014000
014100     SELECT ENTL-MASTER-FILE
014200         ASSIGN TO ENTLMSTR
014300         ORGANIZATION IS INDEXED
014400         ACCESS MODE IS DYNAMIC
014500         RECORD KEY IS ENTL-KEY
014600         FILE STATUS IS ENTL-FILE-STATUS.
014700
014800     SELECT CUST-GROUP-FILE
014900         ASSIGN TO CGRPMSTR
015000         ORGANIZATION IS INDEXED
015100         ACCESS MODE IS DYNAMIC
015200         RECORD KEY IS CGRP-GROUP-ID
015300         FILE STATUS IS CGRP-FILE-STATUS.
015400
015500     SELECT PENDING-REVERSALS-FILE
015600         ASSIGN TO PENDRVFL
015700         ORGANIZATION IS INDEXED
015800         ACCESS MODE IS DYNAMIC
015900         RECORD KEY IS PNDR-KEY
016000         FILE STATUS IS PNDR-FILE-STATUS.
016100
016200     SELECT HELD-ITEM-FILE
016300         ASSIGN TO HELDITMK
016400         ORGANIZATION IS INDEXED
016500         ACCESS MODE IS DYNAMIC
016600         RECORD KEY IS HELD-KEY
016700         FILE STATUS IS HELD-FILE-STATUS.
016800
016900     SELECT FORCE-POST-FILE
017000         ASSIGN TO FRCPOSTK
017100         ORGANIZATION IS INDEXED
017200         ACCESS MODE IS DYNAMIC
017300         RECORD KEY IS FRCP-KEY
017400         FILE STATUS IS FRCP-FILE-STATUS.
017500
017600     SELECT DAY-POSITION-FILE
017700         ASSIGN TO DAYPOS
017800         ORGANIZATION IS SEQUENTIAL
017900         FILE STATUS IS DAYP-FILE-STATUS.
018000
018100     SELECT GENERATION-CONTROL-FILE
018200         ASSIGN TO GENCTL
018300         ORGANIZATION IS SEQUENTIAL
018400         FILE STATUS IS GEN-FILE-STATUS.
018500
018600     SELECT CHECKPOINT-FILE
018700         ASSIGN TO CHKPTFIL
018800         ORGANIZATION IS SEQUENTIAL
018900         FILE STATUS IS CHKPT-FILE-STATUS.
019000
019100     SELECT BACKOUT-REPORT-FILE
019200         ASSIGN TO BKOUTRPT
019300         ORGANIZATION IS SEQUENTIAL.
019400 DATA DIVISION.
019500 FILE SECTION.
019600 FD  ABORT-STATUS-FILE.
019700 COPY ABRTKSDS.
019800
019900 FD  PERIOD-CONTROL-FILE.
020000 COPY PERDCTL.
020100
020200 FD  DAY-CLOSE-FILE.
020300 COPY DAYCLS.
020400
020500 FD  MTD-JOURNAL-FILE.
020600 COPY MTDJRNL.
020700
020800 FD  POSTED-EXTRACT-FILE
020900     RECORDING MODE IS F.
021000 COPY POSTREC.
021100
021200 FD  AUDIT-FILE
021300     RECORDING MODE IS F.
021400 COPY AUDREC.
021500
021600 FD  TXN-HISTORY-FILE.
021700 COPY TXHISTK.
021800
021900 FD  ENTL-MASTER-FILE.
022000 COPY ENTLREC.
022100
022200 FD  CUST-GROUP-FILE.
022300 COPY CGRPREC.
022400
022500 FD  PENDING-REVERSALS-FILE.
022600 COPY PENDRVK.
022700
022800 FD  HELD-ITEM-FILE.
022900 COPY HELDITEM.
023000
023100 FD  FORCE-POST-FILE.
023200 COPY FRCPOST.
023300
023400 FD  DAY-POSITION-FILE
023500     RECORDING MODE IS F.
023600 01  DAY-POSITION-RECORD.
023700     05  DAYP-BUSINESS-DATE          PIC 9(08).
023800     05  DAYP-CYCLES-COMPLETED       PIC 9(02).
023900     05  DAYP-RECORDS-PROCESSED      PIC 9(09).
024000     05  DAYP-AMOUNT-TOTAL           PIC S9(13)V99.
024100     05  FILLER                      PIC X(46).
024200
024300 FD  GENERATION-CONTROL-FILE
024400     RECORDING MODE IS F.
024500 01  GENERATION-CONTROL-RECORD.
024600     05  GEN-LAST-GENERATION         PIC 9(06).
024700     05  GEN-LAST-BUSINESS-DATE      PIC 9(08).
024800     05  FILLER                      PIC X(66).
024900
025000 FD  CHECKPOINT-FILE
025100     RECORDING MODE IS F.
025200 COPY CHKPTREC.
025300
025400 FD  BACKOUT-REPORT-FILE
025500     RECORDING MODE IS F.
025600 01  BACKOUT-REPORT-LINE            PIC X(132).
025700
025800 WORKING-STORAGE SECTION.
025900***************************************************************
026000*    FILE STATUS AND CONTROL SWITCHES                          *
026100***************************************************************
026200 77  ABT-FILE-STATUS                 PIC X(02)  VALUE '00'.
026300 77  PRDC-FILE-STATUS                PIC X(02)  VALUE '00'.
026400 77  DCLS-FILE-STATUS                PIC X(02)  VALUE '00'.
026500 77  MTDJ-FILE-STATUS                PIC X(02)  VALUE '00'.
026600 77  POST-FILE-STATUS                PIC X(02)  VALUE '00'.
026700 77  AUD-FILE-STATUS                 PIC X(02)  VALUE '00'.
026800 77  TXH-FILE-STATUS                 PIC X(02)  VALUE '00'.
026900 77  ENTL-FILE-STATUS                PIC X(02)  VALUE '00'.
027000 77  CGRP-FILE-STATUS                PIC X(02)  VALUE '00'.
027100 77  PNDR-FILE-STATUS                PIC X(02)  VALUE '00'.
027200 77  HELD-FILE-STATUS                PIC X(02)  VALUE '00'.
027300 77  FRCP-FILE-STATUS                PIC X(02)  VALUE '00'.
027400 77  DAYP-FILE-STATUS                PIC X(02)  VALUE '00'.
027500 77  GEN-FILE-STATUS                 PIC X(02)  VALUE '00'.
027600 77  CHKPT-FILE-STATUS               PIC X(02)  VALUE '00'.
027700 77  WS-POST-EOF-SW                  PIC X(01)  VALUE 'N'.
027800     88  WS-POST-AT-EOF                  VALUE 'Y'.
027900 77  WS-AUD-EOF-SW                   PIC X(01)  VALUE 'N'.
028000     88  WS-AUD-AT-EOF                   VALUE 'Y'.
028100 77  WS-REFUSED-SW                   PIC X(01)  VALUE 'N'.
028200     88  WS-RUN-REFUSED                  VALUE 'Y'.
028300 77  WS-TRAILER-SEEN-SW              PIC X(01)  VALUE 'N'.
028400     88  WS-TRAILER-SEEN                 VALUE 'Y'.
028500 77  WS-RESTARTED-SW                 PIC X(01)  VALUE 'N'.
028600     88  WS-RUN-WAS-RESTARTED            VALUE 'Y'.
028700 77  WS-ABT-OPEN-SW                  PIC X(01)  VALUE 'N'.
028800     88  WS-ABT-OPEN                     VALUE 'Y'.
028900 77  WS-MASTERS-OPEN-SW              PIC X(01)  VALUE 'N'.
029000     88  WS-MASTERS-OPEN                 VALUE 'Y'.
029100 77  WS-CGRP-OPEN-SW                 PIC X(01)  VALUE 'N'.
029200     88  WS-CGRP-OPEN                    VALUE 'Y'.
029300 77  WS-HELD-OPEN-SW                 PIC X(01)  VALUE 'N'.
029400     88  WS-HELD-OPEN                    VALUE 'Y'.
029500 77  WS-FRCP-OPEN-SW                 PIC X(01)  VALUE 'N'.
029600     88  WS-FRCP-OPEN                    VALUE 'Y'.
029700 77  WS-FOUND-SW                     PIC X(01)  VALUE 'N'.
029800     88  WS-ROW-FOUND                    VALUE 'Y'.
029900 77  WS-ITEM-SKIPPED-SW              PIC X(01)  VALUE 'N'.
030000     88  WS-ITEM-SKIPPED                 VALUE 'Y'.
030100 77  WS-KEEP-PARK-SW                 PIC X(01)  VALUE 'N'.
030200     88  WS-KEEP-PARKED-ROW              VALUE 'Y'.
030300 77  WS-MTDJ-EOF-SW                  PIC X(01)  VALUE 'N'.
030400     88  WS-MTDJ-AT-EOF                  VALUE 'Y'.
030500 77  WS-MTDJ-STATE-SW                PIC X(01)  VALUE SPACE.
030600     88  WS-MTDJ-NOT-LOADED              VALUE 'N'.
030700     88  WS-MTDJ-CLEARED                 VALUE 'C'.
030800     88  WS-MTDJ-NOT-CLEARED             VALUE 'X'.
030900 77  WS-MTDJ-ROWS-REMOVED            PIC 9(09) COMP VALUE ZERO.
031000 77  WS-REFUSAL-TEXT                 PIC X(60)  VALUE SPACES.
031100***************************************************************
031200*    THE RUN BEING BACKED OUT                                  *
031300***************************************************************
031400 COPY ABTSTAT.
031500 77  WS-RUN-ID                       PIC X(08)  VALUE SPACES.
031600 77  WS-BUSINESS-DATE                PIC 9(08)  VALUE ZERO.
031700 77  WS-CYCLE-NUMBER                 PIC 9(02)  VALUE 1.
031800 77  WS-CURRENT-DATE                 PIC 9(08)  VALUE ZERO.
031900 77  WS-CURRENT-TIME                 PIC 9(06)  VALUE ZERO.
032000***************************************************************
032100*    EXTRACT RECONCILIATION (SAME TOTALS AS ENQ220) AND THE    *
032200*    AUDIT-TRAIL MATCH                                         *
032300***************************************************************
032400 77  WS-DATA-COUNT                   PIC 9(09) COMP VALUE ZERO.
032500 77  WS-DATA-HASH-TOTAL              PIC 9(15) COMP VALUE ZERO.
032600 77  WS-DATA-AMOUNT-TOTAL            PIC S9(13)V99 COMP-3
032700                                     VALUE ZERO.
032800 77  WS-TRL-RECORD-COUNT             PIC 9(09) COMP VALUE ZERO.
032900 77  WS-TRL-HASH-TOTAL               PIC 9(15) COMP VALUE ZERO.
033000 77  WS-TRL-AMOUNT-TOTAL             PIC S9(13)V99 COMP-3
033100                                     VALUE ZERO.
033200 77  WS-AUDIT-ROWS-READ              PIC 9(09) COMP VALUE ZERO.
033300 77  WS-AUDIT-ROWS-MATCHED           PIC 9(09) COMP VALUE ZERO.
033400 77  WS-AUDIT-ROWS-NOT-ON-EXTRACT    PIC 9(09) COMP VALUE ZERO.
033500 77  WS-APPROVED-PROGRAM-NAME        PIC X(08)  VALUE SPACES.
033600***************************************************************
033700*    THE RUN'S ITEMS, IN PROCESSING ORDER, WITH WHAT THE AUDIT *
033800*    TRAIL SAYS WAS CALLED FOR EACH.  BACKED OUT FROM THE      *
033900*    BOTTOM UP.  A FULL TABLE REFUSES THE WHOLE BACKOUT -- A   *
034000*    HALF-REVERSED RUN IS WORSE THAN THE BAD RUN.              *
034100***************************************************************
034200 01  BK-TABLE-CONTROL.
034300     05  BK-TABLE-COUNT              PIC 9(08) COMP VALUE ZERO.
034400     05  BK-MAX-ENTRIES              PIC 9(08) COMP VALUE 50000.
034500     05  BK-TABLE OCCURS 50000 TIMES.
034600         10  BK-TRANS-KEY            PIC X(10).
034700         10  BK-TXN-TYPE             PIC 9(02).
034800         10  BK-TXN-AMOUNT           PIC S9(11)V99 COMP-3.
034900         10  BK-EFFECTIVE-DATE       PIC 9(08).
035000         10  BK-TXN-SOURCE           PIC X(08).
035100         10  BK-CURRENCY-CODE        PIC X(03).
035200         10  BK-FEE-CODE             PIC X(04).
035300         10  BK-COUNTER-ACCOUNT      PIC X(06).
035400         10  BK-DISPOSITION          PIC X(01).
035500         10  BK-ITEM-ORIGIN          PIC X(01).
035600         10  BK-FORCED-SW            PIC X(01).
035700             88  BK-WAS-FORCED           VALUE 'Y'.
035800         10  BK-AUDIT-DATE           PIC 9(08).
035900         10  BK-APPROVED-CALLED-SW   PIC X(01).
036000             88  BK-APPROVED-WAS-CALLED  VALUE 'Y'.
036100         10  BK-DISPATCH-ROW-SW      PIC X(01).
036200             88  BK-DISPATCH-ROW-FOUND   VALUE 'Y'.
036300         10  BK-DISPATCH-CALLED-SW   PIC X(01).
036400             88  BK-DISPATCH-WAS-CALLED  VALUE 'Y'.
036500 77  WS-BK-SUB                       PIC 9(08) COMP VALUE ZERO.
036600 77  WS-ITEMS-BACKED-OUT             PIC 9(09) COMP VALUE ZERO.
036700 77  WS-ITEMS-SKIPPED                PIC 9(09) COMP VALUE ZERO.
036800 77  WS-REJECTED-ITEMS               PIC 9(09) COMP VALUE ZERO.
036900***************************************************************
037000*    PROOF OF POSITION -- ONE ROW PER KIND OF CHANGE.  EVERY   *
037100*    CHANGE EXPECTED ENDS VERIFIED, LEFT ALONE OR AN           *
037200*    EXCEPTION; 3900 COUNTS IT.                                *
037300***************************************************************
037400 01  EF-NAME-VALUES.
037500     05  FILLER                      PIC X(28)
037600                          VALUE 'ENTITLEMENT RETURNED'.
037700     05  FILLER                      PIC X(28)
037800                          VALUE 'TRANSFER CREDIT TAKEN BACK'.
037900     05  FILLER                      PIC X(28)
038000                          VALUE 'REVERSAL MATCH UNDONE'.
038100     05  FILLER                      PIC X(28)
038200                          VALUE 'PARKED REVERSAL REMOVED'.
038300     05  FILLER                      PIC X(28)
038400                          VALUE 'RELEASED REVERSAL RE-PARKED'.
038500     05  FILLER                      PIC X(28)
038600                          VALUE 'HELD ITEM DEQUEUED'.
038700     05  FILLER                      PIC X(28)
038800                          VALUE 'FORCE-POST REINSTATED'.
038900     05  FILLER                      PIC X(28)
039000                          VALUE 'HISTORY ROW RESTORED'.
039100     05  FILLER                      PIC X(28)
039200                          VALUE 'RELEASED HELD ITEM REQUEUED'.
039300 01  EF-NAME-TABLE REDEFINES EF-NAME-VALUES.
039400     05  EF-NAME                     PIC X(28) OCCURS 9 TIMES.
039500 01  EF-TABLE-CONTROL.
039600     05  EF-MAX-ENTRIES              PIC 9(04) COMP VALUE 9.
039700     05  EF-TABLE OCCURS 9 TIMES.
039800         10  EF-EXPECTED             PIC 9(09) COMP.
039900         10  EF-VERIFIED             PIC 9(09) COMP.
040000         10  EF-LEFT-ALONE           PIC 9(09) COMP.
040100         10  EF-EXCEPTIONS           PIC 9(09) COMP.
040200 77  WS-EF-SUB                       PIC 9(04) COMP VALUE ZERO.
040300 77  WS-EFFECT-OUTCOME               PIC X(01)  VALUE SPACE.
040400     88  WS-OUTCOME-VERIFIED             VALUE 'V'.
040500     88  WS-OUTCOME-LEFT-ALONE           VALUE 'L'.
040600     88  WS-OUTCOME-EXCEPTION            VALUE 'E'.
040700 77  WS-EXCEPTION-COUNT              PIC 9(09) COMP VALUE ZERO.
040800***************************************************************
040900*    ENTITLEMENT ADJUSTMENT ARGUMENTS.  WS-ADJ-AMOUNT IS ADDED *
041000*    TO THE CONSUMED BALANCES: NEGATIVE GIVES CONSUMPTION      *
041100*    BACK, POSITIVE TAKES IT AGAIN -- THE SAME CONVENTION AS   *
041200*    ENQ302'S GROUP ADJUSTMENT.                                *
041300***************************************************************
041400 77  WS-ADJ-SOURCE                   PIC X(08)  VALUE SPACES.
041500 77  WS-ADJ-ACCOUNT                  PIC X(06)  VALUE SPACES.
041600 77  WS-ADJ-AMOUNT                   PIC S9(11)V99 COMP-3
041700                                     VALUE ZERO.
041800 77  WS-ADJ-TYPE                     PIC 9(02)  VALUE ZERO.
041900 77  WS-ADJ-DATE                     PIC 9(08)  VALUE ZERO.
042000 77  WS-BEFORE-DAILY                 PIC S9(11)V99 COMP-3
042100                                     VALUE ZERO.
042200 77  WS-EXPECT-DAILY                 PIC S9(11)V99 COMP-3
042300                                     VALUE ZERO.
042400 77  WS-EXPECT-TYPE                  PIC S9(11)V99 COMP-3
042500                                     VALUE ZERO.
042600 77  WS-ITEM-BASE-AMOUNT             PIC S9(11)V99 COMP-3
042700                                     VALUE ZERO.
042800 77  WS-RESTORE-DISPOSITION          PIC X(01)  VALUE SPACE.
042900***************************************************************
043000*    THE TYPE-02 ITEM'S ORIGINAL (SUB-SEQUENCE '1' IN PLACE OF *
043100*    '2' -- SEE ENQ302) AND WHAT ITS HISTORY ROW CARRIES.      *
043200***************************************************************
043300 01  WS-ORIGINAL-KEY.
043400     05  WS-ORIG-ACCOUNT             PIC X(06).
043500     05  WS-ORIG-SERIAL              PIC X(03).
043600     05  WS-ORIG-SUB-SEQUENCE        PIC X(01).
043700 77  WS-ORIGINAL-AMOUNT              PIC S9(11)V99 COMP-3
043800                                     VALUE ZERO.
043900 77  WS-ORIGINAL-TYPE                PIC 9(02) COMP VALUE ZERO.
044000 77  WS-ORIGINAL-COUNTER             PIC X(06)  VALUE SPACES.
044100 77  WS-ORIGINAL-SOURCE              PIC X(08)  VALUE SPACES.
044200***************************************************************
044300*    PARKED-REVERSAL AND HELD-ITEM IMAGE, REBUILT FROM THE     *
044400*    EXTRACT IN ENQ200'S TRANSACTION LAYOUT SO ITS RELEASE AND *
044500*    RECYCLE PASSES CAN FEED IT BACK THROUGH.                  *
044600***************************************************************
044700 01  WS-TRANS-IMAGE.
044800     05  TIMG-TRANS-KEY              PIC X(10).
044900     05  TIMG-TRANS-TYPE             PIC 9(02).
045000     05  TIMG-TRANS-AMOUNT           PIC S9(11)V99.
045100     05  TIMG-EFFECTIVE-DATE         PIC 9(08).
045200     05  TIMG-TRANS-SOURCE           PIC X(08).
045300     05  TIMG-CURRENCY-CODE          PIC X(03).
045400     05  TIMG-FEE-CODE               PIC X(04).
045500     05  TIMG-COUNTER-ACCOUNT        PIC X(06).
045600     05  FILLER                      PIC X(26).
045700***************************************************************
045800*    DAY POSITION                                              *
045900***************************************************************
046000 77  WS-DAYP-CYCLES                  PIC 9(02)  VALUE ZERO.
046100 77  WS-DAYP-RECORDS                 PIC 9(09)  VALUE ZERO.
046200 77  WS-DAYP-AMOUNT                  PIC S9(13)V99 VALUE ZERO.
046300***************************************************************
046400*    REPORT EDIT FIELDS                                        *
046500***************************************************************
046600 01  WS-DATE-EDIT                    PIC 9999/99/99.
046700 01  WS-DATE-EDIT-2                  PIC 9999/99/99.
046800 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZ,ZZZ,ZZ9.
046900 01  WS-REPORT-NUMERIC-EDIT-2        PIC ZZZ,ZZZ,ZZ9.
047000 01  WS-REPORT-NUMERIC-EDIT-3        PIC ZZZ,ZZZ,ZZ9.
047100 01  WS-REPORT-NUMERIC-EDIT-4        PIC ZZZ,ZZZ,ZZ9.
047200 01  WS-HASH-EDIT                    PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
047300 01  WS-HASH-EDIT-2                  PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
047400 01  WS-AMOUNT-EDIT                  PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
047500 01  WS-AMOUNT-EDIT-2                PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
047600 01  WS-BEFORE-EDIT                  PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
047700 01  WS-AFTER-EDIT                   PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
047800 77  WS-VERIFY-TEXT                  PIC X(12)  VALUE SPACES.
047900 77  WS-ORIGIN-TEXT                  PIC X(06)  VALUE SPACES.
048000 LINKAGE SECTION.
048100***************************************************************
048200*    JOB-STEP PARM -- RUN-ID, BUSINESS DATE, OPTIONAL CYCLE.   *
048300***************************************************************
048400 01  LK-PARM-ARGS.
048500     05  LK-PARM-LEN                 PIC S9(04) COMP.
048600     05  LK-PARM-RUN-ID-TEXT         PIC X(08).
048700     05  LK-PARM-DATE-TEXT           PIC X(08).
048800     05  LK-PARM-CYCLE-TEXT          PIC X(02).
048900 PROCEDURE DIVISION USING LK-PARM-ARGS.
049000***************************************************************
049100*    0000-MAINLINE                                             *
049200***************************************************************
049300 0000-MAINLINE.
049400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
049500     IF NOT WS-RUN-REFUSED
049600         PERFORM 2000-LOAD-RUN-ITEMS
049700             THRU 2000-LOAD-RUN-ITEMS-EXIT
049800     END-IF.
049900     IF NOT WS-RUN-REFUSED
050000         MOVE SPACES TO BACKOUT-REPORT-LINE
050100         WRITE BACKOUT-REPORT-LINE
050200         MOVE 'ITEMS BACKED OUT, LAST PROCESSED FIRST'
050300             TO BACKOUT-REPORT-LINE
050400         WRITE BACKOUT-REPORT-LINE
050500         PERFORM 3000-BACK-OUT-ONE-ITEM
050600             THRU 3000-BACK-OUT-ONE-ITEM-EXIT
050700             VARYING WS-BK-SUB FROM BK-TABLE-COUNT BY -1
050800             UNTIL WS-BK-SUB < 1
050900         PERFORM 4000-RESTORE-RUN-POSITION
051000             THRU 4000-RESTORE-RUN-POSITION-EXIT
051100         PERFORM 7000-WRITE-PROOF-OF-POSITION
051200             THRU 7000-WRITE-PROOF-OF-POSITION-EXIT
051300     END-IF.
051400     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
051500     GOBACK.
051600***************************************************************
051700*    1000-INITIALIZE  --  EDIT THE PARM, THEN THE GATES THAT   *
051800*    NEED NO EXTRACT: THE RUN'S STATUS ROW, THE PERIOD LOCK,   *
051900*    THE DAY CLOSE AND THE MASTER FILES.                       *
052000***************************************************************
052100 1000-INITIALIZE.
052200     OPEN OUTPUT BACKOUT-REPORT-FILE.
052300     MOVE 'ENQ375 WHOLE-RUN BACKOUT AND PROOF OF POSITION'
052400         TO BACKOUT-REPORT-LINE.
052500     WRITE BACKOUT-REPORT-LINE.
052600     MOVE SPACES TO BACKOUT-REPORT-LINE.
052700     WRITE BACKOUT-REPORT-LINE.
052800     PERFORM 1010-CLEAR-ONE-EFFECT THRU 1010-CLEAR-ONE-EFFECT-EXIT
052900         VARYING WS-EF-SUB FROM 1 BY 1
053000         UNTIL WS-EF-SUB > EF-MAX-ENTRIES.
053100     PERFORM 1100-EDIT-PARM THRU 1100-EDIT-PARM-EXIT.
053200     IF WS-RUN-REFUSED
053300         GO TO 1000-INITIALIZE-EXIT
053400     END-IF.
053500     MOVE WS-BUSINESS-DATE TO WS-DATE-EDIT.
053600     MOVE SPACES TO BACKOUT-REPORT-LINE.
053700     STRING 'RUN-ID ' WS-RUN-ID
053800         '  BUSINESS DATE ' WS-DATE-EDIT
053900         '  CYCLE ' WS-CYCLE-NUMBER
054000         DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE.
054100     WRITE BACKOUT-REPORT-LINE.
054200     PERFORM 1200-CHECK-RUN-STATUS
054300         THRU 1200-CHECK-RUN-STATUS-EXIT.
054400     IF WS-RUN-REFUSED
054500         GO TO 1000-INITIALIZE-EXIT
054600     END-IF.
054700     PERFORM 1300-CHECK-PERIOD-LOCK
054800         THRU 1300-CHECK-PERIOD-LOCK-EXIT.
054900     IF WS-RUN-REFUSED
055000         GO TO 1000-INITIALIZE-EXIT
055100     END-IF.
055200     PERFORM 1350-CHECK-DAY-CLOSE
055300         THRU 1350-CHECK-DAY-CLOSE-EXIT.
055400     IF WS-RUN-REFUSED
055500         GO TO 1000-INITIALIZE-EXIT
055600     END-IF.
055700     PERFORM 1400-OPEN-MASTER-FILES
055800         THRU 1400-OPEN-MASTER-FILES-EXIT.
055900 1000-INITIALIZE-EXIT.
056000     EXIT.
056100***************************************************************
056200*    1010-CLEAR-ONE-EFFECT                                     *
056300***************************************************************
056400 1010-CLEAR-ONE-EFFECT.
056500     MOVE ZERO TO EF-EXPECTED(WS-EF-SUB) EF-VERIFIED(WS-EF-SUB)
056600         EF-LEFT-ALONE(WS-EF-SUB) EF-EXCEPTIONS(WS-EF-SUB).
056700 1010-CLEAR-ONE-EFFECT-EXIT.
056800     EXIT.
056900***************************************************************
057000*    1100-EDIT-PARM  --  RUN-ID AND BUSINESS DATE REQUIRED;    *
057100*    CYCLE DEFAULTS TO 01, AS IN ENQ200 AND ENQ290.            *
057200***************************************************************
057300 1100-EDIT-PARM.
057400     IF LK-PARM-LEN < 16
057500         OR LK-PARM-RUN-ID-TEXT = SPACES
057600         OR LK-PARM-DATE-TEXT NOT NUMERIC
057700         MOVE 'PARM RUN-ID/BUSINESS-DATE MISSING OR BAD.'
057800             TO WS-REFUSAL-TEXT
057900         PERFORM 1900-REFUSE-RUN THRU 1900-REFUSE-RUN-EXIT
058000         GO TO 1100-EDIT-PARM-EXIT
058100     END-IF.
058200     MOVE LK-PARM-RUN-ID-TEXT TO WS-RUN-ID.
058300     MOVE LK-PARM-DATE-TEXT   TO WS-BUSINESS-DATE.
058400     IF LK-PARM-LEN > 16
058500         AND LK-PARM-CYCLE-TEXT IS NUMERIC
058600         AND LK-PARM-CYCLE-TEXT NOT = '00'
058700         MOVE LK-PARM-CYCLE-TEXT TO WS-CYCLE-NUMBER
058800     END-IF.
058900 1100-EDIT-PARM-EXIT.
059000     EXIT.
059100***************************************************************
059200*    1200-CHECK-RUN-STATUS  --  ONLY A RUN THAT FINISHED CAN   *
059300*    BE BACKED OUT.  IN PROGRESS OR PENDING RETRY MEANS IT     *
059400*    ABENDED AND ITS EXTRACT AND AUDIT DATASETS WERE DELETED   *
059500*    WITH THE STEP -- RESTART IT (ENQ290) AND BACK OUT THE     *
059600*    FINISHED RUN.  BACKED OUT MEANS THIS HAS ALREADY BEEN     *
059700*    DONE, AND A SECOND PASS WOULD RETURN THE SAME             *
059800*    ENTITLEMENT TWICE.  THE FILE STAYS OPEN FOR 4300.         *
059900***************************************************************
060000 1200-CHECK-RUN-STATUS.
060100     OPEN I-O ABORT-STATUS-FILE.
060200     IF ABT-FILE-STATUS NOT = '00'
060300         MOVE 'ABTSTFIL WILL NOT OPEN -- RUN STATUS UNKNOWN.'
060400             TO WS-REFUSAL-TEXT
060500         PERFORM 1900-REFUSE-RUN THRU 1900-REFUSE-RUN-EXIT
060600         GO TO 1200-CHECK-RUN-STATUS-EXIT
060700     END-IF.
060800     SET WS-ABT-OPEN TO TRUE.
060900     MOVE WS-RUN-ID        TO ABT-KEY-RUN-ID.
061000     MOVE WS-BUSINESS-DATE TO ABT-KEY-BUSINESS-DATE.
061100     MOVE WS-CYCLE-NUMBER  TO ABT-KEY-CYCLE-NUMBER.
061200     MOVE 'Y' TO WS-FOUND-SW.
061300     READ ABORT-STATUS-FILE
061400         INVALID KEY
061500             MOVE 'N' TO WS-FOUND-SW
061600     END-READ.
061700     IF NOT WS-ROW-FOUND
061800         MOVE 'NO ABORT-STATUS ROW -- THIS RUN NEVER RAN.'
061900             TO WS-REFUSAL-TEXT
062000         PERFORM 1900-REFUSE-RUN THRU 1900-REFUSE-RUN-EXIT
062100         GO TO 1200-CHECK-RUN-STATUS-EXIT
062200     END-IF.
062300     MOVE ABT-VSAM-STATUS-CODE TO ABT-STATUS-CODE.
062400     EVALUATE TRUE
062500         WHEN ABT-STATUS-IN-PROGRESS
062600             MOVE 'IN PROGRESS  '  TO ABT-STATUS-TEXT
062700         WHEN ABT-STATUS-PENDING-RETRY
062800             MOVE 'PENDING RETRY'  TO ABT-STATUS-TEXT
062900         WHEN ABT-STATUS-FAILED
063000             MOVE 'FAILED       '  TO ABT-STATUS-TEXT
063100         WHEN ABT-STATUS-COMPLETE
063200             MOVE 'COMPLETE     '  TO ABT-STATUS-TEXT
063300         WHEN ABT-STATUS-BACKED-OUT
063400             MOVE 'BACKED OUT   '  TO ABT-STATUS-TEXT
063500         WHEN OTHER
063600             MOVE 'UNKNOWN      '  TO ABT-STATUS-TEXT
063700     END-EVALUATE.
063800     MOVE SPACES TO BACKOUT-REPORT-LINE.
063900     STRING 'ABORT STATUS AT START : ' ABT-STATUS-TEXT
064000         DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE.
064100     WRITE BACKOUT-REPORT-LINE.
064200     EVALUATE TRUE
064300         WHEN ABT-STATUS-BACKED-OUT
064400             MOVE 'THE RUN HAS ALREADY BEEN BACKED OUT.'
064500                 TO WS-REFUSAL-TEXT
064600             PERFORM 1900-REFUSE-RUN THRU 1900-REFUSE-RUN-EXIT
064700         WHEN ABT-STATUS-IN-PROGRESS
064800             OR ABT-STATUS-PENDING-RETRY
064900             MOVE 'THE RUN NEVER FINISHED -- RESTART IT FIRST.'
065000                 TO WS-REFUSAL-TEXT
065100             PERFORM 1900-REFUSE-RUN THRU 1900-REFUSE-RUN-EXIT
065200         WHEN NOT ABT-STATUS-VALID
065300             MOVE 'UNRECOGNIZED ABORT-STATUS CODE ON FILE.'
065400                 TO WS-REFUSAL-TEXT
065500             PERFORM 1900-REFUSE-RUN THRU 1900-REFUSE-RUN-EXIT
065600     END-EVALUATE.
065700 1200-CHECK-RUN-STATUS-EXIT.
065800     EXIT.
065900***************************************************************
066000*    1300-CHECK-PERIOD-LOCK  --  A SIGNED-OFF PERIOD IS NEVER  *
066100*    REOPENED FROM HERE, THE SAME RULE ENQ200 APPLIES (1075).  *
066200*    NO FILE, OR NO ROW, MEANS THE PERIOD IS OPEN.             *
066300***************************************************************
066400 1300-CHECK-PERIOD-LOCK.
066500     OPEN INPUT PERIOD-CONTROL-FILE.
066600     IF PRDC-FILE-STATUS = '35'
066700         GO TO 1300-CHECK-PERIOD-LOCK-EXIT
066800     END-IF.
066900     MOVE WS-BUSINESS-DATE(1:6) TO PRDC-PERIOD.
067000     READ PERIOD-CONTROL-FILE
067100         INVALID KEY
067200             MOVE SPACE TO PRDC-STATUS
067300     END-READ.
067400     CLOSE PERIOD-CONTROL-FILE.
067500     IF PRDC-IS-LOCKED
067600         MOVE 'THE BUSINESS DATE IS IN A SIGNED-OFF PERIOD.'
067700             TO WS-REFUSAL-TEXT
067800         PERFORM 1900-REFUSE-RUN THRU 1900-REFUSE-RUN-EXIT
067900     END-IF.
068000 1300-CHECK-PERIOD-LOCK-EXIT.
068100     EXIT.
068200***************************************************************
068300*    1350-CHECK-DAY-CLOSE  --  A BUSINESS DAY ENQ385 HAS       *
068400*    SIGNED OFF OR OVERRIDDEN IS CLOSED AND IS NEVER CHANGED   *
068500*    AGAIN, SO ITS RUNS ARE NOT BACKED OUT.  NO FILE, OR NO    *
068600*    ROW OR AN OPEN ROW FOR THE DATE, MEANS THE DAY IS OPEN.   *
068700*    A FILE THAT IS THERE BUT WILL NOT OPEN LEAVES THE DAY'S   *
068800*    STATE UNKNOWN.                                            *
068900***************************************************************
069000 1350-CHECK-DAY-CLOSE.
069100     OPEN INPUT DAY-CLOSE-FILE.
069200     IF DCLS-FILE-STATUS = '35'
069300         GO TO 1350-CHECK-DAY-CLOSE-EXIT
069400     END-IF.
069500     IF DCLS-FILE-STATUS NOT = '00'
069600         AND DCLS-FILE-STATUS NOT = '97'
069700         MOVE 'DAYCLSK WILL NOT OPEN -- DAY-CLOSE STATE UNKNOWN.'
069800             TO WS-REFUSAL-TEXT
069900         PERFORM 1900-REFUSE-RUN THRU 1900-REFUSE-RUN-EXIT
070000         GO TO 1350-CHECK-DAY-CLOSE-EXIT
070100     END-IF.
070200     MOVE WS-BUSINESS-DATE TO DCLS-BUSINESS-DATE.
070300     READ DAY-CLOSE-FILE
070400         INVALID KEY
070500             MOVE SPACE TO DCLS-STATUS
070600     END-READ.
070700     CLOSE DAY-CLOSE-FILE.
070800     IF DCLS-IS-CLOSED
070900         MOVE 'THE BUSINESS DAY IS CLOSED ON DAYCLSK (ENQ385).'
071000             TO WS-REFUSAL-TEXT
071100         PERFORM 1900-REFUSE-RUN THRU 1900-REFUSE-RUN-EXIT
071200     END-IF.
071300 1350-CHECK-DAY-CLOSE-EXIT.
071400     EXIT.
071500***************************************************************
071600*    1400-OPEN-MASTER-FILES  --  HISTORY, ENTITLEMENT AND      *
071700*    PENDING REVERSALS MUST OPEN.  NO CUSTOMER-GROUP, HELD-    *
071800*    ITEM OR FORCE-POST FILE IS TOLERATED HERE, AS IN ENQ200;  *
071900*    AN ITEM THAT NEEDS ONE THEN COMES OUT AN EXCEPTION.       *
072000***************************************************************
072100 1400-OPEN-MASTER-FILES.
072200     OPEN I-O TXN-HISTORY-FILE.
072300     OPEN I-O ENTL-MASTER-FILE.
072400     OPEN I-O PENDING-REVERSALS-FILE.
072500     SET WS-MASTERS-OPEN TO TRUE.
072600     IF (TXH-FILE-STATUS NOT = '00'
072700             AND TXH-FILE-STATUS NOT = '97')
072800         OR ENTL-FILE-STATUS NOT = '00'
072900         OR PNDR-FILE-STATUS NOT = '00'
073000         MOVE 'TXHISTFL, ENTLMSTR OR PENDRVFL WILL NOT OPEN.'
073100             TO WS-REFUSAL-TEXT
073200         PERFORM 1900-REFUSE-RUN THRU 1900-REFUSE-RUN-EXIT
073300         GO TO 1400-OPEN-MASTER-FILES-EXIT
073400     END-IF.
073500     OPEN I-O CUST-GROUP-FILE.
073600     IF CGRP-FILE-STATUS = '00'
073700         SET WS-CGRP-OPEN TO TRUE
073800     END-IF.
073900     OPEN I-O HELD-ITEM-FILE.
074000     IF HELD-FILE-STATUS = '00'
074100         SET WS-HELD-OPEN TO TRUE
074200     END-IF.
074300     OPEN I-O FORCE-POST-FILE.
074400     IF FRCP-FILE-STATUS = '00'
074500         SET WS-FRCP-OPEN TO TRUE
074600     END-IF.
074700 1400-OPEN-MASTER-FILES-EXIT.
074800     EXIT.
074900***************************************************************
075000*    1900-REFUSE-RUN  --  NOTHING HAS BEEN CHANGED.            *
075100***************************************************************
075200 1900-REFUSE-RUN.
075300     SET WS-RUN-REFUSED TO TRUE.
075400     MOVE SPACES TO BACKOUT-REPORT-LINE.
075500     WRITE BACKOUT-REPORT-LINE.
075600     MOVE SPACES TO BACKOUT-REPORT-LINE.
075700     STRING 'BACKOUT REFUSED -- ' WS-REFUSAL-TEXT
075800         DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE.
075900     WRITE BACKOUT-REPORT-LINE.
076000     MOVE 'NOTHING HAS BEEN CHANGED.' TO BACKOUT-REPORT-LINE.
076100     WRITE BACKOUT-REPORT-LINE.
076200 1900-REFUSE-RUN-EXIT.
076300     EXIT.
076400***************************************************************
076500*    2000-LOAD-RUN-ITEMS  --  PASS ONE, NO UPDATES.  EVERY     *
076600*    EXTRACT DATA RECORD IS TABLED AND MATCHED TO ITS AUDIT    *
076700*    ROWS; THE EXTRACT IS RECONCILED TO ITS TRAILER.  BOTH     *
076800*    FILES ARE IN PROCESSING ORDER, SO ONE FORWARD WALK OF     *
076900*    EACH IS ENOUGH.                                           *
077000***************************************************************
077100 2000-LOAD-RUN-ITEMS.
077200     OPEN INPUT POSTED-EXTRACT-FILE.
077300     OPEN INPUT AUDIT-FILE.
077400     IF POST-FILE-STATUS NOT = '00'
077500         OR AUD-FILE-STATUS NOT = '00'
077600         MOVE 'POSTIN OR AUDITIN WILL NOT OPEN.'
077700             TO WS-REFUSAL-TEXT
077800         PERFORM 1900-REFUSE-RUN THRU 1900-REFUSE-RUN-EXIT
077900         GO TO 2000-LOAD-RUN-ITEMS-EXIT
078000     END-IF.
078100     PERFORM 2250-READ-AUDIT-ROW THRU 2250-READ-AUDIT-ROW-EXIT.
078200     READ POSTED-EXTRACT-FILE
078300         AT END
078400             SET WS-POST-AT-EOF TO TRUE
078500     END-READ.
078600     PERFORM 2100-LOAD-ONE-RECORD THRU 2100-LOAD-ONE-RECORD-EXIT
078700         UNTIL WS-POST-AT-EOF
078800            OR WS-RUN-REFUSED.
078900     PERFORM 2300-COUNT-TRAILING-AUDIT
079000         THRU 2300-COUNT-TRAILING-AUDIT-EXIT
079100         UNTIL WS-AUD-AT-EOF.
079200     CLOSE POSTED-EXTRACT-FILE.
079300     CLOSE AUDIT-FILE.
079400     PERFORM 2400-REPORT-RUN-FILES
079500         THRU 2400-REPORT-RUN-FILES-EXIT.
079600     IF WS-RUN-REFUSED
079700         GO TO 2000-LOAD-RUN-ITEMS-EXIT
079800     END-IF.
079900     EVALUATE TRUE
080000         WHEN NOT WS-TRAILER-SEEN
080100             MOVE 'POSTIN HAS NO TRAILER -- EXTRACT INCOMPLETE.'
080200                 TO WS-REFUSAL-TEXT
080300             PERFORM 1900-REFUSE-RUN THRU 1900-REFUSE-RUN-EXIT
080400         WHEN WS-DATA-COUNT        NOT = WS-TRL-RECORD-COUNT
080500             OR WS-DATA-HASH-TOTAL   NOT = WS-TRL-HASH-TOTAL
080600             OR WS-DATA-AMOUNT-TOTAL NOT = WS-TRL-AMOUNT-TOTAL
080700             MOVE 'POSTIN DOES NOT RECONCILE TO ITS TRAILER.'
080800                 TO WS-REFUSAL-TEXT
080900             PERFORM 1900-REFUSE-RUN THRU 1900-REFUSE-RUN-EXIT
081000     END-EVALUATE.
081100 2000-LOAD-RUN-ITEMS-EXIT.
081200     EXIT.
081300***************************************************************
081400*    2100-LOAD-ONE-RECORD  --  A DATA RECORD IS TABLED AND     *
081500*    MATCHED; THE TRAILER IS HELD FOR THE RECONCILIATION.      *
081600***************************************************************
081700 2100-LOAD-ONE-RECORD.
081800     IF POST-TRAILER-RECORD
081900         SET WS-TRAILER-SEEN TO TRUE
082000         MOVE POST-TRL-RECORD-COUNT TO WS-TRL-RECORD-COUNT
082100         MOVE POST-TRL-HASH-TOTAL   TO WS-TRL-HASH-TOTAL
082200         MOVE POST-TRL-AMOUNT-TOTAL TO WS-TRL-AMOUNT-TOTAL
082300         GO TO 2100-LOAD-ONE-RECORD-READ
082400     END-IF.
082500     ADD 1 TO WS-DATA-COUNT.
082600     ADD POST-TXN-AMOUNT TO WS-DATA-AMOUNT-TOTAL.
082700     ADD POST-TXN-AMOUNT TO WS-DATA-HASH-TOTAL.
082800     IF BK-TABLE-COUNT >= BK-MAX-ENTRIES
082900         MOVE 'MORE EXTRACT ITEMS THAN THE BACKOUT TABLE HOLDS.'
083000             TO WS-REFUSAL-TEXT
083100         PERFORM 1900-REFUSE-RUN THRU 1900-REFUSE-RUN-EXIT
083200         GO TO 2100-LOAD-ONE-RECORD-EXIT
083300     END-IF.
083400     ADD 1 TO BK-TABLE-COUNT.
083500     MOVE BK-TABLE-COUNT          TO WS-BK-SUB.
083600     MOVE POST-TXN-KEY            TO BK-TRANS-KEY(WS-BK-SUB).
083700     MOVE POST-TXN-TYPE           TO BK-TXN-TYPE(WS-BK-SUB).
083800     MOVE POST-TXN-AMOUNT         TO BK-TXN-AMOUNT(WS-BK-SUB).
083900     MOVE POST-EFFECTIVE-DATE     TO BK-EFFECTIVE-DATE(WS-BK-SUB).
084000     MOVE POST-TXN-SOURCE         TO BK-TXN-SOURCE(WS-BK-SUB).
084100     MOVE POST-CURRENCY-CODE      TO BK-CURRENCY-CODE(WS-BK-SUB).
084200     MOVE POST-FEE-CODE           TO BK-FEE-CODE(WS-BK-SUB).
084300     MOVE POST-COUNTER-ACCOUNT
084400         TO BK-COUNTER-ACCOUNT(WS-BK-SUB).
084500     MOVE POST-DISPOSITION        TO BK-DISPOSITION(WS-BK-SUB).
084600     MOVE POST-ITEM-ORIGIN        TO BK-ITEM-ORIGIN(WS-BK-SUB).
084700     MOVE POST-FORCED-SW          TO BK-FORCED-SW(WS-BK-SUB).
084800     MOVE 'N' TO BK-APPROVED-CALLED-SW(WS-BK-SUB).
084900     MOVE 'N' TO BK-DISPATCH-ROW-SW(WS-BK-SUB).
085000     MOVE 'N' TO BK-DISPATCH-CALLED-SW(WS-BK-SUB).
085100     IF POST-DISP-REJECTED
085200         ADD 1 TO WS-REJECTED-ITEMS
085300     END-IF.
085400     PERFORM 2200-MATCH-AUDIT-ROWS
085500         THRU 2200-MATCH-AUDIT-ROWS-EXIT.
085600 2100-LOAD-ONE-RECORD-READ.
085700     READ POSTED-EXTRACT-FILE
085800         AT END
085900             SET WS-POST-AT-EOF TO TRUE
086000     END-READ.
086100 2100-LOAD-ONE-RECORD-EXIT.
086200     EXIT.
086300***************************************************************
086400*    2200-MATCH-AUDIT-ROWS  --  ENQ200 WRITES AN ITEM'S AUDIT  *
086500*    ROWS BEFORE ITS EXTRACT RECORD: FIRST THE APPROVED-SLOT   *
086600*    ROW (CALL MADE Y/N), THEN -- ONLY IF THE ITEM WAS         *
086700*    DISPATCHED -- THE TYPE-SUBPROGRAM ROW, WHOSE PROGRAM IS   *
086800*    THE EXTRACT'S HANDLED-BY.  ROWS FOR KEYS NOT ON THE       *
086900*    EXTRACT (DUPLICATES, SKIPPED RECORDS) ARE PASSED OVER.    *
087000*    AN EXTRACT ITEM WITH NO AUDIT ROW LEFT MEANS THE TRAIL    *
087100*    IS NOT THIS RUN'S, OR IS SHORT -- REFUSED.                *
087200***************************************************************
087300 2200-MATCH-AUDIT-ROWS.
087400     PERFORM 2260-PASS-OVER-AUDIT-ROW
087500         THRU 2260-PASS-OVER-AUDIT-ROW-EXIT
087600         UNTIL WS-AUD-AT-EOF
087700            OR AUD-TXN-KEY = POST-TXN-KEY.
087800     IF WS-AUD-AT-EOF
087900         MOVE 'AUDITIN RUNS OUT BEFORE POSTIN -- WRONG OR SHORT.'
088000             TO WS-REFUSAL-TEXT
088100         PERFORM 1900-REFUSE-RUN THRU 1900-REFUSE-RUN-EXIT
088200         GO TO 2200-MATCH-AUDIT-ROWS-EXIT
088300     END-IF.
088400     ADD 1 TO WS-AUDIT-ROWS-MATCHED.
088500     MOVE AUD-TS-DATE        TO BK-AUDIT-DATE(WS-BK-SUB).
088600     MOVE AUD-CALLED-PROGRAM TO WS-APPROVED-PROGRAM-NAME.
088700     IF AUD-CALL-WAS-MADE
088800         MOVE 'Y' TO BK-APPROVED-CALLED-SW(WS-BK-SUB)
088900     END-IF.
089000     PERFORM 2250-READ-AUDIT-ROW THRU 2250-READ-AUDIT-ROW-EXIT.
089100     IF NOT WS-AUD-AT-EOF
089200         AND AUD-TXN-KEY = POST-TXN-KEY
089300         AND AUD-CALLED-PROGRAM = POST-HANDLED-BY
089400         AND AUD-CALLED-PROGRAM NOT = WS-APPROVED-PROGRAM-NAME
089500         ADD 1 TO WS-AUDIT-ROWS-MATCHED
089600         MOVE 'Y' TO BK-DISPATCH-ROW-SW(WS-BK-SUB)
089700         IF AUD-CALL-WAS-MADE
089800             MOVE 'Y' TO BK-DISPATCH-CALLED-SW(WS-BK-SUB)
089900         END-IF
090000         PERFORM 2250-READ-AUDIT-ROW
090100             THRU 2250-READ-AUDIT-ROW-EXIT
090200     END-IF.
090300 2200-MATCH-AUDIT-ROWS-EXIT.
090400     EXIT.
090500***************************************************************
090600*    2250-READ-AUDIT-ROW  --  A ROW STAMPED PENDING RETRY WAS  *
090700*    WRITTEN BY A RESTARTED RUN: THE FIRST ATTEMPT'S EXTRACT   *
090800*    AND AUDIT WENT WITH ITS ABEND, SO THE ITEMS IT PROCESSED  *
090900*    BEFORE ITS LAST CHECKPOINT ARE NOT ON THESE FILES.        *
091000***************************************************************
091100 2250-READ-AUDIT-ROW.
091200     READ AUDIT-FILE
091300         AT END
091400             SET WS-AUD-AT-EOF TO TRUE
091500             GO TO 2250-READ-AUDIT-ROW-EXIT
091600     END-READ.
091700     ADD 1 TO WS-AUDIT-ROWS-READ.
091800     IF AUD-ABT-STATUS-AT-CHECK = 'R'
091900         SET WS-RUN-WAS-RESTARTED TO TRUE
092000     END-IF.
092100 2250-READ-AUDIT-ROW-EXIT.
092200     EXIT.
092300***************************************************************
092400*    2260-PASS-OVER-AUDIT-ROW                                  *
092500***************************************************************
092600 2260-PASS-OVER-AUDIT-ROW.
092700     ADD 1 TO WS-AUDIT-ROWS-NOT-ON-EXTRACT.
092800     PERFORM 2250-READ-AUDIT-ROW THRU 2250-READ-AUDIT-ROW-EXIT.
092900 2260-PASS-OVER-AUDIT-ROW-EXIT.
093000     EXIT.
093100***************************************************************
093200*    2300-COUNT-TRAILING-AUDIT  --  ROWS AFTER THE LAST        *
093300*    EXTRACT ITEM (DUPLICATES AT THE END OF THE FILE).         *
093400***************************************************************
093500 2300-COUNT-TRAILING-AUDIT.
093600     PERFORM 2260-PASS-OVER-AUDIT-ROW
093700         THRU 2260-PASS-OVER-AUDIT-ROW-EXIT.
093800 2300-COUNT-TRAILING-AUDIT-EXIT.
093900     EXIT.
094000***************************************************************
094100*    2400-REPORT-RUN-FILES  --  WHAT PASS ONE FOUND.           *
094200***************************************************************
094300 2400-REPORT-RUN-FILES.
094400     MOVE SPACES TO BACKOUT-REPORT-LINE.
094500     WRITE BACKOUT-REPORT-LINE.
094600     MOVE WS-DATA-COUNT        TO WS-REPORT-NUMERIC-EDIT.
094700     MOVE WS-DATA-HASH-TOTAL   TO WS-HASH-EDIT.
094800     MOVE WS-DATA-AMOUNT-TOTAL TO WS-AMOUNT-EDIT.
094900     MOVE SPACES TO BACKOUT-REPORT-LINE.
095000     STRING 'POSTIN   DATA    RECORDS ' WS-REPORT-NUMERIC-EDIT
095100         '  HASH ' WS-HASH-EDIT
095200         '  AMOUNT ' WS-AMOUNT-EDIT
095300         DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE.
095400     WRITE BACKOUT-REPORT-LINE.
095500     MOVE SPACES TO BACKOUT-REPORT-LINE.
095600     IF WS-TRAILER-SEEN
095700         MOVE WS-TRL-RECORD-COUNT TO WS-REPORT-NUMERIC-EDIT
095800         MOVE WS-TRL-HASH-TOTAL   TO WS-HASH-EDIT
095900         MOVE WS-TRL-AMOUNT-TOTAL TO WS-AMOUNT-EDIT
096000         STRING 'POSTIN   TRAILER RECORDS ' WS-REPORT-NUMERIC-EDIT
096100             '  HASH ' WS-HASH-EDIT
096200             '  AMOUNT ' WS-AMOUNT-EDIT
096300             DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE
096400     ELSE
096500         MOVE 'POSTIN   TRAILER MISSING'
096600             TO BACKOUT-REPORT-LINE
096700     END-IF.
096800     WRITE BACKOUT-REPORT-LINE.
096900     MOVE WS-AUDIT-ROWS-READ           TO WS-REPORT-NUMERIC-EDIT.
097000     MOVE WS-AUDIT-ROWS-MATCHED    TO WS-REPORT-NUMERIC-EDIT-2.
097100     MOVE WS-AUDIT-ROWS-NOT-ON-EXTRACT
097200         TO WS-REPORT-NUMERIC-EDIT-3.
097300     MOVE SPACES TO BACKOUT-REPORT-LINE.
097400     STRING 'AUDITIN  ROWS ' WS-REPORT-NUMERIC-EDIT
097500         '  MATCHED TO POSTIN ' WS-REPORT-NUMERIC-EDIT-2
097600         '  DUPLICATES/SKIPPED ' WS-REPORT-NUMERIC-EDIT-3
097700         DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE.
097800     WRITE BACKOUT-REPORT-LINE.
097900     IF WS-RUN-WAS-RESTARTED
098000         MOVE SPACES TO BACKOUT-REPORT-LINE
098100         WRITE BACKOUT-REPORT-LINE
098200         MOVE 'WARNING -- THE RUN WAS RESTARTED.  ITEMS ITS FIRST'
098300             TO BACKOUT-REPORT-LINE
098400         WRITE BACKOUT-REPORT-LINE
098500         MOVE 'ATTEMPT PROCESSED BEFORE ITS LAST CHECKPOINT ARE'
098600             TO BACKOUT-REPORT-LINE
098700         WRITE BACKOUT-REPORT-LINE
098800         MOVE 'NOT ON THESE FILES AND ARE NOT BACKED OUT HERE.'
098900             TO BACKOUT-REPORT-LINE
099000         WRITE BACKOUT-REPORT-LINE
099100     END-IF.
099200 2400-REPORT-RUN-FILES-EXIT.
099300     EXIT.
099400***************************************************************
099500*    3000-BACK-OUT-ONE-ITEM  --  PASS TWO.  THE ITEM'S OWN     *
099600*    HISTORY ROW MUST STILL CARRY THIS RUN'S OUTCOME; ITS      *
099700*    BASE AMOUNT IS WHAT THE SUBPROGRAMS CONSUMED.  WHICH      *
099800*    CHANGES THE RUN MADE FOLLOWS FROM THE AUDIT ROWS AND THE  *
099900*    DISPOSITION:                                              *
100000*      APPROVED SLOT CALLED AND NOT THE REJECTER (A DISPATCH   *
100100*      ROW, OR NOT REJECTED) -- IT CONSUMED, EXCEPT FOR A      *
100200*      TYPE 02, AND EXCEPT A TYPE 03 OR 04 THAT ENQ303/ENQ304  *
100300*      REJECTED, WHICH HAS ALREADY BACKED OUT ITSELF.          *
100400*      ENQ304 CALLED AND NOT REJECTED -- CREDIT LEG TAKEN.     *
100500*      ENQ302 CALLED, NOT REJECTED OR PARKED -- MATCHED.       *
100600***************************************************************
100700 3000-BACK-OUT-ONE-ITEM.
100800     PERFORM 3050-WRITE-ITEM-LINE THRU 3050-WRITE-ITEM-LINE-EXIT.
100900     PERFORM 3100-CHECK-ITEM-HISTORY
101000         THRU 3100-CHECK-ITEM-HISTORY-EXIT.
101100     IF WS-ITEM-SKIPPED
101200         GO TO 3000-BACK-OUT-ONE-ITEM-EXIT
101300     END-IF.
101400     ADD 1 TO WS-ITEMS-BACKED-OUT.
101500     IF BK-APPROVED-WAS-CALLED(WS-BK-SUB)
101600         AND (BK-DISPATCH-ROW-FOUND(WS-BK-SUB)
101700              OR BK-DISPOSITION(WS-BK-SUB) NOT = 'R')
101800         AND BK-TXN-TYPE(WS-BK-SUB) NOT = 02
101900         AND NOT ((BK-TXN-TYPE(WS-BK-SUB) = 03
102000                   OR BK-TXN-TYPE(WS-BK-SUB) = 04)
102100                  AND BK-DISPATCH-WAS-CALLED(WS-BK-SUB)
102200                  AND BK-DISPOSITION(WS-BK-SUB) = 'R')
102300         PERFORM 3200-RETURN-CONSUMPTION
102400             THRU 3200-RETURN-CONSUMPTION-EXIT
102500     END-IF.
102600     IF BK-TXN-TYPE(WS-BK-SUB) = 04
102700         AND BK-DISPATCH-WAS-CALLED(WS-BK-SUB)
102800         AND BK-DISPOSITION(WS-BK-SUB) NOT = 'R'
102900         PERFORM 3250-TAKE-BACK-CREDIT-LEG
103000             THRU 3250-TAKE-BACK-CREDIT-LEG-EXIT
103100     END-IF.
103200     IF BK-TXN-TYPE(WS-BK-SUB) = 02
103300         AND BK-DISPATCH-WAS-CALLED(WS-BK-SUB)
103400         AND BK-DISPOSITION(WS-BK-SUB) NOT = 'R'
103500         AND BK-DISPOSITION(WS-BK-SUB) NOT = 'K'
103600         PERFORM 3300-UNDO-REVERSAL-MATCH
103700             THRU 3300-UNDO-REVERSAL-MATCH-EXIT
103800     END-IF.
103900     MOVE 'N' TO WS-KEEP-PARK-SW.
104000     IF BK-DISPOSITION(WS-BK-SUB) = 'K'
104100         AND BK-ITEM-ORIGIN(WS-BK-SUB) NOT = 'K'
104200         PERFORM 3400-REMOVE-PARKED-REVERSAL
104300             THRU 3400-REMOVE-PARKED-REVERSAL-EXIT
104400     END-IF.
104500     IF BK-ITEM-ORIGIN(WS-BK-SUB) = 'K'
104600         AND BK-DISPOSITION(WS-BK-SUB) NOT = 'K'
104700         PERFORM 3450-RE-PARK-REVERSAL
104800             THRU 3450-RE-PARK-REVERSAL-EXIT
104900     END-IF.
105000     IF BK-DISPOSITION(WS-BK-SUB) = 'H'
105100         AND BK-ITEM-ORIGIN(WS-BK-SUB) NOT = 'H'
105200         PERFORM 3500-DEQUEUE-HELD-ITEM
105300             THRU 3500-DEQUEUE-HELD-ITEM-EXIT
105400     END-IF.
105500     IF BK-ITEM-ORIGIN(WS-BK-SUB) = 'H'
105600         PERFORM 3550-REQUEUE-HELD-ITEM
105700             THRU 3550-REQUEUE-HELD-ITEM-EXIT
105800     END-IF.
105900     IF BK-WAS-FORCED(WS-BK-SUB)
106000         AND BK-DISPOSITION(WS-BK-SUB) = 'P'
106100         PERFORM 3600-REINSTATE-FORCE-POST
106200             THRU 3600-REINSTATE-FORCE-POST-EXIT
106300     END-IF.
106400     PERFORM 3700-RESTORE-HISTORY-ROW
106500         THRU 3700-RESTORE-HISTORY-ROW-EXIT.
106600 3000-BACK-OUT-ONE-ITEM-EXIT.
106700     EXIT.
106800***************************************************************
106900*    3050-WRITE-ITEM-LINE                                      *
107000***************************************************************
107100 3050-WRITE-ITEM-LINE.
107200     EVALUATE BK-ITEM-ORIGIN(WS-BK-SUB)
107300         WHEN 'S'
107400             MOVE 'RECYCL' TO WS-ORIGIN-TEXT
107500         WHEN 'H'
107600             MOVE 'HELD  ' TO WS-ORIGIN-TEXT
107700         WHEN 'K'
107800             MOVE 'PARKED' TO WS-ORIGIN-TEXT
107900         WHEN OTHER
108000             MOVE 'DAILY ' TO WS-ORIGIN-TEXT
108100     END-EVALUATE.
108200     MOVE BK-TXN-AMOUNT(WS-BK-SUB) TO WS-BEFORE-EDIT.
108300     MOVE SPACES TO BACKOUT-REPORT-LINE.
108400     STRING 'KEY=' BK-TRANS-KEY(WS-BK-SUB)
108500         '  TYPE ' BK-TXN-TYPE(WS-BK-SUB)
108600         '  DISP ' BK-DISPOSITION(WS-BK-SUB)
108700         '  FROM ' WS-ORIGIN-TEXT
108800         '  SOURCE ' BK-TXN-SOURCE(WS-BK-SUB)
108900         '  CCY ' BK-CURRENCY-CODE(WS-BK-SUB)
109000         '  AMOUNT ' WS-BEFORE-EDIT
109100         DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE.
109200     WRITE BACKOUT-REPORT-LINE.
109300 3050-WRITE-ITEM-LINE-EXIT.
109400     EXIT.
109500***************************************************************
109600*    3100-CHECK-ITEM-HISTORY  --  A ROW THAT IS GONE, OR NOW   *
109700*    CARRIES ANOTHER DATE OR OUTCOME, WAS REPROCESSED AFTER    *
109800*    THIS RUN; BACKING IT OUT WOULD UNDO THAT LATER RUN.       *
109900***************************************************************
110000 3100-CHECK-ITEM-HISTORY.
110100     MOVE 'N' TO WS-ITEM-SKIPPED-SW.
110200     MOVE BK-TRANS-KEY(WS-BK-SUB) TO TXH-TRANS-KEY.
110300     MOVE 'Y' TO WS-FOUND-SW.
110400     READ TXN-HISTORY-FILE
110500         INVALID KEY
110600             MOVE 'N' TO WS-FOUND-SW
110700     END-READ.
110800     IF WS-ROW-FOUND
110900         AND TXH-BUSINESS-DATE = WS-BUSINESS-DATE
111000         AND TXH-DISPOSITION = BK-DISPOSITION(WS-BK-SUB)
111100         MOVE TXH-BASE-AMOUNT TO WS-ITEM-BASE-AMOUNT
111200         GO TO 3100-CHECK-ITEM-HISTORY-EXIT
111300     END-IF.
111400     SET WS-ITEM-SKIPPED TO TRUE.
111500     ADD 1 TO WS-ITEMS-SKIPPED.
111600     ADD 1 TO WS-EXCEPTION-COUNT.
111700     MOVE SPACES TO BACKOUT-REPORT-LINE.
111800     IF WS-ROW-FOUND
111900         MOVE TXH-BUSINESS-DATE TO WS-DATE-EDIT
112000         STRING '    EXCEPTION  TXHISTK ROW NOW ' WS-DATE-EDIT
112100             ' DISP ' TXH-DISPOSITION
112200             ' -- REPROCESSED SINCE; ITEM NOT BACKED OUT'
112300             DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE
112400     ELSE
112500         MOVE '    EXCEPTION  TXHISTK ROW GONE -- NOT BACKED OUT'
112600             TO BACKOUT-REPORT-LINE
112700     END-IF.
112800     WRITE BACKOUT-REPORT-LINE.
112900 3100-CHECK-ITEM-HISTORY-EXIT.
113000     EXIT.
113100***************************************************************
113200*    3200-RETURN-CONSUMPTION  --  GIVES BACK WHAT THE APPROVED *
113300*    SUBPROGRAM CONSUMED ON THE ITEM'S OWN ACCOUNT.            *
113400***************************************************************
113500 3200-RETURN-CONSUMPTION.
113600     MOVE 'L' TO WS-EFFECT-OUTCOME.
113700     MOVE BK-TXN-SOURCE(WS-BK-SUB)      TO WS-ADJ-SOURCE.
113800     MOVE BK-TRANS-KEY(WS-BK-SUB)(1:6)  TO WS-ADJ-ACCOUNT.
113900     COMPUTE WS-ADJ-AMOUNT = ZERO - WS-ITEM-BASE-AMOUNT.
114000     MOVE BK-TXN-TYPE(WS-BK-SUB)        TO WS-ADJ-TYPE.
114100     MOVE BK-EFFECTIVE-DATE(WS-BK-SUB)  TO WS-ADJ-DATE.
114200     PERFORM 5000-ADJUST-ACCOUNT THRU 5000-ADJUST-ACCOUNT-EXIT.
114300     MOVE 1 TO WS-EF-SUB.
114400     PERFORM 3900-TALLY-OUTCOME THRU 3900-TALLY-OUTCOME-EXIT.
114500 3200-RETURN-CONSUMPTION-EXIT.
114600     EXIT.
114700***************************************************************
114800*    3250-TAKE-BACK-CREDIT-LEG  --  ENQ304 CREDITED THE        *
114900*    COUNTER-ACCOUNT BY LOWERING ITS TYPE-04 CONSUMPTION; IT   *
115000*    GOES BACK UP.                                             *
115100***************************************************************
115200 3250-TAKE-BACK-CREDIT-LEG.
115300     MOVE 'L' TO WS-EFFECT-OUTCOME.
115400     MOVE BK-TXN-SOURCE(WS-BK-SUB)      TO WS-ADJ-SOURCE.
115500     MOVE BK-COUNTER-ACCOUNT(WS-BK-SUB) TO WS-ADJ-ACCOUNT.
115600     MOVE WS-ITEM-BASE-AMOUNT           TO WS-ADJ-AMOUNT.
115700     MOVE 4                             TO WS-ADJ-TYPE.
115800     MOVE BK-EFFECTIVE-DATE(WS-BK-SUB)  TO WS-ADJ-DATE.
115900     PERFORM 5000-ADJUST-ACCOUNT THRU 5000-ADJUST-ACCOUNT-EXIT.
116000     MOVE 2 TO WS-EF-SUB.
116100     PERFORM 3900-TALLY-OUTCOME THRU 3900-TALLY-OUTCOME-EXIT.
116200 3250-TAKE-BACK-CREDIT-LEG-EXIT.
116300     EXIT.
116400***************************************************************
116500*    3300-UNDO-REVERSAL-MATCH  --  THE MIRROR OF ENQ302: THE   *
116600*    ORIGINAL'S ROW IS UNFLAGGED, ITS CONSUMPTION IS TAKEN     *
116700*    AGAIN AND A TRANSFER ORIGINAL'S CREDIT LEG GIVEN AGAIN,   *
116800*    UNDER THE SAME SAME-DAY RULE ON THE REVERSAL'S DATE.      *
116900***************************************************************
117000 3300-UNDO-REVERSAL-MATCH.
117100     MOVE 'L' TO WS-EFFECT-OUTCOME.
117200     MOVE BK-TRANS-KEY(WS-BK-SUB) TO WS-ORIGINAL-KEY.
117300     MOVE '1' TO WS-ORIG-SUB-SEQUENCE.
117400     MOVE WS-ORIGINAL-KEY TO TXH-TRANS-KEY.
117500     MOVE 'Y' TO WS-FOUND-SW.
117600     READ TXN-HISTORY-FILE
117700         INVALID KEY
117800             MOVE 'N' TO WS-FOUND-SW
117900     END-READ.
118000     IF NOT WS-ROW-FOUND
118100         OR NOT TXH-ALREADY-REVERSED
118200         MOVE 'E' TO WS-EFFECT-OUTCOME
118300         MOVE SPACES TO BACKOUT-REPORT-LINE
118400         STRING '    EXCEPTION  ORIGINAL ' WS-ORIGINAL-KEY
118500             ' NOT ON TXHISTK FLAGGED REVERSED -- NOT UNDONE'
118600             DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE
118700         WRITE BACKOUT-REPORT-LINE
118800         GO TO 3300-UNDO-REVERSAL-MATCH-TALLY
118900     END-IF.
119000     MOVE TXH-BASE-AMOUNT     TO WS-ORIGINAL-AMOUNT.
119100     MOVE TXH-TXN-TYPE        TO WS-ORIGINAL-TYPE.
119200     MOVE TXH-COUNTER-ACCOUNT TO WS-ORIGINAL-COUNTER.
119300     MOVE TXH-TXN-SOURCE      TO WS-ORIGINAL-SOURCE.
119400     SET TXH-NOT-REVERSED TO TRUE.
119500     ACCEPT TXH-UPD-DATE FROM DATE YYYYMMDD.
119600     ACCEPT TXH-UPD-TIME FROM TIME.
119700     REWRITE TXN-HISTORY-RECORD.
119800     MOVE 'Y' TO WS-FOUND-SW.
119900     READ TXN-HISTORY-FILE
120000         INVALID KEY
120100             MOVE 'N' TO WS-FOUND-SW
120200     END-READ.
120300     MOVE SPACES TO BACKOUT-REPORT-LINE.
120400     IF WS-ROW-FOUND
120500         AND TXH-NOT-REVERSED
120600         MOVE 'V' TO WS-EFFECT-OUTCOME
120700         STRING '    TXHISTK   ORIGINAL ' WS-ORIGINAL-KEY
120800             ' REVERSED FLAG Y TO N       VERIFIED'
120900             DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE
121000     ELSE
121100         MOVE 'E' TO WS-EFFECT-OUTCOME
121200         STRING '    EXCEPTION  ORIGINAL ' WS-ORIGINAL-KEY
121300             ' REVERSED FLAG DID NOT CLEAR'
121400             DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE
121500     END-IF.
121600     WRITE BACKOUT-REPORT-LINE.
121700     MOVE WS-ORIGINAL-SOURCE            TO WS-ADJ-SOURCE.
121800     MOVE WS-ORIG-ACCOUNT               TO WS-ADJ-ACCOUNT.
121900     MOVE WS-ORIGINAL-AMOUNT            TO WS-ADJ-AMOUNT.
122000     MOVE WS-ORIGINAL-TYPE              TO WS-ADJ-TYPE.
122100     MOVE BK-EFFECTIVE-DATE(WS-BK-SUB)  TO WS-ADJ-DATE.
122200     PERFORM 5000-ADJUST-ACCOUNT THRU 5000-ADJUST-ACCOUNT-EXIT.
122300     IF WS-ORIGINAL-TYPE = 4
122400         AND WS-ORIGINAL-COUNTER NOT = SPACES
122500         MOVE WS-ORIGINAL-COUNTER       TO WS-ADJ-ACCOUNT
122600         COMPUTE WS-ADJ-AMOUNT = ZERO - WS-ORIGINAL-AMOUNT
122700         MOVE 4                         TO WS-ADJ-TYPE
122800         PERFORM 5000-ADJUST-ACCOUNT THRU 5000-ADJUST-ACCOUNT-EXIT
122900     END-IF.
123000 3300-UNDO-REVERSAL-MATCH-TALLY.
123100     MOVE 3 TO WS-EF-SUB.
123200     PERFORM 3900-TALLY-OUTCOME THRU 3900-TALLY-OUTCOME-EXIT.
123300 3300-UNDO-REVERSAL-MATCH-EXIT.
123400     EXIT.
123500***************************************************************
123600*    3400-REMOVE-PARKED-REVERSAL  --  ENQ302 KEEPS A PARK THAT *
123700*    WAS ALREADY THERE (THE SAME REVERSAL PRESENTED AGAIN), SO *
123800*    A ROW PARKED BEFORE THE RUN'S OWN AUDIT DATE IS KEPT --   *
123900*    AND THE HISTORY ROW GOES BACK TO PARKED, NOT AWAY.        *
124000***************************************************************
124100 3400-REMOVE-PARKED-REVERSAL.
124200     MOVE 'L' TO WS-EFFECT-OUTCOME.
124300     MOVE BK-TRANS-KEY(WS-BK-SUB) TO PNDR-TRANS-KEY.
124400     MOVE 'Y' TO WS-FOUND-SW.
124500     READ PENDING-REVERSALS-FILE
124600         INVALID KEY
124700             MOVE 'N' TO WS-FOUND-SW
124800     END-READ.
124900     MOVE SPACES TO BACKOUT-REPORT-LINE.
125000     EVALUATE TRUE
125100         WHEN NOT WS-ROW-FOUND
125200             MOVE 'E' TO WS-EFFECT-OUTCOME
125300             MOVE '    EXCEPTION  PENDRVK ROW GONE -- RELEASED'
125400                 TO BACKOUT-REPORT-LINE
125500         WHEN PNDR-PARKED-DATE < BK-AUDIT-DATE(WS-BK-SUB)
125600             SET WS-KEEP-PARKED-ROW TO TRUE
125700             MOVE PNDR-PARKED-DATE TO WS-DATE-EDIT
125800             STRING '    PENDRVK   PARKED ' WS-DATE-EDIT
125900                 ', BEFORE THE RUN -- KEPT'
126000                 DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE
126100         WHEN OTHER
126200             DELETE PENDING-REVERSALS-FILE
126300                 INVALID KEY
126400                     CONTINUE
126500             END-DELETE
126600             MOVE 'Y' TO WS-FOUND-SW
126700             READ PENDING-REVERSALS-FILE
126800                 INVALID KEY
126900                     MOVE 'N' TO WS-FOUND-SW
127000             END-READ
127100             IF WS-ROW-FOUND
127200                 MOVE 'E' TO WS-EFFECT-OUTCOME
127300                 MOVE '    EXCEPTION  PENDRVK ROW DID NOT DELETE'
127400                     TO BACKOUT-REPORT-LINE
127500             ELSE
127600                 MOVE 'V' TO WS-EFFECT-OUTCOME
127700                 MOVE '    PENDRVK   PARKED ROW DELETED  VERIFIED'
127800                     TO BACKOUT-REPORT-LINE
127900             END-IF
128000     END-EVALUATE.
128100     WRITE BACKOUT-REPORT-LINE.
128200     MOVE 4 TO WS-EF-SUB.
128300     PERFORM 3900-TALLY-OUTCOME THRU 3900-TALLY-OUTCOME-EXIT.
128400 3400-REMOVE-PARKED-REVERSAL-EXIT.
128500     EXIT.
128600***************************************************************
128700*    3450-RE-PARK-REVERSAL  --  THE RUN'S RELEASE PASS DELETED *
128800*    THE PARKED ROW AND FED THE REVERSAL THROUGH.  THE IMAGE   *
128900*    IS REBUILT FROM THE EXTRACT; THE FIRST PARKED DATE WENT   *
129000*    WITH THE ROW, SO THE RUN'S BUSINESS DATE STANDS IN AND    *
129100*    THE STILL-PENDING AGING RESTARTS FROM IT.  A ROW ALREADY  *
129200*    THERE (PARKED AGAIN SINCE) IS LEFT AS IT IS.              *
129300***************************************************************
129400 3450-RE-PARK-REVERSAL.
129500     MOVE 'L' TO WS-EFFECT-OUTCOME.
129600     MOVE SPACES TO WS-TRANS-IMAGE.
129700     MOVE BK-TRANS-KEY(WS-BK-SUB)      TO TIMG-TRANS-KEY.
129800     MOVE BK-TXN-TYPE(WS-BK-SUB)       TO TIMG-TRANS-TYPE.
129900     MOVE BK-TXN-AMOUNT(WS-BK-SUB)     TO TIMG-TRANS-AMOUNT.
130000     MOVE BK-EFFECTIVE-DATE(WS-BK-SUB) TO TIMG-EFFECTIVE-DATE.
130100     MOVE BK-TXN-SOURCE(WS-BK-SUB)     TO TIMG-TRANS-SOURCE.
130200     MOVE BK-CURRENCY-CODE(WS-BK-SUB)  TO TIMG-CURRENCY-CODE.
130300     MOVE SPACES                       TO PENDING-REVERSAL-RECORD.
130400     MOVE BK-TRANS-KEY(WS-BK-SUB)      TO PNDR-TRANS-KEY.
130500     MOVE WS-BUSINESS-DATE             TO PNDR-PARKED-DATE.
130600     MOVE WS-TRANS-IMAGE               TO PNDR-TRANS-RECORD.
130700     MOVE 'N' TO WS-FOUND-SW.
130800     WRITE PENDING-REVERSAL-RECORD
130900         INVALID KEY
131000             MOVE 'Y' TO WS-FOUND-SW
131100     END-WRITE.
131200     MOVE SPACES TO BACKOUT-REPORT-LINE.
131300     IF WS-ROW-FOUND
131400         MOVE '    PENDRVK   PARKED AGAIN SINCE -- LEFT AS IS'
131500             TO BACKOUT-REPORT-LINE
131600         WRITE BACKOUT-REPORT-LINE
131700         GO TO 3450-RE-PARK-REVERSAL-TALLY
131800     END-IF.
131900     MOVE BK-TRANS-KEY(WS-BK-SUB) TO PNDR-TRANS-KEY.
132000     MOVE 'Y' TO WS-FOUND-SW.
132100     READ PENDING-REVERSALS-FILE
132200         INVALID KEY
132300             MOVE 'N' TO WS-FOUND-SW
132400     END-READ.
132500     IF WS-ROW-FOUND
132600         MOVE 'V' TO WS-EFFECT-OUTCOME
132700         MOVE WS-BUSINESS-DATE TO WS-DATE-EDIT
132800         STRING '    PENDRVK   RE-PARKED AS OF ' WS-DATE-EDIT
132900             '        VERIFIED'
133000             DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE
133100     ELSE
133200         MOVE 'E' TO WS-EFFECT-OUTCOME
133300         MOVE '    EXCEPTION  PENDRVK ROW DID NOT WRITE'
133400             TO BACKOUT-REPORT-LINE
133500     END-IF.
133600     WRITE BACKOUT-REPORT-LINE.
133700 3450-RE-PARK-REVERSAL-TALLY.
133800     MOVE 5 TO WS-EF-SUB.
133900     PERFORM 3900-TALLY-OUTCOME THRU 3900-TALLY-OUTCOME-EXIT.
134000 3450-RE-PARK-REVERSAL-EXIT.
134100     EXIT.
134200***************************************************************
134300*    3500-DEQUEUE-HELD-ITEM  --  ONLY A ROW THIS RUN QUEUED.   *
134400*    ONE QUEUED BY AN EARLIER RUN (ENQ200'S "ALREADY QUEUED")  *
134500*    WAS THERE BEFORE AND STAYS.                               *
134600***************************************************************
134700 3500-DEQUEUE-HELD-ITEM.
134800     MOVE 'L' TO WS-EFFECT-OUTCOME.
134900     MOVE SPACES TO BACKOUT-REPORT-LINE.
135000     IF NOT WS-HELD-OPEN
135100         MOVE 'E' TO WS-EFFECT-OUTCOME
135200         MOVE '    EXCEPTION  HELDITMK NOT OPEN -- NOT DEQUEUED'
135300             TO BACKOUT-REPORT-LINE
135400         GO TO 3500-DEQUEUE-HELD-ITEM-WRITE
135500     END-IF.
135600     MOVE BK-TRANS-KEY(WS-BK-SUB) TO HELD-TRANS-KEY.
135700     MOVE 'Y' TO WS-FOUND-SW.
135800     READ HELD-ITEM-FILE
135900         INVALID KEY
136000             MOVE 'N' TO WS-FOUND-SW
136100     END-READ.
136200     EVALUATE TRUE
136300         WHEN NOT WS-ROW-FOUND
136400             MOVE 'E' TO WS-EFFECT-OUTCOME
136500             MOVE '    EXCEPTION  HELDITMK ROW GONE -- RELEASED'
136600                 TO BACKOUT-REPORT-LINE
136700         WHEN HELD-RUN-ID NOT = WS-RUN-ID
136800             OR HELD-DATE NOT = WS-BUSINESS-DATE
136900             MOVE HELD-DATE TO WS-DATE-EDIT
137000             STRING '    HELDITMK  QUEUED ' WS-DATE-EDIT
137100                 ' BY RUN ' HELD-RUN-ID ' -- KEPT'
137200                 DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE
137300         WHEN OTHER
137400             DELETE HELD-ITEM-FILE
137500                 INVALID KEY
137600                     CONTINUE
137700             END-DELETE
137800             MOVE 'Y' TO WS-FOUND-SW
137900             READ HELD-ITEM-FILE
138000                 INVALID KEY
138100                     MOVE 'N' TO WS-FOUND-SW
138200             END-READ
138300             IF WS-ROW-FOUND
138400                 MOVE 'E' TO WS-EFFECT-OUTCOME
138500                 MOVE '    EXCEPTION  HELDITMK ROW DID NOT DELETE'
138600                     TO BACKOUT-REPORT-LINE
138700             ELSE
138800                 MOVE 'V' TO WS-EFFECT-OUTCOME
138900                 MOVE '    HELDITMK  QUEUED ROW DELETED  VERIFIED'
139000                     TO BACKOUT-REPORT-LINE
139100             END-IF
139200     END-EVALUATE.
139300 3500-DEQUEUE-HELD-ITEM-WRITE.
139400     WRITE BACKOUT-REPORT-LINE.
139500     MOVE 6 TO WS-EF-SUB.
139600     PERFORM 3900-TALLY-OUTCOME THRU 3900-TALLY-OUTCOME-EXIT.
139700 3500-DEQUEUE-HELD-ITEM-EXIT.
139800     EXIT.
139900***************************************************************
140000*    3550-REQUEUE-HELD-ITEM  --  THE ITEM CAME IN ON THE       *
140100*    RELEASE FEED; ENQ320 DELETED ITS ROW WHEN IT RELEASED     *
140200*    IT.  THE HISTORY ROW GOES BACK TO HELD, SO THE ROW IS     *
140300*    WRITTEN AGAIN FROM THE EXTRACT, AS 3450 DOES FOR PENDRVK. *
140400*    THE HOLD THAT CAUGHT IT WENT WITH THE ROW; THE ITEM'S OWN *
140500*    SOURCE AND ACCOUNT STAND IN, AND THE RUN'S BUSINESS DATE  *
140600*    FOR THE HELD DATE.  ENQ320 RELEASES IT AGAIN ON ITS NEXT  *
140700*    RUN WHEN NO HOLD IS IN FORCE.  A ROW ALREADY THERE        *
140800*    (QUEUED AGAIN BY THIS RUN, OR SINCE) IS LEFT AS IT IS.    *
140900***************************************************************
141000 3550-REQUEUE-HELD-ITEM.
141100     MOVE 'L' TO WS-EFFECT-OUTCOME.
141200     MOVE SPACES TO BACKOUT-REPORT-LINE.
141300     IF NOT WS-HELD-OPEN
141400         MOVE 'E' TO WS-EFFECT-OUTCOME
141500         MOVE '    EXCEPTION  HELDITMK NOT OPEN -- NOT REQUEUED'
141600             TO BACKOUT-REPORT-LINE
141700         GO TO 3550-REQUEUE-HELD-ITEM-WRITE
141800     END-IF.
141900     MOVE SPACES TO WS-TRANS-IMAGE.
142000     MOVE BK-TRANS-KEY(WS-BK-SUB)       TO TIMG-TRANS-KEY.
142100     MOVE BK-TXN-TYPE(WS-BK-SUB)        TO TIMG-TRANS-TYPE.
142200     MOVE BK-TXN-AMOUNT(WS-BK-SUB)      TO TIMG-TRANS-AMOUNT.
142300     MOVE BK-EFFECTIVE-DATE(WS-BK-SUB)  TO TIMG-EFFECTIVE-DATE.
142400     MOVE BK-TXN-SOURCE(WS-BK-SUB)      TO TIMG-TRANS-SOURCE.
142500     MOVE BK-CURRENCY-CODE(WS-BK-SUB)   TO TIMG-CURRENCY-CODE.
142600     MOVE BK-FEE-CODE(WS-BK-SUB)        TO TIMG-FEE-CODE.
142700     MOVE BK-COUNTER-ACCOUNT(WS-BK-SUB) TO TIMG-COUNTER-ACCOUNT.
142800     MOVE SPACES                        TO HELD-ITEM-RECORD.
142900     MOVE BK-TRANS-KEY(WS-BK-SUB)       TO HELD-TRANS-KEY.
143000     MOVE BK-TXN-SOURCE(WS-BK-SUB)      TO HELD-HOLD-SOURCE.
143100     MOVE BK-TRANS-KEY(WS-BK-SUB)(1:6)  TO HELD-HOLD-ACCOUNT.
143200     MOVE WS-BUSINESS-DATE              TO HELD-DATE.
143300     MOVE WS-RUN-ID                     TO HELD-RUN-ID.
143400     MOVE WS-TRANS-IMAGE                TO HELD-TRANS-RECORD.
143500     MOVE 'N' TO WS-FOUND-SW.
143600     WRITE HELD-ITEM-RECORD
143700         INVALID KEY
143800             MOVE 'Y' TO WS-FOUND-SW
143900     END-WRITE.
144000     IF WS-ROW-FOUND
144100         MOVE '    HELDITMK  ALREADY QUEUED -- LEFT AS IS'
144200             TO BACKOUT-REPORT-LINE
144300         GO TO 3550-REQUEUE-HELD-ITEM-WRITE
144400     END-IF.
144500     MOVE BK-TRANS-KEY(WS-BK-SUB) TO HELD-TRANS-KEY.
144600     MOVE 'Y' TO WS-FOUND-SW.
144700     READ HELD-ITEM-FILE
144800         INVALID KEY
144900             MOVE 'N' TO WS-FOUND-SW
145000     END-READ.
145100     IF WS-ROW-FOUND
145200         MOVE 'V' TO WS-EFFECT-OUTCOME
145300         MOVE WS-BUSINESS-DATE TO WS-DATE-EDIT
145400         STRING '    HELDITMK  REQUEUED AS OF ' WS-DATE-EDIT
145500             '         VERIFIED'
145600             DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE
145700     ELSE
145800         MOVE 'E' TO WS-EFFECT-OUTCOME
145900         MOVE '    EXCEPTION  HELDITMK ROW DID NOT WRITE'
146000             TO BACKOUT-REPORT-LINE
146100     END-IF.
146200 3550-REQUEUE-HELD-ITEM-WRITE.
146300     WRITE BACKOUT-REPORT-LINE.
146400     MOVE 9 TO WS-EF-SUB.
146500     PERFORM 3900-TALLY-OUTCOME THRU 3900-TALLY-OUTCOME-EXIT.
146600 3550-REQUEUE-HELD-ITEM-EXIT.
146700     EXIT.
146800***************************************************************
146900*    3600-REINSTATE-FORCE-POST  --  AN INSTRUCTION THIS RUN    *
147000*    MARKED USED GOES BACK TO ACTIVE FOR THE RERUN'S RECYCLE   *
147100*    PASS; ITS OWN EXPIRY STILL APPLIES THERE.                 *
147200***************************************************************
147300 3600-REINSTATE-FORCE-POST.
147400     MOVE 'L' TO WS-EFFECT-OUTCOME.
147500     MOVE SPACES TO BACKOUT-REPORT-LINE.
147600     IF NOT WS-FRCP-OPEN
147700         MOVE 'E' TO WS-EFFECT-OUTCOME
147800         MOVE '    EXCEPTION  FRCPOSTK NOT OPEN -- NOT REINSTATED'
147900             TO BACKOUT-REPORT-LINE
148000         GO TO 3600-REINSTATE-FORCE-POST-WRITE
148100     END-IF.
148200     MOVE BK-TRANS-KEY(WS-BK-SUB) TO FRCP-TRANS-KEY.
148300     MOVE 'Y' TO WS-FOUND-SW.
148400     READ FORCE-POST-FILE
148500         INVALID KEY
148600             MOVE 'N' TO WS-FOUND-SW
148700     END-READ.
148800     EVALUATE TRUE
148900         WHEN NOT WS-ROW-FOUND
149000             MOVE 'E' TO WS-EFFECT-OUTCOME
149100             MOVE '    EXCEPTION  FRCPOSTK INSTRUCTION GONE'
149200                 TO BACKOUT-REPORT-LINE
149300         WHEN NOT FRCP-IS-USED
149400             OR FRCP-USED-RUN-ID NOT = WS-RUN-ID
149500             OR FRCP-USED-DATE NOT = WS-BUSINESS-DATE
149600             STRING '    FRCPOSTK  STATUS ' FRCP-STATUS
149700                 ' USED BY RUN ' FRCP-USED-RUN-ID ' -- KEPT'
149800                 DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE
149900         WHEN OTHER
150000             SET FRCP-IS-ACTIVE TO TRUE
150100             MOVE ZERO   TO FRCP-USED-DATE
150200             MOVE SPACES TO FRCP-USED-RUN-ID
150300             MOVE ZERO   TO FRCP-USED-BASE-AMOUNT
150400             REWRITE FORCE-POST-RECORD
150500             MOVE 'Y' TO WS-FOUND-SW
150600             READ FORCE-POST-FILE
150700                 INVALID KEY
150800                     MOVE 'N' TO WS-FOUND-SW
150900             END-READ
151000             IF WS-ROW-FOUND
151100                 AND FRCP-IS-ACTIVE
151200                 MOVE 'V' TO WS-EFFECT-OUTCOME
151300                 MOVE '    FRCPOSTK  USED TO ACTIVE  VERIFIED'
151400                     TO BACKOUT-REPORT-LINE
151500             ELSE
151600                 MOVE 'E' TO WS-EFFECT-OUTCOME
151700                 MOVE '    EXCEPTION  FRCPOSTK DID NOT REINSTATE'
151800                     TO BACKOUT-REPORT-LINE
151900             END-IF
152000     END-EVALUATE.
152100 3600-REINSTATE-FORCE-POST-WRITE.
152200     WRITE BACKOUT-REPORT-LINE.
152300     MOVE 7 TO WS-EF-SUB.
152400     PERFORM 3900-TALLY-OUTCOME THRU 3900-TALLY-OUTCOME-EXIT.
152500 3600-REINSTATE-FORCE-POST-EXIT.
152600     EXIT.
152700***************************************************************
152800*    3700-RESTORE-HISTORY-ROW  --  THE ROW GOES BACK TO WHERE  *
152900*    THE ITEM STOOD BEFORE THE RUN: A DAILY-FILE ITEM HAD NO   *
153000*    ROW; A RECYCLED ITEM WAS REJECTED, A RELEASED HELD ITEM   *
153100*    HELD, A RELEASED REVERSAL PARKED.  THE ROW IS RE-READ --  *
153200*    3300 MAY HAVE READ ANOTHER ROW SINCE 3100.                *
153300***************************************************************
153400 3700-RESTORE-HISTORY-ROW.
153500     MOVE 'L' TO WS-EFFECT-OUTCOME.
153600     EVALUATE TRUE
153700         WHEN BK-ITEM-ORIGIN(WS-BK-SUB) = 'S'
153800             MOVE 'R' TO WS-RESTORE-DISPOSITION
153900         WHEN BK-ITEM-ORIGIN(WS-BK-SUB) = 'H'
154000             MOVE 'H' TO WS-RESTORE-DISPOSITION
154100         WHEN BK-ITEM-ORIGIN(WS-BK-SUB) = 'K'
154200             MOVE 'K' TO WS-RESTORE-DISPOSITION
154300         WHEN WS-KEEP-PARKED-ROW
154400             MOVE 'K' TO WS-RESTORE-DISPOSITION
154500         WHEN OTHER
154600             MOVE SPACE TO WS-RESTORE-DISPOSITION
154700     END-EVALUATE.
154800     MOVE BK-TRANS-KEY(WS-BK-SUB) TO TXH-TRANS-KEY.
154900     MOVE 'Y' TO WS-FOUND-SW.
155000     READ TXN-HISTORY-FILE
155100         INVALID KEY
155200             MOVE 'N' TO WS-FOUND-SW
155300     END-READ.
155400     MOVE SPACES TO BACKOUT-REPORT-LINE.
155500     IF NOT WS-ROW-FOUND
155600         MOVE 'E' TO WS-EFFECT-OUTCOME
155700         MOVE '    EXCEPTION  TXHISTK ROW GONE BEFORE RESTORE'
155800             TO BACKOUT-REPORT-LINE
155900         GO TO 3700-RESTORE-HISTORY-ROW-WRITE
156000     END-IF.
156100     IF WS-RESTORE-DISPOSITION = SPACE
156200         DELETE TXN-HISTORY-FILE
156300             INVALID KEY
156400                 CONTINUE
156500         END-DELETE
156600     ELSE
156700         MOVE WS-RESTORE-DISPOSITION TO TXH-DISPOSITION
156800         SET TXH-NOT-REVERSED TO TRUE
156900         ACCEPT TXH-UPD-DATE FROM DATE YYYYMMDD
157000         ACCEPT TXH-UPD-TIME FROM TIME
157100         REWRITE TXN-HISTORY-RECORD
157200     END-IF.
157300     MOVE 'Y' TO WS-FOUND-SW.
157400     READ TXN-HISTORY-FILE
157500         INVALID KEY
157600             MOVE 'N' TO WS-FOUND-SW
157700     END-READ.
157800     EVALUATE TRUE
157900         WHEN WS-RESTORE-DISPOSITION = SPACE
158000             AND NOT WS-ROW-FOUND
158100             MOVE 'V' TO WS-EFFECT-OUTCOME
158200             MOVE '    TXHISTK   ROW DELETED      VERIFIED'
158300                 TO BACKOUT-REPORT-LINE
158400         WHEN WS-RESTORE-DISPOSITION NOT = SPACE
158500             AND WS-ROW-FOUND
158600             AND TXH-DISPOSITION = WS-RESTORE-DISPOSITION
158700             MOVE 'V' TO WS-EFFECT-OUTCOME
158800             STRING '    TXHISTK   DISPOSITION '
158900                 BK-DISPOSITION(WS-BK-SUB)
159000                 ' BACK TO ' WS-RESTORE-DISPOSITION
159100                 '         VERIFIED'
159200                 DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE
159300         WHEN OTHER
159400             MOVE 'E' TO WS-EFFECT-OUTCOME
159500             MOVE '    EXCEPTION  TXHISTK ROW DID NOT RESTORE'
159600                 TO BACKOUT-REPORT-LINE
159700     END-EVALUATE.
159800 3700-RESTORE-HISTORY-ROW-WRITE.
159900     WRITE BACKOUT-REPORT-LINE.
160000     MOVE 8 TO WS-EF-SUB.
160100     PERFORM 3900-TALLY-OUTCOME THRU 3900-TALLY-OUTCOME-EXIT.
160200 3700-RESTORE-HISTORY-ROW-EXIT.
160300     EXIT.
160400***************************************************************
160500*    3900-TALLY-OUTCOME  --  ONE EXPECTED CHANGE, COUNTED BY   *
160600*    HOW IT ENDED, AGAINST EFFECT WS-EF-SUB.                   *
160700***************************************************************
160800 3900-TALLY-OUTCOME.
160900     ADD 1 TO EF-EXPECTED(WS-EF-SUB).
161000     EVALUATE TRUE
161100         WHEN WS-OUTCOME-VERIFIED
161200             ADD 1 TO EF-VERIFIED(WS-EF-SUB)
161300         WHEN WS-OUTCOME-EXCEPTION
161400             ADD 1 TO EF-EXCEPTIONS(WS-EF-SUB)
161500             ADD 1 TO WS-EXCEPTION-COUNT
161600         WHEN OTHER
161700             ADD 1 TO EF-LEFT-ALONE(WS-EF-SUB)
161800     END-EVALUATE.
161900 3900-TALLY-OUTCOME-EXIT.
162000     EXIT.
162100***************************************************************
162200*    4000-RESTORE-RUN-POSITION  --  THE RUN-LEVEL FILES, ONCE  *
162300*    EVERY ITEM HAS BEEN BACKED OUT.                           *
162400***************************************************************
162500 4000-RESTORE-RUN-POSITION.
162600     MOVE SPACES TO BACKOUT-REPORT-LINE.
162700     WRITE BACKOUT-REPORT-LINE.
162800     MOVE 'RUN POSITION' TO BACKOUT-REPORT-LINE.
162900     WRITE BACKOUT-REPORT-LINE.
163000     PERFORM 4100-ROLL-BACK-DAY-POSITION
163100         THRU 4100-ROLL-BACK-DAY-POSITION-EXIT.
163200     PERFORM 4200-WRITE-RESTART-MARKER
163300         THRU 4200-WRITE-RESTART-MARKER-EXIT.
163400     PERFORM 4400-CLEAR-MONTH-TO-DATE
163500         THRU 4400-CLEAR-MONTH-TO-DATE-EXIT.
163600     PERFORM 4300-MARK-RUN-BACKED-OUT
163700         THRU 4300-MARK-RUN-BACKED-OUT-EXIT.
163800 4000-RESTORE-RUN-POSITION-EXIT.
163900     EXIT.
164000***************************************************************
164100*    4100-ROLL-BACK-DAY-POSITION  --  ENQ200 ROLLS A CYCLE IN  *
164200*    ONLY WHEN IT COMPLETES: ONE CYCLE, ITS PROCESSED COUNT    *
164300*    (ONE EXTRACT RECORD EACH) AND ITS EXTRACT AMOUNT.  A      *
164400*    DAYPOS ALREADY ON ANOTHER DATE NO LONGER HOLDS THE RUN.   *
164500***************************************************************
164600 4100-ROLL-BACK-DAY-POSITION.
164700     MOVE SPACES TO BACKOUT-REPORT-LINE.
164800     IF NOT ABT-STATUS-COMPLETE
164900         MOVE 'DAYPOS     : RUN NEVER COMPLETED -- NOT ROLLED IN'
165000             TO BACKOUT-REPORT-LINE
165100         GO TO 4100-ROLL-BACK-DAY-POSITION-WRITE
165200     END-IF.
165300     OPEN INPUT DAY-POSITION-FILE.
165400     IF DAYP-FILE-STATUS = '35'
165500         MOVE 'DAYPOS     : NOT ON FILE -- NOTHING TO ROLL BACK'
165600             TO BACKOUT-REPORT-LINE
165700         GO TO 4100-ROLL-BACK-DAY-POSITION-WRITE
165800     END-IF.
165900     MOVE ZERO TO DAYP-BUSINESS-DATE.
166000     READ DAY-POSITION-FILE
166100         AT END
166200             MOVE ZERO TO DAYP-BUSINESS-DATE
166300     END-READ.
166400     CLOSE DAY-POSITION-FILE.
166500     IF DAYP-BUSINESS-DATE NOT = WS-BUSINESS-DATE
166600         MOVE DAYP-BUSINESS-DATE TO WS-DATE-EDIT
166700         STRING 'DAYPOS     : NOW ON ' WS-DATE-EDIT
166800             ' -- LEFT ALONE'
166900             DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE
167000         GO TO 4100-ROLL-BACK-DAY-POSITION-WRITE
167100     END-IF.
167200     IF DAYP-CYCLES-COMPLETED < 1
167300         OR DAYP-RECORDS-PROCESSED < WS-DATA-COUNT
167400         ADD 1 TO WS-EXCEPTION-COUNT
167500         MOVE 'DAYPOS     : EXCEPTION -- SMALLER THAN THE RUN'
167600             TO BACKOUT-REPORT-LINE
167700         GO TO 4100-ROLL-BACK-DAY-POSITION-WRITE
167800     END-IF.
167900     COMPUTE WS-DAYP-CYCLES  = DAYP-CYCLES-COMPLETED - 1.
168000     COMPUTE WS-DAYP-RECORDS = DAYP-RECORDS-PROCESSED
168100                             - WS-DATA-COUNT.
168200     COMPUTE WS-DAYP-AMOUNT  = DAYP-AMOUNT-TOTAL
168300                             - WS-DATA-AMOUNT-TOTAL.
168400     OPEN OUTPUT DAY-POSITION-FILE.
168500     MOVE SPACES TO DAY-POSITION-RECORD.
168600     MOVE WS-BUSINESS-DATE TO DAYP-BUSINESS-DATE.
168700     MOVE WS-DAYP-CYCLES   TO DAYP-CYCLES-COMPLETED.
168800     MOVE WS-DAYP-RECORDS  TO DAYP-RECORDS-PROCESSED.
168900     MOVE WS-DAYP-AMOUNT   TO DAYP-AMOUNT-TOTAL.
169000     WRITE DAY-POSITION-RECORD.
169100     CLOSE DAY-POSITION-FILE.
169200     OPEN INPUT DAY-POSITION-FILE.
169300     MOVE ZERO TO DAYP-BUSINESS-DATE.
169400     READ DAY-POSITION-FILE
169500         AT END
169600             MOVE ZERO TO DAYP-BUSINESS-DATE
169700     END-READ.
169800     CLOSE DAY-POSITION-FILE.
169900     MOVE WS-DAYP-CYCLES  TO WS-REPORT-NUMERIC-EDIT.
170000     MOVE WS-DAYP-RECORDS TO WS-REPORT-NUMERIC-EDIT-2.
170100     MOVE WS-DAYP-AMOUNT  TO WS-AMOUNT-EDIT.
170200     IF DAYP-BUSINESS-DATE = WS-BUSINESS-DATE
170300         AND DAYP-CYCLES-COMPLETED = WS-DAYP-CYCLES
170400         AND DAYP-RECORDS-PROCESSED = WS-DAYP-RECORDS
170500         AND DAYP-AMOUNT-TOTAL = WS-DAYP-AMOUNT
170600         MOVE 'VERIFIED' TO WS-VERIFY-TEXT
170700     ELSE
170800         ADD 1 TO WS-EXCEPTION-COUNT
170900         MOVE 'NOT VERIFIED' TO WS-VERIFY-TEXT
171000     END-IF.
171100     STRING 'DAYPOS     : CYCLE ROLLED OUT -- NOW CYCLES '
171200         WS-REPORT-NUMERIC-EDIT
171300         '  RECORDS ' WS-REPORT-NUMERIC-EDIT-2
171400         '  AMOUNT ' WS-AMOUNT-EDIT
171500         '  ' WS-VERIFY-TEXT
171600         DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE.
171700 4100-ROLL-BACK-DAY-POSITION-WRITE.
171800     WRITE BACKOUT-REPORT-LINE.
171900 4100-ROLL-BACK-DAY-POSITION-EXIT.
172000     EXIT.
172100***************************************************************
172200*    4200-WRITE-RESTART-MARKER  --  ENQ200 (1150) AND ENQ290   *
172300*    TAKE THE LAST CHECKPOINT FOR THE RUN-ID/DATE/CYCLE.  A    *
172400*    MARKER WITH NO LAST KEY AFTER THE BAD RUN'S CHECKPOINTS   *
172500*    MEANS A RERUN UNDER THE SAME RUN-ID SKIPS NOTHING.        *
172600***************************************************************
172700 4200-WRITE-RESTART-MARKER.
172800     MOVE SPACES TO BACKOUT-REPORT-LINE.
172900     OPEN EXTEND CHECKPOINT-FILE.
173000     IF CHKPT-FILE-STATUS NOT = '00'
173100         ADD 1 TO WS-EXCEPTION-COUNT
173200         MOVE 'CHKPTFIL   : EXCEPTION -- WILL NOT OPEN; NO MARKER'
173300             TO BACKOUT-REPORT-LINE
173400         GO TO 4200-WRITE-RESTART-MARKER-WRITE
173500     END-IF.
173600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
173700     ACCEPT WS-CURRENT-TIME FROM TIME.
173800     MOVE WS-RUN-ID          TO CHKPT-RUN-ID.
173900     MOVE WS-BUSINESS-DATE   TO CHKPT-BUSINESS-DATE.
174000     MOVE SPACES             TO CHKPT-LAST-KEY-PROCESSED.
174100     MOVE WS-CURRENT-DATE    TO CHKPT-TS-DATE.
174200     MOVE WS-CURRENT-TIME    TO CHKPT-TS-TIME.
174300     MOVE ZERO               TO CHKPT-RECORDS-PROCESSED.
174400     MOVE WS-CYCLE-NUMBER    TO CHKPT-CYCLE-NUMBER.
174500     WRITE CHKPT-RECORD.
174600     CLOSE CHECKPOINT-FILE.
174700     MOVE 'CHKPTFIL   : MARKER WRITTEN -- A RERUN STARTS AT TOP'
174800         TO BACKOUT-REPORT-LINE.
174900 4200-WRITE-RESTART-MARKER-WRITE.
175000     WRITE BACKOUT-REPORT-LINE.
175100 4200-WRITE-RESTART-MARKER-EXIT.
175200     EXIT.
175300***************************************************************
175400*    4300-MARK-RUN-BACKED-OUT  --  SET EVEN WHEN THERE WERE    *
175500*    EXCEPTIONS: THE ITEMS HAVE BEEN BACKED OUT, AND 1200      *
175600*    MUST REFUSE A SECOND PASS.  ENQ200 TAKES A BACKED-OUT     *
175700*    ROW AS A FRESH START.                                     *
175800***************************************************************
175900 4300-MARK-RUN-BACKED-OUT.
176000     SET ABT-STATUS-BACKED-OUT TO TRUE.
176100     MOVE 'BACKED OUT   '     TO ABT-STATUS-TEXT.
176200     MOVE ABT-STATUS-CODE     TO ABT-VSAM-STATUS-CODE.
176300     ACCEPT ABT-VSAM-UPD-DATE FROM DATE YYYYMMDD.
176400     ACCEPT ABT-VSAM-UPD-TIME FROM TIME.
176500     REWRITE ABORT-STATUS-VSAM-RECORD.
176600     MOVE 'Y' TO WS-FOUND-SW.
176700     READ ABORT-STATUS-FILE
176800         INVALID KEY
176900             MOVE 'N' TO WS-FOUND-SW
177000     END-READ.
177100     MOVE SPACES TO BACKOUT-REPORT-LINE.
177200     IF WS-ROW-FOUND
177300         AND ABT-VSAM-STATUS-CODE = 'B'
177400         MOVE 'ABTSTFIL   : RUN MARKED BACKED OUT (B)  VERIFIED'
177500             TO BACKOUT-REPORT-LINE
177600     ELSE
177700         ADD 1 TO WS-EXCEPTION-COUNT
177800         MOVE 'ABTSTFIL   : EXCEPTION -- NOT MARKED BACKED OUT'
177900             TO BACKOUT-REPORT-LINE
178000     END-IF.
178100     WRITE BACKOUT-REPORT-LINE.
178200 4300-MARK-RUN-BACKED-OUT-EXIT.
178300     EXIT.
178400***************************************************************
178500*    4400-CLEAR-MONTH-TO-DATE  --  THE DATE'S ROWS ON THE      *
178600*    MONTH-TO-DATE JOURNAL (CONTROL ROW 0 AND ITS LINES) CAME  *
178700*    FROM A JOURNAL THAT INCLUDED THE BAD RUN.  THEY ARE       *
178800*    DELETED, THE SAME BROWSE ENQ350 USES TO REPLACE A DATE,   *
178900*    AND THE DATE IS READ AGAIN TO PROVE NONE ARE LEFT.        *
179000***************************************************************
179100 4400-CLEAR-MONTH-TO-DATE.
179200     MOVE SPACES TO BACKOUT-REPORT-LINE.
179300     OPEN I-O MTD-JOURNAL-FILE.
179400     IF MTDJ-FILE-STATUS = '35'
179500         SET WS-MTDJ-NOT-LOADED TO TRUE
179600         MOVE 'MTDJRNLK   : NOT ON FILE -- NOTHING TO REMOVE'
179700             TO BACKOUT-REPORT-LINE
179800         GO TO 4400-CLEAR-MONTH-TO-DATE-WRITE
179900     END-IF.
180000     IF MTDJ-FILE-STATUS NOT = '00'
180100         AND MTDJ-FILE-STATUS NOT = '97'
180200         SET WS-MTDJ-NOT-CLEARED TO TRUE
180300         ADD 1 TO WS-EXCEPTION-COUNT
180400         STRING 'MTDJRNLK   : EXCEPTION -- WILL NOT OPEN, STATUS '
180500             MTDJ-FILE-STATUS '; DATE NOT REMOVED'
180600             DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE
180700         GO TO 4400-CLEAR-MONTH-TO-DATE-WRITE
180800     END-IF.
180900     PERFORM 4410-START-THE-DATE THRU 4410-START-THE-DATE-EXIT.
181000     PERFORM 4420-REMOVE-ONE-MTDJ-ROW
181100         THRU 4420-REMOVE-ONE-MTDJ-ROW-EXIT
181200         UNTIL WS-MTDJ-AT-EOF.
181300     PERFORM 4410-START-THE-DATE THRU 4410-START-THE-DATE-EXIT.
181400     IF NOT WS-MTDJ-AT-EOF
181500         AND MTDJ-BUSINESS-DATE = WS-BUSINESS-DATE
181600         SET WS-MTDJ-NOT-CLEARED TO TRUE
181700     END-IF.
181800     CLOSE MTD-JOURNAL-FILE.
181900     MOVE WS-MTDJ-ROWS-REMOVED TO WS-REPORT-NUMERIC-EDIT.
182000     EVALUATE TRUE
182100         WHEN WS-MTDJ-NOT-CLEARED
182200             ADD 1 TO WS-EXCEPTION-COUNT
182300             STRING 'MTDJRNLK   : EXCEPTION -- '
182400                 WS-REPORT-NUMERIC-EDIT
182500                 ' ROWS REMOVED BUT THE DATE IS STILL ON FILE'
182600                 DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE
182700         WHEN WS-MTDJ-ROWS-REMOVED = ZERO
182800             SET WS-MTDJ-NOT-LOADED TO TRUE
182900             MOVE 'MTDJRNLK   : DATE NOT LOADED -- NONE REMOVED'
183000                 TO BACKOUT-REPORT-LINE
183100         WHEN OTHER
183200             SET WS-MTDJ-CLEARED TO TRUE
183300             STRING 'MTDJRNLK   : DATE REMOVED -- '
183400                 WS-REPORT-NUMERIC-EDIT
183500                 ' ROWS  VERIFIED'
183600                 DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE
183700     END-EVALUATE.
183800 4400-CLEAR-MONTH-TO-DATE-WRITE.
183900     WRITE BACKOUT-REPORT-LINE.
184000 4400-CLEAR-MONTH-TO-DATE-EXIT.
184100     EXIT.
184200***************************************************************
184300*    4410-START-THE-DATE  --  POSITION ON THE DATE'S FIRST     *
184400*    ROW, OR AT END.                                           *
184500***************************************************************
184600 4410-START-THE-DATE.
184700     MOVE 'N' TO WS-MTDJ-EOF-SW.
184800     MOVE WS-BUSINESS-DATE TO MTDJ-BUSINESS-DATE.
184900     MOVE ZERO             TO MTDJ-SEQUENCE.
185000     START MTD-JOURNAL-FILE
185100         KEY IS NOT LESS THAN MTDJ-KEY
185200         INVALID KEY
185300             SET WS-MTDJ-AT-EOF TO TRUE
185400     END-START.
185500     IF NOT WS-MTDJ-AT-EOF
185600         READ MTD-JOURNAL-FILE NEXT
185700             AT END
185800                 SET WS-MTDJ-AT-EOF TO TRUE
185900         END-READ
186000     END-IF.
186100 4410-START-THE-DATE-EXIT.
186200     EXIT.
186300***************************************************************
186400*    4420-REMOVE-ONE-MTDJ-ROW  --  THE BROWSE STOPS AT THE     *
186500*    FIRST ROW FOR A LATER DATE.                               *
186600***************************************************************
186700 4420-REMOVE-ONE-MTDJ-ROW.
186800     IF MTDJ-BUSINESS-DATE NOT = WS-BUSINESS-DATE
186900         SET WS-MTDJ-AT-EOF TO TRUE
187000         GO TO 4420-REMOVE-ONE-MTDJ-ROW-EXIT
187100     END-IF.
187200     DELETE MTD-JOURNAL-FILE
187300         INVALID KEY
187400             SET WS-MTDJ-AT-EOF TO TRUE
187500             GO TO 4420-REMOVE-ONE-MTDJ-ROW-EXIT
187600     END-DELETE.
187700     ADD 1 TO WS-MTDJ-ROWS-REMOVED.
187800     READ MTD-JOURNAL-FILE NEXT
187900         AT END
188000             SET WS-MTDJ-AT-EOF TO TRUE
188100     END-READ.
188200 4420-REMOVE-ONE-MTDJ-ROW-EXIT.
188300     EXIT.
188400***************************************************************
188500*    5000-ADJUST-ACCOUNT  --  ADDS WS-ADJ-AMOUNT TO ONE        *
188600*    ACCOUNT'S DAILY AND TYPE CONSUMED BALANCES, ONLY WHILE    *
188700*    THEY STILL BELONG TO WS-ADJ-DATE; THEN THE SAME FOR ITS   *
188800*    CUSTOMER GROUP (5100).  EACH REWRITE IS READ BACK AND     *
188900*    COMPARED.  A MISSING ACCOUNT IS LEFT ALONE, AS ENQ302     *
189000*    LEAVES IT.  WS-EFFECT-OUTCOME RISES FROM LEFT ALONE TO    *
189100*    VERIFIED; AN EXCEPTION STICKS.                            *
189200***************************************************************
189300 5000-ADJUST-ACCOUNT.
189400     MOVE WS-ADJ-SOURCE  TO ENTL-KEY-SOURCE.
189500     MOVE WS-ADJ-ACCOUNT TO ENTL-KEY-ACCOUNT.
189600     MOVE 'Y' TO WS-FOUND-SW.
189700     READ ENTL-MASTER-FILE
189800         INVALID KEY
189900             MOVE 'N' TO WS-FOUND-SW
190000     END-READ.
190100     MOVE SPACES TO BACKOUT-REPORT-LINE.
190200     IF NOT WS-ROW-FOUND
190300         STRING '    ENTLMSTR  ' WS-ADJ-SOURCE ' ' WS-ADJ-ACCOUNT
190400             '  NOT ON FILE -- LEFT ALONE'
190500             DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE
190600         WRITE BACKOUT-REPORT-LINE
190700         GO TO 5000-ADJUST-ACCOUNT-EXIT
190800     END-IF.
190900     IF ENTL-LAST-CONSUMED-DATE NOT = WS-ADJ-DATE
191000         MOVE ENTL-LAST-CONSUMED-DATE TO WS-DATE-EDIT
191100         STRING '    ENTLMSTR  ' WS-ADJ-SOURCE ' ' WS-ADJ-ACCOUNT
191200             '  BALANCES NOW FOR ' WS-DATE-EDIT
191300             ' -- LEFT ALONE'
191400             DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE
191500         WRITE BACKOUT-REPORT-LINE
191600         GO TO 5000-ADJUST-ACCOUNT-GROUP
191700     END-IF.
191800     MOVE ENTL-DAILY-CONSUMED TO WS-BEFORE-DAILY.
191900     ADD WS-ADJ-AMOUNT TO ENTL-DAILY-CONSUMED.
192000     MOVE ENTL-DAILY-CONSUMED TO WS-EXPECT-DAILY.
192100     MOVE ZERO TO WS-EXPECT-TYPE.
192200     IF WS-ADJ-TYPE >= 1 AND WS-ADJ-TYPE <= 4
192300         ADD WS-ADJ-AMOUNT TO ENTL-TYPE-CONSUMED(WS-ADJ-TYPE)
192400         MOVE ENTL-TYPE-CONSUMED(WS-ADJ-TYPE) TO WS-EXPECT-TYPE
192500     END-IF.
192600     REWRITE ENTITLEMENT-MASTER-RECORD.
192700     MOVE 'Y' TO WS-FOUND-SW.
192800     READ ENTL-MASTER-FILE
192900         INVALID KEY
193000             MOVE 'N' TO WS-FOUND-SW
193100     END-READ.
193200     IF WS-ROW-FOUND
193300         AND ENTL-DAILY-CONSUMED = WS-EXPECT-DAILY
193400         AND (WS-ADJ-TYPE < 1 OR WS-ADJ-TYPE > 4
193500              OR ENTL-TYPE-CONSUMED(WS-ADJ-TYPE) = WS-EXPECT-TYPE)
193600         MOVE 'VERIFIED' TO WS-VERIFY-TEXT
193700         IF NOT WS-OUTCOME-EXCEPTION
193800             MOVE 'V' TO WS-EFFECT-OUTCOME
193900         END-IF
194000     ELSE
194100         MOVE 'NOT VERIFIED' TO WS-VERIFY-TEXT
194200         MOVE 'E' TO WS-EFFECT-OUTCOME
194300     END-IF.
194400     MOVE WS-BEFORE-DAILY TO WS-BEFORE-EDIT.
194500     MOVE WS-EXPECT-DAILY TO WS-AFTER-EDIT.
194600     STRING '    ENTLMSTR  ' WS-ADJ-SOURCE ' ' WS-ADJ-ACCOUNT
194700         '  DAILY CONSUMED ' WS-BEFORE-EDIT
194800         ' TO ' WS-AFTER-EDIT
194900         '  TYPE ' WS-ADJ-TYPE
195000         '  ' WS-VERIFY-TEXT
195100         DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE.
195200     WRITE BACKOUT-REPORT-LINE.
195300 5000-ADJUST-ACCOUNT-GROUP.
195400     IF WS-ROW-FOUND
195500         AND NOT ENTL-NOT-GROUPED
195600         PERFORM 5100-ADJUST-GROUP THRU 5100-ADJUST-GROUP-EXIT
195700     END-IF.
195800 5000-ADJUST-ACCOUNT-EXIT.
195900     EXIT.
196000***************************************************************
196100*    5100-ADJUST-GROUP  --  THE CURRENT ACCOUNT ROW'S GROUP,   *
196200*    UNDER THE SAME SAME-DAY RULE.  A GROUPED ACCOUNT WITH NO  *
196300*    CGRPMSTR TO ADJUST IS AN EXCEPTION -- ALLOWED37 DID       *
196400*    CONSUME AGAINST THE GROUP.  A MISSING GROUP ROW IS LEFT   *
196500*    ALONE, AS IN ENQ302.                                      *
196600***************************************************************
196700 5100-ADJUST-GROUP.
196800     MOVE SPACES TO BACKOUT-REPORT-LINE.
196900     IF NOT WS-CGRP-OPEN
197000         MOVE 'E' TO WS-EFFECT-OUTCOME
197100         STRING '    EXCEPTION  GROUP ' ENTL-GROUP-ID
197200             ' -- CGRPMSTR NOT OPEN; NOT ADJUSTED'
197300             DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE
197400         WRITE BACKOUT-REPORT-LINE
197500         GO TO 5100-ADJUST-GROUP-EXIT
197600     END-IF.
197700     MOVE ENTL-GROUP-ID TO CGRP-GROUP-ID.
197800     MOVE 'Y' TO WS-FOUND-SW.
197900     READ CUST-GROUP-FILE
198000         INVALID KEY
198100             MOVE 'N' TO WS-FOUND-SW
198200     END-READ.
198300     IF NOT WS-ROW-FOUND
198400         STRING '    CGRPMSTR  ' ENTL-GROUP-ID
198500             '  NOT ON FILE -- LEFT ALONE'
198600             DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE
198700         WRITE BACKOUT-REPORT-LINE
198800         GO TO 5100-ADJUST-GROUP-EXIT
198900     END-IF.
199000     IF CGRP-LAST-CONSUMED-DATE NOT = WS-ADJ-DATE
199100         MOVE CGRP-LAST-CONSUMED-DATE TO WS-DATE-EDIT
199200         STRING '    CGRPMSTR  ' CGRP-GROUP-ID
199300             '  BALANCES NOW FOR ' WS-DATE-EDIT
199400             ' -- LEFT ALONE'
199500             DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE
199600         WRITE BACKOUT-REPORT-LINE
199700         GO TO 5100-ADJUST-GROUP-EXIT
199800     END-IF.
199900     MOVE CGRP-DAILY-CONSUMED TO WS-BEFORE-DAILY.
200000     ADD WS-ADJ-AMOUNT TO CGRP-DAILY-CONSUMED.
200100     MOVE CGRP-DAILY-CONSUMED TO WS-EXPECT-DAILY.
200200     MOVE ZERO TO WS-EXPECT-TYPE.
200300     IF WS-ADJ-TYPE >= 1 AND WS-ADJ-TYPE <= 4
200400         ADD WS-ADJ-AMOUNT TO CGRP-TYPE-CONSUMED(WS-ADJ-TYPE)
200500         MOVE CGRP-TYPE-CONSUMED(WS-ADJ-TYPE) TO WS-EXPECT-TYPE
200600     END-IF.
200700     REWRITE CUSTOMER-GROUP-RECORD.
200800     MOVE 'Y' TO WS-FOUND-SW.
200900     READ CUST-GROUP-FILE
201000         INVALID KEY
201100             MOVE 'N' TO WS-FOUND-SW
201200     END-READ.
201300     IF WS-ROW-FOUND
201400         AND CGRP-DAILY-CONSUMED = WS-EXPECT-DAILY
201500         AND (WS-ADJ-TYPE < 1 OR WS-ADJ-TYPE > 4
201600              OR CGRP-TYPE-CONSUMED(WS-ADJ-TYPE) = WS-EXPECT-TYPE)
201700         MOVE 'VERIFIED' TO WS-VERIFY-TEXT
201800         IF NOT WS-OUTCOME-EXCEPTION
201900             MOVE 'V' TO WS-EFFECT-OUTCOME
202000         END-IF
202100     ELSE
202200         MOVE 'NOT VERIFIED' TO WS-VERIFY-TEXT
202300         MOVE 'E' TO WS-EFFECT-OUTCOME
202400     END-IF.
202500     MOVE WS-BEFORE-DAILY TO WS-BEFORE-EDIT.
202600     MOVE WS-EXPECT-DAILY TO WS-AFTER-EDIT.
202700     STRING '    CGRPMSTR  ' CGRP-GROUP-ID
202800         '         DAILY CONSUMED ' WS-BEFORE-EDIT
202900         ' TO ' WS-AFTER-EDIT
203000         '  TYPE ' WS-ADJ-TYPE
203100         '  ' WS-VERIFY-TEXT
203200         DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE.
203300     WRITE BACKOUT-REPORT-LINE.
203400 5100-ADJUST-GROUP-EXIT.
203500     EXIT.
203600***************************************************************
203700*    7000-WRITE-PROOF-OF-POSITION  --  PER EFFECT, EXPECTED    *
203800*    = VERIFIED + LEFT ALONE + EXCEPTIONS, THEN THE VERDICT    *
203900*    AND WHAT IS LEFT FOR HAND ACTION.                         *
204000***************************************************************
204100 7000-WRITE-PROOF-OF-POSITION.
204200     MOVE SPACES TO BACKOUT-REPORT-LINE.
204300     WRITE BACKOUT-REPORT-LINE.
204400     MOVE 'PROOF OF POSITION' TO BACKOUT-REPORT-LINE.
204500     WRITE BACKOUT-REPORT-LINE.
204600     MOVE SPACES TO BACKOUT-REPORT-LINE.
204700     STRING 'CHANGE                          EXPECTED    VERIFIED'
204800         '  LEFT ALONE  EXCEPTIONS'
204900         DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE.
205000     WRITE BACKOUT-REPORT-LINE.
205100     PERFORM 7100-WRITE-ONE-EFFECT THRU 7100-WRITE-ONE-EFFECT-EXIT
205200         VARYING WS-EF-SUB FROM 1 BY 1
205300         UNTIL WS-EF-SUB > EF-MAX-ENTRIES.
205400     MOVE SPACES TO BACKOUT-REPORT-LINE.
205500     WRITE BACKOUT-REPORT-LINE.
205600     MOVE BK-TABLE-COUNT      TO WS-REPORT-NUMERIC-EDIT.
205700     MOVE WS-ITEMS-BACKED-OUT TO WS-REPORT-NUMERIC-EDIT-2.
205800     MOVE WS-ITEMS-SKIPPED    TO WS-REPORT-NUMERIC-EDIT-3.
205900     MOVE SPACES TO BACKOUT-REPORT-LINE.
206000     STRING 'ITEMS ON POSTIN ' WS-REPORT-NUMERIC-EDIT
206100         '  BACKED OUT ' WS-REPORT-NUMERIC-EDIT-2
206200         '  NOT BACKED OUT (REPROCESSED SINCE) '
206300         WS-REPORT-NUMERIC-EDIT-3
206400         DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE.
206500     WRITE BACKOUT-REPORT-LINE.
206600     MOVE SPACES TO BACKOUT-REPORT-LINE.
206700     IF WS-EXCEPTION-COUNT = ZERO
206800         STRING 'EVERY CHANGE VERIFIED -- THE MASTER FILES ARE'
206900             ' AT THEIR PRE-RUN POSITIONS.'
207000             DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE
207100     ELSE
207200         MOVE WS-EXCEPTION-COUNT TO WS-REPORT-NUMERIC-EDIT
207300         STRING WS-REPORT-NUMERIC-EDIT
207400             ' EXCEPTIONS -- POSITION NOT PROVEN FOR THE ITEMS'
207500             ' MARKED EXCEPTION ABOVE.'
207600             DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE
207700     END-IF.
207800     WRITE BACKOUT-REPORT-LINE.
207900     PERFORM 7200-WRITE-HAND-ACTIONS
208000         THRU 7200-WRITE-HAND-ACTIONS-EXIT.
208100 7000-WRITE-PROOF-OF-POSITION-EXIT.
208200     EXIT.
208300***************************************************************
208400*    7100-WRITE-ONE-EFFECT                                     *
208500***************************************************************
208600 7100-WRITE-ONE-EFFECT.
208700     MOVE EF-EXPECTED(WS-EF-SUB)   TO WS-REPORT-NUMERIC-EDIT.
208800     MOVE EF-VERIFIED(WS-EF-SUB)   TO WS-REPORT-NUMERIC-EDIT-2.
208900     MOVE EF-LEFT-ALONE(WS-EF-SUB) TO WS-REPORT-NUMERIC-EDIT-3.
209000     MOVE EF-EXCEPTIONS(WS-EF-SUB) TO WS-REPORT-NUMERIC-EDIT-4.
209100     MOVE SPACES TO BACKOUT-REPORT-LINE.
209200     STRING EF-NAME(WS-EF-SUB)
209300         WS-REPORT-NUMERIC-EDIT
209400         ' ' WS-REPORT-NUMERIC-EDIT-2
209500         ' ' WS-REPORT-NUMERIC-EDIT-3
209600         ' ' WS-REPORT-NUMERIC-EDIT-4
209700         DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE.
209800     WRITE BACKOUT-REPORT-LINE.
209900 7100-WRITE-ONE-EFFECT-EXIT.
210000     EXIT.
210100***************************************************************
210200*    7200-WRITE-HAND-ACTIONS  --  WHAT THIS PROGRAM DOES NOT   *
210300*    REVERSE.  GENCTL IS SHOWN AS IT STANDS: A COMPLETED RUN   *
210400*    MAY HAVE ADVANCED IT, AND ONLY OPERATIONS KNOWS THE       *
210500*    GENERATION THE RIGHT FILE CARRIES.                        *
210600***************************************************************
210700 7200-WRITE-HAND-ACTIONS.
210800     MOVE SPACES TO BACKOUT-REPORT-LINE.
210900     WRITE BACKOUT-REPORT-LINE.
211000     MOVE 'NOT REVERSED HERE -- FOR HAND ACTION BEFORE THE RERUN'
211100         TO BACKOUT-REPORT-LINE.
211200     WRITE BACKOUT-REPORT-LINE.
211300     MOVE SPACES TO BACKOUT-REPORT-LINE.
211400     OPEN INPUT GENERATION-CONTROL-FILE.
211500     IF GEN-FILE-STATUS = '35'
211600         MOVE 'GENCTL     : NOT ON FILE'
211700             TO BACKOUT-REPORT-LINE
211800     ELSE
211900         MOVE ZERO TO GEN-LAST-GENERATION GEN-LAST-BUSINESS-DATE
212000         READ GENERATION-CONTROL-FILE
212100             AT END
212200                 CONTINUE
212300         END-READ
212400         CLOSE GENERATION-CONTROL-FILE
212500         MOVE GEN-LAST-BUSINESS-DATE TO WS-DATE-EDIT
212600         STRING 'GENCTL     : LAST GENERATION '
212700             GEN-LAST-GENERATION
212800             ' DATE ' WS-DATE-EDIT
212900             ' -- RESET IT IF THE BACKED-OUT RUN ADVANCED IT'
213000             DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE
213100     END-IF.
213200     WRITE BACKOUT-REPORT-LINE.
213300     MOVE WS-REJECTED-ITEMS TO WS-REPORT-NUMERIC-EDIT.
213400     MOVE SPACES TO BACKOUT-REPORT-LINE.
213500     STRING 'SUSPENSE   : ' WS-REPORT-NUMERIC-EDIT
213600         ' ITEMS REJECTED TO THE RUN''S SUSPFILE -- KEEP IT OUT'
213700         ' OF ENQ275J, OR CORRECT SUSPMSTK IF LOADED'
213800         DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE.
213900     WRITE BACKOUT-REPORT-LINE.
214000     MOVE EF-EXPECTED(9) TO WS-REPORT-NUMERIC-EDIT.
214100     MOVE SPACES TO BACKOUT-REPORT-LINE.
214200     STRING 'HELD       : ' WS-REPORT-NUMERIC-EDIT
214300         ' RELEASED ITEMS REQUEUED -- KEEP THE RUN''S HELDREL'
214400         ' FEED OUT OF THE RERUN; ENQ320 RELEASES THEM AGAIN'
214500         DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE.
214600     WRITE BACKOUT-REPORT-LINE.
214700     MOVE 'DOWNSTREAM : RECALL FEEDS CUT FROM THE POSTED EXTRACT'
214800         TO BACKOUT-REPORT-LINE.
214900     WRITE BACKOUT-REPORT-LINE.
215000     MOVE SPACES TO BACKOUT-REPORT-LINE.
215100     EVALUATE TRUE
215200         WHEN WS-MTDJ-NOT-CLEARED
215300             STRING 'JOURNAL    : MTDJRNLK STILL HOLDS THE DATE'
215400                 ' -- AFTER THE RERUN, RELOAD IT WITH ENQ350 PARM'
215500                 ' POSITION 9 = R'
215600                 DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE
215700         WHEN OTHER
215800             STRING 'JOURNAL    : RECALL THE GL JOURNAL; RUN'
215900                 ' ENQ280J FOR THE DATE AFTER THE RERUN TO POST'
216000                 ' AND LOAD'
216100                 ' THE RIGHT ONE'
216200                 DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE
216300     END-EVALUATE.
216400     WRITE BACKOUT-REPORT-LINE.
216500     MOVE 'RECORD     : AUDIT ROWS AND RUNSTATS STAND AS WHAT RAN'
216600         TO BACKOUT-REPORT-LINE.
216700     WRITE BACKOUT-REPORT-LINE.
216800 7200-WRITE-HAND-ACTIONS-EXIT.
216900     EXIT.
217000***************************************************************
217100*    8000-TERMINATE                                            *
217200***************************************************************
217300 8000-TERMINATE.
217400     IF WS-ABT-OPEN
217500         CLOSE ABORT-STATUS-FILE
217600     END-IF.
217700     IF WS-MASTERS-OPEN
217800         CLOSE TXN-HISTORY-FILE
217900         CLOSE ENTL-MASTER-FILE
218000         CLOSE PENDING-REVERSALS-FILE
218100     END-IF.
218200     IF WS-CGRP-OPEN
218300         CLOSE CUST-GROUP-FILE
218400     END-IF.
218500     IF WS-HELD-OPEN
218600         CLOSE HELD-ITEM-FILE
218700     END-IF.
218800     IF WS-FRCP-OPEN
218900         CLOSE FORCE-POST-FILE
219000     END-IF.
219100     CLOSE BACKOUT-REPORT-FILE.
219200     EVALUATE TRUE
219300         WHEN WS-RUN-REFUSED
219400             MOVE 8 TO RETURN-CODE
219500         WHEN WS-EXCEPTION-COUNT > ZERO
219600             OR WS-RUN-WAS-RESTARTED
219700             MOVE 4 TO RETURN-CODE
219800         WHEN OTHER
219900             MOVE 0 TO RETURN-CODE
220000     END-EVALUATE.
220100 8000-TERMINATE-EXIT.
220200     EXIT.
