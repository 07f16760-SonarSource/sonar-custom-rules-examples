000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ENQ320.
000300 AUTHOR.        D L MERCER.
000400 INSTALLATION.  DAILY PROCESSING.
000500 DATE-WRITTEN.  2026-10-14.
000600 DATE-COMPILED.
000700***************************************************************
000800*                                                              *
000900*   ENQ320  --  HELD-ITEM RELEASE AND HELD-ITEMS REPORT        *
001000*                                                              *
001100*   ENQ200 DIVERTS A TRANSACTION WHOSE ACCOUNT IS UNDER A      *
001200*   HOLD IN FORCE (HOLDMSTR, COPYBOOK ACCTHOLD) TO THE         *
001300*   HELD-ITEM KSDS (HELDITMK, COPYBOOK HELDITEM).  THIS RUN    *
001400*   SWEEPS THAT KSDS FRONT TO BACK AFTER THE DAY'S STREAM:     *
001500*                                                              *
001600*     - AN ITEM WHOSE HOLD HAS BEEN LIFTED, HAS EXPIRED, OR    *
001700*       IS NO LONGER ON THE HOLD MASTER AT ALL IS RELEASED --  *
001800*       ITS STORED RECORD IMAGE IS WRITTEN TO THE RELEASE      *
001900*       FEED (HELDREL) IN THE SAME 120-BYTE SUSPREC LAYOUT     *
002000*       ENQ275'S RECYCLE FEED USES, SO THE NEXT ENQ200 RUN     *
002100*       PICKS IT UP ON RECYCIN, AND THE ROW IS DELETED HERE.   *
002200*     - AN ITEM STILL UNDER ITS HOLD STAYS, AND IS LISTED ON   *
002300*       THE HELD-ITEMS REPORT (HELDRPT) WITH ITS AGE IN DAYS   *
002400*       SINCE IT WAS FIRST HELD AND ITS AMOUNT, FOLLOWED BY A  *
002500*       SUMMARY OF ITEMS, AMOUNT AND OLDEST AGE PER HOLD AND   *
002600*       CURRENCY.                                              *
002700*                                                              *
002800*   AN EXPIRY DATE IS THE LAST DAY THE HOLD IS IN FORCE, SO    *
002900*   AN ITEM IS RELEASED ON THE RUN FOR ITS EXPIRY DATE AND     *
003000*   REACHES THE STREAM ON THE FOLLOWING BUSINESS DAY -- THE    *
003100*   FIRST DAY ENQ200 NO LONGER SEES THE HOLD IN FORCE.         *
003200*                                                              *
003300*   PARM:  THE BUSINESS DATE JUST PROCESSED (YYYYMMDD), E.G.   *
003400*   PARM='20261014'.  NO DEFAULT; A MISSING OR NON-NUMERIC     *
003500*   PARM IS A HARD STOP (RC=8, NOTHING RELEASED).              *
003600*                                                              *
003700*   RETURN CODES:  0 = CLEAN;  4 = THE PER-HOLD SUMMARY        *
003800*   TABLE FILLED AND SOME HOLDS ARE MISSING FROM IT (THE       *
003900*   DETAIL LINES ARE STILL COMPLETE);  8 = BAD PARM.           *
004000*                                                              *
004100*   MODIFICATION HISTORY                                       *
004200*   DATE       INIT  DESCRIPTION                               *
004300*   ---------- ----  ------------------------------------------*
004400*   2026-10-14 DLM   ORIGINAL VERSION.                         *
004500*                                                              *
004600***************************************************************
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 SOURCE-COMPUTER.   IBM-Z15.
005000 OBJECT-COMPUTER.   IBM-Z15.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT HELD-ITEM-FILE
005400         ASSIGN TO HELDITMK
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS HELD-KEY
005800         FILE STATUS IS HELD-FILE-STATUS.
005900
006000     SELECT ACCOUNT-HOLD-FILE
006100         ASSIGN TO HOLDMSTR
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS HOLD-KEY
006500         FILE STATUS IS HOLD-FILE-STATUS.
006600
006700     SELECT RELEASE-OUT-FILE
006800         ASSIGN TO HELDREL
006900         ORGANIZATION IS SEQUENTIAL.
007000
007100     SELECT HELD-REPORT-FILE
007200         ASSIGN TO HELDRPT
007300         ORGANIZATION IS SEQUENTIAL.
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  HELD-ITEM-FILE.
007700 COPY HELDITEM.
007800
007900 FD  ACCOUNT-HOLD-FILE.
008000 COPY ACCTHOLD.
008100
008200*    THE SAME 120-BYTE LAYOUT AS SUSPREC -- THE FEED IS READ
008300*    BACK THROUGH ENQ200'S RECYCIN DD ALONGSIDE ENQ275'S
008400*    RECYCLE FEED.
008500 FD  RELEASE-OUT-FILE
008600     RECORDING MODE IS F.
008700 01  RELEASE-OUT-RECORD.
008800     05  RLSO-RETURN-CODE            PIC 9(02).
008900     05  RLSO-REJECT-STAGE           PIC X(01).
009000     05  RLSO-RUN-ID                 PIC X(08).
009100     05  RLSO-BUSINESS-DATE          PIC 9(08).
009200     05  RLSO-TIMESTAMP.
009300         10  RLSO-TS-DATE            PIC 9(08).
009400         10  RLSO-TS-TIME            PIC 9(06).
009500     05  RLSO-ORIGINAL-RECORD        PIC X(80).
009600     05  RLSO-REJECT-REASON          PIC X(04).
009700     05  FILLER                      PIC X(03).
009800
009900 FD  HELD-REPORT-FILE
010000     RECORDING MODE IS F.
010100 01  HELD-REPORT-LINE               PIC X(132).
010200
010300 WORKING-STORAGE SECTION.
010400***************************************************************
010500*    FILE STATUS AND END-OF-FILE SWITCHES                      *
010600***************************************************************
010700 77  HELD-FILE-STATUS                PIC X(02)  VALUE '00'.
010800 77  HOLD-FILE-STATUS                PIC X(02)  VALUE '00'.
010900 77  HELD-EOF-SW                     PIC X(01)  VALUE 'N'.
011000     88  HELD-AT-EOF                     VALUE 'Y'.
011100 77  WS-PARM-ERROR-SW                PIC X(01)  VALUE 'N'.
011200     88  WS-PARM-IN-ERROR                VALUE 'Y'.
011300 77  WS-HOLD-FOUND-SW                PIC X(01)  VALUE 'N'.
011400     88  WS-HOLD-FOUND                   VALUE 'Y'.
011500 77  WS-RELEASE-SW                   PIC X(01)  VALUE 'N'.
011600     88  WS-RELEASE-ITEM                 VALUE 'Y'.
011700***************************************************************
011800*    SWEEP ARGUMENTS AND COUNTERS                              *
011900***************************************************************
012000 77  WS-BUSINESS-DATE                PIC 9(08)  VALUE ZERO.
012100 77  WS-SWEPT-COUNT                  PIC 9(09) COMP VALUE ZERO.
012200 77  WS-RELEASED-COUNT               PIC 9(09) COMP VALUE ZERO.
012300 77  WS-STILL-HELD-COUNT             PIC 9(09) COMP VALUE ZERO.
012400***************************************************************
012500*    FIELD VIEW OF A HELD RECORD IMAGE -- THE SAME             *
012600*    TRANS-RECORD LAYOUT THE REST OF THE STREAM USES, NEEDED   *
012700*    FOR THE AMOUNT AND CURRENCY ON THE REPORT.                *
012800***************************************************************
012900 01  WS-HIT-RECORD.
013000     05  HIT-TRANS-KEY               PIC X(10).
013100     05  HIT-TRANS-TYPE              PIC 9(02).
013200     05  HIT-TRANS-AMOUNT            PIC S9(11)V99.
013300     05  HIT-EFFECTIVE-DATE          PIC 9(08).
013400     05  HIT-TRANS-SOURCE            PIC X(08).
013500     05  HIT-CURRENCY-CODE           PIC X(03).
013600     05  FILLER                      PIC X(36).
013700 77  WS-BASE-CURRENCY                PIC X(03)  VALUE 'USD'.
013800 77  WS-TXN-CURRENCY                 PIC X(03)  VALUE SPACES.
013900***************************************************************
014000*    PER-HOLD SUMMARY -- ONE ENTRY PER HOLD KEY AND CURRENCY,  *
014100*    IN THE ORDER THE HOLDS ARE FIRST MET ON THE SWEEP.  A     *
014200*    FULL TABLE STOPS TAKING NEW ENTRIES AND SAYS SO ON THE    *
014300*    REPORT (RC=4); THE DETAIL LINES ARE UNAFFECTED.           *
014400***************************************************************
014500 01  HSUM-TABLE-CONTROL.
014600     05  HSUM-ENTRY-COUNT            PIC 9(04) COMP VALUE ZERO.
014700     05  HSUM-MAX-ENTRIES            PIC 9(04) COMP VALUE 500.
014800     05  HSUM-ENTRY OCCURS 500 TIMES
014900                    INDEXED BY HSUM-IDX.
015000         10  HSUM-HOLD-KEY.
015100             15  HSUM-HOLD-SOURCE    PIC X(08).
015200             15  HSUM-HOLD-ACCOUNT   PIC X(06).
015300         10  HSUM-CURRENCY           PIC X(03).
015400         10  HSUM-ITEM-COUNT         PIC 9(09) COMP.
015500         10  HSUM-AMOUNT-TOTAL       PIC S9(13)V99 COMP-3.
015600         10  HSUM-OLDEST-AGE         PIC S9(08) COMP.
015700 77  WS-HSUM-SLOT                    PIC 9(04) COMP VALUE ZERO.
015800 77  WS-HSUM-TRUNCATED-SW            PIC X(01)  VALUE 'N'.
015900     88  WS-HSUM-TRUNCATED               VALUE 'Y'.
016000***************************************************************
016100*    DAY-NUMBER ARITHMETIC -- THE SAME MARCH-BASED DAY SERIAL  *
016200*    ENQ275 AGES SUSPENSE WITH (SEE 9100).                     *
016300***************************************************************
016400 01  WS-DATE-WORK                    PIC 9(08)  VALUE ZERO.
016500 01  WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.
016600     05  WS-DW-YEAR                  PIC 9(04).
016700     05  WS-DW-MONTH                 PIC 9(02).
016800     05  WS-DW-DAY                   PIC 9(02).
016900 77  WS-DN-YEAR                      PIC S9(08) COMP VALUE ZERO.
017000 77  WS-DN-MONTH                     PIC S9(08) COMP VALUE ZERO.
017100 77  WS-DAY-NUMBER                   PIC S9(08) COMP VALUE ZERO.
017200 77  WS-TODAY-DAY-NUMBER             PIC S9(08) COMP VALUE ZERO.
017300 77  WS-ITEM-AGE-DAYS                PIC S9(08) COMP VALUE ZERO.
017400***************************************************************
017500*    WORK FIELDS                                               *
017600***************************************************************
017700 01  WS-CURRENT-DATE-TIME.
017800     05  WS-CURRENT-DATE             PIC 9(08).
017900     05  WS-CURRENT-TIME             PIC 9(06).
018000 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZ,ZZZ,ZZ9.
018100 01  WS-REPORT-AMOUNT-EDIT           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
018200 01  WS-AGE-EDIT                     PIC ZZZZ9.
018300 01  WS-DATE-EDIT                    PIC 9999/99/99.
018400 LINKAGE SECTION.
018500***************************************************************
018600*    JOB-STEP PARM -- THE BUSINESS DATE.  NO DEFAULT; A        *
018700*    DEFAULTED DATE COULD RELEASE ITEMS UNDER A HOLD THAT IS   *
018800*    STILL IN FORCE.                                           *
018900***************************************************************
019000 01  LK-PARM-ARGS.
019100     05  LK-PARM-LEN                 PIC S9(04) COMP.
019200     05  LK-PARM-DATE-TEXT           PIC X(08).
019300 PROCEDURE DIVISION USING LK-PARM-ARGS.
019400***************************************************************
019500*    0000-MAINLINE                                             *
019600***************************************************************
019700 0000-MAINLINE.
019800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
019900     PERFORM 2000-SWEEP-HELD-ITEMS
020000         THRU 2000-SWEEP-HELD-ITEMS-EXIT.
020100     PERFORM 5000-WRITE-HOLD-SUMMARY
020200         THRU 5000-WRITE-HOLD-SUMMARY-EXIT.
020300     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
020400     GOBACK.
020500***************************************************************
020600*    1000-INITIALIZE  --  VALIDATE THE PARM AND OPEN FILES.    *
020700***************************************************************
020800 1000-INITIALIZE.
020900     OPEN OUTPUT HELD-REPORT-FILE.
021000     MOVE 'ENQ320 HELD-ITEMS REPORT'
021100         TO HELD-REPORT-LINE.
021200     WRITE HELD-REPORT-LINE.
021300     MOVE SPACES TO HELD-REPORT-LINE.
021400     WRITE HELD-REPORT-LINE.
021500     IF LK-PARM-LEN < 8
021600         OR LK-PARM-DATE-TEXT NOT NUMERIC
021700         SET WS-PARM-IN-ERROR TO TRUE
021800         MOVE 'PARM BUSINESS DATE MISSING OR NOT NUMERIC --'
021900             TO HELD-REPORT-LINE
022000         WRITE HELD-REPORT-LINE
022100         MOVE 'NOTHING RELEASED.'
022200             TO HELD-REPORT-LINE
022300         WRITE HELD-REPORT-LINE
022400         SET HELD-AT-EOF TO TRUE
022500         GO TO 1000-INITIALIZE-EXIT
022600     END-IF.
022700     MOVE LK-PARM-DATE-TEXT TO WS-BUSINESS-DATE.
022800     MOVE WS-BUSINESS-DATE  TO WS-DATE-WORK.
022900     PERFORM 9100-DATE-TO-DAY-NUMBER
023000         THRU 9100-DATE-TO-DAY-NUMBER-EXIT.
023100     MOVE WS-DAY-NUMBER TO WS-TODAY-DAY-NUMBER.
023200     OPEN I-O    HELD-ITEM-FILE.
023300     OPEN INPUT  ACCOUNT-HOLD-FILE.
023400     OPEN OUTPUT RELEASE-OUT-FILE.
023500 1000-INITIALIZE-EXIT.
023600     EXIT.
023700***************************************************************
023800*    2000-SWEEP-HELD-ITEMS  --  FRONT-TO-BACK PASS OVER THE    *
023900*    HELD-ITEM KSDS: RELEASE OR REPORT EVERY ITEM.             *
024000***************************************************************
024100 2000-SWEEP-HELD-ITEMS.
024200     IF WS-PARM-IN-ERROR
024300         GO TO 2000-SWEEP-HELD-ITEMS-EXIT
024400     END-IF.
024500     MOVE LOW-VALUES TO HELD-KEY.
024600     START HELD-ITEM-FILE
024700         KEY >= HELD-KEY
024800         INVALID KEY
024900             SET HELD-AT-EOF TO TRUE
025000     END-START.
025100     IF NOT HELD-AT-EOF
025200         READ HELD-ITEM-FILE NEXT
025300             AT END
025400                 SET HELD-AT-EOF TO TRUE
025500         END-READ
025600     END-IF.
025700     PERFORM 2100-SWEEP-ONE-HELD-ITEM
025800         THRU 2100-SWEEP-ONE-HELD-ITEM-EXIT
025900         UNTIL HELD-AT-EOF.
026000 2000-SWEEP-HELD-ITEMS-EXIT.
026100     EXIT.
026200***************************************************************
026300*    2100-SWEEP-ONE-HELD-ITEM                                  *
026400***************************************************************
026500 2100-SWEEP-ONE-HELD-ITEM.
026600     ADD 1 TO WS-SWEPT-COUNT.
026700     PERFORM 2200-TEST-HOLD-STILL-IN-FORCE
026800         THRU 2200-TEST-HOLD-STILL-IN-FORCE-EXIT.
026900     IF WS-RELEASE-ITEM
027000         PERFORM 3000-RELEASE-ITEM
027100             THRU 3000-RELEASE-ITEM-EXIT
027200     ELSE
027300         MOVE HELD-DATE TO WS-DATE-WORK
027400         PERFORM 9100-DATE-TO-DAY-NUMBER
027500             THRU 9100-DATE-TO-DAY-NUMBER-EXIT
027600         COMPUTE WS-ITEM-AGE-DAYS =
027700             WS-TODAY-DAY-NUMBER - WS-DAY-NUMBER
027800         MOVE HELD-TRANS-RECORD TO WS-HIT-RECORD
027900         MOVE HIT-CURRENCY-CODE TO WS-TXN-CURRENCY
028000         IF WS-TXN-CURRENCY = SPACES
028100             MOVE WS-BASE-CURRENCY TO WS-TXN-CURRENCY
028200         END-IF
028300         PERFORM 4000-WRITE-HELD-LINE
028400             THRU 4000-WRITE-HELD-LINE-EXIT
028500         PERFORM 4100-TALLY-HOLD-SUMMARY
028600             THRU 4100-TALLY-HOLD-SUMMARY-EXIT
028700     END-IF.
028800     READ HELD-ITEM-FILE NEXT
028900         AT END
029000             SET HELD-AT-EOF TO TRUE
029100     END-READ.
029200 2100-SWEEP-ONE-HELD-ITEM-EXIT.
029300     EXIT.
029400***************************************************************
029500*    2200-TEST-HOLD-STILL-IN-FORCE  --  THE ITEM GOES BACK     *
029600*    WHEN ITS HOLD ROW IS GONE, LIFTED, OR HAS AN EXPIRY ON    *
029700*    OR BEFORE THE BUSINESS DATE.  A ROW REPLACED BY A NEW     *
029800*    ACTIVE HOLD ON THE SAME KEY KEEPS THE ITEM HELD.          *
029900***************************************************************
030000 2200-TEST-HOLD-STILL-IN-FORCE.
030100     MOVE 'N' TO WS-RELEASE-SW.
030200     MOVE HELD-HOLD-KEY TO HOLD-KEY.
030300     MOVE 'Y' TO WS-HOLD-FOUND-SW.
030400     READ ACCOUNT-HOLD-FILE
030500         INVALID KEY
030600             MOVE 'N' TO WS-HOLD-FOUND-SW
030700     END-READ.
030800     EVALUATE TRUE
030900         WHEN NOT WS-HOLD-FOUND
031000             SET WS-RELEASE-ITEM TO TRUE
031100         WHEN HOLD-IS-LIFTED
031200             SET WS-RELEASE-ITEM TO TRUE
031300         WHEN HOLD-UNTIL-LIFTED
031400             CONTINUE
031500         WHEN HOLD-EXPIRY-DATE NOT > WS-BUSINESS-DATE
031600             SET WS-RELEASE-ITEM TO TRUE
031700     END-EVALUATE.
031800 2200-TEST-HOLD-STILL-IN-FORCE-EXIT.
031900     EXIT.
032000***************************************************************
032100*    3000-RELEASE-ITEM  --  ONE RELEASE-FEED RECORD IN THE     *
032200*    SUSPREC LAYOUT ENQ200'S 1500-PROCESS-RECYCLE-FILE         *
032300*    ALREADY READS, STAGE 'H' SO THE FEED SAYS WHERE IT CAME   *
032400*    FROM, THEN THE HELD ROW IS DELETED.  THE ITEM'S HISTORY   *
032500*    ROW STILL CARRIES DISPOSITION 'H', WHICH THE DUPLICATE    *
032600*    CHECK PASSES, SO THE RELEASED ITEM POSTS NORMALLY.        *
032700***************************************************************
032800 3000-RELEASE-ITEM.
032900     ADD 1 TO WS-RELEASED-COUNT.
033000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
033100     ACCEPT WS-CURRENT-TIME FROM TIME.
033200     MOVE SPACES TO RELEASE-OUT-RECORD.
033300     MOVE ZERO                   TO RLSO-RETURN-CODE.
033400     MOVE 'H'                    TO RLSO-REJECT-STAGE.
033500     MOVE HELD-RUN-ID            TO RLSO-RUN-ID.
033600     MOVE HELD-DATE              TO RLSO-BUSINESS-DATE.
033700     MOVE WS-CURRENT-DATE        TO RLSO-TS-DATE.
033800     MOVE WS-CURRENT-TIME        TO RLSO-TS-TIME.
033900     MOVE HELD-TRANS-RECORD      TO RLSO-ORIGINAL-RECORD.
034000     MOVE 'HOLD'                 TO RLSO-REJECT-REASON.
034100     WRITE RELEASE-OUT-RECORD.
034200     DELETE HELD-ITEM-FILE RECORD
034300         INVALID KEY
034400             CONTINUE
034500     END-DELETE.
034600 3000-RELEASE-ITEM-EXIT.
034700     EXIT.
034800***************************************************************
034900*    4000-WRITE-HELD-LINE                                      *
035000***************************************************************
035100 4000-WRITE-HELD-LINE.
035200     ADD 1 TO WS-STILL-HELD-COUNT.
035300     MOVE SPACES TO HELD-REPORT-LINE.
035400     MOVE HELD-DATE        TO WS-DATE-EDIT.
035500     MOVE WS-ITEM-AGE-DAYS TO WS-AGE-EDIT.
035600     MOVE HIT-TRANS-AMOUNT TO WS-REPORT-AMOUNT-EDIT.
035700     STRING 'KEY=' HELD-TRANS-KEY
035800         '  HOLD ' HELD-HOLD-SOURCE '/' HELD-HOLD-ACCOUNT
035900         ' ' HOLD-REASON-CODE
036000         '  HELD SINCE ' WS-DATE-EDIT
036100         '  AGE ' WS-AGE-EDIT
036200         '  AMOUNT ' WS-REPORT-AMOUNT-EDIT
036300         ' ' WS-TXN-CURRENCY
036400         DELIMITED BY SIZE INTO HELD-REPORT-LINE.
036500     WRITE HELD-REPORT-LINE.
036600 4000-WRITE-HELD-LINE-EXIT.
036700     EXIT.
036800***************************************************************
036900*    4100-TALLY-HOLD-SUMMARY  --  FOLD THE ITEM INTO ITS       *
037000*    HOLD AND CURRENCY'S SUMMARY ENTRY, OPENING ONE IF THERE   *
037100*    IS ROOM.                                                  *
037200***************************************************************
037300 4100-TALLY-HOLD-SUMMARY.
037400     MOVE ZERO TO WS-HSUM-SLOT.
037500     IF HSUM-ENTRY-COUNT > ZERO
037600         PERFORM 4110-TEST-ONE-HSUM-ENTRY
037700             THRU 4110-TEST-ONE-HSUM-ENTRY-EXIT
037800             VARYING HSUM-IDX FROM 1 BY 1
037900             UNTIL HSUM-IDX > HSUM-ENTRY-COUNT
038000     END-IF.
038100     IF WS-HSUM-SLOT = ZERO
038200         IF HSUM-ENTRY-COUNT < HSUM-MAX-ENTRIES
038300             ADD 1 TO HSUM-ENTRY-COUNT
038400             MOVE HSUM-ENTRY-COUNT TO WS-HSUM-SLOT
038500             MOVE HELD-HOLD-KEY   TO HSUM-HOLD-KEY(WS-HSUM-SLOT)
038600             MOVE WS-TXN-CURRENCY TO HSUM-CURRENCY(WS-HSUM-SLOT)
038700             MOVE ZERO TO HSUM-ITEM-COUNT(WS-HSUM-SLOT)
038800             MOVE ZERO TO HSUM-AMOUNT-TOTAL(WS-HSUM-SLOT)
038900             MOVE ZERO TO HSUM-OLDEST-AGE(WS-HSUM-SLOT)
039000         ELSE
039100             SET WS-HSUM-TRUNCATED TO TRUE
039200             GO TO 4100-TALLY-HOLD-SUMMARY-EXIT
039300         END-IF
039400     END-IF.
039500     ADD 1 TO HSUM-ITEM-COUNT(WS-HSUM-SLOT).
039600     ADD HIT-TRANS-AMOUNT TO HSUM-AMOUNT-TOTAL(WS-HSUM-SLOT).
039700     IF WS-ITEM-AGE-DAYS > HSUM-OLDEST-AGE(WS-HSUM-SLOT)
039800         MOVE WS-ITEM-AGE-DAYS TO HSUM-OLDEST-AGE(WS-HSUM-SLOT)
039900     END-IF.
040000 4100-TALLY-HOLD-SUMMARY-EXIT.
040100     EXIT.
040200***************************************************************
040300*    4110-TEST-ONE-HSUM-ENTRY                                  *
040400***************************************************************
040500 4110-TEST-ONE-HSUM-ENTRY.
040600     IF HSUM-HOLD-KEY(HSUM-IDX) = HELD-HOLD-KEY
040700         AND HSUM-CURRENCY(HSUM-IDX) = WS-TXN-CURRENCY
040800         SET WS-HSUM-SLOT TO HSUM-IDX
040900     END-IF.
041000 4110-TEST-ONE-HSUM-ENTRY-EXIT.
041100     EXIT.
041200***************************************************************
041300*    5000-WRITE-HOLD-SUMMARY  --  ONE LINE PER HOLD AND        *
041400*    CURRENCY: ITEMS STILL HELD, THEIR AMOUNT, OLDEST AGE.     *
041500***************************************************************
041600 5000-WRITE-HOLD-SUMMARY.
041700     IF WS-PARM-IN-ERROR
041800         GO TO 5000-WRITE-HOLD-SUMMARY-EXIT
041900     END-IF.
042000     MOVE SPACES TO HELD-REPORT-LINE.
042100     WRITE HELD-REPORT-LINE.
042200     MOVE 'SUMMARY BY HOLD AND CURRENCY' TO HELD-REPORT-LINE.
042300     WRITE HELD-REPORT-LINE.
042400     IF HSUM-ENTRY-COUNT > ZERO
042500         PERFORM 5100-WRITE-ONE-HSUM-LINE
042600             THRU 5100-WRITE-ONE-HSUM-LINE-EXIT
042700             VARYING HSUM-IDX FROM 1 BY 1
042800             UNTIL HSUM-IDX > HSUM-ENTRY-COUNT
042900     END-IF.
043000     IF WS-HSUM-TRUNCATED
043100         MOVE SPACES TO HELD-REPORT-LINE
043200         MOVE HSUM-MAX-ENTRIES TO WS-REPORT-NUMERIC-EDIT
043300         STRING '*** SUMMARY TABLE FULL AT '
043400             WS-REPORT-NUMERIC-EDIT
043500             ' ENTRIES -- LATER HOLDS NOT SUMMARIZED ***'
043600             DELIMITED BY SIZE INTO HELD-REPORT-LINE
043700         WRITE HELD-REPORT-LINE
043800     END-IF.
043900 5000-WRITE-HOLD-SUMMARY-EXIT.
044000     EXIT.
044100***************************************************************
044200*    5100-WRITE-ONE-HSUM-LINE                                  *
044300***************************************************************
044400 5100-WRITE-ONE-HSUM-LINE.
044500     MOVE SPACES TO HELD-REPORT-LINE.
044600     MOVE HSUM-ITEM-COUNT(HSUM-IDX)   TO WS-REPORT-NUMERIC-EDIT.
044700     MOVE HSUM-AMOUNT-TOTAL(HSUM-IDX) TO WS-REPORT-AMOUNT-EDIT.
044800     MOVE HSUM-OLDEST-AGE(HSUM-IDX)   TO WS-AGE-EDIT.
044900     STRING 'HOLD ' HSUM-HOLD-SOURCE(HSUM-IDX)
045000         '/' HSUM-HOLD-ACCOUNT(HSUM-IDX)
045100         '  ' HSUM-CURRENCY(HSUM-IDX)
045200         '  ITEMS ' WS-REPORT-NUMERIC-EDIT
045300         '  AMOUNT ' WS-REPORT-AMOUNT-EDIT
045400         '  OLDEST AGE ' WS-AGE-EDIT
045500         DELIMITED BY SIZE INTO HELD-REPORT-LINE.
045600     WRITE HELD-REPORT-LINE.
045700 5100-WRITE-ONE-HSUM-LINE-EXIT.
045800     EXIT.
045900***************************************************************
046000*    8000-TERMINATE                                            *
046100***************************************************************
046200 8000-TERMINATE.
046300     IF NOT WS-PARM-IN-ERROR
046400         MOVE SPACES TO HELD-REPORT-LINE
046500         WRITE HELD-REPORT-LINE
046600         MOVE WS-SWEPT-COUNT TO WS-REPORT-NUMERIC-EDIT
046700         STRING 'HELD ITEMS SWEPT             : '
046800             WS-REPORT-NUMERIC-EDIT
046900             DELIMITED BY SIZE INTO HELD-REPORT-LINE
047000         WRITE HELD-REPORT-LINE
047100         MOVE SPACES TO HELD-REPORT-LINE
047200         MOVE WS-RELEASED-COUNT TO WS-REPORT-NUMERIC-EDIT
047300         STRING 'ITEMS RELEASED TO NEXT RUN   : '
047400             WS-REPORT-NUMERIC-EDIT
047500             DELIMITED BY SIZE INTO HELD-REPORT-LINE
047600         WRITE HELD-REPORT-LINE
047700         MOVE SPACES TO HELD-REPORT-LINE
047800         MOVE WS-STILL-HELD-COUNT TO WS-REPORT-NUMERIC-EDIT
047900         STRING 'ITEMS STILL HELD             : '
048000             WS-REPORT-NUMERIC-EDIT
048100             DELIMITED BY SIZE INTO HELD-REPORT-LINE
048200         WRITE HELD-REPORT-LINE
048300         CLOSE HELD-ITEM-FILE
048400         CLOSE ACCOUNT-HOLD-FILE
048500         CLOSE RELEASE-OUT-FILE
048600     END-IF.
048700     CLOSE HELD-REPORT-FILE.
048800     EVALUATE TRUE
048900         WHEN WS-PARM-IN-ERROR
049000             MOVE 8 TO RETURN-CODE
049100         WHEN WS-HSUM-TRUNCATED
049200             MOVE 4 TO RETURN-CODE
049300         WHEN OTHER
049400             MOVE 0 TO RETURN-CODE
049500     END-EVALUATE.
049600 8000-TERMINATE-EXIT.
049700     EXIT.
049800***************************************************************
049900*    9100-DATE-TO-DAY-NUMBER  --  CONVERTS WS-DATE-WORK        *
050000*    (YYYYMMDD) TO A RUNNING DAY NUMBER IN WS-DAY-NUMBER.      *
050100*    JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE     *
050200*    PRIOR YEAR, SO THE LEAP DAY SITS AT THE END OF THE        *
050300*    SHIFTED YEAR AND THE MONTH-LENGTH PATTERN COLLAPSES TO    *
050400*    ONE FORMULA.                                              *
050500***************************************************************
050600 9100-DATE-TO-DAY-NUMBER.
050700     MOVE WS-DW-YEAR  TO WS-DN-YEAR.
050800     MOVE WS-DW-MONTH TO WS-DN-MONTH.
050900     IF WS-DN-MONTH < 3
051000         SUBTRACT 1 FROM WS-DN-YEAR
051100         ADD 12 TO WS-DN-MONTH
051200     END-IF.
051300     COMPUTE WS-DAY-NUMBER =
051400         (365 * WS-DN-YEAR)
051500         + (WS-DN-YEAR / 4)
051600         - (WS-DN-YEAR / 100)
051700         + (WS-DN-YEAR / 400)
051800         + ((153 * (WS-DN-MONTH + 1)) / 5)
051900         + WS-DW-DAY.
052000 9100-DATE-TO-DAY-NUMBER-EXIT.
052100     EXIT.
