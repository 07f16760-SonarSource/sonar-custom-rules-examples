000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ENQ330.
000300 AUTHOR.        D L MERCER.
000400 INSTALLATION.  DAILY PROCESSING.
000500 DATE-WRITTEN.  2026-10-14.
000600 DATE-COMPILED.
000700***************************************************************
000800*                                                              *
000900*   ENQ330  --  DISPUTE CASE CONTROLLED MAINTENANCE AND        *
001000*               REVERSAL GENERATION                            *
001100*                                                              *
001200*   A CUSTOMER DISPUTE USED TO BE LOOKED UP WITH ENQ240 AND    *
001300*   KEPT ON PAPER, AND AN UPHELD ONE MEANT SOMEONE HAND-       *
001400*   BUILDING A TYPE-02 REVERSAL FOR THE NEXT DAY'S FEED.       *
001500*   CASES NOW LIVE ON THE DISPUTE CASE KSDS (DISPCASK,         *
001600*   COPYBOOK DISPCASE), KEYED BY THE DISPUTED ITEM'S           *
001700*   TRANS-KEY.  THIS PROGRAM APPLIES A BATCH OF CASE           *
001800*   TRANSACTIONS (DSPMNIN), VALIDATES EVERY ONE BEFORE IT      *
001900*   LANDS, AND WRITES ITS OWN CHANGE-AUDIT TRAIL (DSPAUD) AND  *
002000*   REPORT (DSPMRPT) -- THE SAME CONTROLS ENQ265 PUTS ON THE   *
002100*   ENTITLEMENT MASTER.                                        *
002200*                                                              *
002300*   CASE TRANSACTION:  ACTION ('OPN'/'UPH'/'DCL'), THE         *
002400*   DISPUTED TRANS-KEY, REASON CODE AND TEXT, CURRENCY OF THE  *
002500*   ITEM, RESOLUTION TEXT, PLUS REQUESTED-BY AND APPROVED-BY.  *
002600*                                                              *
002700*     OPN  OPENS A CASE.  THE KEY MUST BE ON THE HISTORY KSDS  *
002800*          (TXHISTFL), FULLY PROCESSED, NOT ALREADY REVERSED   *
002900*          (TXH-REVERSED-SW), AND AN ORIGINAL ENQ302 CAN       *
003000*          MATCH A REVERSAL TO -- NOT ITSELF A TYPE 02, AND    *
003100*          SUB-SEQUENCE '1' IN KEY BYTE 10.  THE ITEM'S TYPE,  *
003200*          AMOUNT, SOURCE AND DATE ARE TAKEN FROM ITS HISTORY  *
003300*          ROW.  A DECLINED CASE ON THE SAME KEY IS OPENED     *
003400*          AGAIN; AN OPEN OR UPHELD ONE IS NOT (CASE).         *
003500*     UPH  UPHOLDS AN OPEN CASE.  THE HISTORY ROW IS CHECKED   *
003600*          AGAIN -- A REVERSAL MAY HAVE ARRIVED ON THE FEED    *
003700*          SINCE THE CASE WAS OPENED -- AND THE TYPE-02        *
003800*          REVERSAL IS WRITTEN TO THE DISPREV FEED: THE        *
003900*          ORIGINAL'S KEY WITH SUB-SEQUENCE '2', ITS AMOUNT    *
004000*          AND CURRENCY, THE BUSINESS DATE AS EFFECTIVE DATE,  *
004100*          AND SOURCE CODE DISPUTE SO THE ITEM IS TRACEABLE    *
004200*          DOWNSTREAM.  DISPREV IS CONCATENATED ONTO THE NEXT  *
004300*          ENQ200J RUN'S RECYCIN DD, WHERE ENQ302 MATCHES IT   *
004400*          TO THE ORIGINAL LIKE ANY OTHER REVERSAL.            *
004500*     DCL  DECLINES AN OPEN CASE.  NOTHING MOVES.              *
004600*                                                              *
004700*   APPROVAL:  UPHOLDING A CASE MOVES MONEY, SO IT ALWAYS      *
004800*   NEEDS A SECOND APPROVER DISTINCT FROM THE REQUESTOR --     *
004900*   THE SAME RULE ENQ260 APPLIES TO ACT.  OPENING OR           *
005000*   DECLINING A CASE NEEDS NONE.                               *
005100*                                                              *
005200*   PARM:  THE BUSINESS DATE (YYYYMMDD), E.G.                  *
005300*   PARM='20261014'.  NO DEFAULT; AN OMITTED OR NON-NUMERIC    *
005400*   PARM IS A HARD STOP (RC=8, NOTHING APPLIED).               *
005500*                                                              *
005600*   PER-TRANSACTION REJECT REASONS:                            *
005700*       ACTI  ACTION UNRECOGNIZED     KEYB  TRANS-KEY BLANK    *
005800*       RQBB  REQUESTED-BY BLANK      RSNI  REASON CODE NOT    *
005900*       CCYI  CURRENCY NOT                  UNAU/DUPL/AMNT/    *
006000*             ALPHABETIC                    NREC/OTHR          *
006100*       RESB  RESOLUTION TEXT BLANK   NHST  KEY NOT ON THE     *
006200*             ON UPH/DCL                    HISTORY KSDS       *
006300*       NREV  A TYPE 02, OR NOT AN    NPRC  ITEM NOT FULLY     *
006400*             ORIGINAL (BYTE 10)            PROCESSED          *
006500*       RVSD  ITEM ALREADY REVERSED   CASE  OPN OF A KEY WITH  *
006600*       NFND  UPH/DCL CASE NOT ON           A CASE OPEN OR     *
006700*             FILE                          UPHELD             *
006800*       CLSD  UPH/DCL OF A CASE NOT   APPV  SECOND APPROVER    *
006900*             OPEN                          MISSING OR SAME    *
007000*                                           AS REQUESTOR       *
007100*                                                              *
007200*   RETURN CODES:  0 = EVERY TRANSACTION APPLIED;  4 = SOME    *
007300*   REJECTED;  8 = BAD PARM, NOTHING APPLIED.                  *
007400*                                                              *
007500*   MODIFICATION HISTORY                                       *
007600*   DATE       INIT  DESCRIPTION                               *
007700*   ---------- ----  ------------------------------------------*
007800*   2026-10-14 DLM   ORIGINAL VERSION.                         *
007900*                                                              *
008000***************************************************************
008100 ENVIRONMENT DIVISION.
008200 CONFIGURATION SECTION.
008300 SOURCE-COMPUTER.   IBM-Z15.
008400 OBJECT-COMPUTER.   IBM-Z15.
008500 INPUT-OUTPUT SECTION.
008600 FILE-CONTROL.
008700     SELECT DISP-MAINT-IN-FILE
008800         ASSIGN TO DSPMNIN
008900         ORGANIZATION IS SEQUENTIAL.
009000
009100     SELECT DISPUTE-CASE-FILE
009200         ASSIGN TO DISPCASK
009300         ORGANIZATION IS INDEXED
009400         ACCESS MODE IS DYNAMIC
009500         RECORD KEY IS DISP-KEY
009600         FILE STATUS IS DISP-FILE-STATUS.
009700
009800     SELECT TXN-HISTORY-FILE
009900         ASSIGN TO TXHISTFL
010000         ORGANIZATION IS INDEXED
010100         ACCESS MODE IS DYNAMIC
010200         RECORD KEY IS TXH-KEY
010300         FILE STATUS IS TXH-FILE-STATUS.
010400
010500     SELECT REVERSAL-OUT-FILE
010600         ASSIGN TO DISPREV
010700         ORGANIZATION IS SEQUENTIAL.
010800
010900     SELECT DISP-AUDIT-FILE
011000         ASSIGN TO DSPAUD
011100         ORGANIZATION IS SEQUENTIAL.
011200
011300     SELECT DISP-REPORT-FILE
011400         ASSIGN TO DSPMRPT
011500         ORGANIZATION IS SEQUENTIAL.
011600 DATA DIVISION.
011700 FILE SECTION.
011800 FD  DISP-MAINT-IN-FILE
011900     RECORDING MODE IS F.
012000 01  DISP-MAINT-RECORD.
012100     05  DSPM-ACTION                 PIC X(03).
012200         88  DSPM-ACTION-OPEN            VALUE 'OPN'.
012300         88  DSPM-ACTION-UPHOLD          VALUE 'UPH'.
012400         88  DSPM-ACTION-DECLINE         VALUE 'DCL'.
012500         88  DSPM-ACTION-VALID
012600             VALUES 'OPN' 'UPH' 'DCL'.
012700     05  DSPM-TRANS-KEY              PIC X(10).
012800     05  DSPM-REASON-CODE            PIC X(04).
012900     05  DSPM-REASON-TEXT            PIC X(30).
013000     05  DSPM-CURRENCY-CODE          PIC X(03).
013100     05  DSPM-RESOLUTION-TEXT        PIC X(30).
013200     05  DSPM-REQUESTED-BY           PIC X(08).
013300     05  DSPM-APPROVED-BY            PIC X(08).
013400     05  FILLER                      PIC X(24).
013500
013600 FD  DISPUTE-CASE-FILE.
013700 COPY DISPCASE.
013800
013900 FD  TXN-HISTORY-FILE.
014000 COPY TXHISTK.
014100
014200*    THE SAME 120-BYTE LAYOUT AS SUSPREC -- THE FEED IS READ
014300*    BACK THROUGH ENQ200'S RECYCIN DD ALONGSIDE ENQ275'S
014400*    RECYCLE FEED AND ENQ320'S HELD-ITEM RELEASE FEED.
014500 FD  REVERSAL-OUT-FILE
014600     RECORDING MODE IS F.
014700 01  REVERSAL-OUT-RECORD.
014800     05  RVSO-RETURN-CODE            PIC 9(02).
014900     05  RVSO-REJECT-STAGE           PIC X(01).
015000     05  RVSO-RUN-ID                 PIC X(08).
015100     05  RVSO-BUSINESS-DATE          PIC 9(08).
015200     05  RVSO-TIMESTAMP.
015300         10  RVSO-TS-DATE            PIC 9(08).
015400         10  RVSO-TS-TIME            PIC 9(06).
015500     05  RVSO-ORIGINAL-RECORD        PIC X(80).
015600     05  RVSO-REJECT-REASON          PIC X(04).
015700     05  FILLER                      PIC X(03).
015800
015900 FD  DISP-AUDIT-FILE
016000     RECORDING MODE IS F.
016100 01  DISP-AUDIT-RECORD.
016200     05  DAUD-TS-DATE                PIC 9(08).
016300     05  DAUD-TS-TIME                PIC 9(06).
016400     05  DAUD-ACTION                 PIC X(03).
016500     05  DAUD-TRANS-KEY              PIC X(10).
016600     05  DAUD-REASON-CODE            PIC X(04).
016700     05  DAUD-OLD-STATUS             PIC X(01).
016800     05  DAUD-NEW-STATUS             PIC X(01).
016900     05  DAUD-TXN-AMOUNT             PIC S9(11)V99.
017000     05  DAUD-CURRENCY-CODE          PIC X(03).
017100     05  DAUD-REVERSAL-KEY           PIC X(10).
017200     05  DAUD-REQUESTED-BY           PIC X(08).
017300     05  DAUD-APPROVED-BY            PIC X(08).
017400     05  DAUD-RESULT                 PIC X(01).
017500         88  DAUD-APPLIED                VALUE 'A'.
017600         88  DAUD-REJECTED               VALUE 'R'.
017700     05  DAUD-REJECT-REASON          PIC X(04).
017800     05  FILLER                      PIC X(20).
017900
018000 FD  DISP-REPORT-FILE
018100     RECORDING MODE IS F.
018200 01  DISP-REPORT-LINE               PIC X(132).
018300
018400 WORKING-STORAGE SECTION.
018500***************************************************************
018600*    FILE STATUS AND END-OF-FILE SWITCHES                      *
018700***************************************************************
018800 77  DISP-FILE-STATUS                PIC X(02)  VALUE '00'.
018900 77  TXH-FILE-STATUS                 PIC X(02)  VALUE '00'.
019000 77  DSPM-EOF-SW                     PIC X(01)  VALUE 'N'.
019100     88  DSPM-AT-EOF                     VALUE 'Y'.
019200 77  WS-RECORD-FOUND-SW              PIC X(01)  VALUE 'N'.
019300     88  WS-RECORD-FOUND                 VALUE 'Y'.
019400     88  WS-RECORD-NOT-FOUND             VALUE 'N'.
019500 77  WS-HISTORY-FOUND-SW             PIC X(01)  VALUE 'N'.
019600     88  WS-HISTORY-FOUND                VALUE 'Y'.
019700***************************************************************
019800*    PARM VALIDATION AND THE BUSINESS DATE                     *
019900***************************************************************
020000 77  WS-PARM-ERROR-SW                PIC X(01)  VALUE 'N'.
020100     88  WS-PARM-IN-ERROR                VALUE 'Y'.
020200 77  WS-BUSINESS-DATE                PIC 9(08)  VALUE ZERO.
020300***************************************************************
020400*    PER-TRANSACTION VALIDATION AND APPROVAL STATE             *
020500***************************************************************
020600 77  WS-REJECT-REASON                PIC X(04)  VALUE SPACES.
020700 77  WS-OLD-STATUS                   PIC X(01)  VALUE SPACES.
020800 77  WS-TXN-CURRENCY                 PIC X(03)  VALUE SPACES.
020900 77  WS-BASE-CURRENCY                PIC X(03)  VALUE 'USD'.
021000***************************************************************
021100*    THE GENERATED REVERSAL.  ITS OWN SOURCE CODE MARKS IT AS  *
021200*    DESK-GENERATED ON THE HISTORY, EXTRACT AND JOURNAL; THE   *
021300*    ENTITLEMENT BACK-OUT USES THE ORIGINAL'S SOURCE, WHICH    *
021400*    ENQ302 TAKES FROM THE ORIGINAL'S HISTORY ROW.             *
021500***************************************************************
021600 77  WS-DISPUTE-SOURCE               PIC X(08)  VALUE 'DISPUTE'.
021700 77  WS-RUN-ID                       PIC X(08)  VALUE 'ENQ330'.
021800 01  WS-REVERSAL-RECORD.
021900     05  RVR-TRANS-KEY.
022000         10  RVR-KEY-ACCOUNT         PIC X(06).
022100         10  RVR-KEY-SERIAL          PIC X(03).
022200         10  RVR-KEY-SUB-SEQUENCE    PIC X(01).
022300     05  RVR-TRANS-TYPE              PIC 9(02).
022400     05  RVR-TRANS-AMOUNT            PIC S9(11)V99.
022500     05  RVR-EFFECTIVE-DATE          PIC 9(08).
022600     05  RVR-TRANS-SOURCE            PIC X(08).
022700     05  RVR-CURRENCY-CODE           PIC X(03).
022800     05  RVR-FEE-CODE                PIC X(04).
022900     05  RVR-COUNTER-ACCOUNT         PIC X(06).
023000     05  FILLER                      PIC X(26).
023100***************************************************************
023200*    COUNTERS, TIMESTAMP AND EDIT FIELDS                       *
023300***************************************************************
023400 77  WS-APPLIED-COUNT                PIC 9(09) COMP VALUE ZERO.
023500 77  WS-REJECTED-COUNT               PIC 9(09) COMP VALUE ZERO.
023600 77  WS-REVERSAL-COUNT               PIC 9(09) COMP VALUE ZERO.
023700 77  WS-REVERSAL-AMOUNT              PIC S9(13)V99 COMP-3
023800                                     VALUE ZERO.
023900 01  WS-CURRENT-DATE-TIME.
024000     05  WS-CURRENT-DATE             PIC 9(08).
024100     05  WS-CURRENT-TIME             PIC 9(06).
024200 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZ,ZZZ,ZZ9.
024300 01  WS-REPORT-AMOUNT-EDIT           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
024400 LINKAGE SECTION.
024500***************************************************************
024600*    JOB-STEP PARM -- THE BUSINESS DATE.  NO DEFAULT.          *
024700***************************************************************
024800 01  LK-PARM-ARGS.
024900     05  LK-PARM-LEN                 PIC S9(04) COMP.
025000     05  LK-PARM-DATE-TEXT           PIC X(08).
025100 PROCEDURE DIVISION USING LK-PARM-ARGS.
025200***************************************************************
025300*    0000-MAINLINE                                             *
025400***************************************************************
025500 0000-MAINLINE.
025600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
025700     PERFORM 2000-APPLY-ONE-TRANSACTION
025800         THRU 2000-APPLY-ONE-TRANSACTION-EXIT
025900         UNTIL DSPM-AT-EOF.
026000     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
026100     GOBACK.
026200***************************************************************
026300*    1000-INITIALIZE  --  VALIDATE THE PARM, OPEN FILES,       *
026400*    WRITE THE REPORT HEADING AND PRIME THE FIRST READ.  A     *
026500*    BAD PARM STOPS THE RUN BEFORE A SINGLE TRANSACTION IS     *
026600*    READ.  THE DISPREV FEED IS OPENED EVEN WHEN NOTHING IS    *
026700*    UPHELD -- THE NEXT ENQ200J RUN EXPECTS IT.                *
026800***************************************************************
026900 1000-INITIALIZE.
027000     OPEN OUTPUT DISP-REPORT-FILE.
027100     MOVE 'ENQ330 DISPUTE CASE MAINTENANCE REPORT'
027200         TO DISP-REPORT-LINE.
027300     WRITE DISP-REPORT-LINE.
027400     MOVE SPACES TO DISP-REPORT-LINE.
027500     WRITE DISP-REPORT-LINE.
027600     IF LK-PARM-LEN < 8
027700         OR LK-PARM-DATE-TEXT NOT NUMERIC
027800         SET WS-PARM-IN-ERROR TO TRUE
027900         MOVE 'PARM BUSINESS DATE MISSING OR NOT NUMERIC --'
028000             TO DISP-REPORT-LINE
028100         WRITE DISP-REPORT-LINE
028200         MOVE 'NOTHING APPLIED.'
028300             TO DISP-REPORT-LINE
028400         WRITE DISP-REPORT-LINE
028500         SET DSPM-AT-EOF TO TRUE
028600         GO TO 1000-INITIALIZE-EXIT
028700     END-IF.
028800     MOVE LK-PARM-DATE-TEXT TO WS-BUSINESS-DATE.
028900     OPEN INPUT  DISP-MAINT-IN-FILE.
029000     OPEN I-O    DISPUTE-CASE-FILE.
029100     OPEN INPUT  TXN-HISTORY-FILE.
029200     OPEN OUTPUT REVERSAL-OUT-FILE.
029300     OPEN OUTPUT DISP-AUDIT-FILE.
029400     READ DISP-MAINT-IN-FILE
029500         AT END
029600             SET DSPM-AT-EOF TO TRUE
029700     END-READ.
029800 1000-INITIALIZE-EXIT.
029900     EXIT.
030000***************************************************************
030100*    2000-APPLY-ONE-TRANSACTION  --  VALIDATE, APPLY OR        *
030200*    REJECT, AUDIT AND REPORT EITHER WAY.                      *
030300***************************************************************
030400 2000-APPLY-ONE-TRANSACTION.
030500     MOVE SPACES TO WS-REJECT-REASON
030600                    WS-OLD-STATUS.
030700     MOVE SPACES TO DISPUTE-CASE-RECORD.
030800     MOVE ZERO   TO DISP-TXN-AMOUNT.
030900     PERFORM 2100-VALIDATE-TRANSACTION
031000         THRU 2100-VALIDATE-TRANSACTION-EXIT.
031100     IF WS-REJECT-REASON = SPACES
031200         PERFORM 3000-APPLY-TO-MASTER
031300             THRU 3000-APPLY-TO-MASTER-EXIT
031400     END-IF.
031500     IF WS-REJECT-REASON = SPACES
031600         ADD 1 TO WS-APPLIED-COUNT
031700         PERFORM 4200-REPORT-APPLIED-TXN
031800             THRU 4200-REPORT-APPLIED-TXN-EXIT
031900     ELSE
032000         ADD 1 TO WS-REJECTED-COUNT
032100         PERFORM 4100-REPORT-REJECTED-TXN
032200             THRU 4100-REPORT-REJECTED-TXN-EXIT
032300     END-IF.
032400     PERFORM 4000-WRITE-CHANGE-AUDIT
032500         THRU 4000-WRITE-CHANGE-AUDIT-EXIT.
032600     READ DISP-MAINT-IN-FILE
032700         AT END
032800             SET DSPM-AT-EOF TO TRUE
032900     END-READ.
033000 2000-APPLY-ONE-TRANSACTION-EXIT.
033100     EXIT.
033200***************************************************************
033300*    2100-VALIDATE-TRANSACTION  --  EVERYTHING THAT CAN BE     *
033400*    CHECKED BEFORE TOUCHING THE MASTER.  AN OPN CARRIES THE   *
033500*    REASON AND CURRENCY; AN UPH OR DCL CARRIES THE            *
033600*    RESOLUTION, WHICH THE DESK MUST ALWAYS RECORD.            *
033700***************************************************************
033800 2100-VALIDATE-TRANSACTION.
033900     IF NOT DSPM-ACTION-VALID
034000         MOVE 'ACTI' TO WS-REJECT-REASON
034100         GO TO 2100-VALIDATE-TRANSACTION-EXIT
034200     END-IF.
034300     IF DSPM-TRANS-KEY = SPACES
034400         MOVE 'KEYB' TO WS-REJECT-REASON
034500         GO TO 2100-VALIDATE-TRANSACTION-EXIT
034600     END-IF.
034700     IF DSPM-REQUESTED-BY = SPACES
034800         MOVE 'RQBB' TO WS-REJECT-REASON
034900         GO TO 2100-VALIDATE-TRANSACTION-EXIT
035000     END-IF.
035100     IF NOT DSPM-ACTION-OPEN
035200         IF DSPM-RESOLUTION-TEXT = SPACES
035300             MOVE 'RESB' TO WS-REJECT-REASON
035400         END-IF
035500         GO TO 2100-VALIDATE-TRANSACTION-EXIT
035600     END-IF.
035700     MOVE DSPM-REASON-CODE TO DISP-REASON-CODE.
035800     IF NOT DISP-REASON-VALID
035900         MOVE 'RSNI' TO WS-REJECT-REASON
036000         GO TO 2100-VALIDATE-TRANSACTION-EXIT
036100     END-IF.
036200     IF DSPM-CURRENCY-CODE NOT ALPHABETIC
036300         MOVE 'CCYI' TO WS-REJECT-REASON
036400     END-IF.
036500 2100-VALIDATE-TRANSACTION-EXIT.
036600     EXIT.
036700***************************************************************
036800*    3000-APPLY-TO-MASTER  --  KEYED READ, THEN ROUTE BY       *
036900*    ACTION.                                                   *
037000***************************************************************
037100 3000-APPLY-TO-MASTER.
037200     MOVE DSPM-TRANS-KEY TO DISP-TRANS-KEY.
037300     MOVE 'Y' TO WS-RECORD-FOUND-SW.
037400     READ DISPUTE-CASE-FILE
037500         INVALID KEY
037600             MOVE 'N' TO WS-RECORD-FOUND-SW
037700     END-READ.
037800     IF WS-RECORD-FOUND
037900         MOVE DISP-STATUS TO WS-OLD-STATUS
038000     END-IF.
038100     EVALUATE TRUE
038200         WHEN DSPM-ACTION-OPEN
038300             PERFORM 3100-OPEN-CASE
038400                 THRU 3100-OPEN-CASE-EXIT
038500         WHEN DSPM-ACTION-UPHOLD
038600             PERFORM 3200-UPHOLD-CASE
038700                 THRU 3200-UPHOLD-CASE-EXIT
038800         WHEN DSPM-ACTION-DECLINE
038900             PERFORM 3300-DECLINE-CASE
039000                 THRU 3300-DECLINE-CASE-EXIT
039100     END-EVALUATE.
039200 3000-APPLY-TO-MASTER-EXIT.
039300     EXIT.
039400***************************************************************
039500*    3100-OPEN-CASE  --  A NEW CASE, OR A NEW CASE OVER A      *
039600*    DECLINED ROW ON THE SAME KEY (REWRITTEN IN PLACE; THE     *
039700*    OLD CASE'S HISTORY IS ON THE AUDIT TRAIL).  THE ITEM      *
039800*    MUST QUALIFY ON THE HISTORY KSDS (3500).                  *
039900***************************************************************
040000 3100-OPEN-CASE.
040100     IF WS-RECORD-FOUND
040200         AND NOT DISP-IS-DECLINED
040300         MOVE 'CASE' TO WS-REJECT-REASON
040400         GO TO 3100-OPEN-CASE-EXIT
040500     END-IF.
040600     PERFORM 3500-CHECK-HISTORY-ROW
040700         THRU 3500-CHECK-HISTORY-ROW-EXIT.
040800     IF WS-REJECT-REASON NOT = SPACES
040900         GO TO 3100-OPEN-CASE-EXIT
041000     END-IF.
041100     MOVE SPACES             TO DISPUTE-CASE-RECORD.
041200     MOVE DSPM-TRANS-KEY     TO DISP-TRANS-KEY.
041300     SET DISP-IS-OPEN TO TRUE.
041400     MOVE DSPM-REASON-CODE   TO DISP-REASON-CODE.
041500     MOVE DSPM-REASON-TEXT   TO DISP-REASON-TEXT.
041600     MOVE WS-BUSINESS-DATE   TO DISP-OPENED-DATE.
041700     MOVE DSPM-REQUESTED-BY  TO DISP-OPENED-BY.
041800     MOVE TXH-TXN-TYPE       TO DISP-TXN-TYPE.
041900     MOVE TXH-TXN-AMOUNT     TO DISP-TXN-AMOUNT.
042000     MOVE TXH-TXN-SOURCE     TO DISP-TXN-SOURCE.
042100     MOVE TXH-BUSINESS-DATE  TO DISP-TXN-BUSINESS-DATE.
042200     MOVE DSPM-CURRENCY-CODE TO DISP-CURRENCY-CODE.
042300     IF DISP-CURRENCY-CODE = SPACES
042400         MOVE WS-BASE-CURRENCY TO DISP-CURRENCY-CODE
042500     END-IF.
042600     MOVE ZERO               TO DISP-RESOLVED-DATE.
042700     IF WS-RECORD-FOUND
042800         REWRITE DISPUTE-CASE-RECORD
042900     ELSE
043000         WRITE DISPUTE-CASE-RECORD
043100     END-IF.
043200 3100-OPEN-CASE-EXIT.
043300     EXIT.
043400***************************************************************
043500*    3200-UPHOLD-CASE  --  SECOND APPROVER, A FRESH LOOK AT    *
043600*    THE HISTORY ROW, THEN THE REVERSAL (3600) AND THE CASE    *
043700*    CLOSED AS UPHELD WITH THE REVERSAL'S KEY ON IT.           *
043800***************************************************************
043900 3200-UPHOLD-CASE.
044000     IF WS-RECORD-NOT-FOUND
044100         MOVE 'NFND' TO WS-REJECT-REASON
044200         GO TO 3200-UPHOLD-CASE-EXIT
044300     END-IF.
044400     IF NOT DISP-IS-OPEN
044500         MOVE 'CLSD' TO WS-REJECT-REASON
044600         GO TO 3200-UPHOLD-CASE-EXIT
044700     END-IF.
044800     IF DSPM-APPROVED-BY = SPACES
044900         OR DSPM-APPROVED-BY = DSPM-REQUESTED-BY
045000         MOVE 'APPV' TO WS-REJECT-REASON
045100         GO TO 3200-UPHOLD-CASE-EXIT
045200     END-IF.
045300     PERFORM 3500-CHECK-HISTORY-ROW
045400         THRU 3500-CHECK-HISTORY-ROW-EXIT.
045500     IF WS-REJECT-REASON NOT = SPACES
045600         GO TO 3200-UPHOLD-CASE-EXIT
045700     END-IF.
045800     PERFORM 3600-WRITE-REVERSAL
045900         THRU 3600-WRITE-REVERSAL-EXIT.
046000     SET DISP-IS-UPHELD TO TRUE.
046100     MOVE DSPM-RESOLUTION-TEXT TO DISP-RESOLUTION-TEXT.
046200     MOVE WS-BUSINESS-DATE     TO DISP-RESOLVED-DATE.
046300     MOVE DSPM-REQUESTED-BY    TO DISP-RESOLVED-BY.
046400     MOVE DSPM-APPROVED-BY     TO DISP-APPROVED-BY.
046500     MOVE RVR-TRANS-KEY        TO DISP-REVERSAL-KEY.
046600     REWRITE DISPUTE-CASE-RECORD.
046700 3200-UPHOLD-CASE-EXIT.
046800     EXIT.
046900***************************************************************
047000*    3300-DECLINE-CASE  --  STATUS TO 'D' IN PLACE, WITH THE   *
047100*    RESOLUTION AND WHO DECLINED IT.  NOTHING MOVES.           *
047200***************************************************************
047300 3300-DECLINE-CASE.
047400     IF WS-RECORD-NOT-FOUND
047500         MOVE 'NFND' TO WS-REJECT-REASON
047600         GO TO 3300-DECLINE-CASE-EXIT
047700     END-IF.
047800     IF NOT DISP-IS-OPEN
047900         MOVE 'CLSD' TO WS-REJECT-REASON
048000         GO TO 3300-DECLINE-CASE-EXIT
048100     END-IF.
048200     SET DISP-IS-DECLINED TO TRUE.
048300     MOVE DSPM-RESOLUTION-TEXT TO DISP-RESOLUTION-TEXT.
048400     MOVE WS-BUSINESS-DATE     TO DISP-RESOLVED-DATE.
048500     MOVE DSPM-REQUESTED-BY    TO DISP-RESOLVED-BY.
048600     MOVE DSPM-APPROVED-BY     TO DISP-APPROVED-BY.
048700     REWRITE DISPUTE-CASE-RECORD.
048800 3300-DECLINE-CASE-EXIT.
048900     EXIT.
049000***************************************************************
049100*    3500-CHECK-HISTORY-ROW  --  THE DISPUTED ITEM MUST BE ON  *
049200*    THE HISTORY KSDS, FULLY PROCESSED AND NOT REVERSED, AND   *
049300*    BE AN ORIGINAL ENQ302 CAN PAIR A REVERSAL WITH.           *
049400***************************************************************
049500 3500-CHECK-HISTORY-ROW.
049600     MOVE DSPM-TRANS-KEY TO TXH-TRANS-KEY.
049700     MOVE 'Y' TO WS-HISTORY-FOUND-SW.
049800     READ TXN-HISTORY-FILE
049900         INVALID KEY
050000             MOVE 'N' TO WS-HISTORY-FOUND-SW
050100     END-READ.
050200     MOVE DSPM-TRANS-KEY TO RVR-TRANS-KEY.
050300     EVALUATE TRUE
050400         WHEN NOT WS-HISTORY-FOUND
050500             MOVE 'NHST' TO WS-REJECT-REASON
050600         WHEN TXH-TXN-TYPE = 02
050700             OR RVR-KEY-SUB-SEQUENCE NOT = '1'
050800             MOVE 'NREV' TO WS-REJECT-REASON
050900         WHEN NOT TXH-DISP-PROCESSED
051000             MOVE 'NPRC' TO WS-REJECT-REASON
051100         WHEN TXH-ALREADY-REVERSED
051200             MOVE 'RVSD' TO WS-REJECT-REASON
051300     END-EVALUATE.
051400 3500-CHECK-HISTORY-ROW-EXIT.
051500     EXIT.
051600***************************************************************
051700*    3600-WRITE-REVERSAL  --  THE TYPE-02 FOR THE NEXT RUN.    *
051800*    THE AMOUNT IS THE ORIGINAL'S OWN-CURRENCY AMOUNT, WHICH   *
051900*    IS WHAT ENQ302 MATCHES ON.                                *
052000***************************************************************
052100 3600-WRITE-REVERSAL.
052200     MOVE SPACES               TO WS-REVERSAL-RECORD.
052300     MOVE DISP-TRANS-KEY       TO RVR-TRANS-KEY.
052400     MOVE '2'                  TO RVR-KEY-SUB-SEQUENCE.
052500     MOVE 02                   TO RVR-TRANS-TYPE.
052600     MOVE TXH-TXN-AMOUNT       TO RVR-TRANS-AMOUNT.
052700     MOVE WS-BUSINESS-DATE     TO RVR-EFFECTIVE-DATE.
052800     MOVE WS-DISPUTE-SOURCE    TO RVR-TRANS-SOURCE.
052900     MOVE DISP-CURRENCY-CODE   TO RVR-CURRENCY-CODE.
053000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
053100     ACCEPT WS-CURRENT-TIME FROM TIME.
053200     MOVE SPACES               TO REVERSAL-OUT-RECORD.
053300     MOVE ZERO                 TO RVSO-RETURN-CODE.
053400     MOVE 'D'                  TO RVSO-REJECT-STAGE.
053500     MOVE WS-RUN-ID            TO RVSO-RUN-ID.
053600     MOVE WS-BUSINESS-DATE     TO RVSO-BUSINESS-DATE.
053700     MOVE WS-CURRENT-DATE      TO RVSO-TS-DATE.
053800     MOVE WS-CURRENT-TIME      TO RVSO-TS-TIME.
053900     MOVE WS-REVERSAL-RECORD   TO RVSO-ORIGINAL-RECORD.
054000     MOVE 'DISP'               TO RVSO-REJECT-REASON.
054100     WRITE REVERSAL-OUT-RECORD.
054200     ADD 1 TO WS-REVERSAL-COUNT.
054300     ADD TXH-TXN-AMOUNT TO WS-REVERSAL-AMOUNT.
054400 3600-WRITE-REVERSAL-EXIT.
054500     EXIT.
054600***************************************************************
054700*    4000-WRITE-CHANGE-AUDIT  --  EVERY TRANSACTION, APPLIED   *
054800*    OR REJECTED, LEAVES AN AUDIT ROW: WHO ASKED, WHO          *
054900*    APPROVED, THE STATUS BEFORE AND AFTER, AND THE REVERSAL   *
055000*    AN UPHOLD GENERATED.                                      *
055100***************************************************************
055200 4000-WRITE-CHANGE-AUDIT.
055300     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
055400     ACCEPT WS-CURRENT-TIME FROM TIME.
055500     MOVE SPACES              TO DISP-AUDIT-RECORD.
055600     MOVE WS-CURRENT-DATE     TO DAUD-TS-DATE.
055700     MOVE WS-CURRENT-TIME     TO DAUD-TS-TIME.
055800     MOVE DSPM-ACTION         TO DAUD-ACTION.
055900     MOVE DSPM-TRANS-KEY      TO DAUD-TRANS-KEY.
056000     MOVE WS-OLD-STATUS       TO DAUD-OLD-STATUS.
056100     IF WS-REJECT-REASON = SPACES
056200         SET DAUD-APPLIED TO TRUE
056300         MOVE DISP-REASON-CODE   TO DAUD-REASON-CODE
056400         MOVE DISP-STATUS        TO DAUD-NEW-STATUS
056500         MOVE DISP-TXN-AMOUNT    TO DAUD-TXN-AMOUNT
056600         MOVE DISP-CURRENCY-CODE TO DAUD-CURRENCY-CODE
056700         MOVE DISP-REVERSAL-KEY  TO DAUD-REVERSAL-KEY
056800     ELSE
056900         SET DAUD-REJECTED TO TRUE
057000         MOVE DSPM-REASON-CODE   TO DAUD-REASON-CODE
057100         MOVE WS-OLD-STATUS      TO DAUD-NEW-STATUS
057200         MOVE ZERO               TO DAUD-TXN-AMOUNT
057300     END-IF.
057400     MOVE DSPM-REQUESTED-BY   TO DAUD-REQUESTED-BY.
057500     MOVE DSPM-APPROVED-BY    TO DAUD-APPROVED-BY.
057600     MOVE WS-REJECT-REASON    TO DAUD-REJECT-REASON.
057700     WRITE DISP-AUDIT-RECORD.
057800 4000-WRITE-CHANGE-AUDIT-EXIT.
057900     EXIT.
058000***************************************************************
058100*    4100-REPORT-REJECTED-TXN                                  *
058200***************************************************************
058300 4100-REPORT-REJECTED-TXN.
058400     MOVE SPACES TO DISP-REPORT-LINE.
058500     STRING 'REJECTED ' DSPM-ACTION
058600         ' ' DSPM-TRANS-KEY
058700         '  REASON=' WS-REJECT-REASON
058800         '  REQUESTED-BY=' DSPM-REQUESTED-BY
058900         '  APPROVED-BY=' DSPM-APPROVED-BY
059000         DELIMITED BY SIZE INTO DISP-REPORT-LINE.
059100     WRITE DISP-REPORT-LINE.
059200 4100-REPORT-REJECTED-TXN-EXIT.
059300     EXIT.
059400***************************************************************
059500*    4200-REPORT-APPLIED-TXN  --  AN UPHOLD ALSO NAMES THE     *
059600*    REVERSAL IT SENT TO THE NEXT RUN.                         *
059700***************************************************************
059800 4200-REPORT-APPLIED-TXN.
059900     MOVE SPACES TO DISP-REPORT-LINE.
060000     MOVE DISP-TXN-AMOUNT TO WS-REPORT-AMOUNT-EDIT.
060100     STRING 'APPLIED  ' DSPM-ACTION
060200         ' ' DISP-TRANS-KEY
060300         '  CASE=' DISP-REASON-CODE
060400         '  STATUS=' DISP-STATUS
060500         '  AMOUNT ' WS-REPORT-AMOUNT-EDIT
060600         ' ' DISP-CURRENCY-CODE
060700         '  REQUESTED-BY=' DSPM-REQUESTED-BY
060800         '  APPROVED-BY=' DSPM-APPROVED-BY
060900         DELIMITED BY SIZE INTO DISP-REPORT-LINE.
061000     WRITE DISP-REPORT-LINE.
061100     IF DSPM-ACTION-UPHOLD
061200         MOVE SPACES TO DISP-REPORT-LINE
061300         STRING '         TYPE-02 REVERSAL ' DISP-REVERSAL-KEY
061400             ' SOURCE ' WS-DISPUTE-SOURCE
061500             ' WRITTEN FOR THE NEXT RUN'
061600             DELIMITED BY SIZE INTO DISP-REPORT-LINE
061700         WRITE DISP-REPORT-LINE
061800     END-IF.
061900 4200-REPORT-APPLIED-TXN-EXIT.
062000     EXIT.
062100***************************************************************
062200*    8000-TERMINATE                                            *
062300***************************************************************
062400 8000-TERMINATE.
062500     MOVE SPACES TO DISP-REPORT-LINE.
062600     WRITE DISP-REPORT-LINE.
062700     MOVE WS-APPLIED-COUNT TO WS-REPORT-NUMERIC-EDIT.
062800     STRING 'TRANSACTIONS APPLIED  : ' WS-REPORT-NUMERIC-EDIT
062900         DELIMITED BY SIZE INTO DISP-REPORT-LINE.
063000     WRITE DISP-REPORT-LINE.
063100     MOVE SPACES TO DISP-REPORT-LINE.
063200     MOVE WS-REJECTED-COUNT TO WS-REPORT-NUMERIC-EDIT.
063300     STRING 'TRANSACTIONS REJECTED : ' WS-REPORT-NUMERIC-EDIT
063400         DELIMITED BY SIZE INTO DISP-REPORT-LINE.
063500     WRITE DISP-REPORT-LINE.
063600     MOVE SPACES TO DISP-REPORT-LINE.
063700     MOVE WS-REVERSAL-COUNT TO WS-REPORT-NUMERIC-EDIT.
063800     STRING 'REVERSALS GENERATED   : ' WS-REPORT-NUMERIC-EDIT
063900         DELIMITED BY SIZE INTO DISP-REPORT-LINE.
064000     WRITE DISP-REPORT-LINE.
064100     MOVE SPACES TO DISP-REPORT-LINE.
064200     MOVE WS-REVERSAL-AMOUNT TO WS-REPORT-AMOUNT-EDIT.
064300     STRING 'REVERSAL AMOUNT TOTAL : ' WS-REPORT-AMOUNT-EDIT
064400         DELIMITED BY SIZE INTO DISP-REPORT-LINE.
064500     WRITE DISP-REPORT-LINE.
064600     IF NOT WS-PARM-IN-ERROR
064700         CLOSE DISP-MAINT-IN-FILE
064800         CLOSE DISPUTE-CASE-FILE
064900         CLOSE TXN-HISTORY-FILE
065000         CLOSE REVERSAL-OUT-FILE
065100         CLOSE DISP-AUDIT-FILE
065200     END-IF.
065300     CLOSE DISP-REPORT-FILE.
065400     EVALUATE TRUE
065500         WHEN WS-PARM-IN-ERROR
065600             MOVE 8 TO RETURN-CODE
065700         WHEN WS-REJECTED-COUNT > ZERO
065800             MOVE 4 TO RETURN-CODE
065900         WHEN OTHER
066000             MOVE 0 TO RETURN-CODE
066100     END-EVALUATE.
066200 8000-TERMINATE-EXIT.
066300     EXIT.
