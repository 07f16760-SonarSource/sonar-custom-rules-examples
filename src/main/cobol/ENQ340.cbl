000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ENQ340.
000300 AUTHOR.        D L MERCER.
000400 INSTALLATION.  DAILY PROCESSING.
000500 DATE-WRITTEN.  2026-10-14.
000600 DATE-COMPILED.
000700***************************************************************
000800*                                                              *
000900*   ENQ340  --  FORCE-POST INSTRUCTION CONTROLLED MAINTENANCE  *
001000*                                                              *
001100*   SOME DLIM/TLIM REJECTS ARE GENUINELY AUTHORISED -- A       *
001200*   ONE-OFF LARGE PAYMENT THE RELATIONSHIP MANAGER HAS SIGNED  *
001300*   OFF.  THE ONLY WAY THROUGH USED TO BE RAISING THE          *
001400*   ACCOUNT'S LIMIT WITH ENQ265 AND REMEMBERING TO LOWER IT    *
001500*   AFTERWARD.  THE ITEM ITSELF IS NOW AUTHORISED INSTEAD: AN  *
001600*   INSTRUCTION ON THE FORCE-POST KSDS (FRCPOSTK, COPYBOOK     *
001700*   FRCPOST), KEYED BY ITS TRANS-KEY, THAT LETS THE ENQ200     *
001800*   RECYCLE PASS APPROVE THAT ONE ITEM PAST THE LIMIT CHECK.   *
001900*   THIS PROGRAM APPLIES A BATCH OF INSTRUCTION TRANSACTIONS   *
002000*   (FRCMNIN), VALIDATES EVERY ONE BEFORE IT LANDS, AND        *
002100*   WRITES ITS OWN CHANGE-AUDIT TRAIL (FRCAUD) AND REPORT      *
002200*   (FRCMRPT) -- THE SAME CONTROLS ENQ265 PUTS ON THE          *
002300*   ENTITLEMENT MASTER.                                        *
002400*                                                              *
002500*   INSTRUCTION TRANSACTION:  ACTION ('ADD'/'CAN'), THE        *
002600*   SUSPENSE ITEM'S TRANS-KEY, REASON TEXT, EXPIRY DATE, PLUS  *
002700*   REQUESTED-BY AND APPROVED-BY.                              *
002800*                                                              *
002900*     ADD  ENTERS AN INSTRUCTION.  THE ITEM MUST BE OPEN ON    *
003000*          THE SUSPENSE MASTER (SUSPMST) AND ITS LATEST        *
003100*          REJECT MUST BE DLIM OR TLIM -- NOTHING ELSE CAN BE  *
003200*          FORCED.  THE EXPIRY MAY NOT BE BEFORE THE BUSINESS  *
003300*          DATE.  A CANCELLED INSTRUCTION, OR ONE THAT EXPIRED *
003400*          UNUSED, IS REPLACED IN PLACE; AN ACTIVE OR USED     *
003500*          ONE IS NOT (DUPI).                                  *
003600*     CAN  CANCELS AN ACTIVE INSTRUCTION BEFORE IT IS USED.    *
003700*                                                              *
003800*   APPROVAL:  AN ADD ALWAYS NEEDS A SECOND APPROVER DISTINCT  *
003900*   FROM THE REQUESTOR -- THE SAME RULE ENQ260 APPLIES TO      *
004000*   ACT.  BOTH NAMES ARE CARRIED ON THE INSTRUCTION, THE       *
004100*   POSTED ITEM'S OVERRIDE REPORT LINE IN ENQ200, AND THE      *
004200*   AUDIT TRAIL HERE.  A CANCEL NEEDS NONE.                    *
004300*                                                              *
004400*   PARM:  THE BUSINESS DATE (YYYYMMDD), E.G.                  *
004500*   PARM='20261014'.  NO DEFAULT; AN OMITTED OR NON-NUMERIC    *
004600*   PARM IS A HARD STOP (RC=8, NOTHING APPLIED).               *
004700*                                                              *
004800*   PER-TRANSACTION REJECT REASONS:                            *
004900*       ACTI  ACTION UNRECOGNIZED     KEYB  TRANS-KEY BLANK    *
005000*       RQBB  REQUESTED-BY BLANK      RSNB  REASON TEXT BLANK  *
005100*       EXDT  EXPIRY NOT NUMERIC,     APPV  SECOND APPROVER    *
005200*             OR BEFORE THE                 MISSING OR SAME    *
005300*             BUSINESS DATE                 AS REQUESTOR       *
005400*       SNFD  ITEM NOT OPEN ON THE    NLIM  LATEST REJECT NOT  *
005500*             SUSPENSE MASTER               DLIM OR TLIM       *
005600*       DUPI  ADD OVER AN ACTIVE OR   NFND  CAN KEY NOT ON     *
005700*             USED INSTRUCTION              FILE               *
005800*       NACT  CAN OF AN INSTRUCTION                            *
005900*             NOT ACTIVE                                       *
006000*                                                              *
006100*   RETURN CODES:  0 = EVERY TRANSACTION APPLIED;  4 = SOME    *
006200*   REJECTED;  8 = BAD PARM, NOTHING APPLIED.                  *
006300*                                                              *
006400*   MODIFICATION HISTORY                                       *
006500*   DATE       INIT  DESCRIPTION                               *
006600*   ---------- ----  ------------------------------------------*
006700*   2026-10-14 DLM   ORIGINAL VERSION.                         *
006800*                                                              *
006900***************************************************************
007000 ENVIRONMENT DIVISION.
007100 CONFIGURATION SECTION.
007200 SOURCE-COMPUTER.   IBM-Z15.
007300 OBJECT-COMPUTER.   IBM-Z15.
007400 INPUT-OUTPUT SECTION.
007500 FILE-CONTROL.
007600     SELECT FRC-MAINT-IN-FILE
007700         ASSIGN TO FRCMNIN
007800         ORGANIZATION IS SEQUENTIAL.
007900
008000     SELECT FORCE-POST-FILE
008100         ASSIGN TO FRCPOSTK
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS DYNAMIC
008400         RECORD KEY IS FRCP-KEY
008500         FILE STATUS IS FRCP-FILE-STATUS.
008600
008700     SELECT SUSPENSE-MASTER-FILE
008800         ASSIGN TO SUSPMST
008900         ORGANIZATION IS INDEXED
009000         ACCESS MODE IS DYNAMIC
009100         RECORD KEY IS SUSM-KEY
009200         FILE STATUS IS SUSM-FILE-STATUS.
009300
009400     SELECT FRC-AUDIT-FILE
009500         ASSIGN TO FRCAUD
009600         ORGANIZATION IS SEQUENTIAL.
009700
009800     SELECT FRC-REPORT-FILE
009900         ASSIGN TO FRCMRPT
010000         ORGANIZATION IS SEQUENTIAL.
010100 DATA DIVISION.
010200 FILE SECTION.
010300 FD  FRC-MAINT-IN-FILE
010400     RECORDING MODE IS F.
010500 01  FRC-MAINT-RECORD.
010600     05  FRCM-ACTION                 PIC X(03).
010700         88  FRCM-ACTION-ADD             VALUE 'ADD'.
010800         88  FRCM-ACTION-CANCEL          VALUE 'CAN'.
010900         88  FRCM-ACTION-VALID
011000             VALUES 'ADD' 'CAN'.
011100     05  FRCM-TRANS-KEY              PIC X(10).
011200     05  FRCM-REASON-TEXT            PIC X(30).
011300     05  FRCM-EXPIRY-DATE            PIC 9(08).
011400     05  FRCM-EXPIRY-DATE-X REDEFINES FRCM-EXPIRY-DATE
011500                                     PIC X(08).
011600     05  FRCM-REQUESTED-BY           PIC X(08).
011700     05  FRCM-APPROVED-BY            PIC X(08).
011800     05  FILLER                      PIC X(13).
011900
012000 FD  FORCE-POST-FILE.
012100 COPY FRCPOST.
012200
012300 FD  SUSPENSE-MASTER-FILE.
012400 COPY SUSPMSTK.
012500
012600 FD  FRC-AUDIT-FILE
012700     RECORDING MODE IS F.
012800 01  FRC-AUDIT-RECORD.
012900     05  FAUD-TS-DATE                PIC 9(08).
013000     05  FAUD-TS-TIME                PIC 9(06).
013100     05  FAUD-ACTION                 PIC X(03).
013200     05  FAUD-TRANS-KEY              PIC X(10).
013300     05  FAUD-OLD-STATUS             PIC X(01).
013400     05  FAUD-NEW-STATUS             PIC X(01).
013500     05  FAUD-LIMIT-REASON           PIC X(04).
013600     05  FAUD-EXPIRY-DATE            PIC 9(08).
013700     05  FAUD-REQUESTED-BY           PIC X(08).
013800     05  FAUD-APPROVED-BY            PIC X(08).
013900     05  FAUD-RESULT                 PIC X(01).
014000         88  FAUD-APPLIED                VALUE 'A'.
014100         88  FAUD-REJECTED               VALUE 'R'.
014200     05  FAUD-REJECT-REASON          PIC X(04).
014300     05  FILLER                      PIC X(18).
014400
014500 FD  FRC-REPORT-FILE
014600     RECORDING MODE IS F.
014700 01  FRC-REPORT-LINE                 PIC X(132).
014800
014900 WORKING-STORAGE SECTION.
015000***************************************************************
015100*    FILE STATUS AND END-OF-FILE SWITCHES                      *
015200***************************************************************
015300 77  FRCP-FILE-STATUS                PIC X(02)  VALUE '00'.
015400 77  SUSM-FILE-STATUS                PIC X(02)  VALUE '00'.
015500 77  FRCM-EOF-SW                     PIC X(01)  VALUE 'N'.
015600     88  FRCM-AT-EOF                     VALUE 'Y'.
015700 77  WS-RECORD-FOUND-SW              PIC X(01)  VALUE 'N'.
015800     88  WS-RECORD-FOUND                 VALUE 'Y'.
015900     88  WS-RECORD-NOT-FOUND             VALUE 'N'.
016000 77  WS-SUSPENSE-FOUND-SW            PIC X(01)  VALUE 'N'.
016100     88  WS-SUSPENSE-FOUND               VALUE 'Y'.
016200***************************************************************
016300*    PARM VALIDATION AND THE BUSINESS DATE                     *
016400***************************************************************
016500 77  WS-PARM-ERROR-SW                PIC X(01)  VALUE 'N'.
016600     88  WS-PARM-IN-ERROR                VALUE 'Y'.
016700 77  WS-BUSINESS-DATE                PIC 9(08)  VALUE ZERO.
016800***************************************************************
016900*    PER-TRANSACTION VALIDATION STATE                          *
017000***************************************************************
017100 77  WS-REJECT-REASON                PIC X(04)  VALUE SPACES.
017200 77  WS-OLD-STATUS                   PIC X(01)  VALUE SPACES.
017300***************************************************************
017400*    COUNTERS, TIMESTAMP AND EDIT FIELDS                       *
017500***************************************************************
017600 77  WS-APPLIED-COUNT                PIC 9(09) COMP VALUE ZERO.
017700 77  WS-REJECTED-COUNT               PIC 9(09) COMP VALUE ZERO.
017800 01  WS-CURRENT-DATE-TIME.
017900     05  WS-CURRENT-DATE             PIC 9(08).
018000     05  WS-CURRENT-TIME             PIC 9(06).
018100 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZ,ZZZ,ZZ9.
018200 01  WS-DATE-EDIT                    PIC 9999/99/99.
018300 LINKAGE SECTION.
018400***************************************************************
018500*    JOB-STEP PARM -- THE BUSINESS DATE.  NO DEFAULT.          *
018600***************************************************************
018700 01  LK-PARM-ARGS.
018800     05  LK-PARM-LEN                 PIC S9(04) COMP.
018900     05  LK-PARM-DATE-TEXT           PIC X(08).
019000 PROCEDURE DIVISION USING LK-PARM-ARGS.
019100***************************************************************
019200*    0000-MAINLINE                                             *
019300***************************************************************
019400 0000-MAINLINE.
019500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
019600     PERFORM 2000-APPLY-ONE-TRANSACTION
019700         THRU 2000-APPLY-ONE-TRANSACTION-EXIT
019800         UNTIL FRCM-AT-EOF.
019900     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
020000     GOBACK.
020100***************************************************************
020200*    1000-INITIALIZE  --  VALIDATE THE PARM, OPEN FILES,       *
020300*    WRITE THE REPORT HEADING AND PRIME THE FIRST READ.  A     *
020400*    BAD PARM STOPS THE RUN BEFORE A SINGLE TRANSACTION IS     *
020500*    READ.                                                     *
020600***************************************************************
020700 1000-INITIALIZE.
020800     OPEN OUTPUT FRC-REPORT-FILE.
020900     MOVE 'ENQ340 FORCE-POST INSTRUCTION MAINTENANCE REPORT'
021000         TO FRC-REPORT-LINE.
021100     WRITE FRC-REPORT-LINE.
021200     MOVE SPACES TO FRC-REPORT-LINE.
021300     WRITE FRC-REPORT-LINE.
021400     IF LK-PARM-LEN < 8
021500         OR LK-PARM-DATE-TEXT NOT NUMERIC
021600         SET WS-PARM-IN-ERROR TO TRUE
021700         MOVE 'PARM BUSINESS DATE MISSING OR NOT NUMERIC --'
021800             TO FRC-REPORT-LINE
021900         WRITE FRC-REPORT-LINE
022000         MOVE 'NOTHING APPLIED.'
022100             TO FRC-REPORT-LINE
022200         WRITE FRC-REPORT-LINE
022300         SET FRCM-AT-EOF TO TRUE
022400         GO TO 1000-INITIALIZE-EXIT
022500     END-IF.
022600     MOVE LK-PARM-DATE-TEXT TO WS-BUSINESS-DATE.
022700     OPEN INPUT  FRC-MAINT-IN-FILE.
022800     OPEN I-O    FORCE-POST-FILE.
022900     OPEN INPUT  SUSPENSE-MASTER-FILE.
023000     OPEN OUTPUT FRC-AUDIT-FILE.
023100     READ FRC-MAINT-IN-FILE
023200         AT END
023300             SET FRCM-AT-EOF TO TRUE
023400     END-READ.
023500 1000-INITIALIZE-EXIT.
023600     EXIT.
023700***************************************************************
023800*    2000-APPLY-ONE-TRANSACTION  --  VALIDATE, APPLY OR        *
023900*    REJECT, AUDIT AND REPORT EITHER WAY.                      *
024000***************************************************************
024100 2000-APPLY-ONE-TRANSACTION.
024200     MOVE SPACES TO WS-REJECT-REASON
024300                    WS-OLD-STATUS.
024400     MOVE SPACES TO FORCE-POST-RECORD.
024500     MOVE ZERO   TO FRCP-EXPIRY-DATE
024600                    FRCP-USED-BASE-AMOUNT.
024700     PERFORM 2100-VALIDATE-TRANSACTION
024800         THRU 2100-VALIDATE-TRANSACTION-EXIT.
024900     IF WS-REJECT-REASON = SPACES
025000         PERFORM 3000-APPLY-TO-MASTER
025100             THRU 3000-APPLY-TO-MASTER-EXIT
025200     END-IF.
025300     IF WS-REJECT-REASON = SPACES
025400         ADD 1 TO WS-APPLIED-COUNT
025500         PERFORM 4200-REPORT-APPLIED-TXN
025600             THRU 4200-REPORT-APPLIED-TXN-EXIT
025700     ELSE
025800         ADD 1 TO WS-REJECTED-COUNT
025900         PERFORM 4100-REPORT-REJECTED-TXN
026000             THRU 4100-REPORT-REJECTED-TXN-EXIT
026100     END-IF.
026200     PERFORM 4000-WRITE-CHANGE-AUDIT
026300         THRU 4000-WRITE-CHANGE-AUDIT-EXIT.
026400     READ FRC-MAINT-IN-FILE
026500         AT END
026600             SET FRCM-AT-EOF TO TRUE
026700     END-READ.
026800 2000-APPLY-ONE-TRANSACTION-EXIT.
026900     EXIT.
027000***************************************************************
027100*    2100-VALIDATE-TRANSACTION  --  EVERYTHING THAT CAN BE     *
027200*    CHECKED BEFORE TOUCHING THE FILES.  AN ADD CARRIES THE    *
027300*    REASON, THE EXPIRY AND ITS SECOND APPROVER.               *
027400***************************************************************
027500 2100-VALIDATE-TRANSACTION.
027600     IF NOT FRCM-ACTION-VALID
027700         MOVE 'ACTI' TO WS-REJECT-REASON
027800         GO TO 2100-VALIDATE-TRANSACTION-EXIT
027900     END-IF.
028000     IF FRCM-TRANS-KEY = SPACES
028100         MOVE 'KEYB' TO WS-REJECT-REASON
028200         GO TO 2100-VALIDATE-TRANSACTION-EXIT
028300     END-IF.
028400     IF FRCM-REQUESTED-BY = SPACES
028500         MOVE 'RQBB' TO WS-REJECT-REASON
028600         GO TO 2100-VALIDATE-TRANSACTION-EXIT
028700     END-IF.
028800     IF FRCM-ACTION-CANCEL
028900         GO TO 2100-VALIDATE-TRANSACTION-EXIT
029000     END-IF.
029100     IF FRCM-REASON-TEXT = SPACES
029200         MOVE 'RSNB' TO WS-REJECT-REASON
029300         GO TO 2100-VALIDATE-TRANSACTION-EXIT
029400     END-IF.
029500     IF FRCM-EXPIRY-DATE-X NOT NUMERIC
029600         MOVE 'EXDT' TO WS-REJECT-REASON
029700         GO TO 2100-VALIDATE-TRANSACTION-EXIT
029800     END-IF.
029900     IF FRCM-EXPIRY-DATE < WS-BUSINESS-DATE
030000         MOVE 'EXDT' TO WS-REJECT-REASON
030100         GO TO 2100-VALIDATE-TRANSACTION-EXIT
030200     END-IF.
030300     IF FRCM-APPROVED-BY = SPACES
030400         OR FRCM-APPROVED-BY = FRCM-REQUESTED-BY
030500         MOVE 'APPV' TO WS-REJECT-REASON
030600     END-IF.
030700 2100-VALIDATE-TRANSACTION-EXIT.
030800     EXIT.
030900***************************************************************
031000*    3000-APPLY-TO-MASTER  --  KEYED READ, THEN ROUTE BY       *
031100*    ACTION.                                                   *
031200***************************************************************
031300 3000-APPLY-TO-MASTER.
031400     MOVE FRCM-TRANS-KEY TO FRCP-TRANS-KEY.
031500     MOVE 'Y' TO WS-RECORD-FOUND-SW.
031600     READ FORCE-POST-FILE
031700         INVALID KEY
031800             MOVE 'N' TO WS-RECORD-FOUND-SW
031900     END-READ.
032000     IF WS-RECORD-FOUND
032100         MOVE FRCP-STATUS TO WS-OLD-STATUS
032200     END-IF.
032300     EVALUATE TRUE
032400         WHEN FRCM-ACTION-ADD
032500             PERFORM 3100-ADD-INSTRUCTION
032600                 THRU 3100-ADD-INSTRUCTION-EXIT
032700         WHEN FRCM-ACTION-CANCEL
032800             PERFORM 3200-CANCEL-INSTRUCTION
032900                 THRU 3200-CANCEL-INSTRUCTION-EXIT
033000     END-EVALUATE.
033100 3000-APPLY-TO-MASTER-EXIT.
033200     EXIT.
033300***************************************************************
033400*    3100-ADD-INSTRUCTION  --  A NEW INSTRUCTION, OR ONE OVER  *
033500*    A CANCELLED OR EXPIRED-UNUSED ROW (REWRITTEN IN PLACE;    *
033600*    THE OLD ROW'S HISTORY IS ON THE AUDIT TRAIL).  A USED     *
033700*    ROW STAYS -- THE ITEM HAS ALREADY BEEN FORCED ONCE.  THE  *
033800*    ITEM MUST QUALIFY ON THE SUSPENSE MASTER (3500).          *
033900***************************************************************
034000 3100-ADD-INSTRUCTION.
034100     IF WS-RECORD-FOUND
034200         IF FRCP-IS-USED
034300             OR (FRCP-IS-ACTIVE
034400                 AND FRCP-EXPIRY-DATE NOT < WS-BUSINESS-DATE)
034500             MOVE 'DUPI' TO WS-REJECT-REASON
034600             GO TO 3100-ADD-INSTRUCTION-EXIT
034700         END-IF
034800     END-IF.
034900     PERFORM 3500-CHECK-SUSPENSE-ITEM
035000         THRU 3500-CHECK-SUSPENSE-ITEM-EXIT.
035100     IF WS-REJECT-REASON NOT = SPACES
035200         GO TO 3100-ADD-INSTRUCTION-EXIT
035300     END-IF.
035400     MOVE SPACES               TO FORCE-POST-RECORD.
035500     MOVE FRCM-TRANS-KEY       TO FRCP-TRANS-KEY.
035600     SET FRCP-IS-ACTIVE TO TRUE.
035700     MOVE SUSM-REASON-CODE(1)  TO FRCP-LIMIT-REASON.
035800     MOVE FRCM-REASON-TEXT     TO FRCP-REASON-TEXT.
035900     MOVE FRCM-REQUESTED-BY    TO FRCP-REQUESTED-BY.
036000     MOVE FRCM-APPROVED-BY     TO FRCP-APPROVED-BY.
036100     MOVE WS-BUSINESS-DATE     TO FRCP-ENTERED-DATE.
036200     MOVE FRCM-EXPIRY-DATE     TO FRCP-EXPIRY-DATE.
036300     MOVE ZERO                 TO FRCP-USED-DATE
036400                                  FRCP-USED-BASE-AMOUNT.
036500     IF WS-RECORD-FOUND
036600         REWRITE FORCE-POST-RECORD
036700     ELSE
036800         WRITE FORCE-POST-RECORD
036900     END-IF.
037000 3100-ADD-INSTRUCTION-EXIT.
037100     EXIT.
037200***************************************************************
037300*    3200-CANCEL-INSTRUCTION  --  STATUS TO 'C' IN PLACE, WITH *
037400*    WHO CANCELLED IT.  ONLY AN ACTIVE INSTRUCTION CAN BE      *
037500*    CANCELLED; A USED ONE HAS ALREADY DONE ITS WORK.          *
037600***************************************************************
037700 3200-CANCEL-INSTRUCTION.
037800     IF WS-RECORD-NOT-FOUND
037900         MOVE 'NFND' TO WS-REJECT-REASON
038000         GO TO 3200-CANCEL-INSTRUCTION-EXIT
038100     END-IF.
038200     IF NOT FRCP-IS-ACTIVE
038300         MOVE 'NACT' TO WS-REJECT-REASON
038400         GO TO 3200-CANCEL-INSTRUCTION-EXIT
038500     END-IF.
038600     SET FRCP-IS-CANCELLED TO TRUE.
038700     MOVE FRCM-REQUESTED-BY TO FRCP-CANCELLED-BY.
038800     REWRITE FORCE-POST-RECORD.
038900 3200-CANCEL-INSTRUCTION-EXIT.
039000     EXIT.
039100***************************************************************
039200*    3500-CHECK-SUSPENSE-ITEM  --  THE ITEM MUST BE OPEN ON    *
039300*    THE SUSPENSE MASTER, AND THE LATEST REJECT (REASON SLOT   *
039400*    1, NEWEST FIRST) MUST BE A LIMIT REJECT -- THE ONLY       *
039500*    CHECK A FORCE-POST LIFTS.                                 *
039600***************************************************************
039700 3500-CHECK-SUSPENSE-ITEM.
039800     MOVE FRCM-TRANS-KEY TO SUSM-TRANS-KEY.
039900     MOVE 'Y' TO WS-SUSPENSE-FOUND-SW.
040000     READ SUSPENSE-MASTER-FILE
040100         INVALID KEY
040200             MOVE 'N' TO WS-SUSPENSE-FOUND-SW
040300     END-READ.
040400     EVALUATE TRUE
040500         WHEN NOT WS-SUSPENSE-FOUND
040600             MOVE 'SNFD' TO WS-REJECT-REASON
040700         WHEN NOT SUSM-STATUS-OPEN
040800             MOVE 'SNFD' TO WS-REJECT-REASON
040900         WHEN SUSM-REASON-CODE(1) NOT = 'DLIM'
041000             AND SUSM-REASON-CODE(1) NOT = 'TLIM'
041100             MOVE 'NLIM' TO WS-REJECT-REASON
041200     END-EVALUATE.
041300 3500-CHECK-SUSPENSE-ITEM-EXIT.
041400     EXIT.
041500***************************************************************
041600*    4000-WRITE-CHANGE-AUDIT  --  EVERY TRANSACTION, APPLIED   *
041700*    OR REJECTED, LEAVES AN AUDIT ROW: WHO ASKED, WHO          *
041800*    APPROVED, AND THE STATUS BEFORE AND AFTER.                *
041900***************************************************************
042000 4000-WRITE-CHANGE-AUDIT.
042100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
042200     ACCEPT WS-CURRENT-TIME FROM TIME.
042300     MOVE SPACES              TO FRC-AUDIT-RECORD.
042400     MOVE WS-CURRENT-DATE     TO FAUD-TS-DATE.
042500     MOVE WS-CURRENT-TIME     TO FAUD-TS-TIME.
042600     MOVE FRCM-ACTION         TO FAUD-ACTION.
042700     MOVE FRCM-TRANS-KEY      TO FAUD-TRANS-KEY.
042800     MOVE WS-OLD-STATUS       TO FAUD-OLD-STATUS.
042900     IF WS-REJECT-REASON = SPACES
043000         SET FAUD-APPLIED TO TRUE
043100         MOVE FRCP-STATUS        TO FAUD-NEW-STATUS
043200         MOVE FRCP-LIMIT-REASON  TO FAUD-LIMIT-REASON
043300         MOVE FRCP-EXPIRY-DATE   TO FAUD-EXPIRY-DATE
043400     ELSE
043500         SET FAUD-REJECTED TO TRUE
043600         MOVE WS-OLD-STATUS      TO FAUD-NEW-STATUS
043700         MOVE ZERO               TO FAUD-EXPIRY-DATE
043800         IF FRCM-EXPIRY-DATE-X IS NUMERIC
043900             MOVE FRCM-EXPIRY-DATE TO FAUD-EXPIRY-DATE
044000         END-IF
044100     END-IF.
044200     MOVE FRCM-REQUESTED-BY   TO FAUD-REQUESTED-BY.
044300     MOVE FRCM-APPROVED-BY    TO FAUD-APPROVED-BY.
044400     MOVE WS-REJECT-REASON    TO FAUD-REJECT-REASON.
044500     WRITE FRC-AUDIT-RECORD.
044600 4000-WRITE-CHANGE-AUDIT-EXIT.
044700     EXIT.
044800***************************************************************
044900*    4100-REPORT-REJECTED-TXN                                  *
045000***************************************************************
045100 4100-REPORT-REJECTED-TXN.
045200     MOVE SPACES TO FRC-REPORT-LINE.
045300     STRING 'REJECTED ' FRCM-ACTION
045400         ' ' FRCM-TRANS-KEY
045500         '  REASON=' WS-REJECT-REASON
045600         '  REQUESTED-BY=' FRCM-REQUESTED-BY
045700         '  APPROVED-BY=' FRCM-APPROVED-BY
045800         DELIMITED BY SIZE INTO FRC-REPORT-LINE.
045900     WRITE FRC-REPORT-LINE.
046000 4100-REPORT-REJECTED-TXN-EXIT.
046100     EXIT.
046200***************************************************************
046300*    4200-REPORT-APPLIED-TXN                                   *
046400***************************************************************
046500 4200-REPORT-APPLIED-TXN.
046600     MOVE SPACES TO FRC-REPORT-LINE.
046700     MOVE FRCP-EXPIRY-DATE TO WS-DATE-EDIT.
046800     STRING 'APPLIED  ' FRCM-ACTION
046900         ' ' FRCP-TRANS-KEY
047000         '  LIMIT=' FRCP-LIMIT-REASON
047100         '  STATUS=' FRCP-STATUS
047200         '  EXPIRES ' WS-DATE-EDIT
047300         '  REQUESTED-BY=' FRCP-REQUESTED-BY
047400         '  APPROVED-BY=' FRCP-APPROVED-BY
047500         DELIMITED BY SIZE INTO FRC-REPORT-LINE.
047600     WRITE FRC-REPORT-LINE.
047700 4200-REPORT-APPLIED-TXN-EXIT.
047800     EXIT.
047900***************************************************************
048000*    8000-TERMINATE                                            *
048100***************************************************************
048200 8000-TERMINATE.
048300     MOVE SPACES TO FRC-REPORT-LINE.
048400     WRITE FRC-REPORT-LINE.
048500     MOVE WS-APPLIED-COUNT TO WS-REPORT-NUMERIC-EDIT.
048600     STRING 'TRANSACTIONS APPLIED  : ' WS-REPORT-NUMERIC-EDIT
048700         DELIMITED BY SIZE INTO FRC-REPORT-LINE.
048800     WRITE FRC-REPORT-LINE.
048900     MOVE SPACES TO FRC-REPORT-LINE.
049000     MOVE WS-REJECTED-COUNT TO WS-REPORT-NUMERIC-EDIT.
049100     STRING 'TRANSACTIONS REJECTED : ' WS-REPORT-NUMERIC-EDIT
049200         DELIMITED BY SIZE INTO FRC-REPORT-LINE.
049300     WRITE FRC-REPORT-LINE.
049400     IF NOT WS-PARM-IN-ERROR
049500         CLOSE FRC-MAINT-IN-FILE
049600         CLOSE FORCE-POST-FILE
049700         CLOSE SUSPENSE-MASTER-FILE
049800         CLOSE FRC-AUDIT-FILE
049900     END-IF.
050000     CLOSE FRC-REPORT-FILE.
050100     EVALUATE TRUE
050200         WHEN WS-PARM-IN-ERROR
050300             MOVE 8 TO RETURN-CODE
050400         WHEN WS-REJECTED-COUNT > ZERO
050500             MOVE 4 TO RETURN-CODE
050600         WHEN OTHER
050700             MOVE 0 TO RETURN-CODE
050800     END-EVALUATE.
050900 8000-TERMINATE-EXIT.
051000     EXIT.
