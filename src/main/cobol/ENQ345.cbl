000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ENQ345.
000300 AUTHOR.        D L MERCER.
000400 INSTALLATION.  DAILY PROCESSING.
000500 DATE-WRITTEN.  2026-10-14.
000600 DATE-COMPILED.
000700***************************************************************
000800*                                                              *
000900*   ENQ345  --  SOURCE / CHANNEL MASTER CONTROLLED MAINTENANCE *
001000*                                                              *
001100*   EVERY PROGRAM USED TO HAVE ITS OWN IDEA OF A SOURCE:       *
001200*   ENQ190 A FLAT VALID-SOURCE LIST, ENQ245 ACK SLOTS HANDED   *
001300*   OUT IN FIRST-SEEN ORDER (SO A CHANNEL'S DATASET MOVED      *
001400*   FROM DAY TO DAY), ENQ280 A CLEARING ACCOUNT BUILT AS       *
001500*   CLRG + SOURCE, ENQ220 WHATEVER TURNED UP.  THE SOURCE      *
001600*   MASTER KSDS (SRCMSTK, COPYBOOK SRCMSTK) NOW HOLDS EACH     *
001700*   CHANNEL'S NAME, STATUS, PERMITTED TYPES AND CURRENCIES,    *
001800*   FIXED ACK SLOT, CLEARING GL ACCOUNT AND DAILY SUBMISSION   *
001900*   CUTOFF, AND ALL FOUR READ IT.  THIS PROGRAM APPLIES A      *
002000*   BATCH OF SOURCE TRANSACTIONS (SRCMNIN), VALIDATES EVERY    *
002100*   FIELD BEFORE IT LANDS, AND WRITES ITS OWN CHANGE-AUDIT     *
002200*   TRAIL (SRCAUD) AND REPORT (SRCMRPT) -- THE SAME CONTROLS   *
002300*   ENQ265 PUTS ON THE ENTITLEMENT MASTER.                     *
002400*                                                              *
002500*   SOURCE TRANSACTION:  ACTION, SOURCE CODE, NAME, PERMITTED  *
002600*   TYPE FLAGS (ONE 'Y'/'N' PER TYPE 01-09), UP TO EIGHT       *
002700*   PERMITTED CURRENCIES, ACK SLOT (00-08), CLEARING GL        *
002800*   ACCOUNT, CUTOFF TIME (HHMMSS), PLUS REQUESTED-BY AND       *
002900*   APPROVED-BY.                                               *
003000*                                                              *
003100*     ADD  ADDS A SOURCE, ACTIVE.  NAME, CLEARING ACCOUNT AND  *
003200*          ACK SLOT ARE REQUIRED AND AT LEAST ONE TYPE MUST    *
003300*          BE PERMITTED; A BLANK TYPE FLAG IS 'N', A BLANK     *
003400*          CUTOFF IS NO CUTOFF.                                *
003500*     CHG  CHANGES AN OPEN (ACTIVE OR SUSPENDED) SOURCE.  A    *
003600*          BLANK FIELD -- OR AN ALL-BLANK TYPE OR CURRENCY     *
003700*          LIST -- KEEPS THE CURRENT VALUE.                    *
003800*     SUS  SUSPENDS AN ACTIVE SOURCE.  ITS ITEMS ARE REJECTED  *
003900*          ON THE DAILY FILE BUT IT KEEPS ITS ACK SLOT AND     *
004000*          CLEARING ACCOUNT FOR ITEMS ALREADY IN FLIGHT.       *
004100*     ACT  REACTIVATES A SUSPENDED SOURCE.                     *
004200*     CLS  CLOSES AN OPEN SOURCE AND FREES ITS ACK SLOT.  A    *
004300*          CLOSED SOURCE STAYS ON FILE AND CANNOT BE CHANGED   *
004400*          OR REACTIVATED.                                     *
004500*                                                              *
004600*   NO TWO OPEN SOURCES MAY SHARE AN ACK SLOT -- THE SLOT IS   *
004700*   THE CHANNEL'S FIXED DATASET.  SLOT 00 IS AN INTERNAL       *
004800*   SOURCE WITH NO ACKNOWLEDGMENT FEED (DISPUTE, THE ENQ330    *
004900*   TYPE-02 REVERSALS, IS SET UP THIS WAY).                    *
005000*                                                              *
005100*   APPROVAL:  ADD, CHG AND ACT DECIDE WHAT IS ACCEPTED FROM   *
005200*   A CHANNEL AND WHERE ITS MONEY AND ACKNOWLEDGMENTS GO, SO   *
005300*   THEY ALWAYS NEED A SECOND APPROVER DISTINCT FROM THE       *
005400*   REQUESTOR -- THE SAME RULE ENQ260 APPLIES TO ACT.  SUS     *
005500*   AND CLS ONLY STOP A CHANNEL AND NEED NONE.                 *
005600*                                                              *
005700*   PARM:  THE BUSINESS DATE (YYYYMMDD), E.G.                  *
005800*   PARM='20261014'.  NO DEFAULT; AN OMITTED OR NON-NUMERIC    *
005900*   PARM IS A HARD STOP (RC=8, NOTHING APPLIED).               *
006000*                                                              *
006100*   PER-TRANSACTION REJECT REASONS:                            *
006200*       ACTI  ACTION UNRECOGNIZED     KEYB  SOURCE CODE BLANK  *
006300*       RQBB  REQUESTED-BY BLANK      NAMB  ADD WITH NO NAME   *
006400*       TYPI  TYPE FLAG NOT Y/N, OR   CCYI  CURRENCY NOT       *
006500*             NO TYPE PERMITTED             ALPHABETIC         *
006600*       SLTI  ACK SLOT NOT 00-08      CLRB  ADD WITH NO        *
006700*       CUTI  CUTOFF NOT A VALID            CLEARING ACCOUNT   *
006800*             HHMMSS TIME             APPV  SECOND APPROVER    *
006900*       SLTU  ACK SLOT HELD BY              MISSING OR SAME    *
007000*             ANOTHER OPEN SOURCE           AS REQUESTOR       *
007100*       DUPS  ADD OF A SOURCE         NFND  SOURCE NOT ON      *
007200*             ALREADY ON FILE               FILE               *
007300*       NACT  SUS OF A SOURCE NOT     NSUS  ACT OF A SOURCE    *
007400*             ACTIVE                        NOT SUSPENDED      *
007500*       CLSD  CHG OR CLS OF A                                  *
007600*             CLOSED SOURCE                                    *
007700*                                                              *
007800*   RETURN CODES:  0 = EVERY TRANSACTION APPLIED;  4 = SOME    *
007900*   REJECTED;  8 = BAD PARM, NOTHING APPLIED.                  *
008000*                                                              *
008100*   MODIFICATION HISTORY                                       *
008200*   DATE       INIT  DESCRIPTION                               *
008300*   ---------- ----  ------------------------------------------*
008400*   2026-10-14 DLM   ORIGINAL VERSION.                         *
008500*                                                              *
008600***************************************************************
008700 ENVIRONMENT DIVISION.
008800 CONFIGURATION SECTION.
008900 SOURCE-COMPUTER.   IBM-Z15.
009000 OBJECT-COMPUTER.   IBM-Z15.
009100 INPUT-OUTPUT SECTION.
009200 FILE-CONTROL.
009300     SELECT SRC-MAINT-IN-FILE
009400         ASSIGN TO SRCMNIN
009500         ORGANIZATION IS SEQUENTIAL.
009600
009700     SELECT SOURCE-MASTER-FILE
009800         ASSIGN TO SRCMSTK
009900         ORGANIZATION IS INDEXED
010000         ACCESS MODE IS DYNAMIC
010100         RECORD KEY IS SRCM-KEY
010200         FILE STATUS IS SRCM-FILE-STATUS.
010300
010400     SELECT SRC-AUDIT-FILE
010500         ASSIGN TO SRCAUD
010600         ORGANIZATION IS SEQUENTIAL.
010700
010800     SELECT SRC-REPORT-FILE
010900         ASSIGN TO SRCMRPT
011000         ORGANIZATION IS SEQUENTIAL.
011100 DATA DIVISION.
011200 FILE SECTION.
011300 FD  SRC-MAINT-IN-FILE
011400     RECORDING MODE IS F.
011500 01  SRC-MAINT-RECORD.
011600     05  SRMT-ACTION                 PIC X(03).
011700         88  SRMT-ACTION-ADD             VALUE 'ADD'.
011800         88  SRMT-ACTION-CHANGE          VALUE 'CHG'.
011900         88  SRMT-ACTION-SUSPEND         VALUE 'SUS'.
012000         88  SRMT-ACTION-REACTIVATE      VALUE 'ACT'.
012100         88  SRMT-ACTION-CLOSE           VALUE 'CLS'.
012200         88  SRMT-ACTION-VALID
012300             VALUES 'ADD' 'CHG' 'SUS' 'ACT' 'CLS'.
012400     05  SRMT-SOURCE-CODE            PIC X(08).
012500     05  SRMT-SOURCE-NAME            PIC X(30).
012600     05  SRMT-PERMITTED-TYPES.
012700         10  SRMT-TYPE-PERMITTED-SW OCCURS 9 TIMES
012800                                     PIC X(01).
012900     05  SRMT-PERMITTED-CURRENCIES.
013000         10  SRMT-CURRENCY-CODE OCCURS 8 TIMES
013100                                     PIC X(03).
013200     05  SRMT-ACK-SLOT               PIC 9(02).
013300     05  SRMT-ACK-SLOT-X REDEFINES SRMT-ACK-SLOT
013400                                     PIC X(02).
013500     05  SRMT-CLEARING-ACCOUNT       PIC X(12).
013600     05  SRMT-CUTOFF-TIME            PIC 9(06).
013700     05  SRMT-CUTOFF-TIME-PARTS REDEFINES SRMT-CUTOFF-TIME.
013800         10  SRMT-CUTOFF-HH          PIC 9(02).
013900         10  SRMT-CUTOFF-MM          PIC 9(02).
014000         10  SRMT-CUTOFF-SS          PIC 9(02).
014100     05  SRMT-CUTOFF-TIME-X REDEFINES SRMT-CUTOFF-TIME
014200                                     PIC X(06).
014300     05  SRMT-REQUESTED-BY           PIC X(08).
014400     05  SRMT-APPROVED-BY            PIC X(08).
014500     05  FILLER                      PIC X(20).
014600
014700 FD  SOURCE-MASTER-FILE.
014800 COPY SRCMSTK.
014900
015000 FD  SRC-AUDIT-FILE
015100     RECORDING MODE IS F.
015200 01  SRC-AUDIT-RECORD.
015300     05  SAUD-TS-DATE                PIC 9(08).
015400     05  SAUD-TS-TIME                PIC 9(06).
015500     05  SAUD-ACTION                 PIC X(03).
015600     05  SAUD-SOURCE-CODE            PIC X(08).
015700     05  SAUD-OLD-STATUS             PIC X(01).
015800     05  SAUD-NEW-STATUS             PIC X(01).
015900     05  SAUD-OLD-ACK-SLOT           PIC X(02).
016000     05  SAUD-NEW-ACK-SLOT           PIC X(02).
016100     05  SAUD-OLD-CLEARING-ACCOUNT   PIC X(12).
016200     05  SAUD-NEW-CLEARING-ACCOUNT   PIC X(12).
016300     05  SAUD-OLD-CUTOFF-TIME        PIC X(06).
016400     05  SAUD-NEW-CUTOFF-TIME        PIC X(06).
016500     05  SAUD-OLD-PERMITTED-TYPES    PIC X(09).
016600     05  SAUD-NEW-PERMITTED-TYPES    PIC X(09).
016700     05  SAUD-OLD-CURRENCIES         PIC X(24).
016800     05  SAUD-NEW-CURRENCIES         PIC X(24).
016900     05  SAUD-REQUESTED-BY           PIC X(08).
017000     05  SAUD-APPROVED-BY            PIC X(08).
017100     05  SAUD-RESULT                 PIC X(01).
017200         88  SAUD-APPLIED                VALUE 'A'.
017300         88  SAUD-REJECTED               VALUE 'R'.
017400     05  SAUD-REJECT-REASON          PIC X(04).
017500     05  FILLER                      PIC X(16).
017600
017700 FD  SRC-REPORT-FILE
017800     RECORDING MODE IS F.
017900 01  SRC-REPORT-LINE                 PIC X(132).
018000
018100 WORKING-STORAGE SECTION.
018200***************************************************************
018300*    FILE STATUS AND END-OF-FILE SWITCHES                      *
018400***************************************************************
018500 77  SRCM-FILE-STATUS                PIC X(02)  VALUE '00'.
018600 77  SRMT-EOF-SW                     PIC X(01)  VALUE 'N'.
018700     88  SRMT-AT-EOF                     VALUE 'Y'.
018800 77  WS-RECORD-FOUND-SW              PIC X(01)  VALUE 'N'.
018900     88  WS-RECORD-FOUND                 VALUE 'Y'.
019000     88  WS-RECORD-NOT-FOUND             VALUE 'N'.
019100 77  WS-BROWSE-EOF-SW                PIC X(01)  VALUE 'N'.
019200     88  WS-BROWSE-AT-EOF                VALUE 'Y'.
019300***************************************************************
019400*    PARM VALIDATION AND THE BUSINESS DATE                     *
019500***************************************************************
019600 77  WS-PARM-ERROR-SW                PIC X(01)  VALUE 'N'.
019700     88  WS-PARM-IN-ERROR                VALUE 'Y'.
019800 77  WS-BUSINESS-DATE                PIC 9(08)  VALUE ZERO.
019900***************************************************************
020000*    PER-TRANSACTION VALIDATION STATE, AND THE ROW'S VALUES    *
020100*    BEFORE THE CHANGE FOR THE AUDIT TRAIL                     *
020200***************************************************************
020300 77  WS-REJECT-REASON                PIC X(04)  VALUE SPACES.
020400 77  WS-APPROVAL-NEEDED-SW           PIC X(01)  VALUE 'N'.
020500     88  WS-APPROVAL-NEEDED              VALUE 'Y'.
020600 77  WS-TYPE-PERMITTED-COUNT         PIC 9(02) COMP VALUE ZERO.
020700 77  WS-SUB                          PIC 9(02) COMP VALUE ZERO.
020800 77  WS-NEW-ACK-SLOT                 PIC 9(02)  VALUE ZERO.
020900 01  WS-OLD-VALUES.
021000     05  WS-OLD-STATUS               PIC X(01).
021100     05  WS-OLD-ACK-SLOT             PIC X(02).
021200     05  WS-OLD-CLEARING-ACCOUNT     PIC X(12).
021300     05  WS-OLD-CUTOFF-TIME          PIC X(06).
021400     05  WS-OLD-PERMITTED-TYPES      PIC X(09).
021500     05  WS-OLD-CURRENCIES           PIC X(24).
021600***************************************************************
021700*    COUNTERS, TIMESTAMP AND EDIT FIELDS                       *
021800***************************************************************
021900 77  WS-APPLIED-COUNT                PIC 9(09) COMP VALUE ZERO.
022000 77  WS-REJECTED-COUNT               PIC 9(09) COMP VALUE ZERO.
022100 01  WS-CURRENT-DATE-TIME.
022200     05  WS-CURRENT-DATE             PIC 9(08).
022300     05  WS-CURRENT-TIME             PIC 9(06).
022400 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZ,ZZZ,ZZ9.
022500 LINKAGE SECTION.
022600***************************************************************
022700*    JOB-STEP PARM -- THE BUSINESS DATE.  NO DEFAULT.          *
022800***************************************************************
022900 01  LK-PARM-ARGS.
023000     05  LK-PARM-LEN                 PIC S9(04) COMP.
023100     05  LK-PARM-DATE-TEXT           PIC X(08).
023200 PROCEDURE DIVISION USING LK-PARM-ARGS.
023300***************************************************************
023400*    0000-MAINLINE                                             *
023500***************************************************************
023600 0000-MAINLINE.
023700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
023800     PERFORM 2000-APPLY-ONE-TRANSACTION
023900         THRU 2000-APPLY-ONE-TRANSACTION-EXIT
024000         UNTIL SRMT-AT-EOF.
024100     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
024200     GOBACK.
024300***************************************************************
024400*    1000-INITIALIZE  --  VALIDATE THE PARM, OPEN FILES,       *
024500*    WRITE THE REPORT HEADING AND PRIME THE FIRST READ.  A     *
024600*    BAD PARM STOPS THE RUN BEFORE A SINGLE TRANSACTION IS     *
024700*    READ.                                                     *
024800***************************************************************
024900 1000-INITIALIZE.
025000     OPEN OUTPUT SRC-REPORT-FILE.
025100     MOVE 'ENQ345 SOURCE MASTER MAINTENANCE REPORT'
025200         TO SRC-REPORT-LINE.
025300     WRITE SRC-REPORT-LINE.
025400     MOVE SPACES TO SRC-REPORT-LINE.
025500     WRITE SRC-REPORT-LINE.
025600     IF LK-PARM-LEN < 8
025700         OR LK-PARM-DATE-TEXT NOT NUMERIC
025800         SET WS-PARM-IN-ERROR TO TRUE
025900         MOVE 'PARM BUSINESS DATE MISSING OR NOT NUMERIC --'
026000             TO SRC-REPORT-LINE
026100         WRITE SRC-REPORT-LINE
026200         MOVE 'NOTHING APPLIED.'
026300             TO SRC-REPORT-LINE
026400         WRITE SRC-REPORT-LINE
026500         SET SRMT-AT-EOF TO TRUE
026600         GO TO 1000-INITIALIZE-EXIT
026700     END-IF.
026800     MOVE LK-PARM-DATE-TEXT TO WS-BUSINESS-DATE.
026900     OPEN INPUT  SRC-MAINT-IN-FILE.
027000     OPEN I-O    SOURCE-MASTER-FILE.
027100     OPEN OUTPUT SRC-AUDIT-FILE.
027200     READ SRC-MAINT-IN-FILE
027300         AT END
027400             SET SRMT-AT-EOF TO TRUE
027500     END-READ.
027600 1000-INITIALIZE-EXIT.
027700     EXIT.
027800***************************************************************
027900*    2000-APPLY-ONE-TRANSACTION  --  VALIDATE, APPLY OR        *
028000*    REJECT, AUDIT AND REPORT EITHER WAY.                      *
028100***************************************************************
028200 2000-APPLY-ONE-TRANSACTION.
028300     MOVE SPACES TO WS-REJECT-REASON
028400                    WS-OLD-VALUES.
028500     MOVE 'N' TO WS-APPROVAL-NEEDED-SW.
028600     PERFORM 2100-VALIDATE-TRANSACTION
028700         THRU 2100-VALIDATE-TRANSACTION-EXIT.
028800     IF WS-REJECT-REASON = SPACES
028900         PERFORM 3000-APPLY-TO-MASTER
029000             THRU 3000-APPLY-TO-MASTER-EXIT
029100     END-IF.
029200     IF WS-REJECT-REASON = SPACES
029300         ADD 1 TO WS-APPLIED-COUNT
029400         PERFORM 4200-REPORT-APPLIED-TXN
029500             THRU 4200-REPORT-APPLIED-TXN-EXIT
029600     ELSE
029700         ADD 1 TO WS-REJECTED-COUNT
029800         PERFORM 4100-REPORT-REJECTED-TXN
029900             THRU 4100-REPORT-REJECTED-TXN-EXIT
030000     END-IF.
030100     PERFORM 4000-WRITE-CHANGE-AUDIT
030200         THRU 4000-WRITE-CHANGE-AUDIT-EXIT.
030300     READ SRC-MAINT-IN-FILE
030400         AT END
030500             SET SRMT-AT-EOF TO TRUE
030600     END-READ.
030700 2000-APPLY-ONE-TRANSACTION-EXIT.
030800     EXIT.
030900***************************************************************
031000*    2100-VALIDATE-TRANSACTION  --  EVERYTHING THAT CAN BE     *
031100*    CHECKED BEFORE TOUCHING THE MASTER.  ON A CHG A FIELD     *
031200*    OF SPACES MEANS KEEP THE CURRENT VALUE, SO ONLY A         *
031300*    SUPPLIED FIELD IS EDITED.                                 *
031400***************************************************************
031500 2100-VALIDATE-TRANSACTION.
031600     IF NOT SRMT-ACTION-VALID
031700         MOVE 'ACTI' TO WS-REJECT-REASON
031800         GO TO 2100-VALIDATE-TRANSACTION-EXIT
031900     END-IF.
032000     IF SRMT-SOURCE-CODE = SPACES
032100         MOVE 'KEYB' TO WS-REJECT-REASON
032200         GO TO 2100-VALIDATE-TRANSACTION-EXIT
032300     END-IF.
032400     IF SRMT-REQUESTED-BY = SPACES
032500         MOVE 'RQBB' TO WS-REJECT-REASON
032600         GO TO 2100-VALIDATE-TRANSACTION-EXIT
032700     END-IF.
032800     IF SRMT-ACTION-ADD
032900         OR SRMT-ACTION-CHANGE
033000         OR SRMT-ACTION-REACTIVATE
033100         SET WS-APPROVAL-NEEDED TO TRUE
033200     END-IF.
033300     IF SRMT-ACTION-SUSPEND
033400         OR SRMT-ACTION-REACTIVATE
033500         OR SRMT-ACTION-CLOSE
033600         GO TO 2190-CHECK-APPROVER
033700     END-IF.
033800     IF SRMT-ACTION-ADD
033900         IF SRMT-SOURCE-NAME = SPACES
034000             MOVE 'NAMB' TO WS-REJECT-REASON
034100             GO TO 2100-VALIDATE-TRANSACTION-EXIT
034200         END-IF
034300         IF SRMT-CLEARING-ACCOUNT = SPACES
034400             MOVE 'CLRB' TO WS-REJECT-REASON
034500             GO TO 2100-VALIDATE-TRANSACTION-EXIT
034600         END-IF
034700         IF SRMT-ACK-SLOT-X = SPACES
034800             MOVE 'SLTI' TO WS-REJECT-REASON
034900             GO TO 2100-VALIDATE-TRANSACTION-EXIT
035000         END-IF
035100         IF SRMT-CUTOFF-TIME-X = SPACES
035200             MOVE ZERO TO SRMT-CUTOFF-TIME
035300         END-IF
035400     END-IF.
035500     IF SRMT-PERMITTED-TYPES NOT = SPACES
035600         OR SRMT-ACTION-ADD
035700         PERFORM 2110-EDIT-PERMITTED-TYPES
035800             THRU 2110-EDIT-PERMITTED-TYPES-EXIT
035900         IF WS-REJECT-REASON NOT = SPACES
036000             GO TO 2100-VALIDATE-TRANSACTION-EXIT
036100         END-IF
036200     END-IF.
036300     PERFORM 2130-EDIT-ONE-CURRENCY
036400         THRU 2130-EDIT-ONE-CURRENCY-EXIT
036500         VARYING WS-SUB FROM 1 BY 1
036600         UNTIL WS-SUB > 8.
036700     IF WS-REJECT-REASON NOT = SPACES
036800         GO TO 2100-VALIDATE-TRANSACTION-EXIT
036900     END-IF.
037000     IF SRMT-ACK-SLOT-X NOT = SPACES
037100         IF SRMT-ACK-SLOT-X NOT NUMERIC
037200             MOVE 'SLTI' TO WS-REJECT-REASON
037300             GO TO 2100-VALIDATE-TRANSACTION-EXIT
037400         END-IF
037500         IF SRMT-ACK-SLOT > 8
037600             MOVE 'SLTI' TO WS-REJECT-REASON
037700             GO TO 2100-VALIDATE-TRANSACTION-EXIT
037800         END-IF
037900     END-IF.
038000     IF SRMT-CUTOFF-TIME-X NOT = SPACES
038100         IF SRMT-CUTOFF-TIME-X NOT NUMERIC
038200             MOVE 'CUTI' TO WS-REJECT-REASON
038300             GO TO 2100-VALIDATE-TRANSACTION-EXIT
038400         END-IF
038500         IF SRMT-CUTOFF-HH > 23
038600             OR SRMT-CUTOFF-MM > 59
038700             OR SRMT-CUTOFF-SS > 59
038800             MOVE 'CUTI' TO WS-REJECT-REASON
038900             GO TO 2100-VALIDATE-TRANSACTION-EXIT
039000         END-IF
039100     END-IF.
039200 2190-CHECK-APPROVER.
039300     IF WS-APPROVAL-NEEDED
039400         IF SRMT-APPROVED-BY = SPACES
039500             OR SRMT-APPROVED-BY = SRMT-REQUESTED-BY
039600             MOVE 'APPV' TO WS-REJECT-REASON
039700         END-IF
039800     END-IF.
039900 2100-VALIDATE-TRANSACTION-EXIT.
040000     EXIT.
040100***************************************************************
040200*    2110-EDIT-PERMITTED-TYPES  --  EVERY FLAG 'Y', 'N' OR     *
040300*    BLANK (READ AS 'N'), AND AT LEAST ONE TYPE PERMITTED.     *
040400***************************************************************
040500 2110-EDIT-PERMITTED-TYPES.
040600     MOVE ZERO TO WS-TYPE-PERMITTED-COUNT.
040700     PERFORM 2120-EDIT-ONE-TYPE-FLAG
040800         THRU 2120-EDIT-ONE-TYPE-FLAG-EXIT
040900         VARYING WS-SUB FROM 1 BY 1
041000         UNTIL WS-SUB > 9.
041100     IF WS-REJECT-REASON = SPACES
041200         AND WS-TYPE-PERMITTED-COUNT = ZERO
041300         MOVE 'TYPI' TO WS-REJECT-REASON
041400     END-IF.
041500 2110-EDIT-PERMITTED-TYPES-EXIT.
041600     EXIT.
041700***************************************************************
041800*    2120-EDIT-ONE-TYPE-FLAG                                   *
041900***************************************************************
042000 2120-EDIT-ONE-TYPE-FLAG.
042100     EVALUATE SRMT-TYPE-PERMITTED-SW(WS-SUB)
042200         WHEN 'Y'
042300             ADD 1 TO WS-TYPE-PERMITTED-COUNT
042400         WHEN 'N'
042500             CONTINUE
042600         WHEN SPACE
042700             MOVE 'N' TO SRMT-TYPE-PERMITTED-SW(WS-SUB)
042800         WHEN OTHER
042900             MOVE 'TYPI' TO WS-REJECT-REASON
043000     END-EVALUATE.
043100 2120-EDIT-ONE-TYPE-FLAG-EXIT.
043200     EXIT.
043300***************************************************************
043400*    2130-EDIT-ONE-CURRENCY  --  A SUPPLIED CURRENCY CODE      *
043500*    MUST BE THREE LETTERS.                                    *
043600***************************************************************
043700 2130-EDIT-ONE-CURRENCY.
043800     IF SRMT-CURRENCY-CODE(WS-SUB) NOT = SPACES
043900         IF SRMT-CURRENCY-CODE(WS-SUB) NOT ALPHABETIC
044000             MOVE 'CCYI' TO WS-REJECT-REASON
044100         END-IF
044200     END-IF.
044300 2130-EDIT-ONE-CURRENCY-EXIT.
044400     EXIT.
044500***************************************************************
044600*    3000-APPLY-TO-MASTER  --  A SUPPLIED NON-ZERO ACK SLOT IS *
044700*    CHECKED AGAINST EVERY OTHER OPEN SOURCE FIRST (THE        *
044800*    BROWSE MOVES THE RECORD AREA), THEN THE KEYED READ, THEN  *
044900*    ROUTE BY ACTION.                                          *
045000***************************************************************
045100 3000-APPLY-TO-MASTER.
045200     IF (SRMT-ACTION-ADD OR SRMT-ACTION-CHANGE)
045300         AND SRMT-ACK-SLOT-X NOT = SPACES
045400         MOVE SRMT-ACK-SLOT TO WS-NEW-ACK-SLOT
045500         IF WS-NEW-ACK-SLOT > ZERO
045600             PERFORM 3600-CHECK-ACK-SLOT-FREE
045700                 THRU 3600-CHECK-ACK-SLOT-FREE-EXIT
045800             IF WS-REJECT-REASON NOT = SPACES
045900                 GO TO 3000-APPLY-TO-MASTER-EXIT
046000             END-IF
046100         END-IF
046200     END-IF.
046300     MOVE SRMT-SOURCE-CODE TO SRCM-SOURCE-CODE.
046400     MOVE 'Y' TO WS-RECORD-FOUND-SW.
046500     READ SOURCE-MASTER-FILE
046600         INVALID KEY
046700             MOVE 'N' TO WS-RECORD-FOUND-SW
046800     END-READ.
046900     IF WS-RECORD-FOUND
047000         MOVE SRCM-STATUS               TO WS-OLD-STATUS
047100         MOVE SRCM-ACK-SLOT             TO WS-OLD-ACK-SLOT
047200         MOVE SRCM-CLEARING-ACCOUNT     TO WS-OLD-CLEARING-ACCOUNT
047300         MOVE SRCM-CUTOFF-TIME          TO WS-OLD-CUTOFF-TIME
047400         MOVE SRCM-PERMITTED-TYPES      TO WS-OLD-PERMITTED-TYPES
047500         MOVE SRCM-PERMITTED-CURRENCIES TO WS-OLD-CURRENCIES
047600     END-IF.
047700     EVALUATE TRUE
047800         WHEN SRMT-ACTION-ADD
047900             PERFORM 3100-ADD-SOURCE
048000                 THRU 3100-ADD-SOURCE-EXIT
048100         WHEN SRMT-ACTION-CHANGE
048200             PERFORM 3200-CHANGE-SOURCE
048300                 THRU 3200-CHANGE-SOURCE-EXIT
048400         WHEN OTHER
048500             PERFORM 3300-CHANGE-SOURCE-STATUS
048600                 THRU 3300-CHANGE-SOURCE-STATUS-EXIT
048700     END-EVALUATE.
048800 3000-APPLY-TO-MASTER-EXIT.
048900     EXIT.
049000***************************************************************
049100*    3100-ADD-SOURCE  --  A NEW SOURCE, ACTIVE FROM TODAY.  A  *
049200*    CODE ALREADY ON FILE, EVEN CLOSED, IS NOT REUSED.         *
049300***************************************************************
049400 3100-ADD-SOURCE.
049500     IF WS-RECORD-FOUND
049600         MOVE 'DUPS' TO WS-REJECT-REASON
049700         GO TO 3100-ADD-SOURCE-EXIT
049800     END-IF.
049900     MOVE SPACES                    TO SOURCE-MASTER-RECORD.
050000     MOVE SRMT-SOURCE-CODE          TO SRCM-SOURCE-CODE.
050100     MOVE SRMT-SOURCE-NAME          TO SRCM-SOURCE-NAME.
050200     SET SRCM-IS-ACTIVE TO TRUE.
050300     MOVE SRMT-PERMITTED-TYPES      TO SRCM-PERMITTED-TYPES.
050400     MOVE SRMT-PERMITTED-CURRENCIES TO SRCM-PERMITTED-CURRENCIES.
050500     MOVE SRMT-ACK-SLOT             TO SRCM-ACK-SLOT.
050600     MOVE SRMT-CLEARING-ACCOUNT     TO SRCM-CLEARING-ACCOUNT.
050700     MOVE SRMT-CUTOFF-TIME          TO SRCM-CUTOFF-TIME.
050800     PERFORM 3900-STAMP-CHANGE
050900         THRU 3900-STAMP-CHANGE-EXIT.
051000     WRITE SOURCE-MASTER-RECORD.
051100 3100-ADD-SOURCE-EXIT.
051200     EXIT.
051300***************************************************************
051400*    3200-CHANGE-SOURCE  --  SUPPLIED FIELDS REPLACE THE       *
051500*    MASTER'S.  A CLOSED SOURCE IS NOT CHANGED.                *
051600***************************************************************
051700 3200-CHANGE-SOURCE.
051800     IF WS-RECORD-NOT-FOUND
051900         MOVE 'NFND' TO WS-REJECT-REASON
052000         GO TO 3200-CHANGE-SOURCE-EXIT
052100     END-IF.
052200     IF SRCM-IS-CLOSED
052300         MOVE 'CLSD' TO WS-REJECT-REASON
052400         GO TO 3200-CHANGE-SOURCE-EXIT
052500     END-IF.
052600     IF SRMT-SOURCE-NAME NOT = SPACES
052700         MOVE SRMT-SOURCE-NAME TO SRCM-SOURCE-NAME
052800     END-IF.
052900     IF SRMT-PERMITTED-TYPES NOT = SPACES
053000         MOVE SRMT-PERMITTED-TYPES TO SRCM-PERMITTED-TYPES
053100     END-IF.
053200     IF SRMT-PERMITTED-CURRENCIES NOT = SPACES
053300         MOVE SRMT-PERMITTED-CURRENCIES
053400             TO SRCM-PERMITTED-CURRENCIES
053500     END-IF.
053600     IF SRMT-ACK-SLOT-X NOT = SPACES
053700         MOVE SRMT-ACK-SLOT TO SRCM-ACK-SLOT
053800     END-IF.
053900     IF SRMT-CLEARING-ACCOUNT NOT = SPACES
054000         MOVE SRMT-CLEARING-ACCOUNT TO SRCM-CLEARING-ACCOUNT
054100     END-IF.
054200     IF SRMT-CUTOFF-TIME-X NOT = SPACES
054300         MOVE SRMT-CUTOFF-TIME TO SRCM-CUTOFF-TIME
054400     END-IF.
054500     PERFORM 3900-STAMP-CHANGE
054600         THRU 3900-STAMP-CHANGE-EXIT.
054700     REWRITE SOURCE-MASTER-RECORD.
054800 3200-CHANGE-SOURCE-EXIT.
054900     EXIT.
055000***************************************************************
055100*    3300-CHANGE-SOURCE-STATUS  --  SUS: ACTIVE TO SUSPENDED.  *
055200*    ACT: SUSPENDED TO ACTIVE.  CLS: ANY OPEN STATUS TO        *
055300*    CLOSED.  THE ROW STAYS ON FILE EITHER WAY.                *
055400***************************************************************
055500 3300-CHANGE-SOURCE-STATUS.
055600     IF WS-RECORD-NOT-FOUND
055700         MOVE 'NFND' TO WS-REJECT-REASON
055800         GO TO 3300-CHANGE-SOURCE-STATUS-EXIT
055900     END-IF.
056000     EVALUATE TRUE
056100         WHEN SRMT-ACTION-SUSPEND
056200             IF SRCM-IS-ACTIVE
056300                 SET SRCM-IS-SUSPENDED TO TRUE
056400             ELSE
056500                 MOVE 'NACT' TO WS-REJECT-REASON
056600             END-IF
056700         WHEN SRMT-ACTION-REACTIVATE
056800             IF SRCM-IS-SUSPENDED
056900                 SET SRCM-IS-ACTIVE TO TRUE
057000             ELSE
057100                 MOVE 'NSUS' TO WS-REJECT-REASON
057200             END-IF
057300         WHEN SRMT-ACTION-CLOSE
057400             IF SRCM-IS-CLOSED
057500                 MOVE 'CLSD' TO WS-REJECT-REASON
057600             ELSE
057700                 SET SRCM-IS-CLOSED TO TRUE
057800             END-IF
057900     END-EVALUATE.
058000     IF WS-REJECT-REASON NOT = SPACES
058100         GO TO 3300-CHANGE-SOURCE-STATUS-EXIT
058200     END-IF.
058300     PERFORM 3900-STAMP-CHANGE
058400         THRU 3900-STAMP-CHANGE-EXIT.
058500     REWRITE SOURCE-MASTER-RECORD.
058600 3300-CHANGE-SOURCE-STATUS-EXIT.
058700     EXIT.
058800***************************************************************
058900*    3600-CHECK-ACK-SLOT-FREE  --  FRONT-TO-BACK BROWSE OF THE *
059000*    MASTER.  ANY OTHER SOURCE NOT CLOSED THAT ALREADY HOLDS   *
059100*    THE SLOT REJECTS THE TRANSACTION (SLTU).                  *
059200***************************************************************
059300 3600-CHECK-ACK-SLOT-FREE.
059400     MOVE 'N' TO WS-BROWSE-EOF-SW.
059500     MOVE LOW-VALUES TO SRCM-KEY.
059600     START SOURCE-MASTER-FILE
059700         KEY >= SRCM-KEY
059800         INVALID KEY
059900             SET WS-BROWSE-AT-EOF TO TRUE
060000     END-START.
060100     PERFORM 3610-TEST-ONE-SLOT-HOLDER
060200         THRU 3610-TEST-ONE-SLOT-HOLDER-EXIT
060300         UNTIL WS-BROWSE-AT-EOF
060400            OR WS-REJECT-REASON NOT = SPACES.
060500 3600-CHECK-ACK-SLOT-FREE-EXIT.
060600     EXIT.
060700***************************************************************
060800*    3610-TEST-ONE-SLOT-HOLDER                                 *
060900***************************************************************
061000 3610-TEST-ONE-SLOT-HOLDER.
061100     READ SOURCE-MASTER-FILE NEXT
061200         AT END
061300             SET WS-BROWSE-AT-EOF TO TRUE
061400             GO TO 3610-TEST-ONE-SLOT-HOLDER-EXIT
061500     END-READ.
061600     IF SRCM-SOURCE-CODE NOT = SRMT-SOURCE-CODE
061700         AND NOT SRCM-IS-CLOSED
061800         AND SRCM-ACK-SLOT = WS-NEW-ACK-SLOT
061900         MOVE 'SLTU' TO WS-REJECT-REASON
062000     END-IF.
062100 3610-TEST-ONE-SLOT-HOLDER-EXIT.
062200     EXIT.
062300***************************************************************
062400*    3900-STAMP-CHANGE  --  WHO CHANGED THE ROW AND WHEN.  THE *
062500*    APPROVER IS RECORDED ONLY WHEN ONE WAS REQUIRED.          *
062600***************************************************************
062700 3900-STAMP-CHANGE.
062800     MOVE WS-BUSINESS-DATE  TO SRCM-LAST-CHANGED-DATE.
062900     MOVE SRMT-REQUESTED-BY TO SRCM-LAST-CHANGED-BY.
063000     IF WS-APPROVAL-NEEDED
063100         MOVE SRMT-APPROVED-BY TO SRCM-APPROVED-BY
063200     END-IF.
063300 3900-STAMP-CHANGE-EXIT.
063400     EXIT.
063500***************************************************************
063600*    4000-WRITE-CHANGE-AUDIT  --  EVERY TRANSACTION, APPLIED   *
063700*    OR REJECTED, LEAVES AN AUDIT ROW: WHO ASKED, WHO          *
063800*    APPROVED, AND THE CONTROLLING VALUES BEFORE AND AFTER.    *
063900***************************************************************
064000 4000-WRITE-CHANGE-AUDIT.
064100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
064200     ACCEPT WS-CURRENT-TIME FROM TIME.
064300     MOVE SPACES                  TO SRC-AUDIT-RECORD.
064400     MOVE WS-CURRENT-DATE         TO SAUD-TS-DATE.
064500     MOVE WS-CURRENT-TIME         TO SAUD-TS-TIME.
064600     MOVE SRMT-ACTION             TO SAUD-ACTION.
064700     MOVE SRMT-SOURCE-CODE        TO SAUD-SOURCE-CODE.
064800     MOVE WS-OLD-STATUS           TO SAUD-OLD-STATUS.
064900     MOVE WS-OLD-ACK-SLOT         TO SAUD-OLD-ACK-SLOT.
065000     MOVE WS-OLD-CLEARING-ACCOUNT TO SAUD-OLD-CLEARING-ACCOUNT.
065100     MOVE WS-OLD-CUTOFF-TIME      TO SAUD-OLD-CUTOFF-TIME.
065200     MOVE WS-OLD-PERMITTED-TYPES  TO SAUD-OLD-PERMITTED-TYPES.
065300     MOVE WS-OLD-CURRENCIES       TO SAUD-OLD-CURRENCIES.
065400     IF WS-REJECT-REASON = SPACES
065500         SET SAUD-APPLIED TO TRUE
065600         MOVE SRCM-STATUS            TO SAUD-NEW-STATUS
065700         MOVE SRCM-ACK-SLOT          TO SAUD-NEW-ACK-SLOT
065800         MOVE SRCM-CLEARING-ACCOUNT  TO SAUD-NEW-CLEARING-ACCOUNT
065900         MOVE SRCM-CUTOFF-TIME       TO SAUD-NEW-CUTOFF-TIME
066000         MOVE SRCM-PERMITTED-TYPES   TO SAUD-NEW-PERMITTED-TYPES
066100         MOVE SRCM-PERMITTED-CURRENCIES
066200                                     TO SAUD-NEW-CURRENCIES
066300     ELSE
066400         SET SAUD-REJECTED TO TRUE
066500         MOVE WS-OLD-STATUS          TO SAUD-NEW-STATUS
066600         MOVE SRMT-ACK-SLOT-X        TO SAUD-NEW-ACK-SLOT
066700         MOVE SRMT-CLEARING-ACCOUNT  TO SAUD-NEW-CLEARING-ACCOUNT
066800         MOVE SRMT-CUTOFF-TIME-X     TO SAUD-NEW-CUTOFF-TIME
066900         MOVE SRMT-PERMITTED-TYPES   TO SAUD-NEW-PERMITTED-TYPES
067000         MOVE SRMT-PERMITTED-CURRENCIES
067100                                     TO SAUD-NEW-CURRENCIES
067200     END-IF.
067300     MOVE SRMT-REQUESTED-BY       TO SAUD-REQUESTED-BY.
067400     MOVE SRMT-APPROVED-BY        TO SAUD-APPROVED-BY.
067500     MOVE WS-REJECT-REASON        TO SAUD-REJECT-REASON.
067600     WRITE SRC-AUDIT-RECORD.
067700 4000-WRITE-CHANGE-AUDIT-EXIT.
067800     EXIT.
067900***************************************************************
068000*    4100-REPORT-REJECTED-TXN                                  *
068100***************************************************************
068200 4100-REPORT-REJECTED-TXN.
068300     MOVE SPACES TO SRC-REPORT-LINE.
068400     STRING 'REJECTED ' SRMT-ACTION
068500         ' ' SRMT-SOURCE-CODE
068600         '  REASON=' WS-REJECT-REASON
068700         '  REQUESTED-BY=' SRMT-REQUESTED-BY
068800         '  APPROVED-BY=' SRMT-APPROVED-BY
068900         DELIMITED BY SIZE INTO SRC-REPORT-LINE.
069000     WRITE SRC-REPORT-LINE.
069100 4100-REPORT-REJECTED-TXN-EXIT.
069200     EXIT.
069300***************************************************************
069400*    4200-REPORT-APPLIED-TXN  --  THE ROW AS IT NOW STANDS,    *
069500*    ON TWO LINES.                                             *
069600***************************************************************
069700 4200-REPORT-APPLIED-TXN.
069800     MOVE SPACES TO SRC-REPORT-LINE.
069900     STRING 'APPLIED  ' SRMT-ACTION
070000         ' ' SRCM-SOURCE-CODE
070100         '  STATUS=' SRCM-STATUS
070200         '  ACK=' SRCM-ACK-SLOT
070300         '  CLEARING=' SRCM-CLEARING-ACCOUNT
070400         '  CUTOFF=' SRCM-CUTOFF-TIME
070500         '  REQUESTED-BY=' SRMT-REQUESTED-BY
070600         '  APPROVED-BY=' SRMT-APPROVED-BY
070700         DELIMITED BY SIZE INTO SRC-REPORT-LINE.
070800     WRITE SRC-REPORT-LINE.
070900     MOVE SPACES TO SRC-REPORT-LINE.
071000     STRING '             NAME=' SRCM-SOURCE-NAME
071100         '  TYPES=' SRCM-PERMITTED-TYPES
071200         '  CURRENCIES=' SRCM-PERMITTED-CURRENCIES
071300         DELIMITED BY SIZE INTO SRC-REPORT-LINE.
071400     WRITE SRC-REPORT-LINE.
071500 4200-REPORT-APPLIED-TXN-EXIT.
071600     EXIT.
071700***************************************************************
071800*    8000-TERMINATE                                            *
071900***************************************************************
072000 8000-TERMINATE.
072100     MOVE SPACES TO SRC-REPORT-LINE.
072200     WRITE SRC-REPORT-LINE.
072300     MOVE WS-APPLIED-COUNT TO WS-REPORT-NUMERIC-EDIT.
072400     STRING 'TRANSACTIONS APPLIED  : ' WS-REPORT-NUMERIC-EDIT
072500         DELIMITED BY SIZE INTO SRC-REPORT-LINE.
072600     WRITE SRC-REPORT-LINE.
072700     MOVE SPACES TO SRC-REPORT-LINE.
072800     MOVE WS-REJECTED-COUNT TO WS-REPORT-NUMERIC-EDIT.
072900     STRING 'TRANSACTIONS REJECTED : ' WS-REPORT-NUMERIC-EDIT
073000         DELIMITED BY SIZE INTO SRC-REPORT-LINE.
073100     WRITE SRC-REPORT-LINE.
073200     IF NOT WS-PARM-IN-ERROR
073300         CLOSE SRC-MAINT-IN-FILE
073400         CLOSE SOURCE-MASTER-FILE
073500         CLOSE SRC-AUDIT-FILE
073600     END-IF.
073700     CLOSE SRC-REPORT-FILE.
073800     EVALUATE TRUE
073900         WHEN WS-PARM-IN-ERROR
074000             MOVE 8 TO RETURN-CODE
074100         WHEN WS-REJECTED-COUNT > ZERO
074200             MOVE 4 TO RETURN-CODE
074300         WHEN OTHER
074400             MOVE 0 TO RETURN-CODE
074500     END-EVALUATE.
074600 8000-TERMINATE-EXIT.
074700     EXIT.
