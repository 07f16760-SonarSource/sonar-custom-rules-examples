002000*   FILE-DRIVEN RUN AND NOT ONE PARM PER CHANGE.               *
002100*                                                              *
002200*   MAINTENANCE TRANSACTION:  ACTION ('ADD'/'CHG'/'CLS'/       *
002300*   'OVR'/'GRP'/'LNK'/'ULK'), SOURCE + ACCOUNT (THE ENTL-KEY), *
002400*   THE CUSTOMER GROUP ID, THE DAILY LIMIT                     *
002500*   AND THE FOUR PER-TYPE LIMITS, PLUS REQUESTED-BY AND        *
002600*   APPROVED-BY.  ON A CHG, A LIMIT FIELD LEFT BLANK KEEPS     *
002700*   THE MASTER'S CURRENT VALUE.  'CLS' CLOSES THE ACCOUNT IN   *
002800*   PLACE (ENTL-STATUS 'C') -- THE ROW AND ITS CONSUMED        *
002900*   HISTORY SURVIVE, AND ALLOWED37 REJECTS THE CLOSED          *
003000*   ACCOUNT WITH REASON CLSD.                                  *
003100*                                                              *
003200*   'OVR' SETS (OR, WITH BOTH DATES ZERO, CLEARS) ONE OF THE   *
003300*   TWO LIMIT OVERRIDE WINDOWS ON THE MASTER: THE WINDOW       *
003400*   NUMBER AND START/END DATES RIDE THE TRANSACTION'S OWN      *
003500*   FIELDS, AND THE LIMIT FIELDS CARRY THE OVERRIDE VALUES     *
003600*   (BLANK = THAT BUCKET KEEPS ITS BASE LIMIT INSIDE THE       *
003700*   WINDOW).  ALLOWED37 HONOURS THE WINDOW FOR EFFECTIVE       *
003800*   DATES INSIDE THE RANGE, SO A SEASONAL UPLIFT EXPIRES BY    *
003900*   ITSELF.                                                    *
004000*                                                              *
004100*   CUSTOMER GROUPS (CGRPMSTR, COPYBOOK CGRPREC) PUT AN        *
004200*   AGGREGATE DAILY LIMIT AND FOUR AGGREGATE PER-TYPE LIMITS   *
004300*   ABOVE A SET OF ACCOUNTS.  'GRP' SETS UP A NEW GROUP (EVERY *
004400*   LIMIT REQUIRED) OR CHANGES AN EXISTING ONE (BLANK KEEPS),  *
004500*   KEYED BY THE TRANSACTION'S GROUP ID; SOURCE AND ACCOUNT    *
004600*   ARE NOT USED.  'LNK' LINKS THE SOURCE/ACCOUNT TO THE       *
004700*   GROUP ID (ENTL-GROUP-ID); 'ULK' UNLINKS IT.  AN ACCOUNT    *
004800*   BELONGS TO ONE GROUP AT A TIME -- MOVING IT IS A ULK THEN  *
004900*   AN LNK.  A GROUP LIMIT INCREASE FOLLOWS THE SAME DUAL-     *
005000*   APPROVAL RULE AS AN ACCOUNT'S.  LNK ONLY TAKES CAPACITY    *
005100*   AWAY AND NEEDS NO APPROVAL; ULK LIFTS THE AGGREGATE CAP    *
005200*   OFF THE ACCOUNT, SO IT ALWAYS NEEDS THE SECOND APPROVER.   *
005300*                                                              *
005400*   DUAL APPROVAL:  ANY LIMIT INCREASE (AN ADD COUNTS AS AN    *
005500*   INCREASE FROM ZERO) GREATER THAN THE PARM THRESHOLD        *
005600*   NEEDS A SECOND APPROVER DISTINCT FROM THE REQUESTOR --     *
005700*   THE SAME SECOND-PAIR-OF-EYES CONTROL ENQ260 PUTS ON AN     *
005800*   APPROVED-SUBPROGRAM ACTIVATION.                            *
005900*                                                              *
006000*   PARM:  THE DUAL-APPROVAL THRESHOLD IN WHOLE CURRENCY       *
006100*   UNITS, 11 DIGITS, E.G. PARM='00000050000' FOR 50,000.      *
006200*   THE PARM HAS NO DEFAULT; AN OMITTED OR NON-NUMERIC PARM    *
006300*   IS A HARD STOP (RC=8, NOTHING APPLIED) -- A DEFAULTED      *
006400*   THRESHOLD COULD SILENTLY WAIVE THE APPROVAL CONTROL.       *
006500*                                                              *
006600*   PER-TRANSACTION REJECT REASONS:                            *
006700*       ACTI  ACTION UNRECOGNIZED     SRCB  SOURCE BLANK       *
006800*       ACCB  ACCOUNT BLANK           DLNN  DAILY LIMIT NOT    *
006900*       TLNN  A TYPE LIMIT NOT              NUMERIC            *
007000*             NUMERIC                 DUPE  ADD OF AN          *
007100*       NFND  CHG/CLS/OVR KEY NOT          EXISTING KEY        *
007200*             ON FILE                 CLSD  CHG/CLS/OVR OF A   *
007300*       APPV  SECOND APPROVER              CLOSED ACCOUNT      *
007400*             MISSING OR SAME AS      OVRW  WINDOW NUMBER      *
007500*             REQUESTOR                    NOT 1 OR 2          *
007600*       OVRD  WINDOW DATES NOT NUMERIC, HALF-SPECIFIED (ONE    *
007700*             DATE ZERO), OR END BEFORE START                  *
007800*       GRPB  GROUP ID BLANK ON A GRP OR LNK                   *
007900*       GNFD  LNK TO A GROUP NOT ON THE GROUP MASTER           *
008000*       LNKD  LNK OF AN ACCOUNT ALREADY IN A GROUP             *
008100*       NLNK  ULK OF AN ACCOUNT IN NO GROUP                    *
008200*                                                              *
008300*   RETURN CODES:  0 = EVERY TRANSACTION APPLIED;  4 = SOME    *
008400*   REJECTED;  8 = BAD PARM, NOTHING APPLIED.                  *
008500*                                                              *
008600*   MODIFICATION HISTORY                                       *
008700*   DATE       INIT  DESCRIPTION                                *
008800*   ---------- ----  ------------------------------------------*
008900*   2026-09-03 DLM   ORIGINAL VERSION.                         *
009000*   2026-09-03 DLM   ADDED THE OVR ACTION -- SETS OR CLEARS    *
009100*                    ONE OF THE TWO LIMIT OVERRIDE WINDOWS     *
009200*                    ON THE MASTER (ENTL-OVERRIDE-ENTRY),      *
009300*                    UNDER THE SAME DUAL-APPROVAL RULE AS A    *
009400*                    BASE-LIMIT INCREASE.                      *
009500*   2026-10-14 DLM   CUSTOMER-GROUP MAINTENANCE: GRP SETS UP   *
009600*                    OR CHANGES A GROUP'S AGGREGATE LIMITS ON  *
009700*                    THE NEW GROUP MASTER, LNK AND ULK LINK    *
009800*                    AND UNLINK AN ACCOUNT (ENTL-GROUP-ID).    *
009900*                    THE TRANSACTION CARRIES A GROUP ID AND    *
010000*                    GROWS TO 128 BYTES; THE AUDIT RECORD      *
010100*                    CARRIES THE GROUP ID IN ITS FILLER.       *
010200*                                                              *
010300***************************************************************
010400 ENVIRONMENT DIVISION.
010500 CONFIGURATION SECTION.
010600 SOURCE-COMPUTER.   IBM-Z15.
010700 OBJECT-COMPUTER.   IBM-Z15.
010800 INPUT-OUTPUT SECTION.
010900 FILE-CONTROL.
011000     SELECT ENT-MAINT-IN-FILE
011100         ASSIGN TO ENTMNTIN
011200         ORGANIZATION IS SEQUENTIAL.
011300
011400     SELECT ENTL-MASTER-FILE
011500         ASSIGN TO ENTLMSTR
011600         ORGANIZATION IS INDEXED
011700         ACCESS MODE IS DYNAMIC
011800         RECORD KEY IS ENTL-KEY
011900         FILE STATUS IS ENTL-FILE-STATUS.
012000     SELECT CUST-GROUP-FILE
012100         ASSIGN TO CGRPMSTR
012200         ORGANIZATION IS INDEXED
012300         ACCESS MODE IS DYNAMIC
012400         RECORD KEY IS CGRP-GROUP-ID
012500         FILE STATUS IS CGRP-FILE-STATUS.
012600
012700     SELECT ENT-AUDIT-FILE
012800         ASSIGN TO ENTAUDIT
012900         ORGANIZATION IS SEQUENTIAL.
013000
013100     SELECT ENT-REPORT-FILE
013200         ASSIGN TO ENTMRPT
013300         ORGANIZATION IS SEQUENTIAL.
013400 DATA DIVISION.
013500 FILE SECTION.
013600 FD  ENT-MAINT-IN-FILE
013700     RECORDING MODE IS F.
013800 01  ENT-MAINT-RECORD.
013900     05  ENTM-ACTION                 PIC X(03).
014000         88  ENTM-ACTION-ADD             VALUE 'ADD'.
014100         88  ENTM-ACTION-CHANGE          VALUE 'CHG'.
014200         88  ENTM-ACTION-CLOSE           VALUE 'CLS'.
014300         88  ENTM-ACTION-OVERRIDE        VALUE 'OVR'.
014400         88  ENTM-ACTION-GROUP           VALUE 'GRP'.
014500         88  ENTM-ACTION-LINK            VALUE 'LNK'.
014600         88  ENTM-ACTION-UNLINK          VALUE 'ULK'.
014700         88  ENTM-ACTION-VALID
014800             VALUES 'ADD' 'CHG' 'CLS' 'OVR' 'GRP' 'LNK' 'ULK'.
014900     05  ENTM-SOURCE                 PIC X(08).
015000     05  ENTM-ACCOUNT                PIC X(06).
015100     05  ENTM-DAILY-LIMIT            PIC 9(11)V99.
015200     05  ENTM-DAILY-LIMIT-X REDEFINES ENTM-DAILY-LIMIT
015300                                     PIC X(13).
015400     05  ENTM-TYPE-LIMIT-ENTRY OCCURS 4 TIMES.
015500         10  ENTM-TYPE-LIMIT         PIC 9(11)V99.
015600         10  ENTM-TYPE-LIMIT-X REDEFINES ENTM-TYPE-LIMIT
015700                                     PIC X(13).
015800     05  ENTM-REQUESTED-BY           PIC X(08).
015900     05  ENTM-APPROVED-BY            PIC X(08).
016000*    THE OVR ACTION'S OWN FIELDS -- WINDOW NUMBER AND THE
016100*    DATE RANGE; BOTH DATES ZERO CLEARS THE WINDOW.
016200     05  ENTM-OVR-WINDOW             PIC 9(01).
016300     05  ENTM-OVR-WINDOW-X REDEFINES ENTM-OVR-WINDOW
016400                                     PIC X(01).
016500     05  ENTM-OVR-START-DATE         PIC 9(08).
016600     05  ENTM-OVR-START-DATE-X
016700             REDEFINES ENTM-OVR-START-DATE
016800                                     PIC X(08).
016900     05  ENTM-OVR-END-DATE           PIC 9(08).
017000     05  ENTM-OVR-END-DATE-X
017100             REDEFINES ENTM-OVR-END-DATE
017200                                     PIC X(08).
017300     05  FILLER                      PIC X(05).
017400*    THE CUSTOMER GROUP -- KEY OF A GRP, TARGET OF AN LNK.
017500     05  ENTM-GROUP-ID               PIC X(08).
017600
017700 FD  ENTL-MASTER-FILE.
017800 COPY ENTLREC.
017900 FD  CUST-GROUP-FILE.
018000 COPY CGRPREC.
018100
018200 FD  ENT-AUDIT-FILE
018300     RECORDING MODE IS F.
018400 01  ENT-AUDIT-RECORD.
018500     05  EAUD-TS-DATE                PIC 9(08).
018600     05  EAUD-TS-TIME                PIC 9(06).
018700     05  EAUD-ACTION                 PIC X(03).
018800     05  EAUD-SOURCE                 PIC X(08).
018900     05  EAUD-ACCOUNT                PIC X(06).
019000     05  EAUD-OLD-DAILY-LIMIT        PIC S9(11)V99.
019100     05  EAUD-NEW-DAILY-LIMIT        PIC S9(11)V99.
019200     05  EAUD-REQUESTED-BY           PIC X(08).
019300     05  EAUD-APPROVED-BY            PIC X(08).
019400     05  EAUD-RESULT                 PIC X(01).
019500         88  EAUD-APPLIED                VALUE 'A'.
019600         88  EAUD-REJECTED               VALUE 'R'.
019700     05  EAUD-REJECT-REASON          PIC X(04).
019800     05  EAUD-GROUP-ID               PIC X(08).
019900     05  FILLER                      PIC X(14).
020000
020100 FD  ENT-REPORT-FILE
020200     RECORDING MODE IS F.
020300 01  ENT-REPORT-LINE                PIC X(132).
020400
020500 WORKING-STORAGE SECTION.
020600***************************************************************
020700*    FILE STATUS AND END-OF-FILE SWITCHES                      *
020800***************************************************************
020900 77  ENTL-FILE-STATUS                PIC X(02)  VALUE '00'.
021000 77  CGRP-FILE-STATUS                PIC X(02)  VALUE '00'.
021100 77  ENTM-EOF-SW                     PIC X(01)  VALUE 'N'.
021200     88  ENTM-AT-EOF                     VALUE 'Y'.
021300 77  WS-RECORD-FOUND-SW              PIC X(01)  VALUE 'N'.
021400     88  WS-RECORD-FOUND                 VALUE 'Y'.
021500     88  WS-RECORD-NOT-FOUND             VALUE 'N'.
021600 77  WS-GROUP-FOUND-SW               PIC X(01)  VALUE 'N'.
021700     88  WS-GROUP-FOUND                  VALUE 'Y'.
021800     88  WS-GROUP-NOT-FOUND              VALUE 'N'.
021900***************************************************************
022000*    PARM VALIDATION AND THE DUAL-APPROVAL THRESHOLD           *
022100***************************************************************
022200 77  WS-PARM-ERROR-SW                PIC X(01)  VALUE 'N'.
022300     88  WS-PARM-IN-ERROR                VALUE 'Y'.
022400 77  WS-THRESHOLD                    PIC S9(11)V99 COMP-3
022500                                     VALUE ZERO.
022600***************************************************************
022700*    PER-TRANSACTION VALIDATION AND APPROVAL STATE             *
022800***************************************************************
022900 77  WS-REJECT-REASON                PIC X(04)  VALUE SPACES.
023000 77  WS-SUB                          PIC 9(02) COMP VALUE ZERO.
023100 77  WS-APPROVAL-NEEDED-SW           PIC X(01)  VALUE 'N'.
023200     88  WS-APPROVAL-NEEDED              VALUE 'Y'.
023300 77  WS-OLD-DAILY-LIMIT              PIC S9(11)V99 COMP-3
023400                                     VALUE ZERO.
023500 77  WS-NEW-DAILY-LIMIT              PIC S9(11)V99 COMP-3
023600                                     VALUE ZERO.
023700 01  WS-OLD-TYPE-LIMITS.
023800     05  WS-OLD-TYPE-LIMIT OCCURS 4 TIMES
023900                                     PIC S9(11)V99 COMP-3.
024000 01  WS-NEW-TYPE-LIMITS.
024100     05  WS-NEW-TYPE-LIMIT OCCURS 4 TIMES
024200                                     PIC S9(11)V99 COMP-3.
024300 77  WS-OVR-WINDOW                   PIC 9(01)  VALUE ZERO.
024400 77  WS-LIMIT-INCREASE               PIC S9(11)V99 COMP-3
024500                                     VALUE ZERO.
024600 77  WS-AUDIT-GROUP-ID               PIC X(08)  VALUE SPACES.
024700***************************************************************
024800*    COUNTERS, TIMESTAMP AND EDIT FIELDS                       *
024900***************************************************************
025000 77  WS-APPLIED-COUNT                PIC 9(09) COMP VALUE ZERO.
025100 77  WS-REJECTED-COUNT               PIC 9(09) COMP VALUE ZERO.
025200 01  WS-CURRENT-DATE-TIME.
025300     05  WS-CURRENT-DATE             PIC 9(08).
025400     05  WS-CURRENT-TIME             PIC 9(06).
025500 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZ,ZZZ,ZZ9.
025600 LINKAGE SECTION.
025700***************************************************************
025800*    JOB-STEP PARM -- THE DUAL-APPROVAL THRESHOLD, 11 DIGITS,  *
025900*    WHOLE CURRENCY UNITS.  NO DEFAULT.                        *
026000***************************************************************
026100 01  LK-PARM-THRESHOLD.
026200     05  LK-PARM-LEN                 PIC S9(04) COMP.
026300     05  LK-PARM-THRESHOLD-TEXT      PIC X(11).
026400 PROCEDURE DIVISION USING LK-PARM-THRESHOLD.
026500***************************************************************
026600*    0000-MAINLINE                                             *
026700***************************************************************
026800 0000-MAINLINE.
026900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
027000     PERFORM 2000-APPLY-ONE-TRANSACTION
027100         THRU 2000-APPLY-ONE-TRANSACTION-EXIT
027200         UNTIL ENTM-AT-EOF.
027300     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
027400     GOBACK.
027500***************************************************************
027600*    1000-INITIALIZE  --  VALIDATE THE PARM, OPEN FILES,       *
027700*    WRITE THE REPORT HEADING AND PRIME THE FIRST READ.  A     *
027800*    BAD PARM STOPS THE RUN BEFORE A SINGLE TRANSACTION IS     *
027900*    READ.                                                     *
028000***************************************************************
028100 1000-INITIALIZE.
028200     OPEN OUTPUT ENT-REPORT-FILE.
028300     MOVE 'ENQ265 ENTITLEMENT MASTER MAINTENANCE REPORT'
028400         TO ENT-REPORT-LINE.
028500     WRITE ENT-REPORT-LINE.
028600     MOVE SPACES TO ENT-REPORT-LINE.
028700     WRITE ENT-REPORT-LINE.
028800     IF LK-PARM-LEN < 11
028900         OR LK-PARM-THRESHOLD-TEXT NOT NUMERIC
029000         SET WS-PARM-IN-ERROR TO TRUE
029100         MOVE 'PARM THRESHOLD MISSING OR NOT NUMERIC --'
029200             TO ENT-REPORT-LINE
029300         WRITE ENT-REPORT-LINE
029400         MOVE 'NOTHING APPLIED.'
029500             TO ENT-REPORT-LINE
029600         WRITE ENT-REPORT-LINE
029700         SET ENTM-AT-EOF TO TRUE
029800         GO TO 1000-INITIALIZE-EXIT
029900     END-IF.
030000     MOVE LK-PARM-THRESHOLD-TEXT TO WS-THRESHOLD.
030100     OPEN INPUT  ENT-MAINT-IN-FILE.
030200     OPEN I-O    ENTL-MASTER-FILE.
030300     OPEN I-O    CUST-GROUP-FILE.
030400     OPEN OUTPUT ENT-AUDIT-FILE.
030500     READ ENT-MAINT-IN-FILE
030600         AT END
030700             SET ENTM-AT-EOF TO TRUE
030800     END-READ.
030900 1000-INITIALIZE-EXIT.
031000     EXIT.
031100***************************************************************
031200*    2000-APPLY-ONE-TRANSACTION  --  VALIDATE, APPLY OR        *
031300*    REJECT, AUDIT EITHER WAY.                                 *
031400***************************************************************
031500 2000-APPLY-ONE-TRANSACTION.
031600     MOVE SPACES TO WS-REJECT-REASON.
031700     MOVE ZERO TO WS-OLD-DAILY-LIMIT WS-NEW-DAILY-LIMIT.
031800     MOVE ENTM-GROUP-ID TO WS-AUDIT-GROUP-ID.
031900     PERFORM 2100-VALIDATE-TRANSACTION
032000         THRU 2100-VALIDATE-TRANSACTION-EXIT.
032100     IF WS-REJECT-REASON = SPACES
032200         PERFORM 3000-APPLY-TO-MASTER
032300             THRU 3000-APPLY-TO-MASTER-EXIT
032400     END-IF.
032500     IF WS-REJECT-REASON = SPACES
032600         ADD 1 TO WS-APPLIED-COUNT
032700     ELSE
032800         ADD 1 TO WS-REJECTED-COUNT
032900         PERFORM 4100-REPORT-REJECTED-TXN
033000             THRU 4100-REPORT-REJECTED-TXN-EXIT
033100     END-IF.
033200     PERFORM 4000-WRITE-CHANGE-AUDIT
033300         THRU 4000-WRITE-CHANGE-AUDIT-EXIT.
033400     READ ENT-MAINT-IN-FILE
033500         AT END
033600             SET ENTM-AT-EOF TO TRUE
033700     END-READ.
033800 2000-APPLY-ONE-TRANSACTION-EXIT.
033900     EXIT.
034000***************************************************************
034100*    2100-VALIDATE-TRANSACTION  --  EVERYTHING THAT CAN BE     *
034200*    CHECKED BEFORE TOUCHING THE MASTER.  ON A CHG A LIMIT     *
034300*    FIELD OF SPACES MEANS KEEP THE CURRENT VALUE, SO ONLY A   *
034400*    SUPPLIED FIELD MUST BE NUMERIC; AN ADD SUPPLIES THE       *
034500*    WHOLE RECORD AND EVERY LIMIT MUST BE NUMERIC.             *
034600***************************************************************
034700 2100-VALIDATE-TRANSACTION.
034800     IF NOT ENTM-ACTION-VALID
034900         MOVE 'ACTI' TO WS-REJECT-REASON
035000         GO TO 2100-VALIDATE-TRANSACTION-EXIT
035100     END-IF.
035200     IF (ENTM-ACTION-GROUP OR ENTM-ACTION-LINK)
035300         AND ENTM-GROUP-ID = SPACES
035400         MOVE 'GRPB' TO WS-REJECT-REASON
035500         GO TO 2100-VALIDATE-TRANSACTION-EXIT
035600     END-IF.
035700     IF ENTM-ACTION-GROUP
035800*        A GROUP CARRIES NO SOURCE OR ACCOUNT.  WHETHER EVERY
035900*        LIMIT IS REQUIRED (A NEW GROUP) IS ONLY KNOWN AFTER
036000*        THE READ, SO THE LIMITS ARE CHECKED HERE THE CHG WAY
036100*        AND AGAIN IN 3600 FOR A NEW GROUP.
036200         GO TO 2100-VALIDATE-LIMIT-FIELDS
036300     END-IF.
036400     IF ENTM-SOURCE = SPACES
036500         MOVE 'SRCB' TO WS-REJECT-REASON
036600         GO TO 2100-VALIDATE-TRANSACTION-EXIT
036700     END-IF.
036800     IF ENTM-ACCOUNT = SPACES
036900         MOVE 'ACCB' TO WS-REJECT-REASON
037000         GO TO 2100-VALIDATE-TRANSACTION-EXIT
037100     END-IF.
037200     IF ENTM-ACTION-CLOSE
037300         OR ENTM-ACTION-LINK
037400         OR ENTM-ACTION-UNLINK
037500         GO TO 2100-VALIDATE-TRANSACTION-EXIT
037600     END-IF.
037700     IF ENTM-ACTION-OVERRIDE
037800         IF ENTM-OVR-WINDOW-X NOT NUMERIC
037900             OR ENTM-OVR-WINDOW < 1
038000             OR ENTM-OVR-WINDOW > 2
038100             MOVE 'OVRW' TO WS-REJECT-REASON
038200             GO TO 2100-VALIDATE-TRANSACTION-EXIT
038300         END-IF
038400         IF ENTM-OVR-START-DATE-X NOT NUMERIC
038500             OR ENTM-OVR-END-DATE-X NOT NUMERIC
038600             MOVE 'OVRD' TO WS-REJECT-REASON
038700             GO TO 2100-VALIDATE-TRANSACTION-EXIT
038800         END-IF
038900         IF ENTM-OVR-START-DATE = ZERO
039000             AND ENTM-OVR-END-DATE > ZERO
039100*            A HALF-SPECIFIED WINDOW.  A ZERO START DATE IS
039200*            THE NOT-IN-USE MARKER, SO STORING THIS WOULD
039300*            LEAVE A WINDOW ALLOWED37 NEVER ACTIVATES WHILE
039400*            THE DESK BELIEVES THE UPLIFT IS IN PLACE --
039500*            BOTH DATES OR NEITHER.  (START WITHOUT END
039600*            FAILS THE END-BEFORE-START CHECK BELOW.)
039700             MOVE 'OVRD' TO WS-REJECT-REASON
039800             GO TO 2100-VALIDATE-TRANSACTION-EXIT
039900         END-IF
040000         IF ENTM-OVR-START-DATE > ZERO
040100             AND ENTM-OVR-END-DATE < ENTM-OVR-START-DATE
040200             MOVE 'OVRD' TO WS-REJECT-REASON
040300             GO TO 2100-VALIDATE-TRANSACTION-EXIT
040400         END-IF
040500     END-IF.
040600 2100-VALIDATE-LIMIT-FIELDS.
040700     IF ENTM-DAILY-LIMIT-X NOT NUMERIC
040800         AND (ENTM-ACTION-ADD OR ENTM-DAILY-LIMIT-X NOT = SPACES)
040900         MOVE 'DLNN' TO WS-REJECT-REASON
041000         GO TO 2100-VALIDATE-TRANSACTION-EXIT
041100     END-IF.
041200     PERFORM 2110-VALIDATE-ONE-TYPE-LIMIT
041300         THRU 2110-VALIDATE-ONE-TYPE-LIMIT-EXIT
041400         VARYING WS-SUB FROM 1 BY 1
041500         UNTIL WS-SUB > 4
041600            OR WS-REJECT-REASON NOT = SPACES.
041700 2100-VALIDATE-TRANSACTION-EXIT.
041800     EXIT.
041900***************************************************************
042000*    2110-VALIDATE-ONE-TYPE-LIMIT                              *
042100***************************************************************
042200 2110-VALIDATE-ONE-TYPE-LIMIT.
042300     IF ENTM-TYPE-LIMIT-X(WS-SUB) NOT NUMERIC
042400         AND (ENTM-ACTION-ADD
042500           OR ENTM-TYPE-LIMIT-X(WS-SUB) NOT = SPACES)
042600         MOVE 'TLNN' TO WS-REJECT-REASON
042700     END-IF.
042800 2110-VALIDATE-ONE-TYPE-LIMIT-EXIT.
042900     EXIT.
043000***************************************************************
043100*    3000-APPLY-TO-MASTER  --  KEYED READ, THEN ROUTE BY       *
043200*    ACTION.  THE DUAL-APPROVAL CHECK RUNS AGAINST THE OLD     *
043300*    AND NEW LIMITS BEFORE ANYTHING IS WRITTEN.                *
043400***************************************************************
043500 3000-APPLY-TO-MASTER.
043600     IF ENTM-ACTION-GROUP
043700         PERFORM 3600-SET-GROUP
043800             THRU 3600-SET-GROUP-EXIT
043900         GO TO 3000-APPLY-TO-MASTER-EXIT
044000     END-IF.
044100     MOVE ENTM-SOURCE  TO ENTL-KEY-SOURCE.
044200     MOVE ENTM-ACCOUNT TO ENTL-KEY-ACCOUNT.
044300     MOVE 'Y' TO WS-RECORD-FOUND-SW.
044400     READ ENTL-MASTER-FILE
044500         INVALID KEY
044600             MOVE 'N' TO WS-RECORD-FOUND-SW
044700     END-READ.
044800     EVALUATE TRUE
044900         WHEN ENTM-ACTION-ADD
045000             PERFORM 3100-ADD-ACCOUNT
045100                 THRU 3100-ADD-ACCOUNT-EXIT
045200         WHEN ENTM-ACTION-CHANGE
045300             PERFORM 3200-CHANGE-ACCOUNT
045400                 THRU 3200-CHANGE-ACCOUNT-EXIT
045500         WHEN ENTM-ACTION-CLOSE
045600             PERFORM 3300-CLOSE-ACCOUNT
045700                 THRU 3300-CLOSE-ACCOUNT-EXIT
045800         WHEN ENTM-ACTION-OVERRIDE
045900             PERFORM 3400-SET-OVERRIDE-WINDOW
046000                 THRU 3400-SET-OVERRIDE-WINDOW-EXIT
046100         WHEN ENTM-ACTION-LINK
046200             PERFORM 3700-LINK-ACCOUNT
046300                 THRU 3700-LINK-ACCOUNT-EXIT
046400         WHEN ENTM-ACTION-UNLINK
046500             PERFORM 3800-UNLINK-ACCOUNT
046600                 THRU 3800-UNLINK-ACCOUNT-EXIT
046700     END-EVALUATE.
046800 3000-APPLY-TO-MASTER-EXIT.
046900     EXIT.
047000***************************************************************
047100*    3100-ADD-ACCOUNT  --  A NEW ROW: ZERO CONSUMED BALANCES,  *
047200*    STATUS ACTIVE.  THE OLD LIMITS ARE ZERO, SO ANY LIMIT     *
047300*    ABOVE THE THRESHOLD IS AN INCREASE NEEDING THE SECOND     *
047400*    APPROVER.                                                 *
047500***************************************************************
047600 3100-ADD-ACCOUNT.
047700     IF WS-RECORD-FOUND
047800         MOVE 'DUPE' TO WS-REJECT-REASON
047900         GO TO 3100-ADD-ACCOUNT-EXIT
048000     END-IF.
048100     MOVE ZERO TO WS-OLD-DAILY-LIMIT.
048200     MOVE ENTM-DAILY-LIMIT TO WS-NEW-DAILY-LIMIT.
048300     PERFORM 3410-LOAD-ONE-ADD-LIMIT
048400         THRU 3410-LOAD-ONE-ADD-LIMIT-EXIT
048500         VARYING WS-SUB FROM 1 BY 1
048600         UNTIL WS-SUB > 4.
048700     PERFORM 3500-CHECK-DUAL-APPROVAL
048800         THRU 3500-CHECK-DUAL-APPROVAL-EXIT.
048900     IF WS-REJECT-REASON NOT = SPACES
049000         GO TO 3100-ADD-ACCOUNT-EXIT
049100     END-IF.
049200     MOVE LOW-VALUES   TO ENTITLEMENT-MASTER-RECORD.
049300     MOVE ENTM-SOURCE  TO ENTL-KEY-SOURCE.
049400     MOVE ENTM-ACCOUNT TO ENTL-KEY-ACCOUNT.
049500     MOVE WS-NEW-DAILY-LIMIT TO ENTL-DAILY-LIMIT.
049600     MOVE ZERO TO ENTL-DAILY-CONSUMED.
049700     MOVE ZERO TO ENTL-LAST-CONSUMED-DATE.
049800     PERFORM 3420-STORE-ONE-NEW-LIMIT
049900         THRU 3420-STORE-ONE-NEW-LIMIT-EXIT
050000         VARYING WS-SUB FROM 1 BY 1
050100         UNTIL WS-SUB > 4.
050200     MOVE 'A' TO ENTL-STATUS.
050300     MOVE SPACES TO ENTL-GROUP-ID.
050400*    THE LOW-VALUES PRIME ABOVE IS NOT A VALID ZERO FOR THE
050500*    NUMERIC OVERRIDE-WINDOW FIELDS, AND ALLOWED37 COMPARES
050600*    ENTL-OVR-START-DATE NUMERICALLY ON EVERY TRANSACTION --
050700*    BOTH WINDOWS MUST START OUT EXPLICITLY ZERO (NOT IN
050800*    USE).
050900     PERFORM 3415-INIT-ONE-OVR-WINDOW
051000         THRU 3415-INIT-ONE-OVR-WINDOW-EXIT
051100         VARYING WS-OVR-WINDOW FROM 1 BY 1
051200         UNTIL WS-OVR-WINDOW > 2.
051300     WRITE ENTITLEMENT-MASTER-RECORD.
051400 3100-ADD-ACCOUNT-EXIT.
051500     EXIT.
051600***************************************************************
051700*    3200-CHANGE-ACCOUNT  --  SUPPLIED LIMIT FIELDS REPLACE    *
051800*    THE MASTER'S; BLANK FIELDS KEEP THE CURRENT VALUES.  A    *
051900*    CLOSED ACCOUNT IS NOT CHANGED -- REOPENING IS NOT A       *
052000*    MAINTENANCE ACTION THIS PROGRAM OFFERS.                   *
052100***************************************************************
052200 3200-CHANGE-ACCOUNT.
052300     IF WS-RECORD-NOT-FOUND
052400         MOVE 'NFND' TO WS-REJECT-REASON
052500         GO TO 3200-CHANGE-ACCOUNT-EXIT
052600     END-IF.
052700     IF ENTL-STATUS-CLOSED
052800         MOVE 'CLSD' TO WS-REJECT-REASON
052900         GO TO 3200-CHANGE-ACCOUNT-EXIT
053000     END-IF.
053100     MOVE ENTL-DAILY-LIMIT TO WS-OLD-DAILY-LIMIT.
053200     IF ENTM-DAILY-LIMIT-X NUMERIC
053300         MOVE ENTM-DAILY-LIMIT TO WS-NEW-DAILY-LIMIT
053400     ELSE
053500         MOVE ENTL-DAILY-LIMIT TO WS-NEW-DAILY-LIMIT
053600     END-IF.
053700     PERFORM 3430-LOAD-ONE-CHG-LIMIT
053800         THRU 3430-LOAD-ONE-CHG-LIMIT-EXIT
053900         VARYING WS-SUB FROM 1 BY 1
054000         UNTIL WS-SUB > 4.
054100     PERFORM 3500-CHECK-DUAL-APPROVAL
054200         THRU 3500-CHECK-DUAL-APPROVAL-EXIT.
054300     IF WS-REJECT-REASON NOT = SPACES
054400         GO TO 3200-CHANGE-ACCOUNT-EXIT
054500     END-IF.
054600     MOVE WS-NEW-DAILY-LIMIT TO ENTL-DAILY-LIMIT.
054700     PERFORM 3420-STORE-ONE-NEW-LIMIT
054800         THRU 3420-STORE-ONE-NEW-LIMIT-EXIT
054900         VARYING WS-SUB FROM 1 BY 1
055000         UNTIL WS-SUB > 4.
055100     REWRITE ENTITLEMENT-MASTER-RECORD.
055200 3200-CHANGE-ACCOUNT-EXIT.
055300     EXIT.
055400***************************************************************
055500*    3300-CLOSE-ACCOUNT  --  STATUS TO 'C' IN PLACE.  THE      *
055600*    LIMITS AND CONSUMED BALANCES ARE LEFT AS THEY STAND SO    *
055700*    THE ROW STILL ANSWERS QUESTIONS ABOUT THE DAY IT WAS      *
055800*    CLOSED.  NO APPROVAL NEEDED -- CLOSING ONLY TAKES         *
055900*    CAPACITY AWAY.                                            *
056000***************************************************************
056100 3300-CLOSE-ACCOUNT.
056200     IF WS-RECORD-NOT-FOUND
056300         MOVE 'NFND' TO WS-REJECT-REASON
056400         GO TO 3300-CLOSE-ACCOUNT-EXIT
056500     END-IF.
056600     IF ENTL-STATUS-CLOSED
056700         MOVE 'CLSD' TO WS-REJECT-REASON
056800         GO TO 3300-CLOSE-ACCOUNT-EXIT
056900     END-IF.
057000     MOVE ENTL-DAILY-LIMIT TO WS-OLD-DAILY-LIMIT
057100                              WS-NEW-DAILY-LIMIT.
057200     MOVE 'C' TO ENTL-STATUS.
057300     REWRITE ENTITLEMENT-MASTER-RECORD.
057400 3300-CLOSE-ACCOUNT-EXIT.
057500     EXIT.
057600***************************************************************
057700*    3400-SET-OVERRIDE-WINDOW  --  SETS (OR, WITH BOTH DATES   *
057800*    ZERO, CLEARS) THE REQUESTED LIMIT OVERRIDE WINDOW.  AN    *
057900*    OVERRIDE THAT RAISES A LIMIT ABOVE THE BASE BY MORE       *
058000*    THAN THE THRESHOLD NEEDS THE SECOND APPROVER, EXACTLY     *
058100*    AS A BASE-LIMIT INCREASE WOULD -- A WINDOW IS JUST AN     *
058200*    INCREASE WITH AN EXPIRY DATE.  CLEARING A WINDOW ONLY     *
058300*    TAKES CAPACITY AWAY AND NEEDS NO APPROVAL.                *
058400***************************************************************
058500 3400-SET-OVERRIDE-WINDOW.
058600     IF WS-RECORD-NOT-FOUND
058700         MOVE 'NFND' TO WS-REJECT-REASON
058800         GO TO 3400-SET-OVERRIDE-WINDOW-EXIT
058900     END-IF.
059000     IF ENTL-STATUS-CLOSED
059100         MOVE 'CLSD' TO WS-REJECT-REASON
059200         GO TO 3400-SET-OVERRIDE-WINDOW-EXIT
059300     END-IF.
059400     MOVE ENTM-OVR-WINDOW TO WS-OVR-WINDOW.
059500     IF ENTM-OVR-START-DATE = ZERO
059600         AND ENTM-OVR-END-DATE = ZERO
059700*        CLEAR THE WINDOW -- IT STOPS APPLYING AT ONCE.
059800         MOVE ZERO TO ENTL-OVR-START-DATE(WS-OVR-WINDOW)
059900         MOVE ZERO TO ENTL-OVR-END-DATE(WS-OVR-WINDOW)
060000         MOVE ZERO TO ENTL-OVR-DAILY-LIMIT(WS-OVR-WINDOW)
060100         PERFORM 3460-ZERO-ONE-OVR-LIMIT
060200             THRU 3460-ZERO-ONE-OVR-LIMIT-EXIT
060300             VARYING WS-SUB FROM 1 BY 1
060400             UNTIL WS-SUB > 4
060500         MOVE ENTL-DAILY-LIMIT TO WS-OLD-DAILY-LIMIT
060600                                  WS-NEW-DAILY-LIMIT
060700         REWRITE ENTITLEMENT-MASTER-RECORD
060800         GO TO 3400-SET-OVERRIDE-WINDOW-EXIT
060900     END-IF.
061000     MOVE ENTL-DAILY-LIMIT TO WS-OLD-DAILY-LIMIT.
061100     IF ENTM-DAILY-LIMIT-X NUMERIC
061200         AND ENTM-DAILY-LIMIT > ZERO
061300         MOVE ENTM-DAILY-LIMIT TO WS-NEW-DAILY-LIMIT
061400     ELSE
061500         MOVE ENTL-DAILY-LIMIT TO WS-NEW-DAILY-LIMIT
061600     END-IF.
061700     PERFORM 3440-LOAD-ONE-OVR-LIMIT
061800         THRU 3440-LOAD-ONE-OVR-LIMIT-EXIT
061900         VARYING WS-SUB FROM 1 BY 1
062000         UNTIL WS-SUB > 4.
062100     PERFORM 3500-CHECK-DUAL-APPROVAL
062200         THRU 3500-CHECK-DUAL-APPROVAL-EXIT.
062300     IF WS-REJECT-REASON NOT = SPACES
062400         GO TO 3400-SET-OVERRIDE-WINDOW-EXIT
062500     END-IF.
062600     MOVE ENTM-OVR-START-DATE
062700         TO ENTL-OVR-START-DATE(WS-OVR-WINDOW).
062800     MOVE ENTM-OVR-END-DATE
062900         TO ENTL-OVR-END-DATE(WS-OVR-WINDOW).
063000     IF ENTM-DAILY-LIMIT-X NUMERIC
063100         MOVE ENTM-DAILY-LIMIT
063200             TO ENTL-OVR-DAILY-LIMIT(WS-OVR-WINDOW)
063300     ELSE
063400         MOVE ZERO TO ENTL-OVR-DAILY-LIMIT(WS-OVR-WINDOW)
063500     END-IF.
063600     PERFORM 3450-STORE-ONE-OVR-LIMIT
063700         THRU 3450-STORE-ONE-OVR-LIMIT-EXIT
063800         VARYING WS-SUB FROM 1 BY 1
063900         UNTIL WS-SUB > 4.
064000     REWRITE ENTITLEMENT-MASTER-RECORD.
064100 3400-SET-OVERRIDE-WINDOW-EXIT.
064200     EXIT.
064300***************************************************************
064400*    3440-LOAD-ONE-OVR-LIMIT  --  OLD = BASE; NEW = THE        *
064500*    OVERRIDE WHERE ONE IS SUPPLIED, FOR THE APPROVAL CHECK.   *
064600***************************************************************
064700 3440-LOAD-ONE-OVR-LIMIT.
064800     MOVE ENTL-TYPE-LIMIT(WS-SUB) TO WS-OLD-TYPE-LIMIT(WS-SUB).
064900     IF ENTM-TYPE-LIMIT-X(WS-SUB) NUMERIC
065000         AND ENTM-TYPE-LIMIT(WS-SUB) > ZERO
065100         MOVE ENTM-TYPE-LIMIT(WS-SUB)
065200             TO WS-NEW-TYPE-LIMIT(WS-SUB)
065300     ELSE
065400         MOVE ENTL-TYPE-LIMIT(WS-SUB)
065500             TO WS-NEW-TYPE-LIMIT(WS-SUB)
065600     END-IF.
065700 3440-LOAD-ONE-OVR-LIMIT-EXIT.
065800     EXIT.
065900***************************************************************
066000*    3450-STORE-ONE-OVR-LIMIT  --  A BLANK FIELD STORES ZERO:  *
066100*    THAT BUCKET KEEPS ITS BASE LIMIT INSIDE THE WINDOW.       *
066200***************************************************************
066300 3450-STORE-ONE-OVR-LIMIT.
066400     IF ENTM-TYPE-LIMIT-X(WS-SUB) NUMERIC
066500         MOVE ENTM-TYPE-LIMIT(WS-SUB)
066600             TO ENTL-OVR-TYPE-LIMIT(WS-OVR-WINDOW, WS-SUB)
066700     ELSE
066800         MOVE ZERO
066900             TO ENTL-OVR-TYPE-LIMIT(WS-OVR-WINDOW, WS-SUB)
067000     END-IF.
067100 3450-STORE-ONE-OVR-LIMIT-EXIT.
067200     EXIT.
067300***************************************************************
067400*    3460-ZERO-ONE-OVR-LIMIT                                   *
067500***************************************************************
067600 3460-ZERO-ONE-OVR-LIMIT.
067700     MOVE ZERO TO ENTL-OVR-TYPE-LIMIT(WS-OVR-WINDOW, WS-SUB).
067800 3460-ZERO-ONE-OVR-LIMIT-EXIT.
067900     EXIT.
068000***************************************************************
068100*    3410-LOAD-ONE-ADD-LIMIT  --  OLD ZERO, NEW FROM THE       *
068200*    TRANSACTION.                                              *
068300***************************************************************
068400 3410-LOAD-ONE-ADD-LIMIT.
068500     MOVE ZERO TO WS-OLD-TYPE-LIMIT(WS-SUB).
068600     MOVE ENTM-TYPE-LIMIT(WS-SUB) TO WS-NEW-TYPE-LIMIT(WS-SUB).
068700 3410-LOAD-ONE-ADD-LIMIT-EXIT.
068800     EXIT.
068900***************************************************************
069000*    3415-INIT-ONE-OVR-WINDOW  --  EXPLICIT ZEROES FOR ONE     *
069100*    OVERRIDE WINDOW'S DATES AND LIMITS ON A NEW ROW, THE      *
069200*    SAME WAY ENQ275 ZEROES ITS NEW-ROW NUMERICS.              *
069300***************************************************************
069400 3415-INIT-ONE-OVR-WINDOW.
069500     MOVE ZERO TO ENTL-OVR-START-DATE(WS-OVR-WINDOW)
069600                  ENTL-OVR-END-DATE(WS-OVR-WINDOW)
069700                  ENTL-OVR-DAILY-LIMIT(WS-OVR-WINDOW).
069800     PERFORM 3460-ZERO-ONE-OVR-LIMIT
069900         THRU 3460-ZERO-ONE-OVR-LIMIT-EXIT
070000         VARYING WS-SUB FROM 1 BY 1
070100         UNTIL WS-SUB > 4.
070200 3415-INIT-ONE-OVR-WINDOW-EXIT.
070300     EXIT.
070400***************************************************************
070500*    3420-STORE-ONE-NEW-LIMIT                                  *
070600***************************************************************
070700 3420-STORE-ONE-NEW-LIMIT.
070800     MOVE WS-NEW-TYPE-LIMIT(WS-SUB) TO ENTL-TYPE-LIMIT(WS-SUB).
070900     IF ENTM-ACTION-ADD
071000         MOVE ZERO TO ENTL-TYPE-CONSUMED(WS-SUB)
071100     END-IF.
071200 3420-STORE-ONE-NEW-LIMIT-EXIT.
071300     EXIT.
071400***************************************************************
071500*    3430-LOAD-ONE-CHG-LIMIT  --  OLD FROM THE MASTER, NEW     *
071600*    FROM THE TRANSACTION WHERE SUPPLIED.                      *
071700***************************************************************
071800 3430-LOAD-ONE-CHG-LIMIT.
071900     MOVE ENTL-TYPE-LIMIT(WS-SUB) TO WS-OLD-TYPE-LIMIT(WS-SUB).
072000     IF ENTM-TYPE-LIMIT-X(WS-SUB) NUMERIC
072100         MOVE ENTM-TYPE-LIMIT(WS-SUB)
072200             TO WS-NEW-TYPE-LIMIT(WS-SUB)
072300     ELSE
072400         MOVE ENTL-TYPE-LIMIT(WS-SUB)
072500             TO WS-NEW-TYPE-LIMIT(WS-SUB)
072600     END-IF.
072700 3430-LOAD-ONE-CHG-LIMIT-EXIT.
072800     EXIT.
072900***************************************************************
073000*    3500-CHECK-DUAL-APPROVAL  --  ANY LIMIT INCREASE ABOVE    *
073100*    THE PARM THRESHOLD NEEDS AN APPROVED-BY DISTINCT FROM     *
073200*    THE REQUESTOR.  RAISING A LIMIT IS THE CHANGE THE         *
073300*    AUDITORS CARE ABOUT MOST -- IT HANDS OUT CAPACITY.        *
073400***************************************************************
073500 3500-CHECK-DUAL-APPROVAL.
073600     MOVE 'N' TO WS-APPROVAL-NEEDED-SW.
073700     COMPUTE WS-LIMIT-INCREASE =
073800         WS-NEW-DAILY-LIMIT - WS-OLD-DAILY-LIMIT.
073900     IF WS-LIMIT-INCREASE > WS-THRESHOLD
074000         SET WS-APPROVAL-NEEDED TO TRUE
074100     END-IF.
074200     PERFORM 3510-CHECK-ONE-TYPE-INCREASE
074300         THRU 3510-CHECK-ONE-TYPE-INCREASE-EXIT
074400         VARYING WS-SUB FROM 1 BY 1
074500         UNTIL WS-SUB > 4.
074600     IF WS-APPROVAL-NEEDED
074700         AND (ENTM-APPROVED-BY = SPACES
074800           OR ENTM-APPROVED-BY = ENTM-REQUESTED-BY)
074900         MOVE 'APPV' TO WS-REJECT-REASON
075000     END-IF.
075100 3500-CHECK-DUAL-APPROVAL-EXIT.
075200     EXIT.
075300***************************************************************
075400*    3510-CHECK-ONE-TYPE-INCREASE                              *
075500***************************************************************
075600 3510-CHECK-ONE-TYPE-INCREASE.
075700     COMPUTE WS-LIMIT-INCREASE =
075800         WS-NEW-TYPE-LIMIT(WS-SUB) - WS-OLD-TYPE-LIMIT(WS-SUB).
075900     IF WS-LIMIT-INCREASE > WS-THRESHOLD
076000         SET WS-APPROVAL-NEEDED TO TRUE
076100     END-IF.
076200 3510-CHECK-ONE-TYPE-INCREASE-EXIT.
076300     EXIT.
076400***************************************************************
076500*    3600-SET-GROUP  --  A NEW GROUP NEEDS EVERY LIMIT AND     *
076600*    STARTS WITH ZERO BALANCES AND NO MEMBERS; AN EXISTING     *
076700*    GROUP TAKES THE SUPPLIED LIMITS AND KEEPS THE REST.       *
076800*    EITHER WAY A LIMIT INCREASE ABOVE THE THRESHOLD NEEDS     *
076900*    THE SECOND APPROVER (3500), AS FOR AN ACCOUNT.            *
077000***************************************************************
077100 3600-SET-GROUP.
077200     MOVE ENTM-GROUP-ID TO CGRP-GROUP-ID.
077300     MOVE 'Y' TO WS-GROUP-FOUND-SW.
077400     READ CUST-GROUP-FILE
077500         INVALID KEY
077600             MOVE 'N' TO WS-GROUP-FOUND-SW
077700     END-READ.
077800     IF WS-GROUP-NOT-FOUND
077900         PERFORM 3610-ADD-GROUP
078000             THRU 3610-ADD-GROUP-EXIT
078100         GO TO 3600-SET-GROUP-EXIT
078200     END-IF.
078300     MOVE CGRP-DAILY-LIMIT TO WS-OLD-DAILY-LIMIT.
078400     IF ENTM-DAILY-LIMIT-X NUMERIC
078500         MOVE ENTM-DAILY-LIMIT TO WS-NEW-DAILY-LIMIT
078600     ELSE
078700         MOVE CGRP-DAILY-LIMIT TO WS-NEW-DAILY-LIMIT
078800     END-IF.
078900     PERFORM 3630-LOAD-ONE-GROUP-LIMIT
079000         THRU 3630-LOAD-ONE-GROUP-LIMIT-EXIT
079100         VARYING WS-SUB FROM 1 BY 1
079200         UNTIL WS-SUB > 4.
079300     PERFORM 3500-CHECK-DUAL-APPROVAL
079400         THRU 3500-CHECK-DUAL-APPROVAL-EXIT.
079500     IF WS-REJECT-REASON NOT = SPACES
079600         GO TO 3600-SET-GROUP-EXIT
079700     END-IF.
079800     MOVE WS-NEW-DAILY-LIMIT TO CGRP-DAILY-LIMIT.
079900     PERFORM 3640-STORE-ONE-GROUP-LIMIT
080000         THRU 3640-STORE-ONE-GROUP-LIMIT-EXIT
080100         VARYING WS-SUB FROM 1 BY 1
080200         UNTIL WS-SUB > 4.
080300     REWRITE CUSTOMER-GROUP-RECORD.
080400 3600-SET-GROUP-EXIT.
080500     EXIT.
080600***************************************************************
080700*    3610-ADD-GROUP  --  THE WHOLE RECORD COMES FROM THE       *
080800*    TRANSACTION, SO EVERY LIMIT MUST BE NUMERIC -- THE SAME   *
080900*    RULE 2100 APPLIES TO AN ACCOUNT ADD.                      *
081000***************************************************************
081100 3610-ADD-GROUP.
081200     IF ENTM-DAILY-LIMIT-X NOT NUMERIC
081300         MOVE 'DLNN' TO WS-REJECT-REASON
081400         GO TO 3610-ADD-GROUP-EXIT
081500     END-IF.
081600     PERFORM 3615-REQUIRE-ONE-TYPE-LIMIT
081700         THRU 3615-REQUIRE-ONE-TYPE-LIMIT-EXIT
081800         VARYING WS-SUB FROM 1 BY 1
081900         UNTIL WS-SUB > 4
082000            OR WS-REJECT-REASON NOT = SPACES.
082100     IF WS-REJECT-REASON NOT = SPACES
082200         GO TO 3610-ADD-GROUP-EXIT
082300     END-IF.
082400     MOVE ZERO TO WS-OLD-DAILY-LIMIT.
082500     MOVE ENTM-DAILY-LIMIT TO WS-NEW-DAILY-LIMIT.
082600     PERFORM 3410-LOAD-ONE-ADD-LIMIT
082700         THRU 3410-LOAD-ONE-ADD-LIMIT-EXIT
082800         VARYING WS-SUB FROM 1 BY 1
082900         UNTIL WS-SUB > 4.
083000     PERFORM 3500-CHECK-DUAL-APPROVAL
083100         THRU 3500-CHECK-DUAL-APPROVAL-EXIT.
083200     IF WS-REJECT-REASON NOT = SPACES
083300         GO TO 3610-ADD-GROUP-EXIT
083400     END-IF.
083500     MOVE SPACES        TO CUSTOMER-GROUP-RECORD.
083600     MOVE ENTM-GROUP-ID TO CGRP-GROUP-ID.
083700     MOVE WS-NEW-DAILY-LIMIT TO CGRP-DAILY-LIMIT.
083800     MOVE ZERO TO CGRP-DAILY-CONSUMED
083900                  CGRP-LAST-CONSUMED-DATE
084000                  CGRP-MEMBER-COUNT.
084100     PERFORM 3640-STORE-ONE-GROUP-LIMIT
084200         THRU 3640-STORE-ONE-GROUP-LIMIT-EXIT
084300         VARYING WS-SUB FROM 1 BY 1
084400         UNTIL WS-SUB > 4.
084500     WRITE CUSTOMER-GROUP-RECORD.
084600 3610-ADD-GROUP-EXIT.
084700     EXIT.
084800***************************************************************
084900*    3615-REQUIRE-ONE-TYPE-LIMIT                               *
085000***************************************************************
085100 3615-REQUIRE-ONE-TYPE-LIMIT.
085200     IF ENTM-TYPE-LIMIT-X(WS-SUB) NOT NUMERIC
085300         MOVE 'TLNN' TO WS-REJECT-REASON
085400     END-IF.
085500 3615-REQUIRE-ONE-TYPE-LIMIT-EXIT.
085600     EXIT.
085700***************************************************************
085800*    3630-LOAD-ONE-GROUP-LIMIT  --  OLD FROM THE GROUP, NEW    *
085900*    FROM THE TRANSACTION WHERE SUPPLIED.                      *
086000***************************************************************
086100 3630-LOAD-ONE-GROUP-LIMIT.
086200     MOVE CGRP-TYPE-LIMIT(WS-SUB) TO WS-OLD-TYPE-LIMIT(WS-SUB).
086300     IF ENTM-TYPE-LIMIT-X(WS-SUB) NUMERIC
086400         MOVE ENTM-TYPE-LIMIT(WS-SUB)
086500             TO WS-NEW-TYPE-LIMIT(WS-SUB)
086600     ELSE
086700         MOVE CGRP-TYPE-LIMIT(WS-SUB)
086800             TO WS-NEW-TYPE-LIMIT(WS-SUB)
086900     END-IF.
087000 3630-LOAD-ONE-GROUP-LIMIT-EXIT.
087100     EXIT.
087200***************************************************************
087300*    3640-STORE-ONE-GROUP-LIMIT  --  A NEW GROUP ALSO STARTS   *
087400*    EACH TYPE BUCKET AT ZERO CONSUMED.                        *
087500***************************************************************
087600 3640-STORE-ONE-GROUP-LIMIT.
087700     MOVE WS-NEW-TYPE-LIMIT(WS-SUB) TO CGRP-TYPE-LIMIT(WS-SUB).
087800     IF WS-GROUP-NOT-FOUND
087900         MOVE ZERO TO CGRP-TYPE-CONSUMED(WS-SUB)
088000     END-IF.
088100 3640-STORE-ONE-GROUP-LIMIT-EXIT.
088200     EXIT.
088300***************************************************************
088400*    3700-LINK-ACCOUNT  --  PUTS AN OPEN ACCOUNT UNDER A GROUP *
088500*    ON FILE.  AN ACCOUNT ALREADY IN A GROUP IS NOT MOVED      *
088600*    SILENTLY -- THE DESK UNLINKS IT FIRST (ULK), WHICH IS     *
088700*    THE STEP THAT NEEDS THE SECOND APPROVER.  THE ACCOUNT'S   *
088800*    APPROVALS COUNT AGAINST THE GROUP FROM THE NEXT ONE ON;   *
088900*    WHAT IT CONSUMED EARLIER THE SAME DAY IS NOT CARRIED IN.  *
089000***************************************************************
089100 3700-LINK-ACCOUNT.
089200     IF WS-RECORD-NOT-FOUND
089300         MOVE 'NFND' TO WS-REJECT-REASON
089400         GO TO 3700-LINK-ACCOUNT-EXIT
089500     END-IF.
089600     IF ENTL-STATUS-CLOSED
089700         MOVE 'CLSD' TO WS-REJECT-REASON
089800         GO TO 3700-LINK-ACCOUNT-EXIT
089900     END-IF.
090000     MOVE ENTL-DAILY-LIMIT TO WS-OLD-DAILY-LIMIT
090100                              WS-NEW-DAILY-LIMIT.
090200     IF NOT ENTL-NOT-GROUPED
090300         MOVE 'LNKD' TO WS-REJECT-REASON
090400         GO TO 3700-LINK-ACCOUNT-EXIT
090500     END-IF.
090600     MOVE ENTM-GROUP-ID TO CGRP-GROUP-ID.
090700     MOVE 'Y' TO WS-GROUP-FOUND-SW.
090800     READ CUST-GROUP-FILE
090900         INVALID KEY
091000             MOVE 'N' TO WS-GROUP-FOUND-SW
091100     END-READ.
091200     IF WS-GROUP-NOT-FOUND
091300         MOVE 'GNFD' TO WS-REJECT-REASON
091400         GO TO 3700-LINK-ACCOUNT-EXIT
091500     END-IF.
091600     MOVE ENTM-GROUP-ID TO ENTL-GROUP-ID.
091700     REWRITE ENTITLEMENT-MASTER-RECORD.
091800     ADD 1 TO CGRP-MEMBER-COUNT.
091900     REWRITE CUSTOMER-GROUP-RECORD.
092000 3700-LINK-ACCOUNT-EXIT.
092100     EXIT.
092200***************************************************************
092300*    3800-UNLINK-ACCOUNT  --  TAKES THE ACCOUNT OUT OF ITS     *
092400*    GROUP.  THAT LIFTS THE AGGREGATE CAP OFF IT, SO IT ALWAYS *
092500*    NEEDS AN APPROVER DISTINCT FROM THE REQUESTOR, WHATEVER   *
092600*    THE THRESHOLD.  THE AUDIT ROW CARRIES THE GROUP THE       *
092700*    ACCOUNT LEFT.  A GROUP ROW SINCE REMOVED DOES NOT STOP    *
092800*    THE UNLINK.                                               *
092900***************************************************************
093000 3800-UNLINK-ACCOUNT.
093100     IF WS-RECORD-NOT-FOUND
093200         MOVE 'NFND' TO WS-REJECT-REASON
093300         GO TO 3800-UNLINK-ACCOUNT-EXIT
093400     END-IF.
093500     MOVE ENTL-DAILY-LIMIT TO WS-OLD-DAILY-LIMIT
093600                              WS-NEW-DAILY-LIMIT.
093700     IF ENTL-NOT-GROUPED
093800         MOVE 'NLNK' TO WS-REJECT-REASON
093900         GO TO 3800-UNLINK-ACCOUNT-EXIT
094000     END-IF.
094100     MOVE ENTL-GROUP-ID TO WS-AUDIT-GROUP-ID.
094200     IF ENTM-APPROVED-BY = SPACES
094300         OR ENTM-APPROVED-BY = ENTM-REQUESTED-BY
094400         MOVE 'APPV' TO WS-REJECT-REASON
094500         GO TO 3800-UNLINK-ACCOUNT-EXIT
094600     END-IF.
094700     MOVE ENTL-GROUP-ID TO CGRP-GROUP-ID.
094800     MOVE SPACES TO ENTL-GROUP-ID.
094900     REWRITE ENTITLEMENT-MASTER-RECORD.
095000     READ CUST-GROUP-FILE
095100         INVALID KEY
095200             GO TO 3800-UNLINK-ACCOUNT-EXIT
095300     END-READ.
095400     IF CGRP-MEMBER-COUNT > ZERO
095500         SUBTRACT 1 FROM CGRP-MEMBER-COUNT
095600     END-IF.
095700     REWRITE CUSTOMER-GROUP-RECORD.
095800 3800-UNLINK-ACCOUNT-EXIT.
095900     EXIT.
096000***************************************************************
096100*    4000-WRITE-CHANGE-AUDIT  --  EVERY TRANSACTION, APPLIED   *
096200*    OR REJECTED, LEAVES AN AUDIT ROW: WHO ASKED, WHO          *
096300*    APPROVED, WHAT THE DAILY LIMIT WAS AND BECAME.            *
096400***************************************************************
096500 4000-WRITE-CHANGE-AUDIT.
096600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
096700     ACCEPT WS-CURRENT-TIME FROM TIME.
096800     MOVE WS-CURRENT-DATE     TO EAUD-TS-DATE.
096900     MOVE WS-CURRENT-TIME     TO EAUD-TS-TIME.
097000     MOVE ENTM-ACTION         TO EAUD-ACTION.
097100     MOVE ENTM-SOURCE         TO EAUD-SOURCE.
097200     MOVE ENTM-ACCOUNT        TO EAUD-ACCOUNT.
097300     MOVE WS-OLD-DAILY-LIMIT  TO EAUD-OLD-DAILY-LIMIT.
097400     MOVE WS-NEW-DAILY-LIMIT  TO EAUD-NEW-DAILY-LIMIT.
097500     MOVE ENTM-REQUESTED-BY   TO EAUD-REQUESTED-BY.
097600     MOVE ENTM-APPROVED-BY    TO EAUD-APPROVED-BY.
097700     IF WS-REJECT-REASON = SPACES
097800         SET EAUD-APPLIED TO TRUE
097900     ELSE
098000         SET EAUD-REJECTED TO TRUE
098100     END-IF.
098200     MOVE WS-REJECT-REASON    TO EAUD-REJECT-REASON.
098300     MOVE WS-AUDIT-GROUP-ID   TO EAUD-GROUP-ID.
098400     WRITE ENT-AUDIT-RECORD.
098500 4000-WRITE-CHANGE-AUDIT-EXIT.
098600     EXIT.
098700***************************************************************
098800*    4100-REPORT-REJECTED-TXN                                  *
098900***************************************************************
099000 4100-REPORT-REJECTED-TXN.
099100     MOVE SPACES TO ENT-REPORT-LINE.
099200     STRING 'REJECTED ' ENTM-ACTION
099300         ' ' ENTM-SOURCE
099400         '/' ENTM-ACCOUNT
099500         '  GROUP=' ENTM-GROUP-ID
099600         '  REASON=' WS-REJECT-REASON
099700         '  REQUESTED-BY=' ENTM-REQUESTED-BY
099800         DELIMITED BY SIZE INTO ENT-REPORT-LINE.
099900     WRITE ENT-REPORT-LINE.
100000 4100-REPORT-REJECTED-TXN-EXIT.
100100     EXIT.
100200***************************************************************
100300*    8000-TERMINATE                                            *
100400***************************************************************
100500 8000-TERMINATE.
100600     MOVE SPACES TO ENT-REPORT-LINE.
100700     WRITE ENT-REPORT-LINE.
100800     MOVE WS-APPLIED-COUNT TO WS-REPORT-NUMERIC-EDIT.
100900     STRING 'TRANSACTIONS APPLIED  : ' WS-REPORT-NUMERIC-EDIT
101000         DELIMITED BY SIZE INTO ENT-REPORT-LINE.
101100     WRITE ENT-REPORT-LINE.
101200     MOVE SPACES TO ENT-REPORT-LINE.
101300     MOVE WS-REJECTED-COUNT TO WS-REPORT-NUMERIC-EDIT.
101400     STRING 'TRANSACTIONS REJECTED : ' WS-REPORT-NUMERIC-EDIT
101500         DELIMITED BY SIZE INTO ENT-REPORT-LINE.
101600     WRITE ENT-REPORT-LINE.
101700     IF NOT WS-PARM-IN-ERROR
101800         CLOSE ENT-MAINT-IN-FILE
101900         CLOSE ENTL-MASTER-FILE
102000         CLOSE CUST-GROUP-FILE
102100         CLOSE ENT-AUDIT-FILE
102200     END-IF.
102300     CLOSE ENT-REPORT-FILE.
102400     EVALUATE TRUE
102500         WHEN WS-PARM-IN-ERROR
102600             MOVE 8 TO RETURN-CODE
102700         WHEN WS-REJECTED-COUNT > ZERO
102800             MOVE 4 TO RETURN-CODE
102900         WHEN OTHER
103000             MOVE 0 TO RETURN-CODE
103100     END-EVALUATE.
103200 8000-TERMINATE-EXIT.
103300     EXIT.
