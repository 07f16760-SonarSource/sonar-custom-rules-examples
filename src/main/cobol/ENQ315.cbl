000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ENQ315.
000300 AUTHOR.        D L MERCER.
000400 INSTALLATION.  DAILY PROCESSING.
000500 DATE-WRITTEN.  2026-10-14.
000600 DATE-COMPILED.
000700***************************************************************
000800*                                                              *
000900*   ENQ315  --  ACCOUNT-HOLD MASTER CONTROLLED MAINTENANCE     *
001000*                                                              *
001100*   THE ONLY STOP ON AN ACCOUNT USED TO BE AN ENQ265 CLOSE,    *
001200*   WHICH IS PERMANENT AND SENDS EVERY LATER ITEM TO           *
001300*   SUSPENSE AS CLSD.  LEGAL HOLDS AND FRAUD FREEZES ARE       *
001400*   TEMPORARY, SO THEY LIVE ON THEIR OWN KSDS (HOLDMSTR,       *
001500*   COPYBOOK ACCTHOLD) AND ENQ200 DIVERTS A HELD ACCOUNT'S     *
001600*   ITEMS TO THE HELD-ITEM KSDS UNTIL ENQ320 RELEASES THEM.    *
001700*   THIS PROGRAM APPLIES A BATCH OF HOLD TRANSACTIONS          *
001800*   (HOLDMNIN) TO THE HOLD MASTER, VALIDATES EVERY FIELD       *
001900*   BEFORE IT LANDS, AND WRITES ITS OWN CHANGE-AUDIT TRAIL     *
002000*   (HOLDAUD) AND REPORT (HOLDMRPT) -- THE SAME CONTROLS       *
002100*   ENQ265 PUTS ON THE ENTITLEMENT MASTER.                     *
002200*                                                              *
002300*   HOLD TRANSACTION:  ACTION ('PLC'/'CHG'/'LFT'), SOURCE +    *
002400*   ACCOUNT (THE HOLD KEY -- A BLANK SOURCE HOLDS THE          *
002500*   ACCOUNT ACROSS EVERY SOURCE), REASON CODE AND TEXT,        *
002600*   START AND EXPIRY DATES, PLUS REQUESTED-BY AND              *
002700*   APPROVED-BY.  THE REQUESTOR OF A PLC IS RECORDED AS THE    *
002800*   PERSON WHO PLACED THE HOLD.                                *
002900*                                                              *
003000*     PLC  PLACES A HOLD.  A ZERO OR BLANK START DATE MEANS    *
003100*          THE PARM BUSINESS DATE; A ZERO OR BLANK EXPIRY      *
003200*          MEANS UNTIL LIFTED.  A LIFTED ROW ON THE SAME KEY   *
003300*          IS REPLACED; AN ACTIVE ONE IS NOT (HELD).           *
003400*     CHG  CHANGES AN ACTIVE HOLD'S REASON, TEXT OR EXPIRY.    *
003500*          A BLANK FIELD KEEPS THE CURRENT VALUE.              *
003600*     LFT  LIFTS AN ACTIVE HOLD.  THE ROW STAYS ON FILE,       *
003700*          STATUS 'L', WITH WHO LIFTED IT AND WHEN.            *
003800*                                                              *
003900*   APPROVAL:  PLACING A HOLD, OR LENGTHENING ONE, ONLY STOPS  *
004000*   MONEY MOVING AND NEEDS NO APPROVER.  LIFTING A HOLD, OR    *
004100*   BRINGING ITS EXPIRY FORWARD (INCLUDING SETTING ONE ON AN   *
004200*   UNTIL-LIFTED HOLD), LETS HELD ITEMS THROUGH, SO IT ALWAYS  *
004300*   NEEDS A SECOND APPROVER DISTINCT FROM THE REQUESTOR --     *
004400*   THE SAME RULE ENQ265 APPLIES TO A GROUP UNLINK.            *
004500*                                                              *
004600*   PARM:  THE BUSINESS DATE (YYYYMMDD), E.G.                  *
004700*   PARM='20261014'.  NO DEFAULT; AN OMITTED OR NON-NUMERIC    *
004800*   PARM IS A HARD STOP (RC=8, NOTHING APPLIED).               *
004900*                                                              *
005000*   PER-TRANSACTION REJECT REASONS:                            *
005100*       ACTI  ACTION UNRECOGNIZED     ACCB  ACCOUNT BLANK      *
005200*       RQBB  REQUESTED-BY BLANK      RSNI  REASON CODE NOT    *
005300*       STDT  START DATE NOT                LEGL/FRAU/OTHR     *
005400*             NUMERIC                 EXDT  EXPIRY NOT         *
005500*       NACC  SOURCE/ACCOUNT NOT ON         NUMERIC, OR        *
005600*             THE ENTITLEMENT MASTER        BEFORE START       *
005700*       HELD  PLC OF A KEY ALREADY    NFND  CHG/LFT KEY NOT    *
005800*             UNDER AN ACTIVE HOLD          ON FILE            *
005900*       LFTD  CHG/LFT OF A HOLD       APPV  SECOND APPROVER    *
006000*             ALREADY LIFTED                MISSING OR SAME    *
006100*                                           AS REQUESTOR       *
006200*                                                              *
006300*   RETURN CODES:  0 = EVERY TRANSACTION APPLIED;  4 = SOME    *
006400*   REJECTED;  8 = BAD PARM, NOTHING APPLIED.                  *
006500*                                                              *
006600*   MODIFICATION HISTORY                                       *
006700*   DATE       INIT  DESCRIPTION                               *
006800*   ---------- ----  ------------------------------------------*
006900*   2026-10-14 DLM   ORIGINAL VERSION.                         *
007000*                                                              *
007100***************************************************************
007200 ENVIRONMENT DIVISION.
007300 CONFIGURATION SECTION.
007400 SOURCE-COMPUTER.   IBM-Z15.
007500 OBJECT-COMPUTER.   IBM-Z15.
007600 INPUT-OUTPUT SECTION.
007700 FILE-CONTROL.
007800     SELECT HOLD-MAINT-IN-FILE
007900         ASSIGN TO HOLDMNIN
008000         ORGANIZATION IS SEQUENTIAL.
008100
008200     SELECT ACCOUNT-HOLD-FILE
008300         ASSIGN TO HOLDMSTR
008400         ORGANIZATION IS INDEXED
008500         ACCESS MODE IS DYNAMIC
008600         RECORD KEY IS HOLD-KEY
008700         FILE STATUS IS HOLD-FILE-STATUS.
008800
008900     SELECT ENTL-MASTER-FILE
009000         ASSIGN TO ENTLMSTR
009100         ORGANIZATION IS INDEXED
009200         ACCESS MODE IS DYNAMIC
009300         RECORD KEY IS ENTL-KEY
009400         FILE STATUS IS ENTL-FILE-STATUS.
009500
009600     SELECT HOLD-AUDIT-FILE
009700         ASSIGN TO HOLDAUD
009800         ORGANIZATION IS SEQUENTIAL.
009900
010000     SELECT HOLD-REPORT-FILE
010100         ASSIGN TO HOLDMRPT
010200         ORGANIZATION IS SEQUENTIAL.
010300 DATA DIVISION.
010400 FILE SECTION.
010500 FD  HOLD-MAINT-IN-FILE
010600     RECORDING MODE IS F.
010700 01  HOLD-MAINT-RECORD.
010800     05  HLDM-ACTION                 PIC X(03).
010900         88  HLDM-ACTION-PLACE           VALUE 'PLC'.
011000         88  HLDM-ACTION-CHANGE          VALUE 'CHG'.
011100         88  HLDM-ACTION-LIFT            VALUE 'LFT'.
011200         88  HLDM-ACTION-VALID
011300             VALUES 'PLC' 'CHG' 'LFT'.
011400     05  HLDM-SOURCE                 PIC X(08).
011500     05  HLDM-ACCOUNT                PIC X(06).
011600     05  HLDM-REASON-CODE            PIC X(04).
011700     05  HLDM-REASON-TEXT            PIC X(30).
011800     05  HLDM-START-DATE             PIC 9(08).
011900     05  HLDM-START-DATE-X REDEFINES HLDM-START-DATE
012000                                     PIC X(08).
012100     05  HLDM-EXPIRY-DATE            PIC 9(08).
012200     05  HLDM-EXPIRY-DATE-X REDEFINES HLDM-EXPIRY-DATE
012300                                     PIC X(08).
012400     05  HLDM-REQUESTED-BY           PIC X(08).
012500     05  HLDM-APPROVED-BY            PIC X(08).
012600     05  FILLER                      PIC X(17).
012700
012800 FD  ACCOUNT-HOLD-FILE.
012900 COPY ACCTHOLD.
013000
013100 FD  ENTL-MASTER-FILE.
013200 COPY ENTLREC.
013300
013400 FD  HOLD-AUDIT-FILE
013500     RECORDING MODE IS F.
013600 01  HOLD-AUDIT-RECORD.
013700     05  HAUD-TS-DATE                PIC 9(08).
013800     05  HAUD-TS-TIME                PIC 9(06).
013900     05  HAUD-ACTION                 PIC X(03).
014000     05  HAUD-SOURCE                 PIC X(08).
014100     05  HAUD-ACCOUNT                PIC X(06).
014200     05  HAUD-REASON-CODE            PIC X(04).
014300     05  HAUD-START-DATE             PIC 9(08).
014400     05  HAUD-OLD-EXPIRY-DATE        PIC 9(08).
014500     05  HAUD-NEW-EXPIRY-DATE        PIC 9(08).
014600     05  HAUD-REQUESTED-BY           PIC X(08).
014700     05  HAUD-APPROVED-BY            PIC X(08).
014800     05  HAUD-RESULT                 PIC X(01).
014900         88  HAUD-APPLIED                VALUE 'A'.
015000         88  HAUD-REJECTED               VALUE 'R'.
015100     05  HAUD-REJECT-REASON          PIC X(04).
015200     05  FILLER                      PIC X(20).
015300
015400 FD  HOLD-REPORT-FILE
015500     RECORDING MODE IS F.
015600 01  HOLD-REPORT-LINE               PIC X(132).
015700
015800 WORKING-STORAGE SECTION.
015900***************************************************************
016000*    FILE STATUS AND END-OF-FILE SWITCHES                      *
016100***************************************************************
016200 77  HOLD-FILE-STATUS                PIC X(02)  VALUE '00'.
016300 77  ENTL-FILE-STATUS                PIC X(02)  VALUE '00'.
016400 77  HLDM-EOF-SW                     PIC X(01)  VALUE 'N'.
016500     88  HLDM-AT-EOF                     VALUE 'Y'.
016600 77  WS-RECORD-FOUND-SW              PIC X(01)  VALUE 'N'.
016700     88  WS-RECORD-FOUND                 VALUE 'Y'.
016800     88  WS-RECORD-NOT-FOUND             VALUE 'N'.
016900***************************************************************
017000*    PARM VALIDATION AND THE BUSINESS DATE                     *
017100***************************************************************
017200 77  WS-PARM-ERROR-SW                PIC X(01)  VALUE 'N'.
017300     88  WS-PARM-IN-ERROR                VALUE 'Y'.
017400 77  WS-BUSINESS-DATE                PIC 9(08)  VALUE ZERO.
017500***************************************************************
017600*    PER-TRANSACTION VALIDATION AND APPROVAL STATE             *
017700***************************************************************
017800 77  WS-REJECT-REASON                PIC X(04)  VALUE SPACES.
017900 77  WS-APPROVAL-NEEDED-SW           PIC X(01)  VALUE 'N'.
018000     88  WS-APPROVAL-NEEDED              VALUE 'Y'.
018100 77  WS-START-DATE                   PIC 9(08)  VALUE ZERO.
018200 77  WS-OLD-EXPIRY-DATE              PIC 9(08)  VALUE ZERO.
018300 77  WS-NEW-EXPIRY-DATE              PIC 9(08)  VALUE ZERO.
018400***************************************************************
018500*    COUNTERS, TIMESTAMP AND EDIT FIELDS                       *
018600***************************************************************
018700 77  WS-APPLIED-COUNT                PIC 9(09) COMP VALUE ZERO.
018800 77  WS-REJECTED-COUNT               PIC 9(09) COMP VALUE ZERO.
018900 01  WS-CURRENT-DATE-TIME.
019000     05  WS-CURRENT-DATE             PIC 9(08).
019100     05  WS-CURRENT-TIME             PIC 9(06).
019200 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZ,ZZZ,ZZ9.
019300 01  WS-START-DATE-EDIT              PIC 9999/99/99.
019400 01  WS-EXPIRY-DATE-EDIT             PIC 9999/99/99.
019500 LINKAGE SECTION.
019600***************************************************************
019700*    JOB-STEP PARM -- THE BUSINESS DATE.  NO DEFAULT.          *
019800***************************************************************
019900 01  LK-PARM-ARGS.
020000     05  LK-PARM-LEN                 PIC S9(04) COMP.
020100     05  LK-PARM-DATE-TEXT           PIC X(08).
020200 PROCEDURE DIVISION USING LK-PARM-ARGS.
020300***************************************************************
020400*    0000-MAINLINE                                             *
020500***************************************************************
020600 0000-MAINLINE.
020700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
020800     PERFORM 2000-APPLY-ONE-TRANSACTION
020900         THRU 2000-APPLY-ONE-TRANSACTION-EXIT
021000         UNTIL HLDM-AT-EOF.
021100     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
021200     GOBACK.
021300***************************************************************
021400*    1000-INITIALIZE  --  VALIDATE THE PARM, OPEN FILES,       *
021500*    WRITE THE REPORT HEADING AND PRIME THE FIRST READ.  A     *
021600*    BAD PARM STOPS THE RUN BEFORE A SINGLE TRANSACTION IS     *
021700*    READ.                                                     *
021800***************************************************************
021900 1000-INITIALIZE.
022000     OPEN OUTPUT HOLD-REPORT-FILE.
022100     MOVE 'ENQ315 ACCOUNT-HOLD MASTER MAINTENANCE REPORT'
022200         TO HOLD-REPORT-LINE.
022300     WRITE HOLD-REPORT-LINE.
022400     MOVE SPACES TO HOLD-REPORT-LINE.
022500     WRITE HOLD-REPORT-LINE.
022600     IF LK-PARM-LEN < 8
022700         OR LK-PARM-DATE-TEXT NOT NUMERIC
022800         SET WS-PARM-IN-ERROR TO TRUE
022900         MOVE 'PARM BUSINESS DATE MISSING OR NOT NUMERIC --'
023000             TO HOLD-REPORT-LINE
023100         WRITE HOLD-REPORT-LINE
023200         MOVE 'NOTHING APPLIED.'
023300             TO HOLD-REPORT-LINE
023400         WRITE HOLD-REPORT-LINE
023500         SET HLDM-AT-EOF TO TRUE
023600         GO TO 1000-INITIALIZE-EXIT
023700     END-IF.
023800     MOVE LK-PARM-DATE-TEXT TO WS-BUSINESS-DATE.
023900     OPEN INPUT  HOLD-MAINT-IN-FILE.
024000     OPEN I-O    ACCOUNT-HOLD-FILE.
024100     OPEN INPUT  ENTL-MASTER-FILE.
024200     OPEN OUTPUT HOLD-AUDIT-FILE.
024300     READ HOLD-MAINT-IN-FILE
024400         AT END
024500             SET HLDM-AT-EOF TO TRUE
024600     END-READ.
024700 1000-INITIALIZE-EXIT.
024800     EXIT.
024900***************************************************************
025000*    2000-APPLY-ONE-TRANSACTION  --  VALIDATE, APPLY OR        *
025100*    REJECT, AUDIT AND REPORT EITHER WAY.                      *
025200***************************************************************
025300 2000-APPLY-ONE-TRANSACTION.
025400     MOVE SPACES TO WS-REJECT-REASON.
025500     MOVE ZERO TO WS-START-DATE
025600                  WS-OLD-EXPIRY-DATE
025700                  WS-NEW-EXPIRY-DATE.
025800     PERFORM 2100-VALIDATE-TRANSACTION
025900         THRU 2100-VALIDATE-TRANSACTION-EXIT.
026000     IF WS-REJECT-REASON = SPACES
026100         PERFORM 3000-APPLY-TO-MASTER
026200             THRU 3000-APPLY-TO-MASTER-EXIT
026300     END-IF.
026400     IF WS-REJECT-REASON = SPACES
026500         ADD 1 TO WS-APPLIED-COUNT
026600         PERFORM 4200-REPORT-APPLIED-TXN
026700             THRU 4200-REPORT-APPLIED-TXN-EXIT
026800     ELSE
026900         ADD 1 TO WS-REJECTED-COUNT
027000         PERFORM 4100-REPORT-REJECTED-TXN
027100             THRU 4100-REPORT-REJECTED-TXN-EXIT
027200     END-IF.
027300     PERFORM 4000-WRITE-CHANGE-AUDIT
027400         THRU 4000-WRITE-CHANGE-AUDIT-EXIT.
027500     READ HOLD-MAINT-IN-FILE
027600         AT END
027700             SET HLDM-AT-EOF TO TRUE
027800     END-READ.
027900 2000-APPLY-ONE-TRANSACTION-EXIT.
028000     EXIT.
028100***************************************************************
028200*    2100-VALIDATE-TRANSACTION  --  EVERYTHING THAT CAN BE     *
028300*    CHECKED BEFORE TOUCHING THE MASTER.  ON A CHG A FIELD     *
028400*    OF SPACES MEANS KEEP THE CURRENT VALUE, SO ONLY A         *
028500*    SUPPLIED FIELD IS EDITED.  A SOURCE-SPECIFIC HOLD MUST    *
028600*    NAME AN ACCOUNT ON THE ENTITLEMENT MASTER; AN ALL-        *
028700*    SOURCES HOLD (BLANK SOURCE) CANNOT BE CHECKED THAT WAY.   *
028800***************************************************************
028900 2100-VALIDATE-TRANSACTION.
029000     IF NOT HLDM-ACTION-VALID
029100         MOVE 'ACTI' TO WS-REJECT-REASON
029200         GO TO 2100-VALIDATE-TRANSACTION-EXIT
029300     END-IF.
029400     IF HLDM-ACCOUNT = SPACES
029500         MOVE 'ACCB' TO WS-REJECT-REASON
029600         GO TO 2100-VALIDATE-TRANSACTION-EXIT
029700     END-IF.
029800     IF HLDM-REQUESTED-BY = SPACES
029900         MOVE 'RQBB' TO WS-REJECT-REASON
030000         GO TO 2100-VALIDATE-TRANSACTION-EXIT
030100     END-IF.
030200     IF HLDM-ACTION-LIFT
030300         GO TO 2100-VALIDATE-TRANSACTION-EXIT
030400     END-IF.
030500     IF HLDM-REASON-CODE NOT = SPACES
030600         OR HLDM-ACTION-PLACE
030700         MOVE HLDM-REASON-CODE TO HOLD-REASON-CODE
030800         IF NOT HOLD-REASON-VALID
030900             MOVE 'RSNI' TO WS-REJECT-REASON
031000             GO TO 2100-VALIDATE-TRANSACTION-EXIT
031100         END-IF
031200     END-IF.
031300     IF HLDM-ACTION-PLACE
031400         IF HLDM-START-DATE-X = SPACES
031500             MOVE ZERO TO HLDM-START-DATE
031600         END-IF
031700         IF HLDM-START-DATE-X NOT NUMERIC
031800             MOVE 'STDT' TO WS-REJECT-REASON
031900             GO TO 2100-VALIDATE-TRANSACTION-EXIT
032000         END-IF
032100         IF HLDM-EXPIRY-DATE-X = SPACES
032200             MOVE ZERO TO HLDM-EXPIRY-DATE
032300         END-IF
032400     END-IF.
032500     IF HLDM-EXPIRY-DATE-X NOT NUMERIC
032600         AND HLDM-EXPIRY-DATE-X NOT = SPACES
032700         MOVE 'EXDT' TO WS-REJECT-REASON
032800         GO TO 2100-VALIDATE-TRANSACTION-EXIT
032900     END-IF.
033000     IF HLDM-ACTION-PLACE
033100         AND HLDM-SOURCE NOT = SPACES
033200         MOVE HLDM-SOURCE  TO ENTL-KEY-SOURCE
033300         MOVE HLDM-ACCOUNT TO ENTL-KEY-ACCOUNT
033400         READ ENTL-MASTER-FILE
033500             INVALID KEY
033600                 MOVE 'NACC' TO WS-REJECT-REASON
033700         END-READ
033800     END-IF.
033900 2100-VALIDATE-TRANSACTION-EXIT.
034000     EXIT.
034100***************************************************************
034200*    3000-APPLY-TO-MASTER  --  KEYED READ, THEN ROUTE BY       *
034300*    ACTION.                                                   *
034400***************************************************************
034500 3000-APPLY-TO-MASTER.
034600     MOVE HLDM-SOURCE  TO HOLD-SOURCE.
034700     MOVE HLDM-ACCOUNT TO HOLD-ACCOUNT.
034800     MOVE 'Y' TO WS-RECORD-FOUND-SW.
034900     READ ACCOUNT-HOLD-FILE
035000         INVALID KEY
035100             MOVE 'N' TO WS-RECORD-FOUND-SW
035200     END-READ.
035300     EVALUATE TRUE
035400         WHEN HLDM-ACTION-PLACE
035500             PERFORM 3100-PLACE-HOLD
035600                 THRU 3100-PLACE-HOLD-EXIT
035700         WHEN HLDM-ACTION-CHANGE
035800             PERFORM 3200-CHANGE-HOLD
035900                 THRU 3200-CHANGE-HOLD-EXIT
036000         WHEN HLDM-ACTION-LIFT
036100             PERFORM 3300-LIFT-HOLD
036200                 THRU 3300-LIFT-HOLD-EXIT
036300     END-EVALUATE.
036400 3000-APPLY-TO-MASTER-EXIT.
036500     EXIT.
036600***************************************************************
036700*    3100-PLACE-HOLD  --  A NEW HOLD, OR A NEW HOLD OVER A     *
036800*    LIFTED ROW ON THE SAME KEY (REWRITTEN IN PLACE; THE OLD   *
036900*    HOLD'S HISTORY IS ON THE AUDIT TRAIL).  AN ACTIVE HOLD    *
037000*    IS NOT OVERLAID -- CHANGE IT OR LIFT IT FIRST.            *
037100***************************************************************
037200 3100-PLACE-HOLD.
037300     IF WS-RECORD-FOUND
037400         AND HOLD-IS-ACTIVE
037500         MOVE 'HELD' TO WS-REJECT-REASON
037600         GO TO 3100-PLACE-HOLD-EXIT
037700     END-IF.
037800     MOVE HLDM-START-DATE TO WS-START-DATE.
037900     IF WS-START-DATE = ZERO
038000         MOVE WS-BUSINESS-DATE TO WS-START-DATE
038100     END-IF.
038200     MOVE HLDM-EXPIRY-DATE TO WS-NEW-EXPIRY-DATE.
038300     IF WS-NEW-EXPIRY-DATE NOT = ZERO
038400         AND WS-NEW-EXPIRY-DATE < WS-START-DATE
038500         MOVE 'EXDT' TO WS-REJECT-REASON
038600         GO TO 3100-PLACE-HOLD-EXIT
038700     END-IF.
038800     MOVE SPACES            TO ACCOUNT-HOLD-RECORD.
038900     MOVE HLDM-SOURCE       TO HOLD-SOURCE.
039000     MOVE HLDM-ACCOUNT      TO HOLD-ACCOUNT.
039100     SET HOLD-IS-ACTIVE TO TRUE.
039200     MOVE HLDM-REASON-CODE  TO HOLD-REASON-CODE.
039300     MOVE HLDM-REASON-TEXT  TO HOLD-REASON-TEXT.
039400     MOVE WS-START-DATE     TO HOLD-START-DATE.
039500     MOVE WS-NEW-EXPIRY-DATE TO HOLD-EXPIRY-DATE.
039600     MOVE HLDM-REQUESTED-BY TO HOLD-PLACED-BY.
039700     MOVE HLDM-APPROVED-BY  TO HOLD-APPROVED-BY.
039800     MOVE WS-BUSINESS-DATE  TO HOLD-PLACED-DATE.
039900     MOVE ZERO              TO HOLD-LIFTED-DATE.
040000     IF WS-RECORD-FOUND
040100         REWRITE ACCOUNT-HOLD-RECORD
040200     ELSE
040300         WRITE ACCOUNT-HOLD-RECORD
040400     END-IF.
040500 3100-PLACE-HOLD-EXIT.
040600     EXIT.
040700***************************************************************
040800*    3200-CHANGE-HOLD  --  SUPPLIED FIELDS REPLACE THE         *
040900*    MASTER'S.  AN EXPIRY THAT ENDS THE HOLD SOONER THAN IT    *
041000*    WOULD HAVE ENDED NEEDS THE SECOND APPROVER (3500).        *
041100***************************************************************
041200 3200-CHANGE-HOLD.
041300     IF WS-RECORD-NOT-FOUND
041400         MOVE 'NFND' TO WS-REJECT-REASON
041500         GO TO 3200-CHANGE-HOLD-EXIT
041600     END-IF.
041700     IF HOLD-IS-LIFTED
041800         MOVE 'LFTD' TO WS-REJECT-REASON
041900         GO TO 3200-CHANGE-HOLD-EXIT
042000     END-IF.
042100     MOVE HOLD-START-DATE  TO WS-START-DATE.
042200     MOVE HOLD-EXPIRY-DATE TO WS-OLD-EXPIRY-DATE
042300                              WS-NEW-EXPIRY-DATE.
042400     IF HLDM-EXPIRY-DATE-X NOT = SPACES
042500         MOVE HLDM-EXPIRY-DATE TO WS-NEW-EXPIRY-DATE
042600     END-IF.
042700     IF WS-NEW-EXPIRY-DATE NOT = ZERO
042800         AND WS-NEW-EXPIRY-DATE < WS-START-DATE
042900         MOVE 'EXDT' TO WS-REJECT-REASON
043000         GO TO 3200-CHANGE-HOLD-EXIT
043100     END-IF.
043200     MOVE 'N' TO WS-APPROVAL-NEEDED-SW.
043300     IF WS-NEW-EXPIRY-DATE NOT = ZERO
043400         AND (WS-OLD-EXPIRY-DATE = ZERO
043500              OR WS-NEW-EXPIRY-DATE < WS-OLD-EXPIRY-DATE)
043600         SET WS-APPROVAL-NEEDED TO TRUE
043700     END-IF.
043800     PERFORM 3500-CHECK-DUAL-APPROVAL
043900         THRU 3500-CHECK-DUAL-APPROVAL-EXIT.
044000     IF WS-REJECT-REASON NOT = SPACES
044100         GO TO 3200-CHANGE-HOLD-EXIT
044200     END-IF.
044300     IF HLDM-REASON-CODE NOT = SPACES
044400         MOVE HLDM-REASON-CODE TO HOLD-REASON-CODE
044500     END-IF.
044600     IF HLDM-REASON-TEXT NOT = SPACES
044700         MOVE HLDM-REASON-TEXT TO HOLD-REASON-TEXT
044800     END-IF.
044900     MOVE WS-NEW-EXPIRY-DATE TO HOLD-EXPIRY-DATE.
045000     REWRITE ACCOUNT-HOLD-RECORD.
045100 3200-CHANGE-HOLD-EXIT.
045200     EXIT.
045300***************************************************************
045400*    3300-LIFT-HOLD  --  STATUS TO 'L' IN PLACE, WITH WHO      *
045500*    LIFTED IT AND WHEN.  ALWAYS NEEDS THE SECOND APPROVER.    *
045600*    THE HELD ITEMS GO BACK INTO THE NEXT RUN THROUGH ENQ320.  *
045700***************************************************************
045800 3300-LIFT-HOLD.
045900     IF WS-RECORD-NOT-FOUND
046000         MOVE 'NFND' TO WS-REJECT-REASON
046100         GO TO 3300-LIFT-HOLD-EXIT
046200     END-IF.
046300     IF HOLD-IS-LIFTED
046400         MOVE 'LFTD' TO WS-REJECT-REASON
046500         GO TO 3300-LIFT-HOLD-EXIT
046600     END-IF.
046700     MOVE HOLD-START-DATE  TO WS-START-DATE.
046800     MOVE HOLD-EXPIRY-DATE TO WS-OLD-EXPIRY-DATE
046900                              WS-NEW-EXPIRY-DATE.
047000     SET WS-APPROVAL-NEEDED TO TRUE.
047100     PERFORM 3500-CHECK-DUAL-APPROVAL
047200         THRU 3500-CHECK-DUAL-APPROVAL-EXIT.
047300     IF WS-REJECT-REASON NOT = SPACES
047400         GO TO 3300-LIFT-HOLD-EXIT
047500     END-IF.
047600     SET HOLD-IS-LIFTED TO TRUE.
047700     MOVE HLDM-REQUESTED-BY TO HOLD-LIFTED-BY.
047800     MOVE WS-BUSINESS-DATE  TO HOLD-LIFTED-DATE.
047900     REWRITE ACCOUNT-HOLD-RECORD.
048000 3300-LIFT-HOLD-EXIT.
048100     EXIT.
048200***************************************************************
048300*    3500-CHECK-DUAL-APPROVAL  --  WHERE APPROVAL IS NEEDED,   *
048400*    THE APPROVER MUST BE PRESENT AND NOT THE REQUESTOR.       *
048500***************************************************************
048600 3500-CHECK-DUAL-APPROVAL.
048700     IF WS-APPROVAL-NEEDED
048800         AND (HLDM-APPROVED-BY = SPACES
048900              OR HLDM-APPROVED-BY = HLDM-REQUESTED-BY)
049000         MOVE 'APPV' TO WS-REJECT-REASON
049100     END-IF.
049200 3500-CHECK-DUAL-APPROVAL-EXIT.
049300     EXIT.
049400***************************************************************
049500*    4000-WRITE-CHANGE-AUDIT  --  EVERY TRANSACTION, APPLIED   *
049600*    OR REJECTED, LEAVES AN AUDIT ROW: WHO ASKED, WHO          *
049700*    APPROVED, WHAT THE EXPIRY WAS AND BECAME.                 *
049800***************************************************************
049900 4000-WRITE-CHANGE-AUDIT.
050000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
050100     ACCEPT WS-CURRENT-TIME FROM TIME.
050200     MOVE SPACES              TO HOLD-AUDIT-RECORD.
050300     MOVE WS-CURRENT-DATE     TO HAUD-TS-DATE.
050400     MOVE WS-CURRENT-TIME     TO HAUD-TS-TIME.
050500     MOVE HLDM-ACTION         TO HAUD-ACTION.
050600     MOVE HLDM-SOURCE         TO HAUD-SOURCE.
050700     MOVE HLDM-ACCOUNT        TO HAUD-ACCOUNT.
050800     MOVE HLDM-REASON-CODE    TO HAUD-REASON-CODE.
050900     MOVE WS-START-DATE       TO HAUD-START-DATE.
051000     MOVE WS-OLD-EXPIRY-DATE  TO HAUD-OLD-EXPIRY-DATE.
051100     MOVE WS-NEW-EXPIRY-DATE  TO HAUD-NEW-EXPIRY-DATE.
051200     MOVE HLDM-REQUESTED-BY   TO HAUD-REQUESTED-BY.
051300     MOVE HLDM-APPROVED-BY    TO HAUD-APPROVED-BY.
051400     IF WS-REJECT-REASON = SPACES
051500         SET HAUD-APPLIED TO TRUE
051600     ELSE
051700         SET HAUD-REJECTED TO TRUE
051800     END-IF.
051900     MOVE WS-REJECT-REASON    TO HAUD-REJECT-REASON.
052000     WRITE HOLD-AUDIT-RECORD.
052100 4000-WRITE-CHANGE-AUDIT-EXIT.
052200     EXIT.
052300***************************************************************
052400*    4100-REPORT-REJECTED-TXN                                  *
052500***************************************************************
052600 4100-REPORT-REJECTED-TXN.
052700     MOVE SPACES TO HOLD-REPORT-LINE.
052800     STRING 'REJECTED ' HLDM-ACTION
052900         ' ' HLDM-SOURCE
053000         '/' HLDM-ACCOUNT
053100         '  REASON=' WS-REJECT-REASON
053200         '  REQUESTED-BY=' HLDM-REQUESTED-BY
053300         '  APPROVED-BY=' HLDM-APPROVED-BY
053400         DELIMITED BY SIZE INTO HOLD-REPORT-LINE.
053500     WRITE HOLD-REPORT-LINE.
053600 4100-REPORT-REJECTED-TXN-EXIT.
053700     EXIT.
053800***************************************************************
053900*    4200-REPORT-APPLIED-TXN  --  THE DESK READS THIS REPORT   *
054000*    TO CONFIRM A FREEZE IS IN PLACE, SO APPLIED HOLDS ARE     *
054100*    LISTED AS WELL AS REJECTS.                                *
054200***************************************************************
054300 4200-REPORT-APPLIED-TXN.
054400     MOVE SPACES TO HOLD-REPORT-LINE.
054500     MOVE HOLD-START-DATE  TO WS-START-DATE-EDIT.
054600     MOVE HOLD-EXPIRY-DATE TO WS-EXPIRY-DATE-EDIT.
054700     STRING 'APPLIED  ' HLDM-ACTION
054800         ' ' HOLD-SOURCE
054900         '/' HOLD-ACCOUNT
055000         '  HOLD=' HOLD-REASON-CODE
055100         '  STATUS=' HOLD-STATUS
055200         '  START ' WS-START-DATE-EDIT
055300         '  EXPIRY ' WS-EXPIRY-DATE-EDIT
055400         '  REQUESTED-BY=' HLDM-REQUESTED-BY
055500         '  APPROVED-BY=' HLDM-APPROVED-BY
055600         DELIMITED BY SIZE INTO HOLD-REPORT-LINE.
055700     WRITE HOLD-REPORT-LINE.
055800 4200-REPORT-APPLIED-TXN-EXIT.
055900     EXIT.
056000***************************************************************
056100*    8000-TERMINATE                                            *
056200***************************************************************
056300 8000-TERMINATE.
056400     MOVE SPACES TO HOLD-REPORT-LINE.
056500     WRITE HOLD-REPORT-LINE.
056600     MOVE WS-APPLIED-COUNT TO WS-REPORT-NUMERIC-EDIT.
056700     STRING 'TRANSACTIONS APPLIED  : ' WS-REPORT-NUMERIC-EDIT
056800         DELIMITED BY SIZE INTO HOLD-REPORT-LINE.
056900     WRITE HOLD-REPORT-LINE.
057000     MOVE SPACES TO HOLD-REPORT-LINE.
057100     MOVE WS-REJECTED-COUNT TO WS-REPORT-NUMERIC-EDIT.
057200     STRING 'TRANSACTIONS REJECTED : ' WS-REPORT-NUMERIC-EDIT
057300         DELIMITED BY SIZE INTO HOLD-REPORT-LINE.
057400     WRITE HOLD-REPORT-LINE.
057500     IF NOT WS-PARM-IN-ERROR
057600         CLOSE HOLD-MAINT-IN-FILE
057700         CLOSE ACCOUNT-HOLD-FILE
057800         CLOSE ENTL-MASTER-FILE
057900         CLOSE HOLD-AUDIT-FILE
058000     END-IF.
058100     CLOSE HOLD-REPORT-FILE.
058200     EVALUATE TRUE
058300         WHEN WS-PARM-IN-ERROR
058400             MOVE 8 TO RETURN-CODE
058500         WHEN WS-REJECTED-COUNT > ZERO
058600             MOVE 4 TO RETURN-CODE
058700         WHEN OTHER
058800             MOVE 0 TO RETURN-CODE
058900     END-EVALUATE.
059000 8000-TERMINATE-EXIT.
059100     EXIT.
