003000*       DLIM  --  DAILY LIMIT WOULD BE EXCEEDED.               *
003100*       TLIM  --  PER-TRANSACTION-TYPE LIMIT WOULD BE          *
003200*                 EXCEEDED.                                    *
003300*       GLIM  --  THE ACCOUNT'S CUSTOMER GROUP (CGRPREC) DAILY *
003400*                 OR PER-TYPE AGGREGATE LIMIT WOULD BE         *
003500*                 EXCEEDED.                                    *
003600*       GNFD  --  THE ACCOUNT IS LINKED TO A GROUP ID WITH NO  *
003700*                 CUSTOMER-GROUP MASTER RECORD.                *
003800*       FRCD  --  NOT A REJECT: RETURNED WITH RC 00 WHEN THE   *
003900*                 ITEM BREACHED DLIM OR TLIM BUT CAME BACK     *
004000*                 FROM ENQ200 WITH COMM-FORCE-POST-REQUESTED   *
004100*                 (A DUAL-APPROVED FORCE-POST INSTRUCTION ON   *
004200*                 FRCPOST).  THE AMOUNT IS STILL CONSUMED, AND *
004300*                 THE GROUP LIMITS, NACC AND CLSD STILL APPLY. *
004400*                                                              *
004500*   THE LIMITS CHECKED ARE THE EFFECTIVE LIMITS FOR            *
004600*   COMM-EFFECTIVE-DATE: A LIMIT OVERRIDE WINDOW ON THE        *
004700*   MASTER (ENTL-OVERRIDE-ENTRY, SET THROUGH ENQ265) WHOSE     *
004800*   DATE RANGE COVERS THE EFFECTIVE DATE REPLACES EACH LIMIT   *
004900*   IT CARRIES A NON-ZERO VALUE FOR.  AN APPROVAL THAT ONLY    *
005000*   STANDS BECAUSE OF A WINDOW -- THE BASE LIMIT WOULD HAVE    *
005100*   REFUSED IT -- CARRIES OVR1 OR OVR2 (THE WINDOW NUMBER)     *
005200*   IN COMM-REJECT-REASON WITH RETURN CODE 00, SO THE          *
005300*   EXTRACT'S REASON TRAIL SHOWS WHICH WINDOW DROVE IT.        *
005400*                                                              *
005500*   MODIFICATION HISTORY                                       *
005600*   DATE       INIT  DESCRIPTION                                *
005700*   ---------- ----  ------------------------------------------*
005800*   2026-08-08 DLM   ORIGINAL VERSION.                         *
005900*   2026-08-09 DLM   SWITCHED FROM THE BARE PARAM1 FIELD TO    *
006000*                    COMM-AREA.                                *
006100*   2026-08-22 DLM   REPLACED THE APPROVE-EVERYTHING STUB WITH *
006200*                    THE REAL ENTITLEMENT CONTROL: ACCOUNT     *
006300*                    LOOKUP ON THE ENTITLEMENT MASTER KSDS,    *
006400*                    DAILY AND PER-TYPE LIMIT CHECKING, AND    *
006500*                    CONSUMED-BALANCE UPDATE.                  *
006600*   2026-08-22 DLM   LIMIT CHECKS AND CONSUMED BALANCES NOW    *
006700*                    USE COMM-BASE-AMOUNT -- THE AMOUNT        *
006800*                    CONVERTED TO BASE CURRENCY BY ENQ200 --   *
006900*                    SO A FOREIGN-CURRENCY TRANSACTION         *
007000*                    CONSUMES ENTITLEMENT IN THE SAME UNITS    *
007100*                    THE LIMITS ARE EXPRESSED IN.              *
007200*   2026-08-22 DLM   TYPE-02 REVERSALS NO LONGER CONSUME OR    *
007300*                    LIMIT-CHECK -- THE BACK-OUT OF THE        *
007400*                    ORIGINAL'S CONSUMPTION BELONGS TO ENQ302; *
007500*                    CONSUMING THE REVERSAL TOO LEFT THE       *
007600*                    ACCOUNT OVERSTATED BY EVERY REVERSED      *
007700*                    TRANSACTION.                              *
007800*   2026-08-22 DLM   MADE THE MASTER FILE CONNECTOR EXTERNAL   *
007900*                    (SHARED WITH ENQ302) SO THE RUN UNIT      *
008000*                    HOLDS ONE ACB/BUFFER POOL PER FILE.       *
008100*   2026-08-22 DLM   MOVED THE TYPE-02 BYPASS AHEAD OF THE     *
008200*                    MASTER LOOKUP -- A REVERSAL NEEDS NO      *
008300*                    MASTER ROW HERE, AND THE NACC REJECT WAS  *
008400*                    BOUNCING A VALID REVERSAL OF A SINCE-     *
008500*                    REMOVED ACCOUNT THROUGH SUSPENSE AND      *
008600*                    RECYCLE FOREVER, WHILE ENQ302'S OWN       *
008700*                    MISSING-ROW TOLERANCE SAT UNREACHABLE.    *
008800*   2026-09-03 DLM   REJECTED A CLOSED ACCOUNT (ENTL-STATUS    *
008900*                    'C' -- CLOSED THROUGH ENQ265) WITH THE    *
009000*                    NEW REASON CLSD.  A CLOSED ACCOUNT KEEPS  *
009100*                    ITS MASTER ROW, SO THE NACC PATH DOES     *
009200*                    NOT COVER IT.                             *
009300*   2026-09-03 DLM   PRE-AUTHORIZATION (WHAT-IF) MODE.  WHEN   *
009400*                    COMM-SIMULATE-MODE IS SET, AN APPROVAL    *
009500*                    CONSUMES AGAINST AN IN-MEMORY SHADOW OF   *
009600*                    THE ACCOUNT'S BALANCES INSTEAD OF         *
009700*                    REWRITING THE MASTER, SO A CANDIDATE      *
009800*                    BATCH STILL ACCUMULATES ITS OWN           *
009900*                    CONSUMPTION ACROSS THE RUN WHILE THE      *
010000*                    FILE IS LEFT UNTOUCHED.  A BATCH THAT     *
010100*                    TOUCHES MORE ACCOUNTS THAN THE SHADOW     *
010200*                    HOLDS REJECTS THE OVERFLOW WITH SIMO      *
010300*                    RATHER THAN ANSWER WRONGLY.               *
010400*   2026-09-03 DLM   HONORED THE LIMIT OVERRIDE WINDOWS ON     *
010500*                    THE MASTER: 2000-CHECK-LIMITS NOW TESTS   *
010600*                    THE EFFECTIVE LIMITS RESOLVED IN 1500     *
010700*                    FOR COMM-EFFECTIVE-DATE, AND AN           *
010800*                    APPROVAL THE BASE LIMIT WOULD HAVE        *
010900*                    REFUSED CARRIES OVR1/OVR2 IN THE REASON   *
011000*                    FIELD.                                    *
011100*   2026-10-14 DLM   CUSTOMER-GROUP AGGREGATE LIMITS.  AN      *
011200*                    ACCOUNT LINKED TO A GROUP (ENTL-GROUP-ID, *
011300*                    SET BY ENQ265) IS CHECKED AGAINST THE     *
011400*                    GROUP'S DAILY AND PER-TYPE LIMITS ON THE  *
011500*                    NEW CUSTOMER-GROUP MASTER KSDS AFTER IT   *
011600*                    PASSES ITS OWN, AND AN APPROVAL CONSUMES  *
011700*                    AGAINST BOTH.  A GROUP BREACH REJECTS     *
011800*                    WITH THE NEW REASON GLIM.  WHAT-IF MODE   *
011900*                    KEEPS A SHADOW OF THE GROUP BALANCES THE  *
012000*                    SAME WAY IT DOES FOR THE ACCOUNT.         *
012100*   2026-10-14 DLM   FORCE-POST OVERRIDE.  WHEN ENQ200 SETS    *
012200*                    COMM-FORCE-POST-REQUESTED (A RECYCLED     *
012300*                    ITEM WITH A DUAL-APPROVED INSTRUCTION ON  *
012400*                    FRCPOST), A DLIM OR TLIM BREACH NO LONGER *
012500*                    REJECTS: THE ITEM IS APPROVED WITH REASON *
012600*                    FRCD AND STILL CONSUMES.  NOTHING ELSE IS *
012700*                    LIFTED -- GROUP LIMITS STILL REJECT.      *
012800*   2026-10-15 DLM   THE WHAT-IF SHADOW TABLES MOVED TO THE    *
012900*                    EXTERNAL COPYBOOK ENTLSIM SO ENQ303 AND   *
013000*                    ENQ304 APPLY THEIR BACK-OUT AND CREDIT    *
013100*                    LEG TO THE SIMULATED BALANCES TOO.  SET   *
013200*                    EMPTY ON THE FIRST CALL.                  *
013300*                                                              *
013400***************************************************************
013500 ENVIRONMENT DIVISION.
013600 CONFIGURATION SECTION.
013700 SOURCE-COMPUTER.   IBM-Z15.
013800 OBJECT-COMPUTER.   IBM-Z15.
013900 INPUT-OUTPUT SECTION.
014000 FILE-CONTROL.
014100     SELECT ENTL-MASTER-FILE
014200         ASSIGN TO ENTLMSTR
014300         ORGANIZATION IS INDEXED
014400         ACCESS MODE IS DYNAMIC
014500         RECORD KEY IS ENTL-KEY
014600         FILE STATUS IS ENTL-FILE-STATUS.
014700     SELECT CUST-GROUP-FILE
014800         ASSIGN TO CGRPMSTR
014900         ORGANIZATION IS INDEXED
015000         ACCESS MODE IS DYNAMIC
015100         RECORD KEY IS CGRP-GROUP-ID
015200         FILE STATUS IS CGRP-FILE-STATUS.
015300 DATA DIVISION.
015400 FILE SECTION.
015500*    EXTERNAL -- ENQ302 UPDATES THE SAME KSDS IN THIS RUN UNIT
015600*    (BACKING OUT REVERSED CONSUMPTION).  ONE SHARED FILE
015700*    CONNECTOR MEANS ONE ACB AND ONE BUFFER POOL, SO NEITHER
015800*    PROGRAM CAN OVERLAY THE OTHER'S UPDATE WITH A STALE
015900*    BUFFERED CI.
016000 FD  ENTL-MASTER-FILE IS EXTERNAL.
016100 COPY ENTLREC.
016200*    EXTERNAL FOR THE SAME REASON -- ENQ302 AND ENQ304 RETURN
016300*    AND CREDIT GROUP CONSUMPTION IN THIS RUN UNIT.
016400 FD  CUST-GROUP-FILE IS EXTERNAL.
016500 COPY CGRPREC.
016600 WORKING-STORAGE SECTION.
016700***************************************************************
016800*    FILE AND CALL CONTROL.  THE MASTER FILE IS OPENED ON THE  *
016900*    FIRST CALL OF THE RUN UNIT AND STAYS OPEN ACROSS CALLS -- *
017000*    ENQ200 CALLS THIS PROGRAM ONCE PER TRANSACTION AND AN     *
017100*    OPEN/CLOSE PER CALL WOULD DOMINATE THE BATCH WINDOW.      *
017200***************************************************************
017300 77  ENTL-FILE-STATUS                PIC X(02)  VALUE '00'.
017400 77  CGRP-FILE-STATUS                PIC X(02)  VALUE '00'.
017500 77  WS-FIRST-CALL-SW                PIC X(01)  VALUE 'Y'.
017600     88  WS-FIRST-CALL                   VALUE 'Y'.
017700 77  WS-RECORD-FOUND-SW              PIC X(01)  VALUE 'N'.
017800     88  WS-RECORD-FOUND                 VALUE 'Y'.
017900     88  WS-RECORD-NOT-FOUND             VALUE 'N'.
018000 77  WS-GROUP-FOUND-SW               PIC X(01)  VALUE 'N'.
018100     88  WS-GROUP-FOUND                  VALUE 'Y'.
018200     88  WS-GROUP-NOT-FOUND              VALUE 'N'.
018300 77  WS-GROUP-APPLIES-SW             PIC X(01)  VALUE 'N'.
018400     88  WS-GROUP-APPLIES                VALUE 'Y'.
018500***************************************************************
018600*    TRANSACTION-KEY BREAKDOWN.  THE DAILY FEED'S KEY IS       *
018700*    ACCOUNT (1-6), SERIAL (7-9), SUB-SEQUENCE (10) -- SEE     *
018800*    ENTLREC.                                                  *
018900***************************************************************
019000 01  WS-TXN-KEY-PARTS.
019100     05  WS-TXN-ACCOUNT              PIC X(06).
019200     05  WS-TXN-SERIAL               PIC X(03).
019300     05  WS-TXN-SUB-SEQUENCE         PIC X(01).
019400***************************************************************
019500*    LIMIT-CHECK WORK FIELDS                                   *
019600***************************************************************
019700 77  WS-NEW-DAILY-CONSUMED           PIC S9(11)V99 COMP-3
019800                                     VALUE ZERO.
019900 77  WS-NEW-TYPE-CONSUMED            PIC S9(11)V99 COMP-3
020000                                     VALUE ZERO.
020100 77  WS-TYPE-SUB                     PIC 9(02) COMP VALUE ZERO.
020200 77  WS-NEW-GROUP-DAILY-CONSUMED     PIC S9(11)V99 COMP-3
020300                                     VALUE ZERO.
020400 77  WS-NEW-GROUP-TYPE-CONSUMED      PIC S9(11)V99 COMP-3
020500                                     VALUE ZERO.
020600***************************************************************
020700*    EFFECTIVE LIMITS FOR COMM-EFFECTIVE-DATE -- THE BASE      *
020800*    LIMITS WITH ANY IN-DATE OVERRIDE WINDOW'S NON-ZERO        *
020900*    VALUES LAID OVER THEM (1500).  WS-ACTIVE-WINDOW SAYS      *
021000*    WHICH WINDOW, IF ANY, IS LIVE FOR THE DATE.               *
021100***************************************************************
021200 77  WS-EFF-DAILY-LIMIT              PIC S9(11)V99 COMP-3
021300                                     VALUE ZERO.
021400 01  WS-EFF-TYPE-LIMITS.
021500     05  WS-EFF-TYPE-LIMIT OCCURS 4 TIMES
021600                                     PIC S9(11)V99 COMP-3.
021700 77  WS-ACTIVE-WINDOW                PIC 9(01)  VALUE ZERO.
021800 77  WS-OVR-SUB                      PIC 9(02) COMP VALUE ZERO.
021900 77  WS-BASE-REFUSED-SW              PIC X(01)  VALUE 'N'.
022000     88  WS-BASE-WOULD-REFUSE            VALUE 'Y'.
022100 77  WS-LIMIT-FORCED-SW              PIC X(01)  VALUE 'N'.
022200     88  WS-LIMIT-WAS-FORCED             VALUE 'Y'.
022300 01  WS-OVR-REASON.
022400     05  FILLER                      PIC X(03)  VALUE 'OVR'.
022500     05  WS-OVR-REASON-DIGIT         PIC 9(01).
022600***************************************************************
022700*    WHAT-IF SIMULATION SHADOW.  IN COMM-SIMULATE-MODE THE     *
022800*    RUNNING CONSUMED BALANCES LIVE HERE, ONE ENTRY PER        *
022900*    ACCOUNT (SIM-TABLE) AND ONE PER CUSTOMER GROUP            *
023000*    (GSIM-TABLE) TOUCHED BY THE CANDIDATE BATCH, SO           *
023100*    CONSUMPTION ACCUMULATES ACROSS THE RUN WITHOUT A SINGLE   *
023200*    REWRITE OF THE MASTERS.  EXTERNAL (COPYBOOK ENTLSIM) SO   *
023300*    ENQ303 AND ENQ304 ADJUST THE SAME SHADOW; SET EMPTY ON    *
023400*    THE FIRST CALL OF THE RUN UNIT.                           *
023500***************************************************************
023600 COPY ENTLSIM.
023700 77  WS-SIM-SLOT                     PIC 9(04) COMP VALUE ZERO.
023800 77  WS-SIM-SUB                      PIC 9(04) COMP VALUE ZERO.
023900 77  WS-GSIM-SLOT                    PIC 9(04) COMP VALUE ZERO.
024000 77  WS-GSIM-SUB                     PIC 9(04) COMP VALUE ZERO.
024100 LINKAGE SECTION.
024200 COPY COMMAREA.
024300 PROCEDURE DIVISION USING COMM-AREA.
024400***************************************************************
024500*    0000-MAINLINE                                             *
024600***************************************************************
024700 0000-MAINLINE.
024800     IF WS-FIRST-CALL
024900         OPEN I-O ENTL-MASTER-FILE
025000         OPEN I-O CUST-GROUP-FILE
025100         MOVE ZERO TO SIM-TABLE-COUNT
025200         MOVE 1000 TO SIM-MAX-ENTRIES
025300         MOVE ZERO TO GSIM-TABLE-COUNT
025400         MOVE 500  TO GSIM-MAX-ENTRIES
025500         MOVE 'N' TO WS-FIRST-CALL-SW
025600     END-IF.
025700     MOVE 00     TO COMM-RETURN-CODE.
025800     MOVE SPACES TO COMM-REJECT-REASON.
025900     MOVE 'N'    TO WS-GROUP-APPLIES-SW.
026000     IF COMM-TXN-TYPE = 2
026100*        A TYPE-02 REVERSAL DOES NOT CONSUME ENTITLEMENT AND
026200*        IS NOT LIMIT-CHECKED HERE -- IT RETURNS ENTITLEMENT.
026300*        ENQ302 MATCHES IT TO ITS TYPE-01 ORIGINAL AND BACKS
026400*        THE ORIGINAL'S CONSUMPTION OUT; IF THIS PROGRAM ALSO
026500*        CONSUMED THE REVERSAL'S AMOUNT, THE ACCOUNT WOULD END
026600*        THE DAY OVERSTATED BY EVERY REVERSED TRANSACTION AND
026700*        A NEAR-LIMIT ACCOUNT COULD NOT EVEN REVERSE.
026800*        THE BYPASS COMES BEFORE THE MASTER LOOKUP: A REVERSAL
026900*        NEEDS NO MASTER ROW HERE (NO LIMIT TO CHECK, NOTHING
027000*        TO CONSUME), AND ENQ302 DOES ITS OWN READ AND
027100*        TOLERATES A SINCE-REMOVED ACCOUNT -- AN NACC REJECT
027200*        HERE WOULD BOUNCE SUCH A REVERSAL THROUGH SUSPENSE
027300*        AND RECYCLE FOREVER WITHOUT EVER REACHING THE MATCH.
027400         GO TO 0000-MAINLINE-EXIT
027500     END-IF.
027600     PERFORM 1000-READ-ENTITLEMENT-MASTER
027700         THRU 1000-READ-ENTITLEMENT-MASTER-EXIT.
027800     IF WS-RECORD-NOT-FOUND
027900         MOVE 99     TO COMM-RETURN-CODE
028000         MOVE 'NACC' TO COMM-REJECT-REASON
028100         GO TO 0000-MAINLINE-EXIT
028200     END-IF.
028300     IF ENTL-STATUS-CLOSED
028400*        THE ACCOUNT WAS CLOSED THROUGH ENQ265 -- THE ROW IS
028500*        STILL ON FILE, SO THE NACC PATH ABOVE DOES NOT SEE
028600*        IT, BUT NOTHING MAY BE ENTITLED AGAINST IT.
028700         MOVE 99     TO COMM-RETURN-CODE
028800         MOVE 'CLSD' TO COMM-REJECT-REASON
028900         GO TO 0000-MAINLINE-EXIT
029000     END-IF.
029100     PERFORM 1500-RESOLVE-EFFECTIVE-LIMITS
029200         THRU 1500-RESOLVE-EFFECTIVE-LIMITS-EXIT.
029300     PERFORM 2000-CHECK-LIMITS
029400         THRU 2000-CHECK-LIMITS-EXIT.
029500     IF COMM-RETURN-OK
029600         AND NOT ENTL-NOT-GROUPED
029700*        THE ACCOUNT'S OWN LIMITS PASSED AND IT BELONGS TO A
029800*        CUSTOMER GROUP -- THE GROUP'S AGGREGATE LIMITS MUST
029900*        PASS TOO.
030000         PERFORM 2500-CHECK-GROUP-LIMITS
030100             THRU 2500-CHECK-GROUP-LIMITS-EXIT
030200     END-IF.
030300     IF COMM-RETURN-OK
030400         PERFORM 3000-CONSUME-ENTITLEMENT
030500             THRU 3000-CONSUME-ENTITLEMENT-EXIT
030600     END-IF.
030700 0000-MAINLINE-EXIT.
030800     GOBACK.
030900***************************************************************
031000*    1000-READ-ENTITLEMENT-MASTER  --  KEYED READ BY SOURCE +   *
031100*    ACCOUNT.  A KEY NOT ON FILE MEANS THE ACCOUNT HAS NO       *
031200*    ENTITLEMENT SET UP, WHICH IS A REJECTION, NOT A DEFAULT    *
031300*    APPROVAL.                                                  *
031400***************************************************************
031500 1000-READ-ENTITLEMENT-MASTER.
031600     MOVE COMM-TXN-KEY            TO WS-TXN-KEY-PARTS.
031700     MOVE COMM-ORIGINATING-SOURCE TO ENTL-KEY-SOURCE.
031800     MOVE WS-TXN-ACCOUNT          TO ENTL-KEY-ACCOUNT.
031900     MOVE 'Y' TO WS-RECORD-FOUND-SW.
032000     READ ENTL-MASTER-FILE
032100         INVALID KEY
032200             MOVE 'N' TO WS-RECORD-FOUND-SW
032300     END-READ.
032400     IF WS-RECORD-FOUND
032500         AND ENTL-LAST-CONSUMED-DATE NOT = COMM-EFFECTIVE-DATE
032600*        FIRST TRANSACTION OF A NEW EFFECTIVE DATE FOR THIS
032700*        ACCOUNT -- THE RUNNING CONSUMED BALANCES BELONG TO A
032800*        PRIOR DATE, SO RESET THEM BEFORE CHECKING LIMITS.
032900         MOVE ZERO TO ENTL-DAILY-CONSUMED
033000         PERFORM 1100-RESET-ONE-TYPE-CONSUMED
033100             THRU 1100-RESET-ONE-TYPE-CONSUMED-EXIT
033200             VARYING WS-TYPE-SUB FROM 1 BY 1
033300             UNTIL WS-TYPE-SUB > 4
033400         MOVE COMM-EFFECTIVE-DATE TO ENTL-LAST-CONSUMED-DATE
033500     END-IF.
033600     IF WS-RECORD-FOUND
033700         AND COMM-SIMULATE-MODE
033800*        THE BATCH'S OWN SIMULATED CONSUMPTION SO FAR, IF ANY,
033900*        REPLACES THE RECORD'S BALANCES -- THE MASTER IS NEVER
034000*        REWRITTEN IN WHAT-IF MODE, SO THE RUNNING POSITION
034100*        LIVES IN THE SHADOW TABLE.
034200         PERFORM 1200-OVERLAY-SIM-BALANCES
034300             THRU 1200-OVERLAY-SIM-BALANCES-EXIT
034400     END-IF.
034500 1000-READ-ENTITLEMENT-MASTER-EXIT.
034600     EXIT.
034700***************************************************************
034800*    1200-OVERLAY-SIM-BALANCES                                  *
034900***************************************************************
035000 1200-OVERLAY-SIM-BALANCES.
035100     PERFORM 3150-FIND-SIM-ENTRY
035200         THRU 3150-FIND-SIM-ENTRY-EXIT.
035300     IF WS-SIM-SLOT > ZERO
035400         MOVE SIM-DAILY-CONSUMED(WS-SIM-SLOT)
035500             TO ENTL-DAILY-CONSUMED
035600         PERFORM 1250-OVERLAY-ONE-TYPE
035700             THRU 1250-OVERLAY-ONE-TYPE-EXIT
035800             VARYING WS-TYPE-SUB FROM 1 BY 1
035900             UNTIL WS-TYPE-SUB > 4
036000     END-IF.
036100 1200-OVERLAY-SIM-BALANCES-EXIT.
036200     EXIT.
036300***************************************************************
036400*    1250-OVERLAY-ONE-TYPE                                      *
036500***************************************************************
036600 1250-OVERLAY-ONE-TYPE.
036700     MOVE SIM-TYPE-CONSUMED(WS-SIM-SLOT, WS-TYPE-SUB)
036800         TO ENTL-TYPE-CONSUMED(WS-TYPE-SUB).
036900 1250-OVERLAY-ONE-TYPE-EXIT.
037000     EXIT.
037100***************************************************************
037200*    1100-RESET-ONE-TYPE-CONSUMED                               *
037300***************************************************************
037400 1100-RESET-ONE-TYPE-CONSUMED.
037500     MOVE ZERO TO ENTL-TYPE-CONSUMED(WS-TYPE-SUB).
037600 1100-RESET-ONE-TYPE-CONSUMED-EXIT.
037700     EXIT.
037800***************************************************************
037900*    1500-RESOLVE-EFFECTIVE-LIMITS  --  START FROM THE BASE    *
038000*    LIMITS, THEN LAY THE FIRST IN-DATE OVERRIDE WINDOW'S      *
038100*    NON-ZERO VALUES OVER THEM.  A ZERO START DATE MEANS THE   *
038200*    WINDOW IS NOT IN USE.                                     *
038300***************************************************************
038400 1500-RESOLVE-EFFECTIVE-LIMITS.
038500     MOVE ZERO TO WS-ACTIVE-WINDOW.
038600     MOVE ENTL-DAILY-LIMIT TO WS-EFF-DAILY-LIMIT.
038700     PERFORM 1510-COPY-ONE-BASE-LIMIT
038800         THRU 1510-COPY-ONE-BASE-LIMIT-EXIT
038900         VARYING WS-TYPE-SUB FROM 1 BY 1
039000         UNTIL WS-TYPE-SUB > 4.
039100     PERFORM 1520-TEST-ONE-WINDOW
039200         THRU 1520-TEST-ONE-WINDOW-EXIT
039300         VARYING WS-OVR-SUB FROM 1 BY 1
039400         UNTIL WS-OVR-SUB > 2
039500            OR WS-ACTIVE-WINDOW > ZERO.
039600 1500-RESOLVE-EFFECTIVE-LIMITS-EXIT.
039700     EXIT.
039800***************************************************************
039900*    1510-COPY-ONE-BASE-LIMIT                                  *
040000***************************************************************
040100 1510-COPY-ONE-BASE-LIMIT.
040200     MOVE ENTL-TYPE-LIMIT(WS-TYPE-SUB)
040300         TO WS-EFF-TYPE-LIMIT(WS-TYPE-SUB).
040400 1510-COPY-ONE-BASE-LIMIT-EXIT.
040500     EXIT.
040600***************************************************************
040700*    1520-TEST-ONE-WINDOW                                      *
040800***************************************************************
040900 1520-TEST-ONE-WINDOW.
041000     IF ENTL-OVR-START-DATE(WS-OVR-SUB) > ZERO
041100         AND COMM-EFFECTIVE-DATE
041200             >= ENTL-OVR-START-DATE(WS-OVR-SUB)
041300         AND COMM-EFFECTIVE-DATE
041400             <= ENTL-OVR-END-DATE(WS-OVR-SUB)
041500         MOVE WS-OVR-SUB TO WS-ACTIVE-WINDOW
041600         IF ENTL-OVR-DAILY-LIMIT(WS-OVR-SUB) > ZERO
041700             MOVE ENTL-OVR-DAILY-LIMIT(WS-OVR-SUB)
041800                 TO WS-EFF-DAILY-LIMIT
041900         END-IF
042000         PERFORM 1530-OVERLAY-ONE-TYPE-LIMIT
042100             THRU 1530-OVERLAY-ONE-TYPE-LIMIT-EXIT
042200             VARYING WS-TYPE-SUB FROM 1 BY 1
042300             UNTIL WS-TYPE-SUB > 4
042400     END-IF.
042500 1520-TEST-ONE-WINDOW-EXIT.
042600     EXIT.
042700***************************************************************
042800*    1530-OVERLAY-ONE-TYPE-LIMIT                               *
042900***************************************************************
043000 1530-OVERLAY-ONE-TYPE-LIMIT.
043100     IF ENTL-OVR-TYPE-LIMIT(WS-ACTIVE-WINDOW, WS-TYPE-SUB)
043200             > ZERO
043300         MOVE ENTL-OVR-TYPE-LIMIT(WS-ACTIVE-WINDOW, WS-TYPE-SUB)
043400             TO WS-EFF-TYPE-LIMIT(WS-TYPE-SUB)
043500     END-IF.
043600 1530-OVERLAY-ONE-TYPE-LIMIT-EXIT.
043700     EXIT.
043800***************************************************************
043900*    2000-CHECK-LIMITS  --  DAILY LIMIT FIRST, THEN THE         *
044000*    PER-TRANSACTION-TYPE LIMIT FOR THE FOUR KNOWN TYPE CODES.  *
044100*    A TYPE CODE OUTSIDE 1-4 HAS NO PER-TYPE ROW AND IS         *
044200*    GOVERNED BY THE DAILY LIMIT ALONE.                         *
044300*    AN ITEM ENQ200 SENDS WITH COMM-FORCE-POST-REQUESTED IS    *
044400*    NOT REFUSED FOR EITHER BREACH -- IT IS APPROVED WITH      *
044500*    REASON FRCD SO THE EXTRACT SHOWS IT WAS FORCED.  THE      *
044600*    NEW CONSUMED BALANCES ARE STILL COMPUTED HERE AND         *
044700*    APPLIED IN 3000 AS FOR ANY APPROVAL.                      *
044800***************************************************************
044900 2000-CHECK-LIMITS.
045000     MOVE 'N' TO WS-LIMIT-FORCED-SW.
045100     COMPUTE WS-NEW-DAILY-CONSUMED =
045200         ENTL-DAILY-CONSUMED + COMM-BASE-AMOUNT.
045300     IF WS-NEW-DAILY-CONSUMED > WS-EFF-DAILY-LIMIT
045400         IF COMM-FORCE-POST-REQUESTED
045500             SET WS-LIMIT-WAS-FORCED TO TRUE
045600         ELSE
045700             MOVE 99     TO COMM-RETURN-CODE
045800             MOVE 'DLIM' TO COMM-REJECT-REASON
045900             GO TO 2000-CHECK-LIMITS-EXIT
046000         END-IF
046100     END-IF.
046200     IF COMM-TXN-TYPE >= 1 AND COMM-TXN-TYPE <= 4
046300         MOVE COMM-TXN-TYPE TO WS-TYPE-SUB
046400         COMPUTE WS-NEW-TYPE-CONSUMED =
046500             ENTL-TYPE-CONSUMED(WS-TYPE-SUB) + COMM-BASE-AMOUNT
046600         IF WS-NEW-TYPE-CONSUMED
046700                 > WS-EFF-TYPE-LIMIT(WS-TYPE-SUB)
046800             IF COMM-FORCE-POST-REQUESTED
046900                 SET WS-LIMIT-WAS-FORCED TO TRUE
047000             ELSE
047100                 MOVE 99     TO COMM-RETURN-CODE
047200                 MOVE 'TLIM' TO COMM-REJECT-REASON
047300                 GO TO 2000-CHECK-LIMITS-EXIT
047400             END-IF
047500         END-IF
047600     END-IF.
047700     IF WS-LIMIT-WAS-FORCED
047800*        THE FORCE, NOT A WINDOW, IS WHAT APPROVED IT -- FRCD
047900*        TAKES THE REASON TRAIL AHEAD OF ANY OVR1/OVR2.
048000         MOVE 'FRCD' TO COMM-REJECT-REASON
048100         GO TO 2000-CHECK-LIMITS-EXIT
048200     END-IF.
048300     IF WS-ACTIVE-WINDOW > ZERO
048400*        APPROVED UNDER AN OVERRIDE WINDOW -- WHEN THE BASE
048500*        LIMITS ALONE WOULD HAVE REFUSED IT, THE WINDOW
048600*        NUMBER GOES OUT ON THE REASON TRAIL SO THE EXTRACT
048700*        SHOWS WHAT DROVE THE APPROVAL.
048800         MOVE 'N' TO WS-BASE-REFUSED-SW
048900         IF WS-NEW-DAILY-CONSUMED > ENTL-DAILY-LIMIT
049000             SET WS-BASE-WOULD-REFUSE TO TRUE
049100         END-IF
049200         IF COMM-TXN-TYPE >= 1 AND COMM-TXN-TYPE <= 4
049300*            THE SUBSCRIPTED COMPARE SITS INSIDE THE TYPE
049400*            GUARD -- A TYPE OUTSIDE 1-4 HAS NO PER-TYPE ROW
049500*            AND WS-TYPE-SUB STILL HOLDS 5 FROM THE 1510/1520
049600*            LOOPS.
049700             MOVE COMM-TXN-TYPE TO WS-TYPE-SUB
049800             IF WS-NEW-TYPE-CONSUMED
049900                 > ENTL-TYPE-LIMIT(WS-TYPE-SUB)
050000                 SET WS-BASE-WOULD-REFUSE TO TRUE
050100             END-IF
050200         END-IF
050300         IF WS-BASE-WOULD-REFUSE
050400             MOVE WS-ACTIVE-WINDOW TO WS-OVR-REASON-DIGIT
050500             MOVE WS-OVR-REASON    TO COMM-REJECT-REASON
050600         END-IF
050700     END-IF.
050800 2000-CHECK-LIMITS-EXIT.
050900     EXIT.
051000***************************************************************
051100*    2500-CHECK-GROUP-LIMITS  --  KEYED READ OF THE ACCOUNT'S  *
051200*    CUSTOMER GROUP, THE SAME LAZY DATE RESET AS THE ACCOUNT   *
051300*    ROW, THEN THE GROUP DAILY LIMIT AND THE GROUP PER-TYPE    *
051400*    LIMIT.  GROUP LIMITS HAVE NO OVERRIDE WINDOWS -- A        *
051500*    WINDOW LIFTS ONE ACCOUNT, NOT THE CUSTOMER'S AGGREGATE.   *
051600*    A GROUP ID WITH NO MASTER ROW IS A REJECTION (GNFD), NOT  *
051700*    A PASS: THE CONTROL MUST NOT FALL AWAY BECAUSE ITS ROW    *
051800*    DID.                                                      *
051900***************************************************************
052000 2500-CHECK-GROUP-LIMITS.
052100     MOVE ENTL-GROUP-ID TO CGRP-GROUP-ID.
052200     MOVE 'Y' TO WS-GROUP-FOUND-SW.
052300     READ CUST-GROUP-FILE
052400         INVALID KEY
052500             MOVE 'N' TO WS-GROUP-FOUND-SW
052600     END-READ.
052700     IF WS-GROUP-NOT-FOUND
052800         MOVE 99     TO COMM-RETURN-CODE
052900         MOVE 'GNFD' TO COMM-REJECT-REASON
053000         GO TO 2500-CHECK-GROUP-LIMITS-EXIT
053100     END-IF.
053200     IF CGRP-LAST-CONSUMED-DATE NOT = COMM-EFFECTIVE-DATE
053300         MOVE ZERO TO CGRP-DAILY-CONSUMED
053400         PERFORM 2510-RESET-ONE-GROUP-TYPE
053500             THRU 2510-RESET-ONE-GROUP-TYPE-EXIT
053600             VARYING WS-TYPE-SUB FROM 1 BY 1
053700             UNTIL WS-TYPE-SUB > 4
053800         MOVE COMM-EFFECTIVE-DATE TO CGRP-LAST-CONSUMED-DATE
053900     END-IF.
054000     IF COMM-SIMULATE-MODE
054100         PERFORM 2520-OVERLAY-GROUP-SIM
054200             THRU 2520-OVERLAY-GROUP-SIM-EXIT
054300     END-IF.
054400     COMPUTE WS-NEW-GROUP-DAILY-CONSUMED =
054500         CGRP-DAILY-CONSUMED + COMM-BASE-AMOUNT.
054600     IF WS-NEW-GROUP-DAILY-CONSUMED > CGRP-DAILY-LIMIT
054700         MOVE 99     TO COMM-RETURN-CODE
054800         MOVE 'GLIM' TO COMM-REJECT-REASON
054900         GO TO 2500-CHECK-GROUP-LIMITS-EXIT
055000     END-IF.
055100     IF COMM-TXN-TYPE >= 1 AND COMM-TXN-TYPE <= 4
055200         MOVE COMM-TXN-TYPE TO WS-TYPE-SUB
055300         COMPUTE WS-NEW-GROUP-TYPE-CONSUMED =
055400             CGRP-TYPE-CONSUMED(WS-TYPE-SUB) + COMM-BASE-AMOUNT
055500         IF WS-NEW-GROUP-TYPE-CONSUMED
055600                 > CGRP-TYPE-LIMIT(WS-TYPE-SUB)
055700             MOVE 99     TO COMM-RETURN-CODE
055800             MOVE 'GLIM' TO COMM-REJECT-REASON
055900             GO TO 2500-CHECK-GROUP-LIMITS-EXIT
056000         END-IF
056100     END-IF.
056200     SET WS-GROUP-APPLIES TO TRUE.
056300 2500-CHECK-GROUP-LIMITS-EXIT.
056400     EXIT.
056500***************************************************************
056600*    2510-RESET-ONE-GROUP-TYPE                                 *
056700***************************************************************
056800 2510-RESET-ONE-GROUP-TYPE.
056900     MOVE ZERO TO CGRP-TYPE-CONSUMED(WS-TYPE-SUB).
057000 2510-RESET-ONE-GROUP-TYPE-EXIT.
057100     EXIT.
057200***************************************************************
057300*    2520-OVERLAY-GROUP-SIM  --  THE BATCH'S OWN SIMULATED     *
057400*    GROUP CONSUMPTION SO FAR, IF ANY, REPLACES THE RECORD'S   *
057500*    BALANCES (SEE 1200 FOR THE ACCOUNT).                      *
057600***************************************************************
057700 2520-OVERLAY-GROUP-SIM.
057800     PERFORM 3350-FIND-GSIM-ENTRY
057900         THRU 3350-FIND-GSIM-ENTRY-EXIT.
058000     IF WS-GSIM-SLOT > ZERO
058100         MOVE GSIM-DAILY-CONSUMED(WS-GSIM-SLOT)
058200             TO CGRP-DAILY-CONSUMED
058300         PERFORM 2525-OVERLAY-ONE-GROUP-TYPE
058400             THRU 2525-OVERLAY-ONE-GROUP-TYPE-EXIT
058500             VARYING WS-TYPE-SUB FROM 1 BY 1
058600             UNTIL WS-TYPE-SUB > 4
058700     END-IF.
058800 2520-OVERLAY-GROUP-SIM-EXIT.
058900     EXIT.
059000***************************************************************
059100*    2525-OVERLAY-ONE-GROUP-TYPE                               *
059200***************************************************************
059300 2525-OVERLAY-ONE-GROUP-TYPE.
059400     MOVE GSIM-TYPE-CONSUMED(WS-GSIM-SLOT, WS-TYPE-SUB)
059500         TO CGRP-TYPE-CONSUMED(WS-TYPE-SUB).
059600 2525-OVERLAY-ONE-GROUP-TYPE-EXIT.
059700     EXIT.
059800***************************************************************
059900*    3000-CONSUME-ENTITLEMENT  --  THE TRANSACTION IS APPROVED; *
060000*    ROLL ITS AMOUNT INTO THE RUNNING CONSUMED BALANCES AND     *
060100*    REWRITE THE MASTER RECORD SO THE NEXT TRANSACTION FOR      *
060200*    THIS ACCOUNT SEES THE UPDATED POSITION.                    *
060300***************************************************************
060400 3000-CONSUME-ENTITLEMENT.
060500     IF COMM-SIMULATE-MODE
060600*        WHAT-IF MODE -- THE CONSUMPTION LANDS IN THE SHADOW
060700*        TABLE, NEVER ON THE MASTER.
060800*        THE ACCOUNT SHADOW IS CHECKED FOR ROOM FIRST SO A
060900*        SIMO CANNOT LAND AFTER THE GROUP SHADOW HAS ALREADY
061000*        TAKEN THE AMOUNT.
061100         PERFORM 3150-FIND-SIM-ENTRY
061200             THRU 3150-FIND-SIM-ENTRY-EXIT
061300         IF WS-SIM-SLOT = ZERO
061400             AND SIM-TABLE-COUNT = SIM-MAX-ENTRIES
061500             MOVE 99     TO COMM-RETURN-CODE
061600             MOVE 'SIMO' TO COMM-REJECT-REASON
061700             GO TO 3000-CONSUME-ENTITLEMENT-EXIT
061800         END-IF
061900         IF WS-GROUP-APPLIES
062000             PERFORM 3300-CONSUME-GROUP-SIMULATED
062100                 THRU 3300-CONSUME-GROUP-SIMULATED-EXIT
062200             IF NOT COMM-RETURN-OK
062300                 GO TO 3000-CONSUME-ENTITLEMENT-EXIT
062400             END-IF
062500         END-IF
062600         PERFORM 3100-CONSUME-SIMULATED
062700             THRU 3100-CONSUME-SIMULATED-EXIT
062800         GO TO 3000-CONSUME-ENTITLEMENT-EXIT
062900     END-IF.
063000     MOVE WS-NEW-DAILY-CONSUMED TO ENTL-DAILY-CONSUMED.
063100     IF COMM-TXN-TYPE >= 1 AND COMM-TXN-TYPE <= 4
063200         MOVE COMM-TXN-TYPE TO WS-TYPE-SUB
063300         MOVE WS-NEW-TYPE-CONSUMED
063400             TO ENTL-TYPE-CONSUMED(WS-TYPE-SUB)
063500     END-IF.
063600     MOVE COMM-EFFECTIVE-DATE TO ENTL-LAST-CONSUMED-DATE.
063700     REWRITE ENTITLEMENT-MASTER-RECORD.
063800     IF WS-GROUP-APPLIES
063900         PERFORM 3200-CONSUME-GROUP
064000             THRU 3200-CONSUME-GROUP-EXIT
064100     END-IF.
064200 3000-CONSUME-ENTITLEMENT-EXIT.
064300     EXIT.
064400***************************************************************
064500*    3100-CONSUME-SIMULATED  --  FIND OR OPEN THE ACCOUNT'S    *
064600*    SHADOW ENTRY AND ROLL THE APPROVED AMOUNT IN.  A NEW      *
064700*    ENTRY STARTS FROM THE RECORD'S OWN (DATE-RESET)           *
064800*    BALANCES.  A FULL TABLE FLIPS THE VERDICT TO A SIMO       *
064900*    REJECT -- A SILENT DROP WOULD UNDERSTATE THE BATCH'S      *
065000*    CONSUMPTION AND ANSWER THE WHAT-IF WRONGLY.               *
065100***************************************************************
065200 3100-CONSUME-SIMULATED.
065300     PERFORM 3150-FIND-SIM-ENTRY
065400         THRU 3150-FIND-SIM-ENTRY-EXIT.
065500     IF WS-SIM-SLOT = ZERO
065600         IF SIM-TABLE-COUNT = SIM-MAX-ENTRIES
065700             MOVE 99     TO COMM-RETURN-CODE
065800             MOVE 'SIMO' TO COMM-REJECT-REASON
065900             GO TO 3100-CONSUME-SIMULATED-EXIT
066000         END-IF
066100         ADD 1 TO SIM-TABLE-COUNT
066200         MOVE SIM-TABLE-COUNT TO WS-SIM-SLOT
066300         MOVE COMM-ORIGINATING-SOURCE
066400             TO SIM-KEY-SOURCE(WS-SIM-SLOT)
066500         MOVE WS-TXN-ACCOUNT
066600             TO SIM-KEY-ACCOUNT(WS-SIM-SLOT)
066700         MOVE ENTL-DAILY-CONSUMED
066800             TO SIM-DAILY-CONSUMED(WS-SIM-SLOT)
066900         PERFORM 3160-SEED-ONE-SIM-TYPE
067000             THRU 3160-SEED-ONE-SIM-TYPE-EXIT
067100             VARYING WS-TYPE-SUB FROM 1 BY 1
067200             UNTIL WS-TYPE-SUB > 4
067300     END-IF.
067400     MOVE WS-NEW-DAILY-CONSUMED
067500         TO SIM-DAILY-CONSUMED(WS-SIM-SLOT).
067600     IF COMM-TXN-TYPE >= 1 AND COMM-TXN-TYPE <= 4
067700         MOVE COMM-TXN-TYPE TO WS-TYPE-SUB
067800         MOVE WS-NEW-TYPE-CONSUMED
067900             TO SIM-TYPE-CONSUMED(WS-SIM-SLOT, WS-TYPE-SUB)
068000     END-IF.
068100 3100-CONSUME-SIMULATED-EXIT.
068200     EXIT.
068300***************************************************************
068400*    3150-FIND-SIM-ENTRY                                        *
068500***************************************************************
068600 3150-FIND-SIM-ENTRY.
068700     MOVE ZERO TO WS-SIM-SLOT.
068800     IF SIM-TABLE-COUNT > ZERO
068900         PERFORM 3151-TEST-ONE-SIM-ENTRY
069000             THRU 3151-TEST-ONE-SIM-ENTRY-EXIT
069100             VARYING WS-SIM-SUB FROM 1 BY 1
069200             UNTIL WS-SIM-SUB > SIM-TABLE-COUNT
069300                OR WS-SIM-SLOT > ZERO
069400     END-IF.
069500 3150-FIND-SIM-ENTRY-EXIT.
069600     EXIT.
069700***************************************************************
069800*    3151-TEST-ONE-SIM-ENTRY                                    *
069900***************************************************************
070000 3151-TEST-ONE-SIM-ENTRY.
070100     IF SIM-KEY-SOURCE(WS-SIM-SUB) = COMM-ORIGINATING-SOURCE
070200         AND SIM-KEY-ACCOUNT(WS-SIM-SUB) = WS-TXN-ACCOUNT
070300         MOVE WS-SIM-SUB TO WS-SIM-SLOT
070400     END-IF.
070500 3151-TEST-ONE-SIM-ENTRY-EXIT.
070600     EXIT.
070700***************************************************************
070800*    3160-SEED-ONE-SIM-TYPE                                     *
070900***************************************************************
071000 3160-SEED-ONE-SIM-TYPE.
071100     MOVE ENTL-TYPE-CONSUMED(WS-TYPE-SUB)
071200         TO SIM-TYPE-CONSUMED(WS-SIM-SLOT, WS-TYPE-SUB).
071300 3160-SEED-ONE-SIM-TYPE-EXIT.
071400     EXIT.
071500***************************************************************
071600*    3200-CONSUME-GROUP  --  ROLL THE APPROVED AMOUNT INTO     *
071700*    THE GROUP'S RUNNING BALANCES (THE ROW IS STILL CURRENT    *
071800*    FROM THE READ IN 2500) AND REWRITE IT.                    *
071900***************************************************************
072000 3200-CONSUME-GROUP.
072100     MOVE WS-NEW-GROUP-DAILY-CONSUMED TO CGRP-DAILY-CONSUMED.
072200     IF COMM-TXN-TYPE >= 1 AND COMM-TXN-TYPE <= 4
072300         MOVE COMM-TXN-TYPE TO WS-TYPE-SUB
072400         MOVE WS-NEW-GROUP-TYPE-CONSUMED
072500             TO CGRP-TYPE-CONSUMED(WS-TYPE-SUB)
072600     END-IF.
072700     MOVE COMM-EFFECTIVE-DATE TO CGRP-LAST-CONSUMED-DATE.
072800     REWRITE CUSTOMER-GROUP-RECORD.
072900 3200-CONSUME-GROUP-EXIT.
073000     EXIT.
073100***************************************************************
073200*    3300-CONSUME-GROUP-SIMULATED  --  FIND OR OPEN THE        *
073300*    GROUP'S SHADOW ENTRY AND ROLL THE APPROVED AMOUNT IN.  A  *
073400*    FULL TABLE IS A SIMO REJECT, AS IN 3100.                  *
073500***************************************************************
073600 3300-CONSUME-GROUP-SIMULATED.
073700     PERFORM 3350-FIND-GSIM-ENTRY
073800         THRU 3350-FIND-GSIM-ENTRY-EXIT.
073900     IF WS-GSIM-SLOT = ZERO
074000         IF GSIM-TABLE-COUNT = GSIM-MAX-ENTRIES
074100             MOVE 99     TO COMM-RETURN-CODE
074200             MOVE 'SIMO' TO COMM-REJECT-REASON
074300             GO TO 3300-CONSUME-GROUP-SIMULATED-EXIT
074400         END-IF
074500         ADD 1 TO GSIM-TABLE-COUNT
074600         MOVE GSIM-TABLE-COUNT TO WS-GSIM-SLOT
074700         MOVE CGRP-GROUP-ID TO GSIM-GROUP-ID(WS-GSIM-SLOT)
074800         PERFORM 3360-SEED-ONE-GSIM-TYPE
074900             THRU 3360-SEED-ONE-GSIM-TYPE-EXIT
075000             VARYING WS-TYPE-SUB FROM 1 BY 1
075100             UNTIL WS-TYPE-SUB > 4
075200     END-IF.
075300     MOVE WS-NEW-GROUP-DAILY-CONSUMED
075400         TO GSIM-DAILY-CONSUMED(WS-GSIM-SLOT).
075500     IF COMM-TXN-TYPE >= 1 AND COMM-TXN-TYPE <= 4
075600         MOVE COMM-TXN-TYPE TO WS-TYPE-SUB
075700         MOVE WS-NEW-GROUP-TYPE-CONSUMED
075800             TO GSIM-TYPE-CONSUMED(WS-GSIM-SLOT, WS-TYPE-SUB)
075900     END-IF.
076000 3300-CONSUME-GROUP-SIMULATED-EXIT.
076100     EXIT.
076200***************************************************************
076300*    3350-FIND-GSIM-ENTRY                                      *
076400***************************************************************
076500 3350-FIND-GSIM-ENTRY.
076600     MOVE ZERO TO WS-GSIM-SLOT.
076700     IF GSIM-TABLE-COUNT > ZERO
076800         PERFORM 3351-TEST-ONE-GSIM-ENTRY
076900             THRU 3351-TEST-ONE-GSIM-ENTRY-EXIT
077000             VARYING WS-GSIM-SUB FROM 1 BY 1
077100             UNTIL WS-GSIM-SUB > GSIM-TABLE-COUNT
077200                OR WS-GSIM-SLOT > ZERO
077300     END-IF.
077400 3350-FIND-GSIM-ENTRY-EXIT.
077500     EXIT.
077600***************************************************************
077700*    3351-TEST-ONE-GSIM-ENTRY                                  *
077800***************************************************************
077900 3351-TEST-ONE-GSIM-ENTRY.
078000     IF GSIM-GROUP-ID(WS-GSIM-SUB) = CGRP-GROUP-ID
078100         MOVE WS-GSIM-SUB TO WS-GSIM-SLOT
078200     END-IF.
078300 3351-TEST-ONE-GSIM-ENTRY-EXIT.
078400     EXIT.
078500***************************************************************
078600*    3360-SEED-ONE-GSIM-TYPE                                   *
078700***************************************************************
078800 3360-SEED-ONE-GSIM-TYPE.
078900     MOVE CGRP-TYPE-CONSUMED(WS-TYPE-SUB)
079000         TO GSIM-TYPE-CONSUMED(WS-GSIM-SLOT, WS-TYPE-SUB).
079100 3360-SEED-ONE-GSIM-TYPE-EXIT.
079200     EXIT.
