000600 DATE-COMPILED.
000700***************************************************************
000800*                                                              *
000900*   ENQ303  --  TYPE-03 FEE PROCESSOR                          *
001000*                                                              *
001100*   INVOKED FROM ENQ200'S TRANSACTION-TYPE DISPATCH FOR EVERY  *
001200*   TYPE-03 TRANSACTION.  A TYPE 03 IS A FEE CHARGED BY THE    *
001300*   ORIGINATING SOURCE; THE RECORD CARRIES THE FEE CODE        *
001400*   (COMM-FEE-CODE) AND THE AMOUNT CHARGED.                    *
001500*                                                              *
001600*   EACH FEE IS VALIDATED AGAINST THE FEE SCHEDULE (FEESCHD),  *
001700*   KEYED BY SOURCE PLUS FEE CODE AND EFFECTIVE-DATED: THE     *
001800*   ACTIVE ROW WITH THE LATEST EFFECTIVE DATE NOT LATER THAN   *
001900*   THE TRANSACTION'S EFFECTIVE DATE GIVES THE CHARGE.  A FEE  *
002000*   THAT AGREES WITH ITS SCHEDULED CHARGE RETURNS 00.          *
002100*   ANYTHING ELSE IS REJECTED THROUGH COMM-RETURN-CODE WITH    *
002200*   THE REASON IN COMM-REJECT-REASON, AND ENQ200 CARRIES IT    *
002300*   TO SUSPENSE:                                               *
002400*                                                              *
002500*       FCDB  --  THE FEE CODE IS BLANK.                       *
002600*       FNSC  --  NO ACTIVE SCHEDULE ROW FOR THIS SOURCE AND   *
002700*                 FEE CODE IS EFFECTIVE ON THE ITEM'S DATE.    *
002800*       FCCY  --  THE SCHEDULED CHARGE IS FOR A DIFFERENT      *
002900*                 CURRENCY THAN THE ITEM'S.                    *
003000*       FAMT  --  THE AMOUNT CHARGED DOES NOT AGREE WITH THE   *
003100*                 SCHEDULED CHARGE.                            *
003200*                                                              *
003300*   ALLOWED37 HAS ALREADY CONSUMED THE FEE AGAINST THE         *
003400*   ACCOUNT'S ENTITLEMENT (AND ITS CUSTOMER GROUP'S) BEFORE    *
003500*   THIS PROGRAM SEES IT.  A REJECTED FEE GIVES THAT           *
003600*   CONSUMPTION BACK HERE -- THE SAME BACK-OUT ENQ304 MAKES    *
003700*   FOR A FAILED CREDIT LEG, AND ONLY WHEN ALLOWED37 ACTUALLY  *
003800*   RAN (COMM-APPROVED-CALLED-SW) -- SO A FEE IN SUSPENSE      *
003900*   HOLDS NO ENTITLEMENT AND A RECYCLED FEE CONSUMES ONCE.     *
004000*   IN SIMULATE (WHAT-IF) MODE NOTHING IS BACKED OUT ON FILE;  *
004100*   THE SAME BACK-OUT IS MADE AGAINST ALLOWED37'S WHAT-IF      *
004200*   SHADOW (COPYBOOK ENTLSIM) INSTEAD, SO A REJECTED FEE DOES  *
004300*   NOT GO ON HOLDING SIMULATED ENTITLEMENT FOR THE REST OF    *
004400*   THE CANDIDATE BATCH.                                       *
004500*                                                              *
004600*   AN APPROVED FEE LEAVES COMM-REJECT-REASON AS ALLOWED37     *
004700*   SET IT (FRCD, OVR1, OVR2) SO THE EXTRACT STILL SHOWS WHAT  *
004800*   APPROVED IT.                                               *
004900*                                                              *
005000*   MODIFICATION HISTORY                                       *
005100*   DATE       INIT  DESCRIPTION                               *
005200*   ---------- ----  ------------------------------------------*
005300*   2026-08-08 DLM   ORIGINAL VERSION.                          *
005400*   2026-08-09 DLM   SWITCHED FROM THE BARE PARAM1 FIELD TO     *
005500*                    COMM-AREA.                                 *
005600*   2026-10-14 DLM   REPLACED THE DO-NOTHING STUB WITH FEE     *
005700*                    VALIDATION AGAINST THE EFFECTIVE-DATED    *
005800*                    FEE SCHEDULE (FEESCHD) AND THE FCDB,      *
005900*                    FNSC, FCCY AND FAMT REJECTS.              *
006000*   2026-10-15 DLM   A REJECTED FEE NOW BACKS OUT THE          *
006100*                    ENTITLEMENT ALLOWED37 CONSUMED FOR IT     *
006200*                    (ACCOUNT AND GROUP), AND ALLOWED37'S      *
006300*                    REASON TRAIL (FRCD/OVRN) IS NO LONGER     *
006400*                    CLEARED ON AN APPROVED FEE.  EXTERNAL     *
006500*                    ENTLMSTR AND CGRPMSTR CONNECTORS.         *
006600*   2026-10-15 DLM   IN WHAT-IF MODE A REJECTED FEE NOW BACKS  *
006700*                    OUT OF ALLOWED37'S SHADOW BALANCES        *
006800*                    (ACCOUNT AND GROUP) -- IT WAS LEFT        *
006900*                    CONSUMED THERE, SO LATER ITEMS FOR THE    *
007000*                    ACCOUNT WERE SIMULATED AGAINST TOO LITTLE *
007100*                    HEADROOM.                                 *
007200*                                                              *
007300***************************************************************
007400 ENVIRONMENT DIVISION.
007500 CONFIGURATION SECTION.
007600 SOURCE-COMPUTER.   IBM-Z15.
007700 OBJECT-COMPUTER.   IBM-Z15.
007800 INPUT-OUTPUT SECTION.
007900 FILE-CONTROL.
008000     SELECT FEE-SCHEDULE-FILE
008100         ASSIGN TO FEESCHD
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS FSCH-FILE-STATUS.
008400     SELECT ENTL-MASTER-FILE
008500         ASSIGN TO ENTLMSTR
008600         ORGANIZATION IS INDEXED
008700         ACCESS MODE IS DYNAMIC
008800         RECORD KEY IS ENTL-KEY
008900         FILE STATUS IS ENTL-FILE-STATUS.
009000     SELECT CUST-GROUP-FILE
009100         ASSIGN TO CGRPMSTR
009200         ORGANIZATION IS INDEXED
009300         ACCESS MODE IS DYNAMIC
009400         RECORD KEY IS CGRP-GROUP-ID
009500         FILE STATUS IS CGRP-FILE-STATUS.
009600 DATA DIVISION.
009700 FILE SECTION.
009800 FD  FEE-SCHEDULE-FILE
009900     RECORDING MODE IS F.
010000 01  FEE-SCHEDULE-RECORD.
010100     05  FSCH-SOURCE                 PIC X(08).
010200     05  FSCH-FEE-CODE               PIC X(04).
010300     05  FSCH-EFFECTIVE-DATE         PIC 9(08).
010400     05  FSCH-CURRENCY-CODE          PIC X(03).
010500     05  FSCH-CHARGE-AMOUNT          PIC 9(09)V99.
010600     05  FSCH-ACTIVE-FLAG            PIC X(01).
010700     05  FILLER                      PIC X(45).
010800*    EXTERNAL -- THE SAME FILE CONNECTOR ALLOWED37 CONSUMED
010900*    THROUGH, SO THE BACK-OUT GOES THROUGH ONE ACB AND ONE
011000*    BUFFER POOL.
011100 FD  ENTL-MASTER-FILE IS EXTERNAL.
011200 COPY ENTLREC.
011300*    EXTERNAL -- THE SAME CUSTOMER-GROUP CONNECTOR.
011400 FD  CUST-GROUP-FILE IS EXTERNAL.
011500 COPY CGRPREC.
011600
011700 WORKING-STORAGE SECTION.
011800***************************************************************
011900*    FILE AND CALL CONTROL.  THE SCHEDULE IS LOADED ON THE     *
012000*    FIRST CALL OF THE RUN UNIT AND KEPT ACROSS CALLS -- SEE   *
012100*    ALLOWED37 FOR THE SAME PATTERN.  A MISSING FEE-SCHEDULE   *
012200*    FILE LEAVES THE TABLE EMPTY, SO EVERY FEE REJECTS FNSC    *
012300*    RATHER THAN POSTING UNCHECKED.  THE ENTITLEMENT AND       *
012400*    GROUP MASTERS ARE OPENED ON THE SAME FIRST CALL; THEY ARE *
012500*    NORMALLY ALREADY OPEN BY ALLOWED37 AND THE OPEN JUST      *
012600*    COMES BACK FILE STATUS 41, WHICH IS EXPECTED AND IGNORED. *
012700***************************************************************
012800 77  FSCH-FILE-STATUS                PIC X(02)  VALUE '00'.
012900 77  ENTL-FILE-STATUS                PIC X(02)  VALUE '00'.
013000 77  CGRP-FILE-STATUS                PIC X(02)  VALUE '00'.
013100 77  FSCH-FILE-EOF-SW                PIC X(01)  VALUE 'N'.
013200     88  FSCH-FILE-AT-EOF                VALUE 'Y'.
013300 77  WS-FIRST-CALL-SW                PIC X(01)  VALUE 'Y'.
013400     88  WS-FIRST-CALL                   VALUE 'Y'.
013500 77  WS-ENTL-FOUND-SW                PIC X(01)  VALUE 'N'.
013600     88  WS-ENTL-FOUND                   VALUE 'Y'.
013700***************************************************************
013800*    SCHEDULE LOOKUP RESULT                                    *
013900***************************************************************
014000 77  WS-FEES-SLOT                    PIC 9(04) COMP VALUE ZERO.
014100 77  WS-FEES-BEST-DATE               PIC 9(08)  VALUE ZERO.
014200 COPY FEESCHD.
014300***************************************************************
014400*    ALLOWED37'S WHAT-IF SHADOW (EXTERNAL) AND ITS LOOKUP      *
014500*    SLOTS -- SEE 3500.                                        *
014600***************************************************************
014700 COPY ENTLSIM.
014800 77  WS-SIM-SLOT                     PIC 9(04) COMP VALUE ZERO.
014900 77  WS-SIM-SUB                      PIC 9(04) COMP VALUE ZERO.
015000 77  WS-GSIM-SLOT                    PIC 9(04) COMP VALUE ZERO.
015100 77  WS-GSIM-SUB                     PIC 9(04) COMP VALUE ZERO.
015200 LINKAGE SECTION.
015300 COPY COMMAREA.
015400 PROCEDURE DIVISION USING COMM-AREA.
015500***************************************************************
015600*    0000-MAINLINE                                             *
015700***************************************************************
015800 0000-MAINLINE.
015900     IF WS-FIRST-CALL
016000         PERFORM 1000-LOAD-FEE-SCHEDULE
016100             THRU 1000-LOAD-FEE-SCHEDULE-EXIT
016200         OPEN I-O ENTL-MASTER-FILE
016300         OPEN I-O CUST-GROUP-FILE
016400         MOVE 'N' TO WS-FIRST-CALL-SW
016500     END-IF.
016600     MOVE 00     TO COMM-RETURN-CODE.
016700     PERFORM 0500-VALIDATE-FEE THRU 0500-VALIDATE-FEE-EXIT.
016800     IF NOT COMM-RETURN-OK
016900         AND COMM-APPROVED-CALLED
017000         IF COMM-SIMULATE-MODE
017100             PERFORM 3500-BACK-OUT-FEE-SIMULATED
017200                 THRU 3500-BACK-OUT-FEE-SIMULATED-EXIT
017300         ELSE
017400             PERFORM 3000-BACK-OUT-FEE
017500                 THRU 3000-BACK-OUT-FEE-EXIT
017600         END-IF
017700     END-IF.
017800 0000-MAINLINE-EXIT.
017900     GOBACK.
018000***************************************************************
018100*    0500-VALIDATE-FEE  --  THE FIRST FAILING CHECK SETS THE   *
018200*    RETURN CODE AND REASON.  A FEE THAT PASSES LEAVES BOTH    *
018300*    AS ALLOWED37 RETURNED THEM.                               *
018400***************************************************************
018500 0500-VALIDATE-FEE.
018600     IF COMM-FEE-CODE = SPACES
018700         MOVE 99     TO COMM-RETURN-CODE
018800         MOVE 'FCDB' TO COMM-REJECT-REASON
018900         GO TO 0500-VALIDATE-FEE-EXIT
019000     END-IF.
019100     PERFORM 2000-FIND-SCHEDULED-FEE
019200         THRU 2000-FIND-SCHEDULED-FEE-EXIT.
019300     EVALUATE TRUE
019400         WHEN WS-FEES-SLOT = ZERO
019500             MOVE 99     TO COMM-RETURN-CODE
019600             MOVE 'FNSC' TO COMM-REJECT-REASON
019700         WHEN FEES-CURRENCY-CODE(WS-FEES-SLOT) NOT = SPACES
019800          AND FEES-CURRENCY-CODE(WS-FEES-SLOT)
019900                                  NOT = COMM-CURRENCY-CODE
020000             MOVE 99     TO COMM-RETURN-CODE
020100             MOVE 'FCCY' TO COMM-REJECT-REASON
020200         WHEN FEES-CHARGE-AMOUNT(WS-FEES-SLOT)
020300                                  NOT = COMM-TXN-AMOUNT
020400             MOVE 99     TO COMM-RETURN-CODE
020500             MOVE 'FAMT' TO COMM-REJECT-REASON
020600         WHEN OTHER
020700             CONTINUE
020800     END-EVALUATE.
020900 0500-VALIDATE-FEE-EXIT.
021000     EXIT.
021100***************************************************************
021200*    1000-LOAD-FEE-SCHEDULE  --  LOADS THE FEE-SCHEDULE TABLE  *
021300*    FROM FEE-SCHEDULE-FILE.  AN EMPTY OR MISSING FILE LEAVES  *
021400*    THE TABLE EMPTY.                                          *
021500***************************************************************
021600 1000-LOAD-FEE-SCHEDULE.
021700     MOVE ZERO TO FEES-TABLE-COUNT.
021800     MOVE 'N' TO FSCH-FILE-EOF-SW.
021900     OPEN INPUT FEE-SCHEDULE-FILE.
022000     IF FSCH-FILE-STATUS = '35'
022100*        NO FEE-SCHEDULE FILE ON THIS RUN -- TABLE STAYS EMPTY
022200*        AND EVERY FEE REJECTS FNSC.
022300         GO TO 1000-LOAD-FEE-SCHEDULE-EXIT
022400     END-IF.
022500     READ FEE-SCHEDULE-FILE
022600         AT END
022700             SET FSCH-FILE-AT-EOF TO TRUE
022800     END-READ.
022900     PERFORM 1100-LOAD-ONE-FEE-ENTRY
023000         THRU 1100-LOAD-ONE-FEE-ENTRY-EXIT
023100         UNTIL FSCH-FILE-AT-EOF
023200            OR FEES-TABLE-COUNT = FEES-MAX-ENTRIES.
023300     CLOSE FEE-SCHEDULE-FILE.
023400 1000-LOAD-FEE-SCHEDULE-EXIT.
023500     EXIT.
023600***************************************************************
023700*    1100-LOAD-ONE-FEE-ENTRY                                   *
023800***************************************************************
023900 1100-LOAD-ONE-FEE-ENTRY.
024000     ADD 1 TO FEES-TABLE-COUNT.
024100     MOVE FSCH-SOURCE         TO FEES-SOURCE(FEES-TABLE-COUNT).
024200     MOVE FSCH-FEE-CODE       TO FEES-FEE-CODE(FEES-TABLE-COUNT).
024300     MOVE FSCH-EFFECTIVE-DATE TO
024400         FEES-EFFECTIVE-DATE(FEES-TABLE-COUNT).
024500     MOVE FSCH-CURRENCY-CODE  TO
024600         FEES-CURRENCY-CODE(FEES-TABLE-COUNT).
024700     MOVE FSCH-CHARGE-AMOUNT  TO
024800         FEES-CHARGE-AMOUNT(FEES-TABLE-COUNT).
024900     MOVE FSCH-ACTIVE-FLAG    TO
025000         FEES-ACTIVE-FLAG(FEES-TABLE-COUNT).
025100     READ FEE-SCHEDULE-FILE
025200         AT END
025300             SET FSCH-FILE-AT-EOF TO TRUE
025400     END-READ.
025500 1100-LOAD-ONE-FEE-ENTRY-EXIT.
025600     EXIT.
025700***************************************************************
025800*    2000-FIND-SCHEDULED-FEE  --  PICKS THE ACTIVE ROW FOR     *
025900*    THIS SOURCE AND FEE CODE WITH THE LATEST EFFECTIVE DATE   *
026000*    NOT LATER THAN THE ITEM'S.  WS-FEES-SLOT STAYS ZERO IF    *
026100*    NO ROW QUALIFIES.                                         *
026200***************************************************************
026300 2000-FIND-SCHEDULED-FEE.
026400     MOVE ZERO TO WS-FEES-SLOT.
026500     MOVE ZERO TO WS-FEES-BEST-DATE.
026600     IF FEES-TABLE-COUNT > ZERO
026700         PERFORM 2100-CHECK-ONE-FEE-ENTRY
026800             THRU 2100-CHECK-ONE-FEE-ENTRY-EXIT
026900             VARYING FEES-IDX FROM 1 BY 1
027000             UNTIL FEES-IDX > FEES-TABLE-COUNT
027100     END-IF.
027200 2000-FIND-SCHEDULED-FEE-EXIT.
027300     EXIT.
027400***************************************************************
027500*    2100-CHECK-ONE-FEE-ENTRY                                  *
027600***************************************************************
027700 2100-CHECK-ONE-FEE-ENTRY.
027800     IF FEES-IS-ACTIVE(FEES-IDX)
027900         AND FEES-SOURCE(FEES-IDX)   = COMM-ORIGINATING-SOURCE
028000         AND FEES-FEE-CODE(FEES-IDX) = COMM-FEE-CODE
028100         AND FEES-EFFECTIVE-DATE(FEES-IDX) <= COMM-EFFECTIVE-DATE
028200         AND (WS-FEES-SLOT = ZERO
028300          OR FEES-EFFECTIVE-DATE(FEES-IDX) > WS-FEES-BEST-DATE)
028400         SET WS-FEES-SLOT TO FEES-IDX
028500         MOVE FEES-EFFECTIVE-DATE(FEES-IDX) TO WS-FEES-BEST-DATE
028600     END-IF.
028700 2100-CHECK-ONE-FEE-ENTRY-EXIT.
028800     EXIT.
028900***************************************************************
029000*    3000-BACK-OUT-FEE  --  RETURNS THE ENTITLEMENT ALLOWED37  *
029100*    CONSUMED FOR A FEE THAT HAS JUST BEEN REJECTED.  THE      *
029200*    SAME RULE AS ENQ304'S DEBIT-LEG BACK-OUT: ONLY A ROW      *
029300*    WHOSE BALANCES BELONG TO THE EFFECTIVE DATE IS TOUCHED,   *
029400*    AND A MISSING ROW IS LEFT ALONE.                          *
029500***************************************************************
029600 3000-BACK-OUT-FEE.
029700     MOVE COMM-ORIGINATING-SOURCE TO ENTL-KEY-SOURCE.
029800     MOVE COMM-TXN-KEY(1:6)       TO ENTL-KEY-ACCOUNT.
029900     MOVE 'Y' TO WS-ENTL-FOUND-SW.
030000     READ ENTL-MASTER-FILE
030100         INVALID KEY
030200             MOVE 'N' TO WS-ENTL-FOUND-SW
030300     END-READ.
030400     IF NOT WS-ENTL-FOUND
030500         GO TO 3000-BACK-OUT-FEE-EXIT
030600     END-IF.
030700     IF ENTL-LAST-CONSUMED-DATE = COMM-EFFECTIVE-DATE
030800         SUBTRACT COMM-BASE-AMOUNT FROM ENTL-DAILY-CONSUMED
030900         SUBTRACT COMM-BASE-AMOUNT FROM ENTL-TYPE-CONSUMED(3)
031000         REWRITE ENTITLEMENT-MASTER-RECORD
031100     END-IF.
031200     IF NOT ENTL-NOT-GROUPED
031300         PERFORM 3100-BACK-OUT-FEE-GROUP
031400             THRU 3100-BACK-OUT-FEE-GROUP-EXIT
031500     END-IF.
031600 3000-BACK-OUT-FEE-EXIT.
031700     EXIT.
031800***************************************************************
031900*    3100-BACK-OUT-FEE-GROUP  --  RETURNS WHAT ALLOWED37       *
032000*    CONSUMED AGAINST THE ACCOUNT'S CUSTOMER GROUP, UNDER THE  *
032100*    SAME SAME-DAY RULE AS 3000.                               *
032200***************************************************************
032300 3100-BACK-OUT-FEE-GROUP.
032400     MOVE ENTL-GROUP-ID TO CGRP-GROUP-ID.
032500     READ CUST-GROUP-FILE
032600         INVALID KEY
032700             GO TO 3100-BACK-OUT-FEE-GROUP-EXIT
032800     END-READ.
032900     IF CGRP-LAST-CONSUMED-DATE = COMM-EFFECTIVE-DATE
033000         SUBTRACT COMM-BASE-AMOUNT FROM CGRP-DAILY-CONSUMED
033100         SUBTRACT COMM-BASE-AMOUNT FROM CGRP-TYPE-CONSUMED(3)
033200         REWRITE CUSTOMER-GROUP-RECORD
033300     END-IF.
033400 3100-BACK-OUT-FEE-GROUP-EXIT.
033500     EXIT.
033600***************************************************************
033700*    3500-BACK-OUT-FEE-SIMULATED  --  WHAT-IF MODE.  THE FEE   *
033800*    WAS CONSUMED AGAINST ALLOWED37'S SHADOW, NOT THE MASTER,  *
033900*    SO THAT IS WHERE IT IS RETURNED.  THE MASTER ROW IS READ  *
034000*    ONLY FOR THE ACCOUNT'S GROUP ID AND IS NEVER REWRITTEN.   *
034100*    A SHADOW ENTRY THAT IS NOT THERE IS LEFT ALONE, AS A      *
034200*    MISSING ROW IS IN 3000.                                   *
034300***************************************************************
034400 3500-BACK-OUT-FEE-SIMULATED.
034500     MOVE ZERO TO WS-SIM-SLOT.
034600     IF SIM-TABLE-COUNT > ZERO
034700         PERFORM 3510-TEST-ONE-SIM-ENTRY
034800             THRU 3510-TEST-ONE-SIM-ENTRY-EXIT
034900             VARYING WS-SIM-SUB FROM 1 BY 1
035000             UNTIL WS-SIM-SUB > SIM-TABLE-COUNT
035100                OR WS-SIM-SLOT > ZERO
035200     END-IF.
035300     IF WS-SIM-SLOT > ZERO
035400         SUBTRACT COMM-BASE-AMOUNT
035500             FROM SIM-DAILY-CONSUMED(WS-SIM-SLOT)
035600         SUBTRACT COMM-BASE-AMOUNT
035700             FROM SIM-TYPE-CONSUMED(WS-SIM-SLOT, 3)
035800     END-IF.
035900     MOVE COMM-ORIGINATING-SOURCE TO ENTL-KEY-SOURCE.
036000     MOVE COMM-TXN-KEY(1:6)       TO ENTL-KEY-ACCOUNT.
036100     READ ENTL-MASTER-FILE
036200         INVALID KEY
036300             GO TO 3500-BACK-OUT-FEE-SIMULATED-EXIT
036400     END-READ.
036500     IF ENTL-NOT-GROUPED
036600         GO TO 3500-BACK-OUT-FEE-SIMULATED-EXIT
036700     END-IF.
036800     MOVE ZERO TO WS-GSIM-SLOT.
036900     IF GSIM-TABLE-COUNT > ZERO
037000         PERFORM 3520-TEST-ONE-GSIM-ENTRY
037100             THRU 3520-TEST-ONE-GSIM-ENTRY-EXIT
037200             VARYING WS-GSIM-SUB FROM 1 BY 1
037300             UNTIL WS-GSIM-SUB > GSIM-TABLE-COUNT
037400                OR WS-GSIM-SLOT > ZERO
037500     END-IF.
037600     IF WS-GSIM-SLOT > ZERO
037700         SUBTRACT COMM-BASE-AMOUNT
037800             FROM GSIM-DAILY-CONSUMED(WS-GSIM-SLOT)
037900         SUBTRACT COMM-BASE-AMOUNT
038000             FROM GSIM-TYPE-CONSUMED(WS-GSIM-SLOT, 3)
038100     END-IF.
038200 3500-BACK-OUT-FEE-SIMULATED-EXIT.
038300     EXIT.
038400***************************************************************
038500*    3510-TEST-ONE-SIM-ENTRY                                   *
038600***************************************************************
038700 3510-TEST-ONE-SIM-ENTRY.
038800     IF SIM-KEY-SOURCE(WS-SIM-SUB)  = COMM-ORIGINATING-SOURCE
038900         AND SIM-KEY-ACCOUNT(WS-SIM-SUB) = COMM-TXN-KEY(1:6)
039000         MOVE WS-SIM-SUB TO WS-SIM-SLOT
039100     END-IF.
039200 3510-TEST-ONE-SIM-ENTRY-EXIT.
039300     EXIT.
039400***************************************************************
039500*    3520-TEST-ONE-GSIM-ENTRY                                  *
039600***************************************************************
039700 3520-TEST-ONE-GSIM-ENTRY.
039800     IF GSIM-GROUP-ID(WS-GSIM-SUB) = ENTL-GROUP-ID
039900         MOVE WS-GSIM-SUB TO WS-GSIM-SLOT
040000     END-IF.
040100 3520-TEST-ONE-GSIM-ENTRY-EXIT.
040200     EXIT.
