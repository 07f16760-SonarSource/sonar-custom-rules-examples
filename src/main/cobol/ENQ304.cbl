000600 DATE-COMPILED.
000700***************************************************************
000800*                                                              *
000900*   ENQ304  --  TYPE-04 ACCOUNT-TO-ACCOUNT TRANSFER PROCESSOR  *
001000*                                                              *
001100*   INVOKED FROM ENQ200'S TRANSACTION-TYPE DISPATCH FOR EVERY  *
001200*   TYPE-04 TRANSACTION.  A TYPE 04 IS AN INTERNAL TRANSFER    *
001300*   BETWEEN TWO ACCOUNTS OF THE SAME SOURCE: THE DEBIT LEG IS  *
001400*   THE ACCOUNT IN THE KEY (1-6), WHOSE ENTITLEMENT ALLOWED37  *
001500*   HAS ALREADY CHECKED AND CONSUMED; THE CREDIT LEG IS THE    *
001600*   COUNTER-ACCOUNT CARRIED ON THE RECORD                      *
001700*   (COMM-COUNTER-ACCOUNT).                                    *
001800*                                                              *
001900*   THE COUNTER-ACCOUNT MUST BE ON THE ENTITLEMENT MASTER      *
002000*   (ENTLREC) UNDER THE SAME SOURCE AND BE ACTIVE.  A GOOD     *
002100*   CREDIT LEG IS POSTED BY CREDITING THE BASE-CURRENCY        *
002200*   AMOUNT BACK AGAINST THE COUNTER-ACCOUNT'S CONSUMED         *
002300*   BALANCES (DAILY AND TYPE 04) -- THE MIRROR OF THE DEBIT    *
002400*   LEG'S CONSUMPTION -- AND 00 IS RETURNED.  ANYTHING ELSE    *
002500*   IS REJECTED THROUGH COMM-RETURN-CODE WITH THE REASON IN    *
002600*   COMM-REJECT-REASON, AND ENQ200 CARRIES IT TO SUSPENSE:     *
002700*                                                              *
002800*       XCAB  --  NO COUNTER-ACCOUNT ON THE RECORD.            *
002900*       XSAM  --  THE COUNTER-ACCOUNT IS THE DEBIT ACCOUNT.    *
003000*       XNAC  --  THE COUNTER-ACCOUNT IS NOT ON THE MASTER     *
003100*                 FOR THIS SOURCE.                             *
003200*       XCLS  --  THE COUNTER-ACCOUNT IS NOT ACTIVE.           *
003300*       SIMO  --  WHAT-IF MODE ONLY: THE SHADOW TABLE HAS NO   *
003400*                 ROOM FOR THE COUNTER-ACCOUNT OR ITS GROUP.   *
003500*                                                              *
003600*   THE TWO LEGS ARE ONE UNIT.  A REJECTED CREDIT LEG ALSO     *
003700*   BACKS OUT THE CONSUMPTION ALLOWED37 POSTED FOR THE DEBIT   *
003800*   LEG (ONLY WHEN ALLOWED37 ACTUALLY RAN -- SEE               *
003900*   COMM-APPROVED-CALLED-SW), SO A TRANSFER EITHER POSTS BOTH  *
004000*   LEGS OR GOES TO SUSPENSE WITH NEITHER.  A DEBIT LEG        *
004100*   REJECTED BY ALLOWED37 NEVER REACHES THIS PROGRAM, SO ITS   *
004200*   CREDIT LEG IS NEVER POSTED.                                *
004300*                                                              *
004400*   IN SIMULATE (WHAT-IF) MODE THE COUNTER-ACCOUNT IS STILL    *
004500*   VALIDATED AND THE VERDICT RETURNED, BUT NOTHING IS         *
004600*   CREDITED OR BACKED OUT ON FILE.  THE CREDIT LEG AND THE    *
004700*   DEBIT-LEG BACK-OUT ARE MADE AGAINST ALLOWED37'S WHAT-IF    *
004800*   SHADOW (COPYBOOK ENTLSIM) INSTEAD, SO THE REST OF THE      *
004900*   CANDIDATE BATCH IS SIMULATED AGAINST THE SAME BALANCES A   *
005000*   LIVE RUN WOULD LEAVE.  A SHADOW WITH NO ROOM FOR THE       *
005100*   COUNTER-ACCOUNT OR ITS GROUP REJECTS THE TRANSFER SIMO,    *
005200*   AS ALLOWED37 DOES, AND THE DEBIT LEG COMES BACK OUT.       *
005300*                                                              *
005400*   A TRANSFER THAT POSTS LEAVES COMM-REJECT-REASON AS         *
005500*   ALLOWED37 SET IT (FRCD, OVR1, OVR2) SO THE EXTRACT STILL   *
005600*   SHOWS WHAT APPROVED THE DEBIT LEG.                         *
005700*                                                              *
005800*   MODIFICATION HISTORY                                       *
005900*   DATE       INIT  DESCRIPTION                               *
006000*   ---------- ----  ------------------------------------------*
006100*   2026-08-08 DLM   ORIGINAL VERSION.                          *
006200*   2026-08-09 DLM   SWITCHED FROM THE BARE PARAM1 FIELD TO     *
006300*                    COMM-AREA.                                 *
006400*   2026-10-14 DLM   REPLACED THE DO-NOTHING STUB WITH TWO-LEG *
006500*                    TRANSFER PROCESSING: COUNTER-ACCOUNT      *
006600*                    VALIDATION (XCAB, XSAM, XNAC, XCLS), THE  *
006700*                    CREDIT LEG ON THE ENTITLEMENT MASTER, AND *
006800*                    THE DEBIT LEG BACKED OUT WHEN THE CREDIT  *
006900*                    LEG FAILS.                                *
007000*   2026-10-14 DLM   BOTH LEGS NOW ALSO MOVE THE CUSTOMER      *
007100*                    GROUP (CGRPREC) OF AN ACCOUNT LINKED TO   *
007200*                    ONE: THE CREDIT LEG CREDITS THE COUNTER-  *
007300*                    ACCOUNT'S GROUP AND THE DEBIT-LEG BACK-   *
007400*                    OUT RETURNS THE DEBIT ACCOUNT'S GROUP     *
007500*                    CONSUMPTION.  A TRANSFER BETWEEN TWO      *
007600*                    ACCOUNTS OF ONE GROUP NETS TO ZERO ON     *
007700*                    THE GROUP.  EXTERNAL CONNECTOR.           *
007800*   2026-10-15 DLM   NO LONGER CLEARS ALLOWED37'S REASON       *
007900*                    TRAIL (FRCD/OVRN) ON A TRANSFER THAT      *
008000*                    POSTS.                                    *
008100*   2026-10-15 DLM   WHAT-IF MODE NOW CREDITS THE COUNTER-     *
008200*                    ACCOUNT (AND ITS GROUP) AND BACKS OUT A   *
008300*                    FAILED TRANSFER'S DEBIT LEG IN            *
008400*                    ALLOWED37'S SHADOW BALANCES.  BOTH WERE   *
008500*                    SKIPPED, SO THE SIMULATION UNDERSTATED    *
008600*                    THE HEADROOM A TRANSFER LEAVES.  NEW      *
008700*                    REJECT SIMO WHEN THE SHADOW IS FULL.      *
008800*                                                              *
008900***************************************************************
009000 ENVIRONMENT DIVISION.
009100 CONFIGURATION SECTION.
009200 SOURCE-COMPUTER.   IBM-Z15.
009300 OBJECT-COMPUTER.   IBM-Z15.
009400 INPUT-OUTPUT SECTION.
009500 FILE-CONTROL.
009600     SELECT ENTL-MASTER-FILE
009700         ASSIGN TO ENTLMSTR
009800         ORGANIZATION IS INDEXED
009900         ACCESS MODE IS DYNAMIC
010000         RECORD KEY IS ENTL-KEY
010100         FILE STATUS IS ENTL-FILE-STATUS.
010200     SELECT CUST-GROUP-FILE
010300         ASSIGN TO CGRPMSTR
010400         ORGANIZATION IS INDEXED
010500         ACCESS MODE IS DYNAMIC
010600         RECORD KEY IS CGRP-GROUP-ID
010700         FILE STATUS IS CGRP-FILE-STATUS.
010800 DATA DIVISION.
010900 FILE SECTION.
011000*    EXTERNAL -- THE SAME FILE CONNECTOR ALLOWED37 AND ENQ302
011100*    USE, SO THE CREDIT LEG'S REWRITE AND THE DEBIT LEG'S
011200*    CONSUMPTION GO THROUGH ONE ACB AND ONE BUFFER POOL.
011300 FD  ENTL-MASTER-FILE IS EXTERNAL.
011400 COPY ENTLREC.
011500*    EXTERNAL -- THE SAME CUSTOMER-GROUP CONNECTOR ALLOWED37
011600*    CONSUMES THROUGH.
011700 FD  CUST-GROUP-FILE IS EXTERNAL.
011800 COPY CGRPREC.
011900
012000 WORKING-STORAGE SECTION.
012100***************************************************************
012200*    FILE AND CALL CONTROL.  THE MASTER IS OPENED ON THE       *
012300*    FIRST CALL OF THE RUN UNIT AND STAYS OPEN ACROSS CALLS -- *
012400*    SEE ENQ302 FOR THE SAME PATTERN.  THE CONNECTOR IS        *
012500*    NORMALLY ALREADY OPEN BY ALLOWED37 AND THE OPEN JUST      *
012600*    COMES BACK FILE STATUS 41, WHICH IS EXPECTED AND          *
012700*    IGNORED.                                                  *
012800***************************************************************
012900 77  ENTL-FILE-STATUS                PIC X(02)  VALUE '00'.
013000 77  CGRP-FILE-STATUS                PIC X(02)  VALUE '00'.
013100 77  WS-FIRST-CALL-SW                PIC X(01)  VALUE 'Y'.
013200     88  WS-FIRST-CALL                   VALUE 'Y'.
013300 77  WS-ENTL-FOUND-SW                PIC X(01)  VALUE 'N'.
013400     88  WS-ENTL-FOUND                   VALUE 'Y'.
013500 77  WS-TYPE-SUB                     PIC 9(02) COMP VALUE ZERO.
013600***************************************************************
013700*    ALLOWED37'S WHAT-IF SHADOW (EXTERNAL) AND ITS LOOKUP      *
013800*    WORK FIELDS -- SEE 2500 AND 3500.                         *
013900***************************************************************
014000 COPY ENTLSIM.
014100 77  WS-SIM-SLOT                     PIC 9(04) COMP VALUE ZERO.
014200 77  WS-SIM-SUB                      PIC 9(04) COMP VALUE ZERO.
014300 77  WS-GSIM-SLOT                    PIC 9(04) COMP VALUE ZERO.
014400 77  WS-GSIM-SUB                     PIC 9(04) COMP VALUE ZERO.
014500 77  WS-SIM-ACCOUNT                  PIC X(06)  VALUE SPACES.
014600 77  WS-SIM-GROUP-ID                 PIC X(08)  VALUE SPACES.
014700 77  WS-CGRP-FOUND-SW                PIC X(01)  VALUE 'N'.
014800     88  WS-CGRP-FOUND                   VALUE 'Y'.
014900***************************************************************
015000*    TRANSACTION-KEY BREAKDOWN.  THE DAILY FEED'S KEY IS       *
015100*    ACCOUNT (1-6), SERIAL (7-9), SUB-SEQUENCE (10); THE       *
015200*    ACCOUNT IS THE DEBIT LEG.                                 *
015300***************************************************************
015400 01  WS-TXN-KEY-PARTS.
015500     05  WS-TXN-ACCOUNT              PIC X(06).
015600     05  WS-TXN-SERIAL               PIC X(03).
015700     05  WS-TXN-SUB-SEQUENCE         PIC X(01).
015800 LINKAGE SECTION.
015900 COPY COMMAREA.
016000 PROCEDURE DIVISION USING COMM-AREA.
016100***************************************************************
016200*    0000-MAINLINE                                             *
016300***************************************************************
016400 0000-MAINLINE.
016500     IF WS-FIRST-CALL
016600         OPEN I-O ENTL-MASTER-FILE
016700         OPEN I-O CUST-GROUP-FILE
016800         MOVE 'N' TO WS-FIRST-CALL-SW
016900     END-IF.
017000     MOVE 00     TO COMM-RETURN-CODE.
017100     MOVE COMM-TXN-KEY TO WS-TXN-KEY-PARTS.
017200     PERFORM 1000-VALIDATE-COUNTER-ACCOUNT
017300         THRU 1000-VALIDATE-COUNTER-ACCOUNT-EXIT.
017400     IF NOT COMM-RETURN-OK
017500         IF COMM-APPROVED-CALLED
017600             IF COMM-SIMULATE-MODE
017700                 PERFORM 3500-BACK-OUT-DEBIT-SIMULATED
017800                     THRU 3500-BACK-OUT-DEBIT-SIMULATED-EXIT
017900             ELSE
018000                 PERFORM 3000-BACK-OUT-DEBIT-LEG
018100                     THRU 3000-BACK-OUT-DEBIT-LEG-EXIT
018200             END-IF
018300         END-IF
018400         GO TO 0000-MAINLINE-EXIT
018500     END-IF.
018600     IF COMM-SIMULATE-MODE
018700*        WHAT-IF MODE -- THE CREDIT LEG IS NOT POSTED ON FILE
018800*        BUT GOES INTO ALLOWED37'S SHADOW BALANCES.
018900         PERFORM 2500-CREDIT-COUNTER-SIMULATED
019000             THRU 2500-CREDIT-COUNTER-SIMULATED-EXIT
019100         GO TO 0000-MAINLINE-EXIT
019200     END-IF.
019300     PERFORM 2000-CREDIT-COUNTER-ACCOUNT
019400         THRU 2000-CREDIT-COUNTER-ACCOUNT-EXIT.
019500 0000-MAINLINE-EXIT.
019600     GOBACK.
019700***************************************************************
019800*    1000-VALIDATE-COUNTER-ACCOUNT  --  THE CREDIT LEG MUST    *
019900*    NAME A DIFFERENT ACCOUNT OF THE SAME SOURCE THAT IS ON    *
020000*    THE MASTER AND ACTIVE.  ON SUCCESS THE COUNTER-ACCOUNT'S  *
020100*    ROW IS LEFT CURRENT FOR THE REWRITE IN 2000.              *
020200***************************************************************
020300 1000-VALIDATE-COUNTER-ACCOUNT.
020400     IF COMM-COUNTER-ACCOUNT = SPACES
020500         MOVE 99     TO COMM-RETURN-CODE
020600         MOVE 'XCAB' TO COMM-REJECT-REASON
020700         GO TO 1000-VALIDATE-COUNTER-ACCOUNT-EXIT
020800     END-IF.
020900     IF COMM-COUNTER-ACCOUNT = WS-TXN-ACCOUNT
021000         MOVE 99     TO COMM-RETURN-CODE
021100         MOVE 'XSAM' TO COMM-REJECT-REASON
021200         GO TO 1000-VALIDATE-COUNTER-ACCOUNT-EXIT
021300     END-IF.
021400     MOVE COMM-ORIGINATING-SOURCE TO ENTL-KEY-SOURCE.
021500     MOVE COMM-COUNTER-ACCOUNT    TO ENTL-KEY-ACCOUNT.
021600     MOVE 'Y' TO WS-ENTL-FOUND-SW.
021700     READ ENTL-MASTER-FILE
021800         INVALID KEY
021900             MOVE 'N' TO WS-ENTL-FOUND-SW
022000     END-READ.
022100     EVALUATE TRUE
022200         WHEN NOT WS-ENTL-FOUND
022300             MOVE 99     TO COMM-RETURN-CODE
022400             MOVE 'XNAC' TO COMM-REJECT-REASON
022500         WHEN NOT ENTL-STATUS-ACTIVE
022600             MOVE 99     TO COMM-RETURN-CODE
022700             MOVE 'XCLS' TO COMM-REJECT-REASON
022800         WHEN OTHER
022900             CONTINUE
023000     END-EVALUATE.
023100 1000-VALIDATE-COUNTER-ACCOUNT-EXIT.
023200     EXIT.
023300***************************************************************
023400*    2000-CREDIT-COUNTER-ACCOUNT  --  THE CREDIT LEG.  LIKE    *
023500*    ALLOWED37, THE FIRST MOVEMENT OF A NEW EFFECTIVE DATE     *
023600*    RESETS THE RUNNING BALANCES BEFORE THEY ARE TOUCHED.      *
023700*    THE CREDIT MAY TAKE THE CONSUMED BALANCES BELOW ZERO --   *
023800*    A TRANSFER IN RAISES WHAT THE ACCOUNT MAY MOVE OUT THE    *
023900*    SAME DAY.                                                 *
024000***************************************************************
024100 2000-CREDIT-COUNTER-ACCOUNT.
024200     IF ENTL-LAST-CONSUMED-DATE NOT = COMM-EFFECTIVE-DATE
024300         MOVE ZERO TO ENTL-DAILY-CONSUMED
024400         PERFORM 2100-RESET-ONE-TYPE-CONSUMED
024500             THRU 2100-RESET-ONE-TYPE-CONSUMED-EXIT
024600             VARYING WS-TYPE-SUB FROM 1 BY 1
024700             UNTIL WS-TYPE-SUB > 4
024800         MOVE COMM-EFFECTIVE-DATE TO ENTL-LAST-CONSUMED-DATE
024900     END-IF.
025000     SUBTRACT COMM-BASE-AMOUNT FROM ENTL-DAILY-CONSUMED.
025100     SUBTRACT COMM-BASE-AMOUNT FROM ENTL-TYPE-CONSUMED(4).
025200     REWRITE ENTITLEMENT-MASTER-RECORD.
025300     IF NOT ENTL-NOT-GROUPED
025400         PERFORM 2200-CREDIT-COUNTER-GROUP
025500             THRU 2200-CREDIT-COUNTER-GROUP-EXIT
025600     END-IF.
025700 2000-CREDIT-COUNTER-ACCOUNT-EXIT.
025800     EXIT.
025900***************************************************************
026000*    2100-RESET-ONE-TYPE-CONSUMED                              *
026100***************************************************************
026200 2100-RESET-ONE-TYPE-CONSUMED.
026300     MOVE ZERO TO ENTL-TYPE-CONSUMED(WS-TYPE-SUB).
026400 2100-RESET-ONE-TYPE-CONSUMED-EXIT.
026500     EXIT.
026600***************************************************************
026700*    2200-CREDIT-COUNTER-GROUP  --  THE CREDIT LEG AGAINST     *
026800*    THE COUNTER-ACCOUNT'S CUSTOMER GROUP, WITH THE SAME       *
026900*    NEW-DATE RESET AS THE ACCOUNT ROW.  A MISSING GROUP ROW   *
027000*    IS LEFT ALONE -- THE ACCOUNT CREDIT STILL STANDS.         *
027100***************************************************************
027200 2200-CREDIT-COUNTER-GROUP.
027300     MOVE ENTL-GROUP-ID TO CGRP-GROUP-ID.
027400     READ CUST-GROUP-FILE
027500         INVALID KEY
027600             GO TO 2200-CREDIT-COUNTER-GROUP-EXIT
027700     END-READ.
027800     IF CGRP-LAST-CONSUMED-DATE NOT = COMM-EFFECTIVE-DATE
027900         MOVE ZERO TO CGRP-DAILY-CONSUMED
028000         PERFORM 2210-RESET-ONE-GROUP-TYPE
028100             THRU 2210-RESET-ONE-GROUP-TYPE-EXIT
028200             VARYING WS-TYPE-SUB FROM 1 BY 1
028300             UNTIL WS-TYPE-SUB > 4
028400         MOVE COMM-EFFECTIVE-DATE TO CGRP-LAST-CONSUMED-DATE
028500     END-IF.
028600     SUBTRACT COMM-BASE-AMOUNT FROM CGRP-DAILY-CONSUMED.
028700     SUBTRACT COMM-BASE-AMOUNT FROM CGRP-TYPE-CONSUMED(4).
028800     REWRITE CUSTOMER-GROUP-RECORD.
028900 2200-CREDIT-COUNTER-GROUP-EXIT.
029000     EXIT.
029100***************************************************************
029200*    2210-RESET-ONE-GROUP-TYPE                                 *
029300***************************************************************
029400 2210-RESET-ONE-GROUP-TYPE.
029500     MOVE ZERO TO CGRP-TYPE-CONSUMED(WS-TYPE-SUB).
029600 2210-RESET-ONE-GROUP-TYPE-EXIT.
029700     EXIT.
029800***************************************************************
029900*    2500-CREDIT-COUNTER-SIMULATED  --  THE CREDIT LEG IN      *
030000*    WHAT-IF MODE.  THE COUNTER-ACCOUNT'S ROW IS CURRENT FROM  *
030100*    1000 AND ITS GROUP ROW IS READ HERE, BUT NEITHER IS EVER  *
030200*    REWRITTEN: THE CREDIT GOES TO THE ACCOUNT'S AND GROUP'S   *
030300*    SHADOW ENTRIES.  AN ENTRY NOT YET IN THE SHADOW IS        *
030400*    OPENED FROM THE ROW'S OWN BALANCES AFTER THE SAME         *
030500*    NEW-DATE RESET AS 2000, THE WAY ALLOWED37 OPENS ONE.      *
030600*    ROOM IS CHECKED IN BOTH TABLES BEFORE EITHER IS TOUCHED,  *
030700*    SO A SIMO CANNOT LEAVE HALF A CREDIT BEHIND.  A MISSING   *
030800*    GROUP ROW IS LEFT ALONE, AS IN 2200.                      *
030900***************************************************************
031000 2500-CREDIT-COUNTER-SIMULATED.
031100     MOVE COMM-COUNTER-ACCOUNT TO WS-SIM-ACCOUNT.
031200     PERFORM 3550-FIND-SIM-ENTRY THRU 3550-FIND-SIM-ENTRY-EXIT.
031300     IF WS-SIM-SLOT = ZERO
031400         AND SIM-TABLE-COUNT = SIM-MAX-ENTRIES
031500         GO TO 2500-CREDIT-COUNTER-SIMO
031600     END-IF.
031700     MOVE 'N' TO WS-CGRP-FOUND-SW.
031800     MOVE ZERO TO WS-GSIM-SLOT.
031900     IF NOT ENTL-NOT-GROUPED
032000         MOVE ENTL-GROUP-ID TO CGRP-GROUP-ID
032100         MOVE 'Y' TO WS-CGRP-FOUND-SW
032200         READ CUST-GROUP-FILE
032300             INVALID KEY
032400                 MOVE 'N' TO WS-CGRP-FOUND-SW
032500         END-READ
032600     END-IF.
032700     IF WS-CGRP-FOUND
032800         MOVE CGRP-GROUP-ID TO WS-SIM-GROUP-ID
032900         PERFORM 3560-FIND-GSIM-ENTRY
033000             THRU 3560-FIND-GSIM-ENTRY-EXIT
033100         IF WS-GSIM-SLOT = ZERO
033200             AND GSIM-TABLE-COUNT = GSIM-MAX-ENTRIES
033300             GO TO 2500-CREDIT-COUNTER-SIMO
033400         END-IF
033500     END-IF.
033600     IF WS-SIM-SLOT = ZERO
033700         IF ENTL-LAST-CONSUMED-DATE NOT = COMM-EFFECTIVE-DATE
033800             MOVE ZERO TO ENTL-DAILY-CONSUMED
033900             PERFORM 2100-RESET-ONE-TYPE-CONSUMED
034000                 THRU 2100-RESET-ONE-TYPE-CONSUMED-EXIT
034100                 VARYING WS-TYPE-SUB FROM 1 BY 1
034200                 UNTIL WS-TYPE-SUB > 4
034300         END-IF
034400         ADD 1 TO SIM-TABLE-COUNT
034500         MOVE SIM-TABLE-COUNT TO WS-SIM-SLOT
034600         MOVE COMM-ORIGINATING-SOURCE
034700             TO SIM-KEY-SOURCE(WS-SIM-SLOT)
034800         MOVE WS-SIM-ACCOUNT TO SIM-KEY-ACCOUNT(WS-SIM-SLOT)
034900         MOVE ENTL-DAILY-CONSUMED
035000             TO SIM-DAILY-CONSUMED(WS-SIM-SLOT)
035100         PERFORM 2510-SEED-ONE-SIM-TYPE
035200             THRU 2510-SEED-ONE-SIM-TYPE-EXIT
035300             VARYING WS-TYPE-SUB FROM 1 BY 1
035400             UNTIL WS-TYPE-SUB > 4
035500     END-IF.
035600     SUBTRACT COMM-BASE-AMOUNT
035700         FROM SIM-DAILY-CONSUMED(WS-SIM-SLOT).
035800     SUBTRACT COMM-BASE-AMOUNT
035900         FROM SIM-TYPE-CONSUMED(WS-SIM-SLOT, 4).
036000     IF NOT WS-CGRP-FOUND
036100         GO TO 2500-CREDIT-COUNTER-SIMULATED-EXIT
036200     END-IF.
036300     IF WS-GSIM-SLOT = ZERO
036400         IF CGRP-LAST-CONSUMED-DATE NOT = COMM-EFFECTIVE-DATE
036500             MOVE ZERO TO CGRP-DAILY-CONSUMED
036600             PERFORM 2210-RESET-ONE-GROUP-TYPE
036700                 THRU 2210-RESET-ONE-GROUP-TYPE-EXIT
036800                 VARYING WS-TYPE-SUB FROM 1 BY 1
036900                 UNTIL WS-TYPE-SUB > 4
037000         END-IF
037100         ADD 1 TO GSIM-TABLE-COUNT
037200         MOVE GSIM-TABLE-COUNT TO WS-GSIM-SLOT
037300         MOVE WS-SIM-GROUP-ID TO GSIM-GROUP-ID(WS-GSIM-SLOT)
037400         MOVE CGRP-DAILY-CONSUMED
037500             TO GSIM-DAILY-CONSUMED(WS-GSIM-SLOT)
037600         PERFORM 2520-SEED-ONE-GSIM-TYPE
037700             THRU 2520-SEED-ONE-GSIM-TYPE-EXIT
037800             VARYING WS-TYPE-SUB FROM 1 BY 1
037900             UNTIL WS-TYPE-SUB > 4
038000     END-IF.
038100     SUBTRACT COMM-BASE-AMOUNT
038200         FROM GSIM-DAILY-CONSUMED(WS-GSIM-SLOT).
038300     SUBTRACT COMM-BASE-AMOUNT
038400         FROM GSIM-TYPE-CONSUMED(WS-GSIM-SLOT, 4).
038500     GO TO 2500-CREDIT-COUNTER-SIMULATED-EXIT.
038600 2500-CREDIT-COUNTER-SIMO.
038700*    NO ROOM IN THE SHADOW -- A SILENT DROP OF THE CREDIT
038800*    WOULD ANSWER THE WHAT-IF WRONGLY, SO THE TRANSFER IS
038900*    REFUSED AND ITS DEBIT LEG GIVEN BACK, AS FOR ANY FAILED
039000*    CREDIT LEG.
039100     MOVE 99     TO COMM-RETURN-CODE.
039200     MOVE 'SIMO' TO COMM-REJECT-REASON.
039300     IF COMM-APPROVED-CALLED
039400         PERFORM 3500-BACK-OUT-DEBIT-SIMULATED
039500             THRU 3500-BACK-OUT-DEBIT-SIMULATED-EXIT
039600     END-IF.
039700 2500-CREDIT-COUNTER-SIMULATED-EXIT.
039800     EXIT.
039900***************************************************************
040000*    2510-SEED-ONE-SIM-TYPE                                    *
040100***************************************************************
040200 2510-SEED-ONE-SIM-TYPE.
040300     MOVE ENTL-TYPE-CONSUMED(WS-TYPE-SUB)
040400         TO SIM-TYPE-CONSUMED(WS-SIM-SLOT, WS-TYPE-SUB).
040500 2510-SEED-ONE-SIM-TYPE-EXIT.
040600     EXIT.
040700***************************************************************
040800*    2520-SEED-ONE-GSIM-TYPE                                   *
040900***************************************************************
041000 2520-SEED-ONE-GSIM-TYPE.
041100     MOVE CGRP-TYPE-CONSUMED(WS-TYPE-SUB)
041200         TO GSIM-TYPE-CONSUMED(WS-GSIM-SLOT, WS-TYPE-SUB).
041300 2520-SEED-ONE-GSIM-TYPE-EXIT.
041400     EXIT.
041500***************************************************************
041600*    3000-BACK-OUT-DEBIT-LEG  --  RETURNS THE ENTITLEMENT      *
041700*    ALLOWED37 CONSUMED FOR THE DEBIT LEG OF A TRANSFER WHOSE  *
041800*    CREDIT LEG FAILED.  THE SAME RULE AS ENQ302'S BACK-OUT:   *
041900*    ONLY A ROW WHOSE BALANCES BELONG TO THE EFFECTIVE DATE    *
042000*    IS TOUCHED, AND A MISSING ROW IS LEFT ALONE.              *
042100***************************************************************
042200 3000-BACK-OUT-DEBIT-LEG.
042300     MOVE COMM-ORIGINATING-SOURCE TO ENTL-KEY-SOURCE.
042400     MOVE WS-TXN-ACCOUNT          TO ENTL-KEY-ACCOUNT.
042500     MOVE 'Y' TO WS-ENTL-FOUND-SW.
042600     READ ENTL-MASTER-FILE
042700         INVALID KEY
042800             MOVE 'N' TO WS-ENTL-FOUND-SW
042900     END-READ.
043000     IF NOT WS-ENTL-FOUND
043100         GO TO 3000-BACK-OUT-DEBIT-LEG-EXIT
043200     END-IF.
043300     IF ENTL-LAST-CONSUMED-DATE = COMM-EFFECTIVE-DATE
043400         SUBTRACT COMM-BASE-AMOUNT FROM ENTL-DAILY-CONSUMED
043500         SUBTRACT COMM-BASE-AMOUNT FROM ENTL-TYPE-CONSUMED(4)
043600         REWRITE ENTITLEMENT-MASTER-RECORD
043700     END-IF.
043800     IF NOT ENTL-NOT-GROUPED
043900         PERFORM 3100-BACK-OUT-DEBIT-GROUP
044000             THRU 3100-BACK-OUT-DEBIT-GROUP-EXIT
044100     END-IF.
044200 3000-BACK-OUT-DEBIT-LEG-EXIT.
044300     EXIT.
044400***************************************************************
044500*    3100-BACK-OUT-DEBIT-GROUP  --  RETURNS WHAT ALLOWED37     *
044600*    CONSUMED AGAINST THE DEBIT ACCOUNT'S CUSTOMER GROUP,      *
044700*    UNDER THE SAME SAME-DAY RULE AS 3000.                     *
044800***************************************************************
044900 3100-BACK-OUT-DEBIT-GROUP.
045000     MOVE ENTL-GROUP-ID TO CGRP-GROUP-ID.
045100     READ CUST-GROUP-FILE
045200         INVALID KEY
045300             GO TO 3100-BACK-OUT-DEBIT-GROUP-EXIT
045400     END-READ.
045500     IF CGRP-LAST-CONSUMED-DATE = COMM-EFFECTIVE-DATE
045600         SUBTRACT COMM-BASE-AMOUNT FROM CGRP-DAILY-CONSUMED
045700         SUBTRACT COMM-BASE-AMOUNT FROM CGRP-TYPE-CONSUMED(4)
045800         REWRITE CUSTOMER-GROUP-RECORD
045900     END-IF.
046000 3100-BACK-OUT-DEBIT-GROUP-EXIT.
046100     EXIT.
046200***************************************************************
046300*    3500-BACK-OUT-DEBIT-SIMULATED  --  WHAT-IF MODE.  THE     *
046400*    DEBIT LEG WAS CONSUMED AGAINST ALLOWED37'S SHADOW, NOT    *
046500*    THE MASTER, SO THAT IS WHERE IT IS RETURNED.  THE DEBIT   *
046600*    ACCOUNT'S MASTER ROW IS READ ONLY FOR ITS GROUP ID AND    *
046700*    IS NEVER REWRITTEN.  A SHADOW ENTRY THAT IS NOT THERE IS  *
046800*    LEFT ALONE, AS A MISSING ROW IS IN 3000.                  *
046900***************************************************************
047000 3500-BACK-OUT-DEBIT-SIMULATED.
047100     MOVE WS-TXN-ACCOUNT TO WS-SIM-ACCOUNT.
047200     PERFORM 3550-FIND-SIM-ENTRY THRU 3550-FIND-SIM-ENTRY-EXIT.
047300     IF WS-SIM-SLOT > ZERO
047400         SUBTRACT COMM-BASE-AMOUNT
047500             FROM SIM-DAILY-CONSUMED(WS-SIM-SLOT)
047600         SUBTRACT COMM-BASE-AMOUNT
047700             FROM SIM-TYPE-CONSUMED(WS-SIM-SLOT, 4)
047800     END-IF.
047900     MOVE COMM-ORIGINATING-SOURCE TO ENTL-KEY-SOURCE.
048000     MOVE WS-TXN-ACCOUNT          TO ENTL-KEY-ACCOUNT.
048100     READ ENTL-MASTER-FILE
048200         INVALID KEY
048300             GO TO 3500-BACK-OUT-DEBIT-SIMULATED-EXIT
048400     END-READ.
048500     IF ENTL-NOT-GROUPED
048600         GO TO 3500-BACK-OUT-DEBIT-SIMULATED-EXIT
048700     END-IF.
048800     MOVE ENTL-GROUP-ID TO WS-SIM-GROUP-ID.
048900     PERFORM 3560-FIND-GSIM-ENTRY THRU 3560-FIND-GSIM-ENTRY-EXIT.
049000     IF WS-GSIM-SLOT > ZERO
049100         SUBTRACT COMM-BASE-AMOUNT
049200             FROM GSIM-DAILY-CONSUMED(WS-GSIM-SLOT)
049300         SUBTRACT COMM-BASE-AMOUNT
049400             FROM GSIM-TYPE-CONSUMED(WS-GSIM-SLOT, 4)
049500     END-IF.
049600 3500-BACK-OUT-DEBIT-SIMULATED-EXIT.
049700     EXIT.
049800***************************************************************
049900*    3550-FIND-SIM-ENTRY  --  THE SHADOW ENTRY FOR THE SOURCE  *
050000*    AND WS-SIM-ACCOUNT; WS-SIM-SLOT STAYS ZERO IF THERE IS    *
050100*    NONE.                                                     *
050200***************************************************************
050300 3550-FIND-SIM-ENTRY.
050400     MOVE ZERO TO WS-SIM-SLOT.
050500     IF SIM-TABLE-COUNT > ZERO
050600         PERFORM 3551-TEST-ONE-SIM-ENTRY
050700             THRU 3551-TEST-ONE-SIM-ENTRY-EXIT
050800             VARYING WS-SIM-SUB FROM 1 BY 1
050900             UNTIL WS-SIM-SUB > SIM-TABLE-COUNT
051000                OR WS-SIM-SLOT > ZERO
051100     END-IF.
051200 3550-FIND-SIM-ENTRY-EXIT.
051300     EXIT.
051400***************************************************************
051500*    3551-TEST-ONE-SIM-ENTRY                                   *
051600***************************************************************
051700 3551-TEST-ONE-SIM-ENTRY.
051800     IF SIM-KEY-SOURCE(WS-SIM-SUB)  = COMM-ORIGINATING-SOURCE
051900         AND SIM-KEY-ACCOUNT(WS-SIM-SUB) = WS-SIM-ACCOUNT
052000         MOVE WS-SIM-SUB TO WS-SIM-SLOT
052100     END-IF.
052200 3551-TEST-ONE-SIM-ENTRY-EXIT.
052300     EXIT.
052400***************************************************************
052500*    3560-FIND-GSIM-ENTRY  --  THE SHADOW ENTRY FOR            *
052600*    WS-SIM-GROUP-ID; WS-GSIM-SLOT STAYS ZERO IF THERE IS      *
052700*    NONE.                                                     *
052800***************************************************************
052900 3560-FIND-GSIM-ENTRY.
053000     MOVE ZERO TO WS-GSIM-SLOT.
053100     IF GSIM-TABLE-COUNT > ZERO
053200         PERFORM 3561-TEST-ONE-GSIM-ENTRY
053300             THRU 3561-TEST-ONE-GSIM-ENTRY-EXIT
053400             VARYING WS-GSIM-SUB FROM 1 BY 1
053500             UNTIL WS-GSIM-SUB > GSIM-TABLE-COUNT
053600                OR WS-GSIM-SLOT > ZERO
053700     END-IF.
053800 3560-FIND-GSIM-ENTRY-EXIT.
053900     EXIT.
054000***************************************************************
054100*    3561-TEST-ONE-GSIM-ENTRY                                  *
054200***************************************************************
054300 3561-TEST-ONE-GSIM-ENTRY.
054400     IF GSIM-GROUP-ID(WS-GSIM-SUB) = WS-SIM-GROUP-ID
054500         MOVE WS-GSIM-SUB TO WS-GSIM-SLOT
054600     END-IF.
054700 3561-TEST-ONE-GSIM-ENTRY-EXIT.
054800     EXIT.
