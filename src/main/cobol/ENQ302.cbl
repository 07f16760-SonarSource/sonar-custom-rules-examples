007400*                    THE MATCH VERDICT AND REASONS ARE         *
007500*                    RETURNED AS USUAL BUT NOTHING IS BACKED   *
007600*                    OUT, MARKED REVERSED, OR PARKED ON FILE.  *
007700*   2026-10-14 DLM   REVERSING A TYPE-04 TRANSFER ALSO TAKES   *
007800*                    BACK THE CREDIT LEG ENQ304 POSTED TO THE  *
007900*                    COUNTER-ACCOUNT (TXH-COUNTER-ACCOUNT), SO *
008000*                    BOTH LEGS ARE UNDONE TOGETHER.            *
008100*   2026-10-14 DLM   THE BACK-OUT AND THE CREDIT-LEG TAKE-BACK *
008200*                    ALSO ADJUST THE ACCOUNT'S CUSTOMER GROUP  *
008300*                    (CGRPREC) WHEN THE ACCOUNT IS LINKED TO   *
008400*                    ONE -- ALLOWED37 NOW CONSUMES AGAINST     *
008500*                    THE GROUP TOO.  EXTERNAL CONNECTOR.       *
008600*                                                              *
008700***************************************************************
008800 ENVIRONMENT DIVISION.
008900 CONFIGURATION SECTION.
009000 SOURCE-COMPUTER.   IBM-Z15.
009100 OBJECT-COMPUTER.   IBM-Z15.
009200 INPUT-OUTPUT SECTION.
009300 FILE-CONTROL.
009400     SELECT TXN-HISTORY-FILE
009500         ASSIGN TO TXHISTFL
009600         ORGANIZATION IS INDEXED
009700         ACCESS MODE IS DYNAMIC
009800         RECORD KEY IS TXH-KEY
009900         FILE STATUS IS TXH-FILE-STATUS.
010000
010100     SELECT ENTL-MASTER-FILE
010200         ASSIGN TO ENTLMSTR
010300         ORGANIZATION IS INDEXED
010400         ACCESS MODE IS DYNAMIC
010500         RECORD KEY IS ENTL-KEY
010600         FILE STATUS IS ENTL-FILE-STATUS.
010700     SELECT CUST-GROUP-FILE
010800         ASSIGN TO CGRPMSTR
010900         ORGANIZATION IS INDEXED
011000         ACCESS MODE IS DYNAMIC
011100         RECORD KEY IS CGRP-GROUP-ID
011200         FILE STATUS IS CGRP-FILE-STATUS.
011300
011400     SELECT PENDING-REVERSALS-FILE
011500         ASSIGN TO PENDRVFL
011600         ORGANIZATION IS INDEXED
011700         ACCESS MODE IS DYNAMIC
011800         RECORD KEY IS PNDR-KEY
011900         FILE STATUS IS PNDR-FILE-STATUS.
012000
012100     SELECT UNMATCHED-REPORT-FILE
012200         ASSIGN TO UNMRVRPT
012300         ORGANIZATION IS SEQUENTIAL.
012400 DATA DIVISION.
012500 FILE SECTION.
012600*    BOTH KSDS FILES ARE EXTERNAL -- THEY ARE THE SAME FILE
012700*    CONNECTORS ENQ200 (HISTORY) AND ALLOWED37 (ENTITLEMENT)
012800*    USE, SO EVERY PROGRAM IN THE RUN UNIT SHARES ONE ACB AND
012900*    ONE BUFFER POOL PER FILE.  SEPARATE CONNECTORS WOULD LET
013000*    A REWRITE MADE HERE (THE REVERSED FLAG, THE BACKED-OUT
013100*    BALANCE) BE OVERLAID BY A STALE CI BUFFERED IN ANOTHER
013200*    PROGRAM.
013300 FD  TXN-HISTORY-FILE IS EXTERNAL.
013400 COPY TXHISTK.
013500
013600 FD  ENTL-MASTER-FILE IS EXTERNAL.
013700 COPY ENTLREC.
013800*    EXTERNAL -- THE SAME CUSTOMER-GROUP CONNECTOR ALLOWED37
013900*    CONSUMES THROUGH.
014000 FD  CUST-GROUP-FILE IS EXTERNAL.
014100 COPY CGRPREC.
014200
014300*    EXTERNAL -- ENQ200'S RELEASE PASS BROWSES AND DELETES
014400*    FROM THE SAME KSDS IN THIS RUN UNIT.
014500 FD  PENDING-REVERSALS-FILE IS EXTERNAL.
014600 COPY PENDRVK.
014700
014800 FD  UNMATCHED-REPORT-FILE
014900     RECORDING MODE IS F.
015000 01  UNMATCHED-REPORT-LINE          PIC X(132).
015100
015200 WORKING-STORAGE SECTION.
015300***************************************************************
015400*    FILE AND CALL CONTROL.  FILES ARE OPENED ON THE FIRST     *
015500*    CALL OF THE RUN UNIT AND STAY OPEN ACROSS CALLS -- SEE    *
015600*    ALLOWED37 FOR THE SAME PATTERN.  BOTH CONNECTORS ARE      *
015700*    EXTERNAL AND ARE NORMALLY ALREADY OPEN (THE HISTORY FILE  *
015800*    BY ENQ200, THE MASTER BY ALLOWED37); THE OPEN THEN JUST   *
015900*    COMES BACK FILE STATUS 41, WHICH IS EXPECTED AND          *
016000*    IGNORED.  IT IS KEPT FOR THE ONE PATH WHERE ALLOWED37     *
016100*    NEVER RAN (APPROVED SUBPROGRAM BLOCKED BY THE EXCLUSION   *
016200*    LIST) AND THE MASTER IS NOT YET OPEN.                     *
016300***************************************************************
016400 77  TXH-FILE-STATUS                 PIC X(02)  VALUE '00'.
016500 77  ENTL-FILE-STATUS                PIC X(02)  VALUE '00'.
016600 77  CGRP-FILE-STATUS                PIC X(02)  VALUE '00'.
016700 77  PNDR-FILE-STATUS                PIC X(02)  VALUE '00'.
016800 77  WS-FIRST-CALL-SW                PIC X(01)  VALUE 'Y'.
016900     88  WS-FIRST-CALL                   VALUE 'Y'.
017000 77  WS-ORIGINAL-FOUND-SW            PIC X(01)  VALUE 'N'.
017100     88  WS-ORIGINAL-FOUND               VALUE 'Y'.
017200 77  WS-ENTL-FOUND-SW                PIC X(01)  VALUE 'N'.
017300     88  WS-ENTL-FOUND                   VALUE 'Y'.
017400***************************************************************
017500*    TRANSACTION-KEY BREAKDOWN AND THE DERIVED ORIGINAL KEY.   *
017600*    THE DAILY FEED'S KEY IS ACCOUNT (1-6), SERIAL (7-9),      *
017700*    SUB-SEQUENCE (10): '1' ORIGINAL, '2' REVERSAL.            *
017800***************************************************************
017900 01  WS-TXN-KEY-PARTS.
018000     05  WS-TXN-ACCOUNT              PIC X(06).
018100     05  WS-TXN-SERIAL               PIC X(03).
018200     05  WS-TXN-SUB-SEQUENCE         PIC X(01).
018300 01  WS-ORIGINAL-KEY.
018400     05  WS-ORIG-ACCOUNT             PIC X(06).
018500     05  WS-ORIG-SERIAL              PIC X(03).
018600     05  WS-ORIG-SUB-SEQUENCE        PIC X(01).
018700***************************************************************
018800*    BACK-OUT WORK FIELDS                                      *
018900***************************************************************
019000 77  WS-ORIGINAL-AMOUNT              PIC S9(11)V99 COMP-3
019100                                     VALUE ZERO.
019200 77  WS-ORIGINAL-TYPE                PIC 9(02) COMP VALUE ZERO.
019300 77  WS-ORIGINAL-COUNTER             PIC X(06)  VALUE SPACES.
019400 77  WS-GROUP-ADJUST-AMOUNT          PIC S9(11)V99 COMP-3
019500                                     VALUE ZERO.
019600 77  WS-GROUP-ADJUST-TYPE            PIC 9(02) COMP VALUE ZERO.
019700***************************************************************
019800*    PARK-A-REVERSAL WORK FIELDS.  THE STORED RECORD IMAGE     *
019900*    MIRRORS ENQ200'S TRANS-RECORD LAYOUT SO THE RELEASE       *
020000*    PASS CAN FEED IT STRAIGHT BACK THROUGH THE PER-RECORD     *
020100*    PROCESSING.                                               *
020200***************************************************************
020300 01  WS-TRANS-IMAGE.
020400     05  TIMG-TRANS-KEY              PIC X(10).
020500     05  TIMG-TRANS-TYPE             PIC 9(02).
020600     05  TIMG-TRANS-AMOUNT           PIC S9(11)V99.
020700     05  TIMG-EFFECTIVE-DATE         PIC 9(08).
020800     05  TIMG-TRANS-SOURCE           PIC X(08).
020900     05  TIMG-CURRENCY-CODE          PIC X(03).
021000     05  FILLER                      PIC X(36).
021100 01  WS-PARK-DATE                    PIC 9(08)  VALUE ZERO.
021200 LINKAGE SECTION.
021300 COPY COMMAREA.
021400 PROCEDURE DIVISION USING COMM-AREA.
021500***************************************************************
021600*    0000-MAINLINE                                             *
021700***************************************************************
021800 0000-MAINLINE.
021900     IF WS-FIRST-CALL
022000         OPEN I-O TXN-HISTORY-FILE
022100         OPEN I-O ENTL-MASTER-FILE
022200         OPEN I-O CUST-GROUP-FILE
022300         OPEN I-O PENDING-REVERSALS-FILE
022400         OPEN OUTPUT UNMATCHED-REPORT-FILE
022500         MOVE 'ENQ302 UNMATCHED REVERSALS REPORT'
022600             TO UNMATCHED-REPORT-LINE
022700         WRITE UNMATCHED-REPORT-LINE
022800         MOVE SPACES TO UNMATCHED-REPORT-LINE
022900         WRITE UNMATCHED-REPORT-LINE
023000         MOVE 'N' TO WS-FIRST-CALL-SW
023100     END-IF.
023200     MOVE 00     TO COMM-RETURN-CODE.
023300     MOVE SPACES TO COMM-REJECT-REASON.
023400     PERFORM 1000-FIND-ORIGINAL
023500         THRU 1000-FIND-ORIGINAL-EXIT.
023600     IF NOT COMM-RETURN-OK
023700         IF COMM-REJECT-REASON = 'NORG'
023800*            THE ORIGINAL IS NOT ON THE HISTORY FILE *YET* --
023900*            PARK THE REVERSAL FOR ENQ200'S RE-MATCH PASS
024000*            INSTEAD OF BOUNCING IT THROUGH SUSPENSE.
024100             PERFORM 5000-PARK-REVERSAL
024200                 THRU 5000-PARK-REVERSAL-EXIT
024300         ELSE
024400             PERFORM 4000-WRITE-UNMATCHED-LINE
024500                 THRU 4000-WRITE-UNMATCHED-LINE-EXIT
024600         END-IF
024700         GO TO 0000-MAINLINE-EXIT
024800     END-IF.
024900     IF COMM-SIMULATE-MODE
025000*        WHAT-IF MODE -- THE MATCH VERDICT STANDS BUT NOTHING
025100*        IS BACKED OUT OR MARKED ON FILE.
025200         GO TO 0000-MAINLINE-EXIT
025300     END-IF.
025400     PERFORM 2000-BACK-OUT-ENTITLEMENT
025500         THRU 2000-BACK-OUT-ENTITLEMENT-EXIT.
025600     IF WS-ORIGINAL-TYPE = 4
025700         AND WS-ORIGINAL-COUNTER NOT = SPACES
025800         PERFORM 2100-TAKE-BACK-CREDIT-LEG
025900             THRU 2100-TAKE-BACK-CREDIT-LEG-EXIT
026000     END-IF.
026100     PERFORM 3000-MARK-ORIGINAL-REVERSED
026200         THRU 3000-MARK-ORIGINAL-REVERSED-EXIT.
026300 0000-MAINLINE-EXIT.
026400     GOBACK.
026500***************************************************************
026600*    1000-FIND-ORIGINAL  --  DERIVES THE TYPE-01 ORIGINAL'S    *
026700*    KEY FROM THE REVERSAL'S (SUB-SEQUENCE '1' IN PLACE OF     *
026800*    '2') AND QUALIFIES IT: IT MUST EXIST, HAVE BEEN FULLY     *
026900*    PROCESSED, NOT ALREADY BE REVERSED, AND CARRY THE SAME    *
027000*    AMOUNT AS THE REVERSAL.                                   *
027100***************************************************************
027200 1000-FIND-ORIGINAL.
027300     MOVE COMM-TXN-KEY   TO WS-TXN-KEY-PARTS.
027400     MOVE WS-TXN-ACCOUNT TO WS-ORIG-ACCOUNT.
027500     MOVE WS-TXN-SERIAL  TO WS-ORIG-SERIAL.
027600     MOVE '1'            TO WS-ORIG-SUB-SEQUENCE.
027700     MOVE WS-ORIGINAL-KEY TO TXH-TRANS-KEY.
027800     MOVE 'Y' TO WS-ORIGINAL-FOUND-SW.
027900     READ TXN-HISTORY-FILE
028000         INVALID KEY
028100             MOVE 'N' TO WS-ORIGINAL-FOUND-SW
028200     END-READ.
028300     EVALUATE TRUE
028400         WHEN NOT WS-ORIGINAL-FOUND
028500             MOVE 99     TO COMM-RETURN-CODE
028600             MOVE 'NORG' TO COMM-REJECT-REASON
028700         WHEN NOT TXH-DISP-PROCESSED
028800             MOVE 99     TO COMM-RETURN-CODE
028900             MOVE 'ONPR' TO COMM-REJECT-REASON
029000         WHEN TXH-ALREADY-REVERSED
029100             MOVE 99     TO COMM-RETURN-CODE
029200             MOVE 'ARVD' TO COMM-REJECT-REASON
029300         WHEN TXH-TXN-AMOUNT NOT = COMM-TXN-AMOUNT
029400             MOVE 99     TO COMM-RETURN-CODE
029500             MOVE 'AMTM' TO COMM-REJECT-REASON
029600         WHEN OTHER
029700             MOVE TXH-BASE-AMOUNT TO WS-ORIGINAL-AMOUNT
029800             MOVE TXH-TXN-TYPE   TO WS-ORIGINAL-TYPE
029900             MOVE TXH-COUNTER-ACCOUNT TO WS-ORIGINAL-COUNTER
030000     END-EVALUATE.
030100 1000-FIND-ORIGINAL-EXIT.
030200     EXIT.
030300***************************************************************
030400*    2000-BACK-OUT-ENTITLEMENT  --  RETURNS THE ENTITLEMENT    *
030500*    THE ORIGINAL CONSUMED.  THE RUNNING CONSUMED BALANCES     *
030600*    ON THE MASTER RESET EACH EFFECTIVE DATE, SO ONLY A        *
030700*    SAME-DAY REVERSAL HAS A LIVE BALANCE TO RETURN; A         *
030800*    REVERSAL OF A PRIOR DATE'S ORIGINAL FINDS THAT DATE'S     *
030900*    CONSUMPTION ALREADY EXPIRED AND LEAVES THE BALANCES       *
031000*    ALONE.  A MISSING MASTER ROW (ACCOUNT SINCE REMOVED) IS   *
031100*    ALSO LEFT ALONE -- THE REVERSAL ITSELF STILL STANDS.      *
031200***************************************************************
031300 2000-BACK-OUT-ENTITLEMENT.
031400     MOVE TXH-TXN-SOURCE  TO ENTL-KEY-SOURCE.
031500     MOVE WS-ORIG-ACCOUNT TO ENTL-KEY-ACCOUNT.
031600     MOVE 'Y' TO WS-ENTL-FOUND-SW.
031700     READ ENTL-MASTER-FILE
031800         INVALID KEY
031900             MOVE 'N' TO WS-ENTL-FOUND-SW
032000     END-READ.
032100     IF NOT WS-ENTL-FOUND
032200         GO TO 2000-BACK-OUT-ENTITLEMENT-EXIT
032300     END-IF.
032400     IF ENTL-LAST-CONSUMED-DATE = COMM-EFFECTIVE-DATE
032500         SUBTRACT WS-ORIGINAL-AMOUNT FROM ENTL-DAILY-CONSUMED
032600         IF WS-ORIGINAL-TYPE >= 1 AND WS-ORIGINAL-TYPE <= 4
032700             SUBTRACT WS-ORIGINAL-AMOUNT
032800                 FROM ENTL-TYPE-CONSUMED(WS-ORIGINAL-TYPE)
032900         END-IF
033000         REWRITE ENTITLEMENT-MASTER-RECORD
033100     END-IF.
033200     IF NOT ENTL-NOT-GROUPED
033300         COMPUTE WS-GROUP-ADJUST-AMOUNT =
033400             ZERO - WS-ORIGINAL-AMOUNT
033500         MOVE WS-ORIGINAL-TYPE TO WS-GROUP-ADJUST-TYPE
033600         PERFORM 2200-ADJUST-GROUP-CONSUMED
033700             THRU 2200-ADJUST-GROUP-CONSUMED-EXIT
033800     END-IF.
033900 2000-BACK-OUT-ENTITLEMENT-EXIT.
034000     EXIT.
034100***************************************************************
034200*    2100-TAKE-BACK-CREDIT-LEG  --  A REVERSED TRANSFER'S      *
034300*    CREDIT LEG (ENQ304) IS TAKEN BACK FROM THE COUNTER-       *
034400*    ACCOUNT UNDER THE SAME SAME-DAY RULE AS THE BACK-OUT OF   *
034500*    THE DEBIT LEG IN 2000.                                    *
034600***************************************************************
034700 2100-TAKE-BACK-CREDIT-LEG.
034800     MOVE TXH-TXN-SOURCE      TO ENTL-KEY-SOURCE.
034900     MOVE WS-ORIGINAL-COUNTER TO ENTL-KEY-ACCOUNT.
035000     MOVE 'Y' TO WS-ENTL-FOUND-SW.
035100     READ ENTL-MASTER-FILE
035200         INVALID KEY
035300             MOVE 'N' TO WS-ENTL-FOUND-SW
035400     END-READ.
035500     IF NOT WS-ENTL-FOUND
035600         GO TO 2100-TAKE-BACK-CREDIT-LEG-EXIT
035700     END-IF.
035800     IF ENTL-LAST-CONSUMED-DATE = COMM-EFFECTIVE-DATE
035900         ADD WS-ORIGINAL-AMOUNT TO ENTL-DAILY-CONSUMED
036000         ADD WS-ORIGINAL-AMOUNT TO ENTL-TYPE-CONSUMED(4)
036100         REWRITE ENTITLEMENT-MASTER-RECORD
036200     END-IF.
036300     IF NOT ENTL-NOT-GROUPED
036400         MOVE WS-ORIGINAL-AMOUNT TO WS-GROUP-ADJUST-AMOUNT
036500         MOVE 4 TO WS-GROUP-ADJUST-TYPE
036600         PERFORM 2200-ADJUST-GROUP-CONSUMED
036700             THRU 2200-ADJUST-GROUP-CONSUMED-EXIT
036800     END-IF.
036900 2100-TAKE-BACK-CREDIT-LEG-EXIT.
037000     EXIT.
037100***************************************************************
037200*    2200-ADJUST-GROUP-CONSUMED  --  APPLIES WS-GROUP-ADJUST-  *
037300*    AMOUNT (NEGATIVE GIVES CONSUMPTION BACK) TO THE DAILY     *
037400*    AND TYPE BALANCES OF THE CURRENT ACCOUNT ROW'S CUSTOMER   *
037500*    GROUP, UNDER THE SAME SAME-DAY RULE AS THE ACCOUNT: A     *
037600*    GROUP WHOSE BALANCES BELONG TO ANOTHER DATE HAS NOTHING   *
037700*    LIVE TO ADJUST.  A MISSING GROUP ROW IS LEFT ALONE.       *
037800***************************************************************
037900 2200-ADJUST-GROUP-CONSUMED.
038000     MOVE ENTL-GROUP-ID TO CGRP-GROUP-ID.
038100     READ CUST-GROUP-FILE
038200         INVALID KEY
038300             GO TO 2200-ADJUST-GROUP-CONSUMED-EXIT
038400     END-READ.
038500     IF CGRP-LAST-CONSUMED-DATE = COMM-EFFECTIVE-DATE
038600         ADD WS-GROUP-ADJUST-AMOUNT TO CGRP-DAILY-CONSUMED
038700         IF WS-GROUP-ADJUST-TYPE >= 1
038800             AND WS-GROUP-ADJUST-TYPE <= 4
038900             ADD WS-GROUP-ADJUST-AMOUNT
039000                 TO CGRP-TYPE-CONSUMED(WS-GROUP-ADJUST-TYPE)
039100         END-IF
039200         REWRITE CUSTOMER-GROUP-RECORD
039300     END-IF.
039400 2200-ADJUST-GROUP-CONSUMED-EXIT.
039500     EXIT.
039600***************************************************************
039700*    3000-MARK-ORIGINAL-REVERSED  --  THE ORIGINAL'S HISTORY   *
039800*    ROW (STILL CURRENT FROM THE READ IN 1000) IS FLAGGED SO   *
039900*    A SECOND REVERSAL OF THE SAME ORIGINAL IS REJECTED.       *
040000***************************************************************
040100 3000-MARK-ORIGINAL-REVERSED.
040200     SET TXH-ALREADY-REVERSED TO TRUE.
040300     ACCEPT TXH-UPD-DATE FROM DATE YYYYMMDD.
040400     ACCEPT TXH-UPD-TIME FROM TIME.
040500     REWRITE TXN-HISTORY-RECORD.
040600 3000-MARK-ORIGINAL-REVERSED-EXIT.
040700     EXIT.
040800***************************************************************
040900*    4000-WRITE-UNMATCHED-LINE  --  ONE LINE PER REJECTED      *
041000*    REVERSAL; THE FILE IS THE END-OF-JOB UNMATCHED-REVERSALS  *
041100*    REPORT.                                                   *
041200***************************************************************
041300 4000-WRITE-UNMATCHED-LINE.
041400     MOVE SPACES TO UNMATCHED-REPORT-LINE.
041500     STRING 'REVERSAL KEY=' COMM-TXN-KEY
041600         '  REASON=' COMM-REJECT-REASON
041700         DELIMITED BY SIZE INTO UNMATCHED-REPORT-LINE.
041800     WRITE UNMATCHED-REPORT-LINE.
041900 4000-WRITE-UNMATCHED-LINE-EXIT.
042000     EXIT.
042100***************************************************************
042200*    5000-PARK-REVERSAL  --  STORE THE REVERSAL'S RECORD       *
042300*    IMAGE ON THE PENDING-REVERSALS KSDS UNDER ITS OWN KEY     *
042400*    AND HAND BACK 04/PEND.  A KEY ALREADY PARKED (THE SAME    *
042500*    REVERSAL PRESENTED AGAIN BEFORE ITS ORIGINAL ARRIVED)     *
042600*    KEEPS ITS FIRST PARKED DATE -- THAT DATE DRIVES THE       *
042700*    STILL-PENDING AGING ON ENQ200'S SUMMARY REPORT.           *
042800***************************************************************
042900 5000-PARK-REVERSAL.
043000     MOVE SPACES TO WS-TRANS-IMAGE.
043100     MOVE COMM-TXN-KEY            TO TIMG-TRANS-KEY.
043200     MOVE COMM-TXN-TYPE           TO TIMG-TRANS-TYPE.
043300     MOVE COMM-TXN-AMOUNT         TO TIMG-TRANS-AMOUNT.
043400     MOVE COMM-EFFECTIVE-DATE     TO TIMG-EFFECTIVE-DATE.
043500     MOVE COMM-ORIGINATING-SOURCE TO TIMG-TRANS-SOURCE.
043600     MOVE COMM-CURRENCY-CODE      TO TIMG-CURRENCY-CODE.
043700     MOVE COMM-TXN-KEY            TO PNDR-TRANS-KEY.
043800     ACCEPT WS-PARK-DATE FROM DATE YYYYMMDD.
043900     MOVE WS-PARK-DATE            TO PNDR-PARKED-DATE.
044000     MOVE WS-TRANS-IMAGE          TO PNDR-TRANS-RECORD.
044100     IF COMM-SIMULATE-MODE
044200*        WHAT-IF MODE -- THE VERDICT IS "WOULD PARK"; THE
044300*        STORE IS NOT TOUCHED.
044400         GO TO 5000-PARK-REVERSAL-VERDICT
044500     END-IF.
044600     WRITE PENDING-REVERSAL-RECORD
044700         INVALID KEY
044800*            ALREADY PARKED FROM AN EARLIER ATTEMPT -- LEAVE
044900*            THE EXISTING ROW (AND ITS FIRST PARKED DATE)
045000*            ALONE.
045100             CONTINUE
045200     END-WRITE.
045300 5000-PARK-REVERSAL-VERDICT.
045400     MOVE 04     TO COMM-RETURN-CODE.
045500     MOVE 'PEND' TO COMM-REJECT-REASON.
045600     MOVE SPACES TO UNMATCHED-REPORT-LINE.
045700     STRING 'REVERSAL KEY=' COMM-TXN-KEY
045800         '  PARKED PENDING ITS ORIGINAL'
045900         DELIMITED BY SIZE INTO UNMATCHED-REPORT-LINE.
046000     WRITE UNMATCHED-REPORT-LINE.
046100 5000-PARK-REVERSAL-EXIT.
046200     EXIT.
