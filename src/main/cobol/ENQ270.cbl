002600*   ZERO.  CLOSED ACCOUNTS (ENTL-STATUS 'C') ARE SKIPPED;      *
002700*   NOTHING CAN CONSUME AGAINST THEM.                          *
002800*                                                              *
002900*   THE CUSTOMER-GROUP MASTER (CGRPREC) IS SWEPT THE SAME WAY  *
003000*   AFTER THE ACCOUNTS: A GROUP'S DAILY AND PER-TYPE           *
003100*   AGGREGATE BUCKETS AT OR ABOVE THE PERCENTAGE RANK IN THE   *
003200*   SAME WORST-FIRST LIST AS THE ACCOUNT BUCKETS, MARKED AS    *
003300*   GROUP LINES, AND AN ACCOUNT LINE NAMES THE GROUP THE       *
003400*   ACCOUNT BELONGS TO -- A DESK RAISING ONE ACCOUNT'S LIMIT   *
003500*   SEES WHETHER THE GROUP CAP WILL STOP IT ANYWAY.            *
003600*                                                              *
003700*   PARM:  BUSINESS DATE (YYYYMMDD) PLUS WARNING PERCENTAGE    *
003800*   (3 DIGITS), E.G. PARM='20260903080' FOR 80 PERCENT.        *
003900*                                                              *
004000*   RETURN CODES:  0 = NO BUCKET AT OR ABOVE THE PERCENTAGE;   *
004100*   4 = WARNINGS ON THE REPORT;  8 = BAD PARM, NO REPORT.      *
004200*                                                              *
004300*   MODIFICATION HISTORY                                       *
004400*   DATE       INIT  DESCRIPTION                                *
004500*   ---------- ----  ------------------------------------------*
004600*   2026-09-03 DLM   ORIGINAL VERSION.                         *
004700*   2026-10-14 DLM   GROUP UTILIZATION: SWEEPS THE CUSTOMER-   *
004800*                    GROUP MASTER AFTER THE ACCOUNTS AND RANKS *
004900*                    GROUP BUCKETS WITH THE ACCOUNT BUCKETS.   *
005000*                    THE EXTRACT CARRIES A LEVEL (A/G) AND THE *
005100*                    GROUP ID IN ITS FILLER.                   *
005200*                                                              *
005300***************************************************************
005400 ENVIRONMENT DIVISION.
005500 CONFIGURATION SECTION.
005600 SOURCE-COMPUTER.   IBM-Z15.
005700 OBJECT-COMPUTER.   IBM-Z15.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     SELECT ENTL-MASTER-FILE
006100         ASSIGN TO ENTLMSTR
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS ENTL-KEY
006500         FILE STATUS IS ENTL-FILE-STATUS.
006600     SELECT CUST-GROUP-FILE
006700         ASSIGN TO CGRPMSTR
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS CGRP-GROUP-ID
007100         FILE STATUS IS CGRP-FILE-STATUS.
007200
007300     SELECT UTIL-REPORT-FILE
007400         ASSIGN TO UTILRPT
007500         ORGANIZATION IS SEQUENTIAL.
007600
007700     SELECT UTIL-EXTRACT-FILE
007800         ASSIGN TO UTILEXT
007900         ORGANIZATION IS SEQUENTIAL.
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  ENTL-MASTER-FILE.
008300 COPY ENTLREC.
008400 FD  CUST-GROUP-FILE.
008500 COPY CGRPREC.
008600
008700 FD  UTIL-REPORT-FILE
008800     RECORDING MODE IS F.
008900 01  UTIL-REPORT-LINE               PIC X(132).
009000
009100 FD  UTIL-EXTRACT-FILE
009200     RECORDING MODE IS F.
009300 01  UTIL-EXTRACT-RECORD.
009400     05  UTX-SOURCE                  PIC X(08).
009500     05  UTX-ACCOUNT                 PIC X(06).
009600     05  UTX-BUCKET                  PIC X(05).
009700     05  UTX-LIMIT                   PIC 9(11)V99.
009800     05  UTX-CONSUMED                PIC 9(11)V99.
009900     05  UTX-UTILIZATION-PCT         PIC 9(03).
010000     05  UTX-BUSINESS-DATE           PIC 9(08).
010100     05  UTX-LEVEL                   PIC X(01).
010200         88  UTX-ACCOUNT-LEVEL           VALUE 'A'.
010300         88  UTX-GROUP-LEVEL             VALUE 'G'.
010400     05  UTX-GROUP-ID                PIC X(08).
010500     05  FILLER                      PIC X(15).
010600
010700 WORKING-STORAGE SECTION.
010800***************************************************************
010900*    FILE STATUS AND SWEEP CONTROL                             *
011000***************************************************************
011100 77  ENTL-FILE-STATUS                PIC X(02)  VALUE '00'.
011200 77  CGRP-FILE-STATUS                PIC X(02)  VALUE '00'.
011300 77  WS-EOF-SW                       PIC X(01)  VALUE 'N'.
011400     88  WS-AT-EOF                       VALUE 'Y'.
011500 77  WS-GROUP-EOF-SW                 PIC X(01)  VALUE 'N'.
011600     88  WS-GROUP-AT-EOF                 VALUE 'Y'.
011700 77  WS-GROUP-FILE-SW                PIC X(01)  VALUE 'N'.
011800     88  WS-GROUP-FILE-OPEN              VALUE 'Y'.
011900 77  WS-PARM-ERROR-SW                PIC X(01)  VALUE 'N'.
012000     88  WS-PARM-IN-ERROR                VALUE 'Y'.
012100***************************************************************
012200*    SWEEP ARGUMENTS AND COUNTERS                              *
012300***************************************************************
012400 77  WS-BUSINESS-DATE                PIC 9(08)  VALUE ZERO.
012500 77  WS-WARNING-PCT                  PIC 9(03)  VALUE ZERO.
012600 77  WS-ACCOUNTS-READ-COUNT          PIC 9(09) COMP VALUE ZERO.
012700 77  WS-ACCOUNTS-SKIPPED-COUNT       PIC 9(09) COMP VALUE ZERO.
012800 77  WS-GROUPS-READ-COUNT            PIC 9(09) COMP VALUE ZERO.
012900 77  WS-GROUPS-SKIPPED-COUNT         PIC 9(09) COMP VALUE ZERO.
013000***************************************************************
013100*    THE WARNING TABLE.  ONE ENTRY PER LIMIT BUCKET AT OR      *
013200*    ABOVE THE WARNING PERCENTAGE, KEPT IN DESCENDING          *
013300*    UTILIZATION ORDER AS IT IS BUILT SO THE REPORT PRINTS     *
013400*    WORST FIRST WITHOUT A SORT STEP.  A FULL TABLE DROPS THE  *
013500*    LEAST-URGENT ENTRY AND PRINTS A TRUNCATION WARNING --     *
013600*    THE SAME APPROACH AS THE ENQ225 GRID.                     *
013700***************************************************************
013800 01  WARN-TABLE-CONTROL.
013900     05  WARN-TABLE-COUNT            PIC 9(04) COMP VALUE ZERO.
014000     05  WARN-MAX-ENTRIES            PIC 9(04) COMP VALUE 1000.
014100     05  WARN-TABLE OCCURS 1000 TIMES.
014200         10  WARN-LEVEL              PIC X(01).
014300             88  WARN-GROUP-LEVEL        VALUE 'G'.
014400         10  WARN-SOURCE             PIC X(08).
014500         10  WARN-ACCOUNT            PIC X(06).
014600         10  WARN-GROUP-ID           PIC X(08).
014700         10  WARN-BUCKET             PIC X(05).
014800         10  WARN-LIMIT              PIC S9(11)V99 COMP-3.
014900         10  WARN-CONSUMED           PIC S9(11)V99 COMP-3.
015000         10  WARN-PCT                PIC 9(05) COMP.
015100 77  WS-TABLE-FULL-SW                PIC X(01)  VALUE 'N'.
015200     88  WS-TABLE-TRUNCATED              VALUE 'Y'.
015300***************************************************************
015400*    PER-BUCKET WORK FIELDS                                    *
015500***************************************************************
015600*    WHOSE BUCKET -- AN ACCOUNT ('A', SOURCE/ACCOUNT PLUS THE
015700*    GROUP IT BELONGS TO) OR A GROUP ('G', GROUP ID ONLY).
015800 77  WS-BUCKET-LEVEL                 PIC X(01)  VALUE SPACES.
015900 77  WS-BUCKET-SOURCE                PIC X(08)  VALUE SPACES.
016000 77  WS-BUCKET-ACCOUNT               PIC X(06)  VALUE SPACES.
016100 77  WS-BUCKET-GROUP-ID              PIC X(08)  VALUE SPACES.
016200 77  WS-BUCKET-NAME                  PIC X(05)  VALUE SPACES.
016300 77  WS-BUCKET-LIMIT                 PIC S9(11)V99 COMP-3
016400                                     VALUE ZERO.
016500 77  WS-BUCKET-CONSUMED              PIC S9(11)V99 COMP-3
016600                                     VALUE ZERO.
016700 77  WS-UTILIZATION-PCT              PIC 9(05) COMP VALUE ZERO.
016800 77  WS-TYPE-SUB                     PIC 9(02) COMP VALUE ZERO.
016900 77  WS-SUB                          PIC 9(04) COMP VALUE ZERO.
017000 77  WS-INSERT-SLOT                  PIC 9(04) COMP VALUE ZERO.
017100***************************************************************
017200*    REPORT EDIT FIELDS                                        *
017300***************************************************************
017400 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZ,ZZZ,ZZ9.
017500 01  WS-REPORT-AMOUNT-EDIT           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
017600 01  WS-REPORT-PCT-EDIT              PIC ZZZZ9.
017700 LINKAGE SECTION.
017800***************************************************************
017900*    JOB-STEP PARM -- BUSINESS DATE PLUS WARNING PERCENTAGE.   *
018000*    NO DEFAULTS; A REPORT RUN AGAINST THE WRONG DATE WOULD    *
018100*    READ EVERY ACCOUNT AS ZERO-CONSUMED AND SAY ALL CLEAR.    *
018200***************************************************************
018300 01  LK-PARM-ARGS.
018400     05  LK-PARM-LEN                 PIC S9(04) COMP.
018500     05  LK-PARM-DATE-TEXT           PIC X(08).
018600     05  LK-PARM-PCT-TEXT            PIC X(03).
018700 PROCEDURE DIVISION USING LK-PARM-ARGS.
018800***************************************************************
018900*    0000-MAINLINE                                             *
019000***************************************************************
019100 0000-MAINLINE.
019200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
019300     PERFORM 2000-SWEEP-ONE-ACCOUNT
019400         THRU 2000-SWEEP-ONE-ACCOUNT-EXIT
019500         UNTIL WS-AT-EOF.
019600     PERFORM 2500-START-GROUP-SWEEP
019700         THRU 2500-START-GROUP-SWEEP-EXIT.
019800     PERFORM 2600-SWEEP-ONE-GROUP
019900         THRU 2600-SWEEP-ONE-GROUP-EXIT
020000         UNTIL WS-GROUP-AT-EOF.
020100     PERFORM 7000-WRITE-OUTPUTS THRU 7000-WRITE-OUTPUTS-EXIT.
020200     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
020300     GOBACK.
020400***************************************************************
020500*    1000-INITIALIZE  --  VALIDATE THE PARM, OPEN FILES,       *
020600*    POSITION THE SWEEP AT THE FRONT OF THE MASTER.            *
020700***************************************************************
020800 1000-INITIALIZE.
020900     OPEN OUTPUT UTIL-REPORT-FILE.
021000     MOVE 'ENQ270 ENTITLEMENT UTILIZATION WARNING REPORT'
021100         TO UTIL-REPORT-LINE.
021200     WRITE UTIL-REPORT-LINE.
021300     MOVE SPACES TO UTIL-REPORT-LINE.
021400     WRITE UTIL-REPORT-LINE.
021500     IF LK-PARM-LEN < 11
021600         OR LK-PARM-DATE-TEXT NOT NUMERIC
021700         OR LK-PARM-PCT-TEXT NOT NUMERIC
021800         SET WS-PARM-IN-ERROR TO TRUE
021900         MOVE 'PARM DATE/PERCENTAGE MISSING OR NOT NUMERIC --'
022000             TO UTIL-REPORT-LINE
022100         WRITE UTIL-REPORT-LINE
022200         MOVE 'NO REPORT PRODUCED.'
022300             TO UTIL-REPORT-LINE
022400         WRITE UTIL-REPORT-LINE
022500         SET WS-AT-EOF TO TRUE
022600         SET WS-GROUP-AT-EOF TO TRUE
022700         GO TO 1000-INITIALIZE-EXIT
022800     END-IF.
022900     MOVE LK-PARM-DATE-TEXT TO WS-BUSINESS-DATE.
023000     MOVE LK-PARM-PCT-TEXT  TO WS-WARNING-PCT.
023100     OPEN INPUT  ENTL-MASTER-FILE.
023200     OPEN OUTPUT UTIL-EXTRACT-FILE.
023300     MOVE LOW-VALUES TO ENTL-KEY.
023400     START ENTL-MASTER-FILE
023500         KEY >= ENTL-KEY
023600         INVALID KEY
023700             SET WS-AT-EOF TO TRUE
023800     END-START.
023900     IF NOT WS-AT-EOF
024000         READ ENTL-MASTER-FILE NEXT
024100             AT END
024200                 SET WS-AT-EOF TO TRUE
024300         END-READ
024400     END-IF.
024500 1000-INITIALIZE-EXIT.
024600     EXIT.
024700***************************************************************
024800*    2000-SWEEP-ONE-ACCOUNT  --  CHECK THE DAILY BUCKET AND    *
024900*    THE FOUR TYPE BUCKETS OF THE CURRENT MASTER ROW AGAINST   *
025000*    THE WARNING PERCENTAGE.                                   *
025100***************************************************************
025200 2000-SWEEP-ONE-ACCOUNT.
025300     ADD 1 TO WS-ACCOUNTS-READ-COUNT.
025400     IF ENTL-STATUS-CLOSED
025500         OR ENTL-LAST-CONSUMED-DATE NOT = WS-BUSINESS-DATE
025600         ADD 1 TO WS-ACCOUNTS-SKIPPED-COUNT
025700         GO TO 2000-SWEEP-ONE-ACCOUNT-NEXT
025800     END-IF.
025900     MOVE 'A'                 TO WS-BUCKET-LEVEL.
026000     MOVE ENTL-KEY-SOURCE     TO WS-BUCKET-SOURCE.
026100     MOVE ENTL-KEY-ACCOUNT    TO WS-BUCKET-ACCOUNT.
026200     IF ENTL-NOT-GROUPED
026300         MOVE SPACES          TO WS-BUCKET-GROUP-ID
026400     ELSE
026500         MOVE ENTL-GROUP-ID   TO WS-BUCKET-GROUP-ID
026600     END-IF.
026700     MOVE 'DAILY'             TO WS-BUCKET-NAME.
026800     MOVE ENTL-DAILY-LIMIT    TO WS-BUCKET-LIMIT.
026900     MOVE ENTL-DAILY-CONSUMED TO WS-BUCKET-CONSUMED.
027000     PERFORM 2100-CHECK-ONE-BUCKET
027100         THRU 2100-CHECK-ONE-BUCKET-EXIT.
027200     PERFORM 2200-CHECK-ONE-TYPE-BUCKET
027300         THRU 2200-CHECK-ONE-TYPE-BUCKET-EXIT
027400         VARYING WS-TYPE-SUB FROM 1 BY 1
027500         UNTIL WS-TYPE-SUB > 4.
027600 2000-SWEEP-ONE-ACCOUNT-NEXT.
027700     READ ENTL-MASTER-FILE NEXT
027800         AT END
027900             SET WS-AT-EOF TO TRUE
028000     END-READ.
028100 2000-SWEEP-ONE-ACCOUNT-EXIT.
028200     EXIT.
028300***************************************************************
028400*    2100-CHECK-ONE-BUCKET  --  A BUCKET WITH NO LIMIT SET     *
028500*    CANNOT BE NEAR ONE.  THE PERCENTAGE ROUNDS SO 79.5        *
028600*    READS AS 80.                                              *
028700***************************************************************
028800 2100-CHECK-ONE-BUCKET.
028900     IF WS-BUCKET-LIMIT NOT > ZERO
029000         GO TO 2100-CHECK-ONE-BUCKET-EXIT
029100     END-IF.
029200     COMPUTE WS-UTILIZATION-PCT ROUNDED =
029300         WS-BUCKET-CONSUMED * 100 / WS-BUCKET-LIMIT.
029400     IF WS-UTILIZATION-PCT >= WS-WARNING-PCT
029500         PERFORM 3000-INSERT-WARNING-ENTRY
029600             THRU 3000-INSERT-WARNING-ENTRY-EXIT
029700     END-IF.
029800 2100-CHECK-ONE-BUCKET-EXIT.
029900     EXIT.
030000***************************************************************
030100*    2200-CHECK-ONE-TYPE-BUCKET                                *
030200***************************************************************
030300 2200-CHECK-ONE-TYPE-BUCKET.
030400     MOVE 'TYPE ' TO WS-BUCKET-NAME.
030500     MOVE WS-TYPE-SUB TO WS-BUCKET-NAME(5:1).
030600     MOVE ENTL-TYPE-LIMIT(WS-TYPE-SUB)    TO WS-BUCKET-LIMIT.
030700     MOVE ENTL-TYPE-CONSUMED(WS-TYPE-SUB) TO WS-BUCKET-CONSUMED.
030800     PERFORM 2100-CHECK-ONE-BUCKET
030900         THRU 2100-CHECK-ONE-BUCKET-EXIT.
031000 2200-CHECK-ONE-TYPE-BUCKET-EXIT.
031100     EXIT.
031200***************************************************************
031300*    2500-START-GROUP-SWEEP  --  OPEN AND POSITION THE         *
031400*    CUSTOMER-GROUP MASTER.  A SITE WITH NO GROUP MASTER YET   *
031500*    (OPEN STATUS 35) STILL GETS ITS ACCOUNT REPORT.           *
031600***************************************************************
031700 2500-START-GROUP-SWEEP.
031800     IF WS-GROUP-AT-EOF
031900         GO TO 2500-START-GROUP-SWEEP-EXIT
032000     END-IF.
032100     OPEN INPUT CUST-GROUP-FILE.
032200     IF CGRP-FILE-STATUS NOT = '00'
032300         SET WS-GROUP-AT-EOF TO TRUE
032400         GO TO 2500-START-GROUP-SWEEP-EXIT
032500     END-IF.
032600     SET WS-GROUP-FILE-OPEN TO TRUE.
032700     MOVE LOW-VALUES TO CGRP-GROUP-ID.
032800     START CUST-GROUP-FILE
032900         KEY >= CGRP-GROUP-ID
033000         INVALID KEY
033100             SET WS-GROUP-AT-EOF TO TRUE
033200     END-START.
033300     IF NOT WS-GROUP-AT-EOF
033400         READ CUST-GROUP-FILE NEXT
033500             AT END
033600                 SET WS-GROUP-AT-EOF TO TRUE
033700         END-READ
033800     END-IF.
033900 2500-START-GROUP-SWEEP-EXIT.
034000     EXIT.
034100***************************************************************
034200*    2600-SWEEP-ONE-GROUP  --  THE SAME BUCKET CHECKS AS 2000  *
034300*    AGAINST THE GROUP'S AGGREGATE LIMITS.  A GROUP WHOSE      *
034400*    BALANCES BELONG TO ANOTHER DATE IS SKIPPED, AS AN         *
034500*    ACCOUNT IS.                                               *
034600***************************************************************
034700 2600-SWEEP-ONE-GROUP.
034800     ADD 1 TO WS-GROUPS-READ-COUNT.
034900     IF CGRP-LAST-CONSUMED-DATE NOT = WS-BUSINESS-DATE
035000         ADD 1 TO WS-GROUPS-SKIPPED-COUNT
035100         GO TO 2600-SWEEP-ONE-GROUP-NEXT
035200     END-IF.
035300     MOVE 'G'                 TO WS-BUCKET-LEVEL.
035400     MOVE SPACES              TO WS-BUCKET-SOURCE.
035500     MOVE SPACES              TO WS-BUCKET-ACCOUNT.
035600     MOVE CGRP-GROUP-ID       TO WS-BUCKET-GROUP-ID.
035700     MOVE 'DAILY'             TO WS-BUCKET-NAME.
035800     MOVE CGRP-DAILY-LIMIT    TO WS-BUCKET-LIMIT.
035900     MOVE CGRP-DAILY-CONSUMED TO WS-BUCKET-CONSUMED.
036000     PERFORM 2100-CHECK-ONE-BUCKET
036100         THRU 2100-CHECK-ONE-BUCKET-EXIT.
036200     PERFORM 2700-CHECK-ONE-GROUP-TYPE
036300         THRU 2700-CHECK-ONE-GROUP-TYPE-EXIT
036400         VARYING WS-TYPE-SUB FROM 1 BY 1
036500         UNTIL WS-TYPE-SUB > 4.
036600 2600-SWEEP-ONE-GROUP-NEXT.
036700     READ CUST-GROUP-FILE NEXT
036800         AT END
036900             SET WS-GROUP-AT-EOF TO TRUE
037000     END-READ.
037100 2600-SWEEP-ONE-GROUP-EXIT.
037200     EXIT.
037300***************************************************************
037400*    2700-CHECK-ONE-GROUP-TYPE                                 *
037500***************************************************************
037600 2700-CHECK-ONE-GROUP-TYPE.
037700     MOVE 'TYPE ' TO WS-BUCKET-NAME.
037800     MOVE WS-TYPE-SUB TO WS-BUCKET-NAME(5:1).
037900     MOVE CGRP-TYPE-LIMIT(WS-TYPE-SUB)    TO WS-BUCKET-LIMIT.
038000     MOVE CGRP-TYPE-CONSUMED(WS-TYPE-SUB) TO WS-BUCKET-CONSUMED.
038100     PERFORM 2100-CHECK-ONE-BUCKET
038200         THRU 2100-CHECK-ONE-BUCKET-EXIT.
038300 2700-CHECK-ONE-GROUP-TYPE-EXIT.
038400     EXIT.
038500***************************************************************
038600*    3000-INSERT-WARNING-ENTRY  --  FINDS THE FIRST ENTRY      *
038700*    WITH A LOWER PERCENTAGE, SHIFTS THE TAIL DOWN ONE, AND    *
038800*    DROPS THE NEW ENTRY IN -- THE TABLE STAYS IN DESCENDING   *
038900*    UTILIZATION ORDER.  WHEN THE TABLE IS FULL THE LAST       *
039000*    (LEAST URGENT) ENTRY FALLS OFF AND THE TRUNCATION FLAG    *
039100*    IS SET.                                                   *
039200***************************************************************
039300 3000-INSERT-WARNING-ENTRY.
039400     MOVE ZERO TO WS-INSERT-SLOT.
039500     PERFORM 3100-FIND-INSERT-SLOT
039600         THRU 3100-FIND-INSERT-SLOT-EXIT
039700         VARYING WS-SUB FROM 1 BY 1
039800         UNTIL WS-SUB > WARN-TABLE-COUNT
039900            OR WS-INSERT-SLOT > ZERO.
040000     IF WS-INSERT-SLOT = ZERO
040100         IF WARN-TABLE-COUNT = WARN-MAX-ENTRIES
040200             SET WS-TABLE-TRUNCATED TO TRUE
040300             GO TO 3000-INSERT-WARNING-ENTRY-EXIT
040400         ELSE
040500             ADD 1 TO WARN-TABLE-COUNT
040600             MOVE WARN-TABLE-COUNT TO WS-INSERT-SLOT
040700         END-IF
040800     ELSE
040900         IF WARN-TABLE-COUNT = WARN-MAX-ENTRIES
041000             SET WS-TABLE-TRUNCATED TO TRUE
041100         ELSE
041200             ADD 1 TO WARN-TABLE-COUNT
041300         END-IF
041400         PERFORM 3200-SHIFT-ONE-ENTRY-DOWN
041500             THRU 3200-SHIFT-ONE-ENTRY-DOWN-EXIT
041600             VARYING WS-SUB FROM WARN-TABLE-COUNT BY -1
041700             UNTIL WS-SUB NOT > WS-INSERT-SLOT
041800     END-IF.
041900     MOVE WS-BUCKET-LEVEL     TO WARN-LEVEL(WS-INSERT-SLOT).
042000     MOVE WS-BUCKET-SOURCE    TO WARN-SOURCE(WS-INSERT-SLOT).
042100     MOVE WS-BUCKET-ACCOUNT   TO WARN-ACCOUNT(WS-INSERT-SLOT).
042200     MOVE WS-BUCKET-GROUP-ID  TO WARN-GROUP-ID(WS-INSERT-SLOT).
042300     MOVE WS-BUCKET-NAME      TO WARN-BUCKET(WS-INSERT-SLOT).
042400     MOVE WS-BUCKET-LIMIT     TO WARN-LIMIT(WS-INSERT-SLOT).
042500     MOVE WS-BUCKET-CONSUMED  TO WARN-CONSUMED(WS-INSERT-SLOT).
042600     MOVE WS-UTILIZATION-PCT  TO WARN-PCT(WS-INSERT-SLOT).
042700 3000-INSERT-WARNING-ENTRY-EXIT.
042800     EXIT.
042900***************************************************************
043000*    3100-FIND-INSERT-SLOT                                     *
043100***************************************************************
043200 3100-FIND-INSERT-SLOT.
043300     IF WARN-PCT(WS-SUB) < WS-UTILIZATION-PCT
043400         MOVE WS-SUB TO WS-INSERT-SLOT
043500     END-IF.
043600 3100-FIND-INSERT-SLOT-EXIT.
043700     EXIT.
043800***************************************************************
043900*    3200-SHIFT-ONE-ENTRY-DOWN                                 *
044000***************************************************************
044100 3200-SHIFT-ONE-ENTRY-DOWN.
044200     MOVE WARN-TABLE(WS-SUB - 1) TO WARN-TABLE(WS-SUB).
044300 3200-SHIFT-ONE-ENTRY-DOWN-EXIT.
044400     EXIT.
044500***************************************************************
044600*    7000-WRITE-OUTPUTS  --  THE RANKED REPORT AND THE         *
044700*    FIXED-LAYOUT EXTRACT, BOTH FROM THE SAME TABLE.           *
044800***************************************************************
044900 7000-WRITE-OUTPUTS.
045000     IF WS-PARM-IN-ERROR
045100         GO TO 7000-WRITE-OUTPUTS-EXIT
045200     END-IF.
045300     IF WS-TABLE-TRUNCATED
045400         MOVE 'WARNING TABLE FULL -- LEAST-URGENT ENTRIES'
045500             TO UTIL-REPORT-LINE
045600         WRITE UTIL-REPORT-LINE
045700         MOVE 'WERE DROPPED.  RAISE WARN-MAX-ENTRIES.'
045800             TO UTIL-REPORT-LINE
045900         WRITE UTIL-REPORT-LINE
046000         MOVE SPACES TO UTIL-REPORT-LINE
046100         WRITE UTIL-REPORT-LINE
046200     END-IF.
046300     IF WARN-TABLE-COUNT > ZERO
046400         PERFORM 7100-WRITE-ONE-WARNING
046500             THRU 7100-WRITE-ONE-WARNING-EXIT
046600             VARYING WS-SUB FROM 1 BY 1
046700             UNTIL WS-SUB > WARN-TABLE-COUNT
046800     ELSE
046900         MOVE 'NO ACCOUNT AT OR ABOVE THE WARNING PERCENTAGE.'
047000             TO UTIL-REPORT-LINE
047100         WRITE UTIL-REPORT-LINE
047200     END-IF.
047300 7000-WRITE-OUTPUTS-EXIT.
047400     EXIT.
047500***************************************************************
047600*    7100-WRITE-ONE-WARNING  --  ONE REPORT LINE AND ONE       *
047700*    EXTRACT RECORD PER WARNING BUCKET, WORST FIRST.           *
047800***************************************************************
047900 7100-WRITE-ONE-WARNING.
048000     MOVE SPACES TO UTIL-REPORT-LINE.
048100     MOVE WARN-PCT(WS-SUB)      TO WS-REPORT-PCT-EDIT.
048200     MOVE WARN-CONSUMED(WS-SUB) TO WS-REPORT-AMOUNT-EDIT.
048300     IF WARN-GROUP-LEVEL(WS-SUB)
048400         STRING 'GROUP  ' WARN-GROUP-ID(WS-SUB)
048500             '        ' WARN-BUCKET(WS-SUB)
048600             ' AT ' WS-REPORT-PCT-EDIT
048700             ' PCT  CONSUMED ' WS-REPORT-AMOUNT-EDIT
048800             DELIMITED BY SIZE INTO UTIL-REPORT-LINE
048900     ELSE
049000         STRING 'SOURCE ' WARN-SOURCE(WS-SUB)
049100             ' ACCOUNT ' WARN-ACCOUNT(WS-SUB)
049200             ' ' WARN-BUCKET(WS-SUB)
049300             ' AT ' WS-REPORT-PCT-EDIT
049400             ' PCT  CONSUMED ' WS-REPORT-AMOUNT-EDIT
049500             '  GROUP ' WARN-GROUP-ID(WS-SUB)
049600             DELIMITED BY SIZE INTO UTIL-REPORT-LINE
049700     END-IF.
049800     WRITE UTIL-REPORT-LINE.
049900     MOVE SPACES TO UTIL-EXTRACT-RECORD.
050000     MOVE WARN-SOURCE(WS-SUB)   TO UTX-SOURCE.
050100     MOVE WARN-ACCOUNT(WS-SUB)  TO UTX-ACCOUNT.
050200     MOVE WARN-BUCKET(WS-SUB)   TO UTX-BUCKET.
050300     MOVE WARN-LIMIT(WS-SUB)    TO UTX-LIMIT.
050400     MOVE WARN-CONSUMED(WS-SUB) TO UTX-CONSUMED.
050500     MOVE WARN-PCT(WS-SUB)      TO UTX-UTILIZATION-PCT.
050600     MOVE WS-BUSINESS-DATE      TO UTX-BUSINESS-DATE.
050700     MOVE WARN-LEVEL(WS-SUB)    TO UTX-LEVEL.
050800     MOVE WARN-GROUP-ID(WS-SUB) TO UTX-GROUP-ID.
050900     WRITE UTIL-EXTRACT-RECORD.
051000 7100-WRITE-ONE-WARNING-EXIT.
051100     EXIT.
051200***************************************************************
051300*    8000-TERMINATE                                            *
051400***************************************************************
051500 8000-TERMINATE.
051600     IF NOT WS-PARM-IN-ERROR
051700         MOVE SPACES TO UTIL-REPORT-LINE
051800         WRITE UTIL-REPORT-LINE
051900         MOVE WS-ACCOUNTS-READ-COUNT TO WS-REPORT-NUMERIC-EDIT
052000         STRING 'MASTER ROWS SWEPT       : '
052100             WS-REPORT-NUMERIC-EDIT
052200             DELIMITED BY SIZE INTO UTIL-REPORT-LINE
052300         WRITE UTIL-REPORT-LINE
052400         MOVE SPACES TO UTIL-REPORT-LINE
052500         MOVE WS-ACCOUNTS-SKIPPED-COUNT
052600             TO WS-REPORT-NUMERIC-EDIT
052700         STRING 'ROWS SKIPPED (CLOSED OR OFF-DATE) : '
052800             WS-REPORT-NUMERIC-EDIT
052900             DELIMITED BY SIZE INTO UTIL-REPORT-LINE
053000         WRITE UTIL-REPORT-LINE
053100         MOVE SPACES TO UTIL-REPORT-LINE
053200         MOVE WS-GROUPS-READ-COUNT TO WS-REPORT-NUMERIC-EDIT
053300         STRING 'GROUP ROWS SWEPT        : '
053400             WS-REPORT-NUMERIC-EDIT
053500             DELIMITED BY SIZE INTO UTIL-REPORT-LINE
053600         WRITE UTIL-REPORT-LINE
053700         MOVE SPACES TO UTIL-REPORT-LINE
053800         MOVE WS-GROUPS-SKIPPED-COUNT
053900             TO WS-REPORT-NUMERIC-EDIT
054000         STRING 'GROUP ROWS SKIPPED (OFF-DATE) : '
054100             WS-REPORT-NUMERIC-EDIT
054200             DELIMITED BY SIZE INTO UTIL-REPORT-LINE
054300         WRITE UTIL-REPORT-LINE
054400         MOVE SPACES TO UTIL-REPORT-LINE
054500         MOVE WARN-TABLE-COUNT TO WS-REPORT-NUMERIC-EDIT
054600         STRING 'WARNING BUCKETS REPORTED : '
054700             WS-REPORT-NUMERIC-EDIT
054800             DELIMITED BY SIZE INTO UTIL-REPORT-LINE
054900         WRITE UTIL-REPORT-LINE
055000         CLOSE ENTL-MASTER-FILE
055100         CLOSE UTIL-EXTRACT-FILE
055200     END-IF.
055300     IF WS-GROUP-FILE-OPEN
055400         CLOSE CUST-GROUP-FILE
055500     END-IF.
055600     CLOSE UTIL-REPORT-FILE.
055700     EVALUATE TRUE
055800         WHEN WS-PARM-IN-ERROR
055900             MOVE 8 TO RETURN-CODE
056000         WHEN WARN-TABLE-COUNT > ZERO
056100             MOVE 4 TO RETURN-CODE
056200         WHEN OTHER
056300             MOVE 0 TO RETURN-CODE
056400     END-EVALUATE.
056500 8000-TERMINATE-EXIT.
056600     EXIT.
