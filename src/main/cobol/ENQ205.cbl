004600*                    DATE INTO THE ENQ2051E EXCEPTION RECORD     *
004700*                    AND CONSOLE MESSAGE SO THE SCHEDULER CAN    *
004800*                    HOLD THE RIGHT DATE'S DEPENDENTS.           *
004900*   2026-10-14 DLM   APPENDED THE CERTIFICATION RESULT TO THE  *
005000*                    CUMULATIVE STEP-RESULT FILE (STEPRSLT)    *
005100*                    UNDER THE HEADER'S BUSINESS DATE, FOR THE *
005200*                    ENQ385 BUSINESS-DAY CLOSE.                *
005300*                                                              *
005400***************************************************************
005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
005700 SOURCE-COMPUTER.   IBM-Z15.
005800 OBJECT-COMPUTER.   IBM-Z15.
005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100     SELECT TRANS-FILE
006200         ASSIGN TO TRANSIN
006300         ORGANIZATION IS SEQUENTIAL.
006400
006500     SELECT CONTROL-TOTALS-FILE
006600         ASSIGN TO CTLTOTS
006700         ORGANIZATION IS SEQUENTIAL.
006800
006900     SELECT CERTIFICATION-REPORT-FILE
007000         ASSIGN TO CERTRPT
007100         ORGANIZATION IS SEQUENTIAL.
007200
007300     SELECT EXCEPTIONS-FILE
007400         ASSIGN TO EXCPOUT
007500         ORGANIZATION IS SEQUENTIAL.
007600
007700     SELECT STEP-RESULT-FILE
007800         ASSIGN TO STEPRSLT
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS SRES-FILE-STATUS.
008100
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  TRANS-FILE
008500     RECORDING MODE IS F.
008600 01  TRANS-RECORD.
008700     05  TRANS-KEY                  PIC X(10).
008800     05  TRANS-TYPE                 PIC 9(02).
008900     05  TRANS-AMOUNT                PIC S9(11)V99.
009000     05  TRANS-EFFECTIVE-DATE        PIC 9(08).
009100     05  TRANS-SOURCE                PIC X(08).
009200     05  TRANS-CURRENCY-CODE         PIC X(03).
009300     05  FILLER                      PIC X(36).
009400
009500 FD  CONTROL-TOTALS-FILE
009600     RECORDING MODE IS F.
009700 01  CONTROL-TOTALS-RECORD.
009800     05  CTL-RECORD-COUNT            PIC 9(09).
009900     05  CTL-HASH-TOTAL              PIC 9(15).
010000     05  CTL-AMOUNT-TOTAL            PIC S9(13)V99.
010100     05  CTL-CURRENCY-CODE           PIC X(03).
010200     05  FILLER                      PIC X(38).
010300
010400 FD  CERTIFICATION-REPORT-FILE
010500     RECORDING MODE IS F.
010600 01  CERTIFICATION-REPORT-LINE      PIC X(132).
010700
010800 FD  EXCEPTIONS-FILE
010900     RECORDING MODE IS F.
011000 01  EXCEPTION-RECORD.
011100     05  EXCP-MSG-ID                 PIC X(08).
011200     05  EXCP-RUN-ID                 PIC X(08).
011300     05  EXCP-BUSINESS-DATE          PIC 9(08).
011400     05  EXCP-INSERT-1               PIC X(44).
011500     05  EXCP-INSERT-2               PIC X(44).
011600     05  FILLER                      PIC X(20).
011700
011800 FD  STEP-RESULT-FILE
011900     RECORDING MODE IS F.
012000 COPY STEPRSLT.
012100
012200 WORKING-STORAGE SECTION.
012300***************************************************************
012400*    RE-DERIVED CONTROL TOTALS                                 *
012500***************************************************************
012600 77  WS-DERIVED-COUNT                PIC 9(09) COMP VALUE ZERO.
012700 77  WS-DERIVED-HASH-TOTAL           PIC 9(15) COMP VALUE ZERO.
012800 77  WS-DERIVED-AMOUNT-TOTAL         PIC S9(13)V99 COMP-3
012900                                     VALUE ZERO.
013000 77  WS-EOF-SW                       PIC X(01)  VALUE 'N'.
013100     88  WS-AT-EOF                       VALUE 'Y'.
013200 77  WS-CERT-SW                      PIC X(01)  VALUE SPACE.
013300     88  WS-CERT-OK                      VALUE 'O'.
013400     88  WS-CERT-FAILED                  VALUE 'F'.
013500 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZ,ZZZ,ZZ9.
013600***************************************************************
013700*    OPERATOR CONSOLE / AUTOMATION MESSAGE INTERFACE.  A       *
013800*    FAILED CERTIFICATION RAISES ENQ2051E UPON CONSOLE, WITH   *
013900*    THE EXPECTED AND DERIVED COUNTS IN THE INSERTS, AND       *
014000*    WRITES THE SAME TO THE MACHINE-READABLE EXCEPTIONS FILE   *
014100*    (EXCPOUT) SO THE SCHEDULER CAN TRAP THE ID.               *
014200***************************************************************
014300 77  WS-EXPECTED-COUNT-EDIT          PIC ZZZZZZZZ9.
014400 77  WS-DERIVED-COUNT-EDIT           PIC ZZZZZZZZ9.
014500***************************************************************
014600*    MULTI-CURRENCY SUPPORT.  TOTALS ACCUMULATE PER CURRENCY   *
014700*    (SPACES = BASE CURRENCY) AND THE TRAILER FILE CARRIES     *
014800*    ONE TRAILER PER CURRENCY; A BLANK-CURRENCY TRAILER IS     *
014900*    MATCHED AGAINST THE AGGREGATE TOTALS -- THE SAME RULES    *
015000*    ENQ200'S OWN RECONCILIATION APPLIES, SO BOTH PROGRAMS     *
015100*    STILL AGREE.                                              *
015200***************************************************************
015300 77  WS-BASE-CURRENCY                PIC X(03)  VALUE 'USD'.
015400 77  WS-TXN-CURRENCY                 PIC X(03)  VALUE SPACES.
015500 01  CCY-TABLE-CONTROL.
015600     05  CCY-BUCKET-COUNT            PIC 9(02) COMP VALUE ZERO.
015700     05  CCY-MAX-BUCKETS             PIC 9(02) COMP VALUE 10.
015800     05  CCY-BUCKET OCCURS 10 TIMES
015900                    INDEXED BY CCY-IDX.
016000         10  CCY-CODE                PIC X(03).
016100         10  CCY-REC-COUNT           PIC 9(09) COMP.
016200         10  CCY-HASH-TOTAL          PIC 9(15) COMP.
016300         10  CCY-AMOUNT-TOTAL        PIC S9(13)V99 COMP-3.
016400         10  CCY-MATCHED-SW          PIC X(01).
016500 77  WS-CCY-SLOT                     PIC 9(02) COMP VALUE ZERO.
016600 77  CTL-EOF-SW                      PIC X(01)  VALUE 'N'.
016700     88  CTL-AT-EOF                      VALUE 'Y'.
016800 77  WS-TRAILERS-READ                PIC 9(04) COMP VALUE ZERO.
016900 77  WS-TRAILERS-MATCHED             PIC 9(04) COMP VALUE ZERO.
017000 77  WS-TRAILER-MISMATCH-SW          PIC X(01)  VALUE 'N'.
017100     88  WS-TRAILER-MISMATCH             VALUE 'Y'.
017200 77  WS-CCY-TRAILER-SEEN-SW          PIC X(01)  VALUE 'N'.
017300     88  WS-CCY-TRAILER-SEEN             VALUE 'Y'.
017400 01  WS-REPORT-AMOUNT-EDIT           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
017500 77  WS-TRAILER-SUM-COUNT            PIC 9(09) COMP VALUE ZERO.
017600***************************************************************
017700*    DAILY-FILE HEADER VIEW.  THE FIRST RECORD OF THE DAILY    *
017800*    FILE IS NOW A HEADER (TRNHDR) -- NOT A DATA RECORD, NOT   *
017900*    COVERED BY THE TRAILER'S TOTALS, SO IT IS SKIPPED HERE    *
018000*    EXACTLY AS ENQ200'S OWN RECONCILIATION SKIPS IT.          *
018100***************************************************************
018200 COPY TRNHDR.
018300***************************************************************
018400*    STEP RESULT FOR THE BUSINESS-DAY CLOSE (ENQ385).          *
018500***************************************************************
018600 77  SRES-FILE-STATUS                PIC X(02)  VALUE '00'.
018700 PROCEDURE DIVISION.
018800***************************************************************
018900*    0000-MAINLINE                                             *
019000***************************************************************
019100 0000-MAINLINE.
019200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
019300     PERFORM 2000-ACCUM-TOTALS THRU 2000-ACCUM-TOTALS-EXIT
019400         UNTIL WS-AT-EOF.
019500     PERFORM 3000-CERTIFY THRU 3000-CERTIFY-EXIT.
019600     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
019700     GOBACK.
019800***************************************************************
019900*    1000-INITIALIZE                                           *
020000***************************************************************
020100 1000-INITIALIZE.
020200     OPEN INPUT  TRANS-FILE.
020300     OPEN INPUT  CONTROL-TOTALS-FILE.
020400     OPEN OUTPUT CERTIFICATION-REPORT-FILE.
020500     OPEN OUTPUT EXCEPTIONS-FILE.
020600     READ TRANS-FILE
020700         AT END
020800             SET WS-AT-EOF TO TRUE
020900     END-READ.
021000     MOVE TRANS-RECORD TO TRANS-HEADER-RECORD.
021100     IF TRANS-HDR-PRESENT
021200         READ TRANS-FILE
021300             AT END
021400                 SET WS-AT-EOF TO TRUE
021500         END-READ
021600     END-IF.
021700 1000-INITIALIZE-EXIT.
021800     EXIT.
021900***************************************************************
022000*    2000-ACCUM-TOTALS                                        *
022100***************************************************************
022200 2000-ACCUM-TOTALS.
022300     ADD 1 TO WS-DERIVED-COUNT.
022400     ADD TRANS-AMOUNT TO WS-DERIVED-AMOUNT-TOTAL.
022500     ADD TRANS-AMOUNT TO WS-DERIVED-HASH-TOTAL.
022600     MOVE TRANS-CURRENCY-CODE TO WS-TXN-CURRENCY.
022700     IF WS-TXN-CURRENCY = SPACES
022800         MOVE WS-BASE-CURRENCY TO WS-TXN-CURRENCY
022900     END-IF.
023000     PERFORM 2100-FIND-CCY-BUCKET
023100         THRU 2100-FIND-CCY-BUCKET-EXIT.
023200     IF WS-CCY-SLOT = ZERO
023300         AND CCY-BUCKET-COUNT < CCY-MAX-BUCKETS
023400         ADD 1 TO CCY-BUCKET-COUNT
023500         MOVE CCY-BUCKET-COUNT TO WS-CCY-SLOT
023600         MOVE WS-TXN-CURRENCY TO CCY-CODE(WS-CCY-SLOT)
023700         MOVE ZERO TO CCY-REC-COUNT(WS-CCY-SLOT)
023800         MOVE ZERO TO CCY-HASH-TOTAL(WS-CCY-SLOT)
023900         MOVE ZERO TO CCY-AMOUNT-TOTAL(WS-CCY-SLOT)
024000         MOVE 'N'  TO CCY-MATCHED-SW(WS-CCY-SLOT)
024100     END-IF.
024200     IF WS-CCY-SLOT > ZERO
024300         ADD 1 TO CCY-REC-COUNT(WS-CCY-SLOT)
024400         ADD TRANS-AMOUNT TO CCY-AMOUNT-TOTAL(WS-CCY-SLOT)
024500         ADD TRANS-AMOUNT TO CCY-HASH-TOTAL(WS-CCY-SLOT)
024600     END-IF.
024700     READ TRANS-FILE
024800         AT END
024900             SET WS-AT-EOF TO TRUE
025000     END-READ.
025100 2000-ACCUM-TOTALS-EXIT.
025200     EXIT.
025300***************************************************************
025400*    2100-FIND-CCY-BUCKET                                       *
025500***************************************************************
025600 2100-FIND-CCY-BUCKET.
025700     MOVE ZERO TO WS-CCY-SLOT.
025800     IF CCY-BUCKET-COUNT > ZERO
025900         PERFORM 2110-TEST-ONE-CCY-BUCKET
026000             THRU 2110-TEST-ONE-CCY-BUCKET-EXIT
026100             VARYING CCY-IDX FROM 1 BY 1
026200             UNTIL CCY-IDX > CCY-BUCKET-COUNT
026300     END-IF.
026400 2100-FIND-CCY-BUCKET-EXIT.
026500     EXIT.
026600***************************************************************
026700*    2110-TEST-ONE-CCY-BUCKET                                   *
026800***************************************************************
026900 2110-TEST-ONE-CCY-BUCKET.
027000     IF CCY-CODE(CCY-IDX) = WS-TXN-CURRENCY
027100         SET WS-CCY-SLOT TO CCY-IDX
027200     END-IF.
027300 2110-TEST-ONE-CCY-BUCKET-EXIT.
027400     EXIT.
027500***************************************************************
027600*    3000-CERTIFY  --  COMPARES THE RE-DERIVED TOTALS AGAINST  *
027700*    THE SAME TRAILER RECORD ENQ200 USED AND WRITES THE        *
027800*    CERTIFICATION REPORT.                                     *
027900***************************************************************
028000 3000-CERTIFY.
028100*    ONE TRAILER PER CURRENCY; EACH MUST MATCH ITS CURRENCY'S
028200*    BUCKET, A BLANK-CURRENCY TRAILER MUST MATCH THE AGGREGATE,
028300*    AND EVERY CURRENCY SEEN ON THE FILE MUST HAVE A TRAILER.
028400     READ CONTROL-TOTALS-FILE
028500         AT END
028600             SET CTL-AT-EOF TO TRUE
028700     END-READ.
028800     PERFORM 3100-MATCH-ONE-TRAILER
028900         THRU 3100-MATCH-ONE-TRAILER-EXIT
029000         UNTIL CTL-AT-EOF.
029100     EVALUATE TRUE
029200         WHEN WS-TRAILERS-READ = ZERO
029300             SET WS-CERT-FAILED TO TRUE
029400         WHEN WS-TRAILER-MISMATCH
029500             SET WS-CERT-FAILED TO TRUE
029600         WHEN WS-CCY-TRAILER-SEEN
029700             AND WS-TRAILERS-MATCHED NOT = CCY-BUCKET-COUNT
029800             SET WS-CERT-FAILED TO TRUE
029900         WHEN OTHER
030000             SET WS-CERT-OK TO TRUE
030100     END-EVALUATE.
030200     MOVE SPACES TO CERTIFICATION-REPORT-LINE.
030300     MOVE 'ENQ205 CONTROL-TOTAL RECONCILIATION CERTIFICATION'
030400         TO CERTIFICATION-REPORT-LINE.
030500     WRITE CERTIFICATION-REPORT-LINE.
030600     MOVE SPACES TO CERTIFICATION-REPORT-LINE.
030700     WRITE CERTIFICATION-REPORT-LINE.
030800     MOVE WS-DERIVED-COUNT TO WS-REPORT-NUMERIC-EDIT.
030900     STRING 'RE-DERIVED RECORD COUNT  : ' WS-REPORT-NUMERIC-EDIT
031000         DELIMITED BY SIZE INTO CERTIFICATION-REPORT-LINE.
031100     WRITE CERTIFICATION-REPORT-LINE.
031200     IF CCY-BUCKET-COUNT > ZERO
031300         PERFORM 3200-WRITE-ONE-CCY-LINE
031400             THRU 3200-WRITE-ONE-CCY-LINE-EXIT
031500             VARYING CCY-IDX FROM 1 BY 1
031600             UNTIL CCY-IDX > CCY-BUCKET-COUNT
031700     END-IF.
031800     MOVE SPACES TO CERTIFICATION-REPORT-LINE.
031900     IF WS-CERT-OK
032000         MOVE 'RESULT                   : CERTIFIED -- MATCHES'
032100             TO CERTIFICATION-REPORT-LINE
032200     ELSE
032300         MOVE 'RESULT                   : NOT CERTIFIED -- '
032400             TO CERTIFICATION-REPORT-LINE
032500     END-IF.
032600     WRITE CERTIFICATION-REPORT-LINE.
032700     IF WS-CERT-FAILED
032800         MOVE 4 TO RETURN-CODE
032900     ELSE
033000         MOVE 0 TO RETURN-CODE
033100     END-IF.
033200     IF WS-CERT-FAILED
033300*        RAISE THE STABLE MESSAGE ID THE AUTOMATION PACKAGE
033400*        TRAPS, WITH THE EXPECTED AND DERIVED COUNTS AS
033500*        INSERTS -- A 2 A.M. FAILURE SHOULD PAGE, NOT WAIT
033600*        FOR SOMEONE TO READ THE SPOOL.
033700         MOVE SPACES TO EXCEPTION-RECORD
033800         MOVE 'ENQ2051E'        TO EXCP-MSG-ID
033900         MOVE 'ENQ205'          TO EXCP-RUN-ID
034000*        THE DAILY FILE'S HEADER (STILL IN STORAGE FROM
034100*        1000-INITIALIZE) CARRIES THE BUSINESS DATE, SO THE
034200*        SCHEDULER CAN HOLD THE RIGHT DATE'S DEPENDENTS.
034300         IF TRANS-HDR-PRESENT
034400             MOVE TRANS-HDR-BUSINESS-DATE
034500                 TO EXCP-BUSINESS-DATE
034600         ELSE
034700             MOVE ZERO          TO EXCP-BUSINESS-DATE
034800         END-IF
034900         MOVE WS-TRAILER-SUM-COUNT TO WS-EXPECTED-COUNT-EDIT
035000         MOVE WS-DERIVED-COUNT  TO WS-DERIVED-COUNT-EDIT
035100         STRING 'EXPECTED COUNT ' WS-EXPECTED-COUNT-EDIT
035200             DELIMITED BY SIZE INTO EXCP-INSERT-1
035300         STRING 'DERIVED COUNT '  WS-DERIVED-COUNT-EDIT
035400             DELIMITED BY SIZE INTO EXCP-INSERT-2
035500         WRITE EXCEPTION-RECORD
035600         DISPLAY 'ENQ2051E ' EXCP-BUSINESS-DATE
035700             ' CERTIFICATION FAILED EXPECTED '
035800             WS-EXPECTED-COUNT-EDIT ' DERIVED '
035900             WS-DERIVED-COUNT-EDIT
036000             UPON CONSOLE
036100     END-IF.
036200 3000-CERTIFY-EXIT.
036300     EXIT.
036400***************************************************************
036500*    3100-MATCH-ONE-TRAILER                                     *
036600***************************************************************
036700 3100-MATCH-ONE-TRAILER.
036800     ADD 1 TO WS-TRAILERS-READ.
036900     ADD CTL-RECORD-COUNT TO WS-TRAILER-SUM-COUNT.
037000     IF CTL-CURRENCY-CODE = SPACES
037100         IF WS-DERIVED-COUNT            = CTL-RECORD-COUNT
037200             AND WS-DERIVED-HASH-TOTAL   = CTL-HASH-TOTAL
037300             AND WS-DERIVED-AMOUNT-TOTAL = CTL-AMOUNT-TOTAL
037400             CONTINUE
037500         ELSE
037600             SET WS-TRAILER-MISMATCH TO TRUE
037700         END-IF
037800     ELSE
037900         SET WS-CCY-TRAILER-SEEN TO TRUE
038000         MOVE CTL-CURRENCY-CODE TO WS-TXN-CURRENCY
038100         PERFORM 2100-FIND-CCY-BUCKET
038200             THRU 2100-FIND-CCY-BUCKET-EXIT
038300         IF WS-CCY-SLOT = ZERO
038400             SET WS-TRAILER-MISMATCH TO TRUE
038500         ELSE
038600             IF CCY-MATCHED-SW(WS-CCY-SLOT) = 'Y'
038700                 SET WS-TRAILER-MISMATCH TO TRUE
038800             ELSE
038900                 IF CCY-REC-COUNT(WS-CCY-SLOT)
039000                         = CTL-RECORD-COUNT
039100                     AND CCY-HASH-TOTAL(WS-CCY-SLOT)
039200                         = CTL-HASH-TOTAL
039300                     AND CCY-AMOUNT-TOTAL(WS-CCY-SLOT)
039400                         = CTL-AMOUNT-TOTAL
039500                     MOVE 'Y' TO CCY-MATCHED-SW(WS-CCY-SLOT)
039600                     ADD 1 TO WS-TRAILERS-MATCHED
039700                 ELSE
039800                     SET WS-TRAILER-MISMATCH TO TRUE
039900                 END-IF
040000             END-IF
040100         END-IF
040200     END-IF.
040300     READ CONTROL-TOTALS-FILE
040400         AT END
040500             SET CTL-AT-EOF TO TRUE
040600     END-READ.
040700 3100-MATCH-ONE-TRAILER-EXIT.
040800     EXIT.
040900***************************************************************
041000*    3200-WRITE-ONE-CCY-LINE  --  PER-CURRENCY SECTION OF THE   *
041100*    CERTIFICATION REPORT.                                      *
041200***************************************************************
041300 3200-WRITE-ONE-CCY-LINE.
041400     MOVE SPACES TO CERTIFICATION-REPORT-LINE.
041500     MOVE CCY-REC-COUNT(CCY-IDX) TO WS-REPORT-NUMERIC-EDIT.
041600     MOVE CCY-AMOUNT-TOTAL(CCY-IDX) TO WS-REPORT-AMOUNT-EDIT.
041700     STRING 'CURRENCY ' CCY-CODE(CCY-IDX)
041800         '  RECORDS ' WS-REPORT-NUMERIC-EDIT
041900         '  AMOUNT ' WS-REPORT-AMOUNT-EDIT
042000         DELIMITED BY SIZE INTO CERTIFICATION-REPORT-LINE.
042100     WRITE CERTIFICATION-REPORT-LINE.
042200 3200-WRITE-ONE-CCY-LINE-EXIT.
042300     EXIT.
042400***************************************************************
042500*    8000-TERMINATE                                            *
042600***************************************************************
042700 8000-TERMINATE.
042800     CLOSE TRANS-FILE.
042900     CLOSE CONTROL-TOTALS-FILE.
043000     CLOSE CERTIFICATION-REPORT-FILE.
043100     CLOSE EXCEPTIONS-FILE.
043200     PERFORM 8100-WRITE-STEP-RESULT
043300         THRU 8100-WRITE-STEP-RESULT-EXIT.
043400 8000-TERMINATE-EXIT.
043500     EXIT.
043600***************************************************************
043700*    8100-WRITE-STEP-RESULT  --  APPENDS THIS RUN'S OUTCOME    *
043800*    TO THE CUMULATIVE STEP-RESULT FILE FOR THE BUSINESS-DAY   *
043900*    CLOSE.  THE DATE IS THE DAILY FILE HEADER'S; A FILE       *
044000*    WITHOUT A HEADER HAS NO DATE TO CERTIFY UNDER, SO         *
044100*    NOTHING IS WRITTEN AND ENQ385 SEES THE STEP AS MISSING.   *
044200***************************************************************
044300 8100-WRITE-STEP-RESULT.
044400     IF NOT TRANS-HDR-PRESENT
044500         OR TRANS-HDR-BUSINESS-DATE NOT NUMERIC
044600         GO TO 8100-WRITE-STEP-RESULT-EXIT
044700     END-IF.
044800     OPEN EXTEND STEP-RESULT-FILE.
044900     IF SRES-FILE-STATUS = '35'
045000*        FIRST EVER RUN -- START THE STEP-RESULT FILE.
045100         OPEN OUTPUT STEP-RESULT-FILE
045200     END-IF.
045300     MOVE SPACES TO STEP-RESULT-RECORD.
045400     MOVE TRANS-HDR-BUSINESS-DATE TO SRES-BUSINESS-DATE.
045500     MOVE 'ENQ205'              TO SRES-PROGRAM-NAME.
045600     MOVE RETURN-CODE           TO SRES-RETURN-CODE.
045700     ACCEPT SRES-RUN-DATE FROM DATE YYYYMMDD.
045800     ACCEPT SRES-RUN-TIME FROM TIME.
045900     IF WS-CERT-OK
046000         SET SRES-PASSED TO TRUE
046100         MOVE 'CONTROL TOTALS CERTIFIED'
046200             TO SRES-RESULT-TEXT
046300     ELSE
046400         SET SRES-FAILED TO TRUE
046500         MOVE 'CONTROL TOTALS NOT CERTIFIED'
046600             TO SRES-RESULT-TEXT
046700     END-IF.
046800     WRITE STEP-RESULT-RECORD.
046900     CLOSE STEP-RESULT-FILE.
047000 8100-WRITE-STEP-RESULT-EXIT.
047100     EXIT.
