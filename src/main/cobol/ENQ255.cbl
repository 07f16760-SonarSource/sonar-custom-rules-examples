002300*       ON AUDIN) INTO THE SINGLE MERGED AUDIT FILE THE        *
002400*       DOWNSTREAM AUDIT STEPS EXPECT.                         *
002500*                                                              *
002600*   PARM:  BUSINESS DATE (YYYYMMDD), OPTIONAL.  WHEN GIVEN,    *
002700*   THE BALANCING RESULT IS APPENDED TO THE STEP-RESULT FILE   *
002800*   (STEPRSLT) FOR THE ENQ385 BUSINESS-DAY CLOSE; WITHOUT IT   *
002900*   THE CONSOLIDATION RUNS AS BEFORE AND NOTHING IS RECORDED.  *
003000*                                                              *
003100*   RETURN CODES:  0 = PARTITION TOTALS SUM TO THE DAY'S       *
003200*   TRAILER;  4 = THEY DO NOT -- HOLD THE DOWNSTREAM JOBS.     *
003300*                                                              *
003400*   MODIFICATION HISTORY                                       *
003500*   DATE       INIT  DESCRIPTION                                *
003600*   ---------- ----  ------------------------------------------*
003700*   2026-08-22 DLM   ORIGINAL VERSION.                         *
003800*   2026-08-22 DLM   SUMMED ALL DAY-TRAILER RECORDS BEFORE     *
003900*                    COMPARING -- THE DAY'S TRAILER FILE NOW   *
004000*                    CARRIES ONE TRAILER PER CURRENCY.         *
004100*   2026-08-22 DLM   MERGED THE PER-PARTITION POSTED EXTRACTS  *
004200*                    INTO THE SINGLE DAILY EXTRACT (POSTOUT)   *
004300*                    WITH ONE RE-DERIVED TRAILER -- WITHOUT    *
004400*                    THIS, DOWNSTREAM POSTING AND ENQ220 HAD   *
004500*                    NOTHING TO READ IN PARTITION MODE.        *
004600*   2026-10-14 DLM   TOOK THE BUSINESS DATE AS AN OPTIONAL     *
004700*                    PARM AND APPENDED THE BALANCING RESULT    *
004800*                    TO THE CUMULATIVE STEP-RESULT FILE        *
004900*                    (STEPRSLT) FOR THE ENQ385 BUSINESS-DAY    *
005000*                    CLOSE.                                    *
005100*                                                              *
005200***************************************************************
005300 ENVIRONMENT DIVISION.
005400 CONFIGURATION SECTION.
005500 SOURCE-COMPUTER.   IBM-Z15.
005600 OBJECT-COMPUTER.   IBM-Z15.
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900     SELECT DAY-TOTALS-FILE
006000         ASSIGN TO DAYTOTS
006100         ORGANIZATION IS SEQUENTIAL.
006200
006300     SELECT PART-TOTALS-IN-FILE
006400         ASSIGN TO PCTLIN
006500         ORGANIZATION IS SEQUENTIAL.
006600
006700     SELECT SUMMARY-IN-FILE
006800         ASSIGN TO SUMIN
006900         ORGANIZATION IS SEQUENTIAL.
007000
007100     SELECT AUDIT-IN-FILE
007200         ASSIGN TO AUDIN
007300         ORGANIZATION IS SEQUENTIAL.
007400
007500     SELECT AUDIT-OUT-FILE
007600         ASSIGN TO AUDOUT
007700         ORGANIZATION IS SEQUENTIAL.
007800
007900     SELECT POSTED-IN-FILE
008000         ASSIGN TO POSTIN
008100         ORGANIZATION IS SEQUENTIAL.
008200
008300     SELECT POSTED-OUT-FILE
008400         ASSIGN TO POSTOUT
008500         ORGANIZATION IS SEQUENTIAL.
008600
008700     SELECT CONSOLIDATED-REPORT-FILE
008800         ASSIGN TO CONSRPT
008900         ORGANIZATION IS SEQUENTIAL.
009000
009100     SELECT STEP-RESULT-FILE
009200         ASSIGN TO STEPRSLT
009300         ORGANIZATION IS SEQUENTIAL
009400         FILE STATUS IS SRES-FILE-STATUS.
009500 DATA DIVISION.
009600 FILE SECTION.
009700 FD  DAY-TOTALS-FILE
009800     RECORDING MODE IS F.
009900 01  DAY-TOTALS-RECORD.
010000     05  DAYCTL-RECORD-COUNT         PIC 9(09).
010100     05  DAYCTL-HASH-TOTAL           PIC 9(15).
010200     05  DAYCTL-AMOUNT-TOTAL         PIC S9(13)V99.
010300     05  FILLER                      PIC X(41).
010400
010500 FD  PART-TOTALS-IN-FILE
010600     RECORDING MODE IS F.
010700 01  PART-TOTALS-IN-RECORD.
010800     05  PCTL-RECORD-COUNT           PIC 9(09).
010900     05  PCTL-HASH-TOTAL             PIC 9(15).
011000     05  PCTL-AMOUNT-TOTAL           PIC S9(13)V99.
011100     05  FILLER                      PIC X(41).
011200
011300 FD  SUMMARY-IN-FILE
011400     RECORDING MODE IS F.
011500 01  SUMMARY-IN-LINE                PIC X(132).
011600
011700 FD  AUDIT-IN-FILE
011800     RECORDING MODE IS F.
011900 COPY AUDREC.
012000
012100 FD  AUDIT-OUT-FILE
012200     RECORDING MODE IS F.
012300 01  AUDIT-OUT-RECORD               PIC X(75).
012400
012500 FD  POSTED-IN-FILE
012600     RECORDING MODE IS F.
012700 COPY POSTREC.
012800
012900 FD  POSTED-OUT-FILE
013000     RECORDING MODE IS F.
013100 01  POSTED-OUT-RECORD              PIC X(80).
013200
013300 FD  CONSOLIDATED-REPORT-FILE
013400     RECORDING MODE IS F.
013500 01  CONSOLIDATED-REPORT-LINE       PIC X(132).
013600
013700 FD  STEP-RESULT-FILE
013800     RECORDING MODE IS F.
013900 COPY STEPRSLT.
014000
014100 WORKING-STORAGE SECTION.
014200***************************************************************
014300*    END-OF-FILE SWITCHES, ONE PER INPUT                       *
014400***************************************************************
014500 77  PCTL-EOF-SW                     PIC X(01)  VALUE 'N'.
014600     88  PCTL-AT-EOF                     VALUE 'Y'.
014700 77  SUM-EOF-SW                      PIC X(01)  VALUE 'N'.
014800     88  SUM-AT-EOF                      VALUE 'Y'.
014900 77  AUD-EOF-SW                      PIC X(01)  VALUE 'N'.
015000     88  AUD-AT-EOF                      VALUE 'Y'.
015100***************************************************************
015200*    SUMMED PARTITION TOTALS AND THE VERIFICATION RESULT       *
015300***************************************************************
015400 77  WS-SUM-RECORD-COUNT             PIC 9(09) COMP VALUE ZERO.
015500 77  WS-SUM-HASH-TOTAL               PIC 9(15) COMP VALUE ZERO.
015600 77  WS-SUM-AMOUNT-TOTAL             PIC S9(13)V99 COMP-3
015700                                     VALUE ZERO.
015800 77  WS-PARTITIONS-SEEN              PIC 9(02) COMP VALUE ZERO.
015900 77  WS-VERIFY-SW                    PIC X(01)  VALUE SPACE.
016000     88  WS-VERIFY-OK                    VALUE 'O'.
016100     88  WS-VERIFY-FAILED                VALUE 'F'.
016200 77  WS-AUDIT-ROWS-MERGED            PIC 9(09) COMP VALUE ZERO.
016300***************************************************************
016400*    POSTED-EXTRACT MERGE.  THE PER-PARTITION EXTRACTS         *
016500*    (CONCATENATED ON POSTIN) BECOME THE SINGLE DAILY EXTRACT  *
016600*    DOWNSTREAM POSTING AND ENQ220 EXPECT: DATA RECORDS COPY   *
016700*    THROUGH, THE PER-PARTITION TRAILERS ARE DROPPED, AND ONE  *
016800*    TRAILER RE-DERIVED OVER ALL DATA RECORDS IS WRITTEN       *
016900*    LAST.                                                     *
017000***************************************************************
017100 77  POST-EOF-SW                     PIC X(01)  VALUE 'N'.
017200     88  POST-AT-EOF                     VALUE 'Y'.
017300 77  WS-POSTED-ROWS-MERGED           PIC 9(09) COMP VALUE ZERO.
017400 77  WS-POSTED-SUM-HASH              PIC 9(15) COMP VALUE ZERO.
017500 77  WS-POSTED-SUM-AMOUNT            PIC S9(13)V99 COMP-3
017600                                     VALUE ZERO.
017700 01  WS-POSTED-TRAILER.
017800     05  WS-PTR-RECORD-TYPE          PIC X(01).
017900     05  WS-PTR-RECORD-COUNT         PIC 9(09).
018000     05  WS-PTR-HASH-TOTAL           PIC 9(15).
018100     05  WS-PTR-AMOUNT-TOTAL         PIC S9(13)V99.
018200     05  FILLER                      PIC X(40).
018300 77  DAY-EOF-SW                      PIC X(01)  VALUE 'N'.
018400     88  DAY-AT-EOF                      VALUE 'Y'.
018500 77  WS-DAY-SUM-COUNT                PIC 9(09) COMP VALUE ZERO.
018600 77  WS-DAY-SUM-HASH                 PIC 9(15) COMP VALUE ZERO.
018700 77  WS-DAY-SUM-AMOUNT               PIC S9(13)V99 COMP-3
018800                                     VALUE ZERO.
018900 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZ,ZZZ,ZZ9.
019000***************************************************************
019100*    STEP RESULT FOR THE BUSINESS-DAY CLOSE (ENQ385).  ONLY    *
019200*    RECORDED WHEN THE PARM CARRIES A BUSINESS DATE.           *
019300***************************************************************
019400 77  SRES-FILE-STATUS                PIC X(02)  VALUE '00'.
019500 77  WS-BUSINESS-DATE                PIC 9(08)  VALUE ZERO.
019600 77  WS-DATE-GIVEN-SW                PIC X(01)  VALUE 'N'.
019700     88  WS-DATE-GIVEN                   VALUE 'Y'.
019800 LINKAGE SECTION.
019900***************************************************************
020000*    JOB-STEP PARM -- THE BUSINESS DATE, OPTIONAL.             *
020100***************************************************************
020200 01  LK-PARM-DATE.
020300     05  LK-PARM-LEN                 PIC S9(04) COMP.
020400     05  LK-PARM-DATE-TEXT           PIC X(08).
020500 PROCEDURE DIVISION USING LK-PARM-DATE.
020600***************************************************************
020700*    0000-MAINLINE                                             *
020800***************************************************************
020900 0000-MAINLINE.
021000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
021100     PERFORM 2000-SUM-ONE-PARTITION
021200         THRU 2000-SUM-ONE-PARTITION-EXIT
021300         UNTIL PCTL-AT-EOF.
021400     PERFORM 3000-VERIFY-AGAINST-DAY
021500         THRU 3000-VERIFY-AGAINST-DAY-EXIT.
021600     PERFORM 4000-MERGE-ONE-SUMMARY-LINE
021700         THRU 4000-MERGE-ONE-SUMMARY-LINE-EXIT
021800         UNTIL SUM-AT-EOF.
021900     PERFORM 5000-MERGE-ONE-AUDIT-ROW
022000         THRU 5000-MERGE-ONE-AUDIT-ROW-EXIT
022100         UNTIL AUD-AT-EOF.
022200     PERFORM 6000-MERGE-ONE-POSTED-ROW
022300         THRU 6000-MERGE-ONE-POSTED-ROW-EXIT
022400         UNTIL POST-AT-EOF.
022500     PERFORM 6500-WRITE-POSTED-TRAILER
022600         THRU 6500-WRITE-POSTED-TRAILER-EXIT.
022700     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
022800     GOBACK.
022900***************************************************************
023000*    1000-INITIALIZE                                           *
023100***************************************************************
023200 1000-INITIALIZE.
023300     IF LK-PARM-LEN NOT < 8
023400         AND LK-PARM-DATE-TEXT NUMERIC
023500         MOVE LK-PARM-DATE-TEXT TO WS-BUSINESS-DATE
023600         SET WS-DATE-GIVEN TO TRUE
023700     END-IF.
023800     OPEN INPUT  DAY-TOTALS-FILE.
023900     OPEN INPUT  PART-TOTALS-IN-FILE.
024000     OPEN INPUT  SUMMARY-IN-FILE.
024100     OPEN INPUT  AUDIT-IN-FILE.
024200     OPEN OUTPUT AUDIT-OUT-FILE.
024300     OPEN INPUT  POSTED-IN-FILE.
024400     OPEN OUTPUT POSTED-OUT-FILE.
024500     OPEN OUTPUT CONSOLIDATED-REPORT-FILE.
024600     MOVE 'ENQ255 PARTITION RUN CONSOLIDATION REPORT'
024700         TO CONSOLIDATED-REPORT-LINE.
024800     WRITE CONSOLIDATED-REPORT-LINE.
024900     MOVE SPACES TO CONSOLIDATED-REPORT-LINE.
025000     WRITE CONSOLIDATED-REPORT-LINE.
025100     READ PART-TOTALS-IN-FILE
025200         AT END
025300             SET PCTL-AT-EOF TO TRUE
025400     END-READ.
025500     READ SUMMARY-IN-FILE
025600         AT END
025700             SET SUM-AT-EOF TO TRUE
025800     END-READ.
025900     READ AUDIT-IN-FILE
026000         AT END
026100             SET AUD-AT-EOF TO TRUE
026200     END-READ.
026300     READ POSTED-IN-FILE
026400         AT END
026500             SET POST-AT-EOF TO TRUE
026600     END-READ.
026700 1000-INITIALIZE-EXIT.
026800     EXIT.
026900***************************************************************
027000*    2000-SUM-ONE-PARTITION  --  ROLL ONE PARTITION TRAILER    *
027100*    INTO THE SUMS.                                            *
027200***************************************************************
027300 2000-SUM-ONE-PARTITION.
027400     ADD 1 TO WS-PARTITIONS-SEEN.
027500     ADD PCTL-RECORD-COUNT  TO WS-SUM-RECORD-COUNT.
027600     ADD PCTL-HASH-TOTAL    TO WS-SUM-HASH-TOTAL.
027700     ADD PCTL-AMOUNT-TOTAL  TO WS-SUM-AMOUNT-TOTAL.
027800     READ PART-TOTALS-IN-FILE
027900         AT END
028000             SET PCTL-AT-EOF TO TRUE
028100     END-READ.
028200 2000-SUM-ONE-PARTITION-EXIT.
028300     EXIT.
028400***************************************************************
028500*    3000-VERIFY-AGAINST-DAY  --  THE PARTITION SUMS MUST      *
028600*    EQUAL THE DAY'S OWN TRAILER EXACTLY.                      *
028700***************************************************************
028800 3000-VERIFY-AGAINST-DAY.
028900*    THE DAY'S TRAILER FILE CARRIES ONE TRAILER PER CURRENCY;
029000*    THE PARTITION TRAILERS ARE AGGREGATE, SO BOTH SIDES ARE
029100*    SUMMED AND COMPARED IN THE AGGREGATE.
029200     READ DAY-TOTALS-FILE
029300         AT END
029400             SET DAY-AT-EOF TO TRUE
029500     END-READ.
029600     PERFORM 3100-SUM-ONE-DAY-TRAILER
029700         THRU 3100-SUM-ONE-DAY-TRAILER-EXIT
029800         UNTIL DAY-AT-EOF.
029900     IF WS-SUM-RECORD-COUNT      = WS-DAY-SUM-COUNT
030000         AND WS-SUM-HASH-TOTAL   = WS-DAY-SUM-HASH
030100         AND WS-SUM-AMOUNT-TOTAL = WS-DAY-SUM-AMOUNT
030200         SET WS-VERIFY-OK TO TRUE
030300     ELSE
030400         SET WS-VERIFY-FAILED TO TRUE
030500     END-IF.
030600     MOVE WS-PARTITIONS-SEEN TO WS-REPORT-NUMERIC-EDIT.
030700     MOVE SPACES TO CONSOLIDATED-REPORT-LINE.
030800     STRING 'PARTITION TRAILERS SUMMED : '
030900         WS-REPORT-NUMERIC-EDIT
031000         DELIMITED BY SIZE INTO CONSOLIDATED-REPORT-LINE.
031100     WRITE CONSOLIDATED-REPORT-LINE.
031200     MOVE SPACES TO CONSOLIDATED-REPORT-LINE.
031300     IF WS-VERIFY-OK
031400         MOVE 'PARTITION TOTALS SUM TO THE DAY''S TRAILER.'
031500             TO CONSOLIDATED-REPORT-LINE
031600     ELSE
031700         MOVE 'PARTITION TOTALS DO NOT SUM TO THE DAY''S'
031800             TO CONSOLIDATED-REPORT-LINE
031900         WRITE CONSOLIDATED-REPORT-LINE
032000         MOVE 'TRAILER -- HOLD THE DOWNSTREAM JOBS.'
032100             TO CONSOLIDATED-REPORT-LINE
032200     END-IF.
032300     WRITE CONSOLIDATED-REPORT-LINE.
032400     MOVE SPACES TO CONSOLIDATED-REPORT-LINE.
032500     WRITE CONSOLIDATED-REPORT-LINE.
032600 3000-VERIFY-AGAINST-DAY-EXIT.
032700     EXIT.
032800***************************************************************
032900*    3100-SUM-ONE-DAY-TRAILER                                  *
033000***************************************************************
033100 3100-SUM-ONE-DAY-TRAILER.
033200     ADD DAYCTL-RECORD-COUNT TO WS-DAY-SUM-COUNT.
033300     ADD DAYCTL-HASH-TOTAL   TO WS-DAY-SUM-HASH.
033400     ADD DAYCTL-AMOUNT-TOTAL TO WS-DAY-SUM-AMOUNT.
033500     READ DAY-TOTALS-FILE
033600         AT END
033700             SET DAY-AT-EOF TO TRUE
033800     END-READ.
033900 3100-SUM-ONE-DAY-TRAILER-EXIT.
034000     EXIT.
034100***************************************************************
034200*    4000-MERGE-ONE-SUMMARY-LINE  --  THE PER-PARTITION        *
034300*    SUMMARY/CONTROL REPORTS, CONCATENATED IN PARTITION        *
034400*    ORDER ON SUMIN, APPEND TO THE CONSOLIDATED REPORT.        *
034500***************************************************************
034600 4000-MERGE-ONE-SUMMARY-LINE.
034700     MOVE SUMMARY-IN-LINE TO CONSOLIDATED-REPORT-LINE.
034800     WRITE CONSOLIDATED-REPORT-LINE.
034900     READ SUMMARY-IN-FILE
035000         AT END
035100             SET SUM-AT-EOF TO TRUE
035200     END-READ.
035300 4000-MERGE-ONE-SUMMARY-LINE-EXIT.
035400     EXIT.
035500***************************************************************
035600*    5000-MERGE-ONE-AUDIT-ROW  --  THE PER-PARTITION AUDIT     *
035700*    FILES, CONCATENATED ON AUDIN, BECOME THE SINGLE MERGED    *
035800*    AUDIT FILE DOWNSTREAM STEPS EXPECT.                       *
035900***************************************************************
036000 5000-MERGE-ONE-AUDIT-ROW.
036100     MOVE AUDIT-RECORD TO AUDIT-OUT-RECORD.
036200     WRITE AUDIT-OUT-RECORD.
036300     ADD 1 TO WS-AUDIT-ROWS-MERGED.
036400     READ AUDIT-IN-FILE
036500         AT END
036600             SET AUD-AT-EOF TO TRUE
036700     END-READ.
036800 5000-MERGE-ONE-AUDIT-ROW-EXIT.
036900     EXIT.
037000***************************************************************
037100*    6000-MERGE-ONE-POSTED-ROW  --  THE PER-PARTITION POSTED   *
037200*    EXTRACTS, CONCATENATED ON POSTIN, BECOME THE SINGLE       *
037300*    DAILY EXTRACT DOWNSTREAM POSTING AND ENQ220 EXPECT.       *
037400*    DATA RECORDS COPY THROUGH AND ROLL INTO THE RE-DERIVED    *
037500*    TRAILER TOTALS; THE PER-PARTITION TRAILERS ARE DROPPED.   *
037600***************************************************************
037700 6000-MERGE-ONE-POSTED-ROW.
037800     IF POST-DATA-RECORD
037900         MOVE POSTED-EXTRACT-RECORD TO POSTED-OUT-RECORD
038000         WRITE POSTED-OUT-RECORD
038100         ADD 1 TO WS-POSTED-ROWS-MERGED
038200         ADD POST-TXN-AMOUNT TO WS-POSTED-SUM-AMOUNT
038300         ADD POST-TXN-AMOUNT TO WS-POSTED-SUM-HASH
038400     END-IF.
038500     READ POSTED-IN-FILE
038600         AT END
038700             SET POST-AT-EOF TO TRUE
038800     END-READ.
038900 6000-MERGE-ONE-POSTED-ROW-EXIT.
039000     EXIT.
039100***************************************************************
039200*    6500-WRITE-POSTED-TRAILER  --  ONE TRAILER, RE-DERIVED    *
039300*    OVER EVERY DATA RECORD MERGED, SO THE DOWNSTREAM SHOPS    *
039400*    RECONCILE RECEIPT EXACTLY AS THEY DO IN SINGLE-STREAM     *
039500*    MODE.                                                     *
039600***************************************************************
039700 6500-WRITE-POSTED-TRAILER.
039800     MOVE SPACES TO WS-POSTED-TRAILER.
039900     MOVE 'T'                   TO WS-PTR-RECORD-TYPE.
040000     MOVE WS-POSTED-ROWS-MERGED TO WS-PTR-RECORD-COUNT.
040100     MOVE WS-POSTED-SUM-HASH    TO WS-PTR-HASH-TOTAL.
040200     MOVE WS-POSTED-SUM-AMOUNT  TO WS-PTR-AMOUNT-TOTAL.
040300     MOVE WS-POSTED-TRAILER     TO POSTED-OUT-RECORD.
040400     WRITE POSTED-OUT-RECORD.
040500 6500-WRITE-POSTED-TRAILER-EXIT.
040600     EXIT.
040700***************************************************************
040800*    8000-TERMINATE                                            *
040900***************************************************************
041000 8000-TERMINATE.
041100     MOVE WS-AUDIT-ROWS-MERGED TO WS-REPORT-NUMERIC-EDIT.
041200     MOVE SPACES TO CONSOLIDATED-REPORT-LINE.
041300     STRING 'AUDIT ROWS MERGED         : '
041400         WS-REPORT-NUMERIC-EDIT
041500         DELIMITED BY SIZE INTO CONSOLIDATED-REPORT-LINE.
041600     WRITE CONSOLIDATED-REPORT-LINE.
041700     MOVE WS-POSTED-ROWS-MERGED TO WS-REPORT-NUMERIC-EDIT.
041800     MOVE SPACES TO CONSOLIDATED-REPORT-LINE.
041900     STRING 'POSTED ROWS MERGED        : '
042000         WS-REPORT-NUMERIC-EDIT
042100         DELIMITED BY SIZE INTO CONSOLIDATED-REPORT-LINE.
042200     WRITE CONSOLIDATED-REPORT-LINE.
042300     CLOSE DAY-TOTALS-FILE.
042400     CLOSE PART-TOTALS-IN-FILE.
042500     CLOSE SUMMARY-IN-FILE.
042600     CLOSE AUDIT-IN-FILE.
042700     CLOSE AUDIT-OUT-FILE.
042800     CLOSE POSTED-IN-FILE.
042900     CLOSE POSTED-OUT-FILE.
043000     CLOSE CONSOLIDATED-REPORT-FILE.
043100     IF WS-VERIFY-FAILED
043200         MOVE 4 TO RETURN-CODE
043300     ELSE
043400         MOVE 0 TO RETURN-CODE
043500     END-IF.
043600     PERFORM 8100-WRITE-STEP-RESULT
043700         THRU 8100-WRITE-STEP-RESULT-EXIT.
043800 8000-TERMINATE-EXIT.
043900     EXIT.
044000***************************************************************
044100*    8100-WRITE-STEP-RESULT  --  APPENDS THIS RUN'S OUTCOME    *
044200*    TO THE CUMULATIVE STEP-RESULT FILE FOR THE BUSINESS-DAY   *
044300*    CLOSE, UNDER THE PARM'S BUSINESS DATE.                    *
044400***************************************************************
044500 8100-WRITE-STEP-RESULT.
044600     IF NOT WS-DATE-GIVEN
044700         GO TO 8100-WRITE-STEP-RESULT-EXIT
044800     END-IF.
044900     OPEN EXTEND STEP-RESULT-FILE.
045000     IF SRES-FILE-STATUS = '35'
045100*        FIRST EVER RUN -- START THE STEP-RESULT FILE.
045200         OPEN OUTPUT STEP-RESULT-FILE
045300     END-IF.
045400     MOVE SPACES TO STEP-RESULT-RECORD.
045500     MOVE WS-BUSINESS-DATE      TO SRES-BUSINESS-DATE.
045600     MOVE 'ENQ255'              TO SRES-PROGRAM-NAME.
045700     MOVE RETURN-CODE           TO SRES-RETURN-CODE.
045800     ACCEPT SRES-RUN-DATE FROM DATE YYYYMMDD.
045900     ACCEPT SRES-RUN-TIME FROM TIME.
046000     IF WS-VERIFY-OK
046100         SET SRES-PASSED TO TRUE
046200         MOVE 'PARTITION TOTALS SUM TO THE DAY TRAILER'
046300             TO SRES-RESULT-TEXT
046400     ELSE
046500         SET SRES-FAILED TO TRUE
046600         MOVE 'PARTITION TOTALS DO NOT SUM TO TRAILER'
046700             TO SRES-RESULT-TEXT
046800     END-IF.
046900     WRITE STEP-RESULT-RECORD.
047000     CLOSE STEP-RESULT-FILE.
047100 8100-WRITE-STEP-RESULT-EXIT.
047200     EXIT.
