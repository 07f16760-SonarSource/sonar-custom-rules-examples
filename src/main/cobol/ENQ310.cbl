000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ENQ310.
000300 AUTHOR.        D L MERCER.
000400 INSTALLATION.  DAILY PROCESSING.
000500 DATE-WRITTEN.  2026-10-14.
000600 DATE-COMPILED.
000700***************************************************************
000800*                                                              *
000900*   ENQ310  --  DAILY FEE-INCOME SUMMARY                       *
001000*                                                              *
001100*   READS THE DAY'S POSTED-TRANSACTIONS EXTRACT (POSTREC),     *
001200*   PROVES IT AGAINST ITS OWN TRAILER, AND TOTALS THE TYPE-03  *
001300*   FEE ITEMS ENQ200 PROCESSED (DISPOSITION 'P') BY SOURCE /   *
001400*   FEE CODE / CURRENCY.  THE TOTALS ARE WRITTEN TO THE        *
001500*   FEE-INCOME SUMMARY FILE (FEESUMM) FOR THE GL JOURNAL STEP  *
001600*   (ENQ280), WHICH CREDITS EACH FEE CODE TO ITS OWN           *
001700*   FEE-INCOME ACCOUNT INSTEAD OF LUMPING THE DAY'S FEES INTO  *
001800*   STLMT03, AND TO A SUMMARY REPORT (FEERPT).                 *
001900*                                                              *
002000*   FEES ENQ303 REJECTED AGAINST THE FEE SCHEDULE (FCDB, FNSC, *
002100*   FCCY, FAMT) ARE NOT FEE INCOME -- THEY ARE ON THE EXTRACT  *
002200*   WITH DISPOSITION 'R' AND ENQ280 CARRIES THEM TO SUSPREJ    *
002300*   LIKE ANY OTHER REJECT.                                     *
002400*                                                              *
002500*   PARM:  BUSINESS DATE, YYYYMMDD.  RC=8 WHEN MISSING.        *
002600*                                                              *
002700*   RETURN CODES:  0 = SUMMARY WRITTEN;  8 = BAD PARM, THE     *
002800*   EXTRACT DID NOT MATCH ITS TRAILER, OR THE SUMMARY TABLE    *
002900*   OVERFLOWED -- NO SUMMARY RECORDS WRITTEN, AND ENQ280 MUST  *
003000*   NOT RUN.                                                   *
003100*                                                              *
003200*   MODIFICATION HISTORY                                       *
003300*   DATE       INIT  DESCRIPTION                               *
003400*   ---------- ----  ------------------------------------------*
003500*   2026-10-14 DLM   ORIGINAL VERSION.                         *
003600*                                                              *
003700***************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.   IBM-Z15.
004100 OBJECT-COMPUTER.   IBM-Z15.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT POSTED-EXTRACT-FILE
004500         ASSIGN TO POSTIN
004600         ORGANIZATION IS SEQUENTIAL.
004700
004800     SELECT FEE-SUMMARY-FILE
004900         ASSIGN TO FEESUMM
005000         ORGANIZATION IS SEQUENTIAL.
005100
005200     SELECT FEE-REPORT-FILE
005300         ASSIGN TO FEERPT
005400         ORGANIZATION IS SEQUENTIAL.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  POSTED-EXTRACT-FILE
005800     RECORDING MODE IS F.
005900 COPY POSTREC.
006000
006100 FD  FEE-SUMMARY-FILE
006200     RECORDING MODE IS F.
006300 COPY FEESUMM.
006400
006500 FD  FEE-REPORT-FILE
006600     RECORDING MODE IS F.
006700 01  FEE-REPORT-LINE                PIC X(132).
006800
006900 WORKING-STORAGE SECTION.
007000***************************************************************
007100*    END-OF-FILE AND RESULT SWITCHES                           *
007200***************************************************************
007300 77  WS-EOF-SW                       PIC X(01)  VALUE 'N'.
007400     88  WS-AT-EOF                       VALUE 'Y'.
007500 77  WS-PARM-ERROR-SW                PIC X(01)  VALUE 'N'.
007600     88  WS-PARM-IN-ERROR                VALUE 'Y'.
007700 77  WS-TRAILER-SW                   PIC X(01)  VALUE SPACE.
007800     88  WS-TRAILER-OK                   VALUE 'O'.
007900     88  WS-TRAILER-FAILED               VALUE 'F'.
008000 77  WS-TRAILER-SEEN-SW              PIC X(01)  VALUE 'N'.
008100     88  WS-TRAILER-SEEN                 VALUE 'Y'.
008200***************************************************************
008300*    EXTRACT RECEIPT RECONCILIATION                            *
008400***************************************************************
008500 77  WS-BUSINESS-DATE                PIC 9(08)  VALUE ZERO.
008600 77  WS-DATA-COUNT                   PIC 9(09) COMP VALUE ZERO.
008700 77  WS-DATA-HASH-TOTAL              PIC 9(15) COMP VALUE ZERO.
008800 77  WS-DATA-AMOUNT-TOTAL            PIC S9(13)V99 COMP-3
008900                                     VALUE ZERO.
009000***************************************************************
009100*    FEE-INCOME BUCKETS -- ONE PER DISTINCT SOURCE / FEE CODE  *
009200*    / CURRENCY.                                               *
009300***************************************************************
009400 01  FI-TABLE-CONTROL.
009500     05  FI-TABLE-COUNT              PIC 9(04) COMP VALUE ZERO.
009600     05  FI-MAX-ENTRIES              PIC 9(04) COMP VALUE 500.
009700     05  FI-TABLE OCCURS 500 TIMES.
009800         10  FI-SOURCE               PIC X(08).
009900         10  FI-FEE-CODE             PIC X(04).
010000         10  FI-CURRENCY-CODE        PIC X(03).
010100         10  FI-AMOUNT               PIC S9(13)V99 COMP-3.
010200         10  FI-ITEM-COUNT           PIC 9(09) COMP.
010300 77  WS-FI-SLOT                      PIC 9(04) COMP VALUE ZERO.
010400 77  WS-SUB                          PIC 9(04) COMP VALUE ZERO.
010500 77  WS-FI-DROPPED-SW                PIC X(01)  VALUE 'N'.
010600     88  WS-FI-DROPPED                   VALUE 'Y'.
010700***************************************************************
010800*    SUMMARY TOTALS                                            *
010900***************************************************************
011000 77  WS-FEE-ITEM-TOTAL               PIC 9(09) COMP VALUE ZERO.
011100 77  WS-FEE-AMOUNT-TOTAL             PIC S9(13)V99 COMP-3
011200                                     VALUE ZERO.
011300 77  WS-SUMMARY-RECORD-COUNT         PIC 9(09) COMP VALUE ZERO.
011400***************************************************************
011500*    REPORT EDIT FIELDS                                        *
011600***************************************************************
011700 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZ,ZZZ,ZZ9.
011800 01  WS-REPORT-AMOUNT-EDIT           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
011900 LINKAGE SECTION.
012000***************************************************************
012100*    JOB-STEP PARM -- THE BUSINESS DATE.                       *
012200***************************************************************
012300 01  LK-PARM-DATE.
012400     05  LK-PARM-LEN                 PIC S9(04) COMP.
012500     05  LK-PARM-DATE-TEXT           PIC X(08).
012600 PROCEDURE DIVISION USING LK-PARM-DATE.
012700***************************************************************
012800*    0000-MAINLINE                                             *
012900***************************************************************
013000 0000-MAINLINE.
013100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
013200     PERFORM 2000-ACCUMULATE-ONE-RECORD
013300         THRU 2000-ACCUMULATE-ONE-RECORD-EXIT
013400         UNTIL WS-AT-EOF.
013500     PERFORM 5000-WRITE-SUMMARY THRU 5000-WRITE-SUMMARY-EXIT.
013600     PERFORM 7000-WRITE-REPORT THRU 7000-WRITE-REPORT-EXIT.
013700     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
013800     GOBACK.
013900***************************************************************
014000*    1000-INITIALIZE                                           *
014100***************************************************************
014200 1000-INITIALIZE.
014300     OPEN OUTPUT FEE-REPORT-FILE.
014400     MOVE 'ENQ310 DAILY FEE-INCOME SUMMARY'
014500         TO FEE-REPORT-LINE.
014600     WRITE FEE-REPORT-LINE.
014700     MOVE SPACES TO FEE-REPORT-LINE.
014800     WRITE FEE-REPORT-LINE.
014900     IF LK-PARM-LEN < 8
015000         OR LK-PARM-DATE-TEXT NOT NUMERIC
015100         SET WS-PARM-IN-ERROR TO TRUE
015200         MOVE 'PARM BUSINESS DATE MISSING OR NOT NUMERIC --'
015300             TO FEE-REPORT-LINE
015400         WRITE FEE-REPORT-LINE
015500         MOVE 'NO SUMMARY PRODUCED.'
015600             TO FEE-REPORT-LINE
015700         WRITE FEE-REPORT-LINE
015800         SET WS-AT-EOF TO TRUE
015900         GO TO 1000-INITIALIZE-EXIT
016000     END-IF.
016100     MOVE LK-PARM-DATE-TEXT TO WS-BUSINESS-DATE.
016200     OPEN INPUT  POSTED-EXTRACT-FILE.
016300     OPEN OUTPUT FEE-SUMMARY-FILE.
016400     READ POSTED-EXTRACT-FILE
016500         AT END
016600             SET WS-AT-EOF TO TRUE
016700     END-READ.
016800 1000-INITIALIZE-EXIT.
016900     EXIT.
017000***************************************************************
017100*    2000-ACCUMULATE-ONE-RECORD  --  EVERY DATA RECORD ROLLS   *
017200*    INTO THE RECEIPT TOTALS; PROCESSED TYPE-03 ITEMS ALSO     *
017300*    ROLL INTO THEIR FEE-INCOME BUCKET.  THE TRAILER IS        *
017400*    VERIFIED AGAINST WHAT WAS ACTUALLY READ.                  *
017500***************************************************************
017600 2000-ACCUMULATE-ONE-RECORD.
017700     IF POST-TRAILER-RECORD
017800         SET WS-TRAILER-SEEN TO TRUE
017900         IF POST-TRL-RECORD-COUNT  = WS-DATA-COUNT
018000             AND POST-TRL-HASH-TOTAL   = WS-DATA-HASH-TOTAL
018100             AND POST-TRL-AMOUNT-TOTAL = WS-DATA-AMOUNT-TOTAL
018200             SET WS-TRAILER-OK TO TRUE
018300         ELSE
018400             SET WS-TRAILER-FAILED TO TRUE
018500         END-IF
018600     ELSE
018700         ADD 1 TO WS-DATA-COUNT
018800         ADD POST-TXN-AMOUNT TO WS-DATA-AMOUNT-TOTAL
018900         ADD POST-TXN-AMOUNT TO WS-DATA-HASH-TOTAL
019000         IF POST-TXN-TYPE = 03
019100             AND POST-DISP-PROCESSED
019200             PERFORM 3000-BUCKET-ONE-FEE
019300                 THRU 3000-BUCKET-ONE-FEE-EXIT
019400         END-IF
019500     END-IF.
019600     READ POSTED-EXTRACT-FILE
019700         AT END
019800             SET WS-AT-EOF TO TRUE
019900     END-READ.
020000 2000-ACCUMULATE-ONE-RECORD-EXIT.
020100     EXIT.
020200***************************************************************
020300*    3000-BUCKET-ONE-FEE  --  FIND OR OPEN THE BUCKET FOR THIS *
020400*    SOURCE / FEE CODE / CURRENCY.  A FULL TABLE IS A HARD     *
020500*    FAILURE -- A SHORT SUMMARY WOULD NOT TIE TO THE JOURNAL.  *
020600***************************************************************
020700 3000-BUCKET-ONE-FEE.
020800     MOVE ZERO TO WS-FI-SLOT.
020900     PERFORM 3100-MATCH-ONE-FEE
021000         THRU 3100-MATCH-ONE-FEE-EXIT
021100         VARYING WS-SUB FROM 1 BY 1
021200         UNTIL WS-SUB > FI-TABLE-COUNT
021300            OR WS-FI-SLOT > ZERO.
021400     IF WS-FI-SLOT = ZERO
021500         IF FI-TABLE-COUNT = FI-MAX-ENTRIES
021600             SET WS-FI-DROPPED TO TRUE
021700             GO TO 3000-BUCKET-ONE-FEE-EXIT
021800         END-IF
021900         ADD 1 TO FI-TABLE-COUNT
022000         MOVE FI-TABLE-COUNT TO WS-FI-SLOT
022100         MOVE POST-TXN-SOURCE     TO FI-SOURCE(WS-FI-SLOT)
022200         MOVE POST-FEE-CODE       TO FI-FEE-CODE(WS-FI-SLOT)
022300         MOVE POST-CURRENCY-CODE  TO FI-CURRENCY-CODE(WS-FI-SLOT)
022400         MOVE ZERO TO FI-AMOUNT(WS-FI-SLOT)
022500         MOVE ZERO TO FI-ITEM-COUNT(WS-FI-SLOT)
022600     END-IF.
022700     ADD POST-TXN-AMOUNT TO FI-AMOUNT(WS-FI-SLOT).
022800     ADD 1 TO FI-ITEM-COUNT(WS-FI-SLOT).
022900 3000-BUCKET-ONE-FEE-EXIT.
023000     EXIT.
023100***************************************************************
023200*    3100-MATCH-ONE-FEE                                        *
023300***************************************************************
023400 3100-MATCH-ONE-FEE.
023500     IF FI-SOURCE(WS-SUB) = POST-TXN-SOURCE
023600         AND FI-FEE-CODE(WS-SUB) = POST-FEE-CODE
023700         AND FI-CURRENCY-CODE(WS-SUB) = POST-CURRENCY-CODE
023800         MOVE WS-SUB TO WS-FI-SLOT
023900     END-IF.
024000 3100-MATCH-ONE-FEE-EXIT.
024100     EXIT.
024200***************************************************************
024300*    5000-WRITE-SUMMARY  --  ONLY A PROVEN EXTRACT IS          *
024400*    SUMMARIZED.  ONE RECORD PER BUCKET PLUS A TRAILER.        *
024500***************************************************************
024600 5000-WRITE-SUMMARY.
024700     IF WS-PARM-IN-ERROR
024800         OR NOT WS-TRAILER-OK
024900         OR WS-FI-DROPPED
025000         GO TO 5000-WRITE-SUMMARY-EXIT
025100     END-IF.
025200     IF FI-TABLE-COUNT > ZERO
025300         PERFORM 5100-WRITE-ONE-SUMMARY
025400             THRU 5100-WRITE-ONE-SUMMARY-EXIT
025500             VARYING WS-SUB FROM 1 BY 1
025600             UNTIL WS-SUB > FI-TABLE-COUNT
025700     END-IF.
025800     MOVE SPACES TO FEE-SUMMARY-RECORD.
025900     SET FSUM-TRAILER-RECORD TO TRUE.
026000     MOVE WS-BUSINESS-DATE        TO FSUM-TRL-BUSINESS-DATE.
026100     MOVE WS-SUMMARY-RECORD-COUNT TO FSUM-TRL-RECORD-COUNT.
026200     MOVE WS-FEE-ITEM-TOTAL       TO FSUM-TRL-ITEM-COUNT.
026300     MOVE WS-FEE-AMOUNT-TOTAL     TO FSUM-TRL-AMOUNT-TOTAL.
026400     WRITE FEE-SUMMARY-RECORD.
026500 5000-WRITE-SUMMARY-EXIT.
026600     EXIT.
026700***************************************************************
026800*    5100-WRITE-ONE-SUMMARY                                    *
026900***************************************************************
027000 5100-WRITE-ONE-SUMMARY.
027100     MOVE SPACES TO FEE-SUMMARY-RECORD.
027200     SET FSUM-DATA-RECORD TO TRUE.
027300     MOVE WS-BUSINESS-DATE         TO FSUM-BUSINESS-DATE.
027400     MOVE FI-SOURCE(WS-SUB)        TO FSUM-SOURCE.
027500     MOVE FI-FEE-CODE(WS-SUB)      TO FSUM-FEE-CODE.
027600     MOVE FI-CURRENCY-CODE(WS-SUB) TO FSUM-CURRENCY-CODE.
027700     MOVE FI-AMOUNT(WS-SUB)        TO FSUM-AMOUNT.
027800     MOVE FI-ITEM-COUNT(WS-SUB)    TO FSUM-ITEM-COUNT.
027900     WRITE FEE-SUMMARY-RECORD.
028000     ADD 1 TO WS-SUMMARY-RECORD-COUNT.
028100     ADD FI-ITEM-COUNT(WS-SUB) TO WS-FEE-ITEM-TOTAL.
028200     ADD FI-AMOUNT(WS-SUB)     TO WS-FEE-AMOUNT-TOTAL.
028300 5100-WRITE-ONE-SUMMARY-EXIT.
028400     EXIT.
028500***************************************************************
028600*    7000-WRITE-REPORT  --  ONE LINE PER SOURCE / FEE CODE /   *
028700*    CURRENCY, THE TOTALS, AND THE VERDICT.                    *
028800***************************************************************
028900 7000-WRITE-REPORT.
029000     IF WS-PARM-IN-ERROR
029100         GO TO 7000-WRITE-REPORT-EXIT
029200     END-IF.
029300     MOVE SPACES TO FEE-REPORT-LINE.
029400     STRING 'BUSINESS DATE ' WS-BUSINESS-DATE
029500         DELIMITED BY SIZE INTO FEE-REPORT-LINE.
029600     WRITE FEE-REPORT-LINE.
029700     MOVE SPACES TO FEE-REPORT-LINE.
029800     WRITE FEE-REPORT-LINE.
029900     IF FI-TABLE-COUNT > ZERO
030000         PERFORM 7100-WRITE-ONE-FEE-LINE
030100             THRU 7100-WRITE-ONE-FEE-LINE-EXIT
030200             VARYING WS-SUB FROM 1 BY 1
030300             UNTIL WS-SUB > FI-TABLE-COUNT
030400     END-IF.
030500     MOVE SPACES TO FEE-REPORT-LINE.
030600     WRITE FEE-REPORT-LINE.
030700     MOVE WS-FEE-ITEM-TOTAL TO WS-REPORT-NUMERIC-EDIT.
030800     STRING 'TOTAL FEE ITEMS  : ' WS-REPORT-NUMERIC-EDIT
030900         DELIMITED BY SIZE INTO FEE-REPORT-LINE.
031000     WRITE FEE-REPORT-LINE.
031100     MOVE SPACES TO FEE-REPORT-LINE.
031200     MOVE WS-FEE-AMOUNT-TOTAL TO WS-REPORT-AMOUNT-EDIT.
031300     STRING 'TOTAL FEE INCOME : ' WS-REPORT-AMOUNT-EDIT
031400         DELIMITED BY SIZE INTO FEE-REPORT-LINE.
031500     WRITE FEE-REPORT-LINE.
031600     MOVE SPACES TO FEE-REPORT-LINE.
031700     WRITE FEE-REPORT-LINE.
031800     EVALUATE TRUE
031900         WHEN NOT WS-TRAILER-SEEN
032000             MOVE 'EXTRACT HAD NO TRAILER -- NO SUMMARY WRITTEN.'
032100                 TO FEE-REPORT-LINE
032200         WHEN WS-TRAILER-FAILED
032300             MOVE 'EXTRACT DID NOT MATCH ITS TRAILER -- NO'
032400                 TO FEE-REPORT-LINE
032500             WRITE FEE-REPORT-LINE
032600             MOVE 'SUMMARY WRITTEN.'
032700                 TO FEE-REPORT-LINE
032800         WHEN WS-FI-DROPPED
032900             MOVE 'FEE TABLE FULL -- SUMMARY WOULD BE SHORT, NO'
033000                 TO FEE-REPORT-LINE
033100             WRITE FEE-REPORT-LINE
033200             MOVE 'SUMMARY WRITTEN.  RAISE FI-MAX-ENTRIES.'
033300                 TO FEE-REPORT-LINE
033400         WHEN OTHER
033500             MOVE 'FEE-INCOME SUMMARY WRITTEN.'
033600                 TO FEE-REPORT-LINE
033700     END-EVALUATE.
033800     WRITE FEE-REPORT-LINE.
033900 7000-WRITE-REPORT-EXIT.
034000     EXIT.
034100***************************************************************
034200*    7100-WRITE-ONE-FEE-LINE                                   *
034300***************************************************************
034400 7100-WRITE-ONE-FEE-LINE.
034500     MOVE SPACES TO FEE-REPORT-LINE.
034600     MOVE FI-ITEM-COUNT(WS-SUB) TO WS-REPORT-NUMERIC-EDIT.
034700     MOVE FI-AMOUNT(WS-SUB)     TO WS-REPORT-AMOUNT-EDIT.
034800     STRING 'SOURCE ' FI-SOURCE(WS-SUB)
034900         ' FEE CODE ' FI-FEE-CODE(WS-SUB)
035000         ' CCY ' FI-CURRENCY-CODE(WS-SUB)
035100         '  ITEMS ' WS-REPORT-NUMERIC-EDIT
035200         '  AMOUNT ' WS-REPORT-AMOUNT-EDIT
035300         DELIMITED BY SIZE INTO FEE-REPORT-LINE.
035400     WRITE FEE-REPORT-LINE.
035500 7100-WRITE-ONE-FEE-LINE-EXIT.
035600     EXIT.
035700***************************************************************
035800*    8000-TERMINATE                                            *
035900***************************************************************
036000 8000-TERMINATE.
036100     IF NOT WS-PARM-IN-ERROR
036200         CLOSE POSTED-EXTRACT-FILE
036300         CLOSE FEE-SUMMARY-FILE
036400     END-IF.
036500     CLOSE FEE-REPORT-FILE.
036600     EVALUATE TRUE
036700         WHEN WS-PARM-IN-ERROR
036800         WHEN NOT WS-TRAILER-OK
036900         WHEN WS-FI-DROPPED
037000             MOVE 8 TO RETURN-CODE
037100         WHEN OTHER
037200             MOVE 0 TO RETURN-CODE
037300     END-EVALUATE.
037400 8000-TERMINATE-EXIT.
037500     EXIT.
