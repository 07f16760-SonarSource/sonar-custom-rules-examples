000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ENQ335.
000300 AUTHOR.        D L MERCER.
000400 INSTALLATION.  DAILY PROCESSING.
000500 DATE-WRITTEN.  2026-10-14.
000600 DATE-COMPILED.
000700***************************************************************
000800*                                                              *
000900*   ENQ335  --  DISPUTE CASE AGING REPORT                      *
001000*                                                              *
001100*   FRONT-TO-BACK PASS OVER THE DISPUTE CASE KSDS (DISPCASK,   *
001200*   COPYBOOK DISPCASE) FOR THE DISPUTES DESK.  EVERY OPEN      *
001300*   CASE IS LISTED WITH ITS REASON, WHO OPENED IT, THE         *
001400*   DISPUTED ITEM'S AMOUNT AND CURRENCY, AND ITS AGE IN DAYS   *
001500*   SINCE IT WAS OPENED; A CASE AT OR PAST THE OVERDUE AGE     *
001600*   IS FLAGGED.  CASES RESOLVED ON THE BUSINESS DATE ARE       *
001700*   LISTED SEPARATELY SO THE DESK SEES THE DAY'S OUTCOMES,     *
001800*   AND A SUMMARY COUNTS OPEN CASES BY AGE BAND.               *
001900*                                                              *
002000*   PARM:  BUSINESS DATE (YYYYMMDD) AND OVERDUE AGE IN DAYS    *
002100*   (3), E.G. PARM='20261014045'.  NO DEFAULTS; AN OMITTED OR  *
002200*   NON-NUMERIC PARM IS A HARD STOP (RC=8).                    *
002300*                                                              *
002400*   RETURN CODES:  0 = NO OVERDUE CASE;  4 = AT LEAST ONE      *
002500*   OPEN CASE AT OR PAST THE OVERDUE AGE;  8 = BAD PARM.       *
002600*                                                              *
002700*   MODIFICATION HISTORY                                       *
002800*   DATE       INIT  DESCRIPTION                               *
002900*   ---------- ----  ------------------------------------------*
003000*   2026-10-14 DLM   ORIGINAL VERSION.                         *
003100*                                                              *
003200***************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.   IBM-Z15.
003600 OBJECT-COMPUTER.   IBM-Z15.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT DISPUTE-CASE-FILE
004000         ASSIGN TO DISPCASK
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS DISP-KEY
004400         FILE STATUS IS DISP-FILE-STATUS.
004500
004600     SELECT AGING-REPORT-FILE
004700         ASSIGN TO DSPAGRPT
004800         ORGANIZATION IS SEQUENTIAL.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  DISPUTE-CASE-FILE.
005200 COPY DISPCASE.
005300
005400 FD  AGING-REPORT-FILE
005500     RECORDING MODE IS F.
005600 01  AGING-REPORT-LINE              PIC X(132).
005700
005800 WORKING-STORAGE SECTION.
005900***************************************************************
006000*    FILE STATUS AND END-OF-FILE SWITCHES                      *
006100***************************************************************
006200 77  DISP-FILE-STATUS                PIC X(02)  VALUE '00'.
006300 77  DISP-EOF-SW                     PIC X(01)  VALUE 'N'.
006400     88  DISP-AT-EOF                     VALUE 'Y'.
006500 77  WS-PARM-ERROR-SW                PIC X(01)  VALUE 'N'.
006600     88  WS-PARM-IN-ERROR                VALUE 'Y'.
006700***************************************************************
006800*    SWEEP ARGUMENTS AND COUNTERS                              *
006900***************************************************************
007000 77  WS-BUSINESS-DATE                PIC 9(08)  VALUE ZERO.
007100 77  WS-OVERDUE-DAYS                 PIC 9(03)  VALUE ZERO.
007200 77  WS-CASES-READ-COUNT             PIC 9(09) COMP VALUE ZERO.
007300 77  WS-OPEN-COUNT                   PIC 9(09) COMP VALUE ZERO.
007400 77  WS-OVERDUE-COUNT                PIC 9(09) COMP VALUE ZERO.
007500 77  WS-UPHELD-TODAY-COUNT           PIC 9(09) COMP VALUE ZERO.
007600 77  WS-DECLINED-TODAY-COUNT         PIC 9(09) COMP VALUE ZERO.
007700 77  WS-OVERDUE-FLAG                 PIC X(07)  VALUE SPACES.
007800***************************************************************
007900*    AGE BANDS FOR THE SUMMARY.  EACH BAND HOLDS CASES UP TO   *
008000*    AND INCLUDING ITS UPPER AGE; THE LAST BAND TAKES THE      *
008100*    REST.                                                     *
008200***************************************************************
008300 01  AGE-BAND-VALUES.
008400     05  FILLER                      PIC X(18)
008500                                     VALUE '00015  0 - 15 DAYS'.
008600     05  FILLER                      PIC X(18)
008700                                     VALUE '00030 16 - 30 DAYS'.
008800     05  FILLER                      PIC X(18)
008900                                     VALUE '00045 31 - 45 DAYS'.
009000     05  FILLER                      PIC X(18)
009100                                     VALUE '00060 46 - 60 DAYS'.
009200     05  FILLER                      PIC X(18)
009300                                     VALUE '99999 OVER 60 DAYS'.
009400 01  AGE-BAND-TABLE REDEFINES AGE-BAND-VALUES.
009500     05  AGE-BAND OCCURS 5 TIMES.
009600         10  AGE-BAND-UPPER          PIC 9(05).
009700         10  AGE-BAND-LABEL          PIC X(13).
009800 01  AGE-BAND-COUNTS.
009900     05  AGE-BAND-COUNT OCCURS 5 TIMES
010000                                     PIC 9(09) COMP.
010100 77  WS-BAND-SUB                     PIC 9(02) COMP VALUE ZERO.
010200 77  WS-BAND-SLOT                    PIC 9(02) COMP VALUE ZERO.
010300***************************************************************
010400*    DAY-NUMBER ARITHMETIC -- THE SAME MARCH-BASED DAY SERIAL  *
010500*    ENQ275 AGES SUSPENSE WITH (SEE 9100).                     *
010600***************************************************************
010700 01  WS-DATE-WORK                    PIC 9(08)  VALUE ZERO.
010800 01  WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.
010900     05  WS-DW-YEAR                  PIC 9(04).
011000     05  WS-DW-MONTH                 PIC 9(02).
011100     05  WS-DW-DAY                   PIC 9(02).
011200 77  WS-DN-YEAR                      PIC S9(08) COMP VALUE ZERO.
011300 77  WS-DN-MONTH                     PIC S9(08) COMP VALUE ZERO.
011400 77  WS-DAY-NUMBER                   PIC S9(08) COMP VALUE ZERO.
011500 77  WS-TODAY-DAY-NUMBER             PIC S9(08) COMP VALUE ZERO.
011600 77  WS-CASE-AGE-DAYS                PIC S9(08) COMP VALUE ZERO.
011700***************************************************************
011800*    REPORT EDIT FIELDS                                        *
011900***************************************************************
012000 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZ,ZZZ,ZZ9.
012100 01  WS-REPORT-AMOUNT-EDIT           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
012200 01  WS-AGE-EDIT                     PIC ZZZZ9.
012300 01  WS-DATE-EDIT                    PIC 9999/99/99.
012400 LINKAGE SECTION.
012500***************************************************************
012600*    JOB-STEP PARM -- BUSINESS DATE AND OVERDUE AGE.  NO       *
012700*    DEFAULTS.                                                 *
012800***************************************************************
012900 01  LK-PARM-ARGS.
013000     05  LK-PARM-LEN                 PIC S9(04) COMP.
013100     05  LK-PARM-DATE-TEXT           PIC X(08).
013200     05  LK-PARM-OVERDUE-TEXT        PIC X(03).
013300 PROCEDURE DIVISION USING LK-PARM-ARGS.
013400***************************************************************
013500*    0000-MAINLINE                                             *
013600***************************************************************
013700 0000-MAINLINE.
013800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
013900     PERFORM 2000-SWEEP-CASES THRU 2000-SWEEP-CASES-EXIT.
014000     PERFORM 5000-WRITE-AGE-SUMMARY
014100         THRU 5000-WRITE-AGE-SUMMARY-EXIT.
014200     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
014300     GOBACK.
014400***************************************************************
014500*    1000-INITIALIZE  --  VALIDATE THE PARM AND OPEN FILES.    *
014600***************************************************************
014700 1000-INITIALIZE.
014800     OPEN OUTPUT AGING-REPORT-FILE.
014900     MOVE 'ENQ335 DISPUTE CASE AGING REPORT'
015000         TO AGING-REPORT-LINE.
015100     WRITE AGING-REPORT-LINE.
015200     MOVE SPACES TO AGING-REPORT-LINE.
015300     WRITE AGING-REPORT-LINE.
015400     IF LK-PARM-LEN < 11
015500         OR LK-PARM-DATE-TEXT NOT NUMERIC
015600         OR LK-PARM-OVERDUE-TEXT NOT NUMERIC
015700         SET WS-PARM-IN-ERROR TO TRUE
015800         MOVE 'PARM DATE/OVERDUE AGE MISSING OR NOT NUMERIC --'
015900             TO AGING-REPORT-LINE
016000         WRITE AGING-REPORT-LINE
016100         MOVE 'NO REPORT PRODUCED.'
016200             TO AGING-REPORT-LINE
016300         WRITE AGING-REPORT-LINE
016400         SET DISP-AT-EOF TO TRUE
016500         GO TO 1000-INITIALIZE-EXIT
016600     END-IF.
016700     MOVE LK-PARM-DATE-TEXT    TO WS-BUSINESS-DATE.
016800     MOVE LK-PARM-OVERDUE-TEXT TO WS-OVERDUE-DAYS.
016900     MOVE WS-BUSINESS-DATE     TO WS-DATE-WORK.
017000     PERFORM 9100-DATE-TO-DAY-NUMBER
017100         THRU 9100-DATE-TO-DAY-NUMBER-EXIT.
017200     MOVE WS-DAY-NUMBER TO WS-TODAY-DAY-NUMBER.
017300     MOVE ZERO TO AGE-BAND-COUNT(1) AGE-BAND-COUNT(2)
017400                  AGE-BAND-COUNT(3) AGE-BAND-COUNT(4)
017500                  AGE-BAND-COUNT(5).
017600     OPEN INPUT DISPUTE-CASE-FILE.
017700     MOVE 'OPEN CASES'
017800         TO AGING-REPORT-LINE.
017900     WRITE AGING-REPORT-LINE.
018000     MOVE SPACES TO AGING-REPORT-LINE.
018100     STRING 'TRANS-KEY  RSN  OPENED       AGE OPENED-BY SOURCE'
018200         '                  AMOUNT CCY REASON'
018300         DELIMITED BY SIZE INTO AGING-REPORT-LINE.
018400     WRITE AGING-REPORT-LINE.
018500 1000-INITIALIZE-EXIT.
018600     EXIT.
018700***************************************************************
018800*    2000-SWEEP-CASES  --  FRONT-TO-BACK PASS OVER THE CASE    *
018900*    KSDS.  OPEN CASES ARE LISTED AS MET; THE DAY'S            *
019000*    RESOLUTIONS ARE COUNTED HERE AND LISTED IN A SECOND       *
019100*    PASS (3000) SO EACH LIST READS ON ITS OWN.                *
019200***************************************************************
019300 2000-SWEEP-CASES.
019400     IF WS-PARM-IN-ERROR
019500         GO TO 2000-SWEEP-CASES-EXIT
019600     END-IF.
019700     PERFORM 2900-START-BROWSE THRU 2900-START-BROWSE-EXIT.
019800     PERFORM 2100-SWEEP-ONE-CASE
019900         THRU 2100-SWEEP-ONE-CASE-EXIT
020000         UNTIL DISP-AT-EOF.
020100     IF WS-OPEN-COUNT = ZERO
020200         MOVE 'NO OPEN CASES.' TO AGING-REPORT-LINE
020300         WRITE AGING-REPORT-LINE
020400     END-IF.
020500     IF WS-UPHELD-TODAY-COUNT > ZERO
020600         OR WS-DECLINED-TODAY-COUNT > ZERO
020700         MOVE SPACES TO AGING-REPORT-LINE
020800         WRITE AGING-REPORT-LINE
020900         MOVE WS-BUSINESS-DATE TO WS-DATE-EDIT
021000         STRING 'CASES RESOLVED ON ' WS-DATE-EDIT
021100             DELIMITED BY SIZE INTO AGING-REPORT-LINE
021200         WRITE AGING-REPORT-LINE
021300         PERFORM 2900-START-BROWSE THRU 2900-START-BROWSE-EXIT
021400         PERFORM 3000-LIST-ONE-RESOLVED
021500             THRU 3000-LIST-ONE-RESOLVED-EXIT
021600             UNTIL DISP-AT-EOF
021700     END-IF.
021800 2000-SWEEP-CASES-EXIT.
021900     EXIT.
022000***************************************************************
022100*    2100-SWEEP-ONE-CASE                                       *
022200***************************************************************
022300 2100-SWEEP-ONE-CASE.
022400     ADD 1 TO WS-CASES-READ-COUNT.
022500     EVALUATE TRUE
022600         WHEN DISP-IS-OPEN
022700             PERFORM 4000-WRITE-OPEN-CASE-LINE
022800                 THRU 4000-WRITE-OPEN-CASE-LINE-EXIT
022900         WHEN DISP-RESOLVED-DATE NOT = WS-BUSINESS-DATE
023000             CONTINUE
023100         WHEN DISP-IS-UPHELD
023200             ADD 1 TO WS-UPHELD-TODAY-COUNT
023300         WHEN DISP-IS-DECLINED
023400             ADD 1 TO WS-DECLINED-TODAY-COUNT
023500     END-EVALUATE.
023600     READ DISPUTE-CASE-FILE NEXT
023700         AT END
023800             SET DISP-AT-EOF TO TRUE
023900     END-READ.
024000 2100-SWEEP-ONE-CASE-EXIT.
024100     EXIT.
024200***************************************************************
024300*    2900-START-BROWSE  --  POSITION AT THE FIRST CASE AND     *
024400*    PRIME THE READ.                                           *
024500***************************************************************
024600 2900-START-BROWSE.
024700     MOVE 'N' TO DISP-EOF-SW.
024800     MOVE LOW-VALUES TO DISP-KEY.
024900     START DISPUTE-CASE-FILE
025000         KEY >= DISP-KEY
025100         INVALID KEY
025200             SET DISP-AT-EOF TO TRUE
025300     END-START.
025400     IF NOT DISP-AT-EOF
025500         READ DISPUTE-CASE-FILE NEXT
025600             AT END
025700                 SET DISP-AT-EOF TO TRUE
025800         END-READ
025900     END-IF.
026000 2900-START-BROWSE-EXIT.
026100     EXIT.
026200***************************************************************
026300*    3000-LIST-ONE-RESOLVED  --  A CASE UPHELD OR DECLINED ON  *
026400*    THE BUSINESS DATE, WITH ITS RESOLUTION, WHO RESOLVED IT,  *
026500*    WHO APPROVED IT, AND THE REVERSAL AN UPHOLD GENERATED.    *
026600***************************************************************
026700 3000-LIST-ONE-RESOLVED.
026800     IF NOT DISP-IS-OPEN
026900         AND DISP-RESOLVED-DATE = WS-BUSINESS-DATE
027000         MOVE SPACES TO AGING-REPORT-LINE
027100         MOVE DISP-TXN-AMOUNT TO WS-REPORT-AMOUNT-EDIT
027200         STRING DISP-TRANS-KEY
027300             ' ' DISP-REASON-CODE
027400             ' STATUS=' DISP-STATUS
027500             ' ' WS-REPORT-AMOUNT-EDIT
027600             ' ' DISP-CURRENCY-CODE
027700             ' ' DISP-RESOLUTION-TEXT
027800             ' BY ' DISP-RESOLVED-BY
027900             ' APPR ' DISP-APPROVED-BY
028000             ' REVERSAL ' DISP-REVERSAL-KEY
028100             DELIMITED BY SIZE INTO AGING-REPORT-LINE
028200         WRITE AGING-REPORT-LINE
028300     END-IF.
028400     READ DISPUTE-CASE-FILE NEXT
028500         AT END
028600             SET DISP-AT-EOF TO TRUE
028700     END-READ.
028800 3000-LIST-ONE-RESOLVED-EXIT.
028900     EXIT.
029000***************************************************************
029100*    4000-WRITE-OPEN-CASE-LINE  --  AGE SINCE OPENED, BAND     *
029200*    TALLY, AND THE OVERDUE FLAG.                              *
029300***************************************************************
029400 4000-WRITE-OPEN-CASE-LINE.
029500     ADD 1 TO WS-OPEN-COUNT.
029600     MOVE DISP-OPENED-DATE TO WS-DATE-WORK.
029700     PERFORM 9100-DATE-TO-DAY-NUMBER
029800         THRU 9100-DATE-TO-DAY-NUMBER-EXIT.
029900     COMPUTE WS-CASE-AGE-DAYS =
030000         WS-TODAY-DAY-NUMBER - WS-DAY-NUMBER.
030100     IF WS-CASE-AGE-DAYS < ZERO
030200         MOVE ZERO TO WS-CASE-AGE-DAYS
030300     END-IF.
030400     MOVE ZERO TO WS-BAND-SLOT.
030500     PERFORM 4100-TEST-ONE-BAND
030600         THRU 4100-TEST-ONE-BAND-EXIT
030700         VARYING WS-BAND-SUB FROM 1 BY 1
030800         UNTIL WS-BAND-SUB > 5
030900            OR WS-BAND-SLOT > ZERO.
031000     ADD 1 TO AGE-BAND-COUNT(WS-BAND-SLOT).
031100     MOVE SPACES TO WS-OVERDUE-FLAG.
031200     IF WS-OVERDUE-DAYS > ZERO
031300         AND WS-CASE-AGE-DAYS NOT < WS-OVERDUE-DAYS
031400         MOVE 'OVERDUE' TO WS-OVERDUE-FLAG
031500         ADD 1 TO WS-OVERDUE-COUNT
031600     END-IF.
031700     MOVE SPACES TO AGING-REPORT-LINE.
031800     MOVE DISP-OPENED-DATE TO WS-DATE-EDIT.
031900     MOVE WS-CASE-AGE-DAYS TO WS-AGE-EDIT.
032000     MOVE DISP-TXN-AMOUNT  TO WS-REPORT-AMOUNT-EDIT.
032100     STRING DISP-TRANS-KEY
032200         ' ' DISP-REASON-CODE
032300         ' ' WS-DATE-EDIT
032400         ' ' WS-AGE-EDIT
032500         ' ' DISP-OPENED-BY
032600         '  ' DISP-TXN-SOURCE
032700         ' ' WS-REPORT-AMOUNT-EDIT
032800         ' ' DISP-CURRENCY-CODE
032900         ' ' DISP-REASON-TEXT
033000         ' ' WS-OVERDUE-FLAG
033100         DELIMITED BY SIZE INTO AGING-REPORT-LINE.
033200     WRITE AGING-REPORT-LINE.
033300 4000-WRITE-OPEN-CASE-LINE-EXIT.
033400     EXIT.
033500***************************************************************
033600*    4100-TEST-ONE-BAND                                        *
033700***************************************************************
033800 4100-TEST-ONE-BAND.
033900     IF WS-CASE-AGE-DAYS NOT > AGE-BAND-UPPER(WS-BAND-SUB)
034000         MOVE WS-BAND-SUB TO WS-BAND-SLOT
034100     END-IF.
034200 4100-TEST-ONE-BAND-EXIT.
034300     EXIT.
034400***************************************************************
034500*    5000-WRITE-AGE-SUMMARY  --  OPEN CASES PER AGE BAND.      *
034600***************************************************************
034700 5000-WRITE-AGE-SUMMARY.
034800     IF WS-PARM-IN-ERROR
034900         GO TO 5000-WRITE-AGE-SUMMARY-EXIT
035000     END-IF.
035100     MOVE SPACES TO AGING-REPORT-LINE.
035200     WRITE AGING-REPORT-LINE.
035300     MOVE 'OPEN CASES BY AGE' TO AGING-REPORT-LINE.
035400     WRITE AGING-REPORT-LINE.
035500     PERFORM 5100-WRITE-ONE-BAND
035600         THRU 5100-WRITE-ONE-BAND-EXIT
035700         VARYING WS-BAND-SUB FROM 1 BY 1
035800         UNTIL WS-BAND-SUB > 5.
035900 5000-WRITE-AGE-SUMMARY-EXIT.
036000     EXIT.
036100***************************************************************
036200*    5100-WRITE-ONE-BAND                                       *
036300***************************************************************
036400 5100-WRITE-ONE-BAND.
036500     MOVE SPACES TO AGING-REPORT-LINE.
036600     MOVE AGE-BAND-COUNT(WS-BAND-SUB) TO WS-REPORT-NUMERIC-EDIT.
036700     STRING '  ' AGE-BAND-LABEL(WS-BAND-SUB)
036800         ' : ' WS-REPORT-NUMERIC-EDIT
036900         DELIMITED BY SIZE INTO AGING-REPORT-LINE.
037000     WRITE AGING-REPORT-LINE.
037100 5100-WRITE-ONE-BAND-EXIT.
037200     EXIT.
037300***************************************************************
037400*    8000-TERMINATE                                            *
037500***************************************************************
037600 8000-TERMINATE.
037700     IF NOT WS-PARM-IN-ERROR
037800         MOVE SPACES TO AGING-REPORT-LINE
037900         WRITE AGING-REPORT-LINE
038000         MOVE WS-CASES-READ-COUNT TO WS-REPORT-NUMERIC-EDIT
038100         STRING 'CASES ON FILE         : ' WS-REPORT-NUMERIC-EDIT
038200             DELIMITED BY SIZE INTO AGING-REPORT-LINE
038300         WRITE AGING-REPORT-LINE
038400         MOVE SPACES TO AGING-REPORT-LINE
038500         MOVE WS-OPEN-COUNT TO WS-REPORT-NUMERIC-EDIT
038600         STRING 'OPEN CASES            : ' WS-REPORT-NUMERIC-EDIT
038700             DELIMITED BY SIZE INTO AGING-REPORT-LINE
038800         WRITE AGING-REPORT-LINE
038900         MOVE SPACES TO AGING-REPORT-LINE
039000         MOVE WS-OVERDUE-COUNT TO WS-REPORT-NUMERIC-EDIT
039100         STRING 'OPEN CASES OVERDUE    : ' WS-REPORT-NUMERIC-EDIT
039200             DELIMITED BY SIZE INTO AGING-REPORT-LINE
039300         WRITE AGING-REPORT-LINE
039400         MOVE SPACES TO AGING-REPORT-LINE
039500         MOVE WS-UPHELD-TODAY-COUNT TO WS-REPORT-NUMERIC-EDIT
039600         STRING 'UPHELD TODAY          : ' WS-REPORT-NUMERIC-EDIT
039700             DELIMITED BY SIZE INTO AGING-REPORT-LINE
039800         WRITE AGING-REPORT-LINE
039900         MOVE SPACES TO AGING-REPORT-LINE
040000         MOVE WS-DECLINED-TODAY-COUNT TO WS-REPORT-NUMERIC-EDIT
040100         STRING 'DECLINED TODAY        : ' WS-REPORT-NUMERIC-EDIT
040200             DELIMITED BY SIZE INTO AGING-REPORT-LINE
040300         WRITE AGING-REPORT-LINE
040400         CLOSE DISPUTE-CASE-FILE
040500     END-IF.
040600     CLOSE AGING-REPORT-FILE.
040700     EVALUATE TRUE
040800         WHEN WS-PARM-IN-ERROR
040900             MOVE 8 TO RETURN-CODE
041000         WHEN WS-OVERDUE-COUNT > ZERO
041100             MOVE 4 TO RETURN-CODE
041200         WHEN OTHER
041300             MOVE 0 TO RETURN-CODE
041400     END-EVALUATE.
041500 8000-TERMINATE-EXIT.
041600     EXIT.
041700***************************************************************
041800*    9100-DATE-TO-DAY-NUMBER  --  CONVERTS WS-DATE-WORK        *
041900*    (YYYYMMDD) TO A RUNNING DAY NUMBER IN WS-DAY-NUMBER.      *
042000*    JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE     *
042100*    PRIOR YEAR, SO THE LEAP DAY SITS AT THE END OF THE        *
042200*    SHIFTED YEAR AND THE MONTH-LENGTH PATTERN COLLAPSES TO    *
042300*    ONE FORMULA.                                              *
042400***************************************************************
042500 9100-DATE-TO-DAY-NUMBER.
042600     MOVE WS-DW-YEAR  TO WS-DN-YEAR.
042700     MOVE WS-DW-MONTH TO WS-DN-MONTH.
042800     IF WS-DN-MONTH < 3
042900         SUBTRACT 1 FROM WS-DN-YEAR
043000         ADD 12 TO WS-DN-MONTH
043100     END-IF.
043200     COMPUTE WS-DAY-NUMBER =
043300         (365 * WS-DN-YEAR)
043400         + (WS-DN-YEAR / 4)
043500         - (WS-DN-YEAR / 100)
043600         + (WS-DN-YEAR / 400)
043700         + ((153 * (WS-DN-MONTH + 1)) / 5)
043800         + WS-DW-DAY.
043900 9100-DATE-TO-DAY-NUMBER-EXIT.
044000     EXIT.
