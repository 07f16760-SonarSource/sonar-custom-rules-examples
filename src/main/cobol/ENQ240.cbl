001400*   OPTIONALLY A DATE RANGE -- ON THE PARM AND PRINTS EVERY    *
001500*   AUDIT ROW FOR IT: WHICH ABT-STATUS BRANCH WAS TAKEN,      *
001600*   WHICH PROGRAM WAS CALLED, AND WHETHER THE CALL WAS         *
001700*   BLOCKED OR FORCED PAST ITS LIMIT CHECK.                    *
001800*                                                              *
001900*   PARM:  KEY(10) + OPTIONAL FROM-DATE(8) + TO-DATE(8),       *
002000*   E.G. PARM='AB1234567 2026080120260822'.  AN OMITTED        *
002700*   DATE       INIT  DESCRIPTION                                *
002800*   ---------- ----  ------------------------------------------*
002900*   2026-08-22 DLM   ORIGINAL VERSION.                         *
003000*   2026-10-14 DLM   PRINTED THE FORCED FLAG (AN ITEM APPROVED *
003100*                    PAST ITS LIMIT CHECK UNDER A FORCE-POST   *
003200*                    INSTRUCTION) ON EACH ROW.                 *
003300*                                                              *
003400***************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.   IBM-Z15.
003800 OBJECT-COMPUTER.   IBM-Z15.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT AUDIT-HISTORY-FILE
004200         ASSIGN TO AUDHIST
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS AUDH-KEY
004600         FILE STATUS IS AUDH-FILE-STATUS.
004700
004800     SELECT INQUIRY-REPORT-FILE
004900         ASSIGN TO AUDINQR
005000         ORGANIZATION IS SEQUENTIAL.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  AUDIT-HISTORY-FILE.
005400 COPY AUDHISTK.
005500
005600 FD  INQUIRY-REPORT-FILE
005700     RECORDING MODE IS F.
005800 01  INQUIRY-REPORT-LINE            PIC X(132).
005900
006000 WORKING-STORAGE SECTION.
006100***************************************************************
006200*    FILE STATUS AND BROWSE CONTROL                            *
006300***************************************************************
006400 77  AUDH-FILE-STATUS                PIC X(02)  VALUE '00'.
006500 77  WS-EOF-SW                       PIC X(01)  VALUE 'N'.
006600     88  WS-AT-EOF                       VALUE 'Y'.
006700 77  WS-PARM-ERROR-SW                PIC X(01)  VALUE 'N'.
006800     88  WS-PARM-IN-ERROR                VALUE 'Y'.
006900***************************************************************
007000*    INQUIRY ARGUMENTS AND COUNTERS                            *
007100***************************************************************
007200 77  WS-INQUIRY-KEY                  PIC X(10)  VALUE SPACES.
007300 77  WS-FROM-DATE                    PIC 9(08)  VALUE ZERO.
007400 77  WS-TO-DATE                      PIC 9(08)  VALUE 99999999.
007500 77  WS-ROWS-PRINTED-COUNT           PIC 9(09) COMP VALUE ZERO.
007600 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZ,ZZZ,ZZ9.
007700 01  WS-TS-DATE-EDIT                 PIC 9999/99/99.
007800 01  WS-TS-TIME-EDIT                 PIC 99B99B99.
007900 77  WS-CALL-MADE-TEXT               PIC X(03)  VALUE SPACES.
008000 77  WS-BLOCKED-TEXT                 PIC X(03)  VALUE SPACES.
008100 77  WS-FORCED-TEXT                  PIC X(03)  VALUE SPACES.
008200 LINKAGE SECTION.
008300***************************************************************
008400*    JOB-STEP PARM -- TRANSACTION KEY AND OPTIONAL DATE RANGE. *
008500***************************************************************
008600 01  LK-PARM-INQUIRY.
008700     05  LK-PARM-INQUIRY-LEN         PIC S9(04) COMP.
008800     05  LK-PARM-KEY-TEXT            PIC X(10).
008900     05  LK-PARM-FROM-DATE-TEXT      PIC X(08).
009000     05  LK-PARM-TO-DATE-TEXT        PIC X(08).
009100 PROCEDURE DIVISION USING LK-PARM-INQUIRY.
009200***************************************************************
009300*    0000-MAINLINE                                             *
009400***************************************************************
009500 0000-MAINLINE.
009600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
009700     IF NOT WS-PARM-IN-ERROR
009800         PERFORM 2000-PRINT-ONE-ROW
009900             THRU 2000-PRINT-ONE-ROW-EXIT
010000             UNTIL WS-AT-EOF
010100     END-IF.
010200     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
010300     GOBACK.
010400***************************************************************
010500*    1000-INITIALIZE  --  VALIDATE THE PARM AND POSITION THE   *
010600*    BROWSE AT THE KEY/FROM-DATE.                              *
010700***************************************************************
010800 1000-INITIALIZE.
010900     OPEN OUTPUT INQUIRY-REPORT-FILE.
011000     MOVE 'ENQ240 AUDIT HISTORY INQUIRY'
011100         TO INQUIRY-REPORT-LINE.
011200     WRITE INQUIRY-REPORT-LINE.
011300     MOVE SPACES TO INQUIRY-REPORT-LINE.
011400     WRITE INQUIRY-REPORT-LINE.
011500     IF LK-PARM-INQUIRY-LEN < 10
011600         OR LK-PARM-KEY-TEXT = SPACES
011700         SET WS-PARM-IN-ERROR TO TRUE
011800         MOVE 'PARM TRANSACTION KEY MISSING.'
011900             TO INQUIRY-REPORT-LINE
012000         WRITE INQUIRY-REPORT-LINE
012100         GO TO 1000-INITIALIZE-EXIT
012200     END-IF.
012300     MOVE LK-PARM-KEY-TEXT TO WS-INQUIRY-KEY.
012400     IF LK-PARM-INQUIRY-LEN >= 18
012500         AND LK-PARM-FROM-DATE-TEXT NUMERIC
012600         MOVE LK-PARM-FROM-DATE-TEXT TO WS-FROM-DATE
012700     END-IF.
012800     IF LK-PARM-INQUIRY-LEN >= 26
012900         AND LK-PARM-TO-DATE-TEXT NUMERIC
013000         MOVE LK-PARM-TO-DATE-TEXT TO WS-TO-DATE
013100     END-IF.
013200     MOVE SPACES TO INQUIRY-REPORT-LINE.
013300     STRING 'TRANSACTION KEY : ' WS-INQUIRY-KEY
013400         DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE.
013500     WRITE INQUIRY-REPORT-LINE.
013600     MOVE SPACES TO INQUIRY-REPORT-LINE.
013700     WRITE INQUIRY-REPORT-LINE.
013800     OPEN INPUT AUDIT-HISTORY-FILE.
013900     MOVE WS-INQUIRY-KEY TO AUDH-TXN-KEY.
014000     MOVE WS-FROM-DATE   TO AUDH-TS-DATE.
014100     MOVE ZERO           TO AUDH-TS-TIME.
014200     MOVE ZERO           TO AUDH-SEQUENCE.
014300     START AUDIT-HISTORY-FILE
014400         KEY IS NOT LESS THAN AUDH-KEY
014500         INVALID KEY
014600             SET WS-AT-EOF TO TRUE
014700     END-START.
014800     IF NOT WS-AT-EOF
014900         PERFORM 2100-READ-NEXT-ROW
015000             THRU 2100-READ-NEXT-ROW-EXIT
015100     END-IF.
015200 1000-INITIALIZE-EXIT.
015300     EXIT.
015400***************************************************************
015500*    2000-PRINT-ONE-ROW  --  THE BROWSE ENDS AT THE FIRST ROW  *
015600*    PAST THE KEY OR PAST THE TO-DATE.                         *
015700***************************************************************
015800 2000-PRINT-ONE-ROW.
015900     IF AUDH-TXN-KEY NOT = WS-INQUIRY-KEY
016000         OR AUDH-TS-DATE > WS-TO-DATE
016100         SET WS-AT-EOF TO TRUE
016200         GO TO 2000-PRINT-ONE-ROW-EXIT
016300     END-IF.
016400     ADD 1 TO WS-ROWS-PRINTED-COUNT.
016500     MOVE AUDH-TS-DATE TO WS-TS-DATE-EDIT.
016600     MOVE AUDH-TS-TIME TO WS-TS-TIME-EDIT.
016700     IF AUDH-CALL-WAS-MADE
016800         MOVE 'YES' TO WS-CALL-MADE-TEXT
016900     ELSE
017000         MOVE 'NO ' TO WS-CALL-MADE-TEXT
017100     END-IF.
017200     IF AUDH-CALL-WAS-BLOCKED
017300         MOVE 'YES' TO WS-BLOCKED-TEXT
017400     ELSE
017500         MOVE 'NO ' TO WS-BLOCKED-TEXT
017600     END-IF.
017700     IF AUDH-ITEM-WAS-FORCED
017800         MOVE 'YES' TO WS-FORCED-TEXT
017900     ELSE
018000         MOVE 'NO ' TO WS-FORCED-TEXT
018100     END-IF.
018200     MOVE SPACES TO INQUIRY-REPORT-LINE.
018300     STRING WS-TS-DATE-EDIT ' ' WS-TS-TIME-EDIT
018400         '  STATUS=' AUDH-ABT-STATUS-AT-CHECK
018500         '  CALLED=' WS-CALL-MADE-TEXT
018600         '  PROGRAM=' AUDH-CALLED-PROGRAM
018700         '  BLOCKED=' WS-BLOCKED-TEXT
018800         '  FORCED=' WS-FORCED-TEXT
018900         DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE.
019000     WRITE INQUIRY-REPORT-LINE.
019100     PERFORM 2100-READ-NEXT-ROW
019200         THRU 2100-READ-NEXT-ROW-EXIT.
019300 2000-PRINT-ONE-ROW-EXIT.
019400     EXIT.
019500***************************************************************
019600*    2100-READ-NEXT-ROW                                        *
019700***************************************************************
019800 2100-READ-NEXT-ROW.
019900     READ AUDIT-HISTORY-FILE NEXT RECORD
020000         AT END
020100             SET WS-AT-EOF TO TRUE
020200     END-READ.
020300 2100-READ-NEXT-ROW-EXIT.
020400     EXIT.
020500***************************************************************
020600*    8000-TERMINATE                                            *
020700***************************************************************
020800 8000-TERMINATE.
020900     IF NOT WS-PARM-IN-ERROR
021000         MOVE SPACES TO INQUIRY-REPORT-LINE
021100         WRITE INQUIRY-REPORT-LINE
021200         MOVE WS-ROWS-PRINTED-COUNT TO WS-REPORT-NUMERIC-EDIT
021300         MOVE SPACES TO INQUIRY-REPORT-LINE
021400         STRING 'AUDIT ROWS PRINTED : ' WS-REPORT-NUMERIC-EDIT
021500             DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
021600         WRITE INQUIRY-REPORT-LINE
021700         CLOSE AUDIT-HISTORY-FILE
021800     END-IF.
021900     CLOSE INQUIRY-REPORT-FILE.
022000     EVALUATE TRUE
022100         WHEN WS-PARM-IN-ERROR
022200             MOVE 8 TO RETURN-CODE
022300         WHEN WS-ROWS-PRINTED-COUNT = ZERO
022400             MOVE 4 TO RETURN-CODE
022500         WHEN OTHER
022600             MOVE 0 TO RETURN-CODE
022700     END-EVALUATE.
022800 8000-TERMINATE-EXIT.
022900     EXIT.
