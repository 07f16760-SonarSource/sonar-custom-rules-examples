002400*   A DEFAULTED CUTOFF COULD SILENTLY PURGE HISTORY THE        *
002500*   DUPLICATE CHECK STILL NEEDS.                               *
002600*                                                              *
002700*   EVERY ROW IS WRITTEN TO THE RUN'S ARCHIVE GENERATION       *
002800*   (TXHARCH, COPYBOOK ARCHREC) BEFORE IT IS DELETED, AND THE  *
002900*   GENERATION IS CLOSED WITH A CONTROL TRAILER OF THE COUNT   *
003000*   AND A HASH OF THE BUSINESS DATES.  ENQ365 ANSWERS FROM THE *
003100*   ARCHIVE FOR A TRANSACTION NO LONGER ON THE KSDS.           *
003200*   A REFUSED RUN (BAD PARM) STILL WRITES THE HEADER AND A     *
003300*   ZERO TRAILER, SO ITS GENERATION IS EMPTY BUT IN BALANCE.   *
003400*                                                              *
003500*   MODIFICATION HISTORY                                       *
003600*   DATE       INIT  DESCRIPTION                                *
003700*   ---------- ----  ------------------------------------------*
003800*   2026-08-22 DLM   ORIGINAL VERSION.                         *
003900*   2026-10-14 DLM   ARCHIVED EACH PURGED ROW TO A DATED       *
004000*                    GENERATION (TXHARCH) BEFORE THE DELETE,   *
004100*                    WITH A HEADER AND CONTROL TRAILER.        *
004200*   2026-10-15 DLM   A BAD PARM STILL WRITES THE ARCHIVE       *
004300*                    HEADER AND A ZERO TRAILER.                *
004400*                                                              *
004500***************************************************************
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER.   IBM-Z15.
004900 OBJECT-COMPUTER.   IBM-Z15.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT TXN-HISTORY-FILE
005300         ASSIGN TO TXHISTFL
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS TXH-KEY
005700         FILE STATUS IS TXH-FILE-STATUS.
005800
005900     SELECT PURGE-REPORT-FILE
006000         ASSIGN TO PURGRPT
006100         ORGANIZATION IS SEQUENTIAL.
006200
006300     SELECT ARCHIVE-FILE
006400         ASSIGN TO TXHARCH
006500         ORGANIZATION IS SEQUENTIAL.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  TXN-HISTORY-FILE.
006900 COPY TXHISTK.
007000
007100 FD  PURGE-REPORT-FILE
007200     RECORDING MODE IS F.
007300 01  PURGE-REPORT-LINE              PIC X(132).
007400
007500 FD  ARCHIVE-FILE
007600     RECORDING MODE IS F.
007700 COPY ARCHREC.
007800
007900 WORKING-STORAGE SECTION.
008000***************************************************************
008100*    FILE STATUS AND SWEEP CONTROL                             *
008200***************************************************************
008300 77  TXH-FILE-STATUS                 PIC X(02)  VALUE '00'.
008400 77  WS-EOF-SW                       PIC X(01)  VALUE 'N'.
008500     88  WS-AT-EOF                       VALUE 'Y'.
008600 77  WS-PARM-ERROR-SW                PIC X(01)  VALUE 'N'.
008700     88  WS-PARM-IN-ERROR                VALUE 'Y'.
008800 77  WS-CUTOFF-DATE                  PIC 9(08)  VALUE ZERO.
008900 77  WS-RUN-DATE                     PIC 9(08)  VALUE ZERO.
009000 77  WS-RUN-TIME                     PIC 9(06)  VALUE ZERO.
009100***************************************************************
009200*    SWEEP COUNTERS                                            *
009300***************************************************************
009400 77  WS-READ-COUNT                   PIC 9(09) COMP VALUE ZERO.
009500 77  WS-PURGED-COUNT                 PIC 9(09) COMP VALUE ZERO.
009600 77  WS-RETAINED-COUNT               PIC 9(09) COMP VALUE ZERO.
009700 77  WS-ARCHIVED-COUNT               PIC 9(09) COMP VALUE ZERO.
009800 77  WS-ARCHIVE-DATE-HASH            PIC 9(15) COMP-3 VALUE ZERO.
009900 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZ,ZZZ,ZZ9.
010000 01  WS-CUTOFF-DATE-EDIT             PIC 9999/99/99.
010100 LINKAGE SECTION.
010200***************************************************************
010300*    JOB-STEP PARM  --  THE PURGE CUTOFF DATE, YYYYMMDD.       *
010400*    RECORDS WITH A BUSINESS DATE BEFORE THIS DATE ARE         *
010500*    DELETED.  SUPPLIED BY OPERATIONS ON EVERY RUN; THERE IS   *
010600*    DELIBERATELY NO DEFAULT.                                  *
010700***************************************************************
010800 01  LK-PARM-CUTOFF.
010900     05  LK-PARM-CUTOFF-LEN          PIC S9(04) COMP.
011000     05  LK-PARM-CUTOFF-TEXT         PIC X(08).
011100 PROCEDURE DIVISION USING LK-PARM-CUTOFF.
011200***************************************************************
011300*    0000-MAINLINE                                             *
011400***************************************************************
011500 0000-MAINLINE.
011600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
011700     IF NOT WS-PARM-IN-ERROR
011800         PERFORM 2000-SWEEP-ONE-RECORD
011900             THRU 2000-SWEEP-ONE-RECORD-EXIT
012000             UNTIL WS-AT-EOF
012100     END-IF.
012200     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
012300     GOBACK.
012400***************************************************************
012500*    1000-INITIALIZE  --  VALIDATE THE PARM, OPEN FILES,       *
012600*    POSITION TO THE FRONT OF THE HISTORY FILE.                *
012700***************************************************************
012800 1000-INITIALIZE.
012900     OPEN OUTPUT PURGE-REPORT-FILE.
013000     MOVE 'ENQ215 TRANSACTION HISTORY PURGE REPORT'
013100         TO PURGE-REPORT-LINE.
013200     WRITE PURGE-REPORT-LINE.
013300     MOVE SPACES TO PURGE-REPORT-LINE.
013400     WRITE PURGE-REPORT-LINE.
013500     IF LK-PARM-CUTOFF-LEN < 8
013600         OR LK-PARM-CUTOFF-TEXT NOT NUMERIC
013700         SET WS-PARM-IN-ERROR TO TRUE
013800         MOVE 'PARM CUTOFF DATE MISSING OR NOT NUMERIC --'
013900             TO PURGE-REPORT-LINE
014000         WRITE PURGE-REPORT-LINE
014100         MOVE 'NO RECORDS WERE PURGED.' TO PURGE-REPORT-LINE
014200         WRITE PURGE-REPORT-LINE
014300*        THE GENERATION IS CATALOGED WHATEVER THE OUTCOME, SO IT
014400*        STILL GETS ITS HEADER AND A ZERO TRAILER -- AN EMPTY,
014500*        BALANCED GENERATION RATHER THAN ONE ENQ365 FLAGS.
014600         PERFORM 1100-OPEN-ARCHIVE THRU 1100-OPEN-ARCHIVE-EXIT
014700         GO TO 1000-INITIALIZE-EXIT
014800     END-IF.
014900     MOVE LK-PARM-CUTOFF-TEXT TO WS-CUTOFF-DATE.
015000     MOVE WS-CUTOFF-DATE TO WS-CUTOFF-DATE-EDIT.
015100     MOVE SPACES TO PURGE-REPORT-LINE.
015200     STRING 'PURGE CUTOFF DATE : ' WS-CUTOFF-DATE-EDIT
015300         DELIMITED BY SIZE INTO PURGE-REPORT-LINE.
015400     WRITE PURGE-REPORT-LINE.
015500     MOVE SPACES TO PURGE-REPORT-LINE.
015600     WRITE PURGE-REPORT-LINE.
015700     OPEN I-O TXN-HISTORY-FILE.
015800     PERFORM 1100-OPEN-ARCHIVE THRU 1100-OPEN-ARCHIVE-EXIT.
015900     MOVE LOW-VALUES TO TXH-KEY.
016000     START TXN-HISTORY-FILE
016100         KEY IS NOT LESS THAN TXH-KEY
016200         INVALID KEY
016300             SET WS-AT-EOF TO TRUE
016400     END-START.
016500     IF NOT WS-AT-EOF
016600         PERFORM 2100-READ-NEXT-HISTORY
016700             THRU 2100-READ-NEXT-HISTORY-EXIT
016800     END-IF.
016900 1000-INITIALIZE-EXIT.
017000     EXIT.
017100***************************************************************
017200*    1100-OPEN-ARCHIVE  --  START THE RUN'S ARCHIVE GENERATION *
017300*    WITH ITS HEADER: SOURCE FILE, CUTOFF AND RUN DATE/TIME.   *
017400***************************************************************
017500 1100-OPEN-ARCHIVE.
017600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
017700     ACCEPT WS-RUN-TIME FROM TIME.
017800     OPEN OUTPUT ARCHIVE-FILE.
017900     MOVE SPACES               TO ARCHIVE-RECORD.
018000     SET ARCH-HEADER-RECORD    TO TRUE.
018100     SET ARCH-FROM-TXN-HISTORY TO TRUE.
018200     MOVE WS-RUN-DATE          TO ARCH-ARCHIVED-DATE.
018300     MOVE WS-CUTOFF-DATE       TO ARCH-CUTOFF-DATE.
018400     MOVE WS-RUN-TIME          TO ARCH-HDR-RUN-TIME.
018500     MOVE 'ENQ215'             TO ARCH-HDR-PROGRAM.
018600     WRITE ARCHIVE-RECORD.
018700 1100-OPEN-ARCHIVE-EXIT.
018800     EXIT.
018900***************************************************************
019000*    2000-SWEEP-ONE-RECORD  --  DELETE BEFORE THE CUTOFF,      *
019100*    RETAIN FROM THE CUTOFF FORWARD.  A ROW IS ARCHIVED FIRST  *
019200*    AND ONLY THEN DELETED.                                    *
019300***************************************************************
019400 2000-SWEEP-ONE-RECORD.
019500     ADD 1 TO WS-READ-COUNT.
019600     IF TXH-BUSINESS-DATE < WS-CUTOFF-DATE
019700         PERFORM 2200-ARCHIVE-ONE-RECORD
019800             THRU 2200-ARCHIVE-ONE-RECORD-EXIT
019900         DELETE TXN-HISTORY-FILE
020000         ADD 1 TO WS-PURGED-COUNT
020100     ELSE
020200         ADD 1 TO WS-RETAINED-COUNT
020300     END-IF.
020400     PERFORM 2100-READ-NEXT-HISTORY
020500         THRU 2100-READ-NEXT-HISTORY-EXIT.
020600 2000-SWEEP-ONE-RECORD-EXIT.
020700     EXIT.
020800***************************************************************
020900*    2100-READ-NEXT-HISTORY                                    *
021000***************************************************************
021100 2100-READ-NEXT-HISTORY.
021200     READ TXN-HISTORY-FILE NEXT RECORD
021300         AT END
021400             SET WS-AT-EOF TO TRUE
021500     END-READ.
021600 2100-READ-NEXT-HISTORY-EXIT.
021700     EXIT.
021800***************************************************************
021900*    2200-ARCHIVE-ONE-RECORD  --  THE ROW AS IT STANDS, KEYED  *
022000*    AND DATED IN THE CLEAR FOR THE RETRIEVAL SEARCH.          *
022100***************************************************************
022200 2200-ARCHIVE-ONE-RECORD.
022300     MOVE SPACES               TO ARCHIVE-RECORD.
022400     SET ARCH-DATA-RECORD      TO TRUE.
022500     SET ARCH-FROM-TXN-HISTORY TO TRUE.
022600     MOVE WS-RUN-DATE          TO ARCH-ARCHIVED-DATE.
022700     MOVE WS-CUTOFF-DATE       TO ARCH-CUTOFF-DATE.
022800     MOVE TXH-TRANS-KEY        TO ARCH-TRANS-KEY.
022900     MOVE TXH-BUSINESS-DATE    TO ARCH-ROW-DATE.
023000     MOVE LENGTH OF TXN-HISTORY-RECORD TO ARCH-ROW-LENGTH.
023100     MOVE TXN-HISTORY-RECORD   TO ARCH-ROW-IMAGE.
023200     WRITE ARCHIVE-RECORD.
023300     ADD 1 TO WS-ARCHIVED-COUNT.
023400     ADD TXH-BUSINESS-DATE TO WS-ARCHIVE-DATE-HASH.
023500 2200-ARCHIVE-ONE-RECORD-EXIT.
023600     EXIT.
023700***************************************************************
023800*    2300-CLOSE-ARCHIVE  --  THE CONTROL TRAILER: ROWS         *
023900*    ARCHIVED AND THE HASH TOTAL OF THEIR BUSINESS DATES.      *
024000***************************************************************
024100 2300-CLOSE-ARCHIVE.
024200     MOVE SPACES               TO ARCHIVE-RECORD.
024300     SET ARCH-TRAILER-RECORD   TO TRUE.
024400     SET ARCH-FROM-TXN-HISTORY TO TRUE.
024500     MOVE WS-RUN-DATE          TO ARCH-ARCHIVED-DATE.
024600     MOVE WS-CUTOFF-DATE       TO ARCH-CUTOFF-DATE.
024700     MOVE WS-ARCHIVED-COUNT    TO ARCH-TRL-RECORD-COUNT.
024800     MOVE WS-ARCHIVE-DATE-HASH TO ARCH-TRL-DATE-HASH.
024900     WRITE ARCHIVE-RECORD.
025000     CLOSE ARCHIVE-FILE.
025100 2300-CLOSE-ARCHIVE-EXIT.
025200     EXIT.
025300***************************************************************
025400*    8000-TERMINATE  --  REPORT TOTALS, CLOSE, SET RETURN      *
025500*    CODE (RC=8 ON A BAD PARM SO THE SCHEDULE FLAGS IT).       *
025600***************************************************************
025700 8000-TERMINATE.
025800     IF NOT WS-PARM-IN-ERROR
025900         MOVE WS-READ-COUNT TO WS-REPORT-NUMERIC-EDIT
026000         MOVE SPACES TO PURGE-REPORT-LINE
026100         STRING 'HISTORY RECORDS READ     : '
026200             WS-REPORT-NUMERIC-EDIT
026300             DELIMITED BY SIZE INTO PURGE-REPORT-LINE
026400         WRITE PURGE-REPORT-LINE
026500         MOVE WS-PURGED-COUNT TO WS-REPORT-NUMERIC-EDIT
026600         MOVE SPACES TO PURGE-REPORT-LINE
026700         STRING 'HISTORY RECORDS PURGED   : '
026800             WS-REPORT-NUMERIC-EDIT
026900             DELIMITED BY SIZE INTO PURGE-REPORT-LINE
027000         WRITE PURGE-REPORT-LINE
027100         MOVE WS-RETAINED-COUNT TO WS-REPORT-NUMERIC-EDIT
027200         MOVE SPACES TO PURGE-REPORT-LINE
027300         STRING 'HISTORY RECORDS RETAINED : '
027400             WS-REPORT-NUMERIC-EDIT
027500             DELIMITED BY SIZE INTO PURGE-REPORT-LINE
027600         WRITE PURGE-REPORT-LINE
027700         MOVE WS-ARCHIVED-COUNT TO WS-REPORT-NUMERIC-EDIT
027800         MOVE SPACES TO PURGE-REPORT-LINE
027900         STRING 'HISTORY RECORDS ARCHIVED : '
028000             WS-REPORT-NUMERIC-EDIT
028100             DELIMITED BY SIZE INTO PURGE-REPORT-LINE
028200         WRITE PURGE-REPORT-LINE
028300         CLOSE TXN-HISTORY-FILE
028400     END-IF.
028500     PERFORM 2300-CLOSE-ARCHIVE THRU 2300-CLOSE-ARCHIVE-EXIT.
028600     CLOSE PURGE-REPORT-FILE.
028700     IF WS-PARM-IN-ERROR
028800         MOVE 8 TO RETURN-CODE
028900     ELSE
029000         MOVE 0 TO RETURN-CODE
029100     END-IF.
029200 8000-TERMINATE-EXIT.
029300     EXIT.
