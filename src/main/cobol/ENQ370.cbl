000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ENQ370.
000300 AUTHOR.        D L MERCER.
000400 INSTALLATION.  DAILY PROCESSING.
000500 DATE-WRITTEN.  2026-10-14.
000600 DATE-COMPILED.
000700***************************************************************
000800*                                                              *
000900*   ENQ370  --  SUSPENSE MASTER RETENTION SWEEP                *
001000*                                                              *
001100*   ENQ275 MARKS SUSPENSE MASTER ROWS (SUSPMSTK) RESOLVED OR   *
001200*   WRITTEN OFF BUT NEVER REMOVES THEM, SO THE KSDS ONLY       *
001300*   GROWS.  THIS SWEEP READS THE MASTER FRONT TO BACK AND      *
001400*   DELETES EVERY RESOLVED ('R') OR WRITTEN-OFF ('W') ROW      *
001500*   WHOSE LAST-SEEN DATE IS OLDER THAN THE CUTOFF DATE ON THE  *
001600*   PARM.  OPEN ROWS ARE NEVER TOUCHED, WHATEVER THEIR AGE.    *
001700*                                                              *
001800*   EVERY ROW IS WRITTEN TO THE RUN'S ARCHIVE GENERATION       *
001900*   (SUSARCH, COPYBOOK ARCHREC) BEFORE IT IS DELETED, AND THE  *
002000*   GENERATION IS CLOSED WITH A CONTROL TRAILER OF THE COUNT   *
002100*   AND A HASH OF THE LAST-SEEN DATES.  ENQ365 ANSWERS FROM    *
002200*   THE ARCHIVE FOR AN ITEM NO LONGER ON THE MASTER, AND THE   *
002300*   ENQ355 MONTH-END CLOSE READS IT FOR THE WRITTEN-OFF ITEMS  *
002400*   THAT STILL SIT IN THE SUSPENSE BOOK BALANCE.               *
002500*   A REFUSED RUN (BAD PARM) STILL WRITES THE HEADER AND A     *
002600*   ZERO TRAILER, SO ITS GENERATION IS EMPTY BUT IN BALANCE.   *
002700*                                                              *
002800*   PARM:  CUTOFF DATE (YYYYMMDD), E.G. PARM='20260716'.  NO   *
002900*   DEFAULT -- AN OMITTED OR NON-NUMERIC PARM IS A HARD STOP   *
003000*   (RC=8) AND NOTHING IS DELETED.                             *
003100*                                                              *
003200*   RETURN CODES:  0 = SWEEP COMPLETE;  8 = BAD PARM.          *
003300*                                                              *
003400*   MODIFICATION HISTORY                                       *
003500*   DATE       INIT  DESCRIPTION                               *
003600*   ---------- ----  ------------------------------------------*
003700*   2026-10-14 DLM   ORIGINAL VERSION.                         *
003800*   2026-10-15 DLM   A BAD PARM STILL WRITES THE ARCHIVE       *
003900*                    HEADER AND A ZERO TRAILER.                *
004000*                                                              *
004100***************************************************************
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER.   IBM-Z15.
004500 OBJECT-COMPUTER.   IBM-Z15.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT SUSPENSE-MASTER-FILE
004900         ASSIGN TO SUSPMST
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS SUSM-KEY
005300         FILE STATUS IS SUSM-FILE-STATUS.
005400
005500     SELECT ARCHIVE-FILE
005600         ASSIGN TO SUSARCH
005700         ORGANIZATION IS SEQUENTIAL.
005800
005900     SELECT PURGE-REPORT-FILE
006000         ASSIGN TO PURGRPT
006100         ORGANIZATION IS SEQUENTIAL.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  SUSPENSE-MASTER-FILE.
006500 COPY SUSPMSTK.
006600
006700 FD  ARCHIVE-FILE
006800     RECORDING MODE IS F.
006900 COPY ARCHREC.
007000
007100 FD  PURGE-REPORT-FILE
007200     RECORDING MODE IS F.
007300 01  PURGE-REPORT-LINE              PIC X(132).
007400
007500 WORKING-STORAGE SECTION.
007600***************************************************************
007700*    FILE STATUS AND SWEEP CONTROL                             *
007800***************************************************************
007900 77  SUSM-FILE-STATUS                PIC X(02)  VALUE '00'.
008000 77  WS-EOF-SW                       PIC X(01)  VALUE 'N'.
008100     88  WS-AT-EOF                       VALUE 'Y'.
008200 77  WS-PARM-ERROR-SW                PIC X(01)  VALUE 'N'.
008300     88  WS-PARM-IN-ERROR                VALUE 'Y'.
008400 77  WS-CUTOFF-DATE                  PIC 9(08)  VALUE ZERO.
008500 77  WS-RUN-DATE                     PIC 9(08)  VALUE ZERO.
008600 77  WS-RUN-TIME                     PIC 9(06)  VALUE ZERO.
008700***************************************************************
008800*    SWEEP COUNTERS                                            *
008900***************************************************************
009000 77  WS-READ-COUNT                   PIC 9(09) COMP VALUE ZERO.
009100 77  WS-OPEN-COUNT                   PIC 9(09) COMP VALUE ZERO.
009200 77  WS-RESOLVED-PURGED-COUNT        PIC 9(09) COMP VALUE ZERO.
009300 77  WS-WRITTEN-OFF-PURGED-COUNT     PIC 9(09) COMP VALUE ZERO.
009400 77  WS-RETAINED-COUNT               PIC 9(09) COMP VALUE ZERO.
009500 77  WS-ARCHIVED-COUNT               PIC 9(09) COMP VALUE ZERO.
009600 77  WS-ARCHIVE-DATE-HASH            PIC 9(15) COMP-3 VALUE ZERO.
009700 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZ,ZZZ,ZZ9.
009800 01  WS-CUTOFF-DATE-EDIT             PIC 9999/99/99.
009900 LINKAGE SECTION.
010000***************************************************************
010100*    JOB-STEP PARM  --  THE SWEEP CUTOFF DATE, YYYYMMDD.       *
010200*    RESOLVED AND WRITTEN-OFF ROWS LAST SEEN BEFORE THIS DATE  *
010300*    ARE ARCHIVED AND DELETED.  DELIBERATELY NO DEFAULT.       *
010400***************************************************************
010500 01  LK-PARM-CUTOFF.
010600     05  LK-PARM-CUTOFF-LEN          PIC S9(04) COMP.
010700     05  LK-PARM-CUTOFF-TEXT         PIC X(08).
010800 PROCEDURE DIVISION USING LK-PARM-CUTOFF.
010900***************************************************************
011000*    0000-MAINLINE                                             *
011100***************************************************************
011200 0000-MAINLINE.
011300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
011400     IF NOT WS-PARM-IN-ERROR
011500         PERFORM 2000-SWEEP-ONE-RECORD
011600             THRU 2000-SWEEP-ONE-RECORD-EXIT
011700             UNTIL WS-AT-EOF
011800     END-IF.
011900     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
012000     GOBACK.
012100***************************************************************
012200*    1000-INITIALIZE  --  VALIDATE THE PARM, OPEN FILES,       *
012300*    POSITION TO THE FRONT OF THE SUSPENSE MASTER.             *
012400***************************************************************
012500 1000-INITIALIZE.
012600     OPEN OUTPUT PURGE-REPORT-FILE.
012700     MOVE 'ENQ370 SUSPENSE MASTER RETENTION SWEEP REPORT'
012800         TO PURGE-REPORT-LINE.
012900     WRITE PURGE-REPORT-LINE.
013000     MOVE SPACES TO PURGE-REPORT-LINE.
013100     WRITE PURGE-REPORT-LINE.
013200     IF LK-PARM-CUTOFF-LEN < 8
013300         OR LK-PARM-CUTOFF-TEXT NOT NUMERIC
013400         SET WS-PARM-IN-ERROR TO TRUE
013500         MOVE 'PARM CUTOFF DATE MISSING OR NOT NUMERIC --'
013600             TO PURGE-REPORT-LINE
013700         WRITE PURGE-REPORT-LINE
013800         MOVE 'NO RECORDS WERE PURGED.' TO PURGE-REPORT-LINE
013900         WRITE PURGE-REPORT-LINE
014000*        THE GENERATION IS CATALOGED WHATEVER THE OUTCOME, SO IT
014100*        STILL GETS ITS HEADER AND A ZERO TRAILER -- AN EMPTY,
014200*        BALANCED GENERATION RATHER THAN ONE ENQ365 FLAGS.
014300         PERFORM 1100-OPEN-ARCHIVE THRU 1100-OPEN-ARCHIVE-EXIT
014400         GO TO 1000-INITIALIZE-EXIT
014500     END-IF.
014600     MOVE LK-PARM-CUTOFF-TEXT TO WS-CUTOFF-DATE.
014700     MOVE WS-CUTOFF-DATE TO WS-CUTOFF-DATE-EDIT.
014800     MOVE SPACES TO PURGE-REPORT-LINE.
014900     STRING 'SWEEP CUTOFF DATE : ' WS-CUTOFF-DATE-EDIT
015000         DELIMITED BY SIZE INTO PURGE-REPORT-LINE.
015100     WRITE PURGE-REPORT-LINE.
015200     MOVE SPACES TO PURGE-REPORT-LINE.
015300     WRITE PURGE-REPORT-LINE.
015400     OPEN I-O SUSPENSE-MASTER-FILE.
015500     PERFORM 1100-OPEN-ARCHIVE THRU 1100-OPEN-ARCHIVE-EXIT.
015600     MOVE LOW-VALUES TO SUSM-KEY.
015700     START SUSPENSE-MASTER-FILE
015800         KEY IS NOT LESS THAN SUSM-KEY
015900         INVALID KEY
016000             SET WS-AT-EOF TO TRUE
016100     END-START.
016200     IF NOT WS-AT-EOF
016300         PERFORM 2100-READ-NEXT-MASTER
016400             THRU 2100-READ-NEXT-MASTER-EXIT
016500     END-IF.
016600 1000-INITIALIZE-EXIT.
016700     EXIT.
016800***************************************************************
016900*    1100-OPEN-ARCHIVE  --  START THE RUN'S ARCHIVE GENERATION *
017000*    WITH ITS HEADER: SOURCE FILE, CUTOFF AND RUN DATE/TIME.   *
017100***************************************************************
017200 1100-OPEN-ARCHIVE.
017300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
017400     ACCEPT WS-RUN-TIME FROM TIME.
017500     OPEN OUTPUT ARCHIVE-FILE.
017600     MOVE SPACES                   TO ARCHIVE-RECORD.
017700     SET ARCH-HEADER-RECORD        TO TRUE.
017800     SET ARCH-FROM-SUSPENSE-MASTER TO TRUE.
017900     MOVE WS-RUN-DATE              TO ARCH-ARCHIVED-DATE.
018000     MOVE WS-CUTOFF-DATE           TO ARCH-CUTOFF-DATE.
018100     MOVE WS-RUN-TIME              TO ARCH-HDR-RUN-TIME.
018200     MOVE 'ENQ370'                 TO ARCH-HDR-PROGRAM.
018300     WRITE ARCHIVE-RECORD.
018400 1100-OPEN-ARCHIVE-EXIT.
018500     EXIT.
018600***************************************************************
018700*    2000-SWEEP-ONE-RECORD  --  A RESOLVED OR WRITTEN-OFF ROW  *
018800*    LAST SEEN BEFORE THE CUTOFF IS ARCHIVED AND ONLY THEN     *
018900*    DELETED.  OPEN ROWS AND NEWER ROWS ARE RETAINED.          *
019000***************************************************************
019100 2000-SWEEP-ONE-RECORD.
019200     ADD 1 TO WS-READ-COUNT.
019300     EVALUATE TRUE
019400         WHEN SUSM-STATUS-OPEN
019500             ADD 1 TO WS-OPEN-COUNT
019600             ADD 1 TO WS-RETAINED-COUNT
019700         WHEN SUSM-LAST-SEEN-DATE NOT < WS-CUTOFF-DATE
019800             ADD 1 TO WS-RETAINED-COUNT
019900         WHEN SUSM-STATUS-WRITTEN-OFF
020000             PERFORM 2200-ARCHIVE-ONE-RECORD
020100                 THRU 2200-ARCHIVE-ONE-RECORD-EXIT
020200             DELETE SUSPENSE-MASTER-FILE
020300             ADD 1 TO WS-WRITTEN-OFF-PURGED-COUNT
020400         WHEN OTHER
020500             PERFORM 2200-ARCHIVE-ONE-RECORD
020600                 THRU 2200-ARCHIVE-ONE-RECORD-EXIT
020700             DELETE SUSPENSE-MASTER-FILE
020800             ADD 1 TO WS-RESOLVED-PURGED-COUNT
020900     END-EVALUATE.
021000     PERFORM 2100-READ-NEXT-MASTER
021100         THRU 2100-READ-NEXT-MASTER-EXIT.
021200 2000-SWEEP-ONE-RECORD-EXIT.
021300     EXIT.
021400***************************************************************
021500*    2100-READ-NEXT-MASTER                                     *
021600***************************************************************
021700 2100-READ-NEXT-MASTER.
021800     READ SUSPENSE-MASTER-FILE NEXT RECORD
021900         AT END
022000             SET WS-AT-EOF TO TRUE
022100     END-READ.
022200 2100-READ-NEXT-MASTER-EXIT.
022300     EXIT.
022400***************************************************************
022500*    2200-ARCHIVE-ONE-RECORD  --  THE ROW AS IT STANDS, KEYED  *
022600*    AND DATED IN THE CLEAR FOR THE RETRIEVAL SEARCH.          *
022700***************************************************************
022800 2200-ARCHIVE-ONE-RECORD.
022900     MOVE SPACES                   TO ARCHIVE-RECORD.
023000     SET ARCH-DATA-RECORD          TO TRUE.
023100     SET ARCH-FROM-SUSPENSE-MASTER TO TRUE.
023200     MOVE WS-RUN-DATE              TO ARCH-ARCHIVED-DATE.
023300     MOVE WS-CUTOFF-DATE           TO ARCH-CUTOFF-DATE.
023400     MOVE SUSM-TRANS-KEY           TO ARCH-TRANS-KEY.
023500     MOVE SUSM-LAST-SEEN-DATE      TO ARCH-ROW-DATE.
023600     MOVE LENGTH OF SUSPENSE-MASTER-RECORD TO ARCH-ROW-LENGTH.
023700     MOVE SUSPENSE-MASTER-RECORD   TO ARCH-ROW-IMAGE.
023800     WRITE ARCHIVE-RECORD.
023900     ADD 1 TO WS-ARCHIVED-COUNT.
024000     ADD SUSM-LAST-SEEN-DATE TO WS-ARCHIVE-DATE-HASH.
024100 2200-ARCHIVE-ONE-RECORD-EXIT.
024200     EXIT.
024300***************************************************************
024400*    2300-CLOSE-ARCHIVE  --  THE CONTROL TRAILER: ROWS         *
024500*    ARCHIVED AND THE HASH TOTAL OF THEIR LAST-SEEN DATES.     *
024600***************************************************************
024700 2300-CLOSE-ARCHIVE.
024800     MOVE SPACES                   TO ARCHIVE-RECORD.
024900     SET ARCH-TRAILER-RECORD       TO TRUE.
025000     SET ARCH-FROM-SUSPENSE-MASTER TO TRUE.
025100     MOVE WS-RUN-DATE              TO ARCH-ARCHIVED-DATE.
025200     MOVE WS-CUTOFF-DATE           TO ARCH-CUTOFF-DATE.
025300     MOVE WS-ARCHIVED-COUNT        TO ARCH-TRL-RECORD-COUNT.
025400     MOVE WS-ARCHIVE-DATE-HASH     TO ARCH-TRL-DATE-HASH.
025500     WRITE ARCHIVE-RECORD.
025600     CLOSE ARCHIVE-FILE.
025700 2300-CLOSE-ARCHIVE-EXIT.
025800     EXIT.
025900***************************************************************
026000*    8000-TERMINATE  --  REPORT TOTALS, CLOSE, SET RETURN      *
026100*    CODE (RC=8 ON A BAD PARM SO THE SCHEDULE FLAGS IT).       *
026200***************************************************************
026300 8000-TERMINATE.
026400     IF NOT WS-PARM-IN-ERROR
026500         MOVE WS-READ-COUNT TO WS-REPORT-NUMERIC-EDIT
026600         MOVE SPACES TO PURGE-REPORT-LINE
026700         STRING 'MASTER ROWS READ               : '
026800             WS-REPORT-NUMERIC-EDIT
026900             DELIMITED BY SIZE INTO PURGE-REPORT-LINE
027000         WRITE PURGE-REPORT-LINE
027100         MOVE WS-RESOLVED-PURGED-COUNT TO WS-REPORT-NUMERIC-EDIT
027200         MOVE SPACES TO PURGE-REPORT-LINE
027300         STRING 'RESOLVED ROWS PURGED           : '
027400             WS-REPORT-NUMERIC-EDIT
027500             DELIMITED BY SIZE INTO PURGE-REPORT-LINE
027600         WRITE PURGE-REPORT-LINE
027700         MOVE WS-WRITTEN-OFF-PURGED-COUNT
027800             TO WS-REPORT-NUMERIC-EDIT
027900         MOVE SPACES TO PURGE-REPORT-LINE
028000         STRING 'WRITTEN-OFF ROWS PURGED        : '
028100             WS-REPORT-NUMERIC-EDIT
028200             DELIMITED BY SIZE INTO PURGE-REPORT-LINE
028300         WRITE PURGE-REPORT-LINE
028400         MOVE WS-ARCHIVED-COUNT TO WS-REPORT-NUMERIC-EDIT
028500         MOVE SPACES TO PURGE-REPORT-LINE
028600         STRING 'ROWS ARCHIVED                  : '
028700             WS-REPORT-NUMERIC-EDIT
028800             DELIMITED BY SIZE INTO PURGE-REPORT-LINE
028900         WRITE PURGE-REPORT-LINE
029000         MOVE WS-RETAINED-COUNT TO WS-REPORT-NUMERIC-EDIT
029100         MOVE SPACES TO PURGE-REPORT-LINE
029200         STRING 'ROWS RETAINED                  : '
029300             WS-REPORT-NUMERIC-EDIT
029400             DELIMITED BY SIZE INTO PURGE-REPORT-LINE
029500         WRITE PURGE-REPORT-LINE
029600         MOVE WS-OPEN-COUNT TO WS-REPORT-NUMERIC-EDIT
029700         MOVE SPACES TO PURGE-REPORT-LINE
029800         STRING '  OF WHICH STILL OPEN          : '
029900             WS-REPORT-NUMERIC-EDIT
030000             DELIMITED BY SIZE INTO PURGE-REPORT-LINE
030100         WRITE PURGE-REPORT-LINE
030200         CLOSE SUSPENSE-MASTER-FILE
030300     END-IF.
030400     PERFORM 2300-CLOSE-ARCHIVE THRU 2300-CLOSE-ARCHIVE-EXIT.
030500     CLOSE PURGE-REPORT-FILE.
030600     IF WS-PARM-IN-ERROR
030700         MOVE 8 TO RETURN-CODE
030800     ELSE
030900         MOVE 0 TO RETURN-CODE
031000     END-IF.
031100 8000-TERMINATE-EXIT.
031200     EXIT.
