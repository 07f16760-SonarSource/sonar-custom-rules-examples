001700*   ON THE PARM (YYYYMMDD) ARE SWEPT OFF; AN OMITTED PARM      *
001800*   LOADS WITHOUT SWEEPING.                                    *
001900*                                                              *
002000*   A SWEEP WRITES EVERY ROW IT DELETES TO THE RUN'S ARCHIVE   *
002100*   GENERATION (AUDARCH, COPYBOOK ARCHREC) BEFORE THE DELETE,  *
002200*   CLOSED WITH A CONTROL TRAILER OF THE COUNT AND A HASH OF   *
002300*   THE TIMESTAMP DATES.  A LOAD-ONLY RUN NEVER OPENS AUDARCH, *
002400*   SO THE DAILY STEP NEEDS NO DD FOR IT.  ENQ365 ANSWERS FROM *
002500*   THE ARCHIVE ONCE A ROW HAS LEFT THE KSDS.                  *
002600*                                                              *
002700*   MODIFICATION HISTORY                                       *
002800*   DATE       INIT  DESCRIPTION                                *
002900*   ---------- ----  ------------------------------------------*
003000*   2026-08-22 DLM   ORIGINAL VERSION.                         *
003100*   2026-08-22 DLM   COUNTED TIE-BREAKER RETRIES IN A 9(04)    *
003200*                    WORK FIELD -- THE 9(03) SEQUENCE WRAPS    *
003300*                    AT 999 AND COULD NEVER END THE LOOP, SO   *
003400*                    A FULLY-POPULATED SECOND LOOPED FOREVER   *
003500*                    INSTEAD OF DROPPING THE ROW.              *
003600*   2026-10-14 DLM   CARRIED AUD-FORCED-SW (AN ITEM FORCED     *
003700*                    PAST ITS LIMIT CHECK) ONTO THE HISTORY    *
003800*                    ROW.                                      *
003900*   2026-10-14 DLM   ARCHIVED EACH SWEPT ROW TO A DATED         *
004000*                    GENERATION (AUDARCH) BEFORE THE DELETE,   *
004100*                    WITH A HEADER AND CONTROL TRAILER.        *
004200*                                                              *
004300***************************************************************
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER.   IBM-Z15.
004700 OBJECT-COMPUTER.   IBM-Z15.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT AUDIT-IN-FILE
005100         ASSIGN TO AUDITIN
005200         ORGANIZATION IS SEQUENTIAL.
005300
005400     SELECT AUDIT-HISTORY-FILE
005500         ASSIGN TO AUDHIST
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS AUDH-KEY
005900         FILE STATUS IS AUDH-FILE-STATUS.
006000
006100     SELECT LOAD-REPORT-FILE
006200         ASSIGN TO LOADRPT
006300         ORGANIZATION IS SEQUENTIAL.
006400
006500     SELECT ARCHIVE-FILE
006600         ASSIGN TO AUDARCH
006700         ORGANIZATION IS SEQUENTIAL.
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  AUDIT-IN-FILE
007100     RECORDING MODE IS F.
007200 COPY AUDREC.
007300
007400 FD  AUDIT-HISTORY-FILE.
007500 COPY AUDHISTK.
007600
007700 FD  LOAD-REPORT-FILE
007800     RECORDING MODE IS F.
007900 01  LOAD-REPORT-LINE               PIC X(132).
008000
008100 FD  ARCHIVE-FILE
008200     RECORDING MODE IS F.
008300 COPY ARCHREC.
008400
008500 WORKING-STORAGE SECTION.
008600***************************************************************
008700*    FILE STATUS AND CONTROL SWITCHES                          *
008800***************************************************************
008900 77  AUDH-FILE-STATUS                PIC X(02)  VALUE '00'.
009000 77  WS-EOF-SW                       PIC X(01)  VALUE 'N'.
009100     88  WS-AT-EOF                       VALUE 'Y'.
009200 77  WS-SWEEP-EOF-SW                 PIC X(01)  VALUE 'N'.
009300     88  WS-SWEEP-AT-EOF                 VALUE 'Y'.
009400 77  WS-ROW-WRITTEN-SW               PIC X(01)  VALUE 'N'.
009500     88  WS-ROW-WRITTEN                  VALUE 'Y'.
009600 77  WS-SWEEP-WANTED-SW              PIC X(01)  VALUE 'N'.
009700     88  WS-SWEEP-WANTED                 VALUE 'Y'.
009800 77  WS-CUTOFF-DATE                  PIC 9(08)  VALUE ZERO.
009900 77  WS-RUN-DATE                     PIC 9(08)  VALUE ZERO.
010000 77  WS-RUN-TIME                     PIC 9(06)  VALUE ZERO.
010100*    ATTEMPT COUNTER FOR THE TIE-BREAKER RETRY LOOP.  THE
010200*    SEQUENCE FIELD ITSELF IS PIC 9(03) AND WRAPS AT 999, SO
010300*    IT CAN NEVER EXCEED 999 AND CANNOT END THE LOOP.
010400 77  WS-WRITE-TRY-COUNT              PIC 9(04) COMP VALUE ZERO.
010500***************************************************************
010600*    LOAD AND SWEEP COUNTERS                                   *
010700***************************************************************
010800 77  WS-ROWS-READ-COUNT              PIC 9(09) COMP VALUE ZERO.
010900 77  WS-ROWS-LOADED-COUNT            PIC 9(09) COMP VALUE ZERO.
011000 77  WS-ROWS-DROPPED-COUNT           PIC 9(09) COMP VALUE ZERO.
011100 77  WS-ROWS-PURGED-COUNT            PIC 9(09) COMP VALUE ZERO.
011200 77  WS-ROWS-ARCHIVED-COUNT          PIC 9(09) COMP VALUE ZERO.
011300 77  WS-ARCHIVE-DATE-HASH            PIC 9(15) COMP-3 VALUE ZERO.
011400 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZ,ZZZ,ZZ9.
011500 LINKAGE SECTION.
011600***************************************************************
011700*    JOB-STEP PARM -- OPTIONAL RETENTION CUTOFF (YYYYMMDD).    *
011800*    ROWS WITH AN OLDER TIMESTAMP DATE ARE SWEPT OFF AFTER     *
011900*    THE LOAD.  OMITTED = LOAD ONLY.                           *
012000***************************************************************
012100 01  LK-PARM-CUTOFF.
012200     05  LK-PARM-CUTOFF-LEN          PIC S9(04) COMP.
012300     05  LK-PARM-CUTOFF-TEXT         PIC X(08).
012400 PROCEDURE DIVISION USING LK-PARM-CUTOFF.
012500***************************************************************
012600*    0000-MAINLINE                                             *
012700***************************************************************
012800 0000-MAINLINE.
012900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
013000     PERFORM 2000-LOAD-ONE-ROW THRU 2000-LOAD-ONE-ROW-EXIT
013100         UNTIL WS-AT-EOF.
013200     IF WS-SWEEP-WANTED
013300         PERFORM 3000-RETENTION-SWEEP
013400             THRU 3000-RETENTION-SWEEP-EXIT
013500     END-IF.
013600     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
013700     GOBACK.
013800***************************************************************
013900*    1000-INITIALIZE                                           *
014000***************************************************************
014100 1000-INITIALIZE.
014200     OPEN INPUT  AUDIT-IN-FILE.
014300     OPEN I-O    AUDIT-HISTORY-FILE.
014400     OPEN OUTPUT LOAD-REPORT-FILE.
014500     MOVE 'ENQ235 AUDIT HISTORY LOAD REPORT'
014600         TO LOAD-REPORT-LINE.
014700     WRITE LOAD-REPORT-LINE.
014800     MOVE SPACES TO LOAD-REPORT-LINE.
014900     WRITE LOAD-REPORT-LINE.
015000     IF LK-PARM-CUTOFF-LEN >= 8
015100         AND LK-PARM-CUTOFF-TEXT NUMERIC
015200         SET WS-SWEEP-WANTED TO TRUE
015300         MOVE LK-PARM-CUTOFF-TEXT TO WS-CUTOFF-DATE
015400     END-IF.
015500     READ AUDIT-IN-FILE
015600         AT END
015700             SET WS-AT-EOF TO TRUE
015800     END-READ.
015900 1000-INITIALIZE-EXIT.
016000     EXIT.
016100***************************************************************
016200*    2000-LOAD-ONE-ROW  --  ONE HISTORY ROW PER AUDIT ROW.     *
016300*    THE TIE-BREAKER SEQUENCE ABSORBS MULTIPLE ROWS FOR THE    *
016400*    SAME TRANSACTION IN THE SAME SECOND; A ROW THAT STILL     *
016500*    CANNOT LAND AFTER 999 TRIES IS DROPPED AND COUNTED, NOT   *
016600*    LOOPED ON FOREVER.                                        *
016700***************************************************************
016800 2000-LOAD-ONE-ROW.
016900     ADD 1 TO WS-ROWS-READ-COUNT.
017000     MOVE AUD-TXN-KEY             TO AUDH-TXN-KEY.
017100     MOVE AUD-TS-DATE             TO AUDH-TS-DATE.
017200     MOVE AUD-TS-TIME             TO AUDH-TS-TIME.
017300     MOVE AUD-ABT-STATUS-AT-CHECK TO AUDH-ABT-STATUS-AT-CHECK.
017400     MOVE AUD-CALL-MADE-SW        TO AUDH-CALL-MADE-SW.
017500     MOVE AUD-CALLED-PROGRAM      TO AUDH-CALLED-PROGRAM.
017600     MOVE AUD-CALL-PARAM-VALUE    TO AUDH-CALL-PARAM-VALUE.
017700     MOVE AUD-BLOCKED-SW          TO AUDH-BLOCKED-SW.
017800     MOVE AUD-FORCED-SW           TO AUDH-FORCED-SW.
017900     MOVE 001 TO AUDH-SEQUENCE.
018000     MOVE ZERO TO WS-WRITE-TRY-COUNT.
018100     MOVE 'N' TO WS-ROW-WRITTEN-SW.
018200     PERFORM 2100-WRITE-HISTORY-ROW
018300         THRU 2100-WRITE-HISTORY-ROW-EXIT
018400         UNTIL WS-ROW-WRITTEN
018500            OR WS-WRITE-TRY-COUNT > 999.
018600     IF WS-ROW-WRITTEN
018700         ADD 1 TO WS-ROWS-LOADED-COUNT
018800     ELSE
018900         ADD 1 TO WS-ROWS-DROPPED-COUNT
019000     END-IF.
019100     READ AUDIT-IN-FILE
019200         AT END
019300             SET WS-AT-EOF TO TRUE
019400     END-READ.
019500 2000-LOAD-ONE-ROW-EXIT.
019600     EXIT.
019700***************************************************************
019800*    2100-WRITE-HISTORY-ROW                                    *
019900***************************************************************
020000 2100-WRITE-HISTORY-ROW.
020100     ADD 1 TO WS-WRITE-TRY-COUNT.
020200     MOVE 'Y' TO WS-ROW-WRITTEN-SW.
020300     WRITE AUDIT-HISTORY-RECORD
020400         INVALID KEY
020500             MOVE 'N' TO WS-ROW-WRITTEN-SW
020600             ADD 1 TO AUDH-SEQUENCE
020700     END-WRITE.
020800 2100-WRITE-HISTORY-ROW-EXIT.
020900     EXIT.
021000***************************************************************
021100*    3000-RETENTION-SWEEP  --  DELETES HISTORY ROWS WHOSE      *
021200*    TIMESTAMP DATE IS BEFORE THE CUTOFF, EACH ONE ARCHIVED    *
021300*    FIRST.                                                    *
021400***************************************************************
021500 3000-RETENTION-SWEEP.
021600     PERFORM 3300-OPEN-ARCHIVE THRU 3300-OPEN-ARCHIVE-EXIT.
021700     MOVE LOW-VALUES TO AUDH-KEY.
021800     START AUDIT-HISTORY-FILE
021900         KEY IS NOT LESS THAN AUDH-KEY
022000         INVALID KEY
022100             SET WS-SWEEP-AT-EOF TO TRUE
022200     END-START.
022300     IF NOT WS-SWEEP-AT-EOF
022400         PERFORM 3200-READ-NEXT-HISTORY
022500             THRU 3200-READ-NEXT-HISTORY-EXIT
022600     END-IF.
022700     PERFORM 3100-SWEEP-ONE-ROW
022800         THRU 3100-SWEEP-ONE-ROW-EXIT
022900         UNTIL WS-SWEEP-AT-EOF.
023000     PERFORM 3500-CLOSE-ARCHIVE THRU 3500-CLOSE-ARCHIVE-EXIT.
023100 3000-RETENTION-SWEEP-EXIT.
023200     EXIT.
023300***************************************************************
023400*    3100-SWEEP-ONE-ROW                                        *
023500***************************************************************
023600 3100-SWEEP-ONE-ROW.
023700     IF AUDH-TS-DATE < WS-CUTOFF-DATE
023800         PERFORM 3400-ARCHIVE-ONE-ROW
023900             THRU 3400-ARCHIVE-ONE-ROW-EXIT
024000         DELETE AUDIT-HISTORY-FILE
024100         ADD 1 TO WS-ROWS-PURGED-COUNT
024200     END-IF.
024300     PERFORM 3200-READ-NEXT-HISTORY
024400         THRU 3200-READ-NEXT-HISTORY-EXIT.
024500 3100-SWEEP-ONE-ROW-EXIT.
024600     EXIT.
024700***************************************************************
024800*    3200-READ-NEXT-HISTORY                                    *
024900***************************************************************
025000 3200-READ-NEXT-HISTORY.
025100     READ AUDIT-HISTORY-FILE NEXT RECORD
025200         AT END
025300             SET WS-SWEEP-AT-EOF TO TRUE
025400     END-READ.
025500 3200-READ-NEXT-HISTORY-EXIT.
025600     EXIT.
025700***************************************************************
025800*    3300-OPEN-ARCHIVE  --  START THE RUN'S ARCHIVE GENERATION *
025900*    WITH ITS HEADER: SOURCE FILE, CUTOFF AND RUN DATE/TIME.   *
026000***************************************************************
026100 3300-OPEN-ARCHIVE.
026200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
026300     ACCEPT WS-RUN-TIME FROM TIME.
026400     OPEN OUTPUT ARCHIVE-FILE.
026500     MOVE SPACES                 TO ARCHIVE-RECORD.
026600     SET ARCH-HEADER-RECORD      TO TRUE.
026700     SET ARCH-FROM-AUDIT-HISTORY TO TRUE.
026800     MOVE WS-RUN-DATE            TO ARCH-ARCHIVED-DATE.
026900     MOVE WS-CUTOFF-DATE         TO ARCH-CUTOFF-DATE.
027000     MOVE WS-RUN-TIME            TO ARCH-HDR-RUN-TIME.
027100     MOVE 'ENQ235'               TO ARCH-HDR-PROGRAM.
027200     WRITE ARCHIVE-RECORD.
027300 3300-OPEN-ARCHIVE-EXIT.
027400     EXIT.
027500***************************************************************
027600*    3400-ARCHIVE-ONE-ROW  --  THE ROW AS IT STANDS, KEYED AND *
027700*    DATED IN THE CLEAR FOR THE RETRIEVAL SEARCH.              *
027800***************************************************************
027900 3400-ARCHIVE-ONE-ROW.
028000     MOVE SPACES                 TO ARCHIVE-RECORD.
028100     SET ARCH-DATA-RECORD        TO TRUE.
028200     SET ARCH-FROM-AUDIT-HISTORY TO TRUE.
028300     MOVE WS-RUN-DATE            TO ARCH-ARCHIVED-DATE.
028400     MOVE WS-CUTOFF-DATE         TO ARCH-CUTOFF-DATE.
028500     MOVE AUDH-TXN-KEY           TO ARCH-TRANS-KEY.
028600     MOVE AUDH-TS-DATE           TO ARCH-ROW-DATE.
028700     MOVE LENGTH OF AUDIT-HISTORY-RECORD TO ARCH-ROW-LENGTH.
028800     MOVE AUDIT-HISTORY-RECORD   TO ARCH-ROW-IMAGE.
028900     WRITE ARCHIVE-RECORD.
029000     ADD 1 TO WS-ROWS-ARCHIVED-COUNT.
029100     ADD AUDH-TS-DATE TO WS-ARCHIVE-DATE-HASH.
029200 3400-ARCHIVE-ONE-ROW-EXIT.
029300     EXIT.
029400***************************************************************
029500*    3500-CLOSE-ARCHIVE  --  THE CONTROL TRAILER: ROWS         *
029600*    ARCHIVED AND THE HASH TOTAL OF THEIR TIMESTAMP DATES.     *
029700***************************************************************
029800 3500-CLOSE-ARCHIVE.
029900     MOVE SPACES                 TO ARCHIVE-RECORD.
030000     SET ARCH-TRAILER-RECORD     TO TRUE.
030100     SET ARCH-FROM-AUDIT-HISTORY TO TRUE.
030200     MOVE WS-RUN-DATE            TO ARCH-ARCHIVED-DATE.
030300     MOVE WS-CUTOFF-DATE         TO ARCH-CUTOFF-DATE.
030400     MOVE WS-ROWS-ARCHIVED-COUNT TO ARCH-TRL-RECORD-COUNT.
030500     MOVE WS-ARCHIVE-DATE-HASH   TO ARCH-TRL-DATE-HASH.
030600     WRITE ARCHIVE-RECORD.
030700     CLOSE ARCHIVE-FILE.
030800 3500-CLOSE-ARCHIVE-EXIT.
030900     EXIT.
031000***************************************************************
031100*    8000-TERMINATE  --  REPORT COUNTS AND CLOSE.  DROPPED     *
031200*    ROWS FLAG THE STEP (RC=4) -- THE HISTORY IS INCOMPLETE.   *
031300***************************************************************
031400 8000-TERMINATE.
031500     MOVE WS-ROWS-READ-COUNT TO WS-REPORT-NUMERIC-EDIT.
031600     MOVE SPACES TO LOAD-REPORT-LINE.
031700     STRING 'AUDIT ROWS READ     : ' WS-REPORT-NUMERIC-EDIT
031800         DELIMITED BY SIZE INTO LOAD-REPORT-LINE.
031900     WRITE LOAD-REPORT-LINE.
032000     MOVE WS-ROWS-LOADED-COUNT TO WS-REPORT-NUMERIC-EDIT.
032100     MOVE SPACES TO LOAD-REPORT-LINE.
032200     STRING 'AUDIT ROWS LOADED   : ' WS-REPORT-NUMERIC-EDIT
032300         DELIMITED BY SIZE INTO LOAD-REPORT-LINE.
032400     WRITE LOAD-REPORT-LINE.
032500     MOVE WS-ROWS-DROPPED-COUNT TO WS-REPORT-NUMERIC-EDIT.
032600     MOVE SPACES TO LOAD-REPORT-LINE.
032700     STRING 'AUDIT ROWS DROPPED  : ' WS-REPORT-NUMERIC-EDIT
032800         DELIMITED BY SIZE INTO LOAD-REPORT-LINE.
032900     WRITE LOAD-REPORT-LINE.
033000     MOVE WS-ROWS-PURGED-COUNT TO WS-REPORT-NUMERIC-EDIT.
033100     MOVE SPACES TO LOAD-REPORT-LINE.
033200     STRING 'HISTORY ROWS PURGED : ' WS-REPORT-NUMERIC-EDIT
033300         DELIMITED BY SIZE INTO LOAD-REPORT-LINE.
033400     WRITE LOAD-REPORT-LINE.
033500     IF WS-SWEEP-WANTED
033600         MOVE WS-ROWS-ARCHIVED-COUNT TO WS-REPORT-NUMERIC-EDIT
033700         MOVE SPACES TO LOAD-REPORT-LINE
033800         STRING 'HISTORY ROWS ARCHIVED : ' WS-REPORT-NUMERIC-EDIT
033900             DELIMITED BY SIZE INTO LOAD-REPORT-LINE
034000         WRITE LOAD-REPORT-LINE
034100     END-IF.
034200     CLOSE AUDIT-IN-FILE.
034300     CLOSE AUDIT-HISTORY-FILE.
034400     CLOSE LOAD-REPORT-FILE.
034500     IF WS-ROWS-DROPPED-COUNT > ZERO
034600         MOVE 4 TO RETURN-CODE
034700     ELSE
034800         MOVE 0 TO RETURN-CODE
034900     END-IF.
035000 8000-TERMINATE-EXIT.
035100     EXIT.
