000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ENQ365.
000300 AUTHOR.        D L MERCER.
000400 INSTALLATION.  DAILY PROCESSING.
000500 DATE-WRITTEN.  2026-10-14.
000600 DATE-COMPILED.
000700***************************************************************
000800*                                                              *
000900*   ENQ365  --  ARCHIVED HISTORY RETRIEVAL                     *
001000*                                                              *
001100*   ANSWERS "WHAT HAPPENED TO TRANSACTION X" FOR ROWS THE      *
001200*   RETENTION SWEEPS HAVE TAKEN OFF THE LIVE FILES -- THE      *
001300*   SAME QUESTION ENQ240 ANSWERS FROM THE LIVE AUDIT HISTORY.  *
001400*   EVERY SWEEP WRITES WHAT IT DELETES TO A NEW ARCHIVE        *
001500*   GENERATION (COPYBOOK ARCHREC) FIRST:                       *
001600*                                                              *
001700*     TXHARCH  ENQ215  TRANSACTION HISTORY (TXHISTK) -- THE    *
001800*                      OUTCOME: PROCESSED, BLOCKED, REJECTED,  *
001900*                      PARKED OR HELD, TYPE, AMOUNT, SOURCE    *
002000*                      AND WHETHER IT WAS REVERSED             *
002100*     AUDARCH  ENQ235  AUDIT HISTORY (AUDHISTK) -- EVERY LIMIT *
002200*                      CHECK, IN ENQ240'S LINE FORMAT          *
002300*     SUSARCH  ENQ370  SUSPENSE MASTER (SUSPMSTK) -- THE       *
002400*                      ITEM'S SUSPENSE LIFE: FIRST AND LAST    *
002500*                      SEEN, ATTEMPTS, REASONS, HOW IT ENDED   *
002600*                                                              *
002700*   EACH DD IS THE GDG BASE, SO EVERY GENERATION IS READ.  THE *
002800*   ROWS FOR THE KEY OR KEY RANGE AND DATE RANGE ARE PRINTED   *
002900*   ON ARCINQR BY KEY, THEN IN DATE AND TIME ORDER.  A HISTORY *
003000*   OR AUDIT ROW IS IN RANGE BY ITS BUSINESS OR TIMESTAMP      *
003100*   DATE; A SUSPENSE ROW IS IN RANGE IF ITS FIRST-SEEN TO      *
003200*   LAST-SEEN SPAN OVERLAPS THE RANGE.                         *
003300*                                                              *
003400*   EVERY GENERATION IS PROVEN AGAINST ITS CONTROL TRAILER     *
003500*   (ROW COUNT AND HASH OF THE ROW DATES) AS IT IS READ.  A    *
003600*   GENERATION WITH NO TRAILER (A SWEEP THAT ABENDED), A       *
003700*   MISSING HEADER OR A TRAILER THAT DOES NOT AGREE IS         *
003800*   REPORTED OUT OF BALANCE -- ITS ROWS ARE STILL SEARCHED,    *
003900*   BUT THE ANSWER MAY NOT BE COMPLETE.  AN ARCHIVE DD THAT IS *
004000*   NOT ALLOCATED IS REPORTED AND SKIPPED.  ONE THAT WILL NOT  *
004100*   OPEN FOR ANY OTHER REASON IS REPORTED WITH ITS FILE STATUS *
004200*   AND SKIPPED, AND THE ANSWER IS NOT COMPLETE.               *
004300*                                                              *
004400*   PARM:  POSITIONS 1-10   FROM TRANSACTION KEY (REQUIRED).   *
004500*          POSITIONS 11-20  TO TRANSACTION KEY; BLANK OR       *
004600*                           OMITTED = THE FROM KEY ONLY.       *
004700*          POSITIONS 21-28  FROM DATE, YYYYMMDD (OPTIONAL).    *
004800*          POSITIONS 29-36  TO DATE, YYYYMMDD (OPTIONAL).      *
004900*   E.G. PARM='AB12345671          2025060120250831'.          *
005000*                                                              *
005100*   RETURN CODES:  0 = ROWS PRINTED;  4 = NO ARCHIVED ROWS     *
005200*   FOUND;  8 = BAD PARM, MORE MATCHING ROWS THAN THE TABLE    *
005300*   HOLDS (NOTHING PRINTED), A GENERATION OUT OF BALANCE, OR   *
005400*   AN ARCHIVE THAT COULD NOT BE OPENED.                       *
005500*                                                              *
005600*   MODIFICATION HISTORY                                       *
005700*   DATE       INIT  DESCRIPTION                               *
005800*   ---------- ----  ------------------------------------------*
005900*   2026-10-14 DLM   ORIGINAL VERSION.                         *
006000*   2026-10-15 DLM   CLEAR THE PRINT LINE BEFORE THE KEY AND   *
006100*                    TABLE-FULL HEADINGS.                      *
006200*   2026-10-15 DLM   AN ARCHIVE THAT WILL NOT OPEN FOR A REASON *
006300*                    OTHER THAN NOT ALLOCATED IS REPORTED WITH *
006400*                    ITS STATUS AND SKIPPED, RC 8, INSTEAD OF  *
006500*                    BEING READ.                               *
006600*                                                              *
006700***************************************************************
006800 ENVIRONMENT DIVISION.
006900 CONFIGURATION SECTION.
007000 SOURCE-COMPUTER.   IBM-Z15.
007100 OBJECT-COMPUTER.   IBM-Z15.
007200 INPUT-OUTPUT SECTION.
007300 FILE-CONTROL.
007400     SELECT TXN-ARCHIVE-FILE
007500         ASSIGN TO TXHARCH
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS TXHA-FILE-STATUS.
007800
007900     SELECT AUDIT-ARCHIVE-FILE
008000         ASSIGN TO AUDARCH
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS AUDA-FILE-STATUS.
008300
008400     SELECT SUSPENSE-ARCHIVE-FILE
008500         ASSIGN TO SUSARCH
008600         ORGANIZATION IS SEQUENTIAL
008700         FILE STATUS IS SUSA-FILE-STATUS.
008800
008900     SELECT INQUIRY-REPORT-FILE
009000         ASSIGN TO ARCINQR
009100         ORGANIZATION IS SEQUENTIAL.
009200 DATA DIVISION.
009300 FILE SECTION.
009400*    ALL THREE ARCHIVES ARE IN THE ARCHREC LAYOUT; EACH IS READ
009500*    INTO THE ONE WORKING-STORAGE COPY.
009600 FD  TXN-ARCHIVE-FILE
009700     RECORDING MODE IS F.
009800 01  TXN-ARCHIVE-RECORD             PIC X(200).
009900
010000 FD  AUDIT-ARCHIVE-FILE
010100     RECORDING MODE IS F.
010200 01  AUDIT-ARCHIVE-RECORD           PIC X(200).
010300
010400 FD  SUSPENSE-ARCHIVE-FILE
010500     RECORDING MODE IS F.
010600 01  SUSPENSE-ARCHIVE-RECORD        PIC X(200).
010700
010800 FD  INQUIRY-REPORT-FILE
010900     RECORDING MODE IS F.
011000 01  INQUIRY-REPORT-LINE            PIC X(132).
011100
011200 WORKING-STORAGE SECTION.
011300***************************************************************
011400*    FILE STATUS AND CONTROL SWITCHES                          *
011500***************************************************************
011600 77  TXHA-FILE-STATUS                PIC X(02)  VALUE '00'.
011700 77  AUDA-FILE-STATUS                PIC X(02)  VALUE '00'.
011800 77  SUSA-FILE-STATUS                PIC X(02)  VALUE '00'.
011900 77  WS-ARCHIVE-FILE-STATUS          PIC X(02)  VALUE '00'.
012000 77  WS-EOF-SW                       PIC X(01)  VALUE 'N'.
012100     88  WS-AT-EOF                       VALUE 'Y'.
012200 77  WS-PARM-ERROR-SW                PIC X(01)  VALUE 'N'.
012300     88  WS-PARM-IN-ERROR                VALUE 'Y'.
012400 77  WS-TABLE-FULL-SW                PIC X(01)  VALUE 'N'.
012500     88  WS-TABLE-FULL                   VALUE 'Y'.
012600 77  WS-IN-GENERATION-SW             PIC X(01)  VALUE 'N'.
012700     88  WS-IN-GENERATION                VALUE 'Y'.
012800***************************************************************
012900*    INQUIRY ARGUMENTS                                         *
013000***************************************************************
013100 01  WS-PARM-WORK.
013200     05  WS-PARM-FROM-KEY            PIC X(10).
013300     05  WS-PARM-TO-KEY              PIC X(10).
013400     05  WS-PARM-FROM-DATE-TEXT      PIC X(08).
013500     05  WS-PARM-TO-DATE-TEXT        PIC X(08).
013600 77  WS-FROM-KEY                     PIC X(10)  VALUE SPACES.
013700 77  WS-TO-KEY                       PIC X(10)  VALUE SPACES.
013800 77  WS-FROM-DATE                    PIC 9(08)  VALUE ZERO.
013900 77  WS-TO-DATE                      PIC 9(08)  VALUE 99999999.
014000 77  WS-PARM-ERROR-TEXT              PIC X(50)  VALUE SPACES.
014100***************************************************************
014200*    THE THREE ARCHIVES AND WHAT WAS FOUND ON EACH.  A         *
014300*    GENERATION RUNS FROM ITS HEADER TO ITS TRAILER; THE COUNT *
014400*    AND HASH ARE ACCUMULATED BETWEEN THEM AND PROVEN AGAINST  *
014500*    THE TRAILER.                                              *
014600***************************************************************
014700 01  AF-NAME-VALUES.
014800     05  FILLER                      PIC X(08)  VALUE 'TXHARCH'.
014900     05  FILLER                      PIC X(08)  VALUE 'AUDARCH'.
015000     05  FILLER                      PIC X(08)  VALUE 'SUSARCH'.
015100 01  AF-NAME-TABLE REDEFINES AF-NAME-VALUES.
015200     05  AF-DD-NAME                  PIC X(08) OCCURS 3 TIMES.
015300 01  AF-TABLE-CONTROL.
015400     05  AF-TABLE OCCURS 3 TIMES.
015500         10  AF-PRESENT-SW           PIC X(01).
015600             88  AF-IS-PRESENT           VALUE 'Y'.
015700             88  AF-IS-UNREADABLE        VALUE 'U'.
015800         10  AF-OPEN-STATUS          PIC X(02).
015900         10  AF-GENERATION-COUNT     PIC 9(09) COMP.
016000         10  AF-ROW-COUNT            PIC 9(09) COMP.
016100         10  AF-MATCHED-COUNT        PIC 9(09) COMP.
016200         10  AF-OUT-OF-BALANCE-COUNT PIC 9(09) COMP.
016300 77  WS-AF-SUB                       PIC 9(04) COMP VALUE ZERO.
016400 77  WS-GEN-ROW-COUNT                PIC 9(09) COMP VALUE ZERO.
016500 77  WS-GEN-DATE-HASH                PIC 9(15) COMP-3 VALUE ZERO.
016600 77  WS-OUT-OF-BALANCE-COUNT         PIC 9(09) COMP VALUE ZERO.
016700 77  WS-UNREADABLE-COUNT             PIC 9(09) COMP VALUE ZERO.
016800***************************************************************
016900*    MATCHING ROWS, HELD UNTIL ALL THREE ARCHIVES ARE READ AND *
017000*    THEN PRINTED LOWEST SORT KEY FIRST: TRANSACTION KEY, DATE *
017100*    AND TIME, THEN SUSPENSE / AUDIT / OUTCOME WITHIN THE SAME *
017200*    MOMENT.  A FULL TABLE PRINTS NOTHING -- A PARTIAL ANSWER  *
017300*    TO "WHAT HAPPENED" IS WORSE THAN NONE.                    *
017400***************************************************************
017500 01  AR-TABLE-CONTROL.
017600     05  AR-TABLE-COUNT              PIC 9(04) COMP VALUE ZERO.
017700     05  AR-MAX-ENTRIES              PIC 9(04) COMP VALUE 2000.
017800     05  AR-TABLE OCCURS 2000 TIMES.
017900         10  AR-SORT-KEY.
018000             15  AR-TRANS-KEY        PIC X(10).
018100             15  AR-SORT-DATE        PIC 9(08).
018200             15  AR-SORT-TIME        PIC 9(06).
018300             15  AR-SORT-RANK        PIC 9(01).
018400             15  AR-SORT-SEQUENCE    PIC 9(03).
018500         10  AR-ROW-KIND             PIC X(01).
018600             88  AR-HISTORY-ROW          VALUE 'T'.
018700             88  AR-AUDIT-ROW            VALUE 'A'.
018800             88  AR-SUSPENSE-ROW         VALUE 'S'.
018900         10  AR-ARCHIVED-DATE        PIC 9(08).
019000         10  AR-PRINTED-SW           PIC X(01).
019100             88  AR-IS-PRINTED           VALUE 'Y'.
019200         10  AR-ROW-IMAGE            PIC X(150).
019300 77  WS-AR-SUB                       PIC 9(04) COMP VALUE ZERO.
019400 77  WS-AR-LOW                       PIC 9(04) COMP VALUE ZERO.
019500 77  WS-PRINT-SUB                    PIC 9(04) COMP VALUE ZERO.
019600 77  WS-LAST-PRINTED-KEY             PIC X(10)  VALUE SPACES.
019700 77  WS-KEYS-PRINTED-COUNT           PIC 9(09) COMP VALUE ZERO.
019800***************************************************************
019900*    THE ARCHIVE RECORD, AND THE THREE ROW LAYOUTS ITS IMAGE   *
020000*    IS MAPPED BACK ONTO.                                      *
020100***************************************************************
020200 COPY ARCHREC.
020300 COPY TXHISTK.
020400 COPY AUDHISTK.
020500 COPY SUSPMSTK.
020600***************************************************************
020700*    REPORT EDIT FIELDS                                        *
020800***************************************************************
020900 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZ,ZZZ,ZZ9.
021000 01  WS-REPORT-NUMERIC-EDIT-2        PIC ZZZ,ZZZ,ZZ9.
021100 01  WS-REPORT-NUMERIC-EDIT-3        PIC ZZZ,ZZZ,ZZ9.
021200 01  WS-REPORT-NUMERIC-EDIT-4        PIC ZZZ,ZZZ,ZZ9.
021300 01  WS-AMOUNT-EDIT                  PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
021400 01  WS-ATTEMPT-EDIT                 PIC ZZZ9.
021500 01  WS-TS-DATE-EDIT                 PIC 9999/99/99.
021600 01  WS-TS-TIME-EDIT                 PIC 99B99B99.
021700 01  WS-LAST-SEEN-EDIT               PIC 9999/99/99.
021800 01  WS-ARCHIVED-DATE-EDIT           PIC 9999/99/99.
021900 77  WS-CALL-MADE-TEXT               PIC X(03)  VALUE SPACES.
022000 77  WS-BLOCKED-TEXT                 PIC X(03)  VALUE SPACES.
022100 77  WS-FORCED-TEXT                  PIC X(03)  VALUE SPACES.
022200 77  WS-REVERSED-TEXT                PIC X(03)  VALUE SPACES.
022300 77  WS-OUTCOME-TEXT                 PIC X(11)  VALUE SPACES.
022400 LINKAGE SECTION.
022500***************************************************************
022600*    JOB-STEP PARM -- KEY OR KEY RANGE AND OPTIONAL DATE RANGE *
022700***************************************************************
022800 01  LK-PARM-AREA.
022900     05  LK-PARM-LEN                 PIC S9(04) COMP.
023000     05  LK-PARM-TEXT                PIC X(36).
023100 PROCEDURE DIVISION USING LK-PARM-AREA.
023200***************************************************************
023300*    0000-MAINLINE                                             *
023400***************************************************************
023500 0000-MAINLINE.
023600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
023700     IF NOT WS-PARM-IN-ERROR
023800         PERFORM 2000-SEARCH-ONE-ARCHIVE
023900             THRU 2000-SEARCH-ONE-ARCHIVE-EXIT
024000             VARYING WS-AF-SUB FROM 1 BY 1
024100             UNTIL WS-AF-SUB > 3
024200         IF NOT WS-TABLE-FULL
024300             PERFORM 3000-PRINT-NEXT-ROW
024400                 THRU 3000-PRINT-NEXT-ROW-EXIT
024500                 VARYING WS-PRINT-SUB FROM 1 BY 1
024600                 UNTIL WS-PRINT-SUB > AR-TABLE-COUNT
024700         END-IF
024800     END-IF.
024900     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
025000     GOBACK.
025100***************************************************************
025200*    1000-INITIALIZE  --  OPEN THE REPORT AND EDIT THE PARM.   *
025300***************************************************************
025400 1000-INITIALIZE.
025500     OPEN OUTPUT INQUIRY-REPORT-FILE.
025600     MOVE 'ENQ365 ARCHIVED HISTORY INQUIRY'
025700         TO INQUIRY-REPORT-LINE.
025800     WRITE INQUIRY-REPORT-LINE.
025900     MOVE SPACES TO INQUIRY-REPORT-LINE.
026000     WRITE INQUIRY-REPORT-LINE.
026100     MOVE 'N' TO AF-PRESENT-SW(1).
026200     MOVE 'N' TO AF-PRESENT-SW(2).
026300     MOVE 'N' TO AF-PRESENT-SW(3).
026400     PERFORM 1100-EDIT-PARM THRU 1100-EDIT-PARM-EXIT.
026500     IF WS-PARM-IN-ERROR
026600         MOVE WS-PARM-ERROR-TEXT TO INQUIRY-REPORT-LINE
026700         WRITE INQUIRY-REPORT-LINE
026800         GO TO 1000-INITIALIZE-EXIT
026900     END-IF.
027000     MOVE SPACES TO INQUIRY-REPORT-LINE.
027100     STRING 'TRANSACTION KEYS : ' WS-FROM-KEY
027200         ' TO ' WS-TO-KEY
027300         DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE.
027400     WRITE INQUIRY-REPORT-LINE.
027500     MOVE SPACES TO INQUIRY-REPORT-LINE.
027600     MOVE WS-FROM-DATE TO WS-TS-DATE-EDIT.
027700     MOVE WS-TO-DATE   TO WS-LAST-SEEN-EDIT.
027800     STRING 'DATE RANGE       : ' WS-TS-DATE-EDIT
027900         ' TO ' WS-LAST-SEEN-EDIT
028000         DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE.
028100     WRITE INQUIRY-REPORT-LINE.
028200 1000-INITIALIZE-EXIT.
028300     EXIT.
028400***************************************************************
028500*    1100-EDIT-PARM  --  A FROM KEY IS REQUIRED.  A BLANK TO   *
028600*    KEY IS THE FROM KEY; A TO KEY BELOW THE FROM KEY, OR A    *
028700*    DATE THAT IS GIVEN BUT NOT NUMERIC, IS AN ERROR.          *
028800***************************************************************
028900 1100-EDIT-PARM.
029000     MOVE SPACES TO WS-PARM-WORK.
029100     IF LK-PARM-LEN > 36
029200         MOVE LK-PARM-TEXT TO WS-PARM-WORK
029300     ELSE
029400         IF LK-PARM-LEN > ZERO
029500             MOVE LK-PARM-TEXT(1:LK-PARM-LEN) TO WS-PARM-WORK
029600         END-IF
029700     END-IF.
029800     IF WS-PARM-FROM-KEY = SPACES
029900         SET WS-PARM-IN-ERROR TO TRUE
030000         MOVE 'PARM TRANSACTION KEY MISSING.'
030100             TO WS-PARM-ERROR-TEXT
030200         GO TO 1100-EDIT-PARM-EXIT
030300     END-IF.
030400     MOVE WS-PARM-FROM-KEY TO WS-FROM-KEY.
030500     IF WS-PARM-TO-KEY = SPACES
030600         MOVE WS-FROM-KEY TO WS-TO-KEY
030700     ELSE
030800         MOVE WS-PARM-TO-KEY TO WS-TO-KEY
030900     END-IF.
031000     IF WS-TO-KEY < WS-FROM-KEY
031100         SET WS-PARM-IN-ERROR TO TRUE
031200         MOVE 'PARM TO KEY IS BELOW THE FROM KEY.'
031300             TO WS-PARM-ERROR-TEXT
031400         GO TO 1100-EDIT-PARM-EXIT
031500     END-IF.
031600     IF WS-PARM-FROM-DATE-TEXT NOT = SPACES
031700         IF WS-PARM-FROM-DATE-TEXT NUMERIC
031800             MOVE WS-PARM-FROM-DATE-TEXT TO WS-FROM-DATE
031900         ELSE
032000             SET WS-PARM-IN-ERROR TO TRUE
032100             MOVE 'PARM FROM DATE NOT NUMERIC.'
032200                 TO WS-PARM-ERROR-TEXT
032300             GO TO 1100-EDIT-PARM-EXIT
032400         END-IF
032500     END-IF.
032600     IF WS-PARM-TO-DATE-TEXT NOT = SPACES
032700         IF WS-PARM-TO-DATE-TEXT NUMERIC
032800             MOVE WS-PARM-TO-DATE-TEXT TO WS-TO-DATE
032900         ELSE
033000             SET WS-PARM-IN-ERROR TO TRUE
033100             MOVE 'PARM TO DATE NOT NUMERIC.'
033200                 TO WS-PARM-ERROR-TEXT
033300             GO TO 1100-EDIT-PARM-EXIT
033400         END-IF
033500     END-IF.
033600     IF WS-TO-DATE < WS-FROM-DATE
033700         SET WS-PARM-IN-ERROR TO TRUE
033800         MOVE 'PARM TO DATE IS BEFORE THE FROM DATE.'
033900             TO WS-PARM-ERROR-TEXT
034000     END-IF.
034100 1100-EDIT-PARM-EXIT.
034200     EXIT.
034300***************************************************************
034400*    2000-SEARCH-ONE-ARCHIVE  --  EVERY GENERATION OF ONE      *
034500*    ARCHIVE, FRONT TO BACK.  A DD THAT IS NOT ALLOCATED IS    *
034600*    SKIPPED AND REPORTED; ONE THAT WILL NOT OPEN FOR ANY      *
034700*    OTHER REASON IS SKIPPED AND REPORTED WITH ITS STATUS.     *
034800***************************************************************
034900 2000-SEARCH-ONE-ARCHIVE.
035000     EVALUATE WS-AF-SUB
035100         WHEN 1
035200             OPEN INPUT TXN-ARCHIVE-FILE
035300             MOVE TXHA-FILE-STATUS TO WS-ARCHIVE-FILE-STATUS
035400         WHEN 2
035500             OPEN INPUT AUDIT-ARCHIVE-FILE
035600             MOVE AUDA-FILE-STATUS TO WS-ARCHIVE-FILE-STATUS
035700         WHEN OTHER
035800             OPEN INPUT SUSPENSE-ARCHIVE-FILE
035900             MOVE SUSA-FILE-STATUS TO WS-ARCHIVE-FILE-STATUS
036000     END-EVALUATE.
036100     MOVE ZERO TO AF-GENERATION-COUNT(WS-AF-SUB)
036200                  AF-ROW-COUNT(WS-AF-SUB)
036300                  AF-MATCHED-COUNT(WS-AF-SUB)
036400                  AF-OUT-OF-BALANCE-COUNT(WS-AF-SUB).
036500     IF WS-ARCHIVE-FILE-STATUS = '35'
036600         GO TO 2000-SEARCH-ONE-ARCHIVE-EXIT
036700     END-IF.
036800     IF WS-ARCHIVE-FILE-STATUS NOT = '00'
036900         AND WS-ARCHIVE-FILE-STATUS NOT = '97'
037000         MOVE 'U' TO AF-PRESENT-SW(WS-AF-SUB)
037100         MOVE WS-ARCHIVE-FILE-STATUS TO AF-OPEN-STATUS(WS-AF-SUB)
037200         GO TO 2000-SEARCH-ONE-ARCHIVE-EXIT
037300     END-IF.
037400     MOVE 'Y' TO AF-PRESENT-SW(WS-AF-SUB).
037500     MOVE 'N' TO WS-EOF-SW.
037600     MOVE 'N' TO WS-IN-GENERATION-SW.
037700     PERFORM 2100-READ-ARCHIVE THRU 2100-READ-ARCHIVE-EXIT.
037800     PERFORM 2200-CHECK-ONE-RECORD
037900         THRU 2200-CHECK-ONE-RECORD-EXIT
038000         UNTIL WS-AT-EOF.
038100     IF WS-IN-GENERATION
038200         ADD 1 TO AF-OUT-OF-BALANCE-COUNT(WS-AF-SUB)
038300     END-IF.
038400     EVALUATE WS-AF-SUB
038500         WHEN 1
038600             CLOSE TXN-ARCHIVE-FILE
038700         WHEN 2
038800             CLOSE AUDIT-ARCHIVE-FILE
038900         WHEN OTHER
039000             CLOSE SUSPENSE-ARCHIVE-FILE
039100     END-EVALUATE.
039200 2000-SEARCH-ONE-ARCHIVE-EXIT.
039300     EXIT.
039400***************************************************************
039500*    2100-READ-ARCHIVE                                         *
039600***************************************************************
039700 2100-READ-ARCHIVE.
039800     EVALUATE WS-AF-SUB
039900         WHEN 1
040000             READ TXN-ARCHIVE-FILE INTO ARCHIVE-RECORD
040100                 AT END
040200                     SET WS-AT-EOF TO TRUE
040300             END-READ
040400         WHEN 2
040500             READ AUDIT-ARCHIVE-FILE INTO ARCHIVE-RECORD
040600                 AT END
040700                     SET WS-AT-EOF TO TRUE
040800             END-READ
040900         WHEN OTHER
041000             READ SUSPENSE-ARCHIVE-FILE INTO ARCHIVE-RECORD
041100                 AT END
041200                     SET WS-AT-EOF TO TRUE
041300             END-READ
041400     END-EVALUATE.
041500 2100-READ-ARCHIVE-EXIT.
041600     EXIT.
041700***************************************************************
041800*    2200-CHECK-ONE-RECORD  --  A HEADER OPENS A GENERATION,   *
041900*    A TRAILER PROVES AND CLOSES IT.  A HEADER WHILE ONE IS    *
042000*    OPEN MEANS THE LAST ONE HAD NO TRAILER.                   *
042100***************************************************************
042200 2200-CHECK-ONE-RECORD.
042300     EVALUATE TRUE
042400         WHEN ARCH-HEADER-RECORD
042500             IF WS-IN-GENERATION
042600                 ADD 1 TO AF-OUT-OF-BALANCE-COUNT(WS-AF-SUB)
042700             END-IF
042800             PERFORM 2250-START-GENERATION
042900                 THRU 2250-START-GENERATION-EXIT
043000         WHEN ARCH-TRAILER-RECORD
043100             PERFORM 2300-END-GENERATION
043200                 THRU 2300-END-GENERATION-EXIT
043300         WHEN ARCH-DATA-RECORD
043400             PERFORM 2400-CHECK-ONE-ROW
043500                 THRU 2400-CHECK-ONE-ROW-EXIT
043600         WHEN OTHER
043700             ADD 1 TO AF-OUT-OF-BALANCE-COUNT(WS-AF-SUB)
043800     END-EVALUATE.
043900     PERFORM 2100-READ-ARCHIVE THRU 2100-READ-ARCHIVE-EXIT.
044000 2200-CHECK-ONE-RECORD-EXIT.
044100     EXIT.
044200***************************************************************
044300*    2250-START-GENERATION                                     *
044400***************************************************************
044500 2250-START-GENERATION.
044600     SET WS-IN-GENERATION TO TRUE.
044700     ADD 1 TO AF-GENERATION-COUNT(WS-AF-SUB).
044800     MOVE ZERO TO WS-GEN-ROW-COUNT.
044900     MOVE ZERO TO WS-GEN-DATE-HASH.
045000 2250-START-GENERATION-EXIT.
045100     EXIT.
045200***************************************************************
045300*    2300-END-GENERATION  --  THE TRAILER MUST AGREE WITH THE  *
045400*    ROWS COUNTED SINCE THE HEADER.                            *
045500***************************************************************
045600 2300-END-GENERATION.
045700     IF NOT WS-IN-GENERATION
045800         ADD 1 TO AF-OUT-OF-BALANCE-COUNT(WS-AF-SUB)
045900         GO TO 2300-END-GENERATION-EXIT
046000     END-IF.
046100     IF ARCH-TRL-RECORD-COUNT NOT = WS-GEN-ROW-COUNT
046200         OR ARCH-TRL-DATE-HASH NOT = WS-GEN-DATE-HASH
046300         ADD 1 TO AF-OUT-OF-BALANCE-COUNT(WS-AF-SUB)
046400     END-IF.
046500     MOVE 'N' TO WS-IN-GENERATION-SW.
046600 2300-END-GENERATION-EXIT.
046700     EXIT.
046800***************************************************************
046900*    2400-CHECK-ONE-ROW  --  COUNT THE ROW INTO ITS GENERATION *
047000*    (A ROW WITH NO HEADER BEFORE IT STARTS A HEADERLESS ONE), *
047100*    THEN KEEP IT IF IT IS IN THE KEY AND DATE RANGE.          *
047200***************************************************************
047300 2400-CHECK-ONE-ROW.
047400     IF NOT WS-IN-GENERATION
047500         ADD 1 TO AF-OUT-OF-BALANCE-COUNT(WS-AF-SUB)
047600         PERFORM 2250-START-GENERATION
047700             THRU 2250-START-GENERATION-EXIT
047800     END-IF.
047900     ADD 1 TO WS-GEN-ROW-COUNT.
048000     ADD ARCH-ROW-DATE TO WS-GEN-DATE-HASH.
048100     ADD 1 TO AF-ROW-COUNT(WS-AF-SUB).
048200     IF ARCH-TRANS-KEY < WS-FROM-KEY
048300         OR ARCH-TRANS-KEY > WS-TO-KEY
048400         GO TO 2400-CHECK-ONE-ROW-EXIT
048500     END-IF.
048600     EVALUATE TRUE
048700         WHEN ARCH-FROM-TXN-HISTORY
048800             IF ARCH-ROW-DATE < WS-FROM-DATE
048900                 OR ARCH-ROW-DATE > WS-TO-DATE
049000                 GO TO 2400-CHECK-ONE-ROW-EXIT
049100             END-IF
049200             MOVE ARCH-ROW-IMAGE TO TXN-HISTORY-RECORD
049300         WHEN ARCH-FROM-AUDIT-HISTORY
049400             IF ARCH-ROW-DATE < WS-FROM-DATE
049500                 OR ARCH-ROW-DATE > WS-TO-DATE
049600                 GO TO 2400-CHECK-ONE-ROW-EXIT
049700             END-IF
049800             MOVE ARCH-ROW-IMAGE TO AUDIT-HISTORY-RECORD
049900         WHEN ARCH-FROM-SUSPENSE-MASTER
050000             MOVE ARCH-ROW-IMAGE TO SUSPENSE-MASTER-RECORD
050100             IF SUSM-LAST-SEEN-DATE < WS-FROM-DATE
050200                 OR SUSM-FIRST-SEEN-DATE > WS-TO-DATE
050300                 GO TO 2400-CHECK-ONE-ROW-EXIT
050400             END-IF
050500         WHEN OTHER
050600             GO TO 2400-CHECK-ONE-ROW-EXIT
050700     END-EVALUATE.
050800     ADD 1 TO AF-MATCHED-COUNT(WS-AF-SUB).
050900     PERFORM 2500-ADD-TO-TABLE THRU 2500-ADD-TO-TABLE-EXIT.
051000 2400-CHECK-ONE-ROW-EXIT.
051100     EXIT.
051200***************************************************************
051300*    2500-ADD-TO-TABLE  --  THE ROW AND ITS SORT KEY.  AN      *
051400*    OUTCOME SORTS AT THE END OF ITS BUSINESS DATE, AFTER THE  *
051500*    DAY'S AUDIT ROWS; A SUSPENSE ROW AT THE START OF ITS      *
051600*    FIRST-SEEN DATE.                                          *
051700***************************************************************
051800 2500-ADD-TO-TABLE.
051900     IF AR-TABLE-COUNT NOT < AR-MAX-ENTRIES
052000         SET WS-TABLE-FULL TO TRUE
052100         GO TO 2500-ADD-TO-TABLE-EXIT
052200     END-IF.
052300     ADD 1 TO AR-TABLE-COUNT.
052400     MOVE AR-TABLE-COUNT TO WS-AR-SUB.
052500     MOVE ARCH-TRANS-KEY     TO AR-TRANS-KEY(WS-AR-SUB).
052600     MOVE ARCH-ARCHIVED-DATE TO AR-ARCHIVED-DATE(WS-AR-SUB).
052700     MOVE ARCH-ROW-IMAGE     TO AR-ROW-IMAGE(WS-AR-SUB).
052800     MOVE 'N'                TO AR-PRINTED-SW(WS-AR-SUB).
052900     MOVE ZERO               TO AR-SORT-SEQUENCE(WS-AR-SUB).
053000     EVALUATE TRUE
053100         WHEN ARCH-FROM-TXN-HISTORY
053200             SET AR-HISTORY-ROW(WS-AR-SUB) TO TRUE
053300             MOVE TXH-BUSINESS-DATE TO AR-SORT-DATE(WS-AR-SUB)
053400             MOVE 999999            TO AR-SORT-TIME(WS-AR-SUB)
053500             MOVE 3                 TO AR-SORT-RANK(WS-AR-SUB)
053600         WHEN ARCH-FROM-AUDIT-HISTORY
053700             SET AR-AUDIT-ROW(WS-AR-SUB) TO TRUE
053800             MOVE AUDH-TS-DATE      TO AR-SORT-DATE(WS-AR-SUB)
053900             MOVE AUDH-TS-TIME      TO AR-SORT-TIME(WS-AR-SUB)
054000             MOVE 2                 TO AR-SORT-RANK(WS-AR-SUB)
054100             MOVE AUDH-SEQUENCE     TO AR-SORT-SEQUENCE(WS-AR-SUB)
054200         WHEN OTHER
054300             SET AR-SUSPENSE-ROW(WS-AR-SUB) TO TRUE
054400             MOVE SUSM-FIRST-SEEN-DATE
054500                                    TO AR-SORT-DATE(WS-AR-SUB)
054600             MOVE ZERO              TO AR-SORT-TIME(WS-AR-SUB)
054700             MOVE 1                 TO AR-SORT-RANK(WS-AR-SUB)
054800     END-EVALUATE.
054900 2500-ADD-TO-TABLE-EXIT.
055000     EXIT.
055100***************************************************************
055200*    3000-PRINT-NEXT-ROW  --  THE UNPRINTED ROW WITH THE       *
055300*    LOWEST SORT KEY, UNDER A HEADING FOR EACH NEW KEY.        *
055400***************************************************************
055500 3000-PRINT-NEXT-ROW.
055600     MOVE ZERO TO WS-AR-LOW.
055700     PERFORM 3100-COMPARE-ONE-ENTRY
055800         THRU 3100-COMPARE-ONE-ENTRY-EXIT
055900         VARYING WS-AR-SUB FROM 1 BY 1
056000         UNTIL WS-AR-SUB > AR-TABLE-COUNT.
056100     IF WS-AR-LOW = ZERO
056200         GO TO 3000-PRINT-NEXT-ROW-EXIT
056300     END-IF.
056400     MOVE 'Y' TO AR-PRINTED-SW(WS-AR-LOW).
056500     IF WS-KEYS-PRINTED-COUNT = ZERO
056600         OR AR-TRANS-KEY(WS-AR-LOW) NOT = WS-LAST-PRINTED-KEY
056700         ADD 1 TO WS-KEYS-PRINTED-COUNT
056800         MOVE AR-TRANS-KEY(WS-AR-LOW) TO WS-LAST-PRINTED-KEY
056900         MOVE SPACES TO INQUIRY-REPORT-LINE
057000         WRITE INQUIRY-REPORT-LINE
057100         MOVE SPACES TO INQUIRY-REPORT-LINE
057200         STRING 'TRANSACTION KEY : ' WS-LAST-PRINTED-KEY
057300             DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
057400         WRITE INQUIRY-REPORT-LINE
057500         MOVE SPACES TO INQUIRY-REPORT-LINE
057600         WRITE INQUIRY-REPORT-LINE
057700     END-IF.
057800     MOVE AR-ARCHIVED-DATE(WS-AR-LOW) TO WS-ARCHIVED-DATE-EDIT.
057900     EVALUATE TRUE
058000         WHEN AR-AUDIT-ROW(WS-AR-LOW)
058100             PERFORM 3200-PRINT-AUDIT-ROW
058200                 THRU 3200-PRINT-AUDIT-ROW-EXIT
058300         WHEN AR-HISTORY-ROW(WS-AR-LOW)
058400             PERFORM 3300-PRINT-HISTORY-ROW
058500                 THRU 3300-PRINT-HISTORY-ROW-EXIT
058600         WHEN OTHER
058700             PERFORM 3400-PRINT-SUSPENSE-ROW
058800                 THRU 3400-PRINT-SUSPENSE-ROW-EXIT
058900     END-EVALUATE.
059000 3000-PRINT-NEXT-ROW-EXIT.
059100     EXIT.
059200***************************************************************
059300*    3100-COMPARE-ONE-ENTRY                                    *
059400***************************************************************
059500 3100-COMPARE-ONE-ENTRY.
059600     IF AR-IS-PRINTED(WS-AR-SUB)
059700         GO TO 3100-COMPARE-ONE-ENTRY-EXIT
059800     END-IF.
059900     IF WS-AR-LOW = ZERO
060000         MOVE WS-AR-SUB TO WS-AR-LOW
060100         GO TO 3100-COMPARE-ONE-ENTRY-EXIT
060200     END-IF.
060300     IF AR-SORT-KEY(WS-AR-SUB) < AR-SORT-KEY(WS-AR-LOW)
060400         MOVE WS-AR-SUB TO WS-AR-LOW
060500     END-IF.
060600 3100-COMPARE-ONE-ENTRY-EXIT.
060700     EXIT.
060800***************************************************************
060900*    3200-PRINT-AUDIT-ROW  --  ENQ240'S LINE, WITH THE DATE    *
061000*    THE ROW WAS ARCHIVED.                                     *
061100***************************************************************
061200 3200-PRINT-AUDIT-ROW.
061300     MOVE AR-ROW-IMAGE(WS-AR-LOW) TO AUDIT-HISTORY-RECORD.
061400     MOVE AUDH-TS-DATE TO WS-TS-DATE-EDIT.
061500     MOVE AUDH-TS-TIME TO WS-TS-TIME-EDIT.
061600     IF AUDH-CALL-WAS-MADE
061700         MOVE 'YES' TO WS-CALL-MADE-TEXT
061800     ELSE
061900         MOVE 'NO ' TO WS-CALL-MADE-TEXT
062000     END-IF.
062100     IF AUDH-CALL-WAS-BLOCKED
062200         MOVE 'YES' TO WS-BLOCKED-TEXT
062300     ELSE
062400         MOVE 'NO ' TO WS-BLOCKED-TEXT
062500     END-IF.
062600     IF AUDH-ITEM-WAS-FORCED
062700         MOVE 'YES' TO WS-FORCED-TEXT
062800     ELSE
062900         MOVE 'NO ' TO WS-FORCED-TEXT
063000     END-IF.
063100     MOVE SPACES TO INQUIRY-REPORT-LINE.
063200     STRING WS-TS-DATE-EDIT ' ' WS-TS-TIME-EDIT
063300         '  AUDIT     STATUS=' AUDH-ABT-STATUS-AT-CHECK
063400         '  CALLED=' WS-CALL-MADE-TEXT
063500         '  PROGRAM=' AUDH-CALLED-PROGRAM
063600         '  BLOCKED=' WS-BLOCKED-TEXT
063700         '  FORCED=' WS-FORCED-TEXT
063800         '  ARCHIVED ' WS-ARCHIVED-DATE-EDIT
063900         DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE.
064000     WRITE INQUIRY-REPORT-LINE.
064100 3200-PRINT-AUDIT-ROW-EXIT.
064200     EXIT.
064300***************************************************************
064400*    3300-PRINT-HISTORY-ROW  --  THE OUTCOME ENQ200 RECORDED.  *
064500***************************************************************
064600 3300-PRINT-HISTORY-ROW.
064700     MOVE AR-ROW-IMAGE(WS-AR-LOW) TO TXN-HISTORY-RECORD.
064800     MOVE TXH-BUSINESS-DATE TO WS-TS-DATE-EDIT.
064900     EVALUATE TRUE
065000         WHEN TXH-DISP-PROCESSED
065100             MOVE 'PROCESSED'   TO WS-OUTCOME-TEXT
065200         WHEN TXH-DISP-BLOCKED
065300             MOVE 'BLOCKED'     TO WS-OUTCOME-TEXT
065400         WHEN TXH-DISP-REJECTED
065500             MOVE 'REJECTED'    TO WS-OUTCOME-TEXT
065600         WHEN TXH-DISP-PARKED
065700             MOVE 'PARKED'      TO WS-OUTCOME-TEXT
065800         WHEN TXH-DISP-HELD
065900             MOVE 'HELD'        TO WS-OUTCOME-TEXT
066000         WHEN OTHER
066100             MOVE TXH-DISPOSITION TO WS-OUTCOME-TEXT
066200     END-EVALUATE.
066300     IF TXH-ALREADY-REVERSED
066400         MOVE 'YES' TO WS-REVERSED-TEXT
066500     ELSE
066600         MOVE 'NO ' TO WS-REVERSED-TEXT
066700     END-IF.
066800     MOVE TXH-TXN-AMOUNT TO WS-AMOUNT-EDIT.
066900     MOVE SPACES TO INQUIRY-REPORT-LINE.
067000     STRING WS-TS-DATE-EDIT '           OUTCOME   '
067100         WS-OUTCOME-TEXT
067200         ' TYPE=' TXH-TXN-TYPE
067300         '  AMOUNT=' WS-AMOUNT-EDIT
067400         '  SOURCE=' TXH-TXN-SOURCE
067500         '  REVERSED=' WS-REVERSED-TEXT
067600         '  ARCHIVED ' WS-ARCHIVED-DATE-EDIT
067700         DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE.
067800     WRITE INQUIRY-REPORT-LINE.
067900 3300-PRINT-HISTORY-ROW-EXIT.
068000     EXIT.
068100***************************************************************
068200*    3400-PRINT-SUSPENSE-ROW  --  THE ITEM'S SUSPENSE LIFE:    *
068300*    FIRST SEEN (THE LINE DATE), LAST SEEN, ATTEMPTS, HOW IT   *
068400*    ENDED AND THE REASONS, NEWEST FIRST.                      *
068500***************************************************************
068600 3400-PRINT-SUSPENSE-ROW.
068700     MOVE AR-ROW-IMAGE(WS-AR-LOW) TO SUSPENSE-MASTER-RECORD.
068800     MOVE SUSM-FIRST-SEEN-DATE TO WS-TS-DATE-EDIT.
068900     MOVE SUSM-LAST-SEEN-DATE  TO WS-LAST-SEEN-EDIT.
069000     MOVE SUSM-ATTEMPT-COUNT   TO WS-ATTEMPT-EDIT.
069100     EVALUATE TRUE
069200         WHEN SUSM-STATUS-RESOLVED
069300             MOVE 'RESOLVED'    TO WS-OUTCOME-TEXT
069400         WHEN SUSM-STATUS-WRITTEN-OFF
069500             MOVE 'WRITTEN OFF' TO WS-OUTCOME-TEXT
069600         WHEN SUSM-STATUS-OPEN
069700             MOVE 'OPEN'        TO WS-OUTCOME-TEXT
069800         WHEN OTHER
069900             MOVE SUSM-STATUS   TO WS-OUTCOME-TEXT
070000     END-EVALUATE.
070100     MOVE SPACES TO INQUIRY-REPORT-LINE.
070200     STRING WS-TS-DATE-EDIT '           SUSPENSE  '
070300         WS-OUTCOME-TEXT
070400         ' LAST SEEN ' WS-LAST-SEEN-EDIT
070500         '  ATTEMPTS=' WS-ATTEMPT-EDIT
070600         '  RSN=' SUSM-REASON-CODE(1)
070700         ' ' SUSM-REASON-CODE(2)
070800         ' ' SUSM-REASON-CODE(3)
070900         ' ' SUSM-REASON-CODE(4)
071000         ' ' SUSM-REASON-CODE(5)
071100         '  ARCHIVED ' WS-ARCHIVED-DATE-EDIT
071200         DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE.
071300     WRITE INQUIRY-REPORT-LINE.
071400 3400-PRINT-SUSPENSE-ROW-EXIT.
071500     EXIT.
071600***************************************************************
071700*    8000-TERMINATE  --  WHAT WAS SEARCHED, WHETHER EVERY      *
071800*    GENERATION PROVED, AND THE RETURN CODE.                   *
071900***************************************************************
072000 8000-TERMINATE.
072100     IF WS-PARM-IN-ERROR
072200         MOVE 8 TO RETURN-CODE
072300         CLOSE INQUIRY-REPORT-FILE
072400         GO TO 8000-TERMINATE-EXIT
072500     END-IF.
072600     MOVE SPACES TO INQUIRY-REPORT-LINE.
072700     WRITE INQUIRY-REPORT-LINE.
072800     IF WS-TABLE-FULL
072900         MOVE AR-MAX-ENTRIES TO WS-REPORT-NUMERIC-EDIT
073000         MOVE SPACES TO INQUIRY-REPORT-LINE
073100         STRING '** MORE THAN ' WS-REPORT-NUMERIC-EDIT
073200             ' ROWS MATCH -- NOTHING PRINTED.'
073300             DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
073400         WRITE INQUIRY-REPORT-LINE
073500         MOVE '** NARROW THE KEY OR DATE RANGE AND RESUBMIT.'
073600             TO INQUIRY-REPORT-LINE
073700         WRITE INQUIRY-REPORT-LINE
073800         MOVE SPACES TO INQUIRY-REPORT-LINE
073900         WRITE INQUIRY-REPORT-LINE
074000     END-IF.
074100     IF AR-TABLE-COUNT = ZERO
074200         MOVE 'NO ARCHIVED ROWS FOR THE KEY AND DATE RANGE.'
074300             TO INQUIRY-REPORT-LINE
074400         WRITE INQUIRY-REPORT-LINE
074500         MOVE SPACES TO INQUIRY-REPORT-LINE
074600         WRITE INQUIRY-REPORT-LINE
074700     END-IF.
074800     MOVE 'ARCHIVE   GENERATIONS  ROWS READ    MATCHED  UNBAL'
074900         TO INQUIRY-REPORT-LINE.
075000     WRITE INQUIRY-REPORT-LINE.
075100     PERFORM 8100-WRITE-ONE-ARCHIVE-LINE
075200         THRU 8100-WRITE-ONE-ARCHIVE-LINE-EXIT
075300         VARYING WS-AF-SUB FROM 1 BY 1
075400         UNTIL WS-AF-SUB > 3.
075500     IF WS-OUT-OF-BALANCE-COUNT > ZERO
075600         MOVE SPACES TO INQUIRY-REPORT-LINE
075700         WRITE INQUIRY-REPORT-LINE
075800         MOVE '** AN ARCHIVE GENERATION IS OUT OF BALANCE --'
075900             TO INQUIRY-REPORT-LINE
076000         WRITE INQUIRY-REPORT-LINE
076100         MOVE '** THE ANSWER ABOVE MAY NOT BE COMPLETE.'
076200             TO INQUIRY-REPORT-LINE
076300         WRITE INQUIRY-REPORT-LINE
076400     END-IF.
076500     IF WS-UNREADABLE-COUNT > ZERO
076600         MOVE SPACES TO INQUIRY-REPORT-LINE
076700         WRITE INQUIRY-REPORT-LINE
076800         MOVE '** AN ARCHIVE COULD NOT BE OPENED AND WAS NOT'
076900             TO INQUIRY-REPORT-LINE
077000         WRITE INQUIRY-REPORT-LINE
077100         MOVE '** SEARCHED -- THE ANSWER ABOVE IS NOT COMPLETE.'
077200             TO INQUIRY-REPORT-LINE
077300         WRITE INQUIRY-REPORT-LINE
077400     END-IF.
077500     CLOSE INQUIRY-REPORT-FILE.
077600     EVALUATE TRUE
077700         WHEN WS-TABLE-FULL
077800             MOVE 8 TO RETURN-CODE
077900         WHEN WS-OUT-OF-BALANCE-COUNT > ZERO
078000             MOVE 8 TO RETURN-CODE
078100         WHEN WS-UNREADABLE-COUNT > ZERO
078200             MOVE 8 TO RETURN-CODE
078300         WHEN AR-TABLE-COUNT = ZERO
078400             MOVE 4 TO RETURN-CODE
078500         WHEN OTHER
078600             MOVE 0 TO RETURN-CODE
078700     END-EVALUATE.
078800 8000-TERMINATE-EXIT.
078900     EXIT.
079000***************************************************************
079100*    8100-WRITE-ONE-ARCHIVE-LINE                               *
079200***************************************************************
079300 8100-WRITE-ONE-ARCHIVE-LINE.
079400     MOVE SPACES TO INQUIRY-REPORT-LINE.
079500     IF AF-IS-UNREADABLE(WS-AF-SUB)
079600         ADD 1 TO WS-UNREADABLE-COUNT
079700         STRING AF-DD-NAME(WS-AF-SUB)
079800             '  OPEN FAILED, STATUS ' AF-OPEN-STATUS(WS-AF-SUB)
079900             ' -- NOT SEARCHED'
080000             DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
080100         WRITE INQUIRY-REPORT-LINE
080200         GO TO 8100-WRITE-ONE-ARCHIVE-LINE-EXIT
080300     END-IF.
080400     IF NOT AF-IS-PRESENT(WS-AF-SUB)
080500         STRING AF-DD-NAME(WS-AF-SUB)
080600             '  NOT ALLOCATED -- NOT SEARCHED'
080700             DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
080800         WRITE INQUIRY-REPORT-LINE
080900         GO TO 8100-WRITE-ONE-ARCHIVE-LINE-EXIT
081000     END-IF.
081100     ADD AF-OUT-OF-BALANCE-COUNT(WS-AF-SUB)
081200         TO WS-OUT-OF-BALANCE-COUNT.
081300     MOVE AF-GENERATION-COUNT(WS-AF-SUB)
081400         TO WS-REPORT-NUMERIC-EDIT.
081500     MOVE AF-ROW-COUNT(WS-AF-SUB)
081600         TO WS-REPORT-NUMERIC-EDIT-2.
081700     MOVE AF-MATCHED-COUNT(WS-AF-SUB)
081800         TO WS-REPORT-NUMERIC-EDIT-3.
081900     MOVE AF-OUT-OF-BALANCE-COUNT(WS-AF-SUB)
082000         TO WS-REPORT-NUMERIC-EDIT-4.
082100     STRING AF-DD-NAME(WS-AF-SUB)
082200         WS-REPORT-NUMERIC-EDIT
082300         WS-REPORT-NUMERIC-EDIT-2
082400         WS-REPORT-NUMERIC-EDIT-3
082500         WS-REPORT-NUMERIC-EDIT-4
082600         DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE.
082700     WRITE INQUIRY-REPORT-LINE.
082800 8100-WRITE-ONE-ARCHIVE-LINE-EXIT.
082900     EXIT.
