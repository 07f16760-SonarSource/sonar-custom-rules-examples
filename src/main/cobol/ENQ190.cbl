002600*                 ON THE PROCESSING CALENDAR (CALFILE), WHEN   *
002700*                 ONE IS SUPPLIED AND COVERS THE DATE.         *
002800*       SRCU  --  TRANS-SOURCE IS BLANK, OR IS NOT ON THE      *
002900*                 SOURCE MASTER (SRCMSTK) -- OR, WHEN THE      *
003000*                 MASTER IS NOT AVAILABLE, NOT ON THE          *
003100*                 VALID-SOURCE LIST WHEN ONE IS SUPPLIED.      *
003200*       SRCI  --  THE SOURCE IS SUSPENDED OR CLOSED ON THE     *
003300*                 SOURCE MASTER.                               *
003400*       SRCL  --  THE DAILY FILE WAS CREATED (TRNHDR CREATE    *
003500*                 TIMESTAMP) AFTER THE SOURCE'S SUBMISSION     *
003600*                 CUTOFF ON ITS BUSINESS DATE.                 *
003700*       SRCT  --  THE TRANSACTION TYPE IS NOT PERMITTED FOR    *
003800*                 THE SOURCE.                                  *
003900*       SRCC  --  THE CURRENCY IS NOT PERMITTED FOR THE        *
004000*                 SOURCE.                                      *
004100*                 THE SOURCE EDITS SHARE ONE REASON SLOT; THE  *
004200*                 FIRST TO FAIL, IN THE ORDER ABOVE, IS THE    *
004300*                 ONE REPORTED.                                *
004400*                                                              *
004500*   THE RAW FILE IS ALSO RECONCILED AGAINST THE UPSTREAM       *
004600*   CONTROL-TOTALS TRAILER, SO A SHORT OR RESENT FILE IS       *
004700*   STOPPED HERE BEFORE ANY CLEANED OUTPUT IS TRUSTED.         *
004800*                                                              *
004900*   WHEN THE BUSINESS DATE IS SUPPLIED ON THE PARM             *
005000*   (YYYYMMDD), A CLEAN RECORD WHOSE EFFECTIVE DATE IS AFTER   *
005100*   IT IS DIVERTED TO THE FUTURE-DATED WAREHOUSE KSDS          *
005200*   (WHSFILE, COPYBOOK WHSRECK) INSTEAD OF THE CLEANED FILE    *
005300*   -- OUTSIDE THE CLEANED TOTALS, SO IT IS NEITHER BOUNCED    *
005400*   NOR ENTITLED TODAY AGAINST TODAY'S LIMITS.  ENQ195         *
005500*   RELEASES IT INTO THE CLEANED FILE ON ITS DUE DATE.  AN     *
005600*   OMITTED PARM LEAVES THE PRE-WAREHOUSE BEHAVIOUR.           *
005700*                                                              *
005800*   RETURN CODES (THE JOB STREAM GATES ON THESE):              *
005900*       RC=0  EVERY RECORD PASSED AND THE RAW FILE RECONCILED. *
006000*       RC=4  ONE OR MORE RECORDS FAILED AN EDIT; THE CLEANED  *
006100*             FILE AND ITS TRAILER ARE STILL GOOD TO PROCESS.  *
006200*       RC=8  THE RAW FILE DID NOT RECONCILE TO ITS TRAILER -- *
006300*             NOTHING DOWNSTREAM SHOULD RUN.                   *
006400*                                                              *
006500*   MODIFICATION HISTORY                                       *
006600*   DATE       INIT  DESCRIPTION                                *
006700*   ---------- ----  ------------------------------------------*
006800*   2026-08-22 DLM   ORIGINAL VERSION.                         *
006900*   2026-08-22 DLM   PASSED THE DAILY FILE'S NEW HEADER        *
007000*                    RECORD (TRNHDR) THROUGH TO THE CLEANED    *
007100*                    FILE UNTOUCHED, OUTSIDE EVERY COUNT AND   *
007200*                    TOTAL.                                    *
007300*   2026-08-22 DLM   MULTI-CURRENCY: CLEANED-FILE CONTROL      *
007400*                    TOTALS ACCUMULATE PER CURRENCY AND ONE    *
007500*                    CLNTOTS TRAILER IS WRITTEN PER CURRENCY;  *
007600*                    THE RAW FILE'S (POSSIBLY PER-CURRENCY)    *
007700*                    TRAILERS ARE SUMMED AND VERIFIED IN THE   *
007800*                    AGGREGATE.                                *
007900*   2026-09-03 DLM   ADDED THE EFFECTIVE-DATE BUSINESS-DAY     *
008000*                    EDIT (DATB) AGAINST THE SHARED            *
008100*                    PROCESSING CALENDAR (CALFILE, COPYBOOK    *
008200*                    CALREC).  A MISSING CALFILE, OR A DATE    *
008300*                    OUTSIDE THE LOADED CALENDAR, SKIPS THE    *
008400*                    CHECK -- THE CALENDAR ONLY EVER ADDS AN   *
008500*                    EDIT, NEVER WAIVES ONE.                   *
008600*   2026-09-03 DLM   DIVERTED CLEAN FUTURE-DATED RECORDS TO    *
008700*                    THE WAREHOUSE KSDS (WHSRECK) WHEN THE     *
008800*                    NEW BUSINESS-DATE PARM IS SUPPLIED,       *
008900*                    OUTSIDE THE CLEANED FILE AND ITS          *
009000*                    TOTALS.  ENQ195 RELEASES THEM ON THEIR    *
009100*                    DUE DATE.                                 *
009200*   2026-10-14 DLM   SOURCES NOW EDITED AGAINST THE SOURCE     *
009300*                    MASTER KSDS (SRCMSTK, MAINTAINED BY       *
009400*                    ENQ345): STATUS (SRCI), SUBMISSION        *
009500*                    CUTOFF (SRCL), PERMITTED TYPES (SRCT)     *
009600*                    AND CURRENCIES (SRCC).  SRCFILE IS READ   *
009700*                    ONLY WHEN THE MASTER IS NOT AVAILABLE.    *
009800*   2026-10-15 DLM   TOOK THE SOURCE MASTER AS OPEN ONLY ON    *
009900*                    '00'/'97'; ANY OTHER OPEN STATUS FALLS    *
010000*                    BACK TO SRCFILE.                          *
010100*                                                              *
010200***************************************************************
010300 ENVIRONMENT DIVISION.
010400 CONFIGURATION SECTION.
010500 SOURCE-COMPUTER.   IBM-Z15.
010600 OBJECT-COMPUTER.   IBM-Z15.
010700 INPUT-OUTPUT SECTION.
010800 FILE-CONTROL.
010900     SELECT RAW-TRANS-FILE
011000         ASSIGN TO RAWIN
011100         ORGANIZATION IS SEQUENTIAL.
011200
011300     SELECT RAW-CONTROL-TOTALS-FILE
011400         ASSIGN TO RAWTOTS
011500         ORGANIZATION IS SEQUENTIAL.
011600
011700     SELECT VALID-SOURCE-FILE
011800         ASSIGN TO SRCFILE
011900         ORGANIZATION IS SEQUENTIAL
012000         FILE STATUS IS SRC-FILE-STATUS.
012100
012200     SELECT CLEAN-TRANS-FILE
012300         ASSIGN TO CLEANOUT
012400         ORGANIZATION IS SEQUENTIAL.
012500
012600     SELECT CLEAN-CONTROL-TOTALS-FILE
012700         ASSIGN TO CLNTOTS
012800         ORGANIZATION IS SEQUENTIAL.
012900
013000     SELECT ERROR-FILE
013100         ASSIGN TO ERROUT
013200         ORGANIZATION IS SEQUENTIAL.
013300
013400     SELECT EDIT-REPORT-FILE
013500         ASSIGN TO EDITRPT
013600         ORGANIZATION IS SEQUENTIAL.
013700
013800     SELECT CALENDAR-FILE
013900         ASSIGN TO CALFILE
014000         ORGANIZATION IS SEQUENTIAL
014100         FILE STATUS IS CAL-FILE-STATUS.
014200
014300     SELECT WAREHOUSE-FILE
014400         ASSIGN TO WHSFILE
014500         ORGANIZATION IS INDEXED
014600         ACCESS MODE IS DYNAMIC
014700         RECORD KEY IS WHS-KEY
014800         FILE STATUS IS WHS-FILE-STATUS.
014900
015000     SELECT SOURCE-MASTER-FILE
015100         ASSIGN TO SRCMSTK
015200         ORGANIZATION IS INDEXED
015300         ACCESS MODE IS DYNAMIC
015400         RECORD KEY IS SRCM-KEY
015500         FILE STATUS IS SRCM-FILE-STATUS.
015600 DATA DIVISION.
015700 FILE SECTION.
015800 FD  RAW-TRANS-FILE
015900     RECORDING MODE IS F.
016000 01  RAW-TRANS-RECORD               PIC X(80).
016100
016200 FD  RAW-CONTROL-TOTALS-FILE
016300     RECORDING MODE IS F.
016400 01  RAW-CONTROL-TOTALS-RECORD.
016500     05  RAWCTL-RECORD-COUNT         PIC 9(09).
016600     05  RAWCTL-HASH-TOTAL           PIC 9(15).
016700     05  RAWCTL-AMOUNT-TOTAL         PIC S9(13)V99.
016800     05  RAWCTL-CURRENCY-CODE        PIC X(03).
016900     05  FILLER                      PIC X(38).
017000
017100 FD  VALID-SOURCE-FILE
017200     RECORDING MODE IS F.
017300 01  VALID-SOURCE-RECORD.
017400     05  SRC-IN-SOURCE-CODE          PIC X(08).
017500
017600 FD  CLEAN-TRANS-FILE
017700     RECORDING MODE IS F.
017800 01  CLEAN-TRANS-RECORD             PIC X(80).
017900
018000 FD  CLEAN-CONTROL-TOTALS-FILE
018100     RECORDING MODE IS F.
018200 01  CLEAN-CONTROL-TOTALS-RECORD.
018300     05  CLNCTL-RECORD-COUNT         PIC 9(09).
018400     05  CLNCTL-HASH-TOTAL           PIC 9(15).
018500     05  CLNCTL-AMOUNT-TOTAL         PIC S9(13)V99.
018600     05  CLNCTL-CURRENCY-CODE        PIC X(03).
018700     05  FILLER                      PIC X(38).
018800
018900 FD  ERROR-FILE
019000     RECORDING MODE IS F.
019100 01  ERROR-RECORD.
019200     05  ERR-ORIGINAL-RECORD         PIC X(80).
019300     05  ERR-REASON-COUNT            PIC 9(02).
019400     05  ERR-REASON-CODE OCCURS 5 TIMES
019500                                     PIC X(04).
019600     05  FILLER                      PIC X(08).
019700
019800 FD  EDIT-REPORT-FILE
019900     RECORDING MODE IS F.
020000 01  EDIT-REPORT-LINE               PIC X(132).
020100
020200 FD  CALENDAR-FILE
020300     RECORDING MODE IS F.
020400 COPY CALREC.
020500
020600 FD  WAREHOUSE-FILE.
020700 COPY WHSRECK.
020800
020900 FD  SOURCE-MASTER-FILE.
021000 COPY SRCMSTK.
021100
021200 WORKING-STORAGE SECTION.
021300***************************************************************
021400*    EDIT VIEW OF THE RAW RECORD.  THE RAW FD RECORD IS A      *
021500*    BARE X(80) -- IT IS MOVED HERE AND EDITED THROUGH THE     *
021600*    FIELD-LEVEL VIEW SO A NON-NUMERIC BYTE NEVER TOUCHES A    *
021700*    NUMERIC FIELD DEFINITION ON THE FILE.                     *
021800***************************************************************
021900 01  WS-EDIT-RECORD.
022000     05  EDIT-TRANS-KEY              PIC X(10).
022100     05  EDIT-TRANS-TYPE             PIC 9(02).
022200     05  EDIT-TRANS-TYPE-X REDEFINES EDIT-TRANS-TYPE
022300                                     PIC X(02).
022400     05  EDIT-TRANS-AMOUNT           PIC S9(11)V99.
022500     05  EDIT-TRANS-AMOUNT-X REDEFINES EDIT-TRANS-AMOUNT
022600                                     PIC X(13).
022700     05  EDIT-TRANS-EFFECTIVE-DATE   PIC 9(08).
022800     05  EDIT-TRANS-DATE-X REDEFINES EDIT-TRANS-EFFECTIVE-DATE.
022900         10  EDIT-DATE-YEAR          PIC 9(04).
023000         10  EDIT-DATE-MONTH         PIC 9(02).
023100         10  EDIT-DATE-DAY           PIC 9(02).
023200     05  EDIT-TRANS-SOURCE           PIC X(08).
023300     05  EDIT-TRANS-CURRENCY         PIC X(03).
023400     05  FILLER                      PIC X(36).
023500***************************************************************
023600*    VALID-SOURCE TABLE, LOADED FROM THE OPTIONAL SRCFILE.     *
023700*    AN EMPTY OR MISSING FILE SKIPS THE KNOWN-SOURCE CHECK --  *
023800*    A BLANK SOURCE IS STILL REJECTED EITHER WAY.              *
023900***************************************************************
024000 01  SRC-TABLE-CONTROL.
024100     05  SRC-TABLE-COUNT             PIC 9(04) COMP VALUE ZERO.
024200     05  SRC-MAX-ENTRIES             PIC 9(04) COMP VALUE 50.
024300     05  SRC-TABLE OCCURS 50 TIMES
024400                    INDEXED BY SRC-IDX.
024500         10  SRC-SOURCE-CODE         PIC X(08).
024600 77  SRC-FILE-STATUS                 PIC X(02)  VALUE '00'.
024700 77  SRC-FILE-EOF-SW                 PIC X(01)  VALUE 'N'.
024800     88  SRC-FILE-AT-EOF                 VALUE 'Y'.
024900 77  WS-SOURCE-KNOWN-SW              PIC X(01)  VALUE 'N'.
025000     88  WS-SOURCE-IS-KNOWN              VALUE 'Y'.
025100***************************************************************
025200*    SOURCE MASTER (SRCMSTK).  WHEN IT OPENS, EVERY SOURCE IS  *
025300*    EDITED AGAINST ITS ROW AND SRCFILE IS NOT READ; A         *
025400*    MISSING MASTER FALLS BACK TO THE VALID-SOURCE LIST.       *
025500***************************************************************
025600 77  SRCM-FILE-STATUS                PIC X(02)  VALUE '00'.
025700 77  WS-SRCMSTR-OPEN-SW              PIC X(01)  VALUE 'N'.
025800     88  WS-SRCMSTR-OPEN                 VALUE 'Y'.
025900 77  WS-CCY-PERMITTED-SW             PIC X(01)  VALUE 'N'.
026000     88  WS-CCY-IS-PERMITTED             VALUE 'Y'.
026100 77  WS-SRC-CCY-SUB                  PIC 9(02) COMP VALUE ZERO.
026200***************************************************************
026300*    END-OF-FILE AND RESULT SWITCHES                           *
026400***************************************************************
026500 77  WS-EOF-SW                       PIC X(01)  VALUE 'N'.
026600     88  WS-AT-EOF                       VALUE 'Y'.
026700 77  WS-RECORD-CLEAN-SW              PIC X(01)  VALUE 'Y'.
026800     88  WS-RECORD-IS-CLEAN              VALUE 'Y'.
026900 77  WS-RAW-RECON-SW                 PIC X(01)  VALUE SPACE.
027000     88  WS-RAW-RECON-OK                 VALUE 'O'.
027100     88  WS-RAW-RECON-FAILED             VALUE 'F'.
027200***************************************************************
027300*    RECORD COUNTERS AND CONTROL TOTALS                        *
027400***************************************************************
027500 77  WS-READ-COUNT                   PIC 9(09) COMP VALUE ZERO.
027600 77  WS-CLEAN-COUNT                  PIC 9(09) COMP VALUE ZERO.
027700 77  WS-ERROR-COUNT                  PIC 9(09) COMP VALUE ZERO.
027800 77  WS-RAW-HASH-TOTAL               PIC 9(15) COMP VALUE ZERO.
027900 77  WS-RAW-AMOUNT-TOTAL             PIC S9(13)V99 COMP-3
028000                                     VALUE ZERO.
028100 77  WS-CLEAN-HASH-TOTAL             PIC 9(15) COMP VALUE ZERO.
028200 77  WS-CLEAN-AMOUNT-TOTAL           PIC S9(13)V99 COMP-3
028300                                     VALUE ZERO.
028400 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZ,ZZZ,ZZ9.
028500***************************************************************
028600*    MULTI-CURRENCY SUPPORT.  CLEANED-FILE CONTROL TOTALS      *
028700*    ACCUMULATE PER CURRENCY (SPACES = BASE CURRENCY) AND ONE  *
028800*    CLNTOTS TRAILER IS WRITTEN PER CURRENCY, WHICH IS WHAT    *
028900*    ENQ200'S PER-CURRENCY RECONCILIATION EXPECTS.  THE RAW    *
029000*    FILE'S OWN TRAILERS ARE SUMMED AND VERIFIED IN THE        *
029100*    AGGREGATE.                                                *
029200***************************************************************
029300 77  WS-BASE-CURRENCY                PIC X(03)  VALUE 'USD'.
029400 77  WS-TXN-CURRENCY                 PIC X(03)  VALUE SPACES.
029500 01  CCY-TABLE-CONTROL.
029600     05  CCY-BUCKET-COUNT            PIC 9(02) COMP VALUE ZERO.
029700     05  CCY-MAX-BUCKETS             PIC 9(02) COMP VALUE 10.
029800     05  CCY-BUCKET OCCURS 10 TIMES
029900                    INDEXED BY CCY-IDX.
030000         10  CCY-CODE                PIC X(03).
030100         10  CCY-REC-COUNT           PIC 9(09) COMP.
030200         10  CCY-HASH-TOTAL          PIC 9(15) COMP.
030300         10  CCY-AMOUNT-TOTAL        PIC S9(13)V99 COMP-3.
030400 77  WS-CCY-SLOT                     PIC 9(02) COMP VALUE ZERO.
030500 77  RAWCTL-EOF-SW                   PIC X(01)  VALUE 'N'.
030600     88  RAWCTL-AT-EOF                   VALUE 'Y'.
030700 77  WS-RAWCTL-SUM-COUNT             PIC 9(09) COMP VALUE ZERO.
030800 77  WS-RAWCTL-SUM-HASH              PIC 9(15) COMP VALUE ZERO.
030900 77  WS-RAWCTL-SUM-AMOUNT            PIC S9(13)V99 COMP-3
031000                                     VALUE ZERO.
031100***************************************************************
031200*    DATE-EDIT WORK FIELDS                                     *
031300***************************************************************
031400 77  WS-DAYS-IN-MONTH                PIC 9(02) COMP VALUE ZERO.
031500 77  WS-LEAP-REMAINDER               PIC 9(04) COMP VALUE ZERO.
031600 77  WS-LEAP-QUOTIENT                PIC 9(04) COMP VALUE ZERO.
031700***************************************************************
031800*    PROCESSING-CALENDAR TABLE, LOADED FROM THE OPTIONAL       *
031900*    CALFILE.  AN EMPTY OR MISSING FILE SKIPS THE BUSINESS-    *
032000*    DAY CHECK, AS DOES AN EFFECTIVE DATE OUTSIDE THE LOADED   *
032100*    RANGE -- THE CALENDAR ADDS AN EDIT, IT NEVER WAIVES ONE.  *
032200***************************************************************
032300 01  CAL-TABLE-CONTROL.
032400     05  CAL-TABLE-COUNT             PIC 9(04) COMP VALUE ZERO.
032500     05  CAL-MAX-ENTRIES             PIC 9(04) COMP VALUE 400.
032600     05  CAL-TABLE OCCURS 400 TIMES
032700                    INDEXED BY CAL-IDX.
032800         10  CAL-TBL-DATE            PIC 9(08).
032900         10  CAL-TBL-DAY-TYPE        PIC X(01).
033000 77  CAL-FILE-STATUS                 PIC X(02)  VALUE '00'.
033100 77  CAL-FILE-EOF-SW                 PIC X(01)  VALUE 'N'.
033200     88  CAL-FILE-AT-EOF                 VALUE 'Y'.
033300 77  WS-CAL-DAY-SW                   PIC X(01)  VALUE SPACE.
033400     88  WS-CAL-DAY-UNKNOWN              VALUE SPACE.
033500     88  WS-CAL-DAY-BUSINESS             VALUE 'B'.
033600***************************************************************
033700*    FUTURE-DATED WAREHOUSE DIVERT.  ACTIVE ONLY WHEN THE     *
033800*    BUSINESS DATE ARRIVED ON THE PARM -- AN OMITTED PARM     *
033900*    LEAVES THE PRE-WAREHOUSE BEHAVIOUR.                      *
034000***************************************************************
034100 77  WHS-FILE-STATUS                 PIC X(02)  VALUE '00'.
034200 77  WS-BUSINESS-DATE                PIC 9(08)  VALUE ZERO.
034300 77  WS-WAREHOUSED-COUNT             PIC 9(09) COMP VALUE ZERO.
034400 77  WS-ALREADY-HELD-COUNT           PIC 9(09) COMP VALUE ZERO.
034500 01  WS-DUE-DATE-EDIT                PIC 9999/99/99.
034600***************************************************************
034700*    DAILY-FILE HEADER VIEW.  A LEADING HEADER RECORD (TRNHDR) *
034800*    IS PASSED THROUGH TO THE CLEANED FILE UNTOUCHED AND       *
034900*    EXCLUDED FROM EVERY COUNT AND TOTAL -- ENQ200 DOES THE    *
035000*    BUSINESS-DATE AND GENERATION VERIFICATION.                *
035100***************************************************************
035200 COPY TRNHDR.
035300 LINKAGE SECTION.
035400***************************************************************
035500*    JOB-STEP PARM -- THE BUSINESS DATE (YYYYMMDD).  WHEN      *
035600*    PRESENT, CLEAN RECORDS EFFECTIVE AFTER IT DIVERT TO THE   *
035700*    WAREHOUSE KSDS.  OMITTED OR BLANK LEAVES THE DIVERT OFF.  *
035800***************************************************************
035900 01  LK-PARM-DATE.
036000     05  LK-PARM-LEN                 PIC S9(04) COMP.
036100     05  LK-PARM-DATE-TEXT           PIC X(08).
036200 PROCEDURE DIVISION USING LK-PARM-DATE.
036300***************************************************************
036400*    0000-MAINLINE                                             *
036500***************************************************************
036600 0000-MAINLINE.
036700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
036800     PERFORM 2000-EDIT-ONE-RECORD
036900         THRU 2000-EDIT-ONE-RECORD-EXIT
037000         UNTIL WS-AT-EOF.
037100     PERFORM 7000-RECONCILE-RAW-FILE
037200         THRU 7000-RECONCILE-RAW-FILE-EXIT.
037300     PERFORM 7500-WRITE-CLEAN-TRAILER
037400         THRU 7500-WRITE-CLEAN-TRAILER-EXIT.
037500     PERFORM 7700-WRITE-EDIT-REPORT-TOTALS
037600         THRU 7700-WRITE-EDIT-REPORT-TOTALS-EXIT.
037700     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
037800     GOBACK.
037900***************************************************************
038000*    1000-INITIALIZE  --  OPEN FILES, OPEN THE SOURCE MASTER   *
038100*    (OR LOAD THE VALID-SOURCE TABLE WITHOUT IT), WRITE THE    *
038200*    REPORT HEADING, PRIME THE FIRST READ.                     *
038300***************************************************************
038400 1000-INITIALIZE.
038500     IF LK-PARM-LEN >= 8
038600         AND LK-PARM-DATE-TEXT IS NUMERIC
038700         MOVE LK-PARM-DATE-TEXT TO WS-BUSINESS-DATE
038800     END-IF.
038900     OPEN INPUT  RAW-TRANS-FILE.
039000     OPEN OUTPUT CLEAN-TRANS-FILE.
039100     OPEN OUTPUT ERROR-FILE.
039200     OPEN OUTPUT EDIT-REPORT-FILE.
039300     IF WS-BUSINESS-DATE > ZERO
039400         OPEN I-O WAREHOUSE-FILE
039500     END-IF.
039600     OPEN INPUT SOURCE-MASTER-FILE.
039700     IF SRCM-FILE-STATUS NOT = '00'
039800         AND SRCM-FILE-STATUS NOT = '97'
039900*        NO SOURCE MASTER ON THIS RUN -- FALL BACK TO THE
040000*        VALID-SOURCE LIST.
040100         PERFORM 1100-LOAD-SOURCE-TABLE
040200             THRU 1100-LOAD-SOURCE-TABLE-EXIT
040300     ELSE
040400         SET WS-SRCMSTR-OPEN TO TRUE
040500     END-IF.
040600     PERFORM 1200-LOAD-CALENDAR-TABLE
040700         THRU 1200-LOAD-CALENDAR-TABLE-EXIT.
040800     MOVE SPACES TO EDIT-REPORT-LINE.
040900     MOVE 'ENQ190 DAILY TRANSACTION FILE EDIT REPORT'
041000         TO EDIT-REPORT-LINE.
041100     WRITE EDIT-REPORT-LINE.
041200     MOVE SPACES TO EDIT-REPORT-LINE.
041300     WRITE EDIT-REPORT-LINE.
041400     READ RAW-TRANS-FILE
041500         AT END
041600             SET WS-AT-EOF TO TRUE
041700     END-READ.
041800     MOVE RAW-TRANS-RECORD TO TRANS-HEADER-RECORD.
041900     IF TRANS-HDR-PRESENT
042000         MOVE RAW-TRANS-RECORD TO CLEAN-TRANS-RECORD
042100         WRITE CLEAN-TRANS-RECORD
042200         READ RAW-TRANS-FILE
042300             AT END
042400                 SET WS-AT-EOF TO TRUE
042500         END-READ
042600     END-IF.
042700 1000-INITIALIZE-EXIT.
042800     EXIT.
042900***************************************************************
043000*    1100-LOAD-SOURCE-TABLE  --  LOADS THE VALID-SOURCE LIST   *
043100*    FROM SRCFILE.  AN EMPTY OR MISSING FILE LEAVES THE TABLE  *
043200*    EMPTY AND THE KNOWN-SOURCE CHECK IS SKIPPED.              *
043300***************************************************************
043400 1100-LOAD-SOURCE-TABLE.
043500     MOVE ZERO TO SRC-TABLE-COUNT.
043600     MOVE 'N' TO SRC-FILE-EOF-SW.
043700     OPEN INPUT VALID-SOURCE-FILE.
043800     IF SRC-FILE-STATUS = '35'
043900*        NO VALID-SOURCE FILE ON THIS RUN -- TABLE STAYS EMPTY,
044000*        THE KNOWN-SOURCE CHECK IS SKIPPED.
044100         CONTINUE
044200     ELSE
044300         READ VALID-SOURCE-FILE
044400             AT END
044500                 SET SRC-FILE-AT-EOF TO TRUE
044600         END-READ
044700         PERFORM 1110-LOAD-ONE-SOURCE-ENTRY
044800             THRU 1110-LOAD-ONE-SOURCE-ENTRY-EXIT
044900             UNTIL SRC-FILE-AT-EOF
045000                OR SRC-TABLE-COUNT = SRC-MAX-ENTRIES
045100         CLOSE VALID-SOURCE-FILE
045200     END-IF.
045300 1100-LOAD-SOURCE-TABLE-EXIT.
045400     EXIT.
045500***************************************************************
045600*    1110-LOAD-ONE-SOURCE-ENTRY                                *
045700***************************************************************
045800 1110-LOAD-ONE-SOURCE-ENTRY.
045900     ADD 1 TO SRC-TABLE-COUNT.
046000     MOVE SRC-IN-SOURCE-CODE TO
046100         SRC-SOURCE-CODE(SRC-TABLE-COUNT).
046200     READ VALID-SOURCE-FILE
046300         AT END
046400             SET SRC-FILE-AT-EOF TO TRUE
046500     END-READ.
046600 1110-LOAD-ONE-SOURCE-ENTRY-EXIT.
046700     EXIT.
046800***************************************************************
046900*    1200-LOAD-CALENDAR-TABLE  --  LOADS THE PROCESSING        *
047000*    CALENDAR FROM CALFILE.  AN EMPTY OR MISSING FILE LEAVES   *
047100*    THE TABLE EMPTY AND THE BUSINESS-DAY CHECK IS SKIPPED.    *
047200***************************************************************
047300 1200-LOAD-CALENDAR-TABLE.
047400     MOVE ZERO TO CAL-TABLE-COUNT.
047500     MOVE 'N' TO CAL-FILE-EOF-SW.
047600     OPEN INPUT CALENDAR-FILE.
047700     IF CAL-FILE-STATUS = '35'
047800*        NO PROCESSING CALENDAR ON THIS RUN -- TABLE STAYS
047900*        EMPTY, THE BUSINESS-DAY CHECK IS SKIPPED.
048000         CONTINUE
048100     ELSE
048200         READ CALENDAR-FILE
048300             AT END
048400                 SET CAL-FILE-AT-EOF TO TRUE
048500         END-READ
048600         PERFORM 1210-LOAD-ONE-CALENDAR-ENTRY
048700             THRU 1210-LOAD-ONE-CALENDAR-ENTRY-EXIT
048800             UNTIL CAL-FILE-AT-EOF
048900                OR CAL-TABLE-COUNT = CAL-MAX-ENTRIES
049000         CLOSE CALENDAR-FILE
049100     END-IF.
049200 1200-LOAD-CALENDAR-TABLE-EXIT.
049300     EXIT.
049400***************************************************************
049500*    1210-LOAD-ONE-CALENDAR-ENTRY                              *
049600***************************************************************
049700 1210-LOAD-ONE-CALENDAR-ENTRY.
049800     ADD 1 TO CAL-TABLE-COUNT.
049900     MOVE CAL-DATE TO CAL-TBL-DATE(CAL-TABLE-COUNT).
050000     MOVE CAL-DAY-TYPE TO CAL-TBL-DAY-TYPE(CAL-TABLE-COUNT).
050100     READ CALENDAR-FILE
050200         AT END
050300             SET CAL-FILE-AT-EOF TO TRUE
050400     END-READ.
050500 1210-LOAD-ONE-CALENDAR-ENTRY-EXIT.
050600     EXIT.
050700***************************************************************
050800*    2000-EDIT-ONE-RECORD  --  RUNS EVERY FIELD EDIT AGAINST   *
050900*    THE CURRENT RECORD, ROUTES IT TO THE CLEANED FILE OR THE  *
051000*    ERROR FILE, AND ROLLS THE CONTROL TOTALS.                 *
051100***************************************************************
051200 2000-EDIT-ONE-RECORD.
051300     ADD 1 TO WS-READ-COUNT.
051400     MOVE RAW-TRANS-RECORD TO WS-EDIT-RECORD.
051500     MOVE 'Y' TO WS-RECORD-CLEAN-SW.
051600     MOVE ZERO TO ERR-REASON-COUNT.
051700     MOVE SPACES TO ERR-REASON-CODE(1) ERR-REASON-CODE(2)
051800         ERR-REASON-CODE(3) ERR-REASON-CODE(4)
051900         ERR-REASON-CODE(5).
052000     PERFORM 3000-EDIT-KEY THRU 3000-EDIT-KEY-EXIT.
052100     PERFORM 3100-EDIT-TYPE THRU 3100-EDIT-TYPE-EXIT.
052200     PERFORM 3200-EDIT-AMOUNT THRU 3200-EDIT-AMOUNT-EXIT.
052300     PERFORM 3300-EDIT-DATE THRU 3300-EDIT-DATE-EXIT.
052400     PERFORM 3400-EDIT-SOURCE THRU 3400-EDIT-SOURCE-EXIT.
052500     IF WS-RECORD-IS-CLEAN
052600         IF WS-BUSINESS-DATE > ZERO
052700             AND EDIT-TRANS-EFFECTIVE-DATE > WS-BUSINESS-DATE
052800*            CLEAN BUT NOT YET DUE -- HELD ON THE WAREHOUSE
052900*            FOR ITS EFFECTIVE DATE INSTEAD OF BEING BOUNCED
053000*            OR ENTITLED TODAY AGAINST TODAY'S LIMITS.
053100             PERFORM 4200-WAREHOUSE-RECORD
053200                 THRU 4200-WAREHOUSE-RECORD-EXIT
053300         ELSE
053400             PERFORM 4000-WRITE-CLEAN-RECORD
053500                 THRU 4000-WRITE-CLEAN-RECORD-EXIT
053600         END-IF
053700     ELSE
053800         PERFORM 4100-WRITE-ERROR-RECORD
053900             THRU 4100-WRITE-ERROR-RECORD-EXIT
054000     END-IF.
054100     IF EDIT-TRANS-AMOUNT IS NUMERIC
054200         ADD EDIT-TRANS-AMOUNT TO WS-RAW-AMOUNT-TOTAL
054300         ADD EDIT-TRANS-AMOUNT TO WS-RAW-HASH-TOTAL
054400     END-IF.
054500     READ RAW-TRANS-FILE
054600         AT END
054700             SET WS-AT-EOF TO TRUE
054800     END-READ.
054900 2000-EDIT-ONE-RECORD-EXIT.
055000     EXIT.
055100***************************************************************
055200*    3000-EDIT-KEY                                             *
055300***************************************************************
055400 3000-EDIT-KEY.
055500     IF EDIT-TRANS-KEY = SPACES
055600         MOVE 'KEYB' TO ERR-REASON-CODE(1)
055700         PERFORM 3900-FLAG-RECORD-IN-ERROR
055800             THRU 3900-FLAG-RECORD-IN-ERROR-EXIT
055900     END-IF.
056000 3000-EDIT-KEY-EXIT.
056100     EXIT.
056200***************************************************************
056300*    3100-EDIT-TYPE                                            *
056400***************************************************************
056500 3100-EDIT-TYPE.
056600     IF EDIT-TRANS-TYPE-X NOT NUMERIC
056700         MOVE 'TYPN' TO ERR-REASON-CODE(2)
056800         PERFORM 3900-FLAG-RECORD-IN-ERROR
056900             THRU 3900-FLAG-RECORD-IN-ERROR-EXIT
057000     END-IF.
057100 3100-EDIT-TYPE-EXIT.
057200     EXIT.
057300***************************************************************
057400*    3200-EDIT-AMOUNT                                          *
057500***************************************************************
057600 3200-EDIT-AMOUNT.
057700     IF EDIT-TRANS-AMOUNT NOT NUMERIC
057800         MOVE 'AMTN' TO ERR-REASON-CODE(3)
057900         PERFORM 3900-FLAG-RECORD-IN-ERROR
058000             THRU 3900-FLAG-RECORD-IN-ERROR-EXIT
058100     END-IF.
058200 3200-EDIT-AMOUNT-EXIT.
058300     EXIT.
058400***************************************************************
058500*    3300-EDIT-DATE  --  THE EFFECTIVE DATE MUST BE NUMERIC    *
058600*    AND A REAL CALENDAR DATE (MONTH 01-12, DAY VALID FOR THE  *
058700*    MONTH, FEBRUARY 29 ONLY IN A LEAP YEAR).                  *
058800***************************************************************
058900 3300-EDIT-DATE.
059000     IF EDIT-TRANS-DATE-X NOT NUMERIC
059100         MOVE 'DATI' TO ERR-REASON-CODE(4)
059200         PERFORM 3900-FLAG-RECORD-IN-ERROR
059300             THRU 3900-FLAG-RECORD-IN-ERROR-EXIT
059400         GO TO 3300-EDIT-DATE-EXIT
059500     END-IF.
059600     IF EDIT-DATE-MONTH < 01 OR EDIT-DATE-MONTH > 12
059700         MOVE 'DATI' TO ERR-REASON-CODE(4)
059800         PERFORM 3900-FLAG-RECORD-IN-ERROR
059900             THRU 3900-FLAG-RECORD-IN-ERROR-EXIT
060000         GO TO 3300-EDIT-DATE-EXIT
060100     END-IF.
060200     EVALUATE EDIT-DATE-MONTH
060300         WHEN 01
060400         WHEN 03
060500         WHEN 05
060600         WHEN 07
060700         WHEN 08
060800         WHEN 10
060900         WHEN 12
061000             MOVE 31 TO WS-DAYS-IN-MONTH
061100         WHEN 04
061200         WHEN 06
061300         WHEN 09
061400         WHEN 11
061500             MOVE 30 TO WS-DAYS-IN-MONTH
061600         WHEN 02
061700             MOVE 28 TO WS-DAYS-IN-MONTH
061800             PERFORM 3350-CHECK-LEAP-YEAR
061900                 THRU 3350-CHECK-LEAP-YEAR-EXIT
062000     END-EVALUATE.
062100     IF EDIT-DATE-DAY < 01 OR EDIT-DATE-DAY > WS-DAYS-IN-MONTH
062200         MOVE 'DATI' TO ERR-REASON-CODE(4)
062300         PERFORM 3900-FLAG-RECORD-IN-ERROR
062400             THRU 3900-FLAG-RECORD-IN-ERROR-EXIT
062500         GO TO 3300-EDIT-DATE-EXIT
062600     END-IF.
062700     IF CAL-TABLE-COUNT > ZERO
062800         PERFORM 3360-CHECK-BUSINESS-DAY
062900             THRU 3360-CHECK-BUSINESS-DAY-EXIT
063000     END-IF.
063100 3300-EDIT-DATE-EXIT.
063200     EXIT.
063300***************************************************************
063400*    3350-CHECK-LEAP-YEAR  --  FEBRUARY GETS 29 DAYS WHEN THE  *
063500*    YEAR DIVIDES BY 4 BUT NOT BY 100, OR DIVIDES BY 400.      *
063600***************************************************************
063700 3350-CHECK-LEAP-YEAR.
063800     DIVIDE EDIT-DATE-YEAR BY 4
063900         GIVING WS-LEAP-QUOTIENT
064000         REMAINDER WS-LEAP-REMAINDER.
064100     IF WS-LEAP-REMAINDER NOT = ZERO
064200         GO TO 3350-CHECK-LEAP-YEAR-EXIT
064300     END-IF.
064400     DIVIDE EDIT-DATE-YEAR BY 100
064500         GIVING WS-LEAP-QUOTIENT
064600         REMAINDER WS-LEAP-REMAINDER.
064700     IF WS-LEAP-REMAINDER NOT = ZERO
064800         MOVE 29 TO WS-DAYS-IN-MONTH
064900         GO TO 3350-CHECK-LEAP-YEAR-EXIT
065000     END-IF.
065100     DIVIDE EDIT-DATE-YEAR BY 400
065200         GIVING WS-LEAP-QUOTIENT
065300         REMAINDER WS-LEAP-REMAINDER.
065400     IF WS-LEAP-REMAINDER = ZERO
065500         MOVE 29 TO WS-DAYS-IN-MONTH
065600     END-IF.
065700 3350-CHECK-LEAP-YEAR-EXIT.
065800     EXIT.
065900***************************************************************
066000*    3360-CHECK-BUSINESS-DAY  --  A CALENDAR-DATED EDIT: THE   *
066100*    EFFECTIVE DATE MUST BE A BUSINESS DAY WHEN THE CALENDAR   *
066200*    COVERS IT.  A DATE OUTSIDE THE LOADED RANGE IS LEFT       *
066300*    ALONE -- THE CALENDAR ADDS AN EDIT, IT NEVER WAIVES ONE.  *
066400***************************************************************
066500 3360-CHECK-BUSINESS-DAY.
066600     SET WS-CAL-DAY-UNKNOWN TO TRUE.
066700     PERFORM 3370-FIND-CALENDAR-ENTRY
066800         THRU 3370-FIND-CALENDAR-ENTRY-EXIT
066900         VARYING CAL-IDX FROM 1 BY 1
067000         UNTIL CAL-IDX > CAL-TABLE-COUNT.
067100     IF NOT WS-CAL-DAY-UNKNOWN
067200         AND NOT WS-CAL-DAY-BUSINESS
067300         MOVE 'DATB' TO ERR-REASON-CODE(4)
067400         PERFORM 3900-FLAG-RECORD-IN-ERROR
067500             THRU 3900-FLAG-RECORD-IN-ERROR-EXIT
067600     END-IF.
067700 3360-CHECK-BUSINESS-DAY-EXIT.
067800     EXIT.
067900***************************************************************
068000*    3370-FIND-CALENDAR-ENTRY                                  *
068100***************************************************************
068200 3370-FIND-CALENDAR-ENTRY.
068300     IF CAL-TBL-DATE(CAL-IDX) = EDIT-TRANS-EFFECTIVE-DATE
068400         MOVE CAL-TBL-DAY-TYPE(CAL-IDX) TO WS-CAL-DAY-SW
068500     END-IF.
068600 3370-FIND-CALENDAR-ENTRY-EXIT.
068700     EXIT.
068800***************************************************************
068900*    3400-EDIT-SOURCE  --  A BLANK SOURCE IS ALWAYS REJECTED.  *
069000*    WITH THE SOURCE MASTER OPEN THE SOURCE IS EDITED AGAINST  *
069100*    ITS ROW (3500); OTHERWISE, WHEN A VALID-SOURCE LIST WAS   *
069200*    LOADED, THE SOURCE MUST APPEAR ON IT.                     *
069300***************************************************************
069400 3400-EDIT-SOURCE.
069500     IF EDIT-TRANS-SOURCE = SPACES
069600         MOVE 'SRCU' TO ERR-REASON-CODE(5)
069700         PERFORM 3900-FLAG-RECORD-IN-ERROR
069800             THRU 3900-FLAG-RECORD-IN-ERROR-EXIT
069900         GO TO 3400-EDIT-SOURCE-EXIT
070000     END-IF.
070100     IF WS-SRCMSTR-OPEN
070200         PERFORM 3500-EDIT-AGAINST-SOURCE-MASTER
070300             THRU 3500-EDIT-AGAINST-SOURCE-MASTER-EXIT
070400         GO TO 3400-EDIT-SOURCE-EXIT
070500     END-IF.
070600     IF SRC-TABLE-COUNT > ZERO
070700         MOVE 'N' TO WS-SOURCE-KNOWN-SW
070800         PERFORM 3450-FIND-SOURCE-ENTRY
070900             THRU 3450-FIND-SOURCE-ENTRY-EXIT
071000             VARYING SRC-IDX FROM 1 BY 1
071100             UNTIL SRC-IDX > SRC-TABLE-COUNT
071200         IF NOT WS-SOURCE-IS-KNOWN
071300             MOVE 'SRCU' TO ERR-REASON-CODE(5)
071400             PERFORM 3900-FLAG-RECORD-IN-ERROR
071500                 THRU 3900-FLAG-RECORD-IN-ERROR-EXIT
071600         END-IF
071700     END-IF.
071800 3400-EDIT-SOURCE-EXIT.
071900     EXIT.
072000***************************************************************
072100*    3450-FIND-SOURCE-ENTRY                                    *
072200***************************************************************
072300 3450-FIND-SOURCE-ENTRY.
072400     IF SRC-SOURCE-CODE(SRC-IDX) = EDIT-TRANS-SOURCE
072500         SET WS-SOURCE-IS-KNOWN TO TRUE
072600     END-IF.
072700 3450-FIND-SOURCE-ENTRY-EXIT.
072800     EXIT.
072900***************************************************************
073000*    3500-EDIT-AGAINST-SOURCE-MASTER  --  THE SOURCE MUST BE   *
073100*    ON THE MASTER (SRCU) AND ACTIVE (SRCI); THE FILE MUST     *
073200*    HAVE BEEN CREATED BY THE SOURCE'S CUTOFF ON ITS BUSINESS  *
073300*    DATE (SRCL); AND THE TYPE (SRCT) AND CURRENCY (SRCC)      *
073400*    MUST BE PERMITTED FOR IT.  ONE REASON SLOT -- THE FIRST   *
073500*    FAILURE WINS.  A FILE WITH NO HEADER CARRIES NO CREATE    *
073600*    TIMESTAMP, SO THE CUTOFF CANNOT BE TESTED ON IT.          *
073700***************************************************************
073800 3500-EDIT-AGAINST-SOURCE-MASTER.
073900     MOVE EDIT-TRANS-SOURCE TO SRCM-SOURCE-CODE.
074000     READ SOURCE-MASTER-FILE
074100         INVALID KEY
074200             MOVE 'SRCU' TO ERR-REASON-CODE(5)
074300             PERFORM 3900-FLAG-RECORD-IN-ERROR
074400                 THRU 3900-FLAG-RECORD-IN-ERROR-EXIT
074500             GO TO 3500-EDIT-AGAINST-SOURCE-MASTER-EXIT
074600     END-READ.
074700     IF NOT SRCM-IS-ACTIVE
074800         MOVE 'SRCI' TO ERR-REASON-CODE(5)
074900         PERFORM 3900-FLAG-RECORD-IN-ERROR
075000             THRU 3900-FLAG-RECORD-IN-ERROR-EXIT
075100         GO TO 3500-EDIT-AGAINST-SOURCE-MASTER-EXIT
075200     END-IF.
075300     IF TRANS-HDR-PRESENT
075400         AND NOT SRCM-NO-CUTOFF
075500         IF TRANS-HDR-CREATE-DATE > TRANS-HDR-BUSINESS-DATE
075600             OR (TRANS-HDR-CREATE-DATE = TRANS-HDR-BUSINESS-DATE
075700                 AND TRANS-HDR-CREATE-TIME > SRCM-CUTOFF-TIME)
075800             MOVE 'SRCL' TO ERR-REASON-CODE(5)
075900             PERFORM 3900-FLAG-RECORD-IN-ERROR
076000                 THRU 3900-FLAG-RECORD-IN-ERROR-EXIT
076100             GO TO 3500-EDIT-AGAINST-SOURCE-MASTER-EXIT
076200         END-IF
076300     END-IF.
076400*    A NON-NUMERIC TYPE IS ALREADY TYPN -- NOTHING TO LOOK UP.
076500     IF EDIT-TRANS-TYPE-X IS NUMERIC
076600         IF EDIT-TRANS-TYPE < 01
076700             OR EDIT-TRANS-TYPE > 09
076800             MOVE 'SRCT' TO ERR-REASON-CODE(5)
076900             PERFORM 3900-FLAG-RECORD-IN-ERROR
077000                 THRU 3900-FLAG-RECORD-IN-ERROR-EXIT
077100             GO TO 3500-EDIT-AGAINST-SOURCE-MASTER-EXIT
077200         END-IF
077300         IF NOT SRCM-TYPE-PERMITTED(EDIT-TRANS-TYPE)
077400             MOVE 'SRCT' TO ERR-REASON-CODE(5)
077500             PERFORM 3900-FLAG-RECORD-IN-ERROR
077600                 THRU 3900-FLAG-RECORD-IN-ERROR-EXIT
077700             GO TO 3500-EDIT-AGAINST-SOURCE-MASTER-EXIT
077800         END-IF
077900     END-IF.
078000     MOVE EDIT-TRANS-CURRENCY TO WS-TXN-CURRENCY.
078100     IF WS-TXN-CURRENCY = SPACES
078200         MOVE WS-BASE-CURRENCY TO WS-TXN-CURRENCY
078300     END-IF.
078400     MOVE 'N' TO WS-CCY-PERMITTED-SW.
078500     IF SRCM-PERMITTED-CURRENCIES = SPACES
078600         IF WS-TXN-CURRENCY = WS-BASE-CURRENCY
078700             SET WS-CCY-IS-PERMITTED TO TRUE
078800         END-IF
078900     ELSE
079000         PERFORM 3550-FIND-PERMITTED-CURRENCY
079100             THRU 3550-FIND-PERMITTED-CURRENCY-EXIT
079200             VARYING WS-SRC-CCY-SUB FROM 1 BY 1
079300             UNTIL WS-SRC-CCY-SUB > 8
079400     END-IF.
079500     IF NOT WS-CCY-IS-PERMITTED
079600         MOVE 'SRCC' TO ERR-REASON-CODE(5)
079700         PERFORM 3900-FLAG-RECORD-IN-ERROR
079800             THRU 3900-FLAG-RECORD-IN-ERROR-EXIT
079900     END-IF.
080000 3500-EDIT-AGAINST-SOURCE-MASTER-EXIT.
080100     EXIT.
080200***************************************************************
080300*    3550-FIND-PERMITTED-CURRENCY                              *
080400***************************************************************
080500 3550-FIND-PERMITTED-CURRENCY.
080600     IF SRCM-CURRENCY-CODE(WS-SRC-CCY-SUB) = WS-TXN-CURRENCY
080700         SET WS-CCY-IS-PERMITTED TO TRUE
080800     END-IF.
080900 3550-FIND-PERMITTED-CURRENCY-EXIT.
081000     EXIT.
081100***************************************************************
081200*    3900-FLAG-RECORD-IN-ERROR                                 *
081300***************************************************************
081400 3900-FLAG-RECORD-IN-ERROR.
081500     MOVE 'N' TO WS-RECORD-CLEAN-SW.
081600     ADD 1 TO ERR-REASON-COUNT.
081700 3900-FLAG-RECORD-IN-ERROR-EXIT.
081800     EXIT.
081900***************************************************************
082000*    4000-WRITE-CLEAN-RECORD  --  PASSES THE RECORD THROUGH    *
082100*    UNTOUCHED AND ROLLS THE CLEANED-FILE CONTROL TOTALS.      *
082200***************************************************************
082300 4000-WRITE-CLEAN-RECORD.
082400     ADD 1 TO WS-CLEAN-COUNT.
082500     MOVE RAW-TRANS-RECORD TO CLEAN-TRANS-RECORD.
082600     WRITE CLEAN-TRANS-RECORD.
082700     ADD EDIT-TRANS-AMOUNT TO WS-CLEAN-AMOUNT-TOTAL.
082800     ADD EDIT-TRANS-AMOUNT TO WS-CLEAN-HASH-TOTAL.
082900     MOVE EDIT-TRANS-CURRENCY TO WS-TXN-CURRENCY.
083000     IF WS-TXN-CURRENCY = SPACES
083100         MOVE WS-BASE-CURRENCY TO WS-TXN-CURRENCY
083200     END-IF.
083300     PERFORM 4050-TALLY-CCY-BUCKET
083400         THRU 4050-TALLY-CCY-BUCKET-EXIT.
083500 4000-WRITE-CLEAN-RECORD-EXIT.
083600     EXIT.
083700***************************************************************
083800*    4050-TALLY-CCY-BUCKET  --  PER-CURRENCY CLEANED-FILE      *
083900*    TOTALS BEHIND THE ONE-TRAILER-PER-CURRENCY CLNTOTS.       *
084000***************************************************************
084100 4050-TALLY-CCY-BUCKET.
084200     MOVE ZERO TO WS-CCY-SLOT.
084300     IF CCY-BUCKET-COUNT > ZERO
084400         PERFORM 4060-TEST-ONE-CCY-BUCKET
084500             THRU 4060-TEST-ONE-CCY-BUCKET-EXIT
084600             VARYING CCY-IDX FROM 1 BY 1
084700             UNTIL CCY-IDX > CCY-BUCKET-COUNT
084800     END-IF.
084900     IF WS-CCY-SLOT = ZERO
085000         AND CCY-BUCKET-COUNT < CCY-MAX-BUCKETS
085100         ADD 1 TO CCY-BUCKET-COUNT
085200         MOVE CCY-BUCKET-COUNT TO WS-CCY-SLOT
085300         MOVE WS-TXN-CURRENCY TO CCY-CODE(WS-CCY-SLOT)
085400         MOVE ZERO TO CCY-REC-COUNT(WS-CCY-SLOT)
085500         MOVE ZERO TO CCY-HASH-TOTAL(WS-CCY-SLOT)
085600         MOVE ZERO TO CCY-AMOUNT-TOTAL(WS-CCY-SLOT)
085700     END-IF.
085800     IF WS-CCY-SLOT > ZERO
085900         ADD 1 TO CCY-REC-COUNT(WS-CCY-SLOT)
086000         ADD EDIT-TRANS-AMOUNT TO CCY-AMOUNT-TOTAL(WS-CCY-SLOT)
086100         ADD EDIT-TRANS-AMOUNT TO CCY-HASH-TOTAL(WS-CCY-SLOT)
086200     END-IF.
086300 4050-TALLY-CCY-BUCKET-EXIT.
086400     EXIT.
086500***************************************************************
086600*    4060-TEST-ONE-CCY-BUCKET                                  *
086700***************************************************************
086800 4060-TEST-ONE-CCY-BUCKET.
086900     IF CCY-CODE(CCY-IDX) = WS-TXN-CURRENCY
087000         SET WS-CCY-SLOT TO CCY-IDX
087100     END-IF.
087200 4060-TEST-ONE-CCY-BUCKET-EXIT.
087300     EXIT.
087400***************************************************************
087500*    4100-WRITE-ERROR-RECORD  --  THE ORIGINAL RECORD PLUS     *
087600*    EVERY REASON CODE IT TRIPPED, AND A RECORD-LEVEL LINE ON  *
087700*    THE EDIT REPORT.                                          *
087800***************************************************************
087900 4100-WRITE-ERROR-RECORD.
088000     ADD 1 TO WS-ERROR-COUNT.
088100     MOVE RAW-TRANS-RECORD TO ERR-ORIGINAL-RECORD.
088200     WRITE ERROR-RECORD.
088300     MOVE SPACES TO EDIT-REPORT-LINE.
088400     STRING 'RECORD IN ERROR  KEY=' EDIT-TRANS-KEY
088500         '  REASONS: '
088600         ERR-REASON-CODE(1) ' ' ERR-REASON-CODE(2) ' '
088700         ERR-REASON-CODE(3) ' ' ERR-REASON-CODE(4) ' '
088800         ERR-REASON-CODE(5)
088900         DELIMITED BY SIZE INTO EDIT-REPORT-LINE.
089000     WRITE EDIT-REPORT-LINE.
089100 4100-WRITE-ERROR-RECORD-EXIT.
089200     EXIT.
089300***************************************************************
089400*    4200-WAREHOUSE-RECORD  --  THE CLEAN FUTURE-DATED        *
089500*    RECORD GOES TO THE WAREHOUSE KSDS UNDER DUE DATE PLUS    *
089600*    KEY.  A KEY ALREADY HELD (THE SOURCE SENT IT AGAIN      *
089700*    AHEAD OF ITS DATE) KEEPS THE EXISTING ROW.  WAREHOUSED  *
089800*    RECORDS SIT OUTSIDE THE CLEANED TOTALS -- ENQ195 FOLDS  *
089900*    THEM INTO THE TRAILER ON THE DAY THEY RELEASE.          *
090000***************************************************************
090100 4200-WAREHOUSE-RECORD.
090200     MOVE SPACES TO WAREHOUSE-RECORD.
090300     MOVE EDIT-TRANS-EFFECTIVE-DATE TO WHS-DUE-DATE.
090400     MOVE EDIT-TRANS-KEY            TO WHS-TRANS-KEY.
090500     MOVE WS-BUSINESS-DATE          TO WHS-WAREHOUSED-DATE.
090600     MOVE RAW-TRANS-RECORD          TO WHS-TRANS-RECORD.
090700     WRITE WAREHOUSE-RECORD
090800         INVALID KEY
090900             ADD 1 TO WS-ALREADY-HELD-COUNT
091000         NOT INVALID KEY
091100             ADD 1 TO WS-WAREHOUSED-COUNT
091200     END-WRITE.
091300     MOVE SPACES TO EDIT-REPORT-LINE.
091400     MOVE EDIT-TRANS-EFFECTIVE-DATE TO WS-DUE-DATE-EDIT.
091500     STRING 'WAREHOUSED KEY=' EDIT-TRANS-KEY
091600         '  DUE ' WS-DUE-DATE-EDIT
091700         DELIMITED BY SIZE INTO EDIT-REPORT-LINE.
091800     WRITE EDIT-REPORT-LINE.
091900 4200-WAREHOUSE-RECORD-EXIT.
092000     EXIT.
092100***************************************************************
092200*    7000-RECONCILE-RAW-FILE  --  THE RAW FILE MUST STILL      *
092300*    MATCH THE UPSTREAM TRAILER.  AMOUNTS FROM RECORDS WHOSE   *
092400*    AMOUNT FIELD WAS NOT NUMERIC CANNOT BE ACCUMULATED, SO A  *
092500*    FILE CARRYING ONE RECONCILES ONLY IF THE TRAILER SKIPPED  *
092600*    THEM TOO -- IN PRACTICE THAT MISMATCH IS EXACTLY WHAT     *
092700*    THIS GATE IS FOR.                                         *
092800***************************************************************
092900 7000-RECONCILE-RAW-FILE.
093000*    THE RAW TRAILER FILE MAY CARRY ONE TRAILER PER CURRENCY;
093100*    THE RAW FILE IS VERIFIED IN THE AGGREGATE HERE -- THE
093200*    PER-CURRENCY MATCH BELONGS TO ENQ200, WHICH SEES ONLY
093300*    CLEANED RECORDS.
093400     OPEN INPUT RAW-CONTROL-TOTALS-FILE.
093500     READ RAW-CONTROL-TOTALS-FILE
093600         AT END
093700             SET RAWCTL-AT-EOF TO TRUE
093800     END-READ.
093900     PERFORM 7010-SUM-ONE-RAW-TRAILER
094000         THRU 7010-SUM-ONE-RAW-TRAILER-EXIT
094100         UNTIL RAWCTL-AT-EOF.
094200     CLOSE RAW-CONTROL-TOTALS-FILE.
094300     IF WS-READ-COUNT        = WS-RAWCTL-SUM-COUNT
094400         AND WS-RAW-HASH-TOTAL   = WS-RAWCTL-SUM-HASH
094500         AND WS-RAW-AMOUNT-TOTAL = WS-RAWCTL-SUM-AMOUNT
094600         SET WS-RAW-RECON-OK TO TRUE
094700     ELSE
094800         SET WS-RAW-RECON-FAILED TO TRUE
094900     END-IF.
095000 7000-RECONCILE-RAW-FILE-EXIT.
095100     EXIT.
095200***************************************************************
095300*    7010-SUM-ONE-RAW-TRAILER                                  *
095400***************************************************************
095500 7010-SUM-ONE-RAW-TRAILER.
095600     ADD RAWCTL-RECORD-COUNT TO WS-RAWCTL-SUM-COUNT.
095700     ADD RAWCTL-HASH-TOTAL   TO WS-RAWCTL-SUM-HASH.
095800     ADD RAWCTL-AMOUNT-TOTAL TO WS-RAWCTL-SUM-AMOUNT.
095900     READ RAW-CONTROL-TOTALS-FILE
096000         AT END
096100             SET RAWCTL-AT-EOF TO TRUE
096200     END-READ.
096300 7010-SUM-ONE-RAW-TRAILER-EXIT.
096400     EXIT.
096500***************************************************************
096600*    7500-WRITE-CLEAN-TRAILER  --  CONTROL-TOTALS TRAILER      *
096700*    DERIVED FROM THE CLEANED RECORDS, IN THE SAME LAYOUT AS   *
096800*    THE UPSTREAM TRAILER, SO ENQ200'S RECONCILIATION GATES    *
096900*    THE CLEANED FILE EXACTLY AS IT GATED THE RAW ONE.         *
097000***************************************************************
097100 7500-WRITE-CLEAN-TRAILER.
097200     OPEN OUTPUT CLEAN-CONTROL-TOTALS-FILE.
097300     IF CCY-BUCKET-COUNT > ZERO
097400         PERFORM 7510-WRITE-ONE-CCY-TRAILER
097500             THRU 7510-WRITE-ONE-CCY-TRAILER-EXIT
097600             VARYING CCY-IDX FROM 1 BY 1
097700             UNTIL CCY-IDX > CCY-BUCKET-COUNT
097800     ELSE
097900         MOVE SPACES TO CLEAN-CONTROL-TOTALS-RECORD
098000         MOVE WS-CLEAN-COUNT        TO CLNCTL-RECORD-COUNT
098100         MOVE WS-CLEAN-HASH-TOTAL   TO CLNCTL-HASH-TOTAL
098200         MOVE WS-CLEAN-AMOUNT-TOTAL TO CLNCTL-AMOUNT-TOTAL
098300         WRITE CLEAN-CONTROL-TOTALS-RECORD
098400     END-IF.
098500     CLOSE CLEAN-CONTROL-TOTALS-FILE.
098600 7500-WRITE-CLEAN-TRAILER-EXIT.
098700     EXIT.
098800***************************************************************
098900*    7510-WRITE-ONE-CCY-TRAILER  --  ONE CLNTOTS TRAILER PER   *
099000*    CURRENCY SEEN ON THE CLEANED FILE.                        *
099100***************************************************************
099200 7510-WRITE-ONE-CCY-TRAILER.
099300     MOVE SPACES TO CLEAN-CONTROL-TOTALS-RECORD.
099400     MOVE CCY-REC-COUNT(CCY-IDX)    TO CLNCTL-RECORD-COUNT.
099500     MOVE CCY-HASH-TOTAL(CCY-IDX)   TO CLNCTL-HASH-TOTAL.
099600     MOVE CCY-AMOUNT-TOTAL(CCY-IDX) TO CLNCTL-AMOUNT-TOTAL.
099700     MOVE CCY-CODE(CCY-IDX)         TO CLNCTL-CURRENCY-CODE.
099800     WRITE CLEAN-CONTROL-TOTALS-RECORD.
099900 7510-WRITE-ONE-CCY-TRAILER-EXIT.
100000     EXIT.
100100***************************************************************
100200*    7700-WRITE-EDIT-REPORT-TOTALS                             *
100300***************************************************************
100400 7700-WRITE-EDIT-REPORT-TOTALS.
100500     MOVE SPACES TO EDIT-REPORT-LINE.
100600     WRITE EDIT-REPORT-LINE.
100700     MOVE WS-READ-COUNT TO WS-REPORT-NUMERIC-EDIT.
100800     STRING 'RAW RECORDS READ            : '
100900         WS-REPORT-NUMERIC-EDIT
101000         DELIMITED BY SIZE INTO EDIT-REPORT-LINE.
101100     WRITE EDIT-REPORT-LINE.
101200     MOVE SPACES TO EDIT-REPORT-LINE.
101300     MOVE WS-CLEAN-COUNT TO WS-REPORT-NUMERIC-EDIT.
101400     STRING 'RECORDS PASSED TO TRANSIN   : '
101500         WS-REPORT-NUMERIC-EDIT
101600         DELIMITED BY SIZE INTO EDIT-REPORT-LINE.
101700     WRITE EDIT-REPORT-LINE.
101800     MOVE SPACES TO EDIT-REPORT-LINE.
101900     MOVE WS-ERROR-COUNT TO WS-REPORT-NUMERIC-EDIT.
102000     STRING 'RECORDS REJECTED IN EDIT    : '
102100         WS-REPORT-NUMERIC-EDIT
102200         DELIMITED BY SIZE INTO EDIT-REPORT-LINE.
102300     WRITE EDIT-REPORT-LINE.
102400     MOVE SPACES TO EDIT-REPORT-LINE.
102500     IF WS-BUSINESS-DATE > ZERO
102600         MOVE WS-WAREHOUSED-COUNT TO WS-REPORT-NUMERIC-EDIT
102700         STRING 'RECORDS WAREHOUSED (FUTURE) : '
102800             WS-REPORT-NUMERIC-EDIT
102900             DELIMITED BY SIZE INTO EDIT-REPORT-LINE
103000         WRITE EDIT-REPORT-LINE
103100         MOVE SPACES TO EDIT-REPORT-LINE
103200         MOVE WS-ALREADY-HELD-COUNT TO WS-REPORT-NUMERIC-EDIT
103300         STRING 'RECORDS ALREADY WAREHOUSED  : '
103400             WS-REPORT-NUMERIC-EDIT
103500             DELIMITED BY SIZE INTO EDIT-REPORT-LINE
103600         WRITE EDIT-REPORT-LINE
103700         MOVE SPACES TO EDIT-REPORT-LINE
103800     END-IF.
103900     IF WS-RAW-RECON-FAILED
104000         MOVE 'RAW FILE DID NOT RECONCILE TO ITS TRAILER --'
104100             TO EDIT-REPORT-LINE
104200         WRITE EDIT-REPORT-LINE
104300         MOVE SPACES TO EDIT-REPORT-LINE
104400         MOVE 'DO NOT PROCESS THE CLEANED FILE.'
104500             TO EDIT-REPORT-LINE
104600         WRITE EDIT-REPORT-LINE
104700     ELSE
104800         MOVE 'RAW FILE RECONCILED TO ITS TRAILER.'
104900             TO EDIT-REPORT-LINE
105000         WRITE EDIT-REPORT-LINE
105100     END-IF.
105200 7700-WRITE-EDIT-REPORT-TOTALS-EXIT.
105300     EXIT.
105400***************************************************************
105500*    8000-TERMINATE  --  CLOSE FILES AND SET THE RETURN CODE   *
105600*    THE JOB STREAM GATES ON.                                  *
105700***************************************************************
105800 8000-TERMINATE.
105900     CLOSE RAW-TRANS-FILE.
106000     CLOSE CLEAN-TRANS-FILE.
106100     CLOSE ERROR-FILE.
106200     CLOSE EDIT-REPORT-FILE.
106300     IF WS-BUSINESS-DATE > ZERO
106400         CLOSE WAREHOUSE-FILE
106500     END-IF.
106600     IF WS-SRCMSTR-OPEN
106700         CLOSE SOURCE-MASTER-FILE
106800     END-IF.
106900     EVALUATE TRUE
107000         WHEN WS-RAW-RECON-FAILED
107100             MOVE 8 TO RETURN-CODE
107200         WHEN WS-ERROR-COUNT > ZERO
107300             MOVE 4 TO RETURN-CODE
107400         WHEN OTHER
107500             MOVE 0 TO RETURN-CODE
107600     END-EVALUATE.
107700 8000-TERMINATE-EXIT.
107800     EXIT.
