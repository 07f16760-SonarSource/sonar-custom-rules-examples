001900*   CHANNEL RECONCILES RECEIPT THE SAME WAY WE RECONCILE       *
002000*   TRANSIN.                                                   *
002100*                                                              *
002200*   EACH SOURCE'S ACK DD SLOT (ACK01-ACK08) IS FIXED ON THE    *
002300*   SOURCE MASTER (SRCMSTK, MAINTAINED BY ENQ345), SO A        *
002400*   CHANNEL'S DATASET IS THE SAME EVERY DAY -- THE SAME        *
002500*   FIXED-DD ARRANGEMENT AS THE ENQ250 PARTITION SPLITTER.     *
002600*   EVERY SOURCE HOLDING A SLOT GETS A TRAILER, EVEN ON A DAY  *
002700*   IT SENT NOTHING, AND THE SLOT-TO-SOURCE MAP IS PRINTED ON  *
002800*   THE SPLIT REPORT (ACKRPT).  A SUSPENDED SOURCE KEEPS ITS   *
002900*   SLOT FOR ITEMS ALREADY IN FLIGHT.  AN INTERNAL SOURCE      *
003000*   WITH NO ACK FEED (SLOT 00, E.G. DISPUTE) IS COUNTED AND    *
003100*   NOT ACKNOWLEDGED BY DESIGN.  A SOURCE NOT ON THE MASTER,   *
003200*   OR CLOSED ON IT, IS FLAGGED (RC=4) AND ITS ITEMS ARE NOT   *
003300*   ACKNOWLEDGED.                                              *
003400*                                                              *
003500*   WITHOUT THE SOURCE MASTER THE SLOTS ARE ASSIGNED IN        *
003600*   FIRST-SEEN ORDER AS BEFORE, AND A NINTH SOURCE ON ONE DAY  *
003700*   IS FLAGGED (RC=4) AND ITS ITEMS ARE NOT ACKNOWLEDGED.      *
003800*                                                              *
003900*   THE SPLIT IS SINGLE-PASS, SO THE ACK FILES ARE ALREADY     *
004000*   WRITTEN BY THE TIME THE EXTRACT'S TRAILER IS VERIFIED --   *
004100*   AND FEEDS CUT FROM A SHORT EXTRACT STILL RECONCILE TO      *
004200*   THEIR OWN PER-SOURCE TRAILERS.  THE STEP RETURN CODE IS    *
004300*   THEREFORE THE ONLY GATE: THE TRANSMISSION SCHEDULER MUST   *
004400*   RELEASE THE FEEDS ONLY ON RC=0, THE SAME WAY ENQ260'S      *
004500*   OUTPUTS ARE ONLY SWAPPED IN ON A CLEAN RETURN CODE.        *
004600*                                                              *
004700*   RETURN CODES:  0 = SPLIT COMPLETE AND THE EXTRACT PROVED;  *
004800*   4 = TRAILER MISMATCH, A SOURCE WITH NO SLOT ON THE SOURCE  *
004900*   MASTER, OR MORE SOURCES THAN ACK SLOTS -- DO NOT TRANSMIT  *
005000*   THE FEEDS.                                                 *
005100*                                                              *
005200*   PARM:  BUSINESS DATE (YYYYMMDD), OPTIONAL.  WHEN GIVEN,    *
005300*   WHETHER THE FEEDS ARE CLEARED TO TRANSMIT IS APPENDED TO   *
005400*   THE STEP-RESULT FILE (STEPRSLT) FOR THE ENQ385 BUSINESS-   *
005500*   DAY CLOSE; WITHOUT IT NOTHING IS RECORDED.                 *
005600*                                                              *
005700*   MODIFICATION HISTORY                                       *
005800*   DATE       INIT  DESCRIPTION                                *
005900*   ---------- ----  ------------------------------------------*
006000*   2026-09-03 DLM   ORIGINAL VERSION.                         *
006100*   2026-10-14 DLM   ACK SLOTS NOW FIXED PER SOURCE FROM THE   *
006200*                    SOURCE MASTER (SRCMSTK) INSTEAD OF        *
006300*                    FIRST-SEEN ORDER; EVERY SLOTTED SOURCE    *
006400*                    GETS A TRAILER AND ITS NAME ON THE MAP.   *
006500*                    FIRST-SEEN ORDER REMAINS THE FALLBACK     *
006600*                    WHEN THE MASTER IS NOT AVAILABLE.         *
006700*   2026-10-14 DLM   TOOK THE BUSINESS DATE AS AN OPTIONAL     *
006800*                    PARM AND APPENDED THE FEED-CLEARANCE      *
006900*                    RESULT TO THE CUMULATIVE STEP-RESULT      *
007000*                    FILE (STEPRSLT) FOR THE ENQ385 BUSINESS-  *
007100*                    DAY CLOSE.                                *
007200*   2026-10-15 DLM   TOOK THE SOURCE MASTER AS OPEN ONLY ON    *
007300*                    '00'/'97'; ANY OTHER OPEN STATUS FALLS    *
007400*                    BACK TO FIRST-SEEN ORDER.                 *
007500*                                                              *
007600***************************************************************
007700 ENVIRONMENT DIVISION.
007800 CONFIGURATION SECTION.
007900 SOURCE-COMPUTER.   IBM-Z15.
008000 OBJECT-COMPUTER.   IBM-Z15.
008100 INPUT-OUTPUT SECTION.
008200 FILE-CONTROL.
008300     SELECT POSTED-EXTRACT-FILE
008400         ASSIGN TO POSTIN
008500         ORGANIZATION IS SEQUENTIAL.
008600
008700     SELECT ACK-1-FILE
008800         ASSIGN TO ACK01
008900         ORGANIZATION IS SEQUENTIAL.
009000
009100     SELECT ACK-2-FILE
009200         ASSIGN TO ACK02
009300         ORGANIZATION IS SEQUENTIAL.
009400
009500     SELECT ACK-3-FILE
009600         ASSIGN TO ACK03
009700         ORGANIZATION IS SEQUENTIAL.
009800
009900     SELECT ACK-4-FILE
010000         ASSIGN TO ACK04
010100         ORGANIZATION IS SEQUENTIAL.
010200
010300     SELECT ACK-5-FILE
010400         ASSIGN TO ACK05
010500         ORGANIZATION IS SEQUENTIAL.
010600
010700     SELECT ACK-6-FILE
010800         ASSIGN TO ACK06
010900         ORGANIZATION IS SEQUENTIAL.
011000
011100     SELECT ACK-7-FILE
011200         ASSIGN TO ACK07
011300         ORGANIZATION IS SEQUENTIAL.
011400
011500     SELECT ACK-8-FILE
011600         ASSIGN TO ACK08
011700         ORGANIZATION IS SEQUENTIAL.
011800
011900     SELECT ACK-REPORT-FILE
012000         ASSIGN TO ACKRPT
012100         ORGANIZATION IS SEQUENTIAL.
012200
012300     SELECT SOURCE-MASTER-FILE
012400         ASSIGN TO SRCMSTK
012500         ORGANIZATION IS INDEXED
012600         ACCESS MODE IS DYNAMIC
012700         RECORD KEY IS SRCM-KEY
012800         FILE STATUS IS SRCM-FILE-STATUS.
012900
013000     SELECT STEP-RESULT-FILE
013100         ASSIGN TO STEPRSLT
013200         ORGANIZATION IS SEQUENTIAL
013300         FILE STATUS IS SRES-FILE-STATUS.
013400 DATA DIVISION.
013500 FILE SECTION.
013600 FD  POSTED-EXTRACT-FILE
013700     RECORDING MODE IS F.
013800 COPY POSTREC.
013900
014000 FD  ACK-1-FILE
014100     RECORDING MODE IS F.
014200 01  ACK-1-RECORD                   PIC X(80).
014300
014400 FD  ACK-2-FILE
014500     RECORDING MODE IS F.
014600 01  ACK-2-RECORD                   PIC X(80).
014700
014800 FD  ACK-3-FILE
014900     RECORDING MODE IS F.
015000 01  ACK-3-RECORD                   PIC X(80).
015100
015200 FD  ACK-4-FILE
015300     RECORDING MODE IS F.
015400 01  ACK-4-RECORD                   PIC X(80).
015500
015600 FD  ACK-5-FILE
015700     RECORDING MODE IS F.
015800 01  ACK-5-RECORD                   PIC X(80).
015900
016000 FD  ACK-6-FILE
016100     RECORDING MODE IS F.
016200 01  ACK-6-RECORD                   PIC X(80).
016300
016400 FD  ACK-7-FILE
016500     RECORDING MODE IS F.
016600 01  ACK-7-RECORD                   PIC X(80).
016700
016800 FD  ACK-8-FILE
016900     RECORDING MODE IS F.
017000 01  ACK-8-RECORD                   PIC X(80).
017100
017200 FD  ACK-REPORT-FILE
017300     RECORDING MODE IS F.
017400 01  ACK-REPORT-LINE                PIC X(132).
017500
017600 FD  SOURCE-MASTER-FILE.
017700 COPY SRCMSTK.
017800
017900 FD  STEP-RESULT-FILE
018000     RECORDING MODE IS F.
018100 COPY STEPRSLT.
018200
018300 WORKING-STORAGE SECTION.
018400***************************************************************
018500*    END-OF-FILE AND RESULT SWITCHES                           *
018600***************************************************************
018700 77  WS-EOF-SW                       PIC X(01)  VALUE 'N'.
018800     88  WS-AT-EOF                       VALUE 'Y'.
018900 77  WS-TRAILER-SW                   PIC X(01)  VALUE SPACE.
019000     88  WS-TRAILER-OK                   VALUE 'O'.
019100     88  WS-TRAILER-FAILED               VALUE 'F'.
019200 77  WS-OVERFLOW-SW                  PIC X(01)  VALUE 'N'.
019300     88  WS-SOURCES-OVERFLOWED           VALUE 'Y'.
019400***************************************************************
019500*    SOURCE MASTER (SRCMSTK).  WHEN IT OPENS, THE SLOT TABLE   *
019600*    IS PRELOADED FROM IT; A MISSING MASTER FALLS BACK TO      *
019700*    FIRST-SEEN SLOT ASSIGNMENT.                               *
019800***************************************************************
019900 77  SRCM-FILE-STATUS                PIC X(02)  VALUE '00'.
020000 77  WS-SRCMSTR-OPEN-SW              PIC X(01)  VALUE 'N'.
020100     88  WS-SRCMSTR-OPEN                 VALUE 'Y'.
020200 77  WS-SRCMSTR-EOF-SW               PIC X(01)  VALUE 'N'.
020300     88  WS-SRCMSTR-AT-EOF               VALUE 'Y'.
020400 77  WS-UNSLOTTED-SW                 PIC X(01)  VALUE 'N'.
020500     88  WS-SOURCE-UNSLOTTED             VALUE 'Y'.
020600 77  WS-UNSLOTTED-COUNT              PIC 9(09) COMP VALUE ZERO.
020700 77  WS-INTERNAL-COUNT               PIC 9(09) COMP VALUE ZERO.
020800***************************************************************
020900*    EXTRACT RECEIPT RECONCILIATION                            *
021000***************************************************************
021100 77  WS-DATA-COUNT                   PIC 9(09) COMP VALUE ZERO.
021200 77  WS-DATA-HASH-TOTAL              PIC 9(15) COMP VALUE ZERO.
021300 77  WS-DATA-AMOUNT-TOTAL            PIC S9(13)V99 COMP-3
021400                                     VALUE ZERO.
021500 77  WS-TRAILER-SEEN-SW              PIC X(01)  VALUE 'N'.
021600     88  WS-TRAILER-SEEN                 VALUE 'Y'.
021700***************************************************************
021800*    SOURCE-TO-SLOT MAP AND PER-SOURCE CONTROL TOTALS.  THE    *
021900*    SLOT NUMBER IS THE ACK DD NUMBER; A BLANK SOURCE IS A     *
022000*    FREE SLOT.                                                *
022100***************************************************************
022200 01  SRC-TABLE-CONTROL.
022300     05  SRC-TABLE-COUNT             PIC 9(02) COMP VALUE ZERO.
022400     05  SRC-MAX-SLOTS               PIC 9(02) COMP VALUE 8.
022500     05  SRC-SLOT-TABLE OCCURS 8 TIMES.
022600         10  SRC-SLOT-SOURCE         PIC X(08).
022700         10  SRC-SLOT-NAME           PIC X(30).
022800         10  SRC-SLOT-COUNT          PIC 9(09) COMP.
022900         10  SRC-SLOT-HASH           PIC 9(15) COMP.
023000         10  SRC-SLOT-AMOUNT         PIC S9(13)V99 COMP-3.
023100 77  WS-SRC-SLOT                     PIC 9(02) COMP VALUE ZERO.
023200 77  WS-SUB                          PIC 9(02) COMP VALUE ZERO.
023300 77  WS-UNACKED-COUNT                PIC 9(09) COMP VALUE ZERO.
023400***************************************************************
023500*    THE ACKNOWLEDGMENT RECORD, BUILT HERE AND MOVED TO THE    *
023600*    SLOT'S FILE RECORD -- ONE LAYOUT FOR ALL EIGHT FILES.     *
023700***************************************************************
023800 01  ACKW-RECORD.
023900     05  ACKW-RECORD-TYPE            PIC X(01).
024000         88  ACKW-DATA-RECORD            VALUE 'D'.
024100         88  ACKW-TRAILER-RECORD         VALUE 'T'.
024200     05  ACKW-DATA-FIELDS.
024300         10  ACKW-TXN-KEY            PIC X(10).
024400         10  ACKW-TXN-TYPE           PIC 9(02).
024500         10  ACKW-TXN-AMOUNT         PIC S9(11)V99.
024600         10  ACKW-TXN-SOURCE         PIC X(08).
024700         10  ACKW-DISPOSITION        PIC X(01).
024800         10  ACKW-REJECT-REASON      PIC X(04).
024900         10  ACKW-CURRENCY-CODE      PIC X(03).
025000         10  FILLER                  PIC X(38).
025100     05  ACKW-TRAILER-FIELDS REDEFINES ACKW-DATA-FIELDS.
025200         10  ACKW-TRL-SOURCE         PIC X(08).
025300         10  ACKW-TRL-RECORD-COUNT   PIC 9(09).
025400         10  ACKW-TRL-HASH-TOTAL     PIC 9(15).
025500         10  ACKW-TRL-AMOUNT-TOTAL   PIC S9(13)V99.
025600         10  FILLER                  PIC X(32).
025700***************************************************************
025800*    REPORT EDIT FIELDS                                        *
025900***************************************************************
026000 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZ,ZZZ,ZZ9.
026100 01  WS-REPORT-AMOUNT-EDIT           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
026200 01  WS-SLOT-EDIT                    PIC 9(01).
026300***************************************************************
026400*    STEP RESULT FOR THE BUSINESS-DAY CLOSE (ENQ385).  ONLY    *
026500*    RECORDED WHEN THE PARM CARRIES A BUSINESS DATE.           *
026600***************************************************************
026700 77  SRES-FILE-STATUS                PIC X(02)  VALUE '00'.
026800 77  WS-BUSINESS-DATE                PIC 9(08)  VALUE ZERO.
026900 77  WS-DATE-GIVEN-SW                PIC X(01)  VALUE 'N'.
027000     88  WS-DATE-GIVEN                   VALUE 'Y'.
027100 LINKAGE SECTION.
027200***************************************************************
027300*    JOB-STEP PARM -- THE BUSINESS DATE, OPTIONAL.             *
027400***************************************************************
027500 01  LK-PARM-DATE.
027600     05  LK-PARM-LEN                 PIC S9(04) COMP.
027700     05  LK-PARM-DATE-TEXT           PIC X(08).
027800 PROCEDURE DIVISION USING LK-PARM-DATE.
027900***************************************************************
028000*    0000-MAINLINE                                             *
028100***************************************************************
028200 0000-MAINLINE.
028300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
028400     PERFORM 2000-SPLIT-ONE-RECORD
028500         THRU 2000-SPLIT-ONE-RECORD-EXIT
028600         UNTIL WS-AT-EOF.
028700     PERFORM 7000-WRITE-TRAILERS-AND-MAP
028800         THRU 7000-WRITE-TRAILERS-AND-MAP-EXIT.
028900     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
029000     GOBACK.
029100***************************************************************
029200*    1000-INITIALIZE                                           *
029300***************************************************************
029400 1000-INITIALIZE.
029500     IF LK-PARM-LEN NOT < 8
029600         AND LK-PARM-DATE-TEXT NUMERIC
029700         MOVE LK-PARM-DATE-TEXT TO WS-BUSINESS-DATE
029800         SET WS-DATE-GIVEN TO TRUE
029900     END-IF.
030000     PERFORM 1050-CLEAR-ONE-SLOT
030100         THRU 1050-CLEAR-ONE-SLOT-EXIT
030200         VARYING WS-SUB FROM 1 BY 1
030300         UNTIL WS-SUB > SRC-MAX-SLOTS.
030400     OPEN INPUT  POSTED-EXTRACT-FILE.
030500     OPEN OUTPUT ACK-1-FILE ACK-2-FILE ACK-3-FILE ACK-4-FILE
030600                 ACK-5-FILE ACK-6-FILE ACK-7-FILE ACK-8-FILE.
030700     OPEN OUTPUT ACK-REPORT-FILE.
030800     MOVE 'ENQ245 PER-SOURCE ACKNOWLEDGMENT SPLIT REPORT'
030900         TO ACK-REPORT-LINE.
031000     WRITE ACK-REPORT-LINE.
031100     MOVE SPACES TO ACK-REPORT-LINE.
031200     WRITE ACK-REPORT-LINE.
031300     OPEN INPUT SOURCE-MASTER-FILE.
031400     IF SRCM-FILE-STATUS NOT = '00'
031500         AND SRCM-FILE-STATUS NOT = '97'
031600*        NO SOURCE MASTER ON THIS RUN -- SLOTS ARE ASSIGNED IN
031700*        FIRST-SEEN ORDER.
031800         MOVE 'SOURCE MASTER NOT AVAILABLE -- ACK SLOTS ASSIGNED'
031900             TO ACK-REPORT-LINE
032000         WRITE ACK-REPORT-LINE
032100         MOVE 'IN FIRST-SEEN SOURCE ORDER.'
032200             TO ACK-REPORT-LINE
032300         WRITE ACK-REPORT-LINE
032400         MOVE SPACES TO ACK-REPORT-LINE
032500         WRITE ACK-REPORT-LINE
032600     ELSE
032700         SET WS-SRCMSTR-OPEN TO TRUE
032800         PERFORM 1100-LOAD-FIXED-SLOTS
032900             THRU 1100-LOAD-FIXED-SLOTS-EXIT
033000     END-IF.
033100     READ POSTED-EXTRACT-FILE
033200         AT END
033300             SET WS-AT-EOF TO TRUE
033400     END-READ.
033500 1000-INITIALIZE-EXIT.
033600     EXIT.
033700***************************************************************
033800*    1050-CLEAR-ONE-SLOT                                       *
033900***************************************************************
034000 1050-CLEAR-ONE-SLOT.
034100     MOVE SPACES TO SRC-SLOT-SOURCE(WS-SUB)
034200                    SRC-SLOT-NAME(WS-SUB).
034300     MOVE ZERO TO SRC-SLOT-COUNT(WS-SUB)
034400                  SRC-SLOT-HASH(WS-SUB)
034500                  SRC-SLOT-AMOUNT(WS-SUB).
034600 1050-CLEAR-ONE-SLOT-EXIT.
034700     EXIT.
034800***************************************************************
034900*    1100-LOAD-FIXED-SLOTS  --  FRONT-TO-BACK BROWSE OF THE    *
035000*    SOURCE MASTER.  EVERY SOURCE NOT CLOSED THAT HOLDS A      *
035100*    SLOT (01-08) IS PLACED IN IT; ENQ345 KEEPS THE SLOTS      *
035200*    UNIQUE AMONG OPEN SOURCES.                                *
035300***************************************************************
035400 1100-LOAD-FIXED-SLOTS.
035500     MOVE LOW-VALUES TO SRCM-KEY.
035600     START SOURCE-MASTER-FILE
035700         KEY >= SRCM-KEY
035800         INVALID KEY
035900             SET WS-SRCMSTR-AT-EOF TO TRUE
036000     END-START.
036100     PERFORM 1110-LOAD-ONE-FIXED-SLOT
036200         THRU 1110-LOAD-ONE-FIXED-SLOT-EXIT
036300         UNTIL WS-SRCMSTR-AT-EOF.
036400 1100-LOAD-FIXED-SLOTS-EXIT.
036500     EXIT.
036600***************************************************************
036700*    1110-LOAD-ONE-FIXED-SLOT                                  *
036800***************************************************************
036900 1110-LOAD-ONE-FIXED-SLOT.
037000     READ SOURCE-MASTER-FILE NEXT
037100         AT END
037200             SET WS-SRCMSTR-AT-EOF TO TRUE
037300             GO TO 1110-LOAD-ONE-FIXED-SLOT-EXIT
037400     END-READ.
037500     IF SRCM-IS-CLOSED
037600         OR SRCM-NO-ACK-FEED
037700         OR SRCM-ACK-SLOT > SRC-MAX-SLOTS
037800         GO TO 1110-LOAD-ONE-FIXED-SLOT-EXIT
037900     END-IF.
038000     MOVE SRCM-SOURCE-CODE TO SRC-SLOT-SOURCE(SRCM-ACK-SLOT).
038100     MOVE SRCM-SOURCE-NAME TO SRC-SLOT-NAME(SRCM-ACK-SLOT).
038200     ADD 1 TO SRC-TABLE-COUNT.
038300 1110-LOAD-ONE-FIXED-SLOT-EXIT.
038400     EXIT.
038500***************************************************************
038600*    2000-SPLIT-ONE-RECORD  --  DATA RECORDS ROLL INTO THE     *
038700*    RECEIPT TOTALS AND OUT TO THEIR SOURCE'S ACK FILE; THE    *
038800*    TRAILER IS VERIFIED AGAINST WHAT WAS READ.                *
038900***************************************************************
039000 2000-SPLIT-ONE-RECORD.
039100     IF POST-TRAILER-RECORD
039200         SET WS-TRAILER-SEEN TO TRUE
039300         IF POST-TRL-RECORD-COUNT  = WS-DATA-COUNT
039400             AND POST-TRL-HASH-TOTAL   = WS-DATA-HASH-TOTAL
039500             AND POST-TRL-AMOUNT-TOTAL = WS-DATA-AMOUNT-TOTAL
039600             SET WS-TRAILER-OK TO TRUE
039700         ELSE
039800             SET WS-TRAILER-FAILED TO TRUE
039900         END-IF
040000     ELSE
040100         ADD 1 TO WS-DATA-COUNT
040200         ADD POST-TXN-AMOUNT TO WS-DATA-AMOUNT-TOTAL
040300         ADD POST-TXN-AMOUNT TO WS-DATA-HASH-TOTAL
040400         PERFORM 3000-ACKNOWLEDGE-ONE-RECORD
040500             THRU 3000-ACKNOWLEDGE-ONE-RECORD-EXIT
040600     END-IF.
040700     READ POSTED-EXTRACT-FILE
040800         AT END
040900             SET WS-AT-EOF TO TRUE
041000     END-READ.
041100 2000-SPLIT-ONE-RECORD-EXIT.
041200     EXIT.
041300***************************************************************
041400*    3000-ACKNOWLEDGE-ONE-RECORD  --  WITH THE SOURCE MASTER,  *
041500*    A SOURCE NOT ALREADY IN A FIXED SLOT IS EITHER INTERNAL   *
041600*    (NO FEED) OR HAS NO SLOT AT ALL (3300).  WITHOUT IT, A    *
041700*    NEW SOURCE TAKES THE NEXT FREE SLOT.                      *
041800***************************************************************
041900 3000-ACKNOWLEDGE-ONE-RECORD.
042000     PERFORM 3100-FIND-SOURCE-SLOT
042100         THRU 3100-FIND-SOURCE-SLOT-EXIT.
042200     IF WS-SRC-SLOT = ZERO
042300         AND WS-SRCMSTR-OPEN
042400         PERFORM 3300-CLASSIFY-UNSLOTTED-SOURCE
042500             THRU 3300-CLASSIFY-UNSLOTTED-SOURCE-EXIT
042600         GO TO 3000-ACKNOWLEDGE-ONE-RECORD-EXIT
042700     END-IF.
042800     IF WS-SRC-SLOT = ZERO
042900         IF SRC-TABLE-COUNT = SRC-MAX-SLOTS
043000*            A NINTH SOURCE -- NO SLOT LEFT.  FLAGGED AND
043100*            COUNTED; ITS ITEMS GET NO ACKNOWLEDGMENT TODAY.
043200             SET WS-SOURCES-OVERFLOWED TO TRUE
043300             ADD 1 TO WS-UNACKED-COUNT
043400             GO TO 3000-ACKNOWLEDGE-ONE-RECORD-EXIT
043500         END-IF
043600         ADD 1 TO SRC-TABLE-COUNT
043700         MOVE SRC-TABLE-COUNT TO WS-SRC-SLOT
043800         MOVE POST-TXN-SOURCE TO SRC-SLOT-SOURCE(WS-SRC-SLOT)
043900         MOVE ZERO TO SRC-SLOT-COUNT(WS-SRC-SLOT)
044000         MOVE ZERO TO SRC-SLOT-HASH(WS-SRC-SLOT)
044100         MOVE ZERO TO SRC-SLOT-AMOUNT(WS-SRC-SLOT)
044200     END-IF.
044300     MOVE SPACES TO ACKW-RECORD.
044400     SET ACKW-DATA-RECORD TO TRUE.
044500     MOVE POST-TXN-KEY        TO ACKW-TXN-KEY.
044600     MOVE POST-TXN-TYPE       TO ACKW-TXN-TYPE.
044700     MOVE POST-TXN-AMOUNT     TO ACKW-TXN-AMOUNT.
044800     MOVE POST-TXN-SOURCE     TO ACKW-TXN-SOURCE.
044900     MOVE POST-DISPOSITION    TO ACKW-DISPOSITION.
045000     MOVE POST-REJECT-REASON  TO ACKW-REJECT-REASON.
045100     MOVE POST-CURRENCY-CODE  TO ACKW-CURRENCY-CODE.
045200     PERFORM 3200-WRITE-TO-SLOT
045300         THRU 3200-WRITE-TO-SLOT-EXIT.
045400     ADD 1 TO SRC-SLOT-COUNT(WS-SRC-SLOT).
045500     ADD POST-TXN-AMOUNT TO SRC-SLOT-HASH(WS-SRC-SLOT).
045600     ADD POST-TXN-AMOUNT TO SRC-SLOT-AMOUNT(WS-SRC-SLOT).
045700 3000-ACKNOWLEDGE-ONE-RECORD-EXIT.
045800     EXIT.
045900***************************************************************
046000*    3100-FIND-SOURCE-SLOT                                     *
046100***************************************************************
046200 3100-FIND-SOURCE-SLOT.
046300     MOVE ZERO TO WS-SRC-SLOT.
046400     IF SRC-TABLE-COUNT > ZERO
046500         PERFORM 3110-TEST-ONE-SLOT
046600             THRU 3110-TEST-ONE-SLOT-EXIT
046700             VARYING WS-SUB FROM 1 BY 1
046800             UNTIL WS-SUB > SRC-MAX-SLOTS
046900                OR WS-SRC-SLOT > ZERO
047000     END-IF.
047100 3100-FIND-SOURCE-SLOT-EXIT.
047200     EXIT.
047300***************************************************************
047400*    3110-TEST-ONE-SLOT                                        *
047500***************************************************************
047600 3110-TEST-ONE-SLOT.
047700     IF SRC-SLOT-SOURCE(WS-SUB) = POST-TXN-SOURCE
047800         MOVE WS-SUB TO WS-SRC-SLOT
047900     END-IF.
048000 3110-TEST-ONE-SLOT-EXIT.
048100     EXIT.
048200***************************************************************
048300*    3200-WRITE-TO-SLOT  --  THE ONE PLACE THAT KNOWS WHICH    *
048400*    SLOT NUMBER IS WHICH DD, SAME AS ENQ250'S PARTITION       *
048500*    WRITER.                                                   *
048600***************************************************************
048700 3200-WRITE-TO-SLOT.
048800     EVALUATE WS-SRC-SLOT
048900         WHEN 1
049000             MOVE ACKW-RECORD TO ACK-1-RECORD
049100             WRITE ACK-1-RECORD
049200         WHEN 2
049300             MOVE ACKW-RECORD TO ACK-2-RECORD
049400             WRITE ACK-2-RECORD
049500         WHEN 3
049600             MOVE ACKW-RECORD TO ACK-3-RECORD
049700             WRITE ACK-3-RECORD
049800         WHEN 4
049900             MOVE ACKW-RECORD TO ACK-4-RECORD
050000             WRITE ACK-4-RECORD
050100         WHEN 5
050200             MOVE ACKW-RECORD TO ACK-5-RECORD
050300             WRITE ACK-5-RECORD
050400         WHEN 6
050500             MOVE ACKW-RECORD TO ACK-6-RECORD
050600             WRITE ACK-6-RECORD
050700         WHEN 7
050800             MOVE ACKW-RECORD TO ACK-7-RECORD
050900             WRITE ACK-7-RECORD
051000         WHEN 8
051100             MOVE ACKW-RECORD TO ACK-8-RECORD
051200             WRITE ACK-8-RECORD
051300     END-EVALUATE.
051400 3200-WRITE-TO-SLOT-EXIT.
051500     EXIT.
051600***************************************************************
051700*    3300-CLASSIFY-UNSLOTTED-SOURCE  --  AN OPEN SOURCE WITH   *
051800*    SLOT 00 IS INTERNAL AND HAS NO FEED: COUNTED, NOT AN      *
051900*    ERROR.  A SOURCE NOT ON THE MASTER, OR CLOSED ON IT, HAS  *
052000*    NOWHERE TO GO: FLAGGED AND COUNTED.                       *
052100***************************************************************
052200 3300-CLASSIFY-UNSLOTTED-SOURCE.
052300     MOVE POST-TXN-SOURCE TO SRCM-SOURCE-CODE.
052400     READ SOURCE-MASTER-FILE
052500         INVALID KEY
052600             MOVE SPACES TO SOURCE-MASTER-RECORD
052700             SET SRCM-IS-CLOSED TO TRUE
052800     END-READ.
052900     IF SRCM-NO-ACK-FEED
053000         AND NOT SRCM-IS-CLOSED
053100         ADD 1 TO WS-INTERNAL-COUNT
053200     ELSE
053300         SET WS-SOURCE-UNSLOTTED TO TRUE
053400         ADD 1 TO WS-UNSLOTTED-COUNT
053500         ADD 1 TO WS-UNACKED-COUNT
053600     END-IF.
053700 3300-CLASSIFY-UNSLOTTED-SOURCE-EXIT.
053800     EXIT.
053900***************************************************************
054000*    7000-WRITE-TRAILERS-AND-MAP  --  ONE TRAILER PER USED     *
054100*    SLOT, AND THE SLOT-TO-SOURCE MAP ON THE REPORT.           *
054200***************************************************************
054300 7000-WRITE-TRAILERS-AND-MAP.
054400     PERFORM 7100-FINISH-ONE-SLOT
054500         THRU 7100-FINISH-ONE-SLOT-EXIT
054600         VARYING WS-SRC-SLOT FROM 1 BY 1
054700         UNTIL WS-SRC-SLOT > SRC-MAX-SLOTS.
054800     IF WS-DATA-COUNT = ZERO
054900         MOVE 'NO DATA RECORDS ON THE EXTRACT.'
055000             TO ACK-REPORT-LINE
055100         WRITE ACK-REPORT-LINE
055200     END-IF.
055300 7000-WRITE-TRAILERS-AND-MAP-EXIT.
055400     EXIT.
055500***************************************************************
055600*    7100-FINISH-ONE-SLOT                                      *
055700***************************************************************
055800 7100-FINISH-ONE-SLOT.
055900     IF SRC-SLOT-SOURCE(WS-SRC-SLOT) = SPACES
056000         GO TO 7100-FINISH-ONE-SLOT-EXIT
056100     END-IF.
056200     MOVE SPACES TO ACKW-RECORD.
056300     SET ACKW-TRAILER-RECORD TO TRUE.
056400     MOVE SRC-SLOT-SOURCE(WS-SRC-SLOT) TO ACKW-TRL-SOURCE.
056500     MOVE SRC-SLOT-COUNT(WS-SRC-SLOT)
056600         TO ACKW-TRL-RECORD-COUNT.
056700     MOVE SRC-SLOT-HASH(WS-SRC-SLOT)
056800         TO ACKW-TRL-HASH-TOTAL.
056900     MOVE SRC-SLOT-AMOUNT(WS-SRC-SLOT)
057000         TO ACKW-TRL-AMOUNT-TOTAL.
057100     PERFORM 3200-WRITE-TO-SLOT
057200         THRU 3200-WRITE-TO-SLOT-EXIT.
057300     MOVE SPACES TO ACK-REPORT-LINE.
057400     MOVE SRC-SLOT-COUNT(WS-SRC-SLOT)
057500         TO WS-REPORT-NUMERIC-EDIT.
057600     MOVE SRC-SLOT-AMOUNT(WS-SRC-SLOT)
057700         TO WS-REPORT-AMOUNT-EDIT.
057800     MOVE WS-SRC-SLOT TO WS-SLOT-EDIT.
057900     STRING 'ACK0' WS-SLOT-EDIT
058000         '  SOURCE ' SRC-SLOT-SOURCE(WS-SRC-SLOT)
058100         '  ' SRC-SLOT-NAME(WS-SRC-SLOT)
058200         '  RECORDS ' WS-REPORT-NUMERIC-EDIT
058300         '  AMOUNT ' WS-REPORT-AMOUNT-EDIT
058400         DELIMITED BY SIZE INTO ACK-REPORT-LINE.
058500     WRITE ACK-REPORT-LINE.
058600 7100-FINISH-ONE-SLOT-EXIT.
058700     EXIT.
058800***************************************************************
058900*    8000-TERMINATE                                            *
059000***************************************************************
059100 8000-TERMINATE.
059200     MOVE SPACES TO ACK-REPORT-LINE.
059300     WRITE ACK-REPORT-LINE.
059400     EVALUATE TRUE
059500         WHEN NOT WS-TRAILER-SEEN
059600             MOVE 'EXTRACT HAD NO TRAILER -- HOLD THE FEEDS.'
059700                 TO ACK-REPORT-LINE
059800         WHEN WS-TRAILER-FAILED
059900             MOVE 'EXTRACT DID NOT MATCH ITS TRAILER -- HOLD'
060000                 TO ACK-REPORT-LINE
060100             WRITE ACK-REPORT-LINE
060200             MOVE 'THE FEEDS.'
060300                 TO ACK-REPORT-LINE
060400         WHEN OTHER
060500             MOVE 'EXTRACT RECONCILED TO ITS TRAILER.'
060600                 TO ACK-REPORT-LINE
060700     END-EVALUATE.
060800     WRITE ACK-REPORT-LINE.
060900     IF WS-SOURCES-OVERFLOWED
061000         MOVE SPACES TO ACK-REPORT-LINE
061100         MOVE WS-UNACKED-COUNT TO WS-REPORT-NUMERIC-EDIT
061200         STRING 'MORE SOURCES THAN ACK SLOTS -- '
061300             WS-REPORT-NUMERIC-EDIT
061400             ' RECORDS NOT ACKNOWLEDGED.'
061500             DELIMITED BY SIZE INTO ACK-REPORT-LINE
061600         WRITE ACK-REPORT-LINE
061700     END-IF.
061800     IF WS-SOURCE-UNSLOTTED
061900         MOVE SPACES TO ACK-REPORT-LINE
062000         MOVE WS-UNSLOTTED-COUNT TO WS-REPORT-NUMERIC-EDIT
062100         STRING 'SOURCE NOT ON THE SOURCE MASTER OR CLOSED -- '
062200             WS-REPORT-NUMERIC-EDIT
062300             ' RECORDS NOT ACKNOWLEDGED.'
062400             DELIMITED BY SIZE INTO ACK-REPORT-LINE
062500         WRITE ACK-REPORT-LINE
062600     END-IF.
062700     IF WS-INTERNAL-COUNT > ZERO
062800         MOVE SPACES TO ACK-REPORT-LINE
062900         MOVE WS-INTERNAL-COUNT TO WS-REPORT-NUMERIC-EDIT
063000         STRING 'RECORDS FROM INTERNAL SOURCES (NO ACK FEED) : '
063100             WS-REPORT-NUMERIC-EDIT
063200             DELIMITED BY SIZE INTO ACK-REPORT-LINE
063300         WRITE ACK-REPORT-LINE
063400     END-IF.
063500     CLOSE POSTED-EXTRACT-FILE.
063600     CLOSE ACK-1-FILE ACK-2-FILE ACK-3-FILE ACK-4-FILE
063700           ACK-5-FILE ACK-6-FILE ACK-7-FILE ACK-8-FILE.
063800     CLOSE ACK-REPORT-FILE.
063900     IF WS-SRCMSTR-OPEN
064000         CLOSE SOURCE-MASTER-FILE
064100     END-IF.
064200     EVALUATE TRUE
064300         WHEN NOT WS-TRAILER-OK
064400         WHEN WS-SOURCES-OVERFLOWED
064500         WHEN WS-SOURCE-UNSLOTTED
064600             MOVE 4 TO RETURN-CODE
064700         WHEN OTHER
064800             MOVE 0 TO RETURN-CODE
064900     END-EVALUATE.
065000     PERFORM 8100-WRITE-STEP-RESULT
065100         THRU 8100-WRITE-STEP-RESULT-EXIT.
065200 8000-TERMINATE-EXIT.
065300     EXIT.
065400***************************************************************
065500*    8100-WRITE-STEP-RESULT  --  APPENDS THIS RUN'S OUTCOME    *
065600*    TO THE CUMULATIVE STEP-RESULT FILE FOR THE BUSINESS-DAY   *
065700*    CLOSE, UNDER THE PARM'S BUSINESS DATE.  THE FEEDS ARE     *
065800*    CLEARED TO TRANSMIT ONLY ON RC=0, SO THAT IS THE PASS.    *
065900***************************************************************
066000 8100-WRITE-STEP-RESULT.
066100     IF NOT WS-DATE-GIVEN
066200         GO TO 8100-WRITE-STEP-RESULT-EXIT
066300     END-IF.
066400     OPEN EXTEND STEP-RESULT-FILE.
066500     IF SRES-FILE-STATUS = '35'
066600*        FIRST EVER RUN -- START THE STEP-RESULT FILE.
066700         OPEN OUTPUT STEP-RESULT-FILE
066800     END-IF.
066900     MOVE SPACES TO STEP-RESULT-RECORD.
067000     MOVE WS-BUSINESS-DATE      TO SRES-BUSINESS-DATE.
067100     MOVE 'ENQ245'              TO SRES-PROGRAM-NAME.
067200     MOVE RETURN-CODE           TO SRES-RETURN-CODE.
067300     ACCEPT SRES-RUN-DATE FROM DATE YYYYMMDD.
067400     ACCEPT SRES-RUN-TIME FROM TIME.
067500     EVALUATE TRUE
067600         WHEN NOT WS-TRAILER-OK
067700             SET SRES-FAILED TO TRUE
067800             MOVE 'EXTRACT DID NOT PROVE -- HOLD THE FEEDS'
067900                 TO SRES-RESULT-TEXT
068000         WHEN WS-SOURCES-OVERFLOWED
068100         WHEN WS-SOURCE-UNSLOTTED
068200             SET SRES-FAILED TO TRUE
068300             MOVE 'ITEMS NOT ACKNOWLEDGED -- HOLD THE FEEDS'
068400                 TO SRES-RESULT-TEXT
068500         WHEN OTHER
068600             SET SRES-PASSED TO TRUE
068700             MOVE 'FEEDS CLEARED TO TRANSMIT'
068800                 TO SRES-RESULT-TEXT
068900     END-EVALUATE.
069000     WRITE STEP-RESULT-RECORD.
069100     CLOSE STEP-RESULT-FILE.
069200 8100-WRITE-STEP-RESULT-EXIT.
069300     EXIT.
