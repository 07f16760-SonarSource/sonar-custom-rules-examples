000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ENQ395.
000300 AUTHOR.        D L MERCER.
000400 INSTALLATION.  DAILY PROCESSING.
000500 DATE-WRITTEN.  2026-10-14.
000600 DATE-COMPILED.
000700***************************************************************
000800*                                                              *
000900*   ENQ395  --  ONLINE TRANSACTION LIFE INQUIRY (ENQT)         *
001000*                                                              *
001100*   CICS, PSEUDO-CONVERSATIONAL, MAP ENQ395A IN MAPSET         *
001200*   ENQ395M.  THE ONLINE ANSWER TO "WHAT HAPPENED TO           *
001300*   TRANSACTION X" THAT USED TO TAKE AN ENQ240J RUN PLUS A     *
001400*   LOOK AT EVERY OTHER FILE BY HAND.  FOR ONE TRANSACTION     *
001500*   KEY IT SHOWS, FROM KEYED READS:                            *
001600*                                                              *
001700*     HISTORY    THE TXHISTFL ROW -- BUSINESS DATE,            *
001800*                DISPOSITION, TYPE, SOURCE, AMOUNTS, COUNTER   *
001900*                ACCOUNT AND WHETHER IT HAS BEEN REVERSED;     *
002000*     SUSPENSE   THE SUSPMST ROW -- STATUS, FIRST AND LAST     *
002100*                SEEN, ATTEMPTS, REASON HISTORY (NEWEST        *
002200*                FIRST), LAST STAGE, RUN AND RETURN CODE;      *
002300*     PENDING    A REVERSAL PARKED ON PENDRVFL;                *
002400*     WAREHOUSE  A FUTURE-DATED ITEM STILL HELD FOR ITS DUE    *
002500*                DATE (READ THROUGH THE WHSTKEY PATH, WHOSE    *
002600*                ALTERNATE INDEX IS ON WHS-TRANS-KEY -- THE    *
002700*                BASE CLUSTER IS KEYED DUE DATE FIRST);        *
002800*     HELD       AN ITEM DIVERTED UNDER AN ACCOUNT HOLD;       *
002900*                                                              *
003000*   AND THEN, FROM A BROWSE OF AUDHIST, THE AUDIT TRAIL ROWS   *
003100*   FOR THE KEY IN TIMESTAMP ORDER, SEVEN TO A PAGE.  PF8      *
003200*   SHOWS THE NEXT PAGE; THE BROWSE POSITION IS CARRIED IN     *
003300*   THE COMMAREA.                                              *
003400*                                                              *
003500*   READ ONLY.  EVERY INQUIRY -- EACH PAGE -- GOES THROUGH     *
003600*   ENQ405 (LINK) FOR THE DESK-ROLE CHECK BEFORE ANY FILE IS   *
003700*   READ AND FOR THE INQUIRY LOG BEFORE THE ANSWER IS SENT;    *
003800*   AN INQUIRY THAT COULD NOT BE LOGGED IS NOT ANSWERED.       *
003900*                                                              *
004000*   KEYS:  ENTER = INQUIRE;  PF8 = NEXT AUDIT PAGE;            *
004100*   PF3 OR CLEAR = END.                                        *
004200*   RESOURCES:  FILES TXHISTFL, SUSPMST, PENDRVFL, WHSTKEY,    *
004300*   HELDITMK AND AUDHIST (ALL READ ONLY), PROGRAM ENQ405.      *
004400*   WHSTKEY IS THE PATH OVER THE WAREHOUSE ALTERNATE INDEX --  *
004500*   DEFINED WITH UPGRADE, SO ENQ190 AND ENQ195 KEEP IT         *
004600*   CURRENT; SEE ENQ200J (STEP005'S WHSFILE) FOR THE DEFINES.  *
004700*                                                              *
004800*   MODIFICATION HISTORY                                       *
004900*   DATE       INIT  DESCRIPTION                               *
005000*   ---------- ----  ------------------------------------------*
005100*   2026-10-14 DLM   ORIGINAL VERSION.                         *
005200*   2026-10-15 DLM   HEADER NOTE ON THE WHSTKEY PATH.          *
005300*                                                              *
005400***************************************************************
005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
005700 SOURCE-COMPUTER.   IBM-Z15.
005800 OBJECT-COMPUTER.   IBM-Z15.
005900 DATA DIVISION.
006000 WORKING-STORAGE SECTION.
006100***************************************************************
006200*    CICS RESPONSE AND CONVERSATION SWITCHES                   *
006300***************************************************************
006400 77  WS-RESP                         PIC S9(08) COMP VALUE ZERO.
006500 77  WS-END-SESSION-SW               PIC X(01)  VALUE 'N'.
006600     88  WS-END-SESSION                  VALUE 'Y'.
006700 77  WS-FILE-ERROR-SW                PIC X(01)  VALUE 'N'.
006800     88  WS-FILE-ERROR                   VALUE 'Y'.
006900 77  WS-BROWSE-DONE-SW               PIC X(01)  VALUE 'N'.
007000     88  WS-BROWSE-DONE                  VALUE 'Y'.
007100 77  WS-MESSAGE                      PIC X(79)  VALUE SPACES.
007200 77  WS-END-TEXT                     PIC X(79)  VALUE SPACES.
007300***************************************************************
007400*    COUNTERS                                                  *
007500***************************************************************
007600 77  WS-SECTIONS-FOUND               PIC 9(04) COMP VALUE ZERO.
007700 77  WS-AUDIT-ROWS-SHOWN             PIC 9(04) COMP VALUE ZERO.
007800 77  WS-AUDIT-ROWS-PER-PAGE          PIC 9(04) COMP VALUE 7.
007900 77  WS-PAGE-EDIT                    PIC 9(03)  VALUE ZERO.
008000***************************************************************
008100*    AUDIT BROWSE KEY -- TRANSACTION KEY, THEN TIMESTAMP AND   *
008200*    SEQUENCE, THE SAME SHAPE AS AUDH-KEY.                     *
008300***************************************************************
008400 01  WS-AUDIT-BROWSE-KEY.
008500     05  WS-ABK-TRANS-KEY            PIC X(10).
008600     05  WS-ABK-REST                 PIC X(17).
008700 77  WS-INQUIRY-KEY                  PIC X(10)  VALUE SPACES.
008800 01  WS-DATE-EDIT                    PIC 9999/99/99.
008900***************************************************************
009000*    SCREEN LINE LAYOUTS -- ONE PER SECTION                    *
009100***************************************************************
009200 01  WS-HISTORY-LINE-1.
009300     05  FILLER                      PIC X(09)  VALUE 'BUS DATE '.
009400     05  HIS1-BUSINESS-DATE          PIC 9999/99/99.
009500     05  FILLER                      PIC X(07)  VALUE '  DISP '.
009600     05  HIS1-DISPOSITION            PIC X(09).
009700     05  FILLER                      PIC X(07)  VALUE '  TYPE '.
009800     05  HIS1-TYPE                   PIC 9(02).
009900     05  FILLER                      PIC X(09)  VALUE '  SOURCE '.
010000     05  HIS1-SOURCE                 PIC X(08).
010100     05  FILLER                      PIC X(07)  VALUE SPACES.
010200 01  WS-HISTORY-LINE-2.
010300     05  FILLER                      PIC X(07)  VALUE 'AMOUNT '.
010400     05  HIS2-AMOUNT                 PIC -ZZZZZZZZZZ9.99.
010500     05  FILLER                      PIC X(07)  VALUE '  BASE '.
010600     05  HIS2-BASE-AMOUNT            PIC -ZZZZZZZZZZ9.99.
010700     05  FILLER                      PIC X(11)
010800                                     VALUE '  CTR ACCT '.
010900     05  HIS2-COUNTER-ACCOUNT        PIC X(06).
011000     05  FILLER                      PIC X(06)  VALUE '  REV '.
011100     05  HIS2-REVERSED               PIC X(01).
011200 01  WS-SUSPENSE-LINE-1.
011300     05  FILLER                      PIC X(07)  VALUE 'STATUS '.
011400     05  SUS1-STATUS                 PIC X(11).
011500     05  FILLER                      PIC X(08)  VALUE '  FIRST '.
011600     05  SUS1-FIRST-SEEN-DATE        PIC 9999/99/99.
011700     05  FILLER                      PIC X(07)  VALUE '  LAST '.
011800     05  SUS1-LAST-SEEN-DATE         PIC 9999/99/99.
011900     05  FILLER                      PIC X(08)  VALUE '  TRIES '.
012000     05  SUS1-ATTEMPT-COUNT          PIC ZZZ9.
012100     05  FILLER                      PIC X(03)  VALUE SPACES.
012200 01  WS-SUSPENSE-LINE-2.
012300     05  FILLER                      PIC X(08)  VALUE 'REASONS '.
012400     05  SUS2-REASON-1               PIC X(04).
012500     05  FILLER                      PIC X(01)  VALUE SPACE.
012600     05  SUS2-REASON-2               PIC X(04).
012700     05  FILLER                      PIC X(01)  VALUE SPACE.
012800     05  SUS2-REASON-3               PIC X(04).
012900     05  FILLER                      PIC X(01)  VALUE SPACE.
013000     05  SUS2-REASON-4               PIC X(04).
013100     05  FILLER                      PIC X(01)  VALUE SPACE.
013200     05  SUS2-REASON-5               PIC X(04).
013300     05  FILLER                      PIC X(08)  VALUE '  STAGE '.
013400     05  SUS2-REJECT-STAGE           PIC X(01).
013500     05  FILLER                      PIC X(06)  VALUE '  RUN '.
013600     05  SUS2-RUN-ID                 PIC X(08).
013700     05  FILLER                      PIC X(05)  VALUE '  RC '.
013800     05  SUS2-RETURN-CODE            PIC 9(02).
013900     05  FILLER                      PIC X(06)  VALUE SPACES.
014000 01  WS-PENDING-LINE.
014100     05  FILLER                      PIC X(07)  VALUE 'PARKED '.
014200     05  PNDL-PARKED-DATE            PIC 9999/99/99.
014300     05  FILLER                      PIC X(51)
014400         VALUE '  - REVERSAL WAITING FOR ITS ORIGINAL'.
014500 01  WS-WAREHOUSE-LINE.
014600     05  FILLER                      PIC X(04)  VALUE 'DUE '.
014700     05  WHSL-DUE-DATE               PIC 9999/99/99.
014800     05  FILLER                      PIC X(13)
014900                                     VALUE '  WAREHOUSED '.
015000     05  WHSL-WAREHOUSED-DATE        PIC 9999/99/99.
015100     05  FILLER                      PIC X(31)
015200         VALUE '  - FUTURE-DATED, NOT YET RUN'.
015300 01  WS-HELD-LINE.
015400     05  FILLER                      PIC X(06)  VALUE 'SINCE '.
015500     05  HELL-HELD-DATE              PIC 9999/99/99.
015600     05  FILLER                      PIC X(14)
015700                                     VALUE '  HOLD SOURCE '.
015800     05  HELL-HOLD-SOURCE            PIC X(08).
015900     05  FILLER                      PIC X(09)  VALUE ' ACCOUNT '.
016000     05  HELL-HOLD-ACCOUNT           PIC X(06).
016100     05  FILLER                      PIC X(06)  VALUE '  RUN '.
016200     05  HELL-RUN-ID                 PIC X(08).
016300     05  FILLER                      PIC X(01)  VALUE SPACE.
016400 01  WS-AUDIT-LINE.
016500     05  AUDL-TS-DATE                PIC 9999/99/99.
016600     05  FILLER                      PIC X(02)  VALUE SPACES.
016700     05  AUDL-TS-TIME                PIC 99B99B99.
016800     05  FILLER                      PIC X(02)  VALUE SPACES.
016900     05  AUDL-SEQUENCE               PIC 9(03).
017000     05  FILLER                      PIC X(03)  VALUE SPACES.
017100     05  AUDL-ABT-STATUS             PIC X(01).
017200     05  FILLER                      PIC X(04)  VALUE SPACES.
017300     05  AUDL-CALL-MADE              PIC X(03).
017400     05  FILLER                      PIC X(02)  VALUE SPACES.
017500     05  AUDL-CALLED-PROGRAM         PIC X(08).
017600     05  FILLER                      PIC X(02)  VALUE SPACES.
017700     05  AUDL-CALL-PARAM-VALUE       PIC X(20).
017800     05  FILLER                      PIC X(02)  VALUE SPACES.
017900     05  AUDL-BLOCKED                PIC X(03).
018000     05  FILLER                      PIC X(02)  VALUE SPACES.
018100     05  AUDL-FORCED                 PIC X(03).
018200     05  FILLER                      PIC X(01)  VALUE SPACE.
018300***************************************************************
018400*    CONVERSATION STATE CARRIED BETWEEN TASKS                  *
018500***************************************************************
018600 01  WS-SESSION-AREA.
018700     05  SESS-TRANS-KEY              PIC X(10).
018800     05  SESS-NEXT-AUDIT-KEY         PIC X(27).
018900     05  SESS-MORE-AUDIT-SW          PIC X(01).
019000         88  SESS-MORE-AUDIT             VALUE 'Y'.
019100     05  SESS-PAGE-NUMBER            PIC 9(03).
019200     05  FILLER                      PIC X(09).
019300***************************************************************
019400*    ACCESS CONTROL, FILE RECORDS, SYMBOLIC MAP, AID KEYS      *
019500***************************************************************
019600 COPY INQCTL.
019700 COPY TXHISTK.
019800 COPY SUSPMSTK.
019900 COPY PENDRVK.
020000 COPY WHSRECK.
020100 COPY HELDITEM.
020200 COPY AUDHISTK.
020300 COPY ENQ395M.
020400 COPY DFHAID.
020500 LINKAGE SECTION.
020600 01  DFHCOMMAREA                     PIC X(50).
020700 PROCEDURE DIVISION.
020800***************************************************************
020900*    0000-MAINLINE                                             *
021000***************************************************************
021100 0000-MAINLINE.
021200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
021300     EVALUATE TRUE
021400         WHEN EIBCALEN = ZERO
021500             PERFORM 2000-FIRST-ENTRY THRU 2000-FIRST-ENTRY-EXIT
021600         WHEN EIBAID = DFHPF3
021700           OR EIBAID = DFHCLEAR
021800             MOVE 'ENQT TRANSACTION LIFE INQUIRY ENDED'
021900                 TO WS-END-TEXT
022000             SET WS-END-SESSION TO TRUE
022100         WHEN EIBAID = DFHENTER
022200             PERFORM 3000-PROCESS-INQUIRY
022300                 THRU 3000-PROCESS-INQUIRY-EXIT
022400         WHEN EIBAID = DFHPF8
022500             PERFORM 3500-NEXT-AUDIT-PAGE
022600                 THRU 3500-NEXT-AUDIT-PAGE-EXIT
022700         WHEN OTHER
022800             MOVE 'INVALID KEY - PRESS ENTER, PF8, PF3 OR CLEAR'
022900                 TO WS-MESSAGE
023000             PERFORM 7100-SEND-MESSAGE THRU 7100-SEND-MESSAGE-EXIT
023100     END-EVALUATE.
023200     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
023300     GOBACK.
023400***************************************************************
023500*    1000-INITIALIZE  --  THE CONVERSATION STATE FROM THE      *
023600*    LAST TASK, IF ANY.                                        *
023700***************************************************************
023800 1000-INITIALIZE.
023900     MOVE LOW-VALUES TO ENQ395AO.
024000     IF EIBCALEN = LENGTH OF WS-SESSION-AREA
024100         MOVE DFHCOMMAREA TO WS-SESSION-AREA
024200     ELSE
024300         MOVE SPACES TO WS-SESSION-AREA
024400         MOVE ZERO   TO SESS-PAGE-NUMBER
024500     END-IF.
024600     MOVE SPACES   TO INQ-CONTROL-AREA.
024700     MOVE 'ENQ395' TO INQC-PROGRAM-NAME.
024800     SET INQC-TRANSACTION-INQUIRY TO TRUE.
024900 1000-INITIALIZE-EXIT.
025000     EXIT.
025100***************************************************************
025200*    2000-FIRST-ENTRY  --  A USER WHOSE DESK ROLE DOES NOT     *
025300*    ALLOW THIS INQUIRY NEVER SEES THE MAP.                    *
025400***************************************************************
025500 2000-FIRST-ENTRY.
025600     PERFORM 6000-AUTHORISE THRU 6000-AUTHORISE-EXIT.
025700     IF INQC-ACCESS-DENIED
025800         MOVE INQC-MESSAGE TO WS-END-TEXT
025900         SET WS-END-SESSION TO TRUE
026000         GO TO 2000-FIRST-ENTRY-EXIT
026100     END-IF.
026200     MOVE 'ENTER A TRANSACTION KEY, THEN PRESS ENTER'
026300         TO WS-MESSAGE.
026400     MOVE -1 TO TKEYL.
026500     PERFORM 7000-SEND-MAP THRU 7000-SEND-MAP-EXIT.
026600 2000-FIRST-ENTRY-EXIT.
026700     EXIT.
026800***************************************************************
026900*    3000-PROCESS-INQUIRY  --  ENTER ALWAYS STARTS AGAIN FROM  *
027000*    THE FIRST AUDIT ROW FOR THE KEY ON THE SCREEN.            *
027100***************************************************************
027200 3000-PROCESS-INQUIRY.
027300     EXEC CICS RECEIVE
027400         MAP('ENQ395A')
027500         MAPSET('ENQ395M')
027600         INTO(ENQ395AI)
027700         RESP(WS-RESP)
027800     END-EXEC.
027900     IF WS-RESP = DFHRESP(MAPFAIL)
028000         MOVE LOW-VALUES TO ENQ395AI
028100     END-IF.
028200     MOVE SPACES TO WS-INQUIRY-KEY.
028300     IF TKEYL > ZERO
028400         MOVE TKEYI TO WS-INQUIRY-KEY
028500     END-IF.
028600     MOVE LOW-VALUES TO ENQ395AO.
028700     MOVE SPACES TO WS-SESSION-AREA.
028800     MOVE ZERO   TO SESS-PAGE-NUMBER.
028900     IF WS-INQUIRY-KEY = SPACES
029000         MOVE 'TRANSACTION KEY IS REQUIRED' TO WS-MESSAGE
029100         MOVE -1 TO TKEYL
029200         PERFORM 7000-SEND-MAP THRU 7000-SEND-MAP-EXIT
029300         GO TO 3000-PROCESS-INQUIRY-EXIT
029400     END-IF.
029500     MOVE WS-INQUIRY-KEY TO SESS-TRANS-KEY.
029600     MOVE 1              TO SESS-PAGE-NUMBER.
029700     MOVE WS-INQUIRY-KEY TO WS-ABK-TRANS-KEY.
029800     MOVE LOW-VALUES     TO WS-ABK-REST.
029900     PERFORM 4000-ANSWER-INQUIRY THRU 4000-ANSWER-INQUIRY-EXIT.
030000 3000-PROCESS-INQUIRY-EXIT.
030100     EXIT.
030200***************************************************************
030300*    3500-NEXT-AUDIT-PAGE  --  PF8 CARRIES ON FROM THE FIRST   *
030400*    AUDIT ROW NOT YET SHOWN FOR THE KEY LAST INQUIRED ON.     *
030500*    EACH PAGE IS A FRESH INQUIRY, CHECKED AND LOGGED AGAIN.   *
030600***************************************************************
030700 3500-NEXT-AUDIT-PAGE.
030800     IF SESS-TRANS-KEY = SPACES
030900         OR NOT SESS-MORE-AUDIT
031000         MOVE 'NO MORE AUDIT ROWS - PRESS ENTER TO START AGAIN'
031100             TO WS-MESSAGE
031200         PERFORM 7100-SEND-MESSAGE THRU 7100-SEND-MESSAGE-EXIT
031300         GO TO 3500-NEXT-AUDIT-PAGE-EXIT
031400     END-IF.
031500     MOVE SESS-TRANS-KEY      TO WS-INQUIRY-KEY.
031600     MOVE SESS-NEXT-AUDIT-KEY TO WS-AUDIT-BROWSE-KEY.
031700     ADD 1 TO SESS-PAGE-NUMBER.
031800     PERFORM 4000-ANSWER-INQUIRY THRU 4000-ANSWER-INQUIRY-EXIT.
031900 3500-NEXT-AUDIT-PAGE-EXIT.
032000     EXIT.
032100***************************************************************
032200*    4000-ANSWER-INQUIRY  --  CHECK ACCESS, READ EVERY FILE    *
032300*    FOR THE KEY, BROWSE ONE PAGE OF AUDIT ROWS, LOG, THEN     *
032400*    SEND.  NOTHING FOUND ANYWHERE IS OUTCOME NOTF; A FILE     *
032500*    THAT COULD NOT BE READ IS OUTCOME ERR AND ITS SECTION     *
032600*    SAYS SO, BUT WHAT WAS READ IS STILL SHOWN.                *
032700***************************************************************
032800 4000-ANSWER-INQUIRY.
032900     MOVE WS-INQUIRY-KEY   TO TKEYO.
033000     MOVE SESS-PAGE-NUMBER TO WS-PAGE-EDIT.
033100     MOVE SPACES TO INQC-SEARCH-ARG.
033200     STRING WS-INQUIRY-KEY ' PAGE ' WS-PAGE-EDIT
033300         DELIMITED BY SIZE INTO INQC-SEARCH-ARG.
033400     PERFORM 6000-AUTHORISE THRU 6000-AUTHORISE-EXIT.
033500     IF INQC-ACCESS-DENIED
033600         MOVE INQC-MESSAGE TO WS-MESSAGE
033700         MOVE -1 TO TKEYL
033800         PERFORM 7000-SEND-MAP THRU 7000-SEND-MAP-EXIT
033900         GO TO 4000-ANSWER-INQUIRY-EXIT
034000     END-IF.
034100     MOVE ZERO TO WS-SECTIONS-FOUND
034200                  WS-AUDIT-ROWS-SHOWN.
034300     MOVE 'N'  TO WS-FILE-ERROR-SW.
034400     PERFORM 4100-SHOW-HISTORY   THRU 4100-SHOW-HISTORY-EXIT.
034500     PERFORM 4200-SHOW-SUSPENSE  THRU 4200-SHOW-SUSPENSE-EXIT.
034600     PERFORM 4300-SHOW-PENDING   THRU 4300-SHOW-PENDING-EXIT.
034700     PERFORM 4400-SHOW-WAREHOUSE THRU 4400-SHOW-WAREHOUSE-EXIT.
034800     PERFORM 4500-SHOW-HELD      THRU 4500-SHOW-HELD-EXIT.
034900     PERFORM 5000-BROWSE-AUDIT   THRU 5000-BROWSE-AUDIT-EXIT.
035000     COMPUTE INQC-ROWS-SHOWN
035100         = WS-SECTIONS-FOUND + WS-AUDIT-ROWS-SHOWN.
035200     EVALUATE TRUE
035300         WHEN WS-FILE-ERROR
035400             SET INQC-OUTCOME-ERROR TO TRUE
035500             MOVE 'A FILE COULD NOT BE READ - SEE SECTIONS MARKED'
035600                 TO WS-MESSAGE
035700         WHEN INQC-ROWS-SHOWN = ZERO
035800             SET INQC-OUTCOME-NOT-FOUND TO TRUE
035900             MOVE 'NOTHING ON FILE FOR THIS TRANSACTION KEY'
036000                 TO WS-MESSAGE
036100         WHEN OTHER
036200             SET INQC-OUTCOME-OK TO TRUE
036300             PERFORM 4900-PAGE-MESSAGE
036400                 THRU 4900-PAGE-MESSAGE-EXIT
036500     END-EVALUATE.
036600     PERFORM 6100-LOG-INQUIRY THRU 6100-LOG-INQUIRY-EXIT.
036700     IF NOT INQC-LOG-WRITTEN
036800         MOVE LOW-VALUES     TO ENQ395AO
036900         MOVE WS-INQUIRY-KEY TO TKEYO
037000         MOVE 'N'            TO SESS-MORE-AUDIT-SW
037100         MOVE INQC-MESSAGE   TO WS-MESSAGE
037200     END-IF.
037300     MOVE -1 TO TKEYL.
037400     PERFORM 7000-SEND-MAP THRU 7000-SEND-MAP-EXIT.
037500 4000-ANSWER-INQUIRY-EXIT.
037600     EXIT.
037700***************************************************************
037800*    4100-SHOW-HISTORY  --  THE TRANSACTION HISTORY ROW.       *
037900***************************************************************
038000 4100-SHOW-HISTORY.
038100     MOVE WS-INQUIRY-KEY TO TXH-TRANS-KEY.
038200     EXEC CICS READ
038300         FILE('TXHISTFL')
038400         INTO(TXN-HISTORY-RECORD)
038500         RIDFLD(TXH-KEY)
038600         RESP(WS-RESP)
038700     END-EXEC.
038800     IF WS-RESP = DFHRESP(NOTFND)
038900         MOVE 'NOT ON THE HISTORY FILE (NOT YET RUN, OR PURGED)'
039000             TO HIS1O
039100         GO TO 4100-SHOW-HISTORY-EXIT
039200     END-IF.
039300     IF WS-RESP NOT = DFHRESP(NORMAL)
039400         MOVE 'HISTORY FILE UNAVAILABLE' TO HIS1O
039500         SET WS-FILE-ERROR TO TRUE
039600         GO TO 4100-SHOW-HISTORY-EXIT
039700     END-IF.
039800     ADD 1 TO WS-SECTIONS-FOUND.
039900     MOVE TXH-BUSINESS-DATE TO HIS1-BUSINESS-DATE.
040000     EVALUATE TRUE
040100         WHEN TXH-DISP-PROCESSED
040200             MOVE 'PROCESSED' TO HIS1-DISPOSITION
040300         WHEN TXH-DISP-BLOCKED
040400             MOVE 'BLOCKED'   TO HIS1-DISPOSITION
040500         WHEN TXH-DISP-REJECTED
040600             MOVE 'REJECTED'  TO HIS1-DISPOSITION
040700         WHEN TXH-DISP-PARKED
040800             MOVE 'PARKED'    TO HIS1-DISPOSITION
040900         WHEN TXH-DISP-HELD
041000             MOVE 'HELD'      TO HIS1-DISPOSITION
041100         WHEN OTHER
041200             MOVE TXH-DISPOSITION TO HIS1-DISPOSITION
041300     END-EVALUATE.
041400     MOVE TXH-TXN-TYPE        TO HIS1-TYPE.
041500     MOVE TXH-TXN-SOURCE      TO HIS1-SOURCE.
041600     MOVE TXH-TXN-AMOUNT      TO HIS2-AMOUNT.
041700     MOVE TXH-BASE-AMOUNT     TO HIS2-BASE-AMOUNT.
041800     MOVE TXH-COUNTER-ACCOUNT TO HIS2-COUNTER-ACCOUNT.
041900     MOVE TXH-REVERSED-SW     TO HIS2-REVERSED.
042000     MOVE WS-HISTORY-LINE-1   TO HIS1O.
042100     MOVE WS-HISTORY-LINE-2   TO HIS2O.
042200 4100-SHOW-HISTORY-EXIT.
042300     EXIT.
042400***************************************************************
042500*    4200-SHOW-SUSPENSE  --  THE SUSPENSE MASTER ROW, WHATEVER *
042600*    ITS STATUS.                                               *
042700***************************************************************
042800 4200-SHOW-SUSPENSE.
042900     MOVE WS-INQUIRY-KEY TO SUSM-TRANS-KEY.
043000     EXEC CICS READ
043100         FILE('SUSPMST')
043200         INTO(SUSPENSE-MASTER-RECORD)
043300         RIDFLD(SUSM-KEY)
043400         RESP(WS-RESP)
043500     END-EXEC.
043600     IF WS-RESP = DFHRESP(NOTFND)
043700         MOVE 'NONE -- NEVER SUSPENDED' TO SUS1O
043800         GO TO 4200-SHOW-SUSPENSE-EXIT
043900     END-IF.
044000     IF WS-RESP NOT = DFHRESP(NORMAL)
044100         MOVE 'SUSPENSE FILE UNAVAILABLE' TO SUS1O
044200         SET WS-FILE-ERROR TO TRUE
044300         GO TO 4200-SHOW-SUSPENSE-EXIT
044400     END-IF.
044500     ADD 1 TO WS-SECTIONS-FOUND.
044600     EVALUATE TRUE
044700         WHEN SUSM-STATUS-OPEN
044800             MOVE 'OPEN'        TO SUS1-STATUS
044900         WHEN SUSM-STATUS-RESOLVED
045000             MOVE 'RESOLVED'    TO SUS1-STATUS
045100         WHEN SUSM-STATUS-WRITTEN-OFF
045200             MOVE 'WRITTEN OFF' TO SUS1-STATUS
045300         WHEN OTHER
045400             MOVE SUSM-STATUS   TO SUS1-STATUS
045500     END-EVALUATE.
045600     MOVE SUSM-FIRST-SEEN-DATE   TO SUS1-FIRST-SEEN-DATE.
045700     MOVE SUSM-LAST-SEEN-DATE    TO SUS1-LAST-SEEN-DATE.
045800     MOVE SUSM-ATTEMPT-COUNT     TO SUS1-ATTEMPT-COUNT.
045900     MOVE SUSM-REASON-CODE(1)    TO SUS2-REASON-1.
046000     MOVE SUSM-REASON-CODE(2)    TO SUS2-REASON-2.
046100     MOVE SUSM-REASON-CODE(3)    TO SUS2-REASON-3.
046200     MOVE SUSM-REASON-CODE(4)    TO SUS2-REASON-4.
046300     MOVE SUSM-REASON-CODE(5)    TO SUS2-REASON-5.
046400     MOVE SUSM-LAST-REJECT-STAGE TO SUS2-REJECT-STAGE.
046500     MOVE SUSM-LAST-RUN-ID       TO SUS2-RUN-ID.
046600     MOVE SUSM-LAST-RETURN-CODE  TO SUS2-RETURN-CODE.
046700     MOVE WS-SUSPENSE-LINE-1     TO SUS1O.
046800     MOVE WS-SUSPENSE-LINE-2     TO SUS2O.
046900 4200-SHOW-SUSPENSE-EXIT.
047000     EXIT.
047100***************************************************************
047200*    4300-SHOW-PENDING  --  A REVERSAL PARKED FOR ITS          *
047300*    ORIGINAL.                                                 *
047400***************************************************************
047500 4300-SHOW-PENDING.
047600     MOVE WS-INQUIRY-KEY TO PNDR-TRANS-KEY.
047700     EXEC CICS READ
047800         FILE('PENDRVFL')
047900         INTO(PENDING-REVERSAL-RECORD)
048000         RIDFLD(PNDR-KEY)
048100         RESP(WS-RESP)
048200     END-EXEC.
048300     IF WS-RESP = DFHRESP(NOTFND)
048400         MOVE 'NONE' TO PENDO
048500         GO TO 4300-SHOW-PENDING-EXIT
048600     END-IF.
048700     IF WS-RESP NOT = DFHRESP(NORMAL)
048800         MOVE 'PENDING-REVERSALS FILE UNAVAILABLE' TO PENDO
048900         SET WS-FILE-ERROR TO TRUE
049000         GO TO 4300-SHOW-PENDING-EXIT
049100     END-IF.
049200     ADD 1 TO WS-SECTIONS-FOUND.
049300     MOVE PNDR-PARKED-DATE TO PNDL-PARKED-DATE.
049400     MOVE WS-PENDING-LINE  TO PENDO.
049500 4300-SHOW-PENDING-EXIT.
049600     EXIT.
049700***************************************************************
049800*    4400-SHOW-WAREHOUSE  --  THROUGH THE TRANSACTION-KEY      *
049900*    PATH.  THE ALTERNATE KEY ALLOWS DUPLICATES, SO DUPKEY     *
050000*    STILL MEANS THE FIRST ROW WAS READ; THE SCREEN SHOWS      *
050100*    THAT ONE.                                                 *
050200***************************************************************
050300 4400-SHOW-WAREHOUSE.
050400     MOVE WS-INQUIRY-KEY TO WHS-TRANS-KEY.
050500     EXEC CICS READ
050600         FILE('WHSTKEY')
050700         INTO(WAREHOUSE-RECORD)
050800         RIDFLD(WHS-TRANS-KEY)
050900         RESP(WS-RESP)
051000     END-EXEC.
051100     IF WS-RESP = DFHRESP(NOTFND)
051200         MOVE 'NONE' TO WHSEO
051300         GO TO 4400-SHOW-WAREHOUSE-EXIT
051400     END-IF.
051500     IF WS-RESP NOT = DFHRESP(NORMAL)
051600         AND WS-RESP NOT = DFHRESP(DUPKEY)
051700         MOVE 'WAREHOUSE FILE UNAVAILABLE' TO WHSEO
051800         SET WS-FILE-ERROR TO TRUE
051900         GO TO 4400-SHOW-WAREHOUSE-EXIT
052000     END-IF.
052100     ADD 1 TO WS-SECTIONS-FOUND.
052200     MOVE WHS-DUE-DATE        TO WHSL-DUE-DATE.
052300     MOVE WHS-WAREHOUSED-DATE TO WHSL-WAREHOUSED-DATE.
052400     MOVE WS-WAREHOUSE-LINE   TO WHSEO.
052500 4400-SHOW-WAREHOUSE-EXIT.
052600     EXIT.
052700***************************************************************
052800*    4500-SHOW-HELD  --  AN ITEM DIVERTED UNDER AN ACCOUNT     *
052900*    HOLD.  A BLANK HOLD SOURCE IS AN ALL-SOURCES HOLD.        *
053000***************************************************************
053100 4500-SHOW-HELD.
053200     MOVE WS-INQUIRY-KEY TO HELD-TRANS-KEY.
053300     EXEC CICS READ
053400         FILE('HELDITMK')
053500         INTO(HELD-ITEM-RECORD)
053600         RIDFLD(HELD-KEY)
053700         RESP(WS-RESP)
053800     END-EXEC.
053900     IF WS-RESP = DFHRESP(NOTFND)
054000         MOVE 'NONE' TO HELDO
054100         GO TO 4500-SHOW-HELD-EXIT
054200     END-IF.
054300     IF WS-RESP NOT = DFHRESP(NORMAL)
054400         MOVE 'HELD-ITEM FILE UNAVAILABLE' TO HELDO
054500         SET WS-FILE-ERROR TO TRUE
054600         GO TO 4500-SHOW-HELD-EXIT
054700     END-IF.
054800     ADD 1 TO WS-SECTIONS-FOUND.
054900     MOVE HELD-DATE TO HELL-HELD-DATE.
055000     IF HELD-HOLD-SOURCE = SPACES
055100         MOVE '*ALL*' TO HELL-HOLD-SOURCE
055200     ELSE
055300         MOVE HELD-HOLD-SOURCE TO HELL-HOLD-SOURCE
055400     END-IF.
055500     MOVE HELD-HOLD-ACCOUNT TO HELL-HOLD-ACCOUNT.
055600     MOVE HELD-RUN-ID       TO HELL-RUN-ID.
055700     MOVE WS-HELD-LINE      TO HELDO.
055800 4500-SHOW-HELD-EXIT.
055900     EXIT.
056000***************************************************************
056100*    4900-PAGE-MESSAGE                                         *
056200***************************************************************
056300 4900-PAGE-MESSAGE.
056400     MOVE SESS-PAGE-NUMBER TO WS-PAGE-EDIT.
056500     EVALUATE TRUE
056600         WHEN SESS-MORE-AUDIT
056700             STRING 'AUDIT PAGE ' WS-PAGE-EDIT
056800                 ' - PF8 FOR MORE AUDIT ROWS'
056900                 DELIMITED BY SIZE INTO WS-MESSAGE
057000         WHEN WS-AUDIT-ROWS-SHOWN = ZERO
057100           AND SESS-PAGE-NUMBER = 1
057200             MOVE 'NO AUDIT ROWS ON FILE FOR THIS TRANSACTION KEY'
057300                 TO WS-MESSAGE
057400         WHEN OTHER
057500             STRING 'AUDIT PAGE ' WS-PAGE-EDIT
057600                 ' - END OF AUDIT TRAIL'
057700                 DELIMITED BY SIZE INTO WS-MESSAGE
057800     END-EVALUATE.
057900 4900-PAGE-MESSAGE-EXIT.
058000     EXIT.
058100***************************************************************
058200*    5000-BROWSE-AUDIT  --  ONE PAGE OF AUDIT ROWS FROM THE    *
058300*    BROWSE KEY.  ONE ROW PAST A FULL PAGE IS READ TO KNOW     *
058400*    WHETHER ANOTHER PAGE EXISTS; ITS KEY IS WHERE PF8         *
058500*    STARTS.                                                   *
058600***************************************************************
058700 5000-BROWSE-AUDIT.
058800     MOVE 'N' TO SESS-MORE-AUDIT-SW.
058900     MOVE 'N' TO WS-BROWSE-DONE-SW.
059000     EXEC CICS STARTBR
059100         FILE('AUDHIST')
059200         RIDFLD(WS-AUDIT-BROWSE-KEY)
059300         GTEQ
059400         RESP(WS-RESP)
059500     END-EXEC.
059600     IF WS-RESP = DFHRESP(NOTFND)
059700         GO TO 5000-BROWSE-AUDIT-EXIT
059800     END-IF.
059900     IF WS-RESP NOT = DFHRESP(NORMAL)
060000         MOVE 'AUDIT HISTORY FILE UNAVAILABLE' TO AUD1O
060100         SET WS-FILE-ERROR TO TRUE
060200         GO TO 5000-BROWSE-AUDIT-EXIT
060300     END-IF.
060400     PERFORM 5100-READ-NEXT-AUDIT
060500         THRU 5100-READ-NEXT-AUDIT-EXIT
060600         UNTIL WS-BROWSE-DONE.
060700     EXEC CICS ENDBR
060800         FILE('AUDHIST')
060900     END-EXEC.
061000 5000-BROWSE-AUDIT-EXIT.
061100     EXIT.
061200***************************************************************
061300*    5100-READ-NEXT-AUDIT  --  THE BROWSE ENDS AT THE FIRST    *
061400*    ROW FOR ANOTHER KEY, AS ENQ240'S DOES.                    *
061500***************************************************************
061600 5100-READ-NEXT-AUDIT.
061700     EXEC CICS READNEXT
061800         FILE('AUDHIST')
061900         INTO(AUDIT-HISTORY-RECORD)
062000         RIDFLD(WS-AUDIT-BROWSE-KEY)
062100         RESP(WS-RESP)
062200     END-EXEC.
062300     IF WS-RESP = DFHRESP(ENDFILE)
062400         SET WS-BROWSE-DONE TO TRUE
062500         GO TO 5100-READ-NEXT-AUDIT-EXIT
062600     END-IF.
062700     IF WS-RESP NOT = DFHRESP(NORMAL)
062800         MOVE 'AUDIT HISTORY FILE UNAVAILABLE' TO AUD7O
062900         SET WS-FILE-ERROR TO TRUE
063000         SET WS-BROWSE-DONE TO TRUE
063100         GO TO 5100-READ-NEXT-AUDIT-EXIT
063200     END-IF.
063300     IF AUDH-TXN-KEY NOT = WS-INQUIRY-KEY
063400         SET WS-BROWSE-DONE TO TRUE
063500         GO TO 5100-READ-NEXT-AUDIT-EXIT
063600     END-IF.
063700     IF WS-AUDIT-ROWS-SHOWN = WS-AUDIT-ROWS-PER-PAGE
063800         SET SESS-MORE-AUDIT TO TRUE
063900         MOVE AUDH-KEY TO SESS-NEXT-AUDIT-KEY
064000         SET WS-BROWSE-DONE TO TRUE
064100         GO TO 5100-READ-NEXT-AUDIT-EXIT
064200     END-IF.
064300     ADD 1 TO WS-AUDIT-ROWS-SHOWN.
064400     PERFORM 5200-FORMAT-AUDIT-LINE
064500         THRU 5200-FORMAT-AUDIT-LINE-EXIT.
064600 5100-READ-NEXT-AUDIT-EXIT.
064700     EXIT.
064800***************************************************************
064900*    5200-FORMAT-AUDIT-LINE                                    *
065000***************************************************************
065100 5200-FORMAT-AUDIT-LINE.
065200     MOVE AUDH-TS-DATE             TO AUDL-TS-DATE.
065300     MOVE AUDH-TS-TIME             TO AUDL-TS-TIME.
065400     MOVE AUDH-SEQUENCE            TO AUDL-SEQUENCE.
065500     MOVE AUDH-ABT-STATUS-AT-CHECK TO AUDL-ABT-STATUS.
065600     MOVE AUDH-CALLED-PROGRAM      TO AUDL-CALLED-PROGRAM.
065700     MOVE AUDH-CALL-PARAM-VALUE    TO AUDL-CALL-PARAM-VALUE.
065800     IF AUDH-CALL-WAS-MADE
065900         MOVE 'YES' TO AUDL-CALL-MADE
066000     ELSE
066100         MOVE 'NO ' TO AUDL-CALL-MADE
066200     END-IF.
066300     IF AUDH-CALL-WAS-BLOCKED
066400         MOVE 'YES' TO AUDL-BLOCKED
066500     ELSE
066600         MOVE 'NO ' TO AUDL-BLOCKED
066700     END-IF.
066800     IF AUDH-ITEM-WAS-FORCED
066900         MOVE 'YES' TO AUDL-FORCED
067000     ELSE
067100         MOVE 'NO ' TO AUDL-FORCED
067200     END-IF.
067300     EVALUATE WS-AUDIT-ROWS-SHOWN
067400         WHEN 1
067500             MOVE WS-AUDIT-LINE TO AUD1O
067600         WHEN 2
067700             MOVE WS-AUDIT-LINE TO AUD2O
067800         WHEN 3
067900             MOVE WS-AUDIT-LINE TO AUD3O
068000         WHEN 4
068100             MOVE WS-AUDIT-LINE TO AUD4O
068200         WHEN 5
068300             MOVE WS-AUDIT-LINE TO AUD5O
068400         WHEN 6
068500             MOVE WS-AUDIT-LINE TO AUD6O
068600         WHEN OTHER
068700             MOVE WS-AUDIT-LINE TO AUD7O
068800     END-EVALUATE.
068900 5200-FORMAT-AUDIT-LINE-EXIT.
069000     EXIT.
069100***************************************************************
069200*    6000-AUTHORISE  --  DESK-ROLE CHECK THROUGH ENQ405.  IF   *
069300*    ENQ405 CANNOT BE REACHED THE ANSWER IS NO.                *
069400***************************************************************
069500 6000-AUTHORISE.
069600     SET INQC-FUNC-AUTHORISE TO TRUE.
069700     EXEC CICS LINK
069800         PROGRAM('ENQ405')
069900         COMMAREA(INQ-CONTROL-AREA)
070000         LENGTH(LENGTH OF INQ-CONTROL-AREA)
070100         RESP(WS-RESP)
070200     END-EXEC.
070300     IF WS-RESP NOT = DFHRESP(NORMAL)
070400         SET INQC-ACCESS-DENIED TO TRUE
070500         MOVE 'INQUIRY ACCESS CHECK UNAVAILABLE' TO INQC-MESSAGE
070600     END-IF.
070700 6000-AUTHORISE-EXIT.
070800     EXIT.
070900***************************************************************
071000*    6100-LOG-INQUIRY  --  THROUGH ENQ405.  IF ENQ405 CANNOT   *
071100*    BE REACHED THE INQUIRY IS NOT LOGGED AND NOT ANSWERED.    *
071200***************************************************************
071300 6100-LOG-INQUIRY.
071400     SET INQC-FUNC-LOG TO TRUE.
071500     EXEC CICS LINK
071600         PROGRAM('ENQ405')
071700         COMMAREA(INQ-CONTROL-AREA)
071800         LENGTH(LENGTH OF INQ-CONTROL-AREA)
071900         RESP(WS-RESP)
072000     END-EXEC.
072100     IF WS-RESP NOT = DFHRESP(NORMAL)
072200         MOVE 'N' TO INQC-LOG-WRITTEN-SW
072300         MOVE 'INQUIRY LOG UNAVAILABLE - NOTHING SHOWN'
072400             TO INQC-MESSAGE
072500     END-IF.
072600 6100-LOG-INQUIRY-EXIT.
072700     EXIT.
072800***************************************************************
072900*    7000-SEND-MAP  --  THE WHOLE SCREEN.  THE CURSOR GOES TO  *
073000*    WHICHEVER FIELD HAS ITS LENGTH SET TO -1.                 *
073100***************************************************************
073200 7000-SEND-MAP.
073300     MOVE WS-MESSAGE TO MSGO.
073400     EXEC CICS SEND
073500         MAP('ENQ395A')
073600         MAPSET('ENQ395M')
073700         FROM(ENQ395AO)
073800         ERASE
073900         CURSOR
074000     END-EXEC.
074100 7000-SEND-MAP-EXIT.
074200     EXIT.
074300***************************************************************
074400*    7100-SEND-MESSAGE  --  THE MESSAGE LINE ONLY; WHATEVER IS *
074500*    ON THE SCREEN STAYS.                                      *
074600***************************************************************
074700 7100-SEND-MESSAGE.
074800     MOVE LOW-VALUES TO ENQ395AO.
074900     MOVE WS-MESSAGE TO MSGO.
075000     EXEC CICS SEND
075100         MAP('ENQ395A')
075200         MAPSET('ENQ395M')
075300         FROM(ENQ395AO)
075400         DATAONLY
075500         ALARM
075600     END-EXEC.
075700 7100-SEND-MESSAGE-EXIT.
075800     EXIT.
075900***************************************************************
076000*    8000-TERMINATE  --  END THE CONVERSATION, OR RETURN WITH  *
076100*    THE TRANSACTION ID AND STATE FOR THE NEXT KEY PRESSED.    *
076200***************************************************************
076300 8000-TERMINATE.
076400     IF WS-END-SESSION
076500         EXEC CICS SEND TEXT
076600             FROM(WS-END-TEXT)
076700             LENGTH(LENGTH OF WS-END-TEXT)
076800             ERASE
076900             FREEKB
077000         END-EXEC
077100         EXEC CICS RETURN
077200         END-EXEC
077300     END-IF.
077400     EXEC CICS RETURN
077500         TRANSID(EIBTRNID)
077600         COMMAREA(WS-SESSION-AREA)
077700         LENGTH(LENGTH OF WS-SESSION-AREA)
077800     END-EXEC.
077900 8000-TERMINATE-EXIT.
078000     EXIT.
