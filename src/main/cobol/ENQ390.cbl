000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ENQ390.
000300 AUTHOR.        D L MERCER.
000400 INSTALLATION.  DAILY PROCESSING.
000500 DATE-WRITTEN.  2026-10-14.
000600 DATE-COMPILED.
000700***************************************************************
000800*                                                              *
000900*   ENQ390  --  ONLINE ENTITLEMENT POSITION INQUIRY (ENQA)     *
001000*                                                              *
001100*   CICS, PSEUDO-CONVERSATIONAL, MAP ENQ390A IN MAPSET         *
001200*   ENQ390M.  ANSWERS THE RELATIONSHIP DESK'S "WHAT CAN THIS   *
001300*   ACCOUNT STILL DO TODAY" WITHOUT A BATCH RUN: FOR A SOURCE  *
001400*   AND ACCOUNT IT SHOWS THE ENTLMSTR ROW'S STATUS AND GROUP,  *
001500*   EACH BASE LIMIT (DAILY AND TYPES 01-04) BESIDE THE         *
001600*   EFFECTIVE LIMIT AFTER ANY OVERRIDE WINDOW, THE CONSUMED    *
001700*   AND AVAILABLE BALANCES, AND BOTH OVERRIDE WINDOWS WITH     *
001800*   THEIR DATES, LIMITS AND WHETHER EACH IS IN EFFECT.         *
001900*                                                              *
002000*   THE EFFECTIVE LIMITS ARE RESOLVED EXACTLY AS ALLOWED37     *
002100*   RESOLVES THEM (ITS 1500-1530) FOR THE AS-OF DATE KEYED ON  *
002200*   THE SCREEN, TODAY IF BLANK: THE FIRST IN-DATE WINDOW'S     *
002300*   NON-ZERO LIMITS OVERLAY THE BASE.  CONSUMED BALANCES ARE   *
002400*   SHOWN ONLY WHEN THE ROW WAS LAST CONSUMED ON THE AS-OF     *
002500*   DATE -- OTHERWISE THEY BELONG TO AN EARLIER DATE, WHICH    *
002600*   ALLOWED37 WOULD RESET BEFORE CHECKING, AND SHOW AS ZERO.   *
002700*                                                              *
002800*   READ ONLY.  EVERY INQUIRY GOES THROUGH ENQ405 (LINK) FOR   *
002900*   THE DESK-ROLE CHECK BEFORE ENTLMSTR IS READ AND FOR THE    *
003000*   INQUIRY LOG BEFORE THE ANSWER IS SENT; AN INQUIRY THAT     *
003100*   COULD NOT BE LOGGED IS NOT ANSWERED.                       *
003200*                                                              *
003300*   KEYS:  ENTER = INQUIRE;  PF3 OR CLEAR = END.               *
003400*   RESOURCES:  FILE ENTLMSTR (READ ONLY), PROGRAM ENQ405.     *
003500*                                                              *
003600*   MODIFICATION HISTORY                                       *
003700*   DATE       INIT  DESCRIPTION                               *
003800*   ---------- ----  ------------------------------------------*
003900*   2026-10-14 DLM   ORIGINAL VERSION.                         *
004000*                                                              *
004100***************************************************************
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER.   IBM-Z15.
004500 OBJECT-COMPUTER.   IBM-Z15.
004600 DATA DIVISION.
004700 WORKING-STORAGE SECTION.
004800***************************************************************
004900*    CICS RESPONSE, DATE AND CONVERSATION SWITCHES             *
005000***************************************************************
005100 77  WS-RESP                         PIC S9(08) COMP VALUE ZERO.
005200 77  WS-ABSTIME                      PIC S9(15) COMP-3
005300                                                VALUE ZERO.
005400 77  WS-TODAY-TEXT                   PIC X(08)  VALUE SPACES.
005500 77  WS-AS-OF-TEXT                   PIC X(08)  VALUE SPACES.
005600 77  WS-END-SESSION-SW               PIC X(01)  VALUE 'N'.
005700     88  WS-END-SESSION                  VALUE 'Y'.
005800 77  WS-INPUT-ERROR-SW               PIC X(01)  VALUE 'N'.
005900     88  WS-INPUT-IN-ERROR               VALUE 'Y'.
006000 77  WS-BALANCES-CURRENT-SW          PIC X(01)  VALUE 'N'.
006100     88  WS-BALANCES-CURRENT             VALUE 'Y'.
006200 77  WS-MESSAGE                      PIC X(79)  VALUE SPACES.
006300 77  WS-END-TEXT                     PIC X(79)  VALUE SPACES.
006400***************************************************************
006500*    EFFECTIVE LIMITS -- BASE LIMITS WITH THE FIRST IN-DATE    *
006600*    OVERRIDE WINDOW'S NON-ZERO VALUES LAID OVER THEM, AS IN   *
006700*    ALLOWED37.  WS-ACTIVE-WINDOW IS THAT WINDOW, ZERO IF      *
006800*    NONE.                                                     *
006900***************************************************************
007000 77  WS-EFF-DAILY-LIMIT              PIC S9(11)V99 COMP-3
007100                                                VALUE ZERO.
007200 01  WS-EFF-TYPE-LIMITS.
007300     05  WS-EFF-TYPE-LIMIT OCCURS 4 TIMES
007400                                     PIC S9(11)V99 COMP-3.
007500 77  WS-ACTIVE-WINDOW                PIC 9(01)  VALUE ZERO.
007600 77  WS-TYPE-SUB                     PIC 9(02) COMP VALUE ZERO.
007700 77  WS-OVR-SUB                      PIC 9(02) COMP VALUE ZERO.
007800 77  WS-LINE-SUB                     PIC 9(02) COMP VALUE ZERO.
007900 77  WS-LINE-BASE                    PIC S9(11)V99 COMP-3
008000                                                VALUE ZERO.
008100 77  WS-LINE-EFFECTIVE               PIC S9(11)V99 COMP-3
008200                                                VALUE ZERO.
008300 77  WS-LINE-CONSUMED                PIC S9(11)V99 COMP-3
008400                                                VALUE ZERO.
008500 77  WS-LINE-AVAILABLE               PIC S9(11)V99 COMP-3
008600                                                VALUE ZERO.
008700 01  WS-DATE-EDIT                    PIC 9999/99/99.
008800***************************************************************
008900*    SCREEN LINE LAYOUTS                                       *
009000***************************************************************
009100 01  WS-LIMIT-LABEL-DATA.
009200     05  FILLER                  PIC X(10) VALUE 'DAILY'.
009300     05  FILLER                  PIC X(10) VALUE 'TYPE 01'.
009400     05  FILLER                  PIC X(10) VALUE 'TYPE 02'.
009500     05  FILLER                  PIC X(10) VALUE 'TYPE 03'.
009600     05  FILLER                  PIC X(10) VALUE 'TYPE 04'.
009700 01  WS-LIMIT-LABELS REDEFINES WS-LIMIT-LABEL-DATA.
009800     05  WS-LIMIT-LABEL OCCURS 5 TIMES
009900                                     PIC X(10).
010000 01  WS-LIMIT-LINE.
010100     05  LIML-LABEL                  PIC X(10).
010200     05  LIML-BASE                   PIC -ZZZZZZZZZZ9.99.
010300     05  FILLER                      PIC X(02)  VALUE SPACES.
010400     05  LIML-EFFECTIVE              PIC -ZZZZZZZZZZ9.99.
010500     05  FILLER                      PIC X(02)  VALUE SPACES.
010600     05  LIML-CONSUMED               PIC -ZZZZZZZZZZ9.99.
010700     05  FILLER                      PIC X(02)  VALUE SPACES.
010800     05  LIML-AVAILABLE              PIC -ZZZZZZZZZZ9.99.
010900     05  FILLER                      PIC X(03)  VALUE SPACES.
011000 01  WS-WINDOW-LINE.
011100     05  FILLER                      PIC X(07)  VALUE 'WINDOW '.
011200     05  WINL-NUMBER                 PIC 9(01).
011300     05  FILLER                      PIC X(08)  VALUE '   FROM '.
011400     05  WINL-START-DATE             PIC 9999/99/99.
011500     05  FILLER                      PIC X(06)  VALUE '   TO '.
011600     05  WINL-END-DATE               PIC 9999/99/99.
011700     05  FILLER                      PIC X(03)  VALUE SPACES.
011800     05  WINL-STATE                  PIC X(22).
011900     05  FILLER                      PIC X(12)  VALUE SPACES.
012000 01  WS-WINDOW-IDLE-LINE.
012100     05  FILLER                      PIC X(07)  VALUE 'WINDOW '.
012200     05  WINI-NUMBER                 PIC 9(01).
012300     05  FILLER                      PIC X(71)
012400                                     VALUE '   NOT IN USE'.
012500 01  WS-WINDOW-AMOUNT-LINE.
012600     05  WINA-DAILY-LIMIT            PIC -ZZZZZZZZZZ9.99.
012700     05  WINA-TYPE-ENTRY OCCURS 4 TIMES.
012800         10  FILLER                  PIC X(01).
012900         10  WINA-TYPE-LIMIT         PIC -ZZZZZZZZZZ9.99.
013000***************************************************************
013100*    CONVERSATION STATE CARRIED BETWEEN TASKS                  *
013200***************************************************************
013300 01  WS-SESSION-AREA.
013400     05  SESS-SOURCE                 PIC X(08).
013500     05  SESS-ACCOUNT                PIC X(06).
013600     05  SESS-AS-OF-DATE             PIC 9(08).
013700     05  FILLER                      PIC X(10).
013800***************************************************************
013900*    ACCESS CONTROL, ENTITLEMENT ROW, SYMBOLIC MAP, AID KEYS   *
014000***************************************************************
014100 COPY INQCTL.
014200 COPY ENTLREC.
014300 COPY ENQ390M.
014400 COPY DFHAID.
014500 LINKAGE SECTION.
014600 01  DFHCOMMAREA                     PIC X(32).
014700 PROCEDURE DIVISION.
014800***************************************************************
014900*    0000-MAINLINE                                             *
015000***************************************************************
015100 0000-MAINLINE.
015200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
015300     EVALUATE TRUE
015400         WHEN EIBCALEN = ZERO
015500             PERFORM 2000-FIRST-ENTRY THRU 2000-FIRST-ENTRY-EXIT
015600         WHEN EIBAID = DFHPF3
015700           OR EIBAID = DFHCLEAR
015800             MOVE 'ENQA ENTITLEMENT POSITION INQUIRY ENDED'
015900                 TO WS-END-TEXT
016000             SET WS-END-SESSION TO TRUE
016100         WHEN EIBAID = DFHENTER
016200             PERFORM 3000-PROCESS-INQUIRY
016300                 THRU 3000-PROCESS-INQUIRY-EXIT
016400         WHEN OTHER
016500             MOVE 'INVALID KEY - PRESS ENTER, PF3 OR CLEAR'
016600                 TO WS-MESSAGE
016700             PERFORM 7100-SEND-MESSAGE THRU 7100-SEND-MESSAGE-EXIT
016800     END-EVALUATE.
016900     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
017000     GOBACK.
017100***************************************************************
017200*    1000-INITIALIZE  --  TODAY'S DATE AND THE CONVERSATION    *
017300*    STATE FROM THE LAST TASK, IF ANY.                         *
017400***************************************************************
017500 1000-INITIALIZE.
017600     MOVE LOW-VALUES TO ENQ390AO.
017700     EXEC CICS ASKTIME
017800         ABSTIME(WS-ABSTIME)
017900     END-EXEC.
018000     EXEC CICS FORMATTIME
018100         ABSTIME(WS-ABSTIME)
018200         YYYYMMDD(WS-TODAY-TEXT)
018300     END-EXEC.
018400     IF EIBCALEN = LENGTH OF WS-SESSION-AREA
018500         MOVE DFHCOMMAREA TO WS-SESSION-AREA
018600     ELSE
018700         MOVE SPACES TO WS-SESSION-AREA
018800         MOVE ZERO   TO SESS-AS-OF-DATE
018900     END-IF.
019000     MOVE SPACES   TO INQ-CONTROL-AREA.
019100     MOVE 'ENQ390' TO INQC-PROGRAM-NAME.
019200     SET INQC-ACCOUNT-INQUIRY TO TRUE.
019300 1000-INITIALIZE-EXIT.
019400     EXIT.
019500***************************************************************
019600*    2000-FIRST-ENTRY  --  A USER WHOSE DESK ROLE DOES NOT     *
019700*    ALLOW THIS INQUIRY NEVER SEES THE MAP.                    *
019800***************************************************************
019900 2000-FIRST-ENTRY.
020000     PERFORM 6000-AUTHORISE THRU 6000-AUTHORISE-EXIT.
020100     IF INQC-ACCESS-DENIED
020200         MOVE INQC-MESSAGE TO WS-END-TEXT
020300         SET WS-END-SESSION TO TRUE
020400         GO TO 2000-FIRST-ENTRY-EXIT
020500     END-IF.
020600     MOVE 'ENTER SOURCE AND ACCOUNT, THEN PRESS ENTER'
020700         TO WS-MESSAGE.
020800     MOVE -1 TO SRCEL.
020900     PERFORM 7000-SEND-MAP THRU 7000-SEND-MAP-EXIT.
021000 2000-FIRST-ENTRY-EXIT.
021100     EXIT.
021200***************************************************************
021300*    3000-PROCESS-INQUIRY  --  EDIT THE KEY FIELDS, CHECK      *
021400*    ACCESS, READ THE ROW, LOG, THEN ANSWER.                   *
021500***************************************************************
021600 3000-PROCESS-INQUIRY.
021700     EXEC CICS RECEIVE
021800         MAP('ENQ390A')
021900         MAPSET('ENQ390M')
022000         INTO(ENQ390AI)
022100         RESP(WS-RESP)
022200     END-EXEC.
022300     IF WS-RESP = DFHRESP(MAPFAIL)
022400         MOVE LOW-VALUES TO ENQ390AI
022500     END-IF.
022600     PERFORM 3100-EDIT-INPUT THRU 3100-EDIT-INPUT-EXIT.
022700     IF WS-INPUT-IN-ERROR
022800         PERFORM 7000-SEND-MAP THRU 7000-SEND-MAP-EXIT
022900         GO TO 3000-PROCESS-INQUIRY-EXIT
023000     END-IF.
023100     STRING SESS-SOURCE '/' SESS-ACCOUNT
023200         DELIMITED BY SIZE INTO INQC-SEARCH-ARG.
023300     PERFORM 6000-AUTHORISE THRU 6000-AUTHORISE-EXIT.
023400     IF INQC-ACCESS-DENIED
023500         MOVE INQC-MESSAGE TO WS-MESSAGE
023600         MOVE -1 TO SRCEL
023700         PERFORM 7000-SEND-MAP THRU 7000-SEND-MAP-EXIT
023800         GO TO 3000-PROCESS-INQUIRY-EXIT
023900     END-IF.
024000     MOVE SESS-SOURCE  TO ENTL-KEY-SOURCE.
024100     MOVE SESS-ACCOUNT TO ENTL-KEY-ACCOUNT.
024200     EXEC CICS READ
024300         FILE('ENTLMSTR')
024400         INTO(ENTITLEMENT-MASTER-RECORD)
024500         RIDFLD(ENTL-KEY)
024600         RESP(WS-RESP)
024700     END-EXEC.
024800     EVALUATE TRUE
024900         WHEN WS-RESP = DFHRESP(NORMAL)
025000             SET INQC-OUTCOME-OK TO TRUE
025100             MOVE 1 TO INQC-ROWS-SHOWN
025200             PERFORM 4000-BUILD-POSITION
025300                 THRU 4000-BUILD-POSITION-EXIT
025400         WHEN WS-RESP = DFHRESP(NOTFND)
025500             SET INQC-OUTCOME-NOT-FOUND TO TRUE
025600             MOVE ZERO TO INQC-ROWS-SHOWN
025700             MOVE 'NO ENTITLEMENT ON FILE FOR THIS SOURCE/ACCOUNT'
025800                 TO WS-MESSAGE
025900         WHEN OTHER
026000             SET INQC-OUTCOME-ERROR TO TRUE
026100             MOVE ZERO TO INQC-ROWS-SHOWN
026200             MOVE 'ENTITLEMENT FILE UNAVAILABLE - TRY AGAIN LATER'
026300                 TO WS-MESSAGE
026400     END-EVALUATE.
026500     PERFORM 6100-LOG-INQUIRY THRU 6100-LOG-INQUIRY-EXIT.
026600     IF NOT INQC-LOG-WRITTEN
026700         MOVE LOW-VALUES TO ENQ390AO
026800         PERFORM 3200-SHOW-KEY-FIELDS
026900             THRU 3200-SHOW-KEY-FIELDS-EXIT
027000         MOVE INQC-MESSAGE TO WS-MESSAGE
027100     END-IF.
027200     MOVE -1 TO SRCEL.
027300     PERFORM 7000-SEND-MAP THRU 7000-SEND-MAP-EXIT.
027400 3000-PROCESS-INQUIRY-EXIT.
027500     EXIT.
027600***************************************************************
027700*    3100-EDIT-INPUT  --  THE KEY FIELDS ARE FSET, SO A ZERO   *
027800*    LENGTH MEANS THE FIELD IS EMPTY, NOT MERELY UNCHANGED.    *
027900*    THE MAP AREA IS CLEARED ONCE THE INPUT IS SAVED SO        *
028000*    NOTHING RECEIVED IS SENT BACK AS AN ATTRIBUTE.            *
028100***************************************************************
028200 3100-EDIT-INPUT.
028300     MOVE 'N' TO WS-INPUT-ERROR-SW.
028400     MOVE SPACES TO SESS-SOURCE
028500                    SESS-ACCOUNT
028600                    WS-AS-OF-TEXT.
028700     IF SRCEL > ZERO
028800         MOVE SRCEI TO SESS-SOURCE
028900     END-IF.
029000     IF ACCTL > ZERO
029100         MOVE ACCTI TO SESS-ACCOUNT
029200     END-IF.
029300     IF ASOFL > ZERO
029400         MOVE ASOFI TO WS-AS-OF-TEXT
029500     END-IF.
029600     MOVE LOW-VALUES TO ENQ390AO.
029700     EVALUATE TRUE
029800         WHEN WS-AS-OF-TEXT = SPACES
029900             MOVE WS-TODAY-TEXT TO SESS-AS-OF-DATE
030000         WHEN WS-AS-OF-TEXT NUMERIC
030100             MOVE WS-AS-OF-TEXT TO SESS-AS-OF-DATE
030200         WHEN OTHER
030300             MOVE ZERO TO SESS-AS-OF-DATE
030400     END-EVALUATE.
030500     PERFORM 3200-SHOW-KEY-FIELDS THRU 3200-SHOW-KEY-FIELDS-EXIT.
030600     IF SESS-SOURCE = SPACES
030700         MOVE 'SOURCE IS REQUIRED' TO WS-MESSAGE
030800         MOVE -1 TO SRCEL
030900         SET WS-INPUT-IN-ERROR TO TRUE
031000         GO TO 3100-EDIT-INPUT-EXIT
031100     END-IF.
031200     IF SESS-ACCOUNT = SPACES
031300         MOVE 'ACCOUNT IS REQUIRED' TO WS-MESSAGE
031400         MOVE -1 TO ACCTL
031500         SET WS-INPUT-IN-ERROR TO TRUE
031600         GO TO 3100-EDIT-INPUT-EXIT
031700     END-IF.
031800     IF SESS-AS-OF-DATE = ZERO
031900         MOVE WS-AS-OF-TEXT TO ASOFO
032000         MOVE 'AS-OF DATE MUST BE YYYYMMDD, OR BLANK FOR TODAY'
032100             TO WS-MESSAGE
032200         MOVE -1 TO ASOFL
032300         SET WS-INPUT-IN-ERROR TO TRUE
032400     END-IF.
032500 3100-EDIT-INPUT-EXIT.
032600     EXIT.
032700***************************************************************
032800*    3200-SHOW-KEY-FIELDS                                      *
032900***************************************************************
033000 3200-SHOW-KEY-FIELDS.
033100     MOVE SESS-SOURCE  TO SRCEO.
033200     MOVE SESS-ACCOUNT TO ACCTO.
033300     IF SESS-AS-OF-DATE > ZERO
033400         MOVE SESS-AS-OF-DATE TO ASOFO
033500     END-IF.
033600 3200-SHOW-KEY-FIELDS-EXIT.
033700     EXIT.
033800***************************************************************
033900*    4000-BUILD-POSITION  --  HEADER FIELDS, ONE LINE PER      *
034000*    LIMIT, TWO LINES PER OVERRIDE WINDOW.                     *
034100***************************************************************
034200 4000-BUILD-POSITION.
034300     IF ENTL-STATUS-CLOSED
034400         MOVE 'CLOSED' TO STATO
034500     ELSE
034600         MOVE 'ACTIVE' TO STATO
034700     END-IF.
034800     IF ENTL-NOT-GROUPED
034900         MOVE 'NONE' TO GRUPO
035000     ELSE
035100         MOVE ENTL-GROUP-ID TO GRUPO
035200     END-IF.
035300     MOVE ENTL-LAST-CONSUMED-DATE TO WS-DATE-EDIT.
035400     MOVE WS-DATE-EDIT TO LCDTO.
035500     IF ENTL-LAST-CONSUMED-DATE = SESS-AS-OF-DATE
035600         SET WS-BALANCES-CURRENT TO TRUE
035700     ELSE
035800         MOVE 'N' TO WS-BALANCES-CURRENT-SW
035900     END-IF.
036000     PERFORM 4100-RESOLVE-EFFECTIVE-LIMITS
036100         THRU 4100-RESOLVE-EFFECTIVE-LIMITS-EXIT.
036200     PERFORM 4200-BUILD-LIMIT-LINE
036300         THRU 4200-BUILD-LIMIT-LINE-EXIT
036400         VARYING WS-LINE-SUB FROM 1 BY 1
036500         UNTIL WS-LINE-SUB > 5.
036600     PERFORM 4300-BUILD-WINDOW-LINES
036700         THRU 4300-BUILD-WINDOW-LINES-EXIT
036800         VARYING WS-OVR-SUB FROM 1 BY 1
036900         UNTIL WS-OVR-SUB > 2.
037000     MOVE SESS-AS-OF-DATE TO WS-DATE-EDIT.
037100     IF WS-BALANCES-CURRENT
037200         STRING 'POSITION AS OF ' WS-DATE-EDIT
037300             DELIMITED BY SIZE INTO WS-MESSAGE
037400     ELSE
037500         STRING 'POSITION AS OF ' WS-DATE-EDIT
037600             ' - NOTHING CONSUMED YET ON THIS DATE'
037700             DELIMITED BY SIZE INTO WS-MESSAGE
037800     END-IF.
037900 4000-BUILD-POSITION-EXIT.
038000     EXIT.
038100***************************************************************
038200*    4100-RESOLVE-EFFECTIVE-LIMITS  --  START FROM THE BASE    *
038300*    LIMITS, THEN LAY THE FIRST IN-DATE OVERRIDE WINDOW'S      *
038400*    NON-ZERO VALUES OVER THEM.  A ZERO START DATE MEANS THE   *
038500*    WINDOW IS NOT IN USE.  MUST AGREE WITH ALLOWED37.         *
038600***************************************************************
038700 4100-RESOLVE-EFFECTIVE-LIMITS.
038800     MOVE ZERO TO WS-ACTIVE-WINDOW.
038900     MOVE ENTL-DAILY-LIMIT TO WS-EFF-DAILY-LIMIT.
039000     PERFORM 4110-COPY-ONE-BASE-LIMIT
039100         THRU 4110-COPY-ONE-BASE-LIMIT-EXIT
039200         VARYING WS-TYPE-SUB FROM 1 BY 1
039300         UNTIL WS-TYPE-SUB > 4.
039400     PERFORM 4120-TEST-ONE-WINDOW
039500         THRU 4120-TEST-ONE-WINDOW-EXIT
039600         VARYING WS-OVR-SUB FROM 1 BY 1
039700         UNTIL WS-OVR-SUB > 2
039800            OR WS-ACTIVE-WINDOW > ZERO.
039900 4100-RESOLVE-EFFECTIVE-LIMITS-EXIT.
040000     EXIT.
040100***************************************************************
040200*    4110-COPY-ONE-BASE-LIMIT                                  *
040300***************************************************************
040400 4110-COPY-ONE-BASE-LIMIT.
040500     MOVE ENTL-TYPE-LIMIT(WS-TYPE-SUB)
040600         TO WS-EFF-TYPE-LIMIT(WS-TYPE-SUB).
040700 4110-COPY-ONE-BASE-LIMIT-EXIT.
040800     EXIT.
040900***************************************************************
041000*    4120-TEST-ONE-WINDOW                                      *
041100***************************************************************
041200 4120-TEST-ONE-WINDOW.
041300     IF ENTL-OVR-START-DATE(WS-OVR-SUB) > ZERO
041400         AND SESS-AS-OF-DATE
041500             >= ENTL-OVR-START-DATE(WS-OVR-SUB)
041600         AND SESS-AS-OF-DATE
041700             <= ENTL-OVR-END-DATE(WS-OVR-SUB)
041800         MOVE WS-OVR-SUB TO WS-ACTIVE-WINDOW
041900         IF ENTL-OVR-DAILY-LIMIT(WS-OVR-SUB) > ZERO
042000             MOVE ENTL-OVR-DAILY-LIMIT(WS-OVR-SUB)
042100                 TO WS-EFF-DAILY-LIMIT
042200         END-IF
042300         PERFORM 4130-OVERLAY-ONE-TYPE-LIMIT
042400             THRU 4130-OVERLAY-ONE-TYPE-LIMIT-EXIT
042500             VARYING WS-TYPE-SUB FROM 1 BY 1
042600             UNTIL WS-TYPE-SUB > 4
042700     END-IF.
042800 4120-TEST-ONE-WINDOW-EXIT.
042900     EXIT.
043000***************************************************************
043100*    4130-OVERLAY-ONE-TYPE-LIMIT                               *
043200***************************************************************
043300 4130-OVERLAY-ONE-TYPE-LIMIT.
043400     IF ENTL-OVR-TYPE-LIMIT(WS-ACTIVE-WINDOW, WS-TYPE-SUB)
043500             > ZERO
043600         MOVE ENTL-OVR-TYPE-LIMIT(WS-ACTIVE-WINDOW, WS-TYPE-SUB)
043700             TO WS-EFF-TYPE-LIMIT(WS-TYPE-SUB)
043800     END-IF.
043900 4130-OVERLAY-ONE-TYPE-LIMIT-EXIT.
044000     EXIT.
044100***************************************************************
044200*    4200-BUILD-LIMIT-LINE  --  LINE 1 IS THE DAILY LIMIT,     *
044300*    LINES 2-5 THE TYPE 01-04 LIMITS.  AVAILABLE IS THE        *
044400*    EFFECTIVE LIMIT LESS WHAT IS CONSUMED ON THE AS-OF DATE;  *
044500*    A FORCED POSTING CAN TAKE IT BELOW ZERO.                  *
044600***************************************************************
044700 4200-BUILD-LIMIT-LINE.
044800     IF WS-LINE-SUB = 1
044900         MOVE ENTL-DAILY-LIMIT    TO WS-LINE-BASE
045000         MOVE WS-EFF-DAILY-LIMIT  TO WS-LINE-EFFECTIVE
045100         MOVE ENTL-DAILY-CONSUMED TO WS-LINE-CONSUMED
045200     ELSE
045300         COMPUTE WS-TYPE-SUB = WS-LINE-SUB - 1
045400         MOVE ENTL-TYPE-LIMIT(WS-TYPE-SUB)    TO WS-LINE-BASE
045500         MOVE WS-EFF-TYPE-LIMIT(WS-TYPE-SUB)  TO WS-LINE-EFFECTIVE
045600         MOVE ENTL-TYPE-CONSUMED(WS-TYPE-SUB) TO WS-LINE-CONSUMED
045700     END-IF.
045800     IF NOT WS-BALANCES-CURRENT
045900         MOVE ZERO TO WS-LINE-CONSUMED
046000     END-IF.
046100     COMPUTE WS-LINE-AVAILABLE
046200         = WS-LINE-EFFECTIVE - WS-LINE-CONSUMED.
046300     MOVE WS-LIMIT-LABEL(WS-LINE-SUB) TO LIML-LABEL.
046400     MOVE WS-LINE-BASE      TO LIML-BASE.
046500     MOVE WS-LINE-EFFECTIVE TO LIML-EFFECTIVE.
046600     MOVE WS-LINE-CONSUMED  TO LIML-CONSUMED.
046700     MOVE WS-LINE-AVAILABLE TO LIML-AVAILABLE.
046800     EVALUATE WS-LINE-SUB
046900         WHEN 1
047000             MOVE WS-LIMIT-LINE TO LIM1O
047100         WHEN 2
047200             MOVE WS-LIMIT-LINE TO LIM2O
047300         WHEN 3
047400             MOVE WS-LIMIT-LINE TO LIM3O
047500         WHEN 4
047600             MOVE WS-LIMIT-LINE TO LIM4O
047700         WHEN OTHER
047800             MOVE WS-LIMIT-LINE TO LIM5O
047900     END-EVALUATE.
048000 4200-BUILD-LIMIT-LINE-EXIT.
048100     EXIT.
048200***************************************************************
048300*    4300-BUILD-WINDOW-LINES  --  A WINDOW THAT IS IN DATE     *
048400*    BUT NOT IN EFFECT CAN ONLY BE WINDOW 2 OVERLAPPING        *
048500*    WINDOW 1, WHICH WINS.                                     *
048600***************************************************************
048700 4300-BUILD-WINDOW-LINES.
048800     IF ENTL-OVR-START-DATE(WS-OVR-SUB) = ZERO
048900         MOVE WS-OVR-SUB TO WINI-NUMBER
049000         IF WS-OVR-SUB = 1
049100             MOVE WS-WINDOW-IDLE-LINE TO OW1HO
049200             MOVE SPACES              TO OW1AO
049300         ELSE
049400             MOVE WS-WINDOW-IDLE-LINE TO OW2HO
049500             MOVE SPACES              TO OW2AO
049600         END-IF
049700         GO TO 4300-BUILD-WINDOW-LINES-EXIT
049800     END-IF.
049900     MOVE WS-OVR-SUB TO WINL-NUMBER.
050000     MOVE ENTL-OVR-START-DATE(WS-OVR-SUB) TO WINL-START-DATE.
050100     MOVE ENTL-OVR-END-DATE(WS-OVR-SUB)   TO WINL-END-DATE.
050200     EVALUATE TRUE
050300         WHEN WS-OVR-SUB = WS-ACTIVE-WINDOW
050400             MOVE 'IN EFFECT'              TO WINL-STATE
050500         WHEN SESS-AS-OF-DATE < ENTL-OVR-START-DATE(WS-OVR-SUB)
050600             MOVE 'NOT YET IN EFFECT'      TO WINL-STATE
050700         WHEN SESS-AS-OF-DATE > ENTL-OVR-END-DATE(WS-OVR-SUB)
050800             MOVE 'EXPIRED'                TO WINL-STATE
050900         WHEN OTHER
051000             MOVE 'SUPERSEDED BY WINDOW 1' TO WINL-STATE
051100     END-EVALUATE.
051200     MOVE SPACES TO WS-WINDOW-AMOUNT-LINE.
051300     MOVE ENTL-OVR-DAILY-LIMIT(WS-OVR-SUB) TO WINA-DAILY-LIMIT.
051400     PERFORM 4310-EDIT-ONE-WINDOW-LIMIT
051500         THRU 4310-EDIT-ONE-WINDOW-LIMIT-EXIT
051600         VARYING WS-TYPE-SUB FROM 1 BY 1
051700         UNTIL WS-TYPE-SUB > 4.
051800     IF WS-OVR-SUB = 1
051900         MOVE WS-WINDOW-LINE        TO OW1HO
052000         MOVE WS-WINDOW-AMOUNT-LINE TO OW1AO
052100     ELSE
052200         MOVE WS-WINDOW-LINE        TO OW2HO
052300         MOVE WS-WINDOW-AMOUNT-LINE TO OW2AO
052400     END-IF.
052500 4300-BUILD-WINDOW-LINES-EXIT.
052600     EXIT.
052700***************************************************************
052800*    4310-EDIT-ONE-WINDOW-LIMIT                                *
052900***************************************************************
053000 4310-EDIT-ONE-WINDOW-LIMIT.
053100     MOVE ENTL-OVR-TYPE-LIMIT(WS-OVR-SUB, WS-TYPE-SUB)
053200         TO WINA-TYPE-LIMIT(WS-TYPE-SUB).
053300 4310-EDIT-ONE-WINDOW-LIMIT-EXIT.
053400     EXIT.
053500***************************************************************
053600*    6000-AUTHORISE  --  DESK-ROLE CHECK THROUGH ENQ405.  IF   *
053700*    ENQ405 CANNOT BE REACHED THE ANSWER IS NO.                *
053800***************************************************************
053900 6000-AUTHORISE.
054000     SET INQC-FUNC-AUTHORISE TO TRUE.
054100     EXEC CICS LINK
054200         PROGRAM('ENQ405')
054300         COMMAREA(INQ-CONTROL-AREA)
054400         LENGTH(LENGTH OF INQ-CONTROL-AREA)
054500         RESP(WS-RESP)
054600     END-EXEC.
054700     IF WS-RESP NOT = DFHRESP(NORMAL)
054800         SET INQC-ACCESS-DENIED TO TRUE
054900         MOVE 'INQUIRY ACCESS CHECK UNAVAILABLE' TO INQC-MESSAGE
055000     END-IF.
055100 6000-AUTHORISE-EXIT.
055200     EXIT.
055300***************************************************************
055400*    6100-LOG-INQUIRY  --  THROUGH ENQ405.  IF ENQ405 CANNOT   *
055500*    BE REACHED THE INQUIRY IS NOT LOGGED AND NOT ANSWERED.    *
055600***************************************************************
055700 6100-LOG-INQUIRY.
055800     SET INQC-FUNC-LOG TO TRUE.
055900     EXEC CICS LINK
056000         PROGRAM('ENQ405')
056100         COMMAREA(INQ-CONTROL-AREA)
056200         LENGTH(LENGTH OF INQ-CONTROL-AREA)
056300         RESP(WS-RESP)
056400     END-EXEC.
056500     IF WS-RESP NOT = DFHRESP(NORMAL)
056600         MOVE 'N' TO INQC-LOG-WRITTEN-SW
056700         MOVE 'INQUIRY LOG UNAVAILABLE - NOTHING SHOWN'
056800             TO INQC-MESSAGE
056900     END-IF.
057000 6100-LOG-INQUIRY-EXIT.
057100     EXIT.
057200***************************************************************
057300*    7000-SEND-MAP  --  THE WHOLE SCREEN.  THE CURSOR GOES TO  *
057400*    WHICHEVER FIELD HAS ITS LENGTH SET TO -1.                 *
057500***************************************************************
057600 7000-SEND-MAP.
057700     MOVE WS-MESSAGE TO MSGO.
057800     EXEC CICS SEND
057900         MAP('ENQ390A')
058000         MAPSET('ENQ390M')
058100         FROM(ENQ390AO)
058200         ERASE
058300         CURSOR
058400     END-EXEC.
058500 7000-SEND-MAP-EXIT.
058600     EXIT.
058700***************************************************************
058800*    7100-SEND-MESSAGE  --  THE MESSAGE LINE ONLY; WHATEVER IS *
058900*    ON THE SCREEN STAYS.                                      *
059000***************************************************************
059100 7100-SEND-MESSAGE.
059200     MOVE LOW-VALUES TO ENQ390AO.
059300     MOVE WS-MESSAGE TO MSGO.
059400     EXEC CICS SEND
059500         MAP('ENQ390A')
059600         MAPSET('ENQ390M')
059700         FROM(ENQ390AO)
059800         DATAONLY
059900         ALARM
060000     END-EXEC.
060100 7100-SEND-MESSAGE-EXIT.
060200     EXIT.
060300***************************************************************
060400*    8000-TERMINATE  --  END THE CONVERSATION, OR RETURN WITH  *
060500*    THE TRANSACTION ID AND STATE FOR THE NEXT KEY PRESSED.    *
060600***************************************************************
060700 8000-TERMINATE.
060800     IF WS-END-SESSION
060900         EXEC CICS SEND TEXT
061000             FROM(WS-END-TEXT)
061100             LENGTH(LENGTH OF WS-END-TEXT)
061200             ERASE
061300             FREEKB
061400         END-EXEC
061500         EXEC CICS RETURN
061600         END-EXEC
061700     END-IF.
061800     EXEC CICS RETURN
061900         TRANSID(EIBTRNID)
062000         COMMAREA(WS-SESSION-AREA)
062100         LENGTH(LENGTH OF WS-SESSION-AREA)
062200     END-EXEC.
062300 8000-TERMINATE-EXIT.
062400     EXIT.
