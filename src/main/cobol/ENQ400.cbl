000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ENQ400.
000300 AUTHOR.        D L MERCER.
000400 INSTALLATION.  DAILY PROCESSING.
000500 DATE-WRITTEN.  2026-10-14.
000600 DATE-COMPILED.
000700***************************************************************
000800*                                                              *
000900*   ENQ400  --  ONLINE OPEN SUSPENSE BY ACCOUNT (ENQS)         *
001000*                                                              *
001100*   CICS, PSEUDO-CONVERSATIONAL, MAP ENQ400A IN MAPSET         *
001200*   ENQ400M.  FOR ONE ACCOUNT, LISTS EVERY OPEN SUSPENSE ITEM  *
001300*   ON SUSPMST IN TRANSACTION KEY ORDER -- KEY, SOURCE, TYPE,  *
001400*   AMOUNT AND CURRENCY (FROM THE STORED ITEM IMAGE), FIRST    *
001500*   AND LAST SEEN, ATTEMPTS, THE NEWEST REASON CODE AND THE    *
001600*   STAGE THAT LAST REJECTED IT.  RESOLVED AND WRITTEN-OFF     *
001700*   ROWS ARE PASSED OVER.  THE ACCOUNT IS THE FIRST SIX BYTES  *
001800*   OF THE TRANSACTION KEY, SO ONE BROWSE FROM THE ACCOUNT     *
001900*   WITH LOW-VALUES BEHIND IT FINDS THEM ALL.                  *
002000*                                                              *
002100*   FOURTEEN ITEMS TO A PAGE; PF8 SHOWS THE NEXT.  THE BROWSE  *
002200*   POSITION IS CARRIED IN THE COMMAREA.                       *
002300*                                                              *
002400*   READ ONLY.  EVERY INQUIRY -- EACH PAGE -- GOES THROUGH     *
002500*   ENQ405 (LINK) FOR THE DESK-ROLE CHECK BEFORE THE FILE IS   *
002600*   READ AND FOR THE INQUIRY LOG BEFORE THE ANSWER IS SENT;    *
002700*   AN INQUIRY THAT COULD NOT BE LOGGED IS NOT ANSWERED.       *
002800*                                                              *
002900*   KEYS:  ENTER = INQUIRE;  PF8 = NEXT PAGE;                  *
003000*   PF3 OR CLEAR = END.                                        *
003100*   RESOURCES:  FILE SUSPMST (READ ONLY), PROGRAM ENQ405.      *
003200*                                                              *
003300*   MODIFICATION HISTORY                                       *
003400*   DATE       INIT  DESCRIPTION                               *
003500*   ---------- ----  ------------------------------------------*
003600*   2026-10-14 DLM   ORIGINAL VERSION.                         *
003700*                                                              *
003800***************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.   IBM-Z15.
004200 OBJECT-COMPUTER.   IBM-Z15.
004300 DATA DIVISION.
004400 WORKING-STORAGE SECTION.
004500***************************************************************
004600*    CICS RESPONSE AND CONVERSATION SWITCHES                   *
004700***************************************************************
004800 77  WS-RESP                         PIC S9(08) COMP VALUE ZERO.
004900 77  WS-END-SESSION-SW               PIC X(01)  VALUE 'N'.
005000     88  WS-END-SESSION                  VALUE 'Y'.
005100 77  WS-FILE-ERROR-SW                PIC X(01)  VALUE 'N'.
005200     88  WS-FILE-ERROR                   VALUE 'Y'.
005300 77  WS-BROWSE-DONE-SW               PIC X(01)  VALUE 'N'.
005400     88  WS-BROWSE-DONE                  VALUE 'Y'.
005500 77  WS-MESSAGE                      PIC X(79)  VALUE SPACES.
005600 77  WS-END-TEXT                     PIC X(79)  VALUE SPACES.
005700***************************************************************
005800*    COUNTERS                                                  *
005900***************************************************************
006000 77  WS-LINES-SHOWN                  PIC 9(04) COMP VALUE ZERO.
006100 77  WS-LINES-PER-PAGE               PIC 9(04) COMP VALUE 14.
006200 77  WS-PAGE-EDIT                    PIC 9(03)  VALUE ZERO.
006300 77  WS-COUNT-EDIT                   PIC Z9     VALUE ZERO.
006400 77  WS-INQUIRY-ACCOUNT              PIC X(06)  VALUE SPACES.
006500***************************************************************
006600*    SUSPENSE BROWSE KEY -- ACCOUNT, THEN THE REST OF THE      *
006700*    TRANSACTION KEY (LOW-VALUES TO START AT THE FIRST ITEM).  *
006800***************************************************************
006900 01  WS-SUSPENSE-BROWSE-KEY.
007000     05  WS-SBK-ACCOUNT              PIC X(06).
007100     05  WS-SBK-REST                 PIC X(04).
007200***************************************************************
007300*    FIELD VIEW OF A STORED ITEM IMAGE -- THE SAME TRANS-      *
007400*    RECORD LAYOUT THE REST OF THE STREAM USES, NEEDED FOR     *
007500*    THE SOURCE, TYPE, AMOUNT AND CURRENCY OF EACH ITEM.       *
007600***************************************************************
007700 01  WS-ITEM-RECORD.
007800     05  ITM-TRANS-KEY               PIC X(10).
007900     05  ITM-TRANS-TYPE              PIC 9(02).
008000     05  ITM-TRANS-AMOUNT            PIC S9(11)V99.
008100     05  ITM-EFFECTIVE-DATE          PIC 9(08).
008200     05  ITM-TRANS-SOURCE            PIC X(08).
008300     05  ITM-CURRENCY-CODE           PIC X(03).
008400     05  FILLER                      PIC X(36).
008500 77  WS-BASE-CURRENCY                PIC X(03)  VALUE 'USD'.
008600***************************************************************
008700*    ONE SCREEN LINE -- COLUMNS MATCH THE MAP HEADING          *
008800***************************************************************
008900 01  WS-SUSPENSE-LINE.
009000     05  SSL-TRANS-KEY               PIC X(10).
009100     05  FILLER                      PIC X(01)  VALUE SPACE.
009200     05  SSL-SOURCE                  PIC X(08).
009300     05  FILLER                      PIC X(01)  VALUE SPACE.
009400     05  SSL-TYPE                    PIC 9(02).
009500     05  FILLER                      PIC X(01)  VALUE SPACE.
009600     05  SSL-AMOUNT                  PIC -ZZZZZZZZZZ9.99.
009700     05  FILLER                      PIC X(01)  VALUE SPACE.
009800     05  SSL-CURRENCY                PIC X(03).
009900     05  FILLER                      PIC X(01)  VALUE SPACE.
010000     05  SSL-FIRST-SEEN-DATE         PIC 9999/99/99.
010100     05  FILLER                      PIC X(01)  VALUE SPACE.
010200     05  SSL-LAST-SEEN-DATE          PIC 9999/99/99.
010300     05  FILLER                      PIC X(01)  VALUE SPACE.
010400     05  SSL-ATTEMPT-COUNT           PIC ZZZ9.
010500     05  FILLER                      PIC X(02)  VALUE SPACES.
010600     05  SSL-REASON-CODE             PIC X(04).
010700     05  FILLER                      PIC X(02)  VALUE SPACES.
010800     05  SSL-REJECT-STAGE            PIC X(01).
010900     05  FILLER                      PIC X(01)  VALUE SPACE.
011000***************************************************************
011100*    CONVERSATION STATE CARRIED BETWEEN TASKS                  *
011200***************************************************************
011300 01  WS-SESSION-AREA.
011400     05  SESS-ACCOUNT                PIC X(06).
011500     05  SESS-NEXT-KEY               PIC X(10).
011600     05  SESS-MORE-SW                PIC X(01).
011700         88  SESS-MORE-ITEMS             VALUE 'Y'.
011800     05  SESS-PAGE-NUMBER            PIC 9(03).
011900     05  FILLER                      PIC X(10).
012000***************************************************************
012100*    ACCESS CONTROL, FILE RECORD, SYMBOLIC MAP, AID KEYS       *
012200***************************************************************
012300 COPY INQCTL.
012400 COPY SUSPMSTK.
012500 COPY ENQ400M.
012600 COPY DFHAID.
012700 LINKAGE SECTION.
012800 01  DFHCOMMAREA                     PIC X(30).
012900 PROCEDURE DIVISION.
013000***************************************************************
013100*    0000-MAINLINE                                             *
013200***************************************************************
013300 0000-MAINLINE.
013400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
013500     EVALUATE TRUE
013600         WHEN EIBCALEN = ZERO
013700             PERFORM 2000-FIRST-ENTRY THRU 2000-FIRST-ENTRY-EXIT
013800         WHEN EIBAID = DFHPF3
013900           OR EIBAID = DFHCLEAR
014000             MOVE 'ENQS OPEN SUSPENSE INQUIRY ENDED'
014100                 TO WS-END-TEXT
014200             SET WS-END-SESSION TO TRUE
014300         WHEN EIBAID = DFHENTER
014400             PERFORM 3000-PROCESS-INQUIRY
014500                 THRU 3000-PROCESS-INQUIRY-EXIT
014600         WHEN EIBAID = DFHPF8
014700             PERFORM 3500-NEXT-PAGE THRU 3500-NEXT-PAGE-EXIT
014800         WHEN OTHER
014900             MOVE 'INVALID KEY - PRESS ENTER, PF8, PF3 OR CLEAR'
015000                 TO WS-MESSAGE
015100             PERFORM 7100-SEND-MESSAGE THRU 7100-SEND-MESSAGE-EXIT
015200     END-EVALUATE.
015300     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
015400     GOBACK.
015500***************************************************************
015600*    1000-INITIALIZE  --  THE CONVERSATION STATE FROM THE      *
015700*    LAST TASK, IF ANY.                                        *
015800***************************************************************
015900 1000-INITIALIZE.
016000     MOVE LOW-VALUES TO ENQ400AO.
016100     IF EIBCALEN = LENGTH OF WS-SESSION-AREA
016200         MOVE DFHCOMMAREA TO WS-SESSION-AREA
016300     ELSE
016400         MOVE SPACES TO WS-SESSION-AREA
016500         MOVE ZERO   TO SESS-PAGE-NUMBER
016600     END-IF.
016700     MOVE SPACES   TO INQ-CONTROL-AREA.
016800     MOVE 'ENQ400' TO INQC-PROGRAM-NAME.
016900     SET INQC-SUSPENSE-INQUIRY TO TRUE.
017000 1000-INITIALIZE-EXIT.
017100     EXIT.
017200***************************************************************
017300*    2000-FIRST-ENTRY  --  A USER WHOSE DESK ROLE DOES NOT     *
017400*    ALLOW THIS INQUIRY NEVER SEES THE MAP.                    *
017500***************************************************************
017600 2000-FIRST-ENTRY.
017700     PERFORM 6000-AUTHORISE THRU 6000-AUTHORISE-EXIT.
017800     IF INQC-ACCESS-DENIED
017900         MOVE INQC-MESSAGE TO WS-END-TEXT
018000         SET WS-END-SESSION TO TRUE
018100         GO TO 2000-FIRST-ENTRY-EXIT
018200     END-IF.
018300     MOVE 'ENTER AN ACCOUNT, THEN PRESS ENTER' TO WS-MESSAGE.
018400     MOVE -1 TO ACCTL.
018500     PERFORM 7000-SEND-MAP THRU 7000-SEND-MAP-EXIT.
018600 2000-FIRST-ENTRY-EXIT.
018700     EXIT.
018800***************************************************************
018900*    3000-PROCESS-INQUIRY  --  ENTER ALWAYS STARTS AGAIN FROM  *
019000*    THE FIRST ITEM FOR THE ACCOUNT ON THE SCREEN.             *
019100***************************************************************
019200 3000-PROCESS-INQUIRY.
019300     EXEC CICS RECEIVE
019400         MAP('ENQ400A')
019500         MAPSET('ENQ400M')
019600         INTO(ENQ400AI)
019700         RESP(WS-RESP)
019800     END-EXEC.
019900     IF WS-RESP = DFHRESP(MAPFAIL)
020000         MOVE LOW-VALUES TO ENQ400AI
020100     END-IF.
020200     MOVE SPACES TO WS-INQUIRY-ACCOUNT.
020300     IF ACCTL > ZERO
020400         MOVE ACCTI TO WS-INQUIRY-ACCOUNT
020500     END-IF.
020600     MOVE LOW-VALUES TO ENQ400AO.
020700     MOVE SPACES TO WS-SESSION-AREA.
020800     MOVE ZERO   TO SESS-PAGE-NUMBER.
020900     IF WS-INQUIRY-ACCOUNT = SPACES
021000         MOVE 'ACCOUNT IS REQUIRED' TO WS-MESSAGE
021100         MOVE -1 TO ACCTL
021200         PERFORM 7000-SEND-MAP THRU 7000-SEND-MAP-EXIT
021300         GO TO 3000-PROCESS-INQUIRY-EXIT
021400     END-IF.
021500     MOVE WS-INQUIRY-ACCOUNT TO SESS-ACCOUNT.
021600     MOVE 1                  TO SESS-PAGE-NUMBER.
021700     MOVE WS-INQUIRY-ACCOUNT TO WS-SBK-ACCOUNT.
021800     MOVE LOW-VALUES         TO WS-SBK-REST.
021900     PERFORM 4000-ANSWER-INQUIRY THRU 4000-ANSWER-INQUIRY-EXIT.
022000 3000-PROCESS-INQUIRY-EXIT.
022100     EXIT.
022200***************************************************************
022300*    3500-NEXT-PAGE  --  PF8 CARRIES ON FROM THE FIRST ITEM    *
022400*    NOT YET SHOWN FOR THE ACCOUNT LAST INQUIRED ON.  EACH     *
022500*    PAGE IS A FRESH INQUIRY, CHECKED AND LOGGED AGAIN.        *
022600***************************************************************
022700 3500-NEXT-PAGE.
022800     IF SESS-ACCOUNT = SPACES
022900         OR NOT SESS-MORE-ITEMS
023000         MOVE 'NO MORE ITEMS - PRESS ENTER TO START AGAIN'
023100             TO WS-MESSAGE
023200         PERFORM 7100-SEND-MESSAGE THRU 7100-SEND-MESSAGE-EXIT
023300         GO TO 3500-NEXT-PAGE-EXIT
023400     END-IF.
023500     MOVE SESS-ACCOUNT  TO WS-INQUIRY-ACCOUNT.
023600     MOVE SESS-NEXT-KEY TO WS-SUSPENSE-BROWSE-KEY.
023700     ADD 1 TO SESS-PAGE-NUMBER.
023800     PERFORM 4000-ANSWER-INQUIRY THRU 4000-ANSWER-INQUIRY-EXIT.
023900 3500-NEXT-PAGE-EXIT.
024000     EXIT.
024100***************************************************************
024200*    4000-ANSWER-INQUIRY  --  CHECK ACCESS, BROWSE ONE PAGE,   *
024300*    LOG, THEN SEND.                                           *
024400***************************************************************
024500 4000-ANSWER-INQUIRY.
024600     MOVE WS-INQUIRY-ACCOUNT TO ACCTO.
024700     MOVE SESS-PAGE-NUMBER   TO WS-PAGE-EDIT.
024800     MOVE SPACES TO INQC-SEARCH-ARG.
024900     STRING WS-INQUIRY-ACCOUNT ' PAGE ' WS-PAGE-EDIT
025000         DELIMITED BY SIZE INTO INQC-SEARCH-ARG.
025100     PERFORM 6000-AUTHORISE THRU 6000-AUTHORISE-EXIT.
025200     IF INQC-ACCESS-DENIED
025300         MOVE INQC-MESSAGE TO WS-MESSAGE
025400         MOVE -1 TO ACCTL
025500         PERFORM 7000-SEND-MAP THRU 7000-SEND-MAP-EXIT
025600         GO TO 4000-ANSWER-INQUIRY-EXIT
025700     END-IF.
025800     MOVE ZERO TO WS-LINES-SHOWN.
025900     MOVE 'N'  TO WS-FILE-ERROR-SW.
026000     PERFORM 5000-BROWSE-SUSPENSE THRU 5000-BROWSE-SUSPENSE-EXIT.
026100     MOVE WS-LINES-SHOWN TO INQC-ROWS-SHOWN
026200                            WS-COUNT-EDIT.
026300     EVALUATE TRUE
026400         WHEN WS-FILE-ERROR
026500             SET INQC-OUTCOME-ERROR TO TRUE
026600             MOVE 'SUSPENSE FILE UNAVAILABLE - TRY AGAIN LATER'
026700                 TO WS-MESSAGE
026800         WHEN WS-LINES-SHOWN = ZERO
026900             SET INQC-OUTCOME-NOT-FOUND TO TRUE
027000             MOVE 'NO OPEN SUSPENSE ITEMS FOR THIS ACCOUNT'
027100                 TO WS-MESSAGE
027200         WHEN SESS-MORE-ITEMS
027300             SET INQC-OUTCOME-OK TO TRUE
027400             STRING 'PAGE ' WS-PAGE-EDIT ' - ' WS-COUNT-EDIT
027500                 ' OPEN ITEMS SHOWN - PF8 FOR MORE'
027600                 DELIMITED BY SIZE INTO WS-MESSAGE
027700         WHEN OTHER
027800             SET INQC-OUTCOME-OK TO TRUE
027900             STRING 'PAGE ' WS-PAGE-EDIT ' - ' WS-COUNT-EDIT
028000                 ' OPEN ITEMS SHOWN - END OF LIST'
028100                 DELIMITED BY SIZE INTO WS-MESSAGE
028200     END-EVALUATE.
028300     PERFORM 6100-LOG-INQUIRY THRU 6100-LOG-INQUIRY-EXIT.
028400     IF NOT INQC-LOG-WRITTEN
028500         MOVE LOW-VALUES         TO ENQ400AO
028600         MOVE WS-INQUIRY-ACCOUNT TO ACCTO
028700         MOVE 'N'                TO SESS-MORE-SW
028800         MOVE INQC-MESSAGE       TO WS-MESSAGE
028900     END-IF.
029000     MOVE -1 TO ACCTL.
029100     PERFORM 7000-SEND-MAP THRU 7000-SEND-MAP-EXIT.
029200 4000-ANSWER-INQUIRY-EXIT.
029300     EXIT.
029400***************************************************************
029500*    5000-BROWSE-SUSPENSE  --  ONE PAGE OF OPEN ITEMS FROM THE *
029600*    BROWSE KEY.  ONE OPEN ITEM PAST A FULL PAGE IS READ TO    *
029700*    KNOW WHETHER ANOTHER PAGE EXISTS; ITS KEY IS WHERE PF8    *
029800*    STARTS.                                                   *
029900***************************************************************
030000 5000-BROWSE-SUSPENSE.
030100     MOVE 'N' TO SESS-MORE-SW.
030200     MOVE 'N' TO WS-BROWSE-DONE-SW.
030300     EXEC CICS STARTBR
030400         FILE('SUSPMST')
030500         RIDFLD(WS-SUSPENSE-BROWSE-KEY)
030600         GTEQ
030700         RESP(WS-RESP)
030800     END-EXEC.
030900     IF WS-RESP = DFHRESP(NOTFND)
031000         GO TO 5000-BROWSE-SUSPENSE-EXIT
031100     END-IF.
031200     IF WS-RESP NOT = DFHRESP(NORMAL)
031300         SET WS-FILE-ERROR TO TRUE
031400         GO TO 5000-BROWSE-SUSPENSE-EXIT
031500     END-IF.
031600     PERFORM 5100-READ-NEXT-SUSPENSE
031700         THRU 5100-READ-NEXT-SUSPENSE-EXIT
031800         UNTIL WS-BROWSE-DONE.
031900     EXEC CICS ENDBR
032000         FILE('SUSPMST')
032100     END-EXEC.
032200 5000-BROWSE-SUSPENSE-EXIT.
032300     EXIT.
032400***************************************************************
032500*    5100-READ-NEXT-SUSPENSE  --  THE BROWSE ENDS AT THE       *
032600*    FIRST ROW FOR ANOTHER ACCOUNT.                            *
032700***************************************************************
032800 5100-READ-NEXT-SUSPENSE.
032900     EXEC CICS READNEXT
033000         FILE('SUSPMST')
033100         INTO(SUSPENSE-MASTER-RECORD)
033200         RIDFLD(WS-SUSPENSE-BROWSE-KEY)
033300         RESP(WS-RESP)
033400     END-EXEC.
033500     IF WS-RESP = DFHRESP(ENDFILE)
033600         SET WS-BROWSE-DONE TO TRUE
033700         GO TO 5100-READ-NEXT-SUSPENSE-EXIT
033800     END-IF.
033900     IF WS-RESP NOT = DFHRESP(NORMAL)
034000         SET WS-FILE-ERROR TO TRUE
034100         SET WS-BROWSE-DONE TO TRUE
034200         GO TO 5100-READ-NEXT-SUSPENSE-EXIT
034300     END-IF.
034400     IF SUSM-TRANS-KEY(1:6) NOT = WS-INQUIRY-ACCOUNT
034500         SET WS-BROWSE-DONE TO TRUE
034600         GO TO 5100-READ-NEXT-SUSPENSE-EXIT
034700     END-IF.
034800     IF NOT SUSM-STATUS-OPEN
034900         GO TO 5100-READ-NEXT-SUSPENSE-EXIT
035000     END-IF.
035100     IF WS-LINES-SHOWN = WS-LINES-PER-PAGE
035200         SET SESS-MORE-ITEMS TO TRUE
035300         MOVE SUSM-TRANS-KEY TO SESS-NEXT-KEY
035400         SET WS-BROWSE-DONE TO TRUE
035500         GO TO 5100-READ-NEXT-SUSPENSE-EXIT
035600     END-IF.
035700     ADD 1 TO WS-LINES-SHOWN.
035800     PERFORM 5200-FORMAT-LINE THRU 5200-FORMAT-LINE-EXIT.
035900 5100-READ-NEXT-SUSPENSE-EXIT.
036000     EXIT.
036100***************************************************************
036200*    5200-FORMAT-LINE  --  A BLANK CURRENCY IS THE BASE        *
036300*    CURRENCY, AS IN ENQ355.                                   *
036400***************************************************************
036500 5200-FORMAT-LINE.
036600     MOVE SUSM-ORIGINAL-RECORD   TO WS-ITEM-RECORD.
036700     MOVE SUSM-TRANS-KEY         TO SSL-TRANS-KEY.
036800     MOVE ITM-TRANS-SOURCE       TO SSL-SOURCE.
036900     MOVE ITM-TRANS-TYPE         TO SSL-TYPE.
037000     MOVE ITM-TRANS-AMOUNT       TO SSL-AMOUNT.
037100     IF ITM-CURRENCY-CODE = SPACES
037200         MOVE WS-BASE-CURRENCY   TO SSL-CURRENCY
037300     ELSE
037400         MOVE ITM-CURRENCY-CODE  TO SSL-CURRENCY
037500     END-IF.
037600     MOVE SUSM-FIRST-SEEN-DATE   TO SSL-FIRST-SEEN-DATE.
037700     MOVE SUSM-LAST-SEEN-DATE    TO SSL-LAST-SEEN-DATE.
037800     MOVE SUSM-ATTEMPT-COUNT     TO SSL-ATTEMPT-COUNT.
037900     MOVE SUSM-REASON-CODE(1)    TO SSL-REASON-CODE.
038000     MOVE SUSM-LAST-REJECT-STAGE TO SSL-REJECT-STAGE.
038100     EVALUATE WS-LINES-SHOWN
038200         WHEN 1
038300             MOVE WS-SUSPENSE-LINE TO LN01O
038400         WHEN 2
038500             MOVE WS-SUSPENSE-LINE TO LN02O
038600         WHEN 3
038700             MOVE WS-SUSPENSE-LINE TO LN03O
038800         WHEN 4
038900             MOVE WS-SUSPENSE-LINE TO LN04O
039000         WHEN 5
039100             MOVE WS-SUSPENSE-LINE TO LN05O
039200         WHEN 6
039300             MOVE WS-SUSPENSE-LINE TO LN06O
039400         WHEN 7
039500             MOVE WS-SUSPENSE-LINE TO LN07O
039600         WHEN 8
039700             MOVE WS-SUSPENSE-LINE TO LN08O
039800         WHEN 9
039900             MOVE WS-SUSPENSE-LINE TO LN09O
040000         WHEN 10
040100             MOVE WS-SUSPENSE-LINE TO LN10O
040200         WHEN 11
040300             MOVE WS-SUSPENSE-LINE TO LN11O
040400         WHEN 12
040500             MOVE WS-SUSPENSE-LINE TO LN12O
040600         WHEN 13
040700             MOVE WS-SUSPENSE-LINE TO LN13O
040800         WHEN OTHER
040900             MOVE WS-SUSPENSE-LINE TO LN14O
041000     END-EVALUATE.
041100 5200-FORMAT-LINE-EXIT.
041200     EXIT.
041300***************************************************************
041400*    6000-AUTHORISE  --  DESK-ROLE CHECK THROUGH ENQ405.  IF   *
041500*    ENQ405 CANNOT BE REACHED THE ANSWER IS NO.                *
041600***************************************************************
041700 6000-AUTHORISE.
041800     SET INQC-FUNC-AUTHORISE TO TRUE.
041900     EXEC CICS LINK
042000         PROGRAM('ENQ405')
042100         COMMAREA(INQ-CONTROL-AREA)
042200         LENGTH(LENGTH OF INQ-CONTROL-AREA)
042300         RESP(WS-RESP)
042400     END-EXEC.
042500     IF WS-RESP NOT = DFHRESP(NORMAL)
042600         SET INQC-ACCESS-DENIED TO TRUE
042700         MOVE 'INQUIRY ACCESS CHECK UNAVAILABLE' TO INQC-MESSAGE
042800     END-IF.
042900 6000-AUTHORISE-EXIT.
043000     EXIT.
043100***************************************************************
043200*    6100-LOG-INQUIRY  --  THROUGH ENQ405.  IF ENQ405 CANNOT   *
043300*    BE REACHED THE INQUIRY IS NOT LOGGED AND NOT ANSWERED.    *
043400***************************************************************
043500 6100-LOG-INQUIRY.
043600     SET INQC-FUNC-LOG TO TRUE.
043700     EXEC CICS LINK
043800         PROGRAM('ENQ405')
043900         COMMAREA(INQ-CONTROL-AREA)
044000         LENGTH(LENGTH OF INQ-CONTROL-AREA)
044100         RESP(WS-RESP)
044200     END-EXEC.
044300     IF WS-RESP NOT = DFHRESP(NORMAL)
044400         MOVE 'N' TO INQC-LOG-WRITTEN-SW
044500         MOVE 'INQUIRY LOG UNAVAILABLE - NOTHING SHOWN'
044600             TO INQC-MESSAGE
044700     END-IF.
044800 6100-LOG-INQUIRY-EXIT.
044900     EXIT.
045000***************************************************************
045100*    7000-SEND-MAP  --  THE WHOLE SCREEN.  THE CURSOR GOES TO  *
045200*    WHICHEVER FIELD HAS ITS LENGTH SET TO -1.                 *
045300***************************************************************
045400 7000-SEND-MAP.
045500     MOVE WS-MESSAGE TO MSGO.
045600     EXEC CICS SEND
045700         MAP('ENQ400A')
045800         MAPSET('ENQ400M')
045900         FROM(ENQ400AO)
046000         ERASE
046100         CURSOR
046200     END-EXEC.
046300 7000-SEND-MAP-EXIT.
046400     EXIT.
046500***************************************************************
046600*    7100-SEND-MESSAGE  --  THE MESSAGE LINE ONLY; WHATEVER IS *
046700*    ON THE SCREEN STAYS.                                      *
046800***************************************************************
046900 7100-SEND-MESSAGE.
047000     MOVE LOW-VALUES TO ENQ400AO.
047100     MOVE WS-MESSAGE TO MSGO.
047200     EXEC CICS SEND
047300         MAP('ENQ400A')
047400         MAPSET('ENQ400M')
047500         FROM(ENQ400AO)
047600         DATAONLY
047700         ALARM
047800     END-EXEC.
047900 7100-SEND-MESSAGE-EXIT.
048000     EXIT.
048100***************************************************************
048200*    8000-TERMINATE  --  END THE CONVERSATION, OR RETURN WITH  *
048300*    THE TRANSACTION ID AND STATE FOR THE NEXT KEY PRESSED.    *
048400***************************************************************
048500 8000-TERMINATE.
048600     IF WS-END-SESSION
048700         EXEC CICS SEND TEXT
048800             FROM(WS-END-TEXT)
048900             LENGTH(LENGTH OF WS-END-TEXT)
049000             ERASE
049100             FREEKB
049200         END-EXEC
049300         EXEC CICS RETURN
049400         END-EXEC
049500     END-IF.
049600     EXEC CICS RETURN
049700         TRANSID(EIBTRNID)
049800         COMMAREA(WS-SESSION-AREA)
049900         LENGTH(LENGTH OF WS-SESSION-AREA)
050000     END-EXEC.
050100 8000-TERMINATE-EXIT.
050200     EXIT.
