000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ENQ405.
000300 AUTHOR.        D L MERCER.
000400 INSTALLATION.  DAILY PROCESSING.
000500 DATE-WRITTEN.  2026-10-14.
000600 DATE-COMPILED.
000700***************************************************************
000800*                                                              *
000900*   ENQ405  --  ONLINE INQUIRY ACCESS CHECK AND INQUIRY LOG    *
001000*                                                              *
001100*   CICS.  NOT A TRANSACTION OF ITS OWN -- LINKED TO BY THE    *
001200*   INQUIRY SCREEN PROGRAMS ENQ390 (ENQA), ENQ395 (ENQT) AND   *
001300*   ENQ400 (ENQS) WITH THE INQCTL COMMAREA, SO THE DESK-ROLE   *
001400*   RULES AND THE LOG LIVE IN ONE PLACE.                       *
001500*                                                              *
001600*   INQC-FUNCTION 'A':  TAKES THE SIGNED-ON USER ID (ASSIGN    *
001700*   USERID), READS ITS DESKROLE ROW AND LOOKS THE ROLE CODE    *
001800*   UP IN INQROLE.  ACCESS IS GRANTED ONLY FOR AN ACTIVE ROW   *
001900*   WHOSE ROLE ALLOWS THE INQUIRY TYPE ASKED FOR.  A REFUSAL   *
002000*   IS LOGGED HERE, OUTCOME DENY, AND INQC-MESSAGE SAYS WHY.   *
002100*                                                              *
002200*   INQC-FUNCTION 'L':  WRITES ONE INQLOG RECORD TO THE TD     *
002300*   QUEUE ENQL FROM THE CALLER'S PROGRAM NAME, INQUIRY TYPE,   *
002400*   SEARCH ARGUMENT, OUTCOME AND ROWS SHOWN, STAMPED WITH THE  *
002500*   USER, TERMINAL, TRANSACTION ID, DATE AND TIME.  IF THE     *
002600*   WRITE FAILS INQC-LOG-WRITTEN STAYS FALSE AND THE CALLER    *
002700*   SHOWS NOTHING.                                             *
002800*                                                              *
002900*   NOTHING HERE UPDATES A FILE.  RESOURCES:  FILE DESKROLE    *
003000*   (READ ONLY), TD QUEUE ENQL.  A COMMAREA OF THE WRONG       *
003100*   LENGTH ABENDS THE TASK Q405 -- IT CAN ONLY MEAN A CALLER   *
003200*   COMPILED AGAINST A DIFFERENT INQCTL.                       *
003300*                                                              *
003400*   MODIFICATION HISTORY                                       *
003500*   DATE       INIT  DESCRIPTION                               *
003600*   ---------- ----  ------------------------------------------*
003700*   2026-10-14 DLM   ORIGINAL VERSION.                         *
003800*                                                              *
003900***************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER.   IBM-Z15.
004300 OBJECT-COMPUTER.   IBM-Z15.
004400 DATA DIVISION.
004500 WORKING-STORAGE SECTION.
004600***************************************************************
004700*    CICS RESPONSE AND TIMESTAMP WORK AREAS                    *
004800***************************************************************
004900 77  WS-RESP                         PIC S9(08) COMP VALUE ZERO.
005000 77  WS-ABSTIME                      PIC S9(15) COMP-3
005100                                                VALUE ZERO.
005200 77  WS-LOG-DATE-TEXT                PIC X(08)  VALUE SPACES.
005300 77  WS-LOG-TIME-TEXT                PIC X(06)  VALUE SPACES.
005400***************************************************************
005500*    ACCESS-CONTROL COMMAREA, DESK-ROLE ROW, ROLE TABLE, LOG   *
005600***************************************************************
005700 COPY INQCTL.
005800 COPY DESKROLE.
005900 COPY INQROLE.
006000 COPY INQLOG.
006100 LINKAGE SECTION.
006200 01  DFHCOMMAREA                     PIC X(120).
006300 PROCEDURE DIVISION.
006400***************************************************************
006500*    0000-MAINLINE                                             *
006600***************************************************************
006700 0000-MAINLINE.
006800     IF EIBCALEN NOT = LENGTH OF INQ-CONTROL-AREA
006900         EXEC CICS ABEND
007000             ABCODE('Q405')
007100         END-EXEC
007200     END-IF.
007300     MOVE DFHCOMMAREA TO INQ-CONTROL-AREA.
007400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
007500     EVALUATE TRUE
007600         WHEN INQC-FUNC-AUTHORISE
007700             PERFORM 2000-AUTHORISE THRU 2000-AUTHORISE-EXIT
007800         WHEN INQC-FUNC-LOG
007900             PERFORM 3000-WRITE-LOG THRU 3000-WRITE-LOG-EXIT
008000         WHEN OTHER
008100             SET INQC-ACCESS-DENIED TO TRUE
008200             MOVE 'INVALID ACCESS-CONTROL FUNCTION'
008300                 TO INQC-MESSAGE
008400     END-EVALUATE.
008500     MOVE INQ-CONTROL-AREA TO DFHCOMMAREA.
008600     EXEC CICS RETURN
008700     END-EXEC.
008800     GOBACK.
008900***************************************************************
009000*    1000-INITIALIZE  --  THE USER ID ALWAYS COMES FROM CICS,  *
009100*    NEVER FROM THE CALLER.                                    *
009200***************************************************************
009300 1000-INITIALIZE.
009400     MOVE 'N' TO INQC-LOG-WRITTEN-SW.
009500     EXEC CICS ASSIGN
009600         USERID(INQC-USER-ID)
009700     END-EXEC.
009800 1000-INITIALIZE-EXIT.
009900     EXIT.
010000***************************************************************
010100*    2000-AUTHORISE  --  NO ROW, A SUSPENDED ROW, AN UNKNOWN   *
010200*    ROLE OR A ROLE WITHOUT THIS INQUIRY ARE ALL REFUSALS, AND *
010300*    EVERY REFUSAL IS LOGGED.                                  *
010400***************************************************************
010500 2000-AUTHORISE.
010600     SET INQC-ACCESS-DENIED TO TRUE.
010700     MOVE SPACES TO INQC-DESK-NAME
010800                    INQC-ROLE-CODE
010900                    INQC-MESSAGE.
011000     MOVE INQC-USER-ID TO DROL-USER-ID.
011100     EXEC CICS READ
011200         FILE('DESKROLE')
011300         INTO(DESK-ROLE-RECORD)
011400         RIDFLD(DROL-KEY)
011500         RESP(WS-RESP)
011600     END-EXEC.
011700     EVALUATE TRUE
011800         WHEN WS-RESP = DFHRESP(NOTFND)
011900             MOVE 'USER NOT ENROLLED ON AN INQUIRY DESK'
012000                 TO INQC-MESSAGE
012100         WHEN WS-RESP NOT = DFHRESP(NORMAL)
012200             MOVE 'DESK ROLE FILE UNAVAILABLE'
012300                 TO INQC-MESSAGE
012400         WHEN NOT DROL-STATUS-ACTIVE
012500             MOVE DROL-DESK-NAME TO INQC-DESK-NAME
012600             MOVE DROL-ROLE-CODE TO INQC-ROLE-CODE
012700             MOVE 'INQUIRY ACCESS SUSPENDED FOR THIS USER'
012800                 TO INQC-MESSAGE
012900         WHEN OTHER
013000             MOVE DROL-DESK-NAME TO INQC-DESK-NAME
013100             MOVE DROL-ROLE-CODE TO INQC-ROLE-CODE
013200             PERFORM 2100-CHECK-ROLE-TABLE
013300                 THRU 2100-CHECK-ROLE-TABLE-EXIT
013400     END-EVALUATE.
013500     IF INQC-ACCESS-DENIED
013600         SET INQC-OUTCOME-DENIED TO TRUE
013700         MOVE ZERO TO INQC-ROWS-SHOWN
013800         PERFORM 3000-WRITE-LOG THRU 3000-WRITE-LOG-EXIT
013900     END-IF.
014000 2000-AUTHORISE-EXIT.
014100     EXIT.
014200***************************************************************
014300*    2100-CHECK-ROLE-TABLE                                     *
014400***************************************************************
014500 2100-CHECK-ROLE-TABLE.
014600     SEARCH ALL INQR-TABLE-ENTRY
014700         AT END
014800             MOVE 'DESK ROLE NOT RECOGNISED'
014900                 TO INQC-MESSAGE
015000         WHEN INQR-ROLE-CODE(INQR-IDX) = DROL-ROLE-CODE
015100             EVALUATE TRUE
015200                 WHEN INQC-ACCOUNT-INQUIRY
015300                     AND INQR-ACCOUNT-ALLOWED(INQR-IDX)
015400                 WHEN INQC-TRANSACTION-INQUIRY
015500                     AND INQR-TRANSACTION-ALLOWED(INQR-IDX)
015600                 WHEN INQC-SUSPENSE-INQUIRY
015700                     AND INQR-SUSPENSE-ALLOWED(INQR-IDX)
015800                     SET INQC-ACCESS-GRANTED TO TRUE
015900                 WHEN OTHER
016000                     MOVE 'INQUIRY NOT PERMITTED FOR YOUR ROLE'
016100                         TO INQC-MESSAGE
016200             END-EVALUATE
016300     END-SEARCH.
016400 2100-CHECK-ROLE-TABLE-EXIT.
016500     EXIT.
016600***************************************************************
016700*    3000-WRITE-LOG  --  ONE RECORD PER INQUIRY OR REFUSAL.    *
016800***************************************************************
016900 3000-WRITE-LOG.
017000     EXEC CICS ASKTIME
017100         ABSTIME(WS-ABSTIME)
017200     END-EXEC.
017300     EXEC CICS FORMATTIME
017400         ABSTIME(WS-ABSTIME)
017500         YYYYMMDD(WS-LOG-DATE-TEXT)
017600         TIME(WS-LOG-TIME-TEXT)
017700     END-EXEC.
017800     MOVE SPACES              TO INQUIRY-LOG-RECORD.
017900     MOVE WS-LOG-DATE-TEXT    TO INQL-LOG-DATE.
018000     MOVE WS-LOG-TIME-TEXT    TO INQL-LOG-TIME.
018100     MOVE INQC-USER-ID        TO INQL-USER-ID.
018200     MOVE EIBTRMID            TO INQL-TERMINAL-ID.
018300     MOVE EIBTRNID            TO INQL-TRANSACTION-ID.
018400     MOVE INQC-PROGRAM-NAME   TO INQL-PROGRAM-NAME.
018500     MOVE INQC-INQUIRY-TYPE   TO INQL-INQUIRY-TYPE.
018600     MOVE INQC-SEARCH-ARG     TO INQL-SEARCH-ARG.
018700     MOVE INQC-OUTCOME        TO INQL-OUTCOME.
018800     MOVE INQC-ROWS-SHOWN     TO INQL-ROWS-SHOWN.
018900     MOVE INQC-ROLE-CODE      TO INQL-ROLE-CODE.
019000     EXEC CICS WRITEQ TD
019100         QUEUE('ENQL')
019200         FROM(INQUIRY-LOG-RECORD)
019300         LENGTH(LENGTH OF INQUIRY-LOG-RECORD)
019400         RESP(WS-RESP)
019500     END-EXEC.
019600     IF WS-RESP = DFHRESP(NORMAL)
019700         SET INQC-LOG-WRITTEN TO TRUE
019800         GO TO 3000-WRITE-LOG-EXIT
019900     END-IF.
020000     IF INQC-FUNC-LOG
020100         MOVE 'INQUIRY LOG UNAVAILABLE - NOTHING SHOWN'
020200             TO INQC-MESSAGE
020300     END-IF.
020400 3000-WRITE-LOG-EXIT.
020500     EXIT.
