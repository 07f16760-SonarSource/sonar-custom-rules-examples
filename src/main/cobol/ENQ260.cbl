003500*             MUST GO THROUGH ACT)          ON BOTH LISTS      *
003600*       DUPE  ADD OF AN EXISTING ROW  EFDT  APPR EFFECTIVE     *
003700*       TBLF  TABLE FULL                    DATE NOT NUMERIC   *
003800*       PCMP  ACT OF A MODULE WITH NO CLEAN PARALLEL-RUN       *
003900*             COMPARISON AS ITS LATEST ON PARCMPK (ENQ380).    *
004000*             ALLOWED37, THE STREAM'S OWN FALLBACK, IS EXEMPT  *
004100*             SO A ROLLBACK IS NEVER BLOCKED.                  *
004200*                                                              *
004300*   RETURN CODES:  0 = EVERY TRANSACTION APPLIED;  4 = SOME    *
004400*   REJECTED (NEW FILES STILL VALID);  8 = FINAL STATE         *
004500*   INVALID (MORE THAN ONE ACTIVE EFFECTIVE-DATED APPR ROW,    *
004600*   OR A PROGRAM ON BOTH LISTS) -- DO NOT SWAP THE OUTPUTS     *
004700*   IN.                                                        *
004800*                                                              *
004900*   MODIFICATION HISTORY                                       *
005000*   DATE       INIT  DESCRIPTION                                *
005100*   ---------- ----  ------------------------------------------*
005200*   2026-08-22 DLM   ORIGINAL VERSION.                         *
005300*   2026-08-22 DLM   CLOSED THE UPD ACTIVATION BYPASS (AN UPD  *
005400*                    CARRYING ACTIVE-FLAG 'Y' NOW REJECTS      *
005500*                    APPV -- ACTIVATION MUST GO THROUGH ACT    *
005600*                    AND ITS SECOND APPROVER) AND VALIDATED    *
005700*                    THE APPR EFFECTIVE DATE NUMERIC (EFDT)    *
005800*                    BEFORE IT CAN LAND IN THE TABLE.          *
005900*   2026-10-14 DLM   ACT OF AN APPROVED SUBPROGRAM NOW NEEDS A *
006000*                    CLEAN ENQ380 PARALLEL-RUN COMPARISON AS   *
006100*                    THE MODULE'S LATEST ON PARCMPK (PCMP).    *
006200*                                                              *
006300***************************************************************
006400 ENVIRONMENT DIVISION.
006500 CONFIGURATION SECTION.
006600 SOURCE-COMPUTER.   IBM-Z15.
006700 OBJECT-COMPUTER.   IBM-Z15.
006800 INPUT-OUTPUT SECTION.
006900 FILE-CONTROL.
007000     SELECT MAINTENANCE-IN-FILE
007100         ASSIGN TO MNTIN
007200         ORGANIZATION IS SEQUENTIAL.
007300
007400     SELECT APPROVED-IN-FILE
007500         ASSIGN TO APPRIN
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS APPRIN-FILE-STATUS.
007800
007900     SELECT EXCLUSION-IN-FILE
008000         ASSIGN TO EXCLIN
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS EXCLIN-FILE-STATUS.
008300
008400     SELECT APPROVED-OUT-FILE
008500         ASSIGN TO APPROUT
008600         ORGANIZATION IS SEQUENTIAL.
008700
008800     SELECT EXCLUSION-OUT-FILE
008900         ASSIGN TO EXCLOUT
009000         ORGANIZATION IS SEQUENTIAL.
009100
009200     SELECT MAINT-AUDIT-FILE
009300         ASSIGN TO MNTAUDIT
009400         ORGANIZATION IS SEQUENTIAL.
009500
009600     SELECT MAINT-REPORT-FILE
009700         ASSIGN TO MNTRPT
009800         ORGANIZATION IS SEQUENTIAL.
009900
010000     SELECT PARALLEL-COMPARE-FILE
010100         ASSIGN TO PARCMPK
010200         ORGANIZATION IS INDEXED
010300         ACCESS MODE IS DYNAMIC
010400         RECORD KEY IS PCMP-KEY
010500         FILE STATUS IS PCMP-FILE-STATUS.
010600 DATA DIVISION.
010700 FILE SECTION.
010800 FD  MAINTENANCE-IN-FILE
010900     RECORDING MODE IS F.
011000 01  MAINTENANCE-RECORD.
011100     05  MNT-TARGET-FILE             PIC X(04).
011200         88  MNT-TARGET-APPROVED         VALUE 'APPR'.
011300         88  MNT-TARGET-EXCLUSION        VALUE 'EXCL'.
011400     05  MNT-ACTION                  PIC X(03).
011500         88  MNT-ACTION-ADD              VALUE 'ADD'.
011600         88  MNT-ACTION-UPDATE           VALUE 'UPD'.
011700         88  MNT-ACTION-DELETE           VALUE 'DEL'.
011800         88  MNT-ACTION-ACTIVATE         VALUE 'ACT'.
011900         88  MNT-ACTION-VALID
012000             VALUES 'ADD' 'UPD' 'DEL' 'ACT'.
012100     05  MNT-PROGRAM-NAME            PIC X(08).
012200     05  MNT-EFFECTIVE-DATE          PIC 9(08).
012300     05  MNT-EFFECTIVE-DATE-X REDEFINES MNT-EFFECTIVE-DATE
012400                                     PIC X(08).
012500     05  MNT-ACTIVE-FLAG             PIC X(01).
012600     05  MNT-REASON-CODE             PIC X(04).
012700         88  MNT-REASON-VALID
012800             VALUES 'SECR' 'DEFC' 'PERF' 'DECM'.
012900     05  MNT-REQUESTED-BY            PIC X(08).
013000     05  MNT-APPROVED-BY             PIC X(08).
013100     05  FILLER                      PIC X(36).
013200
013300 FD  APPROVED-IN-FILE
013400     RECORDING MODE IS F.
013500 01  APPROVED-IN-RECORD.
013600     05  APIN-PROGRAM-NAME           PIC X(08).
013700     05  APIN-EFFECTIVE-DATE         PIC 9(08).
013800     05  APIN-ACTIVE-FLAG            PIC X(01).
013900
014000 FD  EXCLUSION-IN-FILE
014100     RECORDING MODE IS F.
014200 01  EXCLUSION-IN-RECORD.
014300     05  EXIN-PROGRAM-NAME           PIC X(08).
014400     05  EXIN-REASON-CODE            PIC X(04).
014500
014600 FD  APPROVED-OUT-FILE
014700     RECORDING MODE IS F.
014800 01  APPROVED-OUT-RECORD.
014900     05  APOUT-PROGRAM-NAME          PIC X(08).
015000     05  APOUT-EFFECTIVE-DATE        PIC 9(08).
015100     05  APOUT-ACTIVE-FLAG           PIC X(01).
015200
015300 FD  EXCLUSION-OUT-FILE
015400     RECORDING MODE IS F.
015500 01  EXCLUSION-OUT-RECORD.
015600     05  EXOUT-PROGRAM-NAME          PIC X(08).
015700     05  EXOUT-REASON-CODE           PIC X(04).
015800
015900 FD  MAINT-AUDIT-FILE
016000     RECORDING MODE IS F.
016100 01  MAINT-AUDIT-RECORD.
016200     05  MAUD-TS-DATE                PIC 9(08).
016300     05  MAUD-TS-TIME                PIC 9(06).
016400     05  MAUD-TARGET-FILE            PIC X(04).
016500     05  MAUD-ACTION                 PIC X(03).
016600     05  MAUD-PROGRAM-NAME           PIC X(08).
016700     05  MAUD-EFFECTIVE-DATE         PIC 9(08).
016800     05  MAUD-ACTIVE-FLAG            PIC X(01).
016900     05  MAUD-REASON-CODE            PIC X(04).
017000     05  MAUD-REQUESTED-BY           PIC X(08).
017100     05  MAUD-APPROVED-BY            PIC X(08).
017200     05  MAUD-RESULT                 PIC X(01).
017300         88  MAUD-APPLIED                VALUE 'A'.
017400         88  MAUD-REJECTED               VALUE 'R'.
017500     05  MAUD-REJECT-REASON          PIC X(04).
017600     05  FILLER                      PIC X(17).
017700
017800 FD  MAINT-REPORT-FILE
017900     RECORDING MODE IS F.
018000 01  MAINT-REPORT-LINE              PIC X(132).
018100
018200 FD  PARALLEL-COMPARE-FILE.
018300 COPY PARCMP.
018400
018500 WORKING-STORAGE SECTION.
018600***************************************************************
018700*    THE IN-MEMORY COPIES OF BOTH FILES -- THE SAME TABLE      *
018800*    COPYBOOKS THE DAILY STREAM LOADS AT RUN TIME.             *
018900***************************************************************
019000 COPY APPRTBL.
019100 COPY EXCLTBL.
019200 77  APPRIN-FILE-STATUS              PIC X(02)  VALUE '00'.
019300 77  EXCLIN-FILE-STATUS              PIC X(02)  VALUE '00'.
019400 77  APPR-IN-EOF-SW                  PIC X(01)  VALUE 'N'.
019500     88  APPR-IN-AT-EOF                  VALUE 'Y'.
019600 77  EXCL-IN-EOF-SW                  PIC X(01)  VALUE 'N'.
019700     88  EXCL-IN-AT-EOF                  VALUE 'Y'.
019800 77  MNT-EOF-SW                      PIC X(01)  VALUE 'N'.
019900     88  MNT-AT-EOF                      VALUE 'Y'.
020000***************************************************************
020100*    PER-TRANSACTION VALIDATION STATE                          *
020200***************************************************************
020300 77  WS-REJECT-REASON                PIC X(04)  VALUE SPACES.
020400 77  WS-MATCH-SLOT                   PIC 9(04) COMP VALUE ZERO.
020500 77  WS-SUB                          PIC 9(04) COMP VALUE ZERO.
020600***************************************************************
020700*    PARALLEL-RUN COMPARISONS (ENQ380) -- READ-ONLY, FOR THE   *
020800*    ACT GATE.  NOT OPEN MEANS NO COMPARISON IS ON FILE.       *
020900***************************************************************
021000 77  PCMP-FILE-STATUS                PIC X(02)  VALUE '00'.
021100 77  WS-PCMP-OPEN-SW                 PIC X(01)  VALUE 'N'.
021200     88  WS-PCMP-FILE-OPEN               VALUE 'Y'.
021300 77  WS-PCMP-BROWSE-SW               PIC X(01)  VALUE 'N'.
021400     88  WS-PCMP-BROWSE-DONE             VALUE 'Y'.
021500 77  WS-PCMP-LATEST-SW               PIC X(01)  VALUE SPACE.
021600     88  WS-PCMP-NONE-ON-FILE            VALUE SPACE.
021700     88  WS-PCMP-LATEST-CLEAN            VALUE 'Y'.
021800 77  WS-FALLBACK-PROGRAM-NAME        PIC X(08)  VALUE SPACES.
021900***************************************************************
022000*    FINAL-STATE VALIDATION                                    *
022100***************************************************************
022200 77  WS-TODAY-DATE                   PIC 9(08)  VALUE ZERO.
022300 77  WS-ACTIVE-ROW-COUNT             PIC 9(04) COMP VALUE ZERO.
022400 77  WS-CROSS-LISTED-SW              PIC X(01)  VALUE 'N'.
022500     88  WS-PROGRAM-CROSS-LISTED         VALUE 'Y'.
022600 77  WS-FINAL-STATE-SW               PIC X(01)  VALUE SPACE.
022700     88  WS-FINAL-STATE-OK               VALUE 'O'.
022800     88  WS-FINAL-STATE-INVALID          VALUE 'F'.
022900***************************************************************
023000*    COUNTERS, TIMESTAMP AND EDIT FIELDS                       *
023100***************************************************************
023200 77  WS-APPLIED-COUNT                PIC 9(09) COMP VALUE ZERO.
023300 77  WS-REJECTED-COUNT               PIC 9(09) COMP VALUE ZERO.
023400 01  WS-CURRENT-DATE-TIME.
023500     05  WS-CURRENT-DATE             PIC 9(08).
023600     05  WS-CURRENT-TIME             PIC 9(06).
023700 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZ,ZZZ,ZZ9.
023800 PROCEDURE DIVISION.
023900***************************************************************
024000*    0000-MAINLINE                                             *
024100***************************************************************
024200 0000-MAINLINE.
024300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
024400     PERFORM 2000-APPLY-ONE-TRANSACTION
024500         THRU 2000-APPLY-ONE-TRANSACTION-EXIT
024600         UNTIL MNT-AT-EOF.
024700     PERFORM 5000-VALIDATE-FINAL-STATE
024800         THRU 5000-VALIDATE-FINAL-STATE-EXIT.
024900     PERFORM 7000-WRITE-NEW-FILES
025000         THRU 7000-WRITE-NEW-FILES-EXIT.
025100     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
025200     GOBACK.
025300***************************************************************
025400*    1000-INITIALIZE  --  LOAD BOTH TABLES FROM THE CURRENT    *
025500*    FILES AND PRIME THE MAINTENANCE READ.                     *
025600***************************************************************
025700 1000-INITIALIZE.
025800     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
025900     OPEN INPUT  MAINTENANCE-IN-FILE.
026000     OPEN OUTPUT MAINT-AUDIT-FILE.
026100     OPEN OUTPUT MAINT-REPORT-FILE.
026200     MOVE 'ENQ260 APPR/EXCL MAINTENANCE REPORT'
026300         TO MAINT-REPORT-LINE.
026400     WRITE MAINT-REPORT-LINE.
026500     MOVE SPACES TO MAINT-REPORT-LINE.
026600     WRITE MAINT-REPORT-LINE.
026700     PERFORM 1100-LOAD-APPROVED-TABLE
026800         THRU 1100-LOAD-APPROVED-TABLE-EXIT.
026900     PERFORM 1200-LOAD-EXCLUSION-TABLE
027000         THRU 1200-LOAD-EXCLUSION-TABLE-EXIT.
027100*    THE FALLBACK NAME IS HELD EXACTLY AS ENQ200 HOLDS IT, SO
027200*    THE ACT GATE RECOGNISES THE SAME PROGRAM-NAME VALUE.
027300     MOVE 'ALLOWED37' TO WS-FALLBACK-PROGRAM-NAME.
027400     OPEN INPUT PARALLEL-COMPARE-FILE.
027500     IF PCMP-FILE-STATUS = '00'
027600         SET WS-PCMP-FILE-OPEN TO TRUE
027700     END-IF.
027800     READ MAINTENANCE-IN-FILE
027900         AT END
028000             SET MNT-AT-EOF TO TRUE
028100     END-READ.
028200 1000-INITIALIZE-EXIT.
028300     EXIT.
028400***************************************************************
028500*    1100-LOAD-APPROVED-TABLE                                  *
028600***************************************************************
028700 1100-LOAD-APPROVED-TABLE.
028800     MOVE ZERO TO APPR-TABLE-COUNT.
028900     OPEN INPUT APPROVED-IN-FILE.
029000     IF APPRIN-FILE-STATUS = '35'
029100         CONTINUE
029200     ELSE
029300         READ APPROVED-IN-FILE
029400             AT END
029500                 SET APPR-IN-AT-EOF TO TRUE
029600         END-READ
029700         PERFORM 1110-LOAD-ONE-APPROVED-ROW
029800             THRU 1110-LOAD-ONE-APPROVED-ROW-EXIT
029900             UNTIL APPR-IN-AT-EOF
030000                OR APPR-TABLE-COUNT = APPR-MAX-ENTRIES
030100         CLOSE APPROVED-IN-FILE
030200     END-IF.
030300 1100-LOAD-APPROVED-TABLE-EXIT.
030400     EXIT.
030500***************************************************************
030600*    1110-LOAD-ONE-APPROVED-ROW                                *
030700***************************************************************
030800 1110-LOAD-ONE-APPROVED-ROW.
030900     ADD 1 TO APPR-TABLE-COUNT.
031000     MOVE APIN-PROGRAM-NAME TO
031100         APPR-PROGRAM-NAME(APPR-TABLE-COUNT).
031200     MOVE APIN-EFFECTIVE-DATE TO
031300         APPR-EFFECTIVE-DATE(APPR-TABLE-COUNT).
031400     MOVE APIN-ACTIVE-FLAG TO
031500         APPR-ACTIVE-FLAG(APPR-TABLE-COUNT).
031600     READ APPROVED-IN-FILE
031700         AT END
031800             SET APPR-IN-AT-EOF TO TRUE
031900     END-READ.
032000 1110-LOAD-ONE-APPROVED-ROW-EXIT.
032100     EXIT.
032200***************************************************************
032300*    1200-LOAD-EXCLUSION-TABLE                                 *
032400***************************************************************
032500 1200-LOAD-EXCLUSION-TABLE.
032600     MOVE ZERO TO EXCL-TABLE-COUNT.
032700     OPEN INPUT EXCLUSION-IN-FILE.
032800     IF EXCLIN-FILE-STATUS = '35'
032900         CONTINUE
033000     ELSE
033100         READ EXCLUSION-IN-FILE
033200             AT END
033300                 SET EXCL-IN-AT-EOF TO TRUE
033400         END-READ
033500         PERFORM 1210-LOAD-ONE-EXCLUSION-ROW
033600             THRU 1210-LOAD-ONE-EXCLUSION-ROW-EXIT
033700             UNTIL EXCL-IN-AT-EOF
033800                OR EXCL-TABLE-COUNT = EXCL-MAX-ENTRIES
033900         CLOSE EXCLUSION-IN-FILE
034000     END-IF.
034100 1200-LOAD-EXCLUSION-TABLE-EXIT.
034200     EXIT.
034300***************************************************************
034400*    1210-LOAD-ONE-EXCLUSION-ROW                               *
034500***************************************************************
034600 1210-LOAD-ONE-EXCLUSION-ROW.
034700     ADD 1 TO EXCL-TABLE-COUNT.
034800     MOVE EXIN-PROGRAM-NAME TO
034900         EXCL-PROGRAM-NAME(EXCL-TABLE-COUNT).
035000     MOVE EXIN-REASON-CODE TO
035100         EXCL-REASON-CODE(EXCL-TABLE-COUNT).
035200     READ EXCLUSION-IN-FILE
035300         AT END
035400             SET EXCL-IN-AT-EOF TO TRUE
035500     END-READ.
035600 1210-LOAD-ONE-EXCLUSION-ROW-EXIT.
035700     EXIT.
035800***************************************************************
035900*    2000-APPLY-ONE-TRANSACTION  --  VALIDATE, APPLY OR        *
036000*    REJECT, AUDIT EITHER WAY.                                 *
036100***************************************************************
036200 2000-APPLY-ONE-TRANSACTION.
036300     MOVE SPACES TO WS-REJECT-REASON.
036400     PERFORM 2100-VALIDATE-TRANSACTION
036500         THRU 2100-VALIDATE-TRANSACTION-EXIT.
036600     IF WS-REJECT-REASON = SPACES
036700         PERFORM 3000-APPLY-TO-TABLE
036800             THRU 3000-APPLY-TO-TABLE-EXIT
036900     END-IF.
037000     IF WS-REJECT-REASON = SPACES
037100         ADD 1 TO WS-APPLIED-COUNT
037200     ELSE
037300         ADD 1 TO WS-REJECTED-COUNT
037400         PERFORM 4100-REPORT-REJECTED-TXN
037500             THRU 4100-REPORT-REJECTED-TXN-EXIT
037600     END-IF.
037700     PERFORM 4000-WRITE-CHANGE-AUDIT
037800         THRU 4000-WRITE-CHANGE-AUDIT-EXIT.
037900     READ MAINTENANCE-IN-FILE
038000         AT END
038100             SET MNT-AT-EOF TO TRUE
038200     END-READ.
038300 2000-APPLY-ONE-TRANSACTION-EXIT.
038400     EXIT.
038500***************************************************************
038600*    2100-VALIDATE-TRANSACTION  --  EVERYTHING THAT CAN BE     *
038700*    CHECKED BEFORE TOUCHING A TABLE.                          *
038800***************************************************************
038900 2100-VALIDATE-TRANSACTION.
039000     IF NOT MNT-TARGET-APPROVED
039100         AND NOT MNT-TARGET-EXCLUSION
039200         MOVE 'TGTI' TO WS-REJECT-REASON
039300         GO TO 2100-VALIDATE-TRANSACTION-EXIT
039400     END-IF.
039500     IF NOT MNT-ACTION-VALID
039600         MOVE 'ACTI' TO WS-REJECT-REASON
039700         GO TO 2100-VALIDATE-TRANSACTION-EXIT
039800     END-IF.
039900     IF MNT-TARGET-EXCLUSION
040000         AND MNT-ACTION-ACTIVATE
040100*        ACTIVATION IS AN APPROVED-PROGRAM CONCEPT ONLY.
040200         MOVE 'ACTI' TO WS-REJECT-REASON
040300         GO TO 2100-VALIDATE-TRANSACTION-EXIT
040400     END-IF.
040500     IF MNT-PROGRAM-NAME = SPACES
040600         MOVE 'PGMB' TO WS-REJECT-REASON
040700         GO TO 2100-VALIDATE-TRANSACTION-EXIT
040800     END-IF.
040900     IF MNT-TARGET-EXCLUSION
041000         AND NOT MNT-ACTION-DELETE
041100         AND NOT MNT-REASON-VALID
041200         MOVE 'RSNI' TO WS-REJECT-REASON
041300         GO TO 2100-VALIDATE-TRANSACTION-EXIT
041400     END-IF.
041500     IF MNT-ACTION-ACTIVATE
041600         AND (MNT-APPROVED-BY = SPACES
041700           OR MNT-APPROVED-BY = MNT-REQUESTED-BY)
041800*        ACTIVATING A NEW APPROVED SUBPROGRAM IS THE CHANGE
041900*        THE AUDITORS CARE ABOUT MOST -- IT NEEDS A SECOND
042000*        PAIR OF EYES, NOT THE REQUESTOR APPROVING THEMSELF.
042100         MOVE 'APPV' TO WS-REJECT-REASON
042200         GO TO 2100-VALIDATE-TRANSACTION-EXIT
042300     END-IF.
042400     IF MNT-TARGET-APPROVED
042500         AND MNT-ACTION-UPDATE
042600         AND MNT-ACTIVE-FLAG = 'Y'
042700*        AN UPD THAT SETS THE ACTIVE FLAG IS AN ACTIVATION BY
042800*        ANOTHER NAME -- WITHOUT THIS, A SINGLE SUBMITTER
042900*        COULD SWITCH THE LIVE SUBPROGRAM AND BYPASS THE
043000*        SECOND-APPROVER CONTROL.  ACTIVATION GOES THROUGH
043100*        ACT, WHICH DEMANDS THE SECOND APPROVER.
043200         MOVE 'APPV' TO WS-REJECT-REASON
043300         GO TO 2100-VALIDATE-TRANSACTION-EXIT
043400     END-IF.
043500     IF MNT-TARGET-APPROVED
043600         AND (MNT-ACTION-ADD OR MNT-ACTION-UPDATE)
043700         AND MNT-EFFECTIVE-DATE-X NOT NUMERIC
043800         MOVE 'EFDT' TO WS-REJECT-REASON
043900         GO TO 2100-VALIDATE-TRANSACTION-EXIT
044000     END-IF.
044100     IF MNT-TARGET-APPROVED
044200         AND MNT-ACTION-ACTIVATE
044300         AND MNT-EFFECTIVE-DATE-X NOT = SPACES
044400         AND MNT-EFFECTIVE-DATE-X NOT NUMERIC
044500*        ACT MAY LEAVE THE DATE BLANK (KEEP THE ROW'S OWN),
044600*        BUT A SUPPLIED DATE MUST BE A NUMBER -- IT LANDS IN
044700*        THE TABLE AND IS COMPARED IN THE FINAL-STATE CHECK.
044800         MOVE 'EFDT' TO WS-REJECT-REASON
044900         GO TO 2100-VALIDATE-TRANSACTION-EXIT
045000     END-IF.
045100     IF MNT-TARGET-EXCLUSION
045200         AND NOT MNT-ACTION-DELETE
045300         PERFORM 2200-CHECK-NOT-ON-APPROVED
045400             THRU 2200-CHECK-NOT-ON-APPROVED-EXIT
045500     END-IF.
045600     IF MNT-TARGET-APPROVED
045700         AND NOT MNT-ACTION-DELETE
045800         PERFORM 2300-CHECK-NOT-ON-EXCLUSION
045900             THRU 2300-CHECK-NOT-ON-EXCLUSION-EXIT
046000     END-IF.
046100     IF MNT-TARGET-APPROVED
046200         AND MNT-ACTION-ACTIVATE
046300         AND WS-REJECT-REASON = SPACES
046400         PERFORM 2400-CHECK-PARALLEL-COMPARISON
046500             THRU 2400-CHECK-PARALLEL-COMPARISON-EXIT
046600     END-IF.
046700 2100-VALIDATE-TRANSACTION-EXIT.
046800     EXIT.
046900***************************************************************
047000*    2200-CHECK-NOT-ON-APPROVED  --  A PROGRAM ON THE          *
047100*    APPROVED LIST CANNOT BE ADDED TO THE EXCLUSION LIST.      *
047200***************************************************************
047300 2200-CHECK-NOT-ON-APPROVED.
047400     IF APPR-TABLE-COUNT > ZERO
047500         PERFORM 2210-SCAN-ONE-APPROVED-ROW
047600             THRU 2210-SCAN-ONE-APPROVED-ROW-EXIT
047700             VARYING WS-SUB FROM 1 BY 1
047800             UNTIL WS-SUB > APPR-TABLE-COUNT
047900     END-IF.
048000 2200-CHECK-NOT-ON-APPROVED-EXIT.
048100     EXIT.
048200***************************************************************
048300*    2210-SCAN-ONE-APPROVED-ROW                                *
048400***************************************************************
048500 2210-SCAN-ONE-APPROVED-ROW.
048600     IF APPR-PROGRAM-NAME(WS-SUB) = MNT-PROGRAM-NAME
048700         MOVE 'XLST' TO WS-REJECT-REASON
048800     END-IF.
048900 2210-SCAN-ONE-APPROVED-ROW-EXIT.
049000     EXIT.
049100***************************************************************
049200*    2300-CHECK-NOT-ON-EXCLUSION  --  AND THE MIRROR CASE.     *
049300***************************************************************
049400 2300-CHECK-NOT-ON-EXCLUSION.
049500     IF EXCL-TABLE-COUNT > ZERO
049600         PERFORM 2310-SCAN-ONE-EXCLUSION-ROW
049700             THRU 2310-SCAN-ONE-EXCLUSION-ROW-EXIT
049800             VARYING WS-SUB FROM 1 BY 1
049900             UNTIL WS-SUB > EXCL-TABLE-COUNT
050000     END-IF.
050100 2300-CHECK-NOT-ON-EXCLUSION-EXIT.
050200     EXIT.
050300***************************************************************
050400*    2310-SCAN-ONE-EXCLUSION-ROW                               *
050500***************************************************************
050600 2310-SCAN-ONE-EXCLUSION-ROW.
050700     IF EXCL-PROGRAM-NAME(WS-SUB) = MNT-PROGRAM-NAME
050800         MOVE 'XLST' TO WS-REJECT-REASON
050900     END-IF.
051000 2310-SCAN-ONE-EXCLUSION-ROW-EXIT.
051100     EXIT.
051200***************************************************************
051300*    2400-CHECK-PARALLEL-COMPARISON  --  A MODULE GOES LIVE    *
051400*    ONLY AFTER ENQ380 HAS SEEN IT MAKE PRODUCTION'S           *
051500*    DECISIONS: ITS LATEST COMPARISON ON PARCMPK MUST BE       *
051600*    CLEAN.  THE KEY IS MODULE THEN DATE, SO THE LAST ROW      *
051700*    BROWSED FOR THE MODULE IS THE LATEST.  ALLOWED37 IS THE   *
051800*    MODULE ENQ200 FALLS BACK TO AND IS NEVER BLOCKED --       *
051900*    ROLLING BACK TO IT MUST NOT WAIT ON A PARALLEL RUN.       *
052000***************************************************************
052100 2400-CHECK-PARALLEL-COMPARISON.
052200     IF MNT-PROGRAM-NAME = WS-FALLBACK-PROGRAM-NAME
052300         GO TO 2400-CHECK-PARALLEL-COMPARISON-EXIT
052400     END-IF.
052500     IF NOT WS-PCMP-FILE-OPEN
052600         MOVE 'PCMP' TO WS-REJECT-REASON
052700         GO TO 2400-CHECK-PARALLEL-COMPARISON-EXIT
052800     END-IF.
052900     MOVE SPACE TO WS-PCMP-LATEST-SW.
053000     MOVE 'N'   TO WS-PCMP-BROWSE-SW.
053100     MOVE MNT-PROGRAM-NAME TO PCMP-PROGRAM-NAME.
053200     MOVE ZERO             TO PCMP-BUSINESS-DATE.
053300     START PARALLEL-COMPARE-FILE
053400         KEY IS NOT LESS THAN PCMP-KEY
053500         INVALID KEY
053600             SET WS-PCMP-BROWSE-DONE TO TRUE
053700     END-START.
053800     PERFORM 2410-READ-ONE-COMPARISON
053900         THRU 2410-READ-ONE-COMPARISON-EXIT
054000         UNTIL WS-PCMP-BROWSE-DONE.
054100     IF NOT WS-PCMP-LATEST-CLEAN
054200         MOVE 'PCMP' TO WS-REJECT-REASON
054300     END-IF.
054400 2400-CHECK-PARALLEL-COMPARISON-EXIT.
054500     EXIT.
054600***************************************************************
054700*    2410-READ-ONE-COMPARISON                                  *
054800***************************************************************
054900 2410-READ-ONE-COMPARISON.
055000     READ PARALLEL-COMPARE-FILE NEXT RECORD
055100         AT END
055200             SET WS-PCMP-BROWSE-DONE TO TRUE
055300             GO TO 2410-READ-ONE-COMPARISON-EXIT
055400     END-READ.
055500     IF PCMP-PROGRAM-NAME NOT = MNT-PROGRAM-NAME
055600         SET WS-PCMP-BROWSE-DONE TO TRUE
055700         GO TO 2410-READ-ONE-COMPARISON-EXIT
055800     END-IF.
055900     MOVE PCMP-CLEAN-SW TO WS-PCMP-LATEST-SW.
056000     IF WS-PCMP-NONE-ON-FILE
056100         MOVE 'N' TO WS-PCMP-LATEST-SW
056200     END-IF.
056300 2410-READ-ONE-COMPARISON-EXIT.
056400     EXIT.
056500***************************************************************
056600*    3000-APPLY-TO-TABLE  --  ROUTE TO THE TARGET TABLE.       *
056700***************************************************************
056800 3000-APPLY-TO-TABLE.
056900     IF MNT-TARGET-APPROVED
057000         PERFORM 3100-APPLY-TO-APPROVED
057100             THRU 3100-APPLY-TO-APPROVED-EXIT
057200     ELSE
057300         PERFORM 3200-APPLY-TO-EXCLUSION
057400             THRU 3200-APPLY-TO-EXCLUSION-EXIT
057500     END-IF.
057600 3000-APPLY-TO-TABLE-EXIT.
057700     EXIT.
057800***************************************************************
057900*    3100-APPLY-TO-APPROVED  --  ADD / UPD / DEL / ACT ON THE  *
058000*    APPROVED TABLE.  'ACT' INACTIVATES EVERY OTHER ROW IN     *
058100*    THE SAME UPDATE, WHICH IS HOW THE SINGLE-ACTIVE-ROW RULE  *
058200*    IS KEPT WITHOUT TRUSTING THE SUBMITTER TO PAIR CHANGES.   *
058300***************************************************************
058400 3100-APPLY-TO-APPROVED.
058500     MOVE ZERO TO WS-MATCH-SLOT.
058600     IF APPR-TABLE-COUNT > ZERO
058700         PERFORM 3110-FIND-APPROVED-ROW
058800             THRU 3110-FIND-APPROVED-ROW-EXIT
058900             VARYING WS-SUB FROM 1 BY 1
059000             UNTIL WS-SUB > APPR-TABLE-COUNT
059100     END-IF.
059200     EVALUATE TRUE
059300         WHEN MNT-ACTION-ADD
059400             IF WS-MATCH-SLOT > ZERO
059500                 MOVE 'DUPE' TO WS-REJECT-REASON
059600             ELSE
059700                 IF APPR-TABLE-COUNT = APPR-MAX-ENTRIES
059800                     MOVE 'TBLF' TO WS-REJECT-REASON
059900                 ELSE
060000                     ADD 1 TO APPR-TABLE-COUNT
060100                     MOVE MNT-PROGRAM-NAME TO
060200                         APPR-PROGRAM-NAME(APPR-TABLE-COUNT)
060300                     MOVE MNT-EFFECTIVE-DATE TO
060400                         APPR-EFFECTIVE-DATE(APPR-TABLE-COUNT)
060500                     MOVE 'N' TO
060600                         APPR-ACTIVE-FLAG(APPR-TABLE-COUNT)
060700                 END-IF
060800             END-IF
060900         WHEN MNT-ACTION-UPDATE
061000             IF WS-MATCH-SLOT = ZERO
061100                 MOVE 'NFND' TO WS-REJECT-REASON
061200             ELSE
061300                 MOVE MNT-EFFECTIVE-DATE TO
061400                     APPR-EFFECTIVE-DATE(WS-MATCH-SLOT)
061500                 MOVE MNT-ACTIVE-FLAG TO
061600                     APPR-ACTIVE-FLAG(WS-MATCH-SLOT)
061700             END-IF
061800         WHEN MNT-ACTION-DELETE
061900             IF WS-MATCH-SLOT = ZERO
062000                 MOVE 'NFND' TO WS-REJECT-REASON
062100             ELSE
062200                 PERFORM 3120-DELETE-APPROVED-ROW
062300                     THRU 3120-DELETE-APPROVED-ROW-EXIT
062400             END-IF
062500         WHEN MNT-ACTION-ACTIVATE
062600             IF WS-MATCH-SLOT = ZERO
062700                 MOVE 'NFND' TO WS-REJECT-REASON
062800             ELSE
062900                 PERFORM 3130-ACTIVATE-APPROVED-ROW
063000                     THRU 3130-ACTIVATE-APPROVED-ROW-EXIT
063100             END-IF
063200     END-EVALUATE.
063300 3100-APPLY-TO-APPROVED-EXIT.
063400     EXIT.
063500***************************************************************
063600*    3110-FIND-APPROVED-ROW                                    *
063700***************************************************************
063800 3110-FIND-APPROVED-ROW.
063900     IF APPR-PROGRAM-NAME(WS-SUB) = MNT-PROGRAM-NAME
064000         MOVE WS-SUB TO WS-MATCH-SLOT
064100     END-IF.
064200 3110-FIND-APPROVED-ROW-EXIT.
064300     EXIT.
064400***************************************************************
064500*    3120-DELETE-APPROVED-ROW  --  SHIFT THE TAIL UP ONE.      *
064600***************************************************************
064700 3120-DELETE-APPROVED-ROW.
064800     PERFORM 3121-SHIFT-ONE-APPROVED-ROW
064900         THRU 3121-SHIFT-ONE-APPROVED-ROW-EXIT
065000         VARYING WS-SUB FROM WS-MATCH-SLOT BY 1
065100         UNTIL WS-SUB >= APPR-TABLE-COUNT.
065200     SUBTRACT 1 FROM APPR-TABLE-COUNT.
065300 3120-DELETE-APPROVED-ROW-EXIT.
065400     EXIT.
065500***************************************************************
065600*    3121-SHIFT-ONE-APPROVED-ROW                               *
065700***************************************************************
065800 3121-SHIFT-ONE-APPROVED-ROW.
065900     MOVE APPR-PROGRAM-NAME(WS-SUB + 1)
066000         TO APPR-PROGRAM-NAME(WS-SUB).
066100     MOVE APPR-EFFECTIVE-DATE(WS-SUB + 1)
066200         TO APPR-EFFECTIVE-DATE(WS-SUB).
066300     MOVE APPR-ACTIVE-FLAG(WS-SUB + 1)
066400         TO APPR-ACTIVE-FLAG(WS-SUB).
066500 3121-SHIFT-ONE-APPROVED-ROW-EXIT.
066600     EXIT.
066700***************************************************************
066800*    3130-ACTIVATE-APPROVED-ROW                                *
066900***************************************************************
067000 3130-ACTIVATE-APPROVED-ROW.
067100     PERFORM 3131-INACTIVATE-ONE-ROW
067200         THRU 3131-INACTIVATE-ONE-ROW-EXIT
067300         VARYING WS-SUB FROM 1 BY 1
067400         UNTIL WS-SUB > APPR-TABLE-COUNT.
067500     MOVE 'Y' TO APPR-ACTIVE-FLAG(WS-MATCH-SLOT).
067600     IF MNT-EFFECTIVE-DATE-X NUMERIC
067700         AND MNT-EFFECTIVE-DATE > ZERO
067800         MOVE MNT-EFFECTIVE-DATE TO
067900             APPR-EFFECTIVE-DATE(WS-MATCH-SLOT)
068000     END-IF.
068100 3130-ACTIVATE-APPROVED-ROW-EXIT.
068200     EXIT.
068300***************************************************************
068400*    3131-INACTIVATE-ONE-ROW                                   *
068500***************************************************************
068600 3131-INACTIVATE-ONE-ROW.
068700     MOVE 'N' TO APPR-ACTIVE-FLAG(WS-SUB).
068800 3131-INACTIVATE-ONE-ROW-EXIT.
068900     EXIT.
069000***************************************************************
069100*    3200-APPLY-TO-EXCLUSION  --  ADD / UPD / DEL ON THE       *
069200*    EXCLUSION TABLE.                                          *
069300***************************************************************
069400 3200-APPLY-TO-EXCLUSION.
069500     MOVE ZERO TO WS-MATCH-SLOT.
069600     IF EXCL-TABLE-COUNT > ZERO
069700         PERFORM 3210-FIND-EXCLUSION-ROW
069800             THRU 3210-FIND-EXCLUSION-ROW-EXIT
069900             VARYING WS-SUB FROM 1 BY 1
070000             UNTIL WS-SUB > EXCL-TABLE-COUNT
070100     END-IF.
070200     EVALUATE TRUE
070300         WHEN MNT-ACTION-ADD
070400             IF WS-MATCH-SLOT > ZERO
070500                 MOVE 'DUPE' TO WS-REJECT-REASON
070600             ELSE
070700                 IF EXCL-TABLE-COUNT = EXCL-MAX-ENTRIES
070800                     MOVE 'TBLF' TO WS-REJECT-REASON
070900                 ELSE
071000                     ADD 1 TO EXCL-TABLE-COUNT
071100                     MOVE MNT-PROGRAM-NAME TO
071200                         EXCL-PROGRAM-NAME(EXCL-TABLE-COUNT)
071300                     MOVE MNT-REASON-CODE TO
071400                         EXCL-REASON-CODE(EXCL-TABLE-COUNT)
071500                 END-IF
071600             END-IF
071700         WHEN MNT-ACTION-UPDATE
071800             IF WS-MATCH-SLOT = ZERO
071900                 MOVE 'NFND' TO WS-REJECT-REASON
072000             ELSE
072100                 MOVE MNT-REASON-CODE TO
072200                     EXCL-REASON-CODE(WS-MATCH-SLOT)
072300             END-IF
072400         WHEN MNT-ACTION-DELETE
072500             IF WS-MATCH-SLOT = ZERO
072600                 MOVE 'NFND' TO WS-REJECT-REASON
072700             ELSE
072800                 PERFORM 3220-DELETE-EXCLUSION-ROW
072900                     THRU 3220-DELETE-EXCLUSION-ROW-EXIT
073000             END-IF
073100     END-EVALUATE.
073200 3200-APPLY-TO-EXCLUSION-EXIT.
073300     EXIT.
073400***************************************************************
073500*    3210-FIND-EXCLUSION-ROW                                   *
073600***************************************************************
073700 3210-FIND-EXCLUSION-ROW.
073800     IF EXCL-PROGRAM-NAME(WS-SUB) = MNT-PROGRAM-NAME
073900         MOVE WS-SUB TO WS-MATCH-SLOT
074000     END-IF.
074100 3210-FIND-EXCLUSION-ROW-EXIT.
074200     EXIT.
074300***************************************************************
074400*    3220-DELETE-EXCLUSION-ROW  --  SHIFT THE TAIL UP ONE.     *
074500***************************************************************
074600 3220-DELETE-EXCLUSION-ROW.
074700     PERFORM 3221-SHIFT-ONE-EXCLUSION-ROW
074800         THRU 3221-SHIFT-ONE-EXCLUSION-ROW-EXIT
074900         VARYING WS-SUB FROM WS-MATCH-SLOT BY 1
075000         UNTIL WS-SUB >= EXCL-TABLE-COUNT.
075100     SUBTRACT 1 FROM EXCL-TABLE-COUNT.
075200 3220-DELETE-EXCLUSION-ROW-EXIT.
075300     EXIT.
075400***************************************************************
075500*    3221-SHIFT-ONE-EXCLUSION-ROW                              *
075600***************************************************************
075700 3221-SHIFT-ONE-EXCLUSION-ROW.
075800     MOVE EXCL-PROGRAM-NAME(WS-SUB + 1)
075900         TO EXCL-PROGRAM-NAME(WS-SUB).
076000     MOVE EXCL-REASON-CODE(WS-SUB + 1)
076100         TO EXCL-REASON-CODE(WS-SUB).
076200 3221-SHIFT-ONE-EXCLUSION-ROW-EXIT.
076300     EXIT.
076400***************************************************************
076500*    4000-WRITE-CHANGE-AUDIT  --  EVERY TRANSACTION, APPLIED   *
076600*    OR REJECTED, LEAVES AN AUDIT ROW: WHO ASKED, WHO          *
076700*    APPROVED, WHAT HAPPENED.                                  *
076800***************************************************************
076900 4000-WRITE-CHANGE-AUDIT.
077000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
077100     ACCEPT WS-CURRENT-TIME FROM TIME.
077200     MOVE WS-CURRENT-DATE     TO MAUD-TS-DATE.
077300     MOVE WS-CURRENT-TIME     TO MAUD-TS-TIME.
077400     MOVE MNT-TARGET-FILE     TO MAUD-TARGET-FILE.
077500     MOVE MNT-ACTION          TO MAUD-ACTION.
077600     MOVE MNT-PROGRAM-NAME    TO MAUD-PROGRAM-NAME.
077700     MOVE MNT-EFFECTIVE-DATE  TO MAUD-EFFECTIVE-DATE.
077800     MOVE MNT-ACTIVE-FLAG     TO MAUD-ACTIVE-FLAG.
077900     MOVE MNT-REASON-CODE     TO MAUD-REASON-CODE.
078000     MOVE MNT-REQUESTED-BY    TO MAUD-REQUESTED-BY.
078100     MOVE MNT-APPROVED-BY     TO MAUD-APPROVED-BY.
078200     IF WS-REJECT-REASON = SPACES
078300         SET MAUD-APPLIED TO TRUE
078400     ELSE
078500         SET MAUD-REJECTED TO TRUE
078600     END-IF.
078700     MOVE WS-REJECT-REASON    TO MAUD-REJECT-REASON.
078800     WRITE MAINT-AUDIT-RECORD.
078900 4000-WRITE-CHANGE-AUDIT-EXIT.
079000     EXIT.
079100***************************************************************
079200*    4100-REPORT-REJECTED-TXN                                  *
079300***************************************************************
079400 4100-REPORT-REJECTED-TXN.
079500     MOVE SPACES TO MAINT-REPORT-LINE.
079600     STRING 'REJECTED ' MNT-TARGET-FILE
079700         ' ' MNT-ACTION
079800         ' ' MNT-PROGRAM-NAME
079900         '  REASON=' WS-REJECT-REASON
080000         '  REQUESTED-BY=' MNT-REQUESTED-BY
080100         DELIMITED BY SIZE INTO MAINT-REPORT-LINE.
080200     WRITE MAINT-REPORT-LINE.
080300 4100-REPORT-REJECTED-TXN-EXIT.
080400     EXIT.
080500***************************************************************
080600*    5000-VALIDATE-FINAL-STATE  --  THE RULES THE DAILY RUN    *
080700*    OTHERWISE ONLY DISCOVERS AT 1030-RESOLVE-APPROVED-        *
080800*    PROGRAM TIME: AT MOST ONE ACTIVE, EFFECTIVE-DATED APPR    *
080900*    ROW, AND NO PROGRAM ON BOTH LISTS.                        *
081000***************************************************************
081100 5000-VALIDATE-FINAL-STATE.
081200     SET WS-FINAL-STATE-OK TO TRUE.
081300     MOVE ZERO TO WS-ACTIVE-ROW-COUNT.
081400     IF APPR-TABLE-COUNT > ZERO
081500         PERFORM 5100-COUNT-ONE-ACTIVE-ROW
081600             THRU 5100-COUNT-ONE-ACTIVE-ROW-EXIT
081700             VARYING WS-SUB FROM 1 BY 1
081800             UNTIL WS-SUB > APPR-TABLE-COUNT
081900     END-IF.
082000     MOVE 'N' TO WS-CROSS-LISTED-SW.
082100     IF APPR-TABLE-COUNT > ZERO
082200         PERFORM 5200-CROSS-CHECK-ONE-ROW
082300             THRU 5200-CROSS-CHECK-ONE-ROW-EXIT
082400             VARYING WS-MATCH-SLOT FROM 1 BY 1
082500             UNTIL WS-MATCH-SLOT > APPR-TABLE-COUNT
082600     END-IF.
082700     IF WS-ACTIVE-ROW-COUNT > 1
082800         SET WS-FINAL-STATE-INVALID TO TRUE
082900         MOVE SPACES TO MAINT-REPORT-LINE
083000         MOVE 'FINAL STATE INVALID -- MORE THAN ONE ACTIVE'
083100             TO MAINT-REPORT-LINE
083200         WRITE MAINT-REPORT-LINE
083300         MOVE 'EFFECTIVE-DATED APPROVED ROW.  DO NOT SWAP.'
083400             TO MAINT-REPORT-LINE
083500         WRITE MAINT-REPORT-LINE
083600     END-IF.
083700     IF WS-PROGRAM-CROSS-LISTED
083800         SET WS-FINAL-STATE-INVALID TO TRUE
083900         MOVE SPACES TO MAINT-REPORT-LINE
084000         MOVE 'FINAL STATE INVALID -- A PROGRAM IS ON BOTH'
084100             TO MAINT-REPORT-LINE
084200         WRITE MAINT-REPORT-LINE
084300         MOVE 'THE APPROVED AND EXCLUSION LISTS.  DO NOT SWAP.'
084400             TO MAINT-REPORT-LINE
084500         WRITE MAINT-REPORT-LINE
084600     END-IF.
084700 5000-VALIDATE-FINAL-STATE-EXIT.
084800     EXIT.
084900***************************************************************
085000*    5100-COUNT-ONE-ACTIVE-ROW                                 *
085100***************************************************************
085200 5100-COUNT-ONE-ACTIVE-ROW.
085300     IF APPR-ACTIVE-FLAG(WS-SUB) = 'Y'
085400         AND APPR-EFFECTIVE-DATE(WS-SUB) <= WS-TODAY-DATE
085500         ADD 1 TO WS-ACTIVE-ROW-COUNT
085600     END-IF.
085700 5100-COUNT-ONE-ACTIVE-ROW-EXIT.
085800     EXIT.
085900***************************************************************
086000*    5200-CROSS-CHECK-ONE-ROW  --  ONE APPROVED ROW AGAINST    *
086100*    EVERY EXCLUSION ROW.                                      *
086200***************************************************************
086300 5200-CROSS-CHECK-ONE-ROW.
086400     IF EXCL-TABLE-COUNT > ZERO
086500         PERFORM 5210-MATCH-ONE-EXCLUSION
086600             THRU 5210-MATCH-ONE-EXCLUSION-EXIT
086700             VARYING WS-SUB FROM 1 BY 1
086800             UNTIL WS-SUB > EXCL-TABLE-COUNT
086900     END-IF.
087000 5200-CROSS-CHECK-ONE-ROW-EXIT.
087100     EXIT.
087200***************************************************************
087300*    5210-MATCH-ONE-EXCLUSION                                  *
087400***************************************************************
087500 5210-MATCH-ONE-EXCLUSION.
087600     IF EXCL-PROGRAM-NAME(WS-SUB)
087700             = APPR-PROGRAM-NAME(WS-MATCH-SLOT)
087800         SET WS-PROGRAM-CROSS-LISTED TO TRUE
087900     END-IF.
088000 5210-MATCH-ONE-EXCLUSION-EXIT.
088100     EXIT.
088200***************************************************************
088300*    7000-WRITE-NEW-FILES  --  THE TABLES BECOME THE NEW       *
088400*    FILE VERSIONS, WHATEVER THE FINAL-STATE RESULT -- THE     *
088500*    RETURN CODE DECIDES WHETHER OPERATIONS SWAPS THEM IN.     *
088600***************************************************************
088700 7000-WRITE-NEW-FILES.
088800     OPEN OUTPUT APPROVED-OUT-FILE.
088900     IF APPR-TABLE-COUNT > ZERO
089000         PERFORM 7100-WRITE-ONE-APPROVED-ROW
089100             THRU 7100-WRITE-ONE-APPROVED-ROW-EXIT
089200             VARYING WS-SUB FROM 1 BY 1
089300             UNTIL WS-SUB > APPR-TABLE-COUNT
089400     END-IF.
089500     CLOSE APPROVED-OUT-FILE.
089600     OPEN OUTPUT EXCLUSION-OUT-FILE.
089700     IF EXCL-TABLE-COUNT > ZERO
089800         PERFORM 7200-WRITE-ONE-EXCLUSION-ROW
089900             THRU 7200-WRITE-ONE-EXCLUSION-ROW-EXIT
090000             VARYING WS-SUB FROM 1 BY 1
090100             UNTIL WS-SUB > EXCL-TABLE-COUNT
090200     END-IF.
090300     CLOSE EXCLUSION-OUT-FILE.
090400 7000-WRITE-NEW-FILES-EXIT.
090500     EXIT.
090600***************************************************************
090700*    7100-WRITE-ONE-APPROVED-ROW                               *
090800***************************************************************
090900 7100-WRITE-ONE-APPROVED-ROW.
091000     MOVE APPR-PROGRAM-NAME(WS-SUB)   TO APOUT-PROGRAM-NAME.
091100     MOVE APPR-EFFECTIVE-DATE(WS-SUB) TO APOUT-EFFECTIVE-DATE.
091200     MOVE APPR-ACTIVE-FLAG(WS-SUB)    TO APOUT-ACTIVE-FLAG.
091300     WRITE APPROVED-OUT-RECORD.
091400 7100-WRITE-ONE-APPROVED-ROW-EXIT.
091500     EXIT.
091600***************************************************************
091700*    7200-WRITE-ONE-EXCLUSION-ROW                              *
091800***************************************************************
091900 7200-WRITE-ONE-EXCLUSION-ROW.
092000     MOVE EXCL-PROGRAM-NAME(WS-SUB) TO EXOUT-PROGRAM-NAME.
092100     MOVE EXCL-REASON-CODE(WS-SUB)  TO EXOUT-REASON-CODE.
092200     WRITE EXCLUSION-OUT-RECORD.
092300 7200-WRITE-ONE-EXCLUSION-ROW-EXIT.
092400     EXIT.
092500***************************************************************
092600*    8000-TERMINATE                                            *
092700***************************************************************
092800 8000-TERMINATE.
092900     MOVE SPACES TO MAINT-REPORT-LINE.
093000     WRITE MAINT-REPORT-LINE.
093100     MOVE WS-APPLIED-COUNT TO WS-REPORT-NUMERIC-EDIT.
093200     STRING 'TRANSACTIONS APPLIED  : ' WS-REPORT-NUMERIC-EDIT
093300         DELIMITED BY SIZE INTO MAINT-REPORT-LINE.
093400     WRITE MAINT-REPORT-LINE.
093500     MOVE SPACES TO MAINT-REPORT-LINE.
093600     MOVE WS-REJECTED-COUNT TO WS-REPORT-NUMERIC-EDIT.
093700     STRING 'TRANSACTIONS REJECTED : ' WS-REPORT-NUMERIC-EDIT
093800         DELIMITED BY SIZE INTO MAINT-REPORT-LINE.
093900     WRITE MAINT-REPORT-LINE.
094000     CLOSE MAINTENANCE-IN-FILE.
094100     CLOSE MAINT-AUDIT-FILE.
094200     CLOSE MAINT-REPORT-FILE.
094300     IF WS-PCMP-FILE-OPEN
094400         CLOSE PARALLEL-COMPARE-FILE
094500     END-IF.
094600     EVALUATE TRUE
094700         WHEN WS-FINAL-STATE-INVALID
094800             MOVE 8 TO RETURN-CODE
094900         WHEN WS-REJECTED-COUNT > ZERO
095000             MOVE 4 TO RETURN-CODE
095100         WHEN OTHER
095200             MOVE 0 TO RETURN-CODE
095300     END-EVALUATE.
095400 8000-TERMINATE-EXIT.
095500     EXIT.
