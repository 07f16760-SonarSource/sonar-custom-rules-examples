029400*                    CHECKS ITS FILE STATUS SO ONLY THE RUN    *
029500*                    THAT ACTUALLY REMOVED THE ROW FEEDS THE   *
029600*                    REVERSAL THROUGH.                         *
029700*   2026-10-14 DLM   CARVED TRANS-FEE-CODE OUT OF THE TRAILING *
029800*                    FILLER OF THE DAILY RECORD.  IT IS PASSED *
029900*                    TO THE TYPE SUBPROGRAMS IN COMM-FEE-CODE  *
030000*                    (ENQ303 VALIDATES TYPE-03 FEES AGAINST    *
030100*                    THE FEE SCHEDULE) AND CARRIED OUT ON THE  *
030200*                    POSTED EXTRACT FOR THE FEE-INCOME         *
030300*                    SUMMARY.                                  *
030400*   2026-10-14 DLM   CARVED TRANS-COUNTER-ACCOUNT OUT OF THE   *
030500*                    TRAILING FILLER: THE RECEIVING ACCOUNT OF *
030600*                    A TYPE-04 TRANSFER.  PASSED TO ENQ304 IN  *
030700*                    COMM-COUNTER-ACCOUNT AND CARRIED ON THE   *
030800*                    HISTORY ROW AND THE POSTED EXTRACT SO     *
030900*                    BOTH LEGS OF THE TRANSFER ARE RECORDED.   *
031000*                    COMM-APPROVED-CALLED-SW TELLS THE TYPE    *
031100*                    SUBPROGRAM WHETHER ALLOWED37 ACTUALLY RAN *
031200*                    (IT DOES NOT WHEN THE EXCLUSION LIST      *
031300*                    BLOCKS IT).                               *
031400*   2026-10-14 DLM   ACCOUNT HOLDS.  2200 NOW READS THE        *
031500*                    ACCOUNT-HOLD MASTER (HOLDMSTR, COPYBOOK   *
031600*                    ACCTHOLD) FOR THE SOURCE + ACCOUNT AND    *
031700*                    FOR AN ALL-SOURCES HOLD ON THE ACCOUNT.   *
031800*                    AN ITEM WHOSE ACCOUNT IS UNDER A HOLD IN  *
031900*                    FORCE IS WRITTEN TO THE HELD-ITEM KSDS    *
032000*                    (HELDITMK, COPYBOOK HELDITEM) INSTEAD OF  *
032100*                    BEING ENTITLED OR SUSPENSED -- NO         *
032200*                    SUBPROGRAM CALL, DISPOSITION H, REASON    *
032300*                    HOLD ON THE HISTORY ROW AND EXTRACT.  A   *
032400*                    HELD ROW IS NOT A DUPLICATE WHEN ENQ320   *
032500*                    RELEASES THE ITEM BACK THROUGH RECYCIN.   *
032600*                    THE CONTROL REPORT COUNTS HELD ITEMS IN   *
032700*                    THE PROCESSED RECONCILIATION.             *
032800*   2026-10-14 DLM   FORCE-POST OVERRIDES.  THE RECYCLE PASS   *
032900*                    LOOKS EACH ITEM UP ON THE FORCE-POST      *
033000*                    KSDS (FRCPOSTK, COPYBOOK FRCPOST,         *
033100*                    MAINTAINED BY ENQ340).  AN ACTIVE,        *
033200*                    UNEXPIRED, DUAL-APPROVED INSTRUCTION SETS *
033300*                    COMM-FORCE-POST-SW SO ALLOWED37 APPROVES  *
033400*                    THE ITEM PAST ITS LIMIT CHECK (REASON     *
033500*                    FRCD).  A FORCED ITEM IS FLAGGED ON THE   *
033600*                    EXTRACT AND THE AUDIT ROW, LISTED WITH    *
033700*                    ITS APPROVERS ON THE NEW OVERRIDE REPORT  *
033800*                    (FRCRPT), AND ITS INSTRUCTION IS MARKED   *
033900*                    USED ONCE THE ITEM POSTS.                 *
034000*   2026-10-14 DLM   MONTH-END CLOSE SUPPORT.  EACH EXTRACT    *
034100*                    RECORD NOW SAYS WHERE THE ITEM CAME FROM  *
034200*                    (POST-ITEM-ORIGIN: RECYCLE FEED, HELD-    *
034300*                    ITEM RELEASE OR PARKED-REVERSAL RELEASE)  *
034400*                    SO ENQ280 CAN RELIEVE THE SUSPENSE        *
034500*                    ACCOUNT THAT CARRIED IT.  A LIVE RUN FOR  *
034600*                    A BUSINESS DATE IN AN ACCOUNTING PERIOD   *
034700*                    THE ENQ355 CLOSE HAS SIGNED OFF (LOCKED   *
034800*                    ROW ON PERDCTLK) IS A HARD STOP, RC=8,    *
034900*                    WITH THE NEW ENQ2007E.                    *
035000*   2026-10-14 DLM   A RUN-ID/BUSINESS-DATE THAT ENQ375 HAS    *
035100*                    BACKED OUT ('B' ON ABTSTFIL) STARTS AS A  *
035200*                    FRESH RUN IN 1070.                        *
035300*   2026-10-14 DLM   PARALLEL-RUN MODE FOR A CANDIDATE         *
035400*                    APPROVED-SLOT MODULE.  MODE BYTE 'P' AT   *
035500*                    PARM POSITION 22 IS A WHAT-IF RUN (NO     *
035600*                    FILE UPDATED) THAT CALLS THE MODULE NAMED *
035700*                    AT POSITIONS 24-31 IN PLACE OF THE TABLE'S *
035800*                    ACTIVE ROW AND STILL WRITES THE POSTED    *
035900*                    EXTRACT, FOR ENQ380 TO COMPARE AGAINST    *
036000*                    PRODUCTION'S.  NO CANDIDATE NAMED MEANS   *
036100*                    NO EVALUATION IS ON: THE RUN ENDS AT ONCE, *
036200*                    RC=0, WITH ENQ2008I.  THE EXTRACT TRAILER *
036300*                    NOW CARRIES THE BUSINESS DATE, THE        *
036400*                    APPROVED-SLOT PROGRAM AND THE RUN MODE.   *
036500*   2026-10-14 DLM   BUSINESS-DAY CLOSE.  A LIVE RUN WHOSE     *
036600*                    PRIOR BUSINESS DAY (FROM CALFILE) HAS NOT *
036700*                    BEEN SIGNED OFF OR OVERRIDDEN BY ENQ385   *
036800*                    (DAYCLSK) IS A HARD STOP, RC=8, WITH THE  *
036900*                    NEW ENQ2009E.                             *
037000*   2026-10-15 DLM   HELD-ITEM KSDS (HELDITMK) OPEN CHECKED.  A *
037100*                    LIVE RUN THAT CANNOT OPEN IT IS A HARD    *
037200*                    STOP, RC=8, WITH THE NEW ENQ2010E -- A    *
037300*                    HELD ITEM WOULD OTHERWISE GO OUT AS 'H'   *
037400*                    AND NEVER BE QUEUED FOR ENQ320.  A HELD-  *
037500*                    ITEM WRITE THAT FAILS OTHER THAN ON A     *
037600*                    DUPLICATE KEY RAISES ENQ2011E FOR THE     *
037700*                    ITEM AND ENDS THE RUN RC=8.               *
037800*                                                              *
037900***************************************************************
038000 ENVIRONMENT DIVISION.
038100 CONFIGURATION SECTION.
038200 SOURCE-COMPUTER.   IBM-Z15.
038300 OBJECT-COMPUTER.   IBM-Z15.
038400 INPUT-OUTPUT SECTION.
038500 FILE-CONTROL.
038600     SELECT TRANS-FILE
038700         ASSIGN TO TRANSIN
038800         ORGANIZATION IS SEQUENTIAL.
038900
039000     SELECT CHECKPOINT-FILE
039100         ASSIGN TO CHKPTFIL
039200         ORGANIZATION IS SEQUENTIAL
039300         FILE STATUS IS CHKPT-FILE-STATUS.
039400
039500     SELECT AUDIT-FILE
039600         ASSIGN TO AUDITOUT
039700         ORGANIZATION IS SEQUENTIAL.
039800
039900     SELECT SUMMARY-REPORT-FILE
040000         ASSIGN TO SUMRPT
040100         ORGANIZATION IS SEQUENTIAL.
040200
040300     SELECT CONTROL-TOTALS-FILE
040400         ASSIGN TO CTLTOTS
040500         ORGANIZATION IS SEQUENTIAL.
040600
040700     SELECT APPROVED-PROGRAM-FILE
040800         ASSIGN TO APPRFILE
040900         ORGANIZATION IS SEQUENTIAL
041000         FILE STATUS IS APPR-FILE-STATUS.
041100
041200     SELECT EXCLUSION-LIST-FILE
041300         ASSIGN TO EXCLFILE
041400         ORGANIZATION IS SEQUENTIAL
041500         FILE STATUS IS EXCL-FILE-STATUS.
041600     SELECT SUSPENSE-FILE
041700         ASSIGN TO SUSPFILE
041800         ORGANIZATION IS SEQUENTIAL.
041900
042000     SELECT RECYCLE-FILE
042100         ASSIGN TO RECYCIN
042200         ORGANIZATION IS SEQUENTIAL
042300         FILE STATUS IS RECY-FILE-STATUS.
042400
042500     SELECT ABORT-STATUS-FILE
042600         ASSIGN TO ABTSTFIL
042700         ORGANIZATION IS INDEXED
042800         ACCESS MODE IS DYNAMIC
042900         RECORD KEY IS ABT-KEY
043000         FILE STATUS IS ABT-FILE-STATUS.
043100
043200     SELECT TXN-HISTORY-FILE
043300         ASSIGN TO TXHISTFL
043400         ORGANIZATION IS INDEXED
043500         ACCESS MODE IS DYNAMIC
043600         RECORD KEY IS TXH-KEY
043700         FILE STATUS IS TXH-FILE-STATUS.
043800
043900     SELECT DUPLICATES-REPORT-FILE
044000         ASSIGN TO DUPRPT
044100         ORGANIZATION IS SEQUENTIAL.
044200
044300     SELECT POSTED-EXTRACT-FILE
044400         ASSIGN TO POSTOUT
044500         ORGANIZATION IS SEQUENTIAL.
044600
044700     SELECT EXCEPTIONS-FILE
044800         ASSIGN TO EXCPOUT
044900         ORGANIZATION IS SEQUENTIAL.
045000
045100     SELECT EXCHANGE-RATE-FILE
045200         ASSIGN TO RATEFILE
045300         ORGANIZATION IS SEQUENTIAL
045400         FILE STATUS IS RATE-FILE-STATUS.
045500
045600     SELECT GENERATION-CONTROL-FILE
045700         ASSIGN TO GENCTL
045800         ORGANIZATION IS SEQUENTIAL
045900         FILE STATUS IS GEN-FILE-STATUS.
046000
046100     SELECT PENDING-REVERSALS-FILE
046200         ASSIGN TO PENDRVFL
046300         ORGANIZATION IS INDEXED
046400         ACCESS MODE IS DYNAMIC
046500         RECORD KEY IS PNDR-KEY
046600         FILE STATUS IS PNDR-FILE-STATUS.
046700
046800     SELECT DAY-POSITION-FILE
046900         ASSIGN TO DAYPOS
047000         ORGANIZATION IS SEQUENTIAL
047100         FILE STATUS IS DAYP-FILE-STATUS.
047200
047300     SELECT WHATIF-REPORT-FILE
047400         ASSIGN TO WHATIF
047500         ORGANIZATION IS SEQUENTIAL.
047600
047700     SELECT CALENDAR-FILE
047800         ASSIGN TO CALFILE
047900         ORGANIZATION IS SEQUENTIAL
048000         FILE STATUS IS CAL-FILE-STATUS.
048100
048200     SELECT RUN-STATS-FILE
048300         ASSIGN TO RUNSTATS
048400         ORGANIZATION IS SEQUENTIAL
048500         FILE STATUS IS STAT-FILE-STATUS.
048600
048700     SELECT ACCOUNT-HOLD-FILE
048800         ASSIGN TO HOLDMSTR
048900         ORGANIZATION IS INDEXED
049000         ACCESS MODE IS DYNAMIC
049100         RECORD KEY IS HOLD-KEY
049200         FILE STATUS IS HOLD-FILE-STATUS.
049300
049400     SELECT HELD-ITEM-FILE
049500         ASSIGN TO HELDITMK
049600         ORGANIZATION IS INDEXED
049700         ACCESS MODE IS DYNAMIC
049800         RECORD KEY IS HELD-KEY
049900         FILE STATUS IS HELD-FILE-STATUS.
050000
050100     SELECT FORCE-POST-FILE
050200         ASSIGN TO FRCPOSTK
050300         ORGANIZATION IS INDEXED
050400         ACCESS MODE IS DYNAMIC
050500         RECORD KEY IS FRCP-KEY
050600         FILE STATUS IS FRCP-FILE-STATUS.
050700
050800     SELECT PERIOD-CONTROL-FILE
050900         ASSIGN TO PERDCTLK
051000         ORGANIZATION IS INDEXED
051100         ACCESS MODE IS DYNAMIC
051200         RECORD KEY IS PRDC-KEY
051300         FILE STATUS IS PRDC-FILE-STATUS.
051400
051500     SELECT DAY-CLOSE-FILE
051600         ASSIGN TO DAYCLSK
051700         ORGANIZATION IS INDEXED
051800         ACCESS MODE IS DYNAMIC
051900         RECORD KEY IS DCLS-KEY
052000         FILE STATUS IS DCLS-FILE-STATUS.
052100
052200     SELECT FORCE-REPORT-FILE
052300         ASSIGN TO FRCRPT
052400         ORGANIZATION IS SEQUENTIAL.
052500 DATA DIVISION.
052600 FILE SECTION.
052700 FD  TRANS-FILE
052800     RECORDING MODE IS F.
052900 01  TRANS-RECORD.
053000     05  TRANS-KEY                  PIC X(10).
053100     05  TRANS-TYPE                 PIC 9(02).
053200     05  TRANS-AMOUNT                PIC S9(11)V99.
053300     05  TRANS-EFFECTIVE-DATE        PIC 9(08).
053400     05  TRANS-SOURCE                PIC X(08).
053500     05  TRANS-CURRENCY-CODE         PIC X(03).
053600     05  TRANS-FEE-CODE              PIC X(04).
053700     05  TRANS-COUNTER-ACCOUNT       PIC X(06).
053800     05  FILLER                      PIC X(26).
053900
054000 FD  CHECKPOINT-FILE
054100     RECORDING MODE IS F.
054200 COPY CHKPTREC.
054300
054400 FD  AUDIT-FILE
054500     RECORDING MODE IS F.
054600 COPY AUDREC.
054700
054800 FD  SUMMARY-REPORT-FILE
054900     RECORDING MODE IS F.
055000 01  SUMMARY-REPORT-LINE             PIC X(132).
055100
055200 FD  CONTROL-TOTALS-FILE
055300     RECORDING MODE IS F.
055400 01  CONTROL-TOTALS-RECORD.
055500     05  CTL-RECORD-COUNT            PIC 9(09).
055600     05  CTL-HASH-TOTAL              PIC 9(15).
055700     05  CTL-AMOUNT-TOTAL            PIC S9(13)V99.
055800     05  CTL-CURRENCY-CODE           PIC X(03).
055900     05  FILLER                      PIC X(38).
056000
056100 FD  APPROVED-PROGRAM-FILE
056200     RECORDING MODE IS F.
056300 01  APPROVED-PROGRAM-RECORD.
056400     05  APGM-PROGRAM-NAME           PIC X(08).
056500     05  APGM-EFFECTIVE-DATE         PIC 9(08).
056600     05  APGM-ACTIVE-FLAG            PIC X(01).
056700
056800 FD  EXCLUSION-LIST-FILE
056900     RECORDING MODE IS F.
057000 01  EXCLUSION-LIST-RECORD.
057100     05  EXCL-IN-PROGRAM-NAME        PIC X(08).
057200     05  EXCL-IN-REASON-CODE         PIC X(04).
057300
057400 FD  SUSPENSE-FILE
057500     RECORDING MODE IS F.
057600 COPY SUSPREC.
057700
057800 FD  RECYCLE-FILE
057900     RECORDING MODE IS F.
058000 01  RECYCLE-RECORD.
058100     05  RECY-RETURN-CODE            PIC 9(02).
058200     05  RECY-REJECT-STAGE           PIC X(01).
058300     05  RECY-RUN-ID                 PIC X(08).
058400     05  RECY-BUSINESS-DATE          PIC 9(08).
058500     05  RECY-TIMESTAMP              PIC 9(14).
058600     05  RECY-ORIGINAL-RECORD        PIC X(80).
058700     05  FILLER                      PIC X(07).
058800
058900 FD  ABORT-STATUS-FILE.
059000 COPY ABRTKSDS.
059100
059200*    EXTERNAL -- ENQ302 UPDATES THE SAME KSDS IN THIS RUN UNIT
059300*    (MARKING ORIGINALS REVERSED).  ONE SHARED FILE CONNECTOR
059400*    MEANS ONE ACB AND ONE BUFFER POOL, SO A REWRITE MADE BY
059500*    ONE PROGRAM CANNOT BE OVERLAID BY ANOTHER PROGRAM'S
059600*    STALE BUFFERED CI.
059700 FD  TXN-HISTORY-FILE IS EXTERNAL.
059800 COPY TXHISTK.
059900
060000 FD  DUPLICATES-REPORT-FILE
060100     RECORDING MODE IS F.
060200 01  DUPLICATES-REPORT-LINE          PIC X(132).
060300
060400 FD  POSTED-EXTRACT-FILE
060500     RECORDING MODE IS F.
060600 COPY POSTREC.
060700
060800 FD  EXCEPTIONS-FILE
060900     RECORDING MODE IS F.
061000 01  EXCEPTION-RECORD.
061100     05  EXCP-MSG-ID                 PIC X(08).
061200     05  EXCP-RUN-ID                 PIC X(08).
061300     05  EXCP-BUSINESS-DATE          PIC 9(08).
061400     05  EXCP-INSERT-1               PIC X(44).
061500     05  EXCP-INSERT-2               PIC X(44).
061600     05  FILLER                      PIC X(20).
061700
061800 FD  EXCHANGE-RATE-FILE
061900     RECORDING MODE IS F.
062000 01  EXCHANGE-RATE-RECORD.
062100     05  XRT-CURRENCY-CODE           PIC X(03).
062200     05  XRT-RATE-TO-BASE            PIC 9(03)V9(08).
062300     05  XRT-EFFECTIVE-DATE          PIC 9(08).
062400     05  XRT-EFFECTIVE-DATE-X
062500             REDEFINES XRT-EFFECTIVE-DATE
062600                                     PIC X(08).
062700     05  FILLER                      PIC X(58).
062800
062900 FD  GENERATION-CONTROL-FILE
063000     RECORDING MODE IS F.
063100 01  GENERATION-CONTROL-RECORD.
063200     05  GEN-LAST-GENERATION         PIC 9(06).
063300     05  GEN-LAST-BUSINESS-DATE      PIC 9(08).
063400     05  FILLER                      PIC X(66).
063500
063600*    EXTERNAL -- ENQ302 PARKS OUT-OF-ORDER REVERSALS ON THE
063700*    SAME KSDS IN THIS RUN UNIT; THE RELEASE PASS HERE
063800*    BROWSES AND DELETES THEM.
063900 FD  PENDING-REVERSALS-FILE IS EXTERNAL.
064000 COPY PENDRVK.
064100
064200 FD  DAY-POSITION-FILE
064300     RECORDING MODE IS F.
064400 01  DAY-POSITION-RECORD.
064500     05  DAYP-BUSINESS-DATE          PIC 9(08).
064600     05  DAYP-CYCLES-COMPLETED       PIC 9(02).
064700     05  DAYP-RECORDS-PROCESSED      PIC 9(09).
064800     05  DAYP-AMOUNT-TOTAL           PIC S9(13)V99.
064900     05  FILLER                      PIC X(46).
065000
065100*    ONLY OPENED IN PRE-AUTHORIZATION (WHAT-IF) MODE.
065200 FD  WHATIF-REPORT-FILE
065300     RECORDING MODE IS F.
065400 01  WHATIF-REPORT-LINE              PIC X(132).
065500
065600 FD  CALENDAR-FILE
065700     RECORDING MODE IS F.
065800 COPY CALREC.
065900
066000 FD  RUN-STATS-FILE
066100     RECORDING MODE IS F.
066200 COPY RSTAREC.
066300
066400 FD  ACCOUNT-HOLD-FILE.
066500 COPY ACCTHOLD.
066600
066700 FD  HELD-ITEM-FILE.
066800 COPY HELDITEM.
066900
067000 FD  FORCE-POST-FILE.
067100 COPY FRCPOST.
067200
067300*    ONLY OPENED IN A LIVE RUN -- NOTHING IS FORCED IN WHAT-IF
067400*    MODE, WHERE THE RECYCLE PASS DOES NOT RUN.
067500 FD  FORCE-REPORT-FILE
067600     RECORDING MODE IS F.
067700 01  FORCE-REPORT-LINE               PIC X(132).
067800
067900 FD  PERIOD-CONTROL-FILE.
068000 COPY PERDCTL.
068100
068200 FD  DAY-CLOSE-FILE.
068300 COPY DAYCLS.
068400
068500 WORKING-STORAGE SECTION.
068600***************************************************************
068700*    ABORT / RUN STATUS                                        *
068800***************************************************************
068900 COPY ABTSTAT.
069000 77  ABT-FILE-STATUS                 PIC X(02)  VALUE '00'.
069100 77  ABT-RUN-NOT-ON-FILE-SW          PIC X(01)  VALUE 'N'.
069200     88  ABT-RUN-NOT-ON-FILE             VALUE 'Y'.
069300***************************************************************
069400*    RUN IDENTIFICATION AND CHECKPOINT CONTROL                 *
069500***************************************************************
069600 77  WS-RUN-ID                      PIC X(08)  VALUE 'ENQ200D1'.
069700 77  WS-BUSINESS-DATE               PIC 9(08)  VALUE ZERO.
069800 77  WS-CYCLE-NUMBER                PIC 9(02)  VALUE 1.
069900 77  CHKPT-INTERVAL                  PIC 9(05) COMP VALUE 1000.
070000 77  CHKPT-RECORDS-SINCE-LAST        PIC 9(05) COMP VALUE ZERO.
070100 77  WS-RESTART-KEY                  PIC X(10)  VALUE SPACES.
070200 77  WS-RESTART-SW                   PIC X(01)  VALUE 'N'.
070300     88  WS-RESTART-IN-EFFECT            VALUE 'Y'.
070400     88  WS-NO-RESTART                   VALUE 'N'.
070500 77  WS-SKIP-TO-RESTART-SW           PIC X(01)  VALUE 'N'.
070600     88  WS-STILL-SKIPPING-TO-RESTART    VALUE 'Y'.
070700 77  WS-RESTART-KEY-NOT-FOUND-SW     PIC X(01)  VALUE 'N'.
070800     88  WS-RESTART-KEY-NOT-FOUND        VALUE 'Y'.
070900 77  CHKPT-EOF-SW                    PIC X(01)  VALUE 'N'.
071000     88  CHKPT-AT-EOF                    VALUE 'Y'.
071100***************************************************************
071200*    CURRENT DATE AND TIME (FOR TIMESTAMPING CHECKPOINTS)      *
071300***************************************************************
071400 01  WS-CURRENT-DATE-TIME.
071500     05  WS-CURRENT-DATE             PIC 9(08).
071600     05  WS-CURRENT-TIME             PIC 9(06).
071700     05  FILLER                      PIC X(02).
071800***************************************************************
071900*    FILE STATUS / END-OF-FILE SWITCHES                        *
072000***************************************************************
072100 77  TRANS-FILE-STATUS               PIC X(02)  VALUE '00'.
072200 77  CHKPT-FILE-STATUS                PIC X(02)  VALUE '00'.
072300 77  WS-EOF-SW                       PIC X(01)  VALUE 'N'.
072400     88  WS-AT-EOF                       VALUE 'Y'.
072500     88  WS-NOT-AT-EOF                   VALUE 'N'.
072600 77  WS-TOTAL-RECORDS-READ           PIC 9(09) COMP VALUE ZERO.
072700***************************************************************
072800*    APPROVED-SUBPROGRAM / TRANSACTION-TYPE SUBPROGRAM CALL      *
072900*    INTERFACE.  REPLACES THE BARE PARAM1 FIELD -- NEW CONTEXT   *
073000*    A SUBPROGRAM NEEDS BECOMES A NEW FIELD IN COMMAREA RATHER   *
073100*    THAN AN OVERLOAD OF ONE GENERIC FIELD OR A CALL SIGNATURE   *
073200*    CHANGE.                                                     *
073300***************************************************************
073400 COPY COMMAREA.
073500***************************************************************
073600*    APPROVED-SUBPROGRAM TABLE                                 *
073700***************************************************************
073800 COPY APPRTBL.
073900 77  WS-APPROVED-PROGRAM-NAME        PIC X(08)  VALUE SPACES.
074000 77  APPR-FILE-EOF-SW                PIC X(01)  VALUE 'N'.
074100     88  APPR-FILE-AT-EOF                VALUE 'Y'.
074200 77  APPR-FILE-STATUS                PIC X(02)  VALUE '00'.
074300 77  WS-APPR-ACTIVE-MATCH-COUNT      PIC 9(04) COMP VALUE ZERO.
074400 77  WS-APPR-AMBIGUOUS-SW            PIC X(01)  VALUE 'N'.
074500     88  WS-APPR-TABLE-AMBIGUOUS         VALUE 'Y'.
074600***************************************************************
074700*    RUNTIME PROGRAM EXCLUSION LIST                            *
074800***************************************************************
074900 COPY EXCLTBL.
075000 77  EXCL-FILE-EOF-SW                PIC X(01)  VALUE 'N'.
075100     88  EXCL-FILE-AT-EOF                VALUE 'Y'.
075200 77  EXCL-FILE-STATUS                PIC X(02)  VALUE '00'.
075300 77  WS-EXCL-CHECK-NAME              PIC X(08)  VALUE SPACES.
075400 77  WS-CALL-BLOCKED-SW              PIC X(01)  VALUE 'N'.
075500     88  WS-CALL-IS-BLOCKED             VALUE 'Y'.
075600***************************************************************
075700*    TRANSACTION-TYPE DISPATCH TABLE                           *
075800***************************************************************
075900 COPY TXNTBL.
076000 77  WS-DISPATCH-PROGRAM-NAME        PIC X(08)  VALUE SPACES.
076100***************************************************************
076200*    PRE-PROCESSING CONTROL-TOTAL RECONCILIATION                *
076300***************************************************************
076400 77  WS-RECON-SW                     PIC X(01)  VALUE SPACE.
076500     88  WS-RECON-OK                     VALUE 'O'.
076600     88  WS-RECON-FAILED                 VALUE 'F'.
076700 77  WS-RECON-COUNT                  PIC 9(09) COMP VALUE ZERO.
076800 77  WS-RECON-HASH-TOTAL             PIC 9(15) COMP VALUE ZERO.
076900 77  WS-RECON-AMOUNT-TOTAL           PIC S9(13)V99 COMP-3
077000                                     VALUE ZERO.
077100 77  RECON-EOF-SW                    PIC X(01)  VALUE 'N'.
077200     88  RECON-AT-EOF                    VALUE 'Y'.
077300***************************************************************
077400*    END-OF-RUN SUMMARY COUNTERS                                *
077500***************************************************************
077600 77  WS-SKIPPED-COUNT                PIC 9(09) COMP VALUE ZERO.
077700 77  WS-PROCESSED-COUNT              PIC 9(09) COMP VALUE ZERO.
077800 77  WS-TYPE-1-COUNT                 PIC 9(09) COMP VALUE ZERO.
077900 77  WS-TYPE-2-COUNT                 PIC 9(09) COMP VALUE ZERO.
078000 77  WS-TYPE-3-COUNT                 PIC 9(09) COMP VALUE ZERO.
078100 77  WS-TYPE-4-COUNT                 PIC 9(09) COMP VALUE ZERO.
078200 77  WS-TYPE-OTHER-COUNT             PIC 9(09) COMP VALUE ZERO.
078300 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZ,ZZZ,ZZ9.
078400***************************************************************
078500*    REJECT / SUSPENSE AND NEXT-DAY RECYCLE CONTROL.  A        *
078600*    TRANSACTION THE APPROVED SUBPROGRAM OR A TRANSACTION-     *
078700*    TYPE SUBPROGRAM REJECTS THROUGH COMM-RETURN-CODE IS      *
078800*    WRITTEN TO THE SUSPENSE FILE (COPYBOOK SUSPREC) INSTEAD   *
078900*    OF VANISHING; A WORKED SUSPENSE DATASET STAGED ON THE     *
079000*    RECYCIN DD IS RE-FED AHEAD OF THE FRESH DAILY FILE.       *
079100***************************************************************
079200 77  RECY-FILE-STATUS                PIC X(02)  VALUE '00'.
079300 77  RECY-EOF-SW                     PIC X(01)  VALUE 'N'.
079400     88  RECY-AT-EOF                     VALUE 'Y'.
079500 77  WS-REJECTED-COUNT               PIC 9(09) COMP VALUE ZERO.
079600 77  WS-RECYCLE-READ-COUNT           PIC 9(09) COMP VALUE ZERO.
079700***************************************************************
079800*    CROSS-DAY DUPLICATE DETECTION.  EVERY TRANS-KEY IS        *
079900*    CHECKED AGAINST THE PROCESSED-TRANSACTION HISTORY KSDS    *
080000*    (COPYBOOK TXHISTK) BEFORE ANY SUBPROGRAM CALL; A KEY      *
080100*    ALREADY PROCESSED OR BLOCKED IS DIVERTED TO THE           *
080200*    DUPLICATES REPORT, NOT ENTITLED AGAIN.  A KEY WHOSE       *
080300*    HISTORY SAYS REJECTED IS A REWORKED SUSPENSE ITEM ON A    *
080400*    SECOND ATTEMPT AND IS ALLOWED THROUGH, ITS HISTORY ROW    *
080500*    UPDATED IN PLACE.                                         *
080600***************************************************************
080700 77  TXH-FILE-STATUS                 PIC X(02)  VALUE '00'.
080800 77  WS-DUPLICATE-SW                 PIC X(01)  VALUE 'N'.
080900     88  WS-DUPLICATE-TXN                VALUE 'Y'.
081000 77  WS-HISTORY-EXISTS-SW            PIC X(01)  VALUE 'N'.
081100     88  WS-HISTORY-ROW-EXISTS           VALUE 'Y'.
081200 77  WS-TXN-DISPOSITION              PIC X(01)  VALUE SPACE.
081300 77  WS-DUPLICATE-COUNT              PIC 9(09) COMP VALUE ZERO.
081400 01  WS-DUP-DATE-EDIT                PIC 9999/99/99.
081500***************************************************************
081600*    PENDING-REVERSALS RELEASE PASS.  ENQ302 PARKS A TYPE-02   *
081700*    WHOSE TYPE-01 ORIGINAL IS NOT ON THE HISTORY KSDS YET     *
081800*    (PENDRVK, RETURN CODE 04/PEND, DISPOSITION K); 1600       *
081900*    RE-FEEDS EVERY PARKED REVERSAL WHOSE ORIGINAL'S ROW NOW   *
082000*    EXISTS THROUGH THE NORMAL PER-RECORD PROCESSING, AHEAD    *
082100*    OF THE DAILY FILE, AND AGES WHAT IS STILL PARKED.         *
082200***************************************************************
082300 77  PNDR-FILE-STATUS                PIC X(02)  VALUE '00'.
082400 77  PNDR-EOF-SW                     PIC X(01)  VALUE 'N'.
082500     88  PNDR-AT-EOF                     VALUE 'Y'.
082600 77  WS-PARKED-COUNT                 PIC 9(09) COMP VALUE ZERO.
082700 77  WS-RELEASED-COUNT               PIC 9(09) COMP VALUE ZERO.
082800 77  WS-STILL-PENDING-COUNT          PIC 9(09) COMP VALUE ZERO.
082900 77  WS-PEND-AGE-DAYS                PIC 9(03)  VALUE 3.
083000 01  WS-PEND-KEY-PARTS.
083100     05  WS-PND-ACCOUNT              PIC X(06).
083200     05  WS-PND-SERIAL               PIC X(03).
083300     05  WS-PND-SUB-SEQUENCE         PIC X(01).
083400 01  PNDA-TABLE-CONTROL.
083500     05  PNDA-TABLE-COUNT            PIC 9(02) COMP VALUE ZERO.
083600     05  PNDA-MAX-ENTRIES            PIC 9(02) COMP VALUE 50.
083700     05  PNDA-ENTRY OCCURS 50 TIMES.
083800         10  PNDA-TRANS-KEY          PIC X(10).
083900         10  PNDA-PARKED-DATE        PIC 9(08).
084000 01  WS-PEND-DATE-WORK               PIC 9(08)  VALUE ZERO.
084100 01  WS-PEND-DATE-PARTS REDEFINES WS-PEND-DATE-WORK.
084200     05  WS-PDW-YEAR                 PIC 9(04).
084300     05  WS-PDW-MONTH                PIC 9(02).
084400     05  WS-PDW-DAY                  PIC 9(02).
084500 77  WS-PDN-YEAR                     PIC S9(08) COMP VALUE ZERO.
084600 77  WS-PDN-MONTH                    PIC S9(08) COMP VALUE ZERO.
084700 77  WS-PEND-DAY-NUMBER              PIC S9(08) COMP VALUE ZERO.
084800 77  WS-RUN-DAY-NUMBER               PIC S9(08) COMP VALUE ZERO.
084900 77  WS-PEND-AGE-WORK                PIC S9(08) COMP VALUE ZERO.
085000 77  WS-PNDA-SUB                     PIC 9(02) COMP VALUE ZERO.
085100 77  WS-PNDA-FULL-SW                 PIC X(01)  VALUE 'N'.
085200     88  WS-PNDA-TRUNCATED               VALUE 'Y'.
085300***************************************************************
085400*    ACCOUNT HOLDS.  2700 LOOKS UP THE SOURCE + ACCOUNT ROW    *
085500*    AND THE ALL-SOURCES (BLANK SOURCE) ROW ON THE HOLD        *
085600*    MASTER; AN ITEM UNDER A HOLD IN FORCE ON THE BUSINESS     *
085700*    DATE GOES TO THE HELD-ITEM KSDS WITH DISPOSITION H.  A    *
085800*    HOLD MASTER THAT WILL NOT OPEN MEANS NO HOLDS ARE         *
085900*    APPLIED THIS RUN -- SAID SO ON THE CONTROL REPORT.  A     *
086000*    HELD-ITEM KSDS THAT WILL NOT OPEN STOPS A LIVE RUN        *
086100*    (ENQ2010E): AN 'H' ITEM THAT IS NOT QUEUED IS NEITHER     *
086200*    POSTED, SUSPENSED NOR EVER RELEASED.                      *
086300***************************************************************
086400 77  HOLD-FILE-STATUS                PIC X(02)  VALUE '00'.
086500 77  HELD-FILE-STATUS                PIC X(02)  VALUE '00'.
086600 77  WS-HOLD-FILE-SW                 PIC X(01)  VALUE 'N'.
086700     88  WS-HOLD-FILE-OPEN               VALUE 'Y'.
086800 77  WS-HELD-FILE-SW                 PIC X(01)  VALUE 'N'.
086900     88  WS-HELD-FILE-OPEN               VALUE 'Y'.
087000 77  WS-HELD-GATE-SW                 PIC X(01)  VALUE 'N'.
087100     88  WS-HELD-QUEUE-DOWN              VALUE 'Y'.
087200 77  WS-HELD-OPEN-STATUS             PIC X(02)  VALUE '00'.
087300 77  WS-HELD-WRITE-FAILED-COUNT      PIC 9(09) COMP VALUE ZERO.
087400 77  WS-HOLD-FOUND-SW                PIC X(01)  VALUE 'N'.
087500     88  WS-HOLD-IN-FORCE                VALUE 'Y'.
087600 77  WS-HELD-COUNT                   PIC 9(09) COMP VALUE ZERO.
087700 77  WS-HELD-ALREADY-QUEUED-COUNT    PIC 9(09) COMP VALUE ZERO.
087800***************************************************************
087900*    FORCE-POST OVERRIDES.  1520 LOOKS EACH RECYCLED ITEM UP   *
088000*    ON THE FORCE-POST KSDS; AN ACTIVE, UNEXPIRED, DUAL-       *
088100*    APPROVED INSTRUCTION SENDS IT TO ALLOWED37 WITH           *
088200*    COMM-FORCE-POST-REQUESTED.  AN ITEM ALLOWED37 ACTUALLY    *
088300*    FORCED (REASON FRCD) IS FLAGGED ON THE EXTRACT AND THE    *
088400*    AUDIT ROW AND LISTED ON THE OVERRIDE REPORT (2800).  A    *
088500*    FORCE-POST FILE THAT WILL NOT OPEN MEANS NOTHING IS       *
088600*    FORCED THIS RUN -- SAID SO ON THE CONTROL REPORT.         *
088700***************************************************************
088800 77  FRCP-FILE-STATUS                PIC X(02)  VALUE '00'.
088900 77  WS-FORCE-FILE-SW                PIC X(01)  VALUE 'N'.
089000     88  WS-FORCE-FILE-OPEN              VALUE 'Y'.
089100 77  WS-FORCE-REQUEST-SW             PIC X(01)  VALUE 'N'.
089200     88  WS-FORCE-REQUESTED              VALUE 'Y'.
089300 77  WS-ITEM-FORCED-SW               PIC X(01)  VALUE 'N'.
089400     88  WS-ITEM-WAS-FORCED              VALUE 'Y'.
089500 77  WS-FORCED-COUNT                 PIC 9(09) COMP VALUE ZERO.
089600 77  WS-FORCED-POSTED-COUNT          PIC 9(09) COMP VALUE ZERO.
089700 77  WS-FORCE-NOT-HONOURED-COUNT     PIC 9(09) COMP VALUE ZERO.
089800 01  WS-FORCE-BASE-EDIT              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
089900 01  WS-FORCE-DATE-EDIT              PIC 9999/99/99.
090000***************************************************************
090100*    WHERE THE ITEM NOW IN 2200 CAME FROM, CARRIED OUT ON THE  *
090200*    POSTED EXTRACT (POST-ITEM-ORIGIN) SO ENQ280 DEBITS THE    *
090300*    SUSPENSE ACCOUNT IT WAS ALREADY CARRIED IN RATHER THAN    *
090400*    CLEARING A SECOND TIME.  SPACE FOR A DAILY-FILE ITEM AND  *
090500*    A DISPUTE REVERSAL (NEW VALUE TO THE LEDGER); 'S' FOR A   *
090600*    RECYCLED REJECT, 'H' FOR A RELEASED HELD ITEM, 'K' FOR A  *
090700*    RELEASED PARKED REVERSAL.                                 *
090800***************************************************************
090900 77  WS-ITEM-ORIGIN-SW               PIC X(01)  VALUE SPACE.
091000***************************************************************
091100*    PERIOD CONTROL (PERDCTLK).  A BUSINESS DATE IN AN         *
091200*    ACCOUNTING PERIOD THE ENQ355 MONTH-END CLOSE HAS SIGNED   *
091300*    OFF IS NOT PROCESSED -- THE PERIOD'S LEDGER IS FINAL.     *
091400*    A MISSING FILE MEANS NO PERIOD HAS BEEN CLOSED YET.       *
091500***************************************************************
091600 77  PRDC-FILE-STATUS                PIC X(02)  VALUE '00'.
091700 77  WS-PERIOD-SW                    PIC X(01)  VALUE 'O'.
091800     88  WS-PERIOD-CLOSED                VALUE 'C'.
091900***************************************************************
092000*    BUSINESS-DAY CLOSE (DAYCLSK).  THE PRIOR BUSINESS DAY ON  *
092100*    THE CALENDAR MUST HAVE BEEN SIGNED OFF, OR CLOSED BY AN   *
092200*    AUTHORISED OVERRIDE, THROUGH ENQ385 BEFORE A LIVE RUN     *
092300*    STARTS.  NO FILE OR NO ROW MEANS THE DAY IS NOT CLOSED.   *
092400***************************************************************
092500 77  DCLS-FILE-STATUS                PIC X(02)  VALUE '00'.
092600 77  WS-PRIOR-DAY-SW                 PIC X(01)  VALUE 'C'.
092700     88  WS-PRIOR-DAY-OPEN               VALUE 'O'.
092800 77  WS-PRIOR-DAY-STATE              PIC X(30)  VALUE SPACES.
092900***************************************************************
093000*    PRE-AUTHORIZATION (WHAT-IF) MODE.  SET FROM THE 'S'       *
093100*    PARM MODE BYTE: THE FULL EDITS, DUPLICATE CHECK AND       *
093200*    LIMIT LOGIC RUN, BUT EVERY FILE UPDATE -- ENTITLEMENT     *
093300*    CONSUMPTION, HISTORY, SUSPENSE, POSTED EXTRACT, GENCTL,   *
093400*    DAYPOS, ABORT STATUS, CHECKPOINTS -- IS SUPPRESSED AND    *
093500*    THE WOULD-BE DISPOSITIONS GO TO THE WHATIF REPORT.        *
093600***************************************************************
093700 77  WS-SIMULATE-SW                  PIC X(01)  VALUE 'N'.
093800     88  WS-SIMULATE-MODE                VALUE 'S'.
093900     88  WS-LIVE-MODE                    VALUE 'N'.
094000***************************************************************
094100*    PARALLEL-RUN MODE.  SET FROM THE 'P' PARM MODE BYTE: A    *
094200*    WHAT-IF RUN THAT CALLS THE CANDIDATE MODULE IN THE        *
094300*    APPROVED SLOT AND WRITES THE POSTED EXTRACT AS WELL AS    *
094400*    THE WHATIF REPORT.  'I' -- NO CANDIDATE NAMED, NOTHING    *
094500*    TO EVALUATE TONIGHT.                                      *
094600***************************************************************
094700 77  WS-PARALLEL-SW                  PIC X(01)  VALUE 'N'.
094800     88  WS-PARALLEL-RUN                 VALUE 'Y'.
094900     88  WS-PARALLEL-IDLE                VALUE 'I'.
095000 77  WS-CANDIDATE-PROGRAM-NAME       PIC X(08)  VALUE SPACES.
095100 77  WS-CANDIDATE-NAME-LEN           PIC S9(04) COMP VALUE ZERO.
095200***************************************************************
095300*    PENDING-REVERSALS RELEASE SWITCH.  SET 'N' FROM THE PARM  *
095400*    IN THE PARTITION INSTANCES (ENQ200P1..PN): N CONCURRENT   *
095500*    RUNS MUST NOT BROWSE-AND-DELETE THE SHARED PENDRVK        *
095600*    STORE -- TWO INSTANCES COULD READ THE SAME PARKED ROW     *
095700*    BEFORE EITHER DELETES IT AND BACK THE ORIGINAL OUT        *
095800*    TWICE, AND A RELEASE OUTSIDE THE INSTANCE'S ACCOUNT       *
095900*    RANGE WOULD BREAK THE PARTITION SERIALIZATION PREMISE.    *
096000*    PARKING (ENQ302'S WRITES) STILL HAPPENS EVERYWHERE; THE   *
096100*    RELEASE BELONGS TO THE SINGLE-STREAM RUN ALONE, LIKE      *
096200*    THE RECYCLE PASS.                                         *
096300***************************************************************
096400 77  WS-RELEASE-SW                   PIC X(01)  VALUE 'Y'.
096500     88  WS-RELEASE-PASS-OFF             VALUE 'N'.
096600***************************************************************
096700*    PROCESSING CALENDAR.  THE BUSINESS DATE'S OWN CALFILE     *
096800*    ROW SAYS WHETHER THIS IS A PROCESSING DAY (A RUN ON A     *
096900*    HOLIDAY RAISES ENQ2006W INSTEAD OF SILENTLY PRODUCING A   *
097000*    MISSING LINE ON THE ENQ225 GRID) AND WHICH PRIOR DATE'S   *
097100*    SUSPENSE THE RECYCLE PASS SHOULD EXPECT ON RECYCIN.  A    *
097200*    MISSING CALFILE LEAVES THE PRE-CALENDAR BEHAVIOUR.        *
097300***************************************************************
097400 77  CAL-FILE-STATUS                 PIC X(02)  VALUE '00'.
097500 77  CAL-EOF-SW                      PIC X(01)  VALUE 'N'.
097600     88  CAL-AT-EOF                      VALUE 'Y'.
097700 77  WS-CAL-FOUND-SW                 PIC X(01)  VALUE 'N'.
097800     88  WS-CAL-DATE-FOUND               VALUE 'Y'.
097900 77  WS-CAL-DAY-TYPE                 PIC X(01)  VALUE 'B'.
098000     88  WS-CAL-BUSINESS-DAY             VALUE 'B'.
098100 77  WS-PREV-BUSINESS-DAY            PIC 9(08)  VALUE ZERO.
098200 01  WS-PREV-BUS-DATE-EDIT           PIC 9999/99/99.
098300***************************************************************
098400*    RUN-PERFORMANCE STATISTICS.  START AND END TIMESTAMPS,    *
098500*    THE CHECKPOINT COUNT, AND THE DERIVED ELAPSED/THROUGHPUT  *
098600*    NUMBERS APPENDED TO THE CUMULATIVE RUNSTATS FILE AT       *
098700*    TERMINATION (RSTAREC) -- THE EVIDENCE BEHIND THE ENQ295   *
098800*    BATCH-WINDOW TREND REPORT.                                *
098900***************************************************************
099000 77  STAT-FILE-STATUS                PIC X(02)  VALUE '00'.
099100 01  WS-RUN-START-STAMP.
099200     05  WS-RUN-START-DATE           PIC 9(08).
099300     05  WS-RUN-START-TIME           PIC 9(06).
099400 01  WS-RUN-END-STAMP.
099500     05  WS-RUN-END-DATE             PIC 9(08).
099600     05  WS-RUN-END-TIME             PIC 9(06).
099700 01  WS-TIME-PARTS-WORK              PIC 9(06)  VALUE ZERO.
099800 01  WS-TIME-PARTS REDEFINES WS-TIME-PARTS-WORK.
099900     05  WS-TP-HOURS                 PIC 9(02).
100000     05  WS-TP-MINUTES               PIC 9(02).
100100     05  WS-TP-SECONDS               PIC 9(02).
100200 77  WS-START-SECONDS                PIC S9(08) COMP VALUE ZERO.
100300 77  WS-END-SECONDS                  PIC S9(08) COMP VALUE ZERO.
100400 77  WS-ELAPSED-SECONDS              PIC S9(08) COMP VALUE ZERO.
100500 77  WS-RECORDS-PER-SECOND           PIC 9(07) COMP VALUE ZERO.
100600 77  WS-CHECKPOINTS-WRITTEN          PIC 9(05) COMP VALUE ZERO.
100700***************************************************************
100800*    CUMULATIVE DAY POSITION ACROSS INTRADAY CYCLES.  THE      *
100900*    ONE-RECORD DAYPOS DATASET REMEMBERS THE DATE'S RECORDS    *
101000*    AND AMOUNT PROCESSED SO FAR; EACH COMPLETING CYCLE ROLLS  *
101100*    ITS OWN COUNTS IN (8070) AND THE SUMMARY REPORT SHOWS     *
101200*    THE POSITION THE DATE HAD COMING INTO THIS CYCLE.         *
101300***************************************************************
101400 77  DAYP-FILE-STATUS                PIC X(02)  VALUE '00'.
101500 77  WS-DAYP-CYCLES                  PIC 9(02)  VALUE ZERO.
101600 77  WS-DAYP-RECORDS                 PIC 9(09) COMP VALUE ZERO.
101700 77  WS-DAYP-AMOUNT                  PIC S9(13)V99 COMP-3
101800                                     VALUE ZERO.
101900***************************************************************
102000*    DAILY-FILE HEADER VALIDATION.  THE FIRST RECORD OF THE    *
102100*    DAILY FILE (COPYBOOK TRNHDR) MUST CARRY TODAY'S BUSINESS  *
102200*    DATE AND A GENERATION NUMBER HIGHER THAN THE LAST ONE     *
102300*    PROCESSED (GENCTL) -- THE WRONG-FILE HOLE THE CONTROL     *
102400*    TOTALS CANNOT SEE.  A MISMATCH IS A HARD STOP, RC=8.      *
102500***************************************************************
102600 COPY TRNHDR.
102700 77  GEN-FILE-STATUS                 PIC X(02)  VALUE '00'.
102800 77  WS-HEADER-SW                    PIC X(01)  VALUE SPACE.
102900     88  WS-HEADER-OK                    VALUE 'O'.
103000     88  WS-HEADER-FAILED                VALUE 'F'.
103100 77  WS-HEADER-FAIL-TEXT             PIC X(40)  VALUE SPACES.
103200 77  WS-LAST-GENERATION              PIC 9(06)  VALUE ZERO.
103300 77  WS-HEADER-GENERATION            PIC 9(06)  VALUE ZERO.
103400***************************************************************
103500*    POSTED-TRANSACTIONS EXTRACT (POSTREC) -- ONE DATA RECORD  *
103600*    PER TRANSACTION ROUTED THROUGH 2200, PLUS A TRAILER WITH  *
103700*    ITS OWN CONTROL TOTALS SO DOWNSTREAM POSTING RECONCILES   *
103800*    RECEIPT THE SAME WAY THIS PROGRAM RECONCILES TRANSIN.     *
103900***************************************************************
104000 77  WS-HANDLED-BY-PROGRAM           PIC X(08)  VALUE SPACES.
104100 77  WS-POST-COUNT                   PIC 9(09) COMP VALUE ZERO.
104200 77  WS-POST-HASH-TOTAL              PIC 9(15) COMP VALUE ZERO.
104300 77  WS-POST-AMOUNT-TOTAL            PIC S9(13)V99 COMP-3
104400                                     VALUE ZERO.
104500***************************************************************
104600*    OPERATOR CONSOLE / AUTOMATION MESSAGE INTERFACE.  EACH    *
104700*    DISTINCT RUN-LEVEL EXCEPTION GETS A STABLE MESSAGE ID     *
104800*    THE SCHEDULER CAN TRAP, ISSUED UPON CONSOLE AND WRITTEN   *
104900*    TO THE MACHINE-READABLE EXCEPTIONS FILE (EXCPOUT):        *
105000*                                                              *
105100*      ENQ2001E  CONTROL-TOTAL RECONCILIATION FAILED           *
105200*                (EXPECTED VS DERIVED COUNTS IN THE INSERTS)   *
105300*      ENQ2002E  CHECKPOINTED RESTART KEY NEVER MATCHED THE    *
105400*                INPUT FILE                                    *
105500*      ENQ2003W  APPROVED-PROGRAM TABLE AMBIGUOUS, FELL BACK   *
105600*                TO ALLOWED37                                  *
105700*      ENQ2004E  DAILY FILE HEADER VALIDATION FAILED           *
105800*                (REASON TEXT IN THE FIRST INSERT)             *
105900*      ENQ2005E  STALE OR UNDATED EXCHANGE RATE ON RATEFILE    *
106000*                (CURRENCY IN THE FIRST INSERT)                *
106100*      ENQ2006W  BUSINESS DATE IS NOT A PROCESSING DAY ON      *
106200*                THE CALENDAR (DAY TYPE IN THE FIRST INSERT)   *
106300*      ENQ2007E  BUSINESS DATE IS IN A SIGNED-OFF ACCOUNTING   *
106400*                PERIOD (PERIOD IN THE FIRST INSERT)           *
106500*      ENQ2008I  PARALLEL RUN WITH NO CANDIDATE NAMED -- ENDED *
106600*                AT ONCE, NOTHING OPENED (CONSOLE ONLY)        *
106700*      ENQ2009E  PRIOR BUSINESS DAY NOT SIGNED OFF OR          *
106800*                OVERRIDDEN (DATE IN THE FIRST INSERT)         *
106900*      ENQ2010E  HELD-ITEM KSDS (HELDITMK) WILL NOT OPEN       *
107000*                (FILE STATUS IN THE FIRST INSERT)             *
107100*      ENQ2011E  A HELD ITEM COULD NOT BE QUEUED ON HELDITMK   *
107200*                (KEY AND FILE STATUS IN THE INSERTS), ONE     *
107300*                PER ITEM                                      *
107400***************************************************************
107500 77  WS-EXPECTED-COUNT-EDIT          PIC ZZZZZZZZ9.
107600 77  WS-DERIVED-COUNT-EDIT           PIC ZZZZZZZZ9.
107700***************************************************************
107800*    MULTI-CURRENCY SUPPORT.  EVERY TRANSACTION CARRIES A      *
107900*    CURRENCY CODE (SPACES = BASE CURRENCY); THE DAILY         *
108000*    EXCHANGE-RATE FILE IS LOADED AT INITIALIZATION AND THE    *
108100*    AMOUNT IS CONVERTED TO BASE CURRENCY FOR THE ENTITLEMENT  *
108200*    LIMIT CHECKS.  CONTROL TOTALS ACCUMULATE PER CURRENCY     *
108300*    AND THE TRAILER FILE CARRIES ONE TRAILER PER CURRENCY     *
108400*    (A TRAILER WITH A BLANK CURRENCY CODE, E.G. A PARTITION   *
108500*    TRAILER FROM ENQ250, IS MATCHED AGAINST THE AGGREGATE     *
108600*    TOTALS INSTEAD) -- MIXING CURRENCIES INTO ONE TOTAL       *
108700*    WOULD MAKE THE RECONCILIATION GATE MEANINGLESS.  A        *
108800*    CURRENCY WITH NO RATE ON FILE IS REJECTED TO SUSPENSE     *
108900*    WITH REASON CURR.                                         *
109000***************************************************************
109100 77  RATE-FILE-STATUS                PIC X(02)  VALUE '00'.
109200 77  RATE-FILE-EOF-SW                PIC X(01)  VALUE 'N'.
109300     88  RATE-FILE-AT-EOF                VALUE 'Y'.
109400 77  WS-BASE-CURRENCY                PIC X(03)  VALUE 'USD'.
109500 77  WS-TXN-CURRENCY                 PIC X(03)  VALUE SPACES.
109600 77  WS-RATE-FOUND-SW                PIC X(01)  VALUE 'N'.
109700     88  WS-RATE-FOUND                   VALUE 'Y'.
109800 77  WS-RATE-SLOT                    PIC 9(02) COMP VALUE ZERO.
109900 77  WS-RATE-STALE-SW                PIC X(01)  VALUE 'N'.
110000     88  WS-RATE-STALE                   VALUE 'Y'.
110100 77  WS-STALE-CURRENCY               PIC X(03)  VALUE SPACES.
110200 01  RATE-TABLE-CONTROL.
110300     05  RATE-TABLE-COUNT            PIC 9(02) COMP VALUE ZERO.
110400     05  RATE-MAX-ENTRIES            PIC 9(02) COMP VALUE 20.
110500     05  RATE-TABLE OCCURS 20 TIMES
110600                    INDEXED BY RATE-IDX.
110700         10  RATE-CCY-CODE           PIC X(03).
110800         10  RATE-TO-BASE            PIC 9(03)V9(08) COMP-3.
110900 01  CCY-TABLE-CONTROL.
111000     05  CCY-BUCKET-COUNT            PIC 9(02) COMP VALUE ZERO.
111100     05  CCY-MAX-BUCKETS             PIC 9(02) COMP VALUE 10.
111200     05  CCY-BUCKET OCCURS 10 TIMES
111300                    INDEXED BY CCY-IDX.
111400         10  CCY-CODE                PIC X(03).
111500         10  CCY-REC-COUNT           PIC 9(09) COMP.
111600         10  CCY-HASH-TOTAL          PIC 9(15) COMP.
111700         10  CCY-AMOUNT-TOTAL        PIC S9(13)V99 COMP-3.
111800         10  CCY-MATCHED-SW          PIC X(01).
111900 77  WS-CCY-SLOT                     PIC 9(02) COMP VALUE ZERO.
112000 77  CTL-EOF-SW                      PIC X(01)  VALUE 'N'.
112100     88  CTL-AT-EOF                      VALUE 'Y'.
112200 77  WS-TRAILERS-READ                PIC 9(04) COMP VALUE ZERO.
112300 77  WS-TRAILERS-MATCHED             PIC 9(04) COMP VALUE ZERO.
112400 77  WS-TRAILER-SUM-COUNT            PIC 9(09) COMP VALUE ZERO.
112500 77  WS-TRAILER-MISMATCH-SW          PIC X(01)  VALUE 'N'.
112600     88  WS-TRAILER-MISMATCH             VALUE 'Y'.
112700 77  WS-CCY-TRAILER-SEEN-SW          PIC X(01)  VALUE 'N'.
112800     88  WS-CCY-TRAILER-SEEN             VALUE 'Y'.
112900 01  WS-REPORT-AMOUNT-EDIT           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
113000***************************************************************
113100*    END-OF-JOB CONTROL REPORT COUNTERS                        *
113200***************************************************************
113300 77  WS-APPR-CALLS-MADE-COUNT        PIC 9(09) COMP VALUE ZERO.
113400 77  WS-APPR-CALLS-BLOCKED-COUNT     PIC 9(09) COMP VALUE ZERO.
113500 77  WS-DISPATCH-CALLS-BLOCKED-COUNT PIC 9(09) COMP VALUE ZERO.
113600 77  WS-NO-RATE-REJECT-COUNT         PIC 9(09) COMP VALUE ZERO.
113700 LINKAGE SECTION.
113800***************************************************************
113900*    JOB-STEP PARM -- RUN-ID AND, OPTIONALLY, BUSINESS DATE.     *
114000*    PRESENT SO TWO CONCURRENT ENQ200 RUNS (E.G. A SAME-DAY     *
114100*    CATCH-UP RUN ALONGSIDE THE OVERNIGHT RUN) CAN BE TOLD      *
114200*    APART AND EACH TRACK ITS OWN CHECKPOINT AND ABORT-STATUS   *
114300*    KEY.  THE CATCH-UP RUN ALSO NEEDS TO OPERATE AGAINST A     *
114400*    BUSINESS DATE OTHER THAN TODAY, SO THE SAME PARM STRING    *
114500*    CARRIES AN OPTIONAL SECOND 8-BYTE SUB-FIELD FOR THAT DATE, *
114600*    E.G. PARM='ENQ200D220260808'.  AN OMITTED OR BLANK PARM,   *
114700*    OR A PARM ONLY AS LONG AS THE RUN-ID SUB-FIELD, LEAVES     *
114800*    WS-RUN-ID AT ITS DEFAULT (ENQ200D1) AND WS-BUSINESS-DATE   *
114900*    AT TODAY'S DATE.                                           *
115000***************************************************************
115100 01  LK-PARM-RUN-ID.
115200     05  LK-PARM-RUN-ID-LEN          PIC S9(04) COMP.
115300     05  LK-PARM-RUN-ID-TEXT         PIC X(08).
115400     05  LK-PARM-BUSINESS-DATE-TEXT  PIC X(08).
115500*    OPTIONAL -- PROCESSING CYCLE FOR INTRADAY MULTI-CYCLE
115600*    RUNS, E.G. PARM='ENQ200D22026080802' FOR CYCLE 02.
115700*    OMITTED, BLANK OR ZERO MEANS CYCLE 01 -- THE SINGLE
115800*    OVERNIGHT FILE.
115900     05  LK-PARM-CYCLE-TEXT          PIC X(02).
116000*    OPTIONAL -- PENDING-REVERSAL AGE IN DAYS FOR THE
116100*    STILL-PENDING SECTION OF THE CONTROL REPORT, E.G.
116200*    PARM='ENQ200D22026080802005'.  OMITTED OR BLANK LEAVES
116300*    THE DEFAULT OF 3 DAYS.
116400     05  LK-PARM-PEND-AGE-TEXT       PIC X(03).
116500*    OPTIONAL -- 'S' RUNS THE FILE IN PRE-AUTHORIZATION
116600*    (WHAT-IF) MODE: THE FULL EDITS, DUPLICATE CHECK AND
116700*    LIMIT LOGIC RUN, BUT NO FILE IS UPDATED AND THE ONLY
116800*    BUSINESS OUTPUT IS THE WOULD-BE DISPOSITION REPORT ON
116900*    WHATIF, E.G. PARM='ENQ200D22026080802003S'.  'P' IS A
117000*    PARALLEL RUN: THE SAME, PLUS THE CANDIDATE MODULE BELOW
117100*    IN THE APPROVED SLOT AND THE POSTED EXTRACT WRITTEN.
117200     05  LK-PARM-MODE-TEXT           PIC X(01).
117300*    OPTIONAL -- 'N' SUPPRESSES THE PENDING-REVERSALS
117400*    RELEASE PASS.  REQUIRED IN THE PARTITION INSTANCES
117500*    (ENQ200P1..PN), WHICH SHARE THE PENDRVK STORE AND MUST
117600*    NOT ALL BROWSE-AND-DELETE IT, E.G.
117700*    PARM='ENQ200P12026080801003 N' (THE MODE BYTE LEFT
117800*    BLANK).  OMITTED OR BLANK LEAVES THE PASS ON.
117900     05  LK-PARM-RELEASE-TEXT        PIC X(01).
118000*    'P' MODE ONLY -- THE CANDIDATE APPROVED-SLOT MODULE, E.G.
118100*    PARM='ENQ200PC2026080801003P ALLOWD38'.  OMITTED OR BLANK
118200*    ENDS A PARALLEL RUN AT ONCE (ENQ2008I).
118300     05  LK-PARM-CANDIDATE-TEXT      PIC X(08).
118400 PROCEDURE DIVISION USING LK-PARM-RUN-ID.
118500***************************************************************
118600*    0000-MAINLINE                                             *
118700***************************************************************
118800 0000-MAINLINE.
118900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
119000     IF WS-PARALLEL-IDLE
119100         DISPLAY 'ENQ2008I ' WS-RUN-ID ' ' WS-BUSINESS-DATE
119200             ' NO CANDIDATE NAMED -- PARALLEL RUN SKIPPED'
119300             UPON CONSOLE
119400         GOBACK
119500     END-IF.
119600     IF WS-RECON-OK
119700         PERFORM PARAGRAPH THRU PARAGRAPH-EXIT
119800             UNTIL WS-AT-EOF
119900     END-IF.
120000     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
120100     GOBACK.
120200***************************************************************
120300*    1000-INITIALIZE  --  OPEN FILES, RECONCILE CONTROL        *
120400*    TOTALS, AND POSITION FOR RESTART                          *
120500***************************************************************
120600 1000-INITIALIZE.
120700     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
120800     ACCEPT WS-RUN-START-TIME FROM TIME.
120900     IF LK-PARM-RUN-ID-LEN > ZERO
121000         AND LK-PARM-RUN-ID-TEXT NOT = SPACES
121100         MOVE LK-PARM-RUN-ID-TEXT TO WS-RUN-ID
121200     END-IF.
121300     IF LK-PARM-RUN-ID-LEN > 8
121400         AND LK-PARM-BUSINESS-DATE-TEXT NOT = SPACES
121500         AND LK-PARM-BUSINESS-DATE-TEXT IS NUMERIC
121600         MOVE LK-PARM-BUSINESS-DATE-TEXT TO WS-BUSINESS-DATE
121700     END-IF.
121800     IF WS-BUSINESS-DATE = ZERO
121900         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
122000     END-IF.
122100     IF LK-PARM-RUN-ID-LEN > 16
122200         AND LK-PARM-CYCLE-TEXT IS NUMERIC
122300         AND LK-PARM-CYCLE-TEXT NOT = '00'
122400         MOVE LK-PARM-CYCLE-TEXT TO WS-CYCLE-NUMBER
122500     END-IF.
122600     IF LK-PARM-RUN-ID-LEN > 18
122700         AND LK-PARM-PEND-AGE-TEXT IS NUMERIC
122800         MOVE LK-PARM-PEND-AGE-TEXT TO WS-PEND-AGE-DAYS
122900     END-IF.
123000     IF LK-PARM-RUN-ID-LEN > 21
123100         AND LK-PARM-MODE-TEXT = 'S'
123200         SET WS-SIMULATE-MODE TO TRUE
123300     END-IF.
123400     IF LK-PARM-RUN-ID-LEN > 21
123500         AND LK-PARM-MODE-TEXT = 'P'
123600         SET WS-SIMULATE-MODE TO TRUE
123700         SET WS-PARALLEL-RUN TO TRUE
123800     END-IF.
123900     IF LK-PARM-RUN-ID-LEN > 22
124000         AND LK-PARM-RELEASE-TEXT = 'N'
124100         SET WS-RELEASE-PASS-OFF TO TRUE
124200     END-IF.
124300     IF WS-PARALLEL-RUN
124400         AND LK-PARM-RUN-ID-LEN > 23
124500         COMPUTE WS-CANDIDATE-NAME-LEN = LK-PARM-RUN-ID-LEN - 23
124600         IF WS-CANDIDATE-NAME-LEN > 8
124700             MOVE 8 TO WS-CANDIDATE-NAME-LEN
124800         END-IF
124900         MOVE LK-PARM-CANDIDATE-TEXT(1:WS-CANDIDATE-NAME-LEN)
125000             TO WS-CANDIDATE-PROGRAM-NAME
125100     END-IF.
125200     IF WS-PARALLEL-RUN
125300         AND WS-CANDIDATE-PROGRAM-NAME = SPACES
125400         SET WS-PARALLEL-IDLE TO TRUE
125500         GO TO 1000-INITIALIZE-EXIT
125600     END-IF.
125700     IF WS-SIMULATE-MODE
125800         SET COMM-SIMULATE-MODE TO TRUE
125900         OPEN OUTPUT WHATIF-REPORT-FILE
126000         MOVE 'ENQ200 WHAT-IF DISPOSITION REPORT'
126100             TO WHATIF-REPORT-LINE
126200         IF WS-PARALLEL-RUN
126300             MOVE SPACES TO WHATIF-REPORT-LINE
126400             STRING 'ENQ200 PARALLEL-RUN DISPOSITION REPORT -- '
126500                 'CANDIDATE ' WS-CANDIDATE-PROGRAM-NAME
126600                 DELIMITED BY SIZE INTO WHATIF-REPORT-LINE
126700         END-IF
126800         WRITE WHATIF-REPORT-LINE
126900         MOVE SPACES TO WHATIF-REPORT-LINE
127000         WRITE WHATIF-REPORT-LINE
127100     ELSE
127200         SET COMM-LIVE-MODE TO TRUE
127300     END-IF.
127400     MOVE 'N' TO AUD-BLOCKED-SW.
127500     MOVE 'N' TO AUD-FORCED-SW.
127600     MOVE SPACES TO AUD-CALLED-PROGRAM AUD-CALL-PARAM-VALUE.
127700     PERFORM 1070-LOAD-ABORT-STATUS
127800         THRU 1070-LOAD-ABORT-STATUS-EXIT.
127900     PERFORM 1095-READ-DAY-POSITION
128000         THRU 1095-READ-DAY-POSITION-EXIT.
128100     PERFORM 1098-READ-CALENDAR
128200         THRU 1098-READ-CALENDAR-EXIT.
128300     OPEN OUTPUT AUDIT-FILE.
128400     OPEN OUTPUT SUMMARY-REPORT-FILE.
128500     OPEN OUTPUT SUSPENSE-FILE.
128600     OPEN OUTPUT EXCEPTIONS-FILE.
128700     OPEN OUTPUT POSTED-EXTRACT-FILE.
128800     OPEN I-O TXN-HISTORY-FILE.
128900     OPEN I-O PENDING-REVERSALS-FILE.
129000     OPEN INPUT ACCOUNT-HOLD-FILE.
129100     IF HOLD-FILE-STATUS = '00'
129200         SET WS-HOLD-FILE-OPEN TO TRUE
129300     END-IF.
129400     OPEN I-O HELD-ITEM-FILE.
129500     MOVE HELD-FILE-STATUS TO WS-HELD-OPEN-STATUS.
129600     IF HELD-FILE-STATUS = '00'
129700         OR HELD-FILE-STATUS = '97'
129800         SET WS-HELD-FILE-OPEN TO TRUE
129900     END-IF.
130000     IF NOT WS-SIMULATE-MODE
130100         OPEN I-O FORCE-POST-FILE
130200         IF FRCP-FILE-STATUS = '00'
130300             SET WS-FORCE-FILE-OPEN TO TRUE
130400         END-IF
130500         OPEN OUTPUT FORCE-REPORT-FILE
130600         MOVE 'ENQ200 FORCE-POST OVERRIDE REPORT'
130700             TO FORCE-REPORT-LINE
130800         WRITE FORCE-REPORT-LINE
130900         MOVE SPACES TO FORCE-REPORT-LINE
131000         WRITE FORCE-REPORT-LINE
131100     END-IF.
131200     OPEN OUTPUT DUPLICATES-REPORT-FILE.
131300     MOVE 'ENQ200 DUPLICATE TRANSACTIONS REPORT'
131400         TO DUPLICATES-REPORT-LINE.
131500     WRITE DUPLICATES-REPORT-LINE.
131600     MOVE SPACES TO DUPLICATES-REPORT-LINE.
131700     WRITE DUPLICATES-REPORT-LINE.
131800     PERFORM 1020-LOAD-APPROVED-TABLE
131900         THRU 1020-LOAD-APPROVED-TABLE-EXIT.
132000     PERFORM 1030-RESOLVE-APPROVED-PROGRAM
132100         THRU 1030-RESOLVE-APPROVED-PROGRAM-EXIT.
132200     PERFORM 1040-LOAD-EXCLUSION-TABLE
132300         THRU 1040-LOAD-EXCLUSION-TABLE-EXIT.
132400     PERFORM 1090-LOAD-RATE-TABLE
132500         THRU 1090-LOAD-RATE-TABLE-EXIT.
132600     IF WS-RATE-STALE
132700*        AN UNDATED OR STALE RATE ON THE DAILY RATE FILE --
132800*        HARD STOP BEFORE ANYTHING CONVERTS AT THE WRONG
132900*        PRICE.  THE UPSTREAM RATE VALIDATION STEP (ENQ285)
133000*        SHOULD HAVE CAUGHT THIS; THIS IS THE BACKSTOP.
133100         SET WS-AT-EOF TO TRUE
133200         GO TO 1000-INITIALIZE-EXIT
133300     END-IF.
133400     PERFORM 1080-VALIDATE-TRANS-HEADER
133500         THRU 1080-VALIDATE-TRANS-HEADER-EXIT.
133600     IF WS-HEADER-FAILED
133700*        THE DAILY FILE IS NOT THIS RUN'S FILE -- WRONG
133800*        BUSINESS DATE, A GENERATION ALREADY PROCESSED, OR NO
133900*        HEADER AT ALL.  HARD STOP BEFORE RECONCILIATION: THE
134000*        CONTROL TOTALS WOULD HAPPILY CERTIFY THE WRONG DAY.
134100         SET WS-AT-EOF TO TRUE
134200         GO TO 1000-INITIALIZE-EXIT
134300     END-IF.
134400     IF NOT WS-SIMULATE-MODE
134500         PERFORM 1075-CHECK-PERIOD-LOCK
134600             THRU 1075-CHECK-PERIOD-LOCK-EXIT
134700     END-IF.
134800     IF NOT WS-SIMULATE-MODE
134900         AND NOT WS-PERIOD-CLOSED
135000         AND WS-CAL-DATE-FOUND
135100         PERFORM 1076-CHECK-PRIOR-DAY-CLOSE
135200             THRU 1076-CHECK-PRIOR-DAY-CLOSE-EXIT
135300     END-IF.
135400     IF WS-PRIOR-DAY-OPEN
135500*        THE PRIOR BUSINESS DAY HAS NOT BEEN CLOSED -- ITS
135600*        CHECKPOINTS ARE NOT ALL KNOWN TO HAVE PASSED.  HARD STOP
135700*        BEFORE ANYTHING POSTS, UNTIL ENQ385 SIGNS IT OFF OR
135800*        RECORDS AN AUTHORISED OVERRIDE.
135900         SET WS-AT-EOF TO TRUE
136000         GO TO 1000-INITIALIZE-EXIT
136100     END-IF.
136200     IF WS-PERIOD-CLOSED
136300*        THE MONTH-END CLOSE HAS SIGNED THIS DATE'S PERIOD OFF --
136400*        ITS LEDGER IS FINAL.  HARD STOP BEFORE ANYTHING POSTS;
136500*        A LATE ITEM BELONGS IN THE NEXT OPEN PERIOD.  A WHAT-IF
136600*        RUN CHANGES NOTHING AND IS LET THROUGH.
136700         SET WS-AT-EOF TO TRUE
136800         GO TO 1000-INITIALIZE-EXIT
136900     END-IF.
137000     IF NOT WS-HELD-FILE-OPEN
137100         AND NOT WS-SIMULATE-MODE
137200*        THE HELD-ITEM KSDS DID NOT OPEN -- EVERY WRITE TO IT
137300*        WOULD FAIL, AND AN ITEM FOR A HELD ACCOUNT WOULD GO OUT
137400*        AS 'H' WITHOUT BEING QUEUED FOR ENQ320 TO RELEASE.
137500*        HARD STOP BEFORE ANYTHING POSTS.  A WHAT-IF RUN
137600*        QUEUES NOTHING AND IS LET THROUGH.
137700         SET WS-HELD-QUEUE-DOWN TO TRUE
137800         SET WS-AT-EOF TO TRUE
137900         GO TO 1000-INITIALIZE-EXIT
138000     END-IF.
138100     IF ABT-STATUS-COMPLETE
138200*        THIS RUN-ID/BUSINESS-DATE ALREADY RAN TO COMPLETION --
138300*        EVERY RECORD WILL BE SKIPPED IN PARAGRAPH REGARDLESS, SO
138400*        RECONCILING AGAINST WHATEVER CTLTOTS HAPPENS TO BE ON
138500*        HAND FOR A BARE RERUN WOULD RISK DOWNGRADING AN ALREADY-
138600*        COMPLETE DAY TO FAILED OVER A NO-OP.
138700         SET WS-RECON-OK TO TRUE
138800     ELSE
138900         PERFORM 1050-RECONCILE-CONTROL-TOTALS
139000             THRU 1050-RECONCILE-CONTROL-TOTALS-EXIT
139100     END-IF.
139200     IF WS-RECON-FAILED
139300         SET WS-AT-EOF TO TRUE
139400     ELSE
139500         OPEN INPUT  TRANS-FILE
139600*        THE RECYCLE PASS RUNS AFTER THE OPEN -- 1510 STAGES
139700*        EACH SUSPENSE ITEM THROUGH THE TRANS-FILE RECORD
139800*        AREA, WHICH IS ONLY DEPENDABLY ADDRESSABLE WHILE THE
139900*        FILE IS OPEN, AND THE FIRST REAL READ BELOW THEN
140000*        OVERWRITES IT.  A RERUN OF AN ALREADY-COMPLETE DATE
140100*        SKIPS THE PASS ENTIRELY -- EVERY DAILY RECORD IS
140200*        SKIPPED IN PARAGRAPH ON SUCH A RERUN, AND RE-FEEDING
140300*        STAGED RECYCIN ITEMS WOULD RE-ENTITLE THEM AND
140400*        DOUBLE-WRITE THE DAY'S SUSPENSE FILE.
140500         IF NOT ABT-STATUS-COMPLETE
140600*            A WHAT-IF RUN JUDGES THE CANDIDATE FILE ALONE --
140700*            RE-FEEDING REAL SUSPENSE OR PARKED ITEMS WOULD
140800*            FOLD LIVE WORK INTO THE SIMULATED ANSWER.
140900             AND NOT WS-SIMULATE-MODE
141000             PERFORM 1500-PROCESS-RECYCLE-FILE
141100                 THRU 1500-PROCESS-RECYCLE-FILE-EXIT
141200             IF NOT WS-RELEASE-PASS-OFF
141300*                SUPPRESSED IN THE PARTITION INSTANCES --
141400*                SEE THE WS-RELEASE-SW COMMENT.
141500                 PERFORM 1600-RELEASE-PENDING-REVERSALS
141600                     THRU 1600-RELEASE-PENDING-REVERSALS-EXIT
141700             END-IF
141800         END-IF
141900         IF NOT WS-SIMULATE-MODE
142000*            A WHAT-IF RUN NEITHER WRITES NOR HONOURS
142100*            CHECKPOINTS -- A LEFTOVER PRODUCTION CHECKPOINT
142200*            FOR THE SAME RUN-ID/DATE/CYCLE MUST NOT SKIP
142300*            CANDIDATE RECORDS, AND CHKPTFIL IS LEFT
142400*            UNOPENED.
142500             PERFORM 1100-DETERMINE-RESTART-POINT
142600                 THRU 1100-DETERMINE-RESTART-POINT-EXIT
142700         END-IF
142800         READ TRANS-FILE
142900             AT END
143000                 SET WS-AT-EOF TO TRUE
143100         END-READ
143200         MOVE TRANS-RECORD TO TRANS-HEADER-RECORD
143300         IF TRANS-HDR-PRESENT
143400*            POSITION PAST THE HEADER -- IT IS NOT A DATA
143500*            RECORD AND WAS ALREADY VALIDATED IN 1080.
143600             READ TRANS-FILE
143700                 AT END
143800                     SET WS-AT-EOF TO TRUE
143900             END-READ
144000         END-IF
144100         PERFORM 1200-SKIP-TO-RESTART-POINT
144200             THRU 1200-SKIP-TO-RESTART-POINT-EXIT
144300             UNTIL NOT WS-STILL-SKIPPING-TO-RESTART
144400                OR WS-AT-EOF
144500         IF WS-STILL-SKIPPING-TO-RESTART
144600             AND WS-AT-EOF
144700*                THE CHECKPOINTED RESTART KEY NEVER MATCHED A
144800*                KEY ON THIS RUN'S INPUT FILE -- A STALE OR
144900*                MISMATCHED CHECKPOINT.  WITHOUT THIS FLAG THE
145000*                RUN WOULD COMPLETE HAVING SILENTLY SKIPPED THE
145100*                ENTIRE FILE, INDISTINGUISHABLE ON THE SUMMARY
145200*                REPORT FROM A LEGITIMATELY EMPTY FILE.
145300             SET WS-RESTART-KEY-NOT-FOUND TO TRUE
145400         END-IF
145500     END-IF.
145600 1000-INITIALIZE-EXIT.
145700     EXIT.
145800***************************************************************
145900*    1020-LOAD-APPROVED-TABLE  --  LOADS THE APPROVED-SUBPROGRAM*
146000*    TABLE FROM APPROVED-PROGRAM-FILE.  AN EMPTY OR MISSING     *
146100*    FILE LEAVES THE TABLE EMPTY -- 1030 FALLS BACK TO          *
146200*    ALLOWED37 AS THE DEFAULT IN THAT CASE.                     *
146300***************************************************************
146400 1020-LOAD-APPROVED-TABLE.
146500     MOVE ZERO TO APPR-TABLE-COUNT.
146600     MOVE 'N' TO APPR-FILE-EOF-SW.
146700     OPEN INPUT APPROVED-PROGRAM-FILE.
146800     IF APPR-FILE-STATUS = '35'
146900*        NO APPROVED-PROGRAM-FILE ON THIS RUN -- TABLE STAYS
147000*        EMPTY, 1030 FALLS BACK TO ALLOWED37.
147100         CONTINUE
147200     ELSE
147300         READ APPROVED-PROGRAM-FILE
147400             AT END
147500                 SET APPR-FILE-AT-EOF TO TRUE
147600         END-READ
147700         PERFORM 1021-LOAD-ONE-APPROVED-ENTRY
147800             THRU 1021-LOAD-ONE-APPROVED-ENTRY-EXIT
147900             UNTIL APPR-FILE-AT-EOF
148000                OR APPR-TABLE-COUNT = APPR-MAX-ENTRIES
148100         CLOSE APPROVED-PROGRAM-FILE
148200     END-IF.
148300 1020-LOAD-APPROVED-TABLE-EXIT.
148400     EXIT.
148500***************************************************************
148600*    1021-LOAD-ONE-APPROVED-ENTRY                              *
148700***************************************************************
148800 1021-LOAD-ONE-APPROVED-ENTRY.
148900     ADD 1 TO APPR-TABLE-COUNT.
149000     MOVE APGM-PROGRAM-NAME   TO
149100         APPR-PROGRAM-NAME(APPR-TABLE-COUNT).
149200     MOVE APGM-EFFECTIVE-DATE TO
149300         APPR-EFFECTIVE-DATE(APPR-TABLE-COUNT).
149400     MOVE APGM-ACTIVE-FLAG    TO
149500         APPR-ACTIVE-FLAG(APPR-TABLE-COUNT).
149600     READ APPROVED-PROGRAM-FILE
149700         AT END
149800             SET APPR-FILE-AT-EOF TO TRUE
149900     END-READ.
150000 1021-LOAD-ONE-APPROVED-ENTRY-EXIT.
150100     EXIT.
150200***************************************************************
150300*    1030-RESOLVE-APPROVED-PROGRAM  --  PICKS THE ACTIVE,       *
150400*    EFFECTIVE-DATED ENTRY FROM THE APPROVED-SUBPROGRAM TABLE.  *
150500*    IF THE TABLE IS EMPTY OR NO ROW QUALIFIES, ALLOWED37       *
150600*    REMAINS THE DEFAULT SO A MISSING TABLE DOES NOT STOP       *
150700*    THE RUN.                                                  *
150800***************************************************************
150900 1030-RESOLVE-APPROVED-PROGRAM.
151000     MOVE 'ALLOWED37' TO WS-APPROVED-PROGRAM-NAME.
151100     MOVE ZERO TO WS-APPR-ACTIVE-MATCH-COUNT.
151200     IF APPR-TABLE-COUNT > ZERO
151300         PERFORM 1031-FIND-ACTIVE-APPROVED-ENTRY
151400             THRU 1031-FIND-ACTIVE-APPROVED-ENTRY-EXIT
151500             VARYING APPR-IDX FROM 1 BY 1
151600             UNTIL APPR-IDX > APPR-TABLE-COUNT
151700     END-IF.
151800     IF WS-APPR-ACTIVE-MATCH-COUNT > 1
151900*        MORE THAN ONE ROW QUALIFIED -- APPRTBL.CPY REQUIRES AT
152000*        MOST ONE ACTIVE, EFFECTIVE-DATED ROW AT A TIME.  FALL
152100*        BACK TO THE SAFE DEFAULT RATHER THAN PICK ONE OF THE
152200*        CONTENDING ROWS ARBITRARILY, AND FLAG IT FOR OPERATIONS
152300*        ON THE CONTROL REPORT.
152400         MOVE 'ALLOWED37' TO WS-APPROVED-PROGRAM-NAME
152500         SET WS-APPR-TABLE-AMBIGUOUS TO TRUE
152600     END-IF.
152700     IF WS-PARALLEL-RUN
152800*        A PARALLEL RUN CALLS THE CANDIDATE IN THE APPROVED SLOT
152900*        WHATEVER THE TABLE SAYS -- THAT IS THE POINT OF IT.
153000*        THE EXCLUSION LIST STILL APPLIES TO IT (2950).
153100         MOVE WS-CANDIDATE-PROGRAM-NAME
153200             TO WS-APPROVED-PROGRAM-NAME
153300     END-IF.
153400 1030-RESOLVE-APPROVED-PROGRAM-EXIT.
153500     EXIT.
153600***************************************************************
153700*    1031-FIND-ACTIVE-APPROVED-ENTRY                           *
153800***************************************************************
153900 1031-FIND-ACTIVE-APPROVED-ENTRY.
154000     IF APPR-IS-ACTIVE(APPR-IDX)
154100         AND APPR-EFFECTIVE-DATE(APPR-IDX) <= WS-BUSINESS-DATE
154200         MOVE APPR-PROGRAM-NAME(APPR-IDX)
154300             TO WS-APPROVED-PROGRAM-NAME
154400         ADD 1 TO WS-APPR-ACTIVE-MATCH-COUNT
154500     END-IF.
154600 1031-FIND-ACTIVE-APPROVED-ENTRY-EXIT.
154700     EXIT.
154800***************************************************************
154900*    1040-LOAD-EXCLUSION-TABLE  --  LOADS THE RUNTIME PROGRAM  *
155000*    EXCLUSION LIST FROM EXCLUSION-LIST-FILE.  AN EMPTY OR      *
155100*    MISSING FILE LEAVES THE TABLE EMPTY -- NO CALL PATH IS     *
155200*    BLOCKED IN THAT CASE.                                     *
155300***************************************************************
155400 1040-LOAD-EXCLUSION-TABLE.
155500     MOVE ZERO TO EXCL-TABLE-COUNT.
155600     MOVE 'N' TO EXCL-FILE-EOF-SW.
155700     OPEN INPUT EXCLUSION-LIST-FILE.
155800     IF EXCL-FILE-STATUS = '35'
155900*        NO EXCLUSION-LIST-FILE ON THIS RUN -- TABLE STAYS EMPTY,
156000*        NO CALL PATH IS BLOCKED IN THAT CASE.
156100         CONTINUE
156200     ELSE
156300         READ EXCLUSION-LIST-FILE
156400             AT END
156500                 SET EXCL-FILE-AT-EOF TO TRUE
156600         END-READ
156700         PERFORM 1041-LOAD-ONE-EXCLUSION-ENTRY
156800             THRU 1041-LOAD-ONE-EXCLUSION-ENTRY-EXIT
156900             UNTIL EXCL-FILE-AT-EOF
157000                OR EXCL-TABLE-COUNT = EXCL-MAX-ENTRIES
157100         CLOSE EXCLUSION-LIST-FILE
157200     END-IF.
157300 1040-LOAD-EXCLUSION-TABLE-EXIT.
157400     EXIT.
157500***************************************************************
157600*    1041-LOAD-ONE-EXCLUSION-ENTRY                             *
157700***************************************************************
157800 1041-LOAD-ONE-EXCLUSION-ENTRY.
157900     ADD 1 TO EXCL-TABLE-COUNT.
158000     MOVE EXCL-IN-PROGRAM-NAME TO
158100         EXCL-PROGRAM-NAME(EXCL-TABLE-COUNT).
158200     MOVE EXCL-IN-REASON-CODE TO
158300         EXCL-REASON-CODE(EXCL-TABLE-COUNT).
158400     READ EXCLUSION-LIST-FILE
158500         AT END
158600             SET EXCL-FILE-AT-EOF TO TRUE
158700     END-READ.
158800 1041-LOAD-ONE-EXCLUSION-ENTRY-EXIT.
158900     EXIT.
159000***************************************************************
159100*    1050-RECONCILE-CONTROL-TOTALS  --  VALIDATES THE DAILY    *
159200*    TRANSACTION FILE AGAINST ITS CONTROL-TOTALS TRAILER       *
159300*    RECORD (RECORD COUNT, HASH TOTAL, AMOUNT TOTAL) BEFORE    *
159400*    ANY RECORD IS ROUTED THROUGH THE APPROVED SUBPROGRAM, SO  *
159500*    A SHORT OR TRUNCATED FILE IS CAUGHT HERE RATHER THAN IN   *
159600*    NEXT DAY'S RECON.                                         *
159700***************************************************************
159800 1050-RECONCILE-CONTROL-TOTALS.
159900     MOVE ZERO  TO WS-RECON-COUNT WS-RECON-HASH-TOTAL
160000                   WS-RECON-AMOUNT-TOTAL.
160100     MOVE 'N'   TO RECON-EOF-SW.
160200     OPEN INPUT TRANS-FILE.
160300     READ TRANS-FILE
160400         AT END
160500             SET RECON-AT-EOF TO TRUE
160600     END-READ.
160700     MOVE TRANS-RECORD TO TRANS-HEADER-RECORD.
160800     IF TRANS-HDR-PRESENT
160900*        THE HEADER IS NOT A DATA RECORD -- THE TRAILER'S
161000*        TOTALS COVER DATA RECORDS ONLY.
161100         READ TRANS-FILE
161200             AT END
161300                 SET RECON-AT-EOF TO TRUE
161400         END-READ
161500     END-IF.
161600     PERFORM 1060-ACCUMULATE-CONTROL-TOTALS
161700         THRU 1060-ACCUMULATE-CONTROL-TOTALS-EXIT
161800         UNTIL RECON-AT-EOF.
161900     CLOSE TRANS-FILE.
162000*    THE TRAILER FILE NOW CARRIES ONE TRAILER PER CURRENCY.
162100*    EVERY TRAILER MUST MATCH ITS CURRENCY'S ACCUMULATED
162200*    BUCKET (A BLANK-CURRENCY TRAILER MATCHES THE AGGREGATE
162300*    TOTALS INSTEAD), AND EVERY CURRENCY SEEN ON THE FILE
162400*    MUST HAVE HAD A TRAILER.
162500     MOVE ZERO TO WS-TRAILERS-READ WS-TRAILERS-MATCHED.
162600     MOVE 'N'  TO CTL-EOF-SW WS-TRAILER-MISMATCH-SW
162700                  WS-CCY-TRAILER-SEEN-SW.
162800     OPEN INPUT CONTROL-TOTALS-FILE.
162900     READ CONTROL-TOTALS-FILE
163000         AT END
163100             SET CTL-AT-EOF TO TRUE
163200     END-READ.
163300     PERFORM 1055-MATCH-ONE-TRAILER
163400         THRU 1055-MATCH-ONE-TRAILER-EXIT
163500         UNTIL CTL-AT-EOF.
163600     CLOSE CONTROL-TOTALS-FILE.
163700     EVALUATE TRUE
163800         WHEN WS-TRAILERS-READ = ZERO
163900             SET WS-RECON-FAILED TO TRUE
164000         WHEN WS-TRAILER-MISMATCH
164100             SET WS-RECON-FAILED TO TRUE
164200         WHEN WS-CCY-TRAILER-SEEN
164300             AND WS-TRAILERS-MATCHED NOT = CCY-BUCKET-COUNT
164400             SET WS-RECON-FAILED TO TRUE
164500         WHEN OTHER
164600             SET WS-RECON-OK TO TRUE
164700     END-EVALUATE.
164800 1050-RECONCILE-CONTROL-TOTALS-EXIT.
164900     EXIT.
165000***************************************************************
165100*    1055-MATCH-ONE-TRAILER                                     *
165200***************************************************************
165300 1055-MATCH-ONE-TRAILER.
165400     ADD 1 TO WS-TRAILERS-READ.
165500     ADD CTL-RECORD-COUNT TO WS-TRAILER-SUM-COUNT.
165600     IF CTL-CURRENCY-CODE = SPACES
165700*        AGGREGATE TRAILER (E.G. A PARTITION TRAILER WRITTEN
165800*        BY ENQ250) -- MATCHED AGAINST THE GRAND TOTALS.
165900         IF WS-RECON-COUNT            = CTL-RECORD-COUNT
166000             AND WS-RECON-HASH-TOTAL   = CTL-HASH-TOTAL
166100             AND WS-RECON-AMOUNT-TOTAL = CTL-AMOUNT-TOTAL
166200             CONTINUE
166300         ELSE
166400             SET WS-TRAILER-MISMATCH TO TRUE
166500         END-IF
166600     ELSE
166700         SET WS-CCY-TRAILER-SEEN TO TRUE
166800         MOVE CTL-CURRENCY-CODE TO WS-TXN-CURRENCY
166900         PERFORM 1065-FIND-CCY-BUCKET
167000             THRU 1065-FIND-CCY-BUCKET-EXIT
167100         IF WS-CCY-SLOT = ZERO
167200             SET WS-TRAILER-MISMATCH TO TRUE
167300         ELSE
167400             IF CCY-MATCHED-SW(WS-CCY-SLOT) = 'Y'
167500                 SET WS-TRAILER-MISMATCH TO TRUE
167600             ELSE
167700                 IF CCY-REC-COUNT(WS-CCY-SLOT)
167800                         = CTL-RECORD-COUNT
167900                     AND CCY-HASH-TOTAL(WS-CCY-SLOT)
168000                         = CTL-HASH-TOTAL
168100                     AND CCY-AMOUNT-TOTAL(WS-CCY-SLOT)
168200                         = CTL-AMOUNT-TOTAL
168300                     MOVE 'Y' TO CCY-MATCHED-SW(WS-CCY-SLOT)
168400                     ADD 1 TO WS-TRAILERS-MATCHED
168500                 ELSE
168600                     SET WS-TRAILER-MISMATCH TO TRUE
168700                 END-IF
168800             END-IF
168900         END-IF
169000     END-IF.
169100     READ CONTROL-TOTALS-FILE
169200         AT END
169300             SET CTL-AT-EOF TO TRUE
169400     END-READ.
169500 1055-MATCH-ONE-TRAILER-EXIT.
169600     EXIT.
169700***************************************************************
169800*    1060-ACCUMULATE-CONTROL-TOTALS                            *
169900***************************************************************
170000 1060-ACCUMULATE-CONTROL-TOTALS.
170100     ADD 1 TO WS-RECON-COUNT.
170200     ADD TRANS-AMOUNT TO WS-RECON-AMOUNT-TOTAL.
170300     ADD TRANS-AMOUNT TO WS-RECON-HASH-TOTAL.
170400     MOVE TRANS-CURRENCY-CODE TO WS-TXN-CURRENCY.
170500     IF WS-TXN-CURRENCY = SPACES
170600         MOVE WS-BASE-CURRENCY TO WS-TXN-CURRENCY
170700     END-IF.
170800     PERFORM 1065-FIND-CCY-BUCKET
170900         THRU 1065-FIND-CCY-BUCKET-EXIT.
171000     IF WS-CCY-SLOT = ZERO
171100         AND CCY-BUCKET-COUNT < CCY-MAX-BUCKETS
171200         ADD 1 TO CCY-BUCKET-COUNT
171300         MOVE CCY-BUCKET-COUNT TO WS-CCY-SLOT
171400         MOVE WS-TXN-CURRENCY TO CCY-CODE(WS-CCY-SLOT)
171500         MOVE ZERO TO CCY-REC-COUNT(WS-CCY-SLOT)
171600         MOVE ZERO TO CCY-HASH-TOTAL(WS-CCY-SLOT)
171700         MOVE ZERO TO CCY-AMOUNT-TOTAL(WS-CCY-SLOT)
171800         MOVE 'N'  TO CCY-MATCHED-SW(WS-CCY-SLOT)
171900     END-IF.
172000     IF WS-CCY-SLOT > ZERO
172100         ADD 1 TO CCY-REC-COUNT(WS-CCY-SLOT)
172200         ADD TRANS-AMOUNT TO CCY-AMOUNT-TOTAL(WS-CCY-SLOT)
172300         ADD TRANS-AMOUNT TO CCY-HASH-TOTAL(WS-CCY-SLOT)
172400     END-IF.
172500     READ TRANS-FILE
172600         AT END
172700             SET RECON-AT-EOF TO TRUE
172800     END-READ.
172900 1060-ACCUMULATE-CONTROL-TOTALS-EXIT.
173000     EXIT.
173100***************************************************************
173200*    1065-FIND-CCY-BUCKET  --  LOCATES THE ACCUMULATION        *
173300*    BUCKET FOR THE CURRENCY IN WS-TXN-CURRENCY; WS-CCY-SLOT   *
173400*    ZERO MEANS NO BUCKET YET.                                 *
173500***************************************************************
173600 1065-FIND-CCY-BUCKET.
173700     MOVE ZERO TO WS-CCY-SLOT.
173800     IF CCY-BUCKET-COUNT > ZERO
173900         PERFORM 1066-TEST-ONE-CCY-BUCKET
174000             THRU 1066-TEST-ONE-CCY-BUCKET-EXIT
174100             VARYING CCY-IDX FROM 1 BY 1
174200             UNTIL CCY-IDX > CCY-BUCKET-COUNT
174300     END-IF.
174400 1065-FIND-CCY-BUCKET-EXIT.
174500     EXIT.
174600***************************************************************
174700*    1066-TEST-ONE-CCY-BUCKET                                  *
174800***************************************************************
174900 1066-TEST-ONE-CCY-BUCKET.
175000     IF CCY-CODE(CCY-IDX) = WS-TXN-CURRENCY
175100         SET WS-CCY-SLOT TO CCY-IDX
175200     END-IF.
175300 1066-TEST-ONE-CCY-BUCKET-EXIT.
175400     EXIT.
175500***************************************************************
175600*    1090-LOAD-RATE-TABLE  --  LOADS THE DAILY EXCHANGE-RATE   *
175700*    FILE.  THE BASE CURRENCY IS SEEDED AT RATE 1 SO A FILE    *
175800*    THAT OMITS IT (OR IS MISSING ENTIRELY ON AN ALL-BASE      *
175900*    DAY) STILL CONVERTS BASE-CURRENCY TRANSACTIONS.           *
176000***************************************************************
176100 1090-LOAD-RATE-TABLE.
176200     MOVE 1 TO RATE-TABLE-COUNT.
176300     MOVE WS-BASE-CURRENCY TO RATE-CCY-CODE(1).
176400     MOVE 1 TO RATE-TO-BASE(1).
176500     MOVE 'N' TO RATE-FILE-EOF-SW.
176600     OPEN INPUT EXCHANGE-RATE-FILE.
176700     IF RATE-FILE-STATUS = '35'
176800*        NO RATE FILE ON THIS RUN -- ONLY THE BASE CURRENCY
176900*        IS KNOWN; ANY FOREIGN TRANSACTION REJECTS WITH CURR.
177000         CONTINUE
177100     ELSE
177200         READ EXCHANGE-RATE-FILE
177300             AT END
177400                 SET RATE-FILE-AT-EOF TO TRUE
177500         END-READ
177600         PERFORM 1091-LOAD-ONE-RATE-ENTRY
177700             THRU 1091-LOAD-ONE-RATE-ENTRY-EXIT
177800             UNTIL RATE-FILE-AT-EOF
177900                OR RATE-TABLE-COUNT = RATE-MAX-ENTRIES
178000         CLOSE EXCHANGE-RATE-FILE
178100     END-IF.
178200 1090-LOAD-RATE-TABLE-EXIT.
178300     EXIT.
178400***************************************************************
178500*    1091-LOAD-ONE-RATE-ENTRY                                  *
178600***************************************************************
178700 1091-LOAD-ONE-RATE-ENTRY.
178800     IF XRT-CURRENCY-CODE = WS-BASE-CURRENCY
178900         CONTINUE
179000     ELSE
179100         IF XRT-EFFECTIVE-DATE-X NOT NUMERIC
179200             OR XRT-EFFECTIVE-DATE < WS-BUSINESS-DATE
179300*            AN UNDATED OR STALE RATE MUST NOT CONVERT A
179400*            SINGLE AMOUNT -- A WRONG RATE IS INVISIBLE TO
179500*            EVERY CONTROL DOWNSTREAM OF THE CONVERSION.
179600*            THE RUN STOPS (ENQ2005E) RATHER THAN RUN THE
179700*            DAY AT YESTERDAY'S PRICES.
179800             SET WS-RATE-STALE TO TRUE
179900             MOVE XRT-CURRENCY-CODE TO WS-STALE-CURRENCY
180000         ELSE
180100             ADD 1 TO RATE-TABLE-COUNT
180200             MOVE XRT-CURRENCY-CODE TO
180300                 RATE-CCY-CODE(RATE-TABLE-COUNT)
180400             MOVE XRT-RATE-TO-BASE TO
180500                 RATE-TO-BASE(RATE-TABLE-COUNT)
180600         END-IF
180700     END-IF.
180800     READ EXCHANGE-RATE-FILE
180900         AT END
181000             SET RATE-FILE-AT-EOF TO TRUE
181100     END-READ.
181200 1091-LOAD-ONE-RATE-ENTRY-EXIT.
181300     EXIT.
181400***************************************************************
181500*    1070-LOAD-ABORT-STATUS  --  READS THE ABORT-STATUS VSAM    *
181600*    RECORD KEYED BY RUN-ID/BUSINESS-DATE (COPYBOOK ABRTKSDS)   *
181700*    SO CONCURRENT RUNS (E.G. A SAME-DAY CATCH-UP RUN ALONGSIDE *
181800*    THE OVERNIGHT RUN) EACH TRACK THEIR OWN ABORT STATE        *
181900*    INSTEAD OF SHARING ONE IN-MEMORY FLAG.  A KEY NOT FOUND ON *
182000*    FILE MEANS THIS RUN-ID/BUSINESS-DATE HAS NEVER RUN BEFORE, *
182100*    SO A FRESH RECORD IS WRITTEN AND THE RUN PROCEEDS NORMALLY.*
182200***************************************************************
182300 1070-LOAD-ABORT-STATUS.
182400     OPEN I-O ABORT-STATUS-FILE.
182500     MOVE WS-RUN-ID              TO ABT-KEY-RUN-ID.
182600     MOVE WS-BUSINESS-DATE       TO ABT-KEY-BUSINESS-DATE.
182700     MOVE WS-CYCLE-NUMBER        TO ABT-KEY-CYCLE-NUMBER.
182800     READ ABORT-STATUS-FILE
182900         INVALID KEY
183000             SET ABT-RUN-NOT-ON-FILE TO TRUE.
183100     IF ABT-RUN-NOT-ON-FILE
183200         MOVE 'I'                 TO ABT-VSAM-STATUS-CODE
183300         ACCEPT ABT-VSAM-UPD-DATE  FROM DATE YYYYMMDD
183400         ACCEPT ABT-VSAM-UPD-TIME  FROM TIME
183500         IF NOT WS-SIMULATE-MODE
183600*            A WHAT-IF RUN LEAVES NO TRACE ON THE STATUS FILE.
183700             WRITE ABORT-STATUS-VSAM-RECORD
183800         END-IF
183900     ELSE
184000         MOVE ABT-VSAM-STATUS-CODE  TO ABT-STATUS-CODE
184100         IF ABT-STATUS-IN-PROGRESS
184200*            THE LAST RUN UNDER THIS RUN-ID/BUSINESS-DATE NEVER
184300*            REACHED 8050-UPDATE-ABORT-STATUS -- IT ABENDED
184400*            MID-STREAM.  THIS RUN IS THAT RETRY, SO MARK THE
184500*            RECORD PENDING-RETRY WHILE IT IS UNDERWAY RATHER
184600*            THAN LEAVE A STALE IN-PROGRESS STATUS ON FILE.
184700             SET ABT-STATUS-PENDING-RETRY TO TRUE
184800             MOVE ABT-STATUS-CODE       TO ABT-VSAM-STATUS-CODE
184900             ACCEPT ABT-VSAM-UPD-DATE   FROM DATE YYYYMMDD
185000             ACCEPT ABT-VSAM-UPD-TIME   FROM TIME
185100             IF NOT WS-SIMULATE-MODE
185200                 REWRITE ABORT-STATUS-VSAM-RECORD
185300             END-IF
185400         END-IF
185500         IF ABT-STATUS-BACKED-OUT
185600*            ENQ375 BACKED THE LAST RUN UNDER THIS RUN-ID/
185700*            BUSINESS-DATE OUT OF THE MASTER FILES.  THIS RUN
185800*            STARTS AFRESH, AS IF THE KEY WERE NEW.
185900             SET ABT-STATUS-IN-PROGRESS TO TRUE
186000             MOVE ABT-STATUS-CODE       TO ABT-VSAM-STATUS-CODE
186100             ACCEPT ABT-VSAM-UPD-DATE   FROM DATE YYYYMMDD
186200             ACCEPT ABT-VSAM-UPD-TIME   FROM TIME
186300             IF NOT WS-SIMULATE-MODE
186400                 REWRITE ABORT-STATUS-VSAM-RECORD
186500             END-IF
186600         END-IF
186700     END-IF.
186800     MOVE ABT-VSAM-STATUS-CODE   TO ABT-STATUS-CODE.
186900     EVALUATE TRUE
187000         WHEN ABT-STATUS-IN-PROGRESS
187100             MOVE 'IN PROGRESS  '  TO ABT-STATUS-TEXT
187200         WHEN ABT-STATUS-PENDING-RETRY
187300             MOVE 'PENDING RETRY'  TO ABT-STATUS-TEXT
187400         WHEN ABT-STATUS-FAILED
187500             MOVE 'FAILED       '  TO ABT-STATUS-TEXT
187600         WHEN ABT-STATUS-COMPLETE
187700             MOVE 'COMPLETE     '  TO ABT-STATUS-TEXT
187800         WHEN ABT-STATUS-BACKED-OUT
187900             MOVE 'BACKED OUT   '  TO ABT-STATUS-TEXT
188000         WHEN OTHER
188100             MOVE 'UNKNOWN      '  TO ABT-STATUS-TEXT
188200     END-EVALUATE.
188300 1070-LOAD-ABORT-STATUS-EXIT.
188400     EXIT.
188500***************************************************************
188600*    1075-CHECK-PERIOD-LOCK  --  KEYED READ OF THE PERIOD      *
188700*    CONTROL KSDS (PERDCTLK) FOR THE BUSINESS DATE'S PERIOD    *
188800*    (YYYYMM).  A LOCKED ROW MEANS ENQ355 HAS SIGNED THE MONTH *
188900*    OFF.  NO FILE, OR NO ROW, MEANS THE PERIOD IS OPEN.       *
189000***************************************************************
189100 1075-CHECK-PERIOD-LOCK.
189200     OPEN INPUT PERIOD-CONTROL-FILE.
189300     IF PRDC-FILE-STATUS = '35'
189400         GO TO 1075-CHECK-PERIOD-LOCK-EXIT
189500     END-IF.
189600     MOVE WS-BUSINESS-DATE(1:6)  TO PRDC-PERIOD.
189700     READ PERIOD-CONTROL-FILE
189800         INVALID KEY
189900             MOVE SPACE TO PRDC-STATUS
190000     END-READ.
190100     IF PRDC-IS-LOCKED
190200         SET WS-PERIOD-CLOSED TO TRUE
190300     END-IF.
190400     CLOSE PERIOD-CONTROL-FILE.
190500 1075-CHECK-PERIOD-LOCK-EXIT.
190600     EXIT.
190700***************************************************************
190800*    1076-CHECK-PRIOR-DAY-CLOSE  --  KEYED READ OF THE DAY-    *
190900*    CLOSE KSDS (DAYCLSK) FOR THE PRIOR BUSINESS DAY FROM THE  *
191000*    CALENDAR.  ONLY A SIGNED-OFF OR OVERRIDDEN ROW LETS THE   *
191100*    RUN START.  ONLY CALLED WHEN THE CALENDAR HAS THE DATE.   *
191200***************************************************************
191300 1076-CHECK-PRIOR-DAY-CLOSE.
191400     OPEN INPUT DAY-CLOSE-FILE.
191500     IF DCLS-FILE-STATUS NOT = '00'
191600         SET WS-PRIOR-DAY-OPEN TO TRUE
191700         MOVE 'NO DAY-CLOSE FILE'  TO WS-PRIOR-DAY-STATE
191800         GO TO 1076-CHECK-PRIOR-DAY-CLOSE-EXIT
191900     END-IF.
192000     MOVE WS-PREV-BUSINESS-DAY   TO DCLS-BUSINESS-DATE.
192100     READ DAY-CLOSE-FILE
192200         INVALID KEY
192300             MOVE SPACE TO DCLS-STATUS
192400     END-READ.
192500     EVALUATE TRUE
192600         WHEN DCLS-IS-CLOSED
192700             CONTINUE
192800         WHEN DCLS-IS-OPEN
192900             SET WS-PRIOR-DAY-OPEN TO TRUE
193000             MOVE 'CHECKED, NOT SIGNED OFF'
193100                 TO WS-PRIOR-DAY-STATE
193200         WHEN OTHER
193300             SET WS-PRIOR-DAY-OPEN TO TRUE
193400             MOVE 'NEVER CHECKED BY ENQ385'
193500                 TO WS-PRIOR-DAY-STATE
193600     END-EVALUATE.
193700     CLOSE DAY-CLOSE-FILE.
193800 1076-CHECK-PRIOR-DAY-CLOSE-EXIT.
193900     EXIT.
194000***************************************************************
194100*    1080-VALIDATE-TRANS-HEADER  --  THE FIRST RECORD OF THE    *
194200*    DAILY FILE MUST BE A HEADER (TRNHDR) CARRYING THIS RUN'S   *
194300*    BUSINESS DATE AND A GENERATION NUMBER HIGHER THAN THE      *
194400*    LAST ONE PROCESSED, SO A RUN POINTED AT A PRIOR DAY'S      *
194500*    DATASET -- WHICH RECONCILES CLEAN AGAINST ITS OWN          *
194600*    TRAILER -- STOPS HERE INSTEAD OF PROCESSING THE WRONG      *
194700*    DAY.                                                       *
194800***************************************************************
194900 1080-VALIDATE-TRANS-HEADER.
195000     SET WS-HEADER-OK TO TRUE.
195100     PERFORM 1085-READ-GENERATION-CONTROL
195200         THRU 1085-READ-GENERATION-CONTROL-EXIT.
195300     OPEN INPUT TRANS-FILE.
195400     READ TRANS-FILE
195500         AT END
195600             SET WS-HEADER-FAILED TO TRUE
195700             MOVE 'DAILY FILE IS EMPTY -- NO HEADER'
195800                 TO WS-HEADER-FAIL-TEXT
195900     END-READ.
196000     IF WS-HEADER-OK
196100         MOVE TRANS-RECORD TO TRANS-HEADER-RECORD
196200         EVALUATE TRUE
196300             WHEN NOT TRANS-HDR-PRESENT
196400                 SET WS-HEADER-FAILED TO TRUE
196500                 MOVE 'FIRST RECORD IS NOT AN HDR RECORD'
196600                     TO WS-HEADER-FAIL-TEXT
196700             WHEN TRANS-HDR-BUSINESS-DATE NOT = WS-BUSINESS-DATE
196800                 SET WS-HEADER-FAILED TO TRUE
196900                 MOVE 'HEADER BUSINESS DATE IS NOT THIS RUNS'
197000                     TO WS-HEADER-FAIL-TEXT
197100             WHEN WS-CYCLE-NUMBER NOT = 1
197200                 AND (TRANS-HDR-CYCLE-NUMBER-X NOT NUMERIC
197300                   OR TRANS-HDR-CYCLE-NUMBER = ZERO)
197400*                A HEADER WITHOUT A CYCLE IS A SINGLE-CYCLE
197500*                (CYCLE 01) FEED -- IT CANNOT BE THIS
197600*                MULTI-CYCLE RUN'S FILE.
197700                 SET WS-HEADER-FAILED TO TRUE
197800                 MOVE 'HEADER HAS NO CYCLE FOR THIS RUN'
197900                     TO WS-HEADER-FAIL-TEXT
198000             WHEN TRANS-HDR-CYCLE-NUMBER-X NUMERIC
198100                 AND TRANS-HDR-CYCLE-NUMBER NOT = ZERO
198200                 AND TRANS-HDR-CYCLE-NUMBER NOT = WS-CYCLE-NUMBER
198300                 SET WS-HEADER-FAILED TO TRUE
198400                 MOVE 'HEADER CYCLE IS NOT THIS RUNS'
198500                     TO WS-HEADER-FAIL-TEXT
198600             WHEN TRANS-HDR-GENERATION-X NOT NUMERIC
198700                 AND NOT WS-SIMULATE-MODE
198800*                THE GENERATION CHECKS ONLY GUARD THE LIVE
198900*                GENERATION SEQUENCE.  A WHAT-IF CANDIDATE
199000*                FILE IS NOT PART OF THAT SEQUENCE -- ITS
199100*                HEADER NEED ONLY CARRY THE RIGHT BUSINESS
199200*                DATE -- AND A SIMULATION NEVER ADVANCES
199300*                GENCTL, SO NOTHING IS AT RISK.
199400                 SET WS-HEADER-FAILED TO TRUE
199500                 MOVE 'HEADER GENERATION IS NOT NUMERIC'
199600                     TO WS-HEADER-FAIL-TEXT
199700             WHEN TRANS-HDR-GENERATION-X NUMERIC
199800                 AND TRANS-HDR-GENERATION NOT > WS-LAST-GENERATION
199900                 AND NOT ABT-STATUS-COMPLETE
200000                 AND NOT WS-SIMULATE-MODE
200100*                A RERUN OF AN ALREADY-COMPLETE DATE LEGITIMATELY
200200*                SEES ITS OWN, ALREADY-PROCESSED GENERATION --
200300*                EVERY RECORD WILL BE SKIPPED IN PARAGRAPH, SO
200400*                ONLY A RUN THAT WOULD ACTUALLY PROCESS RECORDS
200500*                IS STOPPED HERE.
200600                 SET WS-HEADER-FAILED TO TRUE
200700                 MOVE 'HEADER GENERATION ALREADY PROCESSED'
200800                     TO WS-HEADER-FAIL-TEXT
200900             WHEN OTHER
201000                 MOVE TRANS-HDR-GENERATION
201100                     TO WS-HEADER-GENERATION
201200         END-EVALUATE
201300     END-IF.
201400     CLOSE TRANS-FILE.
201500 1080-VALIDATE-TRANS-HEADER-EXIT.
201600     EXIT.
201700***************************************************************
201800*    1085-READ-GENERATION-CONTROL  --  THE ONE-RECORD GENCTL    *
201900*    DATASET REMEMBERS THE LAST GENERATION PROCESSED.  A        *
202000*    MISSING OR EMPTY DATASET MEANS NO GENERATION HAS EVER      *
202100*    BEEN PROCESSED -- ANY GENERATION IS ACCEPTED.  THE FILE    *
202200*    IS REWRITTEN BY 8060 WHEN THIS RUN COMPLETES.              *
202300***************************************************************
202400 1085-READ-GENERATION-CONTROL.
202500     MOVE ZERO TO WS-LAST-GENERATION.
202600     OPEN INPUT GENERATION-CONTROL-FILE.
202700     IF GEN-FILE-STATUS = '35'
202800*        NO GENERATION-CONTROL DATASET YET -- FIRST EVER RUN.
202900         CONTINUE
203000     ELSE
203100         READ GENERATION-CONTROL-FILE
203200             AT END
203300                 CONTINUE
203400             NOT AT END
203500                 MOVE GEN-LAST-GENERATION TO WS-LAST-GENERATION
203600         END-READ
203700         CLOSE GENERATION-CONTROL-FILE
203800     END-IF.
203900 1085-READ-GENERATION-CONTROL-EXIT.
204000     EXIT.
204100***************************************************************
204200*    1095-READ-DAY-POSITION  --  THE ONE-RECORD DAYPOS         *
204300*    DATASET CARRIES THE DATE'S CUMULATIVE POSITION ACROSS     *
204400*    CYCLES.  A MISSING DATASET OR A RECORD FOR A PRIOR DATE   *
204500*    MEANS THIS IS THE DATE'S FIRST CYCLE -- THE POSITION      *
204600*    STARTS AT ZERO.                                           *
204700***************************************************************
204800 1095-READ-DAY-POSITION.
204900     OPEN INPUT DAY-POSITION-FILE.
205000     IF DAYP-FILE-STATUS = '35'
205100*        NO DAY-POSITION DATASET YET -- FIRST EVER CYCLE.
205200         CONTINUE
205300     ELSE
205400         READ DAY-POSITION-FILE
205500             AT END
205600                 CONTINUE
205700             NOT AT END
205800                 IF DAYP-BUSINESS-DATE = WS-BUSINESS-DATE
205900                     MOVE DAYP-CYCLES-COMPLETED
206000                         TO WS-DAYP-CYCLES
206100                     MOVE DAYP-RECORDS-PROCESSED
206200                         TO WS-DAYP-RECORDS
206300                     MOVE DAYP-AMOUNT-TOTAL
206400                         TO WS-DAYP-AMOUNT
206500                 END-IF
206600         END-READ
206700         CLOSE DAY-POSITION-FILE
206800     END-IF.
206900 1095-READ-DAY-POSITION-EXIT.
207000     EXIT.
207100***************************************************************
207200*    1098-READ-CALENDAR  --  FINDS THE BUSINESS DATE'S ROW ON  *
207300*    THE PROCESSING CALENDAR.  A MISSING CALFILE, OR A DATE    *
207400*    NOT ON IT, LEAVES THE DAY TYPE AT ITS BUSINESS-DAY        *
207500*    DEFAULT AND THE PREVIOUS BUSINESS DAY UNKNOWN -- THE      *
207600*    PRE-CALENDAR BEHAVIOUR.                                   *
207700***************************************************************
207800 1098-READ-CALENDAR.
207900     OPEN INPUT CALENDAR-FILE.
208000     IF CAL-FILE-STATUS = '35'
208100*        NO PROCESSING CALENDAR ON THIS RUN.
208200         GO TO 1098-READ-CALENDAR-EXIT
208300     END-IF.
208400     READ CALENDAR-FILE
208500         AT END
208600             SET CAL-AT-EOF TO TRUE
208700     END-READ.
208800     PERFORM 1099-TEST-ONE-CALENDAR-ROW
208900         THRU 1099-TEST-ONE-CALENDAR-ROW-EXIT
209000         UNTIL CAL-AT-EOF
209100            OR WS-CAL-DATE-FOUND.
209200     CLOSE CALENDAR-FILE.
209300 1098-READ-CALENDAR-EXIT.
209400     EXIT.
209500***************************************************************
209600*    1099-TEST-ONE-CALENDAR-ROW                                *
209700***************************************************************
209800 1099-TEST-ONE-CALENDAR-ROW.
209900     IF CAL-DATE = WS-BUSINESS-DATE
210000         SET WS-CAL-DATE-FOUND TO TRUE
210100         MOVE CAL-DAY-TYPE           TO WS-CAL-DAY-TYPE
210200         MOVE CAL-PREV-BUSINESS-DAY  TO WS-PREV-BUSINESS-DAY
210300     ELSE
210400         READ CALENDAR-FILE
210500             AT END
210600                 SET CAL-AT-EOF TO TRUE
210700         END-READ
210800     END-IF.
210900 1099-TEST-ONE-CALENDAR-ROW-EXIT.
211000     EXIT.
211100***************************************************************
211200*    1100-DETERMINE-RESTART-POINT  --  READ LAST CHECKPOINT    *
211300*    FOR THIS RUN-ID, IF ANY, SO THE RE-RUN AFTER AN ABEND     *
211400*    SKIPS EVERYTHING UP TO AND INCLUDING THE LAST KEY         *
211500*    PROCESSED RATHER THAN REPROCESSING FROM THE TOP.          *
211600***************************************************************
211700 1100-DETERMINE-RESTART-POINT.
211800     MOVE SPACES TO WS-RESTART-KEY.
211900     MOVE 'N' TO WS-SKIP-TO-RESTART-SW.
212000     OPEN INPUT CHECKPOINT-FILE.
212100     IF CHKPT-FILE-STATUS = '35'
212200*        NO CHECKPOINT FILE EXISTS YET -- THIS IS A FRESH RUN,
212300*        NOT A RESTART.
212400         CONTINUE
212500     ELSE
212600         PERFORM 1150-READ-LAST-CHECKPOINT
212700             THRU 1150-READ-LAST-CHECKPOINT-EXIT
212800             UNTIL CHKPT-AT-EOF
212900         CLOSE CHECKPOINT-FILE
213000         MOVE 'N' TO CHKPT-EOF-SW
213100     END-IF.
213200     IF WS-RESTART-KEY NOT = SPACES
213300         SET WS-RESTART-IN-EFFECT TO TRUE
213400         MOVE 'Y' TO WS-SKIP-TO-RESTART-SW
213500     ELSE
213600         SET WS-NO-RESTART TO TRUE
213700     END-IF.
213800     OPEN EXTEND CHECKPOINT-FILE.
213900 1100-DETERMINE-RESTART-POINT-EXIT.
214000     EXIT.
214100***************************************************************
214200*    1150-READ-LAST-CHECKPOINT                                 *
214300***************************************************************
214400 1150-READ-LAST-CHECKPOINT.
214500     READ CHECKPOINT-FILE
214600         AT END
214700             SET CHKPT-AT-EOF TO TRUE
214800         NOT AT END
214900             IF CHKPT-RUN-ID = WS-RUN-ID
215000                 AND CHKPT-BUSINESS-DATE = WS-BUSINESS-DATE
215100                 AND CHKPT-CYCLE-NUMBER = WS-CYCLE-NUMBER
215200                 MOVE CHKPT-LAST-KEY-PROCESSED TO WS-RESTART-KEY
215300             END-IF
215400     END-READ.
215500 1150-READ-LAST-CHECKPOINT-EXIT.
215600     EXIT.
215700***************************************************************
215800*    1200-SKIP-TO-RESTART-POINT  --  FAST-FORWARD THE INPUT    *
215900*    FILE TO THE RECORD FOLLOWING THE LAST KEY PROCESSED.      *
216000***************************************************************
216100 1200-SKIP-TO-RESTART-POINT.
216200     IF TRANS-KEY = WS-RESTART-KEY
216300         SET WS-NO-RESTART TO TRUE
216400         MOVE 'N' TO WS-SKIP-TO-RESTART-SW
216500     END-IF.
216600     READ TRANS-FILE
216700         AT END
216800             SET WS-AT-EOF TO TRUE
216900     END-READ.
217000 1200-SKIP-TO-RESTART-POINT-EXIT.
217100     EXIT.
217200***************************************************************
217300*    1500-PROCESS-RECYCLE-FILE  --  RE-FEEDS WORKED SUSPENSE    *
217400*    ITEMS (YESTERDAY'S SUSPENSE DATASET, STAGED ON THE RECYCIN *
217500*    DD) THROUGH THE SAME PER-RECORD PROCESSING AS THE DAILY    *
217600*    FILE, AHEAD OF THE FRESH DAILY FILE.  A MISSING RECYCIN    *
217700*    DATASET MEANS NO RECYCLE PASS THIS RUN.  RECYCLE ITEMS DO  *
217800*    NOT PARTICIPATE IN CONTROL-TOTAL RECONCILIATION (THE       *
217900*    TRAILER COVERS ONLY THE DAILY FILE) OR IN CHECKPOINTING    *
218000*    (THE CHECKPOINT KEY TRACKS POSITION IN THE DAILY FILE).    *
218100*    AN ITEM REJECTED AGAIN SIMPLY LANDS ON TODAY'S SUSPENSE    *
218200*    FILE FOR ANOTHER REWORK PASS.                              *
218300***************************************************************
218400 1500-PROCESS-RECYCLE-FILE.
218500     MOVE 'N' TO RECY-EOF-SW.
218600     OPEN INPUT RECYCLE-FILE.
218700     IF RECY-FILE-STATUS = '35'
218800*        NO RECYCLE DATASET STAGED ON THIS RUN.
218900         CONTINUE
219000     ELSE
219100         READ RECYCLE-FILE
219200             AT END
219300                 SET RECY-AT-EOF TO TRUE
219400         END-READ
219500         PERFORM 1510-RECYCLE-ONE-RECORD
219600             THRU 1510-RECYCLE-ONE-RECORD-EXIT
219700             UNTIL RECY-AT-EOF
219800         CLOSE RECYCLE-FILE
219900     END-IF.
220000 1500-PROCESS-RECYCLE-FILE-EXIT.
220100     EXIT.
220200***************************************************************
220300*    1510-RECYCLE-ONE-RECORD  --  THE ORIGINAL TRANS-RECORD     *
220400*    CARRIED ON THE SUSPENSE ITEM IS PLACED IN THE TRANS-FILE   *
220500*    RECORD AREA (THE FILE IS OPEN; ITS FIRST REAL READ HAS     *
220600*    NOT HAPPENED YET) SO 2200 AND EVERYTHING UNDER IT SEE A    *
220700*    RECYCLED ITEM EXACTLY AS THEY WOULD A DAILY RECORD.        *
220800*    A FORCE-POST INSTRUCTION FOR THE ITEM (1520) APPLIES TO   *
220900*    THIS ONE PASS THROUGH 2200 ONLY.                          *
221000***************************************************************
221100 1510-RECYCLE-ONE-RECORD.
221200     ADD 1 TO WS-RECYCLE-READ-COUNT.
221300     MOVE RECY-ORIGINAL-RECORD TO TRANS-RECORD.
221400     PERFORM 1520-CHECK-FORCE-INSTRUCTION
221500         THRU 1520-CHECK-FORCE-INSTRUCTION-EXIT.
221600     EVALUATE RECY-REJECT-STAGE
221700         WHEN 'A'
221800         WHEN 'T'
221900         WHEN 'C'
222000             MOVE 'S' TO WS-ITEM-ORIGIN-SW
222100         WHEN 'H'
222200             MOVE 'H' TO WS-ITEM-ORIGIN-SW
222300         WHEN OTHER
222400             MOVE SPACE TO WS-ITEM-ORIGIN-SW
222500     END-EVALUATE.
222600     PERFORM 2200-PROCESS-RECORD THRU 2200-PROCESS-RECORD-EXIT.
222700     MOVE SPACE TO WS-ITEM-ORIGIN-SW.
222800     MOVE 'N' TO WS-FORCE-REQUEST-SW.
222900     READ RECYCLE-FILE
223000         AT END
223100             SET RECY-AT-EOF TO TRUE
223200     END-READ.
223300 1510-RECYCLE-ONE-RECORD-EXIT.
223400     EXIT.
223500***************************************************************
223600*    1520-CHECK-FORCE-INSTRUCTION  --  KEYED READ OF THE       *
223700*    FORCE-POST KSDS BY THE RECYCLED ITEM'S KEY.  THE ITEM IS  *
223800*    FORCED ONLY UNDER AN ACTIVE INSTRUCTION NOT YET EXPIRED   *
223900*    ON THE BUSINESS DATE WHOSE APPROVER IS PRESENT AND NOT    *
224000*    THE REQUESTOR -- ENQ340 ENFORCES THE SAME RULE, THIS IS   *
224100*    THE BACKSTOP.  AN ACTIVE INSTRUCTION THAT FAILS IT IS     *
224200*    LISTED ON THE OVERRIDE REPORT AND THE ITEM GOES THROUGH   *
224300*    ITS LIMIT CHECK AS USUAL.  THE ROW STAYS IN THE RECORD    *
224400*    AREA FOR 2800.                                            *
224500***************************************************************
224600 1520-CHECK-FORCE-INSTRUCTION.
224700     MOVE 'N' TO WS-FORCE-REQUEST-SW.
224800     IF NOT WS-FORCE-FILE-OPEN
224900         GO TO 1520-CHECK-FORCE-INSTRUCTION-EXIT
225000     END-IF.
225100     MOVE TRANS-KEY TO FRCP-TRANS-KEY.
225200     READ FORCE-POST-FILE
225300         INVALID KEY
225400             GO TO 1520-CHECK-FORCE-INSTRUCTION-EXIT
225500     END-READ.
225600     IF NOT FRCP-IS-ACTIVE
225700         GO TO 1520-CHECK-FORCE-INSTRUCTION-EXIT
225800     END-IF.
225900     IF FRCP-EXPIRY-DATE NOT < WS-BUSINESS-DATE
226000         AND FRCP-APPROVED-BY NOT = SPACES
226100         AND FRCP-APPROVED-BY NOT = FRCP-REQUESTED-BY
226200         SET WS-FORCE-REQUESTED TO TRUE
226300         GO TO 1520-CHECK-FORCE-INSTRUCTION-EXIT
226400     END-IF.
226500     ADD 1 TO WS-FORCE-NOT-HONOURED-COUNT.
226600     MOVE FRCP-EXPIRY-DATE TO WS-FORCE-DATE-EDIT.
226700     MOVE SPACES TO FORCE-REPORT-LINE.
226800     STRING 'KEY=' TRANS-KEY
226900         '  INSTRUCTION NOT HONOURED -- EXPIRES '
227000         WS-FORCE-DATE-EDIT
227100         '  REQUESTED-BY ' FRCP-REQUESTED-BY
227200         '  APPROVED-BY ' FRCP-APPROVED-BY
227300         DELIMITED BY SIZE INTO FORCE-REPORT-LINE.
227400     WRITE FORCE-REPORT-LINE.
227500 1520-CHECK-FORCE-INSTRUCTION-EXIT.
227600     EXIT.
227700***************************************************************
227800*    1600-RELEASE-PENDING-REVERSALS  --  RE-MATCH PASS OVER    *
227900*    THE PENDING-REVERSALS KSDS, AHEAD OF THE DAILY FILE AND   *
228000*    UNDER THE SAME OPEN-TRANS-FILE CONSTRAINT AS THE          *
228100*    RECYCLE PASS (1610 STAGES EACH RELEASED REVERSAL          *
228200*    THROUGH THE TRANS-FILE RECORD AREA).  A PARKED REVERSAL   *
228300*    WHOSE ORIGINAL'S HISTORY ROW NOW EXISTS IS DELETED FROM   *
228400*    THE STORE AND FED THROUGH 2200; ONE STILL WAITING IS      *
228500*    AGED AGAINST THE PARM PENDING AGE FOR THE CONTROL         *
228600*    REPORT.                                                   *
228700***************************************************************
228800 1600-RELEASE-PENDING-REVERSALS.
228900     MOVE WS-BUSINESS-DATE TO WS-PEND-DATE-WORK.
229000     PERFORM 9100-DATE-TO-DAY-NUMBER
229100         THRU 9100-DATE-TO-DAY-NUMBER-EXIT.
229200     MOVE WS-PEND-DAY-NUMBER TO WS-RUN-DAY-NUMBER.
229300     MOVE 'N' TO PNDR-EOF-SW.
229400     MOVE LOW-VALUES TO PNDR-KEY.
229500     START PENDING-REVERSALS-FILE
229600         KEY >= PNDR-KEY
229700         INVALID KEY
229800             SET PNDR-AT-EOF TO TRUE
229900     END-START.
230000     IF NOT PNDR-AT-EOF
230100         READ PENDING-REVERSALS-FILE NEXT
230200             AT END
230300                 SET PNDR-AT-EOF TO TRUE
230400         END-READ
230500     END-IF.
230600     PERFORM 1610-RELEASE-ONE-PENDING
230700         THRU 1610-RELEASE-ONE-PENDING-EXIT
230800         UNTIL PNDR-AT-EOF.
230900 1600-RELEASE-PENDING-REVERSALS-EXIT.
231000     EXIT.
231100***************************************************************
231200*    1610-RELEASE-ONE-PENDING  --  THE ORIGINAL'S KEY IS THE   *
231300*    REVERSAL'S WITH SUB-SEQUENCE '1'; ITS PRESENCE ON THE     *
231400*    HISTORY KSDS IS THE RELEASE CONDITION.  WHETHER THE       *
231500*    REVERSAL THEN MATCHES IS ENQ302'S CALL, EXACTLY AS FOR    *
231600*    A DAILY RECORD.                                           *
231700***************************************************************
231800 1610-RELEASE-ONE-PENDING.
231900     MOVE PNDR-TRANS-KEY TO WS-PEND-KEY-PARTS.
232000     MOVE '1' TO WS-PND-SUB-SEQUENCE.
232100     MOVE WS-PEND-KEY-PARTS TO TXH-TRANS-KEY.
232200     MOVE 'Y' TO WS-HISTORY-EXISTS-SW.
232300     READ TXN-HISTORY-FILE
232400         INVALID KEY
232500             MOVE 'N' TO WS-HISTORY-EXISTS-SW
232600     END-READ.
232700     IF WS-HISTORY-ROW-EXISTS
232800         MOVE PNDR-TRANS-RECORD TO TRANS-RECORD
232900         DELETE PENDING-REVERSALS-FILE
233000             INVALID KEY
233100                 CONTINUE
233200         END-DELETE
233300         IF PNDR-FILE-STATUS = '00'
233400             ADD 1 TO WS-RELEASED-COUNT
233500             MOVE 'K' TO WS-ITEM-ORIGIN-SW
233600             PERFORM 2200-PROCESS-RECORD
233700                 THRU 2200-PROCESS-RECORD-EXIT
233800             MOVE SPACE TO WS-ITEM-ORIGIN-SW
233900         ELSE
234000*            THE ROW WAS GONE BY THE TIME THE DELETE RAN --
234100*            ANOTHER RUN RELEASED IT FIRST.  ONLY THE RUN
234200*            THAT ACTUALLY DELETED THE ROW MAY FEED THE
234300*            REVERSAL THROUGH, OR THE ORIGINAL WOULD BE
234400*            BACKED OUT TWICE.
234500             CONTINUE
234600         END-IF
234700     ELSE
234800         ADD 1 TO WS-STILL-PENDING-COUNT
234900         MOVE PNDR-PARKED-DATE TO WS-PEND-DATE-WORK
235000         PERFORM 9100-DATE-TO-DAY-NUMBER
235100             THRU 9100-DATE-TO-DAY-NUMBER-EXIT
235200         COMPUTE WS-PEND-AGE-WORK =
235300             WS-RUN-DAY-NUMBER - WS-PEND-DAY-NUMBER
235400         IF WS-PEND-AGE-WORK >= WS-PEND-AGE-DAYS
235500             IF PNDA-TABLE-COUNT < PNDA-MAX-ENTRIES
235600                 ADD 1 TO PNDA-TABLE-COUNT
235700                 MOVE PNDR-TRANS-KEY
235800                     TO PNDA-TRANS-KEY(PNDA-TABLE-COUNT)
235900                 MOVE PNDR-PARKED-DATE
236000                     TO PNDA-PARKED-DATE(PNDA-TABLE-COUNT)
236100             ELSE
236200*                THE LIST MUST TRUNCATE, NEVER PRETEND TO BE
236300*                COMPLETE -- SAME RULE AS THE ENQ225 GRID.
236400                 SET WS-PNDA-TRUNCATED TO TRUE
236500             END-IF
236600         END-IF
236700     END-IF.
236800     READ PENDING-REVERSALS-FILE NEXT
236900         AT END
237000             SET PNDR-AT-EOF TO TRUE
237100     END-READ.
237200 1610-RELEASE-ONE-PENDING-EXIT.
237300     EXIT.
237400***************************************************************
237500*    PARAGRAPH  --  ABORT-STATUS BRANCH POINT                  *
237600***************************************************************
237700 PARAGRAPH.
237800     IF ABT-STATUS-COMPLETE
237900         PERFORM 2100-SKIP-RECORD THRU 2100-SKIP-RECORD-EXIT
238000     ELSE
238100         PERFORM 2200-PROCESS-RECORD THRU 2200-PROCESS-RECORD-EXIT
238200     END-IF.
238300     ADD 1 TO WS-TOTAL-RECORDS-READ.
238400     PERFORM 5000-WRITE-CHECKPOINT
238500         THRU 5000-WRITE-CHECKPOINT-EXIT.
238600     READ TRANS-FILE
238700         AT END
238800             SET WS-AT-EOF TO TRUE
238900     END-READ.
239000 PARAGRAPH-EXIT.
239100     EXIT.
239200***************************************************************
239300*    2100-SKIP-RECORD  --  ABT-STATUS-COMPLETE BRANCH, NO       *
239400*    ENTITLEMENT PROCESSING TAKES PLACE FOR THIS RECORD.        *
239500***************************************************************
239600 2100-SKIP-RECORD.
239700     ADD 1 TO WS-SKIPPED-COUNT.
239800     MOVE 'N' TO AUD-CALL-MADE-SW.
239900     PERFORM 2900-WRITE-AUDIT-RECORD
240000         THRU 2900-WRITE-AUDIT-RECORD-EXIT.
240100 2100-SKIP-RECORD-EXIT.
240200     EXIT.
240300***************************************************************
240400*    2190-BUILD-COMM-AREA  --  LOADS COMM-AREA FROM THE CURRENT *
240500*    TRANS-RECORD.  CALLED ONCE PER RECORD BEFORE THE APPROVED  *
240600*    SUBPROGRAM CALL; THE SAME COMM-AREA IS THEN REUSED BY      *
240700*    4000-DISPATCH-TRANSACTION-TYPE SO EACH TRANSACTION-TYPE    *
240800*    SUBPROGRAM SEES THE SAME CONTEXT WITHOUT RE-BUILDING IT.   *
240900***************************************************************
241000 2190-BUILD-COMM-AREA.
241100     MOVE TRANS-KEY             TO COMM-TXN-KEY.
241200     MOVE TRANS-AMOUNT          TO COMM-TXN-AMOUNT.
241300     MOVE TRANS-EFFECTIVE-DATE  TO COMM-EFFECTIVE-DATE.
241400     MOVE TRANS-SOURCE          TO COMM-ORIGINATING-SOURCE.
241500     MOVE TRANS-TYPE            TO COMM-TXN-TYPE.
241600     MOVE TRANS-FEE-CODE        TO COMM-FEE-CODE.
241700     MOVE TRANS-COUNTER-ACCOUNT TO COMM-COUNTER-ACCOUNT.
241800     MOVE 'N'                   TO COMM-APPROVED-CALLED-SW.
241900     MOVE WS-FORCE-REQUEST-SW   TO COMM-FORCE-POST-SW.
242000     MOVE 00                    TO COMM-RETURN-CODE.
242100     MOVE SPACES                TO COMM-REJECT-REASON.
242200     MOVE 'P'                   TO WS-TXN-DISPOSITION.
242300     MOVE TRANS-CURRENCY-CODE   TO WS-TXN-CURRENCY.
242400     IF WS-TXN-CURRENCY = SPACES
242500         MOVE WS-BASE-CURRENCY  TO WS-TXN-CURRENCY
242600     END-IF.
242700     MOVE WS-TXN-CURRENCY       TO COMM-CURRENCY-CODE.
242800     PERFORM 2195-RESOLVE-CURRENCY-RATE
242900         THRU 2195-RESOLVE-CURRENCY-RATE-EXIT.
243000     IF WS-RATE-FOUND
243100         COMPUTE COMM-BASE-AMOUNT ROUNDED =
243200             COMM-TXN-AMOUNT * RATE-TO-BASE(WS-RATE-SLOT)
243300     ELSE
243400         MOVE COMM-TXN-AMOUNT TO COMM-BASE-AMOUNT
243500     END-IF.
243600 2190-BUILD-COMM-AREA-EXIT.
243700     EXIT.
243800***************************************************************
243900*    2195-RESOLVE-CURRENCY-RATE                                 *
244000***************************************************************
244100 2195-RESOLVE-CURRENCY-RATE.
244200     MOVE 'N' TO WS-RATE-FOUND-SW.
244300     MOVE ZERO TO WS-RATE-SLOT.
244400     PERFORM 2196-TEST-ONE-RATE-ENTRY
244500         THRU 2196-TEST-ONE-RATE-ENTRY-EXIT
244600         VARYING RATE-IDX FROM 1 BY 1
244700         UNTIL RATE-IDX > RATE-TABLE-COUNT.
244800 2195-RESOLVE-CURRENCY-RATE-EXIT.
244900     EXIT.
245000***************************************************************
245100*    2196-TEST-ONE-RATE-ENTRY                                   *
245200***************************************************************
245300 2196-TEST-ONE-RATE-ENTRY.
245400     IF RATE-CCY-CODE(RATE-IDX) = WS-TXN-CURRENCY
245500         SET WS-RATE-FOUND TO TRUE
245600         SET WS-RATE-SLOT TO RATE-IDX
245700     END-IF.
245800 2196-TEST-ONE-RATE-ENTRY-EXIT.
245900     EXIT.
246000***************************************************************
246100*    2200-PROCESS-RECORD  --  ABT-STATUS NOT COMPLETE, ROUTE    *
246200*    THE RECORD THROUGH THE CURRENT APPROVED SUBPROGRAM.        *
246300***************************************************************
246400 2200-PROCESS-RECORD.
246500     MOVE 'N' TO WS-ITEM-FORCED-SW.
246600     PERFORM 2300-CHECK-TXN-HISTORY
246700         THRU 2300-CHECK-TXN-HISTORY-EXIT.
246800     IF WS-DUPLICATE-TXN
246900         GO TO 2200-PROCESS-RECORD-EXIT
247000     END-IF.
247100     ADD 1 TO WS-PROCESSED-COUNT.
247200     MOVE WS-APPROVED-PROGRAM-NAME TO WS-HANDLED-BY-PROGRAM.
247300     MOVE WS-APPROVED-PROGRAM-NAME TO WS-EXCL-CHECK-NAME.
247400     PERFORM 2950-CHECK-EXCLUSION-LIST
247500         THRU 2950-CHECK-EXCLUSION-LIST-EXIT.
247600     PERFORM 2190-BUILD-COMM-AREA THRU 2190-BUILD-COMM-AREA-EXIT.
247700     PERFORM 2700-CHECK-ACCOUNT-HOLD
247800         THRU 2700-CHECK-ACCOUNT-HOLD-EXIT.
247900     IF WS-HOLD-IN-FORCE
248000*        THE ACCOUNT IS UNDER A LEGAL HOLD OR FRAUD FREEZE --
248100*        NEITHER ENTITLED NOR SUSPENSED.  THE ITEM WAITS ON THE
248200*        HELD-ITEM KSDS UNTIL ENQ320 RELEASES IT.  CHECKED
248300*        AHEAD OF THE RATE SO A HELD ITEM NEVER REACHES
248400*        SUSPENSE FOR A MISSING RATE EITHER.
248500         MOVE 'HOLD' TO COMM-REJECT-REASON
248600         MOVE 'H' TO WS-TXN-DISPOSITION
248700         ADD 1 TO WS-HELD-COUNT
248800         MOVE 'N' TO AUD-CALL-MADE-SW
248900         MOVE WS-APPROVED-PROGRAM-NAME TO AUD-CALLED-PROGRAM
249000         MOVE COMM-TXN-KEY TO AUD-CALL-PARAM-VALUE
249100         PERFORM 2900-WRITE-AUDIT-RECORD
249200             THRU 2900-WRITE-AUDIT-RECORD-EXIT
249300         PERFORM 2750-WRITE-HELD-ITEM
249400             THRU 2750-WRITE-HELD-ITEM-EXIT
249500         PERFORM 2400-WRITE-TXN-HISTORY
249600             THRU 2400-WRITE-TXN-HISTORY-EXIT
249700         PERFORM 2500-WRITE-POSTED-EXTRACT
249800             THRU 2500-WRITE-POSTED-EXTRACT-EXIT
249900         GO TO 2200-PROCESS-RECORD-EXIT
250000     END-IF.
250100     IF NOT WS-RATE-FOUND
250200*        NO EXCHANGE RATE ON FILE FOR THIS CURRENCY -- THE
250300*        ENTITLEMENT CHECKS CANNOT COMPARE LIKE WITH LIKE, SO
250400*        THE TRANSACTION GOES TO SUSPENSE UNPROCESSED RATHER
250500*        THAN THROUGH THE SUBPROGRAMS AT A GUESSED RATE.
250600         MOVE 99 TO COMM-RETURN-CODE
250700         MOVE 'CURR' TO COMM-REJECT-REASON
250800         ADD 1 TO WS-NO-RATE-REJECT-COUNT
250900         MOVE 'N' TO AUD-CALL-MADE-SW
251000         MOVE WS-APPROVED-PROGRAM-NAME TO AUD-CALLED-PROGRAM
251100         MOVE COMM-TXN-KEY TO AUD-CALL-PARAM-VALUE
251200         PERFORM 2900-WRITE-AUDIT-RECORD
251300             THRU 2900-WRITE-AUDIT-RECORD-EXIT
251400         MOVE 'C' TO SUSP-REJECT-STAGE
251500         PERFORM 6000-WRITE-SUSPENSE-RECORD
251600             THRU 6000-WRITE-SUSPENSE-RECORD-EXIT
251700         PERFORM 2400-WRITE-TXN-HISTORY
251800             THRU 2400-WRITE-TXN-HISTORY-EXIT
251900         PERFORM 2500-WRITE-POSTED-EXTRACT
252000             THRU 2500-WRITE-POSTED-EXTRACT-EXIT
252100         GO TO 2200-PROCESS-RECORD-EXIT
252200     END-IF.
252300     IF WS-CALL-IS-BLOCKED
252400         MOVE 'N' TO AUD-CALL-MADE-SW
252500         MOVE 'Y' TO AUD-BLOCKED-SW
252600         MOVE 'B' TO WS-TXN-DISPOSITION
252700         ADD 1 TO WS-APPR-CALLS-BLOCKED-COUNT
252800     ELSE
252900         CALL WS-APPROVED-PROGRAM-NAME USING COMM-AREA
253000         MOVE 'Y' TO COMM-APPROVED-CALLED-SW
253100         MOVE 'Y' TO AUD-CALL-MADE-SW
253200         MOVE 'N' TO AUD-BLOCKED-SW
253300         ADD 1 TO WS-APPR-CALLS-MADE-COUNT
253400         IF COMM-RETURN-OK
253500             AND COMM-REJECT-REASON = 'FRCD'
253600*            APPROVED PAST THE LIMIT CHECK ON THE STRENGTH OF
253700*            A FORCE-POST INSTRUCTION -- FLAGGED ON THIS AUDIT
253800*            ROW AND, BY 2500, ON THE EXTRACT.
253900             SET WS-ITEM-WAS-FORCED TO TRUE
254000             MOVE 'Y' TO AUD-FORCED-SW
254100         END-IF
254200     END-IF.
254300     MOVE WS-APPROVED-PROGRAM-NAME TO AUD-CALLED-PROGRAM.
254400     MOVE COMM-TXN-KEY TO AUD-CALL-PARAM-VALUE.
254500     PERFORM 2900-WRITE-AUDIT-RECORD
254600         THRU 2900-WRITE-AUDIT-RECORD-EXIT.
254700     IF NOT COMM-RETURN-OK
254800*        THE APPROVED SUBPROGRAM REJECTED THIS TRANSACTION --
254900*        DIVERT IT TO THE SUSPENSE FILE FOR REWORK INSTEAD OF
255000*        ROUTING IT ON THROUGH THE PER-TYPE DISPATCH AS IF
255100*        NOTHING HAPPENED.
255200         MOVE 'A' TO SUSP-REJECT-STAGE
255300         PERFORM 6000-WRITE-SUSPENSE-RECORD
255400             THRU 6000-WRITE-SUSPENSE-RECORD-EXIT
255500     ELSE
255600         PERFORM 4000-DISPATCH-TRANSACTION-TYPE
255700             THRU 4000-DISPATCH-TRANSACTION-TYPE-EXIT
255800     END-IF.
255900     PERFORM 2400-WRITE-TXN-HISTORY
256000         THRU 2400-WRITE-TXN-HISTORY-EXIT.
256100     PERFORM 2500-WRITE-POSTED-EXTRACT
256200         THRU 2500-WRITE-POSTED-EXTRACT-EXIT.
256300     IF WS-ITEM-WAS-FORCED
256400         PERFORM 2800-RECORD-FORCED-ITEM
256500             THRU 2800-RECORD-FORCED-ITEM-EXIT
256600     END-IF.
256700 2200-PROCESS-RECORD-EXIT.
256800     EXIT.
256900***************************************************************
257000*    2300-CHECK-TXN-HISTORY  --  KEYED READ OF THE PROCESSED-   *
257100*    TRANSACTION HISTORY BEFORE ANY SUBPROGRAM CALL.  A KEY     *
257200*    ALREADY ON FILE WITH A PROCESSED OR BLOCKED DISPOSITION    *
257300*    IS A DUPLICATE -- DIVERTED TO THE DUPLICATES REPORT AND    *
257400*    AUDITED, NOT ENTITLED AGAIN.  A KEY ON FILE AS REJECTED    *
257500*    IS A REWORKED SUSPENSE ITEM ON ITS SECOND ATTEMPT AND IS   *
257600*    ALLOWED THROUGH; ITS ROW IS REWRITTEN WITH THE NEW         *
257700*    OUTCOME IN 2400.                                           *
257800***************************************************************
257900 2300-CHECK-TXN-HISTORY.
258000     MOVE 'N' TO WS-DUPLICATE-SW.
258100     MOVE 'N' TO WS-HISTORY-EXISTS-SW.
258200     MOVE TRANS-KEY TO TXH-TRANS-KEY.
258300     READ TXN-HISTORY-FILE
258400         INVALID KEY
258500             CONTINUE
258600         NOT INVALID KEY
258700             MOVE 'Y' TO WS-HISTORY-EXISTS-SW
258800     END-READ.
258900     IF WS-HISTORY-ROW-EXISTS
259000         AND NOT TXH-DISP-REJECTED
259100*        A PARKED REVERSAL COMING BACK THROUGH THE RELEASE
259200*        PASS IS ON ITS SECOND ATTEMPT, LIKE A REWORKED
259300*        SUSPENSE ITEM -- NOT A DUPLICATE.
259400         AND NOT TXH-DISP-PARKED
259500*        LIKEWISE A HELD ITEM RELEASED BY ENQ320 ONCE ITS HOLD
259600*        WAS LIFTED OR EXPIRED.
259700         AND NOT TXH-DISP-HELD
259800         SET WS-DUPLICATE-TXN TO TRUE
259900         ADD 1 TO WS-DUPLICATE-COUNT
260000         PERFORM 2350-WRITE-DUPLICATE-LINE
260100             THRU 2350-WRITE-DUPLICATE-LINE-EXIT
260200         MOVE 'N' TO AUD-CALL-MADE-SW
260300         PERFORM 2900-WRITE-AUDIT-RECORD
260400             THRU 2900-WRITE-AUDIT-RECORD-EXIT
260500     END-IF.
260600 2300-CHECK-TXN-HISTORY-EXIT.
260700     EXIT.
260800***************************************************************
260900*    2350-WRITE-DUPLICATE-LINE                                  *
261000***************************************************************
261100 2350-WRITE-DUPLICATE-LINE.
261200     MOVE SPACES TO DUPLICATES-REPORT-LINE.
261300     MOVE TXH-BUSINESS-DATE TO WS-DUP-DATE-EDIT.
261400     STRING 'DUPLICATE KEY=' TRANS-KEY
261500         '  FIRST SEEN ' WS-DUP-DATE-EDIT
261600         '  DISPOSITION ' TXH-DISPOSITION
261700         DELIMITED BY SIZE INTO DUPLICATES-REPORT-LINE.
261800     WRITE DUPLICATES-REPORT-LINE.
261900 2350-WRITE-DUPLICATE-LINE-EXIT.
262000     EXIT.
262100***************************************************************
262200*    2400-WRITE-TXN-HISTORY  --  RECORDS THIS TRANSACTION'S     *
262300*    FINAL DISPOSITION ON THE HISTORY KSDS.  A REWORKED         *
262400*    SUSPENSE ITEM ALREADY HAS A ROW (DISPOSITION REJECTED)     *
262500*    AND IS REWRITTEN IN PLACE; ANYTHING ELSE IS A NEW ROW.     *
262600***************************************************************
262700 2400-WRITE-TXN-HISTORY.
262800     IF WS-SIMULATE-MODE
262900*        A WHAT-IF RUN RECORDS NO HISTORY.
263000         GO TO 2400-WRITE-TXN-HISTORY-EXIT
263100     END-IF.
263200     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
263300     ACCEPT WS-CURRENT-TIME FROM TIME.
263400     MOVE TRANS-KEY              TO TXH-TRANS-KEY.
263500     MOVE WS-BUSINESS-DATE       TO TXH-BUSINESS-DATE.
263600     MOVE WS-TXN-DISPOSITION     TO TXH-DISPOSITION.
263700     MOVE TRANS-TYPE             TO TXH-TXN-TYPE.
263800     MOVE TRANS-AMOUNT           TO TXH-TXN-AMOUNT.
263900     MOVE COMM-BASE-AMOUNT       TO TXH-BASE-AMOUNT.
264000     MOVE TRANS-SOURCE           TO TXH-TXN-SOURCE.
264100     MOVE SPACES                 TO TXH-COUNTER-ACCOUNT.
264200     IF TRANS-TYPE = 04
264300         MOVE TRANS-COUNTER-ACCOUNT TO TXH-COUNTER-ACCOUNT
264400     END-IF.
264500     MOVE WS-CURRENT-DATE        TO TXH-UPD-DATE.
264600     MOVE WS-CURRENT-TIME        TO TXH-UPD-TIME.
264700*    SET ON BOTH PATHS -- THE RECORD AREA CANNOT BE TRUSTED TO
264800*    STILL HOLD THE ROW 2300 READ: FOR A REWORKED TYPE-02
264900*    REVERSAL, ENQ302 HAS SINCE READ AND REWRITTEN THE
265000*    ORIGINAL'S ROW THROUGH THE SHARED EXTERNAL CONNECTOR, AND
265100*    WITHOUT THIS THE REVERSAL'S OWN ROW WOULD BE REWRITTEN
265200*    CARRYING THE ORIGINAL'S REVERSED FLAG.  A REWORKED ROW'S
265300*    OWN PRIOR STATE IS ALWAYS NOT-REVERSED.
265400     SET TXH-NOT-REVERSED TO TRUE.
265500     IF WS-HISTORY-ROW-EXISTS
265600         REWRITE TXN-HISTORY-RECORD
265700     ELSE
265800         WRITE TXN-HISTORY-RECORD
265900     END-IF.
266000 2400-WRITE-TXN-HISTORY-EXIT.
266100     EXIT.
266200***************************************************************
266300*    2500-WRITE-POSTED-EXTRACT  --  ONE DATA RECORD PER         *
266400*    TRANSACTION ROUTED THROUGH 2200, CARRYING WHAT THIS RUN    *
266500*    ACTUALLY DID WITH IT.  THE RUNNING TOTALS FEED THE         *
266600*    TRAILER WRITTEN AT END OF JOB.                             *
266700***************************************************************
266800 2500-WRITE-POSTED-EXTRACT.
266900     IF WS-SIMULATE-MODE
267000*        THE WOULD-BE DISPOSITION GOES TO THE WHAT-IF REPORT
267100*        INSTEAD OF THE EXTRACT -- AND, IN A PARALLEL RUN, TO
267200*        THE EXTRACT AS WELL, FOR ENQ380 TO COMPARE.
267300         PERFORM 2600-WRITE-WHATIF-LINE
267400             THRU 2600-WRITE-WHATIF-LINE-EXIT
267500         IF NOT WS-PARALLEL-RUN
267600             GO TO 2500-WRITE-POSTED-EXTRACT-EXIT
267700         END-IF
267800     END-IF.
267900     MOVE SPACES TO POSTED-EXTRACT-RECORD.
268000     SET POST-DATA-RECORD TO TRUE.
268100     MOVE TRANS-KEY              TO POST-TXN-KEY.
268200     MOVE TRANS-TYPE             TO POST-TXN-TYPE.
268300     MOVE TRANS-AMOUNT           TO POST-TXN-AMOUNT.
268400     MOVE TRANS-EFFECTIVE-DATE   TO POST-EFFECTIVE-DATE.
268500     MOVE TRANS-SOURCE           TO POST-TXN-SOURCE.
268600     MOVE WS-HANDLED-BY-PROGRAM  TO POST-HANDLED-BY.
268700     MOVE WS-TXN-DISPOSITION     TO POST-DISPOSITION.
268800     MOVE COMM-REJECT-REASON     TO POST-REJECT-REASON.
268900     MOVE COMM-CURRENCY-CODE     TO POST-CURRENCY-CODE.
269000     IF TRANS-TYPE = 03
269100         MOVE TRANS-FEE-CODE     TO POST-FEE-CODE
269200     END-IF.
269300     IF TRANS-TYPE = 04
269400         MOVE TRANS-COUNTER-ACCOUNT TO POST-COUNTER-ACCOUNT
269500     END-IF.
269600     MOVE WS-ITEM-ORIGIN-SW      TO POST-ITEM-ORIGIN.
269700     IF WS-ITEM-WAS-FORCED
269800         SET POST-WAS-FORCED TO TRUE
269900     END-IF.
270000     WRITE POSTED-EXTRACT-RECORD.
270100     ADD 1 TO WS-POST-COUNT.
270200     ADD TRANS-AMOUNT TO WS-POST-AMOUNT-TOTAL.
270300     ADD TRANS-AMOUNT TO WS-POST-HASH-TOTAL.
270400 2500-WRITE-POSTED-EXTRACT-EXIT.
270500     EXIT.
270600***************************************************************
270700*    2600-WRITE-WHATIF-LINE  --  ONE LINE PER CANDIDATE        *
270800*    TRANSACTION WITH THE DISPOSITION AND REASON THE LIVE      *
270900*    RUN WOULD HAVE PRODUCED (NACC/CLSD/DLIM/TLIM/CURR AND     *
271000*    THE REVERSAL REASONS), SO A SOURCE CAN BE ANSWERED        *
271100*    WITHOUT SUBMITTING FOR REAL AND COUNTING THE REJECTS.     *
271200***************************************************************
271300 2600-WRITE-WHATIF-LINE.
271400     MOVE SPACES TO WHATIF-REPORT-LINE.
271500     STRING 'KEY=' TRANS-KEY
271600         '  TYPE ' TRANS-TYPE
271700         '  WOULD-BE DISPOSITION ' WS-TXN-DISPOSITION
271800         '  REASON ' COMM-REJECT-REASON
271900         DELIMITED BY SIZE INTO WHATIF-REPORT-LINE.
272000     WRITE WHATIF-REPORT-LINE.
272100 2600-WRITE-WHATIF-LINE-EXIT.
272200     EXIT.
272300***************************************************************
272400*    2700-CHECK-ACCOUNT-HOLD  --  KEYED READS OF THE HOLD      *
272500*    MASTER: FIRST THE HOLD ON THIS SOURCE'S ACCOUNT, THEN AN  *
272600*    ALL-SOURCES HOLD (BLANK SOURCE) ON THE SAME ACCOUNT.  THE *
272700*    ACCOUNT IS THE FIRST SIX BYTES OF TRANS-KEY, AS IN        *
272800*    ALLOWED37.  THE ROW THAT MATCHES IS LEFT IN THE RECORD    *
272900*    AREA FOR 2750.                                            *
273000***************************************************************
273100 2700-CHECK-ACCOUNT-HOLD.
273200     MOVE 'N' TO WS-HOLD-FOUND-SW.
273300     IF NOT WS-HOLD-FILE-OPEN
273400         GO TO 2700-CHECK-ACCOUNT-HOLD-EXIT
273500     END-IF.
273600     MOVE TRANS-SOURCE    TO HOLD-SOURCE.
273700     MOVE TRANS-KEY(1:6)  TO HOLD-ACCOUNT.
273800     PERFORM 2710-TEST-ONE-HOLD THRU 2710-TEST-ONE-HOLD-EXIT.
273900     IF WS-HOLD-IN-FORCE
274000         GO TO 2700-CHECK-ACCOUNT-HOLD-EXIT
274100     END-IF.
274200     MOVE SPACES          TO HOLD-SOURCE.
274300     MOVE TRANS-KEY(1:6)  TO HOLD-ACCOUNT.
274400     PERFORM 2710-TEST-ONE-HOLD THRU 2710-TEST-ONE-HOLD-EXIT.
274500 2700-CHECK-ACCOUNT-HOLD-EXIT.
274600     EXIT.
274700***************************************************************
274800*    2710-TEST-ONE-HOLD  --  A HOLD IS IN FORCE WHEN THE ROW   *
274900*    IS ACTIVE, STARTED ON OR BEFORE THE BUSINESS DATE, AND    *
275000*    HAS NO EXPIRY OR ONE NOT YET PASSED.                      *
275100***************************************************************
275200 2710-TEST-ONE-HOLD.
275300     READ ACCOUNT-HOLD-FILE
275400         INVALID KEY
275500             GO TO 2710-TEST-ONE-HOLD-EXIT
275600     END-READ.
275700     IF HOLD-IS-ACTIVE
275800         AND HOLD-START-DATE NOT > WS-BUSINESS-DATE
275900         AND (HOLD-UNTIL-LIFTED
276000              OR HOLD-EXPIRY-DATE NOT < WS-BUSINESS-DATE)
276100         SET WS-HOLD-IN-FORCE TO TRUE
276200     END-IF.
276300 2710-TEST-ONE-HOLD-EXIT.
276400     EXIT.
276500***************************************************************
276600*    2750-WRITE-HELD-ITEM  --  QUEUES THE ORIGINAL RECORD ON   *
276700*    THE HELD-ITEM KSDS UNDER ITS OWN KEY.  A KEY ALREADY      *
276800*    QUEUED (A SUSPENSE ITEM RECYCLED WHILE STILL HELD, OR A   *
276900*    RERUN) KEEPS ITS FIRST HELD DATE SO ITS AGE IS NOT RESET. *
277000*    ANY OTHER FAILED WRITE LEAVES AN 'H' ITEM THAT NOTHING    *
277100*    WILL RELEASE: IT IS RAISED AS ENQ2011E WITH ITS KEY, AND  *
277200*    THE RUN ENDS RC=8.                                        *
277300***************************************************************
277400 2750-WRITE-HELD-ITEM.
277500     IF WS-SIMULATE-MODE
277600*        A WHAT-IF RUN QUEUES NOTHING.
277700         GO TO 2750-WRITE-HELD-ITEM-EXIT
277800     END-IF.
277900     MOVE SPACES            TO HELD-ITEM-RECORD.
278000     MOVE TRANS-KEY         TO HELD-TRANS-KEY.
278100     MOVE HOLD-KEY          TO HELD-HOLD-KEY.
278200     MOVE WS-BUSINESS-DATE  TO HELD-DATE.
278300     MOVE WS-RUN-ID         TO HELD-RUN-ID.
278400     MOVE TRANS-RECORD      TO HELD-TRANS-RECORD.
278500     WRITE HELD-ITEM-RECORD
278600         INVALID KEY
278700             ADD 1 TO WS-HELD-ALREADY-QUEUED-COUNT
278800     END-WRITE.
278900     IF HELD-FILE-STATUS NOT = '00'
279000         AND HELD-FILE-STATUS NOT = '22'
279100         ADD 1 TO WS-HELD-WRITE-FAILED-COUNT
279200         MOVE SPACES TO EXCEPTION-RECORD
279300         MOVE 'ENQ2011E'           TO EXCP-MSG-ID
279400         STRING 'HELD ITEM ' TRANS-KEY ' NOT QUEUED'
279500             DELIMITED BY SIZE INTO EXCP-INSERT-1
279600         STRING 'HELDITMK WRITE STATUS ' HELD-FILE-STATUS
279700             DELIMITED BY SIZE INTO EXCP-INSERT-2
279800         PERFORM 8110-WRITE-EXCEPTION-RECORD
279900             THRU 8110-WRITE-EXCEPTION-RECORD-EXIT
280000         DISPLAY 'ENQ2011E ' WS-RUN-ID ' ' WS-BUSINESS-DATE
280100             ' HELD ITEM ' TRANS-KEY ' NOT QUEUED, STATUS '
280200             HELD-FILE-STATUS
280300             UPON CONSOLE
280400     END-IF.
280500 2750-WRITE-HELD-ITEM-EXIT.
280600     EXIT.
280700***************************************************************
280800*    2800-RECORD-FORCED-ITEM  --  ONE OVERRIDE REPORT ENTRY    *
280900*    PER FORCED ITEM WITH BOTH APPROVERS.  THE INSTRUCTION IS  *
281000*    MARKED USED ONLY WHEN THE ITEM ACTUALLY POSTED (P): ONE   *
281100*    THE TYPE SUBPROGRAM STILL REJECTED KEEPS ITS INSTRUCTION  *
281200*    FOR THE NEXT RECYCLE PASS, UNTIL IT EXPIRES.              *
281300***************************************************************
281400 2800-RECORD-FORCED-ITEM.
281500     ADD 1 TO WS-FORCED-COUNT.
281600     IF WS-TXN-DISPOSITION = 'P'
281700         ADD 1 TO WS-FORCED-POSTED-COUNT
281800         SET FRCP-IS-USED TO TRUE
281900         MOVE WS-BUSINESS-DATE  TO FRCP-USED-DATE
282000         MOVE WS-RUN-ID         TO FRCP-USED-RUN-ID
282100         MOVE COMM-BASE-AMOUNT  TO FRCP-USED-BASE-AMOUNT
282200         REWRITE FORCE-POST-RECORD
282300     END-IF.
282400     MOVE TRANS-AMOUNT     TO WS-REPORT-AMOUNT-EDIT.
282500     MOVE COMM-BASE-AMOUNT TO WS-FORCE-BASE-EDIT.
282600     MOVE SPACES TO FORCE-REPORT-LINE.
282700     STRING 'KEY=' TRANS-KEY
282800         '  TYPE ' TRANS-TYPE
282900         '  CCY ' COMM-CURRENCY-CODE
283000         '  AMOUNT ' WS-REPORT-AMOUNT-EDIT
283100         '  BASE ' WS-FORCE-BASE-EDIT
283200         '  DISPOSITION ' WS-TXN-DISPOSITION
283300         DELIMITED BY SIZE INTO FORCE-REPORT-LINE.
283400     WRITE FORCE-REPORT-LINE.
283500     MOVE FRCP-EXPIRY-DATE TO WS-FORCE-DATE-EDIT.
283600     MOVE SPACES TO FORCE-REPORT-LINE.
283700     STRING '    LIMIT ' FRCP-LIMIT-REASON
283800         '  REQUESTED-BY ' FRCP-REQUESTED-BY
283900         '  APPROVED-BY ' FRCP-APPROVED-BY
284000         '  EXPIRES ' WS-FORCE-DATE-EDIT
284100         '  ' FRCP-REASON-TEXT
284200         DELIMITED BY SIZE INTO FORCE-REPORT-LINE.
284300     WRITE FORCE-REPORT-LINE.
284400 2800-RECORD-FORCED-ITEM-EXIT.
284500     EXIT.
284600***************************************************************
284700*    4000-DISPATCH-TRANSACTION-TYPE  --  RESOLVES TRANS-TYPE    *
284800*    AGAINST TXN-TABLE (COPYBOOK TXNTBL) WITH SEARCH ALL AND     *
284900*    ROUTES THE RECORD TO WHATEVER SUBPROGRAM THE TABLE NAMES.   *
285000*    LOOKUP TIME NO LONGER GROWS WITH THE NUMBER OF KNOWN       *
285100*    TRANSACTION CODES -- A NEW CODE IS A ROW ADDED TO TXNTBL,  *
285200*    NOT A NEW WHEN CLAUSE AND PROCESSING PARAGRAPH HERE.  (SEE *
285300*    TXNTBL'S OWN HEADER -- TXN-TABLE-DATA IS COMPILE-TIME      *
285400*    VALUE DATA, SO "A ROW ADDED TO TXNTBL" STILL MEANS          *
285500*    EDITING THE COPYBOOK AND RECOMPILING, NOT A RUNTIME LOAD   *
285600*    THE WAY APPRTBL/EXCLTBL ARE.)                              *
285700*    A CODE THE TABLE DOES NOT RECOGNIZE STILL FALLS INTO THE    *
285800*    WHEN OTHER-EQUIVALENT CATCH-ALL AT 4900.                   *
285900***************************************************************
286000 4000-DISPATCH-TRANSACTION-TYPE.
286100     SEARCH ALL TXN-TABLE-ENTRY
286200         AT END
286300             PERFORM 4900-PROCESS-TYPE-OTHER
286400                 THRU 4900-PROCESS-TYPE-OTHER-EXIT
286500         WHEN TXN-TYPE-CODE(TXN-IDX) = TRANS-TYPE
286600             PERFORM 4100-DISPATCH-RESOLVED-TYPE
286700                 THRU 4100-DISPATCH-RESOLVED-TYPE-EXIT
286800     END-SEARCH.
286900 4000-DISPATCH-TRANSACTION-TYPE-EXIT.
287000     EXIT.
287100***************************************************************
287200*    4100-DISPATCH-RESOLVED-TYPE  --  COUNTS THE BUCKET FOR THE *
287300*    END-OF-JOB CONTROL REPORT, CHECKS THE RESOLVED SUBPROGRAM  *
287400*    NAME AGAINST THE RUNTIME EXCLUSION LIST, AND CALLS IT      *
287500*    THROUGH A WORKING-STORAGE PROGRAM-NAME VARIABLE POPULATED  *
287600*    FROM TXN-TABLE RATHER THAN A HARDCODED CALL STATEMENT.     *
287700***************************************************************
287800 4100-DISPATCH-RESOLVED-TYPE.
287900     PERFORM 4150-COUNT-TYPE-BUCKET
288000         THRU 4150-COUNT-TYPE-BUCKET-EXIT.
288100     MOVE TXN-PROGRAM-NAME(TXN-IDX) TO WS-DISPATCH-PROGRAM-NAME.
288200     MOVE WS-DISPATCH-PROGRAM-NAME  TO WS-HANDLED-BY-PROGRAM.
288300     MOVE WS-DISPATCH-PROGRAM-NAME  TO WS-EXCL-CHECK-NAME.
288400     PERFORM 2950-CHECK-EXCLUSION-LIST
288500         THRU 2950-CHECK-EXCLUSION-LIST-EXIT.
288600     IF WS-CALL-IS-BLOCKED
288700         MOVE 'N' TO AUD-CALL-MADE-SW
288800         MOVE 'Y' TO AUD-BLOCKED-SW
288900         MOVE 'B' TO WS-TXN-DISPOSITION
289000         ADD 1 TO WS-DISPATCH-CALLS-BLOCKED-COUNT
289100     ELSE
289200         CALL WS-DISPATCH-PROGRAM-NAME USING COMM-AREA
289300         MOVE 'Y' TO AUD-CALL-MADE-SW
289400         MOVE 'N' TO AUD-BLOCKED-SW
289500     END-IF.
289600     MOVE WS-DISPATCH-PROGRAM-NAME TO AUD-CALLED-PROGRAM.
289700     MOVE COMM-TXN-KEY             TO AUD-CALL-PARAM-VALUE.
289800     PERFORM 2900-WRITE-AUDIT-RECORD
289900         THRU 2900-WRITE-AUDIT-RECORD-EXIT.
290000     EVALUATE TRUE
290100         WHEN COMM-RETURN-PARKED
290200*            ENQ302 PARKED AN OUT-OF-ORDER REVERSAL ON THE
290300*            PENDING-REVERSALS KSDS -- NEITHER AN APPROVAL
290400*            NOR A REJECT, SO NO SUSPENSE RECORD; THE
290500*            HISTORY ROW AND EXTRACT CARRY DISPOSITION K.
290600             MOVE 'K' TO WS-TXN-DISPOSITION
290700             ADD 1 TO WS-PARKED-COUNT
290800         WHEN NOT COMM-RETURN-OK
290900*            THE TRANSACTION-TYPE SUBPROGRAM REJECTED THIS
291000*            TRANSACTION -- DIVERT IT TO THE SUSPENSE FILE.
291100             MOVE 'T' TO SUSP-REJECT-STAGE
291200             PERFORM 6000-WRITE-SUSPENSE-RECORD
291300                 THRU 6000-WRITE-SUSPENSE-RECORD-EXIT
291400     END-EVALUATE.
291500 4100-DISPATCH-RESOLVED-TYPE-EXIT.
291600     EXIT.
291700***************************************************************
291800*    4150-COUNT-TYPE-BUCKET  --  TALLIES THE PER-CODE COUNTERS  *
291900*    BEHIND THE END-OF-JOB CONTROL REPORT (SEE 9000).           *
292000*    BOUNDED BY THE FOUR KNOWN CODES, SO UNLIKE THE OLD         *
292100*    DISPATCH CHAIN THIS GROWS THE REPORT, NOT THE LOOKUP.      *
292200***************************************************************
292300 4150-COUNT-TYPE-BUCKET.
292400     EVALUATE TRANS-TYPE
292500         WHEN 1
292600             ADD 1 TO WS-TYPE-1-COUNT
292700         WHEN 2
292800             ADD 1 TO WS-TYPE-2-COUNT
292900         WHEN 3
293000             ADD 1 TO WS-TYPE-3-COUNT
293100         WHEN 4
293200             ADD 1 TO WS-TYPE-4-COUNT
293300     END-EVALUATE.
293400 4150-COUNT-TYPE-BUCKET-EXIT.
293500     EXIT.
293600***************************************************************
293700*    4900-PROCESS-TYPE-OTHER  --  NO ROW IN TXN-TABLE MATCHES    *
293800*    THIS TRANS-TYPE.                                           *
293900***************************************************************
294000 4900-PROCESS-TYPE-OTHER.
294100     ADD 1 TO WS-TYPE-OTHER-COUNT.
294200 4900-PROCESS-TYPE-OTHER-EXIT.
294300     EXIT.
294400***************************************************************
294500*    2950-CHECK-EXCLUSION-LIST  --  REJECTS ANY CALL PATH      *
294600*    WHOSE TARGET (WS-EXCL-CHECK-NAME) APPEARS IN THE RUNTIME   *
294700*    EXCLUSION LIST, STATIC OR RESOLVED DYNAMICALLY.  BACKSTOPS *
294800*    THE FORBIDDEN-CALL STATIC-ANALYSIS RULE AT RUN TIME.       *
294900***************************************************************
295000 2950-CHECK-EXCLUSION-LIST.
295100     MOVE 'N' TO WS-CALL-BLOCKED-SW.
295200     IF EXCL-TABLE-COUNT > ZERO
295300         PERFORM 2960-FIND-EXCLUDED-ENTRY
295400             THRU 2960-FIND-EXCLUDED-ENTRY-EXIT
295500             VARYING EXCL-IDX FROM 1 BY 1
295600             UNTIL EXCL-IDX > EXCL-TABLE-COUNT
295700     END-IF.
295800 2950-CHECK-EXCLUSION-LIST-EXIT.
295900     EXIT.
296000***************************************************************
296100*    2960-FIND-EXCLUDED-ENTRY                                  *
296200***************************************************************
296300 2960-FIND-EXCLUDED-ENTRY.
296400     IF EXCL-PROGRAM-NAME(EXCL-IDX) = WS-EXCL-CHECK-NAME
296500         SET WS-CALL-IS-BLOCKED TO TRUE
296600     END-IF.
296700 2960-FIND-EXCLUDED-ENTRY-EXIT.
296800     EXIT.
296900***************************************************************
297000*    2900-WRITE-AUDIT-RECORD  --  ONE ROW PER ABT-STATUS        *
297100*    BRANCH TAKEN AND PER CALL TO THE APPROVED SUBPROGRAM, SO   *
297200*    AUDIT CAN RECONSTRUCT A PROCESSING DATE WITHOUT HAVING TO  *
297300*    TAKE OUR WORD FOR WHAT HAPPENED.                           *
297400***************************************************************
297500 2900-WRITE-AUDIT-RECORD.
297600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
297700     ACCEPT WS-CURRENT-TIME FROM TIME.
297800     MOVE WS-CURRENT-DATE       TO AUD-TS-DATE.
297900     MOVE WS-CURRENT-TIME       TO AUD-TS-TIME.
298000     MOVE TRANS-KEY             TO AUD-TXN-KEY.
298100     MOVE ABT-STATUS-CODE       TO AUD-ABT-STATUS-AT-CHECK.
298200     WRITE AUDIT-RECORD.
298300     MOVE SPACES TO AUD-CALLED-PROGRAM AUD-CALL-PARAM-VALUE.
298400     MOVE 'N' TO AUD-BLOCKED-SW.
298500     MOVE 'N' TO AUD-FORCED-SW.
298600 2900-WRITE-AUDIT-RECORD-EXIT.
298700     EXIT.
298800***************************************************************
298900*    5000-WRITE-CHECKPOINT  --  PERIODIC CHECKPOINT RECORD     *
299000***************************************************************
299100 5000-WRITE-CHECKPOINT.
299200     IF WS-SIMULATE-MODE
299300*        A WHAT-IF RUN IS NEVER RESTARTED FROM A CHECKPOINT --
299400*        IT JUST RUNS AGAIN.
299500         GO TO 5000-WRITE-CHECKPOINT-EXIT
299600     END-IF.
299700     ADD 1 TO CHKPT-RECORDS-SINCE-LAST.
299800     IF CHKPT-RECORDS-SINCE-LAST >= CHKPT-INTERVAL
299900         PERFORM 5100-BUILD-AND-WRITE-CHECKPOINT
300000             THRU 5100-BUILD-AND-WRITE-CHECKPOINT-EXIT
300100         MOVE ZERO TO CHKPT-RECORDS-SINCE-LAST
300200     END-IF.
300300 5000-WRITE-CHECKPOINT-EXIT.
300400     EXIT.
300500***************************************************************
300600*    5100-BUILD-AND-WRITE-CHECKPOINT                           *
300700***************************************************************
300800 5100-BUILD-AND-WRITE-CHECKPOINT.
300900     IF WS-SIMULATE-MODE
301000         GO TO 5100-BUILD-AND-WRITE-CHECKPOINT-EXIT
301100     END-IF.
301200     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
301300     ACCEPT WS-CURRENT-TIME FROM TIME.
301400     MOVE WS-RUN-ID              TO CHKPT-RUN-ID.
301500     MOVE WS-BUSINESS-DATE       TO CHKPT-BUSINESS-DATE.
301600     MOVE TRANS-KEY              TO CHKPT-LAST-KEY-PROCESSED.
301700     MOVE WS-CURRENT-DATE        TO CHKPT-TS-DATE.
301800     MOVE WS-CURRENT-TIME        TO CHKPT-TS-TIME.
301900     MOVE WS-TOTAL-RECORDS-READ  TO CHKPT-RECORDS-PROCESSED.
302000     MOVE WS-CYCLE-NUMBER        TO CHKPT-CYCLE-NUMBER.
302100     WRITE CHKPT-RECORD.
302200     ADD 1 TO WS-CHECKPOINTS-WRITTEN.
302300 5100-BUILD-AND-WRITE-CHECKPOINT-EXIT.
302400     EXIT.
302500***************************************************************
302600*    6000-WRITE-SUSPENSE-RECORD  --  ONE ROW PER TRANSACTION    *
302700*    REJECTED THROUGH COMM-RETURN-CODE, CARRYING THE RETURN    *
302800*    CODE, THE CALL SLOT THAT REJECTED IT (SUSP-REJECT-STAGE,   *
302900*    SET BY THE CALLER), AND THE COMPLETE ORIGINAL RECORD SO    *
303000*    THE ITEM CAN BE REWORKED AND RECYCLED.                     *
303100***************************************************************
303200 6000-WRITE-SUSPENSE-RECORD.
303300     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
303400     ACCEPT WS-CURRENT-TIME FROM TIME.
303500     MOVE COMM-RETURN-CODE       TO SUSP-RETURN-CODE.
303600     MOVE WS-RUN-ID              TO SUSP-RUN-ID.
303700     MOVE WS-BUSINESS-DATE       TO SUSP-BUSINESS-DATE.
303800     MOVE WS-CURRENT-DATE        TO SUSP-TS-DATE.
303900     MOVE WS-CURRENT-TIME        TO SUSP-TS-TIME.
304000     MOVE TRANS-RECORD           TO SUSP-ORIGINAL-RECORD.
304100     MOVE COMM-REJECT-REASON     TO SUSP-REJECT-REASON.
304200     IF NOT WS-SIMULATE-MODE
304300         WRITE SUSPENSE-RECORD
304400     END-IF.
304500     ADD 1 TO WS-REJECTED-COUNT.
304600     MOVE 'R' TO WS-TXN-DISPOSITION.
304700 6000-WRITE-SUSPENSE-RECORD-EXIT.
304800     EXIT.
304900***************************************************************
305000*    8000-TERMINATE  --  FINAL CHECKPOINT AND CLOSE FILES      *
305100***************************************************************
305200 8000-TERMINATE.
305300     IF WS-RECON-OK
305400         PERFORM 5100-BUILD-AND-WRITE-CHECKPOINT
305500             THRU 5100-BUILD-AND-WRITE-CHECKPOINT-EXIT
305600         CLOSE TRANS-FILE
305700         IF NOT WS-SIMULATE-MODE
305800*            CHKPTFIL WAS NEVER OPENED IN A WHAT-IF RUN.
305900             CLOSE CHECKPOINT-FILE
306000         END-IF
306100     END-IF.
306200     PERFORM 7000-WRITE-SUMMARY-REPORT
306300         THRU 7000-WRITE-SUMMARY-REPORT-EXIT.
306400     CLOSE AUDIT-FILE.
306500     IF WS-SIMULATE-MODE
306600         CLOSE WHATIF-REPORT-FILE
306700     END-IF.
306800     IF WS-LIVE-MODE
306900         OR WS-PARALLEL-RUN
307000         MOVE SPACES TO POSTED-EXTRACT-RECORD
307100         SET POST-TRAILER-RECORD TO TRUE
307200         MOVE WS-POST-COUNT        TO POST-TRL-RECORD-COUNT
307300         MOVE WS-POST-HASH-TOTAL   TO POST-TRL-HASH-TOTAL
307400         MOVE WS-POST-AMOUNT-TOTAL TO POST-TRL-AMOUNT-TOTAL
307500         MOVE WS-BUSINESS-DATE     TO POST-TRL-BUSINESS-DATE
307600         MOVE WS-APPROVED-PROGRAM-NAME
307700             TO POST-TRL-APPROVED-PROGRAM
307800         IF WS-PARALLEL-RUN
307900             SET POST-TRL-PARALLEL-RUN TO TRUE
308000         END-IF
308100         WRITE POSTED-EXTRACT-RECORD
308200     END-IF.
308300     CLOSE POSTED-EXTRACT-FILE.
308400     CLOSE SUSPENSE-FILE.
308500     MOVE SPACES TO DUPLICATES-REPORT-LINE.
308600     WRITE DUPLICATES-REPORT-LINE.
308700     MOVE WS-DUPLICATE-COUNT TO WS-REPORT-NUMERIC-EDIT.
308800     STRING 'DUPLICATE TRANSACTIONS DIVERTED        : '
308900         WS-REPORT-NUMERIC-EDIT
309000         DELIMITED BY SIZE INTO DUPLICATES-REPORT-LINE.
309100     WRITE DUPLICATES-REPORT-LINE.
309200     CLOSE DUPLICATES-REPORT-FILE.
309300     CLOSE TXN-HISTORY-FILE.
309400     CLOSE PENDING-REVERSALS-FILE.
309500     IF WS-HOLD-FILE-OPEN
309600         CLOSE ACCOUNT-HOLD-FILE
309700     END-IF.
309800     IF WS-HELD-FILE-OPEN
309900         CLOSE HELD-ITEM-FILE
310000     END-IF.
310100     IF NOT WS-SIMULATE-MODE
310200         MOVE SPACES TO FORCE-REPORT-LINE
310300         WRITE FORCE-REPORT-LINE
310400         MOVE WS-FORCED-COUNT TO WS-REPORT-NUMERIC-EDIT
310500         STRING 'ITEMS FORCED PAST THE LIMIT CHECK       : '
310600             WS-REPORT-NUMERIC-EDIT
310700             DELIMITED BY SIZE INTO FORCE-REPORT-LINE
310800         WRITE FORCE-REPORT-LINE
310900         MOVE SPACES TO FORCE-REPORT-LINE
311000         MOVE WS-FORCED-POSTED-COUNT TO WS-REPORT-NUMERIC-EDIT
311100         STRING '  OF WHICH POSTED (INSTRUCTION USED)    : '
311200             WS-REPORT-NUMERIC-EDIT
311300             DELIMITED BY SIZE INTO FORCE-REPORT-LINE
311400         WRITE FORCE-REPORT-LINE
311500         MOVE SPACES TO FORCE-REPORT-LINE
311600         MOVE WS-FORCE-NOT-HONOURED-COUNT
311700             TO WS-REPORT-NUMERIC-EDIT
311800         STRING 'INSTRUCTIONS NOT HONOURED               : '
311900             WS-REPORT-NUMERIC-EDIT
312000             DELIMITED BY SIZE INTO FORCE-REPORT-LINE
312100         WRITE FORCE-REPORT-LINE
312200         IF WS-FORCE-FILE-OPEN
312300             CLOSE FORCE-POST-FILE
312400         END-IF
312500         CLOSE FORCE-REPORT-FILE
312600     END-IF.
312700     CLOSE SUMMARY-REPORT-FILE.
312800     EVALUATE TRUE
312900         WHEN WS-HEADER-FAILED
313000         WHEN WS-RATE-STALE
313100         WHEN WS-PERIOD-CLOSED
313200         WHEN WS-PRIOR-DAY-OPEN
313300         WHEN WS-HELD-QUEUE-DOWN
313400         WHEN WS-HELD-WRITE-FAILED-COUNT > ZERO
313500             MOVE 8 TO RETURN-CODE
313600         WHEN WS-RECON-FAILED
313700         WHEN WS-RESTART-KEY-NOT-FOUND
313800             MOVE 4 TO RETURN-CODE
313900         WHEN OTHER
314000             MOVE 0 TO RETURN-CODE
314100     END-EVALUATE.
314200     PERFORM 8100-SIGNAL-RUN-EXCEPTIONS
314300         THRU 8100-SIGNAL-RUN-EXCEPTIONS-EXIT.
314400     PERFORM 8050-UPDATE-ABORT-STATUS
314500         THRU 8050-UPDATE-ABORT-STATUS-EXIT.
314600     PERFORM 8200-WRITE-RUN-STATISTICS
314700         THRU 8200-WRITE-RUN-STATISTICS-EXIT.
314800 8000-TERMINATE-EXIT.
314900     EXIT.
315000***************************************************************
315100*    8050-UPDATE-ABORT-STATUS  --  REWRITES THIS RUN'S ABORT-   *
315200*    STATUS VSAM RECORD (KEYED BY RUN-ID/BUSINESS-DATE) WITH    *
315300*    THE OUTCOME OF THIS RUN SO A CONCURRENT OR SUBSEQUENT RUN  *
315400*    SEES AN UP-TO-DATE STATUS FOR THIS RUN-ID WITHOUT          *
315500*    DISTURBING ANY OTHER RUN-ID'S RECORD ON THE SAME FILE.     *
315600***************************************************************
315700 8050-UPDATE-ABORT-STATUS.
315800     IF WS-SIMULATE-MODE
315900*        A WHAT-IF RUN LEAVES THE STATUS FILE, GENCTL AND THE
316000*        DAY POSITION EXACTLY AS IT FOUND THEM.
316100         CLOSE ABORT-STATUS-FILE
316200         GO TO 8050-UPDATE-ABORT-STATUS-EXIT
316300     END-IF.
316400     IF ABT-STATUS-COMPLETE
316500*        THE DATE WAS ALREADY COMPLETE ON ENTRY -- A BARE
316600*        RERUN.  LEAVE THE PERSISTED RECORD (AND GENCTL)
316700*        UNTOUCHED: A RERUN POINTED AT A WRONG OR STALE FILE
316800*        FAILS ITS HEADER CHECK, AND THAT MUST NOT DOWNGRADE
316900*        A COMPLETED DAY TO FAILED -- THE SAME PROTECTION THE
317000*        RECONCILIATION PATH HAS HAD IN 1000-INITIALIZE SINCE
317100*        2026-08-09.
317200         CLOSE ABORT-STATUS-FILE
317300         GO TO 8050-UPDATE-ABORT-STATUS-EXIT
317400     END-IF.
317500     IF WS-RECON-FAILED
317600         OR WS-HEADER-FAILED
317700         OR WS-RATE-STALE
317800         OR WS-PERIOD-CLOSED
317900         OR WS-PRIOR-DAY-OPEN
318000         OR WS-HELD-QUEUE-DOWN
318100         SET ABT-STATUS-FAILED TO TRUE
318200     ELSE
318300         SET ABT-STATUS-COMPLETE TO TRUE
318400     END-IF.
318500     MOVE ABT-STATUS-CODE        TO ABT-VSAM-STATUS-CODE.
318600     ACCEPT ABT-VSAM-UPD-DATE    FROM DATE YYYYMMDD.
318700     ACCEPT ABT-VSAM-UPD-TIME    FROM TIME.
318800     REWRITE ABORT-STATUS-VSAM-RECORD.
318900     CLOSE ABORT-STATUS-FILE.
319000     IF ABT-STATUS-COMPLETE
319100*        ONLY A GENERATION THAT ACTUALLY ADVANCES THE SEQUENCE
319200*        MOVES GENCTL FORWARD -- A BACKDATED CATCH-UP RUN OF AN
319300*        OLDER GENERATION MUST NOT REWIND IT AND REOPEN THE
319400*        DOOR TO A RESENT COPY OF A LATER FILE.
319500         AND WS-HEADER-GENERATION > WS-LAST-GENERATION
319600         PERFORM 8060-UPDATE-GENERATION-CONTROL
319700             THRU 8060-UPDATE-GENERATION-CONTROL-EXIT
319800     END-IF.
319900     IF ABT-STATUS-COMPLETE
320000*        ROLL THIS CYCLE INTO THE DATE'S CUMULATIVE POSITION
320100*        -- ONLY A CYCLE THAT ACTUALLY COMPLETED COUNTS.
320200         PERFORM 8070-UPDATE-DAY-POSITION
320300             THRU 8070-UPDATE-DAY-POSITION-EXIT
320400     END-IF.
320500 8050-UPDATE-ABORT-STATUS-EXIT.
320600     EXIT.
320700***************************************************************
320800*    8100-SIGNAL-RUN-EXCEPTIONS  --  ONE CONSOLE MESSAGE AND    *
320900*    ONE EXCEPTIONS-FILE RECORD PER DISTINCT RUN-LEVEL          *
321000*    EXCEPTION, WITH STABLE MESSAGE IDS AND VARIABLE INSERTS    *
321100*    SO THE AUTOMATION PACKAGE CAN TRAP THE ID, PAGE THE        *
321200*    RIGHT TEAM AND HOLD DEPENDENT JOBS WITHOUT A HUMAN         *
321300*    READING SUMRPT OFF THE SPOOL.                              *
321400***************************************************************
321500 8100-SIGNAL-RUN-EXCEPTIONS.
321600     IF WS-HEADER-FAILED
321700         MOVE SPACES TO EXCEPTION-RECORD
321800         MOVE 'ENQ2004E'           TO EXCP-MSG-ID
321900         MOVE WS-HEADER-FAIL-TEXT  TO EXCP-INSERT-1
322000         PERFORM 8110-WRITE-EXCEPTION-RECORD
322100             THRU 8110-WRITE-EXCEPTION-RECORD-EXIT
322200         DISPLAY 'ENQ2004E ' WS-RUN-ID ' ' WS-BUSINESS-DATE
322300             ' DAILY FILE HEADER INVALID: ' WS-HEADER-FAIL-TEXT
322400             UPON CONSOLE
322500     END-IF.
322600     IF WS-RECON-FAILED
322700         MOVE SPACES TO EXCEPTION-RECORD
322800         MOVE 'ENQ2001E'           TO EXCP-MSG-ID
322900*        THE EXPECTED COUNT IS THE SUM ACCUMULATED WHILE THE
323000*        TRAILERS WERE READ -- THE TRAILER RECORD AREA ITSELF
323100*        IS PAST AT END HERE AND UNDEFINED.
323200         MOVE WS-TRAILER-SUM-COUNT TO WS-EXPECTED-COUNT-EDIT
323300         MOVE WS-RECON-COUNT       TO WS-DERIVED-COUNT-EDIT
323400         STRING 'EXPECTED COUNT ' WS-EXPECTED-COUNT-EDIT
323500             DELIMITED BY SIZE INTO EXCP-INSERT-1
323600         STRING 'DERIVED COUNT '  WS-DERIVED-COUNT-EDIT
323700             DELIMITED BY SIZE INTO EXCP-INSERT-2
323800         PERFORM 8110-WRITE-EXCEPTION-RECORD
323900             THRU 8110-WRITE-EXCEPTION-RECORD-EXIT
324000         DISPLAY 'ENQ2001E ' WS-RUN-ID ' ' WS-BUSINESS-DATE
324100             ' RECONCILIATION FAILED EXPECTED '
324200             WS-EXPECTED-COUNT-EDIT ' DERIVED '
324300             WS-DERIVED-COUNT-EDIT
324400             UPON CONSOLE
324500     END-IF.
324600     IF WS-RESTART-KEY-NOT-FOUND
324700         MOVE SPACES TO EXCEPTION-RECORD
324800         MOVE 'ENQ2002E'           TO EXCP-MSG-ID
324900         STRING 'RESTART KEY ' WS-RESTART-KEY
325000             ' NOT ON INPUT FILE'
325100             DELIMITED BY SIZE INTO EXCP-INSERT-1
325200         PERFORM 8110-WRITE-EXCEPTION-RECORD
325300             THRU 8110-WRITE-EXCEPTION-RECORD-EXIT
325400         DISPLAY 'ENQ2002E ' WS-RUN-ID ' ' WS-BUSINESS-DATE
325500             ' RESTART KEY ' WS-RESTART-KEY
325600             ' NEVER MATCHED THE INPUT FILE'
325700             UPON CONSOLE
325800     END-IF.
325900     IF WS-APPR-TABLE-AMBIGUOUS
326000         MOVE SPACES TO EXCEPTION-RECORD
326100         MOVE 'ENQ2003W'           TO EXCP-MSG-ID
326200         MOVE 'FELL BACK TO ALLOWED37 -- CORRECT APPRTBL'
326300             TO EXCP-INSERT-1
326400         PERFORM 8110-WRITE-EXCEPTION-RECORD
326500             THRU 8110-WRITE-EXCEPTION-RECORD-EXIT
326600         DISPLAY 'ENQ2003W ' WS-RUN-ID ' ' WS-BUSINESS-DATE
326700             ' APPROVED-PROGRAM TABLE AMBIGUOUS'
326800             UPON CONSOLE
326900     END-IF.
327000     IF WS-RATE-STALE
327100         MOVE SPACES TO EXCEPTION-RECORD
327200         MOVE 'ENQ2005E'           TO EXCP-MSG-ID
327300         STRING 'STALE OR UNDATED RATE FOR CURRENCY '
327400             WS-STALE-CURRENCY
327500             DELIMITED BY SIZE INTO EXCP-INSERT-1
327600         PERFORM 8110-WRITE-EXCEPTION-RECORD
327700             THRU 8110-WRITE-EXCEPTION-RECORD-EXIT
327800         DISPLAY 'ENQ2005E ' WS-RUN-ID ' ' WS-BUSINESS-DATE
327900             ' STALE RATE FOR ' WS-STALE-CURRENCY
328000             ' -- RUN STOPPED'
328100             UPON CONSOLE
328200     END-IF.
328300     IF WS-CAL-DATE-FOUND
328400         AND NOT WS-CAL-BUSINESS-DAY
328500         MOVE SPACES TO EXCEPTION-RECORD
328600         MOVE 'ENQ2006W'           TO EXCP-MSG-ID
328700         STRING 'BUSINESS DATE IS DAY TYPE ' WS-CAL-DAY-TYPE
328800             ' ON THE PROCESSING CALENDAR'
328900             DELIMITED BY SIZE INTO EXCP-INSERT-1
329000         PERFORM 8110-WRITE-EXCEPTION-RECORD
329100             THRU 8110-WRITE-EXCEPTION-RECORD-EXIT
329200         DISPLAY 'ENQ2006W ' WS-RUN-ID ' ' WS-BUSINESS-DATE
329300             ' NOT A PROCESSING DAY ON THE CALENDAR'
329400             UPON CONSOLE
329500     END-IF.
329600     IF WS-PERIOD-CLOSED
329700         MOVE SPACES TO EXCEPTION-RECORD
329800         MOVE 'ENQ2007E'           TO EXCP-MSG-ID
329900         STRING 'ACCOUNTING PERIOD ' PRDC-PERIOD
330000             ' IS SIGNED OFF'
330100             DELIMITED BY SIZE INTO EXCP-INSERT-1
330200         PERFORM 8110-WRITE-EXCEPTION-RECORD
330300             THRU 8110-WRITE-EXCEPTION-RECORD-EXIT
330400         DISPLAY 'ENQ2007E ' WS-RUN-ID ' ' WS-BUSINESS-DATE
330500             ' PERIOD ' PRDC-PERIOD ' SIGNED OFF -- RUN STOPPED'
330600             UPON CONSOLE
330700     END-IF.
330800     IF WS-PRIOR-DAY-OPEN
330900         MOVE SPACES TO EXCEPTION-RECORD
331000         MOVE 'ENQ2009E'           TO EXCP-MSG-ID
331100         STRING 'PRIOR BUSINESS DAY ' WS-PREV-BUSINESS-DAY
331200             ' IS NOT CLOSED'
331300             DELIMITED BY SIZE INTO EXCP-INSERT-1
331400         MOVE WS-PRIOR-DAY-STATE   TO EXCP-INSERT-2
331500         PERFORM 8110-WRITE-EXCEPTION-RECORD
331600             THRU 8110-WRITE-EXCEPTION-RECORD-EXIT
331700         DISPLAY 'ENQ2009E ' WS-RUN-ID ' ' WS-BUSINESS-DATE
331800             ' PRIOR DAY ' WS-PREV-BUSINESS-DAY
331900             ' NOT CLOSED -- RUN STOPPED'
332000             UPON CONSOLE
332100     END-IF.
332200     IF WS-HELD-QUEUE-DOWN
332300         MOVE SPACES TO EXCEPTION-RECORD
332400         MOVE 'ENQ2010E'           TO EXCP-MSG-ID
332500         STRING 'HELDITMK OPEN FAILED, STATUS '
332600             WS-HELD-OPEN-STATUS
332700             DELIMITED BY SIZE INTO EXCP-INSERT-1
332800         PERFORM 8110-WRITE-EXCEPTION-RECORD
332900             THRU 8110-WRITE-EXCEPTION-RECORD-EXIT
333000         DISPLAY 'ENQ2010E ' WS-RUN-ID ' ' WS-BUSINESS-DATE
333100             ' HELDITMK STATUS ' WS-HELD-OPEN-STATUS
333200             ' -- RUN STOPPED'
333300             UPON CONSOLE
333400     END-IF.
333500     CLOSE EXCEPTIONS-FILE.
333600 8100-SIGNAL-RUN-EXCEPTIONS-EXIT.
333700     EXIT.
333800***************************************************************
333900*    8110-WRITE-EXCEPTION-RECORD  --  THE CALLER HAS SET THE    *
334000*    MESSAGE ID AND INSERTS; THE RUN IDENTIFICATION IS COMMON.  *
334100***************************************************************
334200 8110-WRITE-EXCEPTION-RECORD.
334300     MOVE WS-RUN-ID        TO EXCP-RUN-ID.
334400     MOVE WS-BUSINESS-DATE TO EXCP-BUSINESS-DATE.
334500     WRITE EXCEPTION-RECORD.
334600 8110-WRITE-EXCEPTION-RECORD-EXIT.
334700     EXIT.
334800***************************************************************
334900*    8200-WRITE-RUN-STATISTICS  --  ONE RSTAREC APPENDED TO    *
335000*    THE CUMULATIVE RUNSTATS FILE AT TERMINATION: START/END    *
335100*    TIMESTAMPS, RECORDS READ, THROUGHPUT AND CHECKPOINT       *
335200*    COUNT.  A FIRST-EVER RUN (NO DATASET YET) STARTS THE      *
335300*    FILE; A WHAT-IF RUN LEAVES NO STATISTICS -- ITS ELAPSED   *
335400*    TIME SAYS NOTHING ABOUT THE LIVE WINDOW.                  *
335500***************************************************************
335600 8200-WRITE-RUN-STATISTICS.
335700     IF WS-SIMULATE-MODE
335800         GO TO 8200-WRITE-RUN-STATISTICS-EXIT
335900     END-IF.
336000     ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD.
336100     ACCEPT WS-RUN-END-TIME FROM TIME.
336200     MOVE WS-RUN-START-TIME TO WS-TIME-PARTS-WORK.
336300     COMPUTE WS-START-SECONDS =
336400         WS-TP-HOURS * 3600 + WS-TP-MINUTES * 60
336500         + WS-TP-SECONDS.
336600     MOVE WS-RUN-END-TIME TO WS-TIME-PARTS-WORK.
336700     COMPUTE WS-END-SECONDS =
336800         WS-TP-HOURS * 3600 + WS-TP-MINUTES * 60
336900         + WS-TP-SECONDS.
337000     COMPUTE WS-ELAPSED-SECONDS =
337100         WS-END-SECONDS - WS-START-SECONDS.
337200     IF WS-ELAPSED-SECONDS < ZERO
337300*        THE RUN CROSSED MIDNIGHT.
337400         ADD 86400 TO WS-ELAPSED-SECONDS
337500     END-IF.
337600     IF WS-ELAPSED-SECONDS = ZERO
337700         MOVE WS-TOTAL-RECORDS-READ TO WS-RECORDS-PER-SECOND
337800     ELSE
337900         COMPUTE WS-RECORDS-PER-SECOND =
338000             WS-TOTAL-RECORDS-READ / WS-ELAPSED-SECONDS
338100     END-IF.
338200     OPEN EXTEND RUN-STATS-FILE.
338300     IF STAT-FILE-STATUS = '35'
338400*        FIRST EVER RUN -- START THE STATISTICS FILE.
338500         OPEN OUTPUT RUN-STATS-FILE
338600     END-IF.
338700     MOVE SPACES TO RUN-STATS-RECORD.
338800     MOVE WS-RUN-ID             TO RSTA-RUN-ID.
338900     MOVE WS-BUSINESS-DATE      TO RSTA-BUSINESS-DATE.
339000     MOVE WS-CYCLE-NUMBER       TO RSTA-CYCLE-NUMBER.
339100     MOVE WS-RUN-START-DATE     TO RSTA-START-DATE.
339200     MOVE WS-RUN-START-TIME     TO RSTA-START-TIME.
339300     MOVE WS-RUN-END-DATE       TO RSTA-END-DATE.
339400     MOVE WS-RUN-END-TIME       TO RSTA-END-TIME.
339500     MOVE WS-TOTAL-RECORDS-READ TO RSTA-RECORDS-READ.
339600     MOVE WS-ELAPSED-SECONDS    TO RSTA-ELAPSED-SECONDS.
339700     MOVE WS-RECORDS-PER-SECOND TO RSTA-RECORDS-PER-SECOND.
339800     MOVE WS-CHECKPOINTS-WRITTEN TO RSTA-CHECKPOINT-COUNT.
339900     WRITE RUN-STATS-RECORD.
340000     CLOSE RUN-STATS-FILE.
340100 8200-WRITE-RUN-STATISTICS-EXIT.
340200     EXIT.
340300***************************************************************
340400*    8060-UPDATE-GENERATION-CONTROL  --  THE RUN COMPLETED, SO  *
340500*    THE HEADER'S GENERATION BECOMES THE LAST GENERATION        *
340600*    PROCESSED.  THE ONE-RECORD GENCTL DATASET IS REWRITTEN     *
340700*    WHOLE.                                                     *
340800***************************************************************
340900 8060-UPDATE-GENERATION-CONTROL.
341000     OPEN OUTPUT GENERATION-CONTROL-FILE.
341100     MOVE SPACES TO GENERATION-CONTROL-RECORD.
341200     MOVE WS-HEADER-GENERATION TO GEN-LAST-GENERATION.
341300     MOVE WS-BUSINESS-DATE     TO GEN-LAST-BUSINESS-DATE.
341400     WRITE GENERATION-CONTROL-RECORD.
341500     CLOSE GENERATION-CONTROL-FILE.
341600 8060-UPDATE-GENERATION-CONTROL-EXIT.
341700     EXIT.
341800***************************************************************
341900*    8070-UPDATE-DAY-POSITION  --  THE ONE-RECORD DAYPOS       *
342000*    DATASET IS REWRITTEN WHOLE WITH THIS CYCLE'S COUNTS       *
342100*    ROLLED IN, THE SAME WAY 8060 HANDLES GENCTL.              *
342200***************************************************************
342300 8070-UPDATE-DAY-POSITION.
342400     ADD 1 TO WS-DAYP-CYCLES.
342500     ADD WS-PROCESSED-COUNT   TO WS-DAYP-RECORDS.
342600     ADD WS-POST-AMOUNT-TOTAL TO WS-DAYP-AMOUNT.
342700     OPEN OUTPUT DAY-POSITION-FILE.
342800     MOVE SPACES TO DAY-POSITION-RECORD.
342900     MOVE WS-BUSINESS-DATE TO DAYP-BUSINESS-DATE.
343000     MOVE WS-DAYP-CYCLES   TO DAYP-CYCLES-COMPLETED.
343100     MOVE WS-DAYP-RECORDS  TO DAYP-RECORDS-PROCESSED.
343200     MOVE WS-DAYP-AMOUNT   TO DAYP-AMOUNT-TOTAL.
343300     WRITE DAY-POSITION-RECORD.
343400     CLOSE DAY-POSITION-FILE.
343500 8070-UPDATE-DAY-POSITION-EXIT.
343600     EXIT.
343700***************************************************************
343800*    7000-WRITE-SUMMARY-REPORT  --  SKIPPED-VS-PROCESSED       *
343900*    COUNTS SO A BAD UPSTREAM ABT-STATUS VALUE THAT SILENTLY   *
344000*    SKIPPED A LARGE PART OF THE RUN SHOWS UP HERE INSTEAD OF  *
344100*    SURFACING DOWNSTREAM AS MISSING DATA.                     *
344200***************************************************************
344300 7000-WRITE-SUMMARY-REPORT.
344400     MOVE SPACES TO SUMMARY-REPORT-LINE.
344500     MOVE 'ENQ200 END-OF-RUN SKIP / PROCESS SUMMARY'
344600         TO SUMMARY-REPORT-LINE.
344700     WRITE SUMMARY-REPORT-LINE.
344800     MOVE SPACES TO SUMMARY-REPORT-LINE.
344900     WRITE SUMMARY-REPORT-LINE.
345000     IF WS-SIMULATE-MODE
345100         MOVE 'PRE-AUTHORIZATION (WHAT-IF) RUN -- NO FILE'
345200             TO SUMMARY-REPORT-LINE
345300         WRITE SUMMARY-REPORT-LINE
345400         MOVE SPACES TO SUMMARY-REPORT-LINE
345500         MOVE 'WAS UPDATED.  SEE THE WHATIF REPORT.'
345600             TO SUMMARY-REPORT-LINE
345700         WRITE SUMMARY-REPORT-LINE
345800         MOVE SPACES TO SUMMARY-REPORT-LINE
345900         WRITE SUMMARY-REPORT-LINE
346000     END-IF.
346100     IF WS-RECON-FAILED
346200         MOVE 'CONTROL-TOTAL RECONCILIATION FAILED -- RUN'
346300             TO SUMMARY-REPORT-LINE
346400         WRITE SUMMARY-REPORT-LINE
346500         MOVE SPACES TO SUMMARY-REPORT-LINE
346600         MOVE 'FLAGGED, NO RECORDS WERE PROCESSED.'
346700             TO SUMMARY-REPORT-LINE
346800         WRITE SUMMARY-REPORT-LINE
346900         MOVE SPACES TO SUMMARY-REPORT-LINE
347000         WRITE SUMMARY-REPORT-LINE
347100     END-IF.
347200     IF WS-HEADER-FAILED
347300         MOVE 'DAILY FILE HEADER VALIDATION FAILED -- RUN'
347400             TO SUMMARY-REPORT-LINE
347500         WRITE SUMMARY-REPORT-LINE
347600         MOVE SPACES TO SUMMARY-REPORT-LINE
347700         MOVE 'STOPPED, NO RECORDS WERE PROCESSED.  REASON:'
347800             TO SUMMARY-REPORT-LINE
347900         WRITE SUMMARY-REPORT-LINE
348000         MOVE SPACES TO SUMMARY-REPORT-LINE
348100         MOVE WS-HEADER-FAIL-TEXT TO SUMMARY-REPORT-LINE
348200         WRITE SUMMARY-REPORT-LINE
348300         MOVE SPACES TO SUMMARY-REPORT-LINE
348400         WRITE SUMMARY-REPORT-LINE
348500     END-IF.
348600     IF WS-PERIOD-CLOSED
348700         MOVE 'BUSINESS DATE IS IN AN ACCOUNTING PERIOD THE'
348800             TO SUMMARY-REPORT-LINE
348900         WRITE SUMMARY-REPORT-LINE
349000         MOVE SPACES TO SUMMARY-REPORT-LINE
349100         STRING 'MONTH-END CLOSE HAS SIGNED OFF (PERIOD '
349200             PRDC-PERIOD ') -- RUN STOPPED,'
349300             DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
349400         WRITE SUMMARY-REPORT-LINE
349500         MOVE SPACES TO SUMMARY-REPORT-LINE
349600         MOVE 'NO RECORDS WERE PROCESSED.'
349700             TO SUMMARY-REPORT-LINE
349800         WRITE SUMMARY-REPORT-LINE
349900         MOVE SPACES TO SUMMARY-REPORT-LINE
350000         WRITE SUMMARY-REPORT-LINE
350100     END-IF.
350200     IF WS-PRIOR-DAY-OPEN
350300         MOVE WS-PREV-BUSINESS-DAY TO WS-PREV-BUS-DATE-EDIT
350400         STRING 'PRIOR BUSINESS DAY ' WS-PREV-BUS-DATE-EDIT
350500             ' IS NOT CLOSED (' WS-PRIOR-DAY-STATE ')'
350600             DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
350700         WRITE SUMMARY-REPORT-LINE
350800         MOVE SPACES TO SUMMARY-REPORT-LINE
350900         MOVE 'RUN STOPPED UNTIL ENQ385 SIGNS IT OFF OR RECORDS'
351000             TO SUMMARY-REPORT-LINE
351100         WRITE SUMMARY-REPORT-LINE
351200         MOVE SPACES TO SUMMARY-REPORT-LINE
351300         MOVE 'AN OVERRIDE.  NO RECORDS WERE PROCESSED.'
351400             TO SUMMARY-REPORT-LINE
351500         WRITE SUMMARY-REPORT-LINE
351600         MOVE SPACES TO SUMMARY-REPORT-LINE
351700         WRITE SUMMARY-REPORT-LINE
351800     END-IF.
351900     IF WS-HELD-QUEUE-DOWN
352000         STRING 'HELD-ITEM KSDS (HELDITMK) WILL NOT OPEN, STATUS '
352100             WS-HELD-OPEN-STATUS
352200             DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
352300         WRITE SUMMARY-REPORT-LINE
352400         MOVE SPACES TO SUMMARY-REPORT-LINE
352500         MOVE 'RUN STOPPED, NO RECORDS WERE PROCESSED.  CHECK'
352600             TO SUMMARY-REPORT-LINE
352700         WRITE SUMMARY-REPORT-LINE
352800         MOVE SPACES TO SUMMARY-REPORT-LINE
352900         MOVE 'THE HELDITMK DD AND RERUN.'
353000             TO SUMMARY-REPORT-LINE
353100         WRITE SUMMARY-REPORT-LINE
353200         MOVE SPACES TO SUMMARY-REPORT-LINE
353300         WRITE SUMMARY-REPORT-LINE
353400     END-IF.
353500     MOVE WS-SKIPPED-COUNT TO WS-REPORT-NUMERIC-EDIT.
353600     STRING 'RECORDS SKIPPED (ABT-STATUS-COMPLETE)  : '
353700         WS-REPORT-NUMERIC-EDIT
353800         DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE.
353900     WRITE SUMMARY-REPORT-LINE.
354000     MOVE SPACES TO SUMMARY-REPORT-LINE.
354100     MOVE WS-PROCESSED-COUNT TO WS-REPORT-NUMERIC-EDIT.
354200     STRING 'RECORDS FULLY PROCESSED                : '
354300         WS-REPORT-NUMERIC-EDIT
354400         DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE.
354500     WRITE SUMMARY-REPORT-LINE.
354600     MOVE SPACES TO SUMMARY-REPORT-LINE.
354700     MOVE WS-TOTAL-RECORDS-READ TO WS-REPORT-NUMERIC-EDIT.
354800     STRING 'TOTAL RECORDS READ                     : '
354900         WS-REPORT-NUMERIC-EDIT
355000         DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE.
355100     WRITE SUMMARY-REPORT-LINE.
355200     MOVE SPACES TO SUMMARY-REPORT-LINE.
355300     WRITE SUMMARY-REPORT-LINE.
355400     MOVE 'ENQ200 REJECT / SUSPENSE SECTION'
355500         TO SUMMARY-REPORT-LINE.
355600     WRITE SUMMARY-REPORT-LINE.
355700     MOVE SPACES TO SUMMARY-REPORT-LINE.
355800     MOVE WS-RECYCLE-READ-COUNT TO WS-REPORT-NUMERIC-EDIT.
355900     STRING 'RECYCLED SUSPENSE ITEMS RE-FED         : '
356000         WS-REPORT-NUMERIC-EDIT
356100         DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE.
356200     WRITE SUMMARY-REPORT-LINE.
356300     MOVE SPACES TO SUMMARY-REPORT-LINE.
356400     MOVE WS-REJECTED-COUNT TO WS-REPORT-NUMERIC-EDIT.
356500     STRING 'RECORDS REJECTED TO SUSPENSE           : '
356600         WS-REPORT-NUMERIC-EDIT
356700         DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE.
356800     WRITE SUMMARY-REPORT-LINE.
356900     MOVE SPACES TO SUMMARY-REPORT-LINE.
357000     WRITE SUMMARY-REPORT-LINE.
357100     MOVE 'ENQ200 PER-CURRENCY SECTION'
357200         TO SUMMARY-REPORT-LINE.
357300     WRITE SUMMARY-REPORT-LINE.
357400     MOVE SPACES TO SUMMARY-REPORT-LINE.
357500     IF CCY-BUCKET-COUNT > ZERO
357600         PERFORM 7050-WRITE-ONE-CURRENCY-LINE
357700             THRU 7050-WRITE-ONE-CURRENCY-LINE-EXIT
357800             VARYING CCY-IDX FROM 1 BY 1
357900             UNTIL CCY-IDX > CCY-BUCKET-COUNT
358000     END-IF.
358100     MOVE SPACES TO SUMMARY-REPORT-LINE.
358200     WRITE SUMMARY-REPORT-LINE.
358300     MOVE 'ENQ200 CUMULATIVE DAY POSITION SECTION'
358400         TO SUMMARY-REPORT-LINE.
358500     WRITE SUMMARY-REPORT-LINE.
358600     MOVE SPACES TO SUMMARY-REPORT-LINE.
358700     STRING 'PROCESSING CYCLE THIS RUN               : '
358800         WS-CYCLE-NUMBER
358900         DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE.
359000     WRITE SUMMARY-REPORT-LINE.
359100     MOVE SPACES TO SUMMARY-REPORT-LINE.
359200     STRING 'CYCLES COMPLETED BEFORE THIS RUN        : '
359300         WS-DAYP-CYCLES
359400         DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE.
359500     WRITE SUMMARY-REPORT-LINE.
359600     MOVE SPACES TO SUMMARY-REPORT-LINE.
359700     MOVE WS-DAYP-RECORDS TO WS-REPORT-NUMERIC-EDIT.
359800     STRING 'RECORDS PROCESSED IN PRIOR CYCLES       : '
359900         WS-REPORT-NUMERIC-EDIT
360000         DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE.
360100     WRITE SUMMARY-REPORT-LINE.
360200     MOVE SPACES TO SUMMARY-REPORT-LINE.
360300     MOVE WS-DAYP-AMOUNT TO WS-REPORT-AMOUNT-EDIT.
360400     STRING 'AMOUNT PROCESSED IN PRIOR CYCLES        : '
360500         WS-REPORT-AMOUNT-EDIT
360600         DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE.
360700     WRITE SUMMARY-REPORT-LINE.
360800     IF WS-CAL-DATE-FOUND
360900         MOVE SPACES TO SUMMARY-REPORT-LINE
361000         MOVE WS-PREV-BUSINESS-DAY TO WS-PREV-BUS-DATE-EDIT
361100         STRING 'PREVIOUS BUSINESS DAY (RECYCLE SOURCE)  : '
361200             WS-PREV-BUS-DATE-EDIT
361300             DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
361400         WRITE SUMMARY-REPORT-LINE
361500         IF NOT WS-CAL-BUSINESS-DAY
361600             MOVE SPACES TO SUMMARY-REPORT-LINE
361700             MOVE 'BUSINESS DATE IS NOT A PROCESSING DAY ON'
361800                 TO SUMMARY-REPORT-LINE
361900             WRITE SUMMARY-REPORT-LINE
362000             MOVE SPACES TO SUMMARY-REPORT-LINE
362100             MOVE 'THE CALENDAR -- SEE ENQ2006W.'
362200                 TO SUMMARY-REPORT-LINE
362300             WRITE SUMMARY-REPORT-LINE
362400         END-IF
362500     END-IF.
362600     MOVE SPACES TO SUMMARY-REPORT-LINE.
362700     PERFORM 7100-WRITE-CONTROL-REPORT
362800         THRU 7100-WRITE-CONTROL-REPORT-EXIT.
362900 7000-WRITE-SUMMARY-REPORT-EXIT.
363000     EXIT.
363100***************************************************************
363200*    7050-WRITE-ONE-CURRENCY-LINE  --  ONE LINE PER CURRENCY    *
363300*    SEEN ON THE DAILY FILE, FROM THE RECONCILIATION BUCKETS.   *
363400***************************************************************
363500 7050-WRITE-ONE-CURRENCY-LINE.
363600     MOVE SPACES TO SUMMARY-REPORT-LINE.
363700     MOVE CCY-REC-COUNT(CCY-IDX) TO WS-REPORT-NUMERIC-EDIT.
363800     MOVE CCY-AMOUNT-TOTAL(CCY-IDX) TO WS-REPORT-AMOUNT-EDIT.
363900     STRING 'CURRENCY ' CCY-CODE(CCY-IDX)
364000         '  RECORDS ' WS-REPORT-NUMERIC-EDIT
364100         '  AMOUNT ' WS-REPORT-AMOUNT-EDIT
364200         DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE.
364300     WRITE SUMMARY-REPORT-LINE.
364400 7050-WRITE-ONE-CURRENCY-LINE-EXIT.
364500     EXIT.
364600***************************************************************
364700*    7100-WRITE-CONTROL-REPORT  --  END-OF-JOB CONTROL REPORT,  *
364800*    APPENDED TO THE SAME SUMMARY-REPORT-FILE.  PRINTS THE      *
364900*    APPROVED-SUBPROGRAM CALLS ACTUALLY MADE AND, SEPARATELY,   *
365000*    THE CALLS BLOCKED BY THE RUNTIME EXCLUSION LIST AT EACH OF *
365100*    THE TWO CALL SITES THAT CHECK IT (THE APPROVED-SUBPROGRAM  *
365200*    SLOT IN 2200-PROCESS-RECORD AND THE PER-TYPE DISPATCH SLOT *
365300*    IN 4100-DISPATCH-RESOLVED-TYPE) SO APPROVED-SUBPROGRAM     *
365400*    CALLS MADE PLUS APPROVED-SUBPROGRAM CALLS BLOCKED PLUS     *
365500*    NO-RATE CURRENCY REJECTS PLUS HELD-ACCOUNT ITEMS (WHICH   *
365600*    REACH NEITHER CALL SLOT) ACTUALLY RECONCILES TO           *
365700*    WS-PROCESSED-COUNT, ALONGSIDE THE                         *
365800*    PER-CODE BUCKET COUNTS FROM 4150-COUNT-TYPE-BUCKET.        *
365900***************************************************************
366000 7100-WRITE-CONTROL-REPORT.
366100     MOVE SPACES TO SUMMARY-REPORT-LINE.
366200     WRITE SUMMARY-REPORT-LINE.
366300     MOVE 'ENQ200 END-OF-JOB CONTROL REPORT'
366400         TO SUMMARY-REPORT-LINE.
366500     WRITE SUMMARY-REPORT-LINE.
366600     STRING 'ABORT STATUS AT START OF THIS RUN       : '
366700         ABT-STATUS-TEXT
366800         DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE.
366900     WRITE SUMMARY-REPORT-LINE.
367000     MOVE SPACES TO SUMMARY-REPORT-LINE.
367100     WRITE SUMMARY-REPORT-LINE.
367200     IF WS-APPR-TABLE-AMBIGUOUS
367300         MOVE 'APPROVED-PROGRAM TABLE HAD MORE THAN ONE ACTIVE'
367400             TO SUMMARY-REPORT-LINE
367500         WRITE SUMMARY-REPORT-LINE
367600         MOVE SPACES TO SUMMARY-REPORT-LINE
367700         MOVE 'ROW -- FELL BACK TO ALLOWED37.  CORRECT APPRTBL.'
367800             TO SUMMARY-REPORT-LINE
367900         WRITE SUMMARY-REPORT-LINE
368000         MOVE SPACES TO SUMMARY-REPORT-LINE
368100         WRITE SUMMARY-REPORT-LINE
368200     END-IF.
368300     IF WS-RESTART-KEY-NOT-FOUND
368400         MOVE 'CHECKPOINTED RESTART KEY NEVER MATCHED AN INPUT'
368500             TO SUMMARY-REPORT-LINE
368600         WRITE SUMMARY-REPORT-LINE
368700         MOVE SPACES TO SUMMARY-REPORT-LINE
368800         MOVE 'RECORD -- RUN SKIPPED THE ENTIRE FILE.  CHECK    '
368900             TO SUMMARY-REPORT-LINE
369000         WRITE SUMMARY-REPORT-LINE
369100         MOVE SPACES TO SUMMARY-REPORT-LINE
369200         MOVE 'CHKPTFIL FOR THIS RUN-ID.'
369300             TO SUMMARY-REPORT-LINE
369400         WRITE SUMMARY-REPORT-LINE
369500         MOVE SPACES TO SUMMARY-REPORT-LINE
369600         WRITE SUMMARY-REPORT-LINE
369700     END-IF.
369800     MOVE WS-APPR-CALLS-MADE-COUNT TO WS-REPORT-NUMERIC-EDIT.
369900     STRING 'APPROVED SUBPROGRAM CALLS MADE          : '
370000         WS-REPORT-NUMERIC-EDIT
370100         DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE.
370200     WRITE SUMMARY-REPORT-LINE.
370300     MOVE SPACES TO SUMMARY-REPORT-LINE.
370400     MOVE WS-APPR-CALLS-BLOCKED-COUNT TO WS-REPORT-NUMERIC-EDIT.
370500     STRING 'APPROVED SUBPROGRAM CALLS BLOCKED        : '
370600         WS-REPORT-NUMERIC-EDIT
370700         DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE.
370800     WRITE SUMMARY-REPORT-LINE.
370900     MOVE SPACES TO SUMMARY-REPORT-LINE.
371000     MOVE WS-DISPATCH-CALLS-BLOCKED-COUNT
371100         TO WS-REPORT-NUMERIC-EDIT.
371200     STRING 'PER-TYPE DISPATCH CALLS BLOCKED         : '
371300         WS-REPORT-NUMERIC-EDIT
371400         DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE.
371500     WRITE SUMMARY-REPORT-LINE.
371600     MOVE SPACES TO SUMMARY-REPORT-LINE.
371700     MOVE WS-NO-RATE-REJECT-COUNT TO WS-REPORT-NUMERIC-EDIT.
371800     STRING 'NO-RATE CURRENCY REJECTS                : '
371900         WS-REPORT-NUMERIC-EDIT
372000         DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE.
372100     WRITE SUMMARY-REPORT-LINE.
372200     MOVE SPACES TO SUMMARY-REPORT-LINE.
372300     MOVE WS-HELD-COUNT TO WS-REPORT-NUMERIC-EDIT.
372400     STRING 'HELD-ACCOUNT ITEMS DIVERTED             : '
372500         WS-REPORT-NUMERIC-EDIT
372600         DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE.
372700     WRITE SUMMARY-REPORT-LINE.
372800     MOVE SPACES TO SUMMARY-REPORT-LINE.
372900     MOVE WS-HELD-ALREADY-QUEUED-COUNT TO WS-REPORT-NUMERIC-EDIT.
373000     STRING '  OF WHICH ALREADY ON THE HELD-ITEM KSDS: '
373100         WS-REPORT-NUMERIC-EDIT
373200         DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE.
373300     WRITE SUMMARY-REPORT-LINE.
373400     IF WS-HELD-WRITE-FAILED-COUNT > ZERO
373500         MOVE SPACES TO SUMMARY-REPORT-LINE
373600         MOVE WS-HELD-WRITE-FAILED-COUNT
373700             TO WS-REPORT-NUMERIC-EDIT
373800         STRING '*** HELD ITEMS NOT QUEUED (ENQ2011E)    : '
373900             WS-REPORT-NUMERIC-EDIT
374000             DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
374100         WRITE SUMMARY-REPORT-LINE
374200         MOVE SPACES TO SUMMARY-REPORT-LINE
374300         MOVE 'THESE ARE ON TXHISTK AS H BUT NOT ON HELDITMK --'
374400             TO SUMMARY-REPORT-LINE
374500         WRITE SUMMARY-REPORT-LINE
374600         MOVE SPACES TO SUMMARY-REPORT-LINE
374700         MOVE 'QUEUE THEM BY HAND FROM THE EXCEPTIONS FILE.'
374800             TO SUMMARY-REPORT-LINE
374900         WRITE SUMMARY-REPORT-LINE
375000     END-IF.
375100     IF NOT WS-HOLD-FILE-OPEN
375200         MOVE SPACES TO SUMMARY-REPORT-LINE
375300         MOVE '*** ACCOUNT-HOLD MASTER NOT AVAILABLE -- NO HOLDS'
375400             TO SUMMARY-REPORT-LINE
375500         WRITE SUMMARY-REPORT-LINE
375600         MOVE SPACES TO SUMMARY-REPORT-LINE
375700         MOVE 'WERE APPLIED THIS RUN.  CHECK THE HOLDMSTR DD.'
375800             TO SUMMARY-REPORT-LINE
375900         WRITE SUMMARY-REPORT-LINE
376000     END-IF.
376100     MOVE SPACES TO SUMMARY-REPORT-LINE.
376200     MOVE WS-FORCED-COUNT TO WS-REPORT-NUMERIC-EDIT.
376300     STRING 'ITEMS FORCED PAST THE LIMIT CHECK       : '
376400         WS-REPORT-NUMERIC-EDIT
376500         DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE.
376600     WRITE SUMMARY-REPORT-LINE.
376700     IF NOT WS-FORCE-FILE-OPEN
376800         AND NOT WS-SIMULATE-MODE
376900         MOVE SPACES TO SUMMARY-REPORT-LINE
377000         MOVE '*** FORCE-POST FILE NOT AVAILABLE -- NO ITEMS'
377100             TO SUMMARY-REPORT-LINE
377200         WRITE SUMMARY-REPORT-LINE
377300         MOVE SPACES TO SUMMARY-REPORT-LINE
377400         MOVE 'WERE FORCED THIS RUN.  CHECK THE FRCPOSTK DD.'
377500             TO SUMMARY-REPORT-LINE
377600         WRITE SUMMARY-REPORT-LINE
377700     END-IF.
377800     MOVE SPACES TO SUMMARY-REPORT-LINE.
377900     WRITE SUMMARY-REPORT-LINE.
378000     MOVE WS-TYPE-1-COUNT TO WS-REPORT-NUMERIC-EDIT.
378100     STRING 'TRANSACTION TYPE 01 RECORD COUNT        : '
378200         WS-REPORT-NUMERIC-EDIT
378300         DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE.
378400     WRITE SUMMARY-REPORT-LINE.
378500     MOVE SPACES TO SUMMARY-REPORT-LINE.
378600     MOVE WS-TYPE-2-COUNT TO WS-REPORT-NUMERIC-EDIT.
378700     STRING 'TRANSACTION TYPE 02 RECORD COUNT        : '
378800         WS-REPORT-NUMERIC-EDIT
378900         DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE.
379000     WRITE SUMMARY-REPORT-LINE.
379100     MOVE SPACES TO SUMMARY-REPORT-LINE.
379200     MOVE WS-TYPE-3-COUNT TO WS-REPORT-NUMERIC-EDIT.
379300     STRING 'TRANSACTION TYPE 03 RECORD COUNT        : '
379400         WS-REPORT-NUMERIC-EDIT
379500         DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE.
379600     WRITE SUMMARY-REPORT-LINE.
379700     MOVE SPACES TO SUMMARY-REPORT-LINE.
379800     MOVE WS-TYPE-4-COUNT TO WS-REPORT-NUMERIC-EDIT.
379900     STRING 'TRANSACTION TYPE 04 RECORD COUNT        : '
380000         WS-REPORT-NUMERIC-EDIT
380100         DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE.
380200     WRITE SUMMARY-REPORT-LINE.
380300     MOVE SPACES TO SUMMARY-REPORT-LINE.
380400     MOVE WS-TYPE-OTHER-COUNT TO WS-REPORT-NUMERIC-EDIT.
380500     STRING 'UNRECOGNIZED TRANSACTION TYPE COUNT     : '
380600         WS-REPORT-NUMERIC-EDIT
380700         DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE.
380800     WRITE SUMMARY-REPORT-LINE.
380900     MOVE SPACES TO SUMMARY-REPORT-LINE.
381000     MOVE WS-DUPLICATE-COUNT TO WS-REPORT-NUMERIC-EDIT.
381100     STRING 'DUPLICATE TRANSACTIONS DIVERTED         : '
381200         WS-REPORT-NUMERIC-EDIT
381300         DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE.
381400     WRITE SUMMARY-REPORT-LINE.
381500     MOVE SPACES TO SUMMARY-REPORT-LINE.
381600     MOVE WS-PARKED-COUNT TO WS-REPORT-NUMERIC-EDIT.
381700     STRING 'REVERSALS PARKED PENDING ORIGINAL       : '
381800         WS-REPORT-NUMERIC-EDIT
381900         DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE.
382000     WRITE SUMMARY-REPORT-LINE.
382100     MOVE SPACES TO SUMMARY-REPORT-LINE.
382200     MOVE WS-RELEASED-COUNT TO WS-REPORT-NUMERIC-EDIT.
382300     STRING 'PARKED REVERSALS RELEASED THIS RUN      : '
382400         WS-REPORT-NUMERIC-EDIT
382500         DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE.
382600     WRITE SUMMARY-REPORT-LINE.
382700     MOVE SPACES TO SUMMARY-REPORT-LINE.
382800     MOVE WS-STILL-PENDING-COUNT TO WS-REPORT-NUMERIC-EDIT.
382900     STRING 'REVERSALS STILL PARKED                  : '
383000         WS-REPORT-NUMERIC-EDIT
383100         DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE.
383200     WRITE SUMMARY-REPORT-LINE.
383300     IF PNDA-TABLE-COUNT > ZERO
383400         MOVE SPACES TO SUMMARY-REPORT-LINE
383500         WRITE SUMMARY-REPORT-LINE
383600         MOVE 'REVERSALS PARKED PAST THE PENDING AGE:'
383700             TO SUMMARY-REPORT-LINE
383800         WRITE SUMMARY-REPORT-LINE
383900         PERFORM 7200-WRITE-ONE-AGED-PENDING
384000             THRU 7200-WRITE-ONE-AGED-PENDING-EXIT
384100             VARYING WS-PNDA-SUB FROM 1 BY 1
384200             UNTIL WS-PNDA-SUB > PNDA-TABLE-COUNT
384300     END-IF.
384400     IF WS-PNDA-TRUNCATED
384500         MOVE SPACES TO SUMMARY-REPORT-LINE
384600         MOVE '*** AGED-PENDING TABLE FULL -- SOME REVERSALS'
384700             TO SUMMARY-REPORT-LINE
384800         WRITE SUMMARY-REPORT-LINE
384900         MOVE SPACES TO SUMMARY-REPORT-LINE
385000         MOVE 'PAST THE PENDING AGE ARE NOT LISTED ABOVE (THE'
385100             TO SUMMARY-REPORT-LINE
385200         WRITE SUMMARY-REPORT-LINE
385300         MOVE SPACES TO SUMMARY-REPORT-LINE
385400         MOVE 'STILL-PARKED COUNT IS STILL COMPLETE).'
385500             TO SUMMARY-REPORT-LINE
385600         WRITE SUMMARY-REPORT-LINE
385700     END-IF.
385800 7100-WRITE-CONTROL-REPORT-EXIT.
385900     EXIT.
386000***************************************************************
386100*    7200-WRITE-ONE-AGED-PENDING                               *
386200***************************************************************
386300 7200-WRITE-ONE-AGED-PENDING.
386400     MOVE SPACES TO SUMMARY-REPORT-LINE.
386500     MOVE PNDA-PARKED-DATE(WS-PNDA-SUB)
386600         TO WS-DUP-DATE-EDIT.
386700     STRING 'KEY=' PNDA-TRANS-KEY(WS-PNDA-SUB)
386800         '  PARKED SINCE ' WS-DUP-DATE-EDIT
386900         DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE.
387000     WRITE SUMMARY-REPORT-LINE.
387100 7200-WRITE-ONE-AGED-PENDING-EXIT.
387200     EXIT.
387300***************************************************************
387400*    9100-DATE-TO-DAY-NUMBER  --  CONVERTS WS-PEND-DATE-WORK   *
387500*    (YYYYMMDD) TO A RUNNING DAY NUMBER IN                     *
387600*    WS-PEND-DAY-NUMBER, FOR PENDING-REVERSAL AGING.           *
387700*    JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE     *
387800*    PRIOR YEAR, SO THE LEAP DAY SITS AT THE END OF THE        *
387900*    SHIFTED YEAR AND THE MONTH-LENGTH PATTERN COLLAPSES TO    *
388000*    ONE FORMULA -- THE SAME ARITHMETIC AS ENQ275.             *
388100***************************************************************
388200 9100-DATE-TO-DAY-NUMBER.
388300     MOVE WS-PDW-YEAR  TO WS-PDN-YEAR.
388400     MOVE WS-PDW-MONTH TO WS-PDN-MONTH.
388500     IF WS-PDN-MONTH < 3
388600         SUBTRACT 1 FROM WS-PDN-YEAR
388700         ADD 12 TO WS-PDN-MONTH
388800     END-IF.
388900     COMPUTE WS-PEND-DAY-NUMBER =
389000         (365 * WS-PDN-YEAR)
389100         + (WS-PDN-YEAR / 4)
389200         - (WS-PDN-YEAR / 100)
389300         + (WS-PDN-YEAR / 400)
389400         + ((153 * (WS-PDN-MONTH + 1)) / 5)
389500         + WS-PDW-DAY.
389600 9100-DATE-TO-DAY-NUMBER-EXIT.
389700     EXIT.
