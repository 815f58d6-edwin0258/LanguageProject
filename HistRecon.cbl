000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HIST_RECON.
000300 AUTHOR.        B. HOLLOWAY.
000400 INSTALLATION.  DATA CENTER SERVICES.
000500 DATE-WRITTEN.  15-OCT-2026.
000600 DATE-COMPILED. 15-OCT-2026.
000700*----------------------------------------------------------------
000800* CROSS-FILE INTEGRITY RECONCILIATION OF THE CYCLE HISTORY.  THE
000900* NIGHTLY CYCLE LEAVES ITS HISTORY IN SEVERAL FILES THAT ARE
001000* WRITTEN AT DIFFERENT MOMENTS - THE KEYED //AUDITLOG (RUN 'R'
001100* AND STEP 'S' RECORDS), THE KEYED //VERSLOG, THE DISP=MOD
001200* //CTLTOTS AND THE KEYED //ALERTHST - AND NOTHING ELSE CHECKS
001300* THAT THEY AGREE.  THIS PROGRAM READS THEM FOR THE CYCLE-DATE
001400* RANGE GIVEN IN PARM (YYYYMMDD FROM, A BLANK, YYYYMMDD TO) AND
001500* PRINTS ONE EXCEPTION LINE ON //RECONRPT FOR EACH:
001600*   - STEP RECORD WHOSE START TIME FALLS INSIDE NO RUN RECORD'S
001700*     START/STOP WINDOW FOR ITS JOB AND CYCLE DATE (THE CYCLE
001800*     DIED BEFORE IT AUDITED ITSELF, EVEN IF A LATER RERUN OF
001900*     THE SAME DATE DID)
002000*   - RUN RECORD WITH NO STOP TIME
002100*   - RUN RECORD WITH NO VERSION-HISTORY RECORD UNDER THE SAME
002200*     JOB, CYCLE DATE AND START TIME
002300*   - CONTROL-TOTAL RECORD WITH NO STEP RECORD FOR THE SAME
002400*     JOB, CYCLE DATE, STEP SEQUENCE AND PROGRAM
002500*   - STEP THAT ENDED ABOVE ITS ACCEPTABLE RETURN CODE, WAS NOT
002600*     RETRIED, AND HAS NO ALERT ON THE ALERT HISTORY FOR THE
002700*     SAME JOB, CYCLE DATE AND PROGRAM
002800* THE ACCEPTABLE RETURN CODE IS NOT CARRIED ON THE AUDIT RECORD,
002900* SO IT IS TAKEN FROM THE STEP-LIST CARDS (//STEPLIST, THE SAME
003000* DECK THE CYCLE RUNS FROM); A PROGRAM ON MORE THAN ONE CARD IS
003100* JUDGED AGAINST ITS MOST LENIENT CARD, AND A PROGRAM ON NO CARD
003200* IS COUNTED AS NOT JUDGED RATHER THAN GUESSED AT.  ALERTS REACH
003300* //ALERTHST ONLY WHEN ALERT_TRK HAS ABSORBED THE NIGHT'S FEED,
003400* SO RUN THIS AFTER THE ALERT TRACKING STEP.  A SUMMARY OF THE
003500* COUNT PER EXCEPTION CLASS CLOSES THE REPORT.  ENDS WITH RETURN
003600* CODE 4 WHEN ANY EXCEPTION IS FOUND AND 16 WHEN THE PARM DATE
003700* RANGE IS MISSING OR BAD OR A HISTORY FILE WILL NOT OPEN.
003800*----------------------------------------------------------------
003900* MODIFICATION HISTORY
004000*----------------------------------------------------------------
004100* DATE       INIT  DESCRIPTION
004200* ---------- ----  ----------------------------------------------
004300* 15-OCT-2026 BH   INITIAL VERSION.
004400*----------------------------------------------------------------
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT AUDIT-LOG ASSIGN TO AUDITLOG
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS AL-KEY
005200         FILE STATUS IS WS-AUDITLOG-STATUS.
005300     SELECT VERSION-LOG ASSIGN TO VERSLOG
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS VL-KEY
005700         FILE STATUS IS WS-VERSLOG-STATUS.
005800     SELECT ALERT-HISTORY ASSIGN TO ALERTHST
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS SEQUENTIAL
006100         RECORD KEY IS AH-KEY
006200         FILE STATUS IS WS-ALERTHST-STATUS.
006300     SELECT CONTROL-TOTALS ASSIGN TO CTLTOTS
006400         ORGANIZATION IS LINE SEQUENTIAL.
006500     SELECT STEP-LIST ASSIGN TO STEPLIST
006600         ORGANIZATION IS LINE SEQUENTIAL.
006700     SELECT RECON-REPORT ASSIGN TO RECONRPT
006800         ORGANIZATION IS LINE SEQUENTIAL.
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  AUDIT-LOG.
007200     COPY AUDITREC.
007300 FD  VERSION-LOG.
007400     COPY VERSREC.
007500 FD  ALERT-HISTORY.
007600     COPY ALERTHST.
007700 FD  CONTROL-TOTALS
007800     RECORDING MODE IS F.
007900 01  CONTROL-TOTAL-RECORD.
008000     05  CT-JOB-NAME             PIC X(08).
008100     05  CT-CYCLE-DATE           PIC X(08).
008200     05  CT-STEP-SEQUENCE        PIC 9(03).
008300     05  CT-PROGRAM-NAME         PIC X(08).
008400     05  CT-RECORDS-READ         PIC 9(09).
008500     05  CT-RECORDS-WRITTEN      PIC 9(09).
008600     05  CT-RECORDS-REJECTED     PIC 9(09).
008700     05  CT-AMOUNT               PIC S9(11)V99.
008800 FD  STEP-LIST
008900     RECORDING MODE IS F.
009000 01  STEP-LIST-RECORD.
009100     05  SL-PROGRAM-NAME         PIC X(08).
009200     05  FILLER                  PIC X(01).
009300     05  SL-MAX-RETURN-CODE      PIC 9(02).
009400     05  FILLER                  PIC X(01).
009500     05  SL-BYPASS-FLAG          PIC X(01).
009600     05  FILLER                  PIC X(01).
009700     05  SL-RETRY-COUNT          PIC 9(01).
009800     05  FILLER                  PIC X(01).
009900     05  SL-LIST-ID              PIC X(01).
010000     05  FILLER                  PIC X(01).
010100     05  SL-TRACK-ID             PIC X(01).
010200 FD  RECON-REPORT
010300     RECORDING MODE IS F.
010400 01  RECON-REPORT-LINE            PIC X(132).
010500   WORKING-STORAGE SECTION.
010600*----------------------------------------------------------------
010700* RUN-CONTROL FIELDS
010800*----------------------------------------------------------------
010900   01  WS-FROM-DATE              PIC X(08) VALUE SPACES.
011000   01  WS-TO-DATE                PIC X(08) VALUE SPACES.
011100   01  WS-ABEND-DD-NAME          PIC X(08) VALUE SPACES.
011200*----------------------------------------------------------------
011300* EXCEPTION COUNTS, ONE PER CLASS, FOR THE CLOSING SUMMARY
011400*----------------------------------------------------------------
011500   01  WS-EXCEPTION-COUNTS.
011600       05  WS-ORPHAN-STEP-COUNT  PIC 9(05) VALUE ZERO.
011700       05  WS-NO-STOP-COUNT      PIC 9(05) VALUE ZERO.
011800       05  WS-NO-VERSION-COUNT   PIC 9(05) VALUE ZERO.
011900       05  WS-ORPHAN-CTL-COUNT   PIC 9(05) VALUE ZERO.
012000       05  WS-NO-ALERT-COUNT     PIC 9(05) VALUE ZERO.
012100   01  WS-TOTAL-EXCEPTIONS       PIC 9(06) VALUE ZERO.
012200   01  WS-RUNS-CHECKED           PIC 9(06) VALUE ZERO.
012300   01  WS-STEPS-CHECKED          PIC 9(06) VALUE ZERO.
012400   01  WS-CTLTOTS-CHECKED        PIC 9(06) VALUE ZERO.
012500   01  WS-NOT-JUDGED-COUNT       PIC 9(05) VALUE ZERO.
012600   01  WS-RETRIED-COUNT          PIC 9(05) VALUE ZERO.
012700*----------------------------------------------------------------
012800* ACCEPTABLE RETURN CODE PER PROGRAM FROM THE STEP-LIST CARDS.
012900* A BLANK MAXIMUM ON A CARD MEANS ZERO, AS IT DOES TO THE CYCLE.
013000*----------------------------------------------------------------
013100   01  WS-LIMIT-COUNT            PIC 9(04) COMP VALUE ZERO.
013200   01  WS-LIMIT-SUB              PIC 9(04) COMP VALUE ZERO.
013300   01  WS-LIMIT-FOUND-SW         PIC X(01) VALUE 'N'.
013400       88  LIMIT-ENTRY-FOUND     VALUE 'Y'.
013500   01  WS-LIMIT-TABLE-ENTRIES.
013600       05  WS-LM-ENTRY OCCURS 200 TIMES.
013700           10  WS-LM-PROGRAM     PIC X(08).
013800           10  WS-LM-MAX-RC      PIC 9(02).
013900   01  WS-LIMIT-OVERFLOW-SW      PIC X(01) VALUE 'N'.
014000       88  LIMIT-TABLE-OVERFLOWED VALUE 'Y'.
014100   01  WS-CARD-MAX-RC            PIC 9(02) VALUE ZERO.
014200   01  WS-SEARCH-PROGRAM         PIC X(08) VALUE SPACES.
014300*----------------------------------------------------------------
014400* ALERTS ON THE ALERT HISTORY FOR CYCLE DATES IN THE RANGE.
014500* ONLY ALERTS THAT NAME A FAILING PROGRAM CAN ANSWER FOR A STEP.
014600*----------------------------------------------------------------
014700   01  WS-ALERT-COUNT            PIC 9(04) COMP VALUE ZERO.
014800   01  WS-ALERT-SUB              PIC 9(04) COMP VALUE ZERO.
014900   01  WS-ALERT-FOUND-SW         PIC X(01) VALUE 'N'.
015000       88  ALERT-ENTRY-FOUND     VALUE 'Y'.
015100   01  WS-ALERT-TABLE-ENTRIES.
015200       05  WS-AT-ENTRY OCCURS 2000 TIMES.
015300           10  WS-AT-JOB-NAME    PIC X(08).
015400           10  WS-AT-CYCLE-DATE  PIC X(08).
015500           10  WS-AT-PROGRAM     PIC X(08).
015600   01  WS-ALERT-OVERFLOW-SW      PIC X(01) VALUE 'N'.
015700       88  ALERT-TABLE-OVERFLOWED VALUE 'Y'.
015800*----------------------------------------------------------------
015900* RUN WINDOWS FOR THE JOB AND CYCLE DATE BEING SCANNED.  THE
016000* AUDIT FILE IS IN JOB/DATE/STEP-SEQUENCE ORDER AND RUN RECORDS
016100* CARRY SEQUENCE 000, SO EVERY RUN RECORD OF A JOB AND DATE IS
016200* READ BEFORE ANY OF ITS STEP RECORDS.
016300*----------------------------------------------------------------
016400   01  WS-GROUP-JOB-NAME         PIC X(08) VALUE SPACES.
016500   01  WS-GROUP-RUN-DATE         PIC X(08) VALUE SPACES.
016600   01  WS-WINDOW-COUNT           PIC 9(04) COMP VALUE ZERO.
016700   01  WS-WINDOW-SUB             PIC 9(04) COMP VALUE ZERO.
016800   01  WS-WINDOW-FOUND-SW        PIC X(01) VALUE 'N'.
016900       88  WINDOW-FOUND          VALUE 'Y'.
017000   01  WS-WINDOW-TABLE-ENTRIES.
017100       05  WS-WN-ENTRY OCCURS 20 TIMES.
017200           10  WS-WN-START-TIME  PIC X(08).
017300           10  WS-WN-STOP-TIME   PIC X(08).
017400   01  WS-WINDOW-OVERFLOW-SW     PIC X(01) VALUE 'N'.
017500       88  WINDOW-TABLE-OVERFLOWED VALUE 'Y'.
017600*----------------------------------------------------------------
017700* STEPS THAT ENDED ABOVE THEIR ACCEPTABLE RETURN CODE, HELD
017800* UNTIL THE AUDIT SCAN IS DONE SO THE RETRY PROBE DOES NOT
017900* DISTURB THE SCAN'S POSITION IN THE FILE.
018000*----------------------------------------------------------------
018100   01  WS-FAILED-COUNT           PIC 9(04) COMP VALUE ZERO.
018200   01  WS-FAILED-SUB             PIC 9(04) COMP VALUE ZERO.
018300   01  WS-FAILED-TABLE-ENTRIES.
018400       05  WS-FS-ENTRY OCCURS 500 TIMES.
018500           10  WS-FS-JOB-NAME    PIC X(08).
018600           10  WS-FS-RUN-DATE    PIC X(08).
018700           10  WS-FS-STEP-SEQ    PIC 9(03).
018800           10  WS-FS-START-TIME  PIC X(08).
018900           10  WS-FS-PROGRAM     PIC X(08).
019000           10  WS-FS-RETURN-CODE PIC 9(04).
019100           10  WS-FS-MAX-RC      PIC 9(02).
019200   01  WS-FAILED-OVERFLOW-SW     PIC X(01) VALUE 'N'.
019300       88  FAILED-TABLE-OVERFLOWED VALUE 'Y'.
019400*----------------------------------------------------------------
019500* KEYED PROBE OF THE AUDIT FILE FOR A STEP RECORD BY JOB, DATE,
019600* STEP SEQUENCE AND PROGRAM (ANY START TIME - A RERUN OF THE
019700* SAME DATE REUSES THE SEQUENCE NUMBERS UNDER NEW START TIMES)
019800*----------------------------------------------------------------
019900   01  WS-PROBE-JOB-NAME         PIC X(08) VALUE SPACES.
020000   01  WS-PROBE-RUN-DATE         PIC X(08) VALUE SPACES.
020100   01  WS-PROBE-STEP-SEQ         PIC 9(03) VALUE ZERO.
020200   01  WS-PROBE-PROGRAM          PIC X(08) VALUE SPACES.
020300   01  WS-PROBE-FOUND-SW         PIC X(01) VALUE 'N'.
020400       88  PROBE-STEP-FOUND      VALUE 'Y'.
020500*----------------------------------------------------------------
020600* EXCEPTION LINE WORK FIELDS
020700*----------------------------------------------------------------
020800   01  WS-EXC-CLASS              PIC X(24) VALUE SPACES.
020900   01  WS-EXC-JOB-NAME           PIC X(08) VALUE SPACES.
021000   01  WS-EXC-RUN-DATE           PIC X(08) VALUE SPACES.
021100   01  WS-EXC-STEP-SEQ           PIC 9(03) VALUE ZERO.
021200   01  WS-EXC-START-TIME         PIC X(08) VALUE SPACES.
021300   01  WS-EXC-PROGRAM            PIC X(08) VALUE SPACES.
021400   01  WS-EXC-RETURN-CODE        PIC 9(04) VALUE ZERO.
021500   01  WS-EXC-RC-SW              PIC X(01) VALUE 'N'.
021600       88  EXC-HAS-RETURN-CODE   VALUE 'Y'.
021700   01  WS-EXC-DETAIL             PIC X(40) VALUE SPACES.
021800   01  WS-EDIT-MAX-RC            PIC Z9.
021900*----------------------------------------------------------------
022000* REPORT LINE LAYOUTS
022100*----------------------------------------------------------------
022200   01  WS-REPORT-HEADER-1.
022300       05  FILLER                PIC X(35) VALUE
022400           'HISTORY INTEGRITY RECONCILIATION  '.
022500       05  FILLER                PIC X(07) VALUE 'RANGE: '.
022600       05  WS-RH-FROM-DATE       PIC X(08) VALUE SPACES.
022700       05  FILLER                PIC X(03) VALUE ' - '.
022800       05  WS-RH-TO-DATE         PIC X(08) VALUE SPACES.
022900       05  FILLER                PIC X(71) VALUE SPACES.
023000   01  WS-REPORT-HEADER-2.
023100       05  FILLER                PIC X(24) VALUE 'EXCEPTION'.
023200       05  FILLER                PIC X(02) VALUE SPACES.
023300       05  FILLER                PIC X(08) VALUE 'JOB'.
023400       05  FILLER                PIC X(02) VALUE SPACES.
023500       05  FILLER                PIC X(08) VALUE 'CYC DATE'.
023600       05  FILLER                PIC X(02) VALUE SPACES.
023700       05  FILLER                PIC X(03) VALUE 'SEQ'.
023800       05  FILLER                PIC X(02) VALUE SPACES.
023900       05  FILLER                PIC X(08) VALUE 'START'.
024000       05  FILLER                PIC X(02) VALUE SPACES.
024100       05  FILLER                PIC X(08) VALUE 'PROGRAM'.
024200       05  FILLER                PIC X(02) VALUE SPACES.
024300       05  FILLER                PIC X(04) VALUE '  RC'.
024400       05  FILLER                PIC X(02) VALUE SPACES.
024500       05  FILLER                PIC X(40) VALUE 'DETAIL'.
024600       05  FILLER                PIC X(15) VALUE SPACES.
024700   01  WS-EXCEPTION-LINE.
024800       05  WS-EL-CLASS           PIC X(24) VALUE SPACES.
024900       05  FILLER                PIC X(02) VALUE SPACES.
025000       05  WS-EL-JOB-NAME        PIC X(08) VALUE SPACES.
025100       05  FILLER                PIC X(02) VALUE SPACES.
025200       05  WS-EL-RUN-DATE        PIC X(08) VALUE SPACES.
025300       05  FILLER                PIC X(02) VALUE SPACES.
025400       05  WS-EL-STEP-SEQ        PIC 9(03) VALUE ZERO.
025500       05  FILLER                PIC X(02) VALUE SPACES.
025600       05  WS-EL-START-TIME      PIC X(08) VALUE SPACES.
025700       05  FILLER                PIC X(02) VALUE SPACES.
025800       05  WS-EL-PROGRAM         PIC X(08) VALUE SPACES.
025900       05  FILLER                PIC X(02) VALUE SPACES.
026000       05  WS-EL-RETURN-CODE     PIC X(04) VALUE SPACES.
026100       05  WS-EL-RC-NUM REDEFINES WS-EL-RETURN-CODE
026200                                 PIC ZZZ9.
026300       05  FILLER                PIC X(02) VALUE SPACES.
026400       05  WS-EL-DETAIL          PIC X(40) VALUE SPACES.
026500       05  FILLER                PIC X(15) VALUE SPACES.
026600   01  WS-SUMMARY-LINE.
026700       05  WS-SL-LABEL           PIC X(40) VALUE SPACES.
026800       05  WS-SL-COUNT           PIC ZZZZZ9.
026900       05  FILLER                PIC X(86) VALUE SPACES.
027000   01  WS-SUMMARY-HEADER         PIC X(132) VALUE
027100       'RECONCILIATION SUMMARY'.
027200   01  WS-NO-EXCEPTION-LINE      PIC X(132) VALUE
027300       'NO EXCEPTIONS - THE HISTORY FILES AGREE FOR THIS RANGE'.
027400   01  WS-LIMIT-OVERFLOW-NOTE    PIC X(132) VALUE
027500       'STEP-LIST TABLE FULL AT 200 - LATER PROGRAMS NOT JUDGED'.
027600   01  WS-ALERT-OVERFLOW-NOTE    PIC X(132) VALUE
027700       'ALERT TABLE FULL AT 2000 - LATER ALERTS NOT MATCHED'.
027800   01  WS-WINDOW-OVERFLOW-NOTE   PIC X(132) VALUE
027900       'OVER 20 RUNS OF ONE JOB AND DATE - LATER RUNS IGNORED'.
028000   01  WS-FAILED-OVERFLOW-NOTE   PIC X(132) VALUE
028100       'FAILED-STEP TABLE FULL AT 500 - LATER STEPS NOT CHECKED'.
028200*----------------------------------------------------------------
028300* FILE STATUS AND SWITCHES
028400*----------------------------------------------------------------
028500   77  WS-AUDITLOG-STATUS        PIC X(02) VALUE '00'.
028600       88  AUDITLOG-OK           VALUE '00'.
028700       88  AUDITLOG-AT-EOF       VALUE '10'.
028800   77  WS-VERSLOG-STATUS         PIC X(02) VALUE '00'.
028900       88  VERSLOG-OK            VALUE '00'.
029000   77  WS-ALERTHST-STATUS        PIC X(02) VALUE '00'.
029100       88  ALERTHST-OK           VALUE '00'.
029200       88  ALERTHST-AT-EOF       VALUE '10'.
029300   77  WS-CTLTOTS-STATUS         PIC X(02) VALUE '00'.
029400       88  CTLTOTS-OK            VALUE '00'.
029500       88  CTLTOTS-AT-EOF        VALUE '10'.
029600   77  WS-STEPLIST-STATUS        PIC X(02) VALUE '00'.
029700       88  STEPLIST-OK           VALUE '00'.
029800       88  STEPLIST-AT-EOF       VALUE '10'.
029900   77  WS-SCAN-DONE-SW           PIC X(01) VALUE 'N'.
030000       88  SCAN-DONE             VALUE 'Y'.
030100 LINKAGE SECTION.
030200 01  LK-PARM-FIELD.
030300*    THE RUNTIME PASSES EXEC PGM=...,PARM='...' PRECEDED BY A
030400*    2-BYTE BINARY HALFWORD GIVING THE LENGTH OF THE PARM TEXT.
030500*    THE PARM CARRIES THE FROM AND TO CYCLE DATES (YYYYMMDD,
030600*    SEPARATED BY ONE BLANK) OF THE RANGE TO RECONCILE.
030700     05  LK-PARM-LEN               PIC S9(4) COMP.
030800     05  LK-PARM-TEXT              PIC X(17).
030900 PROCEDURE DIVISION USING LK-PARM-FIELD.
031000*----------------------------------------------------------------
031100 0000-MAINLINE.
031200*----------------------------------------------------------------
031300     PERFORM 1000-INITIALIZE
031400         THRU 1000-INITIALIZE-EXIT.
031500     PERFORM 1100-LOAD-STEP-LIMITS
031600         THRU 1100-LOAD-STEP-LIMITS-EXIT.
031700     PERFORM 1200-LOAD-ALERT-HISTORY
031800         THRU 1200-LOAD-ALERT-HISTORY-EXIT.
031900     PERFORM 2000-SCAN-AUDIT-LOG
032000         THRU 2000-SCAN-AUDIT-LOG-EXIT.
032100     PERFORM 3000-CHECK-FAILED-STEPS
032200         THRU 3000-CHECK-FAILED-STEPS-EXIT.
032300     PERFORM 4000-CHECK-CONTROL-TOTALS
032400         THRU 4000-CHECK-CONTROL-TOTALS-EXIT.
032500     PERFORM 8000-TERMINATE
032600         THRU 8000-TERMINATE-EXIT.
032700     STOP RUN.
032800*----------------------------------------------------------------
032900 1000-INITIALIZE.
033000*    VALIDATE THE PARM DATE RANGE, OPEN THE KEYED HISTORY FILES
033100*    AND OPEN THE REPORT WITH ITS PAGE HEADERS.  A HISTORY FILE
033200*    THAT WILL NOT OPEN ENDS THE RUN - A RECONCILIATION THAT
033300*    SILENTLY LEFT ONE SIDE OUT WOULD REPORT A FALSE ALL-CLEAR.
033400*----------------------------------------------------------------
033500     MOVE LK-PARM-TEXT(1:8)  TO WS-FROM-DATE.
033600     MOVE LK-PARM-TEXT(10:8) TO WS-TO-DATE.
033700     IF WS-FROM-DATE NOT NUMERIC
033800        OR WS-TO-DATE NOT NUMERIC
033900        OR WS-FROM-DATE > WS-TO-DATE
034000         GO TO 9010-PARM-ABEND
034100     END-IF.
034200     OPEN INPUT AUDIT-LOG.
034300     IF NOT AUDITLOG-OK
034400         MOVE 'AUDITLOG' TO WS-ABEND-DD-NAME
034500         GO TO 9020-OPEN-ABEND
034600     END-IF.
034700     OPEN INPUT VERSION-LOG.
034800     IF NOT VERSLOG-OK
034900         MOVE 'VERSLOG' TO WS-ABEND-DD-NAME
035000         GO TO 9020-OPEN-ABEND
035100     END-IF.
035200     OPEN OUTPUT RECON-REPORT.
035300     MOVE WS-FROM-DATE TO WS-RH-FROM-DATE.
035400     MOVE WS-TO-DATE   TO WS-RH-TO-DATE.
035500     MOVE WS-REPORT-HEADER-1 TO RECON-REPORT-LINE.
035600     WRITE RECON-REPORT-LINE.
035700     MOVE WS-REPORT-HEADER-2 TO RECON-REPORT-LINE.
035800     WRITE RECON-REPORT-LINE.
035900     MOVE SPACES TO RECON-REPORT-LINE.
036000     WRITE RECON-REPORT-LINE.
036100 1000-INITIALIZE-EXIT.
036200     EXIT.
036300*----------------------------------------------------------------
036400 1100-LOAD-STEP-LIMITS.
036500*    TABLE EACH PROGRAM ON THE STEP-LIST CARDS WITH ITS MAXIMUM
036600*    ACCEPTABLE RETURN CODE.  A PROGRAM CARRIED ON MORE THAN ONE
036700*    CARD (DAILY AND MONTH-END LISTS, SAY) KEEPS THE HIGHEST
036800*    MAXIMUM SO A WARNING ONE LIST ACCEPTS IS NOT REPORTED.
036900*----------------------------------------------------------------
037000     OPEN INPUT STEP-LIST.
037100     PERFORM 1110-READ-STEP-LIST
037200         THRU 1110-READ-STEP-LIST-EXIT.
037300     PERFORM 1120-KEEP-ONE-LIMIT
037400         THRU 1120-KEEP-ONE-LIMIT-EXIT
037500         UNTIL STEPLIST-AT-EOF.
037600     CLOSE STEP-LIST.
037700 1100-LOAD-STEP-LIMITS-EXIT.
037800     EXIT.
037900*----------------------------------------------------------------
038000 1110-READ-STEP-LIST.
038100*----------------------------------------------------------------
038200     READ STEP-LIST
038300         AT END
038400             MOVE '10' TO WS-STEPLIST-STATUS
038500     END-READ.
038600 1110-READ-STEP-LIST-EXIT.
038700     EXIT.
038800*----------------------------------------------------------------
038900 1120-KEEP-ONE-LIMIT.
039000*----------------------------------------------------------------
039100     IF SL-PROGRAM-NAME = SPACES
039200         GO TO 1120-KEEP-ONE-LIMIT-NEXT
039300     END-IF.
039400     IF SL-MAX-RETURN-CODE NUMERIC
039500         MOVE SL-MAX-RETURN-CODE TO WS-CARD-MAX-RC
039600     ELSE
039700         MOVE ZERO TO WS-CARD-MAX-RC
039800     END-IF.
039900     MOVE SL-PROGRAM-NAME TO WS-SEARCH-PROGRAM.
040000     PERFORM 7100-FIND-STEP-LIMIT
040100         THRU 7100-FIND-STEP-LIMIT-EXIT.
040200     IF LIMIT-ENTRY-FOUND
040300         IF WS-CARD-MAX-RC > WS-LM-MAX-RC(WS-LIMIT-SUB)
040400             MOVE WS-CARD-MAX-RC TO WS-LM-MAX-RC(WS-LIMIT-SUB)
040500         END-IF
040600     ELSE
040700         IF WS-LIMIT-COUNT < 200
040800             ADD 1 TO WS-LIMIT-COUNT
040900             MOVE SL-PROGRAM-NAME
041000                 TO WS-LM-PROGRAM(WS-LIMIT-COUNT)
041100             MOVE WS-CARD-MAX-RC
041200                 TO WS-LM-MAX-RC(WS-LIMIT-COUNT)
041300         ELSE
041400             MOVE 'Y' TO WS-LIMIT-OVERFLOW-SW
041500         END-IF
041600     END-IF.
041700 1120-KEEP-ONE-LIMIT-NEXT.
041800     PERFORM 1110-READ-STEP-LIST
041900         THRU 1110-READ-STEP-LIST-EXIT.
042000 1120-KEEP-ONE-LIMIT-EXIT.
042100     EXIT.
042200*----------------------------------------------------------------
042300 1200-LOAD-ALERT-HISTORY.
042400*    TABLE THE JOB, CYCLE DATE AND FAILING PROGRAM OF EVERY
042500*    ALERT FOR A CYCLE DATE IN THE RANGE.  THE FILE IS KEYED BY
042600*    THE DATE THE ALERT WAS RAISED, NOT THE CYCLE DATE IT WAS
042700*    RAISED FOR, SO THE WHOLE FILE IS READ AND THE CYCLE DATE
042800*    FILTERED HERE.
042900*----------------------------------------------------------------
043000     OPEN INPUT ALERT-HISTORY.
043100     IF NOT ALERTHST-OK
043200         MOVE 'ALERTHST' TO WS-ABEND-DD-NAME
043300         GO TO 9020-OPEN-ABEND
043400     END-IF.
043500     PERFORM 1210-READ-ALERT-HISTORY
043600         THRU 1210-READ-ALERT-HISTORY-EXIT.
043700     PERFORM 1220-KEEP-ONE-ALERT
043800         THRU 1220-KEEP-ONE-ALERT-EXIT
043900         UNTIL ALERTHST-AT-EOF.
044000     CLOSE ALERT-HISTORY.
044100 1200-LOAD-ALERT-HISTORY-EXIT.
044200     EXIT.
044300*----------------------------------------------------------------
044400 1210-READ-ALERT-HISTORY.
044500*----------------------------------------------------------------
044600     READ ALERT-HISTORY
044700         AT END
044800             MOVE '10' TO WS-ALERTHST-STATUS
044900     END-READ.
045000 1210-READ-ALERT-HISTORY-EXIT.
045100     EXIT.
045200*----------------------------------------------------------------
045300 1220-KEEP-ONE-ALERT.
045400*----------------------------------------------------------------
045500     IF AH-FAILING-PROGRAM NOT = SPACES
045600        AND AH-CYCLE-DATE NOT < WS-FROM-DATE
045700        AND AH-CYCLE-DATE NOT > WS-TO-DATE
045800         IF WS-ALERT-COUNT < 2000
045900             ADD 1 TO WS-ALERT-COUNT
046000             MOVE AH-JOB-NAME
046100                 TO WS-AT-JOB-NAME(WS-ALERT-COUNT)
046200             MOVE AH-CYCLE-DATE
046300                 TO WS-AT-CYCLE-DATE(WS-ALERT-COUNT)
046400             MOVE AH-FAILING-PROGRAM
046500                 TO WS-AT-PROGRAM(WS-ALERT-COUNT)
046600         ELSE
046700             MOVE 'Y' TO WS-ALERT-OVERFLOW-SW
046800         END-IF
046900     END-IF.
047000     PERFORM 1210-READ-ALERT-HISTORY
047100         THRU 1210-READ-ALERT-HISTORY-EXIT.
047200 1220-KEEP-ONE-ALERT-EXIT.
047300     EXIT.
047400*----------------------------------------------------------------
047500 2000-SCAN-AUDIT-LOG.
047600*    ONE PASS OVER THE AUDIT FILE FROM ITS FIRST KEY.  RUN
047700*    RECORDS ARE CHECKED FOR A STOP TIME AND A VERSION RECORD
047800*    AND OPEN THE RUN WINDOWS OF THEIR JOB AND DATE; STEP
047900*    RECORDS ARE CHECKED AGAINST THOSE WINDOWS AND AGAINST THEIR
048000*    ACCEPTABLE RETURN CODE.  AUTHORITY AND FORCED-RERUN
048100*    RECORDS ARE PASSED OVER.
048200*----------------------------------------------------------------
048300     MOVE 'N' TO WS-SCAN-DONE-SW.
048400     MOVE LOW-VALUES TO AL-KEY.
048500     START AUDIT-LOG KEY NOT < AL-KEY
048600         INVALID KEY
048700             MOVE 'Y' TO WS-SCAN-DONE-SW
048800     END-START.
048900     PERFORM 2010-READ-AUDIT-NEXT
049000         THRU 2010-READ-AUDIT-NEXT-EXIT.
049100     PERFORM 2020-CHECK-ONE-RECORD
049200         THRU 2020-CHECK-ONE-RECORD-EXIT
049300         UNTIL SCAN-DONE.
049400 2000-SCAN-AUDIT-LOG-EXIT.
049500     EXIT.
049600*----------------------------------------------------------------
049700 2010-READ-AUDIT-NEXT.
049800*----------------------------------------------------------------
049900     IF SCAN-DONE
050000         GO TO 2010-READ-AUDIT-NEXT-EXIT
050100     END-IF.
050200     READ AUDIT-LOG NEXT RECORD
050300         AT END
050400             MOVE 'Y' TO WS-SCAN-DONE-SW
050500     END-READ.
050600 2010-READ-AUDIT-NEXT-EXIT.
050700     EXIT.
050800*----------------------------------------------------------------
050900 2020-CHECK-ONE-RECORD.
051000*----------------------------------------------------------------
051100     IF AL-RUN-DATE < WS-FROM-DATE
051200        OR AL-RUN-DATE > WS-TO-DATE
051300         GO TO 2020-CHECK-ONE-RECORD-NEXT
051400     END-IF.
051500     IF AL-JOB-NAME NOT = WS-GROUP-JOB-NAME
051600        OR AL-RUN-DATE NOT = WS-GROUP-RUN-DATE
051700         MOVE AL-JOB-NAME TO WS-GROUP-JOB-NAME
051800         MOVE AL-RUN-DATE TO WS-GROUP-RUN-DATE
051900         MOVE ZERO TO WS-WINDOW-COUNT
052000     END-IF.
052100     IF AL-RUN-LEVEL
052200         PERFORM 2030-CHECK-RUN-RECORD
052300             THRU 2030-CHECK-RUN-RECORD-EXIT
052400     ELSE
052500     IF AS-STEP-LEVEL
052600         PERFORM 2040-CHECK-STEP-RECORD
052700             THRU 2040-CHECK-STEP-RECORD-EXIT
052800     END-IF
052900     END-IF.
053000 2020-CHECK-ONE-RECORD-NEXT.
053100     PERFORM 2010-READ-AUDIT-NEXT
053200         THRU 2010-READ-AUDIT-NEXT-EXIT.
053300 2020-CHECK-ONE-RECORD-EXIT.
053400     EXIT.
053500*----------------------------------------------------------------
053600 2030-CHECK-RUN-RECORD.
053700*    THE CYCLE WRITES ITS RUN RECORD AND ITS VERSION RECORD
053800*    TOGETHER AT TERMINATION, BOTH UNDER THE RUN'S START TIME,
053900*    SO EACH RUN RECORD MUST HAVE A STOP TIME AND A VERSION
054000*    RECORD WITH THE SAME JOB, DATE AND START TIME.
054100*----------------------------------------------------------------
054200     ADD 1 TO WS-RUNS-CHECKED.
054300     IF WS-WINDOW-COUNT < 20
054400         ADD 1 TO WS-WINDOW-COUNT
054500         MOVE AL-START-TIME
054600             TO WS-WN-START-TIME(WS-WINDOW-COUNT)
054700         MOVE AL-STOP-TIME
054800             TO WS-WN-STOP-TIME(WS-WINDOW-COUNT)
054900     ELSE
055000         MOVE 'Y' TO WS-WINDOW-OVERFLOW-SW
055100     END-IF.
055200     MOVE AL-JOB-NAME      TO WS-EXC-JOB-NAME.
055300     MOVE AL-RUN-DATE      TO WS-EXC-RUN-DATE.
055400     MOVE AL-STEP-SEQUENCE TO WS-EXC-STEP-SEQ.
055500     MOVE AL-START-TIME    TO WS-EXC-START-TIME.
055600     MOVE AL-STEP-NAME     TO WS-EXC-PROGRAM.
055700     MOVE 'N'              TO WS-EXC-RC-SW.
055800     IF AL-STOP-TIME = SPACES
055900         ADD 1 TO WS-NO-STOP-COUNT
056000         MOVE 'RUN WITHOUT STOP TIME' TO WS-EXC-CLASS
056100         MOVE SPACES TO WS-EXC-DETAIL
056200         STRING 'RUN BY ' AL-USER-ID
056300                ' NEVER RECORDED ITS END'
056400                DELIMITED BY SIZE INTO WS-EXC-DETAIL
056500         PERFORM 7500-WRITE-EXCEPTION
056600             THRU 7500-WRITE-EXCEPTION-EXIT
056700     END-IF.
056800     MOVE AL-JOB-NAME   TO VL-JOB-NAME.
056900     MOVE AL-RUN-DATE   TO VL-RUN-DATE.
057000     MOVE AL-START-TIME TO VL-RUN-TIME.
057100     READ VERSION-LOG
057200         INVALID KEY
057300             ADD 1 TO WS-NO-VERSION-COUNT
057400             MOVE 'RUN WITHOUT VERSION REC' TO WS-EXC-CLASS
057500             MOVE 'NO //VERSLOG RECORD FOR THIS START TIME'
057600                 TO WS-EXC-DETAIL
057700             PERFORM 7500-WRITE-EXCEPTION
057800                 THRU 7500-WRITE-EXCEPTION-EXIT
057900     END-READ.
058000 2030-CHECK-RUN-RECORD-EXIT.
058100     EXIT.
058200*----------------------------------------------------------------
058300 2040-CHECK-STEP-RECORD.
058400*    A STEP RECORD BELONGS TO THE RUN WHOSE START/STOP WINDOW
058500*    HOLDS ITS START TIME.  ONE THAT FITS NO WINDOW WAS WRITTEN
058600*    BY A CYCLE THAT NEVER REACHED TERMINATION.  A REAL STEP
058700*    (NOT AN OPERATOR COMMAND STAMP) THAT ENDED ABOVE ITS
058800*    ACCEPTABLE RETURN CODE IS HELD FOR THE ALERT CHECK.
058900*----------------------------------------------------------------
059000     ADD 1 TO WS-STEPS-CHECKED.
059100     MOVE 'N' TO WS-WINDOW-FOUND-SW.
059200     MOVE ZERO TO WS-WINDOW-SUB.
059300     PERFORM 2045-MATCH-ONE-WINDOW
059400         THRU 2045-MATCH-ONE-WINDOW-EXIT
059500         UNTIL WINDOW-FOUND
059600            OR WS-WINDOW-SUB NOT < WS-WINDOW-COUNT.
059700     IF NOT WINDOW-FOUND
059800         ADD 1 TO WS-ORPHAN-STEP-COUNT
059900         MOVE 'STEP WITHOUT RUN RECORD' TO WS-EXC-CLASS
060000         MOVE AS-JOB-NAME      TO WS-EXC-JOB-NAME
060100         MOVE AS-RUN-DATE      TO WS-EXC-RUN-DATE
060200         MOVE AS-STEP-SEQUENCE TO WS-EXC-STEP-SEQ
060300         MOVE AS-START-TIME    TO WS-EXC-START-TIME
060400         MOVE AS-PROGRAM-NAME  TO WS-EXC-PROGRAM
060500         MOVE AS-RETURN-CODE   TO WS-EXC-RETURN-CODE
060600         MOVE 'Y'              TO WS-EXC-RC-SW
060700         MOVE 'NO RUN RECORD COVERS THIS STEP START TIME'
060800             TO WS-EXC-DETAIL
060900         PERFORM 7500-WRITE-EXCEPTION
061000             THRU 7500-WRITE-EXCEPTION-EXIT
061100     END-IF.
061200     IF AS-PROGRAM-NAME = '*OPERCMD'
061300        OR AS-RETURN-CODE = ZERO
061400         GO TO 2040-CHECK-STEP-RECORD-EXIT
061500     END-IF.
061600     MOVE AS-PROGRAM-NAME TO WS-SEARCH-PROGRAM.
061700     PERFORM 7100-FIND-STEP-LIMIT
061800         THRU 7100-FIND-STEP-LIMIT-EXIT.
061900     IF NOT LIMIT-ENTRY-FOUND
062000         ADD 1 TO WS-NOT-JUDGED-COUNT
062100         GO TO 2040-CHECK-STEP-RECORD-EXIT
062200     END-IF.
062300     IF AS-RETURN-CODE > WS-LM-MAX-RC(WS-LIMIT-SUB)
062400         PERFORM 2050-KEEP-FAILED-STEP
062500             THRU 2050-KEEP-FAILED-STEP-EXIT
062600     END-IF.
062700 2040-CHECK-STEP-RECORD-EXIT.
062800     EXIT.
062900*----------------------------------------------------------------
063000 2045-MATCH-ONE-WINDOW.
063100*    A RUN WITH NO STOP TIME IS TAKEN TO COVER EVERYTHING FROM
063200*    ITS START ON (IT IS REPORTED IN ITS OWN RIGHT).  A STOP
063300*    TIME EARLIER THAN THE START TIME MEANS THE RUN CROSSED
063400*    MIDNIGHT, SO THE WINDOW WRAPS.
063500*----------------------------------------------------------------
063600     ADD 1 TO WS-WINDOW-SUB.
063700     IF WS-WN-STOP-TIME(WS-WINDOW-SUB) = SPACES
063800         IF AS-START-TIME NOT < WS-WN-START-TIME(WS-WINDOW-SUB)
063900             MOVE 'Y' TO WS-WINDOW-FOUND-SW
064000         END-IF
064100     ELSE
064200     IF WS-WN-STOP-TIME(WS-WINDOW-SUB)
064300           NOT < WS-WN-START-TIME(WS-WINDOW-SUB)
064400         IF AS-START-TIME NOT < WS-WN-START-TIME(WS-WINDOW-SUB)
064500            AND AS-START-TIME
064600                NOT > WS-WN-STOP-TIME(WS-WINDOW-SUB)
064700             MOVE 'Y' TO WS-WINDOW-FOUND-SW
064800         END-IF
064900     ELSE
065000         IF AS-START-TIME NOT < WS-WN-START-TIME(WS-WINDOW-SUB)
065100            OR AS-START-TIME
065200               NOT > WS-WN-STOP-TIME(WS-WINDOW-SUB)
065300             MOVE 'Y' TO WS-WINDOW-FOUND-SW
065400         END-IF
065500     END-IF
065600     END-IF.
065700 2045-MATCH-ONE-WINDOW-EXIT.
065800     EXIT.
065900*----------------------------------------------------------------
066000 2050-KEEP-FAILED-STEP.
066100*----------------------------------------------------------------
066200     IF WS-FAILED-COUNT NOT < 500
066300         MOVE 'Y' TO WS-FAILED-OVERFLOW-SW
066400         GO TO 2050-KEEP-FAILED-STEP-EXIT
066500     END-IF.
066600     ADD 1 TO WS-FAILED-COUNT.
066700     MOVE AS-JOB-NAME      TO WS-FS-JOB-NAME(WS-FAILED-COUNT).
066800     MOVE AS-RUN-DATE      TO WS-FS-RUN-DATE(WS-FAILED-COUNT).
066900     MOVE AS-STEP-SEQUENCE TO WS-FS-STEP-SEQ(WS-FAILED-COUNT).
067000     MOVE AS-START-TIME
067100         TO WS-FS-START-TIME(WS-FAILED-COUNT).
067200     MOVE AS-PROGRAM-NAME  TO WS-FS-PROGRAM(WS-FAILED-COUNT).
067300     MOVE AS-RETURN-CODE
067400         TO WS-FS-RETURN-CODE(WS-FAILED-COUNT).
067500     MOVE WS-LM-MAX-RC(WS-LIMIT-SUB)
067600         TO WS-FS-MAX-RC(WS-FAILED-COUNT).
067700 2050-KEEP-FAILED-STEP-EXIT.
067800     EXIT.
067900*----------------------------------------------------------------
068000 3000-CHECK-FAILED-STEPS.
068100*----------------------------------------------------------------
068200     MOVE ZERO TO WS-FAILED-SUB.
068300     PERFORM 3010-CHECK-ONE-FAILED-STEP
068400         THRU 3010-CHECK-ONE-FAILED-STEP-EXIT
068500         UNTIL WS-FAILED-SUB NOT < WS-FAILED-COUNT.
068600 3000-CHECK-FAILED-STEPS-EXIT.
068700     EXIT.
068800*----------------------------------------------------------------
068900 3010-CHECK-ONE-FAILED-STEP.
069000*    THE CYCLE RETRIES A FAILED STEP UNDER THE NEXT STEP
069100*    SEQUENCE AND ALERTS ONLY WHEN THE LAST ATTEMPT FAILS, SO AN
069200*    ATTEMPT FOLLOWED BY ANOTHER ATTEMPT OF THE SAME PROGRAM IS
069300*    NOT EXPECTED TO HAVE AN ALERT.  ANY OTHER FAILED STEP MUST
069400*    HAVE AN ALERT NAMING IT FOR THE SAME JOB AND CYCLE DATE.
069500*----------------------------------------------------------------
069600     ADD 1 TO WS-FAILED-SUB.
069700     IF WS-FS-STEP-SEQ(WS-FAILED-SUB) < 999
069800         MOVE WS-FS-JOB-NAME(WS-FAILED-SUB)
069900             TO WS-PROBE-JOB-NAME
070000         MOVE WS-FS-RUN-DATE(WS-FAILED-SUB)
070100             TO WS-PROBE-RUN-DATE
070200         COMPUTE WS-PROBE-STEP-SEQ =
070300             WS-FS-STEP-SEQ(WS-FAILED-SUB) + 1
070400         MOVE WS-FS-PROGRAM(WS-FAILED-SUB) TO WS-PROBE-PROGRAM
070500         PERFORM 7000-PROBE-STEP-RECORD
070600             THRU 7000-PROBE-STEP-RECORD-EXIT
070700         IF PROBE-STEP-FOUND
070800             ADD 1 TO WS-RETRIED-COUNT
070900             GO TO 3010-CHECK-ONE-FAILED-STEP-EXIT
071000         END-IF
071100     END-IF.
071200     MOVE 'N' TO WS-ALERT-FOUND-SW.
071300     MOVE ZERO TO WS-ALERT-SUB.
071400     PERFORM 3020-MATCH-ONE-ALERT
071500         THRU 3020-MATCH-ONE-ALERT-EXIT
071600         UNTIL ALERT-ENTRY-FOUND
071700            OR WS-ALERT-SUB NOT < WS-ALERT-COUNT.
071800     IF ALERT-ENTRY-FOUND
071900         GO TO 3010-CHECK-ONE-FAILED-STEP-EXIT
072000     END-IF.
072100     ADD 1 TO WS-NO-ALERT-COUNT.
072200     MOVE 'FAILED STEP NOT ALERTED' TO WS-EXC-CLASS.
072300     MOVE WS-FS-JOB-NAME(WS-FAILED-SUB)   TO WS-EXC-JOB-NAME.
072400     MOVE WS-FS-RUN-DATE(WS-FAILED-SUB)   TO WS-EXC-RUN-DATE.
072500     MOVE WS-FS-STEP-SEQ(WS-FAILED-SUB)   TO WS-EXC-STEP-SEQ.
072600     MOVE WS-FS-START-TIME(WS-FAILED-SUB) TO WS-EXC-START-TIME.
072700     MOVE WS-FS-PROGRAM(WS-FAILED-SUB)    TO WS-EXC-PROGRAM.
072800     MOVE WS-FS-RETURN-CODE(WS-FAILED-SUB)
072900         TO WS-EXC-RETURN-CODE.
073000     MOVE 'Y' TO WS-EXC-RC-SW.
073100     MOVE WS-FS-MAX-RC(WS-FAILED-SUB) TO WS-EDIT-MAX-RC.
073200     MOVE SPACES TO WS-EXC-DETAIL.
073300     STRING 'ABOVE MAX RC ' WS-EDIT-MAX-RC
073400            ' - NO ALERT ON //ALERTHST'
073500            DELIMITED BY SIZE INTO WS-EXC-DETAIL.
073600     PERFORM 7500-WRITE-EXCEPTION
073700         THRU 7500-WRITE-EXCEPTION-EXIT.
073800 3010-CHECK-ONE-FAILED-STEP-EXIT.
073900     EXIT.
074000*----------------------------------------------------------------
074100 3020-MATCH-ONE-ALERT.
074200*----------------------------------------------------------------
074300     ADD 1 TO WS-ALERT-SUB.
074400     IF WS-AT-JOB-NAME(WS-ALERT-SUB)
074500           = WS-FS-JOB-NAME(WS-FAILED-SUB)
074600        AND WS-AT-CYCLE-DATE(WS-ALERT-SUB)
074700           = WS-FS-RUN-DATE(WS-FAILED-SUB)
074800        AND WS-AT-PROGRAM(WS-ALERT-SUB)
074900           = WS-FS-PROGRAM(WS-FAILED-SUB)
075000         MOVE 'Y' TO WS-ALERT-FOUND-SW
075100     END-IF.
075200 3020-MATCH-ONE-ALERT-EXIT.
075300     EXIT.
075400*----------------------------------------------------------------
075500 4000-CHECK-CONTROL-TOTALS.
075600*    EVERY CONTROL-TOTAL RECORD IS WRITTEN BY THE STEP ATTEMPT
075700*    WHOSE STEP RECORD CARRIES THE SAME STEP SEQUENCE, SO EACH
075800*    ONE IN THE RANGE MUST FIND THAT STEP RECORD ON THE AUDIT
075900*    FILE.
076000*----------------------------------------------------------------
076100     MOVE '00' TO WS-CTLTOTS-STATUS.
076200     OPEN INPUT CONTROL-TOTALS.
076300     PERFORM 4010-READ-CONTROL-TOTALS
076400         THRU 4010-READ-CONTROL-TOTALS-EXIT.
076500     PERFORM 4020-CHECK-ONE-CONTROL-TOTAL
076600         THRU 4020-CHECK-ONE-CONTROL-TOTAL-EXIT
076700         UNTIL CTLTOTS-AT-EOF.
076800     CLOSE CONTROL-TOTALS.
076900 4000-CHECK-CONTROL-TOTALS-EXIT.
077000     EXIT.
077100*----------------------------------------------------------------
077200 4010-READ-CONTROL-TOTALS.
077300*----------------------------------------------------------------
077400     READ CONTROL-TOTALS
077500         AT END
077600             MOVE '10' TO WS-CTLTOTS-STATUS
077700     END-READ.
077800 4010-READ-CONTROL-TOTALS-EXIT.
077900     EXIT.
078000*----------------------------------------------------------------
078100 4020-CHECK-ONE-CONTROL-TOTAL.
078200*----------------------------------------------------------------
078300     IF CT-CYCLE-DATE < WS-FROM-DATE
078400        OR CT-CYCLE-DATE > WS-TO-DATE
078500         GO TO 4020-CHECK-ONE-CONTROL-TOTAL-NEXT
078600     END-IF.
078700     ADD 1 TO WS-CTLTOTS-CHECKED.
078800     MOVE CT-JOB-NAME      TO WS-PROBE-JOB-NAME.
078900     MOVE CT-CYCLE-DATE    TO WS-PROBE-RUN-DATE.
079000     MOVE CT-STEP-SEQUENCE TO WS-PROBE-STEP-SEQ.
079100     MOVE CT-PROGRAM-NAME  TO WS-PROBE-PROGRAM.
079200     PERFORM 7000-PROBE-STEP-RECORD
079300         THRU 7000-PROBE-STEP-RECORD-EXIT.
079400     IF NOT PROBE-STEP-FOUND
079500         ADD 1 TO WS-ORPHAN-CTL-COUNT
079600         MOVE 'CTLTOTS WITHOUT STEP REC' TO WS-EXC-CLASS
079700         MOVE CT-JOB-NAME      TO WS-EXC-JOB-NAME
079800         MOVE CT-CYCLE-DATE    TO WS-EXC-RUN-DATE
079900         MOVE CT-STEP-SEQUENCE TO WS-EXC-STEP-SEQ
080000         MOVE SPACES           TO WS-EXC-START-TIME
080100         MOVE CT-PROGRAM-NAME  TO WS-EXC-PROGRAM
080200         MOVE 'N'              TO WS-EXC-RC-SW
080300         MOVE 'NO STEP RECORD FOR THIS STEP SEQUENCE'
080400             TO WS-EXC-DETAIL
080500         PERFORM 7500-WRITE-EXCEPTION
080600             THRU 7500-WRITE-EXCEPTION-EXIT
080700     END-IF.
080800 4020-CHECK-ONE-CONTROL-TOTAL-NEXT.
080900     PERFORM 4010-READ-CONTROL-TOTALS
081000         THRU 4010-READ-CONTROL-TOTALS-EXIT.
081100 4020-CHECK-ONE-CONTROL-TOTAL-EXIT.
081200     EXIT.
081300*----------------------------------------------------------------
081400 7000-PROBE-STEP-RECORD.
081500*    POSITION THE AUDIT FILE AT THE PROBE'S JOB, DATE AND STEP
081600*    SEQUENCE AND READ FORWARD WHILE THOSE STILL MATCH, LOOKING
081700*    FOR A STEP RECORD OF THE PROBE'S PROGRAM.  SEVERAL RUNS OF
081800*    ONE DATE SHARE A SEQUENCE NUMBER UNDER DIFFERENT START
081900*    TIMES, SO THE PROGRAM NAME DECIDES WHICH ONE MATCHES.
082000*----------------------------------------------------------------
082100     MOVE 'N' TO WS-PROBE-FOUND-SW.
082200     MOVE 'N' TO WS-SCAN-DONE-SW.
082300     MOVE WS-PROBE-JOB-NAME TO AL-JOB-NAME.
082400     MOVE WS-PROBE-RUN-DATE TO AL-RUN-DATE.
082500     MOVE WS-PROBE-STEP-SEQ TO AL-STEP-SEQUENCE.
082600     MOVE LOW-VALUES        TO AL-START-TIME.
082700     START AUDIT-LOG KEY NOT < AL-KEY
082800         INVALID KEY
082900             MOVE 'Y' TO WS-SCAN-DONE-SW
083000     END-START.
083100     PERFORM 7010-READ-ONE-PROBE
083200         THRU 7010-READ-ONE-PROBE-EXIT
083300         UNTIL SCAN-DONE OR PROBE-STEP-FOUND.
083400 7000-PROBE-STEP-RECORD-EXIT.
083500     EXIT.
083600*----------------------------------------------------------------
083700 7010-READ-ONE-PROBE.
083800*----------------------------------------------------------------
083900     READ AUDIT-LOG NEXT RECORD
084000         AT END
084100             MOVE 'Y' TO WS-SCAN-DONE-SW
084200     END-READ.
084300     IF SCAN-DONE
084400         GO TO 7010-READ-ONE-PROBE-EXIT
084500     END-IF.
084600     IF AS-JOB-NAME NOT = WS-PROBE-JOB-NAME
084700        OR AS-RUN-DATE NOT = WS-PROBE-RUN-DATE
084800        OR AS-STEP-SEQUENCE NOT = WS-PROBE-STEP-SEQ
084900         MOVE 'Y' TO WS-SCAN-DONE-SW
085000         GO TO 7010-READ-ONE-PROBE-EXIT
085100     END-IF.
085200     IF AS-STEP-LEVEL
085300        AND AS-PROGRAM-NAME = WS-PROBE-PROGRAM
085400         MOVE 'Y' TO WS-PROBE-FOUND-SW
085500     END-IF.
085600 7010-READ-ONE-PROBE-EXIT.
085700     EXIT.
085800*----------------------------------------------------------------
085900 7100-FIND-STEP-LIMIT.
086000*----------------------------------------------------------------
086100     MOVE 'N' TO WS-LIMIT-FOUND-SW.
086200     MOVE ZERO TO WS-LIMIT-SUB.
086300     PERFORM 7110-MATCH-ONE-LIMIT
086400         THRU 7110-MATCH-ONE-LIMIT-EXIT
086500         UNTIL LIMIT-ENTRY-FOUND
086600            OR WS-LIMIT-SUB NOT < WS-LIMIT-COUNT.
086700 7100-FIND-STEP-LIMIT-EXIT.
086800     EXIT.
086900*----------------------------------------------------------------
087000 7110-MATCH-ONE-LIMIT.
087100*----------------------------------------------------------------
087200     ADD 1 TO WS-LIMIT-SUB.
087300     IF WS-LM-PROGRAM(WS-LIMIT-SUB) = WS-SEARCH-PROGRAM
087400         MOVE 'Y' TO WS-LIMIT-FOUND-SW
087500     END-IF.
087600 7110-MATCH-ONE-LIMIT-EXIT.
087700     EXIT.
087800*----------------------------------------------------------------
087900 7500-WRITE-EXCEPTION.
088000*----------------------------------------------------------------
088100     ADD 1 TO WS-TOTAL-EXCEPTIONS.
088200     MOVE WS-EXC-CLASS      TO WS-EL-CLASS.
088300     MOVE WS-EXC-JOB-NAME   TO WS-EL-JOB-NAME.
088400     MOVE WS-EXC-RUN-DATE   TO WS-EL-RUN-DATE.
088500     MOVE WS-EXC-STEP-SEQ   TO WS-EL-STEP-SEQ.
088600     MOVE WS-EXC-START-TIME TO WS-EL-START-TIME.
088700     MOVE WS-EXC-PROGRAM    TO WS-EL-PROGRAM.
088800     IF EXC-HAS-RETURN-CODE
088900         MOVE WS-EXC-RETURN-CODE TO WS-EL-RC-NUM
089000     ELSE
089100         MOVE SPACES TO WS-EL-RETURN-CODE
089200     END-IF.
089300     MOVE WS-EXC-DETAIL     TO WS-EL-DETAIL.
089400     MOVE WS-EXCEPTION-LINE TO RECON-REPORT-LINE.
089500     WRITE RECON-REPORT-LINE.
089600 7500-WRITE-EXCEPTION-EXIT.
089700     EXIT.
089800*----------------------------------------------------------------
089900 8000-TERMINATE.
090000*    CLOSE THE EXCEPTION LIST WITH ANY TABLE-OVERFLOW NOTES AND
090100*    THE SUMMARY OF WHAT WAS CHECKED AND FOUND PER CLASS.
090200*----------------------------------------------------------------
090300     CLOSE AUDIT-LOG.
090400     CLOSE VERSION-LOG.
090500     IF WS-TOTAL-EXCEPTIONS = ZERO
090600         MOVE WS-NO-EXCEPTION-LINE TO RECON-REPORT-LINE
090700         WRITE RECON-REPORT-LINE
090800     END-IF.
090900     IF LIMIT-TABLE-OVERFLOWED
091000         MOVE WS-LIMIT-OVERFLOW-NOTE TO RECON-REPORT-LINE
091100         WRITE RECON-REPORT-LINE
091200     END-IF.
091300     IF ALERT-TABLE-OVERFLOWED
091400         MOVE WS-ALERT-OVERFLOW-NOTE TO RECON-REPORT-LINE
091500         WRITE RECON-REPORT-LINE
091600     END-IF.
091700     IF WINDOW-TABLE-OVERFLOWED
091800         MOVE WS-WINDOW-OVERFLOW-NOTE TO RECON-REPORT-LINE
091900         WRITE RECON-REPORT-LINE
092000     END-IF.
092100     IF FAILED-TABLE-OVERFLOWED
092200         MOVE WS-FAILED-OVERFLOW-NOTE TO RECON-REPORT-LINE
092300         WRITE RECON-REPORT-LINE
092400     END-IF.
092500     MOVE SPACES TO RECON-REPORT-LINE.
092600     WRITE RECON-REPORT-LINE.
092700     MOVE WS-SUMMARY-HEADER TO RECON-REPORT-LINE.
092800     WRITE RECON-REPORT-LINE.
092900     MOVE 'RUN RECORDS CHECKED'           TO WS-SL-LABEL.
093000     MOVE WS-RUNS-CHECKED                 TO WS-SL-COUNT.
093100     PERFORM 8010-WRITE-SUMMARY-LINE
093200         THRU 8010-WRITE-SUMMARY-LINE-EXIT.
093300     MOVE 'STEP RECORDS CHECKED'          TO WS-SL-LABEL.
093400     MOVE WS-STEPS-CHECKED                TO WS-SL-COUNT.
093500     PERFORM 8010-WRITE-SUMMARY-LINE
093600         THRU 8010-WRITE-SUMMARY-LINE-EXIT.
093700     MOVE 'CONTROL-TOTAL RECORDS CHECKED' TO WS-SL-LABEL.
093800     MOVE WS-CTLTOTS-CHECKED              TO WS-SL-COUNT.
093900     PERFORM 8010-WRITE-SUMMARY-LINE
094000         THRU 8010-WRITE-SUMMARY-LINE-EXIT.
094100     MOVE 'STEP WITHOUT RUN RECORD'       TO WS-SL-LABEL.
094200     MOVE WS-ORPHAN-STEP-COUNT            TO WS-SL-COUNT.
094300     PERFORM 8010-WRITE-SUMMARY-LINE
094400         THRU 8010-WRITE-SUMMARY-LINE-EXIT.
094500     MOVE 'RUN WITHOUT STOP TIME'         TO WS-SL-LABEL.
094600     MOVE WS-NO-STOP-COUNT                TO WS-SL-COUNT.
094700     PERFORM 8010-WRITE-SUMMARY-LINE
094800         THRU 8010-WRITE-SUMMARY-LINE-EXIT.
094900     MOVE 'RUN WITHOUT VERSION REC'       TO WS-SL-LABEL.
095000     MOVE WS-NO-VERSION-COUNT             TO WS-SL-COUNT.
095100     PERFORM 8010-WRITE-SUMMARY-LINE
095200         THRU 8010-WRITE-SUMMARY-LINE-EXIT.
095300     MOVE 'CTLTOTS WITHOUT STEP REC'      TO WS-SL-LABEL.
095400     MOVE WS-ORPHAN-CTL-COUNT             TO WS-SL-COUNT.
095500     PERFORM 8010-WRITE-SUMMARY-LINE
095600         THRU 8010-WRITE-SUMMARY-LINE-EXIT.
095700     MOVE 'FAILED STEP NOT ALERTED'       TO WS-SL-LABEL.
095800     MOVE WS-NO-ALERT-COUNT               TO WS-SL-COUNT.
095900     PERFORM 8010-WRITE-SUMMARY-LINE
096000         THRU 8010-WRITE-SUMMARY-LINE-EXIT.
096100     MOVE 'FAILED ATTEMPTS RETRIED'       TO WS-SL-LABEL.
096200     MOVE WS-RETRIED-COUNT                TO WS-SL-COUNT.
096300     PERFORM 8010-WRITE-SUMMARY-LINE
096400         THRU 8010-WRITE-SUMMARY-LINE-EXIT.
096500     MOVE 'NON-ZERO RC NOT JUDGED - NO STEP CARD' TO WS-SL-LABEL.
096600     MOVE WS-NOT-JUDGED-COUNT             TO WS-SL-COUNT.
096700     PERFORM 8010-WRITE-SUMMARY-LINE
096800         THRU 8010-WRITE-SUMMARY-LINE-EXIT.
096900     MOVE 'TOTAL EXCEPTIONS'              TO WS-SL-LABEL.
097000     MOVE WS-TOTAL-EXCEPTIONS             TO WS-SL-COUNT.
097100     PERFORM 8010-WRITE-SUMMARY-LINE
097200         THRU 8010-WRITE-SUMMARY-LINE-EXIT.
097300     CLOSE RECON-REPORT.
097400     IF WS-TOTAL-EXCEPTIONS > ZERO
097500         MOVE 4 TO RETURN-CODE
097600     END-IF.
097700 8000-TERMINATE-EXIT.
097800     EXIT.
097900*----------------------------------------------------------------
098000 8010-WRITE-SUMMARY-LINE.
098100*----------------------------------------------------------------
098200     MOVE WS-SUMMARY-LINE TO RECON-REPORT-LINE.
098300     WRITE RECON-REPORT-LINE.
098400 8010-WRITE-SUMMARY-LINE-EXIT.
098500     EXIT.
098600*----------------------------------------------------------------
098700 9010-PARM-ABEND.
098800*    THE PARM DATE RANGE IS MISSING, NOT NUMERIC, OR REVERSED.
098900*    ABORT BEFORE TOUCHING ANY FILE SO A MISCODED JCL OVERRIDE
099000*    CANNOT PRODUCE A PLAUSIBLE BUT EMPTY RECONCILIATION.
099100*----------------------------------------------------------------
099200     DISPLAY "HIST_RECON - PARM DATE RANGE MISSING/BAD".
099300     DISPLAY "PARM VALUE      : " LK-PARM-TEXT.
099400     MOVE 16 TO RETURN-CODE.
099500     STOP RUN.
099600*----------------------------------------------------------------
099700 9020-OPEN-ABEND.
099800*    ONE OF THE KEYED HISTORY FILES WILL NOT OPEN.  THERE IS NO
099900*    RECONCILIATION WITHOUT IT, SO THE RUN IS REFUSED RATHER
100000*    THAN REPORTING EVERY RECORD OF THE OTHER SIDE AS A GAP.
100100*----------------------------------------------------------------
100200     DISPLAY "HIST_RECON - HISTORY FILE WILL NOT OPEN: "
100300         WS-ABEND-DD-NAME.
100400     MOVE 16 TO RETURN-CODE.
100500     STOP RUN.
