000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    OPS_SCORE.
000300 AUTHOR.        B. HOLLOWAY.
000400 INSTALLATION.  DATA CENTER SERVICES.
000500 DATE-WRITTEN.  15-OCT-2026.
000600 DATE-COMPILED. 15-OCT-2026.
000700*----------------------------------------------------------------
000800* MONTHLY OPERATIONS SCORECARD BY REGION.  READS THE ALERT
000900* HISTORY (//ALERTHST), THE RUN AUDIT HISTORY (//AUDITLOG) AND
001000* THE CONTROL TOTALS (//CTLTOTS) FOR THE CYCLE-DATE RANGE GIVEN
001100* IN PARM AND FOR THE SAME RANGE ONE MONTH EARLIER, AND PRINTS
001200* ON //SCORERPT, FOR EVERY REGION AND FOR ALL REGIONS TOGETHER,
001300* EACH OF THESE FIGURES FOR BOTH PERIODS WITH THE CHANGE:
001400*   - ALERTS RAISED, MEAN AND WORST MINUTES FROM ALERT TO
001500*     ACKNOWLEDGMENT, PERCENT OF ALERTS ESCALATED, AND ALERTS
001600*     NEVER ACKNOWLEDGED
001700*   - NIGHTS RUN, CLEAN NIGHTS AND THEIR PERCENTAGE, RERUNS OF
001800*     THE SAME CYCLE DATE, AND NIGHTS FINISHED PAST THE DEADLINE
001900* AN ALERT IS COUNTED ONCE WITH ITS ESCALATIONS: ALERT_TRK CUTS
002000* AN ESCALATED ALERT'S SUCCESSOR AS A NEW RECORD FOUR SEVERITY
002100* POINTS HIGHER (CAPPED AT 16) WITH THE SAME JOB, CYCLE DATE,
002200* PROGRAM, RETURN CODE, DETAIL AND REGION, SO SUCH A RECORD IS
002300* CHAINED BACK TO THE ALERT IT ESCALATED.  THE RESPONSE TIME
002400* RUNS FROM THE FIRST ALERT OF THE CHAIN TO THE FIRST
002500* ACKNOWLEDGMENT ANYWHERE IN IT.  THE HISTORY KEEPS ONLY THE
002600* TIME OF AN ACKNOWLEDGMENT, SO IT IS TAKEN TO FALL WITHIN A
002700* DAY OF THE RECORD ACKNOWLEDGED.
002800* A NIGHT IS A JOB AND CYCLE DATE ON WHICH AT LEAST ONE STEP
002900* RAN.  IT IS CLEAN WHEN A RUN COMPLETED, NO STEP ENDED ABOVE
003000* ITS ACCEPTABLE RETURN CODE (A FAILED ATTEMPT THE CYCLE RETRIED
003100* IS JUDGED BY ITS RETRY) AND THE CONTROL TOTALS BALANCE.  THE
003200* ACCEPTABLE RETURN CODE IS TAKEN FROM THE NIGHT'S OWN STEP-LIST
003300* SNAPSHOT (//STEPSNAP) AND, FOR A NIGHT WITH NO SNAPSHOT, FROM
003400* THE CURRENT //STEPLIST CARDS; A PROGRAM ON NO CARD IS NOT
003500* JUDGED.  EVERY RUN OF A NIGHT AFTER THE FIRST IS A RERUN.  A
003600* NIGHT IS LATE WHEN ITS LAST RUN FINISHED AFTER THE ONLINE-OPEN
003700* TIME ON THE //DEADLINE CARD, OR WHEN NO RUN OF IT FINISHED.
003800* A NIGHT'S REGION COMES FROM ITS SNAPSHOT, ELSE FROM THE ALERTS
003900* AND FORCED-RERUN RECORDS OF THE SAME JOB.
004000* PARM: FROM AND TO CYCLE DATES (YYYYMMDD, SEPARATED BY ONE
004100* BLANK), NO LONGER THAN A MONTH.  THE PRIOR PERIOD IS THE SAME
004200* DAYS OF THE MONTH BEFORE, CUT TO THAT MONTH'S LENGTH; A RANGE
004300* ENDING ON A MONTH END COMPARES WITH THE WHOLE PRIOR MONTH.
004400* ENDS WITH RETURN CODE 4 WHEN A WORK TABLE FILLS AND SOME
004500* FIGURES ARE SHORT, AND 16 WHEN THE PARM IS BAD OR THE ALERT
004600* OR AUDIT HISTORY WILL NOT OPEN.
004700*----------------------------------------------------------------
004800* MODIFICATION HISTORY
004900*----------------------------------------------------------------
005000* DATE       INIT  DESCRIPTION
005100* ---------- ----  ----------------------------------------------
005200* 15-OCT-2026 BH   INITIAL VERSION.
005300*----------------------------------------------------------------
005400 ENVIRONMENT DIVISION.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT AUDIT-LOG ASSIGN TO AUDITLOG
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS AL-KEY
006100         FILE STATUS IS WS-AUDITLOG-STATUS.
006200     SELECT ALERT-HISTORY ASSIGN TO ALERTHST
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS SEQUENTIAL
006500         RECORD KEY IS AH-KEY
006600         FILE STATUS IS WS-ALERTHST-STATUS.
006700     SELECT STEP-SNAP ASSIGN TO STEPSNAP
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS SS-KEY
007100         FILE STATUS IS WS-STEPSNAP-STATUS.
007200     SELECT CONTROL-TOTALS ASSIGN TO CTLTOTS
007300         ORGANIZATION IS LINE SEQUENTIAL.
007400     SELECT STEP-LIST ASSIGN TO STEPLIST
007500         ORGANIZATION IS LINE SEQUENTIAL.
007600     SELECT DEADLINE-CARD ASSIGN TO DEADLINE
007700         ORGANIZATION IS LINE SEQUENTIAL.
007800     SELECT SCORE-REPORT ASSIGN TO SCORERPT
007900         ORGANIZATION IS LINE SEQUENTIAL.
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  AUDIT-LOG.
008300     COPY AUDITREC.
008400 FD  ALERT-HISTORY.
008500     COPY ALERTHST.
008600 FD  STEP-SNAP.
008700     COPY STEPSNAP.
008800 FD  CONTROL-TOTALS
008900     RECORDING MODE IS F.
009000 01  CONTROL-TOTAL-RECORD.
009100     05  CT-JOB-NAME             PIC X(08).
009200     05  CT-CYCLE-DATE           PIC X(08).
009300     05  CT-STEP-SEQUENCE        PIC 9(03).
009400     05  CT-PROGRAM-NAME         PIC X(08).
009500     05  CT-RECORDS-READ         PIC 9(09).
009600     05  CT-RECORDS-WRITTEN      PIC 9(09).
009700     05  CT-RECORDS-REJECTED     PIC 9(09).
009800     05  CT-AMOUNT               PIC S9(11)V99.
009900 FD  STEP-LIST
010000     RECORDING MODE IS F.
010100 01  STEP-LIST-RECORD.
010200     05  SL-PROGRAM-NAME         PIC X(08).
010300     05  FILLER                  PIC X(01).
010400     05  SL-MAX-RETURN-CODE      PIC 9(02).
010500     05  FILLER                  PIC X(01).
010600     05  SL-BYPASS-FLAG          PIC X(01).
010700     05  FILLER                  PIC X(01).
010800     05  SL-RETRY-COUNT          PIC 9(01).
010900     05  FILLER                  PIC X(01).
011000     05  SL-LIST-ID              PIC X(01).
011100     05  FILLER                  PIC X(01).
011200     05  SL-TRACK-ID             PIC X(01).
011300 FD  DEADLINE-CARD
011400     RECORDING MODE IS F.
011500 01  DEADLINE-CARD-RECORD.
011600     05  DL-DEADLINE-TIME        PIC X(06).
011700 FD  SCORE-REPORT
011800     RECORDING MODE IS F.
011900 01  SCORE-REPORT-LINE            PIC X(132).
012000   WORKING-STORAGE SECTION.
012100*----------------------------------------------------------------
012200* RUN-CONTROL FIELDS.  PERIOD 1 IS THE PARM RANGE, PERIOD 2 THE
012300* SAME RANGE A MONTH EARLIER.
012400*----------------------------------------------------------------
012500   01  WS-FROM-DATE              PIC X(08) VALUE SPACES.
012600   01  WS-TO-DATE                PIC X(08) VALUE SPACES.
012700   01  WS-PRIOR-FROM-DATE        PIC X(08) VALUE SPACES.
012800   01  WS-PRIOR-TO-DATE          PIC X(08) VALUE SPACES.
012900   01  WS-ABEND-DD-NAME          PIC X(08) VALUE SPACES.
013000   01  WS-PERIOD-DATE            PIC X(08) VALUE SPACES.
013100   01  WS-PERIOD-SUB             PIC 9(04) COMP VALUE ZERO.
013200*----------------------------------------------------------------
013300* CALENDAR WORK FIELDS FOR THE PARM EDIT AND THE MONTH SHIFT
013400*----------------------------------------------------------------
013500   01  WS-WORK-DATE              PIC X(08) VALUE SPACES.
013600   01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
013700       05  WS-WD-YYYY            PIC 9(04).
013800       05  WS-WD-MM              PIC 9(02).
013900       05  WS-WD-DD              PIC 9(02).
014000   01  WS-WORK-DATE-SW           PIC X(01) VALUE 'N'.
014100       88  WORK-DATE-VALID       VALUE 'Y'.
014200   01  WS-KEEP-MONTH-END-SW      PIC X(01) VALUE 'N'.
014300       88  KEEP-MONTH-END        VALUE 'Y'.
014400   01  WS-MONTH-END-SW           PIC X(01) VALUE 'N'.
014500       88  WORK-DATE-MONTH-END   VALUE 'Y'.
014600   01  WS-WORK-MONTH-DAYS        PIC 9(02) VALUE ZERO.
014700   01  WS-LEAP-QUOT              PIC 9(04) VALUE ZERO.
014800   01  WS-LEAP-REM               PIC 9(04) VALUE ZERO.
014900   01  WS-MONTH-DAYS-DATA.
015000       05  FILLER                PIC X(24) VALUE
015100           '312831303130313130313031'.
015200   01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
015300       05  WS-MONTH-DAYS         PIC 9(02) OCCURS 12 TIMES.
015400*----------------------------------------------------------------
015500* DAY NUMBER OF A DATE (DAYS FROM A FIXED ORIGIN, MARCH-BASED
015600* YEAR SO THE LEAP DAY FALLS AT THE END) AND SECONDS PAST
015700* MIDNIGHT OF A TIME (HHMMSSCC), FOR ELAPSED-TIME ARITHMETIC
015800*----------------------------------------------------------------
015900   01  WS-DAY-DATE               PIC X(08) VALUE SPACES.
016000   01  WS-DAY-DATE-PARTS REDEFINES WS-DAY-DATE.
016100       05  WS-DY-YYYY            PIC 9(04).
016200       05  WS-DY-MM              PIC 9(02).
016300       05  WS-DY-DD              PIC 9(02).
016400   01  WS-DAY-YEAR               PIC S9(05) COMP VALUE ZERO.
016500   01  WS-DAY-MONTH              PIC S9(03) COMP VALUE ZERO.
016600   01  WS-DAY-QUOT               PIC S9(09) COMP VALUE ZERO.
016700   01  WS-DAY-NUMBER             PIC S9(09) COMP VALUE ZERO.
016800   01  WS-TIME-WORK              PIC X(08) VALUE SPACES.
016900   01  WS-TIME-WORK-PARTS REDEFINES WS-TIME-WORK.
017000       05  WS-TW-HH              PIC 9(02).
017100       05  WS-TW-MM              PIC 9(02).
017200       05  WS-TW-SS              PIC 9(02).
017300       05  WS-TW-CC              PIC 9(02).
017400   01  WS-TIME-SECS              PIC S9(09) COMP VALUE ZERO.
017500*----------------------------------------------------------------
017600* ONLINE-OPEN DEADLINE FROM THE //DEADLINE CARD (HHMMSS)
017700*----------------------------------------------------------------
017800   01  WS-DEADLINE-TIME          PIC X(06) VALUE SPACES.
017900   01  WS-DEADLINE-PARTS REDEFINES WS-DEADLINE-TIME.
018000       05  WS-DL-HH              PIC 9(02).
018100       05  WS-DL-MM              PIC 9(02).
018200       05  WS-DL-SS              PIC 9(02).
018300   01  WS-DEADLINE-SW            PIC X(01) VALUE 'N'.
018400       88  DEADLINE-SUPPLIED     VALUE 'Y'.
018500   01  WS-DEADLINE-SECS          PIC S9(09) COMP VALUE ZERO.
018600*----------------------------------------------------------------
018700* COUNTS FOR THE CLOSING SUMMARY
018800*----------------------------------------------------------------
018900   01  WS-ALERTS-READ            PIC 9(07) VALUE ZERO.
019000   01  WS-SUCCESSOR-COUNT        PIC 9(07) VALUE ZERO.
019100   01  WS-CTLTOTS-READ           PIC 9(07) VALUE ZERO.
019200   01  WS-NIGHTS-SCORED          PIC 9(07) VALUE ZERO.
019300   01  WS-OOB-NIGHT-COUNT        PIC 9(07) VALUE ZERO.
019400   01  WS-NO-SNAP-NIGHT-COUNT    PIC 9(07) VALUE ZERO.
019500   01  WS-NOT-JUDGED-COUNT       PIC 9(07) VALUE ZERO.
019600   01  WS-WORSE-FIGURE-COUNT     PIC 9(07) VALUE ZERO.
019700*----------------------------------------------------------------
019800* ALERT CHAINS.  ONE ENTRY PER ALERT AS FIRST RAISED; AN
019900* ESCALATION SUCCESSOR MOVES ITS CHAIN'S TIP RATHER THAN
020000* OPENING AN ENTRY OF ITS OWN.  AN OPEN TIP HAS HAD NO
020100* SUCCESSOR CUT, SO ONLY A TIP THAT IS NO LONGER OPEN CAN TAKE
020200* ONE (AN ESCALATED ALERT ACKNOWLEDGED LATER SHOWS 'A').
020300*----------------------------------------------------------------
020400   01  WS-INCIDENT-COUNT         PIC 9(04) COMP VALUE ZERO.
020500   01  WS-INCIDENT-SUB           PIC 9(04) COMP VALUE ZERO.
020600   01  WS-INCIDENT-FOUND-SW      PIC X(01) VALUE 'N'.
020700       88  INCIDENT-FOUND        VALUE 'Y'.
020800   01  WS-INCIDENT-TABLE-ENTRIES.
020900       05  WS-IN-ENTRY OCCURS 3000 TIMES.
021000           10  WS-IN-PERIOD      PIC 9(01).
021100           10  WS-IN-REGION      PIC X(03).
021200           10  WS-IN-JOB-NAME    PIC X(08).
021300           10  WS-IN-CYCLE-DATE  PIC X(08).
021400           10  WS-IN-PROGRAM     PIC X(08).
021500           10  WS-IN-RETURN-CODE PIC 9(04).
021600           10  WS-IN-DETAIL      PIC X(40).
021700           10  WS-IN-TIP-SEVERITY PIC 9(02).
021800           10  WS-IN-TIP-STATUS  PIC X(01).
021900           10  WS-IN-ORIG-DAY    PIC S9(09) COMP.
022000           10  WS-IN-ORIG-SECS   PIC S9(09) COMP.
022100           10  WS-IN-ESCALATED-SW PIC X(01).
022200           10  WS-IN-ACKED-SW    PIC X(01).
022300           10  WS-IN-ACK-SECS    PIC S9(09) COMP.
022400   01  WS-INCIDENT-OVERFLOW-SW   PIC X(01) VALUE 'N'.
022500       88  INCIDENT-TABLE-OVERFLOWED VALUE 'Y'.
022600   01  WS-NEXT-SEVERITY          PIC 9(02) VALUE ZERO.
022700   01  WS-ACKED-ALERT-SECS       PIC S9(09) COMP VALUE ZERO.
022800   01  WS-ELAPSED-SECS           PIC S9(09) COMP VALUE ZERO.
022900*----------------------------------------------------------------
023000* REGION OF EACH JOB AS NAMED ON ITS ALERTS AND FORCED-RERUN
023100* RECORDS, FOR NIGHTS WITH NO STEP-LIST SNAPSHOT
023200*----------------------------------------------------------------
023300   01  WS-JOB-COUNT              PIC 9(04) COMP VALUE ZERO.
023400   01  WS-JOB-SUB                PIC 9(04) COMP VALUE ZERO.
023500   01  WS-JOB-FOUND-SW           PIC X(01) VALUE 'N'.
023600       88  JOB-ENTRY-FOUND       VALUE 'Y'.
023700   01  WS-JOB-TABLE-ENTRIES.
023800       05  WS-JR-ENTRY OCCURS 200 TIMES.
023900           10  WS-JR-JOB-NAME    PIC X(08).
024000           10  WS-JR-REGION      PIC X(03).
024100   01  WS-JOB-OVERFLOW-SW        PIC X(01) VALUE 'N'.
024200       88  JOB-TABLE-OVERFLOWED  VALUE 'Y'.
024300   01  WS-SEARCH-JOB             PIC X(08) VALUE SPACES.
024400   01  WS-SEARCH-REGION          PIC X(03) VALUE SPACES.
024500*----------------------------------------------------------------
024600* CONTROL-TOTAL BALANCE PER JOB AND CYCLE DATE, REPLAYED IN FILE
024700* ORDER AS THE CYCLE DOES IT: EACH REPORTING STEP'S WRITTEN
024800* COUNT AGAINST THE NEXT ONE'S READ COUNT.  A STEP SEQUENCE NOT
024900* ABOVE THE LAST ONE IS A RERUN STARTING THE CHAIN AGAIN.
025000*----------------------------------------------------------------
025100   01  WS-BALANCE-COUNT          PIC 9(04) COMP VALUE ZERO.
025200   01  WS-BALANCE-SUB            PIC 9(04) COMP VALUE ZERO.
025300   01  WS-BALANCE-FOUND-SW       PIC X(01) VALUE 'N'.
025400       88  BALANCE-ENTRY-FOUND   VALUE 'Y'.
025500   01  WS-BALANCE-TABLE-ENTRIES.
025600       05  WS-BA-ENTRY OCCURS 3000 TIMES.
025700           10  WS-BA-JOB-NAME    PIC X(08).
025800           10  WS-BA-CYCLE-DATE  PIC X(08).
025900           10  WS-BA-LAST-SEQ    PIC 9(03).
026000           10  WS-BA-LAST-WRITTEN PIC 9(09).
026100           10  WS-BA-OOB-SW      PIC X(01).
026200   01  WS-BALANCE-OVERFLOW-SW    PIC X(01) VALUE 'N'.
026300       88  BALANCE-TABLE-OVERFLOWED VALUE 'Y'.
026400   01  WS-SEARCH-DATE            PIC X(08) VALUE SPACES.
026500*----------------------------------------------------------------
026600* ACCEPTABLE RETURN CODE PER PROGRAM: FROM THE CURRENT STEP-LIST
026700* CARDS, AND FROM THE NIGHT'S OWN SNAPSHOT (SELECTED CARDS
026800* ONLY) WHEN THERE IS ONE.  A PROGRAM ON MORE THAN ONE CARD
026900* KEEPS THE MOST LENIENT; A BLANK MAXIMUM MEANS ZERO.
027000*----------------------------------------------------------------
027100   01  WS-LIMIT-COUNT            PIC 9(04) COMP VALUE ZERO.
027200   01  WS-LIMIT-SUB              PIC 9(04) COMP VALUE ZERO.
027300   01  WS-LIMIT-FOUND-SW         PIC X(01) VALUE 'N'.
027400       88  LIMIT-ENTRY-FOUND     VALUE 'Y'.
027500   01  WS-LIMIT-TABLE-ENTRIES.
027600       05  WS-LM-ENTRY OCCURS 200 TIMES.
027700           10  WS-LM-PROGRAM     PIC X(08).
027800           10  WS-LM-MAX-RC      PIC 9(02).
027900   01  WS-NIGHT-LIMIT-COUNT      PIC 9(04) COMP VALUE ZERO.
028000   01  WS-NIGHT-LIMIT-ENTRIES.
028100       05  WS-NL-ENTRY OCCURS 200 TIMES.
028200           10  WS-NL-PROGRAM     PIC X(08).
028300           10  WS-NL-MAX-RC      PIC 9(02).
028400   01  WS-LIMIT-OVERFLOW-SW      PIC X(01) VALUE 'N'.
028500       88  LIMIT-TABLE-OVERFLOWED VALUE 'Y'.
028600   01  WS-CARD-MAX-RC            PIC 9(02) VALUE ZERO.
028700   01  WS-FOUND-MAX-RC           PIC 9(02) VALUE ZERO.
028800   01  WS-SEARCH-PROGRAM         PIC X(08) VALUE SPACES.
028900   01  WS-NIGHT-SNAP-SW          PIC X(01) VALUE 'N'.
029000       88  NIGHT-HAS-SNAPSHOT    VALUE 'Y'.
029100*----------------------------------------------------------------
029200* THE NIGHT BEING GATHERED FROM THE AUDIT FILE.  THE FILE IS IN
029300* JOB/DATE/STEP-SEQUENCE ORDER AND RUN RECORDS CARRY SEQUENCE
029400* 000, SO EVERY RUN WINDOW OF A NIGHT IS HELD BEFORE ITS STEPS
029500* ARE READ.  A STEP IN NO WINDOW BELONGS TO A RUN THAT DIED
029600* BEFORE WRITING ITS RUN RECORD (WINDOW 0).
029700*----------------------------------------------------------------
029800   01  WS-GROUP-JOB-NAME         PIC X(08) VALUE SPACES.
029900   01  WS-GROUP-RUN-DATE         PIC X(08) VALUE SPACES.
030000   01  WS-GROUP-PERIOD           PIC 9(04) COMP VALUE ZERO.
030100   01  WS-GROUP-REGION           PIC X(03) VALUE SPACES.
030200   01  WS-GROUP-ORPHAN-SW        PIC X(01) VALUE 'N'.
030300       88  GROUP-HAS-ORPHAN      VALUE 'Y'.
030400   01  WS-WINDOW-COUNT           PIC 9(04) COMP VALUE ZERO.
030500   01  WS-WINDOW-SUB             PIC 9(04) COMP VALUE ZERO.
030600   01  WS-WINDOW-FOUND-SW        PIC X(01) VALUE 'N'.
030700       88  WINDOW-FOUND          VALUE 'Y'.
030800   01  WS-WINDOW-TABLE-ENTRIES.
030900       05  WS-WN-ENTRY OCCURS 20 TIMES.
031000           10  WS-WN-START-TIME  PIC X(08).
031100           10  WS-WN-STOP-TIME   PIC X(08).
031200           10  WS-WN-STEPS-SW    PIC X(01).
031300   01  WS-WINDOW-OVERFLOW-SW     PIC X(01) VALUE 'N'.
031400       88  WINDOW-TABLE-OVERFLOWED VALUE 'Y'.
031500   01  WS-GSTEP-COUNT            PIC 9(04) COMP VALUE ZERO.
031600   01  WS-GSTEP-SUB              PIC 9(04) COMP VALUE ZERO.
031700   01  WS-RETRY-SUB              PIC 9(04) COMP VALUE ZERO.
031800   01  WS-RETRY-FOUND-SW         PIC X(01) VALUE 'N'.
031900       88  RETRY-FOUND           VALUE 'Y'.
032000   01  WS-RETRY-SEQ              PIC 9(04) VALUE ZERO.
032100   01  WS-GROUP-STEP-ENTRIES.
032200       05  WS-GS-ENTRY OCCURS 500 TIMES.
032300           10  WS-GS-STEP-SEQ    PIC 9(03).
032400           10  WS-GS-PROGRAM     PIC X(08).
032500           10  WS-GS-RETURN-CODE PIC 9(04).
032600           10  WS-GS-WINDOW      PIC 9(04) COMP.
032700   01  WS-GSTEP-OVERFLOW-SW      PIC X(01) VALUE 'N'.
032800       88  GSTEP-TABLE-OVERFLOWED VALUE 'Y'.
032900*----------------------------------------------------------------
033000* NIGHT SCORING WORK FIELDS.  FINISH TIMES ARE SECONDS FROM THE
033100* MIDNIGHT BEFORE THE NIGHT'S FIRST RUN, WITH A DAY ADDED FOR A
033200* CLOCK TIME EARLIER THAN THAT RUN'S START, AS THE CYCLE'S OWN
033300* COMPLETION PROJECTION DOES.  THE FIRST RUN IS THE ONE THAT
033400* STARTED SOONEST AFTER THE PREVIOUS DEADLINE.
033500*----------------------------------------------------------------
033600   01  WS-NIGHT-CLEAN-SW         PIC X(01) VALUE 'N'.
033700       88  NIGHT-CLEAN           VALUE 'Y'.
033800   01  WS-NIGHT-LATE-SW          PIC X(01) VALUE 'N'.
033900       88  NIGHT-LATE            VALUE 'Y'.
034000   01  WS-NIGHT-RUNS             PIC 9(04) COMP VALUE ZERO.
034100   01  WS-NIGHT-RERUNS           PIC 9(04) COMP VALUE ZERO.
034200   01  WS-BASE-FOUND-SW          PIC X(01) VALUE 'N'.
034300       88  BASE-RUN-FOUND        VALUE 'Y'.
034400   01  WS-BASE-SECS              PIC S9(09) COMP VALUE ZERO.
034500   01  WS-BASE-OFFSET            PIC S9(09) COMP VALUE ZERO.
034600   01  WS-RUN-OFFSET             PIC S9(09) COMP VALUE ZERO.
034700   01  WS-RUN-START-SECS         PIC S9(09) COMP VALUE ZERO.
034800   01  WS-RUN-STOP-SECS          PIC S9(09) COMP VALUE ZERO.
034900   01  WS-RUN-FINISH-SECS        PIC S9(09) COMP VALUE ZERO.
035000   01  WS-NIGHT-FINISH-SECS      PIC S9(09) COMP VALUE ZERO.
035100   01  WS-NIGHT-DEADLINE-SECS    PIC S9(09) COMP VALUE ZERO.
035200*----------------------------------------------------------------
035300* FIGURES PER REGION AND PERIOD (1 = THIS PERIOD, 2 = PRIOR),
035400* KEPT IN REGION ORDER.  ENTRY 51 IS ALL REGIONS TOGETHER.
035500*----------------------------------------------------------------
035600   01  WS-REGION-COUNT           PIC 9(04) COMP VALUE ZERO.
035700   01  WS-REGION-SUB             PIC 9(04) COMP VALUE ZERO.
035800   01  WS-INSERT-SUB             PIC 9(04) COMP VALUE ZERO.
035900   01  WS-SHIFT-SUB              PIC 9(04) COMP VALUE ZERO.
036000   01  WS-ADD-SUB                PIC 9(04) COMP VALUE ZERO.
036100   01  WS-BLOCK-SUB              PIC 9(04) COMP VALUE ZERO.
036200   01  WS-ALL-REGIONS-SUB        PIC 9(04) COMP VALUE 51.
036300   01  WS-REGION-FOUND-SW        PIC X(01) VALUE 'N'.
036400       88  REGION-ENTRY-FOUND    VALUE 'Y'.
036500   01  WS-INSERT-FOUND-SW        PIC X(01) VALUE 'N'.
036600       88  INSERT-POINT-FOUND    VALUE 'Y'.
036700   01  WS-WORK-REGION            PIC X(03) VALUE SPACES.
036800   01  WS-REGION-TABLE-ENTRIES.
036900       05  WS-RG-ENTRY OCCURS 51 TIMES.
037000           10  WS-RG-REGION      PIC X(03).
037100           10  WS-RG-PERIOD OCCURS 2 TIMES.
037200               15  WS-RG-ALERTS      PIC 9(07).
037300               15  WS-RG-ESCALATED   PIC 9(07).
037400               15  WS-RG-NOT-ACKED   PIC 9(07).
037500               15  WS-RG-ACKED       PIC 9(07).
037600               15  WS-RG-ACK-SECS    PIC 9(11).
037700               15  WS-RG-WORST-SECS  PIC 9(09).
037800               15  WS-RG-NIGHTS      PIC 9(07).
037900               15  WS-RG-CLEAN       PIC 9(07).
038000               15  WS-RG-RERUNS      PIC 9(07).
038100               15  WS-RG-LATE        PIC 9(07).
038200   01  WS-REGION-OVERFLOW-SW     PIC X(01) VALUE 'N'.
038300       88  REGION-TABLE-OVERFLOWED VALUE 'Y'.
038400*----------------------------------------------------------------
038500* THE MEASURES PRINTED FOR EACH REGION: LABEL, STYLE (C = A
038600* COUNT, D = ONE DECIMAL) AND WHICH WAY IS WORSE (H = HIGHER,
038700* L = LOWER, BLANK = NEITHER).
038800*----------------------------------------------------------------
038900   01  WS-MEASURE-DATA.
039000       05  FILLER                PIC X(40) VALUE
039100           'ALERTS RAISED'.
039200       05  FILLER                PIC X(02) VALUE 'C '.
039300       05  FILLER                PIC X(40) VALUE
039400           'MEAN MINUTES ALERT TO ACKNOWLEDGMENT'.
039500       05  FILLER                PIC X(02) VALUE 'DH'.
039600       05  FILLER                PIC X(40) VALUE
039700           'WORST MINUTES ALERT TO ACKNOWLEDGMENT'.
039800       05  FILLER                PIC X(02) VALUE 'DH'.
039900       05  FILLER                PIC X(40) VALUE
040000           'PERCENT OF ALERTS ESCALATED'.
040100       05  FILLER                PIC X(02) VALUE 'DH'.
040200       05  FILLER                PIC X(40) VALUE
040300           'ALERTS NEVER ACKNOWLEDGED'.
040400       05  FILLER                PIC X(02) VALUE 'CH'.
040500       05  FILLER                PIC X(40) VALUE
040600           'NIGHTS RUN'.
040700       05  FILLER                PIC X(02) VALUE 'C '.
040800       05  FILLER                PIC X(40) VALUE
040900           'CLEAN NIGHTS'.
041000       05  FILLER                PIC X(02) VALUE 'CL'.
041100       05  FILLER                PIC X(40) VALUE
041200           'PERCENT OF NIGHTS CLEAN'.
041300       05  FILLER                PIC X(02) VALUE 'DL'.
041400       05  FILLER                PIC X(40) VALUE
041500           'RERUNS OF THE SAME CYCLE DATE'.
041600       05  FILLER                PIC X(02) VALUE 'CH'.
041700       05  FILLER                PIC X(40) VALUE
041800           'NIGHTS FINISHED PAST THE DEADLINE'.
041900       05  FILLER                PIC X(02) VALUE 'CH'.
042000   01  WS-MEASURE-TABLE REDEFINES WS-MEASURE-DATA.
042100       05  WS-MS-ENTRY OCCURS 10 TIMES.
042200           10  WS-MS-LABEL       PIC X(40).
042300           10  WS-MS-STYLE       PIC X(01).
042400               88  MS-COUNT      VALUE 'C'.
042500           10  WS-MS-WORSE       PIC X(01).
042600               88  MS-HIGHER-WORSE VALUE 'H'.
042700               88  MS-LOWER-WORSE  VALUE 'L'.
042800   01  WS-MEASURE-SUB            PIC 9(04) COMP VALUE ZERO.
042900   01  WS-MEASURE-VALUE          PIC S9(09)V9 VALUE ZERO.
043000   01  WS-MEASURE-NA-SW          PIC X(01) VALUE 'N'.
043100       88  MEASURE-NOT-AVAILABLE VALUE 'Y'.
043200   01  WS-CURRENT-VALUE          PIC S9(09)V9 VALUE ZERO.
043300   01  WS-CURRENT-NA-SW          PIC X(01) VALUE 'N'.
043400       88  CURRENT-NOT-AVAILABLE VALUE 'Y'.
043500   01  WS-PRIOR-VALUE            PIC S9(09)V9 VALUE ZERO.
043600   01  WS-PRIOR-NA-SW            PIC X(01) VALUE 'N'.
043700       88  PRIOR-NOT-AVAILABLE   VALUE 'Y'.
043800   01  WS-CHANGE-VALUE           PIC S9(09)V9 VALUE ZERO.
043900   01  WS-EDIT-INPUT             PIC S9(09)V9 VALUE ZERO.
044000   01  WS-EDIT-OUTPUT            PIC X(12) VALUE SPACES.
044100   01  WS-EDIT-COUNT             PIC ZZZZ,ZZZ,ZZ9.
044200   01  WS-EDIT-DECIMAL           PIC ZZZZZZ,ZZ9.9.
044300   01  WS-EDIT-CHG-COUNT         PIC ----,---,--9.
044400   01  WS-EDIT-CHG-DECIMAL       PIC ------,--9.9.
044500   01  WS-NOT-AVAILABLE-TEXT     PIC X(12) VALUE
044600       '         N/A'.
044700*----------------------------------------------------------------
044800* REPORT LINE LAYOUTS
044900*----------------------------------------------------------------
045000   01  WS-REPORT-HEADER-1.
045100       05  FILLER                PIC X(32) VALUE
045200           'OPERATIONS SCORECARD BY REGION  '.
045300       05  FILLER                PIC X(08) VALUE 'PERIOD: '.
045400       05  WS-RH-FROM-DATE       PIC X(08) VALUE SPACES.
045500       05  FILLER                PIC X(03) VALUE ' - '.
045600       05  WS-RH-TO-DATE         PIC X(08) VALUE SPACES.
045700       05  FILLER                PIC X(10) VALUE '   PRIOR: '.
045800       05  WS-RH-PRIOR-FROM      PIC X(08) VALUE SPACES.
045900       05  FILLER                PIC X(03) VALUE ' - '.
046000       05  WS-RH-PRIOR-TO        PIC X(08) VALUE SPACES.
046100       05  FILLER                PIC X(44) VALUE SPACES.
046200   01  WS-REGION-HEADER.
046300       05  WS-RG-HDR-LABEL       PIC X(08) VALUE 'REGION: '.
046400       05  WS-RG-HDR-REGION      PIC X(11) VALUE SPACES.
046500       05  FILLER                PIC X(113) VALUE SPACES.
046600   01  WS-COLUMN-HEADER.
046700       05  FILLER                PIC X(40) VALUE 'MEASURE'.
046800       05  FILLER                PIC X(12) VALUE ' THIS PERIOD'.
046900       05  FILLER                PIC X(02) VALUE SPACES.
047000       05  FILLER                PIC X(12) VALUE 'PRIOR PERIOD'.
047100       05  FILLER                PIC X(02) VALUE SPACES.
047200       05  FILLER                PIC X(12) VALUE '      CHANGE'.
047300       05  FILLER                PIC X(02) VALUE SPACES.
047400       05  FILLER                PIC X(06) VALUE 'TREND'.
047500       05  FILLER                PIC X(44) VALUE SPACES.
047600   01  WS-MEASURE-LINE.
047700       05  WS-ML-LABEL           PIC X(40) VALUE SPACES.
047800       05  WS-ML-CURRENT         PIC X(12) VALUE SPACES.
047900       05  FILLER                PIC X(02) VALUE SPACES.
048000       05  WS-ML-PRIOR           PIC X(12) VALUE SPACES.
048100       05  FILLER                PIC X(02) VALUE SPACES.
048200       05  WS-ML-CHANGE          PIC X(12) VALUE SPACES.
048300       05  FILLER                PIC X(02) VALUE SPACES.
048400       05  WS-ML-TREND           PIC X(06) VALUE SPACES.
048500       05  FILLER                PIC X(44) VALUE SPACES.
048600   01  WS-SUMMARY-LINE.
048700       05  WS-SL-LABEL           PIC X(40) VALUE SPACES.
048800       05  WS-SL-COUNT           PIC ZZZZZZ9.
048900       05  FILLER                PIC X(85) VALUE SPACES.
049000   01  WS-SUMMARY-HEADER         PIC X(132) VALUE
049100       'SCORECARD SUMMARY'.
049200   01  WS-NO-ACTIVITY-LINE       PIC X(132) VALUE
049300       'NO ALERTS OR NIGHTS IN EITHER PERIOD'.
049400   01  WS-NO-DEADLINE-NOTE       PIC X(132) VALUE
049500       'NO USABLE //DEADLINE CARD - LATE NIGHTS NOT SCORED'.
049600   01  WS-NO-SNAPSHOT-NOTE       PIC X(132) VALUE
049700       '//STEPSNAP NOT OPENED - ALL NIGHTS JUDGED ON //STEPLIST'.
049800   01  WS-INCIDENT-OVERFLOW-NOTE PIC X(132) VALUE
049900       'ALERT TABLE FULL AT 3000 - LATER ALERTS NOT SCORED'.
050000   01  WS-JOB-OVERFLOW-NOTE      PIC X(132) VALUE
050100       'JOB TABLE FULL AT 200 - LATER JOBS SHOWN AS ???'.
050200   01  WS-BALANCE-OVERFLOW-NOTE  PIC X(132) VALUE
050300       'CONTROL-TOTAL TABLE FULL AT 3000 - NOT ALL BALANCED'.
050400   01  WS-LIMIT-OVERFLOW-NOTE    PIC X(132) VALUE
050500       'STEP-CARD TABLE FULL AT 200 - LATER PROGRAMS NOT JUDGED'.
050600   01  WS-WINDOW-OVERFLOW-NOTE   PIC X(132) VALUE
050700       'OVER 20 RUNS OF ONE JOB AND DATE - LATER RUNS IGNORED'.
050800   01  WS-GSTEP-OVERFLOW-NOTE    PIC X(132) VALUE
050900       'OVER 500 STEPS IN ONE NIGHT - LATER STEPS IGNORED'.
051000   01  WS-REGION-OVERFLOW-NOTE   PIC X(132) VALUE
051100       'REGION TABLE FULL AT 50 - REST IN ALL REGIONS ONLY'.
051200*----------------------------------------------------------------
051300* FILE STATUS AND SWITCHES
051400*----------------------------------------------------------------
051500   77  WS-AUDITLOG-STATUS        PIC X(02) VALUE '00'.
051600       88  AUDITLOG-OK           VALUE '00'.
051700   77  WS-ALERTHST-STATUS        PIC X(02) VALUE '00'.
051800       88  ALERTHST-OK           VALUE '00'.
051900       88  ALERTHST-AT-EOF       VALUE '10'.
052000   77  WS-STEPSNAP-STATUS        PIC X(02) VALUE '00'.
052100       88  STEPSNAP-OK           VALUE '00'.
052200   77  WS-CTLTOTS-STATUS         PIC X(02) VALUE '00'.
052300       88  CTLTOTS-AT-EOF        VALUE '10'.
052400   77  WS-STEPLIST-STATUS        PIC X(02) VALUE '00'.
052500       88  STEPLIST-AT-EOF       VALUE '10'.
052600   77  WS-DEADLINE-STATUS        PIC X(02) VALUE '00'.
052700       88  DEADLINE-CARD-OK      VALUE '00'.
052800   77  WS-SNAP-OPEN-SW           PIC X(01) VALUE 'N'.
052900       88  STEPSNAP-OPEN         VALUE 'Y'.
053000   77  WS-SNAP-SCAN-SW           PIC X(01) VALUE 'N'.
053100       88  SNAP-SCAN-DONE        VALUE 'Y'.
053200   77  WS-SCAN-DONE-SW           PIC X(01) VALUE 'N'.
053300       88  SCAN-DONE             VALUE 'Y'.
053400 LINKAGE SECTION.
053500 01  LK-PARM-FIELD.
053600*    THE RUNTIME PASSES EXEC PGM=...,PARM='...' PRECEDED BY A
053700*    2-BYTE BINARY HALFWORD GIVING THE LENGTH OF THE PARM TEXT.
053800*    THE PARM CARRIES THE FROM AND TO CYCLE DATES (YYYYMMDD,
053900*    SEPARATED BY ONE BLANK) OF THE PERIOD TO SCORE.
054000     05  LK-PARM-LEN               PIC S9(4) COMP.
054100     05  LK-PARM-TEXT              PIC X(17).
054200 PROCEDURE DIVISION USING LK-PARM-FIELD.
054300*----------------------------------------------------------------
054400 0000-MAINLINE.
054500*----------------------------------------------------------------
054600     PERFORM 1000-INITIALIZE
054700         THRU 1000-INITIALIZE-EXIT.
054800     PERFORM 1100-LOAD-STEP-LIMITS
054900         THRU 1100-LOAD-STEP-LIMITS-EXIT.
055000     PERFORM 1200-READ-DEADLINE-CARD
055100         THRU 1200-READ-DEADLINE-CARD-EXIT.
055200     PERFORM 2000-SCAN-ALERT-HISTORY
055300         THRU 2000-SCAN-ALERT-HISTORY-EXIT.
055400     PERFORM 3000-LOAD-CONTROL-TOTALS
055500         THRU 3000-LOAD-CONTROL-TOTALS-EXIT.
055600     PERFORM 4000-SCAN-AUDIT-LOG
055700         THRU 4000-SCAN-AUDIT-LOG-EXIT.
055800     PERFORM 5000-WRITE-SCORECARD
055900         THRU 5000-WRITE-SCORECARD-EXIT.
056000     PERFORM 8000-TERMINATE
056100         THRU 8000-TERMINATE-EXIT.
056200     STOP RUN.
056300*----------------------------------------------------------------
056400 1000-INITIALIZE.
056500*    VALIDATE THE PARM DATE RANGE, WORK OUT THE PRIOR PERIOD,
056600*    OPEN THE HISTORY FILES AND THE REPORT.  THE ALERT AND AUDIT
056700*    HISTORIES MUST OPEN - A SCORECARD MISSING ONE OF THEM WOULD
056800*    SHOW A REGION A PERFECT MONTH.  THE SNAPSHOT HISTORY ONLY
056900*    REFINES THE RETURN-CODE JUDGMENT, SO WITHOUT IT EVERY NIGHT
057000*    IS JUDGED ON THE STEP-LIST CARDS AND THE REPORT SAYS SO.
057100*----------------------------------------------------------------
057200     IF LK-PARM-LEN < 17
057300         GO TO 9010-PARM-ABEND
057400     END-IF.
057500     MOVE LK-PARM-TEXT(1:8)  TO WS-FROM-DATE.
057600     MOVE LK-PARM-TEXT(10:8) TO WS-TO-DATE.
057700     MOVE WS-FROM-DATE TO WS-WORK-DATE.
057800     PERFORM 7000-EDIT-WORK-DATE
057900         THRU 7000-EDIT-WORK-DATE-EXIT.
058000     IF NOT WORK-DATE-VALID
058100         GO TO 9010-PARM-ABEND
058200     END-IF.
058300     MOVE WS-TO-DATE TO WS-WORK-DATE.
058400     PERFORM 7000-EDIT-WORK-DATE
058500         THRU 7000-EDIT-WORK-DATE-EXIT.
058600     IF NOT WORK-DATE-VALID
058700        OR WS-FROM-DATE > WS-TO-DATE
058800         GO TO 9010-PARM-ABEND
058900     END-IF.
059000     MOVE WS-FROM-DATE TO WS-WORK-DATE.
059100     MOVE 'N' TO WS-KEEP-MONTH-END-SW.
059200     PERFORM 7010-BACK-ONE-MONTH
059300         THRU 7010-BACK-ONE-MONTH-EXIT.
059400     MOVE WS-WORK-DATE TO WS-PRIOR-FROM-DATE.
059500     MOVE WS-TO-DATE TO WS-WORK-DATE.
059600     MOVE 'Y' TO WS-KEEP-MONTH-END-SW.
059700     PERFORM 7010-BACK-ONE-MONTH
059800         THRU 7010-BACK-ONE-MONTH-EXIT.
059900     MOVE WS-WORK-DATE TO WS-PRIOR-TO-DATE.
060000     IF WS-PRIOR-TO-DATE NOT < WS-FROM-DATE
060100         GO TO 9010-PARM-ABEND
060200     END-IF.
060300     INITIALIZE WS-REGION-TABLE-ENTRIES.
060400     OPEN INPUT AUDIT-LOG.
060500     IF NOT AUDITLOG-OK
060600         MOVE 'AUDITLOG' TO WS-ABEND-DD-NAME
060700         GO TO 9020-OPEN-ABEND
060800     END-IF.
060900     OPEN INPUT ALERT-HISTORY.
061000     IF NOT ALERTHST-OK
061100         MOVE 'ALERTHST' TO WS-ABEND-DD-NAME
061200         GO TO 9020-OPEN-ABEND
061300     END-IF.
061400     OPEN INPUT STEP-SNAP.
061500     IF STEPSNAP-OK
061600         MOVE 'Y' TO WS-SNAP-OPEN-SW
061700     ELSE
061800         DISPLAY "OPS_SCORE - //STEPSNAP WILL NOT OPEN (STATUS "
061900             WS-STEPSNAP-STATUS ") - NIGHTS JUDGED ON //STEPLIST"
062000     END-IF.
062100     OPEN OUTPUT SCORE-REPORT.
062200     MOVE WS-FROM-DATE       TO WS-RH-FROM-DATE.
062300     MOVE WS-TO-DATE         TO WS-RH-TO-DATE.
062400     MOVE WS-PRIOR-FROM-DATE TO WS-RH-PRIOR-FROM.
062500     MOVE WS-PRIOR-TO-DATE   TO WS-RH-PRIOR-TO.
062600     MOVE WS-REPORT-HEADER-1 TO SCORE-REPORT-LINE.
062700     WRITE SCORE-REPORT-LINE.
062800 1000-INITIALIZE-EXIT.
062900     EXIT.
063000*----------------------------------------------------------------
063100 1100-LOAD-STEP-LIMITS.
063200*    TABLE EACH PROGRAM ON THE CURRENT STEP-LIST CARDS WITH ITS
063300*    MOST LENIENT MAXIMUM RETURN CODE, FOR NIGHTS THAT HAVE NO
063400*    SNAPSHOT OF THEIR OWN.
063500*----------------------------------------------------------------
063600     OPEN INPUT STEP-LIST.
063700     PERFORM 1110-READ-STEP-LIST
063800         THRU 1110-READ-STEP-LIST-EXIT.
063900     PERFORM 1120-KEEP-ONE-LIMIT
064000         THRU 1120-KEEP-ONE-LIMIT-EXIT
064100         UNTIL STEPLIST-AT-EOF.
064200     CLOSE STEP-LIST.
064300 1100-LOAD-STEP-LIMITS-EXIT.
064400     EXIT.
064500*----------------------------------------------------------------
064600 1110-READ-STEP-LIST.
064700*----------------------------------------------------------------
064800     READ STEP-LIST
064900         AT END
065000             MOVE '10' TO WS-STEPLIST-STATUS
065100     END-READ.
065200 1110-READ-STEP-LIST-EXIT.
065300     EXIT.
065400*----------------------------------------------------------------
065500 1120-KEEP-ONE-LIMIT.
065600*----------------------------------------------------------------
065700     IF SL-PROGRAM-NAME = SPACES
065800         GO TO 1120-KEEP-ONE-LIMIT-NEXT
065900     END-IF.
066000     IF SL-MAX-RETURN-CODE NUMERIC
066100         MOVE SL-MAX-RETURN-CODE TO WS-CARD-MAX-RC
066200     ELSE
066300         MOVE ZERO TO WS-CARD-MAX-RC
066400     END-IF.
066500     MOVE SL-PROGRAM-NAME TO WS-SEARCH-PROGRAM.
066600     MOVE 'N' TO WS-LIMIT-FOUND-SW.
066700     MOVE ZERO TO WS-LIMIT-SUB.
066800     PERFORM 7720-MATCH-LIST-LIMIT
066900         THRU 7720-MATCH-LIST-LIMIT-EXIT
067000         UNTIL LIMIT-ENTRY-FOUND
067100            OR WS-LIMIT-SUB NOT < WS-LIMIT-COUNT.
067200     IF LIMIT-ENTRY-FOUND
067300         IF WS-CARD-MAX-RC > WS-LM-MAX-RC(WS-LIMIT-SUB)
067400             MOVE WS-CARD-MAX-RC TO WS-LM-MAX-RC(WS-LIMIT-SUB)
067500         END-IF
067600     ELSE
067700         IF WS-LIMIT-COUNT < 200
067800             ADD 1 TO WS-LIMIT-COUNT
067900             MOVE SL-PROGRAM-NAME
068000                 TO WS-LM-PROGRAM(WS-LIMIT-COUNT)
068100             MOVE WS-CARD-MAX-RC
068200                 TO WS-LM-MAX-RC(WS-LIMIT-COUNT)
068300         ELSE
068400             MOVE 'Y' TO WS-LIMIT-OVERFLOW-SW
068500         END-IF
068600     END-IF.
068700 1120-KEEP-ONE-LIMIT-NEXT.
068800     PERFORM 1110-READ-STEP-LIST
068900         THRU 1110-READ-STEP-LIST-EXIT.
069000 1120-KEEP-ONE-LIMIT-EXIT.
069100     EXIT.
069200*----------------------------------------------------------------
069300 1200-READ-DEADLINE-CARD.
069400*    THE ONLINE-OPEN DEADLINE TIME (HHMMSS) THE CYCLE ITSELF
069500*    PROJECTS AGAINST.  WITHOUT A USABLE CARD THE OTHER FIGURES
069600*    ARE STILL SCORED AND THE PAST-DEADLINE LINE SHOWS N/A.
069700*----------------------------------------------------------------
069800     MOVE '00' TO WS-DEADLINE-STATUS.
069900     OPEN INPUT DEADLINE-CARD.
070000     READ DEADLINE-CARD
070100         AT END
070200             MOVE '10' TO WS-DEADLINE-STATUS
070300     END-READ.
070400     IF DEADLINE-CARD-OK
070500        AND DL-DEADLINE-TIME NUMERIC
070600         MOVE DL-DEADLINE-TIME TO WS-DEADLINE-TIME
070700         MOVE 'Y' TO WS-DEADLINE-SW
070800         COMPUTE WS-DEADLINE-SECS =
070900             (WS-DL-HH * 3600) + (WS-DL-MM * 60) + WS-DL-SS
071000     ELSE
071100         DISPLAY "OPS_SCORE - NO USABLE DEADLINE CARD - "
071200             "NIGHTS PAST DEADLINE NOT SCORED"
071300     END-IF.
071400     CLOSE DEADLINE-CARD.
071500 1200-READ-DEADLINE-CARD-EXIT.
071600     EXIT.
071700*----------------------------------------------------------------
071800 2000-SCAN-ALERT-HISTORY.
071900*    READ THE WHOLE ALERT HISTORY IN KEY (RAISED DATE AND TIME)
072000*    ORDER, SO AN ESCALATION SUCCESSOR IS ALWAYS READ AFTER THE
072100*    ALERT IT ESCALATED, AND BUILD THE ALERT CHAINS FOR CYCLE
072200*    DATES IN EITHER PERIOD.  THEN ADD EACH CHAIN INTO ITS
072300*    REGION'S FIGURES.
072400*----------------------------------------------------------------
072500     PERFORM 2010-READ-ALERT-HISTORY
072600         THRU 2010-READ-ALERT-HISTORY-EXIT.
072700     PERFORM 2020-CHAIN-ONE-ALERT
072800         THRU 2020-CHAIN-ONE-ALERT-EXIT
072900         UNTIL ALERTHST-AT-EOF.
073000     CLOSE ALERT-HISTORY.
073100     MOVE ZERO TO WS-INCIDENT-SUB.
073200     PERFORM 2100-TALLY-ONE-INCIDENT
073300         THRU 2100-TALLY-ONE-INCIDENT-EXIT
073400         UNTIL WS-INCIDENT-SUB NOT < WS-INCIDENT-COUNT.
073500 2000-SCAN-ALERT-HISTORY-EXIT.
073600     EXIT.
073700*----------------------------------------------------------------
073800 2010-READ-ALERT-HISTORY.
073900*----------------------------------------------------------------
074000     READ ALERT-HISTORY
074100         AT END
074200             MOVE '10' TO WS-ALERTHST-STATUS
074300     END-READ.
074400 2010-READ-ALERT-HISTORY-EXIT.
074500     EXIT.
074600*----------------------------------------------------------------
074700 2020-CHAIN-ONE-ALERT.
074800*----------------------------------------------------------------
074900     MOVE AH-CYCLE-DATE TO WS-PERIOD-DATE.
075000     PERFORM 7100-SET-PERIOD
075100         THRU 7100-SET-PERIOD-EXIT.
075200     IF WS-PERIOD-SUB = ZERO
075300         GO TO 2020-CHAIN-ONE-ALERT-NEXT
075400     END-IF.
075500     ADD 1 TO WS-ALERTS-READ.
075600     IF AH-JOB-NAME NOT = SPACES
075700        AND AH-REGION-CODE NOT = SPACES
075800         MOVE AH-JOB-NAME    TO WS-SEARCH-JOB
075900         MOVE AH-REGION-CODE TO WS-SEARCH-REGION
076000         PERFORM 7300-NOTE-JOB-REGION
076100             THRU 7300-NOTE-JOB-REGION-EXIT
076200     END-IF.
076300     MOVE 'N' TO WS-INCIDENT-FOUND-SW.
076400     MOVE ZERO TO WS-INCIDENT-SUB.
076500     PERFORM 2030-MATCH-ONE-TIP
076600         THRU 2030-MATCH-ONE-TIP-EXIT
076700         UNTIL INCIDENT-FOUND
076800            OR WS-INCIDENT-SUB NOT < WS-INCIDENT-COUNT.
076900     IF INCIDENT-FOUND
077000         ADD 1 TO WS-SUCCESSOR-COUNT
077100         MOVE 'Y' TO WS-IN-ESCALATED-SW(WS-INCIDENT-SUB)
077200     ELSE
077300         IF WS-INCIDENT-COUNT NOT < 3000
077400             MOVE 'Y' TO WS-INCIDENT-OVERFLOW-SW
077500             GO TO 2020-CHAIN-ONE-ALERT-NEXT
077600         END-IF
077700         PERFORM 2040-OPEN-INCIDENT
077800             THRU 2040-OPEN-INCIDENT-EXIT
077900     END-IF.
078000     MOVE AH-SEVERITY TO WS-IN-TIP-SEVERITY(WS-INCIDENT-SUB).
078100     MOVE AH-STATUS   TO WS-IN-TIP-STATUS(WS-INCIDENT-SUB).
078200     IF AH-ACKNOWLEDGED
078300        AND AH-ACK-TIME NOT = SPACES
078400         PERFORM 2050-TIME-ONE-ACK
078500             THRU 2050-TIME-ONE-ACK-EXIT
078600     END-IF.
078700 2020-CHAIN-ONE-ALERT-NEXT.
078800     PERFORM 2010-READ-ALERT-HISTORY
078900         THRU 2010-READ-ALERT-HISTORY-EXIT.
079000 2020-CHAIN-ONE-ALERT-EXIT.
079100     EXIT.
079200*----------------------------------------------------------------
079300 2030-MATCH-ONE-TIP.
079400*    THIS ALERT ESCALATES A CHAIN WHOSE TIP IS NO LONGER OPEN,
079500*    CARRIES THE SAME FAILURE AND IS FOUR SEVERITY POINTS ABOVE
079600*    THE TIP (OR BOTH ARE AT THE CAP OF 16).
079700*----------------------------------------------------------------
079800     ADD 1 TO WS-INCIDENT-SUB.
079900     IF WS-IN-TIP-STATUS(WS-INCIDENT-SUB) = 'O'
080000         GO TO 2030-MATCH-ONE-TIP-EXIT
080100     END-IF.
080200     COMPUTE WS-NEXT-SEVERITY =
080300         WS-IN-TIP-SEVERITY(WS-INCIDENT-SUB) + 4.
080400     IF WS-NEXT-SEVERITY > 16
080500         MOVE 16 TO WS-NEXT-SEVERITY
080600     END-IF.
080700     IF AH-SEVERITY = WS-NEXT-SEVERITY
080800        AND AH-JOB-NAME = WS-IN-JOB-NAME(WS-INCIDENT-SUB)
080900        AND AH-CYCLE-DATE = WS-IN-CYCLE-DATE(WS-INCIDENT-SUB)
081000        AND AH-FAILING-PROGRAM = WS-IN-PROGRAM(WS-INCIDENT-SUB)
081100        AND AH-RETURN-CODE = WS-IN-RETURN-CODE(WS-INCIDENT-SUB)
081200        AND AH-DETAIL = WS-IN-DETAIL(WS-INCIDENT-SUB)
081300        AND AH-REGION-CODE = WS-IN-REGION(WS-INCIDENT-SUB)
081400         MOVE 'Y' TO WS-INCIDENT-FOUND-SW
081500     END-IF.
081600 2030-MATCH-ONE-TIP-EXIT.
081700     EXIT.
081800*----------------------------------------------------------------
081900 2040-OPEN-INCIDENT.
082000*----------------------------------------------------------------
082100     ADD 1 TO WS-INCIDENT-COUNT.
082200     MOVE WS-INCIDENT-COUNT TO WS-INCIDENT-SUB.
082300     MOVE WS-PERIOD-SUB      TO WS-IN-PERIOD(WS-INCIDENT-SUB).
082400     MOVE AH-REGION-CODE     TO WS-IN-REGION(WS-INCIDENT-SUB).
082500     MOVE AH-JOB-NAME        TO WS-IN-JOB-NAME(WS-INCIDENT-SUB).
082600     MOVE AH-CYCLE-DATE
082700         TO WS-IN-CYCLE-DATE(WS-INCIDENT-SUB).
082800     MOVE AH-FAILING-PROGRAM TO WS-IN-PROGRAM(WS-INCIDENT-SUB).
082900     MOVE AH-RETURN-CODE
083000         TO WS-IN-RETURN-CODE(WS-INCIDENT-SUB).
083100     MOVE AH-DETAIL          TO WS-IN-DETAIL(WS-INCIDENT-SUB).
083200     MOVE AH-ALERT-DATE TO WS-DAY-DATE.
083300     PERFORM 7400-DAY-NUMBER
083400         THRU 7400-DAY-NUMBER-EXIT.
083500     MOVE WS-DAY-NUMBER TO WS-IN-ORIG-DAY(WS-INCIDENT-SUB).
083600     MOVE AH-ALERT-TIME TO WS-TIME-WORK.
083700     PERFORM 7500-TIME-TO-SECONDS
083800         THRU 7500-TIME-TO-SECONDS-EXIT.
083900     MOVE WS-TIME-SECS TO WS-IN-ORIG-SECS(WS-INCIDENT-SUB).
084000     IF AH-ESCALATED
084100         MOVE 'Y' TO WS-IN-ESCALATED-SW(WS-INCIDENT-SUB)
084200     ELSE
084300         MOVE 'N' TO WS-IN-ESCALATED-SW(WS-INCIDENT-SUB)
084400     END-IF.
084500     MOVE 'N'  TO WS-IN-ACKED-SW(WS-INCIDENT-SUB).
084600     MOVE ZERO TO WS-IN-ACK-SECS(WS-INCIDENT-SUB).
084700 2040-OPEN-INCIDENT-EXIT.
084800     EXIT.
084900*----------------------------------------------------------------
085000 2050-TIME-ONE-ACK.
085100*    SECONDS FROM THE CHAIN'S FIRST ALERT TO THIS RECORD'S
085200*    ACKNOWLEDGMENT.  THE ACKNOWLEDGMENT CARRIES A TIME ONLY; ONE
085300*    EARLIER ON THE CLOCK THAN THE RECORD'S OWN ALERT TIME WAS
085400*    GIVEN THE NEXT DAY.  THE EARLIEST ACKNOWLEDGMENT IN THE
085500*    CHAIN IS THE ONE THAT COUNTS.
085600*----------------------------------------------------------------
085700     MOVE AH-ALERT-TIME TO WS-TIME-WORK.
085800     PERFORM 7500-TIME-TO-SECONDS
085900         THRU 7500-TIME-TO-SECONDS-EXIT.
086000     MOVE WS-TIME-SECS TO WS-ACKED-ALERT-SECS.
086100     MOVE AH-ACK-TIME TO WS-TIME-WORK.
086200     PERFORM 7500-TIME-TO-SECONDS
086300         THRU 7500-TIME-TO-SECONDS-EXIT.
086400     MOVE AH-ALERT-DATE TO WS-DAY-DATE.
086500     PERFORM 7400-DAY-NUMBER
086600         THRU 7400-DAY-NUMBER-EXIT.
086700     COMPUTE WS-ELAPSED-SECS =
086800         ((WS-DAY-NUMBER - WS-IN-ORIG-DAY(WS-INCIDENT-SUB))
086900           * 86400)
087000         + WS-TIME-SECS - WS-IN-ORIG-SECS(WS-INCIDENT-SUB).
087100     IF WS-TIME-SECS < WS-ACKED-ALERT-SECS
087200         ADD 86400 TO WS-ELAPSED-SECS
087300     END-IF.
087400     IF WS-ELAPSED-SECS < ZERO
087500         MOVE ZERO TO WS-ELAPSED-SECS
087600     END-IF.
087700     IF WS-IN-ACKED-SW(WS-INCIDENT-SUB) NOT = 'Y'
087800        OR WS-ELAPSED-SECS < WS-IN-ACK-SECS(WS-INCIDENT-SUB)
087900         MOVE 'Y' TO WS-IN-ACKED-SW(WS-INCIDENT-SUB)
088000         MOVE WS-ELAPSED-SECS TO WS-IN-ACK-SECS(WS-INCIDENT-SUB)
088100     END-IF.
088200 2050-TIME-ONE-ACK-EXIT.
088300     EXIT.
088400*----------------------------------------------------------------
088500 2100-TALLY-ONE-INCIDENT.
088600*    AN ALERT WITH NO REGION ON IT IS SHOWN UNDER REGION ???.
088700*----------------------------------------------------------------
088800     ADD 1 TO WS-INCIDENT-SUB.
088900     MOVE WS-IN-REGION(WS-INCIDENT-SUB) TO WS-WORK-REGION.
089000     IF WS-WORK-REGION = SPACES
089100         MOVE '???' TO WS-WORK-REGION
089200     END-IF.
089300     PERFORM 7200-FIND-REGION-ENTRY
089400         THRU 7200-FIND-REGION-ENTRY-EXIT.
089500     MOVE WS-IN-PERIOD(WS-INCIDENT-SUB) TO WS-PERIOD-SUB.
089600     IF WS-REGION-SUB > ZERO
089700         MOVE WS-REGION-SUB TO WS-ADD-SUB
089800         PERFORM 2110-ADD-INCIDENT-FIGURES
089900             THRU 2110-ADD-INCIDENT-FIGURES-EXIT
090000     END-IF.
090100     MOVE WS-ALL-REGIONS-SUB TO WS-ADD-SUB.
090200     PERFORM 2110-ADD-INCIDENT-FIGURES
090300         THRU 2110-ADD-INCIDENT-FIGURES-EXIT.
090400 2100-TALLY-ONE-INCIDENT-EXIT.
090500     EXIT.
090600*----------------------------------------------------------------
090700 2110-ADD-INCIDENT-FIGURES.
090800*----------------------------------------------------------------
090900     ADD 1 TO WS-RG-ALERTS(WS-ADD-SUB, WS-PERIOD-SUB).
091000     IF WS-IN-ESCALATED-SW(WS-INCIDENT-SUB) = 'Y'
091100         ADD 1 TO WS-RG-ESCALATED(WS-ADD-SUB, WS-PERIOD-SUB)
091200     END-IF.
091300     IF WS-IN-ACKED-SW(WS-INCIDENT-SUB) NOT = 'Y'
091400         ADD 1 TO WS-RG-NOT-ACKED(WS-ADD-SUB, WS-PERIOD-SUB)
091500         GO TO 2110-ADD-INCIDENT-FIGURES-EXIT
091600     END-IF.
091700     ADD 1 TO WS-RG-ACKED(WS-ADD-SUB, WS-PERIOD-SUB).
091800     ADD WS-IN-ACK-SECS(WS-INCIDENT-SUB)
091900         TO WS-RG-ACK-SECS(WS-ADD-SUB, WS-PERIOD-SUB).
092000     IF WS-IN-ACK-SECS(WS-INCIDENT-SUB)
092100           > WS-RG-WORST-SECS(WS-ADD-SUB, WS-PERIOD-SUB)
092200         MOVE WS-IN-ACK-SECS(WS-INCIDENT-SUB)
092300             TO WS-RG-WORST-SECS(WS-ADD-SUB, WS-PERIOD-SUB)
092400     END-IF.
092500 2110-ADD-INCIDENT-FIGURES-EXIT.
092600     EXIT.
092700*----------------------------------------------------------------
092800 3000-LOAD-CONTROL-TOTALS.
092900*    REPLAY THE CYCLE'S BALANCE CHECK FOR EVERY JOB AND CYCLE
093000*    DATE IN EITHER PERIOD AND REMEMBER WHICH ONES FAILED IT.
093100*----------------------------------------------------------------
093200     MOVE '00' TO WS-CTLTOTS-STATUS.
093300     OPEN INPUT CONTROL-TOTALS.
093400     PERFORM 3010-READ-CONTROL-TOTALS
093500         THRU 3010-READ-CONTROL-TOTALS-EXIT.
093600     PERFORM 3020-REPLAY-ONE-TOTAL
093700         THRU 3020-REPLAY-ONE-TOTAL-EXIT
093800         UNTIL CTLTOTS-AT-EOF.
093900     CLOSE CONTROL-TOTALS.
094000 3000-LOAD-CONTROL-TOTALS-EXIT.
094100     EXIT.
094200*----------------------------------------------------------------
094300 3010-READ-CONTROL-TOTALS.
094400*----------------------------------------------------------------
094500     READ CONTROL-TOTALS
094600         AT END
094700             MOVE '10' TO WS-CTLTOTS-STATUS
094800     END-READ.
094900 3010-READ-CONTROL-TOTALS-EXIT.
095000     EXIT.
095100*----------------------------------------------------------------
095200 3020-REPLAY-ONE-TOTAL.
095300*----------------------------------------------------------------
095400     MOVE CT-CYCLE-DATE TO WS-PERIOD-DATE.
095500     PERFORM 7100-SET-PERIOD
095600         THRU 7100-SET-PERIOD-EXIT.
095700     IF WS-PERIOD-SUB = ZERO
095800         GO TO 3020-REPLAY-ONE-TOTAL-NEXT
095900     END-IF.
096000     ADD 1 TO WS-CTLTOTS-READ.
096100     MOVE CT-JOB-NAME   TO WS-SEARCH-JOB.
096200     MOVE CT-CYCLE-DATE TO WS-SEARCH-DATE.
096300     PERFORM 7600-FIND-BALANCE
096400         THRU 7600-FIND-BALANCE-EXIT.
096500     IF NOT BALANCE-ENTRY-FOUND
096600         IF WS-BALANCE-COUNT NOT < 3000
096700             MOVE 'Y' TO WS-BALANCE-OVERFLOW-SW
096800             GO TO 3020-REPLAY-ONE-TOTAL-NEXT
096900         END-IF
097000         ADD 1 TO WS-BALANCE-COUNT
097100         MOVE WS-BALANCE-COUNT TO WS-BALANCE-SUB
097200         MOVE CT-JOB-NAME   TO WS-BA-JOB-NAME(WS-BALANCE-SUB)
097300         MOVE CT-CYCLE-DATE TO WS-BA-CYCLE-DATE(WS-BALANCE-SUB)
097400         MOVE 'N'           TO WS-BA-OOB-SW(WS-BALANCE-SUB)
097500     ELSE
097600         IF CT-STEP-SEQUENCE > WS-BA-LAST-SEQ(WS-BALANCE-SUB)
097700            AND CT-RECORDS-READ
097800                NOT = WS-BA-LAST-WRITTEN(WS-BALANCE-SUB)
097900             MOVE 'Y' TO WS-BA-OOB-SW(WS-BALANCE-SUB)
098000         END-IF
098100     END-IF.
098200     MOVE CT-STEP-SEQUENCE TO WS-BA-LAST-SEQ(WS-BALANCE-SUB).
098300     MOVE CT-RECORDS-WRITTEN
098400         TO WS-BA-LAST-WRITTEN(WS-BALANCE-SUB).
098500 3020-REPLAY-ONE-TOTAL-NEXT.
098600     PERFORM 3010-READ-CONTROL-TOTALS
098700         THRU 3010-READ-CONTROL-TOTALS-EXIT.
098800 3020-REPLAY-ONE-TOTAL-EXIT.
098900     EXIT.
099000*----------------------------------------------------------------
099100 4000-SCAN-AUDIT-LOG.
099200*    ONE PASS OVER THE AUDIT FILE FROM ITS FIRST KEY, GATHERING
099300*    THE RUN WINDOWS AND STEP ATTEMPTS OF EACH JOB AND CYCLE
099400*    DATE IN EITHER PERIOD AND SCORING THE NIGHT WHEN THE JOB OR
099500*    DATE CHANGES.  A FORCED-RERUN RECORD NAMES ITS JOB'S REGION.
099600*----------------------------------------------------------------
099700     MOVE 'N' TO WS-SCAN-DONE-SW.
099800     MOVE LOW-VALUES TO AL-KEY.
099900     START AUDIT-LOG KEY NOT < AL-KEY
100000         INVALID KEY
100100             MOVE 'Y' TO WS-SCAN-DONE-SW
100200     END-START.
100300     PERFORM 4010-READ-AUDIT-NEXT
100400         THRU 4010-READ-AUDIT-NEXT-EXIT.
100500     PERFORM 4020-TAKE-ONE-RECORD
100600         THRU 4020-TAKE-ONE-RECORD-EXIT
100700         UNTIL SCAN-DONE.
100800     IF WS-GROUP-JOB-NAME NOT = SPACES
100900         PERFORM 4100-SCORE-NIGHT
101000             THRU 4100-SCORE-NIGHT-EXIT
101100     END-IF.
101200 4000-SCAN-AUDIT-LOG-EXIT.
101300     EXIT.
101400*----------------------------------------------------------------
101500 4010-READ-AUDIT-NEXT.
101600*----------------------------------------------------------------
101700     IF SCAN-DONE
101800         GO TO 4010-READ-AUDIT-NEXT-EXIT
101900     END-IF.
102000     READ AUDIT-LOG NEXT RECORD
102100         AT END
102200             MOVE 'Y' TO WS-SCAN-DONE-SW
102300     END-READ.
102400 4010-READ-AUDIT-NEXT-EXIT.
102500     EXIT.
102600*----------------------------------------------------------------
102700 4020-TAKE-ONE-RECORD.
102800*----------------------------------------------------------------
102900     MOVE AL-RUN-DATE TO WS-PERIOD-DATE.
103000     PERFORM 7100-SET-PERIOD
103100         THRU 7100-SET-PERIOD-EXIT.
103200     IF WS-PERIOD-SUB = ZERO
103300         GO TO 4020-TAKE-ONE-RECORD-NEXT
103400     END-IF.
103500     IF AL-JOB-NAME NOT = WS-GROUP-JOB-NAME
103600        OR AL-RUN-DATE NOT = WS-GROUP-RUN-DATE
103700         IF WS-GROUP-JOB-NAME NOT = SPACES
103800             PERFORM 4100-SCORE-NIGHT
103900                 THRU 4100-SCORE-NIGHT-EXIT
104000         END-IF
104100         MOVE AL-JOB-NAME   TO WS-GROUP-JOB-NAME
104200         MOVE AL-RUN-DATE   TO WS-GROUP-RUN-DATE
104300         MOVE WS-PERIOD-SUB TO WS-GROUP-PERIOD
104400         MOVE 'N'           TO WS-GROUP-ORPHAN-SW
104500         MOVE ZERO          TO WS-WINDOW-COUNT
104600         MOVE ZERO          TO WS-GSTEP-COUNT
104700     END-IF.
104800     IF AL-RUN-LEVEL
104900         IF WS-WINDOW-COUNT < 20
105000             ADD 1 TO WS-WINDOW-COUNT
105100             MOVE AL-START-TIME
105200                 TO WS-WN-START-TIME(WS-WINDOW-COUNT)
105300             MOVE AL-STOP-TIME
105400                 TO WS-WN-STOP-TIME(WS-WINDOW-COUNT)
105500             MOVE 'N' TO WS-WN-STEPS-SW(WS-WINDOW-COUNT)
105600         ELSE
105700             MOVE 'Y' TO WS-WINDOW-OVERFLOW-SW
105800         END-IF
105900     ELSE
106000     IF AS-STEP-LEVEL
106100         PERFORM 4030-TAKE-STEP-RECORD
106200             THRU 4030-TAKE-STEP-RECORD-EXIT
106300     ELSE
106400     IF AO-FORCED-RERUN
106500        AND AO-REGION-CODE NOT = SPACES
106600         MOVE AO-JOB-NAME    TO WS-SEARCH-JOB
106700         MOVE AO-REGION-CODE TO WS-SEARCH-REGION
106800         PERFORM 7300-NOTE-JOB-REGION
106900             THRU 7300-NOTE-JOB-REGION-EXIT
107000     END-IF
107100     END-IF
107200     END-IF.
107300 4020-TAKE-ONE-RECORD-NEXT.
107400     PERFORM 4010-READ-AUDIT-NEXT
107500         THRU 4010-READ-AUDIT-NEXT-EXIT.
107600 4020-TAKE-ONE-RECORD-EXIT.
107700     EXIT.
107800*----------------------------------------------------------------
107900 4030-TAKE-STEP-RECORD.
108000*    HOLD THE STEP ATTEMPT WITH THE RUN WINDOW ITS START TIME
108100*    FALLS IN.  OPERATOR COMMAND STAMPS ARE NOT STEPS.
108200*----------------------------------------------------------------
108300     IF AS-PROGRAM-NAME = '*OPERCMD'
108400         GO TO 4030-TAKE-STEP-RECORD-EXIT
108500     END-IF.
108600     IF WS-GSTEP-COUNT NOT < 500
108700         MOVE 'Y' TO WS-GSTEP-OVERFLOW-SW
108800         GO TO 4030-TAKE-STEP-RECORD-EXIT
108900     END-IF.
109000     MOVE 'N' TO WS-WINDOW-FOUND-SW.
109100     MOVE ZERO TO WS-WINDOW-SUB.
109200     PERFORM 4040-MATCH-ONE-WINDOW
109300         THRU 4040-MATCH-ONE-WINDOW-EXIT
109400         UNTIL WINDOW-FOUND
109500            OR WS-WINDOW-SUB NOT < WS-WINDOW-COUNT.
109600     ADD 1 TO WS-GSTEP-COUNT.
109700     MOVE AS-STEP-SEQUENCE TO WS-GS-STEP-SEQ(WS-GSTEP-COUNT).
109800     MOVE AS-PROGRAM-NAME  TO WS-GS-PROGRAM(WS-GSTEP-COUNT).
109900     MOVE AS-RETURN-CODE
110000         TO WS-GS-RETURN-CODE(WS-GSTEP-COUNT).
110100     IF WINDOW-FOUND
110200         MOVE WS-WINDOW-SUB TO WS-GS-WINDOW(WS-GSTEP-COUNT)
110300         MOVE 'Y' TO WS-WN-STEPS-SW(WS-WINDOW-SUB)
110400     ELSE
110500         MOVE ZERO TO WS-GS-WINDOW(WS-GSTEP-COUNT)
110600         MOVE 'Y' TO WS-GROUP-ORPHAN-SW
110700     END-IF.
110800 4030-TAKE-STEP-RECORD-EXIT.
110900     EXIT.
111000*----------------------------------------------------------------
111100 4040-MATCH-ONE-WINDOW.
111200*    A RUN WITH NO STOP TIME COVERS EVERYTHING FROM ITS START ON;
111300*    A STOP TIME EARLIER THAN THE START MEANS THE RUN CROSSED
111400*    MIDNIGHT, SO THE WINDOW WRAPS.
111500*----------------------------------------------------------------
111600     ADD 1 TO WS-WINDOW-SUB.
111700     IF WS-WN-STOP-TIME(WS-WINDOW-SUB) = SPACES
111800         IF AS-START-TIME NOT < WS-WN-START-TIME(WS-WINDOW-SUB)
111900             MOVE 'Y' TO WS-WINDOW-FOUND-SW
112000         END-IF
112100     ELSE
112200     IF WS-WN-STOP-TIME(WS-WINDOW-SUB)
112300           NOT < WS-WN-START-TIME(WS-WINDOW-SUB)
112400         IF AS-START-TIME NOT < WS-WN-START-TIME(WS-WINDOW-SUB)
112500            AND AS-START-TIME
112600                NOT > WS-WN-STOP-TIME(WS-WINDOW-SUB)
112700             MOVE 'Y' TO WS-WINDOW-FOUND-SW
112800         END-IF
112900     ELSE
113000         IF AS-START-TIME NOT < WS-WN-START-TIME(WS-WINDOW-SUB)
113100            OR AS-START-TIME
113200               NOT > WS-WN-STOP-TIME(WS-WINDOW-SUB)
113300             MOVE 'Y' TO WS-WINDOW-FOUND-SW
113400         END-IF
113500     END-IF
113600     END-IF.
113700 4040-MATCH-ONE-WINDOW-EXIT.
113800     EXIT.
113900*----------------------------------------------------------------
114000 4100-SCORE-NIGHT.
114100*    SCORE THE NIGHT JUST GATHERED AND ADD IT INTO ITS REGION.
114200*    A JOB AND DATE ON WHICH NO STEP RAN (EVERY ATTEMPT REFUSED
114300*    BEFORE THE FIRST STEP) IS NOT A NIGHT.  EVERY RUN THAT RAN
114400*    A STEP COUNTS, AND STEPS IN NO RUN WINDOW COUNT AS ONE MORE
114500*    RUN THAT DIED WITHOUT RECORDING ITSELF.
114600*----------------------------------------------------------------
114700     IF WS-GSTEP-COUNT = ZERO
114800         GO TO 4100-SCORE-NIGHT-EXIT
114900     END-IF.
115000     ADD 1 TO WS-NIGHTS-SCORED.
115100     PERFORM 4110-LOAD-NIGHT-LIMITS
115200         THRU 4110-LOAD-NIGHT-LIMITS-EXIT.
115300     IF NOT NIGHT-HAS-SNAPSHOT
115400         ADD 1 TO WS-NO-SNAP-NIGHT-COUNT
115500         MOVE WS-GROUP-JOB-NAME TO WS-SEARCH-JOB
115600         PERFORM 7310-FIND-JOB-REGION
115700             THRU 7310-FIND-JOB-REGION-EXIT
115800         MOVE WS-SEARCH-REGION TO WS-GROUP-REGION
115900     END-IF.
116000     MOVE 'Y' TO WS-NIGHT-CLEAN-SW.
116100     MOVE ZERO TO WS-NIGHT-RUNS.
116200     MOVE ZERO TO WS-WINDOW-SUB.
116300     PERFORM 4130-COUNT-ONE-RUN
116400         THRU 4130-COUNT-ONE-RUN-EXIT
116500         UNTIL WS-WINDOW-SUB NOT < WS-WINDOW-COUNT.
116600     IF WS-NIGHT-RUNS = ZERO
116700         MOVE 'N' TO WS-NIGHT-CLEAN-SW
116800     END-IF.
116900     MOVE ZERO TO WS-NIGHT-RERUNS.
117000     IF GROUP-HAS-ORPHAN
117100         ADD 1 TO WS-NIGHT-RERUNS
117200     END-IF.
117300     IF WS-NIGHT-RUNS > ZERO
117400         COMPUTE WS-NIGHT-RERUNS =
117500             WS-NIGHT-RERUNS + WS-NIGHT-RUNS - 1
117600     END-IF.
117700     MOVE ZERO TO WS-GSTEP-SUB.
117800     PERFORM 4140-JUDGE-ONE-STEP
117900         THRU 4140-JUDGE-ONE-STEP-EXIT
118000         UNTIL WS-GSTEP-SUB NOT < WS-GSTEP-COUNT.
118100     MOVE WS-GROUP-JOB-NAME TO WS-SEARCH-JOB.
118200     MOVE WS-GROUP-RUN-DATE TO WS-SEARCH-DATE.
118300     PERFORM 7600-FIND-BALANCE
118400         THRU 7600-FIND-BALANCE-EXIT.
118500     IF BALANCE-ENTRY-FOUND
118600         IF WS-BA-OOB-SW(WS-BALANCE-SUB) = 'Y'
118700             ADD 1 TO WS-OOB-NIGHT-COUNT
118800             MOVE 'N' TO WS-NIGHT-CLEAN-SW
118900         END-IF
119000     END-IF.
119100     MOVE 'N' TO WS-NIGHT-LATE-SW.
119200     IF DEADLINE-SUPPLIED
119300         PERFORM 4160-CHECK-DEADLINE
119400             THRU 4160-CHECK-DEADLINE-EXIT
119500     END-IF.
119600     MOVE WS-GROUP-REGION TO WS-WORK-REGION.
119700     PERFORM 7200-FIND-REGION-ENTRY
119800         THRU 7200-FIND-REGION-ENTRY-EXIT.
119900     IF WS-REGION-SUB > ZERO
120000         MOVE WS-REGION-SUB TO WS-ADD-SUB
120100         PERFORM 4190-ADD-NIGHT-FIGURES
120200             THRU 4190-ADD-NIGHT-FIGURES-EXIT
120300     END-IF.
120400     MOVE WS-ALL-REGIONS-SUB TO WS-ADD-SUB.
120500     PERFORM 4190-ADD-NIGHT-FIGURES
120600         THRU 4190-ADD-NIGHT-FIGURES-EXIT.
120700 4100-SCORE-NIGHT-EXIT.
120800     EXIT.
120900*----------------------------------------------------------------
121000 4110-LOAD-NIGHT-LIMITS.
121100*    READ THE NIGHT'S CARDS FROM THE SNAPSHOT HISTORY: EVERY
121200*    REGION'S CARDS FOR THE CYCLE DATE ARE READ AND THOSE OF THIS
121300*    JOB KEPT.  THEY GIVE THE NIGHT'S REGION AND, FROM THE CARDS
121400*    TONIGHT'S LIST SELECTED, EACH PROGRAM'S ACCEPTABLE RETURN
121500*    CODE AS IT STOOD THAT NIGHT.
121600*----------------------------------------------------------------
121700     MOVE 'N' TO WS-NIGHT-SNAP-SW.
121800     MOVE ZERO TO WS-NIGHT-LIMIT-COUNT.
121900     MOVE '???' TO WS-GROUP-REGION.
122000     IF NOT STEPSNAP-OPEN
122100         GO TO 4110-LOAD-NIGHT-LIMITS-EXIT
122200     END-IF.
122300     MOVE 'N' TO WS-SNAP-SCAN-SW.
122400     MOVE WS-GROUP-RUN-DATE TO SS-CYCLE-DATE.
122500     MOVE LOW-VALUES        TO SS-REGION-CODE.
122600     MOVE ZERO              TO SS-CARD-NUMBER.
122700     START STEP-SNAP KEY NOT < SS-KEY
122800         INVALID KEY
122900             MOVE 'Y' TO WS-SNAP-SCAN-SW
123000     END-START.
123100     PERFORM 4120-TAKE-ONE-SNAP-CARD
123200         THRU 4120-TAKE-ONE-SNAP-CARD-EXIT
123300         UNTIL SNAP-SCAN-DONE.
123400 4110-LOAD-NIGHT-LIMITS-EXIT.
123500     EXIT.
123600*----------------------------------------------------------------
123700 4120-TAKE-ONE-SNAP-CARD.
123800*----------------------------------------------------------------
123900     READ STEP-SNAP NEXT RECORD
124000         AT END
124100             MOVE 'Y' TO WS-SNAP-SCAN-SW
124200     END-READ.
124300     IF SNAP-SCAN-DONE
124400         GO TO 4120-TAKE-ONE-SNAP-CARD-EXIT
124500     END-IF.
124600     IF SS-CYCLE-DATE NOT = WS-GROUP-RUN-DATE
124700         MOVE 'Y' TO WS-SNAP-SCAN-SW
124800         GO TO 4120-TAKE-ONE-SNAP-CARD-EXIT
124900     END-IF.
125000     IF SS-JOB-NAME NOT = WS-GROUP-JOB-NAME
125100         GO TO 4120-TAKE-ONE-SNAP-CARD-EXIT
125200     END-IF.
125300     MOVE 'Y' TO WS-NIGHT-SNAP-SW.
125400     MOVE SS-REGION-CODE TO WS-GROUP-REGION.
125500     IF NOT SS-SELECTED
125600        OR SS-PROGRAM-NAME = SPACES
125700         GO TO 4120-TAKE-ONE-SNAP-CARD-EXIT
125800     END-IF.
125900     IF SS-MAX-RETURN-CODE NUMERIC
126000         MOVE SS-MAX-RETURN-CODE TO WS-CARD-MAX-RC
126100     ELSE
126200         MOVE ZERO TO WS-CARD-MAX-RC
126300     END-IF.
126400     MOVE SS-PROGRAM-NAME TO WS-SEARCH-PROGRAM.
126500     MOVE 'N' TO WS-LIMIT-FOUND-SW.
126600     MOVE ZERO TO WS-LIMIT-SUB.
126700     PERFORM 7710-MATCH-NIGHT-LIMIT
126800         THRU 7710-MATCH-NIGHT-LIMIT-EXIT
126900         UNTIL LIMIT-ENTRY-FOUND
127000            OR WS-LIMIT-SUB NOT < WS-NIGHT-LIMIT-COUNT.
127100     IF LIMIT-ENTRY-FOUND
127200         IF WS-CARD-MAX-RC > WS-NL-MAX-RC(WS-LIMIT-SUB)
127300             MOVE WS-CARD-MAX-RC TO WS-NL-MAX-RC(WS-LIMIT-SUB)
127400         END-IF
127500     ELSE
127600         IF WS-NIGHT-LIMIT-COUNT < 200
127700             ADD 1 TO WS-NIGHT-LIMIT-COUNT
127800             MOVE SS-PROGRAM-NAME
127900                 TO WS-NL-PROGRAM(WS-NIGHT-LIMIT-COUNT)
128000             MOVE WS-CARD-MAX-RC
128100                 TO WS-NL-MAX-RC(WS-NIGHT-LIMIT-COUNT)
128200         ELSE
128300             MOVE 'Y' TO WS-LIMIT-OVERFLOW-SW
128400         END-IF
128500     END-IF.
128600 4120-TAKE-ONE-SNAP-CARD-EXIT.
128700     EXIT.
128800*----------------------------------------------------------------
128900 4130-COUNT-ONE-RUN.
129000*----------------------------------------------------------------
129100     ADD 1 TO WS-WINDOW-SUB.
129200     IF WS-WN-STEPS-SW(WS-WINDOW-SUB) = 'Y'
129300         ADD 1 TO WS-NIGHT-RUNS
129400     END-IF.
129500 4130-COUNT-ONE-RUN-EXIT.
129600     EXIT.
129700*----------------------------------------------------------------
129800 4140-JUDGE-ONE-STEP.
129900*    A STEP ABOVE ITS ACCEPTABLE RETURN CODE SPOILS THE NIGHT
130000*    UNLESS THE SAME RUN RETRIED IT UNDER THE NEXT STEP SEQUENCE
130100*    (THE RETRY IS THEN JUDGED IN ITS OWN RIGHT).
130200*----------------------------------------------------------------
130300     ADD 1 TO WS-GSTEP-SUB.
130400     IF WS-GS-RETURN-CODE(WS-GSTEP-SUB) = ZERO
130500         GO TO 4140-JUDGE-ONE-STEP-EXIT
130600     END-IF.
130700     MOVE WS-GS-PROGRAM(WS-GSTEP-SUB) TO WS-SEARCH-PROGRAM.
130800     PERFORM 7700-FIND-STEP-LIMIT
130900         THRU 7700-FIND-STEP-LIMIT-EXIT.
131000     IF NOT LIMIT-ENTRY-FOUND
131100         ADD 1 TO WS-NOT-JUDGED-COUNT
131200         GO TO 4140-JUDGE-ONE-STEP-EXIT
131300     END-IF.
131400     IF WS-GS-RETURN-CODE(WS-GSTEP-SUB) NOT > WS-FOUND-MAX-RC
131500         GO TO 4140-JUDGE-ONE-STEP-EXIT
131600     END-IF.
131700     COMPUTE WS-RETRY-SEQ = WS-GS-STEP-SEQ(WS-GSTEP-SUB) + 1.
131800     MOVE 'N' TO WS-RETRY-FOUND-SW.
131900     MOVE ZERO TO WS-RETRY-SUB.
132000     PERFORM 4150-MATCH-ONE-RETRY
132100         THRU 4150-MATCH-ONE-RETRY-EXIT
132200         UNTIL RETRY-FOUND
132300            OR WS-RETRY-SUB NOT < WS-GSTEP-COUNT.
132400     IF NOT RETRY-FOUND
132500         MOVE 'N' TO WS-NIGHT-CLEAN-SW
132600     END-IF.
132700 4140-JUDGE-ONE-STEP-EXIT.
132800     EXIT.
132900*----------------------------------------------------------------
133000 4150-MATCH-ONE-RETRY.
133100*----------------------------------------------------------------
133200     ADD 1 TO WS-RETRY-SUB.
133300     IF WS-GS-STEP-SEQ(WS-RETRY-SUB) = WS-RETRY-SEQ
133400        AND WS-GS-PROGRAM(WS-RETRY-SUB)
133500           = WS-GS-PROGRAM(WS-GSTEP-SUB)
133600        AND WS-GS-WINDOW(WS-RETRY-SUB)
133700           = WS-GS-WINDOW(WS-GSTEP-SUB)
133800         MOVE 'Y' TO WS-RETRY-FOUND-SW
133900     END-IF.
134000 4150-MATCH-ONE-RETRY-EXIT.
134100     EXIT.
134200*----------------------------------------------------------------
134300 4160-CHECK-DEADLINE.
134400*    THE NIGHT IS LATE WHEN ITS LATEST-FINISHING RUN ENDED AFTER
134500*    THE DEADLINE THAT FOLLOWS ITS FIRST RUN'S START, OR WHEN NO
134600*    RUN THAT RAN A STEP RECORDED A STOP TIME AT ALL.
134700*----------------------------------------------------------------
134800     MOVE 'N' TO WS-BASE-FOUND-SW.
134900     MOVE ZERO TO WS-WINDOW-SUB.
135000     PERFORM 4170-PICK-BASE-RUN
135100         THRU 4170-PICK-BASE-RUN-EXIT
135200         UNTIL WS-WINDOW-SUB NOT < WS-WINDOW-COUNT.
135300     IF NOT BASE-RUN-FOUND
135400         MOVE 'Y' TO WS-NIGHT-LATE-SW
135500         GO TO 4160-CHECK-DEADLINE-EXIT
135600     END-IF.
135700     MOVE WS-DEADLINE-SECS TO WS-NIGHT-DEADLINE-SECS.
135800     IF WS-NIGHT-DEADLINE-SECS < WS-BASE-SECS
135900         ADD 86400 TO WS-NIGHT-DEADLINE-SECS
136000     END-IF.
136100     MOVE ZERO TO WS-NIGHT-FINISH-SECS.
136200     MOVE ZERO TO WS-WINDOW-SUB.
136300     PERFORM 4180-FINISH-ONE-RUN
136400         THRU 4180-FINISH-ONE-RUN-EXIT
136500         UNTIL WS-WINDOW-SUB NOT < WS-WINDOW-COUNT.
136600     IF WS-NIGHT-FINISH-SECS > WS-NIGHT-DEADLINE-SECS
136700         MOVE 'Y' TO WS-NIGHT-LATE-SW
136800     END-IF.
136900 4160-CHECK-DEADLINE-EXIT.
137000     EXIT.
137100*----------------------------------------------------------------
137200 4170-PICK-BASE-RUN.
137300*    THE BASE RUN IS THE ONE STARTED SOONEST AFTER THE DEADLINE
137400*    ON THE CLOCK, SO A RERUN THE NEXT MORNING NEVER PASSES FOR
137500*    THE NIGHT'S FIRST RUN.
137600*----------------------------------------------------------------
137700     ADD 1 TO WS-WINDOW-SUB.
137800     IF WS-WN-STEPS-SW(WS-WINDOW-SUB) NOT = 'Y'
137900        OR WS-WN-STOP-TIME(WS-WINDOW-SUB) = SPACES
138000         GO TO 4170-PICK-BASE-RUN-EXIT
138100     END-IF.
138200     MOVE WS-WN-START-TIME(WS-WINDOW-SUB) TO WS-TIME-WORK.
138300     PERFORM 7500-TIME-TO-SECONDS
138400         THRU 7500-TIME-TO-SECONDS-EXIT.
138500     COMPUTE WS-RUN-OFFSET = WS-TIME-SECS - WS-DEADLINE-SECS.
138600     IF WS-RUN-OFFSET < ZERO
138700         ADD 86400 TO WS-RUN-OFFSET
138800     END-IF.
138900     IF NOT BASE-RUN-FOUND
139000        OR WS-RUN-OFFSET < WS-BASE-OFFSET
139100         MOVE 'Y' TO WS-BASE-FOUND-SW
139200         MOVE WS-RUN-OFFSET TO WS-BASE-OFFSET
139300         MOVE WS-TIME-SECS  TO WS-BASE-SECS
139400     END-IF.
139500 4170-PICK-BASE-RUN-EXIT.
139600     EXIT.
139700*----------------------------------------------------------------
139800 4180-FINISH-ONE-RUN.
139900*----------------------------------------------------------------
140000     ADD 1 TO WS-WINDOW-SUB.
140100     IF WS-WN-STEPS-SW(WS-WINDOW-SUB) NOT = 'Y'
140200        OR WS-WN-STOP-TIME(WS-WINDOW-SUB) = SPACES
140300         GO TO 4180-FINISH-ONE-RUN-EXIT
140400     END-IF.
140500     MOVE WS-WN-START-TIME(WS-WINDOW-SUB) TO WS-TIME-WORK.
140600     PERFORM 7500-TIME-TO-SECONDS
140700         THRU 7500-TIME-TO-SECONDS-EXIT.
140800     MOVE WS-TIME-SECS TO WS-RUN-START-SECS.
140900     MOVE WS-WN-STOP-TIME(WS-WINDOW-SUB) TO WS-TIME-WORK.
141000     PERFORM 7500-TIME-TO-SECONDS
141100         THRU 7500-TIME-TO-SECONDS-EXIT.
141200     MOVE WS-TIME-SECS TO WS-RUN-STOP-SECS.
141300     IF WS-RUN-STOP-SECS < WS-RUN-START-SECS
141400         ADD 86400 TO WS-RUN-STOP-SECS
141500     END-IF.
141600     IF WS-RUN-START-SECS < WS-BASE-SECS
141700         ADD 86400 TO WS-RUN-START-SECS
141800         ADD 86400 TO WS-RUN-STOP-SECS
141900     END-IF.
142000     IF WS-RUN-STOP-SECS > WS-NIGHT-FINISH-SECS
142100         MOVE WS-RUN-STOP-SECS TO WS-NIGHT-FINISH-SECS
142200     END-IF.
142300 4180-FINISH-ONE-RUN-EXIT.
142400     EXIT.
142500*----------------------------------------------------------------
142600 4190-ADD-NIGHT-FIGURES.
142700*----------------------------------------------------------------
142800     ADD 1 TO WS-RG-NIGHTS(WS-ADD-SUB, WS-GROUP-PERIOD).
142900     IF NIGHT-CLEAN
143000         ADD 1 TO WS-RG-CLEAN(WS-ADD-SUB, WS-GROUP-PERIOD)
143100     END-IF.
143200     ADD WS-NIGHT-RERUNS
143300         TO WS-RG-RERUNS(WS-ADD-SUB, WS-GROUP-PERIOD).
143400     IF NIGHT-LATE
143500         ADD 1 TO WS-RG-LATE(WS-ADD-SUB, WS-GROUP-PERIOD)
143600     END-IF.
143700 4190-ADD-NIGHT-FIGURES-EXIT.
143800     EXIT.
143900*----------------------------------------------------------------
144000 5000-WRITE-SCORECARD.
144100*    ONE BLOCK PER REGION IN REGION ORDER, THEN ALL REGIONS.
144200*----------------------------------------------------------------
144300     IF WS-REGION-COUNT = ZERO
144400         MOVE SPACES TO SCORE-REPORT-LINE
144500         WRITE SCORE-REPORT-LINE
144600         MOVE WS-NO-ACTIVITY-LINE TO SCORE-REPORT-LINE
144700         WRITE SCORE-REPORT-LINE
144800         GO TO 5000-WRITE-SCORECARD-EXIT
144900     END-IF.
145000     MOVE ZERO TO WS-REGION-SUB.
145100     PERFORM 5010-WRITE-ONE-REGION
145200         THRU 5010-WRITE-ONE-REGION-EXIT
145300         UNTIL WS-REGION-SUB NOT < WS-REGION-COUNT.
145400     MOVE 'TOTAL:  '         TO WS-RG-HDR-LABEL.
145500     MOVE 'ALL REGIONS'      TO WS-RG-HDR-REGION.
145600     MOVE WS-ALL-REGIONS-SUB TO WS-BLOCK-SUB.
145700     PERFORM 5100-WRITE-REGION-BLOCK
145800         THRU 5100-WRITE-REGION-BLOCK-EXIT.
145900 5000-WRITE-SCORECARD-EXIT.
146000     EXIT.
146100*----------------------------------------------------------------
146200 5010-WRITE-ONE-REGION.
146300*----------------------------------------------------------------
146400     ADD 1 TO WS-REGION-SUB.
146500     MOVE 'REGION: ' TO WS-RG-HDR-LABEL.
146600     MOVE WS-RG-REGION(WS-REGION-SUB) TO WS-RG-HDR-REGION.
146700     MOVE WS-REGION-SUB TO WS-BLOCK-SUB.
146800     PERFORM 5100-WRITE-REGION-BLOCK
146900         THRU 5100-WRITE-REGION-BLOCK-EXIT.
147000 5010-WRITE-ONE-REGION-EXIT.
147100     EXIT.
147200*----------------------------------------------------------------
147300 5100-WRITE-REGION-BLOCK.
147400*----------------------------------------------------------------
147500     MOVE SPACES TO SCORE-REPORT-LINE.
147600     WRITE SCORE-REPORT-LINE.
147700     MOVE WS-REGION-HEADER TO SCORE-REPORT-LINE.
147800     WRITE SCORE-REPORT-LINE.
147900     MOVE WS-COLUMN-HEADER TO SCORE-REPORT-LINE.
148000     WRITE SCORE-REPORT-LINE.
148100     MOVE ZERO TO WS-MEASURE-SUB.
148200     PERFORM 5110-WRITE-ONE-MEASURE
148300         THRU 5110-WRITE-ONE-MEASURE-EXIT
148400         UNTIL WS-MEASURE-SUB NOT < 10.
148500 5100-WRITE-REGION-BLOCK-EXIT.
148600     EXIT.
148700*----------------------------------------------------------------
148800 5110-WRITE-ONE-MEASURE.
148900*    WORK OUT THE MEASURE FOR BOTH PERIODS AND PRINT THEM WITH
149000*    THE CHANGE AND, WHERE ONE DIRECTION IS WORSE, THE TREND.
149100*----------------------------------------------------------------
149200     ADD 1 TO WS-MEASURE-SUB.
149300     MOVE 1 TO WS-PERIOD-SUB.
149400     PERFORM 5200-COMPUTE-MEASURE
149500         THRU 5200-COMPUTE-MEASURE-EXIT.
149600     MOVE WS-MEASURE-VALUE TO WS-CURRENT-VALUE.
149700     MOVE WS-MEASURE-NA-SW TO WS-CURRENT-NA-SW.
149800     MOVE 2 TO WS-PERIOD-SUB.
149900     PERFORM 5200-COMPUTE-MEASURE
150000         THRU 5200-COMPUTE-MEASURE-EXIT.
150100     MOVE WS-MEASURE-VALUE TO WS-PRIOR-VALUE.
150200     MOVE WS-MEASURE-NA-SW TO WS-PRIOR-NA-SW.
150300     MOVE WS-MS-LABEL(WS-MEASURE-SUB) TO WS-ML-LABEL.
150400     MOVE WS-CURRENT-VALUE TO WS-EDIT-INPUT.
150500     MOVE WS-CURRENT-NA-SW TO WS-MEASURE-NA-SW.
150600     PERFORM 5300-EDIT-VALUE
150700         THRU 5300-EDIT-VALUE-EXIT.
150800     MOVE WS-EDIT-OUTPUT TO WS-ML-CURRENT.
150900     MOVE WS-PRIOR-VALUE TO WS-EDIT-INPUT.
151000     MOVE WS-PRIOR-NA-SW TO WS-MEASURE-NA-SW.
151100     PERFORM 5300-EDIT-VALUE
151200         THRU 5300-EDIT-VALUE-EXIT.
151300     MOVE WS-EDIT-OUTPUT TO WS-ML-PRIOR.
151400     MOVE SPACES TO WS-ML-TREND.
151500     IF CURRENT-NOT-AVAILABLE
151600        OR PRIOR-NOT-AVAILABLE
151700         MOVE WS-NOT-AVAILABLE-TEXT TO WS-ML-CHANGE
151800         GO TO 5110-WRITE-MEASURE-LINE
151900     END-IF.
152000     COMPUTE WS-CHANGE-VALUE = WS-CURRENT-VALUE - WS-PRIOR-VALUE.
152100     IF MS-COUNT(WS-MEASURE-SUB)
152200         MOVE WS-CHANGE-VALUE TO WS-EDIT-CHG-COUNT
152300         MOVE WS-EDIT-CHG-COUNT TO WS-ML-CHANGE
152400     ELSE
152500         MOVE WS-CHANGE-VALUE TO WS-EDIT-CHG-DECIMAL
152600         MOVE WS-EDIT-CHG-DECIMAL TO WS-ML-CHANGE
152700     END-IF.
152800     IF WS-CHANGE-VALUE = ZERO
152900         GO TO 5110-WRITE-MEASURE-LINE
153000     END-IF.
153100     IF MS-HIGHER-WORSE(WS-MEASURE-SUB)
153200         IF WS-CHANGE-VALUE > ZERO
153300             MOVE 'WORSE' TO WS-ML-TREND
153400         ELSE
153500             MOVE 'BETTER' TO WS-ML-TREND
153600         END-IF
153700     ELSE
153800     IF MS-LOWER-WORSE(WS-MEASURE-SUB)
153900         IF WS-CHANGE-VALUE < ZERO
154000             MOVE 'WORSE' TO WS-ML-TREND
154100         ELSE
154200             MOVE 'BETTER' TO WS-ML-TREND
154300         END-IF
154400     END-IF
154500     END-IF.
154600     IF WS-ML-TREND = 'WORSE'
154700         ADD 1 TO WS-WORSE-FIGURE-COUNT
154800     END-IF.
154900 5110-WRITE-MEASURE-LINE.
155000     MOVE WS-MEASURE-LINE TO SCORE-REPORT-LINE.
155100     WRITE SCORE-REPORT-LINE.
155200 5110-WRITE-ONE-MEASURE-EXIT.
155300     EXIT.
155400*----------------------------------------------------------------
155500 5200-COMPUTE-MEASURE.
155600*    ONE MEASURE FOR REGION WS-BLOCK-SUB AND PERIOD
155700*    WS-PERIOD-SUB.  A RATIO WITH NOTHING TO DIVIDE BY, OR THE
155800*    DEADLINE MEASURE WITHOUT A DEADLINE CARD, IS NOT AVAILABLE.
155900*----------------------------------------------------------------
156000     MOVE 'N'  TO WS-MEASURE-NA-SW.
156100     MOVE ZERO TO WS-MEASURE-VALUE.
156200     IF WS-MEASURE-SUB = 1
156300         MOVE WS-RG-ALERTS(WS-BLOCK-SUB, WS-PERIOD-SUB)
156400             TO WS-MEASURE-VALUE
156500     ELSE
156600     IF WS-MEASURE-SUB = 2
156700         IF WS-RG-ACKED(WS-BLOCK-SUB, WS-PERIOD-SUB) = ZERO
156800             MOVE 'Y' TO WS-MEASURE-NA-SW
156900         ELSE
157000             COMPUTE WS-MEASURE-VALUE ROUNDED =
157100                 WS-RG-ACK-SECS(WS-BLOCK-SUB, WS-PERIOD-SUB)
157200                 / WS-RG-ACKED(WS-BLOCK-SUB, WS-PERIOD-SUB)
157300                 / 60
157400         END-IF
157500     ELSE
157600     IF WS-MEASURE-SUB = 3
157700         IF WS-RG-ACKED(WS-BLOCK-SUB, WS-PERIOD-SUB) = ZERO
157800             MOVE 'Y' TO WS-MEASURE-NA-SW
157900         ELSE
158000             COMPUTE WS-MEASURE-VALUE ROUNDED =
158100                 WS-RG-WORST-SECS(WS-BLOCK-SUB, WS-PERIOD-SUB)
158200                 / 60
158300         END-IF
158400     ELSE
158500     IF WS-MEASURE-SUB = 4
158600         IF WS-RG-ALERTS(WS-BLOCK-SUB, WS-PERIOD-SUB) = ZERO
158700             MOVE 'Y' TO WS-MEASURE-NA-SW
158800         ELSE
158900             COMPUTE WS-MEASURE-VALUE ROUNDED =
159000                 WS-RG-ESCALATED(WS-BLOCK-SUB, WS-PERIOD-SUB)
159100                 * 100
159200                 / WS-RG-ALERTS(WS-BLOCK-SUB, WS-PERIOD-SUB)
159300         END-IF
159400     ELSE
159500     IF WS-MEASURE-SUB = 5
159600         MOVE WS-RG-NOT-ACKED(WS-BLOCK-SUB, WS-PERIOD-SUB)
159700             TO WS-MEASURE-VALUE
159800     ELSE
159900     IF WS-MEASURE-SUB = 6
160000         MOVE WS-RG-NIGHTS(WS-BLOCK-SUB, WS-PERIOD-SUB)
160100             TO WS-MEASURE-VALUE
160200     ELSE
160300     IF WS-MEASURE-SUB = 7
160400         MOVE WS-RG-CLEAN(WS-BLOCK-SUB, WS-PERIOD-SUB)
160500             TO WS-MEASURE-VALUE
160600     ELSE
160700     IF WS-MEASURE-SUB = 8
160800         IF WS-RG-NIGHTS(WS-BLOCK-SUB, WS-PERIOD-SUB) = ZERO
160900             MOVE 'Y' TO WS-MEASURE-NA-SW
161000         ELSE
161100             COMPUTE WS-MEASURE-VALUE ROUNDED =
161200                 WS-RG-CLEAN(WS-BLOCK-SUB, WS-PERIOD-SUB)
161300                 * 100
161400                 / WS-RG-NIGHTS(WS-BLOCK-SUB, WS-PERIOD-SUB)
161500         END-IF
161600     ELSE
161700     IF WS-MEASURE-SUB = 9
161800         MOVE WS-RG-RERUNS(WS-BLOCK-SUB, WS-PERIOD-SUB)
161900             TO WS-MEASURE-VALUE
162000     ELSE
162100         IF NOT DEADLINE-SUPPLIED
162200             MOVE 'Y' TO WS-MEASURE-NA-SW
162300         ELSE
162400             MOVE WS-RG-LATE(WS-BLOCK-SUB, WS-PERIOD-SUB)
162500                 TO WS-MEASURE-VALUE
162600         END-IF
162700     END-IF
162800     END-IF
162900     END-IF
163000     END-IF
163100     END-IF
163200     END-IF
163300     END-IF
163400     END-IF
163500     END-IF.
163600 5200-COMPUTE-MEASURE-EXIT.
163700     EXIT.
163800*----------------------------------------------------------------
163900 5300-EDIT-VALUE.
164000*----------------------------------------------------------------
164100     IF MEASURE-NOT-AVAILABLE
164200         MOVE WS-NOT-AVAILABLE-TEXT TO WS-EDIT-OUTPUT
164300     ELSE
164400     IF MS-COUNT(WS-MEASURE-SUB)
164500         MOVE WS-EDIT-INPUT TO WS-EDIT-COUNT
164600         MOVE WS-EDIT-COUNT TO WS-EDIT-OUTPUT
164700     ELSE
164800         MOVE WS-EDIT-INPUT TO WS-EDIT-DECIMAL
164900         MOVE WS-EDIT-DECIMAL TO WS-EDIT-OUTPUT
165000     END-IF
165100     END-IF.
165200 5300-EDIT-VALUE-EXIT.
165300     EXIT.
165400*----------------------------------------------------------------
165500 7000-EDIT-WORK-DATE.
165600*    WS-WORK-DATE MUST BE A REAL CALENDAR DATE (YYYYMMDD).
165700*----------------------------------------------------------------
165800     MOVE 'N' TO WS-WORK-DATE-SW.
165900     IF WS-WORK-DATE NOT NUMERIC
166000         GO TO 7000-EDIT-WORK-DATE-EXIT
166100     END-IF.
166200     IF WS-WD-MM < 1 OR WS-WD-MM > 12
166300         GO TO 7000-EDIT-WORK-DATE-EXIT
166400     END-IF.
166500     PERFORM 7020-GET-MONTH-DAYS
166600         THRU 7020-GET-MONTH-DAYS-EXIT.
166700     IF WS-WD-DD < 1 OR WS-WD-DD > WS-WORK-MONTH-DAYS
166800         GO TO 7000-EDIT-WORK-DATE-EXIT
166900     END-IF.
167000     MOVE 'Y' TO WS-WORK-DATE-SW.
167100 7000-EDIT-WORK-DATE-EXIT.
167200     EXIT.
167300*----------------------------------------------------------------
167400 7010-BACK-ONE-MONTH.
167500*    THE SAME DAY OF THE MONTH BEFORE, CUT TO THAT MONTH'S
167600*    LENGTH.  WITH WS-KEEP-MONTH-END-SW ON, A MONTH END STAYS A
167700*    MONTH END (31 OCT GOES TO 30 SEP, 30 NOV TO 31 OCT).
167800*----------------------------------------------------------------
167900     PERFORM 7020-GET-MONTH-DAYS
168000         THRU 7020-GET-MONTH-DAYS-EXIT.
168100     IF WS-WD-DD = WS-WORK-MONTH-DAYS
168200         MOVE 'Y' TO WS-MONTH-END-SW
168300     ELSE
168400         MOVE 'N' TO WS-MONTH-END-SW
168500     END-IF.
168600     IF WS-WD-MM = 1
168700         MOVE 12 TO WS-WD-MM
168800         SUBTRACT 1 FROM WS-WD-YYYY
168900     ELSE
169000         SUBTRACT 1 FROM WS-WD-MM
169100     END-IF.
169200     PERFORM 7020-GET-MONTH-DAYS
169300         THRU 7020-GET-MONTH-DAYS-EXIT.
169400     IF WS-WD-DD > WS-WORK-MONTH-DAYS
169500        OR (KEEP-MONTH-END AND WORK-DATE-MONTH-END)
169600         MOVE WS-WORK-MONTH-DAYS TO WS-WD-DD
169700     END-IF.
169800 7010-BACK-ONE-MONTH-EXIT.
169900     EXIT.
170000*----------------------------------------------------------------
170100 7020-GET-MONTH-DAYS.
170200*    DAYS IN WS-WORK-DATE'S MONTH, WITH THE GREGORIAN LEAP-YEAR
170300*    RULE FOR FEBRUARY.
170400*----------------------------------------------------------------
170500     MOVE WS-MONTH-DAYS(WS-WD-MM) TO WS-WORK-MONTH-DAYS.
170600     IF WS-WD-MM NOT = 2
170700         GO TO 7020-GET-MONTH-DAYS-EXIT
170800     END-IF.
170900     DIVIDE WS-WD-YYYY BY 4
171000         GIVING WS-LEAP-QUOT
171100         REMAINDER WS-LEAP-REM.
171200     IF WS-LEAP-REM NOT = ZERO
171300         GO TO 7020-GET-MONTH-DAYS-EXIT
171400     END-IF.
171500     MOVE 29 TO WS-WORK-MONTH-DAYS.
171600     DIVIDE WS-WD-YYYY BY 100
171700         GIVING WS-LEAP-QUOT
171800         REMAINDER WS-LEAP-REM.
171900     IF WS-LEAP-REM NOT = ZERO
172000         GO TO 7020-GET-MONTH-DAYS-EXIT
172100     END-IF.
172200     DIVIDE WS-WD-YYYY BY 400
172300         GIVING WS-LEAP-QUOT
172400         REMAINDER WS-LEAP-REM.
172500     IF WS-LEAP-REM NOT = ZERO
172600         MOVE 28 TO WS-WORK-MONTH-DAYS
172700     END-IF.
172800 7020-GET-MONTH-DAYS-EXIT.
172900     EXIT.
173000*----------------------------------------------------------------
173100 7100-SET-PERIOD.
173200*    WS-PERIOD-SUB IS 1 FOR A CYCLE DATE IN THE PARM RANGE, 2
173300*    FOR ONE IN THE PRIOR PERIOD AND ZERO OTHERWISE.
173400*----------------------------------------------------------------
173500     MOVE ZERO TO WS-PERIOD-SUB.
173600     IF WS-PERIOD-DATE NOT < WS-FROM-DATE
173700        AND WS-PERIOD-DATE NOT > WS-TO-DATE
173800         MOVE 1 TO WS-PERIOD-SUB
173900     ELSE
174000     IF WS-PERIOD-DATE NOT < WS-PRIOR-FROM-DATE
174100        AND WS-PERIOD-DATE NOT > WS-PRIOR-TO-DATE
174200         MOVE 2 TO WS-PERIOD-SUB
174300     END-IF
174400     END-IF.
174500 7100-SET-PERIOD-EXIT.
174600     EXIT.
174700*----------------------------------------------------------------
174800 7200-FIND-REGION-ENTRY.
174900*    LOCATE WS-WORK-REGION IN THE REGION TABLE, ADDING IT IN
175000*    REGION ORDER IF NEW.  WS-REGION-SUB IS ZERO WHEN THE TABLE
175100*    IS FULL (THE FIGURES THEN GO TO ALL REGIONS ONLY).
175200*----------------------------------------------------------------
175300     MOVE 'N' TO WS-REGION-FOUND-SW.
175400     MOVE 'N' TO WS-INSERT-FOUND-SW.
175500     MOVE ZERO TO WS-REGION-SUB.
175600     PERFORM 7210-MATCH-ONE-REGION
175700         THRU 7210-MATCH-ONE-REGION-EXIT
175800         UNTIL REGION-ENTRY-FOUND
175900            OR INSERT-POINT-FOUND
176000            OR WS-REGION-SUB NOT < WS-REGION-COUNT.
176100     IF REGION-ENTRY-FOUND
176200         GO TO 7200-FIND-REGION-ENTRY-EXIT
176300     END-IF.
176400     IF WS-REGION-COUNT NOT < 50
176500         MOVE 'Y' TO WS-REGION-OVERFLOW-SW
176600         MOVE ZERO TO WS-REGION-SUB
176700         GO TO 7200-FIND-REGION-ENTRY-EXIT
176800     END-IF.
176900     IF INSERT-POINT-FOUND
177000         MOVE WS-REGION-SUB TO WS-INSERT-SUB
177100     ELSE
177200         COMPUTE WS-INSERT-SUB = WS-REGION-COUNT + 1
177300     END-IF.
177400     MOVE WS-REGION-COUNT TO WS-SHIFT-SUB.
177500     PERFORM 7220-SHIFT-ONE-REGION
177600         THRU 7220-SHIFT-ONE-REGION-EXIT
177700         UNTIL WS-SHIFT-SUB < WS-INSERT-SUB.
177800     ADD 1 TO WS-REGION-COUNT.
177900     MOVE WS-INSERT-SUB TO WS-REGION-SUB.
178000     INITIALIZE WS-RG-ENTRY(WS-REGION-SUB).
178100     MOVE WS-WORK-REGION TO WS-RG-REGION(WS-REGION-SUB).
178200 7200-FIND-REGION-ENTRY-EXIT.
178300     EXIT.
178400*----------------------------------------------------------------
178500 7210-MATCH-ONE-REGION.
178600*----------------------------------------------------------------
178700     ADD 1 TO WS-REGION-SUB.
178800     IF WS-RG-REGION(WS-REGION-SUB) = WS-WORK-REGION
178900         MOVE 'Y' TO WS-REGION-FOUND-SW
179000     ELSE
179100     IF WS-RG-REGION(WS-REGION-SUB) > WS-WORK-REGION
179200         MOVE 'Y' TO WS-INSERT-FOUND-SW
179300     END-IF
179400     END-IF.
179500 7210-MATCH-ONE-REGION-EXIT.
179600     EXIT.
179700*----------------------------------------------------------------
179800 7220-SHIFT-ONE-REGION.
179900*----------------------------------------------------------------
180000     MOVE WS-RG-ENTRY(WS-SHIFT-SUB)
180100         TO WS-RG-ENTRY(WS-SHIFT-SUB + 1).
180200     SUBTRACT 1 FROM WS-SHIFT-SUB.
180300 7220-SHIFT-ONE-REGION-EXIT.
180400     EXIT.
180500*----------------------------------------------------------------
180600 7300-NOTE-JOB-REGION.
180700*    REMEMBER WS-SEARCH-REGION AS WS-SEARCH-JOB'S REGION THE
180800*    FIRST TIME THE JOB IS SEEN WITH ONE.
180900*----------------------------------------------------------------
181000     PERFORM 7320-FIND-JOB
181100         THRU 7320-FIND-JOB-EXIT.
181200     IF JOB-ENTRY-FOUND
181300         GO TO 7300-NOTE-JOB-REGION-EXIT
181400     END-IF.
181500     IF WS-JOB-COUNT NOT < 200
181600         MOVE 'Y' TO WS-JOB-OVERFLOW-SW
181700         GO TO 7300-NOTE-JOB-REGION-EXIT
181800     END-IF.
181900     ADD 1 TO WS-JOB-COUNT.
182000     MOVE WS-SEARCH-JOB    TO WS-JR-JOB-NAME(WS-JOB-COUNT).
182100     MOVE WS-SEARCH-REGION TO WS-JR-REGION(WS-JOB-COUNT).
182200 7300-NOTE-JOB-REGION-EXIT.
182300     EXIT.
182400*----------------------------------------------------------------
182500 7310-FIND-JOB-REGION.
182600*    WS-SEARCH-JOB'S REGION, OR ??? WHEN NOTHING NAMES ONE.
182700*----------------------------------------------------------------
182800     PERFORM 7320-FIND-JOB
182900         THRU 7320-FIND-JOB-EXIT.
183000     IF JOB-ENTRY-FOUND
183100         MOVE WS-JR-REGION(WS-JOB-SUB) TO WS-SEARCH-REGION
183200     ELSE
183300         MOVE '???' TO WS-SEARCH-REGION
183400     END-IF.
183500 7310-FIND-JOB-REGION-EXIT.
183600     EXIT.
183700*----------------------------------------------------------------
183800 7320-FIND-JOB.
183900*----------------------------------------------------------------
184000     MOVE 'N' TO WS-JOB-FOUND-SW.
184100     MOVE ZERO TO WS-JOB-SUB.
184200     PERFORM 7330-MATCH-ONE-JOB
184300         THRU 7330-MATCH-ONE-JOB-EXIT
184400         UNTIL JOB-ENTRY-FOUND
184500            OR WS-JOB-SUB NOT < WS-JOB-COUNT.
184600 7320-FIND-JOB-EXIT.
184700     EXIT.
184800*----------------------------------------------------------------
184900 7330-MATCH-ONE-JOB.
185000*----------------------------------------------------------------
185100     ADD 1 TO WS-JOB-SUB.
185200     IF WS-JR-JOB-NAME(WS-JOB-SUB) = WS-SEARCH-JOB
185300         MOVE 'Y' TO WS-JOB-FOUND-SW
185400     END-IF.
185500 7330-MATCH-ONE-JOB-EXIT.
185600     EXIT.
185700*----------------------------------------------------------------
185800 7400-DAY-NUMBER.
185900*    DAY NUMBER OF WS-DAY-DATE.  THE YEAR IS TAKEN TO START IN
186000*    MARCH, SO EVERY MONTH BEFORE THE LEAP DAY HAS A FIXED
186100*    OFFSET; EACH DIVISION IS DONE ON ITS OWN SO IT TRUNCATES.
186200*----------------------------------------------------------------
186300     MOVE ZERO TO WS-DAY-NUMBER.
186400     IF WS-DAY-DATE NOT NUMERIC
186500         GO TO 7400-DAY-NUMBER-EXIT
186600     END-IF.
186700     MOVE WS-DY-YYYY TO WS-DAY-YEAR.
186800     MOVE WS-DY-MM   TO WS-DAY-MONTH.
186900     IF WS-DAY-MONTH < 3
187000         SUBTRACT 1 FROM WS-DAY-YEAR
187100         ADD 12 TO WS-DAY-MONTH
187200     END-IF.
187300     COMPUTE WS-DAY-NUMBER = (365 * WS-DAY-YEAR) + WS-DY-DD.
187400     DIVIDE WS-DAY-YEAR BY 4 GIVING WS-DAY-QUOT.
187500     ADD WS-DAY-QUOT TO WS-DAY-NUMBER.
187600     DIVIDE WS-DAY-YEAR BY 100 GIVING WS-DAY-QUOT.
187700     SUBTRACT WS-DAY-QUOT FROM WS-DAY-NUMBER.
187800     DIVIDE WS-DAY-YEAR BY 400 GIVING WS-DAY-QUOT.
187900     ADD WS-DAY-QUOT TO WS-DAY-NUMBER.
188000     COMPUTE WS-DAY-QUOT = ((153 * (WS-DAY-MONTH - 3)) + 2) / 5.
188100     ADD WS-DAY-QUOT TO WS-DAY-NUMBER.
188200 7400-DAY-NUMBER-EXIT.
188300     EXIT.
188400*----------------------------------------------------------------
188500 7500-TIME-TO-SECONDS.
188600*    SECONDS PAST MIDNIGHT OF WS-TIME-WORK (HHMMSSCC; THE
188700*    HUNDREDTHS ARE DROPPED).  AN UNREADABLE TIME GIVES ZERO.
188800*----------------------------------------------------------------
188900     MOVE ZERO TO WS-TIME-SECS.
189000     IF WS-TW-HH NOT NUMERIC
189100        OR WS-TW-MM NOT NUMERIC
189200        OR WS-TW-SS NOT NUMERIC
189300         GO TO 7500-TIME-TO-SECONDS-EXIT
189400     END-IF.
189500     COMPUTE WS-TIME-SECS =
189600         (WS-TW-HH * 3600) + (WS-TW-MM * 60) + WS-TW-SS.
189700 7500-TIME-TO-SECONDS-EXIT.
189800     EXIT.
189900*----------------------------------------------------------------
190000 7600-FIND-BALANCE.
190100*----------------------------------------------------------------
190200     MOVE 'N' TO WS-BALANCE-FOUND-SW.
190300     MOVE ZERO TO WS-BALANCE-SUB.
190400     PERFORM 7610-MATCH-ONE-BALANCE
190500         THRU 7610-MATCH-ONE-BALANCE-EXIT
190600         UNTIL BALANCE-ENTRY-FOUND
190700            OR WS-BALANCE-SUB NOT < WS-BALANCE-COUNT.
190800 7600-FIND-BALANCE-EXIT.
190900     EXIT.
191000*----------------------------------------------------------------
191100 7610-MATCH-ONE-BALANCE.
191200*----------------------------------------------------------------
191300     ADD 1 TO WS-BALANCE-SUB.
191400     IF WS-BA-JOB-NAME(WS-BALANCE-SUB) = WS-SEARCH-JOB
191500        AND WS-BA-CYCLE-DATE(WS-BALANCE-SUB) = WS-SEARCH-DATE
191600         MOVE 'Y' TO WS-BALANCE-FOUND-SW
191700     END-IF.
191800 7610-MATCH-ONE-BALANCE-EXIT.
191900     EXIT.
192000*----------------------------------------------------------------
192100 7700-FIND-STEP-LIMIT.
192200*    WS-SEARCH-PROGRAM'S ACCEPTABLE RETURN CODE FOR THE NIGHT,
192300*    FROM ITS SNAPSHOT WHEN IT HAS ONE, ELSE FROM //STEPLIST.
192400*----------------------------------------------------------------
192500     MOVE 'N' TO WS-LIMIT-FOUND-SW.
192600     MOVE ZERO TO WS-LIMIT-SUB.
192700     IF NIGHT-HAS-SNAPSHOT
192800         PERFORM 7710-MATCH-NIGHT-LIMIT
192900             THRU 7710-MATCH-NIGHT-LIMIT-EXIT
193000             UNTIL LIMIT-ENTRY-FOUND
193100                OR WS-LIMIT-SUB NOT < WS-NIGHT-LIMIT-COUNT
193200         IF LIMIT-ENTRY-FOUND
193300             MOVE WS-NL-MAX-RC(WS-LIMIT-SUB) TO WS-FOUND-MAX-RC
193400         END-IF
193500     ELSE
193600         PERFORM 7720-MATCH-LIST-LIMIT
193700             THRU 7720-MATCH-LIST-LIMIT-EXIT
193800             UNTIL LIMIT-ENTRY-FOUND
193900                OR WS-LIMIT-SUB NOT < WS-LIMIT-COUNT
194000         IF LIMIT-ENTRY-FOUND
194100             MOVE WS-LM-MAX-RC(WS-LIMIT-SUB) TO WS-FOUND-MAX-RC
194200         END-IF
194300     END-IF.
194400 7700-FIND-STEP-LIMIT-EXIT.
194500     EXIT.
194600*----------------------------------------------------------------
194700 7710-MATCH-NIGHT-LIMIT.
194800*----------------------------------------------------------------
194900     ADD 1 TO WS-LIMIT-SUB.
195000     IF WS-NL-PROGRAM(WS-LIMIT-SUB) = WS-SEARCH-PROGRAM
195100         MOVE 'Y' TO WS-LIMIT-FOUND-SW
195200     END-IF.
195300 7710-MATCH-NIGHT-LIMIT-EXIT.
195400     EXIT.
195500*----------------------------------------------------------------
195600 7720-MATCH-LIST-LIMIT.
195700*----------------------------------------------------------------
195800     ADD 1 TO WS-LIMIT-SUB.
195900     IF WS-LM-PROGRAM(WS-LIMIT-SUB) = WS-SEARCH-PROGRAM
196000         MOVE 'Y' TO WS-LIMIT-FOUND-SW
196100     END-IF.
196200 7720-MATCH-LIST-LIMIT-EXIT.
196300     EXIT.
196400*----------------------------------------------------------------
196500 8000-TERMINATE.
196600*    CLOSE THE SCORECARD WITH ANY NOTES ON WHAT COULD NOT BE
196700*    SCORED AND A SUMMARY OF WHAT WAS READ.
196800*----------------------------------------------------------------
196900     CLOSE AUDIT-LOG.
197000     IF STEPSNAP-OPEN
197100         CLOSE STEP-SNAP
197200     END-IF.
197300     MOVE SPACES TO SCORE-REPORT-LINE.
197400     WRITE SCORE-REPORT-LINE.
197500     IF NOT DEADLINE-SUPPLIED
197600         MOVE WS-NO-DEADLINE-NOTE TO SCORE-REPORT-LINE
197700         WRITE SCORE-REPORT-LINE
197800     END-IF.
197900     IF NOT STEPSNAP-OPEN
198000         MOVE WS-NO-SNAPSHOT-NOTE TO SCORE-REPORT-LINE
198100         WRITE SCORE-REPORT-LINE
198200     END-IF.
198300     IF INCIDENT-TABLE-OVERFLOWED
198400         MOVE WS-INCIDENT-OVERFLOW-NOTE TO SCORE-REPORT-LINE
198500         WRITE SCORE-REPORT-LINE
198600     END-IF.
198700     IF JOB-TABLE-OVERFLOWED
198800         MOVE WS-JOB-OVERFLOW-NOTE TO SCORE-REPORT-LINE
198900         WRITE SCORE-REPORT-LINE
199000     END-IF.
199100     IF BALANCE-TABLE-OVERFLOWED
199200         MOVE WS-BALANCE-OVERFLOW-NOTE TO SCORE-REPORT-LINE
199300         WRITE SCORE-REPORT-LINE
199400     END-IF.
199500     IF LIMIT-TABLE-OVERFLOWED
199600         MOVE WS-LIMIT-OVERFLOW-NOTE TO SCORE-REPORT-LINE
199700         WRITE SCORE-REPORT-LINE
199800     END-IF.
199900     IF WINDOW-TABLE-OVERFLOWED
200000         MOVE WS-WINDOW-OVERFLOW-NOTE TO SCORE-REPORT-LINE
200100         WRITE SCORE-REPORT-LINE
200200     END-IF.
200300     IF GSTEP-TABLE-OVERFLOWED
200400         MOVE WS-GSTEP-OVERFLOW-NOTE TO SCORE-REPORT-LINE
200500         WRITE SCORE-REPORT-LINE
200600     END-IF.
200700     IF REGION-TABLE-OVERFLOWED
200800         MOVE WS-REGION-OVERFLOW-NOTE TO SCORE-REPORT-LINE
200900         WRITE SCORE-REPORT-LINE
201000     END-IF.
201100     MOVE SPACES TO SCORE-REPORT-LINE.
201200     WRITE SCORE-REPORT-LINE.
201300     MOVE WS-SUMMARY-HEADER TO SCORE-REPORT-LINE.
201400     WRITE SCORE-REPORT-LINE.
201500     MOVE 'ALERT RECORDS READ'            TO WS-SL-LABEL.
201600     MOVE WS-ALERTS-READ                  TO WS-SL-COUNT.
201700     PERFORM 8010-WRITE-SUMMARY-LINE
201800         THRU 8010-WRITE-SUMMARY-LINE-EXIT.
201900     MOVE 'ESCALATION RECORDS CHAINED'    TO WS-SL-LABEL.
202000     MOVE WS-SUCCESSOR-COUNT              TO WS-SL-COUNT.
202100     PERFORM 8010-WRITE-SUMMARY-LINE
202200         THRU 8010-WRITE-SUMMARY-LINE-EXIT.
202300     MOVE 'CONTROL-TOTAL RECORDS READ'    TO WS-SL-LABEL.
202400     MOVE WS-CTLTOTS-READ                 TO WS-SL-COUNT.
202500     PERFORM 8010-WRITE-SUMMARY-LINE
202600         THRU 8010-WRITE-SUMMARY-LINE-EXIT.
202700     MOVE 'NIGHTS SCORED'                 TO WS-SL-LABEL.
202800     MOVE WS-NIGHTS-SCORED                TO WS-SL-COUNT.
202900     PERFORM 8010-WRITE-SUMMARY-LINE
203000         THRU 8010-WRITE-SUMMARY-LINE-EXIT.
203100     MOVE 'NIGHTS OUT OF BALANCE'         TO WS-SL-LABEL.
203200     MOVE WS-OOB-NIGHT-COUNT              TO WS-SL-COUNT.
203300     PERFORM 8010-WRITE-SUMMARY-LINE
203400         THRU 8010-WRITE-SUMMARY-LINE-EXIT.
203500     MOVE 'NIGHTS WITH NO SNAPSHOT'       TO WS-SL-LABEL.
203600     MOVE WS-NO-SNAP-NIGHT-COUNT          TO WS-SL-COUNT.
203700     PERFORM 8010-WRITE-SUMMARY-LINE
203800         THRU 8010-WRITE-SUMMARY-LINE-EXIT.
203900     MOVE 'NON-ZERO RC NOT JUDGED - NO STEP CARD' TO WS-SL-LABEL.
204000     MOVE WS-NOT-JUDGED-COUNT             TO WS-SL-COUNT.
204100     PERFORM 8010-WRITE-SUMMARY-LINE
204200         THRU 8010-WRITE-SUMMARY-LINE-EXIT.
204300     MOVE 'FIGURES WORSE THAN THE PRIOR MONTH' TO WS-SL-LABEL.
204400     MOVE WS-WORSE-FIGURE-COUNT           TO WS-SL-COUNT.
204500     PERFORM 8010-WRITE-SUMMARY-LINE
204600         THRU 8010-WRITE-SUMMARY-LINE-EXIT.
204700     CLOSE SCORE-REPORT.
204800     IF INCIDENT-TABLE-OVERFLOWED
204900        OR JOB-TABLE-OVERFLOWED
205000        OR BALANCE-TABLE-OVERFLOWED
205100        OR LIMIT-TABLE-OVERFLOWED
205200        OR WINDOW-TABLE-OVERFLOWED
205300        OR GSTEP-TABLE-OVERFLOWED
205400        OR REGION-TABLE-OVERFLOWED
205500         MOVE 4 TO RETURN-CODE
205600     END-IF.
205700 8000-TERMINATE-EXIT.
205800     EXIT.
205900*----------------------------------------------------------------
206000 8010-WRITE-SUMMARY-LINE.
206100*----------------------------------------------------------------
206200     MOVE WS-SUMMARY-LINE TO SCORE-REPORT-LINE.
206300     WRITE SCORE-REPORT-LINE.
206400 8010-WRITE-SUMMARY-LINE-EXIT.
206500     EXIT.
206600*----------------------------------------------------------------
206700 9010-PARM-ABEND.
206800*    THE PARM DATE RANGE IS MISSING, NOT A REAL DATE, REVERSED,
206900*    OR LONGER THAN A MONTH (SO IT WOULD OVERLAP ITS OWN PRIOR
207000*    PERIOD).  ABORT BEFORE TOUCHING ANY FILE.
207100*----------------------------------------------------------------
207200     DISPLAY "OPS_SCORE - PARM DATE RANGE MISSING/BAD OR OVER "
207300         "A MONTH".
207400     DISPLAY "PARM VALUE      : " LK-PARM-TEXT.
207500     MOVE 16 TO RETURN-CODE.
207600     STOP RUN.
207700*----------------------------------------------------------------
207800 9020-OPEN-ABEND.
207900*    THE ALERT OR AUDIT HISTORY WILL NOT OPEN.  A SCORECARD
208000*    WITHOUT IT WOULD SHOW EVERY REGION A CLEAN MONTH.
208100*----------------------------------------------------------------
208200     DISPLAY "OPS_SCORE - HISTORY FILE WILL NOT OPEN: "
208300         WS-ABEND-DD-NAME.
208400     MOVE 16 TO RETURN-CODE.
208500     STOP RUN.
