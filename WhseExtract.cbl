000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    WHSE_EXT.
000300 AUTHOR.        B. HOLLOWAY.
000400 INSTALLATION.  DATA CENTER SERVICES.
000500 DATE-WRITTEN.  15-OCT-2026.
000600 DATE-COMPILED. 15-OCT-2026.
000700*----------------------------------------------------------------
000800* NIGHTLY INCREMENTAL EXTRACT OF THE CYCLE HISTORY FOR THE DATA
000900* WAREHOUSE.  WRITES FOUR COMMA-DELIMITED FILES, EACH OPENING
001000* WITH A HEADER ROW OF COLUMN NAMES AND CLOSING WITH A TRAILER
001100* ROW (TRAILER, EXTRACT NUMBER, ROW COUNT, EXTRACT DATE AND
001200* TIME):
001300*   //RUNCSV    RUN-LEVEL 'R' RECORDS FROM THE KEYED //AUDITLOG
001400*   //STEPCSV   STEP-LEVEL 'S' RECORDS FROM THE KEYED //AUDITLOG
001500*   //CTLCSV    CONTROL-TOTAL RECORDS FROM THE DISP=MOD //CTLTOTS
001600*   //ALRTCSV   ALERTS FROM THE KEYED //ALERTHST, WITH STATUS,
001700*               ACKNOWLEDGING USER AND ACKNOWLEDGMENT TIME
001800* ONLY ROWS NOT SENT BEFORE, OR CHANGED SINCE THEY WERE SENT,
001900* GO OUT.  THE HIGH-WATER MARK FILE //EXTHWM REMEMBERS WHAT
002000* EACH SOURCE HAS ALREADY SENT:
002100*   AUDITLOG  PER JOB, THE LAST KEY SENT AND EVERY KEY SENT FOR
002200*             THAT KEY'S CYCLE DATE.  THE AUDIT KEY LEADS WITH
002300*             THE JOB NAME, AND A RERUN OF A CYCLE DATE REUSES
002400*             THE STEP SEQUENCES UNDER NEW START TIMES, SO A
002500*             SINGLE LAST KEY WOULD MISS BOTH A LATER NIGHT OF
002600*             AN EARLIER JOB AND A SAME-DAY RERUN.  A RECORD IS
002700*             NEW WHEN ITS CYCLE DATE IS AFTER THE JOB'S MARK,
002800*             OR ON THE MARK DATE AND NOT AMONG THE KEYS SENT.
002900*   CTLTOTS   THE NUMBER OF RECORDS ALREADY SENT - THE FILE IS
003000*             ONLY EVER APPENDED TO, SO POSITION IS ITS KEY.
003100*   ALERTHST  THE LAST ALERT KEY SENT (ALERT KEYS ARE STAMPED IN
003200*             TIME ORDER) PLUS EVERY ALERT SENT BEFORE IT WAS
003300*             ACKNOWLEDGED, WITH THE STATUS IT WAS SENT WITH.
003400*             ALERT_TRK ACKNOWLEDGES AND ESCALATES ALERTS IN
003500*             PLACE, SO SUCH AN ALERT IS SENT AGAIN AS AN UPDATE
003600*             EACH TIME ITS STATUS MOVES, AND DROPS OFF THE MARK
003700*             FILE ONCE IT IS SENT ACKNOWLEDGED.
003800* EVERY RUN TAKES THE NEXT EXTRACT NUMBER, CARRIED ON EVERY ROW
003900* AND TRAILER, SO THE WAREHOUSE CAN SEE A MISSED LOAD AS A GAP
004000* IN THE NUMBERS.  THE MARK FILE IS REWRITTEN ONLY AFTER ALL
004100* FOUR EXTRACTS ARE CLOSED, SO A RUN THAT FAILS PART WAY IS
004200* SIMPLY RESUBMITTED, AND A RERUN OF A SUCCESSFUL NIGHT SENDS
004300* NO ROW TWICE - ONLY HEADERS AND TRAILERS UNDER A NEW NUMBER.
004400* WITH NO MARK FILE (THE FIRST RUN) EVERYTHING ON FILE IS SENT.
004500* ENDS WITH RETURN CODE 4 WHEN A MARK TABLE FILLED OR //CTLTOTS
004600* HOLDS FEWER RECORDS THAN WERE ALREADY SENT (THE FILE WAS
004700* REPLACED; IT IS THEN SENT FROM ITS FIRST RECORD), AND 16 WHEN
004800* THE MARK FILE IS UNREADABLE OR A KEYED HISTORY WILL NOT OPEN.
004900*----------------------------------------------------------------
005000* MODIFICATION HISTORY
005100*----------------------------------------------------------------
005200* DATE       INIT  DESCRIPTION
005300* ---------- ----  ----------------------------------------------
005400* 15-OCT-2026 BH   INITIAL VERSION.
005500* 15-OCT-2026 BH   CONTROL-TOTAL MARK COUNT NOW STARTS AT ZERO
005600*                  WHEN THERE IS NO MARK FILE OR NO CTLTOTS
005700*                  MARK, INSTEAD OF BLANKS.
005800*----------------------------------------------------------------
005900 ENVIRONMENT DIVISION.
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     SELECT AUDIT-LOG ASSIGN TO AUDITLOG
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS SEQUENTIAL
006500         RECORD KEY IS AL-KEY
006600         FILE STATUS IS WS-AUDITLOG-STATUS.
006700     SELECT ALERT-HISTORY ASSIGN TO ALERTHST
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS AH-KEY
007100         FILE STATUS IS WS-ALERTHST-STATUS.
007200     SELECT CONTROL-TOTALS ASSIGN TO CTLTOTS
007300         ORGANIZATION IS LINE SEQUENTIAL.
007400     SELECT HIGH-WATER-FILE ASSIGN TO EXTHWM
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-EXTHWM-STATUS.
007700     SELECT RUN-EXTRACT ASSIGN TO RUNCSV
007800         ORGANIZATION IS LINE SEQUENTIAL.
007900     SELECT STEP-EXTRACT ASSIGN TO STEPCSV
008000         ORGANIZATION IS LINE SEQUENTIAL.
008100     SELECT CONTROL-EXTRACT ASSIGN TO CTLCSV
008200         ORGANIZATION IS LINE SEQUENTIAL.
008300     SELECT ALERT-EXTRACT ASSIGN TO ALRTCSV
008400         ORGANIZATION IS LINE SEQUENTIAL.
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  AUDIT-LOG.
008800     COPY AUDITREC.
008900 FD  ALERT-HISTORY.
009000     COPY ALERTHST.
009100 FD  CONTROL-TOTALS
009200     RECORDING MODE IS F.
009300 01  CONTROL-TOTAL-RECORD.
009400     05  CT-JOB-NAME             PIC X(08).
009500     05  CT-CYCLE-DATE           PIC X(08).
009600     05  CT-STEP-SEQUENCE        PIC 9(03).
009700     05  CT-PROGRAM-NAME         PIC X(08).
009800     05  CT-RECORDS-READ         PIC 9(09).
009900     05  CT-RECORDS-WRITTEN      PIC 9(09).
010000     05  CT-RECORDS-REJECTED     PIC 9(09).
010100     05  CT-AMOUNT               PIC S9(11)V99.
010200 FD  HIGH-WATER-FILE
010300     RECORDING MODE IS F.
010400*    ONE 'C' RECORD FOR THE LAST EXTRACT NUMBER, ONE 'M' RECORD
010500*    PER SOURCE (PER JOB FOR AUDITLOG) WITH THE LAST KEY SENT,
010600*    'K' RECORDS FOR THE AUDIT KEYS SENT ON EACH JOB'S MARK DATE
010700*    AND 'P' RECORDS FOR ALERTS SENT BEFORE ACKNOWLEDGMENT.
010800 01  HIGH-WATER-RECORD.
010900     05  HM-RECORD-TYPE          PIC X(01).
011000         88  HM-CONTROL          VALUE 'C'.
011100         88  HM-MARK             VALUE 'M'.
011200         88  HM-SENT-KEY         VALUE 'K'.
011300         88  HM-PENDING          VALUE 'P'.
011400     05  FILLER                  PIC X(01).
011500     05  HM-SOURCE               PIC X(08).
011600     05  FILLER                  PIC X(01).
011700     05  HM-LAST-KEY             PIC X(27).
011800     05  FILLER                  PIC X(01).
011900     05  HM-ALERT-STATUS         PIC X(01).
012000     05  FILLER                  PIC X(01).
012100     05  HM-EXTRACT-NO           PIC 9(07).
012200     05  FILLER                  PIC X(01).
012300     05  HM-EXTRACT-DATE         PIC X(08).
012400     05  FILLER                  PIC X(01).
012500     05  HM-EXTRACT-TIME         PIC X(06).
012600 FD  RUN-EXTRACT
012700     RECORDING MODE IS F.
012800 01  RUN-EXTRACT-LINE            PIC X(200).
012900 FD  STEP-EXTRACT
013000     RECORDING MODE IS F.
013100 01  STEP-EXTRACT-LINE           PIC X(200).
013200 FD  CONTROL-EXTRACT
013300     RECORDING MODE IS F.
013400 01  CONTROL-EXTRACT-LINE        PIC X(200).
013500 FD  ALERT-EXTRACT
013600     RECORDING MODE IS F.
013700 01  ALERT-EXTRACT-LINE          PIC X(200).
013800   WORKING-STORAGE SECTION.
013900*----------------------------------------------------------------
014000* RUN-CONTROL FIELDS
014100*----------------------------------------------------------------
014200   01  WS-RUN-DATE               PIC X(08) VALUE SPACES.
014300   01  WS-RUN-TIME               PIC X(08) VALUE SPACES.
014400   01  WS-ABEND-DD-NAME          PIC X(08) VALUE SPACES.
014500   01  WS-ABEND-RECORD-NO        PIC 9(07) VALUE ZERO.
014600   01  WS-LAST-EXTRACT-NO        PIC 9(07) VALUE ZERO.
014700   01  WS-EXTRACT-NO             PIC 9(07) VALUE ZERO.
014800   01  WS-RUN-ROWS               PIC 9(09) VALUE ZERO.
014900   01  WS-STEP-ROWS              PIC 9(09) VALUE ZERO.
015000   01  WS-CONTROL-ROWS           PIC 9(09) VALUE ZERO.
015100   01  WS-ALERT-NEW-ROWS         PIC 9(09) VALUE ZERO.
015200   01  WS-ALERT-UPDATE-ROWS      PIC 9(09) VALUE ZERO.
015300   01  WS-ALERT-ROWS             PIC 9(09) VALUE ZERO.
015400   01  WS-ALERT-GONE-COUNT       PIC 9(05) VALUE ZERO.
015500*----------------------------------------------------------------
015600* AUDIT HIGH-WATER MARKS AS READ FROM THE MARK FILE: THE LAST
015700* KEY SENT FOR EACH JOB AND EVERY KEY SENT ON THAT KEY'S CYCLE
015800* DATE.  A JOB'S ENTRY IS FLAGGED ONCE ITS NEW MARK IS SET.
015900*----------------------------------------------------------------
016000   01  WS-OLD-JOB-COUNT          PIC 9(04) COMP VALUE ZERO.
016100   01  WS-OLD-JOB-SUB            PIC 9(04) COMP VALUE ZERO.
016200   01  WS-OLD-JOB-TABLE-ENTRIES.
016300       05  WS-OJ-ENTRY OCCURS 100 TIMES.
016400           10  WS-OJ-LAST-KEY.
016500               15  WS-OJ-JOB-NAME    PIC X(08).
016600               15  WS-OJ-MARK-DATE   PIC X(08).
016700               15  FILLER            PIC X(11).
016800           10  WS-OJ-DONE-SW         PIC X(01).
016900   01  WS-OLD-KEY-COUNT          PIC 9(04) COMP VALUE ZERO.
017000   01  WS-OLD-KEY-SUB            PIC 9(04) COMP VALUE ZERO.
017100   01  WS-OLD-KEY-TABLE-ENTRIES.
017200       05  WS-OK-ENTRY OCCURS 3000 TIMES.
017300           10  WS-OK-KEY.
017400               15  WS-OK-JOB-NAME    PIC X(08).
017500               15  FILLER            PIC X(19).
017600*----------------------------------------------------------------
017700* AUDIT HIGH-WATER MARKS TO BE WRITTEN BACK.  EACH JOB'S SENT
017800* KEYS ARE A RUN OF THE NEW KEY TABLE, FIRST TO LAST.
017900*----------------------------------------------------------------
018000   01  WS-NEW-JOB-COUNT          PIC 9(04) COMP VALUE ZERO.
018100   01  WS-NEW-JOB-SUB            PIC 9(04) COMP VALUE ZERO.
018200   01  WS-NEW-JOB-TABLE-ENTRIES.
018300       05  WS-NJ-ENTRY OCCURS 100 TIMES.
018400           10  WS-NJ-LAST-KEY        PIC X(27).
018500           10  WS-NJ-FIRST-SUB       PIC 9(04) COMP.
018600           10  WS-NJ-LAST-SUB        PIC 9(04) COMP.
018700   01  WS-NEW-KEY-COUNT          PIC 9(04) COMP VALUE ZERO.
018800   01  WS-NEW-KEY-SUB            PIC 9(04) COMP VALUE ZERO.
018900   01  WS-NEW-KEY-TABLE-ENTRIES.
019000       05  WS-NK-ENTRY OCCURS 3000 TIMES.
019100           10  WS-NK-KEY             PIC X(27).
019200*----------------------------------------------------------------
019300* THE JOB BEING SCANNED ON THE AUDIT HISTORY
019400*----------------------------------------------------------------
019500   01  WS-CUR-JOB-NAME           PIC X(08) VALUE SPACES.
019600   01  WS-CUR-OLD-SUB            PIC 9(04) COMP VALUE ZERO.
019700   01  WS-CUR-MARK-DATE          PIC X(08) VALUE SPACES.
019800   01  WS-CUR-KEEP-DATE          PIC X(08) VALUE SPACES.
019900   01  WS-CUR-FIRST-SUB          PIC 9(04) COMP VALUE ZERO.
020000   01  WS-SEARCH-KEY             PIC X(27) VALUE SPACES.
020100   01  WS-SEARCH-JOB-NAME        PIC X(08) VALUE SPACES.
020200   01  WS-KEY-FOUND-SW           PIC X(01) VALUE 'N'.
020300       88  KEY-ALREADY-SENT      VALUE 'Y'.
020400   01  WS-JOB-FOUND-SW           PIC X(01) VALUE 'N'.
020500       88  JOB-MARK-FOUND        VALUE 'Y'.
020600   01  WS-SEND-SW                PIC X(01) VALUE 'N'.
020700       88  RECORD-TO-BE-SENT     VALUE 'Y'.
020800*----------------------------------------------------------------
020900* CONTROL-TOTAL MARK - THE COUNT OF RECORDS ALREADY SENT
021000*----------------------------------------------------------------
021100   01  WS-CTL-MARK-KEY           PIC X(27) VALUE ZEROS.
021200   01  WS-CTL-MARK-PARTS REDEFINES WS-CTL-MARK-KEY.
021300       05  WS-CTL-MARK-COUNT     PIC 9(09).
021400       05  FILLER                PIC X(18).
021500   01  WS-CTL-RECORD-NO          PIC 9(09) VALUE ZERO.
021600   01  WS-CTL-SHORT-SW           PIC X(01) VALUE 'N'.
021700       88  CTLTOTS-REPLACED      VALUE 'Y'.
021800*----------------------------------------------------------------
021900* ALERT MARK AND THE ALERTS SENT BEFORE THEY WERE ACKNOWLEDGED,
022000* AS READ (OLD) AND AS TO BE WRITTEN BACK (NEW)
022100*----------------------------------------------------------------
022200   01  WS-ALERT-MARK-KEY         PIC X(19) VALUE LOW-VALUES.
022300   01  WS-OLD-PEND-COUNT         PIC 9(04) COMP VALUE ZERO.
022400   01  WS-OLD-PEND-SUB           PIC 9(04) COMP VALUE ZERO.
022500   01  WS-OLD-PEND-TABLE-ENTRIES.
022600       05  WS-OP-ENTRY OCCURS 2000 TIMES.
022700           10  WS-OP-KEY             PIC X(19).
022800           10  WS-OP-STATUS          PIC X(01).
022900   01  WS-NEW-PEND-COUNT         PIC 9(04) COMP VALUE ZERO.
023000   01  WS-NEW-PEND-SUB           PIC 9(04) COMP VALUE ZERO.
023100   01  WS-NEW-PEND-TABLE-ENTRIES.
023200       05  WS-NP-ENTRY OCCURS 2000 TIMES.
023300           10  WS-NP-KEY             PIC X(19).
023400           10  WS-NP-STATUS          PIC X(01).
023500   01  WS-CHANGE-TYPE            PIC X(06) VALUE SPACES.
023600   01  WS-TABLE-FULL-SW          PIC X(01) VALUE 'N'.
023700       88  MARK-TABLE-FILLED     VALUE 'Y'.
023800*----------------------------------------------------------------
023900* DELIMITED ROW BUILD AREA.  EACH FIELD IS PUT IN WS-CSV-FIELD
024000* AND ADDED TO THE ROW WITH ITS LEADING AND TRAILING SPACES
024100* DROPPED; A FREE-TEXT FIELD IS ENCLOSED IN DOUBLE QUOTES.
024200*----------------------------------------------------------------
024300   01  WS-CSV-ROW                PIC X(200) VALUE SPACES.
024400   01  WS-CSV-POINTER            PIC 9(04) COMP VALUE ZERO.
024500   01  WS-CSV-FIELD              PIC X(40) VALUE SPACES.
024600   01  WS-CSV-LEAD               PIC 9(04) COMP VALUE ZERO.
024700   01  WS-CSV-END                PIC 9(04) COMP VALUE ZERO.
024800   01  WS-CSV-LENGTH             PIC 9(04) COMP VALUE ZERO.
024900   01  WS-CSV-FIRST-SW           PIC X(01) VALUE 'Y'.
025000       88  CSV-FIRST-FIELD       VALUE 'Y'.
025100   01  WS-CSV-QUOTE-SW           PIC X(01) VALUE 'N'.
025200       88  CSV-QUOTED-FIELD      VALUE 'Y'.
025300   01  WS-EDIT-COUNT             PIC Z(08)9.
025400   01  WS-EDIT-AMOUNT            PIC -(11)9.99.
025500   01  WS-TRAILER-COUNT          PIC 9(09) VALUE ZERO.
025600*----------------------------------------------------------------
025700* HEADER ROWS
025800*----------------------------------------------------------------
025900   01  WS-RUN-HEADER.
026000       05  FILLER                PIC X(40) VALUE
026100           'EXTRACT_NO,JOB_NAME,CYCLE_DATE,START_TIM'.
026200       05  FILLER                PIC X(29) VALUE
026300           'E,STEP_NAME,USER_ID,STOP_TIME'.
026400   01  WS-STEP-HEADER.
026500       05  FILLER                PIC X(40) VALUE
026600           'EXTRACT_NO,JOB_NAME,CYCLE_DATE,STEP_SEQ,'.
026700       05  FILLER                PIC X(40) VALUE
026800           'START_TIME,PROGRAM,RETURN_CODE,STOP_TIME'.
026900       05  FILLER                PIC X(06) VALUE ',TRACK'.
027000   01  WS-CONTROL-HEADER.
027100       05  FILLER                PIC X(40) VALUE
027200           'EXTRACT_NO,RECORD_NO,JOB_NAME,CYCLE_DATE'.
027300       05  FILLER                PIC X(40) VALUE
027400           ',STEP_SEQ,PROGRAM,RECORDS_READ,RECORDS_W'.
027500       05  FILLER                PIC X(30) VALUE
027600           'RITTEN,RECORDS_REJECTED,AMOUNT'.
027700   01  WS-ALERT-HEADER.
027800       05  FILLER                PIC X(40) VALUE
027900           'EXTRACT_NO,CHANGE_TYPE,ALERT_DATE,ALERT_'.
028000       05  FILLER                PIC X(40) VALUE
028100           'TIME,ALERT_SEQ,SEVERITY,JOB_NAME,CYCLE_D'.
028200       05  FILLER                PIC X(40) VALUE
028300           'ATE,FAILING_PROGRAM,RETURN_CODE,REGION,S'.
028400       05  FILLER                PIC X(30) VALUE
028500           'TATUS,ACK_USER,ACK_TIME,DETAIL'.
028600*----------------------------------------------------------------
028700* FILE STATUS AND SWITCHES
028800*----------------------------------------------------------------
028900   77  WS-AUDITLOG-STATUS        PIC X(02) VALUE '00'.
029000       88  AUDITLOG-OK           VALUE '00'.
029100   77  WS-ALERTHST-STATUS        PIC X(02) VALUE '00'.
029200       88  ALERTHST-OK           VALUE '00'.
029300   77  WS-CTLTOTS-STATUS         PIC X(02) VALUE '00'.
029400       88  CTLTOTS-AT-EOF        VALUE '10'.
029500   77  WS-EXTHWM-STATUS          PIC X(02) VALUE '00'.
029600       88  EXTHWM-OK             VALUE '00'.
029700       88  EXTHWM-AT-EOF         VALUE '10'.
029800       88  EXTHWM-NOT-FOUND      VALUE '35'.
029900   77  WS-SCAN-DONE-SW           PIC X(01) VALUE 'N'.
030000       88  SCAN-DONE             VALUE 'Y'.
030100 PROCEDURE DIVISION.
030200*----------------------------------------------------------------
030300 0000-MAINLINE.
030400*----------------------------------------------------------------
030500     PERFORM 1000-INITIALIZE
030600         THRU 1000-INITIALIZE-EXIT.
030700     PERFORM 1100-LOAD-HIGH-WATER
030800         THRU 1100-LOAD-HIGH-WATER-EXIT.
030900     PERFORM 1200-OPEN-EXTRACTS
031000         THRU 1200-OPEN-EXTRACTS-EXIT.
031100     PERFORM 2000-EXTRACT-AUDIT
031200         THRU 2000-EXTRACT-AUDIT-EXIT.
031300     PERFORM 3000-EXTRACT-CONTROL-TOTALS
031400         THRU 3000-EXTRACT-CONTROL-TOTALS-EXIT.
031500     PERFORM 4000-EXTRACT-ALERTS
031600         THRU 4000-EXTRACT-ALERTS-EXIT.
031700     PERFORM 8000-TERMINATE
031800         THRU 8000-TERMINATE-EXIT.
031900     STOP RUN.
032000*----------------------------------------------------------------
032100 1000-INITIALIZE.
032200*    STAMP THE EXTRACT AND OPEN THE KEYED HISTORIES.  NOTHING IS
032300*    WRITTEN UNTIL THE MARK FILE HAS LOADED CLEANLY.
032400*----------------------------------------------------------------
032500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
032600     ACCEPT WS-RUN-TIME FROM TIME.
032700     OPEN INPUT AUDIT-LOG.
032800     IF NOT AUDITLOG-OK
032900         MOVE 'AUDITLOG' TO WS-ABEND-DD-NAME
033000         GO TO 9010-OPEN-ABEND
033100     END-IF.
033200     OPEN INPUT ALERT-HISTORY.
033300     IF NOT ALERTHST-OK
033400         MOVE 'ALERTHST' TO WS-ABEND-DD-NAME
033500         GO TO 9010-OPEN-ABEND
033600     END-IF.
033700 1000-INITIALIZE-EXIT.
033800     EXIT.
033900*----------------------------------------------------------------
034000 1100-LOAD-HIGH-WATER.
034100*    TABLE THE MARKS LEFT BY THE LAST EXTRACT.  NO MARK FILE AT
034200*    ALL IS THE FIRST RUN AND SENDS EVERYTHING; A RECORD THAT IS
034300*    NOT ONE OF OURS OR A TABLE TOO SMALL FOR THE FILE REFUSES
034400*    THE RUN - GUESSING AT A MARK WOULD RESEND OR LOSE ROWS.
034500*    THE CONTROL-TOTAL COUNT STARTS AT ZERO UNTIL A MARK IS READ.
034600*----------------------------------------------------------------
034700     MOVE ZERO TO WS-CTL-MARK-COUNT.
034800     OPEN INPUT HIGH-WATER-FILE.
034900     IF EXTHWM-NOT-FOUND
035000         GO TO 1100-LOAD-HIGH-WATER-EXIT
035100     END-IF.
035200     IF NOT EXTHWM-OK
035300         GO TO 9020-HIGH-WATER-ABEND
035400     END-IF.
035500     PERFORM 1110-READ-HIGH-WATER
035600         THRU 1110-READ-HIGH-WATER-EXIT.
035700     PERFORM 1120-KEEP-ONE-MARK
035800         THRU 1120-KEEP-ONE-MARK-EXIT
035900         UNTIL EXTHWM-AT-EOF.
036000     CLOSE HIGH-WATER-FILE.
036100 1100-LOAD-HIGH-WATER-EXIT.
036200     EXIT.
036300*----------------------------------------------------------------
036400 1110-READ-HIGH-WATER.
036500*----------------------------------------------------------------
036600     READ HIGH-WATER-FILE
036700         AT END
036800             MOVE '10' TO WS-EXTHWM-STATUS
036900     END-READ.
037000 1110-READ-HIGH-WATER-EXIT.
037100     EXIT.
037200*----------------------------------------------------------------
037300 1120-KEEP-ONE-MARK.
037400*----------------------------------------------------------------
037500     ADD 1 TO WS-ABEND-RECORD-NO.
037600     IF HM-CONTROL
037700        AND HM-EXTRACT-NO NUMERIC
037800         MOVE HM-EXTRACT-NO TO WS-LAST-EXTRACT-NO
037900         GO TO 1120-KEEP-ONE-MARK-NEXT
038000     END-IF.
038100     IF HM-MARK
038200        AND HM-SOURCE = 'AUDITLOG'
038300        AND WS-OLD-JOB-COUNT < 100
038400         ADD 1 TO WS-OLD-JOB-COUNT
038500         MOVE HM-LAST-KEY TO WS-OJ-LAST-KEY(WS-OLD-JOB-COUNT)
038600         MOVE 'N' TO WS-OJ-DONE-SW(WS-OLD-JOB-COUNT)
038700         GO TO 1120-KEEP-ONE-MARK-NEXT
038800     END-IF.
038900     IF HM-SENT-KEY
039000        AND HM-SOURCE = 'AUDITLOG'
039100        AND WS-OLD-KEY-COUNT < 3000
039200         ADD 1 TO WS-OLD-KEY-COUNT
039300         MOVE HM-LAST-KEY TO WS-OK-KEY(WS-OLD-KEY-COUNT)
039400         GO TO 1120-KEEP-ONE-MARK-NEXT
039500     END-IF.
039600     IF HM-MARK
039700        AND HM-SOURCE = 'CTLTOTS'
039800        AND HM-LAST-KEY(1:9) NUMERIC
039900         MOVE HM-LAST-KEY TO WS-CTL-MARK-KEY
040000         GO TO 1120-KEEP-ONE-MARK-NEXT
040100     END-IF.
040200     IF HM-MARK
040300        AND HM-SOURCE = 'ALERTHST'
040400         MOVE HM-LAST-KEY(1:19) TO WS-ALERT-MARK-KEY
040500         GO TO 1120-KEEP-ONE-MARK-NEXT
040600     END-IF.
040700     IF HM-PENDING
040800        AND HM-SOURCE = 'ALERTHST'
040900        AND WS-OLD-PEND-COUNT < 2000
041000         ADD 1 TO WS-OLD-PEND-COUNT
041100         MOVE HM-LAST-KEY(1:19) TO WS-OP-KEY(WS-OLD-PEND-COUNT)
041200         MOVE HM-ALERT-STATUS   TO WS-OP-STATUS(WS-OLD-PEND-COUNT)
041300         GO TO 1120-KEEP-ONE-MARK-NEXT
041400     END-IF.
041500     CLOSE HIGH-WATER-FILE.
041600     GO TO 9020-HIGH-WATER-ABEND.
041700 1120-KEEP-ONE-MARK-NEXT.
041800     PERFORM 1110-READ-HIGH-WATER
041900         THRU 1110-READ-HIGH-WATER-EXIT.
042000 1120-KEEP-ONE-MARK-EXIT.
042100     EXIT.
042200*----------------------------------------------------------------
042300 1200-OPEN-EXTRACTS.
042400*    TAKE THE NEXT EXTRACT NUMBER AND START EACH EXTRACT WITH
042500*    ITS HEADER ROW.
042600*----------------------------------------------------------------
042700     COMPUTE WS-EXTRACT-NO = WS-LAST-EXTRACT-NO + 1.
042800     OPEN OUTPUT RUN-EXTRACT.
042900     OPEN OUTPUT STEP-EXTRACT.
043000     OPEN OUTPUT CONTROL-EXTRACT.
043100     OPEN OUTPUT ALERT-EXTRACT.
043200     MOVE WS-RUN-HEADER TO RUN-EXTRACT-LINE.
043300     WRITE RUN-EXTRACT-LINE.
043400     MOVE WS-STEP-HEADER TO STEP-EXTRACT-LINE.
043500     WRITE STEP-EXTRACT-LINE.
043600     MOVE WS-CONTROL-HEADER TO CONTROL-EXTRACT-LINE.
043700     WRITE CONTROL-EXTRACT-LINE.
043800     MOVE WS-ALERT-HEADER TO ALERT-EXTRACT-LINE.
043900     WRITE ALERT-EXTRACT-LINE.
044000 1200-OPEN-EXTRACTS-EXIT.
044100     EXIT.
044200*----------------------------------------------------------------
044300 2000-EXTRACT-AUDIT.
044400*    ONE PASS OVER THE AUDIT HISTORY IN KEY ORDER - JOB, CYCLE
044500*    DATE, STEP SEQUENCE, START TIME.  RUN AND STEP RECORDS NOT
044600*    YET SENT GO TO THEIR EXTRACTS; AUTHORITY AND FORCED-RERUN
044700*    RECORDS ARE NOT EXTRACTED.  A JOB'S NEW MARK IS SET WHEN
044800*    THE SCAN MOVES PAST IT, AND ANY JOB WITH A MARK BUT NO
044900*    RECORDS LEFT ON FILE (ARCHIVED) KEEPS ITS OLD MARK.
045000*----------------------------------------------------------------
045100     MOVE 'N' TO WS-SCAN-DONE-SW.
045200     MOVE SPACES TO WS-CUR-JOB-NAME.
045300     PERFORM 2010-READ-AUDIT-NEXT
045400         THRU 2010-READ-AUDIT-NEXT-EXIT.
045500     PERFORM 2020-EXTRACT-ONE-AUDIT
045600         THRU 2020-EXTRACT-ONE-AUDIT-EXIT
045700         UNTIL SCAN-DONE.
045800     CLOSE AUDIT-LOG.
045900     IF WS-CUR-JOB-NAME NOT = SPACES
046000         PERFORM 2100-SET-JOB-MARK
046100             THRU 2100-SET-JOB-MARK-EXIT
046200     END-IF.
046300     MOVE ZERO TO WS-OLD-JOB-SUB.
046400     PERFORM 2200-CARRY-ONE-OLD-MARK
046500         THRU 2200-CARRY-ONE-OLD-MARK-EXIT
046600         UNTIL WS-OLD-JOB-SUB NOT < WS-OLD-JOB-COUNT.
046700 2000-EXTRACT-AUDIT-EXIT.
046800     EXIT.
046900*----------------------------------------------------------------
047000 2010-READ-AUDIT-NEXT.
047100*----------------------------------------------------------------
047200     READ AUDIT-LOG NEXT RECORD
047300         AT END
047400             MOVE 'Y' TO WS-SCAN-DONE-SW
047500     END-READ.
047600 2010-READ-AUDIT-NEXT-EXIT.
047700     EXIT.
047800*----------------------------------------------------------------
047900 2020-EXTRACT-ONE-AUDIT.
048000*    A RECORD BEFORE THE JOB'S MARK DATE WAS SENT BY AN EARLIER
048100*    EXTRACT.  EVERY RUN OR STEP KEY ON THE LATEST CYCLE DATE
048200*    SEEN FOR THE JOB IS KEPT, SENT TONIGHT OR BEFORE, TO BECOME
048300*    THE JOB'S NEW SENT-KEY LIST.
048400*----------------------------------------------------------------
048500     IF NOT AL-RUN-LEVEL
048600        AND NOT AS-STEP-LEVEL
048700         GO TO 2020-EXTRACT-ONE-AUDIT-NEXT
048800     END-IF.
048900     IF AL-JOB-NAME NOT = WS-CUR-JOB-NAME
049000         IF WS-CUR-JOB-NAME NOT = SPACES
049100             PERFORM 2100-SET-JOB-MARK
049200                 THRU 2100-SET-JOB-MARK-EXIT
049300         END-IF
049400         PERFORM 2030-START-JOB
049500             THRU 2030-START-JOB-EXIT
049600     END-IF.
049700     IF AL-RUN-DATE < WS-CUR-MARK-DATE
049800         GO TO 2020-EXTRACT-ONE-AUDIT-NEXT
049900     END-IF.
050000     MOVE 'Y' TO WS-SEND-SW.
050100     IF AL-RUN-DATE = WS-CUR-MARK-DATE
050200         MOVE AL-KEY TO WS-SEARCH-KEY
050300         PERFORM 7300-FIND-SENT-KEY
050400             THRU 7300-FIND-SENT-KEY-EXIT
050500         IF KEY-ALREADY-SENT
050600             MOVE 'N' TO WS-SEND-SW
050700         END-IF
050800     END-IF.
050900     IF RECORD-TO-BE-SENT
051000         IF AL-RUN-LEVEL
051100             PERFORM 2040-WRITE-RUN-ROW
051200                 THRU 2040-WRITE-RUN-ROW-EXIT
051300         ELSE
051400             PERFORM 2050-WRITE-STEP-ROW
051500                 THRU 2050-WRITE-STEP-ROW-EXIT
051600         END-IF
051700     END-IF.
051800     IF AL-RUN-DATE > WS-CUR-KEEP-DATE
051900         MOVE AL-RUN-DATE TO WS-CUR-KEEP-DATE
052000         COMPUTE WS-NEW-KEY-COUNT = WS-CUR-FIRST-SUB - 1
052100     END-IF.
052200     IF WS-NEW-KEY-COUNT < 3000
052300         ADD 1 TO WS-NEW-KEY-COUNT
052400         MOVE AL-KEY TO WS-NK-KEY(WS-NEW-KEY-COUNT)
052500     ELSE
052600         MOVE 'Y' TO WS-TABLE-FULL-SW
052700     END-IF.
052800 2020-EXTRACT-ONE-AUDIT-NEXT.
052900     PERFORM 2010-READ-AUDIT-NEXT
053000         THRU 2010-READ-AUDIT-NEXT-EXIT.
053100 2020-EXTRACT-ONE-AUDIT-EXIT.
053200     EXIT.
053300*----------------------------------------------------------------
053400 2030-START-JOB.
053500*    LOOK UP THE NEW JOB'S MARK.  A JOB NEVER SENT BEFORE HAS NO
053600*    MARK DATE, SO EVERYTHING OF ITS IS NEW.
053700*----------------------------------------------------------------
053800     MOVE AL-JOB-NAME TO WS-CUR-JOB-NAME.
053900     MOVE AL-JOB-NAME TO WS-SEARCH-JOB-NAME.
054000     PERFORM 7200-FIND-OLD-JOB
054100         THRU 7200-FIND-OLD-JOB-EXIT.
054200     IF JOB-MARK-FOUND
054300         MOVE WS-OLD-JOB-SUB TO WS-CUR-OLD-SUB
054400         MOVE WS-OJ-MARK-DATE(WS-OLD-JOB-SUB) TO WS-CUR-MARK-DATE
054500     ELSE
054600         MOVE ZERO TO WS-CUR-OLD-SUB
054700         MOVE LOW-VALUES TO WS-CUR-MARK-DATE
054800     END-IF.
054900     MOVE LOW-VALUES TO WS-CUR-KEEP-DATE.
055000     COMPUTE WS-CUR-FIRST-SUB = WS-NEW-KEY-COUNT + 1.
055100 2030-START-JOB-EXIT.
055200     EXIT.
055300*----------------------------------------------------------------
055400 2040-WRITE-RUN-ROW.
055500*----------------------------------------------------------------
055600     PERFORM 7000-START-ROW
055700         THRU 7000-START-ROW-EXIT.
055800     MOVE AL-JOB-NAME TO WS-CSV-FIELD.
055900     PERFORM 7010-ADD-FIELD
056000         THRU 7010-ADD-FIELD-EXIT.
056100     MOVE AL-RUN-DATE TO WS-CSV-FIELD.
056200     PERFORM 7010-ADD-FIELD
056300         THRU 7010-ADD-FIELD-EXIT.
056400     MOVE AL-START-TIME TO WS-CSV-FIELD.
056500     PERFORM 7010-ADD-FIELD
056600         THRU 7010-ADD-FIELD-EXIT.
056700     MOVE AL-STEP-NAME TO WS-CSV-FIELD.
056800     PERFORM 7010-ADD-FIELD
056900         THRU 7010-ADD-FIELD-EXIT.
057000     MOVE AL-USER-ID TO WS-CSV-FIELD.
057100     PERFORM 7010-ADD-FIELD
057200         THRU 7010-ADD-FIELD-EXIT.
057300     MOVE AL-STOP-TIME TO WS-CSV-FIELD.
057400     PERFORM 7010-ADD-FIELD
057500         THRU 7010-ADD-FIELD-EXIT.
057600     MOVE WS-CSV-ROW TO RUN-EXTRACT-LINE.
057700     WRITE RUN-EXTRACT-LINE.
057800     ADD 1 TO WS-RUN-ROWS.
057900 2040-WRITE-RUN-ROW-EXIT.
058000     EXIT.
058100*----------------------------------------------------------------
058200 2050-WRITE-STEP-ROW.
058300*----------------------------------------------------------------
058400     PERFORM 7000-START-ROW
058500         THRU 7000-START-ROW-EXIT.
058600     MOVE AS-JOB-NAME TO WS-CSV-FIELD.
058700     PERFORM 7010-ADD-FIELD
058800         THRU 7010-ADD-FIELD-EXIT.
058900     MOVE AS-RUN-DATE TO WS-CSV-FIELD.
059000     PERFORM 7010-ADD-FIELD
059100         THRU 7010-ADD-FIELD-EXIT.
059200     MOVE AS-STEP-SEQUENCE TO WS-CSV-FIELD.
059300     PERFORM 7010-ADD-FIELD
059400         THRU 7010-ADD-FIELD-EXIT.
059500     MOVE AS-START-TIME TO WS-CSV-FIELD.
059600     PERFORM 7010-ADD-FIELD
059700         THRU 7010-ADD-FIELD-EXIT.
059800     MOVE AS-PROGRAM-NAME TO WS-CSV-FIELD.
059900     PERFORM 7010-ADD-FIELD
060000         THRU 7010-ADD-FIELD-EXIT.
060100     MOVE AS-RETURN-CODE TO WS-EDIT-COUNT.
060200     MOVE WS-EDIT-COUNT TO WS-CSV-FIELD.
060300     PERFORM 7010-ADD-FIELD
060400         THRU 7010-ADD-FIELD-EXIT.
060500     MOVE AS-STOP-TIME TO WS-CSV-FIELD.
060600     PERFORM 7010-ADD-FIELD
060700         THRU 7010-ADD-FIELD-EXIT.
060800     MOVE AS-TRACK-ID TO WS-CSV-FIELD.
060900     PERFORM 7010-ADD-FIELD
061000         THRU 7010-ADD-FIELD-EXIT.
061100     MOVE WS-CSV-ROW TO STEP-EXTRACT-LINE.
061200     WRITE STEP-EXTRACT-LINE.
061300     ADD 1 TO WS-STEP-ROWS.
061400 2050-WRITE-STEP-ROW-EXIT.
061500     EXIT.
061600*----------------------------------------------------------------
061700 2100-SET-JOB-MARK.
061800*    THE SCAN HAS FINISHED WITH A JOB.  ITS NEW MARK IS THE LAST
061900*    KEY KEPT, WITH EVERY KEY KEPT ON THAT DATE AS ITS SENT-KEY
062000*    LIST.  A JOB WITH NOTHING ON OR AFTER ITS OLD MARK DATE
062100*    KEEPS ITS OLD MARK.
062200*----------------------------------------------------------------
062300     IF WS-CUR-OLD-SUB > ZERO
062400         MOVE 'Y' TO WS-OJ-DONE-SW(WS-CUR-OLD-SUB)
062500     END-IF.
062600     IF WS-NEW-KEY-COUNT < WS-CUR-FIRST-SUB
062700         IF WS-CUR-OLD-SUB > ZERO
062800             MOVE WS-CUR-OLD-SUB TO WS-OLD-JOB-SUB
062900             PERFORM 2210-COPY-OLD-MARK
063000                 THRU 2210-COPY-OLD-MARK-EXIT
063100         END-IF
063200         GO TO 2100-SET-JOB-MARK-EXIT
063300     END-IF.
063400     IF WS-NEW-JOB-COUNT NOT < 100
063500         MOVE 'Y' TO WS-TABLE-FULL-SW
063600         GO TO 2100-SET-JOB-MARK-EXIT
063700     END-IF.
063800     ADD 1 TO WS-NEW-JOB-COUNT.
063900     MOVE WS-NK-KEY(WS-NEW-KEY-COUNT)
064000         TO WS-NJ-LAST-KEY(WS-NEW-JOB-COUNT).
064100     MOVE WS-CUR-FIRST-SUB  TO WS-NJ-FIRST-SUB(WS-NEW-JOB-COUNT).
064200     MOVE WS-NEW-KEY-COUNT  TO WS-NJ-LAST-SUB(WS-NEW-JOB-COUNT).
064300 2100-SET-JOB-MARK-EXIT.
064400     EXIT.
064500*----------------------------------------------------------------
064600 2200-CARRY-ONE-OLD-MARK.
064700*----------------------------------------------------------------
064800     ADD 1 TO WS-OLD-JOB-SUB.
064900     IF WS-OJ-DONE-SW(WS-OLD-JOB-SUB) = 'N'
065000         MOVE 'Y' TO WS-OJ-DONE-SW(WS-OLD-JOB-SUB)
065100         PERFORM 2210-COPY-OLD-MARK
065200             THRU 2210-COPY-OLD-MARK-EXIT
065300     END-IF.
065400 2200-CARRY-ONE-OLD-MARK-EXIT.
065500     EXIT.
065600*----------------------------------------------------------------
065700 2210-COPY-OLD-MARK.
065800*    CARRY THE MARK AND SENT KEYS OF OLD JOB WS-OLD-JOB-SUB
065900*    FORWARD UNCHANGED.
066000*----------------------------------------------------------------
066100     IF WS-NEW-JOB-COUNT NOT < 100
066200         MOVE 'Y' TO WS-TABLE-FULL-SW
066300         GO TO 2210-COPY-OLD-MARK-EXIT
066400     END-IF.
066500     ADD 1 TO WS-NEW-JOB-COUNT.
066600     MOVE WS-OJ-LAST-KEY(WS-OLD-JOB-SUB)
066700         TO WS-NJ-LAST-KEY(WS-NEW-JOB-COUNT).
066800     COMPUTE WS-NJ-FIRST-SUB(WS-NEW-JOB-COUNT) =
066900         WS-NEW-KEY-COUNT + 1.
067000     MOVE ZERO TO WS-OLD-KEY-SUB.
067100     PERFORM 2220-COPY-ONE-OLD-KEY
067200         THRU 2220-COPY-ONE-OLD-KEY-EXIT
067300         UNTIL WS-OLD-KEY-SUB NOT < WS-OLD-KEY-COUNT.
067400     MOVE WS-NEW-KEY-COUNT TO WS-NJ-LAST-SUB(WS-NEW-JOB-COUNT).
067500 2210-COPY-OLD-MARK-EXIT.
067600     EXIT.
067700*----------------------------------------------------------------
067800 2220-COPY-ONE-OLD-KEY.
067900*----------------------------------------------------------------
068000     ADD 1 TO WS-OLD-KEY-SUB.
068100     IF WS-OK-JOB-NAME(WS-OLD-KEY-SUB)
068200        NOT = WS-OJ-JOB-NAME(WS-OLD-JOB-SUB)
068300         GO TO 2220-COPY-ONE-OLD-KEY-EXIT
068400     END-IF.
068500     IF WS-NEW-KEY-COUNT < 3000
068600         ADD 1 TO WS-NEW-KEY-COUNT
068700         MOVE WS-OK-KEY(WS-OLD-KEY-SUB)
068800             TO WS-NK-KEY(WS-NEW-KEY-COUNT)
068900     ELSE
069000         MOVE 'Y' TO WS-TABLE-FULL-SW
069100     END-IF.
069200 2220-COPY-ONE-OLD-KEY-EXIT.
069300     EXIT.
069400*----------------------------------------------------------------
069500 3000-EXTRACT-CONTROL-TOTALS.
069600*    THE CONTROL TOTALS ARE ONLY EVER APPENDED TO, SO EVERY
069700*    RECORD PAST THE COUNT ALREADY SENT IS NEW.  A FILE NOW
069800*    SHORTER THAN THAT COUNT HAS BEEN REPLACED, AND IS SENT
069900*    AGAIN FROM ITS FIRST RECORD.
070000*----------------------------------------------------------------
070100     PERFORM 3100-SCAN-CONTROL-TOTALS
070200         THRU 3100-SCAN-CONTROL-TOTALS-EXIT.
070300     IF WS-CTL-RECORD-NO < WS-CTL-MARK-COUNT
070400         MOVE 'Y' TO WS-CTL-SHORT-SW
070500         DISPLAY "WHSE_EXT - CTLTOTS SHORTER THAN ITS MARK: "
070600             WS-CTL-RECORD-NO " < " WS-CTL-MARK-COUNT
070700         MOVE ZERO TO WS-CTL-MARK-COUNT
070800         PERFORM 3100-SCAN-CONTROL-TOTALS
070900             THRU 3100-SCAN-CONTROL-TOTALS-EXIT
071000     END-IF.
071100     MOVE SPACES TO WS-CTL-MARK-KEY.
071200     MOVE WS-CTL-RECORD-NO TO WS-CTL-MARK-COUNT.
071300 3000-EXTRACT-CONTROL-TOTALS-EXIT.
071400     EXIT.
071500*----------------------------------------------------------------
071600 3100-SCAN-CONTROL-TOTALS.
071700*----------------------------------------------------------------
071800     MOVE ZERO TO WS-CTL-RECORD-NO.
071900     MOVE '00' TO WS-CTLTOTS-STATUS.
072000     OPEN INPUT CONTROL-TOTALS.
072100     PERFORM 3110-READ-CONTROL-TOTALS
072200         THRU 3110-READ-CONTROL-TOTALS-EXIT.
072300     PERFORM 3120-EXTRACT-ONE-CONTROL
072400         THRU 3120-EXTRACT-ONE-CONTROL-EXIT
072500         UNTIL CTLTOTS-AT-EOF.
072600     CLOSE CONTROL-TOTALS.
072700 3100-SCAN-CONTROL-TOTALS-EXIT.
072800     EXIT.
072900*----------------------------------------------------------------
073000 3110-READ-CONTROL-TOTALS.
073100*----------------------------------------------------------------
073200     READ CONTROL-TOTALS
073300         AT END
073400             MOVE '10' TO WS-CTLTOTS-STATUS
073500     END-READ.
073600 3110-READ-CONTROL-TOTALS-EXIT.
073700     EXIT.
073800*----------------------------------------------------------------
073900 3120-EXTRACT-ONE-CONTROL.
074000*----------------------------------------------------------------
074100     ADD 1 TO WS-CTL-RECORD-NO.
074200     IF WS-CTL-RECORD-NO NOT > WS-CTL-MARK-COUNT
074300         GO TO 3120-EXTRACT-ONE-CONTROL-NEXT
074400     END-IF.
074500     PERFORM 7000-START-ROW
074600         THRU 7000-START-ROW-EXIT.
074700     MOVE WS-CTL-RECORD-NO TO WS-EDIT-COUNT.
074800     MOVE WS-EDIT-COUNT TO WS-CSV-FIELD.
074900     PERFORM 7010-ADD-FIELD
075000         THRU 7010-ADD-FIELD-EXIT.
075100     MOVE CT-JOB-NAME TO WS-CSV-FIELD.
075200     PERFORM 7010-ADD-FIELD
075300         THRU 7010-ADD-FIELD-EXIT.
075400     MOVE CT-CYCLE-DATE TO WS-CSV-FIELD.
075500     PERFORM 7010-ADD-FIELD
075600         THRU 7010-ADD-FIELD-EXIT.
075700     MOVE CT-STEP-SEQUENCE TO WS-CSV-FIELD.
075800     PERFORM 7010-ADD-FIELD
075900         THRU 7010-ADD-FIELD-EXIT.
076000     MOVE CT-PROGRAM-NAME TO WS-CSV-FIELD.
076100     PERFORM 7010-ADD-FIELD
076200         THRU 7010-ADD-FIELD-EXIT.
076300     MOVE CT-RECORDS-READ TO WS-EDIT-COUNT.
076400     MOVE WS-EDIT-COUNT TO WS-CSV-FIELD.
076500     PERFORM 7010-ADD-FIELD
076600         THRU 7010-ADD-FIELD-EXIT.
076700     MOVE CT-RECORDS-WRITTEN TO WS-EDIT-COUNT.
076800     MOVE WS-EDIT-COUNT TO WS-CSV-FIELD.
076900     PERFORM 7010-ADD-FIELD
077000         THRU 7010-ADD-FIELD-EXIT.
077100     MOVE CT-RECORDS-REJECTED TO WS-EDIT-COUNT.
077200     MOVE WS-EDIT-COUNT TO WS-CSV-FIELD.
077300     PERFORM 7010-ADD-FIELD
077400         THRU 7010-ADD-FIELD-EXIT.
077500     MOVE CT-AMOUNT TO WS-EDIT-AMOUNT.
077600     MOVE WS-EDIT-AMOUNT TO WS-CSV-FIELD.
077700     PERFORM 7010-ADD-FIELD
077800         THRU 7010-ADD-FIELD-EXIT.
077900     MOVE WS-CSV-ROW TO CONTROL-EXTRACT-LINE.
078000     WRITE CONTROL-EXTRACT-LINE.
078100     ADD 1 TO WS-CONTROL-ROWS.
078200 3120-EXTRACT-ONE-CONTROL-NEXT.
078300     PERFORM 3110-READ-CONTROL-TOTALS
078400         THRU 3110-READ-CONTROL-TOTALS-EXIT.
078500 3120-EXTRACT-ONE-CONTROL-EXIT.
078600     EXIT.
078700*----------------------------------------------------------------
078800 4000-EXTRACT-ALERTS.
078900*    FIRST RE-READ EVERY ALERT SENT BEFORE IT WAS ACKNOWLEDGED
079000*    AND SEND AN UPDATE ROW FOR ANY WHOSE STATUS HAS MOVED, THEN
079100*    SEND EVERY ALERT STAMPED AFTER THE MARK AS A NEW ROW.
079200*----------------------------------------------------------------
079300     MOVE ZERO TO WS-OLD-PEND-SUB.
079400     PERFORM 4010-RECHECK-ONE-ALERT
079500         THRU 4010-RECHECK-ONE-ALERT-EXIT
079600         UNTIL WS-OLD-PEND-SUB NOT < WS-OLD-PEND-COUNT.
079700     MOVE 'N' TO WS-SCAN-DONE-SW.
079800     MOVE WS-ALERT-MARK-KEY TO AH-KEY.
079900     START ALERT-HISTORY KEY > AH-KEY
080000         INVALID KEY
080100             MOVE 'Y' TO WS-SCAN-DONE-SW
080200     END-START.
080300     IF NOT SCAN-DONE
080400         PERFORM 4110-READ-ALERT-NEXT
080500             THRU 4110-READ-ALERT-NEXT-EXIT
080600     END-IF.
080700     PERFORM 4120-EXTRACT-ONE-NEW-ALERT
080800         THRU 4120-EXTRACT-ONE-NEW-ALERT-EXIT
080900         UNTIL SCAN-DONE.
081000     CLOSE ALERT-HISTORY.
081100 4000-EXTRACT-ALERTS-EXIT.
081200     EXIT.
081300*----------------------------------------------------------------
081400 4010-RECHECK-ONE-ALERT.
081500*    AN ALERT NO LONGER ON THE HISTORY HAS BEEN PURGED AND IS
081600*    DROPPED FROM THE MARK FILE.
081700*----------------------------------------------------------------
081800     ADD 1 TO WS-OLD-PEND-SUB.
081900     MOVE WS-OP-KEY(WS-OLD-PEND-SUB) TO AH-KEY.
082000     MOVE '00' TO WS-ALERTHST-STATUS.
082100     READ ALERT-HISTORY
082200         INVALID KEY
082300             ADD 1 TO WS-ALERT-GONE-COUNT
082400             GO TO 4010-RECHECK-ONE-ALERT-EXIT
082500     END-READ.
082600     IF AH-STATUS NOT = WS-OP-STATUS(WS-OLD-PEND-SUB)
082700         MOVE 'UPDATE' TO WS-CHANGE-TYPE
082800         PERFORM 4200-WRITE-ALERT-ROW
082900             THRU 4200-WRITE-ALERT-ROW-EXIT
083000         ADD 1 TO WS-ALERT-UPDATE-ROWS
083100     END-IF.
083200     PERFORM 4210-KEEP-PENDING
083300         THRU 4210-KEEP-PENDING-EXIT.
083400 4010-RECHECK-ONE-ALERT-EXIT.
083500     EXIT.
083600*----------------------------------------------------------------
083700 4110-READ-ALERT-NEXT.
083800*----------------------------------------------------------------
083900     READ ALERT-HISTORY NEXT RECORD
084000         AT END
084100             MOVE 'Y' TO WS-SCAN-DONE-SW
084200     END-READ.
084300 4110-READ-ALERT-NEXT-EXIT.
084400     EXIT.
084500*----------------------------------------------------------------
084600 4120-EXTRACT-ONE-NEW-ALERT.
084700*----------------------------------------------------------------
084800     MOVE 'NEW' TO WS-CHANGE-TYPE.
084900     PERFORM 4200-WRITE-ALERT-ROW
085000         THRU 4200-WRITE-ALERT-ROW-EXIT.
085100     ADD 1 TO WS-ALERT-NEW-ROWS.
085200     MOVE AH-KEY TO WS-ALERT-MARK-KEY.
085300     PERFORM 4210-KEEP-PENDING
085400         THRU 4210-KEEP-PENDING-EXIT.
085500     PERFORM 4110-READ-ALERT-NEXT
085600         THRU 4110-READ-ALERT-NEXT-EXIT.
085700 4120-EXTRACT-ONE-NEW-ALERT-EXIT.
085800     EXIT.
085900*----------------------------------------------------------------
086000 4200-WRITE-ALERT-ROW.
086100*    THE DETAIL TEXT IS FREE TEXT, SO IT IS QUOTED, AND ANY
086200*    DOUBLE QUOTE IN IT IS SENT AS AN APOSTROPHE.
086300*----------------------------------------------------------------
086400     PERFORM 7000-START-ROW
086500         THRU 7000-START-ROW-EXIT.
086600     MOVE WS-CHANGE-TYPE TO WS-CSV-FIELD.
086700     PERFORM 7010-ADD-FIELD
086800         THRU 7010-ADD-FIELD-EXIT.
086900     MOVE AH-ALERT-DATE TO WS-CSV-FIELD.
087000     PERFORM 7010-ADD-FIELD
087100         THRU 7010-ADD-FIELD-EXIT.
087200     MOVE AH-ALERT-TIME TO WS-CSV-FIELD.
087300     PERFORM 7010-ADD-FIELD
087400         THRU 7010-ADD-FIELD-EXIT.
087500     MOVE AH-ALERT-SEQ TO WS-CSV-FIELD.
087600     PERFORM 7010-ADD-FIELD
087700         THRU 7010-ADD-FIELD-EXIT.
087800     MOVE AH-SEVERITY TO WS-EDIT-COUNT.
087900     MOVE WS-EDIT-COUNT TO WS-CSV-FIELD.
088000     PERFORM 7010-ADD-FIELD
088100         THRU 7010-ADD-FIELD-EXIT.
088200     MOVE AH-JOB-NAME TO WS-CSV-FIELD.
088300     PERFORM 7010-ADD-FIELD
088400         THRU 7010-ADD-FIELD-EXIT.
088500     MOVE AH-CYCLE-DATE TO WS-CSV-FIELD.
088600     PERFORM 7010-ADD-FIELD
088700         THRU 7010-ADD-FIELD-EXIT.
088800     MOVE AH-FAILING-PROGRAM TO WS-CSV-FIELD.
088900     PERFORM 7010-ADD-FIELD
089000         THRU 7010-ADD-FIELD-EXIT.
089100     MOVE AH-RETURN-CODE TO WS-EDIT-COUNT.
089200     MOVE WS-EDIT-COUNT TO WS-CSV-FIELD.
089300     PERFORM 7010-ADD-FIELD
089400         THRU 7010-ADD-FIELD-EXIT.
089500     MOVE AH-REGION-CODE TO WS-CSV-FIELD.
089600     PERFORM 7010-ADD-FIELD
089700         THRU 7010-ADD-FIELD-EXIT.
089800     MOVE AH-STATUS TO WS-CSV-FIELD.
089900     PERFORM 7010-ADD-FIELD
090000         THRU 7010-ADD-FIELD-EXIT.
090100     MOVE AH-ACK-USER TO WS-CSV-FIELD.
090200     PERFORM 7010-ADD-FIELD
090300         THRU 7010-ADD-FIELD-EXIT.
090400     MOVE AH-ACK-TIME TO WS-CSV-FIELD.
090500     PERFORM 7010-ADD-FIELD
090600         THRU 7010-ADD-FIELD-EXIT.
090700     MOVE AH-DETAIL TO WS-CSV-FIELD.
090800     INSPECT WS-CSV-FIELD REPLACING ALL '"' BY "'".
090900     MOVE 'Y' TO WS-CSV-QUOTE-SW.
091000     PERFORM 7010-ADD-FIELD
091100         THRU 7010-ADD-FIELD-EXIT.
091200     MOVE WS-CSV-ROW TO ALERT-EXTRACT-LINE.
091300     WRITE ALERT-EXTRACT-LINE.
091400     ADD 1 TO WS-ALERT-ROWS.
091500 4200-WRITE-ALERT-ROW-EXIT.
091600     EXIT.
091700*----------------------------------------------------------------
091800 4210-KEEP-PENDING.
091900*    AN ALERT NOT YET ACKNOWLEDGED CAN STILL CHANGE, SO IT STAYS
092000*    ON THE MARK FILE WITH THE STATUS IT WAS LAST SENT WITH.
092100*----------------------------------------------------------------
092200     IF AH-ACKNOWLEDGED
092300         GO TO 4210-KEEP-PENDING-EXIT
092400     END-IF.
092500     IF WS-NEW-PEND-COUNT NOT < 2000
092600         MOVE 'Y' TO WS-TABLE-FULL-SW
092700         GO TO 4210-KEEP-PENDING-EXIT
092800     END-IF.
092900     ADD 1 TO WS-NEW-PEND-COUNT.
093000     MOVE AH-KEY    TO WS-NP-KEY(WS-NEW-PEND-COUNT).
093100     MOVE AH-STATUS TO WS-NP-STATUS(WS-NEW-PEND-COUNT).
093200 4210-KEEP-PENDING-EXIT.
093300     EXIT.
093400*----------------------------------------------------------------
093500 7000-START-ROW.
093600*    EVERY DATA ROW BEGINS WITH THIS RUN'S EXTRACT NUMBER.
093700*----------------------------------------------------------------
093800     MOVE SPACES TO WS-CSV-ROW.
093900     MOVE 1 TO WS-CSV-POINTER.
094000     MOVE 'Y' TO WS-CSV-FIRST-SW.
094100     MOVE WS-EXTRACT-NO TO WS-EDIT-COUNT.
094200     MOVE WS-EDIT-COUNT TO WS-CSV-FIELD.
094300     PERFORM 7010-ADD-FIELD
094400         THRU 7010-ADD-FIELD-EXIT.
094500 7000-START-ROW-EXIT.
094600     EXIT.
094700*----------------------------------------------------------------
094800 7010-ADD-FIELD.
094900*    ADD WS-CSV-FIELD TO THE ROW, AFTER A COMMA UNLESS IT IS THE
095000*    FIRST FIELD.  A BLANK FIELD IS SENT EMPTY.
095100*----------------------------------------------------------------
095200     IF CSV-FIRST-FIELD
095300         MOVE 'N' TO WS-CSV-FIRST-SW
095400     ELSE
095500         STRING ',' DELIMITED BY SIZE
095600             INTO WS-CSV-ROW WITH POINTER WS-CSV-POINTER
095700     END-IF.
095800     IF CSV-QUOTED-FIELD
095900         STRING '"' DELIMITED BY SIZE
096000             INTO WS-CSV-ROW WITH POINTER WS-CSV-POINTER
096100     END-IF.
096200     IF WS-CSV-FIELD = SPACES
096300         GO TO 7010-ADD-FIELD-CLOSE
096400     END-IF.
096500     MOVE ZERO TO WS-CSV-LEAD.
096600     INSPECT WS-CSV-FIELD TALLYING WS-CSV-LEAD
096700         FOR LEADING SPACES.
096800     MOVE 40 TO WS-CSV-END.
096900     PERFORM 7020-BACK-UP-ONE
097000         THRU 7020-BACK-UP-ONE-EXIT
097100         UNTIL WS-CSV-FIELD(WS-CSV-END:1) NOT = SPACE.
097200     COMPUTE WS-CSV-LENGTH = WS-CSV-END - WS-CSV-LEAD.
097300     STRING WS-CSV-FIELD(WS-CSV-LEAD + 1:WS-CSV-LENGTH)
097400            DELIMITED BY SIZE
097500            INTO WS-CSV-ROW WITH POINTER WS-CSV-POINTER.
097600 7010-ADD-FIELD-CLOSE.
097700     IF CSV-QUOTED-FIELD
097800         STRING '"' DELIMITED BY SIZE
097900             INTO WS-CSV-ROW WITH POINTER WS-CSV-POINTER
098000         MOVE 'N' TO WS-CSV-QUOTE-SW
098100     END-IF.
098200     MOVE SPACES TO WS-CSV-FIELD.
098300 7010-ADD-FIELD-EXIT.
098400     EXIT.
098500*----------------------------------------------------------------
098600 7020-BACK-UP-ONE.
098700*----------------------------------------------------------------
098800     SUBTRACT 1 FROM WS-CSV-END.
098900 7020-BACK-UP-ONE-EXIT.
099000     EXIT.
099100*----------------------------------------------------------------
099200 7100-WRITE-TRAILER.
099300*    THE TRAILER ROW: TRAILER, EXTRACT NUMBER, DATA ROW COUNT,
099400*    EXTRACT DATE AND TIME.  THE CALLER WRITES IT TO ITS FILE.
099500*----------------------------------------------------------------
099600     MOVE SPACES TO WS-CSV-ROW.
099700     MOVE 1 TO WS-CSV-POINTER.
099800     MOVE 'Y' TO WS-CSV-FIRST-SW.
099900     MOVE 'TRAILER' TO WS-CSV-FIELD.
100000     PERFORM 7010-ADD-FIELD
100100         THRU 7010-ADD-FIELD-EXIT.
100200     MOVE WS-EXTRACT-NO TO WS-EDIT-COUNT.
100300     MOVE WS-EDIT-COUNT TO WS-CSV-FIELD.
100400     PERFORM 7010-ADD-FIELD
100500         THRU 7010-ADD-FIELD-EXIT.
100600     MOVE WS-TRAILER-COUNT TO WS-EDIT-COUNT.
100700     MOVE WS-EDIT-COUNT TO WS-CSV-FIELD.
100800     PERFORM 7010-ADD-FIELD
100900         THRU 7010-ADD-FIELD-EXIT.
101000     MOVE WS-RUN-DATE TO WS-CSV-FIELD.
101100     PERFORM 7010-ADD-FIELD
101200         THRU 7010-ADD-FIELD-EXIT.
101300     MOVE WS-RUN-TIME(1:6) TO WS-CSV-FIELD.
101400     PERFORM 7010-ADD-FIELD
101500         THRU 7010-ADD-FIELD-EXIT.
101600 7100-WRITE-TRAILER-EXIT.
101700     EXIT.
101800*----------------------------------------------------------------
101900 7200-FIND-OLD-JOB.
102000*----------------------------------------------------------------
102100     MOVE 'N' TO WS-JOB-FOUND-SW.
102200     MOVE ZERO TO WS-OLD-JOB-SUB.
102300     PERFORM 7210-MATCH-ONE-OLD-JOB
102400         THRU 7210-MATCH-ONE-OLD-JOB-EXIT
102500         UNTIL JOB-MARK-FOUND
102600            OR WS-OLD-JOB-SUB NOT < WS-OLD-JOB-COUNT.
102700 7200-FIND-OLD-JOB-EXIT.
102800     EXIT.
102900*----------------------------------------------------------------
103000 7210-MATCH-ONE-OLD-JOB.
103100*----------------------------------------------------------------
103200     ADD 1 TO WS-OLD-JOB-SUB.
103300     IF WS-OJ-JOB-NAME(WS-OLD-JOB-SUB) = WS-SEARCH-JOB-NAME
103400         MOVE 'Y' TO WS-JOB-FOUND-SW
103500     END-IF.
103600 7210-MATCH-ONE-OLD-JOB-EXIT.
103700     EXIT.
103800*----------------------------------------------------------------
103900 7300-FIND-SENT-KEY.
104000*----------------------------------------------------------------
104100     MOVE 'N' TO WS-KEY-FOUND-SW.
104200     MOVE ZERO TO WS-OLD-KEY-SUB.
104300     PERFORM 7310-MATCH-ONE-SENT-KEY
104400         THRU 7310-MATCH-ONE-SENT-KEY-EXIT
104500         UNTIL KEY-ALREADY-SENT
104600            OR WS-OLD-KEY-SUB NOT < WS-OLD-KEY-COUNT.
104700 7300-FIND-SENT-KEY-EXIT.
104800     EXIT.
104900*----------------------------------------------------------------
105000 7310-MATCH-ONE-SENT-KEY.
105100*----------------------------------------------------------------
105200     ADD 1 TO WS-OLD-KEY-SUB.
105300     IF WS-OK-KEY(WS-OLD-KEY-SUB) = WS-SEARCH-KEY
105400         MOVE 'Y' TO WS-KEY-FOUND-SW
105500     END-IF.
105600 7310-MATCH-ONE-SENT-KEY-EXIT.
105700     EXIT.
105800*----------------------------------------------------------------
105900 8000-TERMINATE.
106000*    CLOSE EACH EXTRACT WITH ITS TRAILER - ALWAYS WRITTEN, EVEN
106100*    WITH NO ROWS, SO THE LOAD CAN TELL A QUIET NIGHT FROM A
106200*    LOST FILE - AND ONLY THEN ADVANCE THE MARKS.
106300*----------------------------------------------------------------
106400     MOVE WS-RUN-ROWS TO WS-TRAILER-COUNT.
106500     PERFORM 7100-WRITE-TRAILER
106600         THRU 7100-WRITE-TRAILER-EXIT.
106700     MOVE WS-CSV-ROW TO RUN-EXTRACT-LINE.
106800     WRITE RUN-EXTRACT-LINE.
106900     CLOSE RUN-EXTRACT.
107000     MOVE WS-STEP-ROWS TO WS-TRAILER-COUNT.
107100     PERFORM 7100-WRITE-TRAILER
107200         THRU 7100-WRITE-TRAILER-EXIT.
107300     MOVE WS-CSV-ROW TO STEP-EXTRACT-LINE.
107400     WRITE STEP-EXTRACT-LINE.
107500     CLOSE STEP-EXTRACT.
107600     MOVE WS-CONTROL-ROWS TO WS-TRAILER-COUNT.
107700     PERFORM 7100-WRITE-TRAILER
107800         THRU 7100-WRITE-TRAILER-EXIT.
107900     MOVE WS-CSV-ROW TO CONTROL-EXTRACT-LINE.
108000     WRITE CONTROL-EXTRACT-LINE.
108100     CLOSE CONTROL-EXTRACT.
108200     MOVE WS-ALERT-ROWS TO WS-TRAILER-COUNT.
108300     PERFORM 7100-WRITE-TRAILER
108400         THRU 7100-WRITE-TRAILER-EXIT.
108500     MOVE WS-CSV-ROW TO ALERT-EXTRACT-LINE.
108600     WRITE ALERT-EXTRACT-LINE.
108700     CLOSE ALERT-EXTRACT.
108800     PERFORM 8100-WRITE-HIGH-WATER
108900         THRU 8100-WRITE-HIGH-WATER-EXIT.
109000     DISPLAY "WHSE_EXT - EXTRACT NUMBER     : " WS-EXTRACT-NO.
109100     DISPLAY "WHSE_EXT - RUN ROWS           : " WS-RUN-ROWS.
109200     DISPLAY "WHSE_EXT - STEP ROWS          : " WS-STEP-ROWS.
109300     DISPLAY "WHSE_EXT - CONTROL-TOTAL ROWS : " WS-CONTROL-ROWS.
109400     DISPLAY "WHSE_EXT - ALERT ROWS NEW     : " WS-ALERT-NEW-ROWS.
109500     DISPLAY "WHSE_EXT - ALERT ROWS UPDATED : "
109600         WS-ALERT-UPDATE-ROWS.
109700     IF WS-ALERT-GONE-COUNT > ZERO
109800         DISPLAY "WHSE_EXT - UNACKED ALERTS PURGED: "
109900             WS-ALERT-GONE-COUNT
110000     END-IF.
110100     IF MARK-TABLE-FILLED
110200         DISPLAY "WHSE_EXT - MARK TABLE FULL - SOME ROWS MAY BE "
110300             "SENT AGAIN"
110400     END-IF.
110500     IF MARK-TABLE-FILLED
110600        OR CTLTOTS-REPLACED
110700         MOVE 4 TO RETURN-CODE
110800     END-IF.
110900 8000-TERMINATE-EXIT.
111000     EXIT.
111100*----------------------------------------------------------------
111200 8100-WRITE-HIGH-WATER.
111300*    REPLACE THE MARK FILE WITH TONIGHT'S MARKS.
111400*----------------------------------------------------------------
111500     OPEN OUTPUT HIGH-WATER-FILE.
111600     MOVE SPACES TO HIGH-WATER-RECORD.
111700     MOVE 'C'           TO HM-RECORD-TYPE.
111800     MOVE 'EXTRACT'     TO HM-SOURCE.
111900     PERFORM 8110-STAMP-AND-WRITE
112000         THRU 8110-STAMP-AND-WRITE-EXIT.
112100     MOVE SPACES TO HIGH-WATER-RECORD.
112200     MOVE 'M'             TO HM-RECORD-TYPE.
112300     MOVE 'CTLTOTS'       TO HM-SOURCE.
112400     MOVE WS-CTL-MARK-KEY TO HM-LAST-KEY.
112500     PERFORM 8110-STAMP-AND-WRITE
112600         THRU 8110-STAMP-AND-WRITE-EXIT.
112700     IF WS-ALERT-MARK-KEY NOT = LOW-VALUES
112800         MOVE SPACES TO HIGH-WATER-RECORD
112900         MOVE 'M'               TO HM-RECORD-TYPE
113000         MOVE 'ALERTHST'        TO HM-SOURCE
113100         MOVE WS-ALERT-MARK-KEY TO HM-LAST-KEY
113200         PERFORM 8110-STAMP-AND-WRITE
113300             THRU 8110-STAMP-AND-WRITE-EXIT
113400     END-IF.
113500     MOVE ZERO TO WS-NEW-PEND-SUB.
113600     PERFORM 8120-WRITE-ONE-PENDING
113700         THRU 8120-WRITE-ONE-PENDING-EXIT
113800         UNTIL WS-NEW-PEND-SUB NOT < WS-NEW-PEND-COUNT.
113900     MOVE ZERO TO WS-NEW-JOB-SUB.
114000     PERFORM 8130-WRITE-ONE-JOB-MARK
114100         THRU 8130-WRITE-ONE-JOB-MARK-EXIT
114200         UNTIL WS-NEW-JOB-SUB NOT < WS-NEW-JOB-COUNT.
114300     CLOSE HIGH-WATER-FILE.
114400 8100-WRITE-HIGH-WATER-EXIT.
114500     EXIT.
114600*----------------------------------------------------------------
114700 8110-STAMP-AND-WRITE.
114800*----------------------------------------------------------------
114900     MOVE WS-EXTRACT-NO    TO HM-EXTRACT-NO.
115000     MOVE WS-RUN-DATE      TO HM-EXTRACT-DATE.
115100     MOVE WS-RUN-TIME(1:6) TO HM-EXTRACT-TIME.
115200     WRITE HIGH-WATER-RECORD.
115300 8110-STAMP-AND-WRITE-EXIT.
115400     EXIT.
115500*----------------------------------------------------------------
115600 8120-WRITE-ONE-PENDING.
115700*----------------------------------------------------------------
115800     ADD 1 TO WS-NEW-PEND-SUB.
115900     MOVE SPACES TO HIGH-WATER-RECORD.
116000     MOVE 'P'                           TO HM-RECORD-TYPE.
116100     MOVE 'ALERTHST'                    TO HM-SOURCE.
116200     MOVE WS-NP-KEY(WS-NEW-PEND-SUB)    TO HM-LAST-KEY.
116300     MOVE WS-NP-STATUS(WS-NEW-PEND-SUB) TO HM-ALERT-STATUS.
116400     PERFORM 8110-STAMP-AND-WRITE
116500         THRU 8110-STAMP-AND-WRITE-EXIT.
116600 8120-WRITE-ONE-PENDING-EXIT.
116700     EXIT.
116800*----------------------------------------------------------------
116900 8130-WRITE-ONE-JOB-MARK.
117000*----------------------------------------------------------------
117100     ADD 1 TO WS-NEW-JOB-SUB.
117200     MOVE SPACES TO HIGH-WATER-RECORD.
117300     MOVE 'M'                           TO HM-RECORD-TYPE.
117400     MOVE 'AUDITLOG'                    TO HM-SOURCE.
117500     MOVE WS-NJ-LAST-KEY(WS-NEW-JOB-SUB) TO HM-LAST-KEY.
117600     PERFORM 8110-STAMP-AND-WRITE
117700         THRU 8110-STAMP-AND-WRITE-EXIT.
117800     MOVE WS-NJ-FIRST-SUB(WS-NEW-JOB-SUB) TO WS-NEW-KEY-SUB.
117900     PERFORM 8140-WRITE-ONE-SENT-KEY
118000         THRU 8140-WRITE-ONE-SENT-KEY-EXIT
118100         UNTIL WS-NEW-KEY-SUB > WS-NJ-LAST-SUB(WS-NEW-JOB-SUB).
118200 8130-WRITE-ONE-JOB-MARK-EXIT.
118300     EXIT.
118400*----------------------------------------------------------------
118500 8140-WRITE-ONE-SENT-KEY.
118600*----------------------------------------------------------------
118700     MOVE SPACES TO HIGH-WATER-RECORD.
118800     MOVE 'K'                         TO HM-RECORD-TYPE.
118900     MOVE 'AUDITLOG'                  TO HM-SOURCE.
119000     MOVE WS-NK-KEY(WS-NEW-KEY-SUB)   TO HM-LAST-KEY.
119100     PERFORM 8110-STAMP-AND-WRITE
119200         THRU 8110-STAMP-AND-WRITE-EXIT.
119300     ADD 1 TO WS-NEW-KEY-SUB.
119400 8140-WRITE-ONE-SENT-KEY-EXIT.
119500     EXIT.
119600*----------------------------------------------------------------
119700 9010-OPEN-ABEND.
119800*    ONE OF THE KEYED HISTORIES WILL NOT OPEN.  NOTHING HAS BEEN
119900*    WRITTEN AND NO MARK HAS MOVED, SO THE RUN IS SIMPLY
120000*    RESUBMITTED ONCE THE FILE IS BACK.
120100*----------------------------------------------------------------
120200     DISPLAY "WHSE_EXT - HISTORY FILE WILL NOT OPEN: "
120300         WS-ABEND-DD-NAME.
120400     MOVE 16 TO RETURN-CODE.
120500     STOP RUN.
120600*----------------------------------------------------------------
120700 9020-HIGH-WATER-ABEND.
120800*    THE MARK FILE WILL NOT OPEN OR HOLDS A RECORD THIS PROGRAM
120900*    DID NOT WRITE, OR MORE MARKS THAN ITS TABLES HOLD.  SENDING
121000*    ON A GUESSED MARK WOULD DUPLICATE OR DROP WAREHOUSE ROWS,
121100*    SO THE RUN IS REFUSED UNTIL THE FILE IS PUT RIGHT.
121200*----------------------------------------------------------------
121300     DISPLAY "WHSE_EXT - HIGH-WATER MARK FILE BAD AT RECORD "
121400         WS-ABEND-RECORD-NO.
121500     CLOSE AUDIT-LOG.
121600     CLOSE ALERT-HISTORY.
121700     MOVE 16 TO RETURN-CODE.
121800     STOP RUN.
