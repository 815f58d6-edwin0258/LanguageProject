000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CYC_STATUS.
000300 AUTHOR.        B. HOLLOWAY.
000400 INSTALLATION.  DATA CENTER SERVICES.
000500 DATE-WRITTEN.  15-OCT-2026.
000600 DATE-COMPILED. 15-OCT-2026.
000700*----------------------------------------------------------------
000800* CYCLE STATUS SHEET FOR THE HELP DESK.  HELLO_WORLD REWRITES ONE
000900* RECORD PER REGION ON THE KEYED CYCLE STATUS FILE (//CYCSTAT,
001000* COPY CYCSTAT) AFTER EVERY STEP CARD AND EVERY OPERATOR COMMAND.
001100* THIS PROGRAM READS THAT FILE ON DEMAND AND PRINTS A ONE-PAGE
001200* STATUS SHEET ON //STATRPT, SO "WHERE IS TONIGHT'S CYCLE" IS
001300* ANSWERED WITHOUT A CALL TO OPERATIONS OR A LOOK AT THE JOB LOG.
001400*   - FOR ONE REGION: THE WHOLE RECORD - CYCLE DATE, STATE,
001500*     CURRENT AND LAST STEP, STEPS DONE AND REMAINING, HOLD AND
001600*     STOPAFTER, THE LAST OPERATOR COMMAND, EVERY STOPPED OR
001700*     FEED-HELD TRACK, AND THE LATEST PROJECTED COMPLETION
001800*     AGAINST THE DEADLINE
001900*   - FOR EVERY REGION: ONE LINE PER REGION ON FILE, IN REGION
002000*     ORDER, WITH THE SAME HEADLINE FIELDS
002100* THE FILE IS ONLY READ, SO THE SHEET CAN BE RUN WHILE A CYCLE IS
002200* UPDATING IT.  THE RECORD IS THE REGION'S LATEST CYCLE; CHECK
002300* THE CYCLE DATE AND THE LAST-UPDATED STAMP BEFORE QUOTING IT.
002400* PARM: A REGION CODE (3 CHARACTERS), OR 'ALL' OR NO PARM FOR
002500* EVERY REGION.  ENDS WITH RETURN CODE 4 WHEN THE REGION HAS NO
002600* STATUS RECORD OR THE FILE HOLDS NONE, AND 16 WHEN THE PARM IS
002700* BAD OR THE STATUS FILE WILL NOT OPEN.
002800*----------------------------------------------------------------
002900* MODIFICATION HISTORY
003000*----------------------------------------------------------------
003100* DATE       INIT  DESCRIPTION
003200* ---------- ----  ----------------------------------------------
003300* 15-OCT-2026 BH   INITIAL VERSION.
003400*----------------------------------------------------------------
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT CYCLE-STATUS ASSIGN TO CYCSTAT
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS CY-KEY
004200         FILE STATUS IS WS-CYCSTAT-STATUS.
004300     SELECT STATUS-REPORT ASSIGN TO STATRPT
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  CYCLE-STATUS.
004800     COPY CYCSTAT.
004900 FD  STATUS-REPORT
005000     RECORDING MODE IS F.
005100 01  STATUS-REPORT-LINE           PIC X(132).
005200   WORKING-STORAGE SECTION.
005300*----------------------------------------------------------------
005400* RUN-CONTROL FIELDS
005500*----------------------------------------------------------------
005600   01  WS-SELECT-REGION          PIC X(03) VALUE SPACES.
005700   01  WS-ALL-REGIONS-SW         PIC X(01) VALUE 'N'.
005800       88  ALL-REGIONS           VALUE 'Y'.
005900   01  WS-REGION-COUNT           PIC 9(05) VALUE ZERO.
006000   01  WS-NOT-FOUND-SW           PIC X(01) VALUE 'N'.
006100       88  NOTHING-FOUND         VALUE 'Y'.
006200   01  WS-TRACK-SUB              PIC 9(04) COMP VALUE ZERO.
006300   01  WS-TRACKS-LISTED          PIC 9(04) COMP VALUE ZERO.
006400   01  WS-PRINT-DATE             PIC X(08) VALUE SPACES.
006500   01  WS-PRINT-TIME             PIC X(08) VALUE SPACES.
006600*----------------------------------------------------------------
006700* FORMATTING WORK FIELDS.  A CLOCK TIME ON THE RECORD (HHMMSS,
006800* WITH OR WITHOUT HUNDREDTHS) IS PRINTED AS HH:MM:SS.
006900*----------------------------------------------------------------
007000   01  WS-TIME-IN                PIC X(08) VALUE SPACES.
007100   01  WS-TIME-IN-PARTS REDEFINES WS-TIME-IN.
007200       05  WS-TI-HH              PIC X(02).
007300       05  WS-TI-MM              PIC X(02).
007400       05  WS-TI-SS              PIC X(02).
007500       05  WS-TI-HS              PIC X(02).
007600   01  WS-TIME-OUT               PIC X(08) VALUE SPACES.
007700   01  WS-STATE-TEXT             PIC X(24) VALUE SPACES.
007800   01  WS-DISP-TEXT              PIC X(24) VALUE SPACES.
007900   01  WS-EDIT-COUNT             PIC ZZZ9.
008000   01  WS-EDIT-RC                PIC 9(04).
008100*----------------------------------------------------------------
008200* REPORT LINE LAYOUTS
008300*----------------------------------------------------------------
008400   01  WS-TITLE-LINE.
008500       05  FILLER                PIC X(31) VALUE
008600           'CYC_STATUS - CYCLE STATUS SHEET'.
008700       05  FILLER                PIC X(12) VALUE
008800           '   PRINTED: '.
008900       05  WS-TL-DATE            PIC X(08) VALUE SPACES.
009000       05  FILLER                PIC X(01) VALUE SPACE.
009100       05  WS-TL-TIME            PIC X(08) VALUE SPACES.
009200       05  FILLER                PIC X(12) VALUE
009300           '   REGIONS: '.
009400       05  WS-TL-REGIONS         PIC X(03) VALUE SPACES.
009500       05  FILLER                PIC X(57) VALUE SPACES.
009600   01  WS-DETAIL-LINE.
009700       05  FILLER                PIC X(02) VALUE SPACES.
009800       05  WS-DT-LABEL           PIC X(24) VALUE SPACES.
009900       05  WS-DT-VALUE           PIC X(80) VALUE SPACES.
010000       05  FILLER                PIC X(26) VALUE SPACES.
010100   01  WS-SUMMARY-HEAD-1.
010200       05  FILLER                PIC X(33) VALUE
010300           '  RGN  CYCLE DT  JOB       STATE '.
010400       05  FILLER                PIC X(33) VALUE
010500           '                    CURRENT  T  D'.
010600       05  FILLER                PIC X(33) VALUE
010700           'ONE  REMN  HLD  STP  PROJ      DE'.
010800       05  FILLER                PIC X(33) VALUE
010900           'ADLINE       STOPPED     UPDATED '.
011000   01  WS-SUMMARY-LINE.
011100       05  FILLER                PIC X(02) VALUE SPACES.
011200       05  WS-SM-REGION          PIC X(03) VALUE SPACES.
011300       05  FILLER                PIC X(02) VALUE SPACES.
011400       05  WS-SM-CYCLE-DATE      PIC X(08) VALUE SPACES.
011500       05  FILLER                PIC X(02) VALUE SPACES.
011600       05  WS-SM-JOB-NAME        PIC X(08) VALUE SPACES.
011700       05  FILLER                PIC X(02) VALUE SPACES.
011800       05  WS-SM-STATE           PIC X(24) VALUE SPACES.
011900       05  FILLER                PIC X(02) VALUE SPACES.
012000       05  WS-SM-CURRENT         PIC X(08) VALUE SPACES.
012100       05  FILLER                PIC X(01) VALUE SPACE.
012200       05  WS-SM-TRACK           PIC X(01) VALUE SPACE.
012300       05  FILLER                PIC X(02) VALUE SPACES.
012400       05  WS-SM-DONE            PIC ZZZ9.
012500       05  FILLER                PIC X(02) VALUE SPACES.
012600       05  WS-SM-REMAINING       PIC ZZZ9.
012700       05  FILLER                PIC X(02) VALUE SPACES.
012800       05  WS-SM-HOLD            PIC X(03) VALUE SPACES.
012900       05  FILLER                PIC X(02) VALUE SPACES.
013000       05  WS-SM-STOPAFTER       PIC X(03) VALUE SPACES.
013100       05  FILLER                PIC X(02) VALUE SPACES.
013200       05  WS-SM-PROJ-TIME       PIC X(08) VALUE SPACES.
013300       05  FILLER                PIC X(02) VALUE SPACES.
013400       05  WS-SM-DEADLINE        PIC X(08) VALUE SPACES.
013500       05  FILLER                PIC X(01) VALUE SPACE.
013600       05  WS-SM-LATE            PIC X(04) VALUE SPACES.
013700       05  FILLER                PIC X(02) VALUE SPACES.
013800       05  WS-SM-STOPPED         PIC X(10) VALUE SPACES.
013900       05  FILLER                PIC X(02) VALUE SPACES.
014000       05  WS-SM-UPDATE-TIME     PIC X(08) VALUE SPACES.
014100   01  WS-REGION-TRAILER.
014200       05  FILLER                PIC X(18) VALUE
014300           '  REGIONS LISTED: '.
014400       05  WS-RT-COUNT           PIC ZZZZ9.
014500       05  FILLER                PIC X(109) VALUE SPACES.
014600   01  WS-SUMMARY-NOTE           PIC X(132) VALUE
014700       '  STP = STOPAFTER ISSUED   STOPPED = TRACKS STOPPED/HELD'.
014800   01  WS-NO-RECORDS-LINE        PIC X(132) VALUE
014900       'NO CYCLE STATUS RECORDS ON FILE'.
015000   01  WS-NOT-FOUND-LINE.
015100       05  FILLER                PIC X(28) VALUE
015200           'NO STATUS RECORD FOR REGION '.
015300       05  WS-NF-REGION          PIC X(03) VALUE SPACES.
015400       05  FILLER                PIC X(101) VALUE SPACES.
015500   01  WS-END-LINE               PIC X(132) VALUE
015600       'END OF CYCLE STATUS SHEET'.
015700*----------------------------------------------------------------
015800* FILE STATUS AND SWITCHES
015900*----------------------------------------------------------------
016000   77  WS-CYCSTAT-STATUS         PIC X(02) VALUE '00'.
016100       88  CYCSTAT-OK            VALUE '00'.
016200   77  WS-SCAN-DONE-SW           PIC X(01) VALUE 'N'.
016300       88  SCAN-DONE             VALUE 'Y'.
016400 LINKAGE SECTION.
016500 01  LK-PARM-FIELD.
016600*    THE RUNTIME PASSES EXEC PGM=...,PARM='...' PRECEDED BY A
016700*    2-BYTE BINARY HALFWORD GIVING THE LENGTH OF THE PARM TEXT.
016800*    THE PARM CARRIES THE REGION CODE IN POSITIONS 1-3, OR 'ALL'.
016900     05  LK-PARM-LEN               PIC S9(4) COMP.
017000     05  LK-PARM-TEXT              PIC X(03).
017100 PROCEDURE DIVISION USING LK-PARM-FIELD.
017200*----------------------------------------------------------------
017300 0000-MAINLINE.
017400*----------------------------------------------------------------
017500     PERFORM 1000-INITIALIZE
017600         THRU 1000-INITIALIZE-EXIT.
017700     IF ALL-REGIONS
017800         PERFORM 3000-LIST-ALL-REGIONS
017900             THRU 3000-LIST-ALL-REGIONS-EXIT
018000     ELSE
018100         PERFORM 2000-SHOW-ONE-REGION
018200             THRU 2000-SHOW-ONE-REGION-EXIT
018300     END-IF.
018400     PERFORM 8000-TERMINATE
018500         THRU 8000-TERMINATE-EXIT.
018600     STOP RUN.
018700*----------------------------------------------------------------
018800 1000-INITIALIZE.
018900*    A MISSING OR BLANK PARM, OR 'ALL', ASKS FOR EVERY REGION.
019000*    ANYTHING SHORTER THAN A REGION CODE IS A BAD PARM.
019100*----------------------------------------------------------------
019200     IF LK-PARM-LEN > ZERO
019300         IF LK-PARM-LEN < 3
019400             GO TO 9010-PARM-ABEND
019500         END-IF
019600         MOVE LK-PARM-TEXT TO WS-SELECT-REGION
019700     END-IF.
019800     IF WS-SELECT-REGION = SPACES
019900        OR WS-SELECT-REGION = 'ALL'
020000         MOVE 'Y' TO WS-ALL-REGIONS-SW
020100         MOVE 'ALL' TO WS-TL-REGIONS
020200     ELSE
020300         MOVE WS-SELECT-REGION TO WS-TL-REGIONS
020400     END-IF.
020500     MOVE '00' TO WS-CYCSTAT-STATUS.
020600     OPEN INPUT CYCLE-STATUS.
020700     IF NOT CYCSTAT-OK
020800         GO TO 9020-OPEN-ABEND
020900     END-IF.
021000     OPEN OUTPUT STATUS-REPORT.
021100     ACCEPT WS-PRINT-DATE FROM DATE YYYYMMDD.
021200     ACCEPT WS-PRINT-TIME FROM TIME.
021300     MOVE WS-PRINT-DATE TO WS-TL-DATE.
021400     MOVE WS-PRINT-TIME TO WS-TIME-IN.
021500     PERFORM 7000-FORMAT-TIME
021600         THRU 7000-FORMAT-TIME-EXIT.
021700     MOVE WS-TIME-OUT TO WS-TL-TIME.
021800     MOVE WS-TITLE-LINE TO STATUS-REPORT-LINE.
021900     WRITE STATUS-REPORT-LINE.
022000     MOVE SPACES TO STATUS-REPORT-LINE.
022100     WRITE STATUS-REPORT-LINE.
022200 1000-INITIALIZE-EXIT.
022300     EXIT.
022400*----------------------------------------------------------------
022500 2000-SHOW-ONE-REGION.
022600*    READ THE REGION'S RECORD BY KEY AND PRINT THE FULL SHEET.
022700*----------------------------------------------------------------
022800     MOVE WS-SELECT-REGION TO CY-REGION-CODE.
022900     READ CYCLE-STATUS
023000         INVALID KEY
023100             MOVE '23' TO WS-CYCSTAT-STATUS
023200     END-READ.
023300     IF NOT CYCSTAT-OK
023400         MOVE 'Y' TO WS-NOT-FOUND-SW
023500         MOVE WS-SELECT-REGION TO WS-NF-REGION
023600         MOVE WS-NOT-FOUND-LINE TO STATUS-REPORT-LINE
023700         WRITE STATUS-REPORT-LINE
023800         GO TO 2000-SHOW-ONE-REGION-EXIT
023900     END-IF.
024000     PERFORM 2100-PRINT-REGION-SHEET
024100         THRU 2100-PRINT-REGION-SHEET-EXIT.
024200 2000-SHOW-ONE-REGION-EXIT.
024300     EXIT.
024400*----------------------------------------------------------------
024500 2100-PRINT-REGION-SHEET.
024600*    ONE LABELLED LINE PER FIELD OF THE STATUS RECORD, THEN ONE
024700*    LINE PER STOPPED OR FEED-HELD TRACK.
024800*----------------------------------------------------------------
024900     MOVE 'REGION'                TO WS-DT-LABEL.
025000     MOVE CY-REGION-CODE          TO WS-DT-VALUE.
025100     PERFORM 7100-WRITE-DETAIL
025200         THRU 7100-WRITE-DETAIL-EXIT.
025300     MOVE 'CYCLE DATE'            TO WS-DT-LABEL.
025400     MOVE CY-CYCLE-DATE           TO WS-DT-VALUE.
025500     PERFORM 7100-WRITE-DETAIL
025600         THRU 7100-WRITE-DETAIL-EXIT.
025700     MOVE 'JOB NAME'              TO WS-DT-LABEL.
025800     MOVE CY-JOB-NAME             TO WS-DT-VALUE.
025900     PERFORM 7100-WRITE-DETAIL
026000         THRU 7100-WRITE-DETAIL-EXIT.
026100     PERFORM 7010-STATE-TEXT
026200         THRU 7010-STATE-TEXT-EXIT.
026300     MOVE 'CYCLE STATE'           TO WS-DT-LABEL.
026400     MOVE WS-STATE-TEXT           TO WS-DT-VALUE.
026500     PERFORM 7100-WRITE-DETAIL
026600         THRU 7100-WRITE-DETAIL-EXIT.
026700     MOVE CY-RUN-START-TIME TO WS-TIME-IN.
026800     PERFORM 7000-FORMAT-TIME
026900         THRU 7000-FORMAT-TIME-EXIT.
027000     MOVE 'CYCLE STARTED'         TO WS-DT-LABEL.
027100     MOVE WS-TIME-OUT             TO WS-DT-VALUE.
027200     PERFORM 7100-WRITE-DETAIL
027300         THRU 7100-WRITE-DETAIL-EXIT.
027400     MOVE CY-UPDATE-TIME TO WS-TIME-IN.
027500     PERFORM 7000-FORMAT-TIME
027600         THRU 7000-FORMAT-TIME-EXIT.
027700     MOVE 'LAST UPDATED'          TO WS-DT-LABEL.
027800     STRING CY-UPDATE-DATE ' ' WS-TIME-OUT
027900         DELIMITED BY SIZE INTO WS-DT-VALUE.
028000     PERFORM 7100-WRITE-DETAIL
028100         THRU 7100-WRITE-DETAIL-EXIT.
028200     MOVE 'CYCLE ENDED'           TO WS-DT-LABEL.
028300     IF CY-END-TIME = SPACES
028400         MOVE 'NOT YET'           TO WS-DT-VALUE
028500     ELSE
028600         MOVE CY-END-TIME TO WS-TIME-IN
028700         PERFORM 7000-FORMAT-TIME
028800             THRU 7000-FORMAT-TIME-EXIT
028900         MOVE WS-TIME-OUT         TO WS-DT-VALUE
029000     END-IF.
029100     PERFORM 7100-WRITE-DETAIL
029200         THRU 7100-WRITE-DETAIL-EXIT.
029300     MOVE 'CURRENT STEP'          TO WS-DT-LABEL.
029400     IF CY-CURRENT-PROGRAM = SPACES
029500         MOVE 'NONE - NO CARD WAITING TO RUN' TO WS-DT-VALUE
029600     ELSE
029700         STRING CY-CURRENT-PROGRAM DELIMITED BY SPACE
029800                ' ON TRACK ' CY-CURRENT-TRACK
029900                DELIMITED BY SIZE INTO WS-DT-VALUE
030000     END-IF.
030100     PERFORM 7100-WRITE-DETAIL
030200         THRU 7100-WRITE-DETAIL-EXIT.
030300     MOVE 'LAST STEP'             TO WS-DT-LABEL.
030400     IF CY-LAST-PROGRAM = SPACES
030500         MOVE 'NONE YET'          TO WS-DT-VALUE
030600     ELSE
030700         PERFORM 7020-DISPOSITION-TEXT
030800             THRU 7020-DISPOSITION-TEXT-EXIT
030900         MOVE CY-LAST-RETURN-CODE TO WS-EDIT-RC
031000         IF CY-LAST-DISPOSITION = 'R'
031100             STRING CY-LAST-PROGRAM DELIMITED BY SPACE
031200                    ' ON TRACK ' CY-LAST-TRACK
031300                    ' - ' WS-DISP-TEXT DELIMITED BY '  '
031400                    ' RC ' WS-EDIT-RC
031500                    DELIMITED BY SIZE INTO WS-DT-VALUE
031600         ELSE
031700             STRING CY-LAST-PROGRAM DELIMITED BY SPACE
031800                    ' ON TRACK ' CY-LAST-TRACK
031900                    ' - ' WS-DISP-TEXT
032000                    DELIMITED BY SIZE INTO WS-DT-VALUE
032100         END-IF
032200     END-IF.
032300     PERFORM 7100-WRITE-DETAIL
032400         THRU 7100-WRITE-DETAIL-EXIT.
032500     MOVE CY-STEPS-DONE TO WS-EDIT-COUNT.
032600     MOVE 'STEPS DONE'            TO WS-DT-LABEL.
032700     MOVE WS-EDIT-COUNT           TO WS-DT-VALUE.
032800     PERFORM 7100-WRITE-DETAIL
032900         THRU 7100-WRITE-DETAIL-EXIT.
033000     MOVE CY-STEPS-RUN TO WS-EDIT-COUNT.
033100     MOVE 'STEPS RUN'             TO WS-DT-LABEL.
033200     MOVE WS-EDIT-COUNT           TO WS-DT-VALUE.
033300     PERFORM 7100-WRITE-DETAIL
033400         THRU 7100-WRITE-DETAIL-EXIT.
033500     MOVE CY-STEPS-REMAINING TO WS-EDIT-COUNT.
033600     MOVE 'STEPS REMAINING'       TO WS-DT-LABEL.
033700     MOVE WS-EDIT-COUNT           TO WS-DT-VALUE.
033800     PERFORM 7100-WRITE-DETAIL
033900         THRU 7100-WRITE-DETAIL-EXIT.
034000     MOVE 'HOLD IN EFFECT'        TO WS-DT-LABEL.
034100     IF CY-HOLD-IN-EFFECT
034200         MOVE 'YES'               TO WS-DT-VALUE
034300     ELSE
034400         MOVE 'NO'                TO WS-DT-VALUE
034500     END-IF.
034600     PERFORM 7100-WRITE-DETAIL
034700         THRU 7100-WRITE-DETAIL-EXIT.
034800     MOVE 'STOPAFTER ISSUED'      TO WS-DT-LABEL.
034900     IF CY-STOPAFTER-ISSUED
035000         MOVE 'YES'               TO WS-DT-VALUE
035100     ELSE
035200         MOVE 'NO'                TO WS-DT-VALUE
035300     END-IF.
035400     PERFORM 7100-WRITE-DETAIL
035500         THRU 7100-WRITE-DETAIL-EXIT.
035600     MOVE 'LAST OPERATOR COMMAND' TO WS-DT-LABEL.
035700     IF CY-LAST-COMMAND = SPACES
035800         MOVE 'NONE'              TO WS-DT-VALUE
035900         PERFORM 7100-WRITE-DETAIL
036000             THRU 7100-WRITE-DETAIL-EXIT
036100     ELSE
036200         MOVE CY-LAST-COMMAND     TO WS-DT-VALUE
036300         PERFORM 7100-WRITE-DETAIL
036400             THRU 7100-WRITE-DETAIL-EXIT
036500         MOVE 'COMMAND ISSUED BY' TO WS-DT-LABEL
036600         MOVE CY-LAST-COMMAND-USER TO WS-DT-VALUE
036700         PERFORM 7100-WRITE-DETAIL
036800             THRU 7100-WRITE-DETAIL-EXIT
036900     END-IF.
037000     PERFORM 2110-PRINT-PROJECTION
037100         THRU 2110-PRINT-PROJECTION-EXIT.
037200     MOVE CY-STOPPED-COUNT TO WS-EDIT-COUNT.
037300     MOVE 'TRACKS STOPPED/HELD'   TO WS-DT-LABEL.
037400     MOVE WS-EDIT-COUNT           TO WS-DT-VALUE.
037500     PERFORM 7100-WRITE-DETAIL
037600         THRU 7100-WRITE-DETAIL-EXIT.
037700     MOVE CY-STOPPED-COUNT TO WS-TRACKS-LISTED.
037800     IF WS-TRACKS-LISTED > 10
037900         MOVE 10 TO WS-TRACKS-LISTED
038000     END-IF.
038100     MOVE ZERO TO WS-TRACK-SUB.
038200     PERFORM 2120-PRINT-ONE-TRACK
038300         THRU 2120-PRINT-ONE-TRACK-EXIT
038400         UNTIL WS-TRACK-SUB NOT < WS-TRACKS-LISTED.
038500     IF CY-STOPPED-COUNT > 10
038600         MOVE 'ONLY THE FIRST 10 ARE KEPT ON THE STATUS RECORD'
038700             TO WS-DT-VALUE
038800         PERFORM 7100-WRITE-DETAIL
038900             THRU 7100-WRITE-DETAIL-EXIT
039000     END-IF.
039100 2100-PRINT-REGION-SHEET-EXIT.
039200     EXIT.
039300*----------------------------------------------------------------
039400 2110-PRINT-PROJECTION.
039500*    THE LATEST PROJECTION HELLO_WORLD MADE, WITH THE POINT IT WAS
039600*    MADE AT (CYCLE START OR AFTER A GIVEN STEP), AND WHETHER IT
039700*    FALLS PAST THE DEADLINE CARD'S TIME.
039800*----------------------------------------------------------------
039900     MOVE 'PROJECTED COMPLETION'  TO WS-DT-LABEL.
040000     IF CY-PROJ-TIME = SPACES
040100         MOVE 'NOT PROJECTED'     TO WS-DT-VALUE
040200     ELSE
040300         MOVE CY-PROJ-TIME TO WS-TIME-IN
040400         PERFORM 7000-FORMAT-TIME
040500             THRU 7000-FORMAT-TIME-EXIT
040600         STRING WS-TIME-OUT ' (' DELIMITED BY SIZE
040700                CY-PROJ-LABEL DELIMITED BY '  '
040800                ')' DELIMITED BY SIZE INTO WS-DT-VALUE
040900     END-IF.
041000     PERFORM 7100-WRITE-DETAIL
041100         THRU 7100-WRITE-DETAIL-EXIT.
041200     MOVE 'DEADLINE'              TO WS-DT-LABEL.
041300     IF CY-DEADLINE-TIME = SPACES
041400         MOVE 'NO DEADLINE CARD'  TO WS-DT-VALUE
041500     ELSE
041600         MOVE CY-DEADLINE-TIME TO WS-TIME-IN
041700         PERFORM 7000-FORMAT-TIME
041800             THRU 7000-FORMAT-TIME-EXIT
041900         IF CY-PAST-DEADLINE
042000             STRING WS-TIME-OUT ' - PROJECTED PAST DEADLINE'
042100                 DELIMITED BY SIZE INTO WS-DT-VALUE
042200         ELSE
042300             STRING WS-TIME-OUT ' - ON TIME'
042400                 DELIMITED BY SIZE INTO WS-DT-VALUE
042500         END-IF
042600     END-IF.
042700     PERFORM 7100-WRITE-DETAIL
042800         THRU 7100-WRITE-DETAIL-EXIT.
042900 2110-PRINT-PROJECTION-EXIT.
043000     EXIT.
043100*----------------------------------------------------------------
043200 2120-PRINT-ONE-TRACK.
043300*----------------------------------------------------------------
043400     ADD 1 TO WS-TRACK-SUB.
043500     MOVE CY-ST-RETURN-CODE(WS-TRACK-SUB) TO WS-EDIT-RC.
043600     IF CY-ST-FEED-HELD(WS-TRACK-SUB)
043700         STRING 'TRACK ' CY-ST-TRACK-ID(WS-TRACK-SUB)
043800                ' HELD - FEED ' DELIMITED BY SIZE
043900                CY-ST-FEED-NAME(WS-TRACK-SUB) DELIMITED BY SPACE
044000                ' NOT READY FOR ' DELIMITED BY SIZE
044100                CY-ST-PROGRAM(WS-TRACK-SUB) DELIMITED BY SPACE
044200                INTO WS-DT-VALUE
044300     ELSE
044400         STRING 'TRACK ' CY-ST-TRACK-ID(WS-TRACK-SUB)
044500                ' STOPPED - ' DELIMITED BY SIZE
044600                CY-ST-PROGRAM(WS-TRACK-SUB) DELIMITED BY SPACE
044700                ' FAILED RC ' WS-EDIT-RC
044800                DELIMITED BY SIZE INTO WS-DT-VALUE
044900     END-IF.
045000     PERFORM 7100-WRITE-DETAIL
045100         THRU 7100-WRITE-DETAIL-EXIT.
045200 2120-PRINT-ONE-TRACK-EXIT.
045300     EXIT.
045400*----------------------------------------------------------------
045500 3000-LIST-ALL-REGIONS.
045600*    READ THE WHOLE FILE IN REGION ORDER, ONE LINE PER REGION.
045700*----------------------------------------------------------------
045800     MOVE WS-SUMMARY-HEAD-1 TO STATUS-REPORT-LINE.
045900     WRITE STATUS-REPORT-LINE.
046000     MOVE LOW-VALUES TO CY-KEY.
046100     MOVE 'N' TO WS-SCAN-DONE-SW.
046200     START CYCLE-STATUS KEY NOT < CY-KEY
046300         INVALID KEY
046400             MOVE 'Y' TO WS-SCAN-DONE-SW
046500     END-START.
046600     PERFORM 3010-LIST-ONE-REGION
046700         THRU 3010-LIST-ONE-REGION-EXIT
046800         UNTIL SCAN-DONE.
046900     IF WS-REGION-COUNT = ZERO
047000         MOVE 'Y' TO WS-NOT-FOUND-SW
047100         MOVE WS-NO-RECORDS-LINE TO STATUS-REPORT-LINE
047200         WRITE STATUS-REPORT-LINE
047300         GO TO 3000-LIST-ALL-REGIONS-EXIT
047400     END-IF.
047500     MOVE SPACES TO STATUS-REPORT-LINE.
047600     WRITE STATUS-REPORT-LINE.
047700     MOVE WS-REGION-COUNT TO WS-RT-COUNT.
047800     MOVE WS-REGION-TRAILER TO STATUS-REPORT-LINE.
047900     WRITE STATUS-REPORT-LINE.
048000     MOVE WS-SUMMARY-NOTE TO STATUS-REPORT-LINE.
048100     WRITE STATUS-REPORT-LINE.
048200 3000-LIST-ALL-REGIONS-EXIT.
048300     EXIT.
048400*----------------------------------------------------------------
048500 3010-LIST-ONE-REGION.
048600*----------------------------------------------------------------
048700     READ CYCLE-STATUS NEXT RECORD
048800         AT END
048900             MOVE 'Y' TO WS-SCAN-DONE-SW
049000     END-READ.
049100     IF SCAN-DONE
049200         GO TO 3010-LIST-ONE-REGION-EXIT
049300     END-IF.
049400     ADD 1 TO WS-REGION-COUNT.
049500     MOVE SPACES TO WS-SUMMARY-LINE.
049600     MOVE CY-REGION-CODE     TO WS-SM-REGION.
049700     MOVE CY-CYCLE-DATE      TO WS-SM-CYCLE-DATE.
049800     MOVE CY-JOB-NAME        TO WS-SM-JOB-NAME.
049900     PERFORM 7010-STATE-TEXT
050000         THRU 7010-STATE-TEXT-EXIT.
050100     MOVE WS-STATE-TEXT      TO WS-SM-STATE.
050200     MOVE CY-CURRENT-PROGRAM TO WS-SM-CURRENT.
050300     MOVE CY-CURRENT-TRACK   TO WS-SM-TRACK.
050400     MOVE CY-STEPS-DONE      TO WS-SM-DONE.
050500     MOVE CY-STEPS-REMAINING TO WS-SM-REMAINING.
050600     IF CY-HOLD-IN-EFFECT
050700         MOVE 'YES' TO WS-SM-HOLD
050800     ELSE
050900         MOVE 'NO'  TO WS-SM-HOLD
051000     END-IF.
051100     IF CY-STOPAFTER-ISSUED
051200         MOVE 'YES' TO WS-SM-STOPAFTER
051300     ELSE
051400         MOVE 'NO'  TO WS-SM-STOPAFTER
051500     END-IF.
051600     MOVE CY-PROJ-TIME TO WS-TIME-IN.
051700     PERFORM 7000-FORMAT-TIME
051800         THRU 7000-FORMAT-TIME-EXIT.
051900     MOVE WS-TIME-OUT TO WS-SM-PROJ-TIME.
052000     MOVE CY-DEADLINE-TIME TO WS-TIME-IN.
052100     PERFORM 7000-FORMAT-TIME
052200         THRU 7000-FORMAT-TIME-EXIT.
052300     MOVE WS-TIME-OUT TO WS-SM-DEADLINE.
052400     IF CY-PAST-DEADLINE
052500         MOVE 'LATE' TO WS-SM-LATE
052600     END-IF.
052700     MOVE CY-STOPPED-COUNT TO WS-TRACKS-LISTED.
052800     IF WS-TRACKS-LISTED > 10
052900         MOVE 10 TO WS-TRACKS-LISTED
053000     END-IF.
053100     MOVE ZERO TO WS-TRACK-SUB.
053200     PERFORM 3020-LIST-ONE-TRACK-ID
053300         THRU 3020-LIST-ONE-TRACK-ID-EXIT
053400         UNTIL WS-TRACK-SUB NOT < WS-TRACKS-LISTED.
053500     MOVE CY-UPDATE-TIME TO WS-TIME-IN.
053600     PERFORM 7000-FORMAT-TIME
053700         THRU 7000-FORMAT-TIME-EXIT.
053800     MOVE WS-TIME-OUT TO WS-SM-UPDATE-TIME.
053900     MOVE WS-SUMMARY-LINE TO STATUS-REPORT-LINE.
054000     WRITE STATUS-REPORT-LINE.
054100 3010-LIST-ONE-REGION-EXIT.
054200     EXIT.
054300*----------------------------------------------------------------
054400 3020-LIST-ONE-TRACK-ID.
054500*----------------------------------------------------------------
054600     ADD 1 TO WS-TRACK-SUB.
054700     MOVE CY-ST-TRACK-ID(WS-TRACK-SUB)
054800         TO WS-SM-STOPPED(WS-TRACK-SUB:1).
054900 3020-LIST-ONE-TRACK-ID-EXIT.
055000     EXIT.
055100*----------------------------------------------------------------
055200 7000-FORMAT-TIME.
055300*    WS-TIME-IN (HHMMSS...) TO WS-TIME-OUT (HH:MM:SS).  A BLANK
055400*    TIME STAYS BLANK.
055500*----------------------------------------------------------------
055600     MOVE SPACES TO WS-TIME-OUT.
055700     IF WS-TIME-IN = SPACES
055800         GO TO 7000-FORMAT-TIME-EXIT
055900     END-IF.
056000     STRING WS-TI-HH ':' WS-TI-MM ':' WS-TI-SS
056100         DELIMITED BY SIZE INTO WS-TIME-OUT.
056200 7000-FORMAT-TIME-EXIT.
056300     EXIT.
056400*----------------------------------------------------------------
056500 7010-STATE-TEXT.
056600*----------------------------------------------------------------
056700     MOVE SPACES TO WS-STATE-TEXT.
056800     IF CY-RUNNING
056900         MOVE 'RUNNING'                  TO WS-STATE-TEXT
057000     ELSE
057100     IF CY-HELD
057200         MOVE 'HELD BY OPERATOR'         TO WS-STATE-TEXT
057300     ELSE
057400     IF CY-COMPLETE
057500         MOVE 'COMPLETE'                 TO WS-STATE-TEXT
057600     ELSE
057700     IF CY-COMPLETE-STOPPED
057800         MOVE 'COMPLETE - TRACKS HELD'   TO WS-STATE-TEXT
057900     ELSE
058000     IF CY-ENDED-EARLY
058100         MOVE 'ENDED EARLY (STOPAFTER)'  TO WS-STATE-TEXT
058200     ELSE
058300         STRING 'UNKNOWN STATE ' CY-CYCLE-STATE
058400             DELIMITED BY SIZE INTO WS-STATE-TEXT
058500     END-IF
058600     END-IF
058700     END-IF
058800     END-IF
058900     END-IF.
059000 7010-STATE-TEXT-EXIT.
059100     EXIT.
059200*----------------------------------------------------------------
059300 7020-DISPOSITION-TEXT.
059400*    THE SAME DISPOSITION CODES THE STEP-LIST SNAPSHOT USES.
059500*----------------------------------------------------------------
059600     MOVE SPACES TO WS-DISP-TEXT.
059700     IF CY-LAST-DISPOSITION = 'R'
059800         MOVE 'RAN'                      TO WS-DISP-TEXT
059900     ELSE
060000     IF CY-LAST-DISPOSITION = 'B'
060100         MOVE 'HELD BY BYPASS FLAG'      TO WS-DISP-TEXT
060200     ELSE
060300     IF CY-LAST-DISPOSITION = 'S'
060400         MOVE 'SKIPPED BY OPERATOR'      TO WS-DISP-TEXT
060500     ELSE
060600     IF CY-LAST-DISPOSITION = 'T'
060700         MOVE 'HELD - TRACK STOPPED'     TO WS-DISP-TEXT
060800     ELSE
060900     IF CY-LAST-DISPOSITION = 'F'
061000         MOVE 'HELD - FEED NOT READY'    TO WS-DISP-TEXT
061100     ELSE
061200         MOVE 'DISPOSITION NOT KNOWN'    TO WS-DISP-TEXT
061300     END-IF
061400     END-IF
061500     END-IF
061600     END-IF
061700     END-IF.
061800 7020-DISPOSITION-TEXT-EXIT.
061900     EXIT.
062000*----------------------------------------------------------------
062100 7100-WRITE-DETAIL.
062200*----------------------------------------------------------------
062300     MOVE WS-DETAIL-LINE TO STATUS-REPORT-LINE.
062400     WRITE STATUS-REPORT-LINE.
062500     MOVE SPACES TO WS-DT-LABEL.
062600     MOVE SPACES TO WS-DT-VALUE.
062700 7100-WRITE-DETAIL-EXIT.
062800     EXIT.
062900*----------------------------------------------------------------
063000 8000-TERMINATE.
063100*    RETURN CODE 4 WHEN THERE WAS NOTHING TO SHOW.
063200*----------------------------------------------------------------
063300     MOVE SPACES TO STATUS-REPORT-LINE.
063400     WRITE STATUS-REPORT-LINE.
063500     MOVE WS-END-LINE TO STATUS-REPORT-LINE.
063600     WRITE STATUS-REPORT-LINE.
063700     CLOSE CYCLE-STATUS.
063800     CLOSE STATUS-REPORT.
063900     IF NOTHING-FOUND
064000         MOVE 4 TO RETURN-CODE
064100     END-IF.
064200 8000-TERMINATE-EXIT.
064300     EXIT.
064400*----------------------------------------------------------------
064500 9010-PARM-ABEND.
064600*    A PARM TOO SHORT TO HOLD A REGION CODE.  NOTHING IS READ.
064700*----------------------------------------------------------------
064800     DISPLAY "CYC_STATUS - PARM MISSING/BAD".
064900     DISPLAY "PARM VALUE      : " LK-PARM-TEXT.
065000     MOVE 16 TO RETURN-CODE.
065100     STOP RUN.
065200*----------------------------------------------------------------
065300 9020-OPEN-ABEND.
065400*----------------------------------------------------------------
065500     DISPLAY "CYC_STATUS - STATUS FILE WILL NOT OPEN: CYCSTAT "
065600         WS-CYCSTAT-STATUS.
065700     MOVE 16 TO RETURN-CODE.
065800     STOP RUN.
