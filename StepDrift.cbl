000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    STEP_DRIFT.
000300 AUTHOR.        B. HOLLOWAY.
000400 INSTALLATION.  DATA CENTER SERVICES.
000500 DATE-WRITTEN.  15-OCT-2026.
000600 DATE-COMPILED. 15-OCT-2026.
000700*----------------------------------------------------------------
000800* STEP-LIST CONFIGURATION DRIFT REPORT.  HELLO_WORLD SAVES EVERY
000900* CONTROL CARD IT READS FROM //STEPLIST TO THE KEYED STEP-LIST
001000* SNAPSHOT HISTORY (//STEPSNAP, COPY STEPSNAP) UNDER THE CYCLE
001100* DATE AND REGION.  THIS PROGRAM COMPARES THE SNAPSHOTS OF TWO
001200* CYCLE DATES AND PRINTS ON //DRIFTRPT:
001300*   - EVERY CARD ADDED TO THE LIST SINCE THE OLD DATE
001400*   - EVERY CARD REMOVED FROM IT
001500*   - EVERY CARD CHANGED, ONE LINE PER FIELD (MAXIMUM RETURN
001600*     CODE, BYPASS FLAG, RETRY COUNT, TRACK ID, OPERATOR SKIP)
001700*     WITH THE OLD AND THE NEW VALUE
001800*   - EVERY CARD ON THE NEW DATE WHOSE BYPASS FLAG HAS BEEN ON
001900*     FOR MORE THAN THE GIVEN NUMBER OF CONSECUTIVE NIGHTS, WITH
002000*     THE FIRST NIGHT OF THE STRETCH - A "TEMPORARY" H FLAG THAT
002100*     HAS QUIETLY KEPT A STEP FROM RUNNING FOR WEEKS
002200* CARDS HAVE NO NUMBER OF THEIR OWN, SO A CARD IS KNOWN BY ITS
002300* REGION, PROGRAM AND LIST ID, AND BY WHICH OCCURRENCE OF THAT
002400* PROGRAM AND LIST ID IT IS ON THE FILE; MOVING A CARD UP OR
002500* DOWN THE LIST IS NOT DRIFT, CHANGING ITS LIST ID SHOWS AS ONE
002600* CARD REMOVED AND ANOTHER ADDED.  A NIGHT IS A CYCLE DATE WITH
002700* A SNAPSHOT FOR THE CARD'S REGION, SO A HOLIDAY WITH NO CYCLE
002800* NEITHER BREAKS NOR LENGTHENS A STRETCH.
002900* PARM: OLD DATE (YYYYMMDD), A BLANK, NEW DATE (YYYYMMDD), THEN
003000* OPTIONALLY A BLANK AND A REGION CODE (BLANK FOR EVERY REGION)
003100* AND A BLANK AND THE BYPASS NIGHT LIMIT (2 DIGITS, DEFAULT 07).
003200* ENDS WITH RETURN CODE 4 WHEN ANY DRIFT OR LONG BYPASS IS
003300* FOUND, AND 16 WHEN THE PARM IS BAD, THE SNAPSHOT FILE WILL NOT
003400* OPEN OR EITHER DATE HAS NO SNAPSHOT.
003500*----------------------------------------------------------------
003600* MODIFICATION HISTORY
003700*----------------------------------------------------------------
003800* DATE       INIT  DESCRIPTION
003900* ---------- ----  ----------------------------------------------
004000* 15-OCT-2026 BH   INITIAL VERSION.
004100*----------------------------------------------------------------
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT STEP-SNAP ASSIGN TO STEPSNAP
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS SEQUENTIAL
004800         RECORD KEY IS SS-KEY
004900         FILE STATUS IS WS-STEPSNAP-STATUS.
005000     SELECT DRIFT-REPORT ASSIGN TO DRIFTRPT
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  STEP-SNAP.
005500     COPY STEPSNAP.
005600 FD  DRIFT-REPORT
005700     RECORDING MODE IS F.
005800 01  DRIFT-REPORT-LINE            PIC X(132).
005900   WORKING-STORAGE SECTION.
006000*----------------------------------------------------------------
006100* RUN-CONTROL FIELDS
006200*----------------------------------------------------------------
006300   01  WS-OLD-DATE               PIC X(08) VALUE SPACES.
006400   01  WS-NEW-DATE               PIC X(08) VALUE SPACES.
006500   01  WS-SELECT-REGION          PIC X(03) VALUE SPACES.
006600   01  WS-LIMIT-TEXT             PIC X(02) VALUE SPACES.
006700   01  WS-BYPASS-LIMIT           PIC 9(02) VALUE 07.
006800   01  WS-ABEND-DD-NAME          PIC X(08) VALUE SPACES.
006900   01  WS-MISSING-DATE           PIC X(08) VALUE SPACES.
007000*----------------------------------------------------------------
007100* COUNTS FOR THE CLOSING SUMMARY
007200*----------------------------------------------------------------
007300   01  WS-SNAP-READ-COUNT        PIC 9(07) VALUE ZERO.
007400   01  WS-ADDED-COUNT            PIC 9(05) VALUE ZERO.
007500   01  WS-REMOVED-COUNT          PIC 9(05) VALUE ZERO.
007600   01  WS-CHANGED-COUNT          PIC 9(05) VALUE ZERO.
007700   01  WS-FIELD-CHANGE-COUNT     PIC 9(05) VALUE ZERO.
007800   01  WS-LONG-BYPASS-COUNT      PIC 9(05) VALUE ZERO.
007900   01  WS-CARD-CHANGED-SW        PIC X(01) VALUE 'N'.
008000       88  CARD-CHANGED          VALUE 'Y'.
008100*----------------------------------------------------------------
008200* CARD IDENTITY.  REGION, PROGRAM, LIST ID AND THE OCCURRENCE OF
008300* THAT PROGRAM AND LIST ID WITHIN THE NIGHT'S SNAPSHOT.  EVERY
008400* TABLE BELOW STARTS ITS ENTRY WITH THE SAME FOUR FIELDS SO AN
008500* ENTRY IS MATCHED AGAINST WS-MATCH-KEY IN ONE COMPARE.
008600*----------------------------------------------------------------
008700   01  WS-MATCH-KEY.
008800       05  WS-MK-REGION          PIC X(03) VALUE SPACES.
008900       05  WS-MK-PROGRAM         PIC X(08) VALUE SPACES.
009000       05  WS-MK-LIST-ID         PIC X(01) VALUE SPACE.
009100       05  WS-MK-OCCURRENCE      PIC 9(03) VALUE ZERO.
009200*----------------------------------------------------------------
009300* CURRENT NIGHT (CYCLE DATE AND REGION) BEING READ, AND THE
009400* PROGRAM/LIST-ID PAIRS ALREADY SEEN IN IT FOR THE OCCURRENCE.
009500*----------------------------------------------------------------
009600   01  WS-GROUP-DATE             PIC X(08) VALUE SPACES.
009700   01  WS-GROUP-REGION           PIC X(03) VALUE SPACES.
009800   01  WS-GROUP-COUNT            PIC 9(04) COMP VALUE ZERO.
009900   01  WS-GROUP-SUB              PIC 9(04) COMP VALUE ZERO.
010000   01  WS-GROUP-OVERFLOW-SW      PIC X(01) VALUE 'N'.
010100       88  GROUP-TABLE-OVERFLOWED VALUE 'Y'.
010200   01  WS-GROUP-TABLE-ENTRIES.
010300       05  WS-GP-ENTRY OCCURS 500 TIMES.
010400           10  WS-GP-PROGRAM     PIC X(08).
010500           10  WS-GP-LIST-ID     PIC X(01).
010600*----------------------------------------------------------------
010700* THE CARDS OF THE OLD AND THE NEW CYCLE DATE
010800*----------------------------------------------------------------
010900   01  WS-OLD-COUNT              PIC 9(04) COMP VALUE ZERO.
011000   01  WS-OLD-SUB                PIC 9(04) COMP VALUE ZERO.
011100   01  WS-OLD-FOUND-SW           PIC X(01) VALUE 'N'.
011200       88  OLD-CARD-FOUND        VALUE 'Y'.
011300   01  WS-OLD-TABLE-ENTRIES.
011400       05  WS-OS-ENTRY OCCURS 1000 TIMES.
011500           10  WS-OS-ID.
011600               15  WS-OS-REGION  PIC X(03).
011700               15  WS-OS-PROGRAM PIC X(08).
011800               15  WS-OS-LIST-ID PIC X(01).
011900               15  WS-OS-OCCURRENCE PIC 9(03).
012000           10  WS-OS-CARD-NUMBER PIC 9(04).
012100           10  WS-OS-MAX-RC      PIC X(02).
012200           10  WS-OS-BYPASS-FLAG PIC X(01).
012300           10  WS-OS-RETRY-COUNT PIC X(01).
012400           10  WS-OS-TRACK-ID    PIC X(01).
012500           10  WS-OS-SKIP-SW     PIC X(01).
012600           10  WS-OS-SKIP-USER   PIC X(08).
012700           10  WS-OS-MATCHED-SW  PIC X(01).
012800   01  WS-NEW-COUNT              PIC 9(04) COMP VALUE ZERO.
012900   01  WS-NEW-SUB                PIC 9(04) COMP VALUE ZERO.
013000   01  WS-NEW-TABLE-ENTRIES.
013100       05  WS-NS-ENTRY OCCURS 1000 TIMES.
013200           10  WS-NS-ID.
013300               15  WS-NS-REGION  PIC X(03).
013400               15  WS-NS-PROGRAM PIC X(08).
013500               15  WS-NS-LIST-ID PIC X(01).
013600               15  WS-NS-OCCURRENCE PIC 9(03).
013700           10  WS-NS-CARD-NUMBER PIC 9(04).
013800           10  WS-NS-MAX-RC      PIC X(02).
013900           10  WS-NS-BYPASS-FLAG PIC X(01).
014000           10  WS-NS-RETRY-COUNT PIC X(01).
014100           10  WS-NS-TRACK-ID    PIC X(01).
014200           10  WS-NS-SKIP-SW     PIC X(01).
014300           10  WS-NS-SKIP-USER   PIC X(08).
014400   01  WS-CARD-OVERFLOW-SW       PIC X(01) VALUE 'N'.
014500       88  CARD-TABLE-OVERFLOWED VALUE 'Y'.
014600*----------------------------------------------------------------
014700* BYPASS STRETCH PER CARD.  EVERY CARD SEEN UP TO THE NEW DATE
014800* KEEPS THE NUMBER OF CONSECUTIVE NIGHTS ITS BYPASS FLAG HAS
014900* BEEN ON AND THE FIRST OF THOSE NIGHTS.  A NIGHT OF ITS REGION
015000* ON WHICH THE CARD IS MISSING OR NOT ON BYPASS ENDS THE STRETCH.
015100*----------------------------------------------------------------
015200   01  WS-STREAK-COUNT           PIC 9(04) COMP VALUE ZERO.
015300   01  WS-STREAK-SUB             PIC 9(04) COMP VALUE ZERO.
015400   01  WS-STREAK-FOUND-SW        PIC X(01) VALUE 'N'.
015500       88  STREAK-ENTRY-FOUND    VALUE 'Y'.
015600   01  WS-STREAK-OVERFLOW-SW     PIC X(01) VALUE 'N'.
015700       88  STREAK-TABLE-OVERFLOWED VALUE 'Y'.
015800   01  WS-STREAK-TABLE-ENTRIES.
015900       05  WS-BK-ENTRY OCCURS 2000 TIMES.
016000           10  WS-BK-ID.
016100               15  WS-BK-REGION  PIC X(03).
016200               15  WS-BK-PROGRAM PIC X(08).
016300               15  WS-BK-LIST-ID PIC X(01).
016400               15  WS-BK-OCCURRENCE PIC 9(03).
016500           10  WS-BK-NIGHTS      PIC 9(05) COMP.
016600           10  WS-BK-SINCE-DATE  PIC X(08).
016700           10  WS-BK-SEEN-SW     PIC X(01).
016800*----------------------------------------------------------------
016900* CHANGE LINE WORK FIELDS
017000*----------------------------------------------------------------
017100   01  WS-CHG-FIELD              PIC X(12) VALUE SPACES.
017200   01  WS-CHG-OLD-VALUE          PIC X(12) VALUE SPACES.
017300   01  WS-CHG-NEW-VALUE          PIC X(12) VALUE SPACES.
017400   01  WS-SHOW-VALUE             PIC X(12) VALUE SPACES.
017500*----------------------------------------------------------------
017600* REPORT LINE LAYOUTS
017700*----------------------------------------------------------------
017800   01  WS-REPORT-HEADER-1.
017900       05  FILLER                PIC X(24) VALUE
018000           'STEP-LIST DRIFT REPORT  '.
018100       05  FILLER                PIC X(05) VALUE 'OLD: '.
018200       05  WS-RH-OLD-DATE        PIC X(08) VALUE SPACES.
018300       05  FILLER                PIC X(07) VALUE '  NEW: '.
018400       05  WS-RH-NEW-DATE        PIC X(08) VALUE SPACES.
018500       05  FILLER                PIC X(10) VALUE '  REGION: '.
018600       05  WS-RH-REGION          PIC X(03) VALUE SPACES.
018700       05  FILLER                PIC X(16) VALUE
018800           '  BYPASS LIMIT: '.
018900       05  WS-RH-LIMIT           PIC Z9.
019000       05  FILLER                PIC X(07) VALUE ' NIGHTS'.
019100       05  FILLER                PIC X(42) VALUE SPACES.
019200   01  WS-CHANGE-SECTION-HEADER  PIC X(132) VALUE
019300       'CARDS ADDED, REMOVED AND CHANGED'.
019400   01  WS-CHANGE-COL-HEADER.
019500       05  FILLER                PIC X(03) VALUE 'RGN'.
019600       05  FILLER                PIC X(02) VALUE SPACES.
019700       05  FILLER                PIC X(04) VALUE 'CARD'.
019800       05  FILLER                PIC X(02) VALUE SPACES.
019900       05  FILLER                PIC X(08) VALUE 'PROGRAM'.
020000       05  FILLER                PIC X(02) VALUE SPACES.
020100       05  FILLER                PIC X(04) VALUE 'LIST'.
020200       05  FILLER                PIC X(02) VALUE SPACES.
020300       05  FILLER                PIC X(03) VALUE 'OCC'.
020400       05  FILLER                PIC X(02) VALUE SPACES.
020500       05  FILLER                PIC X(07) VALUE 'CHANGE'.
020600       05  FILLER                PIC X(02) VALUE SPACES.
020700       05  FILLER                PIC X(12) VALUE 'FIELD'.
020800       05  FILLER                PIC X(02) VALUE SPACES.
020900       05  FILLER                PIC X(12) VALUE 'OLD VALUE'.
021000       05  FILLER                PIC X(02) VALUE SPACES.
021100       05  FILLER                PIC X(12) VALUE 'NEW VALUE'.
021200       05  FILLER                PIC X(02) VALUE SPACES.
021300       05  FILLER                PIC X(40) VALUE
021400           'CARD AS PUNCHED'.
021500       05  FILLER                PIC X(09) VALUE SPACES.
021600   01  WS-CHANGE-LINE.
021700       05  WS-CL-REGION          PIC X(03) VALUE SPACES.
021800       05  FILLER                PIC X(02) VALUE SPACES.
021900       05  WS-CL-CARD-NUMBER     PIC ZZZ9.
022000       05  FILLER                PIC X(02) VALUE SPACES.
022100       05  WS-CL-PROGRAM         PIC X(08) VALUE SPACES.
022200       05  FILLER                PIC X(03) VALUE SPACES.
022300       05  WS-CL-LIST-ID         PIC X(01) VALUE SPACE.
022400       05  FILLER                PIC X(04) VALUE SPACES.
022500       05  WS-CL-OCCURRENCE      PIC ZZ9.
022600       05  FILLER                PIC X(02) VALUE SPACES.
022700       05  WS-CL-CHANGE          PIC X(07) VALUE SPACES.
022800       05  FILLER                PIC X(02) VALUE SPACES.
022900       05  WS-CL-FIELD           PIC X(12) VALUE SPACES.
023000       05  FILLER                PIC X(02) VALUE SPACES.
023100       05  WS-CL-OLD-VALUE       PIC X(12) VALUE SPACES.
023200       05  FILLER                PIC X(02) VALUE SPACES.
023300       05  WS-CL-NEW-VALUE       PIC X(12) VALUE SPACES.
023400       05  FILLER                PIC X(02) VALUE SPACES.
023500       05  WS-CL-DETAIL          PIC X(40) VALUE SPACES.
023600       05  FILLER                PIC X(09) VALUE SPACES.
023700   01  WS-NO-DRIFT-LINE          PIC X(132) VALUE
023800       'NO CARD ADDED, REMOVED OR CHANGED BETWEEN THE TWO DATES'.
023900   01  WS-BYPASS-SECTION-HEADER.
024000       05  FILLER                PIC X(30) VALUE
024100           'CARDS ON BYPASS FOR MORE THAN '.
024200       05  WS-BH-LIMIT           PIC Z9.
024300       05  FILLER                PIC X(38) VALUE
024400           ' CONSECUTIVE NIGHTS UP TO THE NEW DATE'.
024500       05  FILLER                PIC X(62) VALUE SPACES.
024600   01  WS-BYPASS-COL-HEADER.
024700       05  FILLER                PIC X(03) VALUE 'RGN'.
024800       05  FILLER                PIC X(02) VALUE SPACES.
024900       05  FILLER                PIC X(04) VALUE 'CARD'.
025000       05  FILLER                PIC X(02) VALUE SPACES.
025100       05  FILLER                PIC X(08) VALUE 'PROGRAM'.
025200       05  FILLER                PIC X(02) VALUE SPACES.
025300       05  FILLER                PIC X(04) VALUE 'LIST'.
025400       05  FILLER                PIC X(02) VALUE SPACES.
025500       05  FILLER                PIC X(03) VALUE 'OCC'.
025600       05  FILLER                PIC X(02) VALUE SPACES.
025700       05  FILLER                PIC X(04) VALUE 'FLAG'.
025800       05  FILLER                PIC X(02) VALUE SPACES.
025900       05  FILLER                PIC X(05) VALUE 'TRACK'.
026000       05  FILLER                PIC X(02) VALUE SPACES.
026100       05  FILLER                PIC X(06) VALUE 'NIGHTS'.
026200       05  FILLER                PIC X(02) VALUE SPACES.
026300       05  FILLER                PIC X(08) VALUE 'SINCE'.
026400       05  FILLER                PIC X(71) VALUE SPACES.
026500   01  WS-BYPASS-LINE.
026600       05  WS-BL-REGION          PIC X(03) VALUE SPACES.
026700       05  FILLER                PIC X(02) VALUE SPACES.
026800       05  WS-BL-CARD-NUMBER     PIC ZZZ9.
026900       05  FILLER                PIC X(02) VALUE SPACES.
027000       05  WS-BL-PROGRAM         PIC X(08) VALUE SPACES.
027100       05  FILLER                PIC X(03) VALUE SPACES.
027200       05  WS-BL-LIST-ID         PIC X(01) VALUE SPACE.
027300       05  FILLER                PIC X(04) VALUE SPACES.
027400       05  WS-BL-OCCURRENCE      PIC ZZ9.
027500       05  FILLER                PIC X(03) VALUE SPACES.
027600       05  WS-BL-FLAG            PIC X(01) VALUE SPACE.
027700       05  FILLER                PIC X(06) VALUE SPACES.
027800       05  WS-BL-TRACK           PIC X(01) VALUE SPACE.
027900       05  FILLER                PIC X(04) VALUE SPACES.
028000       05  WS-BL-NIGHTS          PIC ZZZZZ9.
028100       05  FILLER                PIC X(02) VALUE SPACES.
028200       05  WS-BL-SINCE-DATE      PIC X(08) VALUE SPACES.
028300       05  FILLER                PIC X(71) VALUE SPACES.
028400   01  WS-NO-LONG-BYPASS-LINE    PIC X(132) VALUE
028500       'NO CARD HAS BEEN ON BYPASS LONGER THAN THE LIMIT'.
028600   01  WS-SUMMARY-LINE.
028700       05  WS-SL-LABEL           PIC X(40) VALUE SPACES.
028800       05  WS-SL-COUNT           PIC ZZZZZZ9.
028900       05  FILLER                PIC X(85) VALUE SPACES.
029000   01  WS-SUMMARY-HEADER         PIC X(132) VALUE
029100       'DRIFT SUMMARY'.
029200   01  WS-CARD-OVERFLOW-NOTE     PIC X(132) VALUE
029300       'OVER 1000 CARDS ON ONE DATE - LATER CARDS NOT COMPARED'.
029400   01  WS-STREAK-OVERFLOW-NOTE   PIC X(132) VALUE
029500       'BYPASS TABLE FULL AT 2000 - LATER CARDS NOT TRACKED'.
029600   01  WS-GROUP-OVERFLOW-NOTE    PIC X(132) VALUE
029700       'OVER 500 CARDS IN ONE NIGHT - OCCURRENCES MAY BE SHORT'.
029800*----------------------------------------------------------------
029900* FILE STATUS AND SWITCHES
030000*----------------------------------------------------------------
030100   77  WS-STEPSNAP-STATUS        PIC X(02) VALUE '00'.
030200       88  STEPSNAP-OK           VALUE '00'.
030300       88  STEPSNAP-AT-EOF       VALUE '10'.
030400   77  WS-SCAN-DONE-SW           PIC X(01) VALUE 'N'.
030500       88  SCAN-DONE             VALUE 'Y'.
030600 LINKAGE SECTION.
030700 01  LK-PARM-FIELD.
030800*    THE RUNTIME PASSES EXEC PGM=...,PARM='...' PRECEDED BY A
030900*    2-BYTE BINARY HALFWORD GIVING THE LENGTH OF THE PARM TEXT.
031000*    THE PARM CARRIES THE OLD AND NEW CYCLE DATES (YYYYMMDD,
031100*    SEPARATED BY ONE BLANK), THEN OPTIONALLY THE REGION CODE IN
031200*    POSITIONS 19-21 AND THE BYPASS NIGHT LIMIT IN 23-24.
031300     05  LK-PARM-LEN               PIC S9(4) COMP.
031400     05  LK-PARM-TEXT              PIC X(24).
031500 PROCEDURE DIVISION USING LK-PARM-FIELD.
031600*----------------------------------------------------------------
031700 0000-MAINLINE.
031800*----------------------------------------------------------------
031900     PERFORM 1000-INITIALIZE
032000         THRU 1000-INITIALIZE-EXIT.
032100     PERFORM 2000-SCAN-SNAPSHOTS
032200         THRU 2000-SCAN-SNAPSHOTS-EXIT.
032300     PERFORM 3000-COMPARE-CARDS
032400         THRU 3000-COMPARE-CARDS-EXIT.
032500     PERFORM 4000-CHECK-BYPASS-NIGHTS
032600         THRU 4000-CHECK-BYPASS-NIGHTS-EXIT.
032700     PERFORM 8000-TERMINATE
032800         THRU 8000-TERMINATE-EXIT.
032900     STOP RUN.
033000*----------------------------------------------------------------
033100 1000-INITIALIZE.
033200*    VALIDATE THE PARM AND OPEN THE SNAPSHOT HISTORY.  THE REGION
033300*    AND THE BYPASS LIMIT ARE READ ONLY IF THE PARM IS LONG
033400*    ENOUGH TO HOLD THEM; A LIMIT THAT IS THERE BUT NOT NUMERIC IS
033500*    A BAD PARM, NOT A SILENT DEFAULT.
033600*----------------------------------------------------------------
033700     IF LK-PARM-LEN < 17
033800         GO TO 9010-PARM-ABEND
033900     END-IF.
034000     MOVE LK-PARM-TEXT(1:8)  TO WS-OLD-DATE.
034100     MOVE LK-PARM-TEXT(10:8) TO WS-NEW-DATE.
034200     IF WS-OLD-DATE NOT NUMERIC
034300        OR WS-NEW-DATE NOT NUMERIC
034400        OR WS-OLD-DATE NOT < WS-NEW-DATE
034500         GO TO 9010-PARM-ABEND
034600     END-IF.
034700     IF LK-PARM-LEN > 18
034800         MOVE LK-PARM-TEXT(19:3) TO WS-SELECT-REGION
034900     END-IF.
035000     IF LK-PARM-LEN > 22
035100         MOVE LK-PARM-TEXT(23:2) TO WS-LIMIT-TEXT
035200     END-IF.
035300     IF WS-LIMIT-TEXT NOT = SPACES
035400         IF WS-LIMIT-TEXT NUMERIC
035500             MOVE WS-LIMIT-TEXT TO WS-BYPASS-LIMIT
035600         ELSE
035700             GO TO 9010-PARM-ABEND
035800         END-IF
035900     END-IF.
036000     OPEN INPUT STEP-SNAP.
036100     IF NOT STEPSNAP-OK
036200         MOVE 'STEPSNAP' TO WS-ABEND-DD-NAME
036300         GO TO 9020-OPEN-ABEND
036400     END-IF.
036500 1000-INITIALIZE-EXIT.
036600     EXIT.
036700*----------------------------------------------------------------
036800 2000-SCAN-SNAPSHOTS.
036900*    ONE PASS OF THE SNAPSHOT HISTORY FROM ITS FIRST RECORD UP TO
037000*    THE NEW DATE.  THE OLD AND NEW DATES' CARDS ARE TABLED FOR
037100*    THE COMPARE; EVERY NIGHT ON THE WAY KEEPS THE BYPASS STRETCH
037200*    OF EACH CARD CURRENT, SO A STRETCH THAT BEGAN BEFORE THE OLD
037300*    DATE IS COUNTED IN FULL.
037400*----------------------------------------------------------------
037500     MOVE SPACES TO WS-GROUP-DATE.
037600     MOVE SPACES TO WS-GROUP-REGION.
037700     PERFORM 2010-READ-SNAPSHOT
037800         THRU 2010-READ-SNAPSHOT-EXIT.
037900     PERFORM 2020-PROCESS-SNAPSHOT
038000         THRU 2020-PROCESS-SNAPSHOT-EXIT
038100         UNTIL SCAN-DONE.
038200     IF WS-GROUP-DATE NOT = SPACES
038300         PERFORM 2100-CLOSE-NIGHT
038400             THRU 2100-CLOSE-NIGHT-EXIT
038500     END-IF.
038600     CLOSE STEP-SNAP.
038700     IF WS-OLD-COUNT = ZERO
038800         MOVE WS-OLD-DATE TO WS-MISSING-DATE
038900         GO TO 9030-NO-SNAPSHOT-ABEND
039000     END-IF.
039100     IF WS-NEW-COUNT = ZERO
039200         MOVE WS-NEW-DATE TO WS-MISSING-DATE
039300         GO TO 9030-NO-SNAPSHOT-ABEND
039400     END-IF.
039500 2000-SCAN-SNAPSHOTS-EXIT.
039600     EXIT.
039700*----------------------------------------------------------------
039800 2010-READ-SNAPSHOT.
039900*----------------------------------------------------------------
040000     READ STEP-SNAP NEXT RECORD
040100         AT END
040200             MOVE '10' TO WS-STEPSNAP-STATUS
040300     END-READ.
040400     IF STEPSNAP-AT-EOF
040500        OR SS-CYCLE-DATE > WS-NEW-DATE
040600         MOVE 'Y' TO WS-SCAN-DONE-SW
040700     END-IF.
040800 2010-READ-SNAPSHOT-EXIT.
040900     EXIT.
041000*----------------------------------------------------------------
041100 2020-PROCESS-SNAPSHOT.
041200*----------------------------------------------------------------
041300     IF WS-SELECT-REGION NOT = SPACES
041400        AND SS-REGION-CODE NOT = WS-SELECT-REGION
041500         GO TO 2020-PROCESS-SNAPSHOT-NEXT
041600     END-IF.
041700     ADD 1 TO WS-SNAP-READ-COUNT.
041800     IF SS-CYCLE-DATE NOT = WS-GROUP-DATE
041900        OR SS-REGION-CODE NOT = WS-GROUP-REGION
042000         IF WS-GROUP-DATE NOT = SPACES
042100             PERFORM 2100-CLOSE-NIGHT
042200                 THRU 2100-CLOSE-NIGHT-EXIT
042300         END-IF
042400         MOVE SS-CYCLE-DATE  TO WS-GROUP-DATE
042500         MOVE SS-REGION-CODE TO WS-GROUP-REGION
042600         MOVE ZERO           TO WS-GROUP-COUNT
042700     END-IF.
042800     PERFORM 2200-SET-CARD-IDENTITY
042900         THRU 2200-SET-CARD-IDENTITY-EXIT.
043000     IF SS-CYCLE-DATE = WS-OLD-DATE
043100         PERFORM 2300-TABLE-OLD-CARD
043200             THRU 2300-TABLE-OLD-CARD-EXIT
043300     END-IF.
043400     IF SS-CYCLE-DATE = WS-NEW-DATE
043500         PERFORM 2310-TABLE-NEW-CARD
043600             THRU 2310-TABLE-NEW-CARD-EXIT
043700     END-IF.
043800     PERFORM 2400-TRACK-BYPASS-NIGHTS
043900         THRU 2400-TRACK-BYPASS-NIGHTS-EXIT.
044000 2020-PROCESS-SNAPSHOT-NEXT.
044100     PERFORM 2010-READ-SNAPSHOT
044200         THRU 2010-READ-SNAPSHOT-EXIT.
044300 2020-PROCESS-SNAPSHOT-EXIT.
044400     EXIT.
044500*----------------------------------------------------------------
044600 2100-CLOSE-NIGHT.
044700*    END OF ONE REGION'S NIGHT: A CARD OF THAT REGION THAT WAS NOT
044800*    ON THE NIGHT'S SNAPSHOT ENDS ITS BYPASS STRETCH.
044900*----------------------------------------------------------------
045000     MOVE ZERO TO WS-STREAK-SUB.
045100     PERFORM 2110-CLOSE-ONE-STREAK
045200         THRU 2110-CLOSE-ONE-STREAK-EXIT
045300         UNTIL WS-STREAK-SUB NOT < WS-STREAK-COUNT.
045400 2100-CLOSE-NIGHT-EXIT.
045500     EXIT.
045600*----------------------------------------------------------------
045700 2110-CLOSE-ONE-STREAK.
045800*----------------------------------------------------------------
045900     ADD 1 TO WS-STREAK-SUB.
046000     IF WS-BK-REGION(WS-STREAK-SUB) NOT = WS-GROUP-REGION
046100         GO TO 2110-CLOSE-ONE-STREAK-EXIT
046200     END-IF.
046300     IF WS-BK-SEEN-SW(WS-STREAK-SUB) NOT = 'Y'
046400         MOVE ZERO   TO WS-BK-NIGHTS(WS-STREAK-SUB)
046500         MOVE SPACES TO WS-BK-SINCE-DATE(WS-STREAK-SUB)
046600     END-IF.
046700     MOVE 'N' TO WS-BK-SEEN-SW(WS-STREAK-SUB).
046800 2110-CLOSE-ONE-STREAK-EXIT.
046900     EXIT.
047000*----------------------------------------------------------------
047100 2200-SET-CARD-IDENTITY.
047200*    BUILD THE MATCH KEY FOR THE CURRENT SNAPSHOT CARD: ITS
047300*    OCCURRENCE IS ONE MORE THAN THE CARDS ALREADY SEEN TONIGHT
047400*    WITH THE SAME PROGRAM AND LIST ID.
047500*----------------------------------------------------------------
047600     MOVE SS-REGION-CODE  TO WS-MK-REGION.
047700     MOVE SS-PROGRAM-NAME TO WS-MK-PROGRAM.
047800     MOVE SS-LIST-ID      TO WS-MK-LIST-ID.
047900     MOVE 1               TO WS-MK-OCCURRENCE.
048000     MOVE ZERO TO WS-GROUP-SUB.
048100     PERFORM 2210-COUNT-ONE-EARLIER
048200         THRU 2210-COUNT-ONE-EARLIER-EXIT
048300         UNTIL WS-GROUP-SUB NOT < WS-GROUP-COUNT.
048400     IF WS-GROUP-COUNT < 500
048500         ADD 1 TO WS-GROUP-COUNT
048600         MOVE SS-PROGRAM-NAME TO WS-GP-PROGRAM(WS-GROUP-COUNT)
048700         MOVE SS-LIST-ID      TO WS-GP-LIST-ID(WS-GROUP-COUNT)
048800     ELSE
048900         MOVE 'Y' TO WS-GROUP-OVERFLOW-SW
049000     END-IF.
049100 2200-SET-CARD-IDENTITY-EXIT.
049200     EXIT.
049300*----------------------------------------------------------------
049400 2210-COUNT-ONE-EARLIER.
049500*----------------------------------------------------------------
049600     ADD 1 TO WS-GROUP-SUB.
049700     IF WS-GP-PROGRAM(WS-GROUP-SUB) = SS-PROGRAM-NAME
049800        AND WS-GP-LIST-ID(WS-GROUP-SUB) = SS-LIST-ID
049900         ADD 1 TO WS-MK-OCCURRENCE
050000     END-IF.
050100 2210-COUNT-ONE-EARLIER-EXIT.
050200     EXIT.
050300*----------------------------------------------------------------
050400 2300-TABLE-OLD-CARD.
050500*----------------------------------------------------------------
050600     IF WS-OLD-COUNT NOT < 1000
050700         MOVE 'Y' TO WS-CARD-OVERFLOW-SW
050800         GO TO 2300-TABLE-OLD-CARD-EXIT
050900     END-IF.
051000     ADD 1 TO WS-OLD-COUNT.
051100     MOVE WS-MATCH-KEY       TO WS-OS-ID(WS-OLD-COUNT).
051200     MOVE SS-CARD-NUMBER     TO WS-OS-CARD-NUMBER(WS-OLD-COUNT).
051300     MOVE SS-MAX-RETURN-CODE TO WS-OS-MAX-RC(WS-OLD-COUNT).
051400     MOVE SS-BYPASS-FLAG     TO WS-OS-BYPASS-FLAG(WS-OLD-COUNT).
051500     MOVE SS-RETRY-COUNT     TO WS-OS-RETRY-COUNT(WS-OLD-COUNT).
051600     MOVE SS-TRACK-ID        TO WS-OS-TRACK-ID(WS-OLD-COUNT).
051700     MOVE SS-OPER-SKIP-SW    TO WS-OS-SKIP-SW(WS-OLD-COUNT).
051800     MOVE SS-SKIP-USER-ID    TO WS-OS-SKIP-USER(WS-OLD-COUNT).
051900     MOVE 'N'                TO WS-OS-MATCHED-SW(WS-OLD-COUNT).
052000 2300-TABLE-OLD-CARD-EXIT.
052100     EXIT.
052200*----------------------------------------------------------------
052300 2310-TABLE-NEW-CARD.
052400*----------------------------------------------------------------
052500     IF WS-NEW-COUNT NOT < 1000
052600         MOVE 'Y' TO WS-CARD-OVERFLOW-SW
052700         GO TO 2310-TABLE-NEW-CARD-EXIT
052800     END-IF.
052900     ADD 1 TO WS-NEW-COUNT.
053000     MOVE WS-MATCH-KEY       TO WS-NS-ID(WS-NEW-COUNT).
053100     MOVE SS-CARD-NUMBER     TO WS-NS-CARD-NUMBER(WS-NEW-COUNT).
053200     MOVE SS-MAX-RETURN-CODE TO WS-NS-MAX-RC(WS-NEW-COUNT).
053300     MOVE SS-BYPASS-FLAG     TO WS-NS-BYPASS-FLAG(WS-NEW-COUNT).
053400     MOVE SS-RETRY-COUNT     TO WS-NS-RETRY-COUNT(WS-NEW-COUNT).
053500     MOVE SS-TRACK-ID        TO WS-NS-TRACK-ID(WS-NEW-COUNT).
053600     MOVE SS-OPER-SKIP-SW    TO WS-NS-SKIP-SW(WS-NEW-COUNT).
053700     MOVE SS-SKIP-USER-ID    TO WS-NS-SKIP-USER(WS-NEW-COUNT).
053800 2310-TABLE-NEW-CARD-EXIT.
053900     EXIT.
054000*----------------------------------------------------------------
054100 2400-TRACK-BYPASS-NIGHTS.
054200*    CARRY THE CARD'S BYPASS STRETCH ONE NIGHT FORWARD: ANOTHER
054300*    NIGHT ON IF THE FLAG IS Y OR H, BACK TO NONE IF IT IS NOT.
054400*----------------------------------------------------------------
054500     PERFORM 7100-FIND-STREAK
054600         THRU 7100-FIND-STREAK-EXIT.
054700     IF NOT STREAK-ENTRY-FOUND
054800         IF WS-STREAK-COUNT NOT < 2000
054900             MOVE 'Y' TO WS-STREAK-OVERFLOW-SW
055000             GO TO 2400-TRACK-BYPASS-NIGHTS-EXIT
055100         END-IF
055200         ADD 1 TO WS-STREAK-COUNT
055300         MOVE WS-STREAK-COUNT TO WS-STREAK-SUB
055400         MOVE WS-MATCH-KEY    TO WS-BK-ID(WS-STREAK-SUB)
055500         MOVE ZERO            TO WS-BK-NIGHTS(WS-STREAK-SUB)
055600         MOVE SPACES          TO WS-BK-SINCE-DATE(WS-STREAK-SUB)
055700     END-IF.
055800     MOVE 'Y' TO WS-BK-SEEN-SW(WS-STREAK-SUB).
055900     IF SS-BYPASS-STEP
056000         IF WS-BK-NIGHTS(WS-STREAK-SUB) = ZERO
056100             MOVE SS-CYCLE-DATE TO WS-BK-SINCE-DATE(WS-STREAK-SUB)
056200         END-IF
056300         ADD 1 TO WS-BK-NIGHTS(WS-STREAK-SUB)
056400     ELSE
056500         MOVE ZERO   TO WS-BK-NIGHTS(WS-STREAK-SUB)
056600         MOVE SPACES TO WS-BK-SINCE-DATE(WS-STREAK-SUB)
056700     END-IF.
056800 2400-TRACK-BYPASS-NIGHTS-EXIT.
056900     EXIT.
057000*----------------------------------------------------------------
057100 3000-COMPARE-CARDS.
057200*    OPEN THE REPORT, THEN MATCH EVERY NEW-DATE CARD TO ITS
057300*    OLD-DATE CARD: NO MATCH IS AN ADDED CARD, A MATCH IS
057400*    COMPARED FIELD BY FIELD.  OLD-DATE CARDS LEFT UNMATCHED
057500*    WERE REMOVED.
057600*----------------------------------------------------------------
057700     OPEN OUTPUT DRIFT-REPORT.
057800     MOVE WS-OLD-DATE     TO WS-RH-OLD-DATE.
057900     MOVE WS-NEW-DATE     TO WS-RH-NEW-DATE.
058000     IF WS-SELECT-REGION = SPACES
058100         MOVE 'ALL' TO WS-RH-REGION
058200     ELSE
058300         MOVE WS-SELECT-REGION TO WS-RH-REGION
058400     END-IF.
058500     MOVE WS-BYPASS-LIMIT TO WS-RH-LIMIT.
058600     MOVE WS-REPORT-HEADER-1 TO DRIFT-REPORT-LINE.
058700     WRITE DRIFT-REPORT-LINE.
058800     MOVE SPACES TO DRIFT-REPORT-LINE.
058900     WRITE DRIFT-REPORT-LINE.
059000     MOVE WS-CHANGE-SECTION-HEADER TO DRIFT-REPORT-LINE.
059100     WRITE DRIFT-REPORT-LINE.
059200     MOVE WS-CHANGE-COL-HEADER TO DRIFT-REPORT-LINE.
059300     WRITE DRIFT-REPORT-LINE.
059400     MOVE ZERO TO WS-NEW-SUB.
059500     PERFORM 3100-MATCH-NEW-CARD
059600         THRU 3100-MATCH-NEW-CARD-EXIT
059700         UNTIL WS-NEW-SUB NOT < WS-NEW-COUNT.
059800     MOVE ZERO TO WS-OLD-SUB.
059900     PERFORM 3400-CHECK-OLD-CARD
060000         THRU 3400-CHECK-OLD-CARD-EXIT
060100         UNTIL WS-OLD-SUB NOT < WS-OLD-COUNT.
060200     IF WS-ADDED-COUNT = ZERO
060300        AND WS-REMOVED-COUNT = ZERO
060400        AND WS-CHANGED-COUNT = ZERO
060500         MOVE WS-NO-DRIFT-LINE TO DRIFT-REPORT-LINE
060600         WRITE DRIFT-REPORT-LINE
060700     END-IF.
060800 3000-COMPARE-CARDS-EXIT.
060900     EXIT.
061000*----------------------------------------------------------------
061100 3100-MATCH-NEW-CARD.
061200*----------------------------------------------------------------
061300     ADD 1 TO WS-NEW-SUB.
061400     MOVE WS-NS-ID(WS-NEW-SUB) TO WS-MATCH-KEY.
061500     PERFORM 7200-FIND-OLD-CARD
061600         THRU 7200-FIND-OLD-CARD-EXIT.
061700     IF NOT OLD-CARD-FOUND
061800         PERFORM 3200-REPORT-ADDED-CARD
061900             THRU 3200-REPORT-ADDED-CARD-EXIT
062000         GO TO 3100-MATCH-NEW-CARD-EXIT
062100     END-IF.
062200     MOVE 'Y' TO WS-OS-MATCHED-SW(WS-OLD-SUB).
062300     PERFORM 3300-COMPARE-FIELDS
062400         THRU 3300-COMPARE-FIELDS-EXIT.
062500 3100-MATCH-NEW-CARD-EXIT.
062600     EXIT.
062700*----------------------------------------------------------------
062800 3200-REPORT-ADDED-CARD.
062900*----------------------------------------------------------------
063000     ADD 1 TO WS-ADDED-COUNT.
063100     MOVE SPACES TO WS-CHANGE-LINE.
063200     MOVE WS-NS-REGION(WS-NEW-SUB)      TO WS-CL-REGION.
063300     MOVE WS-NS-CARD-NUMBER(WS-NEW-SUB) TO WS-CL-CARD-NUMBER.
063400     MOVE WS-NS-PROGRAM(WS-NEW-SUB)     TO WS-CL-PROGRAM.
063500     MOVE WS-NS-LIST-ID(WS-NEW-SUB)     TO WS-CL-LIST-ID.
063600     MOVE WS-NS-OCCURRENCE(WS-NEW-SUB)  TO WS-CL-OCCURRENCE.
063700     MOVE 'ADDED'                       TO WS-CL-CHANGE.
063800     STRING 'MAX RC ' WS-NS-MAX-RC(WS-NEW-SUB)
063900            '  BYPASS ' WS-NS-BYPASS-FLAG(WS-NEW-SUB)
064000            '  RETRY ' WS-NS-RETRY-COUNT(WS-NEW-SUB)
064100            '  TRACK ' WS-NS-TRACK-ID(WS-NEW-SUB)
064200         DELIMITED BY SIZE INTO WS-CL-DETAIL.
064300     MOVE WS-CHANGE-LINE TO DRIFT-REPORT-LINE.
064400     WRITE DRIFT-REPORT-LINE.
064500 3200-REPORT-ADDED-CARD-EXIT.
064600     EXIT.
064700*----------------------------------------------------------------
064800 3300-COMPARE-FIELDS.
064900*    ONE CHANGE LINE FOR EACH FIELD THAT DIFFERS BETWEEN THE OLD
065000*    CARD (WS-OLD-SUB) AND THE NEW CARD (WS-NEW-SUB).  THE CARD
065100*    IS COUNTED ONCE HOWEVER MANY OF ITS FIELDS CHANGED.
065200*----------------------------------------------------------------
065300     MOVE 'N' TO WS-CARD-CHANGED-SW.
065400     IF WS-NS-MAX-RC(WS-NEW-SUB) NOT = WS-OS-MAX-RC(WS-OLD-SUB)
065500         MOVE 'MAX RC'                 TO WS-CHG-FIELD
065600         MOVE WS-OS-MAX-RC(WS-OLD-SUB) TO WS-CHG-OLD-VALUE
065700         MOVE WS-NS-MAX-RC(WS-NEW-SUB) TO WS-CHG-NEW-VALUE
065800         PERFORM 3310-WRITE-CHANGE-LINE
065900             THRU 3310-WRITE-CHANGE-LINE-EXIT
066000     END-IF.
066100     IF WS-NS-BYPASS-FLAG(WS-NEW-SUB)
066200        NOT = WS-OS-BYPASS-FLAG(WS-OLD-SUB)
066300         MOVE 'BYPASS FLAG'                 TO WS-CHG-FIELD
066400         MOVE WS-OS-BYPASS-FLAG(WS-OLD-SUB) TO WS-CHG-OLD-VALUE
066500         MOVE WS-NS-BYPASS-FLAG(WS-NEW-SUB) TO WS-CHG-NEW-VALUE
066600         PERFORM 3310-WRITE-CHANGE-LINE
066700             THRU 3310-WRITE-CHANGE-LINE-EXIT
066800     END-IF.
066900     IF WS-NS-RETRY-COUNT(WS-NEW-SUB)
067000        NOT = WS-OS-RETRY-COUNT(WS-OLD-SUB)
067100         MOVE 'RETRY COUNT'                 TO WS-CHG-FIELD
067200         MOVE WS-OS-RETRY-COUNT(WS-OLD-SUB) TO WS-CHG-OLD-VALUE
067300         MOVE WS-NS-RETRY-COUNT(WS-NEW-SUB) TO WS-CHG-NEW-VALUE
067400         PERFORM 3310-WRITE-CHANGE-LINE
067500             THRU 3310-WRITE-CHANGE-LINE-EXIT
067600     END-IF.
067700     IF WS-NS-TRACK-ID(WS-NEW-SUB)
067800        NOT = WS-OS-TRACK-ID(WS-OLD-SUB)
067900         MOVE 'TRACK ID'                 TO WS-CHG-FIELD
068000         MOVE WS-OS-TRACK-ID(WS-OLD-SUB) TO WS-CHG-OLD-VALUE
068100         MOVE WS-NS-TRACK-ID(WS-NEW-SUB) TO WS-CHG-NEW-VALUE
068200         PERFORM 3310-WRITE-CHANGE-LINE
068300             THRU 3310-WRITE-CHANGE-LINE-EXIT
068400     END-IF.
068500     IF WS-NS-SKIP-SW(WS-NEW-SUB) NOT = WS-OS-SKIP-SW(WS-OLD-SUB)
068600        OR WS-NS-SKIP-USER(WS-NEW-SUB)
068700           NOT = WS-OS-SKIP-USER(WS-OLD-SUB)
068800         MOVE 'OPER SKIP' TO WS-CHG-FIELD
068900         MOVE 'NONE'      TO WS-CHG-OLD-VALUE
069000         IF WS-OS-SKIP-SW(WS-OLD-SUB) = 'Y'
069100             MOVE SPACES TO WS-CHG-OLD-VALUE
069200             STRING 'BY ' WS-OS-SKIP-USER(WS-OLD-SUB)
069300                 DELIMITED BY SIZE INTO WS-CHG-OLD-VALUE
069400         END-IF
069500         MOVE 'NONE'      TO WS-CHG-NEW-VALUE
069600         IF WS-NS-SKIP-SW(WS-NEW-SUB) = 'Y'
069700             MOVE SPACES TO WS-CHG-NEW-VALUE
069800             STRING 'BY ' WS-NS-SKIP-USER(WS-NEW-SUB)
069900                 DELIMITED BY SIZE INTO WS-CHG-NEW-VALUE
070000         END-IF
070100         PERFORM 3310-WRITE-CHANGE-LINE
070200             THRU 3310-WRITE-CHANGE-LINE-EXIT
070300     END-IF.
070400     IF CARD-CHANGED
070500         ADD 1 TO WS-CHANGED-COUNT
070600     END-IF.
070700 3300-COMPARE-FIELDS-EXIT.
070800     EXIT.
070900*----------------------------------------------------------------
071000 3310-WRITE-CHANGE-LINE.
071100*    A BLANK FIELD ON THE CARD IS SHOWN AS (BLANK) SO IT CANNOT BE
071200*    MISTAKEN FOR A VALUE LEFT OFF THE REPORT.
071300*----------------------------------------------------------------
071400     MOVE 'Y' TO WS-CARD-CHANGED-SW.
071500     ADD 1 TO WS-FIELD-CHANGE-COUNT.
071600     MOVE SPACES TO WS-CHANGE-LINE.
071700     MOVE WS-NS-REGION(WS-NEW-SUB)      TO WS-CL-REGION.
071800     MOVE WS-NS-CARD-NUMBER(WS-NEW-SUB) TO WS-CL-CARD-NUMBER.
071900     MOVE WS-NS-PROGRAM(WS-NEW-SUB)     TO WS-CL-PROGRAM.
072000     MOVE WS-NS-LIST-ID(WS-NEW-SUB)     TO WS-CL-LIST-ID.
072100     MOVE WS-NS-OCCURRENCE(WS-NEW-SUB)  TO WS-CL-OCCURRENCE.
072200     MOVE 'CHANGED'                     TO WS-CL-CHANGE.
072300     MOVE WS-CHG-FIELD                  TO WS-CL-FIELD.
072400     MOVE WS-CHG-OLD-VALUE TO WS-SHOW-VALUE.
072500     PERFORM 7300-SHOW-BLANK-VALUE
072600         THRU 7300-SHOW-BLANK-VALUE-EXIT.
072700     MOVE WS-SHOW-VALUE    TO WS-CL-OLD-VALUE.
072800     MOVE WS-CHG-NEW-VALUE TO WS-SHOW-VALUE.
072900     PERFORM 7300-SHOW-BLANK-VALUE
073000         THRU 7300-SHOW-BLANK-VALUE-EXIT.
073100     MOVE WS-SHOW-VALUE    TO WS-CL-NEW-VALUE.
073200     MOVE WS-CHANGE-LINE TO DRIFT-REPORT-LINE.
073300     WRITE DRIFT-REPORT-LINE.
073400 3310-WRITE-CHANGE-LINE-EXIT.
073500     EXIT.
073600*----------------------------------------------------------------
073700 3400-CHECK-OLD-CARD.
073800*----------------------------------------------------------------
073900     ADD 1 TO WS-OLD-SUB.
074000     IF WS-OS-MATCHED-SW(WS-OLD-SUB) = 'Y'
074100         GO TO 3400-CHECK-OLD-CARD-EXIT
074200     END-IF.
074300     ADD 1 TO WS-REMOVED-COUNT.
074400     MOVE SPACES TO WS-CHANGE-LINE.
074500     MOVE WS-OS-REGION(WS-OLD-SUB)      TO WS-CL-REGION.
074600     MOVE WS-OS-CARD-NUMBER(WS-OLD-SUB) TO WS-CL-CARD-NUMBER.
074700     MOVE WS-OS-PROGRAM(WS-OLD-SUB)     TO WS-CL-PROGRAM.
074800     MOVE WS-OS-LIST-ID(WS-OLD-SUB)     TO WS-CL-LIST-ID.
074900     MOVE WS-OS-OCCURRENCE(WS-OLD-SUB)  TO WS-CL-OCCURRENCE.
075000     MOVE 'REMOVED'                     TO WS-CL-CHANGE.
075100     STRING 'MAX RC ' WS-OS-MAX-RC(WS-OLD-SUB)
075200            '  BYPASS ' WS-OS-BYPASS-FLAG(WS-OLD-SUB)
075300            '  RETRY ' WS-OS-RETRY-COUNT(WS-OLD-SUB)
075400            '  TRACK ' WS-OS-TRACK-ID(WS-OLD-SUB)
075500         DELIMITED BY SIZE INTO WS-CL-DETAIL.
075600     MOVE WS-CHANGE-LINE TO DRIFT-REPORT-LINE.
075700     WRITE DRIFT-REPORT-LINE.
075800 3400-CHECK-OLD-CARD-EXIT.
075900     EXIT.
076000*----------------------------------------------------------------
076100 4000-CHECK-BYPASS-NIGHTS.
076200*    LIST EVERY NEW-DATE CARD WHOSE BYPASS FLAG HAS BEEN ON FOR
076300*    MORE THAN THE LIMIT, COUNTING BACK FROM THE NEW DATE.
076400*----------------------------------------------------------------
076500     MOVE SPACES TO DRIFT-REPORT-LINE.
076600     WRITE DRIFT-REPORT-LINE.
076700     MOVE WS-BYPASS-LIMIT TO WS-BH-LIMIT.
076800     MOVE WS-BYPASS-SECTION-HEADER TO DRIFT-REPORT-LINE.
076900     WRITE DRIFT-REPORT-LINE.
077000     MOVE WS-BYPASS-COL-HEADER TO DRIFT-REPORT-LINE.
077100     WRITE DRIFT-REPORT-LINE.
077200     MOVE ZERO TO WS-NEW-SUB.
077300     PERFORM 4100-CHECK-ONE-BYPASS
077400         THRU 4100-CHECK-ONE-BYPASS-EXIT
077500         UNTIL WS-NEW-SUB NOT < WS-NEW-COUNT.
077600     IF WS-LONG-BYPASS-COUNT = ZERO
077700         MOVE WS-NO-LONG-BYPASS-LINE TO DRIFT-REPORT-LINE
077800         WRITE DRIFT-REPORT-LINE
077900     END-IF.
078000 4000-CHECK-BYPASS-NIGHTS-EXIT.
078100     EXIT.
078200*----------------------------------------------------------------
078300 4100-CHECK-ONE-BYPASS.
078400*----------------------------------------------------------------
078500     ADD 1 TO WS-NEW-SUB.
078600     IF WS-NS-BYPASS-FLAG(WS-NEW-SUB) NOT = 'Y'
078700        AND WS-NS-BYPASS-FLAG(WS-NEW-SUB) NOT = 'H'
078800         GO TO 4100-CHECK-ONE-BYPASS-EXIT
078900     END-IF.
079000     MOVE WS-NS-ID(WS-NEW-SUB) TO WS-MATCH-KEY.
079100     PERFORM 7100-FIND-STREAK
079200         THRU 7100-FIND-STREAK-EXIT.
079300     IF NOT STREAK-ENTRY-FOUND
079400         GO TO 4100-CHECK-ONE-BYPASS-EXIT
079500     END-IF.
079600     IF WS-BK-NIGHTS(WS-STREAK-SUB) NOT > WS-BYPASS-LIMIT
079700         GO TO 4100-CHECK-ONE-BYPASS-EXIT
079800     END-IF.
079900     ADD 1 TO WS-LONG-BYPASS-COUNT.
080000     MOVE SPACES TO WS-BYPASS-LINE.
080100     MOVE WS-NS-REGION(WS-NEW-SUB)       TO WS-BL-REGION.
080200     MOVE WS-NS-CARD-NUMBER(WS-NEW-SUB)  TO WS-BL-CARD-NUMBER.
080300     MOVE WS-NS-PROGRAM(WS-NEW-SUB)      TO WS-BL-PROGRAM.
080400     MOVE WS-NS-LIST-ID(WS-NEW-SUB)      TO WS-BL-LIST-ID.
080500     MOVE WS-NS-OCCURRENCE(WS-NEW-SUB)   TO WS-BL-OCCURRENCE.
080600     MOVE WS-NS-BYPASS-FLAG(WS-NEW-SUB)  TO WS-BL-FLAG.
080700     MOVE WS-NS-TRACK-ID(WS-NEW-SUB)     TO WS-BL-TRACK.
080800     MOVE WS-BK-NIGHTS(WS-STREAK-SUB)    TO WS-BL-NIGHTS.
080900     MOVE WS-BK-SINCE-DATE(WS-STREAK-SUB) TO WS-BL-SINCE-DATE.
081000     MOVE WS-BYPASS-LINE TO DRIFT-REPORT-LINE.
081100     WRITE DRIFT-REPORT-LINE.
081200 4100-CHECK-ONE-BYPASS-EXIT.
081300     EXIT.
081400*----------------------------------------------------------------
081500 7100-FIND-STREAK.
081600*----------------------------------------------------------------
081700     MOVE 'N' TO WS-STREAK-FOUND-SW.
081800     MOVE ZERO TO WS-STREAK-SUB.
081900     PERFORM 7110-MATCH-ONE-STREAK
082000         THRU 7110-MATCH-ONE-STREAK-EXIT
082100         UNTIL STREAK-ENTRY-FOUND
082200            OR WS-STREAK-SUB NOT < WS-STREAK-COUNT.
082300 7100-FIND-STREAK-EXIT.
082400     EXIT.
082500*----------------------------------------------------------------
082600 7110-MATCH-ONE-STREAK.
082700*----------------------------------------------------------------
082800     ADD 1 TO WS-STREAK-SUB.
082900     IF WS-BK-ID(WS-STREAK-SUB) = WS-MATCH-KEY
083000         MOVE 'Y' TO WS-STREAK-FOUND-SW
083100     END-IF.
083200 7110-MATCH-ONE-STREAK-EXIT.
083300     EXIT.
083400*----------------------------------------------------------------
083500 7200-FIND-OLD-CARD.
083600*----------------------------------------------------------------
083700     MOVE 'N' TO WS-OLD-FOUND-SW.
083800     MOVE ZERO TO WS-OLD-SUB.
083900     PERFORM 7210-MATCH-ONE-OLD-CARD
084000         THRU 7210-MATCH-ONE-OLD-CARD-EXIT
084100         UNTIL OLD-CARD-FOUND
084200            OR WS-OLD-SUB NOT < WS-OLD-COUNT.
084300 7200-FIND-OLD-CARD-EXIT.
084400     EXIT.
084500*----------------------------------------------------------------
084600 7210-MATCH-ONE-OLD-CARD.
084700*----------------------------------------------------------------
084800     ADD 1 TO WS-OLD-SUB.
084900     IF WS-OS-ID(WS-OLD-SUB) = WS-MATCH-KEY
085000         MOVE 'Y' TO WS-OLD-FOUND-SW
085100     END-IF.
085200 7210-MATCH-ONE-OLD-CARD-EXIT.
085300     EXIT.
085400*----------------------------------------------------------------
085500 7300-SHOW-BLANK-VALUE.
085600*----------------------------------------------------------------
085700     IF WS-SHOW-VALUE = SPACES
085800         MOVE '(BLANK)' TO WS-SHOW-VALUE
085900     END-IF.
086000 7300-SHOW-BLANK-VALUE-EXIT.
086100     EXIT.
086200*----------------------------------------------------------------
086300 8000-TERMINATE.
086400*    TABLE-OVERFLOW NOTES, THE SUMMARY, AND THE RETURN CODE: 4
086500*    WHEN ANYTHING WAS ADDED, REMOVED, CHANGED OR LEFT ON BYPASS
086600*    TOO LONG, OR A TABLE FILLED AND THE REPORT MAY BE SHORT.
086700*----------------------------------------------------------------
086800     IF CARD-TABLE-OVERFLOWED
086900         MOVE WS-CARD-OVERFLOW-NOTE TO DRIFT-REPORT-LINE
087000         WRITE DRIFT-REPORT-LINE
087100     END-IF.
087200     IF STREAK-TABLE-OVERFLOWED
087300         MOVE WS-STREAK-OVERFLOW-NOTE TO DRIFT-REPORT-LINE
087400         WRITE DRIFT-REPORT-LINE
087500     END-IF.
087600     IF GROUP-TABLE-OVERFLOWED
087700         MOVE WS-GROUP-OVERFLOW-NOTE TO DRIFT-REPORT-LINE
087800         WRITE DRIFT-REPORT-LINE
087900     END-IF.
088000     MOVE SPACES TO DRIFT-REPORT-LINE.
088100     WRITE DRIFT-REPORT-LINE.
088200     MOVE WS-SUMMARY-HEADER TO DRIFT-REPORT-LINE.
088300     WRITE DRIFT-REPORT-LINE.
088400     MOVE 'SNAPSHOT RECORDS READ'         TO WS-SL-LABEL.
088500     MOVE WS-SNAP-READ-COUNT              TO WS-SL-COUNT.
088600     PERFORM 8010-WRITE-SUMMARY-LINE
088700         THRU 8010-WRITE-SUMMARY-LINE-EXIT.
088800     MOVE 'CARDS ON THE OLD DATE'         TO WS-SL-LABEL.
088900     MOVE WS-OLD-COUNT                    TO WS-SL-COUNT.
089000     PERFORM 8010-WRITE-SUMMARY-LINE
089100         THRU 8010-WRITE-SUMMARY-LINE-EXIT.
089200     MOVE 'CARDS ON THE NEW DATE'         TO WS-SL-LABEL.
089300     MOVE WS-NEW-COUNT                    TO WS-SL-COUNT.
089400     PERFORM 8010-WRITE-SUMMARY-LINE
089500         THRU 8010-WRITE-SUMMARY-LINE-EXIT.
089600     MOVE 'CARDS ADDED'                   TO WS-SL-LABEL.
089700     MOVE WS-ADDED-COUNT                  TO WS-SL-COUNT.
089800     PERFORM 8010-WRITE-SUMMARY-LINE
089900         THRU 8010-WRITE-SUMMARY-LINE-EXIT.
090000     MOVE 'CARDS REMOVED'                 TO WS-SL-LABEL.
090100     MOVE WS-REMOVED-COUNT                TO WS-SL-COUNT.
090200     PERFORM 8010-WRITE-SUMMARY-LINE
090300         THRU 8010-WRITE-SUMMARY-LINE-EXIT.
090400     MOVE 'CARDS CHANGED'                 TO WS-SL-LABEL.
090500     MOVE WS-CHANGED-COUNT                TO WS-SL-COUNT.
090600     PERFORM 8010-WRITE-SUMMARY-LINE
090700         THRU 8010-WRITE-SUMMARY-LINE-EXIT.
090800     MOVE 'FIELD CHANGES'                 TO WS-SL-LABEL.
090900     MOVE WS-FIELD-CHANGE-COUNT           TO WS-SL-COUNT.
091000     PERFORM 8010-WRITE-SUMMARY-LINE
091100         THRU 8010-WRITE-SUMMARY-LINE-EXIT.
091200     MOVE 'CARDS ON BYPASS PAST THE LIMIT' TO WS-SL-LABEL.
091300     MOVE WS-LONG-BYPASS-COUNT            TO WS-SL-COUNT.
091400     PERFORM 8010-WRITE-SUMMARY-LINE
091500         THRU 8010-WRITE-SUMMARY-LINE-EXIT.
091600     CLOSE DRIFT-REPORT.
091700     IF WS-ADDED-COUNT > ZERO
091800        OR WS-REMOVED-COUNT > ZERO
091900        OR WS-CHANGED-COUNT > ZERO
092000        OR WS-LONG-BYPASS-COUNT > ZERO
092100        OR CARD-TABLE-OVERFLOWED
092200        OR STREAK-TABLE-OVERFLOWED
092300        OR GROUP-TABLE-OVERFLOWED
092400         MOVE 4 TO RETURN-CODE
092500     END-IF.
092600 8000-TERMINATE-EXIT.
092700     EXIT.
092800*----------------------------------------------------------------
092900 8010-WRITE-SUMMARY-LINE.
093000*----------------------------------------------------------------
093100     MOVE WS-SUMMARY-LINE TO DRIFT-REPORT-LINE.
093200     WRITE DRIFT-REPORT-LINE.
093300 8010-WRITE-SUMMARY-LINE-EXIT.
093400     EXIT.
093500*----------------------------------------------------------------
093600 9010-PARM-ABEND.
093700*    THE PARM DATES ARE MISSING, NOT NUMERIC OR NOT IN ORDER, OR
093800*    THE BYPASS LIMIT IS NOT NUMERIC.  NOTHING IS COMPARED.
093900*----------------------------------------------------------------
094000     DISPLAY "STEP_DRIFT - PARM MISSING/BAD".
094100     DISPLAY "PARM VALUE      : " LK-PARM-TEXT.
094200     MOVE 16 TO RETURN-CODE.
094300     STOP RUN.
094400*----------------------------------------------------------------
094500 9020-OPEN-ABEND.
094600*----------------------------------------------------------------
094700     DISPLAY "STEP_DRIFT - HISTORY FILE WILL NOT OPEN: "
094800         WS-ABEND-DD-NAME.
094900     MOVE 16 TO RETURN-CODE.
095000     STOP RUN.
095100*----------------------------------------------------------------
095200 9030-NO-SNAPSHOT-ABEND.
095300*    ONE OF THE TWO DATES HAS NO SNAPSHOT (FOR THE REGION ASKED
095400*    FOR).  COMPARING AGAINST NOTHING WOULD REPORT EVERY CARD AS
095500*    ADDED OR REMOVED, SO THE RUN IS REFUSED INSTEAD.
095600*----------------------------------------------------------------
095700     DISPLAY "STEP_DRIFT - NO STEP-LIST SNAPSHOT FOR CYCLE DATE "
095800         WS-MISSING-DATE.
095900     MOVE 16 TO RETURN-CODE.
096000     STOP RUN.
