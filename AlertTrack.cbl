000310*      REGION CODE.
000320* ENDS WITH RETURN CODE 4 WHEN ANY ALERT IS STILL OPEN AT END
000330* OF RUN, SO THE SCHEDULER CAN SEE AN UNANSWERED NIGHT.
000340* AN ACKNOWLEDGMENT IS HONORED ONLY FROM A USER WHO HOLDS THE
000350* ACKALERT FUNCTION FOR THIS ENVIRONMENT ON THE SHARED AUTHORITY
000360* FILE (//AUTHFILE); ANY OTHER CARD IS REFUSED, STAMPED ON THE
000370* AUDIT LOG (//AUDITLOG) AND LISTED ON THE REGISTER, AND ALSO
000380* ENDS THE RUN WITH RETURN CODE 4.
000390*----------------------------------------------------------------
000400* MODIFICATION HISTORY
000410*----------------------------------------------------------------
000420* DATE       INIT  DESCRIPTION
000430* ---------- ----  ----------------------------------------------
000440* 02-SEP-2026 BH   INITIAL VERSION.
000450* 15-OCT-2026 BH   ACK CARDS ARE NOW CHECKED AGAINST THE SHARED
000460*                  AUTHORITY FILE (FUNCTION ACKALERT).  A CARD
000470*                  FROM AN UNAUTHORIZED USER IS REFUSED, STAMPED
000480*                  ON THE AUDIT LOG AS AN AUTHORITY EVENT AND
000490*                  COUNTED ON THE REPORT.
000500*----------------------------------------------------------------
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT ALERT-HISTORY ASSIGN TO ALERTHST
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS AH-KEY
000580         FILE STATUS IS WS-ALERTHST-STATUS.
000590     SELECT ALERT-FEED ASSIGN TO ALERTIN
000600         ORGANIZATION IS LINE SEQUENTIAL.
000610     SELECT ACK-CARDS ASSIGN TO ACKCARDS
000620         ORGANIZATION IS LINE SEQUENTIAL.
000630     SELECT ALERT-FILE ASSIGN TO ALERTOUT
000640         ORGANIZATION IS LINE SEQUENTIAL.
000650     SELECT ALERT-REPORT ASSIGN TO ALERTRPT
000660         ORGANIZATION IS LINE SEQUENTIAL.
000670     SELECT AUTHORITY-FILE ASSIGN TO AUTHFILE
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS AU-KEY
000710         FILE STATUS IS WS-AUTHFILE-STATUS.
000720     SELECT AUDIT-LOG ASSIGN TO AUDITLOG
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS AL-KEY
000760         FILE STATUS IS WS-AUDITLOG-STATUS.
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  ALERT-HISTORY.
000800     COPY ALERTHST.
000810 FD  ALERT-FEED
000820     RECORDING MODE IS F.
000830*    SAME FIXED LAYOUT THE CYCLE CONTROL PROGRAM WRITES TO
000840*    //ALERTOUT AND THE AUTOMATION/PAGING PRODUCT POLLS.
000850 01  ALERT-FEED-RECORD.
000860     05  AF-SEVERITY             PIC 9(02).
000870     05  AF-JOB-NAME             PIC X(08).
000880     05  AF-CYCLE-DATE           PIC X(08).
000890     05  AF-FAILING-PROGRAM      PIC X(08).
000900     05  AF-RETURN-CODE          PIC 9(04).
000910     05  AF-DETAIL               PIC X(40).
000920     05  AF-REGION-CODE          PIC X(03).
000930 FD  ACK-CARDS
000940     RECORDING MODE IS F.
000950 01  ACK-CARD-RECORD.
000960     05  AK-ALERT-DATE           PIC X(08).
000970     05  FILLER                  PIC X(01).
000980     05  AK-ALERT-TIME           PIC X(08).
000990     05  FILLER                  PIC X(01).
001000     05  AK-ALERT-SEQ            PIC 9(03).
001010     05  FILLER                  PIC X(01).
001020     05  AK-USER-ID              PIC X(08).
001030 FD  ALERT-FILE
001040     RECORDING MODE IS F.
001050 01  ALERT-RECORD.
001060     05  AN-SEVERITY             PIC 9(02).
001070     05  AN-JOB-NAME             PIC X(08).
001080     05  AN-CYCLE-DATE           PIC X(08).
001090     05  AN-FAILING-PROGRAM      PIC X(08).
001100     05  AN-RETURN-CODE          PIC 9(04).
001110     05  AN-DETAIL               PIC X(40).
001120     05  AN-REGION-CODE          PIC X(03).
001130 FD  ALERT-REPORT
001140     RECORDING MODE IS F.
001150 01  ALERT-REPORT-LINE            PIC X(132).
001160 FD  AUTHORITY-FILE.
001170     COPY AUTHREC.
001180 FD  AUDIT-LOG.
001190     COPY AUDITREC.
001200   WORKING-STORAGE SECTION.
001210*----------------------------------------------------------------
001220* RUN STAMP FIELDS
001230*----------------------------------------------------------------
001240   01  WS-TODAY-DATE             PIC X(08) VALUE SPACES.
001250   01  WS-NOW-TIME               PIC X(08) VALUE SPACES.
001260   01  WS-NOW-TIME-PARTS REDEFINES WS-NOW-TIME.
001270       05  WS-NOW-HH             PIC 9(02).
001280       05  WS-NOW-MM             PIC 9(02).
001290       05  WS-NOW-SS             PIC 9(02).
001300       05  WS-NOW-HS             PIC 9(02).
001310   01  WS-ABSORB-SEQ             PIC 9(03) VALUE ZERO.
001320*----------------------------------------------------------------
001330* AUTHORITY-CHECK FIELDS.  THE RUN ENVIRONMENT AND JOB NAME COME
001340* FROM THE JCL; EVERY REFUSED CARD IS STAMPED ON THE AUDIT LOG
001350* UNDER THIS JOB AND TODAY'S DATE WITH ITS OWN SEQUENCE NUMBER.
001360*----------------------------------------------------------------
001370   01  WS-ENV-CODE               PIC X(04) VALUE SPACES.
001380   01  WS-JOB-NAME               PIC X(08) VALUE SPACES.
001390   01  WS-AUDIT-SEQ              PIC 9(03) VALUE ZERO.
001400   01  WS-AUDIT-STAMP-TIME       PIC X(08) VALUE SPACES.
001410   01  WS-REFUSED-COUNT          PIC 9(05) VALUE ZERO.
001420   01  WS-AUTH-GRANTED-SW        PIC X(01) VALUE 'N'.
001430       88  AUTHORITY-GRANTED     VALUE 'Y'.
001440   01  WS-AUTH-OPEN-SW           PIC X(01) VALUE 'N'.
001450       88  AUTHFILE-OPENED       VALUE 'Y'.
001460*----------------------------------------------------------------
001470* AGE COMPUTATION WORK FIELDS
001480*----------------------------------------------------------------
001490   01  WS-ALERT-TIME             PIC X(08) VALUE SPACES.
001500   01  WS-ALERT-TIME-PARTS REDEFINES WS-ALERT-TIME.
001510       05  WS-AL-HH              PIC 9(02).
001520       05  WS-AL-MM              PIC 9(02).
001530       05  WS-AL-SS              PIC 9(02).
001540       05  WS-AL-HS              PIC 9(02).
001550   01  WS-AGE-MINUTES            PIC S9(06) COMP VALUE ZERO.
001560   01  WS-GRACE-MINUTES          PIC S9(04) COMP VALUE ZERO.
001570*----------------------------------------------------------------
001580* ESCALATION WORK TABLE.  OVERDUE ALERTS ARE COLLECTED DURING
001590* THE SCAN AND APPLIED AFTERWARDS, SO THE KEYED FILE IS NEVER
001600* WRITTEN WHILE A SEQUENTIAL SCAN IS POSITIONED ON IT.
001610*----------------------------------------------------------------
001620   01  WS-ESC-COUNT              PIC 9(04) COMP VALUE ZERO.
001630   01  WS-ESC-SUB                PIC 9(04) COMP VALUE ZERO.
001640   01  WS-ESC-OVERFLOW-SW        PIC X(01) VALUE 'N'.
001650       88  ESC-TABLE-OVERFLOWED  VALUE 'Y'.
001660   01  WS-ESC-TABLE-ENTRIES.
001670       05  WS-ESC-ENTRY OCCURS 100 TIMES.
001680           10  WS-ES-KEY         PIC X(19).
001690*----------------------------------------------------------------
001700* PER-REGION SUMMARY TABLE
001710*----------------------------------------------------------------
001720   01  WS-REGION-COUNT           PIC 9(04) COMP VALUE ZERO.
001730   01  WS-REGION-SUB             PIC 9(04) COMP VALUE ZERO.
001740   01  WS-REGION-FOUND-SW        PIC X(01) VALUE 'N'.
001750       88  REGION-ENTRY-FOUND    VALUE 'Y'.
001760   01  WS-REGION-TABLE-ENTRIES.
001770       05  WS-RG-ENTRY OCCURS 50 TIMES.
001780           10  WS-RG-REGION      PIC X(03).
001790           10  WS-RG-OPEN        PIC 9(05).
001800           10  WS-RG-ACKED       PIC 9(05).
001810           10  WS-RG-ESCALATED   PIC 9(05).
001820   01  WS-OPEN-TOTAL             PIC 9(05) VALUE ZERO.
001830*----------------------------------------------------------------
001840* REPORT LINE LAYOUTS
001850*----------------------------------------------------------------
001860   01  WS-REPORT-HEADER-1.
001870       05  FILLER                PIC X(26) VALUE
001880           'DAILY OPERATOR ALERT REPOR'.
001890       05  FILLER                PIC X(05) VALUE 'T    '.
001900       05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
001910       05  WS-RH-RUN-DATE        PIC X(08) VALUE SPACES.
001920       05  FILLER                PIC X(83) VALUE SPACES.
001930   01  WS-OPEN-SECTION-HEADER    PIC X(132) VALUE
001940       'ALERTS STILL OPEN (NOBODY HAS ACKNOWLEDGED):'.
001950   01  WS-OPEN-DETAIL-LINE.
001960       05  WS-OD-DATE            PIC X(08) VALUE SPACES.
001970       05  FILLER                PIC X(01) VALUE SPACE.
001980       05  WS-OD-TIME            PIC X(08) VALUE SPACES.
001990       05  FILLER                PIC X(01) VALUE SPACE.
002000       05  WS-OD-SEQ             PIC 9(03).
002010       05  FILLER                PIC X(02) VALUE SPACES.
002020       05  FILLER                PIC X(04) VALUE 'SEV '.
002030       05  WS-OD-SEVERITY        PIC 9(02).
002040       05  FILLER                PIC X(02) VALUE SPACES.
002050       05  WS-OD-REGION          PIC X(03) VALUE SPACES.
002060       05  FILLER                PIC X(02) VALUE SPACES.
002070       05  WS-OD-PROGRAM         PIC X(08) VALUE SPACES.
002080       05  FILLER                PIC X(02) VALUE SPACES.
002090       05  WS-OD-DETAIL          PIC X(40) VALUE SPACES.
002100       05  FILLER                PIC X(48) VALUE SPACES.
002110   01  WS-NO-OPEN-LINE           PIC X(132) VALUE
002120       'NO ALERTS OPEN - EVERY ALERT WAS ACKNOWLEDGED'.
002130   01  WS-REGION-SECTION-HEADER  PIC X(132) VALUE
002140       'ALERT COUNTS BY REGION:'.
002150   01  WS-REGION-COL-HEADER.
002160       05  FILLER                PIC X(06) VALUE 'REGION'.
002170       05  FILLER                PIC X(02) VALUE SPACES.
002180       05  FILLER                PIC X(08) VALUE '    OPEN'.
002190       05  FILLER                PIC X(02) VALUE SPACES.
002200       05  FILLER                PIC X(12) VALUE 'ACKNOWLEDGED'.
002210       05  FILLER                PIC X(02) VALUE SPACES.
002220       05  FILLER                PIC X(09) VALUE 'ESCALATED'.
002230       05  FILLER                PIC X(91) VALUE SPACES.
002240   01  WS-REGION-LINE.
002250       05  WS-RL-REGION          PIC X(03) VALUE SPACES.
002260       05  FILLER                PIC X(05) VALUE SPACES.
002270       05  WS-RL-OPEN            PIC ZZZZ,ZZ9.
002280       05  FILLER                PIC X(06) VALUE SPACES.
002290       05  WS-RL-ACKED           PIC ZZZZ,ZZ9.
002300       05  FILLER                PIC X(05) VALUE SPACES.
002310       05  WS-RL-ESCALATED       PIC ZZZZ,ZZ9.
002320       05  FILLER                PIC X(89) VALUE SPACES.
002330   01  WS-REGISTER-LINE.
002340       05  FILLER                PIC X(10) VALUE 'ACK CARD: '.
002350       05  WS-RE-CARD-KEY        PIC X(21) VALUE SPACES.
002360       05  FILLER                PIC X(02) VALUE SPACES.
002370       05  WS-RE-RESULT          PIC X(40) VALUE SPACES.
002380       05  FILLER                PIC X(59) VALUE SPACES.
002390   01  WS-REFUSED-TOTAL-LINE.
002400       05  FILLER                PIC X(40) VALUE
002410           'ACK CARDS REFUSED - USER NOT AUTHORIZED:'.
002420       05  FILLER                PIC X(01) VALUE SPACE.
002430       05  WS-RT-REFUSED         PIC ZZZZ9.
002440       05  FILLER                PIC X(86) VALUE SPACES.
002450   01  WS-ESC-OVERFLOW-NOTE      PIC X(132) VALUE
002460       'ESCALATIONS SUPPRESSED PAST 100 - RERUN TO CATCH UP'.
002470*----------------------------------------------------------------
002480* FILE STATUS AND SWITCHES
002490*----------------------------------------------------------------
002500   77  WS-ALERTHST-STATUS        PIC X(02) VALUE '00'.
002510       88  ALERTHST-OK           VALUE '00'.
002520       88  ALERTHST-AT-EOF       VALUE '10'.
002530       88  ALERTHST-DUP-KEY      VALUE '22'.
002540       88  ALERTHST-NOT-FOUND    VALUE '23'.
002550   77  WS-ALERTIN-STATUS         PIC X(02) VALUE '00'.
002560       88  ALERTIN-OK            VALUE '00'.
002570       88  ALERTIN-AT-EOF        VALUE '10'.
002580   77  WS-ACKCARDS-STATUS        PIC X(02) VALUE '00'.
002590       88  ACKCARDS-OK           VALUE '00'.
002600       88  ACKCARDS-AT-EOF       VALUE '10'.
002610   77  WS-SCAN-DONE-SW           PIC X(01) VALUE 'N'.
002620       88  SCAN-DONE             VALUE 'Y'.
002630   77  WS-WRITE-DONE-SW          PIC X(01) VALUE 'N'.
002640       88  HIST-WRITE-DONE       VALUE 'Y'.
002650   77  WS-AUTHFILE-STATUS        PIC X(02) VALUE '00'.
002660       88  AUTHFILE-OK           VALUE '00'.
002670   77  WS-AUDITLOG-STATUS        PIC X(02) VALUE '00'.
002680       88  AUDITLOG-OK           VALUE '00'.
002690 PROCEDURE DIVISION.
002700*----------------------------------------------------------------
002710 0000-MAINLINE.
002720*----------------------------------------------------------------
002730     PERFORM 1000-INITIALIZE
002740         THRU 1000-INITIALIZE-EXIT.
002750     PERFORM 2000-ABSORB-NEW-ALERTS
002760         THRU 2000-ABSORB-NEW-ALERTS-EXIT.
002770     PERFORM 3000-APPLY-ACK-CARDS
002780         THRU 3000-APPLY-ACK-CARDS-EXIT.
002790     PERFORM 4000-ESCALATE-OVERDUE
002800         THRU 4000-ESCALATE-OVERDUE-EXIT.
002810     PERFORM 5000-REPORT-BY-REGION
002820         THRU 5000-REPORT-BY-REGION-EXIT.
002830     PERFORM 8000-TERMINATE
002840         THRU 8000-TERMINATE-EXIT.
002850     STOP RUN.
002860*----------------------------------------------------------------
002870 1000-INITIALIZE.
002880*----------------------------------------------------------------
002890     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002900     ACCEPT WS-NOW-TIME FROM TIME.
002910     DISPLAY "RUNENV" UPON ENVIRONMENT-NAME.
002920     ACCEPT WS-ENV-CODE FROM ENVIRONMENT-VALUE.
002930     DISPLAY "JOBNAME" UPON ENVIRONMENT-NAME.
002940     ACCEPT WS-JOB-NAME FROM ENVIRONMENT-VALUE.
002950     OPEN OUTPUT ALERT-REPORT.
002960     MOVE WS-TODAY-DATE TO WS-RH-RUN-DATE.
002970     MOVE WS-REPORT-HEADER-1 TO ALERT-REPORT-LINE.
002980     WRITE ALERT-REPORT-LINE.
002990     MOVE SPACES TO ALERT-REPORT-LINE.
003000     WRITE ALERT-REPORT-LINE.
003010 1000-INITIALIZE-EXIT.
003020     EXIT.
003030*----------------------------------------------------------------
003040 2000-ABSORB-NEW-ALERTS.
003050*    PULL EVERY RECORD OFF THE POLLED ALERT FEED INTO THE KEYED
003060*    HISTORY AS AN OPEN ALERT.  THE FEED DATASET IS EXPECTED TO
003070*    BE SWAPPED/EMPTIED BY THE POLLING JCL ONCE ABSORBED.
003080*----------------------------------------------------------------
003090     MOVE '00' TO WS-ALERTIN-STATUS.
003100     OPEN INPUT ALERT-FEED.
003110     OPEN I-O ALERT-HISTORY.
003120     PERFORM 2010-READ-ALERT-FEED
003130         THRU 2010-READ-ALERT-FEED-EXIT.
003140     PERFORM 2020-ABSORB-ONE-ALERT
003150         THRU 2020-ABSORB-ONE-ALERT-EXIT
003160         UNTIL ALERTIN-AT-EOF.
003170     CLOSE ALERT-FEED.
003180     CLOSE ALERT-HISTORY.
003190 2000-ABSORB-NEW-ALERTS-EXIT.
003200     EXIT.
003210*----------------------------------------------------------------
003220 2010-READ-ALERT-FEED.
003230*----------------------------------------------------------------
003240     READ ALERT-FEED
003250         AT END
003260             MOVE '10' TO WS-ALERTIN-STATUS
003270     END-READ.
003280 2010-READ-ALERT-FEED-EXIT.
003290     EXIT.
003300*----------------------------------------------------------------
003310 2020-ABSORB-ONE-ALERT.
003320*    THE SEQUENCE NUMBER IS BUMPED UNTIL THE WRITE TAKES, SO A
003330*    RERUN ABSORBING THE SAME POLLING WINDOW CANNOT COLLIDE
003340*    WITH RECORDS ALREADY ON THE HISTORY.
003350*----------------------------------------------------------------
003360     MOVE SPACES        TO ALERT-HIST-RECORD.
003370     MOVE WS-TODAY-DATE TO AH-ALERT-DATE.
003380     MOVE WS-NOW-TIME   TO AH-ALERT-TIME.
003390     MOVE AF-SEVERITY   TO AH-SEVERITY.
003400     MOVE AF-JOB-NAME   TO AH-JOB-NAME.
003410     MOVE AF-CYCLE-DATE TO AH-CYCLE-DATE.
003420     MOVE AF-FAILING-PROGRAM TO AH-FAILING-PROGRAM.
003430     MOVE AF-RETURN-CODE TO AH-RETURN-CODE.
003440     MOVE AF-DETAIL     TO AH-DETAIL.
003450     MOVE AF-REGION-CODE TO AH-REGION-CODE.
003460     MOVE 'O'           TO AH-STATUS.
003470     MOVE SPACES        TO AH-ACK-USER.
003480     MOVE SPACES        TO AH-ACK-TIME.
003490     MOVE 'N' TO WS-WRITE-DONE-SW.
003500     PERFORM 2030-WRITE-HIST-NEXT-SEQ
003510         THRU 2030-WRITE-HIST-NEXT-SEQ-EXIT
003520         UNTIL HIST-WRITE-DONE.
003530     PERFORM 2010-READ-ALERT-FEED
003540         THRU 2010-READ-ALERT-FEED-EXIT.
003550 2020-ABSORB-ONE-ALERT-EXIT.
003560     EXIT.
003570*----------------------------------------------------------------
003580 2030-WRITE-HIST-NEXT-SEQ.
003590*----------------------------------------------------------------
003600     ADD 1 TO WS-ABSORB-SEQ.
003610     IF WS-ABSORB-SEQ > 999
003620         DISPLAY "ALERT_TRK - OVER 999 ALERTS IN ONE STAMP"
003630         MOVE 'Y' TO WS-WRITE-DONE-SW
003640         GO TO 2030-WRITE-HIST-NEXT-SEQ-EXIT
003650     END-IF.
003660     MOVE WS-ABSORB-SEQ TO AH-ALERT-SEQ.
003670     MOVE 'Y' TO WS-WRITE-DONE-SW.
003680     WRITE ALERT-HIST-RECORD
003690         INVALID KEY
003700             MOVE 'N' TO WS-WRITE-DONE-SW
003710     END-WRITE.
003720 2030-WRITE-HIST-NEXT-SEQ-EXIT.
003730     EXIT.
003740*----------------------------------------------------------------
003750 3000-APPLY-ACK-CARDS.
003760*    THE AUTHORITY FILE IS HELD OPEN FOR THE WHOLE CARD PASS; IF
003770*    IT CANNOT BE OPENED EVERY CARD IS REFUSED RATHER THAN
003780*    HONORED UNCHECKED.
003790*----------------------------------------------------------------
003800     MOVE '00' TO WS-ACKCARDS-STATUS.
003810     OPEN INPUT ACK-CARDS.
003820     OPEN I-O ALERT-HISTORY.
003830     MOVE '00' TO WS-AUTHFILE-STATUS.
003840     MOVE 'N'  TO WS-AUTH-OPEN-SW.
003850     OPEN INPUT AUTHORITY-FILE.
003860     IF AUTHFILE-OK
003870         MOVE 'Y' TO WS-AUTH-OPEN-SW
003880     ELSE
003890         DISPLAY "ALERT_TRK - AUTHORITY FILE NOT AVAILABLE: "
003900             WS-AUTHFILE-STATUS
003910     END-IF.
003920     PERFORM 3010-READ-ACK-CARD
003930         THRU 3010-READ-ACK-CARD-EXIT.
003940     PERFORM 3020-APPLY-ONE-ACK-CARD
003950         THRU 3020-APPLY-ONE-ACK-CARD-EXIT
003960         UNTIL ACKCARDS-AT-EOF.
003970     CLOSE ACK-CARDS.
003980     CLOSE ALERT-HISTORY.
003990     IF AUTHFILE-OPENED
004000         CLOSE AUTHORITY-FILE
004010     END-IF.
004020     IF WS-REFUSED-COUNT > ZERO
004030         MOVE WS-REFUSED-COUNT TO WS-RT-REFUSED
004040         MOVE WS-REFUSED-TOTAL-LINE TO ALERT-REPORT-LINE
004050         WRITE ALERT-REPORT-LINE
004060     END-IF.
004070 3000-APPLY-ACK-CARDS-EXIT.
004080     EXIT.
004090*----------------------------------------------------------------
004100 3010-READ-ACK-CARD.
004110*----------------------------------------------------------------
004120     READ ACK-CARDS
004130         AT END
004140             MOVE '10' TO WS-ACKCARDS-STATUS
004150     END-READ.
004160 3010-READ-ACK-CARD-EXIT.
004170     EXIT.
004180*----------------------------------------------------------------
004190 3020-APPLY-ONE-ACK-CARD.
004200*    THE CARD NAMES THE ALERT BY ITS FULL HISTORY KEY, AS
004210*    PRINTED ON THE DAILY REPORT AND CARRIED BY THE PAGING
004220*    PRODUCT.  AN UNMATCHED OR ALREADY-ACKNOWLEDGED ALERT GOES
004230*    ON THE REGISTER RATHER THAN BEING SILENTLY IGNORED.
004240*    A CARD FROM A USER WITHOUT ACKALERT AUTHORITY IS REFUSED
004250*    BEFORE THE HISTORY IS EVEN READ.
004260*----------------------------------------------------------------
004270     MOVE SPACES TO WS-RE-CARD-KEY.
004280     STRING AK-ALERT-DATE ' ' AK-ALERT-TIME ' ' AK-ALERT-SEQ
004290            DELIMITED BY SIZE INTO WS-RE-CARD-KEY.
004300     PERFORM 3030-CHECK-ACK-AUTHORITY
004310         THRU 3030-CHECK-ACK-AUTHORITY-EXIT.
004320     IF NOT AUTHORITY-GRANTED
004330         ADD 1 TO WS-REFUSED-COUNT
004340         MOVE SPACES TO WS-RE-RESULT
004350         STRING 'REFUSED - USER ' AK-USER-ID ' NOT AUTHORIZED'
004360                DELIMITED BY SIZE INTO WS-RE-RESULT
004370         PERFORM 3040-WRITE-REFUSAL-AUDIT
004380             THRU 3040-WRITE-REFUSAL-AUDIT-EXIT
004390         PERFORM 3090-WRITE-REGISTER-LINE
004400             THRU 3090-WRITE-REGISTER-LINE-EXIT
004410         GO TO 3020-APPLY-NEXT-CARD
004420     END-IF.
004430     MOVE AK-ALERT-DATE TO AH-ALERT-DATE.
004440     MOVE AK-ALERT-TIME TO AH-ALERT-TIME.
004450     IF AK-ALERT-SEQ NUMERIC
004460         MOVE AK-ALERT-SEQ TO AH-ALERT-SEQ
004470     ELSE
004480         MOVE ZERO TO AH-ALERT-SEQ
004490     END-IF.
004500     MOVE '00' TO WS-ALERTHST-STATUS.
004510     READ ALERT-HISTORY
004520         INVALID KEY
004530             MOVE 'NO SUCH ALERT ON THE HISTORY' TO WS-RE-RESULT
004540             PERFORM 3090-WRITE-REGISTER-LINE
004550                 THRU 3090-WRITE-REGISTER-LINE-EXIT
004560             GO TO 3020-APPLY-NEXT-CARD
004570     END-READ.
004580     IF AH-ACKNOWLEDGED
004590         MOVE 'ALREADY ACKNOWLEDGED' TO WS-RE-RESULT
004600         PERFORM 3090-WRITE-REGISTER-LINE
004610             THRU 3090-WRITE-REGISTER-LINE-EXIT
004620         GO TO 3020-APPLY-NEXT-CARD
004630     END-IF.
004640     MOVE 'A'         TO AH-STATUS.
004650     MOVE AK-USER-ID  TO AH-ACK-USER.
004660     MOVE WS-NOW-TIME TO AH-ACK-TIME.
004670     REWRITE ALERT-HIST-RECORD
004680         INVALID KEY
004690             DISPLAY "ALERT_TRK - ACK REWRITE FAILED: " AH-KEY
004700     END-REWRITE.
004710     MOVE 'ACKNOWLEDGED' TO WS-RE-RESULT.
004720     PERFORM 3090-WRITE-REGISTER-LINE
004730         THRU 3090-WRITE-REGISTER-LINE-EXIT.
004740 3020-APPLY-NEXT-CARD.
004750     PERFORM 3010-READ-ACK-CARD
004760         THRU 3010-READ-ACK-CARD-EXIT.
004770 3020-APPLY-ONE-ACK-CARD-EXIT.
004780     EXIT.
004790*----------------------------------------------------------------
004800 3030-CHECK-ACK-AUTHORITY.
004810*    THE CARD'S USER MUST HOLD ACKALERT FOR THIS ENVIRONMENT.  A
004820*    BLANK USER OR AN UNOPENED AUTHORITY FILE IS A REFUSAL.
004830*----------------------------------------------------------------
004840     MOVE 'N' TO WS-AUTH-GRANTED-SW.
004850     IF AK-USER-ID = SPACES OR NOT AUTHFILE-OPENED
004860         GO TO 3030-CHECK-ACK-AUTHORITY-EXIT
004870     END-IF.
004880     MOVE AK-USER-ID  TO AU-USER-ID.
004890     MOVE WS-ENV-CODE TO AU-ENV-CODE.
004900     MOVE 'ACKALERT'  TO AU-FUNCTION.
004910     MOVE '00' TO WS-AUTHFILE-STATUS.
004920     READ AUTHORITY-FILE
004930         INVALID KEY
004940             MOVE '23' TO WS-AUTHFILE-STATUS
004950     END-READ.
004960     IF AUTHFILE-OK
004970         MOVE 'Y' TO WS-AUTH-GRANTED-SW
004980     END-IF.
004990 3030-CHECK-ACK-AUTHORITY-EXIT.
005000     EXIT.
005010*----------------------------------------------------------------
005020 3040-WRITE-REFUSAL-AUDIT.
005030*    STAMP THE REFUSED ACKNOWLEDGMENT ON THE AUDIT LOG AS AN
005040*    AUTHORITY-EVENT ('A') RECORD SO IT IS ON THE SAME TRAIL AS
005050*    THE CYCLE'S OWN REFUSALS.
005060*----------------------------------------------------------------
005070     ADD 1 TO WS-AUDIT-SEQ.
005080     ACCEPT WS-AUDIT-STAMP-TIME FROM TIME.
005090     MOVE SPACES              TO AUDIT-AUTH-RECORD.
005100     MOVE 'A'                 TO AA-RECORD-TYPE.
005110     MOVE WS-JOB-NAME         TO AA-JOB-NAME.
005120     MOVE WS-TODAY-DATE       TO AA-RUN-DATE.
005130     MOVE WS-AUDIT-SEQ        TO AA-STEP-SEQUENCE.
005140     MOVE WS-AUDIT-STAMP-TIME TO AA-START-TIME.
005150     MOVE AK-USER-ID          TO AA-USER-ID.
005160     MOVE 'ACKALERT'          TO AA-FUNCTION.
005170     MOVE WS-ENV-CODE         TO AA-ENV-CODE.
005180     MOVE 'R'                 TO AA-OUTCOME.
005190     MOVE '00' TO WS-AUDITLOG-STATUS.
005200     OPEN I-O AUDIT-LOG.
005210     WRITE AUDIT-AUTH-RECORD
005220         INVALID KEY
005230             DISPLAY "ALERT_TRK - DUPLICATE AUDIT KEY: " AA-KEY
005240     END-WRITE.
005250     CLOSE AUDIT-LOG.
005260 3040-WRITE-REFUSAL-AUDIT-EXIT.
005270     EXIT.
005280*----------------------------------------------------------------
005290 3090-WRITE-REGISTER-LINE.
005300*----------------------------------------------------------------
005310     MOVE WS-REGISTER-LINE TO ALERT-REPORT-LINE.
005320     WRITE ALERT-REPORT-LINE.
005330 3090-WRITE-REGISTER-LINE-EXIT.
005340     EXIT.
005350*----------------------------------------------------------------
005360 4000-ESCALATE-OVERDUE.
005370*    FIRST PASS COLLECTS THE KEYS OF EVERY OPEN ALERT PAST ITS
005380*    GRACE INTERVAL; THE SECOND PASS MARKS EACH ONE ESCALATED
005390*    AND CUTS ITS HIGHER-SEVERITY SUCCESSOR, SO THE KEYED FILE
005400*    IS NEVER WRITTEN WHILE THE SEQUENTIAL SCAN IS POSITIONED
005410*    ON IT.
005420*----------------------------------------------------------------
005430     MOVE ZERO TO WS-ESC-COUNT.
005440     MOVE '00' TO WS-ALERTHST-STATUS.
005450     OPEN I-O ALERT-HISTORY.
005460     MOVE LOW-VALUES TO AH-KEY.
005470     MOVE ZERO       TO AH-ALERT-SEQ.
005480     MOVE 'N' TO WS-SCAN-DONE-SW.
005490     START ALERT-HISTORY KEY NOT < AH-KEY
005500         INVALID KEY
005510             MOVE 'Y' TO WS-SCAN-DONE-SW
005520     END-START.
005530     PERFORM 4010-SCAN-ONE-ALERT
005540         THRU 4010-SCAN-ONE-ALERT-EXIT
005550         UNTIL SCAN-DONE.
005560     MOVE ZERO TO WS-ESC-SUB.
005570     PERFORM 4100-ESCALATE-ONE-ALERT
005580         THRU 4100-ESCALATE-ONE-ALERT-EXIT
005590         UNTIL WS-ESC-SUB NOT < WS-ESC-COUNT.
005600     CLOSE ALERT-HISTORY.
005610 4000-ESCALATE-OVERDUE-EXIT.
005620     EXIT.
005630*----------------------------------------------------------------
005640 4010-SCAN-ONE-ALERT.
005650*----------------------------------------------------------------
005660     READ ALERT-HISTORY NEXT RECORD
005670         AT END
005680             MOVE 'Y' TO WS-SCAN-DONE-SW
005690     END-READ.
005700     IF SCAN-DONE
005710         GO TO 4010-SCAN-ONE-ALERT-EXIT
005720     END-IF.
005730     IF NOT AH-OPEN
005740         GO TO 4010-SCAN-ONE-ALERT-EXIT
005750     END-IF.
005760     PERFORM 7000-COMPUTE-ALERT-AGE
005770         THRU 7000-COMPUTE-ALERT-AGE-EXIT.
005780     IF WS-AGE-MINUTES NOT > WS-GRACE-MINUTES
005790         GO TO 4010-SCAN-ONE-ALERT-EXIT
005800     END-IF.
005810     IF WS-ESC-COUNT < 100
005820         ADD 1 TO WS-ESC-COUNT
005830         MOVE AH-KEY TO WS-ES-KEY(WS-ESC-COUNT)
005840     ELSE
005850         MOVE 'Y' TO WS-ESC-OVERFLOW-SW
005860     END-IF.
005870 4010-SCAN-ONE-ALERT-EXIT.
005880     EXIT.
005890*----------------------------------------------------------------
005900 4100-ESCALATE-ONE-ALERT.
005910*    MARK THE ORIGINAL ESCALATED, CUT THE SUCCESSOR FOUR
005920*    SEVERITY POINTS HIGHER (CAPPED AT 16) ON THE HISTORY, AND
005930*    FEED THE SAME ALERT BACK TO //ALERTOUT SO THE PAGING
005940*    PRODUCT FIRES AGAIN AT THE HIGHER SEVERITY.
005950*----------------------------------------------------------------
005960     ADD 1 TO WS-ESC-SUB.
005970     MOVE WS-ES-KEY(WS-ESC-SUB) TO AH-KEY.
005980     MOVE '00' TO WS-ALERTHST-STATUS.
005990     READ ALERT-HISTORY
006000         INVALID KEY
006010             GO TO 4100-ESCALATE-ONE-ALERT-EXIT
006020     END-READ.
006030     IF NOT AH-OPEN
006040         GO TO 4100-ESCALATE-ONE-ALERT-EXIT
006050     END-IF.
006060     MOVE 'E' TO AH-STATUS.
006070     REWRITE ALERT-HIST-RECORD
006080         INVALID KEY
006090             DISPLAY "ALERT_TRK - ESC REWRITE FAILED: " AH-KEY
006100     END-REWRITE.
006110     ADD 4 TO AH-SEVERITY.
006120     IF AH-SEVERITY > 16
006130         MOVE 16 TO AH-SEVERITY
006140     END-IF.
006150     MOVE 'O'           TO AH-STATUS.
006160     MOVE SPACES        TO AH-ACK-USER.
006170     MOVE SPACES        TO AH-ACK-TIME.
006180     MOVE WS-TODAY-DATE TO AH-ALERT-DATE.
006190     MOVE WS-NOW-TIME   TO AH-ALERT-TIME.
006200     MOVE 'N' TO WS-WRITE-DONE-SW.
006210     PERFORM 2030-WRITE-HIST-NEXT-SEQ
006220         THRU 2030-WRITE-HIST-NEXT-SEQ-EXIT
006230         UNTIL HIST-WRITE-DONE.
006240     MOVE AH-SEVERITY        TO AN-SEVERITY.
006250     MOVE AH-JOB-NAME        TO AN-JOB-NAME.
006260     MOVE AH-CYCLE-DATE      TO AN-CYCLE-DATE.
006270     MOVE AH-FAILING-PROGRAM TO AN-FAILING-PROGRAM.
006280     MOVE AH-RETURN-CODE     TO AN-RETURN-CODE.
006290     MOVE AH-DETAIL          TO AN-DETAIL.
006300     MOVE AH-REGION-CODE     TO AN-REGION-CODE.
006310     OPEN EXTEND ALERT-FILE.
006320     WRITE ALERT-RECORD.
006330     CLOSE ALERT-FILE.
006340 4100-ESCALATE-ONE-ALERT-EXIT.
006350     EXIT.
006360*----------------------------------------------------------------
006370 5000-REPORT-BY-REGION.
006380*    FINAL SCAN OF THE HISTORY: PRINT EVERY ALERT STILL OPEN
006390*    AND ACCUMULATE THE PER-REGION STATUS COUNTS, THEN PRINT
006400*    THE REGION SUMMARY SECTION.
006410*----------------------------------------------------------------
006420     MOVE WS-OPEN-SECTION-HEADER TO ALERT-REPORT-LINE.
006430     WRITE ALERT-REPORT-LINE.
006440     MOVE '00' TO WS-ALERTHST-STATUS.
006450     OPEN INPUT ALERT-HISTORY.
006460     MOVE LOW-VALUES TO AH-KEY.
006470     MOVE ZERO       TO AH-ALERT-SEQ.
006480     MOVE 'N' TO WS-SCAN-DONE-SW.
006490     START ALERT-HISTORY KEY NOT < AH-KEY
006500         INVALID KEY
006510             MOVE 'Y' TO WS-SCAN-DONE-SW
006520     END-START.
006530     PERFORM 5010-REPORT-ONE-ALERT
006540         THRU 5010-REPORT-ONE-ALERT-EXIT
006550         UNTIL SCAN-DONE.
006560     CLOSE ALERT-HISTORY.
006570     IF WS-OPEN-TOTAL = ZERO
006580         MOVE WS-NO-OPEN-LINE TO ALERT-REPORT-LINE
006590         WRITE ALERT-REPORT-LINE
006600     END-IF.
006610     MOVE SPACES TO ALERT-REPORT-LINE.
006620     WRITE ALERT-REPORT-LINE.
006630     MOVE WS-REGION-SECTION-HEADER TO ALERT-REPORT-LINE.
006640     WRITE ALERT-REPORT-LINE.
006650     MOVE WS-REGION-COL-HEADER TO ALERT-REPORT-LINE.
006660     WRITE ALERT-REPORT-LINE.
006670     MOVE ZERO TO WS-REGION-SUB.
006680     PERFORM 5030-WRITE-ONE-REGION-LINE
006690         THRU 5030-WRITE-ONE-REGION-LINE-EXIT
006700         UNTIL WS-REGION-SUB NOT < WS-REGION-COUNT.
006710     IF ESC-TABLE-OVERFLOWED
006720         MOVE WS-ESC-OVERFLOW-NOTE TO ALERT-REPORT-LINE
006730         WRITE ALERT-REPORT-LINE
006740     END-IF.
006750 5000-REPORT-BY-REGION-EXIT.
006760     EXIT.
006770*----------------------------------------------------------------
006780 5010-REPORT-ONE-ALERT.
006790*----------------------------------------------------------------
006800     READ ALERT-HISTORY NEXT RECORD
006810         AT END
006820             MOVE 'Y' TO WS-SCAN-DONE-SW
006830     END-READ.
006840     IF SCAN-DONE
006850         GO TO 5010-REPORT-ONE-ALERT-EXIT
006860     END-IF.
006870     PERFORM 7100-FIND-REGION-ENTRY
006880         THRU 7100-FIND-REGION-ENTRY-EXIT.
006890     IF NOT REGION-ENTRY-FOUND
006900         GO TO 5010-REPORT-ONE-ALERT-EXIT
006910     END-IF.
006920     IF AH-OPEN
006930         ADD 1 TO WS-RG-OPEN(WS-REGION-SUB)
006940         ADD 1 TO WS-OPEN-TOTAL
006950         MOVE AH-ALERT-DATE      TO WS-OD-DATE
006960         MOVE AH-ALERT-TIME      TO WS-OD-TIME
006970         MOVE AH-ALERT-SEQ       TO WS-OD-SEQ
006980         MOVE AH-SEVERITY        TO WS-OD-SEVERITY
006990         MOVE AH-REGION-CODE     TO WS-OD-REGION
007000         MOVE AH-FAILING-PROGRAM TO WS-OD-PROGRAM
007010         MOVE AH-DETAIL          TO WS-OD-DETAIL
007020         MOVE WS-OPEN-DETAIL-LINE TO ALERT-REPORT-LINE
007030         WRITE ALERT-REPORT-LINE
007040     ELSE
007050         IF AH-ACKNOWLEDGED
007060             ADD 1 TO WS-RG-ACKED(WS-REGION-SUB)
007070         ELSE
007080             ADD 1 TO WS-RG-ESCALATED(WS-REGION-SUB)
007090         END-IF
007100     END-IF.
007110 5010-REPORT-ONE-ALERT-EXIT.
007120     EXIT.
007130*----------------------------------------------------------------
007140 5030-WRITE-ONE-REGION-LINE.
007150*----------------------------------------------------------------
007160     ADD 1 TO WS-REGION-SUB.
007170     MOVE WS-RG-REGION(WS-REGION-SUB)    TO WS-RL-REGION.
007180     MOVE WS-RG-OPEN(WS-REGION-SUB)      TO WS-RL-OPEN.
007190     MOVE WS-RG-ACKED(WS-REGION-SUB)     TO WS-RL-ACKED.
007200     MOVE WS-RG-ESCALATED(WS-REGION-SUB) TO WS-RL-ESCALATED.
007210     MOVE WS-REGION-LINE TO ALERT-REPORT-LINE.
007220     WRITE ALERT-REPORT-LINE.
007230 5030-WRITE-ONE-REGION-LINE-EXIT.
007240     EXIT.
007250*----------------------------------------------------------------
007260 7000-COMPUTE-ALERT-AGE.
007270*    AGE OF THE ALERT IN MINUTES, AND THE GRACE INTERVAL ITS
007280*    SEVERITY ALLOWS.  AN OPEN ALERT STAMPED ON AN EARLIER DAY
007290*    IS OVERDUE OUTRIGHT - NO PAGING GRACE RUNS OVERNIGHT.
007300*----------------------------------------------------------------
007310     IF AH-SEVERITY NOT < 12
007320         MOVE 15 TO WS-GRACE-MINUTES
007330     ELSE
007340         IF AH-SEVERITY NOT < 8
007350             MOVE 30 TO WS-GRACE-MINUTES
007360         ELSE
007370             MOVE 60 TO WS-GRACE-MINUTES
007380         END-IF
007390     END-IF.
007400     IF AH-ALERT-DATE < WS-TODAY-DATE
007410         COMPUTE WS-AGE-MINUTES = WS-GRACE-MINUTES + 1
007420         GO TO 7000-COMPUTE-ALERT-AGE-EXIT
007430     END-IF.
007440     MOVE AH-ALERT-TIME TO WS-ALERT-TIME.
007450     COMPUTE WS-AGE-MINUTES =
007460         ((WS-NOW-HH * 60) + WS-NOW-MM)
007470       - ((WS-AL-HH * 60) + WS-AL-MM).
007480     IF WS-AGE-MINUTES < 0
007490         MOVE ZERO TO WS-AGE-MINUTES
007500     END-IF.
007510 7000-COMPUTE-ALERT-AGE-EXIT.
007520     EXIT.
007530*----------------------------------------------------------------
007540 7100-FIND-REGION-ENTRY.
007550*    FIND (OR ADD) THE SUMMARY ENTRY FOR AH-REGION-CODE.
007560*----------------------------------------------------------------
007570     MOVE 'N' TO WS-REGION-FOUND-SW.
007580     MOVE ZERO TO WS-REGION-SUB.
007590     PERFORM 7110-MATCH-ONE-REGION
007600         THRU 7110-MATCH-ONE-REGION-EXIT
007610         UNTIL REGION-ENTRY-FOUND
007620            OR WS-REGION-SUB NOT < WS-REGION-COUNT.
007630     IF NOT REGION-ENTRY-FOUND
007640         IF WS-REGION-COUNT < 50
007650             ADD 1 TO WS-REGION-COUNT
007660             MOVE WS-REGION-COUNT TO WS-REGION-SUB
007670             MOVE AH-REGION-CODE
007680                 TO WS-RG-REGION(WS-REGION-SUB)
007690             MOVE ZERO TO WS-RG-OPEN(WS-REGION-SUB)
007700             MOVE ZERO TO WS-RG-ACKED(WS-REGION-SUB)
007710             MOVE ZERO TO WS-RG-ESCALATED(WS-REGION-SUB)
007720             MOVE 'Y' TO WS-REGION-FOUND-SW
007730         END-IF
007740     END-IF.
007750 7100-FIND-REGION-ENTRY-EXIT.
007760     EXIT.
007770*----------------------------------------------------------------
007780 7110-MATCH-ONE-REGION.
007790*----------------------------------------------------------------
007800     ADD 1 TO WS-REGION-SUB.
007810     IF WS-RG-REGION(WS-REGION-SUB) = AH-REGION-CODE
007820         MOVE 'Y' TO WS-REGION-FOUND-SW
007830     END-IF.
007840 7110-MATCH-ONE-REGION-EXIT.
007850     EXIT.
007860*----------------------------------------------------------------
007870 8000-TERMINATE.
007880*----------------------------------------------------------------
007890     CLOSE ALERT-REPORT.
007900     IF WS-OPEN-TOTAL > ZERO
007910        OR WS-REFUSED-COUNT > ZERO
007920         MOVE 4 TO RETURN-CODE
007930     END-IF.
007940 8000-TERMINATE-EXIT.
007950     EXIT.
