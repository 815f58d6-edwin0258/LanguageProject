001800*                  WARNING-SEVERITY ALERT GOES TO //ALERTOUT -
001810*                  A 1 AM DECISION ABOUT WHAT TO SKIP INSTEAD
001820*                  OF A 5 AM SURPRISE.
001830* 15-OCT-2026 BH   CYCLE SUBMISSION AND EVERY OPERATOR COMMAND ARE
001840*                  NOW CHECKED AGAINST THE SHARED AUTHORITY FILE
001850*                  (//AUTHFILE) BY USER ID, ENVIRONMENT AND
001860*                  FUNCTION, AND THE OPERATOR COMMAND CARD NOW
001870*                  CARRIES THE ISSUING USER ID.  AN UNAUTHORIZED
001880*                  SUBMISSION IS REFUSED WITH RETURN CODE 16 AND
001890*                  AN UNAUTHORIZED COMMAND IS IGNORED.  EVERY
001900*                  REFUSAL AND EVERY HONORED COMMAND IS STAMPED ON
001910*                  THE AUDIT LOG (RECORD TYPE 'A') WITH THE USER
001920*                  WHO ASKED, AND REFUSALS ARE LISTED IN A NEW
001930*                  SECTION OF THE NIGHTLY CONTROL REPORT.
001940* 15-OCT-2026 BH   ADDED THE UPSTREAM FEED ARRIVAL GATE.  A NEW
001950*                  FEED-MANIFEST CONTROL FILE (//FEEDMFST) NAMES,
001960*                  PER STEP PROGRAM, THE FEED IT DEPENDS ON, THE
001970*                  TIME IT IS EXPECTED BY AND THE TRAILER COUNT
001980*                  IT SHOULD CARRY, AND IS EDITED WITH THE OTHER
001990*                  CONTROL FILES AT PRE-FLIGHT.  BEFORE A
002000*                  DEPENDENT CARD RUNS, THE FEED-ARRIVAL REGISTER
002010*                  (//FEEDARR) IS POLLED UNTIL THE FEED IS POSTED
002020*                  WITH THE EXPECTED COUNT OR ITS EXPECTED-BY TIME
002030*                  PASSES.  A LATE OR SHORT FEED HOLDS ONLY THAT
002040*                  CARD'S TRACK, RAISES AN ALERT ON //ALERTOUT AND
002050*                  ENDS THE JOB NO BETTER THAN RETURN CODE 4.
002060*                  EVERY FEED'S ARRIVAL TIME AND COUNT IS PRINTED
002070*                  IN A NEW SECTION OF THE NIGHTLY CONTROL REPORT.
002080* 15-OCT-2026 BH   ADDED THE DUPLICATE-RUN AND CONCURRENT-RUN
002090*                  LOCK.  BEFORE THE CHECKPOINT IS TAKEN THE AUDIT
002100*                  LOG IS SEARCHED FOR A COMPLETED RUN OF THIS JOB
002110*                  FOR THE SAME CYCLE DATE, AND A LOCK RECORD IS
002120*                  TAKEN ON THE NEW CYCLE-LOCK FILE (//CYCLOCK)
002130*                  FOR THE CYCLE DATE AND REGION; THE LOCK IS
002140*                  RELEASED AT 8000-TERMINATE.  EITHER KIND OF
002150*                  DUPLICATE IS REFUSED WITH RETURN CODE 20 AND AN
002160*                  ALERT, UNLESS 'FORCE' AND A REASON CODE ARE
002170*                  CODED ON THE PARM; A FORCED RERUN IS STAMPED ON
002180*                  THE AUDIT LOG (RECORD TYPE 'F') AND IN THE
002190*                  NIGHTLY CONTROL REPORT.  THE PARM FIELD NOW
002200*                  ACCEPTS UP TO 100 CHARACTERS.
002210* 15-OCT-2026 BH   ADDED A PLAN OPTION TO THE PARM ('PLAN' IN
002220*                  POSITIONS 12-15, A TARGET DATE IN 18-25, AN
002230*                  OPTIONAL LAST DATE IN 27-34) THAT PREVIEWS
002240*                  THE CYCLE FOR EACH DATE IN THE RANGE WITHOUT
002250*                  CALLING ANY STEP PROGRAM: CALENDAR LOOKUP,
002260*                  PRE-FLIGHT EDIT, EVERY CARD THAT WOULD RUN, BE
002270*                  HELD BY ITS BYPASS FLAG OR BE EXCLUDED BY LIST
002280*                  ID, BY TRACK, AND A PROJECTED TIMELINE FROM THE
002290*                  ELAPSED HISTORY CHECKED AGAINST THE DEADLINE
002300*                  CARD.  A PLAN RUN WRITES ONLY ITS REPORT - NO
002310*                  AUDIT, CHECKPOINT, CONTROL TOTALS, ALERTS,
002320*                  VERSION LOG OR CYCLE LOCK.
002330* 15-OCT-2026 BH   EVERY CARD READ FROM //STEPLIST IS NOW SAVED
002340*                  TO A NEW KEYED STEP-LIST SNAPSHOT HISTORY
002350*                  (//STEPSNAP, COPY STEPSNAP) UNDER THE CYCLE
002360*                  DATE, REGION AND CARD POSITION: THE CARD
002370*                  FIELDS AS PUNCHED, WHETHER TONIGHT'S LIST ID
002380*                  SELECTED IT, ANY OPERATOR SKIP THAT MATCHED IT
002390*                  (WITH THE USER WHO ISSUED IT) AND WHAT THE
002400*                  CYCLE DID WITH IT.  A FORCED RERUN REPLACES THE
002410*                  DATE'S SNAPSHOT.  THE OPERATOR SKIP TABLE NOW
002420*                  KEEPS THE ISSUING USER.
002430* 15-OCT-2026 BH   A CYCLE STATUS RECORD FOR THE REGION IS NOW
002440*                  KEPT ON A NEW KEYED FILE (//CYCSTAT, COPY
002450*                  CYCSTAT) AND REWRITTEN WHEN THE STEP-LIST
002460*                  OPENS, AFTER EVERY STEP CARD AND EVERY OPERATOR
002470*                  COMMAND, AND WHEN THE LIST ENDS: CYCLE DATE AND
002480*                  REGION, CURRENT AND LAST STEP, STEPS DONE AND
002490*                  REMAINING, STOPPED OR FEED-HELD TRACKS, HOLD
002500*                  AND STOPAFTER, AND THE LATEST PROJECTED
002510*                  COMPLETION.  THE HELP DESK FORMATS IT WITH
002520*                  CYC_STATUS.  THE STATUS FILE IS INFORMATION
002530*                  ONLY; IF IT WILL NOT OPEN THE CYCLE RUNS ON
002540*                  WITHOUT IT.
002550* 15-OCT-2026 BH   AN AUDIT LOG THAT WILL NOT OPEN NOW REFUSES THE
002560*                  RUN WITH RETURN CODE 20 AND AN ALERT UNLESS
002570*                  FORCE IS GIVEN, INSTEAD OF PASSING THE
002580*                  COMPLETED-RUN CHECK.  A FEED EXPECTED-BY TIME
002590*                  IS MOVED PAST MIDNIGHT ONLY WHEN IT IS MORE
002600*                  THAN 12 HOURS BEFORE THE CYCLE STARTED, AND
002610*                  OPERATOR COMMANDS ARE POLLED DURING THE FEED
002620*                  WAIT SO A HOLD OR STOPAFTER IS NOT IGNORED.
002630*----------------------------------------------------------------
002640 ENVIRONMENT DIVISION.
002650 INPUT-OUTPUT SECTION.
002660 FILE-CONTROL.
002670     SELECT BANNER-PARM ASSIGN TO BANNRIN
002680         ORGANIZATION IS LINE SEQUENTIAL.
002690     SELECT AUDIT-LOG ASSIGN TO AUDITLOG
002700         ORGANIZATION IS INDEXED
002710         ACCESS MODE IS DYNAMIC
002720         RECORD KEY IS AL-KEY
002730         FILE STATUS IS WS-AUDITLOG-STATUS.
002740     SELECT STEP-LIST ASSIGN TO STEPLIST
002750         ORGANIZATION IS LINE SEQUENTIAL.
002760     SELECT PRINT-FILE ASSIGN TO RPTOUT
002770         ORGANIZATION IS LINE SEQUENTIAL.
002780     SELECT SIGNOFF-MSG ASSIGN TO SIGNMSG
002790         ORGANIZATION IS LINE SEQUENTIAL.
002800     SELECT RESTART-LOG ASSIGN TO RESTLOG
002810         ORGANIZATION IS LINE SEQUENTIAL.
002820     SELECT VERSION-LOG ASSIGN TO VERSLOG
002830         ORGANIZATION IS INDEXED
002840         ACCESS MODE IS DYNAMIC
002850         RECORD KEY IS VL-KEY
002860         FILE STATUS IS WS-VERSLOG-STATUS.
002870     SELECT PROC-CALENDAR ASSIGN TO CALFILE
002880         ORGANIZATION IS LINE SEQUENTIAL.
002890     SELECT ALERT-FILE ASSIGN TO ALERTOUT
002900         ORGANIZATION IS LINE SEQUENTIAL.
002910     SELECT CONTROL-TOTALS ASSIGN TO CTLTOTS
002920         ORGANIZATION IS LINE SEQUENTIAL.
002930     SELECT OPER-COMMANDS ASSIGN TO OPERCMDS
002940         ORGANIZATION IS LINE SEQUENTIAL.
002950     SELECT DEADLINE-CARD ASSIGN TO DEADLINE
002960         ORGANIZATION IS LINE SEQUENTIAL.
002970     SELECT AUTHORITY-FILE ASSIGN TO AUTHFILE
002980         ORGANIZATION IS INDEXED
002990         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS AU-KEY
003010         FILE STATUS IS WS-AUTHFILE-STATUS.
003020     SELECT FEED-MANIFEST ASSIGN TO FEEDMFST
003030         ORGANIZATION IS LINE SEQUENTIAL.
003040     SELECT FEED-ARRIVALS ASSIGN TO FEEDARR
003050         ORGANIZATION IS LINE SEQUENTIAL.
003060     SELECT CYCLE-LOCK ASSIGN TO CYCLOCK
003070         ORGANIZATION IS INDEXED
003080         ACCESS MODE IS DYNAMIC
003090         RECORD KEY IS CK-KEY
003100         FILE STATUS IS WS-CYCLOCK-STATUS.
003110     SELECT STEP-SNAP ASSIGN TO STEPSNAP
003120         ORGANIZATION IS INDEXED
003130         ACCESS MODE IS DYNAMIC
003140         RECORD KEY IS SS-KEY
003150         FILE STATUS IS WS-STEPSNAP-STATUS.
003160     SELECT CYCLE-STATUS ASSIGN TO CYCSTAT
003170         ORGANIZATION IS INDEXED
003180         ACCESS MODE IS DYNAMIC
003190         RECORD KEY IS CY-KEY
003200         FILE STATUS IS WS-CYCSTAT-STATUS.
003210 DATA DIVISION.
003220 FILE SECTION.
003230 FD  BANNER-PARM
003240     RECORDING MODE IS F.
003250 01  BANNER-PARM-RECORD.
003260     05  BP-NAME                PIC X(60).
003270     05  BP-GOODBYE              PIC A(40).
003280 FD  AUDIT-LOG.
003290     COPY AUDITREC.
003300 FD  STEP-LIST
003310     RECORDING MODE IS F.
003320 01  STEP-LIST-RECORD.
003330     05  SL-PROGRAM-NAME         PIC X(08).
003340     05  FILLER                  PIC X(01).
003350     05  SL-MAX-RETURN-CODE      PIC 9(02).
003360     05  FILLER                  PIC X(01).
003370     05  SL-BYPASS-FLAG          PIC X(01).
003380         88  SL-BYPASS-STEP      VALUE 'Y' 'H'.
003390     05  FILLER                  PIC X(01).
003400     05  SL-RETRY-COUNT          PIC 9(01).
003410     05  FILLER                  PIC X(01).
003420     05  SL-LIST-ID              PIC X(01).
003430     05  FILLER                  PIC X(01).
003440     05  SL-TRACK-ID             PIC X(01).
003450 FD  PROC-CALENDAR
003460     RECORDING MODE IS F.
003470 01  PROC-CALENDAR-RECORD.
003480     05  CA-CALENDAR-DATE        PIC X(08).
003490     05  FILLER                  PIC X(01).
003500     05  CA-BUSINESS-DATE        PIC X(08).
003510     05  FILLER                  PIC X(01).
003520     05  CA-DAY-TYPE             PIC X(01).
003530 FD  ALERT-FILE
003540     RECORDING MODE IS F.
003550*    FIXED LAYOUT POLLED BY THE AUTOMATION/PAGING PRODUCT.  THE
003560*    FIELD POSITIONS BELOW ARE PART OF THAT PRODUCT'S PARSING
003570*    RULES - DO NOT REARRANGE THEM WITHOUT A COORDINATED CHANGE.
003580 01  ALERT-RECORD.
003590     05  AN-SEVERITY             PIC 9(02).
003600     05  AN-JOB-NAME             PIC X(08).
003610     05  AN-CYCLE-DATE           PIC X(08).
003620     05  AN-FAILING-PROGRAM      PIC X(08).
003630     05  AN-RETURN-CODE          PIC 9(04).
003640     05  AN-DETAIL               PIC X(40).
003650     05  AN-REGION-CODE          PIC X(03).
003660 FD  CONTROL-TOTALS
003670     RECORDING MODE IS F.
003680 01  CONTROL-TOTAL-RECORD.
003690     05  CT-JOB-NAME             PIC X(08).
003700     05  CT-CYCLE-DATE           PIC X(08).
003710     05  CT-STEP-SEQUENCE        PIC 9(03).
003720     05  CT-PROGRAM-NAME         PIC X(08).
003730     05  CT-RECORDS-READ         PIC 9(09).
003740     05  CT-RECORDS-WRITTEN      PIC 9(09).
003750     05  CT-RECORDS-REJECTED     PIC 9(09).
003760     05  CT-AMOUNT               PIC S9(11)V99.
003770 FD  OPER-COMMANDS
003780     RECORDING MODE IS F.
003790 01  OPER-COMMAND-RECORD.
003800     05  OC-COMMAND              PIC X(09).
003810         88  OC-KNOWN-COMMAND    VALUE 'HOLD' 'RELEASE' 'SKIP'
003820                                       'STOPAFTER'.
003830     05  FILLER                  PIC X(01).
003840     05  OC-OPERAND              PIC X(08).
003850     05  FILLER                  PIC X(01).
003860     05  OC-USER-ID              PIC X(08).
003870 FD  DEADLINE-CARD
003880     RECORDING MODE IS F.
003890 01  DEADLINE-CARD-RECORD.
003900     05  DL-DEADLINE-TIME        PIC X(06).
003910 FD  FEED-MANIFEST
003920     RECORDING MODE IS F.
003930*    ONE CARD PER UPSTREAM FEED A STEP PROGRAM DEPENDS ON: THE
003940*    PROGRAM, THE FEED'S DD NAME, THE TIME (HHMMSS) IT IS EXPECTED
003950*    BY AND THE RECORD COUNT THE SENDER'S TRAILER SHOULD CARRY.
003960 01  FEED-MANIFEST-RECORD.
003970     05  FM-PROGRAM-NAME         PIC X(08).
003980     05  FILLER                  PIC X(01).
003990     05  FM-FEED-NAME            PIC X(08).
004000     05  FILLER                  PIC X(01).
004010     05  FM-EXPECTED-BY          PIC X(06).
004020     05  FILLER                  PIC X(01).
004030     05  FM-TRAILER-COUNT        PIC 9(09).
004040 FD  FEED-ARRIVALS
004050     RECORDING MODE IS F.
004060*    APPENDED (DISP=MOD) BY THE FILE-TRANSFER RECEIPT STEP AS EACH
004070*    UPSTREAM FEED LANDS: THE FEED'S DD NAME, THE BUSINESS DATE IT
004080*    CARRIES, THE TIME IT LANDED AND THE SENDER'S TRAILER COUNT.
004090 01  FEED-ARRIVAL-RECORD.
004100     05  FA-FEED-NAME            PIC X(08).
004110     05  FILLER                  PIC X(01).
004120     05  FA-CYCLE-DATE           PIC X(08).
004130     05  FILLER                  PIC X(01).
004140     05  FA-ARRIVAL-TIME         PIC X(06).
004150     05  FILLER                  PIC X(01).
004160     05  FA-TRAILER-COUNT        PIC 9(09).
004170 FD  CYCLE-LOCK.
004180*    ONE RECORD PER CYCLE IN FLIGHT, KEYED BY BUSINESS CYCLE DATE
004190*    AND REGION, SO A SECOND COPY OF THE SAME REGION'S CYCLE CAN
004200*    SEE THAT THE FIRST IS STILL RUNNING (OR SITTING IN A HOLD).
004210*    DEFINED ONCE BY THE IDCAMS JOB; NORMALLY EMPTY BY DAY.
004220 01  CYCLE-LOCK-RECORD.
004230     05  CK-KEY.
004240         10  CK-CYCLE-DATE       PIC X(08).
004250         10  CK-REGION-CODE      PIC X(03).
004260     05  CK-JOB-NAME             PIC X(08).
004270     05  CK-USER-ID              PIC X(08).
004280     05  CK-START-TIME           PIC X(08).
004290     05  CK-SYSTEM-DATE          PIC X(08).
004300     05  CK-FORCE-REASON         PIC X(04).
004310     05  FILLER                  PIC X(13).
004320 FD  PRINT-FILE
004330     RECORDING MODE IS F.
004340 01  PRINT-LINE                   PIC X(132).
004350 FD  SIGNOFF-MSG
004360     RECORDING MODE IS F.
004370 01  SIGNOFF-MSG-RECORD.
004380     05  SM-REGION-CODE          PIC X(03).
004390     05  SM-SHIFT-CODE           PIC X(01).
004400     05  SM-MESSAGE              PIC X(40).
004410     05  SM-FOOTER               PIC X(40).
004420 FD  RESTART-LOG
004430     RECORDING MODE IS F.
004440 01  RESTART-LOG-RECORD.
004450     05  RL-JOB-NAME             PIC X(08).
004460     05  RL-CYCLE-DATE           PIC X(08).
004470     05  RL-COMPLETION-FLAG      PIC X(01).
004480 FD  VERSION-LOG.
004490     COPY VERSREC.
004500 FD  AUTHORITY-FILE.
004510     COPY AUTHREC.
004520 FD  STEP-SNAP.
004530     COPY STEPSNAP.
004540 FD  CYCLE-STATUS.
004550     COPY CYCSTAT.
004560   WORKING-STORAGE SECTION.
004570*----------------------------------------------------------------
004580* PROGRAM VERSION / BUILD-ID
004590*----------------------------------------------------------------
004600   COPY HWVER.
004610*----------------------------------------------------------------
004620* RUN-IDENTIFICATION FIELDS - SHARED ACROSS THE JOB STREAM
004630*----------------------------------------------------------------
004640   COPY BANNERWS.
004650   01  WS-SIGNOFF-FOOTER          PIC X(40) VALUE SPACES.
004660*----------------------------------------------------------------
004670* RUN-CONTEXT COMMUNICATION AREA PASSED TO EVERY CYCLE STEP,
004680* PLUS THE TABLE OF MESSAGES THE STEPS PASS BACK FOR THE REPORT
004690*----------------------------------------------------------------
004700   COPY RUNCTX.
004710   01  WS-STEP-MSG-COUNT         PIC 9(04) COMP VALUE ZERO.
004720   01  WS-STEP-MSG-SUB           PIC 9(04) COMP VALUE ZERO.
004730   01  WS-STEP-MSG-TABLE-ENTRIES.
004740       05  WS-STEP-MSG-ENTRY OCCURS 50 TIMES.
004750           10  WS-SMSG-PROGRAM   PIC X(08).
004760           10  WS-SMSG-TEXT      PIC X(80).
004770*----------------------------------------------------------------
004780* AUDIT TRAIL FIELDS
004790*----------------------------------------------------------------
004800   01  WS-JOB-NAME               PIC X(08) VALUE SPACES.
004810   01  WS-STEP-NAME              PIC X(08) VALUE SPACES.
004820   01  WS-USER-ID                PIC X(08) VALUE SPACES.
004830   01  WS-START-TIME             PIC X(08) VALUE SPACES.
004840   01  WS-START-TIME-PARTS REDEFINES WS-START-TIME.
004850       05  WS-START-HH           PIC 9(02).
004860       05  WS-START-MM           PIC 9(02).
004870       05  WS-START-SS           PIC 9(02).
004880       05  WS-START-HS           PIC 9(02).
004890   01  WS-STOP-TIME              PIC X(08) VALUE SPACES.
004900   01  WS-STOP-TIME-PARTS REDEFINES WS-STOP-TIME.
004910       05  WS-STOP-HH            PIC 9(02).
004920       05  WS-STOP-MM            PIC 9(02).
004930       05  WS-STOP-SS            PIC 9(02).
004940       05  WS-STOP-HS            PIC 9(02).
004950   01  WS-ELAPSED-SECONDS        PIC S9(06) COMP VALUE ZERO.
004960*----------------------------------------------------------------
004970* NIGHTLY CYCLE CONTROL FIELDS
004980*----------------------------------------------------------------
004990   01  WS-CALLED-PROGRAM         PIC X(08) VALUE SPACES.
005000   01  WS-STEP-RETURN-CODE       PIC S9(04) COMP VALUE ZERO.
005010   01  WS-STEP-SEQUENCE          PIC 9(03) VALUE ZERO.
005020   01  WS-STEP-START-TIME        PIC X(08) VALUE SPACES.
005030   01  WS-STEP-STOP-TIME         PIC X(08) VALUE SPACES.
005040   01  WS-MAX-RETURN-CODE        PIC S9(04) COMP VALUE ZERO.
005050   01  WS-RETRIES-LEFT           PIC 9(01) VALUE ZERO.
005060   01  WS-ALERT-SEVERITY         PIC 9(02) VALUE ZERO.
005070   01  WS-ALERT-PROGRAM          PIC X(08) VALUE SPACES.
005080   01  WS-ALERT-RETURN-CODE      PIC 9(04) VALUE ZERO.
005090   01  WS-ALERT-DETAIL           PIC X(40) VALUE SPACES.
005100*----------------------------------------------------------------
005110* CYCLE TRACK TABLE.  EACH DISTINCT TRACK ID SEEN ON THE STEP
005120* CARDS GETS ONE ENTRY; A BLANK TRACK ID IS A TRACK OF ITS OWN,
005130* SHARED BY EVERY CARD THAT DOES NOT NAME ONE.  A STEP THAT
005140* FAILS PAST ITS RETRIES STOPS ONLY ITS OWN TRACK; LATER CARDS
005150* ON A STOPPED TRACK ARE HELD, CARDS ON OTHER TRACKS KEEP
005160* RUNNING, AND THE WORST FAILED STEP'S RETURN CODE BECOMES THE
005170* JOB'S ENDING RETURN CODE.
005180*----------------------------------------------------------------
005190   01  WS-TRACK-COUNT            PIC 9(04) COMP VALUE ZERO.
005200   01  WS-TRACK-SUB              PIC 9(04) COMP VALUE ZERO.
005210   01  WS-TRACK-ENTRY-SUB        PIC 9(04) COMP VALUE ZERO.
005220   01  WS-CURRENT-TRACK          PIC X(01) VALUE SPACE.
005230   01  WS-TRACK-FOUND-SW         PIC X(01) VALUE 'N'.
005240       88  TRACK-ENTRY-FOUND     VALUE 'Y'.
005250   01  WS-WORST-STEP-RC          PIC S9(04) COMP VALUE ZERO.
005260   01  WS-TRACK-TABLE-ENTRIES.
005270       05  WS-TRACK-ENTRY OCCURS 37 TIMES.
005280           10  WS-TRK-ID         PIC X(01).
005290           10  WS-TRK-STOPPED-SW PIC X(01).
005300           10  WS-TRK-STEPS-RUN  PIC 9(03).
005310           10  WS-TRK-FAIL-PROGRAM PIC X(08).
005320           10  WS-TRK-FAIL-RC    PIC S9(04) COMP.
005330           10  WS-TRK-HELD-FEED  PIC X(08).
005340*----------------------------------------------------------------
005350* CYCLE STEP LOG.  ONE ENTRY PER STEP CARD ACTUALLY RUN, WITH
005360* THE TRACK IT RAN ON AND ITS FINAL RETURN CODE, SO THE
005370* CONTROL REPORT CAN SHOW EVERY STEP'S TRACK - NOT ONLY THE
005380* TRACK THAT FAILED.  PAST 100 STEPS THE DETAIL IS SUPPRESSED
005390* AND SAYS SO.
005400*----------------------------------------------------------------
005410   01  WS-STEPLOG-COUNT          PIC 9(04) COMP VALUE ZERO.
005420   01  WS-STEPLOG-SUB            PIC 9(04) COMP VALUE ZERO.
005430   01  WS-STEPLOG-OVF-SW         PIC X(01) VALUE 'N'.
005440       88  STEPLOG-OVERFLOWED    VALUE 'Y'.
005450   01  WS-STEPLOG-TABLE-ENTRIES.
005460       05  WS-SLG-ENTRY OCCURS 100 TIMES.
005470           10  WS-SLG-PROGRAM    PIC X(08).
005480           10  WS-SLG-TRACK      PIC X(01).
005490           10  WS-SLG-RC         PIC S9(04) COMP.
005500*----------------------------------------------------------------
005510* OPERATOR COMMAND FIELDS.  //OPERCMDS IS RE-READ FROM THE TOP
005520* BETWEEN STEP CARDS; OPERATIONS APPENDS COMMANDS TO IT DURING
005530* THE NIGHT AND ONLY CARDS PAST THE COUNT ALREADY PROCESSED
005540* ARE APPLIED, SO NOTHING IS HONORED TWICE.  WHILE A HOLD IS
005550* IN EFFECT THE FILE IS POLLED UNTIL A RELEASE OR STOPAFTER
005560* ARRIVES - THE CYCLE SITS AT THE CHECKPOINT INSTEAD OF BEING
005570* CANCELLED AND LOSING THE NIGHT'S DISCIPLINE.
005580*----------------------------------------------------------------
005590   01  WS-CYCLE-HELD-SW          PIC X(01) VALUE 'N'.
005600       88  CYCLE-HELD            VALUE 'Y'.
005610   01  WS-STOPAFTER-SW           PIC X(01) VALUE 'N'.
005620       88  CYCLE-STOP-REQUESTED  VALUE 'Y'.
005630   01  WS-CMDS-PROCESSED         PIC 9(04) COMP VALUE ZERO.
005640   01  WS-CMD-READ-COUNT         PIC 9(04) COMP VALUE ZERO.
005650   01  WS-POLL-WAIT-COUNT        PIC 9(09) COMP VALUE ZERO.
005660   01  WS-STEP-SKIPPED-SW        PIC X(01) VALUE 'N'.
005670       88  STEP-SKIP-REQUESTED   VALUE 'Y'.
005680   01  WS-SKIP-COUNT             PIC 9(04) COMP VALUE ZERO.
005690   01  WS-SKIP-SUB               PIC 9(04) COMP VALUE ZERO.
005700   01  WS-SKIP-TABLE-ENTRIES.
005710       05  WS-SKIP-ENTRY OCCURS 20 TIMES.
005720           10  WS-SKIP-PROGRAM   PIC X(08).
005730           10  WS-SKIP-USER      PIC X(08).
005740   01  WS-CMD-LOG-COUNT          PIC 9(04) COMP VALUE ZERO.
005750   01  WS-CMD-LOG-SUB            PIC 9(04) COMP VALUE ZERO.
005760   01  WS-CMD-LOG-TABLE-ENTRIES.
005770       05  WS-CMD-LOG-ENTRY OCCURS 20 TIMES.
005780           10  WS-CMD-LOG-USER   PIC X(08).
005790           10  WS-CMD-LOG-TEXT   PIC X(40).
005800   01  WS-CMD-LOG-MSG            PIC X(40) VALUE SPACES.
005810   01  WS-CMD-STAMP-TIME         PIC X(08) VALUE SPACES.
005820*----------------------------------------------------------------
005830* AUTHORITY-CHECK FIELDS.  THE SUBMITTING USER AND THE ISSUER OF
005840* EVERY OPERATOR COMMAND ARE LOOKED UP ON //AUTHFILE UNDER THIS
005850* RUN'S ENVIRONMENT CODE.  EVERY REFUSAL IS KEPT HERE FOR THE
005860* CONTROL REPORT; PAST 20 THE DETAIL IS SUPPRESSED AND SAYS SO.
005870*----------------------------------------------------------------
005880   01  WS-AUTH-USER              PIC X(08) VALUE SPACES.
005890   01  WS-AUTH-FUNCTION          PIC X(09) VALUE SPACES.
005900   01  WS-AUTH-OPERAND           PIC X(08) VALUE SPACES.
005910   01  WS-AUTH-STAMP-TIME        PIC X(08) VALUE SPACES.
005920   01  WS-AUTH-GRANTED-SW        PIC X(01) VALUE 'N'.
005930       88  AUTHORITY-GRANTED     VALUE 'Y'.
005940   01  WS-AUTH-ABEND-SW          PIC X(01) VALUE 'N'.
005950       88  AUTH-ABEND-OCCURRED   VALUE 'Y'.
005960   01  WS-REFUSAL-COUNT          PIC 9(04) COMP VALUE ZERO.
005970   01  WS-REFUSAL-SUB            PIC 9(04) COMP VALUE ZERO.
005980   01  WS-REFUSAL-OVF-SW         PIC X(01) VALUE 'N'.
005990       88  REFUSAL-LOG-OVERFLOWED VALUE 'Y'.
006000   01  WS-REFUSAL-TABLE-ENTRIES.
006010       05  WS-RF-ENTRY OCCURS 20 TIMES.
006020           10  WS-RF-TIME        PIC X(08).
006030           10  WS-RF-USER        PIC X(08).
006040           10  WS-RF-FUNCTION    PIC X(09).
006050           10  WS-RF-OPERAND     PIC X(08).
006060*----------------------------------------------------------------
006070* FEED-ARRIVAL GATE FIELDS.  THE FEED MANIFEST IS LOADED HERE BY
006080* THE PRE-FLIGHT EDIT, AND EACH ENTRY KEEPS WHAT THE GATE FOUND
006090* FOR THE FEED-ARRIVAL SECTION OF THE CONTROL REPORT.  EXPECTED-
006100* BY TIMES ARE MADE ABSOLUTE FROM THE CYCLE DAY'S MIDNIGHT THE
006110* SAME WAY AS THE DEADLINE, SO A 2 AM FEED FALLS AFTER AN 11 PM
006120* CYCLE START.
006130*----------------------------------------------------------------
006140   01  WS-FEED-COUNT             PIC 9(04) COMP VALUE ZERO.
006150   01  WS-FEED-SUB               PIC 9(04) COMP VALUE ZERO.
006160   01  WS-FM-CARD-COUNT          PIC 9(03) VALUE ZERO.
006170   01  WS-FEED-HOLD-COUNT        PIC 9(04) COMP VALUE ZERO.
006180   01  WS-FEED-CARD-SW           PIC X(01) VALUE 'Y'.
006190       88  FEED-CARD-OK          VALUE 'Y'.
006200   01  WS-FEED-GATE-SW           PIC X(01) VALUE 'N'.
006210       88  FEED-GATE-FAILED      VALUE 'Y'.
006220   01  WS-FEED-WAIT-SW           PIC X(01) VALUE 'N'.
006230       88  FEED-WAIT-DONE        VALUE 'Y'.
006240   01  WS-FA-FOUND-SW            PIC X(01) VALUE 'N'.
006250       88  FEED-ARRIVAL-FOUND    VALUE 'Y'.
006260   01  WS-FA-TIME                PIC X(06) VALUE SPACES.
006270   01  WS-FA-COUNT               PIC 9(09) VALUE ZERO.
006280   01  WS-FEED-HELD-NAME         PIC X(08) VALUE SPACES.
006290   01  WS-FEED-HELD-STATUS       PIC X(01) VALUE SPACE.
006300   01  WS-FEED-EXPECT-TIME       PIC X(06) VALUE SPACES.
006310   01  WS-FEED-EXPECT-PARTS REDEFINES WS-FEED-EXPECT-TIME.
006320       05  WS-FE-HH              PIC 9(02).
006330       05  WS-FE-MM              PIC 9(02).
006340       05  WS-FE-SS              PIC 9(02).
006350   01  WS-FEED-NOW-TIME          PIC X(08) VALUE SPACES.
006360   01  WS-FEED-NOW-PARTS REDEFINES WS-FEED-NOW-TIME.
006370       05  WS-FN-HH              PIC 9(02).
006380       05  WS-FN-MM              PIC 9(02).
006390       05  WS-FN-SS              PIC 9(02).
006400       05  WS-FN-HS              PIC 9(02).
006410   01  WS-FEED-EXPECT-SECS       PIC S9(09) COMP VALUE ZERO.
006420   01  WS-FEED-NOW-SECS          PIC S9(09) COMP VALUE ZERO.
006430   01  WS-FEED-WAIT-START        PIC S9(09) COMP VALUE ZERO.
006440   01  WS-FEED-TABLE-ENTRIES.
006450       05  WS-FD-ENTRY OCCURS 50 TIMES.
006460           10  WS-FD-PROGRAM     PIC X(08).
006470           10  WS-FD-FEED        PIC X(08).
006480           10  WS-FD-EXPECT-BY   PIC X(06).
006490           10  WS-FD-EXPECT-COUNT PIC 9(09).
006500           10  WS-FD-STATUS      PIC X(01).
006510           10  WS-FD-ARRIVAL-TIME PIC X(06).
006520           10  WS-FD-ARRIVAL-COUNT PIC 9(09).
006530           10  WS-FD-WAIT-SECS   PIC S9(07) COMP.
006540*----------------------------------------------------------------
006550* COMPLETION-PROJECTION FIELDS.  THE PER-STEP ELAPSED HISTORY
006560* ON THE AUDIT LOG IS AVERAGED AT CYCLE START; TONIGHT'S
006570* PENDING CARDS ARE CAPTURED DURING THE PRE-FLIGHT EDIT PASS;
006580* AND THE PROJECTED COMPLETION IS RECOMPUTED AS EACH CARD IS
006590* CONSUMED.  ALL SECONDS FIGURES ARE ABSOLUTE FROM THE CYCLE
006600* DAY'S MIDNIGHT, WITH A DAY ADDED FOR POST-MIDNIGHT TIMES AND
006610* FOR A DEADLINE EARLIER ON THE CLOCK THAN THE CYCLE START, SO
006620* COMPARISONS HOLD ACROSS MIDNIGHT.
006630*----------------------------------------------------------------
006640   01  WS-DEADLINE-TIME          PIC X(06) VALUE SPACES.
006650   01  WS-DEADLINE-PARTS REDEFINES WS-DEADLINE-TIME.
006660       05  WS-DL-HH              PIC 9(02).
006670       05  WS-DL-MM              PIC 9(02).
006680       05  WS-DL-SS              PIC 9(02).
006690   01  WS-DEADLINE-SW            PIC X(01) VALUE 'N'.
006700       88  DEADLINE-SUPPLIED     VALUE 'Y'.
006710   01  WS-DEADLINE-ALERT-SW      PIC X(01) VALUE 'N'.
006720       88  DEADLINE-ALERTED      VALUE 'Y'.
006730   01  WS-DEADLINE-ABS-SECS      PIC S9(09) COMP VALUE ZERO.
006740   01  WS-CYCLE-BASE-SECS        PIC S9(09) COMP VALUE ZERO.
006750   01  WS-NOW-ABS-SECS           PIC S9(09) COMP VALUE ZERO.
006760   01  WS-PROJ-ABS-SECS          PIC S9(09) COMP VALUE ZERO.
006770   01  WS-PROJ-REMAINING         PIC S9(09) COMP VALUE ZERO.
006780   01  WS-PROJ-NOW-TIME          PIC X(08) VALUE SPACES.
006790   01  WS-PROJ-NOW-PARTS REDEFINES WS-PROJ-NOW-TIME.
006800       05  WS-PN-HH              PIC 9(02).
006810       05  WS-PN-MM              PIC 9(02).
006820       05  WS-PN-SS              PIC 9(02).
006830       05  WS-PN-HS              PIC 9(02).
006840   01  WS-PROJ-TOD-SECS          PIC S9(09) COMP VALUE ZERO.
006850   01  WS-PROJ-HH                PIC 9(02) VALUE ZERO.
006860   01  WS-PROJ-MM                PIC 9(02) VALUE ZERO.
006870   01  WS-PROJ-SS                PIC 9(02) VALUE ZERO.
006880   01  WS-PROJ-REM-SECS          PIC S9(09) COMP VALUE ZERO.
006890   01  WS-PROJ-TIME-DISPLAY.
006900       05  WS-PT-HH              PIC 9(02).
006910       05  WS-PT-MM              PIC 9(02).
006920       05  WS-PT-SS              PIC 9(02).
006930   01  WS-PROJ-LABEL             PIC X(14) VALUE SPACES.
006940   01  WS-NOHIST-COUNT           PIC 9(03) VALUE ZERO.
006950   01  WS-HIST-COUNT             PIC 9(04) COMP VALUE ZERO.
006960   01  WS-HIST-SUB               PIC 9(04) COMP VALUE ZERO.
006970   01  WS-HIST-FOUND-SW          PIC X(01) VALUE 'N'.
006980       88  HIST-ENTRY-FOUND      VALUE 'Y'.
006990   01  WS-HIST-TABLE-ENTRIES.
007000       05  WS-HS-ENTRY OCCURS 100 TIMES.
007010           10  WS-HS-PROGRAM     PIC X(08).
007020           10  WS-HS-TOTAL-SECS  PIC S9(09) COMP.
007030           10  WS-HS-RUN-COUNT   PIC 9(05).
007040           10  WS-HS-AVG-SECS    PIC S9(07) COMP.
007050   01  WS-HIST-ELAPSED           PIC S9(06) COMP VALUE ZERO.
007060   01  WS-HIST-START-TIME        PIC X(08) VALUE SPACES.
007070   01  WS-HIST-START-PARTS REDEFINES WS-HIST-START-TIME.
007080       05  WS-HA-HH              PIC 9(02).
007090       05  WS-HA-MM              PIC 9(02).
007100       05  WS-HA-SS              PIC 9(02).
007110       05  WS-HA-HS              PIC 9(02).
007120   01  WS-HIST-STOP-TIME         PIC X(08) VALUE SPACES.
007130   01  WS-HIST-STOP-PARTS REDEFINES WS-HIST-STOP-TIME.
007140       05  WS-HO-HH              PIC 9(02).
007150       05  WS-HO-MM              PIC 9(02).
007160       05  WS-HO-SS              PIC 9(02).
007170       05  WS-HO-HS              PIC 9(02).
007180   01  WS-PEND-COUNT             PIC 9(04) COMP VALUE ZERO.
007190   01  WS-PEND-SUB               PIC 9(04) COMP VALUE ZERO.
007200   01  WS-PEND-FOUND-SW          PIC X(01) VALUE 'N'.
007210       88  PEND-ENTRY-FOUND      VALUE 'Y'.
007220   01  WS-PEND-TABLE-ENTRIES.
007230       05  WS-PD-ENTRY OCCURS 100 TIMES.
007240           10  WS-PD-PROGRAM     PIC X(08).
007250           10  WS-PD-AVG-SECS    PIC S9(07) COMP.
007260           10  WS-PD-DONE-SW     PIC X(01).
007270   01  WS-PROJ-LOG-COUNT         PIC 9(04) COMP VALUE ZERO.
007280   01  WS-PROJ-LOG-SUB           PIC 9(04) COMP VALUE ZERO.
007290   01  WS-PROJ-LOG-TABLE-ENTRIES.
007300       05  WS-PROJ-LOG-ENTRY OCCURS 60 TIMES.
007310           10  WS-PJ-LABEL       PIC X(14).
007320           10  WS-PJ-TIME        PIC X(06).
007330           10  WS-PJ-BREACH-SW   PIC X(01).
007340*----------------------------------------------------------------
007350* CONTROL-TOTAL TABLE.  ONE ENTRY PER STEP CARD RUN, OVERWRITTEN
007360* ON EACH RETRY ATTEMPT SO THE FINAL ATTEMPT'S TOTALS ARE THE
007370* ONES RECONCILED AND PRINTED IN THE BALANCING SECTION.
007380*----------------------------------------------------------------
007390   01  WS-CT-COUNT               PIC 9(04) COMP VALUE ZERO.
007400   01  WS-CT-SUB                 PIC 9(04) COMP VALUE ZERO.
007410   01  WS-CT-PREV                PIC 9(04) COMP VALUE ZERO.
007420   01  WS-OOB-COUNT              PIC 9(04) COMP VALUE ZERO.
007430   01  WS-CT-OVERFLOW-SW         PIC X(01) VALUE 'N'.
007440       88  CT-TABLE-OVERFLOWED   VALUE 'Y'.
007450   01  WS-CT-TABLE-ENTRIES.
007460       05  WS-CT-ENTRY OCCURS 100 TIMES.
007470           10  WS-CT-PROGRAM     PIC X(08).
007480           10  WS-CT-REPORTED-SW PIC X(01).
007490           10  WS-CT-READ        PIC 9(09).
007500           10  WS-CT-WRITTEN     PIC 9(09).
007510           10  WS-CT-REJECTED    PIC 9(09).
007520           10  WS-CT-AMOUNT      PIC S9(11)V99.
007530   01  WS-STEP-DONE-SW           PIC X(01) VALUE 'N'.
007540       88  STEP-CALL-DONE        VALUE 'Y'.
007550*----------------------------------------------------------------
007560* ENVIRONMENT-CODE VALIDATION FIELDS
007570*----------------------------------------------------------------
007580   01  WS-ENV-CODE               PIC X(04) VALUE SPACES.
007590   01  WS-RUN-ENVIRONMENT        PIC X(04) VALUE SPACES.
007600   01  WS-ENV-IDX                PIC S9(04) COMP VALUE ZERO.
007610   01  WS-ENV-MATCH-SW           PIC X(01) VALUE 'N'.
007620       88  ENV-CODE-VALID        VALUE 'Y'.
007630   01  WS-VALID-ENV-TABLE-DATA.
007640       05  FILLER                PIC X(12) VALUE 'DEV TESTPROD'.
007650   01  WS-VALID-ENV-TABLE REDEFINES WS-VALID-ENV-TABLE-DATA.
007660       05  WS-VALID-ENV-CODE     PIC X(04) OCCURS 3 TIMES.
007670   01  WS-ENV-ABEND-SW           PIC X(01) VALUE 'N'.
007680       88  ENV-ABEND-OCCURRED    VALUE 'Y'.
007690   01  WS-STEP-ABEND-SW          PIC X(01) VALUE 'N'.
007700       88  STEP-ABEND-OCCURRED   VALUE 'Y'.
007710*----------------------------------------------------------------
007720* QUIET-MODE SWITCH
007730*----------------------------------------------------------------
007740   01  WS-QUIET-CODE             PIC X(05) VALUE SPACES.
007750   01  WS-QUIET-SWITCH           PIC X(01) VALUE 'N'.
007760       88  QUIET-MODE            VALUE 'Y'.
007770*----------------------------------------------------------------
007780* PROCESSING-CALENDAR FIELDS.  THE CALENDAR MAPS TONIGHT'S
007790* SYSTEM DATE TO THE TRUE BUSINESS CYCLE DATE AND TO THE DAY
007800* TYPE THAT SELECTS WHICH STEP-LIST CARDS RUN.
007810*----------------------------------------------------------------
007820   01  WS-SYSTEM-DATE            PIC X(08) VALUE SPACES.
007830   01  WS-STEPLIST-SELECT        PIC X(01) VALUE SPACES.
007840   01  WS-CAL-FOUND-SW           PIC X(01) VALUE 'N'.
007850       88  CAL-DATE-FOUND        VALUE 'Y'.
007860   01  WS-CAL-ABEND-SW           PIC X(01) VALUE 'N'.
007870       88  CAL-ABEND-OCCURRED    VALUE 'Y'.
007880*----------------------------------------------------------------
007890* PRE-FLIGHT CONTROL-FILE EDIT FIELDS.  ERRORS FOUND BEFORE THE
007900* CYCLE STARTS ARE COLLECTED HERE AND REPORTED ALL AT ONCE.
007910*----------------------------------------------------------------
007920   01  WS-EDIT-ERROR-COUNT       PIC 9(04) COMP VALUE ZERO.
007930   01  WS-EDIT-ERROR-SUB         PIC 9(04) COMP VALUE ZERO.
007940   01  WS-EDIT-MSG               PIC X(80) VALUE SPACES.
007950   01  WS-EDIT-ERROR-TABLE-ENTRIES.
007960       05  WS-EDIT-ERROR-TEXT    PIC X(80) OCCURS 100 TIMES.
007970   01  WS-EDIT-ABEND-SW          PIC X(01) VALUE 'N'.
007980       88  EDIT-ABEND-OCCURRED   VALUE 'Y'.
007990   01  WS-EDIT-CARD-NO           PIC 9(03) VALUE ZERO.
008000   01  WS-SL-CARD-COUNT          PIC 9(03) VALUE ZERO.
008010   01  WS-SL-NAME-COUNT          PIC 9(04) COMP VALUE ZERO.
008020   01  WS-SL-NAME-SUB            PIC 9(04) COMP VALUE ZERO.
008030   01  WS-SL-NAME-FULL-SW        PIC X(01) VALUE 'N'.
008040       88  SL-NAME-TABLE-FULL    VALUE 'Y'.
008050   01  WS-SL-NAME-TABLE-ENTRIES.
008060       05  WS-SL-NAME-ENTRY OCCURS 100 TIMES.
008070           10  WS-SL-NAME        PIC X(08).
008080           10  WS-SL-NAME-LIST   PIC X(01).
008090   01  WS-SM-RECORD-COUNT        PIC 9(03) VALUE ZERO.
008100   01  WS-SMKEY-COUNT            PIC 9(04) COMP VALUE ZERO.
008110   01  WS-SMKEY-SUB              PIC 9(04) COMP VALUE ZERO.
008120   01  WS-SMKEY-TABLE-ENTRIES.
008130       05  WS-SMKEY-ENTRY OCCURS 200 TIMES.
008140           10  WS-SMKEY-REGION   PIC X(03).
008150           10  WS-SMKEY-SHIFT    PIC X(01).
008160   01  WS-NAME-OK-SW             PIC X(01) VALUE 'Y'.
008170       88  EDIT-NAME-OK          VALUE 'Y'.
008180   01  WS-DUP-FOUND-SW           PIC X(01) VALUE 'N'.
008190       88  EDIT-DUP-FOUND        VALUE 'Y'.
008200   01  WS-BLANK-SEEN-SW          PIC X(01) VALUE 'N'.
008210       88  BLANK-SEEN            VALUE 'Y'.
008220   01  WS-CHAR-SUB               PIC 9(02) VALUE ZERO.
008230   01  WS-EDIT-CHAR              PIC X(01) VALUE SPACE.
008240   01  WS-EDIT-NAME              PIC X(08) VALUE SPACES.
008250   01  WS-EDIT-BODY-HEADER.
008260       05  FILLER                PIC X(26) VALUE
008270           'HELLO_WORLD - CONTROL FILE'.
008280       05  FILLER                PIC X(32) VALUE
008290           ' EDIT ERRORS - CYCLE NOT STARTED'.
008300       05  FILLER                PIC X(74) VALUE SPACES.
008310   01  WS-EDIT-NAME-LEN          PIC 9(02) VALUE ZERO.
008320*----------------------------------------------------------------
008330* PRINT-FILE REPORT FIELDS
008340*----------------------------------------------------------------
008350   01  WS-PAGE-NUMBER            PIC 9(04) VALUE ZERO.
008360   01  WS-REPORT-HEADER-1.
008370       05  FILLER                PIC X(20) VALUE
008380           'HELLO_WORLD NIGHTLY '.
008390       05  FILLER                PIC X(18) VALUE
008400           'CONTROL REPORT    '.
008410       05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
008420       05  WS-RH-RUN-DATE        PIC X(08) VALUE SPACES.
008430       05  FILLER                PIC X(09) VALUE '   PAGE: '.
008440       05  WS-RH-PAGE-NUMBER     PIC ZZZ9.
008450       05  FILLER                PIC X(63) VALUE SPACES.
008460   01  WS-REPORT-TRAILER.
008470       05  FILLER                PIC X(28) VALUE
008480           'ELAPSED RUN TIME (SECONDS):'.
008490       05  WS-RT-ELAPSED         PIC Z,ZZZ,ZZ9.
008500       05  FILLER                PIC X(95) VALUE SPACES.
008510   01  WS-BAL-HEADER             PIC X(132) VALUE
008520       'CONTROL-TOTAL BALANCING:'.
008530   01  WS-BAL-COL-HEADER.
008540       05  FILLER                PIC X(08) VALUE 'PROGRAM '.
008550       05  FILLER                PIC X(02) VALUE SPACES.
008560       05  FILLER                PIC X(11) VALUE '  RECS READ'.
008570       05  FILLER                PIC X(02) VALUE SPACES.
008580       05  FILLER                PIC X(11) VALUE '    WRITTEN'.
008590       05  FILLER                PIC X(02) VALUE SPACES.
008600       05  FILLER                PIC X(11) VALUE '   REJECTED'.
008610       05  FILLER                PIC X(02) VALUE SPACES.
008620       05  FILLER                PIC X(21) VALUE
008630           '               AMOUNT'.
008640       05  FILLER                PIC X(62) VALUE SPACES.
008650   01  WS-BAL-LINE.
008660       05  WS-BL-PROGRAM         PIC X(08) VALUE SPACES.
008670       05  FILLER                PIC X(02) VALUE SPACES.
008680       05  WS-BL-READ            PIC ZZZ,ZZZ,ZZ9.
008690       05  FILLER                PIC X(02) VALUE SPACES.
008700       05  WS-BL-WRITTEN         PIC ZZZ,ZZZ,ZZ9.
008710       05  FILLER                PIC X(02) VALUE SPACES.
008720       05  WS-BL-REJECTED        PIC ZZZ,ZZZ,ZZ9.
008730       05  FILLER                PIC X(02) VALUE SPACES.
008740       05  WS-BL-AMOUNT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
008750       05  FILLER                PIC X(62) VALUE SPACES.
008760   01  WS-BAL-NOTE-LINE.
008770       05  WS-BN-PROGRAM         PIC X(08) VALUE SPACES.
008780       05  FILLER                PIC X(02) VALUE SPACES.
008790       05  FILLER                PIC X(29) VALUE
008800           'DID NOT REPORT CONTROL TOTALS'.
008810       05  FILLER                PIC X(93) VALUE SPACES.
008820   01  WS-BAL-OOB-LINE.
008830       05  FILLER                PIC X(16) VALUE
008840           'OUT OF BALANCE: '.
008850       05  WS-BO-PROG-1          PIC X(08) VALUE SPACES.
008860       05  FILLER                PIC X(07) VALUE ' WROTE '.
008870       05  WS-BO-WRITTEN         PIC ZZZ,ZZZ,ZZ9.
008880       05  FILLER                PIC X(05) VALUE ' BUT '.
008890       05  WS-BO-PROG-2          PIC X(08) VALUE SPACES.
008900       05  FILLER                PIC X(06) VALUE ' READ '.
008910       05  WS-BO-READ            PIC ZZZ,ZZZ,ZZ9.
008920       05  FILLER                PIC X(60) VALUE SPACES.
008930   01  WS-BAL-OVERFLOW-NOTE      PIC X(132) VALUE
008940       'TOTALS SUPPRESSED PAST 100 STEPS - BALANCING INCOMPLETE'.
008950   01  WS-BAL-RESULT-OK          PIC X(132) VALUE
008960       'CYCLE CONTROL TOTALS IN BALANCE'.
008970   01  WS-BAL-RESULT-BAD.
008980       05  FILLER                PIC X(29) VALUE
008990           'CYCLE OUT OF BALANCE - COUNT '.
009000       05  WS-BR-COUNT           PIC ZZZ9.
009010       05  FILLER                PIC X(99) VALUE SPACES.
009020   01  WS-STEP-MSG-HEADER        PIC X(132) VALUE
009030       'CYCLE STEP MESSAGES:'.
009040   01  WS-STEP-MSG-LINE.
009050       05  WS-SML-PROGRAM        PIC X(08) VALUE SPACES.
009060       05  FILLER                PIC X(02) VALUE SPACES.
009070       05  WS-SML-TEXT           PIC X(80) VALUE SPACES.
009080       05  FILLER                PIC X(42) VALUE SPACES.
009090   01  WS-TRACK-HEADER           PIC X(132) VALUE
009100       'CYCLE TRACK STATUS:'.
009110   01  WS-TRACK-LINE.
009120       05  FILLER                PIC X(06) VALUE 'TRACK '.
009130       05  WS-TL-ID              PIC X(01) VALUE SPACE.
009140       05  FILLER                PIC X(02) VALUE SPACES.
009150       05  FILLER                PIC X(11) VALUE 'STEPS RUN: '.
009160       05  WS-TL-STEPS           PIC ZZZ9.
009170       05  FILLER                PIC X(02) VALUE SPACES.
009180       05  WS-TL-STATUS          PIC X(60) VALUE SPACES.
009190       05  FILLER                PIC X(46) VALUE SPACES.
009200   01  WS-TRK-RC-DISPLAY         PIC 9(04) VALUE ZERO.
009210   01  WS-STEP-DETAIL-HEADER.
009220       05  FILLER                PIC X(08) VALUE 'PROGRAM '.
009230       05  FILLER                PIC X(02) VALUE SPACES.
009240       05  FILLER                PIC X(05) VALUE 'TRACK'.
009250       05  FILLER                PIC X(02) VALUE SPACES.
009260       05  FILLER                PIC X(04) VALUE '  RC'.
009270       05  FILLER                PIC X(111) VALUE SPACES.
009280   01  WS-STEP-DETAIL-LINE.
009290       05  WS-SDL-PROGRAM        PIC X(08) VALUE SPACES.
009300       05  FILLER                PIC X(04) VALUE SPACES.
009310       05  WS-SDL-TRACK          PIC X(01) VALUE SPACE.
009320       05  FILLER                PIC X(04) VALUE SPACES.
009330       05  WS-SDL-RC             PIC ZZZ9.
009340       05  FILLER                PIC X(111) VALUE SPACES.
009350   01  WS-STEPLOG-OVF-NOTE       PIC X(132) VALUE
009360       'STEP DETAIL SUPPRESSED PAST 100 STEPS'.
009370   01  WS-CMD-SECTION-HEADER     PIC X(132) VALUE
009380       'OPERATOR COMMANDS HONORED:'.
009390   01  WS-CMD-LOG-LINE.
009400       05  WS-CL-USER            PIC X(08) VALUE SPACES.
009410       05  FILLER                PIC X(02) VALUE SPACES.
009420       05  WS-CL-TEXT            PIC X(40) VALUE SPACES.
009430       05  FILLER                PIC X(82) VALUE SPACES.
009440   01  WS-PROJ-SECTION-HEADER.
009450       05  FILLER                PIC X(32) VALUE
009460           'PROJECTED COMPLETION (DEADLINE: '.
009470       05  WS-PH-DEADLINE        PIC X(06) VALUE SPACES.
009480       05  FILLER                PIC X(02) VALUE '):'.
009490       05  FILLER                PIC X(92) VALUE SPACES.
009500   01  WS-PROJ-LOG-LINE.
009510       05  WS-PJL-LABEL          PIC X(14) VALUE SPACES.
009520       05  FILLER                PIC X(02) VALUE SPACES.
009530       05  FILLER                PIC X(20) VALUE
009540           'PROJECTED COMPLETION'.
009550       05  FILLER                PIC X(01) VALUE SPACE.
009560       05  WS-PJL-TIME           PIC X(06) VALUE SPACES.
009570       05  FILLER                PIC X(02) VALUE SPACES.
009580       05  WS-PJL-FLAG           PIC X(16) VALUE SPACES.
009590       05  FILLER                PIC X(71) VALUE SPACES.
009600   01  WS-PROJ-NOHIST-LINE.
009610       05  WS-PJN-COUNT          PIC ZZ9.
009620       05  FILLER                PIC X(48) VALUE
009630           ' STEP(S) HAVE NO ELAPSED HISTORY - PROJECTION IS'.
009640       05  FILLER                PIC X(04) VALUE ' LOW'.
009650       05  FILLER                PIC X(77) VALUE SPACES.
009660   01  WS-PROJ-NO-DEADLINE-LINE  PIC X(132) VALUE
009670       'NO DEADLINE CARD SUPPLIED - PROJECTIONS NOT CHECKED'.
009680   01  WS-REFUSAL-HEADER         PIC X(132) VALUE
009690       'AUTHORITY REFUSALS:'.
009700   01  WS-REFUSAL-COL-HEADER.
009710       05  FILLER                PIC X(08) VALUE 'TIME    '.
009720       05  FILLER                PIC X(02) VALUE SPACES.
009730       05  FILLER                PIC X(08) VALUE 'USER ID '.
009740       05  FILLER                PIC X(02) VALUE SPACES.
009750       05  FILLER                PIC X(09) VALUE 'FUNCTION '.
009760       05  FILLER                PIC X(02) VALUE SPACES.
009770       05  FILLER                PIC X(08) VALUE 'OPERAND '.
009780       05  FILLER                PIC X(93) VALUE SPACES.
009790   01  WS-REFUSAL-LINE.
009800       05  WS-RFL-TIME           PIC X(08) VALUE SPACES.
009810       05  FILLER                PIC X(02) VALUE SPACES.
009820       05  WS-RFL-USER           PIC X(08) VALUE SPACES.
009830       05  FILLER                PIC X(02) VALUE SPACES.
009840       05  WS-RFL-FUNCTION       PIC X(09) VALUE SPACES.
009850       05  FILLER                PIC X(02) VALUE SPACES.
009860       05  WS-RFL-OPERAND        PIC X(08) VALUE SPACES.
009870       05  FILLER                PIC X(93) VALUE SPACES.
009880   01  WS-REFUSAL-OVF-NOTE       PIC X(132) VALUE
009890       'FURTHER REFUSALS SUPPRESSED PAST 20 - SEE THE AUDIT LOG'.
009900   01  WS-FEED-SECTION-HEADER    PIC X(132) VALUE
009910       'UPSTREAM FEED ARRIVALS:'.
009920   01  WS-FEED-COL-HEADER.
009930       05  FILLER                PIC X(08) VALUE 'PROGRAM '.
009940       05  FILLER                PIC X(02) VALUE SPACES.
009950       05  FILLER                PIC X(08) VALUE 'FEED    '.
009960       05  FILLER                PIC X(02) VALUE SPACES.
009970       05  FILLER                PIC X(08) VALUE 'DUE BY  '.
009980       05  FILLER                PIC X(02) VALUE SPACES.
009990       05  FILLER                PIC X(08) VALUE 'ARRIVED '.
010000       05  FILLER                PIC X(02) VALUE SPACES.
010010       05  FILLER                PIC X(11) VALUE 'TRAILER CNT'.
010020       05  FILLER                PIC X(02) VALUE SPACES.
010030       05  FILLER                PIC X(11) VALUE ' EXPECT CNT'.
010040       05  FILLER                PIC X(02) VALUE SPACES.
010050       05  FILLER                PIC X(07) VALUE 'WAIT(S)'.
010060       05  FILLER                PIC X(02) VALUE SPACES.
010070       05  FILLER                PIC X(30) VALUE 'STATUS'.
010080       05  FILLER                PIC X(27) VALUE SPACES.
010090   01  WS-FEED-LINE.
010100       05  WS-FL-PROGRAM         PIC X(08) VALUE SPACES.
010110       05  FILLER                PIC X(02) VALUE SPACES.
010120       05  WS-FL-FEED            PIC X(08) VALUE SPACES.
010130       05  FILLER                PIC X(02) VALUE SPACES.
010140       05  WS-FL-EXPECT-BY       PIC X(06) VALUE SPACES.
010150       05  FILLER                PIC X(04) VALUE SPACES.
010160       05  WS-FL-ARRIVED         PIC X(06) VALUE SPACES.
010170       05  FILLER                PIC X(04) VALUE SPACES.
010180       05  WS-FL-TRAILER-CNT     PIC ZZZ,ZZZ,ZZ9.
010190       05  FILLER                PIC X(02) VALUE SPACES.
010200       05  WS-FL-EXPECT-CNT      PIC ZZZ,ZZZ,ZZ9.
010210       05  FILLER                PIC X(02) VALUE SPACES.
010220       05  WS-FL-WAITED          PIC ZZZZZZ9.
010230       05  FILLER                PIC X(02) VALUE SPACES.
010240       05  WS-FL-STATUS          PIC X(30) VALUE SPACES.
010250       05  FILLER                PIC X(27) VALUE SPACES.
010260*----------------------------------------------------------------
010270* DUPLICATE-RUN CONTROL FIELDS.  A CYCLE DATE THIS JOB HAS ALREADY
010280* COMPLETED, OR A CYCLE LOCK ALREADY HELD FOR THE DATE AND REGION,
010290* REFUSES THE RUN UNLESS THE PARM CARRIES FORCE AND A REASON CODE.
010300*----------------------------------------------------------------
010310   01  WS-FORCE-CODE             PIC X(05) VALUE SPACES.
010320   01  WS-FORCE-REASON           PIC X(04) VALUE SPACES.
010330   01  WS-FORCE-SW               PIC X(01) VALUE 'N'.
010340       88  FORCE-REQUESTED       VALUE 'Y'.
010350   01  WS-PRIOR-RUN-COUNT        PIC 9(04) COMP VALUE ZERO.
010360   01  WS-PRIOR-STEP-COUNT       PIC 9(04) COMP VALUE ZERO.
010370   01  WS-PRIOR-START-TIME       PIC X(08) VALUE SPACES.
010380   01  WS-PRIOR-DONE-SW          PIC X(01) VALUE 'N'.
010390       88  PRIOR-RUN-COMPLETED   VALUE 'Y'.
010400   01  WS-LOCK-HELD-SW           PIC X(01) VALUE 'N'.
010410       88  CYCLE-LOCK-HELD       VALUE 'Y'.
010420   01  WS-LOCK-TAKEN-SW          PIC X(01) VALUE 'N'.
010430       88  CYCLE-LOCK-TAKEN      VALUE 'Y'.
010440   01  WS-HOLDER-JOB-NAME        PIC X(08) VALUE SPACES.
010450   01  WS-HOLDER-USER-ID         PIC X(08) VALUE SPACES.
010460   01  WS-HOLDER-START-TIME      PIC X(08) VALUE SPACES.
010470   01  WS-DUP-KIND               PIC X(01) VALUE SPACE.
010480       88  DUP-COMPLETED-RUN     VALUE 'C'.
010490       88  DUP-LOCK-HELD         VALUE 'L'.
010500       88  DUP-LOCK-UNAVAILABLE  VALUE 'U'.
010510       88  DUP-AUDIT-UNAVAILABLE VALUE 'A'.
010520   01  WS-DUP-ABEND-SW           PIC X(01) VALUE 'N'.
010530       88  DUP-ABEND-OCCURRED    VALUE 'Y'.
010540   01  WS-OVERRIDE-SW            PIC X(01) VALUE 'N'.
010550       88  DUP-OVERRIDDEN        VALUE 'Y'.
010560   01  WS-FORCE-STAMP-TIME       PIC X(08) VALUE SPACES.
010570   01  WS-OVERRIDE-HEADER        PIC X(132) VALUE
010580       'DUPLICATE-RUN OVERRIDE:'.
010590*----------------------------------------------------------------
010600* PLAN-MODE FIELDS.  'PLAN' ON THE PARM PREVIEWS THE CYCLE FOR
010610* EVERY DATE FROM THE TARGET DATE THROUGH THE LAST DATE (UP TO 31
010620* DATES) WITHOUT CALLING ANY STEP PROGRAM.  EACH DATE'S CARDS ARE
010630* KEPT HERE WITH THEIR DISPOSITION AND PROJECTED FINISH SO THEY
010640* CAN BE PRINTED GROUPED BY TRACK.  THE PROJECTED CYCLE START IS
010650* THE START TIME OF THIS JOB'S LATEST CYCLE ON THE AUDIT LOG.
010660*----------------------------------------------------------------
010670   01  WS-PLAN-CODE              PIC X(04) VALUE SPACES.
010680   01  WS-PLAN-SW                PIC X(01) VALUE 'N'.
010690       88  PLAN-MODE             VALUE 'Y'.
010700   01  WS-PLAN-FROM-DATE         PIC X(08) VALUE SPACES.
010710   01  WS-PLAN-TO-DATE           PIC X(08) VALUE SPACES.
010720   01  WS-PLAN-DATE              PIC X(08) VALUE SPACES.
010730   01  WS-PLAN-DATE-PARTS REDEFINES WS-PLAN-DATE.
010740       05  WS-PDT-YYYY           PIC 9(04).
010750       05  WS-PDT-MM             PIC 9(02).
010760       05  WS-PDT-DD             PIC 9(02).
010770   01  WS-PLAN-DATE-SW           PIC X(01) VALUE 'N'.
010780       88  PLAN-DATE-VALID       VALUE 'Y'.
010790   01  WS-PLAN-MONTH-DAYS        PIC 9(02) VALUE ZERO.
010800   01  WS-PLAN-LEAP-QUOT         PIC 9(04) VALUE ZERO.
010810   01  WS-PLAN-LEAP-REM          PIC 9(04) VALUE ZERO.
010820   01  WS-MONTH-DAYS-DATA.
010830       05  FILLER                PIC X(24) VALUE
010840           '312831303130313130313031'.
010850   01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
010860       05  WS-MONTH-DAYS         PIC 9(02) OCCURS 12 TIMES.
010870   01  WS-PLAN-DAY-COUNT         PIC 9(04) COMP VALUE ZERO.
010880   01  WS-PLAN-PROBLEM-COUNT     PIC 9(04) COMP VALUE ZERO.
010890   01  WS-PLAN-START-DATE        PIC X(08) VALUE SPACES.
010900   01  WS-PLAN-START-TIME        PIC X(08) VALUE SPACES.
010910   01  WS-PLAN-START-SW          PIC X(01) VALUE 'N'.
010920       88  PLAN-START-FROM-HISTORY VALUE 'Y'.
010930   01  WS-PLAN-CUM-SECS          PIC S9(09) COMP VALUE ZERO.
010940   01  WS-PLAN-LATE-SW           PIC X(01) VALUE 'N'.
010950       88  PLAN-PAST-DEADLINE    VALUE 'Y'.
010960   01  WS-PLAN-RUN-COUNT         PIC 9(04) COMP VALUE ZERO.
010970   01  WS-PLAN-HELD-COUNT        PIC 9(04) COMP VALUE ZERO.
010980   01  WS-PLAN-EXCL-COUNT        PIC 9(04) COMP VALUE ZERO.
010990   01  WS-PLAN-CARD-COUNT        PIC 9(04) COMP VALUE ZERO.
011000   01  WS-PLAN-CARD-SUB          PIC 9(04) COMP VALUE ZERO.
011010   01  WS-PLAN-CARD-OVF-SW       PIC X(01) VALUE 'N'.
011020       88  PLAN-CARDS-OVERFLOWED VALUE 'Y'.
011030   01  WS-PLAN-CARD-TABLE-ENTRIES.
011040       05  WS-PC-ENTRY OCCURS 100 TIMES.
011050           10  WS-PC-PROGRAM     PIC X(08).
011060           10  WS-PC-TRACK       PIC X(01).
011070           10  WS-PC-LIST-ID     PIC X(01).
011080           10  WS-PC-BYPASS-FLAG PIC X(01).
011090           10  WS-PC-DISPOSITION PIC X(01).
011100           10  WS-PC-AVG-SECS    PIC S9(07) COMP.
011110           10  WS-PC-FINISH      PIC X(06).
011120           10  WS-PC-LATE-SW     PIC X(01).
011130           10  WS-PC-NOTE        PIC X(40).
011140   01  WS-PLAN-DISP-DAYS         PIC ZZZ9.
011150   01  WS-PLAN-DISP-PROBLEMS     PIC ZZZ9.
011160   01  WS-PLAN-HEADER-1.
011170       05  FILLER                PIC X(20) VALUE
011180           'HELLO_WORLD CYCLE   '.
011190       05  FILLER                PIC X(20) VALUE
011200           'PLAN - NOTHING RUN  '.
011210       05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
011220       05  WS-PLH-RUN-DATE       PIC X(08) VALUE SPACES.
011230       05  FILLER                PIC X(09) VALUE '   PAGE: '.
011240       05  WS-PLH-PAGE-NUMBER    PIC ZZZ9.
011250       05  FILLER                PIC X(61) VALUE SPACES.
011260   01  WS-PLAN-RANGE-LINE.
011270       05  FILLER                PIC X(10) VALUE 'PLAN FOR: '.
011280       05  WS-PRL-FROM           PIC X(08) VALUE SPACES.
011290       05  FILLER                PIC X(06) VALUE ' THRU '.
011300       05  WS-PRL-TO             PIC X(08) VALUE SPACES.
011310       05  FILLER                PIC X(07) VALUE '  JOB: '.
011320       05  WS-PRL-JOB            PIC X(08) VALUE SPACES.
011330       05  FILLER                PIC X(10) VALUE '  REGION: '.
011340       05  WS-PRL-REGION         PIC X(03) VALUE SPACES.
011350       05  FILLER                PIC X(07) VALUE '  ENV: '.
011360       05  WS-PRL-ENV            PIC X(04) VALUE SPACES.
011370       05  FILLER                PIC X(61) VALUE SPACES.
011380   01  WS-PLAN-ONLY-NOTE         PIC X(132) VALUE
011390       'PLAN ONLY - NO STEP IS CALLED AND NO HISTORY IS WRITTEN'.
011400   01  WS-PLAN-DATE-HEADER.
011410       05  FILLER                PIC X(13) VALUE 'TARGET DATE: '.
011420       05  WS-PDH-DATE           PIC X(08) VALUE SPACES.
011430       05  FILLER                PIC X(18) VALUE
011440           '   BUSINESS DATE: '.
011450       05  WS-PDH-BUS-DATE       PIC X(08) VALUE SPACES.
011460       05  FILLER                PIC X(13) VALUE '   DAY TYPE: '.
011470       05  WS-PDH-DAY-TYPE       PIC X(01) VALUE SPACE.
011480       05  FILLER                PIC X(01) VALUE SPACE.
011490       05  WS-PDH-DAY-DESC       PIC X(14) VALUE SPACES.
011500       05  FILLER                PIC X(56) VALUE SPACES.
011510   01  WS-PLAN-NO-CALENDAR-LINE  PIC X(132) VALUE
011520       'NO PROCESSING CALENDAR RECORD - CYCLE WOULD BE REFUSED'.
011530   01  WS-PLAN-EDIT-ERROR-LINE   PIC X(132) VALUE
011540       'PRE-FLIGHT EDIT ERRORS - CYCLE WOULD BE REFUSED:'.
011550   01  WS-PLAN-TRACK-HEADER.
011560       05  FILLER                PIC X(08) VALUE '  TRACK '.
011570       05  WS-PTH-ID             PIC X(06) VALUE SPACES.
011580       05  FILLER                PIC X(118) VALUE SPACES.
011590   01  WS-PLAN-COL-HEADER.
011600       05  FILLER                PIC X(04) VALUE SPACES.
011610       05  FILLER                PIC X(08) VALUE 'PROGRAM '.
011620       05  FILLER                PIC X(02) VALUE SPACES.
011630       05  FILLER                PIC X(04) VALUE 'LIST'.
011640       05  FILLER                PIC X(02) VALUE SPACES.
011650       05  FILLER                PIC X(06) VALUE 'BYPASS'.
011660       05  FILLER                PIC X(02) VALUE SPACES.
011670       05  FILLER                PIC X(24) VALUE 'DISPOSITION'.
011680       05  FILLER                PIC X(02) VALUE SPACES.
011690       05  FILLER                PIC X(07) VALUE ' AVG(S)'.
011700       05  FILLER                PIC X(02) VALUE SPACES.
011710       05  FILLER                PIC X(08) VALUE 'FINISH  '.
011720       05  FILLER                PIC X(40) VALUE 'NOTE'.
011730       05  FILLER                PIC X(21) VALUE SPACES.
011740   01  WS-PLAN-CARD-LINE.
011750       05  FILLER                PIC X(04) VALUE SPACES.
011760       05  WS-PCL-PROGRAM        PIC X(08) VALUE SPACES.
011770       05  FILLER                PIC X(04) VALUE SPACES.
011780       05  WS-PCL-LIST-ID        PIC X(01) VALUE SPACE.
011790       05  FILLER                PIC X(06) VALUE SPACES.
011800       05  WS-PCL-BYPASS         PIC X(01) VALUE SPACE.
011810       05  FILLER                PIC X(04) VALUE SPACES.
011820       05  WS-PCL-DISPOSITION    PIC X(24) VALUE SPACES.
011830       05  FILLER                PIC X(02) VALUE SPACES.
011840       05  WS-PCL-AVG            PIC ZZZZZZ9.
011850       05  WS-PCL-AVG-X REDEFINES WS-PCL-AVG
011860                                 PIC X(07).
011870       05  FILLER                PIC X(02) VALUE SPACES.
011880       05  WS-PCL-FINISH         PIC X(06) VALUE SPACES.
011890       05  FILLER                PIC X(02) VALUE SPACES.
011900       05  WS-PCL-NOTE           PIC X(40) VALUE SPACES.
011910       05  FILLER                PIC X(21) VALUE SPACES.
011920   01  WS-PLAN-CARD-OVF-NOTE     PIC X(132) VALUE
011930       'STEP CARDS PAST 100 NOT LISTED OR PROJECTED'.
011940   01  WS-PLAN-DATE-SUMMARY.
011950       05  FILLER                PIC X(04) VALUE SPACES.
011960       05  WS-PDS-RUN            PIC ZZZ9.
011970       05  FILLER                PIC X(12) VALUE ' WOULD RUN, '.
011980       05  WS-PDS-HELD           PIC ZZZ9.
011990       05  FILLER                PIC X(17) VALUE
012000           ' HELD BY BYPASS, '.
012010       05  WS-PDS-EXCL           PIC ZZZ9.
012020       05  FILLER                PIC X(20) VALUE
012030           ' EXCLUDED BY LIST ID'.
012040       05  FILLER                PIC X(67) VALUE SPACES.
012050*----------------------------------------------------------------
012060* STEP-LIST SNAPSHOT FIELDS.  EVERY CARD READ FROM //STEPLIST IS
012070* NUMBERED IN FILE ORDER AND COPIED TO //STEPSNAP WITH THE
012080* DISPOSITION THE CYCLE GAVE IT, SO THE LIST AS IT STOOD TONIGHT
012090* SURVIVES NEXT WEEK'S EDITS.  THE SNAPSHOT IS HISTORY, NOT
012100* CONTROL: IF THE FILE CANNOT BE USED THE CYCLE STILL RUNS AND
012110* THE CONSOLE SAYS SO.
012120*----------------------------------------------------------------
012130   01  WS-SNAP-OPEN-SW           PIC X(01) VALUE 'N'.
012140       88  STEPSNAP-OPEN         VALUE 'Y'.
012150   01  WS-SNAP-SCAN-SW           PIC X(01) VALUE 'N'.
012160       88  SNAP-SCAN-DONE        VALUE 'Y'.
012170   01  WS-SNAP-CARD-NUMBER       PIC 9(04) VALUE ZERO.
012180   01  WS-SNAP-DISPOSITION       PIC X(01) VALUE SPACE.
012190   01  WS-SNAP-WRITE-COUNT       PIC 9(04) COMP VALUE ZERO.
012200   01  WS-SNAP-ERROR-COUNT       PIC 9(04) COMP VALUE ZERO.
012210   01  WS-SNAP-CLEAR-COUNT       PIC 9(04) COMP VALUE ZERO.
012220   01  WS-SNAP-COUNT-DISP        PIC ZZZ9.
012230*----------------------------------------------------------------
012240* CYCLE STATUS FIELDS.  THE REGION'S RECORD ON //CYCSTAT IS
012250* REWRITTEN FROM THESE AND FROM THE TRACK, PENDING AND PROJECTION
012260* TABLES AFTER EVERY CARD AND EVERY OPERATOR COMMAND.  THE STATE
012270* STAYS 'R' (RUNNING) UNTIL THE LIST ENDS; A HOLD IN EFFECT SHOWS
012280* AS 'H' ON THE RECORD.  LIKE THE SNAPSHOT, THE STATUS FILE IS
012290* INFORMATION, NOT CONTROL.
012300*----------------------------------------------------------------
012310   01  WS-STAT-USABLE-SW         PIC X(01) VALUE 'Y'.
012320       88  CYCSTAT-USABLE        VALUE 'Y'.
012330   01  WS-STAT-FOUND-SW          PIC X(01) VALUE 'N'.
012340       88  STAT-RECORD-FOUND     VALUE 'Y'.
012350   01  WS-STAT-STATE             PIC X(01) VALUE 'R'.
012360   01  WS-STAT-STEPS-DONE        PIC 9(04) COMP VALUE ZERO.
012370   01  WS-STAT-STEPS-RUN         PIC 9(04) COMP VALUE ZERO.
012380   01  WS-STAT-LAST-PROGRAM      PIC X(08) VALUE SPACES.
012390   01  WS-STAT-LAST-TRACK        PIC X(01) VALUE SPACE.
012400   01  WS-STAT-LAST-DISP         PIC X(01) VALUE SPACE.
012410   01  WS-STAT-LAST-RC           PIC 9(04) VALUE ZERO.
012420   01  WS-STAT-LAST-COMMAND      PIC X(40) VALUE SPACES.
012430   01  WS-STAT-COMMAND-USER      PIC X(08) VALUE SPACES.
012440   01  WS-STAT-SUB               PIC 9(04) COMP VALUE ZERO.
012450   01  WS-STAT-ERROR-COUNT       PIC 9(04) COMP VALUE ZERO.
012460*----------------------------------------------------------------
012470* MULTI-REGION SIGN-OFF MESSAGE LOOKUP FIELDS
012480*----------------------------------------------------------------
012490   01  WS-REGION-CODE            PIC X(03) VALUE SPACES.
012500   01  WS-SHIFT-CODE             PIC X(01) VALUE SPACES.
012510   01  WS-SIGNOFF-COUNT          PIC 9(04) COMP VALUE ZERO.
012520   01  WS-SIGNOFF-TABLE-ENTRIES.
012530       05  WS-SIGNOFF-ENTRY OCCURS 1 TO 50 TIMES
012540               DEPENDING ON WS-SIGNOFF-COUNT
012550               INDEXED BY WS-SM-IDX.
012560           10  WS-SM-REGION      PIC X(03).
012570           10  WS-SM-SHIFT       PIC X(01).
012580           10  WS-SM-MESSAGE     PIC X(40).
012590           10  WS-SM-FOOTER      PIC X(40).
012600*----------------------------------------------------------------
012610* FILE STATUS AND SWITCHES
012620*----------------------------------------------------------------
012630   77  WS-BANNRIN-STATUS         PIC X(02) VALUE '00'.
012640       88  BANNRIN-OK            VALUE '00'.
012650       88  BANNRIN-AT-EOF        VALUE '10'.
012660   77  WS-STEPLIST-STATUS        PIC X(02) VALUE '00'.
012670       88  STEPLIST-OK           VALUE '00'.
012680       88  STEPLIST-AT-EOF       VALUE '10'.
012690   77  WS-SIGNMSG-STATUS         PIC X(02) VALUE '00'.
012700       88  SIGNMSG-OK            VALUE '00'.
012710       88  SIGNMSG-AT-EOF        VALUE '10'.
012720   77  WS-AUDITLOG-STATUS        PIC X(02) VALUE '00'.
012730       88  AUDITLOG-OK           VALUE '00'.
012740   77  WS-VERSLOG-STATUS         PIC X(02) VALUE '00'.
012750       88  VERSLOG-OK            VALUE '00'.
012760   77  WS-CALFILE-STATUS         PIC X(02) VALUE '00'.
012770       88  CALFILE-OK            VALUE '00'.
012780       88  CALFILE-AT-EOF        VALUE '10'.
012790   77  WS-OPERCMDS-STATUS        PIC X(02) VALUE '00'.
012800       88  OPERCMDS-OK           VALUE '00'.
012810       88  OPERCMDS-AT-EOF       VALUE '10'.
012820   77  WS-DEADLINE-STATUS        PIC X(02) VALUE '00'.
012830       88  DEADLINE-CARD-OK      VALUE '00'.
012840       88  DEADLINE-AT-EOF       VALUE '10'.
012850   77  WS-AUTHFILE-STATUS        PIC X(02) VALUE '00'.
012860       88  AUTHFILE-OK           VALUE '00'.
012870   77  WS-FEEDMFST-STATUS        PIC X(02) VALUE '00'.
012880       88  FEEDMFST-OK           VALUE '00'.
012890       88  FEEDMFST-AT-EOF       VALUE '10'.
012900   77  WS-FEEDARR-STATUS         PIC X(02) VALUE '00'.
012910       88  FEEDARR-OK            VALUE '00'.
012920       88  FEEDARR-AT-EOF        VALUE '10'.
012930   77  WS-CYCLOCK-STATUS         PIC X(02) VALUE '00'.
012940       88  CYCLOCK-OK            VALUE '00'.
012950   77  WS-STEPSNAP-STATUS        PIC X(02) VALUE '00'.
012960       88  STEPSNAP-OK           VALUE '00'.
012970   77  WS-CYCSTAT-STATUS         PIC X(02) VALUE '00'.
012980       88  CYCSTAT-OK            VALUE '00'.
012990   77  WS-AUDIT-SCAN-SW          PIC X(01) VALUE 'N'.
013000       88  AUDIT-SCAN-DONE       VALUE 'Y'.
013010 LINKAGE SECTION.
013020 01  LK-PARM-FIELD.
013030*    THE RUNTIME PASSES EXEC PGM=...,PARM='...' PRECEDED BY A
013040*    2-BYTE BINARY HALFWORD GIVING THE LENGTH OF THE PARM TEXT.
013050*    ALL FIELD EXTRACTION MUST BE AGAINST LK-PARM-TEXT, NEVER
013060*    THE GROUP ITEM, OR IT READS THE LENGTH BYTES AS DATA.
013070     05  LK-PARM-LEN               PIC S9(4) COMP.
013080     05  LK-PARM-TEXT              PIC X(100).
013090 PROCEDURE DIVISION USING LK-PARM-FIELD.
013100*----------------------------------------------------------------
013110 0000-MAINLINE.
013120*----------------------------------------------------------------
013130     PERFORM 1009-CHECK-PLAN-OPTION
013140         THRU 1009-CHECK-PLAN-OPTION-EXIT.
013150     PERFORM 1005-VALIDATE-ENV-CODE
013160         THRU 1005-VALIDATE-ENV-CODE-EXIT.
013170     PERFORM 1007-CHECK-QUIET-MODE
013180         THRU 1007-CHECK-QUIET-MODE-EXIT.
013190     PERFORM 1008-CHECK-FORCE-OPTION
013200         THRU 1008-CHECK-FORCE-OPTION-EXIT.
013210     IF PLAN-MODE
013220         PERFORM 3000-PLAN-CYCLE
013230             THRU 3000-PLAN-CYCLE-EXIT
013240         STOP RUN
013250     END-IF.
013260     PERFORM 1000-INITIALIZE
013270         THRU 1000-INITIALIZE-EXIT.
013280     IF NOT QUIET-MODE
013290         DISPLAY "Hello World!"
013300         DISPLAY "PROGRAM VERSION : " WS-PROGRAM-VERSION
013310         DISPLAY "CYCLE DATE      : " WS-RUN-DATE
013320         DISPLAY "DAY TYPE        : " WS-STEPLIST-SELECT
013330         DISPLAY WS-NAME
013340         DISPLAY WS-GOODBYE
013350     END-IF.
013360     PERFORM 1600-PREFLIGHT-EDIT
013370         THRU 1600-PREFLIGHT-EDIT-EXIT.
013380     PERFORM 1500-WRITE-RESTART-CHECKPOINT
013390         THRU 1500-WRITE-RESTART-CHECKPOINT-EXIT.
013400     PERFORM 1650-LOAD-STEP-HISTORY
013410         THRU 1650-LOAD-STEP-HISTORY-EXIT.
013420     PERFORM 1660-READ-DEADLINE-CARD
013430         THRU 1660-READ-DEADLINE-CARD-EXIT.
013440     MOVE 'CYCLE START   ' TO WS-PROJ-LABEL.
013450     PERFORM 7800-PROJECT-COMPLETION
013460         THRU 7800-PROJECT-COMPLETION-EXIT.
013470     PERFORM 2000-PROCESS-STEP-LIST
013480         THRU 2000-PROCESS-STEP-LIST-EXIT.
013490     PERFORM 8000-TERMINATE
013500         THRU 8000-TERMINATE-EXIT.
013510     IF STEP-ABEND-OCCURRED
013520        AND RETURN-CODE < WS-WORST-STEP-RC
013530         MOVE WS-WORST-STEP-RC TO RETURN-CODE
013540     END-IF.
013550     IF WS-OOB-COUNT > ZERO
013560        AND RETURN-CODE < 8
013570         MOVE 8 TO RETURN-CODE
013580     END-IF.
013590     IF WS-FEED-HOLD-COUNT > ZERO
013600        AND RETURN-CODE < 4
013610         MOVE 4 TO RETURN-CODE
013620     END-IF.
013630     STOP RUN.
013640*----------------------------------------------------------------
013650 1000-INITIALIZE.
013660*----------------------------------------------------------------
013670     PERFORM 1010-GET-RUNTIME-IDENTIFICATION
013680         THRU 1010-GET-RUNTIME-IDENTIFICATION-EXIT.
013690     PERFORM 1020-READ-BANNER-PARM
013700         THRU 1020-READ-BANNER-PARM-EXIT.
013710     PERFORM 1030-LOAD-SIGNOFF-TABLE
013720         THRU 1030-LOAD-SIGNOFF-TABLE-EXIT.
013730     PERFORM 1040-BUILD-RUN-CONTEXT
013740         THRU 1040-BUILD-RUN-CONTEXT-EXIT.
013750     PERFORM 1050-CHECK-SUBMIT-AUTHORITY
013760         THRU 1050-CHECK-SUBMIT-AUTHORITY-EXIT.
013770     PERFORM 1060-CHECK-DUPLICATE-RUN
013780         THRU 1060-CHECK-DUPLICATE-RUN-EXIT.
013790 1000-INITIALIZE-EXIT.
013800     EXIT.
013810*----------------------------------------------------------------
013820 1005-VALIDATE-ENV-CODE.
013830*    THE FIRST FOUR CHARACTERS OF THE PARM FIELD ARE THE
013840*    ENVIRONMENT CODE THIS RUN CLAIMS TO BE (DEV/TEST/PROD).
013850*    IT MUST BE A VALID CODE AND MUST MATCH THE ENVIRONMENT
013860*    THE CALLING JCL LIBRARY ACTUALLY RUNS IN, OR THE JOB IS
013870*    ABORTED BEFORE ANY OTHER PROCESSING TAKES PLACE.
013880*----------------------------------------------------------------
013890     MOVE LK-PARM-TEXT(1:4) TO WS-ENV-CODE.
013900     DISPLAY "RUNENV" UPON ENVIRONMENT-NAME.
013910     ACCEPT WS-RUN-ENVIRONMENT FROM ENVIRONMENT-VALUE.
013920     MOVE 1 TO WS-ENV-IDX.
013930     MOVE 'N' TO WS-ENV-MATCH-SW.
013940     PERFORM 1006-CHECK-VALID-ENV-TABLE
013950         THRU 1006-CHECK-VALID-ENV-TABLE-EXIT
013960         UNTIL WS-ENV-IDX > 3 OR ENV-CODE-VALID.
013970     IF NOT ENV-CODE-VALID
013980         OR WS-ENV-CODE NOT = WS-RUN-ENVIRONMENT
013990         GO TO 9010-ENV-CODE-ABEND
014000     END-IF.
014010 1005-VALIDATE-ENV-CODE-EXIT.
014020     EXIT.
014030*----------------------------------------------------------------
014040 1006-CHECK-VALID-ENV-TABLE.
014050*----------------------------------------------------------------
014060     IF WS-ENV-CODE = WS-VALID-ENV-CODE(WS-ENV-IDX)
014070         MOVE 'Y' TO WS-ENV-MATCH-SW
014080     ELSE
014090         ADD 1 TO WS-ENV-IDX
014100     END-IF.
014110 1006-CHECK-VALID-ENV-TABLE-EXIT.
014120     EXIT.
014130*----------------------------------------------------------------
014140 1007-CHECK-QUIET-MODE.
014150*    POSITIONS 6-10 OF THE PARM FIELD CARRY AN OPTIONAL 'QUIET'
014160*    TOKEN (POSITION 5 IS A BLANK SEPARATOR AFTER THE ENV CODE
014170*    IN POSITIONS 1-4).  WHEN PRESENT, THE STARTUP BANNER AND
014180*    SIGN-OFF ARE NOT DISPLAYED ON THE CONSOLE, BUT THE AUDIT,
014190*    CHECKPOINT, REPORT AND VERSION LOGS ARE STILL WRITTEN.
014200*----------------------------------------------------------------
014210     MOVE LK-PARM-TEXT(6:5) TO WS-QUIET-CODE.
014220     MOVE 'N' TO WS-QUIET-SWITCH.
014230     IF WS-QUIET-CODE = 'QUIET'
014240         MOVE 'Y' TO WS-QUIET-SWITCH
014250     END-IF.
014260 1007-CHECK-QUIET-MODE-EXIT.
014270     EXIT.
014280*----------------------------------------------------------------
014290 1008-CHECK-FORCE-OPTION.
014300*    POSITIONS 12-16 OF THE PARM FIELD CARRY AN OPTIONAL 'FORCE'
014310*    TOKEN AND POSITIONS 18-21 THE REASON CODE FOR IT, E.G.
014320*    PARM='PROD QUIET FORCE DFIX' OR PARM='PROD       FORCE DFIX'.
014330*    FORCE LETS A DELIBERATE RERUN THROUGH THE DUPLICATE-RUN
014340*    CHECK; WITHOUT A REASON CODE IT IS IGNORED, SO NO RERUN CAN
014350*    BE FORCED WITHOUT SAYING WHY.  NOTHING PAST THE LENGTH THE
014360*    RUNTIME PASSED IN LK-PARM-LEN IS EVER LOOKED AT.
014370*----------------------------------------------------------------
014380     MOVE 'N'    TO WS-FORCE-SW.
014390     MOVE SPACES TO WS-FORCE-CODE.
014400     MOVE SPACES TO WS-FORCE-REASON.
014410     IF LK-PARM-LEN < 16
014420         GO TO 1008-CHECK-FORCE-OPTION-EXIT
014430     END-IF.
014440     MOVE LK-PARM-TEXT(12:5) TO WS-FORCE-CODE.
014450     IF WS-FORCE-CODE NOT = 'FORCE'
014460         GO TO 1008-CHECK-FORCE-OPTION-EXIT
014470     END-IF.
014480     IF LK-PARM-LEN > 20
014490         MOVE LK-PARM-TEXT(18:4) TO WS-FORCE-REASON
014500     ELSE
014510     IF LK-PARM-LEN > 17
014520         MOVE LK-PARM-TEXT(18:LK-PARM-LEN - 17) TO WS-FORCE-REASON
014530     END-IF
014540     END-IF.
014550     IF WS-FORCE-REASON = SPACES
014560         DISPLAY "HELLO_WORLD - FORCE IGNORED - NO REASON CODE"
014570     ELSE
014580         MOVE 'Y' TO WS-FORCE-SW
014590     END-IF.
014600 1008-CHECK-FORCE-OPTION-EXIT.
014610     EXIT.
014620*----------------------------------------------------------------
014630 1009-CHECK-PLAN-OPTION.
014640*    POSITIONS 12-15 OF THE PARM FIELD MAY INSTEAD CARRY 'PLAN',
014650*    WITH A TARGET DATE (YYYYMMDD) IN POSITIONS 18-25 AND AN
014660*    OPTIONAL LAST DATE IN POSITIONS 27-34, E.G.
014670*    PARM='PROD       PLAN  20261027 20261102'.  A PLAN RUN
014680*    PREVIEWS THE CYCLE FOR EVERY DATE IN THE RANGE, UP TO 31,
014690*    AND CALLS NO STEP PROGRAM.  PLAN USES THE SAME COLUMNS AS
014700*    FORCE, SO THE TWO CAN NEVER BE CODED TOGETHER.  IT IS
014710*    EDITED BEFORE THE ENVIRONMENT CODE SO THAT A PLAN RUN
014720*    ABORTED FOR A MISMATCH STILL WRITES NOTHING BUT ITS REPORT.
014730*----------------------------------------------------------------
014740     MOVE 'N'    TO WS-PLAN-SW.
014750     MOVE SPACES TO WS-PLAN-CODE.
014760     MOVE SPACES TO WS-PLAN-FROM-DATE.
014770     MOVE SPACES TO WS-PLAN-TO-DATE.
014780     IF LK-PARM-LEN < 15
014790         GO TO 1009-CHECK-PLAN-OPTION-EXIT
014800     END-IF.
014810     MOVE LK-PARM-TEXT(12:4) TO WS-PLAN-CODE.
014820     IF WS-PLAN-CODE NOT = 'PLAN'
014830         GO TO 1009-CHECK-PLAN-OPTION-EXIT
014840     END-IF.
014850     MOVE 'Y' TO WS-PLAN-SW.
014860     IF LK-PARM-LEN < 25
014870         GO TO 9060-PLAN-PARM-ABEND
014880     END-IF.
014890     MOVE LK-PARM-TEXT(18:8) TO WS-PLAN-FROM-DATE.
014900     IF LK-PARM-LEN > 33
014910         MOVE LK-PARM-TEXT(27:8) TO WS-PLAN-TO-DATE
014920     ELSE
014930     IF LK-PARM-LEN > 26
014940         MOVE LK-PARM-TEXT(27:LK-PARM-LEN - 26) TO WS-PLAN-TO-DATE
014950     END-IF
014960     END-IF.
014970     IF WS-PLAN-TO-DATE = SPACES
014980         MOVE WS-PLAN-FROM-DATE TO WS-PLAN-TO-DATE
014990     END-IF.
015000     MOVE WS-PLAN-FROM-DATE TO WS-PLAN-DATE.
015010     PERFORM 3910-EDIT-PLAN-DATE
015020         THRU 3910-EDIT-PLAN-DATE-EXIT.
015030     IF NOT PLAN-DATE-VALID
015040         GO TO 9060-PLAN-PARM-ABEND
015050     END-IF.
015060     MOVE WS-PLAN-TO-DATE TO WS-PLAN-DATE.
015070     PERFORM 3910-EDIT-PLAN-DATE
015080         THRU 3910-EDIT-PLAN-DATE-EXIT.
015090     IF NOT PLAN-DATE-VALID
015100         OR WS-PLAN-TO-DATE < WS-PLAN-FROM-DATE
015110         GO TO 9060-PLAN-PARM-ABEND
015120     END-IF.
015130     MOVE WS-PLAN-FROM-DATE TO WS-PLAN-DATE.
015140     MOVE 1 TO WS-PLAN-DAY-COUNT.
015150     PERFORM 3905-COUNT-ONE-PLAN-DAY
015160         THRU 3905-COUNT-ONE-PLAN-DAY-EXIT
015170         UNTIL WS-PLAN-DATE NOT < WS-PLAN-TO-DATE
015180            OR WS-PLAN-DAY-COUNT > 31.
015190     IF WS-PLAN-DAY-COUNT > 31
015200         GO TO 9060-PLAN-PARM-ABEND
015210     END-IF.
015220 1009-CHECK-PLAN-OPTION-EXIT.
015230     EXIT.
015240*----------------------------------------------------------------
015250 1010-GET-RUNTIME-IDENTIFICATION.
015260*    OBTAIN THE JOB NAME, STEP NAME AND SUBMITTING USER ID THAT
015270*    THE JCL SETS INTO THE RUN-TIME ENVIRONMENT, STAMP THE START
015280*    TIME FOR THE AUDIT LOG, AND DERIVE THE BUSINESS CYCLE DATE
015290*    FROM THE PROCESSING CALENDAR.  A CYCLE THAT STARTS AFTER
015300*    MIDNIGHT CHECKPOINTS AND AUDITS UNDER THE CALENDAR'S
015310*    BUSINESS DATE, NOT THE RAW SYSTEM DATE.  A PLAN RUN HAS NO
015320*    CYCLE DATE OF ITS OWN - EACH TARGET DATE IS LOOKED UP AS IT
015330*    IS PLANNED - SO IT IS STAMPED WITH THE SYSTEM DATE.
015340*----------------------------------------------------------------
015350     DISPLAY "JOBNAME" UPON ENVIRONMENT-NAME.
015360     ACCEPT WS-JOB-NAME FROM ENVIRONMENT-VALUE.
015370     DISPLAY "STEPNAME" UPON ENVIRONMENT-NAME.
015380     ACCEPT WS-STEP-NAME FROM ENVIRONMENT-VALUE.
015390     DISPLAY "USERID" UPON ENVIRONMENT-NAME.
015400     ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE.
015410     DISPLAY "REGNCODE" UPON ENVIRONMENT-NAME.
015420     ACCEPT WS-REGION-CODE FROM ENVIRONMENT-VALUE.
015430     DISPLAY "SHIFTCDE" UPON ENVIRONMENT-NAME.
015440     ACCEPT WS-SHIFT-CODE FROM ENVIRONMENT-VALUE.
015450     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
015460     IF PLAN-MODE
015470         MOVE WS-SYSTEM-DATE TO WS-RUN-DATE
015480     ELSE
015490         PERFORM 1015-DERIVE-CYCLE-DATE
015500             THRU 1015-DERIVE-CYCLE-DATE-EXIT
015510     END-IF.
015520     ACCEPT WS-START-TIME FROM TIME.
015530 1010-GET-RUNTIME-IDENTIFICATION-EXIT.
015540     EXIT.
015550*----------------------------------------------------------------
015560 1015-DERIVE-CYCLE-DATE.
015570*    LOOK TONIGHT'S SYSTEM DATE UP ON THE PROCESSING CALENDAR
015580*    TO GET THE TRUE BUSINESS CYCLE DATE AND THE DAY TYPE (D =
015590*    BUSINESS DAY, M = MONTH-END, H = HOLIDAY) THAT SELECTS
015600*    WHICH STEP-LIST CARDS RUN.  A MISSING CALENDAR RECORD
015610*    ABORTS THE CYCLE BEFORE ANY STEP RUNS, EXCEPT ON THE
015620*    ENVIRONMENT-MISMATCH ABEND PATH, WHERE THE SYSTEM DATE IS
015630*    USED SO THE ABEND TRAIL CAN STILL BE WRITTEN.
015640*----------------------------------------------------------------
015650     MOVE 'N'  TO WS-CAL-FOUND-SW.
015660     MOVE '00' TO WS-CALFILE-STATUS.
015670     OPEN INPUT PROC-CALENDAR.
015680     PERFORM 1016-READ-CALENDAR
015690         THRU 1016-READ-CALENDAR-EXIT
015700         UNTIL CAL-DATE-FOUND OR CALFILE-AT-EOF.
015710     CLOSE PROC-CALENDAR.
015720     IF CAL-DATE-FOUND
015730         MOVE CA-BUSINESS-DATE TO WS-RUN-DATE
015740         MOVE CA-DAY-TYPE      TO WS-STEPLIST-SELECT
015750     ELSE
015760         IF ENV-ABEND-OCCURRED
015770             MOVE WS-SYSTEM-DATE TO WS-RUN-DATE
015780         ELSE
015790             GO TO 9020-CALENDAR-ABEND
015800         END-IF
015810     END-IF.
015820 1015-DERIVE-CYCLE-DATE-EXIT.
015830     EXIT.
015840*----------------------------------------------------------------
015850 1016-READ-CALENDAR.
015860*----------------------------------------------------------------
015870     READ PROC-CALENDAR
015880         AT END
015890             MOVE '10' TO WS-CALFILE-STATUS
015900     END-READ.
015910     IF NOT CALFILE-AT-EOF
015920        AND CA-CALENDAR-DATE = WS-SYSTEM-DATE
015930         MOVE 'Y' TO WS-CAL-FOUND-SW
015940     END-IF.
015950 1016-READ-CALENDAR-EXIT.
015960     EXIT.
015970*----------------------------------------------------------------
015980 1020-READ-BANNER-PARM.
015990*    READ THE BANNER-PARM FILE AND POPULATE THE RUN-
016000*    IDENTIFICATION FIELDS FROM IT SO THE WORDING CAN BE
016010*    CHANGED BY OPERATIONS WITHOUT A RECOMPILE.
016020*----------------------------------------------------------------
016030     OPEN INPUT BANNER-PARM.
016040     READ BANNER-PARM
016050         AT END
016060             MOVE '10' TO WS-BANNRIN-STATUS
016070     END-READ.
016080     IF BANNRIN-OK
016090         MOVE BP-NAME    TO WS-NAME
016100         MOVE BP-GOODBYE TO WS-GOODBYE
016110     END-IF.
016120     CLOSE BANNER-PARM.
016130 1020-READ-BANNER-PARM-EXIT.
016140     EXIT.
016150*----------------------------------------------------------------
016160 1030-LOAD-SIGNOFF-TABLE.
016170*    LOAD THE SIGNOFF-MSG REFERENCE FILE INTO A TABLE AND THEN
016180*    LOOK UP THIS RUN'S REGION/SHIFT CODE SO EACH DATA CENTER'S
016190*    OWN CLOSING MESSAGE AND FOOTER ARE USED INSTEAD OF ONE
016200*    LITERAL SHARED BY EVERY SITE.
016210*----------------------------------------------------------------
016220     OPEN INPUT SIGNOFF-MSG.
016230     PERFORM 1031-READ-SIGNOFF-MSG
016240         THRU 1031-READ-SIGNOFF-MSG-EXIT.
016250     PERFORM 1032-ADD-SIGNOFF-ENTRY
016260         THRU 1032-ADD-SIGNOFF-ENTRY-EXIT
016270         UNTIL SIGNMSG-AT-EOF OR WS-SIGNOFF-COUNT = 50.
016280     CLOSE SIGNOFF-MSG.
016290     PERFORM 1033-LOOKUP-SIGNOFF-MSG
016300         THRU 1033-LOOKUP-SIGNOFF-MSG-EXIT.
016310 1030-LOAD-SIGNOFF-TABLE-EXIT.
016320     EXIT.
016330*----------------------------------------------------------------
016340 1031-READ-SIGNOFF-MSG.
016350*----------------------------------------------------------------
016360     READ SIGNOFF-MSG
016370         AT END
016380             MOVE '10' TO WS-SIGNMSG-STATUS
016390     END-READ.
016400 1031-READ-SIGNOFF-MSG-EXIT.
016410     EXIT.
016420*----------------------------------------------------------------
016430 1032-ADD-SIGNOFF-ENTRY.
016440*----------------------------------------------------------------
016450     ADD 1 TO WS-SIGNOFF-COUNT.
016460     MOVE SM-REGION-CODE TO WS-SM-REGION(WS-SIGNOFF-COUNT).
016470     MOVE SM-SHIFT-CODE  TO WS-SM-SHIFT(WS-SIGNOFF-COUNT).
016480     MOVE SM-MESSAGE     TO WS-SM-MESSAGE(WS-SIGNOFF-COUNT).
016490     MOVE SM-FOOTER      TO WS-SM-FOOTER(WS-SIGNOFF-COUNT).
016500     PERFORM 1031-READ-SIGNOFF-MSG
016510         THRU 1031-READ-SIGNOFF-MSG-EXIT.
016520 1032-ADD-SIGNOFF-ENTRY-EXIT.
016530     EXIT.
016540*----------------------------------------------------------------
016550 1033-LOOKUP-SIGNOFF-MSG.
016560*    IF THE TABLE HAS AN ENTRY FOR THIS RUN'S REGION AND SHIFT
016570*    CODE, USE ITS MESSAGE AND FOOTER; OTHERWISE LEAVE THE
016580*    SIGN-OFF TEXT AS ALREADY SET FROM THE BANNER-PARM FILE.
016590*----------------------------------------------------------------
016600     IF WS-SIGNOFF-COUNT > 0
016610         SET WS-SM-IDX TO 1
016620         SEARCH WS-SIGNOFF-ENTRY
016630             AT END
016640                 CONTINUE
016650             WHEN WS-SM-REGION(WS-SM-IDX) = WS-REGION-CODE
016660              AND WS-SM-SHIFT(WS-SM-IDX)  = WS-SHIFT-CODE
016670                 MOVE WS-SM-MESSAGE(WS-SM-IDX) TO WS-GOODBYE
016680                 MOVE WS-SM-FOOTER(WS-SM-IDX)
016690                     TO WS-SIGNOFF-FOOTER
016700         END-SEARCH
016710     END-IF.
016720 1033-LOOKUP-SIGNOFF-MSG-EXIT.
016730     EXIT.
016740*----------------------------------------------------------------
016750 1040-BUILD-RUN-CONTEXT.
016760*    BUILD THE RUN-CONTEXT COMMUNICATION AREA PASSED USING ON
016770*    EVERY CYCLE STEP CALL.  ONE AUTHORITATIVE SET OF RUN FACTS
016780*    - THE VALIDATED ENVIRONMENT CODE, THE BUSINESS CYCLE DATE,
016790*    THE QUIET SWITCH, REGION/SHIFT AND THE PROGRAM VERSION - SO
016800*    THE SUBPROGRAMS STOP RE-DERIVING THEIR OWN COPIES AND
016810*    DISAGREEING WITH WHAT THIS PROGRAM VALIDATED.
016820*----------------------------------------------------------------
016830     MOVE WS-NAME            TO CTX-SYSTEM-NAME.
016840     MOVE WS-RUN-DATE        TO CTX-CYCLE-DATE.
016850     MOVE WS-GOODBYE         TO CTX-GOODBYE.
016860     MOVE WS-ENV-CODE        TO CTX-ENV-CODE.
016870     MOVE WS-STEPLIST-SELECT TO CTX-DAY-TYPE.
016880     MOVE WS-QUIET-SWITCH    TO CTX-QUIET-SWITCH.
016890     MOVE WS-REGION-CODE     TO CTX-REGION-CODE.
016900     MOVE WS-SHIFT-CODE      TO CTX-SHIFT-CODE.
016910     MOVE WS-PROGRAM-VERSION TO CTX-PROGRAM-VERSION.
016920     MOVE SPACES             TO CTX-STEP-MESSAGE.
016930 1040-BUILD-RUN-CONTEXT-EXIT.
016940     EXIT.
016950*----------------------------------------------------------------
016960 1050-CHECK-SUBMIT-AUTHORITY.
016970*    THE SUBMITTING USER MUST HOLD THE SUBMIT FUNCTION FOR THIS
016980*    ENVIRONMENT ON THE AUTHORITY FILE, OR THE CYCLE IS REFUSED
016990*    BEFORE THE CHECKPOINT IS TAKEN OR ANY STEP RUNS.
017000*----------------------------------------------------------------
017010     MOVE WS-USER-ID TO WS-AUTH-USER.
017020     MOVE 'SUBMIT'   TO WS-AUTH-FUNCTION.
017030     MOVE SPACES     TO WS-AUTH-OPERAND.
017040     PERFORM 8500-CHECK-AUTHORITY
017050         THRU 8500-CHECK-AUTHORITY-EXIT.
017060     IF NOT AUTHORITY-GRANTED
017070         GO TO 9040-AUTHORITY-ABEND
017080     END-IF.
017090 1050-CHECK-SUBMIT-AUTHORITY-EXIT.
017100     EXIT.
017110*----------------------------------------------------------------
017120 1060-CHECK-DUPLICATE-RUN.
017130*    REFUSE A SECOND RUN OF THE SAME BUSINESS CYCLE DATE BEFORE
017140*    IT CAN WRITE A CHECKPOINT, STEP RECORDS, CONTROL TOTALS OR
017150*    ALERTS OVER THE FIRST ONE'S.  TWO THINGS ARE CHECKED:
017160*    - THE AUDIT LOG, FOR A RUN-LEVEL RECORD OF THIS JOB FOR THE
017170*      CYCLE DATE THAT REACHED ITS STOP TIME AFTER RUNNING CYCLE
017180*      STEPS.  AN ATTEMPT REFUSED BEFORE ANY STEP RAN (WRONG
017190*      ENVIRONMENT, EDIT ERRORS, NOT AUTHORIZED) DOES NOT COUNT,
017200*      SO THE CORRECTED RESUBMISSION IS NOT TURNED AWAY.
017210*    - THE CYCLE-LOCK FILE, FOR A LOCK ON THE CYCLE DATE AND
017220*      REGION TAKEN BY A RUN THAT HAS NOT YET TERMINATED - E.G.
017230*      ONE SITTING IN AN OPERATOR HOLD.  A RUN THAT DIED WITHOUT
017240*      REACHING 8000-TERMINATE LEAVES ITS LOCK BEHIND, AND THE
017250*      RESTART MUST BE FORCED.
017260*    WITH FORCE AND A REASON CODE ON THE PARM BOTH ARE OVERRIDDEN
017270*    AND THE OVERRIDE IS STAMPED; OTHERWISE THE RUN IS REFUSED
017280*    WITH RETURN CODE 20.  A LOCK FILE THAT CANNOT BE OPENED
017290*    REFUSES THE RUN EVEN WITH FORCE, AS NO LOCK CAN BE TAKEN.
017300*    AN AUDIT LOG THAT CANNOT BE OPENED LEAVES THE COMPLETED-RUN
017310*    CHECK UNANSWERED, SO IT ALSO REFUSES THE RUN UNLESS FORCE IS
017320*    GIVEN - A FORCED RUN GOES ON TO THE LOCK CHECK AS USUAL.
017330*----------------------------------------------------------------
017340     MOVE ZERO   TO WS-PRIOR-RUN-COUNT.
017350     MOVE ZERO   TO WS-PRIOR-STEP-COUNT.
017360     MOVE SPACES TO WS-PRIOR-START-TIME.
017370     MOVE 'N'    TO WS-PRIOR-DONE-SW.
017380     MOVE SPACE  TO WS-DUP-KIND.
017390     PERFORM 1061-SCAN-PRIOR-RUNS
017400         THRU 1061-SCAN-PRIOR-RUNS-EXIT.
017410     IF DUP-AUDIT-UNAVAILABLE
017420         IF NOT FORCE-REQUESTED
017430             GO TO 9050-DUPLICATE-RUN-ABEND
017440         END-IF
017450         DISPLAY "HELLO_WORLD - FORCED RUN - COMPLETED-RUN CHECK "
017460             "NOT MADE"
017470         MOVE SPACE TO WS-DUP-KIND
017480     END-IF.
017490     IF WS-PRIOR-RUN-COUNT > ZERO
017500        AND WS-PRIOR-STEP-COUNT > ZERO
017510         MOVE 'Y' TO WS-PRIOR-DONE-SW
017520     END-IF.
017530     IF PRIOR-RUN-COMPLETED
017540        AND NOT FORCE-REQUESTED
017550         MOVE 'C' TO WS-DUP-KIND
017560         GO TO 9050-DUPLICATE-RUN-ABEND
017570     END-IF.
017580     PERFORM 1065-TAKE-CYCLE-LOCK
017590         THRU 1065-TAKE-CYCLE-LOCK-EXIT.
017600     IF WS-DUP-KIND NOT = SPACE
017610         GO TO 9050-DUPLICATE-RUN-ABEND
017620     END-IF.
017630     IF PRIOR-RUN-COMPLETED
017640        OR CYCLE-LOCK-HELD
017650         MOVE 'Y' TO WS-OVERRIDE-SW
017660         PERFORM 1068-WRITE-FORCE-AUDIT
017670             THRU 1068-WRITE-FORCE-AUDIT-EXIT
017680     END-IF.
017690 1060-CHECK-DUPLICATE-RUN-EXIT.
017700     EXIT.
017710*----------------------------------------------------------------
017720 1061-SCAN-PRIOR-RUNS.
017730*    READ THIS JOB'S AUDIT RECORDS FOR THE CYCLE DATE, COUNTING
017740*    THE RUN-LEVEL RECORDS THAT CARRY A STOP TIME AND THE CYCLE
017750*    STEPS RUN (OPERATOR COMMAND STAMPS ARE NOT STEPS).  THE
017760*    KEY BEGINS WITH JOB NAME AND DATE, SO THE SCAN STARTS AT
017770*    THE DATE'S FIRST RECORD AND STOPS AT THE FIRST ONE PAST IT.
017780*    IF THE AUDIT LOG WILL NOT OPEN THE DUPLICATE KIND IS SET TO
017790*    'A' FOR THE CALLER TO REFUSE THE RUN.
017800*----------------------------------------------------------------
017810     MOVE '00' TO WS-AUDITLOG-STATUS.
017820     OPEN INPUT AUDIT-LOG.
017830     IF NOT AUDITLOG-OK
017840         DISPLAY "HELLO_WORLD - AUDIT LOG NOT AVAILABLE: "
017850             WS-AUDITLOG-STATUS
017860         MOVE 'A' TO WS-DUP-KIND
017870         GO TO 1061-SCAN-PRIOR-RUNS-EXIT
017880     END-IF.
017890     MOVE WS-JOB-NAME TO AL-JOB-NAME.
017900     MOVE WS-RUN-DATE TO AL-RUN-DATE.
017910     MOVE ZERO        TO AL-STEP-SEQUENCE.
017920     MOVE LOW-VALUES  TO AL-START-TIME.
017930     MOVE 'N' TO WS-AUDIT-SCAN-SW.
017940     START AUDIT-LOG KEY NOT < AL-KEY
017950         INVALID KEY
017960             MOVE 'Y' TO WS-AUDIT-SCAN-SW
017970     END-START.
017980     PERFORM 1062-CHECK-ONE-PRIOR-RECORD
017990         THRU 1062-CHECK-ONE-PRIOR-RECORD-EXIT
018000         UNTIL AUDIT-SCAN-DONE.
018010     CLOSE AUDIT-LOG.
018020     MOVE '00' TO WS-AUDITLOG-STATUS.
018030 1061-SCAN-PRIOR-RUNS-EXIT.
018040     EXIT.
018050*----------------------------------------------------------------
018060 1062-CHECK-ONE-PRIOR-RECORD.
018070*----------------------------------------------------------------
018080     READ AUDIT-LOG NEXT RECORD
018090         AT END
018100             MOVE 'Y' TO WS-AUDIT-SCAN-SW
018110     END-READ.
018120     IF AUDIT-SCAN-DONE
018130         GO TO 1062-CHECK-ONE-PRIOR-RECORD-EXIT
018140     END-IF.
018150     IF AL-JOB-NAME NOT = WS-JOB-NAME
018160        OR AL-RUN-DATE NOT = WS-RUN-DATE
018170         MOVE 'Y' TO WS-AUDIT-SCAN-SW
018180         GO TO 1062-CHECK-ONE-PRIOR-RECORD-EXIT
018190     END-IF.
018200     IF AL-RUN-LEVEL
018210        AND AL-STOP-TIME NOT = SPACES
018220         ADD 1 TO WS-PRIOR-RUN-COUNT
018230         MOVE AL-START-TIME TO WS-PRIOR-START-TIME
018240     END-IF.
018250     IF AS-STEP-LEVEL
018260        AND AS-PROGRAM-NAME NOT = '*OPERCMD'
018270         ADD 1 TO WS-PRIOR-STEP-COUNT
018280     END-IF.
018290 1062-CHECK-ONE-PRIOR-RECORD-EXIT.
018300     EXIT.
018310*----------------------------------------------------------------
018320 1065-TAKE-CYCLE-LOCK.
018330*    TAKE THE LOCK FOR THE CYCLE DATE AND REGION.  IF ANOTHER RUN
018340*    HOLDS IT, REMEMBER WHO, AND EITHER TAKE IT OVER (FORCE) OR
018350*    LEAVE IT ALONE AND MARK THE RUN FOR REFUSAL.
018360*----------------------------------------------------------------
018370     MOVE 'N' TO WS-LOCK-HELD-SW.
018380     MOVE 'N' TO WS-LOCK-TAKEN-SW.
018390     MOVE '00' TO WS-CYCLOCK-STATUS.
018400     OPEN I-O CYCLE-LOCK.
018410     IF NOT CYCLOCK-OK
018420         DISPLAY "HELLO_WORLD - CYCLE LOCK FILE NOT AVAILABLE: "
018430             WS-CYCLOCK-STATUS
018440         MOVE 'U' TO WS-DUP-KIND
018450         GO TO 1065-TAKE-CYCLE-LOCK-EXIT
018460     END-IF.
018470     MOVE WS-RUN-DATE    TO CK-CYCLE-DATE.
018480     MOVE WS-REGION-CODE TO CK-REGION-CODE.
018490     READ CYCLE-LOCK
018500         INVALID KEY
018510             MOVE '23' TO WS-CYCLOCK-STATUS
018520     END-READ.
018530     IF CYCLOCK-OK
018540         MOVE 'Y'           TO WS-LOCK-HELD-SW
018550         MOVE CK-JOB-NAME   TO WS-HOLDER-JOB-NAME
018560         MOVE CK-USER-ID    TO WS-HOLDER-USER-ID
018570         MOVE CK-START-TIME TO WS-HOLDER-START-TIME
018580     END-IF.
018590     IF CYCLE-LOCK-HELD
018600        AND NOT FORCE-REQUESTED
018610         MOVE 'L' TO WS-DUP-KIND
018620         CLOSE CYCLE-LOCK
018630         GO TO 1065-TAKE-CYCLE-LOCK-EXIT
018640     END-IF.
018650     PERFORM 1066-BUILD-LOCK-RECORD
018660         THRU 1066-BUILD-LOCK-RECORD-EXIT.
018670     MOVE '00' TO WS-CYCLOCK-STATUS.
018680     IF CYCLE-LOCK-HELD
018690         REWRITE CYCLE-LOCK-RECORD
018700             INVALID KEY
018710                 MOVE '23' TO WS-CYCLOCK-STATUS
018720         END-REWRITE
018730     ELSE
018740         WRITE CYCLE-LOCK-RECORD
018750             INVALID KEY
018760                 MOVE '22' TO WS-CYCLOCK-STATUS
018770         END-WRITE
018780     END-IF.
018790     IF CYCLOCK-OK
018800         MOVE 'Y' TO WS-LOCK-TAKEN-SW
018810     ELSE
018820         MOVE 'L' TO WS-DUP-KIND
018830     END-IF.
018840     CLOSE CYCLE-LOCK.
018850 1065-TAKE-CYCLE-LOCK-EXIT.
018860     EXIT.
018870*----------------------------------------------------------------
018880 1066-BUILD-LOCK-RECORD.
018890*    A LOCK THAT APPEARS BETWEEN THE READ AND THE WRITE IS A
018900*    SECOND COPY STARTING AT THE SAME MOMENT; THE WRITE FAILS ON
018910*    THE DUPLICATE KEY AND THIS COPY IS THE ONE REFUSED.
018920*----------------------------------------------------------------
018930     MOVE SPACES            TO CYCLE-LOCK-RECORD.
018940     MOVE WS-RUN-DATE       TO CK-CYCLE-DATE.
018950     MOVE WS-REGION-CODE    TO CK-REGION-CODE.
018960     MOVE WS-JOB-NAME       TO CK-JOB-NAME.
018970     MOVE WS-USER-ID        TO CK-USER-ID.
018980     MOVE WS-START-TIME     TO CK-START-TIME.
018990     MOVE WS-SYSTEM-DATE    TO CK-SYSTEM-DATE.
019000     IF FORCE-REQUESTED
019010         MOVE WS-FORCE-REASON TO CK-FORCE-REASON
019020     END-IF.
019030 1066-BUILD-LOCK-RECORD-EXIT.
019040     EXIT.
019050*----------------------------------------------------------------
019060 1068-WRITE-FORCE-AUDIT.
019070*    STAMP THE FORCED RERUN ON THE AUDIT LOG AS A FORCED-RERUN
019080*    ('F') RECORD: WHO FORCED IT, THE REASON CODE, AND WHAT WAS
019090*    OVERRIDDEN - A COMPLETED RUN, ANOTHER RUN'S LOCK, OR BOTH -
019100*    WITH THE START TIME OF THE RUN OVERRIDDEN.
019110*----------------------------------------------------------------
019120     ADD 1 TO WS-STEP-SEQUENCE.
019130     ACCEPT WS-FORCE-STAMP-TIME FROM TIME.
019140     MOVE SPACES              TO AUDIT-FORCE-RECORD.
019150     MOVE 'F'                 TO AO-RECORD-TYPE.
019160     MOVE WS-JOB-NAME         TO AO-JOB-NAME.
019170     MOVE WS-RUN-DATE         TO AO-RUN-DATE.
019180     MOVE WS-STEP-SEQUENCE    TO AO-STEP-SEQUENCE.
019190     MOVE WS-FORCE-STAMP-TIME TO AO-START-TIME.
019200     MOVE WS-USER-ID          TO AO-USER-ID.
019210     MOVE WS-FORCE-REASON     TO AO-REASON-CODE.
019220     MOVE WS-REGION-CODE      TO AO-REGION-CODE.
019230     IF PRIOR-RUN-COMPLETED
019240        AND CYCLE-LOCK-HELD
019250         MOVE 'B'                  TO AO-OVERRIDDEN
019260         MOVE WS-PRIOR-START-TIME  TO AO-PRIOR-START-TIME
019270     ELSE
019280     IF PRIOR-RUN-COMPLETED
019290         MOVE 'C'                  TO AO-OVERRIDDEN
019300         MOVE WS-PRIOR-START-TIME  TO AO-PRIOR-START-TIME
019310     ELSE
019320         MOVE 'L'                  TO AO-OVERRIDDEN
019330         MOVE WS-HOLDER-START-TIME TO AO-PRIOR-START-TIME
019340     END-IF
019350     END-IF.
019360     OPEN I-O AUDIT-LOG.
019370     WRITE AUDIT-FORCE-RECORD
019380         INVALID KEY
019390             DISPLAY "HELLO_WORLD - DUPLICATE AUDIT KEY: "
019400                 AO-KEY
019410     END-WRITE.
019420     CLOSE AUDIT-LOG.
019430     DISPLAY "HELLO_WORLD - DUPLICATE RUN FORCED BY " WS-USER-ID
019440         " REASON " WS-FORCE-REASON.
019450 1068-WRITE-FORCE-AUDIT-EXIT.
019460     EXIT.
019470*----------------------------------------------------------------
019480 1500-WRITE-RESTART-CHECKPOINT.
019490*    THE STARTUP BANNER PHASE HAS COMPLETED.  WRITE A CHECKPOINT
019500*    RECORD SO THE RESTART JCL AND DOWNSTREAM STEPS CAN TELL
019510*    PROGRAMMATICALLY THAT THIS RUN'S BANNER STEP ALREADY RAN
019520*    FOR THIS CYCLE DATE, EVEN IF A LATER STEP IN THE CYCLE
019530*    SUBSEQUENTLY ABENDS.
019540*----------------------------------------------------------------
019550     MOVE WS-JOB-NAME  TO RL-JOB-NAME.
019560     MOVE WS-RUN-DATE  TO RL-CYCLE-DATE.
019570     MOVE 'Y'          TO RL-COMPLETION-FLAG.
019580     OPEN OUTPUT RESTART-LOG.
019590     WRITE RESTART-LOG-RECORD.
019600     CLOSE RESTART-LOG.
019610 1500-WRITE-RESTART-CHECKPOINT-EXIT.
019620     EXIT.
019630*----------------------------------------------------------------
019640 1600-PREFLIGHT-EDIT.
019650*    EDIT THE CONTROL FILES BEFORE THE CYCLE IS ALLOWED TO
019660*    START.  EVERY STEP-LIST CARD MUST NAME A NON-BLANK,
019670*    WELL-FORMED PROGRAM, UNIQUE WITHIN ITS LIST, WITH READABLE
019680*    CONTROL FIELDS; EVERY SIGNOFF-MSG RECORD MUST CARRY A
019690*    WELL-FORMED REGION/SHIFT KEY, WITH DUPLICATES AND RECORDS
019700*    DROPPED BY THE 50-ENTRY TABLE CAP REPORTED INSTEAD OF
019710*    SILENTLY IGNORED; EVERY FEED-MANIFEST CARD MUST NAME A
019720*    WELL-FORMED PROGRAM AND FEED WITH A READABLE EXPECTED-BY
019730*    TIME AND A NON-ZERO TRAILER COUNT.  ANY ERROR REFUSES THE
019740*    WHOLE CYCLE WITH AN EDIT REPORT OF EVERYTHING FOUND, BECAUSE
019750*    A BAD CONTROL CARD DISCOVERED AT STEP 14 OF 20 AT 2 AM IS THE
019760*    MOST EXPENSIVE WAY TO FIND OUT.  A PLAN RUN PRINTS THE ERRORS
019770*    UNDER THE DATE BEING PLANNED INSTEAD (SEE 3110).
019780*----------------------------------------------------------------
019790     MOVE ZERO TO WS-EDIT-ERROR-COUNT.
019800     IF WS-STEPLIST-SELECT NOT = 'D'
019810        AND WS-STEPLIST-SELECT NOT = 'M'
019820        AND WS-STEPLIST-SELECT NOT = 'H'
019830         MOVE SPACES TO WS-EDIT-MSG
019840         STRING 'CALENDAR DAY TYPE "' WS-STEPLIST-SELECT
019850                '" IS NOT D, M OR H'
019860                DELIMITED BY SIZE INTO WS-EDIT-MSG
019870         PERFORM 1690-ADD-EDIT-ERROR
019880             THRU 1690-ADD-EDIT-ERROR-EXIT
019890     END-IF.
019900     PERFORM 1610-EDIT-STEP-LIST
019910         THRU 1610-EDIT-STEP-LIST-EXIT.
019920     PERFORM 1630-EDIT-SIGNOFF-MSG
019930         THRU 1630-EDIT-SIGNOFF-MSG-EXIT.
019940     PERFORM 1640-EDIT-FEED-MANIFEST
019950         THRU 1640-EDIT-FEED-MANIFEST-EXIT.
019960     IF WS-EDIT-ERROR-COUNT > ZERO
019970        AND NOT PLAN-MODE
019980         GO TO 9030-PREFLIGHT-ABEND
019990     END-IF.
020000 1600-PREFLIGHT-EDIT-EXIT.
020010     EXIT.
020020*----------------------------------------------------------------
020030 1610-EDIT-STEP-LIST.
020040*----------------------------------------------------------------
020050     MOVE ZERO TO WS-SL-CARD-COUNT.
020060     MOVE ZERO TO WS-SL-NAME-COUNT.
020070     MOVE '00' TO WS-STEPLIST-STATUS.
020080     OPEN INPUT STEP-LIST.
020090     PERFORM 1611-READ-STEP-CARD
020100         THRU 1611-READ-STEP-CARD-EXIT.
020110     PERFORM 1612-EDIT-ONE-STEP-CARD
020120         THRU 1612-EDIT-ONE-STEP-CARD-EXIT
020130         UNTIL STEPLIST-AT-EOF.
020140     CLOSE STEP-LIST.
020150     MOVE '00' TO WS-STEPLIST-STATUS.
020160     IF WS-SL-CARD-COUNT = ZERO
020170         MOVE 'STEP-LIST FILE IS EMPTY - NOTHING TO RUN'
020180             TO WS-EDIT-MSG
020190         PERFORM 1690-ADD-EDIT-ERROR
020200             THRU 1690-ADD-EDIT-ERROR-EXIT
020210     END-IF.
020220 1610-EDIT-STEP-LIST-EXIT.
020230     EXIT.
020240*----------------------------------------------------------------
020250 1611-READ-STEP-CARD.
020260*----------------------------------------------------------------
020270     READ STEP-LIST
020280         AT END
020290             MOVE '10' TO WS-STEPLIST-STATUS
020300     END-READ.
020310 1611-READ-STEP-CARD-EXIT.
020320     EXIT.
020330*----------------------------------------------------------------
020340 1612-EDIT-ONE-STEP-CARD.
020350*----------------------------------------------------------------
020360     ADD 1 TO WS-SL-CARD-COUNT.
020370     MOVE WS-SL-CARD-COUNT TO WS-EDIT-CARD-NO.
020380     IF SL-PROGRAM-NAME = SPACES
020390         MOVE SPACES TO WS-EDIT-MSG
020400         STRING 'STEP CARD ' WS-EDIT-CARD-NO
020410                ': BLANK PROGRAM NAME'
020420                DELIMITED BY SIZE INTO WS-EDIT-MSG
020430         PERFORM 1690-ADD-EDIT-ERROR
020440             THRU 1690-ADD-EDIT-ERROR-EXIT
020450     ELSE
020460         PERFORM 1613-EDIT-PROGRAM-NAME
020470             THRU 1613-EDIT-PROGRAM-NAME-EXIT
020480     END-IF.
020490     IF SL-MAX-RETURN-CODE NOT NUMERIC
020500        AND SL-MAX-RETURN-CODE(1:2) NOT = SPACES
020510         MOVE SPACES TO WS-EDIT-MSG
020520         STRING 'STEP CARD ' WS-EDIT-CARD-NO
020530                ': MAX RETURN CODE NOT NUMERIC'
020540                DELIMITED BY SIZE INTO WS-EDIT-MSG
020550         PERFORM 1690-ADD-EDIT-ERROR
020560             THRU 1690-ADD-EDIT-ERROR-EXIT
020570     END-IF.
020580     IF SL-RETRY-COUNT NOT NUMERIC
020590        AND SL-RETRY-COUNT(1:1) NOT = SPACE
020600         MOVE SPACES TO WS-EDIT-MSG
020610         STRING 'STEP CARD ' WS-EDIT-CARD-NO
020620                ': RETRY COUNT NOT NUMERIC'
020630                DELIMITED BY SIZE INTO WS-EDIT-MSG
020640         PERFORM 1690-ADD-EDIT-ERROR
020650             THRU 1690-ADD-EDIT-ERROR-EXIT
020660     END-IF.
020670     IF SL-BYPASS-FLAG NOT = 'Y' AND SL-BYPASS-FLAG NOT = 'H'
020680        AND SL-BYPASS-FLAG NOT = 'N'
020690        AND SL-BYPASS-FLAG NOT = SPACE
020700         MOVE SPACES TO WS-EDIT-MSG
020710         STRING 'STEP CARD ' WS-EDIT-CARD-NO
020720                ': BYPASS FLAG NOT Y, H, N OR BLANK'
020730                DELIMITED BY SIZE INTO WS-EDIT-MSG
020740         PERFORM 1690-ADD-EDIT-ERROR
020750             THRU 1690-ADD-EDIT-ERROR-EXIT
020760     END-IF.
020770     IF SL-LIST-ID NOT = 'D' AND SL-LIST-ID NOT = 'M'
020780        AND SL-LIST-ID NOT = 'H'
020790        AND SL-LIST-ID NOT = SPACE
020800         MOVE SPACES TO WS-EDIT-MSG
020810         STRING 'STEP CARD ' WS-EDIT-CARD-NO
020820                ': LIST-ID NOT D, M, H OR BLANK'
020830                DELIMITED BY SIZE INTO WS-EDIT-MSG
020840         PERFORM 1690-ADD-EDIT-ERROR
020850             THRU 1690-ADD-EDIT-ERROR-EXIT
020860     END-IF.
020870     IF SL-TRACK-ID = SPACE
020880        OR SL-TRACK-ID ALPHABETIC-UPPER
020890        OR (SL-TRACK-ID NOT < '0' AND SL-TRACK-ID NOT > '9')
020900         CONTINUE
020910     ELSE
020920         MOVE SPACES TO WS-EDIT-MSG
020930         STRING 'STEP CARD ' WS-EDIT-CARD-NO
020940                ': TRACK ID NOT A LETTER, DIGIT OR BLANK'
020950                DELIMITED BY SIZE INTO WS-EDIT-MSG
020960         PERFORM 1690-ADD-EDIT-ERROR
020970             THRU 1690-ADD-EDIT-ERROR-EXIT
020980     END-IF.
020990*    CARDS THAT WILL ACTUALLY RUN TONIGHT (RIGHT LIST, NOT
021000*    HELD) ARE CAPTURED HERE FOR THE COMPLETION PROJECTION,
021010*    SAVING A THIRD PASS OVER THE STEP LIST.  THE SELECTION
021020*    MIRRORS 2010-READ-STEP-LIST.
021030     IF SL-PROGRAM-NAME NOT = SPACES
021040        AND NOT SL-BYPASS-STEP
021050        AND (SL-LIST-ID = SPACE
021060             OR SL-LIST-ID = WS-STEPLIST-SELECT)
021070        AND WS-PEND-COUNT < 100
021080         ADD 1 TO WS-PEND-COUNT
021090         MOVE SL-PROGRAM-NAME
021100             TO WS-PD-PROGRAM(WS-PEND-COUNT)
021110         MOVE ZERO TO WS-PD-AVG-SECS(WS-PEND-COUNT)
021120         MOVE 'N'  TO WS-PD-DONE-SW(WS-PEND-COUNT)
021130     END-IF.
021140     PERFORM 1611-READ-STEP-CARD
021150         THRU 1611-READ-STEP-CARD-EXIT.
021160 1612-EDIT-ONE-STEP-CARD-EXIT.
021170     EXIT.
021180*----------------------------------------------------------------
021190 1613-EDIT-PROGRAM-NAME.
021200*    THE PROGRAM NAME MUST BE WELL-FORMED (LETTERS AND DIGITS,
021210*    NO EMBEDDED BLANKS) SO THE CALL CANNOT BLOW UP MID-CYCLE,
021220*    AND MUST NOT APPEAR TWICE WITHIN THE SAME LIST.  THE SAME
021230*    PROGRAM ON CARDS FOR DIFFERENT LISTS (DAILY AND MONTH-END,
021240*    SAY) IS LEGITIMATE.
021250*----------------------------------------------------------------
021260     MOVE SL-PROGRAM-NAME TO WS-EDIT-NAME.
021270     MOVE 8 TO WS-EDIT-NAME-LEN.
021280     PERFORM 1615-EDIT-NAME-CHARS
021290         THRU 1615-EDIT-NAME-CHARS-EXIT.
021300     IF NOT EDIT-NAME-OK
021310         MOVE SPACES TO WS-EDIT-MSG
021320         STRING 'STEP CARD ' WS-EDIT-CARD-NO
021330                ': PROGRAM NAME "' SL-PROGRAM-NAME
021340                '" NOT A VALID PROGRAM NAME'
021350                DELIMITED BY SIZE INTO WS-EDIT-MSG
021360         PERFORM 1690-ADD-EDIT-ERROR
021370             THRU 1690-ADD-EDIT-ERROR-EXIT
021380     END-IF.
021390     MOVE 'N' TO WS-DUP-FOUND-SW.
021400     MOVE ZERO TO WS-SL-NAME-SUB.
021410     PERFORM 1614-CHECK-DUP-STEP-NAME
021420         THRU 1614-CHECK-DUP-STEP-NAME-EXIT
021430         UNTIL EDIT-DUP-FOUND
021440            OR WS-SL-NAME-SUB NOT < WS-SL-NAME-COUNT.
021450     IF EDIT-DUP-FOUND
021460         MOVE SPACES TO WS-EDIT-MSG
021470         STRING 'STEP CARD ' WS-EDIT-CARD-NO
021480                ': PROGRAM "' SL-PROGRAM-NAME
021490                '" APPEARS TWICE ON THE SAME LIST'
021500                DELIMITED BY SIZE INTO WS-EDIT-MSG
021510         PERFORM 1690-ADD-EDIT-ERROR
021520             THRU 1690-ADD-EDIT-ERROR-EXIT
021530     ELSE
021540         IF WS-SL-NAME-COUNT < 100
021550             ADD 1 TO WS-SL-NAME-COUNT
021560             MOVE SL-PROGRAM-NAME
021570                 TO WS-SL-NAME(WS-SL-NAME-COUNT)
021580             MOVE SL-LIST-ID
021590                 TO WS-SL-NAME-LIST(WS-SL-NAME-COUNT)
021600         ELSE
021610             IF NOT SL-NAME-TABLE-FULL
021620                 MOVE 'Y' TO WS-SL-NAME-FULL-SW
021630                 MOVE SPACES TO WS-EDIT-MSG
021640                 STRING 'STEP CARD ' WS-EDIT-CARD-NO
021650                        ': NAME TABLE FULL AT 100 - DUPLICATE'
021660                        ' CHECK STOPS HERE'
021670                        DELIMITED BY SIZE INTO WS-EDIT-MSG
021680                 PERFORM 1690-ADD-EDIT-ERROR
021690                     THRU 1690-ADD-EDIT-ERROR-EXIT
021700             END-IF
021710         END-IF
021720     END-IF.
021730 1613-EDIT-PROGRAM-NAME-EXIT.
021740     EXIT.
021750*----------------------------------------------------------------
021760 1614-CHECK-DUP-STEP-NAME.
021770*----------------------------------------------------------------
021780     ADD 1 TO WS-SL-NAME-SUB.
021790     IF WS-SL-NAME(WS-SL-NAME-SUB) = SL-PROGRAM-NAME
021800        AND WS-SL-NAME-LIST(WS-SL-NAME-SUB) = SL-LIST-ID
021810         MOVE 'Y' TO WS-DUP-FOUND-SW
021820     END-IF.
021830 1614-CHECK-DUP-STEP-NAME-EXIT.
021840     EXIT.
021850*----------------------------------------------------------------
021860 1615-EDIT-NAME-CHARS.
021870*    SCAN WS-EDIT-NAME FOR WS-EDIT-NAME-LEN CHARACTERS.  ONLY
021880*    UPPER-CASE LETTERS AND DIGITS ARE ACCEPTED, WITH TRAILING
021890*    BLANKS ALLOWED BUT EMBEDDED BLANKS NOT.
021900*----------------------------------------------------------------
021910     MOVE 'Y' TO WS-NAME-OK-SW.
021920     MOVE 'N' TO WS-BLANK-SEEN-SW.
021930     MOVE 1 TO WS-CHAR-SUB.
021940     PERFORM 1616-EDIT-ONE-CHAR
021950         THRU 1616-EDIT-ONE-CHAR-EXIT
021960         UNTIL WS-CHAR-SUB > WS-EDIT-NAME-LEN.
021970 1615-EDIT-NAME-CHARS-EXIT.
021980     EXIT.
021990*----------------------------------------------------------------
022000 1616-EDIT-ONE-CHAR.
022010*----------------------------------------------------------------
022020     MOVE WS-EDIT-NAME(WS-CHAR-SUB:1) TO WS-EDIT-CHAR.
022030     IF WS-EDIT-CHAR = SPACE
022040         MOVE 'Y' TO WS-BLANK-SEEN-SW
022050     ELSE
022060         IF BLANK-SEEN
022070             MOVE 'N' TO WS-NAME-OK-SW
022080         ELSE
022090             IF WS-EDIT-CHAR ALPHABETIC-UPPER
022100                OR (WS-EDIT-CHAR NOT < '0'
022110                    AND WS-EDIT-CHAR NOT > '9')
022120                 CONTINUE
022130             ELSE
022140                 MOVE 'N' TO WS-NAME-OK-SW
022150             END-IF
022160         END-IF
022170     END-IF.
022180     ADD 1 TO WS-CHAR-SUB.
022190 1616-EDIT-ONE-CHAR-EXIT.
022200     EXIT.
022210*----------------------------------------------------------------
022220 1630-EDIT-SIGNOFF-MSG.
022230*----------------------------------------------------------------
022240     MOVE ZERO TO WS-SM-RECORD-COUNT.
022250     MOVE ZERO TO WS-SMKEY-COUNT.
022260     MOVE '00' TO WS-SIGNMSG-STATUS.
022270     OPEN INPUT SIGNOFF-MSG.
022280     PERFORM 1631-READ-SIGNMSG-EDIT
022290         THRU 1631-READ-SIGNMSG-EDIT-EXIT.
022300     PERFORM 1632-EDIT-ONE-SIGNMSG
022310         THRU 1632-EDIT-ONE-SIGNMSG-EXIT
022320         UNTIL SIGNMSG-AT-EOF.
022330     CLOSE SIGNOFF-MSG.
022340     MOVE '00' TO WS-SIGNMSG-STATUS.
022350 1630-EDIT-SIGNOFF-MSG-EXIT.
022360     EXIT.
022370*----------------------------------------------------------------
022380 1631-READ-SIGNMSG-EDIT.
022390*----------------------------------------------------------------
022400     READ SIGNOFF-MSG
022410         AT END
022420             MOVE '10' TO WS-SIGNMSG-STATUS
022430     END-READ.
022440 1631-READ-SIGNMSG-EDIT-EXIT.
022450     EXIT.
022460*----------------------------------------------------------------
022470 1632-EDIT-ONE-SIGNMSG.
022480*----------------------------------------------------------------
022490     ADD 1 TO WS-SM-RECORD-COUNT.
022500     MOVE WS-SM-RECORD-COUNT TO WS-EDIT-CARD-NO.
022510     IF SM-REGION-CODE = SPACES
022520         MOVE SPACES TO WS-EDIT-MSG
022530         STRING 'SIGNMSG RECORD ' WS-EDIT-CARD-NO
022540                ': BLANK REGION CODE'
022550                DELIMITED BY SIZE INTO WS-EDIT-MSG
022560         PERFORM 1690-ADD-EDIT-ERROR
022570             THRU 1690-ADD-EDIT-ERROR-EXIT
022580     ELSE
022590         MOVE SPACES TO WS-EDIT-NAME
022600         MOVE SM-REGION-CODE TO WS-EDIT-NAME(1:3)
022610         MOVE 3 TO WS-EDIT-NAME-LEN
022620         PERFORM 1615-EDIT-NAME-CHARS
022630             THRU 1615-EDIT-NAME-CHARS-EXIT
022640         IF NOT EDIT-NAME-OK
022650             MOVE SPACES TO WS-EDIT-MSG
022660             STRING 'SIGNMSG RECORD ' WS-EDIT-CARD-NO
022670                    ': REGION CODE "' SM-REGION-CODE
022680                    '" NOT A VALID REGION CODE'
022690                    DELIMITED BY SIZE INTO WS-EDIT-MSG
022700             PERFORM 1690-ADD-EDIT-ERROR
022710                 THRU 1690-ADD-EDIT-ERROR-EXIT
022720         END-IF
022730     END-IF.
022740     MOVE 'N' TO WS-DUP-FOUND-SW.
022750     MOVE ZERO TO WS-SMKEY-SUB.
022760     PERFORM 1633-CHECK-DUP-SIGNMSG-KEY
022770         THRU 1633-CHECK-DUP-SIGNMSG-KEY-EXIT
022780         UNTIL EDIT-DUP-FOUND
022790            OR WS-SMKEY-SUB NOT < WS-SMKEY-COUNT.
022800     IF EDIT-DUP-FOUND
022810         MOVE SPACES TO WS-EDIT-MSG
022820         STRING 'SIGNMSG RECORD ' WS-EDIT-CARD-NO
022830                ': DUPLICATE REGION/SHIFT KEY '
022840                SM-REGION-CODE '/' SM-SHIFT-CODE
022850                DELIMITED BY SIZE INTO WS-EDIT-MSG
022860         PERFORM 1690-ADD-EDIT-ERROR
022870             THRU 1690-ADD-EDIT-ERROR-EXIT
022880     ELSE
022890         IF WS-SMKEY-COUNT < 200
022900             ADD 1 TO WS-SMKEY-COUNT
022910             MOVE SM-REGION-CODE
022920                 TO WS-SMKEY-REGION(WS-SMKEY-COUNT)
022930             MOVE SM-SHIFT-CODE
022940                 TO WS-SMKEY-SHIFT(WS-SMKEY-COUNT)
022950         END-IF
022960     END-IF.
022970     IF WS-SM-RECORD-COUNT > 50
022980         MOVE SPACES TO WS-EDIT-MSG
022990         STRING 'SIGNMSG RECORD ' WS-EDIT-CARD-NO
023000                ' (' SM-REGION-CODE '/' SM-SHIFT-CODE
023010                ') DROPPED BY THE 50-ENTRY TABLE CAP'
023020                DELIMITED BY SIZE INTO WS-EDIT-MSG
023030         PERFORM 1690-ADD-EDIT-ERROR
023040             THRU 1690-ADD-EDIT-ERROR-EXIT
023050     END-IF.
023060     PERFORM 1631-READ-SIGNMSG-EDIT
023070         THRU 1631-READ-SIGNMSG-EDIT-EXIT.
023080 1632-EDIT-ONE-SIGNMSG-EXIT.
023090     EXIT.
023100*----------------------------------------------------------------
023110 1633-CHECK-DUP-SIGNMSG-KEY.
023120*----------------------------------------------------------------
023130     ADD 1 TO WS-SMKEY-SUB.
023140     IF WS-SMKEY-REGION(WS-SMKEY-SUB) = SM-REGION-CODE
023150        AND WS-SMKEY-SHIFT(WS-SMKEY-SUB) = SM-SHIFT-CODE
023160         MOVE 'Y' TO WS-DUP-FOUND-SW
023170     END-IF.
023180 1633-CHECK-DUP-SIGNMSG-KEY-EXIT.
023190     EXIT.
023200*----------------------------------------------------------------
023210 1640-EDIT-FEED-MANIFEST.
023220*    EDIT THE FEED MANIFEST AND LOAD THE GOOD CARDS FOR THE FEED
023230*    ARRIVAL GATE.  AN EMPTY MANIFEST IS LEGITIMATE - NO CARD
023240*    WAITS ON A FEED.
023250*----------------------------------------------------------------
023260     MOVE ZERO TO WS-FM-CARD-COUNT.
023270     MOVE ZERO TO WS-FEED-COUNT.
023280     MOVE '00' TO WS-FEEDMFST-STATUS.
023290     OPEN INPUT FEED-MANIFEST.
023300     PERFORM 1641-READ-FEED-CARD
023310         THRU 1641-READ-FEED-CARD-EXIT.
023320     PERFORM 1642-EDIT-ONE-FEED-CARD
023330         THRU 1642-EDIT-ONE-FEED-CARD-EXIT
023340         UNTIL FEEDMFST-AT-EOF.
023350     CLOSE FEED-MANIFEST.
023360     MOVE '00' TO WS-FEEDMFST-STATUS.
023370 1640-EDIT-FEED-MANIFEST-EXIT.
023380     EXIT.
023390*----------------------------------------------------------------
023400 1641-READ-FEED-CARD.
023410*----------------------------------------------------------------
023420     READ FEED-MANIFEST
023430         AT END
023440             MOVE '10' TO WS-FEEDMFST-STATUS
023450     END-READ.
023460 1641-READ-FEED-CARD-EXIT.
023470     EXIT.
023480*----------------------------------------------------------------
023490 1642-EDIT-ONE-FEED-CARD.
023500*----------------------------------------------------------------
023510     ADD 1 TO WS-FM-CARD-COUNT.
023520     MOVE WS-FM-CARD-COUNT TO WS-EDIT-CARD-NO.
023530     MOVE 'Y' TO WS-FEED-CARD-SW.
023540     IF FM-PROGRAM-NAME = SPACES
023550         MOVE SPACES TO WS-EDIT-MSG
023560         STRING 'FEED CARD ' WS-EDIT-CARD-NO
023570                ': BLANK PROGRAM NAME'
023580                DELIMITED BY SIZE INTO WS-EDIT-MSG
023590         PERFORM 1690-ADD-EDIT-ERROR
023600             THRU 1690-ADD-EDIT-ERROR-EXIT
023610         MOVE 'N' TO WS-FEED-CARD-SW
023620     ELSE
023630         MOVE FM-PROGRAM-NAME TO WS-EDIT-NAME
023640         MOVE 8 TO WS-EDIT-NAME-LEN
023650         PERFORM 1615-EDIT-NAME-CHARS
023660             THRU 1615-EDIT-NAME-CHARS-EXIT
023670         IF NOT EDIT-NAME-OK
023680             MOVE SPACES TO WS-EDIT-MSG
023690             STRING 'FEED CARD ' WS-EDIT-CARD-NO
023700                    ': PROGRAM NAME "' FM-PROGRAM-NAME
023710                    '" NOT A VALID PROGRAM NAME'
023720                    DELIMITED BY SIZE INTO WS-EDIT-MSG
023730             PERFORM 1690-ADD-EDIT-ERROR
023740                 THRU 1690-ADD-EDIT-ERROR-EXIT
023750             MOVE 'N' TO WS-FEED-CARD-SW
023760         END-IF
023770     END-IF.
023780     IF FM-FEED-NAME = SPACES
023790         MOVE SPACES TO WS-EDIT-MSG
023800         STRING 'FEED CARD ' WS-EDIT-CARD-NO
023810                ': BLANK FEED NAME'
023820                DELIMITED BY SIZE INTO WS-EDIT-MSG
023830         PERFORM 1690-ADD-EDIT-ERROR
023840             THRU 1690-ADD-EDIT-ERROR-EXIT
023850         MOVE 'N' TO WS-FEED-CARD-SW
023860     ELSE
023870         MOVE FM-FEED-NAME TO WS-EDIT-NAME
023880         MOVE 8 TO WS-EDIT-NAME-LEN
023890         PERFORM 1615-EDIT-NAME-CHARS
023900             THRU 1615-EDIT-NAME-CHARS-EXIT
023910         IF NOT EDIT-NAME-OK
023920             MOVE SPACES TO WS-EDIT-MSG
023930             STRING 'FEED CARD ' WS-EDIT-CARD-NO
023940                    ': FEED NAME "' FM-FEED-NAME
023950                    '" NOT A VALID DD NAME'
023960                    DELIMITED BY SIZE INTO WS-EDIT-MSG
023970             PERFORM 1690-ADD-EDIT-ERROR
023980                 THRU 1690-ADD-EDIT-ERROR-EXIT
023990             MOVE 'N' TO WS-FEED-CARD-SW
024000         END-IF
024010     END-IF.
024020     IF FM-EXPECTED-BY NOT NUMERIC
024030        OR FM-EXPECTED-BY(1:2) > '23'
024040        OR FM-EXPECTED-BY(3:2) > '59'
024050        OR FM-EXPECTED-BY(5:2) > '59'
024060         MOVE SPACES TO WS-EDIT-MSG
024070         STRING 'FEED CARD ' WS-EDIT-CARD-NO
024080                ': EXPECTED-BY TIME NOT A VALID HHMMSS'
024090                DELIMITED BY SIZE INTO WS-EDIT-MSG
024100         PERFORM 1690-ADD-EDIT-ERROR
024110             THRU 1690-ADD-EDIT-ERROR-EXIT
024120         MOVE 'N' TO WS-FEED-CARD-SW
024130     END-IF.
024140     IF FM-TRAILER-COUNT NOT NUMERIC
024150        OR FM-TRAILER-COUNT = ZERO
024160         MOVE SPACES TO WS-EDIT-MSG
024170         STRING 'FEED CARD ' WS-EDIT-CARD-NO
024180                ': TRAILER COUNT NOT NUMERIC OR ZERO'
024190                DELIMITED BY SIZE INTO WS-EDIT-MSG
024200         PERFORM 1690-ADD-EDIT-ERROR
024210             THRU 1690-ADD-EDIT-ERROR-EXIT
024220         MOVE 'N' TO WS-FEED-CARD-SW
024230     END-IF.
024240     IF FEED-CARD-OK
024250         IF WS-FEED-COUNT < 50
024260             ADD 1 TO WS-FEED-COUNT
024270             MOVE FM-PROGRAM-NAME
024280                 TO WS-FD-PROGRAM(WS-FEED-COUNT)
024290             MOVE FM-FEED-NAME
024300                 TO WS-FD-FEED(WS-FEED-COUNT)
024310             MOVE FM-EXPECTED-BY
024320                 TO WS-FD-EXPECT-BY(WS-FEED-COUNT)
024330             MOVE FM-TRAILER-COUNT
024340                 TO WS-FD-EXPECT-COUNT(WS-FEED-COUNT)
024350             MOVE SPACE  TO WS-FD-STATUS(WS-FEED-COUNT)
024360             MOVE SPACES TO WS-FD-ARRIVAL-TIME(WS-FEED-COUNT)
024370             MOVE ZERO   TO WS-FD-ARRIVAL-COUNT(WS-FEED-COUNT)
024380             MOVE ZERO   TO WS-FD-WAIT-SECS(WS-FEED-COUNT)
024390         ELSE
024400             MOVE SPACES TO WS-EDIT-MSG
024410             STRING 'FEED CARD ' WS-EDIT-CARD-NO
024420                    ' (' FM-FEED-NAME ') DROPPED BY THE 50-ENTRY'
024430                    ' TABLE CAP'
024440                    DELIMITED BY SIZE INTO WS-EDIT-MSG
024450             PERFORM 1690-ADD-EDIT-ERROR
024460                 THRU 1690-ADD-EDIT-ERROR-EXIT
024470         END-IF
024480     END-IF.
024490     PERFORM 1641-READ-FEED-CARD
024500         THRU 1641-READ-FEED-CARD-EXIT.
024510 1642-EDIT-ONE-FEED-CARD-EXIT.
024520     EXIT.
024530*----------------------------------------------------------------
024540 1690-ADD-EDIT-ERROR.
024550*    COLLECT ONE EDIT ERROR.  THE TABLE HOLDS 100; ANYTHING
024560*    PAST THAT OVERWRITES THE LAST ENTRY WITH A SUPPRESSION
024570*    NOTICE SO THE REPORT NEVER PRETENDS IT LISTED EVERYTHING.
024580*----------------------------------------------------------------
024590     IF WS-EDIT-ERROR-COUNT < 100
024600         ADD 1 TO WS-EDIT-ERROR-COUNT
024610         MOVE WS-EDIT-MSG
024620             TO WS-EDIT-ERROR-TEXT(WS-EDIT-ERROR-COUNT)
024630     ELSE
024640         MOVE 'FURTHER EDIT ERRORS SUPPRESSED AT 100'
024650             TO WS-EDIT-ERROR-TEXT(100)
024660     END-IF.
024670 1690-ADD-EDIT-ERROR-EXIT.
024680     EXIT.
024690*----------------------------------------------------------------
024700 1650-LOAD-STEP-HISTORY.
024710*    AVERAGE THE ELAPSED SECONDS OF EVERY STEP-LEVEL RECORD ON
024720*    THE AUDIT HISTORY, PER PROGRAM NAME, AND MATCH TONIGHT'S
024730*    PENDING CARDS AGAINST THE AVERAGES.  OPERATOR COMMAND
024740*    STAMPS (*OPERCMD) TOOK NO ELAPSED TIME WORTH PROJECTING
024750*    AND ARE PASSED OVER.  IN A PLAN RUN THE SAME PASS NOTES THE
024760*    START TIME OF THIS JOB'S LATEST CYCLE DATE, WHICH IS WHERE
024770*    THE PLAN'S TIMELINE BEGINS.
024780*----------------------------------------------------------------
024790     MOVE '00' TO WS-AUDITLOG-STATUS.
024800     OPEN INPUT AUDIT-LOG.
024810     MOVE LOW-VALUES TO AL-KEY.
024820     MOVE ZERO       TO AL-STEP-SEQUENCE.
024830     MOVE 'N' TO WS-AUDIT-SCAN-SW.
024840     START AUDIT-LOG KEY NOT < AL-KEY
024850         INVALID KEY
024860             MOVE 'Y' TO WS-AUDIT-SCAN-SW
024870     END-START.
024880     PERFORM 1651-SCAN-ONE-AUDIT-RECORD
024890         THRU 1651-SCAN-ONE-AUDIT-RECORD-EXIT
024900         UNTIL AUDIT-SCAN-DONE.
024910     CLOSE AUDIT-LOG.
024920     MOVE '00' TO WS-AUDITLOG-STATUS.
024930     MOVE ZERO TO WS-HIST-SUB.
024940     PERFORM 1653-AVERAGE-ONE-PROGRAM
024950         THRU 1653-AVERAGE-ONE-PROGRAM-EXIT
024960         UNTIL WS-HIST-SUB NOT < WS-HIST-COUNT.
024970     MOVE ZERO TO WS-PEND-SUB.
024980     PERFORM 1654-MATCH-ONE-PENDING
024990         THRU 1654-MATCH-ONE-PENDING-EXIT
025000         UNTIL WS-PEND-SUB NOT < WS-PEND-COUNT.
025010 1650-LOAD-STEP-HISTORY-EXIT.
025020     EXIT.
025030*----------------------------------------------------------------
025040 1651-SCAN-ONE-AUDIT-RECORD.
025050*----------------------------------------------------------------
025060     READ AUDIT-LOG NEXT RECORD
025070         AT END
025080             MOVE 'Y' TO WS-AUDIT-SCAN-SW
025090     END-READ.
025100     IF AUDIT-SCAN-DONE
025110         GO TO 1651-SCAN-ONE-AUDIT-RECORD-EXIT
025120     END-IF.
025130*    THE FILE IS IN JOB/DATE/SEQUENCE/START ORDER, SO THE FIRST
025140*    RUN RECORD OF EACH NEW DATE FOR THIS JOB IS THAT NIGHT'S
025150*    SCHEDULED START, AND THE LAST ONE SEEN IS THE LATEST NIGHT.
025160     IF PLAN-MODE
025170        AND AL-RUN-LEVEL
025180        AND AL-JOB-NAME = WS-JOB-NAME
025190        AND AL-RUN-DATE NOT = WS-PLAN-START-DATE
025200        AND AL-START-TIME NUMERIC
025210         MOVE AL-RUN-DATE   TO WS-PLAN-START-DATE
025220         MOVE AL-START-TIME TO WS-PLAN-START-TIME
025230         MOVE 'Y' TO WS-PLAN-START-SW
025240     END-IF.
025250     IF NOT AS-STEP-LEVEL
025260        OR AS-PROGRAM-NAME = '*OPERCMD'
025270         GO TO 1651-SCAN-ONE-AUDIT-RECORD-EXIT
025280     END-IF.
025290     MOVE AS-START-TIME TO WS-HIST-START-TIME.
025300     MOVE AS-STOP-TIME  TO WS-HIST-STOP-TIME.
025310     COMPUTE WS-HIST-ELAPSED =
025320         ((WS-HO-HH * 3600) + (WS-HO-MM * 60) + WS-HO-SS)
025330       - ((WS-HA-HH * 3600) + (WS-HA-MM * 60) + WS-HA-SS).
025340     IF WS-HIST-ELAPSED < 0
025350         ADD 86400 TO WS-HIST-ELAPSED
025360     END-IF.
025370     PERFORM 1652-ADD-HISTORY-ENTRY
025380         THRU 1652-ADD-HISTORY-ENTRY-EXIT.
025390 1651-SCAN-ONE-AUDIT-RECORD-EXIT.
025400     EXIT.
025410*----------------------------------------------------------------
025420 1652-ADD-HISTORY-ENTRY.
025430*----------------------------------------------------------------
025440     MOVE 'N' TO WS-HIST-FOUND-SW.
025450     MOVE ZERO TO WS-HIST-SUB.
025460     PERFORM 1655-MATCH-ONE-HISTORY
025470         THRU 1655-MATCH-ONE-HISTORY-EXIT
025480         UNTIL HIST-ENTRY-FOUND
025490            OR WS-HIST-SUB NOT < WS-HIST-COUNT.
025500     IF NOT HIST-ENTRY-FOUND
025510         IF WS-HIST-COUNT < 100
025520             ADD 1 TO WS-HIST-COUNT
025530             MOVE WS-HIST-COUNT TO WS-HIST-SUB
025540             MOVE AS-PROGRAM-NAME
025550                 TO WS-HS-PROGRAM(WS-HIST-SUB)
025560             MOVE ZERO TO WS-HS-TOTAL-SECS(WS-HIST-SUB)
025570             MOVE ZERO TO WS-HS-RUN-COUNT(WS-HIST-SUB)
025580             MOVE ZERO TO WS-HS-AVG-SECS(WS-HIST-SUB)
025590         ELSE
025600             GO TO 1652-ADD-HISTORY-ENTRY-EXIT
025610         END-IF
025620     END-IF.
025630     ADD WS-HIST-ELAPSED TO WS-HS-TOTAL-SECS(WS-HIST-SUB).
025640     ADD 1 TO WS-HS-RUN-COUNT(WS-HIST-SUB).
025650 1652-ADD-HISTORY-ENTRY-EXIT.
025660     EXIT.
025670*----------------------------------------------------------------
025680 1653-AVERAGE-ONE-PROGRAM.
025690*----------------------------------------------------------------
025700     ADD 1 TO WS-HIST-SUB.
025710     IF WS-HS-RUN-COUNT(WS-HIST-SUB) > ZERO
025720         COMPUTE WS-HS-AVG-SECS(WS-HIST-SUB) =
025730             WS-HS-TOTAL-SECS(WS-HIST-SUB)
025740             / WS-HS-RUN-COUNT(WS-HIST-SUB)
025750     END-IF.
025760 1653-AVERAGE-ONE-PROGRAM-EXIT.
025770     EXIT.
025780*----------------------------------------------------------------
025790 1654-MATCH-ONE-PENDING.
025800*    GIVE EACH PENDING CARD ITS PROGRAM'S AVERAGE ELAPSED.  A
025810*    STEP NEVER SEEN BEFORE PROJECTS AT ZERO AND IS COUNTED SO
025820*    THE REPORT CAN SAY THE PROJECTION RUNS LOW.
025830*----------------------------------------------------------------
025840     ADD 1 TO WS-PEND-SUB.
025850     MOVE 'N' TO WS-HIST-FOUND-SW.
025860     MOVE ZERO TO WS-HIST-SUB.
025870     PERFORM 1656-MATCH-PENDING-HISTORY
025880         THRU 1656-MATCH-PENDING-HISTORY-EXIT
025890         UNTIL HIST-ENTRY-FOUND
025900            OR WS-HIST-SUB NOT < WS-HIST-COUNT.
025910     IF HIST-ENTRY-FOUND
025920         MOVE WS-HS-AVG-SECS(WS-HIST-SUB)
025930             TO WS-PD-AVG-SECS(WS-PEND-SUB)
025940     ELSE
025950         ADD 1 TO WS-NOHIST-COUNT
025960     END-IF.
025970 1654-MATCH-ONE-PENDING-EXIT.
025980     EXIT.
025990*----------------------------------------------------------------
026000 1655-MATCH-ONE-HISTORY.
026010*----------------------------------------------------------------
026020     ADD 1 TO WS-HIST-SUB.
026030     IF WS-HS-PROGRAM(WS-HIST-SUB) = AS-PROGRAM-NAME
026040         MOVE 'Y' TO WS-HIST-FOUND-SW
026050     END-IF.
026060 1655-MATCH-ONE-HISTORY-EXIT.
026070     EXIT.
026080*----------------------------------------------------------------
026090 1656-MATCH-PENDING-HISTORY.
026100*----------------------------------------------------------------
026110     ADD 1 TO WS-HIST-SUB.
026120     IF WS-HS-PROGRAM(WS-HIST-SUB)
026130            = WS-PD-PROGRAM(WS-PEND-SUB)
026140         MOVE 'Y' TO WS-HIST-FOUND-SW
026150     END-IF.
026160 1656-MATCH-PENDING-HISTORY-EXIT.
026170     EXIT.
026180*----------------------------------------------------------------
026190 1660-READ-DEADLINE-CARD.
026200*    THE ONLINE-OPEN DEADLINE TIME (HHMMSS).  THE PROJECTION IS
026210*    ADVISORY, SO A MISSING OR UNREADABLE CARD IS REPORTED AND
026220*    THE CYCLE RUNS WITHOUT A DEADLINE CHECK RATHER THAN BEING
026230*    REFUSED OVER IT.
026240*----------------------------------------------------------------
026250     MOVE '00' TO WS-DEADLINE-STATUS.
026260     OPEN INPUT DEADLINE-CARD.
026270     READ DEADLINE-CARD
026280         AT END
026290             MOVE '10' TO WS-DEADLINE-STATUS
026300     END-READ.
026310     IF DEADLINE-CARD-OK
026320        AND DL-DEADLINE-TIME NUMERIC
026330         MOVE DL-DEADLINE-TIME TO WS-DEADLINE-TIME
026340         MOVE 'Y' TO WS-DEADLINE-SW
026350     ELSE
026360         DISPLAY "HELLO_WORLD - NO USABLE DEADLINE CARD - "
026370             "PROJECTIONS NOT CHECKED"
026380     END-IF.
026390     CLOSE DEADLINE-CARD.
026400     COMPUTE WS-CYCLE-BASE-SECS =
026410         (WS-START-HH * 3600) + (WS-START-MM * 60)
026420         + WS-START-SS.
026430     IF DEADLINE-SUPPLIED
026440         COMPUTE WS-DEADLINE-ABS-SECS =
026450             (WS-DL-HH * 3600) + (WS-DL-MM * 60) + WS-DL-SS
026460         IF WS-DEADLINE-ABS-SECS < WS-CYCLE-BASE-SECS
026470             ADD 86400 TO WS-DEADLINE-ABS-SECS
026480         END-IF
026490     END-IF.
026500 1660-READ-DEADLINE-CARD-EXIT.
026510     EXIT.
026520*----------------------------------------------------------------
026530 2000-PROCESS-STEP-LIST.
026540*    DRIVE THE NIGHTLY CYCLE.  EACH CONTROL CARD ON THE STEP-LIST
026550*    NAMES ONE SUBPROGRAM TO CALL; STEPS RUN IN THE ORDER THEY
026560*    APPEAR ON THE FILE.  A RETURN CODE ABOVE THE CARD'S MAXIMUM
026570*    ACCEPTABLE VALUE, AFTER ANY RETRIES THE CARD ALLOWS, STOPS
026580*    THE FAILING CARD'S TRACK: LATER CARDS ON THAT TRACK ARE
026590*    HELD, WHILE CARDS ON OTHER TRACKS KEEP RUNNING SO AN
026600*    INDEPENDENT QUARTER OF THE LIST NO LONGER WAITS OUT A
026610*    RETRY LOOP IT DOES NOT DEPEND ON.
026620*    EVERY CARD READ IS ALSO SAVED TO THE STEP-LIST SNAPSHOT;
026630*    CARDS LEFT UNREAD BY A STOPAFTER ARE READ TO THE END OF THE
026640*    FILE AFTERWARDS SO THE SNAPSHOT STILL HOLDS THE WHOLE LIST.
026650*    THE REGION'S CYCLE STATUS RECORD IS WRITTEN AS THE LIST
026660*    OPENS, AFTER EVERY CARD (2020) AND EVERY OPERATOR COMMAND
026670*    (2063), AND ONCE MORE WITH THE FINAL STATE WHEN IT ENDS.
026680*----------------------------------------------------------------
026690     PERFORM 2100-OPEN-STEP-SNAPSHOT
026700         THRU 2100-OPEN-STEP-SNAPSHOT-EXIT.
026710     OPEN INPUT STEP-LIST.
026720     PERFORM 2010-READ-STEP-LIST
026730         THRU 2010-READ-STEP-LIST-EXIT.
026740     PERFORM 2150-WRITE-CYCLE-STATUS
026750         THRU 2150-WRITE-CYCLE-STATUS-EXIT.
026760     PERFORM 2020-RUN-ONE-STEP
026770         THRU 2020-RUN-ONE-STEP-EXIT
026780         UNTIL STEPLIST-AT-EOF OR CYCLE-STOP-REQUESTED.
026790     IF STEPSNAP-OPEN
026800         PERFORM 2130-SNAP-UNREACHED-CARD
026810             THRU 2130-SNAP-UNREACHED-CARD-EXIT
026820             UNTIL STEPLIST-AT-EOF
026830     END-IF.
026840     CLOSE STEP-LIST.
026850     PERFORM 2140-CLOSE-STEP-SNAPSHOT
026860         THRU 2140-CLOSE-STEP-SNAPSHOT-EXIT.
026870     IF CYCLE-STOP-REQUESTED
026880         MOVE 'S' TO WS-STAT-STATE
026890     ELSE
026900         MOVE 'C' TO WS-STAT-STATE
026910     END-IF.
026920     PERFORM 2150-WRITE-CYCLE-STATUS
026930         THRU 2150-WRITE-CYCLE-STATUS-EXIT.
026940 2000-PROCESS-STEP-LIST-EXIT.
026950     EXIT.
026960*----------------------------------------------------------------
026970 2010-READ-STEP-LIST.
026980*    A CARD'S LAST COLUMN CARRIES AN OPTIONAL LIST-ID.  A BLANK
026990*    LIST-ID RUNS ON EVERY CYCLE; OTHERWISE THE CARD RUNS ONLY
027000*    WHEN ITS LIST-ID MATCHES THE DAY TYPE THE PROCESSING
027010*    CALENDAR SELECTED FOR TONIGHT (D/M/H), SO THE DAILY,
027020*    MONTH-END AND HOLIDAY-SKIP LISTS LIVE ON ONE FILE INSTEAD
027030*    OF AN OPERATOR SWAPPING DATASETS BY HAND AT 11 PM.
027040*----------------------------------------------------------------
027050     READ STEP-LIST
027060         AT END
027070             MOVE '10' TO WS-STEPLIST-STATUS
027080     END-READ.
027090     IF STEPLIST-AT-EOF
027100         GO TO 2010-READ-STEP-LIST-EXIT
027110     END-IF.
027120     ADD 1 TO WS-SNAP-CARD-NUMBER.
027130     IF SL-LIST-ID NOT = SPACE
027140        AND SL-LIST-ID NOT = WS-STEPLIST-SELECT
027150         MOVE 'N' TO WS-SNAP-DISPOSITION
027160         PERFORM 2120-WRITE-STEP-SNAPSHOT
027170             THRU 2120-WRITE-STEP-SNAPSHOT-EXIT
027180         GO TO 2010-READ-STEP-LIST
027190     END-IF.
027200 2010-READ-STEP-LIST-EXIT.
027210     EXIT.
027220*----------------------------------------------------------------
027230 2020-RUN-ONE-STEP.
027240*    RUN THE STEP NAMED ON THE CURRENT STEP-LIST CONTROL CARD.
027250*    A STEP HELD BY ITS BYPASS FLAG, OR RIDING A TRACK AN EARLIER
027260*    FAILURE ALREADY STOPPED, IS SKIPPED WITHOUT DISTURBING THE
027270*    LIST ORDER.  OTHERWISE THE STEP IS CALLED, RE-CALLED UP TO
027280*    THE CARD'S RETRY COUNT WHILE IT KEEPS FAILING, AND ONLY THE
027290*    CARD'S OWN TRACK IS STOPPED WHEN THE FINAL RETURN CODE IS
027300*    ABOVE THE MAXIMUM THE CARD ACCEPTS.  A CARD WITH AN
027310*    UNREADABLE MAXIMUM OR RETRY FIELD IS TREATED AS THE STRICT
027320*    DEFAULT OF ZERO, NEVER AS A LOOSER ONE.  THE OPERATOR
027330*    COMMAND FILE IS POLLED BEFORE THE CARD RUNS, SO A HOLD,
027340*    SKIP OR STOPAFTER APPENDED MID-CYCLE TAKES EFFECT AT THE
027350*    NEXT CARD BOUNDARY.
027360*    A CARD WHOSE PROGRAM DEPENDS ON AN UPSTREAM FEED MUST ALSO
027370*    PASS THE FEED-ARRIVAL GATE; A FEED THAT IS LATE OR SHORT
027380*    HOLDS THE CARD'S TRACK INSTEAD OF RUNNING IT ON A BAD FILE.
027390*    A STOPAFTER GIVEN WHILE THE GATE WAITS ENDS THE CYCLE THERE,
027400*    LEAVING THE CARD UNRUN RATHER THAN HELD FOR A LATE FEED.
027410*----------------------------------------------------------------
027420     PERFORM 2060-POLL-OPERATOR-COMMANDS
027430         THRU 2060-POLL-OPERATOR-COMMANDS-EXIT.
027440     IF CYCLE-STOP-REQUESTED
027450         GO TO 2020-RUN-ONE-STEP-EXIT
027460     END-IF.
027470     MOVE SL-PROGRAM-NAME TO WS-CALLED-PROGRAM.
027480     MOVE SL-TRACK-ID     TO WS-CURRENT-TRACK.
027490     PERFORM 2015-FIND-TRACK-ENTRY
027500         THRU 2015-FIND-TRACK-ENTRY-EXIT.
027510     IF SL-MAX-RETURN-CODE NUMERIC
027520         MOVE SL-MAX-RETURN-CODE TO WS-MAX-RETURN-CODE
027530     ELSE
027540         MOVE ZERO TO WS-MAX-RETURN-CODE
027550     END-IF.
027560     IF SL-RETRY-COUNT NUMERIC
027570         MOVE SL-RETRY-COUNT TO WS-RETRIES-LEFT
027580     ELSE
027590         MOVE ZERO TO WS-RETRIES-LEFT
027600     END-IF.
027610     PERFORM 2070-CHECK-SKIP-TABLE
027620         THRU 2070-CHECK-SKIP-TABLE-EXIT.
027630     IF WS-TRK-STOPPED-SW(WS-TRACK-ENTRY-SUB) = 'Y'
027640         MOVE 'T' TO WS-SNAP-DISPOSITION
027650         DISPLAY "HELLO_WORLD - STEP HELD - TRACK STOPPED: "
027660             WS-CALLED-PROGRAM
027670     ELSE
027680     IF STEP-SKIP-REQUESTED
027690         MOVE 'S' TO WS-SNAP-DISPOSITION
027700         DISPLAY "HELLO_WORLD - STEP SKIPPED BY OPERATOR: "
027710             WS-CALLED-PROGRAM
027720     ELSE
027730     IF SL-BYPASS-STEP
027740         MOVE 'B' TO WS-SNAP-DISPOSITION
027750         DISPLAY "HELLO_WORLD - STEP HELD BY CONTROL CARD: "
027760             WS-CALLED-PROGRAM
027770     ELSE
027780         PERFORM 2090-CHECK-FEED-GATE
027790             THRU 2090-CHECK-FEED-GATE-EXIT
027800         IF CYCLE-STOP-REQUESTED
027810             GO TO 2020-RUN-ONE-STEP-EXIT
027820         END-IF
027830         IF FEED-GATE-FAILED
027840             MOVE 'F' TO WS-SNAP-DISPOSITION
027850             PERFORM 2097-HOLD-FEED-TRACK
027860                 THRU 2097-HOLD-FEED-TRACK-EXIT
027870         ELSE
027880             MOVE 'R' TO WS-SNAP-DISPOSITION
027890             ADD 1 TO WS-TRK-STEPS-RUN(WS-TRACK-ENTRY-SUB)
027900             PERFORM 2025-CALL-STEP-PROGRAM
027910                 THRU 2025-CALL-STEP-PROGRAM-EXIT
027920             PERFORM 2055-LOG-STEP-RESULT
027930                 THRU 2055-LOG-STEP-RESULT-EXIT
027940             IF WS-STEP-RETURN-CODE > WS-MAX-RETURN-CODE
027950                 PERFORM 2050-STOP-FAILED-TRACK
027960                     THRU 2050-STOP-FAILED-TRACK-EXIT
027970             END-IF
027980         END-IF
027990     END-IF
028000     END-IF
028010     END-IF.
028020     ADD 1 TO WS-STAT-STEPS-DONE.
028030     MOVE WS-CALLED-PROGRAM   TO WS-STAT-LAST-PROGRAM.
028040     MOVE WS-CURRENT-TRACK    TO WS-STAT-LAST-TRACK.
028050     MOVE WS-SNAP-DISPOSITION TO WS-STAT-LAST-DISP.
028060     IF WS-SNAP-DISPOSITION = 'R'
028070         ADD 1 TO WS-STAT-STEPS-RUN
028080         MOVE WS-STEP-RETURN-CODE TO WS-STAT-LAST-RC
028090     ELSE
028100         MOVE ZERO TO WS-STAT-LAST-RC
028110     END-IF.
028120     PERFORM 2120-WRITE-STEP-SNAPSHOT
028130         THRU 2120-WRITE-STEP-SNAPSHOT-EXIT.
028140     PERFORM 7700-MARK-STEP-DONE
028150         THRU 7700-MARK-STEP-DONE-EXIT.
028160     IF PEND-ENTRY-FOUND
028170         MOVE SPACES TO WS-PROJ-LABEL
028180         STRING 'AFTER ' WS-CALLED-PROGRAM
028190             DELIMITED BY SIZE INTO WS-PROJ-LABEL
028200         PERFORM 7800-PROJECT-COMPLETION
028210             THRU 7800-PROJECT-COMPLETION-EXIT
028220     END-IF.
028230     PERFORM 2010-READ-STEP-LIST
028240         THRU 2010-READ-STEP-LIST-EXIT.
028250     PERFORM 2150-WRITE-CYCLE-STATUS
028260         THRU 2150-WRITE-CYCLE-STATUS-EXIT.
028270 2020-RUN-ONE-STEP-EXIT.
028280     EXIT.
028290*----------------------------------------------------------------
028300 2015-FIND-TRACK-ENTRY.
028310*    FIND (OR ADD) THE TRACK-TABLE ENTRY FOR THE CURRENT CARD'S
028320*    TRACK ID.  THE TABLE HOLDS 37 ENTRIES - ONE PER LETTER,
028330*    DIGIT AND THE BLANK TRACK - SO EVERY VALUE THE PRE-FLIGHT
028340*    EDIT ACCEPTS ALWAYS HAS ROOM.
028350*----------------------------------------------------------------
028360     MOVE 'N' TO WS-TRACK-FOUND-SW.
028370     MOVE ZERO TO WS-TRACK-SUB.
028380     PERFORM 2016-MATCH-ONE-TRACK
028390         THRU 2016-MATCH-ONE-TRACK-EXIT
028400         UNTIL TRACK-ENTRY-FOUND
028410            OR WS-TRACK-SUB NOT < WS-TRACK-COUNT.
028420     IF NOT TRACK-ENTRY-FOUND
028430         ADD 1 TO WS-TRACK-COUNT
028440         MOVE WS-CURRENT-TRACK
028450             TO WS-TRK-ID(WS-TRACK-COUNT)
028460         MOVE 'N'    TO WS-TRK-STOPPED-SW(WS-TRACK-COUNT)
028470         MOVE ZERO   TO WS-TRK-STEPS-RUN(WS-TRACK-COUNT)
028480         MOVE SPACES TO WS-TRK-FAIL-PROGRAM(WS-TRACK-COUNT)
028490         MOVE ZERO   TO WS-TRK-FAIL-RC(WS-TRACK-COUNT)
028500         MOVE SPACES TO WS-TRK-HELD-FEED(WS-TRACK-COUNT)
028510         MOVE WS-TRACK-COUNT TO WS-TRACK-ENTRY-SUB
028520     END-IF.
028530 2015-FIND-TRACK-ENTRY-EXIT.
028540     EXIT.
028550*----------------------------------------------------------------
028560 2016-MATCH-ONE-TRACK.
028570*----------------------------------------------------------------
028580     ADD 1 TO WS-TRACK-SUB.
028590     IF WS-TRK-ID(WS-TRACK-SUB) = WS-CURRENT-TRACK
028600         MOVE WS-TRACK-SUB TO WS-TRACK-ENTRY-SUB
028610         MOVE 'Y' TO WS-TRACK-FOUND-SW
028620     END-IF.
028630 2016-MATCH-ONE-TRACK-EXIT.
028640     EXIT.
028650*----------------------------------------------------------------
028660 2050-STOP-FAILED-TRACK.
028670*    A STEP FAILED PAST ITS RETRIES.  STOP ONLY THE FAILING
028680*    CARD'S TRACK SO LATER CARDS ON THAT TRACK ARE HELD WHILE
028690*    THE REST OF THE CYCLE KEEPS RUNNING; WRITE THE OPERATOR
028700*    ALERT NOW, WHILE THE PAGING WINDOW STILL MATTERS, AND KEEP
028710*    THE WORST FAILED STEP'S RETURN CODE FOR THE JOB'S ENDING
028720*    CODE ONCE THE SURVIVING TRACKS FINISH.
028730*----------------------------------------------------------------
028740     DISPLAY "HELLO_WORLD - CYCLE STEP FAILED - TRACK STOPPED".
028750     DISPLAY "FAILING PROGRAM : " WS-CALLED-PROGRAM.
028760     DISPLAY "RETURN CODE     : " WS-STEP-RETURN-CODE.
028770     DISPLAY "CYCLE TRACK     : " WS-CURRENT-TRACK.
028780     MOVE 'Y' TO WS-TRK-STOPPED-SW(WS-TRACK-ENTRY-SUB).
028790     MOVE WS-CALLED-PROGRAM
028800         TO WS-TRK-FAIL-PROGRAM(WS-TRACK-ENTRY-SUB).
028810     MOVE WS-STEP-RETURN-CODE
028820         TO WS-TRK-FAIL-RC(WS-TRACK-ENTRY-SUB).
028830     IF WS-STEP-RETURN-CODE > WS-WORST-STEP-RC
028840         MOVE WS-STEP-RETURN-CODE TO WS-WORST-STEP-RC
028850     END-IF.
028860     MOVE 'Y' TO WS-STEP-ABEND-SW.
028870     MOVE 08                   TO WS-ALERT-SEVERITY.
028880     MOVE WS-CALLED-PROGRAM    TO WS-ALERT-PROGRAM.
028890     MOVE WS-STEP-RETURN-CODE  TO WS-ALERT-RETURN-CODE.
028900     MOVE SPACES TO WS-ALERT-DETAIL.
028910     STRING 'STEP FAILED - CYCLE TRACK "' WS-CURRENT-TRACK
028920            '" STOPPED'
028930            DELIMITED BY SIZE INTO WS-ALERT-DETAIL.
028940     PERFORM 8400-WRITE-OPERATOR-ALERT
028950         THRU 8400-WRITE-OPERATOR-ALERT-EXIT.
028960 2050-STOP-FAILED-TRACK-EXIT.
028970     EXIT.
028980*----------------------------------------------------------------
028990 2055-LOG-STEP-RESULT.
029000*    KEEP THE STEP JUST RUN - PROGRAM, TRACK AND FINAL RETURN
029010*    CODE - FOR THE STEP DETAIL OF THE REPORT'S TRACK SECTION,
029020*    SO THE REPORT SHOWS WHICH TRACK EVERY STEP RAN ON, NOT
029030*    ONLY THE TRACK THAT FAILED.
029040*----------------------------------------------------------------
029050     IF WS-STEPLOG-COUNT < 100
029060         ADD 1 TO WS-STEPLOG-COUNT
029070         MOVE WS-CALLED-PROGRAM
029080             TO WS-SLG-PROGRAM(WS-STEPLOG-COUNT)
029090         MOVE WS-CURRENT-TRACK
029100             TO WS-SLG-TRACK(WS-STEPLOG-COUNT)
029110         MOVE WS-STEP-RETURN-CODE
029120             TO WS-SLG-RC(WS-STEPLOG-COUNT)
029130     ELSE
029140         MOVE 'Y' TO WS-STEPLOG-OVF-SW
029150     END-IF.
029160 2055-LOG-STEP-RESULT-EXIT.
029170     EXIT.
029180*----------------------------------------------------------------
029190 2060-POLL-OPERATOR-COMMANDS.
029200*    RE-READ THE OPERATOR COMMAND FILE AND APPLY ANY COMMANDS
029210*    APPENDED SINCE THE LAST POLL, THEN, WHILE A HOLD IS IN
029220*    EFFECT, KEEP POLLING UNTIL A RELEASE OR STOPAFTER ARRIVES.
029230*    THE HOLD LOOP SPINS ON THE FILE - OPERATIONS ENDS IT BY
029240*    APPENDING THE RELEASE CARD, WHICH IS THE POINT.
029250*----------------------------------------------------------------
029260     PERFORM 2064-SCAN-COMMAND-FILE
029270         THRU 2064-SCAN-COMMAND-FILE-EXIT.
029280     IF CYCLE-HELD AND NOT CYCLE-STOP-REQUESTED
029290         DISPLAY "HELLO_WORLD - CYCLE HELD BY OPERATOR - "
029300             "WAITING FOR RELEASE"
029310         MOVE ZERO TO WS-POLL-WAIT-COUNT
029320         PERFORM 2080-HOLD-WAIT
029330             THRU 2080-HOLD-WAIT-EXIT
029340             UNTIL NOT CYCLE-HELD OR CYCLE-STOP-REQUESTED
029350         IF NOT CYCLE-HELD
029360             DISPLAY "HELLO_WORLD - CYCLE RELEASED BY OPERATOR"
029370         END-IF
029380     END-IF.
029390 2060-POLL-OPERATOR-COMMANDS-EXIT.
029400     EXIT.
029410*----------------------------------------------------------------
029420 2061-READ-OPER-COMMAND.
029430*----------------------------------------------------------------
029440     READ OPER-COMMANDS
029450         AT END
029460             MOVE '10' TO WS-OPERCMDS-STATUS
029470     END-READ.
029480 2061-READ-OPER-COMMAND-EXIT.
029490     EXIT.
029500*----------------------------------------------------------------
029510 2062-CHECK-ONE-COMMAND.
029520*    ONLY CARDS PAST THE COUNT ALREADY PROCESSED ARE APPLIED,
029530*    SO RE-READING THE FILE FROM THE TOP EACH POLL CANNOT
029540*    HONOR THE SAME COMMAND TWICE.
029550*----------------------------------------------------------------
029560     ADD 1 TO WS-CMD-READ-COUNT.
029570     IF WS-CMD-READ-COUNT > WS-CMDS-PROCESSED
029580         PERFORM 2063-APPLY-ONE-COMMAND
029590             THRU 2063-APPLY-ONE-COMMAND-EXIT
029600         MOVE WS-CMD-READ-COUNT TO WS-CMDS-PROCESSED
029610     END-IF.
029620     PERFORM 2061-READ-OPER-COMMAND
029630         THRU 2061-READ-OPER-COMMAND-EXIT.
029640 2062-CHECK-ONE-COMMAND-EXIT.
029650     EXIT.
029660*----------------------------------------------------------------
029670 2063-APPLY-ONE-COMMAND.
029680*    HONOR ONE NEW OPERATOR COMMAND.  EVERY HONORED COMMAND IS
029690*    DISPLAYED, STAMPED ON THE AUDIT LOG AND LOGGED FOR THE
029700*    NIGHTLY CONTROL REPORT; AN UNRECOGNIZED CARD IS REPORTED
029710*    AND IGNORED RATHER THAN GUESSED AT.
029720*    A RECOGNIZED COMMAND IS HONORED ONLY IF THE USER ON THE CARD
029730*    HOLDS THAT COMMAND'S FUNCTION ON THE AUTHORITY FILE; THE
029740*    CHECK IS STAMPED ON THE AUDIT LOG EITHER WAY, SO EVERY
029750*    INTERVENTION IS TIED TO THE PERSON WHO ASKED FOR IT.
029760*----------------------------------------------------------------
029770     MOVE SPACES TO WS-CMD-LOG-MSG.
029780     MOVE 'N' TO WS-AUTH-GRANTED-SW.
029790     IF OC-KNOWN-COMMAND
029800         MOVE OC-USER-ID TO WS-AUTH-USER
029810         MOVE OC-COMMAND TO WS-AUTH-FUNCTION
029820         MOVE OC-OPERAND TO WS-AUTH-OPERAND
029830         PERFORM 8500-CHECK-AUTHORITY
029840             THRU 8500-CHECK-AUTHORITY-EXIT
029850         PERFORM 8510-WRITE-AUTHORITY-AUDIT
029860             THRU 8510-WRITE-AUTHORITY-AUDIT-EXIT
029870     END-IF.
029880     IF OC-KNOWN-COMMAND AND NOT AUTHORITY-GRANTED
029890         STRING OC-COMMAND DELIMITED BY SPACE
029900                ' REFUSED - USER NOT AUTHORIZED'
029910                DELIMITED BY SIZE INTO WS-CMD-LOG-MSG
029920     ELSE
029930     IF OC-COMMAND = 'HOLD'
029940         MOVE 'Y' TO WS-CYCLE-HELD-SW
029950         MOVE 'HOLD - CYCLE PAUSED' TO WS-CMD-LOG-MSG
029960     ELSE
029970     IF OC-COMMAND = 'RELEASE'
029980         MOVE 'N' TO WS-CYCLE-HELD-SW
029990         MOVE 'RELEASE - CYCLE RESUMED' TO WS-CMD-LOG-MSG
030000     ELSE
030010     IF OC-COMMAND = 'SKIP'
030020         IF WS-SKIP-COUNT < 20
030030             ADD 1 TO WS-SKIP-COUNT
030040             MOVE OC-OPERAND
030050                 TO WS-SKIP-PROGRAM(WS-SKIP-COUNT)
030060             MOVE OC-USER-ID
030070                 TO WS-SKIP-USER(WS-SKIP-COUNT)
030080             STRING 'SKIP ' OC-OPERAND ' ACCEPTED'
030090                 DELIMITED BY SIZE INTO WS-CMD-LOG-MSG
030100         ELSE
030110             MOVE 'SKIP REFUSED - TABLE FULL AT 20'
030120                 TO WS-CMD-LOG-MSG
030130         END-IF
030140     ELSE
030150     IF OC-COMMAND = 'STOPAFTER'
030160         MOVE 'Y' TO WS-STOPAFTER-SW
030170         MOVE 'STOPAFTER - CYCLE ENDING EARLY'
030180             TO WS-CMD-LOG-MSG
030190     ELSE
030200         STRING 'IGNORED UNKNOWN COMMAND ' OC-COMMAND
030210             DELIMITED BY SIZE INTO WS-CMD-LOG-MSG
030220     END-IF
030230     END-IF
030240     END-IF
030250     END-IF
030260     END-IF.
030270     DISPLAY "HELLO_WORLD - OPERATOR COMMAND: " WS-CMD-LOG-MSG.
030280     DISPLAY "HELLO_WORLD - COMMAND ISSUED BY : " OC-USER-ID.
030290     IF WS-CMD-LOG-COUNT < 20
030300         ADD 1 TO WS-CMD-LOG-COUNT
030310         MOVE OC-USER-ID
030320             TO WS-CMD-LOG-USER(WS-CMD-LOG-COUNT)
030330         MOVE WS-CMD-LOG-MSG
030340             TO WS-CMD-LOG-TEXT(WS-CMD-LOG-COUNT)
030350     ELSE
030360         MOVE SPACES TO WS-CMD-LOG-USER(20)
030370         MOVE 'FURTHER COMMANDS SUPPRESSED AT 20'
030380             TO WS-CMD-LOG-TEXT(20)
030390     END-IF.
030400     IF OC-KNOWN-COMMAND AND AUTHORITY-GRANTED
030410         PERFORM 2065-WRITE-COMMAND-AUDIT
030420             THRU 2065-WRITE-COMMAND-AUDIT-EXIT
030430     END-IF.
030440     MOVE WS-CMD-LOG-MSG TO WS-STAT-LAST-COMMAND.
030450     MOVE OC-USER-ID     TO WS-STAT-COMMAND-USER.
030460     PERFORM 2150-WRITE-CYCLE-STATUS
030470         THRU 2150-WRITE-CYCLE-STATUS-EXIT.
030480 2063-APPLY-ONE-COMMAND-EXIT.
030490     EXIT.
030500*----------------------------------------------------------------
030510 2064-SCAN-COMMAND-FILE.
030520*----------------------------------------------------------------
030530     MOVE ZERO TO WS-CMD-READ-COUNT.
030540     MOVE '00' TO WS-OPERCMDS-STATUS.
030550     OPEN INPUT OPER-COMMANDS.
030560     PERFORM 2061-READ-OPER-COMMAND
030570         THRU 2061-READ-OPER-COMMAND-EXIT.
030580     PERFORM 2062-CHECK-ONE-COMMAND
030590         THRU 2062-CHECK-ONE-COMMAND-EXIT
030600         UNTIL OPERCMDS-AT-EOF.
030610     CLOSE OPER-COMMANDS.
030620 2064-SCAN-COMMAND-FILE-EXIT.
030630     EXIT.
030640*----------------------------------------------------------------
030650 2065-WRITE-COMMAND-AUDIT.
030660*    STAMP THE HONORED COMMAND ON THE AUDIT LOG AS A STEP-LEVEL
030670*    RECORD UNDER THE RESERVED PROGRAM NAME *OPERCMD, SO THE
030680*    MORNING REVIEW CAN SEE EXACTLY WHEN OPERATIONS INTERVENED
030690*    BETWEEN WHICH STEPS.
030700*----------------------------------------------------------------
030710     ADD 1 TO WS-STEP-SEQUENCE.
030720     ACCEPT WS-CMD-STAMP-TIME FROM TIME.
030730     MOVE SPACES              TO AUDIT-STEP-RECORD.
030740     MOVE 'S'                 TO AS-RECORD-TYPE.
030750     MOVE WS-JOB-NAME         TO AS-JOB-NAME.
030760     MOVE WS-STEP-SEQUENCE    TO AS-STEP-SEQUENCE.
030770     MOVE '*OPERCMD'          TO AS-PROGRAM-NAME.
030780     MOVE WS-RUN-DATE         TO AS-RUN-DATE.
030790     MOVE WS-CMD-STAMP-TIME   TO AS-START-TIME.
030800     MOVE WS-CMD-STAMP-TIME   TO AS-STOP-TIME.
030810     MOVE ZERO                TO AS-RETURN-CODE.
030820     MOVE SPACE               TO AS-TRACK-ID.
030830     OPEN I-O AUDIT-LOG.
030840     WRITE AUDIT-STEP-RECORD
030850         INVALID KEY
030860             DISPLAY "HELLO_WORLD - DUPLICATE AUDIT KEY: "
030870                 AS-KEY
030880     END-WRITE.
030890     CLOSE AUDIT-LOG.
030900 2065-WRITE-COMMAND-AUDIT-EXIT.
030910     EXIT.
030920*----------------------------------------------------------------
030930 2070-CHECK-SKIP-TABLE.
030940*    SETS THE SKIP SWITCH WHEN THE CURRENT CARD'S PROGRAM WAS
030950*    NAMED BY AN OPERATOR SKIP COMMAND.  THE ENTRY STAYS ACTIVE
030960*    FOR THE REST OF THE RUN, SO A PROGRAM CARDED ON MORE THAN
030970*    ONE LIST IS SKIPPED EVERYWHERE - THE OPERATOR NAMED THE
030980*    PROGRAM, NOT A CARD.
030990*----------------------------------------------------------------
031000     MOVE 'N' TO WS-STEP-SKIPPED-SW.
031010     MOVE ZERO TO WS-SKIP-SUB.
031020     PERFORM 2071-MATCH-ONE-SKIP
031030         THRU 2071-MATCH-ONE-SKIP-EXIT
031040         UNTIL STEP-SKIP-REQUESTED
031050            OR WS-SKIP-SUB NOT < WS-SKIP-COUNT.
031060 2070-CHECK-SKIP-TABLE-EXIT.
031070     EXIT.
031080*----------------------------------------------------------------
031090 2071-MATCH-ONE-SKIP.
031100*----------------------------------------------------------------
031110     ADD 1 TO WS-SKIP-SUB.
031120     IF WS-SKIP-PROGRAM(WS-SKIP-SUB) = SL-PROGRAM-NAME
031130         MOVE 'Y' TO WS-STEP-SKIPPED-SW
031140     END-IF.
031150 2071-MATCH-ONE-SKIP-EXIT.
031160     EXIT.
031170*----------------------------------------------------------------
031180 2080-HOLD-WAIT.
031190*    ONE TURN OF THE HOLD LOOP: RE-SCAN THE COMMAND FILE FOR
031200*    THE RELEASE (OR STOPAFTER) AND SHOW A HEARTBEAT ON THE
031210*    CONSOLE EVERY SO MANY POLLS SO THE OPERATOR CAN SEE THE
031220*    CYCLE IS WAITING, NOT DEAD.
031230*----------------------------------------------------------------
031240     ADD 1 TO WS-POLL-WAIT-COUNT.
031250     IF WS-POLL-WAIT-COUNT = 100000
031260         DISPLAY "HELLO_WORLD - STILL HELD - "
031270             "WAITING FOR RELEASE"
031280         MOVE ZERO TO WS-POLL-WAIT-COUNT
031290     END-IF.
031300     PERFORM 2064-SCAN-COMMAND-FILE
031310         THRU 2064-SCAN-COMMAND-FILE-EXIT.
031320 2080-HOLD-WAIT-EXIT.
031330     EXIT.
031340*----------------------------------------------------------------
031350 2090-CHECK-FEED-GATE.
031360*    CHECK EVERY FEED THE MANIFEST NAMES FOR THE CURRENT CARD'S
031370*    PROGRAM.  THE CARD MAY RUN ONLY WHEN EACH ONE IS POSTED ON
031380*    THE FEED-ARRIVAL REGISTER FOR TONIGHT'S CYCLE DATE WITH THE
031390*    TRAILER COUNT THE MANIFEST EXPECTS.  A PROGRAM WITH NO
031400*    MANIFEST CARD PASSES STRAIGHT THROUGH.
031410*----------------------------------------------------------------
031420     MOVE 'N' TO WS-FEED-GATE-SW.
031430     MOVE SPACES TO WS-FEED-HELD-NAME.
031440     MOVE SPACE  TO WS-FEED-HELD-STATUS.
031450     MOVE ZERO TO WS-FEED-SUB.
031460     PERFORM 2091-CHECK-ONE-FEED
031470         THRU 2091-CHECK-ONE-FEED-EXIT
031480         UNTIL WS-FEED-SUB NOT < WS-FEED-COUNT.
031490 2090-CHECK-FEED-GATE-EXIT.
031500     EXIT.
031510*----------------------------------------------------------------
031520 2091-CHECK-ONE-FEED.
031530*    WAIT FOR ONE FEED.  THE REGISTER IS POLLED UNTIL THE FEED IS
031540*    POSTED WITH THE EXPECTED COUNT OR ITS EXPECTED-BY TIME HAS
031550*    PASSED, WHICHEVER COMES FIRST.  A FEED POSTED WITH THE WRONG
031560*    COUNT IS WAITED ON LIKE A MISSING ONE, SO A SENDER WHO
031570*    RE-TRANSMITS BEFORE THE EXPECTED-BY TIME STILL MAKES THE
031580*    NIGHT.  ONCE ONE FEED HAS FAILED THE CARD IS HELD ANYWAY, SO
031590*    ITS REMAINING FEEDS ARE NOT WAITED ON.
031600*    AN EXPECTED-BY MORE THAN TWELVE HOURS BEFORE THE CYCLE'S
031610*    START IS TAKEN AS AN AFTER-MIDNIGHT DEADLINE; ANY LATER ONE
031620*    ALREADY GONE BY IS PAST DUE AND IS JUDGED ON THE FIRST POLL.
031630*    THE OPERATOR COMMAND FILE IS POLLED THROUGH THE WAIT, SO A
031640*    HOLD TAKES EFFECT AND A STOPAFTER ENDS THE WAIT UNSETTLED.
031650*----------------------------------------------------------------
031660     ADD 1 TO WS-FEED-SUB.
031670     IF WS-FD-PROGRAM(WS-FEED-SUB) NOT = WS-CALLED-PROGRAM
031680        OR FEED-GATE-FAILED
031690        OR CYCLE-STOP-REQUESTED
031700         GO TO 2091-CHECK-ONE-FEED-EXIT
031710     END-IF.
031720     MOVE WS-FD-EXPECT-BY(WS-FEED-SUB) TO WS-FEED-EXPECT-TIME.
031730     COMPUTE WS-FEED-EXPECT-SECS =
031740         (WS-FE-HH * 3600) + (WS-FE-MM * 60) + WS-FE-SS.
031750     IF WS-FEED-EXPECT-SECS + 43200 < WS-CYCLE-BASE-SECS
031760         ADD 86400 TO WS-FEED-EXPECT-SECS
031770     END-IF.
031780     MOVE SPACE  TO WS-FD-STATUS(WS-FEED-SUB).
031790     PERFORM 2096-GET-FEED-CLOCK
031800         THRU 2096-GET-FEED-CLOCK-EXIT.
031810     MOVE WS-FEED-NOW-SECS TO WS-FEED-WAIT-START.
031820     MOVE 'N' TO WS-FEED-WAIT-SW.
031830     MOVE ZERO TO WS-POLL-WAIT-COUNT.
031840     PERFORM 2092-POLL-FEED-ARRIVAL
031850         THRU 2092-POLL-FEED-ARRIVAL-EXIT
031860         UNTIL FEED-WAIT-DONE.
031870     COMPUTE WS-FD-WAIT-SECS(WS-FEED-SUB) =
031880         WS-FEED-NOW-SECS - WS-FEED-WAIT-START.
031890     IF WS-FD-STATUS(WS-FEED-SUB) NOT = 'A'
031900        AND NOT CYCLE-STOP-REQUESTED
031910         MOVE 'Y' TO WS-FEED-GATE-SW
031920         MOVE WS-FD-FEED(WS-FEED-SUB)   TO WS-FEED-HELD-NAME
031930         MOVE WS-FD-STATUS(WS-FEED-SUB) TO WS-FEED-HELD-STATUS
031940     END-IF.
031950 2091-CHECK-ONE-FEED-EXIT.
031960     EXIT.
031970*----------------------------------------------------------------
031980 2092-POLL-FEED-ARRIVAL.
031990*    ONE TURN OF THE FEED WAIT: RE-SCAN THE REGISTER, SETTLE THE
032000*    FEED IF IT IS IN OR ITS TIME IS UP, AND SHOW A HEARTBEAT ON
032010*    THE CONSOLE EVERY SO MANY POLLS SO THE OPERATOR CAN SEE
032020*    WHICH FEED THE CYCLE IS WAITING FOR.
032030*    A STOPAFTER FROM THE OPERATOR ENDS THE WAIT WITH THE FEED
032040*    LEFT UNSETTLED, AS THE CARD WILL NOT RUN TONIGHT.
032050*----------------------------------------------------------------
032060     PERFORM 2093-SCAN-FEED-ARRIVALS
032070         THRU 2093-SCAN-FEED-ARRIVALS-EXIT.
032080     PERFORM 2096-GET-FEED-CLOCK
032090         THRU 2096-GET-FEED-CLOCK-EXIT.
032100     IF FEED-ARRIVAL-FOUND
032110         MOVE WS-FA-TIME  TO WS-FD-ARRIVAL-TIME(WS-FEED-SUB)
032120         MOVE WS-FA-COUNT TO WS-FD-ARRIVAL-COUNT(WS-FEED-SUB)
032130     END-IF.
032140     IF FEED-ARRIVAL-FOUND
032150        AND WS-FA-COUNT = WS-FD-EXPECT-COUNT(WS-FEED-SUB)
032160         MOVE 'A' TO WS-FD-STATUS(WS-FEED-SUB)
032170         MOVE 'Y' TO WS-FEED-WAIT-SW
032180     ELSE
032190     IF WS-FEED-NOW-SECS NOT < WS-FEED-EXPECT-SECS
032200         IF FEED-ARRIVAL-FOUND
032210             MOVE 'M' TO WS-FD-STATUS(WS-FEED-SUB)
032220         ELSE
032230             MOVE 'N' TO WS-FD-STATUS(WS-FEED-SUB)
032240         END-IF
032250         MOVE 'Y' TO WS-FEED-WAIT-SW
032260     END-IF
032270     END-IF.
032280     IF FEED-WAIT-DONE
032290         GO TO 2092-POLL-FEED-ARRIVAL-EXIT
032300     END-IF.
032310     PERFORM 2060-POLL-OPERATOR-COMMANDS
032320         THRU 2060-POLL-OPERATOR-COMMANDS-EXIT.
032330     IF CYCLE-STOP-REQUESTED
032340         MOVE SPACE TO WS-FD-STATUS(WS-FEED-SUB)
032350         MOVE 'Y'   TO WS-FEED-WAIT-SW
032360         DISPLAY "HELLO_WORLD - FEED WAIT ENDED BY STOPAFTER: "
032370             WS-FD-FEED(WS-FEED-SUB)
032380         GO TO 2092-POLL-FEED-ARRIVAL-EXIT
032390     END-IF.
032400     ADD 1 TO WS-POLL-WAIT-COUNT.
032410     IF WS-POLL-WAIT-COUNT = 1
032420         DISPLAY "HELLO_WORLD - WAITING FOR FEED "
032430             WS-FD-FEED(WS-FEED-SUB) " DUE BY "
032440             WS-FD-EXPECT-BY(WS-FEED-SUB)
032450     END-IF.
032460     IF WS-POLL-WAIT-COUNT = 100000
032470         DISPLAY "HELLO_WORLD - STILL WAITING FOR FEED "
032480             WS-FD-FEED(WS-FEED-SUB)
032490         MOVE 1 TO WS-POLL-WAIT-COUNT
032500     END-IF.
032510 2092-POLL-FEED-ARRIVAL-EXIT.
032520     EXIT.
032530*----------------------------------------------------------------
032540 2093-SCAN-FEED-ARRIVALS.
032550*    READ THE WHOLE REGISTER.  THE LAST POSTING FOR THE FEED AND
032560*    TONIGHT'S CYCLE DATE WINS, SO A RE-TRANSMISSION REPLACES A
032570*    SHORT FIRST DELIVERY.
032580*----------------------------------------------------------------
032590     MOVE 'N' TO WS-FA-FOUND-SW.
032600     MOVE '00' TO WS-FEEDARR-STATUS.
032610     OPEN INPUT FEED-ARRIVALS.
032620     PERFORM 2094-READ-FEED-ARRIVAL
032630         THRU 2094-READ-FEED-ARRIVAL-EXIT.
032640     PERFORM 2095-MATCH-ONE-ARRIVAL
032650         THRU 2095-MATCH-ONE-ARRIVAL-EXIT
032660         UNTIL FEEDARR-AT-EOF.
032670     CLOSE FEED-ARRIVALS.
032680 2093-SCAN-FEED-ARRIVALS-EXIT.
032690     EXIT.
032700*----------------------------------------------------------------
032710 2094-READ-FEED-ARRIVAL.
032720*----------------------------------------------------------------
032730     READ FEED-ARRIVALS
032740         AT END
032750             MOVE '10' TO WS-FEEDARR-STATUS
032760     END-READ.
032770 2094-READ-FEED-ARRIVAL-EXIT.
032780     EXIT.
032790*----------------------------------------------------------------
032800 2095-MATCH-ONE-ARRIVAL.
032810*    AN UNREADABLE TRAILER COUNT IS TAKEN AS ZERO, WHICH NEVER
032820*    AGREES WITH THE MANIFEST (THE PRE-FLIGHT EDIT REFUSES A ZERO
032830*    EXPECTED COUNT), SO A GARBLED POSTING CANNOT OPEN THE GATE.
032840*----------------------------------------------------------------
032850     IF FA-FEED-NAME = WS-FD-FEED(WS-FEED-SUB)
032860        AND FA-CYCLE-DATE = WS-RUN-DATE
032870         MOVE 'Y' TO WS-FA-FOUND-SW
032880         MOVE FA-ARRIVAL-TIME TO WS-FA-TIME
032890         IF FA-TRAILER-COUNT NUMERIC
032900             MOVE FA-TRAILER-COUNT TO WS-FA-COUNT
032910         ELSE
032920             MOVE ZERO TO WS-FA-COUNT
032930         END-IF
032940     END-IF.
032950     PERFORM 2094-READ-FEED-ARRIVAL
032960         THRU 2094-READ-FEED-ARRIVAL-EXIT.
032970 2095-MATCH-ONE-ARRIVAL-EXIT.
032980     EXIT.
032990*----------------------------------------------------------------
033000 2096-GET-FEED-CLOCK.
033010*    THE CURRENT TIME AS ABSOLUTE SECONDS FROM THE CYCLE DAY'S
033020*    MIDNIGHT, A DAY ADDED PAST MIDNIGHT AS FOR THE PROJECTION.
033030*----------------------------------------------------------------
033040     ACCEPT WS-FEED-NOW-TIME FROM TIME.
033050     COMPUTE WS-FEED-NOW-SECS =
033060         (WS-FN-HH * 3600) + (WS-FN-MM * 60) + WS-FN-SS.
033070     IF WS-FEED-NOW-SECS < WS-CYCLE-BASE-SECS
033080         ADD 86400 TO WS-FEED-NOW-SECS
033090     END-IF.
033100 2096-GET-FEED-CLOCK-EXIT.
033110     EXIT.
033120*----------------------------------------------------------------
033130 2097-HOLD-FEED-TRACK.
033140*    A FEED THE CARD DEPENDS ON IS LATE OR SHORT.  HOLD ONLY THIS
033150*    CARD'S TRACK - LATER CARDS ON IT ARE HELD AS AFTER A FAILED
033160*    STEP WHILE OTHER TRACKS KEEP RUNNING - AND PAGE OPERATIONS.
033170*    THE MAINLINE ENDS THE JOB NO BETTER THAN RETURN CODE 4 SO A
033180*    HELD TRACK CANNOT PASS FOR A CLEAN NIGHT.
033190*----------------------------------------------------------------
033200     ADD 1 TO WS-FEED-HOLD-COUNT.
033210     DISPLAY "HELLO_WORLD - UPSTREAM FEED NOT READY - TRACK HELD".
033220     DISPLAY "WAITING PROGRAM : " WS-CALLED-PROGRAM.
033230     DISPLAY "UPSTREAM FEED   : " WS-FEED-HELD-NAME.
033240     DISPLAY "CYCLE TRACK     : " WS-CURRENT-TRACK.
033250     MOVE 'Y' TO WS-TRK-STOPPED-SW(WS-TRACK-ENTRY-SUB).
033260     MOVE WS-CALLED-PROGRAM
033270         TO WS-TRK-FAIL-PROGRAM(WS-TRACK-ENTRY-SUB).
033280     MOVE ZERO TO WS-TRK-FAIL-RC(WS-TRACK-ENTRY-SUB).
033290     MOVE WS-FEED-HELD-NAME
033300         TO WS-TRK-HELD-FEED(WS-TRACK-ENTRY-SUB).
033310     MOVE 08                TO WS-ALERT-SEVERITY.
033320     MOVE WS-CALLED-PROGRAM TO WS-ALERT-PROGRAM.
033330     MOVE ZERO              TO WS-ALERT-RETURN-CODE.
033340     MOVE SPACES TO WS-ALERT-DETAIL.
033350     IF WS-FEED-HELD-STATUS = 'M'
033360         STRING 'FEED ' WS-FEED-HELD-NAME
033370                ' BAD COUNT - TRACK "' WS-CURRENT-TRACK '" HELD'
033380                DELIMITED BY SIZE INTO WS-ALERT-DETAIL
033390     ELSE
033400         STRING 'FEED ' WS-FEED-HELD-NAME
033410                ' LATE - TRACK "' WS-CURRENT-TRACK '" HELD'
033420                DELIMITED BY SIZE INTO WS-ALERT-DETAIL
033430     END-IF.
033440     PERFORM 8400-WRITE-OPERATOR-ALERT
033450         THRU 8400-WRITE-OPERATOR-ALERT-EXIT.
033460 2097-HOLD-FEED-TRACK-EXIT.
033470     EXIT.
033480*----------------------------------------------------------------
033490 2100-OPEN-STEP-SNAPSHOT.
033500*    OPEN THE STEP-LIST SNAPSHOT HISTORY AND CLEAR ANY RECORDS A
033510*    PREVIOUS RUN LEFT FOR THIS CYCLE DATE AND REGION, SO A FORCED
033520*    RERUN'S SNAPSHOT IS THE LIST THE RERUN ACTUALLY READ.
033530*    //STEPSNAP IS DEFINED ONCE BY THE IDCAMS JOB; IF IT WILL NOT
033540*    OPEN, THE CYCLE RUNS WITHOUT A SNAPSHOT.  A PLAN RUN LEAVES
033550*    NO SNAPSHOT.
033560*----------------------------------------------------------------
033570     MOVE 'N' TO WS-SNAP-OPEN-SW.
033580     MOVE ZERO TO WS-SNAP-CARD-NUMBER.
033590     IF PLAN-MODE
033600         GO TO 2100-OPEN-STEP-SNAPSHOT-EXIT
033610     END-IF.
033620     MOVE '00' TO WS-STEPSNAP-STATUS.
033630     OPEN I-O STEP-SNAP.
033640     IF NOT STEPSNAP-OK
033650         DISPLAY "HELLO_WORLD - STEP-LIST SNAPSHOT FILE NOT "
033660             "AVAILABLE: " WS-STEPSNAP-STATUS
033670         GO TO 2100-OPEN-STEP-SNAPSHOT-EXIT
033680     END-IF.
033690     MOVE 'Y' TO WS-SNAP-OPEN-SW.
033700     MOVE ZERO TO WS-SNAP-CLEAR-COUNT.
033710     MOVE 'N' TO WS-SNAP-SCAN-SW.
033720     MOVE WS-RUN-DATE    TO SS-CYCLE-DATE.
033730     MOVE WS-REGION-CODE TO SS-REGION-CODE.
033740     MOVE ZERO           TO SS-CARD-NUMBER.
033750     START STEP-SNAP KEY IS NOT LESS THAN SS-KEY
033760         INVALID KEY
033770             MOVE 'Y' TO WS-SNAP-SCAN-SW
033780     END-START.
033790     PERFORM 2110-CLEAR-ONE-SNAPSHOT
033800         THRU 2110-CLEAR-ONE-SNAPSHOT-EXIT
033810         UNTIL SNAP-SCAN-DONE.
033820     IF WS-SNAP-CLEAR-COUNT > ZERO
033830         MOVE WS-SNAP-CLEAR-COUNT TO WS-SNAP-COUNT-DISP
033840         DISPLAY "HELLO_WORLD - STEP-LIST SNAPSHOT REPLACED: "
033850             WS-SNAP-COUNT-DISP " CARDS FROM AN EARLIER RUN"
033860     END-IF.
033870 2100-OPEN-STEP-SNAPSHOT-EXIT.
033880     EXIT.
033890*----------------------------------------------------------------
033900 2110-CLEAR-ONE-SNAPSHOT.
033910*----------------------------------------------------------------
033920     READ STEP-SNAP NEXT RECORD
033930         AT END
033940             MOVE 'Y' TO WS-SNAP-SCAN-SW
033950     END-READ.
033960     IF SNAP-SCAN-DONE
033970         GO TO 2110-CLEAR-ONE-SNAPSHOT-EXIT
033980     END-IF.
033990     IF SS-CYCLE-DATE NOT = WS-RUN-DATE
034000        OR SS-REGION-CODE NOT = WS-REGION-CODE
034010         MOVE 'Y' TO WS-SNAP-SCAN-SW
034020         GO TO 2110-CLEAR-ONE-SNAPSHOT-EXIT
034030     END-IF.
034040     DELETE STEP-SNAP RECORD
034050         INVALID KEY
034060             DISPLAY "HELLO_WORLD - STEPSNAP DELETE FAILED: "
034070                 SS-KEY
034080     END-DELETE.
034090     ADD 1 TO WS-SNAP-CLEAR-COUNT.
034100 2110-CLEAR-ONE-SNAPSHOT-EXIT.
034110     EXIT.
034120*----------------------------------------------------------------
034130 2120-WRITE-STEP-SNAPSHOT.
034140*    SAVE THE CURRENT CARD AS READ, WITH THE DISPOSITION THE
034150*    CALLER SET.  THE OPERATOR SKIP IS RECORDED ONLY FOR A CARD
034160*    THE CYCLE ACTUALLY TOOK UP - THE SKIP SWITCH IS NOT SET FOR
034170*    A CARD THAT WAS NOT ON TONIGHT'S LIST OR WAS NEVER REACHED.
034180*----------------------------------------------------------------
034190     IF NOT STEPSNAP-OPEN
034200         GO TO 2120-WRITE-STEP-SNAPSHOT-EXIT
034210     END-IF.
034220     MOVE SPACES              TO STEP-SNAP-RECORD.
034230     MOVE WS-RUN-DATE         TO SS-CYCLE-DATE.
034240     MOVE WS-REGION-CODE      TO SS-REGION-CODE.
034250     MOVE WS-SNAP-CARD-NUMBER TO SS-CARD-NUMBER.
034260     MOVE WS-JOB-NAME         TO SS-JOB-NAME.
034270     MOVE WS-START-TIME       TO SS-RUN-START-TIME.
034280     MOVE SL-PROGRAM-NAME     TO SS-PROGRAM-NAME.
034290     MOVE SL-MAX-RETURN-CODE  TO SS-MAX-RETURN-CODE.
034300     MOVE SL-BYPASS-FLAG      TO SS-BYPASS-FLAG.
034310     MOVE SL-RETRY-COUNT      TO SS-RETRY-COUNT.
034320     MOVE SL-LIST-ID          TO SS-LIST-ID.
034330     MOVE SL-TRACK-ID         TO SS-TRACK-ID.
034340     MOVE WS-SNAP-DISPOSITION TO SS-DISPOSITION.
034350     MOVE 'N'                 TO SS-OPER-SKIP-SW.
034360     IF SS-DISP-NOT-LISTED
034370         MOVE 'N' TO SS-SELECTED-SW
034380     ELSE
034390         MOVE 'Y' TO SS-SELECTED-SW
034400         IF STEP-SKIP-REQUESTED
034410            AND NOT SS-DISP-NOT-REACHED
034420             MOVE 'Y' TO SS-OPER-SKIP-SW
034430             MOVE WS-SKIP-USER(WS-SKIP-SUB) TO SS-SKIP-USER-ID
034440         END-IF
034450     END-IF.
034460     MOVE '00' TO WS-STEPSNAP-STATUS.
034470     WRITE STEP-SNAP-RECORD
034480         INVALID KEY
034490             MOVE '22' TO WS-STEPSNAP-STATUS
034500     END-WRITE.
034510     IF STEPSNAP-OK
034520         ADD 1 TO WS-SNAP-WRITE-COUNT
034530     ELSE
034540         ADD 1 TO WS-SNAP-ERROR-COUNT
034550         IF WS-SNAP-ERROR-COUNT = 1
034560             DISPLAY "HELLO_WORLD - STEPSNAP WRITE FAILED: "
034570                 SS-KEY " STATUS " WS-STEPSNAP-STATUS
034580         END-IF
034590     END-IF.
034600 2120-WRITE-STEP-SNAPSHOT-EXIT.
034610     EXIT.
034620*----------------------------------------------------------------
034630 2130-SNAP-UNREACHED-CARD.
034640*    A CARD STILL ON THE FILE WHEN A STOPAFTER ENDED THE CYCLE.
034650*----------------------------------------------------------------
034660     MOVE 'X' TO WS-SNAP-DISPOSITION.
034670     PERFORM 2120-WRITE-STEP-SNAPSHOT
034680         THRU 2120-WRITE-STEP-SNAPSHOT-EXIT.
034690     PERFORM 2010-READ-STEP-LIST
034700         THRU 2010-READ-STEP-LIST-EXIT.
034710 2130-SNAP-UNREACHED-CARD-EXIT.
034720     EXIT.
034730*----------------------------------------------------------------
034740 2140-CLOSE-STEP-SNAPSHOT.
034750*----------------------------------------------------------------
034760     IF NOT STEPSNAP-OPEN
034770         GO TO 2140-CLOSE-STEP-SNAPSHOT-EXIT
034780     END-IF.
034790     CLOSE STEP-SNAP.
034800     MOVE 'N' TO WS-SNAP-OPEN-SW.
034810     MOVE WS-SNAP-WRITE-COUNT TO WS-SNAP-COUNT-DISP.
034820     DISPLAY "HELLO_WORLD - STEP-LIST SNAPSHOT SAVED: "
034830         WS-SNAP-COUNT-DISP " CARDS".
034840     IF WS-SNAP-ERROR-COUNT > ZERO
034850         MOVE WS-SNAP-ERROR-COUNT TO WS-SNAP-COUNT-DISP
034860         DISPLAY "HELLO_WORLD - STEP-LIST SNAPSHOT INCOMPLETE: "
034870             WS-SNAP-COUNT-DISP " CARDS NOT SAVED"
034880     END-IF.
034890 2140-CLOSE-STEP-SNAPSHOT-EXIT.
034900     EXIT.
034910*----------------------------------------------------------------
034920 2150-WRITE-CYCLE-STATUS.
034930*    REWRITE THIS REGION'S CYCLE STATUS RECORD FROM THE CYCLE AS
034940*    IT STANDS NOW.  //CYCSTAT IS DEFINED ONCE BY THE IDCAMS JOB
034950*    AND IS OPENED AND CLOSED ON EVERY WRITE, SO THE HELP DESK
034960*    INQUIRY READS THE LATEST RECORD WHILE THE CYCLE IS STILL
034970*    RUNNING.  IF THE FILE WILL NOT OPEN THE CONSOLE SAYS SO ONCE
034980*    AND THE CYCLE RUNS ON WITHOUT A STATUS RECORD.  A PLAN RUN
034990*    LEAVES THE RECORD ALONE.
035000*----------------------------------------------------------------
035010     IF PLAN-MODE
035020        OR NOT CYCSTAT-USABLE
035030         GO TO 2150-WRITE-CYCLE-STATUS-EXIT
035040     END-IF.
035050     MOVE '00' TO WS-CYCSTAT-STATUS.
035060     OPEN I-O CYCLE-STATUS.
035070     IF NOT CYCSTAT-OK
035080         MOVE 'N' TO WS-STAT-USABLE-SW
035090         DISPLAY "HELLO_WORLD - CYCLE STATUS FILE NOT AVAILABLE: "
035100             WS-CYCSTAT-STATUS
035110         GO TO 2150-WRITE-CYCLE-STATUS-EXIT
035120     END-IF.
035130     MOVE 'N' TO WS-STAT-FOUND-SW.
035140     MOVE WS-REGION-CODE TO CY-REGION-CODE.
035150     READ CYCLE-STATUS
035160         INVALID KEY
035170             MOVE '23' TO WS-CYCSTAT-STATUS
035180     END-READ.
035190     IF CYCSTAT-OK
035200         MOVE 'Y' TO WS-STAT-FOUND-SW
035210     END-IF.
035220     PERFORM 2151-BUILD-CYCLE-STATUS
035230         THRU 2151-BUILD-CYCLE-STATUS-EXIT.
035240     MOVE '00' TO WS-CYCSTAT-STATUS.
035250     IF STAT-RECORD-FOUND
035260         REWRITE CYCLE-STATUS-RECORD
035270             INVALID KEY
035280                 MOVE '23' TO WS-CYCSTAT-STATUS
035290         END-REWRITE
035300     ELSE
035310         WRITE CYCLE-STATUS-RECORD
035320             INVALID KEY
035330                 MOVE '22' TO WS-CYCSTAT-STATUS
035340         END-WRITE
035350     END-IF.
035360     IF NOT CYCSTAT-OK
035370         ADD 1 TO WS-STAT-ERROR-COUNT
035380         IF WS-STAT-ERROR-COUNT = 1
035390             DISPLAY "HELLO_WORLD - CYCSTAT WRITE FAILED: "
035400                 CY-KEY " STATUS " WS-CYCSTAT-STATUS
035410         END-IF
035420     END-IF.
035430     CLOSE CYCLE-STATUS.
035440 2150-WRITE-CYCLE-STATUS-EXIT.
035450     EXIT.
035460*----------------------------------------------------------------
035470 2151-BUILD-CYCLE-STATUS.
035480*    THE CURRENT STEP IS THE CARD NOW IN THE STEP-LIST RECORD -
035490*    THE ONE ABOUT TO RUN, OR WAITING ON A HOLD.  ONCE THE LIST
035500*    HAS ENDED THERE IS NO CURRENT STEP AND THE END TIME IS SET.
035510*    A CYCLE THAT RAN TO THE END OF THE LIST WITH ANY TRACK
035520*    STOPPED OR FEED-HELD IS NOT REPORTED AS A CLEAN COMPLETION.
035530*----------------------------------------------------------------
035540     MOVE SPACES               TO CYCLE-STATUS-RECORD.
035550     MOVE WS-REGION-CODE       TO CY-REGION-CODE.
035560     MOVE WS-RUN-DATE          TO CY-CYCLE-DATE.
035570     MOVE WS-JOB-NAME          TO CY-JOB-NAME.
035580     MOVE WS-START-TIME        TO CY-RUN-START-TIME.
035590     ACCEPT CY-UPDATE-DATE FROM DATE YYYYMMDD.
035600     ACCEPT CY-UPDATE-TIME FROM TIME.
035610     MOVE WS-STAT-STATE        TO CY-CYCLE-STATE.
035620     IF CY-RUNNING
035630         IF CYCLE-HELD
035640             MOVE 'H' TO CY-CYCLE-STATE
035650         END-IF
035660         IF NOT STEPLIST-AT-EOF
035670             MOVE SL-PROGRAM-NAME TO CY-CURRENT-PROGRAM
035680             MOVE SL-TRACK-ID     TO CY-CURRENT-TRACK
035690         END-IF
035700     ELSE
035710         MOVE CY-UPDATE-TIME TO CY-END-TIME
035720     END-IF.
035730     MOVE WS-STAT-LAST-PROGRAM TO CY-LAST-PROGRAM.
035740     MOVE WS-STAT-LAST-TRACK   TO CY-LAST-TRACK.
035750     MOVE WS-STAT-LAST-DISP    TO CY-LAST-DISPOSITION.
035760     MOVE WS-STAT-LAST-RC      TO CY-LAST-RETURN-CODE.
035770     MOVE WS-STAT-STEPS-DONE   TO CY-STEPS-DONE.
035780     MOVE WS-STAT-STEPS-RUN    TO CY-STEPS-RUN.
035790     MOVE ZERO                 TO CY-STEPS-REMAINING.
035800     MOVE ZERO TO WS-STAT-SUB.
035810     PERFORM 2153-COUNT-ONE-REMAINING
035820         THRU 2153-COUNT-ONE-REMAINING-EXIT
035830         UNTIL WS-STAT-SUB NOT < WS-PEND-COUNT.
035840     MOVE WS-CYCLE-HELD-SW     TO CY-HOLD-SW.
035850     MOVE WS-STOPAFTER-SW      TO CY-STOPAFTER-SW.
035860     MOVE WS-STAT-LAST-COMMAND TO CY-LAST-COMMAND.
035870     MOVE WS-STAT-COMMAND-USER TO CY-LAST-COMMAND-USER.
035880     MOVE WS-PROJ-LABEL        TO CY-PROJ-LABEL.
035890     MOVE WS-PROJ-TIME-DISPLAY TO CY-PROJ-TIME.
035900     MOVE 'N'                  TO CY-PAST-DEADLINE-SW.
035910     IF DEADLINE-SUPPLIED
035920         MOVE WS-DEADLINE-TIME TO CY-DEADLINE-TIME
035930         IF WS-PROJ-ABS-SECS > WS-DEADLINE-ABS-SECS
035940             MOVE 'Y' TO CY-PAST-DEADLINE-SW
035950         END-IF
035960     END-IF.
035970     MOVE ZERO TO CY-STOPPED-COUNT.
035980     MOVE ZERO TO WS-STAT-SUB.
035990     PERFORM 2152-NOTE-ONE-STOPPED-TRACK
036000         THRU 2152-NOTE-ONE-STOPPED-TRACK-EXIT
036010         UNTIL WS-STAT-SUB NOT < WS-TRACK-COUNT.
036020     IF CY-COMPLETE
036030        AND CY-STOPPED-COUNT > ZERO
036040         MOVE 'T' TO CY-CYCLE-STATE
036050     END-IF.
036060 2151-BUILD-CYCLE-STATUS-EXIT.
036070     EXIT.
036080*----------------------------------------------------------------
036090 2152-NOTE-ONE-STOPPED-TRACK.
036100*    A TRACK WITH A HELD FEED NAME WAS STOPPED BY THE FEED GATE;
036110*    ANY OTHER STOPPED TRACK WAS STOPPED BY A FAILED STEP.
036120*----------------------------------------------------------------
036130     ADD 1 TO WS-STAT-SUB.
036140     IF WS-TRK-STOPPED-SW(WS-STAT-SUB) NOT = 'Y'
036150         GO TO 2152-NOTE-ONE-STOPPED-TRACK-EXIT
036160     END-IF.
036170     ADD 1 TO CY-STOPPED-COUNT.
036180     IF CY-STOPPED-COUNT > 10
036190         GO TO 2152-NOTE-ONE-STOPPED-TRACK-EXIT
036200     END-IF.
036210     MOVE WS-TRK-ID(WS-STAT-SUB)
036220         TO CY-ST-TRACK-ID(CY-STOPPED-COUNT).
036230     MOVE WS-TRK-FAIL-PROGRAM(WS-STAT-SUB)
036240         TO CY-ST-PROGRAM(CY-STOPPED-COUNT).
036250     MOVE WS-TRK-FAIL-RC(WS-STAT-SUB)
036260         TO CY-ST-RETURN-CODE(CY-STOPPED-COUNT).
036270     MOVE WS-TRK-HELD-FEED(WS-STAT-SUB)
036280         TO CY-ST-FEED-NAME(CY-STOPPED-COUNT).
036290     IF WS-TRK-HELD-FEED(WS-STAT-SUB) = SPACES
036300         MOVE 'F' TO CY-ST-REASON(CY-STOPPED-COUNT)
036310     ELSE
036320         MOVE 'H' TO CY-ST-REASON(CY-STOPPED-COUNT)
036330     END-IF.
036340 2152-NOTE-ONE-STOPPED-TRACK-EXIT.
036350     EXIT.
036360*----------------------------------------------------------------
036370 2153-COUNT-ONE-REMAINING.
036380*----------------------------------------------------------------
036390     ADD 1 TO WS-STAT-SUB.
036400     IF WS-PD-DONE-SW(WS-STAT-SUB) NOT = 'Y'
036410         ADD 1 TO CY-STEPS-REMAINING
036420     END-IF.
036430 2153-COUNT-ONE-REMAINING-EXIT.
036440     EXIT.
036450*----------------------------------------------------------------
036460 2025-CALL-STEP-PROGRAM.
036470*    CALL THE STEP AND, WHILE IT ENDS ABOVE ITS MAXIMUM
036480*    ACCEPTABLE RETURN CODE WITH RETRIES REMAINING ON THE
036490*    CONTROL CARD, CALL IT AGAIN SO A TRANSIENT FAILURE DOES
036500*    NOT COST THE WHOLE NIGHT.  EVERY ATTEMPT GETS ITS OWN
036510*    STEP-LEVEL AUDIT RECORD.
036520*----------------------------------------------------------------
036530     MOVE 'N' TO WS-STEP-DONE-SW.
036540     IF WS-CT-COUNT < 100
036550         ADD 1 TO WS-CT-COUNT
036560     ELSE
036570         MOVE 'Y' TO WS-CT-OVERFLOW-SW
036580     END-IF.
036590     PERFORM 2026-CALL-ONE-ATTEMPT
036600         THRU 2026-CALL-ONE-ATTEMPT-EXIT
036610         UNTIL STEP-CALL-DONE.
036620 2025-CALL-STEP-PROGRAM-EXIT.
036630     EXIT.
036640*----------------------------------------------------------------
036650 2026-CALL-ONE-ATTEMPT.
036660*    RETURN-CODE IS CLEARED BEFORE THE CALL SO AN ACCEPTED
036670*    WARNING FROM AN EARLIER STEP CANNOT LEAK INTO A STEP THAT
036680*    NEVER SETS IT, AND CLEARED AGAIN ONCE AN ATTEMPT IS
036690*    ACCEPTED SO A WARNING FROM THE FINAL STEP DOES NOT BECOME
036700*    THE WHOLE JOB'S ENDING RETURN CODE.  THE STEP'S OWN CODE
036710*    IS ALWAYS PRESERVED IN WS-STEP-RETURN-CODE FOR THE AUDIT
036720*    TRAIL AND THE ABEND PATH.
036730*----------------------------------------------------------------
036740     ADD 1 TO WS-STEP-SEQUENCE.
036750     ACCEPT WS-STEP-START-TIME FROM TIME.
036760     MOVE ZERO TO RETURN-CODE.
036770     MOVE SPACES TO CTX-STEP-MESSAGE.
036780     MOVE 'N'  TO CTX-TOTALS-REPORTED-SW.
036790     MOVE ZERO TO CTX-RECORDS-READ.
036800     MOVE ZERO TO CTX-RECORDS-WRITTEN.
036810     MOVE ZERO TO CTX-RECORDS-REJECTED.
036820     MOVE ZERO TO CTX-AMOUNT.
036830     CALL WS-CALLED-PROGRAM USING CYCLE-RUN-CONTEXT.
036840     MOVE RETURN-CODE TO WS-STEP-RETURN-CODE.
036850     ACCEPT WS-STEP-STOP-TIME FROM TIME.
036860     IF CTX-STEP-MESSAGE NOT = SPACES
036870        AND WS-STEP-MSG-COUNT < 50
036880         ADD 1 TO WS-STEP-MSG-COUNT
036890         MOVE WS-CALLED-PROGRAM
036900             TO WS-SMSG-PROGRAM(WS-STEP-MSG-COUNT)
036910         MOVE CTX-STEP-MESSAGE
036920             TO WS-SMSG-TEXT(WS-STEP-MSG-COUNT)
036930     END-IF.
036940     PERFORM 2040-RECORD-CONTROL-TOTALS
036950         THRU 2040-RECORD-CONTROL-TOTALS-EXIT.
036960     PERFORM 2030-WRITE-STEP-AUDIT
036970         THRU 2030-WRITE-STEP-AUDIT-EXIT.
036980     IF WS-STEP-RETURN-CODE > WS-MAX-RETURN-CODE
036990        AND WS-RETRIES-LEFT > ZERO
037000         SUBTRACT 1 FROM WS-RETRIES-LEFT
037010         DISPLAY "HELLO_WORLD - STEP WILL BE RETRIED: "
037020             WS-CALLED-PROGRAM
037030     ELSE
037040         MOVE 'Y' TO WS-STEP-DONE-SW
037050         IF WS-STEP-RETURN-CODE NOT > WS-MAX-RETURN-CODE
037060             MOVE ZERO TO RETURN-CODE
037070         END-IF
037080     END-IF.
037090 2026-CALL-ONE-ATTEMPT-EXIT.
037100     EXIT.
037110*----------------------------------------------------------------
037120 2030-WRITE-STEP-AUDIT.
037130*    WRITE ONE STEP-LEVEL DETAIL RECORD TO THE AUDIT LOG AS THE
037140*    STEP JUST CALLED COMPLETES, SUCCESSFULLY OR NOT, SO THE
037150*    MORNING SLA RECONCILE CAN SEE WHICH PROGRAM IN THE CYCLE
037160*    USED THE BATCH WINDOW INSTEAD OF ONLY THE RUN TOTAL.
037170*----------------------------------------------------------------
037180     MOVE SPACES              TO AUDIT-STEP-RECORD.
037190     MOVE 'S'                 TO AS-RECORD-TYPE.
037200     MOVE WS-JOB-NAME         TO AS-JOB-NAME.
037210     MOVE WS-STEP-SEQUENCE    TO AS-STEP-SEQUENCE.
037220     MOVE WS-CALLED-PROGRAM   TO AS-PROGRAM-NAME.
037230     MOVE WS-RUN-DATE         TO AS-RUN-DATE.
037240     MOVE WS-STEP-START-TIME  TO AS-START-TIME.
037250     MOVE WS-STEP-STOP-TIME   TO AS-STOP-TIME.
037260     MOVE WS-CURRENT-TRACK    TO AS-TRACK-ID.
037270     MOVE WS-STEP-RETURN-CODE TO AS-RETURN-CODE.
037280     OPEN I-O AUDIT-LOG.
037290     WRITE AUDIT-STEP-RECORD
037300         INVALID KEY
037310             DISPLAY "HELLO_WORLD - DUPLICATE AUDIT KEY: "
037320                 AS-KEY
037330     END-WRITE.
037340     CLOSE AUDIT-LOG.
037350 2030-WRITE-STEP-AUDIT-EXIT.
037360     EXIT.
037370*----------------------------------------------------------------
037380 2040-RECORD-CONTROL-TOTALS.
037390*    KEEP THE TOTALS THE STEP JUST REPORTED THROUGH THE RUN
037400*    CONTEXT FOR THE END-OF-CYCLE BALANCING, OVERWRITING ANY
037410*    EARLIER ATTEMPT'S ENTRY FOR THIS CARD, AND WRITE THEM TO
037420*    THE CONTROL-TOTALS FILE (//CTLTOTS, DISP=MOD) WHERE THE
037430*    DOWNSTREAM BALANCING JOBS CAN SEE THEM TOO.  A STEP THAT
037440*    REPORTS NOTHING IS KEPT AS NON-REPORTING SO THE BALANCING
037450*    SECTION SAYS SO INSTEAD OF SHOWING PHONY ZEROS.  PAST THE
037460*    TABLE'S 100 STEPS NOTHING MORE IS KEPT - THE BALANCING
037470*    SECTION REPORTS THE SUPPRESSION RATHER THAN LETTING LATER
037480*    STEPS CORRUPT ENTRY 100 - BUT THE //CTLTOTS RECORDS ARE
037490*    STILL WRITTEN FOR EVERY REPORTING STEP.
037500*----------------------------------------------------------------
037510     IF NOT CT-TABLE-OVERFLOWED
037520         MOVE WS-CALLED-PROGRAM TO WS-CT-PROGRAM(WS-CT-COUNT)
037530         MOVE CTX-TOTALS-REPORTED-SW
037540             TO WS-CT-REPORTED-SW(WS-CT-COUNT)
037550         MOVE CTX-RECORDS-READ     TO WS-CT-READ(WS-CT-COUNT)
037560         MOVE CTX-RECORDS-WRITTEN
037570             TO WS-CT-WRITTEN(WS-CT-COUNT)
037580         MOVE CTX-RECORDS-REJECTED
037590             TO WS-CT-REJECTED(WS-CT-COUNT)
037600         MOVE CTX-AMOUNT           TO WS-CT-AMOUNT(WS-CT-COUNT)
037610     END-IF.
037620     IF NOT CTX-TOTALS-REPORTED
037630         GO TO 2040-RECORD-CONTROL-TOTALS-EXIT
037640     END-IF.
037650     MOVE WS-JOB-NAME          TO CT-JOB-NAME.
037660     MOVE WS-RUN-DATE          TO CT-CYCLE-DATE.
037670     MOVE WS-STEP-SEQUENCE     TO CT-STEP-SEQUENCE.
037680     MOVE WS-CALLED-PROGRAM    TO CT-PROGRAM-NAME.
037690     MOVE CTX-RECORDS-READ     TO CT-RECORDS-READ.
037700     MOVE CTX-RECORDS-WRITTEN  TO CT-RECORDS-WRITTEN.
037710     MOVE CTX-RECORDS-REJECTED TO CT-RECORDS-REJECTED.
037720     MOVE CTX-AMOUNT           TO CT-AMOUNT.
037730     OPEN EXTEND CONTROL-TOTALS.
037740     WRITE CONTROL-TOTAL-RECORD.
037750     CLOSE CONTROL-TOTALS.
037760 2040-RECORD-CONTROL-TOTALS-EXIT.
037770     EXIT.
037780*----------------------------------------------------------------
037790 3000-PLAN-CYCLE.
037800*    PREVIEW THE CYCLE FOR EVERY DATE IN THE PLAN RANGE.  NO STEP
037810*    PROGRAM IS CALLED AND THE ONLY FILE WRITTEN IS THE PRINT
037820*    REPORT: THE SUBMIT-AUTHORITY AND DUPLICATE-RUN CHECKS, THE
037830*    CYCLE LOCK, CHECKPOINT, AUDIT AND VERSION RECORDS, CONTROL
037840*    TOTALS AND ALERTS ALL BELONG TO A REAL CYCLE AND ARE LEFT
037850*    ALONE.  THE TIMELINE STARTS AT THE START TIME OF THIS JOB'S
037860*    LATEST CYCLE ON THE AUDIT LOG (OR NOW, IF IT HAS NEVER RUN)
037870*    AND IS CHECKED AGAINST THE DEADLINE CARD.  A DATE THE CYCLE
037880*    WOULD REFUSE, OR WOULD FINISH PAST THE DEADLINE, ENDS THE
037890*    PLAN WITH RETURN CODE 4.
037900*----------------------------------------------------------------
037910     PERFORM 1010-GET-RUNTIME-IDENTIFICATION
037920         THRU 1010-GET-RUNTIME-IDENTIFICATION-EXIT.
037930     MOVE ZERO TO WS-PEND-COUNT.
037940     PERFORM 1650-LOAD-STEP-HISTORY
037950         THRU 1650-LOAD-STEP-HISTORY-EXIT.
037960     IF PLAN-START-FROM-HISTORY
037970         MOVE WS-PLAN-START-TIME TO WS-START-TIME
037980     END-IF.
037990     PERFORM 1660-READ-DEADLINE-CARD
038000         THRU 1660-READ-DEADLINE-CARD-EXIT.
038010     PERFORM 3010-WRITE-PLAN-HEADING
038020         THRU 3010-WRITE-PLAN-HEADING-EXIT.
038030     MOVE ZERO TO WS-PLAN-DAY-COUNT.
038040     MOVE ZERO TO WS-PLAN-PROBLEM-COUNT.
038050     MOVE WS-PLAN-FROM-DATE TO WS-PLAN-DATE.
038060     PERFORM 3100-PLAN-ONE-DATE
038070         THRU 3100-PLAN-ONE-DATE-EXIT
038080         UNTIL WS-PLAN-DATE > WS-PLAN-TO-DATE.
038090     PERFORM 3020-WRITE-PLAN-SUMMARY
038100         THRU 3020-WRITE-PLAN-SUMMARY-EXIT.
038110     IF WS-PLAN-PROBLEM-COUNT > ZERO
038120         MOVE 4 TO RETURN-CODE
038130     ELSE
038140         MOVE ZERO TO RETURN-CODE
038150     END-IF.
038160 3000-PLAN-CYCLE-EXIT.
038170     EXIT.
038180*----------------------------------------------------------------
038190 3010-WRITE-PLAN-HEADING.
038200*----------------------------------------------------------------
038210     ADD 1 TO WS-PAGE-NUMBER.
038220     MOVE WS-SYSTEM-DATE    TO WS-PLH-RUN-DATE.
038230     MOVE WS-PAGE-NUMBER    TO WS-PLH-PAGE-NUMBER.
038240     MOVE WS-PLAN-FROM-DATE TO WS-PRL-FROM.
038250     MOVE WS-PLAN-TO-DATE   TO WS-PRL-TO.
038260     MOVE WS-JOB-NAME       TO WS-PRL-JOB.
038270     MOVE WS-REGION-CODE    TO WS-PRL-REGION.
038280     MOVE WS-ENV-CODE       TO WS-PRL-ENV.
038290     OPEN OUTPUT PRINT-FILE.
038300     MOVE WS-PLAN-HEADER-1 TO PRINT-LINE.
038310     WRITE PRINT-LINE.
038320     MOVE SPACES TO PRINT-LINE.
038330     WRITE PRINT-LINE.
038340     MOVE WS-PLAN-RANGE-LINE TO PRINT-LINE.
038350     WRITE PRINT-LINE.
038360     MOVE WS-PLAN-ONLY-NOTE TO PRINT-LINE.
038370     WRITE PRINT-LINE.
038380     MOVE SPACES TO PRINT-LINE.
038390     IF PLAN-START-FROM-HISTORY
038400         STRING 'PROJECTED CYCLE START: ' WS-START-TIME(1:6)
038410                ' (LATEST CYCLE, ' WS-PLAN-START-DATE
038420                ', ON THE AUDIT LOG)'
038430                DELIMITED BY SIZE INTO PRINT-LINE
038440     ELSE
038450         STRING 'PROJECTED CYCLE START: ' WS-START-TIME(1:6)
038460                ' (TIME OF THIS PLAN - NO EARLIER CYCLE ON THE'
038470                ' AUDIT LOG)'
038480                DELIMITED BY SIZE INTO PRINT-LINE
038490     END-IF.
038500     WRITE PRINT-LINE.
038510     IF DEADLINE-SUPPLIED
038520         MOVE SPACES TO PRINT-LINE
038530         STRING 'ONLINE-OPEN DEADLINE:  ' WS-DEADLINE-TIME
038540                DELIMITED BY SIZE INTO PRINT-LINE
038550     ELSE
038560         MOVE WS-PROJ-NO-DEADLINE-LINE TO PRINT-LINE
038570     END-IF.
038580     WRITE PRINT-LINE.
038590 3010-WRITE-PLAN-HEADING-EXIT.
038600     EXIT.
038610*----------------------------------------------------------------
038620 3020-WRITE-PLAN-SUMMARY.
038630*----------------------------------------------------------------
038640     MOVE WS-PLAN-DAY-COUNT     TO WS-PLAN-DISP-DAYS.
038650     MOVE WS-PLAN-PROBLEM-COUNT TO WS-PLAN-DISP-PROBLEMS.
038660     MOVE SPACES TO PRINT-LINE.
038670     WRITE PRINT-LINE.
038680     STRING 'PLAN COMPLETE - ' WS-PLAN-DISP-DAYS
038690            ' DATE(S) PLANNED, ' WS-PLAN-DISP-PROBLEMS
038700            ' WOULD BE REFUSED OR FINISH PAST THE DEADLINE'
038710            DELIMITED BY SIZE INTO PRINT-LINE.
038720     WRITE PRINT-LINE.
038730     CLOSE PRINT-FILE.
038740     DISPLAY "HELLO_WORLD - PLAN FOR " WS-PLAN-FROM-DATE
038750         " THRU " WS-PLAN-TO-DATE " - " WS-PLAN-DISP-PROBLEMS
038760         " DATE(S) WITH PROBLEMS".
038770 3020-WRITE-PLAN-SUMMARY-EXIT.
038780     EXIT.
038790*----------------------------------------------------------------
038800 3100-PLAN-ONE-DATE.
038810*----------------------------------------------------------------
038820     ADD 1 TO WS-PLAN-DAY-COUNT.
038830     PERFORM 3110-PLAN-DATE-DETAIL
038840         THRU 3110-PLAN-DATE-DETAIL-EXIT.
038850     PERFORM 3900-ADVANCE-PLAN-DATE
038860         THRU 3900-ADVANCE-PLAN-DATE-EXIT.
038870 3100-PLAN-ONE-DATE-EXIT.
038880     EXIT.
038890*----------------------------------------------------------------
038900 3110-PLAN-DATE-DETAIL.
038910*    LOOK THE TARGET DATE UP ON THE PROCESSING CALENDAR EXACTLY AS
038920*    THE CYCLE WILL THAT NIGHT, RUN THE PRE-FLIGHT EDIT UNDER ITS
038930*    DAY TYPE, THEN CLASSIFY, TIME AND PRINT EVERY STEP CARD.  A
038940*    DATE MISSING FROM THE CALENDAR OR FAILING THE EDIT IS PRINTED
038950*    AS REFUSED AND THE PLAN MOVES ON TO THE NEXT DATE.
038960*----------------------------------------------------------------
038970     MOVE SPACES TO PRINT-LINE.
038980     WRITE PRINT-LINE.
038990     MOVE WS-PLAN-DATE TO WS-SYSTEM-DATE.
039000     MOVE 'N'  TO WS-CAL-FOUND-SW.
039010     MOVE '00' TO WS-CALFILE-STATUS.
039020     OPEN INPUT PROC-CALENDAR.
039030     PERFORM 1016-READ-CALENDAR
039040         THRU 1016-READ-CALENDAR-EXIT
039050         UNTIL CAL-DATE-FOUND OR CALFILE-AT-EOF.
039060     CLOSE PROC-CALENDAR.
039070     MOVE WS-PLAN-DATE TO WS-PDH-DATE.
039080     MOVE SPACES TO WS-PDH-BUS-DATE.
039090     MOVE SPACES TO WS-PDH-DAY-TYPE.
039100     MOVE SPACES TO WS-PDH-DAY-DESC.
039110     IF NOT CAL-DATE-FOUND
039120         MOVE WS-PLAN-DATE-HEADER TO PRINT-LINE
039130         WRITE PRINT-LINE
039140         MOVE WS-PLAN-NO-CALENDAR-LINE TO PRINT-LINE
039150         WRITE PRINT-LINE
039160         ADD 1 TO WS-PLAN-PROBLEM-COUNT
039170         GO TO 3110-PLAN-DATE-DETAIL-EXIT
039180     END-IF.
039190     MOVE CA-BUSINESS-DATE TO WS-RUN-DATE.
039200     MOVE CA-DAY-TYPE      TO WS-STEPLIST-SELECT.
039210     MOVE WS-RUN-DATE        TO WS-PDH-BUS-DATE.
039220     MOVE WS-STEPLIST-SELECT TO WS-PDH-DAY-TYPE.
039230     IF WS-STEPLIST-SELECT = 'D'
039240         MOVE '(BUSINESS DAY)' TO WS-PDH-DAY-DESC
039250     ELSE
039260     IF WS-STEPLIST-SELECT = 'M'
039270         MOVE '(MONTH-END)'    TO WS-PDH-DAY-DESC
039280     ELSE
039290     IF WS-STEPLIST-SELECT = 'H'
039300         MOVE '(HOLIDAY)'      TO WS-PDH-DAY-DESC
039310     END-IF
039320     END-IF
039330     END-IF.
039340     MOVE WS-PLAN-DATE-HEADER TO PRINT-LINE.
039350     WRITE PRINT-LINE.
039360     MOVE ZERO TO WS-PEND-COUNT.
039370     MOVE ZERO TO WS-NOHIST-COUNT.
039380     MOVE 'N'  TO WS-SL-NAME-FULL-SW.
039390     PERFORM 1600-PREFLIGHT-EDIT
039400         THRU 1600-PREFLIGHT-EDIT-EXIT.
039410     IF WS-EDIT-ERROR-COUNT > ZERO
039420         MOVE WS-PLAN-EDIT-ERROR-LINE TO PRINT-LINE
039430         WRITE PRINT-LINE
039440         MOVE ZERO TO WS-EDIT-ERROR-SUB
039450         PERFORM 8241-WRITE-ONE-EDIT-ERROR
039460             THRU 8241-WRITE-ONE-EDIT-ERROR-EXIT
039470             UNTIL WS-EDIT-ERROR-SUB NOT < WS-EDIT-ERROR-COUNT
039480         ADD 1 TO WS-PLAN-PROBLEM-COUNT
039490         GO TO 3110-PLAN-DATE-DETAIL-EXIT
039500     END-IF.
039510     MOVE ZERO TO WS-PEND-SUB.
039520     PERFORM 1654-MATCH-ONE-PENDING
039530         THRU 1654-MATCH-ONE-PENDING-EXIT
039540         UNTIL WS-PEND-SUB NOT < WS-PEND-COUNT.
039550     PERFORM 3120-LOAD-PLAN-CARDS
039560         THRU 3120-LOAD-PLAN-CARDS-EXIT.
039570     PERFORM 3140-WRITE-PLAN-TRACKS
039580         THRU 3140-WRITE-PLAN-TRACKS-EXIT.
039590     PERFORM 3160-WRITE-PLAN-TIMELINE
039600         THRU 3160-WRITE-PLAN-TIMELINE-EXIT.
039610 3110-PLAN-DATE-DETAIL-EXIT.
039620     EXIT.
039630*----------------------------------------------------------------
039640 3120-LOAD-PLAN-CARDS.
039650*    ONE MORE PASS OVER THE STEP LIST, KEEPING EVERY CARD WITH ITS
039660*    DISPOSITION FOR THE DATE.  THE TRACK TABLE IS BUILT IN CARD
039670*    ORDER SO THE TRACKS PRINT IN THE ORDER THE CYCLE MEETS THEM.
039680*----------------------------------------------------------------
039690     MOVE ZERO TO WS-PLAN-CARD-COUNT.
039700     MOVE ZERO TO WS-PLAN-RUN-COUNT.
039710     MOVE ZERO TO WS-PLAN-HELD-COUNT.
039720     MOVE ZERO TO WS-PLAN-EXCL-COUNT.
039730     MOVE ZERO TO WS-PLAN-CUM-SECS.
039740     MOVE ZERO TO WS-TRACK-COUNT.
039750     MOVE 'N'  TO WS-PLAN-CARD-OVF-SW.
039760     MOVE 'N'  TO WS-PLAN-LATE-SW.
039770     MOVE '00' TO WS-STEPLIST-STATUS.
039780     OPEN INPUT STEP-LIST.
039790     PERFORM 1611-READ-STEP-CARD
039800         THRU 1611-READ-STEP-CARD-EXIT.
039810     PERFORM 3121-CLASSIFY-ONE-CARD
039820         THRU 3121-CLASSIFY-ONE-CARD-EXIT
039830         UNTIL STEPLIST-AT-EOF.
039840     CLOSE STEP-LIST.
039850     MOVE '00' TO WS-STEPLIST-STATUS.
039860 3120-LOAD-PLAN-CARDS-EXIT.
039870     EXIT.
039880*----------------------------------------------------------------
039890 3121-CLASSIFY-ONE-CARD.
039900*----------------------------------------------------------------
039910     PERFORM 3122-ADD-PLAN-CARD
039920         THRU 3122-ADD-PLAN-CARD-EXIT.
039930     PERFORM 1611-READ-STEP-CARD
039940         THRU 1611-READ-STEP-CARD-EXIT.
039950 3121-CLASSIFY-ONE-CARD-EXIT.
039960     EXIT.
039970*----------------------------------------------------------------
039980 3122-ADD-PLAN-CARD.
039990*    THE SELECTION MIRRORS 2010-READ-STEP-LIST AND 2020-RUN-ONE-
040000*    STEP: A CARD FOR ANOTHER LIST IS EXCLUDED, A BYPASSED CARD ON
040010*    THE DATE'S LIST IS HELD, AND EVERY OTHER CARD RUNS.  THE
040020*    CYCLE RUNS ITS CARDS ONE AT A TIME, SO EACH RUNNING CARD'S
040030*    PROJECTED FINISH ADDS ITS AVERAGE ELAPSED TO THE LAST ONE'S.
040040*    RUNNING CARDS ARE IN THE SAME ORDER AS THE PENDING TABLE THE
040050*    PRE-FLIGHT EDIT JUST BUILT, WHICH CARRIES THEIR AVERAGES.
040060*----------------------------------------------------------------
040070     IF WS-PLAN-CARD-COUNT NOT < 100
040080         MOVE 'Y' TO WS-PLAN-CARD-OVF-SW
040090         GO TO 3122-ADD-PLAN-CARD-EXIT
040100     END-IF.
040110     ADD 1 TO WS-PLAN-CARD-COUNT.
040120     MOVE WS-PLAN-CARD-COUNT TO WS-PLAN-CARD-SUB.
040130     MOVE SL-PROGRAM-NAME TO WS-PC-PROGRAM(WS-PLAN-CARD-SUB).
040140     MOVE SL-TRACK-ID     TO WS-PC-TRACK(WS-PLAN-CARD-SUB).
040150     MOVE SL-LIST-ID      TO WS-PC-LIST-ID(WS-PLAN-CARD-SUB).
040160     MOVE SL-BYPASS-FLAG  TO WS-PC-BYPASS-FLAG(WS-PLAN-CARD-SUB).
040170     MOVE ZERO            TO WS-PC-AVG-SECS(WS-PLAN-CARD-SUB).
040180     MOVE SPACES          TO WS-PC-FINISH(WS-PLAN-CARD-SUB).
040190     MOVE 'N'             TO WS-PC-LATE-SW(WS-PLAN-CARD-SUB).
040200     MOVE SPACES          TO WS-PC-NOTE(WS-PLAN-CARD-SUB).
040210     MOVE SL-TRACK-ID TO WS-CURRENT-TRACK.
040220     PERFORM 2015-FIND-TRACK-ENTRY
040230         THRU 2015-FIND-TRACK-ENTRY-EXIT.
040240     IF SL-LIST-ID NOT = SPACE
040250        AND SL-LIST-ID NOT = WS-STEPLIST-SELECT
040260         MOVE 'X' TO WS-PC-DISPOSITION(WS-PLAN-CARD-SUB)
040270         ADD 1 TO WS-PLAN-EXCL-COUNT
040280         GO TO 3122-ADD-PLAN-CARD-EXIT
040290     END-IF.
040300     IF SL-BYPASS-STEP
040310         MOVE 'H' TO WS-PC-DISPOSITION(WS-PLAN-CARD-SUB)
040320         ADD 1 TO WS-PLAN-HELD-COUNT
040330         GO TO 3122-ADD-PLAN-CARD-EXIT
040340     END-IF.
040350     MOVE 'R' TO WS-PC-DISPOSITION(WS-PLAN-CARD-SUB).
040360     ADD 1 TO WS-PLAN-RUN-COUNT.
040370     IF WS-PLAN-RUN-COUNT NOT > WS-PEND-COUNT
040380         MOVE WS-PD-AVG-SECS(WS-PLAN-RUN-COUNT)
040390             TO WS-PC-AVG-SECS(WS-PLAN-CARD-SUB)
040400     END-IF.
040410     ADD WS-PC-AVG-SECS(WS-PLAN-CARD-SUB) TO WS-PLAN-CUM-SECS.
040420     COMPUTE WS-PROJ-ABS-SECS =
040430         WS-CYCLE-BASE-SECS + WS-PLAN-CUM-SECS.
040440     PERFORM 7820-FORMAT-PROJ-TIME
040450         THRU 7820-FORMAT-PROJ-TIME-EXIT.
040460     MOVE WS-PROJ-TIME-DISPLAY TO WS-PC-FINISH(WS-PLAN-CARD-SUB).
040470     IF DEADLINE-SUPPLIED
040480        AND WS-PROJ-ABS-SECS > WS-DEADLINE-ABS-SECS
040490         MOVE 'Y' TO WS-PC-LATE-SW(WS-PLAN-CARD-SUB)
040500         MOVE 'Y' TO WS-PLAN-LATE-SW
040510     END-IF.
040520     MOVE ZERO TO WS-FEED-SUB.
040530     PERFORM 3123-MATCH-ONE-PLAN-FEED
040540         THRU 3123-MATCH-ONE-PLAN-FEED-EXIT
040550         UNTIL WS-FEED-SUB NOT < WS-FEED-COUNT
040560            OR WS-PC-NOTE(WS-PLAN-CARD-SUB) NOT = SPACES.
040570 3122-ADD-PLAN-CARD-EXIT.
040580     EXIT.
040590*----------------------------------------------------------------
040600 3123-MATCH-ONE-PLAN-FEED.
040610*    A RUNNING CARD THAT WAITS ON AN UPSTREAM FEED SAYS SO, WITH
040620*    THE TIME THE FEED MANIFEST EXPECTS IT BY.
040630*----------------------------------------------------------------
040640     ADD 1 TO WS-FEED-SUB.
040650     IF WS-FD-PROGRAM(WS-FEED-SUB) =
040660        WS-PC-PROGRAM(WS-PLAN-CARD-SUB)
040670         STRING 'WAITS ON FEED ' WS-FD-FEED(WS-FEED-SUB)
040680                ' DUE BY ' WS-FD-EXPECT-BY(WS-FEED-SUB)
040690                DELIMITED BY SIZE
040700                INTO WS-PC-NOTE(WS-PLAN-CARD-SUB)
040710     END-IF.
040720 3123-MATCH-ONE-PLAN-FEED-EXIT.
040730     EXIT.
040740*----------------------------------------------------------------
040750 3140-WRITE-PLAN-TRACKS.
040760*----------------------------------------------------------------
040770     MOVE ZERO TO WS-TRACK-SUB.
040780     PERFORM 3141-WRITE-ONE-PLAN-TRACK
040790         THRU 3141-WRITE-ONE-PLAN-TRACK-EXIT
040800         UNTIL WS-TRACK-SUB NOT < WS-TRACK-COUNT.
040810     IF PLAN-CARDS-OVERFLOWED
040820         MOVE WS-PLAN-CARD-OVF-NOTE TO PRINT-LINE
040830         WRITE PRINT-LINE
040840     END-IF.
040850 3140-WRITE-PLAN-TRACKS-EXIT.
040860     EXIT.
040870*----------------------------------------------------------------
040880 3141-WRITE-ONE-PLAN-TRACK.
040890*----------------------------------------------------------------
040900     ADD 1 TO WS-TRACK-SUB.
040910     IF WS-TRK-ID(WS-TRACK-SUB) = SPACE
040920         MOVE '(NONE)' TO WS-PTH-ID
040930     ELSE
040940         MOVE WS-TRK-ID(WS-TRACK-SUB) TO WS-PTH-ID
040950     END-IF.
040960     MOVE WS-PLAN-TRACK-HEADER TO PRINT-LINE.
040970     WRITE PRINT-LINE.
040980     MOVE WS-PLAN-COL-HEADER TO PRINT-LINE.
040990     WRITE PRINT-LINE.
041000     MOVE ZERO TO WS-PLAN-CARD-SUB.
041010     PERFORM 3142-WRITE-ONE-PLAN-CARD
041020         THRU 3142-WRITE-ONE-PLAN-CARD-EXIT
041030         UNTIL WS-PLAN-CARD-SUB NOT < WS-PLAN-CARD-COUNT.
041040 3141-WRITE-ONE-PLAN-TRACK-EXIT.
041050     EXIT.
041060*----------------------------------------------------------------
041070 3142-WRITE-ONE-PLAN-CARD.
041080*----------------------------------------------------------------
041090     ADD 1 TO WS-PLAN-CARD-SUB.
041100     IF WS-PC-TRACK(WS-PLAN-CARD-SUB) NOT =
041110        WS-TRK-ID(WS-TRACK-SUB)
041120         GO TO 3142-WRITE-ONE-PLAN-CARD-EXIT
041130     END-IF.
041140     MOVE WS-PC-PROGRAM(WS-PLAN-CARD-SUB)     TO WS-PCL-PROGRAM.
041150     MOVE WS-PC-LIST-ID(WS-PLAN-CARD-SUB)     TO WS-PCL-LIST-ID.
041160     MOVE WS-PC-BYPASS-FLAG(WS-PLAN-CARD-SUB) TO WS-PCL-BYPASS.
041170     MOVE WS-PC-NOTE(WS-PLAN-CARD-SUB)        TO WS-PCL-NOTE.
041180     MOVE SPACES TO WS-PCL-AVG-X.
041190     MOVE SPACES TO WS-PCL-FINISH.
041200     IF WS-PC-DISPOSITION(WS-PLAN-CARD-SUB) = 'X'
041210         MOVE 'EXCLUDED BY LIST ID' TO WS-PCL-DISPOSITION
041220     ELSE
041230     IF WS-PC-DISPOSITION(WS-PLAN-CARD-SUB) = 'H'
041240         MOVE 'HELD BY BYPASS FLAG' TO WS-PCL-DISPOSITION
041250     ELSE
041260         IF WS-PC-LATE-SW(WS-PLAN-CARD-SUB) = 'Y'
041270             MOVE 'RUN - PAST DEADLINE' TO WS-PCL-DISPOSITION
041280         ELSE
041290             MOVE 'RUN'                 TO WS-PCL-DISPOSITION
041300         END-IF
041310         MOVE WS-PC-AVG-SECS(WS-PLAN-CARD-SUB) TO WS-PCL-AVG
041320         MOVE WS-PC-FINISH(WS-PLAN-CARD-SUB)   TO WS-PCL-FINISH
041330     END-IF
041340     END-IF.
041350     MOVE WS-PLAN-CARD-LINE TO PRINT-LINE.
041360     WRITE PRINT-LINE.
041370 3142-WRITE-ONE-PLAN-CARD-EXIT.
041380     EXIT.
041390*----------------------------------------------------------------
041400 3160-WRITE-PLAN-TIMELINE.
041410*    THE DATE'S CARD COUNTS AND WHEN ITS LAST RUNNING CARD IS
041420*    PROJECTED TO FINISH, AGAINST THE DEADLINE.
041430*----------------------------------------------------------------
041440     MOVE WS-PLAN-RUN-COUNT  TO WS-PDS-RUN.
041450     MOVE WS-PLAN-HELD-COUNT TO WS-PDS-HELD.
041460     MOVE WS-PLAN-EXCL-COUNT TO WS-PDS-EXCL.
041470     MOVE WS-PLAN-DATE-SUMMARY TO PRINT-LINE.
041480     WRITE PRINT-LINE.
041490     IF WS-NOHIST-COUNT > ZERO
041500         MOVE WS-NOHIST-COUNT TO WS-PJN-COUNT
041510         MOVE WS-PROJ-NOHIST-LINE TO PRINT-LINE
041520         WRITE PRINT-LINE
041530     END-IF.
041540     COMPUTE WS-PROJ-ABS-SECS =
041550         WS-CYCLE-BASE-SECS + WS-PLAN-CUM-SECS.
041560     PERFORM 7820-FORMAT-PROJ-TIME
041570         THRU 7820-FORMAT-PROJ-TIME-EXIT.
041580     MOVE SPACES TO PRINT-LINE.
041590     IF NOT DEADLINE-SUPPLIED
041600         STRING 'PROJECTED FINISH ' WS-PROJ-TIME-DISPLAY
041610                ' - NO DEADLINE CARD, NOT CHECKED'
041620                DELIMITED BY SIZE INTO PRINT-LINE
041630     ELSE
041640     IF PLAN-PAST-DEADLINE
041650         STRING 'PROJECTED FINISH ' WS-PROJ-TIME-DISPLAY
041660                ' PAST DEADLINE ' WS-DEADLINE-TIME
041670                DELIMITED BY SIZE INTO PRINT-LINE
041680         ADD 1 TO WS-PLAN-PROBLEM-COUNT
041690     ELSE
041700         STRING 'PROJECTED FINISH ' WS-PROJ-TIME-DISPLAY
041710                ' WITHIN DEADLINE ' WS-DEADLINE-TIME
041720                DELIMITED BY SIZE INTO PRINT-LINE
041730     END-IF
041740     END-IF.
041750     WRITE PRINT-LINE.
041760 3160-WRITE-PLAN-TIMELINE-EXIT.
041770     EXIT.
041780*----------------------------------------------------------------
041790 3900-ADVANCE-PLAN-DATE.
041800*    STEP WS-PLAN-DATE ON TO THE NEXT CALENDAR DAY.
041810*----------------------------------------------------------------
041820     PERFORM 3920-GET-MONTH-DAYS
041830         THRU 3920-GET-MONTH-DAYS-EXIT.
041840     IF WS-PDT-DD < WS-PLAN-MONTH-DAYS
041850         ADD 1 TO WS-PDT-DD
041860     ELSE
041870         MOVE 1 TO WS-PDT-DD
041880         IF WS-PDT-MM < 12
041890             ADD 1 TO WS-PDT-MM
041900         ELSE
041910             MOVE 1 TO WS-PDT-MM
041920             ADD 1 TO WS-PDT-YYYY
041930         END-IF
041940     END-IF.
041950 3900-ADVANCE-PLAN-DATE-EXIT.
041960     EXIT.
041970*----------------------------------------------------------------
041980 3905-COUNT-ONE-PLAN-DAY.
041990*----------------------------------------------------------------
042000     ADD 1 TO WS-PLAN-DAY-COUNT.
042010     PERFORM 3900-ADVANCE-PLAN-DATE
042020         THRU 3900-ADVANCE-PLAN-DATE-EXIT.
042030 3905-COUNT-ONE-PLAN-DAY-EXIT.
042040     EXIT.
042050*----------------------------------------------------------------
042060 3910-EDIT-PLAN-DATE.
042070*    WS-PLAN-DATE MUST BE A REAL CALENDAR DATE (YYYYMMDD).
042080*----------------------------------------------------------------
042090     MOVE 'N' TO WS-PLAN-DATE-SW.
042100     IF WS-PLAN-DATE NOT NUMERIC
042110         GO TO 3910-EDIT-PLAN-DATE-EXIT
042120     END-IF.
042130     IF WS-PDT-MM < 1 OR WS-PDT-MM > 12
042140         GO TO 3910-EDIT-PLAN-DATE-EXIT
042150     END-IF.
042160     PERFORM 3920-GET-MONTH-DAYS
042170         THRU 3920-GET-MONTH-DAYS-EXIT.
042180     IF WS-PDT-DD < 1 OR WS-PDT-DD > WS-PLAN-MONTH-DAYS
042190         GO TO 3910-EDIT-PLAN-DATE-EXIT
042200     END-IF.
042210     MOVE 'Y' TO WS-PLAN-DATE-SW.
042220 3910-EDIT-PLAN-DATE-EXIT.
042230     EXIT.
042240*----------------------------------------------------------------
042250 3920-GET-MONTH-DAYS.
042260*    DAYS IN WS-PLAN-DATE'S MONTH, WITH THE GREGORIAN LEAP-YEAR
042270*    RULE FOR FEBRUARY.
042280*----------------------------------------------------------------
042290     MOVE WS-MONTH-DAYS(WS-PDT-MM) TO WS-PLAN-MONTH-DAYS.
042300     IF WS-PDT-MM NOT = 2
042310         GO TO 3920-GET-MONTH-DAYS-EXIT
042320     END-IF.
042330     DIVIDE WS-PDT-YYYY BY 4
042340         GIVING WS-PLAN-LEAP-QUOT
042350         REMAINDER WS-PLAN-LEAP-REM.
042360     IF WS-PLAN-LEAP-REM NOT = ZERO
042370         GO TO 3920-GET-MONTH-DAYS-EXIT
042380     END-IF.
042390     MOVE 29 TO WS-PLAN-MONTH-DAYS.
042400     DIVIDE WS-PDT-YYYY BY 100
042410         GIVING WS-PLAN-LEAP-QUOT
042420         REMAINDER WS-PLAN-LEAP-REM.
042430     IF WS-PLAN-LEAP-REM NOT = ZERO
042440         GO TO 3920-GET-MONTH-DAYS-EXIT
042450     END-IF.
042460     DIVIDE WS-PDT-YYYY BY 400
042470         GIVING WS-PLAN-LEAP-QUOT
042480         REMAINDER WS-PLAN-LEAP-REM.
042490     IF WS-PLAN-LEAP-REM NOT = ZERO
042500         MOVE 28 TO WS-PLAN-MONTH-DAYS
042510     END-IF.
042520 3920-GET-MONTH-DAYS-EXIT.
042530     EXIT.
042540*----------------------------------------------------------------
042550 7700-MARK-STEP-DONE.
042560*    THE CARD JUST CONSUMED - RUN, HELD OR SKIPPED - NO LONGER
042570*    COUNTS TOWARD THE REMAINING WORK.  MARK ITS FIRST PENDING
042580*    ENTRY DONE; A CARD THAT WAS NEVER CAPTURED (HELD AT
042590*    PRE-FLIGHT BY ITS BYPASS FLAG) MATCHES NOTHING AND THAT
042600*    IS CORRECT - IT WAS NEVER IN THE PROJECTION.
042610*----------------------------------------------------------------
042620     MOVE 'N' TO WS-PEND-FOUND-SW.
042630     MOVE ZERO TO WS-PEND-SUB.
042640     PERFORM 7710-MATCH-ONE-DONE
042650         THRU 7710-MATCH-ONE-DONE-EXIT
042660         UNTIL PEND-ENTRY-FOUND
042670            OR WS-PEND-SUB NOT < WS-PEND-COUNT.
042680     IF PEND-ENTRY-FOUND
042690         MOVE 'Y' TO WS-PD-DONE-SW(WS-PEND-SUB)
042700     END-IF.
042710 7700-MARK-STEP-DONE-EXIT.
042720     EXIT.
042730*----------------------------------------------------------------
042740 7710-MATCH-ONE-DONE.
042750*----------------------------------------------------------------
042760     ADD 1 TO WS-PEND-SUB.
042770     IF WS-PD-PROGRAM(WS-PEND-SUB) = WS-CALLED-PROGRAM
042780        AND WS-PD-DONE-SW(WS-PEND-SUB) NOT = 'Y'
042790         MOVE 'Y' TO WS-PEND-FOUND-SW
042800     END-IF.
042810 7710-MATCH-ONE-DONE-EXIT.
042820     EXIT.
042830*----------------------------------------------------------------
042840 7800-PROJECT-COMPLETION.
042850*    SUM THE AVERAGE ELAPSED OF EVERY PENDING CARD NOT YET
042860*    CONSUMED, ADD IT TO THE CLOCK, AND LOG THE PROJECTED
042870*    COMPLETION FOR THE CONTROL REPORT.  THE FIRST PROJECTION
042880*    PAST THE DEADLINE WRITES ONE WARNING-SEVERITY ALERT TO
042890*    THE OPERATOR FEED - ONE PAGE, NOT ONE PER STEP.
042900*----------------------------------------------------------------
042910     MOVE ZERO TO WS-PROJ-REMAINING.
042920     MOVE ZERO TO WS-PEND-SUB.
042930     PERFORM 7810-SUM-ONE-PENDING
042940         THRU 7810-SUM-ONE-PENDING-EXIT
042950         UNTIL WS-PEND-SUB NOT < WS-PEND-COUNT.
042960     ACCEPT WS-PROJ-NOW-TIME FROM TIME.
042970     COMPUTE WS-NOW-ABS-SECS =
042980         (WS-PN-HH * 3600) + (WS-PN-MM * 60) + WS-PN-SS.
042990     IF WS-NOW-ABS-SECS < WS-CYCLE-BASE-SECS
043000         ADD 86400 TO WS-NOW-ABS-SECS
043010     END-IF.
043020     COMPUTE WS-PROJ-ABS-SECS =
043030         WS-NOW-ABS-SECS + WS-PROJ-REMAINING.
043040     PERFORM 7820-FORMAT-PROJ-TIME
043050         THRU 7820-FORMAT-PROJ-TIME-EXIT.
043060     IF WS-PROJ-LOG-COUNT < 60
043070         ADD 1 TO WS-PROJ-LOG-COUNT
043080         MOVE WS-PROJ-LABEL
043090             TO WS-PJ-LABEL(WS-PROJ-LOG-COUNT)
043100         MOVE WS-PROJ-TIME-DISPLAY
043110             TO WS-PJ-TIME(WS-PROJ-LOG-COUNT)
043120         MOVE 'N' TO WS-PJ-BREACH-SW(WS-PROJ-LOG-COUNT)
043130     END-IF.
043140     IF DEADLINE-SUPPLIED
043150        AND WS-PROJ-ABS-SECS > WS-DEADLINE-ABS-SECS
043160         IF WS-PROJ-LOG-COUNT > ZERO
043170             MOVE 'Y' TO WS-PJ-BREACH-SW(WS-PROJ-LOG-COUNT)
043180         END-IF
043190         IF NOT DEADLINE-ALERTED
043200             MOVE 'Y' TO WS-DEADLINE-ALERT-SW
043210             DISPLAY "HELLO_WORLD - PROJECTED COMPLETION "
043220                 WS-PROJ-TIME-DISPLAY " PAST DEADLINE "
043230                 WS-DEADLINE-TIME
043240             MOVE 04     TO WS-ALERT-SEVERITY
043250             MOVE SPACES TO WS-ALERT-PROGRAM
043260             MOVE ZERO   TO WS-ALERT-RETURN-CODE
043270             MOVE SPACES TO WS-ALERT-DETAIL
043280             STRING 'PROJECTED FINISH ' WS-PROJ-TIME-DISPLAY
043290                    ' PAST DEADLINE ' WS-DEADLINE-TIME
043300                    DELIMITED BY SIZE INTO WS-ALERT-DETAIL
043310             PERFORM 8400-WRITE-OPERATOR-ALERT
043320                 THRU 8400-WRITE-OPERATOR-ALERT-EXIT
043330         END-IF
043340     END-IF.
043350 7800-PROJECT-COMPLETION-EXIT.
043360     EXIT.
043370*----------------------------------------------------------------
043380 7810-SUM-ONE-PENDING.
043390*----------------------------------------------------------------
043400     ADD 1 TO WS-PEND-SUB.
043410     IF WS-PD-DONE-SW(WS-PEND-SUB) NOT = 'Y'
043420         ADD WS-PD-AVG-SECS(WS-PEND-SUB)
043430             TO WS-PROJ-REMAINING
043440     END-IF.
043450 7810-SUM-ONE-PENDING-EXIT.
043460     EXIT.
043470*----------------------------------------------------------------
043480 7820-FORMAT-PROJ-TIME.
043490*    TURN AN ABSOLUTE SECONDS FIGURE (WS-PROJ-ABS-SECS) BACK INTO
043500*    A TIME OF DAY (HHMMSS) FOR PRINTING.
043510*----------------------------------------------------------------
043520     DIVIDE WS-PROJ-ABS-SECS BY 86400
043530         GIVING WS-PROJ-TOD-SECS
043540         REMAINDER WS-PROJ-REM-SECS.
043550     DIVIDE WS-PROJ-REM-SECS BY 3600
043560         GIVING WS-PROJ-HH
043570         REMAINDER WS-PROJ-TOD-SECS.
043580     DIVIDE WS-PROJ-TOD-SECS BY 60
043590         GIVING WS-PROJ-MM
043600         REMAINDER WS-PROJ-SS.
043610     MOVE WS-PROJ-HH TO WS-PT-HH.
043620     MOVE WS-PROJ-MM TO WS-PT-MM.
043630     MOVE WS-PROJ-SS TO WS-PT-SS.
043640 7820-FORMAT-PROJ-TIME-EXIT.
043650     EXIT.
043660*----------------------------------------------------------------
043670 8000-TERMINATE.
043680*----------------------------------------------------------------
043690     ACCEPT WS-STOP-TIME FROM TIME.
043700     PERFORM 8100-WRITE-AUDIT-LOG
043710         THRU 8100-WRITE-AUDIT-LOG-EXIT.
043720     PERFORM 8200-WRITE-REPORT
043730         THRU 8200-WRITE-REPORT-EXIT.
043740     PERFORM 8300-WRITE-VERSION-LOG
043750         THRU 8300-WRITE-VERSION-LOG-EXIT.
043760     PERFORM 8600-RELEASE-CYCLE-LOCK
043770         THRU 8600-RELEASE-CYCLE-LOCK-EXIT.
043780 8000-TERMINATE-EXIT.
043790     EXIT.
043800*----------------------------------------------------------------
043810 8100-WRITE-AUDIT-LOG.
043820*    WRITE THE RUN-LEVEL AUDIT RECORD (STEP SEQUENCE 000) SO THE
043830*    BATCH WINDOW CAN BE RECONCILED AGAINST SLA.  //AUDITLOG IS
043840*    A KEYED HISTORY FILE (DEFINED ONCE BY THE IDCAMS JOB) AND
043850*    EACH RUN'S RECORDS ARE INSERTED UNDER JOB/DATE/STEP/START
043860*    TIME, SO THE HISTORY ACCUMULATES AND STAYS SEARCHABLE.  A
043870*    PLAN RUN IS NOT A CYCLE AND LEAVES NO AUDIT RECORD.
043880*----------------------------------------------------------------
043890     IF PLAN-MODE
043900         GO TO 8100-WRITE-AUDIT-LOG-EXIT
043910     END-IF.
043920     MOVE 'R'           TO AL-RECORD-TYPE.
043930     MOVE WS-JOB-NAME   TO AL-JOB-NAME.
043940     MOVE WS-STEP-NAME  TO AL-STEP-NAME.
043950     MOVE WS-USER-ID    TO AL-USER-ID.
043960     MOVE WS-RUN-DATE   TO AL-RUN-DATE.
043970     MOVE ZERO          TO AL-STEP-SEQUENCE.
043980     MOVE WS-START-TIME TO AL-START-TIME.
043990     MOVE WS-STOP-TIME  TO AL-STOP-TIME.
044000     OPEN I-O AUDIT-LOG.
044010     WRITE AUDIT-LOG-RECORD
044020         INVALID KEY
044030             DISPLAY "HELLO_WORLD - DUPLICATE AUDIT KEY: "
044040                 AL-KEY
044050     END-WRITE.
044060     CLOSE AUDIT-LOG.
044070 8100-WRITE-AUDIT-LOG-EXIT.
044080     EXIT.
044090*----------------------------------------------------------------
044100 8200-WRITE-REPORT.
044110*    WRITE THE GREETING AND SIGN-OFF TEXT TO THE DISTRIBUTABLE
044120*    PRINT FILE, WITH A PAGE HEADER AND AN ELAPSED-RUN-TIME
044130*    TRAILER LINE, SO OPERATIONS HAS A DURABLE COPY ONCE THE
044140*    JOB'S SPOOL SPACE ROLLS OFF.  IF THE STOP TIME IS EARLIER
044150*    THAN THE START TIME THE RUN CROSSED MIDNIGHT, SO A DAY IS
044160*    ADDED BACK IN BEFORE THE ELAPSED SECONDS ARE DISPLAYED.  ON
044170*    AN ENVIRONMENT-MISMATCH ABEND THE BODY IS THE MISMATCH
044180*    DETAIL, NOT THE NORMAL GREETING (SEE WS-ENV-ABEND-SW).
044190*----------------------------------------------------------------
044200     COMPUTE WS-ELAPSED-SECONDS =
044210         ((WS-STOP-HH * 3600) + (WS-STOP-MM * 60)
044220         + WS-STOP-SS)
044230       - ((WS-START-HH * 3600) + (WS-START-MM * 60)
044240         + WS-START-SS).
044250     IF WS-ELAPSED-SECONDS < 0
044260         ADD 86400 TO WS-ELAPSED-SECONDS
044270     END-IF.
044280     ADD 1 TO WS-PAGE-NUMBER.
044290     MOVE WS-RUN-DATE        TO WS-RH-RUN-DATE.
044300     MOVE WS-PAGE-NUMBER     TO WS-RH-PAGE-NUMBER.
044310     MOVE WS-ELAPSED-SECONDS TO WS-RT-ELAPSED.
044320     OPEN OUTPUT PRINT-FILE.
044330     MOVE WS-REPORT-HEADER-1 TO PRINT-LINE.
044340     WRITE PRINT-LINE.
044350     MOVE SPACES TO PRINT-LINE.
044360     WRITE PRINT-LINE.
044370     IF EDIT-ABEND-OCCURRED
044380         PERFORM 8240-WRITE-EDIT-ERROR-BODY
044390             THRU 8240-WRITE-EDIT-ERROR-BODY-EXIT
044400     ELSE
044410     IF ENV-ABEND-OCCURRED OR STEP-ABEND-OCCURRED
044420         OR CAL-ABEND-OCCURRED
044430         OR AUTH-ABEND-OCCURRED
044440         OR DUP-ABEND-OCCURRED
044450         PERFORM 8220-WRITE-REPORT-ABEND-BODY
044460             THRU 8220-WRITE-REPORT-ABEND-BODY-EXIT
044470     ELSE
044480         PERFORM 8210-WRITE-REPORT-BANNER-BODY
044490             THRU 8210-WRITE-REPORT-BANNER-BODY-EXIT
044500     END-IF
044510     END-IF.
044520     PERFORM 8295-WRITE-OVERRIDE-SECTION
044530         THRU 8295-WRITE-OVERRIDE-SECTION-EXIT.
044540     PERFORM 8230-WRITE-STEP-MESSAGES
044550         THRU 8230-WRITE-STEP-MESSAGES-EXIT.
044560     PERFORM 8260-WRITE-TRACK-SECTION
044570         THRU 8260-WRITE-TRACK-SECTION-EXIT.
044580     PERFORM 8285-WRITE-FEED-SECTION
044590         THRU 8285-WRITE-FEED-SECTION-EXIT.
044600     PERFORM 8270-WRITE-COMMAND-SECTION
044610         THRU 8270-WRITE-COMMAND-SECTION-EXIT.
044620     PERFORM 8290-WRITE-REFUSAL-SECTION
044630         THRU 8290-WRITE-REFUSAL-SECTION-EXIT.
044640     PERFORM 8280-WRITE-PROJECTION-SECTION
044650         THRU 8280-WRITE-PROJECTION-SECTION-EXIT.
044660     PERFORM 8250-WRITE-BALANCING-SECTION
044670         THRU 8250-WRITE-BALANCING-SECTION-EXIT.
044680     MOVE SPACES TO PRINT-LINE.
044690     WRITE PRINT-LINE.
044700     MOVE WS-REPORT-TRAILER TO PRINT-LINE.
044710     WRITE PRINT-LINE.
044720     CLOSE PRINT-FILE.
044730 8200-WRITE-REPORT-EXIT.
044740     EXIT.
044750*----------------------------------------------------------------
044760 8210-WRITE-REPORT-BANNER-BODY.
044770*    NORMAL REPORT BODY: THE SAME GREETING AND SIGN-OFF TEXT
044780*    THAT WENT TO THE CONSOLE BANNER.
044790*----------------------------------------------------------------
044800     MOVE "Hello World!" TO PRINT-LINE.
044810     WRITE PRINT-LINE.
044820     MOVE WS-NAME TO PRINT-LINE.
044830     WRITE PRINT-LINE.
044840     MOVE WS-GOODBYE TO PRINT-LINE.
044850     WRITE PRINT-LINE.
044860     IF WS-SIGNOFF-FOOTER NOT = SPACES
044870         MOVE WS-SIGNOFF-FOOTER TO PRINT-LINE
044880         WRITE PRINT-LINE
044890     END-IF.
044900 8210-WRITE-REPORT-BANNER-BODY-EXIT.
044910     EXIT.
044920*----------------------------------------------------------------
044930 8220-WRITE-REPORT-ABEND-BODY.
044940*    THE RUN ABORTED BEFORE A NORMAL GREETING WAS PRODUCED, EITHER
044950*    ON AN ENVIRONMENT-CODE MISMATCH OR ON A FAILED NIGHTLY CYCLE
044960*    STEP, OR WAS REFUSED AS A DUPLICATE RUN OF THE CYCLE DATE.
044970*    WRITE THE ABORT DETAIL FOR WHICHEVER REASON APPLIES INSTEAD
044980*    OF THE NORMAL GREETING SO THIS REPORT CANNOT BE MISTAKEN FOR
044990*    A SUCCESSFUL RUN.
045000*----------------------------------------------------------------
045010     IF STEP-ABEND-OCCURRED
045020         MOVE "HELLO_WORLD - NIGHTLY CYCLE STEP(S) FAILED"
045030             TO PRINT-LINE
045040         WRITE PRINT-LINE
045050         MOVE SPACES TO PRINT-LINE
045060         MOVE "ONE OR MORE CYCLE TRACKS STOPPED - SEE THE"
045070             TO PRINT-LINE(1:42)
045080         MOVE " CYCLE TRACK STATUS SECTION"
045090             TO PRINT-LINE(43:27)
045100         WRITE PRINT-LINE
045110     ELSE
045120     IF DUP-ABEND-OCCURRED
045130         MOVE "HELLO_WORLD - DUPLICATE RUN REFUSED"
045140             TO PRINT-LINE
045150         WRITE PRINT-LINE
045160         MOVE SPACES TO PRINT-LINE
045170         MOVE "CYCLE DATE      : " TO PRINT-LINE(1:18)
045180         MOVE WS-RUN-DATE TO PRINT-LINE(19:8)
045190         WRITE PRINT-LINE
045200         MOVE SPACES TO PRINT-LINE
045210         MOVE "REGION          : " TO PRINT-LINE(1:18)
045220         MOVE WS-REGION-CODE TO PRINT-LINE(19:3)
045230         WRITE PRINT-LINE
045240         MOVE SPACES TO PRINT-LINE
045250         IF DUP-COMPLETED-RUN
045260             STRING "ALREADY RUN     : COMPLETED RUN STARTED "
045270                    WS-PRIOR-START-TIME
045280                    DELIMITED BY SIZE INTO PRINT-LINE
045290         ELSE
045300         IF DUP-LOCK-HELD
045310             STRING "CYCLE LOCK HELD : JOB " WS-HOLDER-JOB-NAME
045320                    " USER " WS-HOLDER-USER-ID
045330                    " STARTED " WS-HOLDER-START-TIME
045340                    DELIMITED BY SIZE INTO PRINT-LINE
045350         ELSE
045360         IF DUP-AUDIT-UNAVAILABLE
045370             MOVE "AUDIT LOG NOT AVAILABLE - COMPLETED-RUN CHECK"
045380                 TO PRINT-LINE(1:45)
045390             MOVE " NOT MADE" TO PRINT-LINE(46:9)
045400         ELSE
045410             MOVE "CYCLE LOCK FILE NOT AVAILABLE - NO LOCK TAKEN"
045420                 TO PRINT-LINE
045430         END-IF
045440         END-IF
045450         END-IF
045460         WRITE PRINT-LINE
045470         MOVE SPACES TO PRINT-LINE
045480         MOVE "RERUN ONLY WITH FORCE AND A REASON CODE ON THE"
045490             TO PRINT-LINE(1:46)
045500         MOVE " PARM" TO PRINT-LINE(47:5)
045510         WRITE PRINT-LINE
045520     ELSE
045530     IF AUTH-ABEND-OCCURRED
045540         MOVE "HELLO_WORLD - SUBMITTER NOT AUTHORIZED"
045550             TO PRINT-LINE
045560         WRITE PRINT-LINE
045570         MOVE SPACES TO PRINT-LINE
045580         MOVE "SUBMITTED BY    : " TO PRINT-LINE(1:18)
045590         MOVE WS-USER-ID TO PRINT-LINE(19:8)
045600         WRITE PRINT-LINE
045610         MOVE SPACES TO PRINT-LINE
045620         MOVE "ENVIRONMENT     : " TO PRINT-LINE(1:18)
045630         MOVE WS-ENV-CODE TO PRINT-LINE(19:4)
045640         WRITE PRINT-LINE
045650     ELSE
045660     IF CAL-ABEND-OCCURRED
045670         MOVE "HELLO_WORLD - NO PROCESSING CALENDAR RECORD"
045680             TO PRINT-LINE
045690         WRITE PRINT-LINE
045700         MOVE SPACES TO PRINT-LINE
045710         MOVE "SYSTEM DATE     : " TO PRINT-LINE(1:18)
045720         MOVE WS-SYSTEM-DATE TO PRINT-LINE(19:8)
045730         WRITE PRINT-LINE
045740     ELSE
045750         MOVE "HELLO_WORLD - ENV CODE MISMATCH - RUN ABORTED"
045760             TO PRINT-LINE
045770         WRITE PRINT-LINE
045780         MOVE SPACES TO PRINT-LINE
045790         MOVE "PARM ENV CODE   : " TO PRINT-LINE(1:18)
045800         MOVE WS-ENV-CODE TO PRINT-LINE(19:4)
045810         WRITE PRINT-LINE
045820         MOVE SPACES TO PRINT-LINE
045830         MOVE "JCL LIBRARY ENV : " TO PRINT-LINE(1:18)
045840         MOVE WS-RUN-ENVIRONMENT TO PRINT-LINE(19:4)
045850         WRITE PRINT-LINE
045860     END-IF
045870     END-IF
045880     END-IF
045890     END-IF.
045900 8220-WRITE-REPORT-ABEND-BODY-EXIT.
045910     EXIT.
045920*----------------------------------------------------------------
045930 8230-WRITE-STEP-MESSAGES.
045940*    PRINT EVERY MESSAGE THE CYCLE STEPS PASSED BACK THROUGH THE
045950*    RUN-CONTEXT AREA SO THEIR RESULTS ARE VISIBLE IN THE
045960*    NIGHTLY REPORT INSTEAD OF ONLY ON EACH PROGRAM'S OWN
045970*    SYSOUT.
045980*----------------------------------------------------------------
045990     IF WS-STEP-MSG-COUNT = ZERO
046000         GO TO 8230-WRITE-STEP-MESSAGES-EXIT
046010     END-IF.
046020     MOVE SPACES TO PRINT-LINE.
046030     WRITE PRINT-LINE.
046040     MOVE WS-STEP-MSG-HEADER TO PRINT-LINE.
046050     WRITE PRINT-LINE.
046060     MOVE ZERO TO WS-STEP-MSG-SUB.
046070     PERFORM 8231-WRITE-ONE-STEP-MESSAGE
046080         THRU 8231-WRITE-ONE-STEP-MESSAGE-EXIT
046090         UNTIL WS-STEP-MSG-SUB NOT < WS-STEP-MSG-COUNT.
046100 8230-WRITE-STEP-MESSAGES-EXIT.
046110     EXIT.
046120*----------------------------------------------------------------
046130 8231-WRITE-ONE-STEP-MESSAGE.
046140*----------------------------------------------------------------
046150     ADD 1 TO WS-STEP-MSG-SUB.
046160     MOVE WS-SMSG-PROGRAM(WS-STEP-MSG-SUB) TO WS-SML-PROGRAM.
046170     MOVE WS-SMSG-TEXT(WS-STEP-MSG-SUB)    TO WS-SML-TEXT.
046180     MOVE WS-STEP-MSG-LINE TO PRINT-LINE.
046190     WRITE PRINT-LINE.
046200 8231-WRITE-ONE-STEP-MESSAGE-EXIT.
046210     EXIT.
046220*----------------------------------------------------------------
046230 8240-WRITE-EDIT-ERROR-BODY.
046240*    THE CYCLE WAS REFUSED BY THE PRE-FLIGHT CONTROL-FILE EDIT.
046250*    PRINT EVERY ERROR FOUND SO THE WHOLE FILE CAN BE FIXED IN
046260*    ONE PASS, NOT ONE SURPRISE AT A TIME.
046270*----------------------------------------------------------------
046280     MOVE WS-EDIT-BODY-HEADER TO PRINT-LINE.
046290     WRITE PRINT-LINE.
046300     MOVE SPACES TO PRINT-LINE.
046310     WRITE PRINT-LINE.
046320     MOVE ZERO TO WS-EDIT-ERROR-SUB.
046330     PERFORM 8241-WRITE-ONE-EDIT-ERROR
046340         THRU 8241-WRITE-ONE-EDIT-ERROR-EXIT
046350         UNTIL WS-EDIT-ERROR-SUB NOT < WS-EDIT-ERROR-COUNT.
046360 8240-WRITE-EDIT-ERROR-BODY-EXIT.
046370     EXIT.
046380*----------------------------------------------------------------
046390 8241-WRITE-ONE-EDIT-ERROR.
046400*----------------------------------------------------------------
046410     ADD 1 TO WS-EDIT-ERROR-SUB.
046420     MOVE WS-EDIT-ERROR-TEXT(WS-EDIT-ERROR-SUB) TO PRINT-LINE.
046430     WRITE PRINT-LINE.
046440 8241-WRITE-ONE-EDIT-ERROR-EXIT.
046450     EXIT.
046460*----------------------------------------------------------------
046470 8250-WRITE-BALANCING-SECTION.
046480*    END-OF-CYCLE CONTROL-TOTAL RECONCILIATION.  PRINT EACH
046490*    STEP'S REPORTED TOTALS, THEN BALANCE EVERY REPORTING
046500*    STEP'S WRITTEN COUNT AGAINST THE NEXT REPORTING STEP'S
046510*    READ COUNT.  EVERY DIFFERENCE IS PRINTED AND COUNTED; THE
046520*    MAINLINE TURNS A NON-ZERO COUNT INTO RETURN CODE 8 SO A
046530*    SHORT-READING CYCLE CAN NO LONGER END CLEAN AND WAIT FOR
046540*    A CUSTOMER CALL TO BE NOTICED.
046550*----------------------------------------------------------------
046560     IF WS-CT-COUNT = ZERO
046570         GO TO 8250-WRITE-BALANCING-SECTION-EXIT
046580     END-IF.
046590     MOVE SPACES TO PRINT-LINE.
046600     WRITE PRINT-LINE.
046610     MOVE WS-BAL-HEADER TO PRINT-LINE.
046620     WRITE PRINT-LINE.
046630     MOVE WS-BAL-COL-HEADER TO PRINT-LINE.
046640     WRITE PRINT-LINE.
046650     MOVE ZERO TO WS-CT-SUB.
046660     PERFORM 8251-WRITE-ONE-TOTAL-LINE
046670         THRU 8251-WRITE-ONE-TOTAL-LINE-EXIT
046680         UNTIL WS-CT-SUB NOT < WS-CT-COUNT.
046690     IF CT-TABLE-OVERFLOWED
046700         MOVE WS-BAL-OVERFLOW-NOTE TO PRINT-LINE
046710         WRITE PRINT-LINE
046720     END-IF.
046730     MOVE ZERO TO WS-OOB-COUNT.
046740     MOVE ZERO TO WS-CT-SUB.
046750     MOVE ZERO TO WS-CT-PREV.
046760     PERFORM 8252-CHECK-ONE-TOTAL-PAIR
046770         THRU 8252-CHECK-ONE-TOTAL-PAIR-EXIT
046780         UNTIL WS-CT-SUB NOT < WS-CT-COUNT.
046790     IF WS-OOB-COUNT = ZERO
046800         MOVE WS-BAL-RESULT-OK TO PRINT-LINE
046810     ELSE
046820         MOVE WS-OOB-COUNT TO WS-BR-COUNT
046830         MOVE WS-BAL-RESULT-BAD TO PRINT-LINE
046840     END-IF.
046850     WRITE PRINT-LINE.
046860 8250-WRITE-BALANCING-SECTION-EXIT.
046870     EXIT.
046880*----------------------------------------------------------------
046890 8251-WRITE-ONE-TOTAL-LINE.
046900*----------------------------------------------------------------
046910     ADD 1 TO WS-CT-SUB.
046920     IF WS-CT-REPORTED-SW(WS-CT-SUB) = 'Y'
046930         MOVE WS-CT-PROGRAM(WS-CT-SUB)  TO WS-BL-PROGRAM
046940         MOVE WS-CT-READ(WS-CT-SUB)     TO WS-BL-READ
046950         MOVE WS-CT-WRITTEN(WS-CT-SUB)  TO WS-BL-WRITTEN
046960         MOVE WS-CT-REJECTED(WS-CT-SUB) TO WS-BL-REJECTED
046970         MOVE WS-CT-AMOUNT(WS-CT-SUB)   TO WS-BL-AMOUNT
046980         MOVE WS-BAL-LINE TO PRINT-LINE
046990     ELSE
047000         MOVE WS-CT-PROGRAM(WS-CT-SUB)  TO WS-BN-PROGRAM
047010         MOVE WS-BAL-NOTE-LINE TO PRINT-LINE
047020     END-IF.
047030     WRITE PRINT-LINE.
047040 8251-WRITE-ONE-TOTAL-LINE-EXIT.
047050     EXIT.
047060*----------------------------------------------------------------
047070 8252-CHECK-ONE-TOTAL-PAIR.
047080*----------------------------------------------------------------
047090     ADD 1 TO WS-CT-SUB.
047100     IF WS-CT-REPORTED-SW(WS-CT-SUB) NOT = 'Y'
047110         GO TO 8252-CHECK-ONE-TOTAL-PAIR-EXIT
047120     END-IF.
047130     IF WS-CT-PREV > ZERO
047140        AND WS-CT-WRITTEN(WS-CT-PREV)
047150            NOT = WS-CT-READ(WS-CT-SUB)
047160         ADD 1 TO WS-OOB-COUNT
047170         MOVE WS-CT-PROGRAM(WS-CT-PREV) TO WS-BO-PROG-1
047180         MOVE WS-CT-WRITTEN(WS-CT-PREV) TO WS-BO-WRITTEN
047190         MOVE WS-CT-PROGRAM(WS-CT-SUB)  TO WS-BO-PROG-2
047200         MOVE WS-CT-READ(WS-CT-SUB)     TO WS-BO-READ
047210         MOVE WS-BAL-OOB-LINE TO PRINT-LINE
047220         WRITE PRINT-LINE
047230     END-IF.
047240     MOVE WS-CT-SUB TO WS-CT-PREV.
047250 8252-CHECK-ONE-TOTAL-PAIR-EXIT.
047260     EXIT.
047270*----------------------------------------------------------------
047280 8260-WRITE-TRACK-SECTION.
047290*    PRINT THE STEP DETAIL - EVERY STEP RUN, THE TRACK IT RAN
047300*    ON AND ITS FINAL RETURN CODE - THEN ONE LINE PER CYCLE
047310*    TRACK: HOW MANY STEPS RAN ON IT AND WHETHER IT COMPLETED
047320*    OR WAS STOPPED BY A FAILED STEP, WITH THE FAILING PROGRAM
047330*    AND ITS RETURN CODE.  THE MORNING REVIEW SEES AT A GLANCE
047340*    WHICH PART OF THE NIGHT RAN, ON WHICH TRACK, AND WHICH
047350*    PART IS WAITING ON A FIX.
047360*----------------------------------------------------------------
047370     IF WS-TRACK-COUNT = ZERO
047380         GO TO 8260-WRITE-TRACK-SECTION-EXIT
047390     END-IF.
047400     MOVE SPACES TO PRINT-LINE.
047410     WRITE PRINT-LINE.
047420     MOVE WS-TRACK-HEADER TO PRINT-LINE.
047430     WRITE PRINT-LINE.
047440     IF WS-STEPLOG-COUNT > ZERO
047450         MOVE WS-STEP-DETAIL-HEADER TO PRINT-LINE
047460         WRITE PRINT-LINE
047470         MOVE ZERO TO WS-STEPLOG-SUB
047480         PERFORM 8262-WRITE-ONE-STEP-DETAIL
047490             THRU 8262-WRITE-ONE-STEP-DETAIL-EXIT
047500             UNTIL WS-STEPLOG-SUB NOT < WS-STEPLOG-COUNT
047510     END-IF.
047520     IF STEPLOG-OVERFLOWED
047530         MOVE WS-STEPLOG-OVF-NOTE TO PRINT-LINE
047540         WRITE PRINT-LINE
047550     END-IF.
047560     MOVE ZERO TO WS-TRACK-SUB.
047570     PERFORM 8261-WRITE-ONE-TRACK-LINE
047580         THRU 8261-WRITE-ONE-TRACK-LINE-EXIT
047590         UNTIL WS-TRACK-SUB NOT < WS-TRACK-COUNT.
047600 8260-WRITE-TRACK-SECTION-EXIT.
047610     EXIT.
047620*----------------------------------------------------------------
047630 8261-WRITE-ONE-TRACK-LINE.
047640*----------------------------------------------------------------
047650     ADD 1 TO WS-TRACK-SUB.
047660     MOVE WS-TRK-ID(WS-TRACK-SUB)        TO WS-TL-ID.
047670     MOVE WS-TRK-STEPS-RUN(WS-TRACK-SUB) TO WS-TL-STEPS.
047680     IF WS-TRK-STOPPED-SW(WS-TRACK-SUB) = 'Y'
047690        AND WS-TRK-HELD-FEED(WS-TRACK-SUB) NOT = SPACES
047700         MOVE SPACES TO WS-TL-STATUS
047710         STRING 'HELD - ' WS-TRK-FAIL-PROGRAM(WS-TRACK-SUB)
047720                ' WAITING ON FEED '
047730                WS-TRK-HELD-FEED(WS-TRACK-SUB)
047740                DELIMITED BY SIZE INTO WS-TL-STATUS
047750     ELSE
047760     IF WS-TRK-STOPPED-SW(WS-TRACK-SUB) = 'Y'
047770         MOVE WS-TRK-FAIL-RC(WS-TRACK-SUB)
047780             TO WS-TRK-RC-DISPLAY
047790         MOVE SPACES TO WS-TL-STATUS
047800         STRING 'STOPPED - '
047810                WS-TRK-FAIL-PROGRAM(WS-TRACK-SUB)
047820                ' ENDED RC ' WS-TRK-RC-DISPLAY
047830                DELIMITED BY SIZE INTO WS-TL-STATUS
047840     ELSE
047850         MOVE 'COMPLETED' TO WS-TL-STATUS
047860     END-IF
047870     END-IF.
047880     MOVE WS-TRACK-LINE TO PRINT-LINE.
047890     WRITE PRINT-LINE.
047900 8261-WRITE-ONE-TRACK-LINE-EXIT.
047910     EXIT.
047920*----------------------------------------------------------------
047930 8262-WRITE-ONE-STEP-DETAIL.
047940*----------------------------------------------------------------
047950     ADD 1 TO WS-STEPLOG-SUB.
047960     MOVE WS-SLG-PROGRAM(WS-STEPLOG-SUB) TO WS-SDL-PROGRAM.
047970     MOVE WS-SLG-TRACK(WS-STEPLOG-SUB)   TO WS-SDL-TRACK.
047980     MOVE WS-SLG-RC(WS-STEPLOG-SUB)      TO WS-SDL-RC.
047990     MOVE WS-STEP-DETAIL-LINE TO PRINT-LINE.
048000     WRITE PRINT-LINE.
048010 8262-WRITE-ONE-STEP-DETAIL-EXIT.
048020     EXIT.
048030*----------------------------------------------------------------
048040 8270-WRITE-COMMAND-SECTION.
048050*    LIST EVERY OPERATOR COMMAND HONORED DURING THE CYCLE SO
048060*    THE MORNING REVIEW SEES THE NIGHT'S INTERVENTIONS NEXT TO
048070*    THEIR EFFECT INSTEAD OF RECONSTRUCTING THEM FROM CONSOLE
048080*    LOGS.
048090*----------------------------------------------------------------
048100     IF WS-CMD-LOG-COUNT = ZERO
048110         GO TO 8270-WRITE-COMMAND-SECTION-EXIT
048120     END-IF.
048130     MOVE SPACES TO PRINT-LINE.
048140     WRITE PRINT-LINE.
048150     MOVE WS-CMD-SECTION-HEADER TO PRINT-LINE.
048160     WRITE PRINT-LINE.
048170     MOVE ZERO TO WS-CMD-LOG-SUB.
048180     PERFORM 8271-WRITE-ONE-COMMAND-LINE
048190         THRU 8271-WRITE-ONE-COMMAND-LINE-EXIT
048200         UNTIL WS-CMD-LOG-SUB NOT < WS-CMD-LOG-COUNT.
048210 8270-WRITE-COMMAND-SECTION-EXIT.
048220     EXIT.
048230*----------------------------------------------------------------
048240 8271-WRITE-ONE-COMMAND-LINE.
048250*----------------------------------------------------------------
048260     ADD 1 TO WS-CMD-LOG-SUB.
048270     MOVE WS-CMD-LOG-USER(WS-CMD-LOG-SUB) TO WS-CL-USER.
048280     MOVE WS-CMD-LOG-TEXT(WS-CMD-LOG-SUB) TO WS-CL-TEXT.
048290     MOVE WS-CMD-LOG-LINE TO PRINT-LINE.
048300     WRITE PRINT-LINE.
048310 8271-WRITE-ONE-COMMAND-LINE-EXIT.
048320     EXIT.
048330*----------------------------------------------------------------
048340 8280-WRITE-PROJECTION-SECTION.
048350*    PRINT EVERY COMPLETION PROJECTION MADE DURING THE CYCLE -
048360*    THE ONE AT CYCLE START AND THE RE-PROJECTION AFTER EACH
048370*    CARD - SO THE MORNING REVIEW CAN SEE WHEN THE NIGHT
048380*    STARTED SLIPPING, NOT JUST THAT IT DID.
048390*----------------------------------------------------------------
048400     IF WS-PROJ-LOG-COUNT = ZERO
048410         GO TO 8280-WRITE-PROJECTION-SECTION-EXIT
048420     END-IF.
048430     MOVE SPACES TO PRINT-LINE.
048440     WRITE PRINT-LINE.
048450     IF DEADLINE-SUPPLIED
048460         MOVE WS-DEADLINE-TIME TO WS-PH-DEADLINE
048470     ELSE
048480         MOVE 'NONE  '         TO WS-PH-DEADLINE
048490     END-IF.
048500     MOVE WS-PROJ-SECTION-HEADER TO PRINT-LINE.
048510     WRITE PRINT-LINE.
048520     IF NOT DEADLINE-SUPPLIED
048530         MOVE WS-PROJ-NO-DEADLINE-LINE TO PRINT-LINE
048540         WRITE PRINT-LINE
048550     END-IF.
048560     MOVE ZERO TO WS-PROJ-LOG-SUB.
048570     PERFORM 8281-WRITE-ONE-PROJECTION
048580         THRU 8281-WRITE-ONE-PROJECTION-EXIT
048590         UNTIL WS-PROJ-LOG-SUB NOT < WS-PROJ-LOG-COUNT.
048600     IF WS-NOHIST-COUNT > ZERO
048610         MOVE WS-NOHIST-COUNT TO WS-PJN-COUNT
048620         MOVE WS-PROJ-NOHIST-LINE TO PRINT-LINE
048630         WRITE PRINT-LINE
048640     END-IF.
048650 8280-WRITE-PROJECTION-SECTION-EXIT.
048660     EXIT.
048670*----------------------------------------------------------------
048680 8281-WRITE-ONE-PROJECTION.
048690*----------------------------------------------------------------
048700     ADD 1 TO WS-PROJ-LOG-SUB.
048710     MOVE WS-PJ-LABEL(WS-PROJ-LOG-SUB) TO WS-PJL-LABEL.
048720     MOVE WS-PJ-TIME(WS-PROJ-LOG-SUB)  TO WS-PJL-TIME.
048730     IF WS-PJ-BREACH-SW(WS-PROJ-LOG-SUB) = 'Y'
048740         MOVE '** PAST DEADLINE' TO WS-PJL-FLAG
048750     ELSE
048760         MOVE SPACES TO WS-PJL-FLAG
048770     END-IF.
048780     MOVE WS-PROJ-LOG-LINE TO PRINT-LINE.
048790     WRITE PRINT-LINE.
048800 8281-WRITE-ONE-PROJECTION-EXIT.
048810     EXIT.
048820*----------------------------------------------------------------
048830 8285-WRITE-FEED-SECTION.
048840*    PRINT EVERY MANIFEST FEED WITH THE TIME IT WAS DUE, THE TIME
048850*    IT LANDED, ITS TRAILER COUNT AGAINST THE EXPECTED COUNT AND
048860*    HOW LONG THE CYCLE WAITED FOR IT, SO THE MORNING DESK CAN
048870*    SHOW WHEN A LATE NIGHT WAS THE SENDER'S DOING.  A FEED WHOSE
048880*    CARD NEVER REACHED THE GATE (NOT ON TONIGHT'S LIST, HELD OR
048890*    SKIPPED) IS LISTED AS NOT CHECKED.
048900*----------------------------------------------------------------
048910     IF WS-FEED-COUNT = ZERO
048920        OR EDIT-ABEND-OCCURRED
048930         GO TO 8285-WRITE-FEED-SECTION-EXIT
048940     END-IF.
048950     MOVE SPACES TO PRINT-LINE.
048960     WRITE PRINT-LINE.
048970     MOVE WS-FEED-SECTION-HEADER TO PRINT-LINE.
048980     WRITE PRINT-LINE.
048990     MOVE WS-FEED-COL-HEADER TO PRINT-LINE.
049000     WRITE PRINT-LINE.
049010     MOVE ZERO TO WS-FEED-SUB.
049020     PERFORM 8286-WRITE-ONE-FEED-LINE
049030         THRU 8286-WRITE-ONE-FEED-LINE-EXIT
049040         UNTIL WS-FEED-SUB NOT < WS-FEED-COUNT.
049050 8285-WRITE-FEED-SECTION-EXIT.
049060     EXIT.
049070*----------------------------------------------------------------
049080 8286-WRITE-ONE-FEED-LINE.
049090*----------------------------------------------------------------
049100     ADD 1 TO WS-FEED-SUB.
049110     MOVE WS-FD-PROGRAM(WS-FEED-SUB)       TO WS-FL-PROGRAM.
049120     MOVE WS-FD-FEED(WS-FEED-SUB)          TO WS-FL-FEED.
049130     MOVE WS-FD-EXPECT-BY(WS-FEED-SUB)     TO WS-FL-EXPECT-BY.
049140     MOVE WS-FD-ARRIVAL-COUNT(WS-FEED-SUB) TO WS-FL-TRAILER-CNT.
049150     MOVE WS-FD-EXPECT-COUNT(WS-FEED-SUB)  TO WS-FL-EXPECT-CNT.
049160     MOVE WS-FD-WAIT-SECS(WS-FEED-SUB)     TO WS-FL-WAITED.
049170     IF WS-FD-ARRIVAL-TIME(WS-FEED-SUB) = SPACES
049180         MOVE 'NONE  ' TO WS-FL-ARRIVED
049190     ELSE
049200         MOVE WS-FD-ARRIVAL-TIME(WS-FEED-SUB) TO WS-FL-ARRIVED
049210     END-IF.
049220     IF WS-FD-STATUS(WS-FEED-SUB) = 'A'
049230         MOVE 'ARRIVED - COUNT AGREES' TO WS-FL-STATUS
049240     ELSE
049250     IF WS-FD-STATUS(WS-FEED-SUB) = 'M'
049260         MOVE 'COUNT MISMATCH - TRACK HELD' TO WS-FL-STATUS
049270     ELSE
049280     IF WS-FD-STATUS(WS-FEED-SUB) = 'N'
049290         MOVE 'NOT ARRIVED - TRACK HELD' TO WS-FL-STATUS
049300     ELSE
049310         MOVE 'NOT CHECKED - CARD NOT RUN' TO WS-FL-STATUS
049320     END-IF
049330     END-IF
049340     END-IF.
049350     MOVE WS-FEED-LINE TO PRINT-LINE.
049360     WRITE PRINT-LINE.
049370 8286-WRITE-ONE-FEED-LINE-EXIT.
049380     EXIT.
049390*----------------------------------------------------------------
049400 8290-WRITE-REFUSAL-SECTION.
049410*    LIST EVERY ACTION THE AUTHORITY FILE REFUSED THIS RUN - THE
049420*    SUBMISSION ITSELF OR AN OPERATOR COMMAND - WITH THE TIME,
049430*    THE USER WHO ASKED AND WHAT THEY ASKED FOR.
049440*----------------------------------------------------------------
049450     IF WS-REFUSAL-COUNT = ZERO
049460         GO TO 8290-WRITE-REFUSAL-SECTION-EXIT
049470     END-IF.
049480     MOVE SPACES TO PRINT-LINE.
049490     WRITE PRINT-LINE.
049500     MOVE WS-REFUSAL-HEADER TO PRINT-LINE.
049510     WRITE PRINT-LINE.
049520     MOVE WS-REFUSAL-COL-HEADER TO PRINT-LINE.
049530     WRITE PRINT-LINE.
049540     MOVE ZERO TO WS-REFUSAL-SUB.
049550     PERFORM 8291-WRITE-ONE-REFUSAL
049560         THRU 8291-WRITE-ONE-REFUSAL-EXIT
049570         UNTIL WS-REFUSAL-SUB NOT < WS-REFUSAL-COUNT.
049580     IF REFUSAL-LOG-OVERFLOWED
049590         MOVE WS-REFUSAL-OVF-NOTE TO PRINT-LINE
049600         WRITE PRINT-LINE
049610     END-IF.
049620 8290-WRITE-REFUSAL-SECTION-EXIT.
049630     EXIT.
049640*----------------------------------------------------------------
049650 8291-WRITE-ONE-REFUSAL.
049660*----------------------------------------------------------------
049670     ADD 1 TO WS-REFUSAL-SUB.
049680     MOVE WS-RF-TIME(WS-REFUSAL-SUB)     TO WS-RFL-TIME.
049690     MOVE WS-RF-USER(WS-REFUSAL-SUB)     TO WS-RFL-USER.
049700     MOVE WS-RF-FUNCTION(WS-REFUSAL-SUB) TO WS-RFL-FUNCTION.
049710     MOVE WS-RF-OPERAND(WS-REFUSAL-SUB)  TO WS-RFL-OPERAND.
049720     MOVE WS-REFUSAL-LINE TO PRINT-LINE.
049730     WRITE PRINT-LINE.
049740 8291-WRITE-ONE-REFUSAL-EXIT.
049750     EXIT.
049760*----------------------------------------------------------------
049770 8295-WRITE-OVERRIDE-SECTION.
049780*    A FORCED RERUN SAYS SO AT THE TOP OF ITS REPORT - WHO FORCED
049790*    IT, WHY, AND WHAT IT OVERRODE - SO THE SECOND REPORT FOR A
049800*    CYCLE DATE CANNOT BE MISTAKEN FOR THE FIRST.
049810*----------------------------------------------------------------
049820     IF NOT DUP-OVERRIDDEN
049830         GO TO 8295-WRITE-OVERRIDE-SECTION-EXIT
049840     END-IF.
049850     MOVE SPACES TO PRINT-LINE.
049860     WRITE PRINT-LINE.
049870     MOVE WS-OVERRIDE-HEADER TO PRINT-LINE.
049880     WRITE PRINT-LINE.
049890     MOVE SPACES TO PRINT-LINE.
049900     STRING "FORCED BY " WS-USER-ID
049910            " REASON CODE " WS-FORCE-REASON
049920            " AT " WS-FORCE-STAMP-TIME
049930            DELIMITED BY SIZE INTO PRINT-LINE.
049940     WRITE PRINT-LINE.
049950     IF PRIOR-RUN-COMPLETED
049960         MOVE SPACES TO PRINT-LINE
049970         STRING "OVERRODE A COMPLETED RUN OF " WS-RUN-DATE
049980                " STARTED " WS-PRIOR-START-TIME
049990                DELIMITED BY SIZE INTO PRINT-LINE
050000         WRITE PRINT-LINE
050010     END-IF.
050020     IF CYCLE-LOCK-HELD
050030         MOVE SPACES TO PRINT-LINE
050040         STRING "TOOK OVER THE CYCLE LOCK OF JOB "
050050                WS-HOLDER-JOB-NAME
050060                " USER " WS-HOLDER-USER-ID
050070                " STARTED " WS-HOLDER-START-TIME
050080                DELIMITED BY SIZE INTO PRINT-LINE
050090         WRITE PRINT-LINE
050100     END-IF.
050110 8295-WRITE-OVERRIDE-SECTION-EXIT.
050120     EXIT.
050130*----------------------------------------------------------------
050140 8300-WRITE-VERSION-LOG.
050150*    RECORD WHICH BUILD OF THIS PROGRAM RAN TODAY SO OPERATIONS
050160*    CAN SELF-SERVE "WHICH BUILD RAN ON DATE X" DURING AN AUDIT
050170*    WITHOUT OPENING A TICKET TO THE PROGRAMMING TEAM.  //VERSLOG
050180*    IS A KEYED HISTORY FILE (DEFINED ONCE BY THE IDCAMS JOB);
050190*    EACH RUN'S RECORD IS INSERTED UNDER JOB/DATE/START TIME SO
050200*    THE HISTORY ACCUMULATES AND STAYS SEARCHABLE.  A PLAN RUN IS
050210*    NOT A CYCLE AND LEAVES NO VERSION RECORD.
050220*----------------------------------------------------------------
050230     IF PLAN-MODE
050240         GO TO 8300-WRITE-VERSION-LOG-EXIT
050250     END-IF.
050260     MOVE WS-JOB-NAME        TO VL-JOB-NAME.
050270     MOVE WS-RUN-DATE        TO VL-RUN-DATE.
050280     MOVE WS-START-TIME      TO VL-RUN-TIME.
050290     MOVE WS-PROGRAM-VERSION TO VL-PROGRAM-VERSION.
050300     OPEN I-O VERSION-LOG.
050310     WRITE VERSION-LOG-RECORD
050320         INVALID KEY
050330             DISPLAY "HELLO_WORLD - DUPLICATE VERSLOG KEY: "
050340                 VL-KEY
050350     END-WRITE.
050360     CLOSE VERSION-LOG.
050370 8300-WRITE-VERSION-LOG-EXIT.
050380     EXIT.
050390*----------------------------------------------------------------
050400 8400-WRITE-OPERATOR-ALERT.
050410*    WRITE ONE STRUCTURED ALERT RECORD FOR THE AUTOMATION/PAGING
050420*    PRODUCT THAT POLLS //ALERTOUT, SO A DEAD NIGHTLY NO LONGER
050430*    DEPENDS ON A HUMAN WATCHING THE CONSOLE FOR A RED LINE.
050440*    THE CALLER SETS SEVERITY, FAILING PROGRAM, RETURN CODE AND
050450*    DETAIL BEFORE PERFORMING THIS PARAGRAPH.  //ALERTOUT MUST
050460*    BE CODED DISP=MOD SO ALERTS ACCUMULATE UNTIL POLLED.  A PLAN
050470*    RUN PAGES NOBODY.
050480*----------------------------------------------------------------
050490     IF PLAN-MODE
050500         GO TO 8400-WRITE-OPERATOR-ALERT-EXIT
050510     END-IF.
050520     MOVE WS-ALERT-SEVERITY    TO AN-SEVERITY.
050530     MOVE WS-JOB-NAME          TO AN-JOB-NAME.
050540     MOVE WS-RUN-DATE          TO AN-CYCLE-DATE.
050550     MOVE WS-ALERT-PROGRAM     TO AN-FAILING-PROGRAM.
050560     MOVE WS-ALERT-RETURN-CODE TO AN-RETURN-CODE.
050570     MOVE WS-ALERT-DETAIL      TO AN-DETAIL.
050580     MOVE WS-REGION-CODE       TO AN-REGION-CODE.
050590     OPEN EXTEND ALERT-FILE.
050600     WRITE ALERT-RECORD.
050610     CLOSE ALERT-FILE.
050620 8400-WRITE-OPERATOR-ALERT-EXIT.
050630     EXIT.
050640*----------------------------------------------------------------
050650 8500-CHECK-AUTHORITY.
050660*    LOOK UP WS-AUTH-USER / THIS RUN'S ENVIRONMENT CODE /
050670*    WS-AUTH-FUNCTION ON THE SHARED AUTHORITY FILE.  THE ACTION
050680*    IS GRANTED ONLY IF THE KEY IS ON FILE: A BLANK USER ID, A
050690*    MISSING GRANT OR AN AUTHORITY FILE THAT CANNOT BE OPENED
050700*    ALL REFUSE, SO A LOST FILE CAN NEVER OPEN THE DOOR.
050710*----------------------------------------------------------------
050720     MOVE 'N' TO WS-AUTH-GRANTED-SW.
050730     IF WS-AUTH-USER = SPACES
050740         GO TO 8500-CHECK-AUTHORITY-EXIT
050750     END-IF.
050760     MOVE '00' TO WS-AUTHFILE-STATUS.
050770     OPEN INPUT AUTHORITY-FILE.
050780     IF NOT AUTHFILE-OK
050790         DISPLAY "HELLO_WORLD - AUTHORITY FILE NOT AVAILABLE: "
050800             WS-AUTHFILE-STATUS
050810         GO TO 8500-CHECK-AUTHORITY-EXIT
050820     END-IF.
050830     MOVE WS-AUTH-USER     TO AU-USER-ID.
050840     MOVE WS-ENV-CODE      TO AU-ENV-CODE.
050850     MOVE WS-AUTH-FUNCTION TO AU-FUNCTION.
050860     READ AUTHORITY-FILE
050870         INVALID KEY
050880             MOVE '23' TO WS-AUTHFILE-STATUS
050890     END-READ.
050900     IF AUTHFILE-OK
050910         MOVE 'Y' TO WS-AUTH-GRANTED-SW
050920     END-IF.
050930     CLOSE AUTHORITY-FILE.
050940 8500-CHECK-AUTHORITY-EXIT.
050950     EXIT.
050960*----------------------------------------------------------------
050970 8510-WRITE-AUTHORITY-AUDIT.
050980*    STAMP THE OUTCOME OF THE LAST AUTHORITY CHECK ON THE AUDIT
050990*    LOG AS AN AUTHORITY-EVENT ('A') RECORD, AND KEEP EVERY
051000*    REFUSAL FOR THE CONTROL REPORT.
051010*----------------------------------------------------------------
051020     ADD 1 TO WS-STEP-SEQUENCE.
051030     ACCEPT WS-AUTH-STAMP-TIME FROM TIME.
051040     MOVE SPACES              TO AUDIT-AUTH-RECORD.
051050     MOVE 'A'                 TO AA-RECORD-TYPE.
051060     MOVE WS-JOB-NAME         TO AA-JOB-NAME.
051070     MOVE WS-RUN-DATE         TO AA-RUN-DATE.
051080     MOVE WS-STEP-SEQUENCE    TO AA-STEP-SEQUENCE.
051090     MOVE WS-AUTH-STAMP-TIME  TO AA-START-TIME.
051100     MOVE WS-AUTH-USER        TO AA-USER-ID.
051110     MOVE WS-AUTH-FUNCTION    TO AA-FUNCTION.
051120     MOVE WS-ENV-CODE         TO AA-ENV-CODE.
051130     IF AUTHORITY-GRANTED
051140         MOVE 'G'             TO AA-OUTCOME
051150     ELSE
051160         MOVE 'R'             TO AA-OUTCOME
051170     END-IF.
051180     OPEN I-O AUDIT-LOG.
051190     WRITE AUDIT-AUTH-RECORD
051200         INVALID KEY
051210             DISPLAY "HELLO_WORLD - DUPLICATE AUDIT KEY: "
051220                 AA-KEY
051230     END-WRITE.
051240     CLOSE AUDIT-LOG.
051250     IF AUTHORITY-GRANTED
051260         GO TO 8510-WRITE-AUTHORITY-AUDIT-EXIT
051270     END-IF.
051280     DISPLAY "HELLO_WORLD - NOT AUTHORIZED: " WS-AUTH-USER
051290         " " WS-AUTH-FUNCTION " " WS-ENV-CODE.
051300     IF WS-REFUSAL-COUNT < 20
051310         ADD 1 TO WS-REFUSAL-COUNT
051320         MOVE WS-AUTH-STAMP-TIME TO WS-RF-TIME(WS-REFUSAL-COUNT)
051330         MOVE WS-AUTH-USER       TO WS-RF-USER(WS-REFUSAL-COUNT)
051340         MOVE WS-AUTH-FUNCTION
051350             TO WS-RF-FUNCTION(WS-REFUSAL-COUNT)
051360         MOVE WS-AUTH-OPERAND
051370             TO WS-RF-OPERAND(WS-REFUSAL-COUNT)
051380     ELSE
051390         MOVE 'Y' TO WS-REFUSAL-OVF-SW
051400     END-IF.
051410 8510-WRITE-AUTHORITY-AUDIT-EXIT.
051420     EXIT.
051430*----------------------------------------------------------------
051440 8600-RELEASE-CYCLE-LOCK.
051450*    RELEASE THE CYCLE LOCK THIS RUN TOOK.  IF A FORCED RUN HAS
051460*    TAKEN IT OVER IN THE MEANTIME THE LOCK IS NO LONGER OURS AND
051470*    IS LEFT FOR THAT RUN TO RELEASE.
051480*----------------------------------------------------------------
051490     IF NOT CYCLE-LOCK-TAKEN
051500         GO TO 8600-RELEASE-CYCLE-LOCK-EXIT
051510     END-IF.
051520     MOVE '00' TO WS-CYCLOCK-STATUS.
051530     OPEN I-O CYCLE-LOCK.
051540     IF NOT CYCLOCK-OK
051550         DISPLAY "HELLO_WORLD - CYCLE LOCK NOT RELEASED: "
051560             WS-CYCLOCK-STATUS
051570         GO TO 8600-RELEASE-CYCLE-LOCK-EXIT
051580     END-IF.
051590     MOVE WS-RUN-DATE    TO CK-CYCLE-DATE.
051600     MOVE WS-REGION-CODE TO CK-REGION-CODE.
051610     READ CYCLE-LOCK
051620         INVALID KEY
051630             MOVE '23' TO WS-CYCLOCK-STATUS
051640     END-READ.
051650     IF CYCLOCK-OK
051660        AND CK-JOB-NAME   = WS-JOB-NAME
051670        AND CK-START-TIME = WS-START-TIME
051680         DELETE CYCLE-LOCK RECORD
051690             INVALID KEY
051700                 DISPLAY "HELLO_WORLD - CYCLE LOCK NOT RELEASED: "
051710                     CK-KEY
051720         END-DELETE
051730         MOVE 'N' TO WS-LOCK-TAKEN-SW
051740     ELSE
051750         DISPLAY "HELLO_WORLD - CYCLE LOCK TAKEN OVER - LEFT IN "
051760             "PLACE FOR " CK-JOB-NAME
051770     END-IF.
051780     CLOSE CYCLE-LOCK.
051790 8600-RELEASE-CYCLE-LOCK-EXIT.
051800     EXIT.
051810*----------------------------------------------------------------
051820 9010-ENV-CODE-ABEND.
051830*    ENVIRONMENT CODE WAS EITHER NOT ON THE VALID TABLE OR DID
051840*    NOT MATCH THE JCL LIBRARY THE JOB IS ACTUALLY RUNNING
051850*    UNDER.  ABORT WITH A NON-ZERO RETURN CODE WITHOUT RUNNING
051860*    ANY FURTHER PROCESSING, BUT STILL WRITE THE AUDIT/REPORT/
051870*    VERSION-LOG RECORDS FOR THIS RUN SO A MISROUTED SUBMISSION
051880*    LEAVES A TRAIL INSTEAD OF ONLY A CONSOLE MESSAGE.  THE
051890*    ABEND FLAG BELOW ROUTES 8200-WRITE-REPORT TO THE MISMATCH
051900*    BODY INSTEAD OF THE NORMAL GREETING.
051910*----------------------------------------------------------------
051920     DISPLAY "HELLO_WORLD - ENVIRONMENT CODE MISMATCH".
051930     DISPLAY "PARM ENV CODE   : " WS-ENV-CODE.
051940     DISPLAY "JCL LIBRARY ENV : " WS-RUN-ENVIRONMENT.
051950     MOVE 'Y' TO WS-ENV-ABEND-SW.
051960     PERFORM 1010-GET-RUNTIME-IDENTIFICATION
051970         THRU 1010-GET-RUNTIME-IDENTIFICATION-EXIT.
051980     MOVE 16     TO WS-ALERT-SEVERITY.
051990     MOVE SPACES TO WS-ALERT-PROGRAM.
052000     MOVE 16     TO WS-ALERT-RETURN-CODE.
052010     MOVE SPACES TO WS-ALERT-DETAIL.
052020     STRING 'ENV CODE ' WS-ENV-CODE
052030            ' MISMATCHES JCL ENV ' WS-RUN-ENVIRONMENT
052040            DELIMITED BY SIZE INTO WS-ALERT-DETAIL.
052050     PERFORM 8400-WRITE-OPERATOR-ALERT
052060         THRU 8400-WRITE-OPERATOR-ALERT-EXIT.
052070     PERFORM 8000-TERMINATE
052080         THRU 8000-TERMINATE-EXIT.
052090     MOVE 16 TO RETURN-CODE.
052100     STOP RUN.
052110*----------------------------------------------------------------
052120 9020-CALENDAR-ABEND.
052130*    TONIGHT'S SYSTEM DATE HAS NO RECORD ON THE PROCESSING
052140*    CALENDAR, SO THE TRUE BUSINESS CYCLE DATE AND TONIGHT'S
052150*    STEP LIST CANNOT BE KNOWN.  ABORT BEFORE ANY CYCLE STEP
052160*    RUNS, STAMPING THE TRAIL WITH THE RAW SYSTEM DATE SO THE
052170*    ABORTED ATTEMPT IS STILL ON RECORD.
052180*----------------------------------------------------------------
052190     DISPLAY "HELLO_WORLD - NO PROCESSING CALENDAR RECORD".
052200     DISPLAY "SYSTEM DATE     : " WS-SYSTEM-DATE.
052210     MOVE 'Y' TO WS-CAL-ABEND-SW.
052220     MOVE WS-SYSTEM-DATE TO WS-RUN-DATE.
052230     ACCEPT WS-START-TIME FROM TIME.
052240     MOVE 16     TO WS-ALERT-SEVERITY.
052250     MOVE SPACES TO WS-ALERT-PROGRAM.
052260     MOVE 16     TO WS-ALERT-RETURN-CODE.
052270     MOVE SPACES TO WS-ALERT-DETAIL.
052280     STRING 'NO CALENDAR RECORD FOR ' WS-SYSTEM-DATE
052290            DELIMITED BY SIZE INTO WS-ALERT-DETAIL.
052300     PERFORM 8400-WRITE-OPERATOR-ALERT
052310         THRU 8400-WRITE-OPERATOR-ALERT-EXIT.
052320     PERFORM 8000-TERMINATE
052330         THRU 8000-TERMINATE-EXIT.
052340     MOVE 16 TO RETURN-CODE.
052350     STOP RUN.
052360*----------------------------------------------------------------
052370 9030-PREFLIGHT-ABEND.
052380*    THE PRE-FLIGHT EDIT FOUND ERRORS ON THE CONTROL FILES.
052390*    LIST EVERY ERROR ON SYSOUT AND IN THE PRINT REPORT, WRITE
052400*    THE RUN'S AUDIT TRAIL, AND REFUSE TO START THE CYCLE WITH
052410*    RETURN CODE 12 SO THE SCHEDULER HOLDS THE STREAM.
052420*----------------------------------------------------------------
052430     DISPLAY "HELLO_WORLD - CONTROL FILE EDIT ERRORS - "
052440         "CYCLE NOT STARTED".
052450     MOVE ZERO TO WS-EDIT-ERROR-SUB.
052460     PERFORM 9031-DISPLAY-ONE-EDIT-ERROR
052470         THRU 9031-DISPLAY-ONE-EDIT-ERROR-EXIT
052480         UNTIL WS-EDIT-ERROR-SUB NOT < WS-EDIT-ERROR-COUNT.
052490     MOVE 'Y' TO WS-EDIT-ABEND-SW.
052500     MOVE 12     TO WS-ALERT-SEVERITY.
052510     MOVE SPACES TO WS-ALERT-PROGRAM.
052520     MOVE 12     TO WS-ALERT-RETURN-CODE.
052530     MOVE SPACES TO WS-ALERT-DETAIL.
052540     MOVE WS-EDIT-ERROR-COUNT TO WS-EDIT-CARD-NO.
052550     STRING 'EDIT ERRORS - ' WS-EDIT-CARD-NO
052560            ' - CYCLE NOT STARTED'
052570            DELIMITED BY SIZE INTO WS-ALERT-DETAIL.
052580     PERFORM 8400-WRITE-OPERATOR-ALERT
052590         THRU 8400-WRITE-OPERATOR-ALERT-EXIT.
052600     PERFORM 8000-TERMINATE
052610         THRU 8000-TERMINATE-EXIT.
052620     MOVE 12 TO RETURN-CODE.
052630     STOP RUN.
052640*----------------------------------------------------------------
052650 9031-DISPLAY-ONE-EDIT-ERROR.
052660*----------------------------------------------------------------
052670     ADD 1 TO WS-EDIT-ERROR-SUB.
052680     DISPLAY WS-EDIT-ERROR-TEXT(WS-EDIT-ERROR-SUB).
052690 9031-DISPLAY-ONE-EDIT-ERROR-EXIT.
052700     EXIT.
052710*----------------------------------------------------------------
052720 9040-AUTHORITY-ABEND.
052730*    THE SUBMITTING USER DOES NOT HOLD THE SUBMIT FUNCTION FOR
052740*    THIS ENVIRONMENT.  STAMP THE REFUSAL ON THE AUDIT LOG, RAISE
052750*    AN ALERT AND WRITE THE RUN'S TRAIL, THEN END WITH RETURN
052760*    CODE 16 BEFORE THE CHECKPOINT IS TAKEN OR ANY STEP RUNS.
052770*----------------------------------------------------------------
052780     DISPLAY "HELLO_WORLD - SUBMITTER NOT AUTHORIZED".
052790     DISPLAY "SUBMITTED BY    : " WS-USER-ID.
052800     DISPLAY "ENVIRONMENT     : " WS-ENV-CODE.
052810     MOVE 'Y' TO WS-AUTH-ABEND-SW.
052820     PERFORM 8510-WRITE-AUTHORITY-AUDIT
052830         THRU 8510-WRITE-AUTHORITY-AUDIT-EXIT.
052840     MOVE 16     TO WS-ALERT-SEVERITY.
052850     MOVE SPACES TO WS-ALERT-PROGRAM.
052860     MOVE 16     TO WS-ALERT-RETURN-CODE.
052870     MOVE SPACES TO WS-ALERT-DETAIL.
052880     STRING 'USER ' WS-USER-ID
052890            ' NOT AUTHORIZED TO SUBMIT IN ' WS-ENV-CODE
052900            DELIMITED BY SIZE INTO WS-ALERT-DETAIL.
052910     PERFORM 8400-WRITE-OPERATOR-ALERT
052920         THRU 8400-WRITE-OPERATOR-ALERT-EXIT.
052930     PERFORM 8000-TERMINATE
052940         THRU 8000-TERMINATE-EXIT.
052950     MOVE 16 TO RETURN-CODE.
052960     STOP RUN.
052970*----------------------------------------------------------------
052980 9050-DUPLICATE-RUN-ABEND.
052990*    THIS CYCLE DATE HAS ALREADY BEEN RUN BY THIS JOB, OR ANOTHER
053000*    COPY OF THE REGION'S CYCLE HOLDS THE LOCK FOR IT, AND NO
053010*    FORCE WAS GIVEN.  RAISE AN ALERT AND WRITE THE RUN'S TRAIL,
053020*    THEN END WITH RETURN CODE 20 BEFORE THE CHECKPOINT IS TAKEN
053030*    OR ANY STEP RUNS.  THE OTHER RUN'S LOCK IS LEFT UNTOUCHED.
053040*    A RUN WHOSE AUDIT LOG WOULD NOT OPEN IS REFUSED THE SAME WAY.
053050*----------------------------------------------------------------
053060     DISPLAY "HELLO_WORLD - DUPLICATE RUN REFUSED".
053070     DISPLAY "CYCLE DATE      : " WS-RUN-DATE.
053080     DISPLAY "REGION          : " WS-REGION-CODE.
053090     IF DUP-COMPLETED-RUN
053100         DISPLAY "COMPLETED RUN   : STARTED " WS-PRIOR-START-TIME
053110     ELSE
053120     IF DUP-LOCK-HELD
053130         DISPLAY "LOCK HELD BY    : " WS-HOLDER-JOB-NAME
053140             " " WS-HOLDER-USER-ID " SINCE " WS-HOLDER-START-TIME
053150     ELSE
053160     IF DUP-AUDIT-UNAVAILABLE
053170         DISPLAY "COMPLETED RUN   : NOT CHECKED - AUDIT LOG NOT "
053180             "AVAILABLE"
053190     END-IF
053200     END-IF
053210     END-IF.
053220     MOVE 'Y' TO WS-DUP-ABEND-SW.
053230     MOVE 20     TO WS-ALERT-SEVERITY.
053240     MOVE SPACES TO WS-ALERT-PROGRAM.
053250     MOVE 20     TO WS-ALERT-RETURN-CODE.
053260     MOVE SPACES TO WS-ALERT-DETAIL.
053270     IF DUP-COMPLETED-RUN
053280         STRING 'DATE ' WS-RUN-DATE ' ALREADY COMPLETE - REFUSED'
053290                DELIMITED BY SIZE INTO WS-ALERT-DETAIL
053300     ELSE
053310     IF DUP-LOCK-HELD
053320         STRING 'DATE ' WS-RUN-DATE ' LOCKED BY '
053330                WS-HOLDER-JOB-NAME
053340                DELIMITED BY SIZE INTO WS-ALERT-DETAIL
053350     ELSE
053360     IF DUP-AUDIT-UNAVAILABLE
053370         MOVE 'AUDIT LOG NOT AVAILABLE - REFUSED'
053380             TO WS-ALERT-DETAIL
053390     ELSE
053400         MOVE 'CYCLE LOCK FILE NOT AVAILABLE - REFUSED'
053410             TO WS-ALERT-DETAIL
053420     END-IF
053430     END-IF
053440     END-IF.
053450     PERFORM 8400-WRITE-OPERATOR-ALERT
053460         THRU 8400-WRITE-OPERATOR-ALERT-EXIT.
053470     PERFORM 8000-TERMINATE
053480         THRU 8000-TERMINATE-EXIT.
053490     MOVE 20 TO RETURN-CODE.
053500     STOP RUN.
053510*----------------------------------------------------------------
053520 9060-PLAN-PARM-ABEND.
053530*    PLAN WAS CODED WITHOUT A VALID TARGET DATE, WITH A LAST DATE
053540*    THAT IS NOT A VALID DATE OR IS BEFORE THE TARGET DATE, OR FOR
053550*    MORE THAN 31 DATES.  A PLAN RUN LEAVES NO TRAIL, SO THE PARM
053560*    IS SIMPLY REJECTED WITH RETURN CODE 16.
053570*----------------------------------------------------------------
053580     DISPLAY "HELLO_WORLD - INVALID PLAN PARM".
053590     DISPLAY "PARM VALUE      : " LK-PARM-TEXT(1:LK-PARM-LEN).
053600     DISPLAY "EXPECTED        : PLAN YYYYMMDD [YYYYMMDD] IN "
053610         "POSITIONS 12-34, AT MOST 31 DATES".
053620     MOVE 16 TO RETURN-CODE.
053630     STOP RUN.
