000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CHG_BACK.
000300 AUTHOR.        B. HOLLOWAY.
000400 INSTALLATION.  DATA CENTER SERVICES.
000500 DATE-WRITTEN.  15-OCT-2026.
000600 DATE-COMPILED. 15-OCT-2026.
000700*----------------------------------------------------------------
000800* MONTHLY CHARGEBACK OF THE NIGHTLY BATCH WINDOW TO THE BUSINESS
000900* UNITS WHOSE STEPS USE IT.  FOR THE BILLING MONTH GIVEN IN PARM
001000* (YYYYMM) THIS PROGRAM READS EVERY STEP-LEVEL 'S' RECORD ON THE
001100* KEYED //AUDITLOG (PROGRAM, START AND STOP TIME OF EACH STEP
001200* ATTEMPT) AND EVERY //CTLTOTS RECORD (RECORDS EACH STEP READ)
001300* WHOSE CYCLE DATE FALLS IN THE MONTH, AND PRICES THEM FROM:
001400*   //RATECARD  RATE PER ELAPSED SECOND AND PER THOUSAND RECORDS
001500*               BY PROGRAM, OR UNDER PROGRAM '*DEFAULT' FOR ANY
001600*               PROGRAM WITHOUT A CARD OF ITS OWN, EACH CARD
001700*               EFFECTIVE FROM ITS DATE UNTIL THE NEXT CARD FOR
001800*               THE SAME PROGRAM.  EVERY STEP AND EVERY CONTROL
001900*               TOTAL IS PRICED AT THE RATE IN FORCE ON ITS OWN
002000*               CYCLE DATE, SO A MID-MONTH RATE CHANGE SPLITS
002100*               THE MONTH CORRECTLY.
002200*   //OWNERS    THE COST CENTER AND REGION THAT OWN EACH STEP
002300*               PROGRAM; AN OPTIONAL '*DEFAULT' LINE NAMES THE
002400*               SUSPENSE COST CENTER FOR PROGRAMS NOT LISTED.
002500* THE CHARGEBACK REPORT (//CHGRPT) LISTS EACH PROGRAM'S STEPS,
002600* ELAPSED SECONDS, RECORDS AND CHARGES IN REGION, COST CENTER
002700* AND PROGRAM ORDER WITH SUBTOTALS BY COST CENTER AND REGION AND
002800* A GRAND TOTAL.  THE GENERAL-LEDGER BILLING EXTRACT (//GLEXTRCT)
002900* CARRIES ONE FIXED-LAYOUT DETAIL RECORD PER REPORT LINE AND A
003000* CONTROL TRAILER WITH THE DETAIL COUNT AND THE TOTALS, SO
003100* FINANCE CAN BALANCE WHAT THEY LOAD TO THE GRAND TOTAL PRINTED
003200* ON THE REPORT.  EACH PROGRAM LINE IS ROUNDED TO THE CENT ONCE
003300* AND THE SUBTOTALS ADD THE ROUNDED LINES, SO REPORT, EXTRACT
003400* AND TRAILER ALWAYS FOOT TO THE SAME FIGURE.
003500* ENDS WITH RETURN CODE 4 WHEN ANY STEP OR VOLUME HAD NO RATE IN
003600* FORCE, A PROGRAM HAD NO OWNER, OR A TABLE FILLED; 16 WHEN THE
003700* PARM MONTH IS MISSING OR BAD, THE RATE CARD IS EMPTY OR HAS A
003800* BAD CARD, OR THE AUDIT HISTORY WILL NOT OPEN.
003900*----------------------------------------------------------------
004000* MODIFICATION HISTORY
004100*----------------------------------------------------------------
004200* DATE       INIT  DESCRIPTION
004300* ---------- ----  ----------------------------------------------
004400* 15-OCT-2026 BH   INITIAL VERSION.
004500*----------------------------------------------------------------
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT AUDIT-LOG ASSIGN TO AUDITLOG
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS SEQUENTIAL
005200         RECORD KEY IS AL-KEY
005300         FILE STATUS IS WS-AUDITLOG-STATUS.
005400     SELECT CONTROL-TOTALS ASSIGN TO CTLTOTS
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600     SELECT RATE-CARD ASSIGN TO RATECARD
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800     SELECT OWNER-FILE ASSIGN TO OWNERS
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000     SELECT CHARGE-REPORT ASSIGN TO CHGRPT
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200     SELECT GL-EXTRACT ASSIGN TO GLEXTRCT
006300         ORGANIZATION IS LINE SEQUENTIAL.
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  AUDIT-LOG.
006700     COPY AUDITREC.
006800 FD  CONTROL-TOTALS
006900     RECORDING MODE IS F.
007000 01  CONTROL-TOTAL-RECORD.
007100     05  CT-JOB-NAME             PIC X(08).
007200     05  CT-CYCLE-DATE           PIC X(08).
007300     05  CT-STEP-SEQUENCE        PIC 9(03).
007400     05  CT-PROGRAM-NAME         PIC X(08).
007500     05  CT-RECORDS-READ         PIC 9(09).
007600     05  CT-RECORDS-WRITTEN      PIC 9(09).
007700     05  CT-RECORDS-REJECTED     PIC 9(09).
007800     05  CT-AMOUNT               PIC S9(11)V99.
007900 FD  RATE-CARD
008000     RECORDING MODE IS F.
008100 01  RATE-CARD-RECORD.
008200     05  RC-PROGRAM-NAME         PIC X(08).
008300     05  FILLER                  PIC X(01).
008400     05  RC-EFFECTIVE-DATE       PIC X(08).
008500     05  FILLER                  PIC X(01).
008600     05  RC-SECOND-RATE          PIC 9(03)V9(06).
008700     05  FILLER                  PIC X(01).
008800     05  RC-THOUSAND-RATE        PIC 9(05)V9(04).
008900 FD  OWNER-FILE
009000     RECORDING MODE IS F.
009100 01  OWNER-RECORD.
009200     05  OW-PROGRAM-NAME         PIC X(08).
009300     05  FILLER                  PIC X(01).
009400     05  OW-COST-CENTER          PIC X(06).
009500     05  FILLER                  PIC X(01).
009600     05  OW-REGION-CODE          PIC X(03).
009700 FD  CHARGE-REPORT
009800     RECORDING MODE IS F.
009900 01  CHARGE-REPORT-LINE          PIC X(132).
010000 FD  GL-EXTRACT
010100     RECORDING MODE IS F.
010200 01  GL-DETAIL-RECORD.
010300     05  GL-RECORD-TYPE          PIC X(01).
010400         88  GL-DETAIL           VALUE 'D'.
010500         88  GL-TRAILER          VALUE 'T'.
010600     05  GL-PERIOD               PIC X(06).
010700     05  GL-REGION-CODE          PIC X(03).
010800     05  GL-COST-CENTER          PIC X(06).
010900     05  GL-PROGRAM-NAME         PIC X(08).
011000     05  GL-STEP-COUNT           PIC 9(07).
011100     05  GL-ELAPSED-SECS         PIC 9(11).
011200     05  GL-RECORD-COUNT         PIC 9(13).
011300     05  GL-TIME-AMOUNT          PIC 9(11)V99.
011400     05  GL-VOLUME-AMOUNT        PIC 9(11)V99.
011500     05  GL-TOTAL-AMOUNT         PIC 9(11)V99.
011600     05  FILLER                  PIC X(16).
011700 01  GL-TRAILER-RECORD.
011800     05  GT-RECORD-TYPE          PIC X(01).
011900     05  GT-PERIOD               PIC X(06).
012000     05  GT-DETAIL-COUNT         PIC 9(07).
012100     05  GT-STEP-COUNT           PIC 9(09).
012200     05  GT-ELAPSED-SECS         PIC 9(13).
012300     05  GT-RECORD-COUNT         PIC 9(15).
012400     05  GT-TIME-AMOUNT          PIC 9(13)V99.
012500     05  GT-VOLUME-AMOUNT        PIC 9(13)V99.
012600     05  GT-TOTAL-AMOUNT         PIC 9(13)V99.
012700     05  GT-CREATED-DATE         PIC X(08).
012800     05  GT-CREATED-TIME         PIC X(06).
012900   WORKING-STORAGE SECTION.
013000*----------------------------------------------------------------
013100* RUN-CONTROL FIELDS
013200*----------------------------------------------------------------
013300   01  WS-BILLING-PERIOD         PIC X(06) VALUE SPACES.
013400   01  WS-PERIOD-PARTS REDEFINES WS-BILLING-PERIOD.
013500       05  WS-PERIOD-YYYY        PIC 9(04).
013600       05  WS-PERIOD-MM          PIC 9(02).
013700   01  WS-RUN-DATE               PIC X(08) VALUE SPACES.
013800   01  WS-RUN-TIME               PIC X(08) VALUE SPACES.
013900   01  WS-ABEND-CARD-NO          PIC 9(04) VALUE ZERO.
014000   01  WS-STEPS-PRICED           PIC 9(07) VALUE ZERO.
014100   01  WS-CTLTOTS-PRICED         PIC 9(07) VALUE ZERO.
014200   01  WS-NO-STOP-COUNT          PIC 9(05) VALUE ZERO.
014300   01  WS-UNRATED-COUNT          PIC 9(05) VALUE ZERO.
014400   01  WS-UNOWNED-COUNT          PIC 9(05) VALUE ZERO.
014500   01  WS-DETAIL-COUNT           PIC 9(07) VALUE ZERO.
014600*----------------------------------------------------------------
014700* RATE CARDS, IN FILE ORDER.  A PROGRAM MAY HAVE SEVERAL CARDS
014800* WITH DIFFERENT EFFECTIVE DATES; THE ONE IN FORCE ON A CYCLE
014900* DATE IS THE LATEST NOT AFTER IT (THE LAST SUCH CARD ON THE
015000* FILE IF TWO SHARE A DATE).
015100*----------------------------------------------------------------
015200   01  WS-RATE-COUNT             PIC 9(04) COMP VALUE ZERO.
015300   01  WS-RATE-SUB               PIC 9(04) COMP VALUE ZERO.
015400   01  WS-RATE-TABLE-ENTRIES.
015500       05  WS-RT-ENTRY OCCURS 300 TIMES.
015600           10  WS-RT-PROGRAM     PIC X(08).
015700           10  WS-RT-EFF-DATE    PIC X(08).
015800           10  WS-RT-SECOND-RATE PIC 9(03)V9(06).
015900           10  WS-RT-THOU-RATE   PIC 9(05)V9(04).
016000   01  WS-RATE-PROGRAM           PIC X(08) VALUE SPACES.
016100   01  WS-RATE-AS-OF-DATE        PIC X(08) VALUE SPACES.
016200   01  WS-RATE-SW                PIC X(01) VALUE 'N'.
016300       88  RATE-FOUND            VALUE 'Y'.
016400   01  WS-RATE-BEST-DATE         PIC X(08) VALUE SPACES.
016500   01  WS-RATE-BEST-SUB          PIC 9(04) COMP VALUE ZERO.
016600   01  WS-RATE-DFLT-DATE         PIC X(08) VALUE SPACES.
016700   01  WS-RATE-DFLT-SUB          PIC 9(04) COMP VALUE ZERO.
016800   01  WS-SECOND-RATE            PIC 9(03)V9(06) VALUE ZERO.
016900   01  WS-THOUSAND-RATE          PIC 9(05)V9(04) VALUE ZERO.
017000*----------------------------------------------------------------
017100* PROGRAM OWNERS.  '*DEFAULT' IS KEPT APART AS THE SUSPENSE
017200* OWNER FOR ANY PROGRAM NOT LISTED.
017300*----------------------------------------------------------------
017400   01  WS-OWNER-COUNT            PIC 9(04) COMP VALUE ZERO.
017500   01  WS-OWNER-SUB              PIC 9(04) COMP VALUE ZERO.
017600   01  WS-OWNER-FOUND-SW         PIC X(01) VALUE 'N'.
017700       88  OWNER-ENTRY-FOUND     VALUE 'Y'.
017800   01  WS-OWNER-TABLE-ENTRIES.
017900       05  WS-OW-ENTRY OCCURS 500 TIMES.
018000           10  WS-OW-PROGRAM     PIC X(08).
018100           10  WS-OW-COST-CENTER PIC X(06).
018200           10  WS-OW-REGION      PIC X(03).
018300   01  WS-OWNER-OVERFLOW-SW      PIC X(01) VALUE 'N'.
018400       88  OWNER-TABLE-OVERFLOWED VALUE 'Y'.
018500   01  WS-DEFAULT-OWNER-SW       PIC X(01) VALUE 'N'.
018600       88  DEFAULT-OWNER-GIVEN   VALUE 'Y'.
018700   01  WS-DEFAULT-COST-CENTER    PIC X(06) VALUE SPACES.
018800   01  WS-DEFAULT-REGION         PIC X(03) VALUE SPACES.
018900*----------------------------------------------------------------
019000* CHARGE TABLE, ONE ENTRY PER PROGRAM, KEPT IN REGION, COST
019100* CENTER AND PROGRAM ORDER AS ENTRIES ARE ADDED SO THE REPORT
019200* CAN BE PRINTED WITH ITS SUBTOTALS IN ONE PASS.  CHARGES ARE
019300* ACCUMULATED TO SIX DECIMALS AND ROUNDED ONLY WHEN PRINTED.
019400*----------------------------------------------------------------
019500   01  WS-CHARGE-COUNT           PIC 9(04) COMP VALUE ZERO.
019600   01  WS-CHARGE-SUB             PIC 9(04) COMP VALUE ZERO.
019700   01  WS-SHIFT-SUB              PIC 9(04) COMP VALUE ZERO.
019800   01  WS-CHARGE-FOUND-SW        PIC X(01) VALUE 'N'.
019900       88  CHARGE-ENTRY-FOUND    VALUE 'Y'.
020000   01  WS-CHARGE-PLACE-SW        PIC X(01) VALUE 'N'.
020100       88  CHARGE-PLACE-FOUND    VALUE 'Y'.
020200   01  WS-CHARGE-OVERFLOW-SW     PIC X(01) VALUE 'N'.
020300       88  CHARGE-TABLE-OVERFLOWED VALUE 'Y'.
020400   01  WS-CHARGE-TABLE-ENTRIES.
020500       05  WS-CE-ENTRY OCCURS 500 TIMES.
020600           10  WS-CE-KEY.
020700               15  WS-CE-REGION      PIC X(03).
020800               15  WS-CE-COST-CENTER PIC X(06).
020900               15  WS-CE-PROGRAM     PIC X(08).
021000           10  WS-CE-OWNER-SW        PIC X(01).
021100           10  WS-CE-UNRATED-COUNT   PIC 9(05) COMP.
021200           10  WS-CE-STEP-COUNT      PIC 9(07) COMP.
021300           10  WS-CE-SECONDS         PIC 9(11) COMP.
021400           10  WS-CE-RECORDS         PIC 9(13) COMP.
021500           10  WS-CE-TIME-CHARGE     PIC 9(09)V9(06) COMP.
021600           10  WS-CE-VOLUME-CHARGE   PIC 9(09)V9(06) COMP.
021700   01  WS-WORK-KEY.
021800       05  WS-WORK-REGION        PIC X(03) VALUE SPACES.
021900       05  WS-WORK-COST-CENTER   PIC X(06) VALUE SPACES.
022000       05  WS-WORK-PROGRAM       PIC X(08) VALUE SPACES.
022100   01  WS-WORK-OWNER-SW          PIC X(01) VALUE 'N'.
022200*----------------------------------------------------------------
022300* STEP TIMING AND PRICING WORK FIELDS
022400*----------------------------------------------------------------
022500   01  WS-STEP-START-TIME        PIC X(08) VALUE SPACES.
022600   01  WS-STEP-START-PARTS REDEFINES WS-STEP-START-TIME.
022700       05  WS-SA-HH              PIC 9(02).
022800       05  WS-SA-MM              PIC 9(02).
022900       05  WS-SA-SS              PIC 9(02).
023000       05  FILLER                PIC X(02).
023100   01  WS-STEP-STOP-TIME         PIC X(08) VALUE SPACES.
023200   01  WS-STEP-STOP-PARTS REDEFINES WS-STEP-STOP-TIME.
023300       05  WS-SO-HH              PIC 9(02).
023400       05  WS-SO-MM              PIC 9(02).
023500       05  WS-SO-SS              PIC 9(02).
023600       05  FILLER                PIC X(02).
023700   01  WS-STEP-ELAPSED           PIC S9(07) COMP VALUE ZERO.
023800   01  WS-ITEM-CHARGE            PIC 9(09)V9(06) VALUE ZERO.
023900*----------------------------------------------------------------
024000* ROUNDED LINE FIGURES AND THE COST CENTER, REGION AND GRAND
024100* TOTALS BUILT FROM THEM.  THE FOUR GROUPS SHARE ONE LAYOUT SO A
024200* TOTAL IS PRINTED BY MOVING IT TO THE PRINT GROUP.
024300*----------------------------------------------------------------
024400   01  WS-LINE-FIGURES.
024500       05  WS-LN-STEPS           PIC 9(09) COMP.
024600       05  WS-LN-SECONDS         PIC 9(13) COMP.
024700       05  WS-LN-RECORDS         PIC 9(15) COMP.
024800       05  WS-LN-TIME-AMT        PIC 9(13)V99 COMP.
024900       05  WS-LN-VOLUME-AMT      PIC 9(13)V99 COMP.
025000       05  WS-LN-TOTAL-AMT       PIC 9(13)V99 COMP.
025100   01  WS-COST-CENTER-TOTALS.
025200       05  WS-CC-STEPS           PIC 9(09) COMP.
025300       05  WS-CC-SECONDS         PIC 9(13) COMP.
025400       05  WS-CC-RECORDS         PIC 9(15) COMP.
025500       05  WS-CC-TIME-AMT        PIC 9(13)V99 COMP.
025600       05  WS-CC-VOLUME-AMT      PIC 9(13)V99 COMP.
025700       05  WS-CC-TOTAL-AMT       PIC 9(13)V99 COMP.
025800   01  WS-REGION-TOTALS.
025900       05  WS-RG-STEPS           PIC 9(09) COMP.
026000       05  WS-RG-SECONDS         PIC 9(13) COMP.
026100       05  WS-RG-RECORDS         PIC 9(15) COMP.
026200       05  WS-RG-TIME-AMT        PIC 9(13)V99 COMP.
026300       05  WS-RG-VOLUME-AMT      PIC 9(13)V99 COMP.
026400       05  WS-RG-TOTAL-AMT       PIC 9(13)V99 COMP.
026500   01  WS-GRAND-TOTALS.
026600       05  WS-GR-STEPS           PIC 9(09) COMP.
026700       05  WS-GR-SECONDS         PIC 9(13) COMP.
026800       05  WS-GR-RECORDS         PIC 9(15) COMP.
026900       05  WS-GR-TIME-AMT        PIC 9(13)V99 COMP.
027000       05  WS-GR-VOLUME-AMT      PIC 9(13)V99 COMP.
027100       05  WS-GR-TOTAL-AMT       PIC 9(13)V99 COMP.
027200   01  WS-PRINT-FIGURES.
027300       05  WS-PR-STEPS           PIC 9(09) COMP.
027400       05  WS-PR-SECONDS         PIC 9(13) COMP.
027500       05  WS-PR-RECORDS         PIC 9(15) COMP.
027600       05  WS-PR-TIME-AMT        PIC 9(13)V99 COMP.
027700       05  WS-PR-VOLUME-AMT      PIC 9(13)V99 COMP.
027800       05  WS-PR-TOTAL-AMT       PIC 9(13)V99 COMP.
027900   01  WS-PREV-REGION            PIC X(03) VALUE SPACES.
028000   01  WS-PREV-COST-CENTER       PIC X(06) VALUE SPACES.
028100*----------------------------------------------------------------
028200* REPORT LINE LAYOUTS
028300*----------------------------------------------------------------
028400   01  WS-REPORT-HEADER-1.
028500       05  FILLER                PIC X(35) VALUE
028600           'MONTHLY BATCH WINDOW CHARGEBACK    '.
028700       05  FILLER                PIC X(08) VALUE 'PERIOD: '.
028800       05  WS-RH-PERIOD          PIC X(06) VALUE SPACES.
028900       05  FILLER                PIC X(13) VALUE
029000           '   RUN DATE: '.
029100       05  WS-RH-RUN-DATE        PIC X(08) VALUE SPACES.
029200       05  FILLER                PIC X(62) VALUE SPACES.
029300   01  WS-REPORT-HEADER-2.
029400       05  FILLER                PIC X(05) VALUE 'REGN '.
029500       05  FILLER                PIC X(08) VALUE 'COSTCTR '.
029600       05  FILLER                PIC X(10) VALUE 'PROGRAM   '.
029700       05  FILLER                PIC X(08) VALUE '   STEPS'.
029800       05  FILLER                PIC X(16) VALUE
029900           '    ELAPSED SECS'.
030000       05  FILLER                PIC X(17) VALUE
030100           '          RECORDS'.
030200       05  FILLER                PIC X(18) VALUE
030300           '       TIME CHARGE'.
030400       05  FILLER                PIC X(18) VALUE
030500           '     VOLUME CHARGE'.
030600       05  FILLER                PIC X(18) VALUE
030700           '      TOTAL CHARGE'.
030800       05  FILLER                PIC X(02) VALUE SPACES.
030900       05  FILLER                PIC X(12) VALUE 'NOTE'.
031000   01  WS-CHARGE-LINE.
031100       05  WS-CL-IDENT.
031200           10  WS-CL-REGION      PIC X(03) VALUE SPACES.
031300           10  FILLER            PIC X(02) VALUE SPACES.
031400           10  WS-CL-COST-CENTER PIC X(06) VALUE SPACES.
031500           10  FILLER            PIC X(02) VALUE SPACES.
031600           10  WS-CL-PROGRAM     PIC X(08) VALUE SPACES.
031700           10  FILLER            PIC X(02) VALUE SPACES.
031800       05  WS-CL-LABEL REDEFINES WS-CL-IDENT
031900                                 PIC X(23).
032000       05  WS-CL-STEPS           PIC ZZZZ,ZZ9.
032100       05  FILLER                PIC X(02) VALUE SPACES.
032200       05  WS-CL-SECONDS         PIC ZZ,ZZZ,ZZZ,ZZ9.
032300       05  FILLER                PIC X(02) VALUE SPACES.
032400       05  WS-CL-RECORDS         PIC ZZZ,ZZZ,ZZZ,ZZ9.
032500       05  FILLER                PIC X(02) VALUE SPACES.
032600       05  WS-CL-TIME-AMT        PIC Z,ZZZ,ZZZ,ZZ9.99.
032700       05  FILLER                PIC X(02) VALUE SPACES.
032800       05  WS-CL-VOLUME-AMT      PIC Z,ZZZ,ZZZ,ZZ9.99.
032900       05  FILLER                PIC X(02) VALUE SPACES.
033000       05  WS-CL-TOTAL-AMT       PIC Z,ZZZ,ZZZ,ZZ9.99.
033100       05  FILLER                PIC X(02) VALUE SPACES.
033200       05  WS-CL-NOTE            PIC X(11) VALUE SPACES.
033300       05  FILLER                PIC X(01) VALUE SPACE.
033400   01  WS-NO-ACTIVITY-LINE       PIC X(132) VALUE
033500       'NO STEP ACTIVITY ON THE AUDIT HISTORY FOR THE PERIOD'.
033600   01  WS-CHARGE-OVERFLOW-NOTE   PIC X(132) VALUE
033700       'CHARGE TABLE FULL AT 500 - LATER PROGRAMS NOT BILLED'.
033800   01  WS-OWNER-OVERFLOW-NOTE    PIC X(132) VALUE
033900       'OWNER TABLE FULL AT 500 - LATER OWNERS NOT LOADED'.
034000   01  WS-SUMMARY-LINE.
034100       05  WS-SL-LABEL           PIC X(40) VALUE SPACES.
034200       05  WS-SL-COUNT           PIC ZZZZZZ9.
034300       05  FILLER                PIC X(85) VALUE SPACES.
034400   01  WS-NOTE-LEGEND-1.
034500       05  FILLER                PIC X(39) VALUE
034600           'NOTE: NO RATE  = SOME STEPS OR VOLUMES '.
034700       05  FILLER                PIC X(37) VALUE
034800           'HAD NO RATE IN FORCE - BILLED AT ZERO'.
034900       05  FILLER                PIC X(56) VALUE SPACES.
035000   01  WS-NOTE-LEGEND-2.
035100       05  FILLER                PIC X(39) VALUE
035200           '      SUSPENSE = NOT ON THE OWNER FILE '.
035300       05  FILLER                PIC X(36) VALUE
035400           '- BILLED TO THE *DEFAULT COST CENTER'.
035500       05  FILLER                PIC X(57) VALUE SPACES.
035600   01  WS-NOTE-LEGEND-3.
035700       05  FILLER                PIC X(39) VALUE
035800           '      NO OWNER = NOT ON THE OWNER FILE '.
035900       05  FILLER                PIC X(41) VALUE
036000           'AND NO *DEFAULT OWNER - BLANK COST CENTER'.
036100       05  FILLER                PIC X(52) VALUE SPACES.
036200   01  WS-GL-BALANCE-LINE.
036300       05  FILLER                PIC X(21) VALUE
036400           'GL EXTRACT DETAILS:  '.
036500       05  WS-GB-COUNT           PIC ZZZZZZ9.
036600       05  FILLER                PIC X(16) VALUE
036700           '   TRAILER TOTAL'.
036800       05  WS-GB-TOTAL-AMT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
036900       05  FILLER                PIC X(68) VALUE SPACES.
037000*----------------------------------------------------------------
037100* FILE STATUS AND SWITCHES
037200*----------------------------------------------------------------
037300   77  WS-AUDITLOG-STATUS        PIC X(02) VALUE '00'.
037400       88  AUDITLOG-OK           VALUE '00'.
037500   77  WS-CTLTOTS-STATUS         PIC X(02) VALUE '00'.
037600       88  CTLTOTS-OK            VALUE '00'.
037700       88  CTLTOTS-AT-EOF        VALUE '10'.
037800   77  WS-RATECARD-STATUS        PIC X(02) VALUE '00'.
037900       88  RATECARD-OK           VALUE '00'.
038000       88  RATECARD-AT-EOF       VALUE '10'.
038100   77  WS-OWNERS-STATUS          PIC X(02) VALUE '00'.
038200       88  OWNERS-OK             VALUE '00'.
038300       88  OWNERS-AT-EOF         VALUE '10'.
038400   77  WS-SCAN-DONE-SW           PIC X(01) VALUE 'N'.
038500       88  SCAN-DONE             VALUE 'Y'.
038600 LINKAGE SECTION.
038700 01  LK-PARM-FIELD.
038800*    THE RUNTIME PASSES EXEC PGM=...,PARM='...' PRECEDED BY A
038900*    2-BYTE BINARY HALFWORD GIVING THE LENGTH OF THE PARM TEXT.
039000*    THE PARM CARRIES THE BILLING MONTH (YYYYMM).
039100     05  LK-PARM-LEN               PIC S9(4) COMP.
039200     05  LK-PARM-TEXT              PIC X(06).
039300 PROCEDURE DIVISION USING LK-PARM-FIELD.
039400*----------------------------------------------------------------
039500 0000-MAINLINE.
039600*----------------------------------------------------------------
039700     PERFORM 1000-INITIALIZE
039800         THRU 1000-INITIALIZE-EXIT.
039900     PERFORM 1100-LOAD-RATE-CARD
040000         THRU 1100-LOAD-RATE-CARD-EXIT.
040100     PERFORM 1200-LOAD-OWNERS
040200         THRU 1200-LOAD-OWNERS-EXIT.
040300     PERFORM 2000-PRICE-STEP-TIME
040400         THRU 2000-PRICE-STEP-TIME-EXIT.
040500     PERFORM 3000-PRICE-VOLUMES
040600         THRU 3000-PRICE-VOLUMES-EXIT.
040700     PERFORM 4000-WRITE-CHARGEBACK
040800         THRU 4000-WRITE-CHARGEBACK-EXIT.
040900     PERFORM 8000-TERMINATE
041000         THRU 8000-TERMINATE-EXIT.
041100     STOP RUN.
041200*----------------------------------------------------------------
041300 1000-INITIALIZE.
041400*    VALIDATE THE PARM MONTH AND OPEN THE AUDIT HISTORY.  THE
041500*    OUTPUTS ARE NOT OPENED UNTIL THE REFERENCE FILES HAVE
041600*    LOADED CLEANLY, SO A REFUSED RUN LEAVES NO HALF-WRITTEN
041700*    EXTRACT FOR THE LEDGER INTERFACE TO PICK UP.
041800*----------------------------------------------------------------
041900     MOVE LK-PARM-TEXT(1:6) TO WS-BILLING-PERIOD.
042000     IF WS-BILLING-PERIOD NOT NUMERIC
042100         GO TO 9010-PARM-ABEND
042200     END-IF.
042300     IF WS-PERIOD-MM < 1
042400        OR WS-PERIOD-MM > 12
042500         GO TO 9010-PARM-ABEND
042600     END-IF.
042700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
042800     ACCEPT WS-RUN-TIME FROM TIME.
042900     OPEN INPUT AUDIT-LOG.
043000     IF NOT AUDITLOG-OK
043100         GO TO 9030-OPEN-ABEND
043200     END-IF.
043300 1000-INITIALIZE-EXIT.
043400     EXIT.
043500*----------------------------------------------------------------
043600 1100-LOAD-RATE-CARD.
043700*    TABLE EVERY RATE CARD.  A CARD WITH A BAD EFFECTIVE DATE OR
043800*    RATE, AN EMPTY FILE, OR MORE CARDS THAN THE TABLE HOLDS
043900*    REFUSES THE RUN - THERE IS NO SAFE DEFAULT FOR A PRICE.
044000*----------------------------------------------------------------
044100     OPEN INPUT RATE-CARD.
044200     PERFORM 1110-READ-RATE-CARD
044300         THRU 1110-READ-RATE-CARD-EXIT.
044400     PERFORM 1120-KEEP-ONE-RATE
044500         THRU 1120-KEEP-ONE-RATE-EXIT
044600         UNTIL RATECARD-AT-EOF.
044700     CLOSE RATE-CARD.
044800     IF WS-RATE-COUNT = ZERO
044900         GO TO 9020-RATE-CARD-ABEND
045000     END-IF.
045100 1100-LOAD-RATE-CARD-EXIT.
045200     EXIT.
045300*----------------------------------------------------------------
045400 1110-READ-RATE-CARD.
045500*----------------------------------------------------------------
045600     READ RATE-CARD
045700         AT END
045800             MOVE '10' TO WS-RATECARD-STATUS
045900     END-READ.
046000 1110-READ-RATE-CARD-EXIT.
046100     EXIT.
046200*----------------------------------------------------------------
046300 1120-KEEP-ONE-RATE.
046400*----------------------------------------------------------------
046500     ADD 1 TO WS-ABEND-CARD-NO.
046600     IF RC-PROGRAM-NAME = SPACES
046700        OR RC-EFFECTIVE-DATE NOT NUMERIC
046800        OR RC-SECOND-RATE NOT NUMERIC
046900        OR RC-THOUSAND-RATE NOT NUMERIC
047000        OR WS-RATE-COUNT NOT < 300
047100         CLOSE RATE-CARD
047200         GO TO 9020-RATE-CARD-ABEND
047300     END-IF.
047400     ADD 1 TO WS-RATE-COUNT.
047500     MOVE RC-PROGRAM-NAME   TO WS-RT-PROGRAM(WS-RATE-COUNT).
047600     MOVE RC-EFFECTIVE-DATE TO WS-RT-EFF-DATE(WS-RATE-COUNT).
047700     MOVE RC-SECOND-RATE    TO WS-RT-SECOND-RATE(WS-RATE-COUNT).
047800     MOVE RC-THOUSAND-RATE  TO WS-RT-THOU-RATE(WS-RATE-COUNT).
047900     PERFORM 1110-READ-RATE-CARD
048000         THRU 1110-READ-RATE-CARD-EXIT.
048100 1120-KEEP-ONE-RATE-EXIT.
048200     EXIT.
048300*----------------------------------------------------------------
048400 1200-LOAD-OWNERS.
048500*    TABLE EACH PROGRAM'S OWNING COST CENTER AND REGION.  A
048600*    PROGRAM LISTED TWICE KEEPS ITS FIRST LINE.
048700*----------------------------------------------------------------
048800     OPEN INPUT OWNER-FILE.
048900     PERFORM 1210-READ-OWNER
049000         THRU 1210-READ-OWNER-EXIT.
049100     PERFORM 1220-KEEP-ONE-OWNER
049200         THRU 1220-KEEP-ONE-OWNER-EXIT
049300         UNTIL OWNERS-AT-EOF.
049400     CLOSE OWNER-FILE.
049500 1200-LOAD-OWNERS-EXIT.
049600     EXIT.
049700*----------------------------------------------------------------
049800 1210-READ-OWNER.
049900*----------------------------------------------------------------
050000     READ OWNER-FILE
050100         AT END
050200             MOVE '10' TO WS-OWNERS-STATUS
050300     END-READ.
050400 1210-READ-OWNER-EXIT.
050500     EXIT.
050600*----------------------------------------------------------------
050700 1220-KEEP-ONE-OWNER.
050800*----------------------------------------------------------------
050900     IF OW-PROGRAM-NAME = SPACES
051000         GO TO 1220-KEEP-ONE-OWNER-NEXT
051100     END-IF.
051200     IF OW-PROGRAM-NAME = '*DEFAULT'
051300         IF NOT DEFAULT-OWNER-GIVEN
051400             MOVE 'Y' TO WS-DEFAULT-OWNER-SW
051500             MOVE OW-COST-CENTER TO WS-DEFAULT-COST-CENTER
051600             MOVE OW-REGION-CODE TO WS-DEFAULT-REGION
051700         END-IF
051800         GO TO 1220-KEEP-ONE-OWNER-NEXT
051900     END-IF.
052000     MOVE OW-PROGRAM-NAME TO WS-WORK-PROGRAM.
052100     PERFORM 7100-FIND-OWNER
052200         THRU 7100-FIND-OWNER-EXIT.
052300     IF OWNER-ENTRY-FOUND
052400         GO TO 1220-KEEP-ONE-OWNER-NEXT
052500     END-IF.
052600     IF WS-OWNER-COUNT < 500
052700         ADD 1 TO WS-OWNER-COUNT
052800         MOVE OW-PROGRAM-NAME
052900             TO WS-OW-PROGRAM(WS-OWNER-COUNT)
053000         MOVE OW-COST-CENTER
053100             TO WS-OW-COST-CENTER(WS-OWNER-COUNT)
053200         MOVE OW-REGION-CODE
053300             TO WS-OW-REGION(WS-OWNER-COUNT)
053400     ELSE
053500         MOVE 'Y' TO WS-OWNER-OVERFLOW-SW
053600     END-IF.
053700 1220-KEEP-ONE-OWNER-NEXT.
053800     PERFORM 1210-READ-OWNER
053900         THRU 1210-READ-OWNER-EXIT.
054000 1220-KEEP-ONE-OWNER-EXIT.
054100     EXIT.
054200*----------------------------------------------------------------
054300 2000-PRICE-STEP-TIME.
054400*    ONE PASS OVER THE AUDIT HISTORY.  EVERY STEP ATTEMPT IN THE
054500*    MONTH IS BILLED FOR ITS OWN ELAPSED TIME - A RETRY USED THE
054600*    WINDOW AS MUCH AS THE FIRST TRY DID.  OPERATOR COMMANDS
054700*    LOGGED AS STEPS ARE NOT WORK AND ARE PASSED OVER, AS ARE
054800*    RUN, AUTHORITY AND FORCED-RERUN RECORDS.
054900*----------------------------------------------------------------
055000     MOVE 'N' TO WS-SCAN-DONE-SW.
055100     PERFORM 2010-READ-AUDIT-NEXT
055200         THRU 2010-READ-AUDIT-NEXT-EXIT.
055300     PERFORM 2020-PRICE-ONE-STEP
055400         THRU 2020-PRICE-ONE-STEP-EXIT
055500         UNTIL SCAN-DONE.
055600     CLOSE AUDIT-LOG.
055700 2000-PRICE-STEP-TIME-EXIT.
055800     EXIT.
055900*----------------------------------------------------------------
056000 2010-READ-AUDIT-NEXT.
056100*----------------------------------------------------------------
056200     READ AUDIT-LOG NEXT RECORD
056300         AT END
056400             MOVE 'Y' TO WS-SCAN-DONE-SW
056500     END-READ.
056600 2010-READ-AUDIT-NEXT-EXIT.
056700     EXIT.
056800*----------------------------------------------------------------
056900 2020-PRICE-ONE-STEP.
057000*    A STEP WITHOUT A READABLE STOP TIME (THE CYCLE DIED UNDER
057100*    IT) IS COUNTED BUT BILLED NO TIME.  A STOP BEFORE THE START
057200*    CROSSED MIDNIGHT.
057300*----------------------------------------------------------------
057400     IF NOT AS-STEP-LEVEL
057500        OR AS-PROGRAM-NAME = '*OPERCMD'
057600        OR AS-RUN-DATE(1:6) NOT = WS-BILLING-PERIOD
057700         GO TO 2020-PRICE-ONE-STEP-NEXT
057800     END-IF.
057900     ADD 1 TO WS-STEPS-PRICED.
058000     MOVE AS-PROGRAM-NAME TO WS-WORK-PROGRAM.
058100     PERFORM 7000-FIND-CHARGE-ENTRY
058200         THRU 7000-FIND-CHARGE-ENTRY-EXIT.
058300     IF NOT CHARGE-ENTRY-FOUND
058400         GO TO 2020-PRICE-ONE-STEP-NEXT
058500     END-IF.
058600     ADD 1 TO WS-CE-STEP-COUNT(WS-CHARGE-SUB).
058700     MOVE AS-START-TIME TO WS-STEP-START-TIME.
058800     MOVE AS-STOP-TIME  TO WS-STEP-STOP-TIME.
058900     IF WS-STEP-START-TIME(1:6) NOT NUMERIC
059000        OR WS-STEP-STOP-TIME(1:6) NOT NUMERIC
059100         ADD 1 TO WS-NO-STOP-COUNT
059200         GO TO 2020-PRICE-ONE-STEP-NEXT
059300     END-IF.
059400     COMPUTE WS-STEP-ELAPSED =
059500         ((WS-SO-HH * 3600) + (WS-SO-MM * 60) + WS-SO-SS)
059600       - ((WS-SA-HH * 3600) + (WS-SA-MM * 60) + WS-SA-SS).
059700     IF WS-STEP-ELAPSED < 0
059800         ADD 86400 TO WS-STEP-ELAPSED
059900     END-IF.
060000     ADD WS-STEP-ELAPSED TO WS-CE-SECONDS(WS-CHARGE-SUB).
060100     MOVE AS-PROGRAM-NAME TO WS-RATE-PROGRAM.
060200     MOVE AS-RUN-DATE     TO WS-RATE-AS-OF-DATE.
060300     PERFORM 7200-FIND-RATE
060400         THRU 7200-FIND-RATE-EXIT.
060500     IF NOT RATE-FOUND
060600         ADD 1 TO WS-CE-UNRATED-COUNT(WS-CHARGE-SUB)
060700         ADD 1 TO WS-UNRATED-COUNT
060800         GO TO 2020-PRICE-ONE-STEP-NEXT
060900     END-IF.
061000     COMPUTE WS-ITEM-CHARGE ROUNDED =
061100         WS-STEP-ELAPSED * WS-SECOND-RATE.
061200     ADD WS-ITEM-CHARGE TO WS-CE-TIME-CHARGE(WS-CHARGE-SUB).
061300 2020-PRICE-ONE-STEP-NEXT.
061400     PERFORM 2010-READ-AUDIT-NEXT
061500         THRU 2010-READ-AUDIT-NEXT-EXIT.
061600 2020-PRICE-ONE-STEP-EXIT.
061700     EXIT.
061800*----------------------------------------------------------------
061900 3000-PRICE-VOLUMES.
062000*    THE VOLUME A STEP PROCESSED IS THE RECORDS IT READ, AS
062100*    POSTED TO //CTLTOTS AT THE END OF EACH STEP, PRICED PER
062200*    THOUSAND AT THE RATE IN FORCE ON THE RECORD'S CYCLE DATE.
062300*----------------------------------------------------------------
062400     OPEN INPUT CONTROL-TOTALS.
062500     PERFORM 3010-READ-CONTROL-TOTALS
062600         THRU 3010-READ-CONTROL-TOTALS-EXIT.
062700     PERFORM 3020-PRICE-ONE-VOLUME
062800         THRU 3020-PRICE-ONE-VOLUME-EXIT
062900         UNTIL CTLTOTS-AT-EOF.
063000     CLOSE CONTROL-TOTALS.
063100 3000-PRICE-VOLUMES-EXIT.
063200     EXIT.
063300*----------------------------------------------------------------
063400 3010-READ-CONTROL-TOTALS.
063500*----------------------------------------------------------------
063600     READ CONTROL-TOTALS
063700         AT END
063800             MOVE '10' TO WS-CTLTOTS-STATUS
063900     END-READ.
064000 3010-READ-CONTROL-TOTALS-EXIT.
064100     EXIT.
064200*----------------------------------------------------------------
064300 3020-PRICE-ONE-VOLUME.
064400*----------------------------------------------------------------
064500     IF CT-CYCLE-DATE(1:6) NOT = WS-BILLING-PERIOD
064600        OR CT-PROGRAM-NAME = SPACES
064700         GO TO 3020-PRICE-ONE-VOLUME-NEXT
064800     END-IF.
064900     ADD 1 TO WS-CTLTOTS-PRICED.
065000     MOVE CT-PROGRAM-NAME TO WS-WORK-PROGRAM.
065100     PERFORM 7000-FIND-CHARGE-ENTRY
065200         THRU 7000-FIND-CHARGE-ENTRY-EXIT.
065300     IF NOT CHARGE-ENTRY-FOUND
065400         GO TO 3020-PRICE-ONE-VOLUME-NEXT
065500     END-IF.
065600     ADD CT-RECORDS-READ TO WS-CE-RECORDS(WS-CHARGE-SUB).
065700     MOVE CT-PROGRAM-NAME TO WS-RATE-PROGRAM.
065800     MOVE CT-CYCLE-DATE   TO WS-RATE-AS-OF-DATE.
065900     PERFORM 7200-FIND-RATE
066000         THRU 7200-FIND-RATE-EXIT.
066100     IF NOT RATE-FOUND
066200         ADD 1 TO WS-CE-UNRATED-COUNT(WS-CHARGE-SUB)
066300         ADD 1 TO WS-UNRATED-COUNT
066400         GO TO 3020-PRICE-ONE-VOLUME-NEXT
066500     END-IF.
066600     COMPUTE WS-ITEM-CHARGE ROUNDED =
066700         (CT-RECORDS-READ * WS-THOUSAND-RATE) / 1000.
066800     ADD WS-ITEM-CHARGE TO WS-CE-VOLUME-CHARGE(WS-CHARGE-SUB).
066900 3020-PRICE-ONE-VOLUME-NEXT.
067000     PERFORM 3010-READ-CONTROL-TOTALS
067100         THRU 3010-READ-CONTROL-TOTALS-EXIT.
067200 3020-PRICE-ONE-VOLUME-EXIT.
067300     EXIT.
067400*----------------------------------------------------------------
067500 4000-WRITE-CHARGEBACK.
067600*    PRINT THE CHARGE TABLE, ALREADY IN REGION, COST CENTER AND
067700*    PROGRAM ORDER, BREAKING FOR A COST-CENTER SUBTOTAL AND A
067800*    REGION SUBTOTAL WHENEVER EITHER CHANGES, AND WRITE ONE
067900*    LEDGER DETAIL RECORD PER PROGRAM LINE.
068000*----------------------------------------------------------------
068100     OPEN OUTPUT CHARGE-REPORT.
068200     OPEN OUTPUT GL-EXTRACT.
068300     MOVE WS-BILLING-PERIOD TO WS-RH-PERIOD.
068400     MOVE WS-RUN-DATE       TO WS-RH-RUN-DATE.
068500     MOVE WS-REPORT-HEADER-1 TO CHARGE-REPORT-LINE.
068600     WRITE CHARGE-REPORT-LINE.
068700     MOVE WS-REPORT-HEADER-2 TO CHARGE-REPORT-LINE.
068800     WRITE CHARGE-REPORT-LINE.
068900     MOVE SPACES TO CHARGE-REPORT-LINE.
069000     WRITE CHARGE-REPORT-LINE.
069100     INITIALIZE WS-COST-CENTER-TOTALS.
069200     INITIALIZE WS-REGION-TOTALS.
069300     INITIALIZE WS-GRAND-TOTALS.
069400     IF WS-CHARGE-COUNT = ZERO
069500         MOVE WS-NO-ACTIVITY-LINE TO CHARGE-REPORT-LINE
069600         WRITE CHARGE-REPORT-LINE
069700         GO TO 4000-WRITE-CHARGEBACK-EXIT
069800     END-IF.
069900     MOVE ZERO TO WS-CHARGE-SUB.
070000     PERFORM 4010-WRITE-ONE-PROGRAM
070100         THRU 4010-WRITE-ONE-PROGRAM-EXIT
070200         UNTIL WS-CHARGE-SUB NOT < WS-CHARGE-COUNT.
070300     PERFORM 4030-WRITE-COST-CENTER-TOTAL
070400         THRU 4030-WRITE-COST-CENTER-TOTAL-EXIT.
070500     PERFORM 4040-WRITE-REGION-TOTAL
070600         THRU 4040-WRITE-REGION-TOTAL-EXIT.
070700     MOVE WS-GRAND-TOTALS TO WS-PRINT-FIGURES.
070800     MOVE SPACES TO WS-CL-LABEL.
070900     MOVE 'GRAND TOTAL' TO WS-CL-LABEL.
071000     MOVE SPACES TO WS-CL-NOTE.
071100     PERFORM 7400-WRITE-FIGURES-LINE
071200         THRU 7400-WRITE-FIGURES-LINE-EXIT.
071300 4000-WRITE-CHARGEBACK-EXIT.
071400     EXIT.
071500*----------------------------------------------------------------
071600 4010-WRITE-ONE-PROGRAM.
071700*    EACH CHARGE IS ROUNDED TO THE CENT HERE, ONCE; EVERYTHING
071800*    ABOVE THE PROGRAM LINE ADDS THESE ROUNDED FIGURES.
071900*----------------------------------------------------------------
072000     ADD 1 TO WS-CHARGE-SUB.
072100     IF WS-CHARGE-SUB > 1
072200         IF WS-CE-REGION(WS-CHARGE-SUB) NOT = WS-PREV-REGION
072300            OR WS-CE-COST-CENTER(WS-CHARGE-SUB)
072400               NOT = WS-PREV-COST-CENTER
072500             PERFORM 4030-WRITE-COST-CENTER-TOTAL
072600                 THRU 4030-WRITE-COST-CENTER-TOTAL-EXIT
072700         END-IF
072800         IF WS-CE-REGION(WS-CHARGE-SUB) NOT = WS-PREV-REGION
072900             PERFORM 4040-WRITE-REGION-TOTAL
073000                 THRU 4040-WRITE-REGION-TOTAL-EXIT
073100         END-IF
073200     END-IF.
073300     MOVE WS-CE-REGION(WS-CHARGE-SUB)      TO WS-PREV-REGION.
073400     MOVE WS-CE-COST-CENTER(WS-CHARGE-SUB) TO WS-PREV-COST-CENTER.
073500     MOVE WS-CE-STEP-COUNT(WS-CHARGE-SUB)  TO WS-LN-STEPS.
073600     MOVE WS-CE-SECONDS(WS-CHARGE-SUB)     TO WS-LN-SECONDS.
073700     MOVE WS-CE-RECORDS(WS-CHARGE-SUB)     TO WS-LN-RECORDS.
073800     COMPUTE WS-LN-TIME-AMT ROUNDED =
073900         WS-CE-TIME-CHARGE(WS-CHARGE-SUB).
074000     COMPUTE WS-LN-VOLUME-AMT ROUNDED =
074100         WS-CE-VOLUME-CHARGE(WS-CHARGE-SUB).
074200     COMPUTE WS-LN-TOTAL-AMT =
074300         WS-LN-TIME-AMT + WS-LN-VOLUME-AMT.
074400     ADD WS-LN-STEPS      TO WS-CC-STEPS.
074500     ADD WS-LN-SECONDS    TO WS-CC-SECONDS.
074600     ADD WS-LN-RECORDS    TO WS-CC-RECORDS.
074700     ADD WS-LN-TIME-AMT   TO WS-CC-TIME-AMT.
074800     ADD WS-LN-VOLUME-AMT TO WS-CC-VOLUME-AMT.
074900     ADD WS-LN-TOTAL-AMT  TO WS-CC-TOTAL-AMT.
075000     MOVE WS-LINE-FIGURES TO WS-PRINT-FIGURES.
075100     MOVE SPACES TO WS-CL-IDENT.
075200     MOVE WS-CE-REGION(WS-CHARGE-SUB)      TO WS-CL-REGION.
075300     MOVE WS-CE-COST-CENTER(WS-CHARGE-SUB) TO WS-CL-COST-CENTER.
075400     MOVE WS-CE-PROGRAM(WS-CHARGE-SUB)     TO WS-CL-PROGRAM.
075500     IF WS-CE-UNRATED-COUNT(WS-CHARGE-SUB) > ZERO
075600         MOVE 'NO RATE'  TO WS-CL-NOTE
075700     ELSE
075800     IF WS-CE-OWNER-SW(WS-CHARGE-SUB) = 'D'
075900         MOVE 'SUSPENSE' TO WS-CL-NOTE
076000     ELSE
076100     IF WS-CE-OWNER-SW(WS-CHARGE-SUB) = 'N'
076200         MOVE 'NO OWNER' TO WS-CL-NOTE
076300     ELSE
076400         MOVE SPACES     TO WS-CL-NOTE
076500     END-IF
076600     END-IF
076700     END-IF.
076800     PERFORM 7400-WRITE-FIGURES-LINE
076900         THRU 7400-WRITE-FIGURES-LINE-EXIT.
077000     PERFORM 4020-WRITE-GL-DETAIL
077100         THRU 4020-WRITE-GL-DETAIL-EXIT.
077200 4010-WRITE-ONE-PROGRAM-EXIT.
077300     EXIT.
077400*----------------------------------------------------------------
077500 4020-WRITE-GL-DETAIL.
077600*----------------------------------------------------------------
077700     MOVE SPACES TO GL-DETAIL-RECORD.
077800     MOVE 'D'                              TO GL-RECORD-TYPE.
077900     MOVE WS-BILLING-PERIOD                TO GL-PERIOD.
078000     MOVE WS-CE-REGION(WS-CHARGE-SUB)      TO GL-REGION-CODE.
078100     MOVE WS-CE-COST-CENTER(WS-CHARGE-SUB) TO GL-COST-CENTER.
078200     MOVE WS-CE-PROGRAM(WS-CHARGE-SUB)     TO GL-PROGRAM-NAME.
078300     MOVE WS-LN-STEPS                      TO GL-STEP-COUNT.
078400     MOVE WS-LN-SECONDS                    TO GL-ELAPSED-SECS.
078500     MOVE WS-LN-RECORDS                    TO GL-RECORD-COUNT.
078600     MOVE WS-LN-TIME-AMT                   TO GL-TIME-AMOUNT.
078700     MOVE WS-LN-VOLUME-AMT                 TO GL-VOLUME-AMOUNT.
078800     MOVE WS-LN-TOTAL-AMT                  TO GL-TOTAL-AMOUNT.
078900     WRITE GL-DETAIL-RECORD.
079000     ADD 1 TO WS-DETAIL-COUNT.
079100 4020-WRITE-GL-DETAIL-EXIT.
079200     EXIT.
079300*----------------------------------------------------------------
079400 4030-WRITE-COST-CENTER-TOTAL.
079500*----------------------------------------------------------------
079600     MOVE WS-COST-CENTER-TOTALS TO WS-PRINT-FIGURES.
079700     MOVE SPACES TO WS-CL-LABEL.
079800     STRING '  TOTAL COST CTR ' WS-PREV-COST-CENTER
079900            DELIMITED BY SIZE INTO WS-CL-LABEL.
080000     MOVE SPACES TO WS-CL-NOTE.
080100     PERFORM 7400-WRITE-FIGURES-LINE
080200         THRU 7400-WRITE-FIGURES-LINE-EXIT.
080300     MOVE SPACES TO CHARGE-REPORT-LINE.
080400     WRITE CHARGE-REPORT-LINE.
080500     ADD WS-CC-STEPS      TO WS-RG-STEPS.
080600     ADD WS-CC-SECONDS    TO WS-RG-SECONDS.
080700     ADD WS-CC-RECORDS    TO WS-RG-RECORDS.
080800     ADD WS-CC-TIME-AMT   TO WS-RG-TIME-AMT.
080900     ADD WS-CC-VOLUME-AMT TO WS-RG-VOLUME-AMT.
081000     ADD WS-CC-TOTAL-AMT  TO WS-RG-TOTAL-AMT.
081100     INITIALIZE WS-COST-CENTER-TOTALS.
081200 4030-WRITE-COST-CENTER-TOTAL-EXIT.
081300     EXIT.
081400*----------------------------------------------------------------
081500 4040-WRITE-REGION-TOTAL.
081600*----------------------------------------------------------------
081700     MOVE WS-REGION-TOTALS TO WS-PRINT-FIGURES.
081800     MOVE SPACES TO WS-CL-LABEL.
081900     STRING 'TOTAL REGION ' WS-PREV-REGION
082000            DELIMITED BY SIZE INTO WS-CL-LABEL.
082100     MOVE SPACES TO WS-CL-NOTE.
082200     PERFORM 7400-WRITE-FIGURES-LINE
082300         THRU 7400-WRITE-FIGURES-LINE-EXIT.
082400     MOVE SPACES TO CHARGE-REPORT-LINE.
082500     WRITE CHARGE-REPORT-LINE.
082600     ADD WS-RG-STEPS      TO WS-GR-STEPS.
082700     ADD WS-RG-SECONDS    TO WS-GR-SECONDS.
082800     ADD WS-RG-RECORDS    TO WS-GR-RECORDS.
082900     ADD WS-RG-TIME-AMT   TO WS-GR-TIME-AMT.
083000     ADD WS-RG-VOLUME-AMT TO WS-GR-VOLUME-AMT.
083100     ADD WS-RG-TOTAL-AMT  TO WS-GR-TOTAL-AMT.
083200     INITIALIZE WS-REGION-TOTALS.
083300 4040-WRITE-REGION-TOTAL-EXIT.
083400     EXIT.
083500*----------------------------------------------------------------
083600 7000-FIND-CHARGE-ENTRY.
083700*    FIND THE CHARGE ENTRY FOR PROGRAM WS-WORK-PROGRAM UNDER ITS
083800*    OWNER, OR ADD ONE IN KEY ORDER BY MOVING THE HIGHER ENTRIES
083900*    UP ONE.  THE SCAN STOPS AT THE FIRST HIGHER KEY, WHICH IS
084000*    WHERE A NEW ENTRY BELONGS.
084100*----------------------------------------------------------------
084200     PERFORM 7100-FIND-OWNER
084300         THRU 7100-FIND-OWNER-EXIT.
084400     IF OWNER-ENTRY-FOUND
084500         MOVE WS-OW-REGION(WS-OWNER-SUB)      TO WS-WORK-REGION
084600         MOVE WS-OW-COST-CENTER(WS-OWNER-SUB)
084700             TO WS-WORK-COST-CENTER
084800         MOVE 'Y' TO WS-WORK-OWNER-SW
084900     ELSE
085000     IF DEFAULT-OWNER-GIVEN
085100         MOVE WS-DEFAULT-REGION      TO WS-WORK-REGION
085200         MOVE WS-DEFAULT-COST-CENTER TO WS-WORK-COST-CENTER
085300         MOVE 'D' TO WS-WORK-OWNER-SW
085400     ELSE
085500         MOVE SPACES TO WS-WORK-REGION
085600         MOVE SPACES TO WS-WORK-COST-CENTER
085700         MOVE 'N' TO WS-WORK-OWNER-SW
085800     END-IF
085900     END-IF.
086000     MOVE 'N' TO WS-CHARGE-FOUND-SW.
086100     MOVE 'N' TO WS-CHARGE-PLACE-SW.
086200     MOVE ZERO TO WS-CHARGE-SUB.
086300     PERFORM 7010-MATCH-ONE-CHARGE
086400         THRU 7010-MATCH-ONE-CHARGE-EXIT
086500         UNTIL CHARGE-ENTRY-FOUND
086600            OR CHARGE-PLACE-FOUND
086700            OR WS-CHARGE-SUB NOT < WS-CHARGE-COUNT.
086800     IF CHARGE-ENTRY-FOUND
086900         GO TO 7000-FIND-CHARGE-ENTRY-EXIT
087000     END-IF.
087100     IF WS-CHARGE-COUNT NOT < 500
087200         MOVE 'Y' TO WS-CHARGE-OVERFLOW-SW
087300         GO TO 7000-FIND-CHARGE-ENTRY-EXIT
087400     END-IF.
087500     IF CHARGE-PLACE-FOUND
087600         MOVE WS-CHARGE-COUNT TO WS-SHIFT-SUB
087700         PERFORM 7020-SHIFT-ONE-CHARGE
087800             THRU 7020-SHIFT-ONE-CHARGE-EXIT
087900             UNTIL WS-SHIFT-SUB < WS-CHARGE-SUB
088000     ELSE
088100         COMPUTE WS-CHARGE-SUB = WS-CHARGE-COUNT + 1
088200     END-IF.
088300     ADD 1 TO WS-CHARGE-COUNT.
088400     INITIALIZE WS-CE-ENTRY(WS-CHARGE-SUB).
088500     MOVE WS-WORK-KEY      TO WS-CE-KEY(WS-CHARGE-SUB).
088600     MOVE WS-WORK-OWNER-SW TO WS-CE-OWNER-SW(WS-CHARGE-SUB).
088700     IF WS-WORK-OWNER-SW NOT = 'Y'
088800         ADD 1 TO WS-UNOWNED-COUNT
088900     END-IF.
089000     MOVE 'Y' TO WS-CHARGE-FOUND-SW.
089100 7000-FIND-CHARGE-ENTRY-EXIT.
089200     EXIT.
089300*----------------------------------------------------------------
089400 7010-MATCH-ONE-CHARGE.
089500*----------------------------------------------------------------
089600     ADD 1 TO WS-CHARGE-SUB.
089700     IF WS-CE-KEY(WS-CHARGE-SUB) = WS-WORK-KEY
089800         MOVE 'Y' TO WS-CHARGE-FOUND-SW
089900     ELSE
090000     IF WS-CE-KEY(WS-CHARGE-SUB) > WS-WORK-KEY
090100         MOVE 'Y' TO WS-CHARGE-PLACE-SW
090200     END-IF
090300     END-IF.
090400 7010-MATCH-ONE-CHARGE-EXIT.
090500     EXIT.
090600*----------------------------------------------------------------
090700 7020-SHIFT-ONE-CHARGE.
090800*----------------------------------------------------------------
090900     MOVE WS-CE-ENTRY(WS-SHIFT-SUB)
091000         TO WS-CE-ENTRY(WS-SHIFT-SUB + 1).
091100     SUBTRACT 1 FROM WS-SHIFT-SUB.
091200 7020-SHIFT-ONE-CHARGE-EXIT.
091300     EXIT.
091400*----------------------------------------------------------------
091500 7100-FIND-OWNER.
091600*----------------------------------------------------------------
091700     MOVE 'N' TO WS-OWNER-FOUND-SW.
091800     MOVE ZERO TO WS-OWNER-SUB.
091900     PERFORM 7110-MATCH-ONE-OWNER
092000         THRU 7110-MATCH-ONE-OWNER-EXIT
092100         UNTIL OWNER-ENTRY-FOUND
092200            OR WS-OWNER-SUB NOT < WS-OWNER-COUNT.
092300 7100-FIND-OWNER-EXIT.
092400     EXIT.
092500*----------------------------------------------------------------
092600 7110-MATCH-ONE-OWNER.
092700*----------------------------------------------------------------
092800     ADD 1 TO WS-OWNER-SUB.
092900     IF WS-OW-PROGRAM(WS-OWNER-SUB) = WS-WORK-PROGRAM
093000         MOVE 'Y' TO WS-OWNER-FOUND-SW
093100     END-IF.
093200 7110-MATCH-ONE-OWNER-EXIT.
093300     EXIT.
093400*----------------------------------------------------------------
093500 7200-FIND-RATE.
093600*    THE RATE IN FORCE FOR WS-RATE-PROGRAM ON WS-RATE-AS-OF-DATE:
093700*    THE PROGRAM'S OWN LATEST CARD EFFECTIVE ON OR BEFORE THE
093800*    DATE, FAILING THAT THE LATEST SUCH '*DEFAULT' CARD.
093900*----------------------------------------------------------------
094000     MOVE 'N' TO WS-RATE-SW.
094100     MOVE ZERO TO WS-RATE-BEST-SUB.
094200     MOVE ZERO TO WS-RATE-DFLT-SUB.
094300     MOVE LOW-VALUES TO WS-RATE-BEST-DATE.
094400     MOVE LOW-VALUES TO WS-RATE-DFLT-DATE.
094500     MOVE ZERO TO WS-RATE-SUB.
094600     PERFORM 7210-CHECK-ONE-RATE
094700         THRU 7210-CHECK-ONE-RATE-EXIT
094800         UNTIL WS-RATE-SUB NOT < WS-RATE-COUNT.
094900     IF WS-RATE-BEST-SUB = ZERO
095000         MOVE WS-RATE-DFLT-SUB TO WS-RATE-BEST-SUB
095100     END-IF.
095200     IF WS-RATE-BEST-SUB = ZERO
095300         MOVE ZERO TO WS-SECOND-RATE
095400         MOVE ZERO TO WS-THOUSAND-RATE
095500         GO TO 7200-FIND-RATE-EXIT
095600     END-IF.
095700     MOVE WS-RT-SECOND-RATE(WS-RATE-BEST-SUB) TO WS-SECOND-RATE.
095800     MOVE WS-RT-THOU-RATE(WS-RATE-BEST-SUB)   TO WS-THOUSAND-RATE.
095900     MOVE 'Y' TO WS-RATE-SW.
096000 7200-FIND-RATE-EXIT.
096100     EXIT.
096200*----------------------------------------------------------------
096300 7210-CHECK-ONE-RATE.
096400*----------------------------------------------------------------
096500     ADD 1 TO WS-RATE-SUB.
096600     IF WS-RT-EFF-DATE(WS-RATE-SUB) > WS-RATE-AS-OF-DATE
096700         GO TO 7210-CHECK-ONE-RATE-EXIT
096800     END-IF.
096900     IF WS-RT-PROGRAM(WS-RATE-SUB) = WS-RATE-PROGRAM
097000        AND WS-RT-EFF-DATE(WS-RATE-SUB) NOT < WS-RATE-BEST-DATE
097100         MOVE WS-RT-EFF-DATE(WS-RATE-SUB) TO WS-RATE-BEST-DATE
097200         MOVE WS-RATE-SUB TO WS-RATE-BEST-SUB
097300     END-IF.
097400     IF WS-RT-PROGRAM(WS-RATE-SUB) = '*DEFAULT'
097500        AND WS-RT-EFF-DATE(WS-RATE-SUB) NOT < WS-RATE-DFLT-DATE
097600         MOVE WS-RT-EFF-DATE(WS-RATE-SUB) TO WS-RATE-DFLT-DATE
097700         MOVE WS-RATE-SUB TO WS-RATE-DFLT-SUB
097800     END-IF.
097900 7210-CHECK-ONE-RATE-EXIT.
098000     EXIT.
098100*----------------------------------------------------------------
098200 7400-WRITE-FIGURES-LINE.
098300*    PRINT WS-PRINT-FIGURES UNDER WHATEVER THE CALLER HAS PUT IN
098400*    THE IDENTIFYING COLUMNS AND THE NOTE.
098500*----------------------------------------------------------------
098600     MOVE WS-PR-STEPS      TO WS-CL-STEPS.
098700     MOVE WS-PR-SECONDS    TO WS-CL-SECONDS.
098800     MOVE WS-PR-RECORDS    TO WS-CL-RECORDS.
098900     MOVE WS-PR-TIME-AMT   TO WS-CL-TIME-AMT.
099000     MOVE WS-PR-VOLUME-AMT TO WS-CL-VOLUME-AMT.
099100     MOVE WS-PR-TOTAL-AMT  TO WS-CL-TOTAL-AMT.
099200     MOVE WS-CHARGE-LINE TO CHARGE-REPORT-LINE.
099300     WRITE CHARGE-REPORT-LINE.
099400 7400-WRITE-FIGURES-LINE-EXIT.
099500     EXIT.
099600*----------------------------------------------------------------
099700 8000-TERMINATE.
099800*    CLOSE THE LEDGER EXTRACT WITH ITS CONTROL TRAILER - ALWAYS
099900*    WRITTEN, EVEN FOR A MONTH WITH NO ACTIVITY, SO THE LOAD CAN
100000*    TELL AN EMPTY MONTH FROM A LOST FILE - THEN CLOSE THE
100100*    REPORT WITH THE BALANCING LINE, ANY NOTES AND THE COUNTS.
100200*----------------------------------------------------------------
100300     MOVE SPACES TO GL-TRAILER-RECORD.
100400     MOVE 'T'               TO GT-RECORD-TYPE.
100500     MOVE WS-BILLING-PERIOD TO GT-PERIOD.
100600     MOVE WS-DETAIL-COUNT   TO GT-DETAIL-COUNT.
100700     MOVE WS-GR-STEPS       TO GT-STEP-COUNT.
100800     MOVE WS-GR-SECONDS     TO GT-ELAPSED-SECS.
100900     MOVE WS-GR-RECORDS     TO GT-RECORD-COUNT.
101000     MOVE WS-GR-TIME-AMT    TO GT-TIME-AMOUNT.
101100     MOVE WS-GR-VOLUME-AMT  TO GT-VOLUME-AMOUNT.
101200     MOVE WS-GR-TOTAL-AMT   TO GT-TOTAL-AMOUNT.
101300     MOVE WS-RUN-DATE       TO GT-CREATED-DATE.
101400     MOVE WS-RUN-TIME(1:6)  TO GT-CREATED-TIME.
101500     WRITE GL-TRAILER-RECORD.
101600     CLOSE GL-EXTRACT.
101700     MOVE SPACES TO CHARGE-REPORT-LINE.
101800     WRITE CHARGE-REPORT-LINE.
101900     MOVE WS-DETAIL-COUNT TO WS-GB-COUNT.
102000     MOVE WS-GR-TOTAL-AMT TO WS-GB-TOTAL-AMT.
102100     MOVE WS-GL-BALANCE-LINE TO CHARGE-REPORT-LINE.
102200     WRITE CHARGE-REPORT-LINE.
102300     IF CHARGE-TABLE-OVERFLOWED
102400         MOVE WS-CHARGE-OVERFLOW-NOTE TO CHARGE-REPORT-LINE
102500         WRITE CHARGE-REPORT-LINE
102600     END-IF.
102700     IF OWNER-TABLE-OVERFLOWED
102800         MOVE WS-OWNER-OVERFLOW-NOTE TO CHARGE-REPORT-LINE
102900         WRITE CHARGE-REPORT-LINE
103000     END-IF.
103100     MOVE SPACES TO CHARGE-REPORT-LINE.
103200     WRITE CHARGE-REPORT-LINE.
103300     MOVE WS-NOTE-LEGEND-1 TO CHARGE-REPORT-LINE.
103400     WRITE CHARGE-REPORT-LINE.
103500     MOVE WS-NOTE-LEGEND-2 TO CHARGE-REPORT-LINE.
103600     WRITE CHARGE-REPORT-LINE.
103700     MOVE WS-NOTE-LEGEND-3 TO CHARGE-REPORT-LINE.
103800     WRITE CHARGE-REPORT-LINE.
103900     MOVE SPACES TO CHARGE-REPORT-LINE.
104000     WRITE CHARGE-REPORT-LINE.
104100     MOVE 'STEP RECORDS PRICED'           TO WS-SL-LABEL.
104200     MOVE WS-STEPS-PRICED                 TO WS-SL-COUNT.
104300     PERFORM 8010-WRITE-SUMMARY-LINE
104400         THRU 8010-WRITE-SUMMARY-LINE-EXIT.
104500     MOVE 'CONTROL-TOTAL RECORDS PRICED'  TO WS-SL-LABEL.
104600     MOVE WS-CTLTOTS-PRICED               TO WS-SL-COUNT.
104700     PERFORM 8010-WRITE-SUMMARY-LINE
104800         THRU 8010-WRITE-SUMMARY-LINE-EXIT.
104900     MOVE 'STEPS WITHOUT STOP TIME - NO TIME BILLED'
105000         TO WS-SL-LABEL.
105100     MOVE WS-NO-STOP-COUNT                TO WS-SL-COUNT.
105200     PERFORM 8010-WRITE-SUMMARY-LINE
105300         THRU 8010-WRITE-SUMMARY-LINE-EXIT.
105400     MOVE 'ITEMS WITH NO RATE IN FORCE'   TO WS-SL-LABEL.
105500     MOVE WS-UNRATED-COUNT                TO WS-SL-COUNT.
105600     PERFORM 8010-WRITE-SUMMARY-LINE
105700         THRU 8010-WRITE-SUMMARY-LINE-EXIT.
105800     MOVE 'PROGRAMS NOT ON THE OWNER FILE' TO WS-SL-LABEL.
105900     MOVE WS-UNOWNED-COUNT                TO WS-SL-COUNT.
106000     PERFORM 8010-WRITE-SUMMARY-LINE
106100         THRU 8010-WRITE-SUMMARY-LINE-EXIT.
106200     CLOSE CHARGE-REPORT.
106300     IF WS-UNRATED-COUNT > ZERO
106400        OR WS-UNOWNED-COUNT > ZERO
106500        OR CHARGE-TABLE-OVERFLOWED
106600        OR OWNER-TABLE-OVERFLOWED
106700         MOVE 4 TO RETURN-CODE
106800     END-IF.
106900 8000-TERMINATE-EXIT.
107000     EXIT.
107100*----------------------------------------------------------------
107200 8010-WRITE-SUMMARY-LINE.
107300*----------------------------------------------------------------
107400     MOVE WS-SUMMARY-LINE TO CHARGE-REPORT-LINE.
107500     WRITE CHARGE-REPORT-LINE.
107600 8010-WRITE-SUMMARY-LINE-EXIT.
107700     EXIT.
107800*----------------------------------------------------------------
107900 9010-PARM-ABEND.
108000*    THE PARM BILLING MONTH IS MISSING OR NOT A VALID YYYYMM.
108100*    ABORT BEFORE TOUCHING ANY FILE SO A MISCODED JCL OVERRIDE
108200*    CANNOT BILL THE WRONG MONTH.
108300*----------------------------------------------------------------
108400     DISPLAY "CHG_BACK - PARM BILLING MONTH MISSING/BAD".
108500     DISPLAY "PARM VALUE      : " LK-PARM-TEXT.
108600     MOVE 16 TO RETURN-CODE.
108700     STOP RUN.
108800*----------------------------------------------------------------
108900 9020-RATE-CARD-ABEND.
109000*    THE RATE CARD IS EMPTY, HOLDS MORE CARDS THAN THE TABLE,
109100*    OR HAS A CARD WITH NO PROGRAM, A BAD EFFECTIVE DATE OR A
109200*    BAD RATE.  A GUESSED PRICE WOULD REACH THE LEDGER, SO THE
109300*    RUN IS REFUSED UNTIL THE CARD IS CORRECTED.
109400*----------------------------------------------------------------
109500     DISPLAY "CHG_BACK - RATE CARD EMPTY/BAD AT CARD "
109600         WS-ABEND-CARD-NO.
109700     CLOSE AUDIT-LOG.
109800     MOVE 16 TO RETURN-CODE.
109900     STOP RUN.
110000*----------------------------------------------------------------
110100 9030-OPEN-ABEND.
110200*    THE AUDIT HISTORY WILL NOT OPEN.  WITHOUT IT THERE IS NO
110300*    STEP TIME TO BILL, AND A VOLUME-ONLY CHARGEBACK WOULD LOOK
110400*    PLAUSIBLE BUT BE WRONG.
110500*----------------------------------------------------------------
110600     DISPLAY "CHG_BACK - AUDIT HISTORY WILL NOT OPEN".
110700     MOVE 16 TO RETURN-CODE.
110800     STOP RUN.
