000310* ENDS WITH RETURN CODE 4 WHEN ANY TRANSACTION WAS REJECTED,
000320* SO THE SCHEDULER CAN HOLD THE DATASET SWAP; THE REGISTER
000330* SHOWS EXACTLY WHICH CARDS AND WHY.
000340* THE SUBMITTING USER MUST HOLD THE SIGNMSG OR DISTCTL FUNCTION
000350* FOR THIS ENVIRONMENT ON THE SHARED AUTHORITY FILE (//AUTHFILE)
000360* TO MAINTAIN THAT FILE; EVERY CARD FOR A FILE THE SUBMITTER MAY
000370* NOT MAINTAIN IS REJECTED AND STAMPED ON THE AUDIT LOG
000380* (//AUDITLOG) AS A REFUSED AUTHORITY EVENT.
000390*----------------------------------------------------------------
000400* MODIFICATION HISTORY
000410*----------------------------------------------------------------
000420* DATE       INIT  DESCRIPTION
000430* ---------- ----  ----------------------------------------------
000440* 02-SEP-2026 BH   INITIAL VERSION.
000450* 15-OCT-2026 BH   MAINTENANCE IS NOW CHECKED AGAINST THE SHARED
000460*                  AUTHORITY FILE BY SUBMITTING USER, ENVIRONMENT
000470*                  AND FILE (FUNCTION SIGNMSG OR DISTCTL).  CARDS
000480*                  FOR A FILE THE SUBMITTER MAY NOT MAINTAIN ARE
000490*                  REJECTED, STAMPED ON THE AUDIT LOG AND COUNTED
000500*                  ON THE TOTALS LINE.
000510*----------------------------------------------------------------
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT SIGNOFF-MSG ASSIGN TO SIGNMSG
000560         ORGANIZATION IS LINE SEQUENTIAL.
000570     SELECT SIGNOFF-NEW ASSIGN TO SIGNOUT
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590     SELECT DIST-CONTROL ASSIGN TO DISTCTL
000600         ORGANIZATION IS LINE SEQUENTIAL.
000610     SELECT DIST-NEW ASSIGN TO DISTOUT
000620         ORGANIZATION IS LINE SEQUENTIAL.
000630     SELECT MAINT-CARDS ASSIGN TO MNTCARDS
000640         ORGANIZATION IS LINE SEQUENTIAL.
000650     SELECT MAINT-REPORT ASSIGN TO MNTRPT
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
000790 FD  SIGNOFF-MSG
000800     RECORDING MODE IS F.
000810 01  SIGNOFF-MSG-RECORD.
000820     05  SM-REGION-CODE          PIC X(03).
000830     05  SM-SHIFT-CODE           PIC X(01).
000840     05  SM-MESSAGE              PIC X(40).
000850     05  SM-FOOTER               PIC X(40).
000860 FD  SIGNOFF-NEW
000870     RECORDING MODE IS F.
000880 01  SIGNOFF-NEW-RECORD.
000890     05  SN-REGION-CODE          PIC X(03).
000900     05  SN-SHIFT-CODE           PIC X(01).
000910     05  SN-MESSAGE              PIC X(40).
000920     05  SN-FOOTER               PIC X(40).
000930 FD  DIST-CONTROL
000940     RECORDING MODE IS F.
000950 01  DIST-CONTROL-RECORD.
000960     05  DC-REGION-CODE          PIC X(03).
000970     05  FILLER                  PIC X(01).
000980     05  DC-DESTINATION          PIC X(08).
000990     05  FILLER                  PIC X(01).
001000     05  DC-RECIPIENT            PIC X(30).
001010 FD  DIST-NEW
001020     RECORDING MODE IS F.
001030 01  DIST-NEW-RECORD.
001040     05  DN-REGION-CODE          PIC X(03).
001050     05  FILLER                  PIC X(01).
001060     05  DN-DESTINATION          PIC X(08).
001070     05  FILLER                  PIC X(01).
001080     05  DN-RECIPIENT            PIC X(30).
001090 FD  MAINT-CARDS
001100     RECORDING MODE IS F.
001110 01  MAINT-CARD-RECORD.
001120     05  MT-FILE-ID              PIC X(01).
001130         88  MT-SIGNMSG-CARD     VALUE 'S'.
001140         88  MT-DISTCTL-CARD     VALUE 'D'.
001150     05  FILLER                  PIC X(01).
001160     05  MT-FUNCTION             PIC X(01).
001170         88  MT-ADD              VALUE 'A'.
001180         88  MT-CHANGE           VALUE 'C'.
001190         88  MT-DELETE           VALUE 'D'.
001200     05  FILLER                  PIC X(01).
001210     05  MT-CARD-DATA            PIC X(87).
001220     05  MT-SIGN-FIELDS REDEFINES MT-CARD-DATA.
001230         10  MS-REGION           PIC X(03).
001240         10  FILLER              PIC X(01).
001250         10  MS-SHIFT            PIC X(01).
001260         10  FILLER              PIC X(01).
001270         10  MS-MESSAGE          PIC X(40).
001280         10  FILLER              PIC X(01).
001290         10  MS-FOOTER           PIC X(40).
001300     05  MT-DIST-FIELDS REDEFINES MT-CARD-DATA.
001310         10  MD-REGION           PIC X(03).
001320         10  FILLER              PIC X(01).
001330         10  MD-DESTINATION      PIC X(08).
001340         10  FILLER              PIC X(01).
001350         10  MD-RECIPIENT        PIC X(30).
001360         10  FILLER              PIC X(44).
001370 FD  MAINT-REPORT
001380     RECORDING MODE IS F.
001390 01  MAINT-REPORT-LINE            PIC X(132).
001400 FD  AUTHORITY-FILE.
001410     COPY AUTHREC.
001420 FD  AUDIT-LOG.
001430     COPY AUDITREC.
001440   WORKING-STORAGE SECTION.
001450*----------------------------------------------------------------
001460* SIGN-OFF MESSAGE TABLE.  LOADED FROM THE OLD FILE, UPDATED IN
001470* PLACE, WRITTEN OUT AT THE END.  DELETED ENTRIES ARE MARKED,
001480* NOT SHIFTED, SO THE AFTER-PROOF CAN SHOW THEM STRUCK.  THE
001490* TABLE HOLDS 60 SO AN OVER-CAP FILE CAN STILL BE LOADED AND
001500* REPAIRED; THE CYCLE'S OWN CAP OF 50 IS ENFORCED ON ADDS.
001510*----------------------------------------------------------------
001520   01  WS-SIGN-COUNT             PIC 9(04) COMP VALUE ZERO.
001530   01  WS-SIGN-SUB               PIC 9(04) COMP VALUE ZERO.
001540   01  WS-SIGN-LIVE-COUNT        PIC 9(04) COMP VALUE ZERO.
001550   01  WS-SIGN-FOUND-SW          PIC X(01) VALUE 'N'.
001560       88  SIGN-ENTRY-FOUND      VALUE 'Y'.
001570   01  WS-SIGN-TABLE-ENTRIES.
001580       05  WS-SG-ENTRY OCCURS 60 TIMES.
001590           10  WS-SG-REGION      PIC X(03).
001600           10  WS-SG-SHIFT       PIC X(01).
001610           10  WS-SG-MESSAGE     PIC X(40).
001620           10  WS-SG-FOOTER      PIC X(40).
001630           10  WS-SG-DELETED-SW  PIC X(01).
001640*----------------------------------------------------------------
001650* DISTRIBUTION CONTROL TABLE - SAME SCHEME, 120 SLOTS AGAINST
001660* THE CYCLE'S CAP OF 100.
001670*----------------------------------------------------------------
001680   01  WS-DIST-COUNT             PIC 9(04) COMP VALUE ZERO.
001690   01  WS-DIST-SUB               PIC 9(04) COMP VALUE ZERO.
001700   01  WS-DIST-LIVE-COUNT        PIC 9(04) COMP VALUE ZERO.
001710   01  WS-DIST-FOUND-SW          PIC X(01) VALUE 'N'.
001720       88  DIST-ENTRY-FOUND      VALUE 'Y'.
001730   01  WS-DIST-TABLE-ENTRIES.
001740       05  WS-DS-ENTRY OCCURS 120 TIMES.
001750           10  WS-DS-REGION      PIC X(03).
001760           10  WS-DS-DEST        PIC X(08).
001770           10  WS-DS-RECIPIENT   PIC X(30).
001780           10  WS-DS-DELETED-SW  PIC X(01).
001790*----------------------------------------------------------------
001800* TRANSACTION REGISTER FIELDS
001810*----------------------------------------------------------------
001820   01  WS-CARD-COUNT             PIC 9(05) VALUE ZERO.
001830   01  WS-ACCEPTED-COUNT         PIC 9(05) VALUE ZERO.
001840   01  WS-REJECTED-COUNT         PIC 9(05) VALUE ZERO.
001850   01  WS-REJECT-REASON          PIC X(40) VALUE SPACES.
001860   01  WS-LOAD-OVERFLOW-SW       PIC X(01) VALUE 'N'.
001870       88  LOAD-OVERFLOWED       VALUE 'Y'.
001880*----------------------------------------------------------------
001890* AUTHORITY-CHECK FIELDS.  THE SUBMITTER'S SIGNMSG AND DISTCTL
001900* AUTHORITY IS LOOKED UP ONCE AT STARTUP; EVERY REFUSED CARD IS
001910* STAMPED ON THE AUDIT LOG UNDER THIS JOB AND TODAY'S DATE.
001920*----------------------------------------------------------------
001930   01  WS-USER-ID                PIC X(08) VALUE SPACES.
001940   01  WS-ENV-CODE               PIC X(04) VALUE SPACES.
001950   01  WS-JOB-NAME               PIC X(08) VALUE SPACES.
001960   01  WS-TODAY-DATE             PIC X(08) VALUE SPACES.
001970   01  WS-AUDIT-SEQ              PIC 9(03) VALUE ZERO.
001980   01  WS-AUDIT-STAMP-TIME       PIC X(08) VALUE SPACES.
001990   01  WS-REFUSED-COUNT          PIC 9(05) VALUE ZERO.
002000   01  WS-AUTH-FUNCTION          PIC X(09) VALUE SPACES.
002010   01  WS-SIGN-AUTH-SW           PIC X(01) VALUE 'N'.
002020       88  SIGNMSG-AUTHORIZED    VALUE 'Y'.
002030   01  WS-DIST-AUTH-SW           PIC X(01) VALUE 'N'.
002040       88  DISTCTL-AUTHORIZED    VALUE 'Y'.
002050*----------------------------------------------------------------
002060* REGION-CODE CHARACTER EDIT FIELDS - SAME RULES THE CYCLE'S
002070* PRE-FLIGHT EDIT APPLIES: UPPER-CASE LETTERS AND DIGITS,
002080* TRAILING BLANKS ALLOWED, EMBEDDED BLANKS NOT.
002090*----------------------------------------------------------------
002100   01  WS-EDIT-NAME              PIC X(08) VALUE SPACES.
002110   01  WS-EDIT-NAME-LEN          PIC 9(02) VALUE ZERO.
002120   01  WS-EDIT-CHAR              PIC X(01) VALUE SPACE.
002130   01  WS-CHAR-SUB               PIC 9(02) VALUE ZERO.
002140   01  WS-NAME-OK-SW             PIC X(01) VALUE 'Y'.
002150       88  EDIT-NAME-OK          VALUE 'Y'.
002160   01  WS-BLANK-SEEN-SW          PIC X(01) VALUE 'N'.
002170       88  BLANK-SEEN            VALUE 'Y'.
002180*----------------------------------------------------------------
002190* REPORT LINE LAYOUTS
002200*----------------------------------------------------------------
002210   01  WS-REPORT-HEADER-1        PIC X(132) VALUE
002220       'REFERENCE FILE MAINTENANCE - TRANSACTION REGISTER AND PROO
002230-      'F REPORT'.
002240   01  WS-SIGN-SECTION-HEADER    PIC X(132) VALUE
002250       'SIGNOFF-MSG FILE:'.
002260   01  WS-DIST-SECTION-HEADER    PIC X(132) VALUE
002270       'DISTRIBUTION CONTROL FILE:'.
002280   01  WS-BEFORE-HEADER          PIC X(132) VALUE
002290       'PROOF - FILES BEFORE MAINTENANCE'.
002300   01  WS-AFTER-HEADER           PIC X(132) VALUE
002310       'PROOF - FILES AFTER MAINTENANCE'.
002320   01  WS-REGISTER-HEADER        PIC X(132) VALUE
002330       'TRANSACTION REGISTER:'.
002340   01  WS-SIGN-PROOF-LINE.
002350       05  FILLER                PIC X(02) VALUE SPACES.
002360       05  WS-SP-REGION          PIC X(03) VALUE SPACES.
002370       05  FILLER                PIC X(01) VALUE SPACE.
002380       05  WS-SP-SHIFT           PIC X(01) VALUE SPACE.
002390       05  FILLER                PIC X(02) VALUE SPACES.
002400       05  WS-SP-MESSAGE         PIC X(40) VALUE SPACES.
002410       05  FILLER                PIC X(02) VALUE SPACES.
002420       05  WS-SP-FOOTER          PIC X(40) VALUE SPACES.
002430       05  FILLER                PIC X(02) VALUE SPACES.
002440       05  WS-SP-NOTE            PIC X(09) VALUE SPACES.
002450       05  FILLER                PIC X(30) VALUE SPACES.
002460   01  WS-DIST-PROOF-LINE.
002470       05  FILLER                PIC X(02) VALUE SPACES.
002480       05  WS-DP-REGION          PIC X(03) VALUE SPACES.
002490       05  FILLER                PIC X(02) VALUE SPACES.
002500       05  WS-DP-DEST            PIC X(08) VALUE SPACES.
002510       05  FILLER                PIC X(02) VALUE SPACES.
002520       05  WS-DP-RECIPIENT       PIC X(30) VALUE SPACES.
002530       05  FILLER                PIC X(02) VALUE SPACES.
002540       05  WS-DP-NOTE            PIC X(09) VALUE SPACES.
002550       05  FILLER                PIC X(74) VALUE SPACES.
002560   01  WS-SUBMITTER-LINE.
002570       05  FILLER                PIC X(14) VALUE 'SUBMITTED BY: '.
002580       05  WS-SL-USER            PIC X(08) VALUE SPACES.
002590       05  FILLER                PIC X(07) VALUE '  ENV: '.
002600       05  WS-SL-ENV             PIC X(04) VALUE SPACES.
002610       05  FILLER                PIC X(11) VALUE '  SIGNMSG: '.
002620       05  WS-SL-SIGN-AUTH       PIC X(14) VALUE SPACES.
002630       05  FILLER                PIC X(11) VALUE '  DISTCTL: '.
002640       05  WS-SL-DIST-AUTH       PIC X(14) VALUE SPACES.
002650       05  FILLER                PIC X(49) VALUE SPACES.
002660   01  WS-REGISTER-LINE.
002670       05  FILLER                PIC X(05) VALUE 'CARD '.
002680       05  WS-RG-CARD-NO         PIC ZZZZ9.
002690       05  FILLER                PIC X(02) VALUE SPACES.
002700       05  WS-RG-FILE-ID         PIC X(01) VALUE SPACE.
002710       05  FILLER                PIC X(01) VALUE SPACE.
002720       05  WS-RG-FUNCTION        PIC X(01) VALUE SPACE.
002730       05  FILLER                PIC X(02) VALUE SPACES.
002740       05  WS-RG-KEY             PIC X(43) VALUE SPACES.
002750       05  FILLER                PIC X(02) VALUE SPACES.
002760       05  WS-RG-RESULT          PIC X(50) VALUE SPACES.
002770       05  FILLER                PIC X(20) VALUE SPACES.
002780   01  WS-SIGN-OVERFLOW-LINE     PIC X(132) VALUE
002790       'SIGNMSG FILE EXCEEDS THE 60-ROW WORK TABLE - EXCESS NOT LO
002800-      'ADED - FILES NOT SAFE TO SWAP'.
002810   01  WS-DIST-OVERFLOW-LINE     PIC X(132) VALUE
002820       'DISTCTL FILE EXCEEDS THE 120-ROW WORK TABLE - EXCESS NOT L
002830-      'OADED - FILES NOT SAFE TO SWAP'.
002840   01  WS-TOTALS-LINE.
002850       05  FILLER                PIC X(07) VALUE 'CARDS: '.
002860       05  WS-TL-CARDS           PIC ZZZZ9.
002870       05  FILLER                PIC X(11) VALUE '  ACCEPTED '.
002880       05  WS-TL-ACCEPTED        PIC ZZZZ9.
002890       05  FILLER                PIC X(11) VALUE '  REJECTED '.
002900       05  WS-TL-REJECTED        PIC ZZZZ9.
002910       05  FILLER                PIC X(17) VALUE
002920           '  NOT AUTHORIZED '.
002930       05  WS-TL-REFUSED         PIC ZZZZ9.
002940       05  FILLER                PIC X(66) VALUE SPACES.
002950*----------------------------------------------------------------
002960* FILE STATUS AND SWITCHES
002970*----------------------------------------------------------------
002980   77  WS-SIGNMSG-STATUS         PIC X(02) VALUE '00'.
002990       88  SIGNMSG-OK            VALUE '00'.
003000       88  SIGNMSG-AT-EOF        VALUE '10'.
003010   77  WS-DISTCTL-STATUS         PIC X(02) VALUE '00'.
003020       88  DISTCTL-OK            VALUE '00'.
003030       88  DISTCTL-AT-EOF        VALUE '10'.
003040   77  WS-MNTCARDS-STATUS        PIC X(02) VALUE '00'.
003050       88  MNTCARDS-OK           VALUE '00'.
003060       88  MNTCARDS-AT-EOF       VALUE '10'.
003070   77  WS-AUTHFILE-STATUS        PIC X(02) VALUE '00'.
003080       88  AUTHFILE-OK           VALUE '00'.
003090   77  WS-AUDITLOG-STATUS        PIC X(02) VALUE '00'.
003100       88  AUDITLOG-OK           VALUE '00'.
003110 PROCEDURE DIVISION.
003120*----------------------------------------------------------------
003130 0000-MAINLINE.
003140*----------------------------------------------------------------
003150     PERFORM 1000-INITIALIZE
003160         THRU 1000-INITIALIZE-EXIT.
003170     PERFORM 2000-PROCESS-MAINT-CARDS
003180         THRU 2000-PROCESS-MAINT-CARDS-EXIT.
003190     PERFORM 5000-WRITE-NEW-FILES
003200         THRU 5000-WRITE-NEW-FILES-EXIT.
003210     PERFORM 8000-TERMINATE
003220         THRU 8000-TERMINATE-EXIT.
003230     STOP RUN.
003240*----------------------------------------------------------------
003250 1000-INITIALIZE.
003260*----------------------------------------------------------------
003270     OPEN OUTPUT MAINT-REPORT.
003280     MOVE WS-REPORT-HEADER-1 TO MAINT-REPORT-LINE.
003290     WRITE MAINT-REPORT-LINE.
003300     MOVE SPACES TO MAINT-REPORT-LINE.
003310     WRITE MAINT-REPORT-LINE.
003320     PERFORM 1400-CHECK-AUTHORITY
003330         THRU 1400-CHECK-AUTHORITY-EXIT.
003340     PERFORM 1100-LOAD-SIGNMSG
003350         THRU 1100-LOAD-SIGNMSG-EXIT.
003360     PERFORM 1200-LOAD-DISTCTL
003370         THRU 1200-LOAD-DISTCTL-EXIT.
003380     MOVE WS-BEFORE-HEADER TO MAINT-REPORT-LINE.
003390     WRITE MAINT-REPORT-LINE.
003400     PERFORM 1300-PRINT-PROOF
003410         THRU 1300-PRINT-PROOF-EXIT.
003420     MOVE SPACES TO MAINT-REPORT-LINE.
003430     WRITE MAINT-REPORT-LINE.
003440     MOVE WS-REGISTER-HEADER TO MAINT-REPORT-LINE.
003450     WRITE MAINT-REPORT-LINE.
003460 1000-INITIALIZE-EXIT.
003470     EXIT.
003480*----------------------------------------------------------------
003490 1100-LOAD-SIGNMSG.
003500*    A FILE STILL NOT AT EOF WHEN THE WORK TABLE FILLS IS THE
003510*    HAND-EDITED BREAKAGE THIS PROGRAM EXISTS TO REPAIR - IT
003520*    IS REPORTED AND THE RUN ENDS NONZERO SO THE JCL NEVER
003530*    SWAPS IN A SILENTLY TRUNCATED FILE.
003540*----------------------------------------------------------------
003550     MOVE '00' TO WS-SIGNMSG-STATUS.
003560     OPEN INPUT SIGNOFF-MSG.
003570     PERFORM 1110-READ-SIGNMSG
003580         THRU 1110-READ-SIGNMSG-EXIT.
003590     PERFORM 1120-ADD-SIGN-ENTRY
003600         THRU 1120-ADD-SIGN-ENTRY-EXIT
003610         UNTIL SIGNMSG-AT-EOF OR WS-SIGN-COUNT = 60.
003620     IF NOT SIGNMSG-AT-EOF
003630         MOVE 'Y' TO WS-LOAD-OVERFLOW-SW
003640         MOVE WS-SIGN-OVERFLOW-LINE TO MAINT-REPORT-LINE
003650         WRITE MAINT-REPORT-LINE
003660     END-IF.
003670     CLOSE SIGNOFF-MSG.
003680 1100-LOAD-SIGNMSG-EXIT.
003690     EXIT.
003700*----------------------------------------------------------------
003710 1110-READ-SIGNMSG.
003720*----------------------------------------------------------------
003730     READ SIGNOFF-MSG
003740         AT END
003750             MOVE '10' TO WS-SIGNMSG-STATUS
003760     END-READ.
003770 1110-READ-SIGNMSG-EXIT.
003780     EXIT.
003790*----------------------------------------------------------------
003800 1120-ADD-SIGN-ENTRY.
003810*----------------------------------------------------------------
003820     ADD 1 TO WS-SIGN-COUNT.
003830     MOVE SM-REGION-CODE TO WS-SG-REGION(WS-SIGN-COUNT).
003840     MOVE SM-SHIFT-CODE  TO WS-SG-SHIFT(WS-SIGN-COUNT).
003850     MOVE SM-MESSAGE     TO WS-SG-MESSAGE(WS-SIGN-COUNT).
003860     MOVE SM-FOOTER      TO WS-SG-FOOTER(WS-SIGN-COUNT).
003870     MOVE 'N'            TO WS-SG-DELETED-SW(WS-SIGN-COUNT).
003880     PERFORM 1110-READ-SIGNMSG
003890         THRU 1110-READ-SIGNMSG-EXIT.
003900 1120-ADD-SIGN-ENTRY-EXIT.
003910     EXIT.
003920*----------------------------------------------------------------
003930 1200-LOAD-DISTCTL.
003940*----------------------------------------------------------------
003950     MOVE '00' TO WS-DISTCTL-STATUS.
003960     OPEN INPUT DIST-CONTROL.
003970     PERFORM 1210-READ-DISTCTL
003980         THRU 1210-READ-DISTCTL-EXIT.
003990     PERFORM 1220-ADD-DIST-ENTRY
004000         THRU 1220-ADD-DIST-ENTRY-EXIT
004010         UNTIL DISTCTL-AT-EOF OR WS-DIST-COUNT = 120.
004020     IF NOT DISTCTL-AT-EOF
004030         MOVE 'Y' TO WS-LOAD-OVERFLOW-SW
004040         MOVE WS-DIST-OVERFLOW-LINE TO MAINT-REPORT-LINE
004050         WRITE MAINT-REPORT-LINE
004060     END-IF.
004070     CLOSE DIST-CONTROL.
004080 1200-LOAD-DISTCTL-EXIT.
004090     EXIT.
004100*----------------------------------------------------------------
004110 1210-READ-DISTCTL.
004120*----------------------------------------------------------------
004130     READ DIST-CONTROL
004140         AT END
004150             MOVE '10' TO WS-DISTCTL-STATUS
004160     END-READ.
004170 1210-READ-DISTCTL-EXIT.
004180     EXIT.
004190*----------------------------------------------------------------
004200 1220-ADD-DIST-ENTRY.
004210*----------------------------------------------------------------
004220     ADD 1 TO WS-DIST-COUNT.
004230     MOVE DC-REGION-CODE TO WS-DS-REGION(WS-DIST-COUNT).
004240     MOVE DC-DESTINATION TO WS-DS-DEST(WS-DIST-COUNT).
004250     MOVE DC-RECIPIENT   TO WS-DS-RECIPIENT(WS-DIST-COUNT).
004260     MOVE 'N'            TO WS-DS-DELETED-SW(WS-DIST-COUNT).
004270     PERFORM 1210-READ-DISTCTL
004280         THRU 1210-READ-DISTCTL-EXIT.
004290 1220-ADD-DIST-ENTRY-EXIT.
004300     EXIT.
004310*----------------------------------------------------------------
004320 1300-PRINT-PROOF.
004330*    ONE PROOF PASS OVER BOTH TABLES.  CALLED ONCE BEFORE THE
004340*    TRANSACTIONS AND ONCE AFTER; ON THE AFTER PASS DELETED
004350*    ENTRIES PRINT STRUCK WITH A NOTE INSTEAD OF VANISHING, SO
004360*    THE PAPER TRAIL SHOWS WHAT WENT AWAY.
004370*----------------------------------------------------------------
004380     MOVE WS-SIGN-SECTION-HEADER TO MAINT-REPORT-LINE.
004390     WRITE MAINT-REPORT-LINE.
004400     MOVE ZERO TO WS-SIGN-SUB.
004410     PERFORM 1310-PRINT-ONE-SIGN
004420         THRU 1310-PRINT-ONE-SIGN-EXIT
004430         UNTIL WS-SIGN-SUB NOT < WS-SIGN-COUNT.
004440     MOVE WS-DIST-SECTION-HEADER TO MAINT-REPORT-LINE.
004450     WRITE MAINT-REPORT-LINE.
004460     MOVE ZERO TO WS-DIST-SUB.
004470     PERFORM 1320-PRINT-ONE-DIST
004480         THRU 1320-PRINT-ONE-DIST-EXIT
004490         UNTIL WS-DIST-SUB NOT < WS-DIST-COUNT.
004500 1300-PRINT-PROOF-EXIT.
004510     EXIT.
004520*----------------------------------------------------------------
004530 1310-PRINT-ONE-SIGN.
004540*----------------------------------------------------------------
004550     ADD 1 TO WS-SIGN-SUB.
004560     MOVE WS-SG-REGION(WS-SIGN-SUB)  TO WS-SP-REGION.
004570     MOVE WS-SG-SHIFT(WS-SIGN-SUB)   TO WS-SP-SHIFT.
004580     MOVE WS-SG-MESSAGE(WS-SIGN-SUB) TO WS-SP-MESSAGE.
004590     MOVE WS-SG-FOOTER(WS-SIGN-SUB)  TO WS-SP-FOOTER.
004600     IF WS-SG-DELETED-SW(WS-SIGN-SUB) = 'Y'
004610         MOVE '*DELETED*' TO WS-SP-NOTE
004620     ELSE
004630         MOVE SPACES TO WS-SP-NOTE
004640     END-IF.
004650     MOVE WS-SIGN-PROOF-LINE TO MAINT-REPORT-LINE.
004660     WRITE MAINT-REPORT-LINE.
004670 1310-PRINT-ONE-SIGN-EXIT.
004680     EXIT.
004690*----------------------------------------------------------------
004700 1320-PRINT-ONE-DIST.
004710*----------------------------------------------------------------
004720     ADD 1 TO WS-DIST-SUB.
004730     MOVE WS-DS-REGION(WS-DIST-SUB)    TO WS-DP-REGION.
004740     MOVE WS-DS-DEST(WS-DIST-SUB)      TO WS-DP-DEST.
004750     MOVE WS-DS-RECIPIENT(WS-DIST-SUB) TO WS-DP-RECIPIENT.
004760     IF WS-DS-DELETED-SW(WS-DIST-SUB) = 'Y'
004770         MOVE '*DELETED*' TO WS-DP-NOTE
004780     ELSE
004790         MOVE SPACES TO WS-DP-NOTE
004800     END-IF.
004810     MOVE WS-DIST-PROOF-LINE TO MAINT-REPORT-LINE.
004820     WRITE MAINT-REPORT-LINE.
004830 1320-PRINT-ONE-DIST-EXIT.
004840     EXIT.
004850*----------------------------------------------------------------
004860 1400-CHECK-AUTHORITY.
004870*    LOOK UP THE SUBMITTING USER'S SIGNMSG AND DISTCTL GRANTS FOR
004880*    THIS ENVIRONMENT ON THE SHARED AUTHORITY FILE AND PRINT THE
004890*    RESULT AT THE TOP OF THE REPORT.  A BLANK USER ID OR AN
004900*    AUTHORITY FILE THAT CANNOT BE OPENED LEAVES BOTH REFUSED.
004910*----------------------------------------------------------------
004920     DISPLAY "USERID" UPON ENVIRONMENT-NAME.
004930     ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE.
004940     DISPLAY "RUNENV" UPON ENVIRONMENT-NAME.
004950     ACCEPT WS-ENV-CODE FROM ENVIRONMENT-VALUE.
004960     DISPLAY "JOBNAME" UPON ENVIRONMENT-NAME.
004970     ACCEPT WS-JOB-NAME FROM ENVIRONMENT-VALUE.
004980     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
004990     MOVE 'N' TO WS-SIGN-AUTH-SW.
005000     MOVE 'N' TO WS-DIST-AUTH-SW.
005010     IF WS-USER-ID = SPACES
005020         GO TO 1400-CHECK-AUTHORITY-PRINT
005030     END-IF.
005040     MOVE '00' TO WS-AUTHFILE-STATUS.
005050     OPEN INPUT AUTHORITY-FILE.
005060     IF NOT AUTHFILE-OK
005070         DISPLAY "REF_MAINT - AUTHORITY FILE NOT AVAILABLE: "
005080             WS-AUTHFILE-STATUS
005090         GO TO 1400-CHECK-AUTHORITY-PRINT
005100     END-IF.
005110     MOVE WS-USER-ID  TO AU-USER-ID.
005120     MOVE WS-ENV-CODE TO AU-ENV-CODE.
005130     MOVE 'SIGNMSG'   TO AU-FUNCTION.
005140     READ AUTHORITY-FILE
005150         INVALID KEY
005160             MOVE '23' TO WS-AUTHFILE-STATUS
005170     END-READ.
005180     IF AUTHFILE-OK
005190         MOVE 'Y' TO WS-SIGN-AUTH-SW
005200     END-IF.
005210     MOVE '00' TO WS-AUTHFILE-STATUS.
005220     MOVE WS-USER-ID  TO AU-USER-ID.
005230     MOVE WS-ENV-CODE TO AU-ENV-CODE.
005240     MOVE 'DISTCTL'   TO AU-FUNCTION.
005250     READ AUTHORITY-FILE
005260         INVALID KEY
005270             MOVE '23' TO WS-AUTHFILE-STATUS
005280     END-READ.
005290     IF AUTHFILE-OK
005300         MOVE 'Y' TO WS-DIST-AUTH-SW
005310     END-IF.
005320     CLOSE AUTHORITY-FILE.
005330 1400-CHECK-AUTHORITY-PRINT.
005340     MOVE WS-USER-ID  TO WS-SL-USER.
005350     MOVE WS-ENV-CODE TO WS-SL-ENV.
005360     IF SIGNMSG-AUTHORIZED
005370         MOVE 'AUTHORIZED'     TO WS-SL-SIGN-AUTH
005380     ELSE
005390         MOVE 'NOT AUTHORIZED' TO WS-SL-SIGN-AUTH
005400     END-IF.
005410     IF DISTCTL-AUTHORIZED
005420         MOVE 'AUTHORIZED'     TO WS-SL-DIST-AUTH
005430     ELSE
005440         MOVE 'NOT AUTHORIZED' TO WS-SL-DIST-AUTH
005450     END-IF.
005460     MOVE WS-SUBMITTER-LINE TO MAINT-REPORT-LINE.
005470     WRITE MAINT-REPORT-LINE.
005480     MOVE SPACES TO MAINT-REPORT-LINE.
005490     WRITE MAINT-REPORT-LINE.
005500 1400-CHECK-AUTHORITY-EXIT.
005510     EXIT.
005520*----------------------------------------------------------------
005530 2000-PROCESS-MAINT-CARDS.
005540*----------------------------------------------------------------
005550     OPEN INPUT MAINT-CARDS.
005560     PERFORM 2010-READ-MAINT-CARD
005570         THRU 2010-READ-MAINT-CARD-EXIT.
005580     PERFORM 2020-APPLY-ONE-CARD
005590         THRU 2020-APPLY-ONE-CARD-EXIT
005600         UNTIL MNTCARDS-AT-EOF.
005610     CLOSE MAINT-CARDS.
005620 2000-PROCESS-MAINT-CARDS-EXIT.
005630     EXIT.
005640*----------------------------------------------------------------
005650 2010-READ-MAINT-CARD.
005660*----------------------------------------------------------------
005670     READ MAINT-CARDS
005680         AT END
005690             MOVE '10' TO WS-MNTCARDS-STATUS
005700     END-READ.
005710 2010-READ-MAINT-CARD-EXIT.
005720     EXIT.
005730*----------------------------------------------------------------
005740 2020-APPLY-ONE-CARD.
005750*----------------------------------------------------------------
005760     ADD 1 TO WS-CARD-COUNT.
005770     MOVE SPACES TO WS-REJECT-REASON.
005780     IF NOT MT-SIGNMSG-CARD AND NOT MT-DISTCTL-CARD
005790         MOVE 'FILE ID NOT S OR D' TO WS-REJECT-REASON
005800     ELSE
005810     IF NOT MT-ADD AND NOT MT-CHANGE AND NOT MT-DELETE
005820         MOVE 'FUNCTION NOT A, C OR D' TO WS-REJECT-REASON
005830     ELSE
005840     IF MT-SIGNMSG-CARD AND NOT SIGNMSG-AUTHORIZED
005850         MOVE 'SUBMITTER NOT AUTHORIZED FOR SIGNMSG'
005860             TO WS-REJECT-REASON
005870         MOVE 'SIGNMSG' TO WS-AUTH-FUNCTION
005880         PERFORM 2030-WRITE-REFUSAL-AUDIT
005890             THRU 2030-WRITE-REFUSAL-AUDIT-EXIT
005900     ELSE
005910     IF MT-DISTCTL-CARD AND NOT DISTCTL-AUTHORIZED
005920         MOVE 'SUBMITTER NOT AUTHORIZED FOR DISTCTL'
005930             TO WS-REJECT-REASON
005940         MOVE 'DISTCTL' TO WS-AUTH-FUNCTION
005950         PERFORM 2030-WRITE-REFUSAL-AUDIT
005960             THRU 2030-WRITE-REFUSAL-AUDIT-EXIT
005970     ELSE
005980     IF MT-SIGNMSG-CARD
005990         PERFORM 3000-APPLY-SIGN-TRAN
006000             THRU 3000-APPLY-SIGN-TRAN-EXIT
006010     ELSE
006020         PERFORM 4000-APPLY-DIST-TRAN
006030             THRU 4000-APPLY-DIST-TRAN-EXIT
006040     END-IF
006050     END-IF
006060     END-IF
006070     END-IF
006080     END-IF.
006090     PERFORM 2090-WRITE-REGISTER-LINE
006100         THRU 2090-WRITE-REGISTER-LINE-EXIT.
006110     PERFORM 2010-READ-MAINT-CARD
006120         THRU 2010-READ-MAINT-CARD-EXIT.
006130 2020-APPLY-ONE-CARD-EXIT.
006140     EXIT.
006150*----------------------------------------------------------------
006160 2030-WRITE-REFUSAL-AUDIT.
006170*    STAMP A CARD REFUSED FOR WANT OF AUTHORITY ON THE AUDIT LOG
006180*    AS AN AUTHORITY-EVENT ('A') RECORD.
006190*----------------------------------------------------------------
006200     ADD 1 TO WS-REFUSED-COUNT.
006210     ADD 1 TO WS-AUDIT-SEQ.
006220     ACCEPT WS-AUDIT-STAMP-TIME FROM TIME.
006230     MOVE SPACES              TO AUDIT-AUTH-RECORD.
006240     MOVE 'A'                 TO AA-RECORD-TYPE.
006250     MOVE WS-JOB-NAME         TO AA-JOB-NAME.
006260     MOVE WS-TODAY-DATE       TO AA-RUN-DATE.
006270     MOVE WS-AUDIT-SEQ        TO AA-STEP-SEQUENCE.
006280     MOVE WS-AUDIT-STAMP-TIME TO AA-START-TIME.
006290     MOVE WS-USER-ID          TO AA-USER-ID.
006300     MOVE WS-AUTH-FUNCTION    TO AA-FUNCTION.
006310     MOVE WS-ENV-CODE         TO AA-ENV-CODE.
006320     MOVE 'R'                 TO AA-OUTCOME.
006330     MOVE '00' TO WS-AUDITLOG-STATUS.
006340     OPEN I-O AUDIT-LOG.
006350     WRITE AUDIT-AUTH-RECORD
006360         INVALID KEY
006370             DISPLAY "REF_MAINT - DUPLICATE AUDIT KEY: " AA-KEY
006380     END-WRITE.
006390     CLOSE AUDIT-LOG.
006400 2030-WRITE-REFUSAL-AUDIT-EXIT.
006410     EXIT.
006420*----------------------------------------------------------------
006430 2090-WRITE-REGISTER-LINE.
006440*----------------------------------------------------------------
006450     MOVE WS-CARD-COUNT TO WS-RG-CARD-NO.
006460     MOVE MT-FILE-ID    TO WS-RG-FILE-ID.
006470     MOVE MT-FUNCTION   TO WS-RG-FUNCTION.
006480     MOVE SPACES        TO WS-RG-KEY.
006490     IF MT-SIGNMSG-CARD
006500         STRING MS-REGION '/' MS-SHIFT
006510             DELIMITED BY SIZE INTO WS-RG-KEY
006520     ELSE
006530         STRING MD-REGION '/' MD-DESTINATION '/' MD-RECIPIENT
006540             DELIMITED BY SIZE INTO WS-RG-KEY
006550     END-IF.
006560     IF WS-REJECT-REASON = SPACES
006570         ADD 1 TO WS-ACCEPTED-COUNT
006580         MOVE 'ACCEPTED' TO WS-RG-RESULT
006590     ELSE
006600         ADD 1 TO WS-REJECTED-COUNT
006610         MOVE SPACES TO WS-RG-RESULT
006620         STRING 'REJECTED - ' WS-REJECT-REASON
006630             DELIMITED BY SIZE INTO WS-RG-RESULT
006640     END-IF.
006650     MOVE WS-REGISTER-LINE TO MAINT-REPORT-LINE.
006660     WRITE MAINT-REPORT-LINE.
006670 2090-WRITE-REGISTER-LINE-EXIT.
006680     EXIT.
006690*----------------------------------------------------------------
006700 3000-APPLY-SIGN-TRAN.
006710*    SIGNMSG TRANSACTIONS.  THE KEY IS REGION/SHIFT; THE SAME
006720*    EDITS THE CYCLE PRE-FLIGHT APPLIES ARE ENFORCED HERE, AT
006730*    2 PM, INSTEAD OF BY AN RC=12 REFUSAL AT CYCLE START.
006740*----------------------------------------------------------------
006750     IF MS-REGION = SPACES
006760         MOVE 'BLANK REGION CODE' TO WS-REJECT-REASON
006770         GO TO 3000-APPLY-SIGN-TRAN-EXIT
006780     END-IF.
006790     MOVE SPACES TO WS-EDIT-NAME.
006800     MOVE MS-REGION TO WS-EDIT-NAME(1:3).
006810     MOVE 3 TO WS-EDIT-NAME-LEN.
006820     PERFORM 7600-EDIT-NAME-CHARS
006830         THRU 7600-EDIT-NAME-CHARS-EXIT.
006840     IF NOT EDIT-NAME-OK
006850         MOVE 'REGION CODE NOT WELL-FORMED'
006860             TO WS-REJECT-REASON
006870         GO TO 3000-APPLY-SIGN-TRAN-EXIT
006880     END-IF.
006890     PERFORM 7100-FIND-SIGN-ENTRY
006900         THRU 7100-FIND-SIGN-ENTRY-EXIT.
006910     IF MT-ADD
006920         IF SIGN-ENTRY-FOUND
006930             MOVE 'DUPLICATE REGION/SHIFT KEY'
006940                 TO WS-REJECT-REASON
006950         ELSE
006960             PERFORM 7300-COUNT-LIVE-SIGN
006970                 THRU 7300-COUNT-LIVE-SIGN-EXIT
006980             IF WS-SIGN-LIVE-COUNT NOT < 50
006990                 MOVE 'FILE AT THE CYCLE 50-ENTRY CAP'
007000                     TO WS-REJECT-REASON
007010             ELSE
007020                 IF WS-SIGN-COUNT < 60
007030                     ADD 1 TO WS-SIGN-COUNT
007040                     MOVE MS-REGION
007050                         TO WS-SG-REGION(WS-SIGN-COUNT)
007060                     MOVE MS-SHIFT
007070                         TO WS-SG-SHIFT(WS-SIGN-COUNT)
007080                     MOVE MS-MESSAGE
007090                         TO WS-SG-MESSAGE(WS-SIGN-COUNT)
007100                     MOVE MS-FOOTER
007110                         TO WS-SG-FOOTER(WS-SIGN-COUNT)
007120                     MOVE 'N'
007130                         TO WS-SG-DELETED-SW(WS-SIGN-COUNT)
007140                 ELSE
007150                     MOVE 'WORK TABLE FULL'
007160                         TO WS-REJECT-REASON
007170                 END-IF
007180             END-IF
007190         END-IF
007200     ELSE
007210     IF MT-CHANGE
007220         IF SIGN-ENTRY-FOUND
007230             MOVE MS-MESSAGE TO WS-SG-MESSAGE(WS-SIGN-SUB)
007240             MOVE MS-FOOTER  TO WS-SG-FOOTER(WS-SIGN-SUB)
007250         ELSE
007260             MOVE 'NO SUCH REGION/SHIFT KEY'
007270                 TO WS-REJECT-REASON
007280         END-IF
007290     ELSE
007300         IF SIGN-ENTRY-FOUND
007310             MOVE 'Y' TO WS-SG-DELETED-SW(WS-SIGN-SUB)
007320         ELSE
007330             MOVE 'NO SUCH REGION/SHIFT KEY'
007340                 TO WS-REJECT-REASON
007350         END-IF
007360     END-IF
007370     END-IF.
007380 3000-APPLY-SIGN-TRAN-EXIT.
007390     EXIT.
007400*----------------------------------------------------------------
007410 4000-APPLY-DIST-TRAN.
007420*    DISTCTL TRANSACTIONS.  ADD AND DELETE MATCH THE WHOLE
007430*    CARD (REGION, DESTINATION, RECIPIENT); CHANGE MATCHES
007440*    REGION AND DESTINATION AND REPLACES THE RECIPIENT.
007450*----------------------------------------------------------------
007460     IF MD-REGION = SPACES
007470         MOVE 'BLANK REGION CODE' TO WS-REJECT-REASON
007480         GO TO 4000-APPLY-DIST-TRAN-EXIT
007490     END-IF.
007500     MOVE SPACES TO WS-EDIT-NAME.
007510     MOVE MD-REGION TO WS-EDIT-NAME(1:3).
007520     MOVE 3 TO WS-EDIT-NAME-LEN.
007530     PERFORM 7600-EDIT-NAME-CHARS
007540         THRU 7600-EDIT-NAME-CHARS-EXIT.
007550     IF NOT EDIT-NAME-OK
007560         MOVE 'REGION CODE NOT WELL-FORMED'
007570             TO WS-REJECT-REASON
007580         GO TO 4000-APPLY-DIST-TRAN-EXIT
007590     END-IF.
007600     IF MD-DESTINATION = SPACES
007610         MOVE 'BLANK DESTINATION' TO WS-REJECT-REASON
007620         GO TO 4000-APPLY-DIST-TRAN-EXIT
007630     END-IF.
007640     IF MT-ADD AND MD-RECIPIENT = SPACES
007650         MOVE 'BLANK RECIPIENT' TO WS-REJECT-REASON
007660         GO TO 4000-APPLY-DIST-TRAN-EXIT
007670     END-IF.
007680     IF MT-ADD
007690         PERFORM 7200-FIND-DIST-FULL
007700             THRU 7200-FIND-DIST-FULL-EXIT
007710         IF DIST-ENTRY-FOUND
007720             MOVE 'DUPLICATE DISTRIBUTION CARD'
007730                 TO WS-REJECT-REASON
007740         ELSE
007750             PERFORM 7400-COUNT-LIVE-DIST
007760                 THRU 7400-COUNT-LIVE-DIST-EXIT
007770             IF WS-DIST-LIVE-COUNT NOT < 100
007780                 MOVE 'FILE AT THE CYCLE 100-ENTRY CAP'
007790                     TO WS-REJECT-REASON
007800             ELSE
007810                 IF WS-DIST-COUNT < 120
007820                     ADD 1 TO WS-DIST-COUNT
007830                     MOVE MD-REGION
007840                         TO WS-DS-REGION(WS-DIST-COUNT)
007850                     MOVE MD-DESTINATION
007860                         TO WS-DS-DEST(WS-DIST-COUNT)
007870                     MOVE MD-RECIPIENT
007880                         TO WS-DS-RECIPIENT(WS-DIST-COUNT)
007890                     MOVE 'N'
007900                         TO WS-DS-DELETED-SW(WS-DIST-COUNT)
007910                 ELSE
007920                     MOVE 'WORK TABLE FULL'
007930                         TO WS-REJECT-REASON
007940                 END-IF
007950             END-IF
007960         END-IF
007970     ELSE
007980     IF MT-CHANGE
007990         PERFORM 7250-FIND-DIST-BY-DEST
008000             THRU 7250-FIND-DIST-BY-DEST-EXIT
008010         IF DIST-ENTRY-FOUND
008020             MOVE MD-RECIPIENT
008030                 TO WS-DS-RECIPIENT(WS-DIST-SUB)
008040         ELSE
008050             MOVE 'NO SUCH REGION/DESTINATION'
008060                 TO WS-REJECT-REASON
008070         END-IF
008080     ELSE
008090         PERFORM 7200-FIND-DIST-FULL
008100             THRU 7200-FIND-DIST-FULL-EXIT
008110         IF DIST-ENTRY-FOUND
008120             MOVE 'Y' TO WS-DS-DELETED-SW(WS-DIST-SUB)
008130         ELSE
008140             MOVE 'NO SUCH DISTRIBUTION CARD'
008150                 TO WS-REJECT-REASON
008160         END-IF
008170     END-IF
008180     END-IF.
008190 4000-APPLY-DIST-TRAN-EXIT.
008200     EXIT.
008210*----------------------------------------------------------------
008220 5000-WRITE-NEW-FILES.
008230*    WRITE THE UPDATED FILES AND THE AFTER-PROOF.  DELETED
008240*    ENTRIES ARE DROPPED FROM THE FILES BUT SHOWN STRUCK ON
008250*    THE PROOF.
008260*----------------------------------------------------------------
008270     MOVE SPACES TO MAINT-REPORT-LINE.
008280     WRITE MAINT-REPORT-LINE.
008290     MOVE WS-AFTER-HEADER TO MAINT-REPORT-LINE.
008300     WRITE MAINT-REPORT-LINE.
008310     PERFORM 1300-PRINT-PROOF
008320         THRU 1300-PRINT-PROOF-EXIT.
008330     OPEN OUTPUT SIGNOFF-NEW.
008340     MOVE ZERO TO WS-SIGN-SUB.
008350     PERFORM 5010-WRITE-ONE-SIGN
008360         THRU 5010-WRITE-ONE-SIGN-EXIT
008370         UNTIL WS-SIGN-SUB NOT < WS-SIGN-COUNT.
008380     CLOSE SIGNOFF-NEW.
008390     OPEN OUTPUT DIST-NEW.
008400     MOVE ZERO TO WS-DIST-SUB.
008410     PERFORM 5020-WRITE-ONE-DIST
008420         THRU 5020-WRITE-ONE-DIST-EXIT
008430         UNTIL WS-DIST-SUB NOT < WS-DIST-COUNT.
008440     CLOSE DIST-NEW.
008450 5000-WRITE-NEW-FILES-EXIT.
008460     EXIT.
008470*----------------------------------------------------------------
008480 5010-WRITE-ONE-SIGN.
008490*----------------------------------------------------------------
008500     ADD 1 TO WS-SIGN-SUB.
008510     IF WS-SG-DELETED-SW(WS-SIGN-SUB) = 'Y'
008520         GO TO 5010-WRITE-ONE-SIGN-EXIT
008530     END-IF.
008540     MOVE WS-SG-REGION(WS-SIGN-SUB)  TO SN-REGION-CODE.
008550     MOVE WS-SG-SHIFT(WS-SIGN-SUB)   TO SN-SHIFT-CODE.
008560     MOVE WS-SG-MESSAGE(WS-SIGN-SUB) TO SN-MESSAGE.
008570     MOVE WS-SG-FOOTER(WS-SIGN-SUB)  TO SN-FOOTER.
008580     WRITE SIGNOFF-NEW-RECORD.
008590 5010-WRITE-ONE-SIGN-EXIT.
008600     EXIT.
008610*----------------------------------------------------------------
008620 5020-WRITE-ONE-DIST.
008630*----------------------------------------------------------------
008640     ADD 1 TO WS-DIST-SUB.
008650     IF WS-DS-DELETED-SW(WS-DIST-SUB) = 'Y'
008660         GO TO 5020-WRITE-ONE-DIST-EXIT
008670     END-IF.
008680     MOVE SPACES TO DIST-NEW-RECORD.
008690     MOVE WS-DS-REGION(WS-DIST-SUB)    TO DN-REGION-CODE.
008700     MOVE WS-DS-DEST(WS-DIST-SUB)      TO DN-DESTINATION.
008710     MOVE WS-DS-RECIPIENT(WS-DIST-SUB) TO DN-RECIPIENT.
008720     WRITE DIST-NEW-RECORD.
008730 5020-WRITE-ONE-DIST-EXIT.
008740     EXIT.
008750*----------------------------------------------------------------
008760 7100-FIND-SIGN-ENTRY.
008770*    FIND THE LIVE (NOT DELETED) ENTRY FOR THE CARD'S
008780*    REGION/SHIFT KEY.
008790*----------------------------------------------------------------
008800     MOVE 'N' TO WS-SIGN-FOUND-SW.
008810     MOVE ZERO TO WS-SIGN-SUB.
008820     PERFORM 7110-MATCH-ONE-SIGN
008830         THRU 7110-MATCH-ONE-SIGN-EXIT
008840         UNTIL SIGN-ENTRY-FOUND
008850            OR WS-SIGN-SUB NOT < WS-SIGN-COUNT.
008860 7100-FIND-SIGN-ENTRY-EXIT.
008870     EXIT.
008880*----------------------------------------------------------------
008890 7110-MATCH-ONE-SIGN.
008900*----------------------------------------------------------------
008910     ADD 1 TO WS-SIGN-SUB.
008920     IF WS-SG-DELETED-SW(WS-SIGN-SUB) NOT = 'Y'
008930        AND WS-SG-REGION(WS-SIGN-SUB) = MS-REGION
008940        AND WS-SG-SHIFT(WS-SIGN-SUB)  = MS-SHIFT
008950         MOVE 'Y' TO WS-SIGN-FOUND-SW
008960     END-IF.
008970 7110-MATCH-ONE-SIGN-EXIT.
008980     EXIT.
008990*----------------------------------------------------------------
009000 7200-FIND-DIST-FULL.
009010*----------------------------------------------------------------
009020     MOVE 'N' TO WS-DIST-FOUND-SW.
009030     MOVE ZERO TO WS-DIST-SUB.
009040     PERFORM 7210-MATCH-ONE-DIST-FULL
009050         THRU 7210-MATCH-ONE-DIST-FULL-EXIT
009060         UNTIL DIST-ENTRY-FOUND
009070            OR WS-DIST-SUB NOT < WS-DIST-COUNT.
009080 7200-FIND-DIST-FULL-EXIT.
009090     EXIT.
009100*----------------------------------------------------------------
009110 7210-MATCH-ONE-DIST-FULL.
009120*----------------------------------------------------------------
009130     ADD 1 TO WS-DIST-SUB.
009140     IF WS-DS-DELETED-SW(WS-DIST-SUB) NOT = 'Y'
009150        AND WS-DS-REGION(WS-DIST-SUB)    = MD-REGION
009160        AND WS-DS-DEST(WS-DIST-SUB)      = MD-DESTINATION
009170        AND WS-DS-RECIPIENT(WS-DIST-SUB) = MD-RECIPIENT
009180         MOVE 'Y' TO WS-DIST-FOUND-SW
009190     END-IF.
009200 7210-MATCH-ONE-DIST-FULL-EXIT.
009210     EXIT.
009220*----------------------------------------------------------------
009230 7250-FIND-DIST-BY-DEST.
009240*----------------------------------------------------------------
009250     MOVE 'N' TO WS-DIST-FOUND-SW.
009260     MOVE ZERO TO WS-DIST-SUB.
009270     PERFORM 7260-MATCH-ONE-DIST-DEST
009280         THRU 7260-MATCH-ONE-DIST-DEST-EXIT
009290         UNTIL DIST-ENTRY-FOUND
009300            OR WS-DIST-SUB NOT < WS-DIST-COUNT.
009310 7250-FIND-DIST-BY-DEST-EXIT.
009320     EXIT.
009330*----------------------------------------------------------------
009340 7260-MATCH-ONE-DIST-DEST.
009350*----------------------------------------------------------------
009360     ADD 1 TO WS-DIST-SUB.
009370     IF WS-DS-DELETED-SW(WS-DIST-SUB) NOT = 'Y'
009380        AND WS-DS-REGION(WS-DIST-SUB) = MD-REGION
009390        AND WS-DS-DEST(WS-DIST-SUB)   = MD-DESTINATION
009400         MOVE 'Y' TO WS-DIST-FOUND-SW
009410     END-IF.
009420 7260-MATCH-ONE-DIST-DEST-EXIT.
009430     EXIT.
009440*----------------------------------------------------------------
009450 7300-COUNT-LIVE-SIGN.
009460*----------------------------------------------------------------
009470     MOVE ZERO TO WS-SIGN-LIVE-COUNT.
009480     MOVE ZERO TO WS-SIGN-SUB.
009490     PERFORM 7310-COUNT-ONE-SIGN
009500         THRU 7310-COUNT-ONE-SIGN-EXIT
009510         UNTIL WS-SIGN-SUB NOT < WS-SIGN-COUNT.
009520 7300-COUNT-LIVE-SIGN-EXIT.
009530     EXIT.
009540*----------------------------------------------------------------
009550 7310-COUNT-ONE-SIGN.
009560*----------------------------------------------------------------
009570     ADD 1 TO WS-SIGN-SUB.
009580     IF WS-SG-DELETED-SW(WS-SIGN-SUB) NOT = 'Y'
009590         ADD 1 TO WS-SIGN-LIVE-COUNT
009600     END-IF.
009610 7310-COUNT-ONE-SIGN-EXIT.
009620     EXIT.
009630*----------------------------------------------------------------
009640 7400-COUNT-LIVE-DIST.
009650*----------------------------------------------------------------
009660     MOVE ZERO TO WS-DIST-LIVE-COUNT.
009670     MOVE ZERO TO WS-DIST-SUB.
009680     PERFORM 7410-COUNT-ONE-DIST
009690         THRU 7410-COUNT-ONE-DIST-EXIT
009700         UNTIL WS-DIST-SUB NOT < WS-DIST-COUNT.
009710 7400-COUNT-LIVE-DIST-EXIT.
009720     EXIT.
009730*----------------------------------------------------------------
009740 7410-COUNT-ONE-DIST.
009750*----------------------------------------------------------------
009760     ADD 1 TO WS-DIST-SUB.
009770     IF WS-DS-DELETED-SW(WS-DIST-SUB) NOT = 'Y'
009780         ADD 1 TO WS-DIST-LIVE-COUNT
009790     END-IF.
009800 7410-COUNT-ONE-DIST-EXIT.
009810     EXIT.
009820*----------------------------------------------------------------
009830 7600-EDIT-NAME-CHARS.
009840*    SCAN WS-EDIT-NAME FOR WS-EDIT-NAME-LEN CHARACTERS.  ONLY
009850*    UPPER-CASE LETTERS AND DIGITS ARE ACCEPTED, WITH TRAILING
009860*    BLANKS ALLOWED BUT EMBEDDED BLANKS NOT - THE SAME RULE
009870*    THE CYCLE PRE-FLIGHT EDIT APPLIES TO THESE KEYS.
009880*----------------------------------------------------------------
009890     MOVE 'Y' TO WS-NAME-OK-SW.
009900     MOVE 'N' TO WS-BLANK-SEEN-SW.
009910     MOVE 1 TO WS-CHAR-SUB.
009920     PERFORM 7610-EDIT-ONE-CHAR
009930         THRU 7610-EDIT-ONE-CHAR-EXIT
009940         UNTIL WS-CHAR-SUB > WS-EDIT-NAME-LEN.
009950 7600-EDIT-NAME-CHARS-EXIT.
009960     EXIT.
009970*----------------------------------------------------------------
009980 7610-EDIT-ONE-CHAR.
009990*----------------------------------------------------------------
010000     MOVE WS-EDIT-NAME(WS-CHAR-SUB:1) TO WS-EDIT-CHAR.
010010     IF WS-EDIT-CHAR = SPACE
010020         MOVE 'Y' TO WS-BLANK-SEEN-SW
010030     ELSE
010040         IF BLANK-SEEN
010050             MOVE 'N' TO WS-NAME-OK-SW
010060         ELSE
010070             IF WS-EDIT-CHAR ALPHABETIC-UPPER
010080                OR (WS-EDIT-CHAR NOT < '0'
010090                    AND WS-EDIT-CHAR NOT > '9')
010100                 CONTINUE
010110             ELSE
010120                 MOVE 'N' TO WS-NAME-OK-SW
010130             END-IF
010140         END-IF
010150     END-IF.
010160     ADD 1 TO WS-CHAR-SUB.
010170 7610-EDIT-ONE-CHAR-EXIT.
010180     EXIT.
010190*----------------------------------------------------------------
010200 8000-TERMINATE.
010210*----------------------------------------------------------------
010220     MOVE SPACES TO MAINT-REPORT-LINE.
010230     WRITE MAINT-REPORT-LINE.
010240     MOVE WS-CARD-COUNT     TO WS-TL-CARDS.
010250     MOVE WS-ACCEPTED-COUNT TO WS-TL-ACCEPTED.
010260     MOVE WS-REJECTED-COUNT TO WS-TL-REJECTED.
010270     MOVE WS-REFUSED-COUNT  TO WS-TL-REFUSED.
010280     MOVE WS-TOTALS-LINE TO MAINT-REPORT-LINE.
010290     WRITE MAINT-REPORT-LINE.
010300     CLOSE MAINT-REPORT.
010310     IF WS-REJECTED-COUNT > ZERO
010320         MOVE 4 TO RETURN-CODE
010330     END-IF.
010340     IF LOAD-OVERFLOWED
010350         MOVE 8 TO RETURN-CODE
010360     END-IF.
010370 8000-TERMINATE-EXIT.
010380     EXIT.
