000100*----------------------------------------------------------------
000200* CYCSTAT - RECORD LAYOUT FOR THE LIVE CYCLE STATUS FILE
000300* (//CYCSTAT, ORGANIZATION INDEXED).  ONE RECORD PER REGION,
000400* KEYED BY REGION CODE, HOLDING THAT REGION'S LATEST CYCLE.
000500* HELLO_WORLD REWRITES THE RECORD AFTER EVERY STEP CARD AND
000600* EVERY OPERATOR COMMAND, SO THE HELP DESK CAN SEE WHERE A
000700* CYCLE STANDS WITHOUT READING THE JOB LOG.  THE CURRENT STEP
000800* IS THE NEXT CARD THE CYCLE WILL TAKE UP (BLANK ONCE THE LIST
000900* IS FINISHED); THE LAST STEP IS THE CARD JUST DISPOSED OF,
001000* WITH THE SAME DISPOSITION CODES AS THE STEP-LIST SNAPSHOT.
001100* UP TO TEN STOPPED OR FEED-HELD TRACKS ARE LISTED; THE COUNT
001200* IS THE TRUE NUMBER EVEN WHEN MORE THAN TEN ARE STOPPED.
001300* COPIED UNDER THE FD BY EVERY PROGRAM THAT TOUCHES THE FILE.
001400*----------------------------------------------------------------
001500 01  CYCLE-STATUS-RECORD.
001600     05  CY-KEY.
001700         10  CY-REGION-CODE      PIC X(03).
001800     05  CY-CYCLE-DATE           PIC X(08).
001900     05  CY-JOB-NAME             PIC X(08).
002000     05  CY-RUN-START-TIME       PIC X(08).
002100     05  CY-UPDATE-DATE          PIC X(08).
002200     05  CY-UPDATE-TIME          PIC X(08).
002300     05  CY-END-TIME             PIC X(08).
002400     05  CY-CYCLE-STATE          PIC X(01).
002500         88  CY-RUNNING          VALUE 'R'.
002600         88  CY-HELD             VALUE 'H'.
002700         88  CY-COMPLETE         VALUE 'C'.
002800         88  CY-COMPLETE-STOPPED VALUE 'T'.
002900         88  CY-ENDED-EARLY      VALUE 'S'.
003000     05  CY-CURRENT-PROGRAM      PIC X(08).
003100     05  CY-CURRENT-TRACK        PIC X(01).
003200     05  CY-LAST-PROGRAM         PIC X(08).
003300     05  CY-LAST-TRACK           PIC X(01).
003400     05  CY-LAST-DISPOSITION     PIC X(01).
003500     05  CY-LAST-RETURN-CODE     PIC 9(04).
003600     05  CY-STEPS-DONE           PIC 9(04).
003700     05  CY-STEPS-RUN            PIC 9(04).
003800     05  CY-STEPS-REMAINING      PIC 9(04).
003900     05  CY-HOLD-SW              PIC X(01).
004000         88  CY-HOLD-IN-EFFECT   VALUE 'Y'.
004100     05  CY-STOPAFTER-SW         PIC X(01).
004200         88  CY-STOPAFTER-ISSUED VALUE 'Y'.
004300     05  CY-LAST-COMMAND         PIC X(40).
004400     05  CY-LAST-COMMAND-USER    PIC X(08).
004500     05  CY-PROJ-LABEL           PIC X(14).
004600     05  CY-PROJ-TIME            PIC X(06).
004700     05  CY-DEADLINE-TIME        PIC X(06).
004800     05  CY-PAST-DEADLINE-SW     PIC X(01).
004900         88  CY-PAST-DEADLINE    VALUE 'Y'.
005000     05  CY-STOPPED-COUNT        PIC 9(02).
005100     05  CY-STOPPED-TRACK OCCURS 10 TIMES.
005200         10  CY-ST-TRACK-ID      PIC X(01).
005300         10  CY-ST-REASON        PIC X(01).
005400             88  CY-ST-FAILED    VALUE 'F'.
005500             88  CY-ST-FEED-HELD VALUE 'H'.
005600         10  CY-ST-PROGRAM       PIC X(08).
005700         10  CY-ST-RETURN-CODE   PIC 9(04).
005800         10  CY-ST-FEED-NAME     PIC X(08).
005900     05  FILLER                  PIC X(20).
