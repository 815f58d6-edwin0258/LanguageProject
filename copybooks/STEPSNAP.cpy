000100*----------------------------------------------------------------
000200* STEPSNAP - RECORD LAYOUT FOR THE STEP-LIST SNAPSHOT HISTORY
000300* (//STEPSNAP, ORGANIZATION INDEXED).  HELLO_WORLD WRITES ONE
000400* RECORD FOR EVERY CONTROL CARD IT READS FROM //STEPLIST, KEYED
000500* BY CYCLE DATE, REGION AND THE CARD'S POSITION ON THE FILE, SO
000600* THE LIST AS IT STOOD ON ANY NIGHT CAN BE READ BACK AFTER THE
000700* CARDS HAVE BEEN EDITED.  THE CARD FIELDS ARE KEPT EXACTLY AS
000800* PUNCHED (AN UNREADABLE MAXIMUM OR RETRY COUNT STAYS VISIBLE).
000900* AN OPERATOR SKIP THAT MATCHED THE CARD IS RECORDED WITH THE
001000* USER WHO ISSUED IT, AND THE DISPOSITION BYTE SAYS WHAT THE
001100* CYCLE ACTUALLY DID WITH THE CARD.  A FORCED RERUN OF THE SAME
001200* CYCLE DATE REPLACES THAT DATE'S RECORDS FOR ITS REGION.
001300* COPIED UNDER THE FD BY EVERY PROGRAM THAT TOUCHES THE FILE.
001400*----------------------------------------------------------------
001500 01  STEP-SNAP-RECORD.
001600     05  SS-KEY.
001700         10  SS-CYCLE-DATE       PIC X(08).
001800         10  SS-REGION-CODE      PIC X(03).
001900         10  SS-CARD-NUMBER      PIC 9(04).
002000     05  SS-JOB-NAME             PIC X(08).
002100     05  SS-RUN-START-TIME       PIC X(08).
002200     05  SS-PROGRAM-NAME         PIC X(08).
002300     05  SS-MAX-RETURN-CODE      PIC X(02).
002400     05  SS-BYPASS-FLAG          PIC X(01).
002500         88  SS-BYPASS-STEP      VALUE 'Y' 'H'.
002600     05  SS-RETRY-COUNT          PIC X(01).
002700     05  SS-LIST-ID              PIC X(01).
002800     05  SS-TRACK-ID             PIC X(01).
002900     05  SS-SELECTED-SW          PIC X(01).
003000         88  SS-SELECTED         VALUE 'Y'.
003100     05  SS-OPER-SKIP-SW         PIC X(01).
003200         88  SS-OPER-SKIPPED     VALUE 'Y'.
003300     05  SS-SKIP-USER-ID         PIC X(08).
003400     05  SS-DISPOSITION          PIC X(01).
003500         88  SS-DISP-RAN         VALUE 'R'.
003600         88  SS-DISP-BYPASSED    VALUE 'B'.
003700         88  SS-DISP-OPER-SKIP   VALUE 'S'.
003800         88  SS-DISP-TRACK-STOP  VALUE 'T'.
003900         88  SS-DISP-FEED-HELD   VALUE 'F'.
004000         88  SS-DISP-NOT-LISTED  VALUE 'N'.
004100         88  SS-DISP-NOT-REACHED VALUE 'X'.
004200     05  FILLER                  PIC X(12).
