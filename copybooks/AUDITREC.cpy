000920* RAN ON (SEE THE STEP-LIST TRACK COLUMN IN HELLO_WORLD), TAKEN
000930* FROM THE RECORD'S SPARE FILLER SO THE RECORD LENGTH AND EVERY
000940* EXISTING READER ARE UNDISTURBED.
000950* A THIRD LAYOUT (TYPE 'A') RECORDS AN AUTHORITY EVENT: WHO
000960* ASKED FOR WHICH FUNCTION IN WHICH ENVIRONMENT, AND WHETHER
000970* THE AUTHORITY PROFILE (//AUTHFILE) GRANTED OR REFUSED IT.
000980* READERS THAT TEST FOR 'R' OR 'S' PASS THESE RECORDS OVER.
000982* A FOURTH LAYOUT (TYPE 'F') RECORDS A FORCED RERUN: A CYCLE
000984* SUBMITTED WITH FORCE ON THE PARM THAT OVERRODE A COMPLETED RUN
000986* OR A HELD CYCLE LOCK FOR THE SAME DATE AND REGION, WITH THE
000988* USER, THE REASON CODE GIVEN AND THE START TIME OF THE RUN IT
000990* OVERRODE.  READERS THAT TEST FOR 'R' OR 'S' PASS THESE OVER TOO.
001000* COPIED UNDER THE FD BY EVERY PROGRAM THAT WRITES OR READS THE
001100* FILE SO THE WRITER AND THE REPORTING PROGRAMS ALWAYS SHARE
001200* ONE LAYOUT.
003500     05  AS-STOP-TIME            PIC X(08).
003550     05  AS-TRACK-ID             PIC X(01).
003600     05  FILLER                  PIC X(03).
003700 01  AUDIT-AUTH-RECORD.
003800     05  AA-KEY.
003900         10  AA-JOB-NAME         PIC X(08).
004000         10  AA-RUN-DATE         PIC X(08).
004100         10  AA-STEP-SEQUENCE    PIC 9(03).
004200         10  AA-START-TIME       PIC X(08).
004300     05  AA-RECORD-TYPE          PIC X(01).
004400         88  AA-AUTHORITY-EVENT  VALUE 'A'.
004500     05  AA-USER-ID              PIC X(08).
004600     05  AA-FUNCTION             PIC X(09).
004700     05  AA-ENV-CODE             PIC X(04).
004800     05  AA-OUTCOME              PIC X(01).
004900         88  AA-GRANTED          VALUE 'G'.
005000         88  AA-REFUSED          VALUE 'R'.
005100     05  FILLER                  PIC X(02).
005200 01  AUDIT-FORCE-RECORD.
005300     05  AO-KEY.
005400         10  AO-JOB-NAME         PIC X(08).
005500         10  AO-RUN-DATE         PIC X(08).
005600         10  AO-STEP-SEQUENCE    PIC 9(03).
005700         10  AO-START-TIME       PIC X(08).
005800     05  AO-RECORD-TYPE          PIC X(01).
005900         88  AO-FORCED-RERUN     VALUE 'F'.
006000     05  AO-USER-ID              PIC X(08).
006100     05  AO-REASON-CODE          PIC X(04).
006200     05  AO-REGION-CODE          PIC X(03).
006300     05  AO-OVERRIDDEN           PIC X(01).
006400         88  AO-OVER-COMPLETED   VALUE 'C'.
006500         88  AO-OVER-LOCK        VALUE 'L'.
006600         88  AO-OVER-BOTH        VALUE 'B'.
006700     05  AO-PRIOR-START-TIME     PIC X(08).
