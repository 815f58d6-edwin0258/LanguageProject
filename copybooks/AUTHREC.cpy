000100*----------------------------------------------------------------
000200* AUTHREC - RECORD LAYOUT FOR THE SHARED AUTHORITY PROFILE
000300* (//AUTHFILE, ORGANIZATION INDEXED).  ONE RECORD PER GRANT,
000400* KEYED BY USER ID, RUN ENVIRONMENT (DEV / TEST / PROD) AND
000500* FUNCTION CODE.  A USER MAY PERFORM A FUNCTION IN AN
000600* ENVIRONMENT ONLY IF THE MATCHING KEY IS ON FILE - THERE IS NO
000700* WILDCARD AND NO DEFAULT GRANT, AND A PROGRAM THAT CANNOT OPEN
000800* THE FILE REFUSES EVERY ACTION IT WOULD HAVE CHECKED.
000900* FUNCTION CODES IN USE:
001000*   SUBMIT    - SUBMIT THE NIGHTLY CYCLE (HELLO_WORLD)
001100*   HOLD      - OPERATOR COMMAND HOLD      (HELLO_WORLD)
001200*   RELEASE   - OPERATOR COMMAND RELEASE   (HELLO_WORLD)
001300*   SKIP      - OPERATOR COMMAND SKIP      (HELLO_WORLD)
001400*   STOPAFTER - OPERATOR COMMAND STOPAFTER (HELLO_WORLD)
001500*   ACKALERT  - ACKNOWLEDGE AN ALERT       (ALERT_TRK)
001600*   SIGNMSG   - MAINTAIN //SIGNMSG         (REF_MAINT)
001700*   DISTCTL   - MAINTAIN //DISTCTL         (REF_MAINT)
001800* THE OPERATOR COMMAND CODES ARE SPELLED AS THE COMMAND VERB SO
001900* THE COMMAND ITSELF IS THE FUNCTION KEY.  THE GRANTOR AND GRANT
002000* DATE ARE CARRIED FOR THE AUDITORS; NO PROGRAM ACTS ON THEM.
002100* COPIED UNDER THE FD BY EVERY PROGRAM THAT CHECKS AUTHORITY SO
002200* ALL OF THEM SHARE ONE LAYOUT.
002300*----------------------------------------------------------------
002400 01  AUTHORITY-RECORD.
002500     05  AU-KEY.
002600         10  AU-USER-ID          PIC X(08).
002700         10  AU-ENV-CODE         PIC X(04).
002800         10  AU-FUNCTION         PIC X(09).
002900     05  AU-GRANTED-BY           PIC X(08).
003000     05  AU-GRANT-DATE           PIC X(08).
003100     05  FILLER                  PIC X(13).
