000100******************************************************************
000200* COPYBOOK.   USERREC
000300* AUTHOR.     D. KOVACS - APPLICATIONS PROGRAMMING
000400* PURPOSE.    AUTHORIZED-USER REGISTRY RECORD (userreg.txt, ONE
000500*             LINE PER USER, KEPT BY DATA CONTROL).  LISTS
000600*             EVERY USER ID ALLOWED TO SUBMIT OR APPROVE
000700*             NAME-MASTER MAINTENANCE AND THE ROLE IT HOLDS:
000800*               K - KEYER (MAY SUBMIT MAINTENANCE CARDS)
000900*               S - SUPERVISOR (MAY APPROVE STAGED TRANSACTIONS)
001000*               B - BOTH
001100*             TEST1 REJECTS A CARD WHOSE MAINT-USER-ID IS NOT A
001200*             REGISTERED KEYER; APPRVW WILL NOT START FOR AN ID
001300*             THAT IS NOT A REGISTERED SUPERVISOR.  AN ID WITH
001400*             ANY OTHER ROLE CODE HOLDS NEITHER RIGHT - TAKING
001500*             A USER OUT OF SERVICE IS A ONE-BYTE EDIT THAT
001600*             LEAVES THE LINE ON FILE FOR THE AUDITORS.
001700*-----------------------------------------------------------*
001800* MODIFICATION HISTORY
001900*-----------------------------------------------------------*
002000* DATE       INIT  DESCRIPTION
002100* ---------  ----  ----------------------------------------
002200* 10/15/26   DK    ORIGINAL VERSION.
002300******************************************************************
002400 01  USER-REG-RECORD.
002500     05  USER-REG-ID                    PIC X(08).
002600     05  FILLER                         PIC X(01).
002700     05  USER-REG-ROLE                  PIC X(01).
002800         88  USER-REG-KEYER             VALUE "K" "B".
002900         88  USER-REG-SUPERVISOR        VALUE "S" "B".
003000     05  FILLER                         PIC X(01).
003100     05  USER-REG-NAME                  PIC X(30).
