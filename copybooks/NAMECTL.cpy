000100******************************************************************
000200* COPYBOOK.   NAMECTL
000300* AUTHOR.     D. KOVACS - APPLICATIONS PROGRAMMING
000400* PURPOSE.    NAME-MASTER ID CONTROL RECORD (namectl.txt, KEPT
000500*             ALONGSIDE namemast.txt).  CARRIES THE HIGHEST
000600*             MASTER-REC-ID EVER ASSIGNED OR SEEN ON AN ADD -
000700*             A HIGH-WATER MARK THAT ONLY MOVES UP.  AN ADD
000800*             CARD KEYED WITH ID 00000 IS GIVEN THE NEXT
000900*             NUMBER ABOVE IT BY TEST1, SO A DELETED ID IS
001000*             NEVER HANDED OUT AGAIN.  TEST1 REWRITES THE
001100*             RECORD BEFORE THE NEW MASTER RECORD IS WRITTEN,
001200*             SO A RUN THAT DIES IN BETWEEN LEAVES A GAP, NOT
001300*             A NUMBER THAT CAN BE ISSUED TWICE.  NAMERST
001400*             CARRIES IT FORWARD (NEVER BACK) AFTER A
001500*             RECOVERY.  THE LAST-UPDATE FIELDS SAY WHICH
001600*             PROGRAM MOVED IT LAST, AND WHEN.
001700*-----------------------------------------------------------*
001800* MODIFICATION HISTORY
001900*-----------------------------------------------------------*
002000* DATE       INIT  DESCRIPTION
002100* ---------  ----  ----------------------------------------
002200* 10/15/26   DK    ORIGINAL VERSION.
002300******************************************************************
002400 01  NAME-CONTROL-RECORD.
002500     05  NCTL-TAG                       PIC X(04).
002600         88  NCTL-TAG-VALID             VALUE "NXID".
002700     05  NCTL-HIGH-ID                   PIC 9(05).
002800     05  NCTL-UPDATE-DATE               PIC X(08).
002900     05  NCTL-UPDATE-TIME               PIC X(08).
003000     05  NCTL-UPDATE-PROGRAM            PIC X(08).
