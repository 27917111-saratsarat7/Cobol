000100******************************************************************
000200* COPYBOOK.   LOCKREC
000300* AUTHOR.     D. KOVACS - APPLICATIONS PROGRAMMING
000400* PURPOSE.    NAME-FILE ENQUEUE RECORD (namelock.txt, KEPT
000500*             ALONGSIDE namemast.txt).  WHOEVER HOLDS IT OWNS
000600*             THE NAME-MASTER AND ITS COMPANION FILES -
000700*             reject.txt, resubmit.txt AND apprpend.txt - UNTIL
000800*             IT IS RELEASED.  THE NIGHTLY CHAIN TAKES IT FOR
000900*             THE WHOLE CHAIN; APPRVW, REJFIX, ARCHUTL AND THE
001000*             MASTER UTILITIES TAKE IT FOR THEIR OWN RUN.  AN
001100*             EMPTY OR MISSING FILE MEANS THE FILES ARE FREE;
001200*             RELEASE EMPTIES IT.  THE RECORD SAYS WHICH PROGRAM
001300*             HOLDS THE LOCK, FOR WHICH USER, AND SINCE WHEN, SO
001400*             A PROGRAM TURNED AWAY CAN NAME THE HOLDER.  A LOCK
001500*             LEFT BY A JOB THAT DIED IS CLEARED BY THE
001600*             OPERATOR WITH LOCKUTL CLEAR.
001700*-----------------------------------------------------------*
001800* MODIFICATION HISTORY
001900*-----------------------------------------------------------*
002000* DATE       INIT  DESCRIPTION
002100* ---------  ----  ----------------------------------------
002200* 10/15/26   DK    ORIGINAL VERSION.
002300******************************************************************
002400 01  NAME-LOCK-RECORD.
002500     05  LOCK-TAG                       PIC X(04).
002600         88  LOCK-TAG-VALID             VALUE "NLCK".
002700     05  LOCK-PROGRAM                   PIC X(08).
002800     05  LOCK-USER                      PIC X(08).
002900     05  LOCK-START-DATE                PIC X(08).
003000     05  LOCK-START-TIME                PIC X(08).
