000200* COPYBOOK.   MAINTREC
000300* AUTHOR.     D. KOVACS - APPLICATIONS PROGRAMMING
000400* PURPOSE.    NAME-MASTER MAINTENANCE TRANSACTION RECORD.
000500*             CARRIES AN ACTION CODE (ADD/CHANGE/DELETE/
000510*             REACTIVATE)
000600*             FOLLOWED BY THE NAME-FILE DATA (SEE NAMEREC)
000700*             TO BE APPLIED TO THE NAME-MASTER FILE.
000800*-----------------------------------------------------------*
001393*                  THE CARD.  CARRIED THROUGH TO THE JOURNAL
001394*                  AND THE APPROVAL QUEUE (SEE APPVREC) SO THE
001395*                  AUDITORS' "WHO KEYED THIS" HAS AN ANSWER.
001396* 10/15/26   DK    ADDED ACTION "R" - REACTIVATE A RECORD A "D"
001397*                  CARD MARKED INACTIVE.  A "D" NOW MARKS THE
001398*                  RECORD INACTIVE INSTEAD OF REMOVING IT.
001400******************************************************************
001500 01  MAINT-RECORD.
001600     05  MAINT-ACTION-CODE              PIC X(01).
001700         88  MAINT-ACTION-ADD           VALUE "A".
001800         88  MAINT-ACTION-CHANGE        VALUE "C".
001900         88  MAINT-ACTION-DELETE        VALUE "D".
001910         88  MAINT-ACTION-REACTIVATE    VALUE "R".
002000     COPY NAMEREC REPLACING
002100         ==01  NAME-RECORD==         BY ==05  MAINT-REC-DETAIL==
002200         ==NAME-REC-ID==             BY ==MAINT-REC-ID==
