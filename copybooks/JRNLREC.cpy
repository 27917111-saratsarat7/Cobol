000900*             OF AN ADD AND THE AFTER IMAGE OF A DELETE), SO
001000*             AN AUDITOR CAN SEE WHO CHANGED A RECORD AND WHAT
001100*             IT SAID BEFORE.  PRINTED PER ID BY JRNLRPT.
001110*             SINCE THE MASTER CARRIES A RECORD STATUS (SEE
001120*             NAMESTAT) A DELETE HAS AN AFTER IMAGE - THE
001130*             RECORD MARKED INACTIVE - AND ONLY A PURGE BY
001140*             NAMEPRG LEAVES THE AFTER IMAGE BLANK.
001200*-----------------------------------------------------------*
001300* MODIFICATION HISTORY
001400*-----------------------------------------------------------*
001792*                  SUPERVISOR APPROVAL QUEUE (SEE APPVREC),
001793*                  SO "WHO AUTHORIZED THIS DELETE" CAN BE
001794*                  ANSWERED FROM THE JOURNAL ALONE.
001795* 10/15/26   DK    ADDED THE BEFORE AND AFTER RECORD STATUS AND
001796*                  STATUS DATE (SEE NAMESTAT) AT THE END OF THE
001797*                  RECORD, AND ACTIONS "R" (REACTIVATE) AND "P"
001798*                  (PURGED BY NAMEPRG).  AN ENTRY WRITTEN BEFORE
001799*                  THE FIELDS EXISTED READS THEM AS SPACES -
00179A*                  ACTIVE, THE ONLY STATUS THERE WAS.
001800******************************************************************
001900 01  JOURNAL-RECORD.
002000     05  JRNL-RUN-DATE                  PIC X(08).
002300         88  JRNL-ACTION-ADD            VALUE "A".
002400         88  JRNL-ACTION-CHANGE         VALUE "C".
002500         88  JRNL-ACTION-DELETE         VALUE "D".
002510         88  JRNL-ACTION-REACTIVATE     VALUE "R".
002520         88  JRNL-ACTION-PURGE          VALUE "P".
002600     COPY NAMEREC REPLACING
002700         ==01  NAME-RECORD==       BY ==05  JRNL-BEFORE-IMAGE==
002800         ==NAME-REC-ID==           BY ==JRNL-BEFORE-ID==
003600     05  JRNL-SUBMIT-DATE               PIC X(06).
003700     05  JRNL-SUBMIT-USER               PIC X(08).
003800     05  JRNL-APPROVE-USER              PIC X(08).
003900     05  JRNL-BEFORE-STAT.
004000     COPY NAMESTAT REPLACING
004100         ==NAME-REC-STATUS==       BY ==JRNL-BEFORE-STATUS==
004200         ==NAME-REC-ACTIVE==       BY ==JRNL-BEFORE-ACTIVE==
004300         ==NAME-REC-INACTIVE==     BY ==JRNL-BEFORE-INACTIVE==
004400         ==NAME-REC-STATUS-DATE==  BY ==JRNL-BEFORE-STAT-DATE==.
004500     05  JRNL-AFTER-STAT.
004600     COPY NAMESTAT REPLACING
004700         ==NAME-REC-STATUS==       BY ==JRNL-AFTER-STATUS==
004800         ==NAME-REC-ACTIVE==       BY ==JRNL-AFTER-ACTIVE==
004900         ==NAME-REC-INACTIVE==     BY ==JRNL-AFTER-INACTIVE==
005000         ==NAME-REC-STATUS-DATE==  BY ==JRNL-AFTER-STAT-DATE==.
