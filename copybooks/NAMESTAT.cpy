000100******************************************************************
000200* COPYBOOK.   NAMESTAT
000300* AUTHOR.     D. KOVACS - APPLICATIONS PROGRAMMING
000400* PURPOSE.    NAME-MASTER RECORD STATUS FIELDS.  COPIED
000500*             DIRECTLY AFTER NAMEREC IN EVERY NAME-MASTER (AND
000600*             MASTER SNAPSHOT) FD, SO THE MASTER RECORD IS THE
000700*             26-BYTE NAME-FILE LAYOUT FOLLOWED BY ITS STATUS
000800*             AND THE BUSINESS DATE (YYMMDD) THE STATUS LAST
000900*             CHANGED.  NAMEREC ITSELF STAYS AT 26 BYTES - IT
001000*             IS ALSO THE INPUT EXTRACT, MAINTENANCE CARD,
001100*             REJECT AND JOURNAL-IMAGE LAYOUT, NONE OF WHICH
001200*             MAY MOVE.  A "D" CARD MARKS A RECORD INACTIVE
001300*             INSTEAD OF REMOVING IT; AN "R" CARD MAKES IT
001400*             ACTIVE AGAIN; NAMEPRG PHYSICALLY REMOVES RECORDS
001500*             INACTIVE LONGER THAN THE RETENTION PERIOD.  A
001600*             BLANK STATUS (AN IMAGE WRITTEN BEFORE THE FIELD
001700*             EXISTED) READS AS ACTIVE.  ALSO COPIED INTO
001800*             JRNLREC TO CARRY THE BEFORE AND AFTER STATUS.
001900*-----------------------------------------------------------*
002000* MODIFICATION HISTORY
002100*-----------------------------------------------------------*
002200* DATE       INIT  DESCRIPTION
002300* ---------  ----  ----------------------------------------
002400* 10/15/26   DK    ORIGINAL VERSION.
002500******************************************************************
002600     10  NAME-REC-STATUS                PIC X(01).
002700         88  NAME-REC-ACTIVE            VALUE "A" " ".
002800         88  NAME-REC-INACTIVE          VALUE "I".
002900     10  NAME-REC-STATUS-DATE           PIC X(06).
