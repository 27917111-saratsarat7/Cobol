001200* ---------  ----  ----------------------------------------
001300* 08/09/26   DK    ORIGINAL VERSION - SPLIT OUT OF THE FLAT
001400*                  FILE-REC PIC X(26) FORMERLY CODED IN TEST1.
001410* 10/15/26   DK    THE NAME-MASTER RECORD NOW CARRIES A RECORD
001420*                  STATUS AND STATUS DATE AFTER THESE 26 BYTES -
001430*                  SEE NAMESTAT, COPIED BEHIND THIS LAYOUT IN
001440*                  THE MASTER FDS ONLY.  THIS LAYOUT IS UNCHANGED.
001500******************************************************************
001600 01  NAME-RECORD.
001700     10  NAME-REC-ID                 PIC 9(05).
