002000* DATE       INIT  DESCRIPTION
002100* ---------  ----  ----------------------------------------
002200* 09/02/26   DK    ORIGINAL VERSION.
002201* 10/15/26   DK    A REJECTED TRANSACTION (STATUS "R", REJECTING
002202*                  SUPERVISOR IN APPV-APPROVE-USER) IS ALSO
002203*                  WRITTEN TO apprrej.txt FOR THE NEXT TEST1 PASS
002204*                  TO REPORT ON THE SUBMITTER'S OUTCOME NOTICE.
002300******************************************************************
002400 01  APPV-RECORD.
002500     05  APPV-STATUS-CODE               PIC X(01).
