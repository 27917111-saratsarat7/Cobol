001200* DATE       INIT  DESCRIPTION
001300* ---------  ----  ----------------------------------------
001400* 08/23/26   DK    ORIGINAL VERSION.
001410* 10/15/26   DK    ADDED REASON 14 - AN ADD KEYED WITH ID 00000
001420*                  FOR WHICH NO NEW ID COULD BE ASSIGNED.
001430* 10/15/26   DK    ADDED REASON 15 - THE RECORD'S STATUS DOES
001440*                  NOT ALLOW THE ACTION: A CHANGE OR DELETE OF
001450*                  AN INACTIVE RECORD, OR A REACTIVATE OF AN
001460*                  ACTIVE ONE.
001470* 10/15/26   DK    ADDED REASON 16 - THE CARD'S MAINT-USER-ID
001480*                  IS NOT A REGISTERED KEYER (USERREC).
001500******************************************************************
001600 01  MREJECT-RECORD.
001700     05  MREJECT-ACTION-CODE            PIC X(01).
002400         88  MREJECT-REASON-NOT-ON-MASTER    VALUE "11".
002500         88  MREJECT-REASON-ALREADY-ON-MASTER VALUE "12".
002600         88  MREJECT-REASON-BAD-ACTION-CODE  VALUE "13".
002700         88  MREJECT-REASON-NO-ID-AVAILABLE  VALUE "14".
002800         88  MREJECT-REASON-WRONG-STATUS     VALUE "15".
002900         88  MREJECT-REASON-NOT-A-KEYER      VALUE "16".
