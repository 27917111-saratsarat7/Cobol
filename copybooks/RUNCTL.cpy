000100******************************************************************
000200* COPYBOOK.   RUNCTL
000300* AUTHOR.     D. KOVACS - APPLICATIONS PROGRAMMING
000400* PURPOSE.    NIGHTLY CHAIN RUN-CONTROL RECORD.  NIGHTLYRUN.SH
000500*             KEEPS ONE CONTROL FILE PER BUSINESS DATE
000600*             (runctl.YYMMDD.txt) AND APPENDS A LINE EACH TIME
000700*             A STEP STARTS AND AGAIN WHEN IT ENDS, PLUS A
000800*             "CHAIN" LINE AT THE START AND END OF EVERY RUN.
000900*             A STEP THAT STARTED BUT NEVER ENDED DIED WHERE IT
001000*             STOOD.  A RESTART READS THE FILE BACK AND RESUMES
001100*             AT THE FIRST STEP NOT DONE OR SKIPPED SINCE THE
001200*             LAST NORMAL START; RUNRPT READS THE RECENT FILES
001300*             FOR THE ELAPSED-TIME REPORT.  THE FIELDS ARE
001400*             SPACE-SEPARATED SO THE SHELL CAN READ THEM BACK;
001500*             ON A "STARTED" LINE THE END DATE, END TIME,
001600*             CONDITION CODE AND ELAPSED FIELDS HOLD DASHES.
001700*-----------------------------------------------------------*
001800* MODIFICATION HISTORY
001900*-----------------------------------------------------------*
002000* DATE       INIT  DESCRIPTION
002100* ---------  ----  ----------------------------------------
002200* 10/15/26   DK    ORIGINAL VERSION.
002300******************************************************************
002400 01  RUN-CONTROL-RECORD.
002500     05  RCTL-STEP                      PIC X(07).
002600         88  RCTL-CHAIN-LINE            VALUE "CHAIN".
002700     05  FILLER                         PIC X(01).
002800     05  RCTL-PROGRAM                   PIC X(08).
002900*        RCTL-PROGRAM = THE PROGRAM THE STEP RUNS (SNAPSHOT FOR
003000*        THE STEP005 COPY); ON A CHAIN LINE, THE RUN MODE -
003100*        NORMAL OR RESTART.
003200     05  FILLER                         PIC X(01).
003300     05  RCTL-STATE                     PIC X(07).
003400         88  RCTL-STARTED               VALUE "STARTED".
003500         88  RCTL-DONE                  VALUE "DONE".
003600         88  RCTL-HELD                  VALUE "HELD".
003700         88  RCTL-FAILED                VALUE "FAILED".
003800         88  RCTL-SKIPPED               VALUE "SKIPPED".
003900         88  RCTL-ENDED                 VALUE "ENDED".
004000         88  RCTL-TIMED                 VALUE "DONE" "HELD"
004100                                              "FAILED".
004200*        RCTL-STATE = STARTED WHEN THE STEP BEGINS, THEN DONE
004300*        (THE CHAIN WENT ON PAST IT), HELD (CONDITION CODE 4
004400*        HELD THE CHAIN), FAILED (CONDITION CODE 8 OR HIGHER)
004500*        OR SKIPPED (THE STEP'S OWN RULE SAID NOT TONIGHT).  A
004600*        CHAIN LINE IS STARTED OR ENDED.
004700     05  FILLER                         PIC X(01).
004800     05  RCTL-START-DATE                PIC X(08).
004900     05  FILLER                         PIC X(01).
005000     05  RCTL-START-TIME                PIC X(08).
005100     05  FILLER                         PIC X(01).
005200     05  RCTL-END-DATE                  PIC X(08).
005300     05  FILLER                         PIC X(01).
005400     05  RCTL-END-TIME                  PIC X(08).
005500     05  FILLER                         PIC X(01).
005600     05  RCTL-COND-CODE                 PIC X(03).
005700     05  RCTL-COND-CODE-N REDEFINES RCTL-COND-CODE
005800                                        PIC 9(03).
005900     05  FILLER                         PIC X(01).
006000     05  RCTL-ELAPSED                   PIC X(06).
006100     05  RCTL-ELAPSED-N REDEFINES RCTL-ELAPSED
006200                                        PIC 9(06).
006300*        RCTL-ELAPSED = WALL-CLOCK SECONDS FROM START TO END.
