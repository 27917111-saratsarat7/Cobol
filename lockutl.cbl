000100******************************************************************
000200* AUTHOR.     D. KOVACS - APPLICATIONS PROGRAMMING
000300* INSTALLATION. DATA CONTROL DEPT.
000400* DATE-WRITTEN. 10/15/2026.
000500* DATE-COMPILED.
000600* PURPOSE.    OPERATOR UTILITY FOR THE NAME-FILE ENQUEUE
000700*             (namelock.txt, COPYBOOK LOCKREC).  THE NIGHTLY
000800*             CHAIN, APPRVW, REJFIX AND THE MASTER UTILITIES TAKE
000900*             THE LOCK BEFORE TOUCHING THE MASTER OR ITS
001000*             COMPANION FILES AND RELEASE IT WHEN THEY END.  A
001100*             JOB THAT DIES (OR IS CANCELLED) LEAVES ITS LOCK
001200*             BEHIND, AND EVERY LATER RUN IS TURNED AWAY NAMING
001300*             THE DEAD JOB.  "SHOW" SAYS WHO HOLDS THE LOCK;
001400*             "CLEAR" IS THE OVERRIDE - IT SHOWS THE HOLDER,
001500*             ASKS THE OPERATOR TO CONFIRM, EMPTIES THE LOCK, AND
001600*             LOGS THE OVERRIDE TO locklog.txt (DATE, TIME, THE
001700*             OPERATOR, AND THE HOLDER NAMED ON THE LOCK THAT
001800*             WAS CLEARED).
001900* OPERATION.  ./lockutl SHOW    - NAME THE CURRENT HOLDER
002000*             ./lockutl CLEAR   - CLEAR A STALE LOCK
002100*             CLEAR ONLY A LOCK WHOSE JOB IS KNOWN NOT TO BE
002200*             RUNNING - CLEARING A LIVE JOB'S LOCK LETS A SECOND
002300*             JOB IN ON THE SAME FILES.  THE LIVE JOB, WHEN IT
002400*             ENDS, FINDS ITS LOCK GONE AND LEAVES THE FILE AS
002500*             FOUND.
002600*             CONDITION CODES: 0 DONE (OR NOTHING TO DO), 4 CLEAR
002700*             NOT CONFIRMED, 8 BAD PARAMETER OR I/O ERROR.
002800* TECTONICS.  cobc
002900*-----------------------------------------------------------*
003000* MODIFICATION HISTORY
003100*-----------------------------------------------------------*
003200* DATE       INIT  DESCRIPTION
003300* ---------  ----  ----------------------------------------
003400* 10/15/26   DK    ORIGINAL VERSION.
003500******************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID. LOCKUTL.
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT NAME-LOCK-FILE           ASSIGN TO "namelock.txt"
004200                                     ORGANIZATION LINE SEQUENTIAL
004300                                     STATUS NAME-LOCK-STATUS.
004400     SELECT LOCK-LOG-FILE            ASSIGN TO "locklog.txt"
004500                                     ORGANIZATION LINE SEQUENTIAL
004600                                     STATUS LOCK-LOG-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  NAME-LOCK-FILE.
005000     COPY LOCKREC.
005100 FD  LOCK-LOG-FILE.
005200 01  LOCK-LOG-LINE                   PIC X(100).
005300 WORKING-STORAGE SECTION.
005400 01  NAME-LOCK-STATUS                PIC X(02).
005500     88  NAME-LOCK-STATUS-OK         VALUE "00".
005600     88  NAME-LOCK-STATUS-EOF        VALUE "10".
005700     88  NAME-LOCK-NOT-FOUND         VALUE "35".
005800 01  LOCK-LOG-STATUS                 PIC X(02).
005900     88  LOCK-LOG-STATUS-OK          VALUE "00".
006000     88  LOCK-LOG-NOT-FOUND          VALUE "35".
006100 01  RUN-PARM                        PIC X(40).
006200 01  RUN-MODE-SWITCH                 PIC X(01).
006300     88  SHOW-MODE                   VALUE "S".
006400     88  CLEAR-MODE                  VALUE "C".
006500 01  LOCK-FOUND-SWITCH               PIC X(01) VALUE "N".
006600     88  LOCK-FOUND                  VALUE "Y".
006700 01  FOUND-LOCK-IMAGE.
006800     05  FOUND-LOCK-TAG              PIC X(04).
006900     05  FOUND-LOCK-PROGRAM          PIC X(08).
007000     05  FOUND-LOCK-USER             PIC X(08).
007100     05  FOUND-LOCK-DATE             PIC X(08).
007200     05  FOUND-LOCK-TIME             PIC X(08).
007300*    FOUND-LOCK-IMAGE = THE LOCK RECORD AS READ.  THE CLEAR
007400*    ONLY GOES AHEAD IF THE FILE STILL HOLDS EXACTLY THIS
007500*    RECORD AFTER THE OPERATOR CONFIRMS - A JOB THAT ENDED (OR
007600*    STARTED) WHILE THE QUESTION WAS ON THE SCREEN IS NOT
007700*    DISTURBED.
007800 01  OPERATOR-REPLY                  PIC X(01).
007900     88  REPLY-YES                   VALUE "Y" "y".
008000 01  OPERATOR-ID                     PIC X(08).
008100 01  RUN-DATE-RAW                    PIC 9(06).
008200 01  RUN-DATE-DISPLAY                PIC X(08).
008300 01  RUN-TIME-RAW                    PIC 9(08).
008400 01  RUN-TIME-DISPLAY                PIC X(08).
008500******************************************************************
008600 PROCEDURE DIVISION.
008700******************************************************************
008800* 0000-MAINLINE - CONTROLS OVERALL FLOW OF THE PROGRAM.
008900******************************************************************
009000 0000-MAINLINE.
009100     PERFORM 1000-INITIALIZE
009200         THRU 1000-EXIT
009300     IF RETURN-CODE = ZERO
009400         PERFORM 2000-READ-LOCK
009500             THRU 2000-EXIT
009600     END-IF
009700     IF RETURN-CODE = ZERO
009800         AND LOCK-FOUND
009900         AND CLEAR-MODE
010000         PERFORM 3000-CLEAR-LOCK
010100             THRU 3000-EXIT
010200     END-IF
010300     STOP RUN.
010400******************************************************************
010500* 1000-INITIALIZE - PICKS UP THE SHOW/CLEAR PARAMETER, THE
010600*                   OPERATOR'S LOGIN NAME, AND THE CLOCK.
010700******************************************************************
010800 1000-INITIALIZE.
010900     ACCEPT RUN-PARM FROM COMMAND-LINE
011000     IF RUN-PARM(1:4) = "SHOW"
011100         MOVE "S" TO RUN-MODE-SWITCH
011200     ELSE
011300         IF RUN-PARM(1:5) = "CLEAR"
011400             MOVE "C" TO RUN-MODE-SWITCH
011500         ELSE
011600             DISPLAY "LOCKUTL - USAGE: lockutl SHOW | CLEAR"
011700             MOVE 8 TO RETURN-CODE
011800             GO TO 1000-EXIT
011900         END-IF
012000     END-IF
012100     ACCEPT OPERATOR-ID FROM ENVIRONMENT "USER"
012200     IF OPERATOR-ID = SPACES
012300         MOVE "UNKNOWN" TO OPERATOR-ID
012400     END-IF
012500     ACCEPT RUN-DATE-RAW FROM DATE
012600     MOVE RUN-DATE-RAW(3:2) TO RUN-DATE-DISPLAY(1:2)
012700     MOVE "/" TO RUN-DATE-DISPLAY(3:1)
012800     MOVE RUN-DATE-RAW(5:2) TO RUN-DATE-DISPLAY(4:2)
012900     MOVE "/" TO RUN-DATE-DISPLAY(6:1)
013000     MOVE RUN-DATE-RAW(1:2) TO RUN-DATE-DISPLAY(7:2)
013100     ACCEPT RUN-TIME-RAW FROM TIME
013200     MOVE RUN-TIME-RAW(1:2) TO RUN-TIME-DISPLAY(1:2)
013300     MOVE ":" TO RUN-TIME-DISPLAY(3:1)
013400     MOVE RUN-TIME-RAW(3:2) TO RUN-TIME-DISPLAY(4:2)
013500     MOVE ":" TO RUN-TIME-DISPLAY(6:1)
013600     MOVE RUN-TIME-RAW(5:2) TO RUN-TIME-DISPLAY(7:2).
013700 1000-EXIT.
013800     EXIT.
013900******************************************************************
014000* 2000-READ-LOCK - READS THE LOCK FILE AND NAMES THE HOLDER.  A
014100*                  MISSING OR EMPTY FILE MEANS NO LOCK IS HELD.
014200*                  A RECORD WITHOUT THE LOCK TAG IS NOT A LOCK
014300*                  (NO PROGRAM HONOURS IT) BUT IS SHOWN SO CLEAR
014400*                  CAN TIDY IT AWAY.
014500******************************************************************
014600 2000-READ-LOCK.
014700     OPEN INPUT NAME-LOCK-FILE
014800     IF NAME-LOCK-NOT-FOUND
014900         DISPLAY "LOCKUTL - NO LOCK HELD - NAME FILES ARE FREE"
015000         GO TO 2000-EXIT
015100     END-IF
015200     IF NOT NAME-LOCK-STATUS-OK
015300         DISPLAY "LOCKUTL - I/O ERROR ON LOCK FILE, STATUS = "
015400             NAME-LOCK-STATUS
015500         MOVE 8 TO RETURN-CODE
015600         GO TO 2000-EXIT
015700     END-IF
015800     READ NAME-LOCK-FILE
015900     IF NAME-LOCK-STATUS-EOF
016000         DISPLAY "LOCKUTL - NO LOCK HELD - NAME FILES ARE FREE"
016100         CLOSE NAME-LOCK-FILE
016200         GO TO 2000-EXIT
016300     END-IF
016400     IF NOT NAME-LOCK-STATUS-OK
016500         DISPLAY "LOCKUTL - I/O ERROR ON LOCK FILE, STATUS = "
016600             NAME-LOCK-STATUS
016700         MOVE 8 TO RETURN-CODE
016800         CLOSE NAME-LOCK-FILE
016900         GO TO 2000-EXIT
017000     END-IF
017100     MOVE "Y" TO LOCK-FOUND-SWITCH
017200     MOVE NAME-LOCK-RECORD TO FOUND-LOCK-IMAGE
017300     IF LOCK-TAG-VALID
017400         DISPLAY "LOCKUTL - NAME FILES LOCKED BY " LOCK-PROGRAM
017500             " USER " LOCK-USER
017600         DISPLAY "LOCKUTL - SINCE " LOCK-START-DATE " "
017700             LOCK-START-TIME
017800     ELSE
017900         DISPLAY "LOCKUTL - LOCK FILE HOLDS AN UNRECOGNISED "
018000             "RECORD (NOT HONOURED AS A LOCK):"
018100         DISPLAY "LOCKUTL - " FOUND-LOCK-IMAGE
018200     END-IF
018300     CLOSE NAME-LOCK-FILE.
018400 2000-EXIT.
018500     EXIT.
018600******************************************************************
018700* 3000-CLEAR-LOCK - THE OVERRIDE.  ASKS THE OPERATOR TO CONFIRM,
018800*                   CHECKS THE LOCK HAS NOT CHANGED MEANWHILE,
018900*                   LOGS THE OVERRIDE, THEN EMPTIES THE LOCK
019000*                   FILE.  THE LOG LINE IS WRITTEN FIRST SO A
019100*                   CLEARED LOCK IS NEVER UNACCOUNTED FOR.
019200******************************************************************
019300 3000-CLEAR-LOCK.
019400     DISPLAY "LOCKUTL - CLEAR ONLY IF THAT JOB IS NO LONGER "
019500         "RUNNING.  CLEAR IT (Y/N)? "
019600     MOVE SPACE TO OPERATOR-REPLY
019700     ACCEPT OPERATOR-REPLY
019800     IF NOT REPLY-YES
019900         DISPLAY "LOCKUTL - NOT CONFIRMED - LOCK LEFT IN PLACE"
020000         MOVE 4 TO RETURN-CODE
020100         GO TO 3000-EXIT
020200     END-IF
020300     OPEN INPUT NAME-LOCK-FILE
020400     IF NOT NAME-LOCK-STATUS-OK
020500         DISPLAY "LOCKUTL - LOCK RELEASED MEANWHILE - NOTHING "
020600             "TO CLEAR"
020700         GO TO 3000-EXIT
020800     END-IF
020900     READ NAME-LOCK-FILE
021000     IF NOT NAME-LOCK-STATUS-OK
021100         OR NAME-LOCK-RECORD NOT = FOUND-LOCK-IMAGE
021200         DISPLAY "LOCKUTL - THE LOCK CHANGED WHILE WAITING - "
021300             "NOTHING CLEARED.  RUN lockutl SHOW AGAIN."
021400         MOVE 4 TO RETURN-CODE
021500         CLOSE NAME-LOCK-FILE
021600         GO TO 3000-EXIT
021700     END-IF
021800     CLOSE NAME-LOCK-FILE
021900     PERFORM 3100-LOG-OVERRIDE
022000         THRU 3100-EXIT
022100     IF RETURN-CODE NOT = ZERO
022200         GO TO 3000-EXIT
022300     END-IF
022400     OPEN OUTPUT NAME-LOCK-FILE
022500     IF NOT NAME-LOCK-STATUS-OK
022600         DISPLAY "LOCKUTL - I/O ERROR ON LOCK FILE, STATUS = "
022700             NAME-LOCK-STATUS
022800         MOVE 8 TO RETURN-CODE
022900         GO TO 3000-EXIT
023000     END-IF
023100     CLOSE NAME-LOCK-FILE
023200     DISPLAY "LOCKUTL - LOCK CLEARED BY " OPERATOR-ID
023300         " - OVERRIDE LOGGED ON locklog.txt".
023400 3000-EXIT.
023500     EXIT.
023600******************************************************************
023700* 3100-LOG-OVERRIDE - APPENDS ONE LINE TO locklog.txt: WHEN,
023800*                     WHO CLEARED IT, AND THE LOCK RECORD AS IT
023900*                     WAS.  NO LOG, NO CLEAR.
024000******************************************************************
024100 3100-LOG-OVERRIDE.
024200     OPEN EXTEND LOCK-LOG-FILE
024300     IF LOCK-LOG-NOT-FOUND
024400         OPEN OUTPUT LOCK-LOG-FILE
024500     END-IF
024600     IF NOT LOCK-LOG-STATUS-OK
024700         DISPLAY "LOCKUTL - I/O ERROR ON OVERRIDE LOG, STATUS = "
024800             LOCK-LOG-STATUS
024900         DISPLAY "LOCKUTL - NOTHING CLEARED"
025000         MOVE 8 TO RETURN-CODE
025100         GO TO 3100-EXIT
025200     END-IF
025300     MOVE SPACES TO LOCK-LOG-LINE
025400     STRING RUN-DATE-DISPLAY DELIMITED BY SIZE
025500         " " DELIMITED BY SIZE
025600         RUN-TIME-DISPLAY DELIMITED BY SIZE
025700         " CLEARED BY " DELIMITED BY SIZE
025800         OPERATOR-ID DELIMITED BY SIZE
025900         " - HELD BY " DELIMITED BY SIZE
026000         FOUND-LOCK-PROGRAM DELIMITED BY SIZE
026100         " " DELIMITED BY SIZE
026200         FOUND-LOCK-USER DELIMITED BY SIZE
026300         " SINCE " DELIMITED BY SIZE
026400         FOUND-LOCK-DATE DELIMITED BY SIZE
026500         " " DELIMITED BY SIZE
026600         FOUND-LOCK-TIME DELIMITED BY SIZE
026700         INTO LOCK-LOG-LINE
026800     END-STRING
026900     WRITE LOCK-LOG-LINE
027000     IF NOT LOCK-LOG-STATUS-OK
027100         DISPLAY "LOCKUTL - I/O ERROR ON OVERRIDE LOG, STATUS = "
027200             LOCK-LOG-STATUS
027300         DISPLAY "LOCKUTL - NOTHING CLEARED"
027400         MOVE 8 TO RETURN-CODE
027500     END-IF
027600     CLOSE LOCK-LOG-FILE.
027700 3100-EXIT.
027800     EXIT.
027900 END PROGRAM LOCKUTL.
