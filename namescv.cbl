000100******************************************************************
000200* AUTHOR.     D. KOVACS - APPLICATIONS PROGRAMMING
000300* INSTALLATION. DATA CONTROL DEPT.
000400* DATE-WRITTEN. 10/15/2026.
000500* DATE-COMPILED.
000600* PURPOSE.    ONE-TIME CONVERSION OF THE NAME-MASTER ONTO THE
000700*             LAYOUT CARRYING THE RECORD STATUS AND STATUS DATE
000800*             (NAMESTAT).  THE EXISTING MASTER HOLDS THE 26-BYTE
000900*             NAMEREC RECORD ONLY, SO EVERY PROGRAM DECLARING THE
001000*             LONGER RECORD WOULD REFUSE TO OPEN IT; THIS PROGRAM
001100*             READS THE OLD FILE IN KEY ORDER AND WRITES EVERY
001200*             RECORD TO A FRESH MASTER AS ACTIVE, WITH ITS DATE
001300*             ADDED AS THE STATUS DATE - THE RECORD HAS BEEN
001400*             ACTIVE SINCE IT WAS ADDED.
001500* OPERATION.  BEFORE RUNNING, OPERATIONS RENAMES THE EXISTING
001600*             namemast.txt TO namemast.old.  THIS PROGRAM
001700*             READS namemast.old AND BUILDS THE NEW INDEXED
001800*             namemast.txt, BOTH KEYS AS BEFORE.  RUN ONCE ONLY,
001900*             BEFORE THE FIRST RUN AT THE STATUS LEVEL - THE SAME
002000*             DRILL AS THE NAMECNV AND NAMEIDX CONVERSIONS BEFORE
002100*             IT.  A SNAPSHOT (namemast.YYMMDD.bak) TAKEN BEFORE
002200*             THE CONVERSION IS AT THE OLD LAYOUT; TO RECOVER FROM
002300*             ONE, RUN IT THROUGH THIS PROGRAM THE SAME WAY AND
002400*             RENAME THE RESULT BEFORE RUNNING NAMERST.
002500* TECTONICS.  cobc
002600*-----------------------------------------------------------*
002700* MODIFICATION HISTORY
002800*-----------------------------------------------------------*
002900* DATE       INIT  DESCRIPTION
003000* ---------  ----  ----------------------------------------
003100* 10/15/26   DK    ORIGINAL VERSION.
003101* 10/15/26   DK    TAKES THE NAME-FILE ENQUEUE (namelock.txt)
003102*                  BEFORE BUILDING THE NEW namemast.txt AND
003103*                  RELEASES IT AT END OF JOB - A CONVERSION MUST
003104*                  NOT RUN UNDER THE NIGHTLY CHAIN OR A CONSOLE
003105*                  UTILITY.  A HELD LOCK IS NAMED AND NOTHING IS
003106*                  DONE (RETURN CODE 8).
003200******************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. NAMESCV.
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT OLD-MASTER               ASSIGN TO "namemast.old"
003900                                     ORGANIZATION INDEXED
004000                                     ACCESS MODE DYNAMIC
004100                                     RECORD KEY OLD-REC-ID
004200                                    ALTERNATE RECORD KEY
004300                                        OLD-REC-NAME
004400                                        WITH DUPLICATES
004500                                     STATUS IS OLD-MASTER-STATUS.
004600     SELECT NEW-MASTER               ASSIGN TO "namemast.txt"
004700                                     ORGANIZATION INDEXED
004800                                     ACCESS MODE DYNAMIC
004900                                     RECORD KEY MASTER-REC-ID
005000                                    ALTERNATE RECORD KEY
005100                                        MASTER-REC-NAME
005200                                        WITH DUPLICATES
005300                                     STATUS IS NEW-MASTER-STATUS.
005301     SELECT NAME-LOCK-FILE           ASSIGN TO "namelock.txt"
005302                                     ORGANIZATION LINE SEQUENTIAL
005303                                     STATUS NAME-LOCK-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  OLD-MASTER.
005700     COPY NAMEREC REPLACING
005800         ==NAME-RECORD==          BY ==OLD-RECORD==
005900         ==NAME-REC-ID==          BY ==OLD-REC-ID==
006000         ==NAME-REC-NAME==        BY ==OLD-REC-NAME==
006100         ==NAME-REC-DATE-ADDED==  BY ==OLD-REC-DATE-ADDED==.
006200 FD  NEW-MASTER.
006300     COPY NAMEREC REPLACING
006400         ==NAME-RECORD==          BY ==MASTER-RECORD==
006500         ==NAME-REC-ID==          BY ==MASTER-REC-ID==
006600         ==NAME-REC-NAME==        BY ==MASTER-REC-NAME==
006700         ==NAME-REC-DATE-ADDED==  BY ==MASTER-REC-DATE-ADDED==.
006800     COPY NAMESTAT REPLACING
006900         ==NAME-REC-STATUS==       BY ==MASTER-REC-STATUS==
007000         ==NAME-REC-ACTIVE==       BY ==MASTER-REC-ACTIVE==
007100         ==NAME-REC-INACTIVE==     BY ==MASTER-REC-INACTIVE==
007200         ==NAME-REC-STATUS-DATE==  BY ==MASTER-REC-STATUS-DATE==.
007201 FD  NAME-LOCK-FILE.
007202     COPY LOCKREC.
007300 WORKING-STORAGE SECTION.
007400 01  OLD-MASTER-STATUS               PIC X(02).
007500     88  OLD-MASTER-STATUS-OK        VALUE "00".
007600     88  OLD-MASTER-STATUS-EOF       VALUE "10".
007700     88  OLD-MASTER-REC-NOT-FOUND    VALUE "23".
007800     88  OLD-MASTER-NOT-FOUND        VALUE "35".
007900 01  NEW-MASTER-STATUS               PIC X(02).
008000     88  NEW-MASTER-STATUS-OK        VALUE "00".
008100 01  OLD-MASTER-END                  PIC X(01) VALUE "N".
008200     88  END-OF-OLD-MASTER           VALUE "Y".
008201 01  NAME-LOCK-STATUS                PIC X(02).
008202     88  NAME-LOCK-STATUS-OK         VALUE "00".
008203     88  NAME-LOCK-NOT-FOUND         VALUE "35".
008204 01  NAME-LOCK-SWITCH                PIC X(01) VALUE "N".
008205     88  NAME-LOCK-HELD              VALUE "Y".
008206 01  NAME-LOCK-IMAGE                 PIC X(36).
008207*    NAME-LOCK-SWITCH / NAME-LOCK-IMAGE = THIS RUN HOLDS THE
008208*    NAME-FILE ENQUEUE, AND THE LOCK RECORD IT WROTE.  THE LOCK
008209*    IS ONLY RELEASED WHILE THE RECORD ON FILE IS STILL THIS ONE
00820A*    - A LOCK THE OPERATOR CLEARED, AND ANOTHER JOB MAY SINCE
00820B*    HAVE TAKEN, IS LEFT ALONE.
00820C 01  NAME-LOCK-DATE-RAW              PIC 9(06).
00820D 01  NAME-LOCK-TIME-RAW              PIC 9(08).
008300 77  COPIED-COUNT                    PIC 9(05) VALUE ZERO.
008400*    COPIED-COUNT = RECORDS CARRIED ONTO THE CONVERTED MASTER.
008500******************************************************************
008600 PROCEDURE DIVISION.
008700******************************************************************
008800* 0000-MAINLINE - CONTROLS OVERALL FLOW OF THE PROGRAM.
008900******************************************************************
009000 0000-MAINLINE.
009100     PERFORM 1000-INITIALIZE
009200         THRU 1000-EXIT
009300     IF RETURN-CODE = ZERO
009400         PERFORM 2000-CONVERT-MASTER
009500             THRU 2000-EXIT
009600         PERFORM 9000-TERMINATE
009700             THRU 9000-EXIT
009800     END-IF
009801     PERFORM 9500-RELEASE-LOCK
009802         THRU 9500-EXIT
009900     STOP RUN.
010000******************************************************************
010100* 1000-INITIALIZE - OPENS THE OLD MASTER AND BUILDS THE FRESH
010200*                   ONE.  A MISSING OLD MASTER IS FATAL -
010300*                   THERE IS NOTHING TO CONVERT, AND RUNNING
010400*                   ANYWAY WOULD LEAVE AN EMPTY NEW MASTER.
010500******************************************************************
010600 1000-INITIALIZE.
010601     PERFORM 1900-TAKE-LOCK
010602         THRU 1900-EXIT
010603     IF NOT NAME-LOCK-HELD
010604         GO TO 1000-EXIT
010605     END-IF
010700     OPEN INPUT OLD-MASTER
010800     IF OLD-MASTER-NOT-FOUND
010900         DISPLAY "NAMESCV - namemast.old NOT FOUND.  RENAME THE"
011000         DISPLAY "NAMESCV - EXISTING namemast.txt TO namemast.old"
011100         DISPLAY "NAMESCV - BEFORE RUNNING THE CONVERSION."
011200         MOVE 8 TO RETURN-CODE
011300         GO TO 1000-EXIT
011400     END-IF
011500     IF NOT OLD-MASTER-STATUS-OK
011600         DISPLAY "NAMESCV - I/O ERROR ON OLD MASTER, STATUS = "
011700             OLD-MASTER-STATUS
011800         MOVE 8 TO RETURN-CODE
011900         GO TO 1000-EXIT
012000     END-IF
012100     OPEN OUTPUT NEW-MASTER
012200     IF NOT NEW-MASTER-STATUS-OK
012300         DISPLAY "NAMESCV - I/O ERROR ON NEW MASTER, STATUS = "
012400             NEW-MASTER-STATUS
012500         MOVE 8 TO RETURN-CODE
012600         CLOSE OLD-MASTER
012700     END-IF.
012800 1000-EXIT.
012900     EXIT.
012901******************************************************************
012902* 1900-TAKE-LOCK - TAKES THE NAME-FILE ENQUEUE (namelock.txt,
012903*                  COPYBOOK LOCKREC) BEFORE EITHER MASTER IS
012904*                  OPENED.  THE USER IS THE LOGIN NAME.
012905*                  A LOCK ALREADY ON FILE STOPS THE RUN WITH
012906*                  RETURN CODE 8, NAMING THE HOLDER.  THE NEW
012907*                  LOCK IS READ BACK ONCE WRITTEN - IF ANOTHER
012908*                  JOB WROTE ITS OWN IN THE SAME INSTANT, THAT IS
012909*                  THE ONE FOUND, AND THIS RUN STANDS DOWN.
01290A******************************************************************
01290B 1900-TAKE-LOCK.
01290C     OPEN INPUT NAME-LOCK-FILE
01290D     IF NAME-LOCK-NOT-FOUND
01290E         GO TO 1910-WRITE-LOCK
01290F     END-IF
01290G     IF NOT NAME-LOCK-STATUS-OK
01290H         DISPLAY "NAMESCV - I/O ERROR ON LOCK FILE, STATUS = "
01290I             NAME-LOCK-STATUS
01290J         MOVE 8 TO RETURN-CODE
01290K         GO TO 1900-EXIT
01290L     END-IF
01290M     READ NAME-LOCK-FILE
01290N     IF NAME-LOCK-STATUS-OK
01290O         AND LOCK-TAG-VALID
01290P         PERFORM 1950-SHOW-LOCK-HOLDER
01290Q             THRU 1950-EXIT
01290R         CLOSE NAME-LOCK-FILE
01290S         GO TO 1900-EXIT
01290T     END-IF
01290U     CLOSE NAME-LOCK-FILE.
01290V 1910-WRITE-LOCK.
01290W     OPEN OUTPUT NAME-LOCK-FILE
01290X     IF NOT NAME-LOCK-STATUS-OK
01290Y         DISPLAY "NAMESCV - I/O ERROR ON LOCK FILE, STATUS = "
01290Z             NAME-LOCK-STATUS
012910         MOVE 8 TO RETURN-CODE
012911         GO TO 1900-EXIT
012912     END-IF
012913     MOVE SPACES TO NAME-LOCK-RECORD
012914     MOVE "NLCK" TO LOCK-TAG
012915     MOVE "NAMESCV" TO LOCK-PROGRAM
012916     ACCEPT LOCK-USER FROM ENVIRONMENT "USER"
012917     IF LOCK-USER = SPACES
012918         MOVE "UNKNOWN" TO LOCK-USER
012919     END-IF
01291A     ACCEPT NAME-LOCK-DATE-RAW FROM DATE
01291B     MOVE NAME-LOCK-DATE-RAW(3:2) TO LOCK-START-DATE(1:2)
01291C     MOVE "/" TO LOCK-START-DATE(3:1)
01291D     MOVE NAME-LOCK-DATE-RAW(5:2) TO LOCK-START-DATE(4:2)
01291E     MOVE "/" TO LOCK-START-DATE(6:1)
01291F     MOVE NAME-LOCK-DATE-RAW(1:2) TO LOCK-START-DATE(7:2)
01291G     ACCEPT NAME-LOCK-TIME-RAW FROM TIME
01291H     MOVE NAME-LOCK-TIME-RAW(1:2) TO LOCK-START-TIME(1:2)
01291I     MOVE ":" TO LOCK-START-TIME(3:1)
01291J     MOVE NAME-LOCK-TIME-RAW(3:2) TO LOCK-START-TIME(4:2)
01291K     MOVE ":" TO LOCK-START-TIME(6:1)
01291L     MOVE NAME-LOCK-TIME-RAW(5:2) TO LOCK-START-TIME(7:2)
01291M     MOVE NAME-LOCK-RECORD TO NAME-LOCK-IMAGE
01291N     WRITE NAME-LOCK-RECORD
01291O     IF NOT NAME-LOCK-STATUS-OK
01291P         DISPLAY "NAMESCV - I/O ERROR ON LOCK FILE, STATUS = "
01291Q             NAME-LOCK-STATUS
01291R         MOVE 8 TO RETURN-CODE
01291S         CLOSE NAME-LOCK-FILE
01291T         GO TO 1900-EXIT
01291U     END-IF
01291V     CLOSE NAME-LOCK-FILE
01291W     OPEN INPUT NAME-LOCK-FILE
01291X     IF NOT NAME-LOCK-STATUS-OK
01291Y         DISPLAY "NAMESCV - I/O ERROR ON LOCK FILE, STATUS = "
01291Z             NAME-LOCK-STATUS
012920         MOVE 8 TO RETURN-CODE
012921         GO TO 1900-EXIT
012922     END-IF
012923     READ NAME-LOCK-FILE
012924     IF NOT NAME-LOCK-STATUS-OK
012925         DISPLAY "NAMESCV - LOCK FILE EMPTIED BEFORE THE LOCK "
012926             "COULD BE CONFIRMED - NOTHING WAS DONE"
012927         MOVE 8 TO RETURN-CODE
012928         CLOSE NAME-LOCK-FILE
012929         GO TO 1900-EXIT
01292A     END-IF
01292B     IF NAME-LOCK-RECORD NOT = NAME-LOCK-IMAGE
01292C         PERFORM 1950-SHOW-LOCK-HOLDER
01292D             THRU 1950-EXIT
01292E         CLOSE NAME-LOCK-FILE
01292F         GO TO 1900-EXIT
01292G     END-IF
01292H     CLOSE NAME-LOCK-FILE
01292I     MOVE "Y" TO NAME-LOCK-SWITCH.
01292J 1900-EXIT.
01292K     EXIT.
01292L******************************************************************
01292M* 1950-SHOW-LOCK-HOLDER - NAMES THE JOB HOLDING THE LOCK AND
01292N*                         STOPS THIS RUN WITH RETURN CODE 8.
01292O******************************************************************
01292P 1950-SHOW-LOCK-HOLDER.
01292Q     DISPLAY "NAMESCV - NAME FILES IN USE BY " LOCK-PROGRAM
01292R         " USER " LOCK-USER
01292S     DISPLAY "NAMESCV - LOCKED SINCE " LOCK-START-DATE " "
01292T         LOCK-START-TIME " - NOTHING WAS DONE"
01292U     DISPLAY "NAMESCV - RUN AGAIN WHEN THAT JOB ENDS.  IF IT IS "
01292V         "NO LONGER RUNNING,"
01292W     DISPLAY "NAMESCV - THE OPERATOR CLEARS THE LOCK WITH: "
01292X         "lockutl CLEAR"
01292Y     MOVE 8 TO RETURN-CODE.
01292Z 1950-EXIT.
012930     EXIT.
013000******************************************************************
013100* 2000-CONVERT-MASTER - READS THE OLD MASTER IN KEY ORDER AND
013200*                       WRITES EVERY RECORD TO THE NEW MASTER.
013300******************************************************************
013400 2000-CONVERT-MASTER.
013500     PERFORM 2100-COPY-ONE-RECORD
013600         THRU 2100-EXIT
013700         UNTIL END-OF-OLD-MASTER.
013800 2000-EXIT.
013900     EXIT.
014000******************************************************************
014100* 2100-COPY-ONE-RECORD - READS THE NEXT OLD-MASTER RECORD AND
014200*                       WRITES IT TO THE NEW MASTER AS ACTIVE.
014300******************************************************************
014400 2100-COPY-ONE-RECORD.
014500     READ OLD-MASTER NEXT RECORD
014600         AT END
014700             MOVE "Y" TO OLD-MASTER-END
014800     END-READ
014900     IF END-OF-OLD-MASTER
015000         GO TO 2100-EXIT
015100     END-IF
015200     IF NOT OLD-MASTER-STATUS-OK
015300         DISPLAY "NAMESCV - I/O ERROR ON OLD MASTER, STATUS = "
015400             OLD-MASTER-STATUS
015500         MOVE 8 TO RETURN-CODE
015600         MOVE "Y" TO OLD-MASTER-END
015700         GO TO 2100-EXIT
015800     END-IF
015900     MOVE OLD-REC-ID          TO MASTER-REC-ID
016000     MOVE OLD-REC-NAME        TO MASTER-REC-NAME
016100     MOVE OLD-REC-DATE-ADDED  TO MASTER-REC-DATE-ADDED
016200     MOVE "A"                 TO MASTER-REC-STATUS
016300     MOVE OLD-REC-DATE-ADDED  TO MASTER-REC-STATUS-DATE
016400     WRITE MASTER-RECORD
016500     IF NOT NEW-MASTER-STATUS-OK
016600         DISPLAY "NAMESCV - I/O ERROR ON NEW MASTER, STATUS = "
016700             NEW-MASTER-STATUS
016800         MOVE 8 TO RETURN-CODE
016900         MOVE "Y" TO OLD-MASTER-END
017000         GO TO 2100-EXIT
017100     END-IF
017200     ADD 1 TO COPIED-COUNT.
017300 2100-EXIT.
017400     EXIT.
017500******************************************************************
017600* 9000-TERMINATE - DISPLAYS THE CONVERSION COUNT AND CLOSES ALL
017700*                  FILES BEFORE STOP RUN.
017800******************************************************************
017900 9000-TERMINATE.
018000     DISPLAY "NAMESCV - CONVERSION COMPLETE, " COPIED-COUNT
018100         " RECORDS CARRIED ONTO THE NEW MASTER"
018200     CLOSE OLD-MASTER
018300     CLOSE NEW-MASTER.
018400 9000-EXIT.
018500     EXIT.
018501******************************************************************
018502* 9500-RELEASE-LOCK - GIVES UP THE NAME-FILE ENQUEUE BY EMPTYING
018503*                     namelock.txt - BUT ONLY WHILE THE RECORD ON
018504*                     FILE IS STILL THE ONE THIS RUN WROTE.  A
018505*                     LOCK THE OPERATOR CLEARED (AND ANOTHER JOB
018506*                     MAY SINCE HAVE TAKEN) IS LEFT AS FOUND.
018507******************************************************************
018508 9500-RELEASE-LOCK.
018509     IF NOT NAME-LOCK-HELD
01850A         GO TO 9500-EXIT
01850B     END-IF
01850C     MOVE "N" TO NAME-LOCK-SWITCH
01850D     OPEN INPUT NAME-LOCK-FILE
01850E     IF NOT NAME-LOCK-STATUS-OK
01850F         DISPLAY "NAMESCV - LOCK WAS CLEARED DURING THE RUN - "
01850G             "namelock.txt LEFT AS FOUND"
01850H         GO TO 9500-EXIT
01850I     END-IF
01850J     READ NAME-LOCK-FILE
01850K     IF NOT NAME-LOCK-STATUS-OK
01850L         OR NAME-LOCK-RECORD NOT = NAME-LOCK-IMAGE
01850M         DISPLAY "NAMESCV - LOCK WAS CLEARED DURING THE RUN - "
01850N             "namelock.txt LEFT AS FOUND"
01850O         CLOSE NAME-LOCK-FILE
01850P         GO TO 9500-EXIT
01850Q     END-IF
01850R     CLOSE NAME-LOCK-FILE
01850S     OPEN OUTPUT NAME-LOCK-FILE
01850T     IF NOT NAME-LOCK-STATUS-OK
01850U         DISPLAY "NAMESCV - I/O ERROR ON LOCK FILE, STATUS = "
01850V             NAME-LOCK-STATUS
01850W         DISPLAY "NAMESCV - LOCK NOT RELEASED - CLEAR IT WITH: "
01850X             "lockutl CLEAR"
01850Y         MOVE 8 TO RETURN-CODE
01850Z         GO TO 9500-EXIT
018510     END-IF
018511     CLOSE NAME-LOCK-FILE.
018512 9500-EXIT.
018513     EXIT.
018600 END PROGRAM NAMESCV.
