001100*             IMAGES) FORWARD THROUGH ANY POINT IN TIME: AN
001200*             AFTER IMAGE IS WRITTEN (OR REWRITTEN) ONTO THE
001300*             MASTER, A BLANK AFTER IMAGE DELETES THE BEFORE
001400*             IMAGE'S ID.  THE RECORD STATUS (NAMESTAT) RIDES
001401*             WITH THE SNAPSHOT RECORD AND THE AFTER IMAGE, SO
001402*             AN INACTIVE RECORD COMES BACK INACTIVE; ONLY A
001403*             NAMEPRG PURGE LEAVES A BLANK AFTER IMAGE NOW.
001404*             A RECOVERY REPORT BALANCES THE
001500*             JOURNAL TRANSACTIONS APPLIED AGAINST THE RECORD
001600*             COUNT ON THE REBUILT MASTER SO THE RESTORE CAN
001700*             BE CERTIFIED BEFORE THE CHAIN IS RELEASED.
002300*                 ./namerst namemast.260901.bak 260901 260902
002400*             THE EXISTING namemast.txt IS REPLACED.  THE
002500*             REPORT IS WRITTEN TO recovrpt.txt.
002501*             THE ID CONTROL RECORD (namectl.txt) IS RAISED
002502*             TO THE HIGHEST ID SEEN, NEVER LOWERED.  A
002503*             SNAPSHOT TAKEN BEFORE THE MASTER CARRIED A
002504*             STATUS IS AT THE OLD LAYOUT AND MUST BE PUT
002505*             THROUGH NAMESCV FIRST.
002600* TECTONICS.  cobc
002700*-----------------------------------------------------------*
002800* MODIFICATION HISTORY
003000* DATE       INIT  DESCRIPTION
003100* ---------  ----  ----------------------------------------
003200* 09/02/26   DK    ORIGINAL VERSION.
003201* 10/15/26   DK    THE ID CONTROL RECORD (NAMECTL) IS CARRIED
003202*                  FORWARD AFTER THE ROLL: THE HIGHEST ID ON THE
003203*                  SNAPSHOT OR ANYWHERE ON THE JOURNAL (INSIDE
003204*                  THE WINDOW OR NOT) RAISES THE HIGH-WATER
003205*                  MARK, SO TEST1 CANNOT ISSUE AN ID A SECOND
003206*                  TIME AFTER A RECOVERY.  THE MARK IS SHOWN ON
003207*                  THE RECOVERY REPORT.
003208* 10/15/26   DK    THE MASTER RECORD NOW CARRIES ITS STATUS AND
003209*                  STATUS DATE (NAMESTAT).  BOTH ARE COPIED FROM
00320A*                  THE SNAPSHOT AND TAKEN FROM THE JOURNAL'S
00320B*                  AFTER STATUS, SO AN INACTIVATE OR REACTIVATE
00320C*                  REPLAYS AS A REWRITE AND A PURGE AS A DELETE.
00320D* 10/15/26   DK    TAKES THE NAME-FILE ENQUEUE (namelock.txt)
00320E*                  ONCE THE PARAMETERS CHECK OUT, BEFORE THE NEW
00320F*                  MASTER IS BUILT, AND RELEASES IT AT END OF JOB.
00320G*                  A RECOVERY MUST NOT RUN UNDER THE NIGHTLY
00320H*                  CHAIN OR A CONSOLE UTILITY - A HELD LOCK IS
00320I*                  NAMED AND NOTHING IS DONE (RETURN CODE 8).
003300******************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. NAMERST.
005300     SELECT RECV-REPORT-FILE         ASSIGN TO "recovrpt.txt"
005400                                     ORGANIZATION LINE SEQUENTIAL
005500                                     STATUS RECV-REPORT-STATUS.
005501     SELECT NAME-CONTROL-FILE        ASSIGN TO "namectl.txt"
005502                                     ORGANIZATION LINE SEQUENTIAL
005503                                     STATUS NAME-CONTROL-STATUS.
005504     SELECT NAME-LOCK-FILE           ASSIGN TO "namelock.txt"
005505                                     ORGANIZATION LINE SEQUENTIAL
005506                                     STATUS NAME-LOCK-STATUS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  SNAP-MASTER.
006100         ==NAME-REC-ID==          BY ==SNAP-REC-ID==
006200         ==NAME-REC-NAME==        BY ==SNAP-REC-NAME==
006300         ==NAME-REC-DATE-ADDED==  BY ==SNAP-REC-DATE-ADDED==.
006301     COPY NAMESTAT REPLACING
006302         ==NAME-REC-STATUS==       BY ==SNAP-REC-STATUS==
006303         ==NAME-REC-ACTIVE==       BY ==SNAP-REC-ACTIVE==
006304         ==NAME-REC-INACTIVE==     BY ==SNAP-REC-INACTIVE==
006305         ==NAME-REC-STATUS-DATE==  BY ==SNAP-REC-STATUS-DATE==.
006400 FD  NAME-MASTER.
006500     COPY NAMEREC REPLACING
006600         ==NAME-RECORD==          BY ==MASTER-RECORD==
006700         ==NAME-REC-ID==          BY ==MASTER-REC-ID==
006800         ==NAME-REC-NAME==        BY ==MASTER-REC-NAME==
006900         ==NAME-REC-DATE-ADDED==  BY ==MASTER-REC-DATE-ADDED==.
006901     COPY NAMESTAT REPLACING
006902         ==NAME-REC-STATUS==       BY ==MASTER-REC-STATUS==
006903         ==NAME-REC-ACTIVE==       BY ==MASTER-REC-ACTIVE==
006904         ==NAME-REC-INACTIVE==     BY ==MASTER-REC-INACTIVE==
006905         ==NAME-REC-STATUS-DATE==  BY ==MASTER-REC-STATUS-DATE==.
007000 FD  JOURNAL-FILE.
007100     COPY JRNLREC.
007200 FD  RECV-REPORT-FILE.
007300 01  RECV-REPORT-LINE                PIC X(80).
007301 FD  NAME-CONTROL-FILE.
007302     COPY NAMECTL.
007303 FD  NAME-LOCK-FILE.
007304     COPY LOCKREC.
007400 WORKING-STORAGE SECTION.
007500 01  SNAP-MASTER-STATUS              PIC X(02).
007600     88  SNAP-MASTER-STATUS-OK       VALUE "00".
008700     88  JOURNAL-NOT-FOUND           VALUE "35".
008800 01  RECV-REPORT-STATUS              PIC X(02).
008900     88  RECV-REPORT-STATUS-OK       VALUE "00".
008901 01  NAME-CONTROL-STATUS             PIC X(02).
008902     88  NAME-CONTROL-STATUS-OK      VALUE "00".
008903     88  NAME-CONTROL-NOT-FOUND      VALUE "35".
009000 01  SNAP-FILE-NAME                  PIC X(40).
009100 01  SNAP-READ-END                   PIC X(01) VALUE "N".
009200     88  END-OF-SNAP-READ            VALUE "Y".
011900*    JRNL-REWRITTEN-COUNT = AFTER IMAGES THAT REPLACED A
012000*    RECORD ALREADY ON THE REBUILT MASTER.
012100 77  JRNL-DELETED-COUNT              PIC 9(05) VALUE ZERO.
012200*    JRNL-DELETED-COUNT = BLANK AFTER IMAGES (PURGES, OR
012300*    DELETES FROM BEFORE THE MASTER CARRIED A STATUS) THAT
012301*    REMOVED A RECORD.  A "D" THAT ONLY MARKED THE RECORD
012302*    INACTIVE IS COUNTED AS REWRITTEN.
012400 77  JRNL-MISSED-COUNT               PIC 9(05) VALUE ZERO.
012500*    JRNL-MISSED-COUNT = DELETES FOR AN ID NOT ON THE REBUILT
012600*    MASTER - USUALLY A TRANSACTION ALREADY REFLECTED IN THE
013400*    N = DETAIL LINES PER REPORT PAGE.  SET IN 1000-INITIALIZE.
013500 01  REPORT-PAGE-COUNT               PIC 9(03) VALUE ZERO.
013600 01  REPORT-LINE-COUNT               PIC 9(02) VALUE ZERO.
013601 01  NAME-LOCK-STATUS                PIC X(02).
013602     88  NAME-LOCK-STATUS-OK         VALUE "00".
013603     88  NAME-LOCK-NOT-FOUND         VALUE "35".
013604 01  NAME-LOCK-SWITCH                PIC X(01) VALUE "N".
013605     88  NAME-LOCK-HELD              VALUE "Y".
013606 01  NAME-LOCK-IMAGE                 PIC X(36).
013607*    NAME-LOCK-SWITCH / NAME-LOCK-IMAGE = THIS RUN HOLDS THE
013608*    NAME-FILE ENQUEUE, AND THE LOCK RECORD IT WROTE.  THE LOCK
013609*    IS ONLY RELEASED WHILE THE RECORD ON FILE IS STILL THIS ONE
01360A*    - A LOCK THE OPERATOR CLEARED, AND ANOTHER JOB MAY SINCE
01360B*    HAVE TAKEN, IS LEFT ALONE.
01360C 01  NAME-LOCK-DATE-RAW              PIC 9(06).
01360D 01  NAME-LOCK-TIME-RAW              PIC 9(08).
013700 01  RUN-DATE-RAW                    PIC 9(06).
013800 01  RUN-DATE-DISPLAY                PIC X(08).
013801 01  RUN-TIME-RAW                    PIC 9(08).
013802 01  RECOVERED-HIGH-ID               PIC 9(05) VALUE ZERO.
013803*    RECOVERED-HIGH-ID = THE HIGHEST ID ON THE SNAPSHOT OR ON
013804*    ANY JOURNAL IMAGE READ, WHETHER OR NOT IT WAS APPLIED.
013805 01  ID-CONTROL-TEXT                 PIC X(40) VALUE SPACES.
013806*    ID-CONTROL-TEXT = WHAT 7000-CARRY-ID-CONTROL DID TO THE ID
013807*    CONTROL RECORD, PRINTED ON THE RECOVERY REPORT.
013900 01  HELD-RECV-LINE                  PIC X(80).
014000*    HELD-RECV-LINE = STAGED REPORT LINE SAVED ACROSS A PAGE
014100*    BREAK (THE HEADER IS BUILT IN THE SAME RECORD AREA).
015400             THRU 3000-EXIT
015500         PERFORM 4000-VERIFY-MASTER
015600             THRU 4000-EXIT
015601         PERFORM 7000-CARRY-ID-CONTROL
015602             THRU 7000-EXIT
015700         PERFORM 8000-PRINT-BALANCE
015800             THRU 8000-EXIT
015900         PERFORM 9000-TERMINATE
016000             THRU 9000-EXIT
016100     END-IF
016101     PERFORM 9500-RELEASE-LOCK
016102         THRU 9500-EXIT
016200     STOP RUN.
016300******************************************************************
016400* 1000-INITIALIZE - PICKS UP AND VALIDATES THE PARAMETERS AND
019900             GO TO 1000-EXIT
020000         END-IF
020100     END-IF
020101     PERFORM 1900-TAKE-LOCK
020102         THRU 1900-EXIT
020103     IF NOT NAME-LOCK-HELD
020104         GO TO 1000-EXIT
020105     END-IF
020200     OPEN INPUT SNAP-MASTER
020300     IF SNAP-MASTER-NOT-FOUND
020400         DISPLAY "NAMERST - SNAPSHOT NOT FOUND: " SNAP-FILE-NAME
024600         THRU 5000-EXIT.
024700 1000-EXIT.
024800     EXIT.
024801******************************************************************
024802* 1900-TAKE-LOCK - TAKES THE NAME-FILE ENQUEUE (namelock.txt,
024803*                  COPYBOOK LOCKREC) BEFORE THE NEW MASTER IS
024804*                  BUILT.  THE USER IS THE LOGIN NAME.
024805*                  A LOCK ALREADY ON FILE STOPS THE RUN WITH
024806*                  RETURN CODE 8, NAMING THE HOLDER.  THE NEW
024807*                  LOCK IS READ BACK ONCE WRITTEN - IF ANOTHER
024808*                  JOB WROTE ITS OWN IN THE SAME INSTANT, THAT IS
024809*                  THE ONE FOUND, AND THIS RUN STANDS DOWN.
02480A******************************************************************
02480B 1900-TAKE-LOCK.
02480C     OPEN INPUT NAME-LOCK-FILE
02480D     IF NAME-LOCK-NOT-FOUND
02480E         GO TO 1910-WRITE-LOCK
02480F     END-IF
02480G     IF NOT NAME-LOCK-STATUS-OK
02480H         DISPLAY "NAMERST - I/O ERROR ON LOCK FILE, STATUS = "
02480I             NAME-LOCK-STATUS
02480J         MOVE 8 TO RETURN-CODE
02480K         GO TO 1900-EXIT
02480L     END-IF
02480M     READ NAME-LOCK-FILE
02480N     IF NAME-LOCK-STATUS-OK
02480O         AND LOCK-TAG-VALID
02480P         PERFORM 1950-SHOW-LOCK-HOLDER
02480Q             THRU 1950-EXIT
02480R         CLOSE NAME-LOCK-FILE
02480S         GO TO 1900-EXIT
02480T     END-IF
02480U     CLOSE NAME-LOCK-FILE.
02480V 1910-WRITE-LOCK.
02480W     OPEN OUTPUT NAME-LOCK-FILE
02480X     IF NOT NAME-LOCK-STATUS-OK
02480Y         DISPLAY "NAMERST - I/O ERROR ON LOCK FILE, STATUS = "
02480Z             NAME-LOCK-STATUS
024810         MOVE 8 TO RETURN-CODE
024811         GO TO 1900-EXIT
024812     END-IF
024813     MOVE SPACES TO NAME-LOCK-RECORD
024814     MOVE "NLCK" TO LOCK-TAG
024815     MOVE "NAMERST" TO LOCK-PROGRAM
024816     ACCEPT LOCK-USER FROM ENVIRONMENT "USER"
024817     IF LOCK-USER = SPACES
024818         MOVE "UNKNOWN" TO LOCK-USER
024819     END-IF
02481A     ACCEPT NAME-LOCK-DATE-RAW FROM DATE
02481B     MOVE NAME-LOCK-DATE-RAW(3:2) TO LOCK-START-DATE(1:2)
02481C     MOVE "/" TO LOCK-START-DATE(3:1)
02481D     MOVE NAME-LOCK-DATE-RAW(5:2) TO LOCK-START-DATE(4:2)
02481E     MOVE "/" TO LOCK-START-DATE(6:1)
02481F     MOVE NAME-LOCK-DATE-RAW(1:2) TO LOCK-START-DATE(7:2)
02481G     ACCEPT NAME-LOCK-TIME-RAW FROM TIME
02481H     MOVE NAME-LOCK-TIME-RAW(1:2) TO LOCK-START-TIME(1:2)
02481I     MOVE ":" TO LOCK-START-TIME(3:1)
02481J     MOVE NAME-LOCK-TIME-RAW(3:2) TO LOCK-START-TIME(4:2)
02481K     MOVE ":" TO LOCK-START-TIME(6:1)
02481L     MOVE NAME-LOCK-TIME-RAW(5:2) TO LOCK-START-TIME(7:2)
02481M     MOVE NAME-LOCK-RECORD TO NAME-LOCK-IMAGE
02481N     WRITE NAME-LOCK-RECORD
02481O     IF NOT NAME-LOCK-STATUS-OK
02481P         DISPLAY "NAMERST - I/O ERROR ON LOCK FILE, STATUS = "
02481Q             NAME-LOCK-STATUS
02481R         MOVE 8 TO RETURN-CODE
02481S         CLOSE NAME-LOCK-FILE
02481T         GO TO 1900-EXIT
02481U     END-IF
02481V     CLOSE NAME-LOCK-FILE
02481W     OPEN INPUT NAME-LOCK-FILE
02481X     IF NOT NAME-LOCK-STATUS-OK
02481Y         DISPLAY "NAMERST - I/O ERROR ON LOCK FILE, STATUS = "
02481Z             NAME-LOCK-STATUS
024820         MOVE 8 TO RETURN-CODE
024821         GO TO 1900-EXIT
024822     END-IF
024823     READ NAME-LOCK-FILE
024824     IF NOT NAME-LOCK-STATUS-OK
024825         DISPLAY "NAMERST - LOCK FILE EMPTIED BEFORE THE LOCK "
024826             "COULD BE CONFIRMED - NOTHING WAS DONE"
024827         MOVE 8 TO RETURN-CODE
024828         CLOSE NAME-LOCK-FILE
024829         GO TO 1900-EXIT
02482A     END-IF
02482B     IF NAME-LOCK-RECORD NOT = NAME-LOCK-IMAGE
02482C         PERFORM 1950-SHOW-LOCK-HOLDER
02482D             THRU 1950-EXIT
02482E         CLOSE NAME-LOCK-FILE
02482F         GO TO 1900-EXIT
02482G     END-IF
02482H     CLOSE NAME-LOCK-FILE
02482I     MOVE "Y" TO NAME-LOCK-SWITCH.
02482J 1900-EXIT.
02482K     EXIT.
02482L******************************************************************
02482M* 1950-SHOW-LOCK-HOLDER - NAMES THE JOB HOLDING THE LOCK AND
02482N*                         STOPS THIS RUN WITH RETURN CODE 8.
02482O******************************************************************
02482P 1950-SHOW-LOCK-HOLDER.
02482Q     DISPLAY "NAMERST - NAME FILES IN USE BY " LOCK-PROGRAM
02482R         " USER " LOCK-USER
02482S     DISPLAY "NAMERST - LOCKED SINCE " LOCK-START-DATE " "
02482T         LOCK-START-TIME " - NOTHING WAS DONE"
02482U     DISPLAY "NAMERST - RUN AGAIN WHEN THAT JOB ENDS.  IF IT IS "
02482V         "NO LONGER RUNNING,"
02482W     DISPLAY "NAMERST - THE OPERATOR CLEARS THE LOCK WITH: "
02482X         "lockutl CLEAR"
02482Y     MOVE 8 TO RETURN-CODE.
02482Z 1950-EXIT.
024830     EXIT.
024900******************************************************************
025000* 2000-RESTORE-SNAPSHOT - COPIES EVERY RECORD OFF THE SNAPSHOT
025100*                         ONTO THE NEW MASTER.
028100     MOVE SNAP-REC-ID         TO MASTER-REC-ID
028200     MOVE SNAP-REC-NAME       TO MASTER-REC-NAME
028300     MOVE SNAP-REC-DATE-ADDED TO MASTER-REC-DATE-ADDED
028301     MOVE SNAP-REC-STATUS     TO MASTER-REC-STATUS
028302     MOVE SNAP-REC-STATUS-DATE TO MASTER-REC-STATUS-DATE
028400     WRITE MASTER-RECORD
028500     IF NOT NAME-MASTER-STATUS-OK
028600         DISPLAY "NAMERST - I/O ERROR ON NEW MASTER, STATUS = "
028900         MOVE "Y" TO SNAP-READ-END
029000         GO TO 2100-EXIT
029100     END-IF
029101     IF MASTER-REC-ID > RECOVERED-HIGH-ID
029102         MOVE MASTER-REC-ID TO RECOVERED-HIGH-ID
029103     END-IF
029200     ADD 1 TO RESTORED-COUNT.
029300 2100-EXIT.
029400     EXIT.
033300         GO TO 3100-EXIT
033400     END-IF
033500     ADD 1 TO JRNL-READ-COUNT
033501*    EVERY ID THE JOURNAL EVER SAW WAS ISSUED ONCE, INSIDE THE
033502*    WINDOW OR NOT - IT MUST NOT BE ISSUED AGAIN.
033503     IF JRNL-BEFORE-ID NUMERIC
033504         AND JRNL-BEFORE-ID > RECOVERED-HIGH-ID
033505         MOVE JRNL-BEFORE-ID TO RECOVERED-HIGH-ID
033506     END-IF
033507     IF JRNL-AFTER-ID NUMERIC
033508         AND JRNL-AFTER-ID > RECOVERED-HIGH-ID
033509         MOVE JRNL-AFTER-ID TO RECOVERED-HIGH-ID
03350A     END-IF
033600*    THE JOURNAL CARRIES ITS RUN DATE AS MM/DD/YY - REARRANGE
033700*    TO YYMMDD FOR THE WINDOW COMPARE.
033800     MOVE JRNL-RUN-DATE(7:2) TO JRNL-DATE-YYMMDD(1:2)
038100*                          REWRITE WHEN THE ID IS ALREADY
038200*                          THERE (A CHANGE, OR AN ADD THE
038300*                          SNAPSHOT ALREADY REFLECTED).
038301*                          THE AFTER STATUS GOES WITH IT.
038400******************************************************************
038500 3300-APPLY-AFTER-IMAGE.
038600     MOVE JRNL-AFTER-IMAGE TO MASTER-RECORD
038601     MOVE JRNL-AFTER-STATUS TO MASTER-REC-STATUS
038602     MOVE JRNL-AFTER-STAT-DATE TO MASTER-REC-STATUS-DATE
038700     WRITE MASTER-RECORD
038800     IF NAME-MASTER-STATUS-OK
038900         ADD 1 TO JRNL-ADDED-COUNT
044700     ADD 1 TO FINAL-COUNT.
044800 4100-EXIT.
044900     EXIT.
044901******************************************************************
044902* 7000-CARRY-ID-CONTROL - RAISES THE ID CONTROL RECORD TO THE
044903*                         HIGHEST ID THE RECOVERY SAW, SO AN ID
044904*                         ISSUED SINCE THE SNAPSHOT IS NEVER
044905*                         ISSUED AGAIN.  IT NEVER MOVES DOWN.
044906*                         A MISSING RECORD IS LEFT FOR TEST1 TO
044907*                         REBUILD (IT ALSO READS THE JOURNAL
044908*                         ARCHIVES); AN UNREADABLE ONE IS LEFT
044909*                         ALONE AND CALLED OUT.
04490A******************************************************************
04490B 7000-CARRY-ID-CONTROL.
04490C     OPEN INPUT NAME-CONTROL-FILE
04490D     IF NAME-CONTROL-NOT-FOUND
04490E         MOVE "NOT ON FILE - TEST1 WILL REBUILD IT"
04490F             TO ID-CONTROL-TEXT
04490G         GO TO 7000-EXIT
04490H     END-IF
04490I     IF NOT NAME-CONTROL-STATUS-OK
04490J         DISPLAY "NAMERST - I/O ERROR ON ID CONTROL, STATUS = "
04490K             NAME-CONTROL-STATUS
04490L         MOVE "NOT READ - SEE CONSOLE" TO ID-CONTROL-TEXT
04490M         MOVE 8 TO RETURN-CODE
04490N         GO TO 7000-EXIT
04490O     END-IF
04490P     READ NAME-CONTROL-FILE
04490Q     IF NOT NAME-CONTROL-STATUS-OK
04490R         OR NOT NCTL-TAG-VALID
04490S         OR NCTL-HIGH-ID NOT NUMERIC
04490T         CLOSE NAME-CONTROL-FILE
04490U         DISPLAY "NAMERST - ID CONTROL RECORD UNREADABLE - LEFT "
04490V             "AS IS"
04490W         MOVE "UNREADABLE - LEFT AS IS" TO ID-CONTROL-TEXT
04490X         IF RETURN-CODE < 4
04490Y             MOVE 4 TO RETURN-CODE
04490Z         END-IF
044910         GO TO 7000-EXIT
044911     END-IF
044912     CLOSE NAME-CONTROL-FILE
044913     IF NCTL-HIGH-ID NOT < RECOVERED-HIGH-ID
044914         MOVE SPACES TO ID-CONTROL-TEXT
044915         STRING "UNCHANGED AT " DELIMITED BY SIZE
044916             NCTL-HIGH-ID DELIMITED BY SIZE
044917             INTO ID-CONTROL-TEXT
044918         END-STRING
044919         GO TO 7000-EXIT
04491A     END-IF
04491B     OPEN OUTPUT NAME-CONTROL-FILE
04491C     IF NOT NAME-CONTROL-STATUS-OK
04491D         DISPLAY "NAMERST - I/O ERROR ON ID CONTROL, STATUS = "
04491E             NAME-CONTROL-STATUS
04491F         MOVE "NOT RAISED - SEE CONSOLE" TO ID-CONTROL-TEXT
04491G         MOVE 8 TO RETURN-CODE
04491H         GO TO 7000-EXIT
04491I     END-IF
04491J     MOVE "NXID"            TO NCTL-TAG
04491K     MOVE RECOVERED-HIGH-ID TO NCTL-HIGH-ID
04491L     MOVE RUN-DATE-DISPLAY  TO NCTL-UPDATE-DATE
04491M     ACCEPT RUN-TIME-RAW FROM TIME
04491N     MOVE SPACES            TO NCTL-UPDATE-TIME
04491O     MOVE RUN-TIME-RAW(1:2) TO NCTL-UPDATE-TIME(1:2)
04491P     MOVE ":"               TO NCTL-UPDATE-TIME(3:1)
04491Q     MOVE RUN-TIME-RAW(3:2) TO NCTL-UPDATE-TIME(4:2)
04491R     MOVE ":"               TO NCTL-UPDATE-TIME(6:1)
04491S     MOVE RUN-TIME-RAW(5:2) TO NCTL-UPDATE-TIME(7:2)
04491T     MOVE "NAMERST"         TO NCTL-UPDATE-PROGRAM
04491U     WRITE NAME-CONTROL-RECORD
04491V     IF NOT NAME-CONTROL-STATUS-OK
04491W         DISPLAY "NAMERST - I/O ERROR ON ID CONTROL, STATUS = "
04491X             NAME-CONTROL-STATUS
04491Y         MOVE "NOT RAISED - SEE CONSOLE" TO ID-CONTROL-TEXT
04491Z         MOVE 8 TO RETURN-CODE
044920     ELSE
044921         MOVE SPACES TO ID-CONTROL-TEXT
044922         STRING "RAISED TO " DELIMITED BY SIZE
044923             RECOVERED-HIGH-ID DELIMITED BY SIZE
044924             INTO ID-CONTROL-TEXT
044925         END-STRING
044926         DISPLAY "NAMERST - ID HIGH-WATER MARK RAISED TO "
044927             RECOVERED-HIGH-ID
044928     END-IF
044929     CLOSE NAME-CONTROL-FILE.
04492A 7000-EXIT.
04492B     EXIT.
045000******************************************************************
045100* 8000-PRINT-BALANCE - PRINTS THE RECOVERY BALANCE: SNAPSHOT
045200*                      RECORDS RESTORED, JOURNAL TRANSACTIONS
053300     END-STRING
053400     PERFORM 5100-PRINT-RECV-LINE
053500         THRU 5100-EXIT
053501     MOVE SPACES TO RECV-REPORT-LINE
053502     STRING "HIGHEST ID RECOVERED ........ " DELIMITED BY SIZE
053503         RECOVERED-HIGH-ID DELIMITED BY SIZE
053504         INTO RECV-REPORT-LINE
053505     END-STRING
053506     PERFORM 5100-PRINT-RECV-LINE
053507         THRU 5100-EXIT
053508     MOVE SPACES TO RECV-REPORT-LINE
053509     STRING "ID CONTROL RECORD ........... " DELIMITED BY SIZE
05350A         ID-CONTROL-TEXT DELIMITED BY SIZE
05350B         INTO RECV-REPORT-LINE
05350C     END-STRING
05350D     PERFORM 5100-PRINT-RECV-LINE
05350E         THRU 5100-EXIT
053600     MOVE SPACES TO RECV-REPORT-LINE
053700     PERFORM 5100-PRINT-RECV-LINE
053800         THRU 5100-EXIT
061900     CLOSE RECV-REPORT-FILE.
062000 9000-EXIT.
062100     EXIT.
062101******************************************************************
062102* 9500-RELEASE-LOCK - GIVES UP THE NAME-FILE ENQUEUE BY EMPTYING
062103*                     namelock.txt - BUT ONLY WHILE THE RECORD ON
062104*                     FILE IS STILL THE ONE THIS RUN WROTE.  A
062105*                     LOCK THE OPERATOR CLEARED (AND ANOTHER JOB
062106*                     MAY SINCE HAVE TAKEN) IS LEFT AS FOUND.
062107******************************************************************
062108 9500-RELEASE-LOCK.
062109     IF NOT NAME-LOCK-HELD
06210A         GO TO 9500-EXIT
06210B     END-IF
06210C     MOVE "N" TO NAME-LOCK-SWITCH
06210D     OPEN INPUT NAME-LOCK-FILE
06210E     IF NOT NAME-LOCK-STATUS-OK
06210F         DISPLAY "NAMERST - LOCK WAS CLEARED DURING THE RUN - "
06210G             "namelock.txt LEFT AS FOUND"
06210H         GO TO 9500-EXIT
06210I     END-IF
06210J     READ NAME-LOCK-FILE
06210K     IF NOT NAME-LOCK-STATUS-OK
06210L         OR NAME-LOCK-RECORD NOT = NAME-LOCK-IMAGE
06210M         DISPLAY "NAMERST - LOCK WAS CLEARED DURING THE RUN - "
06210N             "namelock.txt LEFT AS FOUND"
06210O         CLOSE NAME-LOCK-FILE
06210P         GO TO 9500-EXIT
06210Q     END-IF
06210R     CLOSE NAME-LOCK-FILE
06210S     OPEN OUTPUT NAME-LOCK-FILE
06210T     IF NOT NAME-LOCK-STATUS-OK
06210U         DISPLAY "NAMERST - I/O ERROR ON LOCK FILE, STATUS = "
06210V             NAME-LOCK-STATUS
06210W         DISPLAY "NAMERST - LOCK NOT RELEASED - CLEAR IT WITH: "
06210X             "lockutl CLEAR"
06210Y         MOVE 8 TO RETURN-CODE
06210Z         GO TO 9500-EXIT
062110     END-IF
062111     CLOSE NAME-LOCK-FILE.
062112 9500-EXIT.
062113     EXIT.
062200 END PROGRAM NAMERST.
