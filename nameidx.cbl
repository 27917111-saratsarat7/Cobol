002400* DATE       INIT  DESCRIPTION
002500* ---------  ----  ----------------------------------------
002600* 09/02/26   DK    ORIGINAL VERSION.
002601* 10/15/26   DK    TAKES THE NAME-FILE ENQUEUE (namelock.txt)
002602*                  BEFORE BUILDING THE NEW namemast.txt AND
002603*                  RELEASES IT AT END OF JOB - A REBUILD MUST NOT
002604*                  RUN UNDER THE NIGHTLY CHAIN OR A CONSOLE
002605*                  UTILITY.  A HELD LOCK IS NAMED AND NOTHING IS
002606*                  DONE (RETURN CODE 8).
002700******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. NAMEIDX.
004300                                        MASTER-REC-NAME
004310                                        WITH DUPLICATES
004400                                     STATUS IS NEW-MASTER-STATUS.
004401     SELECT NAME-LOCK-FILE           ASSIGN TO "namelock.txt"
004402                                     ORGANIZATION LINE SEQUENTIAL
004403                                     STATUS NAME-LOCK-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  OLD-MASTER.
005600         ==NAME-REC-ID==          BY ==MASTER-REC-ID==
005700         ==NAME-REC-NAME==        BY ==MASTER-REC-NAME==
005800         ==NAME-REC-DATE-ADDED==  BY ==MASTER-REC-DATE-ADDED==.
005801 FD  NAME-LOCK-FILE.
005802     COPY LOCKREC.
005900 WORKING-STORAGE SECTION.
006000 01  OLD-MASTER-STATUS               PIC X(02).
006100     88  OLD-MASTER-STATUS-OK        VALUE "00".
006600     88  NEW-MASTER-STATUS-OK        VALUE "00".
006700 01  OLD-MASTER-END                  PIC X(01) VALUE "N".
006800     88  END-OF-OLD-MASTER           VALUE "Y".
006801 01  NAME-LOCK-STATUS                PIC X(02).
006802     88  NAME-LOCK-STATUS-OK         VALUE "00".
006803     88  NAME-LOCK-NOT-FOUND         VALUE "35".
006804 01  NAME-LOCK-SWITCH                PIC X(01) VALUE "N".
006805     88  NAME-LOCK-HELD              VALUE "Y".
006806 01  NAME-LOCK-IMAGE                 PIC X(36).
006807*    NAME-LOCK-SWITCH / NAME-LOCK-IMAGE = THIS RUN HOLDS THE
006808*    NAME-FILE ENQUEUE, AND THE LOCK RECORD IT WROTE.  THE LOCK
006809*    IS ONLY RELEASED WHILE THE RECORD ON FILE IS STILL THIS ONE
00680A*    - A LOCK THE OPERATOR CLEARED, AND ANOTHER JOB MAY SINCE
00680B*    HAVE TAKEN, IS LEFT ALONE.
00680C 01  NAME-LOCK-DATE-RAW              PIC 9(06).
00680D 01  NAME-LOCK-TIME-RAW              PIC 9(08).
006900 77  COPIED-COUNT                    PIC 9(05) VALUE ZERO.
007000*    COPIED-COUNT = RECORDS CARRIED ONTO THE REBUILT MASTER.
007100******************************************************************
008200         PERFORM 9000-TERMINATE
008300             THRU 9000-EXIT
008400     END-IF
008401     PERFORM 9500-RELEASE-LOCK
008402         THRU 9500-EXIT
008500     STOP RUN.
008600******************************************************************
008700* 1000-INITIALIZE - OPENS THE OLD MASTER AND BUILDS THE FRESH
009000*                   ANYWAY WOULD LEAVE AN EMPTY NEW MASTER.
009100******************************************************************
009200 1000-INITIALIZE.
009201     PERFORM 1900-TAKE-LOCK
009202         THRU 1900-EXIT
009203     IF NOT NAME-LOCK-HELD
009204         GO TO 1000-EXIT
009205     END-IF
009300     OPEN INPUT OLD-MASTER
009400     IF OLD-MASTER-NOT-FOUND
009500         DISPLAY "NAMEIDX - namemast.old NOT FOUND.  RENAME THE"
011300     END-IF.
011400 1000-EXIT.
011500     EXIT.
011501******************************************************************
011502* 1900-TAKE-LOCK - TAKES THE NAME-FILE ENQUEUE (namelock.txt,
011503*                  COPYBOOK LOCKREC) BEFORE EITHER MASTER IS
011504*                  OPENED.  THE USER IS THE LOGIN NAME.
011505*                  A LOCK ALREADY ON FILE STOPS THE RUN WITH
011506*                  RETURN CODE 8, NAMING THE HOLDER.  THE NEW
011507*                  LOCK IS READ BACK ONCE WRITTEN - IF ANOTHER
011508*                  JOB WROTE ITS OWN IN THE SAME INSTANT, THAT IS
011509*                  THE ONE FOUND, AND THIS RUN STANDS DOWN.
01150A******************************************************************
01150B 1900-TAKE-LOCK.
01150C     OPEN INPUT NAME-LOCK-FILE
01150D     IF NAME-LOCK-NOT-FOUND
01150E         GO TO 1910-WRITE-LOCK
01150F     END-IF
01150G     IF NOT NAME-LOCK-STATUS-OK
01150H         DISPLAY "NAMEIDX - I/O ERROR ON LOCK FILE, STATUS = "
01150I             NAME-LOCK-STATUS
01150J         MOVE 8 TO RETURN-CODE
01150K         GO TO 1900-EXIT
01150L     END-IF
01150M     READ NAME-LOCK-FILE
01150N     IF NAME-LOCK-STATUS-OK
01150O         AND LOCK-TAG-VALID
01150P         PERFORM 1950-SHOW-LOCK-HOLDER
01150Q             THRU 1950-EXIT
01150R         CLOSE NAME-LOCK-FILE
01150S         GO TO 1900-EXIT
01150T     END-IF
01150U     CLOSE NAME-LOCK-FILE.
01150V 1910-WRITE-LOCK.
01150W     OPEN OUTPUT NAME-LOCK-FILE
01150X     IF NOT NAME-LOCK-STATUS-OK
01150Y         DISPLAY "NAMEIDX - I/O ERROR ON LOCK FILE, STATUS = "
01150Z             NAME-LOCK-STATUS
011510         MOVE 8 TO RETURN-CODE
011511         GO TO 1900-EXIT
011512     END-IF
011513     MOVE SPACES TO NAME-LOCK-RECORD
011514     MOVE "NLCK" TO LOCK-TAG
011515     MOVE "NAMEIDX" TO LOCK-PROGRAM
011516     ACCEPT LOCK-USER FROM ENVIRONMENT "USER"
011517     IF LOCK-USER = SPACES
011518         MOVE "UNKNOWN" TO LOCK-USER
011519     END-IF
01151A     ACCEPT NAME-LOCK-DATE-RAW FROM DATE
01151B     MOVE NAME-LOCK-DATE-RAW(3:2) TO LOCK-START-DATE(1:2)
01151C     MOVE "/" TO LOCK-START-DATE(3:1)
01151D     MOVE NAME-LOCK-DATE-RAW(5:2) TO LOCK-START-DATE(4:2)
01151E     MOVE "/" TO LOCK-START-DATE(6:1)
01151F     MOVE NAME-LOCK-DATE-RAW(1:2) TO LOCK-START-DATE(7:2)
01151G     ACCEPT NAME-LOCK-TIME-RAW FROM TIME
01151H     MOVE NAME-LOCK-TIME-RAW(1:2) TO LOCK-START-TIME(1:2)
01151I     MOVE ":" TO LOCK-START-TIME(3:1)
01151J     MOVE NAME-LOCK-TIME-RAW(3:2) TO LOCK-START-TIME(4:2)
01151K     MOVE ":" TO LOCK-START-TIME(6:1)
01151L     MOVE NAME-LOCK-TIME-RAW(5:2) TO LOCK-START-TIME(7:2)
01151M     MOVE NAME-LOCK-RECORD TO NAME-LOCK-IMAGE
01151N     WRITE NAME-LOCK-RECORD
01151O     IF NOT NAME-LOCK-STATUS-OK
01151P         DISPLAY "NAMEIDX - I/O ERROR ON LOCK FILE, STATUS = "
01151Q             NAME-LOCK-STATUS
01151R         MOVE 8 TO RETURN-CODE
01151S         CLOSE NAME-LOCK-FILE
01151T         GO TO 1900-EXIT
01151U     END-IF
01151V     CLOSE NAME-LOCK-FILE
01151W     OPEN INPUT NAME-LOCK-FILE
01151X     IF NOT NAME-LOCK-STATUS-OK
01151Y         DISPLAY "NAMEIDX - I/O ERROR ON LOCK FILE, STATUS = "
01151Z             NAME-LOCK-STATUS
011520         MOVE 8 TO RETURN-CODE
011521         GO TO 1900-EXIT
011522     END-IF
011523     READ NAME-LOCK-FILE
011524     IF NOT NAME-LOCK-STATUS-OK
011525         DISPLAY "NAMEIDX - LOCK FILE EMPTIED BEFORE THE LOCK "
011526             "COULD BE CONFIRMED - NOTHING WAS DONE"
011527         MOVE 8 TO RETURN-CODE
011528         CLOSE NAME-LOCK-FILE
011529         GO TO 1900-EXIT
01152A     END-IF
01152B     IF NAME-LOCK-RECORD NOT = NAME-LOCK-IMAGE
01152C         PERFORM 1950-SHOW-LOCK-HOLDER
01152D             THRU 1950-EXIT
01152E         CLOSE NAME-LOCK-FILE
01152F         GO TO 1900-EXIT
01152G     END-IF
01152H     CLOSE NAME-LOCK-FILE
01152I     MOVE "Y" TO NAME-LOCK-SWITCH.
01152J 1900-EXIT.
01152K     EXIT.
01152L******************************************************************
01152M* 1950-SHOW-LOCK-HOLDER - NAMES THE JOB HOLDING THE LOCK AND
01152N*                         STOPS THIS RUN WITH RETURN CODE 8.
01152O******************************************************************
01152P 1950-SHOW-LOCK-HOLDER.
01152Q     DISPLAY "NAMEIDX - NAME FILES IN USE BY " LOCK-PROGRAM
01152R         " USER " LOCK-USER
01152S     DISPLAY "NAMEIDX - LOCKED SINCE " LOCK-START-DATE " "
01152T         LOCK-START-TIME " - NOTHING WAS DONE"
01152U     DISPLAY "NAMEIDX - RUN AGAIN WHEN THAT JOB ENDS.  IF IT IS "
01152V         "NO LONGER RUNNING,"
01152W     DISPLAY "NAMEIDX - THE OPERATOR CLEARS THE LOCK WITH: "
01152X         "lockutl CLEAR"
01152Y     MOVE 8 TO RETURN-CODE.
01152Z 1950-EXIT.
011530     EXIT.
011600******************************************************************
011700* 2000-REBUILD-MASTER - READS THE OLD MASTER IN KEY ORDER AND
011800*                       WRITES EVERY RECORD TO THE NEW MASTER,
016800     CLOSE NEW-MASTER.
016900 9000-EXIT.
017000     EXIT.
017001******************************************************************
017002* 9500-RELEASE-LOCK - GIVES UP THE NAME-FILE ENQUEUE BY EMPTYING
017003*                     namelock.txt - BUT ONLY WHILE THE RECORD ON
017004*                     FILE IS STILL THE ONE THIS RUN WROTE.  A
017005*                     LOCK THE OPERATOR CLEARED (AND ANOTHER JOB
017006*                     MAY SINCE HAVE TAKEN) IS LEFT AS FOUND.
017007******************************************************************
017008 9500-RELEASE-LOCK.
017009     IF NOT NAME-LOCK-HELD
01700A         GO TO 9500-EXIT
01700B     END-IF
01700C     MOVE "N" TO NAME-LOCK-SWITCH
01700D     OPEN INPUT NAME-LOCK-FILE
01700E     IF NOT NAME-LOCK-STATUS-OK
01700F         DISPLAY "NAMEIDX - LOCK WAS CLEARED DURING THE RUN - "
01700G             "namelock.txt LEFT AS FOUND"
01700H         GO TO 9500-EXIT
01700I     END-IF
01700J     READ NAME-LOCK-FILE
01700K     IF NOT NAME-LOCK-STATUS-OK
01700L         OR NAME-LOCK-RECORD NOT = NAME-LOCK-IMAGE
01700M         DISPLAY "NAMEIDX - LOCK WAS CLEARED DURING THE RUN - "
01700N             "namelock.txt LEFT AS FOUND"
01700O         CLOSE NAME-LOCK-FILE
01700P         GO TO 9500-EXIT
01700Q     END-IF
01700R     CLOSE NAME-LOCK-FILE
01700S     OPEN OUTPUT NAME-LOCK-FILE
01700T     IF NOT NAME-LOCK-STATUS-OK
01700U         DISPLAY "NAMEIDX - I/O ERROR ON LOCK FILE, STATUS = "
01700V             NAME-LOCK-STATUS
01700W         DISPLAY "NAMEIDX - LOCK NOT RELEASED - CLEAR IT WITH: "
01700X             "lockutl CLEAR"
01700Y         MOVE 8 TO RETURN-CODE
01700Z         GO TO 9500-EXIT
017010     END-IF
017011     CLOSE NAME-LOCK-FILE.
017012 9500-EXIT.
017013     EXIT.
017100 END PROGRAM NAMEIDX.
