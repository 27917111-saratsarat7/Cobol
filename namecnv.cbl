002730*                  ALLOWED) ADDED ACROSS THE SYSTEM - EVERY
002740*                  PROGRAM SHARING THE FILE MUST DECLARE THE
002750*                  SAME KEYS.
002751* 10/15/26   DK    TAKES THE NAME-FILE ENQUEUE (namelock.txt)
002752*                  BEFORE BUILDING THE NEW namemast.txt AND
002753*                  RELEASES IT AT END OF JOB - A CONVERSION MUST
002754*                  NOT RUN UNDER THE NIGHTLY CHAIN OR A CONSOLE
002755*                  UTILITY.  A HELD LOCK IS NAMED AND NOTHING IS
002756*                  DONE (RETURN CODE 8).
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. NAMECNV.
004200     SELECT CONV-REPORT-FILE         ASSIGN TO "convrpt.txt"
004300                                     ORGANIZATION LINE SEQUENTIAL
004400                                     STATUS IS CONV-REPORT-STATUS.
004401     SELECT NAME-LOCK-FILE           ASSIGN TO "namelock.txt"
004402                                     ORGANIZATION LINE SEQUENTIAL
004403                                     STATUS NAME-LOCK-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  OLD-MASTER.
005800         ==NAME-REC-DATE-ADDED==  BY ==MASTER-REC-DATE-ADDED==.
005900 FD  CONV-REPORT-FILE.
006000 01  CONV-REPORT-LINE                PIC X(80).
006001 FD  NAME-LOCK-FILE.
006002     COPY LOCKREC.
006100 WORKING-STORAGE SECTION.
006200 01  OLD-MASTER-STATUS               PIC X(02).
006300     88  OLD-MASTER-STATUS-OK        VALUE "00".
007100     88  CONV-REPORT-STATUS-OK       VALUE "00".
007200 01  OLD-MASTER-END                  PIC X(01) VALUE "N".
007300     88  END-OF-OLD-MASTER           VALUE "Y".
007301 01  NAME-LOCK-STATUS                PIC X(02).
007302     88  NAME-LOCK-STATUS-OK         VALUE "00".
007303     88  NAME-LOCK-NOT-FOUND         VALUE "35".
007304 01  NAME-LOCK-SWITCH                PIC X(01) VALUE "N".
007305     88  NAME-LOCK-HELD              VALUE "Y".
007306 01  NAME-LOCK-IMAGE                 PIC X(36).
007307*    NAME-LOCK-SWITCH / NAME-LOCK-IMAGE = THIS RUN HOLDS THE
007308*    NAME-FILE ENQUEUE, AND THE LOCK RECORD IT WROTE.  THE LOCK
007309*    IS ONLY RELEASED WHILE THE RECORD ON FILE IS STILL THIS ONE
00730A*    - A LOCK THE OPERATOR CLEARED, AND ANOTHER JOB MAY SINCE
00730B*    HAVE TAKEN, IS LEFT ALONE.
00730C 01  NAME-LOCK-DATE-RAW              PIC 9(06).
00730D 01  NAME-LOCK-TIME-RAW              PIC 9(08).
007400 77  OLD-READ-COUNT                  PIC 9(05) VALUE ZERO.
007500*    OLD-READ-COUNT = TOTAL RECORDS READ FROM THE OLD APPEND-
007600*    HISTORY MASTER, INCLUDING SUPERSEDED VERSIONS AND
011500         PERFORM 9000-TERMINATE
011600             THRU 9000-EXIT
011700     END-IF
011701     PERFORM 9500-RELEASE-LOCK
011702         THRU 9500-EXIT
011800     STOP RUN.
011900******************************************************************
012000* 1000-INITIALIZE - COMPUTES THE RUN DATE FOR THE REPORT HEADER
012500*                   WOULD LEAVE AN EMPTY NEW MASTER.
012600******************************************************************
012700 1000-INITIALIZE.
012701     PERFORM 1900-TAKE-LOCK
012702         THRU 1900-EXIT
012703     IF NOT NAME-LOCK-HELD
012704         GO TO 1000-EXIT
012705     END-IF
012800     MOVE 50 TO N
012900     ACCEPT RUN-DATE-RAW FROM DATE
013000     MOVE RUN-DATE-RAW(3:2) TO RUN-DATE-DISPLAY(1:2)
016600         THRU 5000-EXIT.
016700 1000-EXIT.
016800     EXIT.
016801******************************************************************
016802* 1900-TAKE-LOCK - TAKES THE NAME-FILE ENQUEUE (namelock.txt,
016803*                  COPYBOOK LOCKREC) BEFORE EITHER MASTER IS
016804*                  OPENED.  THE USER IS THE LOGIN NAME.
016805*                  A LOCK ALREADY ON FILE STOPS THE RUN WITH
016806*                  RETURN CODE 8, NAMING THE HOLDER.  THE NEW
016807*                  LOCK IS READ BACK ONCE WRITTEN - IF ANOTHER
016808*                  JOB WROTE ITS OWN IN THE SAME INSTANT, THAT IS
016809*                  THE ONE FOUND, AND THIS RUN STANDS DOWN.
01680A******************************************************************
01680B 1900-TAKE-LOCK.
01680C     OPEN INPUT NAME-LOCK-FILE
01680D     IF NAME-LOCK-NOT-FOUND
01680E         GO TO 1910-WRITE-LOCK
01680F     END-IF
01680G     IF NOT NAME-LOCK-STATUS-OK
01680H         DISPLAY "NAMECNV - I/O ERROR ON LOCK FILE, STATUS = "
01680I             NAME-LOCK-STATUS
01680J         MOVE 8 TO RETURN-CODE
01680K         GO TO 1900-EXIT
01680L     END-IF
01680M     READ NAME-LOCK-FILE
01680N     IF NAME-LOCK-STATUS-OK
01680O         AND LOCK-TAG-VALID
01680P         PERFORM 1950-SHOW-LOCK-HOLDER
01680Q             THRU 1950-EXIT
01680R         CLOSE NAME-LOCK-FILE
01680S         GO TO 1900-EXIT
01680T     END-IF
01680U     CLOSE NAME-LOCK-FILE.
01680V 1910-WRITE-LOCK.
01680W     OPEN OUTPUT NAME-LOCK-FILE
01680X     IF NOT NAME-LOCK-STATUS-OK
01680Y         DISPLAY "NAMECNV - I/O ERROR ON LOCK FILE, STATUS = "
01680Z             NAME-LOCK-STATUS
016810         MOVE 8 TO RETURN-CODE
016811         GO TO 1900-EXIT
016812     END-IF
016813     MOVE SPACES TO NAME-LOCK-RECORD
016814     MOVE "NLCK" TO LOCK-TAG
016815     MOVE "NAMECNV" TO LOCK-PROGRAM
016816     ACCEPT LOCK-USER FROM ENVIRONMENT "USER"
016817     IF LOCK-USER = SPACES
016818         MOVE "UNKNOWN" TO LOCK-USER
016819     END-IF
01681A     ACCEPT NAME-LOCK-DATE-RAW FROM DATE
01681B     MOVE NAME-LOCK-DATE-RAW(3:2) TO LOCK-START-DATE(1:2)
01681C     MOVE "/" TO LOCK-START-DATE(3:1)
01681D     MOVE NAME-LOCK-DATE-RAW(5:2) TO LOCK-START-DATE(4:2)
01681E     MOVE "/" TO LOCK-START-DATE(6:1)
01681F     MOVE NAME-LOCK-DATE-RAW(1:2) TO LOCK-START-DATE(7:2)
01681G     ACCEPT NAME-LOCK-TIME-RAW FROM TIME
01681H     MOVE NAME-LOCK-TIME-RAW(1:2) TO LOCK-START-TIME(1:2)
01681I     MOVE ":" TO LOCK-START-TIME(3:1)
01681J     MOVE NAME-LOCK-TIME-RAW(3:2) TO LOCK-START-TIME(4:2)
01681K     MOVE ":" TO LOCK-START-TIME(6:1)
01681L     MOVE NAME-LOCK-TIME-RAW(5:2) TO LOCK-START-TIME(7:2)
01681M     MOVE NAME-LOCK-RECORD TO NAME-LOCK-IMAGE
01681N     WRITE NAME-LOCK-RECORD
01681O     IF NOT NAME-LOCK-STATUS-OK
01681P         DISPLAY "NAMECNV - I/O ERROR ON LOCK FILE, STATUS = "
01681Q             NAME-LOCK-STATUS
01681R         MOVE 8 TO RETURN-CODE
01681S         CLOSE NAME-LOCK-FILE
01681T         GO TO 1900-EXIT
01681U     END-IF
01681V     CLOSE NAME-LOCK-FILE
01681W     OPEN INPUT NAME-LOCK-FILE
01681X     IF NOT NAME-LOCK-STATUS-OK
01681Y         DISPLAY "NAMECNV - I/O ERROR ON LOCK FILE, STATUS = "
01681Z             NAME-LOCK-STATUS
016820         MOVE 8 TO RETURN-CODE
016821         GO TO 1900-EXIT
016822     END-IF
016823     READ NAME-LOCK-FILE
016824     IF NOT NAME-LOCK-STATUS-OK
016825         DISPLAY "NAMECNV - LOCK FILE EMPTIED BEFORE THE LOCK "
016826             "COULD BE CONFIRMED - NOTHING WAS DONE"
016827         MOVE 8 TO RETURN-CODE
016828         CLOSE NAME-LOCK-FILE
016829         GO TO 1900-EXIT
01682A     END-IF
01682B     IF NAME-LOCK-RECORD NOT = NAME-LOCK-IMAGE
01682C         PERFORM 1950-SHOW-LOCK-HOLDER
01682D             THRU 1950-EXIT
01682E         CLOSE NAME-LOCK-FILE
01682F         GO TO 1900-EXIT
01682G     END-IF
01682H     CLOSE NAME-LOCK-FILE
01682I     MOVE "Y" TO NAME-LOCK-SWITCH.
01682J 1900-EXIT.
01682K     EXIT.
01682L******************************************************************
01682M* 1950-SHOW-LOCK-HOLDER - NAMES THE JOB HOLDING THE LOCK AND
01682N*                         STOPS THIS RUN WITH RETURN CODE 8.
01682O******************************************************************
01682P 1950-SHOW-LOCK-HOLDER.
01682Q     DISPLAY "NAMECNV - NAME FILES IN USE BY " LOCK-PROGRAM
01682R         " USER " LOCK-USER
01682S     DISPLAY "NAMECNV - LOCKED SINCE " LOCK-START-DATE " "
01682T         LOCK-START-TIME " - NOTHING WAS DONE"
01682U     DISPLAY "NAMECNV - RUN AGAIN WHEN THAT JOB ENDS.  IF IT IS "
01682V         "NO LONGER RUNNING,"
01682W     DISPLAY "NAMECNV - THE OPERATOR CLEARS THE LOCK WITH: "
01682X         "lockutl CLEAR"
01682Y     MOVE 8 TO RETURN-CODE.
01682Z 1950-EXIT.
016830     EXIT.
016900******************************************************************
017000* 2000-CONVERT-OLD-MASTER - READS THE OLD APPEND-HISTORY MASTER
017100*                           TOP TO BOTTOM AND APPLIES EACH
041200     CLOSE CONV-REPORT-FILE.
041300 9000-EXIT.
041400     EXIT.
041401******************************************************************
041402* 9500-RELEASE-LOCK - GIVES UP THE NAME-FILE ENQUEUE BY EMPTYING
041403*                     namelock.txt - BUT ONLY WHILE THE RECORD ON
041404*                     FILE IS STILL THE ONE THIS RUN WROTE.  A
041405*                     LOCK THE OPERATOR CLEARED (AND ANOTHER JOB
041406*                     MAY SINCE HAVE TAKEN) IS LEFT AS FOUND.
041407******************************************************************
041408 9500-RELEASE-LOCK.
041409     IF NOT NAME-LOCK-HELD
04140A         GO TO 9500-EXIT
04140B     END-IF
04140C     MOVE "N" TO NAME-LOCK-SWITCH
04140D     OPEN INPUT NAME-LOCK-FILE
04140E     IF NOT NAME-LOCK-STATUS-OK
04140F         DISPLAY "NAMECNV - LOCK WAS CLEARED DURING THE RUN - "
04140G             "namelock.txt LEFT AS FOUND"
04140H         GO TO 9500-EXIT
04140I     END-IF
04140J     READ NAME-LOCK-FILE
04140K     IF NOT NAME-LOCK-STATUS-OK
04140L         OR NAME-LOCK-RECORD NOT = NAME-LOCK-IMAGE
04140M         DISPLAY "NAMECNV - LOCK WAS CLEARED DURING THE RUN - "
04140N             "namelock.txt LEFT AS FOUND"
04140O         CLOSE NAME-LOCK-FILE
04140P         GO TO 9500-EXIT
04140Q     END-IF
04140R     CLOSE NAME-LOCK-FILE
04140S     OPEN OUTPUT NAME-LOCK-FILE
04140T     IF NOT NAME-LOCK-STATUS-OK
04140U         DISPLAY "NAMECNV - I/O ERROR ON LOCK FILE, STATUS = "
04140V             NAME-LOCK-STATUS
04140W         DISPLAY "NAMECNV - LOCK NOT RELEASED - CLEAR IT WITH: "
04140X             "lockutl CLEAR"
04140Y         MOVE 8 TO RETURN-CODE
04140Z         GO TO 9500-EXIT
041410     END-IF
041411     CLOSE NAME-LOCK-FILE.
041412 9500-EXIT.
041413     EXIT.
041500 END PROGRAM NAMECNV.
