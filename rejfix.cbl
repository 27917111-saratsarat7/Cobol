002990*                  REMAINING RECORD THROUGH UNTOUCHED.  THE
003000*                  BACKLOG CAN NOW BE WORKED OFF AT ANY SIZE
003010*                  WITH NO OVERFLOW AND NO ABORTED RUN.
003011* 10/15/26   DK    TAKES THE NAME-FILE ENQUEUE (namelock.txt)
003012*                  BEFORE OPENING reject.txt OR resubmit.txt AND
003013*                  RELEASES IT AT END OF JOB.  IF THE NIGHTLY
003014*                  CHAIN OR ANOTHER UTILITY HOLDS IT, THE HOLDER
003015*                  IS NAMED AND NOTHING IS DONE (RETURN CODE 8).
003020******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. REJFIX.
004200     SELECT REJ-KEEP-FILE            ASSIGN TO "rejkeep.txt"
004300                                     ORGANIZATION LINE SEQUENTIAL
004400                                     STATUS REJ-KEEP-STATUS.
004401     SELECT NAME-LOCK-FILE           ASSIGN TO "namelock.txt"
004402                                     ORGANIZATION LINE SEQUENTIAL
004403                                     STATUS NAME-LOCK-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  REJECT-FILE.
005300* REJ-KEEP-FILE = THE RECORDS THE OPERATOR KEPT (OR NEVER
005400* REACHED), COPIED BACK OVER REJECT.TXT AT END OF JOB.  ONE
005500* RECORD IN FLIGHT AT A TIME - NO TABLE, NO CEILING.
005501 FD  NAME-LOCK-FILE.
005502     COPY LOCKREC.
005600 WORKING-STORAGE SECTION.
005700 01  REJECT-FILE-STATUS              PIC X(02).
005800     88  REJECT-FILE-STATUS-OK       VALUE "00".
007700 01  CORRECTED-NAME                  PIC X(15).
007800 01  QUIT-SWITCH                     PIC X(01) VALUE "N".
007900     88  OPERATOR-QUIT               VALUE "Y".
007901 01  NAME-LOCK-STATUS                PIC X(02).
007902     88  NAME-LOCK-STATUS-OK         VALUE "00".
007903     88  NAME-LOCK-NOT-FOUND         VALUE "35".
007904 01  NAME-LOCK-SWITCH                PIC X(01) VALUE "N".
007905     88  NAME-LOCK-HELD              VALUE "Y".
007906 01  NAME-LOCK-IMAGE                 PIC X(36).
007907*    NAME-LOCK-SWITCH / NAME-LOCK-IMAGE = THIS RUN HOLDS THE
007908*    NAME-FILE ENQUEUE, AND THE LOCK RECORD IT WROTE.  THE LOCK
007909*    IS ONLY RELEASED WHILE THE RECORD ON FILE IS STILL THIS ONE
00790A*    - A LOCK THE OPERATOR CLEARED, AND ANOTHER JOB MAY SINCE
00790B*    HAVE TAKEN, IS LEFT ALONE.
00790C 01  NAME-LOCK-DATE-RAW              PIC 9(06).
00790D 01  NAME-LOCK-TIME-RAW              PIC 9(08).
008000 77  REVIEWED-COUNT                  PIC 9(05) VALUE ZERO.
008100 77  RESUBMIT-COUNT                  PIC 9(05) VALUE ZERO.
008200 77  DROP-COUNT                      PIC 9(05) VALUE ZERO.
010300             THRU 8900-EXIT
010400         CLOSE RESUB-FILE
010500     END-IF
010501     PERFORM 9500-RELEASE-LOCK
010502         THRU 9500-EXIT
010600     STOP RUN.
010700******************************************************************
010800* 1000-INITIALIZE - OPENS THE REJECT FILE, THE KEEP WORK FILE,
011000*                   NIGHTLY PASS EMPTIES IT ONCE READ).
011100******************************************************************
011200 1000-INITIALIZE.
011201     PERFORM 1900-TAKE-LOCK
011202         THRU 1900-EXIT
011203     IF NOT NAME-LOCK-HELD
011204         GO TO 1000-EXIT
011205     END-IF
011300     OPEN INPUT REJECT-FILE
011400     IF REJECT-FILE-NOT-FOUND
011500         DISPLAY "REJFIX - NO REJECT FILE PRESENT"
014300     END-IF.
014400 1000-EXIT.
014500     EXIT.
014501******************************************************************
014502* 1900-TAKE-LOCK - TAKES THE NAME-FILE ENQUEUE (namelock.txt,
014503*                  COPYBOOK LOCKREC) BEFORE reject.txt OR
014504*                  resubmit.txt IS OPENED.  THE USER IS THE
014505*                  LOGIN NAME.
014506*                  A LOCK ALREADY ON FILE STOPS THE RUN WITH
014507*                  RETURN CODE 8, NAMING THE HOLDER.  THE NEW
014508*                  LOCK IS READ BACK ONCE WRITTEN - IF ANOTHER
014509*                  JOB WROTE ITS OWN IN THE SAME INSTANT, THAT IS
01450A*                  THE ONE FOUND, AND THIS RUN STANDS DOWN.
01450B******************************************************************
01450C 1900-TAKE-LOCK.
01450D     OPEN INPUT NAME-LOCK-FILE
01450E     IF NAME-LOCK-NOT-FOUND
01450F         GO TO 1910-WRITE-LOCK
01450G     END-IF
01450H     IF NOT NAME-LOCK-STATUS-OK
01450I         DISPLAY "REJFIX - I/O ERROR ON LOCK FILE, STATUS = "
01450J             NAME-LOCK-STATUS
01450K         MOVE 8 TO RETURN-CODE
01450L         GO TO 1900-EXIT
01450M     END-IF
01450N     READ NAME-LOCK-FILE
01450O     IF NAME-LOCK-STATUS-OK
01450P         AND LOCK-TAG-VALID
01450Q         PERFORM 1950-SHOW-LOCK-HOLDER
01450R             THRU 1950-EXIT
01450S         CLOSE NAME-LOCK-FILE
01450T         GO TO 1900-EXIT
01450U     END-IF
01450V     CLOSE NAME-LOCK-FILE.
01450W 1910-WRITE-LOCK.
01450X     OPEN OUTPUT NAME-LOCK-FILE
01450Y     IF NOT NAME-LOCK-STATUS-OK
01450Z         DISPLAY "REJFIX - I/O ERROR ON LOCK FILE, STATUS = "
014510             NAME-LOCK-STATUS
014511         MOVE 8 TO RETURN-CODE
014512         GO TO 1900-EXIT
014513     END-IF
014514     MOVE SPACES TO NAME-LOCK-RECORD
014515     MOVE "NLCK" TO LOCK-TAG
014516     MOVE "REJFIX" TO LOCK-PROGRAM
014517     ACCEPT LOCK-USER FROM ENVIRONMENT "USER"
014518     IF LOCK-USER = SPACES
014519         MOVE "UNKNOWN" TO LOCK-USER
01451A     END-IF
01451B     ACCEPT NAME-LOCK-DATE-RAW FROM DATE
01451C     MOVE NAME-LOCK-DATE-RAW(3:2) TO LOCK-START-DATE(1:2)
01451D     MOVE "/" TO LOCK-START-DATE(3:1)
01451E     MOVE NAME-LOCK-DATE-RAW(5:2) TO LOCK-START-DATE(4:2)
01451F     MOVE "/" TO LOCK-START-DATE(6:1)
01451G     MOVE NAME-LOCK-DATE-RAW(1:2) TO LOCK-START-DATE(7:2)
01451H     ACCEPT NAME-LOCK-TIME-RAW FROM TIME
01451I     MOVE NAME-LOCK-TIME-RAW(1:2) TO LOCK-START-TIME(1:2)
01451J     MOVE ":" TO LOCK-START-TIME(3:1)
01451K     MOVE NAME-LOCK-TIME-RAW(3:2) TO LOCK-START-TIME(4:2)
01451L     MOVE ":" TO LOCK-START-TIME(6:1)
01451M     MOVE NAME-LOCK-TIME-RAW(5:2) TO LOCK-START-TIME(7:2)
01451N     MOVE NAME-LOCK-RECORD TO NAME-LOCK-IMAGE
01451O     WRITE NAME-LOCK-RECORD
01451P     IF NOT NAME-LOCK-STATUS-OK
01451Q         DISPLAY "REJFIX - I/O ERROR ON LOCK FILE, STATUS = "
01451R             NAME-LOCK-STATUS
01451S         MOVE 8 TO RETURN-CODE
01451T         CLOSE NAME-LOCK-FILE
01451U         GO TO 1900-EXIT
01451V     END-IF
01451W     CLOSE NAME-LOCK-FILE
01451X     OPEN INPUT NAME-LOCK-FILE
01451Y     IF NOT NAME-LOCK-STATUS-OK
01451Z         DISPLAY "REJFIX - I/O ERROR ON LOCK FILE, STATUS = "
014520             NAME-LOCK-STATUS
014521         MOVE 8 TO RETURN-CODE
014522         GO TO 1900-EXIT
014523     END-IF
014524     READ NAME-LOCK-FILE
014525     IF NOT NAME-LOCK-STATUS-OK
014526         DISPLAY "REJFIX - LOCK FILE EMPTIED BEFORE THE LOCK "
014527             "COULD BE CONFIRMED - NOTHING WAS DONE"
014528         MOVE 8 TO RETURN-CODE
014529         CLOSE NAME-LOCK-FILE
01452A         GO TO 1900-EXIT
01452B     END-IF
01452C     IF NAME-LOCK-RECORD NOT = NAME-LOCK-IMAGE
01452D         PERFORM 1950-SHOW-LOCK-HOLDER
01452E             THRU 1950-EXIT
01452F         CLOSE NAME-LOCK-FILE
01452G         GO TO 1900-EXIT
01452H     END-IF
01452I     CLOSE NAME-LOCK-FILE
01452J     MOVE "Y" TO NAME-LOCK-SWITCH.
01452K 1900-EXIT.
01452L     EXIT.
01452M******************************************************************
01452N* 1950-SHOW-LOCK-HOLDER - NAMES THE JOB HOLDING THE LOCK AND
01452O*                         STOPS THIS RUN WITH RETURN CODE 8.
01452P******************************************************************
01452Q 1950-SHOW-LOCK-HOLDER.
01452R     DISPLAY "REJFIX - NAME FILES IN USE BY " LOCK-PROGRAM
01452S         " USER " LOCK-USER
01452T     DISPLAY "REJFIX - LOCKED SINCE " LOCK-START-DATE " "
01452U         LOCK-START-TIME " - NOTHING WAS DONE"
01452V     DISPLAY "REJFIX - RUN AGAIN WHEN THAT JOB ENDS.  IF IT IS "
01452W         "NO LONGER RUNNING,"
01452X     DISPLAY "REJFIX - THE OPERATOR CLEARS THE LOCK WITH: "
01452Y         "lockutl CLEAR"
01452Z     MOVE 8 TO RETURN-CODE.
014530 1950-EXIT.
014531     EXIT.
014600******************************************************************
014700* 2000-WORK-ONE-REJECT - READS ONE REJECT, SHOWS IT ON THE
014800*                        CONSOLE, AND DISPOSES OF IT AT ONCE.
033400     DISPLAY "  PASSED THROUGH (QUIT) . " PASSED-COUNT.
033500 8900-EXIT.
033600     EXIT.
033601******************************************************************
033602* 9500-RELEASE-LOCK - GIVES UP THE NAME-FILE ENQUEUE BY EMPTYING
033603*                     namelock.txt - BUT ONLY WHILE THE RECORD ON
033604*                     FILE IS STILL THE ONE THIS RUN WROTE.  A
033605*                     LOCK THE OPERATOR CLEARED (AND ANOTHER JOB
033606*                     MAY SINCE HAVE TAKEN) IS LEFT AS FOUND.
033607******************************************************************
033608 9500-RELEASE-LOCK.
033609     IF NOT NAME-LOCK-HELD
03360A         GO TO 9500-EXIT
03360B     END-IF
03360C     MOVE "N" TO NAME-LOCK-SWITCH
03360D     OPEN INPUT NAME-LOCK-FILE
03360E     IF NOT NAME-LOCK-STATUS-OK
03360F         DISPLAY "REJFIX - LOCK WAS CLEARED DURING THE RUN - "
03360G             "namelock.txt LEFT AS FOUND"
03360H         GO TO 9500-EXIT
03360I     END-IF
03360J     READ NAME-LOCK-FILE
03360K     IF NOT NAME-LOCK-STATUS-OK
03360L         OR NAME-LOCK-RECORD NOT = NAME-LOCK-IMAGE
03360M         DISPLAY "REJFIX - LOCK WAS CLEARED DURING THE RUN - "
03360N             "namelock.txt LEFT AS FOUND"
03360O         CLOSE NAME-LOCK-FILE
03360P         GO TO 9500-EXIT
03360Q     END-IF
03360R     CLOSE NAME-LOCK-FILE
03360S     OPEN OUTPUT NAME-LOCK-FILE
03360T     IF NOT NAME-LOCK-STATUS-OK
03360U         DISPLAY "REJFIX - I/O ERROR ON LOCK FILE, STATUS = "
03360V             NAME-LOCK-STATUS
03360W         DISPLAY "REJFIX - LOCK NOT RELEASED - CLEAR IT WITH: "
03360X             "lockutl CLEAR"
03360Y         MOVE 8 TO RETURN-CODE
03360Z         GO TO 9500-EXIT
033610     END-IF
033611     CLOSE NAME-LOCK-FILE.
033612 9500-EXIT.
033613     EXIT.
033700 END PROGRAM REJFIX.
