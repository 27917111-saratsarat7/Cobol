003350*                  ZERO-BYTE FILE.  THE REFUSAL ALSO KEEPS A
003360*                  RERUN FROM REGISTERING THE SAME ARCHIVE ON
003370*                  THE INDEX TWICE.
003371* 10/15/26   DK    TAKES THE NAME-FILE ENQUEUE (namelock.txt)
003372*                  BEFORE REWRITING reject.txt AND THE OTHER LIVE
003373*                  FILES, AND RELEASES IT AT END OF JOB.  A CUT
003374*                  MUST NOT RUN UNDER THE NIGHTLY CHAIN OR A
003375*                  CONSOLE UTILITY - A HELD LOCK IS NAMED AND
003376*                  NOTHING IS DONE (RETURN CODE 8).
003400******************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. ARCHUTL.
005400     SELECT ARCH-REPORT-FILE         ASSIGN TO "archrpt.txt"
005500                                     ORGANIZATION LINE SEQUENTIAL
005600                                     STATUS ARCH-REPORT-STATUS.
005601     SELECT NAME-LOCK-FILE           ASSIGN TO "namelock.txt"
005602                                     ORGANIZATION LINE SEQUENTIAL
005603                                     STATUS NAME-LOCK-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  ARCH-IN-FILE.
007200* HOLDING HISTORY OLDER THAN THE LIVE FILES.
007300 FD  ARCH-REPORT-FILE.
007400 01  ARCH-REPORT-LINE                PIC X(80).
007401 FD  NAME-LOCK-FILE.
007402     COPY LOCKREC.
007500 WORKING-STORAGE SECTION.
007600 01  ARCH-IN-STATUS                  PIC X(02).
007700     88  ARCH-IN-STATUS-OK           VALUE "00".
012100*    N = DETAIL LINES PER REPORT PAGE.  SET IN 1000-INITIALIZE.
012200 01  REPORT-PAGE-COUNT               PIC 9(03) VALUE ZERO.
012300 01  REPORT-LINE-COUNT               PIC 9(02) VALUE ZERO.
012301 01  NAME-LOCK-STATUS                PIC X(02).
012302     88  NAME-LOCK-STATUS-OK         VALUE "00".
012303     88  NAME-LOCK-NOT-FOUND         VALUE "35".
012304 01  NAME-LOCK-SWITCH                PIC X(01) VALUE "N".
012305     88  NAME-LOCK-HELD              VALUE "Y".
012306 01  NAME-LOCK-IMAGE                 PIC X(36).
012307*    NAME-LOCK-SWITCH / NAME-LOCK-IMAGE = THIS RUN HOLDS THE
012308*    NAME-FILE ENQUEUE, AND THE LOCK RECORD IT WROTE.  THE LOCK
012309*    IS ONLY RELEASED WHILE THE RECORD ON FILE IS STILL THIS ONE
01230A*    - A LOCK THE OPERATOR CLEARED, AND ANOTHER JOB MAY SINCE
01230B*    HAVE TAKEN, IS LEFT ALONE.
01230C 01  NAME-LOCK-DATE-RAW              PIC 9(06).
01230D 01  NAME-LOCK-TIME-RAW              PIC 9(08).
012400 01  RUN-DATE-RAW                    PIC 9(06).
012500 01  RUN-DATE-DISPLAY                PIC X(08).
012600 01  HELD-ARCH-LINE                  PIC X(80).
017100         PERFORM 9000-TERMINATE
017200             THRU 9000-EXIT
017300     END-IF
017301     PERFORM 9500-RELEASE-LOCK
017302         THRU 9500-EXIT
017400     STOP RUN.
017500******************************************************************
017600* 1000-INITIALIZE - PICKS UP AND VALIDATES THE CUTOFF DATE AND
019400         MOVE 8 TO RETURN-CODE
019500         GO TO 1000-EXIT
019600     END-IF
019601     PERFORM 1900-TAKE-LOCK
019602         THRU 1900-EXIT
019603     IF NOT NAME-LOCK-HELD
019604         GO TO 1000-EXIT
019605     END-IF
019700     OPEN OUTPUT ARCH-REPORT-FILE
019800     PERFORM 5000-PRINT-HEADER
019900         THRU 5000-EXIT.
020000 1000-EXIT.
020100     EXIT.
020101******************************************************************
020102* 1900-TAKE-LOCK - TAKES THE NAME-FILE ENQUEUE (namelock.txt,
020103*                  COPYBOOK LOCKREC) BEFORE ANY LIVE FILE IS
020104*                  REWRITTEN.  THE USER IS THE LOGIN NAME.
020105*                  A LOCK ALREADY ON FILE STOPS THE RUN WITH
020106*                  RETURN CODE 8, NAMING THE HOLDER.  THE NEW
020107*                  LOCK IS READ BACK ONCE WRITTEN - IF ANOTHER
020108*                  JOB WROTE ITS OWN IN THE SAME INSTANT, THAT IS
020109*                  THE ONE FOUND, AND THIS RUN STANDS DOWN.
02010A******************************************************************
02010B 1900-TAKE-LOCK.
02010C     OPEN INPUT NAME-LOCK-FILE
02010D     IF NAME-LOCK-NOT-FOUND
02010E         GO TO 1910-WRITE-LOCK
02010F     END-IF
02010G     IF NOT NAME-LOCK-STATUS-OK
02010H         DISPLAY "ARCHUTL - I/O ERROR ON LOCK FILE, STATUS = "
02010I             NAME-LOCK-STATUS
02010J         MOVE 8 TO RETURN-CODE
02010K         GO TO 1900-EXIT
02010L     END-IF
02010M     READ NAME-LOCK-FILE
02010N     IF NAME-LOCK-STATUS-OK
02010O         AND LOCK-TAG-VALID
02010P         PERFORM 1950-SHOW-LOCK-HOLDER
02010Q             THRU 1950-EXIT
02010R         CLOSE NAME-LOCK-FILE
02010S         GO TO 1900-EXIT
02010T     END-IF
02010U     CLOSE NAME-LOCK-FILE.
02010V 1910-WRITE-LOCK.
02010W     OPEN OUTPUT NAME-LOCK-FILE
02010X     IF NOT NAME-LOCK-STATUS-OK
02010Y         DISPLAY "ARCHUTL - I/O ERROR ON LOCK FILE, STATUS = "
02010Z             NAME-LOCK-STATUS
020110         MOVE 8 TO RETURN-CODE
020111         GO TO 1900-EXIT
020112     END-IF
020113     MOVE SPACES TO NAME-LOCK-RECORD
020114     MOVE "NLCK" TO LOCK-TAG
020115     MOVE "ARCHUTL" TO LOCK-PROGRAM
020116     ACCEPT LOCK-USER FROM ENVIRONMENT "USER"
020117     IF LOCK-USER = SPACES
020118         MOVE "UNKNOWN" TO LOCK-USER
020119     END-IF
02011A     ACCEPT NAME-LOCK-DATE-RAW FROM DATE
02011B     MOVE NAME-LOCK-DATE-RAW(3:2) TO LOCK-START-DATE(1:2)
02011C     MOVE "/" TO LOCK-START-DATE(3:1)
02011D     MOVE NAME-LOCK-DATE-RAW(5:2) TO LOCK-START-DATE(4:2)
02011E     MOVE "/" TO LOCK-START-DATE(6:1)
02011F     MOVE NAME-LOCK-DATE-RAW(1:2) TO LOCK-START-DATE(7:2)
02011G     ACCEPT NAME-LOCK-TIME-RAW FROM TIME
02011H     MOVE NAME-LOCK-TIME-RAW(1:2) TO LOCK-START-TIME(1:2)
02011I     MOVE ":" TO LOCK-START-TIME(3:1)
02011J     MOVE NAME-LOCK-TIME-RAW(3:2) TO LOCK-START-TIME(4:2)
02011K     MOVE ":" TO LOCK-START-TIME(6:1)
02011L     MOVE NAME-LOCK-TIME-RAW(5:2) TO LOCK-START-TIME(7:2)
02011M     MOVE NAME-LOCK-RECORD TO NAME-LOCK-IMAGE
02011N     WRITE NAME-LOCK-RECORD
02011O     IF NOT NAME-LOCK-STATUS-OK
02011P         DISPLAY "ARCHUTL - I/O ERROR ON LOCK FILE, STATUS = "
02011Q             NAME-LOCK-STATUS
02011R         MOVE 8 TO RETURN-CODE
02011S         CLOSE NAME-LOCK-FILE
02011T         GO TO 1900-EXIT
02011U     END-IF
02011V     CLOSE NAME-LOCK-FILE
02011W     OPEN INPUT NAME-LOCK-FILE
02011X     IF NOT NAME-LOCK-STATUS-OK
02011Y         DISPLAY "ARCHUTL - I/O ERROR ON LOCK FILE, STATUS = "
02011Z             NAME-LOCK-STATUS
020120         MOVE 8 TO RETURN-CODE
020121         GO TO 1900-EXIT
020122     END-IF
020123     READ NAME-LOCK-FILE
020124     IF NOT NAME-LOCK-STATUS-OK
020125         DISPLAY "ARCHUTL - LOCK FILE EMPTIED BEFORE THE LOCK "
020126             "COULD BE CONFIRMED - NOTHING WAS DONE"
020127         MOVE 8 TO RETURN-CODE
020128         CLOSE NAME-LOCK-FILE
020129         GO TO 1900-EXIT
02012A     END-IF
02012B     IF NAME-LOCK-RECORD NOT = NAME-LOCK-IMAGE
02012C         PERFORM 1950-SHOW-LOCK-HOLDER
02012D             THRU 1950-EXIT
02012E         CLOSE NAME-LOCK-FILE
02012F         GO TO 1900-EXIT
02012G     END-IF
02012H     CLOSE NAME-LOCK-FILE
02012I     MOVE "Y" TO NAME-LOCK-SWITCH.
02012J 1900-EXIT.
02012K     EXIT.
02012L******************************************************************
02012M* 1950-SHOW-LOCK-HOLDER - NAMES THE JOB HOLDING THE LOCK AND
02012N*                         STOPS THIS RUN WITH RETURN CODE 8.
02012O******************************************************************
02012P 1950-SHOW-LOCK-HOLDER.
02012Q     DISPLAY "ARCHUTL - NAME FILES IN USE BY " LOCK-PROGRAM
02012R         " USER " LOCK-USER
02012S     DISPLAY "ARCHUTL - LOCKED SINCE " LOCK-START-DATE " "
02012T         LOCK-START-TIME " - NOTHING WAS DONE"
02012U     DISPLAY "ARCHUTL - RUN AGAIN WHEN THAT JOB ENDS.  IF IT IS "
02012V         "NO LONGER RUNNING,"
02012W     DISPLAY "ARCHUTL - THE OPERATOR CLEARS THE LOCK WITH: "
02012X         "lockutl CLEAR"
02012Y     MOVE 8 TO RETURN-CODE.
02012Z 1950-EXIT.
020130     EXIT.
020200******************************************************************
020300* 2000-ARCHIVE-ONE-FILE - RUNS THE ARCHIVE PASS OVER THE LIVE
020400*                         FILE NAMED BY ARCH-IN-NAME: RECORDS
059700     CLOSE ARCH-REPORT-FILE.
059800 9000-EXIT.
059900     EXIT.
059901******************************************************************
059902* 9500-RELEASE-LOCK - GIVES UP THE NAME-FILE ENQUEUE BY EMPTYING
059903*                     namelock.txt - BUT ONLY WHILE THE RECORD ON
059904*                     FILE IS STILL THE ONE THIS RUN WROTE.  A
059905*                     LOCK THE OPERATOR CLEARED (AND ANOTHER JOB
059906*                     MAY SINCE HAVE TAKEN) IS LEFT AS FOUND.
059907******************************************************************
059908 9500-RELEASE-LOCK.
059909     IF NOT NAME-LOCK-HELD
05990A         GO TO 9500-EXIT
05990B     END-IF
05990C     MOVE "N" TO NAME-LOCK-SWITCH
05990D     OPEN INPUT NAME-LOCK-FILE
05990E     IF NOT NAME-LOCK-STATUS-OK
05990F         DISPLAY "ARCHUTL - LOCK WAS CLEARED DURING THE RUN - "
05990G             "namelock.txt LEFT AS FOUND"
05990H         GO TO 9500-EXIT
05990I     END-IF
05990J     READ NAME-LOCK-FILE
05990K     IF NOT NAME-LOCK-STATUS-OK
05990L         OR NAME-LOCK-RECORD NOT = NAME-LOCK-IMAGE
05990M         DISPLAY "ARCHUTL - LOCK WAS CLEARED DURING THE RUN - "
05990N             "namelock.txt LEFT AS FOUND"
05990O         CLOSE NAME-LOCK-FILE
05990P         GO TO 9500-EXIT
05990Q     END-IF
05990R     CLOSE NAME-LOCK-FILE
05990S     OPEN OUTPUT NAME-LOCK-FILE
05990T     IF NOT NAME-LOCK-STATUS-OK
05990U         DISPLAY "ARCHUTL - I/O ERROR ON LOCK FILE, STATUS = "
05990V             NAME-LOCK-STATUS
05990W         DISPLAY "ARCHUTL - LOCK NOT RELEASED - CLEAR IT WITH: "
05990X             "lockutl CLEAR"
05990Y         MOVE 8 TO RETURN-CODE
05990Z         GO TO 9500-EXIT
059910     END-IF
059911     CLOSE NAME-LOCK-FILE.
059912 9500-EXIT.
059913     EXIT.
060000 END PROGRAM ARCHUTL.
