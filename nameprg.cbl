000100******************************************************************
000200* AUTHOR.     D. KOVACS - APPLICATIONS PROGRAMMING
000300* INSTALLATION. DATA CONTROL DEPT.
000400* DATE-WRITTEN. 10/15/2026.
000500* DATE-COMPILED.
000600* PURPOSE.    MONTH-END PURGE OF INACTIVE NAME-MASTER RECORDS.  A
000700*             "D" CARD NO LONGER REMOVES A RECORD - TEST1 MARKS
000800*             IT INACTIVE (NAMESTAT) SO INQUIRY, THE EXTRACTS AND
000900*             RECONCILIATION CAN STILL SEE IT.  THIS PROGRAM
001000*             PHYSICALLY REMOVES THE RECORDS THAT HAVE BEEN
001100*             INACTIVE LONGER THAN THE RETENTION PERIOD, SO THE
001200*             MASTER DOES NOT GROW FOREVER.  EVERY PURGE IS
001300*             JOURNALED (ACTION "P", BEFORE IMAGE ONLY) SO
001400*             NAMERST, NAMEDLT AND JRNLRPT SEE IT LIKE ANY OTHER
001500*             MAINTENANCE.  A CONTROL REPORT LISTS EACH RECORD
001600*             PURGED AND PROVES RECORDS READ LESS RECORDS PURGED
001700*             AGAINST A RECOUNT OF THE MASTER AFTERWARDS.
001800* OPERATION.  RUN AT MONTH END, OUTSIDE THE NIGHTLY WINDOW, AFTER
001900*             THE STEP005 SNAPSHOT HAS BEEN TAKEN.  PASS THE
002000*             RETENTION PERIOD IN MONTHS (TWO DIGITS) ON THE
002100*             COMMAND LINE:
002200*                 ./nameprg 12
002300*             A RECORD WHOSE STATUS DATE IS BEFORE THE BUSINESS
002400*             DATE LESS THAT MANY MONTHS IS PURGED.  THE REPORT
002500*             IS WRITTEN TO purgerpt.txt.  AN INACTIVE RECORD
002600*             WHOSE STATUS DATE CANNOT BE READ IS KEPT, NEVER
002700*             GUESSED INTO A PURGE, AND LISTED FOR FOLLOW-UP.
002800* TECTONICS.  cobc
002900*-----------------------------------------------------------*
003000* MODIFICATION HISTORY
003100*-----------------------------------------------------------*
003200* DATE       INIT  DESCRIPTION
003300* ---------  ----  ----------------------------------------
003400* 10/15/26   DK    ORIGINAL VERSION.
003401* 10/15/26   DK    TAKES THE NAME-FILE ENQUEUE (namelock.txt)
003402*                  BEFORE OPENING THE MASTER AND RELEASES IT AT
003403*                  END OF JOB.  A PURGE MUST NOT RUN UNDER THE
003404*                  NIGHTLY CHAIN OR A CONSOLE UTILITY - A HELD
003405*                  LOCK IS NAMED AND NOTHING IS DONE (RETURN CODE
003406*                  8).
003500******************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID. NAMEPRG.
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT NAME-MASTER              ASSIGN TO "namemast.txt"
004200                                     ORGANIZATION INDEXED
004300                                     ACCESS MODE DYNAMIC
004400                                     RECORD KEY MASTER-REC-ID
004500                                    ALTERNATE RECORD KEY
004600                                        MASTER-REC-NAME
004700                                        WITH DUPLICATES
004800                                     STATUS IS NAME-MASTER-STATUS.
004900     SELECT JOURNAL-FILE             ASSIGN TO "journal.txt"
005000                                     ORGANIZATION LINE SEQUENTIAL
005100                                     STATUS JOURNAL-STATUS.
005200     SELECT BUSCAL-FILE              ASSIGN TO "buscal.txt"
005300                                     ORGANIZATION LINE SEQUENTIAL
005400                                     STATUS BUSCAL-STATUS.
005500     SELECT PURGE-REPORT-FILE        ASSIGN TO "purgerpt.txt"
005600                                     ORGANIZATION LINE SEQUENTIAL
005700                                     STATUS PURGE-REPORT-STATUS.
005701     SELECT NAME-LOCK-FILE           ASSIGN TO "namelock.txt"
005702                                     ORGANIZATION LINE SEQUENTIAL
005703                                     STATUS NAME-LOCK-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  NAME-MASTER.
006100     COPY NAMEREC REPLACING
006200         ==NAME-RECORD==          BY ==MASTER-RECORD==
006300         ==NAME-REC-ID==          BY ==MASTER-REC-ID==
006400         ==NAME-REC-NAME==        BY ==MASTER-REC-NAME==
006500         ==NAME-REC-DATE-ADDED==  BY ==MASTER-REC-DATE-ADDED==.
006600     COPY NAMESTAT REPLACING
006700         ==NAME-REC-STATUS==       BY ==MASTER-REC-STATUS==
006800         ==NAME-REC-ACTIVE==       BY ==MASTER-REC-ACTIVE==
006900         ==NAME-REC-INACTIVE==     BY ==MASTER-REC-INACTIVE==
007000         ==NAME-REC-STATUS-DATE==  BY ==MASTER-REC-STATUS-DATE==.
007100 FD  JOURNAL-FILE.
007200     COPY JRNLREC.
007300 FD  BUSCAL-FILE.
007400 01  BUSCAL-RECORD.
007500     05  BUSCAL-TAG                  PIC X(04).
007600     05  BUSCAL-DATE                 PIC X(06).
007700 FD  PURGE-REPORT-FILE.
007800 01  PURGE-REPORT-LINE               PIC X(80).
007801 FD  NAME-LOCK-FILE.
007802     COPY LOCKREC.
007900 WORKING-STORAGE SECTION.
008000 01  NAME-MASTER-STATUS              PIC X(02).
008100     88  NAME-MASTER-STATUS-OK       VALUE "00".
008200     88  NAME-MASTER-STATUS-EOF      VALUE "10".
008300     88  NAME-MASTER-NOT-FOUND       VALUE "35".
008400 01  JOURNAL-STATUS                  PIC X(02).
008500     88  JOURNAL-STATUS-OK           VALUE "00".
008600     88  JOURNAL-NOT-FOUND           VALUE "35".
008700 01  BUSCAL-STATUS                   PIC X(02).
008800     88  BUSCAL-STATUS-OK            VALUE "00".
008900     88  BUSCAL-STATUS-EOF           VALUE "10".
009000     88  BUSCAL-NOT-FOUND            VALUE "35".
009100 01  PURGE-REPORT-STATUS             PIC X(02).
009200     88  PURGE-REPORT-STATUS-OK      VALUE "00".
009300 01  MASTER-READ-END                 PIC X(01) VALUE "N".
009400     88  END-OF-MASTER-READ          VALUE "Y".
009500 01  RETENTION-PARM                  PIC X(02).
009600 01  RETENTION-MONTHS REDEFINES RETENTION-PARM
009700                                     PIC 9(02).
009800*    RETENTION-PARM = MONTHS A RECORD MUST STAY INACTIVE BEFORE
009900*    IT IS PURGED, FROM THE COMMAND LINE (TWO DIGITS, 01-99).
010000 01  BUS-DATE.
010100     05  BUS-YY                      PIC 9(02).
010200     05  BUS-MM                      PIC 9(02).
010300     05  BUS-DD                      PIC 9(02).
010400 01  BUS-DATE-X REDEFINES BUS-DATE   PIC X(06).
010500*    BUS-DATE = THE BUSINESS DATE (YYMMDD) - THE CALENDAR'S "CUR "
010600*    DATE WHEN ONE IS ON FILE, OTHERWISE THE SYSTEM CLOCK.
010700 01  CUTOFF-DATE.
010800     05  CUTOFF-YY                   PIC 9(02).
010900     05  CUTOFF-MM                   PIC 9(02).
011000     05  CUTOFF-DD                   PIC 9(02).
011100 01  CUTOFF-DATE-X REDEFINES CUTOFF-DATE
011200                                     PIC X(06).
011300*    CUTOFF-DATE = BUS-DATE LESS RETENTION-MONTHS, SAME DAY OF
011400*    MONTH.  AN INACTIVE RECORD WHOSE STATUS DATE IS BEFORE IT
011500*    IS PURGED; ON OR AFTER IT THE RECORD IS RETAINED.  A DAY
011600*    PAST THE END OF THE CUTOFF MONTH STILL COMPARES CORRECTLY.
011700 01  MONTH-TOTAL                     PIC 9(04) COMP.
011800 01  MONTH-INDEX                     PIC 9(02) COMP.
011900*    MONTH-TOTAL / MONTH-INDEX = WORK FIELDS FOR THE CUTOFF
012000*    ARITHMETIC - MONTHS SINCE JANUARY 2000, AND THE MONTH OF
012100*    THE YEAR COUNTED FROM ZERO.
012101 01  NAME-LOCK-STATUS                PIC X(02).
012102     88  NAME-LOCK-STATUS-OK         VALUE "00".
012103     88  NAME-LOCK-NOT-FOUND         VALUE "35".
012104 01  NAME-LOCK-SWITCH                PIC X(01) VALUE "N".
012105     88  NAME-LOCK-HELD              VALUE "Y".
012106 01  NAME-LOCK-IMAGE                 PIC X(36).
012107*    NAME-LOCK-SWITCH / NAME-LOCK-IMAGE = THIS RUN HOLDS THE
012108*    NAME-FILE ENQUEUE, AND THE LOCK RECORD IT WROTE.  THE LOCK
012109*    IS ONLY RELEASED WHILE THE RECORD ON FILE IS STILL THIS ONE
01210A*    - A LOCK THE OPERATOR CLEARED, AND ANOTHER JOB MAY SINCE
01210B*    HAVE TAKEN, IS LEFT ALONE.
01210C 01  NAME-LOCK-DATE-RAW              PIC 9(06).
01210D 01  NAME-LOCK-TIME-RAW              PIC 9(08).
012200 01  RUN-DATE-RAW                    PIC 9(06).
012300 01  RUN-DATE-DISPLAY                PIC X(08).
012400 01  RUN-TIME-RAW                    PIC 9(08).
012500 01  RUN-TIME-DISPLAY                PIC X(08).
012600*    RUN-DATE-DISPLAY / RUN-TIME-DISPLAY = THE SYSTEM CLOCK,
012700*    MM/DD/YY AND HH:MM:SS, FOR THE REPORT HEADER AND THE
012800*    JOURNAL STAMP.  THE JOURNAL IS STAMPED WITH THE CLOCK, NOT
012900*    THE BUSINESS DATE, SO THE NAMEDLT WATERMARK STAYS IN ORDER.
013000 01  N                               PIC 9(02).
013100*    N = DETAIL LINES PER REPORT PAGE.  SET IN 1000-INITIALIZE.
013200 01  REPORT-PAGE-COUNT               PIC 9(03) VALUE ZERO.
013300 01  REPORT-LINE-COUNT               PIC 9(02) VALUE ZERO.
013400 01  HELD-PURGE-LINE                 PIC X(80).
013500*    HELD-PURGE-LINE = STAGED REPORT LINE SAVED ACROSS A PAGE
013600*    BREAK (THE HEADER IS BUILT IN THE SAME RECORD AREA).
013700 01  CHECK-TOTAL                     PIC 9(07).
013800*    CHECK-TOTAL = RECORDS LEFT ON THE MASTER (RECOUNTED) PLUS
013900*    RECORDS PURGED, WHICH MUST TIE TO RECORDS READ.
014000 77  READ-COUNT                      PIC 9(07) VALUE ZERO.
014100 77  ACTIVE-COUNT                    PIC 9(07) VALUE ZERO.
014200 77  RETAINED-COUNT                  PIC 9(07) VALUE ZERO.
014300 77  PURGED-COUNT                    PIC 9(07) VALUE ZERO.
014400 77  UNREADABLE-COUNT                PIC 9(07) VALUE ZERO.
014500 77  REMAIN-COUNT                    PIC 9(07) VALUE ZERO.
014600*    RETAINED-COUNT = INACTIVE RECORDS STILL INSIDE THE RETENTION
014700*    PERIOD.  UNREADABLE-COUNT = INACTIVE RECORDS KEPT BECAUSE
014800*    THEIR STATUS DATE IS NOT NUMERIC.  REMAIN-COUNT = RECORDS
014900*    FOUND ON THE MASTER BY THE RECOUNT AFTER THE PURGE.
015000******************************************************************
015100 PROCEDURE DIVISION.
015200******************************************************************
015300* 0000-MAINLINE - CONTROLS OVERALL FLOW OF THE PROGRAM.
015400******************************************************************
015500 0000-MAINLINE.
015600     PERFORM 1000-INITIALIZE
015700         THRU 1000-EXIT
015800     IF RETURN-CODE = ZERO
015900         PERFORM 2000-PURGE-MASTER
016000             THRU 2000-EXIT
016100         PERFORM 3000-RECOUNT-MASTER
016200             THRU 3000-EXIT
016300         PERFORM 8000-PRINT-TOTALS
016400             THRU 8000-EXIT
016500         PERFORM 9000-TERMINATE
016600             THRU 9000-EXIT
016700     END-IF
016701     PERFORM 9500-RELEASE-LOCK
016702         THRU 9500-EXIT
016800     STOP RUN.
016900******************************************************************
017000* 1000-INITIALIZE - PICKS UP AND VALIDATES THE RETENTION PERIOD,
017100*                   WORKS OUT THE CUTOFF FROM THE BUSINESS DATE,
017200*                   AND OPENS THE MASTER, THE JOURNAL AND THE
017300*                   CONTROL REPORT.  NO MASTER IS FATAL - THERE
017400*                   IS NOTHING TO PURGE.
017500******************************************************************
017600 1000-INITIALIZE.
017700     MOVE 50 TO N
017800     ACCEPT RUN-DATE-RAW FROM DATE
017900     ACCEPT RUN-TIME-RAW FROM TIME
018000     MOVE RUN-DATE-RAW(3:2) TO RUN-DATE-DISPLAY(1:2)
018100     MOVE "/" TO RUN-DATE-DISPLAY(3:1)
018200     MOVE RUN-DATE-RAW(5:2) TO RUN-DATE-DISPLAY(4:2)
018300     MOVE "/" TO RUN-DATE-DISPLAY(6:1)
018400     MOVE RUN-DATE-RAW(1:2) TO RUN-DATE-DISPLAY(7:2)
018500     MOVE RUN-TIME-RAW(1:2) TO RUN-TIME-DISPLAY(1:2)
018600     MOVE ":" TO RUN-TIME-DISPLAY(3:1)
018700     MOVE RUN-TIME-RAW(3:2) TO RUN-TIME-DISPLAY(4:2)
018800     MOVE ":" TO RUN-TIME-DISPLAY(6:1)
018900     MOVE RUN-TIME-RAW(5:2) TO RUN-TIME-DISPLAY(7:2)
019000     MOVE RUN-DATE-RAW TO BUS-DATE
019100     PERFORM 1050-READ-BUS-CALENDAR
019200         THRU 1050-EXIT
019300     IF RETURN-CODE NOT = ZERO
019400         GO TO 1000-EXIT
019500     END-IF
019600     ACCEPT RETENTION-PARM FROM COMMAND-LINE
019700     IF RETENTION-PARM = SPACES
019800         DISPLAY "NAMEPRG - RETENTION PERIOD IN MONTHS (NN): "
019900         ACCEPT RETENTION-PARM
020000     END-IF
020100     IF RETENTION-PARM NOT NUMERIC
020200         OR RETENTION-MONTHS = ZERO
020300         DISPLAY "NAMEPRG - RETENTION MUST BE TWO DIGITS, 01-99 "
020400             "MONTHS"
020500         MOVE 8 TO RETURN-CODE
020600         GO TO 1000-EXIT
020700     END-IF
020800     PERFORM 1100-COMPUTE-CUTOFF
020900         THRU 1100-EXIT
020901     PERFORM 1900-TAKE-LOCK
020902         THRU 1900-EXIT
020903     IF NOT NAME-LOCK-HELD
020904         GO TO 1000-EXIT
020905     END-IF
021000     OPEN I-O NAME-MASTER
021100     IF NAME-MASTER-NOT-FOUND
021200         DISPLAY "NAMEPRG - NAME-MASTER NOT FOUND - NOTHING TO "
021300             "PURGE"
021400         MOVE 8 TO RETURN-CODE
021500         GO TO 1000-EXIT
021600     END-IF
021700     IF NOT NAME-MASTER-STATUS-OK
021800         DISPLAY "NAMEPRG - I/O ERROR ON NAME-MASTER, STATUS = "
021900             NAME-MASTER-STATUS
022000         MOVE 8 TO RETURN-CODE
022100         GO TO 1000-EXIT
022200     END-IF
022300     OPEN EXTEND JOURNAL-FILE
022400     IF JOURNAL-NOT-FOUND
022500         OPEN OUTPUT JOURNAL-FILE
022600     END-IF
022700     IF NOT JOURNAL-STATUS-OK
022800         DISPLAY "NAMEPRG - I/O ERROR ON JOURNAL-FILE, STATUS = "
022900             JOURNAL-STATUS
023000         MOVE 8 TO RETURN-CODE
023100         CLOSE NAME-MASTER
023200         GO TO 1000-EXIT
023300     END-IF
023400     OPEN OUTPUT PURGE-REPORT-FILE
023500     IF NOT PURGE-REPORT-STATUS-OK
023600         DISPLAY "NAMEPRG - I/O ERROR ON REPORT, STATUS = "
023700             PURGE-REPORT-STATUS
023800         MOVE 8 TO RETURN-CODE
023900         CLOSE NAME-MASTER
024000         CLOSE JOURNAL-FILE
024100         GO TO 1000-EXIT
024200     END-IF
024300     PERFORM 5000-PRINT-HEADER
024400         THRU 5000-EXIT.
024500 1000-EXIT.
024600     EXIT.
024601******************************************************************
024602* 1900-TAKE-LOCK - TAKES THE NAME-FILE ENQUEUE (namelock.txt,
024603*                  COPYBOOK LOCKREC) BEFORE THE MASTER IS
024604*                  OPENED.  THE USER IS THE LOGIN NAME.
024605*                  A LOCK ALREADY ON FILE STOPS THE RUN WITH
024606*                  RETURN CODE 8, NAMING THE HOLDER.  THE NEW
024607*                  LOCK IS READ BACK ONCE WRITTEN - IF ANOTHER
024608*                  JOB WROTE ITS OWN IN THE SAME INSTANT, THAT IS
024609*                  THE ONE FOUND, AND THIS RUN STANDS DOWN.
02460A******************************************************************
02460B 1900-TAKE-LOCK.
02460C     OPEN INPUT NAME-LOCK-FILE
02460D     IF NAME-LOCK-NOT-FOUND
02460E         GO TO 1910-WRITE-LOCK
02460F     END-IF
02460G     IF NOT NAME-LOCK-STATUS-OK
02460H         DISPLAY "NAMEPRG - I/O ERROR ON LOCK FILE, STATUS = "
02460I             NAME-LOCK-STATUS
02460J         MOVE 8 TO RETURN-CODE
02460K         GO TO 1900-EXIT
02460L     END-IF
02460M     READ NAME-LOCK-FILE
02460N     IF NAME-LOCK-STATUS-OK
02460O         AND LOCK-TAG-VALID
02460P         PERFORM 1950-SHOW-LOCK-HOLDER
02460Q             THRU 1950-EXIT
02460R         CLOSE NAME-LOCK-FILE
02460S         GO TO 1900-EXIT
02460T     END-IF
02460U     CLOSE NAME-LOCK-FILE.
02460V 1910-WRITE-LOCK.
02460W     OPEN OUTPUT NAME-LOCK-FILE
02460X     IF NOT NAME-LOCK-STATUS-OK
02460Y         DISPLAY "NAMEPRG - I/O ERROR ON LOCK FILE, STATUS = "
02460Z             NAME-LOCK-STATUS
024610         MOVE 8 TO RETURN-CODE
024611         GO TO 1900-EXIT
024612     END-IF
024613     MOVE SPACES TO NAME-LOCK-RECORD
024614     MOVE "NLCK" TO LOCK-TAG
024615     MOVE "NAMEPRG" TO LOCK-PROGRAM
024616     ACCEPT LOCK-USER FROM ENVIRONMENT "USER"
024617     IF LOCK-USER = SPACES
024618         MOVE "UNKNOWN" TO LOCK-USER
024619     END-IF
02461A     ACCEPT NAME-LOCK-DATE-RAW FROM DATE
02461B     MOVE NAME-LOCK-DATE-RAW(3:2) TO LOCK-START-DATE(1:2)
02461C     MOVE "/" TO LOCK-START-DATE(3:1)
02461D     MOVE NAME-LOCK-DATE-RAW(5:2) TO LOCK-START-DATE(4:2)
02461E     MOVE "/" TO LOCK-START-DATE(6:1)
02461F     MOVE NAME-LOCK-DATE-RAW(1:2) TO LOCK-START-DATE(7:2)
02461G     ACCEPT NAME-LOCK-TIME-RAW FROM TIME
02461H     MOVE NAME-LOCK-TIME-RAW(1:2) TO LOCK-START-TIME(1:2)
02461I     MOVE ":" TO LOCK-START-TIME(3:1)
02461J     MOVE NAME-LOCK-TIME-RAW(3:2) TO LOCK-START-TIME(4:2)
02461K     MOVE ":" TO LOCK-START-TIME(6:1)
02461L     MOVE NAME-LOCK-TIME-RAW(5:2) TO LOCK-START-TIME(7:2)
02461M     MOVE NAME-LOCK-RECORD TO NAME-LOCK-IMAGE
02461N     WRITE NAME-LOCK-RECORD
02461O     IF NOT NAME-LOCK-STATUS-OK
02461P         DISPLAY "NAMEPRG - I/O ERROR ON LOCK FILE, STATUS = "
02461Q             NAME-LOCK-STATUS
02461R         MOVE 8 TO RETURN-CODE
02461S         CLOSE NAME-LOCK-FILE
02461T         GO TO 1900-EXIT
02461U     END-IF
02461V     CLOSE NAME-LOCK-FILE
02461W     OPEN INPUT NAME-LOCK-FILE
02461X     IF NOT NAME-LOCK-STATUS-OK
02461Y         DISPLAY "NAMEPRG - I/O ERROR ON LOCK FILE, STATUS = "
02461Z             NAME-LOCK-STATUS
024620         MOVE 8 TO RETURN-CODE
024621         GO TO 1900-EXIT
024622     END-IF
024623     READ NAME-LOCK-FILE
024624     IF NOT NAME-LOCK-STATUS-OK
024625         DISPLAY "NAMEPRG - LOCK FILE EMPTIED BEFORE THE LOCK "
024626             "COULD BE CONFIRMED - NOTHING WAS DONE"
024627         MOVE 8 TO RETURN-CODE
024628         CLOSE NAME-LOCK-FILE
024629         GO TO 1900-EXIT
02462A     END-IF
02462B     IF NAME-LOCK-RECORD NOT = NAME-LOCK-IMAGE
02462C         PERFORM 1950-SHOW-LOCK-HOLDER
02462D             THRU 1950-EXIT
02462E         CLOSE NAME-LOCK-FILE
02462F         GO TO 1900-EXIT
02462G     END-IF
02462H     CLOSE NAME-LOCK-FILE
02462I     MOVE "Y" TO NAME-LOCK-SWITCH.
02462J 1900-EXIT.
02462K     EXIT.
02462L******************************************************************
02462M* 1950-SHOW-LOCK-HOLDER - NAMES THE JOB HOLDING THE LOCK AND
02462N*                         STOPS THIS RUN WITH RETURN CODE 8.
02462O******************************************************************
02462P 1950-SHOW-LOCK-HOLDER.
02462Q     DISPLAY "NAMEPRG - NAME FILES IN USE BY " LOCK-PROGRAM
02462R         " USER " LOCK-USER
02462S     DISPLAY "NAMEPRG - LOCKED SINCE " LOCK-START-DATE " "
02462T         LOCK-START-TIME " - NOTHING WAS DONE"
02462U     DISPLAY "NAMEPRG - RUN AGAIN WHEN THAT JOB ENDS.  IF IT IS "
02462V         "NO LONGER RUNNING,"
02462W     DISPLAY "NAMEPRG - THE OPERATOR CLEARS THE LOCK WITH: "
02462X         "lockutl CLEAR"
02462Y     MOVE 8 TO RETURN-CODE.
02462Z 1950-EXIT.
024630     EXIT.
024700******************************************************************
024800* 1050-READ-BUS-CALENDAR - TAKES THE BUSINESS DATE FROM THE
024900*                          "CUR " LINE OF THE CALENDAR WHEN
025000*                          ONE IS ON FILE; OTHERWISE THE
025100*                          CLOCK DATE ALREADY IN BUS-DATE
025200*                          STANDS.
025300******************************************************************
025400 1050-READ-BUS-CALENDAR.
025500     OPEN INPUT BUSCAL-FILE
025600     IF BUSCAL-NOT-FOUND
025700         DISPLAY "NAMEPRG - NO BUSINESS CALENDAR - USING THE "
025800             "SYSTEM DATE"
025900         GO TO 1050-EXIT
026000     END-IF
026100     IF NOT BUSCAL-STATUS-OK
026200         DISPLAY "NAMEPRG - I/O ERROR ON BUSCAL-FILE, "
026300             "STATUS = " BUSCAL-STATUS
026400         MOVE 8 TO RETURN-CODE
026500         GO TO 1050-EXIT
026600     END-IF
026700     READ BUSCAL-FILE
026800         AT END
026900             CONTINUE
027000     END-READ
027100     IF BUSCAL-STATUS-OK
027200         AND BUSCAL-TAG = "CUR "
027300         AND BUSCAL-DATE NUMERIC
027400         MOVE BUSCAL-DATE TO BUS-DATE-X
027500     ELSE
027600         DISPLAY "NAMEPRG - BUSINESS CALENDAR UNREADABLE - "
027700             "USING THE SYSTEM DATE"
027800     END-IF
027900     CLOSE BUSCAL-FILE.
028000 1050-EXIT.
028100     EXIT.
028200******************************************************************
028300* 1100-COMPUTE-CUTOFF - STEPS THE BUSINESS DATE BACK BY THE
028400*                       RETENTION PERIOD.  THE MONTHS ARE COUNTED
028500*                       FROM JANUARY 2000 SO THE SUBTRACTION CAN
028600*                       CROSS A YEAR END; THE DAY OF MONTH IS
028700*                       CARRIED ACROSS UNCHANGED.
028800******************************************************************
028900 1100-COMPUTE-CUTOFF.
029000     COMPUTE MONTH-TOTAL = BUS-YY * 12 + BUS-MM - 1
029100     IF RETENTION-MONTHS > MONTH-TOTAL
029200         MOVE ZERO TO MONTH-TOTAL
029300     ELSE
029400         SUBTRACT RETENTION-MONTHS FROM MONTH-TOTAL
029500     END-IF
029600     DIVIDE MONTH-TOTAL BY 12 GIVING CUTOFF-YY
029700         REMAINDER MONTH-INDEX
029800     COMPUTE CUTOFF-MM = MONTH-INDEX + 1
029900     MOVE BUS-DD TO CUTOFF-DD
030000     DISPLAY "NAMEPRG - BUSINESS DATE " BUS-DATE-X ", RETENTION "
030100         RETENTION-MONTHS " MONTHS, CUTOFF " CUTOFF-DATE-X.
030200 1100-EXIT.
030300     EXIT.
030400******************************************************************
030500* 2000-PURGE-MASTER - PASSES THE WHOLE MASTER IN KEY ORDER,
030600*                     PURGING EVERY INACTIVE RECORD WHOSE STATUS
030700*                     DATE IS BEFORE THE CUTOFF.
030800******************************************************************
030900 2000-PURGE-MASTER.
031000     MOVE SPACES TO PURGE-REPORT-LINE
031100     STRING "  ID     NAME             ADDED   INACTIVE SINCE"
031200         DELIMITED BY SIZE
031300         INTO PURGE-REPORT-LINE
031400     END-STRING
031500     PERFORM 5100-PRINT-PURGE-LINE
031600         THRU 5100-EXIT
031700     PERFORM 2100-CHECK-ONE-RECORD
031800         THRU 2100-EXIT
031900         UNTIL END-OF-MASTER-READ.
032000 2000-EXIT.
032100     EXIT.
032200******************************************************************
032300* 2100-CHECK-ONE-RECORD - READS THE NEXT MASTER RECORD AND SORTS
032400*                         IT: ACTIVE, INACTIVE BUT RETAINED,
032500*                         INACTIVE WITH AN UNREADABLE STATUS DATE
032600*                         (KEPT AND LISTED), OR DUE FOR PURGE.
032700******************************************************************
032800 2100-CHECK-ONE-RECORD.
032900     READ NAME-MASTER NEXT RECORD
033000         AT END
033100             MOVE "Y" TO MASTER-READ-END
033200     END-READ
033300     IF END-OF-MASTER-READ
033400         GO TO 2100-EXIT
033500     END-IF
033600     IF NOT NAME-MASTER-STATUS-OK
033700         DISPLAY "NAMEPRG - I/O ERROR ON NAME-MASTER, STATUS = "
033800             NAME-MASTER-STATUS
033900         MOVE 8 TO RETURN-CODE
034000         MOVE "Y" TO MASTER-READ-END
034100         GO TO 2100-EXIT
034200     END-IF
034300     ADD 1 TO READ-COUNT
034400     IF NOT MASTER-REC-INACTIVE
034500         ADD 1 TO ACTIVE-COUNT
034600         GO TO 2100-EXIT
034700     END-IF
034800     IF MASTER-REC-STATUS-DATE NOT NUMERIC
034900         ADD 1 TO UNREADABLE-COUNT
035000         MOVE SPACES TO PURGE-REPORT-LINE
035100         STRING "  " DELIMITED BY SIZE
035200             MASTER-REC-ID DELIMITED BY SIZE
035300             "  " DELIMITED BY SIZE
035400             MASTER-REC-NAME DELIMITED BY SIZE
035500             "  " DELIMITED BY SIZE
035600             MASTER-REC-DATE-ADDED DELIMITED BY SIZE
035700             "  STATUS DATE UNREADABLE - KEPT" DELIMITED BY SIZE
035800             INTO PURGE-REPORT-LINE
035900         END-STRING
036000         PERFORM 5100-PRINT-PURGE-LINE
036100             THRU 5100-EXIT
036200         GO TO 2100-EXIT
036300     END-IF
036400     IF MASTER-REC-STATUS-DATE NOT < CUTOFF-DATE-X
036500         ADD 1 TO RETAINED-COUNT
036600         GO TO 2100-EXIT
036700     END-IF
036800     PERFORM 2200-PURGE-ONE-RECORD
036900         THRU 2200-EXIT.
037000 2100-EXIT.
037100     EXIT.
037200******************************************************************
037300* 2200-PURGE-ONE-RECORD - BUILDS THE JOURNAL ENTRY AND THE REPORT
037400*                         LINE FROM THE RECORD IN HAND, DELETES
037500*                         THE RECORD, THEN WRITES BOTH.  THE
037600*                         ENTRY IS BUILT FIRST BECAUSE THE RECORD
037700*                         AREA IS NOT DEPENDABLE AFTER THE DELETE.
037800******************************************************************
037900 2200-PURGE-ONE-RECORD.
038000     MOVE SPACES TO JOURNAL-RECORD
038100     MOVE RUN-DATE-DISPLAY       TO JRNL-RUN-DATE
038200     MOVE RUN-TIME-DISPLAY       TO JRNL-RUN-TIME
038300     MOVE "P"                    TO JRNL-ACTION-CODE
038400     MOVE MASTER-REC-ID          TO JRNL-BEFORE-ID
038500     MOVE MASTER-REC-NAME        TO JRNL-BEFORE-NAME
038600     MOVE MASTER-REC-DATE-ADDED  TO JRNL-BEFORE-DATE
038700     MOVE MASTER-REC-STATUS      TO JRNL-BEFORE-STATUS
038800     MOVE MASTER-REC-STATUS-DATE TO JRNL-BEFORE-STAT-DATE
038900     MOVE BUS-DATE-X             TO JRNL-SUBMIT-DATE
039000     MOVE "NAMEPRG"              TO JRNL-SUBMIT-USER
039100     MOVE SPACES TO PURGE-REPORT-LINE
039200     STRING "  " DELIMITED BY SIZE
039300         MASTER-REC-ID DELIMITED BY SIZE
039400         "  " DELIMITED BY SIZE
039500         MASTER-REC-NAME DELIMITED BY SIZE
039600         "  " DELIMITED BY SIZE
039700         MASTER-REC-DATE-ADDED DELIMITED BY SIZE
039800         "  " DELIMITED BY SIZE
039900         MASTER-REC-STATUS-DATE DELIMITED BY SIZE
040000         INTO PURGE-REPORT-LINE
040100     END-STRING
040200     DELETE NAME-MASTER RECORD
040300     IF NOT NAME-MASTER-STATUS-OK
040400         DISPLAY "NAMEPRG - I/O ERROR ON NAME-MASTER DELETE, "
040500             "STATUS = " NAME-MASTER-STATUS
040600         MOVE 8 TO RETURN-CODE
040700         MOVE "Y" TO MASTER-READ-END
040800         GO TO 2200-EXIT
040900     END-IF
041000     ADD 1 TO PURGED-COUNT
041100     WRITE JOURNAL-RECORD
041200     IF NOT JOURNAL-STATUS-OK
041300         DISPLAY "NAMEPRG - I/O ERROR ON JOURNAL-FILE, STATUS = "
041400             JOURNAL-STATUS
041500         MOVE 8 TO RETURN-CODE
041600         MOVE "Y" TO MASTER-READ-END
041700     END-IF
041800     PERFORM 5100-PRINT-PURGE-LINE
041900         THRU 5100-EXIT.
042000 2200-EXIT.
042100     EXIT.
042200******************************************************************
042300* 3000-RECOUNT-MASTER - REOPENS THE MASTER AND COUNTS WHAT IS
042400*                       LEFT ON IT, FOR THE CONTROL TOTALS.
042500******************************************************************
042600 3000-RECOUNT-MASTER.
042700     CLOSE NAME-MASTER
042800     OPEN INPUT NAME-MASTER
042900     IF NOT NAME-MASTER-STATUS-OK
043000         DISPLAY "NAMEPRG - I/O ERROR ON NAME-MASTER, STATUS = "
043100             NAME-MASTER-STATUS
043200         MOVE 8 TO RETURN-CODE
043300         GO TO 3000-EXIT
043400     END-IF
043500     MOVE "N" TO MASTER-READ-END
043600     PERFORM 3100-COUNT-ONE-RECORD
043700         THRU 3100-EXIT
043800         UNTIL END-OF-MASTER-READ
043900     CLOSE NAME-MASTER.
044000 3000-EXIT.
044100     EXIT.
044200******************************************************************
044300* 3100-COUNT-ONE-RECORD - READS AND COUNTS THE NEXT RECORD.
044400******************************************************************
044500 3100-COUNT-ONE-RECORD.
044600     READ NAME-MASTER NEXT RECORD
044700         AT END
044800             MOVE "Y" TO MASTER-READ-END
044900     END-READ
045000     IF END-OF-MASTER-READ
045100         GO TO 3100-EXIT
045200     END-IF
045300     IF NOT NAME-MASTER-STATUS-OK
045400         DISPLAY "NAMEPRG - I/O ERROR ON NAME-MASTER, STATUS = "
045500             NAME-MASTER-STATUS
045600         MOVE 8 TO RETURN-CODE
045700         MOVE "Y" TO MASTER-READ-END
045800         GO TO 3100-EXIT
045900     END-IF
046000     ADD 1 TO REMAIN-COUNT.
046100 3100-EXIT.
046200     EXIT.
046300******************************************************************
046400* 5000-PRINT-HEADER - STARTS A NEW REPORT PAGE.
046500******************************************************************
046600 5000-PRINT-HEADER.
046700     ADD 1 TO REPORT-PAGE-COUNT
046800     MOVE ZERO TO REPORT-LINE-COUNT
046900     MOVE SPACES TO PURGE-REPORT-LINE
047000     STRING "NAMEPRG INACTIVE-RECORD PURGE CONTROL REPORT - "
047100         DELIMITED BY SIZE
047200         "CUTOFF " DELIMITED BY SIZE
047300         CUTOFF-DATE-X DELIMITED BY SIZE
047400         INTO PURGE-REPORT-LINE
047500     END-STRING
047600     WRITE PURGE-REPORT-LINE
047700     MOVE SPACES TO PURGE-REPORT-LINE
047800     STRING "RUN DATE: " DELIMITED BY SIZE
047900         RUN-DATE-DISPLAY DELIMITED BY SIZE
048000         "   BUSINESS DATE: " DELIMITED BY SIZE
048100         BUS-DATE-X DELIMITED BY SIZE
048200         "   RETENTION: " DELIMITED BY SIZE
048300         RETENTION-MONTHS DELIMITED BY SIZE
048400         " MONTHS   PAGE: " DELIMITED BY SIZE
048500         REPORT-PAGE-COUNT DELIMITED BY SIZE
048600         INTO PURGE-REPORT-LINE
048700     END-STRING
048800     WRITE PURGE-REPORT-LINE
048900     MOVE SPACES TO PURGE-REPORT-LINE
049000     WRITE PURGE-REPORT-LINE
049100     IF NOT PURGE-REPORT-STATUS-OK
049200         DISPLAY "NAMEPRG - I/O ERROR ON REPORT, STATUS = "
049300             PURGE-REPORT-STATUS
049400         MOVE 8 TO RETURN-CODE
049500     END-IF.
049600 5000-EXIT.
049700     EXIT.
049800******************************************************************
049900* 5100-PRINT-PURGE-LINE - WRITES THE LINE ALREADY STAGED IN
050000*                         PURGE-REPORT-LINE, BREAKING TO A NEW
050100*                         PAGE EVERY N LINES.
050200******************************************************************
050300 5100-PRINT-PURGE-LINE.
050400     IF REPORT-LINE-COUNT >= N
050500         MOVE PURGE-REPORT-LINE TO HELD-PURGE-LINE
050600         PERFORM 5000-PRINT-HEADER
050700             THRU 5000-EXIT
050800         MOVE HELD-PURGE-LINE TO PURGE-REPORT-LINE
050900     END-IF
051000     WRITE PURGE-REPORT-LINE
051100     IF NOT PURGE-REPORT-STATUS-OK
051200         DISPLAY "NAMEPRG - I/O ERROR ON REPORT, STATUS = "
051300             PURGE-REPORT-STATUS
051400         MOVE 8 TO RETURN-CODE
051500     END-IF
051600     ADD 1 TO REPORT-LINE-COUNT.
051700 5100-EXIT.
051800     EXIT.
051900******************************************************************
052000* 8000-PRINT-TOTALS - PRINTS THE CONTROL TOTALS AND PROVES THEM:
052100*                     RECORDS LEFT ON THE MASTER PLUS RECORDS
052200*                     PURGED MUST TIE TO RECORDS READ.  AN
052300*                     UNREADABLE STATUS DATE SETS CONDITION CODE
052400*                     4 SO THE RECORD IS LOOKED AT.
052500******************************************************************
052600 8000-PRINT-TOTALS.
052700     MOVE SPACES TO PURGE-REPORT-LINE
052800     PERFORM 5100-PRINT-PURGE-LINE
052900         THRU 5100-EXIT
053000     MOVE SPACES TO PURGE-REPORT-LINE
053100     STRING "RECORDS READ ................ " DELIMITED BY SIZE
053200         READ-COUNT DELIMITED BY SIZE
053300         INTO PURGE-REPORT-LINE
053400     END-STRING
053500     PERFORM 5100-PRINT-PURGE-LINE
053600         THRU 5100-EXIT
053700     MOVE SPACES TO PURGE-REPORT-LINE
053800     STRING "  ACTIVE .................... " DELIMITED BY SIZE
053900         ACTIVE-COUNT DELIMITED BY SIZE
054000         INTO PURGE-REPORT-LINE
054100     END-STRING
054200     PERFORM 5100-PRINT-PURGE-LINE
054300         THRU 5100-EXIT
054400     MOVE SPACES TO PURGE-REPORT-LINE
054500     STRING "  INACTIVE, RETAINED ........ " DELIMITED BY SIZE
054600         RETAINED-COUNT DELIMITED BY SIZE
054700         INTO PURGE-REPORT-LINE
054800     END-STRING
054900     PERFORM 5100-PRINT-PURGE-LINE
055000         THRU 5100-EXIT
055100     MOVE SPACES TO PURGE-REPORT-LINE
055200     STRING "  INACTIVE, DATE UNREADABLE . " DELIMITED BY SIZE
055300         UNREADABLE-COUNT DELIMITED BY SIZE
055400         INTO PURGE-REPORT-LINE
055500     END-STRING
055600     PERFORM 5100-PRINT-PURGE-LINE
055700         THRU 5100-EXIT
055800     MOVE SPACES TO PURGE-REPORT-LINE
055900     STRING "  INACTIVE, PURGED .......... " DELIMITED BY SIZE
056000         PURGED-COUNT DELIMITED BY SIZE
056100         INTO PURGE-REPORT-LINE
056200     END-STRING
056300     PERFORM 5100-PRINT-PURGE-LINE
056400         THRU 5100-EXIT
056500     MOVE SPACES TO PURGE-REPORT-LINE
056600     STRING "RECORDS ON MASTER AFTER ..... " DELIMITED BY SIZE
056700         REMAIN-COUNT DELIMITED BY SIZE
056800         INTO PURGE-REPORT-LINE
056900     END-STRING
057000     PERFORM 5100-PRINT-PURGE-LINE
057100         THRU 5100-EXIT
057200     COMPUTE CHECK-TOTAL = REMAIN-COUNT + PURGED-COUNT
057300     MOVE SPACES TO PURGE-REPORT-LINE
057400     IF CHECK-TOTAL = READ-COUNT
057500         STRING "  REMAINING + PURGED TIES TO RECORDS READ"
057600             DELIMITED BY SIZE
057700             INTO PURGE-REPORT-LINE
057800         END-STRING
057900     ELSE
058000         STRING "  *** COUNTS DO NOT TIE - REMAINING + PURGED = "
058100             DELIMITED BY SIZE
058200             CHECK-TOTAL DELIMITED BY SIZE
058300             " ***" DELIMITED BY SIZE
058400             INTO PURGE-REPORT-LINE
058500         END-STRING
058600         DISPLAY "NAMEPRG - COUNTS DO NOT TIE - SEE purgerpt.txt"
058700         MOVE 8 TO RETURN-CODE
058800     END-IF
058900     PERFORM 5100-PRINT-PURGE-LINE
059000         THRU 5100-EXIT
059100     MOVE SPACES TO PURGE-REPORT-LINE
059200     STRING "*** END OF PURGE CONTROL REPORT ***"
059300         DELIMITED BY SIZE
059400         INTO PURGE-REPORT-LINE
059500     END-STRING
059600     PERFORM 5100-PRINT-PURGE-LINE
059700         THRU 5100-EXIT
059800     IF UNREADABLE-COUNT > ZERO
059900         AND RETURN-CODE = ZERO
060000         MOVE 4 TO RETURN-CODE
060100     END-IF
060200     DISPLAY "NAMEPRG - END OF JOB SUMMARY"
060300     DISPLAY "  RECORDS READ .............. " READ-COUNT
060400     DISPLAY "  RECORDS PURGED ............ " PURGED-COUNT
060500     DISPLAY "  INACTIVE, RETAINED ........ " RETAINED-COUNT
060600     DISPLAY "  INACTIVE, DATE UNREADABLE . " UNREADABLE-COUNT
060700     DISPLAY "  RECORDS ON MASTER AFTER ... " REMAIN-COUNT.
060800 8000-EXIT.
060900     EXIT.
061000******************************************************************
061100* 9000-TERMINATE - CLOSES THE JOURNAL AND THE CONTROL REPORT
061200*                  BEFORE STOP RUN.  THE MASTER IS CLOSED BY
061300*                  THE RECOUNT.
061400******************************************************************
061500 9000-TERMINATE.
061600     CLOSE JOURNAL-FILE
061700     CLOSE PURGE-REPORT-FILE.
061800 9000-EXIT.
061900     EXIT.
061901******************************************************************
061902* 9500-RELEASE-LOCK - GIVES UP THE NAME-FILE ENQUEUE BY EMPTYING
061903*                     namelock.txt - BUT ONLY WHILE THE RECORD ON
061904*                     FILE IS STILL THE ONE THIS RUN WROTE.  A
061905*                     LOCK THE OPERATOR CLEARED (AND ANOTHER JOB
061906*                     MAY SINCE HAVE TAKEN) IS LEFT AS FOUND.
061907******************************************************************
061908 9500-RELEASE-LOCK.
061909     IF NOT NAME-LOCK-HELD
06190A         GO TO 9500-EXIT
06190B     END-IF
06190C     MOVE "N" TO NAME-LOCK-SWITCH
06190D     OPEN INPUT NAME-LOCK-FILE
06190E     IF NOT NAME-LOCK-STATUS-OK
06190F         DISPLAY "NAMEPRG - LOCK WAS CLEARED DURING THE RUN - "
06190G             "namelock.txt LEFT AS FOUND"
06190H         GO TO 9500-EXIT
06190I     END-IF
06190J     READ NAME-LOCK-FILE
06190K     IF NOT NAME-LOCK-STATUS-OK
06190L         OR NAME-LOCK-RECORD NOT = NAME-LOCK-IMAGE
06190M         DISPLAY "NAMEPRG - LOCK WAS CLEARED DURING THE RUN - "
06190N             "namelock.txt LEFT AS FOUND"
06190O         CLOSE NAME-LOCK-FILE
06190P         GO TO 9500-EXIT
06190Q     END-IF
06190R     CLOSE NAME-LOCK-FILE
06190S     OPEN OUTPUT NAME-LOCK-FILE
06190T     IF NOT NAME-LOCK-STATUS-OK
06190U         DISPLAY "NAMEPRG - I/O ERROR ON LOCK FILE, STATUS = "
06190V             NAME-LOCK-STATUS
06190W         DISPLAY "NAMEPRG - LOCK NOT RELEASED - CLEAR IT WITH: "
06190X             "lockutl CLEAR"
06190Y         MOVE 8 TO RETURN-CODE
06190Z         GO TO 9500-EXIT
061910     END-IF
061911     CLOSE NAME-LOCK-FILE.
061912 9500-EXIT.
061913     EXIT.
062000 END PROGRAM NAMEPRG.
