000100******************************************************************
000200* AUTHOR.     D. KOVACS - APPLICATIONS PROGRAMMING
000300* INSTALLATION. DATA CONTROL DEPT.
000400* DATE-WRITTEN. 10/15/2026.
000500* DATE-COMPILED.
000600* PURPOSE.    ONLINE MAINTENANCE ENTRY.  TAKES NAME-MASTER
000700*             MAINTENANCE CARDS (MAINTREC) FROM THE KEYER AT THE
000800*             OPERATOR CONSOLE AND EDITS EACH ONE AS IT IS KEYED,
000900*             INSTEAD OF LEAVING MAINT.TXT TO BE BUILT IN A TEXT
001000*             EDITOR AND FIND ITS MISTAKES IN MAINTREJ.TXT THE
001100*             NEXT MORNING.  EACH CARD IS SHOWN AGAINST THE
001200*             CURRENT NAME-MASTER RECORD (OR "NOT ON FILE") AND
001300*             PUT THROUGH THE SAME TESTS TEST1 APPLIES AT NIGHT -
001400*             REASON 11 (NOT ON MASTER), 12 (ALREADY ON MASTER)
001500*             AND 13 (BAD ACTION CODE), SEE MREJREC - PLUS THE
001600*             FIELD EDITS, AND AGAINST THE CARDS ALREADY WAITING
001700*             TO BE APPLIED: TONIGHT'S MAINT.TXT, THE PENDING
001800*             BANK (PENDMNT.TXT) AND THE SUPERVISOR-APPROVAL
001900*             QUEUE (APPRPEND.TXT).  ONLY A CLEAN CARD THE KEYER
002000*             CONFIRMS IS APPENDED TO MAINT.TXT, STAMPED WITH THE
002100*             KEYER'S SIGN-ON ID.  EACH CARD IS WRITTEN AND THE
002200*             FILE CLOSED AT ONCE, SO A SESSION THAT DIES LOSES
002300*             ONLY THE CARD IN HAND.  THE NAME-FILE ENQUEUE
002301*             (namelock.txt, SEE LOCKREC) IS TAKEN JUST FOR THAT
002302*             APPEND - WHILE ANOTHER JOB HOLDS IT NO CARD IS
002303*             WRITTEN AND THE SESSION ENDS WITH RETURN CODE 8.
002400* OPERATION.  RUN FROM THE BATCH DIRECTORY.  GIVE YOUR USER ID
002500*             AT THE FIRST PROMPT, THEN FOR EACH CARD ANSWER:
002600*               A - ADD A NEW MASTER RECORD
002700*               C - CHANGE THE NAME AND/OR DATE ADDED
002800*               D - DELETE (MARK INACTIVE) THE RECORD
002801*               R - REACTIVATE AN INACTIVE RECORD
002900*               Q - (OR A BLANK ANSWER) END THE SESSION
003000*             FOLLOWED BY THE ID, NAME, DATE ADDED (YYMMDD) AND
003100*             EFFECTIVE DATE (YYMMDD, BLANK = EFFECTIVE AT ONCE).
003200*             ON A CHANGE A BLANK NAME OR DATE ADDED KEEPS THE
003300*             MASTER'S VALUE.  AN ADD KEYED WITH ID 00000 IS
003301*             GIVEN THE NEXT FREE ID BY THE NIGHT RUN, WHICH
003302*             LISTS IT ON IDASGN.TXT.  A CHANGE OR DELETE OF AN
003303*             INACTIVE RECORD, OR A REACTIVATE OF AN ACTIVE ONE,
003304*             IS REFUSED (REASON 15).  ONLY A KEYER ON THE
003305*             AUTHORIZED-USER REGISTRY (userreg.txt, SEE
003306*             USERREC) MAY SIGN ON.
003400* TECTONICS.  cobc
003500*-----------------------------------------------------------*
003600* MODIFICATION HISTORY
003700*-----------------------------------------------------------*
003800* DATE       INIT  DESCRIPTION
003900* ---------  ----  ----------------------------------------
004000* 10/15/26   DK    ORIGINAL VERSION.
004001* 10/15/26   DK    AN ADD MAY BE KEYED WITH ID 00000 - TEST1 NOW
004002*                  ASSIGNS THE NEXT ID.  SUCH A CARD IS NOT
004003*                  MATCHED AGAINST THE WAITING CARDS, SINCE EVERY
004004*                  ONE OF THEM BECOMES A DIFFERENT RECORD.
004005* 10/15/26   DK    NEW R (REACTIVATE) ACTION.  THE MASTER RECORD'S
004006*                  STATUS IS SHOWN, AND C/D ON AN INACTIVE RECORD
004007*                  OR R ON AN ACTIVE ONE IS REFUSED WITH REASON
004008*                  15.  A WAITING DELETE NOW REFUSES A C OR D WITH
004009*                  15 - THE RECORD STAYS ON FILE AS INACTIVE.
00400A* 10/15/26   DK    THE SIGN-ON ID MUST BE A REGISTERED KEYER (ROLE
00400B*                  K OR B) ON THE USER REGISTRY - TEST1 NOW
00400C*                  REJECTS ANY OTHER ID'S CARDS (REASON 16), SO
00400D*                  THERE IS NO POINT LETTING ONE BE KEYED.
00400E* 10/15/26   DK    TAKES THE NAME-FILE ENQUEUE (namelock.txt) FOR
00400F*                  THE KEYER AROUND EACH APPEND TO MAINT.TXT, SO
00400G*                  NO CARD IS ADDED WHILE THE NIGHTLY CHAIN OR A
00400H*                  UTILITY HOLDS THE NAME FILES.  IF THEY ARE IN
00400I*                  USE THE HOLDER IS NAMED, THE CARD IS NOT
00400J*                  WRITTEN AND THE SESSION ENDS (RETURN CODE 8).
004100******************************************************************
004200 IDENTIFICATION DIVISION.
004300 PROGRAM-ID. NAMEMNT.
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT MAINT-FILE               ASSIGN TO "maint.txt"
004800                                     ORGANIZATION LINE SEQUENTIAL
004900                                     STATUS MAINT-FILE-STATUS.
005000     SELECT PEND-FILE                ASSIGN TO "pendmnt.txt"
005100                                     ORGANIZATION LINE SEQUENTIAL
005200                                     STATUS PEND-STATUS.
005300     SELECT APPR-PEND-FILE           ASSIGN TO "apprpend.txt"
005400                                     ORGANIZATION LINE SEQUENTIAL
005500                                     STATUS APPR-PEND-STATUS.
005600     SELECT NAME-MASTER              ASSIGN TO "namemast.txt"
005700                                     ORGANIZATION INDEXED
005800                                     ACCESS MODE DYNAMIC
005900                                     RECORD KEY MASTER-REC-ID
006000                                    ALTERNATE RECORD KEY
006100                                        MASTER-REC-NAME
006200                                        WITH DUPLICATES
006300                                     STATUS IS NAME-MASTER-STATUS.
006301     SELECT USER-REG-FILE            ASSIGN TO "userreg.txt"
006302                                     ORGANIZATION LINE SEQUENTIAL
006303                                     STATUS USER-REG-STATUS.
006304     SELECT NAME-LOCK-FILE           ASSIGN TO "namelock.txt"
006305                                     ORGANIZATION LINE SEQUENTIAL
006306                                     STATUS NAME-LOCK-STATUS.
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  MAINT-FILE.
006700 01  MAINT-CARD                      PIC X(47).
006800 FD  PEND-FILE.
006900 01  PEND-RECORD                     PIC X(47).
007000 FD  APPR-PEND-FILE.
007100 01  APPRPEND-RECORD                 PIC X(56).
007200 FD  NAME-MASTER.
007300     COPY NAMEREC REPLACING
007400         ==NAME-RECORD==          BY ==MASTER-RECORD==
007500         ==NAME-REC-ID==          BY ==MASTER-REC-ID==
007600         ==NAME-REC-NAME==        BY ==MASTER-REC-NAME==
007700         ==NAME-REC-DATE-ADDED==  BY ==MASTER-REC-DATE-ADDED==.
007701     COPY NAMESTAT REPLACING
007702         ==NAME-REC-STATUS==       BY ==MASTER-REC-STATUS==
007703         ==NAME-REC-ACTIVE==       BY ==MASTER-REC-ACTIVE==
007704         ==NAME-REC-INACTIVE==     BY ==MASTER-REC-INACTIVE==
007705         ==NAME-REC-STATUS-DATE==  BY ==MASTER-REC-STATUS-DATE==.
007706 FD  USER-REG-FILE.
007707     COPY USERREC.
007708 FD  NAME-LOCK-FILE.
007709     COPY LOCKREC.
007800 WORKING-STORAGE SECTION.
007900 01  MAINT-FILE-STATUS               PIC X(02).
008000     88  MAINT-FILE-STATUS-OK        VALUE "00".
008100     88  MAINT-FILE-STATUS-EOF       VALUE "10".
008200     88  MAINT-FILE-NOT-FOUND        VALUE "35".
008300 01  PEND-STATUS                     PIC X(02).
008400     88  PEND-STATUS-OK              VALUE "00".
008500     88  PEND-STATUS-EOF             VALUE "10".
008600     88  PEND-NOT-FOUND              VALUE "35".
008700 01  APPR-PEND-STATUS                PIC X(02).
008800     88  APPR-PEND-STATUS-OK         VALUE "00".
008900     88  APPR-PEND-STATUS-EOF        VALUE "10".
009000     88  APPR-PEND-NOT-FOUND         VALUE "35".
009100 01  NAME-MASTER-STATUS              PIC X(02).
009200     88  NAME-MASTER-STATUS-OK       VALUE "00".
009300     88  NAME-MASTER-REC-NOT-FOUND   VALUE "23".
009400     88  NAME-MASTER-NOT-FOUND       VALUE "35".
009401 01  USER-REG-STATUS                 PIC X(02).
009402     88  USER-REG-STATUS-OK          VALUE "00".
009403     88  USER-REG-STATUS-EOF         VALUE "10".
009404     88  USER-REG-NOT-FOUND          VALUE "35".
009405 01  USER-REG-END                    PIC X(01) VALUE "N".
009406     88  END-OF-USER-REG             VALUE "Y".
009407 01  KEYER-FOUND-SWITCH              PIC X(01) VALUE "N".
009408     88  KEYER-REGISTERED            VALUE "Y".
009409 01  NAME-LOCK-STATUS                PIC X(02).
00940A     88  NAME-LOCK-STATUS-OK         VALUE "00".
00940B     88  NAME-LOCK-NOT-FOUND         VALUE "35".
00940C 01  NAME-LOCK-SWITCH                PIC X(01) VALUE "N".
00940D     88  NAME-LOCK-HELD              VALUE "Y".
00940E 01  NAME-LOCK-IMAGE                 PIC X(36).
00940F*    NAME-LOCK-SWITCH / NAME-LOCK-IMAGE = THIS RUN HOLDS THE
00940G*    NAME-FILE ENQUEUE, AND THE LOCK RECORD IT WROTE.  THE LOCK
00940H*    IS ONLY RELEASED WHILE THE RECORD ON FILE IS STILL THIS ONE
00940I*    - A LOCK THE OPERATOR CLEARED, AND ANOTHER JOB MAY SINCE
00940J*    HAVE TAKEN, IS LEFT ALONE.
00940K 01  NAME-LOCK-DATE-RAW              PIC 9(06).
00940L 01  NAME-LOCK-TIME-RAW              PIC 9(08).
009500 01  SCAN-END                        PIC X(01) VALUE "N".
009600     88  END-OF-SCAN                 VALUE "Y".
009700*    SCAN-END = END OF WHICHEVER WAITING-CARD FILE 3500 IS
009800*    READING - ONE IS OPEN AT A TIME.
009900 01  MASTER-AVAILABLE-SWITCH         PIC X(01) VALUE "N".
010000     88  MASTER-AVAILABLE            VALUE "Y".
010100*    WITH NO MASTER ON FILE EVERY ID IS "NOT ON FILE" - ADDS CAN
010200*    STILL BE KEYED FOR THE FIRST NIGHT'S LOAD.
010300 01  ON-MASTER-SWITCH                PIC X(01) VALUE "N".
010400     88  ID-ON-MASTER                VALUE "Y".
010500 01  CARD-REFUSED-SWITCH             PIC X(01) VALUE "N".
010600     88  CARD-REFUSED                VALUE "Y".
010700 01  QUIT-SWITCH                     PIC X(01) VALUE "N".
010800     88  OPERATOR-QUIT               VALUE "Y".
010900 01  KEYER-ID                        PIC X(08).
011000*    KEYER-ID = THE SIGN-ON ID, STAMPED AS MAINT-USER-ID ON
011100*    EVERY CARD WRITTEN THIS SESSION.
011200 01  OPERATOR-ACTION                 PIC X(01).
011300     88  ACTION-ADD                  VALUE "A" "a".
011400     88  ACTION-CHANGE               VALUE "C" "c".
011500     88  ACTION-DELETE               VALUE "D" "d".
011501     88  ACTION-REACTIVATE           VALUE "R" "r".
011600     88  ACTION-QUIT                 VALUE "Q" "q".
011700 01  CONFIRM-ANSWER                  PIC X(01).
011800     88  CONFIRM-YES                 VALUE "Y" "y".
011900 01  KEYED-FIELDS.
012000     05  KEYED-ACTION-CODE           PIC X(01).
012100     05  KEYED-ID                    PIC X(05).
012200     05  KEYED-ID-NUM REDEFINES KEYED-ID
012300                                     PIC 9(05).
012400     05  KEYED-NAME                  PIC X(15).
012500     05  KEYED-DATE-ADDED            PIC X(06).
012600     05  KEYED-EFF-DATE              PIC X(06).
012700*    KEYED-FIELDS = THE CARD AS THE KEYER ENTERED IT, HELD APART
012800*    FROM MAINT-RECORD, WHICH 3500 USES TO LOOK AT THE WAITING
012900*    CARDS.  THE CARD IS BUILT IN MAINT-RECORD ONLY ONCE IT IS
013000*    CLEAN.
013100 01  REFUSE-TEXT                     PIC X(60).
013200*    REFUSE-TEXT = WHY THE CARD IN HAND WAS REFUSED, SHOWN TO
013300*    THE KEYER BY 4900-REFUSE-CARD.
013400 01  WAITING-FILE-NAME               PIC X(12).
013500*    WAITING-FILE-NAME = THE WAITING-CARD FILE 3500 IS READING,
013600*    FOR THE CONSOLE MESSAGES.
013700 01  CHECK-DATE.
013800     05  CHECK-YY                    PIC 9(02).
013900     05  CHECK-MM                    PIC 9(02).
014000     05  CHECK-DD                    PIC 9(02).
014100 01  CHECK-DATE-X REDEFINES CHECK-DATE
014200                                     PIC X(06).
014300 01  DATE-VALID-SWITCH               PIC X(01) VALUE "N".
014400     88  DATE-VALID                  VALUE "Y".
014500*    CHECK-DATE = A KEYED YYMMDD DATE BEING EDITED BY
014600*    3800-EDIT-DATE, WHICH SETS DATE-VALID-SWITCH.
014700 01  DAYS-IN-MONTH-TABLE.
014800     05  FILLER                      PIC X(24)
014900         VALUE "312831303130313130313031".
015000 01  DAYS-IN-MONTH-R REDEFINES DAYS-IN-MONTH-TABLE.
015100     05  MONTH-DAYS                  PIC 9(02) OCCURS 12 TIMES.
015200 01  MONTH-DAY-LIMIT                 PIC 9(02).
015300*    MONTH-DAY-LIMIT = DAYS IN CHECK-DATE'S MONTH, FEBRUARY
015400*    STRETCHED TO 29 IN A LEAP YEAR (YY DIVISIBLE BY 4 COVERS
015500*    2000-2099, THE SAME RULE BUSCAL USES).
015600 01  LEAP-QUOTIENT                   PIC 9(02) COMP.
015700 01  LEAP-REMAINDER                  PIC 9(02) COMP.
015800*    MAINT-RECORD = THE CARD BEING WRITTEN, AND THE WORK AREA FOR
015900*    EACH WAITING CARD READ BY 3500; APPV-RECORD = ONE RECORD OFF
016000*    THE APPROVAL QUEUE; MREJECT-REASON-CODE = THE NIGHT PASS'S
016100*    REASON CODE FOR A REFUSAL THAT HAS ONE.
016200     COPY MAINTREC.
016300     COPY APPVREC.
016400     COPY MREJREC.
016500 77  KEYED-COUNT                     PIC 9(05) VALUE ZERO.
016600 77  WRITTEN-COUNT                   PIC 9(05) VALUE ZERO.
016700 77  REFUSED-COUNT                   PIC 9(05) VALUE ZERO.
016800 77  DISCARDED-COUNT                 PIC 9(05) VALUE ZERO.
016900*    DISCARDED-COUNT = CLEAN CARDS THE KEYER DECLINED TO WRITE
017000*    AT THE CONFIRMATION PROMPT.
017100******************************************************************
017200 PROCEDURE DIVISION.
017300******************************************************************
017400* 0000-MAINLINE - CONTROLS OVERALL FLOW OF THE PROGRAM.
017500******************************************************************
017600 0000-MAINLINE.
017700     PERFORM 1000-INITIALIZE
017800         THRU 1000-EXIT
017900     IF RETURN-CODE = ZERO
018000         PERFORM 2000-KEY-ONE-CARD
018100             THRU 2000-EXIT
018200             UNTIL OPERATOR-QUIT
018300                 OR RETURN-CODE NOT = ZERO
018400         PERFORM 8900-SHOW-SUMMARY
018500             THRU 8900-EXIT
018600         PERFORM 9000-TERMINATE
018700             THRU 9000-EXIT
018800     END-IF
018900     STOP RUN.
019000******************************************************************
019100* 1000-INITIALIZE - TAKES THE KEYER'S SIGN-ON ID AND OPENS THE
019200*                   MASTER FOR INQUIRY.  THE ID MUST BE A
019201*                   REGISTERED KEYER.  MAINT.TXT AND THE
019300*                   WAITING-CARD FILES ARE OPENED CARD BY CARD.
019400******************************************************************
019500 1000-INITIALIZE.
019600     DISPLAY "NAMEMNT - USER ID: "
019700     MOVE SPACES TO KEYER-ID
019800     ACCEPT KEYER-ID
019900     IF KEYER-ID = SPACES
020000         DISPLAY "NAMEMNT - A USER ID IS REQUIRED - NOTHING KEYED"
020100         MOVE 8 TO RETURN-CODE
020200         GO TO 1000-EXIT
020300     END-IF
020301     PERFORM 1100-CHECK-KEYER
020302         THRU 1100-EXIT
020303     IF RETURN-CODE NOT = ZERO
020304         GO TO 1000-EXIT
020305     END-IF
020306     IF NOT KEYER-REGISTERED
020307         DISPLAY "NAMEMNT - " KEYER-ID " IS NOT A REGISTERED "
020308             "KEYER - NOTHING KEYED"
020309         MOVE 8 TO RETURN-CODE
02030A         GO TO 1000-EXIT
02030B     END-IF
020400     OPEN INPUT NAME-MASTER
020500     IF NAME-MASTER-NOT-FOUND
020600         DISPLAY "NAMEMNT - NO NAME-MASTER ON FILE - EVERY ID "
020700             "WILL SHOW NOT ON FILE"
020800         GO TO 1000-EXIT
020900     END-IF
021000     IF NOT NAME-MASTER-STATUS-OK
021100         DISPLAY "NAMEMNT - I/O ERROR ON NAME-MASTER, STATUS = "
021200             NAME-MASTER-STATUS
021300         MOVE 8 TO RETURN-CODE
021400         GO TO 1000-EXIT
021500     END-IF
021600     MOVE "Y" TO MASTER-AVAILABLE-SWITCH.
021700 1000-EXIT.
021800     EXIT.
021801******************************************************************
021802* 1100-CHECK-KEYER - READS THE USER REGISTRY LOOKING FOR THE
021803*                    SIGN-ON ID WITH THE KEYER ROLE.  NO
021804*                    REGISTRY ON FILE MEANS NO ONE IS A KEYER.
021805******************************************************************
021806 1100-CHECK-KEYER.
021807     OPEN INPUT USER-REG-FILE
021808     IF USER-REG-NOT-FOUND
021809         DISPLAY "NAMEMNT - NO USER REGISTRY ON FILE "
02180A             "(userreg.txt)"
02180B         GO TO 1100-EXIT
02180C     END-IF
02180D     IF NOT USER-REG-STATUS-OK
02180E         DISPLAY "NAMEMNT - I/O ERROR ON USER REGISTRY, "
02180F             "STATUS = " USER-REG-STATUS
02180G         MOVE 8 TO RETURN-CODE
02180H         GO TO 1100-EXIT
02180I     END-IF
02180J     PERFORM 1150-READ-ONE-USER
02180K         THRU 1150-EXIT
02180L         UNTIL END-OF-USER-REG
02180M             OR KEYER-REGISTERED
02180N     CLOSE USER-REG-FILE.
02180O 1100-EXIT.
02180P     EXIT.
02180Q******************************************************************
02180R* 1150-READ-ONE-USER - READS ONE REGISTRY LINE AND MATCHES IT
02180S*                      AGAINST THE SIGN-ON ID.
02180T******************************************************************
02180U 1150-READ-ONE-USER.
02180V     READ USER-REG-FILE
02180W         AT END
02180X             MOVE "Y" TO USER-REG-END
02180Y     END-READ
02180Z     IF USER-REG-STATUS-OK OR USER-REG-STATUS-EOF
021810         CONTINUE
021811     ELSE
021812         DISPLAY "NAMEMNT - I/O ERROR ON USER REGISTRY, "
021813             "STATUS = " USER-REG-STATUS
021814         MOVE "Y" TO USER-REG-END
021815         MOVE 8 TO RETURN-CODE
021816     END-IF
021817     IF END-OF-USER-REG
021818         GO TO 1150-EXIT
021819     END-IF
02181A     IF USER-REG-ID = KEYER-ID
02181B         AND USER-REG-KEYER
02181C         MOVE "Y" TO KEYER-FOUND-SWITCH
02181D     END-IF.
02181E 1150-EXIT.
02181F     EXIT.
02181G******************************************************************
02181H* 1900-TAKE-LOCK - TAKES THE NAME-FILE ENQUEUE (namelock.txt,
02181I*                  COPYBOOK LOCKREC) FOR THE SIGNED-ON KEYER,
02181J*                  JUST LONG ENOUGH TO APPEND ONE CARD TO
02181K*                  MAINT.TXT - SEE 4000-CONFIRM-AND-WRITE.
02181L*                  A LOCK ALREADY ON FILE STOPS THE RUN WITH
02181M*                  RETURN CODE 8, NAMING THE HOLDER.  THE NEW
02181N*                  LOCK IS READ BACK ONCE WRITTEN - IF ANOTHER
02181O*                  JOB WROTE ITS OWN IN THE SAME INSTANT, THAT IS
02181P*                  THE ONE FOUND, AND THIS RUN STANDS DOWN.
02181Q******************************************************************
02181R 1900-TAKE-LOCK.
02181S     OPEN INPUT NAME-LOCK-FILE
02181T     IF NAME-LOCK-NOT-FOUND
02181U         GO TO 1910-WRITE-LOCK
02181V     END-IF
02181W     IF NOT NAME-LOCK-STATUS-OK
02181X         DISPLAY "NAMEMNT - I/O ERROR ON LOCK FILE, STATUS = "
02181Y             NAME-LOCK-STATUS
02181Z         MOVE 8 TO RETURN-CODE
021820         GO TO 1900-EXIT
021821     END-IF
021822     READ NAME-LOCK-FILE
021823     IF NAME-LOCK-STATUS-OK
021824         AND LOCK-TAG-VALID
021825         PERFORM 1950-SHOW-LOCK-HOLDER
021826             THRU 1950-EXIT
021827         CLOSE NAME-LOCK-FILE
021828         GO TO 1900-EXIT
021829     END-IF
02182A     CLOSE NAME-LOCK-FILE.
02182B 1910-WRITE-LOCK.
02182C     OPEN OUTPUT NAME-LOCK-FILE
02182D     IF NOT NAME-LOCK-STATUS-OK
02182E         DISPLAY "NAMEMNT - I/O ERROR ON LOCK FILE, STATUS = "
02182F             NAME-LOCK-STATUS
02182G         MOVE 8 TO RETURN-CODE
02182H         GO TO 1900-EXIT
02182I     END-IF
02182J     MOVE SPACES TO NAME-LOCK-RECORD
02182K     MOVE "NLCK" TO LOCK-TAG
02182L     MOVE "NAMEMNT" TO LOCK-PROGRAM
02182M     MOVE KEYER-ID TO LOCK-USER
02182N     ACCEPT NAME-LOCK-DATE-RAW FROM DATE
02182O     MOVE NAME-LOCK-DATE-RAW(3:2) TO LOCK-START-DATE(1:2)
02182P     MOVE "/" TO LOCK-START-DATE(3:1)
02182Q     MOVE NAME-LOCK-DATE-RAW(5:2) TO LOCK-START-DATE(4:2)
02182R     MOVE "/" TO LOCK-START-DATE(6:1)
02182S     MOVE NAME-LOCK-DATE-RAW(1:2) TO LOCK-START-DATE(7:2)
02182T     ACCEPT NAME-LOCK-TIME-RAW FROM TIME
02182U     MOVE NAME-LOCK-TIME-RAW(1:2) TO LOCK-START-TIME(1:2)
02182V     MOVE ":" TO LOCK-START-TIME(3:1)
02182W     MOVE NAME-LOCK-TIME-RAW(3:2) TO LOCK-START-TIME(4:2)
02182X     MOVE ":" TO LOCK-START-TIME(6:1)
02182Y     MOVE NAME-LOCK-TIME-RAW(5:2) TO LOCK-START-TIME(7:2)
02182Z     MOVE NAME-LOCK-RECORD TO NAME-LOCK-IMAGE
021830     WRITE NAME-LOCK-RECORD
021831     IF NOT NAME-LOCK-STATUS-OK
021832         DISPLAY "NAMEMNT - I/O ERROR ON LOCK FILE, STATUS = "
021833             NAME-LOCK-STATUS
021834         MOVE 8 TO RETURN-CODE
021835         CLOSE NAME-LOCK-FILE
021836         GO TO 1900-EXIT
021837     END-IF
021838     CLOSE NAME-LOCK-FILE
021839     OPEN INPUT NAME-LOCK-FILE
02183A     IF NOT NAME-LOCK-STATUS-OK
02183B         DISPLAY "NAMEMNT - I/O ERROR ON LOCK FILE, STATUS = "
02183C             NAME-LOCK-STATUS
02183D         MOVE 8 TO RETURN-CODE
02183E         GO TO 1900-EXIT
02183F     END-IF
02183G     READ NAME-LOCK-FILE
02183H     IF NOT NAME-LOCK-STATUS-OK
02183I         DISPLAY "NAMEMNT - LOCK FILE EMPTIED BEFORE THE LOCK "
02183J             "COULD BE CONFIRMED - NOTHING WAS DONE"
02183K         MOVE 8 TO RETURN-CODE
02183L         CLOSE NAME-LOCK-FILE
02183M         GO TO 1900-EXIT
02183N     END-IF
02183O     IF NAME-LOCK-RECORD NOT = NAME-LOCK-IMAGE
02183P         PERFORM 1950-SHOW-LOCK-HOLDER
02183Q             THRU 1950-EXIT
02183R         CLOSE NAME-LOCK-FILE
02183S         GO TO 1900-EXIT
02183T     END-IF
02183U     CLOSE NAME-LOCK-FILE
02183V     MOVE "Y" TO NAME-LOCK-SWITCH.
02183W 1900-EXIT.
02183X     EXIT.
02183Y******************************************************************
02183Z* 1950-SHOW-LOCK-HOLDER - NAMES THE JOB HOLDING THE LOCK AND
021840*                         STOPS THIS RUN WITH RETURN CODE 8.
021841******************************************************************
021842 1950-SHOW-LOCK-HOLDER.
021843     DISPLAY "NAMEMNT - NAME FILES IN USE BY " LOCK-PROGRAM
021844         " USER " LOCK-USER
021845     DISPLAY "NAMEMNT - LOCKED SINCE " LOCK-START-DATE " "
021846         LOCK-START-TIME " - NOTHING WAS DONE"
021847     DISPLAY "NAMEMNT - RUN AGAIN WHEN THAT JOB ENDS.  IF IT IS "
021848         "NO LONGER RUNNING,"
021849     DISPLAY "NAMEMNT - THE OPERATOR CLEARS THE LOCK WITH: "
02184A         "lockutl CLEAR"
02184B     MOVE 8 TO RETURN-CODE.
02184C 1950-EXIT.
02184D     EXIT.
021900******************************************************************
022000* 2000-KEY-ONE-CARD - TAKES ONE CARD FROM THE KEYER, EDITS IT
022100*                     STEP BY STEP AS THE FIELDS ARE KEYED (A
022200*                     CARD THAT FAILS AN EDIT IS REFUSED AT ONCE,
022300*                     BEFORE ANY MORE IS KEYED), AND WRITES IT
022400*                     WHEN IT IS CLEAN AND CONFIRMED.  A BLANK
022500*                     ACTION ENDS THE SESSION - THE CONSOLE
022600*                     RETURNS BLANKS FOREVER ONCE ITS INPUT IS
022700*                     EXHAUSTED, AND THE SESSION MUST NOT SPIN ON
022800*                     THAT.
022900******************************************************************
023000 2000-KEY-ONE-CARD.
023100     DISPLAY " "
023200     DISPLAY "ACTION? (A)DD (C)HANGE (D)ELETE (R)EACTIVATE "
023201         "(Q)UIT: "
023300     MOVE SPACE TO OPERATOR-ACTION
023400     ACCEPT OPERATOR-ACTION
023500     IF ACTION-QUIT
023600         OR OPERATOR-ACTION = SPACE
023700         MOVE "Y" TO QUIT-SWITCH
023800         GO TO 2000-EXIT
023900     END-IF
024000     ADD 1 TO KEYED-COUNT
024100     MOVE "N" TO CARD-REFUSED-SWITCH
024200     MOVE SPACES TO KEYED-FIELDS
024300     MOVE SPACES TO MREJECT-REASON-CODE
024400     IF ACTION-ADD
024500         MOVE "A" TO KEYED-ACTION-CODE
024600     END-IF
024700     IF ACTION-CHANGE
024800         MOVE "C" TO KEYED-ACTION-CODE
024900     END-IF
025000     IF ACTION-DELETE
025100         MOVE "D" TO KEYED-ACTION-CODE
025200     END-IF
025201     IF ACTION-REACTIVATE
025202         MOVE "R" TO KEYED-ACTION-CODE
025203     END-IF
025300     IF KEYED-ACTION-CODE = SPACE
025400         MOVE "13" TO MREJECT-REASON-CODE
025500         MOVE "BAD ACTION CODE - USE A, C, D OR R" TO REFUSE-TEXT
025600         PERFORM 4900-REFUSE-CARD
025700             THRU 4900-EXIT
025800         GO TO 2000-EXIT
025900     END-IF
026000     DISPLAY "ID (5 DIGITS): "
026100     ACCEPT KEYED-ID
026200     IF KEYED-ID NOT NUMERIC
026300         MOVE "ID MUST BE FIVE DIGITS" TO REFUSE-TEXT
026400         PERFORM 4900-REFUSE-CARD
026500             THRU 4900-EXIT
026600         GO TO 2000-EXIT
026601     END-IF
026602     IF KEYED-ACTION-CODE = "A"
026603         AND KEYED-ID-NUM = ZERO
026604         DISPLAY "  NEW ID ........ ASSIGNED TONIGHT - SEE "
026605             "IDASGN.TXT IN THE MORNING"
026700     END-IF
026800     PERFORM 3000-SHOW-MASTER-RECORD
026900         THRU 3000-EXIT
027000     IF RETURN-CODE NOT = ZERO
027100         GO TO 2000-EXIT
027200     END-IF
027300     PERFORM 3100-EDIT-AGAINST-MASTER
027400         THRU 3100-EXIT
027500     IF CARD-REFUSED
027600         GO TO 2000-EXIT
027700     END-IF
027800     PERFORM 3200-KEY-CARD-FIELDS
027900         THRU 3200-EXIT
028000     IF CARD-REFUSED
028100         GO TO 2000-EXIT
028200     END-IF
028300     PERFORM 3300-KEY-EFF-DATE
028400         THRU 3300-EXIT
028500     IF CARD-REFUSED
028600         GO TO 2000-EXIT
028700     END-IF
028800     PERFORM 3500-CHECK-WAITING-CARDS
028900         THRU 3500-EXIT
029000     IF CARD-REFUSED
029100         OR RETURN-CODE NOT = ZERO
029200         GO TO 2000-EXIT
029300     END-IF
029400     PERFORM 4000-CONFIRM-AND-WRITE
029500         THRU 4000-EXIT.
029600 2000-EXIT.
029700     EXIT.
029800******************************************************************
029900* 3000-SHOW-MASTER-RECORD - ONE KEYED READ OF THE MASTER FOR THE
030000*                           KEYED ID, SHOWN TO THE KEYER SO THE
030100*                           PAPERWORK CAN BE CHECKED AGAINST IT.
030200******************************************************************
030300 3000-SHOW-MASTER-RECORD.
030400     MOVE "N" TO ON-MASTER-SWITCH
030500     IF NOT MASTER-AVAILABLE
030600         DISPLAY "  ON MASTER ..... NOT ON FILE"
030700         GO TO 3000-EXIT
030800     END-IF
030900     MOVE KEYED-ID-NUM TO MASTER-REC-ID
031000     READ NAME-MASTER
031100     IF NAME-MASTER-REC-NOT-FOUND
031200         DISPLAY "  ON MASTER ..... NOT ON FILE"
031300         GO TO 3000-EXIT
031400     END-IF
031500     IF NOT NAME-MASTER-STATUS-OK
031600         DISPLAY "NAMEMNT - I/O ERROR ON NAME-MASTER, STATUS = "
031700             NAME-MASTER-STATUS
031800         MOVE 8 TO RETURN-CODE
031900         GO TO 3000-EXIT
032000     END-IF
032100     MOVE "Y" TO ON-MASTER-SWITCH
032200     DISPLAY "  ON MASTER ..... " MASTER-REC-NAME
032300         " ADDED " MASTER-REC-DATE-ADDED
032301     IF MASTER-REC-INACTIVE
032302         DISPLAY "  STATUS ........ INACTIVE SINCE "
032303             MASTER-REC-STATUS-DATE
032304     ELSE
032305         DISPLAY "  STATUS ........ ACTIVE"
032306     END-IF.
032400 3000-EXIT.
032500     EXIT.
032600******************************************************************
032700* 3100-EDIT-AGAINST-MASTER - THE NIGHT PASS'S 11/12/15 TESTS,
032800*                            MADE WHILE THE KEYER STILL HAS THE
032900*                            PAPERWORK: AN ADD FOR AN ID ALREADY
033000*                            ON THE MASTER, A CHANGE, DELETE OR
033100*                            REACTIVATE FOR ONE THAT IS NOT, AND
033101*                            A CARD THE RECORD'S STATUS DOES NOT
033102*                            ALLOW.
033200******************************************************************
033300 3100-EDIT-AGAINST-MASTER.
033400     IF KEYED-ACTION-CODE = "A"
033500         AND ID-ON-MASTER
033600         MOVE "12" TO MREJECT-REASON-CODE
033700         MOVE "ID ALREADY ON MASTER - KEY A CHANGE INSTEAD"
033800             TO REFUSE-TEXT
033801         IF MASTER-REC-INACTIVE
033802             MOVE "ID IS ON MASTER AS INACTIVE - KEY AN R CARD"
033803                 TO REFUSE-TEXT
033804         END-IF
033900         PERFORM 4900-REFUSE-CARD
034000             THRU 4900-EXIT
034100         GO TO 3100-EXIT
034200     END-IF
034300     IF KEYED-ACTION-CODE NOT = "A"
034400         AND NOT ID-ON-MASTER
034500         MOVE "11" TO MREJECT-REASON-CODE
034600         MOVE "ID NOT ON MASTER - NOTHING TO CHANGE OR DELETE"
034700             TO REFUSE-TEXT
034800         PERFORM 4900-REFUSE-CARD
034900             THRU 4900-EXIT
034901         GO TO 3100-EXIT
034902     END-IF
034903     IF (KEYED-ACTION-CODE = "C" OR "D")
034904         AND MASTER-REC-INACTIVE
034905         MOVE "15" TO MREJECT-REASON-CODE
034906         MOVE "RECORD IS INACTIVE - REACTIVATE IT (R) FIRST"
034907             TO REFUSE-TEXT
034908         PERFORM 4900-REFUSE-CARD
034909             THRU 4900-EXIT
03490A         GO TO 3100-EXIT
03490B     END-IF
03490C     IF KEYED-ACTION-CODE = "R"
03490D         AND NOT MASTER-REC-INACTIVE
03490E         MOVE "15" TO MREJECT-REASON-CODE
03490F         MOVE "RECORD IS ALREADY ACTIVE - NOTHING TO REACTIVATE"
03490G             TO REFUSE-TEXT
03490H         PERFORM 4900-REFUSE-CARD
03490I             THRU 4900-EXIT
035000     END-IF.
035100 3100-EXIT.
035200     EXIT.
035300******************************************************************
035400* 3200-KEY-CARD-FIELDS - TAKES THE NAME AND DATE ADDED AND
035500*                        EDITS EACH AS IT IS KEYED.  AN ADD
035600*                        NEEDS A NAME AND A DATE ADDED; ON A
035700*                        CHANGE A BLANK KEEPS THE MASTER'S VALUE
035800*                        BUT THE CARD MUST ALTER SOMETHING; A
035900*                        DELETE OR REACTIVATE CARRIES THE
035901*                        MASTER'S OWN VALUES.
036000******************************************************************
036100 3200-KEY-CARD-FIELDS.
036200     IF KEYED-ACTION-CODE = "D" OR "R"
036300         MOVE MASTER-REC-NAME TO KEYED-NAME
036400         MOVE MASTER-REC-DATE-ADDED TO KEYED-DATE-ADDED
036500         GO TO 3200-EXIT
036600     END-IF
036700     DISPLAY "NAME: "
036800     ACCEPT KEYED-NAME
036900     IF KEYED-NAME = SPACES
037000         IF KEYED-ACTION-CODE = "A"
037100             MOVE "A NAME IS REQUIRED ON AN ADD" TO REFUSE-TEXT
037200             PERFORM 4900-REFUSE-CARD
037300                 THRU 4900-EXIT
037400             GO TO 3200-EXIT
037500         END-IF
037600         MOVE MASTER-REC-NAME TO KEYED-NAME
037700     END-IF
037800     DISPLAY "DATE ADDED (YYMMDD): "
037900     ACCEPT KEYED-DATE-ADDED
038000     IF KEYED-DATE-ADDED = SPACES
038100         IF KEYED-ACTION-CODE = "A"
038200             MOVE "A DATE ADDED IS REQUIRED ON AN ADD"
038300                 TO REFUSE-TEXT
038400             PERFORM 4900-REFUSE-CARD
038500                 THRU 4900-EXIT
038600             GO TO 3200-EXIT
038700         END-IF
038800         MOVE MASTER-REC-DATE-ADDED TO KEYED-DATE-ADDED
038900     END-IF
039000     MOVE KEYED-DATE-ADDED TO CHECK-DATE-X
039100     PERFORM 3800-EDIT-DATE
039200         THRU 3800-EXIT
039300     IF NOT DATE-VALID
039400         MOVE "DATE ADDED IS NOT A VALID YYMMDD DATE"
039500             TO REFUSE-TEXT
039600         PERFORM 4900-REFUSE-CARD
039700             THRU 4900-EXIT
039800         GO TO 3200-EXIT
039900     END-IF
040000     IF KEYED-ACTION-CODE = "C"
040100         AND KEYED-NAME = MASTER-REC-NAME
040200         AND KEYED-DATE-ADDED = MASTER-REC-DATE-ADDED
040300         MOVE "CHANGE ALTERS NOTHING ON THE MASTER RECORD"
040400             TO REFUSE-TEXT
040500         PERFORM 4900-REFUSE-CARD
040600             THRU 4900-EXIT
040700         GO TO 3200-EXIT
040800     END-IF.
040900 3200-EXIT.
041000     EXIT.
041100******************************************************************
041200* 3300-KEY-EFF-DATE - TAKES THE EFFECTIVE DATE.  BLANK MEANS
041300*                     EFFECTIVE AT ONCE; OTHERWISE IT MUST BE A
041400*                     REAL DATE - TEST1 BANKS THE CARD UNTIL THE
041500*                     BUSINESS DATE REACHES IT.
041600******************************************************************
041700 3300-KEY-EFF-DATE.
041800     DISPLAY "EFFECTIVE DATE (YYMMDD, BLANK = AT ONCE): "
041900     ACCEPT KEYED-EFF-DATE
042000     IF KEYED-EFF-DATE = SPACES
042100         GO TO 3300-EXIT
042200     END-IF
042300     MOVE KEYED-EFF-DATE TO CHECK-DATE-X
042400     PERFORM 3800-EDIT-DATE
042500         THRU 3800-EXIT
042600     IF NOT DATE-VALID
042700         MOVE "EFFECTIVE DATE IS NOT A VALID YYMMDD DATE"
042800             TO REFUSE-TEXT
042900         PERFORM 4900-REFUSE-CARD
043000             THRU 4900-EXIT
043100     END-IF.
043200 3300-EXIT.
043300     EXIT.
043400******************************************************************
043500* 3500-CHECK-WAITING-CARDS - READS EVERY CARD ALREADY WAITING TO
043600*                            BE APPLIED - TONIGHT'S MAINT.TXT, THE
043700*                            PENDING BANK AND THE APPROVAL QUEUE -
043800*                            FOR THE KEYED ID.  AN ADD IS REFUSED
043900*                            (12) WHEN AN ADD FOR THE ID IS
044000*                            ALREADY WAITING; A CHANGE OR DELETE
044100*                            (15) WHEN A DELETE IS, SINCE THE
044101*                            RECORD WILL BE INACTIVE; A
044102*                            REACTIVATE (15) WHEN ANOTHER
044103*                            REACTIVATE IS.  ANY OTHER CARD
044200*                            WAITING IS ONLY NOTED.  A FILE
044300*                            THAT IS NOT THERE HAS NOTHING
044400*                            WAITING.
044500******************************************************************
044600 3500-CHECK-WAITING-CARDS.
044700     MOVE "maint.txt" TO WAITING-FILE-NAME
044800     OPEN INPUT MAINT-FILE
044900     IF MAINT-FILE-STATUS-OK
045000         MOVE "N" TO SCAN-END
045100         PERFORM 3510-SCAN-ONE-MAINT-CARD
045200             THRU 3510-EXIT
045300             UNTIL END-OF-SCAN
045400         CLOSE MAINT-FILE
045500     ELSE
045600         IF NOT MAINT-FILE-NOT-FOUND
045700             DISPLAY "NAMEMNT - I/O ERROR ON MAINT-FILE, "
045800                 "STATUS = " MAINT-FILE-STATUS
045900             MOVE 8 TO RETURN-CODE
046000             GO TO 3500-EXIT
046100         END-IF
046200     END-IF
046300     MOVE "pendmnt.txt" TO WAITING-FILE-NAME
046400     OPEN INPUT PEND-FILE
046500     IF PEND-STATUS-OK
046600         MOVE "N" TO SCAN-END
046700         PERFORM 3520-SCAN-ONE-PEND-CARD
046800             THRU 3520-EXIT
046900             UNTIL END-OF-SCAN
047000         CLOSE PEND-FILE
047100     ELSE
047200         IF NOT PEND-NOT-FOUND
047300             DISPLAY "NAMEMNT - I/O ERROR ON PEND-FILE, STATUS = "
047400                 PEND-STATUS
047500             MOVE 8 TO RETURN-CODE
047600             GO TO 3500-EXIT
047700         END-IF
047800     END-IF
047900     MOVE "apprpend.txt" TO WAITING-FILE-NAME
048000     OPEN INPUT APPR-PEND-FILE
048100     IF APPR-PEND-STATUS-OK
048200         MOVE "N" TO SCAN-END
048300         PERFORM 3530-SCAN-ONE-APPR-CARD
048400             THRU 3530-EXIT
048500             UNTIL END-OF-SCAN
048600         CLOSE APPR-PEND-FILE
048700     ELSE
048800         IF NOT APPR-PEND-NOT-FOUND
048900             DISPLAY "NAMEMNT - I/O ERROR ON APPROVAL QUEUE, "
049000                 "STATUS = " APPR-PEND-STATUS
049100             MOVE 8 TO RETURN-CODE
049200         END-IF
049300     END-IF.
049400 3500-EXIT.
049500     EXIT.
049600******************************************************************
049700* 3510-SCAN-ONE-MAINT-CARD - READS ONE CARD FROM TONIGHT'S
049800*                            MAINT.TXT AND TESTS IT.
049900******************************************************************
050000 3510-SCAN-ONE-MAINT-CARD.
050100     READ MAINT-FILE
050200         AT END
050300             MOVE "Y" TO SCAN-END
050400     END-READ
050500     IF MAINT-FILE-STATUS-OK OR MAINT-FILE-STATUS-EOF
050600         CONTINUE
050700     ELSE
050800         DISPLAY "NAMEMNT - I/O ERROR ON MAINT-FILE, STATUS = "
050900             MAINT-FILE-STATUS
051000         MOVE "Y" TO SCAN-END
051100         MOVE 8 TO RETURN-CODE
051200     END-IF
051300     IF NOT END-OF-SCAN
051400         MOVE MAINT-CARD TO MAINT-RECORD
051500         PERFORM 3590-TEST-WAITING-CARD
051600             THRU 3590-EXIT
051700     END-IF.
051800 3510-EXIT.
051900     EXIT.
052000******************************************************************
052100* 3520-SCAN-ONE-PEND-CARD - READS ONE BANKED CARD FROM THE
052200*                           PENDING BANK AND TESTS IT.
052300******************************************************************
052400 3520-SCAN-ONE-PEND-CARD.
052500     READ PEND-FILE
052600         AT END
052700             MOVE "Y" TO SCAN-END
052800     END-READ
052900     IF PEND-STATUS-OK OR PEND-STATUS-EOF
053000         CONTINUE
053100     ELSE
053200         DISPLAY "NAMEMNT - I/O ERROR ON PEND-FILE, STATUS = "
053300             PEND-STATUS
053400         MOVE "Y" TO SCAN-END
053500         MOVE 8 TO RETURN-CODE
053600     END-IF
053700     IF NOT END-OF-SCAN
053800         MOVE PEND-RECORD TO MAINT-RECORD
053900         PERFORM 3590-TEST-WAITING-CARD
054000             THRU 3590-EXIT
054100     END-IF.
054200 3520-EXIT.
054300     EXIT.
054400******************************************************************
054500* 3530-SCAN-ONE-APPR-CARD - READS ONE STAGED TRANSACTION FROM THE
054600*                           APPROVAL QUEUE AND TESTS ITS
054700*                           MAINTENANCE IMAGE.
054800******************************************************************
054900 3530-SCAN-ONE-APPR-CARD.
055000     READ APPR-PEND-FILE
055100         AT END
055200             MOVE "Y" TO SCAN-END
055300     END-READ
055400     IF APPR-PEND-STATUS-OK OR APPR-PEND-STATUS-EOF
055500         CONTINUE
055600     ELSE
055700         DISPLAY "NAMEMNT - I/O ERROR ON APPROVAL QUEUE, "
055800             "STATUS = " APPR-PEND-STATUS
055900         MOVE "Y" TO SCAN-END
056000         MOVE 8 TO RETURN-CODE
056100     END-IF
056200     IF NOT END-OF-SCAN
056300         MOVE APPRPEND-RECORD TO APPV-RECORD
056400         MOVE APPV-MAINT-IMAGE TO MAINT-RECORD
056500         PERFORM 3590-TEST-WAITING-CARD
056600             THRU 3590-EXIT
056700     END-IF.
056800 3530-EXIT.
056900     EXIT.
057000******************************************************************
057100* 3590-TEST-WAITING-CARD - TESTS ONE WAITING CARD (IN MAINT-
057200*                          RECORD) AGAINST THE CARD IN HAND.  ONLY
057300*                          THE FIRST CONFLICT IS REPORTED.
057301*                          AN ID-00000 ADD CONFLICTS WITH NOTHING
057302*                          - EACH ONE GETS ITS OWN NEW ID.
057400******************************************************************
057500 3590-TEST-WAITING-CARD.
057600     IF MAINT-REC-ID NOT = KEYED-ID-NUM
057601         OR KEYED-ID-NUM = ZERO
057700         OR CARD-REFUSED
057800         GO TO 3590-EXIT
057900     END-IF
058000     IF KEYED-ACTION-CODE = "A"
058100         AND MAINT-ACTION-ADD
058200         MOVE "12" TO MREJECT-REASON-CODE
058300         MOVE SPACES TO REFUSE-TEXT
058400         STRING "AN ADD FOR THIS ID IS ALREADY WAITING ON "
058500             DELIMITED BY SIZE
058600             WAITING-FILE-NAME DELIMITED BY SPACE
058700             INTO REFUSE-TEXT
058800         END-STRING
058900         PERFORM 4900-REFUSE-CARD
059000             THRU 4900-EXIT
059100         GO TO 3590-EXIT
059200     END-IF
059300     IF (KEYED-ACTION-CODE = "C" OR "D")
059400         AND MAINT-ACTION-DELETE
059500         MOVE "15" TO MREJECT-REASON-CODE
059600         MOVE SPACES TO REFUSE-TEXT
059700         STRING "A DELETE FOR THIS ID IS ALREADY WAITING ON "
059800             DELIMITED BY SIZE
059900             WAITING-FILE-NAME DELIMITED BY SPACE
060000             INTO REFUSE-TEXT
060100         END-STRING
060200         PERFORM 4900-REFUSE-CARD
060300             THRU 4900-EXIT
060400         GO TO 3590-EXIT
060500     END-IF
060501     IF KEYED-ACTION-CODE = "R"
060502         AND MAINT-ACTION-REACTIVATE
060503         MOVE "15" TO MREJECT-REASON-CODE
060504         MOVE SPACES TO REFUSE-TEXT
060505         STRING "A REACTIVATE FOR THIS ID IS ALREADY WAITING ON "
060506             DELIMITED BY SIZE
060507             WAITING-FILE-NAME DELIMITED BY SPACE
060508             INTO REFUSE-TEXT
060509         END-STRING
06050A         PERFORM 4900-REFUSE-CARD
06050B             THRU 4900-EXIT
06050C         GO TO 3590-EXIT
06050D     END-IF
060600     DISPLAY "  NOTE .......... " MAINT-ACTION-CODE
060700         " CARD FOR THIS ID ALSO WAITING ON " WAITING-FILE-NAME
060800         " (EFFECTIVE " MAINT-EFF-DATE ")".
060900 3590-EXIT.
061000     EXIT.
061100******************************************************************
061200* 3800-EDIT-DATE - EDITS THE YYMMDD DATE IN CHECK-DATE: NUMERIC,
061300*                  MONTH 01-12, DAY WITHIN THE MONTH.
061400******************************************************************
061500 3800-EDIT-DATE.
061600     MOVE "N" TO DATE-VALID-SWITCH
061700     IF CHECK-DATE-X NOT NUMERIC
061800         GO TO 3800-EXIT
061900     END-IF
062000     IF CHECK-MM < 01 OR CHECK-MM > 12
062100         GO TO 3800-EXIT
062200     END-IF
062300     MOVE MONTH-DAYS(CHECK-MM) TO MONTH-DAY-LIMIT
062400     IF CHECK-MM = 02
062500         DIVIDE CHECK-YY BY 4 GIVING LEAP-QUOTIENT
062600             REMAINDER LEAP-REMAINDER
062700         IF LEAP-REMAINDER = ZERO
062800             MOVE 29 TO MONTH-DAY-LIMIT
062900         END-IF
063000     END-IF
063100     IF CHECK-DD < 01 OR CHECK-DD > MONTH-DAY-LIMIT
063200         GO TO 3800-EXIT
063300     END-IF
063400     MOVE "Y" TO DATE-VALID-SWITCH.
063500 3800-EXIT.
063600     EXIT.
063700******************************************************************
063800* 4000-CONFIRM-AND-WRITE - BUILDS THE CLEAN CARD, SHOWS IT, AND ON
063900*                          THE KEYER'S "Y" APPENDS IT TO
064000*                          MAINT.TXT.  THE FILE IS OPENED AND
064100*                          CLOSED AROUND EACH CARD SO EVERY
064200*                          CONFIRMED CARD IS ON DISK AT ONCE,
064201*                          AND THE NAME-FILE ENQUEUE IS HELD
064202*                          ONLY FOR THAT OPEN/WRITE/CLOSE.
064300*                          THE SUBMIT DATE IS LEFT FOR TEST1 TO
064400*                          STAMP THE NIGHT THE CARD ARRIVES.
064500******************************************************************
064600 4000-CONFIRM-AND-WRITE.
064700     MOVE SPACES TO MAINT-RECORD
064800     MOVE KEYED-ACTION-CODE TO MAINT-ACTION-CODE
064900     MOVE KEYED-ID-NUM TO MAINT-REC-ID
065000     MOVE KEYED-NAME TO MAINT-REC-NAME
065100     MOVE KEYED-DATE-ADDED TO MAINT-REC-DATE-ADDED
065200     MOVE KEYED-EFF-DATE TO MAINT-EFF-DATE
065300     MOVE KEYER-ID TO MAINT-USER-ID
065400     DISPLAY "  CARD .......... " MAINT-ACTION-CODE " "
065500         MAINT-REC-ID " " MAINT-REC-NAME " " MAINT-REC-DATE-ADDED
065600         " EFF " MAINT-EFF-DATE " BY " MAINT-USER-ID
065700     DISPLAY "WRITE THIS CARD? (Y/N): "
065800     MOVE SPACE TO CONFIRM-ANSWER
065900     ACCEPT CONFIRM-ANSWER
066000     IF NOT CONFIRM-YES
066100         DISPLAY "NAMEMNT - CARD DISCARDED"
066200         ADD 1 TO DISCARDED-COUNT
066300         GO TO 4000-EXIT
066400     END-IF
066401     PERFORM 1900-TAKE-LOCK
066402         THRU 1900-EXIT
066403     IF NOT NAME-LOCK-HELD
066404         DISPLAY "NAMEMNT - CARD NOT WRITTEN - KEY IT AGAIN WHEN "
066405             "THE NAME FILES ARE FREE"
066406         GO TO 4000-EXIT
066407     END-IF
066500     OPEN EXTEND MAINT-FILE
066600     IF MAINT-FILE-NOT-FOUND
066700         OPEN OUTPUT MAINT-FILE
066800     END-IF
066900     IF NOT MAINT-FILE-STATUS-OK
067000         DISPLAY "NAMEMNT - I/O ERROR ON MAINT-FILE, STATUS = "
067100             MAINT-FILE-STATUS
067200         MOVE 8 TO RETURN-CODE
067300         GO TO 4050-RELEASE-LOCK
067400     END-IF
067500     MOVE MAINT-RECORD TO MAINT-CARD
067600     WRITE MAINT-CARD
067700     IF NOT MAINT-FILE-STATUS-OK
067800         DISPLAY "NAMEMNT - I/O ERROR ON MAINT-FILE, STATUS = "
067900             MAINT-FILE-STATUS
068000         MOVE 8 TO RETURN-CODE
068100         CLOSE MAINT-FILE
068200         GO TO 4050-RELEASE-LOCK
068300     END-IF
068400     CLOSE MAINT-FILE
068500     DISPLAY "NAMEMNT - CARD WRITTEN TO MAINT.TXT"
068600     ADD 1 TO WRITTEN-COUNT.
068601 4050-RELEASE-LOCK.
068602     PERFORM 9500-RELEASE-LOCK
068603         THRU 9500-EXIT.
068700 4000-EXIT.
068800     EXIT.
068900******************************************************************
069000* 4900-REFUSE-CARD - TELLS THE KEYER WHY THE CARD IN HAND WAS
069100*                    REFUSED (WITH THE NIGHT PASS'S REASON CODE
069200*                    WHERE THERE IS ONE) AND COUNTS IT.  NOTHING
069300*                    IS WRITTEN.
069400******************************************************************
069500 4900-REFUSE-CARD.
069600     MOVE "Y" TO CARD-REFUSED-SWITCH
069700     ADD 1 TO REFUSED-COUNT
069800     IF MREJECT-REASON-CODE = SPACES
069900         DISPLAY "NAMEMNT - CARD REFUSED - " REFUSE-TEXT
070000     ELSE
070100         DISPLAY "NAMEMNT - CARD REFUSED - REASON "
070200             MREJECT-REASON-CODE " - " REFUSE-TEXT
070300     END-IF.
070400 4900-EXIT.
070500     EXIT.
070600******************************************************************
070700* 8900-SHOW-SUMMARY - DISPLAYS THE END-OF-SESSION CARD COUNTS.
070800******************************************************************
070900 8900-SHOW-SUMMARY.
071000     DISPLAY " "
071100     DISPLAY "NAMEMNT - END OF SESSION SUMMARY"
071200     DISPLAY "  CARDS KEYED ........... " KEYED-COUNT
071300     DISPLAY "  WRITTEN TO MAINT.TXT .. " WRITTEN-COUNT
071400     DISPLAY "  REFUSED ............... " REFUSED-COUNT
071500     DISPLAY "  DISCARDED BY KEYER .... " DISCARDED-COUNT.
071600 8900-EXIT.
071700     EXIT.
071800******************************************************************
071900* 9000-TERMINATE - CLOSES THE MASTER BEFORE STOP RUN.
072000******************************************************************
072100 9000-TERMINATE.
072200     IF MASTER-AVAILABLE
072300         CLOSE NAME-MASTER
072400     END-IF.
072500 9000-EXIT.
072600     EXIT.
072601******************************************************************
072602* 9500-RELEASE-LOCK - GIVES UP THE NAME-FILE ENQUEUE BY EMPTYING
072603*                     namelock.txt - BUT ONLY WHILE THE RECORD ON
072604*                     FILE IS STILL THE ONE THIS RUN WROTE.  A
072605*                     LOCK THE OPERATOR CLEARED (AND ANOTHER JOB
072606*                     MAY SINCE HAVE TAKEN) IS LEFT AS FOUND.
072607******************************************************************
072608 9500-RELEASE-LOCK.
072609     IF NOT NAME-LOCK-HELD
07260A         GO TO 9500-EXIT
07260B     END-IF
07260C     MOVE "N" TO NAME-LOCK-SWITCH
07260D     OPEN INPUT NAME-LOCK-FILE
07260E     IF NOT NAME-LOCK-STATUS-OK
07260F         DISPLAY "NAMEMNT - LOCK WAS CLEARED DURING THE RUN - "
07260G             "namelock.txt LEFT AS FOUND"
07260H         GO TO 9500-EXIT
07260I     END-IF
07260J     READ NAME-LOCK-FILE
07260K     IF NOT NAME-LOCK-STATUS-OK
07260L         OR NAME-LOCK-RECORD NOT = NAME-LOCK-IMAGE
07260M         DISPLAY "NAMEMNT - LOCK WAS CLEARED DURING THE RUN - "
07260N             "namelock.txt LEFT AS FOUND"
07260O         CLOSE NAME-LOCK-FILE
07260P         GO TO 9500-EXIT
07260Q     END-IF
07260R     CLOSE NAME-LOCK-FILE
07260S     OPEN OUTPUT NAME-LOCK-FILE
07260T     IF NOT NAME-LOCK-STATUS-OK
07260U         DISPLAY "NAMEMNT - I/O ERROR ON LOCK FILE, STATUS = "
07260V             NAME-LOCK-STATUS
07260W         DISPLAY "NAMEMNT - LOCK NOT RELEASED - CLEAR IT WITH: "
07260X             "lockutl CLEAR"
07260Y         MOVE 8 TO RETURN-CODE
07260Z         GO TO 9500-EXIT
072610     END-IF
072611     CLOSE NAME-LOCK-FILE.
072612 9500-EXIT.
072613     EXIT.
072700 END PROGRAM NAMEMNT.
