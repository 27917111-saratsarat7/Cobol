001400*             APPLIED; A KEPT ONE STAYS ON THE QUEUE FOR
001500*             ANOTHER DAY.  THE QUEUE IS REWRITTEN AT END OF
001600*             JOB WITH ONLY THE KEPT RECORDS.
001601*             ONLY A SUPERVISOR ON THE AUTHORIZED-USER
001602*             REGISTRY (userreg.txt, SEE USERREC) MAY SIGN ON,
001603*             AND NO SUPERVISOR MAY APPROVE A TRANSACTION THEY
001604*             SUBMITTED THEMSELVES.  EVERY REFUSAL IS LOGGED.
001605*             REJECTIONS ARE ALSO HANDED TO THE NEXT TEST1
001606*             MAINTENANCE PASS (apprrej.txt) SO THE SUBMITTER
001607*             IS TOLD ON THEIR OUTCOME NOTICE.
001700* OPERATION.  RUN FROM THE BATCH DIRECTORY.  GIVE YOUR USER ID
001800*             AT THE FIRST PROMPT, THEN ANSWER EACH
001900*             TRANSACTION WITH:
002800* DATE       INIT  DESCRIPTION
002900* ---------  ----  ----------------------------------------
003000* 09/02/26   DK    ORIGINAL VERSION.
003001* 10/15/26   DK    SHOW THE MASTER RECORD'S STATUS (ACTIVE, OR
003002*                  INACTIVE SINCE A DATE) - AN APPROVED DELETE NOW
003003*                  MARKS THE RECORD INACTIVE.
003004* 10/15/26   DK    SEGREGATION OF DUTIES.  THE SIGN-ON ID MUST BE
003005*                  A REGISTERED SUPERVISOR (ROLE S OR B) ON THE
003006*                  USER REGISTRY OR THE REVIEW DOES NOT START; A
003007*                  MISSING REGISTRY REFUSES EVERYONE.  AN "A" ON A
003008*                  TRANSACTION WHOSE MAINT-USER-ID IS THE
003009*                  SUPERVISOR'S OWN IS REFUSED AND THE TRANSACTION
00300A*                  KEPT ON THE QUEUE FOR ANOTHER SUPERVISOR.
00300B*                  REFUSED SIGN-ONS AND SELF-APPROVALS ARE WRITTEN
00300C*                  TO apprlog.txt, SO THE LOG IS NOW OPENED BEFORE
00300D*                  THE SIGN-ON PROMPT.
00300E* 10/15/26   DK    A REJECTED TRANSACTION IS ALSO WRITTEN (STATUS
00300F*                  "R", REJECTING SUPERVISOR STAMPED) TO
00300G*                  apprrej.txt, WHICH THE NEXT TEST1 MAINTENANCE
00300H*                  PASS READS FOR THE SUBMITTER OUTCOME NOTICES.
00300I* 10/15/26   DK    TAKES THE NAME-FILE ENQUEUE (namelock.txt) FOR
00300J*                  THE SIGNED-ON SUPERVISOR BEFORE OPENING
00300K*                  apprpend.txt OR THE MASTER, AND RELEASES IT AT
00300L*                  END OF JOB.  IF THE NIGHTLY CHAIN OR ANOTHER
00300M*                  UTILITY HOLDS IT, THE HOLDER IS NAMED AND
00300N*                  NOTHING IS REVIEWED (RETURN CODE 8).
003100******************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. APPRVW.
004300     SELECT APPR-REL-FILE            ASSIGN TO "apprrel.txt"
004400                                     ORGANIZATION LINE SEQUENTIAL
004500                                     STATUS APPR-REL-STATUS.
004501     SELECT APPR-REJ-FILE            ASSIGN TO "apprrej.txt"
004502                                     ORGANIZATION LINE SEQUENTIAL
004503                                     STATUS APPR-REJ-STATUS.
004600     SELECT APPR-LOG-FILE            ASSIGN TO "apprlog.txt"
004700                                     ORGANIZATION LINE SEQUENTIAL
004800                                     STATUS APPR-LOG-STATUS.
004801     SELECT USER-REG-FILE            ASSIGN TO "userreg.txt"
004802                                     ORGANIZATION LINE SEQUENTIAL
004803                                     STATUS USER-REG-STATUS.
004900     SELECT NAME-MASTER              ASSIGN TO "namemast.txt"
005000                                     ORGANIZATION INDEXED
005100                                     ACCESS MODE DYNAMIC
00530B                                        MASTER-REC-NAME
00530C                                        WITH DUPLICATES
005300                                     STATUS IS NAME-MASTER-STATUS.
005301     SELECT NAME-LOCK-FILE           ASSIGN TO "namelock.txt"
005302                                     ORGANIZATION LINE SEQUENTIAL
005303                                     STATUS NAME-LOCK-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  APPR-PEND-FILE.
005900 01  APPRWORK-RECORD                 PIC X(56).
006000 FD  APPR-REL-FILE.
006100 01  APPRREL-RECORD                  PIC X(56).
006101 FD  APPR-REJ-FILE.
006102 01  APPRREJ-RECORD                  PIC X(56).
006103 FD  NAME-LOCK-FILE.
006104     COPY LOCKREC.
006200 FD  APPR-LOG-FILE.
006300 01  APPRLOG-LINE                    PIC X(80).
006301 FD  USER-REG-FILE.
006302     COPY USERREC.
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
007000 WORKING-STORAGE SECTION.
007100 01  APPR-PEND-STATUS                PIC X(02).
007200     88  APPR-PEND-STATUS-OK         VALUE "00".
007800 01  APPR-REL-STATUS                 PIC X(02).
007900     88  APPR-REL-STATUS-OK          VALUE "00".
008000     88  APPR-REL-NOT-FOUND          VALUE "35".
008001 01  APPR-REJ-STATUS                 PIC X(02).
008002     88  APPR-REJ-STATUS-OK          VALUE "00".
008003     88  APPR-REJ-NOT-FOUND          VALUE "35".
008100 01  APPR-LOG-STATUS                 PIC X(02).
008200     88  APPR-LOG-STATUS-OK          VALUE "00".
008300     88  APPR-LOG-NOT-FOUND          VALUE "35".
008500     88  NAME-MASTER-STATUS-OK       VALUE "00".
008600     88  NAME-MASTER-REC-NOT-FOUND   VALUE "23".
008700     88  NAME-MASTER-NOT-FOUND       VALUE "35".
008701 01  USER-REG-STATUS                 PIC X(02).
008702     88  USER-REG-STATUS-OK          VALUE "00".
008703     88  USER-REG-STATUS-EOF         VALUE "10".
008704     88  USER-REG-NOT-FOUND          VALUE "35".
008705 01  USER-REG-END                    PIC X(01) VALUE "N".
008706     88  END-OF-USER-REG             VALUE "Y".
008707 01  SUPERVISOR-FOUND-SWITCH         PIC X(01) VALUE "N".
008708     88  SUPERVISOR-REGISTERED       VALUE "Y".
008800 01  APPR-PEND-END                   PIC X(01) VALUE "N".
008900     88  END-OF-APPR-PEND            VALUE "Y".
009000 01  APPR-WORK-END                   PIC X(01) VALUE "N".
011200 77  APPROVED-COUNT                  PIC 9(05) VALUE ZERO.
011300 77  REJECTED-COUNT                  PIC 9(05) VALUE ZERO.
011400 77  KEPT-COUNT                      PIC 9(05) VALUE ZERO.
011401 77  SELF-REFUSED-COUNT              PIC 9(05) VALUE ZERO.
011402*    SELF-REFUSED-COUNT = APPROVALS REFUSED BECAUSE THE
011403*    SUPERVISOR SUBMITTED THE TRANSACTION (ALSO IN KEPT-COUNT).
011404 01  REFUSAL-TEXT                    PIC X(40).
011405*    REFUSAL-TEXT = WHY THE SIGN-ON WAS REFUSED, FOR THE LOG.
011406 01  NAME-LOCK-STATUS                PIC X(02).
011407     88  NAME-LOCK-STATUS-OK         VALUE "00".
011408     88  NAME-LOCK-NOT-FOUND         VALUE "35".
011409 01  NAME-LOCK-SWITCH                PIC X(01) VALUE "N".
01140A     88  NAME-LOCK-HELD              VALUE "Y".
01140B 01  NAME-LOCK-IMAGE                 PIC X(36).
01140C*    NAME-LOCK-SWITCH / NAME-LOCK-IMAGE = THIS RUN HOLDS THE
01140D*    NAME-FILE ENQUEUE, AND THE LOCK RECORD IT WROTE.  THE LOCK
01140E*    IS ONLY RELEASED WHILE THE RECORD ON FILE IS STILL THIS ONE
01140F*    - A LOCK THE OPERATOR CLEARED, AND ANOTHER JOB MAY SINCE
01140G*    HAVE TAKEN, IS LEFT ALONE.
01140H 01  NAME-LOCK-DATE-RAW              PIC 9(06).
01140I 01  NAME-LOCK-TIME-RAW              PIC 9(08).
011500 01  RUN-DATE-RAW                    PIC 9(06).
011600 01  RUN-DATE-DISPLAY                PIC X(08).
011700 01  RUN-TIME-RAW                    PIC 9(08).
013600         PERFORM 9000-TERMINATE
013700             THRU 9000-EXIT
013800     END-IF
013801     PERFORM 9500-RELEASE-LOCK
013802         THRU 9500-EXIT
013900     STOP RUN.
014000******************************************************************
014100* 1000-INITIALIZE - TAKES THE SUPERVISOR'S USER ID AND OPENS
014200*                   THE QUEUE, THE WORK FILE, THE RELEASE AND
014300*                   LOG FILES, AND THE MASTER FOR INQUIRY.
014301*                   THE LOG IS OPENED FIRST SO A REFUSED
014302*                   SIGN-ON CAN BE RECORDED.
014400******************************************************************
014500 1000-INITIALIZE.
014600     ACCEPT RUN-DATE-RAW FROM DATE
015500     MOVE RUN-TIME-RAW(3:2) TO RUN-TIME-DISPLAY(4:2)
015600     MOVE ":" TO RUN-TIME-DISPLAY(6:1)
015700     MOVE RUN-TIME-RAW(5:2) TO RUN-TIME-DISPLAY(7:2)
015701     OPEN EXTEND APPR-LOG-FILE
015702     IF APPR-LOG-NOT-FOUND
015703         OPEN OUTPUT APPR-LOG-FILE
015704     END-IF
015705     IF NOT APPR-LOG-STATUS-OK
015706         DISPLAY "APPRVW - I/O ERROR ON APPROVAL LOG, "
015707             "STATUS = " APPR-LOG-STATUS
015708         MOVE 8 TO RETURN-CODE
015709         GO TO 1000-EXIT
01570A     END-IF
015800     DISPLAY "APPRVW - SUPERVISOR USER ID: "
015900     MOVE SPACES TO SUPERVISOR-ID
016000     ACCEPT SUPERVISOR-ID
016100     IF SUPERVISOR-ID = SPACES
016200         DISPLAY "APPRVW - A SUPERVISOR ID IS REQUIRED - "
016300             "NOTHING REVIEWED"
016301         MOVE "- NO SUPERVISOR ID GIVEN" TO REFUSAL-TEXT
016302         PERFORM 1200-REFUSE-SIGN-ON
016303             THRU 1200-EXIT
016500         GO TO 1000-EXIT
016600     END-IF
016601     PERFORM 1100-CHECK-SUPERVISOR
016602         THRU 1100-EXIT
016603     IF RETURN-CODE NOT = ZERO
016604         CLOSE APPR-LOG-FILE
016605         GO TO 1000-EXIT
016606     END-IF
016607     IF NOT SUPERVISOR-REGISTERED
016608         DISPLAY "APPRVW - " SUPERVISOR-ID " IS NOT A REGISTERED "
016609             "SUPERVISOR - NOTHING REVIEWED"
01660A         PERFORM 1200-REFUSE-SIGN-ON
01660B             THRU 1200-EXIT
01660C         GO TO 1000-EXIT
01660D     END-IF
01660E     PERFORM 1900-TAKE-LOCK
01660F         THRU 1900-EXIT
01660G     IF NOT NAME-LOCK-HELD
01660H         CLOSE APPR-LOG-FILE
01660I         GO TO 1000-EXIT
01660J     END-IF
016700     OPEN INPUT APPR-PEND-FILE
016800     IF APPR-PEND-NOT-FOUND
016900         DISPLAY "APPRVW - NO TRANSACTIONS AWAITING APPROVAL"
016901         CLOSE APPR-LOG-FILE
017000         GO TO 1000-EXIT
017100     END-IF
017200     IF NOT APPR-PEND-STATUS-OK
017300         DISPLAY "APPRVW - I/O ERROR ON APPROVAL QUEUE, "
017400             "STATUS = " APPR-PEND-STATUS
017500         MOVE 8 TO RETURN-CODE
017501         CLOSE APPR-LOG-FILE
017600         GO TO 1000-EXIT
017700     END-IF
017800     MOVE "Y" TO QUEUE-AVAILABLE-SWITCH
019400     IF APPR-REL-NOT-FOUND
019500         OPEN OUTPUT APPR-REL-FILE
019600     END-IF
019601     OPEN EXTEND APPR-REJ-FILE
019602     IF APPR-REJ-NOT-FOUND
019603         OPEN OUTPUT APPR-REJ-FILE
019604     END-IF.
020100 1000-EXIT.
020200     EXIT.
020201******************************************************************
020202* 1100-CHECK-SUPERVISOR - READS THE USER REGISTRY LOOKING FOR
020203*                         THE SIGN-ON ID WITH THE SUPERVISOR
020204*                         ROLE.  NO REGISTRY ON FILE MEANS NO
020205*                         ONE IS A SUPERVISOR.
020206******************************************************************
020207 1100-CHECK-SUPERVISOR.
020208     MOVE "- NOT A REGISTERED SUPERVISOR" TO REFUSAL-TEXT
020209     OPEN INPUT USER-REG-FILE
02020A     IF USER-REG-NOT-FOUND
02020B         DISPLAY "APPRVW - NO USER REGISTRY ON FILE "
02020C             "(userreg.txt)"
02020D         MOVE "- NO USER REGISTRY ON FILE" TO REFUSAL-TEXT
02020E         GO TO 1100-EXIT
02020F     END-IF
02020G     IF NOT USER-REG-STATUS-OK
02020H         DISPLAY "APPRVW - I/O ERROR ON USER REGISTRY, "
02020I             "STATUS = " USER-REG-STATUS
02020J         MOVE 8 TO RETURN-CODE
02020K         GO TO 1100-EXIT
02020L     END-IF
02020M     PERFORM 1150-READ-ONE-USER
02020N         THRU 1150-EXIT
02020O         UNTIL END-OF-USER-REG
02020P             OR SUPERVISOR-REGISTERED
02020Q     CLOSE USER-REG-FILE.
02020R 1100-EXIT.
02020S     EXIT.
02020T******************************************************************
02020U* 1150-READ-ONE-USER - READS ONE REGISTRY LINE AND MATCHES IT
02020V*                      AGAINST THE SIGN-ON ID.
02020W******************************************************************
02020X 1150-READ-ONE-USER.
02020Y     READ USER-REG-FILE
02020Z         AT END
020210             MOVE "Y" TO USER-REG-END
020211     END-READ
020212     IF USER-REG-STATUS-OK OR USER-REG-STATUS-EOF
020213         CONTINUE
020214     ELSE
020215         DISPLAY "APPRVW - I/O ERROR ON USER REGISTRY, "
020216             "STATUS = " USER-REG-STATUS
020217         MOVE "Y" TO USER-REG-END
020218         MOVE 8 TO RETURN-CODE
020219     END-IF
02021A     IF END-OF-USER-REG
02021B         GO TO 1150-EXIT
02021C     END-IF
02021D     IF USER-REG-ID = SUPERVISOR-ID
02021E         AND USER-REG-SUPERVISOR
02021F         MOVE "Y" TO SUPERVISOR-FOUND-SWITCH
02021G     END-IF.
02021H 1150-EXIT.
02021I     EXIT.
02021J******************************************************************
02021K* 1200-REFUSE-SIGN-ON - LOGS THE REFUSED SIGN-ON (WHO, WHEN, AND
02021L*                       WHY) AND ENDS THE RUN WITH CONDITION
02021M*                       CODE 8.
02021N******************************************************************
02021O 1200-REFUSE-SIGN-ON.
02021P     MOVE SPACES TO APPRLOG-LINE
02021Q     STRING RUN-DATE-DISPLAY DELIMITED BY SIZE
02021R         " " DELIMITED BY SIZE
02021S         RUN-TIME-DISPLAY DELIMITED BY SIZE
02021T         " SIGN-ON REFUSED FOR " DELIMITED BY SIZE
02021U         SUPERVISOR-ID DELIMITED BY SIZE
02021V         " " DELIMITED BY SIZE
02021W         REFUSAL-TEXT DELIMITED BY SIZE
02021X         INTO APPRLOG-LINE
02021Y     END-STRING
02021Z     WRITE APPRLOG-LINE
020220     IF NOT APPR-LOG-STATUS-OK
020221         DISPLAY "APPRVW - I/O ERROR ON APPROVAL LOG, "
020222             "STATUS = " APPR-LOG-STATUS
020223     END-IF
020224     CLOSE APPR-LOG-FILE
020225     MOVE 8 TO RETURN-CODE.
020226 1200-EXIT.
020227     EXIT.
020228******************************************************************
020229* 1900-TAKE-LOCK - TAKES THE NAME-FILE ENQUEUE (namelock.txt,
02022A*                  COPYBOOK LOCKREC) BEFORE THE QUEUE OR THE
02022B*                  MASTER IS OPENED.  THE USER IS THE SIGNED-ON
02022C*                  SUPERVISOR.
02022D*                  A LOCK ALREADY ON FILE STOPS THE RUN WITH
02022E*                  RETURN CODE 8, NAMING THE HOLDER.  THE NEW
02022F*                  LOCK IS READ BACK ONCE WRITTEN - IF ANOTHER
02022G*                  JOB WROTE ITS OWN IN THE SAME INSTANT, THAT IS
02022H*                  THE ONE FOUND, AND THIS RUN STANDS DOWN.
02022I******************************************************************
02022J 1900-TAKE-LOCK.
02022K     OPEN INPUT NAME-LOCK-FILE
02022L     IF NAME-LOCK-NOT-FOUND
02022M         GO TO 1910-WRITE-LOCK
02022N     END-IF
02022O     IF NOT NAME-LOCK-STATUS-OK
02022P         DISPLAY "APPRVW - I/O ERROR ON LOCK FILE, STATUS = "
02022Q             NAME-LOCK-STATUS
02022R         MOVE 8 TO RETURN-CODE
02022S         GO TO 1900-EXIT
02022T     END-IF
02022U     READ NAME-LOCK-FILE
02022V     IF NAME-LOCK-STATUS-OK
02022W         AND LOCK-TAG-VALID
02022X         PERFORM 1950-SHOW-LOCK-HOLDER
02022Y             THRU 1950-EXIT
02022Z         CLOSE NAME-LOCK-FILE
020230         GO TO 1900-EXIT
020231     END-IF
020232     CLOSE NAME-LOCK-FILE.
020233 1910-WRITE-LOCK.
020234     OPEN OUTPUT NAME-LOCK-FILE
020235     IF NOT NAME-LOCK-STATUS-OK
020236         DISPLAY "APPRVW - I/O ERROR ON LOCK FILE, STATUS = "
020237             NAME-LOCK-STATUS
020238         MOVE 8 TO RETURN-CODE
020239         GO TO 1900-EXIT
02023A     END-IF
02023B     MOVE SPACES TO NAME-LOCK-RECORD
02023C     MOVE "NLCK" TO LOCK-TAG
02023D     MOVE "APPRVW" TO LOCK-PROGRAM
02023E     MOVE SUPERVISOR-ID TO LOCK-USER
02023F     ACCEPT NAME-LOCK-DATE-RAW FROM DATE
02023G     MOVE NAME-LOCK-DATE-RAW(3:2) TO LOCK-START-DATE(1:2)
02023H     MOVE "/" TO LOCK-START-DATE(3:1)
02023I     MOVE NAME-LOCK-DATE-RAW(5:2) TO LOCK-START-DATE(4:2)
02023J     MOVE "/" TO LOCK-START-DATE(6:1)
02023K     MOVE NAME-LOCK-DATE-RAW(1:2) TO LOCK-START-DATE(7:2)
02023L     ACCEPT NAME-LOCK-TIME-RAW FROM TIME
02023M     MOVE NAME-LOCK-TIME-RAW(1:2) TO LOCK-START-TIME(1:2)
02023N     MOVE ":" TO LOCK-START-TIME(3:1)
02023O     MOVE NAME-LOCK-TIME-RAW(3:2) TO LOCK-START-TIME(4:2)
02023P     MOVE ":" TO LOCK-START-TIME(6:1)
02023Q     MOVE NAME-LOCK-TIME-RAW(5:2) TO LOCK-START-TIME(7:2)
02023R     MOVE NAME-LOCK-RECORD TO NAME-LOCK-IMAGE
02023S     WRITE NAME-LOCK-RECORD
02023T     IF NOT NAME-LOCK-STATUS-OK
02023U         DISPLAY "APPRVW - I/O ERROR ON LOCK FILE, STATUS = "
02023V             NAME-LOCK-STATUS
02023W         MOVE 8 TO RETURN-CODE
02023X         CLOSE NAME-LOCK-FILE
02023Y         GO TO 1900-EXIT
02023Z     END-IF
020240     CLOSE NAME-LOCK-FILE
020241     OPEN INPUT NAME-LOCK-FILE
020242     IF NOT NAME-LOCK-STATUS-OK
020243         DISPLAY "APPRVW - I/O ERROR ON LOCK FILE, STATUS = "
020244             NAME-LOCK-STATUS
020245         MOVE 8 TO RETURN-CODE
020246         GO TO 1900-EXIT
020247     END-IF
020248     READ NAME-LOCK-FILE
020249     IF NOT NAME-LOCK-STATUS-OK
02024A         DISPLAY "APPRVW - LOCK FILE EMPTIED BEFORE THE LOCK "
02024B             "COULD BE CONFIRMED - NOTHING WAS DONE"
02024C         MOVE 8 TO RETURN-CODE
02024D         CLOSE NAME-LOCK-FILE
02024E         GO TO 1900-EXIT
02024F     END-IF
02024G     IF NAME-LOCK-RECORD NOT = NAME-LOCK-IMAGE
02024H         PERFORM 1950-SHOW-LOCK-HOLDER
02024I             THRU 1950-EXIT
02024J         CLOSE NAME-LOCK-FILE
02024K         GO TO 1900-EXIT
02024L     END-IF
02024M     CLOSE NAME-LOCK-FILE
02024N     MOVE "Y" TO NAME-LOCK-SWITCH.
02024O 1900-EXIT.
02024P     EXIT.
02024Q******************************************************************
02024R* 1950-SHOW-LOCK-HOLDER - NAMES THE JOB HOLDING THE LOCK AND
02024S*                         STOPS THIS RUN WITH RETURN CODE 8.
02024T******************************************************************
02024U 1950-SHOW-LOCK-HOLDER.
02024V     DISPLAY "APPRVW - NAME FILES IN USE BY " LOCK-PROGRAM
02024W         " USER " LOCK-USER
02024X     DISPLAY "APPRVW - LOCKED SINCE " LOCK-START-DATE " "
02024Y         LOCK-START-TIME " - NOTHING WAS DONE"
02024Z     DISPLAY "APPRVW - RUN AGAIN WHEN THAT JOB ENDS.  IF IT IS "
020250         "NO LONGER RUNNING,"
020251     DISPLAY "APPRVW - THE OPERATOR CLEARS THE LOCK WITH: "
020252         "lockutl CLEAR"
020253     MOVE 8 TO RETURN-CODE.
020254 1950-EXIT.
020255     EXIT.
020300******************************************************************
020400* 2000-REVIEW-ONE-PENDING - READS ONE STAGED TRANSACTION OFF
020500*                           THE QUEUE AND PUTS IT IN FRONT OF
027900         GO TO 3100-EXIT
028000     END-IF
028100     DISPLAY "  ON MASTER ..... " MASTER-REC-NAME
028200         " ADDED " MASTER-REC-DATE-ADDED
028201     IF MASTER-REC-INACTIVE
028202         DISPLAY "  STATUS ........ INACTIVE SINCE "
028203             MASTER-REC-STATUS-DATE
028204     ELSE
028205         DISPLAY "  STATUS ........ ACTIVE"
028206     END-IF.
028300 3100-EXIT.
028400     EXIT.
028500******************************************************************
031800* 4100-APPROVE-TRANSACTION - STAMPS THE APPROVER AND RELEASES
031900*                            THE TRANSACTION FOR THE NEXT TEST1
032000*                            MAINTENANCE PASS TO APPLY.
032001*                            A SUPERVISOR MAY NOT APPROVE THEIR
032002*                            OWN SUBMISSION - THAT IS LOGGED AS
032003*                            A REFUSAL AND THE TRANSACTION IS
032004*                            KEPT FOR ANOTHER SUPERVISOR.
032100******************************************************************
032200 4100-APPROVE-TRANSACTION.
032201     IF MAINT-USER-ID = SUPERVISOR-ID
032202         PERFORM 4150-REFUSE-SELF-APPROVAL
032203             THRU 4150-EXIT
032204         GO TO 4100-EXIT
032205     END-IF
032300     MOVE "A" TO APPV-STATUS-CODE
032400     MOVE SUPERVISOR-ID TO APPV-APPROVE-USER
032500     MOVE APPV-RECORD TO APPRREL-RECORD
033200     ADD 1 TO APPROVED-COUNT.
033300 4100-EXIT.
033400     EXIT.
033401******************************************************************
033402* 4150-REFUSE-SELF-APPROVAL - LOGS THE REFUSED APPROVAL AND
033403*                             KEEPS THE TRANSACTION ON THE QUEUE.
033404******************************************************************
033405 4150-REFUSE-SELF-APPROVAL.
033406     DISPLAY "APPRVW - YOU SUBMITTED THIS TRANSACTION - ANOTHER "
033407         "SUPERVISOR MUST APPROVE IT.  KEPT ON THE QUEUE."
033408     MOVE SPACES TO APPRLOG-LINE
033409     STRING RUN-DATE-DISPLAY DELIMITED BY SIZE
03340A         " " DELIMITED BY SIZE
03340B         RUN-TIME-DISPLAY DELIMITED BY SIZE
03340C         " SELF-APPROVAL REFUSED " DELIMITED BY SIZE
03340D         SUPERVISOR-ID DELIMITED BY SIZE
03340E         " ACTION " DELIMITED BY SIZE
03340F         MAINT-ACTION-CODE DELIMITED BY SIZE
03340G         " ID " DELIMITED BY SIZE
03340H         MAINT-REC-ID DELIMITED BY SIZE
03340I         INTO APPRLOG-LINE
03340J     END-STRING
03340K     WRITE APPRLOG-LINE
03340L     IF NOT APPR-LOG-STATUS-OK
03340M         DISPLAY "APPRVW - I/O ERROR ON APPROVAL LOG, "
03340N             "STATUS = " APPR-LOG-STATUS
03340O         MOVE 8 TO RETURN-CODE
03340P     END-IF
03340Q     ADD 1 TO SELF-REFUSED-COUNT
03340R     PERFORM 4300-KEEP-TRANSACTION
03340S         THRU 4300-EXIT.
03340T 4150-EXIT.
03340U     EXIT.
033500******************************************************************
033600* 4200-REJECT-TRANSACTION - LOGS THE REJECTION (WHO, WHEN, AND
033700*                           WHAT) AND DROPS THE TRANSACTION
033800*                           FROM THE QUEUE FOR GOOD.  THE
033801*                           REJECTION IS PASSED TO TEST1 ON
033802*                           apprrej.txt FOR THE SUBMITTER.
033900******************************************************************
034000 4200-REJECT-TRANSACTION.
034100     MOVE SPACES TO APPRLOG-LINE
035800             "STATUS = " APPR-LOG-STATUS
035900         MOVE 8 TO RETURN-CODE
036000     END-IF
036001     MOVE "R" TO APPV-STATUS-CODE
036002     MOVE SUPERVISOR-ID TO APPV-APPROVE-USER
036003     MOVE APPV-RECORD TO APPRREJ-RECORD
036004     WRITE APPRREJ-RECORD
036005     IF NOT APPR-REJ-STATUS-OK
036006         DISPLAY "APPRVW - I/O ERROR ON REJECTION FILE, "
036007             "STATUS = " APPR-REJ-STATUS
036008         MOVE 8 TO RETURN-CODE
036009     END-IF
036100     ADD 1 TO REJECTED-COUNT.
036200 4200-EXIT.
036300     EXIT.
044300     DISPLAY "  TRANSACTIONS REVIEWED .. " PENDING-COUNT
044400     DISPLAY "  APPROVED (RELEASED) .... " APPROVED-COUNT
044500     DISPLAY "  REJECTED (LOGGED) ...... " REJECTED-COUNT
044600     DISPLAY "  KEPT ON QUEUE .......... " KEPT-COUNT
044601     DISPLAY "  (SELF-APPROVAL REFUSED)  " SELF-REFUSED-COUNT.
044700 8900-EXIT.
044800     EXIT.
044900******************************************************************
045600         CLOSE NAME-MASTER
045700     END-IF
045800     CLOSE APPR-REL-FILE
045801     CLOSE APPR-REJ-FILE
045900     CLOSE APPR-LOG-FILE.
046000 9000-EXIT.
046100     EXIT.
046101******************************************************************
046102* 9500-RELEASE-LOCK - GIVES UP THE NAME-FILE ENQUEUE BY EMPTYING
046103*                     namelock.txt - BUT ONLY WHILE THE RECORD ON
046104*                     FILE IS STILL THE ONE THIS RUN WROTE.  A
046105*                     LOCK THE OPERATOR CLEARED (AND ANOTHER JOB
046106*                     MAY SINCE HAVE TAKEN) IS LEFT AS FOUND.
046107******************************************************************
046108 9500-RELEASE-LOCK.
046109     IF NOT NAME-LOCK-HELD
04610A         GO TO 9500-EXIT
04610B     END-IF
04610C     MOVE "N" TO NAME-LOCK-SWITCH
04610D     OPEN INPUT NAME-LOCK-FILE
04610E     IF NOT NAME-LOCK-STATUS-OK
04610F         DISPLAY "APPRVW - LOCK WAS CLEARED DURING THE RUN - "
04610G             "namelock.txt LEFT AS FOUND"
04610H         GO TO 9500-EXIT
04610I     END-IF
04610J     READ NAME-LOCK-FILE
04610K     IF NOT NAME-LOCK-STATUS-OK
04610L         OR NAME-LOCK-RECORD NOT = NAME-LOCK-IMAGE
04610M         DISPLAY "APPRVW - LOCK WAS CLEARED DURING THE RUN - "
04610N             "namelock.txt LEFT AS FOUND"
04610O         CLOSE NAME-LOCK-FILE
04610P         GO TO 9500-EXIT
04610Q     END-IF
04610R     CLOSE NAME-LOCK-FILE
04610S     OPEN OUTPUT NAME-LOCK-FILE
04610T     IF NOT NAME-LOCK-STATUS-OK
04610U         DISPLAY "APPRVW - I/O ERROR ON LOCK FILE, STATUS = "
04610V             NAME-LOCK-STATUS
04610W         DISPLAY "APPRVW - LOCK NOT RELEASED - CLEAR IT WITH: "
04610X             "lockutl CLEAR"
04610Y         MOVE 8 TO RETURN-CODE
04610Z         GO TO 9500-EXIT
046110     END-IF
046111     CLOSE NAME-LOCK-FILE.
046112 9500-EXIT.
046113     EXIT.
046200 END PROGRAM APPRVW.
