0056E9*                  COVER THE POST-RESTART FILES ONLY, AND THE
0056F0*                  FAILED RUN'S OWN AUDIT LINE ALREADY CARRIES
0056F1*                  THE DUPS FROM THE FILES IT FINISHED.
0056G0* 10/15/26   DK    RECONCILIATION NOW COMPARES THE NAME ON A
0056G1*                  MATCHED ID - AN EXTRACT NAME DIFFERING FROM
0056G2*                  MASTER-REC-NAME IS LISTED IN ITS OWN
0056G3*                  RECONRPT.TXT SECTION AND COUNTS AGAINST THE
0056G4*                  BALANCE.  EVERY DIFFERENCE ALSO BECOMES A
0056G5*                  PROPOSED MAINTENANCE CARD (MAINTREC LAYOUT)
0056G6*                  ON propmnt.txt - AN "A" CARD PER EXTRACT ID
0056G7*                  NOT ON THE MASTER, A "C" CARD PER NAME
0056G8*                  MISMATCH - WITH A REVIEW LISTING ON
0056G9*                  proprpt.txt, SO DATA CONTROL RELEASES THE
0056GA*                  REVIEWED CARDS INTO maint.txt INSTEAD OF
0056GB*                  RE-KEYING THEM.  THE INPUT-ID WORK FILES
0056GC*                  NOW CARRY THE DATE ADDED FOR THE "A" CARD.
0056GD* 10/15/26   DK    AN ADD CARD KEYED WITH ID 00000 IS NOW GIVEN
0056GE*                  THE NEXT FREE ID ABOVE THE HIGH-WATER MARK
0056GF*                  KEPT ON namectl.txt (NAMECTL COPYBOOK).  THE
0056GG*                  MARK IS SAVED BEFORE THE MASTER WRITE, SO A
0056GH*                  DELETED OR HALF-ISSUED ID IS NEVER HANDED OUT
0056GI*                  AGAIN; A MISSING CONTROL RECORD IS REBUILT
0056GJ*                  FROM THE MASTER AND THE LIVE AND ARCHIVED
0056GK*                  JOURNALS.  AN ADD WITH AN EXPLICIT ID ABOVE
0056GL*                  THE MARK RAISES IT.  EVERY ASSIGNMENT IS
0056GM*                  JOURNALED AS USUAL AND LISTED ON THE NEW
0056GN*                  idasgn.txt FOR THE SUBMITTER'S PAPERWORK; NO
0056GO*                  ID LEFT TO GIVE REJECTS THE CARD (REASON 14).
0056GP* 10/15/26   DK    THE MASTER RECORD NOW CARRIES A STATUS AND
0056GQ*                  STATUS DATE (NAMESTAT).  A "D" CARD NO
0056GR*                  LONGER REMOVES THE RECORD - IT IS MARKED
0056GS*                  INACTIVE AS OF THE BUSINESS DATE AND
0056GT*                  REWRITTEN, SO NAMEINQ STILL FINDS A DEPARTED
0056GU*                  PERSON.  THE NEW "R" CARD MAKES AN INACTIVE
0056GV*                  RECORD ACTIVE AGAIN.  A CHANGE OR DELETE OF AN
0056GW*                  INACTIVE RECORD, OR A REACTIVATE OF AN ACTIVE
0056GX*                  ONE, IS REJECTED (REASON 15).  THE JOURNAL
0056GY*                  CARRIES THE BEFORE AND AFTER STATUS.
0056GZ*                  RECONCILIATION NO LONGER LISTS AN INACTIVE
0056H0*                  RECORD MISSING FROM THE EXTRACTS - THAT IS
0056H1*                  EXPECTED - BUT LISTS AN EXTRACT ID WHOSE MASTER
0056H2*                  RECORD IS INACTIVE IN A SECTION OF ITS OWN,
0056H3*                  COUNTED AGAINST THE BALANCE.  RECORDS ARE
0056H4*                  PHYSICALLY REMOVED ONLY BY THE MONTH-END
0056H5*                  NAMEPRG.
0056H6* 10/15/26   DK    MAINTENANCE NOW CHECKS WHO KEYED EACH CARD.
0056H7*                  THE AUTHORIZED-USER REGISTRY (userreg.txt,
0056H8*                  USERREC COPYBOOK) LISTS EVERY VALID USER ID
0056H9*                  AND ITS ROLE; A TRANSACTION WHOSE
0056HA*                  MAINT-USER-ID IS NOT A REGISTERED KEYER IS
0056HB*                  REJECTED (REASON 16) BEFORE IT CAN BE APPLIED,
0056HC*                  BANKED OR STAGED - BANKED AND APPROVED ONES ARE
0056HD*                  CHECKED AGAIN WHEN THEY COME BACK.  UNLIKE THE
0056HE*                  SOURCE REGISTRY, A MISSING OR EMPTY USER
0056HF*                  REGISTRY DOES NOT WAVE EVERYTHING THROUGH: THE
0056HG*                  MAINTENANCE PASS IS SUPPRESSED (CONDITION CODE
0056HH*                  4) AND ALL ITS INPUT FILES ARE LEFT AS THEY ARE
0056HI*                  FOR THE NEXT RUN.
0056HJ* 10/15/26   DK    EVERY SUBMITTER NOW GETS A NIGHTLY OUTCOME
0056HK*                  NOTICE (notice.<USER-ID>.<YYMMDD>.txt, ONE PER
0056HL*                  MAINT-USER-ID).  EACH TRANSACTION THE PASS
0056HM*                  SETTLES IS NOTED ON A WORK FILE AS IT IS
0056HN*                  APPLIED, BANKED, STAGED FOR APPROVAL OR
0056HO*                  REJECTED (WITH THE REASON), THEN SORTED BY
0056HP*                  SUBMITTER.  TONIGHT'S CARDS AND EARLIER
0056HQ*                  SUBMISSIONS SETTLED TONIGHT (BANK RELEASES,
0056HR*                  APPRVW APPROVALS, AND THE APPRVW REJECTIONS
0056HS*                  NOW HANDED OVER ON apprrej.txt) ARE LISTED
0056HT*                  SEPARATELY, EACH WITH COUNTS BY OUTCOME THAT
0056HU*                  ADD UP TO ITS CARD COUNT.  THE CARDS NOTED MUST
0056HV*                  TIE TO THE CARDS ON maint.txt OR THE RUN ENDS
0056HW*                  WITH CONDITION CODE 4.
0056HX* 10/15/26   DK    TAKES THE NAME-FILE ENQUEUE (namelock.txt)
0056HY*                  BEFORE OPENING ANYTHING AND RELEASES IT AT END
0056HZ*                  OF JOB.  UNDER NIGHTLYRUN THE CHAIN ALREADY
0056I0*                  HOLDS THE LOCK AND PASSES ITS LOCK RECORD IN
0056I1*                  THE NAMELOCK ENVIRONMENT VARIABLE; A MATCHING
0056I2*                  LOCK IS THE CHAIN'S OWN AND THE RUN GOES ON
0056I3*                  UNDER IT.  ANY OTHER HOLDER IS NAMED AND
0056I4*                  NOTHING IS DONE (CONDITION CODE 8).
0056I5* 10/15/26   DK    A RERUN FOR THE SAME BUSINESS DATE (A RESTART
0056I6*                  AFTER A HELD STEP010) NO LONGER WIPES OUT THE
0056I7*                  EARLIER RUN'S idasgn.txt AND SUBMITTER
0056I8*                  NOTICES.  THEY ARE EXTENDED UNDER A RERUN LINE,
0056I9*                  SO THE IDS ASSIGNED AND THE RELEASES, APPROVALS
0056IA*                  AND REJECTIONS THE FIRST RUN SETTLED STAY ON
0056IB*                  PAPER.
0056OB******************************************************************
005700 IDENTIFICATION DIVISION.
005800 PROGRAM-ID. TEST1.
005900 ENVIRONMENT DIVISION.
00770A                                    ALTERNATE RECORD KEY
00770B                                        MASTER-REC-NAME
00770C                                        WITH DUPLICATES
0077CC                                     STATUS IS NAME-MASTER-STATUS.
007800     SELECT REPORT-FILE              ASSIGN TO "namerpt.txt"
007900                                     ORGANIZATION LINE SEQUENTIAL
008000                                     STATUS IS REPORT-FILE-STATUS.
0080A7                                     ORGANIZATION LINE SEQUENTIAL
0080A8                                     STATUS APPR-PEND-STATUS.
0080A9     SELECT APPR-REL-FILE            ASSIGN TO "apprrel.txt"
0080AC                                     ORGANIZATION LINE SEQUENTIAL
0080AF                                     STATUS APPR-REL-STATUS.
0080AI     SELECT SOURCE-REG-FILE          ASSIGN TO "srcregry.txt"
0080AL                                     ORGANIZATION LINE SEQUENTIAL
0080AO                                     STATUS SOURCE-REG-STATUS.
0080AR     SELECT USER-REG-FILE            ASSIGN TO "userreg.txt"
0080AU                                     ORGANIZATION LINE SEQUENTIAL
0080AX                                     STATUS USER-REG-STATUS.
0080B5     SELECT ACK-FILE                 ASSIGN DYNAMIC
0080B6                                     ACK-FILE-NAME
0080B7                                     ORGANIZATION LINE SEQUENTIAL
0080D6     SELECT RECON-WORK-FILE          ASSIGN TO "reconwrk.txt"
0080D7                                     ORGANIZATION LINE SEQUENTIAL
0080D8                                     STATUS RECON-WORK-STATUS.
0080D9     SELECT PROP-MAINT-FILE          ASSIGN TO "propmnt.txt"
0080DA                                     ORGANIZATION LINE SEQUENTIAL
0080DB                                     STATUS PROP-MAINT-STATUS.
0080DC     SELECT PROP-REPORT-FILE         ASSIGN TO "proprpt.txt"
0080DD                                     ORGANIZATION LINE SEQUENTIAL
0080DE                                     STATUS PROP-REPORT-STATUS.
0080DF     SELECT NAME-CONTROL-FILE        ASSIGN TO "namectl.txt"
0080DG                                     ORGANIZATION LINE SEQUENTIAL
0080DH                                     STATUS NAME-CONTROL-STATUS.
0080DI     SELECT ID-ASSIGN-FILE           ASSIGN TO "idasgn.txt"
0080DJ                                     ORGANIZATION LINE SEQUENTIAL
0080DK                                     STATUS ID-ASSIGN-STATUS.
0080DL     SELECT ARCH-INDEX-FILE          ASSIGN TO "archindx.txt"
0080DM                                     ORGANIZATION LINE SEQUENTIAL
0080DN                                     STATUS ARCH-INDEX-STATUS.
0080DO     SELECT JRNL-ARCH-FILE           ASSIGN DYNAMIC
0080DP                                     ARCH-FILE-NAME
0080DQ                                     ORGANIZATION LINE SEQUENTIAL
0080DR                                     STATUS JRNL-ARCH-STATUS.
0080DS     SELECT APPR-REJ-FILE            ASSIGN TO "apprrej.txt"
0080DT                                     ORGANIZATION LINE SEQUENTIAL
0080DU                                     STATUS APPR-REJ-STATUS.
0080DV     SELECT NOTICE-WORK-FILE         ASSIGN TO "ntcwork.txt"
0080DW                                     ORGANIZATION LINE SEQUENTIAL
0080DX                                     STATUS NOTICE-WORK-STATUS.
0080DY     SELECT NOTICE-SORTED-FILE       ASSIGN TO "ntcsort.txt"
0080DZ                                     ORGANIZATION LINE SEQUENTIAL
0080E0                                     STATUS NOTICE-SORTED-STATUS.
0080E1     SELECT NOTICE-SORT-FILE         ASSIGN TO "ntcsort.tmp".
0080E2     SELECT NOTICE-FILE              ASSIGN DYNAMIC
0080E3                                     NOTICE-FILE-NAME
0080E4                                     ORGANIZATION LINE SEQUENTIAL
0080E5                                     STATUS NOTICE-FILE-STATUS.
0080E6     SELECT NAME-LOCK-FILE           ASSIGN TO "namelock.txt"
0080E7                                     ORGANIZATION LINE SEQUENTIAL
0080E8                                     STATUS NAME-LOCK-STATUS.
008100     SELECT AUDIT-FILE               ASSIGN TO "audit.log"
008200                                     ORGANIZATION LINE SEQUENTIAL
008300                                     STATUS IS AUDIT-FILE-STATUS.
009500         ==NAME-REC-ID==          BY ==MASTER-REC-ID==
009600         ==NAME-REC-NAME==        BY ==MASTER-REC-NAME==
009700         ==NAME-REC-DATE-ADDED==  BY ==MASTER-REC-DATE-ADDED==.
009701     COPY NAMESTAT REPLACING
009702         ==NAME-REC-STATUS==       BY ==MASTER-REC-STATUS==
009703         ==NAME-REC-ACTIVE==       BY ==MASTER-REC-ACTIVE==
009704         ==NAME-REC-INACTIVE==     BY ==MASTER-REC-INACTIVE==
009705         ==NAME-REC-STATUS-DATE==  BY ==MASTER-REC-STATUS-DATE==.
009710 FD  MAINT-REJECT-FILE.
009720     COPY MREJREC.
009730 FD  CHECKPOINT-FILE.
0097C6* APPROVED (STATUS "A", APPROVER STAMPED), PICKED UP AND
0097C7* APPLIED FIRST BY THE NEXT MAINTENANCE PASS, THEN EMPTIED -
0097C8* RELEASES ARE ONE-SHOT, LIKE RESUBMISSIONS.
0097CB FD  SOURCE-REG-FILE.
0097CE 01  SOURCE-REG-RECORD.
0097CH     05  SRCREG-IN-CODE              PIC X(08).
0097CK     05  SRCREG-IN-ACK-FILE          PIC X(40).
0097CN* SOURCE-REG-RECORD = ONE REGISTRY LINE PER VALID UPSTREAM
0097CQ* SOURCE SYSTEM: ITS EXTRACT-HEADER-SOURCE CODE AND THE FILE
0097CT* ITS NIGHTLY ACKNOWLEDGMENT LANDS IN.
0097CW FD  USER-REG-FILE.
0097CZ     COPY USERREC.
0097D7 FD  ACK-FILE.
0097D8 01  ACK-LINE                        PIC X(80).
0097E0 FD  BUSCAL-FILE.
0097G7* SORTED BY NAME (ARRIVAL ORDER WITHIN A NAME) SO DUPLICATES
0097G8* SIT ADJACENT AND ARE COUNTED IN ONE SEQUENTIAL PASS - THE
0097G9* OLD 500-ENTRY IN-MEMORY TABLE COULD NOT SURVIVE A 50,000-
0097GC* RECORD NIGHT.
0097GF FD  ID-WORK-FILE.
0097GI 01  ID-WORK-RECORD.
0097GL     05  IDW-ID                      PIC X(05).
0097GO     05  IDW-NAME                    PIC X(15).
0097GR     05  IDW-DATE-ADDED              PIC X(06).
0097GU FD  ID-SORTED-FILE.
0097GX 01  ID-SORTED-RECORD.
0097H0     05  IDS-ID                      PIC X(05).
0097H3     05  IDS-NAME                    PIC X(15).
0097H6     05  IDS-DATE-ADDED              PIC X(06).
0097H9 SD  ID-SORT-FILE.
0097HB 01  ID-SORT-RECORD.
0097HD     05  ISRT-ID                     PIC X(05).
0097HF     05  ISRT-NAME                   PIC X(15).
0097HH     05  ISRT-DATE-ADDED             PIC X(06).
0097HJ* ID-WORK-FILE = ONE RECORD PER VALID ID READ TONIGHT.  SORTED
0097HL* BY ID AND COLLAPSED TO DISTINCT IDS FOR A SEQUENTIAL MATCH
0097HN* AGAINST THE MASTER (WHICH READS BACK IN KEY ORDER), SO THE
0097HP* RECONCILIATION RUNS TO COMPLETION AT ANY VOLUME.
0097HR FD  RECON-WORK-FILE.
0097HT 01  RECON-WORK-RECORD.
0097HV     05  RECW-TYPE                   PIC X(01).
0097HX         88  RECW-NOT-ON-MASTER      VALUE "M".
0097HZ         88  RECW-NAME-MISMATCH      VALUE "N".
0097I1         88  RECW-MASTER-INACTIVE    VALUE "I".
0097I9     05  RECW-ID                     PIC X(05).
0097IF     05  RECW-NAME                   PIC X(15).
0097IL     05  RECW-MASTER-NAME            PIC X(15).
0097IR     05  RECW-STATUS-DATE            PIC X(06).
0097J1* RECON-WORK-FILE = IDS THE MATCH PASS FOUND IN THE EXTRACTS
0097J2* BUT NOT ON THE MASTER ("M"), AND IDS ON BOTH SIDES WHOSE
0097J3* EXTRACT NAME DIFFERS FROM THE MASTER NAME ("N", CARRYING
0097J4* BOTH NAMES), AND EXTRACT IDS WHOSE MASTER RECORD IS
0097J5* INACTIVE ("I", CARRYING THE DATE IT WENT INACTIVE), HELD
0097J6* ASIDE SO THE REPORT CAN STILL PRINT ITS SECTIONS IN ORDER.
0097J7 FD  PROP-MAINT-FILE.
0097J8 01  PROP-MAINT-CARD                 PIC X(47).
0097J9* PROP-MAINT-FILE = PROPOSED MAINTENANCE CARDS (MAINTREC
0097JA* LAYOUT, BUILT IN MAINT-RECORD) RAISED BY TONIGHT'S
0097JB* RECONCILIATION.  REBUILT EVERY RUN; DATA CONTROL REVIEWS
0097JC* THE LISTING AND RELEASES THE CARDS IT AGREES WITH INTO
0097JD* maint.txt.
0097JE FD  PROP-REPORT-FILE.
0097JF 01  PROP-REPORT-LINE                PIC X(80).
0097JG FD  NAME-CONTROL-FILE.
0097JH     COPY NAMECTL.
0097JI FD  ID-ASSIGN-FILE.
0097JJ 01  ID-ASSIGN-LINE                  PIC X(80).
0097JK* ID-ASSIGN-FILE = THE NEW-ID ASSIGNMENT LISTING - ONE LINE PER
0097JL* ADD CARD KEYED WITH ID 00000 AND THE ID IT WAS GIVEN, WITH THE
0097JM* SUBMITTER AND SUBMIT DATE SO DATA CONTROL CAN RETURN THE
0097JN* NUMBER ON THE PAPERWORK.  STARTED AFRESH FOR EACH BUSINESS
0097JO* DATE; A RERUN FOR THE SAME DATE ADDS ITS OWN LISTING BELOW THE
0097JP* EARLIER RUN'S (SEE 3190-OPEN-ID-LISTING).
0097JQ FD  ARCH-INDEX-FILE.
0097JR 01  ARCH-INDEX-RECORD.
0097JS     05  ARCHIDX-TYPE                PIC X(04).
0097JT     05  ARCHIDX-FILE-NAME           PIC X(40).
0097JU FD  JRNL-ARCH-FILE.
0097JV 01  AJRN-RECORD                     PIC X(105).
0097JW* ARCH-INDEX-FILE / JRNL-ARCH-FILE = THE JOURNAL ARCHIVES CUT BY
0097JX* ARCHUTL, READ ONLY WHEN THE ID CONTROL RECORD HAS TO BE REBUILT
0097JY* - A DELETED ID MAY SURVIVE NOWHERE BUT THERE.
0097K0 FD  APPR-REJ-FILE.
0097K1 01  APPRREJ-RECORD                  PIC X(56).
0097K2* APPR-REJ-FILE = THE TRANSACTIONS APPRVW REJECTED (APPVREC,
0097K3* STATUS "R", REJECTING SUPERVISOR STAMPED).  READ BY THE NEXT
0097K4* MAINTENANCE PASS ONLY TO TELL THE SUBMITTER, THEN EMPTIED.
0097K5 FD  NOTICE-WORK-FILE.
0097K6 01  NOTICE-WORK-RECORD.
0097K7     05  NTCW-USER-ID                PIC X(08).
0097K8     05  NTCW-SECTION                PIC X(01).
0097K9     05  NTCW-SEQ                    PIC 9(05).
0097KA     05  NTCW-ORIGIN                 PIC X(01).
0097KB     05  NTCW-OUTCOME                PIC X(01).
0097KC     05  NTCW-ACTION                 PIC X(01).
0097KD     05  NTCW-REC-ID                 PIC X(05).
0097KE     05  NTCW-NAME                   PIC X(15).
0097KF     05  NTCW-EFF-DATE               PIC X(06).
0097KG     05  NTCW-SUBMIT-DATE            PIC X(06).
0097KH     05  NTCW-REASON                 PIC X(02).
0097KI     05  NTCW-APPROVER               PIC X(08).
0097KJ     05  NTCW-NEW-ID                 PIC X(01).
0097KK FD  NOTICE-SORTED-FILE.
0097KL 01  NOTICE-SORTED-RECORD.
0097KM     05  NTCS-USER-ID                PIC X(08).
0097KN     05  NTCS-SECTION                PIC X(01).
0097KO         88  NTCS-TONIGHTS-CARD      VALUE "1".
0097KP     05  NTCS-SEQ                    PIC 9(05).
0097KQ     05  NTCS-ORIGIN                 PIC X(01).
0097KR     05  NTCS-OUTCOME                PIC X(01).
0097KS         88  NTCS-APPLIED            VALUE "A".
0097KT         88  NTCS-BANKED             VALUE "B".
0097KU         88  NTCS-STAGED             VALUE "S".
0097KV         88  NTCS-REJECTED           VALUE "R".
0097KW         88  NTCS-SUPV-REJECTED      VALUE "V".
0097KX     05  NTCS-ACTION                 PIC X(01).
0097KY     05  NTCS-REC-ID                 PIC X(05).
0097KZ     05  NTCS-NAME                   PIC X(15).
0097L0     05  NTCS-EFF-DATE               PIC X(06).
0097L1     05  NTCS-SUBMIT-DATE            PIC X(06).
0097L2     05  NTCS-REASON                 PIC X(02).
0097L3     05  NTCS-REASON-NUM REDEFINES NTCS-REASON
0097L4                                     PIC 9(02).
0097L5     05  NTCS-APPROVER               PIC X(08).
0097L6     05  NTCS-NEW-ID                 PIC X(01).
0097L7 SD  NOTICE-SORT-FILE.
0097L8 01  NOTICE-SORT-RECORD.
0097L9     05  NSRT-USER-ID                PIC X(08).
0097LA     05  NSRT-SECTION                PIC X(01).
0097LB     05  NSRT-SEQ                    PIC 9(05).
0097LC     05  FILLER                      PIC X(46).
0097LD* NOTICE-WORK-FILE = ONE RECORD PER TRANSACTION THE MAINTENANCE
0097LE* PASS SETTLED TONIGHT: WHO SUBMITTED IT, WHETHER IT IS ONE OF
0097LF* TONIGHT'S CARDS (SECTION 1) OR AN EARLIER SUBMISSION (SECTION
0097LG* 2 - ORIGIN B BANK RELEASE, A APPROVED RELEASE, V APPRVW
0097LH* REJECTION), AND THE OUTCOME: A APPLIED, B BANKED, S STAGED
0097LI* FOR APPROVAL, R REJECTED (REASON), V REJECTED BY A
0097LJ* SUPERVISOR, E NOT SETTLED (RUN ERROR).  SORTED BY SUBMITTER,
0097LK* SECTION AND ARRIVAL ORDER INTO ONE NOTICE PER SUBMITTER.
0097LL FD  NOTICE-FILE.
0097LM 01  NOTICE-LINE                     PIC X(80).
0097LN FD  NAME-LOCK-FILE.
0097LO     COPY LOCKREC.
009800 FD  REPORT-FILE.
009900 01  REPORT-LINE                     PIC X(80).
010000 FD  AUDIT-FILE.
013260*    IS LOGGED AND SKIPPED - A BATCH OF EXTRACTS MAY LEGITIMATELY
013270*    HAVE FEWER FILES SOME DAYS) OR IS THE SOLE DEFAULT
013280*    "hello.txt" INPUT (A MISSING SOLE INPUT FILE IS FATAL, THE
013281*    SAME AS BEFORE FILE-LIST-FILE SUPPORT WAS ADDED).
013282 01  EXTRACT-HEADER-RECORD.
013283     05  EXTRACT-HEADER-TAG          PIC X(03).
013284     05  EXTRACT-HEADER-SOURCE       PIC X(08).
013285     05  EXTRACT-HEADER-BUS-DATE     PIC X(06).
013286*    EXTRACT-HEADER-RECORD = THE "HDR" CONTROL RECORD EVERY
013287*    UPSTREAM EXTRACT NOW CARRIES AS ITS FIRST LINE: THE TAG,
013288*    THE SENDING SYSTEM, AND THE BUSINESS DATE (YYMMDD).
013289 01  EXTRACT-TRAILER-RECORD.
01328A     05  EXTRACT-TRAILER-TAG         PIC X(03).
01328B     05  EXTRACT-TRAILER-COUNT       PIC 9(05).
01328C*    EXTRACT-TRAILER-RECORD = THE "TRL" CONTROL RECORD EVERY
01328D*    UPSTREAM EXTRACT NOW CARRIES AS ITS LAST LINE, HOLDING THE
01328E*    NUMBER OF DETAIL RECORDS THE SENDER WROTE.  BALANCED IN
01328F*    2800-BALANCE-FILE AGAINST FILE-DETAIL-COUNT.
01328G 01  FILE-DETAIL-COUNT               PIC 9(05) VALUE ZERO.
01328H*    FILE-DETAIL-COUNT = DETAIL (NAME) RECORDS READ FROM THE
01328I*    INPUT FILE CURRENTLY BEING PROCESSED, RESET PER FILE.
01328J 01  EXTRACT-CONTROL-SWITCHES.
01328K     05  HEADER-SEEN-SWITCH          PIC X(01) VALUE "N".
01328L         88  HEADER-SEEN             VALUE "Y".
01328M     05  TRAILER-SEEN-SWITCH         PIC X(01) VALUE "N".
01328N         88  TRAILER-SEEN            VALUE "Y".
01328O     05  BALANCE-SWITCH              PIC X(01) VALUE "N".
01328P         88  EXTRACT-OUT-OF-BALANCE  VALUE "Y".
01328Q*    BALANCE-SWITCH STAYS "Y" FOR THE REST OF THE RUN ONCE ANY
01328R*    INPUT FILE FAILS ITS CONTROL-TOTAL CHECK, SO 3000-MAINTAIN-
01328S*    MASTER CAN REFUSE TO APPLY MAINTENANCE ON TOP OF A
01328T*    QUESTIONABLE DAY'S INPUT.
01328U 01  FILE-BALANCE-SWITCH             PIC X(01) VALUE "N".
01328V     88  FILE-IN-BALANCE             VALUE "Y".
01328W*    FILE-BALANCE-SWITCH = WHETHER THE FILE JUST READ PASSED
01328X*    ITS OWN CONTROL-TOTAL CHECK.  ONLY A BALANCED FILE IS
01328Y*    CHECKPOINTED AS COMPLETE - AN OUT-OF-BALANCE FILE MUST BE
01328Z*    RESENT AND RE-READ, SO A RESTART MUST NOT SKIP IT.
013290 01  OOB-FILE-COUNT                  PIC 9(03) VALUE ZERO.
013291*    OOB-FILE-COUNT = INPUT FILES THAT FAILED THE HEADER/
013292*    TRAILER BALANCE CHECK THIS RUN.
013293 01  RUN-BUS-DATE                    PIC X(06).
013294*    RUN-BUS-DATE = THE RUN'S OWN BUSINESS DATE (YYMMDD) -
013295*    THE CALENDAR'S "CUR " DATE, OR THE CLOCK DATE WHEN NO
013296*    CALENDAR IS ON FILE.  UNLIKE CURRENT-BUS-DATE IT IS
013297*    NEVER OVERWRITTEN BY AN EXTRACT HEADER, SO EFFECTIVE-
013298*    DATE COMPARES AND SUBMIT-DATE STAMPS IN THE MAINTENANCE
013299*    PASS CANNOT BE SKEWED BY WHATEVER DATE THE LAST SENDER
01329A*    PUT ON ITS HDR LINE.
01329B 01  CURRENT-BUS-DATE                PIC X(06).
01329C*    CURRENT-BUS-DATE = BUSINESS DATE (YYMMDD) FROM THE HEADER
01329D*    OF THE INPUT FILE CURRENTLY BEING PROCESSED, DEFAULTED TO
01329E*    THE RUN DATE IN 1000-INITIALIZE FOR ANY WORK DONE OUTSIDE
01329F*    A HEADERED FILE.
01329G 01  RUN-PARM                        PIC X(40).
01329H*    RUN-PARM = THE COMMAND-LINE PARAMETER, IF ANY.  "RESTART"
01329I*    RESUMES A FAILED RUN FROM THE CHECKPOINT FILE INSTEAD OF
01329J*    STARTING OVER FROM THE FIRST FILE-LIST ENTRY.
0132AB 01  RUN-MODE-SWITCH                 PIC X(01) VALUE "N".
0132AC     88  RESTART-MODE                VALUE "Y".
0132AD 01  CHECKPOINT-STATUS               PIC X(02).
013415     88  END-OF-RESUB-FILE           VALUE "Y".
013417 01  RESUB-PROCESS-SWITCH            PIC X(01) VALUE "N".
013419     88  RESUB-PROCESSING            VALUE "Y".
01341A*    RESUB-PROCESS-SWITCH = "Y" WHILE THE RESUBMISSION FILE IS
01341B*    BEING READ.  2400-VALIDATE-RECORD SKIPS THE PHYSICAL-
01341C*    LENGTH CHECKS FOR A RESUBMISSION (THE RECORD CAME OUT OF
01341D*    A FIXED LAYOUT, NOT OFF A TRANSMISSION LINE) AND 2500-
01341E*    WRITE-REJECT STEPS THE INCOMING CYCLE COUNT INSTEAD OF
01341F*    STARTING A NEW ONE.
01341G 01  RESUB-COUNT                     PIC 9(05) VALUE ZERO.
01341H*    RESUB-COUNT = RESUBMITTED RECORDS READ THIS RUN.
01341I 01  REJECT-MAX-CYCLES               PIC 9(02) VALUE 3.
01341J*    REJECT-MAX-CYCLES = THE MOST TIMES A RECORD MAY REJECT
01341K*    BEFORE IT STOPS CYCLING AND SURFACES ON THE AGED-REJECTS
01341L*    REPORT FOR DATA CONTROL TO RESOLVE AT THE SOURCE.
01341M 01  AGED-REPORT-STATUS              PIC X(02).
01341N     88  AGED-REPORT-STATUS-OK       VALUE "00".
01341O 01  AGED-REPORT-OPEN-SWITCH         PIC X(01) VALUE "N".
01341P     88  AGED-REPORT-OPEN            VALUE "Y".
01341Q*    AGED-REPORT-OPEN-SWITCH = THE AGED-REJECTS REPORT IS ONLY
01341R*    CREATED THE FIRST TIME A RUN ACTUALLY AGES A REJECT OFF
01341S*    THE CYCLE - MOST NIGHTS THERE IS NOTHING TO REPORT.
01341T 01  AGED-REJECT-COUNT               PIC 9(05) VALUE ZERO.
01341U 01  AGED-PAGE-COUNT                 PIC 9(03) VALUE ZERO.
01341V 01  AGED-LINE-COUNT                 PIC 9(02) VALUE ZERO.
01341W*    THE OLD 500-ENTRY INPUT-ID-TABLE IS GONE.  EVERY VALID ID
01341X*    READ THIS RUN (EXTRACTS AND RESUBMISSIONS) IS WRITTEN TO
01341Y*    ID-WORK-FILE INSTEAD, SORTED, AND MATCHED SEQUENTIALLY
01341Z*    AGAINST THE MASTER IN 4000-RECONCILE-MASTER - SO THE
013420*    RECONCILIATION VERDICT HOLDS AT TENS OF THOUSANDS OF
013421*    RECORDS A NIGHT WITH NO OVERFLOW TO WITHHOLD IT.
013422 01  ID-WORK-STATUS                  PIC X(02).
013423     88  ID-WORK-STATUS-OK           VALUE "00".
013424     88  ID-WORK-STATUS-EOF          VALUE "10".
013425 01  ID-SORTED-STATUS                PIC X(02).
013426     88  ID-SORTED-STATUS-OK         VALUE "00".
013427     88  ID-SORTED-STATUS-EOF        VALUE "10".
013428 01  ID-SORTED-END                   PIC X(01).
013429     88  END-OF-ID-SORTED            VALUE "Y".
01342A 01  RECON-WORK-STATUS               PIC X(02).
01342B     88  RECON-WORK-STATUS-OK        VALUE "00".
01342C     88  RECON-WORK-STATUS-EOF       VALUE "10".
01342D 01  RECON-WORK-END                  PIC X(01).
01342E     88  END-OF-RECON-WORK           VALUE "Y".
01342F 01  CURR-INPUT-ID                   PIC X(05).
01342G 01  CURR-INPUT-NAME                 PIC X(15).
01342H*    CURR-INPUT-ID/NAME = THE DISTINCT INPUT ID ON HAND IN
01342I*    THE MATCH PASS, HIGH-VALUES ONCE THE SORTED FILE IS
01342J*    EXHAUSTED SO THE MATCH DRAINS THE OTHER SIDE.
01342K 01  CURR-MASTER-ID                  PIC X(05).
01342L*    CURR-MASTER-ID = THE MASTER KEY ON HAND IN THE MATCH
01342M*    PASS, HIGH-VALUES ONCE THE MASTER IS EXHAUSTED.
01342N 01  DISTINCT-FOUND-SWITCH           PIC X(01).
01342O     88  DISTINCT-ID-FOUND           VALUE "Y".
01342P 01  INPUT-DISTINCT-COUNT            PIC 9(07) VALUE ZERO.
01342Q*    INPUT-DISTINCT-COUNT = DISTINCT IDS READ THIS RUN.
01342R 01  RECON-REPORT-STATUS             PIC X(02).
01342S     88  RECON-REPORT-STATUS-OK      VALUE "00".
01342T 01  RECON-PAGE-COUNT                PIC 9(03) VALUE ZERO.
01342U 01  RECON-LINE-COUNT                PIC 9(02) VALUE ZERO.
01342V 01  MASTER-READ-END                 PIC X(01) VALUE "N".
01342W     88  END-OF-MASTER-READ          VALUE "Y".
01342X 01  MASTER-ON-FILE-COUNT            PIC 9(05) VALUE ZERO.
01342Y*    MASTER-ON-FILE-COUNT = RECORDS ON THE NAME-MASTER AT
01342Z*    RECONCILIATION TIME (AFTER MAINTENANCE APPLIED).
013430 01  MASTER-NOT-IN-INPUT-COUNT       PIC 9(05) VALUE ZERO.
013431*    MASTER-NOT-IN-INPUT-COUNT = MASTER IDS NOT SEEN IN ANY OF
013432*    TODAY'S EXTRACTS OR RESUBMISSIONS.
013433 01  INPUT-NOT-ON-MASTER-COUNT       PIC 9(05) VALUE ZERO.
013434*    INPUT-NOT-ON-MASTER-COUNT = IDS READ TODAY THAT ARE NOT
013435*    ON THE MASTER AFTER MAINTENANCE.
013436 01  NAME-MISMATCH-COUNT             PIC 9(05) VALUE ZERO.
013437*    NAME-MISMATCH-COUNT = IDS ON BOTH SIDES WHOSE EXTRACT NAME
013438*    DIFFERS FROM MASTER-REC-NAME.  A MATCH ON ID ALONE USED TO
013439*    HIDE THESE; THEY NOW COUNT AGAINST THE BALANCE LIKE THE
01343A*    OTHER TWO FINDINGS.
01343B 01  INACTIVE-IN-INPUT-COUNT         PIC 9(05) VALUE ZERO.
01343C*    INACTIVE-IN-INPUT-COUNT = EXTRACT IDS WHOSE MASTER RECORD IS
01343D*    INACTIVE - AN UPSTREAM SYSTEM STILL SENDING SOMEONE MARKED
01343E*    GONE.  LISTED AND COUNTED AGAINST THE BALANCE, BUT NEVER
01343F*    PROPOSED FOR REACTIVATION - THAT IS A PERSON'S DECISION.
01343G 01  INACTIVE-NOT-IN-INPUT-COUNT     PIC 9(05) VALUE ZERO.
01343H*    INACTIVE-NOT-IN-INPUT-COUNT = INACTIVE MASTER RECORDS NOT IN
01343I*    TODAY'S EXTRACTS - EXPECTED, SO COUNTED ON THE CONTROL
01343J*    TOTALS BUT NOT LISTED AND NOT OUT OF BALANCE.
01343K 01  MAINT-INACTIVATED-COUNT         PIC 9(05) VALUE ZERO.
01343L 01  MAINT-REACTIVATED-COUNT         PIC 9(05) VALUE ZERO.
01343M*    MAINT-INACTIVATED/REACTIVATED-COUNT = "D" AND "R" CARDS
01343N*    APPLIED TONIGHT (ALSO INCLUDED IN MAINT-COUNT).
01343O 01  CURR-INPUT-DATE-ADDED           PIC X(06).
01343P*    CURR-INPUT-DATE-ADDED = DATE ADDED CARRIED BY THE FIRST
01343Q*    OCCURRENCE OF THE CURRENT DISTINCT INPUT ID, FOR THE
01343R*    PROPOSED "A" CARD.
01343S 01  RECON-PRINT-TYPE                PIC X(01).
01343T*    RECON-PRINT-TYPE = WHICH HELD FINDING ("M" OR "N", SEE
01343U*    RECW-TYPE) THE CURRENT PASS OVER THE RECON WORK FILE
01343V*    PRINTS - ONE PASS PER REPORT SECTION.
01343W 01  PROP-MAINT-STATUS               PIC X(02).
01343X     88  PROP-MAINT-STATUS-OK        VALUE "00".
01343Y 01  PROP-REPORT-STATUS              PIC X(02).
01343Z     88  PROP-REPORT-STATUS-OK       VALUE "00".
013440 01  PROP-PAGE-COUNT                 PIC 9(03) VALUE ZERO.
013441 01  PROP-LINE-COUNT                 PIC 9(02) VALUE ZERO.
013442 01  HELD-PROP-LINE                  PIC X(80).
013443*    HELD-PROP-LINE = STAGED REVIEW-LISTING LINE SAVED ACROSS A
013444*    PAGE BREAK BY 5750-PRINT-PROP-LINE.
013445 01  PROP-ADD-COUNT                  PIC 9(05) VALUE ZERO.
013446 01  PROP-CHANGE-COUNT               PIC 9(05) VALUE ZERO.
013447*    PROP-ADD/CHANGE-COUNT = PROPOSED "A" AND "C" CARDS WRITTEN
013448*    TO propmnt.txt TONIGHT.
013449 01  PROP-REASON-TEXT                PIC X(30).
01344A*    PROP-REASON-TEXT = WHY THE CARD WAS PROPOSED, PRINTED
01344B*    BESIDE IT ON THE REVIEW LISTING.
01344C 01  PROP-USER-ID                    PIC X(08) VALUE "RECON".
01344D*    PROP-USER-ID = MAINT-USER-ID STAMPED ON A PROPOSED CARD.
01344E*    WHOEVER RELEASES THE CARD INTO maint.txt KEYS THEIR OWN ID
01344F*    OVER IT.
01344G 01  RECON-SECTION-COUNT             PIC 9(05) VALUE ZERO.
01344H*    RECON-SECTION-COUNT = DETAIL LINES PRINTED IN THE CURRENT
01344I*    REPORT SECTION, SO AN EMPTY SECTION CAN SAY "(NONE)".
01344J 01  HELD-RECON-LINE                 PIC X(80).
01344K*    HELD-RECON-LINE = STAGED RECONCILIATION LINE SAVED ACROSS
01344L*    A PAGE BREAK (THE HEADER IS BUILT IN THE SAME RECORD
01344M*    AREA) BY 5860-HOLD-AND-BREAK-PAGE.
01344N 01  JOURNAL-STATUS                  PIC X(02).
01344O     88  JOURNAL-STATUS-OK           VALUE "00".
01344P     88  JOURNAL-STATUS-EOF          VALUE "10".
01344Q     88  JOURNAL-NOT-FOUND           VALUE "35".
01344R 01  SAVED-BEFORE-IMAGE.
01344S     05  SAVED-BEFORE-DATA           PIC X(26).
01344T     05  SAVED-BEFORE-STAT           PIC X(07).
01344U 01  SAVED-AFTER-IMAGE.
01344V     05  SAVED-AFTER-DATA            PIC X(26).
01344W     05  SAVED-AFTER-STAT            PIC X(07).
01344X*    SAVED-BEFORE-IMAGE / SAVED-AFTER-IMAGE = THE MASTER
01344Y*    RECORD AS IT STOOD BEFORE AND AFTER THE TRANSACTION BEING
01344Z*    APPLIED, STAGED BY 3310/3320/3330 FOR 3350-WRITE-JOURNAL.
013450*    SPACES STAND FOR "NO RECORD" (BEFORE AN ADD, AFTER A
013451*    DELETE).
013452*    THE -DATA PART IS THE 26-BYTE NAME-FILE IMAGE, THE -STAT
013453*    PART THE RECORD STATUS AND STATUS DATE (NAMESTAT) - EACH
013454*    GOES TO ITS OWN PLACE ON THE JOURNAL RECORD.
013455 01  NAME-CONTROL-STATUS             PIC X(02).
013456     88  NAME-CONTROL-STATUS-OK      VALUE "00".
013457     88  NAME-CONTROL-NOT-FOUND      VALUE "35".
013458 01  ID-ASSIGN-STATUS                PIC X(02).
013459     88  ID-ASSIGN-STATUS-OK         VALUE "00".
01345A 01  ID-LISTING-RERUN-SWITCH         PIC X(01) VALUE "N".
01345B     88  ID-LISTING-RERUN            VALUE "Y".
01345C 01  ID-LISTING-DATE-LINE            PIC X(80).
01345D*    ID-LISTING-RERUN = idasgn.txt ALREADY HOLDS A LISTING FOR
01345E*    THIS BUSINESS DATE (ITS RUN DATE LINE MATCHES
01345F*    ID-LISTING-DATE-LINE) - TONIGHT'S IS ADDED BELOW IT.
01345G 01  RERUN-LINE                      PIC X(80).
01345H*    RERUN-LINE = THE MARKER WRITTEN ABOVE A RERUN'S SECTION OF
01345I*    idasgn.txt OR OF A SUBMITTER NOTICE, SO THE EARLIER RUN'S
01345J*    LINES ABOVE IT ARE NOT TAKEN FOR TONIGHT'S.
01345K 01  ARCH-INDEX-STATUS               PIC X(02).
01345L     88  ARCH-INDEX-STATUS-OK        VALUE "00".
01345M     88  ARCH-INDEX-STATUS-EOF       VALUE "10".
01345N     88  ARCH-INDEX-NOT-FOUND        VALUE "35".
01345O 01  JRNL-ARCH-STATUS                PIC X(02).
01345P     88  JRNL-ARCH-STATUS-OK         VALUE "00".
01345Q     88  JRNL-ARCH-STATUS-EOF        VALUE "10".
01345R     88  JRNL-ARCH-NOT-FOUND         VALUE "35".
01345S 01  ARCH-INDEX-END                  PIC X(01) VALUE "N".
01345T     88  END-OF-ARCH-INDEX           VALUE "Y".
01345U 01  JRNL-ARCH-END                   PIC X(01).
01345V     88  END-OF-JRNL-ARCH            VALUE "Y".
01345W 01  ARCH-FILE-NAME                  PIC X(40).
01345X 01  ID-SCAN-END                     PIC X(01).
01345Y     88  END-OF-ID-SCAN              VALUE "Y".
01345Z*    ID-SCAN-END = END SWITCH SHARED BY THE MASTER AND LIVE-
013460*    JOURNAL PASSES OF 3170-REBUILD-ID-CONTROL.
013461 01  ID-CONTROL-SWITCH               PIC X(01) VALUE "N".
013462     88  ID-CONTROL-READY            VALUE "Y".
013463*    ID-CONTROL-READY = THE HIGH-WATER MARK WAS LOADED (OR
013464*    REBUILT) AND SAVED CLEANLY.  WITHOUT IT AN ID-00000 ADD IS
013465*    REJECTED RATHER THAN GIVEN A NUMBER THAT CANNOT BE PROVEN
013466*    UNUSED.
013467 01  ID-HIGH-WATER                   PIC 9(05) VALUE ZERO.
013468*    ID-HIGH-WATER = WORKING COPY OF NCTL-HIGH-ID - THE HIGHEST
013469*    ID EVER ASSIGNED OR ADDED.
01346A 01  ID-CANDIDATE                    PIC 9(05).
01346B 01  ID-SEARCH-SWITCH                PIC X(01).
01346C     88  ID-CANDIDATE-FREE           VALUE "Y".
01346D     88  ID-SEARCH-FAILED            VALUE "F".
01346E*    ID-CANDIDATE = NEXT ID TRIED ABOVE THE MARK; ID-SEARCH-SWITCH
01346F*    SAYS WHETHER IT IS FREE ON THE MASTER OR THE READ FAILED.
01346G 01  ID-ASSIGNED-SWITCH              PIC X(01) VALUE "N".
01346H     88  ID-WAS-ASSIGNED             VALUE "Y".
01346I*    ID-WAS-ASSIGNED = THE ADD BEING APPLIED CAME IN AS ID 00000
01346J*    AND MAINT-REC-ID NOW HOLDS THE NUMBER 3315 GAVE IT.
01346K 01  ID-ASSIGN-COUNT                 PIC 9(05) VALUE ZERO.
01346L*    ID-ASSIGN-COUNT = NEW IDS ASSIGNED TONIGHT.
01346M 01  SAME-ADD-SWITCH                 PIC X(01).
01346N     88  SAME-ADD-ON-MASTER          VALUE "Y".
01346O     88  SAME-ADD-CHECK-FAILED       VALUE "F".
01346P 01  SAME-ADD-ID                     PIC 9(05).
01346Q*    SAME-ADD-ON-MASTER = AN ID-00000 ADD WHOSE NAME AND DATE
01346R*    ADDED ARE ALREADY ON THE MASTER (AS SAME-ADD-ID) - A RERUN
01346S*    OF A NIGHT WHOSE maint.txt WAS ALREADY APPLIED, OR THE SAME
01346T*    PAPERWORK KEYED TWICE.  IT IS REJECTED (12) THE WAY AN
01346U*    EXPLICIT-ID ADD IS ON A RERUN, NOT GIVEN A SECOND ID.
01346V 01  APPR-REJ-STATUS                 PIC X(02).
01346W     88  APPR-REJ-STATUS-OK          VALUE "00".
01346X     88  APPR-REJ-STATUS-EOF         VALUE "10".
01346Y     88  APPR-REJ-NOT-FOUND          VALUE "35".
01346Z 01  APPR-REJ-END                    PIC X(01) VALUE "N".
013470     88  END-OF-APPR-REJ             VALUE "Y".
013471 01  APPR-REJ-AVAIL-SWITCH           PIC X(01) VALUE "N".
013472     88  APPR-REJ-AVAILABLE          VALUE "Y".
013473*    APPR-REJ-AVAIL-SWITCH = APPRVW REJECTIONS ARE WAITING TO BE
013474*    TOLD TO THEIR SUBMITTERS - ENOUGH ON ITS OWN TO RUN THE
013475*    MAINTENANCE PASS.
013476 01  NOTICE-WORK-STATUS              PIC X(02).
013477     88  NOTICE-WORK-STATUS-OK       VALUE "00".
013478 01  NOTICE-SORTED-STATUS            PIC X(02).
013479     88  NOTICE-SORTED-STATUS-OK     VALUE "00".
01347A     88  NOTICE-SORTED-STATUS-EOF    VALUE "10".
01347B 01  NOTICE-SORTED-END               PIC X(01) VALUE "N".
01347C     88  END-OF-NOTICE-SORTED        VALUE "Y".
01347D 01  NOTICE-FILE-STATUS              PIC X(02).
01347E     88  NOTICE-FILE-STATUS-OK       VALUE "00".
01347F     88  NOTICE-FILE-NOT-FOUND       VALUE "35".
01347G 01  NOTICE-FILE-NAME                PIC X(40).
01347H 01  NOTICE-WORK-SWITCH              PIC X(01) VALUE "N".
01347I     88  NOTICE-WORK-OPEN            VALUE "Y".
01347J 01  NOTICE-OPEN-SWITCH              PIC X(01) VALUE "N".
01347K     88  NOTICE-FILE-OPEN            VALUE "Y".
01347L 01  NOTICE-RERUN-SWITCH             PIC X(01) VALUE "N".
01347M     88  NOTICE-RERUN                VALUE "Y".
01347N*    NOTICE-RERUN = THE SUBMITTER'S NOTICE FOR THIS BUSINESS DATE
01347O*    WAS ALREADY ON FILE AND IS BEING EXTENDED.
01347P 01  NOTICE-ORIGIN                   PIC X(01).
01347Q     88  NOTICE-FROM-CARD            VALUE "N".
01347R*    NOTICE-ORIGIN = WHERE THE TRANSACTION BEING ROUTED CAME
01347S*    FROM: N TONIGHT'S maint.txt, B THE PENDING BANK, A THE
01347T*    APPROVED-RELEASE FILE, V THE APPRVW REJECTION FILE.
01347U 01  NOTICE-OUTCOME                  PIC X(01).
01347V*    NOTICE-OUTCOME = WHAT BECAME OF IT, SET BY THE PARAGRAPH
01347W*    THAT SETTLED IT (3350 A, 3400 R, 3500 B, 3550 S).  IT
01347X*    STARTS AT E SO A TRANSACTION LOST TO AN I/O ERROR STILL
01347Y*    SHOWS ON ITS SUBMITTER'S NOTICE.
01347Z 01  NOTICE-SEQ                      PIC 9(05) VALUE ZERO.
013480 01  NOTICE-USER                     PIC X(08) VALUE SPACES.
013481 01  NOTICE-SECTION                  PIC X(01).
013482 01  NOTICE-OUTCOME-TEXT             PIC X(44).
013483 01  NOTICE-TALLY.
013484     05  NTC-TALLY-SECTION           OCCURS 2 TIMES.
013485         10  NTC-SUBMITTED           PIC 9(05).
013486         10  NTC-APPLIED             PIC 9(05).
013487         10  NTC-BANKED              PIC 9(05).
013488         10  NTC-STAGED              PIC 9(05).
013489         10  NTC-REJECTED            PIC 9(05).
01348A         10  NTC-NOT-SETTLED         PIC 9(05).
01348B*    NOTICE-TALLY = ONE SUBMITTER'S COUNTS BY OUTCOME - SECTION
01348C*    1 TONIGHT'S CARDS, SECTION 2 EARLIER SUBMISSIONS.  THE
01348D*    OUTCOME COUNTS ALWAYS ADD UP TO NTC-SUBMITTED.
01348E 01  NTC-SUB                         PIC 9(01) COMP.
01348F 01  MREJ-REASON-TEXTS.
01348G     05  FILLER                      PIC X(24)
01348H         VALUE "ID NOT ON MASTER".
01348I     05  FILLER                      PIC X(24)
01348J         VALUE "ID ALREADY ON MASTER".
01348K     05  FILLER                      PIC X(24)
01348L         VALUE "BAD ACTION CODE".
01348M     05  FILLER                      PIC X(24)
01348N         VALUE "NO NEW ID AVAILABLE".
01348O     05  FILLER                      PIC X(24)
01348P         VALUE "RECORD STATUS DISALLOWS".
01348Q     05  FILLER                      PIC X(24)
01348R         VALUE "NOT A REGISTERED KEYER".
01348S 01  MREJ-REASON-TABLE REDEFINES MREJ-REASON-TEXTS.
01348T     05  MREJ-REASON-TEXT            PIC X(24) OCCURS 6 TIMES.
01348U*    MREJ-REASON-TEXT = WORDING OF MREJREC REASONS 11 THRU 16
01348V*    FOR THE SUBMITTER NOTICES, SUBSCRIPTED BY REASON LESS 10.
01348W 01  MREJ-REASON-SUB                 PIC 9(02) COMP.
01348X 01  NAME-LOCK-STATUS                PIC X(02).
01348Y     88  NAME-LOCK-STATUS-OK         VALUE "00".
01348Z     88  NAME-LOCK-NOT-FOUND         VALUE "35".
013490 01  NAME-LOCK-SWITCH                PIC X(01) VALUE "N".
013491     88  NAME-LOCK-HELD              VALUE "Y".
013492     88  NAME-LOCK-INHERITED         VALUE "C".
013493     88  NAME-LOCK-COVERED           VALUE "Y" "C".
013494 01  NAME-LOCK-IMAGE                 PIC X(36).
013495*    NAME-LOCK-SWITCH / NAME-LOCK-IMAGE = THIS RUN HOLDS THE
013496*    NAME-FILE ENQUEUE, AND THE LOCK RECORD IT WROTE.  THE LOCK
013497*    IS ONLY RELEASED WHILE THE RECORD ON FILE IS STILL THIS ONE
013498*    - A LOCK THE OPERATOR CLEARED, AND ANOTHER JOB MAY SINCE
013499*    HAVE TAKEN, IS LEFT ALONE.  "C" = THE NIGHTLY CHAIN HOLDS
01349A*    THE LOCK AND THIS RUN IS ONE OF ITS STEPS - NOTHING OF
01349B*    OURS TO RELEASE.
01349C 01  NAME-LOCK-CHAIN-IMAGE           PIC X(36).
01349D*    NAME-LOCK-CHAIN-IMAGE = THE CHAIN'S LOCK RECORD, PASSED BY
01349E*    NIGHTLYRUN IN THE NAMELOCK ENVIRONMENT VARIABLE.
01349F 01  NAME-LOCK-DATE-RAW              PIC 9(06).
01349G 01  NAME-LOCK-TIME-RAW              PIC 9(08).
01349H 77  NOTICE-CARD-TOTAL               PIC 9(05) VALUE ZERO.
01349I*    NOTICE-CARD-TOTAL = TONIGHT'S CARDS NOTED FOR THE NOTICES -
01349J*    MUST TIE TO MAINT-CARD-COUNT.
01349K 77  NOTICE-FILE-COUNT               PIC 9(05) VALUE ZERO.
01349L 77  SUPV-REJECT-COUNT               PIC 9(05) VALUE ZERO.
01349M*    SUPV-REJECT-COUNT = APPRVW REJECTIONS PASSED ON TO THEIR
01349N*    SUBMITTERS TONIGHT.
01349O 01  ID-REBUILD-SWITCH               PIC X(01) VALUE "N".
01349P     88  ID-REBUILD-FAILED           VALUE "Y".
01349Q*    ID-REBUILD-FAILED = A FILE READ BY 3170 FAILED, SO THE
01349R*    REBUILT MARK CANNOT BE TRUSTED AND IS NOT SAVED.
0134AA 01  RESTART-BASE-COUNTS.
0134AB     05  RESTART-BASE-ISUM           PIC 9(05) VALUE ZERO.
0134AC     05  RESTART-BASE-REJECT-COUNT   PIC 9(05) VALUE ZERO.
014557 01  PEND-IN-END                     PIC X(01) VALUE "N".
014558     88  END-OF-PEND-IN              VALUE "Y".
014559 01  PEND-OUT-END                    PIC X(01) VALUE "N".
01455C     88  END-OF-PEND-OUT             VALUE "Y".
01455F 01  PEND-AVAILABLE-SWITCH           PIC X(01) VALUE "N".
01455I     88  PEND-BANK-AVAILABLE         VALUE "Y".
01455L 01  PEND-READ-FAIL-SWITCH           PIC X(01) VALUE "N".
01455O     88  PEND-READ-FAILED            VALUE "Y".
01455R*    PEND-READ-FAIL-SWITCH = THE PENDING-BANK READ PASS ENDED
01455U*    ON AN I/O ERROR.  THE BANK IS THEN LEFT UNTOUCHED -
01455X*    COPYING THE WORK FILE BACK FROM A PARTIAL READ WOULD
014560*    SILENTLY LOSE EVERY BANKED TRANSACTION NEVER REACHED.
014563 01  MAINT-BANKED-COUNT              PIC 9(05) VALUE ZERO.
014564*    MAINT-BANKED-COUNT = TRANSACTIONS WRITTEN TO THE PENDING
014565*    BANK TONIGHT BECAUSE THEIR EFFECTIVE DATE IS STILL IN THE
01458E*    RIGHT - A NIGHT WITH NO CARDS AND NO PENDING BANK MUST
01458F*    STILL APPLY THE RELEASES, NOT LEAVE THEM SITTING IN A
01458G*    ONE-SHOT FILE.
01458I 01  APPROVE-PROCESS-SWITCH          PIC X(01) VALUE "N".
01458K     88  APPROVE-PROCESSING          VALUE "Y".
01458M*    APPROVE-PROCESS-SWITCH = "Y" WHILE A TRANSACTION OFF THE
01458O*    APPROVED-RELEASE FILE IS BEING APPLIED, SO THE ROUTING
01458Q*    DOES NOT STAGE IT FOR APPROVAL A SECOND TIME AND THE
01458S*    JOURNAL PICKS UP THE APPROVER'S ID.
014590 01  CURRENT-APPROVER                PIC X(08) VALUE SPACES.
014591 01  APPROVAL-THRESHOLD              PIC 9(05) VALUE 50.
014592*    APPROVAL-THRESHOLD = THE MOST MAINTENANCE CARDS A NORMAL
0145C7*    SRC-ACCEPTED-COUNT = RECEIVED LESS REJECTED, COMPUTED
0145C8*    PER SOURCE AT ACK TIME.
0145C9 01  ACK-SUB                         PIC 9(02) COMP.
0145CA 01  USER-REG-STATUS                 PIC X(02).
0145CB     88  USER-REG-STATUS-OK          VALUE "00".
0145CC     88  USER-REG-STATUS-EOF         VALUE "10".
0145CD     88  USER-REG-NOT-FOUND          VALUE "35".
0145CE 01  USER-REG-END                    PIC X(01) VALUE "N".
0145CF     88  END-OF-USER-REG             VALUE "Y".
0145CG 01  KEYER-TABLE.
0145CH     05  KEYER-ENTRY-ID              OCCURS 200 TIMES
0145CI                                     INDEXED BY KEYER-IDX
0145CJ                                     PIC X(08).
0145CK*    KEYER-TABLE = THE USER IDS THE REGISTRY ALLOWS TO SUBMIT
0145CL*    MAINTENANCE (ROLE K OR B).  SUPERVISOR-ONLY IDS ARE NOT
0145CM*    LOADED - THEY MAY NOT KEY CARDS.
0145CN 01  KEYER-COUNT                     PIC 9(03) COMP VALUE ZERO.
0145CO 01  KEYER-FOUND-SWITCH              PIC X(01).
0145CP     88  KEYER-REGISTERED            VALUE "Y".
0145CQ     88  KEYER-UNREGISTERED          VALUE "N".
0145CR 01  USER-REG-AVAIL-SWITCH           PIC X(01) VALUE "N".
0145CS     88  USER-REG-AVAILABLE          VALUE "Y".
0145CT*    USER-REG-AVAIL-SWITCH = A USER REGISTRY WITH AT LEAST ONE
0145CU*    KEYER WAS LOADED.  WITHOUT ONE THE MAINTENANCE PASS IS
0145CV*    SUPPRESSED - NO CARD CAN BE PROVED TO COME FROM A KEYER.
0145CW 77  KEYER-REJECT-COUNT              PIC 9(05) VALUE ZERO.
0145CX*    KEYER-REJECT-COUNT = TRANSACTIONS REJECTED THIS RUN BECAUSE
0145CY*    THE MAINT-USER-ID IS NOT A REGISTERED KEYER (REASON 16).
0145D0 01  BUSCAL-STATUS                   PIC X(02).
0145D1     88  BUSCAL-STATUS-OK            VALUE "00".
0145D2     88  BUSCAL-STATUS-EOF           VALUE "10".
019300* 0000-MAINLINE - CONTROLS OVERALL FLOW OF THE PROGRAM.
019400******************************************************************
019500 0000-MAINLINE.
019501     PERFORM 1900-TAKE-LOCK
019502         THRU 1900-EXIT
019503     IF NAME-LOCK-COVERED
019600         PERFORM 1000-INITIALIZE
019700             THRU 1000-EXIT
019800         PERFORM 1500-PROCESS-INPUT-FILES
019900             THRU 1500-EXIT
019910         PERFORM 1700-PROCESS-RESUB-FILE
019920             THRU 1700-EXIT
019930         PERFORM 2480-COUNT-DUPLICATES
019940             THRU 2480-EXIT
020000         PERFORM 3000-MAINTAIN-MASTER
020100             THRU 3000-EXIT
020110         PERFORM 4000-RECONCILE-MASTER
020120             THRU 4000-EXIT
020200         PERFORM 8000-PRINT-SUMMARY
020300             THRU 8000-EXIT
020310         PERFORM 8600-WRITE-ACKS
020320             THRU 8600-EXIT
020400         PERFORM 8500-WRITE-AUDIT-LOG
020500             THRU 8500-EXIT
020600         PERFORM 9000-TERMINATE
020700             THRU 9000-EXIT
020701     END-IF
020702     PERFORM 9500-RELEASE-LOCK
020703         THRU 9500-EXIT
020800     STOP RUN.
020900******************************************************************
021000* 1000-INITIALIZE - SETS THE REPORT PAGE SIZE, COMPUTES THE RUN
02190I     MOVE RUN-DATE-RAW(5:2) TO CLOCK-DATE-DISPLAY(4:2)
02190J     MOVE "/" TO CLOCK-DATE-DISPLAY(6:1)
02190K     MOVE RUN-DATE-RAW(1:2) TO CLOCK-DATE-DISPLAY(7:2)
02196K     PERFORM 1050-READ-BUS-CALENDAR
0219CK         THRU 1050-EXIT
022000     MOVE RUN-DATE-RAW(3:2) TO RUN-DATE-DISPLAY(1:2)
022100     MOVE "/" TO RUN-DATE-DISPLAY(3:1)
022200     MOVE RUN-DATE-RAW(5:2) TO RUN-DATE-DISPLAY(4:2)
022467     ELSE
022468         OPEN OUTPUT CHECKPOINT-FILE
022469         CLOSE CHECKPOINT-FILE
02246F     END-IF
02246L     PERFORM 1200-LOAD-SOURCE-REGISTRY
02246R         THRU 1200-EXIT
022471     OPEN EXTEND REJECT-FILE
022472     IF REJECT-FILE-NOT-FOUND
022473         OPEN OUTPUT REJECT-FILE
02260C*    RESTART POINT, THE SAME RULE THE OLD TABLES FOLLOWED.
02260D     OPEN OUTPUT DUP-WORK-FILE
02260E     OPEN OUTPUT ID-WORK-FILE
0226CE     OPEN OUTPUT REPORT-FILE
022700     PERFORM 5000-PRINT-HEADER
022800         THRU 5000-EXIT.
022900 1000-EXIT.
023012     CLOSE BUSCAL-FILE.
023013 1050-EXIT.
023014     EXIT.
02301G******************************************************************
023020* 1100-LOAD-CHECKPOINT - RELOADS THE CHECKPOINT FILE IN RESTART
023030*                        MODE.  EVERY LINE NAMES AN INPUT FILE
023040*                        THE FAILED RUN FINISHED; THE TOTALS ON
0230E1         MOVE CHKPT-REJECT-COUNT  TO REJECT-COUNT
0230E2*        CHKPT-DUP-COUNT IS NOT RESTORED - IT IS ALWAYS ZERO
0230E3*        NOW, AND THE FAILED RUN'S AUDIT LINE ALREADY CARRIES
0230E4*        THE DUPS FROM THE FILES IT FINISHED.
0230E5         MOVE CHKPT-FILE-COUNT    TO INPUT-FILE-COUNT
0230E6     END-IF.
0230E7 1150-EXIT.
0230E8     EXIT.
0230M2     MOVE "Y"  TO SRC-BALANCE-FLAG(SOURCE-REG-COUNT).
0230M3 1250-EXIT.
0230M4     EXIT.
0230M5******************************************************************
0230M6* 1900-TAKE-LOCK - TAKES THE NAME-FILE ENQUEUE (namelock.txt,
0230M7*                  COPYBOOK LOCKREC) BEFORE ANY FILE IS OPENED.
0230M8*                  THE USER IS THE LOGIN NAME.  A LOCK THAT
0230M9*                  MATCHES THE NAMELOCK ENVIRONMENT VARIABLE IS
0230MA*                  THE NIGHTLY CHAIN'S OWN - THIS RUN IS ONE OF
0230MB*                  ITS STEPS AND GOES ON UNDER IT.
0230MC*                  A LOCK ALREADY ON FILE STOPS THE RUN WITH
0230MD*                  RETURN CODE 8, NAMING THE HOLDER.  THE NEW
0230ME*                  LOCK IS READ BACK ONCE WRITTEN - IF ANOTHER
0230MF*                  JOB WROTE ITS OWN IN THE SAME INSTANT, THAT IS
0230MG*                  THE ONE FOUND, AND THIS RUN STANDS DOWN.
0230MH******************************************************************
0230MI 1900-TAKE-LOCK.
0230MJ     OPEN INPUT NAME-LOCK-FILE
0230MK     IF NAME-LOCK-NOT-FOUND
0230ML         GO TO 1910-WRITE-LOCK
0230MM     END-IF
0230MN     IF NOT NAME-LOCK-STATUS-OK
0230MO         DISPLAY "TEST1 - I/O ERROR ON LOCK FILE, STATUS = "
0230MP             NAME-LOCK-STATUS
0230MQ         MOVE 8 TO RETURN-CODE
0230MR         GO TO 1900-EXIT
0230MS     END-IF
0230MT     READ NAME-LOCK-FILE
0230MU     IF NAME-LOCK-STATUS-OK
0230MV         AND LOCK-TAG-VALID
0230MW         MOVE SPACES TO NAME-LOCK-CHAIN-IMAGE
0230MX         ACCEPT NAME-LOCK-CHAIN-IMAGE FROM ENVIRONMENT "NAMELOCK"
0230MY         IF NAME-LOCK-RECORD = NAME-LOCK-CHAIN-IMAGE
0230MZ             MOVE "C" TO NAME-LOCK-SWITCH
0230N0             CLOSE NAME-LOCK-FILE
0230N1             GO TO 1900-EXIT
0230N2         END-IF
0230N3         PERFORM 1950-SHOW-LOCK-HOLDER
0230N4             THRU 1950-EXIT
0230N5         CLOSE NAME-LOCK-FILE
0230N6         GO TO 1900-EXIT
0230N7     END-IF
0230N8     CLOSE NAME-LOCK-FILE.
0230N9 1910-WRITE-LOCK.
0230NA     OPEN OUTPUT NAME-LOCK-FILE
0230NB     IF NOT NAME-LOCK-STATUS-OK
0230NC         DISPLAY "TEST1 - I/O ERROR ON LOCK FILE, STATUS = "
0230ND             NAME-LOCK-STATUS
0230NE         MOVE 8 TO RETURN-CODE
0230NF         GO TO 1900-EXIT
0230NG     END-IF
0230NH     MOVE SPACES TO NAME-LOCK-RECORD
0230NI     MOVE "NLCK" TO LOCK-TAG
0230NJ     MOVE "TEST1" TO LOCK-PROGRAM
0230NK     ACCEPT LOCK-USER FROM ENVIRONMENT "USER"
0230NL     IF LOCK-USER = SPACES
0230NM         MOVE "UNKNOWN" TO LOCK-USER
0230NN     END-IF
0230NO     ACCEPT NAME-LOCK-DATE-RAW FROM DATE
0230NP     MOVE NAME-LOCK-DATE-RAW(3:2) TO LOCK-START-DATE(1:2)
0230NQ     MOVE "/" TO LOCK-START-DATE(3:1)
0230NR     MOVE NAME-LOCK-DATE-RAW(5:2) TO LOCK-START-DATE(4:2)
0230NS     MOVE "/" TO LOCK-START-DATE(6:1)
0230NT     MOVE NAME-LOCK-DATE-RAW(1:2) TO LOCK-START-DATE(7:2)
0230NU     ACCEPT NAME-LOCK-TIME-RAW FROM TIME
0230NV     MOVE NAME-LOCK-TIME-RAW(1:2) TO LOCK-START-TIME(1:2)
0230NW     MOVE ":" TO LOCK-START-TIME(3:1)
0230NX     MOVE NAME-LOCK-TIME-RAW(3:2) TO LOCK-START-TIME(4:2)
0230NY     MOVE ":" TO LOCK-START-TIME(6:1)
0230NZ     MOVE NAME-LOCK-TIME-RAW(5:2) TO LOCK-START-TIME(7:2)
0230O0     MOVE NAME-LOCK-RECORD TO NAME-LOCK-IMAGE
0230O1     WRITE NAME-LOCK-RECORD
0230O2     IF NOT NAME-LOCK-STATUS-OK
0230O3         DISPLAY "TEST1 - I/O ERROR ON LOCK FILE, STATUS = "
0230O4             NAME-LOCK-STATUS
0230O5         MOVE 8 TO RETURN-CODE
0230O6         CLOSE NAME-LOCK-FILE
0230O7         GO TO 1900-EXIT
0230O8     END-IF
0230O9     CLOSE NAME-LOCK-FILE
0230OA     OPEN INPUT NAME-LOCK-FILE
0230OB     IF NOT NAME-LOCK-STATUS-OK
0230OC         DISPLAY "TEST1 - I/O ERROR ON LOCK FILE, STATUS = "
0230OD             NAME-LOCK-STATUS
0230OE         MOVE 8 TO RETURN-CODE
0230OF         GO TO 1900-EXIT
0230OG     END-IF
0230OH     READ NAME-LOCK-FILE
0230OI     IF NOT NAME-LOCK-STATUS-OK
0230OJ         DISPLAY "TEST1 - LOCK FILE EMPTIED BEFORE THE LOCK "
0230OK             "COULD BE CONFIRMED - NOTHING WAS DONE"
0230OL         MOVE 8 TO RETURN-CODE
0230OM         CLOSE NAME-LOCK-FILE
0230ON         GO TO 1900-EXIT
0230OO     END-IF
0230OP     IF NAME-LOCK-RECORD NOT = NAME-LOCK-IMAGE
0230OQ         PERFORM 1950-SHOW-LOCK-HOLDER
0230OR             THRU 1950-EXIT
0230OS         CLOSE NAME-LOCK-FILE
0230OT         GO TO 1900-EXIT
0230OU     END-IF
0230OV     CLOSE NAME-LOCK-FILE
0230OW     MOVE "Y" TO NAME-LOCK-SWITCH.
0230OX 1900-EXIT.
0230OY     EXIT.
0230OZ******************************************************************
0230P0* 1950-SHOW-LOCK-HOLDER - NAMES THE JOB HOLDING THE LOCK AND
0230P1*                         STOPS THIS RUN WITH RETURN CODE 8.
0230P2******************************************************************
0230P3 1950-SHOW-LOCK-HOLDER.
0230P4     DISPLAY "TEST1 - NAME FILES IN USE BY " LOCK-PROGRAM
0230P5         " USER " LOCK-USER
0230P6     DISPLAY "TEST1 - LOCKED SINCE " LOCK-START-DATE " "
0230P7         LOCK-START-TIME " - NOTHING WAS DONE"
0230P8     DISPLAY "TEST1 - RUN AGAIN WHEN THAT JOB ENDS.  IF IT IS "
0230P9         "NO LONGER RUNNING,"
0230PA     DISPLAY "TEST1 - THE OPERATOR CLEARS THE LOCK WITH: "
0230PB         "lockutl CLEAR"
0230PC     MOVE 8 TO RETURN-CODE.
0230PD 1950-EXIT.
0230PE     EXIT.
023100******************************************************************
023200* 1500-PROCESS-INPUT-FILES - DRIVES THE LISTING/VALIDATION PASS
023300*                            OVER ONE OR MORE INPUT FILES.  IF
043500 2450-EXIT.
043600     EXIT.
044902******************************************************************
044904* 2470-NOTE-INPUT-ID - WRITES THE VALID RECORD'S ID (AND NAME
044906*                      AND DATE ADDED, FOR THE RECONCILIATION
044907*                      REPORT AND ITS PROPOSED CARDS) TO THE
044908*                      INPUT-ID WORK FILE.  DUPLICATE IDS ARE
044910*                      COLLAPSED AFTER THE SORT IN 4000-
044912*                      RECONCILE-MASTER.
044916 2470-NOTE-INPUT-ID.
044918     MOVE NAME-REC-ID   TO IDW-ID
044920     MOVE NAME-REC-NAME TO IDW-NAME
044921     MOVE NAME-REC-DATE-ADDED TO IDW-DATE-ADDED
044922     WRITE ID-WORK-RECORD
044924     IF NOT ID-WORK-STATUS-OK
044926         DISPLAY "TEST1 - I/O ERROR ON ID-WORK-FILE, "
046714 2600-PROCESS-HEADER.
046716     MOVE HELLO-FILE-RECORD(1:17) TO EXTRACT-HEADER-RECORD
046718     MOVE "Y" TO HEADER-SEEN-SWITCH
046719     MOVE EXTRACT-HEADER-BUS-DATE TO CURRENT-BUS-DATE
04671A     DISPLAY "TEST1 - EXTRACT FROM " EXTRACT-HEADER-SOURCE
04671B         " BUSINESS DATE " EXTRACT-HEADER-BUS-DATE
04671C     IF REGISTRY-AVAILABLE
04671D         PERFORM 2650-FIND-SOURCE
04671E             THRU 2650-EXIT
04671F     END-IF.
04671G 2600-EXIT.
04671H     EXIT.
04671I******************************************************************
04671J* 2650-FIND-SOURCE - MATCHES THE HEADER'S SOURCE CODE AGAINST
04671K*                    THE REGISTRY.  AN UNREGISTERED SOURCE IS
04671L*                    CALLED OUT HERE AND FAILS THE FILE'S
04671M*                    BALANCE CHECK IN 2800-BALANCE-FILE.
04671N******************************************************************
04671O 2650-FIND-SOURCE.
04671P     MOVE "N" TO SOURCE-FOUND-SWITCH
04671Q     MOVE ZERO TO CURRENT-SOURCE-SUB
04671R     PERFORM 2655-MATCH-ONE-SOURCE
04671S         THRU 2655-EXIT
04671T         VARYING SRC-IDX FROM 1 BY 1
04671U         UNTIL SRC-IDX > SOURCE-REG-COUNT
04671V             OR SOURCE-REGISTERED
04671W     IF SOURCE-UNREGISTERED
04671X         DISPLAY "TEST1 - SOURCE " EXTRACT-HEADER-SOURCE
04671Y             " IS NOT ON THE SOURCE REGISTRY"
04671Z     END-IF.
046720 2650-EXIT.
046721     EXIT.
046722******************************************************************
046723* 2655-MATCH-ONE-SOURCE - COMPARES THE HEADER'S SOURCE CODE
046724*                         AGAINST ONE REGISTRY ENTRY.
046725******************************************************************
046726 2655-MATCH-ONE-SOURCE.
046727     IF EXTRACT-HEADER-SOURCE = SRCREG-CODE(SRC-IDX)
046728         MOVE "Y" TO SOURCE-FOUND-SWITCH
046729         SET CURRENT-SOURCE-SUB TO SRC-IDX
04672A     END-IF.
04672B 2655-EXIT.
04672C     EXIT.
04672D******************************************************************
04672E* 2700-PROCESS-TRAILER - CAPTURES THE "TRL" CONTROL RECORD FROM
046734*                        THE CURRENT INPUT FILE AND SAVES THE
046736*                        SENDER'S RECORD COUNT FOR THE BALANCE
046738*                        CHECK IN 2800-BALANCE-FILE.
046774 2800-BALANCE-FILE.
046776     IF NOT HEADER-SEEN
046778         DISPLAY "TEST1 - NO HEADER RECORD ON "
04677B             HELLO-FILE-NAME
04677E         GO TO 2850-MARK-OUT-OF-BALANCE
04677H     END-IF
04677K     IF REGISTRY-AVAILABLE
04677N         AND SOURCE-UNREGISTERED
04677Q         DISPLAY "TEST1 - UNREGISTERED SOURCE ON "
04677T             HELLO-FILE-NAME " - FILE REFUSED"
04677W         GO TO 2850-MARK-OUT-OF-BALANCE
04677Z     END-IF
046786     IF NOT TRAILER-SEEN
046788         DISPLAY "TEST1 - NO TRAILER RECORD ON "
046790             HELLO-FILE-NAME
046814             " RECORDS, READ " FILE-DETAIL-COUNT
046816         GO TO 2850-MARK-OUT-OF-BALANCE
046818     END-IF
04681D     DISPLAY "TEST1 - CONTROL TOTALS IN BALANCE, "
04681I         FILE-DETAIL-COUNT " RECORDS"
04681N     MOVE "Y" TO FILE-BALANCE-SWITCH
04681S     PERFORM 2870-NOTE-SOURCE-FILE
04681X         THRU 2870-EXIT
046824     GO TO 2800-EXIT.
046826******************************************************************
046828* 2850-MARK-OUT-OF-BALANCE - FLAGS THE RUN OUT OF BALANCE AND
046838     MOVE FILE-START-REJECT-COUNT TO REJECT-COUNT
046839     MOVE FILE-START-DUP-COUNT    TO DUP-COUNT
04683A     MOVE FILE-START-FILE-COUNT   TO INPUT-FILE-COUNT
04683E     DISPLAY "TEST1 - COUNTS FOR " HELLO-FILE-NAME
04683I         " BACKED OUT PENDING RESEND"
04683M     MOVE "Y" TO BALANCE-SWITCH
04683Q     ADD 1 TO OOB-FILE-COUNT
04683U     PERFORM 2870-NOTE-SOURCE-FILE
04683Y         THRU 2870-EXIT
046844     MOVE 8 TO RETURN-CODE.
046845 2800-EXIT.
046846     EXIT.
0532F4             AGED-REPORT-STATUS
0532F6         MOVE 8 TO RETURN-CODE
0532F8     END-IF
0532F9     ADD 1 TO AGED-LINE-COUNT
0532FA     ADD 1 TO AGED-REJECT-COUNT.
0532FB 5950-EXIT.
0532FC     EXIT.
0532FD******************************************************************
0532FE* 5700-PRINT-PROP-HEADER - STARTS A NEW PAGE OF THE PROPOSED-
0532FF*                          MAINTENANCE REVIEW LISTING.
0532FG******************************************************************
0532FH 5700-PRINT-PROP-HEADER.
0532FI     ADD 1 TO PROP-PAGE-COUNT
0532FJ     MOVE ZERO TO PROP-LINE-COUNT
0532FK     MOVE SPACES TO PROP-REPORT-LINE
0532FL     STRING "TEST1 PROPOSED MAINTENANCE FROM RECONCILIATION"
0532FM         DELIMITED BY SIZE
0532FN         INTO PROP-REPORT-LINE
0532FO     END-STRING
0532FP     WRITE PROP-REPORT-LINE
0532FQ     MOVE SPACES TO PROP-REPORT-LINE
0532FR     STRING "RUN DATE: " DELIMITED BY SIZE
0532FS         RUN-DATE-DISPLAY DELIMITED BY SIZE
0532FT         "   PAGE: " DELIMITED BY SIZE
0532FU         PROP-PAGE-COUNT DELIMITED BY SIZE
0532FV         INTO PROP-REPORT-LINE
0532FW     END-STRING
0532FX     WRITE PROP-REPORT-LINE
0532FY     MOVE SPACES TO PROP-REPORT-LINE
0532FZ     WRITE PROP-REPORT-LINE
0532G0     MOVE SPACES TO PROP-REPORT-LINE
0532G1     STRING "ACT  ID     NAME            ADDED   REASON"
0532G2         DELIMITED BY SIZE
0532G3         INTO PROP-REPORT-LINE
0532G4     END-STRING
0532G5     WRITE PROP-REPORT-LINE
0532G6     IF NOT PROP-REPORT-STATUS-OK
0532G7         DISPLAY "TEST1 - I/O ERROR ON PROP-REPORT, "
0532G8             "STATUS = " PROP-REPORT-STATUS
0532G9         MOVE 8 TO RETURN-CODE
0532GA     END-IF.
0532GB 5700-EXIT.
0532GC     EXIT.
0532GD******************************************************************
0532GE* 5750-PRINT-PROP-LINE - WRITES THE LINE STAGED IN PROP-REPORT-
0532GF*                        LINE, BREAKING TO A NEW PAGE EVERY N
0532GG*                        LINES.  THE STAGED LINE IS HELD ACROSS
0532GH*                        THE HEADER, WHICH USES THE SAME AREA.
0532GI******************************************************************
0532GJ 5750-PRINT-PROP-LINE.
0532GK     IF PROP-LINE-COUNT >= N
0532GL         MOVE PROP-REPORT-LINE TO HELD-PROP-LINE
0532GM         PERFORM 5700-PRINT-PROP-HEADER
0532GN             THRU 5700-EXIT
0532GO         MOVE HELD-PROP-LINE TO PROP-REPORT-LINE
0532GP     END-IF
0532GQ     WRITE PROP-REPORT-LINE
0532GR     IF NOT PROP-REPORT-STATUS-OK
0532GS         DISPLAY "TEST1 - I/O ERROR ON PROP-REPORT, "
0532GT             "STATUS = " PROP-REPORT-STATUS
0532GU         MOVE 8 TO RETURN-CODE
0532GV     END-IF
0532GW     ADD 1 TO PROP-LINE-COUNT.
0532GX 5750-EXIT.
0532GY     EXIT.
0532H0******************************************************************
0532H2* 5800-PRINT-RECON-HEADER - STARTS A NEW PAGE OF THE
0532H4*                           RECONCILIATION REPORT.
053820*                        THE MASTER FIRST; ONE THAT CANNOT BE
053830*                        APPLIED GOES TO MAINT-REJECT-FILE
053840*                        WITH A REASON CODE (SEE MREJREC).
053841*                        EVERY OUTCOME IS NOTED FOR THE
053842*                        SUBMITTER NOTICES WRITTEN AT THE END.
053900******************************************************************
054000 3000-MAINTAIN-MASTER.
054010     IF EXTRACT-OUT-OF-BALANCE
05503B*            REBUILT FROM TONIGHT'S CARDS ALONE - THE FAIL
05503C*            SWITCH MAKES 3600 LEAVE IT UNTOUCHED.
05503D             MOVE "Y" TO PEND-READ-FAIL-SWITCH
05503E             MOVE 8 TO RETURN-CODE
05503F         ELSE
05503G             MOVE "Y" TO PEND-AVAILABLE-SWITCH
05503H         END-IF
05503I     END-IF
05503J     OPEN INPUT APPR-REL-FILE
05503K     IF APPR-REL-NOT-FOUND
05503L         CONTINUE
05503M     ELSE
05503N         IF NOT APPR-REL-STATUS-OK
05503O             DISPLAY "TEST1 - I/O ERROR ON APPR-REL-FILE, "
05503P                 "STATUS = " APPR-REL-STATUS
05503Q             MOVE 8 TO RETURN-CODE
05503R         ELSE
05503S             MOVE "Y" TO APPR-REL-AVAIL-SWITCH
05503T             CLOSE APPR-REL-FILE
05503U         END-IF
05503V     END-IF
05503W     OPEN INPUT APPR-REJ-FILE
05503X     IF APPR-REJ-NOT-FOUND
05503Y         CONTINUE
05503Z     ELSE
055040         IF NOT APPR-REJ-STATUS-OK
055041             DISPLAY "TEST1 - I/O ERROR ON APPR-REJ-FILE, "
055042                 "STATUS = " APPR-REJ-STATUS
055043             MOVE 8 TO RETURN-CODE
055044         ELSE
055045             MOVE "Y" TO APPR-REJ-AVAIL-SWITCH
055046             CLOSE APPR-REJ-FILE
055047         END-IF
055048     END-IF
055049     IF NOT MAINT-FILE-AVAILABLE
05504A         AND NOT PEND-BANK-AVAILABLE
05504B         AND NOT APPR-REL-AVAILABLE
05504C         AND NOT APPR-REJ-AVAILABLE
05504D         GO TO 3000-EXIT
05504E     END-IF
05504F     PERFORM 3010-LOAD-USER-REGISTRY
05504G         THRU 3010-EXIT
05504H     IF NOT USER-REG-AVAILABLE
05504I         DISPLAY "TEST1 - MAINTENANCE SUPPRESSED - NO KEYERS ON "
05504J             "THE USER REGISTRY"
05504K         IF MAINT-FILE-AVAILABLE
05504L             CLOSE MAINT-FILE
05504M         END-IF
05504N         IF PEND-BANK-AVAILABLE
05504O             CLOSE PEND-IN-FILE
05504P         END-IF
05504Q         IF RETURN-CODE < 4
05504R             MOVE 4 TO RETURN-CODE
05504S         END-IF
05504T         GO TO 3000-EXIT
05504U     END-IF
055050     OPEN OUTPUT MAINT-REJECT-FILE
05505J     OPEN OUTPUT NOTICE-WORK-FILE
05505K     IF NOTICE-WORK-STATUS-OK
05505L         MOVE "Y" TO NOTICE-WORK-SWITCH
05505M     ELSE
05505N         DISPLAY "TEST1 - I/O ERROR ON NOTICE-WORK-FILE, "
05505O             "STATUS = " NOTICE-WORK-STATUS
05505P         MOVE 8 TO RETURN-CODE
05505Q     END-IF
05505S     PERFORM 3160-LOAD-ID-CONTROL
05505U         THRU 3160-EXIT
05505W     PERFORM 3190-OPEN-ID-LISTING
05505Y         THRU 3190-EXIT
055060     PERFORM 3150-OPEN-JOURNAL
055070         THRU 3150-EXIT
055100     PERFORM 3100-OPEN-NAME-MASTER
055210     OPEN OUTPUT PEND-OUT-FILE
055211     PERFORM 3220-PROCESS-APPROVED
055212         THRU 3220-EXIT
055213     PERFORM 3240-PROCESS-SUPV-REJECTS
055214         THRU 3240-EXIT
055220     IF PEND-BANK-AVAILABLE
055230         PERFORM 3250-READ-PEND-RECORD
055240             THRU 3250-EXIT
055760     CLOSE JOURNAL-FILE
055770     CLOSE PEND-OUT-FILE
055772     CLOSE APPR-PEND-FILE
055773     PERFORM 3195-CLOSE-ID-LISTING
055774         THRU 3195-EXIT
055780     PERFORM 3600-SAVE-PENDING-BANK
055790         THRU 3600-EXIT
055791     PERFORM 3800-WRITE-NOTICES
055792         THRU 3800-EXIT.
056000 3000-EXIT.
056100     EXIT.
056101******************************************************************
056102* 3010-LOAD-USER-REGISTRY - LOADS THE KEYER IDS FROM THE
056103*                           AUTHORIZED-USER REGISTRY INTO
056104*                           KEYER-TABLE.  A MISSING OR EMPTY
056105*                           REGISTRY LEAVES THE AVAILABLE
056106*                           SWITCH OFF AND 3000 SUPPRESSES THE
056107*                           MAINTENANCE PASS.
056108******************************************************************
056109 3010-LOAD-USER-REGISTRY.
05610A     OPEN INPUT USER-REG-FILE
05610B     IF USER-REG-NOT-FOUND
05610C         DISPLAY "TEST1 - *** NO USER REGISTRY ON FILE "
05610D             "(userreg.txt) ***"
05610E         GO TO 3010-EXIT
05610F     END-IF
05610G     IF NOT USER-REG-STATUS-OK
05610H         DISPLAY "TEST1 - I/O ERROR ON USER REGISTRY, "
05610I             "STATUS = " USER-REG-STATUS
05610J         MOVE 8 TO RETURN-CODE
05610K         GO TO 3010-EXIT
05610L     END-IF
05610M     PERFORM 3015-READ-ONE-USER
05610N         THRU 3015-EXIT
05610O         UNTIL END-OF-USER-REG
05610P     CLOSE USER-REG-FILE
05610Q     IF KEYER-COUNT > ZERO
05610R         MOVE "Y" TO USER-REG-AVAIL-SWITCH
05610S         DISPLAY "TEST1 - " KEYER-COUNT " KEYERS REGISTERED"
05610T     ELSE
05610U         DISPLAY "TEST1 - *** USER REGISTRY HOLDS NO KEYERS ***"
05610V     END-IF.
05610W 3010-EXIT.
05610X     EXIT.
05610Y******************************************************************
05610Z* 3015-READ-ONE-USER - READS ONE REGISTRY LINE AND, WHEN THE
056110*                      USER HOLDS THE KEYER ROLE, ADDS THE ID
056111*                      TO KEYER-TABLE.
056112******************************************************************
056113 3015-READ-ONE-USER.
056114     READ USER-REG-FILE
056115         AT END
056116             MOVE "Y" TO USER-REG-END
056117     END-READ
056118     IF USER-REG-STATUS-OK OR USER-REG-STATUS-EOF
056119         CONTINUE
05611A     ELSE
05611B         DISPLAY "TEST1 - I/O ERROR ON USER REGISTRY, "
05611C             "STATUS = " USER-REG-STATUS
05611D         MOVE "Y" TO USER-REG-END
05611E         MOVE 8 TO RETURN-CODE
05611F     END-IF
05611G     IF END-OF-USER-REG
05611H         GO TO 3015-EXIT
05611I     END-IF
05611J     IF USER-REG-ID = SPACES
05611K         OR NOT USER-REG-KEYER
05611L         GO TO 3015-EXIT
05611M     END-IF
05611N     IF KEYER-COUNT >= 200
05611O         DISPLAY "TEST1 - USER REGISTRY EXCEEDS 200 KEYERS "
05611P             "- EXTRAS IGNORED"
05611Q         GO TO 3015-EXIT
05611R     END-IF
05611S     ADD 1 TO KEYER-COUNT
05611T     MOVE USER-REG-ID TO KEYER-ENTRY-ID(KEYER-COUNT).
05611U 3015-EXIT.
05611V     EXIT.
056200******************************************************************
056300* 3100-OPEN-NAME-MASTER - OPENS THE INDEXED NAME-MASTER FOR I-O
056400*                         SO MAINTENANCE TRANSACTIONS CAN WRITE,
057700         MOVE 8 TO RETURN-CODE
057800     END-IF.
057900 3100-EXIT.
057903     EXIT.
057906******************************************************************
057909* 3150-OPEN-JOURNAL - OPENS THE MAINTENANCE JOURNAL FOR EXTEND
05790C*                     (EVERY RUN'S TRANSACTIONS ACCUMULATE IN
05790F*                     ONE CHANGE TRAIL), FALLING BACK TO OUTPUT
05790I*                     THE FIRST TIME, AND STAMPS THE RUN TIME
05790L*                     USED ON THIS RUN'S JOURNAL RECORDS.
05790O******************************************************************
05790R 3150-OPEN-JOURNAL.
05790U     ACCEPT RUN-TIME-RAW FROM TIME
05790X     MOVE RUN-TIME-RAW(1:2) TO RUN-TIME-DISPLAY(1:2)
057910     MOVE ":" TO RUN-TIME-DISPLAY(3:1)
057913     MOVE RUN-TIME-RAW(3:2) TO RUN-TIME-DISPLAY(4:2)
057916     MOVE ":" TO RUN-TIME-DISPLAY(6:1)
057919     MOVE RUN-TIME-RAW(5:2) TO RUN-TIME-DISPLAY(7:2)
05791C     OPEN EXTEND JOURNAL-FILE
05791F     IF JOURNAL-NOT-FOUND
05791I         OPEN OUTPUT JOURNAL-FILE
05791L     END-IF
05791O     IF NOT JOURNAL-STATUS-OK
05791R         DISPLAY "TEST1 - I/O ERROR ON JOURNAL-FILE, STATUS = "
05791U             JOURNAL-STATUS
05791X         MOVE 8 TO RETURN-CODE
057920     END-IF.
057923 3150-EXIT.
057926     EXIT.
057929******************************************************************
05792C* 3160-LOAD-ID-CONTROL - READS THE ID CONTROL RECORD CARRYING
05792F*                        THE HIGH-WATER MARK FOR ID-00000 ADDS.
05792I*                        THE FIRST TIME THERE IS NONE IT IS
05792L*                        REBUILT FROM THE MASTER AND JOURNALS; ONE
05792O*                        THAT EXISTS BUT CANNOT BE READ STOPS ANY
05792R*                        ID FROM BEING ASSIGNED TONIGHT.  RUNS
05792U*                        BEFORE THE JOURNAL AND MASTER ARE OPENED
05792X*                        FOR UPDATE SO A REBUILD CAN READ THEM.
057930******************************************************************
057933 3160-LOAD-ID-CONTROL.
057936     MOVE "N" TO ID-CONTROL-SWITCH
057939     OPEN INPUT NAME-CONTROL-FILE
05793C     IF NAME-CONTROL-NOT-FOUND
05793F         PERFORM 3170-REBUILD-ID-CONTROL
05793I             THRU 3170-EXIT
05793L         GO TO 3160-EXIT
05793O     END-IF
05793R     IF NOT NAME-CONTROL-STATUS-OK
05793U         DISPLAY "TEST1 - I/O ERROR ON NAME-CONTROL-FILE, "
05793X             "STATUS = " NAME-CONTROL-STATUS
057940         MOVE 8 TO RETURN-CODE
057943         GO TO 3160-EXIT
057946     END-IF
057949     READ NAME-CONTROL-FILE
05794C     IF NAME-CONTROL-STATUS-OK
05794F         AND NCTL-TAG-VALID
05794I         AND NCTL-HIGH-ID NUMERIC
05794L         MOVE NCTL-HIGH-ID TO ID-HIGH-WATER
05794O         MOVE "Y" TO ID-CONTROL-SWITCH
05794R     ELSE
05794U         DISPLAY "TEST1 - ID CONTROL RECORD UNREADABLE, STATUS = "
05794X             NAME-CONTROL-STATUS " - NO NEW IDS WILL BE ASSIGNED"
057950         DISPLAY "TEST1 - REMOVE namectl.txt TO HAVE THE NEXT "
057953             "RUN REBUILD IT"
057956         MOVE 8 TO RETURN-CODE
057959     END-IF
05795C     CLOSE NAME-CONTROL-FILE.
05795F 3160-EXIT.
05795I     EXIT.
05795L******************************************************************
05795O* 3170-REBUILD-ID-CONTROL - RECOVERS THE HIGH-WATER MARK WHEN NO
05795R*                           CONTROL RECORD EXISTS: THE HIGHEST ID
05795U*                           ON THE MASTER, ON THE LIVE JOURNAL,
05795X*                           AND ON EVERY JOURNAL ARCHIVE LISTED ON
057960*                           THE ARCHIVE INDEX - A DELETED ID MAY
057963*                           SURVIVE NOWHERE BUT THE JOURNALS.  A
057966*                           READ FAILURE LEAVES THE MARK UNSET AND
057969*                           NO ID IS ASSIGNED; AN ARCHIVE MISSING
05796C*                           FROM DISK IS ONLY CALLED OUT, SINCE
05796F*                           3316 STILL SKIPS ANY ID ON THE MASTER.
05796I******************************************************************
05796L 3170-REBUILD-ID-CONTROL.
05796O     DISPLAY "TEST1 - NO ID CONTROL RECORD - REBUILDING THE "
05796R         "HIGH-WATER MARK FROM THE MASTER AND JOURNALS"
05796U     MOVE ZERO TO ID-HIGH-WATER
05796X     MOVE "N" TO ID-REBUILD-SWITCH
057970     OPEN INPUT NAME-MASTER
057973     IF NAME-MASTER-STATUS-OK
057976         MOVE "N" TO ID-SCAN-END
057979         PERFORM 3171-SCAN-MASTER-ID
05797C             THRU 3171-EXIT
05797F             UNTIL END-OF-ID-SCAN
05797I         CLOSE NAME-MASTER
05797L     ELSE
05797O         IF NOT NAME-MASTER-NOT-FOUND
05797R             DISPLAY "TEST1 - I/O ERROR ON NAME-MASTER, STATUS = "
05797U                 NAME-MASTER-STATUS
05797X             MOVE "Y" TO ID-REBUILD-SWITCH
057980         END-IF
057983     END-IF
057986     OPEN INPUT JOURNAL-FILE
057989     IF JOURNAL-STATUS-OK
05798C         MOVE "N" TO ID-SCAN-END
05798F         PERFORM 3172-SCAN-JOURNAL-ID
05798I             THRU 3172-EXIT
05798L             UNTIL END-OF-ID-SCAN
05798O         CLOSE JOURNAL-FILE
05798R     ELSE
05798U         IF NOT JOURNAL-NOT-FOUND
05798X             DISPLAY "TEST1 - I/O ERROR ON JOURNAL-FILE, "
057990                 "STATUS = " JOURNAL-STATUS
057993             MOVE "Y" TO ID-REBUILD-SWITCH
057996         END-IF
057999     END-IF
05799C     OPEN INPUT ARCH-INDEX-FILE
05799F     IF ARCH-INDEX-STATUS-OK
05799I         MOVE "N" TO ARCH-INDEX-END
05799L         PERFORM 3173-READ-ARCH-INDEX
05799O             THRU 3173-EXIT
05799R             UNTIL END-OF-ARCH-INDEX
05799U         CLOSE ARCH-INDEX-FILE
05799X     ELSE
0579A0         IF NOT ARCH-INDEX-NOT-FOUND
0579A3             DISPLAY "TEST1 - I/O ERROR ON ARCHIVE INDEX, "
0579A6                 "STATUS = " ARCH-INDEX-STATUS
0579A9             MOVE "Y" TO ID-REBUILD-SWITCH
0579AC         END-IF
0579AF     END-IF
0579AI     IF ID-REBUILD-FAILED
0579AL         DISPLAY "TEST1 - ID CONTROL RECORD NOT REBUILT - NO NEW "
0579AO             "IDS WILL BE ASSIGNED"
0579AR         MOVE 8 TO RETURN-CODE
0579AU         GO TO 3170-EXIT
0579AX     END-IF
0579B0     DISPLAY "TEST1 - ID HIGH-WATER MARK REBUILT AT "
0579B3         ID-HIGH-WATER
0579B6     MOVE "Y" TO ID-CONTROL-SWITCH
0579B9     PERFORM 3180-SAVE-ID-CONTROL
0579BC         THRU 3180-EXIT.
0579BF 3170-EXIT.
0579BI     EXIT.
0579BL******************************************************************
0579BO* 3171-SCAN-MASTER-ID - READS THE NEXT MASTER RECORD FOR THE
0579BR*                       REBUILD AND KEEPS THE HIGHEST ID.
0579BU******************************************************************
0579BX 3171-SCAN-MASTER-ID.
0579C0     READ NAME-MASTER NEXT RECORD
0579C3         AT END
0579C6             MOVE "Y" TO ID-SCAN-END
0579C9     END-READ
0579CC     IF NAME-MASTER-STATUS-OK OR NAME-MASTER-STATUS-EOF
0579CF         CONTINUE
0579CI     ELSE
0579CL         DISPLAY "TEST1 - I/O ERROR ON NAME-MASTER, STATUS = "
0579CO             NAME-MASTER-STATUS
0579CR         MOVE "Y" TO ID-SCAN-END
0579CU         MOVE "Y" TO ID-REBUILD-SWITCH
0579CX     END-IF
0579D0     IF END-OF-ID-SCAN
0579D3         GO TO 3171-EXIT
0579D6     END-IF
0579D9     IF MASTER-REC-ID > ID-HIGH-WATER
0579DC         MOVE MASTER-REC-ID TO ID-HIGH-WATER
0579DF     END-IF.
0579DI 3171-EXIT.
0579DL     EXIT.
0579DO******************************************************************
0579DR* 3172-SCAN-JOURNAL-ID - READS THE NEXT LIVE JOURNAL RECORD FOR
0579DU*                        THE REBUILD AND NOTES ITS IDS.
0579DX******************************************************************
0579E0 3172-SCAN-JOURNAL-ID.
0579E3     READ JOURNAL-FILE
0579E6         AT END
0579E9             MOVE "Y" TO ID-SCAN-END
0579EC     END-READ
0579EF     IF JOURNAL-STATUS-OK OR JOURNAL-STATUS-EOF
0579EI         CONTINUE
0579EL     ELSE
0579EO         DISPLAY "TEST1 - I/O ERROR ON JOURNAL-FILE, STATUS = "
0579ER             JOURNAL-STATUS
0579EU         MOVE "Y" TO ID-SCAN-END
0579EX         MOVE "Y" TO ID-REBUILD-SWITCH
0579F0     END-IF
0579F3     IF END-OF-ID-SCAN
0579F6         GO TO 3172-EXIT
0579F9     END-IF
0579FC     PERFORM 3175-NOTE-JOURNAL-IDS
0579FF         THRU 3175-EXIT.
0579FI 3172-EXIT.
0579FL     EXIT.
0579FO******************************************************************
0579FR* 3173-READ-ARCH-INDEX - READS ONE ARCHIVE-INDEX LINE AND SCANS
0579FU*                        THE JOURNAL ARCHIVE IT NAMES.
0579FX******************************************************************
0579G0 3173-READ-ARCH-INDEX.
0579G3     READ ARCH-INDEX-FILE
0579G6         AT END
0579G9             MOVE "Y" TO ARCH-INDEX-END
0579GC     END-READ
0579GF     IF ARCH-INDEX-STATUS-OK OR ARCH-INDEX-STATUS-EOF
0579GI         CONTINUE
0579GL     ELSE
0579GO         DISPLAY "TEST1 - I/O ERROR ON ARCHIVE INDEX, "
0579GR             "STATUS = " ARCH-INDEX-STATUS
0579GU         MOVE "Y" TO ARCH-INDEX-END
0579GX         MOVE "Y" TO ID-REBUILD-SWITCH
0579H0     END-IF
0579H3     IF END-OF-ARCH-INDEX
0579H6         OR ARCHIDX-TYPE NOT = "JRNL"
0579H9         GO TO 3173-EXIT
0579HC     END-IF
0579HF     MOVE ARCHIDX-FILE-NAME TO ARCH-FILE-NAME
0579HI     OPEN INPUT JRNL-ARCH-FILE
0579HL     IF JRNL-ARCH-NOT-FOUND
0579HO         DISPLAY "TEST1 - ARCHIVE MISSING FROM DISK: "
0579HR             ARCH-FILE-NAME
0579HU         IF RETURN-CODE < 4
0579HX             MOVE 4 TO RETURN-CODE
0579I0         END-IF
0579I3         GO TO 3173-EXIT
0579I6     END-IF
0579I9     IF NOT JRNL-ARCH-STATUS-OK
0579IC         DISPLAY "TEST1 - I/O ERROR ON " ARCH-FILE-NAME
0579IF             ", STATUS = " JRNL-ARCH-STATUS
0579II         MOVE "Y" TO ID-REBUILD-SWITCH
0579IL         GO TO 3173-EXIT
0579IO     END-IF
0579IR     MOVE "N" TO JRNL-ARCH-END
0579IU     PERFORM 3174-SCAN-ARCH-ID
0579IX         THRU 3174-EXIT
0579J0         UNTIL END-OF-JRNL-ARCH
0579J3     CLOSE JRNL-ARCH-FILE.
0579J6 3173-EXIT.
0579J9     EXIT.
0579JC******************************************************************
0579JF* 3174-SCAN-ARCH-ID - READS THE NEXT ARCHIVED JOURNAL RECORD INTO
0579JI*                     THE JOURNAL-RECORD AREA AND NOTES ITS IDS.
0579JL******************************************************************
0579JO 3174-SCAN-ARCH-ID.
0579JR     READ JRNL-ARCH-FILE
0579JU         AT END
0579JX             MOVE "Y" TO JRNL-ARCH-END
0579K0     END-READ
0579K3     IF JRNL-ARCH-STATUS-OK OR JRNL-ARCH-STATUS-EOF
0579K6         CONTINUE
0579K9     ELSE
0579KC         DISPLAY "TEST1 - I/O ERROR ON " ARCH-FILE-NAME
0579KF             ", STATUS = " JRNL-ARCH-STATUS
0579KI         MOVE "Y" TO JRNL-ARCH-END
0579KL         MOVE "Y" TO ID-REBUILD-SWITCH
0579KO     END-IF
0579KR     IF END-OF-JRNL-ARCH
0579KU         GO TO 3174-EXIT
0579KX     END-IF
0579L0     MOVE AJRN-RECORD TO JOURNAL-RECORD
0579L3     PERFORM 3175-NOTE-JOURNAL-IDS
0579L6         THRU 3175-EXIT.
0579L9 3174-EXIT.
0579LC     EXIT.
0579LF******************************************************************
0579LI* 3175-NOTE-JOURNAL-IDS - RAISES THE REBUILT MARK TO EITHER ID ON
0579LL*                         THE JOURNAL RECORD IN JOURNAL-RECORD.  A
0579LO*                         BLANK IMAGE (BEFORE AN ADD, AFTER A
0579LR*                         DELETE) IS NOT NUMERIC AND IS SKIPPED.
0579LU******************************************************************
0579LX 3175-NOTE-JOURNAL-IDS.
0579M0     IF JRNL-BEFORE-ID NUMERIC
0579M3         AND JRNL-BEFORE-ID > ID-HIGH-WATER
0579M6         MOVE JRNL-BEFORE-ID TO ID-HIGH-WATER
0579M9     END-IF
0579MC     IF JRNL-AFTER-ID NUMERIC
0579MF         AND JRNL-AFTER-ID > ID-HIGH-WATER
0579MI         MOVE JRNL-AFTER-ID TO ID-HIGH-WATER
0579ML     END-IF.
0579MO 3175-EXIT.
0579MR     EXIT.
0579MU******************************************************************
0579MX* 3180-SAVE-ID-CONTROL - REWRITES THE ID CONTROL RECORD WITH THE
0579N0*                        CURRENT HIGH-WATER MARK, STAMPED WITH THE
0579N3*                        WALL-CLOCK DATE AND TIME.  A FAILED SAVE
0579N6*                        TURNS ID ASSIGNMENT OFF FOR THE REST OF
0579N9*                        THE RUN - A NUMBER THAT IS NOT ON FILE
0579NC*                        COULD BE HANDED OUT AGAIN TOMORROW.
0579NF******************************************************************
0579NI 3180-SAVE-ID-CONTROL.
0579NL     OPEN OUTPUT NAME-CONTROL-FILE
0579NO     IF NOT NAME-CONTROL-STATUS-OK
0579NR         DISPLAY "TEST1 - I/O ERROR ON NAME-CONTROL-FILE, "
0579NU             "STATUS = " NAME-CONTROL-STATUS
0579NX         MOVE "N" TO ID-CONTROL-SWITCH
0579O0         MOVE 8 TO RETURN-CODE
0579O3         GO TO 3180-EXIT
0579O6     END-IF
0579O9     MOVE "NXID"             TO NCTL-TAG
0579OC     MOVE ID-HIGH-WATER      TO NCTL-HIGH-ID
0579OF     MOVE CLOCK-DATE-DISPLAY TO NCTL-UPDATE-DATE
0579OI     ACCEPT RUN-TIME-RAW FROM TIME
0579OL     MOVE SPACES             TO NCTL-UPDATE-TIME
0579OO     MOVE RUN-TIME-RAW(1:2)  TO NCTL-UPDATE-TIME(1:2)
0579OR     MOVE ":"                TO NCTL-UPDATE-TIME(3:1)
0579OU     MOVE RUN-TIME-RAW(3:2)  TO NCTL-UPDATE-TIME(4:2)
0579OX     MOVE ":"                TO NCTL-UPDATE-TIME(6:1)
0579P0     MOVE RUN-TIME-RAW(5:2)  TO NCTL-UPDATE-TIME(7:2)
0579P3     MOVE "TEST1"            TO NCTL-UPDATE-PROGRAM
0579P6     WRITE NAME-CONTROL-RECORD
0579P9     IF NOT NAME-CONTROL-STATUS-OK
0579PC         DISPLAY "TEST1 - I/O ERROR ON NAME-CONTROL-FILE, "
0579PF             "STATUS = " NAME-CONTROL-STATUS
0579PI         MOVE "N" TO ID-CONTROL-SWITCH
0579PL         MOVE 8 TO RETURN-CODE
0579PO     END-IF
0579PR     CLOSE NAME-CONTROL-FILE.
0579PU 3180-EXIT.
0579PX     EXIT.
0579Q0******************************************************************
0579Q3* 3190-OPEN-ID-LISTING - STARTS TONIGHT'S NEW-ID ASSIGNMENT
0579Q6*                        LISTING.  A LISTING ALREADY ON FILE
0579Q9*                        FOR THE SAME BUSINESS DATE IS A
0579QC*                        RESTART'S EARLIER RUN - ITS IDS ARE
0579QF*                        STILL OWED TO THE SUBMITTERS, SO THE
0579QI*                        FILE IS EXTENDED UNDER A RERUN LINE
0579QL*                        RATHER THAN REWRITTEN.  ANY OTHER
0579QO*                        LISTING IS A PAST NIGHT'S AND IS
0579QR*                        REPLACED AS BEFORE.
0579QU******************************************************************
0579QX 3190-OPEN-ID-LISTING.
0579R0     PERFORM 3191-CHECK-ID-LISTING
0579R3         THRU 3191-EXIT
0579R6     IF ID-LISTING-RERUN
0579R9         OPEN EXTEND ID-ASSIGN-FILE
0579RC     ELSE
0579RF         OPEN OUTPUT ID-ASSIGN-FILE
0579RI     END-IF
0579RL     IF NOT ID-ASSIGN-STATUS-OK
0579RO         DISPLAY "TEST1 - I/O ERROR ON ID-ASSIGN-FILE, "
0579RR             "STATUS = " ID-ASSIGN-STATUS
0579RU         MOVE 8 TO RETURN-CODE
0579RX         GO TO 3190-EXIT
0579S0     END-IF
0579S3     IF ID-LISTING-RERUN
0579S6         MOVE SPACES TO ID-ASSIGN-LINE
0579S9         WRITE ID-ASSIGN-LINE
0579SC         PERFORM 3196-BUILD-RERUN-LINE
0579SF             THRU 3196-EXIT
0579SI         MOVE RERUN-LINE TO ID-ASSIGN-LINE
0579SL         WRITE ID-ASSIGN-LINE
0579SO         MOVE SPACES TO ID-ASSIGN-LINE
0579SR         WRITE ID-ASSIGN-LINE
0579SU     END-IF
0579SX     MOVE "TEST1 NEW-ID ASSIGNMENT LISTING" TO ID-ASSIGN-LINE
0579T0     WRITE ID-ASSIGN-LINE
0579T3     MOVE SPACES TO ID-ASSIGN-LINE
0579T6     MOVE ID-LISTING-DATE-LINE TO ID-ASSIGN-LINE
0579T9     WRITE ID-ASSIGN-LINE
0579TC     MOVE SPACES TO ID-ASSIGN-LINE
0579TF     WRITE ID-ASSIGN-LINE
0579TI     MOVE SPACES TO ID-ASSIGN-LINE
0579TL     STRING "ID     NAME            ADDED   " DELIMITED BY SIZE
0579TO         "SUBMITTED  KEYED BY  APPROVED BY" DELIMITED BY SIZE
0579TR         INTO ID-ASSIGN-LINE
0579TU     END-STRING
0579TX     WRITE ID-ASSIGN-LINE.
0579U0 3190-EXIT.
0579U3     EXIT.
0579U6******************************************************************
0579U9* 3191-CHECK-ID-LISTING - BUILDS TONIGHT'S RUN DATE LINE AND SETS
0579UC*                         ID-LISTING-RERUN WHEN idasgn.txt ALREADY
0579UF*                         OPENS WITH THE LISTING TITLE AND THAT
0579UI*                         SAME RUN DATE LINE.  NO FILE, OR ONE
0579UL*                         THAT WILL NOT READ, IS NOT A RERUN.
0579UO******************************************************************
0579UR 3191-CHECK-ID-LISTING.
0579UU     MOVE "N" TO ID-LISTING-RERUN-SWITCH
0579UX     MOVE SPACES TO ID-LISTING-DATE-LINE
0579V0     STRING "RUN DATE: " DELIMITED BY SIZE
0579V3         RUN-DATE-DISPLAY DELIMITED BY SIZE
0579V6         INTO ID-LISTING-DATE-LINE
0579V9     END-STRING
0579VC     OPEN INPUT ID-ASSIGN-FILE
0579VF     IF NOT ID-ASSIGN-STATUS-OK
0579VI         GO TO 3191-EXIT
0579VL     END-IF
0579VO     READ ID-ASSIGN-FILE
0579VR     IF NOT ID-ASSIGN-STATUS-OK
0579VU         OR ID-ASSIGN-LINE NOT = "TEST1 NEW-ID ASSIGNMENT LISTING"
0579VX         CLOSE ID-ASSIGN-FILE
0579W0         GO TO 3191-EXIT
0579W3     END-IF
0579W6     READ ID-ASSIGN-FILE
0579W9     IF ID-ASSIGN-STATUS-OK
0579WC         AND ID-ASSIGN-LINE = ID-LISTING-DATE-LINE
0579WF         MOVE "Y" TO ID-LISTING-RERUN-SWITCH
0579WI     END-IF
0579WL     CLOSE ID-ASSIGN-FILE.
0579WO 3191-EXIT.
0579WR     EXIT.
0579WU******************************************************************
0579WX* 3192-LIST-ASSIGNED-ID - LISTS THE ID JUST GIVEN TO AN ADD, WITH
0579X0*                         WHO KEYED IT AND WHEN, AND CALLS IT OUT
0579X3*                         ON THE CONSOLE.
0579X6******************************************************************
0579X9 3192-LIST-ASSIGNED-ID.
0579XC     MOVE SPACES TO ID-ASSIGN-LINE
0579XF     STRING MAINT-REC-ID DELIMITED BY SIZE
0579XI         "  " DELIMITED BY SIZE
0579XL         MAINT-REC-NAME DELIMITED BY SIZE
0579XO         " " DELIMITED BY SIZE
0579XR         MAINT-REC-DATE-ADDED DELIMITED BY SIZE
0579XU         "  " DELIMITED BY SIZE
0579XX         MAINT-SUBMIT-DATE DELIMITED BY SIZE
0579Y0         "     " DELIMITED BY SIZE
0579Y3         MAINT-USER-ID DELIMITED BY SIZE
0579Y6         "  " DELIMITED BY SIZE
0579Y9         CURRENT-APPROVER DELIMITED BY SIZE
0579YC         INTO ID-ASSIGN-LINE
0579YF     END-STRING
0579YI     WRITE ID-ASSIGN-LINE
0579YL     IF NOT ID-ASSIGN-STATUS-OK
0579YO         DISPLAY "TEST1 - I/O ERROR ON ID-ASSIGN-FILE, "
0579YR             "STATUS = " ID-ASSIGN-STATUS
0579YU         MOVE 8 TO RETURN-CODE
0579YX     END-IF
0579Z0     DISPLAY "TEST1 - NEW ID " MAINT-REC-ID " ASSIGNED TO "
0579Z3         MAINT-REC-NAME " KEYED BY " MAINT-USER-ID.
0579Z6 3192-EXIT.
0579Z9     EXIT.
0579ZC******************************************************************
0579ZF* 3195-CLOSE-ID-LISTING - ENDS THE NEW-ID ASSIGNMENT LISTING WITH
0579ZI*                         ITS TOTAL.
0579ZL******************************************************************
0579ZO 3195-CLOSE-ID-LISTING.
0579ZR     IF ID-ASSIGN-COUNT = ZERO
0579ZU         MOVE "  (NONE)" TO ID-ASSIGN-LINE
0579ZX         WRITE ID-ASSIGN-LINE
058000     END-IF
058003     MOVE SPACES TO ID-ASSIGN-LINE
058006     WRITE ID-ASSIGN-LINE
058009     MOVE SPACES TO ID-ASSIGN-LINE
05800C     STRING "TOTAL NEW IDS ASSIGNED: " DELIMITED BY SIZE
05800F         ID-ASSIGN-COUNT DELIMITED BY SIZE
05800I         "   HIGH-WATER MARK: " DELIMITED BY SIZE
05800L         ID-HIGH-WATER DELIMITED BY SIZE
05800O         INTO ID-ASSIGN-LINE
05800R     END-STRING
05800U     WRITE ID-ASSIGN-LINE
05800X     CLOSE ID-ASSIGN-FILE.
058010 3195-EXIT.
058013     EXIT.
058016******************************************************************
058019* 3196-BUILD-RERUN-LINE - BUILDS THE RERUN MARKER IN RERUN-LINE
05801C*                         WITH THE BUSINESS DATE AND THE TIME THIS
05801F*                         RUN REACHED THE FILE.
05801I******************************************************************
05801L 3196-BUILD-RERUN-LINE.
05801O     ACCEPT RUN-TIME-RAW FROM TIME
05801R     MOVE SPACES TO RERUN-LINE
05801U     STRING "*** RERUN FOR BUSINESS DATE " DELIMITED BY SIZE
05801X         RUN-BUS-DATE DELIMITED BY SIZE
058020         " STARTED " DELIMITED BY SIZE
058023         RUN-TIME-RAW(1:2) DELIMITED BY SIZE
058026         ":" DELIMITED BY SIZE
058029         RUN-TIME-RAW(3:2) DELIMITED BY SIZE
05802C         ":" DELIMITED BY SIZE
05802F         RUN-TIME-RAW(5:2) DELIMITED BY SIZE
05802I         " - EARLIER RUN ABOVE ***" DELIMITED BY SIZE
05802L         INTO RERUN-LINE
05802O     END-STRING.
05802R 3196-EXIT.
05802U     EXIT.
058052******************************************************************
058054* 3050-COUNT-MAINT-CARDS - PRE-COUNTS TONIGHT'S MAINTENANCE
058056*                          CARDS AND, WHEN THE COUNT EXCEEDS
059820         IF MAINT-SUBMIT-DATE NOT NUMERIC
059830             MOVE RUN-BUS-DATE TO MAINT-SUBMIT-DATE
059840         END-IF
059841         MOVE "N" TO NOTICE-ORIGIN
059842         MOVE "E" TO NOTICE-OUTCOME
059900         PERFORM 3270-ROUTE-TRANSACTION
060000             THRU 3270-EXIT
060001         PERFORM 3700-NOTE-OUTCOME
060002             THRU 3700-EXIT
060100     END-IF.
060200 3200-EXIT.
060300     EXIT.
0603G7         GO TO 3230-EXIT
0603G8     END-IF
0603G9     MOVE APPV-MAINT-IMAGE TO MAINT-RECORD
0603GB     IF MAINT-SUBMIT-DATE NOT NUMERIC
0603GD         MOVE RUN-BUS-DATE TO MAINT-SUBMIT-DATE
0603GF     END-IF
0603GH     MOVE APPV-APPROVE-USER TO CURRENT-APPROVER
0603GJ     MOVE "Y" TO APPROVE-PROCESS-SWITCH
0603GL     ADD 1 TO MAINT-APPROVED-COUNT
0603GN     MOVE "A" TO NOTICE-ORIGIN
0603GP     MOVE "E" TO NOTICE-OUTCOME
0603GR     PERFORM 3270-ROUTE-TRANSACTION
0603GT         THRU 3270-EXIT
0603GV     PERFORM 3700-NOTE-OUTCOME
0603GX         THRU 3700-EXIT
0603H8     MOVE "N" TO APPROVE-PROCESS-SWITCH
0603H9     MOVE SPACES TO CURRENT-APPROVER.
0603I0 3230-EXIT.
0603I1     EXIT.
0603I2******************************************************************
0603I3* 3240-PROCESS-SUPV-REJECTS - READS THE TRANSACTIONS APPRVW
0603I4*                             REJECTED SINCE THE LAST PASS AND
0603I5*                             NOTES EACH ONE FOR ITS SUBMITTER'S
0603I6*                             NOTICE.  NOTHING IS APPLIED.  THE
0603I7*                             FILE IS EMPTIED ONCE READ, LIKE THE
0603I8*                             RELEASE FILE - BUT ONLY WHEN THE
0603I9*                             NOTICE WORK FILE IS OPEN, SO A
0603IA*                             REJECTION IS NEVER DROPPED UNTOLD.
0603IB******************************************************************
0603IC 3240-PROCESS-SUPV-REJECTS.
0603ID     IF NOT APPR-REJ-AVAILABLE
0603IE         OR NOT NOTICE-WORK-OPEN
0603IF         GO TO 3240-EXIT
0603IG     END-IF
0603IH     OPEN INPUT APPR-REJ-FILE
0603II     IF NOT APPR-REJ-STATUS-OK
0603IJ         DISPLAY "TEST1 - I/O ERROR ON APPR-REJ-FILE, "
0603IK             "STATUS = " APPR-REJ-STATUS
0603IL         MOVE 8 TO RETURN-CODE
0603IM         GO TO 3240-EXIT
0603IN     END-IF
0603IO     PERFORM 3245-READ-SUPV-REJECT
0603IP         THRU 3245-EXIT
0603IQ         UNTIL END-OF-APPR-REJ
0603IR     CLOSE APPR-REJ-FILE
0603IS     OPEN OUTPUT APPR-REJ-FILE
0603IT     CLOSE APPR-REJ-FILE
0603IU     IF SUPV-REJECT-COUNT > ZERO
0603IV         DISPLAY "TEST1 - " SUPV-REJECT-COUNT " SUPERVISOR "
0603IW             "REJECTIONS PASSED ON TO THEIR SUBMITTERS"
0603IX     END-IF.
0603IY 3240-EXIT.
0603IZ     EXIT.
0603J0******************************************************************
0603J1* 3245-READ-SUPV-REJECT - READS ONE APPRVW REJECTION AND NOTES
0603J2*                         IT, WITH THE REJECTING SUPERVISOR, FOR
0603J3*                         THE SUBMITTER'S NOTICE.
0603J4******************************************************************
0603J5 3245-READ-SUPV-REJECT.
0603J6     READ APPR-REJ-FILE
0603J7         AT END
0603J8             MOVE "Y" TO APPR-REJ-END
0603J9     END-READ
0603JA     IF APPR-REJ-STATUS-OK OR APPR-REJ-STATUS-EOF
0603JB         CONTINUE
0603JC     ELSE
0603JD         DISPLAY "TEST1 - I/O ERROR ON APPR-REJ-FILE, "
0603JE             "STATUS = " APPR-REJ-STATUS
0603JF         MOVE "Y" TO APPR-REJ-END
0603JG         MOVE 8 TO RETURN-CODE
0603JH     END-IF
0603JI     IF END-OF-APPR-REJ
0603JJ         GO TO 3245-EXIT
0603JK     END-IF
0603JL     MOVE APPRREJ-RECORD TO APPV-RECORD
0603JM     IF NOT APPV-STATUS-REJECTED
0603JN         DISPLAY "TEST1 - REJECTION-FILE RECORD WITHOUT REJECTED "
0603JO             "STATUS SKIPPED"
0603JP         GO TO 3245-EXIT
0603JQ     END-IF
0603JR     MOVE APPV-MAINT-IMAGE TO MAINT-RECORD
0603JS     MOVE APPV-APPROVE-USER TO CURRENT-APPROVER
0603JT     MOVE "V" TO NOTICE-ORIGIN
0603JU     MOVE "V" TO NOTICE-OUTCOME
0603JV     PERFORM 3700-NOTE-OUTCOME
0603JW         THRU 3700-EXIT
0603JX     MOVE SPACES TO CURRENT-APPROVER
0603JY     ADD 1 TO SUPV-REJECT-COUNT.
0603JZ 3245-EXIT.
0603K0     EXIT.
0603K4******************************************************************
0603K8* 3250-READ-PEND-RECORD - READS ONE BANKED TRANSACTION FROM THE
0603KC*                         PENDING-TRANSACTION FILE.  ONE WHOSE
0603KG*                         EFFECTIVE DATE HAS ARRIVED IS RELEASED
0603KK*                         (AND CALLED OUT ON THE CONSOLE WITH
0603KO*                         ITS ORIGINAL SUBMIT DATE); ONE STILL
0603KS*                         IN THE FUTURE IS CARRIED FORWARD ON
0603KW*                         THE BANK.
0603L0******************************************************************
0603L4 3250-READ-PEND-RECORD.
0603L8     READ PEND-IN-FILE
0603LC         AT END
0603LG             MOVE "Y" TO PEND-IN-END
0603LK     END-READ
0603LO     IF PEND-IN-STATUS-OK OR PEND-IN-STATUS-EOF
0603LS         CONTINUE
0603LW     ELSE
0603M0         DISPLAY "TEST1 - I/O ERROR ON PEND-IN-FILE, STATUS = "
0603M4             PEND-IN-STATUS
0603M8         MOVE "Y" TO PEND-IN-END
0603MC         MOVE "Y" TO PEND-READ-FAIL-SWITCH
0603MG         MOVE 8 TO RETURN-CODE
0603MK     END-IF
0603MO     IF END-OF-PEND-IN
0603MS         GO TO 3250-EXIT
0603MW     END-IF
0603N0     MOVE PENDIN-RECORD TO MAINT-RECORD
0603N4*    A RECORD BANKED BEFORE THE SUBMIT DATE WAS STAMPED FALLS
0603N8*    BACK TO THE CURRENT BUSINESS DATE - THE BEST WE CAN PROVE.
0603NC     IF MAINT-SUBMIT-DATE NOT NUMERIC
0603NG         MOVE RUN-BUS-DATE TO MAINT-SUBMIT-DATE
0603NK     END-IF
0603NO     IF MAINT-EFF-DATE NUMERIC
0603NS         AND MAINT-EFF-DATE > RUN-BUS-DATE
0603NW         PERFORM 3500-BANK-TRANSACTION
0603O0             THRU 3500-EXIT
0603O4     ELSE
0603O8         ADD 1 TO MAINT-RELEASED-COUNT
0603OC         DISPLAY "TEST1 - RELEASING BANKED " MAINT-ACTION-CODE
0603OG             " FOR ID " MAINT-REC-ID " EFFECTIVE "
0603OK             MAINT-EFF-DATE ", SUBMITTED " MAINT-SUBMIT-DATE
0603OO         MOVE "B" TO NOTICE-ORIGIN
0603OS         MOVE "E" TO NOTICE-OUTCOME
0603OW         PERFORM 3270-ROUTE-TRANSACTION
0603P0             THRU 3270-EXIT
0603P4         PERFORM 3700-NOTE-OUTCOME
0603P8             THRU 3700-EXIT
0603PC     END-IF.
0603PG 3250-EXIT.
0603PK     EXIT.
0603PO******************************************************************
0603PS* 3270-ROUTE-TRANSACTION - APPLIES THE TRANSACTION NOW WHEN ITS
0603PW*                          EFFECTIVE DATE IS BLANK (EFFECTIVE
0603Q0*                          IMMEDIATELY) OR ALREADY REACHED, OR
0603Q4*                          BANKS IT FOR A FUTURE RUN.  A DELETE
0603Q8*                          - OR ANY TRANSACTION ON A BULK NIGHT
0603QC*                          - THAT HAS NOT ALREADY BEEN THROUGH
0603QG*                          THE SUPERVISOR QUEUE IS STAGED FOR
0603QK*                          APPROVAL INSTEAD OF APPLIED.
0603QO*                          A TRANSACTION NOT KEYED BY A
0603QS*                          REGISTERED KEYER GOES NO FURTHER -
0603QW*                          IT IS REJECTED WITH REASON 16.
0603R0******************************************************************
0603R4 3270-ROUTE-TRANSACTION.
0603R8     PERFORM 3280-CHECK-KEYER
0603RC         THRU 3280-EXIT
0603RG     IF KEYER-UNREGISTERED
0603RK         DISPLAY "TEST1 - " MAINT-ACTION-CODE " FOR ID "
0603RO             MAINT-REC-ID " REJECTED - " MAINT-USER-ID
0603RS             " IS NOT A REGISTERED KEYER"
0603RW         MOVE "16" TO MREJECT-REASON-CODE
0603S0         PERFORM 3400-WRITE-MAINT-REJECT
0603S4             THRU 3400-EXIT
0603S8         ADD 1 TO KEYER-REJECT-COUNT
0603SC         GO TO 3270-EXIT
0603SG     END-IF
0603SK     IF MAINT-EFF-DATE NUMERIC
0603SO         AND MAINT-EFF-DATE > RUN-BUS-DATE
0603SS         PERFORM 3500-BANK-TRANSACTION
0603SW             THRU 3500-EXIT
0603T0         GO TO 3270-EXIT
0603T4     END-IF
0603T8     IF NOT APPROVE-PROCESSING
0603TC         AND (MAINT-ACTION-DELETE OR BULK-NIGHT)
0603TG         PERFORM 3550-STAGE-FOR-APPROVAL
0603TK             THRU 3550-EXIT
0603TO     ELSE
0603TS         PERFORM 3300-APPLY-TRANSACTION
0603TW             THRU 3300-EXIT
0603U0     END-IF.
0603U4 3270-EXIT.
0603U8     EXIT.
0603UC******************************************************************
0603UG* 3280-CHECK-KEYER - LOOKS THE TRANSACTION'S MAINT-USER-ID UP IN
0603UK*                    KEYER-TABLE.
0603UO******************************************************************
0603US 3280-CHECK-KEYER.
0603UW     MOVE "N" TO KEYER-FOUND-SWITCH
0603V0     IF MAINT-USER-ID = SPACES
0603V4         GO TO 3280-EXIT
0603V8     END-IF
0603VC     PERFORM 3285-MATCH-ONE-KEYER
0603VG         THRU 3285-EXIT
0603VK         VARYING KEYER-IDX FROM 1 BY 1
0603VO         UNTIL KEYER-IDX > KEYER-COUNT
0603VS             OR KEYER-REGISTERED.
0603VW 3280-EXIT.
0603W0     EXIT.
0603W4******************************************************************
0603W8* 3285-MATCH-ONE-KEYER - COMPARES THE MAINT-USER-ID AGAINST ONE
0603WC*                        KEYER-TABLE ENTRY.
0603WG******************************************************************
0603WK 3285-MATCH-ONE-KEYER.
0603WO     IF MAINT-USER-ID = KEYER-ENTRY-ID(KEYER-IDX)
0603WS         MOVE "Y" TO KEYER-FOUND-SWITCH
0603WW     END-IF.
0603X0 3285-EXIT.
0603X4     EXIT.
060400******************************************************************
060500* 3300-APPLY-TRANSACTION - APPLIES ONE MAINTENANCE TRANSACTION
060600*                          TO THE INDEXED NAME-MASTER BY ACTION
060700*                          CODE: AN ADD WRITES A NEW RECORD, A
060800*                          CHANGE REWRITES THE EXISTING RECORD
060900*                          IN PLACE, A DELETE MARKS THE RECORD
061000*                          INACTIVE, AND A REACTIVATE MARKS IT
061001*                          ACTIVE AGAIN.
061100******************************************************************
061200 3300-APPLY-TRANSACTION.
061210     IF MAINT-ACTION-ADD
061270                 THRU 3320-EXIT
061280         ELSE
061282             IF MAINT-ACTION-DELETE
061285                 PERFORM 3330-APPLY-DELETE
061288                     THRU 3330-EXIT
06128B             ELSE
06128E                 IF MAINT-ACTION-REACTIVATE
06128H                     PERFORM 3340-APPLY-REACTIVATE
06128K                         THRU 3340-EXIT
06128N                 ELSE
06128Q                     MOVE "13" TO MREJECT-REASON-CODE
06128T                     PERFORM 3400-WRITE-MAINT-REJECT
06128W                         THRU 3400-EXIT
06128Z                 END-IF
061297             END-IF
061298         END-IF
061299     END-IF.
06129E 3300-EXIT.
06129J     EXIT.
06129O******************************************************************
06129T* 3310-APPLY-ADD - WRITES A NEW NAME-MASTER RECORD FOR AN ADD
06129Y*                  TRANSACTION.  AN ADD FOR AN ID ALREADY ON
0612A3*                  THE MASTER (DUPLICATE KEY) IS REJECTED
0612A8*                  RATHER THAN CREATING A SECOND RECORD.
0612AD*                  AN ADD KEYED WITH ID 00000 IS GIVEN THE
0612AI*                  NEXT ID FIRST; AN EXPLICIT ID ABOVE THE
0612AN*                  HIGH-WATER MARK RAISES THE MARK.
0612AS******************************************************************
0612AX 3310-APPLY-ADD.
0612B2     MOVE "N" TO ID-ASSIGNED-SWITCH
0612B7     IF MAINT-REC-ID = ZERO
0612BC         PERFORM 3315-ASSIGN-NEXT-ID
0612BH             THRU 3315-EXIT
0612BM         IF NOT ID-WAS-ASSIGNED
0612BR             GO TO 3310-EXIT
0612BW         END-IF
0612C1     ELSE
0612C6         IF ID-CONTROL-READY
0612CB             AND MAINT-REC-ID > ID-HIGH-WATER
0612CG             MOVE MAINT-REC-ID TO ID-HIGH-WATER
0612CL             PERFORM 3180-SAVE-ID-CONTROL
0612CQ                 THRU 3180-EXIT
0612CV         END-IF
0612D0     END-IF
0612D5     MOVE MAINT-REC-ID          TO MASTER-REC-ID
0612DA     MOVE MAINT-REC-NAME        TO MASTER-REC-NAME
0612DF     MOVE MAINT-REC-DATE-ADDED  TO MASTER-REC-DATE-ADDED
0612DK     MOVE "A"                   TO MASTER-REC-STATUS
0612DP     MOVE RUN-BUS-DATE          TO MASTER-REC-STATUS-DATE
0612DU     MOVE SPACES                TO SAVED-BEFORE-IMAGE
0612DZ     MOVE MASTER-RECORD         TO SAVED-AFTER-IMAGE
0612E4     WRITE MASTER-RECORD
0612E9     IF NAME-MASTER-DUP-KEY
0612EE         MOVE "12" TO MREJECT-REASON-CODE
0612EJ         PERFORM 3400-WRITE-MAINT-REJECT
0612EO             THRU 3400-EXIT
0612ET         GO TO 3310-EXIT
0612EY     END-IF
0612F3     IF NOT NAME-MASTER-STATUS-OK
0612F8         DISPLAY "TEST1 - I/O ERROR ON NAME-MASTER, STATUS = "
0612FD             NAME-MASTER-STATUS
0612FI         MOVE 8 TO RETURN-CODE
0612FN         GO TO 3310-EXIT
0612FS     END-IF
0612FX     ADD 1 TO MAINT-COUNT
0612G2     IF ID-WAS-ASSIGNED
0612G7         PERFORM 3192-LIST-ASSIGNED-ID
0612GC             THRU 3192-EXIT
0612GH     END-IF
0612GM     PERFORM 3350-WRITE-JOURNAL
0612GR         THRU 3350-EXIT.
0612GW 3310-EXIT.
0612H1     EXIT.
0612H6******************************************************************
0612HB* 3315-ASSIGN-NEXT-ID - GIVES AN ID-00000 ADD THE FIRST ID ABOVE
0612HG*                       THE HIGH-WATER MARK THAT IS NOT ALREADY ON
0612HL*                       THE MASTER, AND SAVES THE NEW MARK BEFORE
0612HQ*                       THE CALLER WRITES THE RECORD.  WITH NO
0612HV*                       TRUSTWORTHY MARK, OR NO ID LEFT BELOW
0612I0*                       99999, THE CARD IS REJECTED (REASON 14).
0612I5*                       AN ADD ALREADY ON THE MASTER UNDER ITS
0612IA*                       NAME AND DATE ADDED IS REJECTED (12).
0612IF******************************************************************
0612IK 3315-ASSIGN-NEXT-ID.
0612IP     IF NOT ID-CONTROL-READY
0612IU         DISPLAY "TEST1 - NO ID CONTROL RECORD - ADD FOR "
0612IZ             MAINT-REC-NAME " REJECTED"
0612J4         MOVE "14" TO MREJECT-REASON-CODE
0612J9         PERFORM 3400-WRITE-MAINT-REJECT
0612JE             THRU 3400-EXIT
0612JJ         GO TO 3315-EXIT
0612JO     END-IF
0612JT     PERFORM 3317-CHECK-SAME-ADD
0612JY         THRU 3317-EXIT
0612K3     IF SAME-ADD-CHECK-FAILED
0612K8         GO TO 3315-EXIT
0612KD     END-IF
0612KI     IF SAME-ADD-ON-MASTER
0612KN         DISPLAY "TEST1 - ADD FOR " MAINT-REC-NAME " "
0612KS             MAINT-REC-DATE-ADDED " ALREADY ON MASTER AS ID "
0612KX             SAME-ADD-ID " - NO NEW ID ASSIGNED"
0612L2         MOVE "12" TO MREJECT-REASON-CODE
0612L7         PERFORM 3400-WRITE-MAINT-REJECT
0612LC             THRU 3400-EXIT
0612LH         GO TO 3315-EXIT
0612LM     END-IF
0612LR     MOVE "N" TO ID-SEARCH-SWITCH
0612LW     MOVE ID-HIGH-WATER TO ID-CANDIDATE
0612M1     PERFORM 3316-TRY-NEXT-ID
0612M6         THRU 3316-EXIT
0612MB         UNTIL ID-CANDIDATE-FREE
0612MG             OR ID-SEARCH-FAILED
0612ML             OR ID-CANDIDATE = 99999
0612MQ     IF ID-SEARCH-FAILED
0612MV         GO TO 3315-EXIT
0612N0     END-IF
0612N5     IF NOT ID-CANDIDATE-FREE
0612NA         DISPLAY "TEST1 - NO FREE ID LEFT - ADD FOR "
0612NF             MAINT-REC-NAME " REJECTED"
0612NK         MOVE "14" TO MREJECT-REASON-CODE
0612NP         PERFORM 3400-WRITE-MAINT-REJECT
0612NU             THRU 3400-EXIT
0612NZ         GO TO 3315-EXIT
0612O4     END-IF
0612O9     MOVE ID-CANDIDATE TO ID-HIGH-WATER
0612OE     PERFORM 3180-SAVE-ID-CONTROL
0612OJ         THRU 3180-EXIT
0612OO     IF NOT ID-CONTROL-READY
0612OT         MOVE "14" TO MREJECT-REASON-CODE
0612OY         PERFORM 3400-WRITE-MAINT-REJECT
0612P3             THRU 3400-EXIT
0612P8         GO TO 3315-EXIT
0612PD     END-IF
0612PI     MOVE ID-CANDIDATE TO MAINT-REC-ID
0612PN     MOVE "Y" TO ID-ASSIGNED-SWITCH
0612PS     ADD 1 TO ID-ASSIGN-COUNT.
0612PX 3315-EXIT.
0612Q2     EXIT.
0612Q7******************************************************************
0612QC* 3316-TRY-NEXT-ID - STEPS THE CANDIDATE ID AND PROBES THE MASTER
0612QH*                    FOR IT.  AN ID ALREADY THERE (LOADED BY
0612QM*                    NAMERST OR A CONVERSION WITHOUT TOUCHING THE
0612QR*                    MARK) IS SKIPPED.
0612QW******************************************************************
0612R1 3316-TRY-NEXT-ID.
0612R6     ADD 1 TO ID-CANDIDATE
0612RB     MOVE ID-CANDIDATE TO MASTER-REC-ID
0612RG     READ NAME-MASTER
0612RL     IF NAME-MASTER-REC-NOT-FOUND
0612RQ         MOVE "Y" TO ID-SEARCH-SWITCH
0612RV         GO TO 3316-EXIT
0612S0     END-IF
0612S5     IF NOT NAME-MASTER-STATUS-OK
0612SA         DISPLAY "TEST1 - I/O ERROR ON NAME-MASTER, STATUS = "
0612SF             NAME-MASTER-STATUS
0612SK         MOVE "F" TO ID-SEARCH-SWITCH
0612SP         MOVE 8 TO RETURN-CODE
0612SU     END-IF.
0612SZ 3316-EXIT.
0612T4     EXIT.
0612T9******************************************************************
0612TE* 3317-CHECK-SAME-ADD - LOOKS UP THE ADD'S NAME ON THE MASTER'S
0612TJ*                       ALTERNATE KEY FOR A RECORD WITH THE SAME
0612TO*                       DATE ADDED.  AN ID-00000 CARD HAS NO KEY
0612TT*                       OF ITS OWN, SO THIS IS WHAT STOPS A RERUN
0612TY*                       OF TONIGHT'S maint.txt FROM ADDING THE
0612U3*                       SAME PERSON A SECOND TIME UNDER A NEW ID.
0612U8******************************************************************
0612UD 3317-CHECK-SAME-ADD.
0612UI     MOVE "N" TO SAME-ADD-SWITCH
0612UN     MOVE MAINT-REC-NAME TO MASTER-REC-NAME
0612US     START NAME-MASTER KEY = MASTER-REC-NAME
0612UX     IF NAME-MASTER-REC-NOT-FOUND
0612V2         GO TO 3317-EXIT
0612V7     END-IF
0612VC     IF NOT NAME-MASTER-STATUS-OK
0612VH         DISPLAY "TEST1 - I/O ERROR ON NAME-MASTER, STATUS = "
0612VM             NAME-MASTER-STATUS
0612VR         MOVE "F" TO SAME-ADD-SWITCH
0612VW         MOVE 8 TO RETURN-CODE
0612W1         GO TO 3317-EXIT
0612W6     END-IF
0612WB     MOVE "N" TO ID-SCAN-END
0612WG     PERFORM 3318-READ-SAME-NAME
0612WL         THRU 3318-EXIT
0612WQ         UNTIL END-OF-ID-SCAN.
0612WV 3317-EXIT.
0612X0     EXIT.
0612X5******************************************************************
0612XA* 3318-READ-SAME-NAME - READS THE NEXT MASTER RECORD IN NAME
0612XF*                       ORDER, STOPPING AT THE FIRST DIFFERENT
0612XK*                       NAME OR AT A MATCHING DATE ADDED.
0612XP******************************************************************
0612XU 3318-READ-SAME-NAME.
0612XZ     READ NAME-MASTER NEXT RECORD
0612Y4         AT END
0612Y9             MOVE "Y" TO ID-SCAN-END
0612YE     END-READ
0612YJ     IF NAME-MASTER-STATUS-OK OR NAME-MASTER-STATUS-EOF
0612YO         CONTINUE
0612YT     ELSE
0612YY         DISPLAY "TEST1 - I/O ERROR ON NAME-MASTER, STATUS = "
0612Z3             NAME-MASTER-STATUS
0612Z8         MOVE "F" TO SAME-ADD-SWITCH
0612ZD         MOVE "Y" TO ID-SCAN-END
0612ZI         MOVE 8 TO RETURN-CODE
0612ZN     END-IF
0612ZS     IF END-OF-ID-SCAN
0612ZX         GO TO 3318-EXIT
061302     END-IF
061307     IF MASTER-REC-NAME NOT = MAINT-REC-NAME
06130C         MOVE "Y" TO ID-SCAN-END
06130H         GO TO 3318-EXIT
06130M     END-IF
06130R     IF MASTER-REC-DATE-ADDED = MAINT-REC-DATE-ADDED
06130W         MOVE MASTER-REC-ID TO SAME-ADD-ID
061311         MOVE "Y" TO SAME-ADD-SWITCH
061316         MOVE "Y" TO ID-SCAN-END
06131B     END-IF.
06131G 3318-EXIT.
06131L     EXIT.
061338******************************************************************
06133C* 3320-APPLY-CHANGE - REWRITES THE EXISTING NAME-MASTER RECORD
06133G*                     IN PLACE FOR A CHANGE TRANSACTION.  A
06133K*                     CHANGE FOR AN ID NOT ON THE MASTER IS
06133O*                     REJECTED RATHER THAN APPLIED BLIND, AND
06133S*                     ONE FOR AN INACTIVE RECORD IS REJECTED
06133W*                     (15) - REACTIVATE IT FIRST.
061345******************************************************************
061346 3320-APPLY-CHANGE.
061348     MOVE MAINT-REC-ID TO MASTER-REC-ID
061357     IF NOT NAME-MASTER-STATUS-OK
061358         DISPLAY "TEST1 - I/O ERROR ON NAME-MASTER, STATUS = "
061359             NAME-MASTER-STATUS
06135C         MOVE 8 TO RETURN-CODE
06135F         GO TO 3320-EXIT
06135I     END-IF
06135L     IF MASTER-REC-INACTIVE
06135O         MOVE "15" TO MREJECT-REASON-CODE
06135R         PERFORM 3400-WRITE-MAINT-REJECT
06135U             THRU 3400-EXIT
06135X         GO TO 3320-EXIT
061360     END-IF
061363     MOVE MASTER-RECORD         TO SAVED-BEFORE-IMAGE
061364     MOVE MAINT-REC-NAME        TO MASTER-REC-NAME
061366     MOVE MAINT-REC-DATE-ADDED  TO MASTER-REC-DATE-ADDED
061385 3320-EXIT.
061386     EXIT.
061388******************************************************************
06138B* 3330-APPLY-DELETE - MARKS THE NAME-MASTER RECORD NAMED BY A
06138E*                     DELETE TRANSACTION INACTIVE AS OF THE
06138H*                     BUSINESS DATE AND REWRITES IT - THE
06138K*                     RECORD STAYS ON FILE UNTIL THE MONTH-END
06138N*                     PURGE (NAMEPRG).  THE BEFORE AND AFTER
06138Q*                     IMAGES GO TO THE JOURNAL; A DELETE FOR AN
06138T*                     ID NOT ON THE MASTER IS REJECTED RATHER
06138W*                     THAN IGNORED, AND ONE FOR A RECORD ALREADY
06138Z*                     INACTIVE IS REJECTED (15).
061397******************************************************************
061398 3330-APPLY-DELETE.
061399     MOVE MAINT-REC-ID TO MASTER-REC-ID
061414     IF NOT NAME-MASTER-STATUS-OK
061416         DISPLAY "TEST1 - I/O ERROR ON NAME-MASTER, STATUS = "
061418             NAME-MASTER-STATUS
06141B         MOVE 8 TO RETURN-CODE
06141E         GO TO 3330-EXIT
06141H     END-IF
06141K     IF MASTER-REC-INACTIVE
06141N         MOVE "15" TO MREJECT-REASON-CODE
06141Q         PERFORM 3400-WRITE-MAINT-REJECT
06141T             THRU 3400-EXIT
06141W         GO TO 3330-EXIT
06141Z     END-IF
061426     MOVE MASTER-RECORD TO SAVED-BEFORE-IMAGE
06142D     MOVE "I"           TO MASTER-REC-STATUS
06142E     MOVE RUN-BUS-DATE  TO MASTER-REC-STATUS-DATE
06162E     MOVE MASTER-RECORD TO SAVED-AFTER-IMAGE
062000     REWRITE MASTER-RECORD
062100     IF NOT NAME-MASTER-STATUS-OK
062200         DISPLAY "TEST1 - I/O ERROR ON NAME-MASTER, STATUS = "
062300             NAME-MASTER-STATUS
062450         GO TO 3330-EXIT
062500     END-IF
062600     ADD 1 TO MAINT-COUNT
062601     ADD 1 TO MAINT-INACTIVATED-COUNT
062610     PERFORM 3350-WRITE-JOURNAL
062620         THRU 3350-EXIT.
062700 3330-EXIT.
062702     EXIT.
062704******************************************************************
062706* 3340-APPLY-REACTIVATE - MARKS AN INACTIVE NAME-MASTER RECORD
062708*                         ACTIVE AGAIN AS OF THE BUSINESS DATE
06270A*                         AND REWRITES IT, JOURNALING THE BEFORE
06270C*                         AND AFTER IMAGES.  A REACTIVATE FOR AN
06270E*                         ID NOT ON THE MASTER (ALREADY PURGED) IS
06270G*                         REJECTED (11) - IT MUST BE ADDED AGAIN -
06270I*                         AND ONE FOR A RECORD ALREADY ACTIVE IS
06270K*                         REJECTED (15).
06270M******************************************************************
06270O 3340-APPLY-REACTIVATE.
06270Q     MOVE MAINT-REC-ID TO MASTER-REC-ID
06270S     READ NAME-MASTER
06270U     IF NAME-MASTER-REC-NOT-FOUND
06270W         MOVE "11" TO MREJECT-REASON-CODE
06270Y         PERFORM 3400-WRITE-MAINT-REJECT
062710             THRU 3400-EXIT
062712         GO TO 3340-EXIT
062714     END-IF
062716     IF NOT NAME-MASTER-STATUS-OK
062718         DISPLAY "TEST1 - I/O ERROR ON NAME-MASTER, STATUS = "
06271A             NAME-MASTER-STATUS
06271C         MOVE 8 TO RETURN-CODE
06271E         GO TO 3340-EXIT
06271G     END-IF
06271I     IF NOT MASTER-REC-INACTIVE
06271K         MOVE "15" TO MREJECT-REASON-CODE
06271M         PERFORM 3400-WRITE-MAINT-REJECT
06271O             THRU 3400-EXIT
06271Q         GO TO 3340-EXIT
06271S     END-IF
06271U     MOVE MASTER-RECORD TO SAVED-BEFORE-IMAGE
06271W     MOVE "A"           TO MASTER-REC-STATUS
06271Y     MOVE RUN-BUS-DATE  TO MASTER-REC-STATUS-DATE
062720     MOVE MASTER-RECORD TO SAVED-AFTER-IMAGE
062722     REWRITE MASTER-RECORD
062724     IF NOT NAME-MASTER-STATUS-OK
062726         DISPLAY "TEST1 - I/O ERROR ON NAME-MASTER, STATUS = "
062728             NAME-MASTER-STATUS
06272A         MOVE 8 TO RETURN-CODE
06272C         GO TO 3340-EXIT
06272E     END-IF
06272G     ADD 1 TO MAINT-COUNT
06272I     ADD 1 TO MAINT-REACTIVATED-COUNT
06272K     PERFORM 3350-WRITE-JOURNAL
06272M         THRU 3350-EXIT.
06272O 3340-EXIT.
06272Q     EXIT.
06272S******************************************************************
06272U* 3350-WRITE-JOURNAL - APPENDS ONE JOURNAL RECORD FOR THE
06272W*                      TRANSACTION JUST APPLIED: RUN DATE/TIME,
06272Y*                      ACTION CODE, AND THE BEFORE AND AFTER
062730*                      IMAGES STAGED BY THE APPLY PARAGRAPH.
062732*                      THIS IS THE CHANGE TRAIL COMPLIANCE
062734*                      ASKED FOR - WITHOUT IT THE PRIOR
062736*                      CONTENTS OF A CHANGED OR DELETED MASTER
062738*                      RECORD ARE GONE.
06273A******************************************************************
06273C 3350-WRITE-JOURNAL.
06273E     MOVE "A" TO NOTICE-OUTCOME
06273G*    THE JOURNAL IS STAMPED WITH THE WALL-CLOCK DATE, NOT THE
06273I*    BUSINESS DATE - THE STAMPS MUST STAY MONOTONIC FOR THE
06273K*    NAMEDLT WATERMARK.  THE BUSINESS DATE OF THE WORK RIDES
06273M*    JRNL-SUBMIT-DATE AND THE AUDIT LOG INSTEAD.
06273O     MOVE CLOCK-DATE-DISPLAY TO JRNL-RUN-DATE
06273Q     MOVE RUN-TIME-DISPLAY   TO JRNL-RUN-TIME
06273S     MOVE MAINT-ACTION-CODE  TO JRNL-ACTION-CODE
06273U     MOVE SAVED-BEFORE-DATA  TO JRNL-BEFORE-IMAGE
06273W     MOVE SAVED-BEFORE-STAT  TO JRNL-BEFORE-STAT
06273Y     MOVE SAVED-AFTER-DATA   TO JRNL-AFTER-IMAGE
062740     MOVE SAVED-AFTER-STAT   TO JRNL-AFTER-STAT
062742     MOVE MAINT-SUBMIT-DATE  TO JRNL-SUBMIT-DATE
062744     MOVE MAINT-USER-ID      TO JRNL-SUBMIT-USER
062746*    CURRENT-APPROVER IS SPACES EXCEPT WHILE A TRANSACTION OFF
062748*    THE APPROVED-RELEASE FILE IS BEING APPLIED.
06274A     MOVE CURRENT-APPROVER   TO JRNL-APPROVE-USER
06274C     WRITE JOURNAL-RECORD
06274E     IF NOT JOURNAL-STATUS-OK
06274G         DISPLAY "TEST1 - I/O ERROR ON JOURNAL-FILE, STATUS = "
06274I             JOURNAL-STATUS
06274K         MOVE 8 TO RETURN-CODE
06274M     END-IF.
06274O 3350-EXIT.
06274Q     EXIT.
06274S******************************************************************
06274U* 3400-WRITE-MAINT-REJECT - WRITES THE REJECTED MAINTENANCE
06274W*                           TRANSACTION AND ITS REASON CODE
06274Y*                           (SET BY THE CALLER) TO THE
062750*                           MAINT-REJECT-FILE AND COUNTS IT.
062752******************************************************************
062754 3400-WRITE-MAINT-REJECT.
062756     MOVE "R" TO NOTICE-OUTCOME
062758     MOVE MAINT-ACTION-CODE     TO MREJECT-ACTION-CODE
06275A     MOVE MAINT-REC-ID          TO MREJECT-REC-ID
06275C     MOVE MAINT-REC-NAME        TO MREJECT-REC-NAME
06275E     MOVE MAINT-REC-DATE-ADDED  TO MREJECT-REC-DATE-ADDED
06275G     WRITE MREJECT-RECORD
06275I     IF NOT MAINT-REJECT-STATUS-OK
06275K         DISPLAY "TEST1 - I/O ERROR ON MAINT-REJECT-FILE, "
06275M             "STATUS = " MAINT-REJECT-STATUS
06275O         MOVE 8 TO RETURN-CODE
06275Q     END-IF
06275S     ADD 1 TO MAINT-REJECT-COUNT.
06275U 3400-EXIT.
06275W     EXIT.
06275Y******************************************************************
062760* 3500-BANK-TRANSACTION - WRITES A FUTURE-DATED TRANSACTION TO
062762*                         THE PENDING-BANK WORK FILE SO IT IS
062764*                         CARRIED TO THE NEXT RUN INSTEAD OF
062766*                         APPLIED TONIGHT.
062768******************************************************************
06276A 3500-BANK-TRANSACTION.
06276C     MOVE "B" TO NOTICE-OUTCOME
06276E     MOVE MAINT-RECORD TO PENDOUT-RECORD
06276G     WRITE PENDOUT-RECORD
06276I     IF NOT PEND-OUT-STATUS-OK
06276K         DISPLAY "TEST1 - I/O ERROR ON PEND-OUT-FILE, "
06276M             "STATUS = " PEND-OUT-STATUS
06276O         MOVE 8 TO RETURN-CODE
06276Q     END-IF
06276S     ADD 1 TO MAINT-BANKED-COUNT.
06276U 3500-EXIT.
06276W     EXIT.
06276Y******************************************************************
062770* 3550-STAGE-FOR-APPROVAL - WRITES THE TRANSACTION TO THE
062772*                           SUPERVISOR-APPROVAL QUEUE WITH
062774*                           STATUS "P" INSTEAD OF APPLYING IT.
062776*                           IT POSTS ONLY AFTER A SUPERVISOR
062778*                           APPROVES IT WITH APPRVW AND THE
06277A*                           NEXT PASS PICKS UP THE RELEASE.
06277C******************************************************************
06277E 3550-STAGE-FOR-APPROVAL.
06277G     MOVE "S" TO NOTICE-OUTCOME
06277I     MOVE "P" TO APPV-STATUS-CODE
06277K     MOVE MAINT-RECORD TO APPV-MAINT-IMAGE
06277M     MOVE SPACES TO APPV-APPROVE-USER
06277O     MOVE APPV-RECORD TO APPRPEND-RECORD
06277Q     WRITE APPRPEND-RECORD
06277S     IF NOT APPR-PEND-STATUS-OK
06277U         DISPLAY "TEST1 - I/O ERROR ON APPR-PEND-FILE, "
06277W             "STATUS = " APPR-PEND-STATUS
06277Y         MOVE 8 TO RETURN-CODE
062780     END-IF
062782     DISPLAY "TEST1 - " MAINT-ACTION-CODE " FOR ID "
062784         MAINT-REC-ID " STAGED FOR SUPERVISOR APPROVAL"
062786     ADD 1 TO MAINT-STAGED-COUNT.
062788 3550-EXIT.
06278A     EXIT.
06278C******************************************************************
06278E* 3600-SAVE-PENDING-BANK - COPIES THE PENDING-BANK WORK FILE
06278G*                          BACK OVER THE PENDING-TRANSACTION
06278I*                          FILE SO THE STILL-FUTURE TRANSACTIONS
06278K*                          ARE ON HAND FOR THE NEXT RUN.
06278M******************************************************************
06278O 3600-SAVE-PENDING-BANK.
06278Q*    A BANK THAT COULD NOT BE READ ALL THE WAY THROUGH MUST
06278S*    NOT BE REPLACED FROM THE PARTIAL WORK FILE - EVERY
06278U*    TRANSACTION NEVER REACHED WOULD SILENTLY VANISH.
06278W     IF PEND-READ-FAILED
06278Y         DISPLAY "TEST1 - PENDING BANK LEFT UNTOUCHED AFTER "
062790             "READ ERROR"
062792         GO TO 3600-EXIT
062794     END-IF
062796     OPEN INPUT PEND-OUT-FILE
062798     IF NOT PEND-OUT-STATUS-OK
06279A         DISPLAY "TEST1 - I/O ERROR ON PEND-OUT-FILE, "
06279C             "STATUS = " PEND-OUT-STATUS
06279E         MOVE 8 TO RETURN-CODE
06279G         GO TO 3600-EXIT
06279I     END-IF
06279K     OPEN OUTPUT PEND-IN-FILE
06279M     IF NOT PEND-IN-STATUS-OK
06279O         DISPLAY "TEST1 - I/O ERROR ON PEND-IN-FILE, "
06279Q             "STATUS = " PEND-IN-STATUS
06279S         MOVE 8 TO RETURN-CODE
06279U         CLOSE PEND-OUT-FILE
06279W         GO TO 3600-EXIT
06279Y     END-IF
0627A0     MOVE "N" TO PEND-OUT-END
0627A2     PERFORM 3650-COPY-ONE-PENDING
0627A4         THRU 3650-EXIT
0627A6         UNTIL END-OF-PEND-OUT
0627A8     CLOSE PEND-OUT-FILE
0627AA     CLOSE PEND-IN-FILE.
0627AC 3600-EXIT.
0627AE     EXIT.
0627AG******************************************************************
0627AI* 3650-COPY-ONE-PENDING - COPIES ONE BANKED TRANSACTION FROM
0627AK*                         THE WORK FILE TO THE PENDING-
0627AM*                         TRANSACTION FILE.
0627AO******************************************************************
0627AQ 3650-COPY-ONE-PENDING.
0627AS     READ PEND-OUT-FILE
0627AU         AT END
0627AW             MOVE "Y" TO PEND-OUT-END
0627AY     END-READ
0627B0     IF PEND-OUT-STATUS-OK OR PEND-OUT-STATUS-EOF
0627B2         CONTINUE
0627B4     ELSE
0627B6         DISPLAY "TEST1 - I/O ERROR ON PEND-OUT-FILE, "
0627B8             "STATUS = " PEND-OUT-STATUS
0627BA         MOVE "Y" TO PEND-OUT-END
0627BC         MOVE 8 TO RETURN-CODE
0627BE     END-IF
0627BG     IF NOT END-OF-PEND-OUT
0627BI         MOVE PENDOUT-RECORD TO PENDIN-RECORD
0627BK         WRITE PENDIN-RECORD
0627BM         IF NOT PEND-IN-STATUS-OK
0627BO             DISPLAY "TEST1 - I/O ERROR ON PEND-IN-FILE, "
0627BQ                 "STATUS = " PEND-IN-STATUS
0627BS             MOVE 8 TO RETURN-CODE
0627BU         END-IF
0627BW     END-IF.
0627BY 3650-EXIT.
0627C0     EXIT.
0627C2******************************************************************
0627C4* 3700-NOTE-OUTCOME - WRITES ONE NOTICE WORK RECORD FOR THE
0627C6*                     TRANSACTION IN MAINT-RECORD: WHO SUBMITTED
0627C8*                     IT, WHERE IT CAME FROM, AND THE OUTCOME
0627CA*                     LEFT IN NOTICE-OUTCOME.  A CARD WITH NO
0627CC*                     USER ID IS NOTED UNDER "UNKNOWN" SO IT
0627CE*                     STILL COUNTS AND STILL GETS TOLD.
0627CG******************************************************************
0627CI 3700-NOTE-OUTCOME.
0627CK     IF NOT NOTICE-WORK-OPEN
0627CM         GO TO 3700-EXIT
0627CO     END-IF
0627CQ     MOVE SPACES TO NOTICE-WORK-RECORD
0627CS     MOVE MAINT-USER-ID TO NTCW-USER-ID
0627CU     IF NTCW-USER-ID = SPACES
0627CW         MOVE "UNKNOWN" TO NTCW-USER-ID
0627CY     END-IF
0627D0     IF NOTICE-FROM-CARD
0627D2         MOVE "1" TO NTCW-SECTION
0627D4         ADD 1 TO NOTICE-CARD-TOTAL
0627D6     ELSE
0627D8         MOVE "2" TO NTCW-SECTION
0627DA     END-IF
0627DC     ADD 1 TO NOTICE-SEQ
0627DE     MOVE NOTICE-SEQ         TO NTCW-SEQ
0627DG     MOVE NOTICE-ORIGIN      TO NTCW-ORIGIN
0627DI     MOVE NOTICE-OUTCOME     TO NTCW-OUTCOME
0627DK     MOVE MAINT-ACTION-CODE  TO NTCW-ACTION
0627DM     MOVE MAINT-REC-ID       TO NTCW-REC-ID
0627DO     MOVE MAINT-REC-NAME     TO NTCW-NAME
0627DQ     MOVE MAINT-EFF-DATE     TO NTCW-EFF-DATE
0627DS     MOVE MAINT-SUBMIT-DATE  TO NTCW-SUBMIT-DATE
0627DU     MOVE CURRENT-APPROVER   TO NTCW-APPROVER
0627DW     IF NOTICE-OUTCOME = "R"
0627DY         MOVE MREJECT-REASON-CODE TO NTCW-REASON
0627E0     END-IF
0627E2     IF NOTICE-OUTCOME = "A"
0627E4         AND MAINT-ACTION-ADD
0627E6         AND ID-WAS-ASSIGNED
0627E8         MOVE "Y" TO NTCW-NEW-ID
0627EA     END-IF
0627EC     WRITE NOTICE-WORK-RECORD
0627EE     IF NOT NOTICE-WORK-STATUS-OK
0627EG         DISPLAY "TEST1 - I/O ERROR ON NOTICE-WORK-FILE, "
0627EI             "STATUS = " NOTICE-WORK-STATUS
0627EK         MOVE 8 TO RETURN-CODE
0627EM     END-IF.
0627EO 3700-EXIT.
0627EQ     EXIT.
0627ES******************************************************************
0627EU* 3800-WRITE-NOTICES - PROVES TONIGHT'S CARDS WERE ALL NOTED,
0627EW*                      SORTS THE NOTICE WORK FILE BY SUBMITTER
0627EY*                      AND WRITES ONE NOTICE PER SUBMITTER,
0627F0*                      notice.<USER-ID>.<YYMMDD>.txt.  A CARD
0627F2*                      COUNT THAT DOES NOT TIE ENDS THE RUN AT
0627F4*                      CONDITION CODE 4 AT LEAST - SOMEBODY'S
0627F6*                      NOTICE IS SHORT.
0627F8******************************************************************
0627FA 3800-WRITE-NOTICES.
0627FC     IF NOT NOTICE-WORK-OPEN
0627FE         GO TO 3800-EXIT
0627FG     END-IF
0627FI     CLOSE NOTICE-WORK-FILE
0627FK     MOVE "N" TO NOTICE-WORK-SWITCH
0627FM     IF NOTICE-CARD-TOTAL NOT = MAINT-CARD-COUNT
0627FO         DISPLAY "TEST1 - NOTICES OUT OF BALANCE: "
0627FQ             MAINT-CARD-COUNT
0627FS             " CARDS READ, " NOTICE-CARD-TOTAL " NOTED"
0627FU         IF RETURN-CODE < 4
0627FW             MOVE 4 TO RETURN-CODE
0627FY         END-IF
0627G0     END-IF
0627G2     SORT NOTICE-SORT-FILE
0627G4         ON ASCENDING KEY NSRT-USER-ID
0627G6                          NSRT-SECTION
0627G8                          NSRT-SEQ
0627GA         USING NOTICE-WORK-FILE
0627GC         GIVING NOTICE-SORTED-FILE
0627GE     IF SORT-RETURN NOT = ZERO
0627GG         DISPLAY "TEST1 - NOTICE SORT FAILED, SORT-RETURN = "
0627GI             SORT-RETURN
0627GK         MOVE 8 TO RETURN-CODE
0627GM         GO TO 3800-EXIT
0627GO     END-IF
0627GQ     OPEN INPUT NOTICE-SORTED-FILE
0627GS     IF NOT NOTICE-SORTED-STATUS-OK
0627GU         DISPLAY "TEST1 - I/O ERROR ON NOTICE-SORTED-FILE, "
0627GW             "STATUS = " NOTICE-SORTED-STATUS
0627GY         MOVE 8 TO RETURN-CODE
0627H0         GO TO 3800-EXIT
0627H2     END-IF
0627H4     MOVE "N" TO NOTICE-SORTED-END
0627H6     MOVE SPACES TO NOTICE-USER
0627H8     PERFORM 3810-NOTICE-ONE-RECORD
0627HA         THRU 3810-EXIT
0627HC         UNTIL END-OF-NOTICE-SORTED
0627HE     IF NOTICE-FILE-OPEN
0627HG         PERFORM 3840-END-NOTICE
0627HI             THRU 3840-EXIT
0627HK     END-IF
0627HM     CLOSE NOTICE-SORTED-FILE
0627HO     DISPLAY "TEST1 - " NOTICE-FILE-COUNT " SUBMITTER NOTICES "
0627HQ         "WRITTEN".
0627HS 3800-EXIT.
0627HU     EXIT.
0627HW******************************************************************
0627HY* 3810-NOTICE-ONE-RECORD - READS ONE SORTED NOTICE RECORD.  A NEW
0627I0*                          SUBMITTER CLOSES THE LAST NOTICE AND
0627I2*                          STARTS THE NEXT; A NEW SECTION GETS
0627I4*                          ITS HEADING; THEN THE DETAIL LINE.
0627I6******************************************************************
0627I8 3810-NOTICE-ONE-RECORD.
0627IA     READ NOTICE-SORTED-FILE
0627IC         AT END
0627IE             MOVE "Y" TO NOTICE-SORTED-END
0627IG     END-READ
0627II     IF NOTICE-SORTED-STATUS-OK OR NOTICE-SORTED-STATUS-EOF
0627IK         CONTINUE
0627IM     ELSE
0627IO         DISPLAY "TEST1 - I/O ERROR ON NOTICE-SORTED-FILE, "
0627IQ             "STATUS = " NOTICE-SORTED-STATUS
0627IS         MOVE "Y" TO NOTICE-SORTED-END
0627IU         MOVE 8 TO RETURN-CODE
0627IW     END-IF
0627IY     IF END-OF-NOTICE-SORTED
0627J0         GO TO 3810-EXIT
0627J2     END-IF
0627J4     IF NTCS-USER-ID NOT = NOTICE-USER
0627J6         IF NOTICE-FILE-OPEN
0627J8             PERFORM 3840-END-NOTICE
0627JA                 THRU 3840-EXIT
0627JC         END-IF
0627JE         PERFORM 3820-START-NOTICE
0627JG             THRU 3820-EXIT
0627JI     END-IF
0627JK     IF NOT NOTICE-FILE-OPEN
0627JM         GO TO 3810-EXIT
0627JO     END-IF
0627JQ     IF NTCS-SECTION NOT = NOTICE-SECTION
0627JS         PERFORM 3825-START-SECTION
0627JU             THRU 3825-EXIT
0627JW     END-IF
0627JY     PERFORM 3830-WRITE-NOTICE-DETAIL
0627K0         THRU 3830-EXIT.
0627K2 3810-EXIT.
0627K4     EXIT.
0627K6******************************************************************
0627K8* 3820-START-NOTICE - OPENS THE NEXT SUBMITTER'S NOTICE, WRITES
0627KA*                     ITS HEADING AND CLEARS THE COUNTS.  IF THE
0627KC*                     FILE WILL NOT OPEN, THAT SUBMITTER'S LINES
0627KE*                     ARE PASSED OVER.  THE NAME CARRIES THE
0627KG*                     BUSINESS DATE, SO A NOTICE ALREADY ON FILE
0627KI*                     IS A RESTART'S EARLIER RUN: IT IS EXTENDED
0627KK*                     UNDER A RERUN LINE, NOT REWRITTEN - THE
0627KM*                     RELEASES AND REJECTIONS IT REPORTS WERE
0627KO*                     CONSUMED BY THAT RUN AND ARE NOT SEEN AGAIN.
0627KQ******************************************************************
0627KS 3820-START-NOTICE.
0627KU     MOVE NTCS-USER-ID TO NOTICE-USER
0627KW     MOVE SPACES TO NOTICE-SECTION
0627KY     MOVE ZERO TO NOTICE-TALLY
0627L0     MOVE "N" TO NOTICE-RERUN-SWITCH
0627L2     MOVE SPACES TO NOTICE-FILE-NAME
0627L4     STRING "notice." DELIMITED BY SIZE
0627L6         NOTICE-USER DELIMITED BY SPACE
0627L8         "." DELIMITED BY SIZE
0627LA         RUN-BUS-DATE DELIMITED BY SIZE
0627LC         ".txt" DELIMITED BY SIZE
0627LE         INTO NOTICE-FILE-NAME
0627LG     END-STRING
0627LI     OPEN EXTEND NOTICE-FILE
0627LK     IF NOTICE-FILE-NOT-FOUND
0627LM         OPEN OUTPUT NOTICE-FILE
0627LO     ELSE
0627LQ         IF NOTICE-FILE-STATUS-OK
0627LS             MOVE "Y" TO NOTICE-RERUN-SWITCH
0627LU         END-IF
0627LW     END-IF
0627LY     IF NOT NOTICE-FILE-STATUS-OK
0627M0         DISPLAY "TEST1 - I/O ERROR ON NOTICE FILE "
0627M2             NOTICE-FILE-NAME ", STATUS = " NOTICE-FILE-STATUS
0627M4         MOVE 8 TO RETURN-CODE
0627M6         GO TO 3820-EXIT
0627M8     END-IF
0627MA     MOVE "Y" TO NOTICE-OPEN-SWITCH
0627MC     ADD 1 TO NOTICE-FILE-COUNT
0627ME     IF NOTICE-RERUN
0627MG         MOVE SPACES TO NOTICE-LINE
0627MI         PERFORM 3845-PUT-NOTICE-LINE
0627MK             THRU 3845-EXIT
0627MM         PERFORM 3196-BUILD-RERUN-LINE
0627MO             THRU 3196-EXIT
0627MQ         MOVE RERUN-LINE TO NOTICE-LINE
0627MS         PERFORM 3845-PUT-NOTICE-LINE
0627MU             THRU 3845-EXIT
0627MW         MOVE SPACES TO NOTICE-LINE
0627MY         PERFORM 3845-PUT-NOTICE-LINE
0627N0             THRU 3845-EXIT
0627N2     END-IF
0627N4     MOVE SPACES TO NOTICE-LINE
0627N6     STRING "MAINTENANCE OUTCOME NOTICE FOR " DELIMITED BY SIZE
0627N8         NOTICE-USER DELIMITED BY SIZE
0627NA         " BUSINESS DATE " DELIMITED BY SIZE
0627NC         RUN-BUS-DATE DELIMITED BY SIZE
0627NE         INTO NOTICE-LINE
0627NG     END-STRING
0627NI     PERFORM 3845-PUT-NOTICE-LINE
0627NK         THRU 3845-EXIT.
0627NM 3820-EXIT.
0627NO     EXIT.
0627NQ******************************************************************
0627NS* 3825-START-SECTION - WRITES THE HEADING FOR TONIGHT'S CARDS OR
0627NU*                      FOR EARLIER SUBMISSIONS SETTLED TONIGHT.
0627NW******************************************************************
0627NY 3825-START-SECTION.
0627O0     MOVE NTCS-SECTION TO NOTICE-SECTION
0627O2     MOVE SPACES TO NOTICE-LINE
0627O4     PERFORM 3845-PUT-NOTICE-LINE
0627O6         THRU 3845-EXIT
0627O8     IF NTCS-TONIGHTS-CARD
0627OA         MOVE "CARDS SUBMITTED TONIGHT" TO NOTICE-LINE
0627OC     ELSE
0627OE         MOVE "EARLIER SUBMISSIONS SETTLED TONIGHT" TO NOTICE-LINE
0627OG     END-IF
0627OI     PERFORM 3845-PUT-NOTICE-LINE
0627OK         THRU 3845-EXIT
0627OM     MOVE "  ACT ID    NAME            SUBMIT  OUTCOME"
0627OO         TO NOTICE-LINE
0627OQ     PERFORM 3845-PUT-NOTICE-LINE
0627OS         THRU 3845-EXIT.
0627OU 3825-EXIT.
0627OW     EXIT.
0627OY******************************************************************
0627P0* 3830-WRITE-NOTICE-DETAIL - COUNTS THE TRANSACTION IN ITS
0627P2*                            SECTION AND WRITES ITS LINE.
0627P4******************************************************************
0627P6 3830-WRITE-NOTICE-DETAIL.
0627P8     IF NTCS-TONIGHTS-CARD
0627PA         MOVE 1 TO NTC-SUB
0627PC     ELSE
0627PE         MOVE 2 TO NTC-SUB
0627PG     END-IF
0627PI     ADD 1 TO NTC-SUBMITTED(NTC-SUB)
0627PK     PERFORM 3835-BUILD-OUTCOME-TEXT
0627PM         THRU 3835-EXIT
0627PO     MOVE SPACES TO NOTICE-LINE
0627PQ     STRING "  " DELIMITED BY SIZE
0627PS         NTCS-ACTION DELIMITED BY SIZE
0627PU         "   " DELIMITED BY SIZE
0627PW         NTCS-REC-ID DELIMITED BY SIZE
0627PY         " " DELIMITED BY SIZE
0627Q0         NTCS-NAME DELIMITED BY SIZE
0627Q2         " " DELIMITED BY SIZE
0627Q4         NTCS-SUBMIT-DATE DELIMITED BY SIZE
0627Q6         "  " DELIMITED BY SIZE
0627Q8         NOTICE-OUTCOME-TEXT DELIMITED BY SIZE
0627QA         INTO NOTICE-LINE
0627QC     END-STRING
0627QE     PERFORM 3845-PUT-NOTICE-LINE
0627QG         THRU 3845-EXIT.
0627QI 3830-EXIT.
0627QK     EXIT.
0627QM******************************************************************
0627QO* 3835-BUILD-OUTCOME-TEXT - WORDS THE OUTCOME FOR THE DETAIL LINE
0627QQ*                           AND ADDS IT TO THE SECTION'S COUNTS.
0627QS******************************************************************
0627QU 3835-BUILD-OUTCOME-TEXT.
0627QW     MOVE SPACES TO NOTICE-OUTCOME-TEXT
0627QY     IF NTCS-APPLIED
0627R0         ADD 1 TO NTC-APPLIED(NTC-SUB)
0627R2         GO TO 3836-APPLIED-TEXT
0627R4     END-IF
0627R6     IF NTCS-BANKED
0627R8         ADD 1 TO NTC-BANKED(NTC-SUB)
0627RA         STRING "BANKED UNTIL " DELIMITED BY SIZE
0627RC             NTCS-EFF-DATE DELIMITED BY SIZE
0627RE             INTO NOTICE-OUTCOME-TEXT
0627RG         END-STRING
0627RI         GO TO 3835-EXIT
0627RK     END-IF
0627RM     IF NTCS-STAGED
0627RO         ADD 1 TO NTC-STAGED(NTC-SUB)
0627RQ         MOVE "AWAITING SUPERVISOR APPROVAL"
0627RS             TO NOTICE-OUTCOME-TEXT
0627RU         GO TO 3835-EXIT
0627RW     END-IF
0627RY     IF NTCS-SUPV-REJECTED
0627S0         ADD 1 TO NTC-REJECTED(NTC-SUB)
0627S2         STRING "REJECTED BY SUPERVISOR " DELIMITED BY SIZE
0627S4             NTCS-APPROVER DELIMITED BY SIZE
0627S6             INTO NOTICE-OUTCOME-TEXT
0627S8         END-STRING
0627SA         GO TO 3835-EXIT
0627SC     END-IF
0627SE     IF NTCS-REJECTED
0627SG         ADD 1 TO NTC-REJECTED(NTC-SUB)
0627SI         GO TO 3837-REJECTED-TEXT
0627SK     END-IF
0627SM     ADD 1 TO NTC-NOT-SETTLED(NTC-SUB)
0627SO     MOVE "NOT PROCESSED - RUN ERROR, SEE OPERATIONS"
0627SQ         TO NOTICE-OUTCOME-TEXT
0627SS     GO TO 3835-EXIT.
0627SU 3836-APPLIED-TEXT.
0627SW     IF NTCS-APPROVER = SPACES
0627SY         IF NTCS-NEW-ID = "Y"
0627T0             MOVE "APPLIED - NEW ID ASSIGNED"
0627T2                 TO NOTICE-OUTCOME-TEXT
0627T4         ELSE
0627T6             MOVE "APPLIED" TO NOTICE-OUTCOME-TEXT
0627T8         END-IF
0627TA         GO TO 3835-EXIT
0627TC     END-IF
0627TE     IF NTCS-NEW-ID = "Y"
0627TG         STRING "APPLIED (NEW ID), APPROVED BY " DELIMITED BY SIZE
0627TI             NTCS-APPROVER DELIMITED BY SIZE
0627TK             INTO NOTICE-OUTCOME-TEXT
0627TM         END-STRING
0627TO     ELSE
0627TQ         STRING "APPLIED, APPROVED BY " DELIMITED BY SIZE
0627TS             NTCS-APPROVER DELIMITED BY SIZE
0627TU             INTO NOTICE-OUTCOME-TEXT
0627TW         END-STRING
0627TY     END-IF
0627U0     GO TO 3835-EXIT.
0627U2 3837-REJECTED-TEXT.
0627U4     IF NTCS-REASON-NUM NUMERIC
0627U6         AND NTCS-REASON-NUM > 10
0627U8         AND NTCS-REASON-NUM < 17
0627UA         SUBTRACT 10 FROM NTCS-REASON-NUM GIVING MREJ-REASON-SUB
0627UC         STRING "REJECTED " DELIMITED BY SIZE
0627UE             NTCS-REASON DELIMITED BY SIZE
0627UG             " - " DELIMITED BY SIZE
0627UI             MREJ-REASON-TEXT(MREJ-REASON-SUB) DELIMITED BY SIZE
0627UK             INTO NOTICE-OUTCOME-TEXT
0627UM         END-STRING
0627UO     ELSE
0627UQ         STRING "REJECTED " DELIMITED BY SIZE
0627US             NTCS-REASON DELIMITED BY SIZE
0627UU             INTO NOTICE-OUTCOME-TEXT
0627UW         END-STRING
0627UY     END-IF.
0627V0 3835-EXIT.
0627V2     EXIT.
0627V4******************************************************************
0627V6* 3840-END-NOTICE - WRITES THE SUBMITTER'S COUNTS FOR EACH
0627V8*                   SECTION ON THE NOTICE AND CLOSES IT.  THE
0627VA*                   OUTCOME COUNTS ADD UP TO THE SUBMISSIONS.
0627VC******************************************************************
0627VE 3840-END-NOTICE.
0627VG     PERFORM 3842-WRITE-TALLY
0627VI         THRU 3842-EXIT
0627VK         VARYING NTC-SUB FROM 1 BY 1
0627VM         UNTIL NTC-SUB > 2
0627VO     CLOSE NOTICE-FILE
0627VQ     MOVE "N" TO NOTICE-OPEN-SWITCH.
0627VS 3840-EXIT.
0627VU     EXIT.
0627VW******************************************************************
0627VY* 3842-WRITE-TALLY - WRITES ONE SECTION'S COUNTS.  A SECTION
0627W0*                    WITH NOTHING IN IT IS LEFT OFF.
0627W2******************************************************************
0627W4 3842-WRITE-TALLY.
0627W6     IF NTC-SUBMITTED(NTC-SUB) = ZERO
0627W8         GO TO 3842-EXIT
0627WA     END-IF
0627WC     MOVE SPACES TO NOTICE-LINE
0627WE     PERFORM 3845-PUT-NOTICE-LINE
0627WG         THRU 3845-EXIT
0627WI     MOVE SPACES TO NOTICE-LINE
0627WK     IF NTC-SUB = 1
0627WM         STRING "CARDS SUBMITTED TONIGHT ..... " DELIMITED BY SIZE
0627WO             NTC-SUBMITTED(NTC-SUB) DELIMITED BY SIZE
0627WQ             INTO NOTICE-LINE
0627WS         END-STRING
0627WU     ELSE
0627WW         STRING "EARLIER SUBMISSIONS SETTLED . " DELIMITED BY SIZE
0627WY             NTC-SUBMITTED(NTC-SUB) DELIMITED BY SIZE
0627X0             INTO NOTICE-LINE
0627X2         END-STRING
0627X4     END-IF
0627X6     PERFORM 3845-PUT-NOTICE-LINE
0627X8         THRU 3845-EXIT
0627XA     MOVE SPACES TO NOTICE-LINE
0627XC     STRING "  APPLIED ................... " DELIMITED BY SIZE
0627XE         NTC-APPLIED(NTC-SUB) DELIMITED BY SIZE
0627XG         INTO NOTICE-LINE
0627XI     END-STRING
0627XK     PERFORM 3845-PUT-NOTICE-LINE
0627XM         THRU 3845-EXIT
0627XO     MOVE SPACES TO NOTICE-LINE
0627XQ     STRING "  BANKED (FUTURE EFFECTIVE) . " DELIMITED BY SIZE
0627XS         NTC-BANKED(NTC-SUB) DELIMITED BY SIZE
0627XU         INTO NOTICE-LINE
0627XW     END-STRING
0627XY     PERFORM 3845-PUT-NOTICE-LINE
0627Y0         THRU 3845-EXIT
0627Y2     MOVE SPACES TO NOTICE-LINE
0627Y4     STRING "  AWAITING APPROVAL ......... " DELIMITED BY SIZE
0627Y6         NTC-STAGED(NTC-SUB) DELIMITED BY SIZE
0627Y8         INTO NOTICE-LINE
0627YA     END-STRING
0627YC     PERFORM 3845-PUT-NOTICE-LINE
0627YE         THRU 3845-EXIT
0627YG     MOVE SPACES TO NOTICE-LINE
0627YI     STRING "  REJECTED .................. " DELIMITED BY SIZE
0627YK         NTC-REJECTED(NTC-SUB) DELIMITED BY SIZE
0627YM         INTO NOTICE-LINE
0627YO     END-STRING
0627YQ     PERFORM 3845-PUT-NOTICE-LINE
0627YS         THRU 3845-EXIT
0627YU     MOVE SPACES TO NOTICE-LINE
0627YW     STRING "  NOT PROCESSED ............. " DELIMITED BY SIZE
0627YY         NTC-NOT-SETTLED(NTC-SUB) DELIMITED BY SIZE
0627Z0         INTO NOTICE-LINE
0627Z2     END-STRING
0627Z4     PERFORM 3845-PUT-NOTICE-LINE
0627Z6         THRU 3845-EXIT.
0627Z8 3842-EXIT.
0627ZA     EXIT.
0627ZC******************************************************************
0627ZE* 3845-PUT-NOTICE-LINE - WRITES NOTICE-LINE TO THE OPEN NOTICE.
0627ZG******************************************************************
0627ZI 3845-PUT-NOTICE-LINE.
0627ZK     WRITE NOTICE-LINE
0627ZM     IF NOT NOTICE-FILE-STATUS-OK
0627ZO         DISPLAY "TEST1 - I/O ERROR ON NOTICE FILE "
0627ZQ             NOTICE-FILE-NAME ", STATUS = " NOTICE-FILE-STATUS
0627ZS         MOVE 8 TO RETURN-CODE
0627ZU     END-IF.
0627ZW 3845-EXIT.
0627ZY     EXIT.
062800******************************************************************
062802* 4000-RECONCILE-MASTER - PROVES THE MASTER AND THE DAY'S
062804*                         INPUTS AGREE.  THE NIGHT'S INPUT IDS
062806*                         ARE SORTED AND MATCHED SEQUENTIALLY
062808*                         AGAINST THE MASTER (WHICH READS BACK
06280A*                         IN KEY ORDER) - ONE PASS OVER EACH,
06280C*                         AT ANY VOLUME.  RECONRPT.TXT LISTS
06280E*                         MASTER IDS MISSING FROM TODAY'S
06280G*                         EXTRACTS, EXTRACT IDS THAT NEVER
06280I*                         LANDED ON THE MASTER, EXTRACT IDS
06280K*                         WHOSE NAME DIFFERS FROM THE MASTER'S,
06280M*                         AND A CONTROL-TOTALS PAGE.  THE LAST
06280O*                         TWO FINDINGS ARE ALSO CUT AS PROPOSED
06280Q*                         "A" / "C" CARDS ON PROPMNT.TXT (WITH
06280S*                         A REVIEW LISTING, PROPRPT.TXT) FOR
06280U*                         DATA CONTROL TO RELEASE INTO
06280W*                         MAINT.TXT - NOTHING IS APPLIED FROM
06280Y*                         HERE.  A FOURTH LIST SHOWS EXTRACT
062810*                         IDS WHOSE MASTER RECORD IS INACTIVE;
062812*                         AN INACTIVE RECORD MISSING FROM THE
062814*                         EXTRACTS IS EXPECTED AND ONLY
062816*                         COUNTED.  ANY LIST BEING
062818*                         NON-EMPTY IS AN OUT-OF-BALANCE
06281A*                         DAY: CONDITION CODE 4 SO THE CHAIN
06281C*                         HOLDS FOR REVIEW.  SKIPPED WHEN THE
06281E*                         EXTRACTS THEMSELVES WERE OUT OF
06281G*                         BALANCE - THE RUN IS ALREADY FATAL
0628C8*                         AND THE INPUT SIDE IS SUSPECT.
0628D0******************************************************************
0628D2 4000-RECONCILE-MASTER.
0628D4     IF EXTRACT-OUT-OF-BALANCE
0628D6         DISPLAY "TEST1 - RECONCILIATION SUPPRESSED - INPUT "
0628D8             "EXTRACTS OUT OF BALANCE"
0628D9         GO TO 4000-EXIT
0628DA     END-IF
0628DB     IF RESTART-MODE
0628DC         DISPLAY "TEST1 - RECONCILIATION SUPPRESSED - "
0628DD             "RESTART RUN (IDS FROM FILES COMPLETED BEFORE "
0628DE             "THE RESTART ARE NOT ON HAND)"
0628DF         GO TO 4000-EXIT
0628DG     END-IF
0628DH     SORT ID-SORT-FILE
0628DI         ON ASCENDING KEY ISRT-ID
0628DJ         USING ID-WORK-FILE
0628DK         GIVING ID-SORTED-FILE
0628DL     IF SORT-RETURN NOT = ZERO
0628DM         DISPLAY "TEST1 - INPUT-ID SORT FAILED, SORT-RETURN = "
0628DN             SORT-RETURN
0628DO         MOVE 8 TO RETURN-CODE
0628DP         GO TO 4000-EXIT
0628DQ     END-IF
0628DR     OPEN OUTPUT RECON-REPORT-FILE
0628DS     PERFORM 5800-PRINT-RECON-HEADER
0628DT         THRU 5800-EXIT
0628DU     OPEN OUTPUT PROP-MAINT-FILE
0628DV     IF NOT PROP-MAINT-STATUS-OK
0628DW         DISPLAY "TEST1 - I/O ERROR ON PROP-MAINT-FILE, "
0628DX             "STATUS = " PROP-MAINT-STATUS
0628DY         MOVE 8 TO RETURN-CODE
0628DZ         CLOSE RECON-REPORT-FILE
0628E0         GO TO 4000-EXIT
0628E1     END-IF
0628E2     OPEN OUTPUT PROP-REPORT-FILE
0628E3     IF NOT PROP-REPORT-STATUS-OK
0628E4         DISPLAY "TEST1 - I/O ERROR ON PROP-REPORT-FILE, "
0628E5             "STATUS = " PROP-REPORT-STATUS
0628E6         MOVE 8 TO RETURN-CODE
0628E7         CLOSE PROP-MAINT-FILE
0628E8         CLOSE RECON-REPORT-FILE
0628E9         GO TO 4000-EXIT
0628EA     END-IF
0628EB     PERFORM 5700-PRINT-PROP-HEADER
0628EC         THRU 5700-EXIT
0628ED     OPEN INPUT ID-SORTED-FILE
0628EE     IF NOT ID-SORTED-STATUS-OK
0628EF         DISPLAY "TEST1 - I/O ERROR ON ID-SORTED-FILE, "
0628EG             "STATUS = " ID-SORTED-STATUS
0628EH         MOVE 8 TO RETURN-CODE
0628EI         CLOSE RECON-REPORT-FILE
0628EJ         CLOSE PROP-MAINT-FILE
0628EK         CLOSE PROP-REPORT-FILE
0628ES         GO TO 4000-EXIT
0628ET     END-IF
0628F0     MOVE "N" TO MASTER-READ-END
0628G4         IF NOT NAME-MASTER-STATUS-OK
0628G6             DISPLAY "TEST1 - I/O ERROR ON NAME-MASTER, "
0628G8                 "STATUS = " NAME-MASTER-STATUS
0628GD             MOVE 8 TO RETURN-CODE
0628GI             CLOSE ID-SORTED-FILE
0628GN             CLOSE RECON-REPORT-FILE
0628GS             CLOSE PROP-MAINT-FILE
0628GX             CLOSE PROP-REPORT-FILE
0628H4             GO TO 4000-EXIT
0628H6         END-IF
0628H8     END-IF
0628M4         INTO RECON-REPORT-LINE
0628M6     END-STRING
0628M8     PERFORM 5850-PRINT-RECON-LINE
0628M9         THRU 5850-EXIT
0628MA     MOVE ZERO TO RECON-SECTION-COUNT
0628MB     OPEN INPUT RECON-WORK-FILE
0628MC     MOVE "N" TO RECON-WORK-END
0628MD     MOVE "M" TO RECON-PRINT-TYPE
0628ME     PERFORM 4200-PRINT-ONE-MISSING
0628MF         THRU 4200-EXIT
0628MG         UNTIL END-OF-RECON-WORK
0628MH     CLOSE RECON-WORK-FILE
0628MI     PERFORM 4250-NOTE-EMPTY-SECTION
0628MJ         THRU 4250-EXIT
0628MK     MOVE SPACES TO RECON-REPORT-LINE
0628ML     PERFORM 5850-PRINT-RECON-LINE
0628MM         THRU 5850-EXIT
0628MN     MOVE SPACES TO RECON-REPORT-LINE
0628MO     STRING "IDS IN EXTRACTS WHOSE NAME DIFFERS FROM MASTER:"
0628MP         DELIMITED BY SIZE
0628MQ         INTO RECON-REPORT-LINE
0628MR     END-STRING
0628MS     PERFORM 5850-PRINT-RECON-LINE
0628MT         THRU 5850-EXIT
0628MU     MOVE ZERO TO RECON-SECTION-COUNT
0628MV     OPEN INPUT RECON-WORK-FILE
0628MW     MOVE "N" TO RECON-WORK-END
0628MX     MOVE "N" TO RECON-PRINT-TYPE
0628MY     PERFORM 4200-PRINT-ONE-MISSING
0628MZ         THRU 4200-EXIT
0628N0         UNTIL END-OF-RECON-WORK
0628N1     CLOSE RECON-WORK-FILE
0628N2     PERFORM 4250-NOTE-EMPTY-SECTION
0628N3         THRU 4250-EXIT
0628N4     MOVE SPACES TO RECON-REPORT-LINE
0628N5     PERFORM 5850-PRINT-RECON-LINE
0628N6         THRU 5850-EXIT
0628N7     MOVE SPACES TO RECON-REPORT-LINE
0628N8     STRING "IDS IN EXTRACTS WHOSE MASTER RECORD IS INACTIVE:"
0628N9         DELIMITED BY SIZE
0628NA         INTO RECON-REPORT-LINE
0628NB     END-STRING
0628NC     PERFORM 5850-PRINT-RECON-LINE
0628ND         THRU 5850-EXIT
0628NE     MOVE ZERO TO RECON-SECTION-COUNT
0628NF     OPEN INPUT RECON-WORK-FILE
0628NG     MOVE "N" TO RECON-WORK-END
0628NH     MOVE "I" TO RECON-PRINT-TYPE
0628NI     PERFORM 4200-PRINT-ONE-MISSING
0628NJ         THRU 4200-EXIT
0628NK         UNTIL END-OF-RECON-WORK
0628NL     CLOSE RECON-WORK-FILE
0628NM     PERFORM 4250-NOTE-EMPTY-SECTION
0628NN         THRU 4250-EXIT
0628O6     PERFORM 4300-PRINT-RECON-TOTALS
0628O8         THRU 4300-EXIT
0628OA     CLOSE RECON-REPORT-FILE
0628OC     PERFORM 4400-PRINT-PROP-TOTALS
0628OE         THRU 4400-EXIT
0628OG     CLOSE PROP-MAINT-FILE
0628OI     CLOSE PROP-REPORT-FILE
0628OK     IF PROP-ADD-COUNT > ZERO
0628OM         OR PROP-CHANGE-COUNT > ZERO
0628OO         DISPLAY "TEST1 - " PROP-ADD-COUNT " ADD / "
0628OQ             PROP-CHANGE-COUNT " CHANGE CARDS PROPOSED - "
0628OS             "SEE PROPRPT.TXT"
0628OU     END-IF
0628OW     IF MASTER-NOT-IN-INPUT-COUNT > ZERO
0628OY         OR INPUT-NOT-ON-MASTER-COUNT > ZERO
0628P0         OR NAME-MISMATCH-COUNT > ZERO
0628P2         OR INACTIVE-IN-INPUT-COUNT > ZERO
0628P9         DISPLAY "TEST1 - RECONCILIATION OUT OF BALANCE - "
0628PA             "SEE RECONRPT.TXT"
0628PB         IF RETURN-CODE < 4
0628R4     EXIT.
0628R6******************************************************************
0628R8* 4100-MATCH-ONE-PAIR - ONE STEP OF THE SEQUENTIAL MATCH.  A
0628RA*                       MASTER KEY BELOW THE CURRENT INPUT ID
0628RC*                       WAS SENT BY NOBODY TODAY - IT GOES ON
0628RE*                       THE REPORT.  AN INPUT ID BELOW THE
0628RG*                       CURRENT MASTER KEY NEVER LANDED - IT
0628RI*                       IS HELD ON THE RECON WORK FILE FOR THE
0628RK*                       SECOND REPORT SECTION AND PROPOSED
0628RM*                       AS AN ADD.  EQUAL KEYS MATCH AND BOTH
0628RO*                       SIDES ADVANCE - BUT A DIFFERENT NAME
0628RQ*                       ON THE TWO SIDES IS HELD FOR THE THIRD
0628RS*                       SECTION AND PROPOSED AS A CHANGE.  AN
0628RU*                       INACTIVE MASTER RECORD NOBODY SENT IS
0628RW*                       ONLY COUNTED; ONE STILL BEING SENT IS
0628RY*                       HELD FOR THE FOURTH SECTION INSTEAD OF
0628S0*                       BEING NAME-CHECKED.
0628S7******************************************************************
0628S8 4100-MATCH-ONE-PAIR.
0628S9     IF CURR-MASTER-ID < CURR-INPUT-ID
0628SH         AND MASTER-REC-INACTIVE
0628SI         ADD 1 TO INACTIVE-NOT-IN-INPUT-COUNT
0628SJ         PERFORM 4130-READ-NEXT-MASTER
0628SK             THRU 4130-EXIT
0628SL         GO TO 4100-EXIT
0628SM     END-IF
0628SN     IF CURR-MASTER-ID < CURR-INPUT-ID
0628T0         ADD 1 TO MASTER-NOT-IN-INPUT-COUNT
0628T1         ADD 1 TO RECON-SECTION-COUNT
0628T2         MOVE SPACES TO RECON-REPORT-LINE
0628T7             " " DELIMITED BY SIZE
0628T8             MASTER-REC-DATE-ADDED DELIMITED BY SIZE
0628T9             INTO RECON-REPORT-LINE
0628TC         END-STRING
0628TF         PERFORM 5850-PRINT-RECON-LINE
0628TI             THRU 5850-EXIT
0628TL         PERFORM 4130-READ-NEXT-MASTER
0628TO             THRU 4130-EXIT
0628TR         GO TO 4100-EXIT
0628TU     END-IF
0628TX     IF CURR-MASTER-ID > CURR-INPUT-ID
0628U0         ADD 1 TO INPUT-NOT-ON-MASTER-COUNT
0628U3         MOVE "M"             TO RECW-TYPE
0628U9         MOVE CURR-INPUT-ID   TO RECW-ID
0628UB         MOVE CURR-INPUT-NAME TO RECW-NAME
0628UD         MOVE SPACES          TO RECW-MASTER-NAME
0628UF         MOVE SPACES          TO RECW-STATUS-DATE
0628UH         WRITE RECON-WORK-RECORD
0628UJ         IF NOT RECON-WORK-STATUS-OK
0628UL             DISPLAY "TEST1 - I/O ERROR ON RECON-WORK-FILE, "
0628UN                 "STATUS = " RECON-WORK-STATUS
0628UP             MOVE 8 TO RETURN-CODE
0628UR         END-IF
0628UT         PERFORM 4160-PROPOSE-ADD
0628UV             THRU 4160-EXIT
0628V7         PERFORM 4140-NEXT-DISTINCT-INPUT
0628V8             THRU 4140-EXIT
0628V9         GO TO 4100-EXIT
0628VB     END-IF
0628VD     IF MASTER-REC-INACTIVE
0628VF         PERFORM 4120-NOTE-INACTIVE-IN-INPUT
0628VH             THRU 4120-EXIT
0628VJ     ELSE
0628VL         IF CURR-INPUT-NAME NOT = MASTER-REC-NAME
0628VN             PERFORM 4110-NOTE-NAME-MISMATCH
0628VP                 THRU 4110-EXIT
0628VR         END-IF
0628VT     END-IF
0628W1     PERFORM 4130-READ-NEXT-MASTER
0628W2         THRU 4130-EXIT
0628W3     PERFORM 4140-NEXT-DISTINCT-INPUT
0628W4         THRU 4140-EXIT.
0628WA 4100-EXIT.
0628WG     EXIT.
0628WM******************************************************************
0628WS* 4110-NOTE-NAME-MISMATCH - THE ID IS ON BOTH SIDES BUT THE
0628WY*                           EXTRACT CARRIES A DIFFERENT NAME.
0628X4*                           BOTH NAMES ARE HELD ON THE RECON
0628XA*                           WORK FILE FOR THE THIRD REPORT
0628XG*                           SECTION, AND A "C" CARD BRINGING
0628XM*                           THE MASTER INTO LINE IS PROPOSED.
0628XS******************************************************************
0628XY 4110-NOTE-NAME-MISMATCH.
0628Y4     ADD 1 TO NAME-MISMATCH-COUNT
0628YA     MOVE "N"             TO RECW-TYPE
0628YG     MOVE CURR-INPUT-ID   TO RECW-ID
0628YM     MOVE CURR-INPUT-NAME TO RECW-NAME
0628YS     MOVE MASTER-REC-NAME TO RECW-MASTER-NAME
0628YY     MOVE SPACES          TO RECW-STATUS-DATE
0628Z4     WRITE RECON-WORK-RECORD
0628ZA     IF NOT RECON-WORK-STATUS-OK
0628ZG         DISPLAY "TEST1 - I/O ERROR ON RECON-WORK-FILE, "
0628ZM             "STATUS = " RECON-WORK-STATUS
0628ZS         MOVE 8 TO RETURN-CODE
0628ZY     END-IF
062904     PERFORM 4170-PROPOSE-CHANGE
06290A         THRU 4170-EXIT.
06290G 4110-EXIT.
06290M     EXIT.
06290S******************************************************************
06290Y* 4120-NOTE-INACTIVE-IN-INPUT - THE ID IS IN TODAY'S EXTRACTS
062914*                               BUT ITS MASTER RECORD IS
06291A*                               INACTIVE.  HELD ON THE RECON
06291G*                               WORK FILE, WITH THE DATE IT
06291M*                               WENT INACTIVE, FOR THE FOURTH
06291S*                               REPORT SECTION.  NO CARD IS
06291Y*                               PROPOSED - WHETHER TO REACTIVATE
062924*                               IS FOR DATA CONTROL TO DECIDE.
06292A******************************************************************
06292G 4120-NOTE-INACTIVE-IN-INPUT.
06292M     ADD 1 TO INACTIVE-IN-INPUT-COUNT
06292S     MOVE "I"                    TO RECW-TYPE
06292Y     MOVE CURR-INPUT-ID          TO RECW-ID
062934     MOVE CURR-INPUT-NAME        TO RECW-NAME
06293A     MOVE MASTER-REC-NAME        TO RECW-MASTER-NAME
06293G     MOVE MASTER-REC-STATUS-DATE TO RECW-STATUS-DATE
06293M     WRITE RECON-WORK-RECORD
06293S     IF NOT RECON-WORK-STATUS-OK
06293Y         DISPLAY "TEST1 - I/O ERROR ON RECON-WORK-FILE, "
062944             "STATUS = " RECON-WORK-STATUS
06294A         MOVE 8 TO RETURN-CODE
06294G     END-IF.
06294M 4120-EXIT.
06294S     EXIT.
0629A6******************************************************************
0629A8* 4130-READ-NEXT-MASTER - READS THE NEXT MASTER RECORD FOR THE
0629B0*                         MATCH PASS.  END OF FILE (OR AN I/O
0629F7******************************************************************
0629F8* 4150-READ-ONE-SORTED-ID - READS ONE SORTED INPUT-ID RECORD;
0629F9*                           ONE CARRYING A NEW ID BECOMES THE
0629FA*                           CURRENT DISTINCT INPUT ID.
0629FB******************************************************************
0629FC 4150-READ-ONE-SORTED-ID.
0629FD     READ ID-SORTED-FILE
0629FE         AT END
0629FF             MOVE "Y" TO ID-SORTED-END
0629FG     END-READ
0629FH     IF ID-SORTED-STATUS-OK OR ID-SORTED-STATUS-EOF
0629FI         CONTINUE
0629FJ     ELSE
0629FK         DISPLAY "TEST1 - I/O ERROR ON ID-SORTED-FILE, "
0629FL             "STATUS = " ID-SORTED-STATUS
0629FM         MOVE "Y" TO ID-SORTED-END
0629FN         MOVE 8 TO RETURN-CODE
0629FO     END-IF
0629FP     IF END-OF-ID-SORTED
0629FQ         GO TO 4150-EXIT
0629FR     END-IF
0629FS     IF IDS-ID NOT = CURR-INPUT-ID
0629FT         MOVE IDS-ID   TO CURR-INPUT-ID
0629FU         MOVE IDS-NAME TO CURR-INPUT-NAME
0629FV         MOVE IDS-DATE-ADDED TO CURR-INPUT-DATE-ADDED
0629FW         ADD 1 TO INPUT-DISTINCT-COUNT
0629FX         MOVE "Y" TO DISTINCT-FOUND-SWITCH
0629FY     END-IF.
0629FZ 4150-EXIT.
0629G0     EXIT.
0629G1******************************************************************
0629G2* 4160-PROPOSE-ADD - BUILDS THE PROPOSED "A" CARD FOR AN
0629G3*                    EXTRACT ID THAT IS NOT ON THE MASTER,
0629G4*                    FROM THE EXTRACT'S OWN NAME AND DATE
0629G5*                    ADDED.
0629G6******************************************************************
0629G7 4160-PROPOSE-ADD.
0629G8     MOVE SPACES TO MAINT-RECORD
0629G9     MOVE "A" TO MAINT-ACTION-CODE
0629GA     MOVE CURR-INPUT-ID TO MAINT-REC-ID
0629GB     MOVE CURR-INPUT-NAME TO MAINT-REC-NAME
0629GC     MOVE CURR-INPUT-DATE-ADDED TO MAINT-REC-DATE-ADDED
0629GD     MOVE PROP-USER-ID TO MAINT-USER-ID
0629GE     MOVE "IN EXTRACTS, NOT ON MASTER" TO PROP-REASON-TEXT
0629GF     PERFORM 4180-WRITE-PROPOSED-CARD
0629GG         THRU 4180-EXIT.
0629GH 4160-EXIT.
0629GI     EXIT.
0629GJ******************************************************************
0629GK* 4170-PROPOSE-CHANGE - BUILDS THE PROPOSED "C" CARD FOR A NAME
0629GL*                       MISMATCH: THE EXTRACT'S NAME OVER THE
0629GM*                       MASTER'S, KEEPING THE MASTER'S DATE
0629GN*                       ADDED.  THE LISTING SHOWS THE NAME
0629GO*                       BEING REPLACED.
0629GP******************************************************************
0629GQ 4170-PROPOSE-CHANGE.
0629GR     MOVE SPACES TO MAINT-RECORD
0629GS     MOVE "C" TO MAINT-ACTION-CODE
0629GT     MOVE CURR-INPUT-ID TO MAINT-REC-ID
0629GU     MOVE CURR-INPUT-NAME TO MAINT-REC-NAME
0629GV     MOVE MASTER-REC-DATE-ADDED TO MAINT-REC-DATE-ADDED
0629GW     MOVE PROP-USER-ID TO MAINT-USER-ID
0629GX     MOVE SPACES TO PROP-REASON-TEXT
0629GY     STRING "MASTER NAME: " DELIMITED BY SIZE
0629GZ         MASTER-REC-NAME DELIMITED BY SIZE
0629H0         INTO PROP-REASON-TEXT
0629H1     END-STRING
0629H2     PERFORM 4180-WRITE-PROPOSED-CARD
0629H3         THRU 4180-EXIT.
0629H4 4170-EXIT.
0629H5     EXIT.
0629H6******************************************************************
0629H7* 4180-WRITE-PROPOSED-CARD - WRITES THE CARD BUILT IN MAINT-
0629H8*                            RECORD TO PROPMNT.TXT AND LISTS IT
0629H9*                            ON THE REVIEW LISTING WITH ITS
0629HA*                            REASON.
0629HB******************************************************************
0629HC 4180-WRITE-PROPOSED-CARD.
0629HD     WRITE PROP-MAINT-CARD FROM MAINT-RECORD
0629HE     IF NOT PROP-MAINT-STATUS-OK
0629HF         DISPLAY "TEST1 - I/O ERROR ON PROP-MAINT-FILE, "
0629HG             "STATUS = " PROP-MAINT-STATUS
0629HH         MOVE 8 TO RETURN-CODE
0629HI         GO TO 4180-EXIT
0629HJ     END-IF
0629HK     IF MAINT-ACTION-ADD
0629HL         ADD 1 TO PROP-ADD-COUNT
0629HM     ELSE
0629HN         ADD 1 TO PROP-CHANGE-COUNT
0629HO     END-IF
0629HP     MOVE SPACES TO PROP-REPORT-LINE
0629HQ     STRING " " DELIMITED BY SIZE
0629HR         MAINT-ACTION-CODE DELIMITED BY SIZE
0629HS         "   " DELIMITED BY SIZE
0629HT         MAINT-REC-ID DELIMITED BY SIZE
0629HU         "  " DELIMITED BY SIZE
0629HV         MAINT-REC-NAME DELIMITED BY SIZE
0629HW         " " DELIMITED BY SIZE
0629HX         MAINT-REC-DATE-ADDED DELIMITED BY SIZE
0629HY         "  " DELIMITED BY SIZE
0629HZ         PROP-REASON-TEXT DELIMITED BY SIZE
0629I0         INTO PROP-REPORT-LINE
0629I1     END-STRING
0629I2     PERFORM 5750-PRINT-PROP-LINE
0629I3         THRU 5750-EXIT.
0629I4 4180-EXIT.
0629I5     EXIT.
0629I6******************************************************************
0629I7* 4200-PRINT-ONE-MISSING - PRINTS ONE HELD FINDING FROM THE
0629I8*                          RECON WORK FILE, IF IT IS OF THE
0629I9*                          TYPE THIS PASS PRINTS (RECON-PRINT-
0629IA*                          TYPE): "IN EXTRACTS, NOT ON MASTER",
0629IB*                          A NAME MISMATCH SHOWN WITH THE
0629IC*                          MASTER'S NAME BESIDE THE EXTRACT'S,
0629ID*                          OR AN INACTIVE MASTER RECORD SHOWN
0629IE*                          WITH THE DATE IT WENT INACTIVE.
0629IF******************************************************************
0629IG 4200-PRINT-ONE-MISSING.
0629IH     READ RECON-WORK-FILE
0629II         AT END
0629IJ             MOVE "Y" TO RECON-WORK-END
0629IK     END-READ
0629IL     IF RECON-WORK-STATUS-OK OR RECON-WORK-STATUS-EOF
0629IM         CONTINUE
0629IN     ELSE
0629IO         DISPLAY "TEST1 - I/O ERROR ON RECON-WORK-FILE, "
0629IP             "STATUS = " RECON-WORK-STATUS
0629IQ         MOVE "Y" TO RECON-WORK-END
0629IR         MOVE 8 TO RETURN-CODE
0629IS     END-IF
0629IT     IF END-OF-RECON-WORK
0629IU         GO TO 4200-EXIT
0629IV     END-IF
0629IW     IF RECW-TYPE NOT = RECON-PRINT-TYPE
0629IX         GO TO 4200-EXIT
0629IY     END-IF
0629IZ     ADD 1 TO RECON-SECTION-COUNT
0629J0     MOVE SPACES TO RECON-REPORT-LINE
0629J1     IF RECW-NAME-MISMATCH
0629J2         STRING "  " DELIMITED BY SIZE
0629J3             RECW-ID DELIMITED BY SIZE
0629J4             "  " DELIMITED BY SIZE
0629J5             RECW-NAME DELIMITED BY SIZE
0629J6             "  MASTER: " DELIMITED BY SIZE
0629J7             RECW-MASTER-NAME DELIMITED BY SIZE
0629J8             INTO RECON-REPORT-LINE
0629J9         END-STRING
0629JA     ELSE
0629JB         IF RECW-MASTER-INACTIVE
0629JC             STRING "  " DELIMITED BY SIZE
0629JD                 RECW-ID DELIMITED BY SIZE
0629JE                 "  " DELIMITED BY SIZE
0629JF                 RECW-NAME DELIMITED BY SIZE
0629JG                 "  INACTIVE SINCE " DELIMITED BY SIZE
0629JH                 RECW-STATUS-DATE DELIMITED BY SIZE
0629JI                 INTO RECON-REPORT-LINE
0629JJ             END-STRING
0629JK         ELSE
0629JL             STRING "  " DELIMITED BY SIZE
0629JM                 RECW-ID DELIMITED BY SIZE
0629JN                 "  " DELIMITED BY SIZE
0629JO                 RECW-NAME DELIMITED BY SIZE
0629JP                 INTO RECON-REPORT-LINE
0629JQ             END-STRING
0629JR         END-IF
0629JS     END-IF
0629JT     PERFORM 5850-PRINT-RECON-LINE
0629JU         THRU 5850-EXIT.
0629JV 4200-EXIT.
0629JW     EXIT.
0629JX******************************************************************
0629JY* 4250-NOTE-EMPTY-SECTION - PRINTS "(NONE)" UNDER A REPORT
0629JZ*                           SECTION THAT HAD NO DETAIL LINES.
0629K0******************************************************************
0629K1 4250-NOTE-EMPTY-SECTION.
0629K2     IF RECON-SECTION-COUNT = ZERO
0629K3         MOVE SPACES TO RECON-REPORT-LINE
0629K4         STRING "  (NONE)" DELIMITED BY SIZE
0629K5             INTO RECON-REPORT-LINE
0629K6         END-STRING
0629K7         PERFORM 5850-PRINT-RECON-LINE
0629K8             THRU 5850-EXIT
0629K9     END-IF.
0629KA 4250-EXIT.
0629KB     EXIT.
0629KC******************************************************************
0629KD* 4300-PRINT-RECON-TOTALS - PRINTS THE CONTROL-TOTALS SECTION
0629KE*                           TYING THE DAY TOGETHER: READS,
0629KF*                           REJECTS, MAINTENANCE, AND WHAT IS
0629KG*                           ON THE MASTER.
0629KH******************************************************************
0629L6 4300-PRINT-RECON-TOTALS.
0629L8     MOVE SPACES TO RECON-REPORT-LINE
0629M0     PERFORM 5850-PRINT-RECON-LINE
0629W4         INPUT-NOT-ON-MASTER-COUNT DELIMITED BY SIZE
0629W6         INTO RECON-REPORT-LINE
0629W8     END-STRING
0629W9     PERFORM 5850-PRINT-RECON-LINE
0629WA         THRU 5850-EXIT
0629WB     MOVE SPACES TO RECON-REPORT-LINE
0629WC     STRING "  DISTINCT IDS IN EXTRACTS ... " DELIMITED BY SIZE
0629WD         INPUT-DISTINCT-COUNT DELIMITED BY SIZE
0629WE         INTO RECON-REPORT-LINE
0629WF     END-STRING
0629WG     PERFORM 5850-PRINT-RECON-LINE
0629WH         THRU 5850-EXIT
0629WI     MOVE SPACES TO RECON-REPORT-LINE
0629WJ     STRING "  NAME MISMATCHES ............ " DELIMITED BY SIZE
0629WK         NAME-MISMATCH-COUNT DELIMITED BY SIZE
0629WL         INTO RECON-REPORT-LINE
0629WM     END-STRING
0629WN     PERFORM 5850-PRINT-RECON-LINE
0629WO         THRU 5850-EXIT
0629WP     MOVE SPACES TO RECON-REPORT-LINE
0629WQ     STRING "  INACTIVE, IN EXTRACTS ...... " DELIMITED BY SIZE
0629WR         INACTIVE-IN-INPUT-COUNT DELIMITED BY SIZE
0629WS         INTO RECON-REPORT-LINE
0629WT     END-STRING
0629WU     PERFORM 5850-PRINT-RECON-LINE
0629WV         THRU 5850-EXIT
0629WW     MOVE SPACES TO RECON-REPORT-LINE
0629WX     STRING "  INACTIVE, NOT IN EXTRACTS .. " DELIMITED BY SIZE
0629WY         INACTIVE-NOT-IN-INPUT-COUNT DELIMITED BY SIZE
0629WZ         INTO RECON-REPORT-LINE
0629X0     END-STRING
0629X1     PERFORM 5850-PRINT-RECON-LINE
0629X2         THRU 5850-EXIT
0629XA     MOVE SPACES TO RECON-REPORT-LINE
0629XF     IF MASTER-NOT-IN-INPUT-COUNT > ZERO
0629XG         OR INPUT-NOT-ON-MASTER-COUNT > ZERO
0629XK         OR NAME-MISMATCH-COUNT > ZERO
0629XZ         OR INACTIVE-IN-INPUT-COUNT > ZERO
0629Y0         STRING "*** RECONCILIATION OUT OF BALANCE ***"
0629Y2             DELIMITED BY SIZE
0629Y4             INTO RECON-REPORT-LINE
0630A2         THRU 5850-EXIT.
0630A4 4300-EXIT.
0630A6     EXIT.
0630A7******************************************************************
0630A8* 4400-PRINT-PROP-TOTALS - CLOSES THE REVIEW LISTING WITH THE
0630A9*                          COUNT OF PROPOSED CARDS BY ACTION.
0630AA******************************************************************
0630AB 4400-PRINT-PROP-TOTALS.
0630AC     IF PROP-ADD-COUNT = ZERO
0630AD         AND PROP-CHANGE-COUNT = ZERO
0630AE         MOVE SPACES TO PROP-REPORT-LINE
0630AF         STRING "  (NONE)" DELIMITED BY SIZE
0630AG             INTO PROP-REPORT-LINE
0630AH         END-STRING
0630AI         PERFORM 5750-PRINT-PROP-LINE
0630AJ             THRU 5750-EXIT
0630AK     END-IF
0630AL     MOVE SPACES TO PROP-REPORT-LINE
0630AM     PERFORM 5750-PRINT-PROP-LINE
0630AN         THRU 5750-EXIT
0630AO     MOVE SPACES TO PROP-REPORT-LINE
0630AP     STRING "  PROPOSED ADDS ................ " DELIMITED BY SIZE
0630AQ         PROP-ADD-COUNT DELIMITED BY SIZE
0630AR         INTO PROP-REPORT-LINE
0630AS     END-STRING
0630AT     PERFORM 5750-PRINT-PROP-LINE
0630AU         THRU 5750-EXIT
0630AV     MOVE SPACES TO PROP-REPORT-LINE
0630AW     STRING "  PROPOSED CHANGES ............. " DELIMITED BY SIZE
0630AX         PROP-CHANGE-COUNT DELIMITED BY SIZE
0630AY         INTO PROP-REPORT-LINE
0630AZ     END-STRING
0630B0     PERFORM 5750-PRINT-PROP-LINE
0630B1         THRU 5750-EXIT
0630B2     MOVE SPACES TO PROP-REPORT-LINE
0630B3     STRING "  NOTHING IS APPLIED UNTIL RELEASED INTO MAINT.TXT"
0630B4         DELIMITED BY SIZE
0630B5         INTO PROP-REPORT-LINE
0630B6     END-STRING
0630B7     PERFORM 5750-PRINT-PROP-LINE
0630B8         THRU 5750-EXIT.
0630B9 4400-EXIT.
0630BA     EXIT.
0630HA******************************************************************
0630NA* 8000-PRINT-SUMMARY - DISPLAYS THE END-OF-JOB RECORD COUNT AND
063100*                      WRITES THE MATCHING TOTALS PAGE TO THE
063200*                      LISTING REPORT.  RETURN-CODE IS RAISED
063300*                      TO 4 (WARNING) WHEN RECORDS WERE
064200     DISPLAY "  TOTAL RECORDS REJECTED ...... " REJECT-COUNT
064300     DISPLAY "  TOTAL MAINT TRANS APPLIED ... " MAINT-COUNT
064350     DISPLAY "  TOTAL MAINT TRANS REJECTED .. " MAINT-REJECT-COUNT
064351     DISPLAY "  (NOT A REGISTERED KEYER) .... " KEYER-REJECT-COUNT
064352     DISPLAY "  TOTAL TRANS BANKED (FUTURE) . " MAINT-BANKED-COUNT
064354     DISPLAY "  TOTAL TRANS RELEASED ........ "
064356         MAINT-RELEASED-COUNT
064358     DISPLAY "  TOTAL TRANS STAGED (APPRVL) . " MAINT-STAGED-COUNT
06435A     DISPLAY "  TOTAL APPROVED TRANS APPLIED  "
06435C         MAINT-APPROVED-COUNT
06435D     DISPLAY "  TOTAL NEW IDS ASSIGNED ...... " ID-ASSIGN-COUNT
06435E     DISPLAY "  TOTAL RECORDS INACTIVATED ... "
06435F         MAINT-INACTIVATED-COUNT
06435G     DISPLAY "  TOTAL RECORDS REACTIVATED ... "
06435H         MAINT-REACTIVATED-COUNT
06435I     DISPLAY "  TOTAL SUPERVISOR REJECTIONS . " SUPV-REJECT-COUNT
06435J     DISPLAY "  TOTAL SUBMITTER NOTICES ..... " NOTICE-FILE-COUNT
064360     DISPLAY "  TOTAL RESUBMISSIONS READ .... " RESUB-COUNT
064370     DISPLAY "  TOTAL AGED REJECTS .......... " AGED-REJECT-COUNT
064400     DISPLAY "  TOTAL DUPLICATE NAMES FOUND . " DUP-COUNT
072460     END-IF.
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
07260F         DISPLAY "TEST1 - LOCK WAS CLEARED DURING THE RUN - "
07260G             "namelock.txt LEFT AS FOUND"
07260H         GO TO 9500-EXIT
07260I     END-IF
07260J     READ NAME-LOCK-FILE
07260K     IF NOT NAME-LOCK-STATUS-OK
07260L         OR NAME-LOCK-RECORD NOT = NAME-LOCK-IMAGE
07260M         DISPLAY "TEST1 - LOCK WAS CLEARED DURING THE RUN - "
07260N             "namelock.txt LEFT AS FOUND"
07260O         CLOSE NAME-LOCK-FILE
07260P         GO TO 9500-EXIT
07260Q     END-IF
07260R     CLOSE NAME-LOCK-FILE
07260S     OPEN OUTPUT NAME-LOCK-FILE
07260T     IF NOT NAME-LOCK-STATUS-OK
07260U         DISPLAY "TEST1 - I/O ERROR ON LOCK FILE, STATUS = "
07260V             NAME-LOCK-STATUS
07260W         DISPLAY "TEST1 - LOCK NOT RELEASED - CLEAR IT WITH: "
07260X             "lockutl CLEAR"
07260Y         MOVE 8 TO RETURN-CODE
07260Z         GO TO 9500-EXIT
072610     END-IF
072611     CLOSE NAME-LOCK-FILE.
072612 9500-EXIT.
072613     EXIT.
072700 END PROGRAM TEST1.
