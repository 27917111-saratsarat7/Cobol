001500*             IS NEVER A SUPERSEDED VERSION; A "**DELETED**"
001600*             NAME LEFT BY THE OLD APPEND-STYLE FILE IS CALLED
001700*             OUT AS DELETE-FLAGGED RATHER THAN SHOWN AS A
001800*             LIVE RECORD.  A RECORD MARKED INACTIVE BY A
001801*             DELETE IS STILL FOUND, AND IS SHOWN AS INACTIVE
001802*             WITH THE DATE IT WENT INACTIVE.
001900* OPERATION.  RUN FROM THE BATCH DIRECTORY.  CHOOSE:
002000*               1 - LOOK UP ONE RECORD BY ID
002100*               2 - SEARCH BY FULL OR PARTIAL NAME
002975*                  EVEN ON THE LARGEST MASTER.  A PARTIAL NOW
002976*                  MATCHES THE START OF THE NAME, NOT THE
002977*                  MIDDLE - THE PRICE OF THE KEYED PATH.
002978* 10/15/26   DK    SHOW THE MASTER RECORD STATUS - "INACTIVE
002979*                  SINCE YYMMDD" FOR A DELETED RECORD STILL
00297A*                  WAITING OUT ITS RETENTION PERIOD, ON THE
00297B*                  CONSOLE AND ON THE BATCH RESPONSE LINE.  AN
00297C*                  ACTIVE RECORD SHOWS "ACTIVE" ON THE CONSOLE
00297D*                  AND STAYS "CURRENT" ON THE RESPONSE LINE.
00297E* 10/15/26   DK    INQUIRY ONLY READS THE MASTER, SO IT STILL RUNS
00297F*                  WHILE THE NIGHTLY CHAIN OR A UTILITY HOLDS THE
00297G*                  NAME-FILE ENQUEUE (namelock.txt) - IT TAKES NO
00297H*                  LOCK OF ITS OWN, BUT NAMES THE HOLDER SO THE
00297I*                  OPERATOR KNOWS THE ANSWERS MAY BE MID-UPDATE.
003000******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. NAMEINQ.
00400A                                    ALTERNATE RECORD KEY
00400B                                        MASTER-REC-NAME
00400C                                        WITH DUPLICATES
00400O                                     STATUS IS NAME-MASTER-STATUS.
004010     SELECT INQ-REQUEST-FILE         ASSIGN TO "inqreq.txt"
004020                                     ORGANIZATION LINE SEQUENTIAL
004030                                     STATUS INQ-REQUEST-STATUS.
004040     SELECT INQ-RESPONSE-FILE        ASSIGN TO "inqresp.txt"
004050                                     ORGANIZATION LINE SEQUENTIAL
004060                                     STATUS INQ-RESPONSE-STATUS.
004061     SELECT NAME-LOCK-FILE           ASSIGN TO "namelock.txt"
004062                                     ORGANIZATION LINE SEQUENTIAL
004063                                     STATUS NAME-LOCK-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004210 FD  INQ-REQUEST-FILE.
004260     05  REQ-VALUE                   PIC X(15).
004270 FD  INQ-RESPONSE-FILE.
004280 01  INQ-RESPONSE-LINE               PIC X(60).
004281 FD  NAME-LOCK-FILE.
004282     COPY LOCKREC.
004300 FD  NAME-MASTER.
004400     COPY NAMEREC REPLACING
004500         ==NAME-RECORD==          BY ==MASTER-RECORD==
004600         ==NAME-REC-ID==          BY ==MASTER-REC-ID==
004700         ==NAME-REC-NAME==        BY ==MASTER-REC-NAME==
004800         ==NAME-REC-DATE-ADDED==  BY ==MASTER-REC-DATE-ADDED==.
004801     COPY NAMESTAT REPLACING
004802         ==NAME-REC-STATUS==       BY ==MASTER-REC-STATUS==
004803         ==NAME-REC-ACTIVE==       BY ==MASTER-REC-ACTIVE==
004804         ==NAME-REC-INACTIVE==     BY ==MASTER-REC-INACTIVE==
004805         ==NAME-REC-STATUS-DATE==  BY ==MASTER-REC-STATUS-DATE==.
004900 WORKING-STORAGE SECTION.
005000 01  NAME-MASTER-STATUS              PIC X(02).
005100     88  NAME-MASTER-STATUS-OK       VALUE "00".
007560     88  INQ-RESPONSE-STATUS-OK      VALUE "00".
007570 01  INQ-REQUEST-END                 PIC X(01) VALUE "N".
007580     88  END-OF-INQ-REQUEST          VALUE "Y".
007583 01  RUN-PARM                        PIC X(40).
007586 01  RUN-MODE-SWITCH                 PIC X(01) VALUE "N".
007589     88  BATCH-MODE                  VALUE "Y".
00758C*    RUN-MODE-SWITCH = "Y" WHEN THE "BATCH" PARAMETER WAS
00758F*    GIVEN.  5000-SHOW-RECORD THEN WRITES RESPONSE LINES
00758I*    INSTEAD OF CONSOLE DISPLAYS, SO THE SAME SEARCH LOGIC
00758L*    SERVES BOTH MODES.
00758O 01  NAME-LOCK-STATUS                PIC X(02).
00758R     88  NAME-LOCK-STATUS-OK         VALUE "00".
00758U     88  NAME-LOCK-NOT-FOUND         VALUE "35".
007597 77  REQUEST-COUNT                   PIC 9(05) VALUE ZERO.
007598 77  HIT-COUNT                       PIC 9(05) VALUE ZERO.
007599 77  MISS-COUNT                      PIC 9(05) VALUE ZERO.
009420     IF RUN-PARM(1:5) = "BATCH"
009430         MOVE "Y" TO RUN-MODE-SWITCH
009440     END-IF
009441     PERFORM 1900-CHECK-LOCK
009442         THRU 1900-EXIT
009500     OPEN INPUT NAME-MASTER
009600     IF NAME-MASTER-NOT-FOUND
009700         DISPLAY "NAMEINQ - NO NAME-MASTER ON FILE"
010500     END-IF.
010600 1000-EXIT.
010700     EXIT.
010701******************************************************************
010702* 1900-CHECK-LOCK - LOOKS AT THE NAME-FILE ENQUEUE (namelock.txt,
010703*                   COPYBOOK LOCKREC) WITHOUT TAKING IT.  IF A
010704*                   JOB HOLDS IT, THE HOLDER IS NAMED AND THE
010705*                   INQUIRY GOES ON - READING THE MASTER IS
010706*                   ALLOWED, BUT AN ANSWER MAY CHANGE WHEN THAT
010707*                   JOB ENDS.
010708******************************************************************
010709 1900-CHECK-LOCK.
01070A     OPEN INPUT NAME-LOCK-FILE
01070B     IF NOT NAME-LOCK-STATUS-OK
01070C         GO TO 1900-EXIT
01070D     END-IF
01070E     READ NAME-LOCK-FILE
01070F     IF NAME-LOCK-STATUS-OK
01070G         AND LOCK-TAG-VALID
01070H         DISPLAY "NAMEINQ - NOTE: NAME FILES IN USE BY "
01070I             LOCK-PROGRAM " USER " LOCK-USER
01070J         DISPLAY "NAMEINQ - SINCE " LOCK-START-DATE " "
01070K             LOCK-START-TIME " - ANSWERS MAY CHANGE WHEN IT ENDS"
01070L     END-IF
01070M     CLOSE NAME-LOCK-FILE.
01070N 1900-EXIT.
01070O     EXIT.
010800******************************************************************
010900* 2000-INQUIRY-LOOP - SHOWS THE MENU, TAKES ONE CHOICE, AND
011000*                     DISPATCHES IT.
028210*                    THE CONSOLE, OR AS A RESPONSE LINE IN
028220*                    BATCH MODE - FLAGGING A "**DELETED**" NAME
028400*                    LEFT BY THE OLD APPEND-STYLE MASTER RATHER
028500*                    THAN PRESENTING IT AS A LIVE RECORD,
028501*                    AND SHOWING WHETHER THE RECORD IS ACTIVE
028502*                    OR INACTIVE (AND SINCE WHEN).
028600******************************************************************
028700 5000-SHOW-RECORD.
028710     IF BATCH-MODE
028797                 "  " DELIMITED BY SIZE
028798                 MASTER-REC-NAME DELIMITED BY SIZE
028799                 " " DELIMITED BY SIZE
02879A                 MASTER-REC-DATE-ADDED DELIMITED BY SIZE
02879B                 " CURRENT" DELIMITED BY SIZE
02879C                 INTO INQ-RESPONSE-LINE
02879D             END-STRING
02879E         END-IF
02879F         IF MASTER-REC-INACTIVE
02879G             AND MASTER-REC-NAME NOT = "**DELETED**"
02879H             MOVE SPACES TO INQ-RESPONSE-LINE
02879I             STRING "  " DELIMITED BY SIZE
02879J                 MASTER-REC-ID DELIMITED BY SIZE
02879K                 "  " DELIMITED BY SIZE
02879L                 MASTER-REC-NAME DELIMITED BY SIZE
02879M                 " " DELIMITED BY SIZE
02879N                 MASTER-REC-DATE-ADDED DELIMITED BY SIZE
02879O                 " INACTIVE SINCE " DELIMITED BY SIZE
02879P                 MASTER-REC-STATUS-DATE DELIMITED BY SIZE
02879Q                 INTO INQ-RESPONSE-LINE
02879R             END-STRING
02879S         END-IF
0287A5         PERFORM 5500-WRITE-RESPONSE
0287A6             THRU 5500-EXIT
0287A7         GO TO 5000-EXIT
029200     IF MASTER-REC-NAME = "**DELETED**"
029300         DISPLAY "  STATUS ....... DELETE-FLAGGED"
029400     ELSE
029401         IF MASTER-REC-INACTIVE
029402             DISPLAY "  STATUS ....... INACTIVE SINCE "
029403                 MASTER-REC-STATUS-DATE
029404         ELSE
029405             DISPLAY "  STATUS ....... ACTIVE"
029406         END-IF
029600     END-IF.
029700 5000-EXIT.
029800     EXIT.
