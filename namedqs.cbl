000100******************************************************************
000200* AUTHOR.     D. KOVACS - APPLICATIONS PROGRAMMING
000300* INSTALLATION. DATA CONTROL DEPT.
000400* DATE-WRITTEN. 10/15/2026.
000500* DATE-COMPILED.
000600* PURPOSE.    WEEKLY DATA-QUALITY SWEEP OF THE WHOLE NAME-MASTER.
000700*             TEST1'S DUPLICATE CHECK ONLY SEES IDENTICAL NAMES
000800*             INSIDE ONE NIGHT'S EXTRACTS; THIS PROGRAM LOOKS AT
000900*             THE MASTER AS A WHOLE AND PRINTS AN EXCEPTIONS
001000*             REPORT FOR DATA CONTROL:
001100*               - RECORDS WHOSE NAME IS BLANK, PADDED WITH NULL
001200*                 BYTES, HAS LEADING OR EMBEDDED DOUBLE BLANKS,
001300*                 HOLDS NON-LETTERS, OR STILL CARRIES A LEFTOVER
001400*                 "**DELETED**" MARKER FROM THE OLD APPEND-STYLE
001500*                 FILE;
001600*               - RECORDS WHOSE DATE ADDED IS NOT NUMERIC, IS NOT
001700*                 A REAL CALENDAR DATE, OR IS AFTER THE BUSINESS
001800*                 DATE;
001900*               - PROBABLE DUPLICATE PEOPLE - PAIRS OF ACTIVE
002000*                 RECORDS UNDER DIFFERENT IDS WHOSE NAMES SOUND
002100*                 ALIKE.  EACH PAIR SHOWS BOTH RECORDS SO THE
002200*                 MERGE OR DELETE CARDS CAN BE KEYED FROM IT.
002300*             THE MASTER IS WALKED IN NAME ORDER ON THE
002400*             MASTER-REC-NAME ALTERNATE KEY, SO THE RECORD
002500*             EXCEPTIONS COME OUT ALPHABETICALLY.  EACH NAME GETS
002600*             A SOUND-ALIKE KEY: THE SOUNDEX CODE (FIRST LETTER
002700*             AND THREE DIGITS) OF ITS FIRST AND OF ITS LAST
002800*             WORD, THE LOWER CODE FIRST, SO "JON SMYTH",
002900*             "JOHN SMITH" AND "SMITH JOHN" ALL KEY J500S530 AND A
003000*             MIDDLE NAME OR INITIAL DOES NOT MATTER.  THE KEYS
003100*             ARE SORTED AND EVERY TWO RECORDS SHARING ONE ARE
003200*             REPORTED AS A PAIR.  AN INACTIVE RECORD IS LEFT OUT
003300*             OF THE PAIRING - A DUPLICATE ALREADY DELETED NEEDS
003400*             NO CARD - BUT ITS NAME AND DATE ARE STILL CHECKED.
003500*             THE MASTER IS ONLY READ, SO NO ENQUEUE IS TAKEN.
003600* OPERATION.  RUNS WEEKLY AS STEP040 OF NIGHTLYRUN.SH, ON THE
003650*             LAST BUSINESS DAY OF THE WEEK (NORMALLY FRIDAY;
003700*             THURSDAY BEFORE A FRIDAY HOLIDAY), OR BY HAND:
003800*                 ./namedqs
003900*             THE REPORT IS WRITTEN TO dqsrpt.txt.  CONDITION
004000*             CODES: 0 REPORT WRITTEN, WITH OR WITHOUT EXCEPTIONS
004100*             - THEY ARE DATA CONTROL'S TO WORK, NOT A REASON TO
004200*             HOLD THE CHAIN; 8 NO MASTER, I/O ERROR OR SORT
004300*             FAILURE.
004400* TECTONICS.  cobc
004500*-----------------------------------------------------------*
004600* MODIFICATION HISTORY
004700*-----------------------------------------------------------*
004800* DATE       INIT  DESCRIPTION
004900* ---------  ----  ----------------------------------------
005000* 10/15/26   DK    ORIGINAL VERSION.
005100******************************************************************
005200 IDENTIFICATION DIVISION.
005300 PROGRAM-ID. NAMEDQS.
005400 ENVIRONMENT DIVISION.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT NAME-MASTER              ASSIGN TO "namemast.txt"
005800                                     ORGANIZATION INDEXED
005900                                     ACCESS MODE DYNAMIC
006000                                     RECORD KEY MASTER-REC-ID
006100                                    ALTERNATE RECORD KEY
006200                                        MASTER-REC-NAME
006300                                        WITH DUPLICATES
006400                                     STATUS IS NAME-MASTER-STATUS.
006500     SELECT BUSCAL-FILE              ASSIGN TO "buscal.txt"
006600                                     ORGANIZATION LINE SEQUENTIAL
006700                                     STATUS BUSCAL-STATUS.
006800     SELECT DQS-WORK-FILE            ASSIGN TO "dqswork.txt"
006900                                     ORGANIZATION LINE SEQUENTIAL
007000                                     STATUS DQS-WORK-STATUS.
007100     SELECT DQS-SORTED-FILE          ASSIGN TO "dqssort.txt"
007200                                     ORGANIZATION LINE SEQUENTIAL
007300                                     STATUS DQS-SORTED-STATUS.
007400     SELECT DQS-SORT-FILE            ASSIGN TO "dqssort.tmp".
007500     SELECT DQS-REPORT-FILE          ASSIGN TO "dqsrpt.txt"
007600                                     ORGANIZATION LINE SEQUENTIAL
007700                                     STATUS DQS-REPORT-STATUS.
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  NAME-MASTER.
008100     COPY NAMEREC REPLACING
008200         ==NAME-RECORD==          BY ==MASTER-RECORD==
008300         ==NAME-REC-ID==          BY ==MASTER-REC-ID==
008400         ==NAME-REC-NAME==        BY ==MASTER-REC-NAME==
008500         ==NAME-REC-DATE-ADDED==  BY ==MASTER-REC-DATE-ADDED==.
008600     COPY NAMESTAT REPLACING
008700         ==NAME-REC-STATUS==       BY ==MASTER-REC-STATUS==
008800         ==NAME-REC-ACTIVE==       BY ==MASTER-REC-ACTIVE==
008900         ==NAME-REC-INACTIVE==     BY ==MASTER-REC-INACTIVE==
009000         ==NAME-REC-STATUS-DATE==  BY ==MASTER-REC-STATUS-DATE==.
009100 FD  BUSCAL-FILE.
009200 01  BUSCAL-RECORD.
009300     05  BUSCAL-TAG                  PIC X(04).
009400     05  BUSCAL-DATE                 PIC X(06).
009500 FD  DQS-WORK-FILE.
009600 01  DQS-WORK-RECORD.
009700     05  DQSW-KEY                    PIC X(08).
009800     05  DQSW-DETAIL                 PIC X(33).
009900 FD  DQS-SORTED-FILE.
010000 01  DQS-SORTED-RECORD.
010100     05  DQSS-KEY                    PIC X(08).
010200     05  DQSS-DETAIL.
010300         10  DQSS-ID                 PIC 9(05).
010400         10  DQSS-NAME               PIC X(15).
010500         10  FILLER                  PIC X(13).
010600 SD  DQS-SORT-FILE.
010700 01  DQS-SORT-RECORD.
010800     05  DSRT-KEY                    PIC X(08).
010900     05  DSRT-ID                     PIC 9(05).
011000     05  DSRT-NAME                   PIC X(15).
011100     05  FILLER                      PIC X(13).
011200* DQS-WORK-FILE = ONE RECORD PER ACTIVE MASTER RECORD WITH A
011300* USABLE NAME: ITS SOUND-ALIKE KEY FOLLOWED BY THE 33-BYTE MASTER
011400* IMAGE.  SORTED BY KEY, THEN NAME, THEN ID, SO EVERY RECORD THAT
011500* COULD BE THE SAME PERSON SITS TOGETHER AND THE PAIRS COME OUT
011600* IN ONE SEQUENTIAL PASS - THE SAME DRILL AS TEST1'S DUP SORT.
011700 FD  DQS-REPORT-FILE.
011800 01  DQS-REPORT-LINE                 PIC X(80).
011900 WORKING-STORAGE SECTION.
012000 01  NAME-MASTER-STATUS              PIC X(02).
012100     88  NAME-MASTER-STATUS-OK       VALUE "00" "02".
012200     88  NAME-MASTER-STATUS-EOF      VALUE "10".
012300     88  NAME-MASTER-REC-NOT-FOUND   VALUE "23".
012400     88  NAME-MASTER-NOT-FOUND       VALUE "35".
012500 01  BUSCAL-STATUS                   PIC X(02).
012600     88  BUSCAL-STATUS-OK            VALUE "00".
012700     88  BUSCAL-STATUS-EOF           VALUE "10".
012800     88  BUSCAL-NOT-FOUND            VALUE "35".
012900 01  DQS-WORK-STATUS                 PIC X(02).
013000     88  DQS-WORK-STATUS-OK          VALUE "00".
013100 01  DQS-SORTED-STATUS               PIC X(02).
013200     88  DQS-SORTED-STATUS-OK        VALUE "00".
013300     88  DQS-SORTED-STATUS-EOF       VALUE "10".
013400 01  DQS-REPORT-STATUS               PIC X(02).
013500     88  DQS-REPORT-STATUS-OK        VALUE "00".
013600 01  MASTER-READ-END                 PIC X(01) VALUE "N".
013700     88  END-OF-MASTER-READ          VALUE "Y".
013800 01  DQS-SORTED-END                  PIC X(01) VALUE "N".
013900     88  END-OF-DQS-SORTED           VALUE "Y".
014000 01  BUS-DATE                        PIC X(06).
014100*    BUS-DATE = THE BUSINESS DATE (YYMMDD) - THE CALENDAR'S "CUR "
014200*    DATE WHEN ONE IS ON FILE, OTHERWISE THE SYSTEM CLOCK.  A DATE
014300*    ADDED AFTER IT HAS NOT HAPPENED YET.
014400 01  ADDED-DATE.
014500     05  ADDED-YY                    PIC 9(02).
014600     05  ADDED-MM                    PIC 9(02).
014700     05  ADDED-DD                    PIC 9(02).
014800 01  ADDED-DATE-X REDEFINES ADDED-DATE
014900                                     PIC X(06).
015000 01  MONTH-DAYS-TABLE.
015100     05  FILLER                      PIC X(24)
015200                              VALUE "312931303130313130313031".
015300 01  MONTH-DAYS-R REDEFINES MONTH-DAYS-TABLE.
015400     05  MONTH-DAYS                  PIC 9(02) OCCURS 12 TIMES.
015500*    MONTH-DAYS = DAYS IN EACH MONTH, FEBRUARY AT ITS LEAP-YEAR
015600*    LENGTH.  A 29TH OF FEBRUARY IS ONLY GOOD WHEN THE YEAR IS
015700*    A MULTIPLE OF FOUR (EVERY YY IN THIS CENTURY, 2000 INCLUDED).
015800 01  LEAP-QUOTIENT                   PIC 9(02).
015900 01  LEAP-REMAINDER                  PIC 9(02).
016000 01  SCAN-NAME                       PIC X(15).
016100 01  CODE-NAME                       PIC X(15).
016200*    SCAN-NAME = THE NAME IN UPPER CASE.  CODE-NAME = THE SAME
016300*    NAME WITH EVERY LETTER TURNED INTO ITS SOUNDEX DIGIT: 0 FOR
016400*    A VOWEL OR Y, WHICH SEPARATES TWO LIKE CONSONANTS, AND 9 FOR
016500*    H OR W, WHICH DOES NOT.
016600 01  SCAN-CHAR                       PIC X(01).
016700 01  SCAN-CODE                       PIC X(01).
016800 01  PREV-CODE                       PIC X(01).
016900 01  SCAN-POS                        PIC 9(02) COMP.
017000 01  NAME-FIRST-POS                  PIC 9(02) COMP.
017100 01  BLANK-RUN                       PIC 9(02) COMP.
017200*    NAME-FIRST-POS = FIRST NON-BLANK POSITION (ZERO FOR A BLANK
017300*    NAME).  BLANK-RUN = BLANKS SINCE THE LAST NON-BLANK; TWO OR
017400*    MORE BEFORE ANOTHER NON-BLANK IS AN EMBEDDED DOUBLE BLANK.
017500 01  NAME-SWITCHES.
017600     05  NULL-SWITCH                 PIC X(01).
017700         88  NAME-HAS-NULLS          VALUE "Y".
017800     05  DOUBLE-BLANK-SWITCH         PIC X(01).
017900         88  NAME-HAS-DOUBLE-BLANK   VALUE "Y".
018000     05  ODD-CHAR-SWITCH             PIC X(01).
018100         88  NAME-HAS-ODD-CHAR       VALUE "Y".
018200     05  DELETED-SWITCH              PIC X(01).
018300         88  NAME-HAS-DELETED-MARK   VALUE "Y".
018400     05  IN-WORD-SWITCH              PIC X(01).
018500         88  IN-A-WORD               VALUE "Y".
018600     05  RECORD-EXCEPTION-SWITCH     PIC X(01).
018700         88  RECORD-HAS-EXCEPTION    VALUE "Y".
018800 01  WORD-COUNT                      PIC 9(02) COMP.
018900 01  SOUND-LENGTH                    PIC 9(01) COMP.
019000 01  CURR-SOUND                      PIC X(04).
019100 01  FIRST-SOUND                     PIC X(04).
019200 01  LAST-SOUND                      PIC X(04).
019300 01  SOUND-KEY                       PIC X(08).
019400*    CURR-SOUND = THE SOUNDEX CODE OF THE WORD BEING SCANNED.
019500*    SOUND-KEY = THE FIRST AND LAST WORDS' CODES, LOWER FIRST; A
019600*    ONE-WORD NAME KEYS ON ITS ONE CODE.
019700 01  EXCEPTION-TEXT                  PIC X(30).
019800 01  FMT-RECORD.
019900     05  FMT-ID                      PIC 9(05).
020000     05  FMT-NAME                    PIC X(15).
020100     05  FMT-DATE-ADDED              PIC X(06).
020200     05  FMT-STATUS                  PIC X(01).
020300     05  FMT-STATUS-DATE             PIC X(06).
020400 01  RECORD-TEXT                     PIC X(41).
020500*    FMT-RECORD = A MASTER IMAGE (SAME 33-BYTE ORDER AS THE
020600*    RECORD) STAGED FOR 5200-FORMAT-RECORD, WHICH SETS OUT ID,
020700*    NAME, DATE ADDED, STATUS AND STATUS DATE IN RECORD-TEXT.  A
020800*    NULL BYTE IN THE NAME PRINTS AS ".".
020900 01  GROUP-KEY                       PIC X(08).
021000 01  GROUP-COUNT                     PIC 9(02) COMP.
021100 01  GROUP-SUB                       PIC 9(02) COMP.
021200 01  GROUP-OVER-SWITCH               PIC X(01).
021300     88  GROUP-OVERFLOWED            VALUE "Y".
021400 01  GROUP-TABLE.
021500     05  GROUP-ENTRY                 PIC X(33) OCCURS 20 TIMES.
021600*    GROUP-TABLE = THE RECORDS SEEN SO FAR UNDER THE CURRENT
021700*    SOUND-ALIKE KEY.  EACH NEW RECORD IS PAIRED WITH EVERY ONE
021800*    HELD HERE.  PAST 20 RECORDS UNDER ONE KEY THE LATER ONES ARE
021900*    STILL PAIRED WITH THE FIRST 20 BUT NOT WITH EACH OTHER, AND
022000*    THE KEY IS NOTED ON THE REPORT.
022100 01  PAIR-NUMBER-OUT                 PIC 9(05).
022200 01  RUN-DATE-RAW                    PIC 9(06).
022300 01  RUN-DATE-DISPLAY                PIC X(08).
022400 01  N                               PIC 9(02).
022500*    N = DETAIL LINES PER REPORT PAGE.  SET IN 1000-INITIALIZE.
022600 01  REPORT-PAGE-COUNT               PIC 9(03) VALUE ZERO.
022700 01  REPORT-LINE-COUNT               PIC 9(02) VALUE ZERO.
022800 01  HELD-DQS-LINE                   PIC X(80).
022900*    HELD-DQS-LINE = STAGED REPORT LINE SAVED ACROSS A PAGE
023000*    BREAK (THE HEADER IS BUILT IN THE SAME RECORD AREA).
023100 77  READ-COUNT                      PIC 9(07) VALUE ZERO.
023200 77  ACTIVE-COUNT                    PIC 9(07) VALUE ZERO.
023300 77  INACTIVE-COUNT                  PIC 9(07) VALUE ZERO.
023400 77  NULL-NAME-COUNT                 PIC 9(07) VALUE ZERO.
023500 77  BLANK-NAME-COUNT                PIC 9(07) VALUE ZERO.
023600 77  DELETED-MARK-COUNT              PIC 9(07) VALUE ZERO.
023700 77  LEADING-BLANK-COUNT             PIC 9(07) VALUE ZERO.
023800 77  DOUBLE-BLANK-COUNT              PIC 9(07) VALUE ZERO.
023900 77  ODD-CHAR-COUNT                  PIC 9(07) VALUE ZERO.
024000 77  DATE-NOT-NUMERIC-COUNT          PIC 9(07) VALUE ZERO.
024100 77  DATE-NOT-REAL-COUNT             PIC 9(07) VALUE ZERO.
024200 77  DATE-FUTURE-COUNT               PIC 9(07) VALUE ZERO.
024300 77  EXCEPTION-RECORD-COUNT          PIC 9(07) VALUE ZERO.
024400 77  KEYED-COUNT                     PIC 9(07) VALUE ZERO.
024500 77  SORTED-COUNT                    PIC 9(07) VALUE ZERO.
024600 77  PAIR-COUNT                      PIC 9(07) VALUE ZERO.
024700 77  SAME-NAME-PAIR-COUNT            PIC 9(07) VALUE ZERO.
024800 77  OVERFLOW-GROUP-COUNT            PIC 9(05) VALUE ZERO.
024900*    KEYED-COUNT = ACTIVE RECORDS WRITTEN TO THE WORK FILE FOR
025000*    PAIRING; SORTED-COUNT = RECORDS READ BACK AFTER THE SORT,
025100*    WHICH MUST TIE TO IT.  EXCEPTION-RECORD-COUNT = RECORDS WITH
025200*    AT LEAST ONE NAME OR DATE EXCEPTION.
025300******************************************************************
025400 PROCEDURE DIVISION.
025500******************************************************************
025600* 0000-MAINLINE - CONTROLS OVERALL FLOW OF THE PROGRAM.
025700******************************************************************
025800 0000-MAINLINE.
025900     PERFORM 1000-INITIALIZE
026000         THRU 1000-EXIT
026100     IF RETURN-CODE = ZERO
026200         PERFORM 2000-SWEEP-MASTER
026300             THRU 2000-EXIT
026400         PERFORM 3000-FIND-PAIRS
026500             THRU 3000-EXIT
026600         PERFORM 8000-PRINT-TOTALS
026700             THRU 8000-EXIT
026800         PERFORM 9000-TERMINATE
026900             THRU 9000-EXIT
027000     END-IF
027100     STOP RUN.
027200******************************************************************
027300* 1000-INITIALIZE - TAKES THE BUSINESS DATE, OPENS THE MASTER AND
027400*                   POSITIONS IT AT THE FIRST NAME ON THE
027500*                   ALTERNATE KEY, AND OPENS THE WORK FILE AND THE
027600*                   REPORT.  NO MASTER IS FATAL - THERE IS NOTHING
027700*                   TO SWEEP.
027800******************************************************************
027900 1000-INITIALIZE.
028000     MOVE 50 TO N
028100     ACCEPT RUN-DATE-RAW FROM DATE
028200     MOVE RUN-DATE-RAW(3:2) TO RUN-DATE-DISPLAY(1:2)
028300     MOVE "/" TO RUN-DATE-DISPLAY(3:1)
028400     MOVE RUN-DATE-RAW(5:2) TO RUN-DATE-DISPLAY(4:2)
028500     MOVE "/" TO RUN-DATE-DISPLAY(6:1)
028600     MOVE RUN-DATE-RAW(1:2) TO RUN-DATE-DISPLAY(7:2)
028700     MOVE RUN-DATE-RAW TO BUS-DATE
028800     PERFORM 1050-READ-BUS-CALENDAR
028900         THRU 1050-EXIT
029000     IF RETURN-CODE NOT = ZERO
029100         GO TO 1000-EXIT
029200     END-IF
029300     OPEN INPUT NAME-MASTER
029400     IF NAME-MASTER-NOT-FOUND
029500         DISPLAY "NAMEDQS - NAME-MASTER NOT FOUND - NOTHING TO "
029600             "SWEEP"
029700         MOVE 8 TO RETURN-CODE
029800         GO TO 1000-EXIT
029900     END-IF
030000     IF NOT NAME-MASTER-STATUS-OK
030100         DISPLAY "NAMEDQS - I/O ERROR ON NAME-MASTER, STATUS = "
030200             NAME-MASTER-STATUS
030300         MOVE 8 TO RETURN-CODE
030400         GO TO 1000-EXIT
030500     END-IF
030600     MOVE LOW-VALUES TO MASTER-REC-NAME
030700     START NAME-MASTER KEY NOT < MASTER-REC-NAME
030800     IF NAME-MASTER-REC-NOT-FOUND
030900         MOVE "Y" TO MASTER-READ-END
031000     ELSE
031100         IF NOT NAME-MASTER-STATUS-OK
031200             DISPLAY "NAMEDQS - I/O ERROR ON NAME-MASTER, "
031300                 "STATUS = " NAME-MASTER-STATUS
031400             MOVE 8 TO RETURN-CODE
031500             CLOSE NAME-MASTER
031600             GO TO 1000-EXIT
031700         END-IF
031800     END-IF
031900     OPEN OUTPUT DQS-WORK-FILE
032000     IF NOT DQS-WORK-STATUS-OK
032100         DISPLAY "NAMEDQS - I/O ERROR ON DQS-WORK-FILE, STATUS = "
032200             DQS-WORK-STATUS
032300         MOVE 8 TO RETURN-CODE
032400         CLOSE NAME-MASTER
032500         GO TO 1000-EXIT
032600     END-IF
032700     OPEN OUTPUT DQS-REPORT-FILE
032800     IF NOT DQS-REPORT-STATUS-OK
032900         DISPLAY "NAMEDQS - I/O ERROR ON REPORT, STATUS = "
033000             DQS-REPORT-STATUS
033100         MOVE 8 TO RETURN-CODE
033200         CLOSE NAME-MASTER
033300         CLOSE DQS-WORK-FILE
033400         GO TO 1000-EXIT
033500     END-IF
033600     PERFORM 5000-PRINT-HEADER
033700         THRU 5000-EXIT.
033800 1000-EXIT.
033900     EXIT.
034000******************************************************************
034100* 1050-READ-BUS-CALENDAR - TAKES THE BUSINESS DATE FROM THE
034200*                          "CUR " LINE OF THE CALENDAR WHEN
034300*                          ONE IS ON FILE; OTHERWISE THE
034400*                          CLOCK DATE ALREADY IN BUS-DATE
034500*                          STANDS.
034600******************************************************************
034700 1050-READ-BUS-CALENDAR.
034800     OPEN INPUT BUSCAL-FILE
034900     IF BUSCAL-NOT-FOUND
035000         DISPLAY "NAMEDQS - NO BUSINESS CALENDAR - USING THE "
035100             "SYSTEM DATE"
035200         GO TO 1050-EXIT
035300     END-IF
035400     IF NOT BUSCAL-STATUS-OK
035500         DISPLAY "NAMEDQS - I/O ERROR ON BUSCAL-FILE, "
035600             "STATUS = " BUSCAL-STATUS
035700         MOVE 8 TO RETURN-CODE
035800         GO TO 1050-EXIT
035900     END-IF
036000     READ BUSCAL-FILE
036100         AT END
036200             CONTINUE
036300     END-READ
036400     IF BUSCAL-STATUS-OK
036500         AND BUSCAL-TAG = "CUR "
036600         AND BUSCAL-DATE NUMERIC
036700         MOVE BUSCAL-DATE TO BUS-DATE
036800     ELSE
036900         DISPLAY "NAMEDQS - BUSINESS CALENDAR UNREADABLE - "
037000             "USING THE SYSTEM DATE"
037100     END-IF
037200     CLOSE BUSCAL-FILE.
037300 1050-EXIT.
037400     EXIT.
037500******************************************************************
037600* 2000-SWEEP-MASTER - PASSES THE WHOLE MASTER IN NAME ORDER,
037700*                     LISTING EVERY NAME AND DATE EXCEPTION AND
037800*                     NOTING EACH ACTIVE RECORD FOR THE PAIRING.
037900******************************************************************
038000 2000-SWEEP-MASTER.
038100     MOVE SPACES TO DQS-REPORT-LINE
038200     STRING "RECORD EXCEPTIONS, IN NAME ORDER"
038300         DELIMITED BY SIZE
038400         INTO DQS-REPORT-LINE
038500     END-STRING
038600     PERFORM 5100-PRINT-DQS-LINE
038700         THRU 5100-EXIT
038800     MOVE SPACES TO DQS-REPORT-LINE
038900     STRING "  ID     NAME             ADDED   S  STATUS"
039000         DELIMITED BY SIZE
039100         "  EXCEPTION" DELIMITED BY SIZE
039200         INTO DQS-REPORT-LINE
039300     END-STRING
039400     PERFORM 5100-PRINT-DQS-LINE
039500         THRU 5100-EXIT
039600     PERFORM 2100-CHECK-ONE-RECORD
039700         THRU 2100-EXIT
039800         UNTIL END-OF-MASTER-READ
039900     IF EXCEPTION-RECORD-COUNT = ZERO
040000         MOVE SPACES TO DQS-REPORT-LINE
040100         STRING "  NONE FOUND" DELIMITED BY SIZE
040200             INTO DQS-REPORT-LINE
040300         END-STRING
040400         PERFORM 5100-PRINT-DQS-LINE
040500             THRU 5100-EXIT
040600     END-IF.
040700 2000-EXIT.
040800     EXIT.
040900******************************************************************
041000* 2100-CHECK-ONE-RECORD - READS THE NEXT MASTER RECORD IN NAME
041100*                         ORDER, CHECKS ITS NAME AND DATE ADDED,
041200*                         AND NOTES AN ACTIVE RECORD WITH A USABLE
041300*                         NAME FOR THE PAIRING.  A NAME THAT IS
041400*                         BLANK, HOLDS NULL BYTES OR IS A LEFTOVER
041500*                         "**DELETED**" MARKER IS NOT A PERSON AND
041600*                         IS NOT PAIRED.
041700******************************************************************
041800 2100-CHECK-ONE-RECORD.
041900     READ NAME-MASTER NEXT RECORD
042000         AT END
042100             MOVE "Y" TO MASTER-READ-END
042200     END-READ
042300     IF END-OF-MASTER-READ
042400         GO TO 2100-EXIT
042500     END-IF
042600     IF NOT NAME-MASTER-STATUS-OK
042700         DISPLAY "NAMEDQS - I/O ERROR ON NAME-MASTER, STATUS = "
042800             NAME-MASTER-STATUS
042900         MOVE 8 TO RETURN-CODE
043000         MOVE "Y" TO MASTER-READ-END
043100         GO TO 2100-EXIT
043200     END-IF
043300     ADD 1 TO READ-COUNT
043400     IF MASTER-REC-INACTIVE
043500         ADD 1 TO INACTIVE-COUNT
043600     ELSE
043700         ADD 1 TO ACTIVE-COUNT
043800     END-IF
043900     MOVE "N" TO RECORD-EXCEPTION-SWITCH
044000     PERFORM 2200-SCAN-NAME
044100         THRU 2200-EXIT
044200     PERFORM 2300-CHECK-NAME
044300         THRU 2300-EXIT
044400     PERFORM 2400-CHECK-DATE
044500         THRU 2400-EXIT
044600     IF RECORD-HAS-EXCEPTION
044700         ADD 1 TO EXCEPTION-RECORD-COUNT
044800     END-IF
044900     IF MASTER-REC-INACTIVE
045000         OR NAME-FIRST-POS = ZERO
045100         OR NAME-HAS-NULLS
045200         OR NAME-HAS-DELETED-MARK
045300         OR WORD-COUNT = ZERO
045400         GO TO 2100-EXIT
045500     END-IF
045600     PERFORM 2500-NOTE-FOR-PAIRING
045700         THRU 2500-EXIT.
045800 2100-EXIT.
045900     EXIT.
046000******************************************************************
046100* 2200-SCAN-NAME - WALKS THE NAME ONE CHARACTER AT A TIME
046200*                  (2250-SCAN-ONE-CHAR), NOTING WHERE IT STARTS,
046300*                  ANY NULL BYTE, DOUBLE BLANK, NON-LETTER OR
046400*                  "**DELETED**" MARKER, AND BUILDING THE SOUNDEX
046500*                  CODE OF EACH WORD.  THE FIRST AND LAST WORDS'
046600*                  CODES THEN MAKE THE SOUND-ALIKE KEY.
046700******************************************************************
046800 2200-SCAN-NAME.
046900     MOVE MASTER-REC-NAME TO SCAN-NAME
047000     INSPECT SCAN-NAME CONVERTING "abcdefghijklmnopqrstuvwxyz"
047100         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
047200     MOVE SCAN-NAME TO CODE-NAME
047300     INSPECT CODE-NAME CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
047400         TO "01230129022455012623019202"
047500     MOVE "NNNNNN" TO NAME-SWITCHES
047600     MOVE ZERO TO NAME-FIRST-POS
047700     MOVE ZERO TO BLANK-RUN
047800     MOVE ZERO TO WORD-COUNT
047900     MOVE SPACES TO FIRST-SOUND
048000     MOVE SPACES TO LAST-SOUND
048100     PERFORM 2250-SCAN-ONE-CHAR
048200         THRU 2250-EXIT
048300         VARYING SCAN-POS FROM 1 BY 1
048400         UNTIL SCAN-POS > 15
048500     PERFORM 2280-END-WORD
048600         THRU 2280-EXIT
048700     IF WORD-COUNT < 2
048800         MOVE SPACES TO LAST-SOUND
048900     END-IF
049000     IF LAST-SOUND NOT = SPACES
049100         AND LAST-SOUND < FIRST-SOUND
049200         MOVE LAST-SOUND TO SOUND-KEY(1:4)
049300         MOVE FIRST-SOUND TO SOUND-KEY(5:4)
049400     ELSE
049500         MOVE FIRST-SOUND TO SOUND-KEY(1:4)
049600         MOVE LAST-SOUND TO SOUND-KEY(5:4)
049700     END-IF.
049800 2200-EXIT.
049900     EXIT.
050000******************************************************************
050100* 2250-SCAN-ONE-CHAR - LOOKS AT ONE CHARACTER OF THE NAME.  A
050200*                      BLANK OR NULL ENDS A WORD.  A NON-LETTER IS
050300*                      NOTED AND PASSED OVER, SO "O'BRIEN" CODES
050400*                      AS "OBRIEN".  THE FIRST LETTER OF A WORD
050500*                      IS KEPT AS IS; AFTER IT EACH LETTER ADDS
050600*                      ITS DIGIT UNLESS IT IS A VOWEL, H OR W, OR
050700*                      REPEATS THE DIGIT BEFORE IT - UP TO THREE
050800*                      DIGITS.
050900******************************************************************
051000 2250-SCAN-ONE-CHAR.
051100     MOVE SCAN-NAME(SCAN-POS:1) TO SCAN-CHAR
051200     IF SCAN-CHAR = LOW-VALUE
051300         MOVE "Y" TO NULL-SWITCH
051400         PERFORM 2280-END-WORD
051500             THRU 2280-EXIT
051600         GO TO 2250-EXIT
051700     END-IF
051800     IF SCAN-CHAR = SPACE
051900         PERFORM 2280-END-WORD
052000             THRU 2280-EXIT
052100         ADD 1 TO BLANK-RUN
052200         GO TO 2250-EXIT
052300     END-IF
052400     IF NAME-FIRST-POS = ZERO
052500         MOVE SCAN-POS TO NAME-FIRST-POS
052600     ELSE
052700         IF BLANK-RUN > 1
052800             MOVE "Y" TO DOUBLE-BLANK-SWITCH
052900         END-IF
053000     END-IF
053100     MOVE ZERO TO BLANK-RUN
053200     IF SCAN-POS < 6
053300         AND MASTER-REC-NAME(SCAN-POS:11) = "**DELETED**"
053400         MOVE "Y" TO DELETED-SWITCH
053500     END-IF
053600     IF SCAN-CHAR NOT ALPHABETIC-UPPER
053700         MOVE "Y" TO ODD-CHAR-SWITCH
053800         GO TO 2250-EXIT
053900     END-IF
054000     MOVE CODE-NAME(SCAN-POS:1) TO SCAN-CODE
054100     IF NOT IN-A-WORD
054200         MOVE "Y" TO IN-WORD-SWITCH
054300         MOVE SPACES TO CURR-SOUND
054400         MOVE SCAN-CHAR TO CURR-SOUND(1:1)
054500         MOVE 1 TO SOUND-LENGTH
054600         MOVE SCAN-CODE TO PREV-CODE
054700         GO TO 2250-EXIT
054800     END-IF
054900     IF SCAN-CODE = "9"
055000         GO TO 2250-EXIT
055100     END-IF
055200     IF SCAN-CODE = "0"
055300         MOVE "0" TO PREV-CODE
055400         GO TO 2250-EXIT
055500     END-IF
055600     IF SCAN-CODE = PREV-CODE
055700         GO TO 2250-EXIT
055800     END-IF
055900     MOVE SCAN-CODE TO PREV-CODE
056000     IF SOUND-LENGTH < 4
056100         ADD 1 TO SOUND-LENGTH
056200         MOVE SCAN-CODE TO CURR-SOUND(SOUND-LENGTH:1)
056300     END-IF.
056400 2250-EXIT.
056500     EXIT.
056600******************************************************************
056700* 2280-END-WORD - CLOSES THE WORD BEING SCANNED, IF ANY: PADS
056800*                 ITS CODE TO FOUR WITH ZEROS AND KEEPS IT AS THE
056900*                 FIRST AND/OR THE LATEST WORD'S CODE.
057000******************************************************************
057100 2280-END-WORD.
057200     IF NOT IN-A-WORD
057300         GO TO 2280-EXIT
057400     END-IF
057500     MOVE "N" TO IN-WORD-SWITCH
057600     INSPECT CURR-SOUND REPLACING ALL SPACE BY "0"
057700     ADD 1 TO WORD-COUNT
057800     IF WORD-COUNT = 1
057900         MOVE CURR-SOUND TO FIRST-SOUND
058000     END-IF
058100     MOVE CURR-SOUND TO LAST-SOUND.
058200 2280-EXIT.
058300     EXIT.
058400******************************************************************
058500* 2300-CHECK-NAME - LISTS EACH NAME EXCEPTION FOUND BY THE SCAN.
058600*                   A "**DELETED**" MARKER IS NOT ALSO LISTED FOR
058700*                   ITS ASTERISKS, NOR NULL PADDING AS A BLANK.
058800******************************************************************
058900 2300-CHECK-NAME.
059000     IF NAME-HAS-NULLS
059100         ADD 1 TO NULL-NAME-COUNT
059200         MOVE "NAME PADDED WITH NULL BYTES" TO EXCEPTION-TEXT
059300         PERFORM 2600-PRINT-EXCEPTION
059400             THRU 2600-EXIT
059500     END-IF
059600     IF NAME-FIRST-POS = ZERO
059700         AND NOT NAME-HAS-NULLS
059800         ADD 1 TO BLANK-NAME-COUNT
059900         MOVE "NAME IS BLANK" TO EXCEPTION-TEXT
060000         PERFORM 2600-PRINT-EXCEPTION
060100             THRU 2600-EXIT
060200     END-IF
060300     IF NAME-HAS-DELETED-MARK
060400         ADD 1 TO DELETED-MARK-COUNT
060500         MOVE "LEFTOVER **DELETED** MARKER" TO EXCEPTION-TEXT
060600         PERFORM 2600-PRINT-EXCEPTION
060700             THRU 2600-EXIT
060800     END-IF
060900     IF NAME-FIRST-POS > 1
061000         ADD 1 TO LEADING-BLANK-COUNT
061100         MOVE "NAME HAS LEADING BLANKS" TO EXCEPTION-TEXT
061200         PERFORM 2600-PRINT-EXCEPTION
061300             THRU 2600-EXIT
061400     END-IF
061500     IF NAME-HAS-DOUBLE-BLANK
061600         ADD 1 TO DOUBLE-BLANK-COUNT
061700         MOVE "NAME HAS EMBEDDED DOUBLE BLANK" TO EXCEPTION-TEXT
061800         PERFORM 2600-PRINT-EXCEPTION
061900             THRU 2600-EXIT
062000     END-IF
062100     IF NAME-HAS-ODD-CHAR
062200         AND NOT NAME-HAS-DELETED-MARK
062300         ADD 1 TO ODD-CHAR-COUNT
062400         MOVE "NAME HAS NON-LETTERS" TO EXCEPTION-TEXT
062500         PERFORM 2600-PRINT-EXCEPTION
062600             THRU 2600-EXIT
062700     END-IF.
062800 2300-EXIT.
062900     EXIT.
063000******************************************************************
063100* 2400-CHECK-DATE - LISTS A DATE ADDED THAT IS NOT NUMERIC, IS NOT
063200*                   A REAL CALENDAR DATE, OR IS AFTER THE BUSINESS
063300*                   DATE.  YYMMDD DATES ALL FALL IN THIS CENTURY,
063400*                   SO THEY COMPARE AS THEY STAND.
063500******************************************************************
063600 2400-CHECK-DATE.
063700     MOVE MASTER-REC-DATE-ADDED TO ADDED-DATE-X
063800     IF ADDED-DATE-X NOT NUMERIC
063900         ADD 1 TO DATE-NOT-NUMERIC-COUNT
064000         MOVE "DATE ADDED NOT NUMERIC" TO EXCEPTION-TEXT
064100         PERFORM 2600-PRINT-EXCEPTION
064200             THRU 2600-EXIT
064300         GO TO 2400-EXIT
064400     END-IF
064500     IF ADDED-MM < 1
064600         OR ADDED-MM > 12
064700         OR ADDED-DD < 1
064800         GO TO 2450-NOT-A-DATE
064900     END-IF
065000     IF ADDED-DD > MONTH-DAYS(ADDED-MM)
065100         GO TO 2450-NOT-A-DATE
065200     END-IF
065300     IF ADDED-MM = 2
065400         AND ADDED-DD = 29
065500         DIVIDE ADDED-YY BY 4 GIVING LEAP-QUOTIENT
065600             REMAINDER LEAP-REMAINDER
065700         IF LEAP-REMAINDER NOT = ZERO
065800             GO TO 2450-NOT-A-DATE
065900         END-IF
066000     END-IF
066100     IF ADDED-DATE-X > BUS-DATE
066200         ADD 1 TO DATE-FUTURE-COUNT
066300         MOVE "DATE ADDED AFTER BUSINESS DATE" TO EXCEPTION-TEXT
066400         PERFORM 2600-PRINT-EXCEPTION
066500             THRU 2600-EXIT
066600     END-IF
066700     GO TO 2400-EXIT.
066800 2450-NOT-A-DATE.
066900     ADD 1 TO DATE-NOT-REAL-COUNT
067000     MOVE "DATE ADDED NOT A REAL DATE" TO EXCEPTION-TEXT
067100     PERFORM 2600-PRINT-EXCEPTION
067200         THRU 2600-EXIT.
067300 2400-EXIT.
067400     EXIT.
067500******************************************************************
067600* 2500-NOTE-FOR-PAIRING - WRITES THE RECORD'S SOUND-ALIKE KEY AND
067700*                         MASTER IMAGE TO THE WORK FILE.
067800******************************************************************
067900 2500-NOTE-FOR-PAIRING.
068000     MOVE SOUND-KEY TO DQSW-KEY
068100     MOVE MASTER-RECORD TO DQSW-DETAIL
068200     WRITE DQS-WORK-RECORD
068300     IF NOT DQS-WORK-STATUS-OK
068400         DISPLAY "NAMEDQS - I/O ERROR ON DQS-WORK-FILE, STATUS = "
068500             DQS-WORK-STATUS
068600         MOVE 8 TO RETURN-CODE
068700         MOVE "Y" TO MASTER-READ-END
068800         GO TO 2500-EXIT
068900     END-IF
069000     ADD 1 TO KEYED-COUNT.
069100 2500-EXIT.
069200     EXIT.
069300******************************************************************
069400* 2600-PRINT-EXCEPTION - PRINTS ONE EXCEPTION LINE FOR THE RECORD
069500*                        IN HAND WITH THE TEXT IN EXCEPTION-TEXT.
069600******************************************************************
069700 2600-PRINT-EXCEPTION.
069800     MOVE "Y" TO RECORD-EXCEPTION-SWITCH
069900     MOVE MASTER-RECORD TO FMT-RECORD
070000     PERFORM 5200-FORMAT-RECORD
070100         THRU 5200-EXIT
070200     MOVE SPACES TO DQS-REPORT-LINE
070300     STRING "  " DELIMITED BY SIZE
070400         RECORD-TEXT DELIMITED BY SIZE
070500         "  " DELIMITED BY SIZE
070600         EXCEPTION-TEXT DELIMITED BY SIZE
070700         INTO DQS-REPORT-LINE
070800     END-STRING
070900     PERFORM 5100-PRINT-DQS-LINE
071000         THRU 5100-EXIT.
071100 2600-EXIT.
071200     EXIT.
071300******************************************************************
071400* 3000-FIND-PAIRS - SORTS THE WORK FILE BY SOUND-ALIKE KEY AND
071500*                   PAIRS EVERY TWO RECORDS THAT SHARE A KEY.  THE
071600*                   RECORDS READ BACK MUST TIE TO THE RECORDS
071700*                   WRITTEN.
071800******************************************************************
071900 3000-FIND-PAIRS.
072000     CLOSE DQS-WORK-FILE
072100     IF RETURN-CODE NOT = ZERO
072200         GO TO 3000-EXIT
072300     END-IF
072400     SORT DQS-SORT-FILE
072500         ON ASCENDING KEY DSRT-KEY
072600                          DSRT-NAME
072700                          DSRT-ID
072800         USING DQS-WORK-FILE
072900         GIVING DQS-SORTED-FILE
073000     IF SORT-RETURN NOT = ZERO
073100         DISPLAY "NAMEDQS - PAIRING SORT FAILED, SORT-RETURN = "
073200             SORT-RETURN
073300         MOVE 8 TO RETURN-CODE
073400         GO TO 3000-EXIT
073500     END-IF
073600     OPEN INPUT DQS-SORTED-FILE
073700     IF NOT DQS-SORTED-STATUS-OK
073800         DISPLAY "NAMEDQS - I/O ERROR ON DQS-SORTED-FILE, "
073900             "STATUS = " DQS-SORTED-STATUS
074000         MOVE 8 TO RETURN-CODE
074100         GO TO 3000-EXIT
074200     END-IF
074300     MOVE SPACES TO DQS-REPORT-LINE
074400     PERFORM 5100-PRINT-DQS-LINE
074500         THRU 5100-EXIT
074600     MOVE SPACES TO DQS-REPORT-LINE
074700     STRING "PROBABLE DUPLICATE PEOPLE - ACTIVE RECORDS WHOSE "
074800         DELIMITED BY SIZE
074900         "NAMES SOUND ALIKE" DELIMITED BY SIZE
075000         INTO DQS-REPORT-LINE
075100     END-STRING
075200     PERFORM 5100-PRINT-DQS-LINE
075300         THRU 5100-EXIT
075400     MOVE SPACES TO GROUP-KEY
075500     MOVE ZERO TO GROUP-COUNT
075600     MOVE "N" TO DQS-SORTED-END
075700     PERFORM 3100-PAIR-ONE-RECORD
075800         THRU 3100-EXIT
075900         UNTIL END-OF-DQS-SORTED
076000     CLOSE DQS-SORTED-FILE
076100     IF PAIR-COUNT = ZERO
076200         MOVE SPACES TO DQS-REPORT-LINE
076300         STRING "  NONE FOUND" DELIMITED BY SIZE
076400             INTO DQS-REPORT-LINE
076500         END-STRING
076600         PERFORM 5100-PRINT-DQS-LINE
076700             THRU 5100-EXIT
076800     END-IF.
076900 3000-EXIT.
077000     EXIT.
077100******************************************************************
077200* 3100-PAIR-ONE-RECORD - READS ONE SORTED RECORD.  A NEW KEY
077300*                        STARTS A NEW GROUP; A KEY EQUAL TO THE
077400*                        ONE BEFORE PAIRS THE RECORD WITH EVERY
077500*                        RECORD ALREADY HELD FOR THE GROUP.
077600******************************************************************
077700 3100-PAIR-ONE-RECORD.
077800     READ DQS-SORTED-FILE
077900         AT END
078000             MOVE "Y" TO DQS-SORTED-END
078100     END-READ
078200     IF DQS-SORTED-STATUS-OK OR DQS-SORTED-STATUS-EOF
078300         CONTINUE
078400     ELSE
078500         DISPLAY "NAMEDQS - I/O ERROR ON DQS-SORTED-FILE, "
078600             "STATUS = " DQS-SORTED-STATUS
078700         MOVE "Y" TO DQS-SORTED-END
078800         MOVE 8 TO RETURN-CODE
078900     END-IF
079000     IF END-OF-DQS-SORTED
079100         GO TO 3100-EXIT
079200     END-IF
079300     ADD 1 TO SORTED-COUNT
079400     IF DQSS-KEY NOT = GROUP-KEY
079500         MOVE DQSS-KEY TO GROUP-KEY
079600         MOVE ZERO TO GROUP-COUNT
079700         MOVE "N" TO GROUP-OVER-SWITCH
079800     ELSE
079900         PERFORM 3200-PRINT-PAIR
080000             THRU 3200-EXIT
080100             VARYING GROUP-SUB FROM 1 BY 1
080200             UNTIL GROUP-SUB > GROUP-COUNT
080300     END-IF
080400     IF GROUP-COUNT < 20
080500         ADD 1 TO GROUP-COUNT
080600         MOVE DQSS-DETAIL TO GROUP-ENTRY(GROUP-COUNT)
080700         GO TO 3100-EXIT
080800     END-IF
080900     IF GROUP-OVERFLOWED
081000         GO TO 3100-EXIT
081100     END-IF
081200     MOVE "Y" TO GROUP-OVER-SWITCH
081300     ADD 1 TO OVERFLOW-GROUP-COUNT
081400     MOVE SPACES TO DQS-REPORT-LINE
081500     PERFORM 5100-PRINT-DQS-LINE
081600         THRU 5100-EXIT
081700     MOVE SPACES TO DQS-REPORT-LINE
081800     STRING "  NOTE - KEY " DELIMITED BY SIZE
081900         GROUP-KEY DELIMITED BY SIZE
082000         " HAS OVER 20 RECORDS; PAIRS AMONG THE LATER ONES"
082100         DELIMITED BY SIZE
082200         INTO DQS-REPORT-LINE
082300     END-STRING
082400     PERFORM 5100-PRINT-DQS-LINE
082500         THRU 5100-EXIT
082600     MOVE SPACES TO DQS-REPORT-LINE
082700     STRING "         ARE NOT LISTED - LOOK THIS KEY UP BY HAND"
082800         DELIMITED BY SIZE
082900         INTO DQS-REPORT-LINE
083000     END-STRING
083100     PERFORM 5100-PRINT-DQS-LINE
083200         THRU 5100-EXIT.
083300 3100-EXIT.
083400     EXIT.
083500******************************************************************
083600* 3200-PRINT-PAIR - PRINTS ONE PROBABLE DUPLICATE: THE GROUP
083700*                   RECORD AT GROUP-SUB AND THE RECORD JUST READ,
083800*                   ONE LINE EACH, UNDER A LINE NUMBERING THE PAIR
083900*                   AND SAYING WHETHER THE NAMES ARE IDENTICAL OR
084000*                   ONLY SOUND ALIKE.
084100******************************************************************
084200 3200-PRINT-PAIR.
084300     ADD 1 TO PAIR-COUNT
084400     MOVE PAIR-COUNT TO PAIR-NUMBER-OUT
084500     MOVE GROUP-ENTRY(GROUP-SUB) TO FMT-RECORD
084600     MOVE SPACES TO DQS-REPORT-LINE
084700     PERFORM 5100-PRINT-DQS-LINE
084800         THRU 5100-EXIT
084900     MOVE SPACES TO DQS-REPORT-LINE
085000     IF FMT-NAME = DQSS-NAME
085100         ADD 1 TO SAME-NAME-PAIR-COUNT
085200         STRING "  PAIR " DELIMITED BY SIZE
085300             PAIR-NUMBER-OUT DELIMITED BY SIZE
085400             "  KEY " DELIMITED BY SIZE
085500             GROUP-KEY DELIMITED BY SIZE
085600             "  SAME NAME UNDER TWO IDS" DELIMITED BY SIZE
085700             INTO DQS-REPORT-LINE
085800         END-STRING
085900     ELSE
086000         STRING "  PAIR " DELIMITED BY SIZE
086100             PAIR-NUMBER-OUT DELIMITED BY SIZE
086200             "  KEY " DELIMITED BY SIZE
086300             GROUP-KEY DELIMITED BY SIZE
086400             "  NAMES SOUND ALIKE" DELIMITED BY SIZE
086500             INTO DQS-REPORT-LINE
086600         END-STRING
086700     END-IF
086800     PERFORM 5100-PRINT-DQS-LINE
086900         THRU 5100-EXIT
087000     PERFORM 5200-FORMAT-RECORD
087100         THRU 5200-EXIT
087200     MOVE SPACES TO DQS-REPORT-LINE
087300     STRING "    " DELIMITED BY SIZE
087400         RECORD-TEXT DELIMITED BY SIZE
087500         INTO DQS-REPORT-LINE
087600     END-STRING
087700     PERFORM 5100-PRINT-DQS-LINE
087800         THRU 5100-EXIT
087900     MOVE DQSS-DETAIL TO FMT-RECORD
088000     PERFORM 5200-FORMAT-RECORD
088100         THRU 5200-EXIT
088200     MOVE SPACES TO DQS-REPORT-LINE
088300     STRING "    " DELIMITED BY SIZE
088400         RECORD-TEXT DELIMITED BY SIZE
088500         INTO DQS-REPORT-LINE
088600     END-STRING
088700     PERFORM 5100-PRINT-DQS-LINE
088800         THRU 5100-EXIT.
088900 3200-EXIT.
089000     EXIT.
089100******************************************************************
089200* 5000-PRINT-HEADER - STARTS A NEW REPORT PAGE.
089300******************************************************************
089400 5000-PRINT-HEADER.
089500     ADD 1 TO REPORT-PAGE-COUNT
089600     MOVE ZERO TO REPORT-LINE-COUNT
089700     MOVE SPACES TO DQS-REPORT-LINE
089800     STRING "NAMEDQS NAME-MASTER DATA-QUALITY EXCEPTIONS REPORT"
089900         DELIMITED BY SIZE
090000         INTO DQS-REPORT-LINE
090100     END-STRING
090200     WRITE DQS-REPORT-LINE
090300     MOVE SPACES TO DQS-REPORT-LINE
090400     STRING "RUN DATE: " DELIMITED BY SIZE
090500         RUN-DATE-DISPLAY DELIMITED BY SIZE
090600         "   BUSINESS DATE: " DELIMITED BY SIZE
090700         BUS-DATE DELIMITED BY SIZE
090800         "   PAGE: " DELIMITED BY SIZE
090900         REPORT-PAGE-COUNT DELIMITED BY SIZE
091000         INTO DQS-REPORT-LINE
091100     END-STRING
091200     WRITE DQS-REPORT-LINE
091300     MOVE SPACES TO DQS-REPORT-LINE
091400     WRITE DQS-REPORT-LINE
091500     IF NOT DQS-REPORT-STATUS-OK
091600         DISPLAY "NAMEDQS - I/O ERROR ON REPORT, STATUS = "
091700             DQS-REPORT-STATUS
091800         MOVE 8 TO RETURN-CODE
091900     END-IF.
092000 5000-EXIT.
092100     EXIT.
092200******************************************************************
092300* 5100-PRINT-DQS-LINE - WRITES THE LINE ALREADY STAGED IN
092400*                       DQS-REPORT-LINE, BREAKING TO A NEW PAGE
092500*                       EVERY N LINES.
092600******************************************************************
092700 5100-PRINT-DQS-LINE.
092800     IF REPORT-LINE-COUNT >= N
092900         MOVE DQS-REPORT-LINE TO HELD-DQS-LINE
093000         PERFORM 5000-PRINT-HEADER
093100             THRU 5000-EXIT
093200         MOVE HELD-DQS-LINE TO DQS-REPORT-LINE
093300     END-IF
093400     WRITE DQS-REPORT-LINE
093500     IF NOT DQS-REPORT-STATUS-OK
093600         DISPLAY "NAMEDQS - I/O ERROR ON REPORT, STATUS = "
093700             DQS-REPORT-STATUS
093800         MOVE 8 TO RETURN-CODE
093900     END-IF
094000     ADD 1 TO REPORT-LINE-COUNT.
094100 5100-EXIT.
094200     EXIT.
094300******************************************************************
094400* 5200-FORMAT-RECORD - SETS OUT THE IMAGE IN FMT-RECORD AS ONE
094500*                      REPORT CELL: ID, NAME, DATE ADDED, STATUS
094600*                      AND STATUS DATE.
094700******************************************************************
094800 5200-FORMAT-RECORD.
094900     INSPECT FMT-NAME REPLACING ALL LOW-VALUE BY "."
095000     MOVE SPACES TO RECORD-TEXT
095100     STRING FMT-ID DELIMITED BY SIZE
095200         "  " DELIMITED BY SIZE
095300         FMT-NAME DELIMITED BY SIZE
095400         "  " DELIMITED BY SIZE
095500         FMT-DATE-ADDED DELIMITED BY SIZE
095600         "  " DELIMITED BY SIZE
095700         FMT-STATUS DELIMITED BY SIZE
095800         "  " DELIMITED BY SIZE
095900         FMT-STATUS-DATE DELIMITED BY SIZE
096000         INTO RECORD-TEXT
096100     END-STRING.
096200 5200-EXIT.
096300     EXIT.
096400******************************************************************
096500* 8000-PRINT-TOTALS - PRINTS THE COUNTS BY EXCEPTION AND PROVES
096600*                     THE PAIRING SORT: RECORDS READ BACK MUST TIE
096700*                     TO RECORDS WRITTEN FOR IT.
096800******************************************************************
096900 8000-PRINT-TOTALS.
097000     MOVE SPACES TO DQS-REPORT-LINE
097100     PERFORM 5100-PRINT-DQS-LINE
097200         THRU 5100-EXIT
097300     MOVE SPACES TO DQS-REPORT-LINE
097400     STRING "RECORDS READ ................ " DELIMITED BY SIZE
097500         READ-COUNT DELIMITED BY SIZE
097600         INTO DQS-REPORT-LINE
097700     END-STRING
097800     PERFORM 5100-PRINT-DQS-LINE
097900         THRU 5100-EXIT
098000     MOVE SPACES TO DQS-REPORT-LINE
098100     STRING "  ACTIVE .................... " DELIMITED BY SIZE
098200         ACTIVE-COUNT DELIMITED BY SIZE
098300         INTO DQS-REPORT-LINE
098400     END-STRING
098500     PERFORM 5100-PRINT-DQS-LINE
098600         THRU 5100-EXIT
098700     MOVE SPACES TO DQS-REPORT-LINE
098800     STRING "  INACTIVE .................. " DELIMITED BY SIZE
098900         INACTIVE-COUNT DELIMITED BY SIZE
099000         INTO DQS-REPORT-LINE
099100     END-STRING
099200     PERFORM 5100-PRINT-DQS-LINE
099300         THRU 5100-EXIT
099400     MOVE SPACES TO DQS-REPORT-LINE
099500     STRING "RECORDS WITH AN EXCEPTION ... " DELIMITED BY SIZE
099600         EXCEPTION-RECORD-COUNT DELIMITED BY SIZE
099700         INTO DQS-REPORT-LINE
099800     END-STRING
099900     PERFORM 5100-PRINT-DQS-LINE
100000         THRU 5100-EXIT
100100     MOVE SPACES TO DQS-REPORT-LINE
100200     STRING "  NAME PADDED WITH NULLS .... " DELIMITED BY SIZE
100300         NULL-NAME-COUNT DELIMITED BY SIZE
100400         INTO DQS-REPORT-LINE
100500     END-STRING
100600     PERFORM 5100-PRINT-DQS-LINE
100700         THRU 5100-EXIT
100800     MOVE SPACES TO DQS-REPORT-LINE
100900     STRING "  NAME BLANK ................ " DELIMITED BY SIZE
101000         BLANK-NAME-COUNT DELIMITED BY SIZE
101100         INTO DQS-REPORT-LINE
101200     END-STRING
101300     PERFORM 5100-PRINT-DQS-LINE
101400         THRU 5100-EXIT
101500     MOVE SPACES TO DQS-REPORT-LINE
101600     STRING "  **DELETED** MARKER ........ " DELIMITED BY SIZE
101700         DELETED-MARK-COUNT DELIMITED BY SIZE
101800         INTO DQS-REPORT-LINE
101900     END-STRING
102000     PERFORM 5100-PRINT-DQS-LINE
102100         THRU 5100-EXIT
102200     MOVE SPACES TO DQS-REPORT-LINE
102300     STRING "  LEADING BLANKS ............ " DELIMITED BY SIZE
102400         LEADING-BLANK-COUNT DELIMITED BY SIZE
102500         INTO DQS-REPORT-LINE
102600     END-STRING
102700     PERFORM 5100-PRINT-DQS-LINE
102800         THRU 5100-EXIT
102900     MOVE SPACES TO DQS-REPORT-LINE
103000     STRING "  EMBEDDED DOUBLE BLANK ..... " DELIMITED BY SIZE
103100         DOUBLE-BLANK-COUNT DELIMITED BY SIZE
103200         INTO DQS-REPORT-LINE
103300     END-STRING
103400     PERFORM 5100-PRINT-DQS-LINE
103500         THRU 5100-EXIT
103600     MOVE SPACES TO DQS-REPORT-LINE
103700     STRING "  NON-LETTERS IN NAME ....... " DELIMITED BY SIZE
103800         ODD-CHAR-COUNT DELIMITED BY SIZE
103900         INTO DQS-REPORT-LINE
104000     END-STRING
104100     PERFORM 5100-PRINT-DQS-LINE
104200         THRU 5100-EXIT
104300     MOVE SPACES TO DQS-REPORT-LINE
104400     STRING "  DATE ADDED NOT NUMERIC .... " DELIMITED BY SIZE
104500         DATE-NOT-NUMERIC-COUNT DELIMITED BY SIZE
104600         INTO DQS-REPORT-LINE
104700     END-STRING
104800     PERFORM 5100-PRINT-DQS-LINE
104900         THRU 5100-EXIT
105000     MOVE SPACES TO DQS-REPORT-LINE
105100     STRING "  DATE ADDED NOT A DATE ..... " DELIMITED BY SIZE
105200         DATE-NOT-REAL-COUNT DELIMITED BY SIZE
105300         INTO DQS-REPORT-LINE
105400     END-STRING
105500     PERFORM 5100-PRINT-DQS-LINE
105600         THRU 5100-EXIT
105700     MOVE SPACES TO DQS-REPORT-LINE
105800     STRING "  DATE ADDED IN THE FUTURE .. " DELIMITED BY SIZE
105900         DATE-FUTURE-COUNT DELIMITED BY SIZE
106000         INTO DQS-REPORT-LINE
106100     END-STRING
106200     PERFORM 5100-PRINT-DQS-LINE
106300         THRU 5100-EXIT
106400     MOVE SPACES TO DQS-REPORT-LINE
106500     STRING "ACTIVE RECORDS PAIRED ....... " DELIMITED BY SIZE
106600         KEYED-COUNT DELIMITED BY SIZE
106700         INTO DQS-REPORT-LINE
106800     END-STRING
106900     PERFORM 5100-PRINT-DQS-LINE
107000         THRU 5100-EXIT
107100     MOVE SPACES TO DQS-REPORT-LINE
107200     STRING "PROBABLE DUPLICATE PAIRS .... " DELIMITED BY SIZE
107300         PAIR-COUNT DELIMITED BY SIZE
107400         INTO DQS-REPORT-LINE
107500     END-STRING
107600     PERFORM 5100-PRINT-DQS-LINE
107700         THRU 5100-EXIT
107800     MOVE SPACES TO DQS-REPORT-LINE
107900     STRING "  SAME NAME ................. " DELIMITED BY SIZE
108000         SAME-NAME-PAIR-COUNT DELIMITED BY SIZE
108100         INTO DQS-REPORT-LINE
108200     END-STRING
108300     PERFORM 5100-PRINT-DQS-LINE
108400         THRU 5100-EXIT
108500     MOVE SPACES TO DQS-REPORT-LINE
108600     STRING "KEYS OVER 20 RECORDS ........ " DELIMITED BY SIZE
108700         OVERFLOW-GROUP-COUNT DELIMITED BY SIZE
108800         INTO DQS-REPORT-LINE
108900     END-STRING
109000     PERFORM 5100-PRINT-DQS-LINE
109100         THRU 5100-EXIT
109200     IF RETURN-CODE = ZERO
109300         AND SORTED-COUNT NOT = KEYED-COUNT
109400         MOVE SPACES TO DQS-REPORT-LINE
109500         STRING "  *** PAIRING SORT RETURNED " DELIMITED BY SIZE
109600             SORTED-COUNT DELIMITED BY SIZE
109700             " RECORDS - PAIRS INCOMPLETE ***" DELIMITED BY SIZE
109800             INTO DQS-REPORT-LINE
109900         END-STRING
110000         PERFORM 5100-PRINT-DQS-LINE
110100             THRU 5100-EXIT
110200         DISPLAY "NAMEDQS - PAIRING COUNTS DO NOT TIE - SEE "
110300             "dqsrpt.txt"
110400         MOVE 8 TO RETURN-CODE
110500     END-IF
110600     MOVE SPACES TO DQS-REPORT-LINE
110700     STRING "*** END OF DATA-QUALITY EXCEPTIONS REPORT ***"
110800         DELIMITED BY SIZE
110900         INTO DQS-REPORT-LINE
111000     END-STRING
111100     PERFORM 5100-PRINT-DQS-LINE
111200         THRU 5100-EXIT
111300     DISPLAY "NAMEDQS - END OF JOB SUMMARY"
111400     DISPLAY "  RECORDS READ .............. " READ-COUNT
111500     DISPLAY "  RECORDS WITH AN EXCEPTION . "
111600         EXCEPTION-RECORD-COUNT
111700     DISPLAY "  PROBABLE DUPLICATE PAIRS .. " PAIR-COUNT.
111800 8000-EXIT.
111900     EXIT.
112000******************************************************************
112100* 9000-TERMINATE - CLOSES THE MASTER AND THE REPORT BEFORE STOP
112200*                  RUN.  THE WORK FILES ARE CLOSED BY THE PAIRING.
112300******************************************************************
112400 9000-TERMINATE.
112500     CLOSE NAME-MASTER
112600     CLOSE DQS-REPORT-FILE.
112700 9000-EXIT.
112800     EXIT.
112900 END PROGRAM NAMEDQS.
