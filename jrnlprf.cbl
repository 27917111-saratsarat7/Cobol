000100******************************************************************
000200* AUTHOR.     D. KOVACS - APPLICATIONS PROGRAMMING
000300* INSTALLATION. DATA CONTROL DEPT.
000400* DATE-WRITTEN. 10/15/2026.
000500* DATE-COMPILED.
000600* PURPOSE.    NIGHTLY JOURNAL PROOF.  PROVES THE MAINTENANCE
000700*             JOURNAL IS A COMPLETE RECOVERY TRAIL BEFORE IT IS
000800*             EVER NEEDED: THE STEP005 SNAPSHOT IS COPIED ONTO A
000900*             WORK MASTER (prfmast.txt) AND THE JOURNAL IS ROLLED
001000*             FORWARD ONTO IT EXACTLY AS NAMERST WOULD ROLL IT
001100*             (AFTER IMAGE WRITTEN OR REWRITTEN WITH ITS AFTER
001200*             STATUS, BLANK AFTER IMAGE DELETES).  THE RESULT IS
001300*             THEN MATCHED RECORD BY RECORD, IN KEY ORDER,
001400*             AGAINST THE LIVE NAME-MASTER.  THE LIVE MASTER IS
001500*             ONLY READ - NOTHING HERE WRITES namemast.txt.
001600*             EVERY ID THAT DIFFERS (ON ONE SIDE ONLY, OR ON BOTH
001700*             WITH ANY FIELD DIFFERENT) IS LISTED WITH BOTH
001800*             IMAGES.  A PROOF THAT DOES NOT TIE ENDS WITH
001900*             CONDITION CODE 4, WHICH HOLDS THE DOWNSTREAM
002000*             EXTRACTS; AN I/O ERROR ENDS WITH 8.
002100* OPERATION.  RUN AS STEP015 OF THE NIGHTLY CHAIN, AFTER TEST1,
002200*             WITH THE SAME PARAMETERS NAMERST WOULD BE GIVEN -
002300*             THE SNAPSHOT FILE AND THE FIRST JOURNAL DATE TO
002400*             APPLY (THE SNAPSHOT'S BUSINESS DATE, YYMMDD):
002500*                 ./jrnlprf namemast.261015.bak 261015
002600*             A CHAIN RERUN UNDER THE SAME BUSINESS DATE
002700*             RE-APPLIES THE EARLIER RUN'S ENTRIES ONTO A
002800*             SNAPSHOT THAT ALREADY HOLDS THEM; THE LAST AFTER
002900*             IMAGE FOR AN ID STILL WINS, SO THE PROOF HOLDS, AS
003000*             THE RECOVERY WOULD.  THE REPORT IS WRITTEN TO
003100*             proofrpt.txt.
003200* TECTONICS.  cobc
003300*-----------------------------------------------------------*
003400* MODIFICATION HISTORY
003500*-----------------------------------------------------------*
003600* DATE       INIT  DESCRIPTION
003700* ---------  ----  ----------------------------------------
003800* 10/15/26   DK    ORIGINAL VERSION.
003801* 10/15/26   DK    9000-TERMINATE NOW RUNS ON EVERY PATH, CLOSING
003802*                  ONLY THE FILES THAT OPENED - A SNAPSHOT, MASTER
003803*                  OR JOURNAL THAT FAILED IN 1000-INITIALIZE NO
003804*                  LONGER LEAVES THE OTHERS OPEN AT STOP RUN.
003900******************************************************************
004000 IDENTIFICATION DIVISION.
004100 PROGRAM-ID. JRNLPRF.
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT SNAP-MASTER             ASSIGN DYNAMIC
004600                                     SNAP-FILE-NAME
004700                                     ORGANIZATION INDEXED
004800                                     ACCESS MODE DYNAMIC
004900                                     RECORD KEY SNAP-REC-ID
005000                                    ALTERNATE RECORD KEY
005100                                        SNAP-REC-NAME
005200                                        WITH DUPLICATES
005300                                     STATUS IS SNAP-MASTER-STATUS.
005400     SELECT PROOF-MASTER             ASSIGN TO "prfmast.txt"
005500                                     ORGANIZATION INDEXED
005600                                     ACCESS MODE DYNAMIC
005700                                     RECORD KEY PROOF-REC-ID
005800                                     STATUS PROOF-MASTER-STATUS.
005900     SELECT NAME-MASTER              ASSIGN TO "namemast.txt"
006000                                     ORGANIZATION INDEXED
006100                                     ACCESS MODE DYNAMIC
006200                                     RECORD KEY MASTER-REC-ID
006300                                    ALTERNATE RECORD KEY
006400                                        MASTER-REC-NAME
006500                                        WITH DUPLICATES
006600                                     STATUS IS NAME-MASTER-STATUS.
006700     SELECT JOURNAL-FILE             ASSIGN TO "journal.txt"
006800                                     ORGANIZATION LINE SEQUENTIAL
006900                                     STATUS JOURNAL-STATUS.
007000     SELECT PROOF-REPORT-FILE        ASSIGN TO "proofrpt.txt"
007100                                     ORGANIZATION LINE SEQUENTIAL
007200                                     STATUS PROOF-REPORT-STATUS.
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  SNAP-MASTER.
007600     COPY NAMEREC REPLACING
007700         ==NAME-RECORD==          BY ==SNAP-RECORD==
007800         ==NAME-REC-ID==          BY ==SNAP-REC-ID==
007900         ==NAME-REC-NAME==        BY ==SNAP-REC-NAME==
008000         ==NAME-REC-DATE-ADDED==  BY ==SNAP-REC-DATE-ADDED==.
008100     COPY NAMESTAT REPLACING
008200         ==NAME-REC-STATUS==       BY ==SNAP-REC-STATUS==
008300         ==NAME-REC-ACTIVE==       BY ==SNAP-REC-ACTIVE==
008400         ==NAME-REC-INACTIVE==     BY ==SNAP-REC-INACTIVE==
008500         ==NAME-REC-STATUS-DATE==  BY ==SNAP-REC-STATUS-DATE==.
008600 FD  PROOF-MASTER.
008700     COPY NAMEREC REPLACING
008800         ==NAME-RECORD==          BY ==PROOF-RECORD==
008900         ==NAME-REC-ID==          BY ==PROOF-REC-ID==
009000         ==NAME-REC-NAME==        BY ==PROOF-REC-NAME==
009100         ==NAME-REC-DATE-ADDED==  BY ==PROOF-REC-DATE-ADDED==.
009200     COPY NAMESTAT REPLACING
009300         ==NAME-REC-STATUS==       BY ==PROOF-REC-STATUS==
009400         ==NAME-REC-ACTIVE==       BY ==PROOF-REC-ACTIVE==
009500         ==NAME-REC-INACTIVE==     BY ==PROOF-REC-INACTIVE==
009600         ==NAME-REC-STATUS-DATE==  BY ==PROOF-REC-STATUS-DATE==.
009700 FD  NAME-MASTER.
009800     COPY NAMEREC REPLACING
009900         ==NAME-RECORD==          BY ==MASTER-RECORD==
010000         ==NAME-REC-ID==          BY ==MASTER-REC-ID==
010100         ==NAME-REC-NAME==        BY ==MASTER-REC-NAME==
010200         ==NAME-REC-DATE-ADDED==  BY ==MASTER-REC-DATE-ADDED==.
010300     COPY NAMESTAT REPLACING
010400         ==NAME-REC-STATUS==       BY ==MASTER-REC-STATUS==
010500         ==NAME-REC-ACTIVE==       BY ==MASTER-REC-ACTIVE==
010600         ==NAME-REC-INACTIVE==     BY ==MASTER-REC-INACTIVE==
010700         ==NAME-REC-STATUS-DATE==  BY ==MASTER-REC-STATUS-DATE==.
010800 FD  JOURNAL-FILE.
010900     COPY JRNLREC.
011000 FD  PROOF-REPORT-FILE.
011100 01  PROOF-REPORT-LINE               PIC X(80).
011200 WORKING-STORAGE SECTION.
011300 01  SNAP-MASTER-STATUS              PIC X(02).
011400     88  SNAP-MASTER-STATUS-OK       VALUE "00".
011500     88  SNAP-MASTER-NOT-FOUND       VALUE "35".
011600 01  PROOF-MASTER-STATUS             PIC X(02).
011700     88  PROOF-MASTER-STATUS-OK      VALUE "00".
011800     88  PROOF-MASTER-DUP-KEY        VALUE "22".
011900     88  PROOF-MASTER-REC-NOT-FOUND  VALUE "23".
012000 01  NAME-MASTER-STATUS              PIC X(02).
012100     88  NAME-MASTER-STATUS-OK       VALUE "00".
012200     88  NAME-MASTER-REC-NOT-FOUND   VALUE "23".
012300     88  NAME-MASTER-NOT-FOUND       VALUE "35".
012400 01  JOURNAL-STATUS                  PIC X(02).
012500     88  JOURNAL-STATUS-OK           VALUE "00".
012600     88  JOURNAL-STATUS-EOF          VALUE "10".
012700     88  JOURNAL-NOT-FOUND           VALUE "35".
012800 01  PROOF-REPORT-STATUS             PIC X(02).
012900     88  PROOF-REPORT-STATUS-OK      VALUE "00".
013000 01  SNAP-FILE-NAME                  PIC X(40).
013100 01  SNAP-READ-END                   PIC X(01) VALUE "N".
013200     88  END-OF-SNAP-READ            VALUE "Y".
013300 01  JOURNAL-END                     PIC X(01) VALUE "N".
013400     88  END-OF-JOURNAL              VALUE "Y".
013500 01  JOURNAL-AVAILABLE-SWITCH        PIC X(01) VALUE "N".
013600     88  JOURNAL-AVAILABLE           VALUE "Y".
013700 01  LIVE-OPEN-SWITCH                PIC X(01) VALUE "N".
013800     88  LIVE-MASTER-OPEN            VALUE "Y".
013801 01  SNAP-OPEN-SWITCH                PIC X(01) VALUE "N".
013802     88  SNAP-MASTER-OPEN            VALUE "Y".
013803 01  PROOF-OPEN-SWITCH               PIC X(01) VALUE "N".
013804     88  PROOF-MASTER-OPEN           VALUE "Y".
013805 01  JOURNAL-OPEN-SWITCH             PIC X(01) VALUE "N".
013806     88  JOURNAL-OPEN                VALUE "Y".
013807 01  REPORT-OPEN-SWITCH              PIC X(01) VALUE "N".
013808     88  PROOF-REPORT-OPEN           VALUE "Y".
013809*    LIVE-OPEN-SWITCH AND THE OTHER OPEN SWITCHES = THE FILE IS
01380A*    OPEN NOW.  9000-TERMINATE CLOSES ONLY THESE, WHEREVER THE
01380B*    RUN STOPPED.
013900 01  RUN-PARM                        PIC X(60).
014000*    RUN-PARM = THE COMMAND-LINE PARAMETERS: SNAPSHOT FILE AND
014100*    FROM DATE, SEPARATED BY SPACES - AS FOR NAMERST.
014200 01  FROM-DATE-PARM                  PIC X(06).
014300*    FROM-DATE-PARM = THE FIRST JOURNAL RUN DATE TO APPLY
014400*    (YYMMDD).  EVERYTHING FROM THERE TO THE END OF THE JOURNAL
014500*    IS APPLIED.
014600 01  JRNL-DATE-YYMMDD                PIC X(06).
014700*    JRNL-DATE-YYMMDD = THE JOURNAL RECORD'S RUN DATE (CARRIED AS
014800*    MM/DD/YY) REARRANGED FOR THE WINDOW COMPARE.
014900 01  CURR-PROOF-ID                   PIC X(05).
015000 01  CURR-LIVE-ID                    PIC X(05).
015100*    CURR-PROOF-ID/LIVE-ID = THE KEY ON HAND FROM EACH SIDE OF THE
015200*    MATCH PASS, HIGH-VALUES ONCE THAT SIDE IS EXHAUSTED SO THE
015300*    MATCH DRAINS THE OTHER SIDE.
015400 01  DIFF-TEXT                       PIC X(24).
015500*    DIFF-TEXT = WHY THE ID ON HAND DIFFERS, FOR THE REPORT.
015600 01  DIFF-IMAGE-LINE.
015700     05  FILLER                      PIC X(08) VALUE SPACES.
015800     05  DIFF-IMAGE-LABEL            PIC X(14).
015900     05  DIFF-IMAGE-NAME             PIC X(15).
016000     05  FILLER                      PIC X(02) VALUE SPACES.
016100     05  DIFF-IMAGE-DATE             PIC X(06).
016200     05  FILLER                      PIC X(02) VALUE SPACES.
016300     05  DIFF-IMAGE-STATUS           PIC X(01).
016400     05  FILLER                      PIC X(02) VALUE SPACES.
016500     05  DIFF-IMAGE-STAT-DATE        PIC X(06).
016600     05  FILLER                      PIC X(24) VALUE SPACES.
016700*    DIFF-IMAGE-LINE = ONE SIDE'S IMAGE OF A DIFFERING ID: NAME,
016800*    DATE ADDED, STATUS AND STATUS DATE.
016900 77  RESTORED-COUNT                  PIC 9(05) VALUE ZERO.
017000*    RESTORED-COUNT = RECORDS COPIED OFF THE SNAPSHOT.
017100 77  JRNL-READ-COUNT                 PIC 9(05) VALUE ZERO.
017200 77  JRNL-SKIPPED-COUNT              PIC 9(05) VALUE ZERO.
017300*    JRNL-SKIPPED-COUNT = JOURNAL RECORDS DATED BEFORE THE
017400*    SNAPSHOT - ALREADY ON IT.
017500 77  JRNL-ADDED-COUNT                PIC 9(05) VALUE ZERO.
017600 77  JRNL-REWRITTEN-COUNT            PIC 9(05) VALUE ZERO.
017700 77  JRNL-DELETED-COUNT              PIC 9(05) VALUE ZERO.
017800 77  JRNL-MISSED-COUNT               PIC 9(05) VALUE ZERO.
017900*    JRNL-MISSED-COUNT = DELETES FOR AN ID NOT ON THE WORK MASTER.
018000 77  PROOF-COUNT                     PIC 9(05) VALUE ZERO.
018100*    PROOF-COUNT = RECORDS ON THE ROLLED-FORWARD WORK MASTER.
018200 77  LIVE-COUNT                      PIC 9(05) VALUE ZERO.
018300*    LIVE-COUNT = RECORDS ON THE LIVE MASTER.
018400 77  MATCHED-COUNT                   PIC 9(05) VALUE ZERO.
018500*    MATCHED-COUNT = IDS ON BOTH SIDES WITH IDENTICAL RECORDS.
018600 77  CHANGED-COUNT                   PIC 9(05) VALUE ZERO.
018700*    CHANGED-COUNT = IDS ON BOTH SIDES WHOSE RECORDS DIFFER.
018800 77  PROOF-ONLY-COUNT                PIC 9(05) VALUE ZERO.
018900*    PROOF-ONLY-COUNT = IDS THE JOURNAL SAYS EXIST THAT ARE NOT ON
019000*    THE LIVE MASTER.
019100 77  LIVE-ONLY-COUNT                 PIC 9(05) VALUE ZERO.
019200*    LIVE-ONLY-COUNT = IDS ON THE LIVE MASTER THE JOURNAL NEVER
019300*    ACCOUNTED FOR.
019400 01  N                               PIC 9(02).
019500*    N = DETAIL LINES PER REPORT PAGE.  SET IN 1000-INITIALIZE.
019600 01  REPORT-PAGE-COUNT               PIC 9(03) VALUE ZERO.
019700 01  REPORT-LINE-COUNT               PIC 9(02) VALUE ZERO.
019800 01  RUN-DATE-RAW                    PIC 9(06).
019900 01  RUN-DATE-DISPLAY                PIC X(08).
020000 01  HELD-PROOF-LINE                 PIC X(80).
020100*    HELD-PROOF-LINE = STAGED REPORT LINE SAVED ACROSS A PAGE
020200*    BREAK (THE HEADER IS BUILT IN THE SAME RECORD AREA).
020300******************************************************************
020400 PROCEDURE DIVISION.
020500******************************************************************
020600* 0000-MAINLINE - CONTROLS OVERALL FLOW OF THE PROGRAM.
020700******************************************************************
020800 0000-MAINLINE.
020900     PERFORM 1000-INITIALIZE
021000         THRU 1000-EXIT
021100     IF RETURN-CODE = ZERO
021200         PERFORM 2000-RESTORE-SNAPSHOT
021300             THRU 2000-EXIT
021400         PERFORM 3000-ROLL-JOURNAL
021500             THRU 3000-EXIT
021600         IF RETURN-CODE = ZERO
021700             PERFORM 4000-MATCH-MASTERS
021800                 THRU 4000-EXIT
021900         END-IF
022000         PERFORM 8000-PRINT-BALANCE
022100             THRU 8000-EXIT
022200     END-IF
022300     PERFORM 9000-TERMINATE
022400         THRU 9000-EXIT
022500     STOP RUN.
022600******************************************************************
022700* 1000-INITIALIZE - PICKS UP AND VALIDATES THE PARAMETERS AND
022800*                   OPENS THE SNAPSHOT, THE WORK MASTER (BUILT
022900*                   FRESH EVERY NIGHT), THE LIVE MASTER (INPUT
023000*                   ONLY), THE JOURNAL, AND THE PROOF REPORT.
023100******************************************************************
023200 1000-INITIALIZE.
023300     MOVE 50 TO N
023400     ACCEPT RUN-DATE-RAW FROM DATE
023500     MOVE RUN-DATE-RAW(3:2) TO RUN-DATE-DISPLAY(1:2)
023600     MOVE "/" TO RUN-DATE-DISPLAY(3:1)
023700     MOVE RUN-DATE-RAW(5:2) TO RUN-DATE-DISPLAY(4:2)
023800     MOVE "/" TO RUN-DATE-DISPLAY(6:1)
023900     MOVE RUN-DATE-RAW(1:2) TO RUN-DATE-DISPLAY(7:2)
024000     ACCEPT RUN-PARM FROM COMMAND-LINE
024100     MOVE SPACES TO SNAP-FILE-NAME
024200     MOVE SPACES TO FROM-DATE-PARM
024300     UNSTRING RUN-PARM DELIMITED BY ALL " "
024400         INTO SNAP-FILE-NAME
024500              FROM-DATE-PARM
024600     END-UNSTRING
024700     IF SNAP-FILE-NAME = SPACES
024800         OR FROM-DATE-PARM NOT NUMERIC
024900         DISPLAY "JRNLPRF - USAGE: jrnlprf SNAPSHOT-FILE "
025000             "FROM-DATE  (DATE YYMMDD)"
025100         MOVE 8 TO RETURN-CODE
025200         GO TO 1000-EXIT
025300     END-IF
025400     OPEN INPUT SNAP-MASTER
025500     IF SNAP-MASTER-NOT-FOUND
025600         DISPLAY "JRNLPRF - SNAPSHOT NOT FOUND: " SNAP-FILE-NAME
025700         MOVE 8 TO RETURN-CODE
025800         GO TO 1000-EXIT
025900     END-IF
026000     IF NOT SNAP-MASTER-STATUS-OK
026100         DISPLAY "JRNLPRF - I/O ERROR ON SNAPSHOT, STATUS = "
026200             SNAP-MASTER-STATUS
026300         MOVE 8 TO RETURN-CODE
026400         GO TO 1000-EXIT
026500     END-IF
026501     MOVE "Y" TO SNAP-OPEN-SWITCH
026600     OPEN INPUT NAME-MASTER
026700     IF NAME-MASTER-NOT-FOUND
026800         DISPLAY "JRNLPRF - NO LIVE NAME-MASTER ON FILE"
026900         MOVE 8 TO RETURN-CODE
027100         GO TO 1000-EXIT
027200     END-IF
027300     IF NOT NAME-MASTER-STATUS-OK
027400         DISPLAY "JRNLPRF - I/O ERROR ON LIVE MASTER, STATUS = "
027500             NAME-MASTER-STATUS
027600         MOVE 8 TO RETURN-CODE
027800         GO TO 1000-EXIT
027900     END-IF
028000     MOVE "Y" TO LIVE-OPEN-SWITCH
028100     OPEN OUTPUT PROOF-MASTER
028200     IF NOT PROOF-MASTER-STATUS-OK
028300         DISPLAY "JRNLPRF - I/O ERROR ON WORK MASTER, STATUS = "
028400             PROOF-MASTER-STATUS
028500         MOVE 8 TO RETURN-CODE
028800         GO TO 1000-EXIT
028900     END-IF
029000     CLOSE PROOF-MASTER
029100     OPEN I-O PROOF-MASTER
029200     IF NOT PROOF-MASTER-STATUS-OK
029300         DISPLAY "JRNLPRF - I/O ERROR ON WORK MASTER, STATUS = "
029400             PROOF-MASTER-STATUS
029500         MOVE 8 TO RETURN-CODE
029800         GO TO 1000-EXIT
029900     END-IF
029901     MOVE "Y" TO PROOF-OPEN-SWITCH
030000     OPEN INPUT JOURNAL-FILE
030100     IF JOURNAL-NOT-FOUND
030200         DISPLAY "JRNLPRF - NO JOURNAL ON FILE - THE SNAPSHOT "
030300             "ALONE IS PROVED AGAINST THE MASTER"
030400     ELSE
030500         IF JOURNAL-STATUS-OK
030600             MOVE "Y" TO JOURNAL-AVAILABLE-SWITCH
030601             MOVE "Y" TO JOURNAL-OPEN-SWITCH
030700         ELSE
030800             DISPLAY "JRNLPRF - I/O ERROR ON JOURNAL, STATUS = "
030900                 JOURNAL-STATUS
031000             MOVE 8 TO RETURN-CODE
031100         END-IF
031200     END-IF
031300     OPEN OUTPUT PROOF-REPORT-FILE
031301     IF NOT PROOF-REPORT-STATUS-OK
031302         DISPLAY "JRNLPRF - I/O ERROR ON REPORT, STATUS = "
031303             PROOF-REPORT-STATUS
031304         MOVE 8 TO RETURN-CODE
031305         GO TO 1000-EXIT
031306     END-IF
031307     MOVE "Y" TO REPORT-OPEN-SWITCH
031400     PERFORM 5000-PRINT-HEADER
031500         THRU 5000-EXIT.
031600 1000-EXIT.
031700     EXIT.
031800******************************************************************
031900* 2000-RESTORE-SNAPSHOT - COPIES EVERY RECORD OFF THE SNAPSHOT
032000*                         ONTO THE WORK MASTER.
032100******************************************************************
032200 2000-RESTORE-SNAPSHOT.
032300     PERFORM 2100-COPY-ONE-SNAP-RECORD
032400         THRU 2100-EXIT
032500         UNTIL END-OF-SNAP-READ
032600     CLOSE SNAP-MASTER
032601     MOVE "N" TO SNAP-OPEN-SWITCH.
032700 2000-EXIT.
032800     EXIT.
032900******************************************************************
033000* 2100-COPY-ONE-SNAP-RECORD - READS THE NEXT SNAPSHOT RECORD
033100*                             AND WRITES IT TO THE WORK MASTER.
033200******************************************************************
033300 2100-COPY-ONE-SNAP-RECORD.
033400     READ SNAP-MASTER NEXT RECORD
033500         AT END
033600             MOVE "Y" TO SNAP-READ-END
033700     END-READ
033800     IF END-OF-SNAP-READ
033900         GO TO 2100-EXIT
034000     END-IF
034100     IF NOT SNAP-MASTER-STATUS-OK
034200         DISPLAY "JRNLPRF - I/O ERROR ON SNAPSHOT, STATUS = "
034300             SNAP-MASTER-STATUS
034400         MOVE 8 TO RETURN-CODE
034500         MOVE "Y" TO SNAP-READ-END
034600         GO TO 2100-EXIT
034700     END-IF
034800     MOVE SNAP-RECORD TO PROOF-RECORD
034900     WRITE PROOF-RECORD
035000     IF NOT PROOF-MASTER-STATUS-OK
035100         DISPLAY "JRNLPRF - I/O ERROR ON WORK MASTER, STATUS = "
035200             PROOF-MASTER-STATUS
035300         MOVE 8 TO RETURN-CODE
035400         MOVE "Y" TO SNAP-READ-END
035500         GO TO 2100-EXIT
035600     END-IF
035700     ADD 1 TO RESTORED-COUNT.
035800 2100-EXIT.
035900     EXIT.
036000******************************************************************
036100* 3000-ROLL-JOURNAL - READS THE WHOLE JOURNAL AND APPLIES EVERY
036200*                     RECORD DATED ON OR AFTER THE SNAPSHOT TO THE
036300*                     WORK MASTER, IN THE ORDER THEY WERE WRITTEN.
036400******************************************************************
036500 3000-ROLL-JOURNAL.
036600     IF NOT JOURNAL-AVAILABLE
036700         GO TO 3000-EXIT
036800     END-IF
036900     PERFORM 3100-APPLY-ONE-JOURNAL
037000         THRU 3100-EXIT
037100         UNTIL END-OF-JOURNAL
037200     CLOSE JOURNAL-FILE
037201     MOVE "N" TO JOURNAL-OPEN-SWITCH.
037300 3000-EXIT.
037400     EXIT.
037500******************************************************************
037600* 3100-APPLY-ONE-JOURNAL - READS ONE JOURNAL RECORD AND, IF IT IS
037700*                          NOT OLDER THAN THE SNAPSHOT, APPLIES IT
037800*                          THE SAME WAY NAMERST WOULD: THE AFTER
037900*                          IMAGE IS WRITTEN (OR REWRITTEN), A
038000*                          BLANK AFTER IMAGE DELETES THE BEFORE
038100*                          IMAGE'S ID.
038200******************************************************************
038300 3100-APPLY-ONE-JOURNAL.
038400     READ JOURNAL-FILE
038500         AT END
038600             MOVE "Y" TO JOURNAL-END
038700     END-READ
038800     IF JOURNAL-STATUS-OK OR JOURNAL-STATUS-EOF
038900         CONTINUE
039000     ELSE
039100         DISPLAY "JRNLPRF - I/O ERROR ON JOURNAL, STATUS = "
039200             JOURNAL-STATUS
039300         MOVE "Y" TO JOURNAL-END
039400         MOVE 8 TO RETURN-CODE
039500     END-IF
039600     IF END-OF-JOURNAL
039700         GO TO 3100-EXIT
039800     END-IF
039900     ADD 1 TO JRNL-READ-COUNT
040000*    THE JOURNAL CARRIES ITS RUN DATE AS MM/DD/YY - REARRANGE
040100*    TO YYMMDD FOR THE WINDOW COMPARE.
040200     MOVE JRNL-RUN-DATE(7:2) TO JRNL-DATE-YYMMDD(1:2)
040300     MOVE JRNL-RUN-DATE(1:2) TO JRNL-DATE-YYMMDD(3:2)
040400     MOVE JRNL-RUN-DATE(4:2) TO JRNL-DATE-YYMMDD(5:2)
040500     IF JRNL-DATE-YYMMDD < FROM-DATE-PARM
040600         ADD 1 TO JRNL-SKIPPED-COUNT
040700         GO TO 3100-EXIT
040800     END-IF
040900     IF JRNL-AFTER-IMAGE = SPACES
041000         PERFORM 3200-APPLY-DELETE
041100             THRU 3200-EXIT
041200     ELSE
041300         PERFORM 3300-APPLY-AFTER-IMAGE
041400             THRU 3300-EXIT
041500     END-IF.
041600 3100-EXIT.
041700     EXIT.
041800******************************************************************
041900* 3200-APPLY-DELETE - REMOVES THE BEFORE IMAGE'S ID FROM THE WORK
042000*                     MASTER.  AN ID NOT THERE IS COUNTED, NOT
042100*                     FATAL - THE MATCH PASS WILL SHOW WHETHER IT
042200*                     MATTERED.
042300******************************************************************
042400 3200-APPLY-DELETE.
042500     MOVE JRNL-BEFORE-ID TO PROOF-REC-ID
042600     DELETE PROOF-MASTER RECORD
042700     IF PROOF-MASTER-STATUS-OK
042800         ADD 1 TO JRNL-DELETED-COUNT
042900         GO TO 3200-EXIT
043000     END-IF
043100     IF PROOF-MASTER-REC-NOT-FOUND
043200         ADD 1 TO JRNL-MISSED-COUNT
043300         GO TO 3200-EXIT
043400     END-IF
043500     DISPLAY "JRNLPRF - I/O ERROR ON WORK MASTER, STATUS = "
043600         PROOF-MASTER-STATUS
043700     MOVE 8 TO RETURN-CODE
043800     MOVE "Y" TO JOURNAL-END.
043900 3200-EXIT.
044000     EXIT.
044100******************************************************************
044200* 3300-APPLY-AFTER-IMAGE - PUTS THE AFTER IMAGE AND AFTER STATUS
044300*                          ON THE WORK MASTER - A WRITE FOR A NEW
044400*                          ID, A REWRITE WHEN THE ID IS ALREADY
044500*                          THERE.
044600******************************************************************
044700 3300-APPLY-AFTER-IMAGE.
044800     MOVE JRNL-AFTER-IMAGE TO PROOF-RECORD
044900     MOVE JRNL-AFTER-STATUS TO PROOF-REC-STATUS
045000     MOVE JRNL-AFTER-STAT-DATE TO PROOF-REC-STATUS-DATE
045100     WRITE PROOF-RECORD
045200     IF PROOF-MASTER-STATUS-OK
045300         ADD 1 TO JRNL-ADDED-COUNT
045400         GO TO 3300-EXIT
045500     END-IF
045600     IF PROOF-MASTER-DUP-KEY
045700         REWRITE PROOF-RECORD
045800         IF PROOF-MASTER-STATUS-OK
045900             ADD 1 TO JRNL-REWRITTEN-COUNT
046000             GO TO 3300-EXIT
046100         END-IF
046200     END-IF
046300     DISPLAY "JRNLPRF - I/O ERROR ON WORK MASTER, STATUS = "
046400         PROOF-MASTER-STATUS
046500     MOVE 8 TO RETURN-CODE
046600     MOVE "Y" TO JOURNAL-END.
046700 3300-EXIT.
046800     EXIT.
046900******************************************************************
047000* 4000-MATCH-MASTERS - PASSES THE WORK MASTER AND THE LIVE MASTER
047100*                      TOGETHER IN KEY ORDER, ONE PASS OVER EACH,
047200*                      AND LISTS EVERY ID THAT DIFFERS.
047300******************************************************************
047400 4000-MATCH-MASTERS.
047500     MOVE SPACES TO PROOF-REPORT-LINE
047600     STRING "IDS THAT DIFFER (REBUILT = SNAPSHOT PLUS JOURNAL):"
047700         DELIMITED BY SIZE
047800         INTO PROOF-REPORT-LINE
047900     END-STRING
048000     PERFORM 5100-PRINT-PROOF-LINE
048100         THRU 5100-EXIT
048200     MOVE ZEROS TO PROOF-REC-ID
048300     START PROOF-MASTER KEY NOT < PROOF-REC-ID
048400     IF PROOF-MASTER-STATUS-OK
048500         PERFORM 4110-READ-NEXT-PROOF
048600             THRU 4110-EXIT
048700     ELSE
048800         MOVE HIGH-VALUES TO CURR-PROOF-ID
048900         IF NOT PROOF-MASTER-REC-NOT-FOUND
049000             DISPLAY "JRNLPRF - I/O ERROR ON WORK MASTER, "
049100                 "STATUS = " PROOF-MASTER-STATUS
049200             MOVE 8 TO RETURN-CODE
049300         END-IF
049400     END-IF
049500     MOVE ZEROS TO MASTER-REC-ID
049600     START NAME-MASTER KEY NOT < MASTER-REC-ID
049700     IF NAME-MASTER-STATUS-OK
049800         PERFORM 4120-READ-NEXT-LIVE
049900             THRU 4120-EXIT
050000     ELSE
050100         MOVE HIGH-VALUES TO CURR-LIVE-ID
050200         IF NOT NAME-MASTER-REC-NOT-FOUND
050300             DISPLAY "JRNLPRF - I/O ERROR ON LIVE MASTER, "
050400                 "STATUS = " NAME-MASTER-STATUS
050500             MOVE 8 TO RETURN-CODE
050600         END-IF
050700     END-IF
050800     PERFORM 4100-MATCH-ONE-PAIR
050900         THRU 4100-EXIT
051000         UNTIL CURR-PROOF-ID = HIGH-VALUES
051100             AND CURR-LIVE-ID = HIGH-VALUES
051200     IF MATCHED-COUNT = PROOF-COUNT
051300         AND MATCHED-COUNT = LIVE-COUNT
051400         MOVE SPACES TO PROOF-REPORT-LINE
051500         STRING "  (NONE)" DELIMITED BY SIZE
051600             INTO PROOF-REPORT-LINE
051700         END-STRING
051800         PERFORM 5100-PRINT-PROOF-LINE
051900             THRU 5100-EXIT
052000     END-IF.
052100 4000-EXIT.
052200     EXIT.
052300******************************************************************
052400* 4100-MATCH-ONE-PAIR - COMPARES THE KEYS ON HAND.  THE LOWER KEY
052500*                       IS ON ONE SIDE ONLY; EQUAL KEYS ARE
052600*                       COMPARED FIELD FOR FIELD.  THE SIDE(S)
052700*                       USED ARE THEN READ AHEAD.
052800******************************************************************
052900 4100-MATCH-ONE-PAIR.
053000     IF CURR-PROOF-ID < CURR-LIVE-ID
053100         ADD 1 TO PROOF-ONLY-COUNT
053200         MOVE "NOT ON LIVE MASTER" TO DIFF-TEXT
053300         PERFORM 4200-PRINT-DIFFERENCE
053400             THRU 4200-EXIT
053500         PERFORM 4110-READ-NEXT-PROOF
053600             THRU 4110-EXIT
053700         GO TO 4100-EXIT
053800     END-IF
053900     IF CURR-LIVE-ID < CURR-PROOF-ID
054000         ADD 1 TO LIVE-ONLY-COUNT
054100         MOVE "NOT ACCOUNTED FOR" TO DIFF-TEXT
054200         PERFORM 4200-PRINT-DIFFERENCE
054300             THRU 4200-EXIT
054400         PERFORM 4120-READ-NEXT-LIVE
054500             THRU 4120-EXIT
054600         GO TO 4100-EXIT
054700     END-IF
054800*    THE WHOLE RECORD IS COMPARED - STATUS AND STATUS DATE TOO.
054900     IF PROOF-RECORD = MASTER-RECORD
055000         ADD 1 TO MATCHED-COUNT
055100     ELSE
055200         ADD 1 TO CHANGED-COUNT
055300         MOVE "RECORDS DIFFER" TO DIFF-TEXT
055400         PERFORM 4200-PRINT-DIFFERENCE
055500             THRU 4200-EXIT
055600     END-IF
055700     PERFORM 4110-READ-NEXT-PROOF
055800         THRU 4110-EXIT
055900     PERFORM 4120-READ-NEXT-LIVE
056000         THRU 4120-EXIT.
056100 4100-EXIT.
056200     EXIT.
056300******************************************************************
056400* 4110-READ-NEXT-PROOF - READS THE NEXT WORK-MASTER RECORD INTO
056500*                        CURR-PROOF-ID, HIGH-VALUES AT THE END.
056600******************************************************************
056700 4110-READ-NEXT-PROOF.
056800     READ PROOF-MASTER NEXT RECORD
056900         AT END
057000             MOVE HIGH-VALUES TO CURR-PROOF-ID
057100             GO TO 4110-EXIT
057200     END-READ
057300     IF NOT PROOF-MASTER-STATUS-OK
057400         DISPLAY "JRNLPRF - I/O ERROR ON WORK MASTER, STATUS = "
057500             PROOF-MASTER-STATUS
057600         MOVE 8 TO RETURN-CODE
057700         MOVE HIGH-VALUES TO CURR-PROOF-ID
057800         GO TO 4110-EXIT
057900     END-IF
058000     MOVE PROOF-REC-ID TO CURR-PROOF-ID
058100     ADD 1 TO PROOF-COUNT.
058200 4110-EXIT.
058300     EXIT.
058400******************************************************************
058500* 4120-READ-NEXT-LIVE - READS THE NEXT LIVE-MASTER RECORD INTO
058600*                       CURR-LIVE-ID, HIGH-VALUES AT THE END.
058700******************************************************************
058800 4120-READ-NEXT-LIVE.
058900     READ NAME-MASTER NEXT RECORD
059000         AT END
059100             MOVE HIGH-VALUES TO CURR-LIVE-ID
059200             GO TO 4120-EXIT
059300     END-READ
059400     IF NOT NAME-MASTER-STATUS-OK
059500         DISPLAY "JRNLPRF - I/O ERROR ON LIVE MASTER, STATUS = "
059600             NAME-MASTER-STATUS
059700         MOVE 8 TO RETURN-CODE
059800         MOVE HIGH-VALUES TO CURR-LIVE-ID
059900         GO TO 4120-EXIT
060000     END-IF
060100     MOVE MASTER-REC-ID TO CURR-LIVE-ID
060200     ADD 1 TO LIVE-COUNT.
060300 4120-EXIT.
060400     EXIT.
060500******************************************************************
060600* 4200-PRINT-DIFFERENCE - LISTS THE ID ON HAND WITH THE REASON,
060700*                         THEN THE REBUILT AND LIVE IMAGES (WHEN
060800*                         THE SIDE HAS ONE).
060900******************************************************************
061000 4200-PRINT-DIFFERENCE.
061100     MOVE SPACES TO PROOF-REPORT-LINE
061200     IF DIFF-TEXT = "NOT ACCOUNTED FOR"
061300         STRING "  ID " DELIMITED BY SIZE
061400             CURR-LIVE-ID DELIMITED BY SIZE
061500             "  " DELIMITED BY SIZE
061600             DIFF-TEXT DELIMITED BY SIZE
061700             INTO PROOF-REPORT-LINE
061800         END-STRING
061900     ELSE
062000         STRING "  ID " DELIMITED BY SIZE
062100             CURR-PROOF-ID DELIMITED BY SIZE
062200             "  " DELIMITED BY SIZE
062300             DIFF-TEXT DELIMITED BY SIZE
062400             INTO PROOF-REPORT-LINE
062500         END-STRING
062600     END-IF
062700     PERFORM 5100-PRINT-PROOF-LINE
062800         THRU 5100-EXIT
062900     IF DIFF-TEXT NOT = "NOT ACCOUNTED FOR"
063000         MOVE "REBUILT ..... " TO DIFF-IMAGE-LABEL
063100         MOVE PROOF-REC-NAME TO DIFF-IMAGE-NAME
063200         MOVE PROOF-REC-DATE-ADDED TO DIFF-IMAGE-DATE
063300         MOVE PROOF-REC-STATUS TO DIFF-IMAGE-STATUS
063400         MOVE PROOF-REC-STATUS-DATE TO DIFF-IMAGE-STAT-DATE
063500         MOVE DIFF-IMAGE-LINE TO PROOF-REPORT-LINE
063600         PERFORM 5100-PRINT-PROOF-LINE
063700             THRU 5100-EXIT
063800     END-IF
063900     IF DIFF-TEXT NOT = "NOT ON LIVE MASTER"
064000         MOVE "LIVE ........ " TO DIFF-IMAGE-LABEL
064100         MOVE MASTER-REC-NAME TO DIFF-IMAGE-NAME
064200         MOVE MASTER-REC-DATE-ADDED TO DIFF-IMAGE-DATE
064300         MOVE MASTER-REC-STATUS TO DIFF-IMAGE-STATUS
064400         MOVE MASTER-REC-STATUS-DATE TO DIFF-IMAGE-STAT-DATE
064500         MOVE DIFF-IMAGE-LINE TO PROOF-REPORT-LINE
064600         PERFORM 5100-PRINT-PROOF-LINE
064700             THRU 5100-EXIT
064800     END-IF.
064900 4200-EXIT.
065000     EXIT.
065100******************************************************************
065200* 8000-PRINT-BALANCE - PRINTS THE PROOF TOTALS AND THE VERDICT.
065300*                      THE PROOF TIES ONLY WHEN EVERY ID ON EITHER
065400*                      SIDE MATCHED - NONE ON ONE SIDE ONLY, NONE
065500*                      DIFFERING.  OTHERWISE CONDITION CODE 4.
065600******************************************************************
065700 8000-PRINT-BALANCE.
065800     MOVE SPACES TO PROOF-REPORT-LINE
065900     PERFORM 5100-PRINT-PROOF-LINE
066000         THRU 5100-EXIT
066100     MOVE SPACES TO PROOF-REPORT-LINE
066200     STRING "SNAPSHOT .................... " DELIMITED BY SIZE
066300         SNAP-FILE-NAME DELIMITED BY SIZE
066400         INTO PROOF-REPORT-LINE
066500     END-STRING
066600     PERFORM 5100-PRINT-PROOF-LINE
066700         THRU 5100-EXIT
066800     MOVE SPACES TO PROOF-REPORT-LINE
066900     STRING "JOURNAL APPLIED FROM ........ " DELIMITED BY SIZE
067000         FROM-DATE-PARM DELIMITED BY SIZE
067100         INTO PROOF-REPORT-LINE
067200     END-STRING
067300     PERFORM 5100-PRINT-PROOF-LINE
067400         THRU 5100-EXIT
067500     MOVE SPACES TO PROOF-REPORT-LINE
067600     PERFORM 5100-PRINT-PROOF-LINE
067700         THRU 5100-EXIT
067800     MOVE SPACES TO PROOF-REPORT-LINE
067900     STRING "SNAPSHOT RECORDS ............ " DELIMITED BY SIZE
068000         RESTORED-COUNT DELIMITED BY SIZE
068100         INTO PROOF-REPORT-LINE
068200     END-STRING
068300     PERFORM 5100-PRINT-PROOF-LINE
068400         THRU 5100-EXIT
068500     MOVE SPACES TO PROOF-REPORT-LINE
068600     STRING "JOURNAL RECORDS READ ........ " DELIMITED BY SIZE
068700         JRNL-READ-COUNT DELIMITED BY SIZE
068800         INTO PROOF-REPORT-LINE
068900     END-STRING
069000     PERFORM 5100-PRINT-PROOF-LINE
069100         THRU 5100-EXIT
069200     MOVE SPACES TO PROOF-REPORT-LINE
069300     STRING "BEFORE SNAPSHOT, SKIPPED .... " DELIMITED BY SIZE
069400         JRNL-SKIPPED-COUNT DELIMITED BY SIZE
069500         INTO PROOF-REPORT-LINE
069600     END-STRING
069700     PERFORM 5100-PRINT-PROOF-LINE
069800         THRU 5100-EXIT
069900     MOVE SPACES TO PROOF-REPORT-LINE
070000     STRING "AFTER IMAGES ADDED .......... " DELIMITED BY SIZE
070100         JRNL-ADDED-COUNT DELIMITED BY SIZE
070200         INTO PROOF-REPORT-LINE
070300     END-STRING
070400     PERFORM 5100-PRINT-PROOF-LINE
070500         THRU 5100-EXIT
070600     MOVE SPACES TO PROOF-REPORT-LINE
070700     STRING "AFTER IMAGES REWRITTEN ...... " DELIMITED BY SIZE
070800         JRNL-REWRITTEN-COUNT DELIMITED BY SIZE
070900         INTO PROOF-REPORT-LINE
071000     END-STRING
071100     PERFORM 5100-PRINT-PROOF-LINE
071200         THRU 5100-EXIT
071300     MOVE SPACES TO PROOF-REPORT-LINE
071400     STRING "DELETES APPLIED ............. " DELIMITED BY SIZE
071500         JRNL-DELETED-COUNT DELIMITED BY SIZE
071600         INTO PROOF-REPORT-LINE
071700     END-STRING
071800     PERFORM 5100-PRINT-PROOF-LINE
071900         THRU 5100-EXIT
072000     MOVE SPACES TO PROOF-REPORT-LINE
072100     STRING "DELETES FOR ABSENT IDS ...... " DELIMITED BY SIZE
072200         JRNL-MISSED-COUNT DELIMITED BY SIZE
072300         INTO PROOF-REPORT-LINE
072400     END-STRING
072500     PERFORM 5100-PRINT-PROOF-LINE
072600         THRU 5100-EXIT
072700     MOVE SPACES TO PROOF-REPORT-LINE
072800     PERFORM 5100-PRINT-PROOF-LINE
072900         THRU 5100-EXIT
073000     MOVE SPACES TO PROOF-REPORT-LINE
073100     STRING "RECORDS ON REBUILT MASTER ... " DELIMITED BY SIZE
073200         PROOF-COUNT DELIMITED BY SIZE
073300         INTO PROOF-REPORT-LINE
073400     END-STRING
073500     PERFORM 5100-PRINT-PROOF-LINE
073600         THRU 5100-EXIT
073700     MOVE SPACES TO PROOF-REPORT-LINE
073800     STRING "RECORDS ON LIVE MASTER ...... " DELIMITED BY SIZE
073900         LIVE-COUNT DELIMITED BY SIZE
074000         INTO PROOF-REPORT-LINE
074100     END-STRING
074200     PERFORM 5100-PRINT-PROOF-LINE
074300         THRU 5100-EXIT
074400     MOVE SPACES TO PROOF-REPORT-LINE
074500     STRING "IDS MATCHED ................. " DELIMITED BY SIZE
074600         MATCHED-COUNT DELIMITED BY SIZE
074700         INTO PROOF-REPORT-LINE
074800     END-STRING
074900     PERFORM 5100-PRINT-PROOF-LINE
075000         THRU 5100-EXIT
075100     MOVE SPACES TO PROOF-REPORT-LINE
075200     STRING "IDS WITH RECORDS DIFFERING .. " DELIMITED BY SIZE
075300         CHANGED-COUNT DELIMITED BY SIZE
075400         INTO PROOF-REPORT-LINE
075500     END-STRING
075600     PERFORM 5100-PRINT-PROOF-LINE
075700         THRU 5100-EXIT
075800     MOVE SPACES TO PROOF-REPORT-LINE
075900     STRING "IDS NOT ON LIVE MASTER ...... " DELIMITED BY SIZE
076000         PROOF-ONLY-COUNT DELIMITED BY SIZE
076100         INTO PROOF-REPORT-LINE
076200     END-STRING
076300     PERFORM 5100-PRINT-PROOF-LINE
076400         THRU 5100-EXIT
076500     MOVE SPACES TO PROOF-REPORT-LINE
076600     STRING "IDS NOT ACCOUNTED FOR ....... " DELIMITED BY SIZE
076700         LIVE-ONLY-COUNT DELIMITED BY SIZE
076800         INTO PROOF-REPORT-LINE
076900     END-STRING
077000     PERFORM 5100-PRINT-PROOF-LINE
077100         THRU 5100-EXIT
077200     MOVE SPACES TO PROOF-REPORT-LINE
077300     PERFORM 5100-PRINT-PROOF-LINE
077400         THRU 5100-EXIT
077500     MOVE SPACES TO PROOF-REPORT-LINE
077600     IF RETURN-CODE NOT = ZERO
077700         STRING "*** JOURNAL PROOF INCOMPLETE - I/O ERROR, SEE "
077800             DELIMITED BY SIZE
077900             "CONSOLE ***" DELIMITED BY SIZE
078000             INTO PROOF-REPORT-LINE
078100         END-STRING
078200         DISPLAY "JRNLPRF - JOURNAL PROOF INCOMPLETE - I/O ERROR"
078300         GO TO 8010-PRINT-VERDICT
078400     END-IF
078500     IF CHANGED-COUNT = ZERO
078600         AND PROOF-ONLY-COUNT = ZERO
078700         AND LIVE-ONLY-COUNT = ZERO
078800         STRING "*** JOURNAL PROOF TIES - SNAPSHOT PLUS JOURNAL "
078900             DELIMITED BY SIZE
079000             "EQUALS MASTER ***" DELIMITED BY SIZE
079100             INTO PROOF-REPORT-LINE
079200         END-STRING
079300         DISPLAY "JRNLPRF - JOURNAL PROOF TIES"
079400     ELSE
079500         STRING "*** JOURNAL PROOF DOES NOT TIE - HOLD THE "
079600             DELIMITED BY SIZE
079700             "DOWNSTREAM EXTRACTS ***" DELIMITED BY SIZE
079800             INTO PROOF-REPORT-LINE
079900         END-STRING
080000         DISPLAY "JRNLPRF - JOURNAL PROOF DOES NOT TIE - "
080100             "SEE PROOFRPT.TXT"
080200         MOVE 4 TO RETURN-CODE
080300     END-IF.
080400 8010-PRINT-VERDICT.
080500     PERFORM 5100-PRINT-PROOF-LINE
080600         THRU 5100-EXIT.
080700 8000-EXIT.
080800     EXIT.
080900******************************************************************
081000* 5000-PRINT-HEADER - STARTS A NEW REPORT PAGE.
081100******************************************************************
081200 5000-PRINT-HEADER.
081300     ADD 1 TO REPORT-PAGE-COUNT
081400     MOVE ZERO TO REPORT-LINE-COUNT
081500     MOVE SPACES TO PROOF-REPORT-LINE
081600     STRING "JRNLPRF NIGHTLY JOURNAL PROOF REPORT"
081700         DELIMITED BY SIZE
081800         INTO PROOF-REPORT-LINE
081900     END-STRING
082000     WRITE PROOF-REPORT-LINE
082100     MOVE SPACES TO PROOF-REPORT-LINE
082200     STRING "RUN DATE: " DELIMITED BY SIZE
082300         RUN-DATE-DISPLAY DELIMITED BY SIZE
082400         "   PAGE: " DELIMITED BY SIZE
082500         REPORT-PAGE-COUNT DELIMITED BY SIZE
082600         INTO PROOF-REPORT-LINE
082700     END-STRING
082800     WRITE PROOF-REPORT-LINE
082900     MOVE SPACES TO PROOF-REPORT-LINE
083000     WRITE PROOF-REPORT-LINE
083100     IF NOT PROOF-REPORT-STATUS-OK
083200         DISPLAY "JRNLPRF - I/O ERROR ON REPORT, STATUS = "
083300             PROOF-REPORT-STATUS
083400         MOVE 8 TO RETURN-CODE
083500     END-IF.
083600 5000-EXIT.
083700     EXIT.
083800******************************************************************
083900* 5100-PRINT-PROOF-LINE - WRITES THE LINE ALREADY STAGED IN
084000*                         PROOF-REPORT-LINE, BREAKING TO A NEW
084100*                         PAGE EVERY N LINES.
084200******************************************************************
084300 5100-PRINT-PROOF-LINE.
084400     IF REPORT-LINE-COUNT >= N
084500         MOVE PROOF-REPORT-LINE TO HELD-PROOF-LINE
084600         PERFORM 5000-PRINT-HEADER
084700             THRU 5000-EXIT
084800         MOVE HELD-PROOF-LINE TO PROOF-REPORT-LINE
084900     END-IF
085000     WRITE PROOF-REPORT-LINE
085100     IF NOT PROOF-REPORT-STATUS-OK
085200         DISPLAY "JRNLPRF - I/O ERROR ON REPORT, STATUS = "
085300             PROOF-REPORT-STATUS
085400         MOVE 8 TO RETURN-CODE
085500     END-IF
085600     ADD 1 TO REPORT-LINE-COUNT.
085700 5100-EXIT.
085800     EXIT.
085900******************************************************************
086000* 9000-TERMINATE - CLOSES WHATEVER IS STILL OPEN BEFORE STOP
086100*                  RUN.  IT RUNS ON EVERY PATH, SO A FAILURE
086200*                  PART WAY THROUGH 1000-INITIALIZE LEAVES
086201*                  NOTHING OPEN; THE SNAPSHOT AND JOURNAL ARE
086202*                  NORMALLY CLOSED BY THEIR OWN PASSES.
086300******************************************************************
086400 9000-TERMINATE.
086401     IF SNAP-MASTER-OPEN
086402         CLOSE SNAP-MASTER
086403     END-IF
086404     IF PROOF-MASTER-OPEN
086405         CLOSE PROOF-MASTER
086406     END-IF
086600     IF LIVE-MASTER-OPEN
086700         CLOSE NAME-MASTER
086800     END-IF
086801     IF JOURNAL-OPEN
086802         CLOSE JOURNAL-FILE
086803     END-IF
086804     IF PROOF-REPORT-OPEN
086805         CLOSE PROOF-REPORT-FILE
086806     END-IF.
087000 9000-EXIT.
087100     EXIT.
087200 END PROGRAM JRNLPRF.
