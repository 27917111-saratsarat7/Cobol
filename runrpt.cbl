000100******************************************************************
000200* AUTHOR.     D. KOVACS - APPLICATIONS PROGRAMMING
000300* INSTALLATION. DATA CONTROL DEPT.
000400* DATE-WRITTEN. 10/15/2026.
000500* DATE-COMPILED.
000600* PURPOSE.    NIGHTLY CHAIN ELAPSED-TIME REPORT.  NIGHTLYRUN.SH
000700*             KEEPS A RUN-CONTROL FILE PER BUSINESS DATE
000800*             (runctl.YYMMDD.txt, COPYBOOK RUNCTL) AND REGISTERS
000900*             EACH ONE ON THE RUN-HISTORY INDEX (runindx.txt).
001000*             THIS PROGRAM READS THE MOST RECENT NIGHTS OFF THE
001100*             INDEX AND PRINTS ONE LINE PER NIGHT WITH THE
001200*             ELAPSED TIME OF EVERY STEP AND OF THE NIGHT AS A
001300*             WHOLE, FOLLOWED BY THE AVERAGE AND HIGHEST TIME PER
001400*             STEP AND THE AVERAGE OVER THE EARLIER AND THE LATER
001500*             HALF OF THE NIGHTS - SO A BATCH WINDOW THAT IS
001600*             CREEPING UP SHOWS BEFORE IT OVERRUNS.  A STEP RUN
001700*             MORE THAN ONCE IN A NIGHT (A HELD OR FAILED STEP
001800*             RUN AGAIN ON A RESTART) SHOWS ALL ITS RUNS ADDED
001900*             TOGETHER AND IS MARKED "*" - THE WINDOW PAID FOR
002000*             EVERY ONE OF THEM.  A STEP SKIPPED BY ITS OWN RULE
002100*             SHOWS "SKIP"; ONE THAT NEVER RAN THAT NIGHT, "-".
002200* OPERATION.  PASS THE NUMBER OF NIGHTS (1-60) ON THE COMMAND
002300*             LINE; THE DEFAULT IS THE LAST 14:
002400*                 ./runrpt 30
002500*             THE REPORT IS WRITTEN TO runrpt.txt.  CONDITION
002600*             CODES: 0 CLEAN, 4 NO HISTORY ON FILE OR A CONTROL
002700*             FILE MISSING, 8 BAD PARAMETER OR I/O ERROR.
002800* TECTONICS.  cobc
002900*-----------------------------------------------------------*
003000* MODIFICATION HISTORY
003100*-----------------------------------------------------------*
003200* DATE       INIT  DESCRIPTION
003300* ---------  ----  ----------------------------------------
003400* 10/15/26   DK    ORIGINAL VERSION.
003401* 10/15/26   DK    STEP040 (THE WEEKLY DATA-QUALITY SWEEP) HAS
003402*                  ITS OWN COLUMN; THE TOTAL MOVES TO COLUMN 9 AND
003403*                  THE REPORT LINE IS WIDENED TO 89 BYTES.
003404* 10/15/26   DK    THE CHAIN'S HELD NOTE FOR A STEP IT NEVER RAN
003405*                  (ELAPSED 000000) IS NO LONGER COUNTED AS A
003406*                  TIMED RUN - STEP090 SHOWED "*" AFTER EVERY
003407*                  RESTART.
003500******************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID. RUNRPT.
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT RUN-INDEX-FILE           ASSIGN TO "runindx.txt"
004200                                     ORGANIZATION LINE SEQUENTIAL
004300                                     STATUS RUN-INDEX-STATUS.
004400     SELECT RUN-CONTROL-FILE         ASSIGN DYNAMIC
004500                                     RUN-CONTROL-NAME
004600                                     ORGANIZATION LINE SEQUENTIAL
004700                                     STATUS RUN-CONTROL-STATUS.
004800     SELECT RUN-REPORT-FILE          ASSIGN TO "runrpt.txt"
004900                                     ORGANIZATION LINE SEQUENTIAL
005000                                     STATUS RUN-REPORT-STATUS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  RUN-INDEX-FILE.
005400 01  RUN-INDEX-RECORD.
005500     05  RUNIDX-BUS-DATE             PIC X(06).
005600     05  FILLER                      PIC X(01).
005700     05  RUNIDX-FILE-NAME            PIC X(40).
005800* RUN-INDEX-RECORD = ONE LINE PER BUSINESS DATE THE CHAIN HAS
005900* RUN UNDER, OLDEST FIRST: THE DATE AND ITS CONTROL FILE NAME.
006000* NIGHTLYRUN.SH ADDS THE LINE WHEN IT OPENS A NEW CONTROL FILE.
006100 FD  RUN-CONTROL-FILE.
006200     COPY RUNCTL.
006300 FD  RUN-REPORT-FILE.
006400 01  RUN-REPORT-LINE                 PIC X(89).
006500 WORKING-STORAGE SECTION.
006600 01  RUN-INDEX-STATUS                PIC X(02).
006700     88  RUN-INDEX-STATUS-OK         VALUE "00".
006800     88  RUN-INDEX-STATUS-EOF        VALUE "10".
006900     88  RUN-INDEX-NOT-FOUND         VALUE "35".
007000 01  RUN-CONTROL-STATUS              PIC X(02).
007100     88  RUN-CONTROL-STATUS-OK       VALUE "00".
007200     88  RUN-CONTROL-STATUS-EOF      VALUE "10".
007300     88  RUN-CONTROL-NOT-FOUND       VALUE "35".
007400 01  RUN-REPORT-STATUS               PIC X(02).
007500     88  RUN-REPORT-STATUS-OK        VALUE "00".
007600 01  RUN-INDEX-END                   PIC X(01) VALUE "N".
007700     88  END-OF-RUN-INDEX            VALUE "Y".
007800 01  RUN-CONTROL-END                 PIC X(01).
007900     88  END-OF-RUN-CONTROL          VALUE "Y".
008000 01  RUN-CONTROL-NAME                PIC X(40).
008100 01  NIGHTS-PARM                     PIC X(02).
008200 01  NIGHTS-WANTED REDEFINES NIGHTS-PARM
008300                                     PIC 9(02).
008400*    NIGHTS-PARM = HOW MANY OF THE MOST RECENT NIGHTS TO REPORT,
008500*    FROM THE COMMAND LINE.  BLANK MEANS 14.
008600 01  STEP-NAME-TABLE.
008700     05  FILLER                      PIC X(07) VALUE "STEP003".
008800     05  FILLER                      PIC X(07) VALUE "STEP005".
008900     05  FILLER                      PIC X(07) VALUE "STEP010".
009000     05  FILLER                      PIC X(07) VALUE "STEP015".
009100     05  FILLER                      PIC X(07) VALUE "STEP020".
009200     05  FILLER                      PIC X(07) VALUE "STEP030".
009201     05  FILLER                      PIC X(07) VALUE "STEP040".
009300     05  FILLER                      PIC X(07) VALUE "STEP090".
009400 01  STEP-NAME-R REDEFINES STEP-NAME-TABLE.
009500     05  STEP-NAME                   PIC X(07) OCCURS 8 TIMES.
009600*    STEP-NAME-TABLE = THE CHAIN'S STEPS, ONE REPORT COLUMN EACH.
009700*    COLUMN 9 IS THE NIGHT'S TOTAL, WHICH ALSO PICKS UP ANY STEP
009800*    ADDED TO THE CHAIN BEFORE IT IS GIVEN A COLUMN HERE.
009900 01  STEP-SUB                        PIC 9(02) COMP.
010000 01  COLUMN-SUB                      PIC 9(02) COMP.
010100 01  STEP-FOUND-SWITCH               PIC X(01).
010200     88  STEP-FOUND                  VALUE "Y".
010300 01  NIGHT-TABLE.
010400     05  NIGHT-ENTRY                 OCCURS 9 TIMES.
010500         10  NIGHT-SECONDS           PIC 9(07).
010600         10  NIGHT-TIMED-COUNT       PIC 9(03).
010700         10  NIGHT-SKIP-COUNT        PIC 9(03).
010800*    NIGHT-TABLE = THE NIGHT BEING READ, BY COLUMN: SECONDS OVER
010900*    EVERY TIMED RUN OF THE STEP (DONE, HELD OR FAILED), HOW MANY
011000*    TIMED RUNS THERE WERE, AND HOW MANY TIMES IT WAS SKIPPED.
011100 01  NIGHT-RERUN-SWITCH              PIC X(01).
011200     88  NIGHT-HAD-RERUN             VALUE "Y".
011300 01  SUMMARY-TABLE.
011400     05  SUMMARY-ENTRY               OCCURS 9 TIMES.
011500         10  ALL-SECONDS             PIC 9(09).
011600         10  ALL-NIGHTS              PIC 9(03).
011700         10  HIGH-SECONDS            PIC 9(07).
011800         10  EARLY-SECONDS           PIC 9(09).
011900         10  EARLY-NIGHTS            PIC 9(03).
012000         10  LATE-SECONDS            PIC 9(09).
012100         10  LATE-NIGHTS             PIC 9(03).
012200*    SUMMARY-TABLE = THE REPORTED NIGHTS BY COLUMN, COUNTING ONLY
012300*    NIGHTS THE STEP WAS TIMED: ALL OF THEM, THE EARLIER HALF
012400*    (NIGHT-NUMBER NOT ABOVE HALF-POINT) AND THE LATER HALF.
012500 77  INDEX-COUNT                     PIC 9(05) VALUE ZERO.
012600 77  INDEX-READ-COUNT                PIC 9(05) VALUE ZERO.
012700 77  SKIP-COUNT                      PIC 9(05) VALUE ZERO.
012800 77  SELECTED-COUNT                  PIC 9(03) VALUE ZERO.
012900 77  NIGHT-NUMBER                    PIC 9(03) VALUE ZERO.
013000 77  HALF-POINT                      PIC 9(03) VALUE ZERO.
013100 77  MISSING-COUNT                   PIC 9(03) VALUE ZERO.
013200 77  RERUN-NIGHTS                    PIC 9(03) VALUE ZERO.
013300*    SKIP-COUNT = OLDER INDEX ENTRIES PASSED OVER SO ONLY THE
013400*    LAST SELECTED-COUNT NIGHTS ARE REPORTED.
013500 01  CELL-SECONDS                    PIC 9(07).
013600 01  CELL-HOURS                      PIC 9(04).
013700 01  CELL-MINUTES                    PIC 9(02).
013800 01  CELL-REST                       PIC 9(04).
013900 01  CELL-SECS                       PIC 9(02).
014000 01  CELL-TIME-TEXT.
014100     05  CELL-HOURS-OUT              PIC Z9.
014200     05  FILLER                      PIC X(01) VALUE ":".
014300     05  CELL-MINUTES-OUT            PIC 9(02).
014400     05  FILLER                      PIC X(01) VALUE ":".
014500     05  CELL-SECS-OUT               PIC 9(02).
014600     05  CELL-FLAG                   PIC X(01).
014700*    CELL-TIME-TEXT = ONE ELAPSED TIME AS H:MM:SS, WITH THE "*"
014800*    RERUN FLAG BEHIND IT.  A TIME OF 100 HOURS OR MORE PRINTS AS
014900*    99:59:59 FLAGGED ">".
015000 01  STEP-ROW.
015100     05  ROW-LABEL                   PIC X(08).
015200     05  ROW-CELL                    PIC X(09) OCCURS 9 TIMES.
015300*    STEP-ROW = ONE REPORT LINE: A LABEL (THE BUSINESS DATE, OR
015400*    THE SUMMARY NAME) AND ONE CELL PER COLUMN.
015500 01  N                               PIC 9(02).
015600*    N = DETAIL LINES PER REPORT PAGE.  SET IN 1000-INITIALIZE.
015700 01  REPORT-PAGE-COUNT               PIC 9(03) VALUE ZERO.
015800 01  REPORT-LINE-COUNT               PIC 9(02) VALUE ZERO.
015900 01  RUN-DATE-RAW                    PIC 9(06).
016000 01  RUN-DATE-DISPLAY                PIC X(08).
016100 01  HELD-RUN-LINE                   PIC X(89).
016200*    HELD-RUN-LINE = STAGED REPORT LINE SAVED ACROSS A PAGE
016300*    BREAK (THE HEADER IS BUILT IN THE SAME RECORD AREA).
016400******************************************************************
016500 PROCEDURE DIVISION.
016600******************************************************************
016700* 0000-MAINLINE - CONTROLS OVERALL FLOW OF THE PROGRAM.
016800******************************************************************
016900 0000-MAINLINE.
017000     PERFORM 1000-INITIALIZE
017100         THRU 1000-EXIT
017200     IF RETURN-CODE = ZERO
017300         PERFORM 3000-REPORT-NIGHTS
017400             THRU 3000-EXIT
017500         PERFORM 4000-PRINT-SUMMARY
017600             THRU 4000-EXIT
017700         PERFORM 9000-TERMINATE
017800             THRU 9000-EXIT
017900     END-IF
018000     STOP RUN.
018100******************************************************************
018200* 1000-INITIALIZE - PICKS UP AND VALIDATES THE NUMBER OF NIGHTS,
018300*                   COUNTS THE RUN-HISTORY INDEX TO FIND WHERE
018400*                   THE RECENT NIGHTS BEGIN, AND OPENS THE
018500*                   REPORT.  NO INDEX MEANS THE CHAIN HAS NOT
018600*                   RUN SINCE RUN HISTORY WAS KEPT.
018700******************************************************************
018800 1000-INITIALIZE.
018900     MOVE 50 TO N
019000     ACCEPT RUN-DATE-RAW FROM DATE
019100     MOVE RUN-DATE-RAW(3:2) TO RUN-DATE-DISPLAY(1:2)
019200     MOVE "/" TO RUN-DATE-DISPLAY(3:1)
019300     MOVE RUN-DATE-RAW(5:2) TO RUN-DATE-DISPLAY(4:2)
019400     MOVE "/" TO RUN-DATE-DISPLAY(6:1)
019500     MOVE RUN-DATE-RAW(1:2) TO RUN-DATE-DISPLAY(7:2)
019600     ACCEPT NIGHTS-PARM FROM COMMAND-LINE
019700     IF NIGHTS-PARM = SPACES
019800         MOVE "14" TO NIGHTS-PARM
019900     END-IF
020000     IF NIGHTS-PARM(2:1) = SPACE
020100         MOVE NIGHTS-PARM(1:1) TO NIGHTS-PARM(2:1)
020200         MOVE "0" TO NIGHTS-PARM(1:1)
020300     END-IF
020400     IF NIGHTS-PARM NOT NUMERIC
020500         OR NIGHTS-WANTED = ZERO
020600         OR NIGHTS-WANTED > 60
020700         DISPLAY "RUNRPT - NUMBER OF NIGHTS MUST BE 1 TO 60"
020800         MOVE 8 TO RETURN-CODE
020900         GO TO 1000-EXIT
021000     END-IF
021100     PERFORM 1100-CLEAR-ONE-COLUMN
021200         THRU 1100-EXIT
021300         VARYING COLUMN-SUB FROM 1 BY 1
021400         UNTIL COLUMN-SUB > 9
021500     OPEN INPUT RUN-INDEX-FILE
021600     IF RUN-INDEX-NOT-FOUND
021700         DISPLAY "RUNRPT - NO RUN HISTORY (runindx.txt) ON FILE"
021800         DISPLAY "RUNRPT - NOTHING TO REPORT YET"
021900         MOVE 4 TO RETURN-CODE
022000         GO TO 1000-EXIT
022100     END-IF
022200     IF NOT RUN-INDEX-STATUS-OK
022300         DISPLAY "RUNRPT - I/O ERROR ON RUN INDEX, STATUS = "
022400             RUN-INDEX-STATUS
022500         MOVE 8 TO RETURN-CODE
022600         GO TO 1000-EXIT
022700     END-IF
022800     PERFORM 1200-COUNT-ONE-ENTRY
022900         THRU 1200-EXIT
023000         UNTIL END-OF-RUN-INDEX
023100     CLOSE RUN-INDEX-FILE
023200     IF RETURN-CODE NOT = ZERO
023300         GO TO 1000-EXIT
023400     END-IF
023500     IF INDEX-COUNT > NIGHTS-WANTED
023600         COMPUTE SKIP-COUNT = INDEX-COUNT - NIGHTS-WANTED
023700         MOVE NIGHTS-WANTED TO SELECTED-COUNT
023800     ELSE
023900         MOVE INDEX-COUNT TO SELECTED-COUNT
024000     END-IF
024100     DIVIDE SELECTED-COUNT BY 2 GIVING HALF-POINT
024200     MOVE "N" TO RUN-INDEX-END
024300     OPEN OUTPUT RUN-REPORT-FILE
024400     IF NOT RUN-REPORT-STATUS-OK
024500         DISPLAY "RUNRPT - I/O ERROR ON REPORT, STATUS = "
024600             RUN-REPORT-STATUS
024700         MOVE 8 TO RETURN-CODE
024800         GO TO 1000-EXIT
024900     END-IF
025000     PERFORM 5000-PRINT-HEADER
025100         THRU 5000-EXIT.
025200 1000-EXIT.
025300     EXIT.
025400******************************************************************
025500* 1100-CLEAR-ONE-COLUMN - ZEROES ONE COLUMN OF THE SUMMARY.
025600******************************************************************
025700 1100-CLEAR-ONE-COLUMN.
025800     MOVE ZERO TO ALL-SECONDS(COLUMN-SUB)
025900     MOVE ZERO TO ALL-NIGHTS(COLUMN-SUB)
026000     MOVE ZERO TO HIGH-SECONDS(COLUMN-SUB)
026100     MOVE ZERO TO EARLY-SECONDS(COLUMN-SUB)
026200     MOVE ZERO TO EARLY-NIGHTS(COLUMN-SUB)
026300     MOVE ZERO TO LATE-SECONDS(COLUMN-SUB)
026400     MOVE ZERO TO LATE-NIGHTS(COLUMN-SUB).
026500 1100-EXIT.
026600     EXIT.
026700******************************************************************
026800* 1200-COUNT-ONE-ENTRY - COUNTS ONE LINE OF THE RUN INDEX.
026900******************************************************************
027000 1200-COUNT-ONE-ENTRY.
027100     READ RUN-INDEX-FILE
027200         AT END
027300             MOVE "Y" TO RUN-INDEX-END
027400     END-READ
027500     IF END-OF-RUN-INDEX
027600         GO TO 1200-EXIT
027700     END-IF
027800     IF NOT RUN-INDEX-STATUS-OK
027900         DISPLAY "RUNRPT - I/O ERROR ON RUN INDEX, STATUS = "
028000             RUN-INDEX-STATUS
028100         MOVE 8 TO RETURN-CODE
028200         MOVE "Y" TO RUN-INDEX-END
028300         GO TO 1200-EXIT
028400     END-IF
028500     ADD 1 TO INDEX-COUNT.
028600 1200-EXIT.
028700     EXIT.
028800******************************************************************
028900* 3000-REPORT-NIGHTS - READS THE INDEX AGAIN, PASSING OVER THE
029000*                      OLDER ENTRIES, AND REPORTS EACH RECENT
029100*                      NIGHT IN TURN.
029200******************************************************************
029300 3000-REPORT-NIGHTS.
029400     OPEN INPUT RUN-INDEX-FILE
029500     IF NOT RUN-INDEX-STATUS-OK
029600         DISPLAY "RUNRPT - I/O ERROR ON RUN INDEX, STATUS = "
029700             RUN-INDEX-STATUS
029800         MOVE 8 TO RETURN-CODE
029900         GO TO 3000-EXIT
030000     END-IF
030100     PERFORM 3100-REPORT-ONE-NIGHT
030200         THRU 3100-EXIT
030300         UNTIL END-OF-RUN-INDEX
030400     CLOSE RUN-INDEX-FILE.
030500 3000-EXIT.
030600     EXIT.
030700******************************************************************
030800* 3100-REPORT-ONE-NIGHT - READS ONE INDEX ENTRY AND, IF IT IS ONE
030900*                         OF THE RECENT NIGHTS, TOTALS ITS CONTROL
031000*                         FILE BY STEP, PRINTS THE NIGHT'S LINE
031100*                         AND ADDS IT TO THE SUMMARY.
031200******************************************************************
031300 3100-REPORT-ONE-NIGHT.
031400     READ RUN-INDEX-FILE
031500         AT END
031600             MOVE "Y" TO RUN-INDEX-END
031700     END-READ
031800     IF END-OF-RUN-INDEX
031900         GO TO 3100-EXIT
032000     END-IF
032100     IF NOT RUN-INDEX-STATUS-OK
032200         DISPLAY "RUNRPT - I/O ERROR ON RUN INDEX, STATUS = "
032300             RUN-INDEX-STATUS
032400         MOVE 8 TO RETURN-CODE
032500         MOVE "Y" TO RUN-INDEX-END
032600         GO TO 3100-EXIT
032700     END-IF
032800     ADD 1 TO INDEX-READ-COUNT
032900     IF INDEX-READ-COUNT NOT > SKIP-COUNT
033000         GO TO 3100-EXIT
033100     END-IF
033200     ADD 1 TO NIGHT-NUMBER
033300     PERFORM 3150-CLEAR-ONE-NIGHT-COLUMN
033400         THRU 3150-EXIT
033500         VARYING COLUMN-SUB FROM 1 BY 1
033600         UNTIL COLUMN-SUB > 9
033700     MOVE "N" TO NIGHT-RERUN-SWITCH
033800     MOVE RUNIDX-FILE-NAME TO RUN-CONTROL-NAME
033900     MOVE "N" TO RUN-CONTROL-END
034000     OPEN INPUT RUN-CONTROL-FILE
034100     IF RUN-CONTROL-NOT-FOUND
034200         ADD 1 TO MISSING-COUNT
034300         IF RETURN-CODE < 4
034400             MOVE 4 TO RETURN-CODE
034500         END-IF
034600         MOVE SPACES TO RUN-REPORT-LINE
034700         STRING RUNIDX-BUS-DATE DELIMITED BY SIZE
034800             "  CONTROL FILE " DELIMITED BY SIZE
034900             RUN-CONTROL-NAME DELIMITED BY SPACE
035000             " NOT ON FILE" DELIMITED BY SIZE
035100             INTO RUN-REPORT-LINE
035200         END-STRING
035300         PERFORM 5100-PRINT-RUN-LINE
035400             THRU 5100-EXIT
035500         GO TO 3100-EXIT
035600     END-IF
035700     IF NOT RUN-CONTROL-STATUS-OK
035800         DISPLAY "RUNRPT - I/O ERROR ON " RUN-CONTROL-NAME
035900             " STATUS = " RUN-CONTROL-STATUS
036000         MOVE 8 TO RETURN-CODE
036100         MOVE "Y" TO RUN-INDEX-END
036200         GO TO 3100-EXIT
036300     END-IF
036400     PERFORM 3200-TAKE-ONE-LINE
036500         THRU 3200-EXIT
036600         UNTIL END-OF-RUN-CONTROL
036700     CLOSE RUN-CONTROL-FILE
036800     PERFORM 3300-PRINT-NIGHT-LINE
036900         THRU 3300-EXIT
037000     PERFORM 3400-ADD-TO-SUMMARY
037100         THRU 3400-EXIT
037200         VARYING COLUMN-SUB FROM 1 BY 1
037300         UNTIL COLUMN-SUB > 9.
037400 3100-EXIT.
037500     EXIT.
037600******************************************************************
037700* 3150-CLEAR-ONE-NIGHT-COLUMN - ZEROES ONE COLUMN OF THE NIGHT.
037800******************************************************************
037900 3150-CLEAR-ONE-NIGHT-COLUMN.
038000     MOVE ZERO TO NIGHT-SECONDS(COLUMN-SUB)
038100     MOVE ZERO TO NIGHT-TIMED-COUNT(COLUMN-SUB)
038200     MOVE ZERO TO NIGHT-SKIP-COUNT(COLUMN-SUB).
038300 3150-EXIT.
038400     EXIT.
038500******************************************************************
038600* 3200-TAKE-ONE-LINE - READS ONE CONTROL-FILE LINE.  A STEP'S
038700*                      ENDING LINE (DONE, HELD OR FAILED) ADDS
038800*                      ITS ELAPSED SECONDS TO THE STEP'S COLUMN
038900*                      AND TO THE TOTAL; A SKIPPED LINE IS
039000*                      COUNTED.  STARTED LINES AND CHAIN LINES
039100*                      CARRY NO STEP TIME, AND NEITHER DOES THE
039101*                      NOTE NIGHTLYRUN.SH WRITES FOR A STEP THE
039102*                      HELD CHAIN NEVER RAN (STATE HELD, ELAPSED
039103*                      000000) - COUNTING IT WOULD SHOW THE STEP
039104*                      AS RUN, AND AFTER A RESTART AS RERUN "*".
039200******************************************************************
039300 3200-TAKE-ONE-LINE.
039400     READ RUN-CONTROL-FILE
039500         AT END
039600             MOVE "Y" TO RUN-CONTROL-END
039700     END-READ
039800     IF END-OF-RUN-CONTROL
039900         GO TO 3200-EXIT
040000     END-IF
040100     IF NOT RUN-CONTROL-STATUS-OK
040200         DISPLAY "RUNRPT - I/O ERROR ON " RUN-CONTROL-NAME
040300             " STATUS = " RUN-CONTROL-STATUS
040400         MOVE 8 TO RETURN-CODE
040500         MOVE "Y" TO RUN-CONTROL-END
040600         GO TO 3200-EXIT
040700     END-IF
040800     IF RCTL-CHAIN-LINE
040900         GO TO 3200-EXIT
041000     END-IF
041100     IF NOT RCTL-TIMED
041200         AND NOT RCTL-SKIPPED
041300         GO TO 3200-EXIT
041400     END-IF
041401     IF RCTL-HELD
041402         AND RCTL-ELAPSED = "000000"
041403         GO TO 3200-EXIT
041404     END-IF
041500     MOVE "N" TO STEP-FOUND-SWITCH
041600     PERFORM 3250-MATCH-ONE-STEP
041700         THRU 3250-EXIT
041800         VARYING STEP-SUB FROM 1 BY 1
041900         UNTIL STEP-SUB > 8
042000             OR STEP-FOUND
042100     IF RCTL-SKIPPED
042200         IF STEP-FOUND
042300             ADD 1 TO NIGHT-SKIP-COUNT(COLUMN-SUB)
042400         END-IF
042500         GO TO 3200-EXIT
042600     END-IF
042700     IF RCTL-ELAPSED NOT NUMERIC
042800         GO TO 3200-EXIT
042900     END-IF
043000     IF STEP-FOUND
043100         ADD RCTL-ELAPSED-N TO NIGHT-SECONDS(COLUMN-SUB)
043200         ADD 1 TO NIGHT-TIMED-COUNT(COLUMN-SUB)
043300         IF NIGHT-TIMED-COUNT(COLUMN-SUB) > 1
043400             MOVE "Y" TO NIGHT-RERUN-SWITCH
043500         END-IF
043600     END-IF
043700     ADD RCTL-ELAPSED-N TO NIGHT-SECONDS(9)
043800     ADD 1 TO NIGHT-TIMED-COUNT(9).
043900 3200-EXIT.
044000     EXIT.
044100******************************************************************
044200* 3250-MATCH-ONE-STEP - SETS COLUMN-SUB WHEN THE LINE'S STEP IS
044300*                       THE ONE AT STEP-SUB.
044400******************************************************************
044500 3250-MATCH-ONE-STEP.
044600     IF RCTL-STEP = STEP-NAME(STEP-SUB)
044700         MOVE STEP-SUB TO COLUMN-SUB
044800         MOVE "Y" TO STEP-FOUND-SWITCH
044900     END-IF.
045000 3250-EXIT.
045100     EXIT.
045200******************************************************************
045300* 3300-PRINT-NIGHT-LINE - PRINTS THE NIGHT: THE BUSINESS DATE
045400*                         AND ONE CELL PER STEP, THEN THE TOTAL.
045500******************************************************************
045600 3300-PRINT-NIGHT-LINE.
045700     MOVE SPACES TO STEP-ROW
045800     MOVE RUNIDX-BUS-DATE TO ROW-LABEL
045900     PERFORM 3350-FORMAT-NIGHT-CELL
046000         THRU 3350-EXIT
046100         VARYING COLUMN-SUB FROM 1 BY 1
046200         UNTIL COLUMN-SUB > 9
046300     IF NIGHT-HAD-RERUN
046400         ADD 1 TO RERUN-NIGHTS
046500         IF NIGHT-TIMED-COUNT(9) > ZERO
046600             MOVE "*" TO ROW-CELL(9)(9:1)
046700         END-IF
046800     END-IF
046900     MOVE STEP-ROW TO RUN-REPORT-LINE
047000     PERFORM 5100-PRINT-RUN-LINE
047100         THRU 5100-EXIT.
047200 3300-EXIT.
047300     EXIT.
047400******************************************************************
047500* 3350-FORMAT-NIGHT-CELL - FILLS ONE CELL OF THE NIGHT'S LINE:
047600*                          THE TIME (FLAGGED "*" WHEN THE STEP
047700*                          RAN MORE THAN ONCE), "SKIP", OR "-".
047800******************************************************************
047900 3350-FORMAT-NIGHT-CELL.
048000     IF NIGHT-TIMED-COUNT(COLUMN-SUB) > ZERO
048100         MOVE NIGHT-SECONDS(COLUMN-SUB) TO CELL-SECONDS
048200         PERFORM 5300-FORMAT-TIME
048300             THRU 5300-EXIT
048400         IF NIGHT-TIMED-COUNT(COLUMN-SUB) > 1
048500             AND COLUMN-SUB < 9
048600             MOVE "*" TO CELL-FLAG
048700         END-IF
048800         MOVE CELL-TIME-TEXT TO ROW-CELL(COLUMN-SUB)
048900         GO TO 3350-EXIT
049000     END-IF
049100     IF NIGHT-SKIP-COUNT(COLUMN-SUB) > ZERO
049200         MOVE "    SKIP" TO ROW-CELL(COLUMN-SUB)
049300     ELSE
049400         MOVE "       -" TO ROW-CELL(COLUMN-SUB)
049500     END-IF.
049600 3350-EXIT.
049700     EXIT.
049800******************************************************************
049900* 3400-ADD-TO-SUMMARY - ADDS ONE COLUMN OF THE NIGHT TO THE
050000*                       SUMMARY, IF THE STEP WAS TIMED THAT NIGHT.
050100******************************************************************
050200 3400-ADD-TO-SUMMARY.
050300     IF NIGHT-TIMED-COUNT(COLUMN-SUB) = ZERO
050400         GO TO 3400-EXIT
050500     END-IF
050600     ADD NIGHT-SECONDS(COLUMN-SUB) TO ALL-SECONDS(COLUMN-SUB)
050700     ADD 1 TO ALL-NIGHTS(COLUMN-SUB)
050800     IF NIGHT-SECONDS(COLUMN-SUB) > HIGH-SECONDS(COLUMN-SUB)
050900         MOVE NIGHT-SECONDS(COLUMN-SUB)
051000             TO HIGH-SECONDS(COLUMN-SUB)
051100     END-IF
051200     IF NIGHT-NUMBER NOT > HALF-POINT
051300         ADD NIGHT-SECONDS(COLUMN-SUB)
051400             TO EARLY-SECONDS(COLUMN-SUB)
051500         ADD 1 TO EARLY-NIGHTS(COLUMN-SUB)
051600     ELSE
051700         ADD NIGHT-SECONDS(COLUMN-SUB)
051800             TO LATE-SECONDS(COLUMN-SUB)
051900         ADD 1 TO LATE-NIGHTS(COLUMN-SUB)
052000     END-IF.
052100 3400-EXIT.
052200     EXIT.
052300******************************************************************
052400* 4000-PRINT-SUMMARY - PRINTS THE AVERAGE AND HIGHEST TIME PER
052500*                      STEP, THE EARLIER-HALF AND LATER-HALF
052600*                      AVERAGES, AND THE COUNTS.
052700******************************************************************
052800 4000-PRINT-SUMMARY.
052900     MOVE SPACES TO RUN-REPORT-LINE
053000     PERFORM 5100-PRINT-RUN-LINE
053100         THRU 5100-EXIT
053200     MOVE SPACES TO STEP-ROW
053300     MOVE "AVERAGE" TO ROW-LABEL
053400     PERFORM 4100-FORMAT-AVERAGE-CELL
053500         THRU 4100-EXIT
053600         VARYING COLUMN-SUB FROM 1 BY 1
053700         UNTIL COLUMN-SUB > 9
053800     MOVE STEP-ROW TO RUN-REPORT-LINE
053900     PERFORM 5100-PRINT-RUN-LINE
054000         THRU 5100-EXIT
054100     MOVE SPACES TO STEP-ROW
054200     MOVE "HIGHEST" TO ROW-LABEL
054300     PERFORM 4200-FORMAT-HIGH-CELL
054400         THRU 4200-EXIT
054500         VARYING COLUMN-SUB FROM 1 BY 1
054600         UNTIL COLUMN-SUB > 9
054700     MOVE STEP-ROW TO RUN-REPORT-LINE
054800     PERFORM 5100-PRINT-RUN-LINE
054900         THRU 5100-EXIT
055000     MOVE SPACES TO STEP-ROW
055100     MOVE "EARLIER" TO ROW-LABEL
055200     PERFORM 4300-FORMAT-EARLY-CELL
055300         THRU 4300-EXIT
055400         VARYING COLUMN-SUB FROM 1 BY 1
055500         UNTIL COLUMN-SUB > 9
055600     MOVE STEP-ROW TO RUN-REPORT-LINE
055700     PERFORM 5100-PRINT-RUN-LINE
055800         THRU 5100-EXIT
055900     MOVE SPACES TO STEP-ROW
056000     MOVE "LATER" TO ROW-LABEL
056100     PERFORM 4400-FORMAT-LATE-CELL
056200         THRU 4400-EXIT
056300         VARYING COLUMN-SUB FROM 1 BY 1
056400         UNTIL COLUMN-SUB > 9
056500     MOVE STEP-ROW TO RUN-REPORT-LINE
056600     PERFORM 5100-PRINT-RUN-LINE
056700         THRU 5100-EXIT
056800     MOVE SPACES TO RUN-REPORT-LINE
056900     PERFORM 5100-PRINT-RUN-LINE
057000         THRU 5100-EXIT
057100     MOVE SPACES TO RUN-REPORT-LINE
057200     STRING "EARLIER = AVERAGE OVER THE OLDER " DELIMITED BY SIZE
057300         HALF-POINT DELIMITED BY SIZE
057400         " NIGHTS, LATER = OVER THE NEWER REST."
057500             DELIMITED BY SIZE
057600         INTO RUN-REPORT-LINE
057700     END-STRING
057800     PERFORM 5100-PRINT-RUN-LINE
057900         THRU 5100-EXIT
058000     MOVE SPACES TO RUN-REPORT-LINE
058100     STRING "* = RUN MORE THAN ONCE THAT NIGHT (ALL RUNS ADDED)"
058200         DELIMITED BY SIZE
058300         ".  " DELIMITED BY SIZE
058400         "SKIP = SKIPPED BY RULE." DELIMITED BY SIZE
058500         INTO RUN-REPORT-LINE
058600     END-STRING
058700     PERFORM 5100-PRINT-RUN-LINE
058800         THRU 5100-EXIT
058900     MOVE SPACES TO RUN-REPORT-LINE
059000     STRING "NIGHTS REPORTED ........ " DELIMITED BY SIZE
059100         SELECTED-COUNT DELIMITED BY SIZE
059200         INTO RUN-REPORT-LINE
059300     END-STRING
059400     PERFORM 5100-PRINT-RUN-LINE
059500         THRU 5100-EXIT
059600     MOVE SPACES TO RUN-REPORT-LINE
059700     STRING "NIGHTS WITH A RERUN .... " DELIMITED BY SIZE
059800         RERUN-NIGHTS DELIMITED BY SIZE
059900         INTO RUN-REPORT-LINE
060000     END-STRING
060100     PERFORM 5100-PRINT-RUN-LINE
060200         THRU 5100-EXIT
060300     MOVE SPACES TO RUN-REPORT-LINE
060400     STRING "CONTROL FILES MISSING .. " DELIMITED BY SIZE
060500         MISSING-COUNT DELIMITED BY SIZE
060600         INTO RUN-REPORT-LINE
060700     END-STRING
060800     PERFORM 5100-PRINT-RUN-LINE
060900         THRU 5100-EXIT
061000     MOVE SPACES TO RUN-REPORT-LINE
061100     STRING "*** END OF ELAPSED-TIME REPORT ***"
061200         DELIMITED BY SIZE
061300         INTO RUN-REPORT-LINE
061400     END-STRING
061500     PERFORM 5100-PRINT-RUN-LINE
061600         THRU 5100-EXIT
061700     DISPLAY "RUNRPT - END OF JOB SUMMARY"
061800     DISPLAY "  NIGHTS REPORTED ........ " SELECTED-COUNT
061900     DISPLAY "  NIGHTS WITH A RERUN .... " RERUN-NIGHTS
062000     DISPLAY "  CONTROL FILES MISSING .. " MISSING-COUNT.
062100 4000-EXIT.
062200     EXIT.
062300******************************************************************
062400* 4100-FORMAT-AVERAGE-CELL - AVERAGE OVER THE NIGHTS THE STEP
062500*                            WAS TIMED.
062600******************************************************************
062700 4100-FORMAT-AVERAGE-CELL.
062800     IF ALL-NIGHTS(COLUMN-SUB) = ZERO
062900         MOVE "       -" TO ROW-CELL(COLUMN-SUB)
063000         GO TO 4100-EXIT
063100     END-IF
063200     DIVIDE ALL-SECONDS(COLUMN-SUB) BY ALL-NIGHTS(COLUMN-SUB)
063300         GIVING CELL-SECONDS ROUNDED
063400     PERFORM 5300-FORMAT-TIME
063500         THRU 5300-EXIT
063600     MOVE CELL-TIME-TEXT TO ROW-CELL(COLUMN-SUB).
063700 4100-EXIT.
063800     EXIT.
063900******************************************************************
064000* 4200-FORMAT-HIGH-CELL - THE LONGEST NIGHT FOR THE STEP.
064100******************************************************************
064200 4200-FORMAT-HIGH-CELL.
064300     IF ALL-NIGHTS(COLUMN-SUB) = ZERO
064400         MOVE "       -" TO ROW-CELL(COLUMN-SUB)
064500         GO TO 4200-EXIT
064600     END-IF
064700     MOVE HIGH-SECONDS(COLUMN-SUB) TO CELL-SECONDS
064800     PERFORM 5300-FORMAT-TIME
064900         THRU 5300-EXIT
065000     MOVE CELL-TIME-TEXT TO ROW-CELL(COLUMN-SUB).
065100 4200-EXIT.
065200     EXIT.
065300******************************************************************
065400* 4300-FORMAT-EARLY-CELL - AVERAGE OVER THE EARLIER HALF.
065500******************************************************************
065600 4300-FORMAT-EARLY-CELL.
065700     IF EARLY-NIGHTS(COLUMN-SUB) = ZERO
065800         MOVE "       -" TO ROW-CELL(COLUMN-SUB)
065900         GO TO 4300-EXIT
066000     END-IF
066100     DIVIDE EARLY-SECONDS(COLUMN-SUB) BY EARLY-NIGHTS(COLUMN-SUB)
066200         GIVING CELL-SECONDS ROUNDED
066300     PERFORM 5300-FORMAT-TIME
066400         THRU 5300-EXIT
066500     MOVE CELL-TIME-TEXT TO ROW-CELL(COLUMN-SUB).
066600 4300-EXIT.
066700     EXIT.
066800******************************************************************
066900* 4400-FORMAT-LATE-CELL - AVERAGE OVER THE LATER HALF.
067000******************************************************************
067100 4400-FORMAT-LATE-CELL.
067200     IF LATE-NIGHTS(COLUMN-SUB) = ZERO
067300         MOVE "       -" TO ROW-CELL(COLUMN-SUB)
067400         GO TO 4400-EXIT
067500     END-IF
067600     DIVIDE LATE-SECONDS(COLUMN-SUB) BY LATE-NIGHTS(COLUMN-SUB)
067700         GIVING CELL-SECONDS ROUNDED
067800     PERFORM 5300-FORMAT-TIME
067900         THRU 5300-EXIT
068000     MOVE CELL-TIME-TEXT TO ROW-CELL(COLUMN-SUB).
068100 4400-EXIT.
068200     EXIT.
068300******************************************************************
068400* 5000-PRINT-HEADER - STARTS A NEW REPORT PAGE: TITLE, RUN DATE,
068500*                     PAGE NUMBER AND THE COLUMN HEADINGS.
068600******************************************************************
068700 5000-PRINT-HEADER.
068800     ADD 1 TO REPORT-PAGE-COUNT
068900     MOVE ZERO TO REPORT-LINE-COUNT
069000     MOVE SPACES TO RUN-REPORT-LINE
069100     STRING "RUNRPT NIGHTLY CHAIN ELAPSED TIME BY STEP - "
069200         DELIMITED BY SIZE
069300         "LAST " DELIMITED BY SIZE
069400         SELECTED-COUNT DELIMITED BY SIZE
069500         " NIGHTS" DELIMITED BY SIZE
069600         INTO RUN-REPORT-LINE
069700     END-STRING
069800     WRITE RUN-REPORT-LINE
069900     MOVE SPACES TO RUN-REPORT-LINE
070000     STRING "RUN DATE: " DELIMITED BY SIZE
070100         RUN-DATE-DISPLAY DELIMITED BY SIZE
070200         "   PAGE: " DELIMITED BY SIZE
070300         REPORT-PAGE-COUNT DELIMITED BY SIZE
070400         "   TIMES ARE H:MM:SS" DELIMITED BY SIZE
070500         INTO RUN-REPORT-LINE
070600     END-STRING
070700     WRITE RUN-REPORT-LINE
070800     MOVE SPACES TO RUN-REPORT-LINE
070900     WRITE RUN-REPORT-LINE
071000     MOVE SPACES TO STEP-ROW
071100     MOVE "BUS DATE" TO ROW-LABEL
071200     PERFORM 5050-HEAD-ONE-COLUMN
071300         THRU 5050-EXIT
071400         VARYING COLUMN-SUB FROM 1 BY 1
071500         UNTIL COLUMN-SUB > 8
071600     MOVE "   TOTAL" TO ROW-CELL(9)
071700     MOVE STEP-ROW TO RUN-REPORT-LINE
071800     WRITE RUN-REPORT-LINE
071900     IF NOT RUN-REPORT-STATUS-OK
072000         DISPLAY "RUNRPT - I/O ERROR ON REPORT, STATUS = "
072100             RUN-REPORT-STATUS
072200         MOVE 8 TO RETURN-CODE
072300     END-IF.
072400 5000-EXIT.
072500     EXIT.
072600******************************************************************
072700* 5050-HEAD-ONE-COLUMN - ONE STEP NAME, RIGHT-ALIGNED OVER ITS
072800*                        COLUMN.
072900******************************************************************
073000 5050-HEAD-ONE-COLUMN.
073100     MOVE SPACES TO ROW-CELL(COLUMN-SUB)
073200     MOVE STEP-NAME(COLUMN-SUB) TO ROW-CELL(COLUMN-SUB)(2:7).
073300 5050-EXIT.
073400     EXIT.
073500******************************************************************
073600* 5100-PRINT-RUN-LINE - WRITES THE LINE ALREADY STAGED IN
073700*                       RUN-REPORT-LINE, BREAKING TO A NEW PAGE
073800*                       EVERY N LINES.
073900******************************************************************
074000 5100-PRINT-RUN-LINE.
074100     IF REPORT-LINE-COUNT >= N
074200         MOVE RUN-REPORT-LINE TO HELD-RUN-LINE
074300         PERFORM 5000-PRINT-HEADER
074400             THRU 5000-EXIT
074500         MOVE HELD-RUN-LINE TO RUN-REPORT-LINE
074600     END-IF
074700     WRITE RUN-REPORT-LINE
074800     IF NOT RUN-REPORT-STATUS-OK
074900         DISPLAY "RUNRPT - I/O ERROR ON REPORT, STATUS = "
075000             RUN-REPORT-STATUS
075100         MOVE 8 TO RETURN-CODE
075200     END-IF
075300     ADD 1 TO REPORT-LINE-COUNT.
075400 5100-EXIT.
075500     EXIT.
075600******************************************************************
075700* 5300-FORMAT-TIME - EDITS CELL-SECONDS INTO CELL-TIME-TEXT AS
075800*                    H:MM:SS.  THE FLAG IS LEFT BLANK FOR THE
075900*                    CALLER TO SET.
076000******************************************************************
076100 5300-FORMAT-TIME.
076200     MOVE SPACE TO CELL-FLAG
076300     DIVIDE CELL-SECONDS BY 3600 GIVING CELL-HOURS
076400         REMAINDER CELL-REST
076500     DIVIDE CELL-REST BY 60 GIVING CELL-MINUTES
076600         REMAINDER CELL-SECS
076700     IF CELL-HOURS > 99
076800         MOVE ">" TO CELL-FLAG
076900         MOVE 99 TO CELL-HOURS
077000         MOVE 59 TO CELL-MINUTES
077100         MOVE 59 TO CELL-SECS
077200     END-IF
077300     MOVE CELL-HOURS TO CELL-HOURS-OUT
077400     MOVE CELL-MINUTES TO CELL-MINUTES-OUT
077500     MOVE CELL-SECS TO CELL-SECS-OUT.
077600 5300-EXIT.
077700     EXIT.
077800******************************************************************
077900* 9000-TERMINATE - CLOSES THE REPORT BEFORE STOP RUN.  THE INDEX
078000*                  AND CONTROL FILES ARE CLOSED BY THEIR OWN PASS.
078100******************************************************************
078200 9000-TERMINATE.
078300     CLOSE RUN-REPORT-FILE.
078400 9000-EXIT.
078500     EXIT.
078600 END PROGRAM RUNRPT.
