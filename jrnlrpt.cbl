002495*                  AGED OFF THE LIVE JOURNAL STILL PRINTS IN
002496*                  FULL.  A MISSING LIVE JOURNAL IS NO LONGER
002497*                  FATAL WHEN ARCHIVES ARE ON HAND.
002498* 10/15/26   DK    THE JOURNAL RECORD NOW ENDS WITH THE BEFORE AND
002499*                  AFTER RECORD STATUS.  AN IMAGE WHOSE RECORD WAS
00249A*                  INACTIVE PRINTS "INACTIVE SINCE YYMMDD" AFTER
00249B*                  IT.  ARCHIVES CUT BEFORE THE CHANGE READ BACK
00249C*                  SHORT, WITH A BLANK (ACTIVE) STATUS.
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. JRNLRPT.
004230     05  ARCHIDX-TYPE                PIC X(04).
004240     05  ARCHIDX-FILE-NAME           PIC X(40).
004250 FD  JRNL-ARCH-FILE.
004260 01  AJRN-RECORD                     PIC X(105).
004270* AJRN-RECORD = ONE ARCHIVED JOURNAL RECORD, READ FLAT AND
004280* MOVED INTO THE JOURNAL-RECORD AREA SO THE SAME MATCH/PRINT
004290* LOGIC SERVES THE ARCHIVES AND THE LIVE JOURNAL ALIKE.
016700* 3000-PRINT-ONE-ENTRY - PRINTS ONE JOURNAL ENTRY: THE RUN
016800*                        DATE/TIME AND ACTION, THEN THE BEFORE
016900*                        AND AFTER IMAGES ("(NO RECORD)" WHERE
017000*                        AN IMAGE IS BLANK), EACH FLAGGED
017001*                        WHEN ITS RECORD WAS INACTIVE.
017100******************************************************************
017200 3000-PRINT-ONE-ENTRY.
017300     MOVE SPACES TO HISTORY-REPORT-LINE
018600             INTO HISTORY-REPORT-LINE
018700         END-STRING
018800     ELSE
018801         IF JRNL-BEFORE-INACTIVE
018802             STRING "  BEFORE: " DELIMITED BY SIZE
018803                 JRNL-BEFORE-ID DELIMITED BY SIZE
018804                 "  " DELIMITED BY SIZE
018805                 JRNL-BEFORE-NAME DELIMITED BY SIZE
018806                 " " DELIMITED BY SIZE
018807                 JRNL-BEFORE-DATE DELIMITED BY SIZE
018808                 "  INACTIVE SINCE " DELIMITED BY SIZE
018809                 JRNL-BEFORE-STAT-DATE DELIMITED BY SIZE
01880A                 INTO HISTORY-REPORT-LINE
01880B             END-STRING
01880C         ELSE
018900             STRING "  BEFORE: " DELIMITED BY SIZE
019000                 JRNL-BEFORE-ID DELIMITED BY SIZE
019100                 "  " DELIMITED BY SIZE
019200                 JRNL-BEFORE-NAME DELIMITED BY SIZE
019300                 " " DELIMITED BY SIZE
019400                 JRNL-BEFORE-DATE DELIMITED BY SIZE
019500                 INTO HISTORY-REPORT-LINE
019600             END-STRING
019601         END-IF
019700     END-IF
019800     PERFORM 5100-PRINT-HISTORY-LINE
019900         THRU 5100-EXIT
020300             INTO HISTORY-REPORT-LINE
020400         END-STRING
020500     ELSE
020501         IF JRNL-AFTER-INACTIVE
020502             STRING "  AFTER:  " DELIMITED BY SIZE
020503                 JRNL-AFTER-ID DELIMITED BY SIZE
020504                 "  " DELIMITED BY SIZE
020505                 JRNL-AFTER-NAME DELIMITED BY SIZE
020506                 " " DELIMITED BY SIZE
020507                 JRNL-AFTER-DATE DELIMITED BY SIZE
020508                 "  INACTIVE SINCE " DELIMITED BY SIZE
020509                 JRNL-AFTER-STAT-DATE DELIMITED BY SIZE
02050A                 INTO HISTORY-REPORT-LINE
02050B             END-STRING
02050C         ELSE
020600             STRING "  AFTER:  " DELIMITED BY SIZE
020700                 JRNL-AFTER-ID DELIMITED BY SIZE
020800                 "  " DELIMITED BY SIZE
020900                 JRNL-AFTER-NAME DELIMITED BY SIZE
021000                 " " DELIMITED BY SIZE
021100                 JRNL-AFTER-DATE DELIMITED BY SIZE
021200                 INTO HISTORY-REPORT-LINE
021300             END-STRING
021301         END-IF
021400     END-IF
021500     PERFORM 5100-PRINT-HISTORY-LINE
021600         THRU 5100-EXIT
