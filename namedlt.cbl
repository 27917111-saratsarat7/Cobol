000900*             THAT CHANGED: EVERY JOURNAL ENTRY (JRNLREC)
001000*             WRITTEN SINCE THE LAST EXTRACT BECOMES ONE
001100*             DELIMITED LINE - ACTION CODE, KEY, AND THE AFTER
001200*             IMAGE (BEFORE IMAGE ON A PURGE), THEN THE
001201*             RECORD STATUS AND ITS DATE - WRAPPED IN
001300*             THE SAME HDR/TRL CONTROL LINES NAMEXTR USES.  A
001400*             LAST-EXTRACTED WATERMARK (RUN DATE/TIME OF THE
001500*             NEWEST JOURNAL ENTRY SHIPPED) IS CARRIED BETWEEN
003120*                  FROM THE BUSINESS-DATE CALENDAR
003130*                  (buscal.txt) WHEN ONE IS ON FILE, FALLING
003140*                  BACK TO THE SYSTEM CLOCK OTHERWISE.
003141* 10/15/26   DK    EACH LINE NOW ENDS WITH THE RECORD STATUS ("A"
003142*                  OR "I") AND THE DATE IT LAST CHANGED.  A "D"
003143*                  NOW MARKS THE RECORD INACTIVE, SO IT SHIPS ITS
003144*                  AFTER IMAGE LIKE ANY CHANGE; AN "R" REACTIVATE
003145*                  SHIPS THE SAME WAY.  THE BEFORE IMAGE IS USED
003146*                  ONLY WHEN THERE IS NO AFTER IMAGE - A "P"
003147*                  PURGE BY NAMEPRG, OR AN OLD-STYLE DELETE STILL
003148*                  ON THE JOURNAL.
003200******************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. NAMEDLT.
009500     05  DETAIL-NAME                 PIC X(15).
009600     05  DETAIL-DATE-ADDED           PIC X(06).
009700*    DETAIL-IMAGE = THE IMAGE SHIPPED FOR THE CURRENT ENTRY -
009800*    THE AFTER IMAGE, OR THE BEFORE IMAGE WHEN THE ENTRY HAS NO
009801*    AFTER IMAGE (A PURGE).  DETAIL-STATUS/DETAIL-STAT-DATE = THE
009802*    MATCHING STATUS - A BLANK STATUS (AN ENTRY WRITTEN BEFORE
009803*    THE MASTER CARRIED ONE) SHIPS AS "A".
009804 01  DETAIL-STATUS                   PIC X(01).
009805 01  DETAIL-STAT-DATE                PIC X(06).
009900 01  NAME-LENGTH                     PIC 9(02) COMP.
010000*    NAME-LENGTH = LENGTH OF THE NAME WITH TRAILING SPACES
010100*    TRIMMED, SO THE DELIMITED FIELD CARRIES NO PADDING.
021600*                       NEWER THAN THE WATERMARK, WRITES ITS
021700*                       CHANGE LINE: ACTION CODE, KEY, AND THE
021800*                       AFTER IMAGE (BEFORE IMAGE ON A
021900*                       PURGE) AND THE RECORD STATUS.
022000******************************************************************
022100 2100-SHIP-ONE-ENTRY.
022200     READ JOURNAL-FILE
025000     IF JRNL-STAMP > NEW-WMARK-STAMP
025100         MOVE JRNL-STAMP TO NEW-WMARK-STAMP
025200     END-IF
025300     IF JRNL-AFTER-IMAGE = SPACES
025400         MOVE JRNL-BEFORE-IMAGE TO DETAIL-IMAGE
025401         MOVE JRNL-BEFORE-STATUS TO DETAIL-STATUS
025402         MOVE JRNL-BEFORE-STAT-DATE TO DETAIL-STAT-DATE
025500     ELSE
025600         MOVE JRNL-AFTER-IMAGE TO DETAIL-IMAGE
025601         MOVE JRNL-AFTER-STATUS TO DETAIL-STATUS
025602         MOVE JRNL-AFTER-STAT-DATE TO DETAIL-STAT-DATE
025700     END-IF
025701     IF DETAIL-STATUS = SPACE
025702         MOVE "A" TO DETAIL-STATUS
025703     END-IF
025800     PERFORM 2200-TRIM-NAME
025900         THRU 2200-EXIT
026000     MOVE SPACES TO DELTA-LINE
026600             DETAIL-NAME(1:NAME-LENGTH) DELIMITED BY SIZE
026700             "," DELIMITED BY SIZE
026800             DETAIL-DATE-ADDED DELIMITED BY SIZE
026801             "," DELIMITED BY SIZE
026802             DETAIL-STATUS DELIMITED BY SIZE
026803             "," DELIMITED BY SIZE
026804             DETAIL-STAT-DATE DELIMITED BY SIZE
026900             INTO DELTA-LINE
027000         END-STRING
027100     ELSE
027400             DETAIL-ID DELIMITED BY SIZE
027500             ",," DELIMITED BY SIZE
027600             DETAIL-DATE-ADDED DELIMITED BY SIZE
027601             "," DELIMITED BY SIZE
027602             DETAIL-STATUS DELIMITED BY SIZE
027603             "," DELIMITED BY SIZE
027604             DETAIL-STAT-DATE DELIMITED BY SIZE
027700             INTO DELTA-LINE
027800         END-STRING
027900     END-IF
