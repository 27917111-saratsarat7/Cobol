000600* PURPOSE.    DOWNSTREAM EXTRACT OF THE CURRENT NAME MASTER.
000700*             READS THE INDEXED NAME-MASTER FRONT TO BACK AND
000800*             WRITES A COMMA-DELIMITED FILE OF THE CURRENT
000900*             RECORDS (ID, NAME, DATE ADDED, STATUS, STATUS
000901*             DATE) FOR THE REPORTING TEAM TO LOAD, SO NOBODY
001000*             RE-KEYS NAMES OFF THE PRINTED LISTING.  THE
001100*             FILE IS WRAPPED IN A
001200*             HEADER LINE CARRYING THE BUSINESS DATE AND A
001300*             TRAILER LINE CARRYING THE RECORD COUNT SO THE
001400*             RECEIVING SIDE CAN BALANCE IT BEFORE LOADING.
002370*                  THE BUSINESS-DATE CALENDAR (buscal.txt)
002380*                  WHEN ONE IS ON FILE, FALLING BACK TO THE
002390*                  SYSTEM CLOCK OTHERWISE.
002391* 10/15/26   DK    EACH LINE NOW ENDS WITH THE RECORD STATUS ("A"
002392*                  ACTIVE, "I" INACTIVE) AND THE DATE IT LAST
002393*                  CHANGED.  INACTIVE RECORDS ARE SHIPPED TOO, SO
002394*                  THE RECEIVING SIDE SEES A DELETE AS A STATUS
002395*                  CHANGE; THE SUMMARY SPLITS THE COUNT BY STATUS.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. NAMEXTR.
004300         ==NAME-REC-ID==          BY ==MASTER-REC-ID==
004400         ==NAME-REC-NAME==        BY ==MASTER-REC-NAME==
004500         ==NAME-REC-DATE-ADDED==  BY ==MASTER-REC-DATE-ADDED==.
004501     COPY NAMESTAT REPLACING
004502         ==NAME-REC-STATUS==       BY ==MASTER-REC-STATUS==
004503         ==NAME-REC-ACTIVE==       BY ==MASTER-REC-ACTIVE==
004504         ==NAME-REC-INACTIVE==     BY ==MASTER-REC-INACTIVE==
004505         ==NAME-REC-STATUS-DATE==  BY ==MASTER-REC-STATUS-DATE==.
004600 FD  CSV-EXTRACT-FILE.
004700 01  CSV-EXTRACT-LINE                PIC X(40).
004710 FD  BUSCAL-FILE.
006300*    SKIPPED.  THE INDEXED MASTER DELETES IN PLACE SO THERE
006400*    SHOULD BE NONE, BUT A TOMBSTONE THAT SURVIVED CONVERSION
006500*    MUST NEVER REACH THE RECEIVING SIDE.
006501 77  ACTIVE-COUNT                    PIC 9(05) VALUE ZERO.
006502 77  INACTIVE-COUNT                  PIC 9(05) VALUE ZERO.
006503*    ACTIVE-COUNT/INACTIVE-COUNT = EXTRACTED RECORDS BY STATUS.
006504*    TOGETHER THEY MAKE UP EXTRACT-COUNT.
006505 01  EXTRACT-STATUS                  PIC X(01).
006506*    EXTRACT-STATUS = THE STATUS SHIPPED ON THE LINE - A BLANK
006507*    STATUS ON THE MASTER GOES OUT AS "A".
006600 01  NAME-LENGTH                     PIC 9(02) COMP.
006700*    NAME-LENGTH = LENGTH OF THE NAME WITH TRAILING SPACES
006800*    TRIMMED, SO THE DELIMITED FIELD CARRIES NO PADDING.
014800*                           WRITES ITS DELIMITED LINE, TRIMMED
014900*                           OF TRAILING NAME PADDING.  DELETE-
015000*                           FLAGGED RECORDS ARE SKIPPED AND
015100*                           COUNTED.  ACTIVE AND INACTIVE
015101*                           RECORDS ARE BOTH WRITTEN, WITH
015102*                           THEIR STATUS.
015200******************************************************************
015300 2100-READ-MASTER-RECORD.
015400     READ NAME-MASTER NEXT RECORD
016900         ADD 1 TO SKIPPED-COUNT
017000         GO TO 2100-EXIT
017100     END-IF
017101     IF MASTER-REC-INACTIVE
017102         MOVE "I" TO EXTRACT-STATUS
017103     ELSE
017104         MOVE "A" TO EXTRACT-STATUS
017105     END-IF
017200     PERFORM 2200-TRIM-NAME
017300         THRU 2200-EXIT
017400     MOVE SPACES TO CSV-EXTRACT-LINE
017800             MASTER-REC-NAME(1:NAME-LENGTH) DELIMITED BY SIZE
017900             "," DELIMITED BY SIZE
018000             MASTER-REC-DATE-ADDED DELIMITED BY SIZE
018001             "," DELIMITED BY SIZE
018002             EXTRACT-STATUS DELIMITED BY SIZE
018003             "," DELIMITED BY SIZE
018004             MASTER-REC-STATUS-DATE DELIMITED BY SIZE
018100             INTO CSV-EXTRACT-LINE
018200         END-STRING
018300     ELSE
018400         STRING MASTER-REC-ID DELIMITED BY SIZE
018500             ",," DELIMITED BY SIZE
018600             MASTER-REC-DATE-ADDED DELIMITED BY SIZE
018601             "," DELIMITED BY SIZE
018602             EXTRACT-STATUS DELIMITED BY SIZE
018603             "," DELIMITED BY SIZE
018604             MASTER-REC-STATUS-DATE DELIMITED BY SIZE
018700             INTO CSV-EXTRACT-LINE
018800         END-STRING
018900     END-IF
019500         MOVE "Y" TO MASTER-READ-END
019600         GO TO 2100-EXIT
019700     END-IF
019800     ADD 1 TO EXTRACT-COUNT
019801     IF EXTRACT-STATUS = "I"
019802         ADD 1 TO INACTIVE-COUNT
019803     ELSE
019804         ADD 1 TO ACTIVE-COUNT
019805     END-IF.
019900 2100-EXIT.
020000     EXIT.
020100******************************************************************
024700     END-IF
024800     DISPLAY "NAMEXTR - END OF JOB SUMMARY"
024900     DISPLAY "  RECORDS EXTRACTED ......... " EXTRACT-COUNT
024901     DISPLAY "    ACTIVE .................. " ACTIVE-COUNT
024902     DISPLAY "    INACTIVE ................ " INACTIVE-COUNT
025000     DISPLAY "  DELETE-FLAGGED SKIPPED .... " SKIPPED-COUNT.
025100 8000-EXIT.
025200     EXIT.
