       IDENTIFICATION DIVISION.
       PROGRAM-ID. EODCTL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUS-FILE ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUS-FS.
           SELECT STAT-FILE ASSIGN TO "eodstat.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAT-FS.
           SELECT CNT-FILE ASSIGN TO "eodcnt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CNT-FS.

       DATA DIVISION.
       FILE SECTION.

       FD BUS-FILE.
       01 BUS-REC.
          05 BUS-DATE-X     PIC X(8).

       FD STAT-FILE.
       01 STAT-REC          PIC X(100).

       FD CNT-FILE.
       01 CNT-REC.
          05 CNT-VAL-X      PIC X(20).

       WORKING-STORAGE SECTION.
       77 BUS-FS             PIC XX.
       77 STAT-FS            PIC XX.
       77 CNT-FS             PIC XX.
       77 ARG-LINE           PIC X(80).
       77 ARG-OPR            PIC X(4).
       77 TODAY-DATE         PIC X(8).
       77 STAT-EOF-FLAG      PIC X VALUE "N".
       77 PTR                PIC 9(4) VALUE 1.

       01 STEP-TABLE.
          05 STEP-ENTRY OCCURS 13 TIMES.
             10 STEP-NAME       PIC X(10).
             10 STEP-CMD        PIC X(40).
             10 STEP-RESTART    PIC X(40).
             10 STEP-INFILE     PIC X(12).
             10 STEP-MAX-RC     PIC 9(3).
             10 STEP-PASS-OPR   PIC X.
             10 STEP-DONE       PIC X.
             10 STEP-FAILED     PIC X.
       77 STEP-COUNT         PIC 9(2) VALUE 13.
       77 STEP-IDX           PIC 9(2).
       77 STEP-CHK           PIC 9(2).
       77 STREAM-STOP        PIC X VALUE "N".
       77 STREAM-RC          PIC 9(2) VALUE ZERO.
       77 STEP-RUN-COUNT     PIC 9(2) VALUE ZERO.
       77 STEP-SKIP-COUNT    PIC 9(2) VALUE ZERO.

       77 STEP-COMMAND       PIC X(120).
       77 STEP-RC            PIC 9(3).
       77 CNT-CMD            PIC X(80).
       77 CNT-VALUE          PIC 9(7).
       77 JRN-BEFORE         PIC 9(7).
       77 JRN-AFTER          PIC 9(7).

       01 STAT-LINE.
          05 STAT-DATE       PIC X(8).
          05 FILLER          PIC X VALUE SPACE.
          05 STAT-STEP       PIC 9(2).
          05 FILLER          PIC X VALUE SPACE.
          05 STAT-NAME       PIC X(10).
          05 FILLER          PIC X(7) VALUE " START:".
          05 STAT-START      PIC X(14).
          05 FILLER          PIC X(5) VALUE " END:".
          05 STAT-END        PIC X(14).
          05 FILLER          PIC X(4) VALUE " RC:".
          05 STAT-RC         PIC 9(3).
          05 FILLER          PIC X VALUE SPACE.
          05 STAT-RESULT     PIC X(4).
          05 FILLER          PIC X(4) VALUE " IN:".
          05 STAT-IN-CNT     PIC 9(7).
          05 FILLER          PIC X(5) VALUE " JRN:".
          05 STAT-JRN-CNT    PIC 9(7).
          05 FILLER          PIC X(7) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           ACCEPT ARG-LINE FROM COMMAND-LINE
           MOVE ARG-LINE(1:4) TO ARG-OPR
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-STEP-TABLE
           PERFORM LOAD-PRIOR-STATUS
           DISPLAY "DAY-END STREAM FOR BUSINESS DATE " TODAY-DATE
           MOVE "N" TO STREAM-STOP
           PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > STEP-COUNT OR STREAM-STOP = "Y"
               IF STEP-DONE (STEP-IDX) = "Y"
                   ADD 1 TO STEP-SKIP-COUNT
                   DISPLAY "STEP " STEP-IDX " " STEP-NAME (STEP-IDX)
                       " ALREADY COMPLETE - SKIPPED"
               ELSE
                   IF STEP-IDX = STEP-COUNT
                       PERFORM CHECK-ROLL-ALLOWED
                   END-IF
                   IF STREAM-STOP = "N"
                       PERFORM RUN-STEP
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "STEPS RUN:     " STEP-RUN-COUNT
           DISPLAY "STEPS SKIPPED: " STEP-SKIP-COUNT
           IF STREAM-STOP = "Y"
               DISPLAY "DAY-END STREAM STOPPED - CORRECT AND RERUN TO "
                   "RESUME"
               MOVE 8 TO STREAM-RC
           ELSE
               DISPLAY "DAY-END STREAM COMPLETE"
           END-IF
           MOVE STREAM-RC TO RETURN-CODE
           STOP RUN.

       LOAD-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
           OPEN INPUT BUS-FILE
           IF BUS-FS = "00"
               READ BUS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BUS-DATE-X NUMERIC
                           MOVE BUS-DATE-X TO TODAY-DATE
                       END-IF
               END-READ
               CLOSE BUS-FILE
           END-IF.

       LOAD-STEP-TABLE.
           INITIALIZE STEP-TABLE
           MOVE "INTEGRITY"                 TO STEP-NAME (1)
           MOVE "./integchk"                TO STEP-CMD (1)
           MOVE SPACES                      TO STEP-INFILE (1)
           MOVE 4                           TO STEP-MAX-RC (1)
           MOVE "N"                         TO STEP-PASS-OPR (1)
           MOVE "SNAPSHOT"                  TO STEP-NAME (2)
           MOVE "./reconcil --snapshot"     TO STEP-CMD (2)
           MOVE SPACES                      TO STEP-INFILE (2)
           MOVE 0                           TO STEP-MAX-RC (2)
           MOVE "N"                         TO STEP-PASS-OPR (2)
           MOVE "BATCH"                     TO STEP-NAME (3)
           MOVE "./banking"                 TO STEP-CMD (3)
           MOVE "./banking --restart"       TO STEP-RESTART (3)
           MOVE "input.txt"                 TO STEP-INFILE (3)
           MOVE 0                           TO STEP-MAX-RC (3)
           MOVE "Y"                         TO STEP-PASS-OPR (3)
           MOVE "PAYROLL"                   TO STEP-NAME (4)
           MOVE "./banking --payroll"       TO STEP-CMD (4)
           MOVE "payroll.txt"               TO STEP-INFILE (4)
           MOVE 4                           TO STEP-MAX-RC (4)
           MOVE "Y"                         TO STEP-PASS-OPR (4)
           MOVE "STORDERS"                  TO STEP-NAME (5)
           MOVE "./banking --standing-orders" TO STEP-CMD (5)
           MOVE "storders.txt"              TO STEP-INFILE (5)
           MOVE 4                           TO STEP-MAX-RC (5)
           MOVE "Y"                         TO STEP-PASS-OPR (5)
           MOVE "CLEARIN"                   TO STEP-NAME (6)
           MOVE "./banking --clearing-in"   TO STEP-CMD (6)
           MOVE "clearin.txt"               TO STEP-INFILE (6)
           MOVE 4                           TO STEP-MAX-RC (6)
           MOVE "Y"                         TO STEP-PASS-OPR (6)
           MOVE "CHEQUES"                   TO STEP-NAME (7)
           MOVE "./banking --cheques"       TO STEP-CMD (7)
           MOVE "chqin.txt"                 TO STEP-INFILE (7)
           MOVE 4                           TO STEP-MAX-RC (7)
           MOVE "Y"                         TO STEP-PASS-OPR (7)
           MOVE "LOANS"                     TO STEP-NAME (8)
           MOVE "./banking --loan-collect"  TO STEP-CMD (8)
           MOVE SPACES                      TO STEP-INFILE (8)
           MOVE 4                           TO STEP-MAX-RC (8)
           MOVE "Y"                         TO STEP-PASS-OPR (8)
           MOVE "INTEREST"                  TO STEP-NAME (9)
           MOVE "./banking --post-interest" TO STEP-CMD (9)
           MOVE SPACES                      TO STEP-INFILE (9)
           MOVE 0                           TO STEP-MAX-RC (9)
           MOVE "Y"                         TO STEP-PASS-OPR (9)
           MOVE "DORMANT"                   TO STEP-NAME (10)
           MOVE "./banking --dormant-sweep" TO STEP-CMD (10)
           MOVE SPACES                      TO STEP-INFILE (10)
           MOVE 0                           TO STEP-MAX-RC (10)
           MOVE "Y"                         TO STEP-PASS-OPR (10)
           MOVE "RECONCIL"                  TO STEP-NAME (11)
           MOVE "./reconcil"                TO STEP-CMD (11)
           MOVE SPACES                      TO STEP-INFILE (11)
           MOVE 0                           TO STEP-MAX-RC (11)
           MOVE "N"                         TO STEP-PASS-OPR (11)
           MOVE "GLREPORT"                  TO STEP-NAME (12)
           MOVE "./glreport"                TO STEP-CMD (12)
           MOVE SPACES                      TO STEP-INFILE (12)
           MOVE 0                           TO STEP-MAX-RC (12)
           MOVE "N"                         TO STEP-PASS-OPR (12)
           MOVE "DATEROLL"                  TO STEP-NAME (13)
           MOVE "./banking --date-roll"     TO STEP-CMD (13)
           MOVE SPACES                      TO STEP-INFILE (13)
           MOVE 0                           TO STEP-MAX-RC (13)
           MOVE "Y"                         TO STEP-PASS-OPR (13)
           PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > STEP-COUNT
               IF STEP-RESTART (STEP-IDX) = SPACES
                   MOVE STEP-CMD (STEP-IDX) TO STEP-RESTART (STEP-IDX)
               END-IF
               MOVE "N" TO STEP-DONE (STEP-IDX)
               MOVE "N" TO STEP-FAILED (STEP-IDX)
           END-PERFORM.

       LOAD-PRIOR-STATUS.
           OPEN INPUT STAT-FILE
           IF STAT-FS = "00"
               MOVE "N" TO STAT-EOF-FLAG
               PERFORM UNTIL STAT-EOF-FLAG = "Y"
                   READ STAT-FILE INTO STAT-LINE
                       AT END
                           MOVE "Y" TO STAT-EOF-FLAG
                       NOT AT END
                           IF STAT-DATE = TODAY-DATE AND
                               STAT-STEP NUMERIC AND
                               STAT-STEP > 0 AND
                               STAT-STEP <= STEP-COUNT
                               IF STAT-RESULT = "OK  "
                                   MOVE "Y" TO STEP-DONE (STAT-STEP)
                               ELSE
                                   MOVE "Y" TO STEP-FAILED (STAT-STEP)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STAT-FILE
           END-IF.

       CHECK-ROLL-ALLOWED.
           PERFORM VARYING STEP-CHK FROM 1 BY 1
                   UNTIL STEP-CHK >= STEP-COUNT
               IF STEP-DONE (STEP-CHK) NOT = "Y"
                   MOVE "Y" TO STREAM-STOP
               END-IF
           END-PERFORM
           IF STREAM-STOP = "Y"
               DISPLAY "DATE ROLL REFUSED - NOT ALL PRIOR STEPS "
                   "COMPLETED CLEANLY"
               MOVE FUNCTION CURRENT-DATE(1:14) TO STAT-START
               MOVE STAT-START TO STAT-END
               MOVE ZERO TO STAT-RC
               MOVE "REFD" TO STAT-RESULT
               MOVE ZERO TO STAT-IN-CNT
               MOVE ZERO TO STAT-JRN-CNT
               PERFORM WRITE-STEP-STATUS
           END-IF.

       RUN-STEP.
           ADD 1 TO STEP-RUN-COUNT
           MOVE ZERO TO STAT-IN-CNT
           IF STEP-INFILE (STEP-IDX) NOT = SPACES
               MOVE SPACES TO CNT-CMD
               MOVE 1 TO PTR
               STRING "wc -l < " STEP-INFILE (STEP-IDX)
                      DELIMITED SPACE
                      " > eodcnt.txt 2>/dev/null"
                      DELIMITED SIZE
                      INTO CNT-CMD
                      WITH POINTER PTR
               END-STRING
               PERFORM COUNT-LINES
               MOVE CNT-VALUE TO STAT-IN-CNT
           END-IF
           MOVE "wc -l < output.txt > eodcnt.txt 2>/dev/null"
               TO CNT-CMD
           PERFORM COUNT-LINES
           MOVE CNT-VALUE TO JRN-BEFORE
           MOVE SPACES TO STEP-COMMAND
           MOVE 1 TO PTR
           IF STEP-FAILED (STEP-IDX) = "Y"
               STRING STEP-RESTART (STEP-IDX) DELIMITED "  "
                      INTO STEP-COMMAND
                      WITH POINTER PTR
               END-STRING
           ELSE
               STRING STEP-CMD (STEP-IDX) DELIMITED "  "
                      INTO STEP-COMMAND
                      WITH POINTER PTR
               END-STRING
           END-IF
           IF STEP-PASS-OPR (STEP-IDX) = "Y" AND ARG-OPR NOT = SPACES
               STRING " " ARG-OPR
                      DELIMITED SIZE
                      INTO STEP-COMMAND
                      WITH POINTER PTR
               END-STRING
           END-IF
           STRING " >> eodlog.txt 2>&1"
                  DELIMITED SIZE
                  INTO STEP-COMMAND
                  WITH POINTER PTR
           END-STRING
           DISPLAY "STEP " STEP-IDX " " STEP-NAME (STEP-IDX)
               " STARTED"
           MOVE FUNCTION CURRENT-DATE(1:14) TO STAT-START
           CALL "SYSTEM" USING STEP-COMMAND
           COMPUTE STEP-RC = RETURN-CODE / 256
           MOVE FUNCTION CURRENT-DATE(1:14) TO STAT-END
           MOVE "wc -l < output.txt > eodcnt.txt 2>/dev/null"
               TO CNT-CMD
           PERFORM COUNT-LINES
           MOVE CNT-VALUE TO JRN-AFTER
           IF JRN-AFTER > JRN-BEFORE
               COMPUTE STAT-JRN-CNT = JRN-AFTER - JRN-BEFORE
           ELSE
               MOVE ZERO TO STAT-JRN-CNT
           END-IF
           MOVE STEP-RC TO STAT-RC
           IF STEP-RC > STEP-MAX-RC (STEP-IDX)
               MOVE "FAIL" TO STAT-RESULT
               MOVE "Y" TO STREAM-STOP
               DISPLAY "STEP " STEP-IDX " " STEP-NAME (STEP-IDX)
                   " FAILED - RC " STEP-RC
           ELSE
               MOVE "OK  " TO STAT-RESULT
               MOVE "Y" TO STEP-DONE (STEP-IDX)
               DISPLAY "STEP " STEP-IDX " " STEP-NAME (STEP-IDX)
                   " COMPLETE - RC " STEP-RC
           END-IF
           PERFORM WRITE-STEP-STATUS.

       COUNT-LINES.
           MOVE ZERO TO CNT-VALUE
           CALL "SYSTEM" USING CNT-CMD
           OPEN INPUT CNT-FILE
           IF CNT-FS = "00"
               READ CNT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CNT-VAL-X NOT = SPACES
                           MOVE FUNCTION NUMVAL(CNT-VAL-X) TO CNT-VALUE
                       END-IF
               END-READ
               CLOSE CNT-FILE
           END-IF
           CALL "SYSTEM" USING "rm -f eodcnt.txt".

       WRITE-STEP-STATUS.
           MOVE TODAY-DATE TO STAT-DATE
           MOVE STEP-IDX TO STAT-STEP
           MOVE STEP-NAME (STEP-IDX) TO STAT-NAME
           OPEN EXTEND STAT-FILE
           IF STAT-FS NOT = "00"
               OPEN OUTPUT STAT-FILE
           END-IF
           WRITE STAT-REC FROM STAT-LINE
           CLOSE STAT-FILE.
