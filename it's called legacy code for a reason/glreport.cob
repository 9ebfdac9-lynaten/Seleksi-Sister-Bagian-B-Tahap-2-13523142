          05 FILLER          PIC X(8) VALUE "FEE     ".
          05 FILLER          PIC X(8) VALUE "IB-CR   ".
          05 FILLER          PIC X(8) VALUE "IB-DR   ".
          05 FILLER          PIC X(8) VALUE "LOAN-PRN".
          05 FILLER          PIC X(8) VALUE "LOAN-INT".
          05 FILLER          PIC X(8) VALUE "CHEQUE  ".
          05 FILLER          PIC X(8) VALUE "INT-WHT ".
          05 FILLER          PIC X(8) VALUE "REJECTED".
          05 FILLER          PIC X(8) VALUE "FAILED  ".
          05 FILLER          PIC X(8) VALUE "NET     ".
       01 CAT-TABLE REDEFINES CAT-LIST.
          05 CAT-CODE OCCURS 17 TIMES PIC X(8).

       01 GD-TABLE.
          05 GD-ENTRY OCCURS 120 TIMES.
             10 GD-DATE         PIC X(8).
             10 GD-CAT-ENTRY OCCURS 17 TIMES.
                15 GD-AMT       PIC S9(13)V99.
                15 GD-CNT       PIC 9(7).
       77 GD-COUNT           PIC 9(3) VALUE ZERO.
           END-IF
           IF RPT-MONTH NOT NUMERIC
               DISPLAY "USAGE: glreport YYYYMM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RPT-MONTH(1:4) TO PRV-YYYY
           OPEN INPUT GL-FILE
           IF GL-FS NOT = "00"
               DISPLAY "NO GL EXTRACT FILE - STATUS " GL-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO GL-EOF-FLAG
           ELSE
               MOVE ZERO TO CAT-FOUND
               PERFORM VARYING CAT-IDX FROM 1 BY 1
                       UNTIL CAT-IDX > 17 OR CAT-FOUND > 0
                   IF CAT-CODE (CAT-IDX) = GLX-CODE
                       MOVE CAT-IDX TO CAT-FOUND
                   END-IF
                   ADD 1 TO GD-COUNT
                   MOVE GLX-DATE TO GD-DATE (GD-COUNT)
                   PERFORM VARYING CAT-IDX FROM 1 BY 1
                           UNTIL CAT-IDX > 17
                       MOVE ZERO TO GD-AMT (GD-COUNT, CAT-IDX)
                       MOVE ZERO TO GD-CNT (GD-COUNT, CAT-IDX)
                   END-PERFORM
                  "MTD AMOUNT"
                  DELIMITED SIZE INTO RPT-REC
           WRITE RPT-REC
           PERFORM VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > 17
               PERFORM WRITE-CATEGORY-LINE
           END-PERFORM
           IF GD-AMT (GD-IDX, 17) NOT = ZERO
               ADD 1 TO FLAG-COUNT
               MOVE SPACES TO RPT-REC
               MOVE GD-AMT (GD-IDX, 17) TO AMT-EDITED
               MOVE 1 TO PTR
               STRING "*** NET NONZERO ON " GD-DATE (GD-IDX)
                      ": " AMT-EDITED " ***"
               END-STRING
               WRITE RPT-REC
           END-IF
           PERFORM VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > 16
               PERFORM CHECK-CATEGORY-MOVE
           END-PERFORM
           MOVE SPACES TO RPT-REC
