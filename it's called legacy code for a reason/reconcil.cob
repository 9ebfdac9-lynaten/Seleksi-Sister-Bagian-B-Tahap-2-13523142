       77 TOT-CMP-EDITED     PIC -9(11).99.
       77 PTR                PIC 9(4) VALUE 1.
       77 SNAP-COUNT         PIC 9(6) VALUE ZERO.
       77 RECON-RC           PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.

               STOP RUN
           END-IF
           PERFORM RECON-MODE
           MOVE RECON-RC TO RETURN-CODE
           STOP RUN.

       LOAD-BUSINESS-DATE.
           OPEN INPUT ACC-FILE
           IF ACC-FS NOT = "00"
               DISPLAY "CANNOT OPEN ACCOUNT MASTER - STATUS " ACC-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SNAP-FILE
           OPEN INPUT SNAP-FILE
           IF SNAP-FS NOT = "00"
               DISPLAY "NO OPENING SNAPSHOT - RUN --snapshot FIRST"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACC-FILE
           IF ACC-FS NOT = "00"
               DISPLAY "CANNOT OPEN ACCOUNT MASTER - STATUS " ACC-FS
               CLOSE SNAP-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RPT-FILE
                   WHEN JRN-DESC(1:16) = "INTERBANK CREDIT"
                       PERFORM FIND-JT-ENTRY
                       ADD JRN-AMOUNT TO JT-DELTA (JT-FOUND)
                   WHEN JRN-DESC(1:17) = "INTEREST CREDITED"
                       PERFORM FIND-JT-ENTRY
                       ADD JRN-AMOUNT TO JT-DELTA (JT-FOUND)
                   WHEN JRN-DESC(1:21) = "INTEREST TAX WITHHELD"
                       PERFORM FIND-JT-ENTRY
                       SUBTRACT JRN-AMOUNT FROM JT-DELTA (JT-FOUND)
                   WHEN JRN-DESC(1:11) = "CHEQUE PAID"
                       PERFORM FIND-JT-ENTRY
                       SUBTRACT JRN-AMOUNT FROM JT-DELTA (JT-FOUND)
                   WHEN JRN-DESC(1:13) = "PAYROLL DEBIT"
                       PERFORM FIND-JT-ENTRY
                       SUBTRACT JRN-AMOUNT FROM JT-DELTA (JT-FOUND)
                   WHEN JRN-DESC(1:14) = "PAYROLL CREDIT"
                       PERFORM FIND-JT-ENTRY
                       ADD JRN-AMOUNT TO JT-DELTA (JT-FOUND)
                   WHEN JRN-DESC(1:14) = "LOAN REPAYMENT"
                       PERFORM FIND-JT-ENTRY
                       SUBTRACT JRN-AMOUNT FROM JT-DELTA (JT-FOUND)
                   WHEN JRN-DESC(1:15) = "ACCOUNT CREATED"
                       PERFORM FIND-JT-ENTRY
                   WHEN OTHER
                      WITH POINTER PTR
               END-STRING
           ELSE
               MOVE 4 TO RECON-RC
               STRING "CONTROL TOTAL MASTER:" TOT-MST-EDITED
                      " COMPUTED:" TOT-CMP-EDITED
                      " OUT OF BALANCE"
