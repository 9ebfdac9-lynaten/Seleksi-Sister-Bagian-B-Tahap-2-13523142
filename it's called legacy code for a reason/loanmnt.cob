       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LN-FILE ASSIGN TO "loanmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-ID-X
               FILE STATUS IS LN-FS.
           SELECT LNS-FILE ASSIGN TO "lnsched.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LNS-KEY
               FILE STATUS IS LNS-FS.
           SELECT ACC-FILE ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-ACC-X
               FILE STATUS IS ACC-FS.
           SELECT OPR-FILE ASSIGN TO "operators.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPR-FS.
           SELECT BUS-FILE ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUS-FS.

       DATA DIVISION.
       FILE SECTION.

       FD LN-FILE.
       01 LN-REC.
          05 LN-ID-X        PIC X(6).
          05 LN-ACC-X       PIC X(6).
          05 LN-PRIN-STR    PIC X(11).
          05 LN-RATE-STR    PIC X(6).
          05 LN-TERM-X      PIC X(3).
          05 LN-START-DATE  PIC X(8).
          05 LN-INST-STR    PIC X(10).
          05 LN-STATUS      PIC X(3).
          05 LN-OS-STR      PIC X(11).
          05 LN-ARR-STR     PIC X(11).
          05 LN-LAST-DATE   PIC X(8).
          05 LN-BOOK-DATE   PIC X(8).
          05 LN-BOOK-OPR    PIC X(4).

       FD LNS-FILE.
       01 LNS-REC.
          05 LNS-KEY.
             10 LNS-ID-X    PIC X(6).
             10 LNS-SEQ-X   PIC X(3).
          05 LNS-DUE-DATE   PIC X(8).
          05 LNS-PRIN-STR   PIC X(11).
          05 LNS-INT-STR    PIC X(10).
          05 LNS-DUE-STR    PIC X(11).
          05 LNS-PAID-STR   PIC X(11).
          05 LNS-STATUS     PIC X(3).
          05 LNS-PAID-DATE  PIC X(8).

       FD ACC-FILE.
       01 ACC-REC.
          05 ACC-ACC-X      PIC X(6).
          05 ACC-ACT        PIC X(3).
          05 ACC-AMT-STR    PIC X(11).
          05 ACC-NAME       PIC X(20).
          05 ACC-OPEN-DATE  PIC X(8).
          05 ACC-STATUS     PIC X(3).
             88 ACC-STATUS-ACTIVE VALUE "ACT", SPACES.
          05 ACC-INT-DATE   PIC X(8).
          05 ACC-WDR-DATE   PIC X(8).
          05 ACC-WDR-TOTAL  PIC X(10).
          05 ACC-DEP-DATE   PIC X(8).
          05 ACC-DEP-TOTAL  PIC X(10).
          05 ACC-CUST-ID    PIC X(6).
          05 ACC-WDR-MONTH  PIC X(6).
          05 ACC-WDR-MCNT   PIC X(4).

       FD OPR-FILE.
       01 OPR-REC.
          05 OPR-ID-X       PIC X(4).
          05 OPR-NAME       PIC X(20).
          05 OPR-AUTH       PIC X(1).

       FD BUS-FILE.
       01 BUS-REC.
          05 BUS-DATE-X     PIC X(8).

       WORKING-STORAGE SECTION.
       77 LN-FS              PIC XX.
       77 LNS-FS             PIC XX.
       77 ACC-FS             PIC XX.
       77 BUS-FS             PIC XX.
       77 TODAY-DATE         PIC X(8).
       77 MNT-DONE           PIC X VALUE "N".
       77 MNT-LOAN-ID        PIC X(6).
       77 MNT-FOUND          PIC X VALUE "N".
       77 MNT-CHOICE         PIC X.
       77 MNT-CONFIRM        PIC X.
       77 MNT-OK             PIC X VALUE "Y".

       77 ENT-ACC-X          PIC X(6).
       77 ENT-PRIN-X         PIC X(11).
       77 ENT-RATE-X         PIC X(6).
       77 ENT-TERM-X         PIC X(3).
       77 ENT-START-X        PIC X(8).
       77 ENT-CHECK-X        PIC X(11).
       77 ENT-SUB            PIC 9(2).
       77 ENT-DIGITS         PIC 9(2).
       77 ENT-DOTS           PIC 9(2).
       77 ENT-BAD-CHAR       PIC X VALUE "N".

       77 LN-PRINCIPAL       PIC 9(8)V99.
       77 LN-RATE            PIC 9(2)V999.
       77 LN-TERM            PIC 9(3).
       77 LN-MONTH-RATE      PIC 9V9(9).
       77 LN-FACTOR          PIC 9(6)V9(9).
       77 LN-INSTALMENT      PIC 9(7)V99.
       77 LN-OUTSTANDING     PIC 9(8)V99.
       77 LN-INT-PART        PIC 9(7)V99.
       77 LN-PRN-PART        PIC 9(8)V99.
       77 LN-DUE-AMT         PIC 9(8)V99.
       77 LN-IDX             PIC 9(3).
       77 LN-INST-OVERFLOW   PIC X VALUE "N".
       77 LN-EOF-FLAG        PIC X VALUE "N".

       01 LN-START-PARTS.
          05 LN-START-YYYY   PIC 9(4).
          05 LN-START-MM     PIC 9(2).
          05 LN-START-DD     PIC 9(2).
       01 LN-START-NUM REDEFINES LN-START-PARTS PIC 9(8).
       01 LN-DUE-PARTS.
          05 LN-DUE-YYYY     PIC 9(4).
          05 LN-DUE-MM       PIC 9(2).
          05 LN-DUE-DD       PIC 9(2).
       01 LN-DUE-NUM REDEFINES LN-DUE-PARTS PIC 9(8).
       77 LN-MONTH-DAYS      PIC 9(2).
       77 LN-MONTH-WORK      PIC 9(5).

       77 PRIN-EDITED        PIC 9(8).99.
       77 AMT-EDITED         PIC 9(7).99.
       77 RATE-EDITED        PIC 99.999.
       77 TERM-EDITED        PIC 9(3).
       77 SCHED-EDITED       PIC 9(3).

       77 OPR-FS             PIC XX.
       01 OPR-TABLE.
          05 OPR-ENTRY OCCURS 20 TIMES.
             10 OPR-TAB-ID      PIC X(4).
             10 OPR-TAB-AUTH    PIC X(1).
       77 OPR-COUNT          PIC 9(2) VALUE ZERO.
       77 OPR-IDX            PIC 9(2).
       77 OPR-EOF-FLAG       PIC X VALUE "N".
       77 OPERATOR-ID        PIC X(4).
       77 SIGNED-ON          PIC X VALUE "N".

       PROCEDURE DIVISION.

       MAIN.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-OPERATORS
           PERFORM SIGN-ON
           IF SIGNED-ON = "N"
               STOP RUN
           END-IF
           OPEN I-O LN-FILE
           IF LN-FS = "35"
               OPEN OUTPUT LN-FILE
               CLOSE LN-FILE
               OPEN I-O LN-FILE
           END-IF
           IF LN-FS NOT = "00"
               DISPLAY "CANNOT OPEN LOAN MASTER - STATUS " LN-FS
               STOP RUN
           END-IF
           OPEN I-O LNS-FILE
           IF LNS-FS = "35"
               OPEN OUTPUT LNS-FILE
               CLOSE LNS-FILE
               OPEN I-O LNS-FILE
           END-IF
           IF LNS-FS NOT = "00"
               DISPLAY "CANNOT OPEN LOAN SCHEDULE - STATUS " LNS-FS
               CLOSE LN-FILE
               STOP RUN
           END-IF
           MOVE "N" TO MNT-DONE
           PERFORM UNTIL MNT-DONE = "Y"
               MOVE SPACES TO MNT-LOAN-ID
               DISPLAY "LOAN ID (BLANK TO EXIT):"
               ACCEPT MNT-LOAN-ID
               IF MNT-LOAN-ID = SPACES
                   MOVE "Y" TO MNT-DONE
               ELSE
               IF MNT-LOAN-ID NOT NUMERIC
                   DISPLAY "INVALID LOAN ID"
               ELSE
                   PERFORM MAINTAIN-LOAN
               END-IF
               END-IF
           END-PERFORM
           CLOSE LNS-FILE
           CLOSE LN-FILE
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

       LOAD-OPERATORS.
           MOVE ZERO TO OPR-COUNT
           OPEN INPUT OPR-FILE
           IF OPR-FS = "00"
               MOVE "N" TO OPR-EOF-FLAG
               PERFORM UNTIL OPR-EOF-FLAG = "Y"
                   READ OPR-FILE
                       AT END
                           MOVE "Y" TO OPR-EOF-FLAG
                       NOT AT END
                           IF OPR-COUNT < 20 AND OPR-ID-X NOT = SPACES
                               ADD 1 TO OPR-COUNT
                               MOVE OPR-ID-X TO OPR-TAB-ID (OPR-COUNT)
                               MOVE OPR-AUTH TO
                                   OPR-TAB-AUTH (OPR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPR-FILE
           END-IF.

       SIGN-ON.
           MOVE "N" TO SIGNED-ON
           IF OPR-COUNT = 0
               DISPLAY "NO OPERATORS FILE - SIGN-ON UNAVAILABLE"
           ELSE
               DISPLAY "OPERATOR ID:"
               MOVE SPACES TO OPERATOR-ID
               ACCEPT OPERATOR-ID
               PERFORM VARYING OPR-IDX FROM 1 BY 1
                       UNTIL OPR-IDX > OPR-COUNT
                   IF OPR-TAB-ID (OPR-IDX) = OPERATOR-ID
                       MOVE "Y" TO SIGNED-ON
                   END-IF
               END-PERFORM
               IF SIGNED-ON = "N"
                   DISPLAY "UNKNOWN OPERATOR - SIGN-ON REFUSED"
               ELSE
                   DISPLAY "SIGNED ON AS " OPERATOR-ID
               END-IF
           END-IF.

       MAINTAIN-LOAN.
           MOVE "N" TO MNT-FOUND
           MOVE MNT-LOAN-ID TO LN-ID-X
           READ LN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO MNT-FOUND
           END-READ
           IF MNT-FOUND = "Y"
               PERFORM DISPLAY-LOAN
               DISPLAY "1=SHOW SCHEDULE 0=NEXT LOAN:"
               MOVE SPACES TO MNT-CHOICE
               ACCEPT MNT-CHOICE
               IF MNT-CHOICE = "1"
                   PERFORM DISPLAY-SCHEDULE
               END-IF
           ELSE
               DISPLAY "LOAN NOT ON FILE - BOOK (Y/N):"
               MOVE SPACES TO MNT-CONFIRM
               ACCEPT MNT-CONFIRM
               IF MNT-CONFIRM = "Y"
                   PERFORM BOOK-LOAN
               END-IF
           END-IF.

       DISPLAY-LOAN.
           DISPLAY "LOAN:      " LN-ID-X "  STATUS: " LN-STATUS
           DISPLAY "REPAY A/C: " LN-ACC-X
           DISPLAY "PRINCIPAL: " LN-PRIN-STR "  RATE: " LN-RATE-STR
               "  TERM: " LN-TERM-X
           DISPLAY "STARTED:   " LN-START-DATE
               "  INSTALMENT: " LN-INST-STR
           DISPLAY "OUTSTANDING PRINCIPAL: " LN-OS-STR
               "  ARREARS: " LN-ARR-STR
           DISPLAY "LAST COLLECTION: " LN-LAST-DATE.

       DISPLAY-SCHEDULE.
           DISPLAY "NO  DUE-DATE PRINCIPAL  INTEREST   INSTALMENT "
               "PAID       STA"
           MOVE LN-ID-X TO LNS-ID-X
           MOVE "000"   TO LNS-SEQ-X
           MOVE "N" TO LN-EOF-FLAG
           START LNS-FILE KEY > LNS-KEY
               INVALID KEY
                   MOVE "Y" TO LN-EOF-FLAG
           END-START
           PERFORM UNTIL LN-EOF-FLAG = "Y"
               READ LNS-FILE NEXT
                   AT END
                       MOVE "Y" TO LN-EOF-FLAG
                   NOT AT END
                       IF LNS-ID-X NOT = LN-ID-X
                           MOVE "Y" TO LN-EOF-FLAG
                       ELSE
                           DISPLAY LNS-SEQ-X " " LNS-DUE-DATE " "
                               LNS-PRIN-STR " " LNS-INT-STR " "
                               LNS-DUE-STR " " LNS-PAID-STR " "
                               LNS-STATUS
                       END-IF
               END-READ
           END-PERFORM.

       BOOK-LOAN.
           MOVE "Y" TO MNT-OK
           DISPLAY "REPAYMENT ACCOUNT:"
           MOVE SPACES TO ENT-ACC-X
           ACCEPT ENT-ACC-X
           PERFORM CHECK-REPAY-ACCOUNT
           IF MNT-OK = "Y"
               DISPLAY "PRINCIPAL:"
               MOVE SPACES TO ENT-PRIN-X
               ACCEPT ENT-PRIN-X
               MOVE ENT-PRIN-X TO ENT-CHECK-X
               PERFORM CHECK-ENTRY-AMOUNT
               IF MNT-OK = "N" OR FUNCTION NUMVAL(ENT-PRIN-X) NOT > 0
                   OR FUNCTION NUMVAL(ENT-PRIN-X) > 99999999.99
                   MOVE "N" TO MNT-OK
                   DISPLAY "INVALID PRINCIPAL"
               END-IF
           END-IF
           IF MNT-OK = "Y"
               DISPLAY "ANNUAL RATE PCT:"
               MOVE SPACES TO ENT-RATE-X
               ACCEPT ENT-RATE-X
               MOVE ENT-RATE-X TO ENT-CHECK-X
               PERFORM CHECK-ENTRY-AMOUNT
               IF MNT-OK = "N" OR FUNCTION NUMVAL(ENT-RATE-X) > 99.999
                   MOVE "N" TO MNT-OK
                   DISPLAY "INVALID RATE"
               END-IF
           END-IF
           IF MNT-OK = "Y"
               DISPLAY "TERM (MONTHS):"
               MOVE SPACES TO ENT-TERM-X
               ACCEPT ENT-TERM-X
               IF FUNCTION TRIM(ENT-TERM-X) IS NOT NUMERIC
                   MOVE "N" TO MNT-OK
               ELSE
                   IF FUNCTION NUMVAL(ENT-TERM-X) < 1 OR
                       FUNCTION NUMVAL(ENT-TERM-X) > 360
                       MOVE "N" TO MNT-OK
                   END-IF
               END-IF
               IF MNT-OK = "N"
                   DISPLAY "INVALID TERM"
               END-IF
           END-IF
           IF MNT-OK = "Y"
               DISPLAY "START DATE (YYYYMMDD, BLANK FOR TODAY):"
               MOVE SPACES TO ENT-START-X
               ACCEPT ENT-START-X
               IF ENT-START-X = SPACES
                   MOVE TODAY-DATE TO ENT-START-X
               END-IF
               IF ENT-START-X NOT NUMERIC
                   MOVE "N" TO MNT-OK
               ELSE
                   MOVE ENT-START-X TO LN-START-NUM
                   IF FUNCTION INTEGER-OF-DATE(LN-START-NUM) = 0
                       MOVE "N" TO MNT-OK
                   END-IF
               END-IF
               IF MNT-OK = "N"
                   DISPLAY "INVALID START DATE"
               END-IF
           END-IF
           IF MNT-OK = "Y"
               MOVE FUNCTION NUMVAL(ENT-PRIN-X) TO LN-PRINCIPAL
               MOVE FUNCTION NUMVAL(ENT-RATE-X) TO LN-RATE
               MOVE FUNCTION NUMVAL(ENT-TERM-X) TO LN-TERM
               PERFORM CALC-INSTALMENT
               IF LN-INST-OVERFLOW = "Y"
                   DISPLAY "INSTALMENT OUT OF RANGE - CHECK RATE AND "
                       "TERM"
               ELSE
                   PERFORM WRITE-LOAN
               END-IF
           ELSE
               DISPLAY "LOAN NOT BOOKED"
           END-IF.

       CHECK-REPAY-ACCOUNT.
           IF ENT-ACC-X NOT NUMERIC
               DISPLAY "INVALID ACCOUNT NUMBER"
               MOVE "N" TO MNT-OK
           ELSE
           OPEN INPUT ACC-FILE
           IF ACC-FS NOT = "00"
               DISPLAY "CANNOT OPEN ACCOUNT MASTER - STATUS " ACC-FS
               MOVE "N" TO MNT-OK
           ELSE
               MOVE ENT-ACC-X TO ACC-ACC-X
               READ ACC-FILE
                   INVALID KEY
                       DISPLAY "ACCOUNT NOT FOUND"
                       MOVE "N" TO MNT-OK
                   NOT INVALID KEY
                       IF NOT ACC-STATUS-ACTIVE
                           DISPLAY "ACCOUNT NOT ACTIVE"
                           MOVE "N" TO MNT-OK
                       ELSE
                           DISPLAY "ACCOUNT NAME: " ACC-NAME
                       END-IF
               END-READ
               CLOSE ACC-FILE
           END-IF
           END-IF.

       CHECK-ENTRY-AMOUNT.
           MOVE ZERO TO ENT-DIGITS
           MOVE ZERO TO ENT-DOTS
           MOVE "N" TO ENT-BAD-CHAR
           PERFORM VARYING ENT-SUB FROM 1 BY 1 UNTIL ENT-SUB > 11
               EVALUATE TRUE
                   WHEN ENT-CHECK-X(ENT-SUB:1) NUMERIC
                       ADD 1 TO ENT-DIGITS
                   WHEN ENT-CHECK-X(ENT-SUB:1) = "."
                       ADD 1 TO ENT-DOTS
                   WHEN ENT-CHECK-X(ENT-SUB:1) = SPACE
                       CONTINUE
                   WHEN OTHER
                       MOVE "Y" TO ENT-BAD-CHAR
               END-EVALUATE
           END-PERFORM
           IF ENT-BAD-CHAR = "Y" OR ENT-DOTS > 1 OR ENT-DIGITS = 0
               MOVE "N" TO MNT-OK
           END-IF.

       CALC-INSTALMENT.
           MOVE "N" TO LN-INST-OVERFLOW
           COMPUTE LN-MONTH-RATE ROUNDED = LN-RATE / 1200
           IF LN-MONTH-RATE = ZERO
               COMPUTE LN-INSTALMENT ROUNDED = LN-PRINCIPAL / LN-TERM
                   ON SIZE ERROR
                       MOVE "Y" TO LN-INST-OVERFLOW
               END-COMPUTE
           ELSE
               MOVE 1 TO LN-FACTOR
               PERFORM VARYING LN-IDX FROM 1 BY 1
                       UNTIL LN-IDX > LN-TERM OR LN-INST-OVERFLOW = "Y"
                   COMPUTE LN-FACTOR ROUNDED =
                       LN-FACTOR * (1 + LN-MONTH-RATE)
                       ON SIZE ERROR
                           MOVE "Y" TO LN-INST-OVERFLOW
                   END-COMPUTE
               END-PERFORM
               IF LN-INST-OVERFLOW = "N"
                   COMPUTE LN-INSTALMENT ROUNDED =
                       LN-PRINCIPAL * LN-MONTH-RATE * LN-FACTOR
                           / (LN-FACTOR - 1)
                       ON SIZE ERROR
                           MOVE "Y" TO LN-INST-OVERFLOW
                   END-COMPUTE
               END-IF
           END-IF.

       WRITE-LOAN.
           MOVE MNT-LOAN-ID   TO LN-ID-X
           MOVE ENT-ACC-X     TO LN-ACC-X
           MOVE LN-PRINCIPAL  TO PRIN-EDITED
           MOVE PRIN-EDITED   TO LN-PRIN-STR
           MOVE LN-RATE       TO RATE-EDITED
           MOVE RATE-EDITED   TO LN-RATE-STR
           MOVE LN-TERM       TO TERM-EDITED
           MOVE TERM-EDITED   TO LN-TERM-X
           MOVE ENT-START-X   TO LN-START-DATE
           MOVE LN-INSTALMENT TO AMT-EDITED
           MOVE AMT-EDITED    TO LN-INST-STR
           MOVE "ACT"         TO LN-STATUS
           MOVE PRIN-EDITED   TO LN-OS-STR
           MOVE ZERO          TO PRIN-EDITED
           MOVE PRIN-EDITED   TO LN-ARR-STR
           MOVE SPACES        TO LN-LAST-DATE
           MOVE TODAY-DATE    TO LN-BOOK-DATE
           MOVE OPERATOR-ID   TO LN-BOOK-OPR
           WRITE LN-REC
               INVALID KEY
                   DISPLAY "DUPLICATE LOAN " LN-ID-X " - NOT BOOKED"
               NOT INVALID KEY
                   PERFORM WRITE-SCHEDULE
                   MOVE LN-TERM TO SCHED-EDITED
                   DISPLAY "LOAN BOOKED - INSTALMENT " LN-INST-STR
                       " X " SCHED-EDITED
           END-WRITE.

       WRITE-SCHEDULE.
           MOVE LN-PRINCIPAL TO LN-OUTSTANDING
           MOVE ENT-START-X TO LN-START-NUM
           PERFORM VARYING LN-IDX FROM 1 BY 1 UNTIL LN-IDX > LN-TERM
               COMPUTE LN-INT-PART ROUNDED =
                   LN-OUTSTANDING * LN-MONTH-RATE
               IF LN-IDX = LN-TERM OR
                   LN-INSTALMENT - LN-INT-PART > LN-OUTSTANDING
                   MOVE LN-OUTSTANDING TO LN-PRN-PART
               ELSE
                   COMPUTE LN-PRN-PART = LN-INSTALMENT - LN-INT-PART
               END-IF
               COMPUTE LN-DUE-AMT = LN-PRN-PART + LN-INT-PART
               SUBTRACT LN-PRN-PART FROM LN-OUTSTANDING
               PERFORM SET-DUE-DATE
               MOVE LN-ID-X       TO LNS-ID-X
               MOVE LN-IDX        TO SCHED-EDITED
               MOVE SCHED-EDITED  TO LNS-SEQ-X
               MOVE LN-DUE-NUM    TO LNS-DUE-DATE
               MOVE LN-PRN-PART   TO PRIN-EDITED
               MOVE PRIN-EDITED   TO LNS-PRIN-STR
               MOVE LN-INT-PART   TO AMT-EDITED
               MOVE AMT-EDITED    TO LNS-INT-STR
               MOVE LN-DUE-AMT    TO PRIN-EDITED
               MOVE PRIN-EDITED   TO LNS-DUE-STR
               MOVE ZERO          TO PRIN-EDITED
               MOVE PRIN-EDITED   TO LNS-PAID-STR
               MOVE "SCH"         TO LNS-STATUS
               MOVE SPACES        TO LNS-PAID-DATE
               WRITE LNS-REC
                   INVALID KEY
                       DISPLAY "DUPLICATE SCHEDULE LINE " LNS-KEY
               END-WRITE
           END-PERFORM.

       SET-DUE-DATE.
           COMPUTE LN-MONTH-WORK = LN-START-MM - 1 + LN-IDX
           COMPUTE LN-DUE-YYYY = LN-START-YYYY + LN-MONTH-WORK / 12
           COMPUTE LN-DUE-MM = FUNCTION MOD(LN-MONTH-WORK, 12) + 1
           PERFORM SET-MONTH-DAYS
           IF LN-START-DD > LN-MONTH-DAYS
               MOVE LN-MONTH-DAYS TO LN-DUE-DD
           ELSE
               MOVE LN-START-DD TO LN-DUE-DD
           END-IF.

       SET-MONTH-DAYS.
           EVALUATE LN-DUE-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO LN-MONTH-DAYS
               WHEN 2
                   IF FUNCTION MOD(LN-DUE-YYYY, 400) = 0
                       MOVE 29 TO LN-MONTH-DAYS
                   ELSE
                   IF FUNCTION MOD(LN-DUE-YYYY, 100) = 0
                       MOVE 28 TO LN-MONTH-DAYS
                   ELSE
                   IF FUNCTION MOD(LN-DUE-YYYY, 4) = 0
                       MOVE 29 TO LN-MONTH-DAYS
                   ELSE
                       MOVE 28 TO LN-MONTH-DAYS
                   END-IF
                   END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO LN-MONTH-DAYS
           END-EVALUATE.
