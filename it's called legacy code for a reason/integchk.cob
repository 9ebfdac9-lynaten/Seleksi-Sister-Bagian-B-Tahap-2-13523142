       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACC-FILE ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-ACC-X
               FILE STATUS IS ACC-FS.
           SELECT CUS-FILE ASSIGN TO "custmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUS-ID-X
               FILE STATUS IS CUS-FS.
           SELECT HLD-FILE ASSIGN TO "holds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HLD-FS.
           SELECT ORD-FILE ASSIGN TO "storders.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORD-FS.
           SELECT ODLIM-FILE ASSIGN TO "odlimits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ODLIM-FS.
           SELECT OPR-FILE ASSIGN TO "operators.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPR-FS.
           SELECT CLRCFG-FILE ASSIGN TO "clearcfg.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLRCFG-FS.
           SELECT RPT-FILE ASSIGN TO "integexc.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUS-FILE ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUS-FS.

       DATA DIVISION.
       FILE SECTION.

       FD ACC-FILE.
       01 ACC-REC.
          05 ACC-ACC-X      PIC X(6).
          05 ACC-ACT        PIC X(3).
          05 ACC-AMT-STR    PIC X(11).
          05 ACC-NAME       PIC X(20).
          05 ACC-OPEN-DATE  PIC X(8).
          05 ACC-STATUS     PIC X(3).
          05 ACC-INT-DATE   PIC X(8).
          05 ACC-WDR-DATE   PIC X(8).
          05 ACC-WDR-TOTAL  PIC X(10).
          05 ACC-DEP-DATE   PIC X(8).
          05 ACC-DEP-TOTAL  PIC X(10).
          05 ACC-CUST-ID    PIC X(6).
          05 ACC-WDR-MONTH  PIC X(6).
          05 ACC-WDR-MCNT   PIC X(4).

       FD CUS-FILE.
       01 CUS-REC.
          05 CUS-ID-X       PIC X(6).
          05 CUS-NAME       PIC X(20).
          05 CUS-STATUS     PIC X(3).
          05 CUS-OPEN-DATE  PIC X(8).
          05 CUS-TAX-EXEMPT PIC X(1).

       FD HLD-FILE.
       01 HLD-REC.
          05 HLD-ACC-X      PIC X(6).
          05 HLD-AMT-STR    PIC X(10).
          05 HLD-REASON     PIC X(20).
          05 HLD-STATUS     PIC X(3).

       FD ORD-FILE.
       01 ORD-REC.
          05 SO-SRC-X       PIC X(6).
          05 SO-DST-X       PIC X(6).
          05 SO-AMT-STR     PIC X(10).
          05 SO-FREQ        PIC X(3).
          05 SO-NEXT-DATE   PIC X(8).
          05 SO-END-DATE    PIC X(8).

       FD ODLIM-FILE.
       01 ODLIM-REC.
          05 ODLIM-ACC-X    PIC X(6).
          05 ODLIM-VAL-X    PIC X(15).

       FD OPR-FILE.
       01 OPR-REC.
          05 OPR-ID-X       PIC X(4).
          05 OPR-NAME       PIC X(20).
          05 OPR-AUTH       PIC X(1).

       FD CLRCFG-FILE.
       01 CLRCFG-REC.
          05 CFG-LO-X       PIC X(6).
          05 CFG-HI-X       PIC X(6).

       FD RPT-FILE.
       01 RPT-REC           PIC X(132).

       FD BUS-FILE.
       01 BUS-REC.
          05 BUS-DATE-X     PIC X(8).

       WORKING-STORAGE SECTION.
       77 ACC-FS             PIC XX.
       77 CUS-FS             PIC XX.
       77 HLD-FS             PIC XX.
       77 ORD-FS             PIC XX.
       77 ODLIM-FS           PIC XX.
       77 OPR-FS             PIC XX.
       77 CLRCFG-FS          PIC XX.
       77 BUS-FS             PIC XX.
       77 TODAY-DATE         PIC X(8).
       77 EOF-FLAG           PIC X VALUE "N".
       77 CUS-OPEN-FLAG      PIC X VALUE "N".
       77 OWN-RANGE-LO       PIC X(6) VALUE SPACES.
       77 OWN-RANGE-HI       PIC X(6) VALUE SPACES.
       77 PTR                PIC 9(4) VALUE 1.

       77 ERROR-COUNT        PIC 9(6) VALUE ZERO.
       77 WARN-COUNT         PIC 9(6) VALUE ZERO.
       77 ACC-READ-COUNT     PIC 9(6) VALUE ZERO.
       77 CUS-READ-COUNT     PIC 9(6) VALUE ZERO.
       77 HLD-READ-COUNT     PIC 9(6) VALUE ZERO.
       77 ORD-READ-COUNT     PIC 9(6) VALUE ZERO.
       77 ODL-READ-COUNT     PIC 9(6) VALUE ZERO.
       77 OPR-READ-COUNT     PIC 9(6) VALUE ZERO.
       77 CHECK-RC           PIC 9(2) VALUE ZERO.

       01 OD-TABLE.
          05 OD-ENTRY OCCURS 200 TIMES.
             10 OD-TAB-ACC      PIC X(6).
             10 OD-TAB-VAL-X    PIC X(15).
       77 OD-COUNT           PIC 9(3) VALUE ZERO.
       77 OD-IDX             PIC 9(3).
       77 OD-JDX             PIC 9(3).
       77 OD-FOUND           PIC X.
       77 OD-LIMIT           PIC 9(9)V99.
       77 OD-FULL-WARNED     PIC X VALUE "N".

       01 OPR-TABLE.
          05 OPR-TAB-ID OCCURS 50 TIMES PIC X(4).
       77 OPR-COUNT          PIC 9(2) VALUE ZERO.
       77 OPR-IDX            PIC 9(2).
       77 OPR-DUP            PIC X.
       77 OPR-SUPER-COUNT    PIC 9(2) VALUE ZERO.

       77 LKP-ACC-X          PIC X(6).
       77 LKP-FOUND          PIC X.
       77 LKP-STATUS         PIC X(3).
       77 ACC-BALANCE        PIC S9(9)V99.

       77 CHK-AMT            PIC X(15).
       77 CHK-SIGN-OK        PIC X.
       77 CHK-OK             PIC X.
       77 CHK-SUB            PIC 9(2).
       77 CHK-DIGITS         PIC 9(2).
       77 CHK-DOTS           PIC 9(2).
       77 CHK-SEEN           PIC X.
       77 CHK-DATE           PIC X(8).
       77 CHK-DATE-NUM       PIC 9(8).
       77 CHK-FIELD          PIC X(10).
       77 SO-LIVE            PIC X.

       01 EXC-LINE.
          05 EXC-SEV         PIC X(7).
          05 FILLER          PIC X VALUE SPACE.
          05 EXC-CODE        PIC X(3).
          05 FILLER          PIC X VALUE SPACE.
          05 EXC-FILE        PIC X(13).
          05 FILLER          PIC X VALUE SPACE.
          05 EXC-KEY         PIC X(13).
          05 FILLER          PIC X VALUE SPACE.
          05 EXC-TEXT        PIC X(60).
          05 FILLER          PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-CLEARCFG
           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO RPT-REC
           MOVE 1 TO PTR
           STRING "INTEGRITY CHECK FOR BUSINESS DATE " TODAY-DATE
                  DELIMITED SIZE
                  INTO RPT-REC
                  WITH POINTER PTR
           END-STRING
           WRITE RPT-REC
           OPEN INPUT ACC-FILE
           IF ACC-FS NOT = "00"
               MOVE "ERROR"         TO EXC-SEV
               MOVE "A00"           TO EXC-CODE
               MOVE "accounts.dat"  TO EXC-FILE
               MOVE SPACES          TO EXC-KEY
               MOVE SPACES          TO EXC-TEXT
               STRING "ACCOUNT MASTER CANNOT BE OPENED - STATUS "
                      ACC-FS
                      DELIMITED SIZE
                      INTO EXC-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION
               PERFORM WRITE-SUMMARY
               CLOSE RPT-FILE
               DISPLAY "CANNOT OPEN ACCOUNT MASTER - STATUS " ACC-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUS-FILE
           IF CUS-FS = "00"
               MOVE "Y" TO CUS-OPEN-FLAG
               PERFORM CHECK-CUSTOMERS
           ELSE
               MOVE "ERROR"         TO EXC-SEV
               MOVE "C00"           TO EXC-CODE
               MOVE "custmast.dat"  TO EXC-FILE
               MOVE SPACES          TO EXC-KEY
               MOVE SPACES          TO EXC-TEXT
               STRING "CUSTOMER MASTER CANNOT BE OPENED - STATUS "
                      CUS-FS
                      DELIMITED SIZE
                      INTO EXC-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION
           END-IF
           PERFORM LOAD-ODLIMITS
           PERFORM CHECK-ACCOUNTS
           PERFORM CHECK-ODLIMITS
           PERFORM CHECK-HOLDS
           PERFORM CHECK-ORDERS
           PERFORM CHECK-OPERATORS
           CLOSE ACC-FILE
           IF CUS-OPEN-FLAG = "Y"
               CLOSE CUS-FILE
           END-IF
           PERFORM WRITE-SUMMARY
           CLOSE RPT-FILE
           DISPLAY "ACCOUNTS CHECKED:  " ACC-READ-COUNT
           DISPLAY "CUSTOMERS CHECKED: " CUS-READ-COUNT
           DISPLAY "ERRORS:            " ERROR-COUNT
           DISPLAY "WARNINGS:          " WARN-COUNT
           IF ERROR-COUNT > 0
               MOVE 8 TO CHECK-RC
           ELSE
               IF WARN-COUNT > 0
                   MOVE 4 TO CHECK-RC
               END-IF
           END-IF
           MOVE CHECK-RC TO RETURN-CODE
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

       LOAD-CLEARCFG.
           OPEN INPUT CLRCFG-FILE
           IF CLRCFG-FS = "00"
               READ CLRCFG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CFG-LO-X NUMERIC AND CFG-HI-X NUMERIC
                           MOVE CFG-LO-X TO OWN-RANGE-LO
                           MOVE CFG-HI-X TO OWN-RANGE-HI
                       END-IF
               END-READ
               CLOSE CLRCFG-FILE
           END-IF.

       LOAD-ODLIMITS.
           OPEN INPUT ODLIM-FILE
           IF ODLIM-FS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ ODLIM-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO ODL-READ-COUNT
                           IF OD-COUNT < 200
                               ADD 1 TO OD-COUNT
                               MOVE ODLIM-ACC-X TO
                                   OD-TAB-ACC (OD-COUNT)
                               MOVE ODLIM-VAL-X TO
                                   OD-TAB-VAL-X (OD-COUNT)
                           ELSE
                               IF OD-FULL-WARNED = "N"
                                   MOVE "Y" TO OD-FULL-WARNED
                                   MOVE "WARNING"      TO EXC-SEV
                                   MOVE "O05"          TO EXC-CODE
                                   MOVE "odlimits.txt" TO EXC-FILE
                                   MOVE ODLIM-ACC-X    TO EXC-KEY
                                   MOVE "TOO MANY LIMITS TO CHECK"
                                       TO EXC-TEXT
                                   PERFORM WRITE-EXCEPTION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ODLIM-FILE
           END-IF.

       CHECK-CUSTOMERS.
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ CUS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO CUS-READ-COUNT
                       PERFORM CHECK-ONE-CUSTOMER
               END-READ
           END-PERFORM.

       CHECK-ONE-CUSTOMER.
           MOVE "custmast.dat" TO EXC-FILE
           MOVE CUS-ID-X       TO EXC-KEY
           IF CUS-STATUS NOT = "ACT" AND "CLS"
               MOVE "ERROR"    TO EXC-SEV
               MOVE "C01"      TO EXC-CODE
               MOVE SPACES     TO EXC-TEXT
               STRING "CUSTOMER STATUS NOT VALID: " CUS-STATUS
                      DELIMITED SIZE
                      INTO EXC-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION
           END-IF
           MOVE CUS-OPEN-DATE TO CHK-DATE
           PERFORM CHECK-DATE-FIELD
           IF CHK-OK = "N"
               MOVE "ERROR"    TO EXC-SEV
               MOVE "C02"      TO EXC-CODE
               MOVE SPACES     TO EXC-TEXT
               STRING "CUSTOMER OPEN DATE NOT VALID: " CUS-OPEN-DATE
                      DELIMITED SIZE
                      INTO EXC-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION
           END-IF
           IF CUS-TAX-EXEMPT NOT = "Y" AND "N"
               MOVE "WARNING"  TO EXC-SEV
               MOVE "C03"      TO EXC-CODE
               MOVE SPACES     TO EXC-TEXT
               STRING "TAX EXEMPT FLAG NOT Y/N - TAX WILL BE WITHHELD"
                      DELIMITED SIZE
                      INTO EXC-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION
           END-IF.

       CHECK-ACCOUNTS.
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ ACC-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO ACC-READ-COUNT
                       PERFORM CHECK-ONE-ACCOUNT
               END-READ
           END-PERFORM.

       CHECK-ONE-ACCOUNT.
           MOVE "accounts.dat" TO EXC-FILE
           MOVE ACC-ACC-X      TO EXC-KEY
           IF ACC-ACC-X NOT NUMERIC
               MOVE "ERROR"    TO EXC-SEV
               MOVE "A01"      TO EXC-CODE
               MOVE "ACCOUNT NUMBER NOT NUMERIC" TO EXC-TEXT
               PERFORM WRITE-EXCEPTION
           END-IF
           MOVE ACC-AMT-STR TO CHK-AMT
           MOVE "Y" TO CHK-SIGN-OK
           PERFORM CHECK-AMOUNT-FIELD
           IF CHK-OK = "N"
               MOVE "ERROR"    TO EXC-SEV
               MOVE "A02"      TO EXC-CODE
               MOVE SPACES     TO EXC-TEXT
               STRING "BALANCE NOT VALID: " ACC-AMT-STR
                      DELIMITED SIZE
                      INTO EXC-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION
               MOVE ZERO TO ACC-BALANCE
           ELSE
               MOVE FUNCTION NUMVAL(ACC-AMT-STR) TO ACC-BALANCE
           END-IF
           IF ACC-STATUS NOT = "ACT" AND "FRZ" AND "DOR" AND "CLS"
               MOVE "ERROR"    TO EXC-SEV
               MOVE "A03"      TO EXC-CODE
               MOVE SPACES     TO EXC-TEXT
               STRING "ACCOUNT STATUS NOT VALID: " ACC-STATUS
                      DELIMITED SIZE
                      INTO EXC-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION
           END-IF
           MOVE ACC-OPEN-DATE TO CHK-DATE
           PERFORM CHECK-DATE-FIELD
           IF CHK-OK = "N"
               MOVE "ERROR"    TO EXC-SEV
               MOVE "A04"      TO EXC-CODE
               MOVE SPACES     TO EXC-TEXT
               STRING "OPEN DATE NOT VALID: " ACC-OPEN-DATE
                      DELIMITED SIZE
                      INTO EXC-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION
           END-IF
           MOVE "INT-DATE"   TO CHK-FIELD
           MOVE ACC-INT-DATE TO CHK-DATE
           PERFORM CHECK-OPTIONAL-DATE
           MOVE "WDR-DATE"   TO CHK-FIELD
           MOVE ACC-WDR-DATE TO CHK-DATE
           PERFORM CHECK-OPTIONAL-DATE
           MOVE "DEP-DATE"   TO CHK-FIELD
           MOVE ACC-DEP-DATE TO CHK-DATE
           PERFORM CHECK-OPTIONAL-DATE
           MOVE "WDR-TOTAL"   TO CHK-FIELD
           MOVE ACC-WDR-TOTAL TO CHK-AMT
           PERFORM CHECK-OPTIONAL-TOTAL
           MOVE "DEP-TOTAL"   TO CHK-FIELD
           MOVE ACC-DEP-TOTAL TO CHK-AMT
           PERFORM CHECK-OPTIONAL-TOTAL
           IF (ACC-WDR-MONTH NOT = SPACES AND
               ACC-WDR-MONTH NOT NUMERIC) OR
              (ACC-WDR-MCNT NOT = SPACES AND
               ACC-WDR-MCNT NOT NUMERIC)
               MOVE "WARNING"  TO EXC-SEV
               MOVE "A06"      TO EXC-CODE
               MOVE SPACES     TO EXC-TEXT
               STRING "MONTHLY WITHDRAWAL COUNTER NOT VALID: "
                      ACC-WDR-MONTH " " ACC-WDR-MCNT
                      DELIMITED SIZE
                      INTO EXC-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION
           END-IF
           PERFORM CHECK-ACCOUNT-CUSTOMER
           IF ACC-STATUS = "CLS" AND ACC-BALANCE NOT = ZERO
               MOVE "WARNING"  TO EXC-SEV
               MOVE "A10"      TO EXC-CODE
               MOVE SPACES     TO EXC-TEXT
               STRING "CLOSED ACCOUNT HAS BALANCE " ACC-AMT-STR
                      DELIMITED SIZE
                      INTO EXC-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION
           END-IF
           IF ACC-BALANCE < ZERO
               PERFORM FIND-OD-LIMIT
               IF ACC-BALANCE + OD-LIMIT < ZERO
                   MOVE "WARNING"  TO EXC-SEV
                   MOVE "A11"      TO EXC-CODE
                   MOVE SPACES     TO EXC-TEXT
                   STRING "OVERDRAWN BEYOND LIMIT - BALANCE "
                          ACC-AMT-STR
                          DELIMITED SIZE
                          INTO EXC-TEXT
                   END-STRING
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF.

       CHECK-ACCOUNT-CUSTOMER.
           IF ACC-CUST-ID = SPACES
               MOVE "WARNING"  TO EXC-SEV
               MOVE "A07"      TO EXC-CODE
               MOVE "ACCOUNT HAS NO CUSTOMER LINK" TO EXC-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               IF CUS-OPEN-FLAG = "Y"
                   MOVE ACC-CUST-ID TO CUS-ID-X
                   READ CUS-FILE
                       INVALID KEY
                           MOVE "ERROR"    TO EXC-SEV
                           MOVE "A08"      TO EXC-CODE
                           MOVE SPACES     TO EXC-TEXT
                           STRING "CUSTOMER " ACC-CUST-ID
                                  " NOT ON CUSTOMER MASTER"
                                  DELIMITED SIZE
                                  INTO EXC-TEXT
                           END-STRING
                           PERFORM WRITE-EXCEPTION
                       NOT INVALID KEY
                           IF CUS-STATUS = "CLS" AND
                               ACC-STATUS NOT = "CLS"
                               MOVE "WARNING"  TO EXC-SEV
                               MOVE "A09"      TO EXC-CODE
                               MOVE SPACES     TO EXC-TEXT
                               STRING "CUSTOMER " ACC-CUST-ID
                                      " CLOSED BUT ACCOUNT IS "
                                      ACC-STATUS
                                      DELIMITED SIZE
                                      INTO EXC-TEXT
                               END-STRING
                               PERFORM WRITE-EXCEPTION
                           END-IF
                   END-READ
               END-IF
           END-IF.

       CHECK-OPTIONAL-DATE.
           IF CHK-DATE NOT = SPACES
               PERFORM CHECK-DATE-FIELD
               IF CHK-OK = "N"
                   MOVE "ERROR"    TO EXC-SEV
                   MOVE "A05"      TO EXC-CODE
                   MOVE SPACES     TO EXC-TEXT
                   STRING CHK-FIELD DELIMITED SPACE
                          " NOT VALID: " CHK-DATE
                          DELIMITED SIZE
                          INTO EXC-TEXT
                   END-STRING
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF.

       CHECK-OPTIONAL-TOTAL.
           IF CHK-AMT NOT = SPACES
               MOVE "N" TO CHK-SIGN-OK
               PERFORM CHECK-AMOUNT-FIELD
               IF CHK-OK = "N"
                   MOVE "ERROR"    TO EXC-SEV
                   MOVE "A05"      TO EXC-CODE
                   MOVE SPACES     TO EXC-TEXT
                   STRING CHK-FIELD DELIMITED SPACE
                          " NOT VALID: " CHK-AMT
                          DELIMITED SIZE
                          INTO EXC-TEXT
                   END-STRING
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF.

       FIND-OD-LIMIT.
           MOVE ZERO TO OD-LIMIT
           PERFORM VARYING OD-IDX FROM 1 BY 1 UNTIL OD-IDX > OD-COUNT
               IF OD-TAB-ACC (OD-IDX) = ACC-ACC-X
                   MOVE OD-TAB-VAL-X (OD-IDX) TO CHK-AMT
                   MOVE "N" TO CHK-SIGN-OK
                   PERFORM CHECK-AMOUNT-FIELD
                   IF CHK-OK = "Y"
                       MOVE FUNCTION NUMVAL(OD-TAB-VAL-X (OD-IDX))
                           TO OD-LIMIT
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-ODLIMITS.
           MOVE "odlimits.txt" TO EXC-FILE
           PERFORM VARYING OD-IDX FROM 1 BY 1 UNTIL OD-IDX > OD-COUNT
               MOVE OD-TAB-ACC (OD-IDX) TO EXC-KEY
               MOVE OD-TAB-VAL-X (OD-IDX) TO CHK-AMT
               MOVE "N" TO CHK-SIGN-OK
               PERFORM CHECK-AMOUNT-FIELD
               IF CHK-OK = "N"
                   MOVE "ERROR"    TO EXC-SEV
                   MOVE "O02"      TO EXC-CODE
                   MOVE SPACES     TO EXC-TEXT
                   STRING "OVERDRAFT LIMIT NOT VALID: "
                          OD-TAB-VAL-X (OD-IDX)
                          DELIMITED SIZE
                          INTO EXC-TEXT
                   END-STRING
                   PERFORM WRITE-EXCEPTION
               END-IF
               MOVE "N" TO OD-FOUND
               PERFORM VARYING OD-JDX FROM 1 BY 1
                       UNTIL OD-JDX >= OD-IDX
                   IF OD-TAB-ACC (OD-JDX) = OD-TAB-ACC (OD-IDX)
                       MOVE "Y" TO OD-FOUND
                   END-IF
               END-PERFORM
               IF OD-FOUND = "Y"
                   MOVE "WARNING"  TO EXC-SEV
                   MOVE "O03"      TO EXC-CODE
                   MOVE "DUPLICATE OVERDRAFT LIMIT FOR ACCOUNT"
                       TO EXC-TEXT
                   PERFORM WRITE-EXCEPTION
               END-IF
               MOVE OD-TAB-ACC (OD-IDX) TO LKP-ACC-X
               PERFORM LOOKUP-ACCOUNT
               MOVE "odlimits.txt" TO EXC-FILE
               MOVE OD-TAB-ACC (OD-IDX) TO EXC-KEY
               IF LKP-FOUND = "N"
                   MOVE "ERROR"    TO EXC-SEV
                   MOVE "O01"      TO EXC-CODE
                   MOVE "OVERDRAFT LIMIT FOR ACCOUNT NOT ON MASTER"
                       TO EXC-TEXT
                   PERFORM WRITE-EXCEPTION
               ELSE
                   IF LKP-STATUS = "CLS"
                       MOVE "WARNING"  TO EXC-SEV
                       MOVE "O04"      TO EXC-CODE
                       MOVE "OVERDRAFT LIMIT ON CLOSED ACCOUNT"
                           TO EXC-TEXT
                       PERFORM WRITE-EXCEPTION
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-HOLDS.
           OPEN INPUT HLD-FILE
           IF HLD-FS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ HLD-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO HLD-READ-COUNT
                           PERFORM CHECK-ONE-HOLD
                   END-READ
               END-PERFORM
               CLOSE HLD-FILE
           END-IF.

       CHECK-ONE-HOLD.
           MOVE "holds.txt" TO EXC-FILE
           MOVE HLD-ACC-X   TO EXC-KEY
           IF HLD-STATUS NOT = "OPN" AND "REL"
               MOVE "ERROR"    TO EXC-SEV
               MOVE "H02"      TO EXC-CODE
               MOVE SPACES     TO EXC-TEXT
               STRING "HOLD STATUS NOT VALID: " HLD-STATUS
                      DELIMITED SIZE
                      INTO EXC-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION
           END-IF
           MOVE HLD-AMT-STR TO CHK-AMT
           MOVE "N" TO CHK-SIGN-OK
           PERFORM CHECK-AMOUNT-FIELD
           IF CHK-OK = "N"
               MOVE "ERROR"    TO EXC-SEV
               MOVE "H03"      TO EXC-CODE
               MOVE SPACES     TO EXC-TEXT
               STRING "HOLD AMOUNT NOT VALID: " HLD-AMT-STR
                      DELIMITED SIZE
                      INTO EXC-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION
           END-IF
           MOVE HLD-ACC-X TO LKP-ACC-X
           PERFORM LOOKUP-ACCOUNT
           IF LKP-FOUND = "N"
               MOVE "ERROR"    TO EXC-SEV
               MOVE "H01"      TO EXC-CODE
               MOVE "HOLD FOR ACCOUNT NOT ON MASTER" TO EXC-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               IF LKP-STATUS = "CLS" AND HLD-STATUS = "OPN"
                   MOVE "ERROR"    TO EXC-SEV
                   MOVE "H04"      TO EXC-CODE
                   MOVE SPACES     TO EXC-TEXT
                   STRING "OPEN HOLD ON CLOSED ACCOUNT - "
                          HLD-REASON
                          DELIMITED SIZE
                          INTO EXC-TEXT
                   END-STRING
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF.

       CHECK-ORDERS.
           OPEN INPUT ORD-FILE
           IF ORD-FS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ ORD-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO ORD-READ-COUNT
                           PERFORM CHECK-ONE-ORDER
                   END-READ
               END-PERFORM
               CLOSE ORD-FILE
           END-IF.

       CHECK-ONE-ORDER.
           MOVE "storders.txt" TO EXC-FILE
           MOVE SPACES         TO EXC-KEY
           STRING SO-SRC-X "-" SO-DST-X
                  DELIMITED SIZE
                  INTO EXC-KEY
           END-STRING
           MOVE SO-AMT-STR TO CHK-AMT
           MOVE "N" TO CHK-SIGN-OK
           PERFORM CHECK-AMOUNT-FIELD
           MOVE SO-NEXT-DATE TO CHK-DATE
           IF CHK-OK = "Y"
               PERFORM CHECK-DATE-FIELD
           END-IF
           IF CHK-OK = "Y" AND SO-END-DATE NOT = SPACES
               MOVE SO-END-DATE TO CHK-DATE
               PERFORM CHECK-DATE-FIELD
           END-IF
           IF CHK-OK = "N" OR
               (SO-FREQ NOT = "DLY" AND "WKL" AND "MON")
               MOVE "ERROR"    TO EXC-SEV
               MOVE "S02"      TO EXC-CODE
               MOVE "ORDER AMOUNT, FREQUENCY OR DATE NOT VALID"
                   TO EXC-TEXT
               PERFORM WRITE-EXCEPTION
           END-IF
           MOVE "Y" TO SO-LIVE
           IF SO-END-DATE NOT = SPACES AND
               (SO-END-DATE < TODAY-DATE OR
                SO-NEXT-DATE > SO-END-DATE)
               MOVE "N" TO SO-LIVE
           END-IF
           MOVE SO-SRC-X TO LKP-ACC-X
           PERFORM LOOKUP-ACCOUNT
           IF LKP-FOUND = "N"
               MOVE "ERROR"    TO EXC-SEV
               MOVE "S01"      TO EXC-CODE
               MOVE "ORDER SOURCE ACCOUNT NOT ON MASTER" TO EXC-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               IF LKP-STATUS = "CLS" AND SO-LIVE = "Y"
                   MOVE "ERROR"    TO EXC-SEV
                   MOVE "S03"      TO EXC-CODE
                   MOVE "LIVE ORDER ON CLOSED SOURCE ACCOUNT"
                       TO EXC-TEXT
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF
           IF OWN-RANGE-LO = SPACES OR
               (SO-DST-X NOT < OWN-RANGE-LO AND
                SO-DST-X NOT > OWN-RANGE-HI)
               MOVE SO-DST-X TO LKP-ACC-X
               PERFORM LOOKUP-ACCOUNT
               IF LKP-FOUND = "N"
                   MOVE "WARNING"  TO EXC-SEV
                   MOVE "S04"      TO EXC-CODE
                   MOVE "ORDER DESTINATION ACCOUNT NOT ON MASTER"
                       TO EXC-TEXT
                   PERFORM WRITE-EXCEPTION
               ELSE
                   IF LKP-STATUS = "CLS" AND SO-LIVE = "Y"
                       MOVE "WARNING"  TO EXC-SEV
                       MOVE "S05"      TO EXC-CODE
                       MOVE "LIVE ORDER TO CLOSED DESTINATION ACCOUNT"
                           TO EXC-TEXT
                       PERFORM WRITE-EXCEPTION
                   END-IF
               END-IF
           END-IF.

       CHECK-OPERATORS.
           OPEN INPUT OPR-FILE
           IF OPR-FS NOT = "00"
               MOVE "WARNING"       TO EXC-SEV
               MOVE "P00"           TO EXC-CODE
               MOVE "operators.txt" TO EXC-FILE
               MOVE SPACES          TO EXC-KEY
               MOVE "OPERATOR FILE NOT FOUND" TO EXC-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ OPR-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO OPR-READ-COUNT
                           PERFORM CHECK-ONE-OPERATOR
                   END-READ
               END-PERFORM
               CLOSE OPR-FILE
               IF OPR-SUPER-COUNT = ZERO
                   MOVE "WARNING"       TO EXC-SEV
                   MOVE "P04"           TO EXC-CODE
                   MOVE "operators.txt" TO EXC-FILE
                   MOVE SPACES          TO EXC-KEY
                   MOVE "NO SUPERVISOR (AUTH 2) OPERATOR ON FILE"
                       TO EXC-TEXT
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF.

       CHECK-ONE-OPERATOR.
           MOVE "operators.txt" TO EXC-FILE
           MOVE OPR-ID-X        TO EXC-KEY
           IF OPR-ID-X = SPACES
               MOVE "ERROR"    TO EXC-SEV
               MOVE "P01"      TO EXC-CODE
               MOVE SPACES     TO EXC-TEXT
               STRING "OPERATOR ID IS BLANK - " OPR-NAME
                      DELIMITED SIZE
                      INTO EXC-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE "N" TO OPR-DUP
               PERFORM VARYING OPR-IDX FROM 1 BY 1
                       UNTIL OPR-IDX > OPR-COUNT
                   IF OPR-TAB-ID (OPR-IDX) = OPR-ID-X
                       MOVE "Y" TO OPR-DUP
                   END-IF
               END-PERFORM
               IF OPR-DUP = "Y"
                   MOVE "ERROR"    TO EXC-SEV
                   MOVE "P02"      TO EXC-CODE
                   MOVE "DUPLICATE OPERATOR ID" TO EXC-TEXT
                   PERFORM WRITE-EXCEPTION
               ELSE
                   IF OPR-COUNT < 50
                       ADD 1 TO OPR-COUNT
                       MOVE OPR-ID-X TO OPR-TAB-ID (OPR-COUNT)
                   END-IF
               END-IF
           END-IF
           IF OPR-AUTH = "2"
               ADD 1 TO OPR-SUPER-COUNT
           ELSE
               IF OPR-AUTH NOT = "1"
                   MOVE "WARNING"  TO EXC-SEV
                   MOVE "P03"      TO EXC-CODE
                   MOVE SPACES     TO EXC-TEXT
                   STRING "OPERATOR AUTHORITY NOT VALID: " OPR-AUTH
                          DELIMITED SIZE
                          INTO EXC-TEXT
                   END-STRING
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF.

       LOOKUP-ACCOUNT.
           MOVE "N" TO LKP-FOUND
           MOVE SPACES TO LKP-STATUS
           MOVE LKP-ACC-X TO ACC-ACC-X
           READ ACC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO LKP-FOUND
                   MOVE ACC-STATUS TO LKP-STATUS
           END-READ.

       CHECK-AMOUNT-FIELD.
           MOVE "Y" TO CHK-OK
           MOVE ZERO TO CHK-DIGITS
           MOVE ZERO TO CHK-DOTS
           MOVE "N" TO CHK-SEEN
           PERFORM VARYING CHK-SUB FROM 1 BY 1 UNTIL CHK-SUB > 15
               EVALUATE TRUE
                   WHEN CHK-AMT(CHK-SUB:1) NUMERIC
                       ADD 1 TO CHK-DIGITS
                       MOVE "Y" TO CHK-SEEN
                   WHEN CHK-AMT(CHK-SUB:1) = "."
                       ADD 1 TO CHK-DOTS
                       MOVE "Y" TO CHK-SEEN
                   WHEN CHK-AMT(CHK-SUB:1) = "-"
                       IF CHK-SIGN-OK = "N" OR CHK-SEEN = "Y"
                           MOVE "N" TO CHK-OK
                       END-IF
                       MOVE "Y" TO CHK-SEEN
                   WHEN CHK-AMT(CHK-SUB:1) = SPACE
                       CONTINUE
                   WHEN OTHER
                       MOVE "N" TO CHK-OK
               END-EVALUATE
           END-PERFORM
           IF CHK-DOTS > 1 OR CHK-DIGITS = 0
               MOVE "N" TO CHK-OK
           END-IF.

       CHECK-DATE-FIELD.
           MOVE "Y" TO CHK-OK
           IF CHK-DATE NOT NUMERIC
               MOVE "N" TO CHK-OK
           ELSE
               MOVE CHK-DATE TO CHK-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(CHK-DATE-NUM) NOT = 0
                   MOVE "N" TO CHK-OK
               END-IF
           END-IF.

       WRITE-EXCEPTION.
           IF EXC-SEV = "ERROR"
               ADD 1 TO ERROR-COUNT
           ELSE
               ADD 1 TO WARN-COUNT
           END-IF
           WRITE RPT-REC FROM EXC-LINE.

       WRITE-SUMMARY.
           MOVE SPACES TO RPT-REC
           MOVE 1 TO PTR
           STRING "ACCOUNTS: " ACC-READ-COUNT
                  "  CUSTOMERS: " CUS-READ-COUNT
                  "  HOLDS: " HLD-READ-COUNT
                  "  ORDERS: " ORD-READ-COUNT
                  "  OD LIMITS: " ODL-READ-COUNT
                  "  OPERATORS: " OPR-READ-COUNT
                  DELIMITED SIZE
                  INTO RPT-REC
                  WITH POINTER PTR
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE 1 TO PTR
           STRING "ERRORS: " ERROR-COUNT
                  "  WARNINGS: " WARN-COUNT
                  DELIMITED SIZE
                  INTO RPT-REC
                  WITH POINTER PTR
           END-STRING
           WRITE RPT-REC.
