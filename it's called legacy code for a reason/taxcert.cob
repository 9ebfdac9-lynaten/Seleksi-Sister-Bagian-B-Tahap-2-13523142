       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXCERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-FILE ASSIGN TO "taxjrn.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARC-FS.
           SELECT JRN-FILE ASSIGN TO "output.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRN-FS.
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
           SELECT CRT-FILE ASSIGN TO "taxcert.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUM-FILE ASSIGN TO "taxsumm.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUS-FILE ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUS-FS.

       DATA DIVISION.
       FILE SECTION.

       FD ARC-FILE.
       01 ARC-REC           PIC X(320).

       FD JRN-FILE.
       01 JRN-LINE          PIC X(320).

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

       FD CRT-FILE.
       01 CRT-REC           PIC X(132).

       FD SUM-FILE.
       01 SUM-REC           PIC X(132).

       FD BUS-FILE.
       01 BUS-REC.
          05 BUS-DATE-X     PIC X(8).

       WORKING-STORAGE SECTION.
       77 ARC-FS             PIC XX.
       77 JRN-FS             PIC XX.
       77 ACC-FS             PIC XX.
       77 CUS-FS             PIC XX.
       77 BUS-FS             PIC XX.
       77 TODAY-DATE         PIC X(8).
       77 ARG-LINE           PIC X(80).
       77 TAX-YEAR           PIC X(4).
       77 TAX-YEAR-NUM       PIC 9(4).
       77 EOF-FLAG           PIC X VALUE "N".
       77 ARC-CMD            PIC X(80).
       77 TAX-RC             PIC 9(2) VALUE ZERO.
       77 PTR                PIC 9(4) VALUE 1.

       01 SCAN-PERIOD.
          05 SCAN-YYYY       PIC X(4).
          05 SCAN-MM         PIC 9(2).
       01 SCAN-PERIOD-X REDEFINES SCAN-PERIOD PIC X(6).

       01 SCAN-REC.
          05 SCN-ACC-X       PIC X(6).
          05 FILLER          PIC X(1).
          05 SCN-ACTION      PIC X(3).
          05 FILLER          PIC X(5).
          05 SCN-AMT-STR     PIC X(10).
          05 FILLER          PIC X(5).
          05 SCN-BAL-STR     PIC X(10).
          05 FILLER          PIC X(4).
          05 SCN-TS          PIC X(14).
          05 FILLER          PIC X(1).
          05 SCN-DESC        PIC X(261).

       01 AT-TABLE.
          05 AT-ENTRY OCCURS 5000 TIMES.
             10 AT-ACC          PIC X(6).
             10 AT-CUST         PIC X(6).
             10 AT-GROSS        PIC 9(9)V99.
             10 AT-TAX          PIC 9(9)V99.
             10 AT-DONE         PIC X.
       77 AT-COUNT           PIC 9(4) VALUE ZERO.
       77 AT-IDX             PIC 9(4).
       77 AT-FOUND           PIC 9(4).
       77 AT-FULL-WARNED     PIC X VALUE "N".

       77 ARC-FOUND-COUNT    PIC 9(2) VALUE ZERO.
       77 LINE-COUNT         PIC 9(7) VALUE ZERO.
       77 INT-LINE-COUNT     PIC 9(7) VALUE ZERO.
       77 WHT-LINE-COUNT     PIC 9(7) VALUE ZERO.

       77 CERT-COUNT         PIC 9(6) VALUE ZERO.
       77 EXEMPT-COUNT       PIC 9(6) VALUE ZERO.
       77 UNATT-COUNT        PIC 9(6) VALUE ZERO.
       77 CUS-GROSS          PIC 9(11)V99.
       77 CUS-TAX            PIC 9(11)V99.
       77 CUS-ACC-COUNT      PIC 9(4).
       77 TOT-GROSS          PIC 9(11)V99 VALUE ZERO.
       77 TOT-TAX            PIC 9(11)V99 VALUE ZERO.
       77 CRT-GROSS          PIC 9(11)V99 VALUE ZERO.
       77 CRT-TAX            PIC 9(11)V99 VALUE ZERO.
       77 EXM-GROSS          PIC 9(11)V99 VALUE ZERO.
       77 UNA-GROSS          PIC 9(11)V99 VALUE ZERO.
       77 UNA-TAX            PIC 9(11)V99 VALUE ZERO.
       77 NET-AMT            PIC 9(11)V99.
       77 UNA-REASON         PIC X(20).

       77 GROSS-EDITED       PIC Z(10)9.99.
       77 TAX-EDITED         PIC Z(10)9.99.
       77 NET-EDITED         PIC Z(10)9.99.
       77 CNT-EDITED         PIC Z(5)9.

       PROCEDURE DIVISION.

       MAIN.
           ACCEPT ARG-LINE FROM COMMAND-LINE
           PERFORM LOAD-BUSINESS-DATE
           IF ARG-LINE = SPACES
               MOVE TODAY-DATE(1:4) TO TAX-YEAR-NUM
               SUBTRACT 1 FROM TAX-YEAR-NUM
               MOVE TAX-YEAR-NUM TO TAX-YEAR
           ELSE
               MOVE ARG-LINE(1:4) TO TAX-YEAR
           END-IF
           IF TAX-YEAR NOT NUMERIC OR ARG-LINE(5:76) NOT = SPACES
               DISPLAY "USAGE: taxcert [YYYY]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE TAX-YEAR TO SCAN-YYYY
           PERFORM VARYING SCAN-MM FROM 1 BY 1 UNTIL SCAN-MM > 12
               PERFORM SCAN-ONE-ARCHIVE
           END-PERFORM
           PERFORM SCAN-CURRENT-JOURNAL
           IF ARC-FOUND-COUNT = ZERO
               DISPLAY "NO JOURNAL ARCHIVES FOUND FOR " TAX-YEAR
               MOVE 4 TO TAX-RC
           END-IF
           OPEN INPUT ACC-FILE
           IF ACC-FS NOT = "00"
               DISPLAY "CANNOT OPEN ACCOUNT MASTER - STATUS " ACC-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING AT-IDX FROM 1 BY 1 UNTIL AT-IDX > AT-COUNT
               PERFORM LINK-ACCOUNT
           END-PERFORM
           CLOSE ACC-FILE
           OPEN OUTPUT CRT-FILE
           OPEN OUTPUT SUM-FILE
           OPEN INPUT CUS-FILE
           IF CUS-FS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ CUS-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           PERFORM CERTIFY-CUSTOMER
                   END-READ
               END-PERFORM
               CLOSE CUS-FILE
           ELSE
               DISPLAY "CANNOT OPEN CUSTOMER MASTER - STATUS " CUS-FS
               MOVE 8 TO TAX-RC
           END-IF
           PERFORM WRITE-RETURN-SUMMARY
           CLOSE CRT-FILE
           CLOSE SUM-FILE
           DISPLAY "JOURNAL LINES READ:    " LINE-COUNT
           DISPLAY "INTEREST LINES:        " INT-LINE-COUNT
           DISPLAY "TAX LINES:             " WHT-LINE-COUNT
           DISPLAY "CERTIFICATES WRITTEN:  " CERT-COUNT
           DISPLAY "UNATTRIBUTED ACCOUNTS: " UNATT-COUNT
           MOVE TAX-RC TO RETURN-CODE
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

       SCAN-ONE-ARCHIVE.
           MOVE SPACES TO ARC-CMD
           MOVE 1 TO PTR
           STRING "cp jrn" SCAN-PERIOD-X
                  ".txt taxjrn.tmp 2>/dev/null"
                  DELIMITED SIZE
                  INTO ARC-CMD
                  WITH POINTER PTR
           END-STRING
           CALL "SYSTEM" USING ARC-CMD
           OPEN INPUT ARC-FILE
           IF ARC-FS NOT = "00"
               CONTINUE
           ELSE
               ADD 1 TO ARC-FOUND-COUNT
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ ARC-FILE INTO SCAN-REC
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           PERFORM CHECK-JOURNAL-LINE
                   END-READ
               END-PERFORM
               CLOSE ARC-FILE
               CALL "SYSTEM" USING "rm -f taxjrn.tmp"
           END-IF.

       SCAN-CURRENT-JOURNAL.
           OPEN INPUT JRN-FILE
           IF JRN-FS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ JRN-FILE INTO SCAN-REC
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           PERFORM CHECK-JOURNAL-LINE
                   END-READ
               END-PERFORM
               CLOSE JRN-FILE
           END-IF.

       CHECK-JOURNAL-LINE.
           ADD 1 TO LINE-COUNT
           IF SCN-TS(1:4) = TAX-YEAR
               IF SCN-DESC(1:17) = "INTEREST CREDITED"
                   ADD 1 TO INT-LINE-COUNT
                   PERFORM FIND-AT-ENTRY
                   IF AT-FOUND > 0
                       ADD FUNCTION NUMVAL(SCN-AMT-STR)
                           TO AT-GROSS (AT-FOUND)
                   END-IF
               END-IF
               IF SCN-DESC(1:21) = "INTEREST TAX WITHHELD"
                   ADD 1 TO WHT-LINE-COUNT
                   PERFORM FIND-AT-ENTRY
                   IF AT-FOUND > 0
                       ADD FUNCTION NUMVAL(SCN-AMT-STR)
                           TO AT-TAX (AT-FOUND)
                   END-IF
               END-IF
           END-IF.

       FIND-AT-ENTRY.
           MOVE ZERO TO AT-FOUND
           PERFORM VARYING AT-IDX FROM 1 BY 1
                   UNTIL AT-IDX > AT-COUNT OR AT-FOUND > 0
               IF AT-ACC (AT-IDX) = SCN-ACC-X
                   MOVE AT-IDX TO AT-FOUND
               END-IF
           END-PERFORM
           IF AT-FOUND = 0
               IF AT-COUNT < 5000
                   ADD 1 TO AT-COUNT
                   MOVE AT-COUNT  TO AT-FOUND
                   MOVE SCN-ACC-X TO AT-ACC (AT-FOUND)
                   MOVE SPACES    TO AT-CUST (AT-FOUND)
                   MOVE ZERO      TO AT-GROSS (AT-FOUND)
                   MOVE ZERO      TO AT-TAX (AT-FOUND)
                   MOVE "N"       TO AT-DONE (AT-FOUND)
               ELSE
                   IF AT-FULL-WARNED = "N"
                       DISPLAY "ACCOUNT TABLE FULL - TOTALS INCOMPLETE"
                       MOVE "Y" TO AT-FULL-WARNED
                       MOVE 8 TO TAX-RC
                   END-IF
               END-IF
           END-IF.

       LINK-ACCOUNT.
           MOVE AT-ACC (AT-IDX) TO ACC-ACC-X
           READ ACC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACC-CUST-ID TO AT-CUST (AT-IDX)
           END-READ.

       CERTIFY-CUSTOMER.
           MOVE ZERO TO CUS-GROSS
           MOVE ZERO TO CUS-TAX
           MOVE ZERO TO CUS-ACC-COUNT
           PERFORM VARYING AT-IDX FROM 1 BY 1 UNTIL AT-IDX > AT-COUNT
               IF AT-CUST (AT-IDX) = CUS-ID-X
                   ADD 1 TO CUS-ACC-COUNT
                   ADD AT-GROSS (AT-IDX) TO CUS-GROSS
                   ADD AT-TAX (AT-IDX)   TO CUS-TAX
               END-IF
           END-PERFORM
           IF CUS-ACC-COUNT > 0
               PERFORM WRITE-CERTIFICATE
           END-IF.

       WRITE-CERTIFICATE.
           ADD 1 TO CERT-COUNT
           ADD CUS-GROSS TO CRT-GROSS
           ADD CUS-TAX   TO CRT-TAX
           IF CUS-TAX-EXEMPT = "Y"
               ADD 1 TO EXEMPT-COUNT
               ADD CUS-GROSS TO EXM-GROSS
           END-IF
           MOVE SPACES TO CRT-REC
           MOVE 1 TO PTR
           STRING "INTEREST TAX CERTIFICATE FOR YEAR " TAX-YEAR
                  "  ISSUED " TODAY-DATE
                  DELIMITED SIZE
                  INTO CRT-REC
                  WITH POINTER PTR
           END-STRING
           WRITE CRT-REC
           MOVE SPACES TO CRT-REC
           MOVE 1 TO PTR
           STRING "CUSTOMER: " CUS-ID-X "  " CUS-NAME
                  DELIMITED SIZE
                  INTO CRT-REC
                  WITH POINTER PTR
           END-STRING
           IF CUS-TAX-EXEMPT = "Y"
               STRING "  EXEMPT FROM WITHHOLDING"
                      DELIMITED SIZE
                      INTO CRT-REC
                      WITH POINTER PTR
               END-STRING
           END-IF
           WRITE CRT-REC
           MOVE SPACES TO CRT-REC
           STRING "ACCOUNT    GROSS INTEREST    TAX WITHHELD"
                  "    NET INTEREST"
                  DELIMITED SIZE INTO CRT-REC
           WRITE CRT-REC
           PERFORM VARYING AT-IDX FROM 1 BY 1 UNTIL AT-IDX > AT-COUNT
               IF AT-CUST (AT-IDX) = CUS-ID-X
                   MOVE "Y" TO AT-DONE (AT-IDX)
                   MOVE AT-GROSS (AT-IDX) TO GROSS-EDITED
                   MOVE AT-TAX (AT-IDX)   TO TAX-EDITED
                   COMPUTE NET-AMT = AT-GROSS (AT-IDX) - AT-TAX (AT-IDX)
                   MOVE NET-AMT TO NET-EDITED
                   MOVE SPACES TO CRT-REC
                   MOVE 1 TO PTR
                   STRING AT-ACC (AT-IDX) "  " GROSS-EDITED
                          "  " TAX-EDITED "  " NET-EDITED
                          DELIMITED SIZE
                          INTO CRT-REC
                          WITH POINTER PTR
                   END-STRING
                   WRITE CRT-REC
               END-IF
           END-PERFORM
           MOVE CUS-GROSS TO GROSS-EDITED
           MOVE CUS-TAX   TO TAX-EDITED
           COMPUTE NET-AMT = CUS-GROSS - CUS-TAX
           MOVE NET-AMT TO NET-EDITED
           MOVE SPACES TO CRT-REC
           MOVE 1 TO PTR
           STRING "TOTAL   " GROSS-EDITED
                  "  " TAX-EDITED "  " NET-EDITED
                  DELIMITED SIZE
                  INTO CRT-REC
                  WITH POINTER PTR
           END-STRING
           WRITE CRT-REC
           MOVE SPACES TO CRT-REC
           WRITE CRT-REC.

       WRITE-RETURN-SUMMARY.
           MOVE SPACES TO SUM-REC
           MOVE 1 TO PTR
           STRING "INTEREST WITHHOLDING TAX RETURN SUMMARY FOR YEAR "
                  TAX-YEAR "  PREPARED " TODAY-DATE
                  DELIMITED SIZE
                  INTO SUM-REC
                  WITH POINTER PTR
           END-STRING
           WRITE SUM-REC
           MOVE SPACES TO SUM-REC
           WRITE SUM-REC
           MOVE SPACES TO SUM-REC
           STRING "UNATTRIBUTED INTEREST:"
                  DELIMITED SIZE INTO SUM-REC
           WRITE SUM-REC
           PERFORM VARYING AT-IDX FROM 1 BY 1 UNTIL AT-IDX > AT-COUNT
               IF AT-DONE (AT-IDX) = "N"
                   PERFORM WRITE-UNATTRIBUTED
               END-IF
           END-PERFORM
           IF UNATT-COUNT = ZERO
               MOVE SPACES TO SUM-REC
               MOVE "  NONE" TO SUM-REC
               WRITE SUM-REC
           END-IF
           MOVE SPACES TO SUM-REC
           WRITE SUM-REC
           COMPUTE TOT-GROSS = CRT-GROSS + UNA-GROSS
           COMPUTE TOT-TAX   = CRT-TAX + UNA-TAX
           MOVE CERT-COUNT TO CNT-EDITED
           MOVE SPACES TO SUM-REC
           MOVE 1 TO PTR
           STRING "CERTIFICATES ISSUED:          " CNT-EDITED
                  DELIMITED SIZE
                  INTO SUM-REC
                  WITH POINTER PTR
           END-STRING
           WRITE SUM-REC
           MOVE CRT-GROSS TO GROSS-EDITED
           MOVE CRT-TAX   TO TAX-EDITED
           MOVE SPACES TO SUM-REC
           MOVE 1 TO PTR
           STRING "CERTIFIED GROSS / TAX:   " GROSS-EDITED
                  "  " TAX-EDITED
                  DELIMITED SIZE
                  INTO SUM-REC
                  WITH POINTER PTR
           END-STRING
           WRITE SUM-REC
           MOVE EXEMPT-COUNT TO CNT-EDITED
           MOVE EXM-GROSS    TO GROSS-EDITED
           MOVE SPACES TO SUM-REC
           MOVE 1 TO PTR
           STRING "EXEMPT CUSTOMERS:             " CNT-EDITED
                  "  GROSS PAID: " GROSS-EDITED
                  DELIMITED SIZE
                  INTO SUM-REC
                  WITH POINTER PTR
           END-STRING
           WRITE SUM-REC
           MOVE UNATT-COUNT TO CNT-EDITED
           MOVE UNA-GROSS   TO GROSS-EDITED
           MOVE UNA-TAX     TO TAX-EDITED
           MOVE SPACES TO SUM-REC
           MOVE 1 TO PTR
           STRING "UNATTRIBUTED ACCOUNTS:        " CNT-EDITED
                  "  GROSS/TAX: " GROSS-EDITED "  " TAX-EDITED
                  DELIMITED SIZE
                  INTO SUM-REC
                  WITH POINTER PTR
           END-STRING
           WRITE SUM-REC
           MOVE SPACES TO SUM-REC
           WRITE SUM-REC
           MOVE TOT-GROSS TO GROSS-EDITED
           MOVE SPACES TO SUM-REC
           MOVE 1 TO PTR
           STRING "TOTAL GROSS INTEREST PAID:  " GROSS-EDITED
                  DELIMITED SIZE
                  INTO SUM-REC
                  WITH POINTER PTR
           END-STRING
           WRITE SUM-REC
           MOVE TOT-TAX TO TAX-EDITED
           MOVE SPACES TO SUM-REC
           MOVE 1 TO PTR
           STRING "TOTAL TAX WITHHELD:         " TAX-EDITED
                  DELIMITED SIZE
                  INTO SUM-REC
                  WITH POINTER PTR
           END-STRING
           WRITE SUM-REC
           COMPUTE NET-AMT = TOT-GROSS - TOT-TAX
           MOVE NET-AMT TO NET-EDITED
           MOVE SPACES TO SUM-REC
           MOVE 1 TO PTR
           STRING "TOTAL NET INTEREST PAID:    " NET-EDITED
                  DELIMITED SIZE
                  INTO SUM-REC
                  WITH POINTER PTR
           END-STRING
           WRITE SUM-REC
           MOVE ARC-FOUND-COUNT TO CNT-EDITED
           MOVE SPACES TO SUM-REC
           MOVE 1 TO PTR
           STRING "JOURNAL ARCHIVES READ:        " CNT-EDITED
                  DELIMITED SIZE
                  INTO SUM-REC
                  WITH POINTER PTR
           END-STRING
           WRITE SUM-REC.

       WRITE-UNATTRIBUTED.
           ADD 1 TO UNATT-COUNT
           ADD AT-GROSS (AT-IDX) TO UNA-GROSS
           ADD AT-TAX (AT-IDX)   TO UNA-TAX
           IF AT-CUST (AT-IDX) = SPACES
               MOVE "NO CUSTOMER LINK" TO UNA-REASON
           ELSE
               MOVE "CUSTOMER NOT ON FILE" TO UNA-REASON
           END-IF
           MOVE AT-GROSS (AT-IDX) TO GROSS-EDITED
           MOVE AT-TAX (AT-IDX)   TO TAX-EDITED
           MOVE SPACES TO SUM-REC
           MOVE 1 TO PTR
           STRING "  " AT-ACC (AT-IDX) " CUST:" AT-CUST (AT-IDX)
                  " " UNA-REASON
                  " GROSS:" GROSS-EDITED
                  " TAX:" TAX-EDITED
                  DELIMITED SIZE
                  INTO SUM-REC
                  WITH POINTER PTR
           END-STRING
           WRITE SUM-REC.
