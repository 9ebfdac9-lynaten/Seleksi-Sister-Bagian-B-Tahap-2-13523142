       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELQRPT.

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
           SELECT RPT-FILE ASSIGN TO "delqrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
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
          05 ACC-INT-DATE   PIC X(8).
          05 ACC-WDR-DATE   PIC X(8).
          05 ACC-WDR-TOTAL  PIC X(10).
          05 ACC-DEP-DATE   PIC X(8).
          05 ACC-DEP-TOTAL  PIC X(10).
          05 ACC-CUST-ID    PIC X(6).
          05 ACC-WDR-MONTH  PIC X(6).
          05 ACC-WDR-MCNT   PIC X(4).

       FD RPT-FILE.
       01 RPT-REC           PIC X(132).

       FD BUS-FILE.
       01 BUS-REC.
          05 BUS-DATE-X     PIC X(8).

       WORKING-STORAGE SECTION.
       77 LN-FS              PIC XX.
       77 LNS-FS             PIC XX.
       77 ACC-FS             PIC XX.
       77 BUS-FS             PIC XX.
       77 TODAY-DATE         PIC X(8).
       77 TODAY-NUM          PIC 9(8).
       77 TODAY-INT          PIC 9(9).
       77 DUE-NUM            PIC 9(8).
       77 LN-EOF-FLAG        PIC X VALUE "N".
       77 LNS-EOF-FLAG       PIC X VALUE "N".
       77 ACC-OPEN-FLAG      PIC X VALUE "N".
       77 PTR                PIC 9(4) VALUE 1.

       77 LN-OLDEST-DUE      PIC X(8).
       77 LN-ARR-AMT         PIC 9(8)V99.
       77 LN-ARR-INST        PIC 9(3).
       77 LN-DAYS            PIC S9(9).
       77 LN-BUCKET          PIC 9.
       77 LN-READ-COUNT      PIC 9(5) VALUE ZERO.

       01 DQ-TABLE.
          05 DQ-ENTRY OCCURS 1000 TIMES.
             10 DQ-LOAN         PIC X(6).
             10 DQ-ACC          PIC X(6).
             10 DQ-NAME         PIC X(20).
             10 DQ-CUST         PIC X(6).
             10 DQ-OLDEST       PIC X(8).
             10 DQ-DAYS         PIC 9(5).
             10 DQ-INST         PIC 9(3).
             10 DQ-ARR          PIC 9(8)V99.
             10 DQ-OS           PIC 9(8)V99.
             10 DQ-BUCKET       PIC 9.
       77 DQ-COUNT           PIC 9(4) VALUE ZERO.
       77 DQ-IDX             PIC 9(4).
       77 DQ-FULL-WARNED     PIC X VALUE "N".

       01 BKT-LIST.
          05 FILLER          PIC X(8) VALUE "1-30    ".
          05 FILLER          PIC X(8) VALUE "31-60   ".
          05 FILLER          PIC X(8) VALUE "61-90   ".
          05 FILLER          PIC X(8) VALUE "90+     ".
       01 BKT-TABLE REDEFINES BKT-LIST.
          05 BKT-LABEL OCCURS 4 TIMES PIC X(8).
       01 BKT-TOTALS.
          05 BKT-ENTRY OCCURS 4 TIMES.
             10 BKT-CNT         PIC 9(5).
             10 BKT-ARR         PIC 9(11)V99.
             10 BKT-OS          PIC 9(11)V99.
       77 BKT-IDX            PIC 9.
       77 TOT-CNT            PIC 9(5) VALUE ZERO.
       77 TOT-ARR            PIC 9(11)V99 VALUE ZERO.
       77 TOT-OS             PIC 9(11)V99 VALUE ZERO.

       77 DAYS-EDITED        PIC Z(4)9.
       77 INST-EDITED        PIC ZZ9.
       77 AMT-EDITED         PIC Z(7)9.99.
       77 TOT-EDITED         PIC Z(10)9.99.
       77 CNT-EDITED         PIC Z(4)9.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM LOAD-BUSINESS-DATE
           MOVE TODAY-DATE TO TODAY-NUM
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY-NUM)
           OPEN INPUT LN-FILE
           IF LN-FS NOT = "00"
               DISPLAY "CANNOT OPEN LOAN MASTER - STATUS " LN-FS
               STOP RUN
           END-IF
           OPEN INPUT LNS-FILE
           IF LNS-FS NOT = "00"
               DISPLAY "CANNOT OPEN LOAN SCHEDULE - STATUS " LNS-FS
               CLOSE LN-FILE
               STOP RUN
           END-IF
           OPEN INPUT ACC-FILE
           IF ACC-FS = "00"
               MOVE "Y" TO ACC-OPEN-FLAG
           ELSE
               DISPLAY "ACCOUNT MASTER UNAVAILABLE - NAMES OMITTED"
           END-IF
           PERFORM VARYING BKT-IDX FROM 1 BY 1 UNTIL BKT-IDX > 4
               MOVE ZERO TO BKT-CNT (BKT-IDX)
               MOVE ZERO TO BKT-ARR (BKT-IDX)
               MOVE ZERO TO BKT-OS (BKT-IDX)
           END-PERFORM
           MOVE "N" TO LN-EOF-FLAG
           PERFORM UNTIL LN-EOF-FLAG = "Y"
               READ LN-FILE NEXT
                   AT END
                       MOVE "Y" TO LN-EOF-FLAG
                   NOT AT END
                       ADD 1 TO LN-READ-COUNT
                       IF LN-STATUS = "ACT"
                           PERFORM AGE-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LNS-FILE
           CLOSE LN-FILE
           IF ACC-OPEN-FLAG = "Y"
               CLOSE ACC-FILE
           END-IF
           PERFORM WRITE-REPORT
           DISPLAY "LOANS READ:       " LN-READ-COUNT
           DISPLAY "LOANS DELINQUENT: " DQ-COUNT
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

       AGE-ONE-LOAN.
           MOVE SPACES TO LN-OLDEST-DUE
           MOVE ZERO TO LN-ARR-AMT
           MOVE ZERO TO LN-ARR-INST
           MOVE LN-ID-X TO LNS-ID-X
           MOVE "000"   TO LNS-SEQ-X
           MOVE "N" TO LNS-EOF-FLAG
           START LNS-FILE KEY > LNS-KEY
               INVALID KEY
                   MOVE "Y" TO LNS-EOF-FLAG
           END-START
           PERFORM UNTIL LNS-EOF-FLAG = "Y"
               READ LNS-FILE NEXT
                   AT END
                       MOVE "Y" TO LNS-EOF-FLAG
                   NOT AT END
                       IF LNS-ID-X NOT = LN-ID-X OR
                           LNS-DUE-DATE NOT < TODAY-DATE
                           MOVE "Y" TO LNS-EOF-FLAG
                       ELSE
                           IF LNS-STATUS NOT = "PAI"
                               IF LN-OLDEST-DUE = SPACES
                                   MOVE LNS-DUE-DATE TO LN-OLDEST-DUE
                               END-IF
                               ADD 1 TO LN-ARR-INST
                               COMPUTE LN-ARR-AMT = LN-ARR-AMT +
                                   FUNCTION NUMVAL(LNS-DUE-STR) -
                                   FUNCTION NUMVAL(LNS-PAID-STR)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF LN-OLDEST-DUE NOT = SPACES AND LN-OLDEST-DUE NUMERIC
               MOVE LN-OLDEST-DUE TO DUE-NUM
               COMPUTE LN-DAYS =
                   TODAY-INT - FUNCTION INTEGER-OF-DATE(DUE-NUM)
               IF LN-DAYS > 0
                   PERFORM ADD-DELINQUENT-LOAN
               END-IF
           END-IF.

       ADD-DELINQUENT-LOAN.
           EVALUATE TRUE
               WHEN LN-DAYS <= 30
                   MOVE 1 TO LN-BUCKET
               WHEN LN-DAYS <= 60
                   MOVE 2 TO LN-BUCKET
               WHEN LN-DAYS <= 90
                   MOVE 3 TO LN-BUCKET
               WHEN OTHER
                   MOVE 4 TO LN-BUCKET
           END-EVALUATE
           IF DQ-COUNT < 1000
               ADD 1 TO DQ-COUNT
               MOVE LN-ID-X       TO DQ-LOAN (DQ-COUNT)
               MOVE LN-ACC-X      TO DQ-ACC (DQ-COUNT)
               MOVE SPACES        TO DQ-NAME (DQ-COUNT)
               MOVE SPACES        TO DQ-CUST (DQ-COUNT)
               MOVE LN-OLDEST-DUE TO DQ-OLDEST (DQ-COUNT)
               MOVE LN-DAYS       TO DQ-DAYS (DQ-COUNT)
               MOVE LN-ARR-INST   TO DQ-INST (DQ-COUNT)
               MOVE LN-ARR-AMT    TO DQ-ARR (DQ-COUNT)
               MOVE FUNCTION NUMVAL(LN-OS-STR) TO DQ-OS (DQ-COUNT)
               MOVE LN-BUCKET     TO DQ-BUCKET (DQ-COUNT)
               IF ACC-OPEN-FLAG = "Y"
                   MOVE LN-ACC-X TO ACC-ACC-X
                   READ ACC-FILE
                       INVALID KEY
                           MOVE "*** NOT ON FILE ***" TO
                               DQ-NAME (DQ-COUNT)
                       NOT INVALID KEY
                           MOVE ACC-NAME    TO DQ-NAME (DQ-COUNT)
                           MOVE ACC-CUST-ID TO DQ-CUST (DQ-COUNT)
                   END-READ
               END-IF
               ADD 1 TO BKT-CNT (LN-BUCKET)
               ADD LN-ARR-AMT TO BKT-ARR (LN-BUCKET)
               ADD DQ-OS (DQ-COUNT) TO BKT-OS (LN-BUCKET)
           ELSE
               IF DQ-FULL-WARNED = "N"
                   DISPLAY "DELINQUENCY TABLE FULL - "
                       "RESULTS INCOMPLETE"
                   MOVE "Y" TO DQ-FULL-WARNED
               END-IF
           END-IF.

       WRITE-REPORT.
           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO RPT-REC
           STRING "LOAN DELINQUENCY REPORT " TODAY-DATE
                  DELIMITED SIZE INTO RPT-REC
           WRITE RPT-REC
           PERFORM VARYING BKT-IDX FROM 1 BY 1 UNTIL BKT-IDX > 4
               PERFORM WRITE-BUCKET
           END-PERFORM
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "SUMMARY  LOANS      ARREARS          OUTSTANDING"
                  DELIMITED SIZE INTO RPT-REC
           WRITE RPT-REC
           PERFORM VARYING BKT-IDX FROM 1 BY 1 UNTIL BKT-IDX > 4
               ADD BKT-CNT (BKT-IDX) TO TOT-CNT
               ADD BKT-ARR (BKT-IDX) TO TOT-ARR
               ADD BKT-OS (BKT-IDX)  TO TOT-OS
               MOVE BKT-CNT (BKT-IDX) TO CNT-EDITED
               MOVE SPACES TO RPT-REC
               MOVE 1 TO PTR
               STRING BKT-LABEL (BKT-IDX) " " CNT-EDITED " "
                      DELIMITED SIZE
                      INTO RPT-REC
                      WITH POINTER PTR
               END-STRING
               MOVE BKT-ARR (BKT-IDX) TO TOT-EDITED
               STRING TOT-EDITED " "
                      DELIMITED SIZE
                      INTO RPT-REC
                      WITH POINTER PTR
               END-STRING
               MOVE BKT-OS (BKT-IDX) TO TOT-EDITED
               STRING TOT-EDITED
                      DELIMITED SIZE
                      INTO RPT-REC
                      WITH POINTER PTR
               END-STRING
               WRITE RPT-REC
           END-PERFORM
           MOVE TOT-CNT TO CNT-EDITED
           MOVE SPACES TO RPT-REC
           MOVE 1 TO PTR
           STRING "TOTAL    " CNT-EDITED " "
                  DELIMITED SIZE
                  INTO RPT-REC
                  WITH POINTER PTR
           END-STRING
           MOVE TOT-ARR TO TOT-EDITED
           STRING TOT-EDITED " "
                  DELIMITED SIZE
                  INTO RPT-REC
                  WITH POINTER PTR
           END-STRING
           MOVE TOT-OS TO TOT-EDITED
           STRING TOT-EDITED
                  DELIMITED SIZE
                  INTO RPT-REC
                  WITH POINTER PTR
           END-STRING
           WRITE RPT-REC
           CLOSE RPT-FILE.

       WRITE-BUCKET.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "DAYS PAST DUE " BKT-LABEL (BKT-IDX)
                  DELIMITED SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "LOAN   ACCOUNT NAME                 CUST   "
                  "OLDEST   DAYS INS     ARREARS  OUTSTANDING"
                  DELIMITED SIZE INTO RPT-REC
           WRITE RPT-REC
           PERFORM VARYING DQ-IDX FROM 1 BY 1 UNTIL DQ-IDX > DQ-COUNT
               IF DQ-BUCKET (DQ-IDX) = BKT-IDX
                   PERFORM WRITE-DELINQUENT-LINE
               END-IF
           END-PERFORM.

       WRITE-DELINQUENT-LINE.
           MOVE DQ-DAYS (DQ-IDX) TO DAYS-EDITED
           MOVE DQ-INST (DQ-IDX) TO INST-EDITED
           MOVE SPACES TO RPT-REC
           MOVE 1 TO PTR
           STRING DQ-LOAN (DQ-IDX) " "
                  DQ-ACC (DQ-IDX) "  "
                  DQ-NAME (DQ-IDX) " "
                  DQ-CUST (DQ-IDX) " "
                  DQ-OLDEST (DQ-IDX) " "
                  DAYS-EDITED " "
                  INST-EDITED " "
                  DELIMITED SIZE
                  INTO RPT-REC
                  WITH POINTER PTR
           END-STRING
           MOVE DQ-ARR (DQ-IDX) TO AMT-EDITED
           STRING AMT-EDITED " "
                  DELIMITED SIZE
                  INTO RPT-REC
                  WITH POINTER PTR
           END-STRING
           MOVE DQ-OS (DQ-IDX) TO AMT-EDITED
           STRING AMT-EDITED
                  DELIMITED SIZE
                  INTO RPT-REC
                  WITH POINTER PTR
           END-STRING
           WRITE RPT-REC.
