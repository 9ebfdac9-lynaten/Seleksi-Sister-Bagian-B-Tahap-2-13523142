       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUD-FILE ASSIGN TO "acctaudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FS.
           SELECT RPT-FILE ASSIGN TO "auditrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUS-FILE ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUS-FS.

       DATA DIVISION.
       FILE SECTION.

       FD AUD-FILE.
       01 AUD-REC.
          05 AUD-BUS-DATE   PIC X(8).
          05 AUD-TS         PIC X(14).
          05 AUD-PGM        PIC X(8).
          05 AUD-MODE       PIC X(10).
          05 AUD-OPR        PIC X(4).
          05 AUD-ACC-X      PIC X(6).
          05 AUD-TYPE       PIC X(1).
          05 AUD-IMAGE      PIC X(111).

       FD RPT-FILE.
       01 RPT-REC           PIC X(132).

       FD BUS-FILE.
       01 BUS-REC.
          05 BUS-DATE-X     PIC X(8).

       WORKING-STORAGE SECTION.
       77 AUD-FS             PIC XX.
       77 BUS-FS             PIC XX.
       77 TODAY-DATE         PIC X(8).
       77 ARG-LINE           PIC X(80).
       77 ARG-MODE           PIC X(20).
       77 ARG-ONE            PIC X(20).
       77 ARG-TWO            PIC X(20).
       77 SEL-ACC            PIC X(6) VALUE SPACES.
       77 SEL-FROM           PIC X(8).
       77 SEL-TO             PIC X(8).
       77 AUD-EOF-FLAG       PIC X VALUE "N".
       77 SEL-FLAG           PIC X VALUE "N".

       77 BEF-FLAG           PIC X VALUE "N".
       77 BEF-ACC-X          PIC X(6).
       77 BEF-IMAGE          PIC X(111).

       01 FLD-LIST.
          05 FILLER          PIC X(16) VALUE "ACTION    007003".
          05 FILLER          PIC X(16) VALUE "BALANCE   010011".
          05 FILLER          PIC X(16) VALUE "NAME      021020".
          05 FILLER          PIC X(16) VALUE "OPEN-DATE 041008".
          05 FILLER          PIC X(16) VALUE "STATUS    049003".
          05 FILLER          PIC X(16) VALUE "INT-DATE  052008".
          05 FILLER          PIC X(16) VALUE "WDR-DATE  060008".
          05 FILLER          PIC X(16) VALUE "WDR-TOTAL 068010".
          05 FILLER          PIC X(16) VALUE "DEP-DATE  078008".
          05 FILLER          PIC X(16) VALUE "DEP-TOTAL 086010".
          05 FILLER          PIC X(16) VALUE "CUST-ID   096006".
          05 FILLER          PIC X(16) VALUE "WDR-MONTH 102006".
          05 FILLER          PIC X(16) VALUE "WDR-MCNT  108004".
       01 FLD-TABLE REDEFINES FLD-LIST.
          05 FLD-ENTRY OCCURS 13 TIMES.
             10 FLD-NAME        PIC X(10).
             10 FLD-POS         PIC 9(3).
             10 FLD-LEN         PIC 9(3).
       77 FLD-IDX            PIC 9(2).

       77 OLD-VAL            PIC X(20).
       77 NEW-VAL            PIC X(20).
       77 EVENT-COUNT        PIC 9(6) VALUE ZERO.
       77 CREATE-COUNT       PIC 9(6) VALUE ZERO.
       77 CHANGE-COUNT       PIC 9(6) VALUE ZERO.
       77 EVENT-CHANGES      PIC 9(2).
       77 PTR                PIC 9(4) VALUE 1.

       PROCEDURE DIVISION.

       MAIN.
           ACCEPT ARG-LINE FROM COMMAND-LINE
           PERFORM LOAD-BUSINESS-DATE
           MOVE SPACES TO ARG-MODE ARG-ONE ARG-TWO
           UNSTRING ARG-LINE DELIMITED BY ALL " "
               INTO ARG-MODE ARG-ONE ARG-TWO
           END-UNSTRING
           MOVE TODAY-DATE TO SEL-FROM
           MOVE TODAY-DATE TO SEL-TO
           EVALUATE ARG-MODE
               WHEN SPACES
                   CONTINUE
               WHEN "--account"
                   MOVE ARG-ONE(1:6) TO SEL-ACC
                   IF SEL-ACC NOT NUMERIC
                       PERFORM SHOW-USAGE
                   END-IF
               WHEN "--dates"
                   MOVE ARG-ONE(1:8) TO SEL-FROM
                   IF ARG-TWO = SPACES
                       MOVE SEL-FROM TO SEL-TO
                   ELSE
                       MOVE ARG-TWO(1:8) TO SEL-TO
                   END-IF
                   IF SEL-FROM NOT NUMERIC OR SEL-TO NOT NUMERIC
                      OR SEL-FROM > SEL-TO
                       PERFORM SHOW-USAGE
                   END-IF
               WHEN OTHER
                   PERFORM SHOW-USAGE
           END-EVALUATE
           OPEN INPUT AUD-FILE
           IF AUD-FS NOT = "00"
               DISPLAY "NO ACCOUNT AUDIT FILE - STATUS " AUD-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO RPT-REC
           MOVE 1 TO PTR
           IF SEL-ACC = SPACES
               STRING "ACCOUNT AUDIT REPORT FOR DATES " SEL-FROM
                      " TO " SEL-TO
                      DELIMITED SIZE
                      INTO RPT-REC
                      WITH POINTER PTR
               END-STRING
           ELSE
               STRING "ACCOUNT AUDIT REPORT FOR ACCOUNT " SEL-ACC
                      DELIMITED SIZE
                      INTO RPT-REC
                      WITH POINTER PTR
               END-STRING
           END-IF
           WRITE RPT-REC
           MOVE "N" TO AUD-EOF-FLAG
           PERFORM UNTIL AUD-EOF-FLAG = "Y"
               READ AUD-FILE
                   AT END
                       MOVE "Y" TO AUD-EOF-FLAG
                   NOT AT END
                       PERFORM CHECK-AUDIT-RECORD
               END-READ
           END-PERFORM
           CLOSE AUD-FILE
           MOVE SPACES TO RPT-REC
           MOVE 1 TO PTR
           STRING "UPDATES REPORTED: " EVENT-COUNT
                  "  ACCOUNTS CREATED: " CREATE-COUNT
                  "  FIELDS CHANGED: " CHANGE-COUNT
                  DELIMITED SIZE
                  INTO RPT-REC
                  WITH POINTER PTR
           END-STRING
           WRITE RPT-REC
           CLOSE RPT-FILE
           DISPLAY "UPDATES REPORTED:  " EVENT-COUNT
           DISPLAY "ACCOUNTS CREATED:  " CREATE-COUNT
           DISPLAY "FIELDS CHANGED:    " CHANGE-COUNT
           STOP RUN.

       SHOW-USAGE.
           DISPLAY "USAGE: auditrpt --account NNNNNN"
           DISPLAY "       auditrpt --dates YYYYMMDD [YYYYMMDD]"
           MOVE 8 TO RETURN-CODE
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

       CHECK-AUDIT-RECORD.
           IF AUD-TYPE = "B"
               MOVE "Y"       TO BEF-FLAG
               MOVE AUD-ACC-X TO BEF-ACC-X
               MOVE AUD-IMAGE TO BEF-IMAGE
           ELSE
               IF AUD-TYPE = "A"
                   MOVE "N" TO SEL-FLAG
                   IF SEL-ACC = SPACES
                       IF AUD-BUS-DATE NOT < SEL-FROM AND
                          AUD-BUS-DATE NOT > SEL-TO
                           MOVE "Y" TO SEL-FLAG
                       END-IF
                   ELSE
                       IF AUD-ACC-X = SEL-ACC
                           MOVE "Y" TO SEL-FLAG
                       END-IF
                   END-IF
                   IF SEL-FLAG = "Y"
                       PERFORM REPORT-AUDIT-EVENT
                   END-IF
                   MOVE "N" TO BEF-FLAG
               END-IF
           END-IF.

       REPORT-AUDIT-EVENT.
           ADD 1 TO EVENT-COUNT
           MOVE SPACES TO RPT-REC
           MOVE 1 TO PTR
           STRING AUD-BUS-DATE " " AUD-TS " " AUD-ACC-X
                  " " AUD-PGM " " AUD-MODE " OPR:" AUD-OPR
                  DELIMITED SIZE
                  INTO RPT-REC
                  WITH POINTER PTR
           END-STRING
           WRITE RPT-REC
           IF BEF-FLAG = "Y" AND BEF-ACC-X = AUD-ACC-X
               MOVE ZERO TO EVENT-CHANGES
               PERFORM VARYING FLD-IDX FROM 1 BY 1 UNTIL FLD-IDX > 13
                   MOVE BEF-IMAGE(FLD-POS (FLD-IDX):FLD-LEN (FLD-IDX))
                       TO OLD-VAL
                   MOVE AUD-IMAGE(FLD-POS (FLD-IDX):FLD-LEN (FLD-IDX))
                       TO NEW-VAL
                   IF OLD-VAL NOT = NEW-VAL
                       ADD 1 TO EVENT-CHANGES
                       ADD 1 TO CHANGE-COUNT
                       PERFORM WRITE-FIELD-CHANGE
                   END-IF
               END-PERFORM
               IF EVENT-CHANGES = ZERO
                   MOVE SPACES TO RPT-REC
                   MOVE "    NO FIELD CHANGES" TO RPT-REC
                   WRITE RPT-REC
               END-IF
           ELSE
               ADD 1 TO CREATE-COUNT
               MOVE SPACES TO RPT-REC
               MOVE 1 TO PTR
               STRING "    ACCOUNT CREATED NAME: " AUD-IMAGE(21:20)
                      " BALANCE: " AUD-IMAGE(10:11)
                      " STATUS: " AUD-IMAGE(49:3)
                      " CUST: " AUD-IMAGE(96:6)
                      DELIMITED SIZE
                      INTO RPT-REC
                      WITH POINTER PTR
               END-STRING
               WRITE RPT-REC
           END-IF.

       WRITE-FIELD-CHANGE.
           MOVE SPACES TO RPT-REC
           MOVE 1 TO PTR
           STRING "    " FLD-NAME (FLD-IDX)
                  " OLD: " OLD-VAL
                  "  NEW: " NEW-VAL
                  DELIMITED SIZE
                  INTO RPT-REC
                  WITH POINTER PTR
           END-STRING
           WRITE RPT-REC.
