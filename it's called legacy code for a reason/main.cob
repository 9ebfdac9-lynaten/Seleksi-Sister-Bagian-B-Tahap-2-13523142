               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUS-ID-X
               FILE STATUS IS CUS-FS.
           SELECT ODTMP-FILE ASSIGN TO "odtmp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLSADV-FILE ASSIGN TO "clsadv.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLSADV-FS.
           SELECT APL-FILE ASSIGN TO "apprlim.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APL-FS.
           SELECT PND-FILE ASSIGN TO "pending.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PND-FS.
           SELECT PNDTMP-FILE ASSIGN TO "pndtmp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PNDHIST-FILE ASSIGN TO "pendhist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PNDHIST-FS.
           SELECT AUD-FILE ASSIGN TO "acctaudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FS.
           SELECT CHB-FILE ASSIGN TO "chqbook.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHB-FS.
           SELECT CHS-FILE ASSIGN TO "chqstop.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHS-FS.
           SELECT CHSTMP-FILE ASSIGN TO "chqstmp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHP-FILE ASSIGN TO "chqpaid.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHP-FS.
           SELECT CHI-FILE ASSIGN TO "chqin.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHI-FS.
           SELECT CHR-FILE ASSIGN TO "chqret.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHR-FS.
           SELECT PAY-FILE ASSIGN TO "payroll.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-FS.
           SELECT PAYRPT-FILE ASSIGN TO "payrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYRPT-FS.
           SELECT PAYLOG-FILE ASSIGN TO "paylog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYLOG-FS.
           SELECT WHT-FILE ASSIGN TO "whtax.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WHT-FS.
           SELECT ALT-FILE ASSIGN TO "alerts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALT-FS.
           SELECT ALS-FILE ASSIGN TO "alertsup.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALS-FS.
           SELECT ALC-FILE ASSIGN TO "alertcfg.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALC-FS.
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

       DATA DIVISION.
       FILE SECTION.
          05 CKP-IBCR-AMT   PIC 9(11)V99.
          05 CKP-IBDR-CNT   PIC 9(6).
          05 CKP-IBDR-AMT   PIC 9(11)V99.
          05 CKP-INT-CNT    PIC 9(6).
          05 CKP-INT-AMT    PIC 9(11)V99.
          05 CKP-WHT-CNT    PIC 9(6).
          05 CKP-WHT-AMT    PIC 9(11)V99.

       FD CKPTMP-FILE.
       01 CKPTMP-REC        PIC X(252).

       FD RSTLOG-FILE.
       01 RSTLOG-REC        PIC X(80).
          05 CUS-NAME       PIC X(20).
          05 CUS-STATUS     PIC X(3).
          05 CUS-OPEN-DATE  PIC X(8).
          05 CUS-TAX-EXEMPT PIC X(1).

       FD ODTMP-FILE.
       01 ODTMP-REC         PIC X(21).

       FD CLSADV-FILE.
       01 CLSADV-REC        PIC X(132).

       FD APL-FILE.
       01 APL-REC.
          05 APL-VAL-X      PIC X(15).

       FD PND-FILE.
       01 PND-FILE-REC      PIC X(87).

       FD PNDTMP-FILE.
       01 PNDTMP-REC        PIC X(87).

       FD PNDHIST-FILE.
       01 PNDHIST-REC       PIC X(87).

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

       FD CHB-FILE.
       01 CHB-REC.
          05 CHB-ACC-X      PIC X(6).
          05 CHB-FIRST-X    PIC X(6).
          05 CHB-LAST-X     PIC X(6).
          05 CHB-ISSUE-DATE PIC X(8).
          05 CHB-OPR        PIC X(4).

       FD CHS-FILE.
       01 CHS-REC.
          05 CHS-ACC-X      PIC X(6).
          05 CHS-SERIAL-X   PIC X(6).
          05 CHS-STATUS     PIC X(3).
          05 CHS-DATE       PIC X(8).
          05 CHS-OPR        PIC X(4).
          05 CHS-LIFT-DATE  PIC X(8).
          05 CHS-LIFT-OPR   PIC X(4).

       FD CHSTMP-FILE.
       01 CHSTMP-REC        PIC X(39).

       FD CHP-FILE.
       01 CHP-REC.
          05 CHP-ACC-X      PIC X(6).
          05 CHP-SERIAL-X   PIC X(6).
          05 CHP-AMT-STR    PIC X(10).
          05 CHP-DATE       PIC X(8).
          05 CHP-REF        PIC X(12).

       FD CHI-FILE.
       01 CHI-REC.
          05 CHI-REF        PIC X(12).
          05 CHI-ACC-X      PIC X(6).
          05 CHI-SERIAL-X   PIC X(6).
          05 CHI-AMT-STR    PIC X(10).
          05 CHI-DATE       PIC X(8).

       FD CHR-FILE.
       01 CHR-REC           PIC X(100).

       FD PAY-FILE.
       01 PAY-REC.
          05 PAY-TYPE       PIC X(1).
          05 PAY-BODY       PIC X(39).
       01 PAYH-REC.
          05 FILLER         PIC X(1).
          05 PAYH-ACC-X     PIC X(6).
          05 PAYH-REF       PIC X(12).
          05 PAYH-DATE      PIC X(8).
       01 PAYD-REC.
          05 FILLER         PIC X(1).
          05 PAYD-ACC-X     PIC X(6).
          05 PAYD-AMT-STR   PIC X(10).
          05 PAYD-NAME      PIC X(20).
       01 PAYT-REC.
          05 FILLER         PIC X(1).
          05 PAYT-COUNT-X   PIC X(6).
          05 PAYT-HASH-X    PIC X(14).

       FD PAYRPT-FILE.
       01 PAYRPT-REC        PIC X(132).

       FD PAYLOG-FILE.
       01 PAYLOG-REC.
          05 PAYL-ACC-X     PIC X(6).
          05 FILLER         PIC X(1).
          05 PAYL-REF       PIC X(12).
          05 FILLER         PIC X(1).
          05 PAYL-DATE      PIC X(8).
          05 FILLER         PIC X(1).
          05 PAYL-COUNT     PIC 9(5).
          05 FILLER         PIC X(1).
          05 PAYL-TOTAL     PIC 9(11).99.
          05 FILLER         PIC X(1).
          05 PAYL-OPR       PIC X(4).

       FD WHT-FILE.
       01 WHT-REC.
          05 WHT-VAL-X      PIC X(15).

       FD ALT-FILE.
       01 ALT-REC.
          05 ALR-DATE       PIC X(8).
          05 FILLER         PIC X(1).
          05 ALR-TIME       PIC X(6).
          05 FILLER         PIC X(1).
          05 ALR-ACC-X      PIC X(6).
          05 FILLER         PIC X(1).
          05 ALR-CUST-ID    PIC X(6).
          05 FILLER         PIC X(1).
          05 ALR-TYPE       PIC X(3).
          05 FILLER         PIC X(1).
          05 ALR-AMT-X      PIC X(10).
          05 FILLER         PIC X(1).
          05 ALR-BAL-X      PIC X(11).

       FD ALS-FILE.
       01 ALS-REC           PIC X(132).

       FD ALC-FILE.
       01 ALC-REC.
          05 ALC-TYPE       PIC X(3).
          05 ALC-ON         PIC X(1).
          05 ALC-VAL-X      PIC X(15).

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

       WORKING-STORAGE SECTION.
       77 IN-ACCOUNT         PIC 9(6).
       77 INT-RATE-TIER2     PIC 9V999 VALUE 0.005.
       77 INT-RATE-TIER3     PIC 9V999 VALUE 0.007.
       77 INT-RATE           PIC 9V999.
       77 INT-AMOUNT         PIC 9(7)V99.
       77 WHT-FS             PIC XX.
       77 WHT-RATE-PCT       PIC 9(2)V99 VALUE ZERO.
       77 WHT-AMOUNT         PIC 9(7)V99 VALUE ZERO.
       77 WHT-EXEMPT         PIC X VALUE "N".

       01 RATE-TABLE.
          05 RATE-ENTRY OCCURS 10 TIMES.

       77 LOCK-WAIT          PIC X VALUE "Y".
       77 LOCK-CMD           PIC X(80).
       77 LOCK-HELD          PIC X VALUE "N".

       77 LIMIT-FS            PIC XX.
       77 FEE-FS              PIC XX.
       77 GL-REVCR-AMT        PIC 9(11)V99 VALUE ZERO.
       77 GL-INT-CNT          PIC 9(6) VALUE ZERO.
       77 GL-INT-AMT          PIC 9(11)V99 VALUE ZERO.
       77 GL-WHT-CNT          PIC 9(6) VALUE ZERO.
       77 GL-WHT-AMT          PIC 9(11)V99 VALUE ZERO.
       77 GL-FEE-CNT          PIC 9(6) VALUE ZERO.
       77 GL-FEE-AMT          PIC 9(11)V99 VALUE ZERO.
       77 GL-REJ-CNT          PIC 9(6) VALUE ZERO.
       77 GL-IBDR-AMT         PIC 9(11)V99 VALUE ZERO.

       77 CUS-FS              PIC XX.
       77 ALT-FS              PIC XX.
       77 ALS-FS              PIC XX.
       77 ALC-FS              PIC XX.
       77 ALT-LBL-ON          PIC X VALUE "Y".
       77 ALT-LBL-MIN         PIC 9(7)V99 VALUE 100.00.
       77 ALT-LDB-ON          PIC X VALUE "Y".
       77 ALT-LDB-MIN         PIC 9(7)V99 VALUE 10000.00.
       77 ALT-HLD-ON          PIC X VALUE "Y".
       77 ALT-HLD-MIN         PIC 9(7)V99 VALUE ZERO.
       77 ALT-ODU-ON          PIC X VALUE "Y".
       77 ALT-ODU-MIN         PIC 9(7)V99 VALUE ZERO.
       77 ALT-CRD-ON          PIC X VALUE "Y".
       77 ALT-CRD-MIN         PIC 9(7)V99 VALUE 10000.00.
       77 ALT-SOF-ON          PIC X VALUE "Y".
       77 ALT-SOF-MIN         PIC 9(7)V99 VALUE ZERO.
       77 ALT-TYPE            PIC X(3).
       77 ALT-ACC-X           PIC X(6).
       77 ALT-CUST-ID         PIC X(6).
       77 ALT-AMOUNT          PIC 9(7)V99.
       77 ALT-BALANCE         PIC S9(7)V99.
       77 ALT-AMT-EDITED      PIC 9(7).99.
       77 ALT-BAL-EDITED      PIC -9(7).99.
       77 ALT-SEND            PIC X VALUE "N".
       77 ALT-REASON          PIC X(26).
       77 ALT-CMD             PIC X(80).
       77 FEE-SRC-CUST        PIC X(6).
       77 TLR-CUST-ID         PIC X(6).
       77 TLR-CUST-FOUND      PIC X VALUE "N".
       77 TLR-CUST-ACC-COUNT  PIC 9(3).

       77 BATCH-RC            PIC 9(2) VALUE ZERO.

       77 CLSADV-FS           PIC XX.
       77 CLS-FEE-AMT         PIC 9(7)V99 VALUE ZERO.
       77 CLS-OK              PIC X VALUE "Y".
       77 CLS-REASON          PIC X(40).
       77 CLS-INT-AMT         PIC 9(7)V99.
       77 CLS-WHT-AMT         PIC 9(7)V99.
       77 CLS-FEE-DUE         PIC 9(7)V99.
       77 CLS-RESIDUAL        PIC 9(7)V99.
       77 CLS-PAYOUT-TYPE     PIC X.
       77 CLS-SAVE-REC        PIC X(111).
       77 CLS-SAVE-BALANCE    PIC S9(7)V99.
       77 CLS-ORD-COUNT       PIC 9(3).
       77 CLS-OD-REMOVED      PIC X VALUE "N".
       77 CLS-OD-VAL          PIC X(15).
       77 CLS-ADV-TEXT        PIC X(120).
       77 CLS-AMT-EDITED      PIC 9(7).99.
       77 CLS-COUNT-EDITED    PIC ZZ9.

       77 APL-FS              PIC XX.
       77 APPR-LIMIT          PIC 9(7)V99 VALUE 1000000.00.
       77 APR-NEEDED          PIC X VALUE "N".
       77 APR-MAKER           PIC X(4) VALUE SPACES.
       77 APR-CHECKER         PIC X(4) VALUE SPACES.
       77 APR-DESC-WORK       PIC X(250).
       77 APR-PARK-COUNT      PIC 9(5) VALUE ZERO.
       77 APR-POST-COUNT      PIC 9(5) VALUE ZERO.
       77 APR-DECL-COUNT      PIC 9(5) VALUE ZERO.
       77 APR-ITEM-FOUND      PIC X VALUE "N".
       77 APR-DONE            PIC X VALUE "N".
       77 APR-SEQ-LOADED      PIC X VALUE "N".
       77 APR-NEXT-SEQ        PIC 9(4) VALUE ZERO.
       77 APR-REF-WORK        PIC X(12).
       77 APR-POST-REF        PIC X(12) VALUE SPACES.
       77 APR-POST-TAG        PIC X(26).
       77 APR-TAG-HITS        PIC 9(4).
       77 APR-ALREADY-POSTED  PIC X VALUE "N".
       77 APR-CHOICE          PIC X.
       77 APR-REASON          PIC X(3).
       77 APR-LISTED          PIC 9(4).
       77 PND-FS              PIC XX.
       77 PND-EOF-FLAG        PIC X VALUE "N".
       77 PND-OVERFLOW        PIC X VALUE "N".
       77 PNDHIST-FS          PIC XX.
       77 PNDHIST-OPEN        PIC X VALUE "N".
       01 PND-REC.
          05 PND-REF          PIC X(12).
          05 PND-IN-DATA      PIC X(45).
          05 PND-MAKER        PIC X(4).
          05 PND-DATE         PIC X(8).
          05 PND-STATUS       PIC X(3).
          05 PND-CHECKER      PIC X(4).
          05 PND-DEC-DATE     PIC X(8).
          05 PND-REASON       PIC X(3).
       01 PND-TABLE.
          05 PND-TAB-REC OCCURS 500 TIMES PIC X(87).
       77 PND-COUNT           PIC 9(3) VALUE ZERO.
       77 PND-IDX             PIC 9(3).
       77 PND-JDX             PIC 9(3).
       77 PND-FOUND           PIC 9(3).
       77 TLR-OPR-AUTH        PIC X.

       77 AUD-FS              PIC XX.
       77 AUD-MODE-NAME       PIC X(10) VALUE "BATCH".
       77 AUD-BEFORE          PIC X(111).
       77 AUD-SRC-BEFORE      PIC X(111).

       77 CHB-FS              PIC XX.
       77 CHS-FS              PIC XX.
       77 CHP-FS              PIC XX.
       77 CHI-FS              PIC XX.
       77 CHR-FS              PIC XX.
       77 CHQ-EOF-FLAG        PIC X VALUE "N".
       77 CHQ-SCAN-EOF        PIC X VALUE "N".
       77 CHQ-ACC-X           PIC X(6).
       77 CHQ-SERIAL-X        PIC X(6).
       77 CHQ-FIRST-X         PIC X(6).
       77 CHQ-LAST-X          PIC X(6).
       77 CHQ-FIRST-NUM       PIC 9(6).
       77 CHQ-LAST-NUM        PIC 9(7).
       77 CHQ-SERIAL-NUM      PIC 9(6).
       77 CHQ-LEAVES-X        PIC X(3).
       77 CHQ-LEAVES          PIC 9(3).
       77 CHQ-ISSUED          PIC X VALUE "N".
       77 CHQ-STOPPED         PIC X VALUE "N".
       77 CHQ-PAID            PIC X VALUE "N".
       77 CHQ-OVERLAP         PIC X VALUE "N".
       77 CHQ-LIFT-DONE       PIC X VALUE "N".
       77 CHQ-RET-CODE        PIC X(3).
       77 CHQ-RET-REASON      PIC X(20).
       77 CHQ-STALE-DAYS      PIC 9(4) VALUE 180.
       77 CHQ-DATE-NUM        PIC 9(8).
       77 CHQ-AGE-DAYS        PIC S9(9).
       77 CHQ-READ-COUNT      PIC 9(5) VALUE ZERO.
       77 CHQ-PAID-COUNT      PIC 9(5) VALUE ZERO.
       77 CHQ-RET-COUNT       PIC 9(5) VALUE ZERO.
       77 GL-CHQ-CNT          PIC 9(6) VALUE ZERO.
       77 GL-CHQ-AMT          PIC 9(11)V99 VALUE ZERO.

       77 PAY-FS              PIC XX.
       77 PAYRPT-FS           PIC XX.
       77 PAYLOG-FS           PIC XX.
       77 PAY-EOF-FLAG        PIC X VALUE "N".
       77 PAYLOG-EOF-FLAG     PIC X VALUE "N".
       77 PAY-HDR-SEEN        PIC X VALUE "N".
       77 PAY-TRL-SEEN        PIC X VALUE "N".
       77 PAY-EMP-FOUND       PIC X VALUE "N".
       77 PAY-DUP             PIC X VALUE "N".
       77 PAY-EMP-X           PIC X(6) VALUE SPACES.
       77 PAY-REF             PIC X(12) VALUE SPACES.
       77 PAY-LINE-NO         PIC 9(5) VALUE ZERO.
       77 PAY-ERR-COUNT       PIC 9(5) VALUE ZERO.
       77 PAY-REASON          PIC X(40).
       77 PAY-ITEM-AMT        PIC 9(7)V99.
       77 PAY-ITEM-COUNT      PIC 9(5) VALUE ZERO.
       77 PAY-ITEM-TOTAL      PIC 9(11)V99 VALUE ZERO.
       77 PAY-INT-COUNT       PIC 9(5) VALUE ZERO.
       77 PAY-INT-TOTAL       PIC 9(11)V99 VALUE ZERO.
       77 PAY-EXT-COUNT       PIC 9(5) VALUE ZERO.
       77 PAY-EXT-TOTAL       PIC 9(11)V99 VALUE ZERO.
       77 PAY-TRL-COUNT       PIC 9(6) VALUE ZERO.
       77 PAY-TRL-HASH        PIC 9(11)V99 VALUE ZERO.
       77 PAY-POSTED          PIC X VALUE "N".
       77 PAY-TOT-EDITED      PIC 9(11).99.
       77 PAY-AVL-EDITED      PIC -9(9).99.

       77 LN-FS               PIC XX.
       77 LNS-FS              PIC XX.
       77 LN-EOF-FLAG         PIC X VALUE "N".
       77 LNS-EOF-FLAG        PIC X VALUE "N".
       77 LN-DUE-AMT          PIC 9(8)V99.
       77 LN-PAID-AMT         PIC 9(8)V99.
       77 LN-INT-AMT          PIC 9(7)V99.
       77 LN-INT-OWED         PIC 9(7)V99.
       77 LN-OWED-AMT         PIC 9(8)V99.
       77 LN-COLLECT-AMT      PIC 9(8)V99.
       77 LN-INT-PART         PIC 9(7)V99.
       77 LN-PRN-PART         PIC 9(7)V99.
       77 LN-OS-AMT           PIC 9(8)V99.
       77 LN-ARR-AMT          PIC 9(8)V99.
       77 LN-OS-EDITED        PIC 9(8).99.
       77 LN-OPEN-COUNT       PIC 9(3).
       77 LN-ARR-REASON       PIC X(20).
       77 LN-READ-COUNT       PIC 9(5) VALUE ZERO.
       77 LN-INST-COUNT       PIC 9(5) VALUE ZERO.
       77 LN-COLLECT-COUNT    PIC 9(5) VALUE ZERO.
       77 LN-ARREARS-COUNT    PIC 9(5) VALUE ZERO.
       77 LN-PAIDOFF-COUNT    PIC 9(5) VALUE ZERO.
       77 GL-LNP-CNT          PIC 9(6) VALUE ZERO.
       77 GL-LNP-AMT          PIC 9(11)V99 VALUE ZERO.
       77 GL-LNI-CNT          PIC 9(6) VALUE ZERO.
       77 GL-LNI-AMT          PIC 9(11)V99 VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN.
                   MOVE SPACES TO ARG-MODE
               ELSE
                   DISPLAY "UNRECOGNIZED ARGUMENT " ARG-MODE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM LOAD-BUSINESS-DATE
           IF ARG-MODE = "--date-roll"
               PERFORM DATE-ROLL-MODE
               MOVE BATCH-RC TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-RATES
           PERFORM LOAD-LIMITS
           PERFORM LOAD-WHT-RATE
           PERFORM LOAD-FEES
           PERFORM LOAD-ODLIMITS
           PERFORM LOAD-CLEARCFG
           PERFORM LOAD-ALERT-CONFIG
           PERFORM LOAD-APPROVAL-LIMIT
           PERFORM LOAD-OPERATORS
           PERFORM SET-BATCH-OPERATOR
           PERFORM SET-AUDIT-MODE
           IF ARG-MODE = "--apply-interest"
               PERFORM INTEREST-LOOP
               MOVE BATCH-RC TO RETURN-CODE
               STOP RUN
           END-IF
           IF ARG-MODE = "--post-interest"
               PERFORM APPLY-INTEREST
               MOVE BATCH-RC TO RETURN-CODE
               STOP RUN
           END-IF
           IF ARG-MODE = "--report"
               PERFORM REPORT-MODE
               MOVE BATCH-RC TO RETURN-CODE
               STOP RUN
           END-IF
           IF ARG-MODE = "--standing-orders"
               PERFORM STANDING-ORDERS-MODE
               MOVE BATCH-RC TO RETURN-CODE
               STOP RUN
           END-IF
           IF ARG-MODE = "--dormant-sweep"
               PERFORM DORMANT-SWEEP-MODE
               MOVE BATCH-RC TO RETURN-CODE
               STOP RUN
           END-IF
           IF ARG-MODE = "--teller"
               PERFORM TELLER-MODE
               MOVE BATCH-RC TO RETURN-CODE
               STOP RUN
           END-IF
           IF ARG-MODE = "--clearing-in"
               PERFORM CLEARING-IN-MODE
               MOVE BATCH-RC TO RETURN-CODE
               STOP RUN
           END-IF
           IF ARG-MODE = "--loan-collect"
               PERFORM LOAN-COLLECT-MODE
               MOVE BATCH-RC TO RETURN-CODE
               STOP RUN
           END-IF
           IF ARG-MODE = "--cheques"
               PERFORM CHEQUES-MODE
               MOVE BATCH-RC TO RETURN-CODE
               STOP RUN
           END-IF
           IF ARG-MODE = "--payroll"
               PERFORM PAYROLL-MODE
               MOVE BATCH-RC TO RETURN-CODE
               STOP RUN
           END-IF
           IF ARG-MODE = "--restart"
           ELSE
               IF ARG-MODE NOT = SPACES
                   DISPLAY "UNRECOGNIZED MODE " ARG-MODE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM NORMAL-MODE
           MOVE BATCH-RC TO RETURN-CODE
           STOP RUN.

       LOAD-BUSINESS-DATE.
           ELSE
               CLOSE BUS-FILE
               MOVE TODAY-DATE TO BUS-OLD-DATE
               PERFORM ARCHIVE-ALERTS
               MOVE TODAY-DATE TO BUS-ROLL-NUM
               COMPUTE BUS-ROLL-INT =
                   FUNCTION INTEGER-OF-DATE(BUS-ROLL-NUM) + 1
                   PERFORM FIND-OPERATOR
                   IF OPR-FOUND-FLAG = "N"
                       DISPLAY "UNKNOWN OPERATOR " ARG-OPR
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               MOVE ARG-OPR TO OPERATOR-ID
           END-IF.

       SET-AUDIT-MODE.
           EVALUATE ARG-MODE
               WHEN "--apply-interest"
               WHEN "--post-interest"
                   MOVE "INTEREST" TO AUD-MODE-NAME
               WHEN "--standing-orders"
                   MOVE "STORDERS" TO AUD-MODE-NAME
               WHEN "--dormant-sweep"
                   MOVE "DORMANT" TO AUD-MODE-NAME
               WHEN "--teller"
                   MOVE "TELLER" TO AUD-MODE-NAME
               WHEN "--clearing-in"
                   MOVE "CLEARIN" TO AUD-MODE-NAME
               WHEN "--loan-collect"
                   MOVE "LOANS" TO AUD-MODE-NAME
               WHEN "--cheques"
                   MOVE "CHEQUES" TO AUD-MODE-NAME
               WHEN "--payroll"
                   MOVE "PAYROLL" TO AUD-MODE-NAME
               WHEN "--restart"
                   MOVE "RESTART" TO AUD-MODE-NAME
               WHEN OTHER
                   MOVE "BATCH" TO AUD-MODE-NAME
           END-EVALUATE.

       LOAD-RATES.
           MOVE 0 TO RATE-COUNT
           OPEN INPUT RATE-FILE
               CLOSE LIMIT-FILE
           END-IF.

       LOAD-WHT-RATE.
           OPEN INPUT WHT-FILE
           IF WHT-FS = "00"
               READ WHT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(WHT-VAL-X)
                           TO WHT-RATE-PCT
               END-READ
               CLOSE WHT-FILE
           END-IF.

       LOAD-FEES.
           OPEN INPUT FEE-FILE
           IF FEE-FS = "00"
                               WHEN "ODR"
                                   MOVE FUNCTION NUMVAL(FEE-VAL-X)
                                       TO OD-USE-FEE
                               WHEN "CLS"
                                   MOVE FUNCTION NUMVAL(FEE-VAL-X)
                                       TO CLS-FEE-AMT
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
               CLOSE CLRCFG-FILE
           END-IF.

       LOAD-ALERT-CONFIG.
           OPEN INPUT ALC-FILE
           IF ALC-FS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ ALC-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           PERFORM SET-ALERT-CONFIG
                   END-READ
               END-PERFORM
               CLOSE ALC-FILE
           END-IF.

       SET-ALERT-CONFIG.
           EVALUATE ALC-TYPE
               WHEN "LBL"
                   MOVE ALC-ON TO ALT-LBL-ON
                   IF ALC-VAL-X NOT = SPACES
                       MOVE FUNCTION NUMVAL(ALC-VAL-X) TO ALT-LBL-MIN
                   END-IF
               WHEN "LDB"
                   MOVE ALC-ON TO ALT-LDB-ON
                   IF ALC-VAL-X NOT = SPACES
                       MOVE FUNCTION NUMVAL(ALC-VAL-X) TO ALT-LDB-MIN
                   END-IF
               WHEN "HLD"
                   MOVE ALC-ON TO ALT-HLD-ON
                   IF ALC-VAL-X NOT = SPACES
                       MOVE FUNCTION NUMVAL(ALC-VAL-X) TO ALT-HLD-MIN
                   END-IF
               WHEN "ODU"
                   MOVE ALC-ON TO ALT-ODU-ON
                   IF ALC-VAL-X NOT = SPACES
                       MOVE FUNCTION NUMVAL(ALC-VAL-X) TO ALT-ODU-MIN
                   END-IF
               WHEN "CRD"
                   MOVE ALC-ON TO ALT-CRD-ON
                   IF ALC-VAL-X NOT = SPACES
                       MOVE FUNCTION NUMVAL(ALC-VAL-X) TO ALT-CRD-MIN
                   END-IF
               WHEN "SOF"
                   MOVE ALC-ON TO ALT-SOF-ON
                   IF ALC-VAL-X NOT = SPACES
                       MOVE FUNCTION NUMVAL(ALC-VAL-X) TO ALT-SOF-MIN
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LOAD-APPROVAL-LIMIT.
           OPEN INPUT APL-FILE
           IF APL-FS = "00"
               READ APL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(APL-VAL-X)
                           TO APPR-LIMIT
               END-READ
               CLOSE APL-FILE
           END-IF.

       GET-OD-LIMIT.
           MOVE ZERO TO OD-LIMIT
           PERFORM VARYING OD-IDX FROM 1 BY 1
               ELSE
                   CALL "SYSTEM" USING "sleep 1"
               END-IF
           END-PERFORM
           MOVE "Y" TO LOCK-HELD.

       RELEASE-LOCK.
           CALL "SYSTEM" USING "rmdir accounts.lock"
           MOVE "N" TO LOCK-HELD.

       NORMAL-MODE.
           OPEN INPUT IN-FILE
                                   PERFORM WRITE-REJECT
                               ELSE
                                   ADD 1 TO EDT-ACCEPT-COUNT
                                   PERFORM CHECK-APPROVAL-REQUIRED
                                   IF APR-NEEDED = "Y"
                                       PERFORM PARK-FOR-APPROVAL
                                   ELSE
                                       PERFORM PROCESS-ONE-INPUT
                                   END-IF
                               END-IF
                               PERFORM WRITE-CHECKPOINT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF HDR-ABORT = "N"
               PERFORM PROCESS-APPROVAL-QUEUE
           END-IF
           CLOSE IN-FILE
           CLOSE OUT-FILE
           CLOSE REJ-FILE
               DISPLAY "RECORDS SKIPPED:  " SKIP-COUNT
           END-IF
           IF HDR-ABORT = "Y"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "SYSTEM" USING "rm -f checkpt.txt"
           END-IF
           DISPLAY "RECORDS READ:     " EDT-READ-COUNT
           DISPLAY "RECORDS ACCEPTED: " EDT-ACCEPT-COUNT
           DISPLAY "RECORDS REJECTED: " EDT-REJECT-COUNT
           DISPLAY "RECORDS PARKED:   " APR-PARK-COUNT
           DISPLAY "APPROVED POSTED:  " APR-POST-COUNT
           DISPLAY "DECLINED:         " APR-DECL-COUNT.

       READ-CHECKPOINT.
           MOVE ZERO TO CKP-LAST-REC
                       MOVE CKP-IBCR-AMT  TO GL-IBCR-AMT
                       MOVE CKP-IBDR-CNT  TO GL-IBDR-CNT
                       MOVE CKP-IBDR-AMT  TO GL-IBDR-AMT
                       MOVE CKP-INT-CNT   TO GL-INT-CNT
                       MOVE CKP-INT-AMT   TO GL-INT-AMT
                       MOVE CKP-WHT-CNT   TO GL-WHT-CNT
                       MOVE CKP-WHT-AMT   TO GL-WHT-AMT
               END-READ
               CLOSE CKP-FILE
               DISPLAY "RESTARTING AFTER RECORD " CKP-LAST-REC
               MOVE GL-IBCR-AMT   TO CKP-IBCR-AMT
               MOVE GL-IBDR-CNT   TO CKP-IBDR-CNT
               MOVE GL-IBDR-AMT   TO CKP-IBDR-AMT
               MOVE GL-INT-CNT    TO CKP-INT-CNT
               MOVE GL-INT-AMT    TO CKP-INT-AMT
               MOVE GL-WHT-CNT    TO CKP-WHT-CNT
               MOVE GL-WHT-AMT    TO CKP-WHT-AMT
               WRITE CKPTMP-REC FROM CKP-REC
               CLOSE CKPTMP-FILE
               CALL "SYSTEM" USING "mv ckptmp.txt checkpt.txt"
           END-STRING
           WRITE REJ-REC.

       CHECK-APPROVAL-REQUIRED.
           MOVE "N" TO APR-NEEDED
           IF IN-ACT = "REV" OR "CLS"
               MOVE "Y" TO APR-NEEDED
           END-IF
           IF IN-ACT = "WDR" OR "TRF"
               IF FUNCTION NUMVAL(IN-AMT-STR) > APPR-LIMIT
                   MOVE "Y" TO APR-NEEDED
               END-IF
           END-IF.

       PARK-FOR-APPROVAL.
           PERFORM READ-INPUT
           PERFORM OBTAIN-LOCK
           PERFORM LOAD-PENDING-TABLE
           IF APR-SEQ-LOADED = "N"
               PERFORM FIND-PENDING-SEQ
           END-IF
           ADD 1 TO APR-NEXT-SEQ
           MOVE SPACES TO PND-REC
           MOVE TODAY-DATE    TO PND-REF(1:8)
           MOVE APR-NEXT-SEQ  TO PND-REF(9:4)
           MOVE IN-REC        TO PND-IN-DATA
           MOVE OPERATOR-ID   TO PND-MAKER
           MOVE TODAY-DATE    TO PND-DATE
           MOVE "PND"         TO PND-STATUS
           IF PND-COUNT < 500
               ADD 1 TO PND-COUNT
               MOVE PND-REC TO PND-TAB-REC (PND-COUNT)
               PERFORM SAVE-PENDING-TABLE
               ADD 1 TO APR-PARK-COUNT
               MOVE SPACES TO OUT-DESC
               MOVE 1 TO PTR
               STRING "PENDING APPROVAL REF:" PND-REF
                      DELIMITED SIZE
                      INTO OUT-DESC
                      WITH POINTER PTR
               END-STRING
           ELSE
               MOVE "APPROVAL QUEUE FULL" TO OUT-DESC
               SUBTRACT 1 FROM EDT-ACCEPT-COUNT
               MOVE "R09 APPROVAL QUEUE FULL" TO EDT-REASON
               PERFORM WRITE-REJECT
               IF BATCH-RC < 4
                   MOVE 4 TO BATCH-RC
               END-IF
           END-IF
           PERFORM RELEASE-LOCK
           MOVE ZERO TO JRN-BALANCE
           PERFORM FINALIZE.

       FIND-PENDING-SEQ.
           MOVE ZERO TO APR-NEXT-SEQ
           PERFORM VARYING PND-IDX FROM 1 BY 1
                   UNTIL PND-IDX > PND-COUNT
               MOVE PND-TAB-REC (PND-IDX) TO PND-REC
               IF PND-REF(1:8) = TODAY-DATE AND PND-REF(9:4) NUMERIC
                   IF PND-REF(9:4) > APR-NEXT-SEQ
                       MOVE PND-REF(9:4) TO APR-NEXT-SEQ
                   END-IF
               END-IF
           END-PERFORM
           MOVE "Y" TO APR-SEQ-LOADED.

       LOAD-PENDING-TABLE.
           MOVE ZERO TO PND-COUNT
           MOVE "N" TO PND-OVERFLOW
           OPEN INPUT PND-FILE
           IF PND-FS = "00"
               MOVE "N" TO PND-EOF-FLAG
               PERFORM UNTIL PND-EOF-FLAG = "Y"
                   READ PND-FILE INTO PND-REC
                       AT END
                           MOVE "Y" TO PND-EOF-FLAG
                       NOT AT END
                           IF PND-COUNT < 500
                               ADD 1 TO PND-COUNT
                               MOVE PND-REC TO PND-TAB-REC (PND-COUNT)
                           ELSE
                               MOVE "Y" TO PND-OVERFLOW
                               MOVE "Y" TO PND-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PND-FILE
           END-IF
           IF PND-OVERFLOW = "Y"
               DISPLAY "APPROVAL QUEUE TABLE FULL - MORE THAN 500 "
                   "ENTRIES - RUN STOPPED"
               IF LOCK-HELD = "Y"
                   PERFORM RELEASE-LOCK
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       SAVE-PENDING-TABLE.
           MOVE "N" TO PNDHIST-OPEN
           OPEN OUTPUT PNDTMP-FILE
           PERFORM VARYING PND-JDX FROM 1 BY 1
                   UNTIL PND-JDX > PND-COUNT
               IF (PND-TAB-REC (PND-JDX) (70:3) = "PST" OR "RJD")
                   AND PND-TAB-REC (PND-JDX) (77:8) NOT = SPACES
                   AND PND-TAB-REC (PND-JDX) (77:8) < TODAY-DATE
                   IF PNDHIST-OPEN = "N"
                       OPEN EXTEND PNDHIST-FILE
                       IF PNDHIST-FS NOT = "00"
                           OPEN OUTPUT PNDHIST-FILE
                       END-IF
                       MOVE "Y" TO PNDHIST-OPEN
                   END-IF
                   WRITE PNDHIST-REC FROM PND-TAB-REC (PND-JDX)
               ELSE
                   WRITE PNDTMP-REC FROM PND-TAB-REC (PND-JDX)
               END-IF
           END-PERFORM
           CLOSE PNDTMP-FILE
           IF PNDHIST-OPEN = "Y"
               CLOSE PNDHIST-FILE
           END-IF
           CALL "SYSTEM" USING "mv pndtmp.txt pending.txt".

       PROCESS-APPROVAL-QUEUE.
           MOVE "N" TO APR-DONE
           PERFORM UNTIL APR-DONE = "Y"
               PERFORM OBTAIN-LOCK
               PERFORM LOAD-PENDING-TABLE
               MOVE ZERO TO PND-FOUND
               PERFORM VARYING PND-IDX FROM 1 BY 1
                       UNTIL PND-IDX > PND-COUNT OR PND-FOUND > 0
                   MOVE PND-TAB-REC (PND-IDX) TO PND-REC
                   IF PND-STATUS = "APR" OR "DEC" OR "INP"
                       MOVE PND-IDX TO PND-FOUND
                   END-IF
               END-PERFORM
               IF PND-FOUND = 0
                   MOVE "Y" TO APR-DONE
                   IF PND-COUNT > 0
                       PERFORM SAVE-PENDING-TABLE
                   END-IF
                   PERFORM RELEASE-LOCK
               ELSE
                   MOVE PND-TAB-REC (PND-FOUND) TO PND-REC
                   MOVE "N" TO APR-ALREADY-POSTED
                   IF PND-STATUS = "INP"
                       PERFORM CHECK-APPROVED-POSTED
                   END-IF
                   EVALUATE TRUE
                       WHEN APR-ALREADY-POSTED = "Y"
                           MOVE "PST" TO PND-STATUS
                       WHEN PND-STATUS = "DEC"
                           MOVE "RJD" TO PND-STATUS
                       WHEN OTHER
                           MOVE "INP" TO PND-STATUS
                   END-EVALUATE
                   MOVE PND-REC TO PND-TAB-REC (PND-FOUND)
                   PERFORM SAVE-PENDING-TABLE
                   PERFORM RELEASE-LOCK
                   MOVE PND-IN-DATA TO IN-REC
                   EVALUATE PND-STATUS
                       WHEN "INP"
                           PERFORM POST-APPROVED-ITEM
                           PERFORM MARK-APPROVED-POSTED
                       WHEN "RJD"
                           PERFORM WRITE-DECLINE-REJECT
                       WHEN OTHER
                           DISPLAY "APPROVED ITEM " PND-REF
                               " ALREADY POSTED"
                   END-EVALUATE
               END-IF
           END-PERFORM.

       CHECK-APPROVED-POSTED.
           MOVE SPACES TO APR-POST-TAG
           STRING "AUTH:" PND-CHECKER " REF:" PND-REF
                  DELIMITED SIZE
                  INTO APR-POST-TAG
           END-STRING
           CLOSE OUT-FILE
           OPEN INPUT JRNIN-FILE
           IF JRNIN-FS = "00"
               MOVE "N" TO JRNIN-EOF-FLAG
               PERFORM UNTIL JRNIN-EOF-FLAG = "Y" OR
                       APR-ALREADY-POSTED = "Y"
                   READ JRNIN-FILE
                       AT END
                           MOVE "Y" TO JRNIN-EOF-FLAG
                       NOT AT END
                           MOVE ZERO TO APR-TAG-HITS
                           INSPECT JRNIN-REC TALLYING APR-TAG-HITS
                               FOR ALL APR-POST-TAG
                           IF APR-TAG-HITS > 0 AND
                               (PND-IN-DATA(7:3) NOT = "CLS" OR
                                JRNIN-REC(60:14) = "ACCOUNT CLOSED")
                               MOVE "Y" TO APR-ALREADY-POSTED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JRNIN-FILE
           END-IF
           OPEN EXTEND OUT-FILE
           IF OUT-FS NOT = "00"
               OPEN OUTPUT OUT-FILE
           END-IF.

       POST-APPROVED-ITEM.
           ADD 1 TO APR-POST-COUNT
           MOVE PND-MAKER   TO APR-MAKER
           MOVE PND-CHECKER TO APR-CHECKER
           MOVE PND-REF     TO APR-POST-REF
           PERFORM PROCESS-ONE-INPUT
           MOVE SPACES TO APR-MAKER
           MOVE SPACES TO APR-CHECKER.

       MARK-APPROVED-POSTED.
           PERFORM OBTAIN-LOCK
           PERFORM LOAD-PENDING-TABLE
           PERFORM VARYING PND-IDX FROM 1 BY 1
                   UNTIL PND-IDX > PND-COUNT
               MOVE PND-TAB-REC (PND-IDX) TO PND-REC
               IF PND-REF = APR-POST-REF AND PND-STATUS = "INP"
                   MOVE "PST" TO PND-STATUS
                   MOVE PND-REC TO PND-TAB-REC (PND-IDX)
               END-IF
           END-PERFORM
           PERFORM SAVE-PENDING-TABLE
           PERFORM RELEASE-LOCK
           MOVE SPACES TO APR-POST-REF.

       WRITE-DECLINE-REJECT.
           ADD 1 TO APR-DECL-COUNT
           ADD 1 TO GL-REJ-CNT
           MOVE SPACES TO EDT-REASON
           EVALUATE PND-REASON
               WHEN "D01"
                   MOVE "D01 NOT AUTHORISED BY CUSTOMER" TO EDT-REASON
               WHEN "D02"
                   MOVE "D02 INSUFFICIENT DOCUMENTATION" TO EDT-REASON
               WHEN "D03"
                   MOVE "D03 SUSPECTED FRAUD" TO EDT-REASON
               WHEN "D04"
                   MOVE "D04 DUPLICATE ITEM" TO EDT-REASON
               WHEN OTHER
                   MOVE "D05 DECLINED BY SUPERVISOR" TO EDT-REASON
           END-EVALUATE
           MOVE SPACES TO REJ-REC
           MOVE 1 TO PTR
           STRING IN-REC " " EDT-REASON
                  " OP:"   PND-MAKER
                  " AUTH:" PND-CHECKER
                  DELIMITED SIZE
                  INTO REJ-REC
                  WITH POINTER PTR
           END-STRING
           WRITE REJ-REC.

       STANDING-ORDERS-MODE.
           OPEN INPUT ORD-FILE
           IF ORD-FS NOT = "00"
               DISPLAY "NO STANDING ORDERS FILE - STATUS " ORD-FS
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND OUT-FILE
               ADD 1 TO ORD-EXEC-COUNT
           ELSE
               ADD 1 TO ORD-FAIL-COUNT
               PERFORM RAISE-ORDER-FAIL-ALERT
           END-IF
           PERFORM WRITE-ORDER-LOG.

       RAISE-ORDER-FAIL-ALERT.
           MOVE SO-SRC-X TO ALT-ACC-X
           MOVE SPACES   TO ALT-CUST-ID
           MOVE ZERO     TO ALT-BALANCE
           MOVE FUNCTION NUMVAL(SO-AMT-STR) TO ALT-AMOUNT
           OPEN INPUT ACC-FILE
           IF ACC-FS = "00"
               MOVE SO-SRC-X TO ACC-ACC-X
               READ ACC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACC-CUST-ID TO ALT-CUST-ID
                       MOVE FUNCTION NUMVAL(ACC-AMT-STR)
                           TO ALT-BALANCE
               END-READ
               CLOSE ACC-FILE
           END-IF
           MOVE "SOF" TO ALT-TYPE
           PERFORM RAISE-ALERT.

       WRITE-ORDER-LOG.
           MOVE SPACES TO ORDLOG-REC
           MOVE 1 TO PTR
           PERFORM LOAD-BUSINESS-DATE
           MOVE ZERO TO GL-INT-CNT
           MOVE ZERO TO GL-INT-AMT
           MOVE ZERO TO GL-WHT-CNT
           MOVE ZERO TO GL-WHT-AMT
           PERFORM OBTAIN-LOCK
           OPEN I-O ACC-FILE
           IF ACC-FS NOT = "00"
               DISPLAY "CANNOT OPEN ACCOUNT MASTER - STATUS " ACC-FS
               PERFORM RELEASE-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND OUT-FILE
           IF OUT-FS NOT = "00"
               OPEN OUTPUT OUT-FILE
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ ACC-FILE NEXT
                           DISPLAY "Account " ACC-ACCOUNT
                               " overdrawn - interest skipped"
                       ELSE
                           PERFORM CALC-ACCOUNT-INTEREST
                           PERFORM CALC-WITHHOLDING
                           COMPUTE TMP-BALANCE = ACC-BALANCE +
                               INT-AMOUNT - WHT-AMOUNT
                           MOVE "BAL"         TO TMP-ACT
                           MOVE TMP-BALANCE   TO AMOUNT-EDITED
                           MOVE AMOUNT-EDITED TO TMP-AMT-STR
                           MOVE TODAY-DATE    TO TMP-INT-DATE
                           MOVE ACC-REC TO AUD-BEFORE
                           REWRITE ACC-REC FROM TMP-REC
                               INVALID KEY
                                   DISPLAY "REWRITE FAILED FOR "
                                       "ACCOUNT " ACC-ACC-X
                               NOT INVALID KEY
                                   PERFORM WRITE-ACCOUNT-AUDIT
                           END-REWRITE
                           IF INT-AMOUNT > ZERO
                               PERFORM JOURNAL-INTEREST
                           END-IF
                           DISPLAY "Applied interest to account "
                               ACC-ACCOUNT " new balance: " TMP-BALANCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACC-FILE
           CLOSE OUT-FILE
           PERFORM RELEASE-LOCK
           IF GL-INT-CNT > 0
               PERFORM WRITE-GL-EXTRACT
           END-IF.

       JOURNAL-INTEREST.
           MOVE ACC-ACC-X   TO IN-ACC-X
           MOVE "INT"       TO IN-ACTION
           MOVE INT-AMOUNT  TO IN-AMOUNT
           COMPUTE JRN-BALANCE = TMP-BALANCE + WHT-AMOUNT
           MOVE "INTEREST CREDITED" TO OUT-DESC
           PERFORM FINALIZE
           IF WHT-AMOUNT > ZERO
               MOVE "WHT"       TO IN-ACTION
               MOVE WHT-AMOUNT  TO IN-AMOUNT
               MOVE TMP-BALANCE TO JRN-BALANCE
               MOVE "INTEREST TAX WITHHELD" TO OUT-DESC
               PERFORM FINALIZE
           END-IF.

       CALC-ACCOUNT-INTEREST.
           IF ACC-BALANCE < INT-TIER1-MAX
               MOVE INT-RATE-TIER1 TO INT-RATE
           ELSE
               IF ACC-BALANCE < INT-TIER2-MAX
                   MOVE INT-RATE-TIER2 TO INT-RATE
               ELSE
                   MOVE INT-RATE-TIER3 TO INT-RATE
               END-IF
           END-IF
           COMPUTE INT-AMOUNT = ACC-BALANCE * INT-RATE.

       CALC-WITHHOLDING.
           MOVE ZERO TO WHT-AMOUNT
           MOVE "N" TO WHT-EXEMPT
           IF WHT-RATE-PCT > ZERO AND INT-AMOUNT > ZERO
               IF TMP-CUST-ID NOT = SPACES
                   OPEN INPUT CUS-FILE
                   IF CUS-FS = "00"
                       MOVE TMP-CUST-ID TO CUS-ID-X
                       READ CUS-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF CUS-TAX-EXEMPT = "Y"
                                   MOVE "Y" TO WHT-EXEMPT
                               END-IF
                       END-READ
                       CLOSE CUS-FILE
                   END-IF
               END-IF
               IF WHT-EXEMPT = "N"
                   COMPUTE WHT-AMOUNT ROUNDED =
                       INT-AMOUNT * WHT-RATE-PCT / 100
               END-IF
           END-IF.

       DORMANT-SWEEP-MODE.
           MOVE TODAY-DATE TO DOR-DATE-NUM
           COMPUTE DOR-TODAY-INT =
           IF ACC-FS NOT = "00"
               DISPLAY "CANNOT OPEN ACCOUNT MASTER - STATUS " ACC-FS
               PERFORM RELEASE-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT DOR-FILE
               IF DOR-DAYS >= DORMANT-DAYS
                   MOVE ACC-REC TO TMP-REC
                   MOVE "DOR" TO TMP-STATUS
                   MOVE ACC-REC TO AUD-BEFORE
                   REWRITE ACC-REC FROM TMP-REC
                       INVALID KEY
                           DISPLAY "REWRITE FAILED FOR ACCOUNT "
                               TMP-ACC-X
                       NOT INVALID KEY
                           PERFORM WRITE-ACCOUNT-AUDIT
                   END-REWRITE
                   ADD 1 TO DOR-COUNT
                   MOVE FUNCTION NUMVAL(ACC-AMT-STR) TO RPT-BALANCE
               END-IF
           END-IF.

       LOAN-COLLECT-MODE.
           OPEN EXTEND OUT-FILE
           IF OUT-FS NOT = "00"
               OPEN OUTPUT OUT-FILE
           END-IF
           PERFORM OBTAIN-LOCK
           OPEN I-O LN-FILE
           IF LN-FS = "35"
               DISPLAY "NO LOAN MASTER - NOTHING TO COLLECT"
               PERFORM RELEASE-LOCK
               CLOSE OUT-FILE
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           IF LN-FS NOT = "00"
               DISPLAY "CANNOT OPEN LOAN MASTER - STATUS " LN-FS
               PERFORM RELEASE-LOCK
               CLOSE OUT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O LNS-FILE
           IF LNS-FS NOT = "00"
               DISPLAY "CANNOT OPEN LOAN SCHEDULE - STATUS " LNS-FS
               CLOSE LN-FILE
               PERFORM RELEASE-LOCK
               CLOSE OUT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ACC-FILE
           IF ACC-FS NOT = "00"
               DISPLAY "CANNOT OPEN ACCOUNT MASTER - STATUS " ACC-FS
               CLOSE LNS-FILE
               CLOSE LN-FILE
               PERFORM RELEASE-LOCK
               CLOSE OUT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO LN-EOF-FLAG
           PERFORM UNTIL LN-EOF-FLAG = "Y"
               READ LN-FILE NEXT
                   AT END
                       MOVE "Y" TO LN-EOF-FLAG
                   NOT AT END
                       ADD 1 TO LN-READ-COUNT
                       IF LN-STATUS = "ACT"
                           IF LN-LAST-DATE = TODAY-DATE
                               DISPLAY "LOAN " LN-ID-X
                                   " ALREADY COLLECTED TODAY"
                           ELSE
                               PERFORM COLLECT-ONE-LOAN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACC-FILE
           CLOSE LNS-FILE
           CLOSE LN-FILE
           PERFORM RELEASE-LOCK
           CLOSE OUT-FILE
           PERFORM WRITE-GL-EXTRACT
           DISPLAY "LOANS READ:           " LN-READ-COUNT
           DISPLAY "INSTALMENTS DUE:      " LN-INST-COUNT
           DISPLAY "REPAYMENTS COLLECTED: " LN-COLLECT-COUNT
           DISPLAY "INSTALMENTS IN ARREARS: " LN-ARREARS-COUNT
           DISPLAY "LOANS PAID OFF:       " LN-PAIDOFF-COUNT.

       COLLECT-ONE-LOAN.
           MOVE FUNCTION NUMVAL(LN-OS-STR) TO LN-OS-AMT
           MOVE ZERO TO LN-ARR-AMT
           MOVE ZERO TO LN-OPEN-COUNT
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
                       IF LNS-ID-X NOT = LN-ID-X
                           MOVE "Y" TO LNS-EOF-FLAG
                       ELSE
                           IF LNS-STATUS NOT = "PAI" AND
                               LNS-DUE-DATE NOT > TODAY-DATE
                               ADD 1 TO LN-INST-COUNT
                               PERFORM COLLECT-INSTALMENT
                           END-IF
                           IF LNS-STATUS NOT = "PAI"
                               ADD 1 TO LN-OPEN-COUNT
                           END-IF
                           IF LNS-STATUS = "ARR"
                               COMPUTE LN-ARR-AMT = LN-ARR-AMT +
                                   FUNCTION NUMVAL(LNS-DUE-STR) -
                                   FUNCTION NUMVAL(LNS-PAID-STR)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE LN-OS-AMT     TO LN-OS-EDITED
           MOVE LN-OS-EDITED  TO LN-OS-STR
           MOVE LN-ARR-AMT    TO LN-OS-EDITED
           MOVE LN-OS-EDITED  TO LN-ARR-STR
           MOVE TODAY-DATE    TO LN-LAST-DATE
           IF LN-OPEN-COUNT = 0
               MOVE "PAI" TO LN-STATUS
               ADD 1 TO LN-PAIDOFF-COUNT
           END-IF
           REWRITE LN-REC
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR LOAN " LN-ID-X
           END-REWRITE.

       COLLECT-INSTALMENT.
           MOVE FUNCTION NUMVAL(LNS-DUE-STR)  TO LN-DUE-AMT
           MOVE FUNCTION NUMVAL(LNS-PAID-STR) TO LN-PAID-AMT
           MOVE FUNCTION NUMVAL(LNS-INT-STR)  TO LN-INT-AMT
           COMPUTE LN-OWED-AMT = LN-DUE-AMT - LN-PAID-AMT
           MOVE ZERO TO LN-COLLECT-AMT
           MOVE ZERO TO TMP-BALANCE
           MOVE SPACES TO LN-ARR-REASON
           MOVE LN-ACC-X TO ACC-ACC-X
           READ ACC-FILE
               INVALID KEY
                   MOVE "ACCOUNT NOT FOUND" TO LN-ARR-REASON
               NOT INVALID KEY
                   MOVE ACC-REC TO TMP-REC
                   MOVE FUNCTION NUMVAL(ACC-AMT-STR) TO TMP-BALANCE
                   IF NOT ACC-STATUS-ACTIVE
                       MOVE "ACCOUNT NOT ACTIVE" TO LN-ARR-REASON
                   ELSE
                       MOVE LN-ACC-X TO IN-ACC-X
                       PERFORM COMPUTE-AVAILABLE
                       PERFORM GET-OD-LIMIT-SOURCE
                       IF AVAIL-BALANCE + OD-LIMIT >= LN-OWED-AMT
                           MOVE LN-OWED-AMT TO LN-COLLECT-AMT
                       ELSE
                           MOVE "INSUFFICIENT FUNDS" TO LN-ARR-REASON
                           IF AVAIL-BALANCE + OD-LIMIT > ZERO
                               COMPUTE LN-COLLECT-AMT =
                                   AVAIL-BALANCE + OD-LIMIT
                           END-IF
                       END-IF
                       IF LN-COLLECT-AMT > ZERO
                           PERFORM POST-LOAN-REPAYMENT
                       END-IF
                   END-IF
           END-READ
           ADD LN-COLLECT-AMT TO LN-PAID-AMT
           MOVE LN-PAID-AMT    TO LN-OS-EDITED
           MOVE LN-OS-EDITED   TO LNS-PAID-STR
           IF LN-PAID-AMT < LN-DUE-AMT
               MOVE "ARR" TO LNS-STATUS
               ADD 1 TO LN-ARREARS-COUNT
               PERFORM JOURNAL-LOAN-ARREARS
           ELSE
               MOVE "PAI" TO LNS-STATUS
               MOVE TODAY-DATE TO LNS-PAID-DATE
           END-IF
           REWRITE LNS-REC
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR LOAN SCHEDULE " LNS-KEY
           END-REWRITE.

       POST-LOAN-REPAYMENT.
           IF LN-PAID-AMT >= LN-INT-AMT
               MOVE ZERO TO LN-INT-OWED
           ELSE
               COMPUTE LN-INT-OWED = LN-INT-AMT - LN-PAID-AMT
           END-IF
           IF LN-COLLECT-AMT > LN-INT-OWED
               MOVE LN-INT-OWED TO LN-INT-PART
           ELSE
               MOVE LN-COLLECT-AMT TO LN-INT-PART
           END-IF
           COMPUTE LN-PRN-PART = LN-COLLECT-AMT - LN-INT-PART
           SUBTRACT LN-COLLECT-AMT FROM TMP-BALANCE
           MOVE "LNR"         TO TMP-ACT
           MOVE TMP-BALANCE   TO AMOUNT-EDITED
           MOVE AMOUNT-EDITED TO TMP-AMT-STR
           MOVE ACC-REC TO AUD-BEFORE
           REWRITE ACC-REC FROM TMP-REC
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR ACCOUNT " TMP-ACC-X
               NOT INVALID KEY
                   PERFORM WRITE-ACCOUNT-AUDIT
           END-REWRITE
           IF LN-PRN-PART > LN-OS-AMT
               MOVE ZERO TO LN-OS-AMT
           ELSE
               SUBTRACT LN-PRN-PART FROM LN-OS-AMT
           END-IF
           IF LN-PRN-PART > ZERO
               ADD 1 TO GL-LNP-CNT
               ADD LN-PRN-PART TO GL-LNP-AMT
           END-IF
           IF LN-INT-PART > ZERO
               ADD 1 TO GL-LNI-CNT
               ADD LN-INT-PART TO GL-LNI-AMT
           END-IF
           ADD 1 TO LN-COLLECT-COUNT
           MOVE LN-ACC-X       TO IN-ACC-X
           MOVE "LNR"          TO IN-ACTION
           MOVE LN-COLLECT-AMT TO IN-AMOUNT
           MOVE TMP-BALANCE    TO JRN-BALANCE
           MOVE SPACES TO OUT-DESC
           MOVE 1 TO PTR
           STRING "LOAN REPAYMENT LN:" LN-ID-X
                  " INST:" LNS-SEQ-X
                  DELIMITED SIZE
                  INTO OUT-DESC
                  WITH POINTER PTR
           END-STRING
           PERFORM FINALIZE.

       JOURNAL-LOAN-ARREARS.
           MOVE LN-ACC-X    TO IN-ACC-X
           MOVE "LNA"       TO IN-ACTION
           COMPUTE IN-AMOUNT = LN-DUE-AMT - LN-PAID-AMT
           MOVE TMP-BALANCE TO JRN-BALANCE
           MOVE SPACES TO OUT-DESC
           MOVE 1 TO PTR
           STRING "LOAN ARREARS LN:" LN-ID-X
                  " INST:" LNS-SEQ-X
                  " DUE:"  LNS-DUE-DATE
                  " "      LN-ARR-REASON
                  DELIMITED SIZE
                  INTO OUT-DESC
                  WITH POINTER PTR
           END-STRING
           PERFORM FINALIZE.

       TELLER-MODE.
           PERFORM TELLER-SIGN-ON
           IF TLR-SIGNED-ON = "N"
               STOP RUN
           END-IF
           OPEN EXTEND OUT-FILE
           IF OUT-FS NOT = "00"
               OPEN OUTPUT OUT-FILE
           END-IF
           MOVE "N" TO TLR-DONE
           PERFORM UNTIL TLR-DONE = "Y"
               MOVE SPACES TO TLR-ACC-X
               DISPLAY "ACCOUNT NUMBER (C=CUSTOMER, A=APPROVALS, "
                   "BLANK TO EXIT):"
               ACCEPT TLR-ACC-X
               IF TLR-ACC-X = SPACES
                   MOVE "Y" TO TLR-DONE
               ELSE
                   IF TLR-ACC-X = "C"
                       PERFORM TELLER-CUST-INQUIRY
                   ELSE
                   IF TLR-ACC-X = "A"
                       PERFORM TELLER-APPROVALS
                   ELSE
                       PERFORM TELLER-INQUIRY
                   END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE OUT-FILE.

       TELLER-SIGN-ON.
           MOVE "N" TO TLR-SIGNED-ON
           IF OPR-COUNT = 0
               DISPLAY "NO OPERATORS FILE - TELLER SIGN-ON UNAVAILABLE"
           ELSE
               DISPLAY "OPERATOR ID:"
               MOVE SPACES TO OPR-LOOKUP-ID
               ACCEPT OPR-LOOKUP-ID
               PERFORM FIND-OPERATOR
               IF OPR-FOUND-FLAG = "N"
                   DISPLAY "UNKNOWN OPERATOR - SIGN-ON REFUSED"
               ELSE
                   MOVE OPR-LOOKUP-ID TO OPERATOR-ID
                   MOVE OPR-FOUND-AUTH TO TLR-OPR-AUTH
                   MOVE "Y" TO TLR-SIGNED-ON
                   DISPLAY "SIGNED ON AS " OPERATOR-ID
               END-IF
           END-IF.

       TELLER-INQUIRY.
           MOVE "N" TO TLR-FOUND
           OPEN INPUT ACC-FILE
           IF ACC-FS NOT = "00"
               DISPLAY "CANNOT OPEN ACCOUNT MASTER - STATUS " ACC-FS
           ELSE
               MOVE TLR-ACC-X TO ACC-ACC-X
               READ ACC-FILE
                   INVALID KEY
                       DISPLAY "ACCOUNT NOT FOUND"

       TELLER-MENU.
           DISPLAY "1=CORRECT NAME 2=CHANGE STATUS 3=LINK CUSTOMER "
               "4=ISSUE CHEQUES 5=STOP CHEQUE 6=LIFT STOP "
               "0=NEXT CUSTOMER:"
           MOVE SPACES TO TLR-CHOICE
           ACCEPT TLR-CHOICE
                   PERFORM TELLER-CHANGE-STATUS
               WHEN "3"
                   PERFORM TELLER-LINK-CUSTOMER
               WHEN "4"
                   PERFORM TELLER-ISSUE-CHEQUES
               WHEN "5"
                   PERFORM TELLER-STOP-CHEQUE
               WHEN "6"
                   PERFORM TELLER-LIFT-STOP
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
                           NOT INVALID KEY
                               MOVE ACC-REC TO TMP-REC
                               MOVE TLR-CUST-ID TO TMP-CUST-ID
                               MOVE ACC-REC TO AUD-BEFORE
                               REWRITE ACC-REC FROM TMP-REC
                                   INVALID KEY
                                       DISPLAY "REWRITE FAILED FOR "
                                           "ACCOUNT " TMP-ACC-X
                                   NOT INVALID KEY
                                       PERFORM WRITE-ACCOUNT-AUDIT
                               END-REWRITE
                               PERFORM TELLER-AUDIT-LINK
                               DISPLAY "CUSTOMER LINKED"
                           MOVE ACC-NAME TO TLR-OLD-NAME
                           MOVE ACC-REC TO TMP-REC
                           MOVE TLR-NEW-NAME TO TMP-NAME
                           MOVE ACC-REC TO AUD-BEFORE
                           REWRITE ACC-REC FROM TMP-REC
                               INVALID KEY
                                   DISPLAY "REWRITE FAILED FOR "
                                       "ACCOUNT " TMP-ACC-X
                               NOT INVALID KEY
                                   PERFORM WRITE-ACCOUNT-AUDIT
                           END-REWRITE
                           PERFORM TELLER-AUDIT-NAME
                           DISPLAY "NAME UPDATED"
           PERFORM FINALIZE.

       TELLER-CHANGE-STATUS.
           DISPLAY "NEW STATUS (ACT/FRZ/DOR):"
           MOVE SPACES TO TLR-NEW-STATUS
           ACCEPT TLR-NEW-STATUS
           IF TLR-NEW-STATUS = "CLS"
               DISPLAY "CLOSURE MUST BE SETTLED THROUGH THE BATCH"
           ELSE
           IF TLR-NEW-STATUS NOT = "ACT" AND "FRZ" AND "DOR"
               DISPLAY "INVALID STATUS"
           ELSE
               DISPLAY "SUPERVISOR ID REQUIRED:"
                               MOVE ACC-STATUS TO TLR-OLD-STATUS
                               MOVE ACC-REC TO TMP-REC
                               MOVE TLR-NEW-STATUS TO TMP-STATUS
                               MOVE ACC-REC TO AUD-BEFORE
                               REWRITE ACC-REC FROM TMP-REC
                                   INVALID KEY
                                       DISPLAY "REWRITE FAILED FOR "
                                           "ACCOUNT " TMP-ACC-X
                                   NOT INVALID KEY
                                       PERFORM WRITE-ACCOUNT-AUDIT
                               END-REWRITE
                               PERFORM TELLER-AUDIT-STATUS
                               DISPLAY "STATUS UPDATED"
                   END-IF
                   PERFORM RELEASE-LOCK
               END-IF
           END-IF
           END-IF.

       TELLER-AUDIT-STATUS.
           MOVE ZERO TO IN-AMOUNT
           PERFORM FINALIZE.

       TELLER-ISSUE-CHEQUES.
           IF NOT ACC-STATUS-ACTIVE
               DISPLAY "ACCOUNT NOT ACTIVE - NO CHEQUES ISSUED"
           ELSE
               DISPLAY "FIRST SERIAL NUMBER (6 DIGITS):"
               MOVE SPACES TO CHQ-FIRST-X
               ACCEPT CHQ-FIRST-X
               DISPLAY "NUMBER OF LEAVES (1-100):"
               MOVE SPACES TO CHQ-LEAVES-X
               ACCEPT CHQ-LEAVES-X
               MOVE FUNCTION NUMVAL(CHQ-LEAVES-X) TO CHQ-LEAVES
               IF CHQ-FIRST-X NOT NUMERIC OR CHQ-FIRST-X = "000000"
                   DISPLAY "INVALID SERIAL NUMBER"
               ELSE
               IF CHQ-LEAVES < 1 OR CHQ-LEAVES > 100
                   DISPLAY "INVALID NUMBER OF LEAVES"
               ELSE
                   MOVE CHQ-FIRST-X TO CHQ-FIRST-NUM
                   COMPUTE CHQ-LAST-NUM =
                       CHQ-FIRST-NUM + CHQ-LEAVES - 1
                   IF CHQ-LAST-NUM > 999999
                       DISPLAY "SERIAL RANGE EXCEEDS 999999"
                   ELSE
                       MOVE CHQ-LAST-NUM TO CHQ-SERIAL-NUM
                       MOVE CHQ-SERIAL-NUM TO CHQ-LAST-X
                       MOVE TLR-ACC-X TO CHQ-ACC-X
                       PERFORM OBTAIN-LOCK
                       PERFORM CHECK-CHEQUE-OVERLAP
                       IF CHQ-OVERLAP = "Y"
                           DISPLAY "RANGE OVERLAPS A BOOK ALREADY "
                               "ISSUED TO THIS ACCOUNT"
                       ELSE
                           PERFORM WRITE-CHEQUE-BOOK
                           DISPLAY "CHEQUES " CHQ-FIRST-X " TO "
                               CHQ-LAST-X " ISSUED"
                       END-IF
                       PERFORM RELEASE-LOCK
                   END-IF
               END-IF
               END-IF
           END-IF.

       CHECK-CHEQUE-OVERLAP.
           MOVE "N" TO CHQ-OVERLAP
           OPEN INPUT CHB-FILE
           IF CHB-FS = "00"
               MOVE "N" TO CHQ-SCAN-EOF
               PERFORM UNTIL CHQ-SCAN-EOF = "Y"
                   READ CHB-FILE
                       AT END
                           MOVE "Y" TO CHQ-SCAN-EOF
                       NOT AT END
                           IF CHB-ACC-X = CHQ-ACC-X AND
                               CHQ-FIRST-X <= CHB-LAST-X AND
                               CHQ-LAST-X >= CHB-FIRST-X
                               MOVE "Y" TO CHQ-OVERLAP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHB-FILE
           END-IF.

       WRITE-CHEQUE-BOOK.
           OPEN EXTEND CHB-FILE
           IF CHB-FS NOT = "00"
               OPEN OUTPUT CHB-FILE
           END-IF
           MOVE CHQ-ACC-X   TO CHB-ACC-X
           MOVE CHQ-FIRST-X TO CHB-FIRST-X
           MOVE CHQ-LAST-X  TO CHB-LAST-X
           MOVE TODAY-DATE  TO CHB-ISSUE-DATE
           MOVE OPERATOR-ID TO CHB-OPR
           WRITE CHB-REC
           CLOSE CHB-FILE
           MOVE SPACES TO OUT-DESC
           MOVE 1 TO PTR
           STRING "CHEQUE BOOK ISSUED NO:" CHQ-FIRST-X
                  "-" CHQ-LAST-X
                  DELIMITED SIZE
                  INTO OUT-DESC
                  WITH POINTER PTR
           END-STRING
           PERFORM TELLER-AUDIT-CHEQUE.

       TELLER-STOP-CHEQUE.
           DISPLAY "CHEQUE SERIAL NUMBER TO STOP:"
           MOVE SPACES TO CHQ-SERIAL-X
           ACCEPT CHQ-SERIAL-X
           IF CHQ-SERIAL-X NOT NUMERIC
               DISPLAY "INVALID SERIAL NUMBER"
           ELSE
               MOVE TLR-ACC-X TO CHQ-ACC-X
               PERFORM OBTAIN-LOCK
               PERFORM CHECK-CHEQUE-ISSUED
               PERFORM CHECK-CHEQUE-STOPPED
               PERFORM CHECK-CHEQUE-PAID
               IF CHQ-ISSUED = "N"
                   DISPLAY "SERIAL NOT ISSUED TO THIS ACCOUNT"
               ELSE
               IF CHQ-PAID = "Y"
                   DISPLAY "CHEQUE ALREADY PAID"
               ELSE
               IF CHQ-STOPPED = "Y"
                   DISPLAY "STOP ALREADY IN PLACE"
               ELSE
                   OPEN EXTEND CHS-FILE
                   IF CHS-FS NOT = "00"
                       OPEN OUTPUT CHS-FILE
                   END-IF
                   MOVE CHQ-ACC-X    TO CHS-ACC-X
                   MOVE CHQ-SERIAL-X TO CHS-SERIAL-X
                   MOVE "STP"        TO CHS-STATUS
                   MOVE TODAY-DATE   TO CHS-DATE
                   MOVE OPERATOR-ID  TO CHS-OPR
                   MOVE SPACES       TO CHS-LIFT-DATE
                   MOVE SPACES       TO CHS-LIFT-OPR
                   WRITE CHS-REC
                   CLOSE CHS-FILE
                   MOVE SPACES TO OUT-DESC
                   MOVE 1 TO PTR
                   STRING "CHEQUE STOPPED NO:" CHQ-SERIAL-X
                          DELIMITED SIZE
                          INTO OUT-DESC
                          WITH POINTER PTR
                   END-STRING
                   PERFORM TELLER-AUDIT-CHEQUE
                   DISPLAY "STOP PLACED ON CHEQUE " CHQ-SERIAL-X
               END-IF
               END-IF
               END-IF
               PERFORM RELEASE-LOCK
           END-IF.

       TELLER-LIFT-STOP.
           DISPLAY "CHEQUE SERIAL NUMBER TO RELEASE:"
           MOVE SPACES TO CHQ-SERIAL-X
           ACCEPT CHQ-SERIAL-X
           MOVE TLR-ACC-X TO CHQ-ACC-X
           PERFORM CHECK-CHEQUE-STOPPED
           IF CHQ-STOPPED = "N"
               DISPLAY "NO STOP IN PLACE FOR THIS CHEQUE"
           ELSE
               DISPLAY "SUPERVISOR ID REQUIRED:"
               MOVE SPACES TO TLR-SUP-ID
               ACCEPT TLR-SUP-ID
               MOVE TLR-SUP-ID TO OPR-LOOKUP-ID
               PERFORM FIND-OPERATOR
               IF OPR-FOUND-FLAG = "N" OR
                   OPR-FOUND-AUTH NOT = "2" OR
                   TLR-SUP-ID = OPERATOR-ID
                   DISPLAY "SUPERVISOR APPROVAL DENIED"
               ELSE
                   PERFORM OBTAIN-LOCK
                   PERFORM LIFT-CHEQUE-STOP
                   IF CHQ-LIFT-DONE = "Y"
                       MOVE SPACES TO OUT-DESC
                       MOVE 1 TO PTR
                       STRING "CHEQUE STOP LIFTED NO:" CHQ-SERIAL-X
                              " AUTH:" TLR-SUP-ID
                              DELIMITED SIZE
                              INTO OUT-DESC
                              WITH POINTER PTR
                       END-STRING
                       PERFORM TELLER-AUDIT-CHEQUE
                       DISPLAY "STOP LIFTED ON CHEQUE " CHQ-SERIAL-X
                   END-IF
                   PERFORM RELEASE-LOCK
               END-IF
           END-IF.

       LIFT-CHEQUE-STOP.
           MOVE "N" TO CHQ-LIFT-DONE
           OPEN INPUT CHS-FILE
           IF CHS-FS = "00"
               OPEN OUTPUT CHSTMP-FILE
               MOVE "N" TO CHQ-SCAN-EOF
               PERFORM UNTIL CHQ-SCAN-EOF = "Y"
                   READ CHS-FILE
                       AT END
                           MOVE "Y" TO CHQ-SCAN-EOF
                       NOT AT END
                           IF CHQ-LIFT-DONE = "N" AND
                               CHS-ACC-X = CHQ-ACC-X AND
                               CHS-SERIAL-X = CHQ-SERIAL-X AND
                               CHS-STATUS = "STP"
                               MOVE "LFT"       TO CHS-STATUS
                               MOVE TODAY-DATE  TO CHS-LIFT-DATE
                               MOVE OPERATOR-ID TO CHS-LIFT-OPR
                               MOVE "Y" TO CHQ-LIFT-DONE
                           END-IF
                           WRITE CHSTMP-REC FROM CHS-REC
                   END-READ
               END-PERFORM
               CLOSE CHS-FILE
               CLOSE CHSTMP-FILE
               CALL "SYSTEM" USING "mv chqstmp.txt chqstop.txt"
           END-IF.

       TELLER-AUDIT-CHEQUE.
           MOVE FUNCTION NUMVAL(ACC-AMT-STR) TO JRN-BALANCE
           MOVE TLR-ACC-X TO IN-ACC-X
           MOVE "MNT" TO IN-ACTION
           MOVE ZERO TO IN-AMOUNT
           PERFORM FINALIZE.

       CHECK-CHEQUE-ISSUED.
           MOVE "N" TO CHQ-ISSUED
           OPEN INPUT CHB-FILE
           IF CHB-FS = "00"
               MOVE "N" TO CHQ-SCAN-EOF
               PERFORM UNTIL CHQ-SCAN-EOF = "Y"
                   READ CHB-FILE
                       AT END
                           MOVE "Y" TO CHQ-SCAN-EOF
                       NOT AT END
                           IF CHB-ACC-X = CHQ-ACC-X AND
                               CHQ-SERIAL-X >= CHB-FIRST-X AND
                               CHQ-SERIAL-X <= CHB-LAST-X
                               MOVE "Y" TO CHQ-ISSUED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHB-FILE
           END-IF.

       CHECK-CHEQUE-STOPPED.
           MOVE "N" TO CHQ-STOPPED
           OPEN INPUT CHS-FILE
           IF CHS-FS = "00"
               MOVE "N" TO CHQ-SCAN-EOF
               PERFORM UNTIL CHQ-SCAN-EOF = "Y"
                   READ CHS-FILE
                       AT END
                           MOVE "Y" TO CHQ-SCAN-EOF
                       NOT AT END
                           IF CHS-ACC-X = CHQ-ACC-X AND
                               CHS-SERIAL-X = CHQ-SERIAL-X AND
                               CHS-STATUS = "STP"
                               MOVE "Y" TO CHQ-STOPPED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHS-FILE
           END-IF.

       CHECK-CHEQUE-PAID.
           MOVE "N" TO CHQ-PAID
           OPEN INPUT CHP-FILE
           IF CHP-FS = "00"
               MOVE "N" TO CHQ-SCAN-EOF
               PERFORM UNTIL CHQ-SCAN-EOF = "Y"
                   READ CHP-FILE
                       AT END
                           MOVE "Y" TO CHQ-SCAN-EOF
                       NOT AT END
                           IF CHP-ACC-X = CHQ-ACC-X AND
                               CHP-SERIAL-X = CHQ-SERIAL-X
                               MOVE "Y" TO CHQ-PAID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHP-FILE
           END-IF.

       TELLER-APPROVALS.
           IF TLR-OPR-AUTH NOT = "2"
               DISPLAY "SUPERVISOR AUTHORITY REQUIRED"
           ELSE
               PERFORM LOAD-PENDING-TABLE
               MOVE ZERO TO APR-LISTED
               MOVE "N" TO APR-DONE
               PERFORM VARYING PND-IDX FROM 1 BY 1
                       UNTIL PND-IDX > PND-COUNT OR APR-DONE = "Y"
                   MOVE PND-TAB-REC (PND-IDX) TO PND-REC
                   IF PND-STATUS = "PND"
                       ADD 1 TO APR-LISTED
                       PERFORM TELLER-REVIEW-ITEM
                   END-IF
               END-PERFORM
               IF APR-LISTED = 0
                   DISPLAY "NO ITEMS AWAITING APPROVAL"
               END-IF
           END-IF.

       TELLER-REVIEW-ITEM.
           MOVE PND-IN-DATA TO IN-REC
           DISPLAY "REF:     " PND-REF "  PARKED " PND-DATE
               " BY " PND-MAKER
           DISPLAY "ACCOUNT: " IN-ACC-X "  ACTION: " IN-ACT
               "  AMOUNT: " IN-AMT-STR
           DISPLAY "DEST:    " IN-DEST-X "  DETAIL: " IN-NAME
           IF PND-MAKER = OPERATOR-ID
               DISPLAY "OWN ITEM - CANNOT BE APPROVED BY MAKER"
           ELSE
               DISPLAY "A=APPROVE D=DECLINE S=SKIP X=EXIT:"
               MOVE SPACES TO APR-CHOICE
               ACCEPT APR-CHOICE
               EVALUATE APR-CHOICE
                   WHEN "A"
                       MOVE SPACES TO APR-REASON
                       PERFORM TELLER-RECORD-DECISION
                   WHEN "D"
                       DISPLAY "REASON D01=NOT AUTHORISED BY CUSTOMER "
                           "D02=INSUFFICIENT DOCUMENTATION"
                       DISPLAY "       D03=SUSPECTED FRAUD "
                           "D04=DUPLICATE ITEM D05=OTHER:"
                       MOVE SPACES TO APR-REASON
                       ACCEPT APR-REASON
                       IF APR-REASON NOT = "D01" AND "D02" AND "D03"
                              AND "D04" AND "D05"
                           MOVE "D05" TO APR-REASON
                       END-IF
                       PERFORM TELLER-RECORD-DECISION
                   WHEN "X"
                       MOVE "Y" TO APR-DONE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       TELLER-RECORD-DECISION.
           MOVE PND-REF TO APR-REF-WORK
           MOVE "N" TO APR-ITEM-FOUND
           PERFORM OBTAIN-LOCK
           PERFORM LOAD-PENDING-TABLE
           MOVE ZERO TO PND-FOUND
           PERFORM VARYING PND-JDX FROM 1 BY 1
                   UNTIL PND-JDX > PND-COUNT OR PND-FOUND > 0
               MOVE PND-TAB-REC (PND-JDX) TO PND-REC
               IF PND-REF = APR-REF-WORK
                   MOVE PND-JDX TO PND-FOUND
               END-IF
           END-PERFORM
           IF PND-FOUND > 0
               MOVE PND-TAB-REC (PND-FOUND) TO PND-REC
               IF PND-STATUS = "PND"
                   MOVE "Y" TO APR-ITEM-FOUND
                   IF APR-CHOICE = "A"
                       MOVE "APR" TO PND-STATUS
                   ELSE
                       MOVE "DEC" TO PND-STATUS
                   END-IF
                   MOVE OPERATOR-ID TO PND-CHECKER
                   MOVE TODAY-DATE  TO PND-DEC-DATE
                   MOVE APR-REASON  TO PND-REASON
                   MOVE PND-REC TO PND-TAB-REC (PND-FOUND)
                   PERFORM SAVE-PENDING-TABLE
               END-IF
           END-IF
           PERFORM RELEASE-LOCK
           IF APR-ITEM-FOUND = "N"
               DISPLAY "ITEM NO LONGER PENDING - NOT UPDATED"
           ELSE
               PERFORM TELLER-AUDIT-DECISION
               IF APR-CHOICE = "A"
                   DISPLAY "ITEM APPROVED - POSTS ON NEXT BATCH RUN"
               ELSE
                   DISPLAY "ITEM DECLINED " APR-REASON
               END-IF
           END-IF.

       TELLER-AUDIT-DECISION.
           MOVE PND-IN-DATA TO IN-REC
           MOVE ZERO TO JRN-BALANCE
           MOVE SPACES TO OUT-DESC
           MOVE 1 TO PTR
           IF APR-CHOICE = "A"
               STRING "APPROVAL GRANTED REF:" PND-REF
                      " MKR:" PND-MAKER
                      DELIMITED SIZE
                      INTO OUT-DESC
                      WITH POINTER PTR
               END-STRING
           ELSE
               STRING "APPROVAL DECLINED REF:" PND-REF
                      " MKR:" PND-MAKER
                      " REASON:" APR-REASON
                      DELIMITED SIZE
                      INTO OUT-DESC
                      WITH POINTER PTR
               END-STRING
           END-IF
           MOVE "MNT" TO IN-ACTION
           MOVE ZERO TO IN-AMOUNT
           PERFORM FINALIZE.

       INTEREST-LOOP.
           PERFORM FOREVER
               PERFORM APPLY-INTEREST
               CALL "SYSTEM" USING "sleep 23"
           END-PERFORM.

       REPORT-MODE.
           OPEN OUTPUT STMT-FILE
           MOVE SPACES TO STMT-REC
           STRING "ACCOUNT  NAME                 "
                  "BALANCE    AVAILABLE    IDR/OTHER            "
                  "DEP-TODAY     WDR-TODAY"
                  DELIMITED SIZE
                  INTO STMT-REC
           WRITE STMT-REC
           OPEN INPUT ACC-FILE
           IF ACC-FS NOT = "00"
               DISPLAY "CANNOT OPEN ACCOUNT MASTER - STATUS " ACC-FS
               CLOSE STMT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ ACC-FILE NEXT
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       PERFORM WRITE-STATEMENT-LINE
               END-READ
           END-PERFORM
           CLOSE ACC-FILE
           CLOSE STMT-FILE.

       WRITE-STATEMENT-LINE.
           MOVE FUNCTION NUMVAL(ACC-AMT-STR) TO RPT-BALANCE
           IF ACC-DEP-DATE = TODAY-DATE
               MOVE FUNCTION NUMVAL(ACC-DEP-TOTAL) TO RPT-DEP-TOTAL
           ELSE
               MOVE ZERO TO RPT-DEP-TOTAL
           END-IF
           IF ACC-WDR-DATE = TODAY-DATE
               MOVE FUNCTION NUMVAL(ACC-WDR-TOTAL) TO RPT-WDR-TOTAL
           ELSE
               MOVE ZERO TO RPT-WDR-TOTAL
           END-IF
           MOVE RPT-BALANCE   TO RPT-BAL-EDITED
           MOVE RPT-DEP-TOTAL TO RPT-DEP-EDITED
           MOVE RPT-WDR-TOTAL TO RPT-WDR-EDITED
           MOVE ACC-ACC-X TO HLD-SUM-ACC-X
           PERFORM SUM-OPEN-HOLDS
           COMPUTE AVAIL-BALANCE = RPT-BALANCE - HOLD-TOTAL
           MOVE AVAIL-BALANCE TO AVAIL-EDITED
           MOVE SPACES TO OUT-DESC
           MOVE 1 TO PTR
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-COUNT
               MULTIPLY RPT-BALANCE BY RATE-TAB-VALUE (RATE-IDX)
                   GIVING BALANCE-IDR
                   ON SIZE ERROR
                       MOVE "Y" TO MULTIPLY-OVERFLOW
               END-MULTIPLY
               MOVE BALANCE-IDR TO BALANCE-IDR-ALPHA
               STRING RATE-TAB-CCY (RATE-IDX) ":" BALANCE-IDR-ALPHA " "
                      DELIMITED SIZE
                      INTO OUT-DESC
                      WITH POINTER PTR
                      ON OVERFLOW
                          MOVE "Y" TO STRING-OVERFLOW
               END-STRING
           END-PERFORM
           IF STRING-OVERFLOW = "Y"
               DISPLAY "OUT-DESC OVERFLOW BUILDING STATEMENT LINE "
                   "FOR ACCOUNT " ACC-ACC-X
               MOVE "N" TO STRING-OVERFLOW
           END-IF
           IF MULTIPLY-OVERFLOW = "Y"
               DISPLAY "BALANCE-IDR SIZE ERROR CONVERTING "
                   "BALANCE FOR ACCOUNT " ACC-ACC-X
               MOVE "N" TO MULTIPLY-OVERFLOW
           END-IF
           MOVE SPACES TO STMT-REC
           MOVE 1 TO PTR
           STRING ACC-ACC-X  " " ACC-NAME   " "
                  RPT-BAL-EDITED " " AVAIL-EDITED " "
                  FUNCTION TRIM(OUT-DESC) " "
                  RPT-DEP-EDITED " " RPT-WDR-EDITED
                  DELIMITED SIZE
                  INTO STMT-REC
                  WITH POINTER PTR
                  ON OVERFLOW
                      DISPLAY "STMT-REC OVERFLOW FOR ACCOUNT " ACC-ACC-X
           END-STRING
           WRITE STMT-REC.

       READ-INPUT.
           MOVE FUNCTION NUMVAL(IN-ACC-X)   TO IN-ACCOUNT
           MOVE IN-ACT                      TO IN-ACTION
           MOVE FUNCTION NUMVAL(IN-AMT-STR) TO IN-AMOUNT
           IF IN-ACT = "TRF"
               MOVE FUNCTION NUMVAL(IN-DEST-X) TO IN-DEST-ACCOUNT
           END-IF.

       CHECK-TRF-ACCOUNTS.
           MOVE "N" TO MATCH-FOUND
           MOVE "N" TO DEST-MATCH-FOUND
           MOVE "N" TO TRF-EXTERNAL
           MOVE "Y" TO TRF-OK
           IF IN-ACCOUNT = IN-DEST-ACCOUNT
               MOVE "N" TO TRF-OK

       APPLY-ACTION.
           MOVE ACC-REC TO TMP-REC
           MOVE ACC-REC TO AUD-SRC-BEFORE
           MOVE ACC-BALANCE TO TMP-BALANCE
           EVALUATE IN-ACTION
               WHEN "FRZ"
                   MOVE "FRZ" TO TMP-STATUS
                   MOVE "ACCOUNT FROZEN" TO OUT-DESC
               WHEN "CLS"
                   PERFORM CLOSE-ACCOUNT
               WHEN "REA"
                   IF TMP-STATUS = "DOR"
                       MOVE "ACT" TO TMP-STATUS
               SUBTRACT OD-FEE-DUE FROM TMP-BALANCE
           END-IF
           MOVE TMP-BALANCE  TO FEE-SRC-BAL
           MOVE TMP-CUST-ID  TO FEE-SRC-CUST
           MOVE IN-ACC-X     TO TMP-ACC-X
           MOVE IN-ACTION    TO TMP-ACT
           MOVE TMP-BALANCE  TO AMOUNT-EDITED
           MOVE AMOUNT-EDITED TO TMP-AMT-STR
           MOVE AUD-SRC-BEFORE TO AUD-BEFORE
           REWRITE ACC-REC FROM TMP-REC
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR ACCOUNT " TMP-ACC-X
               NOT INVALID KEY
                   PERFORM WRITE-ACCOUNT-AUDIT
           END-REWRITE
           IF OUT-DESC(1:14) = "WITHDREW MONEY" OR
               OUT-DESC(1:15) = "TRANSFERRED TO " OR
               OUT-DESC(1:21) = "INTERBANK TRANSFER TO"
               MOVE TMP-ACC-X   TO ALT-ACC-X
               MOVE TMP-CUST-ID TO ALT-CUST-ID
               MOVE IN-AMOUNT   TO ALT-AMOUNT
               MOVE TMP-BALANCE TO ALT-BALANCE
               MOVE "LDB" TO ALT-TYPE
               PERFORM RAISE-ALERT
               MOVE "LBL" TO ALT-TYPE
               PERFORM RAISE-ALERT
           END-IF
           MOVE TMP-BALANCE  TO JRN-BALANCE
           IF OD-FEE-DUE > 0
               ADD OD-FEE-DUE TO JRN-BALANCE
           END-IF
           MOVE "Y" TO UPDATED.

       CLOSE-ACCOUNT.
           MOVE "Y" TO CLS-OK
           MOVE SPACES TO CLS-REASON
           MOVE ZERO TO CLS-INT-AMT
           MOVE ZERO TO CLS-WHT-AMT
           MOVE ZERO TO CLS-FEE-DUE
           MOVE ZERO TO CLS-RESIDUAL
           MOVE "N" TO CLS-PAYOUT-TYPE
           PERFORM OPEN-CLOSURE-ADVICE
           IF TMP-STATUS = "CLS"
               MOVE "N" TO CLS-OK
               MOVE "ACCOUNT ALREADY CLOSED" TO CLS-REASON
           ELSE
           IF TMP-STATUS = "FRZ"
               MOVE "N" TO CLS-OK
               MOVE "ACCOUNT FROZEN" TO CLS-REASON
           END-IF
           END-IF
           IF CLS-OK = "Y"
               PERFORM COMPUTE-AVAILABLE
               IF HOLD-TOTAL > ZERO
                   MOVE "N" TO CLS-OK
                   MOVE "OPEN HOLDS - REFER TO SUPERVISOR"
                       TO CLS-REASON
               ELSE
               IF TMP-BALANCE < ZERO
                   MOVE "N" TO CLS-OK
                   MOVE "ACCOUNT OVERDRAWN" TO CLS-REASON
               END-IF
               END-IF
           END-IF
           IF CLS-OK = "Y"
               IF TMP-INT-DATE NOT = TODAY-DATE AND
                   TMP-BALANCE > ZERO
                   PERFORM CALC-ACCOUNT-INTEREST
                   PERFORM CALC-WITHHOLDING
                   MOVE INT-AMOUNT TO CLS-INT-AMT
                   MOVE WHT-AMOUNT TO CLS-WHT-AMT
               END-IF
               IF CLS-FEE-AMT >
                   TMP-BALANCE + CLS-INT-AMT - CLS-WHT-AMT
                   COMPUTE CLS-FEE-DUE =
                       TMP-BALANCE + CLS-INT-AMT - CLS-WHT-AMT
               ELSE
                   MOVE CLS-FEE-AMT TO CLS-FEE-DUE
               END-IF
               COMPUTE CLS-RESIDUAL = TMP-BALANCE + CLS-INT-AMT
                   - CLS-WHT-AMT - CLS-FEE-DUE
               IF CLS-RESIDUAL > ZERO
                   PERFORM CHECK-CLOSURE-PAYOUT
               END-IF
           END-IF
           IF CLS-OK = "N"
               MOVE SPACES TO OUT-DESC
               MOVE 1 TO PTR
               STRING "CLOSURE REFUSED " CLS-REASON
                      DELIMITED SIZE
                      INTO OUT-DESC
                      WITH POINTER PTR
               END-STRING
               MOVE SPACES TO CLS-ADV-TEXT
               STRING "RESULT: CLOSURE REFUSED - " CLS-REASON
                      DELIMITED SIZE INTO CLS-ADV-TEXT
               PERFORM WRITE-CLOSURE-ADVICE
           ELSE
               PERFORM SETTLE-CLOSED-ACCOUNT
           END-IF
           MOVE SPACES TO CLSADV-REC
           WRITE CLSADV-REC
           CLOSE CLSADV-FILE.

       CHECK-CLOSURE-PAYOUT.
           IF IN-DEST-X NOT NUMERIC OR IN-DEST-X = IN-ACC-X
               MOVE "N" TO CLS-OK
               MOVE "NO PAYOUT ACCOUNT NOMINATED" TO CLS-REASON
           ELSE
               MOVE IN-DEST-X TO ACC-ACC-X
               READ ACC-FILE
                   INVALID KEY
                       IF CLR-CFG-LOADED = "Y" AND
                           (IN-DEST-X < OWN-RANGE-LO OR
                            IN-DEST-X > OWN-RANGE-HI)
                           MOVE "E" TO CLS-PAYOUT-TYPE
                       ELSE
                           MOVE "N" TO CLS-OK
                           MOVE "PAYOUT ACCOUNT NOT FOUND"
                               TO CLS-REASON
                       END-IF
                   NOT INVALID KEY
                       IF ACC-STATUS-ACTIVE
                           MOVE "I" TO CLS-PAYOUT-TYPE
                       ELSE
                           MOVE "N" TO CLS-OK
                           MOVE "PAYOUT ACCOUNT NOT ACTIVE"
                               TO CLS-REASON
                       END-IF
               END-READ
           END-IF.

       SETTLE-CLOSED-ACCOUNT.
           IF CLS-INT-AMT > ZERO
               ADD CLS-INT-AMT TO TMP-BALANCE
               MOVE TODAY-DATE TO TMP-INT-DATE
               MOVE "INT"       TO IN-ACTION
               MOVE CLS-INT-AMT TO IN-AMOUNT
               MOVE TMP-BALANCE TO JRN-BALANCE
               MOVE "INTEREST CREDITED" TO OUT-DESC
               PERFORM FINALIZE
               MOVE CLS-INT-AMT TO CLS-AMT-EDITED
               MOVE SPACES TO CLS-ADV-TEXT
               STRING "INTEREST TO DATE CREDITED   " CLS-AMT-EDITED
                      DELIMITED SIZE INTO CLS-ADV-TEXT
           ELSE
               MOVE SPACES TO CLS-ADV-TEXT
               IF TMP-INT-DATE = TODAY-DATE
                   MOVE "INTEREST ALREADY POSTED TODAY"
                       TO CLS-ADV-TEXT
               ELSE
                   MOVE "NO INTEREST DUE" TO CLS-ADV-TEXT
               END-IF
           END-IF
           PERFORM WRITE-CLOSURE-ADVICE
           IF CLS-WHT-AMT > ZERO
               SUBTRACT CLS-WHT-AMT FROM TMP-BALANCE
               MOVE "WHT"       TO IN-ACTION
               MOVE CLS-WHT-AMT TO IN-AMOUNT
               MOVE TMP-BALANCE TO JRN-BALANCE
               MOVE "INTEREST TAX WITHHELD" TO OUT-DESC
               PERFORM FINALIZE
               MOVE CLS-WHT-AMT TO CLS-AMT-EDITED
               MOVE SPACES TO CLS-ADV-TEXT
               STRING "INTEREST TAX WITHHELD       " CLS-AMT-EDITED
                      DELIMITED SIZE INTO CLS-ADV-TEXT
               PERFORM WRITE-CLOSURE-ADVICE
           END-IF
           IF CLS-FEE-DUE > ZERO
               SUBTRACT CLS-FEE-DUE FROM TMP-BALANCE
               MOVE "FEE"       TO IN-ACTION
               MOVE CLS-FEE-DUE TO IN-AMOUNT
               MOVE TMP-BALANCE TO JRN-BALANCE
               MOVE "FEE CHARGED CLS" TO OUT-DESC
               PERFORM FINALIZE
               MOVE CLS-FEE-DUE TO CLS-AMT-EDITED
               MOVE SPACES TO CLS-ADV-TEXT
               STRING "CLOSURE FEE CHARGED         " CLS-AMT-EDITED
                      DELIMITED SIZE INTO CLS-ADV-TEXT
           ELSE
               MOVE "NO CLOSURE FEE" TO CLS-ADV-TEXT
           END-IF
           PERFORM WRITE-CLOSURE-ADVICE
           IF CLS-RESIDUAL > ZERO
               PERFORM PAY-OUT-RESIDUAL
           ELSE
               MOVE "NO RESIDUAL BALANCE TO PAY OUT" TO CLS-ADV-TEXT
               PERFORM WRITE-CLOSURE-ADVICE
           END-IF
           PERFORM CANCEL-CLOSED-ORDERS
           PERFORM REMOVE-CLOSED-ODLIMIT
           MOVE "CLS" TO TMP-STATUS
           MOVE "CLS" TO IN-ACTION
           MOVE ZERO  TO IN-AMOUNT
           MOVE "ACCOUNT CLOSED" TO OUT-DESC
           MOVE "RESULT: ACCOUNT CLOSED - STATUS SET TO CLS"
               TO CLS-ADV-TEXT
           PERFORM WRITE-CLOSURE-ADVICE.

       PAY-OUT-RESIDUAL.
           SUBTRACT CLS-RESIDUAL FROM TMP-BALANCE
           MOVE "TRF"        TO IN-ACTION
           MOVE CLS-RESIDUAL TO IN-AMOUNT
           MOVE SPACES TO OUT-DESC
           MOVE 1 TO PTR
           IF CLS-PAYOUT-TYPE = "E"
               PERFORM WRITE-CLEARING-OUT
               STRING "INTERBANK TRANSFER TO " IN-DEST-X
                      DELIMITED SIZE
                      INTO OUT-DESC
                      WITH POINTER PTR
               END-STRING
           ELSE
               MOVE TMP-REC     TO CLS-SAVE-REC
               MOVE TMP-BALANCE TO CLS-SAVE-BALANCE
               MOVE IN-DEST-X TO ACC-ACC-X
               READ ACC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM APPLY-TRF-CREDIT
               END-READ
               MOVE CLS-SAVE-REC     TO TMP-REC
               MOVE CLS-SAVE-BALANCE TO TMP-BALANCE
               STRING "TRANSFERRED TO " IN-DEST-X
                      DELIMITED SIZE
                      INTO OUT-DESC
                      WITH POINTER PTR
               END-STRING
           END-IF
           MOVE TMP-BALANCE TO JRN-BALANCE
           PERFORM FINALIZE
           MOVE CLS-RESIDUAL TO CLS-AMT-EDITED
           MOVE SPACES TO CLS-ADV-TEXT
           IF CLS-PAYOUT-TYPE = "E"
               STRING "RESIDUAL PAID VIA CLEARING  " CLS-AMT-EDITED
                      " TO " IN-DEST-X
                      DELIMITED SIZE INTO CLS-ADV-TEXT
           ELSE
               STRING "RESIDUAL TRANSFERRED        " CLS-AMT-EDITED
                      " TO " IN-DEST-X
                      DELIMITED SIZE INTO CLS-ADV-TEXT
           END-IF
           PERFORM WRITE-CLOSURE-ADVICE.

       CANCEL-CLOSED-ORDERS.
           MOVE ZERO TO CLS-ORD-COUNT
           OPEN INPUT ORD-FILE
           IF ORD-FS = "00"
               OPEN OUTPUT ORDTMP-FILE
               OPEN EXTEND ORDLOG-FILE
               IF ORDLOG-FS NOT = "00"
                   OPEN OUTPUT ORDLOG-FILE
               END-IF
               MOVE "N" TO ORD-EOF-FLAG
               PERFORM UNTIL ORD-EOF-FLAG = "Y"
                   READ ORD-FILE
                       AT END
                           MOVE "Y" TO ORD-EOF-FLAG
                       NOT AT END
                           IF SO-SRC-X = IN-ACC-X OR
                               SO-DST-X = IN-ACC-X
                               ADD 1 TO CLS-ORD-COUNT
                               MOVE "CANCELLED - ACCOUNT CLOSED"
                                   TO OUT-DESC
                               PERFORM WRITE-ORDER-LOG
                               MOVE SPACES TO CLS-ADV-TEXT
                               STRING "STANDING ORDER CANCELLED    "
                                      SO-SRC-X " -> " SO-DST-X
                                      " AMT:" SO-AMT-STR
                                      " " SO-FREQ
                                      DELIMITED SIZE
                                      INTO CLS-ADV-TEXT
                               PERFORM WRITE-CLOSURE-ADVICE
                           ELSE
                               WRITE ORDTMP-REC FROM ORD-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORD-FILE
               CLOSE ORDTMP-FILE
               CLOSE ORDLOG-FILE
               CALL "SYSTEM" USING "mv ordtmp.txt storders.txt"
           END-IF
           MOVE CLS-ORD-COUNT TO CLS-COUNT-EDITED
           MOVE SPACES TO CLS-ADV-TEXT
           STRING "STANDING ORDERS CANCELLED:  " CLS-COUNT-EDITED
                  DELIMITED SIZE INTO CLS-ADV-TEXT
           PERFORM WRITE-CLOSURE-ADVICE.

       REMOVE-CLOSED-ODLIMIT.
           MOVE "N" TO CLS-OD-REMOVED
           OPEN INPUT ODLIM-FILE
           IF ODLIM-FS = "00"
               OPEN OUTPUT ODTMP-FILE
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ ODLIM-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF ODLIM-ACC-X = IN-ACC-X
                               MOVE "Y" TO CLS-OD-REMOVED
                               MOVE ODLIM-VAL-X TO CLS-OD-VAL
                           ELSE
                               WRITE ODTMP-REC FROM ODLIM-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ODLIM-FILE
               CLOSE ODTMP-FILE
               IF CLS-OD-REMOVED = "Y"
                   CALL "SYSTEM" USING "mv odtmp.txt odlimits.txt"
               ELSE
                   CALL "SYSTEM" USING "rm -f odtmp.txt"
               END-IF
           END-IF
           PERFORM VARYING OD-IDX FROM 1 BY 1
                   UNTIL OD-IDX > OD-COUNT
               IF OD-TAB-ACC (OD-IDX) = IN-ACC-X
                   MOVE ZERO TO OD-TAB-LIMIT (OD-IDX)
               END-IF
           END-PERFORM
           MOVE SPACES TO CLS-ADV-TEXT
           IF CLS-OD-REMOVED = "Y"
               STRING "OVERDRAFT LINE REMOVED      "
                      FUNCTION TRIM(CLS-OD-VAL)
                      DELIMITED SIZE INTO CLS-ADV-TEXT
           ELSE
               MOVE "NO OVERDRAFT LINE" TO CLS-ADV-TEXT
           END-IF
           PERFORM WRITE-CLOSURE-ADVICE.

       OPEN-CLOSURE-ADVICE.
           OPEN EXTEND CLSADV-FILE
           IF CLSADV-FS NOT = "00"
               OPEN OUTPUT CLSADV-FILE
           END-IF
           MOVE SPACES TO CLSADV-REC
           MOVE 1 TO PTR
           STRING "CLOSURE ADVICE " TODAY-DATE
                  " ACCOUNT:" IN-ACC-X
                  " NAME:" TMP-NAME
                  " BALANCE:" TMP-AMT-STR
                  " OP:" OPERATOR-ID
                  DELIMITED SIZE
                  INTO CLSADV-REC
                  WITH POINTER PTR
           END-STRING
           WRITE CLSADV-REC.

       WRITE-CLOSURE-ADVICE.
           MOVE SPACES TO CLSADV-REC
           MOVE 1 TO PTR
           STRING "  " CLS-ADV-TEXT
                  DELIMITED SIZE
                  INTO CLSADV-REC
                  WITH POINTER PTR
           END-STRING
           WRITE CLSADV-REC.

       COUNT-MONTHLY-WDR.
           IF ACC-WDR-MONTH = TODAY-DATE(1:6) AND
               ACC-WDR-MCNT NUMERIC
               MOVE FUNCTION NUMVAL(ACC-WDR-MCNT)
                   TO WDR-MONTH-COUNT
           ELSE
               MOVE ZERO TO WDR-MONTH-COUNT
           END-IF
           ADD 1 TO WDR-MONTH-COUNT
           MOVE TODAY-DATE(1:6)  TO TMP-WDR-MONTH
           MOVE WDR-MONTH-COUNT  TO TMP-WDR-MCNT
           IF WDR-MONTH-COUNT > WDR-FREE-COUNT AND
               WDR-FEE-AMT > 0 AND
               TMP-BALANCE - WDR-FEE-AMT >= OD-FLOOR
               MOVE WDR-FEE-AMT TO FEE-DUE-AMT
               MOVE "WDR" TO FEE-DUE-ACT
           END-IF.

       POST-FEE.
           MOVE OUT-DESC TO FEE-SAVE-DESC
           MOVE "FEE" TO IN-ACTION
           MOVE FEE-DUE-AMT TO IN-AMOUNT
           COMPUTE JRN-BALANCE = FEE-SRC-BAL + OD-FEE-DUE
           MOVE SPACES TO OUT-DESC
           MOVE 1 TO PTR
           STRING "FEE CHARGED " FEE-DUE-ACT
                  DELIMITED SIZE
           MOVE FEE-SRC-BAL TO JRN-BALANCE
           MOVE "FEE CHARGED ODR" TO OUT-DESC
           PERFORM FINALIZE
           MOVE IN-ACC-X     TO ALT-ACC-X
           MOVE FEE-SRC-CUST TO ALT-CUST-ID
           COMPUTE ALT-AMOUNT = ZERO - FEE-SRC-BAL
           MOVE FEE-SRC-BAL  TO ALT-BALANCE
           MOVE "ODU" TO ALT-TYPE
           PERFORM RAISE-ALERT
           MOVE FEE-SAVE-DESC TO OUT-DESC
           MOVE ZERO TO OD-FEE-DUE.

           MOVE IN-NAME       TO HLD-REASON
           MOVE "OPN"         TO HLD-STATUS
           WRITE HLD-REC
           CLOSE HLD-FILE
           MOVE IN-ACC-X      TO ALT-ACC-X
           MOVE TMP-CUST-ID   TO ALT-CUST-ID
           MOVE IN-AMOUNT     TO ALT-AMOUNT
           MOVE TMP-BALANCE   TO ALT-BALANCE
           MOVE "HLD" TO ALT-TYPE
           PERFORM RAISE-ALERT.

       RELEASE-HOLD.
           MOVE "N" TO HLD-RLS-DONE
               INVALID KEY
                   MOVE "TRANSFER DEST NOT FOUND" TO OUT-DESC
               NOT INVALID KEY
                   MOVE ACC-REC TO AUD-BEFORE
                   MOVE FUNCTION NUMVAL(ACC-AMT-STR)
                       TO REV-DEST-BALANCE
                   MOVE REV-TRF-DEST TO OD-LOOKUP-ACC
                           INVALID KEY
                               DISPLAY "REWRITE FAILED FOR ACCOUNT "
                                   ACC-ACC-X
                           NOT INVALID KEY
                               PERFORM WRITE-ACCOUNT-AUDIT
                       END-REWRITE
                       MOVE "Y" TO REV-DEST-OK
                   END-IF
           OPEN INPUT CLRIN-FILE
           IF CLRIN-FS NOT = "00"
               DISPLAY "NO CLEARING FILE - STATUS " CLRIN-FS
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND OUT-FILE
                               PERFORM APPLY-TRF-CREDIT
                               ADD 1 TO CLR-POST-COUNT
                               PERFORM JOURNAL-CLEARING-CREDIT
                               MOVE CLI-ACC-X   TO ALT-ACC-X
                               MOVE TMP-CUST-ID TO ALT-CUST-ID
                               MOVE IN-AMOUNT   TO ALT-AMOUNT
                               MOVE TMP-BALANCE TO ALT-BALANCE
                               MOVE "CRD" TO ALT-TYPE
                               PERFORM RAISE-ALERT
                           END-IF
                   END-READ
                   CLOSE ACC-FILE
           END-STRING
           WRITE CLRRET-REC.

       CHEQUES-MODE.
           OPEN INPUT CHI-FILE
           IF CHI-FS NOT = "00"
               DISPLAY "NO CHEQUE PRESENTMENT FILE - STATUS " CHI-FS
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND OUT-FILE
           IF OUT-FS NOT = "00"
               OPEN OUTPUT OUT-FILE
           END-IF
           OPEN EXTEND CHR-FILE
           IF CHR-FS NOT = "00"
               OPEN OUTPUT CHR-FILE
           END-IF
           MOVE "N" TO CHQ-EOF-FLAG
           PERFORM UNTIL CHQ-EOF-FLAG = "Y"
               READ CHI-FILE
                   AT END
                       MOVE "Y" TO CHQ-EOF-FLAG
                   NOT AT END
                       ADD 1 TO CHQ-READ-COUNT
                       PERFORM PRESENT-ONE-CHEQUE
               END-READ
           END-PERFORM
           CLOSE CHI-FILE
           CLOSE CHR-FILE
           CLOSE OUT-FILE
           PERFORM WRITE-GL-EXTRACT
           DISPLAY "CHEQUES PRESENTED: " CHQ-READ-COUNT
           DISPLAY "CHEQUES PAID:      " CHQ-PAID-COUNT
           DISPLAY "CHEQUES RETURNED:  " CHQ-RET-COUNT.

       PRESENT-ONE-CHEQUE.
           MOVE SPACES TO CHQ-RET-CODE
           MOVE SPACES TO CHQ-RET-REASON
           MOVE "Y" TO EDT-OK
           MOVE CHI-AMT-STR TO IN-AMT-STR
           PERFORM VALIDATE-AMOUNT
           IF CHI-ACC-X NOT NUMERIC OR CHI-SERIAL-X NOT NUMERIC OR
               CHI-DATE NOT NUMERIC OR EDT-OK = "N"
               MOVE "C01" TO CHQ-RET-CODE
               MOVE "BAD RECORD" TO CHQ-RET-REASON
           ELSE
               MOVE CHI-DATE TO CHQ-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(CHQ-DATE-NUM) NOT = 0
                   MOVE "C01" TO CHQ-RET-CODE
                   MOVE "BAD RECORD" TO CHQ-RET-REASON
               ELSE
               IF CHI-DATE > TODAY-DATE
                   MOVE "C09" TO CHQ-RET-CODE
                   MOVE "POST-DATED" TO CHQ-RET-REASON
               ELSE
                   MOVE TODAY-DATE TO DOR-DATE-NUM
                   COMPUTE CHQ-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(DOR-DATE-NUM) -
                       FUNCTION INTEGER-OF-DATE(CHQ-DATE-NUM)
                   IF CHQ-AGE-DAYS > CHQ-STALE-DAYS
                       MOVE "C08" TO CHQ-RET-CODE
                       MOVE "STALE CHEQUE" TO CHQ-RET-REASON
                   END-IF
               END-IF
               END-IF
           END-IF
           IF CHQ-RET-CODE = SPACES
               MOVE FUNCTION NUMVAL(CHI-AMT-STR) TO IN-AMOUNT
               MOVE CHI-ACC-X    TO CHQ-ACC-X
               MOVE CHI-SERIAL-X TO CHQ-SERIAL-X
               PERFORM OBTAIN-LOCK
               OPEN I-O ACC-FILE
               IF ACC-FS NOT = "00"
                   DISPLAY "CANNOT OPEN ACCOUNT MASTER - STATUS "
                       ACC-FS
                   MOVE "C10" TO CHQ-RET-CODE
                   MOVE "MASTER UNAVAILABLE" TO CHQ-RET-REASON
               ELSE
                   MOVE CHI-ACC-X TO ACC-ACC-X
                   READ ACC-FILE
                       INVALID KEY
                           MOVE "C02" TO CHQ-RET-CODE
                           MOVE "UNKNOWN ACCOUNT" TO CHQ-RET-REASON
                       NOT INVALID KEY
                           PERFORM VALIDATE-CHEQUE
                           IF CHQ-RET-CODE = SPACES
                               PERFORM POST-CHEQUE-DEBIT
                           END-IF
                   END-READ
                   CLOSE ACC-FILE
               END-IF
               PERFORM RELEASE-LOCK
           END-IF
           IF CHQ-RET-CODE NOT = SPACES
               PERFORM WRITE-CHEQUE-RETURN
           ELSE
               PERFORM JOURNAL-CHEQUE-DEBIT
           END-IF.

       VALIDATE-CHEQUE.
           PERFORM CHECK-CHEQUE-ISSUED
           PERFORM CHECK-CHEQUE-STOPPED
           PERFORM CHECK-CHEQUE-PAID
           IF NOT ACC-STATUS-ACTIVE
               MOVE "C03" TO CHQ-RET-CODE
               MOVE "ACCOUNT NOT ACTIVE" TO CHQ-RET-REASON
           ELSE
           IF CHQ-ISSUED = "N"
               MOVE "C04" TO CHQ-RET-CODE
               MOVE "SERIAL NOT ISSUED" TO CHQ-RET-REASON
           ELSE
           IF CHQ-STOPPED = "Y"
               MOVE "C05" TO CHQ-RET-CODE
               MOVE "PAYMENT STOPPED" TO CHQ-RET-REASON
           ELSE
           IF CHQ-PAID = "Y"
               MOVE "C06" TO CHQ-RET-CODE
               MOVE "ALREADY PAID" TO CHQ-RET-REASON
           ELSE
               MOVE FUNCTION NUMVAL(ACC-AMT-STR) TO TMP-BALANCE
               MOVE CHI-ACC-X TO IN-ACC-X
               PERFORM COMPUTE-AVAILABLE
               PERFORM GET-OD-LIMIT-SOURCE
               IF AVAIL-BALANCE + OD-LIMIT < IN-AMOUNT
                   MOVE "C07" TO CHQ-RET-CODE
                   MOVE "INSUFFICIENT FUNDS" TO CHQ-RET-REASON
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       POST-CHEQUE-DEBIT.
           MOVE ZERO TO OD-FEE-DUE
           MOVE ACC-REC TO TMP-REC
           MOVE FUNCTION NUMVAL(ACC-AMT-STR) TO TMP-BALANCE
           SUBTRACT IN-AMOUNT FROM TMP-BALANCE
           IF TMP-BALANCE < ZERO AND OD-USE-FEE > 0
               MOVE OD-USE-FEE TO OD-FEE-DUE
               SUBTRACT OD-FEE-DUE FROM TMP-BALANCE
           END-IF
           MOVE TMP-BALANCE TO FEE-SRC-BAL
           MOVE TMP-CUST-ID TO FEE-SRC-CUST
           MOVE "CHQ"       TO TMP-ACT
           MOVE TMP-BALANCE TO AMOUNT-EDITED
           MOVE AMOUNT-EDITED TO TMP-AMT-STR
           MOVE ACC-REC TO AUD-BEFORE
           REWRITE ACC-REC FROM TMP-REC
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR ACCOUNT " TMP-ACC-X
               NOT INVALID KEY
                   PERFORM WRITE-ACCOUNT-AUDIT
           END-REWRITE
           MOVE TMP-BALANCE TO JRN-BALANCE
           IF OD-FEE-DUE > 0
               ADD OD-FEE-DUE TO JRN-BALANCE
           END-IF
           OPEN EXTEND CHP-FILE
           IF CHP-FS NOT = "00"
               OPEN OUTPUT CHP-FILE
           END-IF
           MOVE CHI-ACC-X    TO CHP-ACC-X
           MOVE CHI-SERIAL-X TO CHP-SERIAL-X
           MOVE CHI-AMT-STR  TO CHP-AMT-STR
           MOVE TODAY-DATE   TO CHP-DATE
           MOVE CHI-REF      TO CHP-REF
           WRITE CHP-REC
           CLOSE CHP-FILE
           ADD 1 TO CHQ-PAID-COUNT.

       JOURNAL-CHEQUE-DEBIT.
           MOVE CHI-ACC-X   TO IN-ACC-X
           MOVE "CHQ"       TO IN-ACTION
           MOVE SPACES TO OUT-DESC
           MOVE 1 TO PTR
           STRING "CHEQUE PAID NO:" CHI-SERIAL-X
                  " REF:" CHI-REF
                  DELIMITED SIZE
                  INTO OUT-DESC
                  WITH POINTER PTR
           END-STRING
           PERFORM FINALIZE
           IF OD-FEE-DUE > 0
               PERFORM POST-OD-FEE
           END-IF.

       WRITE-CHEQUE-RETURN.
           ADD 1 TO CHQ-RET-COUNT
           MOVE SPACES TO CHR-REC
           MOVE 1 TO PTR
           STRING CHI-REF " " CHI-ACC-X " " CHI-SERIAL-X
                  " " CHI-AMT-STR " " CHI-DATE
                  " " CHQ-RET-CODE " " CHQ-RET-REASON
                  DELIMITED SIZE
                  INTO CHR-REC
                  WITH POINTER PTR
           END-STRING
           WRITE CHR-REC.

       PAYROLL-MODE.
           OPEN INPUT PAY-FILE
           IF PAY-FS NOT = "00"
               DISPLAY "NO PAYROLL FILE - STATUS " PAY-FS
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PAY-FILE
           OPEN OUTPUT PAYRPT-FILE
           MOVE SPACES TO PAYRPT-REC
           MOVE 1 TO PTR
           STRING "PAYROLL FILE VALIDATION FOR BUSINESS DATE "
                  TODAY-DATE
                  DELIMITED SIZE
                  INTO PAYRPT-REC
                  WITH POINTER PTR
           END-STRING
           WRITE PAYRPT-REC
           PERFORM OBTAIN-LOCK
           PERFORM VALIDATE-PAYROLL
           IF PAY-ERR-COUNT = ZERO
               PERFORM POST-PAYROLL
           END-IF
           PERFORM RELEASE-LOCK
           PERFORM WRITE-PAYROLL-RESULT
           CLOSE PAYRPT-FILE
           IF PAY-ERR-COUNT > ZERO AND BATCH-RC < 4
               MOVE 4 TO BATCH-RC
           END-IF.

       VALIDATE-PAYROLL.
           OPEN INPUT ACC-FILE
           IF ACC-FS NOT = "00"
               DISPLAY "CANNOT OPEN ACCOUNT MASTER - STATUS " ACC-FS
               MOVE 8 TO BATCH-RC
               MOVE ZERO TO PAY-LINE-NO
               MOVE "ACCOUNT MASTER UNAVAILABLE" TO PAY-REASON
               PERFORM WRITE-PAYROLL-ERROR
           ELSE
               OPEN INPUT PAY-FILE
               MOVE "N" TO PAY-EOF-FLAG
               PERFORM UNTIL PAY-EOF-FLAG = "Y"
                   READ PAY-FILE
                       AT END
                           MOVE "Y" TO PAY-EOF-FLAG
                       NOT AT END
                           PERFORM CHECK-PAYROLL-RECORD
                   END-READ
               END-PERFORM
               CLOSE PAY-FILE
               MOVE ZERO TO PAY-LINE-NO
               PERFORM CHECK-PAYROLL-CONTROLS
               CLOSE ACC-FILE
           END-IF.

       CHECK-PAYROLL-RECORD.
           ADD 1 TO PAY-LINE-NO
           IF PAY-TRL-SEEN = "Y"
               MOVE "RECORD AFTER TRAILER" TO PAY-REASON
               PERFORM WRITE-PAYROLL-ERROR
           ELSE
               EVALUATE PAY-TYPE
                   WHEN "H"
                       PERFORM CHECK-PAYROLL-HEADER
                   WHEN "D"
                       PERFORM CHECK-PAYROLL-ITEM
                   WHEN "T"
                       PERFORM CHECK-PAYROLL-TRAILER
                   WHEN OTHER
                       MOVE "UNKNOWN RECORD TYPE" TO PAY-REASON
                       PERFORM WRITE-PAYROLL-ERROR
               END-EVALUATE
           END-IF.

       CHECK-PAYROLL-HEADER.
           IF PAY-HDR-SEEN = "Y" OR PAY-LINE-NO NOT = 1
               MOVE "HEADER NOT FIRST RECORD" TO PAY-REASON
               PERFORM WRITE-PAYROLL-ERROR
           ELSE
               MOVE "Y" TO PAY-HDR-SEEN
               MOVE PAYH-ACC-X TO PAY-EMP-X
               MOVE PAYH-REF   TO PAY-REF
               IF PAYH-ACC-X NOT NUMERIC
                   MOVE "EMPLOYER ACCOUNT NOT NUMERIC" TO PAY-REASON
                   PERFORM WRITE-PAYROLL-ERROR
               ELSE
                   MOVE PAYH-ACC-X TO ACC-ACC-X
                   READ ACC-FILE
                       INVALID KEY
                           MOVE "EMPLOYER ACCOUNT NOT FOUND"
                               TO PAY-REASON
                           PERFORM WRITE-PAYROLL-ERROR
                       NOT INVALID KEY
                           IF NOT ACC-STATUS-ACTIVE
                               MOVE "EMPLOYER ACCOUNT NOT ACTIVE"
                                   TO PAY-REASON
                               PERFORM WRITE-PAYROLL-ERROR
                           ELSE
                               MOVE "Y" TO PAY-EMP-FOUND
                           END-IF
                   END-READ
               END-IF
               IF PAYH-REF = SPACES
                   MOVE "BATCH REFERENCE MISSING" TO PAY-REASON
                   PERFORM WRITE-PAYROLL-ERROR
               ELSE
                   PERFORM CHECK-PAYROLL-DUPLICATE
                   IF PAY-DUP = "Y"
                       MOVE "BATCH REFERENCE ALREADY POSTED"
                           TO PAY-REASON
                       PERFORM WRITE-PAYROLL-ERROR
                   END-IF
               END-IF
           END-IF.

       CHECK-PAYROLL-DUPLICATE.
           MOVE "N" TO PAY-DUP
           OPEN INPUT PAYLOG-FILE
           IF PAYLOG-FS = "00"
               MOVE "N" TO PAYLOG-EOF-FLAG
               PERFORM UNTIL PAYLOG-EOF-FLAG = "Y"
                   READ PAYLOG-FILE
                       AT END
                           MOVE "Y" TO PAYLOG-EOF-FLAG
                       NOT AT END
                           IF PAYL-ACC-X = PAYH-ACC-X AND
                               PAYL-REF = PAYH-REF
                               MOVE "Y" TO PAY-DUP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYLOG-FILE
           END-IF.

       CHECK-PAYROLL-ITEM.
           IF PAY-HDR-SEEN = "N"
               MOVE "ITEM BEFORE HEADER" TO PAY-REASON
               PERFORM WRITE-PAYROLL-ERROR
           ELSE
               ADD 1 TO PAY-ITEM-COUNT
               MOVE ZERO TO PAY-ITEM-AMT
               MOVE "Y" TO EDT-OK
               MOVE PAYD-AMT-STR TO IN-AMT-STR
               PERFORM VALIDATE-AMOUNT
               IF EDT-OK = "N"
                   MOVE EDT-REASON TO PAY-REASON
                   PERFORM WRITE-PAYROLL-ERROR
               ELSE
                   MOVE FUNCTION NUMVAL(PAYD-AMT-STR) TO PAY-ITEM-AMT
                   ADD PAY-ITEM-AMT TO PAY-ITEM-TOTAL
               END-IF
               IF PAYD-ACC-X NOT NUMERIC
                   MOVE "ACCOUNT NOT NUMERIC" TO PAY-REASON
                   PERFORM WRITE-PAYROLL-ERROR
               ELSE
               IF PAYD-ACC-X = PAY-EMP-X
                   MOVE "CREDIT TO EMPLOYER ACCOUNT" TO PAY-REASON
                   PERFORM WRITE-PAYROLL-ERROR
               ELSE
                   MOVE PAYD-ACC-X TO ACC-ACC-X
                   READ ACC-FILE
                       INVALID KEY
                           IF CLR-CFG-LOADED = "Y" AND
                               (PAYD-ACC-X < OWN-RANGE-LO OR
                                PAYD-ACC-X > OWN-RANGE-HI)
                               ADD 1 TO PAY-EXT-COUNT
                               ADD PAY-ITEM-AMT TO PAY-EXT-TOTAL
                           ELSE
                               MOVE "ACCOUNT NOT FOUND" TO PAY-REASON
                               PERFORM WRITE-PAYROLL-ERROR
                           END-IF
                       NOT INVALID KEY
                           IF NOT ACC-STATUS-ACTIVE
                               MOVE "ACCOUNT NOT ACTIVE" TO PAY-REASON
                               PERFORM WRITE-PAYROLL-ERROR
                           ELSE
                               ADD 1 TO PAY-INT-COUNT
                               ADD PAY-ITEM-AMT TO PAY-INT-TOTAL
                           END-IF
                   END-READ
               END-IF
               END-IF
           END-IF.

       CHECK-PAYROLL-TRAILER.
           MOVE "Y" TO PAY-TRL-SEEN
           IF PAY-HDR-SEEN = "N"
               MOVE "TRAILER BEFORE HEADER" TO PAY-REASON
               PERFORM WRITE-PAYROLL-ERROR
           END-IF
           IF PAYT-COUNT-X NOT NUMERIC
               MOVE "TRAILER ITEM COUNT NOT NUMERIC" TO PAY-REASON
               PERFORM WRITE-PAYROLL-ERROR
           ELSE
               MOVE PAYT-COUNT-X TO PAY-TRL-COUNT
           END-IF
           MOVE FUNCTION NUMVAL(PAYT-HASH-X) TO PAY-TRL-HASH.

       CHECK-PAYROLL-CONTROLS.
           IF PAY-HDR-SEEN = "N"
               MOVE "HEADER RECORD MISSING" TO PAY-REASON
               PERFORM WRITE-PAYROLL-ERROR
           END-IF
           IF PAY-TRL-SEEN = "N"
               MOVE "TRAILER RECORD MISSING" TO PAY-REASON
               PERFORM WRITE-PAYROLL-ERROR
           ELSE
               IF PAY-TRL-COUNT NOT = PAY-ITEM-COUNT
                   MOVE "ITEM COUNT DOES NOT AGREE WITH TRAILER"
                       TO PAY-REASON
                   PERFORM WRITE-PAYROLL-ERROR
               END-IF
               IF PAY-TRL-HASH NOT = PAY-ITEM-TOTAL
                   MOVE "HASH TOTAL DOES NOT AGREE WITH TRAILER"
                       TO PAY-REASON
                   PERFORM WRITE-PAYROLL-ERROR
               END-IF
           END-IF
           IF PAY-ITEM-COUNT = ZERO
               MOVE "NO PAYMENT ITEMS IN FILE" TO PAY-REASON
               PERFORM WRITE-PAYROLL-ERROR
           END-IF
           IF PAY-ITEM-TOTAL > 9999999.99
               MOVE "FILE TOTAL EXCEEDS SINGLE POSTING LIMIT"
                   TO PAY-REASON
               PERFORM WRITE-PAYROLL-ERROR
           ELSE
               IF PAY-EMP-FOUND = "Y"
                   PERFORM CHECK-PAYROLL-FUNDS
               END-IF
           END-IF.

       CHECK-PAYROLL-FUNDS.
           MOVE PAY-EMP-X TO ACC-ACC-X
           READ ACC-FILE
               INVALID KEY
                   MOVE "EMPLOYER ACCOUNT NOT FOUND" TO PAY-REASON
                   PERFORM WRITE-PAYROLL-ERROR
               NOT INVALID KEY
                   MOVE FUNCTION NUMVAL(ACC-AMT-STR) TO TMP-BALANCE
                   MOVE PAY-EMP-X TO IN-ACC-X
                   PERFORM COMPUTE-AVAILABLE
                   PERFORM GET-OD-LIMIT-SOURCE
                   IF AVAIL-BALANCE + OD-LIMIT < PAY-ITEM-TOTAL
                       COMPUTE PAY-AVL-EDITED =
                           AVAIL-BALANCE + OD-LIMIT
                       MOVE SPACES TO PAY-REASON
                       STRING "INSUFFICIENT FUNDS - AVAILABLE "
                              PAY-AVL-EDITED
                              DELIMITED SIZE
                              INTO PAY-REASON
                       END-STRING
                       PERFORM WRITE-PAYROLL-ERROR
                   END-IF
           END-READ.

       WRITE-PAYROLL-ERROR.
           ADD 1 TO PAY-ERR-COUNT
           MOVE SPACES TO PAYRPT-REC
           MOVE 1 TO PTR
           IF PAY-LINE-NO = ZERO
               STRING "FILE        ERROR: " PAY-REASON
                      DELIMITED SIZE
                      INTO PAYRPT-REC
                      WITH POINTER PTR
               END-STRING
           ELSE
               STRING "LINE " PAY-LINE-NO " ERROR: " PAY-REASON
                      " RECORD: " PAY-REC
                      DELIMITED SIZE
                      INTO PAYRPT-REC
                      WITH POINTER PTR
               END-STRING
           END-IF
           WRITE PAYRPT-REC.

       POST-PAYROLL.
           OPEN I-O ACC-FILE
           IF ACC-FS NOT = "00"
               DISPLAY "CANNOT OPEN ACCOUNT MASTER - STATUS " ACC-FS
               MOVE 8 TO BATCH-RC
               MOVE ZERO TO PAY-LINE-NO
               MOVE "ACCOUNT MASTER UNAVAILABLE" TO PAY-REASON
               PERFORM WRITE-PAYROLL-ERROR
           ELSE
               OPEN EXTEND OUT-FILE
               IF OUT-FS NOT = "00"
                   OPEN OUTPUT OUT-FILE
               END-IF
               MOVE "Y" TO PAY-POSTED
               PERFORM POST-PAYROLL-DEBIT
               OPEN INPUT PAY-FILE
               MOVE "N" TO PAY-EOF-FLAG
               PERFORM UNTIL PAY-EOF-FLAG = "Y"
                   READ PAY-FILE
                       AT END
                           MOVE "Y" TO PAY-EOF-FLAG
                       NOT AT END
                           IF PAY-TYPE = "D"
                               PERFORM POST-PAYROLL-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-FILE
               CLOSE OUT-FILE
               CLOSE ACC-FILE
               PERFORM WRITE-PAYROLL-LOG
               PERFORM WRITE-GL-EXTRACT
           END-IF.

       POST-PAYROLL-DEBIT.
           MOVE ZERO TO OD-FEE-DUE
           MOVE PAY-EMP-X TO ACC-ACC-X
           READ ACC-FILE
               INVALID KEY
                   DISPLAY "EMPLOYER ACCOUNT NOT FOUND " PAY-EMP-X
               NOT INVALID KEY
                   MOVE ACC-REC TO TMP-REC
                   MOVE FUNCTION NUMVAL(ACC-AMT-STR) TO TMP-BALANCE
                   SUBTRACT PAY-ITEM-TOTAL FROM TMP-BALANCE
                   IF TMP-BALANCE < ZERO AND OD-USE-FEE > 0
                       MOVE OD-USE-FEE TO OD-FEE-DUE
                       SUBTRACT OD-FEE-DUE FROM TMP-BALANCE
                   END-IF
                   MOVE TMP-BALANCE TO FEE-SRC-BAL
                   MOVE TMP-CUST-ID TO FEE-SRC-CUST
                   MOVE "PAY"       TO TMP-ACT
                   MOVE TMP-BALANCE TO AMOUNT-EDITED
                   MOVE AMOUNT-EDITED TO TMP-AMT-STR
                   MOVE ACC-REC TO AUD-BEFORE
                   REWRITE ACC-REC FROM TMP-REC
                       INVALID KEY
                           DISPLAY "REWRITE FAILED FOR ACCOUNT "
                               TMP-ACC-X
                       NOT INVALID KEY
                           PERFORM WRITE-ACCOUNT-AUDIT
                   END-REWRITE
           END-READ
           MOVE PAY-EMP-X      TO IN-ACC-X
           MOVE "PAY"          TO IN-ACTION
           MOVE PAY-ITEM-TOTAL TO IN-AMOUNT
           COMPUTE JRN-BALANCE = TMP-BALANCE + OD-FEE-DUE
           MOVE SPACES TO OUT-DESC
           MOVE 1 TO PTR
           STRING "PAYROLL DEBIT REF:" PAY-REF
                  " ITEMS:" PAY-ITEM-COUNT
                  DELIMITED SIZE
                  INTO OUT-DESC
                  WITH POINTER PTR
           END-STRING
           PERFORM FINALIZE
           ADD PAY-INT-COUNT TO GL-TRFDR-CNT
           ADD PAY-INT-TOTAL TO GL-TRFDR-AMT
           ADD PAY-EXT-COUNT TO GL-IBDR-CNT
           ADD PAY-EXT-TOTAL TO GL-IBDR-AMT
           IF OD-FEE-DUE > 0
               PERFORM POST-OD-FEE
           END-IF.

       POST-PAYROLL-ITEM.
           MOVE FUNCTION NUMVAL(PAYD-AMT-STR) TO IN-AMOUNT
           MOVE PAYD-ACC-X TO ACC-ACC-X
           READ ACC-FILE
               INVALID KEY
                   MOVE PAYD-ACC-X TO IN-DEST-X
                   PERFORM WRITE-CLEARING-OUT
               NOT INVALID KEY
                   PERFORM APPLY-TRF-CREDIT
                   MOVE PAYD-ACC-X  TO IN-ACC-X
                   MOVE "PAY"       TO IN-ACTION
                   MOVE TMP-BALANCE TO JRN-BALANCE
                   MOVE SPACES TO OUT-DESC
                   MOVE 1 TO PTR
                   STRING "PAYROLL CREDIT REF:" PAY-REF
                          " FROM:" PAY-EMP-X
                          DELIMITED SIZE
                          INTO OUT-DESC
                          WITH POINTER PTR
                   END-STRING
                   PERFORM FINALIZE
           END-READ.

       WRITE-PAYROLL-LOG.
           OPEN EXTEND PAYLOG-FILE
           IF PAYLOG-FS NOT = "00"
               OPEN OUTPUT PAYLOG-FILE
           END-IF
           MOVE SPACES         TO PAYLOG-REC
           MOVE PAY-EMP-X      TO PAYL-ACC-X
           MOVE PAY-REF        TO PAYL-REF
           MOVE TODAY-DATE     TO PAYL-DATE
           MOVE PAY-ITEM-COUNT TO PAYL-COUNT
           MOVE PAY-ITEM-TOTAL TO PAYL-TOTAL
           MOVE OPERATOR-ID    TO PAYL-OPR
           WRITE PAYLOG-REC
           CLOSE PAYLOG-FILE.

       WRITE-PAYROLL-RESULT.
           MOVE PAY-ITEM-TOTAL TO PAY-TOT-EDITED
           MOVE SPACES TO PAYRPT-REC
           MOVE 1 TO PTR
           STRING "EMPLOYER: " PAY-EMP-X
                  "  REF: " PAY-REF
                  "  ITEMS: " PAY-ITEM-COUNT
                  "  TOTAL: " PAY-TOT-EDITED
                  DELIMITED SIZE
                  INTO PAYRPT-REC
                  WITH POINTER PTR
           END-STRING
           WRITE PAYRPT-REC
           MOVE SPACES TO PAYRPT-REC
           MOVE 1 TO PTR
           MOVE PAY-INT-TOTAL TO PAY-TOT-EDITED
           STRING "INTERNAL CREDITS: " PAY-INT-COUNT
                  "  AMOUNT: " PAY-TOT-EDITED
                  DELIMITED SIZE
                  INTO PAYRPT-REC
                  WITH POINTER PTR
           END-STRING
           MOVE PAY-EXT-TOTAL TO PAY-TOT-EDITED
           STRING "  CLEARING CREDITS: " PAY-EXT-COUNT
                  "  AMOUNT: " PAY-TOT-EDITED
                  DELIMITED SIZE
                  INTO PAYRPT-REC
                  WITH POINTER PTR
           END-STRING
           WRITE PAYRPT-REC
           MOVE SPACES TO PAYRPT-REC
           MOVE 1 TO PTR
           IF PAY-POSTED = "Y"
               STRING "PAYROLL POSTED - ALL ITEMS PAID"
                      DELIMITED SIZE
                      INTO PAYRPT-REC
                      WITH POINTER PTR
               END-STRING
               DISPLAY "PAYROLL POSTED:    " PAY-ITEM-COUNT " ITEMS"
           ELSE
               STRING "PAYROLL REJECTED - " PAY-ERR-COUNT
                      " ERRORS - NO ITEMS POSTED"
                      DELIMITED SIZE
                      INTO PAYRPT-REC
                      WITH POINTER PTR
               END-STRING
               DISPLAY "PAYROLL REJECTED:  " PAY-ERR-COUNT " ERRORS"
           END-IF
           WRITE PAYRPT-REC.

       APPLY-TRF-CREDIT.
           MOVE ACC-REC TO TMP-REC
           IF ACC-STATUS-ACTIVE
               MOVE DEP-TOTAL-EDITED TO TMP-DEP-TOTAL
               MOVE TMP-BALANCE TO AMOUNT-EDITED
               MOVE AMOUNT-EDITED TO TMP-AMT-STR
               MOVE ACC-REC TO AUD-BEFORE
               REWRITE ACC-REC FROM TMP-REC
                   INVALID KEY
                       DISPLAY "REWRITE FAILED FOR ACCOUNT " TMP-ACC-X
                   NOT INVALID KEY
                       PERFORM WRITE-ACCOUNT-AUDIT
               END-REWRITE
           END-IF.

                           " - NOT CREATED"
                       MOVE "DUPLICATE ACCOUNT" TO OUT-DESC
                   NOT INVALID KEY
                       MOVE SPACES TO AUD-BEFORE
                       PERFORM WRITE-ACCOUNT-AUDIT
                       MOVE "ACCOUNT CREATED" TO OUT-DESC
               END-WRITE
               CLOSE ACC-FILE
           END-IF.

       WRITE-ACCOUNT-AUDIT.
           OPEN EXTEND AUD-FILE
           IF AUD-FS NOT = "00"
               OPEN OUTPUT AUD-FILE
           END-IF
           MOVE TODAY-DATE    TO AUD-BUS-DATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-TS
           MOVE "BANKING"     TO AUD-PGM
           MOVE AUD-MODE-NAME TO AUD-MODE
           MOVE OPERATOR-ID   TO AUD-OPR
           MOVE ACC-ACC-X     TO AUD-ACC-X
           IF AUD-BEFORE NOT = SPACES
               MOVE "B"        TO AUD-TYPE
               MOVE AUD-BEFORE TO AUD-IMAGE
               WRITE AUD-REC
           END-IF
           MOVE "A"           TO AUD-TYPE
           MOVE ACC-REC       TO AUD-IMAGE
           WRITE AUD-REC
           CLOSE AUD-FILE.

       RAISE-ALERT.
           MOVE "N" TO ALT-SEND
           EVALUATE ALT-TYPE
               WHEN "LBL"
                   IF ALT-LBL-ON = "Y" AND ALT-BALANCE < ALT-LBL-MIN
                       MOVE "Y" TO ALT-SEND
                   END-IF
               WHEN "LDB"
                   IF ALT-LDB-ON = "Y" AND ALT-AMOUNT NOT < ALT-LDB-MIN
                       MOVE "Y" TO ALT-SEND
                   END-IF
               WHEN "HLD"
                   IF ALT-HLD-ON = "Y" AND ALT-AMOUNT NOT < ALT-HLD-MIN
                       MOVE "Y" TO ALT-SEND
                   END-IF
               WHEN "ODU"
                   IF ALT-ODU-ON = "Y" AND ALT-AMOUNT NOT < ALT-ODU-MIN
                       MOVE "Y" TO ALT-SEND
                   END-IF
               WHEN "CRD"
                   IF ALT-CRD-ON = "Y" AND ALT-AMOUNT NOT < ALT-CRD-MIN
                       MOVE "Y" TO ALT-SEND
                   END-IF
               WHEN "SOF"
                   IF ALT-SOF-ON = "Y" AND ALT-AMOUNT NOT < ALT-SOF-MIN
                       MOVE "Y" TO ALT-SEND
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF ALT-SEND = "Y"
               MOVE SPACES TO ALT-REASON
               IF ALT-CUST-ID = SPACES
                   MOVE "NO CUSTOMER LINK" TO ALT-REASON
               ELSE
                   OPEN INPUT CUS-FILE
                   IF CUS-FS NOT = "00"
                       MOVE "CUSTOMER MASTER UNAVAILABLE" TO ALT-REASON
                   ELSE
                       MOVE ALT-CUST-ID TO CUS-ID-X
                       READ CUS-FILE
                           INVALID KEY
                               MOVE "CUSTOMER NOT ON FILE" TO ALT-REASON
                       END-READ
                       CLOSE CUS-FILE
                   END-IF
               END-IF
               MOVE ALT-AMOUNT  TO ALT-AMT-EDITED
               MOVE ALT-BALANCE TO ALT-BAL-EDITED
               IF ALT-REASON = SPACES
                   PERFORM WRITE-ALERT
               ELSE
                   PERFORM WRITE-SUPPRESSED-ALERT
               END-IF
           END-IF.

       WRITE-ALERT.
           OPEN EXTEND ALT-FILE
           IF ALT-FS NOT = "00"
               OPEN OUTPUT ALT-FILE
           END-IF
           MOVE SPACES         TO ALT-REC
           MOVE TODAY-DATE     TO ALR-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO ALR-TIME
           MOVE ALT-ACC-X      TO ALR-ACC-X
           MOVE ALT-CUST-ID    TO ALR-CUST-ID
           MOVE ALT-TYPE       TO ALR-TYPE
           MOVE ALT-AMT-EDITED TO ALR-AMT-X
           MOVE ALT-BAL-EDITED TO ALR-BAL-X
           WRITE ALT-REC
           CLOSE ALT-FILE.

       WRITE-SUPPRESSED-ALERT.
           OPEN EXTEND ALS-FILE
           IF ALS-FS NOT = "00"
               OPEN OUTPUT ALS-FILE
               MOVE SPACES TO ALS-REC
               MOVE 1 TO PTR
               STRING "SUPPRESSED CUSTOMER ALERTS FOR " TODAY-DATE
                      DELIMITED SIZE
                      INTO ALS-REC
                      WITH POINTER PTR
               END-STRING
               WRITE ALS-REC
           END-IF
           MOVE SPACES TO ALS-REC
           MOVE 1 TO PTR
           STRING TODAY-DATE " " ALT-ACC-X
                  " CUST:" ALT-CUST-ID
                  " " ALT-TYPE
                  " AMT:" ALT-AMT-EDITED
                  " BAL:" ALT-BAL-EDITED
                  " " ALT-REASON
                  DELIMITED SIZE
                  INTO ALS-REC
                  WITH POINTER PTR
           END-STRING
           WRITE ALS-REC
           CLOSE ALS-FILE.

       ARCHIVE-ALERTS.
           MOVE SPACES TO ALT-CMD
           STRING "mv alerts.txt alerts" BUS-OLD-DATE
                  ".txt 2>/dev/null"
                  DELIMITED SIZE
                  INTO ALT-CMD
           END-STRING
           CALL "SYSTEM" USING ALT-CMD
           MOVE SPACES TO ALT-CMD
           STRING "mv alertsup.txt alertsup" BUS-OLD-DATE
                  ".txt 2>/dev/null"
                  DELIMITED SIZE
                  INTO ALT-CMD
           END-STRING
           CALL "SYSTEM" USING ALT-CMD.

       FINALIZE.
           IF APR-CHECKER NOT = SPACES
               MOVE OUT-DESC TO APR-DESC-WORK
               MOVE SPACES TO OUT-DESC
               STRING FUNCTION TRIM(APR-DESC-WORK TRAILING)
                      " MKR:"  APR-MAKER
                      " AUTH:" APR-CHECKER
                      " REF:"  APR-POST-REF
                      DELIMITED SIZE
                      INTO OUT-DESC
               END-STRING
           END-IF
           MOVE FUNCTION CURRENT-DATE TO JRN-TS-FULL
           MOVE TODAY-DATE TO JRN-TS(1:8)
           MOVE JRN-TS-FULL(9:6) TO JRN-TS(9:6)
               WHEN OUT-DESC(1:16) = "INTERBANK CREDIT"
                   ADD 1 TO GL-IBCR-CNT
                   ADD IN-AMOUNT TO GL-IBCR-AMT
               WHEN OUT-DESC(1:17) = "INTEREST CREDITED"
                   ADD 1 TO GL-INT-CNT
                   ADD IN-AMOUNT TO GL-INT-AMT
               WHEN OUT-DESC(1:21) = "INTEREST TAX WITHHELD"
                   ADD 1 TO GL-WHT-CNT
                   ADD IN-AMOUNT TO GL-WHT-AMT
               WHEN OUT-DESC(1:11) = "CHEQUE PAID"
                   ADD 1 TO GL-CHQ-CNT
                   ADD IN-AMOUNT TO GL-CHQ-AMT
               WHEN OUT-DESC(1:14) = "PAYROLL CREDIT"
                   ADD 1 TO GL-TRFCR-CNT
                   ADD IN-AMOUNT TO GL-TRFCR-AMT
               WHEN OUT-DESC(1:15) = "ACCOUNT CREATED"
               WHEN OUT-DESC(1:14) = "ACCOUNT FROZEN"
               WHEN OUT-DESC(1:14) = "ACCOUNT CLOSED"
               WHEN OUT-DESC(1:14) = "NAME CORRECTED"
               WHEN OUT-DESC(1:14) = "STATUS CHANGED"
               WHEN OUT-DESC(1:15) = "CUSTOMER LINKED"
               WHEN OUT-DESC(1:18) = "CHEQUE BOOK ISSUED"
               WHEN OUT-DESC(1:14) = "CHEQUE STOPPED"
               WHEN OUT-DESC(1:18) = "CHEQUE STOP LIFTED"
               WHEN OUT-DESC(1:14) = "LOAN REPAYMENT"
               WHEN OUT-DESC(1:13) = "PAYROLL DEBIT"
               WHEN OUT-DESC(1:16) = "PENDING APPROVAL"
               WHEN OUT-DESC(1:16) = "APPROVAL GRANTED"
               WHEN OUT-DESC(1:17) = "APPROVAL DECLINED"
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO GL-FAIL-CNT
           MOVE GL-IBDR-CNT TO GL-LINE-CNT
           MOVE GL-IBDR-AMT TO GL-LINE-AMT
           PERFORM WRITE-GL-LINE
           MOVE "LOAN-PRN" TO GL-LINE-CODE
           MOVE GL-LNP-CNT TO GL-LINE-CNT
           MOVE GL-LNP-AMT TO GL-LINE-AMT
           PERFORM WRITE-GL-LINE
           MOVE "LOAN-INT" TO GL-LINE-CODE
           MOVE GL-LNI-CNT TO GL-LINE-CNT
           MOVE GL-LNI-AMT TO GL-LINE-AMT
           PERFORM WRITE-GL-LINE
           MOVE "CHEQUE  " TO GL-LINE-CODE
           MOVE GL-CHQ-CNT TO GL-LINE-CNT
           MOVE GL-CHQ-AMT TO GL-LINE-AMT
           PERFORM WRITE-GL-LINE
           MOVE "INT-WHT " TO GL-LINE-CODE
           MOVE GL-WHT-CNT TO GL-LINE-CNT
           MOVE GL-WHT-AMT TO GL-LINE-AMT
           PERFORM WRITE-GL-LINE
           MOVE "REJECTED" TO GL-LINE-CODE
           MOVE GL-REJ-CNT TO GL-LINE-CNT
           MOVE GL-REJ-AMT TO GL-LINE-AMT
           COMPUTE GL-NET = GL-DEP-AMT + GL-TRFCR-AMT + GL-REVCR-AMT
               + GL-INT-AMT + GL-IBCR-AMT - GL-WDR-AMT - GL-TRFDR-AMT
               - GL-REVDR-AMT - GL-FEE-AMT - GL-IBDR-AMT
               - GL-LNP-AMT - GL-LNI-AMT - GL-CHQ-AMT - GL-WHT-AMT
           MOVE "NET     " TO GL-LINE-CODE
           MOVE ZERO TO GL-LINE-CNT
           MOVE GL-NET TO GL-LINE-AMT
