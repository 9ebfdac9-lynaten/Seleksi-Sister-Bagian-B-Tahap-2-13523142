               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUS-ID-X
               FILE STATUS IS CUS-FS.
           SELECT OLDC-FILE ASSIGN TO "custmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLDC-ID-X
               FILE STATUS IS OLDC-FS.
           SELECT NEWC-FILE ASSIGN TO "custnew.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEWC-ID-X
               FILE STATUS IS NEWC-FS.
           SELECT OPR-FILE ASSIGN TO "operators.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPR-FS.
          05 CUS-NAME       PIC X(20).
          05 CUS-STATUS     PIC X(3).
          05 CUS-OPEN-DATE  PIC X(8).
          05 CUS-TAX-EXEMPT PIC X(1).

       FD OLDC-FILE.
       01 OLDC-REC.
          05 OLDC-ID-X      PIC X(6).
          05 OLDC-NAME      PIC X(20).
          05 OLDC-STATUS    PIC X(3).
          05 OLDC-OPEN-DATE PIC X(8).

       FD NEWC-FILE.
       01 NEWC-REC.
          05 NEWC-ID-X      PIC X(6).
          05 NEWC-NAME      PIC X(20).
          05 NEWC-STATUS    PIC X(3).
          05 NEWC-OPEN-DATE PIC X(8).
          05 NEWC-TAX-EXEMPT PIC X(1).

       FD OPR-FILE.
       01 OPR-REC.

       WORKING-STORAGE SECTION.
       77 CUS-FS             PIC XX.
       77 OLDC-FS            PIC XX.
       77 NEWC-FS            PIC XX.
       77 ARG-LINE           PIC X(80).
       77 EOF-FLAG           PIC X VALUE "N".
       77 READ-COUNT         PIC 9(6) VALUE ZERO.
       77 LOAD-COUNT         PIC 9(6) VALUE ZERO.
       77 BUS-FS             PIC XX.
       77 TODAY-DATE         PIC X(8).
       77 MNT-DONE           PIC X VALUE "N".
       77 MNT-CHOICE         PIC X.
       77 MNT-NEW-NAME       PIC X(20).
       77 MNT-NEW-STATUS     PIC X(3).
       77 MNT-NEW-EXEMPT     PIC X.
       77 MNT-CONFIRM        PIC X.

       77 OPR-FS             PIC XX.
       PROCEDURE DIVISION.

       MAIN.
           ACCEPT ARG-LINE FROM COMMAND-LINE
           IF ARG-LINE = "--upgrade"
               PERFORM UPGRADE-MASTER
               STOP RUN
           END-IF
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-OPERATORS
           PERFORM SIGN-ON
       DISPLAY-CUSTOMER.
           DISPLAY "CUSTOMER:  " CUS-ID-X "  STATUS: " CUS-STATUS
           DISPLAY "NAME:      " CUS-NAME
           DISPLAY "SINCE:     " CUS-OPEN-DATE
           DISPLAY "TAX EXEMPT:" CUS-TAX-EXEMPT.

       AMEND-MENU.
           DISPLAY "1=AMEND NAME 2=CHANGE STATUS 3=TAX EXEMPTION "
               "0=NEXT CUSTOMER:"
           MOVE SPACES TO MNT-CHOICE
           ACCEPT MNT-CHOICE
           EVALUATE MNT-CHOICE
                   PERFORM AMEND-NAME
               WHEN "2"
                   PERFORM AMEND-STATUS
               WHEN "3"
                   PERFORM AMEND-EXEMPTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               MOVE MNT-NEW-NAME TO CUS-NAME
               MOVE "ACT"        TO CUS-STATUS
               MOVE TODAY-DATE   TO CUS-OPEN-DATE
               MOVE "N"          TO CUS-TAX-EXEMPT
               WRITE CUS-REC
                   INVALID KEY
                       DISPLAY "DUPLICATE CUSTOMER " CUS-ID-X
                       DISPLAY "STATUS UPDATED"
               END-REWRITE
           END-IF.

       AMEND-EXEMPTION.
           DISPLAY "INTEREST TAX EXEMPT (Y/N):"
           MOVE SPACES TO MNT-NEW-EXEMPT
           ACCEPT MNT-NEW-EXEMPT
           IF MNT-NEW-EXEMPT NOT = "Y" AND "N"
               DISPLAY "INVALID EXEMPTION FLAG"
           ELSE
               MOVE MNT-NEW-EXEMPT TO CUS-TAX-EXEMPT
               REWRITE CUS-REC
                   INVALID KEY
                       DISPLAY "REWRITE FAILED FOR CUSTOMER " CUS-ID-X
                   NOT INVALID KEY
                       DISPLAY "TAX EXEMPTION UPDATED"
               END-REWRITE
           END-IF.

       UPGRADE-MASTER.
           OPEN INPUT OLDC-FILE
           IF OLDC-FS NOT = "00"
               DISPLAY "CANNOT OPEN custmast.dat - STATUS " OLDC-FS
               STOP RUN
           END-IF
           OPEN OUTPUT NEWC-FILE
           IF NEWC-FS NOT = "00"
               DISPLAY "CANNOT CREATE custnew.dat - STATUS " NEWC-FS
               CLOSE OLDC-FILE
               STOP RUN
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ OLDC-FILE NEXT
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO READ-COUNT
                       MOVE OLDC-ID-X      TO NEWC-ID-X
                       MOVE OLDC-NAME      TO NEWC-NAME
                       MOVE OLDC-STATUS    TO NEWC-STATUS
                       MOVE OLDC-OPEN-DATE TO NEWC-OPEN-DATE
                       MOVE "N"            TO NEWC-TAX-EXEMPT
                       WRITE NEWC-REC
                           INVALID KEY
                               DISPLAY "DUPLICATE CUSTOMER " OLDC-ID-X
                                   " - NOT UPGRADED"
                           NOT INVALID KEY
                               ADD 1 TO LOAD-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE OLDC-FILE
           CLOSE NEWC-FILE
           CALL "SYSTEM" USING "mv custnew.dat custmast.dat"
           DISPLAY "RECORDS READ:     " READ-COUNT
           DISPLAY "RECORDS UPGRADED: " LOAD-COUNT
           IF READ-COUNT = LOAD-COUNT
               DISPLAY "UPGRADE COMPLETE"
           ELSE
               DISPLAY "UPGRADE COMPLETE WITH ERRORS"
           END-IF.
