                   MOVE "Y" TO SL-MONETARY
                   MOVE JRN-REC(1:6) TO SL-ACC1
                   MOVE JRN-AMOUNT   TO SL-DELTA1
               WHEN JRN-DESC(1:17) = "INTEREST CREDITED"
                   MOVE "Y" TO SL-MONETARY
                   MOVE JRN-REC(1:6) TO SL-ACC1
                   MOVE JRN-AMOUNT   TO SL-DELTA1
               WHEN JRN-DESC(1:21) = "INTEREST TAX WITHHELD"
                   MOVE "Y" TO SL-MONETARY
                   MOVE JRN-REC(1:6) TO SL-ACC1
                   COMPUTE SL-DELTA1 = ZERO - JRN-AMOUNT
               WHEN JRN-DESC(1:11) = "CHEQUE PAID"
                   MOVE "Y" TO SL-MONETARY
                   MOVE JRN-REC(1:6) TO SL-ACC1
                   COMPUTE SL-DELTA1 = ZERO - JRN-AMOUNT
               WHEN JRN-DESC(1:13) = "PAYROLL DEBIT"
                   MOVE "Y" TO SL-MONETARY
                   MOVE JRN-REC(1:6) TO SL-ACC1
                   COMPUTE SL-DELTA1 = ZERO - JRN-AMOUNT
               WHEN JRN-DESC(1:14) = "PAYROLL CREDIT"
                   MOVE "Y" TO SL-MONETARY
                   MOVE JRN-REC(1:6) TO SL-ACC1
                   MOVE JRN-AMOUNT   TO SL-DELTA1
               WHEN JRN-DESC(1:14) = "LOAN REPAYMENT"
                   MOVE "Y" TO SL-MONETARY
                   MOVE JRN-REC(1:6) TO SL-ACC1
                   COMPUTE SL-DELTA1 = ZERO - JRN-AMOUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
