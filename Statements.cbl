                   MOVE "TRANSF INTERB" TO Type-Description
               WHEN Outbound-Return-Entry
                   MOVE "DEVOL INTERB" TO Type-Description
               WHEN Maintenance-Fee-Entry
                   MOVE "COM.MANTENIM" TO Type-Description
               WHEN Withdrawal-Fee-Entry
                   MOVE "COM.RETIROS" TO Type-Description
               WHEN Overdraft-Fee-Entry
                   MOVE "CARGO DESCUB" TO Type-Description
               WHEN Cheque-Deposit-Entry
                   MOVE "DEP.CHEQUE" TO Type-Description
               WHEN Cheque-Return-Entry
                   MOVE "CHEQUE RECHAZ" TO Type-Description
               WHEN Term-Opening-Entry
                   MOVE "PLAZO FIJO" TO Type-Description
               WHEN Term-Principal-Entry
                   MOVE "CAPITAL PLAZO" TO Type-Description
               WHEN Term-Interest-Entry
                   MOVE "INT.PLAZO" TO Type-Description
               WHEN Term-Penalty-Entry
                   MOVE "PENAL.PLAZO" TO Type-Description
               WHEN Loan-Disbursement-Entry
                   MOVE "DESEMB.PREST" TO Type-Description
               WHEN Loan-Principal-Entry
                   MOVE "CUOTA CAPITAL" TO Type-Description
               WHEN Loan-Interest-Entry
                   MOVE "CUOTA INTERES" TO Type-Description
               WHEN OTHER
                   MOVE "DESCONOCIDO" TO Type-Description
           END-EVALUATE.
