               MOVE "DR"                     TO JL-DR-CR
               MOVE WS-CCY-CONVERTED(CCY-NDX) TO JL-AMOUNT
               MOVE "01"                     TO JL-COMPANY-CODE
               MOVE SPACES                   TO JL-COST-CENTER
               WRITE GL-JOURNAL-RECORD
               MOVE "ACCRUEAP"               TO JL-ACCOUNT
               MOVE "CR"                     TO JL-DR-CR
