           MOVE WS-SWEEP-AMOUNT      TO T-AMOUNT
           MOVE WS-CREDIT-ACC-NUMBER TO T-TARGET-ACC-NUMBER
           MOVE SPACE                TO T-POSTED-FLAG
           MOVE SPACES               TO T-SENDER-REF
           MOVE SPACES               TO T-CHEQUE-SERIAL
           PERFORM LOOKUP-DEBIT-CURRENCY

           WRITE TRANS-REC
