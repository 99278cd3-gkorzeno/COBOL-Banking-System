           MOVE SI-AMOUNT               TO T-AMOUNT
           MOVE SI-TARGET-ACC-NUMBER    TO T-TARGET-ACC-NUMBER
           MOVE SPACE                   TO T-POSTED-FLAG
           MOVE SPACES                  TO T-SENDER-REF
           MOVE SPACES                  TO T-CHEQUE-SERIAL
           PERFORM LOOKUP-SOURCE-CURRENCY

           WRITE TRANS-REC
