               MOVE I-CURRENCY   TO O-CURRENCY
               MOVE SPACE        TO O-POSTED-FLAG
               MOVE I-BRANCH-CODE TO O-BRANCH-CODE
               MOVE I-SENDER-REF TO O-SENDER-REF
               MOVE I-CHEQUE-SERIAL TO O-CHEQUE-SERIAL

               WRITE OUTPUT-TRANS-REC
                   INVALID KEY
