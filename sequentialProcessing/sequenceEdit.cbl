       01  WS-TRANS-WRITTEN     PIC 9(8) VALUE ZERO.
       01  WS-PREV-TRANS-KEY    PIC X(10) VALUE LOW-VALUES.

       01  WS-SAVED-CONTROL-REC PIC X(84).
       01  WS-CONTROL-SAVED     PIC X VALUE 'N'.

       01  WS-COUNT-DISPLAY     PIC ZZZZZZZ9.
