       01  WS-ALREADY-IN-HIST   PIC 9(9) VALUE ZERO.
       01  WS-DUP-CONFLICTS     PIC 9(9) VALUE ZERO.
       01  WS-DELETE-FAILURES   PIC 9(9) VALUE ZERO.
       01  WS-LIVE-IMAGE        PIC X(84).
       01  WS-HIST-WRITE-STATUS PIC XX.
       01  WS-DUP-MATCHES       PIC X.

