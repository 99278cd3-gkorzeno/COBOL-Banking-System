      *   INTEREST  - INTEREST-ACCRUAL
      *   FEES      - SERVICE-FEE-ASSESSMENT
      *   UPDATE    - UPDATE-ACCOUNTS-INDEXED
      *   BALANCES  - END-OF-DAY-BALANCES
      *   RETURNS   - CLEARING-POSTING-RETURNS
      *   SETTLE    - SETTLEMENT-RECONCILIATION (not ended while it
      *               reports an unexplained break, which holds TRIAL)
      *   TRIAL     - trial balance check on the summary report
      *
      * Usage:
           05 FILLER PIC X(12) VALUE "INTEREST    ".
           05 FILLER PIC X(12) VALUE "FEES        ".
           05 FILLER PIC X(12) VALUE "UPDATE      ".
           05 FILLER PIC X(12) VALUE "BALANCES    ".
           05 FILLER PIC X(12) VALUE "RETURNS     ".
           05 FILLER PIC X(12) VALUE "SETTLE      ".
           05 FILLER PIC X(12) VALUE "TRIAL       ".
       01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAMES.
           05 WS-STEP-NAME-ENTRY PIC X(12) OCCURS 9 TIMES.

      * in-storage copy of the control file: the header plus one
      * record per step, rewritten whole after every command; step
       01  WS-HDR-RUN-NUMBER    PIC 9(6) VALUE ZERO.
       01  WS-HDR-BUSINESS-DATE PIC X(8) VALUE SPACES.
       01  WS-STEP-TABLE.
           05 WS-ST-ENTRY OCCURS 9 TIMES.
               10 WS-ST-STATUS     PIC X.
               10 WS-ST-STAMP-DATE PIC X(8).
               10 WS-ST-STAMP-TIME PIC X(6).
       01  WS-ST-I              PIC 99.
       01  WS-STEP-INDEX        PIC 99 VALUE ZERO.
       01  WS-REC-COUNT         PIC 9(3) VALUE ZERO.

       01  WS-RUN-DISPLAY       PIC ZZZZZ9.
           CLOSE CONTROL-FILE.

       LOAD-ONE-STEP-RECORD.
           PERFORM VARYING WS-ST-I FROM 1 BY 1 UNTIL WS-ST-I > 9
               IF WS-STEP-NAME-ENTRY(WS-ST-I) = RC-STEP-NAME
                   MOVE RC-STEP-STATUS
                       TO WS-ST-STATUS(WS-ST-I)
           MOVE WS-TIME(1:6)         TO RC-STAMP-TIME
           WRITE RUN-CONTROL-REC

           PERFORM VARYING WS-ST-I FROM 1 BY 1 UNTIL WS-ST-I > 9
               MOVE WS-HDR-RUN-NUMBER         TO RC-RUN-NUMBER
               MOVE WS-HDR-BUSINESS-DATE      TO RC-BUSINESS-DATE
               MOVE WS-STEP-NAME-ENTRY(WS-ST-I) TO RC-STEP-NAME

       LOCATE-STEP.
           MOVE ZERO TO WS-STEP-INDEX
           PERFORM VARYING WS-ST-I FROM 1 BY 1 UNTIL WS-ST-I > 9
               IF WS-STEP-NAME-ENTRY(WS-ST-I) = WS-ARG-OPERAND
                   MOVE WS-ST-I TO WS-STEP-INDEX
               END-IF

           ADD 1 TO WS-HDR-RUN-NUMBER
           MOVE WS-ARG-OPERAND TO WS-HDR-BUSINESS-DATE
           PERFORM VARYING WS-ST-I FROM 1 BY 1 UNTIL WS-ST-I > 9
               MOVE SPACE  TO WS-ST-STATUS(WS-ST-I)
               MOVE SPACES TO WS-ST-STAMP-DATE(WS-ST-I)
               MOVE SPACES TO WS-ST-STAMP-TIME(WS-ST-I)
           END-STRING
           PERFORM WRITE-LOG-LINE

           PERFORM VARYING WS-ST-I FROM 1 BY 1 UNTIL WS-ST-I > 9
               MOVE SPACES TO LOG-LINE
               STRING
                   "Step: "                     DELIMITED BY SIZE
               WS-ARG-OPERAND           DELIMITED BY SIZE
               " (expected ARCHIVE, STANDING, INTEREST, FEES,"
               DELIMITED BY SIZE
               " UPDATE, BALANCES, RETURNS, SETTLE or TRIAL)"
               DELIMITED BY SIZE
               INTO LOG-LINE
           END-STRING
           PERFORM WRITE-REFUSAL.
