      ******************************************************************
      * One-time conversion: rewrites one of the line sequential
      * account reference files as a native indexed file keyed by
      * account number, so the posting, maintenance, teller and
      * inquiry programs read an account's entries directly instead
      * of loading the whole file into a table each run.
      *
      *   HOLDS  - accountHolds.dat     -> indexedHolds
      *            key account + hold number (HOLDREC); each account's
      *            holds are numbered 001 upward in file order
      *   STOPS  - stopInstructions.dat -> indexedStops
      *            key account + stop number (STOPREC), numbered the
      *            same way
      *   LIMITS - withdrawalLimits.dat -> indexedLimits
      *            key level + account + type (LIMREC); an 'A' record
      *            has its type blanked and a 'T' record its account,
      *            and a record of any other level is dropped
      *   TERMS  - termDeposits.dat     -> indexedTerms
      *            key account, alternate key pay-out account (TERMREC)
      *   LINKS  - fundingLinks.dat     -> indexedFundingLinks
      *            key protected account, alternate key funding
      *            account (FNDLNK)
      *
      * Holds and stops are read in the layout they had before the
      * hold and stop numbers were added; limits, terms and links
      * keep their record layout unchanged.
      *
      * A second record for a key the file already carries cannot be
      * stored: for a funding link the later record replaces the
      * earlier (the posting programs always applied the last link
      * on the file), for a term deposit an active record replaces a
      * settled or closed one, and anything else is dropped. Every
      * replaced or dropped record is listed and the run ends with
      * RETURN-CODE 4 so the file can be checked before the
      * converted copy goes live.
      *
      * Usage:
      *   createIndexedReferences HOLDS|STOPS|LIMITS|TERMS|LINKS
      *       [input-file] [output-file]
      *
      * Defaults: as listed above for each mode.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREATE-INDEXED-REFERENCES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-HOLDS-FILE ASSIGN TO DYNAMIC WS-OldFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-HOLDS-FILE ASSIGN TO DYNAMIC WS-NewFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NH-HOLD-KEY
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-STOPS-FILE ASSIGN TO DYNAMIC WS-OldFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-STOPS-FILE ASSIGN TO DYNAMIC WS-NewFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NS-STOP-KEY
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-LIMITS-FILE ASSIGN TO DYNAMIC WS-OldFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-LIMITS-FILE ASSIGN TO DYNAMIC WS-NewFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NL-LIMIT-KEY
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-TERMS-FILE ASSIGN TO DYNAMIC WS-OldFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-TERMS-FILE ASSIGN TO DYNAMIC WS-NewFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NT-ACC-NUMBER
               ALTERNATE RECORD KEY IS NT-PAYOUT-ACC
                   WITH DUPLICATES
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-LINKS-FILE ASSIGN TO DYNAMIC WS-OldFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-LINKS-FILE ASSIGN TO DYNAMIC WS-NewFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NF-PROTECTED-ACC
               ALTERNATE RECORD KEY IS NF-FUNDING-ACC
                   WITH DUPLICATES
               FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * the hold layout as it stood before the hold number was added
       FD  OLD-HOLDS-FILE.
       01  OLD-HOLD-REC.
           05 OH-ACC-NUMBER    PIC X(10).
           05 OH-AMOUNT        PIC 9(10)V99.
           05 OH-REASON-CODE   PIC X(3).
           05 OH-PLACED-DATE   PIC X(8).
           05 OH-EXPIRY-DATE   PIC X(8).
           05 OH-STATUS        PIC X.

       FD  NEW-HOLDS-FILE.
       01  NEW-HOLD-REC.
           COPY HOLDREC REPLACING ==:PFX:== BY ==NH==.

      * the stop layout as it stood before the stop number was added
       FD  OLD-STOPS-FILE.
       01  OLD-STOP-REC.
           05 OS-ACC-NUMBER    PIC X(10).
           05 OS-TRX-TYPE      PIC X.
           05 OS-AMOUNT-LOW    PIC 9(10)V99.
           05 OS-AMOUNT-HIGH   PIC 9(10)V99.
           05 OS-TARGET-ACC    PIC X(10).
           05 OS-PLACED-DATE   PIC X(8).
           05 OS-EXPIRY-DATE   PIC X(8).
           05 OS-STATUS        PIC X.

       FD  NEW-STOPS-FILE.
       01  NEW-STOP-REC.
           COPY STOPREC REPLACING ==:PFX:== BY ==NS==.

       FD  OLD-LIMITS-FILE.
       01  OLD-LIMIT-REC.
           COPY LIMREC REPLACING ==:PFX:== BY ==OL==.

       FD  NEW-LIMITS-FILE.
       01  NEW-LIMIT-REC.
           COPY LIMREC REPLACING ==:PFX:== BY ==NL==.

       FD  OLD-TERMS-FILE.
       01  OLD-TERM-REC.
           COPY TERMREC REPLACING ==:PFX:== BY ==OT==.

       FD  NEW-TERMS-FILE.
       01  NEW-TERM-REC.
           COPY TERMREC REPLACING ==:PFX:== BY ==NT==.

       FD  OLD-LINKS-FILE.
       01  OLD-LINK-REC.
           COPY FNDLNK REPLACING ==:PFX:== BY ==OF==.

       FD  NEW-LINKS-FILE.
       01  NEW-LINK-REC.
           COPY FNDLNK REPLACING ==:PFX:== BY ==NF==.

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE          PIC X(200).
       01  WS-ARG-MODE          PIC X(8).
       01  WS-OldFile           PIC X(200).
       01  WS-NewFile           PIC X(200).

       01  WS-OLD-STATUS        PIC XX.
       01  WS-NEW-STATUS        PIC XX.

       01  WS-EOF               PIC X VALUE 'N'.
           88 OLD-EOF VALUE 'Y'.
       01  WS-SEQ-EOF           PIC X.

       01  WS-RECORDS-READ      PIC 9(9) VALUE ZERO.
       01  WS-RECORDS-WRITTEN   PIC 9(9) VALUE ZERO.
       01  WS-RECORDS-REPLACED  PIC 9(9) VALUE ZERO.
       01  WS-RECORDS-DROPPED   PIC 9(9) VALUE ZERO.

      * next hold/stop number for the account being converted: one
      * past the highest the output already carries for it
       01  WS-SEQ-ACC           PIC X(10).
       01  WS-NEXT-SEQ          PIC 9(4).

       01  WS-SAVED-TERM-REC    PIC X(48).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
               INTO WS-ARG-MODE
                    WS-OldFile
                    WS-NewFile
           END-UNSTRING

           EVALUATE WS-ARG-MODE
               WHEN "HOLDS"
                   PERFORM CONVERT-HOLDS-FILE
               WHEN "STOPS"
                   PERFORM CONVERT-STOPS-FILE
               WHEN "LIMITS"
                   PERFORM CONVERT-LIMITS-FILE
               WHEN "TERMS"
                   PERFORM CONVERT-TERMS-FILE
               WHEN "LINKS"
                   PERFORM CONVERT-LINKS-FILE
               WHEN OTHER
                   DISPLAY "Mode must be HOLDS, STOPS, LIMITS, TERMS "
                       "or LINKS"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

      ******************************************************************
      * Holds: the output is created empty and reopened I-O so each
      * hold can be numbered one past the highest its account already
      * has on the output.
      ******************************************************************
       CONVERT-HOLDS-FILE.
           IF WS-OldFile = SPACES
               MOVE "accountHolds.dat" TO WS-OldFile
           END-IF
           IF WS-NewFile = SPACES
               MOVE "indexedHolds" TO WS-NewFile
           END-IF

           OPEN INPUT OLD-HOLDS-FILE
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "Unable to open holds file: " WS-OldFile
               DISPLAY "Old status: " WS-OLD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT NEW-HOLDS-FILE
           IF WS-NEW-STATUS NOT = "00"
               DISPLAY "Unable to create indexed holds file: "
                   WS-NewFile
               DISPLAY "New status: " WS-NEW-STATUS
               CLOSE OLD-HOLDS-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE NEW-HOLDS-FILE
           OPEN I-O NEW-HOLDS-FILE

           PERFORM UNTIL OLD-EOF
               READ OLD-HOLDS-FILE
                   AT END
                       SET OLD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM CONVERT-ONE-HOLD
               END-READ
           END-PERFORM

           CLOSE OLD-HOLDS-FILE
                 NEW-HOLDS-FILE

           DISPLAY "Holds conversion complete."
           PERFORM DISPLAY-COUNTS.

       CONVERT-ONE-HOLD.
           MOVE OH-ACC-NUMBER TO WS-SEQ-ACC
           PERFORM FIND-NEXT-HOLD-SEQ
           IF WS-NEXT-SEQ > 999
               DISPLAY "Hold dropped, account has 999 holds: "
                   OH-ACC-NUMBER
               ADD 1 TO WS-RECORDS-DROPPED
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO NEW-HOLD-REC
           MOVE OH-ACC-NUMBER  TO NH-ACC-NUMBER
           MOVE WS-NEXT-SEQ    TO NH-HOLD-SEQ
           MOVE OH-AMOUNT      TO NH-AMOUNT
           MOVE OH-REASON-CODE TO NH-REASON-CODE
           MOVE OH-PLACED-DATE TO NH-PLACED-DATE
           MOVE OH-EXPIRY-DATE TO NH-EXPIRY-DATE
           MOVE OH-STATUS      TO NH-STATUS
           WRITE NEW-HOLD-REC
               INVALID KEY
                   DISPLAY "Unable to write hold: " NH-ACC-NUMBER
                       " status " WS-NEW-STATUS
                   ADD 1 TO WS-RECORDS-DROPPED
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-WRITTEN
           END-WRITE.

       FIND-NEXT-HOLD-SEQ.
           MOVE 1 TO WS-NEXT-SEQ
           MOVE 'N' TO WS-SEQ-EOF
           MOVE WS-SEQ-ACC TO NH-ACC-NUMBER
           MOVE ZERO TO NH-HOLD-SEQ
           START NEW-HOLDS-FILE KEY IS NOT LESS THAN NH-HOLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SEQ-EOF
           END-START
           PERFORM UNTIL WS-SEQ-EOF = 'Y'
               READ NEW-HOLDS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SEQ-EOF
                   NOT AT END
                       IF NH-ACC-NUMBER = WS-SEQ-ACC
                           COMPUTE WS-NEXT-SEQ = NH-HOLD-SEQ + 1
                       ELSE
                           MOVE 'Y' TO WS-SEQ-EOF
                       END-IF
               END-READ
           END-PERFORM.

       CONVERT-STOPS-FILE.
           IF WS-OldFile = SPACES
               MOVE "stopInstructions.dat" TO WS-OldFile
           END-IF
           IF WS-NewFile = SPACES
               MOVE "indexedStops" TO WS-NewFile
           END-IF

           OPEN INPUT OLD-STOPS-FILE
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "Unable to open stops file: " WS-OldFile
               DISPLAY "Old status: " WS-OLD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT NEW-STOPS-FILE
           IF WS-NEW-STATUS NOT = "00"
               DISPLAY "Unable to create indexed stops file: "
                   WS-NewFile
               DISPLAY "New status: " WS-NEW-STATUS
               CLOSE OLD-STOPS-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE NEW-STOPS-FILE
           OPEN I-O NEW-STOPS-FILE

           PERFORM UNTIL OLD-EOF
               READ OLD-STOPS-FILE
                   AT END
                       SET OLD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM CONVERT-ONE-STOP
               END-READ
           END-PERFORM

           CLOSE OLD-STOPS-FILE
                 NEW-STOPS-FILE

           DISPLAY "Stops conversion complete."
           PERFORM DISPLAY-COUNTS.

       CONVERT-ONE-STOP.
           MOVE OS-ACC-NUMBER TO WS-SEQ-ACC
           PERFORM FIND-NEXT-STOP-SEQ
           IF WS-NEXT-SEQ > 999
               DISPLAY "Stop dropped, account has 999 stops: "
                   OS-ACC-NUMBER
               ADD 1 TO WS-RECORDS-DROPPED
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO NEW-STOP-REC
           MOVE OS-ACC-NUMBER  TO NS-ACC-NUMBER
           MOVE WS-NEXT-SEQ    TO NS-STOP-SEQ
           MOVE OS-TRX-TYPE    TO NS-TRX-TYPE
           MOVE OS-AMOUNT-LOW  TO NS-AMOUNT-LOW
           MOVE OS-AMOUNT-HIGH TO NS-AMOUNT-HIGH
           MOVE OS-TARGET-ACC  TO NS-TARGET-ACC
           MOVE OS-PLACED-DATE TO NS-PLACED-DATE
           MOVE OS-EXPIRY-DATE TO NS-EXPIRY-DATE
           MOVE OS-STATUS      TO NS-STATUS
           WRITE NEW-STOP-REC
               INVALID KEY
                   DISPLAY "Unable to write stop: " NS-ACC-NUMBER
                       " status " WS-NEW-STATUS
                   ADD 1 TO WS-RECORDS-DROPPED
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-WRITTEN
           END-WRITE.

       FIND-NEXT-STOP-SEQ.
           MOVE 1 TO WS-NEXT-SEQ
           MOVE 'N' TO WS-SEQ-EOF
           MOVE WS-SEQ-ACC TO NS-ACC-NUMBER
           MOVE ZERO TO NS-STOP-SEQ
           START NEW-STOPS-FILE KEY IS NOT LESS THAN NS-STOP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SEQ-EOF
           END-START
           PERFORM UNTIL WS-SEQ-EOF = 'Y'
               READ NEW-STOPS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SEQ-EOF
                   NOT AT END
                       IF NS-ACC-NUMBER = WS-SEQ-ACC
                           COMPUTE WS-NEXT-SEQ = NS-STOP-SEQ + 1
                       ELSE
                           MOVE 'Y' TO WS-SEQ-EOF
                       END-IF
               END-READ
           END-PERFORM.

       CONVERT-LIMITS-FILE.
           IF WS-OldFile = SPACES
               MOVE "withdrawalLimits.dat" TO WS-OldFile
           END-IF
           IF WS-NewFile = SPACES
               MOVE "indexedLimits" TO WS-NewFile
           END-IF

           OPEN INPUT OLD-LIMITS-FILE
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "Unable to open limits file: " WS-OldFile
               DISPLAY "Old status: " WS-OLD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT NEW-LIMITS-FILE
           IF WS-NEW-STATUS NOT = "00"
               DISPLAY "Unable to create indexed limits file: "
                   WS-NewFile
               DISPLAY "New status: " WS-NEW-STATUS
               CLOSE OLD-LIMITS-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL OLD-EOF
               READ OLD-LIMITS-FILE
                   AT END
                       SET OLD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM CONVERT-ONE-LIMIT
               END-READ
           END-PERFORM

           CLOSE OLD-LIMITS-FILE
                 NEW-LIMITS-FILE

           DISPLAY "Limits conversion complete."
           PERFORM DISPLAY-COUNTS.

       CONVERT-ONE-LIMIT.
           MOVE OLD-LIMIT-REC TO NEW-LIMIT-REC
           EVALUATE NL-LEVEL
               WHEN 'A'
                   MOVE SPACE TO NL-ACC-TYPE
               WHEN 'T'
                   MOVE SPACES TO NL-ACC-NUMBER
               WHEN OTHER
                   DISPLAY "Limit dropped, unknown level '" OL-LEVEL
                       "': " OL-ACC-NUMBER OL-ACC-TYPE
                   ADD 1 TO WS-RECORDS-DROPPED
                   EXIT PARAGRAPH
           END-EVALUATE

           WRITE NEW-LIMIT-REC
               INVALID KEY
                   DISPLAY "Duplicate limit dropped: " NL-LEVEL " "
                       NL-ACC-NUMBER NL-ACC-TYPE
                   ADD 1 TO WS-RECORDS-DROPPED
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-WRITTEN
           END-WRITE.

       CONVERT-TERMS-FILE.
           IF WS-OldFile = SPACES
               MOVE "termDeposits.dat" TO WS-OldFile
           END-IF
           IF WS-NewFile = SPACES
               MOVE "indexedTerms" TO WS-NewFile
           END-IF

           OPEN INPUT OLD-TERMS-FILE
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "Unable to open term deposit file: "
                   WS-OldFile
               DISPLAY "Old status: " WS-OLD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT NEW-TERMS-FILE
           IF WS-NEW-STATUS NOT = "00"
               DISPLAY "Unable to create indexed term file: "
                   WS-NewFile
               DISPLAY "New status: " WS-NEW-STATUS
               CLOSE OLD-TERMS-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE NEW-TERMS-FILE
           OPEN I-O NEW-TERMS-FILE

           PERFORM UNTIL OLD-EOF
               READ OLD-TERMS-FILE
                   AT END
                       SET OLD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM CONVERT-ONE-TERM
               END-READ
           END-PERFORM

           CLOSE OLD-TERMS-FILE
                 NEW-TERMS-FILE

           DISPLAY "Term deposit conversion complete."
           PERFORM DISPLAY-COUNTS.

      * an account runs one deposit at a time; a second record for
      * it replaces the first only when it is the one still running
       CONVERT-ONE-TERM.
           MOVE OLD-TERM-REC TO NEW-TERM-REC
           WRITE NEW-TERM-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-WRITTEN
                   EXIT PARAGRAPH
           END-WRITE

           MOVE NEW-TERM-REC TO WS-SAVED-TERM-REC
           READ NEW-TERMS-FILE
               INVALID KEY
                   DISPLAY "Unable to write term deposit: "
                       OT-ACC-NUMBER " status " WS-NEW-STATUS
                   ADD 1 TO WS-RECORDS-DROPPED
                   EXIT PARAGRAPH
           END-READ
           IF OT-STATUS = 'A' AND NT-STATUS NOT = 'A'
               MOVE WS-SAVED-TERM-REC TO NEW-TERM-REC
               REWRITE NEW-TERM-REC
               DISPLAY "Duplicate term deposit, running record "
                   "replaces status " NT-STATUS ": " OT-ACC-NUMBER
               ADD 1 TO WS-RECORDS-REPLACED
           ELSE
               DISPLAY "Duplicate term deposit dropped: "
                   OT-ACC-NUMBER " status " OT-STATUS
               ADD 1 TO WS-RECORDS-DROPPED
           END-IF.

       CONVERT-LINKS-FILE.
           IF WS-OldFile = SPACES
               MOVE "fundingLinks.dat" TO WS-OldFile
           END-IF
           IF WS-NewFile = SPACES
               MOVE "indexedFundingLinks" TO WS-NewFile
           END-IF

           OPEN INPUT OLD-LINKS-FILE
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "Unable to open funding links file: "
                   WS-OldFile
               DISPLAY "Old status: " WS-OLD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT NEW-LINKS-FILE
           IF WS-NEW-STATUS NOT = "00"
               DISPLAY "Unable to create indexed links file: "
                   WS-NewFile
               DISPLAY "New status: " WS-NEW-STATUS
               CLOSE OLD-LINKS-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE NEW-LINKS-FILE
           OPEN I-O NEW-LINKS-FILE

           PERFORM UNTIL OLD-EOF
               READ OLD-LINKS-FILE
                   AT END
                       SET OLD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM CONVERT-ONE-LINK
               END-READ
           END-PERFORM

           CLOSE OLD-LINKS-FILE
                 NEW-LINKS-FILE

           DISPLAY "Funding link conversion complete."
           PERFORM DISPLAY-COUNTS.

       CONVERT-ONE-LINK.
           MOVE OLD-LINK-REC TO NEW-LINK-REC
           WRITE NEW-LINK-REC
               INVALID KEY
                   REWRITE NEW-LINK-REC
                   DISPLAY "Duplicate funding link, later record "
                       "replaces earlier: " OF-PROTECTED-ACC
                   ADD 1 TO WS-RECORDS-REPLACED
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-WRITTEN
           END-WRITE.

       DISPLAY-COUNTS.
           DISPLAY "Input file : " WS-OldFile
           DISPLAY "Output file: " WS-NewFile
           DISPLAY "Records read    : " WS-RECORDS-READ
           DISPLAY "Records written : " WS-RECORDS-WRITTEN
           DISPLAY "Records replaced: " WS-RECORDS-REPLACED
           DISPLAY "Records dropped : " WS-RECORDS-DROPPED
           IF (WS-RECORDS-REPLACED > ZERO
               OR WS-RECORDS-DROPPED > ZERO)
              AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM CREATE-INDEXED-REFERENCES.
