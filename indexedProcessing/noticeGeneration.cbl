      ******************************************************************
      * Customer notice extract. Reads what the cycle already
      * produced -- the master the dormancy review flips, the
      * summary report's overdraft detail lines, the holds file
      * ACCOUNT-MAINTENANCE appends to and the card dispute cases
      * CARD-DISPUTES keeps -- looks each event's customer
      * up through M-CUSTOMER-ID on the customer master, and writes
      * the formatted notice letters plus a print-control index:
      *
      *   ODFEE   - overdraft fee charged by the posting run, parsed
      *             off the summary report's overdraft detail lines
      *   HOLD    - a hold placed on the account
      *   CHGBACK - a card chargeback lost: CARD-DISPUTES closed the
      *             case 'L' and re-debited the provisional credit
      *
      * Every letter sent is recorded on the notice register (notice
      * type, account, event reference, sent date); an event already
      * on the register never generates a second letter, so the
      * program can run every cycle over the same inputs.
      *
      * Every owner of the account gets a copy of the letter: the
      * attached customer, then each active primary or joint owner
      * on the party file (see PARTYREC), one copy and index line
      * each, so a joint account's owners are all told. Powers of
      * attorney, beneficiaries and guardians own nothing and are
      * not lettered. The register still records the event once.
      *
      * An account with no customer attached gets its letter
      * addressed to the account name with no street address -- the
      * index flags it so the branch can chase the attachment.
      *   noticeGeneration [master-file] [customer-file]
      *       [summary-report] [holds-file] [register-file]
      *       [letters-file] [index-file] [inactive-days]
      *       [warning-days] [dispute-file] [party-file]
      *
      * Defaults:
      *   master-file    = indexedMaster
      *   customer-file  = customerMaster.dat
      *   summary-report = summaryReport.txt
      *   holds-file     = indexedHolds
      *   register-file  = noticeRegister.dat
      *   letters-file   = noticeLetters.txt
      *   index-file     = noticeIndex.txt
      *   inactive-days  = 365
      *   warning-days   = 30
      *   dispute-file   = indexedDisputes
      *   party-file     = indexedParties
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTICE-GENERATION.
               FILE STATUS IS WS-SUM-STATUS.

           SELECT HOLDS-FILE ASSIGN TO DYNAMIC WS-HoldsFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HLD-HOLD-KEY
               FILE STATUS IS WS-HLD-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO DYNAMIC WS-DisputeFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DS-CASE-KEY
               FILE STATUS IS WS-DSP-STATUS.

           SELECT PARTY-FILE ASSIGN TO DYNAMIC WS-PartyFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-PARTY-KEY
               FILE STATUS IS WS-PTY-STATUS.

           SELECT REGISTER-FILE ASSIGN TO DYNAMIC WS-RegisterFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
       01  HOLD-REC.
           COPY HOLDREC REPLACING ==:PFX:== BY ==HLD==.

       FD  DISPUTE-FILE.
       01  DISPUTE-REC.
           COPY DSPREC REPLACING ==:PFX:== BY ==DS==.

       FD  PARTY-FILE.
       01  PARTY-REC.
           COPY PARTYREC REPLACING ==:PFX:== BY ==PT==.

       FD  REGISTER-FILE.
       01  REGISTER-REC.
           05 NR-NOTICE-TYPE  PIC X(8).
       01  WS-CustomerFile      PIC X(200)
           VALUE "customerMaster.dat".
       01  WS-SummaryFile       PIC X(200) VALUE "summaryReport.txt".
       01  WS-HoldsFile         PIC X(200) VALUE "indexedHolds".
       01  WS-DisputeFile       PIC X(200) VALUE "indexedDisputes".
       01  WS-PartyFile         PIC X(200) VALUE "indexedParties".
       01  WS-RegisterFile      PIC X(200) VALUE "noticeRegister.dat".
       01  WS-LettersFile       PIC X(200) VALUE "noticeLetters.txt".
       01  WS-IndexFile         PIC X(200) VALUE "noticeIndex.txt".
       01  WS-CUST-STATUS       PIC XX.
       01  WS-SUM-STATUS        PIC XX.
       01  WS-HLD-STATUS        PIC XX.
       01  WS-DSP-STATUS        PIC XX.
       01  WS-PTY-STATUS        PIC XX.
       01  WS-REG-STATUS        PIC XX.
       01  WS-LTR-STATUS        PIC XX.
       01  WS-IDX-STATUS        PIC XX.
       01  WS-MASTER-EOF        PIC X VALUE 'N'.
       01  WS-SUM-EOF           PIC X VALUE 'N'.
       01  WS-HLD-EOF           PIC X VALUE 'N'.
       01  WS-DSP-EOF           PIC X VALUE 'N'.
       01  WS-PTY-EOF           PIC X VALUE 'N'.
       01  WS-PTY-AVAILABLE     PIC X VALUE 'N'.
       01  WS-REG-EOF           PIC X VALUE 'N'.

       01  WS-INACTIVE-DAYS     PIC 9(5) VALUE 365.
       01  WS-ADDR-LINE-2       PIC X(30).
       01  WS-ADDR-FOUND        PIC X.

      * the account's owners, the attached customer first; each one
      * is sent its own copy of the letter
       01  WS-OWNER-MAX         PIC 9(2) VALUE 10.
       01  WS-OWNER-COUNT       PIC 9(2) VALUE ZERO.
       01  WS-OWNER-TABLE.
           05 WS-OW-ENTRY OCCURS 10 TIMES.
               10 WS-OW-CUST-ID  PIC X(10).
               10 WS-OW-FOUND    PIC X.
               10 WS-OW-NAME     PIC X(30).
               10 WS-OW-ADDR-1   PIC X(30).
               10 WS-OW-ADDR-2   PIC X(30).
       01  WS-OW-I              PIC 9(2).

      * overdraft detail lines queue up until their account line
      * arrives -- the summary report prints the details first and
      * names the account afterwards
           PERFORM SWEEP-MASTER-FOR-DORMANCY
           PERFORM SWEEP-SUMMARY-FOR-OD-FEES
           PERFORM SWEEP-HOLDS-FILE
           PERFORM SWEEP-DISPUTE-FILE

           PERFORM WRITE-INDEX-TOTALS

                 LETTERS-FILE
                 NOTICE-INDEX-FILE
                 REGISTER-FILE
           IF WS-PTY-AVAILABLE = 'Y'
               CLOSE PARTY-FILE
           END-IF

           STOP RUN.

                        WS-IndexFile
                        WS-ARG-INACTIVE-DAYS
                        WS-ARG-WARNING-DAYS
                        WS-DisputeFile
                        WS-PartyFile
               END-UNSTRING
           END-IF

           IF WS-DisputeFile = SPACES OR WS-DisputeFile = "-"
               MOVE "indexedDisputes" TO WS-DisputeFile
           END-IF
           IF WS-PartyFile = SPACES OR WS-PartyFile = "-"
               MOVE "indexedParties" TO WS-PartyFile
           END-IF

           IF WS-ARG-INACTIVE-DAYS NOT = SPACES
              AND WS-ARG-INACTIVE-DAYS NOT = "-"
               COMPUTE WS-INACTIVE-DAYS =
               CLOSE LETTERS-FILE
               CLOSE NOTICE-INDEX-FILE
               STOP RUN
           END-IF

      * no party file yet means every account has only its attached
      * customer
           OPEN INPUT PARTY-FILE
           IF WS-PTY-STATUS = "00"
               MOVE 'Y' TO WS-PTY-AVAILABLE
           END-IF.

      ******************************************************************

           CLOSE HOLDS-FILE.

      * a lost chargeback is lettered once, keyed by the switch
      * reference of the disputed item; a missing dispute file just
      * means the card desk has opened no cases
       SWEEP-DISPUTE-FILE.
           OPEN INPUT DISPUTE-FILE
           IF WS-DSP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-DSP-EOF = 'Y'
               READ DISPUTE-FILE
                   AT END
                       MOVE 'Y' TO WS-DSP-EOF
                   NOT AT END
                       IF DS-STATUS = 'L'
                           MOVE "CHGBACK " TO WS-EV-TYPE
                           MOVE DS-ACC-NUMBER TO WS-EV-ACC-NUMBER
                           MOVE DS-SWITCH-REF TO WS-EV-REF
                           MOVE DS-AMOUNT TO WS-AMOUNT-DISPLAY
                           MOVE SPACES TO WS-EV-TEXT-1
                           STRING
                               "Your card dispute for "
                               DELIMITED BY SIZE
                               WS-AMOUNT-DISPLAY  DELIMITED BY SIZE
                               " (ref "           DELIMITED BY SIZE
                               DS-SWITCH-REF      DELIMITED BY SIZE
                               ") was declined."  DELIMITED BY SIZE
                               INTO WS-EV-TEXT-1
                           END-STRING
                           MOVE SPACES TO WS-EV-TEXT-2
                           STRING
                               "The provisional credit was "
                               DELIMITED BY SIZE
                               "debited again on "
                               DELIMITED BY SIZE
                               DS-RESOLVED-DATE   DELIMITED BY SIZE
                               "."                DELIMITED BY SIZE
                               INTO WS-EV-TEXT-2
                           END-STRING
                           PERFORM GENERATE-NOTICE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DISPUTE-FILE.

      ******************************************************************
      * One letter per owner for each unsent event: register
      * checked, owners resolved through the account's M-CUSTOMER-ID
      * and the party file, a letter and index line written for
      * each, register appended once (file and table, so a later
      * sweep in this same run cannot re-letter the event).
      ******************************************************************
       GENERATE-NOTICE.
           PERFORM CHECK-NOTICE-REGISTER
           END-IF

           PERFORM RESOLVE-ADDRESSEE
           IF WS-OWNER-COUNT = ZERO
               PERFORM SEND-ONE-LETTER
           ELSE
               PERFORM VARYING WS-OW-I FROM 1 BY 1
                   UNTIL WS-OW-I > WS-OWNER-COUNT
                   IF WS-OW-FOUND(WS-OW-I) = 'Y'
                       MOVE 'Y' TO WS-ADDR-FOUND
                       MOVE WS-OW-NAME(WS-OW-I)   TO WS-ADDR-NAME
                       MOVE WS-OW-ADDR-1(WS-OW-I) TO WS-ADDR-LINE-1
                       MOVE WS-OW-ADDR-2(WS-OW-I) TO WS-ADDR-LINE-2
                   ELSE
                       MOVE 'N' TO WS-ADDR-FOUND
                       MOVE M-ACC-NAME TO WS-ADDR-NAME
                       MOVE SPACES TO WS-ADDR-LINE-1
                       MOVE SPACES TO WS-ADDR-LINE-2
                   END-IF
                   PERFORM SEND-ONE-LETTER
               END-PERFORM
           END-IF

           MOVE WS-EV-TYPE       TO NR-NOTICE-TYPE
           MOVE WS-EV-ACC-NUMBER TO NR-ACC-NUMBER
               MOVE WS-EV-ACC-NUMBER
                   TO WS-NR-ACC-NUMBER(WS-REG-COUNT)
               MOVE WS-EV-REF TO WS-NR-EVENT-REF(WS-REG-COUNT)
           END-IF.

       SEND-ONE-LETTER.
           PERFORM WRITE-NOTICE-LETTER
           PERFORM WRITE-NOTICE-INDEX-LINE
           ADD 1 TO WS-LETTERS-SENT.

      * the events found by the master sweep still have the account
      * in MASTER-REC; the other sweeps look the account up first.
      * The owners are the attached customer and the active primary
      * and joint owners on the party file, all resolved in one pass
      * of the customer master; with none, the letter goes to the
      * account name.
       RESOLVE-ADDRESSEE.
           MOVE 'N' TO WS-ADDR-FOUND
           MOVE SPACES TO WS-ADDR-LINE-1
           MOVE SPACES TO WS-ADDR-LINE-2
           MOVE ZERO TO WS-OWNER-COUNT

           IF M-ACC-NUMBER NOT = WS-EV-ACC-NUMBER
               MOVE WS-EV-ACC-NUMBER TO M-ACC-NUMBER
           END-IF

           MOVE M-ACC-NAME TO WS-ADDR-NAME
           IF M-CUSTOMER-ID NOT = SPACES
               ADD 1 TO WS-OWNER-COUNT
               MOVE M-CUSTOMER-ID TO WS-OW-CUST-ID(WS-OWNER-COUNT)
           END-IF

           IF WS-PTY-AVAILABLE = 'Y'
               MOVE 'N' TO WS-PTY-EOF
               MOVE M-ACC-NUMBER TO PT-ACC-NUMBER
               MOVE LOW-VALUES   TO PT-CUST-ID
               START PARTY-FILE KEY IS NOT LESS THAN PT-PARTY-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-PTY-EOF
               END-START
               PERFORM UNTIL WS-PTY-EOF = 'Y'
                   READ PARTY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-PTY-EOF
                       NOT AT END
                           IF PT-ACC-NUMBER NOT = M-ACC-NUMBER
                               MOVE 'Y' TO WS-PTY-EOF
                           ELSE
                               PERFORM ADD-PARTY-OWNER
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF WS-OWNER-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-OW-I FROM 1 BY 1
               UNTIL WS-OW-I > WS-OWNER-COUNT
               MOVE 'N' TO WS-OW-FOUND(WS-OW-I)
           END-PERFORM

           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = "00"
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM VARYING WS-OW-I FROM 1 BY 1
                           UNTIL WS-OW-I > WS-OWNER-COUNT
                           IF CU-CUST-ID = WS-OW-CUST-ID(WS-OW-I)
                               MOVE 'Y' TO WS-OW-FOUND(WS-OW-I)
                               MOVE CU-CUST-NAME
                                   TO WS-OW-NAME(WS-OW-I)
                               MOVE CU-ADDR-LINE-1
                                   TO WS-OW-ADDR-1(WS-OW-I)
                               MOVE CU-ADDR-LINE-2
                                   TO WS-OW-ADDR-2(WS-OW-I)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE.

       ADD-PARTY-OWNER.
           IF PT-STATUS NOT = 'A'
              OR (PT-ROLE NOT = 'P' AND PT-ROLE NOT = 'J')
              OR PT-CUST-ID = M-CUSTOMER-ID
              OR WS-OWNER-COUNT NOT < WS-OWNER-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OWNER-COUNT
           MOVE PT-CUST-ID TO WS-OW-CUST-ID(WS-OWNER-COUNT).

       WRITE-NOTICE-LETTER.
           MOVE SPACES TO LETTER-LINE
           STRING
