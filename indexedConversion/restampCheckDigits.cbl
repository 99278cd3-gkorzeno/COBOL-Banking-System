      *   wht register - WT-CUST-ID, but only rows whose key is an
      *                  account number on the master (the fallback
      *                  rows for unattached accounts); customer ids
      *                  pass through untouched -- and WT-ACC-NUMBER,
      *                  the account each row's interest was paid on
      * Every account-keyed file rides along in the same pass: a
      * file left on the old numbering would simply stop matching
      * after cut-over -- stops, term blocks, the compliance freeze,
      * that do not exist yet are skipped and reported. Control
      * records are carried through untouched. Each file writes to
      * <name>.new; after checking the counts, rename the new files
      * into place. Every master record whose number changes is
      * logged, before and after, on the master change log (see
      * CHGLOG) under the cycle run number from the run-control file.
      *
      * Usage:
      *   restampCheckDigits [master] [trans] [history] [holds]
      *       [standing] [sweeps] [stops] [terms] [links] [xref]
      *       [hits] [warehouse] [extract-reg] [accrued]
      *       [reversal-reg] [notice-reg] [wht-reg] [gen-index]
      *       [change-log] [run-control-file]
      *
      * Defaults:
      *   master   = indexedMaster          trans  = indexedTransactions
      *   history  = transactionHistory     holds  = indexedHolds
      *   standing = standingInstructions.dat
      *   sweeps   = sweepInstructions.dat
      *   stops    = indexedStops           terms  = indexedTerms
      *   links    = indexedFundingLinks    xref   = cardXref.dat
      *   hits     = confirmedHits.dat
      *   warehouse    = warehousedTransactions.dat
      *   extract-reg  = clearingExtractRegister.dat
      *   notice-reg   = noticeRegister.dat
      *   wht-reg      = withholdingRegister.dat
      *   gen-index    = historyGenerations.dat
      *   change-log   = masterChangeLog.dat
      *   run-control-file = runControl.dat
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTAMP-CHECK-DIGITS.
               FILE STATUS IS WS-NT-STATUS.

           SELECT OLD-HOLDS-FILE ASSIGN TO DYNAMIC WS-OldHolds
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OH-HOLD-KEY
               FILE STATUS IS WS-OH-STATUS.

           SELECT NEW-HOLDS-FILE ASSIGN TO DYNAMIC WS-NewHolds
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NH-HOLD-KEY
               FILE STATUS IS WS-NH-STATUS.

           SELECT OLD-STANDING-FILE ASSIGN TO DYNAMIC WS-OldStanding
               FILE STATUS IS WS-NW-STATUS.

           SELECT OLD-STOPS-FILE ASSIGN TO DYNAMIC WS-OldStops
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-STOP-KEY
               FILE STATUS IS WS-OP-STATUS.

           SELECT NEW-STOPS-FILE ASSIGN TO DYNAMIC WS-NewStops
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NP-STOP-KEY
               FILE STATUS IS WS-NP-STATUS.

           SELECT OLD-TERMS-FILE ASSIGN TO DYNAMIC WS-OldTerms
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OD-ACC-NUMBER
               ALTERNATE RECORD KEY IS OD-PAYOUT-ACC
                   WITH DUPLICATES
               FILE STATUS IS WS-OD-STATUS.

           SELECT NEW-TERMS-FILE ASSIGN TO DYNAMIC WS-NewTerms
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ND-ACC-NUMBER
               ALTERNATE RECORD KEY IS ND-PAYOUT-ACC
                   WITH DUPLICATES
               FILE STATUS IS WS-ND-STATUS.

           SELECT OLD-LINKS-FILE ASSIGN TO DYNAMIC WS-OldLinks
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OL-PROTECTED-ACC
               ALTERNATE RECORD KEY IS OL-FUNDING-ACC
                   WITH DUPLICATES
               FILE STATUS IS WS-OL-STATUS.

           SELECT NEW-LINKS-FILE ASSIGN TO DYNAMIC WS-NewLinks
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NL-PROTECTED-ACC
               ALTERNATE RECORD KEY IS NL-FUNDING-ACC
                   WITH DUPLICATES
               FILE STATUS IS WS-NL-STATUS.

           SELECT OLD-XREF-FILE ASSIGN TO DYNAMIC WS-OldXref
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GI-STATUS.

           SELECT CHANGE-LOG-FILE ASSIGN TO DYNAMIC WS-ChangeLogFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO DYNAMIC
               WS-RunControlFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNC-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05 OY-YEAR           PIC X(4).
           05 OY-INTEREST-PAID  PIC 9(10)V99.
           05 OY-TAX-WITHHELD   PIC 9(10)V99.
           05 OY-ACC-NUMBER     PIC X(10).

       FD  NEW-WHTREG-FILE.
       01  NEW-WHTREG-REC.
           05 NY-YEAR           PIC X(4).
           05 NY-INTEREST-PAID  PIC 9(10)V99.
           05 NY-TAX-WITHHELD   PIC 9(10)V99.
           05 NY-ACC-NUMBER     PIC X(10).

       FD  GEN-INDEX-FILE.
       01  GEN-INDEX-REC.
           05 GI-YEAR      PIC X(4).
           05 GI-FILE-NAME PIC X(100).

       FD  CHANGE-LOG-FILE.
       01  CHANGE-LOG-REC.
           COPY CHGLOG REPLACING ==:PFX:== BY ==CL==.

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC.
           COPY RUNCTL REPLACING ==:PFX:== BY ==RN==.

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE          PIC X(400).
       01  WS-OldMaster         PIC X(200) VALUE "indexedMaster".
       01  WS-OldTrans          PIC X(200) VALUE "indexedTransactions".
       01  WS-OldHistory        PIC X(200) VALUE "transactionHistory".
       01  WS-OldHolds          PIC X(200) VALUE "indexedHolds".
       01  WS-OldStanding       PIC X(200)
           VALUE "standingInstructions.dat".
       01  WS-OldSweep          PIC X(200)
           VALUE "sweepInstructions.dat".
       01  WS-OldStops          PIC X(200)
           VALUE "indexedStops".
       01  WS-OldTerms          PIC X(200) VALUE "indexedTerms".
       01  WS-OldLinks          PIC X(200) VALUE "indexedFundingLinks".
       01  WS-OldXref           PIC X(200) VALUE "cardXref.dat".
       01  WS-OldHits           PIC X(200) VALUE "confirmedHits.dat".
       01  WS-OldWarehouse      PIC X(200)
           VALUE "withholdingRegister.dat".
       01  WS-GenIndexFile      PIC X(200)
           VALUE "historyGenerations.dat".
       01  WS-ChangeLogFile     PIC X(200)
           VALUE "masterChangeLog.dat".
       01  WS-RunControlFile    PIC X(200) VALUE "runControl.dat".
       01  WS-NewMaster         PIC X(200).
       01  WS-NewTrans          PIC X(200).
       01  WS-NewHolds          PIC X(200).

       01  WS-EOF               PIC X.

      * change-log stamp: the master as it stood before conversion
      * and the cycle it was converted in
       01  WS-CHG-STATUS        PIC XX.
       01  WS-RNC-STATUS        PIC XX.
       01  WS-CHG-BEFORE        PIC X(68).
       01  WS-CHG-CLOCK         PIC X(8).
       01  WS-CHG-RUN-NUMBER    PIC 9(6) VALUE ZERO.

       01  WS-DATE.
           05 WS-YEAR  PIC 9(2).
           05 WS-MONTH PIC 9(2).
           05 WS-DAY   PIC 9(2).

       01  WS-TODAY.
           05 WS-TODAY-CC PIC 99 VALUE 20.
           05 WS-TODAY-YY PIC 99.
           05 WS-TODAY-MM PIC 99.
           05 WS-TODAY-DD PIC 99.

       01  WS-MASTERS-DONE      PIC 9(9) VALUE ZERO.
       01  WS-TRANS-DONE        PIC 9(9) VALUE ZERO.
       01  WS-HIST-DONE         PIC 9(9) VALUE ZERO.
                        WS-OldNtcReg
                        WS-OldWhtReg
                        WS-GenIndexFile
                        WS-ChangeLogFile
                        WS-RunControlFile
               END-UNSTRING
           END-IF

               CLOSE OLD-MASTER-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND CHANGE-LOG-FILE
           IF WS-CHG-STATUS = "35"
               OPEN OUTPUT CHANGE-LOG-FILE
           END-IF
           IF WS-CHG-STATUS NOT = "00"
               DISPLAY "Unable to open master change log: "
                   WS-ChangeLogFile
               DISPLAY "Change log status: " WS-CHG-STATUS
               CLOSE OLD-MASTER-FILE
               CLOSE NEW-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-DATE FROM DATE
           MOVE WS-YEAR  TO WS-TODAY-YY
           MOVE WS-MONTH TO WS-TODAY-MM
           MOVE WS-DAY   TO WS-TODAY-DD
           PERFORM READ-RUN-CONTROL

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
                                   NM-ACC-NUMBER
                           NOT INVALID KEY
                               ADD 1 TO WS-MASTERS-DONE
                               IF NM-ACC-NUMBER NOT = OM-ACC-NUMBER
                                   MOVE OLD-MASTER-REC TO WS-CHG-BEFORE
                                   PERFORM WRITE-CHANGE-LOG
                               END-IF
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE OLD-MASTER-FILE
                 NEW-MASTER-FILE
                 CHANGE-LOG-FILE.

      ******************************************************************
      * Picks up the current cycle's run number from the run-control
      * file kept by RUN-CONTROL for the change-log stamp. A missing
      * run-control file logs run zero.
      ******************************************************************
       READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RNC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ RUN-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE RN-RUN-NUMBER TO WS-CHG-RUN-NUMBER
           END-READ
           CLOSE RUN-CONTROL-FILE.

      ******************************************************************
      * Appends the before/after image of one converted master record
      * to the master change log.
      ******************************************************************
       WRITE-CHANGE-LOG.
           ACCEPT WS-CHG-CLOCK FROM TIME
           MOVE SPACES              TO CHANGE-LOG-REC
           MOVE NM-ACC-NUMBER       TO CL-ACC-NUMBER
           MOVE NM-BRANCH-CODE      TO CL-BRANCH-CODE
           MOVE WS-TODAY            TO CL-CHANGE-DATE
           MOVE WS-CHG-CLOCK(1:6)   TO CL-CHANGE-TIME
           MOVE WS-CHG-RUN-NUMBER   TO CL-RUN-NUMBER
           MOVE "RESTAMP-CHECK-DIGITS" TO CL-PROGRAM
           MOVE "RESTAMP" TO CL-ACTION
           MOVE WS-CHG-BEFORE       TO CL-BEFORE-IMAGE
           MOVE NEW-MASTER-REC      TO CL-AFTER-IMAGE
           WRITE CHANGE-LOG-REC.

       RESTAMP-TRANS-FILE.
           OPEN INPUT OLD-TRANS-FILE

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OLD-HOLDS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM RESTAMP-NUMBER
                       MOVE WS-CD-ACC-NUMBER TO NH-ACC-NUMBER
                       WRITE NEW-HOLD-REC
                           INVALID KEY
                               DISPLAY "Restamp collision on holds: "
                                   NH-HOLD-KEY
                           NOT INVALID KEY
                               ADD 1 TO WS-HOLDS-DONE
                       END-WRITE
               END-READ
           END-PERFORM


           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OLD-STOPS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM RESTAMP-NUMBER
                       MOVE WS-CD-ACC-NUMBER TO NP-TARGET-ACC
                       WRITE NEW-STOP-REC
                           INVALID KEY
                               DISPLAY "Restamp collision on stops: "
                                   NP-STOP-KEY
                           NOT INVALID KEY
                               ADD 1 TO WS-STOPS-DONE
                       END-WRITE
               END-READ
           END-PERFORM


           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OLD-TERMS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM RESTAMP-NUMBER
                       MOVE WS-CD-ACC-NUMBER TO ND-PAYOUT-ACC
                       WRITE NEW-TERM-REC
                           INVALID KEY
                               DISPLAY "Restamp collision on terms: "
                                   ND-ACC-NUMBER
                           NOT INVALID KEY
                               ADD 1 TO WS-TERMS-DONE
                       END-WRITE
               END-READ
           END-PERFORM


           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OLD-LINKS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM RESTAMP-NUMBER
                       MOVE WS-CD-ACC-NUMBER TO NL-FUNDING-ACC
                       WRITE NEW-LINK-REC
                           INVALID KEY
                               DISPLAY "Restamp collision on links: "
                                   NL-PROTECTED-ACC
                           NOT INVALID KEY
                               ADD 1 TO WS-LINKS-DONE
                       END-WRITE
               END-READ
           END-PERFORM

                           PERFORM RESTAMP-NUMBER
                           MOVE WS-CD-ACC-NUMBER TO NY-CUST-ID
                       END-IF
                       MOVE NY-ACC-NUMBER TO WS-CD-ACC-NUMBER
                       PERFORM RESTAMP-NUMBER
                       MOVE WS-CD-ACC-NUMBER TO NY-ACC-NUMBER
                       WRITE NEW-WHTREG-REC
                       ADD 1 TO WS-WHTREG-DONE
               END-READ
