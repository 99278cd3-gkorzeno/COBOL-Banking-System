      * under that number with the condition flagged, so nothing
      * withheld goes unreported.
      *
      * Joint ownership: a register entry names the account its
      * interest was paid on, and the interest and tax are shared
      * among the account's owners -- the customer the entry is
      * kept under plus the active primary and joint owners on the
      * party file (see PARTYREC) -- by their ownership shares. The
      * attached customer without a share of its own owns what the
      * other owners' shares leave; when no owner states a share
      * they own equally. Each owner's share is rounded on the
      * running total, so the shares add back to the register
      * exactly. Each customer
      * gets one certificate for everything certified to it. Entries
      * written before the register named the account, and every
      * entry when there is no party file, certify whole to the
      * customer they are kept under.
      *
      * Usage:
      *   taxCertificates [register-file] [customer-file]
      *       [certificates-file] [report-file] [tax-year]
      *       [party-file]
      *
      * tax-year is CCYY and is required.
      *
      *   customer-file     = customerMaster.dat
      *   certificates-file = taxCertificates.txt
      *   report-file       = taxCertificateReport.txt
      *   party-file        = indexedParties
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-CERTIFICATES.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPRT-STATUS.

           SELECT PARTY-FILE ASSIGN TO DYNAMIC WS-PartyFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-PARTY-KEY
               FILE STATUS IS WS-PTY-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05 WT-YEAR           PIC X(4).
           05 WT-INTEREST-PAID  PIC 9(10)V99.
           05 WT-TAX-WITHHELD   PIC 9(10)V99.
           05 WT-ACC-NUMBER     PIC X(10).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-REC.
       FD  REPORT-FILE.
       01  CERT-REPORT-LINE PIC X(132).

       FD  PARTY-FILE.
       01  PARTY-REC.
           COPY PARTYREC REPLACING ==:PFX:== BY ==PT==.

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE          PIC X(200).
       01  WS-RegisterFile      PIC X(200)
       01  WS-ReportFile        PIC X(200)
           VALUE "taxCertificateReport.txt".
       01  WS-ARG-TAX-YEAR      PIC X(4).
       01  WS-PartyFile         PIC X(200) VALUE "indexedParties".

       01  WS-REG-STATUS        PIC XX.
       01  WS-CUST-STATUS       PIC XX.
       01  WS-CRT-STATUS        PIC XX.
       01  WS-RPRT-STATUS       PIC XX.
       01  WS-PTY-STATUS        PIC XX.
       01  WS-PTY-AVAILABLE     PIC X VALUE 'N'.
       01  WS-PTY-EOF           PIC X.

       01  WS-REG-EOF           PIC X VALUE 'N'.
       01  WS-CUST-EOF          PIC X.
       01  WS-CERT-ADDR-1       PIC X(30).
       01  WS-CERT-ADDR-2       PIC X(30).
       01  WS-CERT-DOC          PIC X(20).
       01  WS-CERT-CUST-ID      PIC X(10).
       01  WS-CERT-INTEREST     PIC 9(10)V99.
       01  WS-CERT-TAX          PIC 9(10)V99.

      * what each customer is certified for, built from the register
      * entries of the year and their owners' shares, then printed
      * one certificate per customer
       01  WS-CE-TABLE-MAX      PIC 9(5) VALUE 2000.
       01  WS-CE-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-CERT-TABLE.
           05 WS-CE-ENTRY OCCURS 2000 TIMES.
               10 WS-CE-CUST-ID   PIC X(10).
               10 WS-CE-INTEREST  PIC 9(10)V99.
               10 WS-CE-TAX       PIC 9(10)V99.
       01  WS-CE-I              PIC 9(5).
       01  WS-CE-X              PIC 9(5).

      * the owners one register entry is shared among, with the
      * weight each is given
       01  WS-OWNER-MAX         PIC 9(2) VALUE 10.
       01  WS-OWNER-COUNT       PIC 9(2).
       01  WS-OWNER-TABLE.
           05 WS-OW-ENTRY OCCURS 10 TIMES.
               10 WS-OW-CUST-ID  PIC X(10).
               10 WS-OW-WEIGHT   PIC 9(3)V99.
       01  WS-OW-I              PIC 9(2).
       01  WS-PRIMARY-STATED    PIC X.
       01  WS-STATED-SHARES     PIC 9(5)V99.
       01  WS-TOTAL-WEIGHT      PIC 9(5)V99.
       01  WS-CUM-WEIGHT        PIC 9(5)V99.
       01  WS-CUM-INTEREST      PIC 9(10)V99.
       01  WS-CUM-TAX           PIC 9(10)V99.
       01  WS-INTEREST-DONE     PIC 9(10)V99.
       01  WS-TAX-DONE          PIC 9(10)V99.
       01  WS-PORTION-INTEREST  PIC 9(10)V99.
       01  WS-PORTION-TAX       PIC 9(10)V99.
       01  WS-ENTRIES-SPLIT     PIC 9(5) VALUE ZERO.

       01  WS-COUNT-DISPLAY     PIC ZZZZ9.
       01  WS-AMOUNT-DISPLAY    PIC ZZZZZZZZZ9.99.
                       IF WT-YEAR = WS-ARG-TAX-YEAR
                          AND (WT-INTEREST-PAID > ZERO
                               OR WT-TAX-WITHHELD > ZERO)
                           PERFORM SHARE-REGISTER-ENTRY
                       END-IF
               END-READ
           END-PERFORM

           PERFORM VARYING WS-CE-I FROM 1 BY 1
               UNTIL WS-CE-I > WS-CE-COUNT
               IF WS-CE-INTEREST(WS-CE-I) > ZERO
                  OR WS-CE-TAX(WS-CE-I) > ZERO
                   MOVE WS-CE-CUST-ID(WS-CE-I)  TO WS-CERT-CUST-ID
                   MOVE WS-CE-INTEREST(WS-CE-I) TO WS-CERT-INTEREST
                   MOVE WS-CE-TAX(WS-CE-I)      TO WS-CERT-TAX
                   PERFORM WRITE-ONE-CERTIFICATE
               END-IF
           END-PERFORM

           PERFORM WRITE-REPORT-TOTALS

           CLOSE REGISTER-FILE
                 CERT-FILE
                 REPORT-FILE
           IF WS-PTY-AVAILABLE = 'Y'
               CLOSE PARTY-FILE
           END-IF

           STOP RUN.

                        WS-CertFile
                        WS-ReportFile
                        WS-ARG-TAX-YEAR
                        WS-PartyFile
               END-UNSTRING
           END-IF
           IF WS-PartyFile = SPACES OR WS-PartyFile = "-"
               MOVE "indexedParties" TO WS-PartyFile
           END-IF.

       OPEN-FILES.
               CLOSE REGISTER-FILE
               CLOSE REPORT-FILE
               STOP RUN
           END-IF

      * without a party file every account has only the customer its
      * register entries are kept under
           OPEN INPUT PARTY-FILE
           IF WS-PTY-STATUS = "00"
               MOVE 'Y' TO WS-PTY-AVAILABLE
           END-IF.

      ******************************************************************
      * One register entry shared among the account's owners by their
      * shares and added to each owner's certificate. The customer
      * the entry is kept under is an owner unless the key is the
      * account number itself (no customer was attached); its share
      * is its own party record's, or else what the others leave.
      ******************************************************************
       SHARE-REGISTER-ENTRY.
           MOVE ZERO TO WS-OWNER-COUNT
           MOVE 'N'  TO WS-PRIMARY-STATED
           MOVE ZERO TO WS-STATED-SHARES
           IF WT-CUST-ID NOT = WT-ACC-NUMBER
               ADD 1 TO WS-OWNER-COUNT
               MOVE WT-CUST-ID TO WS-OW-CUST-ID(WS-OWNER-COUNT)
               MOVE ZERO       TO WS-OW-WEIGHT(WS-OWNER-COUNT)
           END-IF

           IF WT-ACC-NUMBER NOT = SPACES
              AND WS-PTY-AVAILABLE = 'Y'
               MOVE 'N' TO WS-PTY-EOF
               MOVE WT-ACC-NUMBER TO PT-ACC-NUMBER
               MOVE LOW-VALUES    TO PT-CUST-ID
               START PARTY-FILE KEY IS NOT LESS THAN PT-PARTY-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-PTY-EOF
               END-START
               PERFORM UNTIL WS-PTY-EOF = 'Y'
                   READ PARTY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-PTY-EOF
                       NOT AT END
                           IF PT-ACC-NUMBER NOT = WT-ACC-NUMBER
                               MOVE 'Y' TO WS-PTY-EOF
                           ELSE
                               PERFORM ADD-PARTY-OWNER
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

      * an unattached account with no owners on file certifies under
      * its own number, as it always did
           IF WS-OWNER-COUNT = ZERO
               ADD 1 TO WS-OWNER-COUNT
               MOVE WT-CUST-ID TO WS-OW-CUST-ID(1)
               MOVE 100        TO WS-OW-WEIGHT(1)
               MOVE 'Y'        TO WS-PRIMARY-STATED
           END-IF
           IF WS-OWNER-COUNT > 1
               ADD 1 TO WS-ENTRIES-SPLIT
           END-IF

           IF WT-CUST-ID NOT = WT-ACC-NUMBER
              AND WS-PRIMARY-STATED = 'N'
              AND WS-STATED-SHARES > ZERO
               IF WS-STATED-SHARES < 100
                   COMPUTE WS-OW-WEIGHT(1) = 100 - WS-STATED-SHARES
               END-IF
           END-IF

      * no share stated by anyone (or none left over): equal owners
           MOVE ZERO TO WS-TOTAL-WEIGHT
           PERFORM VARYING WS-OW-I FROM 1 BY 1
               UNTIL WS-OW-I > WS-OWNER-COUNT
               ADD WS-OW-WEIGHT(WS-OW-I) TO WS-TOTAL-WEIGHT
           END-PERFORM
           IF WS-TOTAL-WEIGHT = ZERO
               PERFORM VARYING WS-OW-I FROM 1 BY 1
                   UNTIL WS-OW-I > WS-OWNER-COUNT
                   MOVE 1 TO WS-OW-WEIGHT(WS-OW-I)
               END-PERFORM
               MOVE WS-OWNER-COUNT TO WS-TOTAL-WEIGHT
           END-IF

      * each owner takes the rounded running share less what the
      * owners before it took, so the shares add back exactly
           MOVE ZERO TO WS-CUM-WEIGHT
           MOVE ZERO TO WS-INTEREST-DONE
           MOVE ZERO TO WS-TAX-DONE
           PERFORM VARYING WS-OW-I FROM 1 BY 1
               UNTIL WS-OW-I > WS-OWNER-COUNT
               ADD WS-OW-WEIGHT(WS-OW-I) TO WS-CUM-WEIGHT
               COMPUTE WS-CUM-INTEREST ROUNDED =
                   WT-INTEREST-PAID * WS-CUM-WEIGHT / WS-TOTAL-WEIGHT
               COMPUTE WS-CUM-TAX ROUNDED =
                   WT-TAX-WITHHELD * WS-CUM-WEIGHT / WS-TOTAL-WEIGHT
               COMPUTE WS-PORTION-INTEREST =
                   WS-CUM-INTEREST - WS-INTEREST-DONE
               COMPUTE WS-PORTION-TAX = WS-CUM-TAX - WS-TAX-DONE
               MOVE WS-CUM-INTEREST TO WS-INTEREST-DONE
               MOVE WS-CUM-TAX      TO WS-TAX-DONE
               PERFORM ADD-TO-CERTIFICATE
           END-PERFORM.

      * an active primary or joint owner; the customer the entry is
      * kept under states its share here when it has a record
       ADD-PARTY-OWNER.
           IF PT-STATUS NOT = 'A'
              OR (PT-ROLE NOT = 'P' AND PT-ROLE NOT = 'J')
               EXIT PARAGRAPH
           END-IF
           ADD PT-SHARE-PCT TO WS-STATED-SHARES
           IF PT-CUST-ID = WT-CUST-ID
               MOVE PT-SHARE-PCT TO WS-OW-WEIGHT(1)
               MOVE 'Y' TO WS-PRIMARY-STATED
               EXIT PARAGRAPH
           END-IF
           IF WS-OWNER-COUNT NOT < WS-OWNER-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OWNER-COUNT
           MOVE PT-CUST-ID   TO WS-OW-CUST-ID(WS-OWNER-COUNT)
           MOVE PT-SHARE-PCT TO WS-OW-WEIGHT(WS-OWNER-COUNT).

      * the certificate table must hold every customer: a table too
      * small stops the run rather than leave tax uncertified
       ADD-TO-CERTIFICATE.
           MOVE ZERO TO WS-CE-X
           PERFORM VARYING WS-CE-I FROM 1 BY 1
               UNTIL WS-CE-I > WS-CE-COUNT
               IF WS-CE-CUST-ID(WS-CE-I) = WS-OW-CUST-ID(WS-OW-I)
                   MOVE WS-CE-I TO WS-CE-X
               END-IF
           END-PERFORM
           IF WS-CE-X = ZERO
               IF WS-CE-COUNT NOT < WS-CE-TABLE-MAX
                   DISPLAY "Certificate table full - run stopped"
                   MOVE "RUN STOPPED: certificate table full"
                       TO CERT-REPORT-LINE
                   WRITE CERT-REPORT-LINE
                   CLOSE REGISTER-FILE
                         CERT-FILE
                         REPORT-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CE-COUNT
               MOVE WS-CE-COUNT TO WS-CE-X
               MOVE WS-OW-CUST-ID(WS-OW-I) TO WS-CE-CUST-ID(WS-CE-X)
               MOVE ZERO TO WS-CE-INTEREST(WS-CE-X)
               MOVE ZERO TO WS-CE-TAX(WS-CE-X)
           END-IF
           ADD WS-PORTION-INTEREST TO WS-CE-INTEREST(WS-CE-X)
           ADD WS-PORTION-TAX      TO WS-CE-TAX(WS-CE-X).

      * the customer master is small and line sequential; each
      * certificate scans it for its customer, the way the other
      * customer lookups in this system do
                   AT END
                       MOVE 'Y' TO WS-CUST-EOF
                   NOT AT END
                       IF CU-CUST-ID = WS-CERT-CUST-ID
                           MOVE 'Y' TO WS-CUSTOMER-FOUND
                           MOVE CU-CUST-NAME     TO WS-CERT-NAME
                           MOVE CU-ADDR-LINE-1   TO WS-CERT-ADDR-1
           PERFORM FIND-CUSTOMER-RECORD
           IF WS-CUSTOMER-FOUND = 'N'
               ADD 1 TO WS-UNATTACHED
               MOVE WS-CERT-CUST-ID TO WS-CERT-NAME
               MOVE SPACES TO WS-CERT-ADDR-1
               MOVE SPACES TO WS-CERT-ADDR-2
               MOVE SPACES TO WS-CERT-DOC
           END-IF

           ADD 1 TO WS-CERTS-WRITTEN
           ADD WS-CERT-INTEREST TO WS-TOTAL-INTEREST
           ADD WS-CERT-TAX      TO WS-TOTAL-TAX

           MOVE SPACES TO CERT-LINE
           STRING
           MOVE SPACES TO CERT-LINE
           STRING
               "Customer: "    DELIMITED BY SIZE
               WS-CERT-CUST-ID DELIMITED BY SIZE
               "  Id Document: " DELIMITED BY SIZE
               WS-CERT-DOC     DELIMITED BY SIZE
               INTO CERT-LINE
           END-IF
           WRITE CERT-LINE

           MOVE WS-CERT-INTEREST TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO CERT-LINE
           STRING
               "Interest Paid:  " DELIMITED BY SIZE
           END-STRING
           WRITE CERT-LINE

           MOVE WS-CERT-TAX TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO CERT-LINE
           STRING
               "Tax Withheld:   " DELIMITED BY SIZE
           END-STRING
           WRITE CERT-REPORT-LINE

           MOVE WS-ENTRIES-SPLIT TO WS-COUNT-DISPLAY
           MOVE SPACES TO CERT-REPORT-LINE
           STRING
               "Joint Entries Shared: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY         DELIMITED BY SIZE
               INTO CERT-REPORT-LINE
           END-STRING
           WRITE CERT-REPORT-LINE

           MOVE WS-UNATTACHED TO WS-COUNT-DISPLAY
           MOVE SPACES TO CERT-REPORT-LINE
           STRING
