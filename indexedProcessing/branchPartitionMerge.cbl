      *
      * Usage:
      *   branchPartitionMerge [index-file] [merged-updated-file]
      *       [report-file] [catalog-file]
      *
      * Defaults:
      *   index-file          = branchPartitions.dat
      *   merged-updated-file = indexedMaster.new
      *   report-file         = partitionMergeReport.txt
      *   catalog-file        = productCatalog.dat
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCH-PARTITION-MERGE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRJ-STATUS.

           SELECT PRODUCT-FILE ASSIGN TO DYNAMIC WS-ProductFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-ReportFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPRT-STATUS.
           05 CKPT-OUT-COUNT         PIC 9(8).
           05 CKPT-TRANS-CTL-COUNT   PIC 9(8).
           05 CKPT-TRANS-CTL-HASH    PIC S9(13)V99.
           05 CKPT-TT-ENTRY OCCURS 21 TIMES.
               10 CKPT-TT-DEPOSITS    PIC 9(10)V99.
               10 CKPT-TT-WITHDRAWALS PIC 9(10)V99.
               10 CKPT-TT-OVERDRAFTS  PIC 9(10)V99.
           05 CKPT-SM-AMOUNT         PIC S9(12)V99.
           05 CKPT-SM-COUNT          PIC 9(7).

      * the streams' per-type slots follow catalog order, so the
      * same catalog they posted with labels them here
       FD  PRODUCT-FILE.
       01  PRODUCT-REC.
           COPY PRODREC REPLACING ==:PFX:== BY ==PR==.

       FD  REPORT-FILE.
       01  MERGE-REPORT-LINE PIC X(300).

       01  WS-PartUpdatedFile   PIC X(200).
       01  WS-CheckpointFile    PIC X(200).
       01  WS-StreamRejectFile  PIC X(200).
       01  WS-ProductFile       PIC X(200) VALUE "productCatalog.dat".

       01  WS-IDX-STATUS        PIC XX.
       01  WS-PUD-STATUS        PIC XX.
       01  WS-CKPT-STATUS       PIC XX.
       01  WS-SRJ-STATUS        PIC XX.
       01  WS-RPRT-STATUS       PIC XX.
       01  WS-PRD-STATUS        PIC XX.

       01  WS-IDX-EOF           PIC X VALUE 'N'.
       01  WS-PUD-EOF           PIC X.
       01  WS-CKPT-EOF          PIC X.
       01  WS-SRJ-EOF           PIC X.
       01  WS-PRD-EOF           PIC X VALUE 'N'.
       01  WS-CROSS-REJECTS     PIC 9(7) VALUE ZERO.

       01  CONTROL-IMAGE.
           05 WS-REJ-CHKDIGIT   PIC 9(8) VALUE ZERO.

       01  WS-TYPE-TOTALS.
           05 WS-TT-ENTRY OCCURS 21 TIMES.
               10 WS-TT-LABEL       PIC X(10).
               10 WS-TT-DEPOSITS    PIC 9(12)V99.
               10 WS-TT-WITHDRAWALS PIC 9(12)V99.
               10 WS-TT-OVERDRAFTS  PIC 9(12)V99.
               10 WS-TT-INTEREST    PIC 9(12)V99.
               10 WS-TT-FEES        PIC 9(12)V99.
       01  WS-TT-I              PIC 99.
       01  WS-TT-COUNT          PIC 99 VALUE ZERO.

       01  WS-BRANCH-COUNT PIC 9(2) VALUE ZERO.
       01  WS-BRANCH-TOTALS.
                   INTO WS-IndexFile
                        WS-MergedFile
                        WS-ReportFile
                        WS-ProductFile
               END-UNSTRING
           END-IF.

               STOP RUN
           END-IF.

      * one slot per catalog product, in catalog order, then "Other"
      * -- the order UPDATE-ACCOUNTS-INDEXED checkpoints them in
       INIT-TYPE-TOTALS.
           OPEN INPUT PRODUCT-FILE
           IF WS-PRD-STATUS NOT = "00"
               DISPLAY "Unable to open product catalog: "
                   WS-ProductFile
               DISPLAY "Catalog status: " WS-PRD-STATUS
               CLOSE INDEX-FILE
               CLOSE MERGED-FILE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-PRD-EOF = 'Y'
               READ PRODUCT-FILE
                   AT END
                       MOVE 'Y' TO WS-PRD-EOF
                   NOT AT END
                       IF WS-TT-COUNT < 20
                           ADD 1 TO WS-TT-COUNT
                           MOVE PR-PRODUCT-NAME(1:10)
                               TO WS-TT-LABEL(WS-TT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUCT-FILE
           ADD 1 TO WS-TT-COUNT
           MOVE "Other     " TO WS-TT-LABEL(WS-TT-COUNT).

       MERGE-ONE-PARTITION.
           ADD 1 TO WS-PARTITIONS-MERGED
           ADD CKPT-REJ-STOPPED       TO WS-REJ-STOPPED
           ADD CKPT-REJ-WATCHHIT      TO WS-REJ-WATCHHIT
           ADD CKPT-REJ-CHKDIGIT      TO WS-REJ-CHKDIGIT
           PERFORM VARYING WS-TT-I FROM 1 BY 1
               UNTIL WS-TT-I > WS-TT-COUNT
               ADD CKPT-TT-DEPOSITS(WS-TT-I)
                   TO WS-TT-DEPOSITS(WS-TT-I)
               ADD CKPT-TT-WITHDRAWALS(WS-TT-I)
           WRITE MERGE-REPORT-LINE.

       WRITE-TYPE-TOTALS.
           PERFORM VARYING WS-TT-I FROM 1 BY 1
               UNTIL WS-TT-I > WS-TT-COUNT
               MOVE SPACES TO MERGE-REPORT-LINE
               STRING
                   "GL Type " DELIMITED BY SIZE
