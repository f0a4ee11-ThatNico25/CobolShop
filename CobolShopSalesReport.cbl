      *          to salesrpt.txt in the data directory.
      *          Day sections rely on sale.dat being appended in
      *          chronological order, which checkout guarantees.
      * Modifications:
      *   - Nightly stream : with CBLSHOP_BATCH_DATE set (by
      *     ChallengeCobolNightly) the report covers that business
      *     date without asking for a range, and its totals go to
      *     batchres.dat (BATCHREC.CPY) for the stream's run log.
      *   - Period close : a range that runs from the first day of a
      *     month closed by ChallengeCobolPeriodClose to the last
      *     day of a closed month is held against the figures frozen
      *     at close (perd.dat / perdsum.dat, PERDREC.CPY and
      *     PSUMREC.CPY), and any that no longer agree are flagged.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILESTATUS.

           SELECT FILE-BATCH
           ASSIGN TO DYNAMIC WS-BATCH-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-BATCH-FILESTATUS.

           SELECT FILE-PERIOD
           ASSIGN TO DYNAMIC WS-PERIOD-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-PERIOD-FILESTATUS.

           SELECT FILE-SUMMARY
           ASSIGN TO DYNAMIC WS-SUMMARY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-SUMMARY-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  FILE-REPORT.
       01  REPORT-RECORD                       PIC X(80).

       FD  FILE-BATCH.
           COPY "BATCHREC.CPY".

       FD  FILE-PERIOD.
           COPY "PERDREC.CPY".

       FD  FILE-SUMMARY.
           COPY "PSUMREC.CPY".

       WORKING-STORAGE SECTION.
       01  EMP-PRODUCT-FILESTATUS              PIC X(02).
       01  EMP-READ-PRODUCT-FILE-STATUS        PIC X(1).
       01  WS-PER-GROSS                         PIC S9(7)V99
                                                           VALUE ZERO.
       01  WS-PER-INVOICES                      PIC 9(5)   VALUE ZERO.
       01  WS-PER-SUBTOTAL                      PIC S9(7)V99
                                                           VALUE ZERO.
       01  WS-AVG-TICKET                        PIC S9(7)V99
                                                           VALUE ZERO.

       01  WS-MONEY-PRINT-2                     PIC $$$$$$$9.99-.
       01  WS-COUNT-PRINT                       PIC ZZZZ9.

      * Nightly stream : CBLSHOP_BATCH_DATE carries the business date
      * when ChallengeCobolNightly runs this program, which then
      * works unattended and leaves its result in batchres.dat.
       01  WS-BATCH-FILESTATUS                  PIC X(02).
       01  WS-BATCH-PATH                        PIC X(250) VALUE SPACES.
       01  WS-BATCH-DATE                        PIC X(8)   VALUE SPACES.
       01  WS-BATCH-SWITCH                      PIC X(1)   VALUE 'N'.
           88 WS-BATCH-RUN                                 VALUE 'Y'.
       01  WS-BATCH-OUTCOME                     PIC X(4)   VALUE "FAIL".
       01  WS-BATCH-COUNTS                      PIC X(60)  VALUE SPACES.

      * Period close : a range made of whole closed months is held
      * against the sales figures frozen for them in perdsum.dat.
       01  WS-PERIOD-FILESTATUS                 PIC X(02).
       01  WS-PERIOD-PATH                       PIC X(250) VALUE SPACES.
       01  WS-PERIOD-EOF-SWITCH                 PIC X(1)   VALUE 'N'.
           88 WS-PERIOD-EOF                                VALUE 'Y'.
       01  WS-SUMMARY-FILESTATUS                PIC X(02).
       01  WS-SUMMARY-PATH                      PIC X(250) VALUE SPACES.
       01  WS-SUMMARY-EOF-SWITCH                PIC X(1)   VALUE 'N'.
           88 WS-SUMMARY-EOF                               VALUE 'Y'.
       01  WS-FROM-CLOSED-SWITCH                PIC X(1)   VALUE 'N'.
           88 WS-FROM-CLOSED                               VALUE 'Y'.
       01  WS-TO-CLOSED-SWITCH                  PIC X(1)   VALUE 'N'.
           88 WS-TO-CLOSED                                 VALUE 'Y'.
       01  WS-FROZEN-SUBTOTAL                   PIC S9(9)V99 VALUE ZERO.
       01  WS-FROZEN-TAX                        PIC S9(9)V99 VALUE ZERO.
       01  WS-FROZEN-GROSS                      PIC S9(9)V99 VALUE ZERO.
       01  WS-FROZEN-INVOICES                   PIC 9(5)   VALUE ZERO.
       01  WS-RECON-REPORT                      PIC S9(9)V99 VALUE ZERO.
       01  WS-RECON-FROZEN                      PIC S9(9)V99 VALUE ZERO.
       01  WS-RECON-DIFFS                       PIC 9(2)   VALUE ZERO.

       PROCEDURE DIVISION.
           DISPLAY "Sales summary report"

           PERFORM SET-FILE-PATHS
           PERFORM LOAD-PRODUCTS
      * Under the nightly stream the range is the business date.
           ACCEPT WS-BATCH-DATE FROM ENVIRONMENT "CBLSHOP_BATCH_DATE"
           IF WS-BATCH-DATE IS NUMERIC
               SET WS-BATCH-RUN TO TRUE
               MOVE WS-BATCH-DATE TO WS-FROM-DATE
               MOVE WS-BATCH-DATE TO WS-TO-DATE
           ELSE
               PERFORM GET-DATE-RANGE
           END-IF

           OPEN OUTPUT FILE-REPORT
           IF WS-REPORT-FILESTATUS NOT = "00"
               END-IF
               PERFORM PRINT-PERIOD-SECTION
           END-IF
           PERFORM RECONCILE-CLOSED-PERIOD THRU RECONCILE-CLOSED-EXIT

           CLOSE FILE-REPORT
           DISPLAY SPACE
           DISPLAY "Report written to " WS-REPORT-PATH
           MOVE "OK" TO WS-BATCH-OUTCOME.

       CLOSE-PROGRAM.
           IF WS-BATCH-RUN
               PERFORM WRITE-BATCH-RESULT
           END-IF
           STOP RUN.

       SET-FILE-PATHS.
           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/salesrpt.txt"    DELIMITED BY SIZE
               INTO WS-REPORT-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/batchres.dat"    DELIMITED BY SIZE
               INTO WS-BATCH-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/perd.dat"        DELIMITED BY SIZE
               INTO WS-PERIOD-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/perdsum.dat"     DELIMITED BY SIZE
               INTO WS-SUMMARY-PATH
           END-STRING.

       LOAD-PRODUCTS.
           WHEN "T"
               ADD ST-TAX-AMOUNT TO WS-DAY-TAX
               ADD ST-TAX-AMOUNT TO WS-PER-TAX
               ADD ST-SUBTOTAL TO WS-PER-SUBTOTAL
               ADD ST-GRAND-TOTAL TO WS-DAY-GROSS
               ADD ST-GRAND-TOTAL TO WS-PER-GROSS
      * Credit memos net into revenue and tax but are not invoices,
               PERFORM PRINT-REPORT-LINE
           END-IF.

      ******************************************************************
      * Closed months : when the range starts on the first day of a
      * month ChallengeCobolPeriodClose has closed and ends on the
      * last day of one, the period totals must still be what was
      * frozen at close.  A back-dated posting or a rewritten
      * journal since then shows here as a DIFFERENCE.
      ******************************************************************
       RECONCILE-CLOSED-PERIOD.
           MOVE 'N' TO WS-FROM-CLOSED-SWITCH
           MOVE 'N' TO WS-TO-CLOSED-SWITCH
           IF WS-FROM-DATE(7:2) NOT = "01"
               GO TO RECONCILE-CLOSED-EXIT
           END-IF
           MOVE 'N' TO WS-PERIOD-EOF-SWITCH
           OPEN INPUT FILE-PERIOD
           IF WS-PERIOD-FILESTATUS NOT = "00"
               GO TO RECONCILE-CLOSED-EXIT
           END-IF
           PERFORM READ-PERIOD-RECORD THRU READ-PERIOD-EXIT
               UNTIL WS-PERIOD-EOF
           CLOSE FILE-PERIOD
           IF NOT WS-FROM-CLOSED OR NOT WS-TO-CLOSED
               GO TO RECONCILE-CLOSED-EXIT
           END-IF

           MOVE 0 TO WS-FROZEN-SUBTOTAL
           MOVE 0 TO WS-FROZEN-TAX
           MOVE 0 TO WS-FROZEN-GROSS
           MOVE 0 TO WS-FROZEN-INVOICES
           MOVE 'N' TO WS-SUMMARY-EOF-SWITCH
           OPEN INPUT FILE-SUMMARY
           IF WS-SUMMARY-FILESTATUS = "00"
               PERFORM READ-SUMMARY-RECORD THRU READ-SUMMARY-EXIT
                   UNTIL WS-SUMMARY-EOF
               CLOSE FILE-SUMMARY
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CLOSED PERIOD RECONCILIATION  " DELIMITED BY SIZE
                  WS-FROM-DATE(1:6)  DELIMITED BY SIZE
                  " THRU "           DELIMITED BY SIZE
                  WS-TO-DATE(1:6)    DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE "                        Report       Frozen"
               TO WS-REPORT-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE 0 TO WS-RECON-DIFFS

           MOVE "  Sales (subtotal)" TO WS-REPORT-LINE
           MOVE WS-PER-SUBTOTAL TO WS-RECON-REPORT
           MOVE WS-FROZEN-SUBTOTAL TO WS-RECON-FROZEN
           PERFORM PRINT-RECON-LINE
           MOVE "  Tax collected" TO WS-REPORT-LINE
           MOVE WS-PER-TAX TO WS-RECON-REPORT
           MOVE WS-FROZEN-TAX TO WS-RECON-FROZEN
           PERFORM PRINT-RECON-LINE
           MOVE "  Revenue" TO WS-REPORT-LINE
           MOVE WS-PER-GROSS TO WS-RECON-REPORT
           MOVE WS-FROZEN-GROSS TO WS-RECON-FROZEN
           PERFORM PRINT-RECON-LINE

           MOVE "  Invoices" TO WS-REPORT-LINE
           MOVE WS-PER-INVOICES TO WS-COUNT-PRINT
           MOVE WS-COUNT-PRINT TO WS-REPORT-LINE(26:5)
           MOVE WS-FROZEN-INVOICES TO WS-COUNT-PRINT
           MOVE WS-COUNT-PRINT TO WS-REPORT-LINE(39:5)
           IF WS-PER-INVOICES NOT = WS-FROZEN-INVOICES
               MOVE "DIFFERENCE" TO WS-REPORT-LINE(46:10)
               ADD 1 TO WS-RECON-DIFFS
           END-IF
           PERFORM PRINT-REPORT-LINE

           IF WS-RECON-DIFFS = 0
               MOVE "  Agrees with the figures frozen at period close."
                   TO WS-REPORT-LINE
               PERFORM PRINT-REPORT-LINE
           ELSE
               MOVE WS-RECON-DIFFS TO WS-COUNT-PRINT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  ALERT : " DELIMITED BY SIZE
                      WS-COUNT-PRINT DELIMITED BY SIZE
                      " figure(s) differ from the period close"
                          DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.

       RECONCILE-CLOSED-EXIT.
           EXIT.

       READ-PERIOD-RECORD.
           READ FILE-PERIOD
               AT END
                   SET WS-PERIOD-EOF TO TRUE
                   GO TO READ-PERIOD-EXIT
           END-READ

           IF PD-CLOSED
               IF PD-PERIOD = WS-FROM-DATE(1:6)
                   SET WS-FROM-CLOSED TO TRUE
               END-IF
               IF PD-THRU-DATE = WS-TO-DATE
                   SET WS-TO-CLOSED TO TRUE
               END-IF
           END-IF.

       READ-PERIOD-EXIT.
           EXIT.

       READ-SUMMARY-RECORD.
           READ FILE-SUMMARY
               AT END
                   SET WS-SUMMARY-EOF TO TRUE
                   GO TO READ-SUMMARY-EXIT
           END-READ

           IF PS-PERIOD < WS-FROM-DATE(1:6)
               OR PS-PERIOD > WS-TO-DATE(1:6)
               OR NOT PS-SALES
               GO TO READ-SUMMARY-EXIT
           END-IF
           EVALUATE PS-KEY
           WHEN "SUBTOTAL"
               ADD PS-AMOUNT TO WS-FROZEN-SUBTOTAL
           WHEN "TAX"
               ADD PS-AMOUNT TO WS-FROZEN-TAX
           WHEN "GROSS"
               ADD PS-AMOUNT TO WS-FROZEN-GROSS
               ADD PS-COUNT TO WS-FROZEN-INVOICES
           END-EVALUATE.

       READ-SUMMARY-EXIT.
           EXIT.

      * The caption already in WS-REPORT-LINE; the report's figure
      * and the frozen one beside it, flagged when they part.
       PRINT-RECON-LINE.
           MOVE WS-RECON-REPORT TO WS-MONEY-PRINT
           MOVE WS-MONEY-PRINT TO WS-REPORT-LINE(20:12)
           MOVE WS-RECON-FROZEN TO WS-MONEY-PRINT
           MOVE WS-MONEY-PRINT TO WS-REPORT-LINE(33:12)
           IF WS-RECON-REPORT NOT = WS-RECON-FROZEN
               MOVE "DIFFERENCE" TO WS-REPORT-LINE(46:10)
               ADD 1 TO WS-RECON-DIFFS
           END-IF
           PERFORM PRINT-REPORT-LINE.

       PRINT-REPORT-LINE.
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD BEFORE ADVANCING 1 LINE.

      * Under the nightly stream : the step's outcome, counts and
      * output file, left where ChallengeCobolNightly picks them up.
       WRITE-BATCH-RESULT.
           MOVE WS-PER-INVOICES TO WS-COUNT-PRINT
           MOVE WS-PER-GROSS TO WS-MONEY-PRINT
           MOVE SPACES TO WS-BATCH-COUNTS
           STRING "invoices"             DELIMITED BY SIZE
                  WS-COUNT-PRINT         DELIMITED BY SIZE
                  " takings "            DELIMITED BY SIZE
                  WS-MONEY-PRINT         DELIMITED BY SIZE
               INTO WS-BATCH-COUNTS
           END-STRING
           OPEN OUTPUT FILE-BATCH
           IF WS-BATCH-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-BATCH-FILESTATUS
           ELSE
               MOVE SPACES TO BATCH-RESULT-RECORD
               MOVE "SALESREPORT" TO BR-STEP
               MOVE WS-BATCH-DATE TO BR-BUSINESS-DATE
               MOVE WS-BATCH-OUTCOME TO BR-OUTCOME
               MOVE 0 TO BR-EXCEPTIONS
               MOVE WS-BATCH-COUNTS TO BR-COUNTS
               MOVE "salesrpt.txt" TO BR-OUTPUT
               WRITE BATCH-RESULT-RECORD
               CLOSE FILE-BATCH
           END-IF.

           END PROGRAM ChallengeCobolSalesReport.
