      *          column, fixed positions, plain digits.
      *          Day sections rely on sale.dat being appended in
      *          chronological order, which checkout guarantees.
      * Modifications:
      *   - Payables lines after the sales day sections : each bill
      *     posted to the payl.dat payables ledger (PAYLREC.CPY) in
      *     the period debits INVENTORY PURCHASES and credits
      *     ACCOUNTS PAYABLE for its supplier, and each payment to
      *     a supplier debits that supplier's payable and credits
      *     CASH - SUPPLIER PAYMENTS, both under the date the row
      *     was posted to the ledger.
      *   - Nightly stream : with CBLSHOP_BATCH_DATE set (by
      *     ChallengeCobolNightly) the export covers that business
      *     date without asking for a period, and its counts go to
      *     batchres.dat (BATCHREC.CPY) for the stream's run log.
      *   - Loyalty points : a sale paid with points (payment
      *     record tender "L") debits LOYALTY POINTS LIABILITY
      *     instead of cash/receivables.  After the payables, the
      *     loyl.dat points ledger (LOYLREC.CPY) posts one set of
      *     lines per day : points earned debit LOYALTY POINTS
      *     EXPENSE and credit the liability, points taken back by
      *     a return reverse that, and points lapsed by the expiry
      *     run debit the liability and credit LOYALTY POINTS
      *     LAPSED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-TAXTBL-FILESTATUS.

           SELECT FILE-PAYABLE
           ASSIGN TO DYNAMIC WS-PAYABLE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-PAYABLE-FILESTATUS.

           SELECT FILE-LOYALTY
           ASSIGN TO DYNAMIC WS-LOYALTY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-LOYALTY-FILESTATUS.

           SELECT FILE-EXPORT
           ASSIGN TO DYNAMIC WS-EXPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-EXPORT-FILESTATUS.

           SELECT FILE-BATCH
           ASSIGN TO DYNAMIC WS-BATCH-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-BATCH-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  FILE-TAX.
           COPY "TAXREC.CPY".

       FD  FILE-PAYABLE.
           COPY "PAYLREC.CPY".

       FD  FILE-LOYALTY.
           COPY "LOYLREC.CPY".

       FD  FILE-EXPORT.
       01  EXPORT-RECORD.
           05 GL-DATE                          PIC 9(8).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 GL-CREDIT                        PIC 9(7).99.

       FD  FILE-BATCH.
           COPY "BATCHREC.CPY".

       WORKING-STORAGE SECTION.
       01  WS-SALES-FILESTATUS                 PIC X(02).
       01  WS-SALES-EOF-SWITCH                 PIC X(1)   VALUE 'N'.
       01  WS-TAXTBL-EOF-SWITCH                PIC X(1)   VALUE 'N'.
           88 WS-TAXTBL-EOF                                VALUE 'Y'.
       01  WS-EXPORT-FILESTATUS                PIC X(02).
       01  WS-PAYABLE-FILESTATUS               PIC X(02).
       01  WS-PAYABLE-EOF-SWITCH               PIC X(1)   VALUE 'N'.
           88 WS-PAYABLE-EOF                               VALUE 'Y'.
       01  WS-LOYALTY-FILESTATUS               PIC X(02).
       01  WS-LOY-EOF-SWITCH                   PIC X(1)   VALUE 'N'.
           88 WS-LOY-EOF                                   VALUE 'Y'.

       01  WS-DATA-DIR                          PIC X(200) VALUE SPACES.
       01  WS-SALES-PATH                        PIC X(250) VALUE SPACES.
       01  WS-SALES-ARCH-PATH                   PIC X(250) VALUE SPACES.
       01  WS-TAXTBL-PATH                       PIC X(250) VALUE SPACES.
       01  WS-EXPORT-PATH                       PIC X(250) VALUE SPACES.
       01  WS-PAYABLE-PATH                      PIC X(250) VALUE SPACES.
       01  WS-LOYALTY-PATH                      PIC X(250) VALUE SPACES.

       01  WS-FROM-DATE                         PIC X(8)   VALUE SPACES.
       01  WS-TO-DATE                           PIC X(8)   VALUE SPACES.
                                                           VALUE ZERO.
       01  WS-DAY-RET-GROSS                     PIC S9(7)V99
                                                           VALUE ZERO.
       01  WS-DAY-POINTS-PAID                   PIC S9(7)V99
                                                           VALUE ZERO.
       01  WS-TAX-SUM                           PIC S9(7)V99
                                                           VALUE ZERO.
       01  WS-TAX-PLUG                          PIC S9(7)V99
                                                           VALUE ZERO.
       01  WS-DAY-COUNT                         PIC 9(4)   VALUE ZERO.
       01  WS-LINE-COUNT                        PIC 9(5)   VALUE ZERO.
       01  WS-PAYABLE-COUNT                     PIC 9(5)   VALUE ZERO.
       01  WS-LOYALTY-COUNT                     PIC 9(5)   VALUE ZERO.
       01  WS-RATE-PCT                          PIC 99V99  VALUE ZERO.
       01  WS-RATE-PCT-PRINT                    PIC Z9.99.
       01  WS-ACCOUNT-TEXT                      PIC X(30)  VALUE SPACES.

      * Points ledger values for the day being accumulated : earned
      * (positive), taken back by returns and lapsed (negative, as
      * the ledger carries them).
       01  WS-LOY-DAY                           PIC X(8)   VALUE SPACES.
       01  WS-LOY-DAY-EARNED                    PIC S9(7)V99
                                                           VALUE ZERO.
       01  WS-LOY-DAY-BACK                      PIC S9(7)V99
                                                           VALUE ZERO.
       01  WS-LOY-DAY-LAPSED                    PIC S9(7)V99
                                                           VALUE ZERO.

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
       01  WS-BATCH-COUNT-PRINT                 PIC Z(4)9.
       01  WS-BATCH-COUNT-PRINT-2               PIC Z(4)9.
       01  WS-BATCH-COUNT-PRINT-3               PIC Z(4)9.

       PROCEDURE DIVISION.
           DISPLAY "General-ledger export"

           PERFORM SET-FILE-PATHS
           PERFORM LOAD-TAX-TABLE

      * Under the nightly stream the period is the business date.
           ACCEPT WS-BATCH-DATE FROM ENVIRONMENT "CBLSHOP_BATCH_DATE"
           IF WS-BATCH-DATE IS NUMERIC
               SET WS-BATCH-RUN TO TRUE
               MOVE WS-BATCH-DATE TO WS-FROM-DATE
               MOVE WS-BATCH-DATE TO WS-TO-DATE
           ELSE
               DISPLAY "From date (YYYYMMDD, blank = all) : "
               ACCEPT WS-FROM-DATE
               IF WS-FROM-DATE = SPACES
                   MOVE "00000000" TO WS-FROM-DATE
               END-IF
               DISPLAY "To date   (YYYYMMDD, blank = all) : "
               ACCEPT WS-TO-DATE
               IF WS-TO-DATE = SPACES
                   MOVE "99999999" TO WS-TO-DATE
               END-IF
           END-IF

           OPEN OUTPUT FILE-EXPORT
               PERFORM POST-DAY-SECTION
           END-IF

      * Then what the shop owes its suppliers, off the ledger.
           PERFORM SCAN-PAYABLE-FILE

      * Then the points liability, off the loyalty ledger.
           PERFORM SCAN-LOYALTY-FILE

           CLOSE FILE-EXPORT

           IF WS-ANY-SALES-SWITCH = 'N'
           END-IF
           DISPLAY SPACE
           DISPLAY "Days posted    : " WS-DAY-COUNT
           DISPLAY "Payables rows  : " WS-PAYABLE-COUNT
           DISPLAY "Loyalty rows   : " WS-LOYALTY-COUNT
           DISPLAY "Posting lines  : " WS-LINE-COUNT
           DISPLAY "Export written to " WS-EXPORT-PATH
           MOVE "OK" TO WS-BATCH-OUTCOME.

       CLOSE-PROGRAM.
           IF WS-BATCH-RUN
               PERFORM WRITE-BATCH-RESULT
           END-IF
           STOP RUN.

       SET-FILE-PATHS.
           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/glexport.txt"    DELIMITED BY SIZE
               INTO WS-EXPORT-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/payl.dat"        DELIMITED BY SIZE
               INTO WS-PAYABLE-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/loyl.dat"        DELIMITED BY SIZE
               INTO WS-LOYALTY-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/batchres.dat"    DELIMITED BY SIZE
               INTO WS-BATCH-PATH
           END-STRING.

       LOAD-TAX-TABLE.
                   ADD ST-TAX-AMOUNT TO WS-DAY-SALE-TAX
                   ADD ST-GRAND-TOTAL TO WS-DAY-SALE-GROSS
               END-IF
      * A sale paid with points took nothing into cash or the
      * receivables - it drew the points liability down instead.
           WHEN "P"
               IF SP-TENDER-TYPE = "L"
                   AND SP-AMOUNT-TENDERED IS NUMERIC
                   ADD SP-AMOUNT-TENDERED TO WS-DAY-POINTS-PAID
               END-IF
           END-EVALUATE.

       READ-SALES-EXIT.

      * The sales side : debit the takings, credit revenue and the
      * tax liabilities, plugging penny drift so it balances.
           COMPUTE WS-WORK-AMOUNT =
               WS-DAY-SALE-GROSS - WS-DAY-POINTS-PAID
           IF WS-WORK-AMOUNT NOT = 0
               MOVE "CASH/RECEIVABLES - SALES" TO WS-ACCOUNT-TEXT
               PERFORM WRITE-DEBIT-LINE
           END-IF
           IF WS-DAY-POINTS-PAID NOT = 0
               MOVE "LOYALTY POINTS LIABILITY" TO WS-ACCOUNT-TEXT
               MOVE WS-DAY-POINTS-PAID TO WS-WORK-AMOUNT
               PERFORM WRITE-DEBIT-LINE
           END-IF
           IF WS-DAY-SALE-SUB NOT = 0
           MOVE 0 TO WS-DAY-RET-SUB
           MOVE 0 TO WS-DAY-RET-TAX
           MOVE 0 TO WS-DAY-RET-GROSS
           MOVE 0 TO WS-DAY-POINTS-PAID
           MOVE 0 TO WS-RATE-COUNT.

      * The taxr.dat description for the rate at WS-RATE-INDEX,
               END-STRING
           END-IF.

      ******************************************************************
      * Payables : one balanced pair of lines per payl.dat row
      * posted in the period, dated the day it was posted.
      ******************************************************************
       SCAN-PAYABLE-FILE.
           MOVE 'N' TO WS-PAYABLE-EOF-SWITCH
           OPEN INPUT FILE-PAYABLE
           EVALUATE TRUE
           WHEN WS-PAYABLE-FILESTATUS = "35"
               CONTINUE
           WHEN WS-PAYABLE-FILESTATUS = "00"
               PERFORM READ-PAYABLE-RECORD THRU READ-PAYABLE-EXIT
                   UNTIL WS-PAYABLE-EOF
               CLOSE FILE-PAYABLE
           WHEN OTHER
               DISPLAY "ERROR : " WS-PAYABLE-FILESTATUS
           END-EVALUATE.

       READ-PAYABLE-RECORD.
           READ FILE-PAYABLE
               AT END
                   SET WS-PAYABLE-EOF TO TRUE
                   GO TO READ-PAYABLE-EXIT
           END-READ

           MOVE AP-POST-DATE TO WS-REC-DATE
           IF WS-REC-DATE < WS-FROM-DATE OR WS-REC-DATE > WS-TO-DATE
               GO TO READ-PAYABLE-EXIT
           END-IF
           IF AP-AMOUNT IS NOT NUMERIC OR AP-AMOUNT = 0
               GO TO READ-PAYABLE-EXIT
           END-IF
           MOVE WS-REC-DATE TO WS-CURRENT-DAY
           MOVE AP-AMOUNT TO WS-WORK-AMOUNT

           EVALUATE TRUE
           WHEN AP-INVOICE
               MOVE "INVENTORY PURCHASES" TO WS-ACCOUNT-TEXT
               PERFORM WRITE-DEBIT-LINE
               PERFORM FORMAT-PAYABLE-ACCOUNT
               PERFORM WRITE-CREDIT-LINE
               ADD 1 TO WS-PAYABLE-COUNT
           WHEN AP-PAYMENT
               PERFORM FORMAT-PAYABLE-ACCOUNT
               PERFORM WRITE-DEBIT-LINE
               MOVE "CASH - SUPPLIER PAYMENTS" TO WS-ACCOUNT-TEXT
               PERFORM WRITE-CREDIT-LINE
               ADD 1 TO WS-PAYABLE-COUNT
           END-EVALUATE.

       READ-PAYABLE-EXIT.
           EXIT.

      ******************************************************************
      * Loyalty : the points ledger rows dated in the period, one
      * set of lines per day.  Redemptions ("P" rows) are skipped -
      * the sales day section already posted them off the journal.
      ******************************************************************
       SCAN-LOYALTY-FILE.
           MOVE 'N' TO WS-LOY-EOF-SWITCH
           MOVE SPACES TO WS-LOY-DAY
           OPEN INPUT FILE-LOYALTY
           EVALUATE TRUE
           WHEN WS-LOYALTY-FILESTATUS = "35"
               CONTINUE
           WHEN WS-LOYALTY-FILESTATUS = "00"
               PERFORM READ-LOYALTY-RECORD THRU READ-LOYALTY-EXIT
                   UNTIL WS-LOY-EOF
               CLOSE FILE-LOYALTY
               IF WS-LOY-DAY NOT = SPACES
                   PERFORM POST-LOYALTY-DAY
               END-IF
           WHEN OTHER
               DISPLAY "ERROR : " WS-LOYALTY-FILESTATUS
           END-EVALUATE.

       READ-LOYALTY-RECORD.
           READ FILE-LOYALTY
               AT END
                   SET WS-LOY-EOF TO TRUE
                   GO TO READ-LOYALTY-EXIT
           END-READ

           MOVE LOY-DATE TO WS-REC-DATE
           IF WS-REC-DATE < WS-FROM-DATE OR WS-REC-DATE > WS-TO-DATE
               GO TO READ-LOYALTY-EXIT
           END-IF
           IF LOY-VALUE IS NOT NUMERIC OR LOY-VALUE = 0
               OR LOY-REDEEMED
               GO TO READ-LOYALTY-EXIT
           END-IF

           IF WS-REC-DATE NOT = WS-LOY-DAY
               IF WS-LOY-DAY NOT = SPACES
                   PERFORM POST-LOYALTY-DAY
               END-IF
               MOVE WS-REC-DATE TO WS-LOY-DAY
           END-IF

           EVALUATE TRUE
           WHEN LOY-EARNED
               ADD LOY-VALUE TO WS-LOY-DAY-EARNED
               ADD 1 TO WS-LOYALTY-COUNT
           WHEN LOY-TAKEN-BACK
               ADD LOY-VALUE TO WS-LOY-DAY-BACK
               ADD 1 TO WS-LOYALTY-COUNT
           WHEN LOY-LAPSED
               ADD LOY-VALUE TO WS-LOY-DAY-LAPSED
               ADD 1 TO WS-LOYALTY-COUNT
           END-EVALUATE.

       READ-LOYALTY-EXIT.
           EXIT.

       POST-LOYALTY-DAY.
           MOVE WS-LOY-DAY TO WS-CURRENT-DAY

           IF WS-LOY-DAY-EARNED NOT = 0
               MOVE WS-LOY-DAY-EARNED TO WS-WORK-AMOUNT
               MOVE "LOYALTY POINTS EXPENSE" TO WS-ACCOUNT-TEXT
               PERFORM WRITE-DEBIT-LINE
               MOVE "LOYALTY POINTS LIABILITY" TO WS-ACCOUNT-TEXT
               PERFORM WRITE-CREDIT-LINE
           END-IF

           IF WS-LOY-DAY-BACK NOT = 0
               COMPUTE WS-WORK-AMOUNT = 0 - WS-LOY-DAY-BACK
               MOVE "LOYALTY POINTS LIABILITY" TO WS-ACCOUNT-TEXT
               PERFORM WRITE-DEBIT-LINE
               MOVE "LOYALTY POINTS EXPENSE" TO WS-ACCOUNT-TEXT
               PERFORM WRITE-CREDIT-LINE
           END-IF

           IF WS-LOY-DAY-LAPSED NOT = 0
               COMPUTE WS-WORK-AMOUNT = 0 - WS-LOY-DAY-LAPSED
               MOVE "LOYALTY POINTS LIABILITY" TO WS-ACCOUNT-TEXT
               PERFORM WRITE-DEBIT-LINE
               MOVE "LOYALTY POINTS LAPSED" TO WS-ACCOUNT-TEXT
               PERFORM WRITE-CREDIT-LINE
           END-IF

           MOVE 0 TO WS-LOY-DAY-EARNED
           MOVE 0 TO WS-LOY-DAY-BACK
           MOVE 0 TO WS-LOY-DAY-LAPSED.

      * The payable is kept per supplier so the accountant can see
      * to whom it is owed.
       FORMAT-PAYABLE-ACCOUNT.
           MOVE SPACES TO WS-ACCOUNT-TEXT
           STRING "ACCOUNTS PAYABLE - " DELIMITED BY SIZE
                  AP-SUPPLIER-ID        DELIMITED BY SPACE
               INTO WS-ACCOUNT-TEXT
           END-STRING.

       WRITE-DEBIT-LINE.
           MOVE SPACES TO EXPORT-RECORD
           MOVE WS-CURRENT-DAY TO GL-DATE
           END-IF
           ADD 1 TO WS-LINE-COUNT.

      * Under the nightly stream : the step's outcome, counts and
      * output file, left where ChallengeCobolNightly picks them up.
       WRITE-BATCH-RESULT.
           MOVE WS-DAY-COUNT TO WS-BATCH-COUNT-PRINT
           MOVE WS-PAYABLE-COUNT TO WS-BATCH-COUNT-PRINT-2
           MOVE WS-LINE-COUNT TO WS-BATCH-COUNT-PRINT-3
           MOVE SPACES TO WS-BATCH-COUNTS
           STRING "days"                 DELIMITED BY SIZE
                  WS-BATCH-COUNT-PRINT   DELIMITED BY SIZE
                  " payables rows"       DELIMITED BY SIZE
                  WS-BATCH-COUNT-PRINT-2 DELIMITED BY SIZE
                  " posting lines"       DELIMITED BY SIZE
                  WS-BATCH-COUNT-PRINT-3 DELIMITED BY SIZE
               INTO WS-BATCH-COUNTS
           END-STRING
           OPEN OUTPUT FILE-BATCH
           IF WS-BATCH-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-BATCH-FILESTATUS
           ELSE
               MOVE SPACES TO BATCH-RESULT-RECORD
               MOVE "GLEXPORT" TO BR-STEP
               MOVE WS-BATCH-DATE TO BR-BUSINESS-DATE
               MOVE WS-BATCH-OUTCOME TO BR-OUTCOME
               MOVE 0 TO BR-EXCEPTIONS
               MOVE WS-BATCH-COUNTS TO BR-COUNTS
               MOVE "glexport.txt" TO BR-OUTPUT
               WRITE BATCH-RESULT-RECORD
               CLOSE FILE-BATCH
           END-IF.

           END PROGRAM ChallengeCobolGLExport.
