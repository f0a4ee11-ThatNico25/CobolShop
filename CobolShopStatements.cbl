      *          phones.  The statement is shown on screen and
      *          written to stmt_<customer>.txt in the data
      *          directory.
      * Modifications:
      *   - Period close : a statement run to the last day of a
      *     month closed by ChallengeCobolPeriodClose shows the
      *     balance frozen for the customer at close (perd.dat /
      *     perdsum.dat, PERDREC.CPY and PSUMREC.CPY) and flags a
      *     closing balance that no longer agrees with it.
      *   - Invoice and credit lines are recorded through their
      *     done paragraphs : one dated outside the range used to
      *     run the statement off the end of the recording
      *     paragraph and on through the rest of the program.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILESTATUS.

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

       FD  FILE-PERIOD.
           COPY "PERDREC.CPY".

       FD  FILE-SUMMARY.
           COPY "PSUMREC.CPY".

       WORKING-STORAGE SECTION.
       01  WS-SALES-FILESTATUS                 PIC X(02).
       01  WS-SALES-EOF-SWITCH                 PIC X(1)   VALUE 'N'.
       01  WS-MONEY-PRINT                       PIC $$$$$$$9.99-.
       01  WS-MONEY-PRINT-2                     PIC $$$$$$$9.99-.

      * Period close : the month closed on the statement's to-date
      * and the balance frozen for this customer at its close.
       01  WS-PERIOD-FILESTATUS                 PIC X(02).
       01  WS-PERIOD-PATH                       PIC X(250) VALUE SPACES.
       01  WS-PERIOD-EOF-SWITCH                 PIC X(1)   VALUE 'N'.
           88 WS-PERIOD-EOF                                VALUE 'Y'.
       01  WS-SUMMARY-FILESTATUS                PIC X(02).
       01  WS-SUMMARY-PATH                      PIC X(250) VALUE SPACES.
       01  WS-SUMMARY-EOF-SWITCH                PIC X(1)   VALUE 'N'.
           88 WS-SUMMARY-EOF                               VALUE 'Y'.
       01  WS-CLOSED-PERIOD                     PIC 9(6)   VALUE ZERO.
       01  WS-FROZEN-BALANCE                    PIC S9(9)V99 VALUE ZERO.

       PROCEDURE DIVISION.
           DISPLAY "Trade-account statement"

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/cust.dat"        DELIMITED BY SIZE
               INTO WS-CUSTOMER-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/perd.dat"        DELIMITED BY SIZE
               INTO WS-PERIOD-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/perdsum.dat"     DELIMITED BY SIZE
               INTO WS-SUMMARY-PATH
           END-STRING.

       LOOK-UP-CUSTOMER.
                   IF WS-OA-MATCH NOT = 0
                       MOVE ST-INVOICE-DATE TO WS-REC-DATE
                       MOVE ST-INVOICE-NUMBER TO WS-NUMBER-PRINT
                       PERFORM RECORD-CREDIT-TXN THRU RECORD-CREDIT-DONE
                   END-IF
               ELSE
                   SET WS-PENDING TO TRUE
                   AND SP-INVOICE-NUMBER = WS-PENDING-INVOICE
                   IF SP-TENDER-TYPE = "A"
                       PERFORM RECORD-INVOICE-TXN
                           THRU RECORD-INVOICE-DONE
                   END-IF
                   MOVE 'N' TO WS-PENDING-SWITCH
               END-IF
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF

           PERFORM CHECK-FROZEN-BALANCE THRU CHECK-FROZEN-EXIT.

      ******************************************************************
      * A statement to the last day of a closed month : the closing
      * balance must still be the one frozen for the customer when
      * the month was closed (no row means nothing was owed).  A
      * back-dated posting since then shows here.
      ******************************************************************
       CHECK-FROZEN-BALANCE.
           MOVE 0 TO WS-CLOSED-PERIOD
           MOVE 'N' TO WS-PERIOD-EOF-SWITCH
           OPEN INPUT FILE-PERIOD
           IF WS-PERIOD-FILESTATUS NOT = "00"
               GO TO CHECK-FROZEN-EXIT
           END-IF
           PERFORM READ-PERIOD-RECORD THRU READ-PERIOD-EXIT
               UNTIL WS-PERIOD-EOF
           CLOSE FILE-PERIOD
           IF WS-CLOSED-PERIOD = 0
               GO TO CHECK-FROZEN-EXIT
           END-IF

           MOVE 0 TO WS-FROZEN-BALANCE
           MOVE 'N' TO WS-SUMMARY-EOF-SWITCH
           OPEN INPUT FILE-SUMMARY
           IF WS-SUMMARY-FILESTATUS = "00"
               PERFORM READ-SUMMARY-RECORD THRU READ-SUMMARY-EXIT
                   UNTIL WS-SUMMARY-EOF
               CLOSE FILE-SUMMARY
           END-IF

           MOVE WS-FROZEN-BALANCE TO WS-MONEY-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Balance frozen at close of " DELIMITED BY SIZE
                  WS-CLOSED-PERIOD DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-MONEY-PRINT TO WS-REPORT-LINE(60:12)
           PERFORM PRINT-REPORT-LINE

           IF WS-FROZEN-BALANCE NOT = WS-RUNNING-BALANCE
               MOVE WS-FROZEN-BALANCE TO WS-MONEY-PRINT
               MOVE WS-RUNNING-BALANCE TO WS-MONEY-PRINT-2
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  ALERT DIFFERENCE frozen " DELIMITED BY SIZE
                      WS-MONEY-PRINT  DELIMITED BY SIZE
                      " but the books say " DELIMITED BY SIZE
                      WS-MONEY-PRINT-2 DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.

       CHECK-FROZEN-EXIT.
           EXIT.

       READ-PERIOD-RECORD.
           READ FILE-PERIOD
               AT END
                   SET WS-PERIOD-EOF TO TRUE
                   GO TO READ-PERIOD-EXIT
           END-READ

           IF PD-CLOSED AND PD-THRU-DATE = WS-TO-DATE
               MOVE PD-PERIOD TO WS-CLOSED-PERIOD
           END-IF.

       READ-PERIOD-EXIT.
           EXIT.

       READ-SUMMARY-RECORD.
           READ FILE-SUMMARY
               AT END
                   SET WS-SUMMARY-EOF TO TRUE
                   GO TO READ-SUMMARY-EXIT
           END-READ

           IF PS-PERIOD = WS-CLOSED-PERIOD
               AND PS-BALANCE
               AND PS-KEY = WS-ASK-CUSTOMER
               MOVE PS-AMOUNT TO WS-FROZEN-BALANCE
           END-IF.

       READ-SUMMARY-EXIT.
           EXIT.

      * Oldest first : repeatedly pick the unprinted line with the
      * smallest date; ties keep the order the books were scanned
      * in, which is the order things happened.
