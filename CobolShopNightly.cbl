      ******************************************************************
      * Author: Nicolas Poulin
      * Date: 5/26/2024 to ???
      * Purpose: Nightly close stream - the whole close of a business
      *          day run as one job instead of seven programs started
      *          by hand.  In order :
      *            1 ChallengeCobolOrderImport  (ordres.txt)
      *            2 ChallengeCobolIntegrity    (integrity.txt)
      *            3 ChallengeCobolSalesReport  (salesrpt.txt)
      *            4 ChallengeCobolTenders      (tenders.txt)
      *            5 ChallengeCobolGLExport     (glexport.txt)
      *            6 ChallengeCobolLowStock     (lowstock.txt)
      *            7 ChallengeCobolPurchasing   (po.dat)
      *          The business date comes from CBLSHOP_BATCH_DATE when
      *          it is set, otherwise it is asked for (blank = today).
      *          The stream hands it on in CBLSHOP_BATCH_DATE, which
      *          puts every step in its unattended mode : that date
      *          instead of prompts, and its outcome, counts and
      *          output file left in batchres.dat (BATCHREC.CPY).
      *          Each step is started as its own program, under its
      *          source name (CobolShopOrderImport and so on), from
      *          the CBLSHOP_BIN_DIR directory (the current one when
      *          unset).
      *          runctl.dat (RUNCREC.CPY) records every step's start,
      *          end and outcome per business date.  A rerun for the
      *          same date goes past the steps already completed and
      *          resumes at the one that failed.  The integrity check
      *          is never run twice : not when it completed, and not
      *          when stksnap.dat shows its snapshot already taken for
      *          the date (run by hand, or a run that died after it).
      *          The stream stops at the first failed step, and after
      *          the integrity check when it finds more exceptions
      *          than the limit in nightctl.dat (three digits, none
      *          allowed when the file is missing).  A rerun then asks
      *          whether the exceptions have been reviewed; "Y"
      *          releases the stream past them.
      *          Every run writes nightly.txt in the data directory :
      *          each step's outcome, times, counts and output file,
      *          for the morning check.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChallengeCobolNightly.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

           SELECT FILE-RUNCTL
           ASSIGN TO DYNAMIC WS-RUNCTL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-FILESTATUS.

           SELECT FILE-BATCH
           ASSIGN TO DYNAMIC WS-BATCH-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-BATCH-FILESTATUS.

           SELECT FILE-NIGHTCTL
           ASSIGN TO DYNAMIC WS-NIGHTCTL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-NIGHTCTL-FILESTATUS.

           SELECT FILE-SNAP
           ASSIGN TO DYNAMIC WS-SNAP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-SNAP-FILESTATUS.

           SELECT FILE-REPORT
           ASSIGN TO DYNAMIC WS-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  FILE-RUNCTL.
           COPY "RUNCREC.CPY".

       FD  FILE-BATCH.
           COPY "BATCHREC.CPY".

      * nightctl.dat : one row, the most integrity exceptions the
      * stream carries on past, as three digits (005 for five).
       FD  FILE-NIGHTCTL.
       01  FILE-NIGHTCTL-OBJ.
           05 NIGHT-EXCEPTION-LIMIT            PIC 9(3).

      * stksnap.dat as ChallengeCobolIntegrity writes it; only the
      * date on the first row is wanted here.
       FD  FILE-SNAP.
       01  SNAP-RECORD.
           05 SNAP-DATE                        PIC 9(8).
           05 FILLER                           PIC X(1).
           05 SNAP-ID-PRODUCT                  PIC X(9).
           05 FILLER                           PIC X(1).
           05 SNAP-QTY                         PIC 9(5).

       FD  FILE-REPORT.
       01  REPORT-RECORD                       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-FILESTATUS                PIC X(02).
       01  WS-RUNCTL-EOF-SWITCH                PIC X(1)   VALUE 'N'.
           88 WS-RUNCTL-EOF                                VALUE 'Y'.
       01  WS-BATCH-FILESTATUS                 PIC X(02).
       01  WS-NIGHTCTL-FILESTATUS              PIC X(02).
       01  WS-SNAP-FILESTATUS                  PIC X(02).
       01  WS-REPORT-FILESTATUS                PIC X(02).

       01  WS-DATA-DIR                          PIC X(200) VALUE SPACES.
       01  WS-BIN-DIR                           PIC X(200) VALUE SPACES.
       01  WS-RUNCTL-PATH                       PIC X(250) VALUE SPACES.
       01  WS-BATCH-PATH                        PIC X(250) VALUE SPACES.
       01  WS-NIGHTCTL-PATH                     PIC X(250) VALUE SPACES.
       01  WS-SNAP-PATH                         PIC X(250) VALUE SPACES.
       01  WS-REPORT-PATH                       PIC X(250) VALUE SPACES.

      * The seven steps in running order, with where each one stands
      * for the business date : loaded from runctl.dat, then kept up
      * to date as the stream runs them.  WS-STEP-EARLIER marks a
      * step found already done, so not run again tonight.
       01  WS-STEP-COUNT                        PIC 9(1)   VALUE 7.
       01  WS-INTEGRITY-STEP                    PIC 9(1)   VALUE 2.
       01  WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 7 TIMES.
               10 WS-STEP-NAME                  PIC X(12).
               10 WS-STEP-PROGRAM               PIC X(30).
               10 WS-STEP-STATUS                PIC X(1).
               10 WS-STEP-EARLIER               PIC X(1).
               10 WS-STEP-START-DATE            PIC 9(8).
               10 WS-STEP-START-TIME            PIC 9(6).
               10 WS-STEP-END-DATE              PIC 9(8).
               10 WS-STEP-END-TIME              PIC 9(6).
               10 WS-STEP-EXCEPTIONS            PIC 9(5).
               10 WS-STEP-COUNTS                PIC X(60).
               10 WS-STEP-OUTPUT                PIC X(30).
       01  WS-STEP                              PIC 9(1)   VALUE ZERO.

       01  WS-TODAY-DATE                        PIC 9(8)   VALUE ZERO.
       01  WS-NOW-TIME                          PIC 9(8)   VALUE ZERO.
       01  WS-DATE-ANSWER                       PIC X(8)   VALUE SPACES.
       01  WS-BUSINESS-DATE                     PIC 9(8)   VALUE ZERO.
       01  WS-SNAP-DATE                         PIC 9(8)   VALUE ZERO.
       01  WS-EXCEPTION-LIMIT                   PIC 9(3)   VALUE ZERO.
       01  WS-ANSWER                            PIC X(1)   VALUE SPACE.

       01  WS-RELEASED-SWITCH                   PIC X(1)   VALUE 'N'.
           88 WS-RELEASED                                  VALUE 'Y'.
       01  WS-STOP-SWITCH                       PIC X(1)   VALUE 'N'.
           88 WS-STREAM-STOPPED                            VALUE 'Y'.
       01  WS-STOP-STEP                         PIC 9(1)   VALUE ZERO.
       01  WS-STOP-REASON                       PIC X(60)  VALUE SPACES.

       01  WS-COMMAND                           PIC X(250) VALUE SPACES.
       01  WS-SYSTEM-RC                         PIC S9(9)  VALUE ZERO.

       01  WS-REPORT-LINE                       PIC X(80)  VALUE SPACES.
       01  WS-RESULT-TEXT                       PIC X(12)  VALUE SPACES.
       01  WS-EXC-PRINT                         PIC Z(4)9.
       01  WS-LIMIT-PRINT                       PIC ZZ9.
       01  WS-RC-PRINT                          PIC Z(8)9.

       PROCEDURE DIVISION.
           DISPLAY "Nightly close stream"
           PERFORM SET-FILE-PATHS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD

           ACCEPT WS-DATE-ANSWER FROM ENVIRONMENT "CBLSHOP_BATCH_DATE"
           IF WS-DATE-ANSWER = SPACES
               DISPLAY "Business date to close (YYYYMMDD, "
                   "blank = today) : "
               ACCEPT WS-DATE-ANSWER
               IF WS-DATE-ANSWER = SPACES
                   MOVE WS-TODAY-DATE TO WS-DATE-ANSWER
               END-IF
           END-IF
           IF WS-DATE-ANSWER IS NOT NUMERIC
               DISPLAY "ERROR : business date must be YYYYMMDD"
               GO TO CLOSE-PROGRAM
           END-IF
           MOVE WS-DATE-ANSWER TO WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE > WS-TODAY-DATE
               DISPLAY "ERROR : " WS-BUSINESS-DATE
                   " has not been traded yet"
               GO TO CLOSE-PROGRAM
           END-IF

           PERFORM READ-NIGHT-CONTROL
           PERFORM SET-STEP-TABLE
           PERFORM LOAD-RUN-CONTROL

      * Every program started from here sees the business date and
      * so runs unattended.
           DISPLAY "CBLSHOP_BATCH_DATE" UPON ENVIRONMENT-NAME
           DISPLAY WS-DATE-ANSWER UPON ENVIRONMENT-VALUE

           DISPLAY "Business date   : " WS-BUSINESS-DATE
           PERFORM RUN-ONE-STEP THRU RUN-ONE-STEP-EXIT
               VARYING WS-STEP FROM 1 BY 1
               UNTIL WS-STEP > WS-STEP-COUNT OR WS-STREAM-STOPPED

           PERFORM WRITE-RUN-LOG THRU WRITE-RUN-LOG-EXIT

           DISPLAY SPACE
           IF WS-STREAM-STOPPED
               DISPLAY "ALERT : stream stopped at step " WS-STOP-STEP
                   " - " WS-STOP-REASON
               DISPLAY "Run it again for " WS-BUSINESS-DATE
                   " to resume there."
           ELSE
               DISPLAY "Close of " WS-BUSINESS-DATE " complete."
           END-IF
           DISPLAY "Run log written to " WS-REPORT-PATH.

       CLOSE-PROGRAM.
           STOP RUN.

       SET-FILE-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "CBLSHOP_DATA_DIR"
           IF WS-DATA-DIR = SPACES
               MOVE "." TO WS-DATA-DIR
           END-IF

           ACCEPT WS-BIN-DIR FROM ENVIRONMENT "CBLSHOP_BIN_DIR"
           IF WS-BIN-DIR = SPACES
               MOVE "." TO WS-BIN-DIR
           END-IF

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/runctl.dat"      DELIMITED BY SIZE
               INTO WS-RUNCTL-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/batchres.dat"    DELIMITED BY SIZE
               INTO WS-BATCH-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/nightctl.dat"    DELIMITED BY SIZE
               INTO WS-NIGHTCTL-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/stksnap.dat"     DELIMITED BY SIZE
               INTO WS-SNAP-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/nightly.txt"     DELIMITED BY SIZE
               INTO WS-REPORT-PATH
           END-STRING.

       READ-NIGHT-CONTROL.
           MOVE 0 TO WS-EXCEPTION-LIMIT
           OPEN INPUT FILE-NIGHTCTL
           EVALUATE TRUE
           WHEN WS-NIGHTCTL-FILESTATUS = "35"
               CONTINUE
           WHEN WS-NIGHTCTL-FILESTATUS = "00"
               READ FILE-NIGHTCTL
                   NOT AT END
                       IF NIGHT-EXCEPTION-LIMIT IS NUMERIC
                           MOVE NIGHT-EXCEPTION-LIMIT
                               TO WS-EXCEPTION-LIMIT
                       ELSE
                           DISPLAY "ALERT : nightctl.dat unreadable"
                               " - no exceptions allowed"
                       END-IF
               END-READ
               CLOSE FILE-NIGHTCTL
           WHEN OTHER
               DISPLAY "ERROR : " WS-NIGHTCTL-FILESTATUS
           END-EVALUATE.

       SET-STEP-TABLE.
           MOVE "ORDERIMPORT" TO WS-STEP-NAME(1)
           MOVE "CobolShopOrderImport" TO WS-STEP-PROGRAM(1)
           MOVE "INTEGRITY" TO WS-STEP-NAME(2)
           MOVE "CobolShopIntegrity" TO WS-STEP-PROGRAM(2)
           MOVE "SALESREPORT" TO WS-STEP-NAME(3)
           MOVE "CobolShopSalesReport" TO WS-STEP-PROGRAM(3)
           MOVE "TENDERS" TO WS-STEP-NAME(4)
           MOVE "CobolShopTenders" TO WS-STEP-PROGRAM(4)
           MOVE "GLEXPORT" TO WS-STEP-NAME(5)
           MOVE "CobolShopGLExport" TO WS-STEP-PROGRAM(5)
           MOVE "LOWSTOCK" TO WS-STEP-NAME(6)
           MOVE "CobolShopLowStock" TO WS-STEP-PROGRAM(6)
           MOVE "PURCHASING" TO WS-STEP-NAME(7)
           MOVE "CobolShopPurchasing" TO WS-STEP-PROGRAM(7)

           PERFORM VARYING WS-STEP FROM 1 BY 1
               UNTIL WS-STEP > WS-STEP-COUNT
               MOVE SPACE TO WS-STEP-STATUS(WS-STEP)
               MOVE 'N' TO WS-STEP-EARLIER(WS-STEP)
               MOVE 0 TO WS-STEP-START-DATE(WS-STEP)
               MOVE 0 TO WS-STEP-START-TIME(WS-STEP)
               MOVE 0 TO WS-STEP-END-DATE(WS-STEP)
               MOVE 0 TO WS-STEP-END-TIME(WS-STEP)
               MOVE 0 TO WS-STEP-EXCEPTIONS(WS-STEP)
               MOVE SPACES TO WS-STEP-COUNTS(WS-STEP)
               MOVE SPACES TO WS-STEP-OUTPUT(WS-STEP)
           END-PERFORM.

      ******************************************************************
      * Where the business date stands : the last row for each step
      * is its standing, an "R" row releases the integrity hold.
      ******************************************************************
       LOAD-RUN-CONTROL.
           MOVE 'N' TO WS-RUNCTL-EOF-SWITCH
           OPEN INPUT FILE-RUNCTL
           EVALUATE TRUE
           WHEN WS-RUNCTL-FILESTATUS = "35"
               CONTINUE
           WHEN WS-RUNCTL-FILESTATUS = "00"
               PERFORM READ-RUN-CONTROL THRU READ-RUN-CONTROL-EXIT
                   UNTIL WS-RUNCTL-EOF
               CLOSE FILE-RUNCTL
           WHEN OTHER
               DISPLAY "ERROR : " WS-RUNCTL-FILESTATUS
           END-EVALUATE.

       READ-RUN-CONTROL.
           READ FILE-RUNCTL
               AT END
                   SET WS-RUNCTL-EOF TO TRUE
                   GO TO READ-RUN-CONTROL-EXIT
           END-READ

           IF RC-BUSINESS-DATE IS NOT NUMERIC
               OR RC-BUSINESS-DATE NOT = WS-BUSINESS-DATE
               GO TO READ-RUN-CONTROL-EXIT
           END-IF
           IF RC-STEP-NO IS NOT NUMERIC
               OR RC-STEP-NO < 1 OR RC-STEP-NO > WS-STEP-COUNT
               GO TO READ-RUN-CONTROL-EXIT
           END-IF

           IF RC-RELEASED
               SET WS-RELEASED TO TRUE
               GO TO READ-RUN-CONTROL-EXIT
           END-IF

           MOVE RC-STEP-NO TO WS-STEP
           MOVE RC-STATUS TO WS-STEP-STATUS(WS-STEP)
           MOVE RC-START-DATE TO WS-STEP-START-DATE(WS-STEP)
           MOVE RC-START-TIME TO WS-STEP-START-TIME(WS-STEP)
           MOVE RC-END-DATE TO WS-STEP-END-DATE(WS-STEP)
           MOVE RC-END-TIME TO WS-STEP-END-TIME(WS-STEP)
           IF RC-EXCEPTIONS IS NUMERIC
               MOVE RC-EXCEPTIONS TO WS-STEP-EXCEPTIONS(WS-STEP)
           ELSE
               MOVE 0 TO WS-STEP-EXCEPTIONS(WS-STEP)
           END-IF
           MOVE RC-COUNTS TO WS-STEP-COUNTS(WS-STEP)
           MOVE RC-OUTPUT TO WS-STEP-OUTPUT(WS-STEP).

       READ-RUN-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      * One step : passed over when already done for the date,
      * otherwise started, waited for and its result recorded.
      ******************************************************************
       RUN-ONE-STEP.
           IF WS-STEP-STATUS(WS-STEP) = "C" OR "K"
               MOVE 'Y' TO WS-STEP-EARLIER(WS-STEP)
               DISPLAY "Step " WS-STEP " " WS-STEP-NAME(WS-STEP)
                   " done earlier - not run again"
               IF WS-STEP = WS-INTEGRITY-STEP
                   PERFORM CHECK-INTEGRITY-HOLD
                       THRU CHECK-INTEGRITY-HOLD-EXIT
               END-IF
               GO TO RUN-ONE-STEP-EXIT
           END-IF

           ACCEPT WS-NOW-TIME FROM TIME
           ACCEPT WS-STEP-START-DATE(WS-STEP) FROM DATE YYYYMMDD
           MOVE WS-NOW-TIME(1:6) TO WS-STEP-START-TIME(WS-STEP)
           MOVE 0 TO WS-STEP-END-DATE(WS-STEP)
           MOVE 0 TO WS-STEP-END-TIME(WS-STEP)
           MOVE 0 TO WS-STEP-EXCEPTIONS(WS-STEP)
           MOVE SPACES TO WS-STEP-COUNTS(WS-STEP)
           MOVE SPACES TO WS-STEP-OUTPUT(WS-STEP)

      * The integrity check dates its snapshot with the business
      * date, so a snapshot already at or past the date means the
      * check has run for it - a second run would see nothing and
      * re-baseline the stock, so it is recorded and not started.
           IF WS-STEP = WS-INTEGRITY-STEP
               PERFORM READ-SNAPSHOT-DATE
               IF WS-SNAP-DATE NOT < WS-BUSINESS-DATE
                   MOVE "K" TO WS-STEP-STATUS(WS-STEP)
                   MOVE WS-STEP-START-DATE(WS-STEP)
                       TO WS-STEP-END-DATE(WS-STEP)
                   MOVE WS-STEP-START-TIME(WS-STEP)
                       TO WS-STEP-END-TIME(WS-STEP)
                   STRING "not run again : stock snapshot already "
                              DELIMITED BY SIZE
                          "dated "          DELIMITED BY SIZE
                          WS-SNAP-DATE      DELIMITED BY SIZE
                       INTO WS-STEP-COUNTS(WS-STEP)
                   END-STRING
                   MOVE "integrity.txt" TO WS-STEP-OUTPUT(WS-STEP)
                   PERFORM WRITE-RUN-CONTROL
                   DISPLAY "ALERT : integrity check already ran for "
                       WS-BUSINESS-DATE " - not run again"
                   PERFORM CHECK-INTEGRITY-HOLD
                       THRU CHECK-INTEGRITY-HOLD-EXIT
                   GO TO RUN-ONE-STEP-EXIT
               END-IF
           END-IF

           MOVE "S" TO WS-STEP-STATUS(WS-STEP)
           PERFORM WRITE-RUN-CONTROL
           DISPLAY SPACE
           DISPLAY "Step " WS-STEP " " WS-STEP-NAME(WS-STEP)
               " started"

      * Last night's result must not pass for tonight's.
           OPEN OUTPUT FILE-BATCH
           IF WS-BATCH-FILESTATUS = "00"
               CLOSE FILE-BATCH
           ELSE
               DISPLAY "ERROR : " WS-BATCH-FILESTATUS
           END-IF

           MOVE SPACES TO WS-COMMAND
           STRING WS-BIN-DIR                DELIMITED BY SPACE
                  "/"                       DELIMITED BY SIZE
                  WS-STEP-PROGRAM(WS-STEP)  DELIMITED BY SPACE
               INTO WS-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE TO WS-SYSTEM-RC
           MOVE 0 TO RETURN-CODE

           PERFORM READ-STEP-RESULT
           IF WS-SYSTEM-RC NOT = 0
               MOVE "F" TO WS-STEP-STATUS(WS-STEP)
               IF WS-STEP-COUNTS(WS-STEP) = SPACES
                   MOVE WS-SYSTEM-RC TO WS-RC-PRINT
                   STRING "ended abnormally, return code"
                              DELIMITED BY SIZE
                          WS-RC-PRINT       DELIMITED BY SIZE
                       INTO WS-STEP-COUNTS(WS-STEP)
                   END-STRING
               END-IF
           END-IF
           IF WS-STEP-COUNTS(WS-STEP) = SPACES
               MOVE "no result left by the step"
                   TO WS-STEP-COUNTS(WS-STEP)
           END-IF

           ACCEPT WS-NOW-TIME FROM TIME
           ACCEPT WS-STEP-END-DATE(WS-STEP) FROM DATE YYYYMMDD
           MOVE WS-NOW-TIME(1:6) TO WS-STEP-END-TIME(WS-STEP)
           PERFORM WRITE-RUN-CONTROL

           IF WS-STEP-STATUS(WS-STEP) = "F"
               SET WS-STREAM-STOPPED TO TRUE
               MOVE WS-STEP TO WS-STOP-STEP
               MOVE SPACES TO WS-STOP-REASON
               STRING WS-STEP-NAME(WS-STEP) DELIMITED BY SPACE
                      " failed"             DELIMITED BY SIZE
                   INTO WS-STOP-REASON
               END-STRING
               GO TO RUN-ONE-STEP-EXIT
           END-IF

           DISPLAY "Step " WS-STEP " " WS-STEP-NAME(WS-STEP)
               " completed"
           IF WS-STEP = WS-INTEGRITY-STEP
               PERFORM CHECK-INTEGRITY-HOLD
                   THRU CHECK-INTEGRITY-HOLD-EXIT
           END-IF.

       RUN-ONE-STEP-EXIT.
           EXIT.

      * What the step left in batchres.dat.  Nothing there, or a row
      * for another step or date, and the step did not finish.
       READ-STEP-RESULT.
           MOVE "F" TO WS-STEP-STATUS(WS-STEP)
           OPEN INPUT FILE-BATCH
           IF WS-BATCH-FILESTATUS = "00"
               READ FILE-BATCH
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BR-STEP = WS-STEP-NAME(WS-STEP)
                           AND BR-BUSINESS-DATE = WS-BUSINESS-DATE
                           MOVE BR-COUNTS TO WS-STEP-COUNTS(WS-STEP)
                           MOVE BR-OUTPUT TO WS-STEP-OUTPUT(WS-STEP)
                           IF BR-EXCEPTIONS IS NUMERIC
                               MOVE BR-EXCEPTIONS
                                   TO WS-STEP-EXCEPTIONS(WS-STEP)
                           END-IF
                           IF BR-OK
                               MOVE "C" TO WS-STEP-STATUS(WS-STEP)
                           END-IF
                       END-IF
               END-READ
               CLOSE FILE-BATCH
           END-IF.

       READ-SNAPSHOT-DATE.
           MOVE 0 TO WS-SNAP-DATE
           OPEN INPUT FILE-SNAP
           IF WS-SNAP-FILESTATUS = "00"
               READ FILE-SNAP
                   NOT AT END
                       IF SNAP-DATE IS NUMERIC
                           MOVE SNAP-DATE TO WS-SNAP-DATE
                       END-IF
               END-READ
               CLOSE FILE-SNAP
           END-IF.

      ******************************************************************
      * The integrity hold : more exceptions than nightctl.dat
      * allows, or a check that was not run by the stream, stops the
      * close until someone has looked.  Only a rerun asks - the
      * night the exceptions turn up nobody has seen them yet.
      ******************************************************************
       CHECK-INTEGRITY-HOLD.
           IF WS-STEP-STATUS(WS-STEP) = "C"
               AND WS-STEP-EXCEPTIONS(WS-STEP) NOT > WS-EXCEPTION-LIMIT
               GO TO CHECK-INTEGRITY-HOLD-EXIT
           END-IF
           IF WS-RELEASED
               DISPLAY "Integrity hold released earlier - carrying on"
               GO TO CHECK-INTEGRITY-HOLD-EXIT
           END-IF

           IF WS-STEP-EARLIER(WS-STEP) = 'Y'
               IF WS-STEP-STATUS(WS-STEP) = "K"
                   DISPLAY "The integrity check ran outside the "
                       "stream for " WS-BUSINESS-DATE
               ELSE
                   MOVE WS-STEP-EXCEPTIONS(WS-STEP) TO WS-EXC-PRINT
                   MOVE WS-EXCEPTION-LIMIT TO WS-LIMIT-PRINT
                   DISPLAY "The integrity check found" WS-EXC-PRINT
                       " exceptions, limit" WS-LIMIT-PRINT
               END-IF
               DISPLAY "Have they been reviewed - release the "
                   "stream (Y/N) : "
               MOVE SPACE TO WS-ANSWER
               ACCEPT WS-ANSWER
               IF WS-ANSWER = "Y" OR "y"
                   SET WS-RELEASED TO TRUE
                   PERFORM WRITE-RELEASE-ROW
                   GO TO CHECK-INTEGRITY-HOLD-EXIT
               END-IF
           END-IF

           SET WS-STREAM-STOPPED TO TRUE
           MOVE WS-STEP TO WS-STOP-STEP
           MOVE SPACES TO WS-STOP-REASON
           IF WS-STEP-STATUS(WS-STEP) = "K"
               MOVE "integrity check run outside the stream - review"
                   TO WS-STOP-REASON
           ELSE
               MOVE WS-STEP-EXCEPTIONS(WS-STEP) TO WS-EXC-PRINT
               MOVE WS-EXCEPTION-LIMIT TO WS-LIMIT-PRINT
               STRING "integrity exceptions" DELIMITED BY SIZE
                      WS-EXC-PRINT           DELIMITED BY SIZE
                      " over the limit of"   DELIMITED BY SIZE
                      WS-LIMIT-PRINT         DELIMITED BY SIZE
                   INTO WS-STOP-REASON
               END-STRING
           END-IF.

       CHECK-INTEGRITY-HOLD-EXIT.
           EXIT.

       WRITE-RELEASE-ROW.
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
           MOVE WS-STEP TO RC-STEP-NO
           MOVE WS-STEP-NAME(WS-STEP) TO RC-STEP-NAME
           SET RC-RELEASED TO TRUE
           ACCEPT WS-NOW-TIME FROM TIME
           ACCEPT RC-START-DATE FROM DATE YYYYMMDD
           MOVE WS-NOW-TIME(1:6) TO RC-START-TIME
           MOVE RC-START-DATE TO RC-END-DATE
           MOVE RC-START-TIME TO RC-END-TIME
           MOVE WS-STEP-EXCEPTIONS(WS-STEP) TO RC-EXCEPTIONS
           MOVE "integrity hold released" TO RC-COUNTS
           PERFORM APPEND-RUN-CONTROL.

       WRITE-RUN-CONTROL.
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
           MOVE WS-STEP TO RC-STEP-NO
           MOVE WS-STEP-NAME(WS-STEP) TO RC-STEP-NAME
           MOVE WS-STEP-STATUS(WS-STEP) TO RC-STATUS
           MOVE WS-STEP-START-DATE(WS-STEP) TO RC-START-DATE
           MOVE WS-STEP-START-TIME(WS-STEP) TO RC-START-TIME
           MOVE WS-STEP-END-DATE(WS-STEP) TO RC-END-DATE
           MOVE WS-STEP-END-TIME(WS-STEP) TO RC-END-TIME
           MOVE WS-STEP-EXCEPTIONS(WS-STEP) TO RC-EXCEPTIONS
           MOVE WS-STEP-COUNTS(WS-STEP) TO RC-COUNTS
           MOVE WS-STEP-OUTPUT(WS-STEP) TO RC-OUTPUT
           PERFORM APPEND-RUN-CONTROL.

       APPEND-RUN-CONTROL.
           OPEN EXTEND FILE-RUNCTL
           IF WS-RUNCTL-FILESTATUS = "35"
               OPEN OUTPUT FILE-RUNCTL
               CLOSE FILE-RUNCTL
               OPEN EXTEND FILE-RUNCTL
           END-IF
           IF WS-RUNCTL-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-RUNCTL-FILESTATUS
           ELSE
               WRITE RUN-CONTROL-RECORD
               IF WS-RUNCTL-FILESTATUS NOT = "00"
                   DISPLAY "ERROR : " WS-RUNCTL-FILESTATUS
               END-IF
               CLOSE FILE-RUNCTL
           END-IF.

      ******************************************************************
      * The run log : every step of the date, run tonight or not.
      ******************************************************************
       WRITE-RUN-LOG.
           OPEN OUTPUT FILE-REPORT
           IF WS-REPORT-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-REPORT-FILESTATUS
               GO TO WRITE-RUN-LOG-EXIT
           END-IF

           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SPACES TO WS-REPORT-LINE
           STRING "NIGHTLY CLOSE  "      DELIMITED BY SIZE
                  WS-BUSINESS-DATE       DELIMITED BY SIZE
                  "   RUN "              DELIMITED BY SIZE
                  WS-TODAY-DATE          DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-NOW-TIME(1:6)       DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE "  STEP          RESULT        STARTED          ENDED"
               TO WS-REPORT-LINE
           PERFORM PRINT-REPORT-LINE

           PERFORM PRINT-STEP-LOG
               VARYING WS-STEP FROM 1 BY 1
               UNTIL WS-STEP > WS-STEP-COUNT

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM PRINT-REPORT-LINE
           IF WS-STREAM-STOPPED
               STRING "STREAM STOPPED AT STEP " DELIMITED BY SIZE
                      WS-STOP-STEP             DELIMITED BY SIZE
                      " : "                    DELIMITED BY SIZE
                      WS-STOP-REASON           DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
               MOVE "Run the stream again for the same date to resume."
                   TO WS-REPORT-LINE
           ELSE
               MOVE "Close complete - every step done."
                   TO WS-REPORT-LINE
           END-IF
           PERFORM PRINT-REPORT-LINE

           CLOSE FILE-REPORT.

       WRITE-RUN-LOG-EXIT.
           EXIT.

       PRINT-STEP-LOG.
           EVALUATE WS-STEP-STATUS(WS-STEP)
           WHEN "C"
               IF WS-STEP-EARLIER(WS-STEP) = 'Y'
                   MOVE "DONE EARLIER" TO WS-RESULT-TEXT
               ELSE
                   MOVE "COMPLETED" TO WS-RESULT-TEXT
               END-IF
           WHEN "K"
               MOVE "NOT RERUN" TO WS-RESULT-TEXT
           WHEN "F"
               MOVE "FAILED" TO WS-RESULT-TEXT
           WHEN "S"
               MOVE "DID NOT END" TO WS-RESULT-TEXT
           WHEN OTHER
               MOVE "NOT RUN" TO WS-RESULT-TEXT
           END-EVALUATE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "  "                     DELIMITED BY SIZE
                  WS-STEP                  DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-STEP-NAME(WS-STEP)    DELIMITED BY SIZE
                  WS-RESULT-TEXT           DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           IF WS-STEP-START-DATE(WS-STEP) NOT = 0
               STRING WS-STEP-START-DATE(WS-STEP) DELIMITED BY SIZE
                      " "                         DELIMITED BY SIZE
                      WS-STEP-START-TIME(WS-STEP) DELIMITED BY SIZE
                   INTO WS-REPORT-LINE(31:)
               END-STRING
           END-IF
           IF WS-STEP-END-DATE(WS-STEP) NOT = 0
               STRING WS-STEP-END-DATE(WS-STEP) DELIMITED BY SIZE
                      " "                       DELIMITED BY SIZE
                      WS-STEP-END-TIME(WS-STEP) DELIMITED BY SIZE
                   INTO WS-REPORT-LINE(48:)
               END-STRING
           END-IF
           PERFORM PRINT-REPORT-LINE

           IF WS-STEP-COUNTS(WS-STEP) NOT = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-STEP-COUNTS(WS-STEP) TO WS-REPORT-LINE(7:)
               PERFORM PRINT-REPORT-LINE
           END-IF
           IF WS-STEP = WS-INTEGRITY-STEP
               AND WS-STEP-STATUS(WS-STEP) = "C"
               MOVE WS-EXCEPTION-LIMIT TO WS-LIMIT-PRINT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "      exception limit" DELIMITED BY SIZE
                      WS-LIMIT-PRINT          DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               IF WS-STEP-EXCEPTIONS(WS-STEP) > WS-EXCEPTION-LIMIT
                   IF WS-RELEASED
                       MOVE " - over it, released after review"
                           TO WS-REPORT-LINE(25:)
                   ELSE
                       MOVE " - over it, stream held"
                           TO WS-REPORT-LINE(25:)
                   END-IF
               END-IF
               PERFORM PRINT-REPORT-LINE
           END-IF
           IF WS-STEP-OUTPUT(WS-STEP) NOT = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING "      output : "        DELIMITED BY SIZE
                      WS-STEP-OUTPUT(WS-STEP)  DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.

       PRINT-REPORT-LINE.
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD BEFORE ADVANCING 1 LINE.

           END PROGRAM ChallengeCobolNightly.
