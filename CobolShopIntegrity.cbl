      *          everything dated after the snapshot date, so two
      *          runs on the same day would double-count nothing
      *          but also see nothing new.
      * Modifications:
      *   - Nightly stream : with CBLSHOP_BATCH_DATE set (by
      *     ChallengeCobolNightly) the check and its snapshot are
      *     dated that business date, and the exceptions count goes
      *     to batchres.dat (BATCHREC.CPY), where the stream holds
      *     it against its threshold.  The stream never starts the
      *     check for a date the snapshot has already reached.
      *   - The movement tally, control-file sweep, stock judging
      *     and snapshot are performed through their exit
      *     paragraphs : an early way out of any of them (journal
      *     lines before the snapshot, no ctrl.dat, the first run)
      *     used to run the check off its end unfinished.
      *   - Period close : every completed check leaves an "I" row
      *     in perd.dat (PERDREC.CPY) with the date it checked the
      *     books through and the exceptions it found.
      *     ChallengeCobolPeriodClose only closes a month once a
      *     clean check has run through its last day.
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

       DATA DIVISION.
       FILE SECTION.

       FD  FILE-REPORT.
       01  REPORT-RECORD                       PIC X(80).

       FD  FILE-BATCH.
           COPY "BATCHREC.CPY".

       FD  FILE-PERIOD.
           COPY "PERDREC.CPY".

       WORKING-STORAGE SECTION.
       01  EMP-PRODUCT-FILESTATUS              PIC X(02).
       01  EMP-READ-PRODUCT-FILE-STATUS        PIC X(1).
       01  WS-QTY-PRINT                         PIC ZZZZZZ9-.
       01  WS-QTY-PRINT-2                       PIC ZZZZZZ9-.

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

      * Period close : the row this run leaves in perd.dat.
       01  WS-PERIOD-FILESTATUS                 PIC X(02).
       01  WS-PERIOD-PATH                       PIC X(250) VALUE SPACES.
       01  WS-RUN-DATE                          PIC 9(8)   VALUE ZERO.
       01  WS-RUN-TIME                          PIC 9(8)   VALUE ZERO.

       PROCEDURE DIVISION.
           DISPLAY "Nightly integrity check"
           PERFORM SET-FILE-PATHS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
      * Under the nightly stream the snapshot is dated the business
      * date being closed, so tomorrow's movement starts after it.
           ACCEPT WS-BATCH-DATE FROM ENVIRONMENT "CBLSHOP_BATCH_DATE"
           IF WS-BATCH-DATE IS NUMERIC
               SET WS-BATCH-RUN TO TRUE
               MOVE WS-BATCH-DATE TO WS-TODAY-DATE
           END-IF

           OPEN OUTPUT FILE-REPORT
           IF WS-REPORT-FILESTATUS NOT = "00"
      * it has to be on hand before the journal pass below.
           PERFORM LOAD-SNAPSHOT
           PERFORM CHECK-JOURNAL
           PERFORM CHECK-CONTROL-FILE THRU CHECK-CONTROL-EXIT
           PERFORM RECONCILE-STOCK

           MOVE SPACES TO WS-REPORT-LINE

           CLOSE FILE-REPORT
           DISPLAY SPACE
           DISPLAY "Exceptions written to " WS-REPORT-PATH
           PERFORM RECORD-CHECK-RUN
           MOVE "OK" TO WS-BATCH-OUTCOME.

       CLOSE-PROGRAM.
           IF WS-BATCH-RUN
               PERFORM WRITE-BATCH-RESULT
           END-IF
           STOP RUN.

       SET-FILE-PATHS.
           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/integrity.txt"   DELIMITED BY SIZE
               INTO WS-REPORT-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/batchres.dat"    DELIMITED BY SIZE
               INTO WS-BATCH-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/perd.dat"        DELIMITED BY SIZE
               INTO WS-PERIOD-PATH
           END-STRING.

       LOG-EXCEPTION.
               IF WS-INV-MATCH NOT = 0
                   ADD SD-LINE-TOTAL TO WS-INV-DSUM(WS-INV-MATCH)
               END-IF
               PERFORM TALLY-STOCK-MOVEMENT THRU TALLY-STOCK-DONE
           WHEN "T"
               PERFORM FIND-INV-ENTRY
               IF WS-INV-MATCH NOT = 0
      ******************************************************************
       RECONCILE-STOCK.
           PERFORM SCAN-RECEIPTS
           PERFORM JUDGE-STOCK THRU JUDGE-STOCK-EXIT
           PERFORM WRITE-SNAPSHOT THRU WRITE-SNAP-EXIT.

       LOAD-SNAPSHOT.
           MOVE 0 TO WS-SNAP-COUNT
       SNAP-ONE-EXIT.
           EXIT.

      * Under the nightly stream : the step's outcome, counts and
      * output file, left where ChallengeCobolNightly picks them up.
       WRITE-BATCH-RESULT.
           MOVE WS-EXCEPTION-COUNT TO WS-BATCH-COUNT-PRINT
           MOVE SPACES TO WS-BATCH-COUNTS
           STRING "exceptions"           DELIMITED BY SIZE
                  WS-BATCH-COUNT-PRINT   DELIMITED BY SIZE
               INTO WS-BATCH-COUNTS
           END-STRING
           OPEN OUTPUT FILE-BATCH
           IF WS-BATCH-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-BATCH-FILESTATUS
           ELSE
               MOVE SPACES TO BATCH-RESULT-RECORD
               MOVE "INTEGRITY" TO BR-STEP
               MOVE WS-BATCH-DATE TO BR-BUSINESS-DATE
               MOVE WS-BATCH-OUTCOME TO BR-OUTCOME
               MOVE WS-EXCEPTION-COUNT TO BR-EXCEPTIONS
               MOVE WS-BATCH-COUNTS TO BR-COUNTS
               MOVE "integrity.txt" TO BR-OUTPUT
               WRITE BATCH-RESULT-RECORD
               CLOSE FILE-BATCH
           END-IF.

      * The check covers the books as they stand through the date it
      * ran for (the business date under the nightly stream); the
      * period close reads the latest of these rows.
       RECORD-CHECK-RUN.
           OPEN EXTEND FILE-PERIOD
           IF WS-PERIOD-FILESTATUS = "35"
               OPEN OUTPUT FILE-PERIOD
               CLOSE FILE-PERIOD
               OPEN EXTEND FILE-PERIOD
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES TO PERIOD-CONTROL-RECORD
           MOVE "I" TO PD-TYPE
           MOVE WS-TODAY-DATE(1:6) TO PD-PERIOD
           MOVE WS-TODAY-DATE TO PD-THRU-DATE
           MOVE WS-RUN-DATE TO PD-RUN-DATE
           MOVE WS-RUN-TIME(1:6) TO PD-RUN-TIME
           MOVE WS-EXCEPTION-COUNT TO PD-EXCEPTIONS
           IF WS-BATCH-RUN
               MOVE "NIGHTLY" TO PD-OPERATOR
           END-IF
           WRITE PERIOD-CONTROL-RECORD
           IF WS-PERIOD-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-PERIOD-FILESTATUS
           END-IF
           CLOSE FILE-PERIOD.

           END PROGRAM ChallengeCobolIntegrity.
