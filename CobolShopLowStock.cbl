      *          reorder-tracked and are skipped.  The report is shown
      *          on screen and written to lowstock.txt in the data
      *          directory.
      * Modifications:
      *   - Nightly stream : with CBLSHOP_BATCH_DATE set (by
      *     ChallengeCobolNightly) the count of low products goes to
      *     batchres.dat (BATCHREC.CPY) for the stream's run log; a
      *     catalog that cannot be read fails the step.
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

       DATA DIVISION.
       FILE SECTION.

       FD  FILE-REPORT.
       01  REPORT-RECORD                       PIC X(80).

       FD  FILE-BATCH.
           COPY "BATCHREC.CPY".

       WORKING-STORAGE SECTION.
       01  EMP-PRODUCT-FILESTATUS              PIC X(02).
       01  EMP-READ-PRODUCT-FILE-STATUS        PIC X(1).
       01  WS-SUGGEST-PRINT                     PIC ZZZZZ9.
       01  WS-REPORT-LINE                       PIC X(80)  VALUE SPACES.

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
       01  WS-BATCH-COUNT-PRINT                 PIC ZZ9.

       PROCEDURE DIVISION.
           DISPLAY "Low-stock report"
           PERFORM SET-FILE-PATHS
           ACCEPT WS-BATCH-DATE FROM ENVIRONMENT "CBLSHOP_BATCH_DATE"
           IF WS-BATCH-DATE IS NUMERIC
               SET WS-BATCH-RUN TO TRUE
           END-IF

           OPEN OUTPUT FILE-REPORT
           IF WS-REPORT-FILESTATUS NOT = "00"

           CLOSE FILE-REPORT
           DISPLAY SPACE
           DISPLAY "Report written to " WS-REPORT-PATH
           IF EMP-PRODUCT-FILESTATUS = "00"
               MOVE "OK" TO WS-BATCH-OUTCOME
           END-IF.

       CLOSE-PROGRAM.
           IF WS-BATCH-RUN
               PERFORM WRITE-BATCH-RESULT
           END-IF
           STOP RUN.

       SET-FILE-PATHS.
           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/lowstock.txt"    DELIMITED BY SIZE
               INTO WS-REPORT-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/batchres.dat"    DELIMITED BY SIZE
               INTO WS-BATCH-PATH
           END-STRING.

       CHECK-PRODUCT-RECORD.
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD BEFORE ADVANCING 1 LINE.

      * Under the nightly stream : the step's outcome, counts and
      * output file, left where ChallengeCobolNightly picks them up.
       WRITE-BATCH-RESULT.
           MOVE WS-LOW-COUNT TO WS-BATCH-COUNT-PRINT
           MOVE SPACES TO WS-BATCH-COUNTS
           STRING "products to reorder"  DELIMITED BY SIZE
                  WS-BATCH-COUNT-PRINT   DELIMITED BY SIZE
               INTO WS-BATCH-COUNTS
           END-STRING
           OPEN OUTPUT FILE-BATCH
           IF WS-BATCH-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-BATCH-FILESTATUS
           ELSE
               MOVE SPACES TO BATCH-RESULT-RECORD
               MOVE "LOWSTOCK" TO BR-STEP
               MOVE WS-BATCH-DATE TO BR-BUSINESS-DATE
               MOVE WS-BATCH-OUTCOME TO BR-OUTCOME
               MOVE 0 TO BR-EXCEPTIONS
               MOVE WS-BATCH-COUNTS TO BR-COUNTS
               MOVE "lowstock.txt" TO BR-OUTPUT
               WRITE BATCH-RESULT-RECORD
               CLOSE FILE-BATCH
           END-IF.

           END PROGRAM ChallengeCobolLowStock.
