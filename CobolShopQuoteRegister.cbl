      ******************************************************************
      * Author: Nicolas Poulin
      * Date: 5/26/2024 to ???
      * Purpose: Quotation register.  Reads quote.dat (QUOTREC.CPY)
      *          and lists every quotation on file - number, date
      *          priced, expiry date, customer and quoted total -
      *          with where it stands today : OPEN with the days it
      *          has left, EXPIRED once its expiry date has passed
      *          without it being bought, or CONVERTED with the
      *          invoice it became (at the till or through the order
      *          import).  Counts and quoted value per status close
      *          the report, so the counter can see how much quoted
      *          business is still out there and how much has lapsed.
      *          Shown on screen and written to quotereg.txt in the
      *          data directory.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChallengeCobolQuoteRegister.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

           SELECT FILE-QUOTE
           ASSIGN TO DYNAMIC WS-QUOTE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-QUOTE-FILESTATUS.

           SELECT FILE-REPORT
           ASSIGN TO DYNAMIC WS-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  FILE-QUOTE.
           COPY "QUOTREC.CPY".

       FD  FILE-REPORT.
       01  REPORT-RECORD                       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-QUOTE-FILESTATUS                 PIC X(02).
       01  WS-QUOTE-EOF-SWITCH                 PIC X(1)   VALUE 'N'.
           88 WS-QUOTE-EOF                                 VALUE 'Y'.
       01  WS-REPORT-FILESTATUS                PIC X(02).

       01  WS-DATA-DIR                          PIC X(200) VALUE SPACES.
       01  WS-QUOTE-PATH                        PIC X(250) VALUE SPACES.
       01  WS-REPORT-PATH                       PIC X(250) VALUE SPACES.

       01  WS-TODAY-DATE                        PIC 9(8)   VALUE ZERO.
       01  WS-TODAY-DAYS                        PIC 9(7)   VALUE ZERO.
       01  WS-DAYS-LEFT                         PIC 9(7)   VALUE ZERO.
       01  WS-DAYS-LEFT-PRINT                   PIC ZZZ9.

       01  WS-OPEN-COUNT                        PIC 9(5)   VALUE ZERO.
       01  WS-OPEN-VALUE                        PIC S9(7)V99
                                                           VALUE ZERO.
       01  WS-EXPIRED-COUNT                     PIC 9(5)   VALUE ZERO.
       01  WS-EXPIRED-VALUE                     PIC S9(7)V99
                                                           VALUE ZERO.
       01  WS-CONVERTED-COUNT                   PIC 9(5)   VALUE ZERO.
       01  WS-CONVERTED-VALUE                   PIC S9(7)V99
                                                           VALUE ZERO.

       01  WS-QUOTE-NUMBER-PRINT                PIC Z(4)9.
       01  WS-INVOICE-NUMBER-PRINT              PIC Z(4)9.
       01  WS-COUNT-PRINT                       PIC ZZZZ9.
       01  WS-MONEY-PRINT                       PIC $$$$$9.99-.
       01  WS-TOTAL-PRINT                       PIC $$$$$$$9.99-.
       01  WS-DATE-PRINT                        PIC X(10)  VALUE SPACES.
       01  WS-EXPIRY-PRINT                      PIC X(10)  VALUE SPACES.
       01  WS-STATUS-PRINT                      PIC X(20)  VALUE SPACES.
       01  WS-REPORT-LINE                       PIC X(80)  VALUE SPACES.

      * Calendar arithmetic for the days an open quotation has left.
      * DATE-TO-DAYS turns the YYYYMMDD in WS-DC-DATE into a day
      * number in WS-DC-DAYS, so two dates subtract.
       01  WS-DC-DATE                           PIC 9(8)   VALUE ZERO.
       01  WS-DC-DATE-PARTS REDEFINES WS-DC-DATE.
           05 WS-DC-YYYY                        PIC 9(4).
           05 WS-DC-MM                          PIC 9(2).
           05 WS-DC-DD                          PIC 9(2).
       01  WS-DC-DAYS                           PIC 9(7)   VALUE ZERO.
       01  WS-DC-Y                              PIC 9(5)   VALUE ZERO.
       01  WS-DC-MP                             PIC 9(2)   VALUE ZERO.
       01  WS-DC-Q4                             PIC 9(7)   VALUE ZERO.
       01  WS-DC-Q100                           PIC 9(7)   VALUE ZERO.
       01  WS-DC-Q400                           PIC 9(7)   VALUE ZERO.
       01  WS-DC-T                              PIC 9(7)   VALUE ZERO.
       01  WS-DC-T5                             PIC 9(7)   VALUE ZERO.

       PROCEDURE DIVISION.
           DISPLAY "Quotation register"
           PERFORM SET-FILE-PATHS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO WS-DC-DATE
           PERFORM DATE-TO-DAYS
           MOVE WS-DC-DAYS TO WS-TODAY-DAYS

           OPEN OUTPUT FILE-REPORT
           IF WS-REPORT-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-REPORT-FILESTATUS
               GO TO CLOSE-PROGRAM
           END-IF

           MOVE SPACES TO WS-DATE-PRINT
           STRING WS-TODAY-DATE(1:4) DELIMITED BY SIZE
                  "-"                DELIMITED BY SIZE
                  WS-TODAY-DATE(5:2) DELIMITED BY SIZE
                  "-"                DELIMITED BY SIZE
                  WS-TODAY-DATE(7:2) DELIMITED BY SIZE
               INTO WS-DATE-PRINT
           END-STRING
           MOVE SPACES TO WS-REPORT-LINE
           STRING "QUOTATION REGISTER AS OF " DELIMITED BY SIZE
                  WS-DATE-PRINT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "QUOTE" TO WS-REPORT-LINE(1:)
           MOVE "DATE" TO WS-REPORT-LINE(7:)
           MOVE "EXPIRES" TO WS-REPORT-LINE(18:)
           MOVE "CUSTOMER" TO WS-REPORT-LINE(29:)
           MOVE "TOTAL" TO WS-REPORT-LINE(55:)
           MOVE "STATUS" TO WS-REPORT-LINE(62:)
           PERFORM PRINT-REPORT-LINE

           OPEN INPUT FILE-QUOTE
           EVALUATE TRUE
           WHEN WS-QUOTE-FILESTATUS = "35"
               MOVE "  (no quotations on file)" TO WS-REPORT-LINE
               PERFORM PRINT-REPORT-LINE
           WHEN WS-QUOTE-FILESTATUS = "00"
               PERFORM LIST-QUOTE-RECORD THRU LIST-QUOTE-EXIT
                   UNTIL WS-QUOTE-EOF
               CLOSE FILE-QUOTE
           WHEN OTHER
               DISPLAY "ERROR : " WS-QUOTE-FILESTATUS
           END-EVALUATE

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE "OPEN" TO WS-STATUS-PRINT
           MOVE WS-OPEN-COUNT TO WS-COUNT-PRINT
           MOVE WS-OPEN-VALUE TO WS-TOTAL-PRINT
           PERFORM PRINT-STATUS-TOTAL
           MOVE "EXPIRED" TO WS-STATUS-PRINT
           MOVE WS-EXPIRED-COUNT TO WS-COUNT-PRINT
           MOVE WS-EXPIRED-VALUE TO WS-TOTAL-PRINT
           PERFORM PRINT-STATUS-TOTAL
           MOVE "CONVERTED" TO WS-STATUS-PRINT
           MOVE WS-CONVERTED-COUNT TO WS-COUNT-PRINT
           MOVE WS-CONVERTED-VALUE TO WS-TOTAL-PRINT
           PERFORM PRINT-STATUS-TOTAL

           CLOSE FILE-REPORT
           DISPLAY SPACE
           DISPLAY "Report written to " WS-REPORT-PATH.

       CLOSE-PROGRAM.
           STOP RUN.

       SET-FILE-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "CBLSHOP_DATA_DIR"
           IF WS-DATA-DIR = SPACES
               MOVE "." TO WS-DATA-DIR
           END-IF

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/quote.dat"       DELIMITED BY SIZE
               INTO WS-QUOTE-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/quotereg.txt"    DELIMITED BY SIZE
               INTO WS-REPORT-PATH
           END-STRING.

      * One line per quotation header; the "L" rows carry nothing
      * the register needs.
       LIST-QUOTE-RECORD.
           READ FILE-QUOTE
               AT END
                   SET WS-QUOTE-EOF TO TRUE
                   GO TO LIST-QUOTE-EXIT
           END-READ

           IF QH-RECORD-TYPE NOT = "H"
               GO TO LIST-QUOTE-EXIT
           END-IF
           IF QH-GRAND-TOTAL IS NOT NUMERIC
               MOVE 0 TO QH-GRAND-TOTAL
           END-IF

           MOVE SPACES TO WS-STATUS-PRINT
           EVALUATE TRUE
           WHEN QH-STATUS = "C"
               ADD 1 TO WS-CONVERTED-COUNT
               ADD QH-GRAND-TOTAL TO WS-CONVERTED-VALUE
      * Invoice 0 : every line went on the backorder book.
               IF QH-INVOICE-NUMBER IS NUMERIC
                   AND QH-INVOICE-NUMBER NOT = 0
                   MOVE QH-INVOICE-NUMBER TO WS-INVOICE-NUMBER-PRINT
                   STRING "CONVERTED #" DELIMITED BY SIZE
                          WS-INVOICE-NUMBER-PRINT DELIMITED BY SIZE
                       INTO WS-STATUS-PRINT
                   END-STRING
               ELSE
                   MOVE "CONVERTED BACKORDER" TO WS-STATUS-PRINT
               END-IF
           WHEN QH-EXPIRY-DATE < WS-TODAY-DATE
               ADD 1 TO WS-EXPIRED-COUNT
               ADD QH-GRAND-TOTAL TO WS-EXPIRED-VALUE
               MOVE "EXPIRED" TO WS-STATUS-PRINT
           WHEN OTHER
               ADD 1 TO WS-OPEN-COUNT
               ADD QH-GRAND-TOTAL TO WS-OPEN-VALUE
               MOVE QH-EXPIRY-DATE TO WS-DC-DATE
               PERFORM DATE-TO-DAYS
               COMPUTE WS-DAYS-LEFT = WS-DC-DAYS - WS-TODAY-DAYS
               MOVE WS-DAYS-LEFT TO WS-DAYS-LEFT-PRINT
               STRING "OPEN " DELIMITED BY SIZE
                      WS-DAYS-LEFT-PRINT DELIMITED BY SIZE
                      " DAYS" DELIMITED BY SIZE
                   INTO WS-STATUS-PRINT
               END-STRING
           END-EVALUATE

           MOVE SPACES TO WS-DATE-PRINT
           STRING QH-QUOTE-DATE(1:4) DELIMITED BY SIZE
                  "-"                DELIMITED BY SIZE
                  QH-QUOTE-DATE(5:2) DELIMITED BY SIZE
                  "-"                DELIMITED BY SIZE
                  QH-QUOTE-DATE(7:2) DELIMITED BY SIZE
               INTO WS-DATE-PRINT
           END-STRING
           MOVE SPACES TO WS-EXPIRY-PRINT
           STRING QH-EXPIRY-DATE(1:4) DELIMITED BY SIZE
                  "-"                 DELIMITED BY SIZE
                  QH-EXPIRY-DATE(5:2) DELIMITED BY SIZE
                  "-"                 DELIMITED BY SIZE
                  QH-EXPIRY-DATE(7:2) DELIMITED BY SIZE
               INTO WS-EXPIRY-PRINT
           END-STRING

           MOVE QH-QUOTE-NUMBER TO WS-QUOTE-NUMBER-PRINT
           MOVE QH-GRAND-TOTAL TO WS-MONEY-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-QUOTE-NUMBER-PRINT TO WS-REPORT-LINE(1:5)
           MOVE WS-DATE-PRINT TO WS-REPORT-LINE(7:10)
           MOVE WS-EXPIRY-PRINT TO WS-REPORT-LINE(18:10)
           MOVE QH-CUSTOMER-ID TO WS-REPORT-LINE(29:20)
           MOVE WS-MONEY-PRINT TO WS-REPORT-LINE(50:11)
           MOVE WS-STATUS-PRINT TO WS-REPORT-LINE(62:19)
           PERFORM PRINT-REPORT-LINE.

       LIST-QUOTE-EXIT.
           EXIT.

       PRINT-STATUS-TOTAL.
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-STATUS-PRINT DELIMITED BY SPACE
                  " : "           DELIMITED BY SIZE
                  WS-COUNT-PRINT  DELIMITED BY SIZE
                  " quotation(s), quoted value " DELIMITED BY SIZE
                  WS-TOTAL-PRINT  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PRINT-REPORT-LINE.

       PRINT-REPORT-LINE.
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD BEFORE ADVANCING 1 LINE.

      * YYYYMMDD in WS-DC-DATE to a day number in WS-DC-DAYS.  The
      * year is counted from March so February's leap day is the
      * last day of it; each DIVIDE truncates on purpose.
       DATE-TO-DAYS.
           MOVE WS-DC-YYYY TO WS-DC-Y
           IF WS-DC-MM > 2
               COMPUTE WS-DC-MP = WS-DC-MM - 3
           ELSE
               COMPUTE WS-DC-MP = WS-DC-MM + 9
               SUBTRACT 1 FROM WS-DC-Y
           END-IF
           DIVIDE WS-DC-Y BY 4 GIVING WS-DC-Q4
           DIVIDE WS-DC-Y BY 100 GIVING WS-DC-Q100
           DIVIDE WS-DC-Y BY 400 GIVING WS-DC-Q400
           COMPUTE WS-DC-T = (153 * WS-DC-MP) + 2
           DIVIDE WS-DC-T BY 5 GIVING WS-DC-T5
           COMPUTE WS-DC-DAYS = (WS-DC-Y * 365) + WS-DC-Q4
               - WS-DC-Q100 + WS-DC-Q400 + WS-DC-T5 + WS-DC-DD - 1.

           END PROGRAM ChallengeCobolQuoteRegister.
