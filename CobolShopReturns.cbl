      *          The reversing line carries the unit cost the
      *          original line was journalled with, so the margin
      *          report nets a return against its sale.
      * Modifications:
      *   - Loyalty points : a return takes back its share of the
      *     points the original line earned (the "E" rows in the
      *     loyl.dat ledger, layout in LOYLREC.CPY) as an "R" row
      *     against the memo, and the memo prints the points taken
      *     back.  The share is worked out on everything returned
      *     off the line so far, so part-returns never take back
      *     more than was earned.
      *   - Period close : the memo, its journal rows and the points
      *     taken back are never dated into a month closed by
      *     ChallengeCobolPeriodClose (perd.dat, PERDREC.CPY) - they
      *     go on the first day of the open period instead, however
      *     old the invoice returned against.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-INVOICE-FILESTATUS.

           SELECT FILE-LOYALTY
           ASSIGN TO DYNAMIC WS-LOYALTY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-LOYALTY-FILESTATUS.

           SELECT FILE-PERIOD
           ASSIGN TO DYNAMIC WS-PERIOD-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-PERIOD-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  FILE-INVOICE.
       01  SELECTED-TEXT                       PIC X(80).

       FD  FILE-LOYALTY.
           COPY "LOYLREC.CPY".

       FD  FILE-PERIOD.
           COPY "PERDREC.CPY".

       WORKING-STORAGE SECTION.
       01  EMP-PRODUCT-FILESTATUS              PIC X(02).
       01  WS-SALES-FILESTATUS                 PIC X(02).
       01  WS-SALES-LIVE-PATH                   PIC X(250) VALUE SPACES.
       01  WS-SALES-ARCH-PATH                   PIC X(250) VALUE SPACES.
       01  WS-INVOICE-PATH                      PIC X(250) VALUE SPACES.
       01  WS-LOYALTY-PATH                      PIC X(250) VALUE SPACES.
       01  WS-LOYALTY-FILESTATUS                PIC X(02).
       01  WS-LOY-EOF-SWITCH                    PIC X(1)   VALUE 'N'.
           88 WS-LOY-EOF                                   VALUE 'Y'.

      * What the clerk keys in.
       01  WS-RETURN-INVOICE                    PIC 9(5)   VALUE ZERO.
       01  WS-WORK-QTY-SIGNED                   PIC S9(3)  VALUE ZERO.
       01  WS-RETURNABLE-PRINT                  PIC ZZZZ9.

      * What the loyalty ledger says the original line earned and
      * what earlier returns already took back, and the points
      * (and their value) this return takes back.
       01  WS-LOY-EARNED-PTS                    PIC S9(7)  VALUE ZERO.
       01  WS-LOY-EARNED-VALUE                  PIC S9(5)V99
                                                           VALUE ZERO.
       01  WS-LOY-EARN-DATE                     PIC 9(8)   VALUE ZERO.
       01  WS-LOY-PRIOR-PTS                     PIC S9(7)  VALUE ZERO.
       01  WS-LOY-TARGET-PTS                    PIC S9(7)  VALUE ZERO.
       01  WS-LOY-TAKEBACK                      PIC S9(7)  VALUE ZERO.
       01  WS-LOY-TAKEBACK-VALUE                PIC S9(5)V99
                                                           VALUE ZERO.
       01  WS-POINTS-PRINT                      PIC Z(6)9-.

      * Period close : the books are closed through WS-CLOSED-THRU
      * (perd.dat, PERDREC.CPY); a posting dated on or before it is
      * dated WS-OPEN-FROM, the first day of the open period.
       01  WS-PERIOD-FILESTATUS                 PIC X(02).
       01  WS-PERIOD-PATH                       PIC X(250) VALUE SPACES.
       01  WS-PERIOD-EOF-SWITCH                 PIC X(1)   VALUE 'N'.
           88 WS-PERIOD-EOF                                VALUE 'Y'.
       01  WS-CLOSED-THRU                       PIC 9(8)   VALUE ZERO.
       01  WS-OPEN-FROM                         PIC 9(8)   VALUE ZERO.
       01  WS-OPEN-FROM-R REDEFINES WS-OPEN-FROM.
           05 WS-OPEN-YYYY                      PIC 9(4).
           05 WS-OPEN-MM                        PIC 9(2).
           05 WS-OPEN-DD                        PIC 9(2).
       01  WS-POST-DATE                         PIC 9(8)   VALUE ZERO.

       PROCEDURE DIVISION.
           DISPLAY "Returns / credit memo"


           ADD 1 TO WS-MEMO-NUMBER

           PERFORM SCAN-LOYALTY-LEDGER

           PERFORM RESTOCK-PRODUCT
           PERFORM WRITE-CREDIT-MEMO
           IF WS-LOY-TAKEBACK > 0
               PERFORM POST-POINTS-TAKEBACK
           END-IF

           DISPLAY "Credit memo " WS-MEMO-NUMBER " issued".

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/invo.dat"        DELIMITED BY SIZE
               INTO WS-INVOICE-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/loyl.dat"        DELIMITED BY SIZE
               INTO WS-LOYALTY-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/perd.dat"        DELIMITED BY SIZE
               INTO WS-PERIOD-PATH
           END-STRING.

      * One pass over the journal gathers everything the return needs:
       READ-SALES-EXIT.
           EXIT.

      * The points the original line earned (its "E" rows) and what
      * earlier returns off the same line took back ("R" rows).
      * The return's share is worked on the quantity returned so
      * far including this one, fractions of a point dropped, less
      * what was already taken back - so the last unit back brings
      * the line's points to exactly nothing.
       SCAN-LOYALTY-LEDGER.
           MOVE 0 TO WS-LOY-EARNED-PTS
           MOVE 0 TO WS-LOY-EARNED-VALUE
           MOVE 0 TO WS-LOY-EARN-DATE
           MOVE 0 TO WS-LOY-PRIOR-PTS
           MOVE 0 TO WS-LOY-TAKEBACK
           MOVE 0 TO WS-LOY-TAKEBACK-VALUE
           MOVE 'N' TO WS-LOY-EOF-SWITCH

           OPEN INPUT FILE-LOYALTY
           EVALUATE TRUE
           WHEN WS-LOYALTY-FILESTATUS = "35"
               CONTINUE
           WHEN WS-LOYALTY-FILESTATUS = "00"
               PERFORM READ-LOYALTY-RECORD THRU READ-LOYALTY-EXIT
                   UNTIL WS-LOY-EOF
               CLOSE FILE-LOYALTY
           WHEN OTHER
               DISPLAY "ERROR : " WS-LOYALTY-FILESTATUS
           END-EVALUATE

           IF WS-LOY-EARNED-PTS > 0 AND WS-SOLD-QTY > 0
               COMPUTE WS-LOY-TARGET-PTS =
                   WS-LOY-EARNED-PTS * (WS-RETURNED-QTY + WS-RETURN-QTY)
                       / WS-SOLD-QTY
               COMPUTE WS-LOY-TAKEBACK =
                   WS-LOY-TARGET-PTS + WS-LOY-PRIOR-PTS
               IF WS-LOY-TAKEBACK > 0
                   COMPUTE WS-LOY-TAKEBACK-VALUE ROUNDED =
                       WS-LOY-EARNED-VALUE * WS-LOY-TAKEBACK
                           / WS-LOY-EARNED-PTS
               ELSE
                   MOVE 0 TO WS-LOY-TAKEBACK
               END-IF
           END-IF.

       READ-LOYALTY-RECORD.
           READ FILE-LOYALTY
               AT END
                   SET WS-LOY-EOF TO TRUE
                   GO TO READ-LOYALTY-EXIT
           END-READ

           IF LOY-CUSTOMER-ID NOT = WS-ORIG-CUSTOMER
               OR LOY-INVOICE NOT = WS-RETURN-INVOICE
               OR LOY-ID-PRODUCT NOT = WS-RETURN-ID
               OR LOY-POINTS IS NOT NUMERIC
               GO TO READ-LOYALTY-EXIT
           END-IF

           EVALUATE TRUE
           WHEN LOY-EARNED
               ADD LOY-POINTS TO WS-LOY-EARNED-PTS
               IF LOY-VALUE IS NUMERIC
                   ADD LOY-VALUE TO WS-LOY-EARNED-VALUE
               END-IF
               IF WS-LOY-EARN-DATE = 0
                   MOVE LOY-EARN-DATE TO WS-LOY-EARN-DATE
               END-IF
           WHEN LOY-TAKEN-BACK
               ADD LOY-POINTS TO WS-LOY-PRIOR-PTS
           END-EVALUATE.

       READ-LOYALTY-EXIT.
           EXIT.

      * The "R" row against the memo.  It keeps the date the points
      * were earned so the expiry job ages the reversal with the
      * points it reverses.  A customer who has spent the points
      * already simply goes into a negative balance.
       POST-POINTS-TAKEBACK.
           OPEN EXTEND FILE-LOYALTY
           IF WS-LOYALTY-FILESTATUS = "35"
               OPEN OUTPUT FILE-LOYALTY
               CLOSE FILE-LOYALTY
               OPEN EXTEND FILE-LOYALTY
           END-IF
           IF WS-LOYALTY-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-LOYALTY-FILESTATUS
               DISPLAY "ALERT : loyalty points not taken back"
           ELSE
               MOVE SPACES TO FILE-LOYALTY-OBJ
               MOVE WS-ORIG-CUSTOMER TO LOY-CUSTOMER-ID
               MOVE "R" TO LOY-TYPE
               MOVE WS-MEMO-DATE TO LOY-DATE
               MOVE WS-MEMO-NUMBER TO LOY-DOCUMENT
               MOVE WS-RETURN-INVOICE TO LOY-INVOICE
               MOVE WS-RETURN-ID TO LOY-ID-PRODUCT
               MOVE WS-LOY-EARN-DATE TO LOY-EARN-DATE
               COMPUTE LOY-POINTS = 0 - WS-LOY-TAKEBACK
               COMPUTE LOY-VALUE = 0 - WS-LOY-TAKEBACK-VALUE
               WRITE FILE-LOYALTY-OBJ
               IF WS-LOYALTY-FILESTATUS NOT = "00"
                   DISPLAY "ERROR : " WS-LOYALTY-FILESTATUS
               END-IF
               CLOSE FILE-LOYALTY
           END-IF.

      * Put the returned units back on the shelf : read just that
      * catalog record, add, rewrite - the same record-level update
      * checkout uses, so nobody's concurrent sale is clobbered.
           END-IF.

       WRITE-CREDIT-MEMO.
           ACCEPT WS-POST-DATE FROM DATE YYYYMMDD
           PERFORM FIND-OPEN-PERIOD
           PERFORM DATE-INTO-OPEN-PERIOD
           MOVE WS-POST-DATE TO WS-MEMO-DATE
           STRING WS-MEMO-DATE(1:4) DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  WS-MEMO-DATE(5:2) DELIMITED BY SIZE
           DISPLAY SELECTED-TEXT
           WRITE SELECTED-TEXT BEFORE ADVANCING 1 LINE

           IF WS-LOY-TAKEBACK > 0
               MOVE WS-LOY-TAKEBACK TO WS-POINTS-PRINT
               MOVE SPACES TO SELECTED-TEXT
               STRING "Points taken back : " DELIMITED BY SIZE
                      WS-POINTS-PRINT        DELIMITED BY SIZE
                   INTO SELECTED-TEXT
               END-STRING
               DISPLAY SELECTED-TEXT
               WRITE SELECTED-TEXT BEFORE ADVANCING 1 LINE
           END-IF

           MOVE "====================" TO SELECTED-TEXT
           DISPLAY SELECTED-TEXT
           WRITE SELECTED-TEXT BEFORE ADVANCING 1 LINE
           END-IF
           CLOSE FILE-SALES.

      * Months closed by ChallengeCobolPeriodClose take nothing more :
      * find the last day closed (the latest "C" row) and the first
      * day of the open period after it.
       FIND-OPEN-PERIOD.
           MOVE 0 TO WS-CLOSED-THRU
           MOVE 'N' TO WS-PERIOD-EOF-SWITCH
           OPEN INPUT FILE-PERIOD
           EVALUATE TRUE
           WHEN WS-PERIOD-FILESTATUS = "35"
               CONTINUE
           WHEN WS-PERIOD-FILESTATUS = "00"
               PERFORM READ-PERIOD-RECORD THRU READ-PERIOD-EXIT
                   UNTIL WS-PERIOD-EOF
               CLOSE FILE-PERIOD
           WHEN OTHER
               DISPLAY "ERROR : " WS-PERIOD-FILESTATUS
           END-EVALUATE

           MOVE WS-CLOSED-THRU TO WS-OPEN-FROM
           IF WS-OPEN-MM = 12
               ADD 1 TO WS-OPEN-YYYY
               MOVE 1 TO WS-OPEN-MM
           ELSE
               ADD 1 TO WS-OPEN-MM
           END-IF
           MOVE 1 TO WS-OPEN-DD.

       READ-PERIOD-RECORD.
           READ FILE-PERIOD
               AT END
                   SET WS-PERIOD-EOF TO TRUE
                   GO TO READ-PERIOD-EXIT
           END-READ

           IF PD-CLOSED
               AND PD-THRU-DATE IS NUMERIC
               AND PD-THRU-DATE > WS-CLOSED-THRU
               MOVE PD-THRU-DATE TO WS-CLOSED-THRU
           END-IF.

       READ-PERIOD-EXIT.
           EXIT.

      * WS-POST-DATE moved out of a closed month into the open one.
       DATE-INTO-OPEN-PERIOD.
           IF WS-POST-DATE NOT > WS-CLOSED-THRU
               DISPLAY "Books closed through " WS-CLOSED-THRU
                   " - posting dated " WS-OPEN-FROM
               MOVE WS-OPEN-FROM TO WS-POST-DATE
           END-IF.

           END PROGRAM ChallengeCobolReturns.
