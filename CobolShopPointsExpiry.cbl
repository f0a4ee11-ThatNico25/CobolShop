      ******************************************************************
      * Author: Nicolas Poulin
      * Date: 5/26/2024 to ???
      * Purpose: Loyalty points expiry.  Lapses every customer's
      *          points that were earned before the expiry cutoff -
      *          the run date less LOYC-EXPIRY-MONTHS of loyctl.dat
      *          (twelve when the file does not say) - and have not
      *          been spent.  Redemptions and earlier lapses are
      *          taken to use up the oldest points first, so what
      *          lapses is the points earned before the cutoff (less
      *          what credit memos took back of them) beyond all the
      *          points ever redeemed or lapsed.  Each lapse is
      *          appended to loyl.dat as an "X" row valued at the
      *          average value the lapsed points were earned at, so
      *          the general-ledger export releases the liability it
      *          carried.  The as-of date keyed (today, or back-dated
      *          but never ahead) only sets the cutoff : the "X" rows
      *          are dated the day of the run, or the first day of
      *          the open period when that day falls in a month
      *          closed by ChallengeCobolPeriodClose (perd.dat,
      *          PERDREC.CPY), so a lapse never lands in a day the
      *          ledger export or a period close has already taken.
      *          A second run on the same day finds nothing left to
      *          lapse.  The run is listed on screen and in
      *          pointexp.txt in the data directory.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChallengeCobolPointsExpiry.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

           SELECT FILE-LOYALTY
           ASSIGN TO DYNAMIC WS-LOYALTY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-LOYALTY-FILESTATUS.

           SELECT FILE-LOYCTL
           ASSIGN TO DYNAMIC WS-LOYCTL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-LOYCTL-FILESTATUS.

           SELECT FILE-PERIOD
           ASSIGN TO DYNAMIC WS-PERIOD-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-PERIOD-FILESTATUS.

           SELECT FILE-REPORT
           ASSIGN TO DYNAMIC WS-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  FILE-LOYALTY.
           COPY "LOYLREC.CPY".

       FD  FILE-LOYCTL.
           COPY "LOYCREC.CPY".

       FD  FILE-PERIOD.
           COPY "PERDREC.CPY".

       FD  FILE-REPORT.
       01  REPORT-RECORD                       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LOYALTY-FILESTATUS               PIC X(02).
       01  WS-LOY-EOF-SWITCH                   PIC X(1)   VALUE 'N'.
           88 WS-LOY-EOF                                   VALUE 'Y'.
       01  WS-LOYCTL-FILESTATUS                PIC X(02).
       01  WS-REPORT-FILESTATUS                PIC X(02).

       01  WS-DATA-DIR                          PIC X(200) VALUE SPACES.
       01  WS-LOYALTY-PATH                      PIC X(250) VALUE SPACES.
       01  WS-LOYCTL-PATH                       PIC X(250) VALUE SPACES.
       01  WS-REPORT-PATH                       PIC X(250) VALUE SPACES.

       01  WS-ASK-DATE                          PIC X(8)   VALUE SPACES.
       01  WS-TODAY-DATE                        PIC 9(8)   VALUE ZERO.
       01  WS-AS-OF-DATE                        PIC 9(8)   VALUE ZERO.

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
       01  WS-EXPIRY-MONTHS                     PIC 9(3)   VALUE 12.

      * Expiry cutoff : points earned before this date lapse.  The
      * as-of date less the expiry months, the day pulled back to
      * the month end where the month is shorter.
       01  WS-CUTOFF-DATE                       PIC 9(8)   VALUE ZERO.
       01  WS-CUT-YEAR                          PIC 9(4)   VALUE ZERO.
       01  WS-CUT-MONTH                         PIC 9(2)   VALUE ZERO.
       01  WS-CUT-DAY                           PIC 9(2)   VALUE ZERO.
       01  WS-CUT-MONTHS                        PIC 9(6)   VALUE ZERO.
       01  WS-MONTH-END                         PIC 9(2)   VALUE ZERO.
       01  WS-LEAP-WORK                         PIC 9(4)   VALUE ZERO.
       01  WS-LEAP-REM-4                        PIC 9(4)   VALUE ZERO.
       01  WS-LEAP-REM-100                      PIC 9(4)   VALUE ZERO.
       01  WS-LEAP-REM-400                      PIC 9(4)   VALUE ZERO.

      * One entry per customer on the ledger : the balance, the
      * points (and their value) earned before the cutoff net of
      * takebacks, and every point redeemed or lapsed so far.
       01  WS-CUST-COUNT                        PIC 9(4)   VALUE ZERO.
       01  WS-CUST-TABLE.
           05 WS-CUST-ENTRY OCCURS 0 TO 1000 TIMES
              DEPENDING ON WS-CUST-COUNT.
               10 WS-CUST-ID                    PIC X(20).
               10 WS-CUST-BALANCE               PIC S9(7).
               10 WS-CUST-OLD-POINTS            PIC S9(7).
               10 WS-CUST-OLD-VALUE             PIC S9(7)V99.
               10 WS-CUST-USED-POINTS           PIC S9(7).
               10 WS-CUST-LAPSE-POINTS          PIC S9(7).
               10 WS-CUST-LAPSE-VALUE           PIC S9(7)V99.
       01  WS-CUST-INDEX                        PIC 9(4)   VALUE ZERO.
       01  WS-FOUND-INDEX                       PIC 9(4)   VALUE ZERO.
       01  WS-TABLE-FULL-SWITCH                 PIC X(1)   VALUE 'N'.
           88 WS-TABLE-FULL                                VALUE 'Y'.

       01  WS-LAPSED-COUNT                      PIC 9(4)   VALUE ZERO.
       01  WS-TOTAL-LAPSE-POINTS                PIC S9(9)  VALUE ZERO.
       01  WS-TOTAL-LAPSE-VALUE                 PIC S9(7)V99
                                                           VALUE ZERO.

       01  WS-REPORT-LINE                       PIC X(80)  VALUE SPACES.
       01  WS-POINTS-PRINT                      PIC Z(6)9-.
       01  WS-POINTS-PRINT-2                    PIC Z(6)9-.
       01  WS-POINTS-PRINT-3                    PIC Z(6)9-.
       01  WS-TOTAL-POINTS-PRINT                PIC Z(8)9-.
       01  WS-MONEY-PRINT                       PIC $$$$$$$9.99-.
       01  WS-COUNT-PRINT                       PIC ZZZ9.
       01  WS-MONTHS-PRINT                      PIC ZZ9.

       PROCEDURE DIVISION.
           DISPLAY "Loyalty points expiry"

           PERFORM SET-FILE-PATHS
           PERFORM LOAD-LOYALTY-CONTROL

      * A lapse is a permanent ledger row, so the as-of date may be
      * back-dated but never keyed ahead of today - a later date
      * would move the cutoff forward and lapse points still valid.
      * Either way the rows are posted today (WS-POST-DATE).
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO WS-POST-DATE
           DISPLAY "Expire as of (YYYYMMDD, blank = today) : "
           ACCEPT WS-ASK-DATE
           IF WS-ASK-DATE = SPACES
               MOVE WS-TODAY-DATE TO WS-AS-OF-DATE
           ELSE
               IF WS-ASK-DATE IS NOT NUMERIC
                   DISPLAY "Invalid date : " WS-ASK-DATE
                   GO TO CLOSE-PROGRAM
               END-IF
               IF WS-ASK-DATE > WS-TODAY-DATE
                   DISPLAY "Date cannot be after today"
                   GO TO CLOSE-PROGRAM
               END-IF
               MOVE WS-ASK-DATE TO WS-AS-OF-DATE
           END-IF

           PERFORM COMPUTE-EXPIRY-CUTOFF
           MOVE WS-EXPIRY-MONTHS TO WS-MONTHS-PRINT
           DISPLAY "Points earned before " WS-CUTOFF-DATE
               " (" WS-MONTHS-PRINT " months) lapse"

           MOVE 'N' TO WS-LOY-EOF-SWITCH
           OPEN INPUT FILE-LOYALTY
           EVALUATE TRUE
           WHEN WS-LOYALTY-FILESTATUS = "35"
               DISPLAY "No points ledger on file - nothing to lapse"
               GO TO CLOSE-PROGRAM
           WHEN WS-LOYALTY-FILESTATUS = "00"
               PERFORM READ-LOYALTY-RECORD THRU READ-LOYALTY-EXIT
                   UNTIL WS-LOY-EOF
               CLOSE FILE-LOYALTY
           WHEN OTHER
               DISPLAY "ERROR : " WS-LOYALTY-FILESTATUS
               GO TO CLOSE-PROGRAM
           END-EVALUATE

           IF WS-TABLE-FULL
               DISPLAY "ERROR : more than 1000 customers on the"
                   " points ledger - nothing lapsed"
               GO TO CLOSE-PROGRAM
           END-IF

           PERFORM VARYING WS-CUST-INDEX FROM 1 BY 1
               UNTIL WS-CUST-INDEX > WS-CUST-COUNT
               PERFORM WORK-OUT-LAPSE
           END-PERFORM

           IF WS-LAPSED-COUNT > 0
               PERFORM FIND-OPEN-PERIOD
               PERFORM DATE-INTO-OPEN-PERIOD
               PERFORM POST-LAPSED-POINTS
           END-IF

           PERFORM PRINT-EXPIRY-REPORT.

       CLOSE-PROGRAM.
           STOP RUN.

       SET-FILE-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "CBLSHOP_DATA_DIR"
           IF WS-DATA-DIR = SPACES
               MOVE "." TO WS-DATA-DIR
           END-IF

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/loyl.dat"        DELIMITED BY SIZE
               INTO WS-LOYALTY-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/loyctl.dat"      DELIMITED BY SIZE
               INTO WS-LOYCTL-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/pointexp.txt"    DELIMITED BY SIZE
               INTO WS-REPORT-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/perd.dat"        DELIMITED BY SIZE
               INTO WS-PERIOD-PATH
           END-STRING.

       LOAD-LOYALTY-CONTROL.
           OPEN INPUT FILE-LOYCTL
           EVALUATE TRUE
           WHEN WS-LOYCTL-FILESTATUS = "35"
               CONTINUE
           WHEN WS-LOYCTL-FILESTATUS = "00"
               READ FILE-LOYCTL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LOYC-EXPIRY-MONTHS IS NUMERIC
                           AND LOYC-EXPIRY-MONTHS NOT = 0
                           MOVE LOYC-EXPIRY-MONTHS
                               TO WS-EXPIRY-MONTHS
                       END-IF
               END-READ
               CLOSE FILE-LOYCTL
           WHEN OTHER
               DISPLAY "ERROR : " WS-LOYCTL-FILESTATUS
           END-EVALUATE.

      * The as-of date less WS-EXPIRY-MONTHS whole months.  The
      * months are counted from year zero so the subtraction can
      * cross any number of year ends, then split back into year
      * and month.
       COMPUTE-EXPIRY-CUTOFF.
           MOVE WS-AS-OF-DATE(1:4) TO WS-CUT-YEAR
           MOVE WS-AS-OF-DATE(5:2) TO WS-CUT-MONTH
           MOVE WS-AS-OF-DATE(7:2) TO WS-CUT-DAY
           COMPUTE WS-CUT-MONTHS =
               WS-CUT-YEAR * 12 + WS-CUT-MONTH - 1 - WS-EXPIRY-MONTHS
           DIVIDE WS-CUT-MONTHS BY 12
               GIVING WS-CUT-YEAR REMAINDER WS-CUT-MONTH
           ADD 1 TO WS-CUT-MONTH

           EVALUATE WS-CUT-MONTH
           WHEN 2
               DIVIDE WS-CUT-YEAR BY 4
                   GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM-4
               DIVIDE WS-CUT-YEAR BY 100
                   GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM-100
               DIVIDE WS-CUT-YEAR BY 400
                   GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = 0
                   AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
                   MOVE 29 TO WS-MONTH-END
               ELSE
                   MOVE 28 TO WS-MONTH-END
               END-IF
           WHEN 4
           WHEN 6
           WHEN 9
           WHEN 11
               MOVE 30 TO WS-MONTH-END
           WHEN OTHER
               MOVE 31 TO WS-MONTH-END
           END-EVALUATE
           IF WS-CUT-DAY > WS-MONTH-END
               MOVE WS-MONTH-END TO WS-CUT-DAY
           END-IF

           COMPUTE WS-CUTOFF-DATE =
               WS-CUT-YEAR * 10000 + WS-CUT-MONTH * 100 + WS-CUT-DAY.

       READ-LOYALTY-RECORD.
           READ FILE-LOYALTY
               AT END
                   SET WS-LOY-EOF TO TRUE
                   GO TO READ-LOYALTY-EXIT
           END-READ

           IF LOY-CUSTOMER-ID = SPACES
               OR LOY-POINTS IS NOT NUMERIC
               GO TO READ-LOYALTY-EXIT
           END-IF

           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING WS-CUST-INDEX FROM 1 BY 1
               UNTIL WS-CUST-INDEX > WS-CUST-COUNT
                  OR WS-FOUND-INDEX > 0
               IF WS-CUST-ID(WS-CUST-INDEX) = LOY-CUSTOMER-ID
                   MOVE WS-CUST-INDEX TO WS-FOUND-INDEX
               END-IF
           END-PERFORM

           IF WS-FOUND-INDEX = 0
               IF WS-CUST-COUNT NOT < 1000
                   SET WS-TABLE-FULL TO TRUE
                   GO TO READ-LOYALTY-EXIT
               END-IF
               ADD 1 TO WS-CUST-COUNT
               MOVE WS-CUST-COUNT TO WS-FOUND-INDEX
               MOVE LOY-CUSTOMER-ID TO WS-CUST-ID(WS-FOUND-INDEX)
               MOVE 0 TO WS-CUST-BALANCE(WS-FOUND-INDEX)
               MOVE 0 TO WS-CUST-OLD-POINTS(WS-FOUND-INDEX)
               MOVE 0 TO WS-CUST-OLD-VALUE(WS-FOUND-INDEX)
               MOVE 0 TO WS-CUST-USED-POINTS(WS-FOUND-INDEX)
               MOVE 0 TO WS-CUST-LAPSE-POINTS(WS-FOUND-INDEX)
               MOVE 0 TO WS-CUST-LAPSE-VALUE(WS-FOUND-INDEX)
           END-IF

           ADD LOY-POINTS TO WS-CUST-BALANCE(WS-FOUND-INDEX)
           EVALUATE TRUE
           WHEN LOY-EARNED
           WHEN LOY-TAKEN-BACK
               IF LOY-EARN-DATE IS NUMERIC
                   AND LOY-EARN-DATE < WS-CUTOFF-DATE
                   ADD LOY-POINTS TO WS-CUST-OLD-POINTS(WS-FOUND-INDEX)
                   IF LOY-VALUE IS NUMERIC
                       ADD LOY-VALUE
                           TO WS-CUST-OLD-VALUE(WS-FOUND-INDEX)
                   END-IF
               END-IF
           WHEN OTHER
               SUBTRACT LOY-POINTS
                   FROM WS-CUST-USED-POINTS(WS-FOUND-INDEX)
           END-EVALUATE.

       READ-LOYALTY-EXIT.
           EXIT.

      * Whatever of the old points the redemptions and lapses so far
      * have not used up lapses now, valued at the average value
      * the old points were earned at.
       WORK-OUT-LAPSE.
           COMPUTE WS-CUST-LAPSE-POINTS(WS-CUST-INDEX) =
               WS-CUST-OLD-POINTS(WS-CUST-INDEX)
                   - WS-CUST-USED-POINTS(WS-CUST-INDEX)
           IF WS-CUST-LAPSE-POINTS(WS-CUST-INDEX) > 0
               COMPUTE WS-CUST-LAPSE-VALUE(WS-CUST-INDEX) ROUNDED =
                   WS-CUST-OLD-VALUE(WS-CUST-INDEX)
                       * WS-CUST-LAPSE-POINTS(WS-CUST-INDEX)
                       / WS-CUST-OLD-POINTS(WS-CUST-INDEX)
               ADD 1 TO WS-LAPSED-COUNT
               ADD WS-CUST-LAPSE-POINTS(WS-CUST-INDEX)
                   TO WS-TOTAL-LAPSE-POINTS
               ADD WS-CUST-LAPSE-VALUE(WS-CUST-INDEX)
                   TO WS-TOTAL-LAPSE-VALUE
           ELSE
               MOVE 0 TO WS-CUST-LAPSE-POINTS(WS-CUST-INDEX)
               MOVE 0 TO WS-CUST-LAPSE-VALUE(WS-CUST-INDEX)
           END-IF.

       POST-LAPSED-POINTS.
           OPEN EXTEND FILE-LOYALTY
           IF WS-LOYALTY-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-LOYALTY-FILESTATUS
               DISPLAY "ALERT : lapsed points not posted"
               MOVE 0 TO WS-LAPSED-COUNT
               MOVE 0 TO WS-TOTAL-LAPSE-POINTS
               MOVE 0 TO WS-TOTAL-LAPSE-VALUE
           ELSE
               PERFORM VARYING WS-CUST-INDEX FROM 1 BY 1
                   UNTIL WS-CUST-INDEX > WS-CUST-COUNT
                   IF WS-CUST-LAPSE-POINTS(WS-CUST-INDEX) > 0
                       MOVE SPACES TO FILE-LOYALTY-OBJ
                       MOVE WS-CUST-ID(WS-CUST-INDEX)
                           TO LOY-CUSTOMER-ID
                       MOVE "X" TO LOY-TYPE
                       MOVE WS-POST-DATE TO LOY-DATE
                       MOVE 0 TO LOY-DOCUMENT
                       MOVE 0 TO LOY-INVOICE
                       MOVE 0 TO LOY-EARN-DATE
                       COMPUTE LOY-POINTS =
                           0 - WS-CUST-LAPSE-POINTS(WS-CUST-INDEX)
                       COMPUTE LOY-VALUE =
                           0 - WS-CUST-LAPSE-VALUE(WS-CUST-INDEX)
                       WRITE FILE-LOYALTY-OBJ
                       IF WS-LOYALTY-FILESTATUS NOT = "00"
                           DISPLAY "ERROR : " WS-LOYALTY-FILESTATUS
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FILE-LOYALTY
           END-IF.

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

       PRINT-EXPIRY-REPORT.
           OPEN OUTPUT FILE-REPORT
           IF WS-REPORT-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-REPORT-FILESTATUS
               GO TO CLOSE-PROGRAM
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING "LOYALTY POINTS EXPIRY  as of " DELIMITED BY SIZE
                  WS-AS-OF-DATE            DELIMITED BY SIZE
                  "  earned before "       DELIMITED BY SIZE
                  WS-CUTOFF-DATE           DELIMITED BY SIZE
                  "  posted "              DELIMITED BY SIZE
                  WS-POST-DATE             DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PRINT-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE "  Customer                Balance   Lapsed  Balance"
               TO WS-REPORT-LINE
           MOVE "Value" TO WS-REPORT-LINE(62:5)
           PERFORM PRINT-REPORT-LINE

           PERFORM VARYING WS-CUST-INDEX FROM 1 BY 1
               UNTIL WS-CUST-INDEX > WS-CUST-COUNT
               IF WS-CUST-LAPSE-POINTS(WS-CUST-INDEX) > 0
                   MOVE WS-CUST-BALANCE(WS-CUST-INDEX)
                       TO WS-POINTS-PRINT
                   MOVE WS-CUST-LAPSE-POINTS(WS-CUST-INDEX)
                       TO WS-POINTS-PRINT-2
                   COMPUTE WS-POINTS-PRINT-3 =
                       WS-CUST-BALANCE(WS-CUST-INDEX)
                           - WS-CUST-LAPSE-POINTS(WS-CUST-INDEX)
                   MOVE WS-CUST-LAPSE-VALUE(WS-CUST-INDEX)
                       TO WS-MONEY-PRINT
                   MOVE SPACES TO WS-REPORT-LINE
                   MOVE WS-CUST-ID(WS-CUST-INDEX)
                       TO WS-REPORT-LINE(3:20)
                   MOVE WS-POINTS-PRINT TO WS-REPORT-LINE(25:8)
                   MOVE WS-POINTS-PRINT-2 TO WS-REPORT-LINE(34:8)
                   MOVE WS-POINTS-PRINT-3 TO WS-REPORT-LINE(43:8)
                   MOVE WS-MONEY-PRINT TO WS-REPORT-LINE(55:12)
                   PERFORM PRINT-REPORT-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE WS-LAPSED-COUNT TO WS-COUNT-PRINT
           MOVE WS-TOTAL-LAPSE-POINTS TO WS-TOTAL-POINTS-PRINT
           MOVE WS-TOTAL-LAPSE-VALUE TO WS-MONEY-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Customers lapsed : " DELIMITED BY SIZE
                  WS-COUNT-PRINT          DELIMITED BY SIZE
                  "  Points : "           DELIMITED BY SIZE
                  WS-TOTAL-POINTS-PRINT   DELIMITED BY SIZE
                  "  Value : "            DELIMITED BY SIZE
                  WS-MONEY-PRINT          DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PRINT-REPORT-LINE

           CLOSE FILE-REPORT
           DISPLAY SPACE
           DISPLAY "Report written to " WS-REPORT-PATH.

       PRINT-REPORT-LINE.
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD BEFORE ADVANCING 1 LINE.

           END PROGRAM ChallengeCobolPointsExpiry.
