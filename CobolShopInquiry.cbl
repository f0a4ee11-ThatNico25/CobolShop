      *          the ctrl.dat next-invoice-number file when missing,
      *          since the shop's fallback numbering scan only sees
      *          the live file.
      * Modifications:
      *   - Period close : once ChallengeCobolPeriodClose has closed
      *     a month (perd.dat, PERDREC.CPY), archiving may not reach
      *     past the last day closed, so no open month is ever left
      *     half in the archive.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-CTRL-FILESTATUS.

           SELECT FILE-PERIOD
           ASSIGN TO DYNAMIC WS-PERIOD-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-PERIOD-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       01  CTRL-RECORD.
           05 CTRL-NEXT-INVOICE                PIC 9(5).

       FD  FILE-PERIOD.
           COPY "PERDREC.CPY".

       WORKING-STORAGE SECTION.
       01  WS-SALES-FILESTATUS                 PIC X(02).
       01  WS-TEXT-IN-FILESTATUS               PIC X(02).
       01  WS-CARRY-SWITCH                      PIC X(1)   VALUE 'N'.
           88 WS-CARRY-SET                                 VALUE 'Y'.

      * Period close : the books are closed through WS-CLOSED-THRU,
      * the latest "C" row in perd.dat.
       01  WS-PERIOD-FILESTATUS                 PIC X(02).
       01  WS-PERIOD-PATH                       PIC X(250) VALUE SPACES.
       01  WS-PERIOD-EOF-SWITCH                 PIC X(1)   VALUE 'N'.
           88 WS-PERIOD-EOF                                VALUE 'Y'.
       01  WS-CLOSED-THRU                       PIC 9(8)   VALUE ZERO.

       PROCEDURE DIVISION.
           DISPLAY "Invoice inquiry"
           PERFORM SET-FILE-PATHS
           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/ctrl.dat"        DELIMITED BY SIZE
               INTO WS-CTRL-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/perd.dat"        DELIMITED BY SIZE
               INTO WS-PERIOD-PATH
           END-STRING.

       SHOW-MENU.
       ARCHIVE-PERIOD.
           DISPLAY "Archive through date (YYYYMMDD) : "
           ACCEPT WS-CUTOFF-DATE
           PERFORM FIND-CLOSED-THRU
      * Once months are being closed, only closed months go to the
      * archive : a cutoff inside the open period would split it.
           EVALUATE TRUE
           WHEN WS-CUTOFF-DATE = SPACES
               DISPLAY "A cutoff date is required"
           WHEN WS-CLOSED-THRU NOT = 0
               AND (WS-CUTOFF-DATE IS NOT NUMERIC
                    OR WS-CUTOFF-DATE > WS-CLOSED-THRU)
               DISPLAY "ALERT : the books are closed through "
                   WS-CLOSED-THRU " - archive no further than that"
           WHEN OTHER
               MOVE 0 TO WS-MAX-INVOICE
               PERFORM ARCHIVE-SALES-FILE
               PERFORM ARCHIVE-INVOICE-FILE
               PERFORM ENSURE-CONTROL-FILE THRU ENSURE-CONTROL-EXIT
           END-EVALUATE.

      * The last day closed by ChallengeCobolPeriodClose, zero while
      * no month has been closed.
       FIND-CLOSED-THRU.
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
           END-EVALUATE.

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

       ARCHIVE-SALES-FILE.
           MOVE 0 TO WS-ARCHIVED-COUNT
           MOVE 0 TO WS-KEPT-COUNT
