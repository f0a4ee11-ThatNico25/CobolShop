      ******************************************************************
      * Shared layout for an oper.dat row - the operator master.
      * Maintained by ChallengeCobolOperators and read at sign-on by
      * every program that changes the shop's files, so the name on
      * an audit.dat row is somebody who actually keyed a password
      * instead of whatever initials were typed.  OPER-ID is the
      * same 10 characters as AUD-OPERATOR in AUDREC.CPY.
      * OPER-ROLE decides which menu options the operator is
      * offered :
      *   C  clerk       - day-to-day work : receiving, stock counts,
      *                    customer details, looking up promotions.
      *   S  supervisor  - clerk work plus anything that sets a
      *                    price, a unit cost or an on-hand figure
      *                    outright (adding, correcting, retiring
      *                    catalog items, stock overwrites,
      *                    promotions), credit limits,
      *                    stock-take posting and payment posting.
      *   M  manager     - everything, including the operator
      *                    master itself.
      * A failed sign-on or an option refused for the role is
      * appended to audit.dat (AUD-FILE OPERATOR) so it can be
      * looked up in ChallengeCobolAuditView.
      ******************************************************************
       01  FILE-OPERATOR-OBJ.
           05 OPER-ID                          PIC X(10).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 OPER-NAME                        PIC X(30).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 OPER-PASSWORD                    PIC X(10).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 OPER-ROLE                        PIC X(1).
              88 OPER-CLERK                               VALUE "C".
              88 OPER-SUPERVISOR                          VALUE "S".
              88 OPER-MANAGER                             VALUE "M".
