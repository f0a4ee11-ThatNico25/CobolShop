      * before these fields existed are shorter and read back as
      * spaces here, so loaders must treat a non-numeric value as
      * zero.
      * CUST-HOLD is the credit hold : "Y" once
      * ChallengeCobolAging finds an on-account item older than the
      * hold threshold, cleared when a later run finds the old items
      * paid (or at once by ChallengeCobolPayments when a payment
      * clears the whole balance).  While it is set the on-account
      * tender is refused at checkout and by the order import.
      * Every program that writes cust.dat back must carry it
      * through; older rows read back as a space, which is not on
      * hold.
      ******************************************************************
       01  FILE-CUSTOMER-OBJ.
           05 CUST-ID                          PIC X(20).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 CUST-BALANCE                     PIC S9(7)V99
                                               SIGN LEADING SEPARATE.
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 CUST-HOLD                        PIC X(1).
              88 CUST-ON-HOLD                             VALUE "Y".
