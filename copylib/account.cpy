              05 ACCOUNT-CURRENCY                  PIC X(3).            00377000
                 88 ACCOUNT-IN-STERLING            VALUE 'GBP'          00378000
                                                         SPACES.        00379000
      *   RAISED BY ONE EVERY TIME THE ACCOUNT'S STATUS IS CHANGED.    *00379100
      *   POSTINGS MOVE THE BALANCE, NOT THE STAMP.  INQACC HANDS IT   *00379200
      *   OUT AND ACCTSTAT REFUSES A STATUS CHANGE THAT COMES BACK     *00379300
      *   WITH A DIFFERENT ONE, LOGGING THE REFUSAL ON UPDCONF.        *00379400
              05 ACCOUNT-VERSION                   PIC 9(8).            00379500
