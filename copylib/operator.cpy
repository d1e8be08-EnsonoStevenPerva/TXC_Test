      *   THREE-CHARACTER OPERATOR ID (CASHTXN, STPCHQ, DSPMNT,        *00110000
      *   TXNREV, ODFMAINT) VALIDATES IT HERE, SO LOCKING A LEAVER'S   *00120000
      *   ROW LOCKS THE ID EVERYWHERE AT ONCE.  A ZERO MONEY LIMIT     *00130000
      *   MEANS THAT LIMIT IS NOT SET.  THE PAY-RELEASE LIMIT IS THE   *00134000
      *   EXCEPTION - IT IS AN ENTITLEMENT RATHER THAN A CEILING, SO   *00138000
      *   ZERO MEANS THE OPERATOR CANNOT RELEASE HELD PAYMENTS AT ALL  *00142000
      *   (HVREL).                                                     *00146000
              05 OPERATOR-KEY.                                          00150000
                 07 OPERATOR-ID                   PIC X(3).             00160000
              05 OPERATOR-NAME                    PIC X(35).            00170000
                 88 OPERATOR-LOCKED                 VALUE 'L'.          00280000
              05 OPERATOR-CREATED-DATE            PIC 9(8).             00290000
              05 OPERATOR-LOCKED-DATE             PIC 9(8).             00300000
              05 OPERATOR-PAY-RELEASE-LIMIT       PIC S9(10)V99.        00300100
      *   THE OPERATOR'S OWN CUSTOMER RECORD, WHERE THE OPERATOR BANKS *00300200
      *   WITH US (ZERO IF NOT).  ACCOUNTS AND CUSTOMERS THE OPERATOR  *00300300
      *   IS CONNECTED TO - JOINT ACCOUNTS, FAMILY, HOUSEHOLD AND      *00300400
      *   BUSINESS INTERESTS - ARE DECLARED ON THE STAFFCON REGISTER.  *00300500
      *   SODSCAN CHECKS THE OPERATOR'S WORK AGAINST BOTH.             *00300600
              05 OPERATOR-CUSTOMER-SORTCODE       PIC 9(6) DISPLAY.     00300700
              05 OPERATOR-CUSTOMER-NUMBER         PIC 9(10) DISPLAY.    00300800
