      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
      *   ONE ROW PER INTERNATIONAL PAYMENT, KEYED BY ITS PAYMENT      *00070000
      *   REFERENCE.  INTLPAY WRITES THE ROW PENDING ONCE THE PAYING   *00080000
      *   ACCOUNT HAS BEEN DEBITED; THE NIGHTLY INTLSEND BATCH CUTS    *00090000
      *   THE OUTBOUND MESSAGE AND THE PAYSTAT SENT ROW AND MARKS IT   *00100000
      *   SENT; PAYACK MARKS IT RETURNED WHEN THE PAYMENT BOUNCES,     *00110000
      *   RECORDING THE AMOUNT RE-CREDITED AND THE RATE USED.  ALL     *00120000
      *   RATES ARE UNITS OF THE ACCOUNT CURRENCY PER ONE UNIT OF THE  *00130000
      *   PAYMENT CURRENCY.                                            *00140000
           03 INTLREG-RECORD.                                           00150000
              05 INTLREG-EYECATCHER               PIC X(4).             00160000
                 88 INTLREG-EYECATCHER-VALUE       VALUE 'INTL'.        00170000
              05 INTLREG-KEY.                                           00180000
                 07 INTLREG-REFERENCE             PIC X(20).            00190000
              05 INTLREG-SORTCODE                 PIC 9(6) DISPLAY.     00200000
              05 INTLREG-ACCOUNT                  PIC 9(8) DISPLAY.     00210000
              05 INTLREG-CUSTOMER                 PIC 9(10) DISPLAY.    00220000
              05 INTLREG-ORDERING-NAME            PIC X(35).            00230000
              05 INTLREG-BENEF-IBAN               PIC X(34).            00240000
              05 INTLREG-BENEF-BIC                PIC X(11).            00250000
              05 INTLREG-BENEF-NAME               PIC X(35).            00260000
              05 INTLREG-REMIT-INFO               PIC X(35).            00270000
      *   THE AMOUNT THE CUSTOMER ASKED TO SEND, AND THE AMOUNT        *00280000
      *   ACTUALLY SENT - LOWER ONLY UNDER BEN, WHERE OUR CHARGE       *00290000
      *   COMES OUT OF THE PAYMENT.  BOTH IN THE PAYMENT CURRENCY.     *00300000
              05 INTLREG-PAY-CURRENCY             PIC X(3).             00310000
              05 INTLREG-PAY-AMOUNT               PIC S9(10)V99.        00320000
              05 INTLREG-SENT-AMOUNT              PIC S9(10)V99.        00330000
              05 INTLREG-CHARGE-OPTION            PIC X(3).             00340000
                 88 INTLREG-CHARGES-OUR             VALUE 'OUR'.        00350000
                 88 INTLREG-CHARGES-SHARED          VALUE 'SHA'.        00360000
                 88 INTLREG-CHARGES-BEN             VALUE 'BEN'.        00370000
      *   WHAT LEFT THE PAYING ACCOUNT, IN ITS OWN CURRENCY : THE      *00380000
      *   AMOUNT SENT AT THE DEALING RATE (PDR) AND OUR CHARGE         *00390000
      *   (FEE), TAKEN ON TOP UNDER OUR OR SHA AND OUT OF THE          *00400000
      *   CONVERTED PAYMENT UNDER BEN.                                 *00410000
              05 INTLREG-ACCT-CURRENCY            PIC X(3).             00420000
              05 INTLREG-DEAL-RATE                PIC 9(5)V9(6).        00430000
              05 INTLREG-MARGIN-PCT               PIC 9(3)V9(4).        00440000
              05 INTLREG-DEBIT-AMOUNT             PIC S9(10)V99.        00450000
              05 INTLREG-CHARGE-AMOUNT            PIC S9(8)V99.         00460000
              05 INTLREG-CAPTURED-DATE            PIC 9(8).             00470000
              05 INTLREG-CAPTURED-TIME            PIC 9(6).             00480000
              05 INTLREG-STATUS-FLAG              PIC X.                00490000
                 88 INTLREG-PENDING                 VALUE 'P'.          00500000
                 88 INTLREG-SENT                    VALUE 'S'.          00510000
                 88 INTLREG-RETURNED                VALUE 'R'.          00520000
              05 INTLREG-STATUS-DATE              PIC 9(8).             00530000
              05 INTLREG-RECREDIT-AMOUNT          PIC S9(10)V99.        00540000
              05 INTLREG-RECREDIT-RATE            PIC 9(5)V9(6).        00550000
              05 FILLER                           PIC X(20).            00560000
