      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
           03 SDBOX-RECORD.                                             00070000
              05 SDBOX-EYECATCHER                 PIC X(4).             00080000
                 88 SDBOX-EYECATCHER-VALUE         VALUE 'SDBX'.        00090000
      *   THE SAFE-DEPOSIT BOX REGISTER - ONE ROW PER BOX PER SORT     *00100000
      *   CODE, MAINTAINED BY SDBMNT.  A LET BOX NAMES THE RENTING     *00110000
      *   CUSTOMER, UP TO TWO FURTHER KEY HOLDERS (ALSO CUSTOMERS OF   *00120000
      *   THE BRANCH, SO EACH VISITOR CAN BE IDENTIFIED) AND THE       *00130000
      *   ACCOUNT AT THE SAME BRANCH THE ANNUAL RENTAL IS TAKEN FROM.  *00140000
              05 SDBOX-KEY.                                             00150000
                 07 SDBOX-SORTCODE                PIC 9(6) DISPLAY.     00160000
                 07 SDBOX-NUMBER                  PIC 9(6) DISPLAY.     00170000
              05 SDBOX-SIZE                       PIC X.                00180000
                 88 SDBOX-SIZE-SMALL                VALUE 'S'.          00190000
                 88 SDBOX-SIZE-MEDIUM               VALUE 'M'.          00200000
                 88 SDBOX-SIZE-LARGE                VALUE 'L'.          00210000
                 88 SDBOX-SIZE-VALID                VALUE 'S' 'M' 'L'.  00220000
              05 SDBOX-STATUS                     PIC X.                00230000
                 88 SDBOX-VACANT                    VALUE 'V'.          00240000
                 88 SDBOX-LET                       VALUE 'L'.          00250000
              05 SDBOX-CUSTOMER-NUMBER            PIC 9(10) DISPLAY.    00260000
              05 SDBOX-KEYHOLDER-COUNT            PIC 9.                00270000
              05 SDBOX-KH-CUSTOMER                PIC 9(10) DISPLAY     00280000
                                                  OCCURS 2 TIMES.       00290000
              05 SDBOX-RENT-START-DATE            PIC 9(8).             00300000
      *   THE RENTAL AGREED WHEN THE BOX WAS LET - THE SCHEDULE'S      *00310000
      *   STANDARD RENTAL FOR THE BOX SIZE (FEESCHED EVENT SDB)        *00320000
      *   UNLESS ANOTHER FIGURE WAS AGREED.                            *00330000
              05 SDBOX-ANNUAL-RENTAL              PIC 9(8)V99.          00340000
              05 SDBOX-RENTAL-ACCOUNT             PIC 9(8) DISPLAY.     00350000
      *   THE DATE THE NEXT YEAR'S RENTAL FALLS DUE - THE RENTAL       *00360000
      *   START DATE ON LETTING, THEN EACH ANNIVERSARY.  FEECHG        *00370000
      *   RAISES THE RENTAL IN THE MONTH IT FALLS DUE; WHAT THE        *00380000
      *   RENTAL ACCOUNT CANNOT PAY IS CARRIED AS ARREARS, RETRIED     *00390000
      *   EACH MONTH AND LISTED BY SDBARR.                             *00400000
              05 SDBOX-NEXT-DUE-DATE              PIC 9(8).             00410000
              05 SDBOX-NEXT-DUE-GROUP                                   00420000
                 REDEFINES SDBOX-NEXT-DUE-DATE.                         00430000
                 07 SDBOX-NEXT-DUE-YYYY           PIC 9999.             00440000
                 07 SDBOX-NEXT-DUE-MM             PIC 99.               00450000
                 07 SDBOX-NEXT-DUE-DD             PIC 99.               00460000
              05 SDBOX-ARREARS-AMOUNT             PIC 9(8)V99.          00470000
              05 SDBOX-ARREARS-SINCE              PIC 9(8).             00480000
              05 SDBOX-LAST-OPENED-DATE           PIC 9(8).             00490000
              05 FILLER                           PIC X(20).            00500000
