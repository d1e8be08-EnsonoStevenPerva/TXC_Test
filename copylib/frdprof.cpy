      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
           03 FRDPROF-RECORD.                                           00070000
              05 FRDPROF-EYECATCHER               PIC X(4).             00080000
                 88 FRDPROF-EYECATCHER-VALUE       VALUE 'FPRF'.        00090000
      *   ONE ROW PER CUSTOMER HOLDING THE RUNNING SHAPE OF THEIR      *00100000
      *   ONLINE PAYMENTS, SO FRDSCORE CAN TELL AN AMOUNT FAR ABOVE    *00110000
      *   THE CUSTOMER'S USUAL.  ONLY PAYMENTS THE SCORER ALLOWED      *00120000
      *   ARE ADDED; A ROW IS STARTED ON THE CUSTOMER'S FIRST ONE.     *00130000
              05 FRDPROF-KEY.                                           00140000
                 07 FRDPROF-SORTCODE              PIC 9(6) DISPLAY.     00150000
                 07 FRDPROF-CUSTOMER              PIC 9(10) DISPLAY.    00160000
              05 FRDPROF-PAYMENT-COUNT            PIC 9(7).             00170000
              05 FRDPROF-PAYMENT-TOTAL            PIC S9(13)V99.        00180000
              05 FRDPROF-LARGEST-PAYMENT          PIC S9(10)V99.        00190000
              05 FRDPROF-LAST-PAYMENT-DATE        PIC 9(8).             00200000
              05 FILLER                           PIC X(20).            00210000
