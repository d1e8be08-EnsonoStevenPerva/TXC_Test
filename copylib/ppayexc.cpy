      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
           03 PPAYEXC-RECORD.                                           00070000
              05 PPAYEXC-EYECATCHER               PIC X(4).             00080000
                 88 PPAYEXC-EYECATCHER-VALUE       VALUE 'PPEX'.        00090000
      *   A CHEQUE PRESENTED ON A POSITIVE-PAY ACCOUNT THAT DID NOT    *00100000
      *   MATCH THE CUSTOMER'S ISSUED-CHEQUE REGISTER (PPAYISS).       *00110000
      *   CHQCLR HOLDS IT HERE UNPAID - NOTHING IS DEBITED - AND       *00120000
      *   THE CUSTOMER DECIDES PAY OR RETURN THROUGH PPAYDEC BEFORE    *00130000
      *   THE CUT-OFF DATE.  PPAYCUT ACTS ON THE DECISION AT THE       *00140000
      *   CUT-OFF; AN ITEM STILL UNDECIDED IS RETURNED BY DEFAULT.     *00150000
              05 PPAYEXC-KEY.                                           00160000
                 07 PPAYEXC-SORTCODE              PIC 9(6) DISPLAY.     00170000
                 07 PPAYEXC-ACCOUNT               PIC 9(8) DISPLAY.     00180000
                 07 PPAYEXC-SERIAL                PIC 9(10) DISPLAY.    00190000
              05 PPAYEXC-CUSTOMER                 PIC 9(10) DISPLAY.    00200000
              05 PPAYEXC-AMOUNT                   PIC S9(10)V99.        00210000
      *   THE REGISTER'S AMOUNT AND ISSUE DATE, ZERO WHEN UNLISTED.    *00220000
              05 PPAYEXC-ISSUED-AMOUNT            PIC S9(10)V99.        00230000
              05 PPAYEXC-ISSUE-DATE               PIC 9(8).             00240000
              05 PPAYEXC-COUNTERPARTY-SORTCODE    PIC 9(6) DISPLAY.     00250000
              05 PPAYEXC-COUNTERPARTY-ACCOUNT     PIC 9(8) DISPLAY.     00260000
              05 PPAYEXC-CLEARING-DATE            PIC 9(8).             00270000
              05 PPAYEXC-REASON                   PIC X.                00280000
                 88 PPAYEXC-UNLISTED                VALUE 'U'.          00290000
                 88 PPAYEXC-AMOUNT-MISMATCH         VALUE 'A'.          00300000
                 88 PPAYEXC-BEFORE-ISSUE            VALUE 'D'.          00310000
                 88 PPAYEXC-LISTING-VOIDED          VALUE 'V'.          00320000
              05 PPAYEXC-HELD-DATE                PIC 9(8).             00340000
              05 PPAYEXC-CUTOFF-DATE              PIC 9(8).             00350000
              05 PPAYEXC-DECISION                 PIC X.                00360000
                 88 PPAYEXC-UNDECIDED               VALUE SPACE.        00370000
                 88 PPAYEXC-DECIDED-PAY             VALUE 'P'.          00380000
                 88 PPAYEXC-DECIDED-RETURN          VALUE 'R'.          00390000
              05 PPAYEXC-DECIDED-DATE             PIC 9(8).             00400000
              05 PPAYEXC-DECIDED-TIME             PIC 9(6).             00410000
              05 PPAYEXC-STATUS-FLAG              PIC X.                00420000
                 88 PPAYEXC-WAITING                 VALUE 'W'.          00430000
                 88 PPAYEXC-PAID                    VALUE 'P'.          00440000
                 88 PPAYEXC-RETURNED                VALUE 'R'.          00450000
      *   D - RETURNED BY THE DEFAULT RULE, NO DECISION RECEIVED.      *00460000
              05 PPAYEXC-CLOSED-BY                PIC X.                00470000
                 88 PPAYEXC-CLOSED-BY-CUSTOMER      VALUE 'C'.          00480000
                 88 PPAYEXC-CLOSED-BY-DEFAULT       VALUE 'D'.          00490000
              05 PPAYEXC-CLOSED-DATE              PIC 9(8).             00500000
              05 PPAYEXC-TRAN-NUMBER              PIC 9(8) DISPLAY.     00510000
              05 FILLER                           PIC X(20).            00520000
