      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
      *   THE RECOVERIES LEDGER.  ONE ROW PER WRITTEN-OFF LOAN,        *00070000
      *   OPENED BY LOANWOFF WHEN IT CHARGES THE LOAN OFF - THE DEBT   *00080000
      *   LEAVES THE LOAN RECORD AND IS CARRIED HERE INSTEAD.  MONEY   *00090000
      *   RECEIVED AFTERWARDS, FROM THE CUSTOMER OR FROM A DEBT        *00100000
      *   AGENCY, IS POSTED AGAINST THIS ROW BY LOANRCVY AS A          *00110000
      *   RECOVERY, NEVER AS AN LNR REPAYMENT.  THE ROW CLOSES WHEN    *00120000
      *   THE BALANCE IS RECOVERED IN FULL.                            *00130000
           03 LNRECOV-RECORD.                                           00140000
              05 LNRECOV-EYECATCHER               PIC X(4).             00150000
                 88 LNRECOV-EYECATCHER-VALUE       VALUE 'LNRV'.        00160000
              05 LNRECOV-KEY.                                           00170000
                 07 LNRECOV-SORTCODE              PIC 9(6) DISPLAY.     00180000
                 07 LNRECOV-LOAN-NUMBER           PIC 9(8) DISPLAY.     00190000
              05 LNRECOV-CUSTOMER                 PIC 9(10) DISPLAY.    00200000
              05 LNRECOV-DISBURSE-ACCOUNT         PIC 9(8) DISPLAY.     00210000
              05 LNRECOV-WRITEOFF-DATE            PIC 9(8).             00220000
              05 LNRECOV-ARREARS-COUNT            PIC 9(3).             00230000
              05 LNRECOV-WRITEOFF-PRINCIPAL       PIC S9(10)V99.        00240000
              05 LNRECOV-WRITEOFF-INTEREST        PIC S9(10)V99.        00250000
              05 LNRECOV-WRITEOFF-AMOUNT          PIC S9(10)V99.        00260000
              05 LNRECOV-RECOVERED-AMOUNT         PIC S9(10)V99.        00270000
              05 LNRECOV-BALANCE                  PIC S9(10)V99.        00280000
              05 LNRECOV-RECOVERY-COUNT           PIC 9(5).             00290000
              05 LNRECOV-LAST-RECOVERY-DATE       PIC 9(8).             00300000
              05 LNRECOV-STATUS-FLAG              PIC X.                00310000
                 88 LNRECOV-OPEN                    VALUE 'O'.          00320000
                 88 LNRECOV-CLOSED                  VALUE 'C'.          00330000
