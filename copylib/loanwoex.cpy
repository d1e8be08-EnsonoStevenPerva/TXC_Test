      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
      *   THE LOAN CHARGE-OFF EXCEPTION LIST.  A LOAN WITH A ROW HERE  *00070000
      *   IS PASSED OVER BY THE MONTHLY LOANWOFF RUN, HOWEVER FAR IN   *00080000
      *   ARREARS IT IS, UNTIL THE REVIEW DATE GOES BY.  ROWS ARE      *00090000
      *   PLACED AND LIFTED THROUGH LWXMAINT, AND ONLY BY AN ACTIVE    *00100000
      *   SUPERVISOR OR MANAGER ON THE OPERATOR MASTER.  A ZERO        *00110000
      *   REVIEW DATE HOLDS THE LOAN BACK UNTIL THE ROW IS LIFTED.     *00120000
           03 LOANWOEX-RECORD.                                          00130000
              05 LOANWOEX-EYECATCHER              PIC X(4).             00140000
                 88 LOANWOEX-EYECATCHER-VALUE      VALUE 'LWEX'.        00150000
              05 LOANWOEX-KEY.                                          00160000
                 07 LOANWOEX-SORTCODE             PIC 9(6) DISPLAY.     00170000
                 07 LOANWOEX-LOAN-NUMBER          PIC 9(8) DISPLAY.     00180000
              05 LOANWOEX-REASON                  PIC X(40).            00190000
              05 LOANWOEX-APPROVED-BY             PIC X(3).             00200000
              05 LOANWOEX-APPROVED-DATE           PIC 9(8).             00210000
              05 LOANWOEX-REVIEW-DATE             PIC 9(8).             00220000
