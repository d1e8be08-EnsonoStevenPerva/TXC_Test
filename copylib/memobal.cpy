      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
           03 MEMOBAL-RECORD.                                           00070000
              05 MEMOBAL-EYECATCHER               PIC X(4).             00080000
                 88 MEMOBAL-EYECATCHER-VALUE       VALUE 'MBAL'.        00090000
              05 MEMOBAL-KEY.                                           00100000
                 07 MEMOBAL-SORTCODE              PIC 9(6) DISPLAY.     00110000
                 07 MEMOBAL-NUMBER                PIC 9(8) DISPLAY.     00120000
      *   THE NET OF EVERYTHING THE STAND-IN PATHS HAVE APPROVED       *00130000
      *   AGAINST THE ACCOUNT SINCE THE WINDOW CLOSED - CREDITS LESS   *00140000
      *   DEBITS AND CARD HOLDS.  IT BELONGS TO THE WINDOW DATE;       *00150000
      *   EVERY STAND-IN PATH RESETS IT WHEN IT FINDS THE RECORD       *00160000
      *   CARRYING AN EARLIER WINDOW.                                  *00170000
              05 MEMOBAL-WINDOW-DATE              PIC 9(8).             00180000
              05 MEMOBAL-NET-AMOUNT               PIC S9(10)V99.        00190000
              05 MEMOBAL-ITEM-COUNT               PIC 9(5).             00200000
