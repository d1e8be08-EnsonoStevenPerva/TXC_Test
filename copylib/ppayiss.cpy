      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
           03 PPAYISS-RECORD.                                           00070000
              05 PPAYISS-EYECATCHER               PIC X(4).             00080000
                 88 PPAYISS-EYECATCHER-VALUE       VALUE 'PPIS'.        00090000
      *   ONE ROW PER CHEQUE A POSITIVE-PAY BUSINESS CUSTOMER HAS      *00100000
      *   TOLD US IT ISSUED, LOADED BY PPAYLOAD FROM THE CUSTOMER'S    *00110000
      *   ISSUED-CHEQUE FILE.  AN ACCOUNT WITH ANY ROW HERE IS         *00120000
      *   ENROLLED : CHQCLR PAYS A CHEQUE PRESENTED ON IT ONLY WHEN    *00130000
      *   ITS SERIAL IS LISTED, STILL OUTSTANDING, FOR THE SAME        *00140000
      *   AMOUNT AND NOT BEFORE ITS ISSUE DATE.  ANYTHING ELSE IS      *00150000
      *   HELD ON PPAYEXC FOR THE CUSTOMER TO DECIDE.  THE PAYEE IS    *00160000
      *   KEPT FOR THE CUSTOMER'S DECISION; THE CLEARING EXTRACT       *00170000
      *   CARRIES NO PAYEE TO MATCH IT AGAINST.                        *00180000
              05 PPAYISS-KEY.                                           00190000
                 07 PPAYISS-SORTCODE              PIC 9(6) DISPLAY.     00200000
                 07 PPAYISS-ACCOUNT               PIC 9(8) DISPLAY.     00210000
                 07 PPAYISS-SERIAL                PIC 9(10) DISPLAY.    00220000
              05 PPAYISS-AMOUNT                   PIC S9(10)V99.        00230000
              05 PPAYISS-PAYEE                    PIC X(40).            00240000
              05 PPAYISS-ISSUE-DATE               PIC 9(8).             00250000
              05 PPAYISS-LOADED-DATE              PIC 9(8).             00260000
              05 PPAYISS-STATUS-FLAG              PIC X.                00270000
                 88 PPAYISS-OUTSTANDING             VALUE 'O'.          00280000
                 88 PPAYISS-PRESENTED               VALUE 'P'.          00290000
                 88 PPAYISS-VOIDED                  VALUE 'V'.          00300000
              05 PPAYISS-STATUS-DATE              PIC 9(8).             00310000
              05 FILLER                           PIC X(20).            00320000
