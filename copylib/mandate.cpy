      *   THE PENDING-SIGNATURE FILE (COPYBOOK PENDSIG) UNTIL A        *00130000
      *   SECOND HOLDER RELEASES IT THROUGH SIGREL.  A ZERO            *00140000
      *   THRESHOLD MEANS EVERY DEBIT NEEDS BOTH SIGNATURES.           *00150000
      *   DIRECTORS-TO-SIGN ('D') IS BOTH-TO-SIGN ON A BUSINESS        *00152500
      *   ACCOUNT, WHERE THE SECOND SIGNATURE COMES FROM A DIRECTOR    *00155000
      *   OR OTHER SIGNATORY LINKED TO THE BUSINESS ON BUSREL.         *00157500
              05 MANDATE-KEY.                                           00160000
                 07 MANDATE-SORTCODE              PIC 9(6) DISPLAY.     00170000
                 07 MANDATE-NUMBER                PIC 9(8) DISPLAY.     00180000
              05 MANDATE-SIGNING-RULE             PIC X.                00190000
                 88 MANDATE-ANY-TO-SIGN             VALUE 'A'.          00200000
                 88 MANDATE-BOTH-TO-SIGN            VALUE 'B' 'D'.      00205000
                 88 MANDATE-TWO-HOLDERS             VALUE 'B'.          00210000
                 88 MANDATE-DIRECTORS-TO-SIGN       VALUE 'D'.          00215000
              05 MANDATE-BOTH-THRESHOLD           PIC S9(10)V99.        00220000
              05 MANDATE-SET-DATE                 PIC 9(8).             00230000
              05 MANDATE-SET-BY                   PIC X(3).             00240000
      *   RAISED BY ONE EVERY TIME THE RULE IS SET.  MANMAINT HANDS    *00240100
      *   IT OUT ON AN INQUIRY AND REFUSES A CHANGE THAT COMES BACK    *00240200
      *   WITH A DIFFERENT ONE.                                        *00240300
              05 MANDATE-VERSION                  PIC 9(8).             00240400
