      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
      *   ACCOUNT-LEVEL PRICING EXCEPTIONS - ONE ROW PER ACCOUNT PER   *00070000
      *   EFFECTIVE DATE.  A ROW AGREED BY A RELATIONSHIP MANAGER      *00080000
      *   OVERRIDES THE PRODUCT'S CREDIT OR DEBIT RATE FOR THE ONE     *00090000
      *   ACCOUNT AND/OR WAIVES SOME OR ALL OF THE FEES FEECHG WOULD   *00100000
      *   TAKE FROM IT.  THE ROW IN FORCE ON A DATE IS THE ACTIVE ROW  *00110000
      *   WITH THE LATEST EFFECTIVE DATE NOT AFTER IT, PROVIDED ITS    *00120000
      *   EXPIRY DATE (THE LAST DAY IT APPLIES) IS NOT BEFORE IT - SO  *00130000
      *   A LATER ROW SUPERSEDES AN EARLIER ONE.  ROWS ARE NEVER       *00140000
      *   DELETED; CANCELLING ONE LEAVES IT ON FILE AS THE TRAIL.      *00150000
      *   CAPTURED AND APPROVED ONLY THROUGH PRCXMNT, BY TWO           *00160000
      *   DIFFERENT OPERATORS.  INTACCR AND FEECHG HONOUR THE ROW AND  *00170000
      *   LOG WHAT IT COST TO THE FORGONE-INCOME LEDGER (PRCXFGN).     *00180000
           03 PRICEXC-RECORD.                                           00190000
              05 PRICEXC-EYECATCHER               PIC X(4).             00200000
                 88 PRICEXC-EYECATCHER-VALUE       VALUE 'PRCX'.        00210000
              05 PRICEXC-KEY.                                           00220000
                 07 PRICEXC-SORTCODE              PIC 9(6) DISPLAY.     00230000
                 07 PRICEXC-ACCOUNT               PIC 9(8) DISPLAY.     00240000
                 07 PRICEXC-EFFECTIVE-DATE        PIC 9(8) DISPLAY.     00250000
              05 PRICEXC-EXPIRY-DATE              PIC 9(8).             00260000
              05 PRICEXC-REASON                   PIC X.                00270000
                 88 PRICEXC-REASON-STAFF           VALUE 'S'.           00280000
                 88 PRICEXC-REASON-CHARITY         VALUE 'C'.           00290000
                 88 PRICEXC-REASON-RETENTION       VALUE 'R'.           00300000
                 88 PRICEXC-REASON-NEGOTIATED      VALUE 'N'.           00310000
                 88 PRICEXC-REASON-OTHER           VALUE 'O'.           00320000
                 88 PRICEXC-REASON-VALID           VALUE 'S' 'C' 'R'    00330000
                                                         'N' 'O'.       00340000
      *   A RATE OVERRIDE REPLACES THE PRODUCT RATE - TIERS INCLUDED - *00350000
      *   FOR A BALANCE ON THAT SIDE.  ANY BONUS RATE STILL ACCRUES    *00360000
      *   ON ITS OWN TERMS.                                            *00370000
              05 PRICEXC-CREDIT-OVERRIDE          PIC X.                00380000
                 88 PRICEXC-CREDIT-RATE-SET        VALUE 'Y'.           00390000
              05 PRICEXC-CREDIT-RATE              PIC 9(2)V9(4).        00400000
              05 PRICEXC-DEBIT-OVERRIDE           PIC X.                00410000
                 88 PRICEXC-DEBIT-RATE-SET         VALUE 'Y'.           00420000
              05 PRICEXC-DEBIT-RATE               PIC 9(2)V9(4).        00430000
      *   FEE WAIVERS - EVERY FEECHG EVENT, OR UP TO FOUR NAMED ONES   *00440000
      *   (MNT, CHF, SRX, SDB).                                        *00450000
              05 PRICEXC-WAIVE-ALL                PIC X.                00460000
                 88 PRICEXC-WAIVE-ALL-FEES         VALUE 'Y'.           00470000
              05 PRICEXC-WAIVE-EVENTS.                                  00480000
                 07 PRICEXC-WAIVE-EVENT           PIC X(3)              00490000
                                                   OCCURS 4 TIMES.      00500000
              05 PRICEXC-NOTE                     PIC X(40).            00510000
              05 PRICEXC-CAPTURED-BY              PIC X(3).             00520000
              05 PRICEXC-CAPTURED-DATE            PIC 9(8).             00530000
              05 PRICEXC-APPROVED-BY              PIC X(3).             00540000
              05 PRICEXC-STATUS-FLAG              PIC X.                00550000
                 88 PRICEXC-ACTIVE                 VALUE 'A'.           00560000
                 88 PRICEXC-CANCELLED              VALUE 'X'.           00570000
              05 PRICEXC-CANCELLED-DATE           PIC 9(8).             00580000
              05 PRICEXC-CANCELLED-BY             PIC X(3).             00590000
