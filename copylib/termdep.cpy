                 88 TERMDEP-OPEN                    VALUE 'O'.          00370000
                 88 TERMDEP-MATURED                 VALUE 'M'.          00380000
                 88 TERMDEP-CLOSED                  VALUE 'C'.          00390000
                 88 TERMDEP-BROKEN                  VALUE 'B'.          00395000
              05 TERMDEP-CLOSED-DATE              PIC 9(8).             00400000
      *   EARLY WITHDRAWAL (TDOPEN).  A DEPOSIT BROKEN IN FULL IS      *00400100
      *   CLOSED AS BROKEN (STATUS B) WITH ITS PRINCIPAL LEFT AS IT    *00400200
      *   STOOD; A PARTIAL WITHDRAWAL REDUCES THE PRINCIPAL AND THE    *00400300
      *   REST RUNS ON AT THE LOCKED RATE.  BOTH ARE TOTALLED HERE     *00400400
      *   WITH THE PENALTIES TAKEN AND THE LAST SUPERVISOR APPROVAL.   *00400500
              05 TERMDEP-WITHDRAWN-TOTAL          PIC S9(10)V99.        00400600
              05 TERMDEP-PENALTY-TOTAL            PIC S9(10)V99.        00400700
              05 TERMDEP-LAST-BREAK-DATE          PIC 9(8).             00400800
              05 TERMDEP-LAST-APPROVER            PIC X(3).             00400900
      *   CASH COLLATERAL.  A DEPOSIT PLEDGED THROUGH CLTMNT (COPYBOOK *00401000
      *   CLTREG) CANNOT BE BROKEN OR GIVEN A PAYOUT INSTRUCTION       *00401100
      *   (TDOPEN), AND ROLLS OVER AT MATURITY WHATEVER ITS            *00401200
      *   INSTRUCTION (TDMAT), UNTIL THE COLLATERAL IS RELEASED.       *00401300
              05 TERMDEP-PLEDGE-FLAG              PIC X.                00401400
                 88 TERMDEP-PLEDGED                 VALUE 'Y'.          00401500
              05 TERMDEP-PLEDGE-COLLATERAL        PIC 9(8) DISPLAY.     00401600
      *   INTEREST PAY-AWAY.  INTEREST ALREADY PAID AWAY THIS TERM     *00401700
      *   BY A PAWMNT INSTRUCTION (TDMAT); NETTED OFF THE INTEREST     *00401800
      *   SETTLED AT MATURITY AND ON A BREAK (TDOPEN).                 *00401900
              05 TERMDEP-PAID-AWAY                PIC S9(10)V99.        00402000
