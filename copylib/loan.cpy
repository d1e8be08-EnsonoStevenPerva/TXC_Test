                 88 LOAN-SETTLED                    VALUE 'S'.          00380000
                 88 LOAN-WRITTEN-OFF                VALUE 'W'.          00390000
              05 LOAN-SETTLED-DATE                PIC 9(8).             00400000
      *   THE LAST EARLY-SETTLEMENT QUOTE GIVEN BY LOANSETL.  THE      *00400100
      *   QUOTED FIGURE IS HONOURED BY A SETTLEMENT MADE ON OR         *00400200
      *   BEFORE THE GOOD-UNTIL DATE; AFTER THAT A FRESH FIGURE IS     *00400300
      *   WORKED OUT.  ZERO MEANS NO QUOTE IS OUTSTANDING.             *00400400
              05 LOAN-QUOTE-AMOUNT                PIC S9(10)V99.        00400500
              05 LOAN-QUOTE-DATE                  PIC 9(8).             00400600
              05 LOAN-QUOTE-GOOD-UNTIL            PIC 9(8).             00400700
