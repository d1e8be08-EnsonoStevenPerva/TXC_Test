                 88 AUTHHOLD-SETTLED                VALUE 'S'.          00260000
                 88 AUTHHOLD-EXPIRED                VALUE 'E'.          00270000
                 88 AUTHHOLD-RELEASED               VALUE 'R'.          00280000
      *   THE CARD THAT MADE THE PURCHASE AND ITS CARDHOLDER, SO A     *00280100
      *   JOINT ACCOUNT SHOWS WHICH HOLDER SPENT THE MONEY.            *00280200
              05 AUTHHOLD-CARD-TOKEN              PIC X(16).            00280300
              05 AUTHHOLD-CARDHOLDER              PIC 9(10) DISPLAY.    00280400
      *   THE MERCHANT CATEGORY CODE THE ACQUIRER SENT WITH THE        *00280500
      *   AUTHORIZATION, CARRIED ONTO THE SETTLED DEB ROW FOR CBKPAY.  *00280600
              05 AUTHHOLD-MCC                     PIC X(4).             00280700
