             88 COMM-XFR-FAIL-WATCHLIST          VALUE 'V'.             00269800
             88 COMM-XFR-FAIL-CHECK-DIGIT        VALUE 'K'.             00269900
             88 COMM-XFR-FAIL-RATE-UNAVAIL       VALUE 'F'.             00269950
             88 COMM-XFR-FAIL-ISA-ALLOWANCE      VALUE 'I'.             00269975
             88 COMM-XFR-FAIL-HELD               VALUE 'H'.             00269987
             88 COMM-XFR-FAIL-NOTICE             VALUE 'N'.             00269988
      *   W - REFUSED WHILE THE BATCH WINDOW IS CLOSED : A SAVED       *00270534
      *   PAYEE, A NAME CHECK, A FOREIGN-CURRENCY PAYMENT OR ONE OVER  *00271080
      *   THE RELEASE THRESHOLD NEEDS THE MASTERS, SO IT WAITS FOR THE *00271626
      *   WINDOW TO REOPEN.                                            *00272172
             88 COMM-XFR-FAIL-WINDOW             VALUE 'W'.             00273628
      *   C AND R ARE NEVER SET BY XFRFUN ITSELF - XFRFUNJ STORES      *00274538
      *   THEM UNDER THE IDEMPOTENCY KEY WHEN FRDSCORE HOLDS A         *00275448
      *   PAYMENT FOR A FRAUD CALL-BACK OR DECLINES IT.                *00276358
             88 COMM-XFR-FAIL-FRAUD-HOLD         VALUE 'C'.             00277268
             88 COMM-XFR-FAIL-FRAUD-DECLINE      VALUE 'R'.             00278178
      *   CONFIRMATION OF PAYEE - THE NAME THE CUSTOMER TYPED FOR THE   00279088
      *   RECEIVING ACCOUNT'S HOLDER.  SPACES MEANS THE CALLER DID NOT  00280000
      *   ASK FOR A NAME CHECK.  THE MATCH RESULT GOES BACK SO THE      00290000
      *   CHANNEL CAN WARN THE CUSTOMER; A NO-MATCH TRANSFER IS ONLY    00300000
          03 COMM-XFR-INITIATOR             PIC 9(10) DISPLAY.          00490000
          03 COMM-XFR-MANDATE-OK            PIC X.                      00500000
             88 COMM-XFR-MANDATE-SATISFIED       VALUE 'Y'.             00510000
      *   HIGH-VALUE RELEASE.  THE CHANNEL (SPACES OR XFR FOR THE      *00510100
      *   TELLER SCREENS, XFJ FOR THE JSON GATEWAY) PICKS THE RELEASE  *00510200
      *   THRESHOLD, AND THE CAPTURING OPERATOR (SPACES FOR A          *00510300
      *   CUSTOMER'S OWN REQUEST) IS KEPT SO THAT SOMEONE ELSE         *00510400
      *   RELEASES IT.  A PAYMENT OVER THE THRESHOLD IS QUEUED ON      *00510500
      *   PENDREL AND FAILS H; RELEASE-OK IS SET ONLY BY HVREL.        *00510600
          03 COMM-XFR-CHANNEL               PIC X(3).                   00510700
          03 COMM-XFR-OPERATOR              PIC X(3).                   00510800
          03 COMM-XFR-RELEASE-OK            PIC X.                      00510900
             88 COMM-XFR-RELEASE-SATISFIED       VALUE 'Y'.             00511000
      *   LOSS-OF-INTEREST PENALTY TAKEN WITH A DEBIT FROM A NOTICE    *00511100
      *   PRODUCT THAT NO MATURED NOTICE COVERED (COPYBOOK NOTICE).    *00511200
      *   ZERO WHEN NO PENALTY APPLIED.                                *00511300
          03 COMM-XFR-NOTICE-PENALTY        PIC S9(10)V99.              00511400
      *   SET TO Y WHEN THE BATCH WINDOW WAS CLOSED AND BOTH LEGS      *00511500
      *   WERE TAKEN ON THE MEMO-POSTING QUEUE FOR MEMOREP TO APPLY.   *00511600
          03 COMM-XFR-MEMO-POSTED           PIC X.                      00511700
             88 COMM-XFR-MEMO-QUEUED             VALUE 'Y'.             00511800
