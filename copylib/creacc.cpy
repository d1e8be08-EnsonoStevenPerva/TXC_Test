            88 COMM-FAIL-JOINT-NOTFND           VALUE '8'.              00204000
            88 COMM-FAIL-BAD-CURRENCY          VALUE 'X'.               00204500
            88 COMM-FAIL-NOT-DEMAND             VALUE 'D'.              00204700
            88 COMM-FAIL-KYC-LAPSED             VALUE 'K'.              00204850
      *   THE DENOMINATION CURRENCY FOR THE NEW ACCOUNT.  SPACES     *  00205000
      *   MEANS GBP; ANYTHING ELSE MUST BE QUOTED ON THE FX RATE     *  00205200
      *   MASTER.                                                    *  00205400
