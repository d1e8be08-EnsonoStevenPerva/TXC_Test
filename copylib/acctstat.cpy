             88 COMM-STAT-FAIL-BAD-ACTION        VALUE '3'.             00220000
             88 COMM-STAT-FAIL-REWRITE           VALUE '7'.             00230000
             88 COMM-STAT-FAIL-READ-ERR          VALUE '8'.             00240000
             88 COMM-STAT-FAIL-CHANGED           VALUE 'C'.             00240100
      *   THE ACCOUNT'S VERSION STAMP AS INQACC RETURNED IT.  IF THE   *00240200
      *   ACCOUNT'S STATUS HAS BEEN CHANGED SINCE, THE REQUEST IS      *00240300
      *   REFUSED WITH FAIL CODE 'C' - CHANGED BY ANOTHER USER.  THE   *00240400
      *   NEW STAMP COMES BACK ON SUCCESS.                             *00240500
          03 COMM-STAT-VERSION               PIC 9(8).                  00240600
