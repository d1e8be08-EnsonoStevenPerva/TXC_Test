             88 COMM-BRN-FAIL-OPEN-ACCTS         VALUE '4'.             00230000
             88 COMM-BRN-FAIL-ACTIVE-SODDS       VALUE '5'.             00240000
             88 COMM-BRN-FAIL-WRITE-ERR          VALUE '6'.             00250000
             88 COMM-BRN-FAIL-LET-BOXES          VALUE '7'.             00255000
             88 COMM-BRN-FAIL-READ-ERR           VALUE '8'.             00260000
             88 COMM-BRN-FAIL-DUPLICATE          VALUE '9'.             00270000
