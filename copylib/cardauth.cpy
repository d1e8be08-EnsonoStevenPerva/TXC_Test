             88 COMM-AUTH-FAIL-READ-ERR          VALUE '8'.             00320000
             88 COMM-AUTH-FAIL-DUPLICATE         VALUE '9'.             00330000
             88 COMM-AUTH-FAIL-CURRENCY          VALUE 'C'.             00335000
             88 COMM-AUTH-FAIL-CARD-NOTFND       VALUE 'K'.             00335100
             88 COMM-AUTH-FAIL-CARD-BLOCKED      VALUE 'B'.             00335200
             88 COMM-AUTH-FAIL-CARD-EXPIRED      VALUE 'X'.             00335300
      *   THE CARD PRESENTED, CHECKED BEFORE ANY HOLD IS PLACED.       *00335400
          03 COMM-AUTH-CARD-TOKEN            PIC X(16).                 00335500
      *   THE MERCHANT CATEGORY CODE, ON AN AUTHORIZE.                 *00335600
          03 COMM-AUTH-MCC                   PIC X(4).                  00335700
      *   SET TO Y WHEN THE BATCH WINDOW WAS CLOSED AND THE ACTION     *00335800
      *   WAS TAKEN ON THE MEMO-POSTING QUEUE FOR MEMOREP TO APPLY.    *00335900
          03 COMM-AUTH-MEMO-POSTED           PIC X.                     00336000
             88 COMM-AUTH-MEMO-QUEUED            VALUE 'Y'.             00336100
