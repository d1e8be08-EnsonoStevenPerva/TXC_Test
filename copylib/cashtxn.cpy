             88 COMM-CASH-FAIL-OPERATOR         VALUE 'O'.              00258500
             88 COMM-CASH-FAIL-TELLER-LIMIT     VALUE 'T'.              00258700
             88 COMM-CASH-FAIL-CURRENCY         VALUE 'C'.              00258800
             88 COMM-CASH-FAIL-ISA-ALLOWANCE    VALUE 'I'.              00259400
             88 COMM-CASH-FAIL-NOTICE          VALUE 'N'.               00259401
      *   THE OPERATOR WHOSE TILL TOOK OR PAID THE CASH.  SPACES      * 00260000
      *   (AN OLDER CALLER) LEAVES NO TILL TRAIL.                     * 00270000
          03 COMM-CASH-OPERATOR              PIC X(3).                  00280000
          03 COMM-CASH-INITIATOR             PIC 9(10) DISPLAY.         00320000
          03 COMM-CASH-MANDATE-OK            PIC X.                     00330000
             88 COMM-CASH-MANDATE-SATISFIED      VALUE 'Y'.             00340000
      *   SERVICING FLAG, RETURNED ONCE THE ACCOUNT IS FOUND - 'V'     *00340100
      *   WHEN THE ACCOUNT HOLDER HAS AN ACTIVE VULNERABLE-CUSTOMER    *00340200
      *   REGISTER ENTRY (COPYBOOK VULNREG), SO THE TELLER CAN MAKE    *00340300
      *   THE AGREED ADJUSTMENTS.  IT NEVER BLOCKS THE POSTING.        *00340400
          03 COMM-CASH-SERVICE-FLAG          PIC X.                     00340500
             88 COMM-CASH-VULNERABLE             VALUE 'V'.             00340600
             88 COMM-CASH-NO-SERVICE-FLAG        VALUE SPACE.           00340700
      *   LOSS-OF-INTEREST PENALTY TAKEN WITH A WITHDRAWAL FROM A      *00340800
      *   NOTICE PRODUCT THAT NO MATURED NOTICE COVERED (COPYBOOK      *00340900
      *   NOTICE).  ZERO WHEN NO PENALTY APPLIED.                      *00341000
          03 COMM-CASH-NOTICE-PENALTY        PIC S9(10)V99.             00341100
      *   SET TO Y WHEN THE BATCH WINDOW WAS CLOSED AND THE POSTING    *00341200
      *   WAS TAKEN ON THE MEMO-POSTING QUEUE FOR MEMOREP TO APPLY.    *00341300
          03 COMM-CASH-MEMO-POSTED           PIC X.                     00341400
             88 COMM-CASH-MEMO-QUEUED            VALUE 'Y'.             00341500
