      *   AVAILABLE BALANCE = LEDGER BALANCE - ACTIVE CARD            * 00330000
      *   AUTHORIZATION HOLDS + UNEXPIRED ARRANGED OVERDRAFT LIMIT.   * 00331250
          03 INQACC-AVAILABLE             PIC S9(10)V99.                00332500
      *   VERSION STAMP OF THE ACCOUNT RECORD.  SEND IT BACK ON THE    *00332600
      *   ACCTSTAT CALL SO A STATUS CHANGE MADE MEANWHILE IS NOT       *00332700
      *   OVERWRITTEN.                                                 *00332800
          03 INQACC-VERSION               PIC 9(8).                     00332900
