      *                    LEDGER BALANCE                             * 00374000
      *  2026-09-02  BAG   RETURN EACH ENTRY'S VALUE DATE             * 00374000
      *  2026-08-22  BAG   HARDEN THE BACKWARD-BROWSE POSITIONING      *00375000
      *  2026-10-15  BAG   TREAT CUSTOMER LOAN RECOVERIES (LRC) AS A   *00376666
      *                    DEBIT                                       *00378332
      *  2026-10-15  BAG   CASHBACK (CBK) AND CASHBACK CLAWBACK (CBC)  *00378888
      *                    MOVE THE BALANCE                            *00379444
      *  2026-10-15  BAG   NOTICE PENALTY (NTP) IS A DEBIT, DEPOSIT    *00379629
      *                    BREAK AND WITHDRAWAL (TDB/TDW) CREDITS      *00379814
      *                                                                *00380000
      ******************************************************************00390000
       DATA DIVISION.                                                   00400000
           05  MINISTMT-EFFECT-TYPE       PIC X(3)     VALUE SPACES.    00540000
               88  MINISTMT-CREDIT-EFFECT     VALUE 'CRE' 'TFC'         00550000
                   'PCR' 'CHI' 'INT' 'DPC' 'REV' 'UNC' 'TDM'            00560000
                   'LND' 'DDI' 'PRT' 'CBK' 'TDB' 'TDW'.                 00565000
               88  MINISTMT-DEBIT-EFFECT      VALUE 'DEB' 'TFD'         00570000
                   'PDR' 'CHO' 'CHF' 'FEE' 'ESC' 'TDO' 'LNR' 'LRC'      00573666
                   'CBC' 'NTP'.                                         00577332
           05  MINISTMT-TODAYS-DATE       PIC 9(8)     VALUE ZERO.      00581000
           05  MINISTMT-AUTH-TOTAL        PIC S9(10)V99 VALUE ZERO.     00582000
           05  MINISTMT-AUTH-OD-LIMIT     PIC S9(10)V99 VALUE ZERO.     00583000
