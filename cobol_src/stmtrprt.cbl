      *  2026-09-02  BAG   HEADING SHOWS THE ACCOUNT'S CURRENCY      *  00460100
      *  2026-09-02  BAG   PRINT THE VALUE DATE BESIDE THE ENTRY      * 00460100
      *                    DATE ON EACH STATEMENT LINE                * 00460150
      *  2026-10-15  BAG   TREAT CUSTOMER LOAN RECOVERIES (LRC) AS A   *00463433
      *                    DEBIT                                       *00466716
      *  2026-10-15  BAG   CASHBACK (CBK) AND CASHBACK CLAWBACK (CBC)  *00467810
      *                    MOVE THE BALANCE                            *00468904
      *  2026-10-15  BAG   NOTICE PENALTY (NTP) IS A DEBIT, DEPOSIT    *00469269
      *                    BREAK AND WITHDRAWAL (TDB/TDW) CREDITS      *00469634
      *                                                                *00470000
      ******************************************************************00480000
       ENVIRONMENT DIVISION.                                            00490000
           05  STMTRPRT-EFFECT-TYPE        PIC X(3)  VALUE SPACES.      01310000
               88  STMTRPRT-CREDIT-EFFECT      VALUE 'CRE' 'TFC'        01320000
                   'PCR' 'CHI' 'INT' 'DPC' 'REV' 'UNC' 'TDM'            01330000
                   'LND' 'DDI' 'PRT' 'CBK' 'TDB' 'TDW'.                 01335000
               88  STMTRPRT-DEBIT-EFFECT       VALUE 'DEB' 'TFD'        01340000
                   'PDR' 'CHO' 'CHF' 'FEE' 'ESC' 'TDO' 'LNR' 'LRC'      01346666
                   'CBC' 'NTP'.                                         01353332
           05  STMTRPRT-NET-AFTER          PIC S9(11)V99 VALUE ZERO.    01360000
           05  STMTRPRT-OPENING-BALANCE    PIC S9(11)V99 VALUE ZERO.    01370000
           05  STMTRPRT-ROW-COUNT          PIC 9(9)  COMP-3 VALUE ZERO. 01380000
