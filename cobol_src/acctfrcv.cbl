      *  ----------------------------------------------------------    *00440000
      *  DATE        BY    DESCRIPTION                                 *00450000
      *  2026-09-02  BAG   INITIAL VERSION                             *00460000
      *  2026-10-15  BAG   TREAT CUSTOMER LOAN RECOVERIES (LRC) AS A   *00463333
      *                    DEBIT                                       *00466666
      *  2026-10-15  BAG   CASHBACK (CBK) AND CASHBACK CLAWBACK (CBC)  *00467777
      *                    MOVE THE BALANCE                            *00468888
      *  2026-10-15  BAG   NOTICE PENALTY (NTP) IS A DEBIT, DEPOSIT    *00469258
      *                    BREAK AND WITHDRAWAL (TDB/TDW) CREDITS      *00469628
      *                                                                *00470000
      ******************************************************************00480000
       ENVIRONMENT DIVISION.                                            00490000
               WHEN 'DDI'                                               03630000
               WHEN 'TDM'                                               03640000
               WHEN 'PRT'                                               03645000
               WHEN 'CBK'                                               03647500
               WHEN 'TDB'                                               03648300
               WHEN 'TDW'                                               03649100
                   SET ACCTFRCV-EFFECT-CREDIT TO TRUE                   03650000
               WHEN 'DEB'                                               03660000
               WHEN 'TFD'                                               03670000
               WHEN 'ESC'                                               03720000
               WHEN 'TDO'                                               03730000
               WHEN 'LNR'                                               03740000
               WHEN 'LRC'                                               03745000
               WHEN 'CBC'                                               03747500
               WHEN 'NTP'                                               03748700
                   SET ACCTFRCV-EFFECT-DEBIT TO TRUE                    03750000
               WHEN OTHER                                               03760000
                   SET ACCTFRCV-EFFECT-NONE TO TRUE                     03770000
