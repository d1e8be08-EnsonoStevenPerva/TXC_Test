      *                               ACU -> 5  NO ACCOUNT             *00290000
      *                               NOM -> 6  NO INSTRUCTION         *00300000
      *                               ACC -> B  ACCOUNT CLOSED         *00310000
      *                               PPY -> 0  REFER TO DRAWER -      *00312000
      *                                         A CHEQUE THE POSITIVE- *00314000
      *                                         PAY CUSTOMER DID NOT   *00316000
      *                                         AUTHORISE (PPAYCUT)    *00318000
      *                               OTHER -> Z  TECHNICAL RETURN     *00320000
      *               '9' TRAILER - ITEM COUNT AND VALUE CONTROL       *00330000
      *                             TOTALS FOR THE SCHEME TO PROVE     *00340000
      *                             THE FILE AGAINST                   *00350000
      *                                                                *00360000
      *  FILES    : CLRRTN   - INTERNAL RETURNS FROM INCLRNG AND       *00366666
      *                        PPAYCUT (INPUT)                         *00373332
      *             OUTRTN   - SCHEME-FORMAT RETURNS FILE (OUTPUT)     *00380000
      *             RTNRPT   - BUILD CONTROL REPORT (OUTPUT)           *00390000
      *                                                                *00400000
      *  DATE        BY    DESCRIPTION                                 *00430000
      *  2026-09-02  BAG   INITIAL VERSION                             *00440000
      *  2026-09-02  BAG   MAP THE CUR (CURRENCY MISMATCH) REASON    * 000445000
      *  2026-10-15  BAG   MAP THE PPY (POSITIVE-PAY RETURN) REASON    *00447500
      *                                                                *00450000
      ******************************************************************00460000
       ENVIRONMENT DIVISION.                                            00470000
                   MOVE '6' TO CLRRTOUT-SCHEME-REASON                   02340000
               WHEN 'ACC'                                               02350000
                   MOVE 'B' TO CLRRTOUT-SCHEME-REASON                   02360000
               WHEN 'PPY'                                               02360666
                   MOVE '0' TO CLRRTOUT-SCHEME-REASON                   02361332
               WHEN 'CUR'                                               02362000
                   MOVE '5' TO CLRRTOUT-SCHEME-REASON                   02364000
               WHEN OTHER                                               02370000
