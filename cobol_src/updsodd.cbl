      *  FILES    : SODD     - VSAM KSDS - STANDING ORDER MASTER       *00370000
      *             ACCOUNT  - VSAM KSDS - ACCOUNT MASTER              *00380000
      *             PROCTRAN - VSAM KSDS - TRANSACTION LOG             *00390000
      *             BUSDATE  - VSAM KSDS - BUSINESS-DATE CONTROL       *00395000
      *                                                                *00400000
      *  CHANGE HISTORY                                                *00410000
      *  ----------------------------------------------------------    *00420000
      *  DATE        BY    DESCRIPTION                                 *00430000
      *  2026-08-22  BAG   INITIAL VERSION                             *00440000
      *  2026-10-15  BAG   POSTING DATE COMES FROM THE BUSINESS-DATE   *00443333
      *                    CONTROL RECORD, NOT THE SYSTEM CLOCK        *00446666
      *                                                                *00450000
      ******************************************************************00460000
       DATA DIVISION.                                                   00470000
       01  UPDSODD-PROCTRAN-REC.                                        00710000
           COPY PROCTRAN.                                               00720000
                                                                        00730000
       01  UPDSODD-BUSDATE-REC.                                         00732500
           COPY BUSDATE.                                                00735000
                                                                        00737500
       LINKAGE SECTION.                                                 00740000
       01  DFHCOMMAREA.                                                 00750000
           COPY UPDSODD.                                                00760000
       0000-MAINLINE.                                                   00810000
           MOVE SPACE TO COMM-UPD-SUCCESS                               00820000
           MOVE SPACE TO COMM-UPD-FAIL-CD                               00830000
           MOVE 'BUSDATE' TO BUSDATE-CONTROL-ID OF UPDSODD-BUSDATE-REC  00831428
           EXEC CICS                                                    00832856
               READ DATASET('BUSDATE')                                  00834284
                    INTO(UPDSODD-BUSDATE-REC)                           00835712
                    RIDFLD(BUSDATE-KEY OF UPDSODD-BUSDATE-REC)          00837140
                    RESP(UPDSODD-RESP)                                  00838568
           END-EXEC                                                     00839996
           IF UPDSODD-RESP = DFHRESP(NORMAL)                            00841424
               MOVE BUSDATE-CURRENT-DATE OF UPDSODD-BUSDATE-REC         00842852
                   TO UPDSODD-TODAYS-DATE                               00844280
           ELSE                                                         00845708
               ACCEPT UPDSODD-TODAYS-DATE FROM DATE YYYYMMDD            00847136
           END-IF                                                       00848564
                                                                        00850000
           IF NOT COMM-SODD-ACTION-AMEND                                00860000
              AND NOT COMM-SODD-ACTION-CANCEL                           00870000
