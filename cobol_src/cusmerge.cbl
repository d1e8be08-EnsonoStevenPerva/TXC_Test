      *             CUSTCTRL - VSAM KSDS - CUSTOMER CONTROL FILE,       00330000
      *                        CHECKED (NOT UPDATED) TO CONFIRM         00340000
      *                        NO OVERNIGHT BATCH IS IN PROGRESS        00350000
      *             BUSDATE  - VSAM KSDS - BUSINESS-DATE CONTROL       *00355000
      *                                                                 00360000
      *  CHANGE HISTORY                                                 00370000
      *  ----------------------------------------------------------     00380000
      *  DATE        BY    DESCRIPTION                                  00390000
      *  2026-08-09  BAG   INITIAL VERSION                              00400000
      *  2026-10-15  BAG   POSTING DATE COMES FROM THE BUSINESS-DATE   *00403333
      *                    CONTROL RECORD, NOT THE SYSTEM CLOCK        *00406666
      *                                                                 00410000
      ******************************************************************00420000
       DATA DIVISION.                                                   00430000
       01  CUSMERGE-LOG-PR-REC.                                         00820000
           COPY PROCTRAN.                                               00830000
                                                                        00840000
       01  CUSMERGE-BUSDATE-REC.                                        00842500
           COPY BUSDATE.                                                00845000
                                                                        00847500
       LINKAGE SECTION.                                                 00850000
       01  DFHCOMMAREA.                                                 00860000
           COPY CUSMERGE.                                               00870000
           MOVE SPACE TO COMM-MERGE-FAIL-CODE                           00940000
           MOVE ZERO  TO COMM-MERGE-ACCTS-MOVED                         00950000
           MOVE ZERO  TO COMM-MERGE-PROCTRAN-MOVED                      00960000
           MOVE 'BUSDATE' TO BUSDATE-CONTROL-ID OF CUSMERGE-BUSDATE-REC 00960714
           EXEC CICS                                                    00961428
               READ DATASET('BUSDATE')                                  00962142
                    INTO(CUSMERGE-BUSDATE-REC)                          00962856
                    RIDFLD(BUSDATE-KEY OF CUSMERGE-BUSDATE-REC)         00963570
                    RESP(CUSMERGE-RESP)                                 00964284
           END-EXEC                                                     00964998
           IF CUSMERGE-RESP = DFHRESP(NORMAL)                           00965712
               MOVE BUSDATE-CURRENT-DATE OF CUSMERGE-BUSDATE-REC        00966426
                   TO CUSMERGE-TODAYS-DATE                              00967140
           ELSE                                                         00967854
               ACCEPT CUSMERGE-TODAYS-DATE FROM DATE YYYYMMDD           00968568
           END-IF                                                       00969282
                                                                        00970000
           PERFORM 1000-VALIDATE-REQUEST THRU 1000-EXIT                 00980000
                                                                        00990000
