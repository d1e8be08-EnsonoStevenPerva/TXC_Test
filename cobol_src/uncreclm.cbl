      *             ACCOUNT  - VSAM KSDS - ACCOUNT MASTER              *00310000
      *             PROCTRAN - VSAM KSDS - TRANSACTION LOG             *00320000
      *             PCTLFILE - VSAM KSDS - PROCTRAN CONTROL            *00330000
      *             BUSDATE  - VSAM KSDS - BUSINESS-DATE CONTROL       *00335000
      *                                                                *00340000
      *  CHANGE HISTORY                                                *00350000
      *  ----------------------------------------------------------    *00360000
      *  DATE        BY    DESCRIPTION                                 *00370000
      *  2026-09-02  BAG   INITIAL VERSION                             *00380000
      *  2026-09-02  BAG   TARGET ACCOUNT MUST BE STERLING (FAIL C)  * 00445000
      *  2026-10-15  BAG   POSTING DATE COMES FROM THE BUSINESS-DATE   *00383333
      *                    CONTROL RECORD, NOT THE SYSTEM CLOCK        *00386666
      *                                                                *00390000
      ******************************************************************00400000
       DATA DIVISION.                                                   00410000
       01  UNCRECLM-PROCTRAN-REC.                                       00730000
           COPY PROCTRAN.                                               00740000
                                                                        00750000
       01  UNCRECLM-BUSDATE-REC.                                        00752500
           COPY BUSDATE.                                                00755000
                                                                        00757500
       LINKAGE SECTION.                                                 00760000
       01  DFHCOMMAREA.                                                 00770000
           COPY UNCRECL.                                                00780000
       0000-MAINLINE.                                                   00830000
           MOVE SPACE TO COMM-UNC-SUCCESS                               00840000
           MOVE SPACE TO COMM-UNC-FAIL-CD                               00850000
           MOVE 'BUSDATE' TO BUSDATE-CONTROL-ID OF UNCRECLM-BUSDATE-REC 00851428
           EXEC CICS                                                    00852856
               READ DATASET('BUSDATE')                                  00854284
                    INTO(UNCRECLM-BUSDATE-REC)                          00855712
                    RIDFLD(BUSDATE-KEY OF UNCRECLM-BUSDATE-REC)         00857140
                    RESP(UNCRECLM-RESP)                                 00858568
           END-EXEC                                                     00859996
           IF UNCRECLM-RESP = DFHRESP(NORMAL)                           00861424
               MOVE BUSDATE-CURRENT-DATE OF UNCRECLM-BUSDATE-REC        00862852
                   TO UNCRECLM-TODAYS-DATE                              00864280
           ELSE                                                         00865708
               ACCEPT UNCRECLM-TODAYS-DATE FROM DATE YYYYMMDD           00867136
           END-IF                                                       00868564
                                                                        00870000
           EVALUATE TRUE                                                00880000
               WHEN COMM-UNC-ACT-RECLAIM                                00890000
