      *  ----------------------------------------------------------    *00430000
      *  DATE        BY    DESCRIPTION                                 *00440000
      *  2026-09-02  BAG   INITIAL VERSION                             *00450000
      *  2026-10-15  BAG   PROCESSING DATE COMES FROM THE BUSINESS     *00453333
      *                    DATE (BUSDATE), NOT THE SYSTEM CLOCK        *00456666
      *                                                                *00460000
      ******************************************************************00470000
       ENVIRONMENT DIVISION.                                            00480000
                                                                        01610000
       01  RUNCTL-REQUEST-AREA.                                         01620000
           COPY RUNCTLQ.                                                01630000
                                                                        01631666
       01  BUSDATE-REQUEST-AREA.                                        01633333
           COPY BUSDATEQ.                                               01636666
                                                                        01640000
      ******************************************************************01650000
       PROCEDURE DIVISION.                                              01660000
           OPEN OUTPUT ALRT-OUT                                         01990000
           OPEN OUTPUT ALRT-RPT                                         02000000
                                                                        02010000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         02016666
           MOVE BUSDATE-REQ-CURRENT TO ALERTSCN-CURRENT-DATE.           02023332
       1000-EXIT.                                                       02030000
           EXIT.                                                        02040000
                                                                        02050000
