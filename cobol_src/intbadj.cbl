      *  ----------------------------------------------------------    *00460000
      *  DATE        BY    DESCRIPTION                                 *00470000
      *  2026-09-02  BAG   INITIAL VERSION                             *00480000
      *  2026-10-15  BAG   PROCESSING DATE COMES FROM THE BUSINESS     *00483333
      *                    DATE (BUSDATE), NOT THE SYSTEM CLOCK        *00486666
      *                                                                *00490000
      ******************************************************************00500000
       ENVIRONMENT DIVISION.                                            00510000
                                                                        01830000
       01  RUNCTL-REQUEST-AREA.                                         01840000
           COPY RUNCTLQ.                                                01850000
                                                                        01851666
       01  BUSDATE-REQUEST-AREA.                                        01853333
           COPY BUSDATEQ.                                               01856666
                                                                        01860000
      ******************************************************************01870000
       PROCEDURE DIVISION.                                              01880000
           OPEN I-O    ACCRUAL-FILE                                     02200000
           OPEN OUTPUT BADJ-RPT                                         02210000
                                                                        02220000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         02226666
           MOVE BUSDATE-REQ-CURRENT TO INTBADJ-CURRENT-DATE             02233332
                                                                        02240000
           PERFORM 1200-READ-PROCTRAN THRU 1200-EXIT.                   02250000
       1000-EXIT.                                                       02260000
