      *  ----------------------------------------------------------    *00300000
      *  DATE        BY    DESCRIPTION                                 *00310000
      *  2026-08-22  BAG   INITIAL VERSION                             *00320000
      *  2026-10-15  BAG   PROCESSING DATE COMES FROM THE BUSINESS     *00323333
      *                    DATE (BUSDATE), NOT THE SYSTEM CLOCK        *00326666
      *                                                                *00330000
      ******************************************************************00340000
       ENVIRONMENT DIVISION.                                            00350000
               'POSTINGS BLOCKED  : '.                                  00800000
           05  DECDRPT-SUM-BLOCKED         PIC Z(8)9.                   00810000
           05  FILLER                      PIC X(47) VALUE SPACES.      00820000
                                                                        00821666
       01  BUSDATE-REQUEST-AREA.                                        00823333
           COPY BUSDATEQ.                                               00826666
                                                                        00830000
      ******************************************************************00840000
       PROCEDURE DIVISION.                                              00850000
           OPEN INPUT  PROCTRAN-FILE                                    01030000
           OPEN OUTPUT DECD-RPT                                         01040000
                                                                        01050000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         01056666
           MOVE BUSDATE-REQ-CURRENT TO DECDRPT-CURRENT-DATE             01063332
                                                                        01070000
           PERFORM 1200-READ-NEXT THRU 1200-EXIT.                       01080000
       1000-EXIT.                                                       01090000
