      *                                                                *00050000
      ******************************************************************00060000
      *   ONE ROW PER BATCH JOB PER NIGHT - WHEN IT STARTED, WHEN AND  *00070000
      *   HOW IT ENDED, AND HOW MANY RECORDS IT PROCESSED.  OUT OF     *00076250
      *   BALANCE IS SET BY BALCHK ON A JOB WHOSE CONTROL TOTALS DID   *00082500
      *   NOT AGREE WITH ITS PRODUCERS', AND HOLDS ITS SUCCESSORS AS   *00088750
      *   A FAILURE WOULD.  A ROW WITH RUN-DATE ZERO IS THE JOB'S      *00095000
      *   STANDING RULE ROW: IT CARRIES THE DECLARED PREDECESSOR THAT  *00101250
      *   MUST HAVE ENDED CLEANLY TONIGHT BEFORE THE JOB IS ALLOWED    *00107500
      *   TO START.                                                    *00113750
           03 RUNCTL-RECORD.                                            00120000
              05 RUNCTL-EYECATCHER                PIC X(4).             00130000
                 88 RUNCTL-EYECATCHER-VALUE        VALUE 'RCTL'.        00140000
                 88 RUNCTL-RUNNING                  VALUE 'R'.          00220000
                 88 RUNCTL-ENDED-OK                 VALUE 'C'.          00230000
                 88 RUNCTL-ENDED-FAIL               VALUE 'F'.          00240000
                 88 RUNCTL-OUT-OF-BALANCE           VALUE 'B'.          00245000
              05 RUNCTL-PREDECESSOR               PIC X(8).             00250000
