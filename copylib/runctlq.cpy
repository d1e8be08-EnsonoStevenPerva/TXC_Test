      *   THE CALL INTERFACE TO THE RUNCTL SUBPROGRAM.  EVERY NIGHTLY  *00070000
      *   BATCH REGISTERS ITS START IN 1000-INITIALIZE (AND OBEYS A    *00080000
      *   HELD REPLY WHEN ITS PREDECESSOR HAS NOT COMPLETED) AND ITS   *00090000
      *   END IN 9000-TERMINATE.  BALCHK ALSO USES IT TO MARK A JOB'S  *00096666
      *   ROW OUT OF BALANCE.                                          *00103332
          03 RUNCTL-REQUEST.                                            00110000
             05 RUNCTL-REQ-FUNCTION          PIC X.                     00120000
                88 RUNCTL-REQ-START              VALUE 'S'.             00130000
                88 RUNCTL-REQ-END-OK             VALUE 'E'.             00140000
                88 RUNCTL-REQ-END-FAIL           VALUE 'F'.             00150000
                88 RUNCTL-REQ-OUT-OF-BALANCE     VALUE 'B'.             00155000
             05 RUNCTL-REQ-JOB               PIC X(8).                  00160000
             05 RUNCTL-REQ-COUNT             PIC 9(9).                  00170000
             05 RUNCTL-REQ-REPLY             PIC X.                     00180000
