            88 COMM-UPD-FAIL-BATCH-LOCK  VALUE '9'.                     00391000
            88 COMM-UPD-FAIL-HIST-ERR    VALUE 'A'.                     00391600
            88 COMM-UPD-FAIL-BAD-PCODE  VALUE 'B'.                      00391800
            88 COMM-UPD-FAIL-CHANGED    VALUE 'C'.                      00395900
                                                                        00400000
      *    SET WHEN THIS CALL'S CREDIT-SCORE CHANGE WAS DIVERTED TO THE 00410000
      *    PENDING-APPROVAL QUEUE (CSOVRQ) INSTEAD OF BEING APPLIED     00420000
          03 COMM-UPD-SCORE-PENDING-FLAG PIC X.                         00450000
             88 COMM-UPD-SCORE-QUEUED        VALUE 'Y'.                 00460000
             88 COMM-UPD-SCORE-NOT-QUEUED    VALUE SPACE.               00470000
                                                                        00470050
      *    THE CUSTOMER'S VERSION STAMP AS INQCUST RETURNED IT.  IF THE 00470100
      *    CUSTOMER HAS BEEN CHANGED SINCE, THE UPDATE IS REFUSED WITH  00470200
      *    FAIL CODE 'C' - CHANGED BY ANOTHER USER - AND NOTHING IS     00470300
      *    APPLIED.  THE NEW STAMP COMES BACK ON SUCCESS.               00470400
          03 COMM-UPD-VERSION           PIC 9(8).                       00470500
