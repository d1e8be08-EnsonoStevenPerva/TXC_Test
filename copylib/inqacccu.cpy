             05 INQACCCU-RES-BALANCE      PIC S9(10)V99.                00230000
             05 INQACCCU-RES-STATUS       PIC X.                        00240000
             05 INQACCCU-RES-NEXT-STMT    PIC 9(8).                     00250000
      *   SERVICING FLAG - 'V' WHEN THE CUSTOMER HAS AN ACTIVE         *00250100
      *   VULNERABLE-CUSTOMER REGISTER ENTRY (COPYBOOK VULNREG).       *00250200
          03 INQACCCU-SERVICE-FLAG        PIC X.                        00250300
             88 INQACCCU-VULNERABLE            VALUE 'V'.               00250400
             88 INQACCCU-NO-SERVICE-FLAG       VALUE SPACE.             00250500
