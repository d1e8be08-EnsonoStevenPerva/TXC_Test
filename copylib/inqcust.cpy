             05 INQCUST-RES-CUSTNO        PIC 9(10).                    00380000
             05 INQCUST-RES-NAME          PIC X(60).                    00390000
          03 INQCUST-PCB-POINTER          POINTER.                      00400000
      *   SERVICING FLAG, RETURNED ON AN EXACT INQUIRY.  'V' WHEN THE  *00400100
      *   CUSTOMER HAS AN ACTIVE VULNERABLE-CUSTOMER REGISTER ENTRY    *00400200
      *   (COPYBOOK VULNREG), WITH THE AGREED ADJUSTMENTS IN VULNREG   *00400300
      *   ORDER AND THE REVIEW DATE; SPACE OTHERWISE.                  *00400400
          03 INQCUST-SERVICE-FLAG         PIC X.                        00400500
             88 INQCUST-VULNERABLE             VALUE 'V'.               00400600
             88 INQCUST-NO-SERVICE-FLAG        VALUE SPACE.             00400700
          03 INQCUST-VULN-ADJUSTMENTS     PIC X(4).                     00400800
          03 INQCUST-VULN-REVIEW-DATE     PIC 9(8).                     00400900
      *   VERSION STAMP OF THE CUSTOMER RECORD, RETURNED ON AN EXACT   *00401000
      *   INQUIRY.  SEND IT BACK ON THE UPDCUST CALL THAT SAVES THE    *00401100
      *   SCREEN SO A CHANGE MADE MEANWHILE IS NOT OVERWRITTEN.        *00401200
          03 INQCUST-VERSION              PIC 9(8).                     00401300
