             88 COMM-SWP-FAIL-LINKED-SELF        VALUE '7'.             00310000
             88 COMM-SWP-FAIL-CURRENCY           VALUE '8'.             00315000
             88 COMM-SWP-FAIL-OPERATOR           VALUE 'O'.             00320000
             88 COMM-SWP-FAIL-CHANGED            VALUE 'C'.             00320100
      *   THE ORDER'S VERSION STAMP, RETURNED ON AN INQUIRY AND ON     *00320200
      *   EVERY SUCCESSFUL SET OR CANCEL.  SEND IT BACK UNCHANGED ON   *00320300
      *   THE NEXT SET OR CANCEL (ZERO WHEN THE INQUIRY FOUND NO       *00320400
      *   ORDER); IF THE ORDER HAS BEEN CHANGED SINCE, THE REQUEST IS  *00320500
      *   REFUSED WITH FAIL CODE 'C' - CHANGED BY ANOTHER USER.        *00320600
          03 COMM-SWP-VERSION                PIC 9(8).                  00320700
