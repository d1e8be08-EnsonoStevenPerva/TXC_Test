             88 COMM-MAN-FAIL-BAD-SCOPE          VALUE '7'.             00350000
             88 COMM-MAN-FAIL-READ-ERR           VALUE '8'.             00360000
             88 COMM-MAN-FAIL-DUPLICATE          VALUE '9'.             00370000
             88 COMM-MAN-FAIL-NOT-BUSINESS       VALUE 'D'.             00370100
             88 COMM-MAN-FAIL-FEW-SIGNATORIES    VALUE 'E'.             00370200
             88 COMM-MAN-FAIL-CHANGED            VALUE 'C'.             00370300
      *   THE MANDATE'S VERSION STAMP, RETURNED ON AN INQUIRY AND ON   *00370400
      *   A SUCCESSFUL SET.  SEND IT BACK UNCHANGED ON THE NEXT SET    *00370500
      *   (ZERO WHEN THE ACCOUNT HAD NO MANDATE ROW); IF THE MANDATE   *00370600
      *   HAS BEEN CHANGED SINCE, THE SET IS REFUSED WITH FAIL CODE    *00370700
      *   'C' - CHANGED BY ANOTHER USER.                               *00370800
          03 COMM-MAN-VERSION                PIC 9(8).                  00370900
