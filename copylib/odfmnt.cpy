             88 COMM-ODF-ACT-GRANT               VALUE 'G'.             00120000
             88 COMM-ODF-ACT-CANCEL              VALUE 'C'.             00130000
             88 COMM-ODF-ACT-INQUIRE             VALUE 'I'.             00140000
             88 COMM-ODF-ACT-EXPOSURE            VALUE 'E'.             00145000
             88 COMM-ODF-ACT-REVIEW-APPROVE      VALUE 'A'.             00146666
             88 COMM-ODF-ACT-REVIEW-REJECT       VALUE 'R'.             00148332
          03 COMM-ODF-LIMIT                  PIC 9(10)V99.              00150000
          03 COMM-ODF-EXPIRY-DATE            PIC 9(8).                  00160000
          03 COMM-ODF-OPERATOR               PIC X(3).                  00170000
             88 COMM-ODF-FAIL-OPERATOR           VALUE 'O'.             00280000
             88 COMM-ODF-FAIL-APPROVAL-LIMIT     VALUE 'V'.             00290000
             88 COMM-ODF-FAIL-READ-ERR           VALUE '8'.             00300000
             88 COMM-ODF-FAIL-NO-PROPOSAL        VALUE 'P'.             00300050
             88 COMM-ODF-FAIL-CHANGED            VALUE 'C'.             00300075
      *   CONNECTED-PARTY EXPOSURE OF THE ACCOUNT HOLDER'S GROUP,      *00300100
      *   RETURNED ON A GRANT AND ON AN EXPOSURE ENQUIRY (E) SO THE    *00300200
      *   APPROVER SEES THE WHOLE GROUP BEFORE SIGNING.  THE FIGURES   *00300300
      *   ARE THOSE CONNEXP LAST STAMPED ON THE GROUP HEADER           *00300400
      *   (COPYBOOK CONNGRP); A ZERO GROUP KEY MEANS THE HOLDER IS IN  *00300500
      *   NO GROUP.  PROJECTED IS THE GROUP TOTAL PLUS THE LIMIT       *00300600
      *   ASKED FOR.  INFORMATION ONLY - IT NEVER BLOCKS THE GRANT.    *00300700
          03 COMM-ODF-GROUP-KEY.                                        00300800
             05 COMM-ODF-GROUP-SORTCODE      PIC 9(6) DISPLAY.          00300900
             05 COMM-ODF-GROUP-CUSTNO        PIC 9(10) DISPLAY.         00301000
          03 COMM-ODF-GROUP-MEMBERS          PIC 9(4).                  00301100
          03 COMM-ODF-GROUP-EXPOSURE-DATE    PIC 9(8).                  00301200
          03 COMM-ODF-GROUP-EXPOSURE         PIC S9(12)V99.             00301300
          03 COMM-ODF-GROUP-PROJECTED        PIC S9(12)V99.             00301400
          03 COMM-ODF-GROUP-FLAG             PIC X.                     00301500
             88 COMM-ODF-GROUP-BELOW-THRESHOLD   VALUE SPACE.           00301600
             88 COMM-ODF-GROUP-REPORTABLE        VALUE 'R'.             00301700
             88 COMM-ODF-GROUP-OVER-LIMIT        VALUE 'L'.             00301800
      *   THE FACILITY'S VERSION STAMP, RETURNED ON AN INQUIRY AND ON  *00301900
      *   EVERY SUCCESSFUL CHANGE.  SEND IT BACK UNCHANGED ON THE NEXT *00302000
      *   GRANT, CANCEL OR REVIEW APPROVAL (ZERO WHEN THE INQUIRY      *00302100
      *   FOUND NO FACILITY); IF THE FACILITY HAS BEEN CHANGED SINCE,  *00302200
      *   THE REQUEST IS REFUSED WITH FAIL CODE 'C' - CHANGED BY       *00302300
      *   ANOTHER USER.                                                *00302400
          03 COMM-ODF-VERSION                PIC 9(8).                  00302500
