      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
      *   ONE ROW PER CUSTOMER - THE KYC RISK RATING AND PERIODIC      *00070000
      *   REVIEW CYCLE.  THE NIGHTLY KYCREVW SWEEP CREATES A ROW FOR   *00080000
      *   EVERY CUSTOMER WITHOUT ONE (FIRST REVIEW DUE AFTER A GRACE   *00090000
      *   PERIOD), RE-RATES IT FROM WLHIT SCREENING HITS AND AMLCASE   *00100000
      *   ALERTS, SETS THE REVIEW CYCLE FROM THE RATING AND MARKS IT   *00110000
      *   LAPSED ONCE THE REVIEW IS OVERDUE OR EVERY IDENTITY          *00120000
      *   DOCUMENT ON THE REGISTER (COPYBOOK KYCDOC) HAS EXPIRED.      *00130000
      *   A LAPSED CUSTOMER IS BROUGHT BACK TO CURRENT ONLY BY A       *00140000
      *   REVIEW RECORDED THROUGH KYCMAINT.  CREACC AND APPMNT REFUSE  *00150000
      *   NEW ACCOUNTS WHILE THE ROW IS LAPSED OR THE REVIEW IS PAST   *00160000
      *   DUE; A CUSTOMER WITH NO ROW YET IS NOT REFUSED.              *00170000
      *   A BUSINESS CUSTOMER IS RATED NO LOWER THAN MEDIUM AND        *00172500
      *   ALSO LAPSES WHEN IT HAS NO ACTIVE DIRECTOR OR BENEFICIAL     *00175000
      *   OWNER LINKED ON THE BUSREL REGISTER.                         *00177500
           03 KYCPROF-RECORD.                                           00180000
              05 KYCPROF-EYECATCHER               PIC X(4).             00190000
                 88 KYCPROF-EYECATCHER-VALUE       VALUE 'KYCP'.        00200000
              05 KYCPROF-KEY.                                           00210000
                 07 KYCPROF-SORTCODE              PIC 9(6) DISPLAY.     00220000
                 07 KYCPROF-CUSTOMER              PIC 9(10) DISPLAY.    00230000
              05 KYCPROF-RISK-RATING              PIC X.                00240000
                 88 KYCPROF-RISK-LOW                VALUE 'L'.          00250000
                 88 KYCPROF-RISK-MEDIUM             VALUE 'M'.          00260000
                 88 KYCPROF-RISK-HIGH               VALUE 'H'.          00270000
              05 KYCPROF-REVIEW-MONTHS            PIC 9(2).             00280000
              05 KYCPROF-RATED-DATE               PIC 9(8).             00290000
              05 KYCPROF-LAST-REVIEW-DATE         PIC 9(8).             00300000
              05 KYCPROF-LAST-REVIEW-BY           PIC X(3).             00310000
              05 KYCPROF-NEXT-REVIEW-DATE         PIC 9(8).             00320000
      *   THE LATEST EXPIRY AMONG THE CUSTOMER'S CURRENT IDENTITY      *00330000
      *   DOCUMENTS (ZERO WHEN NONE IS HELD OR NONE EXPIRES).          *00340000
              05 KYCPROF-ID-EXPIRY-DATE           PIC 9(8).             00350000
              05 KYCPROF-STATUS-FLAG              PIC X.                00360000
                 88 KYCPROF-CURRENT                 VALUE 'C'.          00370000
                 88 KYCPROF-LAPSED                  VALUE 'L'.          00380000
              05 KYCPROF-LAPSED-DATE              PIC 9(8).             00390000
              05 KYCPROF-LAPSE-REASON             PIC X.                00400000
                 88 KYCPROF-LAPSE-REVIEW            VALUE 'R'.          00410000
                 88 KYCPROF-LAPSE-DOCUMENTS         VALUE 'D'.          00420000
                 88 KYCPROF-LAPSE-OWNERS            VALUE 'O'.          00425000
      *   THE EVIDENCE BEHIND THE RATING, AS COUNTED BY THE LAST       *00430000
      *   KYCREVW RUN.  OPEN HITS ARE PENDING OR CONFIRMED; RECENT     *00440000
      *   ALERTS ARE THOSE RAISED IN THE LAST TWELVE MONTHS.           *00450000
              05 KYCPROF-WL-OPEN-HITS             PIC 9(3).             00460000
              05 KYCPROF-WL-CLEARED-HITS          PIC 9(3).             00470000
              05 KYCPROF-AML-ALERTS               PIC 9(3).             00480000
              05 KYCPROF-AML-RECENT               PIC 9(3).             00490000
      *   THE CUSTOMER'S TYPE, COPIED FROM THE CUSTOMER MASTER     *   *00490100
      *   WHEN THE PROFILE IS CREATED AND ON EVERY KYCREVW RUN.        *00490200
              05 KYCPROF-CUSTOMER-TYPE            PIC X.                00490300
                 88 KYCPROF-PERSONAL                VALUE SPACE 'P'.    00490400
                 88 KYCPROF-BUSINESS                VALUE 'B'.          00490500
