      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
      *   ONE ROW PER IDENTITY OR ADDRESS DOCUMENT A CUSTOMER HAS      *00070000
      *   PRODUCED, WITH THE OPERATOR WHO SAW AND VERIFIED IT.  ROWS   *00080000
      *   ARE ADDED AND WITHDRAWN THROUGH KYCMAINT - NEVER DELETED -   *00090000
      *   SO THE REGISTER IS ITS OWN AUDIT TRAIL.  THE SEQUENCE IS     *00100000
      *   HANDED OUT BY KYCMAINT AS THE NEXT PAST THE HIGHEST ON       *00110000
      *   FILE FOR THE CUSTOMER.  A ZERO EXPIRY DATE IS A DOCUMENT     *00120000
      *   THAT DOES NOT EXPIRE.  THE NIGHTLY KYCREVW SWEEP MARKS A     *00130000
      *   DOCUMENT EXPIRED ONCE ITS EXPIRY DATE HAS PASSED.            *00140000
           03 KYCDOC-RECORD.                                            00150000
              05 KYCDOC-EYECATCHER                PIC X(4).             00160000
                 88 KYCDOC-EYECATCHER-VALUE        VALUE 'KYCD'.        00170000
              05 KYCDOC-KEY.                                            00180000
                 07 KYCDOC-SORTCODE               PIC 9(6) DISPLAY.     00190000
                 07 KYCDOC-CUSTOMER               PIC 9(10) DISPLAY.    00200000
                 07 KYCDOC-SEQ                    PIC 9(3) DISPLAY.     00210000
              05 KYCDOC-DOC-TYPE                  PIC X(3).             00220000
                 88 KYCDOC-PASSPORT                 VALUE 'PPT'.        00230000
                 88 KYCDOC-DRIVING-LICENCE          VALUE 'DRV'.        00240000
                 88 KYCDOC-NATIONAL-ID              VALUE 'NID'.        00250000
                 88 KYCDOC-RESIDENCE-PERMIT         VALUE 'RES'.        00260000
                 88 KYCDOC-UTILITY-BILL             VALUE 'UTL'.        00270000
                 88 KYCDOC-BANK-STATEMENT           VALUE 'BST'.        00280000
                 88 KYCDOC-TAX-NOTICE               VALUE 'TAX'.        00290000
                 88 KYCDOC-TYPE-IDENTITY            VALUE 'PPT' 'DRV'   00300000
                                                          'NID' 'RES'.  00310000
                 88 KYCDOC-TYPE-ADDRESS             VALUE 'UTL' 'BST'   00320000
                                                          'TAX'.        00330000
      *   WHAT THE DOCUMENT EVIDENCES - SET FROM THE TYPE BY KYCMAINT. *00340000
              05 KYCDOC-PURPOSE                   PIC X.                00350000
                 88 KYCDOC-FOR-IDENTITY             VALUE 'I'.          00360000
                 88 KYCDOC-FOR-ADDRESS              VALUE 'A'.          00370000
              05 KYCDOC-REFERENCE                 PIC X(30).            00380000
              05 KYCDOC-ISSUE-DATE                PIC 9(8).             00390000
              05 KYCDOC-EXPIRY-DATE               PIC 9(8).             00400000
              05 KYCDOC-VERIFIED-BY               PIC X(3).             00410000
              05 KYCDOC-VERIFIED-DATE             PIC 9(8).             00420000
              05 KYCDOC-STATUS-FLAG               PIC X.                00430000
                 88 KYCDOC-CURRENT                  VALUE 'C'.          00440000
                 88 KYCDOC-EXPIRED                  VALUE 'E'.          00450000
                 88 KYCDOC-WITHDRAWN                VALUE 'W'.          00460000
              05 KYCDOC-WITHDRAWN-DATE            PIC 9(8).             00470000
              05 KYCDOC-WITHDRAWN-BY              PIC X(3).             00480000
