      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
      *   ONE ROW PER (BUSINESS, INDIVIDUAL) PAIR - THE DIRECTORS,     *00070000
      *   BENEFICIAL OWNERS AND AUTHORISED SIGNATORIES OF A BUSINESS   *00080000
      *   CUSTOMER (CUSTOMER-TYPE 'B'), EACH LINKED TO THE PERSON'S    *00090000
      *   OWN INDIVIDUAL CUSTOMER RECORD UNDER THE SAME SORT CODE.     *00100000
      *   ONE PERSON MAY HOLD ANY MIX OF THE THREE ROLES.  A ROW IS    *00110000
      *   ENDED, NEVER DELETED, SO THE REGISTER IS ITS OWN HISTORY;    *00120000
      *   A FRESH LINK RE-OPENS AN ENDED ROW.  ROWS ARE ONLY CHANGED   *00130000
      *   THROUGH BUSMAINT.  KYCREVW LAPSES A BUSINESS LEFT WITH NO    *00140000
      *   ACTIVE DIRECTOR OR OWNER; MANMAINT AND SIGREL USE THE        *00150000
      *   SIGNATORY ROWS FOR THE DIRECTORS-TO-SIGN MANDATE.            *00160000
           03 BUSREL-RECORD.                                            00170000
              05 BUSREL-EYECATCHER               PIC X(4).              00180000
                 88 BUSREL-EYECATCHER-VALUE       VALUE 'BREL'.         00190000
              05 BUSREL-KEY.                                            00200000
                 07 BUSREL-SORTCODE              PIC 9(6) DISPLAY.      00210000
                 07 BUSREL-BUSINESS              PIC 9(10) DISPLAY.     00220000
                 07 BUSREL-PERSON                PIC 9(10) DISPLAY.     00230000
              05 BUSREL-DIRECTOR-FLAG            PIC X.                 00240000
                 88 BUSREL-IS-DIRECTOR            VALUE 'Y'.            00250000
              05 BUSREL-OWNER-FLAG               PIC X.                 00260000
                 88 BUSREL-IS-OWNER               VALUE 'Y'.            00270000
      *   THE BENEFICIAL OWNER'S SHARE OF THE BUSINESS, PER CENT.      *00280000
              05 BUSREL-OWNERSHIP-PCT            PIC 9(3)V99.           00290000
              05 BUSREL-SIGNATORY-FLAG           PIC X.                 00300000
                 88 BUSREL-IS-SIGNATORY           VALUE 'Y'.            00310000
              05 BUSREL-STATUS                   PIC X.                 00320000
                 88 BUSREL-ACTIVE                 VALUE 'A'.            00330000
                 88 BUSREL-ENDED                  VALUE 'E'.            00340000
              05 BUSREL-LINKED-DATE              PIC 9(8).              00350000
              05 BUSREL-LINKED-BY                PIC X(3).              00360000
              05 BUSREL-ENDED-DATE               PIC 9(8).              00370000
              05 BUSREL-ENDED-BY                 PIC X(3).              00380000
