      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
      *   ONE ROW PER CUSTOMER - THE CUSTOMER'S OWN DECLARATION OF     *00070000
      *   WHERE THEY ARE RESIDENT FOR TAX, FOR THE ANNUAL CRS AND      *00080000
      *   FATCA RETURNS (CRSRTN).  CRECUST TAKES IT WHEN THE CUSTOMER  *00090000
      *   IS CREATED AND APPMNT WHEN AN ACCOUNT APPLICATION IS         *00100000
      *   CAPTURED; A NEW DECLARATION REPLACES THE OLD ONE WHOLE.      *00110000
      *   UP TO FIVE COUNTRIES (ISO ALPHA-2 CODES), EACH WITH ITS      *00120000
      *   TAXPAYER ID OR THE REASON THERE IS NONE.                     *00130000
           03 TAXRES-RECORD.                                            00140000
              05 TAXRES-EYECATCHER                PIC X(4).             00150000
                 88 TAXRES-EYECATCHER-VALUE        VALUE 'TXRS'.        00160000
              05 TAXRES-KEY.                                            00170000
                 07 TAXRES-SORTCODE               PIC 9(6) DISPLAY.     00180000
                 07 TAXRES-CUSTOMER               PIC 9(10) DISPLAY.    00190000
              05 TAXRES-CERT-DATE                 PIC 9(8).             00200000
              05 TAXRES-CERT-SOURCE               PIC X(8).             00210000
              05 TAXRES-CERT-BY                   PIC X(3).             00220000
              05 TAXRES-COUNTRY-COUNT             PIC 9.                00230000
              05 TAXRES-COUNTRY-ENTRY             OCCURS 5 TIMES.       00240000
                 07 TAXRES-COUNTRY                PIC X(2).             00250000
                 07 TAXRES-TIN                    PIC X(20).            00260000
                 07 TAXRES-NO-TIN-REASON          PIC X.                00270000
                    88 TAXRES-TIN-NOT-ISSUED        VALUE 'A'.          00280000
                    88 TAXRES-TIN-UNOBTAINABLE      VALUE 'B'.          00290000
                    88 TAXRES-TIN-NOT-REQUIRED      VALUE 'C'.          00300000
      *   SET FROM THE COUNTRIES WHEN THE DECLARATION IS TAKEN - A     *00310000
      *   US PERSON DECLARED US; REPORTABLE DECLARED ANY COUNTRY       *00320000
      *   OTHER THAN GB.                                               *00330000
              05 TAXRES-US-PERSON-FLAG            PIC X.                00340000
                 88 TAXRES-US-PERSON                VALUE 'Y'.          00350000
              05 TAXRES-REPORTABLE-FLAG           PIC X.                00360000
                 88 TAXRES-REPORTABLE               VALUE 'Y'.          00370000
      *   SET BY THE TAXIND SWEEP.  AN ADDRESS WHOSE POSTCODE IS NOT   *00380000
      *   ON THE UK POSTCODE MASTER, OR A PHONE NUMBER WITH A FOREIGN  *00390000
      *   DIALLING CODE, IS AN INDICIUM.  IT CONFLICTS WITH A          *00400000
      *   DECLARATION OF GB ONLY, AND A US DIALLING CODE CONFLICTS     *00410000
      *   WITH ANY DECLARATION THAT DOES NOT INCLUDE US.  A NEW        *00420000
      *   DECLARATION RESETS THE STATUS TO UNCHECKED.                  *00430000
              05 TAXRES-INDICIA-STATUS            PIC X.                00440000
                 88 TAXRES-INDICIA-UNCHECKED        VALUE SPACE.        00450000
                 88 TAXRES-INDICIA-CLEAR            VALUE 'C'.          00460000
                 88 TAXRES-INDICIA-CONFLICT         VALUE 'X'.          00470000
              05 TAXRES-INDICIA-DATE              PIC 9(8).             00480000
              05 TAXRES-IND-ADDRESS-FLAG          PIC X.                00490000
                 88 TAXRES-IND-FOREIGN-ADDRESS      VALUE 'Y'.          00500000
              05 TAXRES-IND-PHONE-FLAG            PIC X.                00510000
                 88 TAXRES-IND-FOREIGN-PHONE        VALUE 'Y'.          00520000
              05 TAXRES-IND-US-FLAG               PIC X.                00530000
                 88 TAXRES-IND-US-PHONE             VALUE 'Y'.          00540000
