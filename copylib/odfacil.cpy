              05 ODFACIL-LIMIT                    PIC 9(10)V99.         00160000
              05 ODFACIL-EXPIRY-DATE              PIC 9(8).             00170000
              05 ODFACIL-APPROVED-BY              PIC X(3).             00180000
      *   RAISED BY ONE EVERY TIME THE LIMIT OR EXPIRY CHANGES.        *00180100
      *   ODFMAINT HANDS IT OUT ON AN INQUIRY AND REFUSES A CHANGE     *00180200
      *   THAT COMES BACK WITH A DIFFERENT ONE.                        *00180300
              05 ODFACIL-VERSION                  PIC 9(8).             00180400
