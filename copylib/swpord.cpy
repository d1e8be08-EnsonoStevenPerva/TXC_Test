                 88 SWPORD-CANCELLED                VALUE 'X'.          00260000
              05 SWPORD-CREATED-DATE              PIC 9(8).             00270000
              05 SWPORD-CREATED-BY                PIC X(3).             00280000
      *   RAISED BY ONE EVERY TIME THE ORDER IS SET OR CANCELLED.     * 00280100
      *   SWPMNT HANDS IT OUT ON AN INQUIRY AND REFUSES A CHANGE      * 00280200
      *   THAT COMES BACK WITH A DIFFERENT ONE.                       * 00280300
              05 SWPORD-VERSION                   PIC 9(8).             00280400
