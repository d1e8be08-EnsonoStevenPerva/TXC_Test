      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
      *   THE CALL INTERFACE TO THE BUSDATE SUBPROGRAM.  EVERY BATCH   *00070000
      *   THAT POSTS OR MAKES DUE-DATE DECISIONS CALLS IT IN           *00080000
      *   1000-INITIALIZE FOR TONIGHT'S BUSINESS DATE INSTEAD OF       *00090000
      *   ASKING THE SYSTEM CLOCK.  NOT-FOUND MEANS THE CONTROL        *00100000
      *   RECORD COULD NOT BE READ AND THE DATES ARE THE CLOCK'S.      *00110000
          03 BUSDATE-REQUEST.                                           00120000
             05 BUSDATE-REQ-REPLY            PIC X.                     00130000
                88 BUSDATE-REQ-FOUND             VALUE 'Y'.             00140000
                88 BUSDATE-REQ-NOT-FOUND         VALUE 'N'.             00150000
             05 BUSDATE-REQ-CURRENT          PIC 9(8).                  00160000
             05 BUSDATE-REQ-PREVIOUS         PIC 9(8).                  00170000
             05 BUSDATE-REQ-NEXT             PIC 9(8).                  00180000
