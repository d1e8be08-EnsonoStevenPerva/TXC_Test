      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
      *   THE CALL INTERFACE TO THE BALTOT SUBPROGRAM.  EVERY POSTING  *00070000
      *   AND EXTRACT JOB NAMES ITSELF, ITS SIDE (PRODUCER OF THE FILE *00080000
      *   OR CONSUMER OF IT) AND THE FILE IN 1000-INITIALIZE, ADDS     *00090000
      *   EACH ENTRY IT WRITES OR READS (A), AND WRITES THE TOTALS IN  *00100000
      *   9000-TERMINATE (W).  A ZERO DATE MEANS THE BUSINESS DATE.    *00110000
      *   FULL MEANS THE SUBPROGRAM'S TABLE COULD NOT TAKE ANOTHER     *00120000
      *   DATE AND TYPE, SO THAT ENTRY IS MISSING FROM THE TOTALS.     *00130000
          03 BALTOT-REQUEST.                                            00140000
             05 BALTOT-REQ-FUNCTION          PIC X.                     00150000
                88 BALTOT-REQ-ADD                VALUE 'A'.             00160000
                88 BALTOT-REQ-WRITE              VALUE 'W'.             00170000
             05 BALTOT-REQ-JOB               PIC X(8).                  00180000
             05 BALTOT-REQ-SIDE              PIC X.                     00190000
                88 BALTOT-REQ-PRODUCER           VALUE 'P'.             00200000
                88 BALTOT-REQ-CONSUMER           VALUE 'C'.             00210000
             05 BALTOT-REQ-FILE              PIC X(8).                  00220000
             05 BALTOT-REQ-DATE              PIC 9(8).                  00230000
             05 BALTOT-REQ-TYPE              PIC X(3).                  00240000
             05 BALTOT-REQ-AMOUNT            PIC S9(10)V99.             00250000
             05 BALTOT-REQ-REPLY             PIC X.                     00260000
                88 BALTOT-REQ-OK                 VALUE 'Y'.             00270000
                88 BALTOT-REQ-FULL               VALUE 'F'.             00280000
