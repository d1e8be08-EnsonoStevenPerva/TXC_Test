      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
           03 SYSPLOG-RECORD.                                           00070000
              05 SYSPLOG-EYECATCHER               PIC X(4).             00080000
                 88 SYSPLOG-EYECATCHER-VALUE       VALUE 'SPLG'.        00090000
      *   ONE ROW FOR EVERY DECISION ON A SYSTEM PARAMETER CHANGE,     *00100000
      *   WRITTEN BY PARMMNT WHEN THE SECOND OPERATOR APPROVES OR      *00110000
      *   REJECTS IT : THE VALUE BEFORE AND THE VALUE PROPOSED, WHO    *00120000
      *   PROPOSED IT AND WHO DECIDED.  AN ADD HAS NO OLD VALUE AND A  *00130000
      *   DELETE NO NEW ONE (ZERO AND SPACES).                         *00140000
              05 SYSPLOG-KEY.                                           00150000
                 07 SYSPLOG-SUBSYSTEM             PIC X(8).             00160000
                 07 SYSPLOG-NAME                  PIC X(16).            00170000
                 07 SYSPLOG-EFFECTIVE-DATE        PIC 9(8).             00180000
                 07 SYSPLOG-DATE                  PIC 9(8).             00190000
                 07 SYSPLOG-TIME                  PIC 9(8).             00200000
              05 SYSPLOG-ACTION                   PIC X.                00210000
                 88 SYSPLOG-ADD                     VALUE 'A'.          00220000
                 88 SYSPLOG-CHANGE                  VALUE 'C'.          00230000
                 88 SYSPLOG-DELETE                  VALUE 'D'.          00240000
              05 SYSPLOG-OUTCOME                  PIC X.                00250000
                 88 SYSPLOG-APPROVED                VALUE 'A'.          00260000
                 88 SYSPLOG-REJECTED                VALUE 'R'.          00270000
              05 SYSPLOG-TYPE                     PIC X.                00280000
              05 SYSPLOG-OLD-NUMBER               PIC S9(11)V9(4).      00290000
              05 SYSPLOG-OLD-TEXT                 PIC X(20).            00300000
              05 SYSPLOG-NEW-NUMBER               PIC S9(11)V9(4).      00310000
              05 SYSPLOG-NEW-TEXT                 PIC X(20).            00320000
              05 SYSPLOG-MAKER                    PIC X(3).             00330000
              05 SYSPLOG-MADE-DATE                PIC 9(8).             00340000
              05 SYSPLOG-CHECKER                  PIC X(3).             00350000
              05 FILLER                           PIC X(10).            00360000
