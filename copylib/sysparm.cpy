      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
           03 SYSPARM-RECORD.                                           00070000
              05 SYSPARM-EYECATCHER               PIC X(4).             00080000
                 88 SYSPARM-EYECATCHER-VALUE       VALUE 'SPRM'.        00090000
      *   THE SYSTEM PARAMETER FILE - ONE ROW PER VALUE OF A BUSINESS  *00100000
      *   THRESHOLD FROM THE DATE IT TAKES EFFECT.  THE VALUE IN FORCE *00110000
      *   ON A DAY IS THE LIVE ROW WITH THE LATEST EFFECTIVE DATE NOT  *00120000
      *   AFTER IT (SUBPROGRAM PARMGET).  THE SUBSYSTEM IS THE PROGRAM *00130000
      *   THAT USES THE VALUE.  ROWS ARE MAINTAINED THROUGH PARMMNT    *00140000
      *   UNDER MAKER-CHECKER AND LISTED BY PARMRPT.                   *00150000
              05 SYSPARM-KEY.                                           00160000
                 07 SYSPARM-SUBSYSTEM             PIC X(8).             00170000
                 07 SYSPARM-NAME                  PIC X(16).            00180000
                 07 SYSPARM-EFFECTIVE-DATE        PIC 9(8).             00190000
              05 SYSPARM-DESCRIPTION              PIC X(40).            00200000
      *   A NUMBER (COUNTS, DAYS, MONTHS, YEARS), AN AMOUNT IN POUNDS  *00210000
      *   OR A TEXT VALUE.  THE NUMERIC VALUE IS ZERO FOR TEXT AND THE *00220000
      *   TEXT VALUE SPACES OTHERWISE.                                 *00230000
              05 SYSPARM-TYPE                     PIC X.                00240000
                 88 SYSPARM-TYPE-NUMBER             VALUE 'N'.          00250000
                 88 SYSPARM-TYPE-AMOUNT             VALUE 'A'.          00260000
                 88 SYSPARM-TYPE-TEXT               VALUE 'T'.          00270000
                 88 SYSPARM-TYPE-VALID              VALUE 'N' 'A' 'T'.  00280000
              05 SYSPARM-NUMBER                   PIC S9(11)V9(4).      00290000
              05 SYSPARM-TEXT                     PIC X(20).            00300000
      *   NEW - PROPOSED, NOT YET APPROVED, NEVER IN FORCE.            *00310000
      *   LIVE - APPROVED.                                             *00320000
              05 SYSPARM-STATUS-FLAG              PIC X.                00330000
                 88 SYSPARM-NEW                     VALUE 'N'.          00340000
                 88 SYSPARM-LIVE                    VALUE 'L'.          00350000
      *   THE CHANGE WAITING FOR A SECOND OPERATOR - ADD (THE ROW IS   *00360000
      *   NEW), CHANGE (THE PROPOSED VALUE BELOW) OR DELETE.  SPACE    *00370000
      *   WHEN NOTHING IS PENDING.                                     *00380000
              05 SYSPARM-PENDING-ACTION           PIC X.                00390000
                 88 SYSPARM-NOTHING-PENDING         VALUE SPACE.        00400000
                 88 SYSPARM-PENDING-ADD             VALUE 'A'.          00410000
                 88 SYSPARM-PENDING-CHANGE          VALUE 'C'.          00420000
                 88 SYSPARM-PENDING-DELETE          VALUE 'D'.          00430000
              05 SYSPARM-PENDING-NUMBER           PIC S9(11)V9(4).      00440000
              05 SYSPARM-PENDING-TEXT             PIC X(20).            00450000
              05 SYSPARM-PENDING-BY               PIC X(3).             00460000
              05 SYSPARM-PENDING-DATE             PIC 9(8).             00470000
              05 SYSPARM-APPROVED-BY              PIC X(3).             00480000
              05 SYSPARM-APPROVED-DATE            PIC 9(8).             00490000
              05 FILLER                           PIC X(20).            00500000
