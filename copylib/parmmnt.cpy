      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
          03 COMM-EYECATCHER                 PIC X(4).                  00070000
          03 COMM-PRM-ACTION                 PIC X.                     00080000
             88 COMM-PRM-ACT-INQUIRE             VALUE 'I'.             00090000
             88 COMM-PRM-ACT-ADD                 VALUE 'A'.             00100000
             88 COMM-PRM-ACT-CHANGE              VALUE 'C'.             00110000
             88 COMM-PRM-ACT-DELETE              VALUE 'D'.             00120000
             88 COMM-PRM-ACT-APPROVE             VALUE 'P'.             00130000
             88 COMM-PRM-ACT-REJECT              VALUE 'R'.             00140000
          03 COMM-PRM-OPERATOR               PIC X(3).                  00150000
          03 COMM-PRM-KEY.                                              00160000
             05 COMM-PRM-SUBSYSTEM           PIC X(8).                  00170000
             05 COMM-PRM-NAME                PIC X(16).                 00180000
             05 COMM-PRM-EFFECTIVE-DATE      PIC 9(8).                  00190000
      *   ADD : THE DESCRIPTION, TYPE AND VALUE.  CHANGE : THE NEW     *00200000
      *   VALUE.  INQUIRE RETURNS THE VALUE IN FORCE ON THE ROW.       *00210000
          03 COMM-PRM-DESCRIPTION            PIC X(40).                 00220000
          03 COMM-PRM-TYPE                   PIC X.                     00230000
          03 COMM-PRM-NUMBER                 PIC S9(11)V9(4).           00240000
          03 COMM-PRM-TEXT                   PIC X(20).                 00250000
      *   RETURNED FIELDS.                                             *00260000
          03 COMM-PRM-STATUS                 PIC X.                     00270000
          03 COMM-PRM-PENDING-ACTION         PIC X.                     00280000
          03 COMM-PRM-PENDING-NUMBER         PIC S9(11)V9(4).           00290000
          03 COMM-PRM-PENDING-TEXT           PIC X(20).                 00300000
          03 COMM-PRM-PENDING-BY             PIC X(3).                  00310000
          03 COMM-PRM-PENDING-DATE           PIC 9(8).                  00320000
          03 COMM-PRM-APPROVED-BY            PIC X(3).                  00330000
          03 COMM-PRM-APPROVED-DATE          PIC 9(8).                  00340000
          03 COMM-PRM-SUCCESS                PIC X.                     00350000
             88 COMM-PRM-OK                      VALUE 'Y'.             00360000
             88 COMM-PRM-FAILED                  VALUE 'N'.             00370000
          03 COMM-PRM-FAIL-CD                PIC X.                     00380000
             88 COMM-PRM-FAIL-NONE               VALUE SPACE.           00390000
             88 COMM-PRM-FAIL-NOTFND             VALUE '1'.             00400000
             88 COMM-PRM-FAIL-PENDING            VALUE '2'.             00410000
             88 COMM-PRM-FAIL-BAD-ACTION         VALUE '3'.             00420000
             88 COMM-PRM-FAIL-SAME-USER          VALUE '4'.             00430000
             88 COMM-PRM-FAIL-BAD-VALUE          VALUE '5'.             00440000
             88 COMM-PRM-FAIL-WRITE-ERR          VALUE '6'.             00450000
             88 COMM-PRM-FAIL-BACK-DATED         VALUE '7'.             00460000
             88 COMM-PRM-FAIL-READ-ERR           VALUE '8'.             00470000
             88 COMM-PRM-FAIL-DUPLICATE          VALUE '9'.             00480000
             88 COMM-PRM-FAIL-OPERATOR           VALUE 'O'.             00490000
