      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
      *   THE CALL INTERFACE TO THE PARMGET SUBPROGRAM.  A BATCH SETS  *00070000
      *   ITS OWN DEFAULT, ASKS FOR THE SUBSYSTEM AND NAME AS OF ITS   *00080000
      *   BUSINESS DATE, AND TAKES THE VALUE ONLY WHEN FOUND.  FOUND   *00090000
      *   MEANS A LIVE ROW WAS IN FORCE ON THE AS-OF DATE; NOT-FOUND   *00100000
      *   LEAVES THE DEFAULT STANDING.  THE EFFECTIVE DATE OF THE ROW  *00110000
      *   USED IS RETURNED FOR THE CONTROL REPORT.                     *00120000
          03 PARMGET-REQUEST.                                           00130000
             05 PARMGET-REQ-SUBSYSTEM        PIC X(8).                  00140000
             05 PARMGET-REQ-NAME             PIC X(16).                 00150000
             05 PARMGET-REQ-AS-OF            PIC 9(8).                  00160000
             05 PARMGET-REQ-REPLY            PIC X.                     00170000
                88 PARMGET-REQ-FOUND             VALUE 'Y'.             00180000
                88 PARMGET-REQ-NOT-FOUND         VALUE 'N'.             00190000
             05 PARMGET-REQ-TYPE             PIC X.                     00200000
             05 PARMGET-REQ-NUMBER           PIC S9(11)V9(4).           00210000
             05 PARMGET-REQ-TEXT             PIC X(20).                 00220000
             05 PARMGET-REQ-EFFECTIVE        PIC 9(8).                  00230000
