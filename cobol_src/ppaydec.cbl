      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    PPAYDEC.                                          00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       DATE-WRITTEN.  2026-10-15.                                       00100000
      ******************************************************************00110000
      *                                                                *00120000
      *  PPAYDEC - POSITIVE-PAY EXCEPTION DECISION                     *00130000
      *                                                                *00140000
      *  FUNCTION : ACCEPTS A PPAYDEC COMMAREA (COPYBOOK PPAYDEC)      *00150000
      *             NAMING ONE CHEQUE HELD ON THE POSITIVE-PAY         *00160000
      *             EXCEPTION FILE (COPYBOOK PPAYEXC, HELD BY CHQCLR   *00170000
      *             BECAUSE IT DID NOT MATCH THE CUSTOMER'S ISSUED-    *00180000
      *             CHEQUE REGISTER).  THE DECIDING CUSTOMER MUST BE   *00190000
      *             THE HOLDER OF THE DRAWING ACCOUNT :                *00200000
      *                                                                *00210000
      *               P - PAY.  THE CUSTOMER RECOGNISES THE CHEQUE.    *00220000
      *               R - RETURN.  THE CUSTOMER DOES NOT; IT GOES      *00230000
      *                   BACK UNPAID TO THE PRESENTING BANK.          *00240000
      *               I - INQUIRE ON THE ITEM.                         *00250000
      *                                                                *00260000
      *             NOTHING POSTS HERE.  THE DECISION IS RECORDED AND  *00270000
      *             MAY BE CHANGED UNTIL THE ITEM'S CUT-OFF DATE, WHEN *00280000
      *             PPAYCUT PAYS OR RETURNS IT.  AN ITEM STILL         *00290000
      *             UNDECIDED AT THE CUT-OFF IS RETURNED.              *00300000
      *                                                                *00310000
      *  FILES    : PPAYEXC  - VSAM KSDS - POSITIVE-PAY EXCEPTIONS     *00320000
      *                                                                *00330000
      *  CHANGE HISTORY                                                *00340000
      *  ----------------------------------------------------------    *00350000
      *  DATE        BY    DESCRIPTION                                 *00360000
      *  2026-10-15  BAG   INITIAL VERSION                             *00370000
      *                                                                *00380000
      ******************************************************************00390000
       DATA DIVISION.                                                   00400000
       WORKING-STORAGE SECTION.                                         00410000
       01  PPAYDEC-WORK-AREA.                                           00420000
           05  PPAYDEC-RESP               PIC S9(8) COMP.               00430000
           05  PPAYDEC-TODAYS-DATE        PIC 9(8)  VALUE ZERO.         00440000
                                                                        00450000
       01  PPAYDEC-PPAYEXC-REC.                                         00460000
           COPY PPAYEXC.                                                00470000
                                                                        00480000
       LINKAGE SECTION.                                                 00490000
       01  DFHCOMMAREA.                                                 00500000
           COPY PPAYDEC.                                                00510000
                                                                        00520000
      ******************************************************************00530000
       PROCEDURE DIVISION.                                              00540000
      ******************************************************************00550000
       0000-MAINLINE.                                                   00560000
           MOVE SPACE TO COMM-PPD-SUCCESS                               00570000
           MOVE SPACE TO COMM-PPD-FAIL-CD                               00580000
           ACCEPT PPAYDEC-TODAYS-DATE FROM DATE YYYYMMDD                00590000
                                                                        00600000
           EVALUATE TRUE                                                00610000
               WHEN COMM-PPD-ACT-PAY                                    00620000
               WHEN COMM-PPD-ACT-RETURN                                 00630000
                   PERFORM 2000-DECIDE THRU 2000-EXIT                   00640000
               WHEN COMM-PPD-ACT-INQUIRE                                00650000
                   PERFORM 4000-INQUIRE THRU 4000-EXIT                  00660000
               WHEN OTHER                                               00670000
                   MOVE '3' TO COMM-PPD-FAIL-CD                         00680000
           END-EVALUATE                                                 00690000
                                                                        00700000
           IF COMM-PPD-FAIL-CD = SPACE                                  00710000
               MOVE 'Y' TO COMM-PPD-SUCCESS                             00720000
           ELSE                                                         00730000
               MOVE 'N' TO COMM-PPD-SUCCESS                             00740000
           END-IF                                                       00750000
                                                                        00760000
           GO TO 9999-EXIT.                                             00770000
                                                                        00780000
      ******************************************************************00790000
      *  1000-READ-EXCEPTION - READ THE HELD ITEM FOR UPDATE.  ONLY    *00800000
      *  THE ACCOUNT HOLDER MAY DECIDE IT, AND ONLY WHILE IT IS STILL  *00810000
      *  WAITING AND ITS CUT-OFF DATE HAS NOT PASSED.                  *00820000
      ******************************************************************00830000
       1000-READ-EXCEPTION.                                             00840000
           MOVE COMM-PPD-KEY TO PPAYEXC-KEY OF PPAYDEC-PPAYEXC-REC      00850000
                                                                        00860000
           EXEC CICS                                                    00870000
               READ DATASET('PPAYEXC')                                  00880000
                    INTO(PPAYDEC-PPAYEXC-REC)                           00890000
                    RIDFLD(PPAYEXC-KEY OF PPAYDEC-PPAYEXC-REC)          00900000
                    UPDATE                                              00910000
                    RESP(PPAYDEC-RESP)                                  00920000
           END-EXEC                                                     00930000
                                                                        00940000
           IF PPAYDEC-RESP = DFHRESP(NOTFND)                            00950000
               MOVE '1' TO COMM-PPD-FAIL-CD                             00960000
               GO TO 1000-EXIT                                          00970000
           END-IF                                                       00980000
                                                                        00990000
           IF PPAYDEC-RESP NOT = DFHRESP(NORMAL)                        01000000
               MOVE '8' TO COMM-PPD-FAIL-CD                             01010000
               GO TO 1000-EXIT                                          01020000
           END-IF                                                       01030000
                                                                        01040000
           IF COMM-PPD-CUSTOMER NOT =                                   01050000
              PPAYEXC-CUSTOMER OF PPAYDEC-PPAYEXC-REC                   01060000
               MOVE '5' TO COMM-PPD-FAIL-CD                             01070000
               GO TO 1000-EXIT                                          01080000
           END-IF                                                       01090000
                                                                        01100000
           IF NOT PPAYEXC-WAITING OF PPAYDEC-PPAYEXC-REC                01110000
              OR PPAYDEC-TODAYS-DATE >                                  01120000
                 PPAYEXC-CUTOFF-DATE OF PPAYDEC-PPAYEXC-REC             01130000
               MOVE '2' TO COMM-PPD-FAIL-CD                             01140000
           END-IF.                                                      01150000
       1000-EXIT.                                                       01160000
           EXIT.                                                        01170000
                                                                        01180000
      ******************************************************************01190000
      *  2000-DECIDE - RECORD THE CUSTOMER'S PAY OR RETURN DECISION,   *01200000
      *  REPLACING ANY EARLIER ONE, AND PUT THE ITEM BACK.             *01210000
      ******************************************************************01220000
       2000-DECIDE.                                                     01230000
           PERFORM 1000-READ-EXCEPTION THRU 1000-EXIT                   01240000
           IF COMM-PPD-FAIL-CD NOT = SPACE                              01250000
               GO TO 2000-EXIT                                          01260000
           END-IF                                                       01270000
                                                                        01280000
           IF COMM-PPD-ACT-PAY                                          01290000
               SET PPAYEXC-DECIDED-PAY OF PPAYDEC-PPAYEXC-REC TO TRUE   01300000
           ELSE                                                         01310000
               SET PPAYEXC-DECIDED-RETURN OF PPAYDEC-PPAYEXC-REC        01320000
                   TO TRUE                                              01330000
           END-IF                                                       01340000
           MOVE PPAYDEC-TODAYS-DATE                                     01350000
               TO PPAYEXC-DECIDED-DATE OF PPAYDEC-PPAYEXC-REC           01360000
           MOVE EIBTIME                                                 01370000
               TO PPAYEXC-DECIDED-TIME OF PPAYDEC-PPAYEXC-REC           01380000
                                                                        01390000
           EXEC CICS                                                    01400000
               REWRITE DATASET('PPAYEXC')                               01410000
                       FROM(PPAYDEC-PPAYEXC-REC)                        01420000
                       RESP(PPAYDEC-RESP)                               01430000
           END-EXEC                                                     01440000
                                                                        01450000
           IF PPAYDEC-RESP NOT = DFHRESP(NORMAL)                        01460000
               MOVE '6' TO COMM-PPD-FAIL-CD                             01470000
               GO TO 2000-EXIT                                          01480000
           END-IF                                                       01490000
                                                                        01500000
           PERFORM 4100-RETURN-DETAILS THRU 4100-EXIT.                  01510000
       2000-EXIT.                                                       01520000
           EXIT.                                                        01530000
                                                                        01540000
      ******************************************************************01550000
      *  4000-INQUIRE - RETURN THE ITEM'S DETAILS AND STATUS TO THE    *01560000
      *  ACCOUNT HOLDER.                                               *01570000
      ******************************************************************01580000
       4000-INQUIRE.                                                    01590000
           MOVE COMM-PPD-KEY TO PPAYEXC-KEY OF PPAYDEC-PPAYEXC-REC      01600000
                                                                        01610000
           EXEC CICS                                                    01620000
               READ DATASET('PPAYEXC')                                  01630000
                    INTO(PPAYDEC-PPAYEXC-REC)                           01640000
                    RIDFLD(PPAYEXC-KEY OF PPAYDEC-PPAYEXC-REC)          01650000
                    RESP(PPAYDEC-RESP)                                  01660000
           END-EXEC                                                     01670000
                                                                        01680000
           IF PPAYDEC-RESP = DFHRESP(NOTFND)                            01690000
               MOVE '1' TO COMM-PPD-FAIL-CD                             01700000
               GO TO 4000-EXIT                                          01710000
           END-IF                                                       01720000
                                                                        01730000
           IF PPAYDEC-RESP NOT = DFHRESP(NORMAL)                        01740000
               MOVE '8' TO COMM-PPD-FAIL-CD                             01750000
               GO TO 4000-EXIT                                          01760000
           END-IF                                                       01770000
                                                                        01780000
           IF COMM-PPD-CUSTOMER NOT =                                   01790000
              PPAYEXC-CUSTOMER OF PPAYDEC-PPAYEXC-REC                   01800000
               MOVE '5' TO COMM-PPD-FAIL-CD                             01810000
               GO TO 4000-EXIT                                          01820000
           END-IF                                                       01830000
                                                                        01840000
           PERFORM 4100-RETURN-DETAILS THRU 4100-EXIT.                  01850000
       4000-EXIT.                                                       01860000
           EXIT.                                                        01870000
                                                                        01880000
      ******************************************************************01890000
      *  4100-RETURN-DETAILS - COPY THE ITEM INTO THE COMMAREA.        *01900000
      ******************************************************************01910000
       4100-RETURN-DETAILS.                                             01920000
           MOVE PPAYEXC-AMOUNT OF PPAYDEC-PPAYEXC-REC                   01930000
               TO COMM-PPD-AMOUNT                                       01940000
           MOVE PPAYEXC-ISSUED-AMOUNT OF PPAYDEC-PPAYEXC-REC            01950000
               TO COMM-PPD-ISSUED-AMOUNT                                01960000
           MOVE PPAYEXC-ISSUE-DATE OF PPAYDEC-PPAYEXC-REC               01970000
               TO COMM-PPD-ISSUE-DATE                                   01980000
           MOVE PPAYEXC-REASON OF PPAYDEC-PPAYEXC-REC                   01990000
               TO COMM-PPD-REASON                                       02000000
           MOVE PPAYEXC-CLEARING-DATE OF PPAYDEC-PPAYEXC-REC            02010000
               TO COMM-PPD-CLEARING-DATE                                02020000
           MOVE PPAYEXC-CUTOFF-DATE OF PPAYDEC-PPAYEXC-REC              02030000
               TO COMM-PPD-CUTOFF-DATE                                  02040000
           MOVE PPAYEXC-DECISION OF PPAYDEC-PPAYEXC-REC                 02050000
               TO COMM-PPD-DECISION                                     02060000
           MOVE PPAYEXC-STATUS-FLAG OF PPAYDEC-PPAYEXC-REC              02070000
               TO COMM-PPD-STATUS.                                      02080000
       4100-EXIT.                                                       02090000
           EXIT.                                                        02100000
                                                                        02110000
      ******************************************************************02120000
      *  9999-EXIT - RETURN TO THE CALLER.                             *02130000
      ******************************************************************02140000
       9999-EXIT.                                                       02150000
           EXEC CICS                                                    02160000
               RETURN                                                   02170000
           END-EXEC.                                                    02180000
