      *               A - APPROVE.  THE APPROVER MUST BE A NAMED       *00200000
      *                   HOLDER OF THE ACCOUNT ON ACCHOLD AND MUST    *00210000
      *                   NOT BE THE HOLDER WHO INITIATED THE DEBIT.   *00220000
      *                   ON A BUSINESS ACCOUNT AN ACTIVE SIGNATORY    *00222500
      *                   LINKED TO THE BUSINESS ON BUSREL MAY ALSO    *00225000
      *                   APPROVE.                                     *00227500
      *                   THE ORIGINAL POSTING PATH IS THEN RE-DRIVEN  *00230000
      *                   WITH THE MANDATE MARKED SATISFIED, SO THE    *00240000
      *                   MONEY MOVES THROUGH EXACTLY THE CODE THAT    *00250000
      *                                                                *00300000
      *  FILES    : PENDSIG  - VSAM KSDS - PENDING SIGNATURES          *00310000
      *             ACCHOLD  - VSAM KSDS - ACCOUNT HOLDER LINKS        *00320000
      *             ACCOUNT  - VSAM KSDS - ACCOUNT MASTER              *00323333
      *             BUSREL   - VSAM KSDS - BUSINESS DIRECTOR LINKS     *00326666
      *             (LINKS TO XFRFUN / CASHTXN FOR THE POSTING)        *00330000
      *                                                                *00340000
      *  CHANGE HISTORY                                                *00350000
      *  2026-09-02  BAG   INITIAL VERSION                             *00380000
      *  2026-09-02  BAG   RELEASED TRANSFERS CARRY NO DECLARED     *   00382000
      *                    CURRENCY SO FX ACCOUNTS CAN RELEASE      *   00384000
      *  2026-10-15  BAG   A BUSREL SIGNATORY MAY APPROVE ON A         *00386000
      *                    BUSINESS ACCOUNT                            *00388000
      *  2026-10-15  BAG   A RE-DRIVEN TRANSFER QUEUED FOR HIGH-       *00388666
      *                    VALUE RELEASE COUNTS AS SIGNED OFF          *00389332
      *                                                                *00390000
      ******************************************************************00400000
       DATA DIVISION.                                                   00410000
               10  SIGREL-HOLD-SORTCODE   PIC 9(6).                     00470000
               10  SIGREL-HOLD-NUMBER     PIC 9(8).                     00480000
               10  SIGREL-HOLD-CUSTOMER   PIC 9(10).                    00490000
           05  SIGREL-ACCT-KEY.                                         00492500
               10  SIGREL-ACCT-SORTCODE   PIC 9(6).                     00495000
               10  SIGREL-ACCT-NUMBER     PIC 9(8).                     00497500
                                                                        00500000
       01  SIGREL-PENDSIG-REC.                                          00510000
           COPY PENDSIG.                                                00520000
                                                                        00530000
       01  SIGREL-ACCHOLD-REC.                                          00540000
           COPY ACCHOLD.                                                00550000
                                                                        00551428
       01  SIGREL-ACCOUNT-REC.                                          00552856
           COPY ACCOUNT.                                                00554284
                                                                        00555712
       01  SIGREL-BUSREL-REC.                                           00557140
           COPY BUSREL.                                                 00558568
                                                                        00560000
       01  SIGREL-XFR-COMMAREA.                                         00570000
           COPY XFRFUN.                                                 00580000
           EXIT.                                                        01660000
                                                                        01670000
      ******************************************************************01680000
      *  1500-CHECK-APPROVER - THE APPROVER MUST BE A DIFFERENT        *01688333
      *  HOLDER FROM THE ONE WHO INITIATED THE DEBIT, AND MUST BE ON   *01696666
      *  THE ACCHOLD LINK FILE FOR THE ACCOUNT OR, WHERE THE ACCOUNT   *01704999
      *  IS HELD BY A BUSINESS, BE AN ACTIVE SIGNATORY ON BUSREL.      *01713332
      ******************************************************************01721665
       1500-CHECK-APPROVER.                                             01730000
           IF COMM-SIG-APPROVER                                         01740000
              = PENDSIG-FIRST-CUSTOMER OF SIGREL-PENDSIG-REC            01750000
           END-EXEC                                                     01910000
                                                                        01920000
           IF SIGREL-RESP NOT = DFHRESP(NORMAL)                         01930000
               PERFORM 1600-CHECK-SIGNATORY THRU 1600-EXIT              01940000
           END-IF.                                                      01950000
       1500-EXIT.                                                       01960000
           EXIT.                                                        01970000
                                                                        01970200
      ******************************************************************01970400
      *  1600-CHECK-SIGNATORY - NOT A NAMED HOLDER.  LOOK FOR AN       *01970600
      *  ACTIVE SIGNATORY LINK BETWEEN THE ACCOUNT'S CUSTOMER AND THE  *01970800
      *  APPROVER; WITHOUT ONE THE APPROVER IS REFUSED.                *01971000
      ******************************************************************01971200
       1600-CHECK-SIGNATORY.                                            01971400
           MOVE PENDSIG-SORTCODE OF SIGREL-PENDSIG-REC                  01971600
               TO SIGREL-ACCT-SORTCODE                                  01971800
           MOVE PENDSIG-FROM-ACCOUNT OF SIGREL-PENDSIG-REC              01972000
               TO SIGREL-ACCT-NUMBER                                    01972200
                                                                        01972400
           EXEC CICS                                                    01972600
               READ DATASET('ACCOUNT')                                  01972800
                    INTO(SIGREL-ACCOUNT-REC)                            01973000
                    RIDFLD(SIGREL-ACCT-KEY)                             01973200
                    RESP(SIGREL-RESP)                                   01973400
           END-EXEC                                                     01973600
                                                                        01973800
           IF SIGREL-RESP NOT = DFHRESP(NORMAL)                         01974000
               MOVE '4' TO COMM-SIG-FAIL-CD                             01974200
               GO TO 1600-EXIT                                          01974400
           END-IF                                                       01974600
                                                                        01974800
           MOVE PENDSIG-SORTCODE OF SIGREL-PENDSIG-REC                  01975000
               TO BUSREL-SORTCODE OF SIGREL-BUSREL-REC                  01975200
           MOVE ACCOUNT-CUSTOMER-NUMBER OF SIGREL-ACCOUNT-REC           01975400
               TO BUSREL-BUSINESS OF SIGREL-BUSREL-REC                  01975600
           MOVE COMM-SIG-APPROVER                                       01975800
               TO BUSREL-PERSON OF SIGREL-BUSREL-REC                    01976000
                                                                        01976200
           EXEC CICS                                                    01976400
               READ DATASET('BUSREL')                                   01976600
                    INTO(SIGREL-BUSREL-REC)                             01976800
                    RIDFLD(BUSREL-KEY OF SIGREL-BUSREL-REC)             01977000
                    RESP(SIGREL-RESP)                                   01977200
           END-EXEC                                                     01977400
                                                                        01977600
           IF SIGREL-RESP NOT = DFHRESP(NORMAL)                         01977800
               MOVE '4' TO COMM-SIG-FAIL-CD                             01978000
               GO TO 1600-EXIT                                          01978200
           END-IF                                                       01978400
                                                                        01978600
           IF NOT BUSREL-ACTIVE OF SIGREL-BUSREL-REC                    01978800
              OR NOT BUSREL-IS-SIGNATORY OF SIGREL-BUSREL-REC           01979000
               MOVE '4' TO COMM-SIG-FAIL-CD                             01979200
           END-IF.                                                      01979400
       1600-EXIT.                                                       01979600
           EXIT.                                                        01979800
                                                                        01980000
      ******************************************************************01990000
      *  2200-POST-TRANSFER - RE-DRIVE XFRFUN WITH THE MANDATE         *02000000
               GO TO 2200-EXIT                                          02310000
           END-IF                                                       02320000
                                                                        02330000
      *    A TRANSFER OVER THE RELEASE THRESHOLD COMES BACK HELD ON    *02332000
      *    PENDREL - THE SIGNATURE IS SATISFIED AND HVREL TAKES IT ON. *02336000
           IF COMM-XFR-SUCCESS OF SIGREL-XFR-COMMAREA NOT = 'Y'         02340000
              AND NOT COMM-XFR-FAIL-HELD OF SIGREL-XFR-COMMAREA         02346000
               MOVE '7' TO COMM-SIG-FAIL-CD                             02350000
           END-IF.                                                      02360000
       2200-EXIT.                                                       02370000
