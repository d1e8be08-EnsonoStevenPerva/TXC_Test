                 88 RETPOL-CLASS-ABND              VALUE 'ABND'.        00160000
                 88 RETPOL-CLASS-CSOVRQ            VALUE 'CSOVRQ'.      00170000
                 88 RETPOL-CLASS-BALSNAP           VALUE 'BALSNAP'.     00175000
                 88 RETPOL-CLASS-RPTREPO           VALUE 'RPTREPO'.     00177500
              05 RETPOL-MONTHS                    PIC 9(3).             00180000
              05 RETPOL-DISPOSITION               PIC X.                00190000
                 88 RETPOL-DISP-ARCHIVE             VALUE 'A'.          00200000
