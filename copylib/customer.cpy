                 88 CUSTOMER-NOT-DECEASED                  VALUE SPACE  00306666
                                                            'N'.        00307777
              05 CUSTOMER-DECEASED-DATE              PIC 9(8).          00308888
      *   PERSONAL (SPACE OR P) OR BUSINESS (B).  A BUSINESS CUSTOMER  *00308988
      *   HAS A ZERO DATE OF BIRTH AND CARRIES THE DETAILS BELOW; ITS  *00309088
      *   DIRECTORS, BENEFICIAL OWNERS AND SIGNATORIES ARE LINKED TO   *00309188
      *   THEIR OWN PERSONAL RECORDS ON BUSREL.  A REGISTRATION NUMBER *00309288
      *   (COMPANIES HOUSE OR CHARITY) IS HELD FOR THE REGISTERED      *00309388
      *   ENTITY TYPES; THE INCORPORATION DATE IS THE DATE THE         *00309488
      *   BUSINESS WAS INCORPORATED OR, IF UNINCORPORATED, FORMED.     *00309588
              05 CUSTOMER-TYPE                       PIC X(1).          00309688
                 88 CUSTOMER-PERSONAL                      VALUE SPACE  00309788
                                                            'P'.        00309888
                 88 CUSTOMER-BUSINESS                      VALUE 'B'.   00309988
              05 CUSTOMER-BUSINESS-DETAILS.                             00310088
                 07 CUSTOMER-BUS-REG-NUMBER          PIC X(10).         00310188
                 07 CUSTOMER-BUS-ENTITY-TYPE         PIC X(1).          00310288
                    88 CUSTOMER-BUS-LIMITED-CO             VALUE 'L'.   00310388
                    88 CUSTOMER-BUS-PLC                    VALUE 'P'.   00310488
                    88 CUSTOMER-BUS-LLP                    VALUE 'Y'.   00310588
                    88 CUSTOMER-BUS-PARTNERSHIP            VALUE 'N'.   00310688
                    88 CUSTOMER-BUS-SOLE-TRADER            VALUE 'S'.   00310788
                    88 CUSTOMER-BUS-CHARITY                VALUE 'C'.   00310888
                    88 CUSTOMER-BUS-CLUB-SOCIETY           VALUE 'U'.   00310988
                    88 CUSTOMER-BUS-TRUST                  VALUE 'T'.   00311088
                    88 CUSTOMER-BUS-ENTITY-VALID           VALUE 'L' 'P'00311188
                                                     'Y' 'N' 'S' 'C'    00311288
                                                     'U' 'T'.           00311388
                    88 CUSTOMER-BUS-REGISTERED             VALUE 'L' 'P'00311488
                                                     'Y' 'C'.           00311588
                 07 CUSTOMER-BUS-INCORP-DATE         PIC 9(8).          00311688
                 07 CUSTOMER-BUS-NATURE              PIC X(40).         00311788
                 07 CUSTOMER-BUS-TRADING-NAME        PIC X(60).         00311888
      *   RAISED BY ONE EVERY TIME A PROGRAM CHANGES THE CUSTOMER'S    *00311988
      *   DETAILS.  INQCUST HANDS IT OUT WITH THE RECORD AND UPDCUST   *00312088
      *   REFUSES AN UPDATE THAT COMES BACK WITH A DIFFERENT ONE, SO   *00312188
      *   TWO PEOPLE EDITING THE SAME CUSTOMER CANNOT OVERWRITE EACH   *00312288
      *   OTHER UNSEEN.  A REFUSAL IS LOGGED ON UPDCONF.               *00312388
              05 CUSTOMER-VERSION                    PIC 9(8).          00312488
