001000*----------------------------------------------------------*
001010*  BDGTWARN.CPY                                            *
001020*  BUDGET WARNING EXTRACT RECORD LAYOUT.  ONE RECORD PER    *
001030*  BUSINESS UNIT THE MONTHLY BudgetVariance REPORT FLAGS AS *
001040*  PROJECTED TO FINISH THE FISCAL YEAR MORE THAN THE        *
001050*  THRESHOLD PERCENT OVER BUDGET, IN UNIT ORDER.  WRITTEN   *
001060*  AS BDGTWARN.DAT BY EACH VARIANCE RUN AND READ BY THE     *
001070*  NEXT ChargebackBilling RUN, WHICH PRINTS THE WARNING ON  *
001080*  THE UNIT'S STATEMENT FOR ITS CONTACT.                    *
001090*----------------------------------------------------------*
001100     05  BW-REPORT-MONTH             PIC 9(06).
001110     05  FILLER                      PIC X(01).
001120     05  BW-BUSINESS-UNIT            PIC X(08).
001130     05  FILLER                      PIC X(01).
001140     05  BW-FISCAL-YEAR              PIC 9(04).
001150     05  FILLER                      PIC X(01).
001160     05  BW-ANNUAL-BUDGET            PIC 9(11)V99.
001170     05  FILLER                      PIC X(01).
001180     05  BW-YTD-ACTUAL               PIC 9(11)V99.
001190     05  FILLER                      PIC X(01).
001200     05  BW-PROJECTED                PIC 9(11)V99.
001210     05  FILLER                      PIC X(01).
001220     05  BW-OVER-PCT                 PIC 9(05)V9.
001230     05  FILLER                      PIC X(01).
001240     05  BW-THRESHOLD-PCT            PIC 9(03).
