001000*----------------------------------------------------------*
001010*  BUDGET.CPY                                              *
001020*  WEB SERVICES BUDGET MASTER RECORD LAYOUT.  ONE RECORD    *
001030*  PER BUSINESS UNIT PER FISCAL YEAR, KEYED BY UNIT AND     *
001040*  YEAR, CARRYING THE ANNUAL BUDGET AND ITS PHASING BY      *
001050*  MONTH (BG-MONTH-BUDGET (1) IS JANUARY - THE FISCAL YEAR  *
001060*  RUNS WITH THE CALENDAR, THE SAME AS THE BILL MONTHS ON   *
001070*  BILLHIST.MST).  BG-ANNUAL-BUDGET ALWAYS EQUALS THE SUM   *
001080*  OF THE TWELVE MONTHS.  MAINTAINED AS BUDGET.MST BY       *
001090*  ACCOUNTING THROUGH BudgetMaint AND READ BY THE MONTHLY   *
001100*  BudgetVariance REPORT.                                   *
001110*----------------------------------------------------------*
001120     05  BG-KEY.
001130         10  BG-BUSINESS-UNIT        PIC X(08).
001140         10  BG-FISCAL-YEAR          PIC 9(04).
001150     05  BG-ANNUAL-BUDGET            PIC 9(11)V99.
001160     05  BG-MONTH-BUDGET             PIC 9(09)V99
001170                                     OCCURS 12 TIMES.
001180     05  BG-LAST-CHANGED             PIC 9(08).
001190     05  BG-CHANGED-BY               PIC X(08).
001200     05  FILLER                      PIC X(10).
