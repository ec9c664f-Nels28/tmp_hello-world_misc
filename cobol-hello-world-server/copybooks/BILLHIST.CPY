001040*  MONTH, POSTED BY THE MONTHLY ChargebackBilling RUN SO    *
001050*  THE NEXT STATEMENT CAN PRINT PRIOR-MONTH AND             *
001060*  MONTH-OVER-MONTH VARIANCE.  MAINTAINED AS BILLHIST.MST.  *
001061*  DISPUTED MONTHS ARE CORRECTED BY ChargebackAdjust, WHICH *
001062*  CARRIES THE NET OF EVERY APPROVED CREDIT AND DEBIT IN    *
001063*  BH-ADJ-NET - SIGNED, AND KEPT APART FROM THE ORIGINAL    *
001064*  CHARGES SO THE MONTH AS BILLED IS NEVER OVERWRITTEN.     *
001065*  ROWS POSTED BEFORE THE FIELD EXISTED CARRY SPACES THERE; *
001066*  READERS TREAT A NON-NUMERIC BH-ADJ-NET AS ZERO.          *
001070*----------------------------------------------------------*
001080     05  BH-KEY.
001090         10  BH-BUSINESS-UNIT        PIC X(08).
001110     05  BH-CONN-CHARGE              PIC 9(09)V99.
001120     05  BH-BYTE-CHARGE              PIC 9(09)V99.
001130     05  BH-TOTAL-CHARGE             PIC 9(09)V99.
001140     05  BH-ADJ-NET                  PIC S9(07)V99.
001150     05  FILLER                      PIC X(01).
