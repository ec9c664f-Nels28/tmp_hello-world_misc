001000*----------------------------------------------------------*
001010*  SLAHIST.CPY                                             *
001020*  RESPONSE-TIME SLA BREACH HISTORY RECORD LAYOUT.  ONE     *
001030*  RECORD PER ROUTE CLASS AND PERCENTILE THAT EXCEEDED ITS  *
001040*  SLATHR.DAT LIMIT OVER A SlaReport PERIOD, APPENDED TO    *
001050*  SLAHIST.DAT AND NEVER REWRITTEN.  THE PERIOD END DATE    *
001060*  PLACES THE BREACH IN ITS COMPLIANCE MONTH.               *
001070*----------------------------------------------------------*
001080     05  SLH-RUN-DATE                PIC 9(08).
001090     05  FILLER                      PIC X(01).
001100     05  SLH-PERIOD-START            PIC 9(08).
001110     05  FILLER                      PIC X(01).
001120     05  SLH-PERIOD-END              PIC 9(08).
001130     05  FILLER                      PIC X(01).
001140     05  SLH-ROUTE-NAME              PIC X(12).
001150     05  FILLER                      PIC X(01).
001160     05  SLH-MEASURE                 PIC X(03).
001170     05  FILLER                      PIC X(01).
001180     05  SLH-ACTUAL-HSECS            PIC 9(07).
001190     05  FILLER                      PIC X(01).
001200     05  SLH-LIMIT-HSECS             PIC 9(05).
001210     05  FILLER                      PIC X(01).
001220     05  SLH-REQUEST-COUNT           PIC 9(09).
