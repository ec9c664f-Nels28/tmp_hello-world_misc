001000*----------------------------------------------------------*
001010*  CHGBEXC.CPY                                             *
001020*  BILLING EXCEPTION EXTRACT RECORD LAYOUT.  ONE RECORD PER *
001030*  CLIENT ADDRESS ON THE ChargebackBilling EXCEPTION PAGE - *
001040*  USAGE NO CLIMAST.DAT ROW CLAIMED - WITH THE MONTH'S      *
001050*  VOLUME.  WRITTEN AS CHGBEXC.DAT BY EACH BILLING RUN AND  *
001060*  READ BY ClientMasterMaint TO DRAFT THE ADD TRANSACTIONS  *
001070*  ACCOUNTING COMPLETES WITH THE OWNING UNIT.               *
001080*----------------------------------------------------------*
001090     05  EXC-BILL-MONTH              PIC 9(06).
001100     05  FILLER                      PIC X(01).
001110     05  EXC-CLIENT-ADDR             PIC X(32).
001120     05  FILLER                      PIC X(01).
001130     05  EXC-CONNECTIONS             PIC 9(09).
001140     05  FILLER                      PIC X(01).
001150     05  EXC-BYTES                   PIC 9(15).
