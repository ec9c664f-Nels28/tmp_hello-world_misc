001000*----------------------------------------------------------*
001010*  SLATHR.CPY                                              *
001020*  RESPONSE-TIME SLA THRESHOLD RECORD LAYOUT.  ONE ROW PER  *
001030*  ROUTE CLASS THE LISTENER ANSWERS, MAINTAINED BY OPS AS   *
001040*  SLATHR.DAT AND READ BY SlaReport.  A REQUEST BELONGS TO  *
001050*  THE ROW WITH THE LONGEST URI PREFIX IT STARTS WITH,      *
001060*  AMONG THE ROWS WHOSE METHOD MATCHES (SPACES = ANY        *
001070*  METHOD), SO A "/" ROW CATCHES THE DOCUMENTS.  LIMITS ARE *
001080*  IN HUNDREDTHS OF A SECOND, LIKE RDL-ELAPSED-HSECS; ZERO  *
001090*  LEAVES THAT PERCENTILE UNCHECKED.                        *
001100*----------------------------------------------------------*
001110     05  SLT-ROUTE-NAME              PIC X(12).
001120     05  FILLER                      PIC X(01).
001130     05  SLT-METHOD                  PIC X(06).
001140     05  FILLER                      PIC X(01).
001150     05  SLT-URI-PREFIX              PIC X(32).
001160     05  FILLER                      PIC X(01).
001170     05  SLT-P50-HSECS               PIC 9(05).
001180     05  FILLER                      PIC X(01).
001190     05  SLT-P95-HSECS               PIC 9(05).
001200     05  FILLER                      PIC X(01).
001210     05  SLT-P99-HSECS               PIC 9(05).
