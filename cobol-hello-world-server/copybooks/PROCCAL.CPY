001010*  PROCCAL.CPY                                             *
001020*  PROCESSING CALENDAR RECORD LAYOUT - ONE ROW PER STEP OF  *
001030*  THE NIGHTLY ACCTRPT CHAIN (ALOGRPT, CLIHPOST, METRECON,  *
001040*  INTKEDIT, SLARPT), CARRYING THE LAST DAY THAT STEP       *
001050*  COMPLETED CLEANLY.  MAINTAINED AS PROCCAL.DAT BY THE     *
001060*  STEPS THEMSELVES: A RUN WITH NO PARM PROCESSES EVERY     *
001070*  UNPROCESSED DAY UP THROUGH YESTERDAY AND ADVANCES ITS    *
001080*  ROW PER COMPLETED DAY, SO A MISSED NIGHT CATCHES UP ON   *
001090*  THE NEXT SUBMIT WITH NO PARM EDITS.  ALSO READ BY        *
001100*  FileArchive AS THE DOWNSTREAM-CLEARANCE LEDGER (THE      *
001105*  FOUR ACCESS-LOG AND INTAKE STEPS ONLY).                  *
001110*----------------------------------------------------------*
001120     05  PC-STEP-NAME                PIC X(08).
001130     05  FILLER                      PIC X(01).
