001000*----------------------------------------------------------*
001010*  RUNCTL.CPY                                              *
001020*  RUN-CONTROL LEDGER RECORD LAYOUT (RUNCTL.LOG).  EVERY    *
001030*  BATCH PROGRAM APPENDS AN 'S' ENTRY AS IT STARTS AND AN   *
001040*  'E' ENTRY AS IT ENDS NORMALLY, BOTH CARRYING THE LOAD    *
001050*  MODULE NAME AND THE START DATE AND TIME THAT PAIR THEM.  *
001060*  THE 'E' ENTRY ADDS THE TARGET DAY OR PERIOD, THE END     *
001070*  TIME, THE RETURN CODE, AND THE STEP'S KEY COUNTS.  AN    *
001080*  'S' WITH NO MATCHING 'E' IS A STEP THAT ABENDED OR TOOK  *
001090*  A FATAL EXIT.  RCL-BALANCE-RULE 'B' MEANS THE STEP'S     *
001100*  RECORDS IN MUST EQUAL RECORDS OUT PLUS REJECTED; 'N'     *
001110*  MEANS THE COUNTS ARE VOLUME FIGURES ONLY.  READ BY       *
001120*  BatchStatusReport FOR THE MORNING STATUS REPORT.         *
001130*----------------------------------------------------------*
001140     05  RCL-PROGRAM                 PIC X(08).
001150     05  FILLER                      PIC X(01).
001160     05  RCL-ENTRY-TYPE              PIC X(01).
001170         88  RCL-STEP-STARTED        VALUE 'S'.
001180         88  RCL-STEP-ENDED          VALUE 'E'.
001190     05  FILLER                      PIC X(01).
001200     05  RCL-START-DATE              PIC 9(08).
001210     05  RCL-START-TIME              PIC 9(06).
001220     05  FILLER                      PIC X(01).
001230     05  RCL-END-DATE                PIC 9(08).
001240     05  RCL-END-TIME                PIC 9(06).
001250     05  FILLER                      PIC X(01).
001260     05  RCL-TARGET                  PIC X(17).
001270     05  FILLER                      PIC X(01).
001280     05  RCL-RETURN-CODE             PIC 9(04).
001290     05  FILLER                      PIC X(01).
001300     05  RCL-RECORDS-IN              PIC 9(09).
001310     05  FILLER                      PIC X(01).
001320     05  RCL-RECORDS-OUT             PIC 9(09).
001330     05  FILLER                      PIC X(01).
001340     05  RCL-RECORDS-REJECTED        PIC 9(09).
001350     05  FILLER                      PIC X(01).
001360     05  RCL-BALANCE-RULE            PIC X(01).
001370         88  RCL-MUST-BALANCE        VALUE 'B'.
001380         88  RCL-VOLUME-ONLY         VALUE 'N'.
