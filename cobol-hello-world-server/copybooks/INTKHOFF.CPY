001000*----------------------------------------------------------*
001010*  INTKHOFF.CPY                                            *
001020*  INTAKE HAND-OFF TRACKING RECORD LAYOUT.  ONE RECORD PER  *
001030*  POSTED INTAKE TRANSACTION SENT DOWNSTREAM, KEYED BY ITS  *
001040*  REFERENCE.  WRITTEN BY IntakeHandoff WHEN THE ROW GOES   *
001050*  OUT IN THE DATED HAND-OFF FILE (INTKHOFFyyyymmdd.DAT)    *
001060*  AND MOVED ON BY IntakeAckPost AS THE DOWNSTREAM TEAM'S   *
001070*  ACKNOWLEDGEMENTS (INTKACK.DAT) COME BACK: SENT, THEN     *
001080*  DELIVERED (RECEIVED), THEN ACKNOWLEDGED (ACTED ON).      *
001090*  EACH STAGE KEEPS ITS OWN TIMESTAMP; THE SENT DATE        *
001100*  DRIVES THE UNACKNOWLEDGED EXCEPTIONS.  THE INTAKE        *
001110*  MASTER ROW CARRIES THE SAME STATUS FOR THE LISTENER'S    *
001120*  INQUIRY.  MAINTAINED AS INTKHOFF.MST.                    *
001130*----------------------------------------------------------*
001140     05  HOF-KEY.
001150         10  HOF-REFERENCE           PIC X(14).
001160     05  HOF-STATUS                  PIC X(01).
001170         88  HOF-SENT                VALUE 'S'.
001180         88  HOF-DELIVERED           VALUE 'D'.
001190         88  HOF-ACKNOWLEDGED        VALUE 'A'.
001200     05  HOF-SENT-DATE               PIC 9(08).
001210     05  HOF-SENT-TIMESTAMP          PIC X(19).
001220     05  HOF-DELIVERED-TIMESTAMP     PIC X(19).
001230     05  HOF-ACK-TIMESTAMP           PIC X(19).
001240     05  FILLER                      PIC X(20).
