001000*----------------------------------------------------------*
001010*  INTKACK.CPY                                             *
001020*  INTAKE ACKNOWLEDGEMENT RECORD LAYOUT.  ONE RECORD PER    *
001030*  REFERENCE THE DOWNSTREAM TEAM RETURNS AGAINST A HAND-OFF *
001040*  FILE: CODE D WHEN THE ROW WAS RECEIVED, CODE A WHEN IT   *
001050*  WAS ACTED ON.  THE TIMESTAMP IS THEIRS (yyyy-mm-dd       *
001060*  hh:mm:ss); LEFT BLANK, THE TIME IT IS POSTED IS USED.    *
001070*  DROPPED AS INTKACK.DAT AND READ BY IntakeAckPost.        *
001080*----------------------------------------------------------*
001090     05  ACK-REFERENCE               PIC X(14).
001100     05  FILLER                      PIC X(01).
001110     05  ACK-CODE                    PIC X(01).
001120         88  ACK-DELIVERED           VALUE 'D'.
001130         88  ACK-ACKNOWLEDGED        VALUE 'A'.
001140     05  FILLER                      PIC X(01).
001150     05  ACK-TIMESTAMP               PIC X(19).
