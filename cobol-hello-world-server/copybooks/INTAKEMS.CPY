001060*  TRANSACTION'S DISPOSITION FOR THE LISTENER'S             *
001070*  GET /intake/<reference> INQUIRY; REJECTED ROWS KEEP THE  *
001080*  EDIT'S REASON CODE.  MAINTAINED AS INTAKE.MST.           *
001081*  A REJECTED ROW BECOMES POSTED WHEN A CORRECTED BODY IS   *
001082*  RESUBMITTED UNDER ITS REFERENCE, OR WRITTEN OFF WHEN     *
001083*  IntakeSuspense GIVES UP ON IT (SEE INTKSUSP.CPY).        *
001084*  A POSTED ROW MOVES ON TO SENT WHEN IntakeHandoff PUTS IT *
001085*  IN THE DOWNSTREAM HAND-OFF FILE, THEN TO DELIVERED OR    *
001086*  ACKNOWLEDGED AS IntakeAckPost APPLIES THE DOWNSTREAM     *
001087*  ACKNOWLEDGEMENTS (SEE INTKHOFF.CPY).                     *
001090*----------------------------------------------------------*
001100     05  ITM-KEY.
001110         10  ITM-REFERENCE           PIC X(14).
001150     05  ITM-STATUS                  PIC X(01).
001160         88  ITM-POSTED              VALUE 'P'.
001170         88  ITM-REJECTED            VALUE 'R'.
001175         88  ITM-WRITTEN-OFF         VALUE 'W'.
001176         88  ITM-SENT                VALUE 'S'.
001177         88  ITM-DELIVERED           VALUE 'D'.
001178         88  ITM-ACKNOWLEDGED        VALUE 'A'.
001180     05  ITM-REJECT-REASON           PIC X(03).
001190     05  ITM-BODY-LEN                PIC 9(05).
001200     05  ITM-BODY                    PIC X(256).
