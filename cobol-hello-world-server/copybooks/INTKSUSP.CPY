001000*----------------------------------------------------------*
001010*  INTKSUSP.CPY                                            *
001020*  INTAKE REJECT SUSPENSE RECORD LAYOUT.  ONE RECORD PER    *
001030*  REJECTED INTAKE TRANSACTION WHOSE REFERENCE IS USABLE,   *
001040*  KEYED BY THAT REFERENCE.  WRITTEN BY IntakeEditPost      *
001050*  WHEN A BODY FAILS THE EMP, LEN, OR CHR EDIT AND WORKED   *
001060*  FROM HERE: A CORRECTED BODY RESUBMITTED UNDER THE SAME   *
001070*  REFERENCE (IntakeEditPost, PARM 'RESUBMIT') CLEARS THE   *
001080*  ITEM WHEN IT POSTS, AND IntakeSuspense WRITES OFF AN     *
001090*  ITEM LEFT UNWORKED PAST ITS LIMIT.  THE REJECT DATE      *
001100*  DRIVES THE AGEING; THE ACTIVITY DATE (LAST REJECT OR     *
001110*  RESUBMISSION) DRIVES THE WRITE-OFF.  THE IMAGE IS THE    *
001120*  LATEST TRANSACTION SEEN, IN THE INTAKETX LAYOUT.         *
001130*  MAINTAINED AS INTKSUSP.MST.                              *
001140*----------------------------------------------------------*
001150     05  SUS-KEY.
001160         10  SUS-REFERENCE           PIC X(14).
001170     05  SUS-STATUS                  PIC X(01).
001180         88  SUS-OPEN                VALUE 'O'.
001190         88  SUS-CLEARED             VALUE 'C'.
001200         88  SUS-WRITTEN-OFF         VALUE 'W'.
001210     05  SUS-REASON-CODE             PIC X(03).
001220     05  SUS-REJECT-DATE             PIC 9(08).
001230     05  SUS-ACTIVITY-DATE           PIC 9(08).
001240     05  SUS-CLOSE-DATE              PIC 9(08).
001250     05  SUS-RESUBMIT-COUNT          PIC 9(03).
001260     05  SUS-TRANS-IMAGE             PIC X(330).
001270     05  FILLER                      PIC X(10).
