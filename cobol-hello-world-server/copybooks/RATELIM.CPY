001000*----------------------------------------------------------*
001010*  RATELIM.CPY                                             *
001020*  PER-CLIENT REQUEST RATE LIMIT RECORD LAYOUT.  MAINTAINED *
001030*  AS RATELIM.DAT AND LOADED INTO A TABLE BY THE LISTENER   *
001040*  AT STARTUP AND ON EVERY RELOAD.FLG PASS.  A ROW NAMES    *
001050*  ONE CLIENT ADDRESS ('A'), ONE CLIMAST.DAT RATE CLASS     *
001060*  ('C', CLASS LETTER IN THE FIRST BYTE OF RL-KEY), OR THE  *
001070*  DEFAULT FOR EVERY OTHER CLIENT ('*', RL-KEY BLANK).  AN  *
001080*  ADDRESS ROW BEATS A CLASS ROW, WHICH BEATS THE DEFAULT.  *
001090*  RL-MAX-REQUESTS IS THE MOST REQUESTS ALLOWED IN ANY      *
001100*  ROLLING RL-WINDOW-SECS; ZERO EXEMPTS THE CLIENT.         *
001110*----------------------------------------------------------*
001120     05  RL-KEY-TYPE                 PIC X(01).
001130         88  RL-BY-ADDRESS           VALUE 'A'.
001140         88  RL-BY-RATE-CLASS        VALUE 'C'.
001150         88  RL-BY-DEFAULT           VALUE '*'.
001160     05  FILLER                      PIC X(01).
001170     05  RL-KEY                      PIC X(32).
001180     05  FILLER                      PIC X(01).
001190     05  RL-MAX-REQUESTS             PIC 9(05).
001200     05  FILLER                      PIC X(01).
001210     05  RL-WINDOW-SECS              PIC 9(05).
