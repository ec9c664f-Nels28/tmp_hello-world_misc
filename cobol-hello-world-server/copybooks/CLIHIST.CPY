001040*  DATE, ACCUMULATED NIGHTLY FROM THE DAILY ACCESS LOGS BY  *
001050*  ClientHistoryPost AND READ ON DEMAND BY ClientHistoryInq *
001060*  FOR ABUSE INVESTIGATIONS AND ALWDENY.DAT DECISIONS.      *
001061*  CH-THROTTLE-COUNT WAS CARVED FROM THE TRAILING FILLER,   *
001062*  SO ROWS POSTED BEFORE IT EXISTED CARRY SPACES THERE -    *
001063*  READERS TREAT A NON-NUMERIC COUNT AS ZERO.               *
001064*  CH-RECORD-TYPE TOOK THE LAST FILLER BYTE: DAILY ROWS     *
001065*  CARRY 'D' (OR THE SPACE LEFT BY OLDER POSTINGS).  THE    *
001066*  MONTHLY REORGANIZATION (ClientHistoryReorg) FOLDS DAILY  *
001067*  ROWS PAST THE RETENTION HORIZON INTO ONE 'M' ROW PER     *
001068*  ADDRESS PER MONTH, DATED yyyymm00 SO IT SORTS AHEAD OF   *
001069*  ANY DAY OF THAT MONTH AND CAN NEVER COLLIDE WITH ONE.    *
001070*----------------------------------------------------------*
001080     05  CH-KEY.
001090         10  CH-CLIENT-ADDR          PIC X(32).
001110     05  CH-CONNECTIONS              PIC 9(09).
001120     05  CH-BYTES-WRITTEN            PIC 9(12).
001130     05  CH-DENY-COUNT               PIC 9(09).
001135     05  CH-THROTTLE-COUNT           PIC 9(09).
001140     05  CH-RECORD-TYPE              PIC X(01).
001150         88  CH-DAILY-ROW            VALUE 'D' ' '.
001160         88  CH-MONTHLY-SUMMARY      VALUE 'M'.
