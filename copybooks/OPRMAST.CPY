      *              WITH AN EXPIRY DATE AND A FORCED-CHANGE SWITCH,
      *              AND A FAILED-ATTEMPT COUNTER THAT LOCKS THE
      *              OPERATOR OUT WHEN IT HITS THE LIMIT.
      * Modified:    2026-10-15 - COMPLIANCE AUTHORITY FLAG ADDED FOR
      *              THE SANCTIONS-ALERT REVIEW (PROGSCRV). CARVED OUT
      *              OF THE FILLER, SO EXISTING OPERATORS READ IT AS
      *              BLANK - NO AUTHORITY - UNTIL IT IS GRANTED.
      ******************************************************************
       01  OM-RECORD.
           05  OM-OPERATOR-ID          PIC X(08).
           05  OM-FAILED-COUNT         PIC 9(02).
           05  OM-LOCKED-SW            PIC X(01).
               88  OM-LOCKED                 VALUE 'Y'.
           05  OM-AUTH-COMPLIANCE-SW   PIC X(01).
               88  OM-AUTH-COMPLIANCE        VALUE 'Y'.
           05  FILLER                  PIC X(08).
