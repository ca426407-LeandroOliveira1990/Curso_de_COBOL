      *           EVERY AUTHORITY. THE ADVANCE FLAG IS THE SUITE'S
      *           DE-FACTO SUPERVISOR MARK - ONLY THE FIRST BOOTSTRAP
      *           OPERATOR CARRIES IT UNTIL IT'S GRANTED EXPLICITLY.
      * Modified: 2026-10-15 - ALSO KEYS THE NEW COMPLIANCE AUTHORITY
      *           FLAG (SANCTIONS-ALERT REVIEW) ON INCLUDE AND ALTER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGOPRM.
           DISPLAY 'AUTORIDADE MANTER CLIENTES (Y/N): '.
           ACCEPT WS-FLAG-IN.
           MOVE WS-FLAG-IN TO OM-AUTH-CUSTMAINT-SW.
           DISPLAY 'AUTORIDADE COMPLIANCE (Y/N): '.
           ACCEPT WS-FLAG-IN.
           MOVE WS-FLAG-IN TO OM-AUTH-COMPLIANCE-SW.

       WRITE-AUDIT-RECORD.
      *    THE AUDIT-LOG VALUE FIELDS ARE NUMERIC - THE ACTION RIDES
