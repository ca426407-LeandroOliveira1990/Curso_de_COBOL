      *              BUSINESS DATE, SO AN ADDRESS CHANGED TO THE WRONG
      *              STREET STOPS BEING UNRECOVERABLE. SEARCHED BY
      *              PROGCHIQ THE WAY PROGAUDQ SEARCHES THE AUDIT LOG.
      * Modified:    2026-10-15 - BEFORE AND AFTER IMAGES OF THE
      *              CUSTOMER'S IDENTITY (KYC) RECORD ADDED, WITH THE
      *              REVIEW-DUE DATE, AND ACTION V FOR A COMPLETED
      *              PERIODIC REVIEW. SPACES WHERE THE CHANGE DIDN'T
      *              CONCERN THE KYC RECORD, AS ON EVERY RECORD WRITTEN
      *              BEFORE THE FIELDS EXISTED.
      * Modified:    2026-10-15 - ACTION T FOR AN ACCOUNT MOVED TO
      *              ANOTHER BRANCH, WITH THE ACCOUNT AND THE BEFORE
      *              AND AFTER BRANCH CODES ADDED AT THE END. THE NAME,
      *              ADDRESS AND STATUS IMAGES OF A T RECORD ARE THE
      *              OWNING CUSTOMER'S, UNCHANGED. SPACES ON EVERY
      *              OTHER ACTION.
      * Modified:    2026-10-15 - ACTION M FOR A DUPLICATE CUSTOMER
      *              MERGED INTO ANOTHER, WITH CH-MERGE-CUST ADDED AT
      *              THE END. ON THE DUPLICATE, ONE RECORD PER ACCOUNT
      *              MOVED (CH-ACCOUNT) AND ONE FOR ITS CLOSURE (ZERO
      *              ACCOUNT), EACH NAMING THE SURVIVOR; ON THE
      *              SURVIVOR, ONE RECORD NAMING THE DUPLICATE IT
      *              ABSORBED. ZERO ON EVERY OTHER ACTION.
      * Modified:    2026-10-15 - ACTION L FOR A CLOSED CUSTOMER
      *              ANONYMIZED AT THE END OF THE LEGAL RETENTION
      *              PERIOD (PROGANON). THE SAME RUN BLANKS THE
      *              ADDRESS AND THE PERSONAL KYC IMAGES OF EVERY
      *              EARLIER RECORD OF THE CUSTOMER AND REPLACES THE
      *              NAME IMAGES WITH THE ANONYMIZED MARKER; NUMBERS,
      *              DATES AND STATUSES ARE KEPT.
      ******************************************************************
       01  CH-RECORD.
           05  CH-CUST-NUMBER          PIC 9(08).
               88  CH-ACTION-CLOSE           VALUE 'X'.
               88  CH-ACTION-DORMANT         VALUE 'D'.
               88  CH-ACTION-REACTIVATE      VALUE 'R'.
               88  CH-ACTION-REVIEW          VALUE 'V'.
               88  CH-ACTION-BRANCH          VALUE 'T'.
               88  CH-ACTION-MERGE           VALUE 'M'.
               88  CH-ACTION-ANONYMIZE       VALUE 'L'.
           05  CH-BEF-NAME             PIC X(30).
           05  CH-BEF-ADDRESS          PIC X(40).
           05  CH-BEF-STATUS           PIC X(01).
           05  CH-AFT-ADDRESS          PIC X(40).
           05  CH-AFT-STATUS           PIC X(01).
           05  FILLER                  PIC X(05).
           05  CH-BEF-KYC.
               10  CH-BEF-TAX-ID       PIC X(14).
               10  CH-BEF-DOC-TYPE     PIC X(02).
               10  CH-BEF-DOC-NUMBER   PIC X(15).
               10  CH-BEF-BIRTH-DATE   PIC X(08).
               10  CH-BEF-PHONE        PIC X(15).
               10  CH-BEF-RISK-RATING  PIC X(01).
               10  CH-BEF-REVIEW-DUE   PIC X(08).
           05  CH-AFT-KYC.
               10  CH-AFT-TAX-ID       PIC X(14).
               10  CH-AFT-DOC-TYPE     PIC X(02).
               10  CH-AFT-DOC-NUMBER   PIC X(15).
               10  CH-AFT-BIRTH-DATE   PIC X(08).
               10  CH-AFT-PHONE        PIC X(15).
               10  CH-AFT-RISK-RATING  PIC X(01).
               10  CH-AFT-REVIEW-DUE   PIC X(08).
           05  CH-ACCOUNT              PIC 9(08).
           05  CH-BEF-BRANCH           PIC X(04).
           05  CH-AFT-BRANCH           PIC X(04).
           05  CH-MERGE-CUST           PIC 9(08).
