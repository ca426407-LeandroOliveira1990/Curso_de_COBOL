      ******************************************************************
      * Copybook:    KYCMAST
      * Author:      LEANDRO OLIVEIRA
      * Date:        2026-10-15
      * Purpose:     RECORD LAYOUT FOR THE CUSTOMER IDENTITY (KYC)
      *              MASTER (KYCMAST.DAT), KEYED ON CUSTOMER NUMBER
      *              AND KEPT ALONGSIDE CUSTMAST. CARRIES WHAT THE
      *              CUSTOMER MASTER NEVER HAD: THE TAX ID (CPF, 11
      *              DIGITS, OR CNPJ, 14), THE IDENTITY DOCUMENT TYPE
      *              AND NUMBER, THE DATE OF BIRTH (OF INCORPORATION
      *              FOR A COMPANY), A CONTACT PHONE AND THE RISK
      *              RATING. THE RATING SETS HOW OFTEN THE CUSTOMER IS
      *              REVIEWED: KY-REVIEW-DUE-DATE IS THE LAST REVIEW
      *              PLUS THE RATING'S INTERVAL. MAINTAINED ONLY
      *              THROUGH PROGCMNT'S CUSTTRN.DAT REQUESTS, WITH THE
      *              BEFORE AND AFTER IMAGES ON CUSTHIST.DAT. A
      *              CUSTOMER WITH NO RECORD HERE HAS NEVER BEEN
      *              IDENTIFIED AND IS LISTED BY THE MONTHLY REVIEW
      *              REPORT (PROGKYCR).
      ******************************************************************
       01  KY-RECORD.
           05  KY-CUST-NUMBER          PIC 9(08).
           05  KY-TAX-ID               PIC X(14).
           05  KY-DOC-TYPE             PIC X(02).
               88  KY-DOC-RG                 VALUE 'RG'.
               88  KY-DOC-CNH                VALUE 'CN'.
               88  KY-DOC-PASSPORT           VALUE 'PP'.
               88  KY-DOC-RNE                VALUE 'RN'.
               88  KY-DOC-CONTRACT           VALUE 'CS'.
           05  KY-DOC-NUMBER           PIC X(15).
           05  KY-BIRTH-DATE           PIC 9(08).
           05  KY-PHONE                PIC X(15).
           05  KY-RISK-RATING          PIC X(01).
               88  KY-RISK-LOW               VALUE 'L'.
               88  KY-RISK-MEDIUM            VALUE 'M'.
               88  KY-RISK-HIGH              VALUE 'H'.
           05  KY-LAST-REVIEW-DATE     PIC 9(08).
           05  KY-REVIEW-DUE-DATE      PIC 9(08).
           05  KY-LAST-UPDATE-DATE     PIC 9(08).
           05  KY-OPERATOR-ID          PIC X(08).
           05  FILLER                  PIC X(20).
