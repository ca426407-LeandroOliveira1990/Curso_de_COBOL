      ******************************************************************
      * Copybook:    SCRNCTL
      * Author:      LEANDRO OLIVEIRA
      * Date:        2026-10-15
      * Purpose:     ONE-RECORD SANCTIONS-SCREENING CONTROL FILE
      *              (SCRNCTL.DAT). CARRIES THE PUBLICATION DATE OF THE
      *              LAST WATCH LIST THE WHOLE CUSTOMER MASTER WAS
      *              RE-SCREENED AGAINST, AND THE BUSINESS DATE THAT
      *              RE-SCREEN RAN. PROGSCRN RE-SCREENS ONLY WHEN
      *              WATCHLST.DAT CARRIES A NEWER DATE, SO A RERUN OF
      *              THE NIGHT DOES NOT RAISE THE SAME ALERTS TWICE.
      ******************************************************************
       01  SK-RECORD.
           05  SK-LIST-DATE            PIC 9(08).
           05  SK-SCREEN-DATE          PIC 9(08).
           05  FILLER                  PIC X(14).
