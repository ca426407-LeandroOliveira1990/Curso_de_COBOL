      ******************************************************************
      * Copybook:    WATCHLST
      * Author:      LEANDRO OLIVEIRA
      * Date:        2026-10-15
      * Purpose:     RECORD LAYOUT FOR THE SANCTIONS WATCH-LIST FILE
      *              (WATCHLST.DAT), LOADED BY THE COMPLIANCE DESK FROM
      *              THE REGULATOR'S PUBLISHED LIST. THE FIRST RECORD IS
      *              A HEADER CARRYING THE LIST'S PUBLICATION DATE AND
      *              SOURCE - A NEWER DATE THAN THE LAST ONE SCREENED
      *              (SCRNCTL.DAT) IS WHAT TELLS THE NIGHTLY SCREENING
      *              STEP A NEW LIST HAS ARRIVED. EACH ENTRY RECORD IS
      *              ONE LISTED PERSON OR ENTITY: THE REGULATOR'S ENTRY
      *              ID, THE LISTED NAME, WHETHER IT IS AN INDIVIDUAL OR
      *              AN ENTITY, AND THE SANCTIONS PROGRAM IT IS LISTED
      *              UNDER. NAMES ARE MATCHED BY THE NAMESCR SUBPROGRAM.
      ******************************************************************
       01  WL-RECORD.
           05  WL-REC-TYPE             PIC X(01).
               88  WL-HEADER-REC             VALUE 'H'.
               88  WL-ENTRY-REC              VALUE 'D'.
           05  WL-ENTRY-ID             PIC X(12).
           05  WL-NAME                 PIC X(40).
           05  WL-ENTRY-KIND           PIC X(01).
               88  WL-INDIVIDUAL             VALUE 'I'.
               88  WL-ENTITY                 VALUE 'E'.
           05  WL-PROGRAM              PIC X(10).
           05  FILLER                  PIC X(06).
       01  WL-HEADER REDEFINES WL-RECORD.
           05  WL-HDR-TYPE             PIC X(01).
           05  WL-LIST-DATE            PIC 9(08).
           05  WL-LIST-SOURCE          PIC X(20).
           05  FILLER                  PIC X(41).
