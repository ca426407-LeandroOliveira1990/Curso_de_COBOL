      ******************************************************************
      * Copybook:    CARDCTL
      * Author:      LEANDRO OLIVEIRA
      * Date:        2026-10-15
      * Purpose:     ONE-RECORD CONTROL FILE FOR THE CARD MATCHING STEP
      *              (CARDCTL.DAT). CARRIES THE TOLERANCE, AS A
      *              PERCENTAGE OF THE AUTHORIZED AMOUNT, BY WHICH A
      *              SETTLEMENT MAY EXCEED ITS AUTHORIZATION AND STILL
      *              MATCH IT (TIPS, FUEL) - A SETTLEMENT BELOW THE
      *              AUTHORIZATION ALWAYS MATCHES - AND THE NUMBER OF
      *              DAYS AN AUTHORIZATION THAT NEVER SETTLES HOLDS
      *              THE ACCOUNT BEFORE IT EXPIRES.
      ******************************************************************
       01  CD-RECORD.
           05  CD-TOLERANCE-PCT        PIC 9(03)V99.
           05  CD-EXPIRY-DAYS          PIC 9(03).
           05  FILLER                  PIC X(12).
