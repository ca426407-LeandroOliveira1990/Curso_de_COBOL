      ******************************************************************
      * Copybook:    CARDREL
      * Author:      LEANDRO OLIVEIRA
      * Date:        2026-10-15
      * Purpose:     CARD-HOLD RELEASE LOG (CARDREL.DAT), APPENDED BY
      *              THE CARD MATCHING STEP. ONE RECORD PER CARD
      *              AUTHORIZATION MEMO TAKEN OFF MEMOTRN.DAT - MATCHED
      *              TO ITS SETTLEMENT (ACTION M, WITH THE SETTLEMENT'S
      *              ID AND AMOUNT) OR EXPIRED UNSETTLED (ACTION E) -
      *              SO A HOLD THAT VANISHED FROM THE AVAILABLE BALANCE
      *              CAN ALWAYS BE ACCOUNTED FOR, AND A RERUN OF THE
      *              STEP KNOWS WHAT IT ALREADY RELEASED THAT DAY.
      *              AMOUNTS ARE THE BRL EFFECT ON THE ACCOUNT, SIGNED.
      ******************************************************************
       01  CV-RECORD.
           05  CV-RELEASE-DATE         PIC 9(08).
           05  CV-ACTION               PIC X(01).
               88  CV-ACTION-MATCHED         VALUE 'M'.
               88  CV-ACTION-EXPIRED         VALUE 'E'.
           05  CV-ACCOUNT              PIC X(10).
           05  CV-AUTH-CODE            PIC X(06).
           05  CV-AUTH-TRANS-ID        PIC X(10).
           05  CV-AUTH-AMOUNT          PIC S9(7)V99.
           05  CV-AUTH-DATE            PIC 9(08).
           05  CV-SETTLE-TRANS-ID      PIC X(10).
           05  CV-SETTLE-AMOUNT        PIC S9(7)V99.
           05  FILLER                  PIC X(09).
