      * --------------------
      * DATE       BY    DESCRIPTION
      * 2026-08-28 DRS    INITIAL VERSION
      * 2026-09-07 DRS    AUDIT RECORD LAYOUT FOLLOWS THE MERCHANT-
      *                   CONTEXT ADDITION (LRECL NOW 315).
      * 2026-10-05 DRS    AUDIT RECORD LAYOUT FOLLOWS THE MODEL-
      *                   INPUT ADDITION (LRECL NOW 400).
      ************************************************************

       ENVIRONMENT DIVISION.
           05 AUD-VERDICT               PIC X(08).
           05 AUD-SCORE-SOURCE          PIC X(01).
           05 AUD-ACTION-CODE           PIC X(08).
           05 AUD-MERCHANT-NAME         PIC 9(18).
           05 AUD-MERCHANT-STATE        PIC X(02).
           05 AUD-MCC                   PIC 9(04).
           05 AUD-TXN-HOUR              PIC 9(02).
           05 AUD-USER                  PIC 9(02).
           05 FILLER                    PIC X(95).

      *---------------------------------------------------------
      * REFERENCE SCORE DISTRIBUTION - TEN DECILE PERCENTAGES
