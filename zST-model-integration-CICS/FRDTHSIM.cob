      * THESE ARE THE NUMBERS TO HAVE IN HAND BEFORE TOUCHING
      * CTL-THRESHOLD OR CTL-HIGH-RISK-THRESHOLD IN FRAUDCTL.
      *
      * THE AUDIT SPAN MUST BE GENERATIONS ON THE 400-BYTE
      * LAYOUT (TRANSACTION IDENTITY AND MERCHANT CONTEXT ON THE
      * RECORD) - OLDER 231- AND 287-BYTE GENERATIONS MISPARSE
      * AND MUST NOT BE CONCATENATED.
      *
      * RETURN-CODE 0  - REPLAY COMPLETE
      * RETURN-CODE 16 - MISSING/EMPTY CANDIDATE PARAMETER FILE
      * --------------------
      * DATE       BY    DESCRIPTION
      * 2026-08-26 DRS    INITIAL VERSION
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
      * CONFIRMED-FRAUD FEED FROM THE CHARGEBACK SYSTEM - SAME
