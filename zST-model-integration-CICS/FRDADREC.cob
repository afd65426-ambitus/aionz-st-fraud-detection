      * --------------------
      * DATE       BY    DESCRIPTION
      * 2026-08-29 DRS    INITIAL VERSION
      * 2026-09-28 DRS    ADLIN RECORD 240 BYTES - FRAUDADL NOW
      *                   CARRIES MERCHANT, MCC AND CVV/AVS.
      * 2026-10-15 DRS    FRAUDADL LAYOUT MADE UP TO THE FULL 240
      *                   BYTES - TRAILING FILLER WAS 5 SHORT.
      ************************************************************

       ENVIRONMENT DIVISION.
           05 ADL-REASON-1              PIC X(30).
           05 ADL-REASON-2              PIC X(30).
           05 ADL-REASON-3              PIC X(30).
           05 FILLER                    PIC X(47).

      *---------------------------------------------------------
      * SCORED-TRANSACTION RESULTS - SAME LAYOUT FRAUDDET WRITES.
