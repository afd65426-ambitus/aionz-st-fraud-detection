       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDLOSS.

      * AUTHOR - DRS ************************************************
      *
      * AI ON IBM Z SOLUTION TEMPLATE
      *
      * DAILY FRAUD LOSS LEDGER POSTING.  KEEPS THE FRAUDLDG LOSS
      * LEDGER - ONE ENTRY PER CONFIRMED-FRAUD TRANSACTION, KEYED
      * ON THE CASE NUMBER - AND FEEDS FINANCE'S GENERAL LEDGER:
      *
      *   - BOOKS A LEDGER ENTRY FOR EVERY CLOSED FRAUDCSE CASE
      *     DISPOSITIONED CONFIRMED FRAUD (F) NOT YET ON THE
      *     LEDGER.  THE GROSS LOSS IS THE CASE AMOUNT, CARRIED
      *     IN THE ORIGINAL CURRENCY FOR A CROSS-BORDER
      *     TRANSACTION (THE SAME BASIS THE CHARGEBACK SYSTEM
      *     SETTLES ON), WITH ITS USD EQUIVALENT ALONGSIDE.
      *     CARDHOLDER LIABILITY IS THE LDGPARM CAP (USD) OR THE
      *     GROSS LOSS IF SMALLER.
      *   - APPLIES THE CHARGEBACK FEED AS RECOVERIES, MATCHED ON
      *     CARD LAST 4 + TRANSACTION DATE + SETTLED AMOUNT AS
      *     FRDRECON MATCHES IT.  AN ENTRY IS RECOVERED AT MOST
      *     ONCE.
      *   - WRITE-OFF = GROSS LOSS - LIABILITY - RECOVERY.
      *   - WRITES THE GL INTERFACE EXTRACT: FOR EACH AMOUNT NOT
      *     YET POSTED, A BALANCED DEBIT/CREDIT PAIR -
      *         LOSS      DR FRAUD LOSS       CR FRAUD CLEARING
      *         LIABILITY DR FRAUD CLEARING   CR FRAUD RECOVERY
      *         RECOVERY  DR FRAUD CLEARING   CR FRAUD RECOVERY
      *     SO THE FRAUD LOSS ACCOUNT NET OF THE FRAUD RECOVERY
      *     ACCOUNT IS THE WRITE-OFF.  A TRAILER CARRIES THE LINE
      *     COUNT AND THE USD DEBIT AND CREDIT TOTALS.
      *   - PRINTS THE MONTH-TO-DATE NET-LOSS REPORT BY MCC AND
      *     BY SCORE SOURCE (MODEL / FALLBACK / PRE-SCREEN LIST)
      *     IN USD.  LOSSES AND LIABILITY COUNT IN THE MONTH THEY
      *     WERE BOOKED, RECOVERIES IN THE MONTH THEY ARRIVED -
      *     THE SAME MONTH THE GL SEES THEM - AND BOTH BREAKDOWNS
      *     ARE CHECKED AGAINST THE LEDGER'S OWN MONTH TOTALS.
      *
      * CASES OPENED BEFORE THE CASE RECORD CARRIED THE SCORE
      * SOURCE, MCC AND ORIGINAL CURRENCY BOOK IN USD WITH THE
      * MCC AND SOURCE UNKNOWN.
      *
      * LDGPARM CARRIES THE FIRST DISPOSITION DATE THE LEDGER
      * COVERS, THE THREE GL ACCOUNT NUMBERS AND THE CARDHOLDER
      * LIABILITY CAP.
      *
      * RETURN-CODE 0  - LEDGER POSTED, REPORT IN BALANCE
      * RETURN-CODE 4  - CHARGEBACK TABLE OVERFLOWED (SOME
      *                  RECOVERIES MAY WAIT FOR A LATER RUN) OR
      *                  THE REPORT DOES NOT TIE TO THE LEDGER
      * RETURN-CODE 16 - UNUSABLE LDGPARM OR A FILE ERROR
      *
      * MODIFICATION HISTORY
      * --------------------
      * DATE       BY    DESCRIPTION
      * 2026-09-10 DRS    INITIAL VERSION
      ************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LDGPARM-FILE ASSIGN TO LDGPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LDGPARM-STATUS.

           SELECT FRAUDCSE-FILE ASSIGN TO FRAUDCSE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASE-SEQ-NO
               FILE STATUS IS FRAUDCSE-STATUS.

           SELECT FRAUDLDG-FILE ASSIGN TO FRAUDLDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-CASE-SEQ-NO
               FILE STATUS IS FRAUDLDG-STATUS.

           SELECT CHRGBACK-FILE ASSIGN TO CHRGBACK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHRGBACK-STATUS.

           SELECT GLOUT-FILE ASSIGN TO GLOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLOUT-STATUS.

           SELECT LOSSRPT-FILE ASSIGN TO LOSSRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LOSSRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *---------------------------------------------------------
      * RUN PARAMETERS - FIRST DISPOSITION DATE COVERED, GL
      * ACCOUNTS, CARDHOLDER LIABILITY CAP (USD PER TRANSACTION).
      *---------------------------------------------------------
       FD  LDGPARM-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  LDGPARM-RECORD.
           05 LPM-START-DATE            PIC 9(08).
           05 LPM-LOSS-ACCOUNT          PIC X(12).
           05 LPM-RECOVERY-ACCOUNT      PIC X(12).
           05 LPM-CLEARING-ACCOUNT      PIC X(12).
           05 LPM-LIABILITY-CAP         PIC 9(05)V9(02).
           05 FILLER                    PIC X(29).

      *---------------------------------------------------------
      * FRAUD CASE FILE - SAME LAYOUT FRAUDDET WRITES.
      *---------------------------------------------------------
       FD  FRAUDCSE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  FRAUDCSE-RECORD.
           05 CASE-SEQ-NO               PIC 9(09).
           05 CASE-CARD-LAST4           PIC X(04).
           05 CASE-CARD-TOKEN           PIC X(19).
           05 CASE-USER                 PIC 9(02).
           05 CASE-MERCHANT-NAME        PIC 9(18).
           05 CASE-AMOUNT               PIC 9(09)V9(02).
           05 CASE-PROB-YES             PIC 9(01)V9(16).
           05 CASE-REASON-CODE-1        PIC X(30).
           05 CASE-REASON-CODE-2        PIC X(30).
           05 CASE-REASON-CODE-3        PIC X(30).
           05 CASE-OPEN-DATE            PIC 9(08).
           05 CASE-STATUS               PIC X(01).
               88 CASE-IS-OPEN                   VALUE 'O'.
               88 CASE-IS-CLOSED                 VALUE 'C'.
           05 CASE-DISPOSITION          PIC X(01).
               88 CASE-CONFIRMED-FRAUD           VALUE 'F'.
               88 CASE-FALSE-POSITIVE            VALUE 'P'.
               88 CASE-CONTACT-CARDHOLDER        VALUE 'H'.
               88 CASE-UNDISPOSITIONED           VALUE ' '.
           05 CASE-DISP-USER            PIC X(08).
           05 CASE-DISP-DATE            PIC 9(08).
           05 CASE-DISP-TIME            PIC 9(06).
           05 CASE-ESCALATED-SW         PIC X(01).
               88 CASE-ESCALATED                 VALUE 'E'.
               88 CASE-NOT-ESCALATED             VALUE ' '.
           05 CASE-ASSIGNED-TO          PIC X(08).
           05 CASE-ASSIGN-USER          PIC X(08).
           05 CASE-ASSIGN-DATE          PIC 9(08).
           05 CASE-ASSIGN-TIME          PIC 9(06).
           05 CASE-NOTE                 PIC X(60).
           05 CASE-REVIEW-SW            PIC X(01).
               88 CASE-REVIEW-PENDING            VALUE 'R'.
               88 CASE-REVIEW-CONFIRMED          VALUE 'C'.
               88 CASE-NO-REVIEW                 VALUE ' '.
           05 CASE-REVIEW-USER          PIC X(08).
           05 CASE-REVIEW-DATE          PIC 9(08).
           05 CASE-REVIEW-TIME          PIC 9(06).
           05 CASE-REISSUE-TOKEN        PIC X(19).
           05 CASE-REISSUE-DATE         PIC 9(08).
           05 CASE-SCORE-SOURCE         PIC X(01).
           05 CASE-MCC                  PIC 9(04).
           05 CASE-ORIG-CURRENCY        PIC X(03).
           05 CASE-ORIG-AMOUNT          PIC 9(09)V9(02).
           05 CASE-TXN-DATE             PIC 9(08).
           05 FILLER                    PIC X(09).

      *---------------------------------------------------------
      * FRAUD LOSS LEDGER - ONE ENTRY PER CONFIRMED-FRAUD
      * TRANSACTION, KEYED ON ITS CASE NUMBER.  AMOUNTS ARE IN
      * LDG-CURRENCY WITH THE USD EQUIVALENT ALONGSIDE.  THE
      * POSTED-AMOUNT FIELDS RECORD WHAT HAS GONE TO THE GL.
      * THE HIGH-KEY DUMMY WRITTEN ON THE FIRST-EVER RUN CARRIES
      * NO STATUS.
      *---------------------------------------------------------
       FD  FRAUDLDG-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  FRAUDLDG-RECORD.
           05 LDG-CASE-SEQ-NO           PIC 9(09).
           05 LDG-STATUS                PIC X(01).
               88 LDG-ACTIVE                     VALUE 'A'.
           05 LDG-CARD-TOKEN            PIC X(19).
           05 LDG-CARD-LAST4            PIC X(04).
           05 LDG-USER                  PIC 9(02).
           05 LDG-TXN-DATE              PIC 9(08).
           05 LDG-TXN-DATE-R REDEFINES LDG-TXN-DATE.
               10 LDG-TXN-YEAR          PIC 9(04).
               10 LDG-TXN-MONTH         PIC 9(02).
               10 LDG-TXN-DAY           PIC 9(02).
           05 LDG-MCC                   PIC 9(04).
           05 LDG-SCORE-SOURCE          PIC X(01).
               88 LDG-FROM-MODEL                 VALUE 'M'.
               88 LDG-FROM-FALLBACK              VALUE 'F'.
               88 LDG-FROM-LIST                  VALUE 'L'.
           05 LDG-CURRENCY              PIC X(03).
           05 LDG-GROSS-LOSS            PIC 9(09)V9(02).
           05 LDG-GROSS-LOSS-USD        PIC 9(09)V9(02).
           05 LDG-LIABILITY             PIC 9(09)V9(02).
           05 LDG-LIABILITY-USD         PIC 9(09)V9(02).
           05 LDG-RECOVERY              PIC 9(09)V9(02).
           05 LDG-RECOVERY-USD          PIC 9(09)V9(02).
           05 LDG-WRITE-OFF             PIC 9(09)V9(02).
           05 LDG-WRITE-OFF-USD         PIC 9(09)V9(02).
           05 LDG-ENTRY-DATE            PIC 9(08).
           05 LDG-ENTRY-DATE-R REDEFINES LDG-ENTRY-DATE.
               10 LDG-ENTRY-MONTH       PIC 9(06).
               10 FILLER                PIC 9(02).
           05 LDG-DISP-DATE             PIC 9(08).
           05 LDG-RECOVERY-DATE         PIC 9(08).
           05 LDG-RECOVERY-DATE-R REDEFINES LDG-RECOVERY-DATE.
               10 LDG-RECOVERY-MONTH    PIC 9(06).
               10 FILLER                PIC 9(02).
           05 LDG-CB-REFERENCE          PIC X(16).
           05 LDG-POSTED-GROSS          PIC 9(09)V9(02).
           05 LDG-POSTED-LIABILITY      PIC 9(09)V9(02).
           05 LDG-POSTED-RECOVERY       PIC 9(09)V9(02).
           05 LDG-LAST-POST-DATE        PIC 9(08).
           05 FILLER                    PIC X(30).

      *---------------------------------------------------------
      * CONFIRMED-FRAUD FEED FROM THE CHARGEBACK SYSTEM - SAME
      * LAYOUT FRDRECON READS.
      *---------------------------------------------------------
       FD  CHRGBACK-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CHRGBACK-RECORD.
           05 CB-CARD-LAST4        PIC X(04).
           05 CB-YEAR              PIC 9(04).
           05 CB-MONTH             PIC 9(02).
           05 CB-DAY               PIC 9(02).
           05 CB-AMOUNT            PIC 9(05)V9(02).
           05 CB-REFERENCE         PIC X(16).
           05 FILLER               PIC X(05).

      *---------------------------------------------------------
      * GL INTERFACE EXTRACT - DEBIT/CREDIT DETAIL LINES AND ONE
      * TRAILER.
      *---------------------------------------------------------
       FD  GLOUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  GLOUT-RECORD.
           05 GL-RECORD-TYPE            PIC X(01).
               88 GL-DETAIL                      VALUE 'D'.
               88 GL-TRAILER                     VALUE 'T'.
           05 GL-POST-DATE              PIC 9(08).
           05 GL-ACCOUNT                PIC X(12).
           05 GL-DR-CR                  PIC X(01).
               88 GL-DEBIT                       VALUE 'D'.
               88 GL-CREDIT                      VALUE 'C'.
           05 GL-CURRENCY               PIC X(03).
           05 GL-AMOUNT                 PIC 9(11)V9(02).
           05 GL-USD-AMOUNT             PIC 9(11)V9(02).
           05 GL-CASE-SEQ-NO            PIC 9(09).
           05 GL-ENTRY-TYPE             PIC X(04).
           05 GL-CARD-LAST4             PIC X(04).
           05 GL-MCC                    PIC 9(04).
           05 GL-SCORE-SOURCE           PIC X(01).
           05 GL-DESCRIPTION            PIC X(20).
           05 FILLER                    PIC X(07).
       01  GLOUT-TRAILER REDEFINES GLOUT-RECORD.
           05 GLT-RECORD-TYPE           PIC X(01).
           05 GLT-POST-DATE             PIC 9(08).
           05 GLT-LINE-COUNT            PIC 9(09).
           05 GLT-DEBIT-USD             PIC 9(13)V9(02).
           05 GLT-CREDIT-USD            PIC 9(13)V9(02).
           05 FILLER                    PIC X(52).

      *---------------------------------------------------------
      * LEDGER POSTING AND NET-LOSS REPORT PRINT FILE
      *---------------------------------------------------------
       FD  LOSSRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  LOSSRPT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.

       77  LDGPARM-STATUS               PIC X(02).
       77  FRAUDCSE-STATUS              PIC X(02).
       77  FRAUDLDG-STATUS              PIC X(02).
       77  CHRGBACK-STATUS              PIC X(02).
       77  GLOUT-STATUS                 PIC X(02).
       77  LOSSRPT-STATUS               PIC X(02).

       77  CB-EOF-SWITCH                PIC X(01) VALUE 'N'.
           88 END-OF-CHARGEBACKS                  VALUE 'Y'.
       77  CSE-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 END-OF-CASES                        VALUE 'Y'.
       77  LDG-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 END-OF-LEDGER                       VALUE 'Y'.
       77  LEDGER-CHANGED-SWITCH        PIC X(01) VALUE 'N'.
           88 LEDGER-CHANGED                      VALUE 'Y'.

       01  RUN-DATE-WS                  PIC 9(08) VALUE ZERO.
       01  RUN-DATE-R REDEFINES RUN-DATE-WS.
           05 RUN-MONTH-WS              PIC 9(06).
           05 FILLER                    PIC 9(02).
       77  START-DATE-WS                PIC 9(08) VALUE ZERO.

      *Working amounts for booking and recovering an entry
       77  CAP-ORIG-WS                  PIC 9(09)V9(02) VALUE ZERO.
       77  REMAINING-WS                 PIC 9(09)V9(02) VALUE ZERO.
       77  REMAINING-USD-WS             PIC 9(09)V9(02) VALUE ZERO.

      *Line handed to 4500-WRITE-GL-PAIR
       77  PAIR-DEBIT-ACCOUNT           PIC X(12) VALUE SPACES.
       77  PAIR-CREDIT-ACCOUNT          PIC X(12) VALUE SPACES.
       77  PAIR-AMOUNT                  PIC 9(09)V9(02) VALUE ZERO.
       77  PAIR-USD-AMOUNT              PIC 9(09)V9(02) VALUE ZERO.
       77  PAIR-ENTRY-TYPE              PIC X(04) VALUE SPACES.
       77  PAIR-DESCRIPTION             PIC X(20) VALUE SPACES.

      *-----------------------------------------------------------
      * CHARGEBACK FEED, LOADED ONCE.  AN ENTRY MATCHES AT MOST
      * ONE LEDGER ENTRY.
      *-----------------------------------------------------------
       01  CB-TABLE.
           05 CB-ENTRY OCCURS 0 TO 10000 TIMES
                        DEPENDING ON CB-ENTRIES-USED
                        INDEXED BY CB-IDX.
               10 CB-TBL-CARD-LAST4     PIC X(04).
               10 CB-TBL-YEAR           PIC 9(04).
               10 CB-TBL-MONTH          PIC 9(02).
               10 CB-TBL-DAY            PIC 9(02).
               10 CB-TBL-AMOUNT         PIC 9(05)V9(02).
               10 CB-TBL-REFERENCE      PIC X(16).
               10 CB-TBL-MATCHED-SW     PIC X(01).
       77  CB-ENTRIES-USED              PIC 9(05) COMP VALUE ZERO.
       77  CB-OVERFLOW-CTR              PIC 9(09) COMP VALUE ZERO.

      *-----------------------------------------------------------
      * MONTH-TO-DATE ACCUMULATORS (USD).  THE MCC TABLE IS
      * ADDRESSED DIRECTLY BY MCC + 1, SO IT PRINTS IN MCC ORDER.
      * SOURCE ENTRY 1 IS MODEL, 2 FALLBACK, 3 PRE-SCREEN LIST,
      * 4 UNKNOWN.
      *-----------------------------------------------------------
       01  MCC-TOTALS-TABLE.
           05 MCC-ENTRY OCCURS 10000 TIMES.
               10 MCC-COUNT             PIC 9(07) COMP.
               10 MCC-GROSS-USD         PIC S9(11)V9(02) COMP-3.
               10 MCC-LIABILITY-USD     PIC S9(11)V9(02) COMP-3.
               10 MCC-RECOVERY-USD      PIC S9(11)V9(02) COMP-3.
       77  MCC-SUB                      PIC 9(05) COMP VALUE ZERO.

       01  SRC-TOTALS-TABLE.
           05 SRC-ENTRY OCCURS 4 TIMES.
               10 SRC-COUNT             PIC 9(07) COMP.
               10 SRC-GROSS-USD         PIC S9(11)V9(02) COMP-3.
               10 SRC-LIABILITY-USD     PIC S9(11)V9(02) COMP-3.
               10 SRC-RECOVERY-USD      PIC S9(11)V9(02) COMP-3.
       77  SRC-SUB                      PIC 9(01) COMP VALUE ZERO.

       01  SRC-LABEL-VALUES.
           05 FILLER PIC X(20) VALUE 'M - MODEL'.
           05 FILLER PIC X(20) VALUE 'F - FALLBACK RULES'.
           05 FILLER PIC X(20) VALUE 'L - PRE-SCREEN LIST'.
           05 FILLER PIC X(20) VALUE '  - UNKNOWN'.
       01  SRC-LABEL-TABLE REDEFINES SRC-LABEL-VALUES.
           05 SRC-LABEL                 PIC X(20) OCCURS 4 TIMES.

      *Ledger month totals, and what each breakdown printed
       77  LEDGER-MTD-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  LEDGER-MTD-GROSS-USD         PIC S9(11)V9(02) COMP-3
                                                     VALUE ZERO.
       77  LEDGER-MTD-LIABILITY-USD     PIC S9(11)V9(02) COMP-3
                                                     VALUE ZERO.
       77  LEDGER-MTD-RECOVERY-USD      PIC S9(11)V9(02) COMP-3
                                                     VALUE ZERO.
       77  PRINT-COUNT                  PIC 9(07) COMP VALUE ZERO.
       77  PRINT-GROSS-USD              PIC S9(11)V9(02) COMP-3
                                                     VALUE ZERO.
       77  PRINT-LIABILITY-USD          PIC S9(11)V9(02) COMP-3
                                                     VALUE ZERO.
       77  PRINT-RECOVERY-USD           PIC S9(11)V9(02) COMP-3
                                                     VALUE ZERO.
       77  TIE-COUNT                    PIC 9(07) COMP VALUE ZERO.
       77  TIE-GROSS-USD                PIC S9(11)V9(02) COMP-3
                                                     VALUE ZERO.
       77  TIE-LIABILITY-USD            PIC S9(11)V9(02) COMP-3
                                                     VALUE ZERO.
       77  TIE-RECOVERY-USD             PIC S9(11)V9(02) COMP-3
                                                     VALUE ZERO.
       77  MCC-PRINT-WS                 PIC 9(04) VALUE ZERO.
       77  OUT-OF-BALANCE-CTR           PIC 9(09) COMP VALUE ZERO.

      *-----------------------------------------------------------
      * CONTROL TOTALS
      *-----------------------------------------------------------
       77  CASES-READ-CTR               PIC 9(09) COMP VALUE ZERO.
       77  CONFIRMED-CASES-CTR          PIC 9(09) COMP VALUE ZERO.
       77  ENTRIES-BOOKED-CTR           PIC 9(09) COMP VALUE ZERO.
       77  LEGACY-BOOKED-CTR            PIC 9(09) COMP VALUE ZERO.
       77  ENTRIES-READ-CTR             PIC 9(09) COMP VALUE ZERO.
       77  RECOVERIES-CTR               PIC 9(09) COMP VALUE ZERO.
       77  GL-LINES-CTR                 PIC 9(09) COMP VALUE ZERO.
       77  GL-DEBIT-USD                 PIC 9(13)V9(02) COMP-3
                                                     VALUE ZERO.
       77  GL-CREDIT-USD                PIC 9(13)V9(02) COMP-3
                                                     VALUE ZERO.

      *-----------------------------------------------------------
      * REPORT LINES
      *-----------------------------------------------------------
       01  HDG-LINE-1.
           05 FILLER PIC X(44) VALUE
               '***** FRAUD LOSS LEDGER POSTING ***********'.
           05 FILLER PIC X(10) VALUE ' RUN DATE '.
           05 HDG-RUN-DATE          PIC 9(08).
           05 FILLER PIC X(15) VALUE '  COVERS FROM '.
           05 HDG-START-DATE        PIC 9(08).
           05 FILLER PIC X(47) VALUE SPACES.
       01  HDG-LINE-2.
           05 FILLER PIC X(15) VALUE 'EVENT'.
           05 FILLER PIC X(10) VALUE '     CASE'.
           05 FILLER PIC X(05) VALUE 'CARD'.
           05 FILLER PIC X(09) VALUE 'TXN DATE'.
           05 FILLER PIC X(05) VALUE 'MCC'.
           05 FILLER PIC X(02) VALUE 'S'.
           05 FILLER PIC X(04) VALUE 'CCY'.
           05 FILLER PIC X(15) VALUE '     GROSS LOSS'.
           05 FILLER PIC X(15) VALUE '      LIABILITY'.
           05 FILLER PIC X(15) VALUE '       RECOVERY'.
           05 FILLER PIC X(15) VALUE '      WRITE-OFF'.
           05 FILLER PIC X(22) VALUE ' CHARGEBACK REF'.
       01  DETAIL-LINE.
           05 DT-EVENT              PIC X(14).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DT-CASE-NO            PIC Z(08)9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DT-CARD-LAST4         PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DT-TXN-DATE           PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DT-MCC                PIC 9(04).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DT-SOURCE             PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DT-CURRENCY           PIC X(03).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DT-GROSS              PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DT-LIABILITY          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DT-RECOVERY           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DT-WRITE-OFF          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DT-REFERENCE          PIC X(16).
           05 FILLER                PIC X(06) VALUE SPACES.
       01  MTD-HDG-LINE.
           05 FILLER PIC X(36) VALUE SPACES.
           05 MTD-HDG-TITLE         PIC X(50).
           05 MTD-HDG-MONTH         PIC 9(06).
           05 FILLER PIC X(40) VALUE SPACES.
       01  MTD-COL-LINE.
           05 MTD-COL-LABEL         PIC X(20).
           05 FILLER PIC X(10) VALUE '   ENTRIES'.
           05 FILLER PIC X(20) VALUE '          GROSS LOSS'.
           05 FILLER PIC X(20) VALUE '           LIABILITY'.
           05 FILLER PIC X(20) VALUE '            RECOVERY'.
           05 FILLER PIC X(20) VALUE '       NET LOSS USD'.
           05 FILLER PIC X(22) VALUE SPACES.
       01  MTD-LINE.
           05 MT-LABEL              PIC X(20).
           05 MT-COUNT              PIC ZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 MT-GROSS              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 MT-LIABILITY          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 MT-RECOVERY           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 MT-NET                PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(22) VALUE SPACES.
       01  TIE-LINE.
           05 FILLER                PIC X(20) VALUE SPACES.
           05 TIE-TEXT              PIC X(60).
           05 FILLER                PIC X(52) VALUE SPACES.
       01  COUNT-LINE.
           05 CNT-LABEL             PIC X(36) VALUE SPACES.
           05 CNT-VALUE             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(85) VALUE SPACES.
       01  AMOUNT-LINE.
           05 AMT-LABEL             PIC X(36) VALUE SPACES.
           05 AMT-VALUE             PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(75) VALUE SPACES.
       01  BLANK-LINE               PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

      *---------------
       0000-MAINLINE.
      *---------------

             PERFORM 1000-INITIALIZE
                THRU 1000-INITIALIZE-X.

             PERFORM 2000-SWEEP-CASES
                THRU 2000-SWEEP-CASES-X.

             PERFORM 4000-SWEEP-LEDGER
                THRU 4000-SWEEP-LEDGER-X.

             PERFORM 5000-PRINT-MTD
                THRU 5000-PRINT-MTD-X.

             PERFORM 9000-TERMINATE
                THRU 9000-TERMINATE-X.

             STOP RUN.

      *-----------------------------------------------------------
      * READS AND CHECKS LDGPARM, LOADS THE CHARGEBACK FEED AND
      * OPENS THE FILES.  THE FIRST-EVER RUN FINDS THE LEDGER
      * EMPTY AND LOADS A HIGH-KEY DUMMY SO IT CAN BE OPENED I-O.
      *-----------------------------------------------------------
       1000-INITIALIZE.
      *-----------------------------------------------------------

             ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
             INITIALIZE MCC-TOTALS-TABLE.
             INITIALIZE SRC-TOTALS-TABLE.

             OPEN INPUT LDGPARM-FILE.
             IF LDGPARM-STATUS NOT = '00'
                 DISPLAY 'FRDLOSS - LDGPARM OPEN FAILED - STATUS: '
                     LDGPARM-STATUS ' - CANNOT START'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
             READ LDGPARM-FILE
                 AT END
                     DISPLAY 'FRDLOSS - LDGPARM IS EMPTY - '
                         'CANNOT START'
                     CLOSE LDGPARM-FILE
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
             END-READ.
             CLOSE LDGPARM-FILE.

             IF LPM-START-DATE NOT NUMERIC
              OR LPM-START-DATE = ZERO
              OR LPM-START-DATE > RUN-DATE-WS
                 DISPLAY 'FRDLOSS - UNUSABLE START DATE ON LDGPARM '
                     '- CANNOT START'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
             IF LPM-LOSS-ACCOUNT = SPACES
              OR LPM-RECOVERY-ACCOUNT = SPACES
              OR LPM-CLEARING-ACCOUNT = SPACES
                 DISPLAY 'FRDLOSS - GL ACCOUNT MISSING ON LDGPARM '
                     '- CANNOT START'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
             IF LPM-LIABILITY-CAP NOT NUMERIC
                 DISPLAY 'FRDLOSS - UNUSABLE LIABILITY CAP ON '
                     'LDGPARM - CANNOT START'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
             MOVE LPM-START-DATE TO START-DATE-WS.

             OPEN INPUT CHRGBACK-FILE.
             IF CHRGBACK-STATUS NOT = '00'
                 DISPLAY 'FRDLOSS - CHRGBACK OPEN FAILED - STATUS: '
                     CHRGBACK-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
             PERFORM 1100-LOAD-CHARGEBACK
                THRU 1100-LOAD-CHARGEBACK-X
                UNTIL END-OF-CHARGEBACKS.
             CLOSE CHRGBACK-FILE.
             IF CB-OVERFLOW-CTR > ZERO
                 DISPLAY 'FRDLOSS - CHARGEBACK TABLE FULL - '
                     CB-OVERFLOW-CTR ' RECORDS NOT LOADED'
             END-IF.

             OPEN I-O FRAUDLDG-FILE.
             IF FRAUDLDG-STATUS = '35'
                 PERFORM 1200-LOAD-LEDGER-DUMMY
                    THRU 1200-LOAD-LEDGER-DUMMY-X
                 OPEN I-O FRAUDLDG-FILE
             END-IF.
             IF FRAUDLDG-STATUS NOT = '00' AND '97'
                 DISPLAY 'FRDLOSS - FRAUDLDG OPEN FAILED - STATUS: '
                     FRAUDLDG-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             OPEN INPUT FRAUDCSE-FILE.
             IF FRAUDCSE-STATUS NOT = '00' AND '97'
                 DISPLAY 'FRDLOSS - FRAUDCSE OPEN FAILED - STATUS: '
                     FRAUDCSE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             OPEN OUTPUT GLOUT-FILE.
             IF GLOUT-STATUS NOT = '00'
                 DISPLAY 'FRDLOSS - GLOUT OPEN FAILED - STATUS: '
                     GLOUT-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             OPEN OUTPUT LOSSRPT-FILE.

             MOVE RUN-DATE-WS   TO HDG-RUN-DATE.
             MOVE START-DATE-WS TO HDG-START-DATE.
             WRITE LOSSRPT-RECORD FROM HDG-LINE-1.
             WRITE LOSSRPT-RECORD FROM BLANK-LINE.
             WRITE LOSSRPT-RECORD FROM HDG-LINE-2.

      *-------------------
       1000-INITIALIZE-X.
      *-------------------

       1100-LOAD-CHARGEBACK.
             READ CHRGBACK-FILE
                 AT END
                     MOVE 'Y' TO CB-EOF-SWITCH
                 NOT AT END
                     IF CB-ENTRIES-USED < 10000
                         ADD 1 TO CB-ENTRIES-USED
                         SET CB-IDX TO CB-ENTRIES-USED
                         MOVE CB-CARD-LAST4 TO
                             CB-TBL-CARD-LAST4(CB-IDX)
                         MOVE CB-YEAR   TO CB-TBL-YEAR(CB-IDX)
                         MOVE CB-MONTH  TO CB-TBL-MONTH(CB-IDX)
                         MOVE CB-DAY    TO CB-TBL-DAY(CB-IDX)
                         MOVE CB-AMOUNT TO CB-TBL-AMOUNT(CB-IDX)
                         MOVE CB-REFERENCE TO
                             CB-TBL-REFERENCE(CB-IDX)
                         MOVE 'N'       TO CB-TBL-MATCHED-SW(CB-IDX)
                     ELSE
                         ADD 1 TO CB-OVERFLOW-CTR
                     END-IF
             END-READ.
       1100-LOAD-CHARGEBACK-X.

       1200-LOAD-LEDGER-DUMMY.
             OPEN OUTPUT FRAUDLDG-FILE.
             IF FRAUDLDG-STATUS NOT = '00'
                 DISPLAY 'FRDLOSS - FRAUDLDG LOAD FAILED - STATUS: '
                     FRAUDLDG-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
             MOVE SPACES    TO FRAUDLDG-RECORD.
             MOVE 999999999 TO LDG-CASE-SEQ-NO.
             WRITE FRAUDLDG-RECORD.
             CLOSE FRAUDLDG-FILE.
             DISPLAY 'FRDLOSS - FRAUDLDG WAS EMPTY - LOADED THE '
                 'HIGH-KEY DUMMY'.
       1200-LOAD-LEDGER-DUMMY-X.

      *-----------------------------------------------------------
      * ONE PASS OVER THE CASE FILE.  A CLOSED CONFIRMED-FRAUD
      * CASE DISPOSITIONED ON OR AFTER THE START DATE AND NOT YET
      * ON THE LEDGER IS BOOKED.
      *-----------------------------------------------------------
       2000-SWEEP-CASES.
      *-----------------------------------------------------------

             MOVE ZERO TO CASE-SEQ-NO.
             MOVE 'N' TO CSE-EOF-SWITCH.
             START FRAUDCSE-FILE KEY IS NOT LESS THAN CASE-SEQ-NO
                 INVALID KEY
                     MOVE 'Y' TO CSE-EOF-SWITCH
             END-START.

             PERFORM 2100-EXAMINE-CASE
                THRU 2100-EXAMINE-CASE-X
                UNTIL END-OF-CASES.

      *----------------------
       2000-SWEEP-CASES-X.
      *----------------------

       2100-EXAMINE-CASE.

             READ FRAUDCSE-FILE NEXT RECORD
                 AT END
                     MOVE 'Y' TO CSE-EOF-SWITCH
                     GO TO 2100-EXAMINE-CASE-X
             END-READ.

             IF FRAUDCSE-STATUS NOT = '00'
                 DISPLAY 'FRDLOSS - FRAUDCSE BROWSE FAILED - '
                     'STATUS: ' FRAUDCSE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             ADD 1 TO CASES-READ-CTR.

             IF NOT CASE-IS-CLOSED
              OR NOT CASE-CONFIRMED-FRAUD
              OR CASE-DISP-DATE < START-DATE-WS
                 GO TO 2100-EXAMINE-CASE-X
             END-IF.

             ADD 1 TO CONFIRMED-CASES-CTR.

             MOVE CASE-SEQ-NO TO LDG-CASE-SEQ-NO.
             READ FRAUDLDG-FILE
                 INVALID KEY
                     PERFORM 3000-BOOK-LOSS
                        THRU 3000-BOOK-LOSS-X
             END-READ.

       2100-EXAMINE-CASE-X.

      *-----------------------------------------------------------
      * BOOKS ONE CONFIRMED-FRAUD CASE ON THE LEDGER.  A CROSS-
      * BORDER TRANSACTION IS CARRIED IN ITS ORIGINAL CURRENCY,
      * WITH THE CASE AMOUNT (USD) AS ITS EQUIVALENT.  THE
      * LIABILITY CAP IS IN USD AND IS CONVERTED AT THE SAME
      * RATE THE TRANSACTION WAS.  NOTHING IS POSTED HERE - THE
      * LEDGER PASS POSTS EVERYTHING NOT YET ON THE GL.
      *-----------------------------------------------------------
       3000-BOOK-LOSS.
      *-----------------------------------------------------------

             MOVE SPACES           TO FRAUDLDG-RECORD.
             MOVE CASE-SEQ-NO      TO LDG-CASE-SEQ-NO.
             MOVE 'A'              TO LDG-STATUS.
             MOVE CASE-CARD-TOKEN  TO LDG-CARD-TOKEN.
             MOVE CASE-CARD-LAST4  TO LDG-CARD-LAST4.
             MOVE CASE-USER        TO LDG-USER.
             MOVE CASE-DISP-DATE   TO LDG-DISP-DATE.
             MOVE RUN-DATE-WS      TO LDG-ENTRY-DATE.

      *CASES OPENED BEFORE THE CASE RECORD CARRIED THE LEDGER
      *CONTEXT HAVE NO SOURCE, MCC, CURRENCY OR TRANSACTION DATE -
      *THEY BOOK IN USD AGAINST THE CASE OPEN DATE.
             IF CASE-SCORE-SOURCE = 'M' OR 'F' OR 'L'
                 MOVE CASE-SCORE-SOURCE TO LDG-SCORE-SOURCE
             ELSE
                 MOVE SPACE TO LDG-SCORE-SOURCE
                 ADD 1 TO LEGACY-BOOKED-CTR
             END-IF.
             IF CASE-MCC NUMERIC
                 MOVE CASE-MCC TO LDG-MCC
             ELSE
                 MOVE ZERO TO LDG-MCC
             END-IF.
             IF CASE-TXN-DATE NUMERIC
              AND CASE-TXN-DATE > ZERO
                 MOVE CASE-TXN-DATE  TO LDG-TXN-DATE
             ELSE
                 MOVE CASE-OPEN-DATE TO LDG-TXN-DATE
             END-IF.

             MOVE CASE-AMOUNT TO LDG-GROSS-LOSS-USD.
             IF CASE-ORIG-CURRENCY = 'USD' OR SPACES OR LOW-VALUES
              OR CASE-ORIG-AMOUNT NOT NUMERIC
              OR CASE-ORIG-AMOUNT = ZERO
                 MOVE 'USD'              TO LDG-CURRENCY
                 MOVE CASE-AMOUNT        TO LDG-GROSS-LOSS
             ELSE
                 MOVE CASE-ORIG-CURRENCY TO LDG-CURRENCY
                 MOVE CASE-ORIG-AMOUNT   TO LDG-GROSS-LOSS
             END-IF.

             MOVE ZERO TO LDG-LIABILITY LDG-LIABILITY-USD.
             IF LPM-LIABILITY-CAP > ZERO
                 IF LDG-CURRENCY = 'USD'
                  OR LDG-GROSS-LOSS-USD = ZERO
                     MOVE LPM-LIABILITY-CAP TO CAP-ORIG-WS
                 ELSE
                     COMPUTE CAP-ORIG-WS ROUNDED =
                         LPM-LIABILITY-CAP * LDG-GROSS-LOSS
                                           / LDG-GROSS-LOSS-USD
                 END-IF
                 IF CAP-ORIG-WS < LDG-GROSS-LOSS
                     MOVE CAP-ORIG-WS       TO LDG-LIABILITY
                 ELSE
                     MOVE LDG-GROSS-LOSS    TO LDG-LIABILITY
                 END-IF
                 IF LPM-LIABILITY-CAP < LDG-GROSS-LOSS-USD
                     MOVE LPM-LIABILITY-CAP TO LDG-LIABILITY-USD
                 ELSE
                     MOVE LDG-GROSS-LOSS-USD TO LDG-LIABILITY-USD
                 END-IF
             END-IF.

             MOVE ZERO TO LDG-RECOVERY LDG-RECOVERY-USD.
             MOVE ZERO TO LDG-RECOVERY-DATE.
             MOVE SPACES TO LDG-CB-REFERENCE.
             COMPUTE LDG-WRITE-OFF =
                 LDG-GROSS-LOSS - LDG-LIABILITY.
             COMPUTE LDG-WRITE-OFF-USD =
                 LDG-GROSS-LOSS-USD - LDG-LIABILITY-USD.

             MOVE ZERO TO LDG-POSTED-GROSS.
             MOVE ZERO TO LDG-POSTED-LIABILITY.
             MOVE ZERO TO LDG-POSTED-RECOVERY.
             MOVE ZERO TO LDG-LAST-POST-DATE.

             WRITE FRAUDLDG-RECORD.
             IF FRAUDLDG-STATUS NOT = '00'
                 DISPLAY 'FRDLOSS - FRAUDLDG WRITE FAILED - '
                     'STATUS: ' FRAUDLDG-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             ADD 1 TO ENTRIES-BOOKED-CTR.

             MOVE SPACES TO DETAIL-LINE.
             MOVE 'LOSS BOOKED' TO DT-EVENT.
             PERFORM 4900-FORMAT-DETAIL
                THRU 4900-FORMAT-DETAIL-X.
             WRITE LOSSRPT-RECORD FROM DETAIL-LINE.

      *-------------------
       3000-BOOK-LOSS-X.
      *-------------------

      *-----------------------------------------------------------
      * ONE PASS OVER THE LEDGER.  EACH ACTIVE ENTRY IS OFFERED
      * THE CHARGEBACK FEED, ANY AMOUNT NOT YET ON THE GL IS
      * POSTED, AND THE ENTRY IS ADDED TO THE MONTH-TO-DATE
      * TOTALS.
      *-----------------------------------------------------------
       4000-SWEEP-LEDGER.
      *-----------------------------------------------------------

             MOVE ZERO TO LDG-CASE-SEQ-NO.
             MOVE 'N' TO LDG-EOF-SWITCH.
             START FRAUDLDG-FILE KEY IS NOT LESS THAN LDG-CASE-SEQ-NO
                 INVALID KEY
                     MOVE 'Y' TO LDG-EOF-SWITCH
             END-START.

             PERFORM 4100-EXAMINE-ENTRY
                THRU 4100-EXAMINE-ENTRY-X
                UNTIL END-OF-LEDGER.

      *----------------------
       4000-SWEEP-LEDGER-X.
      *----------------------

       4100-EXAMINE-ENTRY.

             READ FRAUDLDG-FILE NEXT RECORD
                 AT END
                     MOVE 'Y' TO LDG-EOF-SWITCH
                     GO TO 4100-EXAMINE-ENTRY-X
             END-READ.

             IF FRAUDLDG-STATUS NOT = '00'
                 DISPLAY 'FRDLOSS - FRAUDLDG BROWSE FAILED - '
                     'STATUS: ' FRAUDLDG-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             IF NOT LDG-ACTIVE
                 GO TO 4100-EXAMINE-ENTRY-X
             END-IF.

             ADD 1 TO ENTRIES-READ-CTR.
             MOVE 'N' TO LEDGER-CHANGED-SWITCH.

             IF LDG-RECOVERY-DATE = ZERO
              AND CB-ENTRIES-USED > ZERO
                 PERFORM 4200-MATCH-RECOVERY
                    THRU 4200-MATCH-RECOVERY-X
             END-IF.

             PERFORM 4300-POST-ENTRY
                THRU 4300-POST-ENTRY-X.

             IF LEDGER-CHANGED
                 REWRITE FRAUDLDG-RECORD
                 IF FRAUDLDG-STATUS NOT = '00'
                     DISPLAY 'FRDLOSS - FRAUDLDG REWRITE FAILED - '
                         'STATUS: ' FRAUDLDG-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                 END-IF
             END-IF.

             PERFORM 4400-ADD-MTD
                THRU 4400-ADD-MTD-X.

       4100-EXAMINE-ENTRY-X.

      *-----------------------------------------------------------
      * LOOKS FOR THE ENTRY'S CHARGEBACK - CARD LAST 4, THE
      * TRANSACTION DATE AND THE SETTLED AMOUNT.  THE RECOVERY
      * NEVER EXCEEDS WHAT THE CARDHOLDER'S LIABILITY LEFT OPEN.
      *-----------------------------------------------------------
       4200-MATCH-RECOVERY.
      *-----------------------------------------------------------

             COMPUTE REMAINING-WS = LDG-GROSS-LOSS - LDG-LIABILITY.
             IF REMAINING-WS = ZERO
                 GO TO 4200-MATCH-RECOVERY-X
             END-IF.

             SET CB-IDX TO 1.
             SEARCH CB-ENTRY
                 AT END
                     GO TO 4200-MATCH-RECOVERY-X
                 WHEN CB-TBL-MATCHED-SW(CB-IDX) = 'N'
                  AND CB-TBL-CARD-LAST4(CB-IDX) = LDG-CARD-LAST4
                  AND CB-TBL-YEAR(CB-IDX)  = LDG-TXN-YEAR
                  AND CB-TBL-MONTH(CB-IDX) = LDG-TXN-MONTH
                  AND CB-TBL-DAY(CB-IDX)   = LDG-TXN-DAY
                  AND CB-TBL-AMOUNT(CB-IDX) = LDG-GROSS-LOSS
                     MOVE 'Y' TO CB-TBL-MATCHED-SW(CB-IDX)
             END-SEARCH.

             IF CB-TBL-AMOUNT(CB-IDX) < REMAINING-WS
                 MOVE CB-TBL-AMOUNT(CB-IDX) TO LDG-RECOVERY
             ELSE
                 MOVE REMAINING-WS          TO LDG-RECOVERY
             END-IF.

             COMPUTE REMAINING-USD-WS =
                 LDG-GROSS-LOSS-USD - LDG-LIABILITY-USD.
             IF LDG-CURRENCY = 'USD'
                 MOVE LDG-RECOVERY TO LDG-RECOVERY-USD
             ELSE
                 COMPUTE LDG-RECOVERY-USD ROUNDED =
                     LDG-RECOVERY * LDG-GROSS-LOSS-USD
                                  / LDG-GROSS-LOSS
             END-IF.
             IF LDG-RECOVERY-USD > REMAINING-USD-WS
                 MOVE REMAINING-USD-WS TO LDG-RECOVERY-USD
             END-IF.

             COMPUTE LDG-WRITE-OFF = REMAINING-WS - LDG-RECOVERY.
             COMPUTE LDG-WRITE-OFF-USD =
                 REMAINING-USD-WS - LDG-RECOVERY-USD.
             MOVE RUN-DATE-WS TO LDG-RECOVERY-DATE.
             MOVE CB-TBL-REFERENCE(CB-IDX) TO LDG-CB-REFERENCE.
             MOVE 'Y' TO LEDGER-CHANGED-SWITCH.

             ADD 1 TO RECOVERIES-CTR.

             MOVE SPACES TO DETAIL-LINE.
             MOVE 'RECOVERED' TO DT-EVENT.
             PERFORM 4900-FORMAT-DETAIL
                THRU 4900-FORMAT-DETAIL-X.
             WRITE LOSSRPT-RECORD FROM DETAIL-LINE.

      *-------------------------
       4200-MATCH-RECOVERY-X.
      *-------------------------

      *-----------------------------------------------------------
      * POSTS WHATEVER PART OF THE ENTRY IS NOT YET ON THE GL.
      * EACH AMOUNT IS POSTED ONCE, IN FULL, AND RECORDED AS
      * POSTED ON THE ENTRY.
      *-----------------------------------------------------------
       4300-POST-ENTRY.
      *-----------------------------------------------------------

             IF LDG-POSTED-GROSS = ZERO
              AND LDG-GROSS-LOSS > ZERO
                 MOVE LPM-LOSS-ACCOUNT     TO PAIR-DEBIT-ACCOUNT
                 MOVE LPM-CLEARING-ACCOUNT TO PAIR-CREDIT-ACCOUNT
                 MOVE LDG-GROSS-LOSS       TO PAIR-AMOUNT
                 MOVE LDG-GROSS-LOSS-USD   TO PAIR-USD-AMOUNT
                 MOVE 'LOSS'               TO PAIR-ENTRY-TYPE
                 MOVE 'CONFIRMED FRAUD LOSS' TO PAIR-DESCRIPTION
                 PERFORM 4500-WRITE-GL-PAIR
                    THRU 4500-WRITE-GL-PAIR-X
                 MOVE LDG-GROSS-LOSS       TO LDG-POSTED-GROSS
             END-IF.

             IF LDG-POSTED-LIABILITY = ZERO
              AND LDG-LIABILITY > ZERO
                 MOVE LPM-CLEARING-ACCOUNT TO PAIR-DEBIT-ACCOUNT
                 MOVE LPM-RECOVERY-ACCOUNT TO PAIR-CREDIT-ACCOUNT
                 MOVE LDG-LIABILITY        TO PAIR-AMOUNT
                 MOVE LDG-LIABILITY-USD    TO PAIR-USD-AMOUNT
                 MOVE 'LIAB'               TO PAIR-ENTRY-TYPE
                 MOVE 'CARDHOLDER LIABILITY' TO PAIR-DESCRIPTION
                 PERFORM 4500-WRITE-GL-PAIR
                    THRU 4500-WRITE-GL-PAIR-X
                 MOVE LDG-LIABILITY        TO LDG-POSTED-LIABILITY
             END-IF.

             IF LDG-POSTED-RECOVERY = ZERO
              AND LDG-RECOVERY > ZERO
                 MOVE LPM-CLEARING-ACCOUNT TO PAIR-DEBIT-ACCOUNT
                 MOVE LPM-RECOVERY-ACCOUNT TO PAIR-CREDIT-ACCOUNT
                 MOVE LDG-RECOVERY         TO PAIR-AMOUNT
                 MOVE LDG-RECOVERY-USD     TO PAIR-USD-AMOUNT
                 MOVE 'RCVY'               TO PAIR-ENTRY-TYPE
                 MOVE 'CHARGEBACK RECOVERY' TO PAIR-DESCRIPTION
                 PERFORM 4500-WRITE-GL-PAIR
                    THRU 4500-WRITE-GL-PAIR-X
                 MOVE LDG-RECOVERY         TO LDG-POSTED-RECOVERY
             END-IF.

      *---------------------
       4300-POST-ENTRY-X.
      *---------------------

      *-----------------------------------------------------------
      * ADDS THE ENTRY TO THE MONTH-TO-DATE TOTALS - THE LOSS AND
      * LIABILITY IF IT WAS BOOKED THIS MONTH, THE RECOVERY IF IT
      * ARRIVED THIS MONTH.
      *-----------------------------------------------------------
       4400-ADD-MTD.
      *-----------------------------------------------------------

             IF LDG-ENTRY-MONTH NOT = RUN-MONTH-WS
              AND LDG-RECOVERY-MONTH NOT = RUN-MONTH-WS
                 GO TO 4400-ADD-MTD-X
             END-IF.

             COMPUTE MCC-SUB = LDG-MCC + 1.
             EVALUATE TRUE
                 WHEN LDG-FROM-MODEL
                     MOVE 1 TO SRC-SUB
                 WHEN LDG-FROM-FALLBACK
                     MOVE 2 TO SRC-SUB
                 WHEN LDG-FROM-LIST
                     MOVE 3 TO SRC-SUB
                 WHEN OTHER
                     MOVE 4 TO SRC-SUB
             END-EVALUATE.

             IF LDG-ENTRY-MONTH = RUN-MONTH-WS
                 ADD 1 TO LEDGER-MTD-COUNT
                 ADD 1 TO MCC-COUNT(MCC-SUB)
                 ADD 1 TO SRC-COUNT(SRC-SUB)
                 ADD LDG-GROSS-LOSS-USD TO LEDGER-MTD-GROSS-USD
                 ADD LDG-GROSS-LOSS-USD TO MCC-GROSS-USD(MCC-SUB)
                 ADD LDG-GROSS-LOSS-USD TO SRC-GROSS-USD(SRC-SUB)
                 ADD LDG-LIABILITY-USD  TO LEDGER-MTD-LIABILITY-USD
                 ADD LDG-LIABILITY-USD  TO MCC-LIABILITY-USD(MCC-SUB)
                 ADD LDG-LIABILITY-USD  TO SRC-LIABILITY-USD(SRC-SUB)
             END-IF.

             IF LDG-RECOVERY-MONTH = RUN-MONTH-WS
                 ADD LDG-RECOVERY-USD TO LEDGER-MTD-RECOVERY-USD
                 ADD LDG-RECOVERY-USD TO MCC-RECOVERY-USD(MCC-SUB)
                 ADD LDG-RECOVERY-USD TO SRC-RECOVERY-USD(SRC-SUB)
             END-IF.

      *------------------
       4400-ADD-MTD-X.
      *------------------

      *-----------------------------------------------------------
      * WRITES ONE BALANCED DEBIT/CREDIT PAIR TO THE GL EXTRACT.
      *-----------------------------------------------------------
       4500-WRITE-GL-PAIR.
      *-----------------------------------------------------------

             MOVE SPACES             TO GLOUT-RECORD.
             MOVE 'D'                TO GL-RECORD-TYPE.
             MOVE RUN-DATE-WS        TO GL-POST-DATE.
             MOVE LDG-CURRENCY       TO GL-CURRENCY.
             MOVE PAIR-AMOUNT        TO GL-AMOUNT.
             MOVE PAIR-USD-AMOUNT    TO GL-USD-AMOUNT.
             MOVE LDG-CASE-SEQ-NO    TO GL-CASE-SEQ-NO.
             MOVE PAIR-ENTRY-TYPE    TO GL-ENTRY-TYPE.
             MOVE LDG-CARD-LAST4     TO GL-CARD-LAST4.
             MOVE LDG-MCC            TO GL-MCC.
             MOVE LDG-SCORE-SOURCE   TO GL-SCORE-SOURCE.
             MOVE PAIR-DESCRIPTION   TO GL-DESCRIPTION.

             MOVE PAIR-DEBIT-ACCOUNT TO GL-ACCOUNT.
             MOVE 'D'                TO GL-DR-CR.
             PERFORM 4600-PUT-GL-LINE
                THRU 4600-PUT-GL-LINE-X.
             ADD PAIR-USD-AMOUNT     TO GL-DEBIT-USD.

             MOVE PAIR-CREDIT-ACCOUNT TO GL-ACCOUNT.
             MOVE 'C'                TO GL-DR-CR.
             PERFORM 4600-PUT-GL-LINE
                THRU 4600-PUT-GL-LINE-X.
             ADD PAIR-USD-AMOUNT     TO GL-CREDIT-USD.

             MOVE RUN-DATE-WS        TO LDG-LAST-POST-DATE.
             MOVE 'Y'                TO LEDGER-CHANGED-SWITCH.

      *------------------------
       4500-WRITE-GL-PAIR-X.
      *------------------------

       4600-PUT-GL-LINE.
             WRITE GLOUT-RECORD.
             IF GLOUT-STATUS NOT = '00'
                 DISPLAY 'FRDLOSS - GLOUT WRITE FAILED - STATUS: '
                     GLOUT-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
             ADD 1 TO GL-LINES-CTR.
       4600-PUT-GL-LINE-X.

       4900-FORMAT-DETAIL.
             MOVE LDG-CASE-SEQ-NO   TO DT-CASE-NO.
             MOVE LDG-CARD-LAST4    TO DT-CARD-LAST4.
             MOVE LDG-TXN-DATE      TO DT-TXN-DATE.
             MOVE LDG-MCC           TO DT-MCC.
             MOVE LDG-SCORE-SOURCE  TO DT-SOURCE.
             MOVE LDG-CURRENCY      TO DT-CURRENCY.
             MOVE LDG-GROSS-LOSS    TO DT-GROSS.
             MOVE LDG-LIABILITY     TO DT-LIABILITY.
             MOVE LDG-RECOVERY      TO DT-RECOVERY.
             MOVE LDG-WRITE-OFF     TO DT-WRITE-OFF.
             MOVE LDG-CB-REFERENCE  TO DT-REFERENCE.
       4900-FORMAT-DETAIL-X.

      *-----------------------------------------------------------
      * PRINTS THE MONTH-TO-DATE NET-LOSS REPORT - BY MCC, THEN
      * BY SCORE SOURCE - AND CHECKS EACH BREAKDOWN'S TOTALS
      * AGAINST THE LEDGER'S OWN MONTH TOTALS.
      *-----------------------------------------------------------
       5000-PRINT-MTD.
      *-----------------------------------------------------------

             WRITE LOSSRPT-RECORD FROM BLANK-LINE.
             WRITE LOSSRPT-RECORD FROM BLANK-LINE.
             MOVE 'MONTH-TO-DATE NET LOSS BY MCC (USD) - MONTH '
                 TO MTD-HDG-TITLE.
             MOVE RUN-MONTH-WS TO MTD-HDG-MONTH.
             WRITE LOSSRPT-RECORD FROM MTD-HDG-LINE.
             WRITE LOSSRPT-RECORD FROM BLANK-LINE.
             MOVE 'MCC' TO MTD-COL-LABEL.
             WRITE LOSSRPT-RECORD FROM MTD-COL-LINE.

             PERFORM 5900-CLEAR-PRINT-TOTALS
                THRU 5900-CLEAR-PRINT-TOTALS-X.
             PERFORM 5100-PRINT-MCC
                THRU 5100-PRINT-MCC-X
                VARYING MCC-SUB FROM 1 BY 1
                UNTIL MCC-SUB > 10000.
             PERFORM 5800-PRINT-TOTAL-TIE
                THRU 5800-PRINT-TOTAL-TIE-X.

             WRITE LOSSRPT-RECORD FROM BLANK-LINE.
             WRITE LOSSRPT-RECORD FROM BLANK-LINE.
             MOVE 'MONTH-TO-DATE NET LOSS BY SCORE SOURCE (USD) - '
                 TO MTD-HDG-TITLE.
             WRITE LOSSRPT-RECORD FROM MTD-HDG-LINE.
             WRITE LOSSRPT-RECORD FROM BLANK-LINE.
             MOVE 'SCORE SOURCE' TO MTD-COL-LABEL.
             WRITE LOSSRPT-RECORD FROM MTD-COL-LINE.

             PERFORM 5900-CLEAR-PRINT-TOTALS
                THRU 5900-CLEAR-PRINT-TOTALS-X.
             PERFORM 5200-PRINT-SOURCE
                THRU 5200-PRINT-SOURCE-X
                VARYING SRC-SUB FROM 1 BY 1
                UNTIL SRC-SUB > 4.
             PERFORM 5800-PRINT-TOTAL-TIE
                THRU 5800-PRINT-TOTAL-TIE-X.

      *--------------------
       5000-PRINT-MTD-X.
      *--------------------

       5100-PRINT-MCC.
             IF MCC-COUNT(MCC-SUB) = ZERO
              AND MCC-RECOVERY-USD(MCC-SUB) = ZERO
                 GO TO 5100-PRINT-MCC-X
             END-IF.
             MOVE SPACES TO MTD-LINE.
             IF MCC-SUB = 1
                 MOVE 'UNKNOWN' TO MT-LABEL
             ELSE
                 COMPUTE MCC-PRINT-WS = MCC-SUB - 1
                 MOVE MCC-PRINT-WS TO MT-LABEL
             END-IF.
             MOVE MCC-COUNT(MCC-SUB)         TO PRINT-COUNT.
             MOVE MCC-GROSS-USD(MCC-SUB)     TO PRINT-GROSS-USD.
             MOVE MCC-LIABILITY-USD(MCC-SUB) TO PRINT-LIABILITY-USD.
             MOVE MCC-RECOVERY-USD(MCC-SUB)  TO PRINT-RECOVERY-USD.
             PERFORM 5700-PRINT-MTD-LINE
                THRU 5700-PRINT-MTD-LINE-X.
       5100-PRINT-MCC-X.

       5200-PRINT-SOURCE.
             MOVE SPACES TO MTD-LINE.
             MOVE SRC-LABEL(SRC-SUB)         TO MT-LABEL.
             MOVE SRC-COUNT(SRC-SUB)         TO PRINT-COUNT.
             MOVE SRC-GROSS-USD(SRC-SUB)     TO PRINT-GROSS-USD.
             MOVE SRC-LIABILITY-USD(SRC-SUB) TO PRINT-LIABILITY-USD.
             MOVE SRC-RECOVERY-USD(SRC-SUB)  TO PRINT-RECOVERY-USD.
             PERFORM 5700-PRINT-MTD-LINE
                THRU 5700-PRINT-MTD-LINE-X.
       5200-PRINT-SOURCE-X.

      *Prints one breakdown line and adds it to the printed totals
       5700-PRINT-MTD-LINE.
             MOVE PRINT-COUNT         TO MT-COUNT.
             MOVE PRINT-GROSS-USD     TO MT-GROSS.
             MOVE PRINT-LIABILITY-USD TO MT-LIABILITY.
             MOVE PRINT-RECOVERY-USD  TO MT-RECOVERY.
             COMPUTE MT-NET = PRINT-GROSS-USD - PRINT-LIABILITY-USD
                                              - PRINT-RECOVERY-USD.
             WRITE LOSSRPT-RECORD FROM MTD-LINE.
             ADD PRINT-COUNT         TO TIE-COUNT.
             ADD PRINT-GROSS-USD     TO TIE-GROSS-USD.
             ADD PRINT-LIABILITY-USD TO TIE-LIABILITY-USD.
             ADD PRINT-RECOVERY-USD  TO TIE-RECOVERY-USD.
       5700-PRINT-MTD-LINE-X.

      *Prints the breakdown total and ties it to the ledger
       5800-PRINT-TOTAL-TIE.
             MOVE SPACES TO MTD-LINE.
             MOVE 'TOTAL'             TO MT-LABEL.
             MOVE TIE-COUNT           TO MT-COUNT.
             MOVE TIE-GROSS-USD       TO MT-GROSS.
             MOVE TIE-LIABILITY-USD   TO MT-LIABILITY.
             MOVE TIE-RECOVERY-USD    TO MT-RECOVERY.
             COMPUTE MT-NET = TIE-GROSS-USD - TIE-LIABILITY-USD
                                            - TIE-RECOVERY-USD.
             WRITE LOSSRPT-RECORD FROM MTD-LINE.

             IF TIE-COUNT          = LEDGER-MTD-COUNT
              AND TIE-GROSS-USD     = LEDGER-MTD-GROSS-USD
              AND TIE-LIABILITY-USD = LEDGER-MTD-LIABILITY-USD
              AND TIE-RECOVERY-USD  = LEDGER-MTD-RECOVERY-USD
                 MOVE 'TOTALS AGREE WITH THE LEDGER MONTH TOTALS'
                     TO TIE-TEXT
             ELSE
                 MOVE '*** TOTALS DO NOT AGREE WITH THE LEDGER ***'
                     TO TIE-TEXT
                 ADD 1 TO OUT-OF-BALANCE-CTR
             END-IF.
             WRITE LOSSRPT-RECORD FROM TIE-LINE.
       5800-PRINT-TOTAL-TIE-X.

       5900-CLEAR-PRINT-TOTALS.
             MOVE ZERO TO TIE-COUNT.
             MOVE ZERO TO TIE-GROSS-USD.
             MOVE ZERO TO TIE-LIABILITY-USD.
             MOVE ZERO TO TIE-RECOVERY-USD.
       5900-CLEAR-PRINT-TOTALS-X.

      *-----------------------------------------------------------
      * GL TRAILER, CONTROL TOTALS AND CONDITION CODE.
      *-----------------------------------------------------------
       9000-TERMINATE.
      *-----------------------------------------------------------

             MOVE SPACES         TO GLOUT-TRAILER.
             MOVE 'T'            TO GLT-RECORD-TYPE.
             MOVE RUN-DATE-WS    TO GLT-POST-DATE.
             MOVE GL-LINES-CTR   TO GLT-LINE-COUNT.
             MOVE GL-DEBIT-USD   TO GLT-DEBIT-USD.
             MOVE GL-CREDIT-USD  TO GLT-CREDIT-USD.
             WRITE GLOUT-TRAILER.
             IF GLOUT-STATUS NOT = '00'
                 DISPLAY 'FRDLOSS - GLOUT TRAILER WRITE FAILED - '
                     'STATUS: ' GLOUT-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             WRITE LOSSRPT-RECORD FROM BLANK-LINE.
             WRITE LOSSRPT-RECORD FROM BLANK-LINE.
             MOVE 'CASES READ' TO CNT-LABEL.
             MOVE CASES-READ-CTR TO CNT-VALUE.
             WRITE LOSSRPT-RECORD FROM COUNT-LINE.
             MOVE 'CONFIRMED FRAUD IN RANGE' TO CNT-LABEL.
             MOVE CONFIRMED-CASES-CTR TO CNT-VALUE.
             WRITE LOSSRPT-RECORD FROM COUNT-LINE.
             MOVE 'LEDGER ENTRIES BOOKED' TO CNT-LABEL.
             MOVE ENTRIES-BOOKED-CTR TO CNT-VALUE.
             WRITE LOSSRPT-RECORD FROM COUNT-LINE.
             MOVE '  WITHOUT SOURCE/MCC/CURRENCY' TO CNT-LABEL.
             MOVE LEGACY-BOOKED-CTR TO CNT-VALUE.
             WRITE LOSSRPT-RECORD FROM COUNT-LINE.
             MOVE 'LEDGER ENTRIES READ' TO CNT-LABEL.
             MOVE ENTRIES-READ-CTR TO CNT-VALUE.
             WRITE LOSSRPT-RECORD FROM COUNT-LINE.
             MOVE 'RECOVERIES APPLIED' TO CNT-LABEL.
             MOVE RECOVERIES-CTR TO CNT-VALUE.
             WRITE LOSSRPT-RECORD FROM COUNT-LINE.
             MOVE 'CHARGEBACKS NOT LOADED (TABLE FULL)' TO CNT-LABEL.
             MOVE CB-OVERFLOW-CTR TO CNT-VALUE.
             WRITE LOSSRPT-RECORD FROM COUNT-LINE.
             MOVE 'GL LINES WRITTEN' TO CNT-LABEL.
             MOVE GL-LINES-CTR TO CNT-VALUE.
             WRITE LOSSRPT-RECORD FROM COUNT-LINE.
             MOVE 'GL DEBITS (USD)' TO AMT-LABEL.
             MOVE GL-DEBIT-USD TO AMT-VALUE.
             WRITE LOSSRPT-RECORD FROM AMOUNT-LINE.
             MOVE 'GL CREDITS (USD)' TO AMT-LABEL.
             MOVE GL-CREDIT-USD TO AMT-VALUE.
             WRITE LOSSRPT-RECORD FROM AMOUNT-LINE.

             DISPLAY ' '.
             DISPLAY '***** FRDLOSS CONTROL TOTALS *****'.
             DISPLAY 'CASES READ            : ' CASES-READ-CTR.
             DISPLAY 'ENTRIES BOOKED        : ' ENTRIES-BOOKED-CTR.
             DISPLAY 'RECOVERIES APPLIED    : ' RECOVERIES-CTR.
             DISPLAY 'GL LINES WRITTEN      : ' GL-LINES-CTR.
             DISPLAY '**********************************'.

             IF CB-OVERFLOW-CTR > ZERO
              OR OUT-OF-BALANCE-CTR > ZERO
                 MOVE 4 TO RETURN-CODE
             END-IF.

             CLOSE FRAUDCSE-FILE.
             CLOSE FRAUDLDG-FILE.
             CLOSE GLOUT-FILE.
             CLOSE LOSSRPT-FILE.

      *-------------------
       9000-TERMINATE-X.
      *-------------------
