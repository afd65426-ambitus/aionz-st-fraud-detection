       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDLBLEX.

      * AUTHOR - DRS ************************************************
      *
      * AI ON IBM Z SOLUTION TEMPLATE
      *
      * MONTHLY LABELLED-OUTCOME EXTRACT FOR MODEL RETRAINING.
      * EVERY FRAUDAUD DECISION RUN IN THE LABEL MONTH - A WHOLE
      * CALENDAR MONTH OLDER THAN THE LABEL-MATURITY WINDOW - IS
      * JOINED TO ITS FINAL OUTCOME AND WRITTEN TO LBLOUT, A
      * PIPE-DELIMITED FILE THE DATA-SCIENCE PLATFORM INGESTS
      * AS IT STANDS: THE DEPLOYMENT ID, EVERY MODEL INPUT, THE
      * TWO PROBABILITIES, THE VERDICT, THE LABEL (1 FRAUD,
      * 0 GENUINE) AND THE LABEL SOURCE THAT DECIDED IT.
      *
      * THE OUTCOME IS TAKEN IN THIS ORDER - THE FIRST THAT
      * APPLIES DECIDES:
      *
      *   D - A FINAL DESK DISPOSITION ON THE FRAUDCSE CASE
      *       (CLOSED, OR CONFIRMED BY A SUPERVISOR): F IS 1,
      *       P IS 0.  AS IN THE RECON STEP, A FALSE-POSITIVE
      *       CALL FROM THE DESK OVERRIDES A LATER CHARGEBACK -
      *       THOSE ARE COUNTED ON THE REPORT.
      *   A CASE STILL OPEN OR AWAITING A SUPERVISOR HAS NO
      *       OUTCOME YET, WHATEVER CHARGEBACK OR REPLY IS ON
      *       FILE - THE DECISION IS LEFT OUT AND COUNTED.
      *   C - A CHARGEBACK ON THE TRANSACTION (CARD LAST 4,
      *       TRANSACTION DATE AND SETTLED AMOUNT, AS FRDRECON
      *       MATCHES): 1.
      *   R - THE CARDHOLDER'S GATEWAY REPLY ON THE REPLYHST
      *       TRAIL FRDNTFRS KEEPS: "NOT MINE" 1, "IT WAS ME" 0.
      *       A CASE CLOSED FALSE-POSITIVE BY FRDNTFRS ITSELF IS
      *       THE SAME ANSWER AND IS ALSO 0 FROM SOURCE R.
      *   N - NOTHING AGAINST IT BY THE END OF THE MATURITY
      *       WINDOW: 0.
      *
      * LBLPARM: MATURITY DAYS (ZEROS = 90), LABEL MONTH YYYYMM
      * (ZEROS = THE LAST WHOLE MONTH OLDER THAN THE MATURITY
      * WINDOW, SO A MONTHLY RUN LABELS EACH MONTH ONCE).  A
      * LABEL MONTH NOT YET CLEAR OF THE WINDOW IS REFUSED.
      *
      * THE FRAUDAUD SPAN MUST COVER THE LABEL MONTH; DECISIONS
      * RUN OUTSIDE IT ARE SKIPPED AND COUNTED.  ONLY GENERATIONS
      * ON THE 400-BYTE LAYOUT MAY BE CONCATENATED.  A DECISION
      * SCORED BEFORE THE MODEL INPUTS REACHED THE AUDIT RECORD
      * CARRIES SPACES IN THE FIELDS IT DID NOT HAVE.
      *
      * RETURN-CODE 0  - EXTRACT PRODUCED
      * RETURN-CODE 4  - EXTRACT PRODUCED, BUT AN OUTCOME TABLE
      *                  FILLED OR NO DECISION FELL IN THE LABEL
      *                  MONTH - SEE THE REPORT
      * RETURN-CODE 16 - UNUSABLE LBLPARM OR A FILE ERROR
      *
      * MODIFICATION HISTORY
      * --------------------
      * DATE       BY    DESCRIPTION
      * 2026-10-05 DRS    INITIAL VERSION
      * 2026-10-15 DRS    DEFAULT LABEL MONTH IS THE LAST MONTH
      *                   ENDING ON OR BEFORE THE MATURITY DATE - A
      *                   MONTH ENDING ON IT WAS PASSED OVER.
      *                   LBLRPT OPEN AND TRAILER WRITE CHECKED.
      *                   A CASE STILL OPEN NOW TAKES PRECEDENCE
      *                   OVER A CHARGEBACK OR REPLY.
      ************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LBLPARM-FILE ASSIGN TO LBLPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LBLPARM-STATUS.

           SELECT FRAUDAUD-FILE ASSIGN TO FRAUDAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FRAUDAUD-STATUS.

           SELECT FRAUDCSE-FILE ASSIGN TO FRAUDCSE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASE-SEQ-NO
               FILE STATUS IS FRAUDCSE-STATUS.

           SELECT CHRGBACK-FILE ASSIGN TO CHRGBACK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHRGBACK-STATUS.

           SELECT REPLYHST-FILE ASSIGN TO REPLYHST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPLYHST-STATUS.

           SELECT LBLOUT-FILE ASSIGN TO LBLOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LBLOUT-STATUS.

           SELECT LBLRPT-FILE ASSIGN TO LBLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LBLRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *---------------------------------------------------------
      * RUN PARAMETERS.
      *---------------------------------------------------------
       FD  LBLPARM-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  LBLPARM-RECORD.
           05 LPM-MATURITY-DAYS         PIC 9(03).
           05 LPM-LABEL-MONTH           PIC 9(06).
           05 FILLER                    PIC X(71).

      *---------------------------------------------------------
      * DECISION AUDIT LOG - SAME LAYOUT FRAUDDET WRITES.
      *---------------------------------------------------------
       FD  FRAUDAUD-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  FRAUDAUD-RECORD.
           05 AUD-RUN-DATE              PIC 9(08).
           05 AUD-SEQ-NO                PIC 9(09).
           05 AUD-CARD-TOKEN            PIC X(19).
           05 AUD-CARD-LAST4            PIC X(04).
           05 AUD-TXN-YEAR              PIC 9(04).
           05 AUD-TXN-MONTH             PIC 9(02).
           05 AUD-TXN-DAY               PIC 9(02).
           05 AUD-AMOUNT                PIC 9(09)V9(02).
           05 AUD-ORIG-CURRENCY         PIC X(03).
           05 AUD-ORIG-AMOUNT           PIC 9(09)V9(02).
           05 AUD-DEPLOY-ID             PIC X(36).
           05 AUD-THRESHOLD             PIC 9(01)V9(04).
           05 AUD-HIGH-RISK-THRESHOLD   PIC 9(01)V9(04).
           05 AUD-TXN-COUNT-1HR         PIC 9(05).
           05 AUD-MERCH-COUNT-24HR      PIC 9(05).
           05 AUD-MERCH-FRAUD-RATE      PIC 9(01)V9(06).
           05 AUD-PROB-NO               PIC 9(01)V9(16).
           05 AUD-PROB-YES              PIC 9(01)V9(16).
           05 AUD-REASON-CODE-1         PIC X(30).
           05 AUD-REASON-CODE-2         PIC X(30).
           05 AUD-REASON-CODE-3         PIC X(30).
           05 AUD-VERDICT               PIC X(08).
           05 AUD-SCORE-SOURCE          PIC X(01).
           05 AUD-ACTION-CODE           PIC X(08).
           05 AUD-MERCHANT-NAME         PIC 9(18).
           05 AUD-MERCHANT-STATE        PIC X(02).
           05 AUD-MCC                   PIC 9(04).
           05 AUD-TXN-HOUR              PIC 9(02).
           05 AUD-USER                  PIC 9(02).
           05 AUD-AMOUNT-RATIO          PIC 9(03)V9(01).
           05 AUD-FIRST-MCC-SW          PIC X(01).
           05 AUD-UNUSUAL-HOUR-SW       PIC X(01).
           05 AUD-UNUSUAL-STATE-SW      PIC X(01).
           05 AUD-TRAVEL-NOTICE-SW      PIC X(01).
           05 AUD-MERCHANT-CITY         PIC X(30).
           05 AUD-ZIP                   PIC 9(05).
           05 AUD-USE-CHIP              PIC X(20).
           05 AUD-ERRORS                PIC X(20).
           05 AUD-CVV-RESULT            PIC X(01).
           05 AUD-AVS-RESULT            PIC X(01).
           05 AUD-LOCATION-JUMP-SW      PIC X(01).
           05 FILLER                    PIC X(09).

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
      * CONFIRMED-FRAUD FEED FROM THE CHARGEBACK SYSTEM - SAME
      * LAYOUT FRDRECON READS.
      *---------------------------------------------------------
       FD  CHRGBACK-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CHRGBACK-RECORD.
           05 CB-CARD-LAST4             PIC X(04).
           05 CB-YEAR                   PIC 9(04).
           05 CB-MONTH                  PIC 9(02).
           05 CB-DAY                    PIC 9(02).
           05 CB-AMOUNT                 PIC 9(05)V9(02).
           05 CB-REFERENCE              PIC X(16).
           05 FILLER                    PIC X(05).

      *---------------------------------------------------------
      * CUMULATIVE CARDHOLDER-REPLY TRAIL - SAME LAYOUT FRDNTFRS
      * WRITES.  RPH-AMOUNT IS THE GATEWAY'S 7-DIGIT FIELD AS
      * CONTACTED, SO IT IS MATCHED TO THE LOW-ORDER DIGITS OF
      * THE DECISION AMOUNT.
      *---------------------------------------------------------
       FD  REPLYHST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REPLYHST-RECORD.
           05 RPH-CARD-TOKEN            PIC X(19).
           05 RPH-CARD-LAST4            PIC X(04).
           05 RPH-TXN-DATE              PIC 9(08).
           05 RPH-TXN-HOUR              PIC 9(02).
           05 RPH-AMOUNT                PIC 9(05)V9(02).
           05 RPH-REPLY                 PIC X(01).
               88 RPH-WAS-ME                     VALUE 'M'.
               88 RPH-NOT-MINE                   VALUE 'N'.
           05 RPH-CONTACT-REF           PIC X(16).
           05 RPH-REPLY-DATE            PIC 9(08).
           05 RPH-PROCESSED-DATE        PIC 9(08).
           05 FILLER                    PIC X(07).

      *---------------------------------------------------------
      * LABELLED EXTRACT FOR THE DATA-SCIENCE PLATFORM - HEADER,
      * DETAIL AND TRAILER RECORDS BUILT IN WORKING STORAGE.
      *---------------------------------------------------------
       FD  LBLOUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  LBLOUT-RECORD                PIC X(350).

      *---------------------------------------------------------
      * EXTRACT SUMMARY REPORT PRINT FILE
      *---------------------------------------------------------
       FD  LBLRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  LBLRPT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

       77  LBLPARM-STATUS               PIC X(02).
       77  FRAUDAUD-STATUS              PIC X(02).
       77  FRAUDCSE-STATUS              PIC X(02).
       77  CHRGBACK-STATUS              PIC X(02).
       77  REPLYHST-STATUS              PIC X(02).
       77  LBLOUT-STATUS                PIC X(02).
       77  LBLRPT-STATUS                PIC X(02).

       77  AUD-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 END-OF-AUDIT                        VALUE 'Y'.
       77  CSE-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 END-OF-CASES                        VALUE 'Y'.
       77  CB-EOF-SWITCH                PIC X(01) VALUE 'N'.
           88 END-OF-CHARGEBACKS                  VALUE 'Y'.
       77  RPH-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 END-OF-REPLIES                      VALUE 'Y'.
       77  FOUND-SWITCH                 PIC X(01) VALUE 'N'.
           88 ENTRY-FOUND                         VALUE 'Y'.

       77  RUN-DATE-WS                  PIC 9(08) VALUE ZERO.
       77  MATURITY-DAYS-WS             PIC 9(03) VALUE ZERO.
       77  MATURE-DATE-WS               PIC 9(08) VALUE ZERO.
       77  LABEL-MONTH-WS               PIC 9(06) VALUE ZERO.
       77  MONTH-START-WS               PIC 9(08) VALUE ZERO.
       77  MONTH-END-WS                 PIC 9(08) VALUE ZERO.
       77  WINDOW-START-WS              PIC 9(08) VALUE ZERO.
       77  DAYS-TO-STEP                 PIC 9(03) VALUE ZERO.
       77  TXN-DATE-WS                  PIC 9(08) VALUE ZERO.

      *Maturity defaults to the quarter the chargeback networks
      *allow a cardholder to dispute in.
       77  DEFAULT-MATURITY-DAYS        PIC 9(03) VALUE 90.

      *-----------------------------------------------------------
      * CALENDAR WORK AREA - 8100 STEPS DATE-WORK-WS ONE DAY
      * BACK, 8200 GIVES THE LENGTH OF ITS MONTH.
      *-----------------------------------------------------------
       01  DATE-WORK-WS                 PIC 9(08) VALUE ZERO.
       01  DATE-WORK-R REDEFINES DATE-WORK-WS.
           05 DATE-WORK-YEAR            PIC 9(04).
           05 DATE-WORK-MONTH           PIC 9(02).
           05 DATE-WORK-DAY             PIC 9(02).
       01  MONTH-LENGTH-VALUES          PIC X(24) VALUE
               '312831303130313130313031'.
       01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
           05 MONTH-LENGTH              PIC 9(02) OCCURS 12 TIMES.
       77  MONTH-DAYS-WS                PIC 9(02) VALUE ZERO.
       77  LEAP-QUOTIENT                PIC 9(04) VALUE ZERO.
       77  LEAP-REMAINDER-4             PIC 9(04) VALUE ZERO.
       77  LEAP-REMAINDER-100           PIC 9(04) VALUE ZERO.
       77  LEAP-REMAINDER-400           PIC 9(04) VALUE ZERO.

      *-----------------------------------------------------------
      * CASES OPENED IN THE LABEL MONTH, IN CASE-NUMBER ORDER AS
      * THE KSDS DELIVERS THEM, WITH THE OUTCOME EACH HAS SO FAR.
      * THE CASE NUMBER IS THE SEQUENCE NUMBER OF THE DECISION
      * THAT OPENED IT.
      *-----------------------------------------------------------
       01  CASE-TABLE.
           05 CST-ENTRY OCCURS 0 TO 20000 TIMES
                        DEPENDING ON CST-ENTRIES-USED
                        ASCENDING KEY IS CST-SEQ-NO
                        INDEXED BY CST-IDX.
               10 CST-SEQ-NO            PIC 9(09).
               10 CST-CARD-TOKEN        PIC X(19).
               10 CST-OUTCOME           PIC X(01).
                   88 CST-DESK-FRAUD              VALUE 'F'.
                   88 CST-DESK-GENUINE            VALUE 'P'.
                   88 CST-REPLY-GENUINE           VALUE 'R'.
                   88 CST-UNRESOLVED              VALUE 'U'.
                   88 CST-NO-CALL                 VALUE 'N'.
       77  CST-ENTRIES-USED             PIC 9(05) COMP VALUE ZERO.

      *-----------------------------------------------------------
      * CHARGEBACKS ON TRANSACTIONS FROM THE MONTH BEFORE THE
      * LABEL MONTH TO ITS END, KEPT IN KEY ORDER (CARD LAST 4,
      * TRANSACTION DATE, AMOUNT) FOR THE SEARCH ALL.
      *-----------------------------------------------------------
       01  CB-TABLE.
           05 CBT-ENTRY OCCURS 0 TO 10000 TIMES
                        DEPENDING ON CBT-ENTRIES-USED
                        ASCENDING KEY IS CBT-KEY
                        INDEXED BY CBT-IDX.
               10 CBT-KEY               PIC X(23).
       77  CBT-ENTRIES-USED             PIC 9(05) COMP VALUE ZERO.
       77  CBT-SUB                      PIC 9(05) COMP VALUE ZERO.
       01  CB-KEY-WS.
           05 CBK-CARD-LAST4            PIC X(04).
           05 CBK-TXN-DATE              PIC 9(08).
           05 CBK-AMOUNT                PIC 9(09)V9(02).

      *-----------------------------------------------------------
      * CARDHOLDER REPLIES OVER THE SAME WINDOW, KEPT IN KEY
      * ORDER (TOKEN, TRANSACTION DATE, HOUR, CONTACTED AMOUNT).
      * A LATER REPLY TO THE SAME CONTACT REPLACES AN EARLIER.
      *-----------------------------------------------------------
       01  REPLY-TABLE.
           05 RPY-ENTRY OCCURS 0 TO 10000 TIMES
                        DEPENDING ON RPY-ENTRIES-USED
                        ASCENDING KEY IS RPY-KEY
                        INDEXED BY RPY-IDX.
               10 RPY-KEY               PIC X(36).
               10 RPY-REPLY             PIC X(01).
       77  RPY-ENTRIES-USED             PIC 9(05) COMP VALUE ZERO.
       77  RPY-SUB                      PIC 9(05) COMP VALUE ZERO.
       01  RPY-HOLD-WS.
           05 RPY-KEY-WS.
               10 RPK-CARD-TOKEN        PIC X(19).
               10 RPK-TXN-DATE          PIC 9(08).
               10 RPK-TXN-HOUR          PIC 9(02).
               10 RPK-AMOUNT            PIC 9(05)V9(02).
           05 RPY-REPLY-WS              PIC X(01).

      *-----------------------------------------------------------
      * PER-DECISION WORK FIELDS
      *-----------------------------------------------------------
       77  CASE-OUTCOME-WS              PIC X(01) VALUE SPACE.
       77  CB-MATCH-SWITCH              PIC X(01) VALUE 'N'.
           88 CHARGEBACK-MATCHED                  VALUE 'Y'.
       77  REPLY-WS                     PIC X(01) VALUE SPACE.
           88 REPLY-WAS-ME                        VALUE 'M'.
           88 REPLY-NOT-MINE                      VALUE 'N'.
       77  LABEL-WS                     PIC 9(01) VALUE ZERO.
       77  LABEL-SOURCE-WS              PIC X(01) VALUE SPACE.
           88 LABEL-FROM-DESK                     VALUE 'D'.
           88 LABEL-FROM-CHARGEBACK               VALUE 'C'.
           88 LABEL-FROM-REPLY                    VALUE 'R'.
           88 LABEL-BY-MATURITY                   VALUE 'N'.
       77  SWITCH-IN-WS                 PIC X(01) VALUE SPACE.
       77  FLAG-OUT-WS                  PIC X(01) VALUE SPACE.

      *-----------------------------------------------------------
      * CONTROL TOTALS
      *-----------------------------------------------------------
       77  AUDIT-READ-CTR               PIC 9(09) COMP VALUE ZERO.
       77  OUTSIDE-MONTH-CTR            PIC 9(09) COMP VALUE ZERO.
       77  IN-MONTH-CTR                 PIC 9(09) COMP VALUE ZERO.
       77  UNRESOLVED-CTR               PIC 9(09) COMP VALUE ZERO.
       77  DETAIL-WRITTEN-CTR           PIC 9(09) COMP VALUE ZERO.
       77  LABEL-1-CTR                  PIC 9(09) COMP VALUE ZERO.
       77  LABEL-0-CTR                  PIC 9(09) COMP VALUE ZERO.
       77  SOURCE-D-CTR                 PIC 9(09) COMP VALUE ZERO.
       77  SOURCE-C-CTR                 PIC 9(09) COMP VALUE ZERO.
       77  SOURCE-R-CTR                 PIC 9(09) COMP VALUE ZERO.
       77  SOURCE-N-CTR                 PIC 9(09) COMP VALUE ZERO.
       77  DESK-OVER-CB-CTR             PIC 9(09) COMP VALUE ZERO.
       77  FALLBACK-SCORED-CTR          PIC 9(09) COMP VALUE ZERO.
       77  CASES-LOADED-CTR             PIC 9(09) COMP VALUE ZERO.
       77  CHARGEBACKS-LOADED-CTR       PIC 9(09) COMP VALUE ZERO.
       77  REPLIES-LOADED-CTR           PIC 9(09) COMP VALUE ZERO.
       77  TABLE-FULL-CTR               PIC 9(09) COMP VALUE ZERO.

      *-----------------------------------------------------------
      * EXTRACT RECORDS - ONE FIELD BETWEEN EACH PAIR OF PIPES,
      * FIXED WIDTH, TYPE IN THE FIRST BYTE (H, D OR T).
      *-----------------------------------------------------------
       01  LBL-HEADER-REC.
           05 FILLER                PIC X(02) VALUE 'H|'.
           05 FILLER                PIC X(09) VALUE 'FRDLBLEX|'.
           05 LBH-EXTRACT-DATE      PIC 9(08).
           05 FILLER                PIC X(01) VALUE '|'.
           05 LBH-LABEL-MONTH       PIC 9(06).
           05 FILLER                PIC X(01) VALUE '|'.
           05 LBH-MONTH-START       PIC 9(08).
           05 FILLER                PIC X(01) VALUE '|'.
           05 LBH-MONTH-END         PIC 9(08).
           05 FILLER                PIC X(01) VALUE '|'.
           05 LBH-MATURITY-DAYS     PIC 9(03).
           05 FILLER                PIC X(302) VALUE SPACES.

       01  LBL-DETAIL-REC.
           05 FILLER                PIC X(02) VALUE 'D|'.
           05 LBD-DEPLOY-ID         PIC X(36).
           05 FILLER                PIC X(01) VALUE '|'.
           05 LBD-RUN-DATE          PIC 9(08).
           05 FILLER                PIC X(01) VALUE '|'.
           05 LBD-SEQ-NO            PIC 9(09).
           05 FILLER                PIC X(01) VALUE '|'.
           05 LBD-CARD-TOKEN        PIC X(19).
           05 FILLER                PIC X(01) VALUE '|'.
           05 LBD-MONTH             PIC 9(02).
           05 FILLER                PIC X(01) VALUE '|'.
           05 LBD-USE-CHIP          PIC X(20).
           05 FILLER                PIC X(01) VALUE '|'.
           05 LBD-YEAR              PIC 9(04).
           05 FILLER                PIC X(01) VALUE '|'.
           05 LBD-DAY               PIC 9(02).
           05 FILLER                PIC X(01) VALUE '|'.
           05 LBD-AMOUNT            PIC 9(09).99.
           05 FILLER                PIC X(01) VALUE '|'.
           05 LBD-MERCHANT-NAME     PIC 9(18).
           05 FILLER                PIC X(01) VALUE '|'.
           05 LBD-MERCHANT-STATE    PIC X(02).
           05 FILLER                PIC X(01) VALUE '|'.
           05 LBD-MERCHANT-CITY     PIC X(30).
           05 FILLER                PIC X(01) VALUE '|'.
           05 LBD-USER              PIC 9(02).
           05 FILLER                PIC X(01) VALUE '|'.
           05 LBD-ZIP               PIC X(05).
           05 FILLER                PIC X(01) VALUE '|'.
           05 LBD-MCC               PIC 9(04).
           05 FILLER                PIC X(01) VALUE '|'.
           05 LBD-ERRORS            PIC X(20).
           05 FILLER                PIC X(01) VALUE '|'.
           05 LBD-TXN-HOUR          PIC 9(02).
           05 FILLER                PIC X(01) VALUE '|'.
           05 LBD-TXN-COUNT-1HR     PIC 9(05).
           05 FILLER                PIC X(01) VALUE '|'.
           05 LBD-MERCH-COUNT-24HR  PIC 9(05).
           05 FILLER                PIC X(01) VALUE '|'.
           05 LBD-CVV-RESULT        PIC X(01).
           05 FILLER                PIC X(01) VALUE '|'.
           05 LBD-AVS-RESULT        PIC X(01).
           05 FILLER                PIC X(01) VALUE '|'.
           05 LBD-MERCH-FRAUD-RATE  PIC 9(01).9(06).
           05 FILLER                PIC X(01) VALUE '|'.
           05 LBD-LOCATION-JUMP     PIC X(01).
           05 FILLER                PIC X(01) VALUE '|'.
           05 LBD-AMOUNT-RATIO      PIC 9(03).9(01).
           05 LBD-AMOUNT-RATIO-X REDEFINES LBD-AMOUNT-RATIO
                                    PIC X(05).
           05 FILLER                PIC X(01) VALUE '|'.
           05 LBD-FIRST-MCC         PIC X(01).
           05 FILLER                PIC X(01) VALUE '|'.
           05 LBD-UNUSUAL-HOUR      PIC X(01).
           05 FILLER                PIC X(01) VALUE '|'.
           05 LBD-UNUSUAL-STATE     PIC X(01).
           05 FILLER                PIC X(01) VALUE '|'.
           05 LBD-PROB-NO           PIC 9(01).9(16).
           05 FILLER                PIC X(01) VALUE '|'.
           05 LBD-PROB-YES          PIC 9(01).9(16).
           05 FILLER                PIC X(01) VALUE '|'.
           05 LBD-THRESHOLD         PIC 9(01).9(04).
           05 FILLER                PIC X(01) VALUE '|'.
           05 LBD-HIGH-RISK-THRESHOLD
                                    PIC 9(01).9(04).
           05 FILLER                PIC X(01) VALUE '|'.
           05 LBD-VERDICT           PIC X(08).
           05 FILLER                PIC X(01) VALUE '|'.
           05 LBD-SCORE-SOURCE      PIC X(01).
           05 FILLER                PIC X(01) VALUE '|'.
           05 LBD-ACTION-CODE       PIC X(08).
           05 FILLER                PIC X(01) VALUE '|'.
           05 LBD-LABEL             PIC 9(01).
           05 FILLER                PIC X(01) VALUE '|'.
           05 LBD-LABEL-SOURCE      PIC X(01).
           05 FILLER                PIC X(22) VALUE SPACES.

       01  LBL-TRAILER-REC.
           05 FILLER                PIC X(02) VALUE 'T|'.
           05 LBT-RECORD-COUNT      PIC 9(09).
           05 FILLER                PIC X(01) VALUE '|'.
           05 LBT-LABEL-1-COUNT     PIC 9(09).
           05 FILLER                PIC X(01) VALUE '|'.
           05 LBT-LABEL-0-COUNT     PIC 9(09).
           05 FILLER                PIC X(01) VALUE '|'.
           05 LBT-SOURCE-D-COUNT    PIC 9(09).
           05 FILLER                PIC X(01) VALUE '|'.
           05 LBT-SOURCE-C-COUNT    PIC 9(09).
           05 FILLER                PIC X(01) VALUE '|'.
           05 LBT-SOURCE-R-COUNT    PIC 9(09).
           05 FILLER                PIC X(01) VALUE '|'.
           05 LBT-SOURCE-N-COUNT    PIC 9(09).
           05 FILLER                PIC X(01) VALUE '|'.
           05 LBT-UNRESOLVED-COUNT  PIC 9(09).
           05 FILLER                PIC X(269) VALUE SPACES.

      *-----------------------------------------------------------
      * REPORT LINES
      *-----------------------------------------------------------
       01  HDG-LINE-1.
           05 FILLER PIC X(44) VALUE
               '***** LABELLED RETRAINING EXTRACT **********'.
           05 FILLER PIC X(10) VALUE ' RUN DATE '.
           05 HDG-RUN-DATE          PIC 9(08).
           05 FILLER PIC X(70) VALUE SPACES.
       01  PARM-LINE.
           05 FILLER                PIC X(14) VALUE
               'LABEL MONTH  '.
           05 PML-LABEL-MONTH       PIC 9(06).
           05 FILLER                PIC X(11) VALUE '   RUN DAYS'.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 PML-MONTH-START       PIC 9(08).
           05 FILLER                PIC X(04) VALUE ' TO '.
           05 PML-MONTH-END         PIC 9(08).
           05 FILLER                PIC X(18) VALUE
               '   MATURITY DAYS '.
           05 PML-MATURITY-DAYS     PIC ZZ9.
           05 FILLER                PIC X(59) VALUE SPACES.
       01  COUNT-LINE.
           05 CNT-LABEL             PIC X(36) VALUE SPACES.
           05 CNT-VALUE             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(85) VALUE SPACES.
       01  BLANK-LINE               PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

      *---------------
       0000-MAINLINE.
      *---------------

             PERFORM 1000-INITIALIZE
                THRU 1000-INITIALIZE-X.

             PERFORM 2000-LOAD-CASES
                THRU 2000-LOAD-CASES-X.

             PERFORM 3000-LOAD-CHARGEBACKS
                THRU 3000-LOAD-CHARGEBACKS-X.

             PERFORM 4000-LOAD-REPLIES
                THRU 4000-LOAD-REPLIES-X.

             PERFORM 5000-LABEL-DECISION
                THRU 5000-LABEL-DECISION-X
                UNTIL END-OF-AUDIT.

             PERFORM 9000-TERMINATE
                THRU 9000-TERMINATE-X.

             STOP RUN.

      *-----------------------------------------------------------
      * READS AND CHECKS LBLPARM, SETS THE LABEL MONTH AND THE
      * OUTCOME WINDOW, OPENS THE FILES AND WRITES THE HEADER.
      *-----------------------------------------------------------
       1000-INITIALIZE.
      *-----------------------------------------------------------

             ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.

             OPEN INPUT LBLPARM-FILE.
             IF LBLPARM-STATUS NOT = '00'
                 DISPLAY 'FRDLBLEX - LBLPARM OPEN FAILED - STATUS: '
                     LBLPARM-STATUS ' - CANNOT START'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
             READ LBLPARM-FILE
                 AT END
                     DISPLAY 'FRDLBLEX - LBLPARM IS EMPTY - '
                         'CANNOT START'
                     CLOSE LBLPARM-FILE
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
             END-READ.
             CLOSE LBLPARM-FILE.

             IF LPM-MATURITY-DAYS NOT NUMERIC
              OR LPM-LABEL-MONTH NOT NUMERIC
                 DISPLAY 'FRDLBLEX - UNUSABLE LBLPARM - CANNOT START'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             IF LPM-MATURITY-DAYS = ZERO
                 MOVE DEFAULT-MATURITY-DAYS TO MATURITY-DAYS-WS
             ELSE
                 MOVE LPM-MATURITY-DAYS     TO MATURITY-DAYS-WS
             END-IF.

      *THE DAY AFTER THE MATURITY DATE (TODAY LESS THE WINDOW).
      *EVERY DECISION RUN IN A MONTH BEFORE THAT DAY'S OWN MONTH
      *IS AT LEAST THE WINDOW OLD, SO A MONTH ENDING ON THE
      *MATURITY DATE ITSELF IS TAKEN AND NONE IS EVER PASSED OVER.
             MOVE RUN-DATE-WS      TO DATE-WORK-WS.
             COMPUTE DAYS-TO-STEP = MATURITY-DAYS-WS - 1.
             PERFORM 8100-PREVIOUS-DAY
                THRU 8100-PREVIOUS-DAY-X
                DAYS-TO-STEP TIMES.
             MOVE DATE-WORK-WS     TO MATURE-DATE-WS.

             IF LPM-LABEL-MONTH = ZERO
                 MOVE 1 TO DATE-WORK-DAY
                 PERFORM 8100-PREVIOUS-DAY
                    THRU 8100-PREVIOUS-DAY-X
                 MOVE DATE-WORK-WS(1:6) TO LABEL-MONTH-WS
             ELSE
                 MOVE LPM-LABEL-MONTH   TO LABEL-MONTH-WS
             END-IF.

             MOVE LABEL-MONTH-WS TO DATE-WORK-WS(1:6).
             MOVE 1              TO DATE-WORK-DAY.
             IF DATE-WORK-MONTH < 1 OR DATE-WORK-MONTH > 12
                 DISPLAY 'FRDLBLEX - LABEL MONTH ' LABEL-MONTH-WS
                     ' IS NOT A MONTH - CANNOT START'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
             IF LABEL-MONTH-WS NOT < MATURE-DATE-WS(1:6)
                 DISPLAY 'FRDLBLEX - LABEL MONTH ' LABEL-MONTH-WS
                     ' IS NOT YET ' MATURITY-DAYS-WS
                     ' DAYS OLD - CANNOT START'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             MOVE DATE-WORK-WS   TO MONTH-START-WS.
             PERFORM 8200-MONTH-DAYS
                THRU 8200-MONTH-DAYS-X.
             MOVE MONTH-DAYS-WS  TO DATE-WORK-DAY.
             MOVE DATE-WORK-WS   TO MONTH-END-WS.

      *OUTCOMES ARE KEYED ON THE TRANSACTION DATE, WHICH CAN RUN
      *BEHIND THE RUN DATE - THE WINDOW OPENS A MONTH EARLY.
             MOVE MONTH-START-WS TO DATE-WORK-WS.
             PERFORM 8100-PREVIOUS-DAY
                THRU 8100-PREVIOUS-DAY-X.
             MOVE 1              TO DATE-WORK-DAY.
             MOVE DATE-WORK-WS   TO WINDOW-START-WS.

             OPEN INPUT FRAUDAUD-FILE.
             IF FRAUDAUD-STATUS NOT = '00'
                 DISPLAY 'FRDLBLEX - FRAUDAUD OPEN FAILED - STATUS: '
                     FRAUDAUD-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             OPEN INPUT FRAUDCSE-FILE.
             IF FRAUDCSE-STATUS NOT = '00' AND '97'
                 DISPLAY 'FRDLBLEX - FRAUDCSE OPEN FAILED - STATUS: '
                     FRAUDCSE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             OPEN INPUT CHRGBACK-FILE.
             IF CHRGBACK-STATUS NOT = '00'
                 DISPLAY 'FRDLBLEX - CHRGBACK OPEN FAILED - STATUS: '
                     CHRGBACK-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             OPEN INPUT REPLYHST-FILE.
             IF REPLYHST-STATUS NOT = '00'
                 DISPLAY 'FRDLBLEX - REPLYHST OPEN FAILED - STATUS: '
                     REPLYHST-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             OPEN OUTPUT LBLOUT-FILE.
             IF LBLOUT-STATUS NOT = '00'
                 DISPLAY 'FRDLBLEX - LBLOUT OPEN FAILED - STATUS: '
                     LBLOUT-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             OPEN OUTPUT LBLRPT-FILE.
             IF LBLRPT-STATUS NOT = '00'
                 DISPLAY 'FRDLBLEX - LBLRPT OPEN FAILED - STATUS: '
                     LBLRPT-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             MOVE RUN-DATE-WS      TO LBH-EXTRACT-DATE.
             MOVE LABEL-MONTH-WS   TO LBH-LABEL-MONTH.
             MOVE MONTH-START-WS   TO LBH-MONTH-START.
             MOVE MONTH-END-WS     TO LBH-MONTH-END.
             MOVE MATURITY-DAYS-WS TO LBH-MATURITY-DAYS.
             WRITE LBLOUT-RECORD FROM LBL-HEADER-REC.

             MOVE RUN-DATE-WS      TO HDG-RUN-DATE.
             WRITE LBLRPT-RECORD FROM HDG-LINE-1.
             WRITE LBLRPT-RECORD FROM BLANK-LINE.
             MOVE LABEL-MONTH-WS   TO PML-LABEL-MONTH.
             MOVE MONTH-START-WS   TO PML-MONTH-START.
             MOVE MONTH-END-WS     TO PML-MONTH-END.
             MOVE MATURITY-DAYS-WS TO PML-MATURITY-DAYS.
             WRITE LBLRPT-RECORD FROM PARM-LINE.
             WRITE LBLRPT-RECORD FROM BLANK-LINE.

             PERFORM 5900-READ-AUDIT
                THRU 5900-READ-AUDIT-X.

      *-------------------
       1000-INITIALIZE-X.
      *-------------------

      *-----------------------------------------------------------
      * LOADS EVERY CASE OPENED IN THE LABEL MONTH WITH THE
      * OUTCOME IT HAS REACHED.  ONLY A CLOSED OR SUPERVISOR-
      * CONFIRMED F OR P IS FINAL; AN OPEN CASE IS UNRESOLVED.
      *-----------------------------------------------------------
       2000-LOAD-CASES.
      *-----------------------------------------------------------

             MOVE ZERO TO CASE-SEQ-NO.
             START FRAUDCSE-FILE KEY IS NOT LESS THAN CASE-SEQ-NO
                 INVALID KEY
                     MOVE 'Y' TO CSE-EOF-SWITCH
             END-START.

             PERFORM 2100-LOAD-ONE-CASE
                THRU 2100-LOAD-ONE-CASE-X
                UNTIL END-OF-CASES.

             CLOSE FRAUDCSE-FILE.

      *--------------------
       2000-LOAD-CASES-X.
      *--------------------

       2100-LOAD-ONE-CASE.
             READ FRAUDCSE-FILE NEXT RECORD
                 AT END
                     MOVE 'Y' TO CSE-EOF-SWITCH
                     GO TO 2100-LOAD-ONE-CASE-X
             END-READ.
             IF FRAUDCSE-STATUS NOT = '00'
                 MOVE 'Y' TO CSE-EOF-SWITCH
                 GO TO 2100-LOAD-ONE-CASE-X
             END-IF.
             IF CASE-OPEN-DATE NOT NUMERIC
              OR CASE-OPEN-DATE < MONTH-START-WS
              OR CASE-OPEN-DATE > MONTH-END-WS
                 GO TO 2100-LOAD-ONE-CASE-X
             END-IF.
             IF CST-ENTRIES-USED NOT < 20000
                 ADD 1 TO TABLE-FULL-CTR
                 GO TO 2100-LOAD-ONE-CASE-X
             END-IF.

             ADD 1 TO CST-ENTRIES-USED.
             SET CST-IDX TO CST-ENTRIES-USED.
             MOVE CASE-SEQ-NO     TO CST-SEQ-NO(CST-IDX).
             MOVE CASE-CARD-TOKEN TO CST-CARD-TOKEN(CST-IDX).
             ADD 1 TO CASES-LOADED-CTR.

             EVALUATE TRUE
                 WHEN (CASE-CONFIRMED-FRAUD OR CASE-FALSE-POSITIVE)
                  AND (CASE-IS-CLOSED OR CASE-REVIEW-CONFIRMED)
                     IF CASE-CONFIRMED-FRAUD
                         MOVE 'F' TO CST-OUTCOME(CST-IDX)
                     ELSE
                         IF CASE-DISP-USER = 'FRDNTFRS'
                             MOVE 'R' TO CST-OUTCOME(CST-IDX)
                         ELSE
                             MOVE 'P' TO CST-OUTCOME(CST-IDX)
                         END-IF
                     END-IF
                 WHEN CASE-IS-OPEN
                     MOVE 'U' TO CST-OUTCOME(CST-IDX)
                 WHEN OTHER
                     MOVE 'N' TO CST-OUTCOME(CST-IDX)
             END-EVALUATE.
       2100-LOAD-ONE-CASE-X.

      *-----------------------------------------------------------
      * LOADS THE CHARGEBACKS ON TRANSACTIONS INSIDE THE OUTCOME
      * WINDOW INTO KEY ORDER.  A DUPLICATE IS LOADED ONCE.
      *-----------------------------------------------------------
       3000-LOAD-CHARGEBACKS.
      *-----------------------------------------------------------

             PERFORM 3100-LOAD-ONE-CHARGEBACK
                THRU 3100-LOAD-ONE-CHARGEBACK-X
                UNTIL END-OF-CHARGEBACKS.

             CLOSE CHRGBACK-FILE.

      *--------------------------
       3000-LOAD-CHARGEBACKS-X.
      *--------------------------

       3100-LOAD-ONE-CHARGEBACK.
             READ CHRGBACK-FILE
                 AT END
                     MOVE 'Y' TO CB-EOF-SWITCH
                     GO TO 3100-LOAD-ONE-CHARGEBACK-X
             END-READ.
             IF CB-YEAR NOT NUMERIC
              OR CB-MONTH NOT NUMERIC
              OR CB-DAY NOT NUMERIC
              OR CB-AMOUNT NOT NUMERIC
                 GO TO 3100-LOAD-ONE-CHARGEBACK-X
             END-IF.
             COMPUTE TXN-DATE-WS = CB-YEAR * 10000
                                 + CB-MONTH * 100 + CB-DAY.
             IF TXN-DATE-WS < WINDOW-START-WS
              OR TXN-DATE-WS > MONTH-END-WS
                 GO TO 3100-LOAD-ONE-CHARGEBACK-X
             END-IF.

             MOVE CB-CARD-LAST4 TO CBK-CARD-LAST4.
             MOVE TXN-DATE-WS   TO CBK-TXN-DATE.
             MOVE CB-AMOUNT     TO CBK-AMOUNT.

             IF CBT-ENTRIES-USED > ZERO
                 SEARCH ALL CBT-ENTRY
                     AT END
                         CONTINUE
                     WHEN CBT-KEY(CBT-IDX) = CB-KEY-WS
                         GO TO 3100-LOAD-ONE-CHARGEBACK-X
                 END-SEARCH
             END-IF.

             IF CBT-ENTRIES-USED NOT < 10000
                 ADD 1 TO TABLE-FULL-CTR
                 GO TO 3100-LOAD-ONE-CHARGEBACK-X
             END-IF.

      *OPEN A SLOT AT THE END AND SHUFFLE IT DOWN INTO PLACE
             ADD 1 TO CBT-ENTRIES-USED.
             MOVE CBT-ENTRIES-USED TO CBT-SUB.
             MOVE 'N' TO FOUND-SWITCH.
             PERFORM 3200-SHIFT-CHARGEBACK
                THRU 3200-SHIFT-CHARGEBACK-X
                UNTIL CBT-SUB = 1
                   OR ENTRY-FOUND.
             MOVE CB-KEY-WS TO CBT-KEY(CBT-SUB).
             ADD 1 TO CHARGEBACKS-LOADED-CTR.
       3100-LOAD-ONE-CHARGEBACK-X.

       3200-SHIFT-CHARGEBACK.
             IF CBT-KEY(CBT-SUB - 1) < CB-KEY-WS
                 MOVE 'Y' TO FOUND-SWITCH
                 GO TO 3200-SHIFT-CHARGEBACK-X
             END-IF.
             MOVE CBT-ENTRY(CBT-SUB - 1) TO CBT-ENTRY(CBT-SUB).
             SUBTRACT 1 FROM CBT-SUB.
       3200-SHIFT-CHARGEBACK-X.

      *-----------------------------------------------------------
      * LOADS THE CARDHOLDER REPLIES ON TRANSACTIONS INSIDE THE
      * OUTCOME WINDOW INTO KEY ORDER.  THE TRAIL IS IN THE ORDER
      * THE REPLIES ARRIVED, SO A LATER REPLY TO THE SAME
      * CONTACT REPLACES THE EARLIER ONE.
      *-----------------------------------------------------------
       4000-LOAD-REPLIES.
      *-----------------------------------------------------------

             PERFORM 4100-LOAD-ONE-REPLY
                THRU 4100-LOAD-ONE-REPLY-X
                UNTIL END-OF-REPLIES.

             CLOSE REPLYHST-FILE.

      *----------------------
       4000-LOAD-REPLIES-X.
      *----------------------

       4100-LOAD-ONE-REPLY.
             READ REPLYHST-FILE
                 AT END
                     MOVE 'Y' TO RPH-EOF-SWITCH
                     GO TO 4100-LOAD-ONE-REPLY-X
             END-READ.
             IF NOT RPH-WAS-ME AND NOT RPH-NOT-MINE
                 GO TO 4100-LOAD-ONE-REPLY-X
             END-IF.
             IF RPH-TXN-DATE NOT NUMERIC
              OR RPH-TXN-DATE < WINDOW-START-WS
              OR RPH-TXN-DATE > MONTH-END-WS
                 GO TO 4100-LOAD-ONE-REPLY-X
             END-IF.

             MOVE RPH-CARD-TOKEN TO RPK-CARD-TOKEN.
             MOVE RPH-TXN-DATE   TO RPK-TXN-DATE.
             MOVE RPH-TXN-HOUR   TO RPK-TXN-HOUR.
             MOVE RPH-AMOUNT     TO RPK-AMOUNT.
             MOVE RPH-REPLY      TO RPY-REPLY-WS.

             IF RPY-ENTRIES-USED > ZERO
                 SEARCH ALL RPY-ENTRY
                     AT END
                         CONTINUE
                     WHEN RPY-KEY(RPY-IDX) = RPY-KEY-WS
                         MOVE RPY-REPLY-WS TO RPY-REPLY(RPY-IDX)
                         GO TO 4100-LOAD-ONE-REPLY-X
                 END-SEARCH
             END-IF.

             IF RPY-ENTRIES-USED NOT < 10000
                 ADD 1 TO TABLE-FULL-CTR
                 GO TO 4100-LOAD-ONE-REPLY-X
             END-IF.

             ADD 1 TO RPY-ENTRIES-USED.
             MOVE RPY-ENTRIES-USED TO RPY-SUB.
             MOVE 'N' TO FOUND-SWITCH.
             PERFORM 4200-SHIFT-REPLY
                THRU 4200-SHIFT-REPLY-X
                UNTIL RPY-SUB = 1
                   OR ENTRY-FOUND.
             MOVE RPY-HOLD-WS TO RPY-ENTRY(RPY-SUB).
             ADD 1 TO REPLIES-LOADED-CTR.
       4100-LOAD-ONE-REPLY-X.

       4200-SHIFT-REPLY.
             IF RPY-KEY(RPY-SUB - 1) < RPY-KEY-WS
                 MOVE 'Y' TO FOUND-SWITCH
                 GO TO 4200-SHIFT-REPLY-X
             END-IF.
             MOVE RPY-ENTRY(RPY-SUB - 1) TO RPY-ENTRY(RPY-SUB).
             SUBTRACT 1 FROM RPY-SUB.
       4200-SHIFT-REPLY-X.

      *-----------------------------------------------------------
      * ONE AUDITED DECISION.  A DECISION RUN IN THE LABEL MONTH
      * IS TAKEN TO ITS CASE, CHARGEBACK AND REPLY, LABELLED BY
      * THE FIRST OUTCOME THAT APPLIES, AND WRITTEN - UNLESS ITS
      * CASE IS STILL OPEN.
      *-----------------------------------------------------------
       5000-LABEL-DECISION.
      *-----------------------------------------------------------

             ADD 1 TO AUDIT-READ-CTR.

             IF AUD-RUN-DATE NOT NUMERIC
              OR AUD-RUN-DATE < MONTH-START-WS
              OR AUD-RUN-DATE > MONTH-END-WS
                 ADD 1 TO OUTSIDE-MONTH-CTR
                 GO TO 5000-NEXT-DECISION
             END-IF.
             ADD 1 TO IN-MONTH-CTR.

             PERFORM 5100-FIND-CASE
                THRU 5100-FIND-CASE-X.
             PERFORM 5200-FIND-CHARGEBACK
                THRU 5200-FIND-CHARGEBACK-X.
             PERFORM 5300-FIND-REPLY
                THRU 5300-FIND-REPLY-X.

             EVALUATE TRUE
                 WHEN CASE-OUTCOME-WS = 'F'
                     MOVE 1   TO LABEL-WS
                     MOVE 'D' TO LABEL-SOURCE-WS
                 WHEN CASE-OUTCOME-WS = 'P'
                     MOVE 0   TO LABEL-WS
                     MOVE 'D' TO LABEL-SOURCE-WS
                     IF CHARGEBACK-MATCHED
                         ADD 1 TO DESK-OVER-CB-CTR
                     END-IF
                 WHEN CASE-OUTCOME-WS = 'U'
                     ADD 1 TO UNRESOLVED-CTR
                     GO TO 5000-NEXT-DECISION
                 WHEN CHARGEBACK-MATCHED
                     MOVE 1   TO LABEL-WS
                     MOVE 'C' TO LABEL-SOURCE-WS
                 WHEN REPLY-NOT-MINE
                     MOVE 1   TO LABEL-WS
                     MOVE 'R' TO LABEL-SOURCE-WS
                 WHEN REPLY-WAS-ME
                  OR CASE-OUTCOME-WS = 'R'
                     MOVE 0   TO LABEL-WS
                     MOVE 'R' TO LABEL-SOURCE-WS
                 WHEN OTHER
                     MOVE 0   TO LABEL-WS
                     MOVE 'N' TO LABEL-SOURCE-WS
             END-EVALUATE.

             PERFORM 6000-WRITE-DETAIL
                THRU 6000-WRITE-DETAIL-X.

       5000-NEXT-DECISION.

             PERFORM 5900-READ-AUDIT
                THRU 5900-READ-AUDIT-X.

      *------------------------
       5000-LABEL-DECISION-X.
      *------------------------

       5100-FIND-CASE.
             MOVE SPACE TO CASE-OUTCOME-WS.
             IF CST-ENTRIES-USED = ZERO
                 GO TO 5100-FIND-CASE-X
             END-IF.
             SEARCH ALL CST-ENTRY
                 AT END
                     CONTINUE
                 WHEN CST-SEQ-NO(CST-IDX) = AUD-SEQ-NO
                     IF CST-CARD-TOKEN(CST-IDX) = AUD-CARD-TOKEN
                         MOVE CST-OUTCOME(CST-IDX) TO CASE-OUTCOME-WS
                     END-IF
             END-SEARCH.
       5100-FIND-CASE-X.

      *Matched as the recon step does - the original amount when
      *the transaction was not in dollars.
       5200-FIND-CHARGEBACK.
             MOVE 'N' TO CB-MATCH-SWITCH.
             IF CBT-ENTRIES-USED = ZERO
                 GO TO 5200-FIND-CHARGEBACK-X
             END-IF.
             MOVE AUD-CARD-LAST4 TO CBK-CARD-LAST4.
             COMPUTE CBK-TXN-DATE = AUD-TXN-YEAR * 10000
                                  + AUD-TXN-MONTH * 100
                                  + AUD-TXN-DAY.
             IF AUD-ORIG-CURRENCY NOT = 'USD'
              AND AUD-ORIG-CURRENCY NOT = SPACES
                 MOVE AUD-ORIG-AMOUNT TO CBK-AMOUNT
             ELSE
                 MOVE AUD-AMOUNT      TO CBK-AMOUNT
             END-IF.
             SEARCH ALL CBT-ENTRY
                 AT END
                     CONTINUE
                 WHEN CBT-KEY(CBT-IDX) = CB-KEY-WS
                     MOVE 'Y' TO CB-MATCH-SWITCH
             END-SEARCH.
       5200-FIND-CHARGEBACK-X.

      *The contacted amount keeps only the gateway's seven digits;
      *the MOVE drops the same high-order digits here.
       5300-FIND-REPLY.
             MOVE SPACE TO REPLY-WS.
             IF RPY-ENTRIES-USED = ZERO
                 GO TO 5300-FIND-REPLY-X
             END-IF.
             MOVE AUD-CARD-TOKEN TO RPK-CARD-TOKEN.
             COMPUTE RPK-TXN-DATE = AUD-TXN-YEAR * 10000
                                  + AUD-TXN-MONTH * 100
                                  + AUD-TXN-DAY.
             MOVE AUD-TXN-HOUR   TO RPK-TXN-HOUR.
             MOVE AUD-AMOUNT     TO RPK-AMOUNT.
             SEARCH ALL RPY-ENTRY
                 AT END
                     CONTINUE
                 WHEN RPY-KEY(RPY-IDX) = RPY-KEY-WS
                     MOVE RPY-REPLY(RPY-IDX) TO REPLY-WS
             END-SEARCH.
       5300-FIND-REPLY-X.

       5900-READ-AUDIT.
             READ FRAUDAUD-FILE
                 AT END
                     MOVE 'Y' TO AUD-EOF-SWITCH
             END-READ.
             IF FRAUDAUD-STATUS NOT = '00' AND '10'
                 DISPLAY 'FRDLBLEX - FRAUDAUD READ FAILED - STATUS: '
                     FRAUDAUD-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
       5900-READ-AUDIT-X.

      *-----------------------------------------------------------
      * BUILDS AND WRITES THE DETAIL RECORD.  FEATURES FOLLOW THE
      * MODEL'S OWN INPUT ORDER; THE Y/N SWITCHES GO OUT AS THE
      * 1/0 THE MODEL WAS GIVEN, AND A FIELD AN OLDER AUDIT
      * RECORD NEVER CARRIED GOES OUT BLANK.  A PIPE IN ANY FREE-
      * TEXT FIELD IS TURNED TO A SLASH SO IT CANNOT SPLIT THE
      * RECORD.
      *-----------------------------------------------------------
       6000-WRITE-DETAIL.
      *-----------------------------------------------------------

             MOVE AUD-DEPLOY-ID          TO LBD-DEPLOY-ID.
             MOVE AUD-RUN-DATE           TO LBD-RUN-DATE.
             MOVE AUD-SEQ-NO             TO LBD-SEQ-NO.
             MOVE AUD-CARD-TOKEN         TO LBD-CARD-TOKEN.
             MOVE AUD-TXN-MONTH          TO LBD-MONTH.
             MOVE AUD-USE-CHIP           TO LBD-USE-CHIP.
             MOVE AUD-TXN-YEAR           TO LBD-YEAR.
             MOVE AUD-TXN-DAY            TO LBD-DAY.
             MOVE AUD-AMOUNT             TO LBD-AMOUNT.
             MOVE AUD-MERCHANT-NAME      TO LBD-MERCHANT-NAME.
             MOVE AUD-MERCHANT-STATE     TO LBD-MERCHANT-STATE.
             MOVE AUD-MERCHANT-CITY      TO LBD-MERCHANT-CITY.
             MOVE AUD-USER               TO LBD-USER.
             MOVE AUD-ZIP                TO LBD-ZIP.
             MOVE AUD-MCC                TO LBD-MCC.
             MOVE AUD-ERRORS             TO LBD-ERRORS.
             MOVE AUD-TXN-HOUR           TO LBD-TXN-HOUR.
             MOVE AUD-TXN-COUNT-1HR      TO LBD-TXN-COUNT-1HR.
             MOVE AUD-MERCH-COUNT-24HR   TO LBD-MERCH-COUNT-24HR.
             MOVE AUD-CVV-RESULT         TO LBD-CVV-RESULT.
             MOVE AUD-AVS-RESULT         TO LBD-AVS-RESULT.
             MOVE AUD-MERCH-FRAUD-RATE   TO LBD-MERCH-FRAUD-RATE.
             MOVE AUD-PROB-NO            TO LBD-PROB-NO.
             MOVE AUD-PROB-YES           TO LBD-PROB-YES.
             MOVE AUD-THRESHOLD          TO LBD-THRESHOLD.
             MOVE AUD-HIGH-RISK-THRESHOLD
                                         TO LBD-HIGH-RISK-THRESHOLD.
             MOVE AUD-VERDICT            TO LBD-VERDICT.
             MOVE AUD-SCORE-SOURCE       TO LBD-SCORE-SOURCE.
             MOVE AUD-ACTION-CODE        TO LBD-ACTION-CODE.
             MOVE LABEL-WS               TO LBD-LABEL.
             MOVE LABEL-SOURCE-WS        TO LBD-LABEL-SOURCE.

             IF AUD-AMOUNT-RATIO NUMERIC
                 MOVE AUD-AMOUNT-RATIO   TO LBD-AMOUNT-RATIO
             ELSE
                 MOVE SPACES             TO LBD-AMOUNT-RATIO-X
             END-IF.

             MOVE AUD-LOCATION-JUMP-SW   TO SWITCH-IN-WS.
             PERFORM 6100-SWITCH-TO-FLAG
                THRU 6100-SWITCH-TO-FLAG-X.
             MOVE FLAG-OUT-WS            TO LBD-LOCATION-JUMP.
             MOVE AUD-FIRST-MCC-SW       TO SWITCH-IN-WS.
             PERFORM 6100-SWITCH-TO-FLAG
                THRU 6100-SWITCH-TO-FLAG-X.
             MOVE FLAG-OUT-WS            TO LBD-FIRST-MCC.
             MOVE AUD-UNUSUAL-HOUR-SW    TO SWITCH-IN-WS.
             PERFORM 6100-SWITCH-TO-FLAG
                THRU 6100-SWITCH-TO-FLAG-X.
             MOVE FLAG-OUT-WS            TO LBD-UNUSUAL-HOUR.
             MOVE AUD-UNUSUAL-STATE-SW   TO SWITCH-IN-WS.
             PERFORM 6100-SWITCH-TO-FLAG
                THRU 6100-SWITCH-TO-FLAG-X.
             MOVE FLAG-OUT-WS            TO LBD-UNUSUAL-STATE.

             INSPECT LBD-USE-CHIP      REPLACING ALL '|' BY '/'.
             INSPECT LBD-MERCHANT-CITY REPLACING ALL '|' BY '/'.
             INSPECT LBD-ERRORS        REPLACING ALL '|' BY '/'.
             INSPECT LBD-VERDICT       REPLACING ALL '|' BY '/'.
             INSPECT LBD-ACTION-CODE   REPLACING ALL '|' BY '/'.

             WRITE LBLOUT-RECORD FROM LBL-DETAIL-REC.
             IF LBLOUT-STATUS NOT = '00'
                 DISPLAY 'FRDLBLEX - LBLOUT WRITE FAILED - STATUS: '
                     LBLOUT-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             ADD 1 TO DETAIL-WRITTEN-CTR.
             IF LABEL-WS = 1
                 ADD 1 TO LABEL-1-CTR
             ELSE
                 ADD 1 TO LABEL-0-CTR
             END-IF.
             EVALUATE TRUE
                 WHEN LABEL-FROM-DESK
                     ADD 1 TO SOURCE-D-CTR
                 WHEN LABEL-FROM-CHARGEBACK
                     ADD 1 TO SOURCE-C-CTR
                 WHEN LABEL-FROM-REPLY
                     ADD 1 TO SOURCE-R-CTR
                 WHEN OTHER
                     ADD 1 TO SOURCE-N-CTR
             END-EVALUATE.
             IF AUD-SCORE-SOURCE = 'F'
                 ADD 1 TO FALLBACK-SCORED-CTR
             END-IF.

      *----------------------
       6000-WRITE-DETAIL-X.
      *----------------------

       6100-SWITCH-TO-FLAG.
             EVALUATE SWITCH-IN-WS
                 WHEN 'Y'
                     MOVE '1'   TO FLAG-OUT-WS
                 WHEN 'N'
                     MOVE '0'   TO FLAG-OUT-WS
                 WHEN OTHER
                     MOVE SPACE TO FLAG-OUT-WS
             END-EVALUATE.
       6100-SWITCH-TO-FLAG-X.

      *-----------------------------------------------------------
      * CALENDAR STEP BACK ON DATE-WORK-WS.  A MONTH'S LENGTH
      * COMES FROM THE TABLE, FEBRUARY GAINING A DAY IN A LEAP
      * YEAR (EVERY 4TH YEAR, NOT CENTURIES UNLESS DIVISIBLE BY
      * 400).
      *-----------------------------------------------------------
       8100-PREVIOUS-DAY.
      *-----------------------------------------------------------

             IF DATE-WORK-DAY > 1
                 SUBTRACT 1 FROM DATE-WORK-DAY
                 GO TO 8100-PREVIOUS-DAY-X
             END-IF.
             IF DATE-WORK-MONTH > 1
                 SUBTRACT 1 FROM DATE-WORK-MONTH
             ELSE
                 MOVE 12 TO DATE-WORK-MONTH
                 SUBTRACT 1 FROM DATE-WORK-YEAR
             END-IF.
             PERFORM 8200-MONTH-DAYS
                THRU 8200-MONTH-DAYS-X.
             MOVE MONTH-DAYS-WS TO DATE-WORK-DAY.

      *---------------------
       8100-PREVIOUS-DAY-X.
      *---------------------

       8200-MONTH-DAYS.
             MOVE MONTH-LENGTH(DATE-WORK-MONTH) TO MONTH-DAYS-WS.
             IF DATE-WORK-MONTH NOT = 2
                 GO TO 8200-MONTH-DAYS-X
             END-IF.
             DIVIDE DATE-WORK-YEAR BY 4 GIVING LEAP-QUOTIENT
                 REMAINDER LEAP-REMAINDER-4.
             DIVIDE DATE-WORK-YEAR BY 100 GIVING LEAP-QUOTIENT
                 REMAINDER LEAP-REMAINDER-100.
             DIVIDE DATE-WORK-YEAR BY 400 GIVING LEAP-QUOTIENT
                 REMAINDER LEAP-REMAINDER-400.
             IF LEAP-REMAINDER-4 = ZERO
              AND (LEAP-REMAINDER-100 NOT = ZERO
                OR LEAP-REMAINDER-400 = ZERO)
                 MOVE 29 TO MONTH-DAYS-WS
             END-IF.
       8200-MONTH-DAYS-X.

      *-----------------------------------------------------------
      * WRITES THE TRAILER AND THE SUMMARY, CLOSES EVERYTHING AND
      * SETS THE RETURN CODE.
      *-----------------------------------------------------------
       9000-TERMINATE.
      *-----------------------------------------------------------

             MOVE DETAIL-WRITTEN-CTR TO LBT-RECORD-COUNT.
             MOVE LABEL-1-CTR        TO LBT-LABEL-1-COUNT.
             MOVE LABEL-0-CTR        TO LBT-LABEL-0-COUNT.
             MOVE SOURCE-D-CTR       TO LBT-SOURCE-D-COUNT.
             MOVE SOURCE-C-CTR       TO LBT-SOURCE-C-COUNT.
             MOVE SOURCE-R-CTR       TO LBT-SOURCE-R-COUNT.
             MOVE SOURCE-N-CTR       TO LBT-SOURCE-N-COUNT.
             MOVE UNRESOLVED-CTR     TO LBT-UNRESOLVED-COUNT.
             WRITE LBLOUT-RECORD FROM LBL-TRAILER-REC.
             IF LBLOUT-STATUS NOT = '00'
                 DISPLAY 'FRDLBLEX - LBLOUT TRAILER WRITE FAILED - '
                     'STATUS: ' LBLOUT-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             MOVE 'AUDIT RECORDS READ' TO CNT-LABEL.
             MOVE AUDIT-READ-CTR TO CNT-VALUE.
             WRITE LBLRPT-RECORD FROM COUNT-LINE.

             MOVE 'RUN OUTSIDE THE LABEL MONTH' TO CNT-LABEL.
             MOVE OUTSIDE-MONTH-CTR TO CNT-VALUE.
             WRITE LBLRPT-RECORD FROM COUNT-LINE.

             MOVE 'DECISIONS IN THE LABEL MONTH' TO CNT-LABEL.
             MOVE IN-MONTH-CTR TO CNT-VALUE.
             WRITE LBLRPT-RECORD FROM COUNT-LINE.

             MOVE 'LEFT OUT - CASE STILL OPEN' TO CNT-LABEL.
             MOVE UNRESOLVED-CTR TO CNT-VALUE.
             WRITE LBLRPT-RECORD FROM COUNT-LINE.

             WRITE LBLRPT-RECORD FROM BLANK-LINE.

             MOVE 'LABELLED DECISIONS WRITTEN' TO CNT-LABEL.
             MOVE DETAIL-WRITTEN-CTR TO CNT-VALUE.
             WRITE LBLRPT-RECORD FROM COUNT-LINE.

             MOVE '  LABEL 1 (FRAUD)' TO CNT-LABEL.
             MOVE LABEL-1-CTR TO CNT-VALUE.
             WRITE LBLRPT-RECORD FROM COUNT-LINE.

             MOVE '  LABEL 0 (GENUINE)' TO CNT-LABEL.
             MOVE LABEL-0-CTR TO CNT-VALUE.
             WRITE LBLRPT-RECORD FROM COUNT-LINE.

             MOVE '  SOURCE D - DESK DISPOSITION' TO CNT-LABEL.
             MOVE SOURCE-D-CTR TO CNT-VALUE.
             WRITE LBLRPT-RECORD FROM COUNT-LINE.

             MOVE '  SOURCE C - CHARGEBACK' TO CNT-LABEL.
             MOVE SOURCE-C-CTR TO CNT-VALUE.
             WRITE LBLRPT-RECORD FROM COUNT-LINE.

             MOVE '  SOURCE R - CARDHOLDER REPLY' TO CNT-LABEL.
             MOVE SOURCE-R-CTR TO CNT-VALUE.
             WRITE LBLRPT-RECORD FROM COUNT-LINE.

             MOVE '  SOURCE N - MATURED, NO OUTCOME' TO CNT-LABEL.
             MOVE SOURCE-N-CTR TO CNT-VALUE.
             WRITE LBLRPT-RECORD FROM COUNT-LINE.

             MOVE '  FALLBACK-SCORED (NOT THE MODEL)' TO CNT-LABEL.
             MOVE FALLBACK-SCORED-CTR TO CNT-VALUE.
             WRITE LBLRPT-RECORD FROM COUNT-LINE.

             MOVE 'DESK P CALLS WITH A CHARGEBACK' TO CNT-LABEL.
             MOVE DESK-OVER-CB-CTR TO CNT-VALUE.
             WRITE LBLRPT-RECORD FROM COUNT-LINE.

             WRITE LBLRPT-RECORD FROM BLANK-LINE.

             MOVE 'CASES LOADED' TO CNT-LABEL.
             MOVE CASES-LOADED-CTR TO CNT-VALUE.
             WRITE LBLRPT-RECORD FROM COUNT-LINE.

             MOVE 'CHARGEBACKS LOADED' TO CNT-LABEL.
             MOVE CHARGEBACKS-LOADED-CTR TO CNT-VALUE.
             WRITE LBLRPT-RECORD FROM COUNT-LINE.

             MOVE 'CARDHOLDER REPLIES LOADED' TO CNT-LABEL.
             MOVE REPLIES-LOADED-CTR TO CNT-VALUE.
             WRITE LBLRPT-RECORD FROM COUNT-LINE.

             MOVE 'OUTCOMES LOST - TABLE FULL' TO CNT-LABEL.
             MOVE TABLE-FULL-CTR TO CNT-VALUE.
             WRITE LBLRPT-RECORD FROM COUNT-LINE.

             DISPLAY ' '.
             DISPLAY '***** FRDLBLEX CONTROL TOTALS *****'.
             DISPLAY 'LABEL MONTH       : ' LABEL-MONTH-WS.
             DISPLAY 'AUDIT READ        : ' AUDIT-READ-CTR.
             DISPLAY 'IN LABEL MONTH    : ' IN-MONTH-CTR.
             DISPLAY 'CASE STILL OPEN   : ' UNRESOLVED-CTR.
             DISPLAY 'WRITTEN           : ' DETAIL-WRITTEN-CTR.
             DISPLAY 'LABEL 1           : ' LABEL-1-CTR.
             DISPLAY 'LABEL 0           : ' LABEL-0-CTR.
             IF TABLE-FULL-CTR > ZERO
                 DISPLAY 'OUTCOME TABLE FILLED: ' TABLE-FULL-CTR
             END-IF.
             DISPLAY '***********************************'.

             IF TABLE-FULL-CTR > ZERO
              OR IN-MONTH-CTR = ZERO
                 MOVE 4 TO RETURN-CODE
             END-IF.

             CLOSE FRAUDAUD-FILE.
             CLOSE LBLOUT-FILE.
             CLOSE LBLRPT-FILE.

      *-------------------
       9000-TERMINATE-X.
      *-------------------
