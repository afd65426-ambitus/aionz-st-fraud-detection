       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDANPRD.

      * AUTHOR - DRS ************************************************
      *
      * AI ON IBM Z SOLUTION TEMPLATE
      *
      * WEEKLY ANALYST PRODUCTIVITY AND DISPOSITION QUALITY
      * REPORT FOR THE FRWK DESK, FROM THE ASSIGNMENT,
      * DISPOSITION AND SUPERVISOR-REVIEW STAMPS ON FRAUDCSE.
      * ONE LINE PER ANALYST:
      *
      *   - CASES ASSIGNED TO THE ANALYST IN THE WEEK (BY
      *     CASE-ASSIGN-DATE) AND CASES THE ANALYST DISPOSITIONED
      *     IN THE WEEK (BY CASE-DISP-USER/CASE-DISP-DATE)
      *   - MEDIAN AND WORST HOURS FROM ASSIGNMENT TO DISPOSITION
      *     OVER THE WEEK'S DISPOSITIONS
      *   - THE F/P/H MIX OF THE WEEK'S DISPOSITIONS
      *   - HOW MANY OF THE WEEK'S DISPOSITIONS NEEDED A
      *     SUPERVISOR CONF (HELD AT OR ABOVE THE REVIEW LIMIT)
      *   - THE ANALYST'S FALSE-POSITIVE (P) CALLS OVER THE
      *     LONGER LOOK-BACK, AND HOW MANY OF THEM THE CHARGEBACK
      *     FEED HAS SINCE CONTRADICTED - MATCHED LIKE THE RECON
      *     STEP, ON CARD LAST 4, TRANSACTION DATE AND SETTLED
      *     AMOUNT.  EACH CONTRADICTED CALL IS LISTED.
      *
      * THE SAME RUN DRAWS A RANDOM QA SAMPLE - ABOUT QA-PERCENT
      * OF EACH ANALYST'S CASES CLOSED IN THE WEEK, AND ALWAYS AT
      * LEAST ONE FOR AN ANALYST WHO CLOSED ANY - ONTO THE QARPT
      * SECOND-REVIEW LIST FOR THE TEAM LEAD.  THE DRAW IS SEEDED
      * FROM THE WEEK-ENDING DATE SO A RERUN DRAWS THE SAME
      * SAMPLE.
      *
      * DATE DIFFERENCES USE TRUE CALENDAR DAY NUMBERS, SO HOURS
      * ACROSS A MONTH END ARE EXACT.
      *
      * ANLPARM: WEEK-ENDING DATE (ZEROS = TODAY), WEEK DAYS,
      * CHARGEBACK LOOK-BACK DAYS, QA PERCENT.
      *
      * RETURN-CODE 0  - REPORTS PRODUCED
      * RETURN-CODE 4  - A WORK TABLE FILLED - FIGURES ARE
      *                  INCOMPLETE, SEE THE COUNTS
      * RETURN-CODE 16 - UNUSABLE ANLPARM OR A FILE ERROR
      *
      * MODIFICATION HISTORY
      * --------------------
      * DATE       BY    DESCRIPTION
      * 2026-09-14 DRS    INITIAL VERSION
      ************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ANLPARM-FILE ASSIGN TO ANLPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ANLPARM-STATUS.

           SELECT FRAUDCSE-FILE ASSIGN TO FRAUDCSE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASE-SEQ-NO
               FILE STATUS IS FRAUDCSE-STATUS.

           SELECT CHRGBACK-FILE ASSIGN TO CHRGBACK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHRGBACK-STATUS.

           SELECT ANLRPT-FILE ASSIGN TO ANLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ANLRPT-STATUS.

           SELECT QARPT-FILE ASSIGN TO QARPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS QARPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *---------------------------------------------------------
      * RUN PARAMETERS.
      *---------------------------------------------------------
       FD  ANLPARM-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  ANLPARM-RECORD.
           05 APM-END-DATE              PIC 9(08).
           05 APM-WEEK-DAYS             PIC 9(03).
           05 APM-LOOKBACK-DAYS         PIC 9(03).
           05 APM-QA-PERCENT            PIC 9(02).
           05 FILLER                    PIC X(64).

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
      * CONFIRMED-FRAUD FEED FROM THE CHARGEBACK SYSTEM - ONE
      * RECORD PER TRANSACTION CHARGED BACK AS FRAUD.
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
      * PRODUCTIVITY REPORT AND QA SECOND-REVIEW LIST
      *---------------------------------------------------------
       FD  ANLRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  ANLRPT-RECORD               PIC X(132).

       FD  QARPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  QARPT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

       77  ANLPARM-STATUS               PIC X(02).
       77  FRAUDCSE-STATUS              PIC X(02).
       77  CHRGBACK-STATUS              PIC X(02).
       77  ANLRPT-STATUS                PIC X(02).
       77  QARPT-STATUS                 PIC X(02).

       77  CSE-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 END-OF-CASES                        VALUE 'Y'.
       77  CB-EOF-SWITCH                PIC X(01) VALUE 'N'.
           88 END-OF-CHARGEBACKS                  VALUE 'Y'.

       77  RUN-DATE-WS                  PIC 9(08) VALUE ZERO.
       77  END-DATE-WS                  PIC 9(08) VALUE ZERO.
       77  END-DAY-NO                   PIC 9(09) COMP VALUE ZERO.
       77  WEEK-START-DAY-NO            PIC 9(09) COMP VALUE ZERO.
       77  LOOKBACK-START-DAY-NO        PIC 9(09) COMP VALUE ZERO.
       77  ASSIGN-DAY-NO                PIC 9(09) COMP VALUE ZERO.
       77  DISP-DAY-NO                  PIC 9(09) COMP VALUE ZERO.
       77  ELAPSED-MINUTES              PIC S9(09) COMP VALUE ZERO.
       77  CB-MATCH-AMOUNT              PIC 9(09)V9(02) VALUE ZERO.
       77  TXN-DATE-WS                  PIC 9(08) VALUE ZERO.
       01  TIME-WORK-WS                 PIC 9(06) VALUE ZERO.
       01  TIME-WORK-R REDEFINES TIME-WORK-WS.
           05 TIME-WORK-HH              PIC 9(02).
           05 TIME-WORK-MM              PIC 9(02).
           05 TIME-WORK-SS              PIC 9(02).
       77  ASSIGN-MINUTE-OF-DAY         PIC 9(04) COMP VALUE ZERO.
       77  DISP-MINUTE-OF-DAY           PIC 9(04) COMP VALUE ZERO.

      *-----------------------------------------------------------
      * CALENDAR DAY NUMBER - 8000 TURNS DAY-NO-DATE INTO
      * DAY-NO-RESULT, DAYS SINCE 0001-01-01 (ZERO FOR A DATE
      * THAT IS NOT A DATE).
      *-----------------------------------------------------------
       01  DAY-NO-DATE                  PIC 9(08) VALUE ZERO.
       01  DAY-NO-DATE-R REDEFINES DAY-NO-DATE.
           05 DAY-NO-YEAR               PIC 9(04).
           05 DAY-NO-MONTH              PIC 9(02).
           05 DAY-NO-DAY                PIC 9(02).
       77  DAY-NO-RESULT                PIC 9(09) COMP VALUE ZERO.
       01  DAYS-BEFORE-VALUES           PIC X(36) VALUE
               '000031059090120151181212243273304334'.
       01  DAYS-BEFORE-TABLE REDEFINES DAYS-BEFORE-VALUES.
           05 DAYS-BEFORE-MONTH         PIC 9(03) OCCURS 12 TIMES.
       77  PRIOR-YEARS                  PIC 9(04) VALUE ZERO.
       77  LEAP-DAYS-4                  PIC 9(04) VALUE ZERO.
       77  LEAP-DAYS-100                PIC 9(04) VALUE ZERO.
       77  LEAP-DAYS-400                PIC 9(04) VALUE ZERO.
       77  LEAP-QUOTIENT                PIC 9(04) VALUE ZERO.
       77  LEAP-REMAINDER-4             PIC 9(04) VALUE ZERO.
       77  LEAP-REMAINDER-100           PIC 9(04) VALUE ZERO.
       77  LEAP-REMAINDER-400           PIC 9(04) VALUE ZERO.

      *-----------------------------------------------------------
      * QA DRAW - MULTIPLICATIVE CONGRUENTIAL GENERATOR (16807,
      * MODULUS 2**31 - 1), SEEDED FROM THE WEEK-ENDING DATE.
      *-----------------------------------------------------------
       77  RANDOM-SEED                  PIC 9(10) VALUE ZERO.
       77  RANDOM-PRODUCT               PIC 9(15) VALUE ZERO.
       77  RANDOM-QUOTIENT              PIC 9(15) VALUE ZERO.
       77  RANDOM-DRAW                  PIC 9(04) VALUE ZERO.
       77  RANDOM-PICK                  PIC 9(09) VALUE ZERO.
       77  QA-CUTOFF                    PIC 9(04) VALUE ZERO.

      *-----------------------------------------------------------
      * CHARGEBACK TABLE - SAME SIZE AS THE RECON STEP'S.
      *-----------------------------------------------------------
       01  CHARGEBACK-TABLE.
           05 CB-ENTRY OCCURS 0 TO 10000 TIMES
                        DEPENDING ON CB-ENTRIES-USED
                        INDEXED BY CB-IDX.
               10 CB-TBL-CARD-LAST4     PIC X(04).
               10 CB-TBL-YEAR           PIC 9(04).
               10 CB-TBL-MONTH          PIC 9(02).
               10 CB-TBL-DAY            PIC 9(02).
               10 CB-TBL-AMOUNT         PIC 9(05)V9(02).
               10 CB-TBL-REFERENCE      PIC X(16).
       77  CB-ENTRIES-USED              PIC 9(05) COMP VALUE ZERO.
       01  CB-DATE-WS                   PIC 9(08) VALUE ZERO.
       01  CB-DATE-R REDEFINES CB-DATE-WS.
           05 CB-DATE-YEAR              PIC 9(04).
           05 CB-DATE-MONTH             PIC 9(02).
           05 CB-DATE-DAY               PIC 9(02).

      *-----------------------------------------------------------
      * PER-ANALYST ACCUMULATORS
      *-----------------------------------------------------------
       01  ANALYST-TABLE.
           05 ANL-ENTRY OCCURS 0 TO 500 TIMES
                        DEPENDING ON ANL-ENTRIES-USED
                        INDEXED BY ANL-IDX.
               10 ANL-USER              PIC X(08).
               10 ANL-ASSIGNED-CTR      PIC 9(07) COMP.
               10 ANL-DISPOSED-CTR      PIC 9(07) COMP.
               10 ANL-FRAUD-CTR         PIC 9(07) COMP.
               10 ANL-FALSE-POS-CTR     PIC 9(07) COMP.
               10 ANL-CONTACT-CTR       PIC 9(07) COMP.
               10 ANL-REVIEW-CTR        PIC 9(07) COMP.
               10 ANL-TIMED-CTR         PIC 9(07) COMP.
               10 ANL-WORST-MINUTES     PIC 9(09) COMP.
               10 ANL-P-CALLS-CTR       PIC 9(07) COMP.
               10 ANL-P-CHARGED-CTR     PIC 9(07) COMP.
               10 ANL-CLOSED-CTR        PIC 9(07) COMP.
               10 ANL-QA-CTR            PIC 9(07) COMP.
               10 ANL-RESERVE-SEQ-NO    PIC 9(09).
       77  ANL-ENTRIES-USED             PIC 9(04) COMP VALUE ZERO.
       77  ANL-SUB                      PIC 9(04) COMP VALUE ZERO.
       77  ANL-USER-WS                  PIC X(08) VALUE SPACES.

      *Assignment-to-disposition minutes, one per timed case
       01  ELAPSED-TABLE.
           05 ELP-ENTRY OCCURS 0 TO 20000 TIMES
                        DEPENDING ON ELP-ENTRIES-USED
                        INDEXED BY ELP-IDX.
               10 ELP-ANL-SUB           PIC 9(04) COMP.
               10 ELP-MINUTES           PIC 9(09) COMP.
       77  ELP-ENTRIES-USED             PIC 9(05) COMP VALUE ZERO.

      *One analyst's minutes, sorted for the median
       01  SORT-TABLE.
           05 SRT-MINUTES OCCURS 20000 TIMES PIC 9(09) COMP.
       77  SRT-ENTRIES-USED             PIC 9(05) COMP VALUE ZERO.
       77  SRT-SUB                      PIC 9(05) COMP VALUE ZERO.
       77  SRT-HOLD                     PIC 9(09) COMP VALUE ZERO.
       77  SRT-MID                      PIC 9(05) COMP VALUE ZERO.
       77  SRT-REMAINDER                PIC 9(01) VALUE ZERO.
       77  SHIFT-DONE-SWITCH            PIC X(01) VALUE 'N'.
           88 SHIFT-DONE                          VALUE 'Y'.
       77  MEDIAN-MINUTES               PIC 9(09)V9(01) VALUE ZERO.

      *QA sample and contradicted false-positive calls
       01  QA-TABLE.
           05 QA-ENTRY OCCURS 0 TO 5000 TIMES
                        DEPENDING ON QA-ENTRIES-USED
                        INDEXED BY QA-IDX.
               10 QA-ANL-SUB            PIC 9(04) COMP.
               10 QA-SEQ-NO             PIC 9(09).
               10 QA-MINIMUM-SW         PIC X(01).
       77  QA-ENTRIES-USED              PIC 9(05) COMP VALUE ZERO.

       01  CONTRADICTED-TABLE.
           05 CTD-ENTRY OCCURS 0 TO 2000 TIMES
                        DEPENDING ON CTD-ENTRIES-USED
                        INDEXED BY CTD-IDX.
               10 CTD-ANL-SUB           PIC 9(04) COMP.
               10 CTD-SEQ-NO            PIC 9(09).
               10 CTD-CB-REFERENCE      PIC X(16).
       77  CTD-ENTRIES-USED             PIC 9(05) COMP VALUE ZERO.

       77  TABLE-FULL-CTR               PIC 9(09) COMP VALUE ZERO.
       77  CASES-READ-CTR               PIC 9(09) COMP VALUE ZERO.
       77  CHARGEBACKS-READ-CTR         PIC 9(09) COMP VALUE ZERO.
       77  PERCENT-WS                   PIC 9(03)V9(01) VALUE ZERO.

      *-----------------------------------------------------------
      * DESK TOTALS FOR THE TOTAL LINE
      *-----------------------------------------------------------
       01  DESK-TOTALS.
           05 TOT-ASSIGNED-CTR          PIC 9(07) COMP VALUE ZERO.
           05 TOT-DISPOSED-CTR          PIC 9(07) COMP VALUE ZERO.
           05 TOT-FRAUD-CTR             PIC 9(07) COMP VALUE ZERO.
           05 TOT-FALSE-POS-CTR         PIC 9(07) COMP VALUE ZERO.
           05 TOT-CONTACT-CTR           PIC 9(07) COMP VALUE ZERO.
           05 TOT-REVIEW-CTR            PIC 9(07) COMP VALUE ZERO.
           05 TOT-P-CALLS-CTR           PIC 9(07) COMP VALUE ZERO.
           05 TOT-P-CHARGED-CTR         PIC 9(07) COMP VALUE ZERO.
           05 TOT-CLOSED-CTR            PIC 9(07) COMP VALUE ZERO.
           05 TOT-QA-CTR                PIC 9(07) COMP VALUE ZERO.

      *-----------------------------------------------------------
      * REPORT LINES
      *-----------------------------------------------------------
       01  HDG-LINE-1.
           05 FILLER PIC X(44) VALUE
               '***** ANALYST PRODUCTIVITY AND QUALITY *****'.
           05 FILLER PIC X(14) VALUE ' WEEK ENDING  '.
           05 HDG-END-DATE          PIC 9(08).
           05 FILLER PIC X(02) VALUE ' ('.
           05 HDG-WEEK-DAYS         PIC ZZ9.
           05 FILLER PIC X(23) VALUE ' DAYS)  CB LOOK-BACK  '.
           05 HDG-LOOKBACK-DAYS     PIC ZZ9.
           05 FILLER PIC X(35) VALUE ' DAYS'.
       01  HDG-LINE-2.
           05 FILLER PIC X(09) VALUE 'ANALYST'.
           05 FILLER PIC X(14) VALUE ' ASSGN  DISPO'.
           05 FILLER PIC X(16) VALUE ' MEDIAN   WORST'.
           05 FILLER PIC X(30) VALUE
               '     F  F%     P  P%     H  H%'.
           05 FILLER PIC X(20) VALUE
               ' P-CALL CB-HIT   CB%'.
           05 FILLER PIC X(14) VALUE '   CONF  CONF%'.
           05 FILLER PIC X(29) VALUE ' CLOSED    QA'.
       01  HDG-LINE-3.
           05 FILLER PIC X(23) VALUE SPACES.
           05 FILLER PIC X(16) VALUE '   HOURS   HOURS'.
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(20) VALUE ' (LOOK-BACK)'.
           05 FILLER PIC X(43) VALUE SPACES.
       01  ANL-LINE.
           05 AL-USER               PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AL-ASSIGNED           PIC ZZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AL-DISPOSED           PIC ZZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AL-MEDIAN-HOURS       PIC ZZZZ9.9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AL-WORST-HOURS        PIC ZZZZ9.9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AL-FRAUD              PIC ZZZZ9.
           05 AL-FRAUD-PCT          PIC ZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AL-FALSE-POS          PIC ZZZZ9.
           05 AL-FALSE-POS-PCT      PIC ZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AL-CONTACT            PIC ZZZZ9.
           05 AL-CONTACT-PCT        PIC ZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AL-P-CALLS            PIC ZZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AL-P-CHARGED          PIC ZZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AL-P-CHARGED-PCT      PIC ZZ9.9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AL-REVIEW             PIC ZZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AL-REVIEW-PCT         PIC ZZZ9.9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AL-CLOSED             PIC ZZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AL-QA                 PIC ZZZZ9.
           05 FILLER                PIC X(16) VALUE SPACES.
       01  SECTION-LINE.
           05 FILLER PIC X(05) VALUE '---- '.
           05 SEC-TITLE             PIC X(70).
           05 FILLER PIC X(57) VALUE SPACES.
       01  CASE-HDG-LINE.
           05 FILLER PIC X(09) VALUE 'ANALYST'.
           05 FILLER PIC X(10) VALUE '     CASE'.
           05 FILLER PIC X(05) VALUE ' LST4'.
           05 FILLER PIC X(09) VALUE ' TXN DATE'.
           05 FILLER PIC X(15) VALUE '         AMOUNT'.
           05 FILLER PIC X(04) VALUE ' CUR'.
           05 FILLER PIC X(05) VALUE ' DISP'.
           05 FILLER PIC X(09) VALUE 'DISP DATE'.
           05 FILLER PIC X(66) VALUE ' NOTE / CHARGEBACK REFERENCE'.
       01  CASE-LINE.
           05 CL-USER               PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CL-SEQ-NO             PIC 9(09).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CL-CARD-LAST4         PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CL-TXN-DATE           PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CL-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CL-CURRENCY           PIC X(03).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CL-DISPOSITION        PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CL-DISP-DATE          PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CL-TEXT               PIC X(60).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CL-MIN-FLAG           PIC X(04).
       01  NONE-LINE.
           05 FILLER PIC X(20) VALUE '  (NONE)'.
           05 FILLER PIC X(112) VALUE SPACES.
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

             PERFORM 1100-LOAD-CHARGEBACK
                THRU 1100-LOAD-CHARGEBACK-X
                UNTIL END-OF-CHARGEBACKS.

             PERFORM 2000-EXAMINE-CASE
                THRU 2000-EXAMINE-CASE-X
                UNTIL END-OF-CASES.

             PERFORM 3000-PRINT-ANALYSTS
                THRU 3000-PRINT-ANALYSTS-X.

             PERFORM 4000-PRINT-CONTRADICTED
                THRU 4000-PRINT-CONTRADICTED-X.

             PERFORM 5000-PRINT-QA-SAMPLE
                THRU 5000-PRINT-QA-SAMPLE-X.

             PERFORM 9000-TERMINATE
                THRU 9000-TERMINATE-X.

             STOP RUN.

      *-----------------------------------------------------------
      * READS AND CHECKS ANLPARM, SETS THE WEEK AND LOOK-BACK
      * DAY-NUMBER RANGES, SEEDS THE QA DRAW AND OPENS THE FILES.
      *-----------------------------------------------------------
       1000-INITIALIZE.
      *-----------------------------------------------------------

             ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.

             OPEN INPUT ANLPARM-FILE.
             IF ANLPARM-STATUS NOT = '00'
                 DISPLAY 'FRDANPRD - ANLPARM OPEN FAILED - STATUS: '
                     ANLPARM-STATUS ' - CANNOT START'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
             READ ANLPARM-FILE
                 AT END
                     DISPLAY 'FRDANPRD - ANLPARM IS EMPTY - '
                         'CANNOT START'
                     CLOSE ANLPARM-FILE
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
             END-READ.
             CLOSE ANLPARM-FILE.

             IF APM-END-DATE NOT NUMERIC
              OR APM-WEEK-DAYS NOT NUMERIC
              OR APM-WEEK-DAYS = ZERO
              OR APM-LOOKBACK-DAYS NOT NUMERIC
              OR APM-LOOKBACK-DAYS < APM-WEEK-DAYS
              OR APM-QA-PERCENT NOT NUMERIC
                 DISPLAY 'FRDANPRD - UNUSABLE ANLPARM - CANNOT START'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             IF APM-END-DATE = ZERO
                 MOVE RUN-DATE-WS  TO END-DATE-WS
             ELSE
                 MOVE APM-END-DATE TO END-DATE-WS
             END-IF.

             MOVE END-DATE-WS TO DAY-NO-DATE.
             PERFORM 8000-DAY-NUMBER
                THRU 8000-DAY-NUMBER-X.
             IF DAY-NO-RESULT = ZERO
                 DISPLAY 'FRDANPRD - WEEK-ENDING DATE ' END-DATE-WS
                     ' IS NOT A DATE - CANNOT START'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
             MOVE DAY-NO-RESULT TO END-DAY-NO.
             COMPUTE WEEK-START-DAY-NO = END-DAY-NO
                                       - APM-WEEK-DAYS + 1.
             COMPUTE LOOKBACK-START-DAY-NO = END-DAY-NO
                                           - APM-LOOKBACK-DAYS + 1.

             MOVE END-DATE-WS TO RANDOM-SEED.
             COMPUTE QA-CUTOFF = APM-QA-PERCENT * 100.

             OPEN INPUT FRAUDCSE-FILE.
             IF FRAUDCSE-STATUS NOT = '00' AND '97'
                 DISPLAY 'FRDANPRD - FRAUDCSE OPEN FAILED - STATUS: '
                     FRAUDCSE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             OPEN INPUT CHRGBACK-FILE.
             IF CHRGBACK-STATUS NOT = '00'
                 DISPLAY 'FRDANPRD - CHRGBACK OPEN FAILED - STATUS: '
                     CHRGBACK-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             OPEN OUTPUT ANLRPT-FILE.
             OPEN OUTPUT QARPT-FILE.

             MOVE END-DATE-WS       TO HDG-END-DATE.
             MOVE APM-WEEK-DAYS     TO HDG-WEEK-DAYS.
             MOVE APM-LOOKBACK-DAYS TO HDG-LOOKBACK-DAYS.

      *-------------------
       1000-INITIALIZE-X.
      *-------------------

       1100-LOAD-CHARGEBACK.
             READ CHRGBACK-FILE
                 AT END
                     MOVE 'Y' TO CB-EOF-SWITCH
                     GO TO 1100-LOAD-CHARGEBACK-X
             END-READ.
             ADD 1 TO CHARGEBACKS-READ-CTR.
             IF CB-ENTRIES-USED NOT < 10000
                 ADD 1 TO TABLE-FULL-CTR
                 GO TO 1100-LOAD-CHARGEBACK-X
             END-IF.
             ADD 1 TO CB-ENTRIES-USED.
             SET CB-IDX TO CB-ENTRIES-USED.
             MOVE CB-CARD-LAST4 TO CB-TBL-CARD-LAST4(CB-IDX).
             MOVE CB-YEAR       TO CB-TBL-YEAR(CB-IDX).
             MOVE CB-MONTH      TO CB-TBL-MONTH(CB-IDX).
             MOVE CB-DAY        TO CB-TBL-DAY(CB-IDX).
             MOVE CB-AMOUNT     TO CB-TBL-AMOUNT(CB-IDX).
             MOVE CB-REFERENCE  TO CB-TBL-REFERENCE(CB-IDX).
       1100-LOAD-CHARGEBACK-X.

      *-----------------------------------------------------------
      * ONE CASE.  COUNTS THE ASSIGNMENT AGAINST THE ASSIGNEE AND
      * THE DISPOSITION AGAINST THE DISPOSITIONING ANALYST, EACH
      * ONLY WHEN ITS STAMP FALLS IN THE WEEK; A FALSE-POSITIVE
      * CALL IN THE LOOK-BACK IS CHECKED AGAINST THE CHARGEBACKS.
      *-----------------------------------------------------------
       2000-EXAMINE-CASE.
      *-----------------------------------------------------------

             READ FRAUDCSE-FILE NEXT RECORD
                 AT END
                     MOVE 'Y' TO CSE-EOF-SWITCH
                     GO TO 2000-EXAMINE-CASE-X
             END-READ.

             IF FRAUDCSE-STATUS NOT = '00'
                 DISPLAY 'FRDANPRD - FRAUDCSE READ FAILED - '
                     'STATUS: ' FRAUDCSE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             ADD 1 TO CASES-READ-CTR.

             MOVE ZERO TO ASSIGN-DAY-NO DISP-DAY-NO.
             IF CASE-ASSIGNED-TO NOT = SPACES
              AND CASE-ASSIGN-DATE NUMERIC
              AND CASE-ASSIGN-DATE > ZERO
                 MOVE CASE-ASSIGN-DATE TO DAY-NO-DATE
                 PERFORM 8000-DAY-NUMBER
                    THRU 8000-DAY-NUMBER-X
                 MOVE DAY-NO-RESULT TO ASSIGN-DAY-NO
             END-IF.
             IF ASSIGN-DAY-NO NOT < WEEK-START-DAY-NO
              AND ASSIGN-DAY-NO NOT > END-DAY-NO
                 MOVE CASE-ASSIGNED-TO TO ANL-USER-WS
                 PERFORM 2500-FIND-ANALYST
                    THRU 2500-FIND-ANALYST-X
                 IF ANL-SUB > ZERO
                     ADD 1 TO ANL-ASSIGNED-CTR(ANL-SUB)
                 END-IF
             END-IF.

             IF CASE-UNDISPOSITIONED
              OR CASE-DISP-USER = SPACES
              OR CASE-DISP-DATE NOT NUMERIC
              OR CASE-DISP-DATE = ZERO
                 GO TO 2000-EXAMINE-CASE-X
             END-IF.

             MOVE CASE-DISP-DATE TO DAY-NO-DATE.
             PERFORM 8000-DAY-NUMBER
                THRU 8000-DAY-NUMBER-X.
             MOVE DAY-NO-RESULT TO DISP-DAY-NO.
             IF DISP-DAY-NO < LOOKBACK-START-DAY-NO
              OR DISP-DAY-NO > END-DAY-NO
                 GO TO 2000-EXAMINE-CASE-X
             END-IF.

             MOVE CASE-DISP-USER TO ANL-USER-WS.
             PERFORM 2500-FIND-ANALYST
                THRU 2500-FIND-ANALYST-X.
             IF ANL-SUB = ZERO
                 GO TO 2000-EXAMINE-CASE-X
             END-IF.

             IF CASE-FALSE-POSITIVE
                 ADD 1 TO ANL-P-CALLS-CTR(ANL-SUB)
                 PERFORM 2300-MATCH-CHARGEBACK
                    THRU 2300-MATCH-CHARGEBACK-X
             END-IF.

             IF DISP-DAY-NO < WEEK-START-DAY-NO
                 GO TO 2000-EXAMINE-CASE-X
             END-IF.

             ADD 1 TO ANL-DISPOSED-CTR(ANL-SUB).
             EVALUATE TRUE
                 WHEN CASE-CONFIRMED-FRAUD
                     ADD 1 TO ANL-FRAUD-CTR(ANL-SUB)
                 WHEN CASE-FALSE-POSITIVE
                     ADD 1 TO ANL-FALSE-POS-CTR(ANL-SUB)
                 WHEN CASE-CONTACT-CARDHOLDER
                     ADD 1 TO ANL-CONTACT-CTR(ANL-SUB)
             END-EVALUATE.
             IF CASE-REVIEW-PENDING OR CASE-REVIEW-CONFIRMED
                 ADD 1 TO ANL-REVIEW-CTR(ANL-SUB)
             END-IF.

             IF ASSIGN-DAY-NO > ZERO
                 PERFORM 2100-TIME-DISPOSITION
                    THRU 2100-TIME-DISPOSITION-X
             END-IF.

             IF CASE-IS-CLOSED
                 PERFORM 2200-DRAW-QA
                    THRU 2200-DRAW-QA-X
             END-IF.

      *----------------------
       2000-EXAMINE-CASE-X.
      *----------------------

      *-----------------------------------------------------------
      * MINUTES FROM THE ASSIGNMENT STAMP TO THE DISPOSITION
      * STAMP.  A DISPOSITION STAMPED BEFORE A LATER RE-
      * ASSIGNMENT IS NOT TIMED.
      *-----------------------------------------------------------
       2100-TIME-DISPOSITION.
      *-----------------------------------------------------------

             MOVE ZERO TO TIME-WORK-WS.
             IF CASE-ASSIGN-TIME NUMERIC
                 MOVE CASE-ASSIGN-TIME TO TIME-WORK-WS
             END-IF.
             COMPUTE ASSIGN-MINUTE-OF-DAY = (TIME-WORK-HH * 60)
                                          + TIME-WORK-MM.
             MOVE ZERO TO TIME-WORK-WS.
             IF CASE-DISP-TIME NUMERIC
                 MOVE CASE-DISP-TIME TO TIME-WORK-WS
             END-IF.
             COMPUTE DISP-MINUTE-OF-DAY = (TIME-WORK-HH * 60)
                                        + TIME-WORK-MM.

             COMPUTE ELAPSED-MINUTES =
                 ((DISP-DAY-NO - ASSIGN-DAY-NO) * 1440)
               + DISP-MINUTE-OF-DAY - ASSIGN-MINUTE-OF-DAY.
             IF ELAPSED-MINUTES < ZERO
                 GO TO 2100-TIME-DISPOSITION-X
             END-IF.

             IF ELP-ENTRIES-USED NOT < 20000
                 ADD 1 TO TABLE-FULL-CTR
                 GO TO 2100-TIME-DISPOSITION-X
             END-IF.
             ADD 1 TO ELP-ENTRIES-USED.
             SET ELP-IDX TO ELP-ENTRIES-USED.
             MOVE ANL-SUB         TO ELP-ANL-SUB(ELP-IDX).
             MOVE ELAPSED-MINUTES TO ELP-MINUTES(ELP-IDX).
             ADD 1 TO ANL-TIMED-CTR(ANL-SUB).
             IF ELAPSED-MINUTES > ANL-WORST-MINUTES(ANL-SUB)
                 MOVE ELAPSED-MINUTES TO ANL-WORST-MINUTES(ANL-SUB)
             END-IF.

      *--------------------------
       2100-TIME-DISPOSITION-X.
      *--------------------------

      *-----------------------------------------------------------
      * QA DRAW FOR A CASE THE ANALYST CLOSED IN THE WEEK.  EACH
      * CASE IS SAMPLED WITH PROBABILITY QA-PERCENT; A RESERVE
      * CASE, CHOSEN UNIFORMLY OVER THE ANALYST'S CLOSED CASES
      * (RESERVOIR OF ONE), STANDS IN WHEN THE DRAW TAKES NONE.
      *-----------------------------------------------------------
       2200-DRAW-QA.
      *-----------------------------------------------------------

             ADD 1 TO ANL-CLOSED-CTR(ANL-SUB).

             PERFORM 8200-NEXT-RANDOM
                THRU 8200-NEXT-RANDOM-X.
             DIVIDE RANDOM-SEED BY ANL-CLOSED-CTR(ANL-SUB)
                 GIVING RANDOM-QUOTIENT REMAINDER RANDOM-PICK.
             IF RANDOM-PICK = ZERO
                 MOVE CASE-SEQ-NO TO ANL-RESERVE-SEQ-NO(ANL-SUB)
             END-IF.

             PERFORM 8200-NEXT-RANDOM
                THRU 8200-NEXT-RANDOM-X.
             DIVIDE RANDOM-SEED BY 10000
                 GIVING RANDOM-QUOTIENT REMAINDER RANDOM-DRAW.
             IF RANDOM-DRAW NOT < QA-CUTOFF
                 GO TO 2200-DRAW-QA-X
             END-IF.

             IF QA-ENTRIES-USED NOT < 5000
                 ADD 1 TO TABLE-FULL-CTR
                 GO TO 2200-DRAW-QA-X
             END-IF.
             ADD 1 TO QA-ENTRIES-USED.
             SET QA-IDX TO QA-ENTRIES-USED.
             MOVE ANL-SUB     TO QA-ANL-SUB(QA-IDX).
             MOVE CASE-SEQ-NO TO QA-SEQ-NO(QA-IDX).
             MOVE 'N'         TO QA-MINIMUM-SW(QA-IDX).
             ADD 1 TO ANL-QA-CTR(ANL-SUB).

      *-----------------
       2200-DRAW-QA-X.
      *-----------------

      *-----------------------------------------------------------
      * A FALSE-POSITIVE CALL IS CONTRADICTED WHEN THE CHARGEBACK
      * FEED CARRIES THE SAME TRANSACTION - CARD LAST 4, DATE AND
      * THE SETTLED (ORIGINAL-CURRENCY) AMOUNT, AS IN THE RECON
      * STEP.  CASES FROM BEFORE THE CASE RECORD CARRIED THE
      * TRANSACTION DATE ARE MATCHED ON THEIR OPEN DATE.
      *-----------------------------------------------------------
       2300-MATCH-CHARGEBACK.
      *-----------------------------------------------------------

             IF CB-ENTRIES-USED = ZERO
                 GO TO 2300-MATCH-CHARGEBACK-X
             END-IF.

             IF CASE-TXN-DATE NUMERIC
              AND CASE-TXN-DATE > ZERO
                 MOVE CASE-TXN-DATE  TO CB-DATE-WS
             ELSE
                 MOVE CASE-OPEN-DATE TO CB-DATE-WS
             END-IF.
             IF CASE-ORIG-CURRENCY = 'USD' OR SPACES OR LOW-VALUES
              OR CASE-ORIG-AMOUNT NOT NUMERIC
                 MOVE CASE-AMOUNT      TO CB-MATCH-AMOUNT
             ELSE
                 MOVE CASE-ORIG-AMOUNT TO CB-MATCH-AMOUNT
             END-IF.

             SET CB-IDX TO 1.
             SEARCH CB-ENTRY
                 AT END
                     GO TO 2300-MATCH-CHARGEBACK-X
                 WHEN CB-TBL-CARD-LAST4(CB-IDX) = CASE-CARD-LAST4
                  AND CB-TBL-YEAR(CB-IDX)  = CB-DATE-YEAR
                  AND CB-TBL-MONTH(CB-IDX) = CB-DATE-MONTH
                  AND CB-TBL-DAY(CB-IDX)   = CB-DATE-DAY
                  AND CB-TBL-AMOUNT(CB-IDX) = CB-MATCH-AMOUNT
                     ADD 1 TO ANL-P-CHARGED-CTR(ANL-SUB)
             END-SEARCH.

             IF CTD-ENTRIES-USED NOT < 2000
                 ADD 1 TO TABLE-FULL-CTR
                 GO TO 2300-MATCH-CHARGEBACK-X
             END-IF.
             ADD 1 TO CTD-ENTRIES-USED.
             SET CTD-IDX TO CTD-ENTRIES-USED.
             MOVE ANL-SUB                  TO CTD-ANL-SUB(CTD-IDX).
             MOVE CASE-SEQ-NO              TO CTD-SEQ-NO(CTD-IDX).
             MOVE CB-TBL-REFERENCE(CB-IDX) TO CTD-CB-REFERENCE(CTD-IDX).

      *---------------------------
       2300-MATCH-CHARGEBACK-X.
      *---------------------------

      *-----------------------------------------------------------
      * FINDS ANL-USER-WS ON THE ANALYST TABLE, ADDING IT WHEN
      * NEW.  ANL-SUB IS ZERO WHEN THE TABLE IS FULL.
      *-----------------------------------------------------------
       2500-FIND-ANALYST.
      *-----------------------------------------------------------

             MOVE ZERO TO ANL-SUB.
             IF ANL-ENTRIES-USED > ZERO
                 SET ANL-IDX TO 1
                 SEARCH ANL-ENTRY
                     AT END
                         CONTINUE
                     WHEN ANL-USER(ANL-IDX) = ANL-USER-WS
                         SET ANL-SUB TO ANL-IDX
                 END-SEARCH
             END-IF.
             IF ANL-SUB > ZERO
                 GO TO 2500-FIND-ANALYST-X
             END-IF.

             IF ANL-ENTRIES-USED NOT < 500
                 ADD 1 TO TABLE-FULL-CTR
                 GO TO 2500-FIND-ANALYST-X
             END-IF.
             ADD 1 TO ANL-ENTRIES-USED.
             MOVE ANL-ENTRIES-USED TO ANL-SUB.
             MOVE ANL-USER-WS TO ANL-USER(ANL-SUB).
             MOVE ZERO TO ANL-ASSIGNED-CTR(ANL-SUB)
                          ANL-DISPOSED-CTR(ANL-SUB)
                          ANL-FRAUD-CTR(ANL-SUB)
                          ANL-FALSE-POS-CTR(ANL-SUB)
                          ANL-CONTACT-CTR(ANL-SUB)
                          ANL-REVIEW-CTR(ANL-SUB)
                          ANL-TIMED-CTR(ANL-SUB)
                          ANL-WORST-MINUTES(ANL-SUB)
                          ANL-P-CALLS-CTR(ANL-SUB)
                          ANL-P-CHARGED-CTR(ANL-SUB)
                          ANL-CLOSED-CTR(ANL-SUB)
                          ANL-QA-CTR(ANL-SUB)
                          ANL-RESERVE-SEQ-NO(ANL-SUB).

      *------------------------
       2500-FIND-ANALYST-X.
      *------------------------

      *-----------------------------------------------------------
      * ONE LINE PER ANALYST AND A DESK TOTAL.  RATES ARE
      * PERCENT OF THE WEEK'S DISPOSITIONS, EXCEPT THE CHARGEBACK
      * RATE, WHICH IS PERCENT OF THE LOOK-BACK P CALLS.
      *-----------------------------------------------------------
       3000-PRINT-ANALYSTS.
      *-----------------------------------------------------------

             WRITE ANLRPT-RECORD FROM HDG-LINE-1.
             WRITE ANLRPT-RECORD FROM BLANK-LINE.
             WRITE ANLRPT-RECORD FROM HDG-LINE-2.
             WRITE ANLRPT-RECORD FROM HDG-LINE-3.

             PERFORM 3100-PRINT-ANALYST
                THRU 3100-PRINT-ANALYST-X
                VARYING ANL-SUB FROM 1 BY 1
                UNTIL ANL-SUB > ANL-ENTRIES-USED.

             IF ANL-ENTRIES-USED = ZERO
                 WRITE ANLRPT-RECORD FROM NONE-LINE
                 GO TO 3000-PRINT-ANALYSTS-X
             END-IF.

             MOVE SPACES TO ANL-LINE.
             MOVE 'DESK'            TO AL-USER.
             MOVE TOT-ASSIGNED-CTR  TO AL-ASSIGNED.
             MOVE TOT-DISPOSED-CTR  TO AL-DISPOSED.
             MOVE TOT-FRAUD-CTR     TO AL-FRAUD.
             MOVE TOT-FALSE-POS-CTR TO AL-FALSE-POS.
             MOVE TOT-CONTACT-CTR   TO AL-CONTACT.
             MOVE TOT-P-CALLS-CTR   TO AL-P-CALLS.
             MOVE TOT-P-CHARGED-CTR TO AL-P-CHARGED.
             IF TOT-P-CALLS-CTR > ZERO
                 COMPUTE AL-P-CHARGED-PCT ROUNDED =
                     (TOT-P-CHARGED-CTR * 100) / TOT-P-CALLS-CTR
             END-IF.
             MOVE TOT-REVIEW-CTR    TO AL-REVIEW.
             IF TOT-DISPOSED-CTR > ZERO
                 COMPUTE AL-FRAUD-PCT ROUNDED =
                     (TOT-FRAUD-CTR * 100) / TOT-DISPOSED-CTR
                 COMPUTE AL-FALSE-POS-PCT ROUNDED =
                     (TOT-FALSE-POS-CTR * 100) / TOT-DISPOSED-CTR
                 COMPUTE AL-CONTACT-PCT ROUNDED =
                     (TOT-CONTACT-CTR * 100) / TOT-DISPOSED-CTR
                 COMPUTE AL-REVIEW-PCT ROUNDED =
                     (TOT-REVIEW-CTR * 100) / TOT-DISPOSED-CTR
             END-IF.
             MOVE TOT-CLOSED-CTR    TO AL-CLOSED.
             MOVE TOT-QA-CTR        TO AL-QA.
             WRITE ANLRPT-RECORD FROM BLANK-LINE.
             WRITE ANLRPT-RECORD FROM ANL-LINE.

      *------------------------
       3000-PRINT-ANALYSTS-X.
      *------------------------

       3100-PRINT-ANALYST.

      *AN ANALYST THE DRAW MISSED GETS THE RESERVE CASE
             IF ANL-QA-CTR(ANL-SUB) = ZERO
              AND ANL-CLOSED-CTR(ANL-SUB) > ZERO
                 IF QA-ENTRIES-USED < 5000
                     ADD 1 TO QA-ENTRIES-USED
                     SET QA-IDX TO QA-ENTRIES-USED
                     MOVE ANL-SUB TO QA-ANL-SUB(QA-IDX)
                     MOVE ANL-RESERVE-SEQ-NO(ANL-SUB)
                         TO QA-SEQ-NO(QA-IDX)
                     MOVE 'Y' TO QA-MINIMUM-SW(QA-IDX)
                     ADD 1 TO ANL-QA-CTR(ANL-SUB)
                 ELSE
                     ADD 1 TO TABLE-FULL-CTR
                 END-IF
             END-IF.

             MOVE SPACES TO ANL-LINE.
             MOVE ANL-USER(ANL-SUB)          TO AL-USER.
             MOVE ANL-ASSIGNED-CTR(ANL-SUB)  TO AL-ASSIGNED.
             MOVE ANL-DISPOSED-CTR(ANL-SUB)  TO AL-DISPOSED.
             MOVE ANL-FRAUD-CTR(ANL-SUB)     TO AL-FRAUD.
             MOVE ANL-FALSE-POS-CTR(ANL-SUB) TO AL-FALSE-POS.
             MOVE ANL-CONTACT-CTR(ANL-SUB)   TO AL-CONTACT.
             MOVE ANL-P-CALLS-CTR(ANL-SUB)   TO AL-P-CALLS.
             MOVE ANL-P-CHARGED-CTR(ANL-SUB) TO AL-P-CHARGED.
             MOVE ANL-REVIEW-CTR(ANL-SUB)    TO AL-REVIEW.
             MOVE ANL-CLOSED-CTR(ANL-SUB)    TO AL-CLOSED.
             MOVE ANL-QA-CTR(ANL-SUB)        TO AL-QA.

             IF ANL-DISPOSED-CTR(ANL-SUB) > ZERO
                 COMPUTE AL-FRAUD-PCT ROUNDED =
                     (ANL-FRAUD-CTR(ANL-SUB) * 100)
                         / ANL-DISPOSED-CTR(ANL-SUB)
                 COMPUTE AL-FALSE-POS-PCT ROUNDED =
                     (ANL-FALSE-POS-CTR(ANL-SUB) * 100)
                         / ANL-DISPOSED-CTR(ANL-SUB)
                 COMPUTE AL-CONTACT-PCT ROUNDED =
                     (ANL-CONTACT-CTR(ANL-SUB) * 100)
                         / ANL-DISPOSED-CTR(ANL-SUB)
                 COMPUTE AL-REVIEW-PCT ROUNDED =
                     (ANL-REVIEW-CTR(ANL-SUB) * 100)
                         / ANL-DISPOSED-CTR(ANL-SUB)
             END-IF.
             IF ANL-P-CALLS-CTR(ANL-SUB) > ZERO
                 COMPUTE AL-P-CHARGED-PCT ROUNDED =
                     (ANL-P-CHARGED-CTR(ANL-SUB) * 100)
                         / ANL-P-CALLS-CTR(ANL-SUB)
             END-IF.

             IF ANL-TIMED-CTR(ANL-SUB) > ZERO
                 PERFORM 3200-MEDIAN-TIME
                    THRU 3200-MEDIAN-TIME-X
                 COMPUTE AL-MEDIAN-HOURS ROUNDED =
                     MEDIAN-MINUTES / 60
                 COMPUTE AL-WORST-HOURS ROUNDED =
                     ANL-WORST-MINUTES(ANL-SUB) / 60
             END-IF.

             WRITE ANLRPT-RECORD FROM ANL-LINE.

             ADD ANL-ASSIGNED-CTR(ANL-SUB)  TO TOT-ASSIGNED-CTR.
             ADD ANL-DISPOSED-CTR(ANL-SUB)  TO TOT-DISPOSED-CTR.
             ADD ANL-FRAUD-CTR(ANL-SUB)     TO TOT-FRAUD-CTR.
             ADD ANL-FALSE-POS-CTR(ANL-SUB) TO TOT-FALSE-POS-CTR.
             ADD ANL-CONTACT-CTR(ANL-SUB)   TO TOT-CONTACT-CTR.
             ADD ANL-REVIEW-CTR(ANL-SUB)    TO TOT-REVIEW-CTR.
             ADD ANL-P-CALLS-CTR(ANL-SUB)   TO TOT-P-CALLS-CTR.
             ADD ANL-P-CHARGED-CTR(ANL-SUB) TO TOT-P-CHARGED-CTR.
             ADD ANL-CLOSED-CTR(ANL-SUB)    TO TOT-CLOSED-CTR.
             ADD ANL-QA-CTR(ANL-SUB)        TO TOT-QA-CTR.

       3100-PRINT-ANALYST-X.

      *-----------------------------------------------------------
      * MEDIAN OF THE ANALYST'S TIMED DISPOSITIONS - THE TIMES
      * ARE COPIED OUT AND INSERTION-SORTED; AN EVEN COUNT TAKES
      * THE MEAN OF THE MIDDLE TWO.
      *-----------------------------------------------------------
       3200-MEDIAN-TIME.
      *-----------------------------------------------------------

             MOVE ZERO TO SRT-ENTRIES-USED.
             PERFORM 3300-SORT-IN-TIME
                THRU 3300-SORT-IN-TIME-X
                VARYING ELP-IDX FROM 1 BY 1
                UNTIL ELP-IDX > ELP-ENTRIES-USED.

             DIVIDE SRT-ENTRIES-USED BY 2
                 GIVING SRT-MID REMAINDER SRT-REMAINDER.
             IF SRT-REMAINDER = 1
                 ADD 1 TO SRT-MID
                 MOVE SRT-MINUTES(SRT-MID) TO MEDIAN-MINUTES
             ELSE
                 COMPUTE MEDIAN-MINUTES =
                     (SRT-MINUTES(SRT-MID) + SRT-MINUTES(SRT-MID + 1))
                         / 2
             END-IF.

      *---------------------
       3200-MEDIAN-TIME-X.
      *---------------------

       3300-SORT-IN-TIME.
             IF ELP-ANL-SUB(ELP-IDX) NOT = ANL-SUB
                 GO TO 3300-SORT-IN-TIME-X
             END-IF.
             ADD 1 TO SRT-ENTRIES-USED.
             MOVE SRT-ENTRIES-USED TO SRT-SUB.
             MOVE ELP-MINUTES(ELP-IDX) TO SRT-HOLD.
             MOVE 'N' TO SHIFT-DONE-SWITCH.
             PERFORM 3400-SHIFT-TIME
                THRU 3400-SHIFT-TIME-X
                UNTIL SRT-SUB = 1
                   OR SHIFT-DONE.
             MOVE SRT-HOLD TO SRT-MINUTES(SRT-SUB).
       3300-SORT-IN-TIME-X.

       3400-SHIFT-TIME.
             IF SRT-MINUTES(SRT-SUB - 1) NOT > SRT-HOLD
                 MOVE 'Y' TO SHIFT-DONE-SWITCH
                 GO TO 3400-SHIFT-TIME-X
             END-IF.
             MOVE SRT-MINUTES(SRT-SUB - 1) TO SRT-MINUTES(SRT-SUB).
             SUBTRACT 1 FROM SRT-SUB.
       3400-SHIFT-TIME-X.

      *-----------------------------------------------------------
      * THE FALSE-POSITIVE CALLS THE CHARGEBACK FEED CONTRADICTS,
      * WITH THE CHARGEBACK REFERENCE.
      *-----------------------------------------------------------
       4000-PRINT-CONTRADICTED.
      *-----------------------------------------------------------

             WRITE ANLRPT-RECORD FROM BLANK-LINE.
             MOVE 'FALSE-POSITIVE CALLS CONTRADICTED BY A CHARGEBACK'
                 TO SEC-TITLE.
             WRITE ANLRPT-RECORD FROM SECTION-LINE.
             WRITE ANLRPT-RECORD FROM CASE-HDG-LINE.

             PERFORM 4100-PRINT-CONTRADICTED
                THRU 4100-PRINT-CONTRADICTED-X
                VARYING CTD-IDX FROM 1 BY 1
                UNTIL CTD-IDX > CTD-ENTRIES-USED.

             IF CTD-ENTRIES-USED = ZERO
                 WRITE ANLRPT-RECORD FROM NONE-LINE
             END-IF.

      *-----------------------------
       4000-PRINT-CONTRADICTED-X.
      *-----------------------------

       4100-PRINT-CONTRADICTED.
             MOVE CTD-SEQ-NO(CTD-IDX) TO CASE-SEQ-NO.
             PERFORM 6000-FORMAT-CASE
                THRU 6000-FORMAT-CASE-X.
             MOVE ANL-USER(CTD-ANL-SUB(CTD-IDX)) TO CL-USER.
             MOVE CTD-CB-REFERENCE(CTD-IDX)      TO CL-TEXT.
             WRITE ANLRPT-RECORD FROM CASE-LINE.
       4100-PRINT-CONTRADICTED-X.

      *-----------------------------------------------------------
      * THE QA SECOND-REVIEW LIST, BY ANALYST.  'MIN' MARKS THE
      * RESERVE CASE STANDING IN FOR AN ANALYST THE DRAW MISSED.
      *-----------------------------------------------------------
       5000-PRINT-QA-SAMPLE.
      *-----------------------------------------------------------

             WRITE QARPT-RECORD FROM HDG-LINE-1.
             WRITE QARPT-RECORD FROM BLANK-LINE.
             MOVE SPACES TO SEC-TITLE.
             STRING 'QA SECOND-REVIEW SAMPLE - ' APM-QA-PERCENT
                 ' PERCENT OF EACH ANALYST''S CASES CLOSED IN THE W'
                 'EEK' DELIMITED BY SIZE INTO SEC-TITLE.
             WRITE QARPT-RECORD FROM SECTION-LINE.
             WRITE QARPT-RECORD FROM CASE-HDG-LINE.

             PERFORM 5100-PRINT-ANALYST-QA
                THRU 5100-PRINT-ANALYST-QA-X
                VARYING ANL-SUB FROM 1 BY 1
                UNTIL ANL-SUB > ANL-ENTRIES-USED.

             IF QA-ENTRIES-USED = ZERO
                 WRITE QARPT-RECORD FROM NONE-LINE
             END-IF.

      *-------------------------
       5000-PRINT-QA-SAMPLE-X.
      *-------------------------

       5100-PRINT-ANALYST-QA.
             PERFORM 5200-PRINT-QA-CASE
                THRU 5200-PRINT-QA-CASE-X
                VARYING QA-IDX FROM 1 BY 1
                UNTIL QA-IDX > QA-ENTRIES-USED.
       5100-PRINT-ANALYST-QA-X.

       5200-PRINT-QA-CASE.
             IF QA-ANL-SUB(QA-IDX) NOT = ANL-SUB
                 GO TO 5200-PRINT-QA-CASE-X
             END-IF.
             MOVE QA-SEQ-NO(QA-IDX) TO CASE-SEQ-NO.
             PERFORM 6000-FORMAT-CASE
                THRU 6000-FORMAT-CASE-X.
             MOVE ANL-USER(ANL-SUB) TO CL-USER.
             IF QA-MINIMUM-SW(QA-IDX) = 'Y'
                 MOVE 'MIN' TO CL-MIN-FLAG
             END-IF.
             WRITE QARPT-RECORD FROM CASE-LINE.
       5200-PRINT-QA-CASE-X.

      *-----------------------------------------------------------
      * READS THE CASE KEYED IN CASE-SEQ-NO AND FORMATS THE CASE
      * LINE WITH THE ANALYST'S NOTE.
      *-----------------------------------------------------------
       6000-FORMAT-CASE.
      *-----------------------------------------------------------

             MOVE SPACES TO CASE-LINE.
             MOVE CASE-SEQ-NO TO CL-SEQ-NO.
             READ FRAUDCSE-FILE
                 INVALID KEY
                     MOVE 'CASE NO LONGER ON FILE' TO CL-TEXT
                     GO TO 6000-FORMAT-CASE-X
             END-READ.

             MOVE CASE-CARD-LAST4  TO CL-CARD-LAST4.
             IF CASE-TXN-DATE NUMERIC
              AND CASE-TXN-DATE > ZERO
                 MOVE CASE-TXN-DATE  TO CL-TXN-DATE
             ELSE
                 MOVE CASE-OPEN-DATE TO CL-TXN-DATE
             END-IF.
             IF CASE-ORIG-CURRENCY = 'USD' OR SPACES OR LOW-VALUES
              OR CASE-ORIG-AMOUNT NOT NUMERIC
                 MOVE CASE-AMOUNT        TO CL-AMOUNT
                 MOVE 'USD'              TO CL-CURRENCY
             ELSE
                 MOVE CASE-ORIG-AMOUNT   TO CL-AMOUNT
                 MOVE CASE-ORIG-CURRENCY TO CL-CURRENCY
             END-IF.
             MOVE CASE-DISPOSITION TO CL-DISPOSITION.
             MOVE CASE-DISP-DATE   TO CL-DISP-DATE.
             MOVE CASE-NOTE        TO CL-TEXT.

      *--------------------
       6000-FORMAT-CASE-X.
      *--------------------

      *-----------------------------------------------------------
      * DAYS SINCE 0001-01-01 FOR DAY-NO-DATE - 365 PER YEAR PLUS
      * THE GREGORIAN LEAP DAYS, THE DAYS BEFORE THE MONTH, AND
      * ONE MORE AFTER FEBRUARY IN A LEAP YEAR.
      *-----------------------------------------------------------
       8000-DAY-NUMBER.
      *-----------------------------------------------------------

             MOVE ZERO TO DAY-NO-RESULT.
             IF DAY-NO-DATE NOT NUMERIC
              OR DAY-NO-YEAR = ZERO
              OR DAY-NO-MONTH < 1 OR DAY-NO-MONTH > 12
              OR DAY-NO-DAY < 1 OR DAY-NO-DAY > 31
                 GO TO 8000-DAY-NUMBER-X
             END-IF.

             COMPUTE PRIOR-YEARS = DAY-NO-YEAR - 1.
             DIVIDE PRIOR-YEARS BY 4   GIVING LEAP-DAYS-4.
             DIVIDE PRIOR-YEARS BY 100 GIVING LEAP-DAYS-100.
             DIVIDE PRIOR-YEARS BY 400 GIVING LEAP-DAYS-400.
             COMPUTE DAY-NO-RESULT = (PRIOR-YEARS * 365)
                                   + LEAP-DAYS-4 - LEAP-DAYS-100
                                   + LEAP-DAYS-400
                                   + DAYS-BEFORE-MONTH(DAY-NO-MONTH)
                                   + DAY-NO-DAY.

             IF DAY-NO-MONTH > 2
                 DIVIDE DAY-NO-YEAR BY 4 GIVING LEAP-QUOTIENT
                     REMAINDER LEAP-REMAINDER-4
                 DIVIDE DAY-NO-YEAR BY 100 GIVING LEAP-QUOTIENT
                     REMAINDER LEAP-REMAINDER-100
                 DIVIDE DAY-NO-YEAR BY 400 GIVING LEAP-QUOTIENT
                     REMAINDER LEAP-REMAINDER-400
                 IF LEAP-REMAINDER-4 = ZERO
                  AND (LEAP-REMAINDER-100 NOT = ZERO
                    OR LEAP-REMAINDER-400 = ZERO)
                     ADD 1 TO DAY-NO-RESULT
                 END-IF
             END-IF.

      *--------------------
       8000-DAY-NUMBER-X.
      *--------------------

       8200-NEXT-RANDOM.
             COMPUTE RANDOM-PRODUCT = RANDOM-SEED * 16807.
             DIVIDE RANDOM-PRODUCT BY 2147483647
                 GIVING RANDOM-QUOTIENT REMAINDER RANDOM-SEED.
       8200-NEXT-RANDOM-X.

      *-----------------------------------------------------------
      * CONTROL TOTALS AND CONDITION CODE.
      *-----------------------------------------------------------
       9000-TERMINATE.
      *-----------------------------------------------------------

             WRITE ANLRPT-RECORD FROM BLANK-LINE.
             MOVE 'CASES READ' TO CNT-LABEL.
             MOVE CASES-READ-CTR TO CNT-VALUE.
             WRITE ANLRPT-RECORD FROM COUNT-LINE.
             MOVE 'CHARGEBACKS READ' TO CNT-LABEL.
             MOVE CHARGEBACKS-READ-CTR TO CNT-VALUE.
             WRITE ANLRPT-RECORD FROM COUNT-LINE.
             MOVE 'QA CASES SAMPLED' TO CNT-LABEL.
             MOVE QA-ENTRIES-USED TO CNT-VALUE.
             WRITE ANLRPT-RECORD FROM COUNT-LINE.
             MOVE 'WORK TABLE OVERFLOWS' TO CNT-LABEL.
             MOVE TABLE-FULL-CTR TO CNT-VALUE.
             WRITE ANLRPT-RECORD FROM COUNT-LINE.

             DISPLAY ' '.
             DISPLAY '***** FRDANPRD CONTROL TOTALS *****'.
             DISPLAY 'CASES READ            : ' CASES-READ-CTR.
             DISPLAY 'ANALYSTS REPORTED     : ' ANL-ENTRIES-USED.
             DISPLAY 'QA CASES SAMPLED      : ' QA-ENTRIES-USED.
             DISPLAY 'WORK TABLE OVERFLOWS  : ' TABLE-FULL-CTR.
             DISPLAY '***********************************'.

             IF TABLE-FULL-CTR > ZERO
                 MOVE 4 TO RETURN-CODE
             END-IF.

             CLOSE FRAUDCSE-FILE.
             CLOSE CHRGBACK-FILE.
             CLOSE ANLRPT-FILE.
             CLOSE QARPT-FILE.

      *-------------------
       9000-TERMINATE-X.
      *-------------------
