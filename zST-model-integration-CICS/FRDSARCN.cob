       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDSARCN.

      * AUTHOR - DRS ************************************************
      *
      * AI ON IBM Z SOLUTION TEMPLATE
      *
      * NIGHTLY SUSPICIOUS ACTIVITY REPORT (SAR) CANDIDATE
      * WORKLIST.  ADDS UP CONFIRMED FRAUD PER CARD OVER A
      * ROLLING WINDOW AND OPENS A SAR CANDIDATE ON THE SARCAND
      * FILE WHEN THE TOTAL REACHES THE REGULATORY THRESHOLD:
      *
      *   - CONTRIBUTING TRANSACTIONS ARE EVERY CLOSED FRAUDCSE
      *     CASE DISPOSITIONED CONFIRMED FRAUD (F) WHOSE
      *     TRANSACTION FALLS INSIDE THE WINDOW, PLUS - FOR A
      *     CARD THAT HAS ONE - EVERY FRAUDAUD DECISION THE
      *     MATRIX DECLINED INSIDE THE WINDOW THAT NEVER BECAME A
      *     CASE (THE ATTEMPTS THE DECLINE STOPPED).  A DECLINE
      *     THAT DID BECOME A CASE COUNTS ONLY THROUGH ITS CASE,
      *     AND ONLY IF THE DESK CONFIRMED IT.  AMOUNTS ARE USD.
      *   - A NEW CANDIDATE LISTS ITS CONTRIBUTING TRANSACTIONS,
      *     THE TOTAL, THE FIRST-DETECTION DATE (TODAY) AND THE
      *     FILING DUE DATE (DETECTION + SARPARM DUE DAYS, A TRUE
      *     CALENDAR DATE).  A TRANSACTION IS NEVER LISTED ON TWO
      *     CANDIDATES; FURTHER FRAUD ON A CARD WITH A CANDIDATE
      *     STILL OPEN IS ADDED TO THAT CANDIDATE, KEEPING ITS
      *     ORIGINAL DUE DATE.
      *   - APPLIES THE COMPLIANCE OFFICER'S DECISIONS (SARTXN):
      *     FILED, WITH THE FILING REFERENCE, OR NOT REQUIRED -
      *     EACH WITH THE OFFICER'S USER ID AND THE DATE.
      *   - SARRPT LISTS THE DAY'S NEW AND EXTENDED CANDIDATES,
      *     THE DECISIONS RECORDED, AND EVERY CANDIDATE STILL
      *     OPEN - OVERDUE, DUE WITHIN THE WARNING DAYS, AND THE
      *     REST.
      *
      * SARCAND IS KEYED ON CANDIDATE NUMBER + LINE NUMBER.
      * LINE 000 IS THE CANDIDATE HEADER, LINES 001 ON ITS
      * CONTRIBUTING TRANSACTIONS.  THE FIRST-EVER RUN FINDS THE
      * FILE EMPTY AND LOADS A HIGH-KEY DUMMY SO IT CAN BE OPENED
      * I-O.
      *
      * SARPARM: WINDOW DAYS, THRESHOLD (USD), FILING DUE DAYS,
      * DUE-SOON WARNING DAYS.
      *
      * RETURN-CODE 0  - WORKLIST BUILT, NOTHING OVERDUE
      * RETURN-CODE 4  - A CANDIDATE IS PAST ITS DUE DATE, OR AN
      *                  OFFICER DECISION WAS REJECTED, OR A
      *                  WORK TABLE FILLED - SEE SARRPT
      * RETURN-CODE 16 - UNUSABLE SARPARM OR A FILE ERROR
      *
      * MODIFICATION HISTORY
      * --------------------
      * DATE       BY    DESCRIPTION
      * 2026-09-11 DRS    INITIAL VERSION
      * 2026-10-05 DRS    AUDIT RECORD LAYOUT FOLLOWS THE MODEL-
      *                   INPUT ADDITION (LRECL NOW 400).
      * 2026-10-15 DRS    SARCAND STATUS CHECKED AFTER THE EXTEND
      *                   READ AND THE OPEN-CANDIDATE BROWSE.
      * 2026-10-15 DRS    LINES PAST THE 998 LIMIT LEFT OUT OF THE
      *                   CANDIDATE TOTAL, DATE SPAN AND REPORT.
      ************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SARPARM-FILE ASSIGN TO SARPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SARPARM-STATUS.

           SELECT SARTXN-FILE ASSIGN TO SARTXN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SARTXN-STATUS.

           SELECT SARCAND-FILE ASSIGN TO SARCAND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAR-KEY
               FILE STATUS IS SARCAND-STATUS.

           SELECT FRAUDCSE-FILE ASSIGN TO FRAUDCSE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASE-SEQ-NO
               FILE STATUS IS FRAUDCSE-STATUS.

           SELECT FRAUDAUD-FILE ASSIGN TO FRAUDAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FRAUDAUD-STATUS.

           SELECT SARRPT-FILE ASSIGN TO SARRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SARRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *---------------------------------------------------------
      * RUN PARAMETERS.
      *---------------------------------------------------------
       FD  SARPARM-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  SARPARM-RECORD.
           05 SPM-WINDOW-DAYS           PIC 9(03).
           05 SPM-THRESHOLD             PIC 9(07)V9(02).
           05 SPM-DUE-DAYS              PIC 9(03).
           05 SPM-WARN-DAYS             PIC 9(03).
           05 FILLER                    PIC X(62).

      *---------------------------------------------------------
      * COMPLIANCE OFFICER DECISIONS - ONE PER CANDIDATE
      * DECIDED.  ACTION F = SAR FILED (REFERENCE REQUIRED),
      * N = NO SAR REQUIRED.  A ZERO DATE MEANS TODAY.
      *---------------------------------------------------------
       FD  SARTXN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  SARTXN-RECORD.
           05 STX-CAND-NO               PIC 9(09).
           05 STX-ACTION                PIC X(01).
               88 STX-FILED                      VALUE 'F'.
               88 STX-NOT-REQUIRED               VALUE 'N'.
           05 STX-USER                  PIC X(08).
           05 STX-DATE                  PIC 9(08).
           05 STX-REFERENCE             PIC X(20).
           05 STX-NOTE                  PIC X(30).
           05 FILLER                    PIC X(04).

      *---------------------------------------------------------
      * SAR CANDIDATE FILE.  LINE 000 IS THE CANDIDATE HEADER,
      * LINES 001 ON ARE ITS CONTRIBUTING TRANSACTIONS.  THE
      * HIGH-KEY DUMMY CARRIES NO RECORD TYPE.
      *---------------------------------------------------------
       FD  SARCAND-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  SARCAND-RECORD.
           05 SAR-KEY.
               10 SAR-CAND-NO           PIC 9(09).
               10 SAR-LINE-NO           PIC 9(03).
           05 SAR-REC-TYPE              PIC X(01).
               88 SAR-HEADER                     VALUE 'H'.
               88 SAR-TRANSACTION                VALUE 'T'.
           05 SAR-HEADER-DATA.
               10 SAH-CARD-TOKEN        PIC X(19).
               10 SAH-CARD-LAST4        PIC X(04).
               10 SAH-USER              PIC 9(02).
               10 SAH-STATUS            PIC X(01).
                   88 SAH-OPEN                   VALUE 'O'.
                   88 SAH-FILED                  VALUE 'F'.
                   88 SAH-NOT-REQUIRED           VALUE 'N'.
               10 SAH-TXN-COUNT         PIC 9(05).
               10 SAH-TOTAL-AMOUNT      PIC 9(09)V9(02).
               10 SAH-THRESHOLD         PIC 9(07)V9(02).
               10 SAH-WINDOW-DAYS       PIC 9(03).
               10 SAH-FIRST-TXN-DATE    PIC 9(08).
               10 SAH-LAST-TXN-DATE     PIC 9(08).
               10 SAH-DETECT-DATE       PIC 9(08).
               10 SAH-DUE-DATE          PIC 9(08).
               10 SAH-LAST-ADD-DATE     PIC 9(08).
               10 SAH-DECISION-USER     PIC X(08).
               10 SAH-DECISION-DATE     PIC 9(08).
               10 SAH-FILING-REF        PIC X(20).
               10 SAH-DECISION-NOTE     PIC X(30).
               10 FILLER                PIC X(27).
           05 SAR-TXN-DATA REDEFINES SAR-HEADER-DATA.
               10 SAT-SEQ-NO            PIC 9(09).
               10 SAT-KIND              PIC X(01).
                   88 SAT-CONFIRMED-CASE         VALUE 'C'.
                   88 SAT-DECLINED-ATTEMPT       VALUE 'D'.
               10 SAT-TXN-DATE          PIC 9(08).
               10 SAT-AMOUNT            PIC 9(09)V9(02).
               10 SAT-ORIG-CURRENCY     PIC X(03).
               10 SAT-ORIG-AMOUNT       PIC 9(09)V9(02).
               10 SAT-MERCHANT-NAME     PIC 9(18).
               10 SAT-MCC               PIC 9(04).
               10 SAT-ADDED-DATE        PIC 9(08).
               10 FILLER                PIC X(114).

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
      * DECISION AUDIT LOG - SAME LAYOUT FRAUDDET WRITES.  THE
      * JCL CONCATENATES THE GENERATIONS COVERING THE WINDOW.
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
           05 FILLER                    PIC X(95).

      *---------------------------------------------------------
      * COMPLIANCE WORKLIST REPORT PRINT FILE
      *---------------------------------------------------------
       FD  SARRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  SARRPT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

       77  SARPARM-STATUS               PIC X(02).
       77  SARTXN-STATUS                PIC X(02).
       77  SARCAND-STATUS               PIC X(02).
       77  FRAUDCSE-STATUS              PIC X(02).
       77  FRAUDAUD-STATUS              PIC X(02).
       77  SARRPT-STATUS                PIC X(02).

       77  STX-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 END-OF-DECISIONS                    VALUE 'Y'.
       77  SAR-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 END-OF-CANDIDATES                   VALUE 'Y'.
       77  CSE-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 END-OF-CASES                        VALUE 'Y'.
       77  AUD-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 END-OF-AUDIT                        VALUE 'Y'.
       77  FOUND-SWITCH                 PIC X(01) VALUE 'N'.
           88 ENTRY-FOUND                         VALUE 'Y'.

       77  RUN-DATE-WS                  PIC 9(08) VALUE ZERO.
       77  WINDOW-START-WS              PIC 9(08) VALUE ZERO.
       77  WARN-DATE-WS                 PIC 9(08) VALUE ZERO.
       77  DUE-DATE-WS                  PIC 9(08) VALUE ZERO.
       77  TXN-DATE-WS                  PIC 9(08) VALUE ZERO.
       77  NEXT-CAND-NO                 PIC 9(09) VALUE ZERO.
       77  DAYS-TO-STEP                 PIC 9(03) VALUE ZERO.
       77  PRINT-SECTION-WS             PIC X(01) VALUE SPACE.
           88 PRINT-OVERDUE                       VALUE 'O'.
           88 PRINT-DUE-SOON                      VALUE 'S'.
           88 PRINT-OTHER-OPEN                    VALUE 'R'.

      *Unlisted activity on the card being evaluated
       77  UNLISTED-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  UNLISTED-TOTAL               PIC 9(09)V9(02) VALUE ZERO.
       77  LINE-NO-WS                   PIC 9(03) VALUE ZERO.
       77  CAND-EVENT-WS                PIC X(14) VALUE SPACES.

      *-----------------------------------------------------------
      * CALENDAR WORK AREA - 8000 STEPS DATE-WORK-WS ONE DAY
      * FORWARD, 8100 ONE DAY BACK.
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
      * CANDIDATES STILL OPEN, AND EVERY TRANSACTION ALREADY
      * LISTED ON A CANDIDATE INSIDE THE WINDOW.
      *-----------------------------------------------------------
       01  OPEN-CAND-TABLE.
           05 OPN-ENTRY OCCURS 0 TO 2000 TIMES
                        DEPENDING ON OPN-ENTRIES-USED
                        INDEXED BY OPN-IDX.
               10 OPN-CARD-TOKEN        PIC X(19).
               10 OPN-CAND-NO           PIC 9(09).
       77  OPN-ENTRIES-USED             PIC 9(05) COMP VALUE ZERO.

       01  LISTED-TABLE.
           05 LST-ENTRY OCCURS 0 TO 20000 TIMES
                        DEPENDING ON LST-ENTRIES-USED
                        INDEXED BY LST-IDX.
               10 LST-SEQ-NO            PIC 9(09).
       77  LST-ENTRIES-USED             PIC 9(05) COMP VALUE ZERO.

      *-----------------------------------------------------------
      * CARDS WITH CONFIRMED FRAUD INSIDE THE WINDOW, KEPT IN
      * TOKEN ORDER FOR THE SEARCH ALL FROM THE AUDIT PASS, AND
      * THEIR CONTRIBUTING TRANSACTIONS.
      *-----------------------------------------------------------
       01  CARD-TABLE.
           05 CRD-ENTRY OCCURS 0 TO 5000 TIMES
                        DEPENDING ON CRD-ENTRIES-USED
                        ASCENDING KEY IS CRD-CARD-TOKEN
                        INDEXED BY CRD-IDX.
               10 CRD-CARD-TOKEN        PIC X(19).
               10 CRD-CARD-LAST4        PIC X(04).
               10 CRD-USER              PIC 9(02).
               10 CRD-CAND-NO           PIC 9(09).
       77  CRD-ENTRIES-USED             PIC 9(05) COMP VALUE ZERO.
       77  CRD-SUB                      PIC 9(05) COMP VALUE ZERO.
       01  CARD-HOLD-WS.
           05 HLD-CARD-TOKEN            PIC X(19).
           05 HLD-CARD-LAST4            PIC X(04).
           05 HLD-USER                  PIC 9(02).
           05 HLD-CAND-NO               PIC 9(09).

       01  TXN-TABLE.
           05 TXN-ENTRY OCCURS 0 TO 20000 TIMES
                        DEPENDING ON TXN-ENTRIES-USED
                        INDEXED BY TXN-IDX.
               10 TXN-CARD-TOKEN        PIC X(19).
               10 TXN-SEQ-NO            PIC 9(09).
               10 TXN-KIND              PIC X(01).
               10 TXN-DATE              PIC 9(08).
               10 TXN-AMOUNT            PIC 9(09)V9(02).
               10 TXN-ORIG-CURRENCY     PIC X(03).
               10 TXN-ORIG-AMOUNT       PIC 9(09)V9(02).
               10 TXN-MERCHANT-NAME     PIC 9(18).
               10 TXN-MCC               PIC 9(04).
               10 TXN-LISTED-SW         PIC X(01).
       77  TXN-ENTRIES-USED             PIC 9(05) COMP VALUE ZERO.

       77  TABLE-FULL-CTR               PIC 9(09) COMP VALUE ZERO.

      *-----------------------------------------------------------
      * CONTROL TOTALS
      *-----------------------------------------------------------
       77  DECISIONS-READ-CTR           PIC 9(09) COMP VALUE ZERO.
       77  DECISIONS-APPLIED-CTR        PIC 9(09) COMP VALUE ZERO.
       77  DECISIONS-REJECTED-CTR       PIC 9(09) COMP VALUE ZERO.
       77  CASES-READ-CTR               PIC 9(09) COMP VALUE ZERO.
       77  CASES-IN-WINDOW-CTR          PIC 9(09) COMP VALUE ZERO.
       77  AUDIT-READ-CTR               PIC 9(09) COMP VALUE ZERO.
       77  DECLINES-ADDED-CTR           PIC 9(09) COMP VALUE ZERO.
       77  CANDIDATES-NEW-CTR           PIC 9(09) COMP VALUE ZERO.
       77  CANDIDATES-EXTENDED-CTR      PIC 9(09) COMP VALUE ZERO.
       77  LINES-WRITTEN-CTR            PIC 9(09) COMP VALUE ZERO.
       77  OPEN-OVERDUE-CTR             PIC 9(09) COMP VALUE ZERO.
       77  OPEN-DUE-SOON-CTR            PIC 9(09) COMP VALUE ZERO.
       77  OPEN-OTHER-CTR               PIC 9(09) COMP VALUE ZERO.
       77  SECTION-LINES-CTR            PIC 9(09) COMP VALUE ZERO.

      *-----------------------------------------------------------
      * REPORT LINES
      *-----------------------------------------------------------
       01  HDG-LINE-1.
           05 FILLER PIC X(44) VALUE
               '***** SAR CANDIDATE WORKLIST **************'.
           05 FILLER PIC X(10) VALUE ' RUN DATE '.
           05 HDG-RUN-DATE          PIC 9(08).
           05 FILLER PIC X(10) VALUE '  WINDOW '.
           05 HDG-WINDOW-DAYS       PIC ZZ9.
           05 FILLER PIC X(18) VALUE ' DAYS  THRESHOLD '.
           05 HDG-THRESHOLD         PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(27) VALUE SPACES.
       01  SECTION-LINE.
           05 FILLER PIC X(05) VALUE '---- '.
           05 SEC-TITLE             PIC X(60).
           05 FILLER PIC X(67) VALUE SPACES.
       01  CAND-HDG-LINE.
           05 FILLER PIC X(11) VALUE '  CANDIDATE'.
           05 FILLER PIC X(15) VALUE ' STATUS'.
           05 FILLER PIC X(20) VALUE 'CARD TOKEN'.
           05 FILLER PIC X(05) VALUE 'LST4'.
           05 FILLER PIC X(05) VALUE 'USER'.
           05 FILLER PIC X(06) VALUE ' TXNS'.
           05 FILLER PIC X(15) VALUE '          TOTAL'.
           05 FILLER PIC X(09) VALUE ' DETECTED'.
           05 FILLER PIC X(09) VALUE '      DUE'.
           05 FILLER PIC X(37) VALUE '  DECISION'.
       01  CAND-LINE.
           05 CL-CAND-NO            PIC Z(08)9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CL-STATUS             PIC X(14).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CL-CARD-TOKEN         PIC X(19).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CL-CARD-LAST4         PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CL-USER               PIC Z9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CL-TXN-COUNT          PIC ZZ,ZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CL-TOTAL              PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CL-DETECT-DATE        PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CL-DUE-DATE           PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CL-DECISION           PIC X(36).
       01  TXN-LINE.
           05 FILLER                PIC X(14) VALUE SPACES.
           05 TL-KIND               PIC X(16).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 TL-SEQ-NO             PIC Z(08)9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 TL-TXN-DATE           PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 TL-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 TL-ORIG-CURRENCY      PIC X(03).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 TL-ORIG-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(10) VALUE '  MERCHANT'.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 TL-MERCHANT-NAME      PIC 9(18).
           05 FILLER PIC X(05) VALUE '  MCC'.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 TL-MCC                PIC 9(04).
           05 FILLER                PIC X(10) VALUE SPACES.
       01  REJECT-LINE.
           05 FILLER PIC X(11) VALUE '  REJECTED '.
           05 RJ-CAND-NO            PIC Z(08)9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RJ-ACTION             PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RJ-USER               PIC X(08).
           05 FILLER PIC X(03) VALUE ' - '.
           05 RJ-REASON             PIC X(50).
           05 FILLER                PIC X(48) VALUE SPACES.
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

             PERFORM 2000-APPLY-DECISION
                THRU 2000-APPLY-DECISION-X
                UNTIL END-OF-DECISIONS.

             PERFORM 2500-LOAD-CANDIDATES
                THRU 2500-LOAD-CANDIDATES-X.

             PERFORM 3000-SWEEP-CASES
                THRU 3000-SWEEP-CASES-X.

             PERFORM 3500-SWEEP-AUDIT
                THRU 3500-SWEEP-AUDIT-X.

             PERFORM 4000-EVALUATE-CARDS
                THRU 4000-EVALUATE-CARDS-X.

             PERFORM 6000-PRINT-OPEN
                THRU 6000-PRINT-OPEN-X.

             PERFORM 9000-TERMINATE
                THRU 9000-TERMINATE-X.

             STOP RUN.

      *-----------------------------------------------------------
      * READS AND CHECKS SARPARM, WORKS OUT THE WINDOW START AND
      * THE DUE-SOON DATE, OPENS THE FILES AND PRIMES THE
      * DECISION READ.  THE FIRST-EVER RUN FINDS SARCAND EMPTY
      * AND LOADS A HIGH-KEY DUMMY SO IT CAN BE OPENED I-O.
      *-----------------------------------------------------------
       1000-INITIALIZE.
      *-----------------------------------------------------------

             ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.

             OPEN INPUT SARPARM-FILE.
             IF SARPARM-STATUS NOT = '00'
                 DISPLAY 'FRDSARCN - SARPARM OPEN FAILED - STATUS: '
                     SARPARM-STATUS ' - CANNOT START'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
             READ SARPARM-FILE
                 AT END
                     DISPLAY 'FRDSARCN - SARPARM IS EMPTY - '
                         'CANNOT START'
                     CLOSE SARPARM-FILE
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
             END-READ.
             CLOSE SARPARM-FILE.

             IF SPM-WINDOW-DAYS NOT NUMERIC
              OR SPM-WINDOW-DAYS = ZERO
              OR SPM-THRESHOLD NOT NUMERIC
              OR SPM-THRESHOLD = ZERO
              OR SPM-DUE-DAYS NOT NUMERIC
              OR SPM-DUE-DAYS = ZERO
              OR SPM-WARN-DAYS NOT NUMERIC
                 DISPLAY 'FRDSARCN - UNUSABLE SARPARM - CANNOT START'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

      *WINDOW START - THE WINDOW INCLUDES TODAY
             MOVE RUN-DATE-WS TO DATE-WORK-WS.
             COMPUTE DAYS-TO-STEP = SPM-WINDOW-DAYS - 1.
             PERFORM 8100-PREVIOUS-DAY
                THRU 8100-PREVIOUS-DAY-X
                DAYS-TO-STEP TIMES.
             MOVE DATE-WORK-WS TO WINDOW-START-WS.

             MOVE RUN-DATE-WS TO DATE-WORK-WS.
             PERFORM 8000-NEXT-DAY
                THRU 8000-NEXT-DAY-X
                SPM-WARN-DAYS TIMES.
             MOVE DATE-WORK-WS TO WARN-DATE-WS.

             MOVE RUN-DATE-WS TO DATE-WORK-WS.
             PERFORM 8000-NEXT-DAY
                THRU 8000-NEXT-DAY-X
                SPM-DUE-DAYS TIMES.
             MOVE DATE-WORK-WS TO DUE-DATE-WS.

             OPEN I-O SARCAND-FILE.
             IF SARCAND-STATUS = '35'
                 PERFORM 1200-LOAD-SARCAND-DUMMY
                    THRU 1200-LOAD-SARCAND-DUMMY-X
                 OPEN I-O SARCAND-FILE
             END-IF.
             IF SARCAND-STATUS NOT = '00' AND '97'
                 DISPLAY 'FRDSARCN - SARCAND OPEN FAILED - STATUS: '
                     SARCAND-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             OPEN INPUT FRAUDCSE-FILE.
             IF FRAUDCSE-STATUS NOT = '00' AND '97'
                 DISPLAY 'FRDSARCN - FRAUDCSE OPEN FAILED - STATUS: '
                     FRAUDCSE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             OPEN INPUT FRAUDAUD-FILE.
             IF FRAUDAUD-STATUS NOT = '00'
                 DISPLAY 'FRDSARCN - FRAUDAUD OPEN FAILED - STATUS: '
                     FRAUDAUD-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             OPEN INPUT SARTXN-FILE.
             IF SARTXN-STATUS NOT = '00'
                 DISPLAY 'FRDSARCN - SARTXN OPEN FAILED - STATUS: '
                     SARTXN-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             OPEN OUTPUT SARRPT-FILE.

             MOVE RUN-DATE-WS     TO HDG-RUN-DATE.
             MOVE SPM-WINDOW-DAYS TO HDG-WINDOW-DAYS.
             MOVE SPM-THRESHOLD   TO HDG-THRESHOLD.
             WRITE SARRPT-RECORD FROM HDG-LINE-1.
             WRITE SARRPT-RECORD FROM BLANK-LINE.
             MOVE 'COMPLIANCE DECISIONS RECORDED TODAY' TO SEC-TITLE.
             WRITE SARRPT-RECORD FROM SECTION-LINE.
             WRITE SARRPT-RECORD FROM CAND-HDG-LINE.
             MOVE ZERO TO SECTION-LINES-CTR.

             PERFORM 2900-READ-DECISION
                THRU 2900-READ-DECISION-X.

      *-------------------
       1000-INITIALIZE-X.
      *-------------------

       1200-LOAD-SARCAND-DUMMY.
             OPEN OUTPUT SARCAND-FILE.
             IF SARCAND-STATUS NOT = '00'
                 DISPLAY 'FRDSARCN - SARCAND LOAD FAILED - STATUS: '
                     SARCAND-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
             MOVE SPACES    TO SARCAND-RECORD.
             MOVE 999999999 TO SAR-CAND-NO.
             MOVE 999       TO SAR-LINE-NO.
             WRITE SARCAND-RECORD.
             CLOSE SARCAND-FILE.
             DISPLAY 'FRDSARCN - SARCAND WAS EMPTY - LOADED THE '
                 'HIGH-KEY DUMMY'.
       1200-LOAD-SARCAND-DUMMY-X.

      *-----------------------------------------------------------
      * RECORDS ONE COMPLIANCE OFFICER DECISION ON ITS CANDIDATE
      * HEADER.  ONLY AN OPEN CANDIDATE CAN BE DECIDED; A FILED
      * DECISION MUST CARRY THE FILING REFERENCE.
      *-----------------------------------------------------------
       2000-APPLY-DECISION.
      *-----------------------------------------------------------

             ADD 1 TO DECISIONS-READ-CTR.

             MOVE SPACES      TO REJECT-LINE.
             MOVE STX-CAND-NO TO RJ-CAND-NO.
             MOVE STX-ACTION  TO RJ-ACTION.
             MOVE STX-USER    TO RJ-USER.

             IF STX-CAND-NO NOT NUMERIC
                 MOVE 'CANDIDATE NUMBER NOT NUMERIC' TO RJ-REASON
                 PERFORM 2800-REJECT-DECISION
                    THRU 2800-REJECT-DECISION-X
                 GO TO 2000-NEXT-DECISION
             END-IF.
             IF NOT STX-FILED AND NOT STX-NOT-REQUIRED
                 MOVE 'ACTION MUST BE F (FILED) OR N (NOT REQUIRED)'
                     TO RJ-REASON
                 PERFORM 2800-REJECT-DECISION
                    THRU 2800-REJECT-DECISION-X
                 GO TO 2000-NEXT-DECISION
             END-IF.
             IF STX-USER = SPACES
                 MOVE 'OFFICER USER ID MISSING' TO RJ-REASON
                 PERFORM 2800-REJECT-DECISION
                    THRU 2800-REJECT-DECISION-X
                 GO TO 2000-NEXT-DECISION
             END-IF.
             IF STX-FILED AND STX-REFERENCE = SPACES
                 MOVE 'FILED WITHOUT A FILING REFERENCE' TO RJ-REASON
                 PERFORM 2800-REJECT-DECISION
                    THRU 2800-REJECT-DECISION-X
                 GO TO 2000-NEXT-DECISION
             END-IF.
             IF STX-DATE NOT NUMERIC
              OR STX-DATE > RUN-DATE-WS
                 MOVE 'DECISION DATE INVALID OR IN THE FUTURE'
                     TO RJ-REASON
                 PERFORM 2800-REJECT-DECISION
                    THRU 2800-REJECT-DECISION-X
                 GO TO 2000-NEXT-DECISION
             END-IF.

             MOVE STX-CAND-NO TO SAR-CAND-NO.
             MOVE ZERO        TO SAR-LINE-NO.
             READ SARCAND-FILE
                 INVALID KEY
                     MOVE SPACE TO SAR-REC-TYPE
             END-READ.

             IF NOT SAR-HEADER
                 MOVE 'NO SUCH SAR CANDIDATE' TO RJ-REASON
                 PERFORM 2800-REJECT-DECISION
                    THRU 2800-REJECT-DECISION-X
                 GO TO 2000-NEXT-DECISION
             END-IF.
             IF NOT SAH-OPEN
                 MOVE SPACES TO RJ-REASON
                 STRING 'ALREADY DECIDED ' SAH-STATUS ' BY '
                     SAH-DECISION-USER ' ON ' SAH-DECISION-DATE
                     DELIMITED BY SIZE INTO RJ-REASON
                 PERFORM 2800-REJECT-DECISION
                    THRU 2800-REJECT-DECISION-X
                 GO TO 2000-NEXT-DECISION
             END-IF.

             MOVE STX-ACTION     TO SAH-STATUS.
             MOVE STX-USER       TO SAH-DECISION-USER.
             IF STX-DATE = ZERO
                 MOVE RUN-DATE-WS TO SAH-DECISION-DATE
             ELSE
                 MOVE STX-DATE    TO SAH-DECISION-DATE
             END-IF.
             MOVE STX-REFERENCE  TO SAH-FILING-REF.
             MOVE STX-NOTE       TO SAH-DECISION-NOTE.

             REWRITE SARCAND-RECORD.
             IF SARCAND-STATUS NOT = '00'
                 DISPLAY 'FRDSARCN - SARCAND REWRITE FAILED - '
                     'STATUS: ' SARCAND-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             ADD 1 TO DECISIONS-APPLIED-CTR.
             ADD 1 TO SECTION-LINES-CTR.
             PERFORM 5900-FORMAT-CAND-LINE
                THRU 5900-FORMAT-CAND-LINE-X.
             WRITE SARRPT-RECORD FROM CAND-LINE.

       2000-NEXT-DECISION.

             PERFORM 2900-READ-DECISION
                THRU 2900-READ-DECISION-X.

      *-----------------------
       2000-APPLY-DECISION-X.
      *-----------------------

      *-----------------------------------------------------------
      * ONE PASS OVER SARCAND: NOTES EVERY CANDIDATE STILL OPEN,
      * EVERY TRANSACTION ALREADY LISTED INSIDE THE WINDOW, AND
      * THE HIGHEST CANDIDATE NUMBER IN USE.
      *-----------------------------------------------------------
       2500-LOAD-CANDIDATES.
      *-----------------------------------------------------------

             IF SECTION-LINES-CTR = ZERO
                 WRITE SARRPT-RECORD FROM NONE-LINE
             END-IF.

             MOVE LOW-VALUES TO SAR-KEY.
             MOVE 'N' TO SAR-EOF-SWITCH.
             START SARCAND-FILE KEY IS NOT LESS THAN SAR-KEY
                 INVALID KEY
                     MOVE 'Y' TO SAR-EOF-SWITCH
             END-START.

             PERFORM 2600-NOTE-CANDIDATE
                THRU 2600-NOTE-CANDIDATE-X
                UNTIL END-OF-CANDIDATES.

      *--------------------------
       2500-LOAD-CANDIDATES-X.
      *--------------------------

       2600-NOTE-CANDIDATE.

             READ SARCAND-FILE NEXT RECORD
                 AT END
                     MOVE 'Y' TO SAR-EOF-SWITCH
                     GO TO 2600-NOTE-CANDIDATE-X
             END-READ.

             IF SARCAND-STATUS NOT = '00'
                 DISPLAY 'FRDSARCN - SARCAND BROWSE FAILED - '
                     'STATUS: ' SARCAND-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             IF SAR-HEADER
                 IF SAR-CAND-NO > NEXT-CAND-NO
                     MOVE SAR-CAND-NO TO NEXT-CAND-NO
                 END-IF
                 IF SAH-OPEN
                     IF OPN-ENTRIES-USED < 2000
                         ADD 1 TO OPN-ENTRIES-USED
                         SET OPN-IDX TO OPN-ENTRIES-USED
                         MOVE SAH-CARD-TOKEN TO OPN-CARD-TOKEN(OPN-IDX)
                         MOVE SAR-CAND-NO    TO OPN-CAND-NO(OPN-IDX)
                     ELSE
                         ADD 1 TO TABLE-FULL-CTR
                     END-IF
                 END-IF
             END-IF.

             IF SAR-TRANSACTION
              AND SAT-TXN-DATE NOT < WINDOW-START-WS
                 IF LST-ENTRIES-USED < 20000
                     ADD 1 TO LST-ENTRIES-USED
                     SET LST-IDX TO LST-ENTRIES-USED
                     MOVE SAT-SEQ-NO TO LST-SEQ-NO(LST-IDX)
                 ELSE
                     ADD 1 TO TABLE-FULL-CTR
                 END-IF
             END-IF.

       2600-NOTE-CANDIDATE-X.

       2800-REJECT-DECISION.
             ADD 1 TO DECISIONS-REJECTED-CTR.
             ADD 1 TO SECTION-LINES-CTR.
             WRITE SARRPT-RECORD FROM REJECT-LINE.
             DISPLAY 'FRDSARCN - DECISION REJECTED FOR CANDIDATE '
                 STX-CAND-NO ' - ' RJ-REASON.
       2800-REJECT-DECISION-X.

       2900-READ-DECISION.
             READ SARTXN-FILE
                 AT END
                     MOVE 'Y' TO STX-EOF-SWITCH
             END-READ.
       2900-READ-DECISION-X.

      *-----------------------------------------------------------
      * ONE PASS OVER THE CASE FILE.  EVERY CLOSED CONFIRMED-
      * FRAUD CASE WHOSE TRANSACTION FALLS INSIDE THE WINDOW IS
      * A CONTRIBUTING TRANSACTION, AND PUTS ITS CARD IN PLAY.
      *-----------------------------------------------------------
       3000-SWEEP-CASES.
      *-----------------------------------------------------------

             MOVE ZERO TO CASE-SEQ-NO.
             MOVE 'N' TO CSE-EOF-SWITCH.
             START FRAUDCSE-FILE KEY IS NOT LESS THAN CASE-SEQ-NO
                 INVALID KEY
                     MOVE 'Y' TO CSE-EOF-SWITCH
             END-START.

             PERFORM 3100-EXAMINE-CASE
                THRU 3100-EXAMINE-CASE-X
                UNTIL END-OF-CASES.

      *----------------------
       3000-SWEEP-CASES-X.
      *----------------------

       3100-EXAMINE-CASE.

             READ FRAUDCSE-FILE NEXT RECORD
                 AT END
                     MOVE 'Y' TO CSE-EOF-SWITCH
                     GO TO 3100-EXAMINE-CASE-X
             END-READ.

             IF FRAUDCSE-STATUS NOT = '00'
                 DISPLAY 'FRDSARCN - FRAUDCSE BROWSE FAILED - '
                     'STATUS: ' FRAUDCSE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             ADD 1 TO CASES-READ-CTR.

             IF NOT CASE-IS-CLOSED
              OR NOT CASE-CONFIRMED-FRAUD
              OR CASE-CARD-TOKEN = SPACES OR LOW-VALUES
                 GO TO 3100-EXAMINE-CASE-X
             END-IF.

      *CASES OPENED BEFORE THE CASE RECORD CARRIED THE
      *TRANSACTION DATE ARE PLACED BY THEIR OPEN DATE.
             IF CASE-TXN-DATE NUMERIC
              AND CASE-TXN-DATE > ZERO
                 MOVE CASE-TXN-DATE  TO TXN-DATE-WS
             ELSE
                 MOVE CASE-OPEN-DATE TO TXN-DATE-WS
             END-IF.
             IF TXN-DATE-WS < WINDOW-START-WS
                 GO TO 3100-EXAMINE-CASE-X
             END-IF.

             ADD 1 TO CASES-IN-WINDOW-CTR.

             MOVE CASE-CARD-TOKEN TO HLD-CARD-TOKEN.
             MOVE CASE-CARD-LAST4 TO HLD-CARD-LAST4.
             MOVE CASE-USER       TO HLD-USER.
             PERFORM 3200-ADD-CARD
                THRU 3200-ADD-CARD-X.

             IF TXN-ENTRIES-USED NOT < 20000
                 ADD 1 TO TABLE-FULL-CTR
                 GO TO 3100-EXAMINE-CASE-X
             END-IF.
             ADD 1 TO TXN-ENTRIES-USED.
             SET TXN-IDX TO TXN-ENTRIES-USED.
             MOVE CASE-CARD-TOKEN    TO TXN-CARD-TOKEN(TXN-IDX).
             MOVE CASE-SEQ-NO        TO TXN-SEQ-NO(TXN-IDX).
             MOVE 'C'                TO TXN-KIND(TXN-IDX).
             MOVE TXN-DATE-WS        TO TXN-DATE(TXN-IDX).
             MOVE CASE-AMOUNT        TO TXN-AMOUNT(TXN-IDX).
             IF CASE-ORIG-CURRENCY = SPACES OR LOW-VALUES
              OR CASE-ORIG-AMOUNT NOT NUMERIC
                 MOVE 'USD'          TO TXN-ORIG-CURRENCY(TXN-IDX)
                 MOVE CASE-AMOUNT    TO TXN-ORIG-AMOUNT(TXN-IDX)
             ELSE
                 MOVE CASE-ORIG-CURRENCY TO TXN-ORIG-CURRENCY(TXN-IDX)
                 MOVE CASE-ORIG-AMOUNT   TO TXN-ORIG-AMOUNT(TXN-IDX)
             END-IF.
             MOVE CASE-MERCHANT-NAME TO TXN-MERCHANT-NAME(TXN-IDX).
             IF CASE-MCC NUMERIC
                 MOVE CASE-MCC       TO TXN-MCC(TXN-IDX)
             ELSE
                 MOVE ZERO           TO TXN-MCC(TXN-IDX)
             END-IF.
             PERFORM 3400-CHECK-LISTED
                THRU 3400-CHECK-LISTED-X.

       3100-EXAMINE-CASE-X.

      *-----------------------------------------------------------
      * PUTS THE CARD IN HLD- ON THE CARD TABLE, KEEPING TOKEN
      * ORDER, UNLESS IT IS ALREADY THERE.  A NEW CARD PICKS UP
      * ITS OPEN CANDIDATE, IF IT HAS ONE.
      *-----------------------------------------------------------
       3200-ADD-CARD.
      *-----------------------------------------------------------

             IF CRD-ENTRIES-USED > ZERO
                 SEARCH ALL CRD-ENTRY
                     AT END
                         CONTINUE
                     WHEN CRD-CARD-TOKEN(CRD-IDX) = HLD-CARD-TOKEN
                         GO TO 3200-ADD-CARD-X
                 END-SEARCH
             END-IF.

             IF CRD-ENTRIES-USED NOT < 5000
                 ADD 1 TO TABLE-FULL-CTR
                 GO TO 3200-ADD-CARD-X
             END-IF.

             MOVE ZERO TO HLD-CAND-NO.
             IF OPN-ENTRIES-USED > ZERO
                 SET OPN-IDX TO 1
                 SEARCH OPN-ENTRY
                     AT END
                         CONTINUE
                     WHEN OPN-CARD-TOKEN(OPN-IDX) = HLD-CARD-TOKEN
                         MOVE OPN-CAND-NO(OPN-IDX) TO HLD-CAND-NO
                 END-SEARCH
             END-IF.

      *OPEN A SLOT AT THE END AND SHUFFLE IT DOWN INTO PLACE
             ADD 1 TO CRD-ENTRIES-USED.
             MOVE CRD-ENTRIES-USED TO CRD-SUB.
             MOVE 'N' TO FOUND-SWITCH.
             PERFORM 3300-SHIFT-CARD
                THRU 3300-SHIFT-CARD-X
                UNTIL CRD-SUB = 1
                   OR ENTRY-FOUND.
             MOVE CARD-HOLD-WS TO CRD-ENTRY(CRD-SUB).

      *-------------------
       3200-ADD-CARD-X.
      *-------------------

       3300-SHIFT-CARD.
             IF CRD-CARD-TOKEN(CRD-SUB - 1) < HLD-CARD-TOKEN
                 MOVE 'Y' TO FOUND-SWITCH
                 GO TO 3300-SHIFT-CARD-X
             END-IF.
             MOVE CRD-ENTRY(CRD-SUB - 1) TO CRD-ENTRY(CRD-SUB).
             SUBTRACT 1 FROM CRD-SUB.
       3300-SHIFT-CARD-X.

      *Marks the newest transaction listed when a candidate has it
       3400-CHECK-LISTED.
             MOVE 'N' TO TXN-LISTED-SW(TXN-IDX).
             IF LST-ENTRIES-USED > ZERO
                 SET LST-IDX TO 1
                 SEARCH LST-ENTRY
                     AT END
                         CONTINUE
                     WHEN LST-SEQ-NO(LST-IDX) = TXN-SEQ-NO(TXN-IDX)
                         MOVE 'Y' TO TXN-LISTED-SW(TXN-IDX)
                 END-SEARCH
             END-IF.
       3400-CHECK-LISTED-X.

      *-----------------------------------------------------------
      * ONE PASS OVER THE AUDIT GENERATIONS.  A DECLINE INSIDE
      * THE WINDOW ON A CARD IN PLAY, THAT NEVER BECAME A CASE,
      * IS A CONTRIBUTING (ATTEMPTED) TRANSACTION.
      *-----------------------------------------------------------
       3500-SWEEP-AUDIT.
      *-----------------------------------------------------------

             IF CRD-ENTRIES-USED = ZERO
                 GO TO 3500-SWEEP-AUDIT-X
             END-IF.

             PERFORM 3600-EXAMINE-DECISION
                THRU 3600-EXAMINE-DECISION-X
                UNTIL END-OF-AUDIT.

      *----------------------
       3500-SWEEP-AUDIT-X.
      *----------------------

       3600-EXAMINE-DECISION.

             READ FRAUDAUD-FILE
                 AT END
                     MOVE 'Y' TO AUD-EOF-SWITCH
                     GO TO 3600-EXAMINE-DECISION-X
             END-READ.

             ADD 1 TO AUDIT-READ-CTR.

             IF AUD-ACTION-CODE NOT = 'DECLINE'
                 GO TO 3600-EXAMINE-DECISION-X
             END-IF.

             COMPUTE TXN-DATE-WS = (AUD-TXN-YEAR * 10000)
                                 + (AUD-TXN-MONTH * 100)
                                 + AUD-TXN-DAY.
             IF TXN-DATE-WS < WINDOW-START-WS
                 GO TO 3600-EXAMINE-DECISION-X
             END-IF.

             SEARCH ALL CRD-ENTRY
                 AT END
                     GO TO 3600-EXAMINE-DECISION-X
                 WHEN CRD-CARD-TOKEN(CRD-IDX) = AUD-CARD-TOKEN
                     CONTINUE
             END-SEARCH.

      *ALREADY TAKEN - FROM A CASE, OR FROM A RESCORED GENERATION
             MOVE 'N' TO FOUND-SWITCH.
             SET TXN-IDX TO 1.
             SEARCH TXN-ENTRY
                 AT END
                     CONTINUE
                 WHEN TXN-SEQ-NO(TXN-IDX) = AUD-SEQ-NO
                  AND TXN-CARD-TOKEN(TXN-IDX) = AUD-CARD-TOKEN
                     MOVE 'Y' TO FOUND-SWITCH
             END-SEARCH.
             IF ENTRY-FOUND
                 GO TO 3600-EXAMINE-DECISION-X
             END-IF.

      *A DECLINE THAT BECAME A CASE COUNTS ONLY THROUGH THE CASE
             MOVE AUD-SEQ-NO TO CASE-SEQ-NO.
             READ FRAUDCSE-FILE
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     GO TO 3600-EXAMINE-DECISION-X
             END-READ.

             IF TXN-ENTRIES-USED NOT < 20000
                 ADD 1 TO TABLE-FULL-CTR
                 GO TO 3600-EXAMINE-DECISION-X
             END-IF.
             ADD 1 TO TXN-ENTRIES-USED.
             SET TXN-IDX TO TXN-ENTRIES-USED.
             MOVE AUD-CARD-TOKEN     TO TXN-CARD-TOKEN(TXN-IDX).
             MOVE AUD-SEQ-NO         TO TXN-SEQ-NO(TXN-IDX).
             MOVE 'D'                TO TXN-KIND(TXN-IDX).
             MOVE TXN-DATE-WS        TO TXN-DATE(TXN-IDX).
             MOVE AUD-AMOUNT         TO TXN-AMOUNT(TXN-IDX).
             IF AUD-ORIG-CURRENCY = SPACES
                 MOVE 'USD'          TO TXN-ORIG-CURRENCY(TXN-IDX)
                 MOVE AUD-AMOUNT     TO TXN-ORIG-AMOUNT(TXN-IDX)
             ELSE
                 MOVE AUD-ORIG-CURRENCY TO TXN-ORIG-CURRENCY(TXN-IDX)
                 MOVE AUD-ORIG-AMOUNT   TO TXN-ORIG-AMOUNT(TXN-IDX)
             END-IF.
             MOVE AUD-MERCHANT-NAME  TO TXN-MERCHANT-NAME(TXN-IDX).
             MOVE AUD-MCC            TO TXN-MCC(TXN-IDX).
             PERFORM 3400-CHECK-LISTED
                THRU 3400-CHECK-LISTED-X.
             ADD 1 TO DECLINES-ADDED-CTR.

       3600-EXAMINE-DECISION-X.

      *-----------------------------------------------------------
      * DECIDES EACH CARD IN PLAY.  TRANSACTIONS NOT YET LISTED
      * ON A CANDIDATE ARE ADDED TO THE CARD'S OPEN CANDIDATE
      * WHEN IT HAS ONE; OTHERWISE, WHEN THEY REACH THE
      * THRESHOLD, THEY OPEN A NEW CANDIDATE.
      *-----------------------------------------------------------
       4000-EVALUATE-CARDS.
      *-----------------------------------------------------------

             WRITE SARRPT-RECORD FROM BLANK-LINE.
             MOVE 'NEW AND EXTENDED SAR CANDIDATES' TO SEC-TITLE.
             WRITE SARRPT-RECORD FROM SECTION-LINE.
             WRITE SARRPT-RECORD FROM CAND-HDG-LINE.

             PERFORM 4100-EVALUATE-CARD
                THRU 4100-EVALUATE-CARD-X
                VARYING CRD-IDX FROM 1 BY 1
                UNTIL CRD-IDX > CRD-ENTRIES-USED.

             IF CANDIDATES-NEW-CTR = ZERO
              AND CANDIDATES-EXTENDED-CTR = ZERO
                 WRITE SARRPT-RECORD FROM NONE-LINE
             END-IF.

      *------------------------
       4000-EVALUATE-CARDS-X.
      *------------------------

       4100-EVALUATE-CARD.

             MOVE ZERO TO UNLISTED-COUNT.
             MOVE ZERO TO UNLISTED-TOTAL.
             PERFORM 4150-ADD-UNLISTED
                THRU 4150-ADD-UNLISTED-X
                VARYING TXN-IDX FROM 1 BY 1
                UNTIL TXN-IDX > TXN-ENTRIES-USED.

             IF UNLISTED-COUNT = ZERO
                 GO TO 4100-EVALUATE-CARD-X
             END-IF.

             IF CRD-CAND-NO(CRD-IDX) > ZERO
                 MOVE CRD-CAND-NO(CRD-IDX) TO SAR-CAND-NO
                 MOVE ZERO                 TO SAR-LINE-NO
                 READ SARCAND-FILE
                 IF SARCAND-STATUS NOT = '00'
                     DISPLAY 'FRDSARCN - SARCAND READ FAILED - '
                         'STATUS: ' SARCAND-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                 END-IF
                 ADD 1 TO CANDIDATES-EXTENDED-CTR
                 MOVE 'EXTENDED' TO CAND-EVENT-WS
             ELSE
                 IF UNLISTED-TOTAL < SPM-THRESHOLD
                     GO TO 4100-EVALUATE-CARD-X
                 END-IF
                 PERFORM 4200-OPEN-CANDIDATE
                    THRU 4200-OPEN-CANDIDATE-X
             END-IF.
             MOVE SAH-TXN-COUNT TO LINE-NO-WS.

             PERFORM 4300-LIST-TRANSACTION
                THRU 4300-LIST-TRANSACTION-X
                VARYING TXN-IDX FROM 1 BY 1
                UNTIL TXN-IDX > TXN-ENTRIES-USED.

             MOVE CRD-CAND-NO(CRD-IDX) TO SAR-CAND-NO.
             MOVE ZERO                 TO SAR-LINE-NO.
             READ SARCAND-FILE.
             IF SARCAND-STATUS NOT = '00'
                 DISPLAY 'FRDSARCN - SARCAND READ FAILED - '
                     'STATUS: ' SARCAND-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
             MOVE LINE-NO-WS    TO SAH-TXN-COUNT.
             ADD UNLISTED-TOTAL TO SAH-TOTAL-AMOUNT.
             MOVE RUN-DATE-WS   TO SAH-LAST-ADD-DATE.
             PERFORM 4400-SPAN-DATES
                THRU 4400-SPAN-DATES-X
                VARYING TXN-IDX FROM 1 BY 1
                UNTIL TXN-IDX > TXN-ENTRIES-USED.
             REWRITE SARCAND-RECORD.
             IF SARCAND-STATUS NOT = '00'
                 DISPLAY 'FRDSARCN - SARCAND REWRITE FAILED - '
                     'STATUS: ' SARCAND-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             PERFORM 5900-FORMAT-CAND-LINE
                THRU 5900-FORMAT-CAND-LINE-X.
             MOVE CAND-EVENT-WS TO CL-STATUS.
             WRITE SARRPT-RECORD FROM CAND-LINE.
             PERFORM 4500-PRINT-TRANSACTION
                THRU 4500-PRINT-TRANSACTION-X
                VARYING TXN-IDX FROM 1 BY 1
                UNTIL TXN-IDX > TXN-ENTRIES-USED.

             PERFORM 4600-MARK-LISTED
                THRU 4600-MARK-LISTED-X
                VARYING TXN-IDX FROM 1 BY 1
                UNTIL TXN-IDX > TXN-ENTRIES-USED.

       4100-EVALUATE-CARD-X.

       4150-ADD-UNLISTED.
             IF TXN-CARD-TOKEN(TXN-IDX) = CRD-CARD-TOKEN(CRD-IDX)
              AND TXN-LISTED-SW(TXN-IDX) = 'N'
                 ADD 1 TO UNLISTED-COUNT
                 ADD TXN-AMOUNT(TXN-IDX) TO UNLISTED-TOTAL
             END-IF.
       4150-ADD-UNLISTED-X.

      *-----------------------------------------------------------
      * WRITES A NEW CANDIDATE HEADER - DETECTED TODAY, DUE THE
      * SARPARM DUE DAYS LATER.  THE TRANSACTION COUNT AND TOTAL
      * ARE ADDED AS THE LINES ARE WRITTEN.
      *-----------------------------------------------------------
       4200-OPEN-CANDIDATE.
      *-----------------------------------------------------------

             ADD 1 TO NEXT-CAND-NO.
             MOVE NEXT-CAND-NO TO CRD-CAND-NO(CRD-IDX).

             MOVE SPACES                 TO SARCAND-RECORD.
             MOVE NEXT-CAND-NO           TO SAR-CAND-NO.
             MOVE ZERO                   TO SAR-LINE-NO.
             MOVE 'H'                    TO SAR-REC-TYPE.
             MOVE CRD-CARD-TOKEN(CRD-IDX) TO SAH-CARD-TOKEN.
             MOVE CRD-CARD-LAST4(CRD-IDX) TO SAH-CARD-LAST4.
             MOVE CRD-USER(CRD-IDX)      TO SAH-USER.
             MOVE 'O'                    TO SAH-STATUS.
             MOVE ZERO                   TO SAH-TXN-COUNT.
             MOVE ZERO                   TO SAH-TOTAL-AMOUNT.
             MOVE SPM-THRESHOLD          TO SAH-THRESHOLD.
             MOVE SPM-WINDOW-DAYS        TO SAH-WINDOW-DAYS.
             MOVE ZERO                   TO SAH-FIRST-TXN-DATE.
             MOVE ZERO                   TO SAH-LAST-TXN-DATE.
             MOVE RUN-DATE-WS            TO SAH-DETECT-DATE.
             MOVE DUE-DATE-WS            TO SAH-DUE-DATE.
             MOVE RUN-DATE-WS            TO SAH-LAST-ADD-DATE.
             MOVE SPACES                 TO SAH-DECISION-USER.
             MOVE ZERO                   TO SAH-DECISION-DATE.

             WRITE SARCAND-RECORD.
             IF SARCAND-STATUS NOT = '00'
                 DISPLAY 'FRDSARCN - SARCAND WRITE FAILED - '
                     'STATUS: ' SARCAND-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             ADD 1 TO CANDIDATES-NEW-CTR.
             MOVE 'NEW' TO CAND-EVENT-WS.

      *------------------------
       4200-OPEN-CANDIDATE-X.
      *------------------------

      *-----------------------------------------------------------
      * WRITES ONE UNLISTED TRANSACTION OF THE CARD AS THE
      * CANDIDATE'S NEXT LINE.  LINE NUMBERS CONTINUE FROM THE
      * HEADER'S COUNT BEFORE TODAY'S ADDITIONS.  A CANDIDATE
      * HOLDS AT MOST 998 LINES (999 IS THE HIGH-KEY DUMMY);
      * ANY MORE ARE COUNTED AS A TABLE OVERFLOW, TAKEN BACK OUT
      * OF THE UNLISTED TOTAL AND MARKED 'S' SO THE DATE SPAN
      * AND THE REPORT PASS THEM BY.  THEY WAIT FOR THE OFFICER.
      *-----------------------------------------------------------
       4300-LIST-TRANSACTION.
      *-----------------------------------------------------------

             IF TXN-CARD-TOKEN(TXN-IDX) NOT = CRD-CARD-TOKEN(CRD-IDX)
              OR TXN-LISTED-SW(TXN-IDX) NOT = 'N'
                 GO TO 4300-LIST-TRANSACTION-X
             END-IF.

             IF LINE-NO-WS NOT < 998
                 ADD 1 TO TABLE-FULL-CTR
                 SUBTRACT TXN-AMOUNT(TXN-IDX) FROM UNLISTED-TOTAL
                 MOVE 'S' TO TXN-LISTED-SW(TXN-IDX)
                 GO TO 4300-LIST-TRANSACTION-X
             END-IF.
             ADD 1 TO LINE-NO-WS.
             MOVE CRD-CAND-NO(CRD-IDX) TO SAR-CAND-NO.
             MOVE LINE-NO-WS           TO SAR-LINE-NO.

             MOVE SPACES                 TO SAR-TXN-DATA.
             MOVE 'T'                    TO SAR-REC-TYPE.
             MOVE TXN-SEQ-NO(TXN-IDX)    TO SAT-SEQ-NO.
             MOVE TXN-KIND(TXN-IDX)      TO SAT-KIND.
             MOVE TXN-DATE(TXN-IDX)      TO SAT-TXN-DATE.
             MOVE TXN-AMOUNT(TXN-IDX)    TO SAT-AMOUNT.
             MOVE TXN-ORIG-CURRENCY(TXN-IDX) TO SAT-ORIG-CURRENCY.
             MOVE TXN-ORIG-AMOUNT(TXN-IDX)   TO SAT-ORIG-AMOUNT.
             MOVE TXN-MERCHANT-NAME(TXN-IDX) TO SAT-MERCHANT-NAME.
             MOVE TXN-MCC(TXN-IDX)       TO SAT-MCC.
             MOVE RUN-DATE-WS            TO SAT-ADDED-DATE.

             WRITE SARCAND-RECORD.
             IF SARCAND-STATUS NOT = '00'
                 DISPLAY 'FRDSARCN - SARCAND WRITE FAILED - '
                     'STATUS: ' SARCAND-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             ADD 1 TO LINES-WRITTEN-CTR.

      *--------------------------
       4300-LIST-TRANSACTION-X.
      *--------------------------

       4400-SPAN-DATES.
             IF TXN-CARD-TOKEN(TXN-IDX) = CRD-CARD-TOKEN(CRD-IDX)
              AND TXN-LISTED-SW(TXN-IDX) = 'N'
                 IF SAH-FIRST-TXN-DATE = ZERO
                  OR TXN-DATE(TXN-IDX) < SAH-FIRST-TXN-DATE
                     MOVE TXN-DATE(TXN-IDX) TO SAH-FIRST-TXN-DATE
                 END-IF
                 IF TXN-DATE(TXN-IDX) > SAH-LAST-TXN-DATE
                     MOVE TXN-DATE(TXN-IDX) TO SAH-LAST-TXN-DATE
                 END-IF
             END-IF.
       4400-SPAN-DATES-X.

       4500-PRINT-TRANSACTION.
             IF TXN-CARD-TOKEN(TXN-IDX) NOT = CRD-CARD-TOKEN(CRD-IDX)
              OR TXN-LISTED-SW(TXN-IDX) NOT = 'N'
                 GO TO 4500-PRINT-TRANSACTION-X
             END-IF.
             IF TXN-KIND(TXN-IDX) = 'C'
                 MOVE 'CONFIRMED FRAUD'   TO TL-KIND
             ELSE
                 MOVE 'DECLINED ATTEMPT'  TO TL-KIND
             END-IF.
             MOVE TXN-SEQ-NO(TXN-IDX)        TO TL-SEQ-NO.
             MOVE TXN-DATE(TXN-IDX)          TO TL-TXN-DATE.
             MOVE TXN-AMOUNT(TXN-IDX)        TO TL-AMOUNT.
             MOVE TXN-ORIG-CURRENCY(TXN-IDX) TO TL-ORIG-CURRENCY.
             MOVE TXN-ORIG-AMOUNT(TXN-IDX)   TO TL-ORIG-AMOUNT.
             MOVE TXN-MERCHANT-NAME(TXN-IDX) TO TL-MERCHANT-NAME.
             MOVE TXN-MCC(TXN-IDX)           TO TL-MCC.
             WRITE SARRPT-RECORD FROM TXN-LINE.
       4500-PRINT-TRANSACTION-X.

       4600-MARK-LISTED.
             IF TXN-CARD-TOKEN(TXN-IDX) = CRD-CARD-TOKEN(CRD-IDX)
                 MOVE 'Y' TO TXN-LISTED-SW(TXN-IDX)
             END-IF.
       4600-MARK-LISTED-X.

      *-----------------------------------------------------------
      * FORMATS THE CANDIDATE HEADER IN THE RECORD AREA FOR
      * PRINTING.  THE CALLER SUPPLIES CL-STATUS FOR AN OPEN
      * CANDIDATE.
      *-----------------------------------------------------------
       5900-FORMAT-CAND-LINE.
      *-----------------------------------------------------------

             MOVE SPACES            TO CAND-LINE.
             MOVE SAR-CAND-NO       TO CL-CAND-NO.
             MOVE SAH-CARD-TOKEN    TO CL-CARD-TOKEN.
             MOVE SAH-CARD-LAST4    TO CL-CARD-LAST4.
             MOVE SAH-USER          TO CL-USER.
             MOVE SAH-TXN-COUNT     TO CL-TXN-COUNT.
             MOVE SAH-TOTAL-AMOUNT  TO CL-TOTAL.
             MOVE SAH-DETECT-DATE   TO CL-DETECT-DATE.
             MOVE SAH-DUE-DATE      TO CL-DUE-DATE.
             EVALUATE TRUE
                 WHEN SAH-FILED
                     MOVE 'SAR FILED'    TO CL-STATUS
                     STRING SAH-DECISION-USER ' ' SAH-DECISION-DATE
                         ' ' SAH-FILING-REF
                         DELIMITED BY SIZE INTO CL-DECISION
                 WHEN SAH-NOT-REQUIRED
                     MOVE 'NOT REQUIRED' TO CL-STATUS
                     STRING SAH-DECISION-USER ' ' SAH-DECISION-DATE
                         DELIMITED BY SIZE INTO CL-DECISION
                 WHEN OTHER
                     CONTINUE
             END-EVALUATE.

      *-------------------------
       5900-FORMAT-CAND-LINE-X.
      *-------------------------

      *-----------------------------------------------------------
      * EVERY CANDIDATE STILL OPEN, IN THREE SECTIONS - OVERDUE,
      * DUE WITHIN THE WARNING DAYS, AND THE REST.
      *-----------------------------------------------------------
       6000-PRINT-OPEN.
      *-----------------------------------------------------------

             MOVE 'O' TO PRINT-SECTION-WS.
             MOVE 'OPEN CANDIDATES PAST THEIR FILING DUE DATE'
                 TO SEC-TITLE.
             PERFORM 6100-PRINT-SECTION
                THRU 6100-PRINT-SECTION-X.

             MOVE 'S' TO PRINT-SECTION-WS.
             MOVE 'OPEN CANDIDATES DUE WITHIN THE WARNING DAYS'
                 TO SEC-TITLE.
             PERFORM 6100-PRINT-SECTION
                THRU 6100-PRINT-SECTION-X.

             MOVE 'R' TO PRINT-SECTION-WS.
             MOVE 'OTHER OPEN CANDIDATES' TO SEC-TITLE.
             PERFORM 6100-PRINT-SECTION
                THRU 6100-PRINT-SECTION-X.

      *--------------------
       6000-PRINT-OPEN-X.
      *--------------------

       6100-PRINT-SECTION.

             WRITE SARRPT-RECORD FROM BLANK-LINE.
             WRITE SARRPT-RECORD FROM SECTION-LINE.
             WRITE SARRPT-RECORD FROM CAND-HDG-LINE.
             MOVE ZERO TO SECTION-LINES-CTR.

             MOVE LOW-VALUES TO SAR-KEY.
             MOVE 'N' TO SAR-EOF-SWITCH.
             START SARCAND-FILE KEY IS NOT LESS THAN SAR-KEY
                 INVALID KEY
                     MOVE 'Y' TO SAR-EOF-SWITCH
             END-START.

             PERFORM 6200-PRINT-IF-OPEN
                THRU 6200-PRINT-IF-OPEN-X
                UNTIL END-OF-CANDIDATES.

             IF SECTION-LINES-CTR = ZERO
                 WRITE SARRPT-RECORD FROM NONE-LINE
             END-IF.

       6100-PRINT-SECTION-X.

       6200-PRINT-IF-OPEN.

             READ SARCAND-FILE NEXT RECORD
                 AT END
                     MOVE 'Y' TO SAR-EOF-SWITCH
                     GO TO 6200-PRINT-IF-OPEN-X
             END-READ.

             IF SARCAND-STATUS NOT = '00'
                 DISPLAY 'FRDSARCN - SARCAND BROWSE FAILED - '
                     'STATUS: ' SARCAND-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             IF NOT SAR-HEADER OR NOT SAH-OPEN
                 GO TO 6200-PRINT-IF-OPEN-X
             END-IF.

             EVALUATE TRUE
                 WHEN SAH-DUE-DATE < RUN-DATE-WS
                     IF NOT PRINT-OVERDUE
                         GO TO 6200-PRINT-IF-OPEN-X
                     END-IF
                     ADD 1 TO OPEN-OVERDUE-CTR
                     MOVE 'OVERDUE' TO CAND-EVENT-WS
                 WHEN SAH-DUE-DATE NOT > WARN-DATE-WS
                     IF NOT PRINT-DUE-SOON
                         GO TO 6200-PRINT-IF-OPEN-X
                     END-IF
                     ADD 1 TO OPEN-DUE-SOON-CTR
                     MOVE 'DUE SOON' TO CAND-EVENT-WS
                 WHEN OTHER
                     IF NOT PRINT-OTHER-OPEN
                         GO TO 6200-PRINT-IF-OPEN-X
                     END-IF
                     ADD 1 TO OPEN-OTHER-CTR
                     IF SAH-DETECT-DATE = RUN-DATE-WS
                         MOVE 'OPEN - NEW' TO CAND-EVENT-WS
                     ELSE
                         MOVE 'OPEN' TO CAND-EVENT-WS
                     END-IF
             END-EVALUATE.

             ADD 1 TO SECTION-LINES-CTR.
             PERFORM 5900-FORMAT-CAND-LINE
                THRU 5900-FORMAT-CAND-LINE-X.
             MOVE CAND-EVENT-WS TO CL-STATUS.
             WRITE SARRPT-RECORD FROM CAND-LINE.

       6200-PRINT-IF-OPEN-X.

      *-----------------------------------------------------------
      * CALENDAR STEPS ON DATE-WORK-WS.  A MONTH'S LENGTH COMES
      * FROM THE TABLE, FEBRUARY GAINING A DAY IN A LEAP YEAR
      * (EVERY 4TH YEAR, NOT CENTURIES UNLESS DIVISIBLE BY 400).
      *-----------------------------------------------------------
       8000-NEXT-DAY.
      *-----------------------------------------------------------

             PERFORM 8200-MONTH-DAYS
                THRU 8200-MONTH-DAYS-X.
             IF DATE-WORK-DAY < MONTH-DAYS-WS
                 ADD 1 TO DATE-WORK-DAY
                 GO TO 8000-NEXT-DAY-X
             END-IF.
             MOVE 1 TO DATE-WORK-DAY.
             IF DATE-WORK-MONTH < 12
                 ADD 1 TO DATE-WORK-MONTH
             ELSE
                 MOVE 1 TO DATE-WORK-MONTH
                 ADD 1 TO DATE-WORK-YEAR
             END-IF.

      *-----------------
       8000-NEXT-DAY-X.
      *-----------------

       8100-PREVIOUS-DAY.
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
       8100-PREVIOUS-DAY-X.

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
      * CONTROL TOTALS AND CONDITION CODE.
      *-----------------------------------------------------------
       9000-TERMINATE.
      *-----------------------------------------------------------

             WRITE SARRPT-RECORD FROM BLANK-LINE.
             WRITE SARRPT-RECORD FROM BLANK-LINE.
             MOVE 'DECISIONS READ' TO CNT-LABEL.
             MOVE DECISIONS-READ-CTR TO CNT-VALUE.
             WRITE SARRPT-RECORD FROM COUNT-LINE.
             MOVE 'DECISIONS RECORDED' TO CNT-LABEL.
             MOVE DECISIONS-APPLIED-CTR TO CNT-VALUE.
             WRITE SARRPT-RECORD FROM COUNT-LINE.
             MOVE 'DECISIONS REJECTED' TO CNT-LABEL.
             MOVE DECISIONS-REJECTED-CTR TO CNT-VALUE.
             WRITE SARRPT-RECORD FROM COUNT-LINE.
             MOVE 'CONFIRMED FRAUD CASES IN WINDOW' TO CNT-LABEL.
             MOVE CASES-IN-WINDOW-CTR TO CNT-VALUE.
             WRITE SARRPT-RECORD FROM COUNT-LINE.
             MOVE 'CARDS IN PLAY' TO CNT-LABEL.
             MOVE CRD-ENTRIES-USED TO CNT-VALUE.
             WRITE SARRPT-RECORD FROM COUNT-LINE.
             MOVE 'AUDIT DECISIONS READ' TO CNT-LABEL.
             MOVE AUDIT-READ-CTR TO CNT-VALUE.
             WRITE SARRPT-RECORD FROM COUNT-LINE.
             MOVE 'DECLINED ATTEMPTS COUNTED' TO CNT-LABEL.
             MOVE DECLINES-ADDED-CTR TO CNT-VALUE.
             WRITE SARRPT-RECORD FROM COUNT-LINE.
             MOVE 'NEW CANDIDATES' TO CNT-LABEL.
             MOVE CANDIDATES-NEW-CTR TO CNT-VALUE.
             WRITE SARRPT-RECORD FROM COUNT-LINE.
             MOVE 'CANDIDATES EXTENDED' TO CNT-LABEL.
             MOVE CANDIDATES-EXTENDED-CTR TO CNT-VALUE.
             WRITE SARRPT-RECORD FROM COUNT-LINE.
             MOVE 'OPEN - OVERDUE' TO CNT-LABEL.
             MOVE OPEN-OVERDUE-CTR TO CNT-VALUE.
             WRITE SARRPT-RECORD FROM COUNT-LINE.
             MOVE 'OPEN - DUE SOON' TO CNT-LABEL.
             MOVE OPEN-DUE-SOON-CTR TO CNT-VALUE.
             WRITE SARRPT-RECORD FROM COUNT-LINE.
             MOVE 'OPEN - OTHER' TO CNT-LABEL.
             MOVE OPEN-OTHER-CTR TO CNT-VALUE.
             WRITE SARRPT-RECORD FROM COUNT-LINE.
             MOVE 'WORK TABLE OVERFLOWS' TO CNT-LABEL.
             MOVE TABLE-FULL-CTR TO CNT-VALUE.
             WRITE SARRPT-RECORD FROM COUNT-LINE.

             DISPLAY ' '.
             DISPLAY '***** FRDSARCN CONTROL TOTALS *****'.
             DISPLAY 'DECISIONS RECORDED    : ' DECISIONS-APPLIED-CTR.
             DISPLAY 'DECISIONS REJECTED    : ' DECISIONS-REJECTED-CTR.
             DISPLAY 'NEW CANDIDATES        : ' CANDIDATES-NEW-CTR.
             DISPLAY 'CANDIDATES EXTENDED   : '
                 CANDIDATES-EXTENDED-CTR.
             DISPLAY 'OPEN - OVERDUE        : ' OPEN-OVERDUE-CTR.
             DISPLAY 'OPEN - DUE SOON       : ' OPEN-DUE-SOON-CTR.
             DISPLAY '***********************************'.

             IF OPEN-OVERDUE-CTR > ZERO
              OR DECISIONS-REJECTED-CTR > ZERO
              OR TABLE-FULL-CTR > ZERO
                 MOVE 4 TO RETURN-CODE
             END-IF.

             CLOSE SARTXN-FILE.
             CLOSE SARCAND-FILE.
             CLOSE FRAUDCSE-FILE.
             CLOSE FRAUDAUD-FILE.
             CLOSE SARRPT-FILE.

      *-------------------
       9000-TERMINATE-X.
      *-------------------
