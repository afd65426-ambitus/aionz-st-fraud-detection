       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDRDYCK.

      * AUTHOR - DRS ************************************************
      *
      * AI ON IBM Z SOLUTION TEMPLATE
      *
      * PRE-FLIGHT READINESS CHECK FOR THE SCORE STEP.  RUNS
      * IMMEDIATELY AHEAD OF FRAUDDET (FRAUDRUN, EACH FRAUDPAR
      * PARTITION AND EACH FRDINTRA CYCLE) OVER THE SAME DD
      * NAMES, AND PROVES EVERY INPUT THE SCORING RUN DEPENDS ON
      * BEFORE THE BATCH WINDOW IS SPENT FINDING OUT THE HARD
      * WAY:
      *
      *   FRAUDTXN - OPENS, CARRIES AN EXTRACT HEADER DATED
      *              TODAY OR YESTERDAY, AND A TRAILER WHOSE
      *              RECORD COUNT MATCHES THE DETAIL RECORDS
      *   FRAUDCTL - PRESENT, WITH A DEPLOYMENT ID, BOTH
      *              THRESHOLDS IN RANGE AND IN ORDER, AND A
      *              SHADOW DEPLOYMENT ID WHEN SHADOW MODE IS ON
      *   CTLPEND  - NO APPROVED FRDCTLMT CHANGE WHOSE EFFECTIVE
      *              DATE HAS ARRIVED BUT WHICH WAS NEVER CUT IN
      *   FRAUDDMX - EVERY RULE'S SCORE BAND WELL FORMED, THE
      *              DISTINCT BANDS NEITHER OVERLAPPING NOR
      *              LEAVING A GAP ANYWHERE IN 0.0000-1.0000
      *   FRAUDMCC - AT LEAST ONE GRADED (N OR H) MCC ENTRY
      *   FRAUDFXR - AT LEAST ONE RATE, EVERY RATE NON-ZERO AND
      *              DATED FOR THE RUN DATE, NO MORE RATES THAN
      *              FRAUDDET HOLDS
      *   MASTERS  - THE KEYED FILES OPEN.  CARDPROF, MERCHDESC
      *              AND TRAVEL ARE OPTIONAL TO FRAUDDET AND ONLY
      *              WARN; A CASE FILE OR RUN-STATISTICS FILE
      *              NOT YET LOADED IS FINE - FRAUDDET LOADS IT.
      *
      * THE RUN DATE IS THE EXTRACT HEADER DATE, AS IN FRAUDDET,
      * OR TODAY WHEN THERE IS NO HEADER.  EVERY CHECK PRINTS A
      * GO, NO-GO, WARN OR NOTE LINE ON THE RDYRPT CHECKLIST
      * FOLLOWED BY THE VERDICT.  NOTHING IS UPDATED, SO ONCE
      * OPS HAVE FIXED THE DATA THE JOB IS RESTARTED FROM THIS
      * STEP.
      *
      * EACH KIND OF PROBLEM HAS ITS OWN CONDITION CODE; WHEN
      * THERE IS MORE THAN ONE THE HIGHEST IS RETURNED AND THE
      * CHECKLIST LISTS THEM ALL.
      *
      * RETURN-CODE 0  - GO (WARNINGS, IF ANY, ON THE CHECKLIST)
      * RETURN-CODE 4  - FRAUDFXR RATES NOT CURRENT OR NOT USABLE
      * RETURN-CODE 8  - APPROVED FRAUDCTL CHANGE DUE BUT NOT CUT
      * RETURN-CODE 12 - FRAUDCTL MISSING OR INCONSISTENT
      * RETURN-CODE 16 - FRAUDDMX SCORE BANDS MALFORMED,
      *                  OVERLAPPING OR GAPPED
      * RETURN-CODE 20 - FRAUDMCC UNREADABLE OR EMPTY
      * RETURN-CODE 24 - A REQUIRED KEYED MASTER WILL NOT OPEN
      * RETURN-CODE 28 - FRAUDTXN NOT READY (MISSING, STALE OR
      *                  OUT OF BALANCE)
      *
      * MODIFICATION HISTORY
      * --------------------
      * DATE       BY    DESCRIPTION
      * 2026-10-01 DRS    INITIAL VERSION
      * 2026-10-15 DRS    FRAUDFXR READ STATUS CHECKED - A FAILED READ
      *                   IS A NO-GO LINE UNDER THE FRAUDFXR CODE.
      ************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FRAUDTXN-FILE ASSIGN TO FRAUDTXN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXN-SEQ-NO
               FILE STATUS IS FRAUDTXN-STATUS.

           SELECT FRAUDCTL-FILE ASSIGN TO FRAUDCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FRAUDCTL-STATUS.

           SELECT CTLPEND-FILE ASSIGN TO CTLPEND
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CTLPEND-STATUS.

           SELECT FRAUDDMX-FILE ASSIGN TO FRAUDDMX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FRAUDDMX-STATUS.

           SELECT FRAUDMCC-FILE ASSIGN TO FRAUDMCC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MCC-CODE
               FILE STATUS IS FRAUDMCC-STATUS.

           SELECT FRAUDFXR-FILE ASSIGN TO FRAUDFXR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FRAUDFXR-STATUS.

           SELECT FRAUDHST-FILE ASSIGN TO FRAUDHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CARD-KEY
               FILE STATUS IS FRAUDHST-STATUS.

           SELECT FRAUDCSE-FILE ASSIGN TO FRAUDCSE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASE-SEQ-NO
               FILE STATUS IS FRAUDCSE-STATUS.

           SELECT FRAUDMER-FILE ASSIGN TO FRAUDMER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MERCH-KEY
               FILE STATUS IS FRAUDMER-STATUS.

           SELECT FRAUDPSL-FILE ASSIGN TO FRAUDPSL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSL-CARD-TOKEN
               FILE STATUS IS FRAUDPSL-STATUS.

           SELECT FRAUDWML-FILE ASSIGN TO FRAUDWML
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WML-MERCH-KEY
               FILE STATUS IS FRAUDWML-STATUS.

           SELECT FRAUDSTA-FILE ASSIGN TO FRAUDSTA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STA-RUN-KEY
               FILE STATUS IS FRAUDSTA-STATUS.

           SELECT FRAUDPRF-FILE ASSIGN TO FRAUDPRF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-CARD-TOKEN
               FILE STATUS IS FRAUDPRF-STATUS.

           SELECT FRAUDMDS-FILE ASSIGN TO FRAUDMDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MDS-MERCH-KEY
               FILE STATUS IS FRAUDMDS-STATUS.

           SELECT FRAUDTVN-FILE ASSIGN TO FRAUDTVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TVN-CARD-TOKEN
               FILE STATUS IS FRAUDTVN-STATUS.

           SELECT RDYRPT-FILE ASSIGN TO RDYRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RDYRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *---------------------------------------------------------
      * STAGED TRANSACTIONS - SAME KSDS FRAUDDET SCORES.  ONLY
      * THE KEY AND THE FRDEXTR HEADER (KEY 000000000) AND
      * TRAILER (KEY 999999999) VIEWS ARE NEEDED HERE.
      *---------------------------------------------------------
       FD  FRAUDTXN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  FRAUDTXN-RECORD.
           05 TXN-SEQ-NO           PIC 9(09).
           05 FILLER               PIC X(177).
       01  FRAUDTXN-HEADER-REC.
           05 HDR-SEQ-NO           PIC 9(09).
           05 HDR-RUN-DATE         PIC 9(08).
           05 FILLER               PIC X(169).
       01  FRAUDTXN-TRAILER-REC.
           05 TRL-SEQ-NO           PIC 9(09).
           05 TRL-RECORD-COUNT     PIC 9(09).
           05 TRL-AMOUNT-HASH      PIC 9(13)V9(02).
           05 FILLER               PIC X(153).

      *---------------------------------------------------------
      * SAME RUN-TIME CONTROL PARAMETER RECORD FRAUDDET READS.
      *---------------------------------------------------------
       FD  FRAUDCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  FRAUDCTL-RECORD.
           05 CTL-DEPLOY-ID             PIC X(36).
           05 CTL-THRESHOLD             PIC 9(01)V9(04).
           05 CTL-HIGH-RISK-THRESHOLD   PIC 9(01)V9(04).
           05 CTL-RESTART-SW            PIC X(01).
               88 CTL-RESTART-REQUESTED          VALUE 'Y'.
           05 CTL-CHECKPOINT-INTERVAL   PIC 9(05).
           05 CTL-SHADOW-MODE-SW        PIC X(01).
               88 CTL-SHADOW-MODE-ACTIVE         VALUE 'Y'.
           05 CTL-SHADOW-DEPLOY-ID      PIC X(36).
           05 FILLER                    PIC X(01).

      *---------------------------------------------------------
      * FRDCTLMT PENDING-CHANGE FILE - SAME LAYOUT FRDCTLMT
      * ROLLS FORWARD.  AT MOST ONE CHANGE IN FLIGHT.
      *---------------------------------------------------------
       FD  CTLPEND-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CTLPEND-RECORD.
           05 PND-STATUS                PIC X(01).
               88 PND-IS-PENDING                 VALUE 'P'.
               88 PND-IS-APPROVED                VALUE 'A'.
           05 PND-SUBMIT-USER           PIC X(08).
           05 PND-SUBMIT-DATE           PIC 9(08).
           05 PND-SUBMIT-TIME           PIC 9(06).
           05 PND-APPROVE-USER          PIC X(08).
           05 PND-APPROVE-DATE          PIC 9(08).
           05 PND-APPROVE-TIME          PIC 9(06).
           05 PND-EFF-DATE              PIC 9(08).
           05 PND-CTL-IMAGE             PIC X(90).
           05 FILLER                    PIC X(17).

      *---------------------------------------------------------
      * DECISION-MATRIX RULES - SAME LAYOUT FRAUDDET LOADS.
      * SCORE BAND LOW INCLUSIVE, HIGH EXCLUSIVE (HIGH 1.0000
      * IS INCLUSIVE).  ONLY THE BAND IS CHECKED HERE.
      *---------------------------------------------------------
       FD  FRAUDDMX-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  FRAUDDMX-RECORD.
           05 DMX-SCORE-LOW             PIC 9(01)V9(04).
           05 DMX-SCORE-HIGH            PIC 9(01)V9(04).
           05 FILLER                    PIC X(30).

      *---------------------------------------------------------
      * MCC REFERENCE FILE - SAME LAYOUT FRDMCCMT MAINTAINS.
      * THE PRIMER RECORD (BLANK RISK CLASS) DOES NOT COUNT.
      *---------------------------------------------------------
       FD  FRAUDMCC-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  FRAUDMCC-RECORD.
           05 MCC-CODE                  PIC 9(04).
           05 MCC-RISK-CLASS            PIC X(01).
               88 MCC-RISK-NORMAL                VALUE 'N'.
               88 MCC-RISK-HIGH                  VALUE 'H'.
           05 FILLER                    PIC X(55).

      *---------------------------------------------------------
      * DAILY EXCHANGE-RATE FILE - SAME LAYOUT FRAUDDET LOADS.
      *---------------------------------------------------------
       FD  FRAUDFXR-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  FRAUDFXR-RECORD.
           05 FXR-CURRENCY              PIC X(03).
           05 FXR-RATE                  PIC 9(05)V9(06).
           05 FXR-DATE                  PIC 9(08).
           05 FILLER                    PIC X(18).

      *---------------------------------------------------------
      * KEYED MASTERS - OPENED FOR PRESENCE ONLY, SO JUST THE
      * KEY AND THE RECORD LENGTH OF EACH CLUSTER.
      *---------------------------------------------------------
       FD  FRAUDHST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  FRAUDHST-RECORD.
           05 HIST-CARD-KEY             PIC X(19).
           05 FILLER                    PIC X(388).

       FD  FRAUDCSE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  FRAUDCSE-RECORD.
           05 CASE-SEQ-NO               PIC 9(09).
           05 FILLER                    PIC X(370).

       FD  FRAUDMER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  FRAUDMER-RECORD.
           05 MERCH-KEY                 PIC 9(18).
           05 FILLER                    PIC X(42).

       FD  FRAUDPSL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  FRAUDPSL-RECORD.
           05 PSL-CARD-TOKEN            PIC X(19).
           05 FILLER                    PIC X(61).

       FD  FRAUDWML-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  FRAUDWML-RECORD.
           05 WML-MERCH-KEY             PIC 9(18).
           05 FILLER                    PIC X(42).

       FD  FRAUDSTA-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  FRAUDSTA-RECORD.
           05 STA-RUN-KEY               PIC X(12).
           05 FILLER                    PIC X(153).

       FD  FRAUDPRF-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  FRAUDPRF-RECORD.
           05 PRF-CARD-TOKEN            PIC X(19).
           05 FILLER                    PIC X(181).

       FD  FRAUDMDS-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  FRAUDMDS-RECORD.
           05 MDS-MERCH-KEY             PIC 9(18).
           05 FILLER                    PIC X(82).

       FD  FRAUDTVN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  FRAUDTVN-RECORD.
           05 TVN-CARD-TOKEN            PIC X(19).
           05 FILLER                    PIC X(61).

       FD  RDYRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RDYRPT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

       77  FRAUDTXN-STATUS              PIC X(02).
       77  FRAUDCTL-STATUS              PIC X(02).
       77  CTLPEND-STATUS               PIC X(02).
       77  FRAUDDMX-STATUS              PIC X(02).
       77  FRAUDMCC-STATUS              PIC X(02).
       77  FRAUDFXR-STATUS              PIC X(02).
       77  FRAUDHST-STATUS              PIC X(02).
       77  FRAUDCSE-STATUS              PIC X(02).
       77  FRAUDMER-STATUS              PIC X(02).
       77  FRAUDPSL-STATUS              PIC X(02).
       77  FRAUDWML-STATUS              PIC X(02).
       77  FRAUDSTA-STATUS              PIC X(02).
       77  FRAUDPRF-STATUS              PIC X(02).
       77  FRAUDMDS-STATUS              PIC X(02).
       77  FRAUDTVN-STATUS              PIC X(02).
       77  RDYRPT-STATUS                PIC X(02).

       77  TXN-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 END-OF-TXNS                         VALUE 'Y'.
       77  DMX-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 END-OF-MATRIX                       VALUE 'Y'.
       77  MCC-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 END-OF-MCC-FILE                     VALUE 'Y'.
       77  FXR-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 END-OF-RATES                        VALUE 'Y'.

      *-----------------------------------------------------------
      * DATES - THE RUN DATE IS THE EXTRACT HEADER DATE (TODAY
      * WHEN THERE IS NO HEADER).  THE HEADER IS CURRENT WHEN IT
      * IS DATED TODAY OR YESTERDAY - A RUN THAT STARTS AFTER
      * MIDNIGHT SCORES THE EXTRACT CUT BEFORE IT.
      *-----------------------------------------------------------
       77  RUN-DATE-WS                  PIC 9(08) VALUE ZERO.
       77  TODAY-WS                     PIC 9(08) VALUE ZERO.
       77  YESTERDAY-WS                 PIC 9(08) VALUE ZERO.
       77  TIME-RAW-WS                  PIC 9(08) VALUE ZERO.
       77  TIME-HHMMSS-WS               PIC 9(06) VALUE ZERO.

      *-----------------------------------------------------------
      * CALENDAR WORK AREA - 8600 STEPS DATE-WORK-WS ONE DAY
      * BACK.
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
      * FRAUDTXN FINDINGS
      *-----------------------------------------------------------
       77  TXN-OPEN-SW                  PIC X(01) VALUE 'N'.
           88 TXN-OPENED                          VALUE 'Y'.
       77  HEADER-SWITCH                PIC X(01) VALUE 'N'.
           88 HEADER-SEEN                         VALUE 'Y'.
       77  TRAILER-SWITCH               PIC X(01) VALUE 'N'.
           88 TRAILER-SEEN                        VALUE 'Y'.
       77  TXN-READ-ERROR-SW            PIC X(01) VALUE 'N'.
           88 TXN-READ-FAILED                     VALUE 'Y'.
       77  TXN-READ-STATUS-WS           PIC X(02) VALUE SPACES.
       77  HEADER-DATE-WS               PIC 9(08) VALUE ZERO.
       77  TRAILER-COUNT-WS             PIC 9(09) VALUE ZERO.
       77  DETAIL-RECORDS-CTR           PIC 9(09) COMP VALUE ZERO.

      *-----------------------------------------------------------
      * DECISION-MATRIX RULE BANDS AND THE DISTINCT BANDS THEY
      * FORM.  FRAUDDET HOLDS AT MOST 100 RULES.
      *-----------------------------------------------------------
       77  DMX-RULES-MAX                PIC 9(03) COMP VALUE 100.
       77  DMX-RULES-READ-CTR           PIC 9(09) COMP VALUE ZERO.
       77  DMX-RULE-NO                  PIC 9(09) VALUE ZERO.
       77  BANDS-USED                   PIC 9(03) COMP VALUE ZERO.
       01  BAND-TABLE.
           05 BAND-ENTRY OCCURS 100 TIMES.
               10 BAND-LOW              PIC 9(01)V9(04).
               10 BAND-HIGH             PIC 9(01)V9(04).
       01  BAND-HOLD.
           05 BAND-HOLD-LOW             PIC 9(01)V9(04).
           05 BAND-HOLD-HIGH            PIC 9(01)V9(04).
       77  BAND-IDX-1                   PIC 9(03) COMP VALUE ZERO.
       77  BAND-IDX-2                   PIC 9(03) COMP VALUE ZERO.
       77  BAND-FOUND-SW                PIC X(01) VALUE 'N'.
           88 BAND-FOUND                          VALUE 'Y'.
       77  BAND-REACH                   PIC 9(01)V9(04) VALUE ZERO.

      *-----------------------------------------------------------
      * MCC AND RATE FINDINGS
      *-----------------------------------------------------------
       77  MCC-MAX                      PIC 9(05) COMP VALUE 1000.
       77  MCC-GRADED-CTR               PIC 9(09) COMP VALUE ZERO.
       77  MCC-HIGH-RISK-CTR            PIC 9(09) COMP VALUE ZERO.
       77  FXR-MAX                      PIC 9(03) COMP VALUE 50.
       77  FXR-RATES-CTR                PIC 9(09) COMP VALUE ZERO.

      *-----------------------------------------------------------
      * KEYED-MASTER PRESENCE CHECK WORK FIELDS
      *-----------------------------------------------------------
       77  MASTER-NAME-WS               PIC X(08) VALUE SPACES.
       77  MASTER-STATUS-WS             PIC X(02) VALUE SPACES.
       77  MASTER-KIND-WS               PIC X(01) VALUE SPACE.
           88 MASTER-REQUIRED                     VALUE 'R'.
           88 MASTER-LOADED-BY-SCORE              VALUE 'L'.
           88 MASTER-OPTIONAL                     VALUE 'O'.
       77  MASTER-FALLBACK-WS           PIC X(40) VALUE SPACES.

      *-----------------------------------------------------------
      * CHECKLIST STATE.  ITEM-RC-WS IS THE CODE FOR THE KIND OF
      * PROBLEM THE CURRENT ITEM REPORTS; THE HIGHEST CODE SEEN
      * IS RETURNED.  AN ITEM LISTS AT MOST ITEM-LINES-MAX
      * PROBLEM LINES AND COUNTS THE REST.
      *-----------------------------------------------------------
       77  FINAL-RC-WS                  PIC 9(02) VALUE ZERO.
       77  ITEM-RC-WS                   PIC 9(02) VALUE ZERO.
       77  ITEM-NAME-WS                 PIC X(08) VALUE SPACES.
       77  ITEM-NOGO-SW                 PIC X(01) VALUE 'N'.
           88 ITEM-IS-NOGO                        VALUE 'Y'.
       77  ITEM-LINES-CTR               PIC 9(05) COMP VALUE ZERO.
       77  ITEM-LINES-MAX               PIC 9(05) COMP VALUE 20.
       77  ITEM-UNLISTED-CTR            PIC 9(09) COMP VALUE ZERO.
       77  NOGO-ITEMS-CTR               PIC 9(05) COMP VALUE ZERO.
       77  WARN-ITEMS-CTR               PIC 9(05) COMP VALUE ZERO.
       77  DETAIL-WS                    PIC X(90) VALUE SPACES.

      *-----------------------------------------------------------
      * NUMBER EDITING - 8500 LEFT-JUSTIFIES EDIT-NUMBER-IN INTO
      * NUM-TEXT-WS SO IT CAN BE STRUNG INTO A DETAIL LINE.
      *-----------------------------------------------------------
       77  EDIT-NUMBER-IN               PIC 9(09) VALUE ZERO.
       77  EDIT-NUMBER-WS               PIC Z(08)9.
       77  EDIT-LEAD-CTR                PIC 9(02) COMP VALUE ZERO.
       77  EDIT-LEN-WS                  PIC 9(02) COMP VALUE ZERO.
       77  NUM-TEXT-WS                  PIC X(09) VALUE SPACES.
       77  NUM-TEXT-A                   PIC X(09) VALUE SPACES.
       77  NUM-TEXT-B                   PIC X(09) VALUE SPACES.
       77  SCORE-TEXT-A                 PIC 9.9999.
       77  SCORE-TEXT-B                 PIC 9.9999.
       77  SCORE-TEXT-C                 PIC 9.9999.
       77  SCORE-TEXT-D                 PIC 9.9999.
       77  RATE-TEXT-WS                 PIC Z(04)9.9(06).

      *-----------------------------------------------------------
      * REPORT LINES
      *-----------------------------------------------------------
       01  HDG-LINE-1.
           05 FILLER PIC X(44) VALUE
               '***** SCORE READINESS CHECKLIST ***********'.
           05 FILLER PIC X(10) VALUE ' RUN DATE '.
           05 HDG-RUN-DATE          PIC 9(08).
           05 FILLER PIC X(10) VALUE '  CHECKED '.
           05 HDG-TODAY             PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 HDG-TIME              PIC 99B99B99.
           05 FILLER PIC X(43) VALUE SPACES.
       01  HDG-LINE-2.
           05 FILLER PIC X(40) VALUE
               'INPUT     RESULT RC     DETAIL          '.
           05 FILLER PIC X(92) VALUE SPACES.
       01  CHECK-LINE.
           05 CK-ITEM               PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CK-RESULT             PIC X(05).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CK-RC                 PIC X(05).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CK-DETAIL             PIC X(90).
           05 FILLER                PIC X(18) VALUE SPACES.
       01  RC-EDIT-WS.
           05 FILLER                PIC X(03) VALUE 'RC '.
           05 RC-EDIT-VALUE         PIC Z9.
       01  VERDICT-LINE.
           05 VD-TEXT               PIC X(80).
           05 FILLER                PIC X(52) VALUE SPACES.
       01  LEGEND-LINE.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 LG-TEXT               PIC X(76).
           05 FILLER                PIC X(52) VALUE SPACES.
       01  BLANK-LINE               PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

      *---------------
       0000-MAINLINE.
      *---------------

             PERFORM 1000-INITIALIZE
                THRU 1000-INITIALIZE-X.

             PERFORM 2000-CHECK-TRANSACTIONS
                THRU 2000-CHECK-TRANSACTIONS-X.

             PERFORM 3000-CHECK-CONTROL
                THRU 3000-CHECK-CONTROL-X.

             PERFORM 3500-CHECK-PENDING-CHANGE
                THRU 3500-CHECK-PENDING-CHANGE-X.

             PERFORM 4000-CHECK-DECISION-MATRIX
                THRU 4000-CHECK-DECISION-MATRIX-X.

             PERFORM 5000-CHECK-MCC-REFERENCE
                THRU 5000-CHECK-MCC-REFERENCE-X.

             PERFORM 6000-CHECK-EXCHANGE-RATES
                THRU 6000-CHECK-EXCHANGE-RATES-X.

             PERFORM 7000-CHECK-MASTERS
                THRU 7000-CHECK-MASTERS-X.

             PERFORM 9000-TERMINATE
                THRU 9000-TERMINATE-X.

             STOP RUN.

      *-----------------------------------------------------------
      * TODAY AND YESTERDAY, AND THE CHECKLIST FILE.
      *-----------------------------------------------------------
       1000-INITIALIZE.
      *-----------------------------------------------------------

             ACCEPT TODAY-WS FROM DATE YYYYMMDD.
             ACCEPT TIME-RAW-WS FROM TIME.
             MOVE TODAY-WS TO DATE-WORK-WS.
             PERFORM 8600-PREVIOUS-DAY
                THRU 8600-PREVIOUS-DAY-X.
             MOVE DATE-WORK-WS TO YESTERDAY-WS.

             OPEN OUTPUT RDYRPT-FILE.
             IF RDYRPT-STATUS NOT = '00'
                 DISPLAY 'FRDRDYCK - RDYRPT OPEN FAILED - STATUS: '
                     RDYRPT-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

      *-------------------
       1000-INITIALIZE-X.
      *-------------------

      *-----------------------------------------------------------
      * FRAUDTXN.  READS THE WHOLE STAGED FILE - THE HEADER GIVES
      * THE RUN DATE EVERY LATER CHECK IS MADE AGAINST, SO THE
      * CHECKLIST HEADING IS PRINTED ONLY ONCE IT IS KNOWN.
      *-----------------------------------------------------------
       2000-CHECK-TRANSACTIONS.
      *-----------------------------------------------------------

             OPEN INPUT FRAUDTXN-FILE.
             IF FRAUDTXN-STATUS = '00' OR '97'
                 MOVE 'Y' TO TXN-OPEN-SW
                 MOVE ZERO TO TXN-SEQ-NO
                 START FRAUDTXN-FILE KEY IS NOT LESS THAN TXN-SEQ-NO
                     INVALID KEY
                         MOVE 'Y' TO TXN-EOF-SWITCH
                 END-START
                 PERFORM 2100-READ-TRANSACTION
                    THRU 2100-READ-TRANSACTION-X
                    UNTIL END-OF-TXNS
                 CLOSE FRAUDTXN-FILE
             END-IF.

             IF HEADER-SEEN
                 MOVE HEADER-DATE-WS TO RUN-DATE-WS
             ELSE
                 MOVE TODAY-WS TO RUN-DATE-WS
             END-IF.

             MOVE RUN-DATE-WS TO HDG-RUN-DATE.
             MOVE TODAY-WS TO HDG-TODAY.
             COMPUTE TIME-HHMMSS-WS = TIME-RAW-WS / 100.
             MOVE TIME-HHMMSS-WS TO HDG-TIME.
             WRITE RDYRPT-RECORD FROM HDG-LINE-1.
             WRITE RDYRPT-RECORD FROM BLANK-LINE.
             WRITE RDYRPT-RECORD FROM HDG-LINE-2.
             WRITE RDYRPT-RECORD FROM BLANK-LINE.

             MOVE 'FRAUDTXN' TO ITEM-NAME-WS.
             MOVE 28 TO ITEM-RC-WS.
             PERFORM 8000-START-ITEM
                THRU 8000-START-ITEM-X.

             IF NOT TXN-OPENED
                 MOVE SPACES TO DETAIL-WS
                 STRING 'OPEN FAILED - STATUS ' DELIMITED BY SIZE
                     FRAUDTXN-STATUS DELIMITED BY SIZE
                     ' - WAS THE STAGE STEP RUN?' DELIMITED BY SIZE
                     INTO DETAIL-WS
                 PERFORM 8100-NOGO-LINE
                    THRU 8100-NOGO-LINE-X
                 GO TO 2000-CHECK-TRANSACTIONS-X
             END-IF.

             IF TXN-READ-FAILED
                 MOVE SPACES TO DETAIL-WS
                 STRING 'READ FAILED - STATUS ' DELIMITED BY SIZE
                     TXN-READ-STATUS-WS DELIMITED BY SIZE
                     INTO DETAIL-WS
                 PERFORM 8100-NOGO-LINE
                    THRU 8100-NOGO-LINE-X
             END-IF.

             IF NOT HEADER-SEEN
                 MOVE 'NO EXTRACT HEADER RECORD (KEY 000000000)'
                     TO DETAIL-WS
                 PERFORM 8100-NOGO-LINE
                    THRU 8100-NOGO-LINE-X
             ELSE
                 IF HEADER-DATE-WS NOT = TODAY-WS
                  AND HEADER-DATE-WS NOT = YESTERDAY-WS
                     MOVE SPACES TO DETAIL-WS
                     STRING 'EXTRACT HEADER DATED ' DELIMITED BY SIZE
                         HEADER-DATE-WS DELIMITED BY SIZE
                         ' - NOT TODAY OR YESTERDAY, STALE EXTRACT'
                             DELIMITED BY SIZE
                         INTO DETAIL-WS
                     PERFORM 8100-NOGO-LINE
                        THRU 8100-NOGO-LINE-X
                 END-IF
             END-IF.

             MOVE DETAIL-RECORDS-CTR TO EDIT-NUMBER-IN.
             PERFORM 8500-EDIT-NUMBER
                THRU 8500-EDIT-NUMBER-X.
             MOVE NUM-TEXT-WS TO NUM-TEXT-A.

             IF NOT TRAILER-SEEN
                 MOVE 'NO EXTRACT TRAILER RECORD (KEY 999999999)'
                     TO DETAIL-WS
                 PERFORM 8100-NOGO-LINE
                    THRU 8100-NOGO-LINE-X
             ELSE
                 IF TRAILER-COUNT-WS NOT = DETAIL-RECORDS-CTR
                     MOVE TRAILER-COUNT-WS TO EDIT-NUMBER-IN
                     PERFORM 8500-EDIT-NUMBER
                        THRU 8500-EDIT-NUMBER-X
                     MOVE NUM-TEXT-WS TO NUM-TEXT-B
                     MOVE SPACES TO DETAIL-WS
                     STRING 'TRAILER COUNT ' DELIMITED BY SIZE
                         NUM-TEXT-B DELIMITED BY SPACE
                         ' BUT ' DELIMITED BY SIZE
                         NUM-TEXT-A DELIMITED BY SPACE
                         ' DETAIL RECORDS STAGED - OUT OF BALANCE'
                             DELIMITED BY SIZE
                         INTO DETAIL-WS
                     PERFORM 8100-NOGO-LINE
                        THRU 8100-NOGO-LINE-X
                 END-IF
             END-IF.

             IF NOT ITEM-IS-NOGO
                 MOVE SPACES TO DETAIL-WS
                 STRING 'HEADER ' DELIMITED BY SIZE
                     HEADER-DATE-WS DELIMITED BY SIZE
                     ', ' DELIMITED BY SIZE
                     NUM-TEXT-A DELIMITED BY SPACE
                     ' DETAIL RECORDS, TRAILER IN BALANCE'
                         DELIMITED BY SIZE
                     INTO DETAIL-WS
                 PERFORM 8200-GO-LINE
                    THRU 8200-GO-LINE-X
             END-IF.

      *----------------------------
       2000-CHECK-TRANSACTIONS-X.
      *----------------------------

       2100-READ-TRANSACTION.
             READ FRAUDTXN-FILE NEXT RECORD
                 AT END
                     MOVE 'Y' TO TXN-EOF-SWITCH
                     GO TO 2100-READ-TRANSACTION-X
             END-READ.
             IF FRAUDTXN-STATUS NOT = '00'
                 MOVE 'Y' TO TXN-READ-ERROR-SW
                 MOVE FRAUDTXN-STATUS TO TXN-READ-STATUS-WS
                 MOVE 'Y' TO TXN-EOF-SWITCH
                 GO TO 2100-READ-TRANSACTION-X
             END-IF.
             IF TXN-SEQ-NO = ZERO
                 IF HDR-RUN-DATE NUMERIC AND HDR-RUN-DATE > ZERO
                     MOVE 'Y' TO HEADER-SWITCH
                     MOVE HDR-RUN-DATE TO HEADER-DATE-WS
                 END-IF
                 GO TO 2100-READ-TRANSACTION-X
             END-IF.
             IF TXN-SEQ-NO = 999999999
                 MOVE 'Y' TO TRAILER-SWITCH
                 IF TRL-RECORD-COUNT NUMERIC
                     MOVE TRL-RECORD-COUNT TO TRAILER-COUNT-WS
                 END-IF
                 GO TO 2100-READ-TRANSACTION-X
             END-IF.
             ADD 1 TO DETAIL-RECORDS-CTR.
       2100-READ-TRANSACTION-X.

      *-----------------------------------------------------------
      * FRAUDCTL.  FRAUDDET STOPS ON AN EMPTY CONTROL FILE BUT
      * QUIETLY DEFAULTS A THRESHOLD THAT IS OUT OF RANGE - HERE
      * EITHER IS A NO-GO, SO A BAD EDIT IS FIXED RATHER THAN
      * SCORED ON DEFAULTS ALL NIGHT.
      *-----------------------------------------------------------
       3000-CHECK-CONTROL.
      *-----------------------------------------------------------

             MOVE 'FRAUDCTL' TO ITEM-NAME-WS.
             MOVE 12 TO ITEM-RC-WS.
             PERFORM 8000-START-ITEM
                THRU 8000-START-ITEM-X.

             OPEN INPUT FRAUDCTL-FILE.
             IF FRAUDCTL-STATUS NOT = '00'
                 MOVE SPACES TO DETAIL-WS
                 STRING 'OPEN FAILED - STATUS ' DELIMITED BY SIZE
                     FRAUDCTL-STATUS DELIMITED BY SIZE
                     INTO DETAIL-WS
                 PERFORM 8100-NOGO-LINE
                    THRU 8100-NOGO-LINE-X
                 GO TO 3000-CHECK-CONTROL-X
             END-IF.

             READ FRAUDCTL-FILE
                 AT END
                     MOVE 'CONTROL FILE IS EMPTY' TO DETAIL-WS
                     PERFORM 8100-NOGO-LINE
                        THRU 8100-NOGO-LINE-X
                     CLOSE FRAUDCTL-FILE
                     GO TO 3000-CHECK-CONTROL-X
             END-READ.
             CLOSE FRAUDCTL-FILE.

             IF CTL-DEPLOY-ID = SPACES
                 MOVE 'DEPLOYMENT ID IS BLANK' TO DETAIL-WS
                 PERFORM 8100-NOGO-LINE
                    THRU 8100-NOGO-LINE-X
             END-IF.

             IF CTL-THRESHOLD NOT NUMERIC
                 MOVE 'CTL-THRESHOLD IS NOT NUMERIC' TO DETAIL-WS
                 PERFORM 8100-NOGO-LINE
                    THRU 8100-NOGO-LINE-X
             ELSE
                 IF CTL-THRESHOLD = ZERO OR CTL-THRESHOLD > 1
                     MOVE CTL-THRESHOLD TO SCORE-TEXT-A
                     MOVE SPACES TO DETAIL-WS
                     STRING 'CTL-THRESHOLD ' DELIMITED BY SIZE
                         SCORE-TEXT-A DELIMITED BY SIZE
                         ' OUT OF RANGE - SCORE WOULD DEFAULT TO 0.5'
                             DELIMITED BY SIZE
                         INTO DETAIL-WS
                     PERFORM 8100-NOGO-LINE
                        THRU 8100-NOGO-LINE-X
                 END-IF
             END-IF.

             IF CTL-HIGH-RISK-THRESHOLD NOT NUMERIC
                 MOVE 'CTL-HIGH-RISK-THRESHOLD IS NOT NUMERIC'
                     TO DETAIL-WS
                 PERFORM 8100-NOGO-LINE
                    THRU 8100-NOGO-LINE-X
             ELSE
                 IF CTL-HIGH-RISK-THRESHOLD = ZERO
                  OR CTL-HIGH-RISK-THRESHOLD > 1
                     MOVE CTL-HIGH-RISK-THRESHOLD TO SCORE-TEXT-A
                     MOVE SPACES TO DETAIL-WS
                     STRING 'CTL-HIGH-RISK-THRESHOLD '
                             DELIMITED BY SIZE
                         SCORE-TEXT-A DELIMITED BY SIZE
                         ' OUT OF RANGE - SCORE WOULD DEFAULT TO 0.9'
                             DELIMITED BY SIZE
                         INTO DETAIL-WS
                     PERFORM 8100-NOGO-LINE
                        THRU 8100-NOGO-LINE-X
                 END-IF
             END-IF.

             IF CTL-THRESHOLD NUMERIC
              AND CTL-HIGH-RISK-THRESHOLD NUMERIC
              AND CTL-HIGH-RISK-THRESHOLD < CTL-THRESHOLD
                 MOVE CTL-THRESHOLD TO SCORE-TEXT-A
                 MOVE CTL-HIGH-RISK-THRESHOLD TO SCORE-TEXT-B
                 MOVE SPACES TO DETAIL-WS
                 STRING 'HIGH-RISK THRESHOLD ' DELIMITED BY SIZE
                     SCORE-TEXT-B DELIMITED BY SIZE
                     ' IS BELOW THE FRAUD THRESHOLD '
                         DELIMITED BY SIZE
                     SCORE-TEXT-A DELIMITED BY SIZE
                     INTO DETAIL-WS
                 PERFORM 8100-NOGO-LINE
                    THRU 8100-NOGO-LINE-X
             END-IF.

             IF CTL-CHECKPOINT-INTERVAL NOT NUMERIC
                 MOVE 'CTL-CHECKPOINT-INTERVAL IS NOT NUMERIC'
                     TO DETAIL-WS
                 PERFORM 8100-NOGO-LINE
                    THRU 8100-NOGO-LINE-X
             END-IF.

             IF CTL-SHADOW-MODE-ACTIVE
              AND CTL-SHADOW-DEPLOY-ID = SPACES
                 STRING 'SHADOW MODE IS ON BUT THE SHADOW '
                         DELIMITED BY SIZE
                     'DEPLOYMENT ID IS BLANK' DELIMITED BY SIZE
                     INTO DETAIL-WS
                 PERFORM 8100-NOGO-LINE
                    THRU 8100-NOGO-LINE-X
             END-IF.

             IF ITEM-IS-NOGO
                 GO TO 3000-CHECK-CONTROL-X
             END-IF.

             MOVE CTL-THRESHOLD TO SCORE-TEXT-A.
             MOVE CTL-HIGH-RISK-THRESHOLD TO SCORE-TEXT-B.
             MOVE SPACES TO DETAIL-WS.
             STRING 'DEPLOYMENT ' DELIMITED BY SIZE
                 CTL-DEPLOY-ID DELIMITED BY SIZE
                 ' THRESHOLDS ' DELIMITED BY SIZE
                 SCORE-TEXT-A DELIMITED BY SIZE
                 ' / ' DELIMITED BY SIZE
                 SCORE-TEXT-B DELIMITED BY SIZE
                 INTO DETAIL-WS.
             PERFORM 8200-GO-LINE
                THRU 8200-GO-LINE-X.

             IF CTL-SHADOW-MODE-ACTIVE
                 MOVE SPACES TO DETAIL-WS
                 STRING 'SHADOW MODE ON - SHADOW DEPLOYMENT '
                         DELIMITED BY SIZE
                     CTL-SHADOW-DEPLOY-ID DELIMITED BY SIZE
                     INTO DETAIL-WS
                 PERFORM 8400-NOTE-LINE
                    THRU 8400-NOTE-LINE-X
             END-IF.

             IF CTL-RESTART-REQUESTED
                 STRING 'RESTART SWITCH IS ON - SCORE WILL RESUME '
                         DELIMITED BY SIZE
                     'FROM THE CHECKPOINT LOG' DELIMITED BY SIZE
                     INTO DETAIL-WS
                 PERFORM 8400-NOTE-LINE
                    THRU 8400-NOTE-LINE-X
             END-IF.

      *-----------------------
       3000-CHECK-CONTROL-X.
      *-----------------------

      *-----------------------------------------------------------
      * CTLPEND.  AN APPROVED FRDCTLMT CHANGE WHOSE EFFECTIVE
      * DATE IS ON OR BEFORE THE RUN DATE SHOULD ALREADY HAVE
      * BEEN CUT INTO FRAUDCTL (A CUT REMOVES IT FROM THE
      * PENDING FILE).  STILL PENDING MEANS FRDCTLMT DID NOT RUN
      * OR FAILED, AND TONIGHT WOULD SCORE ON THE OLD
      * PARAMETERS.  EFFECTIVE DATE ZERO = AS SOON AS APPROVED.
      *-----------------------------------------------------------
       3500-CHECK-PENDING-CHANGE.
      *-----------------------------------------------------------

             MOVE 'CTLPEND' TO ITEM-NAME-WS.
             MOVE 8 TO ITEM-RC-WS.
             PERFORM 8000-START-ITEM
                THRU 8000-START-ITEM-X.

             OPEN INPUT CTLPEND-FILE.
             IF CTLPEND-STATUS NOT = '00'
                 MOVE SPACES TO DETAIL-WS
                 STRING 'OPEN STATUS ' DELIMITED BY SIZE
                     CTLPEND-STATUS DELIMITED BY SIZE
                     ' - PENDING CONTROL CHANGES NOT CHECKED'
                         DELIMITED BY SIZE
                     INTO DETAIL-WS
                 PERFORM 8300-WARN-LINE
                    THRU 8300-WARN-LINE-X
                 GO TO 3500-CHECK-PENDING-CHANGE-X
             END-IF.

             READ CTLPEND-FILE
                 AT END
                     MOVE 'NO CONTROL CHANGE IN FLIGHT' TO DETAIL-WS
                     PERFORM 8200-GO-LINE
                        THRU 8200-GO-LINE-X
                     CLOSE CTLPEND-FILE
                     GO TO 3500-CHECK-PENDING-CHANGE-X
             END-READ.
             CLOSE CTLPEND-FILE.

             IF PND-IS-APPROVED
              AND PND-EFF-DATE <= RUN-DATE-WS
                 MOVE SPACES TO DETAIL-WS
                 STRING 'CHANGE APPROVED BY ' DELIMITED BY SIZE
                     PND-APPROVE-USER DELIMITED BY SPACE
                     ' EFFECTIVE ' DELIMITED BY SIZE
                     PND-EFF-DATE DELIMITED BY SIZE
                     ' NOT CUT IN - RUN FRDCTLMT, THEN RESTART'
                         DELIMITED BY SIZE
                     INTO DETAIL-WS
                 PERFORM 8100-NOGO-LINE
                    THRU 8100-NOGO-LINE-X
                 GO TO 3500-CHECK-PENDING-CHANGE-X
             END-IF.

             IF PND-IS-APPROVED
                 MOVE SPACES TO DETAIL-WS
                 STRING 'APPROVED CHANGE WAITING FOR ITS EFFECTIVE '
                         DELIMITED BY SIZE
                     'DATE ' DELIMITED BY SIZE
                     PND-EFF-DATE DELIMITED BY SIZE
                     INTO DETAIL-WS
                 PERFORM 8200-GO-LINE
                    THRU 8200-GO-LINE-X
                 GO TO 3500-CHECK-PENDING-CHANGE-X
             END-IF.

             IF PND-EFF-DATE NOT = ZERO
              AND PND-EFF-DATE <= RUN-DATE-WS
                 MOVE SPACES TO DETAIL-WS
                 STRING 'CHANGE FROM ' DELIMITED BY SIZE
                     PND-SUBMIT-USER DELIMITED BY SPACE
                     ' EFFECTIVE ' DELIMITED BY SIZE
                     PND-EFF-DATE DELIMITED BY SIZE
                     ' IS STILL AWAITING APPROVAL'
                         DELIMITED BY SIZE
                     INTO DETAIL-WS
                 PERFORM 8300-WARN-LINE
                    THRU 8300-WARN-LINE-X
                 GO TO 3500-CHECK-PENDING-CHANGE-X
             END-IF.

             MOVE 'CHANGE AWAITING APPROVAL - NOT YET DUE'
                 TO DETAIL-WS.
             PERFORM 8200-GO-LINE
                THRU 8200-GO-LINE-X.

      *-------------------------------
       3500-CHECK-PENDING-CHANGE-X.
      *-------------------------------

      *-----------------------------------------------------------
      * FRAUDDMX.  FIRST MATCHING RULE WINS IN FRAUDDET, SO A
      * SCORE THAT FALLS IN TWO DIFFERENT BANDS IS GRADED BY
      * WHICHEVER HAPPENS TO COME FIRST, AND ONE THAT FALLS IN
      * NO BAND DROPS TO THE VERDICT DEFAULT.  RULES THAT SHARE
      * THE SAME BAND (DIFFERING ONLY IN THEIR OTHER TESTS) ARE
      * ONE BAND.  THE DISTINCT BANDS ARE SORTED ON THEIR LOW
      * EDGE AND MUST TILE 0.0000-1.0000 EXACTLY.  A MISSING OR
      * EMPTY MATRIX IS A SUPPORTED MODE IN FRAUDDET (DEFAULT
      * ACTIONS ONLY) AND ONLY WARNS.
      *-----------------------------------------------------------
       4000-CHECK-DECISION-MATRIX.
      *-----------------------------------------------------------

             MOVE 'FRAUDDMX' TO ITEM-NAME-WS.
             MOVE 16 TO ITEM-RC-WS.
             PERFORM 8000-START-ITEM
                THRU 8000-START-ITEM-X.

             OPEN INPUT FRAUDDMX-FILE.
             IF FRAUDDMX-STATUS NOT = '00'
                 MOVE SPACES TO DETAIL-WS
                 STRING 'OPEN STATUS ' DELIMITED BY SIZE
                     FRAUDDMX-STATUS DELIMITED BY SIZE
                     ' - SCORE WOULD USE DEFAULT ACTIONS ONLY'
                         DELIMITED BY SIZE
                     INTO DETAIL-WS
                 PERFORM 8300-WARN-LINE
                    THRU 8300-WARN-LINE-X
                 GO TO 4000-CHECK-DECISION-MATRIX-X
             END-IF.

             PERFORM 4100-READ-MATRIX-RULE
                THRU 4100-READ-MATRIX-RULE-X
                UNTIL END-OF-MATRIX.
             CLOSE FRAUDDMX-FILE.

             IF DMX-RULES-READ-CTR = ZERO
                 MOVE 'NO RULES - SCORE WOULD USE DEFAULT ACTIONS ONLY'
                     TO DETAIL-WS
                 PERFORM 8300-WARN-LINE
                    THRU 8300-WARN-LINE-X
                 GO TO 4000-CHECK-DECISION-MATRIX-X
             END-IF.

             IF DMX-RULES-READ-CTR > DMX-RULES-MAX
                 MOVE DMX-RULES-READ-CTR TO EDIT-NUMBER-IN
                 PERFORM 8500-EDIT-NUMBER
                    THRU 8500-EDIT-NUMBER-X
                 MOVE SPACES TO DETAIL-WS
                 STRING NUM-TEXT-WS DELIMITED BY SPACE
                     ' RULES - SCORE LOADS THE FIRST 100 AND DROPS '
                         DELIMITED BY SIZE
                     'THE REST' DELIMITED BY SIZE
                     INTO DETAIL-WS
                 PERFORM 8100-NOGO-LINE
                    THRU 8100-NOGO-LINE-X
             END-IF.

             IF BANDS-USED = ZERO
                 GO TO 4000-CHECK-DECISION-MATRIX-X
             END-IF.

             PERFORM 4300-SORT-BANDS
                THRU 4300-SORT-BANDS-X.

             PERFORM 4400-CHECK-OVERLAPS
                THRU 4400-CHECK-OVERLAPS-X
                VARYING BAND-IDX-1 FROM 1 BY 1
                UNTIL BAND-IDX-1 >= BANDS-USED.

             MOVE ZERO TO BAND-REACH.
             PERFORM 4500-CHECK-GAP
                THRU 4500-CHECK-GAP-X
                VARYING BAND-IDX-1 FROM 1 BY 1
                UNTIL BAND-IDX-1 > BANDS-USED.
             IF BAND-REACH < 1
                 MOVE BAND-REACH TO SCORE-TEXT-A
                 MOVE SPACES TO DETAIL-WS
                 STRING 'SCORES FROM ' DELIMITED BY SIZE
                     SCORE-TEXT-A DELIMITED BY SIZE
                     ' TO 1.0000 ARE IN NO BAND (GAP)'
                         DELIMITED BY SIZE
                     INTO DETAIL-WS
                 PERFORM 8100-NOGO-LINE
                    THRU 8100-NOGO-LINE-X
             END-IF.

             PERFORM 8900-END-ITEM
                THRU 8900-END-ITEM-X.

             IF NOT ITEM-IS-NOGO
                 MOVE DMX-RULES-READ-CTR TO EDIT-NUMBER-IN
                 PERFORM 8500-EDIT-NUMBER
                    THRU 8500-EDIT-NUMBER-X
                 MOVE NUM-TEXT-WS TO NUM-TEXT-A
                 MOVE BANDS-USED TO EDIT-NUMBER-IN
                 PERFORM 8500-EDIT-NUMBER
                    THRU 8500-EDIT-NUMBER-X
                 MOVE NUM-TEXT-WS TO NUM-TEXT-B
                 MOVE SPACES TO DETAIL-WS
                 STRING NUM-TEXT-A DELIMITED BY SPACE
                     ' RULES IN ' DELIMITED BY SIZE
                     NUM-TEXT-B DELIMITED BY SPACE
                     ' BANDS COVERING 0.0000-1.0000 EXACTLY'
                         DELIMITED BY SIZE
                     INTO DETAIL-WS
                 PERFORM 8200-GO-LINE
                    THRU 8200-GO-LINE-X
             END-IF.

      *-------------------------------
       4000-CHECK-DECISION-MATRIX-X.
      *-------------------------------

      *-----------------------------------------------------------
      * ONE RULE.  A RULE BEYOND THE 100 FRAUDDET LOADS IS ONLY
      * COUNTED; A MALFORMED BAND IS REPORTED AND LEFT OUT OF
      * THE BAND TABLE.
      *-----------------------------------------------------------
       4100-READ-MATRIX-RULE.
      *-----------------------------------------------------------

             READ FRAUDDMX-FILE
                 AT END
                     MOVE 'Y' TO DMX-EOF-SWITCH
                     GO TO 4100-READ-MATRIX-RULE-X
             END-READ.

             ADD 1 TO DMX-RULES-READ-CTR.
             IF DMX-RULES-READ-CTR > DMX-RULES-MAX
                 GO TO 4100-READ-MATRIX-RULE-X
             END-IF.
             MOVE DMX-RULES-READ-CTR TO DMX-RULE-NO.

             IF DMX-SCORE-LOW NOT NUMERIC
              OR DMX-SCORE-HIGH NOT NUMERIC
                 MOVE DMX-RULE-NO TO EDIT-NUMBER-IN
                 PERFORM 8500-EDIT-NUMBER
                    THRU 8500-EDIT-NUMBER-X
                 MOVE SPACES TO DETAIL-WS
                 STRING 'RULE ' DELIMITED BY SIZE
                     NUM-TEXT-WS DELIMITED BY SPACE
                     ' SCORE BAND IS NOT NUMERIC' DELIMITED BY SIZE
                     INTO DETAIL-WS
                 PERFORM 8100-NOGO-LINE
                    THRU 8100-NOGO-LINE-X
                 GO TO 4100-READ-MATRIX-RULE-X
             END-IF.

             IF DMX-SCORE-LOW >= DMX-SCORE-HIGH
              OR DMX-SCORE-HIGH > 1
                 MOVE DMX-RULE-NO TO EDIT-NUMBER-IN
                 PERFORM 8500-EDIT-NUMBER
                    THRU 8500-EDIT-NUMBER-X
                 MOVE DMX-SCORE-LOW TO SCORE-TEXT-A
                 MOVE DMX-SCORE-HIGH TO SCORE-TEXT-B
                 MOVE SPACES TO DETAIL-WS
                 STRING 'RULE ' DELIMITED BY SIZE
                     NUM-TEXT-WS DELIMITED BY SPACE
                     ' BAND ' DELIMITED BY SIZE
                     SCORE-TEXT-A DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     SCORE-TEXT-B DELIMITED BY SIZE
                     ' IS EMPTY OR RUNS PAST 1.0000'
                         DELIMITED BY SIZE
                     INTO DETAIL-WS
                 PERFORM 8100-NOGO-LINE
                    THRU 8100-NOGO-LINE-X
                 GO TO 4100-READ-MATRIX-RULE-X
             END-IF.

             MOVE 'N' TO BAND-FOUND-SW.
             PERFORM 4200-FIND-BAND
                THRU 4200-FIND-BAND-X
                VARYING BAND-IDX-1 FROM 1 BY 1
                UNTIL BAND-IDX-1 > BANDS-USED
                   OR BAND-FOUND.
             IF NOT BAND-FOUND
                 ADD 1 TO BANDS-USED
                 MOVE DMX-SCORE-LOW  TO BAND-LOW(BANDS-USED)
                 MOVE DMX-SCORE-HIGH TO BAND-HIGH(BANDS-USED)
             END-IF.

      *---------------------------
       4100-READ-MATRIX-RULE-X.
      *---------------------------

       4200-FIND-BAND.
             IF BAND-LOW(BAND-IDX-1) = DMX-SCORE-LOW
              AND BAND-HIGH(BAND-IDX-1) = DMX-SCORE-HIGH
                 MOVE 'Y' TO BAND-FOUND-SW
             END-IF.
       4200-FIND-BAND-X.

      *-----------------------------------------------------------
      * INSERTION SORT OF THE DISTINCT BANDS ON THE LOW EDGE
      * (THEN THE HIGH EDGE) - AT MOST 100 ENTRIES.
      *-----------------------------------------------------------
       4300-SORT-BANDS.
      *-----------------------------------------------------------

             PERFORM 4310-INSERT-BAND
                THRU 4310-INSERT-BAND-X
                VARYING BAND-IDX-1 FROM 2 BY 1
                UNTIL BAND-IDX-1 > BANDS-USED.

      *---------------------
       4300-SORT-BANDS-X.
      *---------------------

       4310-INSERT-BAND.
             MOVE BAND-ENTRY(BAND-IDX-1) TO BAND-HOLD.
             MOVE BAND-IDX-1 TO BAND-IDX-2.
             MOVE 'N' TO BAND-FOUND-SW.
             PERFORM 4320-SHIFT-BAND
                THRU 4320-SHIFT-BAND-X
                UNTIL BAND-IDX-2 = 1
                   OR BAND-FOUND.
             MOVE BAND-HOLD TO BAND-ENTRY(BAND-IDX-2).
       4310-INSERT-BAND-X.

       4320-SHIFT-BAND.
             IF BAND-LOW(BAND-IDX-2 - 1) < BAND-HOLD-LOW
              OR (BAND-LOW(BAND-IDX-2 - 1) = BAND-HOLD-LOW
               AND BAND-HIGH(BAND-IDX-2 - 1) <= BAND-HOLD-HIGH)
                 MOVE 'Y' TO BAND-FOUND-SW
                 GO TO 4320-SHIFT-BAND-X
             END-IF.
             MOVE BAND-ENTRY(BAND-IDX-2 - 1)
               TO BAND-ENTRY(BAND-IDX-2).
             SUBTRACT 1 FROM BAND-IDX-2.
       4320-SHIFT-BAND-X.

      *-----------------------------------------------------------
      * ON SORTED BANDS, BAND 1 OVERLAPS EVERY LATER BAND WHOSE
      * LOW EDGE IS BELOW ITS HIGH EDGE.
      *-----------------------------------------------------------
       4400-CHECK-OVERLAPS.
      *-----------------------------------------------------------

             PERFORM 4410-CHECK-PAIR
                THRU 4410-CHECK-PAIR-X
                VARYING BAND-IDX-2 FROM BAND-IDX-1 BY 1
                UNTIL BAND-IDX-2 > BANDS-USED.

      *-------------------------
       4400-CHECK-OVERLAPS-X.
      *-------------------------

       4410-CHECK-PAIR.
             IF BAND-IDX-2 = BAND-IDX-1
                 GO TO 4410-CHECK-PAIR-X
             END-IF.
             IF BAND-LOW(BAND-IDX-2) >= BAND-HIGH(BAND-IDX-1)
                 GO TO 4410-CHECK-PAIR-X
             END-IF.
             MOVE BAND-LOW(BAND-IDX-1)  TO SCORE-TEXT-A.
             MOVE BAND-HIGH(BAND-IDX-1) TO SCORE-TEXT-B.
             MOVE BAND-LOW(BAND-IDX-2)  TO SCORE-TEXT-C.
             MOVE BAND-HIGH(BAND-IDX-2) TO SCORE-TEXT-D.
             MOVE SPACES TO DETAIL-WS.
             STRING 'BANDS ' DELIMITED BY SIZE
                 SCORE-TEXT-A DELIMITED BY SIZE
                 '-' DELIMITED BY SIZE
                 SCORE-TEXT-B DELIMITED BY SIZE
                 ' AND ' DELIMITED BY SIZE
                 SCORE-TEXT-C DELIMITED BY SIZE
                 '-' DELIMITED BY SIZE
                 SCORE-TEXT-D DELIMITED BY SIZE
                 ' OVERLAP' DELIMITED BY SIZE
                 INTO DETAIL-WS.
             PERFORM 8100-NOGO-LINE
                THRU 8100-NOGO-LINE-X.
       4410-CHECK-PAIR-X.

      *-----------------------------------------------------------
      * BAND-REACH IS HOW FAR UP FROM 0.0000 THE BANDS SO FAR
      * COVER WITHOUT A BREAK; A BAND STARTING ABOVE IT LEAVES A
      * GAP.
      *-----------------------------------------------------------
       4500-CHECK-GAP.
      *-----------------------------------------------------------

             IF BAND-LOW(BAND-IDX-1) > BAND-REACH
                 MOVE BAND-REACH TO SCORE-TEXT-A
                 MOVE BAND-LOW(BAND-IDX-1) TO SCORE-TEXT-B
                 MOVE SPACES TO DETAIL-WS
                 STRING 'SCORES FROM ' DELIMITED BY SIZE
                     SCORE-TEXT-A DELIMITED BY SIZE
                     ' UP TO ' DELIMITED BY SIZE
                     SCORE-TEXT-B DELIMITED BY SIZE
                     ' ARE IN NO BAND (GAP)' DELIMITED BY SIZE
                     INTO DETAIL-WS
                 PERFORM 8100-NOGO-LINE
                    THRU 8100-NOGO-LINE-X
             END-IF.
             IF BAND-HIGH(BAND-IDX-1) > BAND-REACH
                 MOVE BAND-HIGH(BAND-IDX-1) TO BAND-REACH
             END-IF.

      *--------------------
       4500-CHECK-GAP-X.
      *--------------------

      *-----------------------------------------------------------
      * FRAUDMCC.  FRAUDDET STOPS ON AN UNREADABLE OR EMPTY MCC
      * LIST - FIND OUT NOW, NOT AN HOUR INTO THE WINDOW.
      *-----------------------------------------------------------
       5000-CHECK-MCC-REFERENCE.
      *-----------------------------------------------------------

             MOVE 'FRAUDMCC' TO ITEM-NAME-WS.
             MOVE 20 TO ITEM-RC-WS.
             PERFORM 8000-START-ITEM
                THRU 8000-START-ITEM-X.

             OPEN INPUT FRAUDMCC-FILE.
             IF FRAUDMCC-STATUS NOT = '00' AND '97'
                 MOVE SPACES TO DETAIL-WS
                 STRING 'OPEN FAILED - STATUS ' DELIMITED BY SIZE
                     FRAUDMCC-STATUS DELIMITED BY SIZE
                     INTO DETAIL-WS
                 PERFORM 8100-NOGO-LINE
                    THRU 8100-NOGO-LINE-X
                 GO TO 5000-CHECK-MCC-REFERENCE-X
             END-IF.

             MOVE ZERO TO MCC-CODE.
             START FRAUDMCC-FILE KEY IS NOT LESS THAN MCC-CODE
                 INVALID KEY
                     MOVE 'Y' TO MCC-EOF-SWITCH
             END-START.
             PERFORM 5100-READ-MCC
                THRU 5100-READ-MCC-X
                UNTIL END-OF-MCC-FILE.
             CLOSE FRAUDMCC-FILE.

             IF ITEM-IS-NOGO
                 GO TO 5000-CHECK-MCC-REFERENCE-X
             END-IF.

             IF MCC-GRADED-CTR = ZERO
                 STRING 'NO GRADED MCC ENTRIES - SCORE WOULD STOP '
                         DELIMITED BY SIZE
                     'WITH RETURN CODE 16' DELIMITED BY SIZE
                     INTO DETAIL-WS
                 PERFORM 8100-NOGO-LINE
                    THRU 8100-NOGO-LINE-X
                 GO TO 5000-CHECK-MCC-REFERENCE-X
             END-IF.

             MOVE MCC-GRADED-CTR TO EDIT-NUMBER-IN.
             PERFORM 8500-EDIT-NUMBER
                THRU 8500-EDIT-NUMBER-X.
             MOVE NUM-TEXT-WS TO NUM-TEXT-A.
             MOVE MCC-HIGH-RISK-CTR TO EDIT-NUMBER-IN.
             PERFORM 8500-EDIT-NUMBER
                THRU 8500-EDIT-NUMBER-X.
             MOVE NUM-TEXT-WS TO NUM-TEXT-B.
             MOVE SPACES TO DETAIL-WS.
             STRING NUM-TEXT-A DELIMITED BY SPACE
                 ' GRADED MCC ENTRIES, ' DELIMITED BY SIZE
                 NUM-TEXT-B DELIMITED BY SPACE
                 ' HIGH-RISK' DELIMITED BY SIZE
                 INTO DETAIL-WS.
             PERFORM 8200-GO-LINE
                THRU 8200-GO-LINE-X.

             IF MCC-GRADED-CTR > MCC-MAX
                 STRING 'MORE THAN THE 1000 ENTRIES SCORE HOLDS - '
                         DELIMITED BY SIZE
                     'THE REST ARE DROPPED' DELIMITED BY SIZE
                     INTO DETAIL-WS
                 PERFORM 8300-WARN-LINE
                    THRU 8300-WARN-LINE-X
             END-IF.

      *-----------------------------
       5000-CHECK-MCC-REFERENCE-X.
      *-----------------------------

       5100-READ-MCC.
             READ FRAUDMCC-FILE NEXT RECORD
                 AT END
                     MOVE 'Y' TO MCC-EOF-SWITCH
                     GO TO 5100-READ-MCC-X
             END-READ.
             IF FRAUDMCC-STATUS NOT = '00'
                 MOVE SPACES TO DETAIL-WS
                 STRING 'READ FAILED - STATUS ' DELIMITED BY SIZE
                     FRAUDMCC-STATUS DELIMITED BY SIZE
                     INTO DETAIL-WS
                 PERFORM 8100-NOGO-LINE
                    THRU 8100-NOGO-LINE-X
                 MOVE 'Y' TO MCC-EOF-SWITCH
                 GO TO 5100-READ-MCC-X
             END-IF.
             IF MCC-RISK-NORMAL OR MCC-RISK-HIGH
                 ADD 1 TO MCC-GRADED-CTR
             END-IF.
             IF MCC-RISK-HIGH
                 ADD 1 TO MCC-HIGH-RISK-CTR
             END-IF.
       5100-READ-MCC-X.

      *-----------------------------------------------------------
      * FRAUDFXR.  FRAUDDET CONVERTS ONLY AT A RATE DATED FOR THE
      * RUN DATE AND REJECTS EVERY OTHER NON-USD TRANSACTION, SO
      * A RATE FEED THAT DID NOT ARRIVE (OR ARRIVED WITH
      * YESTERDAY'S DATE) SENDS THE CROSS-BORDER BUSINESS TO THE
      * EXCEPTION FILE.  EVERY STALE OR ZERO RATE IS LISTED.
      *-----------------------------------------------------------
       6000-CHECK-EXCHANGE-RATES.
      *-----------------------------------------------------------

             MOVE 'FRAUDFXR' TO ITEM-NAME-WS.
             MOVE 4 TO ITEM-RC-WS.
             PERFORM 8000-START-ITEM
                THRU 8000-START-ITEM-X.

             OPEN INPUT FRAUDFXR-FILE.
             IF FRAUDFXR-STATUS NOT = '00'
                 MOVE SPACES TO DETAIL-WS
                 STRING 'OPEN FAILED - STATUS ' DELIMITED BY SIZE
                     FRAUDFXR-STATUS DELIMITED BY SIZE
                     ' - EVERY NON-USD TRANSACTION WOULD REJECT'
                         DELIMITED BY SIZE
                     INTO DETAIL-WS
                 PERFORM 8100-NOGO-LINE
                    THRU 8100-NOGO-LINE-X
                 GO TO 6000-CHECK-EXCHANGE-RATES-X
             END-IF.

             PERFORM 6100-READ-RATE
                THRU 6100-READ-RATE-X
                UNTIL END-OF-RATES.
             CLOSE FRAUDFXR-FILE.

             IF FXR-RATES-CTR = ZERO
                 STRING 'NO RATES ON FILE - EVERY NON-USD '
                         DELIMITED BY SIZE
                     'TRANSACTION WOULD REJECT' DELIMITED BY SIZE
                     INTO DETAIL-WS
                 PERFORM 8100-NOGO-LINE
                    THRU 8100-NOGO-LINE-X
                 GO TO 6000-CHECK-EXCHANGE-RATES-X
             END-IF.

             IF FXR-RATES-CTR > FXR-MAX
                 MOVE FXR-RATES-CTR TO EDIT-NUMBER-IN
                 PERFORM 8500-EDIT-NUMBER
                    THRU 8500-EDIT-NUMBER-X
                 MOVE SPACES TO DETAIL-WS
                 STRING NUM-TEXT-WS DELIMITED BY SPACE
                     ' RATES - SCORE HOLDS 50, THE REST WOULD REJECT'
                         DELIMITED BY SIZE
                     INTO DETAIL-WS
                 PERFORM 8100-NOGO-LINE
                    THRU 8100-NOGO-LINE-X
             END-IF.

             PERFORM 8900-END-ITEM
                THRU 8900-END-ITEM-X.

             IF NOT ITEM-IS-NOGO
                 MOVE FXR-RATES-CTR TO EDIT-NUMBER-IN
                 PERFORM 8500-EDIT-NUMBER
                    THRU 8500-EDIT-NUMBER-X
                 MOVE SPACES TO DETAIL-WS
                 STRING NUM-TEXT-WS DELIMITED BY SPACE
                     ' RATES, ALL DATED ' DELIMITED BY SIZE
                     RUN-DATE-WS DELIMITED BY SIZE
                     INTO DETAIL-WS
                 PERFORM 8200-GO-LINE
                    THRU 8200-GO-LINE-X
             END-IF.

      *------------------------------
       6000-CHECK-EXCHANGE-RATES-X.
      *------------------------------

       6100-READ-RATE.
             READ FRAUDFXR-FILE
                 AT END
                     MOVE 'Y' TO FXR-EOF-SWITCH
                     GO TO 6100-READ-RATE-X
             END-READ.
             IF FRAUDFXR-STATUS NOT = '00'
                 MOVE SPACES TO DETAIL-WS
                 STRING 'READ FAILED - STATUS ' DELIMITED BY SIZE
                     FRAUDFXR-STATUS DELIMITED BY SIZE
                     INTO DETAIL-WS
                 PERFORM 8100-NOGO-LINE
                    THRU 8100-NOGO-LINE-X
                 MOVE 'Y' TO FXR-EOF-SWITCH
                 GO TO 6100-READ-RATE-X
             END-IF.
             ADD 1 TO FXR-RATES-CTR.

             IF FXR-DATE NOT NUMERIC
              OR FXR-DATE NOT = RUN-DATE-WS
                 MOVE SPACES TO DETAIL-WS
                 STRING FXR-CURRENCY DELIMITED BY SIZE
                     ' RATE DATED ' DELIMITED BY SIZE
                     FXR-DATE DELIMITED BY SIZE
                     ', NOT THE RUN DATE ' DELIMITED BY SIZE
                     RUN-DATE-WS DELIMITED BY SIZE
                     ' - STALE' DELIMITED BY SIZE
                     INTO DETAIL-WS
                 PERFORM 8100-NOGO-LINE
                    THRU 8100-NOGO-LINE-X
                 GO TO 6100-READ-RATE-X
             END-IF.

             IF FXR-RATE NOT NUMERIC
              OR FXR-RATE = ZERO
                 MOVE SPACES TO DETAIL-WS
                 STRING FXR-CURRENCY DELIMITED BY SIZE
                     ' RATE IS ZERO OR NOT NUMERIC' DELIMITED BY SIZE
                     INTO DETAIL-WS
                 PERFORM 8100-NOGO-LINE
                    THRU 8100-NOGO-LINE-X
             END-IF.
       6100-READ-RATE-X.

      *-----------------------------------------------------------
      * KEYED MASTERS - EACH IS OPENED INPUT AND CLOSED AGAIN.
      * NOTHING IS READ, SO THE CHECK COSTS THE SAME HOWEVER
      * LARGE THE FILE.
      *-----------------------------------------------------------
       7000-CHECK-MASTERS.
      *-----------------------------------------------------------

             MOVE 24 TO ITEM-RC-WS.

             OPEN INPUT FRAUDHST-FILE.
             MOVE FRAUDHST-STATUS TO MASTER-STATUS-WS.
             IF FRAUDHST-STATUS = '00' OR '97'
                 CLOSE FRAUDHST-FILE
             END-IF.
             MOVE 'FRAUDHST' TO MASTER-NAME-WS.
             MOVE 'R' TO MASTER-KIND-WS.
             PERFORM 7900-REPORT-MASTER
                THRU 7900-REPORT-MASTER-X.

             OPEN INPUT FRAUDCSE-FILE.
             MOVE FRAUDCSE-STATUS TO MASTER-STATUS-WS.
             IF FRAUDCSE-STATUS = '00' OR '97'
                 CLOSE FRAUDCSE-FILE
             END-IF.
             MOVE 'FRAUDCSE' TO MASTER-NAME-WS.
             MOVE 'L' TO MASTER-KIND-WS.
             PERFORM 7900-REPORT-MASTER
                THRU 7900-REPORT-MASTER-X.

             OPEN INPUT FRAUDMER-FILE.
             MOVE FRAUDMER-STATUS TO MASTER-STATUS-WS.
             IF FRAUDMER-STATUS = '00' OR '97'
                 CLOSE FRAUDMER-FILE
             END-IF.
             MOVE 'FRAUDMER' TO MASTER-NAME-WS.
             MOVE 'R' TO MASTER-KIND-WS.
             PERFORM 7900-REPORT-MASTER
                THRU 7900-REPORT-MASTER-X.

             OPEN INPUT FRAUDPSL-FILE.
             MOVE FRAUDPSL-STATUS TO MASTER-STATUS-WS.
             IF FRAUDPSL-STATUS = '00' OR '97'
                 CLOSE FRAUDPSL-FILE
             END-IF.
             MOVE 'FRAUDPSL' TO MASTER-NAME-WS.
             MOVE 'R' TO MASTER-KIND-WS.
             PERFORM 7900-REPORT-MASTER
                THRU 7900-REPORT-MASTER-X.

             OPEN INPUT FRAUDWML-FILE.
             MOVE FRAUDWML-STATUS TO MASTER-STATUS-WS.
             IF FRAUDWML-STATUS = '00' OR '97'
                 CLOSE FRAUDWML-FILE
             END-IF.
             MOVE 'FRAUDWML' TO MASTER-NAME-WS.
             MOVE 'R' TO MASTER-KIND-WS.
             PERFORM 7900-REPORT-MASTER
                THRU 7900-REPORT-MASTER-X.

             OPEN INPUT FRAUDSTA-FILE.
             MOVE FRAUDSTA-STATUS TO MASTER-STATUS-WS.
             IF FRAUDSTA-STATUS = '00' OR '97'
                 CLOSE FRAUDSTA-FILE
             END-IF.
             MOVE 'FRAUDSTA' TO MASTER-NAME-WS.
             MOVE 'L' TO MASTER-KIND-WS.
             PERFORM 7900-REPORT-MASTER
                THRU 7900-REPORT-MASTER-X.

             OPEN INPUT FRAUDPRF-FILE.
             MOVE FRAUDPRF-STATUS TO MASTER-STATUS-WS.
             IF FRAUDPRF-STATUS = '00' OR '97'
                 CLOSE FRAUDPRF-FILE
             END-IF.
             MOVE 'FRAUDPRF' TO MASTER-NAME-WS.
             MOVE 'O' TO MASTER-KIND-WS.
             MOVE 'NEUTRAL PROFILE FEATURES' TO MASTER-FALLBACK-WS.
             PERFORM 7900-REPORT-MASTER
                THRU 7900-REPORT-MASTER-X.

             OPEN INPUT FRAUDMDS-FILE.
             MOVE FRAUDMDS-STATUS TO MASTER-STATUS-WS.
             IF FRAUDMDS-STATUS = '00' OR '97'
                 CLOSE FRAUDMDS-FILE
             END-IF.
             MOVE 'FRAUDMDS' TO MASTER-NAME-WS.
             MOVE 'O' TO MASTER-KIND-WS.
             MOVE 'MERCHANTS SHOWN BY NUMBER' TO MASTER-FALLBACK-WS.
             PERFORM 7900-REPORT-MASTER
                THRU 7900-REPORT-MASTER-X.

             OPEN INPUT FRAUDTVN-FILE.
             MOVE FRAUDTVN-STATUS TO MASTER-STATUS-WS.
             IF FRAUDTVN-STATUS = '00' OR '97'
                 CLOSE FRAUDTVN-FILE
             END-IF.
             MOVE 'FRAUDTVN' TO MASTER-NAME-WS.
             MOVE 'O' TO MASTER-KIND-WS.
             MOVE 'NO TRAVEL NOTICES APPLIED' TO MASTER-FALLBACK-WS.
             PERFORM 7900-REPORT-MASTER
                THRU 7900-REPORT-MASTER-X.

      *-----------------------
       7000-CHECK-MASTERS-X.
      *-----------------------

      *-----------------------------------------------------------
      * ONE MASTER'S CHECKLIST LINE.  A CASE FILE OR STATISTICS
      * FILE THAT HAS NEVER BEEN LOADED (STATUS 35) IS LOADED BY
      * FRAUDDET ITSELF; AN OPTIONAL MASTER THAT WILL NOT OPEN
      * ONLY COSTS THE FEATURE IT FEEDS.
      *-----------------------------------------------------------
       7900-REPORT-MASTER.
      *-----------------------------------------------------------

             MOVE MASTER-NAME-WS TO ITEM-NAME-WS.
             PERFORM 8000-START-ITEM
                THRU 8000-START-ITEM-X.

             IF MASTER-STATUS-WS = '00' OR '97'
                 MOVE 'PRESENT' TO DETAIL-WS
                 PERFORM 8200-GO-LINE
                    THRU 8200-GO-LINE-X
                 GO TO 7900-REPORT-MASTER-X
             END-IF.

             IF MASTER-LOADED-BY-SCORE
              AND MASTER-STATUS-WS = '35'
                 MOVE 'NEVER LOADED - SCORE LOADS IT ON FIRST WRITE'
                     TO DETAIL-WS
                 PERFORM 8200-GO-LINE
                    THRU 8200-GO-LINE-X
                 GO TO 7900-REPORT-MASTER-X
             END-IF.

             MOVE SPACES TO DETAIL-WS.
             IF MASTER-OPTIONAL
                 STRING 'OPEN STATUS ' DELIMITED BY SIZE
                     MASTER-STATUS-WS DELIMITED BY SIZE
                     ' - SCORE RUNS WITH ' DELIMITED BY SIZE
                     MASTER-FALLBACK-WS DELIMITED BY SIZE
                     INTO DETAIL-WS
                 PERFORM 8300-WARN-LINE
                    THRU 8300-WARN-LINE-X
             ELSE
                 STRING 'OPEN FAILED - STATUS ' DELIMITED BY SIZE
                     MASTER-STATUS-WS DELIMITED BY SIZE
                     INTO DETAIL-WS
                 PERFORM 8100-NOGO-LINE
                    THRU 8100-NOGO-LINE-X
             END-IF.

      *------------------------
       7900-REPORT-MASTER-X.
      *------------------------

      *-----------------------------------------------------------
      * CHECKLIST LINES.  8000 STARTS AN ITEM; 8100 PRINTS A
      * NO-GO LINE AND RAISES THE ITEM'S CONDITION CODE; 8200,
      * 8300 AND 8400 PRINT GO, WARN AND NOTE LINES; 8900 ENDS
      * AN ITEM THAT HAD MORE PROBLEM LINES THAN IT LISTS.
      *-----------------------------------------------------------
       8000-START-ITEM.
      *-----------------------------------------------------------

             MOVE 'N' TO ITEM-NOGO-SW.
             MOVE ZERO TO ITEM-LINES-CTR ITEM-UNLISTED-CTR.

      *--------------------
       8000-START-ITEM-X.
      *--------------------

       8100-NOGO-LINE.
             IF NOT ITEM-IS-NOGO
                 MOVE 'Y' TO ITEM-NOGO-SW
                 ADD 1 TO NOGO-ITEMS-CTR
             END-IF.
             IF ITEM-RC-WS > FINAL-RC-WS
                 MOVE ITEM-RC-WS TO FINAL-RC-WS
             END-IF.
             IF ITEM-LINES-CTR >= ITEM-LINES-MAX
                 ADD 1 TO ITEM-UNLISTED-CTR
                 GO TO 8100-NOGO-LINE-X
             END-IF.
             ADD 1 TO ITEM-LINES-CTR.
             MOVE 'NO-GO' TO CK-RESULT.
             MOVE ITEM-RC-WS TO RC-EDIT-VALUE.
             MOVE RC-EDIT-WS TO CK-RC.
             PERFORM 8800-WRITE-CHECK-LINE
                THRU 8800-WRITE-CHECK-LINE-X.
       8100-NOGO-LINE-X.

       8200-GO-LINE.
             MOVE 'GO' TO CK-RESULT.
             MOVE SPACES TO CK-RC.
             PERFORM 8800-WRITE-CHECK-LINE
                THRU 8800-WRITE-CHECK-LINE-X.
       8200-GO-LINE-X.

       8300-WARN-LINE.
             ADD 1 TO WARN-ITEMS-CTR.
             MOVE 'WARN' TO CK-RESULT.
             MOVE SPACES TO CK-RC.
             PERFORM 8800-WRITE-CHECK-LINE
                THRU 8800-WRITE-CHECK-LINE-X.
       8300-WARN-LINE-X.

       8400-NOTE-LINE.
             MOVE 'NOTE' TO CK-RESULT.
             MOVE SPACES TO CK-RC.
             PERFORM 8800-WRITE-CHECK-LINE
                THRU 8800-WRITE-CHECK-LINE-X.
       8400-NOTE-LINE-X.

      *-----------------------------------------------------------
      * LEFT-JUSTIFIES EDIT-NUMBER-IN INTO NUM-TEXT-WS.
      *-----------------------------------------------------------
       8500-EDIT-NUMBER.
      *-----------------------------------------------------------

             MOVE EDIT-NUMBER-IN TO EDIT-NUMBER-WS.
             MOVE ZERO TO EDIT-LEAD-CTR.
             INSPECT EDIT-NUMBER-WS
                 TALLYING EDIT-LEAD-CTR FOR LEADING SPACES.
             COMPUTE EDIT-LEN-WS = 9 - EDIT-LEAD-CTR.
             MOVE SPACES TO NUM-TEXT-WS.
             MOVE EDIT-NUMBER-WS(EDIT-LEAD-CTR + 1:EDIT-LEN-WS)
               TO NUM-TEXT-WS.

      *---------------------
       8500-EDIT-NUMBER-X.
      *---------------------

      *-----------------------------------------------------------
      * CALENDAR STEP BACK ONE DAY ON DATE-WORK-WS.  A MONTH'S
      * LENGTH COMES FROM THE TABLE, FEBRUARY GAINING A DAY IN A
      * LEAP YEAR (EVERY 4TH YEAR, NOT CENTURIES UNLESS
      * DIVISIBLE BY 400).
      *-----------------------------------------------------------
       8600-PREVIOUS-DAY.
      *-----------------------------------------------------------

             IF DATE-WORK-DAY > 1
                 SUBTRACT 1 FROM DATE-WORK-DAY
                 GO TO 8600-PREVIOUS-DAY-X
             END-IF.
             IF DATE-WORK-MONTH > 1
                 SUBTRACT 1 FROM DATE-WORK-MONTH
             ELSE
                 MOVE 12 TO DATE-WORK-MONTH
                 SUBTRACT 1 FROM DATE-WORK-YEAR
             END-IF.
             PERFORM 8700-MONTH-DAYS
                THRU 8700-MONTH-DAYS-X.
             MOVE MONTH-DAYS-WS TO DATE-WORK-DAY.

      *----------------------
       8600-PREVIOUS-DAY-X.
      *----------------------

       8700-MONTH-DAYS.
             MOVE MONTH-LENGTH(DATE-WORK-MONTH) TO MONTH-DAYS-WS.
             IF DATE-WORK-MONTH NOT = 2
                 GO TO 8700-MONTH-DAYS-X
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
       8700-MONTH-DAYS-X.

       8800-WRITE-CHECK-LINE.
             MOVE ITEM-NAME-WS TO CK-ITEM.
             MOVE DETAIL-WS TO CK-DETAIL.
             WRITE RDYRPT-RECORD FROM CHECK-LINE.
             MOVE SPACES TO DETAIL-WS.
       8800-WRITE-CHECK-LINE-X.

       8900-END-ITEM.
             IF ITEM-UNLISTED-CTR = ZERO
                 GO TO 8900-END-ITEM-X
             END-IF.
             MOVE ITEM-UNLISTED-CTR TO EDIT-NUMBER-IN.
             PERFORM 8500-EDIT-NUMBER
                THRU 8500-EDIT-NUMBER-X.
             MOVE SPACES TO DETAIL-WS.
             STRING 'AND ' DELIMITED BY SIZE
                 NUM-TEXT-WS DELIMITED BY SPACE
                 ' MORE PROBLEM LINES NOT LISTED' DELIMITED BY SIZE
                 INTO DETAIL-WS.
             PERFORM 8400-NOTE-LINE
                THRU 8400-NOTE-LINE-X.
       8900-END-ITEM-X.

      *-----------------------------------------------------------
      * THE VERDICT, THE CONDITION-CODE LEGEND, AND THE CODE.
      *-----------------------------------------------------------
       9000-TERMINATE.
      *-----------------------------------------------------------

             WRITE RDYRPT-RECORD FROM BLANK-LINE.
             MOVE SPACES TO VD-TEXT.
             IF FINAL-RC-WS = ZERO
                 IF WARN-ITEMS-CTR = ZERO
                     MOVE '*** GO - EVERY SCORE INPUT IS READY'
                         TO VD-TEXT
                 ELSE
                     MOVE '*** GO - SCORE MAY START, SEE THE WARN LINES'
                         TO VD-TEXT
                 END-IF
             ELSE
                 MOVE FINAL-RC-WS TO RC-EDIT-VALUE
                 STRING '*** NO-GO - ' DELIMITED BY SIZE
                     RC-EDIT-WS DELIMITED BY SIZE
                     ' - FIX EVERY NO-GO ITEM, THEN RESTART THE JOB '
                         DELIMITED BY SIZE
                     'FROM THIS STEP' DELIMITED BY SIZE
                     INTO VD-TEXT
             END-IF.
             WRITE RDYRPT-RECORD FROM VERDICT-LINE.
             DISPLAY 'FRDRDYCK - ' VD-TEXT.

             WRITE RDYRPT-RECORD FROM BLANK-LINE.
             MOVE 'CONDITION CODES (THE HIGHEST APPLIES):' TO LG-TEXT.
             WRITE RDYRPT-RECORD FROM LEGEND-LINE.
             MOVE ' 4  FRAUDFXR RATES NOT CURRENT OR NOT USABLE'
                 TO LG-TEXT.
             WRITE RDYRPT-RECORD FROM LEGEND-LINE.
             MOVE ' 8  APPROVED FRAUDCTL CHANGE DUE BUT NOT CUT IN'
                 TO LG-TEXT.
             WRITE RDYRPT-RECORD FROM LEGEND-LINE.
             MOVE '12  FRAUDCTL MISSING OR INCONSISTENT' TO LG-TEXT.
             WRITE RDYRPT-RECORD FROM LEGEND-LINE.
             MOVE '16  FRAUDDMX BANDS MALFORMED, OVERLAPPING OR GAPPED'
                 TO LG-TEXT.
             WRITE RDYRPT-RECORD FROM LEGEND-LINE.
             MOVE '20  FRAUDMCC UNREADABLE OR EMPTY' TO LG-TEXT.
             WRITE RDYRPT-RECORD FROM LEGEND-LINE.
             MOVE '24  A REQUIRED KEYED MASTER WILL NOT OPEN'
                 TO LG-TEXT.
             WRITE RDYRPT-RECORD FROM LEGEND-LINE.
             MOVE '28  FRAUDTXN MISSING, STALE OR OUT OF BALANCE'
                 TO LG-TEXT.
             WRITE RDYRPT-RECORD FROM LEGEND-LINE.

             CLOSE RDYRPT-FILE.

             MOVE FINAL-RC-WS TO RETURN-CODE.

      *--------------------
       9000-TERMINATE-X.
      *--------------------
