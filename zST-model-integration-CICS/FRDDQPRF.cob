       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDDQPRF.

      * AUTHOR - DRS ************************************************
      *
      * AI ON IBM Z SOLUTION TEMPLATE
      *
      * INPUT DATA-QUALITY PROFILE OF THE NIGHTLY EXTRACT.  RUNS
      * BETWEEN FRDEXTR AND THE SCORE STEP AND MEASURES EVERY
      * FRAUDTXN FIELD THE FEED CAN QUIETLY BREAK:
      *
      *   - FILL RATE OF EACH FIELD (POPULATED AND USABLE - A
      *     NON-BLANK CODE, A NON-ZERO NUMERIC, A DATE WITH ALL
      *     THREE PARTS, AN HOUR 0-23, A POSITIVE AMOUNT)
      *   - VALUE DISTRIBUTION OF CVV RESULT, AVS RESULT, USE-
      *     CHIP, CURRENCY AND MCC
      *   - AMOUNT MINIMUM, MEAN, MAXIMUM AND 50TH/90TH/99TH
      *     PERCENTILES (WHOLE UNITS OF THE ORIGINAL CURRENCY,
      *     10,000 AND OVER COUNTED TOGETHER)
      *
      * TONIGHT'S PROFILE IS COMPARED WITH A TRAILING BASELINE
      * POOLED FROM THE MOST RECENT PRIOR NIGHTS ON THE DQHIST
      * PROFILE HISTORY, THEN WRITTEN THERE ITSELF.  A FIELD
      * WHOSE FILL RATE MOVES MORE THAN THE FILL TOLERANCE, A
      * DISTRIBUTION WHOSE SHIFT (HALF THE SUM OF THE SHARE
      * DIFFERENCES - THE SHARE OF RECORDS THAT WOULD HAVE TO
      * CHANGE VALUE) EXCEEDS THE DISTRIBUTION TOLERANCE, OR AN
      * AMOUNT PERCENTILE OUTSIDE ITS BAND PRINTS A NAMED ALERT
      * LINE AND SETS THE WARNING CODE.  THE SCORE STEP IS HELD
      * ON THAT CODE SO THE NIGHT IS LOOKED AT BEFORE IT IS
      * SCORED, NOT EXPLAINED THE NEXT MORNING.
      *
      * DQPARM (OPTIONAL) - TRAILING NIGHTS, FILL TOLERANCE
      * (PCT POINTS), DISTRIBUTION TOLERANCE (PCT), AMOUNT BAND
      * LOW/HIGH (PCT OF BASELINE) AND AN ACCEPT DATE.  A ZERO
      * OR NON-NUMERIC FIELD TAKES THE DEFAULT (7 NIGHTS, 5.00,
      * 10.00, 50, 200).  WHEN OPS HAVE REVIEWED A NIGHT'S
      * ALERTS AND WANT IT SCORED, THE NIGHT'S RUN DATE IN THE
      * ACCEPT DATE LETS THE RERUN THROUGH - THE ALERTS STILL
      * PRINT AND THE PROFILE IS STILL RECORDED.
      *
      * THE RUN DATE IS THE EXTRACT HEADER DATE.  A RERUN FOR
      * THE SAME DATE REPLACES THAT NIGHT'S PROFILE.  INTRADAY
      * DELTA CYCLES ARE NOT PROFILED - A FEW HOURS OF FEED
      * AGAINST A FULL-NIGHT BASELINE WOULD ALWAYS ALERT.
      *
      * RETURN-CODE 0  - WITHIN TOLERANCE, NO BASELINE YET, OR
      *                  DRIFT ACCEPTED FOR THIS RUN DATE
      * RETURN-CODE 4  - ONE OR MORE FIELDS DRIFTED PAST
      *                  TOLERANCE - SEE THE ALERT LINES
      * RETURN-CODE 16 - FILE ERROR
      *
      * MODIFICATION HISTORY
      * --------------------
      * DATE       BY    DESCRIPTION
      * 2026-09-16 DRS    INITIAL VERSION
      ************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TXNIN-FILE ASSIGN TO TXNIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TXNIN-STATUS.

           SELECT DQPARM-FILE ASSIGN TO DQPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DQPARM-STATUS.

           SELECT DQHIST-FILE ASSIGN TO DQHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DQH-KEY
               FILE STATUS IS DQHIST-STATUS.

           SELECT DQRPT-FILE ASSIGN TO DQRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DQRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *---------------------------------------------------------
      * TONIGHT'S EXTRACT - SAME LAYOUT FRDEXTR WRITES, WITH THE
      * HEADER (KEY 000000000) AND TRAILER (KEY 999999999).
      *---------------------------------------------------------
       FD  TXNIN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  TXNIN-RECORD.
           05 TXN-SEQ-NO           PIC 9(09).
           05 TXN-CARD-TOKEN       PIC X(19).
           05 TXN-CARD-LAST4       PIC X(04).
           05 TXN-MONTH            COMP-2 SYNC.
           05 TXN-YEAR             COMP-2 SYNC.
           05 TXN-DAY              COMP-2 SYNC.
           05 TXN-TIME             COMP-2 SYNC.
           05 TXN-AMOUNT           COMP-2 SYNC.
           05 TXN-MERCHANT-NAME    COMP-2 SYNC.
           05 TXN-MERCHANT-CITY    PIC X(30).
           05 TXN-MERCHANT-STATE   PIC X(02).
           05 TXN-USER             COMP-2 SYNC.
           05 TXN-ZIP              COMP-2 SYNC.
           05 TXN-MCC              COMP-2 SYNC.
           05 TXN-USE-CHIP         PIC X(20).
           05 TXN-ERRORS           PIC X(20).
           05 TXN-CVV-RESULT       PIC X(01).
           05 TXN-AVS-RESULT       PIC X(01).
           05 TXN-CURRENCY-CODE    PIC X(03).
           05 FILLER               PIC X(05).
       01  TXNIN-HEADER-REC.
           05 HDR-SEQ-NO           PIC 9(09).
           05 HDR-RUN-DATE         PIC 9(08).
           05 FILLER               PIC X(169).

      *---------------------------------------------------------
      * PROFILE PARAMETERS - OPTIONAL, SEE THE HEADER COMMENT.
      *---------------------------------------------------------
       FD  DQPARM-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  DQPARM-RECORD.
           05 DQP-TRAIL-NIGHTS          PIC 9(02).
           05 DQP-FILL-TOL              PIC 9(03)V9(02).
           05 DQP-DIST-TOL              PIC 9(03)V9(02).
           05 DQP-AMT-LOW-PCT           PIC 9(03).
           05 DQP-AMT-HIGH-PCT          PIC 9(03).
           05 DQP-ACCEPT-DATE           PIC 9(08).
           05 FILLER                    PIC X(54).

      *---------------------------------------------------------
      * PROFILE HISTORY - ONE SET OF RECORDS PER NIGHT, KEYED
      * RUN DATE + RECORD TYPE + FIELD + VALUE:
      *   T  RECORDS  (BLANK)   COUNT = RECORDS PROFILED
      *   F  <FIELD>  (BLANK)   COUNT = RECORDS FILLED
      *   V  <FIELD>  <VALUE>   COUNT = RECORDS WITH THE VALUE
      *   A  AMOUNT   P50/P90/P99/MIN/MAX/MEAN  AMOUNT
      * THE FIRST-EVER RUN LOADS A HIGH-KEY DUMMY (RUN DATE
      * 99999999) SO THE FILE CAN BE OPENED I-O.
      *---------------------------------------------------------
       FD  DQHIST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  DQHIST-RECORD.
           05 DQH-KEY.
               10 DQH-RUN-DATE          PIC 9(08).
               10 DQH-REC-TYPE          PIC X(01).
                   88 DQH-TOTAL-REC               VALUE 'T'.
                   88 DQH-FILL-REC                VALUE 'F'.
                   88 DQH-VALUE-REC               VALUE 'V'.
                   88 DQH-AMOUNT-REC              VALUE 'A'.
               10 DQH-FIELD             PIC X(08).
               10 DQH-VALUE             PIC X(20).
           05 DQH-COUNT                 PIC 9(09).
           05 DQH-BASIS                 PIC 9(09).
           05 DQH-AMOUNT                PIC 9(09)V9(02).
           05 DQH-DRIFT-SW              PIC X(01).
           05 FILLER                    PIC X(13).

       FD  DQRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  DQRPT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

       77  TXNIN-STATUS                 PIC X(02).
       77  DQPARM-STATUS                PIC X(02).
       77  DQHIST-STATUS                PIC X(02).
       77  DQRPT-STATUS                 PIC X(02).

       77  TXN-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 END-OF-TXNS                         VALUE 'Y'.
       77  HST-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 END-OF-HISTORY                      VALUE 'Y'.
       77  HEADER-SWITCH                PIC X(01) VALUE 'N'.
           88 HEADER-SEEN                         VALUE 'Y'.
       77  VALUE-FOUND-SWITCH           PIC X(01) VALUE 'N'.
           88 VALUE-FOUND                         VALUE 'Y'.
       77  DRIFT-SWITCH                 PIC X(01) VALUE 'N'.
           88 FIELD-DRIFTED                       VALUE 'Y'.

       77  NIGHT-RUN-DATE               PIC 9(08) VALUE ZERO.

      *-----------------------------------------------------------
      * TOLERANCES - DEFAULTS, OVERRIDDEN FROM DQPARM
      *-----------------------------------------------------------
       77  TRAIL-MAX                    PIC 9(02) COMP VALUE 7.
       77  FILL-TOL-PCT                 PIC 9(03)V9(02) VALUE 5.00.
       77  DIST-TOL-PCT                 PIC 9(03)V9(02) VALUE 10.00.
       77  AMT-TOL-LOW-PCT              PIC 9(03) VALUE 50.
       77  AMT-TOL-HIGH-PCT             PIC 9(03) VALUE 200.
       77  ACCEPT-DATE                  PIC 9(08) VALUE ZERO.

      *-----------------------------------------------------------
      * FILL-RATE FIELDS - NAMES AS KEPT ON THE HISTORY.  THE
      * SUBSCRIPTS ARE FIXED: 1 TOKEN 2 LAST4 3 TXNDATE 4 TXNHOUR
      * 5 AMOUNT 6 MERCHANT 7 CITY 8 STATE 9 ZIP 10 MCC 11 USECHIP
      * 12 ERRORS 13 CVV 14 AVS 15 CURRENCY.
      *-----------------------------------------------------------
       01  FIELD-NAME-VALUES.
           05 FILLER PIC X(08) VALUE 'TOKEN'.
           05 FILLER PIC X(08) VALUE 'LAST4'.
           05 FILLER PIC X(08) VALUE 'TXNDATE'.
           05 FILLER PIC X(08) VALUE 'TXNHOUR'.
           05 FILLER PIC X(08) VALUE 'AMOUNT'.
           05 FILLER PIC X(08) VALUE 'MERCHANT'.
           05 FILLER PIC X(08) VALUE 'CITY'.
           05 FILLER PIC X(08) VALUE 'STATE'.
           05 FILLER PIC X(08) VALUE 'ZIP'.
           05 FILLER PIC X(08) VALUE 'MCC'.
           05 FILLER PIC X(08) VALUE 'USECHIP'.
           05 FILLER PIC X(08) VALUE 'ERRORS'.
           05 FILLER PIC X(08) VALUE 'CVV'.
           05 FILLER PIC X(08) VALUE 'AVS'.
           05 FILLER PIC X(08) VALUE 'CURRENCY'.
       01  FIELD-NAME-TABLE REDEFINES FIELD-NAME-VALUES.
           05 FIELD-NAME OCCURS 15 TIMES
                         INDEXED BY FNM-IDX
                                        PIC X(08).
       01  FILL-TABLE.
           05 FILL-ENTRY OCCURS 15 TIMES
                         INDEXED BY FLD-IDX.
               10 FLD-FILLED            PIC 9(09) COMP.
               10 FLD-BASE-FILLED       PIC 9(12) COMP.

      *-----------------------------------------------------------
      * VALUE DISTRIBUTIONS OF THE CODED FIELDS - 1 CVV, 2 AVS,
      * 3 USECHIP, 4 CURRENCY.  EACH KEEPS UP TO 59 DISTINCT
      * VALUES SEEN TONIGHT OR IN THE BASELINE; SLOT 60 GATHERS
      * ANY BEYOND THAT AS *OTHER*.
      *-----------------------------------------------------------
       01  CATEGORY-TABLE.
           05 CAT-FIELD OCCURS 4 TIMES
                        INDEXED BY CAT-IDX.
               10 CAT-NAME              PIC X(08).
               10 CAT-VALUES-USED       PIC 9(03) COMP.
               10 CAT-SHIFT             PIC 9(03)V9(02).
               10 CVL-ENTRY OCCURS 60 TIMES
                            INDEXED BY CVL-IDX.
                   15 CVL-VALUE         PIC X(20).
                   15 CVL-NIGHT         PIC 9(09) COMP.
                   15 CVL-BASE          PIC 9(12) COMP.
       77  FIND-VALUE-WS                PIC X(20) VALUE SPACES.
       77  VALUE-OVERFLOW-CTR           PIC 9(09) COMP VALUE ZERO.

      *-----------------------------------------------------------
      * MCC DISTRIBUTION - DIRECTLY BY CODE (SUBSCRIPT = MCC+1);
      * A CODE OUTSIDE 0000-9999 IS COUNTED AS INVALID.
      *-----------------------------------------------------------
       01  MCC-TABLE.
           05 MCC-ENTRY OCCURS 10000 TIMES
                        INDEXED BY MCC-IDX.
               10 MCC-NIGHT             PIC 9(09) COMP.
               10 MCC-BASE              PIC 9(12) COMP.
       77  MCC-INVALID-NIGHT            PIC 9(09) COMP VALUE ZERO.
       77  MCC-INVALID-BASE             PIC 9(12) COMP VALUE ZERO.
       77  MCC-SHIFT                    PIC 9(03)V9(02) VALUE ZERO.
       77  MCC-WORK                     PIC S9(09) VALUE ZERO.
       77  MCC-CODE-WS                  PIC 9(04) VALUE ZERO.

      *-----------------------------------------------------------
      * AMOUNT HISTOGRAM - ONE BUCKET PER WHOLE UNIT 0-9999,
      * BUCKET 10001 FOR 10,000 AND OVER.
      *-----------------------------------------------------------
       01  AMOUNT-HISTOGRAM.
           05 AMT-BUCKET OCCURS 10001 TIMES
                         INDEXED BY AMT-IDX
                                        PIC 9(09) COMP.
       77  AMOUNT-WORK                  PIC S9(11)V9(02) COMP-3
                                        VALUE ZERO.
       77  AMOUNT-UNITS                 PIC S9(11) COMP-3 VALUE ZERO.
       77  AMOUNT-SUM                   PIC S9(15)V9(02) COMP-3
                                        VALUE ZERO.
       77  AMOUNT-MIN                   PIC S9(11)V9(02) COMP-3
                                        VALUE ZERO.
       77  AMOUNT-MAX                   PIC S9(11)V9(02) COMP-3
                                        VALUE ZERO.
       77  AMOUNT-MEAN                  PIC S9(11)V9(02) COMP-3
                                        VALUE ZERO.
       77  CUM-COUNT                    PIC 9(09) COMP VALUE ZERO.
       77  TARGET-P50                   PIC 9(09) COMP VALUE ZERO.
       77  TARGET-P90                   PIC 9(09) COMP VALUE ZERO.
       77  TARGET-P99                   PIC 9(09) COMP VALUE ZERO.
       77  NIGHT-P50                    PIC 9(05) VALUE ZERO.
       77  NIGHT-P90                    PIC 9(05) VALUE ZERO.
       77  NIGHT-P99                    PIC 9(05) VALUE ZERO.
       77  P50-SWITCH                   PIC X(01) VALUE 'N'.
           88 P50-FOUND                           VALUE 'Y'.
       77  P90-SWITCH                   PIC X(01) VALUE 'N'.
           88 P90-FOUND                           VALUE 'Y'.
       77  P99-SWITCH                   PIC X(01) VALUE 'N'.
           88 P99-FOUND                           VALUE 'Y'.

      *-----------------------------------------------------------
      * TRAILING WINDOW - THE RUN DATES OF THE MOST RECENT PRIOR
      * NIGHTS ON THE HISTORY, ROLLED WHILE IT IS READ IN DATE
      * ORDER.
      *-----------------------------------------------------------
       77  TRAIL-USED                   PIC 9(02) COMP VALUE ZERO.
       01  TRAIL-TABLE.
           05 TRAIL-DATE OCCURS 30 TIMES
                         INDEXED BY TRAIL-IDX
                                        PIC 9(08).
       77  TRAIL-SHIFT-IDX              PIC 9(02) COMP VALUE ZERO.

      *-----------------------------------------------------------
      * BASELINE FIGURES
      *-----------------------------------------------------------
       77  BASE-NIGHTS                  PIC 9(03) COMP VALUE ZERO.
       77  BASE-RECORDS-TOTAL           PIC 9(12) COMP VALUE ZERO.
       77  BASE-P50-TOTAL               PIC 9(11)V9(02) VALUE ZERO.
       77  BASE-P90-TOTAL               PIC 9(11)V9(02) VALUE ZERO.
       77  BASE-P99-TOTAL               PIC 9(11)V9(02) VALUE ZERO.
       77  BASE-P50                     PIC 9(09)V9(02) VALUE ZERO.
       77  BASE-P90                     PIC 9(09)V9(02) VALUE ZERO.
       77  BASE-P99                     PIC 9(09)V9(02) VALUE ZERO.

      *-----------------------------------------------------------
      * COMPARISON WORK FIELDS, IN PERCENT
      *-----------------------------------------------------------
       77  NIGHT-RATE                   PIC 9(03)V9(04) VALUE ZERO.
       77  BASE-RATE                    PIC 9(03)V9(04) VALUE ZERO.
       77  RATE-CHANGE                  PIC S9(03)V9(04) VALUE ZERO.
       77  SHIFT-TOTAL                  PIC 9(05)V9(04) VALUE ZERO.
       77  SHIFT-PCT                    PIC 9(03)V9(02) VALUE ZERO.
       77  PCTL-NIGHT                   PIC 9(09)V9(02) VALUE ZERO.
       77  PCTL-BASE                    PIC 9(09)V9(02) VALUE ZERO.
       77  PCTL-LOW-LIMIT               PIC 9(09)V9(02) VALUE ZERO.
       77  PCTL-HIGH-LIMIT              PIC 9(09)V9(02) VALUE ZERO.
       77  PCTL-NAME                    PIC X(03) VALUE SPACES.

      *-----------------------------------------------------------
      * RUN TOTALS
      *-----------------------------------------------------------
       77  RECORDS-PROFILED-CTR         PIC 9(09) COMP VALUE ZERO.
       77  HISTORY-READ-CTR             PIC 9(09) COMP VALUE ZERO.
       77  HISTORY-WRITTEN-CTR          PIC 9(09) COMP VALUE ZERO.
       77  HISTORY-REPLACED-CTR         PIC 9(09) COMP VALUE ZERO.
       77  ALERTS-RAISED-CTR            PIC 9(03) COMP VALUE ZERO.

      *-----------------------------------------------------------
      * REPORT LINES
      *-----------------------------------------------------------
       01  HDG-LINE-1.
           05 FILLER PIC X(44) VALUE
               '***** INPUT DATA-QUALITY PROFILE ***********'.
           05 FILLER PIC X(10) VALUE ' RUN DATE '.
           05 HDG-RUN-DATE          PIC 9(08).
           05 FILLER PIC X(18) VALUE '  BASELINE NIGHTS '.
           05 HDG-NIGHTS            PIC ZZ9.
           05 FILLER PIC X(49) VALUE SPACES.
       01  SEC-LINE.
           05 SEC-TITLE             PIC X(60).
           05 FILLER                PIC X(72) VALUE SPACES.
       01  FILL-HDG-LINE.
           05 FILLER PIC X(40) VALUE
               'FIELD     TONIGHT PCT  BASELINE PCT     '.
           05 FILLER PIC X(92) VALUE 'CHANGE'.
       01  FILL-LINE.
           05 FL-NAME               PIC X(08).
           05 FILLER                PIC X(05) VALUE SPACES.
           05 FL-NIGHT              PIC ZZ9.99.
           05 FILLER                PIC X(09) VALUE SPACES.
           05 FL-BASE               PIC ZZ9.99.
           05 FILLER                PIC X(05) VALUE SPACES.
           05 FL-CHANGE             PIC -ZZ9.99.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 FL-FLAG               PIC X(12).
           05 FILLER                PIC X(71) VALUE SPACES.
       01  DIST-LINE.
           05 DL-NAME               PIC X(08).
           05 FILLER                PIC X(08) VALUE '  SHIFT '.
           05 DL-SHIFT              PIC ZZ9.99.
           05 FILLER                PIC X(05) VALUE ' PCT '.
           05 DL-FLAG               PIC X(12).
           05 DL-NOTE               PIC X(40).
           05 FILLER                PIC X(53) VALUE SPACES.
       01  VALUE-HDG-LINE.
           05 FILLER PIC X(48) VALUE
               '    VALUE                       TONIGHT COUNT  '.
           05 FILLER PIC X(84) VALUE
               'TONIGHT PCT  BASELINE PCT'.
       01  VALUE-LINE.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 VL-VALUE              PIC X(20).
           05 FILLER                PIC X(09) VALUE SPACES.
           05 VL-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(06) VALUE SPACES.
           05 VL-NIGHT              PIC ZZ9.99.
           05 FILLER                PIC X(08) VALUE SPACES.
           05 VL-BASE               PIC ZZ9.99.
           05 FILLER                PIC X(62) VALUE SPACES.
       01  AMOUNT-LINE.
           05 AL-LABEL              PIC X(20).
           05 AL-NIGHT              PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 AL-BASE-LABEL         PIC X(10).
           05 AL-BASE               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 AL-FLAG               PIC X(12).
           05 FILLER                PIC X(55) VALUE SPACES.
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

             PERFORM 2000-PROFILE-RECORD
                THRU 2000-PROFILE-RECORD-X
                UNTIL END-OF-TXNS.
             CLOSE TXNIN-FILE.

             IF NOT HEADER-SEEN
                 ACCEPT NIGHT-RUN-DATE FROM DATE YYYYMMDD
                 DISPLAY 'FRDDQPRF - NO EXTRACT HEADER - PROFILE '
                     'DATED ' NIGHT-RUN-DATE
             END-IF.
             DISPLAY 'FRDDQPRF - PROFILING RUN DATE ' NIGHT-RUN-DATE.

             PERFORM 3000-LOAD-BASELINE
                THRU 3000-LOAD-BASELINE-X.

             PERFORM 4000-COMPUTE-NIGHT
                THRU 4000-COMPUTE-NIGHT-X.

             PERFORM 5000-CHECK-FILL
                THRU 5000-CHECK-FILL-X.
             PERFORM 5200-CHECK-DISTRIBUTION
                THRU 5200-CHECK-DISTRIBUTION-X.
             PERFORM 5500-CHECK-AMOUNT
                THRU 5500-CHECK-AMOUNT-X.

             PERFORM 6000-WRITE-HISTORY
                THRU 6000-WRITE-HISTORY-X.

             PERFORM 9000-TERMINATE
                THRU 9000-TERMINATE-X.

             STOP RUN.

      *-----------------------------------------------------------
      * READS THE OPTIONAL PARAMETERS AND OPENS THE FILES.  THE
      * FIRST-EVER RUN FINDS THE HISTORY EMPTY AND LOADS A HIGH-
      * KEY DUMMY SO IT CAN BE OPENED I-O.
      *-----------------------------------------------------------
       1000-INITIALIZE.
      *-----------------------------------------------------------

             INITIALIZE FILL-TABLE.
             INITIALIZE CATEGORY-TABLE.
             INITIALIZE MCC-TABLE.
             INITIALIZE AMOUNT-HISTOGRAM.
             MOVE 'CVV'      TO CAT-NAME(1).
             MOVE 'AVS'      TO CAT-NAME(2).
             MOVE 'USECHIP'  TO CAT-NAME(3).
             MOVE 'CURRENCY' TO CAT-NAME(4).
             MOVE '*OTHER*'  TO CVL-VALUE(1, 60) CVL-VALUE(2, 60)
                                CVL-VALUE(3, 60) CVL-VALUE(4, 60).

             PERFORM 1100-READ-PARM
                THRU 1100-READ-PARM-X.

             OPEN INPUT TXNIN-FILE.
             IF TXNIN-STATUS NOT = '00'
                 DISPLAY 'FRDDQPRF - TXNIN OPEN FAILED - STATUS: '
                     TXNIN-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             OPEN I-O DQHIST-FILE.
             IF DQHIST-STATUS = '35'
                 PERFORM 1200-LOAD-HISTORY-DUMMY
                    THRU 1200-LOAD-HISTORY-DUMMY-X
                 OPEN I-O DQHIST-FILE
             END-IF.
             IF DQHIST-STATUS NOT = '00' AND '97'
                 DISPLAY 'FRDDQPRF - DQHIST OPEN FAILED - STATUS: '
                     DQHIST-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             OPEN OUTPUT DQRPT-FILE.

      *-------------------
       1000-INITIALIZE-X.
      *-------------------

       1100-READ-PARM.
             OPEN INPUT DQPARM-FILE.
             IF DQPARM-STATUS NOT = '00'
                 DISPLAY 'FRDDQPRF - DQPARM OPEN STATUS '
                     DQPARM-STATUS ' - DEFAULT TOLERANCES USED'
                 GO TO 1100-READ-PARM-X
             END-IF.
             READ DQPARM-FILE
                 AT END
                     CLOSE DQPARM-FILE
                     GO TO 1100-READ-PARM-X
             END-READ.
             IF DQP-TRAIL-NIGHTS NUMERIC
              AND DQP-TRAIL-NIGHTS > ZERO
                 MOVE DQP-TRAIL-NIGHTS TO TRAIL-MAX
                 IF TRAIL-MAX > 30
                     MOVE 30 TO TRAIL-MAX
                 END-IF
             END-IF.
             IF DQP-FILL-TOL NUMERIC AND DQP-FILL-TOL > ZERO
                 MOVE DQP-FILL-TOL TO FILL-TOL-PCT
             END-IF.
             IF DQP-DIST-TOL NUMERIC AND DQP-DIST-TOL > ZERO
                 MOVE DQP-DIST-TOL TO DIST-TOL-PCT
             END-IF.
             IF DQP-AMT-LOW-PCT NUMERIC AND DQP-AMT-LOW-PCT > ZERO
                 MOVE DQP-AMT-LOW-PCT TO AMT-TOL-LOW-PCT
             END-IF.
             IF DQP-AMT-HIGH-PCT NUMERIC
              AND DQP-AMT-HIGH-PCT > ZERO
                 MOVE DQP-AMT-HIGH-PCT TO AMT-TOL-HIGH-PCT
             END-IF.
             IF DQP-ACCEPT-DATE NUMERIC
                 MOVE DQP-ACCEPT-DATE TO ACCEPT-DATE
             END-IF.
             CLOSE DQPARM-FILE.
       1100-READ-PARM-X.

       1200-LOAD-HISTORY-DUMMY.
             OPEN OUTPUT DQHIST-FILE.
             IF DQHIST-STATUS NOT = '00'
                 DISPLAY 'FRDDQPRF - DQHIST LOAD FAILED - STATUS: '
                     DQHIST-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
             MOVE SPACES   TO DQHIST-RECORD.
             MOVE 99999999 TO DQH-RUN-DATE.
             MOVE ZERO     TO DQH-COUNT DQH-BASIS DQH-AMOUNT.
             WRITE DQHIST-RECORD.
             CLOSE DQHIST-FILE.
             DISPLAY 'FRDDQPRF - DQHIST WAS EMPTY - LOADED THE '
                 'HIGH-KEY DUMMY'.
       1200-LOAD-HISTORY-DUMMY-X.

      *-----------------------------------------------------------
      * ONE EXTRACT RECORD.  THE HEADER GIVES THE RUN DATE, THE
      * TRAILER IS SKIPPED, EVERY DATA RECORD IS MEASURED.
      *-----------------------------------------------------------
       2000-PROFILE-RECORD.
      *-----------------------------------------------------------

             READ TXNIN-FILE
                 AT END
                     MOVE 'Y' TO TXN-EOF-SWITCH
                     GO TO 2000-PROFILE-RECORD-X
             END-READ.

             IF TXN-SEQ-NO = ZERO
                 MOVE 'Y' TO HEADER-SWITCH
                 MOVE HDR-RUN-DATE TO NIGHT-RUN-DATE
                 GO TO 2000-PROFILE-RECORD-X
             END-IF.
             IF TXN-SEQ-NO = 999999999
                 GO TO 2000-PROFILE-RECORD-X
             END-IF.

             ADD 1 TO RECORDS-PROFILED-CTR.

             IF TXN-CARD-TOKEN NOT = SPACES
                 ADD 1 TO FLD-FILLED(1)
             END-IF.
             IF TXN-CARD-LAST4 NOT = SPACES
                 ADD 1 TO FLD-FILLED(2)
             END-IF.
             IF TXN-YEAR > ZERO AND TXN-MONTH > ZERO
              AND TXN-DAY > ZERO
                 ADD 1 TO FLD-FILLED(3)
             END-IF.
             IF TXN-TIME NOT < ZERO AND TXN-TIME < 24
                 ADD 1 TO FLD-FILLED(4)
             END-IF.
             IF TXN-MERCHANT-NAME NOT = ZERO
                 ADD 1 TO FLD-FILLED(6)
             END-IF.
             IF TXN-MERCHANT-CITY NOT = SPACES
                 ADD 1 TO FLD-FILLED(7)
             END-IF.
             IF TXN-MERCHANT-STATE NOT = SPACES
                 ADD 1 TO FLD-FILLED(8)
             END-IF.
             IF TXN-ZIP NOT = ZERO
                 ADD 1 TO FLD-FILLED(9)
             END-IF.
             IF TXN-USE-CHIP NOT = SPACES
                 ADD 1 TO FLD-FILLED(11)
             END-IF.
             IF TXN-ERRORS NOT = SPACES
                 ADD 1 TO FLD-FILLED(12)
             END-IF.
             IF TXN-CVV-RESULT NOT = SPACES
                 ADD 1 TO FLD-FILLED(13)
             END-IF.
             IF TXN-AVS-RESULT NOT = SPACES
                 ADD 1 TO FLD-FILLED(14)
             END-IF.
             IF TXN-CURRENCY-CODE NOT = SPACES
                 ADD 1 TO FLD-FILLED(15)
             END-IF.

      *THE AMOUNT IS FIXED TO EXACT DECIMAL BEFORE IT IS SUMMED
      *OR BUCKETED, AS IN THE EXTRACT'S HASH TOTAL.
             MOVE TXN-AMOUNT TO AMOUNT-WORK.
             IF AMOUNT-WORK > ZERO
                 ADD 1 TO FLD-FILLED(5)
             END-IF.
             ADD AMOUNT-WORK TO AMOUNT-SUM.
             IF RECORDS-PROFILED-CTR = 1
                 MOVE AMOUNT-WORK TO AMOUNT-MIN AMOUNT-MAX
             END-IF.
             IF AMOUNT-WORK < AMOUNT-MIN
                 MOVE AMOUNT-WORK TO AMOUNT-MIN
             END-IF.
             IF AMOUNT-WORK > AMOUNT-MAX
                 MOVE AMOUNT-WORK TO AMOUNT-MAX
             END-IF.
             MOVE AMOUNT-WORK TO AMOUNT-UNITS.
             IF AMOUNT-UNITS < ZERO
                 MOVE ZERO TO AMOUNT-UNITS
             END-IF.
             IF AMOUNT-UNITS > 10000
                 MOVE 10000 TO AMOUNT-UNITS
             END-IF.
             ADD 1 TO AMT-BUCKET(AMOUNT-UNITS + 1).

             MOVE TXN-MCC TO MCC-WORK.
             IF MCC-WORK NOT = ZERO
                 ADD 1 TO FLD-FILLED(10)
             END-IF.
             IF MCC-WORK < ZERO OR MCC-WORK > 9999
                 ADD 1 TO MCC-INVALID-NIGHT
             ELSE
                 ADD 1 TO MCC-NIGHT(MCC-WORK + 1)
             END-IF.

             SET CAT-IDX TO 1.
             MOVE TXN-CVV-RESULT TO FIND-VALUE-WS.
             PERFORM 2100-COUNT-VALUE
                THRU 2100-COUNT-VALUE-X.
             SET CAT-IDX TO 2.
             MOVE TXN-AVS-RESULT TO FIND-VALUE-WS.
             PERFORM 2100-COUNT-VALUE
                THRU 2100-COUNT-VALUE-X.
             SET CAT-IDX TO 3.
             MOVE TXN-USE-CHIP TO FIND-VALUE-WS.
             PERFORM 2100-COUNT-VALUE
                THRU 2100-COUNT-VALUE-X.
             SET CAT-IDX TO 4.
             MOVE TXN-CURRENCY-CODE TO FIND-VALUE-WS.
             PERFORM 2100-COUNT-VALUE
                THRU 2100-COUNT-VALUE-X.

      *----------------------
       2000-PROFILE-RECORD-X.
      *----------------------

       2100-COUNT-VALUE.
             PERFORM 8100-FIND-VALUE
                THRU 8100-FIND-VALUE-X.
             ADD 1 TO CVL-NIGHT(CAT-IDX, CVL-IDX).
       2100-COUNT-VALUE-X.

      *-----------------------------------------------------------
      * BUILDS THE TRAILING BASELINE.  THE FIRST PASS OVER THE
      * HISTORY FINDS THE MOST RECENT PRIOR NIGHTS; THE SECOND
      * POOLS THEIR COUNTS.  NIGHTS ON OR AFTER TONIGHT'S RUN
      * DATE (A RERUN'S EARLIER ATTEMPT, THE HIGH-KEY DUMMY) ARE
      * NEVER PART OF IT.
      *-----------------------------------------------------------
       3000-LOAD-BASELINE.
      *-----------------------------------------------------------

             MOVE LOW-VALUES TO DQH-KEY.
             MOVE 'N' TO HST-EOF-SWITCH.
             START DQHIST-FILE KEY IS NOT LESS THAN DQH-KEY
                 INVALID KEY
                     MOVE 'Y' TO HST-EOF-SWITCH
             END-START.
             PERFORM 3100-FIND-TRAIL-DATE
                THRU 3100-FIND-TRAIL-DATE-X
                UNTIL END-OF-HISTORY.

             IF TRAIL-USED = ZERO
                 DISPLAY 'FRDDQPRF - NO PRIOR PROFILES ON FILE, NO '
                     'BASELINE TO JUDGE AGAINST'
                 GO TO 3000-LOAD-BASELINE-X
             END-IF.

             MOVE LOW-VALUES    TO DQH-KEY.
             MOVE TRAIL-DATE(1) TO DQH-RUN-DATE.
             MOVE 'N' TO HST-EOF-SWITCH.
             START DQHIST-FILE KEY IS NOT LESS THAN DQH-KEY
                 INVALID KEY
                     MOVE 'Y' TO HST-EOF-SWITCH
             END-START.
             PERFORM 3200-ACCUM-HISTORY
                THRU 3200-ACCUM-HISTORY-X
                UNTIL END-OF-HISTORY.

             IF BASE-NIGHTS > ZERO
                 COMPUTE BASE-P50 ROUNDED = BASE-P50-TOTAL / BASE-NIGHTS
                 COMPUTE BASE-P90 ROUNDED = BASE-P90-TOTAL / BASE-NIGHTS
                 COMPUTE BASE-P99 ROUNDED = BASE-P99-TOTAL / BASE-NIGHTS
             END-IF.

             DISPLAY 'FRDDQPRF - BASELINE OVER ' BASE-NIGHTS
                 ' NIGHTS FROM ' TRAIL-DATE(1)
                 ': RECORDS ' BASE-RECORDS-TOTAL.

      *-----------------------
       3000-LOAD-BASELINE-X.
      *-----------------------

      *-----------------------------------------------------------
      * FIRST PASS - EVERY NIGHT HAS ONE TOTAL RECORD; EACH ONE
      * BEFORE TONIGHT ROLLS THROUGH THE TRAILING WINDOW.
      *-----------------------------------------------------------
       3100-FIND-TRAIL-DATE.
      *-----------------------------------------------------------

             READ DQHIST-FILE NEXT RECORD
                 AT END
                     MOVE 'Y' TO HST-EOF-SWITCH
                     GO TO 3100-FIND-TRAIL-DATE-X
             END-READ.

             IF DQHIST-STATUS NOT = '00'
                 DISPLAY 'FRDDQPRF - DQHIST READ FAILED - STATUS: '
                     DQHIST-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             IF DQH-RUN-DATE NOT < NIGHT-RUN-DATE
                 MOVE 'Y' TO HST-EOF-SWITCH
                 GO TO 3100-FIND-TRAIL-DATE-X
             END-IF.
             IF NOT DQH-TOTAL-REC
                 GO TO 3100-FIND-TRAIL-DATE-X
             END-IF.

             IF TRAIL-USED < TRAIL-MAX
                 ADD 1 TO TRAIL-USED
             ELSE
                 PERFORM 3150-SHIFT-ONE-DATE
                    THRU 3150-SHIFT-ONE-DATE-X
                    VARYING TRAIL-SHIFT-IDX FROM 1 BY 1
                    UNTIL TRAIL-SHIFT-IDX >= TRAIL-MAX
             END-IF.
             MOVE DQH-RUN-DATE TO TRAIL-DATE(TRAIL-USED).

      *-------------------------
       3100-FIND-TRAIL-DATE-X.
      *-------------------------

       3150-SHIFT-ONE-DATE.
             MOVE TRAIL-DATE(TRAIL-SHIFT-IDX + 1)
               TO TRAIL-DATE(TRAIL-SHIFT-IDX).
       3150-SHIFT-ONE-DATE-X.

      *-----------------------------------------------------------
      * SECOND PASS - POOLS THE WINDOW'S COUNTS.  EVERY NIGHT
      * FROM THE FIRST WINDOW DATE UP TO TONIGHT IS IN THE
      * WINDOW, SO THE PASS STOPS AT TONIGHT'S DATE.
      *-----------------------------------------------------------
       3200-ACCUM-HISTORY.
      *-----------------------------------------------------------

             READ DQHIST-FILE NEXT RECORD
                 AT END
                     MOVE 'Y' TO HST-EOF-SWITCH
                     GO TO 3200-ACCUM-HISTORY-X
             END-READ.

             IF DQHIST-STATUS NOT = '00'
                 DISPLAY 'FRDDQPRF - DQHIST READ FAILED - STATUS: '
                     DQHIST-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             IF DQH-RUN-DATE NOT < NIGHT-RUN-DATE
                 MOVE 'Y' TO HST-EOF-SWITCH
                 GO TO 3200-ACCUM-HISTORY-X
             END-IF.

             ADD 1 TO HISTORY-READ-CTR.

             EVALUATE TRUE
                 WHEN DQH-TOTAL-REC
                     ADD 1 TO BASE-NIGHTS
                     ADD DQH-COUNT TO BASE-RECORDS-TOTAL
                 WHEN DQH-FILL-REC
                     SET FNM-IDX TO 1
                     SEARCH FIELD-NAME
                         AT END
                             CONTINUE
                         WHEN FIELD-NAME(FNM-IDX) = DQH-FIELD
                             SET FLD-IDX TO FNM-IDX
                             ADD DQH-COUNT TO FLD-BASE-FILLED(FLD-IDX)
                     END-SEARCH
                 WHEN DQH-VALUE-REC
                     PERFORM 3300-ACCUM-VALUE
                        THRU 3300-ACCUM-VALUE-X
                 WHEN DQH-AMOUNT-REC
                     EVALUATE DQH-VALUE
                         WHEN 'P50'
                             ADD DQH-AMOUNT TO BASE-P50-TOTAL
                         WHEN 'P90'
                             ADD DQH-AMOUNT TO BASE-P90-TOTAL
                         WHEN 'P99'
                             ADD DQH-AMOUNT TO BASE-P99-TOTAL
                         WHEN OTHER
                             CONTINUE
                     END-EVALUATE
             END-EVALUATE.

      *-----------------------
       3200-ACCUM-HISTORY-X.
      *-----------------------

       3300-ACCUM-VALUE.
             IF DQH-FIELD = 'MCC'
                 IF DQH-VALUE(1:4) IS NUMERIC
                     MOVE DQH-VALUE(1:4) TO MCC-CODE-WS
                     ADD DQH-COUNT TO MCC-BASE(MCC-CODE-WS + 1)
                 ELSE
                     ADD DQH-COUNT TO MCC-INVALID-BASE
                 END-IF
                 GO TO 3300-ACCUM-VALUE-X
             END-IF.
             SET CAT-IDX TO 1.
             SEARCH CAT-FIELD
                 AT END
                     GO TO 3300-ACCUM-VALUE-X
                 WHEN CAT-NAME(CAT-IDX) = DQH-FIELD
                     CONTINUE
             END-SEARCH.
             MOVE DQH-VALUE TO FIND-VALUE-WS.
             PERFORM 8100-FIND-VALUE
                THRU 8100-FIND-VALUE-X.
             ADD DQH-COUNT TO CVL-BASE(CAT-IDX, CVL-IDX).
       3300-ACCUM-VALUE-X.

      *-----------------------------------------------------------
      * TONIGHT'S AMOUNT FIGURES - MEAN, AND THE PERCENTILES
      * FROM ONE WALK OF THE HISTOGRAM.  THE N-TH PERCENTILE IS
      * THE FIRST BUCKET AT WHICH THE RUNNING COUNT REACHES N PCT
      * OF THE RECORDS (ROUNDED UP).
      *-----------------------------------------------------------
       4000-COMPUTE-NIGHT.
      *-----------------------------------------------------------

             MOVE NIGHT-RUN-DATE TO HDG-RUN-DATE.
             MOVE BASE-NIGHTS  TO HDG-NIGHTS.
             WRITE DQRPT-RECORD FROM HDG-LINE-1.
             WRITE DQRPT-RECORD FROM BLANK-LINE.
             MOVE 'RECORDS PROFILED' TO CNT-LABEL.
             MOVE RECORDS-PROFILED-CTR TO CNT-VALUE.
             WRITE DQRPT-RECORD FROM COUNT-LINE.
             IF BASE-NIGHTS > ZERO
                 MOVE 'BASELINE RECORDS' TO CNT-LABEL
                 MOVE BASE-RECORDS-TOTAL TO CNT-VALUE
                 WRITE DQRPT-RECORD FROM COUNT-LINE
             END-IF.

             IF RECORDS-PROFILED-CTR = ZERO
                 GO TO 4000-COMPUTE-NIGHT-X
             END-IF.

             COMPUTE AMOUNT-MEAN ROUNDED =
                 AMOUNT-SUM / RECORDS-PROFILED-CTR.
             COMPUTE TARGET-P50 =
                 (RECORDS-PROFILED-CTR * 50 + 99) / 100.
             COMPUTE TARGET-P90 =
                 (RECORDS-PROFILED-CTR * 90 + 99) / 100.
             COMPUTE TARGET-P99 =
                 (RECORDS-PROFILED-CTR * 99 + 99) / 100.
             MOVE ZERO TO CUM-COUNT.
             PERFORM 4100-WALK-BUCKET
                THRU 4100-WALK-BUCKET-X
                VARYING AMT-IDX FROM 1 BY 1
                UNTIL AMT-IDX > 10001
                   OR P99-FOUND.

      *-----------------------
       4000-COMPUTE-NIGHT-X.
      *-----------------------

       4100-WALK-BUCKET.
             ADD AMT-BUCKET(AMT-IDX) TO CUM-COUNT.
             IF NOT P50-FOUND AND CUM-COUNT NOT < TARGET-P50
                 MOVE 'Y' TO P50-SWITCH
                 SET NIGHT-P50 TO AMT-IDX
                 SUBTRACT 1 FROM NIGHT-P50
             END-IF.
             IF NOT P90-FOUND AND CUM-COUNT NOT < TARGET-P90
                 MOVE 'Y' TO P90-SWITCH
                 SET NIGHT-P90 TO AMT-IDX
                 SUBTRACT 1 FROM NIGHT-P90
             END-IF.
             IF NOT P99-FOUND AND CUM-COUNT NOT < TARGET-P99
                 MOVE 'Y' TO P99-SWITCH
                 SET NIGHT-P99 TO AMT-IDX
                 SUBTRACT 1 FROM NIGHT-P99
             END-IF.
       4100-WALK-BUCKET-X.

      *-----------------------------------------------------------
      * FILL RATES, TONIGHT AGAINST THE BASELINE.
      *-----------------------------------------------------------
       5000-CHECK-FILL.
      *-----------------------------------------------------------

             WRITE DQRPT-RECORD FROM BLANK-LINE.
             MOVE 'FILL RATES' TO SEC-TITLE.
             WRITE DQRPT-RECORD FROM SEC-LINE.
             WRITE DQRPT-RECORD FROM FILL-HDG-LINE.

             PERFORM 5100-CHECK-ONE-FIELD
                THRU 5100-CHECK-ONE-FIELD-X
                VARYING FLD-IDX FROM 1 BY 1
                UNTIL FLD-IDX > 15.

      *--------------------
       5000-CHECK-FILL-X.
      *--------------------

       5100-CHECK-ONE-FIELD.
             SET FNM-IDX TO FLD-IDX.
             MOVE ZERO TO NIGHT-RATE BASE-RATE RATE-CHANGE.
             IF RECORDS-PROFILED-CTR > ZERO
                 COMPUTE NIGHT-RATE ROUNDED =
                     (FLD-FILLED(FLD-IDX) * 100)
                         / RECORDS-PROFILED-CTR
             END-IF.
             IF BASE-RECORDS-TOTAL > ZERO
                 COMPUTE BASE-RATE ROUNDED =
                     (FLD-BASE-FILLED(FLD-IDX) * 100)
                         / BASE-RECORDS-TOTAL
             END-IF.
             COMPUTE RATE-CHANGE = NIGHT-RATE - BASE-RATE.

             MOVE FIELD-NAME(FNM-IDX) TO FL-NAME.
             MOVE NIGHT-RATE  TO FL-NIGHT.
             MOVE BASE-RATE   TO FL-BASE.
             MOVE RATE-CHANGE TO FL-CHANGE.
             MOVE SPACES      TO FL-FLAG.

             IF BASE-NIGHTS > ZERO
              AND RECORDS-PROFILED-CTR > ZERO
              AND (RATE-CHANGE > FILL-TOL-PCT
                OR RATE-CHANGE < (ZERO - FILL-TOL-PCT))
                 ADD 1 TO ALERTS-RAISED-CTR
                 MOVE '** DRIFT **' TO FL-FLAG
                 DISPLAY 'FRDDQPRF ALERT: FILL RATE '
                     FIELD-NAME(FNM-IDX) ' ' NIGHT-RATE
                     ' PCT VS BASELINE ' BASE-RATE
                     ' PCT - FEED FIELD DROPPED OR REPURPOSED?'
             END-IF.
             WRITE DQRPT-RECORD FROM FILL-LINE.
       5100-CHECK-ONE-FIELD-X.

      *-----------------------------------------------------------
      * VALUE DISTRIBUTIONS OF THE CODED FIELDS AND THE MCC,
      * TONIGHT AGAINST THE BASELINE.
      *-----------------------------------------------------------
       5200-CHECK-DISTRIBUTION.
      *-----------------------------------------------------------

             WRITE DQRPT-RECORD FROM BLANK-LINE.
             MOVE 'VALUE DISTRIBUTIONS' TO SEC-TITLE.
             WRITE DQRPT-RECORD FROM SEC-LINE.

             PERFORM 5300-CHECK-ONE-CATEGORY
                THRU 5300-CHECK-ONE-CATEGORY-X
                VARYING CAT-IDX FROM 1 BY 1
                UNTIL CAT-IDX > 4.

             PERFORM 5400-CHECK-MCC
                THRU 5400-CHECK-MCC-X.

      *-----------------------------
       5200-CHECK-DISTRIBUTION-X.
      *-----------------------------

       5300-CHECK-ONE-CATEGORY.
             MOVE ZERO TO SHIFT-TOTAL.
             WRITE DQRPT-RECORD FROM BLANK-LINE.
             PERFORM 5310-SHIFT-ONE-VALUE
                THRU 5310-SHIFT-ONE-VALUE-X
                VARYING CVL-IDX FROM 1 BY 1
                UNTIL CVL-IDX > 60.
             COMPUTE CAT-SHIFT(CAT-IDX) ROUNDED = SHIFT-TOTAL / 2.

             MOVE CAT-NAME(CAT-IDX) TO DL-NAME.
             MOVE CAT-SHIFT(CAT-IDX) TO DL-SHIFT.
             MOVE CAT-SHIFT(CAT-IDX) TO SHIFT-PCT.
             PERFORM 5350-JUDGE-SHIFT
                THRU 5350-JUDGE-SHIFT-X.
             IF FIELD-DRIFTED
                 DISPLAY 'FRDDQPRF ALERT: DISTRIBUTION '
                     CAT-NAME(CAT-IDX) ' SHIFTED ' SHIFT-PCT
                     ' PCT FROM BASELINE - VALUES RESPELLED OR '
                     'DEFAULTED UPSTREAM?'
             END-IF.
             WRITE DQRPT-RECORD FROM DIST-LINE.
             WRITE DQRPT-RECORD FROM VALUE-HDG-LINE.
             PERFORM 5320-PRINT-ONE-VALUE
                THRU 5320-PRINT-ONE-VALUE-X
                VARYING CVL-IDX FROM 1 BY 1
                UNTIL CVL-IDX > 60.
       5300-CHECK-ONE-CATEGORY-X.

       5310-SHIFT-ONE-VALUE.
             MOVE ZERO TO NIGHT-RATE BASE-RATE.
             IF RECORDS-PROFILED-CTR > ZERO
                 COMPUTE NIGHT-RATE ROUNDED =
                     (CVL-NIGHT(CAT-IDX, CVL-IDX) * 100)
                         / RECORDS-PROFILED-CTR
             END-IF.
             IF BASE-RECORDS-TOTAL > ZERO
                 COMPUTE BASE-RATE ROUNDED =
                     (CVL-BASE(CAT-IDX, CVL-IDX) * 100)
                         / BASE-RECORDS-TOTAL
             END-IF.
             IF NIGHT-RATE > BASE-RATE
                 COMPUTE SHIFT-TOTAL = SHIFT-TOTAL
                     + NIGHT-RATE - BASE-RATE
             ELSE
                 COMPUTE SHIFT-TOTAL = SHIFT-TOTAL
                     + BASE-RATE - NIGHT-RATE
             END-IF.
       5310-SHIFT-ONE-VALUE-X.

       5320-PRINT-ONE-VALUE.
             IF CVL-NIGHT(CAT-IDX, CVL-IDX) = ZERO
              AND CVL-BASE(CAT-IDX, CVL-IDX) = ZERO
                 GO TO 5320-PRINT-ONE-VALUE-X
             END-IF.
             PERFORM 5310-SHIFT-ONE-VALUE
                THRU 5310-SHIFT-ONE-VALUE-X.
             IF CVL-VALUE(CAT-IDX, CVL-IDX) = SPACES
                 MOVE '(BLANK)' TO VL-VALUE
             ELSE
                 MOVE CVL-VALUE(CAT-IDX, CVL-IDX) TO VL-VALUE
             END-IF.
             MOVE CVL-NIGHT(CAT-IDX, CVL-IDX) TO VL-COUNT.
             MOVE NIGHT-RATE TO VL-NIGHT.
             MOVE BASE-RATE  TO VL-BASE.
             WRITE DQRPT-RECORD FROM VALUE-LINE.
       5320-PRINT-ONE-VALUE-X.

      *SHIFT-PCT HOLDS THE SHIFT; SETS THE FLAG AND NOTE ON THE
      *DISTRIBUTION LINE AND COUNTS THE ALERT.
       5350-JUDGE-SHIFT.
             MOVE 'N' TO DRIFT-SWITCH.
             MOVE SPACES TO DL-FLAG DL-NOTE.
             IF BASE-NIGHTS = ZERO
                 MOVE '(NO BASELINE YET)' TO DL-NOTE
                 GO TO 5350-JUDGE-SHIFT-X
             END-IF.
             IF RECORDS-PROFILED-CTR > ZERO
              AND SHIFT-PCT > DIST-TOL-PCT
                 MOVE 'Y' TO DRIFT-SWITCH
                 ADD 1 TO ALERTS-RAISED-CTR
                 MOVE '** DRIFT **' TO DL-FLAG
             END-IF.
       5350-JUDGE-SHIFT-X.

      *-----------------------------------------------------------
      * MCC DISTRIBUTION - SHIFT OVER EVERY CODE; ONLY CODES
      * CARRYING AT LEAST 1 PCT TONIGHT OR IN THE BASELINE ARE
      * LISTED.
      *-----------------------------------------------------------
       5400-CHECK-MCC.
      *-----------------------------------------------------------

             MOVE ZERO TO SHIFT-TOTAL.
             WRITE DQRPT-RECORD FROM BLANK-LINE.
             PERFORM 5410-SHIFT-ONE-MCC
                THRU 5410-SHIFT-ONE-MCC-X
                VARYING MCC-IDX FROM 1 BY 1
                UNTIL MCC-IDX > 10000.
             PERFORM 5420-SHIFT-INVALID-MCC
                THRU 5420-SHIFT-INVALID-MCC-X.
             COMPUTE MCC-SHIFT ROUNDED = SHIFT-TOTAL / 2.

             MOVE 'MCC'     TO DL-NAME.
             MOVE MCC-SHIFT TO DL-SHIFT.
             MOVE MCC-SHIFT TO SHIFT-PCT.
             PERFORM 5350-JUDGE-SHIFT
                THRU 5350-JUDGE-SHIFT-X.
             IF FIELD-DRIFTED
                 DISPLAY 'FRDDQPRF ALERT: DISTRIBUTION MCC SHIFTED '
                     SHIFT-PCT ' PCT FROM BASELINE - MERCHANT '
                     'CATEGORY CODING CHANGED UPSTREAM?'
             END-IF.
             IF DL-NOTE = SPACES
                 MOVE '(CODES OVER 1 PCT LISTED)' TO DL-NOTE
             END-IF.
             WRITE DQRPT-RECORD FROM DIST-LINE.
             WRITE DQRPT-RECORD FROM VALUE-HDG-LINE.
             PERFORM 5430-PRINT-ONE-MCC
                THRU 5430-PRINT-ONE-MCC-X
                VARYING MCC-IDX FROM 1 BY 1
                UNTIL MCC-IDX > 10000.
             IF MCC-INVALID-NIGHT > ZERO OR MCC-INVALID-BASE > ZERO
                 PERFORM 5420-SHIFT-INVALID-MCC
                    THRU 5420-SHIFT-INVALID-MCC-X
                 MOVE 'OUT OF RANGE' TO VL-VALUE
                 MOVE MCC-INVALID-NIGHT TO VL-COUNT
                 MOVE NIGHT-RATE TO VL-NIGHT
                 MOVE BASE-RATE  TO VL-BASE
                 WRITE DQRPT-RECORD FROM VALUE-LINE
             END-IF.

      *-------------------
       5400-CHECK-MCC-X.
      *-------------------

       5410-SHIFT-ONE-MCC.
             IF MCC-NIGHT(MCC-IDX) = ZERO
              AND MCC-BASE(MCC-IDX) = ZERO
                 GO TO 5410-SHIFT-ONE-MCC-X
             END-IF.
             PERFORM 5440-MCC-RATES
                THRU 5440-MCC-RATES-X.
             IF NIGHT-RATE > BASE-RATE
                 COMPUTE SHIFT-TOTAL = SHIFT-TOTAL
                     + NIGHT-RATE - BASE-RATE
             ELSE
                 COMPUTE SHIFT-TOTAL = SHIFT-TOTAL
                     + BASE-RATE - NIGHT-RATE
             END-IF.
       5410-SHIFT-ONE-MCC-X.

       5420-SHIFT-INVALID-MCC.
             MOVE ZERO TO NIGHT-RATE BASE-RATE.
             IF RECORDS-PROFILED-CTR > ZERO
                 COMPUTE NIGHT-RATE ROUNDED =
                     (MCC-INVALID-NIGHT * 100) / RECORDS-PROFILED-CTR
             END-IF.
             IF BASE-RECORDS-TOTAL > ZERO
                 COMPUTE BASE-RATE ROUNDED =
                     (MCC-INVALID-BASE * 100) / BASE-RECORDS-TOTAL
             END-IF.
             IF NIGHT-RATE > BASE-RATE
                 COMPUTE SHIFT-TOTAL = SHIFT-TOTAL
                     + NIGHT-RATE - BASE-RATE
             ELSE
                 COMPUTE SHIFT-TOTAL = SHIFT-TOTAL
                     + BASE-RATE - NIGHT-RATE
             END-IF.
       5420-SHIFT-INVALID-MCC-X.

       5430-PRINT-ONE-MCC.
             IF MCC-NIGHT(MCC-IDX) = ZERO
              AND MCC-BASE(MCC-IDX) = ZERO
                 GO TO 5430-PRINT-ONE-MCC-X
             END-IF.
             PERFORM 5440-MCC-RATES
                THRU 5440-MCC-RATES-X.
             IF NIGHT-RATE < 1 AND BASE-RATE < 1
                 GO TO 5430-PRINT-ONE-MCC-X
             END-IF.
             SET MCC-WORK TO MCC-IDX.
             SUBTRACT 1 FROM MCC-WORK.
             MOVE MCC-WORK TO MCC-CODE-WS.
             MOVE MCC-CODE-WS TO VL-VALUE.
             MOVE MCC-NIGHT(MCC-IDX) TO VL-COUNT.
             MOVE NIGHT-RATE TO VL-NIGHT.
             MOVE BASE-RATE  TO VL-BASE.
             WRITE DQRPT-RECORD FROM VALUE-LINE.
       5430-PRINT-ONE-MCC-X.

       5440-MCC-RATES.
             MOVE ZERO TO NIGHT-RATE BASE-RATE.
             IF RECORDS-PROFILED-CTR > ZERO
                 COMPUTE NIGHT-RATE ROUNDED =
                     (MCC-NIGHT(MCC-IDX) * 100) / RECORDS-PROFILED-CTR
             END-IF.
             IF BASE-RECORDS-TOTAL > ZERO
                 COMPUTE BASE-RATE ROUNDED =
                     (MCC-BASE(MCC-IDX) * 100) / BASE-RECORDS-TOTAL
             END-IF.
       5440-MCC-RATES-X.

      *-----------------------------------------------------------
      * AMOUNT FIGURES - EACH PERCENTILE AGAINST THE BASELINE
      * AVERAGE OF THAT PERCENTILE, OUTSIDE THE LOW/HIGH BAND IS
      * DRIFT.  MINIMUM, MEAN AND MAXIMUM ARE SHOWN FOR CONTEXT.
      *-----------------------------------------------------------
       5500-CHECK-AMOUNT.
      *-----------------------------------------------------------

             WRITE DQRPT-RECORD FROM BLANK-LINE.
             MOVE 'AMOUNT (WHOLE UNITS, ORIGINAL CURRENCY)'
                 TO SEC-TITLE.
             WRITE DQRPT-RECORD FROM SEC-LINE.

             MOVE SPACES TO AL-BASE-LABEL AL-FLAG.
             MOVE ZERO TO AL-BASE.
             MOVE 'MINIMUM' TO AL-LABEL.
             MOVE AMOUNT-MIN TO AL-NIGHT.
             WRITE DQRPT-RECORD FROM AMOUNT-LINE.
             MOVE 'MEAN' TO AL-LABEL.
             MOVE AMOUNT-MEAN TO AL-NIGHT.
             WRITE DQRPT-RECORD FROM AMOUNT-LINE.
             MOVE 'MAXIMUM' TO AL-LABEL.
             MOVE AMOUNT-MAX TO AL-NIGHT.
             WRITE DQRPT-RECORD FROM AMOUNT-LINE.

             MOVE 'P50' TO PCTL-NAME.
             MOVE NIGHT-P50 TO PCTL-NIGHT.
             MOVE BASE-P50  TO PCTL-BASE.
             PERFORM 5510-CHECK-PERCENTILE
                THRU 5510-CHECK-PERCENTILE-X.
             MOVE 'P90' TO PCTL-NAME.
             MOVE NIGHT-P90 TO PCTL-NIGHT.
             MOVE BASE-P90  TO PCTL-BASE.
             PERFORM 5510-CHECK-PERCENTILE
                THRU 5510-CHECK-PERCENTILE-X.
             MOVE 'P99' TO PCTL-NAME.
             MOVE NIGHT-P99 TO PCTL-NIGHT.
             MOVE BASE-P99  TO PCTL-BASE.
             PERFORM 5510-CHECK-PERCENTILE
                THRU 5510-CHECK-PERCENTILE-X.

      *----------------------
       5500-CHECK-AMOUNT-X.
      *----------------------

       5510-CHECK-PERCENTILE.
             MOVE SPACES TO AL-LABEL AL-FLAG.
             STRING 'PERCENTILE ' PCTL-NAME
                 DELIMITED BY SIZE INTO AL-LABEL.
             MOVE PCTL-NIGHT   TO AL-NIGHT.
             MOVE ' BASELINE ' TO AL-BASE-LABEL.
             MOVE PCTL-BASE    TO AL-BASE.
             IF BASE-NIGHTS > ZERO
              AND RECORDS-PROFILED-CTR > ZERO
              AND PCTL-BASE > ZERO
                 COMPUTE PCTL-LOW-LIMIT =
                     (PCTL-BASE * AMT-TOL-LOW-PCT) / 100
                 COMPUTE PCTL-HIGH-LIMIT =
                     (PCTL-BASE * AMT-TOL-HIGH-PCT) / 100
                 IF PCTL-NIGHT < PCTL-LOW-LIMIT
                  OR PCTL-NIGHT > PCTL-HIGH-LIMIT
                     ADD 1 TO ALERTS-RAISED-CTR
                     MOVE '** DRIFT **' TO AL-FLAG
                     DISPLAY 'FRDDQPRF ALERT: AMOUNT ' PCTL-NAME ' '
                         PCTL-NIGHT ' OUTSIDE ' AMT-TOL-LOW-PCT '-'
                         AMT-TOL-HIGH-PCT ' PCT OF BASELINE '
                         PCTL-BASE ' - AMOUNT SCALE OR CURRENCY '
                         'CHANGED?'
                 END-IF
             END-IF.
             WRITE DQRPT-RECORD FROM AMOUNT-LINE.
       5510-CHECK-PERCENTILE-X.

      *-----------------------------------------------------------
      * RECORDS TONIGHT'S PROFILE ON THE HISTORY, REPLACING ANY
      * LEFT BY AN EARLIER ATTEMPT AT THE SAME RUN DATE.
      *-----------------------------------------------------------
       6000-WRITE-HISTORY.
      *-----------------------------------------------------------

             MOVE LOW-VALUES     TO DQH-KEY.
             MOVE NIGHT-RUN-DATE TO DQH-RUN-DATE.
             MOVE 'N' TO HST-EOF-SWITCH.
             START DQHIST-FILE KEY IS NOT LESS THAN DQH-KEY
                 INVALID KEY
                     MOVE 'Y' TO HST-EOF-SWITCH
             END-START.
             PERFORM 6100-DELETE-STALE
                THRU 6100-DELETE-STALE-X
                UNTIL END-OF-HISTORY.

             MOVE SPACES TO DQHIST-RECORD.
             MOVE ZERO   TO DQH-AMOUNT.
             MOVE NIGHT-RUN-DATE TO DQH-RUN-DATE.
             MOVE RECORDS-PROFILED-CTR TO DQH-BASIS.

             MOVE 'T'                  TO DQH-REC-TYPE.
             MOVE 'RECORDS'            TO DQH-FIELD.
             MOVE RECORDS-PROFILED-CTR TO DQH-COUNT.
             IF ALERTS-RAISED-CTR = ZERO
                 MOVE 'N' TO DQH-DRIFT-SW
             ELSE
                 IF ACCEPT-DATE = NIGHT-RUN-DATE
                     MOVE 'A' TO DQH-DRIFT-SW
                 ELSE
                     MOVE 'Y' TO DQH-DRIFT-SW
                 END-IF
             END-IF.
             PERFORM 6900-PUT-HISTORY
                THRU 6900-PUT-HISTORY-X.
             MOVE SPACE TO DQH-DRIFT-SW.

             MOVE 'F' TO DQH-REC-TYPE.
             PERFORM 6200-PUT-FILL
                THRU 6200-PUT-FILL-X
                VARYING FLD-IDX FROM 1 BY 1
                UNTIL FLD-IDX > 15.

             MOVE 'V' TO DQH-REC-TYPE.
             PERFORM 6300-PUT-CATEGORY
                THRU 6300-PUT-CATEGORY-X
                VARYING CAT-IDX FROM 1 BY 1
                UNTIL CAT-IDX > 4.
             MOVE 'MCC' TO DQH-FIELD.
             PERFORM 6400-PUT-MCC
                THRU 6400-PUT-MCC-X
                VARYING MCC-IDX FROM 1 BY 1
                UNTIL MCC-IDX > 10000.
             IF MCC-INVALID-NIGHT > ZERO
                 MOVE 'INVALID' TO DQH-VALUE
                 MOVE MCC-INVALID-NIGHT TO DQH-COUNT
                 PERFORM 6900-PUT-HISTORY
                    THRU 6900-PUT-HISTORY-X
             END-IF.

             MOVE 'A'      TO DQH-REC-TYPE.
             MOVE 'AMOUNT' TO DQH-FIELD.
             MOVE ZERO     TO DQH-COUNT.
             MOVE 'P50' TO DQH-VALUE.
             MOVE NIGHT-P50 TO DQH-AMOUNT.
             PERFORM 6900-PUT-HISTORY
                THRU 6900-PUT-HISTORY-X.
             MOVE 'P90' TO DQH-VALUE.
             MOVE NIGHT-P90 TO DQH-AMOUNT.
             PERFORM 6900-PUT-HISTORY
                THRU 6900-PUT-HISTORY-X.
             MOVE 'P99' TO DQH-VALUE.
             MOVE NIGHT-P99 TO DQH-AMOUNT.
             PERFORM 6900-PUT-HISTORY
                THRU 6900-PUT-HISTORY-X.
             MOVE 'MIN' TO DQH-VALUE.
             MOVE AMOUNT-MIN TO DQH-AMOUNT.
             PERFORM 6900-PUT-HISTORY
                THRU 6900-PUT-HISTORY-X.
             MOVE 'MEAN' TO DQH-VALUE.
             MOVE AMOUNT-MEAN TO DQH-AMOUNT.
             PERFORM 6900-PUT-HISTORY
                THRU 6900-PUT-HISTORY-X.
             MOVE 'MAX' TO DQH-VALUE.
             MOVE AMOUNT-MAX TO DQH-AMOUNT.
             PERFORM 6900-PUT-HISTORY
                THRU 6900-PUT-HISTORY-X.

      *-----------------------
       6000-WRITE-HISTORY-X.
      *-----------------------

       6100-DELETE-STALE.
             READ DQHIST-FILE NEXT RECORD
                 AT END
                     MOVE 'Y' TO HST-EOF-SWITCH
                     GO TO 6100-DELETE-STALE-X
             END-READ.
             IF DQH-RUN-DATE NOT = NIGHT-RUN-DATE
                 MOVE 'Y' TO HST-EOF-SWITCH
                 GO TO 6100-DELETE-STALE-X
             END-IF.
             DELETE DQHIST-FILE RECORD
                 INVALID KEY
                     CONTINUE
             END-DELETE.
             ADD 1 TO HISTORY-REPLACED-CTR.
       6100-DELETE-STALE-X.

       6200-PUT-FILL.
             SET FNM-IDX TO FLD-IDX.
             MOVE FIELD-NAME(FNM-IDX)  TO DQH-FIELD.
             MOVE SPACES               TO DQH-VALUE.
             MOVE FLD-FILLED(FLD-IDX)  TO DQH-COUNT.
             PERFORM 6900-PUT-HISTORY
                THRU 6900-PUT-HISTORY-X.
       6200-PUT-FILL-X.

       6300-PUT-CATEGORY.
             MOVE CAT-NAME(CAT-IDX) TO DQH-FIELD.
             PERFORM 6310-PUT-ONE-VALUE
                THRU 6310-PUT-ONE-VALUE-X
                VARYING CVL-IDX FROM 1 BY 1
                UNTIL CVL-IDX > 60.
       6300-PUT-CATEGORY-X.

       6310-PUT-ONE-VALUE.
             IF CVL-NIGHT(CAT-IDX, CVL-IDX) = ZERO
                 GO TO 6310-PUT-ONE-VALUE-X
             END-IF.
             MOVE CVL-VALUE(CAT-IDX, CVL-IDX) TO DQH-VALUE.
             MOVE CVL-NIGHT(CAT-IDX, CVL-IDX) TO DQH-COUNT.
             PERFORM 6900-PUT-HISTORY
                THRU 6900-PUT-HISTORY-X.
       6310-PUT-ONE-VALUE-X.

       6400-PUT-MCC.
             IF MCC-NIGHT(MCC-IDX) = ZERO
                 GO TO 6400-PUT-MCC-X
             END-IF.
             SET MCC-WORK TO MCC-IDX.
             SUBTRACT 1 FROM MCC-WORK.
             MOVE MCC-WORK TO MCC-CODE-WS.
             MOVE SPACES TO DQH-VALUE.
             MOVE MCC-CODE-WS TO DQH-VALUE(1:4).
             MOVE MCC-NIGHT(MCC-IDX) TO DQH-COUNT.
             PERFORM 6900-PUT-HISTORY
                THRU 6900-PUT-HISTORY-X.
       6400-PUT-MCC-X.

       6900-PUT-HISTORY.
             WRITE DQHIST-RECORD
                 INVALID KEY
                     REWRITE DQHIST-RECORD
             END-WRITE.
             IF DQHIST-STATUS NOT = '00'
                 DISPLAY 'FRDDQPRF - DQHIST WRITE FAILED - STATUS: '
                     DQHIST-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
             ADD 1 TO HISTORY-WRITTEN-CTR.
       6900-PUT-HISTORY-X.

      *-----------------------------------------------------------
      * FINDS A VALUE IN THE CAT-IDX FIELD'S DISTRIBUTION, ADDING
      * IT WHEN NEW; LEAVES CVL-IDX ON IT (OR ON *OTHER* WHEN
      * THE FIELD HAS NO ROOM LEFT).
      *-----------------------------------------------------------
       8100-FIND-VALUE.
      *-----------------------------------------------------------

             MOVE 'N' TO VALUE-FOUND-SWITCH.
             SET CVL-IDX TO 1.
             SEARCH CVL-ENTRY
                 AT END
                     CONTINUE
                 WHEN CVL-IDX > CAT-VALUES-USED(CAT-IDX)
                     CONTINUE
                 WHEN CVL-VALUE(CAT-IDX, CVL-IDX) = FIND-VALUE-WS
                     MOVE 'Y' TO VALUE-FOUND-SWITCH
             END-SEARCH.
             IF VALUE-FOUND
                 GO TO 8100-FIND-VALUE-X
             END-IF.

             IF CAT-VALUES-USED(CAT-IDX) < 59
                 ADD 1 TO CAT-VALUES-USED(CAT-IDX)
                 SET CVL-IDX TO CAT-VALUES-USED(CAT-IDX)
                 MOVE FIND-VALUE-WS TO CVL-VALUE(CAT-IDX, CVL-IDX)
                 MOVE ZERO TO CVL-NIGHT(CAT-IDX, CVL-IDX)
                              CVL-BASE(CAT-IDX, CVL-IDX)
             ELSE
                 SET CVL-IDX TO 60
                 ADD 1 TO VALUE-OVERFLOW-CTR
             END-IF.

      *-------------------
       8100-FIND-VALUE-X.
      *-------------------

      *-----------------------------------------------------------
      * CONTROL TOTALS AND CONDITION CODE.
      *-----------------------------------------------------------
       9000-TERMINATE.
      *-----------------------------------------------------------

             WRITE DQRPT-RECORD FROM BLANK-LINE.
             MOVE 'DRIFT ALERTS RAISED' TO CNT-LABEL.
             MOVE ALERTS-RAISED-CTR TO CNT-VALUE.
             WRITE DQRPT-RECORD FROM COUNT-LINE.
             CLOSE DQHIST-FILE.
             CLOSE DQRPT-FILE.

             DISPLAY ' '.
             DISPLAY '***** FRDDQPRF CONTROL TOTALS *****'.
             DISPLAY 'RUN DATE              : ' NIGHT-RUN-DATE.
             DISPLAY 'RECORDS PROFILED      : ' RECORDS-PROFILED-CTR.
             DISPLAY 'BASELINE NIGHTS       : ' BASE-NIGHTS.
             DISPLAY 'HISTORY RECORDS READ  : ' HISTORY-READ-CTR.
             DISPLAY 'HISTORY WRITTEN       : ' HISTORY-WRITTEN-CTR.
             DISPLAY 'EARLIER ATTEMPT PURGED: ' HISTORY-REPLACED-CTR.
             DISPLAY 'DRIFT ALERTS          : ' ALERTS-RAISED-CTR.
             DISPLAY '***********************************'.

             IF VALUE-OVERFLOW-CTR > ZERO
                 DISPLAY 'FRDDQPRF - VALUE TABLE FULL, '
                     VALUE-OVERFLOW-CTR ' VALUES COUNTED AS *OTHER*'
             END-IF.

             IF ALERTS-RAISED-CTR = ZERO
                 IF BASE-NIGHTS > ZERO
                     DISPLAY 'FRDDQPRF - TONIGHT IS WITHIN TOLERANCE'
                 END-IF
                 GO TO 9000-TERMINATE-X
             END-IF.

             IF ACCEPT-DATE = NIGHT-RUN-DATE
                 DISPLAY 'FRDDQPRF - DRIFT ACCEPTED BY DQPARM FOR '
                     'RUN DATE ' NIGHT-RUN-DATE ' - SCORING MAY '
                     'PROCEED'
             ELSE
                 DISPLAY 'FRDDQPRF - INPUT DRIFT - SCORING HELD. '
                     'REVIEW THE ALERTS; TO SCORE THIS NIGHT AS '
                     'IT IS, SET THE DQPARM ACCEPT DATE AND RERUN'
                 MOVE 4 TO RETURN-CODE
             END-IF.

      *-------------------
       9000-TERMINATE-X.
      *-------------------
