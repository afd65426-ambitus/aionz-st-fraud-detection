       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDAUSLA.

      * AUTHOR - DRS ************************************************
      *
      * AI ON IBM Z SOLUTION TEMPLATE
      *
      * AUTH-PATH SERVICE-LEVEL REPORT.  FRDADREC SAYS WHETHER THE
      * ONLINE OPINIONS AGREED WITH THE OVERNIGHT VERDICTS; THIS
      * RUN SAYS WHETHER FRDAUTHS MET ITS SERVICE LEVEL GIVING
      * THEM.  FROM THE DAY'S FRAUDADL LOG (THE SAME FLAT COPY
      * FRDADREC READS) IT REPORTS, BY HOUR OF THE DAY:
      *
      *   - VOLUME AND THE REPLY RETURN-CODE MIX (00 VERDICT, 04
      *     NO RATE, 08 MODEL UNAVAILABLE, 16 CONTROL PARAMETERS
      *     UNAVAILABLE) - 04/08/16 ARE THE REPLIES WHERE THE
      *     SWITCH HAD TO DECIDE WITHOUT US;
      *   - AVERAGE AND 99TH-PERCENTILE RESPONSE TIME FROM THE
      *     ELAPSED MILLISECONDS FRDAUTHS STAMPS ON EACH RECORD.
      *     THE PERCENTILE COMES FROM 10 MS BUCKETS, SO IT IS THE
      *     TOP OF THE BUCKET IT FALLS IN; 2000 MS AND OVER SHARE
      *     ONE BUCKET.  RECORDS LOGGED BEFORE THE STAMP EXISTED
      *     COUNT IN THE VOLUME BUT NOT THE TIMING;
      *
      * AND LISTS THE OUTAGE WINDOWS - UNBROKEN RUNS OF RC 08/16
      * REPLIES IN LOG ORDER, AT LEAST THE SLAPARM MINIMUM LONG.
      *
      * AN HOUR WHOSE P99 IS OVER THE RESPONSE BUDGET, OR WHOSE
      * NO-VERDICT RATE (04/08/16 OVER VOLUME) IS OVER THE LIMIT,
      * IS FLAGGED AND SETS THE WARNING RETURN CODE.
      *
      * SLAPARM (OPTIONAL) - RESPONSE BUDGET, NO-VERDICT LIMIT
      * AND OUTAGE MINIMUM; DEFAULTS BELOW WHEN ABSENT OR BLANK.
      *
      * RETURN-CODE 0  - EVERY HOUR WITHIN THE SERVICE LEVEL
      * RETURN-CODE 4  - ONE OR MORE HOURS FLAGGED
      * RETURN-CODE 16 - LOG OR REPORT COULD NOT BE OPENED
      *
      * MODIFICATION HISTORY
      * --------------------
      * DATE       BY    DESCRIPTION
      * 2026-09-23 DRS    INITIAL VERSION
      * 2026-09-28 DRS    ADLIN RECORD 240 BYTES - FRAUDADL NOW
      *                   CARRIES MERCHANT, MCC AND CVV/AVS.
      * 2026-10-15 DRS    SLARPT OPEN STATUS-CHECKED.
      ************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SLAPARM-FILE ASSIGN TO SLAPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SLAPARM-STATUS.

           SELECT ADLIN-FILE ASSIGN TO ADLIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ADLIN-STATUS.

           SELECT SLARPT-FILE ASSIGN TO SLARPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SLARPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *---------------------------------------------------------
      * SERVICE-LEVEL PARAMETERS
      *   COLS  1- 5  RESPONSE BUDGET, P99 MILLISECONDS
      *   COLS  6- 8  NO-VERDICT LIMIT, PCT 99V9
      *   COLS  9-11  OUTAGE MINIMUM, CONSECUTIVE 08/16 REPLIES
      *---------------------------------------------------------
       FD  SLAPARM-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  SLAPARM-RECORD.
           05 SLP-BUDGET-MS             PIC 9(05).
           05 SLP-NO-VERDICT-PCT        PIC 9(02)V9(01).
           05 SLP-OUTAGE-MIN            PIC 9(03).
           05 FILLER                    PIC X(69).

      *---------------------------------------------------------
      * AUTH-DECISION LOG - SAME LAYOUT FRDAUTHS WRITES.
      *---------------------------------------------------------
       FD  ADLIN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  ADLIN-RECORD.
           05 ADL-LOG-DATE              PIC 9(08).
           05 ADL-LOG-TIME              PIC 9(06).
           05 ADL-LOG-TIME-R REDEFINES ADL-LOG-TIME.
               10 ADL-LOG-HOUR          PIC 9(02).
               10 ADL-LOG-MMSS          PIC 9(04).
           05 ADL-CARD-TOKEN            PIC X(19).
           05 ADL-CARD-LAST4            PIC X(04).
           05 ADL-TXN-YEAR              PIC 9(04).
           05 ADL-TXN-MONTH             PIC 9(02).
           05 ADL-TXN-DAY               PIC 9(02).
           05 ADL-TXN-TIME              PIC 9(02).
           05 ADL-AMOUNT                PIC 9(07)V9(02).
           05 ADL-CURRENCY              PIC X(03).
           05 ADL-RETURN-CODE           PIC 9(02).
           05 ADL-PROB-NO               PIC 9(01)V9(16).
           05 ADL-PROB-YES              PIC 9(01)V9(16).
           05 ADL-VERDICT               PIC X(08).
           05 ADL-REASON-1              PIC X(30).
           05 ADL-REASON-2              PIC X(30).
           05 ADL-REASON-3              PIC X(30).
           05 ADL-ELAPSED-MS            PIC 9(05).
           05 FILLER                    PIC X(42).

      *---------------------------------------------------------
      * SERVICE-LEVEL REPORT PRINT FILE
      *---------------------------------------------------------
       FD  SLARPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  SLARPT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

       77  SLAPARM-STATUS               PIC X(02).
       77  ADLIN-STATUS                 PIC X(02).
       77  SLARPT-STATUS                PIC X(02).

       77  ADL-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 END-OF-LOG                          VALUE 'Y'.

      *-----------------------------------------------------------
      * SERVICE LEVEL - DEFAULTS, OVERRIDDEN FROM SLAPARM
      *-----------------------------------------------------------
       77  BUDGET-MS                    PIC 9(05) VALUE 250.
       77  NO-VERDICT-LIMIT-PCT         PIC 9(02)V9(01) VALUE 2.0.
       77  OUTAGE-MIN                   PIC 9(03) VALUE 3.

      *-----------------------------------------------------------
      * HOURLY TABLE - ONE ENTRY PER HOUR OF THE DAY (SUBSCRIPT
      * HOUR + 1).  HR-BUCKET(N) COUNTS REPLIES OF (N-1)*10 TO
      * (N*10)-1 MS; BUCKET 201 IS 2000 MS AND OVER.
      *-----------------------------------------------------------
       01  HOUR-TABLE.
           05 HR-ENTRY OCCURS 24 TIMES.
               10 HR-VOLUME             PIC 9(09) COMP.
               10 HR-RC00               PIC 9(09) COMP.
               10 HR-RC04               PIC 9(09) COMP.
               10 HR-RC08               PIC 9(09) COMP.
               10 HR-RC16               PIC 9(09) COMP.
               10 HR-RC-OTHER           PIC 9(09) COMP.
               10 HR-TIMED              PIC 9(09) COMP.
               10 HR-ELAPSED-TOTAL      PIC 9(15) COMP.
               10 HR-BUCKET             PIC 9(09) COMP
                                        OCCURS 201 TIMES.
       77  HOUR-SUB                     PIC 9(04) COMP VALUE ZERO.
       77  BUCKET-SUB                   PIC 9(04) COMP VALUE ZERO.

      *-----------------------------------------------------------
      * OUTAGE WINDOWS - EACH UNBROKEN RUN OF RC 08/16 REPLIES AT
      * LEAST OUTAGE-MIN LONG.  THE RUN IN PROGRESS IS BUILT IN
      * THE CURRENT-RUN FIELDS AND FILED WHEN A REPLY WITH ANY
      * OTHER CODE (OR END OF LOG) ENDS IT.
      *-----------------------------------------------------------
       77  OUTAGE-ENTRIES-USED          PIC 9(04) COMP VALUE ZERO.
       01  OUTAGE-TABLE.
           05 OUT-ENTRY OCCURS 200 TIMES.
               10 OUT-FROM-DATE         PIC 9(08).
               10 OUT-FROM-TIME         PIC 9(06).
               10 OUT-TO-DATE           PIC 9(08).
               10 OUT-TO-TIME           PIC 9(06).
               10 OUT-REPLIES           PIC 9(09) COMP.
               10 OUT-RC08              PIC 9(09) COMP.
               10 OUT-RC16              PIC 9(09) COMP.
       77  OUTAGE-SUB                   PIC 9(04) COMP VALUE ZERO.
       77  OUTAGE-OVERFLOW-CTR          PIC 9(09) COMP VALUE ZERO.

       77  IN-OUTAGE-SW                 PIC X(01) VALUE 'N'.
           88 IN-OUTAGE                           VALUE 'Y'.
       77  RUN-FROM-DATE                PIC 9(08) VALUE ZERO.
       77  RUN-FROM-TIME                PIC 9(06) VALUE ZERO.
       77  RUN-TO-DATE                  PIC 9(08) VALUE ZERO.
       77  RUN-TO-TIME                  PIC 9(06) VALUE ZERO.
       77  RUN-REPLIES                  PIC 9(09) COMP VALUE ZERO.
       77  RUN-RC08                     PIC 9(09) COMP VALUE ZERO.
       77  RUN-RC16                     PIC 9(09) COMP VALUE ZERO.

      *-----------------------------------------------------------
      * PER-HOUR WORK FIELDS
      *-----------------------------------------------------------
       77  HOUR-NO-VERDICT              PIC 9(09) COMP VALUE ZERO.
       77  HOUR-NO-VERDICT-PCT          PIC 9(03)V9(01) VALUE ZERO.
       77  HOUR-AVG-MS                  PIC 9(05) VALUE ZERO.
       77  HOUR-P99-MS                  PIC 9(05) VALUE ZERO.
       77  P99-TARGET                   PIC 9(09) COMP VALUE ZERO.
       77  P99-CUMULATIVE               PIC 9(09) COMP VALUE ZERO.
       77  P99-FOUND-SW                 PIC X(01) VALUE 'N'.
           88 P99-FOUND                           VALUE 'Y'.
       77  P99-OPEN-ENDED-SW            PIC X(01) VALUE 'N'.
           88 P99-OPEN-ENDED                      VALUE 'Y'.
       77  HOUR-SLOW-SW                 PIC X(01) VALUE 'N'.
           88 HOUR-SLOW                           VALUE 'Y'.
       77  HOUR-NO-VERDICT-SW           PIC X(01) VALUE 'N'.
           88 HOUR-OVER-NO-VERDICT                VALUE 'Y'.

      *-----------------------------------------------------------
      * CONTROL TOTALS
      *-----------------------------------------------------------
       77  LOG-READ-CTR                 PIC 9(09) COMP VALUE ZERO.
       77  LOG-UNTIMED-CTR              PIC 9(09) COMP VALUE ZERO.
       77  LOG-BAD-TIME-CTR             PIC 9(09) COMP VALUE ZERO.
       77  DAY-RC00                     PIC 9(09) COMP VALUE ZERO.
       77  DAY-RC04                     PIC 9(09) COMP VALUE ZERO.
       77  DAY-RC08                     PIC 9(09) COMP VALUE ZERO.
       77  DAY-RC16                     PIC 9(09) COMP VALUE ZERO.
       77  DAY-RC-OTHER                 PIC 9(09) COMP VALUE ZERO.
       77  DAY-TIMED                    PIC 9(09) COMP VALUE ZERO.
       77  DAY-ELAPSED-TOTAL            PIC 9(15) COMP VALUE ZERO.
       77  HOURS-ACTIVE-CTR             PIC 9(09) COMP VALUE ZERO.
       77  HOURS-FLAGGED-CTR            PIC 9(09) COMP VALUE ZERO.
       77  FIRST-LOG-DATE               PIC 9(08) VALUE ZERO.
       77  FIRST-LOG-TIME               PIC 9(06) VALUE ZERO.
       77  LAST-LOG-DATE                PIC 9(08) VALUE ZERO.
       77  LAST-LOG-TIME                PIC 9(06) VALUE ZERO.

      *-----------------------------------------------------------
      * REPORT LINES
      *-----------------------------------------------------------
       01  HDG-LINE-1.
           05 FILLER PIC X(48) VALUE
               '***** AUTH-PATH SERVICE-LEVEL REPORT ***********'.
           05 FILLER PIC X(84) VALUE '**'.
       01  HDG-LINE-2.
           05 FILLER                PIC X(10) VALUE 'LOG FROM  '.
           05 HL2-FROM-DATE         PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 HL2-FROM-TIME         PIC 9(06).
           05 FILLER                PIC X(04) VALUE '  TO'.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 HL2-TO-DATE           PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 HL2-TO-TIME           PIC 9(06).
           05 FILLER                PIC X(87) VALUE SPACES.
       01  HDG-LINE-3.
           05 FILLER                PIC X(20) VALUE
               'P99 BUDGET MS      '.
           05 HL3-BUDGET            PIC ZZZZ9.
           05 FILLER                PIC X(05) VALUE SPACES.
           05 FILLER                PIC X(20) VALUE
               'NO-VERDICT LIMIT %  '.
           05 HL3-NO-VERDICT        PIC Z9.9.
           05 FILLER                PIC X(05) VALUE SPACES.
           05 FILLER                PIC X(20) VALUE
               'OUTAGE MIN REPLIES  '.
           05 HL3-OUTAGE-MIN        PIC ZZ9.
           05 FILLER                PIC X(50) VALUE SPACES.
       01  HOUR-HDG-LINE.
           05 FILLER PIC X(11) VALUE 'HOUR VOLUME'.
           05 FILLER PIC X(10) VALUE '      RC00'.
           05 FILLER PIC X(07) VALUE '   RC04'.
           05 FILLER PIC X(08) VALUE '    RC08'.
           05 FILLER PIC X(08) VALUE '    RC16'.
           05 FILLER PIC X(07) VALUE '  OTHER'.
           05 FILLER PIC X(09) VALUE '  NO-VRD%'.
           05 FILLER PIC X(09) VALUE '   AVG MS'.
           05 FILLER PIC X(08) VALUE '  P99 MS'.
           05 FILLER PIC X(09) VALUE '  UNTIMED'.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(44) VALUE 'FLAG'.
       01  HOUR-LINE.
           05 HRL-HOUR              PIC 9(02).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 HRL-VOLUME            PIC ZZZ,ZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 HRL-RC00              PIC ZZZ,ZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 HRL-RC04              PIC ZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 HRL-RC08              PIC ZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 HRL-RC16              PIC ZZ,ZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 HRL-RC-OTHER          PIC ZZ,ZZ9.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 HRL-NO-VERDICT-PCT    PIC ZZ9.9.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 HRL-AVG-MS            PIC ZZZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 HRL-P99-MS            PIC ZZZZ9.
           05 HRL-P99-PLUS          PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 HRL-UNTIMED           PIC ZZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 HRL-FLAG              PIC X(16).
           05 FILLER                PIC X(28) VALUE SPACES.
       01  OUTAGE-HDG-LINE.
           05 FILLER PIC X(60) VALUE
               'OUTAGE WINDOWS - UNBROKEN RUNS OF RC 08/16 REPLIES'.
           05 FILLER PIC X(72) VALUE SPACES.
       01  OUTAGE-HDG-LINE-2.
           05 FILLER PIC X(18) VALUE 'FROM'.
           05 FILLER PIC X(18) VALUE 'TO'.
           05 FILLER PIC X(11) VALUE '    REPLIES'.
           05 FILLER PIC X(08) VALUE '    RC08'.
           05 FILLER PIC X(08) VALUE '    RC16'.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(67) VALUE 'CAUSE'.
       01  OUTAGE-LINE.
           05 OTL-FROM-DATE         PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 OTL-FROM-TIME         PIC 9(06).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 OTL-TO-DATE           PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 OTL-TO-TIME           PIC 9(06).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 OTL-REPLIES           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 OTL-RC08              PIC ZZZ,ZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 OTL-RC16              PIC ZZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 OTL-CAUSE             PIC X(30).
           05 FILLER                PIC X(37) VALUE SPACES.
       01  NONE-LINE.
           05 FILLER PIC X(40) VALUE
               '  NONE'.
           05 FILLER PIC X(92) VALUE SPACES.
       01  COUNT-LINE.
           05 CNT-LABEL             PIC X(30) VALUE SPACES.
           05 CNT-VALUE             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(91) VALUE SPACES.
       01  TOTAL-LINE.
           05 TOT-LABEL             PIC X(30) VALUE SPACES.
           05 TOT-VALUE             PIC ZZZ,ZZZ,ZZ9.9.
           05 FILLER                PIC X(89) VALUE SPACES.
       01  BLANK-LINE               PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

      *---------------
       0000-MAINLINE.
      *---------------

             PERFORM 1000-INITIALIZE
                THRU 1000-INITIALIZE-X.

             PERFORM 2000-TALLY-REPLY
                THRU 2000-TALLY-REPLY-X
                UNTIL END-OF-LOG.

             IF IN-OUTAGE
                 PERFORM 2200-FILE-OUTAGE
                    THRU 2200-FILE-OUTAGE-X
             END-IF.

             PERFORM 3000-WRITE-HOURS
                THRU 3000-WRITE-HOURS-X.

             PERFORM 4000-WRITE-OUTAGES
                THRU 4000-WRITE-OUTAGES-X.

             PERFORM 9000-WRITE-TOTALS
                THRU 9000-WRITE-TOTALS-X.

             STOP RUN.

      *-----------------------------------------------------------
      * READS THE SERVICE-LEVEL PARAMETERS, OPENS THE LOG AND THE
      * REPORT, AND PRIMES THE FIRST LOG READ.
      *-----------------------------------------------------------
       1000-INITIALIZE.
      *-----------------------------------------------------------

             INITIALIZE HOUR-TABLE.
             INITIALIZE OUTAGE-TABLE.

             PERFORM 1100-READ-PARM
                THRU 1100-READ-PARM-X.

             OPEN INPUT ADLIN-FILE.
             IF ADLIN-STATUS NOT = '00'
                 DISPLAY 'FRDAUSLA - ADLIN OPEN FAILED - STATUS: '
                     ADLIN-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             OPEN OUTPUT SLARPT-FILE.
             IF SLARPT-STATUS NOT = '00'
                 DISPLAY 'FRDAUSLA - SLARPT OPEN FAILED - STATUS: '
                     SLARPT-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             PERFORM 2500-READ-LOG
                THRU 2500-READ-LOG-X.

      *-------------------
       1000-INITIALIZE-X.
      *-------------------

       1100-READ-PARM.
             OPEN INPUT SLAPARM-FILE.
             IF SLAPARM-STATUS NOT = '00'
                 DISPLAY 'FRDAUSLA - SLAPARM OPEN STATUS '
                     SLAPARM-STATUS ' - DEFAULT SERVICE LEVEL USED'
                 GO TO 1100-READ-PARM-X
             END-IF.
             READ SLAPARM-FILE
                 AT END
                     CLOSE SLAPARM-FILE
                     GO TO 1100-READ-PARM-X
             END-READ.
             IF SLP-BUDGET-MS NUMERIC AND SLP-BUDGET-MS > ZERO
                 MOVE SLP-BUDGET-MS TO BUDGET-MS
             END-IF.
             IF SLP-NO-VERDICT-PCT NUMERIC
              AND SLP-NO-VERDICT-PCT > ZERO
                 MOVE SLP-NO-VERDICT-PCT TO NO-VERDICT-LIMIT-PCT
             END-IF.
             IF SLP-OUTAGE-MIN NUMERIC AND SLP-OUTAGE-MIN > ZERO
                 MOVE SLP-OUTAGE-MIN TO OUTAGE-MIN
             END-IF.
             CLOSE SLAPARM-FILE.
       1100-READ-PARM-X.

      *-----------------------------------------------------------
      * TALLIES ONE LOGGED REPLY INTO ITS HOUR AND FOLLOWS THE
      * OUTAGE RUN, THEN READS THE NEXT.  A RECORD WITH NO
      * USABLE LOG HOUR CANNOT BE PLACED AND IS ONLY COUNTED.
      *-----------------------------------------------------------
       2000-TALLY-REPLY.
      *-----------------------------------------------------------

             ADD 1 TO LOG-READ-CTR.

             IF ADL-LOG-TIME NOT NUMERIC
              OR ADL-LOG-HOUR > 23
                 ADD 1 TO LOG-BAD-TIME-CTR
                 GO TO 2000-NEXT-REPLY
             END-IF.

             IF FIRST-LOG-DATE = ZERO
                 MOVE ADL-LOG-DATE TO FIRST-LOG-DATE
                 MOVE ADL-LOG-TIME TO FIRST-LOG-TIME
             END-IF.
             MOVE ADL-LOG-DATE TO LAST-LOG-DATE.
             MOVE ADL-LOG-TIME TO LAST-LOG-TIME.

             COMPUTE HOUR-SUB = ADL-LOG-HOUR + 1.
             ADD 1 TO HR-VOLUME(HOUR-SUB).

             EVALUATE ADL-RETURN-CODE
                 WHEN 00
                     ADD 1 TO HR-RC00(HOUR-SUB) DAY-RC00
                 WHEN 04
                     ADD 1 TO HR-RC04(HOUR-SUB) DAY-RC04
                 WHEN 08
                     ADD 1 TO HR-RC08(HOUR-SUB) DAY-RC08
                 WHEN 16
                     ADD 1 TO HR-RC16(HOUR-SUB) DAY-RC16
                 WHEN OTHER
                     ADD 1 TO HR-RC-OTHER(HOUR-SUB) DAY-RC-OTHER
             END-EVALUATE.

             IF ADL-ELAPSED-MS NUMERIC
                 ADD 1 TO HR-TIMED(HOUR-SUB) DAY-TIMED
                 ADD ADL-ELAPSED-MS TO HR-ELAPSED-TOTAL(HOUR-SUB)
                                       DAY-ELAPSED-TOTAL
                 IF ADL-ELAPSED-MS >= 2000
                     MOVE 201 TO BUCKET-SUB
                 ELSE
                     COMPUTE BUCKET-SUB = (ADL-ELAPSED-MS / 10) + 1
                 END-IF
                 ADD 1 TO HR-BUCKET(HOUR-SUB BUCKET-SUB)
             ELSE
                 ADD 1 TO LOG-UNTIMED-CTR
             END-IF.

             PERFORM 2100-FOLLOW-OUTAGE
                THRU 2100-FOLLOW-OUTAGE-X.

       2000-NEXT-REPLY.

             PERFORM 2500-READ-LOG
                THRU 2500-READ-LOG-X.

      *---------------------
       2000-TALLY-REPLY-X.
      *---------------------

      *-----------------------------------------------------------
      * AN 08 OR 16 STARTS OR EXTENDS THE CURRENT RUN; ANY OTHER
      * CODE ENDS IT.  THE LOG IS AN APPEND-ONLY ESDS COPY, SO
      * FILE ORDER IS REPLY ORDER.
      *-----------------------------------------------------------
       2100-FOLLOW-OUTAGE.
      *-----------------------------------------------------------

             IF ADL-RETURN-CODE NOT = 08 AND 16
                 IF IN-OUTAGE
                     PERFORM 2200-FILE-OUTAGE
                        THRU 2200-FILE-OUTAGE-X
                 END-IF
                 GO TO 2100-FOLLOW-OUTAGE-X
             END-IF.

             IF NOT IN-OUTAGE
                 MOVE 'Y'          TO IN-OUTAGE-SW
                 MOVE ADL-LOG-DATE TO RUN-FROM-DATE
                 MOVE ADL-LOG-TIME TO RUN-FROM-TIME
                 MOVE ZERO         TO RUN-REPLIES RUN-RC08 RUN-RC16
             END-IF.

             MOVE ADL-LOG-DATE TO RUN-TO-DATE.
             MOVE ADL-LOG-TIME TO RUN-TO-TIME.
             ADD 1 TO RUN-REPLIES.
             IF ADL-RETURN-CODE = 08
                 ADD 1 TO RUN-RC08
             ELSE
                 ADD 1 TO RUN-RC16
             END-IF.

      *-----------------------
       2100-FOLLOW-OUTAGE-X.
      *-----------------------

      *-----------------------------------------------------------
      * CLOSES THE CURRENT RUN AND FILES IT AS AN OUTAGE WINDOW
      * WHEN IT IS LONG ENOUGH - A LONE 08 IS A FAILED CALL, NOT
      * AN OUTAGE, AND STAYS IN THE HOURLY MIX ONLY.
      *-----------------------------------------------------------
       2200-FILE-OUTAGE.
      *-----------------------------------------------------------

             MOVE 'N' TO IN-OUTAGE-SW.

             IF RUN-REPLIES < OUTAGE-MIN
                 GO TO 2200-FILE-OUTAGE-X
             END-IF.

             IF OUTAGE-ENTRIES-USED >= 200
                 ADD 1 TO OUTAGE-OVERFLOW-CTR
                 GO TO 2200-FILE-OUTAGE-X
             END-IF.

             ADD 1 TO OUTAGE-ENTRIES-USED.
             MOVE OUTAGE-ENTRIES-USED TO OUTAGE-SUB.
             MOVE RUN-FROM-DATE TO OUT-FROM-DATE(OUTAGE-SUB).
             MOVE RUN-FROM-TIME TO OUT-FROM-TIME(OUTAGE-SUB).
             MOVE RUN-TO-DATE   TO OUT-TO-DATE(OUTAGE-SUB).
             MOVE RUN-TO-TIME   TO OUT-TO-TIME(OUTAGE-SUB).
             MOVE RUN-REPLIES   TO OUT-REPLIES(OUTAGE-SUB).
             MOVE RUN-RC08      TO OUT-RC08(OUTAGE-SUB).
             MOVE RUN-RC16      TO OUT-RC16(OUTAGE-SUB).

      *---------------------
       2200-FILE-OUTAGE-X.
      *---------------------

       2500-READ-LOG.
             READ ADLIN-FILE
                 AT END
                     MOVE 'Y' TO ADL-EOF-SWITCH
             END-READ.
       2500-READ-LOG-X.

      *-----------------------------------------------------------
      * ONE LINE PER HOUR THAT SAW TRAFFIC, FLAGGED WHEN THE P99
      * IS OVER BUDGET OR THE NO-VERDICT RATE IS OVER THE LIMIT.
      *-----------------------------------------------------------
       3000-WRITE-HOURS.
      *-----------------------------------------------------------

             MOVE FIRST-LOG-DATE       TO HL2-FROM-DATE.
             MOVE FIRST-LOG-TIME       TO HL2-FROM-TIME.
             MOVE LAST-LOG-DATE        TO HL2-TO-DATE.
             MOVE LAST-LOG-TIME        TO HL2-TO-TIME.
             MOVE BUDGET-MS            TO HL3-BUDGET.
             MOVE NO-VERDICT-LIMIT-PCT TO HL3-NO-VERDICT.
             MOVE OUTAGE-MIN           TO HL3-OUTAGE-MIN.

             WRITE SLARPT-RECORD FROM HDG-LINE-1.
             WRITE SLARPT-RECORD FROM BLANK-LINE.
             WRITE SLARPT-RECORD FROM HDG-LINE-2.
             WRITE SLARPT-RECORD FROM HDG-LINE-3.
             WRITE SLARPT-RECORD FROM BLANK-LINE.
             WRITE SLARPT-RECORD FROM HOUR-HDG-LINE.

             PERFORM 3100-WRITE-HOUR
                THRU 3100-WRITE-HOUR-X
                VARYING HOUR-SUB FROM 1 BY 1
                UNTIL HOUR-SUB > 24.

      *---------------------
       3000-WRITE-HOURS-X.
      *---------------------

       3100-WRITE-HOUR.
             IF HR-VOLUME(HOUR-SUB) = ZERO
                 GO TO 3100-WRITE-HOUR-X
             END-IF.
             ADD 1 TO HOURS-ACTIVE-CTR.

             COMPUTE HOUR-NO-VERDICT = HR-RC04(HOUR-SUB)
                                     + HR-RC08(HOUR-SUB)
                                     + HR-RC16(HOUR-SUB).
             COMPUTE HOUR-NO-VERDICT-PCT ROUNDED =
                 (HOUR-NO-VERDICT * 100) / HR-VOLUME(HOUR-SUB).

             MOVE ZERO TO HOUR-AVG-MS HOUR-P99-MS.
             MOVE 'N'  TO P99-OPEN-ENDED-SW.
             IF HR-TIMED(HOUR-SUB) > ZERO
                 COMPUTE HOUR-AVG-MS ROUNDED =
                     HR-ELAPSED-TOTAL(HOUR-SUB) / HR-TIMED(HOUR-SUB)
                 COMPUTE P99-TARGET =
                     ((HR-TIMED(HOUR-SUB) * 99) + 99) / 100
                 MOVE ZERO TO P99-CUMULATIVE
                 MOVE 'N'  TO P99-FOUND-SW
                 PERFORM 3200-FIND-P99
                    THRU 3200-FIND-P99-X
                    VARYING BUCKET-SUB FROM 1 BY 1
                    UNTIL BUCKET-SUB > 201 OR P99-FOUND
             END-IF.

             MOVE 'N' TO HOUR-SLOW-SW HOUR-NO-VERDICT-SW.
             IF HR-TIMED(HOUR-SUB) > ZERO
              AND (HOUR-P99-MS > BUDGET-MS OR P99-OPEN-ENDED)
                 MOVE 'Y' TO HOUR-SLOW-SW
             END-IF.
             IF HOUR-NO-VERDICT-PCT > NO-VERDICT-LIMIT-PCT
                 MOVE 'Y' TO HOUR-NO-VERDICT-SW
             END-IF.

             COMPUTE HRL-HOUR = HOUR-SUB - 1.
             MOVE HR-VOLUME(HOUR-SUB)   TO HRL-VOLUME.
             MOVE HR-RC00(HOUR-SUB)     TO HRL-RC00.
             MOVE HR-RC04(HOUR-SUB)     TO HRL-RC04.
             MOVE HR-RC08(HOUR-SUB)     TO HRL-RC08.
             MOVE HR-RC16(HOUR-SUB)     TO HRL-RC16.
             MOVE HR-RC-OTHER(HOUR-SUB) TO HRL-RC-OTHER.
             MOVE HOUR-NO-VERDICT-PCT   TO HRL-NO-VERDICT-PCT.
             MOVE HOUR-AVG-MS           TO HRL-AVG-MS.
             MOVE HOUR-P99-MS           TO HRL-P99-MS.
             IF P99-OPEN-ENDED
                 MOVE '+' TO HRL-P99-PLUS
             ELSE
                 MOVE SPACE TO HRL-P99-PLUS
             END-IF.
             COMPUTE HRL-UNTIMED =
                 HR-VOLUME(HOUR-SUB) - HR-TIMED(HOUR-SUB).

             EVALUATE TRUE
                 WHEN HOUR-SLOW AND HOUR-OVER-NO-VERDICT
                     MOVE '** SLOW+NO-VRD' TO HRL-FLAG
                 WHEN HOUR-SLOW
                     MOVE '** SLOW'        TO HRL-FLAG
                 WHEN HOUR-OVER-NO-VERDICT
                     MOVE '** NO-VERDICT'  TO HRL-FLAG
                 WHEN OTHER
                     MOVE SPACES           TO HRL-FLAG
             END-EVALUATE.
             IF HOUR-SLOW OR HOUR-OVER-NO-VERDICT
                 ADD 1 TO HOURS-FLAGGED-CTR
             END-IF.

             WRITE SLARPT-RECORD FROM HOUR-LINE.
       3100-WRITE-HOUR-X.

      *THE P99 IS THE TOP OF THE FIRST BUCKET WHERE THE RUNNING
      *COUNT REACHES 99% OF THE TIMED REPLIES.  THE OPEN-ENDED
      *LAST BUCKET REPORTS AS 2000+.
       3200-FIND-P99.
             ADD HR-BUCKET(HOUR-SUB BUCKET-SUB) TO P99-CUMULATIVE.
             IF P99-CUMULATIVE >= P99-TARGET
                 MOVE 'Y' TO P99-FOUND-SW
                 IF BUCKET-SUB = 201
                     MOVE 2000 TO HOUR-P99-MS
                     MOVE 'Y'  TO P99-OPEN-ENDED-SW
                 ELSE
                     COMPUTE HOUR-P99-MS = (BUCKET-SUB * 10) - 1
                 END-IF
             END-IF.
       3200-FIND-P99-X.

      *-----------------------------------------------------------
      * LISTS THE OUTAGE WINDOWS WITH THEIR CAUSE - THE MODEL
      * (08), THE CONTROL PARAMETERS (16), OR BOTH.
      *-----------------------------------------------------------
       4000-WRITE-OUTAGES.
      *-----------------------------------------------------------

             WRITE SLARPT-RECORD FROM BLANK-LINE.
             WRITE SLARPT-RECORD FROM OUTAGE-HDG-LINE.
             WRITE SLARPT-RECORD FROM OUTAGE-HDG-LINE-2.

             IF OUTAGE-ENTRIES-USED = ZERO
                 WRITE SLARPT-RECORD FROM NONE-LINE
                 GO TO 4000-WRITE-OUTAGES-X
             END-IF.

             PERFORM 4100-WRITE-OUTAGE
                THRU 4100-WRITE-OUTAGE-X
                VARYING OUTAGE-SUB FROM 1 BY 1
                UNTIL OUTAGE-SUB > OUTAGE-ENTRIES-USED.

      *-----------------------
       4000-WRITE-OUTAGES-X.
      *-----------------------

       4100-WRITE-OUTAGE.
             MOVE OUT-FROM-DATE(OUTAGE-SUB) TO OTL-FROM-DATE.
             MOVE OUT-FROM-TIME(OUTAGE-SUB) TO OTL-FROM-TIME.
             MOVE OUT-TO-DATE(OUTAGE-SUB)   TO OTL-TO-DATE.
             MOVE OUT-TO-TIME(OUTAGE-SUB)   TO OTL-TO-TIME.
             MOVE OUT-REPLIES(OUTAGE-SUB)   TO OTL-REPLIES.
             MOVE OUT-RC08(OUTAGE-SUB)      TO OTL-RC08.
             MOVE OUT-RC16(OUTAGE-SUB)      TO OTL-RC16.
             EVALUATE TRUE
                 WHEN OUT-RC16(OUTAGE-SUB) = ZERO
                     MOVE 'MODEL UNAVAILABLE'     TO OTL-CAUSE
                 WHEN OUT-RC08(OUTAGE-SUB) = ZERO
                     MOVE 'CONTROL PARMS UNAVAILABLE'
                                                  TO OTL-CAUSE
                 WHEN OTHER
                     MOVE 'MODEL AND CONTROL PARMS' TO OTL-CAUSE
             END-EVALUATE.
             WRITE SLARPT-RECORD FROM OUTAGE-LINE.
       4100-WRITE-OUTAGE-X.

      *-----------------------------------------------------------
      * WRITES THE DAY TOTALS AND SETS THE RETURN CODE.
      *-----------------------------------------------------------
       9000-WRITE-TOTALS.
      *-----------------------------------------------------------

             WRITE SLARPT-RECORD FROM BLANK-LINE.

             MOVE 'LOG REPLIES READ' TO CNT-LABEL.
             MOVE LOG-READ-CTR TO CNT-VALUE.
             WRITE SLARPT-RECORD FROM COUNT-LINE.

             MOVE 'RC 00 - VERDICT GIVEN' TO CNT-LABEL.
             MOVE DAY-RC00 TO CNT-VALUE.
             WRITE SLARPT-RECORD FROM COUNT-LINE.

             MOVE 'RC 04 - NO EXCHANGE RATE' TO CNT-LABEL.
             MOVE DAY-RC04 TO CNT-VALUE.
             WRITE SLARPT-RECORD FROM COUNT-LINE.

             MOVE 'RC 08 - MODEL UNAVAILABLE' TO CNT-LABEL.
             MOVE DAY-RC08 TO CNT-VALUE.
             WRITE SLARPT-RECORD FROM COUNT-LINE.

             MOVE 'RC 16 - CONTROLS UNAVAILABLE' TO CNT-LABEL.
             MOVE DAY-RC16 TO CNT-VALUE.
             WRITE SLARPT-RECORD FROM COUNT-LINE.

             MOVE 'OTHER RETURN CODES' TO CNT-LABEL.
             MOVE DAY-RC-OTHER TO CNT-VALUE.
             WRITE SLARPT-RECORD FROM COUNT-LINE.

             MOVE 'REPLIES NOT TIMED' TO CNT-LABEL.
             MOVE LOG-UNTIMED-CTR TO CNT-VALUE.
             WRITE SLARPT-RECORD FROM COUNT-LINE.

             MOVE 'RECORDS WITH NO LOG HOUR' TO CNT-LABEL.
             MOVE LOG-BAD-TIME-CTR TO CNT-VALUE.
             WRITE SLARPT-RECORD FROM COUNT-LINE.

             IF DAY-TIMED > ZERO
                 COMPUTE TOT-VALUE ROUNDED =
                     DAY-ELAPSED-TOTAL / DAY-TIMED
             ELSE
                 MOVE ZERO TO TOT-VALUE
             END-IF.
             MOVE 'DAY AVERAGE RESPONSE MS' TO TOT-LABEL.
             WRITE SLARPT-RECORD FROM TOTAL-LINE.

             MOVE 'OUTAGE WINDOWS' TO CNT-LABEL.
             MOVE OUTAGE-ENTRIES-USED TO CNT-VALUE.
             WRITE SLARPT-RECORD FROM COUNT-LINE.

             MOVE 'HOURS WITH TRAFFIC' TO CNT-LABEL.
             MOVE HOURS-ACTIVE-CTR TO CNT-VALUE.
             WRITE SLARPT-RECORD FROM COUNT-LINE.

             MOVE 'HOURS FLAGGED' TO CNT-LABEL.
             MOVE HOURS-FLAGGED-CTR TO CNT-VALUE.
             WRITE SLARPT-RECORD FROM COUNT-LINE.

             IF OUTAGE-OVERFLOW-CTR > ZERO
                 DISPLAY 'FRDAUSLA - OUTAGE TABLE FULL, '
                     OUTAGE-OVERFLOW-CTR ' WINDOWS NOT LISTED'
             END-IF.

             IF HOURS-FLAGGED-CTR > ZERO
                 DISPLAY 'FRDAUSLA - ' HOURS-FLAGGED-CTR
                     ' HOUR(S) OUTSIDE THE SERVICE LEVEL'
                 MOVE 4 TO RETURN-CODE
             END-IF.

             DISPLAY 'FRDAUSLA - ' LOG-READ-CTR ' REPLIES, '
                 OUTAGE-ENTRIES-USED ' OUTAGE WINDOW(S)'.

             CLOSE ADLIN-FILE.
             CLOSE SLARPT-FILE.

      *---------------------
       9000-WRITE-TOTALS-X.
      *---------------------
