      * 2026-08-25 DRS    INITIAL VERSION
      * 2026-08-25 DRS    CASE RECORD LAYOUT FOLLOWS THE FULL
      *                   CARD TOKEN ADDITION (RECORD NOW 212).
      * 2026-09-09 DRS    CASE RECORD LAYOUT FOLLOWS THE REISSUE-
      *                   LINK ADDITION (RECORD NOW 352).
      * 2026-09-10 DRS    CASE RECORD LAYOUT FOLLOWS THE LOSS-
      *                   LEDGER CONTEXT ADDITION (RECORD NOW
      *                   379).
      * 2026-09-21 DRS    ESCALATION LINES NOW NAME THE MERCHANT -
      *                   DBA NAME FROM THE FRAUDMDS DESCRIPTOR
      *                   MASTER AND THE MERCHANT NUMBER.  A
      *                   MISSING DESCRIPTOR FILE ONLY LEAVES THE
      *                   NAME BLANK.
      ************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS CASE-SEQ-NO
               FILE STATUS IS FRAUDCSE-STATUS.

           SELECT FRAUDMDS-FILE ASSIGN TO FRAUDMDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MDS-MERCH-KEY
               FILE STATUS IS FRAUDMDS-STATUS.

           SELECT AGERPT-FILE ASSIGN TO AGERPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AGERPT-STATUS.
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
      * MERCHANT DESCRIPTOR MASTER - SAME LAYOUT FRDMDSMT
      * MAINTAINS.  READ ONLY HERE.
      *---------------------------------------------------------
       FD  FRAUDMDS-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  FRAUDMDS-RECORD.
           05 MDS-MERCH-KEY             PIC 9(18).
           05 MDS-DBA-NAME              PIC X(25).
           05 MDS-ACQUIRER-ID           PIC X(11).
           05 MDS-MERCHANT-ID           PIC X(15).
           05 MDS-COUNTRY               PIC X(03).
           05 MDS-SOURCE                PIC X(01).
           05 MDS-UPD-DATE              PIC 9(08).
           05 MDS-UPD-USER              PIC X(08).
           05 FILLER                    PIC X(11).

      *---------------------------------------------------------
      * AGING REPORT PRINT FILE
      *---------------------------------------------------------
       77  FRAUDCSE-STATUS              PIC X(02).
       77  AGERPT-STATUS                PIC X(02).
       77  ESCRPT-STATUS                PIC X(02).
       77  FRAUDMDS-STATUS              PIC X(02).

       77  DESCRIPTOR-FILE-SW           PIC X(01) VALUE 'N'.
           88 DESCRIPTOR-FILE-OPEN                VALUE 'Y'.

       77  CSE-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 END-OF-CASES                        VALUE 'Y'.
           05 FILLER PIC X(60) VALUE
               'CASE      CARD         AMOUNT OPENED     AGE P(YES) F
      -        'LAG'.
           05 FILLER PIC X(44) VALUE
               'MERCHANT                  MERCHANT NUMBER'.
           05 FILLER PIC X(28) VALUE SPACES.
       01  ESC-DETAIL-LINE.
           05 EDL-CASE-NO           PIC 9(09).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 EDL-PROB-YES          PIC 9.9999.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 EDL-FLAG              PIC X(03).
           05 FILLER                PIC X(05) VALUE SPACES.
           05 EDL-DBA-NAME          PIC X(25).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 EDL-MERCH-KEY         PIC 9(18).
           05 FILLER                PIC X(28) VALUE SPACES.
       01  TOTAL-LINE.
           05 TOT-LABEL             PIC X(30) VALUE SPACES.
           05 TOT-VALUE             PIC ZZZ,ZZZ,ZZ9.99.
                 STOP RUN
             END-IF.

      *THE DESCRIPTOR MASTER ONLY NAMES THE MERCHANT ON THE
      *ESCALATION LIST - WITHOUT IT THE SWEEP STILL RUNS.
             OPEN INPUT FRAUDMDS-FILE.
             IF FRAUDMDS-STATUS = '00' OR '97'
                 MOVE 'Y' TO DESCRIPTOR-FILE-SW
             ELSE
                 DISPLAY 'FRAUDMDS OPEN STATUS ' FRAUDMDS-STATUS
                     ' - MERCHANTS SHOWN BY NUMBER'
             END-IF.

             OPEN OUTPUT AGERPT-FILE.
             OPEN OUTPUT ESCRPT-FILE.

             MOVE CASE-OPEN-DATE  TO EDL-OPEN-DATE.
             MOVE CASE-AGE-DAYS   TO EDL-AGE-DAYS.
             MOVE CASE-PROB-YES   TO EDL-PROB-YES.
             MOVE CASE-MERCHANT-NAME TO EDL-MERCH-KEY.
             PERFORM 3100-GET-DESCRIPTOR
                THRU 3100-GET-DESCRIPTOR-X.
             WRITE ESCRPT-RECORD FROM ESC-DETAIL-LINE.

      *-----------------------
       3000-ESCALATE-CASE-X.
      *-----------------------

      *-----------------------------------------------------------
      * LOOKS UP THE CASE MERCHANT'S DBA NAME.  NO DESCRIPTOR
      * LEAVES '(NO DESCRIPTOR)' NEXT TO THE MERCHANT NUMBER.
      *-----------------------------------------------------------
       3100-GET-DESCRIPTOR.
      *-----------------------------------------------------------

             MOVE '(NO DESCRIPTOR)' TO EDL-DBA-NAME.

             IF NOT DESCRIPTOR-FILE-OPEN
                 GO TO 3100-GET-DESCRIPTOR-X
             END-IF.

             MOVE CASE-MERCHANT-NAME TO MDS-MERCH-KEY.
             READ FRAUDMDS-FILE
                 INVALID KEY
                     GO TO 3100-GET-DESCRIPTOR-X
             END-READ.

             IF FRAUDMDS-STATUS = '00'
              AND MDS-DBA-NAME NOT = SPACES
                 MOVE MDS-DBA-NAME TO EDL-DBA-NAME
             END-IF.

      *------------------------
       3100-GET-DESCRIPTOR-X.
      *------------------------

      *-----------------------------------------------------------
      * WRITES THE AGING REPORT AND THE CONTROL TOTALS.
      *-----------------------------------------------------------
             DISPLAY '***********************************'.

             CLOSE FRAUDCSE-FILE.
             IF DESCRIPTOR-FILE-OPEN
                 CLOSE FRAUDMDS-FILE
             END-IF.
             CLOSE AGERPT-FILE.
             CLOSE ESCRPT-FILE.

