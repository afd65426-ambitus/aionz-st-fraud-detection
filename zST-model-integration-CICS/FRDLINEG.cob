      * ACCEPTED WHEN THE TOKEN IS NOT KNOWN - AND THE RUN-DATE
      * RANGE.  CONCATENATE THE AUDIT GENERATIONS OLDEST FIRST
      * SO THE REPORT READS CHRONOLOGICALLY.  ONLY GENERATIONS
      * ON THE 400-BYTE LAYOUT (TRANSACTION IDENTITY AND
      * MERCHANT CONTEXT ON THE RECORD) CAN BE WALKED.
      *
      * WHEN THE CARD IS NAMED BY TOKEN, THE FRAUDREI REISSUE
      * REGISTER IS FOLLOWED BOTH WAYS - BACK TO THE CARD IT
      * REPLACED AND FORWARD TO ITS CONFIRMED REPLACEMENT - AND
      * THE DECISIONS ON EVERY CARD IN THE LINEAGE ARE PRINTED,
      * EACH BLOCK SHOWING WHICH CARD IT WAS MADE ON.  A LAST-4
      * REQUEST CANNOT BE FOLLOWED ACROSS A REISSUE.
      *
      * HOLDARC IS OPTIONAL - THE LEGAL-HOLD ARCHIVE FRDHLDAR
      * KEEPS OF AUDIT GENERATIONS THAT HAVE ROLLED OFF THE BASE.
      * IT IS WALKED AHEAD OF THE FRAUDAUD GENERATIONS, AND ONLY
      * ITS RECORDS OLDER THAN THE FIRST FRAUDAUD RECORD ARE
      * USED, SO A GENERATION BOTH ARCHIVED AND STILL ON THE
      * BASE IS NOT REPORTED TWICE.  BLOCKS TAKEN FROM THE
      * ARCHIVE ARE FLAGGED ON THE REPORT.
      *
      * RETURN-CODE 0  - LINEAGE PRODUCED
      * RETURN-CODE 4  - NO DECISIONS FOUND FOR THE CARD/SPAN
      * --------------------
      * DATE       BY    DESCRIPTION
      * 2026-08-31 DRS    INITIAL VERSION
      * 2026-09-07 DRS    AUDIT RECORD LAYOUT FOLLOWS THE MERCHANT-
      *                   CONTEXT ADDITION (LRECL NOW 315).
      * 2026-09-09 DRS    FOLLOWS THE CARD ACROSS REISSUES VIA THE
      *                   FRAUDREI REGISTER (OLD CARD TO NEW AND
      *                   BACK) - DECISIONS ON EVERY CARD IN THE
      *                   LINEAGE ARE REPORTED, THE CASE LINE
      *                   SHOWS A REISSUE LINK, AND THE RESULT
      *                   ACTIONS ARE MATCHED ON EVERY CARD'S
      *                   LAST 4.  CASE RECORD LAYOUT FOLLOWS THE
      *                   REISSUE-LINK ADDITION (RECORD NOW 352).
      * 2026-09-10 DRS    CASE RECORD LAYOUT FOLLOWS THE LOSS-
      *                   LEDGER CONTEXT ADDITION (RECORD NOW
      *                   379).
      * 2026-09-15 DRS    READS THE LEGAL-HOLD AUDIT ARCHIVE
      *                   (HOLDARC, OPTIONAL) AHEAD OF THE
      *                   FRAUDAUD GENERATIONS.
      * 2026-10-05 DRS    AUDIT RECORD LAYOUT FOLLOWS THE MODEL-
      *                   INPUT ADDITION (LRECL NOW 400).
      ************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FRAUDAUD-STATUS.

           SELECT HOLDARC-FILE ASSIGN TO HOLDARC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HOLDARC-STATUS.

           SELECT FRAUDCSE-FILE ASSIGN TO FRAUDCSE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASE-SEQ-NO
               FILE STATUS IS FRAUDCSE-STATUS.

           SELECT FRAUDREI-FILE ASSIGN TO FRAUDREI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REI-OLD-TOKEN
               FILE STATUS IS FRAUDREI-STATUS.

           SELECT RPTIN-FILE ASSIGN TO RPTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RPTIN-STATUS.
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
      * LEGAL-HOLD AUDIT ARCHIVE - FRAUDAUD RECORDS AS FRDHLDAR
      * COPIED THEM, READ INTO THE FRAUDAUD RECORD AREA.
      *---------------------------------------------------------
       FD  HOLDARC-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  HOLDARC-RECORD               PIC X(400).

      *---------------------------------------------------------
      * FRAUD CASE FILE - SAME LAYOUT FRAUDDET WRITES.
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
      * CARD REISSUE REGISTER - SAME LAYOUT FRDREISS MAINTAINS.
      *---------------------------------------------------------
       FD  FRAUDREI-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  FRAUDREI-RECORD.
           05 REI-OLD-TOKEN             PIC X(19).
           05 REI-CARD-LAST4            PIC X(04).
           05 REI-SOURCE                PIC X(01).
           05 REI-CASE-SEQ-NO           PIC 9(09).
           05 REI-REQUEST-DATE          PIC 9(08).
           05 REI-STATUS                PIC X(01).
               88 REI-REQUESTED                  VALUE 'R'.
               88 REI-CONFIRMED                  VALUE 'C'.
           05 REI-NEW-TOKEN             PIC X(19).
           05 REI-NEW-LAST4             PIC X(04).
           05 REI-CONFIRM-DATE          PIC 9(08).
           05 REI-USER                  PIC 9(02).
           05 FILLER                    PIC X(05).

      *---------------------------------------------------------
      * RESULT RECORDS - SAME LAYOUT FRAUDDET WRITES.  ONLY THE
      * KEY AND ACTION FIELDS ARE KEPT.

       77  LINPARM-STATUS               PIC X(02).
       77  FRAUDAUD-STATUS              PIC X(02).
       77  HOLDARC-STATUS               PIC X(02).
       77  FRAUDCSE-STATUS              PIC X(02).
       77  FRAUDREI-STATUS              PIC X(02).
       77  RPTIN-STATUS                 PIC X(02).
       77  LINRPT-STATUS                PIC X(02).

           88 END-OF-AUDIT                        VALUE 'Y'.
       77  RPT-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 END-OF-RESULTS                      VALUE 'Y'.
       77  REI-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 END-OF-REGISTER                     VALUE 'Y'.
       77  LINEAGE-SWITCH               PIC X(01) VALUE 'N'.
           88 LINEAGE-COMPLETE                    VALUE 'Y'.
       77  TOKEN-FOUND-SWITCH           PIC X(01) VALUE 'N'.
           88 TOKEN-IN-LINEAGE                    VALUE 'Y'.
       77  REGISTER-READ-SWITCH         PIC X(01) VALUE 'N'.
           88 REGISTER-WAS-READ                   VALUE 'Y'.
       77  ARC-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 END-OF-ARCHIVE                      VALUE 'Y'.
       77  ARC-READY-SWITCH             PIC X(01) VALUE 'N'.
           88 ARCHIVE-RECORD-READY                VALUE 'Y'.
       77  SOURCE-SWITCH                PIC X(01) VALUE 'N'.
           88 FROM-HOLD-ARCHIVE                   VALUE 'Y'.
       77  BASE-EOF-SWITCH              PIC X(01) VALUE 'N'.
           88 END-OF-BASE                         VALUE 'Y'.
       77  SAVED-SWITCH                 PIC X(01) VALUE 'N'.
           88 FIRST-BASE-SAVED                    VALUE 'Y'.

      *-----------------------------------------------------------
      * THE FIRST FRAUDAUD RECORD, HELD WHILE THE ARCHIVE IS
      * WALKED - ITS RUN DATE BOUNDS THE ARCHIVE RECORDS USED.
      *-----------------------------------------------------------
       77  FIRST-BASE-RECORD            PIC X(400) VALUE SPACES.
       77  ARCHIVE-LIMIT-DATE           PIC 9(08) VALUE 99999999.

      *-----------------------------------------------------------
      * REQUEST PARAMETERS
       77  REQ-FROM-DATE                PIC 9(08) VALUE ZERO.
       77  REQ-TO-DATE                  PIC 9(08) VALUE ZERO.

      *-----------------------------------------------------------
      * CARD LINEAGE - THE REQUESTED CARD (ENTRY 1) AND EVERY
      * CARD LINKED TO IT THROUGH A CONFIRMED REISSUE, WITH THE
      * REISSUES THAT LINK THEM.
      *-----------------------------------------------------------
       77  LNG-ENTRIES-USED             PIC 9(03) COMP VALUE ZERO.
       01  LINEAGE-TABLE.
           05 LNG-ENTRY OCCURS 0 TO 10 TIMES
                         DEPENDING ON LNG-ENTRIES-USED
                         INDEXED BY LNG-IDX.
               10 LNG-CARD-TOKEN        PIC X(19).
               10 LNG-CARD-LAST4        PIC X(04).
       77  LNG-OVERFLOW-CTR             PIC 9(09) COMP VALUE ZERO.
       77  FIND-TOKEN-WS                PIC X(19) VALUE SPACES.
       77  OLD-FOUND-SWITCH             PIC X(01) VALUE 'N'.
           88 OLD-IN-LINEAGE                      VALUE 'Y'.

       77  LNK-ENTRIES-USED             PIC 9(03) COMP VALUE ZERO.
       01  REISSUE-LINK-TABLE.
           05 LNK-ENTRY OCCURS 0 TO 10 TIMES
                         DEPENDING ON LNK-ENTRIES-USED
                         INDEXED BY LNK-IDX.
               10 LNK-OLD-TOKEN         PIC X(19).
               10 LNK-NEW-TOKEN         PIC X(19).
               10 LNK-CONFIRM-DATE      PIC 9(08).

      *-----------------------------------------------------------
      * RESULT-ACTION TABLE - THE SUPPLIED FRAUDRPT RECORDS FOR
      * THE CARD, KEYED BY SEQUENCE NUMBER.
      *-----------------------------------------------------------
       77  AUDIT-READ-CTR               PIC 9(09) COMP VALUE ZERO.
       77  DECISIONS-FOUND-CTR          PIC 9(09) COMP VALUE ZERO.
       77  ARCHIVE-WALKED-CTR           PIC 9(09) COMP VALUE ZERO.
       77  ARCHIVE-SKIPPED-CTR          PIC 9(09) COMP VALUE ZERO.

      *-----------------------------------------------------------
      * REPORT LINES
           05 L1-SEQ-NO             PIC 9(09).
           05 FILLER                PIC X(09) VALUE '  DEPLOY '.
           05 L1-DEPLOY-ID          PIC X(36).
           05 FILLER                PIC X(07) VALUE '  CARD '.
           05 L1-CARD-TOKEN         PIC X(19).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 L1-SOURCE             PIC X(14).
           05 FILLER                PIC X(13) VALUE SPACES.
       01  LIN-LINE-2.
           05 FILLER                PIC X(11) VALUE '  TXN DATE '.
           05 L2-YEAR               PIC 9(04).
           05 CL-REVIEW-SW          PIC X(01).
           05 FILLER                PIC X(05) VALUE ' BY  '.
           05 CL-REVIEW-USER        PIC X(08).
           05 CL-REISSUE-LABEL      PIC X(14).
           05 CL-REISSUE-TOKEN      PIC X(19).
           05 FILLER                PIC X(22) VALUE SPACES.
       01  LINEAGE-HDG-LINE.
           05 FILLER                PIC X(16) VALUE 'REISSUE LINEAGE'.
           05 LHL-NOTE              PIC X(40) VALUE SPACES.
           05 FILLER                PIC X(76) VALUE SPACES.
       01  LINEAGE-LINE.
           05 FILLER                PIC X(11) VALUE '  OLD CARD '.
           05 LL-OLD-TOKEN          PIC X(19).
           05 FILLER                PIC X(13) VALUE ' REISSUED AS '.
           05 LL-NEW-TOKEN          PIC X(19).
           05 FILLER                PIC X(11) VALUE ' CONFIRMED '.
           05 LL-CONFIRM-DATE       PIC 9(08).
           05 FILLER                PIC X(51) VALUE SPACES.
       01  NO-CASE-LINE.
           05 FILLER                PIC X(34) VALUE
               '  CASE   (NO CASE OPENED)'.
                 STOP RUN
             END-IF.

             PERFORM 1200-BUILD-LINEAGE
                THRU 1200-BUILD-LINEAGE-X.

             OPEN INPUT RPTIN-FILE.
             IF RPTIN-STATUS = '00'
                 PERFORM 1100-LOAD-RESULT
             END-IF.

             OPEN INPUT FRAUDAUD-FILE.
             PERFORM 1400-OPEN-ARCHIVE
                THRU 1400-OPEN-ARCHIVE-X.
             OPEN OUTPUT LINRPT-FILE.

             WRITE LINRPT-RECORD FROM HDG-LINE-1.
             MOVE REQ-TO-DATE    TO RQL-TO-DATE.
             WRITE LINRPT-RECORD FROM REQ-LINE.

             PERFORM 1300-PRINT-LINEAGE
                THRU 1300-PRINT-LINEAGE-X.

             PERFORM 2500-READ-AUDIT
                THRU 2500-READ-AUDIT-X.

                     MOVE 'Y' TO RPT-EOF-SWITCH
                     GO TO 1100-LOAD-RESULT-X
             END-READ.
      *A RESULT RECORD CARRIES ONLY THE LAST 4 - KEEP IT WHEN
      *IT MATCHES THE LAST 4 OF ANY CARD IN THE LINEAGE.
             IF REQ-CARD-LAST4 NOT = SPACES
                 SET LNG-IDX TO 1
                 SEARCH LNG-ENTRY
                     AT END
                         GO TO 1100-LOAD-RESULT-X
                     WHEN LNG-CARD-LAST4(LNG-IDX) = RPT-CARD-LAST4
                         CONTINUE
                 END-SEARCH
             END-IF.
             IF RAT-ENTRIES-USED < 10000
                 ADD 1 TO RAT-ENTRIES-USED
             END-IF.
       1100-LOAD-RESULT-X.

      *-----------------------------------------------------------
      * BUILDS THE CARD LINEAGE.  THE REQUESTED CARD IS ENTRY 1;
      * WHEN IT WAS NAMED BY TOKEN THE REISSUE REGISTER IS SWEPT
      * REPEATEDLY, ADDING THE OTHER CARD OF EVERY CONFIRMED
      * REISSUE THAT TOUCHES A CARD ALREADY IN THE LINEAGE, UNTIL
      * A SWEEP ADDS NOTHING.  AN UNREADABLE REGISTER LEAVES THE
      * LINEAGE AT THE REQUESTED CARD ALONE.
      *-----------------------------------------------------------
       1200-BUILD-LINEAGE.
      *-----------------------------------------------------------

             MOVE 1 TO LNG-ENTRIES-USED.
             SET LNG-IDX TO 1.
             MOVE REQ-CARD-TOKEN TO LNG-CARD-TOKEN(LNG-IDX).
             MOVE REQ-CARD-LAST4 TO LNG-CARD-LAST4(LNG-IDX).

             IF REQ-CARD-TOKEN = SPACES
                 GO TO 1200-BUILD-LINEAGE-X
             END-IF.

             OPEN INPUT FRAUDREI-FILE.
             IF FRAUDREI-STATUS NOT = '00' AND '97'
                 DISPLAY 'FRDLINEG - FRAUDREI OPEN STATUS '
                     FRAUDREI-STATUS ' - REISSUES NOT FOLLOWED'
                 GO TO 1200-BUILD-LINEAGE-X
             END-IF.
             MOVE 'Y' TO REGISTER-READ-SWITCH.

             MOVE 'N' TO LINEAGE-SWITCH.
             PERFORM 1210-SWEEP-REGISTER
                THRU 1210-SWEEP-REGISTER-X
                UNTIL LINEAGE-COMPLETE.

             CLOSE FRAUDREI-FILE.

      *----------------------
       1200-BUILD-LINEAGE-X.
      *----------------------

       1210-SWEEP-REGISTER.
             MOVE 'Y' TO LINEAGE-SWITCH.
             MOVE 'N' TO REI-EOF-SWITCH.
             MOVE LOW-VALUES TO REI-OLD-TOKEN.
             START FRAUDREI-FILE KEY IS NOT LESS THAN REI-OLD-TOKEN
                 INVALID KEY
                     MOVE 'Y' TO REI-EOF-SWITCH
             END-START.
             PERFORM 1220-EXAMINE-REISSUE
                THRU 1220-EXAMINE-REISSUE-X
                UNTIL END-OF-REGISTER.
       1210-SWEEP-REGISTER-X.

      *-----------------------------------------------------------
      * ONE REGISTER ENTRY - A CONFIRMED REISSUE WITH EXACTLY ONE
      * OF ITS TWO CARDS ALREADY IN THE LINEAGE BRINGS THE OTHER
      * CARD IN, AND THE SWEEP MUST BE REPEATED.
      *-----------------------------------------------------------
       1220-EXAMINE-REISSUE.
      *-----------------------------------------------------------

             READ FRAUDREI-FILE NEXT RECORD
                 AT END
                     MOVE 'Y' TO REI-EOF-SWITCH
                     GO TO 1220-EXAMINE-REISSUE-X
             END-READ.

             IF FRAUDREI-STATUS NOT = '00'
                 DISPLAY 'FRDLINEG - FRAUDREI BROWSE FAILED - '
                     'STATUS: ' FRAUDREI-STATUS
                 MOVE 'Y' TO REI-EOF-SWITCH
                 GO TO 1220-EXAMINE-REISSUE-X
             END-IF.

             IF NOT REI-CONFIRMED
                 GO TO 1220-EXAMINE-REISSUE-X
             END-IF.

             MOVE REI-OLD-TOKEN TO FIND-TOKEN-WS.
             PERFORM 1230-FIND-TOKEN
                THRU 1230-FIND-TOKEN-X.
             MOVE TOKEN-FOUND-SWITCH TO OLD-FOUND-SWITCH.

             MOVE REI-NEW-TOKEN TO FIND-TOKEN-WS.
             PERFORM 1230-FIND-TOKEN
                THRU 1230-FIND-TOKEN-X.

             IF OLD-IN-LINEAGE AND TOKEN-IN-LINEAGE
                 GO TO 1220-EXAMINE-REISSUE-X
             END-IF.
             IF NOT OLD-IN-LINEAGE AND NOT TOKEN-IN-LINEAGE
                 GO TO 1220-EXAMINE-REISSUE-X
             END-IF.

             IF LNG-ENTRIES-USED >= 10
                 ADD 1 TO LNG-OVERFLOW-CTR
                 GO TO 1220-EXAMINE-REISSUE-X
             END-IF.

             ADD 1 TO LNG-ENTRIES-USED.
             SET LNG-IDX TO LNG-ENTRIES-USED.
             IF OLD-IN-LINEAGE
                 MOVE REI-NEW-TOKEN  TO LNG-CARD-TOKEN(LNG-IDX)
                 MOVE REI-NEW-LAST4  TO LNG-CARD-LAST4(LNG-IDX)
             ELSE
                 MOVE REI-OLD-TOKEN  TO LNG-CARD-TOKEN(LNG-IDX)
                 MOVE REI-CARD-LAST4 TO LNG-CARD-LAST4(LNG-IDX)
             END-IF.

             ADD 1 TO LNK-ENTRIES-USED.
             SET LNK-IDX TO LNK-ENTRIES-USED.
             MOVE REI-OLD-TOKEN    TO LNK-OLD-TOKEN(LNK-IDX).
             MOVE REI-NEW-TOKEN    TO LNK-NEW-TOKEN(LNK-IDX).
             MOVE REI-CONFIRM-DATE TO LNK-CONFIRM-DATE(LNK-IDX).

             MOVE 'N' TO LINEAGE-SWITCH.

      *------------------------
       1220-EXAMINE-REISSUE-X.
      *------------------------

       1230-FIND-TOKEN.
             MOVE 'N' TO TOKEN-FOUND-SWITCH.
             SET LNG-IDX TO 1.
             SEARCH LNG-ENTRY
                 AT END
                     CONTINUE
                 WHEN LNG-CARD-TOKEN(LNG-IDX) = FIND-TOKEN-WS
                     MOVE 'Y' TO TOKEN-FOUND-SWITCH
             END-SEARCH.
       1230-FIND-TOKEN-X.

      *-----------------------------------------------------------
      * LISTS THE REISSUES THAT LINK THE CARDS IN THE LINEAGE.
      *-----------------------------------------------------------
       1300-PRINT-LINEAGE.
      *-----------------------------------------------------------

             IF NOT REGISTER-WAS-READ
                 GO TO 1300-PRINT-LINEAGE-X
             END-IF.

             WRITE LINRPT-RECORD FROM BLANK-LINE.
             IF LNK-ENTRIES-USED = ZERO
                 MOVE '(NO CONFIRMED REISSUE FOR THIS CARD)'
                     TO LHL-NOTE
             ELSE
                 MOVE SPACES TO LHL-NOTE
             END-IF.
             WRITE LINRPT-RECORD FROM LINEAGE-HDG-LINE.

             PERFORM 1310-PRINT-LINK
                THRU 1310-PRINT-LINK-X
                VARYING LNK-IDX FROM 1 BY 1
                UNTIL LNK-IDX > LNK-ENTRIES-USED.

      *----------------------
       1300-PRINT-LINEAGE-X.
      *----------------------

       1310-PRINT-LINK.
             MOVE LNK-OLD-TOKEN(LNK-IDX)    TO LL-OLD-TOKEN.
             MOVE LNK-NEW-TOKEN(LNK-IDX)    TO LL-NEW-TOKEN.
             MOVE LNK-CONFIRM-DATE(LNK-IDX) TO LL-CONFIRM-DATE.
             WRITE LINRPT-RECORD FROM LINEAGE-LINE.
       1310-PRINT-LINK-X.

      *-----------------------------------------------------------
      * OPENS THE HOLD ARCHIVE WHEN SUPPLIED AND HOLDS BACK THE
      * FIRST FRAUDAUD RECORD, WHOSE RUN DATE MARKS WHERE THE
      * ARCHIVE HANDS OVER TO THE BASE GENERATIONS.
      *-----------------------------------------------------------
       1400-OPEN-ARCHIVE.
      *-----------------------------------------------------------

             OPEN INPUT HOLDARC-FILE.
             IF HOLDARC-STATUS NOT = '00'
                 DISPLAY 'FRDLINEG - HOLDARC OPEN STATUS '
                     HOLDARC-STATUS ' - HOLD ARCHIVE NOT SUPPLIED'
                 MOVE 'Y' TO ARC-EOF-SWITCH
                 GO TO 1400-OPEN-ARCHIVE-X
             END-IF.

             READ FRAUDAUD-FILE
                 AT END
                     MOVE 'Y' TO BASE-EOF-SWITCH
                     GO TO 1400-OPEN-ARCHIVE-X
             END-READ.
             MOVE FRAUDAUD-RECORD TO FIRST-BASE-RECORD.
             MOVE AUD-RUN-DATE    TO ARCHIVE-LIMIT-DATE.
             MOVE 'Y' TO SAVED-SWITCH.

      *---------------------
       1400-OPEN-ARCHIVE-X.
      *---------------------

      *-----------------------------------------------------------
      * EXAMINES ONE AUDIT RECORD AND, WHEN IT BELONGS TO THE
      * REQUESTED CARD AND SPAN, PRINTS ITS LINEAGE BLOCK.
             END-IF.

             IF REQ-CARD-TOKEN NOT = SPACES
                 MOVE AUD-CARD-TOKEN TO FIND-TOKEN-WS
                 PERFORM 1230-FIND-TOKEN
                    THRU 1230-FIND-TOKEN-X
                 IF NOT TOKEN-IN-LINEAGE
                     GO TO 2000-NEXT-AUDIT
                 END-IF
             ELSE
       2000-WALK-AUDIT-X.
      *--------------------

      *-----------------------------------------------------------
      * NEXT AUDIT RECORD - THE HOLD ARCHIVE FIRST, THEN THE HELD-
      * BACK FIRST FRAUDAUD RECORD, THEN THE REST OF FRAUDAUD.
      *-----------------------------------------------------------
       2500-READ-AUDIT.
      *-----------------------------------------------------------

             IF NOT END-OF-ARCHIVE
                 MOVE 'N' TO ARC-READY-SWITCH
                 PERFORM 2510-READ-ARCHIVE
                    THRU 2510-READ-ARCHIVE-X
                    UNTIL ARCHIVE-RECORD-READY
                       OR END-OF-ARCHIVE
                 IF ARCHIVE-RECORD-READY
                     MOVE 'Y' TO SOURCE-SWITCH
                     ADD 1 TO ARCHIVE-WALKED-CTR
                     GO TO 2500-READ-AUDIT-X
                 END-IF
             END-IF.

             MOVE 'N' TO SOURCE-SWITCH.

             IF FIRST-BASE-SAVED
                 MOVE FIRST-BASE-RECORD TO FRAUDAUD-RECORD
                 MOVE 'N' TO SAVED-SWITCH
                 GO TO 2500-READ-AUDIT-X
             END-IF.

             IF END-OF-BASE
                 MOVE 'Y' TO AUD-EOF-SWITCH
                 GO TO 2500-READ-AUDIT-X
             END-IF.

             READ FRAUDAUD-FILE
                 AT END
                     MOVE 'Y' TO AUD-EOF-SWITCH
             END-READ.

      *--------------------
       2500-READ-AUDIT-X.
      *--------------------

       2510-READ-ARCHIVE.
             READ HOLDARC-FILE INTO FRAUDAUD-RECORD
                 AT END
                     MOVE 'Y' TO ARC-EOF-SWITCH
                     GO TO 2510-READ-ARCHIVE-X
             END-READ.
             IF AUD-RUN-DATE < ARCHIVE-LIMIT-DATE
                 MOVE 'Y' TO ARC-READY-SWITCH
             ELSE
                 ADD 1 TO ARCHIVE-SKIPPED-CTR
             END-IF.
       2510-READ-ARCHIVE-X.

      *-----------------------------------------------------------
      * ONE CHRONOLOGICAL LINEAGE BLOCK - THE DECISION, THE CASE
             MOVE AUD-RUN-DATE          TO L1-RUN-DATE.
             MOVE AUD-SEQ-NO            TO L1-SEQ-NO.
             MOVE AUD-DEPLOY-ID         TO L1-DEPLOY-ID.
             MOVE AUD-CARD-TOKEN        TO L1-CARD-TOKEN.
             IF FROM-HOLD-ARCHIVE
                 MOVE 'HOLD ARCHIVE' TO L1-SOURCE
             ELSE
                 MOVE SPACES TO L1-SOURCE
             END-IF.
             WRITE LINRPT-RECORD FROM LIN-LINE-1.

             MOVE AUD-TXN-YEAR          TO L2-YEAR.
             MOVE CASE-DISP-TIME   TO CL-DISP-TIME.
             MOVE CASE-REVIEW-SW   TO CL-REVIEW-SW.
             MOVE CASE-REVIEW-USER TO CL-REVIEW-USER.
             IF CASE-REISSUE-TOKEN = SPACES OR LOW-VALUES
                 MOVE SPACES TO CL-REISSUE-LABEL
                 MOVE SPACES TO CL-REISSUE-TOKEN
             ELSE
                 MOVE '  REISSUED AS ' TO CL-REISSUE-LABEL
                 MOVE CASE-REISSUE-TOKEN TO CL-REISSUE-TOKEN
             END-IF.
             WRITE LINRPT-RECORD FROM CASE-LINE.

      *-------------------
             MOVE 'DECISIONS FOUND' TO CNT-LABEL.
             MOVE DECISIONS-FOUND-CTR TO CNT-VALUE.
             WRITE LINRPT-RECORD FROM COUNT-LINE.
             MOVE 'WALKED FROM THE HOLD ARCHIVE' TO CNT-LABEL.
             MOVE ARCHIVE-WALKED-CTR TO CNT-VALUE.
             WRITE LINRPT-RECORD FROM COUNT-LINE.

             IF ARCHIVE-SKIPPED-CTR > ZERO
                 DISPLAY 'FRDLINEG - ' ARCHIVE-SKIPPED-CTR
                     ' ARCHIVE RECORDS SKIPPED - STILL ON FRAUDAUD'
             END-IF.

             IF LNG-OVERFLOW-CTR > ZERO
                 DISPLAY 'FRDLINEG - LINEAGE TABLE FULL, '
                     LNG-OVERFLOW-CTR ' REISSUES NOT FOLLOWED'
             END-IF.

             IF RAT-OVERFLOW-CTR > ZERO
                 DISPLAY 'FRDLINEG - RESULT TABLE OVERFLOWED, '
             END-IF.

             CLOSE FRAUDAUD-FILE.
             CLOSE HOLDARC-FILE.
             CLOSE FRAUDCSE-FILE.
             CLOSE LINRPT-FILE.

