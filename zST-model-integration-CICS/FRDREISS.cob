       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDREISS.

      * AUTHOR - DRS ************************************************
      *
      * AI ON IBM Z SOLUTION TEMPLATE
      *
      * DAILY CARD REISSUE FEED.  REPLACES THE PHONE CALL TO CARD
      * MANAGEMENT FOR EVERY CARD TAKEN OUT OF PLAY:
      *
      *   - INBOUND: APPLIES CARD MANAGEMENT'S REISSUE
      *     CONFIRMATIONS (OLD TOKEN, NEW TOKEN).  THE REGISTER
      *     ENTRY IS MARKED CONFIRMED, THE OLD CARD'S FRAUDHST
      *     HISTORY IS COPIED TO THE NEW TOKEN SO THE REPLACEMENT
      *     CARD DOES NOT START WITH EMPTY VELOCITY WINDOWS, AND
      *     EVERY OPEN FRAUDCSE CASE ON THE OLD CARD IS LINKED TO
      *     THE NEW TOKEN.  THE OLD CARD'S FRAUDPSL BLOCK IS LEFT
      *     IN PLACE - THIS RUN NEVER UPDATES THE PRE-SCREEN LIST.
      *   - OUTBOUND: WRITES ONE REISSUE REQUEST PER CARD NEWLY
      *     CONFIRMED AS FRAUD (CLOSED FRAUDCSE CASE, DISPOSITION
      *     F) OR NEWLY BLOCKED ON FRAUDPSL (FRDPSLMT/FRBK), AND
      *     RECORDS IT ON THE FRAUDREI REISSUE REGISTER.  A CARD
      *     ALREADY ON THE REGISTER IS NEVER REQUESTED TWICE.
      *
      * THE REGISTER IS KEYED ON THE OLD CARD TOKEN AND IS WHAT
      * FRDLINEG FOLLOWS TO TRACE A CARD ACROSS REISSUES.
      * CONFIRMATIONS ARE APPLIED FIRST, SO A CASE ON A CARD
      * CONFIRMED TODAY IS LINKED ON TODAY'S CASE PASS.
      *
      * REIPARM CARRIES THE FIRST DISPOSITION/BLOCK DATE THE FEED
      * COVERS, SO THE FIRST RUN DOES NOT REQUEST A REISSUE FOR
      * EVERY CARD EVER BLOCKED.
      *
      * RETURN-CODE 0  - FEED BUILT, ALL CONFIRMATIONS APPLIED
      * RETURN-CODE 4  - ONE OR MORE CONFIRMATIONS REJECTED (NO
      *                  REQUEST ON THE REGISTER, ALREADY
      *                  CONFIRMED, OR UNUSABLE TOKENS) - SEE
      *                  REIRPT
      * RETURN-CODE 16 - UNUSABLE REIPARM OR A FILE ERROR
      *
      * MODIFICATION HISTORY
      * --------------------
      * DATE       BY    DESCRIPTION
      * 2026-09-09 DRS    INITIAL VERSION
      * 2026-09-10 DRS    CASE RECORD LAYOUT FOLLOWS THE LOSS-
      *                   LEDGER CONTEXT ADDITION (RECORD NOW
      *                   379).
      * 2026-10-15 DRS    FRAUDREI READS NOW STOP ON ANY STATUS
      *                   OTHER THAN FOUND OR NOT-FOUND.
      ************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REIPARM-FILE ASSIGN TO REIPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REIPARM-STATUS.

           SELECT REISSIN-FILE ASSIGN TO REISSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REISSIN-STATUS.

           SELECT FRAUDREI-FILE ASSIGN TO FRAUDREI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REI-OLD-TOKEN
               FILE STATUS IS FRAUDREI-STATUS.

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

           SELECT FRAUDPSL-FILE ASSIGN TO FRAUDPSL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSL-CARD-TOKEN
               FILE STATUS IS FRAUDPSL-STATUS.

           SELECT REISSOUT-FILE ASSIGN TO REISSOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REISSOUT-STATUS.

           SELECT REIRPT-FILE ASSIGN TO REIRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REIRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *---------------------------------------------------------
      * RUN PARAMETER - FIRST DISPOSITION/BLOCK DATE COVERED.
      *---------------------------------------------------------
       FD  REIPARM-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REIPARM-RECORD.
           05 RPM-START-DATE            PIC 9(08).
           05 FILLER                    PIC X(72).

      *---------------------------------------------------------
      * REISSUE CONFIRMATIONS FROM CARD MANAGEMENT - ONE PER
      * REPLACEMENT CARD ISSUED.
      *---------------------------------------------------------
       FD  REISSIN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REISSIN-RECORD.
           05 CNF-OLD-TOKEN             PIC X(19).
           05 CNF-NEW-TOKEN             PIC X(19).
           05 CNF-NEW-LAST4             PIC X(04).
           05 CNF-ISSUE-DATE            PIC 9(08).
           05 CNF-REFERENCE             PIC X(12).
           05 FILLER                    PIC X(18).

      *---------------------------------------------------------
      * CARD REISSUE REGISTER - ONE ENTRY PER CARD SENT FOR
      * REISSUE, KEYED ON THE OLD CARD TOKEN.  STATUS R WHILE
      * THE REQUEST IS OUTSTANDING, C ONCE CARD MANAGEMENT HAS
      * CONFIRMED THE REPLACEMENT.  THE HIGH-KEY PRIMER RECORD
      * CARRIES NO STATUS.
      *---------------------------------------------------------
       FD  FRAUDREI-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  FRAUDREI-RECORD.
           05 REI-OLD-TOKEN             PIC X(19).
           05 REI-CARD-LAST4            PIC X(04).
           05 REI-SOURCE                PIC X(01).
               88 REI-FROM-CASE                  VALUE 'F'.
               88 REI-FROM-BLOCK                 VALUE 'B'.
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
      * CARDHOLDER HISTORY - SAME LAYOUT FRAUDDET MAINTAINS.
      *---------------------------------------------------------
       FD  FRAUDHST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  FRAUDHST-RECORD.
           05 HIST-CARD-KEY             PIC X(19).
           05 HIST-TXN-COUNT-1HR        PIC 9(05) COMP.
           05 HIST-MERCHANT-COUNT-24HR  PIC 9(05) COMP.
           05 HIST-MERCHANT-LIST.
               10 HIST-MERCHANT-ENTRY   PIC 9(18)
                                        OCCURS 20 TIMES.
           05 HIST-LAST-YEAR            PIC 9(04).
           05 HIST-LAST-MONTH           PIC 9(02).
           05 HIST-LAST-DAY             PIC 9(02).
           05 HIST-LAST-HOUR            PIC 9(02).
           05 HIST-LAST-STATE           PIC X(02).
           05 HIST-LAST-ZIP             PIC 9(05).
           05 FILLER                    PIC X(03).

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
      * THE PRE-SCREEN LIST - SAME LAYOUT FRAUDDET READS.
      * READ ONLY - THE OLD CARD'S BLOCK STAYS IN PLACE.
      *---------------------------------------------------------
       FD  FRAUDPSL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  FRAUDPSL-RECORD.
           05 PSL-CARD-TOKEN            PIC X(19).
           05 PSL-ACTION                PIC X(01).
               88 PSL-ALLOW-ENTRY                VALUE 'A'.
               88 PSL-BLOCK-ENTRY                VALUE 'B'.
           05 PSL-ADD-DATE              PIC 9(08).
           05 PSL-EXPIRE-DATE           PIC 9(08).
           05 PSL-ADD-USER              PIC X(08).
           05 PSL-REASON                PIC X(30).
           05 FILLER                    PIC X(06).

      *---------------------------------------------------------
      * OUTBOUND REISSUE REQUESTS FOR CARD MANAGEMENT - ONE PER
      * CARD TAKEN OUT OF PLAY SINCE THE LAST RUN.
      *---------------------------------------------------------
       FD  REISSOUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REISSOUT-RECORD.
           05 RQO-OLD-TOKEN             PIC X(19).
           05 RQO-CARD-LAST4            PIC X(04).
           05 RQO-USER                  PIC 9(02).
           05 RQO-SOURCE                PIC X(01).
           05 RQO-CASE-SEQ-NO           PIC 9(09).
           05 RQO-REQUEST-DATE          PIC 9(08).
           05 RQO-REASON                PIC X(30).
           05 FILLER                    PIC X(27).

      *---------------------------------------------------------
      * REISSUE FEED REPORT PRINT FILE
      *---------------------------------------------------------
       FD  REIRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REIRPT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

       77  REIPARM-STATUS               PIC X(02).
       77  REISSIN-STATUS               PIC X(02).
       77  FRAUDREI-STATUS              PIC X(02).
       77  FRAUDHST-STATUS              PIC X(02).
       77  FRAUDCSE-STATUS              PIC X(02).
       77  FRAUDPSL-STATUS              PIC X(02).
       77  REISSOUT-STATUS              PIC X(02).
       77  REIRPT-STATUS                PIC X(02).

       77  CNF-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 END-OF-CONFIRMS                     VALUE 'Y'.
       77  CSE-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 END-OF-CASES                        VALUE 'Y'.
       77  PSL-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 END-OF-LIST                         VALUE 'Y'.
       77  REGISTER-SWITCH              PIC X(01) VALUE 'N'.
           88 CARD-ON-REGISTER                    VALUE 'Y'.

       77  RUN-DATE-WS                  PIC 9(08) VALUE ZERO.
       77  START-DATE-WS                PIC 9(08) VALUE ZERO.

      *Candidate handed to 5000-REQUEST-REISSUE
       77  REQ-CARD-TOKEN               PIC X(19) VALUE SPACES.
       77  REQ-CARD-LAST4               PIC X(04) VALUE SPACES.
       77  REQ-USER                     PIC 9(02) VALUE ZERO.
       77  REQ-SOURCE                   PIC X(01) VALUE SPACE.
       77  REQ-CASE-SEQ-NO              PIC 9(09) VALUE ZERO.
       77  REQ-REASON                   PIC X(30) VALUE SPACES.

      *The old card's history image, re-keyed for the new card
       77  HIST-SAVE-WS                 PIC X(407) VALUE SPACES.

      *-----------------------------------------------------------
      * CONTROL TOTALS
      *-----------------------------------------------------------
       77  CONFIRMS-READ-CTR            PIC 9(09) COMP VALUE ZERO.
       77  CONFIRMS-APPLIED-CTR         PIC 9(09) COMP VALUE ZERO.
       77  CONFIRMS-REJECTED-CTR        PIC 9(09) COMP VALUE ZERO.
       77  HISTORY-CARRIED-CTR          PIC 9(09) COMP VALUE ZERO.
       77  HISTORY-KEPT-CTR             PIC 9(09) COMP VALUE ZERO.
       77  HISTORY-NONE-CTR             PIC 9(09) COMP VALUE ZERO.
       77  CASES-READ-CTR               PIC 9(09) COMP VALUE ZERO.
       77  CASES-LINKED-CTR             PIC 9(09) COMP VALUE ZERO.
       77  BLOCKS-READ-CTR              PIC 9(09) COMP VALUE ZERO.
       77  REQUESTS-CASE-CTR            PIC 9(09) COMP VALUE ZERO.
       77  REQUESTS-BLOCK-CTR           PIC 9(09) COMP VALUE ZERO.
       77  ALREADY-REQUESTED-CTR        PIC 9(09) COMP VALUE ZERO.

      *-----------------------------------------------------------
      * REPORT LINES
      *-----------------------------------------------------------
       01  HDG-LINE-1.
           05 FILLER PIC X(44) VALUE
               '***** CARD REISSUE FEED *******************'.
           05 FILLER PIC X(10) VALUE ' RUN DATE '.
           05 HDG-RUN-DATE          PIC 9(08).
           05 FILLER PIC X(15) VALUE '  COVERS FROM '.
           05 HDG-START-DATE        PIC 9(08).
           05 FILLER PIC X(47) VALUE SPACES.
       01  HDG-LINE-2.
           05 FILLER PIC X(17) VALUE 'EVENT'.
           05 FILLER PIC X(20) VALUE 'OLD CARD TOKEN'.
           05 FILLER PIC X(20) VALUE 'NEW CARD TOKEN'.
           05 FILLER PIC X(10) VALUE 'CASE'.
           05 FILLER PIC X(65) VALUE 'DETAIL'.
       01  EVENT-LINE.
           05 EV-EVENT              PIC X(16).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 EV-OLD-TOKEN          PIC X(19).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 EV-NEW-TOKEN          PIC X(19).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 EV-CASE-NO            PIC X(09).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 EV-DETAIL             PIC X(50).
           05 FILLER                PIC X(15) VALUE SPACES.
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

             PERFORM 2000-APPLY-CONFIRM
                THRU 2000-APPLY-CONFIRM-X
                UNTIL END-OF-CONFIRMS.

             PERFORM 3000-SWEEP-CASES
                THRU 3000-SWEEP-CASES-X.

             PERFORM 4000-SWEEP-BLOCKS
                THRU 4000-SWEEP-BLOCKS-X.

             PERFORM 9000-TERMINATE
                THRU 9000-TERMINATE-X.

             STOP RUN.

      *-----------------------------------------------------------
      * READS THE START DATE, OPENS THE FILES AND PRIMES THE
      * CONFIRMATION READ.  A MISSING OR ZERO START DATE STOPS
      * THE RUN RATHER THAN REQUESTING A REISSUE FOR EVERY CARD
      * EVER BLOCKED.
      *-----------------------------------------------------------
       1000-INITIALIZE.
      *-----------------------------------------------------------

             ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.

             OPEN INPUT REIPARM-FILE.
             IF REIPARM-STATUS NOT = '00'
                 DISPLAY 'FRDREISS - REIPARM OPEN FAILED - STATUS: '
                     REIPARM-STATUS ' - CANNOT START'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
             READ REIPARM-FILE
                 AT END
                     DISPLAY 'FRDREISS - REIPARM IS EMPTY - '
                         'CANNOT START'
                     CLOSE REIPARM-FILE
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
             END-READ.
             CLOSE REIPARM-FILE.

             IF RPM-START-DATE NOT NUMERIC
              OR RPM-START-DATE = ZERO
              OR RPM-START-DATE > RUN-DATE-WS
                 DISPLAY 'FRDREISS - UNUSABLE START DATE ON REIPARM '
                     '- CANNOT START'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
             MOVE RPM-START-DATE TO START-DATE-WS.

             OPEN I-O FRAUDREI-FILE.
             IF FRAUDREI-STATUS NOT = '00' AND '97'
                 DISPLAY 'FRDREISS - FRAUDREI OPEN FAILED - STATUS: '
                     FRAUDREI-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             OPEN I-O FRAUDHST-FILE.
             IF FRAUDHST-STATUS NOT = '00' AND '97'
                 DISPLAY 'FRDREISS - FRAUDHST OPEN FAILED - STATUS: '
                     FRAUDHST-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             OPEN I-O FRAUDCSE-FILE.
             IF FRAUDCSE-STATUS NOT = '00' AND '97'
                 DISPLAY 'FRDREISS - FRAUDCSE OPEN FAILED - STATUS: '
                     FRAUDCSE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             OPEN INPUT FRAUDPSL-FILE.
             IF FRAUDPSL-STATUS NOT = '00' AND '97'
                 DISPLAY 'FRDREISS - FRAUDPSL OPEN FAILED - STATUS: '
                     FRAUDPSL-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             OPEN INPUT REISSIN-FILE.
             IF REISSIN-STATUS NOT = '00'
                 DISPLAY 'FRDREISS - REISSIN OPEN FAILED - STATUS: '
                     REISSIN-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             OPEN OUTPUT REISSOUT-FILE.
             OPEN OUTPUT REIRPT-FILE.

             MOVE RUN-DATE-WS   TO HDG-RUN-DATE.
             MOVE START-DATE-WS TO HDG-START-DATE.
             WRITE REIRPT-RECORD FROM HDG-LINE-1.
             WRITE REIRPT-RECORD FROM BLANK-LINE.
             WRITE REIRPT-RECORD FROM HDG-LINE-2.

             PERFORM 2500-READ-CONFIRM
                THRU 2500-READ-CONFIRM-X.

      *-------------------
       1000-INITIALIZE-X.
      *-------------------

      *-----------------------------------------------------------
      * APPLIES ONE REISSUE CONFIRMATION: THE REGISTER ENTRY IS
      * MARKED CONFIRMED WITH THE NEW TOKEN AND THE OLD CARD'S
      * HISTORY IS CARRIED OVER.  A CONFIRMATION WITH NO REQUEST
      * BEHIND IT, OR FOR A CARD ALREADY CONFIRMED, IS REJECTED
      * AND REPORTED - CARD MANAGEMENT MUST BE ASKED ABOUT IT.
      *-----------------------------------------------------------
       2000-APPLY-CONFIRM.
      *-----------------------------------------------------------

             ADD 1 TO CONFIRMS-READ-CTR.

             MOVE SPACES        TO EVENT-LINE.
             MOVE CNF-OLD-TOKEN TO EV-OLD-TOKEN.
             MOVE CNF-NEW-TOKEN TO EV-NEW-TOKEN.

             IF CNF-OLD-TOKEN = SPACES
              OR CNF-NEW-TOKEN = SPACES
              OR CNF-NEW-TOKEN = CNF-OLD-TOKEN
                 MOVE 'OLD/NEW TOKEN MISSING OR IDENTICAL'
                     TO EV-DETAIL
                 PERFORM 2400-REJECT-CONFIRM
                    THRU 2400-REJECT-CONFIRM-X
                 GO TO 2000-NEXT-CONFIRM
             END-IF.

             MOVE CNF-OLD-TOKEN TO REI-OLD-TOKEN.
             READ FRAUDREI-FILE
                 INVALID KEY
                     MOVE SPACE TO REI-STATUS
             END-READ.
             IF FRAUDREI-STATUS NOT = '00' AND '23'
                 DISPLAY 'FRDREISS - FRAUDREI READ FAILED - STATUS: '
                     FRAUDREI-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             IF NOT REI-REQUESTED AND NOT REI-CONFIRMED
                 MOVE 'NO REISSUE REQUEST ON THE REGISTER'
                     TO EV-DETAIL
                 PERFORM 2400-REJECT-CONFIRM
                    THRU 2400-REJECT-CONFIRM-X
                 GO TO 2000-NEXT-CONFIRM
             END-IF.

             IF REI-CONFIRMED
                 MOVE SPACES TO EV-DETAIL
                 STRING 'ALREADY CONFIRMED ' REI-CONFIRM-DATE
                     ' TO ' REI-NEW-TOKEN
                     DELIMITED BY SIZE INTO EV-DETAIL
                 PERFORM 2400-REJECT-CONFIRM
                    THRU 2400-REJECT-CONFIRM-X
                 GO TO 2000-NEXT-CONFIRM
             END-IF.

             MOVE 'C'           TO REI-STATUS.
             MOVE CNF-NEW-TOKEN TO REI-NEW-TOKEN.
             MOVE CNF-NEW-LAST4 TO REI-NEW-LAST4.
             IF CNF-ISSUE-DATE NUMERIC
              AND CNF-ISSUE-DATE > ZERO
                 MOVE CNF-ISSUE-DATE TO REI-CONFIRM-DATE
             ELSE
                 MOVE RUN-DATE-WS    TO REI-CONFIRM-DATE
             END-IF.

             REWRITE FRAUDREI-RECORD.
             IF FRAUDREI-STATUS NOT = '00'
                 DISPLAY 'FRDREISS - FRAUDREI REWRITE FAILED - '
                     'STATUS: ' FRAUDREI-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             ADD 1 TO CONFIRMS-APPLIED-CTR.

             PERFORM 2200-CARRY-HISTORY
                THRU 2200-CARRY-HISTORY-X.

             MOVE 'CONFIRMED' TO EV-EVENT.
             IF REI-CASE-SEQ-NO > ZERO
                 MOVE REI-CASE-SEQ-NO TO EV-CASE-NO
             END-IF.
             WRITE REIRPT-RECORD FROM EVENT-LINE.

       2000-NEXT-CONFIRM.

             PERFORM 2500-READ-CONFIRM
                THRU 2500-READ-CONFIRM-X.

      *----------------------
       2000-APPLY-CONFIRM-X.
      *----------------------

      *-----------------------------------------------------------
      * COPIES THE OLD CARD'S FRAUDHST RECORD TO THE NEW TOKEN SO
      * THE REPLACEMENT CARD INHERITS THE VELOCITY WINDOWS AND
      * THE LAST-SWIPE LOCATION.  WHEN THE NEW CARD HAS ALREADY
      * TRANSACTED (A HISTORY RECORD IS ON FILE UNDER ITS TOKEN)
      * THAT RECORD IS NEWER THAN THE OLD CARD'S AND IS KEPT.
      * THE OLD CARD'S RECORD IS LEFT FOR FRDHSTHK TO AGE OUT.
      *-----------------------------------------------------------
       2200-CARRY-HISTORY.
      *-----------------------------------------------------------

             MOVE CNF-OLD-TOKEN TO HIST-CARD-KEY.
             READ FRAUDHST-FILE
                 INVALID KEY
                     ADD 1 TO HISTORY-NONE-CTR
                     MOVE 'NO HISTORY ON OLD CARD TO CARRY'
                         TO EV-DETAIL
                     GO TO 2200-CARRY-HISTORY-X
             END-READ.

             MOVE FRAUDHST-RECORD TO HIST-SAVE-WS.
             MOVE CNF-NEW-TOKEN   TO HIST-CARD-KEY.
             READ FRAUDHST-FILE
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     ADD 1 TO HISTORY-KEPT-CTR
                     MOVE 'NEW CARD ALREADY HAS HISTORY - KEPT'
                         TO EV-DETAIL
                     GO TO 2200-CARRY-HISTORY-X
             END-READ.

             MOVE HIST-SAVE-WS  TO FRAUDHST-RECORD.
             MOVE CNF-NEW-TOKEN TO HIST-CARD-KEY.
             WRITE FRAUDHST-RECORD.
             IF FRAUDHST-STATUS NOT = '00'
                 DISPLAY 'FRDREISS - FRAUDHST WRITE FAILED - '
                     'STATUS: ' FRAUDHST-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             ADD 1 TO HISTORY-CARRIED-CTR.
             MOVE 'HISTORY CARRIED TO NEW CARD' TO EV-DETAIL.

      *----------------------
       2200-CARRY-HISTORY-X.
      *----------------------

       2400-REJECT-CONFIRM.
             ADD 1 TO CONFIRMS-REJECTED-CTR.
             MOVE 'REJECTED' TO EV-EVENT.
             WRITE REIRPT-RECORD FROM EVENT-LINE.
             DISPLAY 'FRDREISS - CONFIRMATION REJECTED FOR CARD '
                 CNF-OLD-TOKEN ' - ' EV-DETAIL.
       2400-REJECT-CONFIRM-X.

       2500-READ-CONFIRM.
             READ REISSIN-FILE
                 AT END
                     MOVE 'Y' TO CNF-EOF-SWITCH
             END-READ.
       2500-READ-CONFIRM-X.

      *-----------------------------------------------------------
      * ONE PASS OVER THE CASE FILE.  A CLOSED CONFIRMED-FRAUD
      * CASE DISPOSITIONED ON OR AFTER THE START DATE RAISES A
      * REISSUE REQUEST FOR ITS CARD; AN OPEN CASE WHOSE CARD
      * HAS A CONFIRMED REISSUE ON THE REGISTER IS LINKED TO THE
      * NEW TOKEN.
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
                 DISPLAY 'FRDREISS - FRAUDCSE BROWSE FAILED - '
                     'STATUS: ' FRAUDCSE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             ADD 1 TO CASES-READ-CTR.

      *CASES OPENED BEFORE THE CASE RECORD CARRIED THE TOKEN
      *CANNOT BE REQUESTED OR LINKED.
             IF CASE-CARD-TOKEN = SPACES OR LOW-VALUES
                 GO TO 3100-EXAMINE-CASE-X
             END-IF.

             IF CASE-IS-CLOSED
              AND CASE-CONFIRMED-FRAUD
              AND CASE-DISP-DATE NOT < START-DATE-WS
                 MOVE CASE-CARD-TOKEN  TO REQ-CARD-TOKEN
                 MOVE CASE-CARD-LAST4  TO REQ-CARD-LAST4
                 MOVE CASE-USER        TO REQ-USER
                 MOVE 'F'              TO REQ-SOURCE
                 MOVE CASE-SEQ-NO      TO REQ-CASE-SEQ-NO
                 MOVE 'CONFIRMED FRAUD CASE' TO REQ-REASON
                 PERFORM 5000-REQUEST-REISSUE
                    THRU 5000-REQUEST-REISSUE-X
                 GO TO 3100-EXAMINE-CASE-X
             END-IF.

             IF CASE-IS-OPEN
              AND (CASE-REISSUE-TOKEN = SPACES
                OR CASE-REISSUE-TOKEN = LOW-VALUES)
                 PERFORM 3200-LINK-CASE
                    THRU 3200-LINK-CASE-X
             END-IF.

       3100-EXAMINE-CASE-X.

      *-----------------------------------------------------------
      * LINKS AN OPEN CASE TO ITS CARD'S REPLACEMENT, WHEN THE
      * REGISTER SHOWS A CONFIRMED REISSUE FOR THE CARD.
      *-----------------------------------------------------------
       3200-LINK-CASE.
      *-----------------------------------------------------------

             MOVE CASE-CARD-TOKEN TO REI-OLD-TOKEN.
             READ FRAUDREI-FILE
                 INVALID KEY
                     GO TO 3200-LINK-CASE-X
             END-READ.
             IF FRAUDREI-STATUS NOT = '00' AND '23'
                 DISPLAY 'FRDREISS - FRAUDREI READ FAILED - STATUS: '
                     FRAUDREI-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             IF NOT REI-CONFIRMED
                 GO TO 3200-LINK-CASE-X
             END-IF.

             MOVE REI-NEW-TOKEN TO CASE-REISSUE-TOKEN.
             MOVE RUN-DATE-WS   TO CASE-REISSUE-DATE.

             REWRITE FRAUDCSE-RECORD.
             IF FRAUDCSE-STATUS NOT = '00'
                 DISPLAY 'FRDREISS - FRAUDCSE REWRITE FAILED - '
                     'STATUS: ' FRAUDCSE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             ADD 1 TO CASES-LINKED-CTR.

             MOVE SPACES          TO EVENT-LINE.
             MOVE 'CASE LINKED'   TO EV-EVENT.
             MOVE CASE-CARD-TOKEN TO EV-OLD-TOKEN.
             MOVE REI-NEW-TOKEN   TO EV-NEW-TOKEN.
             MOVE CASE-SEQ-NO     TO EV-CASE-NO.
             MOVE 'OPEN CASE NOW SHOWS THE REPLACEMENT CARD'
                 TO EV-DETAIL.
             WRITE REIRPT-RECORD FROM EVENT-LINE.

      *-------------------
       3200-LINK-CASE-X.
      *-------------------

      *-----------------------------------------------------------
      * ONE PASS OVER THE PRE-SCREEN LIST.  A LIVE BLOCK ENTRY
      * ADDED ON OR AFTER THE START DATE RAISES A REISSUE
      * REQUEST FOR ITS CARD.  RUNS AFTER THE CASE PASS, SO A
      * BLOCK QUEUED BY A CONFIRMED-FRAUD DISPOSITION IS ALREADY
      * ON THE REGISTER WITH ITS CASE NUMBER.
      *-----------------------------------------------------------
       4000-SWEEP-BLOCKS.
      *-----------------------------------------------------------

             MOVE LOW-VALUES TO PSL-CARD-TOKEN.
             MOVE 'N' TO PSL-EOF-SWITCH.
             START FRAUDPSL-FILE KEY IS NOT LESS THAN PSL-CARD-TOKEN
                 INVALID KEY
                     MOVE 'Y' TO PSL-EOF-SWITCH
             END-START.

             PERFORM 4100-EXAMINE-BLOCK
                THRU 4100-EXAMINE-BLOCK-X
                UNTIL END-OF-LIST.

      *----------------------
       4000-SWEEP-BLOCKS-X.
      *----------------------

       4100-EXAMINE-BLOCK.

             READ FRAUDPSL-FILE NEXT RECORD
                 AT END
                     MOVE 'Y' TO PSL-EOF-SWITCH
                     GO TO 4100-EXAMINE-BLOCK-X
             END-READ.

             IF FRAUDPSL-STATUS NOT = '00'
                 DISPLAY 'FRDREISS - FRAUDPSL BROWSE FAILED - '
                     'STATUS: ' FRAUDPSL-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             IF NOT PSL-BLOCK-ENTRY
                 GO TO 4100-EXAMINE-BLOCK-X
             END-IF.

             ADD 1 TO BLOCKS-READ-CTR.

             IF PSL-ADD-DATE < START-DATE-WS
                 GO TO 4100-EXAMINE-BLOCK-X
             END-IF.
             IF PSL-EXPIRE-DATE NOT = ZERO
              AND PSL-EXPIRE-DATE < RUN-DATE-WS
                 GO TO 4100-EXAMINE-BLOCK-X
             END-IF.

             MOVE PSL-CARD-TOKEN TO REQ-CARD-TOKEN.
             MOVE SPACES         TO REQ-CARD-LAST4.
             MOVE ZERO           TO REQ-USER.
             MOVE 'B'            TO REQ-SOURCE.
             MOVE ZERO           TO REQ-CASE-SEQ-NO.
             MOVE PSL-REASON     TO REQ-REASON.
             PERFORM 5000-REQUEST-REISSUE
                THRU 5000-REQUEST-REISSUE-X.

       4100-EXAMINE-BLOCK-X.

      *-----------------------------------------------------------
      * RAISES ONE REISSUE REQUEST - WRITES THE REGISTER ENTRY
      * AND THE OUTBOUND REQUEST RECORD - UNLESS THE CARD IS
      * ALREADY ON THE REGISTER.
      *-----------------------------------------------------------
       5000-REQUEST-REISSUE.
      *-----------------------------------------------------------

             MOVE 'N' TO REGISTER-SWITCH.
             MOVE REQ-CARD-TOKEN TO REI-OLD-TOKEN.
             READ FRAUDREI-FILE
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     MOVE 'Y' TO REGISTER-SWITCH
             END-READ.
             IF FRAUDREI-STATUS NOT = '00' AND '23'
                 DISPLAY 'FRDREISS - FRAUDREI READ FAILED - STATUS: '
                     FRAUDREI-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             IF CARD-ON-REGISTER
                 ADD 1 TO ALREADY-REQUESTED-CTR
                 GO TO 5000-REQUEST-REISSUE-X
             END-IF.

             MOVE SPACES          TO FRAUDREI-RECORD.
             MOVE REQ-CARD-TOKEN  TO REI-OLD-TOKEN.
             MOVE REQ-CARD-LAST4  TO REI-CARD-LAST4.
             MOVE REQ-SOURCE      TO REI-SOURCE.
             MOVE REQ-CASE-SEQ-NO TO REI-CASE-SEQ-NO.
             MOVE RUN-DATE-WS     TO REI-REQUEST-DATE.
             MOVE 'R'             TO REI-STATUS.
             MOVE SPACES          TO REI-NEW-TOKEN.
             MOVE SPACES          TO REI-NEW-LAST4.
             MOVE ZERO            TO REI-CONFIRM-DATE.
             MOVE REQ-USER        TO REI-USER.

             WRITE FRAUDREI-RECORD.
             IF FRAUDREI-STATUS NOT = '00'
                 DISPLAY 'FRDREISS - FRAUDREI WRITE FAILED - '
                     'STATUS: ' FRAUDREI-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             MOVE SPACES          TO REISSOUT-RECORD.
             MOVE REQ-CARD-TOKEN  TO RQO-OLD-TOKEN.
             MOVE REQ-CARD-LAST4  TO RQO-CARD-LAST4.
             MOVE REQ-USER        TO RQO-USER.
             MOVE REQ-SOURCE      TO RQO-SOURCE.
             MOVE REQ-CASE-SEQ-NO TO RQO-CASE-SEQ-NO.
             MOVE RUN-DATE-WS     TO RQO-REQUEST-DATE.
             MOVE REQ-REASON      TO RQO-REASON.

             WRITE REISSOUT-RECORD.
             IF REISSOUT-STATUS NOT = '00'
                 DISPLAY 'FRDREISS - REISSOUT WRITE FAILED - '
                     'STATUS: ' REISSOUT-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             IF REQ-SOURCE = 'F'
                 ADD 1 TO REQUESTS-CASE-CTR
             ELSE
                 ADD 1 TO REQUESTS-BLOCK-CTR
             END-IF.

             MOVE SPACES          TO EVENT-LINE.
             MOVE 'REQUESTED'     TO EV-EVENT.
             MOVE REQ-CARD-TOKEN  TO EV-OLD-TOKEN.
             IF REQ-CASE-SEQ-NO > ZERO
                 MOVE REQ-CASE-SEQ-NO TO EV-CASE-NO
             END-IF.
             MOVE REQ-REASON      TO EV-DETAIL.
             WRITE REIRPT-RECORD FROM EVENT-LINE.

      *-------------------------
       5000-REQUEST-REISSUE-X.
      *-------------------------

      *-----------------------------------------------------------
      * CONTROL TOTALS AND CONDITION CODE.
      *-----------------------------------------------------------
       9000-TERMINATE.
      *-----------------------------------------------------------

             WRITE REIRPT-RECORD FROM BLANK-LINE.
             MOVE 'CONFIRMATIONS READ' TO CNT-LABEL.
             MOVE CONFIRMS-READ-CTR TO CNT-VALUE.
             WRITE REIRPT-RECORD FROM COUNT-LINE.
             MOVE 'CONFIRMATIONS APPLIED' TO CNT-LABEL.
             MOVE CONFIRMS-APPLIED-CTR TO CNT-VALUE.
             WRITE REIRPT-RECORD FROM COUNT-LINE.
             MOVE 'CONFIRMATIONS REJECTED' TO CNT-LABEL.
             MOVE CONFIRMS-REJECTED-CTR TO CNT-VALUE.
             WRITE REIRPT-RECORD FROM COUNT-LINE.
             MOVE '  HISTORY CARRIED TO NEW CARD' TO CNT-LABEL.
             MOVE HISTORY-CARRIED-CTR TO CNT-VALUE.
             WRITE REIRPT-RECORD FROM COUNT-LINE.
             MOVE '  NEW CARD HISTORY KEPT' TO CNT-LABEL.
             MOVE HISTORY-KEPT-CTR TO CNT-VALUE.
             WRITE REIRPT-RECORD FROM COUNT-LINE.
             MOVE '  NO HISTORY TO CARRY' TO CNT-LABEL.
             MOVE HISTORY-NONE-CTR TO CNT-VALUE.
             WRITE REIRPT-RECORD FROM COUNT-LINE.
             MOVE 'OPEN CASES LINKED' TO CNT-LABEL.
             MOVE CASES-LINKED-CTR TO CNT-VALUE.
             WRITE REIRPT-RECORD FROM COUNT-LINE.
             MOVE 'REQUESTS - CONFIRMED FRAUD CASES' TO CNT-LABEL.
             MOVE REQUESTS-CASE-CTR TO CNT-VALUE.
             WRITE REIRPT-RECORD FROM COUNT-LINE.
             MOVE 'REQUESTS - PRE-SCREEN BLOCKS' TO CNT-LABEL.
             MOVE REQUESTS-BLOCK-CTR TO CNT-VALUE.
             WRITE REIRPT-RECORD FROM COUNT-LINE.
             MOVE 'ALREADY ON THE REGISTER' TO CNT-LABEL.
             MOVE ALREADY-REQUESTED-CTR TO CNT-VALUE.
             WRITE REIRPT-RECORD FROM COUNT-LINE.

             DISPLAY ' '.
             DISPLAY '***** FRDREISS CONTROL TOTALS *****'.
             DISPLAY 'CONFIRMATIONS READ    : ' CONFIRMS-READ-CTR.
             DISPLAY 'CONFIRMATIONS APPLIED : ' CONFIRMS-APPLIED-CTR.
             DISPLAY 'CONFIRMATIONS REJECTED: ' CONFIRMS-REJECTED-CTR.
             DISPLAY 'CASES READ            : ' CASES-READ-CTR.
             DISPLAY 'OPEN CASES LINKED     : ' CASES-LINKED-CTR.
             DISPLAY 'BLOCK ENTRIES READ    : ' BLOCKS-READ-CTR.
             DISPLAY 'REQUESTS FROM CASES   : ' REQUESTS-CASE-CTR.
             DISPLAY 'REQUESTS FROM BLOCKS  : ' REQUESTS-BLOCK-CTR.
             DISPLAY '***********************************'.

             IF CONFIRMS-REJECTED-CTR > ZERO
                 MOVE 4 TO RETURN-CODE
             END-IF.

             CLOSE REISSIN-FILE.
             CLOSE FRAUDREI-FILE.
             CLOSE FRAUDHST-FILE.
             CLOSE FRAUDCSE-FILE.
             CLOSE FRAUDPSL-FILE.
             CLOSE REISSOUT-FILE.
             CLOSE REIRPT-FILE.

      *-------------------
       9000-TERMINATE-X.
      *-------------------
