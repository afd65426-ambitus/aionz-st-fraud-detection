       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDHLDAR.

      * AUTHOR - DRS ************************************************
      *
      * AI ON IBM Z SOLUTION TEMPLATE
      *
      * LEGAL-HOLD ARCHIVE OF ROLLING-OFF DECISION GENERATIONS.
      * RUN EACH NIGHT AHEAD OF THE JOBS THAT CATALOG A NEW
      * GENERATION, IT READS THE OLDEST DECISION.AUDIT GENERATION
      * (AUDIN) AND THE OLDEST AUTHLOG.HIST GENERATION (ADLIN) -
      * THE ONES THE NEXT FRAUDRUN AND FRDADREC ROLL OFF THE BASE
      * - AND, WHEN EITHER CARRIES A DECISION ON A CARD UNDER
      * LEGAL HOLD ON THE FRAUDHLD REGISTER, COPIES THAT WHOLE
      * GENERATION ONTO THE MATCHING CUMULATIVE HOLD ARCHIVE
      * (AUDARC / ADLARC) BEFORE IT GOES.  THE SAME PROGRAM IS RUN
      * OVER THE OLDEST GENERATION OF EACH AUDIT.Pn PARTITION
      * BASE, WITH ADLIN DUMMY.  THE AUDIT ARCHIVE
      * KEEPS THE FRAUDAUD LAYOUT AND IS READ BY FRDLINEG.
      *
      * HLDRPT LISTS, FOR EACH GENERATION, ITS RECORD COUNT AND
      * DATE RANGE, HOW MANY DECISIONS WERE ON HELD CARDS AND
      * WHETHER IT WAS ARCHIVED, THEN EACH HELD CARD FOUND WITH
      * ITS MATTER REFERENCE.
      *
      * A BASE ONLY ROLLS ON A NIGHT ITS NEXT GENERATION IS
      * CATALOGED, SO THE SAME OLDEST GENERATION CAN COME ROUND
      * AGAIN.  A GENERATION IS ALWAYS ARCHIVED WHOLE, SO ONE
      * WHOSE FIRST RECORD IS ALREADY ON THE ARCHIVE IS THERE AND
      * IS NOT COPIED A SECOND TIME.
      *
      * SHOULD THE HOLD TABLE EVER FILL, EVERY GENERATION IS
      * ARCHIVED REGARDLESS - A HOLD MUST NEVER BE MISSED.
      *
      * RETURN-CODE 0  - ARCHIVE PASS COMPLETE
      * RETURN-CODE 4  - HOLD TABLE FULL - GENERATIONS ARCHIVED
      *                  WHOLESALE, ENLARGE THE TABLE
      * RETURN-CODE 16 - FILE ERROR
      *
      * MODIFICATION HISTORY
      * --------------------
      * DATE       BY    DESCRIPTION
      * 2026-09-15 DRS    INITIAL VERSION
      * 2026-09-28 DRS    AUTH-LOG RECORD 240 BYTES (ADLIN AND
      *                   ADLARC) - FRAUDADL NOW CARRIES MERCHANT,
      *                   MCC AND CVV/AVS.
      * 2026-10-05 DRS    AUDIT RECORD 400 BYTES (AUDIN AND AUDARC)
      *                   - FRAUDAUD NOW CARRIES EVERY MODEL INPUT.
      * 2026-10-15 DRS    SECOND-PASS RE-OPENS OF AUDIN AND ADLIN,
      *                   AND THE HLDRPT OPEN, NOW STATUS-CHECKED.
      *                   ALSO RUN OVER THE AUDIT.P1-P4 BASES.
      * 2026-10-15 DRS    A GENERATION ALREADY ON THE ARCHIVE (ITS
      *                   BASE DID NOT ROLL SINCE THE LAST PASS) IS
      *                   NOT APPENDED AGAIN.
      ************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FRAUDHLD-FILE ASSIGN TO FRAUDHLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-CARD-TOKEN
               FILE STATUS IS FRAUDHLD-STATUS.

           SELECT AUDIN-FILE ASSIGN TO AUDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDIN-STATUS.

           SELECT ADLIN-FILE ASSIGN TO ADLIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ADLIN-STATUS.

           SELECT AUDARC-FILE ASSIGN TO AUDARC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDARC-STATUS.

           SELECT ADLARC-FILE ASSIGN TO ADLARC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ADLARC-STATUS.

           SELECT HLDRPT-FILE ASSIGN TO HLDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HLDRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *---------------------------------------------------------
      * LEGAL-HOLD REGISTER - SAME LAYOUT FRDHLDMT MAINTAINS.
      *---------------------------------------------------------
       FD  FRAUDHLD-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  FRAUDHLD-RECORD.
           05 HLD-CARD-TOKEN            PIC X(19).
           05 HLD-MATTER-REF            PIC X(20).
           05 HLD-PLACED-BY             PIC X(08).
           05 HLD-PLACED-DATE           PIC 9(08).
           05 HLD-RELEASE-DATE          PIC 9(08).
           05 HLD-RELEASED-BY           PIC X(08).
           05 FILLER                    PIC X(09).

      *---------------------------------------------------------
      * DECISION AUDIT GENERATION - ONLY THE RUN DATE AND CARD
      * ARE NEEDED; THE RECORD IS COPIED WHOLE.
      *---------------------------------------------------------
       FD  AUDIN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  AUDIN-RECORD.
           05 AUD-RUN-DATE              PIC 9(08).
           05 AUD-SEQ-NO                PIC 9(09).
           05 AUD-CARD-TOKEN            PIC X(19).
           05 FILLER                    PIC X(364).

      *---------------------------------------------------------
      * AUTH-DECISION LOG HISTORY GENERATION - SAME LAYOUT
      * FRDAUTHS WRITES.
      *---------------------------------------------------------
       FD  ADLIN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  ADLIN-RECORD.
           05 ADL-LOG-DATE              PIC 9(08).
           05 ADL-LOG-TIME              PIC 9(06).
           05 ADL-CARD-TOKEN            PIC X(19).
           05 FILLER                    PIC X(207).

      *---------------------------------------------------------
      * CUMULATIVE HOLD ARCHIVES - OPENED EXTEND.
      *---------------------------------------------------------
       FD  AUDARC-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  AUDARC-RECORD               PIC X(400).

       FD  ADLARC-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  ADLARC-RECORD               PIC X(240).

       FD  HLDRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  HLDRPT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

       77  FRAUDHLD-STATUS              PIC X(02).
       77  AUDIN-STATUS                 PIC X(02).
       77  ADLIN-STATUS                 PIC X(02).
       77  AUDARC-STATUS                PIC X(02).
       77  ADLARC-STATUS                PIC X(02).
       77  HLDRPT-STATUS                PIC X(02).

       77  HLD-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 END-OF-HOLDS                        VALUE 'Y'.
       77  AUD-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 END-OF-AUDIT                        VALUE 'Y'.
       77  ADL-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 END-OF-AUTHLOG                      VALUE 'Y'.
       77  TABLE-FULL-SWITCH            PIC X(01) VALUE 'N'.
           88 HOLD-TABLE-FULL                     VALUE 'Y'.
       77  ARC-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 END-OF-ARCHIVE                      VALUE 'Y'.
       77  AUD-ON-ARC-SWITCH            PIC X(01) VALUE 'N'.
           88 AUD-ALREADY-ARCHIVED                VALUE 'Y'.
       77  ADL-ON-ARC-SWITCH            PIC X(01) VALUE 'N'.
           88 ADL-ALREADY-ARCHIVED                VALUE 'Y'.

       77  RUN-DATE-WS                  PIC 9(08) VALUE ZERO.

      *-----------------------------------------------------------
      * HOLDS IN FORCE, IN TOKEN ORDER AS THE REGISTER IS READ,
      * WITH THE DECISIONS FOUND ON EACH.
      *-----------------------------------------------------------
       01  HOLD-TABLE.
           05 HLT-ENTRY OCCURS 0 TO 5000 TIMES
                        DEPENDING ON HLT-ENTRIES-USED
                        ASCENDING KEY IS HLT-CARD-TOKEN
                        INDEXED BY HLT-IDX.
               10 HLT-CARD-TOKEN        PIC X(19).
               10 HLT-MATTER-REF        PIC X(20).
               10 HLT-PLACED-DATE       PIC 9(08).
               10 HLT-AUD-HITS          PIC 9(09) COMP.
               10 HLT-ADL-HITS          PIC 9(09) COMP.
       77  HLT-ENTRIES-USED             PIC 9(05) COMP VALUE ZERO.

      *-----------------------------------------------------------
      * PER-GENERATION FIGURES
      *-----------------------------------------------------------
       77  AUD-RECORDS-CTR              PIC 9(09) COMP VALUE ZERO.
       77  AUD-HELD-CTR                 PIC 9(09) COMP VALUE ZERO.
       77  AUD-COPIED-CTR               PIC 9(09) COMP VALUE ZERO.
       77  AUD-LOW-DATE                 PIC 9(08) VALUE 99999999.
       77  AUD-HIGH-DATE                PIC 9(08) VALUE ZERO.
       77  ADL-RECORDS-CTR              PIC 9(09) COMP VALUE ZERO.
       77  ADL-HELD-CTR                 PIC 9(09) COMP VALUE ZERO.
       77  ADL-COPIED-CTR               PIC 9(09) COMP VALUE ZERO.
       77  ADL-LOW-DATE                 PIC 9(08) VALUE 99999999.
       77  ADL-HIGH-DATE                PIC 9(08) VALUE ZERO.
       77  HOLDS-READ-CTR               PIC 9(09) COMP VALUE ZERO.
       77  HOLDS-FOUND-CTR              PIC 9(09) COMP VALUE ZERO.

      *-----------------------------------------------------------
      * FIRST RECORD OF EACH GENERATION - LOOKED FOR ON THE
      * ARCHIVE BEFORE THE GENERATION IS COPIED.
      *-----------------------------------------------------------
       01  AUD-FIRST-RECORD             PIC X(400) VALUE SPACES.
       01  ADL-FIRST-RECORD             PIC X(240) VALUE SPACES.

      *-----------------------------------------------------------
      * REPORT LINES
      *-----------------------------------------------------------
       01  HDG-LINE-1.
           05 FILLER PIC X(44) VALUE
               '***** LEGAL-HOLD ROLL-OFF ARCHIVE **********'.
           05 FILLER PIC X(10) VALUE ' RUN DATE '.
           05 HDG-RUN-DATE          PIC 9(08).
           05 FILLER PIC X(70) VALUE SPACES.
       01  GEN-LINE.
           05 GL-TITLE              PIC X(28).
           05 FILLER                PIC X(09) VALUE ' RECORDS '.
           05 GL-RECORDS            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(08) VALUE '  DATES '.
           05 GL-LOW-DATE           PIC 9(08).
           05 FILLER                PIC X(01) VALUE '-'.
           05 GL-HIGH-DATE          PIC 9(08).
           05 FILLER                PIC X(08) VALUE '  HELD  '.
           05 GL-HELD               PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 GL-RESULT             PIC X(36).
           05 FILLER                PIC X(02) VALUE SPACES.
       01  CARD-HDG-LINE.
           05 FILLER PIC X(21) VALUE 'HELD CARD'.
           05 FILLER PIC X(21) VALUE 'MATTER REFERENCE'.
           05 FILLER PIC X(09) VALUE 'PLACED'.
           05 FILLER PIC X(14) VALUE '  AUDIT DECNS'.
           05 FILLER PIC X(67) VALUE '   AUTH DECNS'.
       01  CARD-LINE.
           05 CDL-CARD-TOKEN        PIC X(19).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CDL-MATTER-REF        PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CDL-PLACED-DATE       PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CDL-AUD-HITS          PIC ZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 CDL-ADL-HITS          PIC ZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(57) VALUE SPACES.
       01  NONE-LINE.
           05 FILLER PIC X(50) VALUE
               '  (NO DECISIONS ON HELD CARDS ROLLING OFF)'.
           05 FILLER PIC X(82) VALUE SPACES.
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

             PERFORM 1100-LOAD-HOLD
                THRU 1100-LOAD-HOLD-X
                UNTIL END-OF-HOLDS.
             CLOSE FRAUDHLD-FILE.

             PERFORM 2000-SCAN-AUDIT
                THRU 2000-SCAN-AUDIT-X
                UNTIL END-OF-AUDIT.
             CLOSE AUDIN-FILE.
             IF AUD-HELD-CTR > ZERO
              OR (HOLD-TABLE-FULL AND AUD-RECORDS-CTR > ZERO)
                 PERFORM 2500-ARCHIVE-AUDIT
                    THRU 2500-ARCHIVE-AUDIT-X
             END-IF.

             PERFORM 3000-SCAN-AUTHLOG
                THRU 3000-SCAN-AUTHLOG-X
                UNTIL END-OF-AUTHLOG.
             CLOSE ADLIN-FILE.
             IF ADL-HELD-CTR > ZERO
              OR (HOLD-TABLE-FULL AND ADL-RECORDS-CTR > ZERO)
                 PERFORM 3500-ARCHIVE-AUTHLOG
                    THRU 3500-ARCHIVE-AUTHLOG-X
             END-IF.

             PERFORM 4000-PRINT-REPORT
                THRU 4000-PRINT-REPORT-X.

             PERFORM 9000-TERMINATE
                THRU 9000-TERMINATE-X.

             STOP RUN.

      *-----------------------------------------------------------
      * OPENS THE REGISTER AND THE ROLLING-OFF GENERATIONS.  AN
      * UNREADABLE REGISTER STOPS THE RUN - WITHOUT IT NO HOLD
      * CAN BE HONOURED.
      *-----------------------------------------------------------
       1000-INITIALIZE.
      *-----------------------------------------------------------

             ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.

             OPEN INPUT FRAUDHLD-FILE.
             IF FRAUDHLD-STATUS NOT = '00' AND '97'
                 DISPLAY 'FRDHLDAR - FRAUDHLD OPEN FAILED - STATUS: '
                     FRAUDHLD-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             OPEN INPUT AUDIN-FILE.
             IF AUDIN-STATUS NOT = '00'
                 DISPLAY 'FRDHLDAR - AUDIN OPEN FAILED - STATUS: '
                     AUDIN-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             OPEN INPUT ADLIN-FILE.
             IF ADLIN-STATUS NOT = '00'
                 DISPLAY 'FRDHLDAR - ADLIN OPEN FAILED - STATUS: '
                     ADLIN-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             OPEN OUTPUT HLDRPT-FILE.
             IF HLDRPT-STATUS NOT = '00'
                 DISPLAY 'FRDHLDAR - HLDRPT OPEN FAILED - STATUS: '
                     HLDRPT-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
             MOVE RUN-DATE-WS TO HDG-RUN-DATE.

      *-------------------
       1000-INITIALIZE-X.
      *-------------------

      *-----------------------------------------------------------
      * ONE REGISTER ENTRY - KEPT WHEN ITS HOLD IS IN FORCE (NO
      * RELEASE DATE, OR ONE NOT YET PASSED).
      *-----------------------------------------------------------
       1100-LOAD-HOLD.
      *-----------------------------------------------------------

             READ FRAUDHLD-FILE NEXT RECORD
                 AT END
                     MOVE 'Y' TO HLD-EOF-SWITCH
                     GO TO 1100-LOAD-HOLD-X
             END-READ.

             IF FRAUDHLD-STATUS NOT = '00'
                 DISPLAY 'FRDHLDAR - FRAUDHLD READ FAILED - '
                     'STATUS: ' FRAUDHLD-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             ADD 1 TO HOLDS-READ-CTR.

             IF HLD-RELEASE-DATE NOT = ZERO
              AND HLD-RELEASE-DATE < RUN-DATE-WS
                 GO TO 1100-LOAD-HOLD-X
             END-IF.

             IF HLT-ENTRIES-USED NOT < 5000
                 MOVE 'Y' TO TABLE-FULL-SWITCH
                 GO TO 1100-LOAD-HOLD-X
             END-IF.
             ADD 1 TO HLT-ENTRIES-USED.
             SET HLT-IDX TO HLT-ENTRIES-USED.
             MOVE HLD-CARD-TOKEN  TO HLT-CARD-TOKEN(HLT-IDX).
             MOVE HLD-MATTER-REF  TO HLT-MATTER-REF(HLT-IDX).
             MOVE HLD-PLACED-DATE TO HLT-PLACED-DATE(HLT-IDX).
             MOVE ZERO TO HLT-AUD-HITS(HLT-IDX)
                          HLT-ADL-HITS(HLT-IDX).

      *-------------------
       1100-LOAD-HOLD-X.
      *-------------------

      *-----------------------------------------------------------
      * FIRST PASS OVER THE ROLLING-OFF AUDIT GENERATION - COUNTS
      * THE DECISIONS ON HELD CARDS.
      *-----------------------------------------------------------
       2000-SCAN-AUDIT.
      *-----------------------------------------------------------

             READ AUDIN-FILE
                 AT END
                     MOVE 'Y' TO AUD-EOF-SWITCH
                     GO TO 2000-SCAN-AUDIT-X
             END-READ.

             ADD 1 TO AUD-RECORDS-CTR.
             IF AUD-RECORDS-CTR = 1
                 MOVE AUDIN-RECORD TO AUD-FIRST-RECORD
             END-IF.
             IF AUD-RUN-DATE < AUD-LOW-DATE
                 MOVE AUD-RUN-DATE TO AUD-LOW-DATE
             END-IF.
             IF AUD-RUN-DATE > AUD-HIGH-DATE
                 MOVE AUD-RUN-DATE TO AUD-HIGH-DATE
             END-IF.

             IF HLT-ENTRIES-USED = ZERO
                 GO TO 2000-SCAN-AUDIT-X
             END-IF.
             SEARCH ALL HLT-ENTRY
                 AT END
                     CONTINUE
                 WHEN HLT-CARD-TOKEN(HLT-IDX) = AUD-CARD-TOKEN
                     ADD 1 TO AUD-HELD-CTR
                     ADD 1 TO HLT-AUD-HITS(HLT-IDX)
             END-SEARCH.

      *--------------------
       2000-SCAN-AUDIT-X.
      *--------------------

      *-----------------------------------------------------------
      * SECOND PASS - COPIES THE WHOLE GENERATION ONTO THE AUDIT
      * HOLD ARCHIVE, UNLESS AN EARLIER PASS ALREADY DID.
      *-----------------------------------------------------------
       2500-ARCHIVE-AUDIT.
      *-----------------------------------------------------------

             OPEN INPUT AUDARC-FILE.
             IF AUDARC-STATUS NOT = '00'
                 DISPLAY 'FRDHLDAR - AUDARC INPUT OPEN FAILED - '
                     'STATUS: ' AUDARC-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
             MOVE 'N' TO ARC-EOF-SWITCH.
             PERFORM 2510-FIND-ON-AUDARC
                THRU 2510-FIND-ON-AUDARC-X
                UNTIL END-OF-ARCHIVE
                   OR AUD-ALREADY-ARCHIVED.
             CLOSE AUDARC-FILE.
             IF AUD-ALREADY-ARCHIVED
                 GO TO 2500-ARCHIVE-AUDIT-X
             END-IF.

             OPEN INPUT AUDIN-FILE.
             IF AUDIN-STATUS NOT = '00'
                 DISPLAY 'FRDHLDAR - AUDIN RE-OPEN FAILED - STATUS: '
                     AUDIN-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
             OPEN EXTEND AUDARC-FILE.
             IF AUDARC-STATUS NOT = '00'
                 DISPLAY 'FRDHLDAR - AUDARC OPEN FAILED - STATUS: '
                     AUDARC-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             MOVE 'N' TO AUD-EOF-SWITCH.
             PERFORM 2600-COPY-AUDIT
                THRU 2600-COPY-AUDIT-X
                UNTIL END-OF-AUDIT.

             CLOSE AUDIN-FILE.
             CLOSE AUDARC-FILE.

      *-----------------------
       2500-ARCHIVE-AUDIT-X.
      *-----------------------

       2510-FIND-ON-AUDARC.
             READ AUDARC-FILE
                 AT END
                     MOVE 'Y' TO ARC-EOF-SWITCH
                     GO TO 2510-FIND-ON-AUDARC-X
             END-READ.
             IF AUDARC-STATUS NOT = '00'
                 DISPLAY 'FRDHLDAR - AUDARC READ FAILED - '
                     'STATUS: ' AUDARC-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
             IF AUDARC-RECORD = AUD-FIRST-RECORD
                 MOVE 'Y' TO AUD-ON-ARC-SWITCH
             END-IF.
       2510-FIND-ON-AUDARC-X.

       2600-COPY-AUDIT.
             READ AUDIN-FILE
                 AT END
                     MOVE 'Y' TO AUD-EOF-SWITCH
                     GO TO 2600-COPY-AUDIT-X
             END-READ.
             WRITE AUDARC-RECORD FROM AUDIN-RECORD.
             IF AUDARC-STATUS NOT = '00'
                 DISPLAY 'FRDHLDAR - AUDARC WRITE FAILED - '
                     'STATUS: ' AUDARC-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
             ADD 1 TO AUD-COPIED-CTR.
       2600-COPY-AUDIT-X.

      *-----------------------------------------------------------
      * FIRST PASS OVER THE ROLLING-OFF AUTH-LOG GENERATION.
      *-----------------------------------------------------------
       3000-SCAN-AUTHLOG.
      *-----------------------------------------------------------

             READ ADLIN-FILE
                 AT END
                     MOVE 'Y' TO ADL-EOF-SWITCH
                     GO TO 3000-SCAN-AUTHLOG-X
             END-READ.

             ADD 1 TO ADL-RECORDS-CTR.
             IF ADL-RECORDS-CTR = 1
                 MOVE ADLIN-RECORD TO ADL-FIRST-RECORD
             END-IF.
             IF ADL-LOG-DATE < ADL-LOW-DATE
                 MOVE ADL-LOG-DATE TO ADL-LOW-DATE
             END-IF.
             IF ADL-LOG-DATE > ADL-HIGH-DATE
                 MOVE ADL-LOG-DATE TO ADL-HIGH-DATE
             END-IF.

             IF HLT-ENTRIES-USED = ZERO
                 GO TO 3000-SCAN-AUTHLOG-X
             END-IF.
             SEARCH ALL HLT-ENTRY
                 AT END
                     CONTINUE
                 WHEN HLT-CARD-TOKEN(HLT-IDX) = ADL-CARD-TOKEN
                     ADD 1 TO ADL-HELD-CTR
                     ADD 1 TO HLT-ADL-HITS(HLT-IDX)
             END-SEARCH.

      *----------------------
       3000-SCAN-AUTHLOG-X.
      *----------------------

      *-----------------------------------------------------------
      * SECOND PASS - COPIES THE WHOLE GENERATION ONTO THE AUTH-
      * LOG HOLD ARCHIVE, UNLESS AN EARLIER PASS ALREADY DID.
      *-----------------------------------------------------------
       3500-ARCHIVE-AUTHLOG.
      *-----------------------------------------------------------

             OPEN INPUT ADLARC-FILE.
             IF ADLARC-STATUS NOT = '00'
                 DISPLAY 'FRDHLDAR - ADLARC INPUT OPEN FAILED - '
                     'STATUS: ' ADLARC-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
             MOVE 'N' TO ARC-EOF-SWITCH.
             PERFORM 3510-FIND-ON-ADLARC
                THRU 3510-FIND-ON-ADLARC-X
                UNTIL END-OF-ARCHIVE
                   OR ADL-ALREADY-ARCHIVED.
             CLOSE ADLARC-FILE.
             IF ADL-ALREADY-ARCHIVED
                 GO TO 3500-ARCHIVE-AUTHLOG-X
             END-IF.

             OPEN INPUT ADLIN-FILE.
             IF ADLIN-STATUS NOT = '00'
                 DISPLAY 'FRDHLDAR - ADLIN RE-OPEN FAILED - STATUS: '
                     ADLIN-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
             OPEN EXTEND ADLARC-FILE.
             IF ADLARC-STATUS NOT = '00'
                 DISPLAY 'FRDHLDAR - ADLARC OPEN FAILED - STATUS: '
                     ADLARC-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             MOVE 'N' TO ADL-EOF-SWITCH.
             PERFORM 3600-COPY-AUTHLOG
                THRU 3600-COPY-AUTHLOG-X
                UNTIL END-OF-AUTHLOG.

             CLOSE ADLIN-FILE.
             CLOSE ADLARC-FILE.

      *-------------------------
       3500-ARCHIVE-AUTHLOG-X.
      *-------------------------

       3510-FIND-ON-ADLARC.
             READ ADLARC-FILE
                 AT END
                     MOVE 'Y' TO ARC-EOF-SWITCH
                     GO TO 3510-FIND-ON-ADLARC-X
             END-READ.
             IF ADLARC-STATUS NOT = '00'
                 DISPLAY 'FRDHLDAR - ADLARC READ FAILED - '
                     'STATUS: ' ADLARC-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
             IF ADLARC-RECORD = ADL-FIRST-RECORD
                 MOVE 'Y' TO ADL-ON-ARC-SWITCH
             END-IF.
       3510-FIND-ON-ADLARC-X.

       3600-COPY-AUTHLOG.
             READ ADLIN-FILE
                 AT END
                     MOVE 'Y' TO ADL-EOF-SWITCH
                     GO TO 3600-COPY-AUTHLOG-X
             END-READ.
             WRITE ADLARC-RECORD FROM ADLIN-RECORD.
             IF ADLARC-STATUS NOT = '00'
                 DISPLAY 'FRDHLDAR - ADLARC WRITE FAILED - '
                     'STATUS: ' ADLARC-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
             ADD 1 TO ADL-COPIED-CTR.
       3600-COPY-AUTHLOG-X.

      *-----------------------------------------------------------
      * ONE LINE PER GENERATION, THEN THE HELD CARDS FOUND.
      *-----------------------------------------------------------
       4000-PRINT-REPORT.
      *-----------------------------------------------------------

             WRITE HLDRPT-RECORD FROM HDG-LINE-1.
             WRITE HLDRPT-RECORD FROM BLANK-LINE.

             MOVE 'DECISION.AUDIT ROLLING OFF' TO GL-TITLE.
             MOVE AUD-RECORDS-CTR TO GL-RECORDS.
             MOVE AUD-HELD-CTR    TO GL-HELD.
             IF AUD-RECORDS-CTR = ZERO
                 MOVE ZERO TO GL-LOW-DATE GL-HIGH-DATE
                 MOVE 'EMPTY - NOTHING ROLLING OFF' TO GL-RESULT
             ELSE
                 MOVE AUD-LOW-DATE  TO GL-LOW-DATE
                 MOVE AUD-HIGH-DATE TO GL-HIGH-DATE
                 EVALUATE TRUE
                     WHEN AUD-ALREADY-ARCHIVED
                         MOVE 'ALREADY ON THE HOLD ARCHIVE'
                             TO GL-RESULT
                     WHEN AUD-COPIED-CTR > ZERO
                         MOVE 'COPIED TO THE HOLD ARCHIVE'
                             TO GL-RESULT
                     WHEN OTHER
                         MOVE 'NO HELD CARDS - NOT ARCHIVED'
                             TO GL-RESULT
                 END-EVALUATE
             END-IF.
             WRITE HLDRPT-RECORD FROM GEN-LINE.

             MOVE 'AUTHLOG.HIST ROLLING OFF' TO GL-TITLE.
             MOVE ADL-RECORDS-CTR TO GL-RECORDS.
             MOVE ADL-HELD-CTR    TO GL-HELD.
             IF ADL-RECORDS-CTR = ZERO
                 MOVE ZERO TO GL-LOW-DATE GL-HIGH-DATE
                 MOVE 'EMPTY - NOTHING ROLLING OFF' TO GL-RESULT
             ELSE
                 MOVE ADL-LOW-DATE  TO GL-LOW-DATE
                 MOVE ADL-HIGH-DATE TO GL-HIGH-DATE
                 EVALUATE TRUE
                     WHEN ADL-ALREADY-ARCHIVED
                         MOVE 'ALREADY ON THE HOLD ARCHIVE'
                             TO GL-RESULT
                     WHEN ADL-COPIED-CTR > ZERO
                         MOVE 'COPIED TO THE HOLD ARCHIVE'
                             TO GL-RESULT
                     WHEN OTHER
                         MOVE 'NO HELD CARDS - NOT ARCHIVED'
                             TO GL-RESULT
                 END-EVALUATE
             END-IF.
             WRITE HLDRPT-RECORD FROM GEN-LINE.

             WRITE HLDRPT-RECORD FROM BLANK-LINE.
             WRITE HLDRPT-RECORD FROM CARD-HDG-LINE.
             PERFORM 4100-PRINT-CARD
                THRU 4100-PRINT-CARD-X
                VARYING HLT-IDX FROM 1 BY 1
                UNTIL HLT-IDX > HLT-ENTRIES-USED.
             IF HOLDS-FOUND-CTR = ZERO
                 WRITE HLDRPT-RECORD FROM NONE-LINE
             END-IF.

      *----------------------
       4000-PRINT-REPORT-X.
      *----------------------

       4100-PRINT-CARD.
             IF HLT-AUD-HITS(HLT-IDX) = ZERO
              AND HLT-ADL-HITS(HLT-IDX) = ZERO
                 GO TO 4100-PRINT-CARD-X
             END-IF.
             ADD 1 TO HOLDS-FOUND-CTR.
             MOVE HLT-CARD-TOKEN(HLT-IDX)  TO CDL-CARD-TOKEN.
             MOVE HLT-MATTER-REF(HLT-IDX)  TO CDL-MATTER-REF.
             MOVE HLT-PLACED-DATE(HLT-IDX) TO CDL-PLACED-DATE.
             MOVE HLT-AUD-HITS(HLT-IDX)    TO CDL-AUD-HITS.
             MOVE HLT-ADL-HITS(HLT-IDX)    TO CDL-ADL-HITS.
             WRITE HLDRPT-RECORD FROM CARD-LINE.
       4100-PRINT-CARD-X.

      *-----------------------------------------------------------
      * CONTROL TOTALS AND CONDITION CODE.
      *-----------------------------------------------------------
       9000-TERMINATE.
      *-----------------------------------------------------------

             WRITE HLDRPT-RECORD FROM BLANK-LINE.
             MOVE 'HOLDS IN FORCE' TO CNT-LABEL.
             MOVE HLT-ENTRIES-USED TO CNT-VALUE.
             WRITE HLDRPT-RECORD FROM COUNT-LINE.
             MOVE 'AUDIT RECORDS ARCHIVED' TO CNT-LABEL.
             MOVE AUD-COPIED-CTR TO CNT-VALUE.
             WRITE HLDRPT-RECORD FROM COUNT-LINE.
             MOVE 'AUTH-LOG RECORDS ARCHIVED' TO CNT-LABEL.
             MOVE ADL-COPIED-CTR TO CNT-VALUE.
             WRITE HLDRPT-RECORD FROM COUNT-LINE.

             DISPLAY ' '.
             DISPLAY '***** FRDHLDAR CONTROL TOTALS *****'.
             DISPLAY 'REGISTER ENTRIES READ : ' HOLDS-READ-CTR.
             DISPLAY 'HOLDS IN FORCE        : ' HLT-ENTRIES-USED.
             DISPLAY 'AUDIT RECORDS READ    : ' AUD-RECORDS-CTR.
             DISPLAY 'AUDIT ON HELD CARDS   : ' AUD-HELD-CTR.
             DISPLAY 'AUDIT ARCHIVED        : ' AUD-COPIED-CTR.
             DISPLAY 'AUDIT ALREADY ARCHIVED: ' AUD-ON-ARC-SWITCH.
             DISPLAY 'AUTH-LOG RECORDS READ : ' ADL-RECORDS-CTR.
             DISPLAY 'AUTH-LOG ON HELD CARDS: ' ADL-HELD-CTR.
             DISPLAY 'AUTH-LOG ARCHIVED     : ' ADL-COPIED-CTR.
             DISPLAY 'AUTH-LOG ALRDY ARCHIVD: ' ADL-ON-ARC-SWITCH.
             DISPLAY '***********************************'.

             IF HOLD-TABLE-FULL
                 DISPLAY 'FRDHLDAR - HOLD TABLE FULL - GENERATIONS '
                     'ARCHIVED WHOLESALE'
                 MOVE 4 TO RETURN-CODE
             END-IF.

             CLOSE HLDRPT-FILE.

      *-------------------
       9000-TERMINATE-X.
      *-------------------
