       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDHLDMT.

      * AUTHOR - DRS ************************************************
      *
      * AI ON IBM Z SOLUTION TEMPLATE
      *
      * BATCH MAINTENANCE FOR THE FRAUDHLD LEGAL-HOLD REGISTER.
      * A CARD TOKEN ON THE REGISTER IS UNDER A LEGAL OR
      * REGULATORY HOLD WHILE ITS RELEASE DATE IS ZERO OR NOT YET
      * PASSED, AND EVERY PURGE PATH - THE FRDHSTHK HISTORY PURGE,
      * THE FRDPSLMT LAPSED-ENTRY PURGE AND THE FRDHLDAR AUDIT
      * ROLL-OFF ARCHIVE - HONOURS IT.  THIS RUN IS THE ONLY WAY
      * THE REGISTER CHANGES: EVERY TRANSACTION, APPLIED OR
      * REJECTED, IS WRITTEN TO THE CUMULATIVE AUDIT TRAIL WITH
      * FULL BEFORE AND AFTER IMAGES, IN THE SAME STYLE AS THE
      * FRDPSLMT PRE-SCREEN MAINTENANCE.
      *
      * HLDTXN TRANSACTION ACTIONS:
      *   PLC - PLACE A HOLD UNDER A MATTER REFERENCE, WITH AN
      *         OPTIONAL PLANNED RELEASE DATE (ZERO = UNTIL
      *         RELEASED).  A PLC FOR A CARD ALREADY HELD UNDER THE
      *         SAME MATTER AMENDS THE PLANNED RELEASE DATE; A CARD
      *         HELD UNDER ANOTHER MATTER IS REJECTED - RELEASE THE
      *         FIRST MATTER'S HOLD ONLY WHEN LEGAL SAYS SO.
      *   REL - RELEASE A HOLD AS OF THE GIVEN DATE (ZERO =
      *         TODAY).  THE ENTRY STAYS ON THE REGISTER AS THE
      *         RECORD OF THE HOLD.
      *
      * RETURN-CODE 0  - ALL TRANSACTIONS APPLIED
      * RETURN-CODE 4  - ONE OR MORE TRANSACTIONS REJECTED
      * RETURN-CODE 16 - FILE ERROR
      *
      * MODIFICATION HISTORY
      * --------------------
      * DATE       BY    DESCRIPTION
      * 2026-09-15 DRS    INITIAL VERSION
      * 2026-10-15 DRS    HLDTXN AND HLDAUDIT OPENS STATUS-CHECKED.
      ************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT HLDTXN-FILE ASSIGN TO HLDTXN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HLDTXN-STATUS.

           SELECT FRAUDHLD-FILE ASSIGN TO FRAUDHLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-CARD-TOKEN
               FILE STATUS IS FRAUDHLD-STATUS.

           SELECT HLDAUDIT-FILE ASSIGN TO HLDAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HLDAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *---------------------------------------------------------
      * MAINTENANCE TRANSACTIONS FROM LEGAL / COMPLIANCE
      *---------------------------------------------------------
       FD  HLDTXN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  HLDTXN-RECORD.
           05 MNT-ACTION                PIC X(03).
               88 MNT-PLACE                      VALUE 'PLC'.
               88 MNT-RELEASE                    VALUE 'REL'.
           05 MNT-CARD-TOKEN            PIC X(19).
           05 MNT-MATTER-REF            PIC X(20).
           05 MNT-RELEASE-DATE          PIC 9(08).
           05 MNT-USER                  PIC X(08).
           05 FILLER                    PIC X(22).

      *---------------------------------------------------------
      * THE LEGAL-HOLD REGISTER - ONE ENTRY PER CARD TOKEN.
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
      * AUDIT TRAIL - ONE RECORD PER APPLIED OR REJECTED
      * TRANSACTION, CARRYING THE FULL BEFORE AND AFTER IMAGES.
      * OPENED EXTEND - THE TRAIL IS CUMULATIVE BY DESIGN.
      *---------------------------------------------------------
       FD  HLDAUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  HLDAUDIT-RECORD.
           05 AUD-DATE                  PIC 9(08).
           05 AUD-TIME                  PIC 9(06).
           05 AUD-ACTION                PIC X(03).
           05 AUD-RESULT                PIC X(08).
           05 AUD-USER                  PIC X(08).
           05 AUD-BEFORE-IMAGE          PIC X(80).
           05 AUD-AFTER-IMAGE           PIC X(80).
           05 FILLER                    PIC X(07).

       WORKING-STORAGE SECTION.

       77  HLDTXN-STATUS                PIC X(02).
       77  FRAUDHLD-STATUS              PIC X(02).
       77  HLDAUDIT-STATUS              PIC X(02).

       77  TXN-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 END-OF-TXNS                         VALUE 'Y'.
       77  ENTRY-FOUND-SWITCH           PIC X(01) VALUE 'N'.
           88 ENTRY-ON-FILE                       VALUE 'Y'.
       77  HOLD-IN-FORCE-SWITCH         PIC X(01) VALUE 'N'.
           88 HOLD-IN-FORCE                       VALUE 'Y'.

       77  RUN-DATE-WS                  PIC 9(08) VALUE ZERO.
       77  RUN-TIME-WS                  PIC 9(06) VALUE ZERO.
       77  TIME-RAW-WS                  PIC 9(08) VALUE ZERO.

       77  BEFORE-IMAGE-WS              PIC X(80) VALUE SPACES.
       77  AFTER-IMAGE-WS               PIC X(80) VALUE SPACES.
       77  REJECT-REASON-WS             PIC X(40) VALUE SPACES.

       77  TXNS-READ-CTR                PIC 9(09) COMP VALUE ZERO.
       77  PLACES-APPLIED-CTR           PIC 9(09) COMP VALUE ZERO.
       77  RELEASES-APPLIED-CTR         PIC 9(09) COMP VALUE ZERO.
       77  TXNS-REJECTED-CTR            PIC 9(09) COMP VALUE ZERO.

       PROCEDURE DIVISION.

      *---------------
       0000-MAINLINE.
      *---------------

             PERFORM 1000-INITIALIZE
                THRU 1000-INITIALIZE-X.

             PERFORM 2000-APPLY-TRANSACTION
                THRU 2000-APPLY-TRANSACTION-X
                UNTIL END-OF-TXNS.

             PERFORM 9000-TERMINATE
                THRU 9000-TERMINATE-X.

             STOP RUN.

      *---------------
       1000-INITIALIZE.
      *---------------

             ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
             ACCEPT TIME-RAW-WS FROM TIME.
             MOVE TIME-RAW-WS(1:6) TO RUN-TIME-WS.

             OPEN INPUT HLDTXN-FILE.
             IF HLDTXN-STATUS NOT = '00'
                 DISPLAY 'FRDHLDMT - HLDTXN OPEN FAILED - STATUS: '
                     HLDTXN-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
             OPEN I-O FRAUDHLD-FILE.
             IF FRAUDHLD-STATUS NOT = '00' AND '97'
                 DISPLAY 'FRDHLDMT - FRAUDHLD OPEN FAILED - STATUS: '
                     FRAUDHLD-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
             OPEN EXTEND HLDAUDIT-FILE.
             IF HLDAUDIT-STATUS NOT = '00'
                 DISPLAY 'FRDHLDMT - HLDAUDIT OPEN FAILED - STATUS: '
                     HLDAUDIT-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             PERFORM 2500-READ-TXN
                THRU 2500-READ-TXN-X.

      *-----------------
       1000-INITIALIZE-X.
      *-----------------

      *-----------------------------------------------------------
      * APPLIES ONE MAINTENANCE TRANSACTION AND AUDITS IT, THEN
      * READS THE NEXT.
      *-----------------------------------------------------------
       2000-APPLY-TRANSACTION.
      *-----------------------------------------------------------

             ADD 1 TO TXNS-READ-CTR.
             MOVE SPACES TO REJECT-REASON-WS.

             PERFORM 2100-READ-EXISTING
                THRU 2100-READ-EXISTING-X.

             IF MNT-CARD-TOKEN = SPACES OR MNT-USER = SPACES
                 MOVE 'CARD TOKEN OR USER MISSING'
                     TO REJECT-REASON-WS
             END-IF.
             IF MNT-RELEASE-DATE NOT NUMERIC
                 MOVE 'RELEASE DATE NOT NUMERIC'
                     TO REJECT-REASON-WS
             ELSE
                 IF MNT-RELEASE-DATE NOT = ZERO
                  AND MNT-RELEASE-DATE < RUN-DATE-WS
                     MOVE 'RELEASE DATE IN THE PAST'
                         TO REJECT-REASON-WS
                 END-IF
             END-IF.

             EVALUATE TRUE
                 WHEN REJECT-REASON-WS NOT = SPACES
                     PERFORM 4000-REJECT-TXN
                        THRU 4000-REJECT-TXN-X
                 WHEN MNT-PLACE AND MNT-MATTER-REF = SPACES
                     MOVE 'MATTER REFERENCE MISSING'
                         TO REJECT-REASON-WS
                     PERFORM 4000-REJECT-TXN
                        THRU 4000-REJECT-TXN-X
                 WHEN MNT-PLACE AND HOLD-IN-FORCE
                  AND HLD-MATTER-REF NOT = MNT-MATTER-REF
                     MOVE 'CARD HELD UNDER ANOTHER MATTER'
                         TO REJECT-REASON-WS
                     PERFORM 4000-REJECT-TXN
                        THRU 4000-REJECT-TXN-X
                 WHEN MNT-PLACE
                     PERFORM 3000-APPLY-PLACE
                        THRU 3000-APPLY-PLACE-X
                 WHEN MNT-RELEASE AND NOT HOLD-IN-FORCE
                     MOVE 'NO HOLD IN FORCE ON THE CARD'
                         TO REJECT-REASON-WS
                     PERFORM 4000-REJECT-TXN
                        THRU 4000-REJECT-TXN-X
                 WHEN MNT-RELEASE
                     PERFORM 3100-APPLY-RELEASE
                        THRU 3100-APPLY-RELEASE-X
                 WHEN OTHER
                     MOVE 'UNKNOWN ACTION' TO REJECT-REASON-WS
                     PERFORM 4000-REJECT-TXN
                        THRU 4000-REJECT-TXN-X
             END-EVALUATE.

             PERFORM 2500-READ-TXN
                THRU 2500-READ-TXN-X.

      *--------------------------
       2000-APPLY-TRANSACTION-X.
      *--------------------------

      *-----------------------------------------------------------
      * READS THE EXISTING REGISTER ENTRY (IF ANY), KEEPS ITS
      * BEFORE IMAGE FOR THE AUDIT RECORD AND NOTES WHETHER ITS
      * HOLD IS STILL IN FORCE.
      *-----------------------------------------------------------
       2100-READ-EXISTING.
      *-----------------------------------------------------------

             MOVE 'N' TO ENTRY-FOUND-SWITCH.
             MOVE 'N' TO HOLD-IN-FORCE-SWITCH.
             MOVE SPACES TO BEFORE-IMAGE-WS.

             MOVE MNT-CARD-TOKEN TO HLD-CARD-TOKEN.
             READ FRAUDHLD-FILE
                 INVALID KEY
                     GO TO 2100-READ-EXISTING-X
             END-READ.

             MOVE 'Y' TO ENTRY-FOUND-SWITCH.
             MOVE FRAUDHLD-RECORD TO BEFORE-IMAGE-WS.
             IF HLD-RELEASE-DATE = ZERO
              OR HLD-RELEASE-DATE NOT < RUN-DATE-WS
                 MOVE 'Y' TO HOLD-IN-FORCE-SWITCH
             END-IF.

      *----------------------
       2100-READ-EXISTING-X.
      *----------------------

       2500-READ-TXN.
             READ HLDTXN-FILE
                 AT END
                     MOVE 'Y' TO TXN-EOF-SWITCH
             END-READ.
       2500-READ-TXN-X.

      *-----------------------------------------------------------
      * PLACES A HOLD, OR AMENDS THE PLANNED RELEASE DATE OF A
      * HOLD ALREADY IN FORCE UNDER THE SAME MATTER, AND WRITES
      * THE AUDIT RECORD.  A RELEASED ENTRY IS REPLACED BY THE
      * NEW PLACEMENT - ITS HISTORY IS ON THE AUDIT TRAIL.
      *-----------------------------------------------------------
       3000-APPLY-PLACE.
      *-----------------------------------------------------------

             IF NOT HOLD-IN-FORCE
                 MOVE SPACES           TO FRAUDHLD-RECORD
                 MOVE MNT-CARD-TOKEN   TO HLD-CARD-TOKEN
                 MOVE MNT-MATTER-REF   TO HLD-MATTER-REF
                 MOVE MNT-USER         TO HLD-PLACED-BY
                 MOVE RUN-DATE-WS      TO HLD-PLACED-DATE
             END-IF.
             MOVE MNT-RELEASE-DATE TO HLD-RELEASE-DATE.
             MOVE SPACES           TO HLD-RELEASED-BY.

             IF ENTRY-ON-FILE
                 REWRITE FRAUDHLD-RECORD
             ELSE
                 WRITE FRAUDHLD-RECORD
             END-IF.

             IF FRAUDHLD-STATUS NOT = '00'
                 DISPLAY 'FRDHLDMT - FRAUDHLD WRITE FAILED - STATUS: '
                     FRAUDHLD-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             ADD 1 TO PLACES-APPLIED-CTR.

             MOVE FRAUDHLD-RECORD TO AFTER-IMAGE-WS.
             PERFORM 6000-WRITE-AUDIT
                THRU 6000-WRITE-AUDIT-X.

      *---------------------
       3000-APPLY-PLACE-X.
      *---------------------

      *-----------------------------------------------------------
      * RELEASES A HOLD IN FORCE AS OF THE GIVEN DATE.  THE CARD
      * STAYS HELD THROUGH THE RELEASE DATE ITSELF.
      *-----------------------------------------------------------
       3100-APPLY-RELEASE.
      *-----------------------------------------------------------

             IF MNT-RELEASE-DATE = ZERO
                 MOVE RUN-DATE-WS      TO HLD-RELEASE-DATE
             ELSE
                 MOVE MNT-RELEASE-DATE TO HLD-RELEASE-DATE
             END-IF.
             MOVE MNT-USER TO HLD-RELEASED-BY.

             REWRITE FRAUDHLD-RECORD.

             IF FRAUDHLD-STATUS NOT = '00'
                 DISPLAY 'FRDHLDMT - FRAUDHLD REWRITE FAILED - '
                     'STATUS: ' FRAUDHLD-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             ADD 1 TO RELEASES-APPLIED-CTR.

             MOVE FRAUDHLD-RECORD TO AFTER-IMAGE-WS.
             PERFORM 6000-WRITE-AUDIT
                THRU 6000-WRITE-AUDIT-X.

      *-----------------------
       3100-APPLY-RELEASE-X.
      *-----------------------

      *-----------------------------------------------------------
      * AUDITS A TRANSACTION THAT COULD NOT BE APPLIED.
      *-----------------------------------------------------------
       4000-REJECT-TXN.
      *-----------------------------------------------------------

             ADD 1 TO TXNS-REJECTED-CTR.
             DISPLAY 'FRDHLDMT - REJECTED ' MNT-ACTION ' FOR CARD '
                 MNT-CARD-TOKEN ' - ' REJECT-REASON-WS.

             MOVE SPACES TO AFTER-IMAGE-WS.
             MOVE 'REJECTED' TO AUD-RESULT.
             PERFORM 6100-PUT-AUDIT-RECORD
                THRU 6100-PUT-AUDIT-RECORD-X.

      *--------------------
       4000-REJECT-TXN-X.
      *--------------------

      *-----------------------------------------------------------
      * WRITES ONE AUDIT RECORD FOR AN APPLIED TRANSACTION.
      *-----------------------------------------------------------
       6000-WRITE-AUDIT.
      *-----------------------------------------------------------

             MOVE 'APPLIED ' TO AUD-RESULT.
             PERFORM 6100-PUT-AUDIT-RECORD
                THRU 6100-PUT-AUDIT-RECORD-X.

      *---------------------
       6000-WRITE-AUDIT-X.
      *---------------------

       6100-PUT-AUDIT-RECORD.

             MOVE RUN-DATE-WS TO AUD-DATE.
             MOVE RUN-TIME-WS TO AUD-TIME.
             MOVE MNT-ACTION  TO AUD-ACTION.
             MOVE MNT-USER    TO AUD-USER.
             MOVE BEFORE-IMAGE-WS TO AUD-BEFORE-IMAGE.
             MOVE AFTER-IMAGE-WS  TO AUD-AFTER-IMAGE.

             WRITE HLDAUDIT-RECORD.

             IF HLDAUDIT-STATUS NOT = '00'
                 DISPLAY 'FRDHLDMT - HLDAUDIT WRITE FAILED - '
                     'STATUS: ' HLDAUDIT-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

       6100-PUT-AUDIT-RECORD-X.

      *---------------
       9000-TERMINATE.
      *---------------

             DISPLAY ' '.
             DISPLAY '***** FRDHLDMT CONTROL TOTALS *****'.
             DISPLAY 'TRANSACTIONS READ : ' TXNS-READ-CTR.
             DISPLAY 'HOLDS PLACED      : ' PLACES-APPLIED-CTR.
             DISPLAY 'HOLDS RELEASED    : ' RELEASES-APPLIED-CTR.
             DISPLAY 'REJECTED          : ' TXNS-REJECTED-CTR.
             DISPLAY '***********************************'.

             IF TXNS-REJECTED-CTR > ZERO
                 MOVE 4 TO RETURN-CODE
             END-IF.

             CLOSE HLDTXN-FILE.
             CLOSE FRAUDHLD-FILE.
             CLOSE HLDAUDIT-FILE.

      *-------------------
       9000-TERMINATE-X.
      *-------------------
