       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDTVNEX.

      * AUTHOR - DRS ************************************************
      *
      * AI ON IBM Z SOLUTION TEMPLATE
      *
      * NIGHTLY HOUSEKEEPING FOR THE FRAUDTVN CARDHOLDER TRAVEL
      * NOTICES THE FRTV TRANSACTION (FRDTVNAD) MAINTAINS:
      *
      *   - APPENDS THE DAY'S TVNQ AUDIT RECORDS (ONE PER ADD,
      *     REPLACE AND CANCEL, WITH BEFORE/AFTER IMAGES) TO THE
      *     CUMULATIVE TVNAUDIT TRAIL
      *   - PHYSICALLY DELETES NOTICES WHOSE TRIP ENDED MORE THAN
      *     TVN-GRACE-DAYS AGO, AUDITING EACH DELETE AS EXP.  THE
      *     GRACE LETS LATE-POSTED TRANSACTIONS FROM THE TRIP STILL
      *     SCORE AGAINST THE NOTICE IN THE OVERNIGHT RUN
      *
      * A LAPSED NOTICE ON A CARD UNDER LEGAL HOLD ON THE FRAUDHLD
      * REGISTER IS KEPT, LISTED ON SYSOUT AND COUNTED.
      *
      * RETURN-CODE 0  - QUEUE APPENDED AND SWEEP COMPLETE
      * RETURN-CODE 16 - A FILE COULD NOT BE OPENED OR WRITTEN
      *
      * MODIFICATION HISTORY
      * --------------------
      * DATE       BY    DESCRIPTION
      * 2026-09-25 DRS    INITIAL VERSION
      ************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TVNQIN-FILE ASSIGN TO TVNQIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TVNQIN-STATUS.

           SELECT FRAUDTVN-FILE ASSIGN TO FRAUDTVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TVN-CARD-TOKEN
               FILE STATUS IS FRAUDTVN-STATUS.

           SELECT FRAUDHLD-FILE ASSIGN TO FRAUDHLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-CARD-TOKEN
               FILE STATUS IS FRAUDHLD-STATUS.

           SELECT TVNAUDIT-FILE ASSIGN TO TVNAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TVNAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *---------------------------------------------------------
      * THE TVNQ QUEUE DATASET - AUDIT RECORDS FRDTVNAD QUEUED
      * SINCE THE LAST RUN.  SAME LAYOUT AS THE TRAIL ITSELF.
      *---------------------------------------------------------
       FD  TVNQIN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  TVNQIN-RECORD                PIC X(200).

      *---------------------------------------------------------
      * CARDHOLDER TRAVEL NOTICES - SAME LAYOUT FRDTVNAD WRITES.
      *---------------------------------------------------------
       FD  FRAUDTVN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  FRAUDTVN-RECORD.
           05 TVN-CARD-TOKEN            PIC X(19).
           05 TVN-STATE                 PIC X(02) OCCURS 5 TIMES.
           05 TVN-START-DATE            PIC 9(08).
           05 TVN-END-DATE              PIC 9(08).
           05 TVN-END-YMD REDEFINES TVN-END-DATE.
               10 TVN-END-YEAR          PIC 9(04).
               10 TVN-END-MONTH         PIC 9(02).
               10 TVN-END-DAY           PIC 9(02).
           05 TVN-ADD-DATE              PIC 9(08).
           05 TVN-ADD-TIME              PIC 9(06).
           05 TVN-ADD-USER              PIC X(08).
           05 FILLER                    PIC X(13).

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
      * AUDIT TRAIL - ONE RECORD PER CHANGE TO A NOTICE, CARRYING
      * THE FULL BEFORE AND AFTER IMAGES.  OPENED EXTEND - THE
      * TRAIL IS CUMULATIVE BY DESIGN.
      *---------------------------------------------------------
       FD  TVNAUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  TVNAUDIT-RECORD.
           05 AUD-DATE                  PIC 9(08).
           05 AUD-TIME                  PIC 9(06).
           05 AUD-ACTION                PIC X(03).
           05 AUD-RESULT                PIC X(08).
           05 AUD-USER                  PIC X(08).
           05 AUD-BEFORE-IMAGE          PIC X(80).
           05 AUD-AFTER-IMAGE           PIC X(80).
           05 FILLER                    PIC X(07).

       WORKING-STORAGE SECTION.

       77  TVNQIN-STATUS                PIC X(02).
       77  FRAUDTVN-STATUS              PIC X(02).
       77  FRAUDHLD-STATUS              PIC X(02).
       77  TVNAUDIT-STATUS              PIC X(02).

       77  QUEUE-EOF-SWITCH             PIC X(01) VALUE 'N'.
           88 END-OF-QUEUE                        VALUE 'Y'.
       77  TVN-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 END-OF-NOTICES                      VALUE 'Y'.
       77  HOLD-SWITCH                  PIC X(01) VALUE 'N'.
           88 CARD-ON-HOLD                        VALUE 'Y'.

       01  RUN-DATE-WS                  PIC 9(08) VALUE ZERO.
       01  RUN-YMD-WS REDEFINES RUN-DATE-WS.
           05 RUN-YEAR-WS               PIC 9(04).
           05 RUN-MONTH-WS              PIC 9(02).
           05 RUN-DAY-WS                PIC 9(02).
       77  RUN-TIME-WS                  PIC 9(06) VALUE ZERO.
       77  TIME-RAW-WS                  PIC 9(08) VALUE ZERO.

      *DESK-AGREED GRACE AFTER THE LAST DAY OF THE TRIP, SAME
      *DAY-COUNT APPROXIMATION AS THE OTHER AGE CHECKS.
       77  TVN-GRACE-DAYS               PIC 9(03) COMP VALUE 3.
       77  NOTICE-AGE-DAYS              PIC S9(07) COMP VALUE ZERO.
       77  PRIMER-KEY-WS                PIC X(19)
                                        VALUE '9999999999999999999'.

       77  QUEUE-COPIED-CTR             PIC 9(09) COMP VALUE ZERO.
       77  NOTICES-READ-CTR             PIC 9(09) COMP VALUE ZERO.
       77  NOTICES-EXPIRED-CTR          PIC 9(09) COMP VALUE ZERO.
       77  HELD-KEPT-CTR                PIC 9(09) COMP VALUE ZERO.

       PROCEDURE DIVISION.

      *---------------
       0000-MAINLINE.
      *---------------

             PERFORM 1000-INITIALIZE
                THRU 1000-INITIALIZE-X.

             PERFORM 2000-COPY-QUEUE
                THRU 2000-COPY-QUEUE-X
                UNTIL END-OF-QUEUE.

             PERFORM 5000-EXPIRE-NOTICES
                THRU 5000-EXPIRE-NOTICES-X.

             PERFORM 9000-TERMINATE
                THRU 9000-TERMINATE-X.

             STOP RUN.

      *---------------
       1000-INITIALIZE.
      *---------------

             ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
             ACCEPT TIME-RAW-WS FROM TIME.
             MOVE TIME-RAW-WS(1:6) TO RUN-TIME-WS.

             OPEN INPUT TVNQIN-FILE.
             IF TVNQIN-STATUS NOT = '00'
                 DISPLAY 'FRDTVNEX - TVNQIN OPEN FAILED - STATUS: '
                     TVNQIN-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
             OPEN I-O FRAUDTVN-FILE.
             IF FRAUDTVN-STATUS NOT = '00' AND '97'
                 DISPLAY 'FRDTVNEX - FRAUDTVN OPEN FAILED - STATUS: '
                     FRAUDTVN-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
             OPEN INPUT FRAUDHLD-FILE.
             IF FRAUDHLD-STATUS NOT = '00' AND '97'
                 DISPLAY 'FRDTVNEX - FRAUDHLD OPEN FAILED - STATUS: '
                     FRAUDHLD-STATUS ' - CANNOT EXPIRE WITHOUT THE '
                     'LEGAL-HOLD REGISTER'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
             OPEN EXTEND TVNAUDIT-FILE.
             IF TVNAUDIT-STATUS NOT = '00'
                 DISPLAY 'FRDTVNEX - TVNAUDIT OPEN FAILED - STATUS: '
                     TVNAUDIT-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             PERFORM 2500-READ-QUEUE
                THRU 2500-READ-QUEUE-X.

      *-----------------
       1000-INITIALIZE-X.
      *-----------------

      *-----------------------------------------------------------
      * APPENDS ONE QUEUED AUDIT RECORD TO THE TRAIL AS WRITTEN,
      * THEN READS THE NEXT.
      *-----------------------------------------------------------
       2000-COPY-QUEUE.
      *-----------------------------------------------------------

             MOVE TVNQIN-RECORD TO TVNAUDIT-RECORD.
             PERFORM 6000-WRITE-AUDIT
                THRU 6000-WRITE-AUDIT-X.
             ADD 1 TO QUEUE-COPIED-CTR.

             PERFORM 2500-READ-QUEUE
                THRU 2500-READ-QUEUE-X.

      *--------------------
       2000-COPY-QUEUE-X.
      *--------------------

       2500-READ-QUEUE.

             READ TVNQIN-FILE
                 AT END
                     MOVE 'Y' TO QUEUE-EOF-SWITCH
             END-READ.

       2500-READ-QUEUE-X.

      *-----------------------------------------------------------
      * SWEEPS THE NOTICES AND PHYSICALLY DELETES THOSE WHOSE TRIP
      * ENDED MORE THAN THE GRACE DAYS AGO, AUDITING EACH DELETE.
      *-----------------------------------------------------------
       5000-EXPIRE-NOTICES.
      *-----------------------------------------------------------

             MOVE LOW-VALUES TO TVN-CARD-TOKEN.
             MOVE 'N' TO TVN-EOF-SWITCH.
             START FRAUDTVN-FILE KEY IS NOT LESS THAN TVN-CARD-TOKEN
                 INVALID KEY
                     MOVE 'Y' TO TVN-EOF-SWITCH
             END-START.

             PERFORM 5100-EXPIRE-ONE-NOTICE
                THRU 5100-EXPIRE-ONE-NOTICE-X
                UNTIL END-OF-NOTICES.

      *------------------------
       5000-EXPIRE-NOTICES-X.
      *------------------------

       5100-EXPIRE-ONE-NOTICE.

             READ FRAUDTVN-FILE NEXT RECORD
                 AT END
                     MOVE 'Y' TO TVN-EOF-SWITCH
                     GO TO 5100-EXPIRE-ONE-NOTICE-X
             END-READ.

             IF FRAUDTVN-STATUS NOT = '00'
                 DISPLAY 'FRDTVNEX - FRAUDTVN BROWSE FAILED - '
                     'STATUS: ' FRAUDTVN-STATUS
                 MOVE 16 TO RETURN-CODE
                 MOVE 'Y' TO TVN-EOF-SWITCH
                 GO TO 5100-EXPIRE-ONE-NOTICE-X
             END-IF.

      *THE HIGH-KEY PRIMER FRDVSDEF LOADED STAYS FOR GOOD.
             IF TVN-CARD-TOKEN = PRIMER-KEY-WS
                 GO TO 5100-EXPIRE-ONE-NOTICE-X
             END-IF.

             ADD 1 TO NOTICES-READ-CTR.

             COMPUTE NOTICE-AGE-DAYS =
                 ((RUN-YEAR-WS  - TVN-END-YEAR)  * 365)
               + ((RUN-MONTH-WS - TVN-END-MONTH) * 30)
               + (RUN-DAY-WS    - TVN-END-DAY).
             IF NOTICE-AGE-DAYS NOT > TVN-GRACE-DAYS
                 GO TO 5100-EXPIRE-ONE-NOTICE-X
             END-IF.

             PERFORM 5200-CHECK-HOLD
                THRU 5200-CHECK-HOLD-X.
             IF CARD-ON-HOLD
                 ADD 1 TO HELD-KEPT-CTR
                 DISPLAY 'FRDTVNEX - HELD, NOT EXPIRED: '
                     TVN-CARD-TOKEN ' MATTER ' HLD-MATTER-REF
                 GO TO 5100-EXPIRE-ONE-NOTICE-X
             END-IF.

             MOVE SPACES TO TVNAUDIT-RECORD.
             MOVE FRAUDTVN-RECORD TO AUD-BEFORE-IMAGE.

             DELETE FRAUDTVN-FILE
                 INVALID KEY
                     DISPLAY 'FRDTVNEX - DELETE FAILED - STATUS: '
                         FRAUDTVN-STATUS
                     MOVE 16 TO RETURN-CODE
                     MOVE 'Y' TO TVN-EOF-SWITCH
                     GO TO 5100-EXPIRE-ONE-NOTICE-X
             END-DELETE.

             ADD 1 TO NOTICES-EXPIRED-CTR.
             MOVE RUN-DATE-WS TO AUD-DATE.
             MOVE RUN-TIME-WS TO AUD-TIME.
             MOVE 'EXP'       TO AUD-ACTION.
             MOVE 'EXPIRED '  TO AUD-RESULT.
             MOVE 'FRDTVNEX'  TO AUD-USER.
             PERFORM 6000-WRITE-AUDIT
                THRU 6000-WRITE-AUDIT-X.

       5100-EXPIRE-ONE-NOTICE-X.

      *-----------------------------------------------------------
      * A CARD IS ON HOLD WHILE ITS REGISTER ENTRY HAS NO RELEASE
      * DATE OR ONE NOT YET PASSED.
      *-----------------------------------------------------------
       5200-CHECK-HOLD.
      *-----------------------------------------------------------

             MOVE 'N' TO HOLD-SWITCH.
             MOVE TVN-CARD-TOKEN TO HLD-CARD-TOKEN.
             READ FRAUDHLD-FILE
                 INVALID KEY
                     GO TO 5200-CHECK-HOLD-X
             END-READ.

             IF HLD-RELEASE-DATE = ZERO
              OR HLD-RELEASE-DATE NOT < RUN-DATE-WS
                 MOVE 'Y' TO HOLD-SWITCH
             END-IF.

      *-------------------
       5200-CHECK-HOLD-X.
      *-------------------

      *-----------------------------------------------------------
      * WRITES THE AUDIT RECORD BUILT IN TVNAUDIT-RECORD.
      *-----------------------------------------------------------
       6000-WRITE-AUDIT.
      *-----------------------------------------------------------

             WRITE TVNAUDIT-RECORD.
             IF TVNAUDIT-STATUS NOT = '00'
                 DISPLAY 'FRDTVNEX - TVNAUDIT WRITE FAILED - '
                     'STATUS: ' TVNAUDIT-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

      *---------------------
       6000-WRITE-AUDIT-X.
      *---------------------

      *---------------
       9000-TERMINATE.
      *---------------

             DISPLAY ' '.
             DISPLAY '***** FRDTVNEX CONTROL TOTALS *****'.
             DISPLAY 'QUEUED AUDIT COPIED : ' QUEUE-COPIED-CTR.
             DISPLAY 'NOTICES READ        : ' NOTICES-READ-CTR.
             DISPLAY 'NOTICES EXPIRED     : ' NOTICES-EXPIRED-CTR.
             DISPLAY 'HELD, NOT EXPIRED   : ' HELD-KEPT-CTR.
             DISPLAY '***********************************'.

             CLOSE TVNQIN-FILE.
             CLOSE FRAUDTVN-FILE.
             CLOSE FRAUDHLD-FILE.
             CLOSE TVNAUDIT-FILE.

      *-------------------
       9000-TERMINATE-X.
      *-------------------
