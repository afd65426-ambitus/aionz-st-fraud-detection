       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDMDSMT.

      * AUTHOR - DRS ************************************************
      *
      * AI ON IBM Z SOLUTION TEMPLATE
      *
      * BATCH MAINTENANCE FOR THE FRAUDMDS MERCHANT DESCRIPTOR
      * MASTER.  APPLIES ADD AND DELETE TRANSACTIONS FROM THE
      * MDSTXN INPUT FILE AND WRITES A BEFORE/AFTER AUDIT RECORD
      * FOR EVERY TRANSACTION, IN THE SAME STYLE AS THE FRDMCCMT
      * MCC MAINTENANCE, SO THE AUDITORS CAN SEE WHO NAMED A
      * MERCHANT AND WHEN.  THE MASTER GIVES EVERY MERCHANT
      * NUMBER A DBA NAME, ACQUIRER ID, ACQUIRER MERCHANT ID AND
      * COUNTRY FOR THE WORKLIST, THE REPORTS AND THE CARDHOLDER
      * CONTACT EXTRACT.
      *
      * AN ENTRY ADDED HERE IS MARKED AS MAINTAINED (SOURCE M) -
      * THE DAILY FRDMDSLD ACQUIRER LOAD NEVER OVERWRITES IT.
      * DELETING THE ENTRY HANDS THE MERCHANT BACK TO THE
      * ACQUIRER FEED ON ITS NEXT LOAD.
      *
      * MDSTXN TRANSACTION ACTIONS:
      *   ADD - ADD OR REPLACE A DESCRIPTOR (DBA NAME REQUIRED)
      *   DEL - DELETE A DESCRIPTOR
      *
      * RETURN-CODE 0 - ALL TRANSACTIONS APPLIED
      * RETURN-CODE 4 - ONE OR MORE TRANSACTIONS REJECTED
      *
      * MODIFICATION HISTORY
      * --------------------
      * DATE       BY    DESCRIPTION
      * 2026-09-21 DRS    INITIAL VERSION
      ************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MDSTXN-FILE ASSIGN TO MDSTXN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MDSTXN-STATUS.

           SELECT FRAUDMDS-FILE ASSIGN TO FRAUDMDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MDS-MERCH-KEY
               FILE STATUS IS FRAUDMDS-STATUS.

           SELECT MDSAUDIT-FILE ASSIGN TO MDSAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MDSAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *---------------------------------------------------------
      * MAINTENANCE TRANSACTIONS FROM FRAUD OPS
      *---------------------------------------------------------
       FD  MDSTXN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  MDSTXN-RECORD.
           05 MNT-ACTION                PIC X(03).
               88 MNT-ADD                        VALUE 'ADD'.
               88 MNT-DELETE                     VALUE 'DEL'.
           05 MNT-MERCH-KEY             PIC 9(18).
           05 MNT-DBA-NAME              PIC X(25).
           05 MNT-ACQUIRER-ID           PIC X(11).
           05 MNT-MERCHANT-ID           PIC X(15).
           05 MNT-COUNTRY               PIC X(03).
           05 MNT-USER                  PIC X(08).
           05 FILLER                    PIC X(17).

      *---------------------------------------------------------
      * THE MERCHANT DESCRIPTOR MASTER - SAME LAYOUT FRAUDDET
      * READS.  THE HIGH-KEY DUMMY WRITTEN ON THE FIRST-EVER RUN
      * CARRIES NO DBA NAME, SO EVERY READER TREATS IT AS MISSING.
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
               88 MDS-FROM-ACQUIRER              VALUE 'A'.
               88 MDS-FROM-MAINTENANCE           VALUE 'M'.
           05 MDS-UPD-DATE              PIC 9(08).
           05 MDS-UPD-USER              PIC X(08).
           05 FILLER                    PIC X(11).

      *---------------------------------------------------------
      * AUDIT TRAIL - ONE RECORD PER APPLIED OR REJECTED
      * TRANSACTION, CARRYING THE FULL BEFORE AND AFTER IMAGES.
      * OPENED EXTEND - THE TRAIL IS CUMULATIVE BY DESIGN AND IS
      * SHARED WITH THE FRDMDSLD ACQUIRER LOAD.
      *---------------------------------------------------------
       FD  MDSAUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  MDSAUDIT-RECORD.
           05 AUD-DATE                  PIC 9(08).
           05 AUD-TIME                  PIC 9(06).
           05 AUD-ACTION                PIC X(03).
           05 AUD-RESULT                PIC X(08).
           05 AUD-USER                  PIC X(08).
           05 AUD-BEFORE-IMAGE          PIC X(100).
           05 AUD-AFTER-IMAGE           PIC X(100).
           05 FILLER                    PIC X(07).

       WORKING-STORAGE SECTION.

       77  MDSTXN-STATUS                PIC X(02).
       77  FRAUDMDS-STATUS              PIC X(02).
       77  MDSAUDIT-STATUS              PIC X(02).

       77  TXN-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 END-OF-TXNS                         VALUE 'Y'.
       77  ENTRY-FOUND-SWITCH           PIC X(01) VALUE 'N'.
           88 ENTRY-ON-FILE                       VALUE 'Y'.

       77  RUN-DATE-WS                  PIC 9(08) VALUE ZERO.
       77  RUN-TIME-WS                  PIC 9(06) VALUE ZERO.
       77  TIME-RAW-WS                  PIC 9(08) VALUE ZERO.

       77  BEFORE-IMAGE-WS              PIC X(100) VALUE SPACES.
       77  AFTER-IMAGE-WS               PIC X(100) VALUE SPACES.

       77  TXNS-READ-CTR                PIC 9(09) COMP VALUE ZERO.
       77  ADDS-APPLIED-CTR             PIC 9(09) COMP VALUE ZERO.
       77  DELETES-APPLIED-CTR          PIC 9(09) COMP VALUE ZERO.
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

             OPEN INPUT MDSTXN-FILE.
             OPEN I-O FRAUDMDS-FILE.
             IF FRAUDMDS-STATUS = '35'
                 PERFORM 1200-LOAD-DESCRIPTOR-DUMMY
                    THRU 1200-LOAD-DESCRIPTOR-DUMMY-X
                 OPEN I-O FRAUDMDS-FILE
             END-IF.
             IF FRAUDMDS-STATUS NOT = '00' AND '97'
                 DISPLAY 'FRDMDSMT - FRAUDMDS OPEN FAILED - STATUS: '
                     FRAUDMDS-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
             OPEN EXTEND MDSAUDIT-FILE.

             PERFORM 2500-READ-TXN
                THRU 2500-READ-TXN-X.

      *-----------------
       1000-INITIALIZE-X.
      *-----------------

       1200-LOAD-DESCRIPTOR-DUMMY.
             OPEN OUTPUT FRAUDMDS-FILE.
             IF FRAUDMDS-STATUS NOT = '00'
                 DISPLAY 'FRDMDSMT - FRAUDMDS LOAD FAILED - STATUS: '
                     FRAUDMDS-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
             MOVE SPACES             TO FRAUDMDS-RECORD.
             MOVE 999999999999999999 TO MDS-MERCH-KEY.
             MOVE ZERO               TO MDS-UPD-DATE.
             WRITE FRAUDMDS-RECORD.
             CLOSE FRAUDMDS-FILE.
             DISPLAY 'FRDMDSMT - FRAUDMDS WAS EMPTY - LOADED THE '
                 'HIGH-KEY DUMMY'.
       1200-LOAD-DESCRIPTOR-DUMMY-X.

      *-----------------------------------------------------------
      * APPLIES ONE MAINTENANCE TRANSACTION AND AUDITS IT, THEN
      * READS THE NEXT.
      *-----------------------------------------------------------
       2000-APPLY-TRANSACTION.
      *-----------------------------------------------------------

             ADD 1 TO TXNS-READ-CTR.

             PERFORM 2100-READ-EXISTING
                THRU 2100-READ-EXISTING-X.

             EVALUATE TRUE
                 WHEN MNT-MERCH-KEY NOT NUMERIC
                  OR MNT-MERCH-KEY = ZERO
                     PERFORM 4000-REJECT-TXN
                        THRU 4000-REJECT-TXN-X
                 WHEN MNT-ADD AND MNT-DBA-NAME = SPACES
                     PERFORM 4000-REJECT-TXN
                        THRU 4000-REJECT-TXN-X
                 WHEN MNT-ADD
                     PERFORM 3000-APPLY-ADD
                        THRU 3000-APPLY-ADD-X
                 WHEN MNT-DELETE AND NOT ENTRY-ON-FILE
                     PERFORM 4000-REJECT-TXN
                        THRU 4000-REJECT-TXN-X
                 WHEN MNT-DELETE
                     PERFORM 3100-APPLY-DELETE
                        THRU 3100-APPLY-DELETE-X
                 WHEN OTHER
                     PERFORM 4000-REJECT-TXN
                        THRU 4000-REJECT-TXN-X
             END-EVALUATE.

             PERFORM 2500-READ-TXN
                THRU 2500-READ-TXN-X.

      *--------------------------
       2000-APPLY-TRANSACTION-X.
      *--------------------------

      *-----------------------------------------------------------
      * READS THE EXISTING DESCRIPTOR (IF ANY) AND KEEPS ITS
      * BEFORE IMAGE FOR THE AUDIT RECORD.
      *-----------------------------------------------------------
       2100-READ-EXISTING.
      *-----------------------------------------------------------

             MOVE 'N' TO ENTRY-FOUND-SWITCH.
             MOVE SPACES TO BEFORE-IMAGE-WS.

             IF MNT-MERCH-KEY NOT NUMERIC
                 GO TO 2100-READ-EXISTING-X
             END-IF.

             MOVE MNT-MERCH-KEY TO MDS-MERCH-KEY.
             READ FRAUDMDS-FILE
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     MOVE 'Y' TO ENTRY-FOUND-SWITCH
                     MOVE FRAUDMDS-RECORD TO BEFORE-IMAGE-WS
             END-READ.

      *----------------------
       2100-READ-EXISTING-X.
      *----------------------

       2500-READ-TXN.
             READ MDSTXN-FILE
                 AT END
                     MOVE 'Y' TO TXN-EOF-SWITCH
             END-READ.
       2500-READ-TXN-X.

      *-----------------------------------------------------------
      * ADDS OR REPLACES A DESCRIPTOR, MARKED AS MAINTAINED SO
      * THE ACQUIRER LOAD LEAVES IT ALONE, AND WRITES THE AUDIT
      * RECORD.
      *-----------------------------------------------------------
       3000-APPLY-ADD.
      *-----------------------------------------------------------

             MOVE SPACES           TO FRAUDMDS-RECORD.
             MOVE MNT-MERCH-KEY    TO MDS-MERCH-KEY.
             MOVE MNT-DBA-NAME     TO MDS-DBA-NAME.
             MOVE MNT-ACQUIRER-ID  TO MDS-ACQUIRER-ID.
             MOVE MNT-MERCHANT-ID  TO MDS-MERCHANT-ID.
             MOVE MNT-COUNTRY      TO MDS-COUNTRY.
             MOVE 'M'              TO MDS-SOURCE.
             MOVE RUN-DATE-WS      TO MDS-UPD-DATE.
             MOVE MNT-USER         TO MDS-UPD-USER.

             IF ENTRY-ON-FILE
                 REWRITE FRAUDMDS-RECORD
             ELSE
                 WRITE FRAUDMDS-RECORD
             END-IF.

             IF FRAUDMDS-STATUS NOT = '00'
                 DISPLAY 'FRDMDSMT - FRAUDMDS WRITE FAILED - STATUS: '
                     FRAUDMDS-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             ADD 1 TO ADDS-APPLIED-CTR.

             MOVE FRAUDMDS-RECORD TO AFTER-IMAGE-WS.
             PERFORM 6000-WRITE-AUDIT
                THRU 6000-WRITE-AUDIT-X.

      *-------------------
       3000-APPLY-ADD-X.
      *-------------------

      *-----------------------------------------------------------
      * DELETES AN EXISTING DESCRIPTOR - THE MERCHANT IS SHOWN BY
      * NUMBER UNTIL THE ACQUIRER FEED NEXT CARRIES IT.
      *-----------------------------------------------------------
       3100-APPLY-DELETE.
      *-----------------------------------------------------------

             DELETE FRAUDMDS-FILE
                 INVALID KEY
                     DISPLAY 'FRDMDSMT - DELETE FAILED - STATUS: '
                         FRAUDMDS-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
             END-DELETE.

             ADD 1 TO DELETES-APPLIED-CTR.

             MOVE SPACES TO AFTER-IMAGE-WS.
             PERFORM 6000-WRITE-AUDIT
                THRU 6000-WRITE-AUDIT-X.

      *----------------------
       3100-APPLY-DELETE-X.
      *----------------------

      *-----------------------------------------------------------
      * AUDITS A TRANSACTION THAT COULD NOT BE APPLIED.
      *-----------------------------------------------------------
       4000-REJECT-TXN.
      *-----------------------------------------------------------

             ADD 1 TO TXNS-REJECTED-CTR.
             DISPLAY 'FRDMDSMT - REJECTED ' MNT-ACTION
                 ' FOR MERCHANT ' MNT-MERCH-KEY.

             MOVE SPACES TO AFTER-IMAGE-WS.
             MOVE 'REJECTED' TO AUD-RESULT.
             PERFORM 6100-PUT-AUDIT-RECORD
                THRU 6100-PUT-AUDIT-RECORD-X.

      *--------------------
       4000-REJECT-TXN-X.
      *--------------------

      *-----------------------------------------------------------
      * WRITES ONE AUDIT RECORD FOR AN APPLIED TRANSACTION.  A
      * DELETE LEAVES A BLANK AFTER IMAGE, LIKE THE PRE-SCREEN
      * PURGE AUDIT.
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

             WRITE MDSAUDIT-RECORD.

             IF MDSAUDIT-STATUS NOT = '00'
                 DISPLAY 'FRDMDSMT - MDSAUDIT WRITE FAILED - '
                     'STATUS: ' MDSAUDIT-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

       6100-PUT-AUDIT-RECORD-X.

      *---------------
       9000-TERMINATE.
      *---------------

             DISPLAY ' '.
             DISPLAY '***** FRDMDSMT CONTROL TOTALS *****'.
             DISPLAY 'TRANSACTIONS READ : ' TXNS-READ-CTR.
             DISPLAY 'ADDS APPLIED      : ' ADDS-APPLIED-CTR.
             DISPLAY 'DELETES APPLIED   : ' DELETES-APPLIED-CTR.
             DISPLAY 'REJECTED          : ' TXNS-REJECTED-CTR.
             DISPLAY '***********************************'.

             IF TXNS-REJECTED-CTR > ZERO
                 MOVE 4 TO RETURN-CODE
             END-IF.

             CLOSE MDSTXN-FILE.
             CLOSE FRAUDMDS-FILE.
             CLOSE MDSAUDIT-FILE.

      *-------------------
       9000-TERMINATE-X.
      *-------------------
