       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDMDSLD.

      * AUTHOR - DRS ************************************************
      *
      * AI ON IBM Z SOLUTION TEMPLATE
      *
      * DAILY MERCHANT DESCRIPTOR LOAD AND MISSING-DESCRIPTOR
      * LIST.  TWO PASSES:
      *
      *   1. APPLIES THE ACQUIRER DESCRIPTOR FEED (ACQDESC) TO THE
      *      FRAUDMDS MERCHANT DESCRIPTOR MASTER.  A NEW MERCHANT
      *      IS ADDED AND A CHANGED ONE IS REPLACED, EACH WITH A
      *      BEFORE/AFTER RECORD ON THE SAME AUDIT TRAIL FRDMDSMT
      *      WRITES (ACTION ACQ, USER FRDMDSLD).  AN ENTRY FRAUD
      *      OPS MAINTAINED BY HAND (SOURCE M) IS NEVER
      *      OVERWRITTEN - THE FEED ONLY COUNTS IT AS KEPT.  A FEED
      *      RECORD WITH NO MERCHANT NUMBER OR NO DBA NAME IS
      *      REJECTED, AUDITED AND LISTED.
      *
      *   2. SWEEPS THE FRAUDMER MERCHANT RISK MASTER AND LISTS
      *      EVERY MERCHANT SCORED INSIDE THE MDSPARM WINDOW THAT
      *      STILL HAS NO DESCRIPTOR - THE DAILY WORKLIST FOR
      *      CHASING THE ACQUIRER (OR ADDING THE NAME THROUGH
      *      FRDMDSMT).  A WINDOW OF ZERO LISTS EVERY MERCHANT ON
      *      THE MASTER.
      *
      * AGE IS APPROXIMATED FROM MERCH-LAST-DATE WITH 30-DAY
      * MONTHS AND 365-DAY YEARS, AS IN THE FRDCSAGE SWEEP.
      *
      * RETURN-CODE 0  - FEED APPLIED
      * RETURN-CODE 4  - ONE OR MORE FEED RECORDS REJECTED
      * RETURN-CODE 16 - FILE ERROR
      *
      * MODIFICATION HISTORY
      * --------------------
      * DATE       BY    DESCRIPTION
      * 2026-09-21 DRS    INITIAL VERSION
      * 2026-10-15 DRS    MDSAUDIT AND MDSRPT OPENS AND THE ACQDESC
      *                   READ STATUS-CHECKED.  PARAGRAPHS IN
      *                   NUMBER ORDER (APPLY IS NOW 2600).
      ************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MDSPARM-FILE ASSIGN TO MDSPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MDSPARM-STATUS.

           SELECT ACQDESC-FILE ASSIGN TO ACQDESC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ACQDESC-STATUS.

           SELECT FRAUDMDS-FILE ASSIGN TO FRAUDMDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MDS-MERCH-KEY
               FILE STATUS IS FRAUDMDS-STATUS.

           SELECT FRAUDMER-FILE ASSIGN TO FRAUDMER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MERCH-KEY
               FILE STATUS IS FRAUDMER-STATUS.

           SELECT MDSAUDIT-FILE ASSIGN TO MDSAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MDSAUDIT-STATUS.

           SELECT MDSRPT-FILE ASSIGN TO MDSRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MDSRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *---------------------------------------------------------
      * OPTIONAL PARAMETER - DAYS BACK A MERCHANT MUST HAVE BEEN
      * SCORED TO BE LISTED AS MISSING A DESCRIPTOR (DEFAULT 7,
      * ZERO = EVERY MERCHANT ON THE MASTER).
      *---------------------------------------------------------
       FD  MDSPARM-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  MDSPARM-RECORD.
           05 MDS-PARM-WINDOW           PIC 9(03).
           05 FILLER                    PIC X(77).

      *---------------------------------------------------------
      * ACQUIRER DESCRIPTOR FEED - ONE RECORD PER MERCHANT THE
      * ACQUIRERS SENT TODAY, KEYED ON THE SAME MERCHANT NUMBER
      * THE TRANSACTION FEED CARRIES.
      *---------------------------------------------------------
       FD  ACQDESC-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  ACQDESC-RECORD.
           05 ACQ-MERCH-KEY             PIC 9(18).
           05 ACQ-DBA-NAME              PIC X(25).
           05 ACQ-ACQUIRER-ID           PIC X(11).
           05 ACQ-MERCHANT-ID           PIC X(15).
           05 ACQ-COUNTRY               PIC X(03).
           05 FILLER                    PIC X(28).

      *---------------------------------------------------------
      * THE MERCHANT DESCRIPTOR MASTER - SAME LAYOUT FRDMDSMT
      * MAINTAINS.
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
      * MERCHANT RISK MASTER - SAME LAYOUT FRAUDDET MAINTAINS.
      * READ ONLY HERE.
      *---------------------------------------------------------
       FD  FRAUDMER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  FRAUDMER-RECORD.
           05 MERCH-KEY                 PIC 9(18).
           05 MERCH-TXN-COUNT           PIC 9(09) COMP.
           05 MERCH-FRAUD-COUNT         PIC 9(09) COMP.
           05 MERCH-PROB-YES-TOTAL      PIC 9(07)V9(08) COMP-3.
           05 MERCH-DAY-TXN-COUNT       PIC 9(09) COMP.
           05 MERCH-DAY-FRAUD-COUNT     PIC 9(09) COMP.
           05 MERCH-LAST-DATE           PIC 9(08).
           05 MERCH-LAST-DATE-R REDEFINES MERCH-LAST-DATE.
               10 MERCH-LAST-YEAR       PIC 9(04).
               10 MERCH-LAST-MONTH      PIC 9(02).
               10 MERCH-LAST-DAY        PIC 9(02).
           05 FILLER                    PIC X(10).

      *---------------------------------------------------------
      * AUDIT TRAIL - SAME LAYOUT AND DATASET FRDMDSMT WRITES.
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

      *---------------------------------------------------------
      * LOAD REPORT AND MISSING-DESCRIPTOR LIST
      *---------------------------------------------------------
       FD  MDSRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  MDSRPT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

       77  MDSPARM-STATUS               PIC X(02).
       77  ACQDESC-STATUS               PIC X(02).
       77  FRAUDMDS-STATUS              PIC X(02).
       77  FRAUDMER-STATUS              PIC X(02).
       77  MDSAUDIT-STATUS              PIC X(02).
       77  MDSRPT-STATUS                PIC X(02).

       77  ACQ-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 END-OF-FEED                         VALUE 'Y'.
       77  MER-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 END-OF-MERCHANTS                    VALUE 'Y'.
       77  ENTRY-FOUND-SWITCH           PIC X(01) VALUE 'N'.
           88 ENTRY-ON-FILE                       VALUE 'Y'.

      *Run date broken out for the age approximation
       01  RUN-DATE-WS                  PIC 9(08) VALUE ZERO.
       01  RUN-DATE-PARTS-R REDEFINES RUN-DATE-WS.
           05 RUN-YEAR                  PIC 9(04).
           05 RUN-MONTH                 PIC 9(02).
           05 RUN-DAY                   PIC 9(02).
       77  RUN-TIME-WS                  PIC 9(06) VALUE ZERO.
       77  TIME-RAW-WS                  PIC 9(08) VALUE ZERO.

       77  LIST-WINDOW-DAYS             PIC 9(03) VALUE 7.
       77  MERCH-AGE-DAYS               PIC S9(09) COMP VALUE ZERO.

       77  BEFORE-IMAGE-WS              PIC X(100) VALUE SPACES.
       77  AFTER-IMAGE-WS               PIC X(100) VALUE SPACES.
       77  REJECT-REASON-WS             PIC X(30) VALUE SPACES.

      *-----------------------------------------------------------
      * CONTROL TOTALS
      *-----------------------------------------------------------
       77  FEED-READ-CTR                PIC 9(09) COMP VALUE ZERO.
       77  DESC-ADDED-CTR               PIC 9(09) COMP VALUE ZERO.
       77  DESC-CHANGED-CTR             PIC 9(09) COMP VALUE ZERO.
       77  DESC-UNCHANGED-CTR           PIC 9(09) COMP VALUE ZERO.
       77  DESC-KEPT-CTR                PIC 9(09) COMP VALUE ZERO.
       77  FEED-REJECTED-CTR            PIC 9(09) COMP VALUE ZERO.
       77  MERCHANTS-READ-CTR           PIC 9(09) COMP VALUE ZERO.
       77  MERCHANTS-IN-WINDOW-CTR      PIC 9(09) COMP VALUE ZERO.
       77  MISSING-DESC-CTR             PIC 9(09) COMP VALUE ZERO.

      *-----------------------------------------------------------
      * REPORT LINES
      *-----------------------------------------------------------
       01  RPT-HDG-LINE-1.
           05 FILLER PIC X(40) VALUE
               '***** MERCHANT DESCRIPTOR DAILY LOAD ***'.
           05 FILLER PIC X(10) VALUE 'RUN DATE '.
           05 RH1-RUN-DATE          PIC 9(08).
           05 FILLER PIC X(74) VALUE SPACES.
       01  REJ-HDG-LINE.
           05 FILLER PIC X(60) VALUE
               'ACQUIRER FEED REJECTS'.
           05 FILLER PIC X(72) VALUE SPACES.
       01  REJ-COL-LINE.
           05 FILLER PIC X(60) VALUE
               'MERCHANT NUMBER    REASON'.
           05 FILLER PIC X(72) VALUE SPACES.
       01  REJ-DETAIL-LINE.
           05 RJD-MERCH-KEY         PIC X(18).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RJD-REASON            PIC X(30).
           05 FILLER                PIC X(83) VALUE SPACES.
       01  MIS-HDG-LINE.
           05 FILLER PIC X(40) VALUE
               'MERCHANTS WITH NO DESCRIPTOR - SCORED IN'.
           05 FILLER PIC X(10) VALUE ' THE LAST '.
           05 MSH-WINDOW            PIC ZZ9.
           05 FILLER PIC X(05) VALUE ' DAYS'.
           05 FILLER PIC X(74) VALUE SPACES.
       01  MIS-HDG-ALL-LINE.
           05 FILLER PIC X(60) VALUE
               'MERCHANTS WITH NO DESCRIPTOR - ALL MERCHANTS ON FILE'.
           05 FILLER PIC X(72) VALUE SPACES.
       01  MIS-COL-LINE.
           05 FILLER PIC X(66) VALUE
               'MERCHANT NUMBER    LAST SCORED  LIFETIME TXNS  FRAUD FL
      -        'AGS'.
           05 FILLER PIC X(66) VALUE SPACES.
       01  MIS-DETAIL-LINE.
           05 MSD-MERCH-KEY         PIC 9(18).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 MSD-LAST-DATE         PIC 9(08).
           05 FILLER                PIC X(07) VALUE SPACES.
           05 MSD-TXN-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 MSD-FRAUD-COUNT       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(74) VALUE SPACES.
       01  NONE-LINE.
           05 FILLER PIC X(10) VALUE '  (NONE)'.
           05 FILLER PIC X(122) VALUE SPACES.
       01  COUNT-LINE.
           05 CNT-LABEL             PIC X(30) VALUE SPACES.
           05 CNT-VALUE             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(91) VALUE SPACES.
       01  BLANK-LINE               PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

      *---------------
       0000-MAINLINE.
      *---------------

             PERFORM 1000-INITIALIZE
                THRU 1000-INITIALIZE-X.

             PERFORM 2000-LOAD-DESCRIPTOR
                THRU 2000-LOAD-DESCRIPTOR-X
                UNTIL END-OF-FEED.

             PERFORM 3000-LIST-MISSING
                THRU 3000-LIST-MISSING-X.

             PERFORM 9000-TERMINATE
                THRU 9000-TERMINATE-X.

             STOP RUN.

      *-----------------------------------------------------------
      * READS THE OPTIONAL WINDOW PARAMETER, OPENS THE FILES AND
      * PRIMES THE FEED.  THE FIRST-EVER RUN FINDS THE MASTER EMPTY
      * AND LOADS A HIGH-KEY DUMMY SO IT CAN BE OPENED I-O.
      *-----------------------------------------------------------
       1000-INITIALIZE.
      *-----------------------------------------------------------

             ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
             ACCEPT TIME-RAW-WS FROM TIME.
             MOVE TIME-RAW-WS(1:6) TO RUN-TIME-WS.

             OPEN INPUT MDSPARM-FILE.
             IF MDSPARM-STATUS = '00'
                 READ MDSPARM-FILE
                     AT END
                         CONTINUE
                     NOT AT END
                         IF MDS-PARM-WINDOW NUMERIC
                             MOVE MDS-PARM-WINDOW TO LIST-WINDOW-DAYS
                         END-IF
                 END-READ
                 CLOSE MDSPARM-FILE
             ELSE
                 DISPLAY 'MDSPARM OPEN STATUS ' MDSPARM-STATUS
                     ' - DEFAULT WINDOW USED'
             END-IF.

             OPEN INPUT ACQDESC-FILE.
             IF ACQDESC-STATUS NOT = '00'
                 DISPLAY 'FRDMDSLD - ACQDESC OPEN FAILED - STATUS: '
                     ACQDESC-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             OPEN I-O FRAUDMDS-FILE.
             IF FRAUDMDS-STATUS = '35'
                 PERFORM 1200-LOAD-DESCRIPTOR-DUMMY
                    THRU 1200-LOAD-DESCRIPTOR-DUMMY-X
                 OPEN I-O FRAUDMDS-FILE
             END-IF.
             IF FRAUDMDS-STATUS NOT = '00' AND '97'
                 DISPLAY 'FRDMDSLD - FRAUDMDS OPEN FAILED - STATUS: '
                     FRAUDMDS-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             OPEN INPUT FRAUDMER-FILE.
             IF FRAUDMER-STATUS NOT = '00' AND '97'
                 DISPLAY 'FRDMDSLD - FRAUDMER OPEN FAILED - STATUS: '
                     FRAUDMER-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             OPEN EXTEND MDSAUDIT-FILE.
             IF MDSAUDIT-STATUS NOT = '00'
                 DISPLAY 'FRDMDSLD - MDSAUDIT OPEN FAILED - STATUS: '
                     MDSAUDIT-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             OPEN OUTPUT MDSRPT-FILE.
             IF MDSRPT-STATUS NOT = '00'
                 DISPLAY 'FRDMDSLD - MDSRPT OPEN FAILED - STATUS: '
                     MDSRPT-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             MOVE RUN-DATE-WS TO RH1-RUN-DATE.
             WRITE MDSRPT-RECORD FROM RPT-HDG-LINE-1.
             WRITE MDSRPT-RECORD FROM BLANK-LINE.
             WRITE MDSRPT-RECORD FROM REJ-HDG-LINE.
             WRITE MDSRPT-RECORD FROM REJ-COL-LINE.

             PERFORM 2500-READ-FEED
                THRU 2500-READ-FEED-X.

      *-------------------
       1000-INITIALIZE-X.
      *-------------------

       1200-LOAD-DESCRIPTOR-DUMMY.
             OPEN OUTPUT FRAUDMDS-FILE.
             IF FRAUDMDS-STATUS NOT = '00'
                 DISPLAY 'FRDMDSLD - FRAUDMDS LOAD FAILED - STATUS: '
                     FRAUDMDS-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
             MOVE SPACES             TO FRAUDMDS-RECORD.
             MOVE 999999999999999999 TO MDS-MERCH-KEY.
             MOVE ZERO               TO MDS-UPD-DATE.
             WRITE FRAUDMDS-RECORD.
             CLOSE FRAUDMDS-FILE.
             DISPLAY 'FRDMDSLD - FRAUDMDS WAS EMPTY - LOADED THE '
                 'HIGH-KEY DUMMY'.
       1200-LOAD-DESCRIPTOR-DUMMY-X.

      *-----------------------------------------------------------
      * APPLIES ONE ACQUIRER FEED RECORD TO THE DESCRIPTOR MASTER,
      * THEN READS THE NEXT.
      *-----------------------------------------------------------
       2000-LOAD-DESCRIPTOR.
      *-----------------------------------------------------------

             ADD 1 TO FEED-READ-CTR.

             PERFORM 2100-READ-EXISTING
                THRU 2100-READ-EXISTING-X.

             EVALUATE TRUE
                 WHEN ACQ-MERCH-KEY NOT NUMERIC
                  OR ACQ-MERCH-KEY = ZERO
                     MOVE 'NO MERCHANT NUMBER' TO REJECT-REASON-WS
                     PERFORM 4000-REJECT-FEED
                        THRU 4000-REJECT-FEED-X
                 WHEN ACQ-DBA-NAME = SPACES
                     MOVE 'NO DBA NAME' TO REJECT-REASON-WS
                     PERFORM 4000-REJECT-FEED
                        THRU 4000-REJECT-FEED-X
                 WHEN ENTRY-ON-FILE AND MDS-FROM-MAINTENANCE
                     ADD 1 TO DESC-KEPT-CTR
                 WHEN ENTRY-ON-FILE
                  AND MDS-DBA-NAME    = ACQ-DBA-NAME
                  AND MDS-ACQUIRER-ID = ACQ-ACQUIRER-ID
                  AND MDS-MERCHANT-ID = ACQ-MERCHANT-ID
                  AND MDS-COUNTRY     = ACQ-COUNTRY
                     ADD 1 TO DESC-UNCHANGED-CTR
                 WHEN OTHER
                     PERFORM 2600-APPLY-FEED
                        THRU 2600-APPLY-FEED-X
             END-EVALUATE.

             PERFORM 2500-READ-FEED
                THRU 2500-READ-FEED-X.

      *------------------------
       2000-LOAD-DESCRIPTOR-X.
      *------------------------

      *-----------------------------------------------------------
      * READS THE EXISTING DESCRIPTOR (IF ANY) AND KEEPS ITS
      * BEFORE IMAGE FOR THE AUDIT RECORD.
      *-----------------------------------------------------------
       2100-READ-EXISTING.
      *-----------------------------------------------------------

             MOVE 'N' TO ENTRY-FOUND-SWITCH.
             MOVE SPACES TO BEFORE-IMAGE-WS.

             IF ACQ-MERCH-KEY NOT NUMERIC
                 GO TO 2100-READ-EXISTING-X
             END-IF.

             MOVE ACQ-MERCH-KEY TO MDS-MERCH-KEY.
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

       2500-READ-FEED.
             READ ACQDESC-FILE
                 AT END
                     MOVE 'Y' TO ACQ-EOF-SWITCH
                     GO TO 2500-READ-FEED-X
             END-READ.
             IF ACQDESC-STATUS > '10'
                 DISPLAY 'FRDMDSLD - ACQDESC READ FAILED - STATUS: '
                     ACQDESC-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
       2500-READ-FEED-X.

      *-----------------------------------------------------------
      * ADDS A NEW ACQUIRER DESCRIPTOR OR REPLACES A CHANGED ONE
      * AND WRITES THE AUDIT RECORD.
      *-----------------------------------------------------------
       2600-APPLY-FEED.
      *-----------------------------------------------------------

             MOVE SPACES           TO FRAUDMDS-RECORD.
             MOVE ACQ-MERCH-KEY    TO MDS-MERCH-KEY.
             MOVE ACQ-DBA-NAME     TO MDS-DBA-NAME.
             MOVE ACQ-ACQUIRER-ID  TO MDS-ACQUIRER-ID.
             MOVE ACQ-MERCHANT-ID  TO MDS-MERCHANT-ID.
             MOVE ACQ-COUNTRY      TO MDS-COUNTRY.
             MOVE 'A'              TO MDS-SOURCE.
             MOVE RUN-DATE-WS      TO MDS-UPD-DATE.
             MOVE 'FRDMDSLD'       TO MDS-UPD-USER.

             IF ENTRY-ON-FILE
                 REWRITE FRAUDMDS-RECORD
                 ADD 1 TO DESC-CHANGED-CTR
             ELSE
                 WRITE FRAUDMDS-RECORD
                 ADD 1 TO DESC-ADDED-CTR
             END-IF.

             IF FRAUDMDS-STATUS NOT = '00'
                 DISPLAY 'FRDMDSLD - FRAUDMDS WRITE FAILED - STATUS: '
                     FRAUDMDS-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             MOVE FRAUDMDS-RECORD TO AFTER-IMAGE-WS.
             MOVE 'APPLIED ' TO AUD-RESULT.
             PERFORM 6100-PUT-AUDIT-RECORD
                THRU 6100-PUT-AUDIT-RECORD-X.

      *--------------------
       2600-APPLY-FEED-X.
      *--------------------

      *-----------------------------------------------------------
      * BROWSES THE MERCHANT RISK MASTER FROM THE LOW KEY AND
      * LISTS EVERY MERCHANT SCORED INSIDE THE WINDOW THAT HAS NO
      * DESCRIPTOR.
      *-----------------------------------------------------------
       3000-LIST-MISSING.
      *-----------------------------------------------------------

             IF FEED-REJECTED-CTR = ZERO
                 WRITE MDSRPT-RECORD FROM NONE-LINE
             END-IF.

             WRITE MDSRPT-RECORD FROM BLANK-LINE.
             IF LIST-WINDOW-DAYS = ZERO
                 WRITE MDSRPT-RECORD FROM MIS-HDG-ALL-LINE
             ELSE
                 MOVE LIST-WINDOW-DAYS TO MSH-WINDOW
                 WRITE MDSRPT-RECORD FROM MIS-HDG-LINE
             END-IF.
             WRITE MDSRPT-RECORD FROM MIS-COL-LINE.

             MOVE ZERO TO MERCH-KEY.
             MOVE 'N' TO MER-EOF-SWITCH.
             START FRAUDMER-FILE KEY IS NOT LESS THAN MERCH-KEY
                 INVALID KEY
                     MOVE 'Y' TO MER-EOF-SWITCH
             END-START.

             PERFORM 3050-CHECK-ONE-MERCHANT
                THRU 3050-CHECK-ONE-MERCHANT-X
                UNTIL END-OF-MERCHANTS.

             IF MISSING-DESC-CTR = ZERO
                 WRITE MDSRPT-RECORD FROM NONE-LINE
             END-IF.

      *----------------------
       3000-LIST-MISSING-X.
      *----------------------

       3050-CHECK-ONE-MERCHANT.

             READ FRAUDMER-FILE NEXT RECORD
                 AT END
                     MOVE 'Y' TO MER-EOF-SWITCH
                     GO TO 3050-CHECK-ONE-MERCHANT-X
             END-READ.

             IF FRAUDMER-STATUS NOT = '00'
                 DISPLAY 'FRDMDSLD - FRAUDMER BROWSE FAILED - '
                     'STATUS: ' FRAUDMER-STATUS
                 MOVE 16 TO RETURN-CODE
                 MOVE 'Y' TO MER-EOF-SWITCH
                 GO TO 3050-CHECK-ONE-MERCHANT-X
             END-IF.

      *THE FRDVSDEF PRIMER (HIGH KEY, NO DATES) IS LEFT ALONE.
             IF MERCH-LAST-DATE NOT NUMERIC
              OR MERCH-LAST-DATE = ZERO
                 GO TO 3050-CHECK-ONE-MERCHANT-X
             END-IF.

             ADD 1 TO MERCHANTS-READ-CTR.

             IF LIST-WINDOW-DAYS > ZERO
                 COMPUTE MERCH-AGE-DAYS =
                     ((RUN-YEAR  - MERCH-LAST-YEAR)  * 365)
                   + ((RUN-MONTH - MERCH-LAST-MONTH) * 30)
                   + (RUN-DAY   - MERCH-LAST-DAY)
                 IF MERCH-AGE-DAYS > LIST-WINDOW-DAYS
                     GO TO 3050-CHECK-ONE-MERCHANT-X
                 END-IF
             END-IF.

             ADD 1 TO MERCHANTS-IN-WINDOW-CTR.

             MOVE MERCH-KEY TO MDS-MERCH-KEY.
             READ FRAUDMDS-FILE
                 INVALID KEY
                     MOVE SPACES TO MDS-DBA-NAME
             END-READ.

             IF MDS-DBA-NAME NOT = SPACES
                 GO TO 3050-CHECK-ONE-MERCHANT-X
             END-IF.

             ADD 1 TO MISSING-DESC-CTR.
             MOVE MERCH-KEY         TO MSD-MERCH-KEY.
             MOVE MERCH-LAST-DATE   TO MSD-LAST-DATE.
             MOVE MERCH-TXN-COUNT   TO MSD-TXN-COUNT.
             MOVE MERCH-FRAUD-COUNT TO MSD-FRAUD-COUNT.
             WRITE MDSRPT-RECORD FROM MIS-DETAIL-LINE.

       3050-CHECK-ONE-MERCHANT-X.

      *-----------------------------------------------------------
      * AUDITS AND LISTS A FEED RECORD THAT COULD NOT BE APPLIED.
      *-----------------------------------------------------------
       4000-REJECT-FEED.
      *-----------------------------------------------------------

             ADD 1 TO FEED-REJECTED-CTR.

             MOVE ACQDESC-RECORD(1:18) TO RJD-MERCH-KEY.
             MOVE REJECT-REASON-WS     TO RJD-REASON.
             WRITE MDSRPT-RECORD FROM REJ-DETAIL-LINE.

             MOVE SPACES TO AFTER-IMAGE-WS.
             MOVE 'REJECTED' TO AUD-RESULT.
             PERFORM 6100-PUT-AUDIT-RECORD
                THRU 6100-PUT-AUDIT-RECORD-X.

      *---------------------
       4000-REJECT-FEED-X.
      *---------------------

       6100-PUT-AUDIT-RECORD.

             MOVE RUN-DATE-WS TO AUD-DATE.
             MOVE RUN-TIME-WS TO AUD-TIME.
             MOVE 'ACQ'       TO AUD-ACTION.
             MOVE 'FRDMDSLD'  TO AUD-USER.
             MOVE BEFORE-IMAGE-WS TO AUD-BEFORE-IMAGE.
             MOVE AFTER-IMAGE-WS  TO AUD-AFTER-IMAGE.

             WRITE MDSAUDIT-RECORD.

             IF MDSAUDIT-STATUS NOT = '00'
                 DISPLAY 'FRDMDSLD - MDSAUDIT WRITE FAILED - '
                     'STATUS: ' MDSAUDIT-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

       6100-PUT-AUDIT-RECORD-X.

      *-----------------------------------------------------------
      * WRITES THE CONTROL TOTALS TO THE REPORT AND THE JOB LOG.
      *-----------------------------------------------------------
       9000-TERMINATE.
      *-----------------------------------------------------------

             WRITE MDSRPT-RECORD FROM BLANK-LINE.

             MOVE 'FEED RECORDS READ' TO CNT-LABEL.
             MOVE FEED-READ-CTR TO CNT-VALUE.
             WRITE MDSRPT-RECORD FROM COUNT-LINE.

             MOVE 'DESCRIPTORS ADDED' TO CNT-LABEL.
             MOVE DESC-ADDED-CTR TO CNT-VALUE.
             WRITE MDSRPT-RECORD FROM COUNT-LINE.

             MOVE 'DESCRIPTORS CHANGED' TO CNT-LABEL.
             MOVE DESC-CHANGED-CTR TO CNT-VALUE.
             WRITE MDSRPT-RECORD FROM COUNT-LINE.

             MOVE 'UNCHANGED' TO CNT-LABEL.
             MOVE DESC-UNCHANGED-CTR TO CNT-VALUE.
             WRITE MDSRPT-RECORD FROM COUNT-LINE.

             MOVE 'KEPT (MAINTAINED BY OPS)' TO CNT-LABEL.
             MOVE DESC-KEPT-CTR TO CNT-VALUE.
             WRITE MDSRPT-RECORD FROM COUNT-LINE.

             MOVE 'FEED RECORDS REJECTED' TO CNT-LABEL.
             MOVE FEED-REJECTED-CTR TO CNT-VALUE.
             WRITE MDSRPT-RECORD FROM COUNT-LINE.

             MOVE 'MERCHANTS IN WINDOW' TO CNT-LABEL.
             MOVE MERCHANTS-IN-WINDOW-CTR TO CNT-VALUE.
             WRITE MDSRPT-RECORD FROM COUNT-LINE.

             MOVE 'MISSING A DESCRIPTOR' TO CNT-LABEL.
             MOVE MISSING-DESC-CTR TO CNT-VALUE.
             WRITE MDSRPT-RECORD FROM COUNT-LINE.

             DISPLAY ' '.
             DISPLAY '***** FRDMDSLD CONTROL TOTALS *****'.
             DISPLAY 'FEED RECORDS READ : ' FEED-READ-CTR.
             DISPLAY 'ADDED             : ' DESC-ADDED-CTR.
             DISPLAY 'CHANGED           : ' DESC-CHANGED-CTR.
             DISPLAY 'UNCHANGED         : ' DESC-UNCHANGED-CTR.
             DISPLAY 'KEPT (OPS)        : ' DESC-KEPT-CTR.
             DISPLAY 'REJECTED          : ' FEED-REJECTED-CTR.
             DISPLAY 'MERCHANTS ON FILE : ' MERCHANTS-READ-CTR.
             DISPLAY 'IN WINDOW         : ' MERCHANTS-IN-WINDOW-CTR.
             DISPLAY 'NO DESCRIPTOR     : ' MISSING-DESC-CTR.
             DISPLAY '***********************************'.

             IF FEED-REJECTED-CTR > ZERO
              AND RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
             END-IF.

             CLOSE ACQDESC-FILE.
             CLOSE FRAUDMDS-FILE.
             CLOSE FRAUDMER-FILE.
             CLOSE MDSAUDIT-FILE.
             CLOSE MDSRPT-FILE.

      *-------------------
       9000-TERMINATE-X.
      *-------------------
