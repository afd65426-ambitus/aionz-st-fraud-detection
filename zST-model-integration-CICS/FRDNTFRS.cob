      *                             WORKLIST FOR THE DESK
      *
      * A RESPONSE THAT MATCHES NO CONTACT WE SENT IS REPORTED,
      * NEVER DROPPED.  EVERY DELIVERED M OR N REPLY IS ALSO
      * APPENDED TO THE CUMULATIVE REPLY TRAIL (REPLYHST) WITH THE
      * CONTACTED TRANSACTION'S DATE, HOUR AND AMOUNT - THE GATEWAY
      * FEED ITSELF IS NOT RETAINED, AND FRDLBLEX LABELS THE
      * DECISION FROM IT.
      *
      * RETURN-CODE 0 - ALL RESPONSES PROCESSED
      * RETURN-CODE 4 - ONE OR MORE RESPONSES UNMATCHED
      *                   PRE-ESCALATED BY THE SLA SWEEP IS NO
      *                   LONGER MISCOUNTED AS HAVING NO OPEN
      *                   CASE.
      * 2026-09-09 DRS    CASE RECORD LAYOUT FOLLOWS THE REISSUE-
      *                   LINK ADDITION (RECORD NOW 352).
      * 2026-09-10 DRS    CASE RECORD LAYOUT FOLLOWS THE LOSS-
      *                   LEDGER CONTEXT ADDITION (RECORD NOW
      *                   379).
      * 2026-10-05 DRS    DELIVERED M/N REPLIES WRITTEN TO THE
      *                   REPLYHST TRAIL, KEYED TO THE CONTACTED
      *                   TRANSACTION, FOR THE FRDLBLEX LABELLED
      *                   RETRAINING EXTRACT.
      ************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PHONLIST-STATUS.

           SELECT REPLYHST-FILE ASSIGN TO REPLYHST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPLYHST-STATUS.

       DATA DIVISION.
       FILE SECTION.


      *---------------------------------------------------------
      * THE NIGHT'S CONTACT EXTRACT - SAME LAYOUT FRAUDDET
      * WRITES.  ONLY THE CARD AND TRANSACTION FIELDS ARE USED
      * HERE.
      *---------------------------------------------------------
       FD  FRAUDNTF-FILE
           LABEL RECORDS ARE STANDARD
       01  FRAUDNTF-RECORD.
           05 NTF-CARD-TOKEN            PIC X(19).
           05 NTF-CARD-LAST4            PIC X(04).
           05 FILLER                    PIC X(50).
           05 NTF-AMOUNT                PIC 9(05)V9(02).
           05 NTF-YEAR                  PIC 9(04).
           05 NTF-MONTH                 PIC 9(02).
           05 NTF-DAY                   PIC 9(02).
           05 NTF-TIME                  PIC 9(02).
           05 FILLER                    PIC X(48).

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
           RECORDING MODE IS F.
       01  PHONLIST-RECORD             PIC X(132).

      *---------------------------------------------------------
      * CUMULATIVE CARDHOLDER-REPLY TRAIL - OPENED EXTEND.  ONE
      * RECORD PER DELIVERED "IT WAS ME" / "NOT MINE" REPLY,
      * CARRYING THE CONTACTED TRANSACTION'S DATE, HOUR AND
      * AMOUNT (THE GATEWAY'S 7-DIGIT FIELD, AS CONTACTED) SO
      * FRDLBLEX CAN TAKE THE REPLY BACK TO ITS DECISION.
      *---------------------------------------------------------
       FD  REPLYHST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REPLYHST-RECORD.
           05 RPH-CARD-TOKEN            PIC X(19).
           05 RPH-CARD-LAST4            PIC X(04).
           05 RPH-TXN-DATE              PIC 9(08).
           05 RPH-TXN-HOUR              PIC 9(02).
           05 RPH-AMOUNT                PIC 9(05)V9(02).
           05 RPH-REPLY                 PIC X(01).
           05 RPH-CONTACT-REF           PIC X(16).
           05 RPH-REPLY-DATE            PIC 9(08).
           05 RPH-PROCESSED-DATE        PIC 9(08).
           05 FILLER                    PIC X(07).

       WORKING-STORAGE SECTION.

       77  GWRESP-STATUS                PIC X(02).
       77  PSLTXNO-STATUS               PIC X(02).
       77  RSPRPT-STATUS                PIC X(02).
       77  PHONLIST-STATUS              PIC X(02).
       77  REPLYHST-STATUS              PIC X(02).

       77  RSP-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 END-OF-RESPONSES                    VALUE 'Y'.

      *-----------------------------------------------------------
      * CONTACT TABLE - THE CARDS WE ACTUALLY TOLD THE GATEWAY TO
      * CONTACT, WITH THE TRANSACTION EACH CONTACT WAS ABOUT.  A
      * RESPONSE FOR ANY OTHER CARD IS UNMATCHED.
      *-----------------------------------------------------------
       77  NTF-ENTRIES-USED             PIC 9(05) COMP VALUE ZERO.
       01  CONTACT-TABLE.
                         DEPENDING ON NTF-ENTRIES-USED
                         INDEXED BY NTFT-IDX.
               10 NTF-TBL-TOKEN         PIC X(19).
               10 NTF-TBL-TXN-DATE      PIC 9(08).
               10 NTF-TBL-TXN-HOUR      PIC 9(02).
               10 NTF-TBL-AMOUNT        PIC 9(05)V9(02).
       77  NTF-OVERFLOW-CTR             PIC 9(09) COMP VALUE ZERO.
       77  CONTACT-FOUND-SWITCH         PIC X(01) VALUE 'N'.
           88 CONTACT-ON-FILE                     VALUE 'Y'.
       77  BLOCKS-QUEUED-CTR            PIC 9(09) COMP VALUE ZERO.
       77  UNMATCHED-CTR                PIC 9(09) COMP VALUE ZERO.
       77  NO-OPEN-CASE-CTR             PIC 9(09) COMP VALUE ZERO.
       77  REPLIES-RECORDED-CTR         PIC 9(09) COMP VALUE ZERO.

      *-----------------------------------------------------------
      * REPORT LINES
             OPEN OUTPUT PSLTXNO-FILE.
             OPEN OUTPUT RSPRPT-FILE.
             OPEN OUTPUT PHONLIST-FILE.
             OPEN EXTEND REPLYHST-FILE.
             IF REPLYHST-STATUS NOT = '00'
                 DISPLAY 'FRDNTFRS - REPLYHST OPEN FAILED - STATUS: '
                     REPLYHST-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             WRITE RSPRPT-RECORD FROM HDG-LINE-1.
             WRITE RSPRPT-RECORD FROM BLANK-LINE.
                         SET NTFT-IDX TO NTF-ENTRIES-USED
                         MOVE NTF-CARD-TOKEN TO
                             NTF-TBL-TOKEN(NTFT-IDX)
                         COMPUTE NTF-TBL-TXN-DATE(NTFT-IDX) =
                             NTF-YEAR * 10000 + NTF-MONTH * 100
                           + NTF-DAY
                         MOVE NTF-TIME TO NTF-TBL-TXN-HOUR(NTFT-IDX)
                         MOVE NTF-AMOUNT TO NTF-TBL-AMOUNT(NTFT-IDX)
                     ELSE
                         ADD 1 TO NTF-OVERFLOW-CTR
                     END-IF
                     PERFORM 3100-ESCALATE-AND-BLOCK
                        THRU 3100-ESCALATE-AND-BLOCK-X
                 WHEN OTHER
                     GO TO 2000-NEXT-RESPONSE
             END-EVALUATE.

             PERFORM 3300-RECORD-REPLY
                THRU 3300-RECORD-REPLY-X.

       2000-NEXT-RESPONSE.

             PERFORM 2500-READ-RESPONSE
       3200-QUEUE-BLOCK-X.
      *----------------------

      *-----------------------------------------------------------
      * APPENDS THE REPLY TO THE CUMULATIVE TRAIL AGAINST THE
      * TRANSACTION THE CONTACT WAS ABOUT (NTFT-IDX IS STILL ON
      * THE MATCHED CONTACT FROM 2100).
      *-----------------------------------------------------------
       3300-RECORD-REPLY.
      *-----------------------------------------------------------

             MOVE SPACES               TO REPLYHST-RECORD.
             MOVE RSP-CARD-TOKEN       TO RPH-CARD-TOKEN.
             MOVE RSP-CARD-LAST4       TO RPH-CARD-LAST4.
             MOVE NTF-TBL-TXN-DATE(NTFT-IDX) TO RPH-TXN-DATE.
             MOVE NTF-TBL-TXN-HOUR(NTFT-IDX) TO RPH-TXN-HOUR.
             MOVE NTF-TBL-AMOUNT(NTFT-IDX)   TO RPH-AMOUNT.
             MOVE RSP-REPLY            TO RPH-REPLY.
             MOVE RSP-CONTACT-REF      TO RPH-CONTACT-REF.
             COMPUTE RPH-REPLY-DATE =
                 RSP-YEAR * 10000 + RSP-MONTH * 100 + RSP-DAY.
             MOVE RUN-DATE-WS          TO RPH-PROCESSED-DATE.

             WRITE REPLYHST-RECORD.
             IF REPLYHST-STATUS NOT = '00'
                 DISPLAY 'FRDNTFRS - REPLYHST WRITE FAILED - '
                     'STATUS: ' REPLYHST-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             ADD 1 TO REPLIES-RECORDED-CTR.

      *-----------------------
       3300-RECORD-REPLY-X.
      *-----------------------

      *-----------------------------------------------------------
      * WRITES THE PROCESSING TOTALS AND CLOSES EVERYTHING.
      *-----------------------------------------------------------
             MOVE NO-OPEN-CASE-CTR TO CNT-VALUE.
             WRITE RSPRPT-RECORD FROM COUNT-LINE.

             MOVE 'REPLIES ADDED TO TRAIL' TO CNT-LABEL.
             MOVE REPLIES-RECORDED-CTR TO CNT-VALUE.
             WRITE RSPRPT-RECORD FROM COUNT-LINE.

             DISPLAY ' '.
             DISPLAY '***** FRDNTFRS CONTROL TOTALS *****'.
             DISPLAY 'RESPONSES READ    : ' RESPONSES-READ-CTR.
             DISPLAY 'CASES ESCALATED   : ' CASES-ESCALATED-CTR.
             DISPLAY 'BLOCKS QUEUED     : ' BLOCKS-QUEUED-CTR.
             DISPLAY 'UNMATCHED         : ' UNMATCHED-CTR.
             DISPLAY 'REPLIES TO TRAIL  : ' REPLIES-RECORDED-CTR.
             IF NTF-OVERFLOW-CTR > ZERO
                 DISPLAY 'CONTACT TABLE OVERFLOWED: '
                     NTF-OVERFLOW-CTR
             CLOSE PSLTXNO-FILE.
             CLOSE RSPRPT-FILE.
             CLOSE PHONLIST-FILE.
             CLOSE REPLYHST-FILE.

      *-------------------
       9000-TERMINATE-X.
