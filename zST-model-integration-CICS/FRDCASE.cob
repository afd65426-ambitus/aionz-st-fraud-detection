      * NUMBER SHOWN BY LIST.  A DISPOSITION CLOSES THE CASE,
      * EXCEPT THAT A CASE AT OR ABOVE THE REVIEW AMOUNT LIMIT IS
      * HELD OPEN (FLAG RVW ON THE LIST) UNTIL A SECOND USER
      * CONFIRMS IT WITH CONF.  FLAG REI MARKS A CASE WHOSE CARD
      * HAS ALREADY BEEN REISSUED - THE REPLACEMENT CARD INHERITS
      * THE OLD CARD'S HISTORY, THE OLD CARD STAYS BLOCKED.
      *
      * MODIFICATION HISTORY
      * --------------------
      *                   REVIEW AMOUNT LIMIT - ALL STAMPED WITH
      *                   USER AND TIME LIKE THE DISPOSITION
      *                   FIELDS.  CASE RECORD NOW 325.
      * 2026-09-09 DRS    LIST FLAGS 'REI' ON AN OPEN CASE WHOSE
      *                   CARD HAS SINCE BEEN REISSUED - THE CASE
      *                   RECORD CARRIES THE REPLACEMENT TOKEN
      *                   FRDREISS LINKS IN WHEN CARD MANAGEMENT
      *                   CONFIRMS THE REISSUE (RECORD NOW 352).
      * 2026-09-10 DRS    CASE RECORD LAYOUT FOLLOWS THE LOSS-
      *                   LEDGER CONTEXT ADDITION (RECORD NOW
      *                   379).
      * 2026-09-21 DRS    EACH LISTED CASE NOW CARRIES A SECOND
      *                   LINE NAMING THE MERCHANT FROM THE
      *                   FRAUDMDS DESCRIPTOR MASTER - DBA NAME,
      *                   COUNTRY, ACQUIRER MERCHANT ID AND THE
      *                   MERCHANT NUMBER.  A SCREENFUL IS NOW
      *                   EIGHT CASES.
      ************************************************************

       ENVIRONMENT DIVISION.
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

      *-----------------------------------------------------------
      * MERCHANT DESCRIPTOR - SAME LAYOUT FRDMDSMT MAINTAINS AND
      * FRDMDSLD LOADS.  READ ONLY HERE.
      *-----------------------------------------------------------
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
       77  MDS-KEY-WS                   PIC 9(18) VALUE ZERO.

      *-----------------------------------------------------------
      * TERMINAL INPUT AND PARSED COMMAND FIELDS
      *-----------------------------------------------------------
           05 DTL-ESC-FLAG              PIC X(03) VALUE SPACES.
           05 FILLER                    PIC X(04) VALUE SPACES.

      *SECOND LINE OF EACH CASE - WHO THE MERCHANT IS
       01  DESCRIPTOR-LINE.
           05 FILLER                    PIC X(10) VALUE SPACES.
           05 DSC-DBA-NAME              PIC X(25).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 DSC-COUNTRY               PIC X(03).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 DSC-MERCHANT-ID           PIC X(15).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 DSC-MERCH-KEY             PIC 9(18).
           05 FILLER                    PIC X(05) VALUE SPACES.

       01  REPLY-LINE                   PIC X(79) VALUE SPACES.
       77  REPLY-LEN                    PIC S9(04) COMP VALUE +79.


      *-----------------------------------------------------------
      * BROWSES THE CASE FILE FROM THE LOW KEY AND SENDS ONE LINE
      * PER OPEN CASE (AND ONE FOR ITS MERCHANT), OLDEST KEYS
      * FIRST, UP TO A SCREENFUL.
      *-----------------------------------------------------------
       2000-LIST-OPEN-CASES.
      *-----------------------------------------------------------
             PERFORM 2050-BROWSE-ONE-PASS
                THRU 2050-BROWSE-ONE-PASS-X.

             IF MSG-LINE-CTR < 17
                 MOVE 2 TO LIST-PASS-WS
                 PERFORM 2050-BROWSE-ONE-PASS
                    THRU 2050-BROWSE-ONE-PASS-X
                         MOVE 'ESC' TO DTL-ESC-FLAG
                     WHEN CASE-REVIEW-PENDING
                         MOVE 'RVW' TO DTL-ESC-FLAG
                     WHEN CASE-REISSUE-TOKEN NOT = SPACES
                         MOVE 'REI' TO DTL-ESC-FLAG
                     WHEN OTHER
                         MOVE SPACES TO DTL-ESC-FLAG
                 END-EVALUATE
                 ADD 1 TO MSG-LINE-CTR
                 SET MSG-IDX TO MSG-LINE-CTR
                 MOVE DETAIL-LINE TO MSG-LINE(MSG-IDX)
                 PERFORM 2150-FORMAT-DESCRIPTOR
                    THRU 2150-FORMAT-DESCRIPTOR-X
                 ADD 1 TO MSG-LINE-CTR
                 SET MSG-IDX TO MSG-LINE-CTR
                 MOVE DESCRIPTOR-LINE TO MSG-LINE(MSG-IDX)
                 IF MSG-LINE-CTR >= 17
                     MOVE 'Y' TO BROWSE-DONE-SWITCH
                 END-IF
             END-IF.
       2100-BROWSE-NEXT-CASE-X.
      *--------------------------

      *-----------------------------------------------------------
      * FORMATS THE MERCHANT LINE FOR THE CASE JUST LISTED FROM
      * THE DESCRIPTOR MASTER.  A MERCHANT WITH NO DESCRIPTOR (OR
      * A FILE THAT CANNOT BE READ) IS SHOWN BY NUMBER ONLY.
      *-----------------------------------------------------------
       2150-FORMAT-DESCRIPTOR.
      *-----------------------------------------------------------

             MOVE CASE-MERCHANT-NAME TO DSC-MERCH-KEY.
             MOVE '(NO DESCRIPTOR)'  TO DSC-DBA-NAME.
             MOVE SPACES             TO DSC-COUNTRY DSC-MERCHANT-ID.

             MOVE CASE-MERCHANT-NAME TO MDS-KEY-WS.
             EXEC CICS READ FILE('FRAUDMDS')
                  INTO(FRAUDMDS-RECORD)
                  RIDFLD(MDS-KEY-WS)
                  RESP(CICS-RESP)
                  END-EXEC.

             IF CICS-RESP NOT = DFHRESP(NORMAL)
              OR MDS-DBA-NAME = SPACES
                 GO TO 2150-FORMAT-DESCRIPTOR-X
             END-IF.

             MOVE MDS-DBA-NAME    TO DSC-DBA-NAME.
             MOVE MDS-COUNTRY     TO DSC-COUNTRY.
             MOVE MDS-MERCHANT-ID TO DSC-MERCHANT-ID.

      *---------------------------
       2150-FORMAT-DESCRIPTOR-X.
      *---------------------------

      *-----------------------------------------------------------
      * RECORDS THE ANALYST'S DISPOSITION ON THE CASE RECORD AND
      * CLOSES THE CASE, STAMPED WITH THE SIGNED-ON USER ID AND
