      *                   CORRECTED THE DMX TEST-COLUMN NUMBERS
      *                   IN THE ENTRIES ABOVE (31/32/33, NOT
      *                   35/36/37 - 30 BYTES PRECEDE THEM).
      * 2026-09-07 DRS    THE AUDIT RECORD NOW CARRIES THE
      *                   MERCHANT CONTEXT (MERCHANT NAME AND
      *                   STATE, MCC, TRANSACTION HOUR AND USER -
      *                   LRECL NOW 315) SO THE WEEKLY FRDCPCMP
      *                   COMMON-POINT-OF-COMPROMISE ANALYSIS CAN
      *                   WALK A CARD'S SCORED HISTORY MERCHANT BY
      *                   MERCHANT.  OLDER GENERATIONS STAY ON THE
      *                   287-BYTE LAYOUT - AUDIT SPANS START AT
      *                   THE CUTOVER.
      * 2026-09-09 DRS    CASE RECORD NOW CARRIES THE REISSUE
      *                   LINK - THE REPLACEMENT CARD TOKEN AND
      *                   LINK DATE FRDREISS FILLS IN WHEN CARD
      *                   MANAGEMENT CONFIRMS A REISSUE (RECORD
      *                   NOW 352 - REDEFINE THE FRAUDCSE
      *                   CLUSTER PER FRDVSDEF).  NEW CASES
      *                   OPEN WITH THE LINK BLANK.
      * 2026-09-10 DRS    CASE RECORD NOW CARRIES THE SCORE
      *                   SOURCE, MCC, TRANSACTION DATE AND THE
      *                   ORIGINAL CURRENCY/AMOUNT OF THE HELD
      *                   TRANSACTION SO FRDLOSS CAN BOOK A
      *                   CONFIRMED FRAUD WITHOUT AN AUDIT
      *                   RECORD (PRE-SCREEN BLOCKS HAVE NONE).
      *                   RECORD NOW 379 - REDEFINE THE
      *                   FRAUDCSE CLUSTER PER FRDVSDEF.
      * 2026-09-18 DRS    CARDHOLDER SPENDING PROFILE (FRAUDPRF,
      *                   BUILT WEEKLY BY FRDCHPRF FROM THE AUDIT
      *                   HISTORY) NOW LOOKED UP WITH THE CARD
      *                   HISTORY IN 0650-GET-HISTORY.  FOUR NEW
      *                   FRAUDIN FEATURES - AmountXVsXUsual
      *                   (AMOUNT OVER THE CARD'S AVERAGE TICKET),
      *                   FirstXTimeXMcc, UnusualXHour AND
      *                   UnusualXState - ALL ZERO FOR A CARD
      *                   WITH NO PROFILE.  THE DECISION MATRIX
      *                   CAN TEST THEM (DMX COLUMNS 34-36 NEW-
      *                   MCC/HOUR/STATE, COLUMNS 37-40 A RATIO
      *                   MINIMUM), THE AUDIT RECORD CARRIES THEM
      *                   (CARVED FROM FILLER - LRECL UNCHANGED)
      *                   AND A FIRST-TIME MCC IS NAMED ON THE
      *                   CASE WHEN IT DRIVES A HOLD.  AN
      *                   UNREADABLE PROFILE FILE SCORES WITH
      *                   NEUTRAL FEATURES.
      * 2026-09-21 DRS    MERCHANT DESCRIPTOR MASTER (FRAUDMDS,
      *                   MAINTAINED BY FRDMDSMT AND LOADED DAILY
      *                   BY FRDMDSLD) - THE HOT-MERCHANT AND
      *                   WATCH-LIST LINES NOW NAME THE MERCHANT,
      *                   AND NTF-MERCHANT-NAME CARRIES THE DBA
      *                   NAME (FIRST 18 BYTES - THE GATEWAY
      *                   LAYOUT IS UNCHANGED) INSTEAD OF THE
      *                   MERCHANT NUMBER WHEN ONE IS ON FILE.
      * 2026-09-25 DRS    CARDHOLDER TRAVEL NOTICES (FRAUDTVN,
      *                   ENTERED ON FRTV) - A STATE JUMP OR AN
      *                   UNUSUAL STATE INSIDE AN ACTIVE NOTICE
      *                   FOR THE MERCHANT STATE IS EXPECTED, NOT
      *                   EVIDENCE.  REASON CODE 3 AND
      *                   AUD-TRAVEL-NOTICE-SW SHOW THE NOTICE
      *                   APPLIED.
      * 2026-10-05 DRS    THE AUDIT RECORD NOW CARRIES EVERY
      *                   MODEL INPUT - MERCHANT CITY, ZIP, CHIP
      *                   USE, ERRORS, CVV/AVS RESULT AND THE
      *                   LOCATION JUMP (LRECL NOW 400) - SO THE
      *                   MONTHLY FRDLBLEX LABELLED EXTRACT CAN
      *                   REBUILD THE TRAINING SET FROM IT.
      ************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FRAUDDMX-STATUS.

           SELECT FRAUDPRF-FILE ASSIGN TO FRAUDPRF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-CARD-TOKEN
               FILE STATUS IS FRAUDPRF-STATUS.

           SELECT FRAUDMDS-FILE ASSIGN TO FRAUDMDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MDS-MERCH-KEY
               FILE STATUS IS FRAUDMDS-STATUS.

           SELECT FRAUDTVN-FILE ASSIGN TO FRAUDTVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TVN-CARD-TOKEN
               FILE STATUS IS FRAUDTVN-STATUS.

           SELECT FRAUDMCC-FILE ASSIGN TO FRAUDMCC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
      *                    MEANS ANY
      *   WATCH TEST     - Y REQUIRES A WATCH-LISTED MERCHANT,
      *                    N REQUIRES NONE; * OR BLANK MEANS ANY
      *   NEW-MCC TEST   - Y REQUIRES AN MCC THE CARD'S PROFILE
      *                    HAS NEVER SEEN, N REQUIRES A KNOWN
      *                    ONE (OR NO PROFILE); * OR BLANK MEANS
      *                    ANY
      *   HOUR TEST      - Y REQUIRES AN HOUR OUTSIDE THE CARD'S
      *                    USUAL HOURS, N REQUIRES NONE; * OR
      *                    BLANK MEANS ANY
      *   STATE TEST     - Y REQUIRES A STATE OUTSIDE THE CARD'S
      *                    HOME AND USUAL STATES, N REQUIRES
      *                    NONE; * OR BLANK MEANS ANY
      *   RATIO MINIMUM  - RULE MATCHES AT OR ABOVE THIS AMOUNT-
      *                    VERSUS-AVERAGE-TICKET RATIO (999V9);
      *                    ZERO OR BLANK MEANS ANY.  A CARD WITH
      *                    NO PROFILE HAS RATIO ZERO.
      *---------------------------------------------------------
       FD  FRAUDDMX-FILE
           LABEL RECORDS ARE STANDARD
           05 DMX-MCC-TEST              PIC X(01).
           05 DMX-TRAVEL-TEST           PIC X(01).
           05 DMX-WATCH-TEST            PIC X(01).
           05 DMX-NEW-MCC-TEST          PIC X(01).
           05 DMX-HOUR-TEST             PIC X(01).
           05 DMX-STATE-TEST            PIC X(01).
           05 DMX-RATIO-MIN             PIC 9(03)V9(01).

      *---------------------------------------------------------
      * CARDHOLDER SPENDING PROFILE - SAME LAYOUT FRDCHPRF BUILDS
      * WEEKLY FROM THE AUDIT HISTORY.  READ ONLY HERE, ONE KEYED
      * READ PER SCORED TRANSACTION.  UNUSED STATE SLOTS ARE
      * SPACES AND UNUSED MCC SLOTS ZERO.
      *---------------------------------------------------------
       FD  FRAUDPRF-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  FRAUDPRF-RECORD.
           05 PRF-CARD-TOKEN            PIC X(19).
           05 PRF-BUILD-DATE            PIC 9(08).
           05 PRF-FIRST-TXN-DATE        PIC 9(08).
           05 PRF-LAST-TXN-DATE         PIC 9(08).
           05 PRF-TXN-COUNT             PIC 9(07).
           05 PRF-AVG-AMOUNT            PIC 9(09)V9(02).
           05 PRF-HIGH-AMOUNT           PIC 9(09)V9(02).
           05 PRF-HOME-STATE            PIC X(02).
           05 PRF-USUAL-STATE           PIC X(02) OCCURS 5 TIMES
                                        INDEXED BY PRF-STATE-IDX.
           05 PRF-MCC-USED              PIC 9(02).
           05 PRF-MCC-OVERFLOW-SW       PIC X(01).
               88 PRF-MCC-LIST-FULL              VALUE 'Y'.
           05 PRF-MCC                   PIC 9(04) OCCURS 20 TIMES
                                        INDEXED BY PRF-MCC-IDX.
           05 PRF-HOUR-FLAG             PIC X(01) OCCURS 24 TIMES.
               88 PRF-USUAL-HOUR                 VALUE 'Y'.
           05 FILLER                    PIC X(09).

      *---------------------------------------------------------
      * MERCHANT DESCRIPTOR MASTER - DBA NAME, ACQUIRER, ACQUIRER
      * MERCHANT ID AND COUNTRY PER MERCHANT NUMBER.  MAINTAINED
      * BY FRDMDSMT AND THE DAILY FRDMDSLD ACQUIRER LOAD, ONLY
      * EVER READ HERE - SO PEOPLE SEE A NAME, NOT 18 DIGITS.
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
      * CARDHOLDER TRAVEL NOTICES - UP TO FIVE DESTINATION STATES
      * AND A DATE RANGE PER CARD, ENTERED ON FRTV (FRDTVNAD) AND
      * SWEPT NIGHTLY BY FRDTVNEX.  ONLY EVER READ HERE.
      *---------------------------------------------------------
       FD  FRAUDTVN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  FRAUDTVN-RECORD.
           05 TVN-CARD-TOKEN            PIC X(19).
           05 TVN-STATE                 PIC X(02)
                                        OCCURS 5 TIMES
                                        INDEXED BY TVN-STATE-IDX.
           05 TVN-START-DATE            PIC 9(08).
           05 TVN-END-DATE              PIC 9(08).
           05 TVN-ADD-DATE              PIC 9(08).
           05 TVN-ADD-TIME              PIC 9(06).
           05 TVN-ADD-USER              PIC X(08).
           05 FILLER                    PIC X(13).

      *---------------------------------------------------------
      * MCC REFERENCE FILE - THE OPS-MAINTAINED LIST OF MERCHANT
      * E-MAIL NOTIFICATION GATEWAY INGESTS.  ONE RECORD PER CARD
      * PER NIGHT, FOR THE FIRST FRAUD VERDICT ON THAT CARD.
      *---------------------------------------------------------
      * NTF-MERCHANT-NAME IS THE MERCHANT'S DBA NAME FROM THE
      * DESCRIPTOR MASTER (FIRST 18 BYTES), OR THE MERCHANT
      * NUMBER WHEN THE MERCHANT HAS NO DESCRIPTOR.
      * NTF-AMOUNT IS THE GATEWAY'S OWN FIXED 7-DIGIT FIELD -
      * THE SMS/E-MAIL GATEWAY LAYOUT CANNOT BE WIDENED FROM
      * THIS SIDE, SO AMOUNTS OVER 99,999.99 TRUNCATE HIGH-ORDER
       01  FRAUDNTF-RECORD.
           05 NTF-CARD-TOKEN            PIC X(19).
           05 NTF-CARD-LAST4            PIC X(04).
           05 NTF-MERCHANT-NAME         PIC X(18).
           05 NTF-MERCHANT-CITY         PIC X(30).
           05 NTF-MERCHANT-STATE        PIC X(02).
           05 NTF-AMOUNT                PIC 9(05)V9(02).
           05 AUD-VERDICT               PIC X(08).
           05 AUD-SCORE-SOURCE          PIC X(01).
           05 AUD-ACTION-CODE           PIC X(08).
           05 AUD-MERCHANT-NAME         PIC 9(18).
           05 AUD-MERCHANT-STATE        PIC X(02).
           05 AUD-MCC                   PIC 9(04).
           05 AUD-TXN-HOUR              PIC 9(02).
           05 AUD-USER                  PIC 9(02).
           05 AUD-AMOUNT-RATIO          PIC 9(03)V9(01).
           05 AUD-FIRST-MCC-SW          PIC X(01).
           05 AUD-UNUSUAL-HOUR-SW       PIC X(01).
           05 AUD-UNUSUAL-STATE-SW      PIC X(01).
           05 AUD-TRAVEL-NOTICE-SW      PIC X(01).
           05 AUD-MERCHANT-CITY         PIC X(30).
           05 AUD-ZIP                   PIC 9(05).
           05 AUD-USE-CHIP              PIC X(20).
           05 AUD-ERRORS                PIC X(20).
           05 AUD-CVV-RESULT            PIC X(01).
           05 AUD-AVS-RESULT            PIC X(01).
           05 AUD-LOCATION-JUMP-SW      PIC X(01).
           05 FILLER                    PIC X(09).

       WORKING-STORAGE SECTION.

       77  TRAVEL-JUMP-HOURS            PIC 9(02) COMP VALUE 3.
       77  TRAVEL-JUMP-CTR              PIC 9(09) COMP VALUE ZERO.

      *-----------------------------------------------------------
      * CARDHOLDER SPENDING PROFILE - WHAT IS NORMAL FOR THIS
      * CARD OVER THE LONG HORIZON, AGAINST WHICH A BIG TICKET AT
      * A CATEGORY THE CARD HAS NEVER USED STANDS OUT WHERE THE
      * VELOCITY WINDOWS SEE NOTHING.  MODEL INPUTS AND DECISION-
      * MATRIX EVIDENCE; A CARD WITH NO PROFILE (OR NO PROFILE
      * FILE) GETS ALL OF THEM NEUTRAL.
      *-----------------------------------------------------------
       77  FRAUDPRF-STATUS              PIC X(02).
       77  PROFILE-FILE-SW              PIC X(01) VALUE 'N'.
           88 PROFILE-FILE-OPEN                   VALUE 'Y'.
       77  PROFILE-FOUND-SW             PIC X(01) VALUE 'N'.
           88 PROFILE-FOUND                       VALUE 'Y'.
       77  FIRST-MCC-SW                 PIC X(01) VALUE 'N'.
           88 FIRST-MCC-FOR-CARD                  VALUE 'Y'.
       77  UNUSUAL-HOUR-SW              PIC X(01) VALUE 'N'.
           88 UNUSUAL-HOUR-FOR-CARD               VALUE 'Y'.
       77  UNUSUAL-STATE-SW             PIC X(01) VALUE 'N'.
           88 UNUSUAL-STATE-FOR-CARD              VALUE 'Y'.
       77  AMOUNT-RATIO-WS              PIC 9(03)V9(01) VALUE ZERO.
       77  PROFILE-MCC-WS               PIC 9(04) VALUE ZERO.
       77  PROFILE-STATE-WS             PIC X(02) VALUE SPACES.
       77  PROFILE-HOUR-SUB             PIC 9(02) COMP VALUE ZERO.
       77  PROFILE-FOUND-CTR            PIC 9(09) COMP VALUE ZERO.
       77  FIRST-MCC-CTR                PIC 9(09) COMP VALUE ZERO.
       77  UNUSUAL-HOUR-CTR             PIC 9(09) COMP VALUE ZERO.
       77  UNUSUAL-STATE-CTR            PIC 9(09) COMP VALUE ZERO.

      *-----------------------------------------------------------
      * MERCHANT DESCRIPTOR LOOKUP - READ ONLY.  A MERCHANT WITH
      * NO DESCRIPTOR (OR NO DESCRIPTOR FILE) IS SHOWN BY NUMBER.
      *-----------------------------------------------------------
       77  FRAUDMDS-STATUS              PIC X(02).
       77  DESCRIPTOR-FILE-SW           PIC X(01) VALUE 'N'.
           88 DESCRIPTOR-FILE-OPEN                VALUE 'Y'.
       77  DESCRIPTOR-FOUND-SW          PIC X(01) VALUE 'N'.
           88 DESCRIPTOR-FOUND                    VALUE 'Y'.
       77  DESCRIPTOR-KEY-WS            PIC 9(18) VALUE ZERO.
       77  DESCRIPTOR-NAME-WS           PIC X(25) VALUE SPACES.
       77  NTF-NO-DESCRIPTOR-CTR        PIC 9(09) COMP VALUE ZERO.

      *-----------------------------------------------------------
      * TRAVEL NOTICE LOOKUP - READ ONLY.  NOTICE SWITCH IS SPACE
      * WHEN NO NOTICE COVERS THE TRANSACTION, 'N' WHEN ONE COVERS
      * IT BUT THERE WAS NOTHING TO EXCUSE, 'Y' WHEN IT EXCUSED A
      * STATE JUMP OR AN UNUSUAL STATE.
      *-----------------------------------------------------------
       77  FRAUDTVN-STATUS              PIC X(02).
       77  TRAVEL-FILE-SW               PIC X(01) VALUE 'N'.
           88 TRAVEL-FILE-OPEN                    VALUE 'Y'.
       77  TRAVEL-NOTICE-SW             PIC X(01) VALUE SPACE.
           88 TRAVEL-NOTICE-COVERS                VALUE 'N' 'Y'.
           88 TRAVEL-NOTICE-SUPPRESSED            VALUE 'Y'.
       77  TRAVEL-TXN-DATE-WS           PIC 9(08) VALUE ZERO.
       77  TRAVEL-NOTICE-CTR            PIC 9(09) COMP VALUE ZERO.

      *-----------------------------------------------------------
      * MERCHANT RISK MASTER LOOKUP AND HOT-MERCHANT REPORTING
      *-----------------------------------------------------------
               10 DMX-TBL-MCC-TEST      PIC X(01).
               10 DMX-TBL-TRAVEL-TEST   PIC X(01).
               10 DMX-TBL-WATCH-TEST    PIC X(01).
               10 DMX-TBL-NEW-MCC-TEST  PIC X(01).
               10 DMX-TBL-HOUR-TEST     PIC X(01).
               10 DMX-TBL-STATE-TEST    PIC X(01).
               10 DMX-TBL-RATIO-MIN     PIC 9(03)V9(01).
       77  DMX-OVERFLOW-CTR             PIC 9(09) COMP VALUE ZERO.

       77  ACTION-CODE-WS               PIC X(08) VALUE SPACES.
           06 AvsXResult PIC X(01).
           06 MerchantXFraudRate COMP-2 SYNC.
           06 LocationXJump COMP-2 SYNC.
           06 AmountXVsXUsual COMP-2 SYNC.
           06 FirstXTimeXMcc COMP-2 SYNC.
           06 UnusualXHour COMP-2 SYNC.
           06 UnusualXState COMP-2 SYNC.

      *Scoring Output Variables
      *DATA STRUCTURE OF THE MODEL OUTPUT
                 STOP RUN
             END-IF.

      *THE SPENDING PROFILE IS REBUILT WEEKLY BY FRDCHPRF AND IS
      *ONLY EVER READ HERE.  UNTIL THE FIRST BUILD HAS LOADED IT
      *(OR IF IT CANNOT BE OPENED) EVERY CARD SCORES WITH NEUTRAL
      *PROFILE FEATURES - A MISSING PROFILE MUST NOT STOP THE RUN.
             OPEN INPUT FRAUDPRF-FILE.
             IF FRAUDPRF-STATUS = '00' OR '97'
                 MOVE 'Y' TO PROFILE-FILE-SW
             ELSE
                 DISPLAY 'FRAUDPRF OPEN STATUS ' FRAUDPRF-STATUS
                     ' - NEUTRAL PROFILE FEATURES'
             END-IF.

      *THE DESCRIPTOR MASTER ONLY NAMES MERCHANTS ON REPORTS AND
      *THE CONTACT EXTRACT - WITHOUT IT THEY GO OUT BY NUMBER.
             OPEN INPUT FRAUDMDS-FILE.
             IF FRAUDMDS-STATUS = '00' OR '97'
                 MOVE 'Y' TO DESCRIPTOR-FILE-SW
             ELSE
                 DISPLAY 'FRAUDMDS OPEN STATUS ' FRAUDMDS-STATUS
                     ' - MERCHANTS SHOWN BY NUMBER'
             END-IF.

      *WITHOUT THE TRAVEL NOTICES EVERY STATE JUMP COUNTS.
             OPEN INPUT FRAUDTVN-FILE.
             IF FRAUDTVN-STATUS = '00' OR '97'
                 MOVE 'Y' TO TRAVEL-FILE-SW
             ELSE
                 DISPLAY 'FRAUDTVN OPEN STATUS ' FRAUDTVN-STATUS
                     ' - NO TRAVEL NOTICES APPLIED'
             END-IF.

             IF RESTART-REQUESTED
                 PERFORM 0150-READ-LAST-CHECKPOINT
                    THRU 0150-READ-LAST-CHECKPOINT-X
                             DMX-TBL-TRAVEL-TEST(DMX-IDX)
                         MOVE DMX-WATCH-TEST TO
                             DMX-TBL-WATCH-TEST(DMX-IDX)
                         MOVE DMX-NEW-MCC-TEST TO
                             DMX-TBL-NEW-MCC-TEST(DMX-IDX)
                         MOVE DMX-HOUR-TEST TO
                             DMX-TBL-HOUR-TEST(DMX-IDX)
                         MOVE DMX-STATE-TEST TO
                             DMX-TBL-STATE-TEST(DMX-IDX)
      *RULES WRITTEN BEFORE THE PROFILE COLUMNS HAVE BLANKS THERE
                         IF DMX-RATIO-MIN IS NUMERIC
                             MOVE DMX-RATIO-MIN TO
                                 DMX-TBL-RATIO-MIN(DMX-IDX)
                         ELSE
                             MOVE ZERO TO
                                 DMX-TBL-RATIO-MIN(DMX-IDX)
                         END-IF
                     ELSE
                         ADD 1 TO DMX-OVERFLOW-CTR
                     END-IF
      *-----------------------------------------------------------

             ADD 1 TO RECORDS-READ-CTR.
      *A PRE-SCREEN BLOCK NEVER REACHES 0660-GET-PROFILE - ITS
      *CASE MUST NOT CITE THE PREVIOUS CARD'S PROFILE EVIDENCE.
             MOVE 'N' TO FIRST-MCC-SW.

             PERFORM 0600-VALIDATE-INPUT
                THRU 0600-VALIDATE-INPUT-X.
      *IMPOSSIBLE TRAVEL - THE LAST SWIPE WAS IN ANOTHER STATE
      *TOO FEW HOURS AGO FOR THE CARDHOLDER TO HAVE MOVED.  THE
      *JUMP GOES TO THE MODEL AS A FEATURE AND TO THE DECISION
      *MATRIX AS EVIDENCE - UNLESS THE CARDHOLDER TOLD US THEY
      *WOULD BE IN THAT STATE (AN ACTIVE TRAVEL NOTICE).
             PERFORM 0655-CHECK-TRAVEL-NOTICE
                THRU 0655-CHECK-TRAVEL-NOTICE-X.

             MOVE 'N' TO TRAVEL-JUMP-SW.
             MOVE ZERO TO LocationXJump.
             IF HISTORY-RECORD-FOUND
                   + (XTime  - HIST-LAST-HOUR)
                 IF HIST-ELAPSED-HOURS >= 0
                  AND HIST-ELAPSED-HOURS <= TRAVEL-JUMP-HOURS
                     IF TRAVEL-NOTICE-COVERS
                         MOVE 'Y' TO TRAVEL-NOTICE-SW
                     ELSE
                         MOVE 'Y' TO TRAVEL-JUMP-SW
                         MOVE 1 TO LocationXJump
                         ADD 1 TO TRAVEL-JUMP-CTR
                     END-IF
                 END-IF
             END-IF.

             PERFORM 0660-GET-PROFILE
                THRU 0660-GET-PROFILE-X.

             IF TRAVEL-NOTICE-SUPPRESSED
                 ADD 1 TO TRAVEL-NOTICE-CTR
             END-IF.

      *---------------------
       0650-GET-HISTORY-X.
      *---------------------

      *-----------------------------------------------------------
      * LOOKS UP THE CARD'S TRAVEL NOTICE.  THE NOTICE COVERS THIS
      * TRANSACTION WHEN THE TRANSACTION DATE IS INSIDE ITS DATE
      * RANGE AND THE MERCHANT STATE IS ONE OF ITS DESTINATION
      * STATES.  A CARD WITH NO NOTICE (OR NO NOTICE FILE) IS
      * SCORED AS BEFORE.
      *-----------------------------------------------------------
       0655-CHECK-TRAVEL-NOTICE.
      *-----------------------------------------------------------

             MOVE SPACE TO TRAVEL-NOTICE-SW.

             IF NOT TRAVEL-FILE-OPEN
              OR MerchantXState(1:2) = SPACES
                 GO TO 0655-CHECK-TRAVEL-NOTICE-X
             END-IF.

             MOVE CARD-KEY-WS TO TVN-CARD-TOKEN.
             READ FRAUDTVN-FILE
                 INVALID KEY
                     GO TO 0655-CHECK-TRAVEL-NOTICE-X
             END-READ.

             IF FRAUDTVN-STATUS NOT = '00'
                 DISPLAY 'FRAUDTVN READ FAILED - STATUS: '
                     FRAUDTVN-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             COMPUTE TRAVEL-TXN-DATE-WS =
                 (Year * 10000) + (Month * 100) + XDay.
             IF TRAVEL-TXN-DATE-WS < TVN-START-DATE
              OR TRAVEL-TXN-DATE-WS > TVN-END-DATE
                 GO TO 0655-CHECK-TRAVEL-NOTICE-X
             END-IF.

             SET TVN-STATE-IDX TO 1.
             SEARCH TVN-STATE
                 AT END
                     CONTINUE
                 WHEN TVN-STATE(TVN-STATE-IDX) = MerchantXState(1:2)
                     MOVE 'N' TO TRAVEL-NOTICE-SW
             END-SEARCH.

      *----------------------------
       0655-CHECK-TRAVEL-NOTICE-X.
      *----------------------------

      *-----------------------------------------------------------
      * LOOKS UP THE CARD'S LONG-HORIZON SPENDING PROFILE AND
      * SETS THE PROFILE FEATURES: THIS AMOUNT OVER THE CARD'S
      * AVERAGE TICKET, AND WHETHER THE MCC, HOUR OF DAY AND
      * MERCHANT STATE ARE ONES THE CARD HAS NOT USED BEFORE.  A
      * CARD WITH NO PROFILE GETS A ZERO RATIO AND NO FLAGS.  A
      * CARD WHOSE MCC LIST IS FULL IS A BROAD SPENDER AND IS
      * NEVER CALLED NEW TO AN MCC.
      *-----------------------------------------------------------
       0660-GET-PROFILE.
      *-----------------------------------------------------------

             MOVE 'N' TO PROFILE-FOUND-SW
                         FIRST-MCC-SW
                         UNUSUAL-HOUR-SW
                         UNUSUAL-STATE-SW.
             MOVE ZERO TO AMOUNT-RATIO-WS
                          AmountXVsXUsual
                          FirstXTimeXMcc
                          UnusualXHour
                          UnusualXState.

             IF NOT PROFILE-FILE-OPEN
                 GO TO 0660-GET-PROFILE-X
             END-IF.

             MOVE CARD-KEY-WS TO PRF-CARD-TOKEN.
             READ FRAUDPRF-FILE
                 INVALID KEY
                     GO TO 0660-GET-PROFILE-X
             END-READ.

             IF FRAUDPRF-STATUS NOT = '00'
                 DISPLAY 'FRAUDPRF READ FAILED - STATUS: '
                     FRAUDPRF-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             MOVE 'Y' TO PROFILE-FOUND-SW.
             ADD 1 TO PROFILE-FOUND-CTR.

             IF PRF-AVG-AMOUNT > ZERO
                 COMPUTE AmountXVsXUsual = Amount / PRF-AVG-AMOUNT
                 COMPUTE AMOUNT-RATIO-WS = Amount / PRF-AVG-AMOUNT
                     ON SIZE ERROR
                         MOVE 999.9 TO AMOUNT-RATIO-WS
                 END-COMPUTE
             END-IF.

             MOVE MCC TO PROFILE-MCC-WS.
             IF NOT PRF-MCC-LIST-FULL
                 SET PRF-MCC-IDX TO 1
                 SEARCH PRF-MCC
                     AT END
                         MOVE 'Y' TO FIRST-MCC-SW
                         MOVE 1 TO FirstXTimeXMcc
                         ADD 1 TO FIRST-MCC-CTR
                     WHEN PRF-MCC(PRF-MCC-IDX) = PROFILE-MCC-WS
                         CONTINUE
                 END-SEARCH
             END-IF.

             COMPUTE PROFILE-HOUR-SUB = XTime + 1.
             IF PROFILE-HOUR-SUB >= 1 AND <= 24
                 IF NOT PRF-USUAL-HOUR(PROFILE-HOUR-SUB)
                     MOVE 'Y' TO UNUSUAL-HOUR-SW
                     MOVE 1 TO UnusualXHour
                     ADD 1 TO UNUSUAL-HOUR-CTR
                 END-IF
             END-IF.

             MOVE MerchantXState(1:2) TO PROFILE-STATE-WS.
             IF PROFILE-STATE-WS NOT = SPACES
              AND PRF-HOME-STATE NOT = SPACES
              AND PROFILE-STATE-WS NOT = PRF-HOME-STATE
                 SET PRF-STATE-IDX TO 1
                 SEARCH PRF-USUAL-STATE
                     AT END
                         PERFORM 0665-SET-UNUSUAL-STATE
                            THRU 0665-SET-UNUSUAL-STATE-X
                     WHEN PRF-USUAL-STATE(PRF-STATE-IDX) =
                              PROFILE-STATE-WS
                         CONTINUE
                 END-SEARCH
             END-IF.

      *---------------------
       0660-GET-PROFILE-X.
      *---------------------

      *-----------------------------------------------------------
      * A STATE THE CARD HAS NOT USED BEFORE IS EXPECTED WHEN THE
      * CARDHOLDER'S TRAVEL NOTICE NAMES IT.
      *-----------------------------------------------------------
       0665-SET-UNUSUAL-STATE.
      *-----------------------------------------------------------

             IF TRAVEL-NOTICE-COVERS
                 MOVE 'Y' TO TRAVEL-NOTICE-SW
             ELSE
                 MOVE 'Y' TO UNUSUAL-STATE-SW
                 MOVE 1 TO UnusualXState
                 ADD 1 TO UNUSUAL-STATE-CTR
             END-IF.

      *--------------------------
       0665-SET-UNUSUAL-STATE-X.
      *--------------------------

      *-----------------------------------------------------------
      * LOOKS UP THE MERCHANT RISK MASTER FOR THE CURRENT MERCHANT
      * AND SURFACES ITS RUNNING FRAUD RATE AS A MODEL INPUT.  A
                 NOTIFICATIONS-WRITTEN-CTR.
             DISPLAY 'NOTIFICATIONS SUPPRESSED: '
                 NOTIFICATIONS-SUPPRESSED-CTR.
             DISPLAY 'NOTIFY NO DESCRIPTOR  : ' NTF-NO-DESCRIPTOR-CTR.
             DISPLAY 'CURRENCY CONVERSIONS  : ' CONVERTED-CTR.
             DISPLAY 'TRAVEL JUMPS DETECTED : ' TRAVEL-JUMP-CTR.
             DISPLAY 'TRAVEL NOTICES APPLIED: ' TRAVEL-NOTICE-CTR.
             DISPLAY 'PROFILES FOUND        : ' PROFILE-FOUND-CTR.
             DISPLAY 'FIRST-TIME MCC        : ' FIRST-MCC-CTR.
             DISPLAY 'UNUSUAL HOUR          : ' UNUSUAL-HOUR-CTR.
             DISPLAY 'UNUSUAL STATE         : ' UNUSUAL-STATE-CTR.
             DISPLAY 'AUDIT RECORDS WRITTEN : ' AUDIT-WRITTEN-CTR.
             DISPLAY 'AVERAGE PROBABILITY(YES)' PROB-YES-AVERAGE.
             DISPLAY '24HR MERCHANT LIST OVERFLOWS: '
             CLOSE FRAUDMER-FILE.
             CLOSE FRAUDWML-FILE.
             CLOSE FRAUDPSL-FILE.
             IF PROFILE-FILE-OPEN
                 CLOSE FRAUDPRF-FILE
             END-IF.
             IF DESCRIPTOR-FILE-OPEN
                 CLOSE FRAUDMDS-FILE
             END-IF.
             IF TRAVEL-FILE-OPEN
                 CLOSE FRAUDTVN-FILE
             END-IF.
             CLOSE FRAUDNTF-FILE.
             CLOSE FRAUDAUD-FILE.

              OR (MERCH-BASE-RATE = ZERO
                 AND MERCH-DAY-FRAUD-COUNT > ZERO)
                 ADD 1 TO HOT-MERCHANT-CTR
                 MOVE MERCH-KEY TO DESCRIPTOR-KEY-WS
                 PERFORM 3450-GET-DESCRIPTOR
                    THRU 3450-GET-DESCRIPTOR-X
                 DISPLAY '  MERCHANT ' MERCH-KEY ' ' DESCRIPTOR-NAME-WS
                     ' DAY FLAGS ' MERCH-DAY-FRAUD-COUNT
                     ' OF ' MERCH-DAY-TXN-COUNT
                     ' LIFETIME ' MERCH-FRAUD-COUNT
                 MOVE RUN-DATE-WS TO WML-ADD-DATE
                 ADD 1 TO WATCH-ADDED-CTR
                 DISPLAY '  WATCH LIST ADD     ' WML-MERCH-KEY
                     ' ' DESCRIPTOR-NAME-WS
             ELSE
                 ADD 1 TO WATCH-REFRESHED-CTR
             END-IF.
                 GO TO 9290-AGE-ONE-ENTRY-X
             END-IF.

             MOVE WML-MERCH-KEY TO DESCRIPTOR-KEY-WS.
             PERFORM 3450-GET-DESCRIPTOR
                THRU 3450-GET-DESCRIPTOR-X.
             DISPLAY '  WATCH LIST EXPIRE  ' WML-MERCH-KEY
                 ' ' DESCRIPTOR-NAME-WS
                 ' QUIET SINCE ' WML-LAST-HOT-DATE.

             DELETE FRAUDWML-FILE

      *****REASON CODES**********************************
      *Top contributing fields behind this score, for the fraud
      *desk to cite when a cardholder disputes a decline.  A
      *travel notice that excused a state jump or an unusual
      *state is cited where the model left a slot free.
             IF TRAVEL-NOTICE-SUPPRESSED
              AND ReasonXCode3 = SPACES
                 MOVE 'TRAVEL NOTICE - STATE EXPECTED'
                     TO ReasonXCode3
                 MOVE 30 TO ReasonXCode3-length
             END-IF.
             DISPLAY 'Reason 1       :' ReasonXCode1.
             DISPLAY 'Reason 2       :' ReasonXCode2.
             DISPLAY 'Reason 3       :' ReasonXCode3.
                      AND (DMX-TBL-WATCH-TEST(DMX-IDX) = '*' OR SPACE
                           OR DMX-TBL-WATCH-TEST(DMX-IDX) =
                               MERCHANT-WATCHED-SW)
                      AND (DMX-TBL-NEW-MCC-TEST(DMX-IDX) = '*' OR SPACE
                           OR DMX-TBL-NEW-MCC-TEST(DMX-IDX) =
                               FIRST-MCC-SW)
                      AND (DMX-TBL-HOUR-TEST(DMX-IDX) = '*' OR SPACE
                           OR DMX-TBL-HOUR-TEST(DMX-IDX) =
                               UNUSUAL-HOUR-SW)
                      AND (DMX-TBL-STATE-TEST(DMX-IDX) = '*' OR SPACE
                           OR DMX-TBL-STATE-TEST(DMX-IDX) =
                               UNUSUAL-STATE-SW)
                      AND AMOUNT-RATIO-WS >=
                              DMX-TBL-RATIO-MIN(DMX-IDX)
                      AND TxnXCountX1hr >=
                              DMX-TBL-COUNT-1HR-MIN(DMX-IDX)
                      AND DistinctXMerchantXCountX24hr >=
             MOVE FRAUD-VERDICT          TO AUD-VERDICT.
             MOVE SCORE-SOURCE           TO AUD-SCORE-SOURCE.
             MOVE ACTION-CODE-WS         TO AUD-ACTION-CODE.
             MOVE cast-merchant-name     TO AUD-MERCHANT-NAME.
             MOVE MerchantXState(1:2)    TO AUD-MERCHANT-STATE.
             MOVE cast-mcc               TO AUD-MCC.
             MOVE cast-time              TO AUD-TXN-HOUR.
             MOVE cast-user              TO AUD-USER.
             MOVE AMOUNT-RATIO-WS        TO AUD-AMOUNT-RATIO.
             MOVE FIRST-MCC-SW           TO AUD-FIRST-MCC-SW.
             MOVE UNUSUAL-HOUR-SW        TO AUD-UNUSUAL-HOUR-SW.
             MOVE UNUSUAL-STATE-SW       TO AUD-UNUSUAL-STATE-SW.
             MOVE TRAVEL-NOTICE-SW       TO AUD-TRAVEL-NOTICE-SW.
             MOVE MerchantXCity(1:30)    TO AUD-MERCHANT-CITY.
             MOVE Zip                    TO AUD-ZIP.
             MOVE UseXChip(1:20)         TO AUD-USE-CHIP.
             MOVE Errors(1:20)           TO AUD-ERRORS.
             MOVE cast-cvv-result        TO AUD-CVV-RESULT.
             MOVE cast-avs-result        TO AUD-AVS-RESULT.
             MOVE TRAVEL-JUMP-SW         TO AUD-LOCATION-JUMP-SW.

             WRITE FRAUDAUD-RECORD.

                 MOVE 'IMPOSSIBLE TRAVEL - STATE JUMP'
                     TO CASE-REASON-CODE-3
             END-IF.
      *SO IS A CATEGORY THE CARD HAS NEVER USED BEFORE.
             IF FIRST-MCC-FOR-CARD
              AND CASE-REASON-CODE-3 = SPACES
                 MOVE 'FIRST USE OF MCC ON THIS CARD'
                     TO CASE-REASON-CODE-3
             END-IF.
             MOVE RUN-DATE-WS            TO CASE-OPEN-DATE.
             MOVE 'O'                    TO CASE-STATUS.
             MOVE SPACE                  TO CASE-DISPOSITION.
             MOVE SPACES                 TO CASE-REVIEW-USER.
             MOVE ZERO                   TO CASE-REVIEW-DATE.
             MOVE ZERO                   TO CASE-REVIEW-TIME.
             MOVE SPACES                 TO CASE-REISSUE-TOKEN.
             MOVE ZERO                   TO CASE-REISSUE-DATE.
      *LOSS-LEDGER CONTEXT - FRDLOSS BOOKS A CONFIRMED FRAUD FROM
      *THE CASE ALONE, SINCE A PRE-SCREEN BLOCK LEAVES NO AUDIT.
             MOVE SCORE-SOURCE           TO CASE-SCORE-SOURCE.
             MOVE cast-mcc               TO CASE-MCC.
             MOVE ORIG-CURRENCY-WS       TO CASE-ORIG-CURRENCY.
             MOVE ORIG-AMOUNT-WS         TO CASE-ORIG-AMOUNT.
             COMPUTE CASE-TXN-DATE = (cast-year * 10000)
                                   + (cast-month * 100)
                                   + cast-day.

             WRITE FRAUDCSE-RECORD
                 INVALID KEY

             MOVE CardXToken             TO NTF-CARD-TOKEN.
             MOVE cast-card-last4        TO NTF-CARD-LAST4.
             MOVE cast-merchant-name     TO DESCRIPTOR-KEY-WS.
             PERFORM 3450-GET-DESCRIPTOR
                THRU 3450-GET-DESCRIPTOR-X.
             IF DESCRIPTOR-FOUND
                 MOVE DESCRIPTOR-NAME-WS TO NTF-MERCHANT-NAME
             ELSE
                 MOVE cast-merchant-name TO NTF-MERCHANT-NAME
                 ADD 1 TO NTF-NO-DESCRIPTOR-CTR
             END-IF.
             MOVE MerchantXCity          TO NTF-MERCHANT-CITY.
             MOVE MerchantXState         TO NTF-MERCHANT-STATE.
             MOVE cast-amount            TO NTF-AMOUNT.
      *----------------------------
       3400-WRITE-NOTIFICATION-X.
      *----------------------------

      *-----------------------------------------------------------
      * LOOKS UP THE DESCRIPTOR FOR DESCRIPTOR-KEY-WS.  LEAVES THE
      * DBA NAME IN DESCRIPTOR-NAME-WS, OR '(NO DESCRIPTOR)' WHEN
      * THE MERCHANT HAS NONE OR THE MASTER COULD NOT BE OPENED.
      *-----------------------------------------------------------
       3450-GET-DESCRIPTOR.
      *-----------------------------------------------------------

             MOVE 'N' TO DESCRIPTOR-FOUND-SW.
             MOVE '(NO DESCRIPTOR)' TO DESCRIPTOR-NAME-WS.

             IF NOT DESCRIPTOR-FILE-OPEN
                 GO TO 3450-GET-DESCRIPTOR-X
             END-IF.

             MOVE DESCRIPTOR-KEY-WS TO MDS-MERCH-KEY.
             READ FRAUDMDS-FILE
                 INVALID KEY
                     GO TO 3450-GET-DESCRIPTOR-X
             END-READ.

             IF FRAUDMDS-STATUS NOT = '00'
                 DISPLAY 'FRAUDMDS READ FAILED - STATUS: '
                     FRAUDMDS-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             IF MDS-DBA-NAME NOT = SPACES
                 MOVE 'Y' TO DESCRIPTOR-FOUND-SW
                 MOVE MDS-DBA-NAME TO DESCRIPTOR-NAME-WS
             END-IF.

      *------------------------
       3450-GET-DESCRIPTOR-X.
      *------------------------
