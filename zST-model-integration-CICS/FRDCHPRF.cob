       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDCHPRF.

      * AUTHOR - DRS ************************************************
      *
      * AI ON IBM Z SOLUTION TEMPLATE
      *
      * WEEKLY CARDHOLDER SPENDING-PROFILE BUILD.  THE VELOCITY
      * FEATURES ON FRAUDHST ONLY SEE THE LAST HOUR AND DAY - THEY
      * CANNOT TELL A CARD'S FIRST EVER JEWELLERY PURCHASE FROM
      * ITS HUNDREDTH.  THIS RUN READS THE RETAINED SCORED-
      * TRANSACTION HISTORY (A SPAN OF FRAUDAUD DECISION-AUDIT
      * GENERATIONS, SORTED ON CARD TOKEN BY THE STEP AHEAD OF
      * IT) AND WRITES ONE LONG-HORIZON PROFILE PER CARD:
      *
      *   - AVERAGE AND HIGHEST TICKET (USD)
      *   - HOME STATE (THE MOST USED MERCHANT STATE) AND UP TO
      *     FIVE FURTHER USUAL STATES
      *   - EVERY MCC THE CARD HAS USED, MOST USED FIRST, UP TO
      *     TWENTY (A CARD PAST TWENTY IS FLAGGED AS A BROAD
      *     SPENDER AND NEVER TREATED AS NEW TO AN MCC)
      *   - A USUAL/UNUSUAL FLAG FOR EACH HOUR OF THE DAY
      *
      * A STATE OR HOUR IS USUAL WHEN AT LEAST THE PRFPARM SHARE
      * OF THE CARD'S TRANSACTIONS FELL IN IT.  TRANSACTIONS THE
      * MODEL CALLED FRAUD ARE LEFT OUT - A PROFILE OF NORMAL
      * SPENDING MUST NOT LEARN THE FRAUDSTER'S HABITS - AND A
      * CARD WITH FEWER THAN THE MINIMUM CLEAN TRANSACTIONS GETS
      * NO PROFILE AT ALL, SO BOTH SCORING PATHS FEED IT NEUTRAL
      * PROFILE FEATURES RATHER THAN A GUESS.
      *
      * PRFOUT IS WRITTEN IN CARD-TOKEN (KEY) ORDER FOR THE
      * IDCAMS RELOAD OF THE FRAUDPRF KSDS THAT FOLLOWS.
      *
      * RETURN-CODE 0  - PROFILES BUILT
      * RETURN-CODE 4  - NO AUDIT RECORDS OR NO PROFILE BUILT -
      *                  THE RELOAD IS SKIPPED AND LAST WEEK'S
      *                  PROFILES STAY IN PLACE
      * RETURN-CODE 16 - FILE ERROR
      *
      * MODIFICATION HISTORY
      * --------------------
      * DATE       BY    DESCRIPTION
      * 2026-09-18 DRS    INITIAL VERSION
      * 2026-09-25 DRS    FRAUDAUD LAYOUT - AUD-TRAVEL-NOTICE-SW.
      * 2026-10-05 DRS    AUDIT RECORD LAYOUT FOLLOWS THE MODEL-
      *                   INPUT ADDITION (LRECL NOW 400).
      ************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PRFPARM-FILE ASSIGN TO PRFPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRFPARM-STATUS.

           SELECT FRAUDAUD-FILE ASSIGN TO FRAUDAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FRAUDAUD-STATUS.

           SELECT PRFOUT-FILE ASSIGN TO PRFOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRFOUT-STATUS.

           SELECT PRFRPT-FILE ASSIGN TO PRFRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRFRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *---------------------------------------------------------
      * BUILD PARAMETERS (OPTIONAL - ZERO OR A MISSING CARD
      * TAKES THE DEFAULT).
      *---------------------------------------------------------
       FD  PRFPARM-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  PRFPARM-RECORD.
           05 PRF-PARM-MIN-TXNS         PIC 9(03).
           05 PRF-PARM-USUAL-PCT        PIC 9(02).
           05 FILLER                    PIC X(75).

      *---------------------------------------------------------
      * DECISION AUDIT LOG - SAME LAYOUT FRAUDDET WRITES, HERE
      * SORTED ON CARD TOKEN.
      *---------------------------------------------------------
       FD  FRAUDAUD-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  FRAUDAUD-RECORD.
           05 AUD-RUN-DATE              PIC 9(08).
           05 AUD-SEQ-NO                PIC 9(09).
           05 AUD-CARD-TOKEN            PIC X(19).
           05 AUD-CARD-LAST4            PIC X(04).
           05 AUD-TXN-YEAR              PIC 9(04).
           05 AUD-TXN-MONTH             PIC 9(02).
           05 AUD-TXN-DAY               PIC 9(02).
           05 AUD-AMOUNT                PIC 9(09)V9(02).
           05 AUD-ORIG-CURRENCY         PIC X(03).
           05 AUD-ORIG-AMOUNT           PIC 9(09)V9(02).
           05 AUD-DEPLOY-ID             PIC X(36).
           05 AUD-THRESHOLD             PIC 9(01)V9(04).
           05 AUD-HIGH-RISK-THRESHOLD   PIC 9(01)V9(04).
           05 AUD-TXN-COUNT-1HR         PIC 9(05).
           05 AUD-MERCH-COUNT-24HR      PIC 9(05).
           05 AUD-MERCH-FRAUD-RATE      PIC 9(01)V9(06).
           05 AUD-PROB-NO               PIC 9(01)V9(16).
           05 AUD-PROB-YES              PIC 9(01)V9(16).
           05 AUD-REASON-CODE-1         PIC X(30).
           05 AUD-REASON-CODE-2         PIC X(30).
           05 AUD-REASON-CODE-3         PIC X(30).
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

      *---------------------------------------------------------
      * CARDHOLDER SPENDING PROFILE - ONE RECORD PER CARD, THE
      * LAYOUT OF THE FRAUDPRF KSDS (KEY = CARD TOKEN) THAT
      * FRAUDDET AND FRDAUTHS READ.  UNUSED STATE SLOTS ARE
      * SPACES AND UNUSED MCC SLOTS ZERO.
      *---------------------------------------------------------
       FD  PRFOUT-FILE
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
           05 PRF-USUAL-STATE           PIC X(02) OCCURS 5 TIMES.
           05 PRF-MCC-USED              PIC 9(02).
           05 PRF-MCC-OVERFLOW-SW       PIC X(01).
               88 PRF-MCC-LIST-FULL              VALUE 'Y'.
           05 PRF-MCC                   PIC 9(04) OCCURS 20 TIMES.
           05 PRF-HOUR-FLAG             PIC X(01) OCCURS 24 TIMES.
           05 FILLER                    PIC X(09).

       FD  PRFRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  PRFRPT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

       77  PRFPARM-STATUS               PIC X(02).
       77  FRAUDAUD-STATUS              PIC X(02).
       77  PRFOUT-STATUS                PIC X(02).
       77  PRFRPT-STATUS                PIC X(02).

       77  AUD-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 END-OF-AUDIT                        VALUE 'Y'.

       77  RUN-DATE-WS                  PIC 9(08) VALUE ZERO.

      *DESK-AGREED DEFAULTS - FIVE CLEAN TRANSACTIONS BEFORE A
      *CARD HAS A PROFILE, AND 5 PCT OF THEM TO MAKE A STATE OR
      *HOUR USUAL.
       77  MIN-TXNS                     PIC 9(03) VALUE 5.
       77  USUAL-PCT                    PIC 9(02) VALUE 5.

      *-----------------------------------------------------------
      * CURRENT CARD - ACCUMULATED UNTIL THE TOKEN CHANGES
      *-----------------------------------------------------------
       77  CURRENT-TOKEN                PIC X(19) VALUE SPACES.
       77  CARD-TXN-CTR                 PIC 9(07) COMP VALUE ZERO.
       77  CARD-AMOUNT-TOTAL            PIC 9(13)V9(02) COMP-3
                                        VALUE ZERO.
       77  CARD-HIGH-AMOUNT             PIC 9(09)V9(02) VALUE ZERO.
       77  CARD-FIRST-DATE              PIC 9(08) VALUE ZERO.
       77  CARD-LAST-DATE               PIC 9(08) VALUE ZERO.
       77  CARD-MCC-FULL-SW             PIC X(01) VALUE 'N'.
           88 CARD-MCC-TABLE-FULL                 VALUE 'Y'.

       01  TXN-DATE-WS                  PIC 9(08) VALUE ZERO.
       01  TXN-DATE-PARTS-R REDEFINES TXN-DATE-WS.
           05 TXN-DATE-YEAR             PIC 9(04).
           05 TXN-DATE-MONTH            PIC 9(02).
           05 TXN-DATE-DAY              PIC 9(02).

      *MERCHANT STATES THE CURRENT CARD HAS USED
       01  CARD-STATE-TABLE.
           05 CST-ENTRY OCCURS 0 TO 60 TIMES
                         DEPENDING ON CST-ENTRIES-USED
                         INDEXED BY CST-IDX.
               10 CST-STATE             PIC X(02).
               10 CST-COUNT             PIC 9(07) COMP.
               10 CST-TAKEN-SW          PIC X(01).
       77  CST-ENTRIES-USED             PIC 9(03) COMP VALUE ZERO.

      *MCCS THE CURRENT CARD HAS USED
       01  CARD-MCC-TABLE.
           05 CMC-ENTRY OCCURS 0 TO 200 TIMES
                         DEPENDING ON CMC-ENTRIES-USED
                         INDEXED BY CMC-IDX.
               10 CMC-MCC               PIC 9(04).
               10 CMC-COUNT             PIC 9(07) COMP.
               10 CMC-TAKEN-SW          PIC X(01).
       77  CMC-ENTRIES-USED             PIC 9(03) COMP VALUE ZERO.

      *TRANSACTIONS PER HOUR OF DAY - SUBSCRIPT IS HOUR + 1
       01  CARD-HOUR-TABLE.
           05 CHR-COUNT                 PIC 9(07) COMP
                                        OCCURS 24 TIMES.
       77  HOUR-SUB                     PIC 9(02) COMP VALUE ZERO.

      *RANKING WORK - PICKS THE NEXT MOST USED UNTAKEN ENTRY
       77  SLOT-SUB                     PIC 9(02) COMP VALUE ZERO.
       77  MAX-SUB                      PIC 9(03) COMP VALUE ZERO.
       77  MAX-COUNT                    PIC 9(07) COMP VALUE ZERO.
       77  SCAN-SUB                     PIC 9(03) COMP VALUE ZERO.
       77  USUAL-MIN-COUNT              PIC 9(07) COMP VALUE ZERO.

      *-----------------------------------------------------------
      * RUN TOTALS
      *-----------------------------------------------------------
       77  AUDIT-READ-CTR               PIC 9(09) COMP VALUE ZERO.
       77  NO-TOKEN-CTR                 PIC 9(09) COMP VALUE ZERO.
       77  FRAUD-EXCLUDED-CTR           PIC 9(09) COMP VALUE ZERO.
       77  TXNS-PROFILED-CTR            PIC 9(09) COMP VALUE ZERO.
       77  CARDS-SEEN-CTR               PIC 9(09) COMP VALUE ZERO.
       77  PROFILES-WRITTEN-CTR         PIC 9(09) COMP VALUE ZERO.
       77  THIN-CARDS-CTR               PIC 9(09) COMP VALUE ZERO.
       77  MCC-LIST-FULL-CTR            PIC 9(09) COMP VALUE ZERO.
       77  STATE-OVERFLOW-CTR           PIC 9(09) COMP VALUE ZERO.
       77  MCC-OVERFLOW-CTR             PIC 9(09) COMP VALUE ZERO.
       77  SPAN-FIRST-DATE              PIC 9(08) VALUE ZERO.
       77  SPAN-LAST-DATE               PIC 9(08) VALUE ZERO.

      *-----------------------------------------------------------
      * REPORT LINES
      *-----------------------------------------------------------
       01  HDG-LINE-1.
           05 FILLER PIC X(50) VALUE
               '***** CARDHOLDER SPENDING PROFILE BUILD *****'.
           05 FILLER PIC X(10) VALUE 'RUN DATE '.
           05 HDG-RUN-DATE          PIC 9(08).
           05 FILLER PIC X(64) VALUE SPACES.
       01  PARM-LINE.
           05 FILLER                PIC X(24) VALUE
               'MINIMUM CLEAN TXNS '.
           05 PL-MIN-TXNS           PIC ZZ9.
           05 FILLER                PIC X(24) VALUE
               '   USUAL STATE/HOUR PCT '.
           05 PL-USUAL-PCT          PIC Z9.
           05 FILLER                PIC X(79) VALUE SPACES.
       01  SPAN-LINE.
           05 FILLER                PIC X(30) VALUE
               'TRANSACTION DATES IN SPAN'.
           05 SL-FIRST-DATE         PIC 9(08).
           05 FILLER                PIC X(04) VALUE ' TO '.
           05 SL-LAST-DATE          PIC 9(08).
           05 FILLER                PIC X(82) VALUE SPACES.
       01  NO-PROFILE-LINE.
           05 FILLER                PIC X(60) VALUE
               '  NO PROFILE BUILT - FRAUDPRF NOT RELOADED'.
           05 FILLER                PIC X(72) VALUE SPACES.
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

             PERFORM 2000-PROCESS-AUDIT
                THRU 2000-PROCESS-AUDIT-X
                UNTIL END-OF-AUDIT.

             IF CURRENT-TOKEN NOT = SPACES
                 PERFORM 3000-WRITE-PROFILE
                    THRU 3000-WRITE-PROFILE-X
             END-IF.

             PERFORM 9000-TERMINATE
                THRU 9000-TERMINATE-X.

             STOP RUN.

      *-----------------------------------------------------------
      * READS THE OPTIONAL BUILD PARAMETERS AND OPENS THE SORTED
      * AUDIT SPAN AND THE OUTPUTS.
      *-----------------------------------------------------------
       1000-INITIALIZE.
      *-----------------------------------------------------------

             ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.

             OPEN INPUT PRFPARM-FILE.
             IF PRFPARM-STATUS = '00'
                 READ PRFPARM-FILE
                     AT END
                         CONTINUE
                     NOT AT END
                         IF PRF-PARM-MIN-TXNS IS NUMERIC
                          AND PRF-PARM-MIN-TXNS > ZERO
                             MOVE PRF-PARM-MIN-TXNS TO MIN-TXNS
                         END-IF
                         IF PRF-PARM-USUAL-PCT IS NUMERIC
                          AND PRF-PARM-USUAL-PCT > ZERO
                             MOVE PRF-PARM-USUAL-PCT TO USUAL-PCT
                         END-IF
                 END-READ
                 CLOSE PRFPARM-FILE
             ELSE
                 DISPLAY 'FRDCHPRF - PRFPARM OPEN STATUS '
                     PRFPARM-STATUS ' - DEFAULTS USED'
             END-IF.

             DISPLAY 'FRDCHPRF - MINIMUM ' MIN-TXNS
                 ' CLEAN TXNS, USUAL AT ' USUAL-PCT ' PCT'.

             OPEN INPUT FRAUDAUD-FILE.
             IF FRAUDAUD-STATUS NOT = '00'
                 DISPLAY 'FRDCHPRF - FRAUDAUD OPEN FAILED - STATUS: '
                     FRAUDAUD-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             OPEN OUTPUT PRFOUT-FILE.
             IF PRFOUT-STATUS NOT = '00'
                 DISPLAY 'FRDCHPRF - PRFOUT OPEN FAILED - STATUS: '
                     PRFOUT-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             OPEN OUTPUT PRFRPT-FILE.

             PERFORM 2900-READ-AUDIT
                THRU 2900-READ-AUDIT-X.

      *-------------------
       1000-INITIALIZE-X.
      *-------------------

      *-----------------------------------------------------------
      * ONE AUDIT RECORD.  A NEW TOKEN CLOSES OFF THE PREVIOUS
      * CARD'S PROFILE; A CLEAN (NON-FRAUD) TRANSACTION IS ADDED
      * TO THE CURRENT CARD'S TICKET, STATE, MCC AND HOUR COUNTS.
      *-----------------------------------------------------------
       2000-PROCESS-AUDIT.
      *-----------------------------------------------------------

             IF AUD-CARD-TOKEN = SPACES
                 ADD 1 TO NO-TOKEN-CTR
                 GO TO 2000-PROCESS-AUDIT-NEXT
             END-IF.

             IF AUD-CARD-TOKEN NOT = CURRENT-TOKEN
                 IF CURRENT-TOKEN NOT = SPACES
                     PERFORM 3000-WRITE-PROFILE
                        THRU 3000-WRITE-PROFILE-X
                 END-IF
                 PERFORM 2100-START-CARD
                    THRU 2100-START-CARD-X
             END-IF.

             IF AUD-VERDICT = 'FRAUD'
                 ADD 1 TO FRAUD-EXCLUDED-CTR
                 GO TO 2000-PROCESS-AUDIT-NEXT
             END-IF.

             ADD 1 TO TXNS-PROFILED-CTR.
             ADD 1 TO CARD-TXN-CTR.
             ADD AUD-AMOUNT TO CARD-AMOUNT-TOTAL.
             IF AUD-AMOUNT > CARD-HIGH-AMOUNT
                 MOVE AUD-AMOUNT TO CARD-HIGH-AMOUNT
             END-IF.

             MOVE AUD-TXN-YEAR  TO TXN-DATE-YEAR.
             MOVE AUD-TXN-MONTH TO TXN-DATE-MONTH.
             MOVE AUD-TXN-DAY   TO TXN-DATE-DAY.
             IF CARD-FIRST-DATE = ZERO
              OR TXN-DATE-WS < CARD-FIRST-DATE
                 MOVE TXN-DATE-WS TO CARD-FIRST-DATE
             END-IF.
             IF TXN-DATE-WS > CARD-LAST-DATE
                 MOVE TXN-DATE-WS TO CARD-LAST-DATE
             END-IF.
             IF SPAN-FIRST-DATE = ZERO
              OR TXN-DATE-WS < SPAN-FIRST-DATE
                 MOVE TXN-DATE-WS TO SPAN-FIRST-DATE
             END-IF.
             IF TXN-DATE-WS > SPAN-LAST-DATE
                 MOVE TXN-DATE-WS TO SPAN-LAST-DATE
             END-IF.

             IF AUD-MERCHANT-STATE NOT = SPACES
                 PERFORM 2200-COUNT-STATE
                    THRU 2200-COUNT-STATE-X
             END-IF.

             IF AUD-MCC NOT = ZERO
                 PERFORM 2300-COUNT-MCC
                    THRU 2300-COUNT-MCC-X
             END-IF.

             IF AUD-TXN-HOUR < 24
                 COMPUTE HOUR-SUB = AUD-TXN-HOUR + 1
                 ADD 1 TO CHR-COUNT(HOUR-SUB)
             END-IF.

       2000-PROCESS-AUDIT-NEXT.
             PERFORM 2900-READ-AUDIT
                THRU 2900-READ-AUDIT-X.

      *----------------------
       2000-PROCESS-AUDIT-X.
      *----------------------

       2100-START-CARD.
             ADD 1 TO CARDS-SEEN-CTR.
             MOVE AUD-CARD-TOKEN TO CURRENT-TOKEN.
             MOVE ZERO TO CARD-TXN-CTR
                          CARD-AMOUNT-TOTAL
                          CARD-HIGH-AMOUNT
                          CARD-FIRST-DATE
                          CARD-LAST-DATE
                          CST-ENTRIES-USED
                          CMC-ENTRIES-USED.
             MOVE 'N' TO CARD-MCC-FULL-SW.
             INITIALIZE CARD-HOUR-TABLE.
       2100-START-CARD-X.

       2200-COUNT-STATE.
             IF CST-ENTRIES-USED > ZERO
                 SET CST-IDX TO 1
                 SEARCH CST-ENTRY
                     AT END
                         CONTINUE
                     WHEN CST-STATE(CST-IDX) = AUD-MERCHANT-STATE
                         ADD 1 TO CST-COUNT(CST-IDX)
                         GO TO 2200-COUNT-STATE-X
                 END-SEARCH
             END-IF.

             IF CST-ENTRIES-USED < 60
                 ADD 1 TO CST-ENTRIES-USED
                 SET CST-IDX TO CST-ENTRIES-USED
                 MOVE AUD-MERCHANT-STATE TO CST-STATE(CST-IDX)
                 MOVE 1                  TO CST-COUNT(CST-IDX)
                 MOVE 'N'                TO CST-TAKEN-SW(CST-IDX)
             ELSE
                 ADD 1 TO STATE-OVERFLOW-CTR
             END-IF.
       2200-COUNT-STATE-X.

       2300-COUNT-MCC.
             IF CMC-ENTRIES-USED > ZERO
                 SET CMC-IDX TO 1
                 SEARCH CMC-ENTRY
                     AT END
                         CONTINUE
                     WHEN CMC-MCC(CMC-IDX) = AUD-MCC
                         ADD 1 TO CMC-COUNT(CMC-IDX)
                         GO TO 2300-COUNT-MCC-X
                 END-SEARCH
             END-IF.

             IF CMC-ENTRIES-USED < 200
                 ADD 1 TO CMC-ENTRIES-USED
                 SET CMC-IDX TO CMC-ENTRIES-USED
                 MOVE AUD-MCC TO CMC-MCC(CMC-IDX)
                 MOVE 1       TO CMC-COUNT(CMC-IDX)
                 MOVE 'N'     TO CMC-TAKEN-SW(CMC-IDX)
             ELSE
                 ADD 1 TO MCC-OVERFLOW-CTR
                 MOVE 'Y' TO CARD-MCC-FULL-SW
             END-IF.
       2300-COUNT-MCC-X.

       2900-READ-AUDIT.
             READ FRAUDAUD-FILE
                 AT END
                     MOVE 'Y' TO AUD-EOF-SWITCH
                 NOT AT END
                     ADD 1 TO AUDIT-READ-CTR
             END-READ.
       2900-READ-AUDIT-X.

      *-----------------------------------------------------------
      * CLOSES OFF THE CURRENT CARD.  A CARD UNDER THE MINIMUM
      * CLEAN-TRANSACTION COUNT GETS NO PROFILE.  OTHERWISE THE
      * STATES AND MCCS ARE TAKEN MOST-USED FIRST AND EACH HOUR
      * IS FLAGGED USUAL OR NOT AGAINST THE USUAL SHARE.
      *-----------------------------------------------------------
       3000-WRITE-PROFILE.
      *-----------------------------------------------------------

             IF CARD-TXN-CTR < MIN-TXNS
                 ADD 1 TO THIN-CARDS-CTR
                 GO TO 3000-WRITE-PROFILE-X
             END-IF.

             MOVE SPACES            TO FRAUDPRF-RECORD.
             MOVE CURRENT-TOKEN     TO PRF-CARD-TOKEN.
             MOVE RUN-DATE-WS       TO PRF-BUILD-DATE.
             MOVE CARD-FIRST-DATE   TO PRF-FIRST-TXN-DATE.
             MOVE CARD-LAST-DATE    TO PRF-LAST-TXN-DATE.
             MOVE CARD-TXN-CTR      TO PRF-TXN-COUNT.
             COMPUTE PRF-AVG-AMOUNT ROUNDED =
                 CARD-AMOUNT-TOTAL / CARD-TXN-CTR.
             MOVE CARD-HIGH-AMOUNT  TO PRF-HIGH-AMOUNT.

             COMPUTE USUAL-MIN-COUNT =
                 (CARD-TXN-CTR * USUAL-PCT + 99) / 100.
             IF USUAL-MIN-COUNT < 1
                 MOVE 1 TO USUAL-MIN-COUNT
             END-IF.

      *HOME STATE IS THE MOST USED; THE NEXT FIVE AT OR OVER THE
      *USUAL SHARE ARE THE USUAL STATES.
             PERFORM 3100-PICK-STATE
                THRU 3100-PICK-STATE-X.
             IF MAX-SUB > ZERO
                 MOVE CST-STATE(MAX-SUB) TO PRF-HOME-STATE
                 PERFORM 3150-TAKE-USUAL-STATE
                    THRU 3150-TAKE-USUAL-STATE-X
                    VARYING SLOT-SUB FROM 1 BY 1
                    UNTIL SLOT-SUB > 5
             END-IF.

             MOVE ZERO TO PRF-MCC-USED.
             PERFORM 3250-TAKE-MCC
                THRU 3250-TAKE-MCC-X
                VARYING SLOT-SUB FROM 1 BY 1
                UNTIL SLOT-SUB > 20.
             IF CMC-ENTRIES-USED > 20
              OR CARD-MCC-TABLE-FULL
                 MOVE 'Y' TO PRF-MCC-OVERFLOW-SW
                 ADD 1 TO MCC-LIST-FULL-CTR
             ELSE
                 MOVE 'N' TO PRF-MCC-OVERFLOW-SW
             END-IF.

             PERFORM 3300-FLAG-HOUR
                THRU 3300-FLAG-HOUR-X
                VARYING HOUR-SUB FROM 1 BY 1
                UNTIL HOUR-SUB > 24.

             WRITE FRAUDPRF-RECORD.
             IF PRFOUT-STATUS NOT = '00'
                 DISPLAY 'FRDCHPRF - PRFOUT WRITE FAILED - STATUS: '
                     PRFOUT-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
             ADD 1 TO PROFILES-WRITTEN-CTR.

      *---------------------
       3000-WRITE-PROFILE-X.
      *---------------------

      *-----------------------------------------------------------
      * FINDS THE MOST USED STATE NOT YET TAKEN (MAX-SUB ZERO
      * WHEN NONE IS LEFT) AND MARKS IT TAKEN.
      *-----------------------------------------------------------
       3100-PICK-STATE.
             MOVE ZERO TO MAX-SUB MAX-COUNT.
             PERFORM 3110-CHECK-STATE
                THRU 3110-CHECK-STATE-X
                VARYING SCAN-SUB FROM 1 BY 1
                UNTIL SCAN-SUB > CST-ENTRIES-USED.
             IF MAX-SUB > ZERO
                 MOVE 'Y' TO CST-TAKEN-SW(MAX-SUB)
             END-IF.
       3100-PICK-STATE-X.

       3110-CHECK-STATE.
             IF CST-TAKEN-SW(SCAN-SUB) = 'N'
              AND CST-COUNT(SCAN-SUB) > MAX-COUNT
                 MOVE SCAN-SUB              TO MAX-SUB
                 MOVE CST-COUNT(SCAN-SUB)   TO MAX-COUNT
             END-IF.
       3110-CHECK-STATE-X.

       3150-TAKE-USUAL-STATE.
             PERFORM 3100-PICK-STATE
                THRU 3100-PICK-STATE-X.
             IF MAX-SUB > ZERO
              AND MAX-COUNT NOT < USUAL-MIN-COUNT
                 MOVE CST-STATE(MAX-SUB) TO PRF-USUAL-STATE(SLOT-SUB)
             END-IF.
       3150-TAKE-USUAL-STATE-X.

       3200-PICK-MCC.
             MOVE ZERO TO MAX-SUB MAX-COUNT.
             PERFORM 3210-CHECK-MCC
                THRU 3210-CHECK-MCC-X
                VARYING SCAN-SUB FROM 1 BY 1
                UNTIL SCAN-SUB > CMC-ENTRIES-USED.
             IF MAX-SUB > ZERO
                 MOVE 'Y' TO CMC-TAKEN-SW(MAX-SUB)
             END-IF.
       3200-PICK-MCC-X.

       3210-CHECK-MCC.
             IF CMC-TAKEN-SW(SCAN-SUB) = 'N'
              AND CMC-COUNT(SCAN-SUB) > MAX-COUNT
                 MOVE SCAN-SUB              TO MAX-SUB
                 MOVE CMC-COUNT(SCAN-SUB)   TO MAX-COUNT
             END-IF.
       3210-CHECK-MCC-X.

      *EVERY MCC THE CARD HAS USED COUNTS, HOWEVER RARELY - THE
      *FEATURE IS "FIRST TIME HERE", NOT "UNUSUAL HERE".
       3250-TAKE-MCC.
             MOVE ZERO TO PRF-MCC(SLOT-SUB).
             PERFORM 3200-PICK-MCC
                THRU 3200-PICK-MCC-X.
             IF MAX-SUB > ZERO
                 MOVE CMC-MCC(MAX-SUB) TO PRF-MCC(SLOT-SUB)
                 ADD 1 TO PRF-MCC-USED
             END-IF.
       3250-TAKE-MCC-X.

       3300-FLAG-HOUR.
             IF CHR-COUNT(HOUR-SUB) NOT < USUAL-MIN-COUNT
                 MOVE 'Y' TO PRF-HOUR-FLAG(HOUR-SUB)
             ELSE
                 MOVE 'N' TO PRF-HOUR-FLAG(HOUR-SUB)
             END-IF.
       3300-FLAG-HOUR-X.

      *-----------------------------------------------------------
      * BUILD REPORT AND CONTROL TOTALS.  NOTHING BUILT MEANS
      * RC 4, WHICH HOLDS THE RELOAD SO AN EMPTY OR MISCONCAT-
      * ENATED SPAN NEVER WIPES LAST WEEK'S PROFILES.
      *-----------------------------------------------------------
       9000-TERMINATE.
      *-----------------------------------------------------------

             MOVE RUN-DATE-WS TO HDG-RUN-DATE.
             WRITE PRFRPT-RECORD FROM HDG-LINE-1.
             MOVE MIN-TXNS  TO PL-MIN-TXNS.
             MOVE USUAL-PCT TO PL-USUAL-PCT.
             WRITE PRFRPT-RECORD FROM PARM-LINE.
             MOVE SPAN-FIRST-DATE TO SL-FIRST-DATE.
             MOVE SPAN-LAST-DATE  TO SL-LAST-DATE.
             WRITE PRFRPT-RECORD FROM SPAN-LINE.
             WRITE PRFRPT-RECORD FROM BLANK-LINE.

             MOVE 'AUDIT RECORDS READ' TO CNT-LABEL.
             MOVE AUDIT-READ-CTR TO CNT-VALUE.
             WRITE PRFRPT-RECORD FROM COUNT-LINE.
             MOVE 'RECORDS WITHOUT A CARD TOKEN' TO CNT-LABEL.
             MOVE NO-TOKEN-CTR TO CNT-VALUE.
             WRITE PRFRPT-RECORD FROM COUNT-LINE.
             MOVE 'FRAUD VERDICTS LEFT OUT' TO CNT-LABEL.
             MOVE FRAUD-EXCLUDED-CTR TO CNT-VALUE.
             WRITE PRFRPT-RECORD FROM COUNT-LINE.
             MOVE 'CLEAN TRANSACTIONS PROFILED' TO CNT-LABEL.
             MOVE TXNS-PROFILED-CTR TO CNT-VALUE.
             WRITE PRFRPT-RECORD FROM COUNT-LINE.
             MOVE 'CARDS SEEN' TO CNT-LABEL.
             MOVE CARDS-SEEN-CTR TO CNT-VALUE.
             WRITE PRFRPT-RECORD FROM COUNT-LINE.
             MOVE 'PROFILES WRITTEN' TO CNT-LABEL.
             MOVE PROFILES-WRITTEN-CTR TO CNT-VALUE.
             WRITE PRFRPT-RECORD FROM COUNT-LINE.
             MOVE 'CARDS UNDER THE MINIMUM' TO CNT-LABEL.
             MOVE THIN-CARDS-CTR TO CNT-VALUE.
             WRITE PRFRPT-RECORD FROM COUNT-LINE.
             MOVE 'BROAD SPENDERS (MCC LIST FULL)' TO CNT-LABEL.
             MOVE MCC-LIST-FULL-CTR TO CNT-VALUE.
             WRITE PRFRPT-RECORD FROM COUNT-LINE.

             IF PROFILES-WRITTEN-CTR = ZERO
                 WRITE PRFRPT-RECORD FROM BLANK-LINE
                 WRITE PRFRPT-RECORD FROM NO-PROFILE-LINE
                 MOVE 4 TO RETURN-CODE
             END-IF.

             DISPLAY '***** FRDCHPRF CONTROL TOTALS *****'.
             DISPLAY 'AUDIT RECORDS READ    : ' AUDIT-READ-CTR.
             DISPLAY 'NO CARD TOKEN         : ' NO-TOKEN-CTR.
             DISPLAY 'FRAUD LEFT OUT        : ' FRAUD-EXCLUDED-CTR.
             DISPLAY 'TXNS PROFILED         : ' TXNS-PROFILED-CTR.
             DISPLAY 'CARDS SEEN            : ' CARDS-SEEN-CTR.
             DISPLAY 'PROFILES WRITTEN      : ' PROFILES-WRITTEN-CTR.
             DISPLAY 'UNDER MINIMUM         : ' THIN-CARDS-CTR.
             DISPLAY 'MCC LIST FULL         : ' MCC-LIST-FULL-CTR.
             DISPLAY 'STATE TABLE OVERFLOWS : ' STATE-OVERFLOW-CTR.
             DISPLAY 'MCC TABLE OVERFLOWS   : ' MCC-OVERFLOW-CTR.
             DISPLAY '************************************'.

             CLOSE FRAUDAUD-FILE.
             CLOSE PRFOUT-FILE.
             CLOSE PRFRPT-FILE.

      *-------------------
       9000-TERMINATE-X.
      *-------------------
