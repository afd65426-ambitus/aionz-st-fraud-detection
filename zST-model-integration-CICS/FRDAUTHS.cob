      *                   MERCHANT IS REPORTED FRAUD (DESK-AGREED
      *                   MARGIN) AND THE WATCH STATUS IS NAMED
      *                   IN THE REASON CODES.
      * 2026-09-18 DRS    CARDHOLDER SPENDING PROFILE (FRAUDPRF,
      *                   THE KSDS FRDCHPRF REBUILDS WEEKLY) NOW
      *                   READ WITH THE CARD HISTORY - THE SAME
      *                   AmountXVsXUsual, FirstXTimeXMcc,
      *                   UnusualXHour AND UnusualXState FEATURES
      *                   AS THE OVERNIGHT RUN, NEUTRAL WHEN THE
      *                   CARD HAS NO PROFILE, AND A FIRST-TIME
      *                   MCC NAMED IN REASON 3 WHEN IT IS FREE.
      * 2026-09-23 DRS    EVERY LOG RECORD NOW CARRIES THE ELAPSED
      *                   MILLISECONDS FROM TASK ENTRY TO THE
      *                   REPLY, FOR THE FRDAUSLA SERVICE-LEVEL
      *                   REPORT.  THE RC 16 (CONTROL PARAMETERS
      *                   UNAVAILABLE) REPLY IS NOW LOGGED TOO -
      *                   IT WAS THE ONE NO-VERDICT REPLY THE LOG
      *                   NEVER SAW.
      * 2026-09-25 DRS    CARDHOLDER TRAVEL NOTICES (FRAUDTVN,
      *                   ENTERED ON FRTV) - SAME RULE AS THE
      *                   OVERNIGHT RUN: A STATE JUMP OR AN
      *                   UNUSUAL STATE INSIDE AN ACTIVE NOTICE
      *                   FOR THE MERCHANT STATE IS NOT EVIDENCE,
      *                   AND REASON 3 SAYS THE NOTICE APPLIED
      *                   WHEN IT IS FREE.
      * 2026-09-28 DRS    FRAUDADL WIDENED 200 TO 240 - EVERY LOG
      *                   RECORD NOW CARRIES THE MERCHANT NUMBER,
      *                   STATE, MCC AND THE CVV/AVS RESULTS, SO
      *                   FRDCTDET CAN LOOK FOR CARD TESTING
      *                   ACROSS CARDS AT ONE MERCHANT.
      ************************************************************

       ENVIRONMENT DIVISION.
           05 HIST-LAST-ZIP             PIC 9(05).
           05 FILLER                    PIC X(03).

      *---------------------------------------------------------
      * CARDHOLDER SPENDING PROFILE - SAME KSDS FRDCHPRF BUILDS
      * WEEKLY AND THE OVERNIGHT RUN READS, READ ONLY HERE.
      *---------------------------------------------------------
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
      * CARDHOLDER TRAVEL NOTICE - SAME KSDS THE FRTV TRANSACTION
      * (FRDTVNAD) MAINTAINS AND THE OVERNIGHT RUN READS.
      *---------------------------------------------------------
       01  FRAUDTVN-RECORD.
           05 TVN-CARD-TOKEN            PIC X(19).
           05 TVN-STATE                 PIC X(02) OCCURS 5 TIMES
                                        INDEXED BY TVN-STATE-IDX.
           05 TVN-START-DATE            PIC 9(08).
           05 TVN-END-DATE              PIC 9(08).
           05 TVN-ADD-DATE              PIC 9(08).
           05 TVN-ADD-TIME              PIC 9(06).
           05 TVN-ADD-USER              PIC X(08).
           05 FILLER                    PIC X(13).

      *---------------------------------------------------------
      * DAILY EXCHANGE RATE - SAME LAYOUT THE OVERNIGHT RUN
      * READS, HERE THE ONLINE KSDS COPY KEYED ON CURRENCY.
       77  FXR-KEY-WS                   PIC X(03) VALUE SPACES.
       77  PSL-KEY-WS                   PIC X(19) VALUE SPACES.
       77  WML-KEY-WS                   PIC 9(18) VALUE ZERO.
       77  PRF-KEY-WS                   PIC X(19) VALUE SPACES.
       77  TVN-KEY-WS                   PIC X(19) VALUE SPACES.

      *WATCHED-MERCHANT CHECK - ONE KEYED READ OF THE WATCH LIST
      *THE OVERNIGHT HOT-MERCHANT SWEEP MAINTAINS.  AT A WATCHED
           88 TRAVEL-JUMP-DETECTED                VALUE 'Y'.
       77  TRAVEL-JUMP-HOURS            PIC 9(02) COMP VALUE 3.
       77  HIST-ELAPSED-HOURS           PIC S9(09) COMP VALUE ZERO.

      *TRAVEL NOTICE - SAME SWITCH VALUES AS 0655 IN THE OVERNIGHT
      *RUN: SPACE NO NOTICE COVERS THE AUTH, 'N' ONE COVERS IT,
      *'Y' IT EXCUSED A STATE JUMP OR AN UNUSUAL STATE.
       77  TRAVEL-NOTICE-SW             PIC X(01) VALUE SPACE.
           88 TRAVEL-NOTICE-COVERS                VALUE 'N' 'Y'.
           88 TRAVEL-NOTICE-SUPPRESSED            VALUE 'Y'.
       77  TRAVEL-AUTH-DATE-WS          PIC 9(08) VALUE ZERO.

      *SPENDING-PROFILE FEATURES - SAME RULES AS 0660-GET-PROFILE
      *IN THE OVERNIGHT RUN.  ONLY THE FIRST-TIME MCC FLAG IS
      *KEPT AS A SWITCH - IT IS THE ONE NAMED IN THE REPLY.
       77  FIRST-MCC-SW                 PIC X(01) VALUE 'N'.
           88 FIRST-MCC-FOR-CARD                  VALUE 'Y'.
       77  PROFILE-MCC-WS               PIC 9(04) VALUE ZERO.
       77  PROFILE-HOUR-SUB             PIC 9(02) COMP VALUE ZERO.

       77  PRESCREEN-ACTION             PIC X(01) VALUE SPACE.
           88 PRESCREEN-ALLOW                     VALUE 'A'.
           88 PRESCREEN-BLOCK                     VALUE 'B'.
           05 ADL-REASON-1              PIC X(30).
           05 ADL-REASON-2              PIC X(30).
           05 ADL-REASON-3              PIC X(30).
           05 ADL-ELAPSED-MS            PIC 9(05).
           05 ADL-MERCHANT-NAME         PIC 9(18).
           05 ADL-MERCHANT-STATE        PIC X(02).
           05 ADL-MCC                   PIC 9(04).
           05 ADL-CVV-RESULT            PIC X(01).
           05 ADL-AVS-RESULT            PIC X(01).
           05 FILLER                    PIC X(16).
       77  ADL-REC-LEN                  PIC S9(04) COMP VALUE +240.
       77  ADL-STAMP-TIME               PIC 9(06) VALUE ZERO.
       77  ADL-RBA                      PIC S9(08) COMP VALUE ZERO.

      *RESPONSE TIMING - ABSTIME AT TASK ENTRY AGAINST ABSTIME AT
      *THE LOG WRITE, IN MILLISECONDS.  A REPLY OVER 99999 MS
      *(NEVER, IN A HEALTHY REGION) LOGS AS 99999.
       77  START-ABSTIME                PIC S9(15) COMP-3 VALUE ZERO.
       77  ELAPSED-MS-WS                PIC S9(15) COMP-3 VALUE ZERO.

      *---------------------------------------------------------
      * CURRENT-DATE STAMP FOR THE RATE STALENESS CHECK
      *---------------------------------------------------------
           06 AvsXResult PIC X(01).
           06 MerchantXFraudRate COMP-2 SYNC.
           06 LocationXJump COMP-2 SYNC.
           06 AmountXVsXUsual COMP-2 SYNC.
           06 FirstXTimeXMcc COMP-2 SYNC.
           06 UnusualXHour COMP-2 SYNC.
           06 UnusualXState COMP-2 SYNC.

      *Scoring Output Variables - SAME SHAPE FRAUDDET RECEIVES.
       01  FRAUDOUT.
                 EXEC CICS RETURN END-EXEC
             END-IF.

             EXEC CICS ASKTIME ABSTIME(START-ABSTIME) END-EXEC.

             MOVE ZERO   TO AUTH-RETURN-CODE.
             MOVE ZERO   TO AUTH-PROB-NO AUTH-PROB-YES.
             MOVE SPACES TO AUTH-VERDICT
             PERFORM 1000-GET-CONTROLS
                THRU 1000-GET-CONTROLS-X.
             IF AUTH-RETURN-CODE NOT = ZERO
                 PERFORM 5000-WRITE-DECISION-LOG
                    THRU 5000-WRITE-DECISION-LOG-X
                 EXEC CICS RETURN END-EXEC
             END-IF.

             MOVE AUTH-AVS-RESULT      TO AvsXResult.
             MOVE ZERO                 TO MerchantXFraudRate.
             MOVE ZERO                 TO LocationXJump.
             MOVE ZERO                 TO AmountXVsXUsual
                                          FirstXTimeXMcc
                                          UnusualXHour
                                          UnusualXState.

             COMPUTE CardXToken-length =
                 FUNCTION LENGTH(CardXToken)
             MOVE ZERO TO TxnXCountX1hr
                          DistinctXMerchantXCountX24hr.

             PERFORM 2560-CHECK-TRAVEL-NOTICE
                THRU 2560-CHECK-TRAVEL-NOTICE-X.

             MOVE AUTH-CARD-TOKEN TO HIST-KEY-WS.
             EXEC CICS READ FILE('FRAUDHST')
                  INTO(FRAUDHST-RECORD)
             END-IF.

      *IMPOSSIBLE TRAVEL - THE LAST SETTLED SWIPE WAS IN ANOTHER
      *STATE TOO FEW HOURS AGO FOR THE CARDHOLDER TO HAVE MOVED -
      *UNLESS THE CARDHOLDER'S TRAVEL NOTICE NAMES THIS STATE.
             MOVE 'N' TO TRAVEL-JUMP-SW.
             IF CICS-RESP = DFHRESP(NORMAL)
              AND HIST-LAST-STATE NOT = SPACES
                   + (AUTH-TIME   - HIST-LAST-HOUR)
                 IF HIST-ELAPSED-HOURS >= 0
                  AND HIST-ELAPSED-HOURS <= TRAVEL-JUMP-HOURS
                     IF TRAVEL-NOTICE-COVERS
                         MOVE 'Y' TO TRAVEL-NOTICE-SW
                     ELSE
                         MOVE 'Y' TO TRAVEL-JUMP-SW
                         MOVE 1 TO LocationXJump
                     END-IF
                 END-IF
             END-IF.

             PERFORM 2550-GET-PROFILE
                THRU 2550-GET-PROFILE-X.

      *---------------------
       2500-GET-HISTORY-X.
      *---------------------

      *-----------------------------------------------------------
      * ONE KEYED READ OF THE CARD'S SPENDING PROFILE.  A CARD
      * WITH NO PROFILE (OR AN UNREADABLE FILE) KEEPS THE ZERO
      * PROFILE FEATURES 2000-BUILD-MODEL-INPUT SET.
      *-----------------------------------------------------------
       2550-GET-PROFILE.
      *-----------------------------------------------------------

             MOVE 'N' TO FIRST-MCC-SW.

             MOVE AUTH-CARD-TOKEN TO PRF-KEY-WS.
             EXEC CICS READ FILE('FRAUDPRF')
                  INTO(FRAUDPRF-RECORD)
                  RIDFLD(PRF-KEY-WS)
                  RESP(CICS-RESP)
                  END-EXEC.

             IF CICS-RESP NOT = DFHRESP(NORMAL)
                 GO TO 2550-GET-PROFILE-X
             END-IF.

             IF PRF-AVG-AMOUNT > ZERO
                 COMPUTE AmountXVsXUsual = Amount / PRF-AVG-AMOUNT
             END-IF.

             MOVE AUTH-MCC TO PROFILE-MCC-WS.
             IF NOT PRF-MCC-LIST-FULL
                 SET PRF-MCC-IDX TO 1
                 SEARCH PRF-MCC
                     AT END
                         MOVE 'Y' TO FIRST-MCC-SW
                         MOVE 1 TO FirstXTimeXMcc
                     WHEN PRF-MCC(PRF-MCC-IDX) = PROFILE-MCC-WS
                         CONTINUE
                 END-SEARCH
             END-IF.

             COMPUTE PROFILE-HOUR-SUB = AUTH-TIME + 1.
             IF PROFILE-HOUR-SUB >= 1 AND <= 24
                 IF NOT PRF-USUAL-HOUR(PROFILE-HOUR-SUB)
                     MOVE 1 TO UnusualXHour
                 END-IF
             END-IF.

             IF AUTH-MERCHANT-STATE NOT = SPACES
              AND PRF-HOME-STATE NOT = SPACES
              AND AUTH-MERCHANT-STATE NOT = PRF-HOME-STATE
                 SET PRF-STATE-IDX TO 1
                 SEARCH PRF-USUAL-STATE
                     AT END
                         IF TRAVEL-NOTICE-COVERS
                             MOVE 'Y' TO TRAVEL-NOTICE-SW
                         ELSE
                             MOVE 1 TO UnusualXState
                         END-IF
                     WHEN PRF-USUAL-STATE(PRF-STATE-IDX) =
                              AUTH-MERCHANT-STATE
                         CONTINUE
                 END-SEARCH
             END-IF.

      *---------------------
       2550-GET-PROFILE-X.
      *---------------------

      *-----------------------------------------------------------
      * ONE KEYED READ OF THE CARD'S TRAVEL NOTICE.  THE NOTICE
      * COVERS THIS AUTH WHEN THE AUTH DATE IS INSIDE ITS DATE
      * RANGE AND THE MERCHANT STATE IS ONE OF ITS DESTINATION
      * STATES.  NO NOTICE (OR AN UNREADABLE FILE) LEAVES THE
      * SWITCH SPACE AND THE AUTH SCORES AS BEFORE.
      *-----------------------------------------------------------
       2560-CHECK-TRAVEL-NOTICE.
      *-----------------------------------------------------------

             MOVE SPACE TO TRAVEL-NOTICE-SW.

             IF AUTH-MERCHANT-STATE = SPACES
                 GO TO 2560-CHECK-TRAVEL-NOTICE-X
             END-IF.

             MOVE AUTH-CARD-TOKEN TO TVN-KEY-WS.
             EXEC CICS READ FILE('FRAUDTVN')
                  INTO(FRAUDTVN-RECORD)
                  RIDFLD(TVN-KEY-WS)
                  RESP(CICS-RESP)
                  END-EXEC.

             IF CICS-RESP NOT = DFHRESP(NORMAL)
                 GO TO 2560-CHECK-TRAVEL-NOTICE-X
             END-IF.

             COMPUTE TRAVEL-AUTH-DATE-WS =
                 (AUTH-YEAR * 10000) + (AUTH-MONTH * 100) + AUTH-DAY.
             IF TRAVEL-AUTH-DATE-WS < TVN-START-DATE
              OR TRAVEL-AUTH-DATE-WS > TVN-END-DATE
                 GO TO 2560-CHECK-TRAVEL-NOTICE-X
             END-IF.

             SET TVN-STATE-IDX TO 1.
             SEARCH TVN-STATE
                 AT END
                     CONTINUE
                 WHEN TVN-STATE(TVN-STATE-IDX) = AUTH-MERCHANT-STATE
                     MOVE 'N' TO TRAVEL-NOTICE-SW
             END-SEARCH.

      *----------------------------
       2560-CHECK-TRAVEL-NOTICE-X.
      *----------------------------

      *-----------------------------------------------------------
      * ONE KEYED READ OF THE HOT-MERCHANT WATCH LIST.  AN
      * UNREADABLE FILE OR A MERCHANT NOT ON IT LEAVES THE
      * APPENDS THE REPLY JUST BUILT TO THE AUTH-DECISION LOG
      * ESDS.  BEST-EFFORT - A LOG FAILURE NEVER COSTS THE
      * SWITCH ITS ANSWER, SO THE RESPONSE IS NOT EVEN TESTED.
      * THE ELAPSED TIME IS TAKEN HERE, WITH THE REPLY COMPLETE.
      *-----------------------------------------------------------
       5000-WRITE-DECISION-LOG.
      *-----------------------------------------------------------
             MOVE AUTH-REASON-1      TO ADL-REASON-1.
             MOVE AUTH-REASON-2      TO ADL-REASON-2.
             MOVE AUTH-REASON-3      TO ADL-REASON-3.
             MOVE AUTH-MERCHANT-NAME TO ADL-MERCHANT-NAME.
             MOVE AUTH-MERCHANT-STATE TO ADL-MERCHANT-STATE.
             MOVE AUTH-MCC           TO ADL-MCC.
             MOVE AUTH-CVV-RESULT    TO ADL-CVV-RESULT.
             MOVE AUTH-AVS-RESULT    TO ADL-AVS-RESULT.

             COMPUTE ELAPSED-MS-WS = CURRENT-ABSTIME - START-ABSTIME.
             IF ELAPSED-MS-WS < ZERO
                 MOVE ZERO  TO ELAPSED-MS-WS
             END-IF.
             IF ELAPSED-MS-WS > 99999
                 MOVE 99999 TO ELAPSED-MS-WS
             END-IF.
             MOVE ELAPSED-MS-WS      TO ADL-ELAPSED-MS.

             MOVE ZERO TO ADL-RBA.
             EXEC CICS WRITE FILE('FRAUDADL')
                 MOVE 'IMPOSSIBLE TRAVEL - STATE JUMP'
                     TO AUTH-REASON-3
             END-IF.
             IF FIRST-MCC-FOR-CARD
              AND AUTH-REASON-3 = SPACES
                 MOVE 'FIRST USE OF MCC ON THIS CARD'
                     TO AUTH-REASON-3
             END-IF.
             IF TRAVEL-NOTICE-SUPPRESSED
              AND AUTH-REASON-3 = SPACES
                 MOVE 'TRAVEL NOTICE - STATE EXPECTED'
                     TO AUTH-REASON-3
             END-IF.

             IF probabilityXYesX >= FRAUD-THRESHOLD
                 MOVE 'FRAUD'    TO AUTH-VERDICT
