       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDCDINQ.

      * AUTHOR - DRS ************************************************
      *
      * AI ON IBM Z SOLUTION TEMPLATE
      *
      * CARD INQUIRY TRANSACTION (FRIQ).  ONE SCREEN WITH
      * EVERYTHING THE ONLINE FILES KNOW ABOUT ONE CARD, SO THE
      * DESK CAN ANSWER "WHY WAS MY CARD DECLINED?" WHILE THE
      * CARDHOLDER IS STILL ON THE PHONE - NO HOPPING BETWEEN THE
      * FRWK CASE LIST, THE FRBK BLOCK TRANSACTION AND A BATCH
      * FRDLINEG RUN:
      *
      *   - FRAUDHST: THE 1-HOUR AND 24-HOUR VELOCITY COUNTS AND
      *     THE LAST-SWIPE DATE, HOUR, STATE AND ZIP
      *   - FRAUDPSL: THE PRE-SCREEN ENTRY (BLOCK OR ALLOW), WHO
      *     ADDED IT AND WHEN, ITS EXPIRY AND REASON, AND WHETHER
      *     IT IS STILL IN FORCE
      *   - FRAUDCSE: EVERY OPEN CASE ON THE CARD, THEN THE CASES
      *     CLOSED IN THE LAST RECENT-CLOSED-DAYS, WITH THE
      *     DISPOSITION AND THE ANALYST'S NOTE
      *   - FRAUDADL: THE MOST RECENT AUTH DECISIONS FRDAUTHS
      *     GAVE THE SWITCH ON THE CARD, NEWEST FIRST - VERDICT,
      *     RETURN CODE, P(YES) AND THE FIRST REASON CODE
      *
      * READ ONLY - NOTHING IS UPDATED.  THE AUTH LOG HOLDS THE
      * DECISIONS SINCE THE LAST FRDADREC DRAIN AND HAS NO CARD
      * KEY, SO IT IS READ BACKWARDS FROM THE NEWEST RECORD UP
      * TO THE DESK-AGREED SCAN LIMIT; THE SCREEN SAYS SO WHEN
      * THE LIMIT STOPPED THE SEARCH.
      *
      * TERMINAL INPUT (AFTER THE 4-BYTE TRANSACTION ID):
      *
      *   FRIQ TOKN ttttttttttttttttttt  - BY CARD TOKEN
      *   FRIQ LST4 llll uu              - BY LAST 4 AND USER
      *
      * A LAST-4/USER REQUEST IS RESOLVED TO THE TOKEN FROM THE
      * CASE FILE (CASES CARRY ALL THREE); FAILING THAT FROM THE
      * AUTH LOG, WHICH CARRIES NO USER, SO ONLY WHEN EXACTLY ONE
      * CARD WITH THAT LAST 4 IS THERE.  OTHERWISE THE DESK IS
      * ASKED FOR THE TOKEN.
      *
      * MODIFICATION HISTORY
      * --------------------
      * DATE       BY    DESCRIPTION
      * 2026-09-12 DRS    INITIAL VERSION
      * 2026-09-28 DRS    FRAUDADL RECORD 240 BYTES - THE LOG NOW
      *                   CARRIES MERCHANT, MCC AND CVV/AVS.
      * 2026-10-15 DRS    FRAUDADL LAYOUT MADE UP TO THE FULL 240
      *                   BYTES - TRAILING FILLER WAS 5 SHORT.
      ************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *---------------------------------------------------------
      * CARDHOLDER HISTORY - SAME LAYOUT FRAUDDET MAINTAINS.
      *---------------------------------------------------------
       01  FRAUDHST-RECORD.
           05 HIST-CARD-KEY             PIC X(19).
           05 HIST-TXN-COUNT-1HR        PIC 9(05) COMP.
           05 HIST-MERCHANT-COUNT-24HR  PIC 9(05) COMP.
           05 HIST-MERCHANT-LIST.
               10 HIST-MERCHANT-ENTRY   PIC 9(18)
                                        OCCURS 20 TIMES.
           05 HIST-LAST-YEAR            PIC 9(04).
           05 HIST-LAST-MONTH           PIC 9(02).
           05 HIST-LAST-DAY             PIC 9(02).
           05 HIST-LAST-HOUR            PIC 9(02).
           05 HIST-LAST-STATE           PIC X(02).
           05 HIST-LAST-ZIP             PIC 9(05).
           05 FILLER                    PIC X(03).

      *---------------------------------------------------------
      * CARD PRE-SCREEN LIST - SAME LAYOUT FRDPSLMT MAINTAINS,
      * HERE THE ONLINE KSDS COPY FRDAUTHS CHECKS.
      *---------------------------------------------------------
       01  FRAUDPSL-RECORD.
           05 PSL-CARD-TOKEN            PIC X(19).
           05 PSL-ACTION                PIC X(01).
               88 PSL-ALLOW-ENTRY                VALUE 'A'.
               88 PSL-BLOCK-ENTRY                VALUE 'B'.
           05 PSL-ADD-DATE              PIC 9(08).
           05 PSL-EXPIRE-DATE           PIC 9(08).
           05 PSL-ADD-USER              PIC X(08).
           05 PSL-REASON                PIC X(30).
           05 FILLER                    PIC X(06).

      *-----------------------------------------------------------
      * CASE RECORD - SAME LAYOUT FRAUDDET WRITES TO FRAUDCSE.
      *-----------------------------------------------------------
       01  FRAUDCSE-RECORD.
           05 CASE-SEQ-NO               PIC 9(09).
           05 CASE-CARD-LAST4           PIC X(04).
           05 CASE-CARD-TOKEN           PIC X(19).
           05 CASE-USER                 PIC 9(02).
           05 CASE-MERCHANT-NAME        PIC 9(18).
           05 CASE-AMOUNT               PIC 9(09)V9(02).
           05 CASE-PROB-YES             PIC 9(01)V9(16).
           05 CASE-REASON-CODE-1        PIC X(30).
           05 CASE-REASON-CODE-2        PIC X(30).
           05 CASE-REASON-CODE-3        PIC X(30).
           05 CASE-OPEN-DATE            PIC 9(08).
           05 CASE-STATUS               PIC X(01).
               88 CASE-IS-OPEN                   VALUE 'O'.
               88 CASE-IS-CLOSED                 VALUE 'C'.
           05 CASE-DISPOSITION          PIC X(01).
               88 CASE-CONFIRMED-FRAUD           VALUE 'F'.
               88 CASE-FALSE-POSITIVE            VALUE 'P'.
               88 CASE-CONTACT-CARDHOLDER        VALUE 'H'.
               88 CASE-UNDISPOSITIONED           VALUE ' '.
           05 CASE-DISP-USER            PIC X(08).
           05 CASE-DISP-DATE            PIC 9(08).
           05 CASE-DISP-TIME            PIC 9(06).
           05 CASE-ESCALATED-SW         PIC X(01).
               88 CASE-ESCALATED                 VALUE 'E'.
               88 CASE-NOT-ESCALATED             VALUE ' '.
           05 CASE-ASSIGNED-TO          PIC X(08).
           05 CASE-ASSIGN-USER          PIC X(08).
           05 CASE-ASSIGN-DATE          PIC 9(08).
           05 CASE-ASSIGN-TIME          PIC 9(06).
           05 CASE-NOTE                 PIC X(60).
           05 CASE-REVIEW-SW            PIC X(01).
               88 CASE-REVIEW-PENDING            VALUE 'R'.
               88 CASE-REVIEW-CONFIRMED          VALUE 'C'.
               88 CASE-NO-REVIEW                 VALUE ' '.
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
      * AUTH-DECISION LOG RECORD - SAME LAYOUT FRDAUTHS APPENDS
      * TO THE FRAUDADL ONLINE ESDS.
      *---------------------------------------------------------
       01  FRAUDADL-RECORD.
           05 ADL-LOG-DATE              PIC 9(08).
           05 ADL-LOG-TIME              PIC 9(06).
           05 ADL-CARD-TOKEN            PIC X(19).
           05 ADL-CARD-LAST4            PIC X(04).
           05 ADL-TXN-YEAR              PIC 9(04).
           05 ADL-TXN-MONTH             PIC 9(02).
           05 ADL-TXN-DAY               PIC 9(02).
           05 ADL-TXN-TIME              PIC 9(02).
           05 ADL-AMOUNT                PIC 9(07)V9(02).
           05 ADL-CURRENCY              PIC X(03).
           05 ADL-RETURN-CODE           PIC 9(02).
           05 ADL-PROB-NO               PIC 9(01)V9(16).
           05 ADL-PROB-YES              PIC 9(01)V9(16).
           05 ADL-VERDICT               PIC X(08).
           05 ADL-REASON-1              PIC X(30).
           05 ADL-REASON-2              PIC X(30).
           05 ADL-REASON-3              PIC X(30).
           05 FILLER                    PIC X(47).
       77  ADL-REC-LEN                  PIC S9(04) COMP VALUE +240.

      *-----------------------------------------------------------
      * TERMINAL INPUT AND PARSED COMMAND FIELDS
      *-----------------------------------------------------------
       01  TERM-INPUT.
           05 TERM-TRANID               PIC X(04).
           05 FILLER                    PIC X(01).
           05 TERM-COMMAND              PIC X(04).
               88 COMMAND-TOKEN                  VALUE 'TOKN'.
               88 COMMAND-LAST4                  VALUE 'LST4'.
           05 FILLER                    PIC X(01).
           05 TERM-CARD-TOKEN           PIC X(19).
           05 TERM-CARD-LAST4-USER REDEFINES TERM-CARD-TOKEN.
               10 TERM-CARD-LAST4       PIC X(04).
               10 FILLER                PIC X(01).
               10 TERM-USER             PIC X(02).
               10 FILLER                PIC X(12).
           05 FILLER                    PIC X(51).
       77  TERM-INPUT-LEN               PIC S9(04) COMP VALUE +80.

      *-----------------------------------------------------------
      * OUTPUT MESSAGE AREA - ONE SCREENFUL
      *-----------------------------------------------------------
       01  INQUIRY-MSG.
           05 MSG-LINE                  PIC X(79)
                                        OCCURS 22 TIMES
                                        INDEXED BY MSG-IDX.
       77  MSG-LINE-CTR                 PIC 9(04) COMP VALUE ZERO.
       77  INQUIRY-MSG-LEN              PIC S9(04) COMP.

       01  CARD-LINE.
           05 FILLER PIC X(06) VALUE 'CARD  '.
           05 CDL-CARD-TOKEN            PIC X(19).
           05 FILLER PIC X(08) VALUE '  LAST4 '.
           05 CDL-CARD-LAST4            PIC X(04).
           05 FILLER PIC X(07) VALUE '  USER '.
           05 CDL-USER                  PIC X(02).
           05 FILLER PIC X(05) VALUE '  AS '.
           05 CDL-AS-OF-DATE            PIC 9(08).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 CDL-AS-OF-TIME            PIC 9(06).
           05 FILLER                    PIC X(13) VALUE SPACES.

       01  HIST-LINE.
           05 FILLER PIC X(14) VALUE 'HISTORY  1HR: '.
           05 HSL-TXN-COUNT-1HR         PIC ZZZZ9.
           05 FILLER PIC X(10) VALUE '  24H MER:'.
           05 HSL-MERCH-COUNT-24HR      PIC ZZZZ9.
           05 FILLER PIC X(14) VALUE '  LAST SWIPE: '.
           05 HSL-LAST-YEAR             PIC 9(04).
           05 FILLER                    PIC X(01) VALUE '-'.
           05 HSL-LAST-MONTH            PIC 9(02).
           05 FILLER                    PIC X(01) VALUE '-'.
           05 HSL-LAST-DAY              PIC 9(02).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 HSL-LAST-HOUR             PIC 9(02).
           05 FILLER PIC X(04) VALUE 'H ST'.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 HSL-LAST-STATE            PIC X(02).
           05 FILLER PIC X(05) VALUE ' ZIP '.
           05 HSL-LAST-ZIP              PIC 9(05).
           05 FILLER                    PIC X(01) VALUE SPACE.

       01  PSL-LINE.
           05 FILLER PIC X(11) VALUE 'PRE-SCREEN '.
           05 PSLL-ACTION               PIC X(05).
           05 FILLER PIC X(05) VALUE ' ADD '.
           05 PSLL-ADD-DATE             PIC 9(08).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 PSLL-ADD-USER             PIC X(08).
           05 FILLER PIC X(05) VALUE ' EXP '.
           05 PSLL-EXPIRE-DATE          PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 PSLL-IN-FORCE             PIC X(07).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 PSLL-REASON               PIC X(19).

       01  CASE-LINE.
           05 CSL-CASE-NO               PIC 9(09).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 CSL-OPEN-DATE             PIC 9(08).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 CSL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 CSL-STATUS                PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 CSL-DISPOSITION           PIC X(05).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 CSL-DISP-USER             PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 CSL-DISP-DATE             PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 CSL-FLAGS                 PIC X(11).
           05 FILLER                    PIC X(03) VALUE SPACES.
       01  NOTE-LINE.
           05 FILLER PIC X(10) VALUE '    NOTE: '.
           05 NTL-NOTE                  PIC X(60).
           05 FILLER                    PIC X(09) VALUE SPACES.

       01  ADL-LINE.
           05 ADLL-LOG-DATE             PIC 9(08).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 ADLL-LOG-TIME             PIC 9(06).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 ADLL-AMOUNT               PIC Z,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 ADLL-CURRENCY             PIC X(03).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 ADLL-VERDICT              PIC X(08).
           05 FILLER PIC X(03) VALUE ' RC'.
           05 ADLL-RETURN-CODE          PIC 9(02).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 ADLL-PROB-YES             PIC 9.9999.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 ADLL-REASON-1             PIC X(25).

       01  REPLY-LINE                   PIC X(79) VALUE SPACES.
       77  REPLY-LEN                    PIC S9(04) COMP VALUE +79.

      *-----------------------------------------------------------
      * CICS FILE-CONTROL WORK FIELDS
      *-----------------------------------------------------------
       77  CICS-RESP                    PIC S9(08) COMP VALUE ZERO.
       77  HIST-KEY-WS                  PIC X(19) VALUE SPACES.
       77  PSL-KEY-WS                   PIC X(19) VALUE SPACES.
       77  BROWSE-KEY                   PIC 9(09) VALUE ZERO.
      *X'FFFFFFFF' - STARTS AN ESDS BROWSE AT THE LAST RECORD
       77  ADL-RBA                      PIC S9(08) COMP VALUE -1.
       77  BROWSE-DONE-SWITCH           PIC X(01) VALUE 'N'.
           88 BROWSE-DONE                        VALUE 'Y'.
       77  ADL-UNAVAILABLE-SW           PIC X(01) VALUE 'N'.
           88 ADL-UNAVAILABLE                    VALUE 'Y'.
       77  ADL-LIMIT-HIT-SW             PIC X(01) VALUE 'N'.
           88 ADL-LIMIT-HIT                      VALUE 'Y'.

      *-----------------------------------------------------------
      * CARD BEING INQUIRED ON, AND THE LAST-4 RESOLUTION
      *-----------------------------------------------------------
       77  INQ-CARD-TOKEN               PIC X(19) VALUE SPACES.
       77  INQ-CARD-LAST4               PIC X(04) VALUE SPACES.
       77  INQ-USER                     PIC X(02) VALUE SPACES.
       77  INQ-USER-NUM                 PIC 9(02) VALUE ZERO.
       77  RESOLVE-SWITCH               PIC X(01) VALUE 'N'.
           88 TOKEN-RESOLVED                     VALUE 'Y'.
           88 TOKEN-AMBIGUOUS                    VALUE 'A'.
           88 TOKEN-NOT-RESOLVED                 VALUE 'N'.

      *-----------------------------------------------------------
      * DISPLAY LIMITS - DESK-AGREED.  CASES CLOSED WITHIN
      * RECENT-CLOSED-DAYS ARE SHOWN AFTER THE OPEN ONES; THE
      * AUTH LOG IS READ BACK NO FURTHER THAN ADL-SCAN-LIMIT
      * RECORDS.
      *-----------------------------------------------------------
       77  RECENT-CLOSED-DAYS           PIC 9(03) COMP VALUE 30.
       77  CASE-SHOW-LIMIT              PIC 9(04) COMP VALUE 5.
       77  ADL-SHOW-LIMIT               PIC 9(04) COMP VALUE 5.
       77  ADL-SCAN-LIMIT               PIC 9(09) COMP VALUE 20000.

       77  CASE-PASS-WS                 PIC 9(01) VALUE ZERO.
           88 PASS-OPEN-CASES                    VALUE 1.
           88 PASS-CLOSED-CASES                  VALUE 2.
       77  CASES-SHOWN                  PIC 9(04) COMP VALUE ZERO.
       77  CASES-FOUND                  PIC 9(04) COMP VALUE ZERO.
       77  ADL-SHOWN                    PIC 9(04) COMP VALUE ZERO.
       77  ADL-SCANNED                  PIC 9(09) COMP VALUE ZERO.
       77  CASE-HDG-LINE                PIC 9(04) COMP VALUE ZERO.
       77  COUNT-EDIT                   PIC ZZZ9.

      *-----------------------------------------------------------
      * DATE STAMPS - TODAY, AND THE OLDEST DISPOSITION DATE
      * STILL COUNTED AS RECENTLY CLOSED
      *-----------------------------------------------------------
       77  CURRENT-ABSTIME              PIC S9(15) COMP-3 VALUE ZERO.
       77  CUTOFF-ABSTIME               PIC S9(15) COMP-3 VALUE ZERO.
       77  TODAY-DATE                   PIC 9(08) VALUE ZERO.
       77  TODAY-TIME                   PIC 9(06) VALUE ZERO.
       77  CLOSED-CUTOFF-DATE           PIC 9(08) VALUE ZERO.

       PROCEDURE DIVISION.

      *---------------
       0000-MAINLINE.
      *---------------

             PERFORM 1000-RECEIVE-COMMAND
                THRU 1000-RECEIVE-COMMAND-X.

             EVALUATE TRUE
                 WHEN COMMAND-TOKEN
                     IF TERM-CARD-TOKEN = SPACES
                         MOVE 'FRDCDINQ - GIVE THE 19-CHARACTER CARD T
      -                      'OKEN' TO REPLY-LINE
                         PERFORM 8000-SEND-REPLY
                            THRU 8000-SEND-REPLY-X
                         EXEC CICS RETURN END-EXEC
                     END-IF
                     MOVE TERM-CARD-TOKEN TO INQ-CARD-TOKEN
                     MOVE 'Y' TO RESOLVE-SWITCH
                 WHEN COMMAND-LAST4
                     IF TERM-CARD-LAST4 = SPACES
                      OR TERM-USER NOT NUMERIC
                         MOVE 'FRDCDINQ - USE: FRIQ LST4 LLLL UU (LAST
      -                      ' 4, 2-DIGIT USER)' TO REPLY-LINE
                         PERFORM 8000-SEND-REPLY
                            THRU 8000-SEND-REPLY-X
                         EXEC CICS RETURN END-EXEC
                     END-IF
                     MOVE TERM-CARD-LAST4 TO INQ-CARD-LAST4
                     MOVE TERM-USER       TO INQ-USER
                     MOVE TERM-USER       TO INQ-USER-NUM
                     PERFORM 2000-RESOLVE-TOKEN
                        THRU 2000-RESOLVE-TOKEN-X
                 WHEN OTHER
                     MOVE 'FRDCDINQ - USE: FRIQ TOKN CARD-TOKEN  OR  F
      -              'RIQ LST4 LLLL UU' TO REPLY-LINE
                     PERFORM 8000-SEND-REPLY
                        THRU 8000-SEND-REPLY-X
                     EXEC CICS RETURN END-EXEC
             END-EVALUATE.

             IF TOKEN-AMBIGUOUS
                 MOVE 'FRDCDINQ - MORE THAN ONE CARD WITH THAT LAST 4 I
      -              'N THE AUTH LOG - GIVE THE TOKEN' TO REPLY-LINE
                 PERFORM 8000-SEND-REPLY
                    THRU 8000-SEND-REPLY-X
                 EXEC CICS RETURN END-EXEC
             END-IF.

             IF TOKEN-NOT-RESOLVED
                 MOVE 'FRDCDINQ - NO CASE OR AUTH FOR THAT LAST 4/USER
      -              ' - GIVE THE TOKEN' TO REPLY-LINE
                 PERFORM 8000-SEND-REPLY
                    THRU 8000-SEND-REPLY-X
                 EXEC CICS RETURN END-EXEC
             END-IF.

             PERFORM 3000-BUILD-SCREEN
                THRU 3000-BUILD-SCREEN-X.

             EXEC CICS RETURN END-EXEC.

      *-----------------
       0000-MAINLINE-X.
      *-----------------

      *-----------------------------------------------------------
      * RECEIVES THE TERMINAL INPUT AND LEAVES THE PARSED COMMAND
      * FIELDS IN TERM-INPUT.  ALSO STAMPS TODAY AND THE RECENTLY-
      * CLOSED CUT-OFF DATE.
      *-----------------------------------------------------------
       1000-RECEIVE-COMMAND.
      *-----------------------------------------------------------

             MOVE SPACES TO TERM-INPUT.
             MOVE +80 TO TERM-INPUT-LEN.

             EXEC CICS RECEIVE INTO(TERM-INPUT)
                  LENGTH(TERM-INPUT-LEN)
                  RESP(CICS-RESP)
                  END-EXEC.

             EXEC CICS ASKTIME ABSTIME(CURRENT-ABSTIME) END-EXEC.
             EXEC CICS FORMATTIME ABSTIME(CURRENT-ABSTIME)
                  YYYYMMDD(TODAY-DATE)
                  TIME(TODAY-TIME)
                  END-EXEC.

      *ABSTIME IS IN MILLISECONDS
             COMPUTE CUTOFF-ABSTIME = CURRENT-ABSTIME
                                    - (RECENT-CLOSED-DAYS * 86400000).
             EXEC CICS FORMATTIME ABSTIME(CUTOFF-ABSTIME)
                  YYYYMMDD(CLOSED-CUTOFF-DATE)
                  END-EXEC.

      *-------------------------
       1000-RECEIVE-COMMAND-X.
      *-------------------------

      *-----------------------------------------------------------
      * RESOLVES A LAST-4/USER REQUEST TO THE CARD TOKEN.  THE
      * CASE FILE IS TRIED FIRST - A CASE CARRIES THE LAST 4, THE
      * USER AND THE TOKEN.  FAILING THAT THE AUTH LOG IS READ
      * BACK FOR THE LAST 4; IT CARRIES NO USER, SO A SECOND
      * DIFFERENT TOKEN WITH THE SAME LAST 4 MAKES THE REQUEST
      * AMBIGUOUS.
      *-----------------------------------------------------------
       2000-RESOLVE-TOKEN.
      *-----------------------------------------------------------

             MOVE 'N' TO RESOLVE-SWITCH.
             MOVE ZERO TO BROWSE-KEY.
             MOVE 'N' TO BROWSE-DONE-SWITCH.

             EXEC CICS STARTBR FILE('FRAUDCSE')
                  RIDFLD(BROWSE-KEY)
                  GTEQ
                  RESP(CICS-RESP)
                  END-EXEC.

             IF CICS-RESP = DFHRESP(NORMAL)
                 PERFORM 2100-MATCH-CASE
                    THRU 2100-MATCH-CASE-X
                    UNTIL BROWSE-DONE
                 EXEC CICS ENDBR FILE('FRAUDCSE')
                      RESP(CICS-RESP)
                      END-EXEC
             END-IF.

             IF TOKEN-RESOLVED
                 GO TO 2000-RESOLVE-TOKEN-X
             END-IF.

             MOVE -1 TO ADL-RBA.
             MOVE ZERO TO ADL-SCANNED.
             MOVE 'N' TO BROWSE-DONE-SWITCH.

             EXEC CICS STARTBR FILE('FRAUDADL')
                  RIDFLD(ADL-RBA)
                  RBA
                  RESP(CICS-RESP)
                  END-EXEC.

             IF CICS-RESP NOT = DFHRESP(NORMAL)
                 GO TO 2000-RESOLVE-TOKEN-X
             END-IF.

             PERFORM 2200-MATCH-AUTH
                THRU 2200-MATCH-AUTH-X
                UNTIL BROWSE-DONE.

             EXEC CICS ENDBR FILE('FRAUDADL')
                  RESP(CICS-RESP)
                  END-EXEC.

      *-----------------------
       2000-RESOLVE-TOKEN-X.
      *-----------------------

       2100-MATCH-CASE.

             EXEC CICS READNEXT FILE('FRAUDCSE')
                  INTO(FRAUDCSE-RECORD)
                  RIDFLD(BROWSE-KEY)
                  RESP(CICS-RESP)
                  END-EXEC.

             IF CICS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 'Y' TO BROWSE-DONE-SWITCH
                 GO TO 2100-MATCH-CASE-X
             END-IF.

             IF CASE-CARD-LAST4 = INQ-CARD-LAST4
              AND CASE-USER = INQ-USER-NUM
              AND CASE-CARD-TOKEN NOT = SPACES
                 MOVE CASE-CARD-TOKEN TO INQ-CARD-TOKEN
                 MOVE 'Y' TO RESOLVE-SWITCH
                 MOVE 'Y' TO BROWSE-DONE-SWITCH
             END-IF.

       2100-MATCH-CASE-X.

       2200-MATCH-AUTH.

             EXEC CICS READPREV FILE('FRAUDADL')
                  INTO(FRAUDADL-RECORD)
                  RIDFLD(ADL-RBA)
                  RBA
                  LENGTH(ADL-REC-LEN)
                  RESP(CICS-RESP)
                  END-EXEC.

             IF CICS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 'Y' TO BROWSE-DONE-SWITCH
                 GO TO 2200-MATCH-AUTH-X
             END-IF.

             ADD 1 TO ADL-SCANNED.
             IF ADL-SCANNED NOT < ADL-SCAN-LIMIT
                 MOVE 'Y' TO BROWSE-DONE-SWITCH
             END-IF.

             IF ADL-CARD-LAST4 NOT = INQ-CARD-LAST4
              OR ADL-CARD-TOKEN = SPACES
                 GO TO 2200-MATCH-AUTH-X
             END-IF.

             IF TOKEN-NOT-RESOLVED
                 MOVE ADL-CARD-TOKEN TO INQ-CARD-TOKEN
                 MOVE 'Y' TO RESOLVE-SWITCH
                 GO TO 2200-MATCH-AUTH-X
             END-IF.

             IF ADL-CARD-TOKEN NOT = INQ-CARD-TOKEN
                 MOVE 'A' TO RESOLVE-SWITCH
                 MOVE 'Y' TO BROWSE-DONE-SWITCH
             END-IF.

       2200-MATCH-AUTH-X.

      *-----------------------------------------------------------
      * BUILDS AND SENDS THE INQUIRY SCREEN FOR INQ-CARD-TOKEN.
      *-----------------------------------------------------------
       3000-BUILD-SCREEN.
      *-----------------------------------------------------------

             MOVE SPACES TO INQUIRY-MSG.
             MOVE ZERO TO MSG-LINE-CTR.

      *LINE 1 IS FILLED LAST - A TOKEN REQUEST LEARNS THE LAST 4
      *AND USER FROM THE CASES AND AUTHS IT FINDS
             PERFORM 8100-ADD-LINE
                THRU 8100-ADD-LINE-X.

             PERFORM 3100-SHOW-HISTORY
                THRU 3100-SHOW-HISTORY-X.

             PERFORM 3200-SHOW-PRESCREEN
                THRU 3200-SHOW-PRESCREEN-X.

             PERFORM 3300-SHOW-CASES
                THRU 3300-SHOW-CASES-X.

             PERFORM 3500-SHOW-AUTHS
                THRU 3500-SHOW-AUTHS-X.

             MOVE INQ-CARD-TOKEN TO CDL-CARD-TOKEN.
             MOVE INQ-CARD-LAST4 TO CDL-CARD-LAST4.
             MOVE INQ-USER       TO CDL-USER.
             MOVE TODAY-DATE     TO CDL-AS-OF-DATE.
             MOVE TODAY-TIME     TO CDL-AS-OF-TIME.
             MOVE CARD-LINE TO MSG-LINE(1).

             COMPUTE INQUIRY-MSG-LEN = MSG-LINE-CTR * 79.
             EXEC CICS SEND TEXT FROM(INQUIRY-MSG)
                  LENGTH(INQUIRY-MSG-LEN)
                  ERASE
                  FREEKB
                  END-EXEC.

      *----------------------
       3000-BUILD-SCREEN-X.
      *----------------------

      *-----------------------------------------------------------
      * THE FRAUDHST VELOCITY/LAST-SWIPE LINE.
      *-----------------------------------------------------------
       3100-SHOW-HISTORY.
      *-----------------------------------------------------------

             MOVE INQ-CARD-TOKEN TO HIST-KEY-WS.
             EXEC CICS READ FILE('FRAUDHST')
                  INTO(FRAUDHST-RECORD)
                  RIDFLD(HIST-KEY-WS)
                  RESP(CICS-RESP)
                  END-EXEC.

             PERFORM 8100-ADD-LINE
                THRU 8100-ADD-LINE-X.

             EVALUATE TRUE
                 WHEN CICS-RESP = DFHRESP(NORMAL)
                     MOVE HIST-TXN-COUNT-1HR   TO HSL-TXN-COUNT-1HR
                     MOVE HIST-MERCHANT-COUNT-24HR
                                               TO HSL-MERCH-COUNT-24HR
                     MOVE HIST-LAST-YEAR       TO HSL-LAST-YEAR
                     MOVE HIST-LAST-MONTH      TO HSL-LAST-MONTH
                     MOVE HIST-LAST-DAY        TO HSL-LAST-DAY
                     MOVE HIST-LAST-HOUR       TO HSL-LAST-HOUR
                     MOVE HIST-LAST-STATE      TO HSL-LAST-STATE
                     MOVE HIST-LAST-ZIP        TO HSL-LAST-ZIP
                     MOVE HIST-LINE TO MSG-LINE(MSG-IDX)
                 WHEN CICS-RESP = DFHRESP(NOTFND)
                     MOVE 'HISTORY  NONE - NO SETTLED TRANSACTION SCORE
      -                  'D ON THIS CARD YET' TO MSG-LINE(MSG-IDX)
                 WHEN OTHER
                     MOVE 'HISTORY  UNAVAILABLE - FRAUDHST NOT READABL
      -                  'E' TO MSG-LINE(MSG-IDX)
             END-EVALUATE.

      *----------------------
       3100-SHOW-HISTORY-X.
      *----------------------

      *-----------------------------------------------------------
      * THE PRE-SCREEN ENTRY.  AN ENTRY PAST ITS EXPIRY DATE IS
      * SHOWN BUT MARKED EXPIRED - FRDAUTHS AND THE OVERNIGHT
      * RUN BOTH TREAT IT AS NOT ON THE LIST.
      *-----------------------------------------------------------
       3200-SHOW-PRESCREEN.
      *-----------------------------------------------------------

             MOVE INQ-CARD-TOKEN TO PSL-KEY-WS.
             EXEC CICS READ FILE('FRAUDPSL')
                  INTO(FRAUDPSL-RECORD)
                  RIDFLD(PSL-KEY-WS)
                  RESP(CICS-RESP)
                  END-EXEC.

             PERFORM 8100-ADD-LINE
                THRU 8100-ADD-LINE-X.

             IF CICS-RESP = DFHRESP(NOTFND)
                 MOVE 'PRE-SCREEN  NOT ON THE LIST' TO MSG-LINE(MSG-IDX)
                 GO TO 3200-SHOW-PRESCREEN-X
             END-IF.
             IF CICS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 'PRE-SCREEN  UNAVAILABLE - FRAUDPSL NOT READABLE
      -              '' TO MSG-LINE(MSG-IDX)
                 GO TO 3200-SHOW-PRESCREEN-X
             END-IF.

             EVALUATE TRUE
                 WHEN PSL-BLOCK-ENTRY
                     MOVE 'BLOCK' TO PSLL-ACTION
                 WHEN PSL-ALLOW-ENTRY
                     MOVE 'ALLOW' TO PSLL-ACTION
                 WHEN OTHER
                     MOVE PSL-ACTION TO PSLL-ACTION
             END-EVALUATE.
             MOVE PSL-ADD-DATE TO PSLL-ADD-DATE.
             MOVE PSL-ADD-USER TO PSLL-ADD-USER.
             IF PSL-EXPIRE-DATE = ZERO
                 MOVE 'NEVER'         TO PSLL-EXPIRE-DATE
                 MOVE 'ACTIVE'        TO PSLL-IN-FORCE
             ELSE
                 MOVE PSL-EXPIRE-DATE TO PSLL-EXPIRE-DATE
                 IF PSL-EXPIRE-DATE < TODAY-DATE
                     MOVE 'EXPIRED'   TO PSLL-IN-FORCE
                 ELSE
                     MOVE 'ACTIVE'    TO PSLL-IN-FORCE
                 END-IF
             END-IF.
             MOVE PSL-REASON TO PSLL-REASON.
             MOVE PSL-LINE TO MSG-LINE(MSG-IDX).

      *------------------------
       3200-SHOW-PRESCREEN-X.
      *------------------------

      *-----------------------------------------------------------
      * THE CARD'S CASES - OPEN ONES FIRST (PASS 1), THEN THOSE
      * CLOSED ON OR AFTER THE CUT-OFF DATE (PASS 2), EACH WITH
      * ITS NOTE LINE, UP TO CASE-SHOW-LIMIT.  THE HEADING SAYS
      * HOW MANY MATCHED IN ALL.
      *-----------------------------------------------------------
       3300-SHOW-CASES.
      *-----------------------------------------------------------

             PERFORM 8100-ADD-LINE
                THRU 8100-ADD-LINE-X.
             MOVE MSG-LINE-CTR TO CASE-HDG-LINE.
             MOVE ZERO TO CASES-SHOWN CASES-FOUND.

             MOVE 1 TO CASE-PASS-WS.
             PERFORM 3400-BROWSE-CASES
                THRU 3400-BROWSE-CASES-X.
             MOVE 2 TO CASE-PASS-WS.
             PERFORM 3400-BROWSE-CASES
                THRU 3400-BROWSE-CASES-X.

      *THE HEADING LINE WAS RESERVED BEFORE THE BROWSE
             SET MSG-IDX TO CASE-HDG-LINE.
             MOVE CASES-FOUND TO COUNT-EDIT.
             STRING 'CASES (OPEN, THEN CLOSED SINCE '
                 CLOSED-CUTOFF-DATE ') - ' COUNT-EDIT ' FOUND'
                 DELIMITED BY SIZE INTO MSG-LINE(MSG-IDX).
             IF CASES-FOUND = ZERO
                 PERFORM 8100-ADD-LINE
                    THRU 8100-ADD-LINE-X
                 MOVE '  (NONE)' TO MSG-LINE(MSG-IDX)
             END-IF.

      *--------------------
       3300-SHOW-CASES-X.
      *--------------------

       3400-BROWSE-CASES.

             MOVE ZERO TO BROWSE-KEY.
             MOVE 'N' TO BROWSE-DONE-SWITCH.

             EXEC CICS STARTBR FILE('FRAUDCSE')
                  RIDFLD(BROWSE-KEY)
                  GTEQ
                  RESP(CICS-RESP)
                  END-EXEC.

             IF CICS-RESP NOT = DFHRESP(NORMAL)
                 GO TO 3400-BROWSE-CASES-X
             END-IF.

             PERFORM 3450-NEXT-CASE
                THRU 3450-NEXT-CASE-X
                UNTIL BROWSE-DONE.

             EXEC CICS ENDBR FILE('FRAUDCSE')
                  RESP(CICS-RESP)
                  END-EXEC.

       3400-BROWSE-CASES-X.

       3450-NEXT-CASE.

             EXEC CICS READNEXT FILE('FRAUDCSE')
                  INTO(FRAUDCSE-RECORD)
                  RIDFLD(BROWSE-KEY)
                  RESP(CICS-RESP)
                  END-EXEC.

             IF CICS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 'Y' TO BROWSE-DONE-SWITCH
                 GO TO 3450-NEXT-CASE-X
             END-IF.

             IF CASE-CARD-TOKEN NOT = INQ-CARD-TOKEN
                 GO TO 3450-NEXT-CASE-X
             END-IF.
             IF PASS-OPEN-CASES AND NOT CASE-IS-OPEN
                 GO TO 3450-NEXT-CASE-X
             END-IF.
             IF PASS-CLOSED-CASES
                 IF NOT CASE-IS-CLOSED
                  OR CASE-DISP-DATE < CLOSED-CUTOFF-DATE
                     GO TO 3450-NEXT-CASE-X
                 END-IF
             END-IF.

             ADD 1 TO CASES-FOUND.
             IF INQ-CARD-LAST4 = SPACES
                 MOVE CASE-CARD-LAST4 TO INQ-CARD-LAST4
                 MOVE CASE-USER       TO INQ-USER
             END-IF.
             IF CASES-SHOWN NOT < CASE-SHOW-LIMIT
                 GO TO 3450-NEXT-CASE-X
             END-IF.

             ADD 1 TO CASES-SHOWN.
             MOVE CASE-SEQ-NO    TO CSL-CASE-NO.
             MOVE CASE-OPEN-DATE TO CSL-OPEN-DATE.
             MOVE CASE-AMOUNT    TO CSL-AMOUNT.
             MOVE SPACES         TO CSL-FLAGS.
             IF CASE-IS-OPEN
                 MOVE 'OPEN'     TO CSL-STATUS
             ELSE
                 MOVE 'CLOSED'   TO CSL-STATUS
             END-IF.
             EVALUATE TRUE
                 WHEN CASE-CONFIRMED-FRAUD
                     MOVE 'FRAUD' TO CSL-DISPOSITION
                 WHEN CASE-FALSE-POSITIVE
                     MOVE 'FALSE' TO CSL-DISPOSITION
                 WHEN CASE-CONTACT-CARDHOLDER
                     MOVE 'CONTC' TO CSL-DISPOSITION
                 WHEN OTHER
                     MOVE '-'     TO CSL-DISPOSITION
             END-EVALUATE.
             MOVE CASE-DISP-USER TO CSL-DISP-USER.
             IF CASE-DISP-DATE = ZERO
                 MOVE SPACES         TO CSL-DISP-DATE
             ELSE
                 MOVE CASE-DISP-DATE TO CSL-DISP-DATE
             END-IF.
             IF CASE-ESCALATED
                 MOVE 'ESC' TO CSL-FLAGS(1:3)
             END-IF.
             IF CASE-REVIEW-PENDING
                 MOVE 'RVW' TO CSL-FLAGS(5:3)
             END-IF.
             IF CASE-REISSUE-TOKEN NOT = SPACES
                 MOVE 'REI' TO CSL-FLAGS(9:3)
             END-IF.
             PERFORM 8100-ADD-LINE
                THRU 8100-ADD-LINE-X.
             MOVE CASE-LINE TO MSG-LINE(MSG-IDX).

             MOVE CASE-NOTE TO NTL-NOTE.
             PERFORM 8100-ADD-LINE
                THRU 8100-ADD-LINE-X.
             MOVE NOTE-LINE TO MSG-LINE(MSG-IDX).

       3450-NEXT-CASE-X.

      *-----------------------------------------------------------
      * THE MOST RECENT AUTH DECISIONS ON THE CARD, NEWEST
      * FIRST, READ BACKWARDS FROM THE END OF THE LOG.
      *-----------------------------------------------------------
       3500-SHOW-AUTHS.
      *-----------------------------------------------------------

             PERFORM 8100-ADD-LINE
                THRU 8100-ADD-LINE-X.
             MOVE 'AUTH DECISIONS SINCE THE LAST LOG DRAIN, NEWEST FI
      -          'RST' TO MSG-LINE(MSG-IDX).

             MOVE ZERO TO ADL-SHOWN ADL-SCANNED.
             MOVE 'N' TO ADL-LIMIT-HIT-SW.
             MOVE 'N' TO BROWSE-DONE-SWITCH.
             MOVE -1 TO ADL-RBA.

             EXEC CICS STARTBR FILE('FRAUDADL')
                  RIDFLD(ADL-RBA)
                  RBA
                  RESP(CICS-RESP)
                  END-EXEC.

             IF CICS-RESP = DFHRESP(NORMAL)
                 PERFORM 3600-PREVIOUS-AUTH
                    THRU 3600-PREVIOUS-AUTH-X
                    UNTIL BROWSE-DONE
                 EXEC CICS ENDBR FILE('FRAUDADL')
                      RESP(CICS-RESP)
                      END-EXEC
             ELSE
                 IF CICS-RESP NOT = DFHRESP(NOTFND)
                     MOVE 'Y' TO ADL-UNAVAILABLE-SW
                 END-IF
             END-IF.

             IF ADL-UNAVAILABLE
                 PERFORM 8100-ADD-LINE
                    THRU 8100-ADD-LINE-X
                 MOVE '  (AUTH LOG UNAVAILABLE - DRAIN IN PROGRESS?)'
                     TO MSG-LINE(MSG-IDX)
                 GO TO 3500-SHOW-AUTHS-X
             END-IF.
             IF ADL-SHOWN = ZERO
                 PERFORM 8100-ADD-LINE
                    THRU 8100-ADD-LINE-X
                 MOVE '  (NONE)' TO MSG-LINE(MSG-IDX)
             END-IF.
             IF ADL-LIMIT-HIT
                 PERFORM 8100-ADD-LINE
                    THRU 8100-ADD-LINE-X
                 MOVE '  (SCAN LIMIT REACHED - OLDER AUTHS NOT SEARCHE
      -              'D)' TO MSG-LINE(MSG-IDX)
             END-IF.

      *--------------------
       3500-SHOW-AUTHS-X.
      *--------------------

       3600-PREVIOUS-AUTH.

             EXEC CICS READPREV FILE('FRAUDADL')
                  INTO(FRAUDADL-RECORD)
                  RIDFLD(ADL-RBA)
                  RBA
                  LENGTH(ADL-REC-LEN)
                  RESP(CICS-RESP)
                  END-EXEC.

             IF CICS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 'Y' TO BROWSE-DONE-SWITCH
                 GO TO 3600-PREVIOUS-AUTH-X
             END-IF.

             ADD 1 TO ADL-SCANNED.

             IF ADL-CARD-TOKEN = INQ-CARD-TOKEN
                 ADD 1 TO ADL-SHOWN
                 IF INQ-CARD-LAST4 = SPACES
                     MOVE ADL-CARD-LAST4 TO INQ-CARD-LAST4
                 END-IF
                 MOVE ADL-LOG-DATE    TO ADLL-LOG-DATE
                 MOVE ADL-LOG-TIME    TO ADLL-LOG-TIME
                 MOVE ADL-AMOUNT      TO ADLL-AMOUNT
                 MOVE ADL-CURRENCY    TO ADLL-CURRENCY
                 MOVE ADL-VERDICT     TO ADLL-VERDICT
                 MOVE ADL-RETURN-CODE TO ADLL-RETURN-CODE
                 MOVE ADL-PROB-YES    TO ADLL-PROB-YES
                 MOVE ADL-REASON-1    TO ADLL-REASON-1
                 PERFORM 8100-ADD-LINE
                    THRU 8100-ADD-LINE-X
                 MOVE ADL-LINE TO MSG-LINE(MSG-IDX)
             END-IF.

             IF ADL-SHOWN NOT < ADL-SHOW-LIMIT
                 MOVE 'Y' TO BROWSE-DONE-SWITCH
                 GO TO 3600-PREVIOUS-AUTH-X
             END-IF.
             IF ADL-SCANNED NOT < ADL-SCAN-LIMIT
                 MOVE 'Y' TO ADL-LIMIT-HIT-SW
                 MOVE 'Y' TO BROWSE-DONE-SWITCH
             END-IF.

       3600-PREVIOUS-AUTH-X.

      *-----------------------------------------------------------
      * SENDS A SINGLE-LINE REPLY TO THE TERMINAL.
      *-----------------------------------------------------------
       8000-SEND-REPLY.
      *-----------------------------------------------------------

             EXEC CICS SEND TEXT FROM(REPLY-LINE)
                  LENGTH(REPLY-LEN)
                  ERASE
                  FREEKB
                  END-EXEC.

      *---------------------
       8000-SEND-REPLY-X.
      *---------------------

      *Next screen line - the last line is reused once full
       8100-ADD-LINE.
             IF MSG-LINE-CTR < 22
                 ADD 1 TO MSG-LINE-CTR
             END-IF.
             SET MSG-IDX TO MSG-LINE-CTR.
       8100-ADD-LINE-X.
