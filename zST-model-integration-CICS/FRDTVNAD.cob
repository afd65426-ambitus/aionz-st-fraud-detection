       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDTVNAD.

      * AUTHOR - DRS ************************************************
      *
      * AI ON IBM Z SOLUTION TEMPLATE
      *
      * CUSTOMER-SERVICE TRAVEL NOTICE TRANSACTION (FRTV).  WHEN A
      * CARDHOLDER PHONES IN A TRIP THE DESK RECORDS WHERE AND
      * WHEN, SO A SWIPE IN A DESTINATION STATE INSIDE THE TRIP
      * IS NOT TREATED AS A STATE JUMP OR AN UNUSUAL STATE BY
      * FRDAUTHS OR THE OVERNIGHT RUN:
      *
      *   - THE NOTICE IS WRITTEN STRAIGHT ONTO FRAUDTVN, SO THE
      *     VERY NEXT AUTH ON THE CARD SEES IT
      *   - A BEFORE/AFTER AUDIT RECORD (WHO, WHEN, WHAT) IS
      *     QUEUED ON TVNQ FOR EVERY CHANGE, AND FRDTVNEX ADDS
      *     THE QUEUE TO THE CUMULATIVE AUDIT TRAIL NIGHTLY
      *
      * ONE NOTICE PER CARD - A NEW ADD REPLACES THE NOTICE ON
      * FILE.  THE TRIP MAY NOT END BEFORE TODAY OR RUN LONGER
      * THAN TVN-MAX-SPAN-DAYS.
      *
      * TERMINAL INPUT (AFTER THE 4-BYTE TRANSACTION ID):
      *
      *   FRTV ADD  ttttttttttttttttttt yyyymmdd yyyymmdd SS SS ..
      *   FRTV CNCL ttttttttttttttttttt
      *
      * WHERE t...t IS THE 19-CHARACTER CARD TOKEN, THE DATES ARE
      * THE FIRST AND LAST DAY OF THE TRIP AND SS ARE UP TO FIVE
      * DESTINATION STATE CODES.
      *
      * MODIFICATION HISTORY
      * --------------------
      * DATE       BY    DESCRIPTION
      * 2026-09-25 DRS    INITIAL VERSION
      ************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *-----------------------------------------------------------
      * CARDHOLDER TRAVEL NOTICE - SAME LAYOUT FRAUDDET, FRDAUTHS
      * AND FRDTVNEX READ.
      *-----------------------------------------------------------
       01  FRAUDTVN-RECORD.
           05 TVN-CARD-TOKEN            PIC X(19).
           05 TVN-STATE                 PIC X(02) OCCURS 5 TIMES.
           05 TVN-START-DATE            PIC 9(08).
           05 TVN-END-DATE              PIC 9(08).
           05 TVN-ADD-DATE              PIC 9(08).
           05 TVN-ADD-TIME              PIC 9(06).
           05 TVN-ADD-USER              PIC X(08).
           05 FILLER                    PIC X(13).

      *-----------------------------------------------------------
      * TERMINAL INPUT AND PARSED COMMAND FIELDS
      *-----------------------------------------------------------
       01  TERM-INPUT.
           05 TERM-TRANID               PIC X(04).
           05 FILLER                    PIC X(01).
           05 TERM-COMMAND              PIC X(04).
               88 COMMAND-ADD                    VALUE 'ADD '.
               88 COMMAND-CANCEL                 VALUE 'CNCL'.
           05 FILLER                    PIC X(01).
           05 TERM-CARD-TOKEN           PIC X(19).
           05 FILLER                    PIC X(01).
           05 TERM-START-DATE           PIC X(08).
           05 TERM-START-YMD REDEFINES TERM-START-DATE.
               10 TERM-START-YEAR       PIC 9(04).
               10 TERM-START-MONTH      PIC 9(02).
               10 TERM-START-DAY        PIC 9(02).
           05 FILLER                    PIC X(01).
           05 TERM-END-DATE             PIC X(08).
           05 TERM-END-YMD REDEFINES TERM-END-DATE.
               10 TERM-END-YEAR         PIC 9(04).
               10 TERM-END-MONTH        PIC 9(02).
               10 TERM-END-DAY          PIC 9(02).
           05 FILLER                    PIC X(01).
           05 TERM-STATE-ENTRY          OCCURS 5 TIMES.
               10 TERM-STATE            PIC X(02).
               10 FILLER                PIC X(01).
           05 FILLER                    PIC X(17).
       77  TERM-INPUT-LEN               PIC S9(04) COMP VALUE +80.

       01  REPLY-LINE                   PIC X(79) VALUE SPACES.
       77  REPLY-LEN                    PIC S9(04) COMP VALUE +79.

       77  CICS-RESP                    PIC S9(08) COMP VALUE ZERO.
       77  TVN-KEY-WS                   PIC X(19) VALUE SPACES.

      *-----------------------------------------------------------
      * NOTICE VALIDATION - DESK-AGREED LONGEST TRIP, SAME DAY-
      * COUNT APPROXIMATION AS THE OTHER AGE CHECKS.
      *-----------------------------------------------------------
       77  TVN-MAX-SPAN-DAYS            PIC 9(03) COMP VALUE 180.
       77  SPAN-DAYS-WS                 PIC S9(07) COMP VALUE ZERO.
       77  STATE-SUB                    PIC 9(02) COMP VALUE ZERO.
       77  STATE-CTR                    PIC 9(02) COMP VALUE ZERO.
       77  BAD-STATE-SW                 PIC X(01) VALUE 'N'.
           88 BAD-STATE-GIVEN                     VALUE 'Y'.

      *-----------------------------------------------------------
      * WHO/WHEN STAMP FIELDS
      *-----------------------------------------------------------
       77  SIGNON-USERID                PIC X(08) VALUE SPACES.
       77  CURRENT-ABSTIME              PIC S9(15) COMP-3 VALUE ZERO.
       77  STAMP-DATE                   PIC 9(08) VALUE ZERO.
       77  STAMP-TIME                   PIC 9(06) VALUE ZERO.

      *-----------------------------------------------------------
      * AUDIT RECORD QUEUED FOR THE CUMULATIVE TRAIL - ONE PER
      * CHANGE, CARRYING THE FULL BEFORE AND AFTER IMAGES.
      * FRDTVNEX APPENDS THE QUEUE TO THE TRAIL NIGHTLY.
      *-----------------------------------------------------------
       01  TVNQ-RECORD.
           05 TVQ-DATE                  PIC 9(08).
           05 TVQ-TIME                  PIC 9(06).
           05 TVQ-ACTION                PIC X(03).
           05 TVQ-RESULT                PIC X(08).
           05 TVQ-USER                  PIC X(08).
           05 TVQ-BEFORE-IMAGE          PIC X(80).
           05 TVQ-AFTER-IMAGE           PIC X(80).
           05 FILLER                    PIC X(07).
       77  TVNQ-REC-LEN                 PIC S9(04) COMP VALUE +200.

       77  BEFORE-IMAGE-WS              PIC X(80) VALUE SPACES.
       77  AFTER-IMAGE-WS               PIC X(80) VALUE SPACES.
       77  AUDIT-ACTION-WS              PIC X(03) VALUE SPACES.

       PROCEDURE DIVISION.

      *---------------
       0000-MAINLINE.
      *---------------

             PERFORM 1000-RECEIVE-COMMAND
                THRU 1000-RECEIVE-COMMAND-X.

             IF NOT COMMAND-ADD
              AND NOT COMMAND-CANCEL
                 MOVE 'FRDTVNAD - USE: FRTV ADD TOKEN FROM TO ST ST.. OR
      -              ' FRTV CNCL TOKEN' TO REPLY-LINE
                 PERFORM 8000-SEND-REPLY
                    THRU 8000-SEND-REPLY-X
                 EXEC CICS RETURN END-EXEC
             END-IF.

             IF TERM-CARD-TOKEN = SPACES
                 MOVE 'FRDTVNAD - GIVE THE 19-CHARACTER CARD TOKEN'
                     TO REPLY-LINE
                 PERFORM 8000-SEND-REPLY
                    THRU 8000-SEND-REPLY-X
                 EXEC CICS RETURN END-EXEC
             END-IF.

             EXEC CICS ASSIGN USERID(SIGNON-USERID) END-EXEC.
             EXEC CICS ASKTIME ABSTIME(CURRENT-ABSTIME) END-EXEC.
             EXEC CICS FORMATTIME ABSTIME(CURRENT-ABSTIME)
                  YYYYMMDD(STAMP-DATE)
                  TIME(STAMP-TIME)
                  END-EXEC.

             MOVE TERM-CARD-TOKEN TO TVN-KEY-WS.

             IF COMMAND-ADD
                 PERFORM 2000-ADD-NOTICE
                    THRU 2000-ADD-NOTICE-X
             ELSE
                 PERFORM 3000-CANCEL-NOTICE
                    THRU 3000-CANCEL-NOTICE-X
             END-IF.

             EXEC CICS RETURN END-EXEC.

      *-----------------
       0000-MAINLINE-X.
      *-----------------

      *-----------------------------------------------------------
      * RECEIVES THE TERMINAL INPUT AND LEAVES THE PARSED COMMAND
      * FIELDS IN TERM-INPUT.
      *-----------------------------------------------------------
       1000-RECEIVE-COMMAND.
      *-----------------------------------------------------------

             MOVE SPACES TO TERM-INPUT.
             MOVE +80 TO TERM-INPUT-LEN.

             EXEC CICS RECEIVE INTO(TERM-INPUT)
                  LENGTH(TERM-INPUT-LEN)
                  RESP(CICS-RESP)
                  END-EXEC.

      *-------------------------
       1000-RECEIVE-COMMAND-X.
      *-------------------------

      *-----------------------------------------------------------
      * VALIDATES AND WRITES (OR REPLACES) THE CARD'S NOTICE, THEN
      * QUEUES THE AUDIT RECORD.  A NOTICE THAT FAILS VALIDATION
      * CHANGES NOTHING - THE REPLY SAYS WHY.
      *-----------------------------------------------------------
       2000-ADD-NOTICE.
      *-----------------------------------------------------------

             PERFORM 2100-BUILD-NOTICE
                THRU 2100-BUILD-NOTICE-X.

             IF REPLY-LINE NOT = SPACES
                 PERFORM 8000-SEND-REPLY
                    THRU 8000-SEND-REPLY-X
                 GO TO 2000-ADD-NOTICE-X
             END-IF.

             MOVE SPACES TO BEFORE-IMAGE-WS.
             MOVE FRAUDTVN-RECORD TO AFTER-IMAGE-WS.
             MOVE 'ADD' TO AUDIT-ACTION-WS.

             EXEC CICS WRITE FILE('FRAUDTVN')
                  FROM(FRAUDTVN-RECORD)
                  RIDFLD(TVN-KEY-WS)
                  RESP(CICS-RESP)
                  END-EXEC.

             IF CICS-RESP = DFHRESP(DUPREC)
                 PERFORM 2300-REPLACE-NOTICE
                    THRU 2300-REPLACE-NOTICE-X
             END-IF.

             IF CICS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 'FRDTVNAD - NOTICE FILE WRITE FAILED - NOTICE NOT 
      -              'RECORDED' TO REPLY-LINE
                 PERFORM 8000-SEND-REPLY
                    THRU 8000-SEND-REPLY-X
                 GO TO 2000-ADD-NOTICE-X
             END-IF.

             IF AUDIT-ACTION-WS = 'REP'
                 MOVE 'FRDTVNAD - TRAVEL NOTICE REPLACED' TO REPLY-LINE
             ELSE
                 MOVE 'FRDTVNAD - TRAVEL NOTICE RECORDED' TO REPLY-LINE
             END-IF.

             PERFORM 4000-QUEUE-AUDIT
                THRU 4000-QUEUE-AUDIT-X.

      *---------------------
       2000-ADD-NOTICE-X.
      *---------------------

      *-----------------------------------------------------------
      * CHECKS THE DATES AND STATES AND BUILDS THE NOTICE RECORD.
      * LEAVES A REPLY LINE WHEN THE NOTICE IS NOT ACCEPTABLE.
      *-----------------------------------------------------------
       2100-BUILD-NOTICE.
      *-----------------------------------------------------------

             MOVE SPACES TO REPLY-LINE.

             IF TERM-START-DATE NOT NUMERIC
              OR TERM-END-DATE NOT NUMERIC
                 MOVE 'FRDTVNAD - GIVE FROM AND TO DATES AS YYYYMMDD'
                     TO REPLY-LINE
                 GO TO 2100-BUILD-NOTICE-X
             END-IF.

             IF TERM-START-MONTH < 1 OR > 12
              OR TERM-END-MONTH < 1 OR > 12
              OR TERM-START-DAY < 1 OR > 31
              OR TERM-END-DAY < 1 OR > 31
                 MOVE 'FRDTVNAD - FROM OR TO DATE IS NOT A DATE'
                     TO REPLY-LINE
                 GO TO 2100-BUILD-NOTICE-X
             END-IF.

             IF TERM-END-DATE < TERM-START-DATE
                 MOVE 'FRDTVNAD - TO DATE IS BEFORE FROM DATE'
                     TO REPLY-LINE
                 GO TO 2100-BUILD-NOTICE-X
             END-IF.

             IF TERM-END-DATE < STAMP-DATE
                 MOVE 'FRDTVNAD - TRIP HAS ALREADY ENDED'
                     TO REPLY-LINE
                 GO TO 2100-BUILD-NOTICE-X
             END-IF.

             COMPUTE SPAN-DAYS-WS =
                 ((TERM-END-YEAR  - TERM-START-YEAR)  * 365)
               + ((TERM-END-MONTH - TERM-START-MONTH) * 30)
               + (TERM-END-DAY    - TERM-START-DAY).
             IF SPAN-DAYS-WS > TVN-MAX-SPAN-DAYS
                 MOVE 'FRDTVNAD - TRIP LONGER THAN 180 DAYS - NOT RECORD
      -              'ED' TO REPLY-LINE
                 GO TO 2100-BUILD-NOTICE-X
             END-IF.

             MOVE SPACES          TO FRAUDTVN-RECORD.
             MOVE TERM-CARD-TOKEN TO TVN-CARD-TOKEN.
             MOVE ZERO            TO STATE-CTR.
             MOVE 'N'             TO BAD-STATE-SW.
             PERFORM 2200-TAKE-STATE
                THRU 2200-TAKE-STATE-X
                VARYING STATE-SUB FROM 1 BY 1
                UNTIL STATE-SUB > 5.

             IF BAD-STATE-GIVEN
                 MOVE 'FRDTVNAD - STATE CODES ARE TWO LETTERS'
                     TO REPLY-LINE
                 GO TO 2100-BUILD-NOTICE-X
             END-IF.

             IF STATE-CTR = ZERO
                 MOVE 'FRDTVNAD - GIVE AT LEAST ONE DESTINATION STATE'
                     TO REPLY-LINE
                 GO TO 2100-BUILD-NOTICE-X
             END-IF.

             MOVE TERM-START-DATE TO TVN-START-DATE.
             MOVE TERM-END-DATE   TO TVN-END-DATE.
             MOVE STAMP-DATE      TO TVN-ADD-DATE.
             MOVE STAMP-TIME      TO TVN-ADD-TIME.
             MOVE SIGNON-USERID   TO TVN-ADD-USER.

      *-----------------------
       2100-BUILD-NOTICE-X.
      *-----------------------

      *-----------------------------------------------------------
      * TAKES ONE DESTINATION STATE FROM THE INPUT.  BLANK SLOTS
      * ARE SKIPPED, SO THE STATES ARE PACKED TO THE FRONT.
      *-----------------------------------------------------------
       2200-TAKE-STATE.
      *-----------------------------------------------------------

             IF TERM-STATE(STATE-SUB) = SPACES
                 GO TO 2200-TAKE-STATE-X
             END-IF.

             IF TERM-STATE(STATE-SUB) NOT ALPHABETIC-UPPER
              OR TERM-STATE(STATE-SUB)(1:1) = SPACE
              OR TERM-STATE(STATE-SUB)(2:1) = SPACE
                 MOVE 'Y' TO BAD-STATE-SW
                 GO TO 2200-TAKE-STATE-X
             END-IF.

             ADD 1 TO STATE-CTR.
             MOVE TERM-STATE(STATE-SUB) TO TVN-STATE(STATE-CTR).

      *---------------------
       2200-TAKE-STATE-X.
      *---------------------

      *-----------------------------------------------------------
      * THE CARD ALREADY HAD A NOTICE - READ FOR UPDATE, KEEP ITS
      * BEFORE IMAGE AND REPLACE IT WITH THE NEW ONE.
      *-----------------------------------------------------------
       2300-REPLACE-NOTICE.
      *-----------------------------------------------------------

             EXEC CICS READ FILE('FRAUDTVN')
                  INTO(FRAUDTVN-RECORD)
                  RIDFLD(TVN-KEY-WS)
                  UPDATE
                  RESP(CICS-RESP)
                  END-EXEC.

             IF CICS-RESP NOT = DFHRESP(NORMAL)
                 GO TO 2300-REPLACE-NOTICE-X
             END-IF.

             MOVE FRAUDTVN-RECORD TO BEFORE-IMAGE-WS.
             MOVE AFTER-IMAGE-WS  TO FRAUDTVN-RECORD.
             MOVE 'REP'           TO AUDIT-ACTION-WS.

             EXEC CICS REWRITE FILE('FRAUDTVN')
                  FROM(FRAUDTVN-RECORD)
                  RESP(CICS-RESP)
                  END-EXEC.

      *-------------------------
       2300-REPLACE-NOTICE-X.
      *-------------------------

      *-----------------------------------------------------------
      * CANCELS THE CARD'S NOTICE - READ FOR UPDATE, KEEP ITS
      * BEFORE IMAGE, DELETE IT AND QUEUE THE AUDIT RECORD.
      *-----------------------------------------------------------
       3000-CANCEL-NOTICE.
      *-----------------------------------------------------------

             EXEC CICS READ FILE('FRAUDTVN')
                  INTO(FRAUDTVN-RECORD)
                  RIDFLD(TVN-KEY-WS)
                  UPDATE
                  RESP(CICS-RESP)
                  END-EXEC.

             IF CICS-RESP = DFHRESP(NOTFND)
                 MOVE 'FRDTVNAD - CARD HAS NO TRAVEL NOTICE ON FILE'
                     TO REPLY-LINE
                 PERFORM 8000-SEND-REPLY
                    THRU 8000-SEND-REPLY-X
                 GO TO 3000-CANCEL-NOTICE-X
             END-IF.

             IF CICS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 'FRDTVNAD - NOTICE FILE READ FAILED - NOTICE NOT C
      -              'ANCELLED' TO REPLY-LINE
                 PERFORM 8000-SEND-REPLY
                    THRU 8000-SEND-REPLY-X
                 GO TO 3000-CANCEL-NOTICE-X
             END-IF.

             MOVE FRAUDTVN-RECORD TO BEFORE-IMAGE-WS.
             MOVE SPACES          TO AFTER-IMAGE-WS.
             MOVE 'CAN'           TO AUDIT-ACTION-WS.

             EXEC CICS DELETE FILE('FRAUDTVN')
                  RESP(CICS-RESP)
                  END-EXEC.

             IF CICS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 'FRDTVNAD - NOTICE FILE DELETE FAILED - NOTICE NOT
      -              ' CANCELLED' TO REPLY-LINE
                 PERFORM 8000-SEND-REPLY
                    THRU 8000-SEND-REPLY-X
                 GO TO 3000-CANCEL-NOTICE-X
             END-IF.

             MOVE 'FRDTVNAD - TRAVEL NOTICE CANCELLED' TO REPLY-LINE.

             PERFORM 4000-QUEUE-AUDIT
                THRU 4000-QUEUE-AUDIT-X.

      *------------------------
       3000-CANCEL-NOTICE-X.
      *------------------------

      *-----------------------------------------------------------
      * QUEUES THE BEFORE/AFTER AUDIT RECORD FOR THE CHANGE JUST
      * MADE AND SENDS THE REPLY.  A QUEUE FAILURE STILL LEAVES
      * THE CHANGE IN FORCE - THE REPLY TELLS THE DESK SO THE
      * CHANGE CAN BE NOTED BY HAND.
      *-----------------------------------------------------------
       4000-QUEUE-AUDIT.
      *-----------------------------------------------------------

             MOVE SPACES           TO TVNQ-RECORD.
             MOVE STAMP-DATE       TO TVQ-DATE.
             MOVE STAMP-TIME       TO TVQ-TIME.
             MOVE AUDIT-ACTION-WS  TO TVQ-ACTION.
             MOVE 'APPLIED '       TO TVQ-RESULT.
             MOVE SIGNON-USERID    TO TVQ-USER.
             MOVE BEFORE-IMAGE-WS  TO TVQ-BEFORE-IMAGE.
             MOVE AFTER-IMAGE-WS   TO TVQ-AFTER-IMAGE.

             EXEC CICS WRITEQ TD QUEUE('TVNQ')
                  FROM(TVNQ-RECORD)
                  LENGTH(TVNQ-REC-LEN)
                  RESP(CICS-RESP)
                  END-EXEC.

             IF CICS-RESP NOT = DFHRESP(NORMAL)
                 MOVE ' - AUDIT QUEUE WRITE FAILED, NOTE IT BY HAND'
                     TO REPLY-LINE(36:44)
             END-IF.

             PERFORM 8000-SEND-REPLY
                THRU 8000-SEND-REPLY-X.

      *--------------------
       4000-QUEUE-AUDIT-X.
      *--------------------

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
