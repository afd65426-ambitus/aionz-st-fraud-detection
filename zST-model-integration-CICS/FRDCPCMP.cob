       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDCPCMP.

      * AUTHOR - DRS ************************************************
      *
      * AI ON IBM Z SOLUTION TEMPLATE
      *
      * WEEKLY COMMON-POINT-OF-COMPROMISE ANALYSIS.  WHEN A
      * MERCHANT'S TERMINAL OR WEBSITE IS SKIMMED, THE CARDS IT
      * TOUCHED TURN UP AS CONFIRMED FRAUD WEEKS LATER, SPREAD
      * ACROSS UNRELATED MERCHANTS - NO SINGLE CASE SHOWS THE
      * LEAK.  THIS RUN WORKS BACKWARDS FROM THE CONFIRMED-FRAUD
      * CARDS TO THE ONE PLACE THEY HAD IN COMMON:
      *
      *   - A CARD IS COMPROMISED WHEN THE DESK DISPOSITIONED ONE
      *     OF ITS CASES CONFIRMED FRAUD (FRAUDCSE DISPOSITION F,
      *     FIRST FRAUD = THE CASE-OPEN DATE) OR THE CHARGEBACK
      *     FEED CHARGED BACK ONE OF ITS SCORED TRANSACTIONS
      *     (MATCHED TO THE AUDIT LOG THE WAY FRDRECON MATCHES -
      *     LAST 4 + TRANSACTION DATE + SETTLED AMOUNT, ORIGINAL
      *     CURRENCY FOR CROSS-BORDER; FIRST FRAUD = THAT
      *     TRANSACTION DATE).  THE EARLIER OF THE TWO WINS.
      *   - EVERY SCORED TRANSACTION ON A COMPROMISED CARD IN THE
      *     LOOK-BACK WINDOW BEFORE ITS FIRST FRAUD IS A VISIT.
      *     MERCHANTS (MerchantXName) ARE RANKED BY THE NUMBER OF
      *     DISTINCT COMPROMISED CARDS THAT VISITED THEM; THOSE AT
      *     OR OVER THE MINIMUM CARD COUNT ARE SUSPECTS.
      *   - EACH SUSPECT'S EXPOSURE WINDOW RUNS FROM THE FIRST TO
      *     THE LAST COMPROMISED-CARD VISIT.  EVERY STILL-CLEAN
      *     CARD THAT USED THE MERCHANT INSIDE THAT WINDOW IS
      *     LISTED, AND WRITTEN ONCE TO CPCCAND AS A PSLTXN BLOCK
      *     TRANSACTION THE DESK CAN RELEASE TO FRDPSLMT (WHICH
      *     ALSO PUTS THE CARD ON THE REISSUE FEED) AFTER REVIEW.
      *
      * THE AUDIT SPAN ON FRAUDAUD MUST COVER THE LOOK-BACK
      * WINDOW AS WELL AS THE FRAUD PERIOD, AND MUST BE
      * GENERATIONS ON THE 400-BYTE LAYOUT (MERCHANT CONTEXT ON
      * THE RECORD - THE 315-BYTE GENERATIONS WERE RECOPIED TO
      * 400 AT THAT CUTOVER).  DAY DIFFERENCES USE 30-DAY MONTHS AND
      * 365-DAY YEARS, AS FRDCSAGE AND FRDHSTHK DO.
      *
      * RETURN-CODE 0  - ANALYSIS COMPLETE, NO SUSPECT MERCHANT
      * RETURN-CODE 4  - SUSPECT MERCHANTS REPORTED
      * RETURN-CODE 16 - MISSING/UNUSABLE CPCPARM OR A FILE ERROR
      *
      * MODIFICATION HISTORY
      * --------------------
      * DATE       BY    DESCRIPTION
      * 2026-09-07 DRS    INITIAL VERSION
      * 2026-09-09 DRS    CASE RECORD LAYOUT FOLLOWS THE REISSUE-
      *                   LINK ADDITION (RECORD NOW 352).
      * 2026-09-10 DRS    CASE RECORD LAYOUT FOLLOWS THE LOSS-
      *                   LEDGER CONTEXT ADDITION (RECORD NOW
      *                   379).
      * 2026-10-05 DRS    AUDIT RECORD LAYOUT FOLLOWS THE MODEL-
      *                   INPUT ADDITION (LRECL NOW 400).
      * 2026-10-15 DRS    CHRGBACK CLOSED ONLY WHEN IT OPENED.
      *                   CPCRPT OPEN STATUS-CHECKED.
      ************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CPCPARM-FILE ASSIGN TO CPCPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CPCPARM-STATUS.

           SELECT FRAUDAUD-FILE ASSIGN TO FRAUDAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FRAUDAUD-STATUS.

           SELECT CHRGBACK-FILE ASSIGN TO CHRGBACK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHRGBACK-STATUS.

           SELECT FRAUDCSE-FILE ASSIGN TO FRAUDCSE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASE-SEQ-NO
               FILE STATUS IS FRAUDCSE-STATUS.

           SELECT CPCRPT-FILE ASSIGN TO CPCRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CPCRPT-STATUS.

           SELECT CPCCAND-FILE ASSIGN TO CPCCAND
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CPCCAND-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *---------------------------------------------------------
      * ANALYSIS PARAMETER - LOOK-BACK DAYS BEFORE EACH CARD'S
      * FIRST FRAUD, AND THE MINIMUM NUMBER OF DISTINCT
      * COMPROMISED CARDS THAT MAKES A MERCHANT A SUSPECT.
      *---------------------------------------------------------
       FD  CPCPARM-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CPCPARM-RECORD.
           05 CPC-PARM-LOOKBACK-DAYS    PIC 9(03).
           05 CPC-PARM-MIN-CARDS        PIC 9(03).
           05 FILLER                    PIC X(74).

      *---------------------------------------------------------
      * DECISION AUDIT LOG - SAME LAYOUT FRAUDDET WRITES.
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
           05 FILLER                    PIC X(95).

      *---------------------------------------------------------
      * CONFIRMED-FRAUD FEED FROM THE CHARGEBACK SYSTEM - SAME
      * LAYOUT FRDRECON READS.
      *---------------------------------------------------------
       FD  CHRGBACK-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CHRGBACK-RECORD.
           05 CB-CARD-LAST4        PIC X(04).
           05 CB-YEAR              PIC 9(04).
           05 CB-MONTH             PIC 9(02).
           05 CB-DAY               PIC 9(02).
           05 CB-AMOUNT            PIC 9(05)V9(02).
           05 CB-REFERENCE         PIC X(16).
           05 FILLER               PIC X(05).

      *---------------------------------------------------------
      * FRAUD CASE FILE - SAME LAYOUT FRAUDDET WRITES.
      *---------------------------------------------------------
       FD  FRAUDCSE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
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
           05 CASE-OPEN-DATE-R REDEFINES CASE-OPEN-DATE.
               10 CASE-OPEN-YEAR        PIC 9(04).
               10 CASE-OPEN-MONTH       PIC 9(02).
               10 CASE-OPEN-DAY         PIC 9(02).
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
      * COMPROMISE REPORT PRINT FILE
      *---------------------------------------------------------
       FD  CPCRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CPCRPT-RECORD               PIC X(132).

      *---------------------------------------------------------
      * EXPOSED-CARD BLOCK CANDIDATES - SAME LAYOUT FRDPSLMT
      * READS ON PSLTXN.  ONE ADD/BLOCK PER EXPOSED CARD.
      *---------------------------------------------------------
       FD  CPCCAND-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CPCCAND-RECORD.
           05 CAND-ACTION               PIC X(03).
           05 CAND-CARD-TOKEN           PIC X(19).
           05 CAND-LIST-ACTION          PIC X(01).
           05 CAND-EXPIRE-DATE          PIC 9(08).
           05 CAND-USER                 PIC X(08).
           05 CAND-REASON               PIC X(30).
           05 FILLER                    PIC X(11).

       WORKING-STORAGE SECTION.

       77  CPCPARM-STATUS               PIC X(02).
       77  FRAUDAUD-STATUS              PIC X(02).
       77  CHRGBACK-STATUS              PIC X(02).
       77  FRAUDCSE-STATUS              PIC X(02).
       77  CPCRPT-STATUS                PIC X(02).
       77  CPCCAND-STATUS               PIC X(02).

       77  AUD-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 END-OF-AUDIT                        VALUE 'Y'.
       77  CB-EOF-SWITCH                PIC X(01) VALUE 'N'.
           88 END-OF-CHARGEBACKS                  VALUE 'Y'.
       77  CSE-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 END-OF-CASES                        VALUE 'Y'.
       77  RANKING-SWITCH               PIC X(01) VALUE 'N'.
           88 RANKING-DONE                        VALUE 'Y'.
       77  CARD-LISTED-SWITCH           PIC X(01) VALUE 'N'.
           88 CARD-ALREADY-LISTED                 VALUE 'Y'.

       77  RUN-DATE-WS                  PIC 9(08) VALUE ZERO.
       77  LOOKBACK-DAYS                PIC 9(03) VALUE ZERO.
       77  MIN-CARDS                    PIC 9(03) VALUE ZERO.

      *-----------------------------------------------------------
      * DATE WORK - A CALENDAR DATE AND ITS APPROXIMATE DAY
      * NUMBER (365-DAY YEARS, 30-DAY MONTHS).
      *-----------------------------------------------------------
       01  DATE-WORK-WS                 PIC 9(08) VALUE ZERO.
       01  DATE-WORK-PARTS-R REDEFINES DATE-WORK-WS.
           05 DATE-WORK-YEAR            PIC 9(04).
           05 DATE-WORK-MONTH           PIC 9(02).
           05 DATE-WORK-DAY             PIC 9(02).
       77  DAY-NO-WS                    PIC S9(09) COMP VALUE ZERO.
       77  WINDOW-START-DAY-NO          PIC S9(09) COMP VALUE ZERO.

      *THE AMOUNT THE CHARGEBACK SYSTEM WOULD HAVE POSTED - THE
      *SETTLED (ORIGINAL-CURRENCY) AMOUNT FOR CROSS-BORDER
      *TRANSACTIONS, THE USD AMOUNT OTHERWISE.
       77  CB-MATCH-AMOUNT              PIC 9(09)V9(02) VALUE ZERO.

      *-----------------------------------------------------------
      * CHARGEBACK TABLE - THE CONFIRMED-FRAUD FEED, LOADED AT
      * STARTUP AND FLAGGED AS EACH ENTRY FINDS ITS AUDIT RECORD.
      *-----------------------------------------------------------
       01  CHARGEBACK-TABLE.
           05 CB-ENTRY OCCURS 0 TO 10000 TIMES
                        DEPENDING ON CB-ENTRIES-USED
                        INDEXED BY CB-IDX.
               10 CB-TBL-CARD-LAST4     PIC X(04).
               10 CB-TBL-YEAR           PIC 9(04).
               10 CB-TBL-MONTH          PIC 9(02).
               10 CB-TBL-DAY            PIC 9(02).
               10 CB-TBL-AMOUNT         PIC 9(05)V9(02).
               10 CB-TBL-MATCHED-SW     PIC X(01).
       77  CB-ENTRIES-USED              PIC 9(05) COMP VALUE ZERO.
       77  CB-OVERFLOW-CTR              PIC 9(09) COMP VALUE ZERO.

      *-----------------------------------------------------------
      * COMPROMISED-CARD TABLE - ONE ENTRY PER CONFIRMED-FRAUD
      * CARD WITH ITS FIRST FRAUD DATE AND WHICH SOURCE SET IT
      * (C = CASE DISPOSITION, B = CHARGEBACK).
      *-----------------------------------------------------------
       01  COMPROMISED-TABLE.
           05 COMP-ENTRY OCCURS 0 TO 5000 TIMES
                          DEPENDING ON COMP-ENTRIES-USED
                          INDEXED BY COMP-IDX.
               10 COMP-CARD-TOKEN       PIC X(19).
               10 COMP-FRAUD-DATE       PIC 9(08).
               10 COMP-FRAUD-DAY-NO     PIC S9(09) COMP.
               10 COMP-SOURCE           PIC X(01).
       77  COMP-ENTRIES-USED            PIC 9(05) COMP VALUE ZERO.
       77  COMP-OVERFLOW-CTR            PIC 9(09) COMP VALUE ZERO.
       77  COMP-SUB                     PIC 9(05) COMP VALUE ZERO.

      *Candidate compromised card handed to 1300-ADD-COMPROMISED
       77  NEW-CARD-TOKEN               PIC X(19) VALUE SPACES.
       77  NEW-FRAUD-DATE               PIC 9(08) VALUE ZERO.
       77  NEW-FRAUD-DAY-NO             PIC S9(09) COMP VALUE ZERO.
       77  NEW-SOURCE                   PIC X(01) VALUE SPACE.

      *-----------------------------------------------------------
      * MERCHANT TABLE - EVERY MERCHANT A COMPROMISED CARD VISITED
      * BEFORE ITS FIRST FRAUD, WITH THE DISTINCT-CARD COUNT AND
      * THE FIRST/LAST VISIT (THE EXPOSURE WINDOW).
      *-----------------------------------------------------------
       01  MERCHANT-TABLE.
           05 MER-ENTRY OCCURS 0 TO 5000 TIMES
                         DEPENDING ON MER-ENTRIES-USED
                         INDEXED BY MER-IDX.
               10 MER-NAME              PIC 9(18).
               10 MER-STATE             PIC X(02).
               10 MER-MCC               PIC 9(04).
               10 MER-CARD-COUNT        PIC 9(05) COMP.
               10 MER-FIRST-DATE        PIC 9(08).
               10 MER-FIRST-DAY-NO      PIC S9(09) COMP.
               10 MER-LAST-DATE         PIC 9(08).
               10 MER-LAST-DAY-NO       PIC S9(09) COMP.
               10 MER-RANKED-SW         PIC X(01).
       77  MER-ENTRIES-USED             PIC 9(05) COMP VALUE ZERO.
       77  MER-OVERFLOW-CTR             PIC 9(09) COMP VALUE ZERO.
       77  MER-SUB                      PIC 9(05) COMP VALUE ZERO.

      *-----------------------------------------------------------
      * CARD/MERCHANT PAIRS ALREADY COUNTED - A CARD COUNTS ONCE
      * PER MERCHANT HOWEVER OFTEN IT WENT BACK.
      *-----------------------------------------------------------
       01  PAIR-TABLE.
           05 PAIR-ENTRY OCCURS 0 TO 20000 TIMES
                          DEPENDING ON PAIR-ENTRIES-USED
                          INDEXED BY PAIR-IDX.
               10 PAIR-COMP-SUB         PIC 9(05) COMP.
               10 PAIR-MER-SUB          PIC 9(05) COMP.
       77  PAIR-ENTRIES-USED            PIC 9(05) COMP VALUE ZERO.
       77  PAIR-OVERFLOW-CTR            PIC 9(09) COMP VALUE ZERO.

      *-----------------------------------------------------------
      * SUSPECT MERCHANTS IN RANK ORDER - THE MOST DISTINCT
      * COMPROMISED CARDS FIRST.  FIFTY IS WELL PAST WHAT THE
      * DESK CAN INVESTIGATE IN A WEEK.
      *-----------------------------------------------------------
       01  SUSPECT-TABLE.
           05 SUS-ENTRY OCCURS 0 TO 50 TIMES
                         DEPENDING ON SUS-ENTRIES-USED
                         INDEXED BY SUS-IDX.
               10 SUS-MER-NAME          PIC 9(18).
               10 SUS-STATE             PIC X(02).
               10 SUS-MCC               PIC 9(04).
               10 SUS-CARD-COUNT        PIC 9(05) COMP.
               10 SUS-FIRST-DATE        PIC 9(08).
               10 SUS-FIRST-DAY-NO      PIC S9(09) COMP.
               10 SUS-LAST-DATE         PIC 9(08).
               10 SUS-LAST-DAY-NO       PIC S9(09) COMP.
               10 SUS-CLEAN-COUNT       PIC 9(05) COMP.
       77  SUS-ENTRIES-USED             PIC 9(02) COMP VALUE ZERO.
       77  SUS-SUB                      PIC 9(02) COMP VALUE ZERO.
       77  SUSPECTS-NOT-RANKED-CTR      PIC 9(09) COMP VALUE ZERO.
       77  RANK-CTR                     PIC 9(02) COMP VALUE ZERO.
       77  MAX-SUB                      PIC 9(05) COMP VALUE ZERO.
       77  MAX-COUNT                    PIC 9(05) COMP VALUE ZERO.

      *-----------------------------------------------------------
      * EXPOSED CLEAN CARDS - ONE ENTRY PER CARD PER SUSPECT
      * MERCHANT, WITH THE FIRST VISIT INSIDE THE WINDOW.
      *-----------------------------------------------------------
       01  EXPOSURE-TABLE.
           05 EXP-ENTRY OCCURS 0 TO 20000 TIMES
                         DEPENDING ON EXP-ENTRIES-USED
                         INDEXED BY EXP-IDX.
               10 EXP-CARD-TOKEN        PIC X(19).
               10 EXP-CARD-LAST4        PIC X(04).
               10 EXP-SUS-SUB           PIC 9(02) COMP.
               10 EXP-VISIT-DATE        PIC 9(08).
       77  EXP-ENTRIES-USED             PIC 9(05) COMP VALUE ZERO.
       77  EXP-OVERFLOW-CTR             PIC 9(09) COMP VALUE ZERO.
       77  EXP-SUB                      PIC 9(05) COMP VALUE ZERO.

      *-----------------------------------------------------------
      * RUN TOTALS
      *-----------------------------------------------------------
       77  CASES-READ-CTR               PIC 9(09) COMP VALUE ZERO.
       77  CONFIRMED-CASES-CTR          PIC 9(09) COMP VALUE ZERO.
       77  CB-MATCHED-CTR               PIC 9(09) COMP VALUE ZERO.
       77  CB-UNMATCHED-CTR             PIC 9(09) COMP VALUE ZERO.
       77  AUDIT-READ-CTR               PIC 9(09) COMP VALUE ZERO.
       77  PRE-FRAUD-VISITS-CTR         PIC 9(09) COMP VALUE ZERO.
       77  EXPOSED-CARDS-CTR            PIC 9(09) COMP VALUE ZERO.
       77  CANDIDATES-WRITTEN-CTR       PIC 9(09) COMP VALUE ZERO.

      *-----------------------------------------------------------
      * REPORT LINES
      *-----------------------------------------------------------
       01  HDG-LINE-1.
           05 FILLER PIC X(50) VALUE
               '***** COMMON POINT OF COMPROMISE ANALYSIS *****'.
           05 FILLER PIC X(10) VALUE 'RUN DATE '.
           05 HDG-RUN-DATE          PIC 9(08).
           05 FILLER PIC X(64) VALUE SPACES.
       01  PARM-LINE.
           05 FILLER                PIC X(11) VALUE 'LOOK-BACK '.
           05 PL-LOOKBACK-DAYS      PIC ZZ9.
           05 FILLER                PIC X(21) VALUE
               ' DAYS   MINIMUM CARDS'.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 PL-MIN-CARDS          PIC ZZ9.
           05 FILLER                PIC X(93) VALUE SPACES.
       01  SUS-HDG-LINE-1.
           05 FILLER PIC X(50) VALUE
               'SUSPECT MERCHANTS (RANKED BY COMPROMISED CARDS)'.
           05 FILLER PIC X(82) VALUE SPACES.
       01  SUS-HDG-LINE-2.
           05 FILLER PIC X(60) VALUE
               'RANK MERCHANT           ST MCC  CARDS WINDOW FROM TO'.
           05 FILLER PIC X(30) VALUE
               '         CLEAN CARDS'.
           05 FILLER PIC X(42) VALUE SPACES.
       01  SUS-DETAIL-LINE.
           05 SDL-RANK              PIC Z9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 SDL-MER-NAME          PIC 9(18).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 SDL-STATE             PIC X(02).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 SDL-MCC               PIC 9(04).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 SDL-CARD-COUNT        PIC ZZ,ZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 SDL-FIRST-DATE        PIC 9(08).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 SDL-LAST-DATE         PIC 9(08).
           05 FILLER                PIC X(05) VALUE SPACES.
           05 SDL-CLEAN-COUNT       PIC ZZ,ZZ9.
           05 FILLER                PIC X(62) VALUE SPACES.
       01  NO-SUSPECT-LINE.
           05 FILLER                PIC X(40) VALUE
               '  (NO MERCHANT AT THE MINIMUM)'.
           05 FILLER                PIC X(92) VALUE SPACES.
       01  EXP-HDG-LINE-1.
           05 FILLER PIC X(60) VALUE
               'EXPOSED CARDS - CLEAN CARDS SEEN IN A SUSPECT WINDOW'.
           05 FILLER PIC X(72) VALUE SPACES.
       01  EXP-MER-LINE.
           05 FILLER                PIC X(11) VALUE '  MERCHANT '.
           05 EML-MER-NAME          PIC 9(18).
           05 FILLER                PIC X(103) VALUE SPACES.
       01  EXP-DETAIL-LINE.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 EDL-CARD-TOKEN        PIC X(19).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 EDL-CARD-LAST4        PIC X(04).
           05 FILLER                PIC X(08) VALUE '  VISIT '.
           05 EDL-VISIT-DATE        PIC 9(08).
           05 FILLER                PIC X(88) VALUE SPACES.
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

             PERFORM 2000-MATCH-CHARGEBACKS
                THRU 2000-MATCH-CHARGEBACKS-X.

             PERFORM 3000-PROFILE-MERCHANTS
                THRU 3000-PROFILE-MERCHANTS-X.

             PERFORM 4000-RANK-SUSPECTS
                THRU 4000-RANK-SUSPECTS-X.

             PERFORM 5000-FIND-EXPOSED-CARDS
                THRU 5000-FIND-EXPOSED-CARDS-X.

             PERFORM 9000-TERMINATE
                THRU 9000-TERMINATE-X.

             STOP RUN.

      *-----------------------------------------------------------
      * READS THE ANALYSIS PARAMETER, LOADS THE CHARGEBACK FEED
      * AND SEEDS THE COMPROMISED-CARD TABLE FROM THE CONFIRMED-
      * FRAUD CASE DISPOSITIONS.  A MISSING PARAMETER ABENDS THE
      * RUN RATHER THAN RANKING ON A GUESSED WINDOW.
      *-----------------------------------------------------------
       1000-INITIALIZE.
      *-----------------------------------------------------------

             ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.

             OPEN INPUT CPCPARM-FILE.
             IF CPCPARM-STATUS NOT = '00'
                 DISPLAY 'FRDCPCMP - CPCPARM OPEN FAILED - STATUS: '
                     CPCPARM-STATUS ' - CANNOT START'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
             READ CPCPARM-FILE
                 AT END
                     DISPLAY 'FRDCPCMP - CPCPARM IS EMPTY - '
                         'CANNOT START'
                     CLOSE CPCPARM-FILE
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
             END-READ.
             MOVE CPC-PARM-LOOKBACK-DAYS TO LOOKBACK-DAYS.
             MOVE CPC-PARM-MIN-CARDS     TO MIN-CARDS.
             CLOSE CPCPARM-FILE.

             IF LOOKBACK-DAYS = ZERO OR MIN-CARDS = ZERO
                 DISPLAY 'FRDCPCMP - LOOK-BACK DAYS AND MINIMUM '
                     'CARDS MUST BOTH BE NON-ZERO - CANNOT START'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             DISPLAY 'FRDCPCMP - LOOK-BACK ' LOOKBACK-DAYS
                 ' DAYS, SUSPECT AT ' MIN-CARDS ' CARDS'.

             OPEN INPUT CHRGBACK-FILE.
             IF CHRGBACK-STATUS = '00'
                 PERFORM 1100-LOAD-CHARGEBACK
                    THRU 1100-LOAD-CHARGEBACK-X
                    UNTIL END-OF-CHARGEBACKS
                 CLOSE CHRGBACK-FILE
             ELSE
                 DISPLAY 'FRDCPCMP - CHRGBACK OPEN STATUS '
                     CHRGBACK-STATUS ' - CHARGEBACKS SKIPPED'
             END-IF.

             OPEN INPUT FRAUDCSE-FILE.
             IF FRAUDCSE-STATUS NOT = '00' AND '97'
                 DISPLAY 'FRDCPCMP - FRAUDCSE OPEN FAILED - STATUS: '
                     FRAUDCSE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
             PERFORM 1200-LOAD-CONFIRMED-CASE
                THRU 1200-LOAD-CONFIRMED-CASE-X
                UNTIL END-OF-CASES.
             CLOSE FRAUDCSE-FILE.

             OPEN OUTPUT CPCRPT-FILE.
             IF CPCRPT-STATUS NOT = '00'
                 DISPLAY 'FRDCPCMP - CPCRPT OPEN FAILED - STATUS: '
                     CPCRPT-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
             OPEN OUTPUT CPCCAND-FILE.
             IF CPCCAND-STATUS NOT = '00'
                 DISPLAY 'FRDCPCMP - CPCCAND OPEN FAILED - STATUS: '
                     CPCCAND-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

      *-------------------
       1000-INITIALIZE-X.
      *-------------------

       1100-LOAD-CHARGEBACK.
             READ CHRGBACK-FILE
                 AT END
                     MOVE 'Y' TO CB-EOF-SWITCH
                 NOT AT END
                     IF CB-ENTRIES-USED < 10000
                         ADD 1 TO CB-ENTRIES-USED
                         SET CB-IDX TO CB-ENTRIES-USED
                         MOVE CB-CARD-LAST4 TO
                             CB-TBL-CARD-LAST4(CB-IDX)
                         MOVE CB-YEAR   TO CB-TBL-YEAR(CB-IDX)
                         MOVE CB-MONTH  TO CB-TBL-MONTH(CB-IDX)
                         MOVE CB-DAY    TO CB-TBL-DAY(CB-IDX)
                         MOVE CB-AMOUNT TO CB-TBL-AMOUNT(CB-IDX)
                         MOVE 'N'       TO CB-TBL-MATCHED-SW(CB-IDX)
                     ELSE
                         ADD 1 TO CB-OVERFLOW-CTR
                     END-IF
             END-READ.
       1100-LOAD-CHARGEBACK-X.

       1200-LOAD-CONFIRMED-CASE.
             READ FRAUDCSE-FILE NEXT RECORD
                 AT END
                     MOVE 'Y' TO CSE-EOF-SWITCH
                     GO TO 1200-LOAD-CONFIRMED-CASE-X
             END-READ.
             ADD 1 TO CASES-READ-CTR.
      *CASES OPENED BEFORE THE CASE RECORD CARRIED THE TOKEN
      *CANNOT BE FOLLOWED BACK TO THE CARD'S HISTORY.
             IF NOT CASE-CONFIRMED-FRAUD
              OR CASE-CARD-TOKEN = SPACES
                 GO TO 1200-LOAD-CONFIRMED-CASE-X
             END-IF.
             ADD 1 TO CONFIRMED-CASES-CTR.
             MOVE CASE-CARD-TOKEN TO NEW-CARD-TOKEN.
             MOVE CASE-OPEN-DATE  TO NEW-FRAUD-DATE.
             MOVE CASE-OPEN-DATE  TO DATE-WORK-WS.
             PERFORM 8000-COMPUTE-DAY-NO
                THRU 8000-COMPUTE-DAY-NO-X.
             MOVE DAY-NO-WS       TO NEW-FRAUD-DAY-NO.
             MOVE 'C'             TO NEW-SOURCE.
             PERFORM 1300-ADD-COMPROMISED
                THRU 1300-ADD-COMPROMISED-X.
       1200-LOAD-CONFIRMED-CASE-X.

      *-----------------------------------------------------------
      * ADDS A CARD TO THE COMPROMISED-CARD TABLE, OR PULLS ITS
      * FIRST FRAUD DATE EARLIER WHEN IT IS ALREADY THERE.
      *-----------------------------------------------------------
       1300-ADD-COMPROMISED.
      *-----------------------------------------------------------

             IF COMP-ENTRIES-USED > ZERO
                 SET COMP-IDX TO 1
                 SEARCH COMP-ENTRY
                     AT END
                         CONTINUE
                     WHEN COMP-CARD-TOKEN(COMP-IDX) = NEW-CARD-TOKEN
                         IF NEW-FRAUD-DAY-NO <
                                COMP-FRAUD-DAY-NO(COMP-IDX)
                             MOVE NEW-FRAUD-DATE TO
                                 COMP-FRAUD-DATE(COMP-IDX)
                             MOVE NEW-FRAUD-DAY-NO TO
                                 COMP-FRAUD-DAY-NO(COMP-IDX)
                             MOVE NEW-SOURCE TO
                                 COMP-SOURCE(COMP-IDX)
                         END-IF
                         GO TO 1300-ADD-COMPROMISED-X
                 END-SEARCH
             END-IF.

             IF COMP-ENTRIES-USED < 5000
                 ADD 1 TO COMP-ENTRIES-USED
                 SET COMP-IDX TO COMP-ENTRIES-USED
                 MOVE NEW-CARD-TOKEN   TO COMP-CARD-TOKEN(COMP-IDX)
                 MOVE NEW-FRAUD-DATE   TO COMP-FRAUD-DATE(COMP-IDX)
                 MOVE NEW-FRAUD-DAY-NO TO COMP-FRAUD-DAY-NO(COMP-IDX)
                 MOVE NEW-SOURCE       TO COMP-SOURCE(COMP-IDX)
             ELSE
                 ADD 1 TO COMP-OVERFLOW-CTR
             END-IF.

      *-------------------------
       1300-ADD-COMPROMISED-X.
      *-------------------------

      *-----------------------------------------------------------
      * FIRST AUDIT PASS: RESOLVES EACH CHARGEBACK (WHICH CARRIES
      * ONLY THE LAST 4) TO THE CARD TOKEN ON THE SCORED
      * TRANSACTION IT CHARGED BACK.
      *-----------------------------------------------------------
       2000-MATCH-CHARGEBACKS.
      *-----------------------------------------------------------

             IF CB-ENTRIES-USED = ZERO
                 GO TO 2000-MATCH-CHARGEBACKS-X
             END-IF.

             PERFORM 2900-OPEN-AUDIT
                THRU 2900-OPEN-AUDIT-X.

             PERFORM 2100-CHECK-CHARGEBACK
                THRU 2100-CHECK-CHARGEBACK-X
                UNTIL END-OF-AUDIT.

             CLOSE FRAUDAUD-FILE.

             PERFORM 2200-COUNT-UNMATCHED
                THRU 2200-COUNT-UNMATCHED-X
                VARYING CB-IDX FROM 1 BY 1
                UNTIL CB-IDX > CB-ENTRIES-USED.

      *---------------------------
       2000-MATCH-CHARGEBACKS-X.
      *---------------------------

       2100-CHECK-CHARGEBACK.
             ADD 1 TO AUDIT-READ-CTR.

             IF AUD-ORIG-CURRENCY = 'USD' OR SPACES
                 MOVE AUD-AMOUNT      TO CB-MATCH-AMOUNT
             ELSE
                 MOVE AUD-ORIG-AMOUNT TO CB-MATCH-AMOUNT
             END-IF.

             SET CB-IDX TO 1.
             SEARCH CB-ENTRY
                 AT END
                     CONTINUE
                 WHEN CB-TBL-CARD-LAST4(CB-IDX) = AUD-CARD-LAST4
                  AND CB-TBL-YEAR(CB-IDX)  = AUD-TXN-YEAR
                  AND CB-TBL-MONTH(CB-IDX) = AUD-TXN-MONTH
                  AND CB-TBL-DAY(CB-IDX)   = AUD-TXN-DAY
                  AND CB-TBL-AMOUNT(CB-IDX) = CB-MATCH-AMOUNT
                     MOVE 'Y' TO CB-TBL-MATCHED-SW(CB-IDX)
                     MOVE AUD-CARD-TOKEN TO NEW-CARD-TOKEN
                     MOVE AUD-TXN-YEAR   TO DATE-WORK-YEAR
                     MOVE AUD-TXN-MONTH  TO DATE-WORK-MONTH
                     MOVE AUD-TXN-DAY    TO DATE-WORK-DAY
                     MOVE DATE-WORK-WS   TO NEW-FRAUD-DATE
                     PERFORM 8000-COMPUTE-DAY-NO
                        THRU 8000-COMPUTE-DAY-NO-X
                     MOVE DAY-NO-WS      TO NEW-FRAUD-DAY-NO
                     MOVE 'B'            TO NEW-SOURCE
                     PERFORM 1300-ADD-COMPROMISED
                        THRU 1300-ADD-COMPROMISED-X
             END-SEARCH.

             PERFORM 2500-READ-AUDIT
                THRU 2500-READ-AUDIT-X.
       2100-CHECK-CHARGEBACK-X.

       2200-COUNT-UNMATCHED.
             IF CB-TBL-MATCHED-SW(CB-IDX) = 'Y'
                 ADD 1 TO CB-MATCHED-CTR
             ELSE
                 ADD 1 TO CB-UNMATCHED-CTR
             END-IF.
       2200-COUNT-UNMATCHED-X.

       2500-READ-AUDIT.
             READ FRAUDAUD-FILE
                 AT END
                     MOVE 'Y' TO AUD-EOF-SWITCH
             END-READ.
       2500-READ-AUDIT-X.

      *-----------------------------------------------------------
      * OPENS THE AUDIT SPAN FOR ANOTHER PASS AND PRIMES THE FIRST
      * READ.  AN UNREADABLE SPAN ABENDS THE RUN - A SILENT EMPTY
      * PASS WOULD REPORT A CLEAN WEEK.
      *-----------------------------------------------------------
       2900-OPEN-AUDIT.
      *-----------------------------------------------------------

             MOVE 'N' TO AUD-EOF-SWITCH.
             OPEN INPUT FRAUDAUD-FILE.
             IF FRAUDAUD-STATUS NOT = '00'
                 DISPLAY 'FRDCPCMP - FRAUDAUD OPEN FAILED - STATUS: '
                     FRAUDAUD-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             PERFORM 2500-READ-AUDIT
                THRU 2500-READ-AUDIT-X.

      *--------------------
       2900-OPEN-AUDIT-X.
      *--------------------

      *-----------------------------------------------------------
      * SECOND AUDIT PASS: EVERY SCORED TRANSACTION ON A
      * COMPROMISED CARD INSIDE THE LOOK-BACK WINDOW BEFORE ITS
      * FIRST FRAUD IS A VISIT TO THAT MERCHANT.
      *-----------------------------------------------------------
       3000-PROFILE-MERCHANTS.
      *-----------------------------------------------------------

             IF COMP-ENTRIES-USED = ZERO
                 DISPLAY 'FRDCPCMP - NO CONFIRMED-FRAUD CARDS - '
                     'NOTHING TO ANALYZE'
                 GO TO 3000-PROFILE-MERCHANTS-X
             END-IF.

             PERFORM 2900-OPEN-AUDIT
                THRU 2900-OPEN-AUDIT-X.

             PERFORM 3100-PROFILE-VISIT
                THRU 3100-PROFILE-VISIT-X
                UNTIL END-OF-AUDIT.

             CLOSE FRAUDAUD-FILE.

      *---------------------------
       3000-PROFILE-MERCHANTS-X.
      *---------------------------

      *-----------------------------------------------------------
      * EXAMINES ONE AUDIT RECORD FOR A PRE-FRAUD VISIT BY A
      * COMPROMISED CARD.
      *-----------------------------------------------------------
       3100-PROFILE-VISIT.
      *-----------------------------------------------------------

             IF AUD-MERCHANT-NAME = ZERO
                 GO TO 3100-NEXT-AUDIT
             END-IF.

             SET COMP-IDX TO 1.
             SEARCH COMP-ENTRY
                 AT END
                     GO TO 3100-NEXT-AUDIT
                 WHEN COMP-CARD-TOKEN(COMP-IDX) = AUD-CARD-TOKEN
                     CONTINUE
             END-SEARCH.

             MOVE AUD-TXN-YEAR  TO DATE-WORK-YEAR.
             MOVE AUD-TXN-MONTH TO DATE-WORK-MONTH.
             MOVE AUD-TXN-DAY   TO DATE-WORK-DAY.
             PERFORM 8000-COMPUTE-DAY-NO
                THRU 8000-COMPUTE-DAY-NO-X.

             COMPUTE WINDOW-START-DAY-NO =
                 COMP-FRAUD-DAY-NO(COMP-IDX) - LOOKBACK-DAYS.
             IF DAY-NO-WS NOT < COMP-FRAUD-DAY-NO(COMP-IDX)
              OR DAY-NO-WS < WINDOW-START-DAY-NO
                 GO TO 3100-NEXT-AUDIT
             END-IF.

             ADD 1 TO PRE-FRAUD-VISITS-CTR.

             PERFORM 3200-FIND-MERCHANT
                THRU 3200-FIND-MERCHANT-X.
             IF MER-SUB = ZERO
                 GO TO 3100-NEXT-AUDIT
             END-IF.

             PERFORM 3300-COUNT-CARD
                THRU 3300-COUNT-CARD-X.

       3100-NEXT-AUDIT.

             PERFORM 2500-READ-AUDIT
                THRU 2500-READ-AUDIT-X.

      *-----------------------
       3100-PROFILE-VISIT-X.
      *-----------------------

      *-----------------------------------------------------------
      * FINDS (OR ADDS) THE VISITED MERCHANT AND STRETCHES ITS
      * EXPOSURE WINDOW OVER THIS VISIT.  MER-SUB IS ZERO WHEN THE
      * TABLE IS FULL.
      *-----------------------------------------------------------
       3200-FIND-MERCHANT.
      *-----------------------------------------------------------

             MOVE ZERO TO MER-SUB.

             IF MER-ENTRIES-USED > ZERO
                 SET MER-IDX TO 1
                 SEARCH MER-ENTRY
                     AT END
                         CONTINUE
                     WHEN MER-NAME(MER-IDX) = AUD-MERCHANT-NAME
                         SET MER-SUB TO MER-IDX
                 END-SEARCH
             END-IF.

             IF MER-SUB = ZERO
                 IF MER-ENTRIES-USED < 5000
                     ADD 1 TO MER-ENTRIES-USED
                     MOVE MER-ENTRIES-USED TO MER-SUB
                     SET MER-IDX TO MER-SUB
                     MOVE AUD-MERCHANT-NAME  TO MER-NAME(MER-IDX)
                     MOVE AUD-MERCHANT-STATE TO MER-STATE(MER-IDX)
                     MOVE AUD-MCC            TO MER-MCC(MER-IDX)
                     MOVE ZERO         TO MER-CARD-COUNT(MER-IDX)
                     MOVE DATE-WORK-WS TO MER-FIRST-DATE(MER-IDX)
                     MOVE DAY-NO-WS    TO MER-FIRST-DAY-NO(MER-IDX)
                     MOVE DATE-WORK-WS TO MER-LAST-DATE(MER-IDX)
                     MOVE DAY-NO-WS    TO MER-LAST-DAY-NO(MER-IDX)
                     MOVE 'N'          TO MER-RANKED-SW(MER-IDX)
                 ELSE
                     ADD 1 TO MER-OVERFLOW-CTR
                 END-IF
                 GO TO 3200-FIND-MERCHANT-X
             END-IF.

             IF DAY-NO-WS < MER-FIRST-DAY-NO(MER-IDX)
                 MOVE DATE-WORK-WS TO MER-FIRST-DATE(MER-IDX)
                 MOVE DAY-NO-WS    TO MER-FIRST-DAY-NO(MER-IDX)
             END-IF.
             IF DAY-NO-WS > MER-LAST-DAY-NO(MER-IDX)
                 MOVE DATE-WORK-WS TO MER-LAST-DATE(MER-IDX)
                 MOVE DAY-NO-WS    TO MER-LAST-DAY-NO(MER-IDX)
             END-IF.

      *-----------------------
       3200-FIND-MERCHANT-X.
      *-----------------------

      *-----------------------------------------------------------
      * COUNTS THE CARD AGAINST THE MERCHANT THE FIRST TIME THE
      * PAIR IS SEEN.
      *-----------------------------------------------------------
       3300-COUNT-CARD.
      *-----------------------------------------------------------

             SET COMP-SUB TO COMP-IDX.

             IF PAIR-ENTRIES-USED > ZERO
                 SET PAIR-IDX TO 1
                 SEARCH PAIR-ENTRY
                     AT END
                         CONTINUE
                     WHEN PAIR-COMP-SUB(PAIR-IDX) = COMP-SUB
                      AND PAIR-MER-SUB(PAIR-IDX)  = MER-SUB
                         GO TO 3300-COUNT-CARD-X
                 END-SEARCH
             END-IF.

             IF PAIR-ENTRIES-USED < 20000
                 ADD 1 TO PAIR-ENTRIES-USED
                 SET PAIR-IDX TO PAIR-ENTRIES-USED
                 MOVE COMP-SUB TO PAIR-COMP-SUB(PAIR-IDX)
                 MOVE MER-SUB  TO PAIR-MER-SUB(PAIR-IDX)
                 ADD 1 TO MER-CARD-COUNT(MER-IDX)
             ELSE
                 ADD 1 TO PAIR-OVERFLOW-CTR
             END-IF.

      *--------------------
       3300-COUNT-CARD-X.
      *--------------------

      *-----------------------------------------------------------
      * MOVES THE MERCHANTS AT OR OVER THE MINIMUM CARD COUNT TO
      * THE SUSPECT TABLE, MOST COMPROMISED CARDS FIRST.
      *-----------------------------------------------------------
       4000-RANK-SUSPECTS.
      *-----------------------------------------------------------

             IF MER-ENTRIES-USED = ZERO
                 GO TO 4000-RANK-SUSPECTS-X
             END-IF.

             MOVE 'N' TO RANKING-SWITCH.
             PERFORM 4100-PICK-NEXT-SUSPECT
                THRU 4100-PICK-NEXT-SUSPECT-X
                VARYING RANK-CTR FROM 1 BY 1
                UNTIL RANK-CTR > 50
                   OR RANKING-DONE.

             PERFORM 4200-COUNT-NOT-RANKED
                THRU 4200-COUNT-NOT-RANKED-X
                VARYING MER-SUB FROM 1 BY 1
                UNTIL MER-SUB > MER-ENTRIES-USED.

      *------------------------
       4000-RANK-SUSPECTS-X.
      *------------------------

      *-----------------------------------------------------------
      * TAKES THE UNRANKED MERCHANT WITH THE MOST COMPROMISED
      * CARDS.  NOTHING LEFT AT THE MINIMUM ENDS THE RANKING.
      *-----------------------------------------------------------
       4100-PICK-NEXT-SUSPECT.
      *-----------------------------------------------------------

             MOVE ZERO TO MAX-SUB MAX-COUNT.
             PERFORM 4150-FIND-MAX-MERCHANT
                THRU 4150-FIND-MAX-MERCHANT-X
                VARYING MER-SUB FROM 1 BY 1
                UNTIL MER-SUB > MER-ENTRIES-USED.

             IF MAX-SUB = ZERO
              OR MAX-COUNT < MIN-CARDS
                 MOVE 'Y' TO RANKING-SWITCH
                 GO TO 4100-PICK-NEXT-SUSPECT-X
             END-IF.

             SET MER-IDX TO MAX-SUB.
             MOVE 'Y' TO MER-RANKED-SW(MER-IDX).

             ADD 1 TO SUS-ENTRIES-USED.
             SET SUS-IDX TO SUS-ENTRIES-USED.
             MOVE MER-NAME(MER-IDX)         TO SUS-MER-NAME(SUS-IDX).
             MOVE MER-STATE(MER-IDX)        TO SUS-STATE(SUS-IDX).
             MOVE MER-MCC(MER-IDX)          TO SUS-MCC(SUS-IDX).
             MOVE MER-CARD-COUNT(MER-IDX)   TO SUS-CARD-COUNT(SUS-IDX).
             MOVE MER-FIRST-DATE(MER-IDX)   TO SUS-FIRST-DATE(SUS-IDX).
             MOVE MER-FIRST-DAY-NO(MER-IDX)
                                         TO SUS-FIRST-DAY-NO(SUS-IDX).
             MOVE MER-LAST-DATE(MER-IDX)    TO SUS-LAST-DATE(SUS-IDX).
             MOVE MER-LAST-DAY-NO(MER-IDX)  TO SUS-LAST-DAY-NO(SUS-IDX).
             MOVE ZERO                      TO SUS-CLEAN-COUNT(SUS-IDX).

      *----------------------------
       4100-PICK-NEXT-SUSPECT-X.
      *----------------------------

       4150-FIND-MAX-MERCHANT.
             SET MER-IDX TO MER-SUB.
             IF MER-RANKED-SW(MER-IDX) = 'N'
              AND MER-CARD-COUNT(MER-IDX) > MAX-COUNT
                 MOVE MER-CARD-COUNT(MER-IDX) TO MAX-COUNT
                 MOVE MER-SUB TO MAX-SUB
             END-IF.
       4150-FIND-MAX-MERCHANT-X.

       4200-COUNT-NOT-RANKED.
             SET MER-IDX TO MER-SUB.
             IF MER-RANKED-SW(MER-IDX) = 'N'
              AND MER-CARD-COUNT(MER-IDX) NOT < MIN-CARDS
                 ADD 1 TO SUSPECTS-NOT-RANKED-CTR
             END-IF.
       4200-COUNT-NOT-RANKED-X.

      *-----------------------------------------------------------
      * THIRD AUDIT PASS: EVERY CARD NOT KNOWN COMPROMISED THAT
      * USED A SUSPECT MERCHANT INSIDE ITS EXPOSURE WINDOW.
      *-----------------------------------------------------------
       5000-FIND-EXPOSED-CARDS.
      *-----------------------------------------------------------

             IF SUS-ENTRIES-USED = ZERO
                 GO TO 5000-FIND-EXPOSED-CARDS-X
             END-IF.

             PERFORM 2900-OPEN-AUDIT
                THRU 2900-OPEN-AUDIT-X.

             PERFORM 5100-CHECK-EXPOSURE
                THRU 5100-CHECK-EXPOSURE-X
                UNTIL END-OF-AUDIT.

             CLOSE FRAUDAUD-FILE.

      *----------------------------
       5000-FIND-EXPOSED-CARDS-X.
      *----------------------------

      *-----------------------------------------------------------
      * EXAMINES ONE AUDIT RECORD FOR A CLEAN CARD AT A SUSPECT
      * MERCHANT.  THE FIRST SUCH VISIT LISTS THE CARD UNDER THAT
      * MERCHANT; THE FIRST LISTING OF THE CARD ANYWHERE WRITES
      * ITS BLOCK CANDIDATE.
      *-----------------------------------------------------------
       5100-CHECK-EXPOSURE.
      *-----------------------------------------------------------

             IF AUD-MERCHANT-NAME = ZERO
                 GO TO 5100-NEXT-AUDIT
             END-IF.

             SET SUS-IDX TO 1.
             SEARCH SUS-ENTRY
                 AT END
                     GO TO 5100-NEXT-AUDIT
                 WHEN SUS-MER-NAME(SUS-IDX) = AUD-MERCHANT-NAME
                     CONTINUE
             END-SEARCH.

             MOVE AUD-TXN-YEAR  TO DATE-WORK-YEAR.
             MOVE AUD-TXN-MONTH TO DATE-WORK-MONTH.
             MOVE AUD-TXN-DAY   TO DATE-WORK-DAY.
             PERFORM 8000-COMPUTE-DAY-NO
                THRU 8000-COMPUTE-DAY-NO-X.
             IF DAY-NO-WS < SUS-FIRST-DAY-NO(SUS-IDX)
              OR DAY-NO-WS > SUS-LAST-DAY-NO(SUS-IDX)
                 GO TO 5100-NEXT-AUDIT
             END-IF.

             SET COMP-IDX TO 1.
             SEARCH COMP-ENTRY
                 AT END
                     CONTINUE
                 WHEN COMP-CARD-TOKEN(COMP-IDX) = AUD-CARD-TOKEN
                     GO TO 5100-NEXT-AUDIT
             END-SEARCH.

             SET SUS-SUB TO SUS-IDX.
             MOVE 'N' TO CARD-LISTED-SWITCH.
             IF EXP-ENTRIES-USED > ZERO
                 SET EXP-IDX TO 1
                 SEARCH EXP-ENTRY
                     AT END
                         CONTINUE
                     WHEN EXP-CARD-TOKEN(EXP-IDX) = AUD-CARD-TOKEN
                      AND EXP-SUS-SUB(EXP-IDX) = SUS-SUB
                         GO TO 5100-NEXT-AUDIT
                 END-SEARCH
                 SET EXP-IDX TO 1
                 SEARCH EXP-ENTRY
                     AT END
                         CONTINUE
                     WHEN EXP-CARD-TOKEN(EXP-IDX) = AUD-CARD-TOKEN
                         MOVE 'Y' TO CARD-LISTED-SWITCH
                 END-SEARCH
             END-IF.

             IF EXP-ENTRIES-USED NOT < 20000
                 ADD 1 TO EXP-OVERFLOW-CTR
                 GO TO 5100-NEXT-AUDIT
             END-IF.

             ADD 1 TO EXP-ENTRIES-USED.
             SET EXP-IDX TO EXP-ENTRIES-USED.
             MOVE AUD-CARD-TOKEN TO EXP-CARD-TOKEN(EXP-IDX).
             MOVE AUD-CARD-LAST4 TO EXP-CARD-LAST4(EXP-IDX).
             MOVE SUS-SUB        TO EXP-SUS-SUB(EXP-IDX).
             MOVE DATE-WORK-WS   TO EXP-VISIT-DATE(EXP-IDX).
             ADD 1 TO SUS-CLEAN-COUNT(SUS-IDX).

             IF NOT CARD-ALREADY-LISTED
                 ADD 1 TO EXPOSED-CARDS-CTR
                 PERFORM 5200-WRITE-CANDIDATE
                    THRU 5200-WRITE-CANDIDATE-X
             END-IF.

       5100-NEXT-AUDIT.

             PERFORM 2500-READ-AUDIT
                THRU 2500-READ-AUDIT-X.

      *------------------------
       5100-CHECK-EXPOSURE-X.
      *------------------------

       5200-WRITE-CANDIDATE.
             MOVE SPACES               TO CPCCAND-RECORD.
             MOVE 'ADD'                TO CAND-ACTION.
             MOVE AUD-CARD-TOKEN       TO CAND-CARD-TOKEN.
             MOVE 'B'                  TO CAND-LIST-ACTION.
             MOVE ZERO                 TO CAND-EXPIRE-DATE.
             MOVE 'FRDCPCMP'           TO CAND-USER.
             MOVE 'COMMON POINT OF COMPROMISE' TO CAND-REASON.
             WRITE CPCCAND-RECORD.
             IF CPCCAND-STATUS NOT = '00'
                 DISPLAY 'FRDCPCMP - CPCCAND WRITE FAILED - STATUS: '
                     CPCCAND-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
             ADD 1 TO CANDIDATES-WRITTEN-CTR.
       5200-WRITE-CANDIDATE-X.

      *-----------------------------------------------------------
      * APPROXIMATE DAY NUMBER OF DATE-WORK-WS - 365-DAY YEARS,
      * 30-DAY MONTHS.  GOOD FOR DIFFERENCES, NOT FOR CALENDARS.
      *-----------------------------------------------------------
       8000-COMPUTE-DAY-NO.
      *-----------------------------------------------------------

             COMPUTE DAY-NO-WS =
                 (DATE-WORK-YEAR  * 365)
               + (DATE-WORK-MONTH * 30)
               + DATE-WORK-DAY.

      *------------------------
       8000-COMPUTE-DAY-NO-X.
      *------------------------

      *-----------------------------------------------------------
      * WRITES THE SUSPECT RANKING, THE EXPOSED CARDS UNDER EACH
      * SUSPECT, AND THE CONTROL TOTALS, AND SETS THE CONDITION
      * CODE.
      *-----------------------------------------------------------
       9000-TERMINATE.
      *-----------------------------------------------------------

             MOVE RUN-DATE-WS TO HDG-RUN-DATE.
             WRITE CPCRPT-RECORD FROM HDG-LINE-1.
             MOVE LOOKBACK-DAYS TO PL-LOOKBACK-DAYS.
             MOVE MIN-CARDS     TO PL-MIN-CARDS.
             WRITE CPCRPT-RECORD FROM PARM-LINE.
             WRITE CPCRPT-RECORD FROM BLANK-LINE.

             WRITE CPCRPT-RECORD FROM SUS-HDG-LINE-1.
             WRITE CPCRPT-RECORD FROM SUS-HDG-LINE-2.
             IF SUS-ENTRIES-USED = ZERO
                 WRITE CPCRPT-RECORD FROM NO-SUSPECT-LINE
             ELSE
                 PERFORM 9100-WRITE-SUSPECT-LINE
                    THRU 9100-WRITE-SUSPECT-LINE-X
                    VARYING SUS-SUB FROM 1 BY 1
                    UNTIL SUS-SUB > SUS-ENTRIES-USED
                 WRITE CPCRPT-RECORD FROM BLANK-LINE
                 WRITE CPCRPT-RECORD FROM EXP-HDG-LINE-1
                 PERFORM 9200-WRITE-EXPOSED-GROUP
                    THRU 9200-WRITE-EXPOSED-GROUP-X
                    VARYING SUS-SUB FROM 1 BY 1
                    UNTIL SUS-SUB > SUS-ENTRIES-USED
             END-IF.

             WRITE CPCRPT-RECORD FROM BLANK-LINE.
             MOVE 'CASES READ' TO CNT-LABEL.
             MOVE CASES-READ-CTR TO CNT-VALUE.
             WRITE CPCRPT-RECORD FROM COUNT-LINE.
             MOVE 'CONFIRMED-FRAUD CASES' TO CNT-LABEL.
             MOVE CONFIRMED-CASES-CTR TO CNT-VALUE.
             WRITE CPCRPT-RECORD FROM COUNT-LINE.
             MOVE 'CHARGEBACKS MATCHED' TO CNT-LABEL.
             MOVE CB-MATCHED-CTR TO CNT-VALUE.
             WRITE CPCRPT-RECORD FROM COUNT-LINE.
             MOVE 'CHARGEBACKS NOT IN AUDIT SPAN' TO CNT-LABEL.
             MOVE CB-UNMATCHED-CTR TO CNT-VALUE.
             WRITE CPCRPT-RECORD FROM COUNT-LINE.
             MOVE 'COMPROMISED CARDS' TO CNT-LABEL.
             MOVE COMP-ENTRIES-USED TO CNT-VALUE.
             WRITE CPCRPT-RECORD FROM COUNT-LINE.
             MOVE 'PRE-FRAUD VISITS' TO CNT-LABEL.
             MOVE PRE-FRAUD-VISITS-CTR TO CNT-VALUE.
             WRITE CPCRPT-RECORD FROM COUNT-LINE.
             MOVE 'MERCHANTS VISITED' TO CNT-LABEL.
             MOVE MER-ENTRIES-USED TO CNT-VALUE.
             WRITE CPCRPT-RECORD FROM COUNT-LINE.
             MOVE 'SUSPECT MERCHANTS' TO CNT-LABEL.
             MOVE SUS-ENTRIES-USED TO CNT-VALUE.
             WRITE CPCRPT-RECORD FROM COUNT-LINE.
             MOVE 'EXPOSED CLEAN CARDS' TO CNT-LABEL.
             MOVE EXPOSED-CARDS-CTR TO CNT-VALUE.
             WRITE CPCRPT-RECORD FROM COUNT-LINE.

             DISPLAY '***** FRDCPCMP CONTROL TOTALS *****'.
             DISPLAY 'AUDIT RECORDS (CHARGEBACK PASS) : '
                 AUDIT-READ-CTR.
             DISPLAY 'COMPROMISED CARDS               : '
                 COMP-ENTRIES-USED.
             DISPLAY 'SUSPECT MERCHANTS               : '
                 SUS-ENTRIES-USED.
             DISPLAY 'BLOCK CANDIDATES WRITTEN        : '
                 CANDIDATES-WRITTEN-CTR.

             IF CB-OVERFLOW-CTR > ZERO
                 DISPLAY 'FRDCPCMP - CHARGEBACK TABLE OVERFLOWED, '
                     CB-OVERFLOW-CTR ' CHARGEBACKS NOT USED'
             END-IF.
             IF COMP-OVERFLOW-CTR > ZERO
                 DISPLAY 'FRDCPCMP - COMPROMISED-CARD TABLE '
                     'OVERFLOWED, ' COMP-OVERFLOW-CTR
                     ' CARDS NOT FOLLOWED BACK'
             END-IF.
             IF MER-OVERFLOW-CTR > ZERO
                 DISPLAY 'FRDCPCMP - MERCHANT TABLE OVERFLOWED, '
                     MER-OVERFLOW-CTR ' VISITS NOT COUNTED'
             END-IF.
             IF PAIR-OVERFLOW-CTR > ZERO
                 DISPLAY 'FRDCPCMP - CARD/MERCHANT TABLE OVERFLOWED, '
                     PAIR-OVERFLOW-CTR ' VISITS NOT COUNTED'
             END-IF.
             IF SUSPECTS-NOT-RANKED-CTR > ZERO
                 DISPLAY 'FRDCPCMP - ' SUSPECTS-NOT-RANKED-CTR
                     ' FURTHER MERCHANTS AT THE MINIMUM BEYOND THE '
                     'TOP 50 NOT REPORTED'
             END-IF.
             IF EXP-OVERFLOW-CTR > ZERO
                 DISPLAY 'FRDCPCMP - EXPOSURE TABLE OVERFLOWED, '
                     EXP-OVERFLOW-CTR ' EXPOSED VISITS NOT LISTED'
             END-IF.

             IF SUS-ENTRIES-USED > ZERO
                 DISPLAY 'FRDCPCMP ALERT: ' SUS-ENTRIES-USED
                     ' SUSPECT MERCHANTS, ' EXPOSED-CARDS-CTR
                     ' EXPOSED CARDS - SEE CPCRPT'
                 MOVE 4 TO RETURN-CODE
             END-IF.

             CLOSE CPCRPT-FILE.
             CLOSE CPCCAND-FILE.

      *-------------------
       9000-TERMINATE-X.
      *-------------------

       9100-WRITE-SUSPECT-LINE.
             SET SUS-IDX TO SUS-SUB.
             MOVE SUS-SUB                   TO SDL-RANK.
             MOVE SUS-MER-NAME(SUS-IDX)     TO SDL-MER-NAME.
             MOVE SUS-STATE(SUS-IDX)        TO SDL-STATE.
             MOVE SUS-MCC(SUS-IDX)          TO SDL-MCC.
             MOVE SUS-CARD-COUNT(SUS-IDX)   TO SDL-CARD-COUNT.
             MOVE SUS-FIRST-DATE(SUS-IDX)   TO SDL-FIRST-DATE.
             MOVE SUS-LAST-DATE(SUS-IDX)    TO SDL-LAST-DATE.
             MOVE SUS-CLEAN-COUNT(SUS-IDX)  TO SDL-CLEAN-COUNT.
             WRITE CPCRPT-RECORD FROM SUS-DETAIL-LINE.
       9100-WRITE-SUSPECT-LINE-X.

       9200-WRITE-EXPOSED-GROUP.
             SET SUS-IDX TO SUS-SUB.
             IF SUS-CLEAN-COUNT(SUS-IDX) = ZERO
                 GO TO 9200-WRITE-EXPOSED-GROUP-X
             END-IF.
             MOVE SUS-MER-NAME(SUS-IDX) TO EML-MER-NAME.
             WRITE CPCRPT-RECORD FROM EXP-MER-LINE.
             PERFORM 9250-WRITE-EXPOSED-CARD
                THRU 9250-WRITE-EXPOSED-CARD-X
                VARYING EXP-SUB FROM 1 BY 1
                UNTIL EXP-SUB > EXP-ENTRIES-USED.
       9200-WRITE-EXPOSED-GROUP-X.

       9250-WRITE-EXPOSED-CARD.
             SET EXP-IDX TO EXP-SUB.
             IF EXP-SUS-SUB(EXP-IDX) = SUS-SUB
                 MOVE EXP-CARD-TOKEN(EXP-IDX) TO EDL-CARD-TOKEN
                 MOVE EXP-CARD-LAST4(EXP-IDX) TO EDL-CARD-LAST4
                 MOVE EXP-VISIT-DATE(EXP-IDX) TO EDL-VISIT-DATE
                 WRITE CPCRPT-RECORD FROM EXP-DETAIL-LINE
             END-IF.
       9250-WRITE-EXPOSED-CARD-X.
