       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDCTDET.

      * AUTHOR - DRS ************************************************
      *
      * AI ON IBM Z SOLUTION TEMPLATE
      *
      * NIGHTLY CARD-TESTING ATTACK DETECTION.  A FRAUDSTER WITH
      * A BATCH OF STOLEN CARD NUMBERS PROVES WHICH ONES ARE LIVE
      * WITH A RUN OF TINY PURCHASES AT ONE MERCHANT, GUESSING
      * CVVS AND ADDRESSES ALONG THE WAY.  EVERY SCORING FEATURE IS
      * PER CARD, SO EACH TESTED CARD LOOKS QUIET ON ITS OWN -
      * THE ATTACK ONLY SHOWS ACROSS CARDS:
      *
      *   - EVERY TRANSACTION AT OR UNDER THE SMALL-AMOUNT LIMIT
      *     (USD, CONVERTED AT THE FRAUDFXR RATE; A CURRENCY WITH
      *     NO RATE ON FILE IS COMPARED AS IT STANDS) IS PLACED
      *     IN ITS MERCHANT'S TIME WINDOW - THE TRANSACTION DATE
      *     AND THE CLOCK HOURS CUT INTO FIXED BLOCKS OF THE
      *     WINDOW LENGTH (A 2-HOUR WINDOW IS 00-01, 02-03 ...).
      *   - BOTH THE NIGHT'S SETTLED TRANSACTIONS (FRAUDTXN) AND
      *     THE DAY'S AUTHORIZATION-PATH LOG (ADLIN, THE FRAUDADL
      *     GENERATION FRDADREC DRAINED) ARE READ.  A CARD SEEN IN
      *     BOTH IS COUNTED FROM WHICHEVER SOURCE SAW MORE OF ITS
      *     ATTEMPTS, SO AN AUTHORIZATION THAT ALSO SETTLED IS NOT
      *     COUNTED TWICE.
      *   - A WINDOW IS A SUSPECTED ATTACK WHEN AT LEAST THE
      *     MINIMUM NUMBER OF DISTINCT CARD TOKENS USED IT AND AT
      *     LEAST THE MINIMUM PERCENTAGE OF ITS SMALL TRANSACTIONS
      *     FAILED CVV OR AVS (RESULT 'N' ON EITHER).
      *   - EVERY CARD IN A SUSPECTED ATTACK IS LISTED UNDER IT
      *     AND WRITTEN ONCE TO CTSCAND AS A PSLTXN ADD/BLOCK
      *     TRANSACTION.  THE DESK REVIEWS CTSRPT AND RELEASES
      *     THE GENERATION TO FRDPSLMT WITH THE FRDCTREL JOB.
      *
      * THE FIRST PASS COUNTS SMALL TRANSACTIONS PER MERCHANT
      * WINDOW; ONLY WINDOWS WITH ENOUGH OF THEM TO REACH THE
      * MINIMUM CARD COUNT ARE FOLLOWED CARD BY CARD IN THE
      * SECOND, WHICH KEEPS THE CARD TABLE TO THE BUSY WINDOWS.
      *
      * RETURN-CODE 0  - NO SUSPECTED ATTACK
      * RETURN-CODE 4  - SUSPECTED ATTACKS REPORTED
      * RETURN-CODE 16 - MISSING/UNUSABLE CTSPARM OR A FILE ERROR
      *
      * MODIFICATION HISTORY
      * --------------------
      * DATE       BY    DESCRIPTION
      * 2026-09-28 DRS    INITIAL VERSION
      * 2026-10-15 DRS    CTSRPT OPEN STATUS-CHECKED; FRAUDFXR AND
      *                   ADLIN ONLY CLOSED WHEN THEY OPENED.
      ************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CTSPARM-FILE ASSIGN TO CTSPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CTSPARM-STATUS.

           SELECT FRAUDFXR-FILE ASSIGN TO FRAUDFXR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FRAUDFXR-STATUS.

           SELECT FRAUDTXN-FILE ASSIGN TO FRAUDTXN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TXN-SEQ-NO
               FILE STATUS IS FRAUDTXN-STATUS.

           SELECT ADLIN-FILE ASSIGN TO ADLIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ADLIN-STATUS.

           SELECT CTSRPT-FILE ASSIGN TO CTSRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CTSRPT-STATUS.

           SELECT CTSCAND-FILE ASSIGN TO CTSCAND
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CTSCAND-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *---------------------------------------------------------
      * DETECTION PARAMETER - WINDOW LENGTH IN HOURS, THE SMALL-
      * AMOUNT LIMIT IN USD, THE MINIMUM NUMBER OF DISTINCT CARDS
      * AND THE MINIMUM CVV/AVS FAILURE PERCENTAGE.
      *---------------------------------------------------------
       FD  CTSPARM-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CTSPARM-RECORD.
           05 CTS-PARM-WINDOW-HOURS     PIC 9(02).
           05 CTS-PARM-SMALL-AMOUNT     PIC 9(03)V9(02).
           05 CTS-PARM-MIN-CARDS        PIC 9(03).
           05 CTS-PARM-MIN-FAIL-PCT     PIC 9(03).
           05 FILLER                    PIC X(67).

      *---------------------------------------------------------
      * DAILY EXCHANGE RATES - SAME LAYOUT FRAUDDET READS.  USD
      * PER UNIT OF THE CURRENCY.
      *---------------------------------------------------------
       FD  FRAUDFXR-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  FRAUDFXR-RECORD.
           05 FXR-CURRENCY              PIC X(03).
           05 FXR-RATE                  PIC 9(05)V9(06).
           05 FXR-DATE                  PIC 9(08).
           05 FILLER                    PIC X(18).

      *---------------------------------------------------------
      * STAGED TRANSACTION EXTRACT - SAME LAYOUT FRAUDDET READS.
      * KEY 000000000 IS THE HEADER AND 999999999 THE TRAILER.
      *---------------------------------------------------------
       FD  FRAUDTXN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  FRAUDTXN-RECORD.
           05 TXN-SEQ-NO           PIC 9(09).
           05 TXN-CARD-TOKEN       PIC X(19).
           05 TXN-CARD-LAST4       PIC X(04).
           05 TXN-MONTH            COMP-2 SYNC.
           05 TXN-YEAR             COMP-2 SYNC.
           05 TXN-DAY              COMP-2 SYNC.
           05 TXN-TIME             COMP-2 SYNC.
           05 TXN-AMOUNT           COMP-2 SYNC.
           05 TXN-MERCHANT-NAME    COMP-2 SYNC.
           05 TXN-MERCHANT-CITY    PIC X(30).
           05 TXN-MERCHANT-STATE   PIC X(02).
           05 TXN-USER             COMP-2 SYNC.
           05 TXN-ZIP              COMP-2 SYNC.
           05 TXN-MCC              COMP-2 SYNC.
           05 TXN-USE-CHIP         PIC X(20).
           05 TXN-ERRORS           PIC X(20).
           05 TXN-CVV-RESULT       PIC X(01).
           05 TXN-AVS-RESULT       PIC X(01).
           05 TXN-CURRENCY-CODE    PIC X(03).
           05 FILLER               PIC X(05).

      *---------------------------------------------------------
      * AUTH-DECISION LOG HISTORY GENERATION - SAME LAYOUT
      * FRDAUTHS WRITES.
      *---------------------------------------------------------
       FD  ADLIN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  ADLIN-RECORD.
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
           05 ADL-ELAPSED-MS            PIC 9(05).
           05 ADL-MERCHANT-NAME         PIC 9(18).
           05 ADL-MERCHANT-STATE        PIC X(02).
           05 ADL-MCC                   PIC 9(04).
           05 ADL-CVV-RESULT            PIC X(01).
           05 ADL-AVS-RESULT            PIC X(01).
           05 FILLER                    PIC X(16).

      *---------------------------------------------------------
      * CARD-TESTING REPORT PRINT FILE
      *---------------------------------------------------------
       FD  CTSRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CTSRPT-RECORD               PIC X(132).

      *---------------------------------------------------------
      * TESTED-CARD BLOCK CANDIDATES - SAME LAYOUT FRDPSLMT
      * READS ON PSLTXN.  ONE ADD/BLOCK PER TESTED CARD.
      *---------------------------------------------------------
       FD  CTSCAND-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CTSCAND-RECORD.
           05 CAND-ACTION               PIC X(03).
           05 CAND-CARD-TOKEN           PIC X(19).
           05 CAND-LIST-ACTION          PIC X(01).
           05 CAND-EXPIRE-DATE          PIC 9(08).
           05 CAND-USER                 PIC X(08).
           05 CAND-REASON               PIC X(30).
           05 FILLER                    PIC X(11).

       WORKING-STORAGE SECTION.

       77  CTSPARM-STATUS               PIC X(02).
       77  FRAUDFXR-STATUS              PIC X(02).
       77  FRAUDTXN-STATUS              PIC X(02).
       77  ADLIN-STATUS                 PIC X(02).
       77  CTSRPT-STATUS                PIC X(02).
       77  CTSCAND-STATUS               PIC X(02).

       77  FXR-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 END-OF-RATES                        VALUE 'Y'.
       77  TXN-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 END-OF-TRANSACTIONS                 VALUE 'Y'.
       77  ADL-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 END-OF-AUTH-LOG                     VALUE 'Y'.
       77  ADL-AVAILABLE-SW             PIC X(01) VALUE 'N'.
           88 AUTH-LOG-AVAILABLE                  VALUE 'Y'.
       77  PASS-SWITCH                  PIC X(01) VALUE '1'.
           88 WINDOW-PASS                         VALUE '1'.
           88 CARD-PASS                           VALUE '2'.

       77  RUN-DATE-WS                  PIC 9(08) VALUE ZERO.
       77  WINDOW-HOURS                 PIC 9(02) VALUE ZERO.
       77  SMALL-AMOUNT-LIMIT           PIC 9(03)V9(02) VALUE ZERO.
       77  MIN-CARDS                    PIC 9(03) VALUE ZERO.
       77  MIN-FAIL-PCT                 PIC 9(03) VALUE ZERO.

      *-----------------------------------------------------------
      * EXCHANGE-RATE TABLE - LOADED AT STARTUP.  THE RATE DATE
      * IS NOT CHECKED: A DAY-OLD RATE IS CLOSE ENOUGH TO TELL A
      * TEST PURCHASE FROM A REAL ONE.
      *-----------------------------------------------------------
       01  FXR-RATES-TABLE.
           05 FXR-ENTRY OCCURS 0 TO 50 TIMES
                         DEPENDING ON FXR-ENTRIES-USED
                         INDEXED BY FXR-IDX.
               10 FXR-TBL-CURRENCY      PIC X(03).
               10 FXR-TBL-RATE          PIC 9(05)V9(06).
       77  FXR-ENTRIES-USED             PIC 9(03) COMP VALUE ZERO.
       77  FXR-OVERFLOW-CTR             PIC 9(09) COMP VALUE ZERO.

      *-----------------------------------------------------------
      * THE TRANSACTION IN HAND, FROM EITHER SOURCE (T = SETTLED
      * FRAUDTXN, A = AUTH LOG).
      *-----------------------------------------------------------
       01  OBS-DATE                     PIC 9(08) VALUE ZERO.
       01  OBS-DATE-PARTS-R REDEFINES OBS-DATE.
           05 OBS-YEAR                  PIC 9(04).
           05 OBS-MONTH                 PIC 9(02).
           05 OBS-DAY                   PIC 9(02).
       77  OBS-HOUR                     PIC 9(02) VALUE ZERO.
       77  OBS-START-HOUR               PIC 9(02) VALUE ZERO.
       77  OBS-MER-NAME                 PIC 9(18) VALUE ZERO.
       77  OBS-MER-STATE                PIC X(02) VALUE SPACES.
       77  OBS-MCC                      PIC 9(04) VALUE ZERO.
       77  OBS-CARD-TOKEN               PIC X(19) VALUE SPACES.
       77  OBS-CARD-LAST4               PIC X(04) VALUE SPACES.
       77  OBS-AMOUNT                   PIC 9(09)V9(02) VALUE ZERO.
       77  OBS-USD-AMOUNT               PIC 9(09)V9(02) VALUE ZERO.
       77  OBS-CURRENCY                 PIC X(03) VALUE SPACES.
       77  OBS-SOURCE                   PIC X(01) VALUE SPACE.
           88 OBS-FROM-AUTH-LOG                   VALUE 'A'.
           88 OBS-FROM-SETTLED                    VALUE 'T'.
       77  OBS-FAILED-SW                PIC X(01) VALUE 'N'.
           88 OBS-FAILED-CHECK                    VALUE 'Y'.
       77  OBS-SMALL-SW                 PIC X(01) VALUE 'N'.
           88 OBS-IS-SMALL                        VALUE 'Y'.

      *-----------------------------------------------------------
      * MERCHANT WINDOW TABLE - ONE ENTRY PER MERCHANT, DATE AND
      * WINDOW THAT SAW A SMALL TRANSACTION.  THE TRY COUNTS ARE
      * FROM THE FIRST PASS; THE CARD, ATTEMPT AND FAILURE COUNTS
      * ARE BUILT FROM THE CARD TABLE AFTER THE SECOND.
      *-----------------------------------------------------------
       01  WINDOW-TABLE.
           05 WIN-ENTRY OCCURS 0 TO 20000 TIMES
                         DEPENDING ON WIN-ENTRIES-USED
                         INDEXED BY WIN-IDX.
               10 WIN-MER-NAME          PIC 9(18).
               10 WIN-MER-STATE         PIC X(02).
               10 WIN-MCC               PIC 9(04).
               10 WIN-DATE              PIC 9(08).
               10 WIN-START-HOUR        PIC 9(02).
               10 WIN-ADL-TRIES         PIC 9(07) COMP.
               10 WIN-TXN-TRIES         PIC 9(07) COMP.
               10 WIN-BUSY-SW           PIC X(01).
               10 WIN-CARD-COUNT        PIC 9(05) COMP.
               10 WIN-ATTEMPTS          PIC 9(07) COMP.
               10 WIN-FAILS             PIC 9(07) COMP.
               10 WIN-FAIL-PCT          PIC 9(03)V9(01).
               10 WIN-SUSPECT-SW        PIC X(01).
       77  WIN-ENTRIES-USED             PIC 9(05) COMP VALUE ZERO.
       77  WIN-OVERFLOW-CTR             PIC 9(09) COMP VALUE ZERO.
       77  WIN-SUB                      PIC 9(05) COMP VALUE ZERO.
       77  WIN-ADD-SW                   PIC X(01) VALUE 'N'.
           88 WIN-ADD-ALLOWED                     VALUE 'Y'.

      *-----------------------------------------------------------
      * CARD TABLE - ONE ENTRY PER CARD PER BUSY WINDOW, WITH
      * ITS SMALL-TRANSACTION TRIES AND CVV/AVS FAILURES FROM
      * EACH SOURCE.
      *-----------------------------------------------------------
       01  CARD-TABLE.
           05 CRD-ENTRY OCCURS 0 TO 30000 TIMES
                         DEPENDING ON CRD-ENTRIES-USED
                         INDEXED BY CRD-IDX.
               10 CRD-WIN-SUB           PIC 9(05) COMP.
               10 CRD-CARD-TOKEN        PIC X(19).
               10 CRD-CARD-LAST4        PIC X(04).
               10 CRD-ADL-TRIES         PIC 9(05) COMP.
               10 CRD-ADL-FAILS         PIC 9(05) COMP.
               10 CRD-TXN-TRIES         PIC 9(05) COMP.
               10 CRD-TXN-FAILS         PIC 9(05) COMP.
               10 CRD-LISTED-SW         PIC X(01).
       77  CRD-ENTRIES-USED             PIC 9(05) COMP VALUE ZERO.
       77  CRD-OVERFLOW-CTR             PIC 9(09) COMP VALUE ZERO.
       77  CRD-SUB                      PIC 9(05) COMP VALUE ZERO.
       77  CRD-MARK-SUB                 PIC 9(05) COMP VALUE ZERO.
       77  CRD-TRIES-WS                 PIC 9(05) COMP VALUE ZERO.
       77  CRD-FAILS-WS                 PIC 9(05) COMP VALUE ZERO.

       77  END-HOUR-WS                  PIC 9(02) VALUE ZERO.

      *-----------------------------------------------------------
      * RUN TOTALS
      *-----------------------------------------------------------
       77  TXN-READ-CTR                 PIC 9(09) COMP VALUE ZERO.
       77  ADL-READ-CTR                 PIC 9(09) COMP VALUE ZERO.
       77  UNUSABLE-CTR                 PIC 9(09) COMP VALUE ZERO.
       77  SMALL-TXN-CTR                PIC 9(09) COMP VALUE ZERO.
       77  NO-RATE-CTR                  PIC 9(09) COMP VALUE ZERO.
       77  BUSY-WINDOWS-CTR             PIC 9(09) COMP VALUE ZERO.
       77  ATTACKS-CTR                  PIC 9(09) COMP VALUE ZERO.
       77  CANDIDATES-WRITTEN-CTR       PIC 9(09) COMP VALUE ZERO.

      *-----------------------------------------------------------
      * REPORT LINES
      *-----------------------------------------------------------
       01  HDG-LINE-1.
           05 FILLER PIC X(50) VALUE
               '***** CARD-TESTING ATTACK DETECTION *****'.
           05 FILLER PIC X(10) VALUE 'RUN DATE '.
           05 HDG-RUN-DATE          PIC 9(08).
           05 FILLER PIC X(64) VALUE SPACES.
       01  PARM-LINE.
           05 FILLER                PIC X(07) VALUE 'WINDOW '.
           05 PL-WINDOW-HOURS       PIC Z9.
           05 FILLER                PIC X(27) VALUE
               ' HOURS   SMALL AMOUNT USD '.
           05 PL-SMALL-AMOUNT       PIC ZZ9.99.
           05 FILLER                PIC X(18) VALUE
               '   MINIMUM CARDS '.
           05 PL-MIN-CARDS          PIC ZZ9.
           05 FILLER                PIC X(22) VALUE
               '   MINIMUM FAILURE % '.
           05 PL-MIN-FAIL-PCT       PIC ZZ9.
           05 FILLER                PIC X(44) VALUE SPACES.
       01  ATK-HDG-LINE-1.
           05 FILLER PIC X(50) VALUE
               'SUSPECTED CARD-TESTING ATTACKS'.
           05 FILLER PIC X(82) VALUE SPACES.
       01  ATK-HDG-LINE-2.
           05 FILLER PIC X(40) VALUE
               'MERCHANT           ST MCC  DATE     WIND'.
           05 FILLER PIC X(40) VALUE
               'OW CARDS   SMALL  FAILED FAIL %'.
           05 FILLER PIC X(52) VALUE SPACES.
       01  ATK-DETAIL-LINE.
           05 ADT-MER-NAME          PIC 9(18).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ADT-STATE             PIC X(02).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ADT-MCC               PIC 9(04).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ADT-DATE              PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ADT-START-HOUR        PIC 9(02).
           05 FILLER                PIC X(01) VALUE '-'.
           05 ADT-END-HOUR          PIC 9(02).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ADT-CARD-COUNT        PIC ZZ,ZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ADT-ATTEMPTS          PIC ZZZ,ZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ADT-FAILS             PIC ZZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ADT-FAIL-PCT          PIC ZZ9.9.
           05 FILLER                PIC X(63) VALUE SPACES.
       01  NO-ATTACK-LINE.
           05 FILLER                PIC X(40) VALUE
               '  (NO WINDOW AT THE MINIMUMS)'.
           05 FILLER                PIC X(92) VALUE SPACES.
       01  CARD-DETAIL-LINE.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 CDL-CARD-TOKEN        PIC X(19).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CDL-CARD-LAST4        PIC X(04).
           05 FILLER                PIC X(08) VALUE '  TRIES '.
           05 CDL-TRIES             PIC ZZ,ZZ9.
           05 FILLER                PIC X(09) VALUE '  FAILED '.
           05 CDL-FAILS             PIC ZZ,ZZ9.
           05 FILLER                PIC X(75) VALUE SPACES.
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

             MOVE '1' TO PASS-SWITCH.
             PERFORM 3000-SWEEP-SOURCES
                THRU 3000-SWEEP-SOURCES-X.

             PERFORM 4000-MARK-BUSY-WINDOWS
                THRU 4000-MARK-BUSY-WINDOWS-X.

             IF BUSY-WINDOWS-CTR > ZERO
                 MOVE '2' TO PASS-SWITCH
                 PERFORM 3000-SWEEP-SOURCES
                    THRU 3000-SWEEP-SOURCES-X
             END-IF.

             PERFORM 5000-ASSESS-WINDOWS
                THRU 5000-ASSESS-WINDOWS-X.

             PERFORM 6000-WRITE-CANDIDATES
                THRU 6000-WRITE-CANDIDATES-X.

             PERFORM 9000-TERMINATE
                THRU 9000-TERMINATE-X.

             STOP RUN.

      *-----------------------------------------------------------
      * READS THE DETECTION PARAMETER AND THE EXCHANGE RATES AND
      * OPENS THE OUTPUTS.  A MISSING OR NONSENSE PARAMETER
      * ABENDS THE RUN RATHER THAN SWEEPING ON GUESSED LIMITS.
      *-----------------------------------------------------------
       1000-INITIALIZE.
      *-----------------------------------------------------------

             ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.

             OPEN INPUT CTSPARM-FILE.
             IF CTSPARM-STATUS NOT = '00'
                 DISPLAY 'FRDCTDET - CTSPARM OPEN FAILED - STATUS: '
                     CTSPARM-STATUS ' - CANNOT START'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
             READ CTSPARM-FILE
                 AT END
                     DISPLAY 'FRDCTDET - CTSPARM IS EMPTY - '
                         'CANNOT START'
                     CLOSE CTSPARM-FILE
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
             END-READ.
             MOVE CTS-PARM-WINDOW-HOURS TO WINDOW-HOURS.
             MOVE CTS-PARM-SMALL-AMOUNT TO SMALL-AMOUNT-LIMIT.
             MOVE CTS-PARM-MIN-CARDS    TO MIN-CARDS.
             MOVE CTS-PARM-MIN-FAIL-PCT TO MIN-FAIL-PCT.
             CLOSE CTSPARM-FILE.

             IF WINDOW-HOURS = ZERO OR WINDOW-HOURS > 24
              OR SMALL-AMOUNT-LIMIT = ZERO
              OR MIN-CARDS < 2
              OR MIN-FAIL-PCT > 100
                 DISPLAY 'FRDCTDET - CTSPARM NEEDS A 1-24 HOUR '
                     'WINDOW, A NON-ZERO AMOUNT, AT LEAST 2 CARDS '
                     'AND A FAILURE % OF 0-100 - CANNOT START'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             DISPLAY 'FRDCTDET - ' WINDOW-HOURS '-HOUR WINDOWS, '
                 'ATTACK AT ' MIN-CARDS ' CARDS AND '
                 MIN-FAIL-PCT '% FAILED'.

             OPEN INPUT FRAUDFXR-FILE.
             IF FRAUDFXR-STATUS = '00'
                 PERFORM 1100-LOAD-RATE
                    THRU 1100-LOAD-RATE-X
                    UNTIL END-OF-RATES
                 CLOSE FRAUDFXR-FILE
             ELSE
                 DISPLAY 'FRDCTDET - FRAUDFXR OPEN STATUS '
                     FRAUDFXR-STATUS ' - AMOUNTS COMPARED UNCONVERTED'
             END-IF.

             OPEN OUTPUT CTSRPT-FILE.
             IF CTSRPT-STATUS NOT = '00'
                 DISPLAY 'FRDCTDET - CTSRPT OPEN FAILED - STATUS: '
                     CTSRPT-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
             OPEN OUTPUT CTSCAND-FILE.
             IF CTSCAND-STATUS NOT = '00'
                 DISPLAY 'FRDCTDET - CTSCAND OPEN FAILED - STATUS: '
                     CTSCAND-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

      *-------------------
       1000-INITIALIZE-X.
      *-------------------

       1100-LOAD-RATE.
             READ FRAUDFXR-FILE
                 AT END
                     MOVE 'Y' TO FXR-EOF-SWITCH
                 NOT AT END
                     IF FXR-ENTRIES-USED < 50
                         ADD 1 TO FXR-ENTRIES-USED
                         SET FXR-IDX TO FXR-ENTRIES-USED
                         MOVE FXR-CURRENCY TO
                             FXR-TBL-CURRENCY(FXR-IDX)
                         MOVE FXR-RATE TO FXR-TBL-RATE(FXR-IDX)
                     ELSE
                         ADD 1 TO FXR-OVERFLOW-CTR
                     END-IF
             END-READ.
       1100-LOAD-RATE-X.

      *-----------------------------------------------------------
      * READS THE NEXT SETTLED TRANSACTION AND HANDS IT ON.  THE
      * HEADER AND TRAILER CONTROL RECORDS ARE PASSED OVER, AND
      * SO IS ANY RECORD WITHOUT A MERCHANT OR A USABLE HOUR.
      *-----------------------------------------------------------
       2000-NEXT-SETTLED.
      *-----------------------------------------------------------

             READ FRAUDTXN-FILE NEXT RECORD
                 AT END
                     MOVE 'Y' TO TXN-EOF-SWITCH
                     GO TO 2000-NEXT-SETTLED-X
             END-READ.
             IF FRAUDTXN-STATUS NOT = '00'
                 DISPLAY 'FRDCTDET - FRAUDTXN READ FAILED - STATUS: '
                     FRAUDTXN-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             IF TXN-SEQ-NO = ZERO OR TXN-SEQ-NO = 999999999
                 GO TO 2000-NEXT-SETTLED-X
             END-IF.
             IF WINDOW-PASS
                 ADD 1 TO TXN-READ-CTR
             END-IF.

             MOVE TXN-MERCHANT-NAME  TO OBS-MER-NAME.
             MOVE TXN-TIME           TO OBS-HOUR.
             IF OBS-MER-NAME = ZERO
              OR OBS-HOUR > 23
                 IF WINDOW-PASS
                     ADD 1 TO UNUSABLE-CTR
                 END-IF
                 GO TO 2000-NEXT-SETTLED-X
             END-IF.

             MOVE TXN-YEAR           TO OBS-YEAR.
             MOVE TXN-MONTH          TO OBS-MONTH.
             MOVE TXN-DAY            TO OBS-DAY.
             MOVE TXN-MERCHANT-STATE TO OBS-MER-STATE.
             MOVE TXN-MCC            TO OBS-MCC.
             MOVE TXN-CARD-TOKEN     TO OBS-CARD-TOKEN.
             MOVE TXN-CARD-LAST4     TO OBS-CARD-LAST4.
             MOVE TXN-AMOUNT         TO OBS-AMOUNT.
             MOVE TXN-CURRENCY-CODE  TO OBS-CURRENCY.
             MOVE 'T'                TO OBS-SOURCE.
             IF TXN-CVV-RESULT = 'N' OR TXN-AVS-RESULT = 'N'
                 MOVE 'Y' TO OBS-FAILED-SW
             ELSE
                 MOVE 'N' TO OBS-FAILED-SW
             END-IF.

             PERFORM 2800-APPLY-OBSERVATION
                THRU 2800-APPLY-OBSERVATION-X.

      *----------------------
       2000-NEXT-SETTLED-X.
      *----------------------

      *-----------------------------------------------------------
      * READS THE NEXT AUTH-LOG REPLY AND HANDS IT ON.  A REPLY
      * WITHOUT A MERCHANT (OR WITH A DAMAGED HOUR OR AMOUNT) IS
      * PASSED OVER.
      *-----------------------------------------------------------
       2100-NEXT-AUTH.
      *-----------------------------------------------------------

             READ ADLIN-FILE
                 AT END
                     MOVE 'Y' TO ADL-EOF-SWITCH
                     GO TO 2100-NEXT-AUTH-X
             END-READ.
             IF WINDOW-PASS
                 ADD 1 TO ADL-READ-CTR
             END-IF.

             IF ADL-MERCHANT-NAME NOT NUMERIC
              OR ADL-MERCHANT-NAME = ZERO
              OR ADL-TXN-TIME NOT NUMERIC
              OR ADL-TXN-TIME > 23
              OR ADL-AMOUNT NOT NUMERIC
                 IF WINDOW-PASS
                     ADD 1 TO UNUSABLE-CTR
                 END-IF
                 GO TO 2100-NEXT-AUTH-X
             END-IF.

             MOVE ADL-MERCHANT-NAME  TO OBS-MER-NAME.
             MOVE ADL-TXN-TIME       TO OBS-HOUR.
             MOVE ADL-TXN-YEAR       TO OBS-YEAR.
             MOVE ADL-TXN-MONTH      TO OBS-MONTH.
             MOVE ADL-TXN-DAY        TO OBS-DAY.
             MOVE ADL-MERCHANT-STATE TO OBS-MER-STATE.
             MOVE ADL-MCC            TO OBS-MCC.
             MOVE ADL-CARD-TOKEN     TO OBS-CARD-TOKEN.
             MOVE ADL-CARD-LAST4     TO OBS-CARD-LAST4.
             MOVE ADL-AMOUNT         TO OBS-AMOUNT.
             MOVE ADL-CURRENCY       TO OBS-CURRENCY.
             MOVE 'A'                TO OBS-SOURCE.
             IF ADL-CVV-RESULT = 'N' OR ADL-AVS-RESULT = 'N'
                 MOVE 'Y' TO OBS-FAILED-SW
             ELSE
                 MOVE 'N' TO OBS-FAILED-SW
             END-IF.

             PERFORM 2800-APPLY-OBSERVATION
                THRU 2800-APPLY-OBSERVATION-X.

      *-------------------
       2100-NEXT-AUTH-X.
      *-------------------

      *-----------------------------------------------------------
      * A SMALL TRANSACTION COUNTS TOWARD ITS MERCHANT WINDOW ON
      * THE FIRST PASS, AND TOWARD ITS CARD ON THE SECOND WHEN
      * THE WINDOW IS BUSY.
      *-----------------------------------------------------------
       2800-APPLY-OBSERVATION.
      *-----------------------------------------------------------

             PERFORM 2850-CHECK-SMALL
                THRU 2850-CHECK-SMALL-X.
             IF NOT OBS-IS-SMALL
                 GO TO 2800-APPLY-OBSERVATION-X
             END-IF.

             DIVIDE OBS-HOUR BY WINDOW-HOURS GIVING OBS-START-HOUR.
             MULTIPLY WINDOW-HOURS BY OBS-START-HOUR.

             IF WINDOW-PASS
                 ADD 1 TO SMALL-TXN-CTR
                 MOVE 'Y' TO WIN-ADD-SW
                 PERFORM 3500-FIND-WINDOW
                    THRU 3500-FIND-WINDOW-X
                 IF WIN-SUB > ZERO
                     IF OBS-FROM-AUTH-LOG
                         ADD 1 TO WIN-ADL-TRIES(WIN-IDX)
                     ELSE
                         ADD 1 TO WIN-TXN-TRIES(WIN-IDX)
                     END-IF
                 END-IF
                 GO TO 2800-APPLY-OBSERVATION-X
             END-IF.

             MOVE 'N' TO WIN-ADD-SW.
             PERFORM 3500-FIND-WINDOW
                THRU 3500-FIND-WINDOW-X.
             IF WIN-SUB = ZERO
                 GO TO 2800-APPLY-OBSERVATION-X
             END-IF.
             IF WIN-BUSY-SW(WIN-IDX) NOT = 'Y'
                 GO TO 2800-APPLY-OBSERVATION-X
             END-IF.

             PERFORM 3600-COUNT-CARD
                THRU 3600-COUNT-CARD-X.

      *-----------------------------
       2800-APPLY-OBSERVATION-X.
      *-----------------------------

      *-----------------------------------------------------------
      * SETS OBS-SMALL-SW FROM THE USD VALUE OF THE AMOUNT.
      *-----------------------------------------------------------
       2850-CHECK-SMALL.
      *-----------------------------------------------------------

             MOVE 'N' TO OBS-SMALL-SW.

             IF OBS-CURRENCY = 'USD' OR SPACES
                 MOVE OBS-AMOUNT TO OBS-USD-AMOUNT
             ELSE
                 MOVE OBS-AMOUNT TO OBS-USD-AMOUNT
                 SET FXR-IDX TO 1
                 SEARCH FXR-ENTRY
                     AT END
                         IF WINDOW-PASS
                             ADD 1 TO NO-RATE-CTR
                         END-IF
                     WHEN FXR-TBL-CURRENCY(FXR-IDX) = OBS-CURRENCY
                         COMPUTE OBS-USD-AMOUNT ROUNDED =
                             OBS-AMOUNT * FXR-TBL-RATE(FXR-IDX)
                 END-SEARCH
             END-IF.

             IF OBS-USD-AMOUNT NOT > SMALL-AMOUNT-LIMIT
                 MOVE 'Y' TO OBS-SMALL-SW
             END-IF.

      *-----------------------
       2850-CHECK-SMALL-X.
      *-----------------------

      *-----------------------------------------------------------
      * ONE PASS OVER BOTH SOURCES.  THE SETTLED FILE MUST OPEN -
      * IT IS THE NIGHT'S WORK.  THE AUTH LOG IS BEST-EFFORT: A
      * MISSING GENERATION STILL LETS THE SETTLED SWEEP RUN.
      *-----------------------------------------------------------
       3000-SWEEP-SOURCES.
      *-----------------------------------------------------------

             MOVE 'N' TO TXN-EOF-SWITCH.
             OPEN INPUT FRAUDTXN-FILE.
             IF FRAUDTXN-STATUS NOT = '00' AND '97'
                 DISPLAY 'FRDCTDET - FRAUDTXN OPEN FAILED - STATUS: '
                     FRAUDTXN-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
             PERFORM 2000-NEXT-SETTLED
                THRU 2000-NEXT-SETTLED-X
                UNTIL END-OF-TRANSACTIONS.
             CLOSE FRAUDTXN-FILE.

             MOVE 'N' TO ADL-EOF-SWITCH.
             OPEN INPUT ADLIN-FILE.
             IF ADLIN-STATUS = '00'
                 MOVE 'Y' TO ADL-AVAILABLE-SW
                 PERFORM 2100-NEXT-AUTH
                    THRU 2100-NEXT-AUTH-X
                    UNTIL END-OF-AUTH-LOG
                 CLOSE ADLIN-FILE
             ELSE
                 IF WINDOW-PASS
                     DISPLAY 'FRDCTDET - ADLIN OPEN STATUS '
                         ADLIN-STATUS ' - AUTH LOG NOT SWEPT'
                 END-IF
             END-IF.

      *------------------------
       3000-SWEEP-SOURCES-X.
      *------------------------

      *-----------------------------------------------------------
      * FINDS THE OBSERVATION'S MERCHANT WINDOW, ADDING IT WHEN
      * WIN-ADD-SW ALLOWS.  WIN-SUB IS ZERO WHEN IT IS NOT THERE
      * (OR THE TABLE IS FULL).
      *-----------------------------------------------------------
       3500-FIND-WINDOW.
      *-----------------------------------------------------------

             MOVE ZERO TO WIN-SUB.

             IF WIN-ENTRIES-USED > ZERO
                 SET WIN-IDX TO 1
                 SEARCH WIN-ENTRY
                     AT END
                         CONTINUE
                     WHEN WIN-MER-NAME(WIN-IDX)   = OBS-MER-NAME
                      AND WIN-DATE(WIN-IDX)       = OBS-DATE
                      AND WIN-START-HOUR(WIN-IDX) = OBS-START-HOUR
                         SET WIN-SUB TO WIN-IDX
                 END-SEARCH
             END-IF.

             IF WIN-SUB > ZERO OR NOT WIN-ADD-ALLOWED
                 GO TO 3500-FIND-WINDOW-X
             END-IF.

             IF WIN-ENTRIES-USED NOT < 20000
                 ADD 1 TO WIN-OVERFLOW-CTR
                 GO TO 3500-FIND-WINDOW-X
             END-IF.

             ADD 1 TO WIN-ENTRIES-USED.
             MOVE WIN-ENTRIES-USED TO WIN-SUB.
             SET WIN-IDX TO WIN-SUB.
             MOVE OBS-MER-NAME   TO WIN-MER-NAME(WIN-IDX).
             MOVE OBS-MER-STATE  TO WIN-MER-STATE(WIN-IDX).
             MOVE OBS-MCC        TO WIN-MCC(WIN-IDX).
             MOVE OBS-DATE       TO WIN-DATE(WIN-IDX).
             MOVE OBS-START-HOUR TO WIN-START-HOUR(WIN-IDX).
             MOVE ZERO           TO WIN-ADL-TRIES(WIN-IDX)
                                    WIN-TXN-TRIES(WIN-IDX)
                                    WIN-CARD-COUNT(WIN-IDX)
                                    WIN-ATTEMPTS(WIN-IDX)
                                    WIN-FAILS(WIN-IDX)
                                    WIN-FAIL-PCT(WIN-IDX).
             MOVE 'N'            TO WIN-BUSY-SW(WIN-IDX)
                                    WIN-SUSPECT-SW(WIN-IDX).

      *----------------------
       3500-FIND-WINDOW-X.
      *----------------------

      *-----------------------------------------------------------
      * COUNTS ONE SMALL TRANSACTION AGAINST ITS CARD IN THE
      * WINDOW, ADDING THE CARD THE FIRST TIME IT IS SEEN THERE.
      *-----------------------------------------------------------
       3600-COUNT-CARD.
      *-----------------------------------------------------------

             MOVE ZERO TO CRD-SUB.

             IF CRD-ENTRIES-USED > ZERO
                 SET CRD-IDX TO 1
                 SEARCH CRD-ENTRY
                     AT END
                         CONTINUE
                     WHEN CRD-WIN-SUB(CRD-IDX)    = WIN-SUB
                      AND CRD-CARD-TOKEN(CRD-IDX) = OBS-CARD-TOKEN
                         SET CRD-SUB TO CRD-IDX
                 END-SEARCH
             END-IF.

             IF CRD-SUB = ZERO
                 IF CRD-ENTRIES-USED NOT < 30000
                     ADD 1 TO CRD-OVERFLOW-CTR
                     GO TO 3600-COUNT-CARD-X
                 END-IF
                 ADD 1 TO CRD-ENTRIES-USED
                 MOVE CRD-ENTRIES-USED TO CRD-SUB
                 SET CRD-IDX TO CRD-SUB
                 MOVE WIN-SUB        TO CRD-WIN-SUB(CRD-IDX)
                 MOVE OBS-CARD-TOKEN TO CRD-CARD-TOKEN(CRD-IDX)
                 MOVE OBS-CARD-LAST4 TO CRD-CARD-LAST4(CRD-IDX)
                 MOVE ZERO           TO CRD-ADL-TRIES(CRD-IDX)
                                        CRD-ADL-FAILS(CRD-IDX)
                                        CRD-TXN-TRIES(CRD-IDX)
                                        CRD-TXN-FAILS(CRD-IDX)
                 MOVE 'N'            TO CRD-LISTED-SW(CRD-IDX)
             END-IF.

             IF OBS-FROM-AUTH-LOG
                 ADD 1 TO CRD-ADL-TRIES(CRD-IDX)
                 IF OBS-FAILED-CHECK
                     ADD 1 TO CRD-ADL-FAILS(CRD-IDX)
                 END-IF
             ELSE
                 ADD 1 TO CRD-TXN-TRIES(CRD-IDX)
                 IF OBS-FAILED-CHECK
                     ADD 1 TO CRD-TXN-FAILS(CRD-IDX)
                 END-IF
             END-IF.

      *---------------------
       3600-COUNT-CARD-X.
      *---------------------

      *-----------------------------------------------------------
      * A WINDOW IS WORTH FOLLOWING CARD BY CARD ONLY WHEN IT
      * HAD ENOUGH SMALL TRANSACTIONS, FROM BOTH SOURCES, TO
      * COME FROM THE MINIMUM NUMBER OF CARDS.
      *-----------------------------------------------------------
       4000-MARK-BUSY-WINDOWS.
      *-----------------------------------------------------------

             PERFORM 4100-MARK-ONE-WINDOW
                THRU 4100-MARK-ONE-WINDOW-X
                VARYING WIN-SUB FROM 1 BY 1
                UNTIL WIN-SUB > WIN-ENTRIES-USED.

      *----------------------------
       4000-MARK-BUSY-WINDOWS-X.
      *----------------------------

       4100-MARK-ONE-WINDOW.
             SET WIN-IDX TO WIN-SUB.
             IF WIN-ADL-TRIES(WIN-IDX) + WIN-TXN-TRIES(WIN-IDX)
                    NOT < MIN-CARDS
                 MOVE 'Y' TO WIN-BUSY-SW(WIN-IDX)
                 ADD 1 TO BUSY-WINDOWS-CTR
             END-IF.
       4100-MARK-ONE-WINDOW-X.

      *-----------------------------------------------------------
      * ROLLS THE CARDS UP INTO THEIR WINDOWS - EACH CARD FROM
      * THE SOURCE THAT SAW MORE OF ITS TRIES - AND JUDGES EACH
      * BUSY WINDOW AGAINST THE CARD AND FAILURE MINIMUMS.
      *-----------------------------------------------------------
       5000-ASSESS-WINDOWS.
      *-----------------------------------------------------------

             PERFORM 5100-ROLL-UP-CARD
                THRU 5100-ROLL-UP-CARD-X
                VARYING CRD-SUB FROM 1 BY 1
                UNTIL CRD-SUB > CRD-ENTRIES-USED.

             PERFORM 5200-JUDGE-WINDOW
                THRU 5200-JUDGE-WINDOW-X
                VARYING WIN-SUB FROM 1 BY 1
                UNTIL WIN-SUB > WIN-ENTRIES-USED.

      *-------------------------
       5000-ASSESS-WINDOWS-X.
      *-------------------------

       5100-ROLL-UP-CARD.
             SET CRD-IDX TO CRD-SUB.
             SET WIN-IDX TO CRD-WIN-SUB(CRD-IDX).
             PERFORM 5150-PICK-CARD-SOURCE
                THRU 5150-PICK-CARD-SOURCE-X.
             ADD 1            TO WIN-CARD-COUNT(WIN-IDX).
             ADD CRD-TRIES-WS TO WIN-ATTEMPTS(WIN-IDX).
             ADD CRD-FAILS-WS TO WIN-FAILS(WIN-IDX).
       5100-ROLL-UP-CARD-X.

       5150-PICK-CARD-SOURCE.
             IF CRD-ADL-TRIES(CRD-IDX) NOT < CRD-TXN-TRIES(CRD-IDX)
                 MOVE CRD-ADL-TRIES(CRD-IDX) TO CRD-TRIES-WS
                 MOVE CRD-ADL-FAILS(CRD-IDX) TO CRD-FAILS-WS
             ELSE
                 MOVE CRD-TXN-TRIES(CRD-IDX) TO CRD-TRIES-WS
                 MOVE CRD-TXN-FAILS(CRD-IDX) TO CRD-FAILS-WS
             END-IF.
       5150-PICK-CARD-SOURCE-X.

       5200-JUDGE-WINDOW.
             SET WIN-IDX TO WIN-SUB.
             IF WIN-BUSY-SW(WIN-IDX) NOT = 'Y'
              OR WIN-ATTEMPTS(WIN-IDX) = ZERO
              OR WIN-CARD-COUNT(WIN-IDX) < MIN-CARDS
                 GO TO 5200-JUDGE-WINDOW-X
             END-IF.
             COMPUTE WIN-FAIL-PCT(WIN-IDX) ROUNDED =
                 (WIN-FAILS(WIN-IDX) * 100) / WIN-ATTEMPTS(WIN-IDX).
             IF WIN-FAIL-PCT(WIN-IDX) NOT < MIN-FAIL-PCT
                 MOVE 'Y' TO WIN-SUSPECT-SW(WIN-IDX)
                 ADD 1 TO ATTACKS-CTR
             END-IF.
       5200-JUDGE-WINDOW-X.

      *-----------------------------------------------------------
      * WRITES ONE BLOCK CANDIDATE PER CARD IN A SUSPECTED
      * ATTACK.  A CARD TESTED IN SEVERAL WINDOWS IS WRITTEN FOR
      * THE FIRST AND MARKED LISTED IN THE REST.
      *-----------------------------------------------------------
       6000-WRITE-CANDIDATES.
      *-----------------------------------------------------------

             IF ATTACKS-CTR = ZERO
                 GO TO 6000-WRITE-CANDIDATES-X
             END-IF.

             PERFORM 6100-CHECK-CARD
                THRU 6100-CHECK-CARD-X
                VARYING CRD-SUB FROM 1 BY 1
                UNTIL CRD-SUB > CRD-ENTRIES-USED.

      *---------------------------
       6000-WRITE-CANDIDATES-X.
      *---------------------------

       6100-CHECK-CARD.
             SET CRD-IDX TO CRD-SUB.
             SET WIN-IDX TO CRD-WIN-SUB(CRD-IDX).
             IF WIN-SUSPECT-SW(WIN-IDX) NOT = 'Y'
              OR CRD-LISTED-SW(CRD-IDX) = 'Y'
                 GO TO 6100-CHECK-CARD-X
             END-IF.

             MOVE SPACES                 TO CTSCAND-RECORD.
             MOVE 'ADD'                  TO CAND-ACTION.
             MOVE CRD-CARD-TOKEN(CRD-IDX) TO CAND-CARD-TOKEN.
             MOVE 'B'                    TO CAND-LIST-ACTION.
             MOVE ZERO                   TO CAND-EXPIRE-DATE.
             MOVE 'FRDCTDET'             TO CAND-USER.
             MOVE 'CARD TESTING AT MERCHANT' TO CAND-REASON.
             WRITE CTSCAND-RECORD.
             IF CTSCAND-STATUS NOT = '00'
                 DISPLAY 'FRDCTDET - CTSCAND WRITE FAILED - STATUS: '
                     CTSCAND-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
             ADD 1 TO CANDIDATES-WRITTEN-CTR.

             PERFORM 6150-MARK-SAME-CARD
                THRU 6150-MARK-SAME-CARD-X
                VARYING CRD-MARK-SUB FROM CRD-SUB BY 1
                UNTIL CRD-MARK-SUB > CRD-ENTRIES-USED.
       6100-CHECK-CARD-X.

       6150-MARK-SAME-CARD.
             IF CRD-CARD-TOKEN(CRD-MARK-SUB) =
                    CRD-CARD-TOKEN(CRD-SUB)
                 MOVE 'Y' TO CRD-LISTED-SW(CRD-MARK-SUB)
             END-IF.
       6150-MARK-SAME-CARD-X.

      *-----------------------------------------------------------
      * WRITES THE SUSPECTED ATTACKS WITH THE CARDS UNDER EACH,
      * AND THE CONTROL TOTALS, AND SETS THE CONDITION CODE.
      *-----------------------------------------------------------
       9000-TERMINATE.
      *-----------------------------------------------------------

             MOVE RUN-DATE-WS TO HDG-RUN-DATE.
             WRITE CTSRPT-RECORD FROM HDG-LINE-1.
             MOVE WINDOW-HOURS       TO PL-WINDOW-HOURS.
             MOVE SMALL-AMOUNT-LIMIT TO PL-SMALL-AMOUNT.
             MOVE MIN-CARDS          TO PL-MIN-CARDS.
             MOVE MIN-FAIL-PCT       TO PL-MIN-FAIL-PCT.
             WRITE CTSRPT-RECORD FROM PARM-LINE.
             WRITE CTSRPT-RECORD FROM BLANK-LINE.

             WRITE CTSRPT-RECORD FROM ATK-HDG-LINE-1.
             WRITE CTSRPT-RECORD FROM ATK-HDG-LINE-2.
             IF ATTACKS-CTR = ZERO
                 WRITE CTSRPT-RECORD FROM NO-ATTACK-LINE
             ELSE
                 PERFORM 9100-WRITE-ATTACK
                    THRU 9100-WRITE-ATTACK-X
                    VARYING WIN-SUB FROM 1 BY 1
                    UNTIL WIN-SUB > WIN-ENTRIES-USED
             END-IF.

             WRITE CTSRPT-RECORD FROM BLANK-LINE.
             MOVE 'SETTLED TRANSACTIONS READ' TO CNT-LABEL.
             MOVE TXN-READ-CTR TO CNT-VALUE.
             WRITE CTSRPT-RECORD FROM COUNT-LINE.
             MOVE 'AUTH-LOG REPLIES READ' TO CNT-LABEL.
             MOVE ADL-READ-CTR TO CNT-VALUE.
             WRITE CTSRPT-RECORD FROM COUNT-LINE.
             MOVE 'NO MERCHANT OR BAD HOUR' TO CNT-LABEL.
             MOVE UNUSABLE-CTR TO CNT-VALUE.
             WRITE CTSRPT-RECORD FROM COUNT-LINE.
             MOVE 'SMALL-AMOUNT TRANSACTIONS' TO CNT-LABEL.
             MOVE SMALL-TXN-CTR TO CNT-VALUE.
             WRITE CTSRPT-RECORD FROM COUNT-LINE.
             MOVE 'AMOUNTS WITH NO RATE' TO CNT-LABEL.
             MOVE NO-RATE-CTR TO CNT-VALUE.
             WRITE CTSRPT-RECORD FROM COUNT-LINE.
             MOVE 'MERCHANT WINDOWS' TO CNT-LABEL.
             MOVE WIN-ENTRIES-USED TO CNT-VALUE.
             WRITE CTSRPT-RECORD FROM COUNT-LINE.
             MOVE 'WINDOWS FOLLOWED BY CARD' TO CNT-LABEL.
             MOVE BUSY-WINDOWS-CTR TO CNT-VALUE.
             WRITE CTSRPT-RECORD FROM COUNT-LINE.
             MOVE 'SUSPECTED ATTACKS' TO CNT-LABEL.
             MOVE ATTACKS-CTR TO CNT-VALUE.
             WRITE CTSRPT-RECORD FROM COUNT-LINE.
             MOVE 'BLOCK CANDIDATES WRITTEN' TO CNT-LABEL.
             MOVE CANDIDATES-WRITTEN-CTR TO CNT-VALUE.
             WRITE CTSRPT-RECORD FROM COUNT-LINE.

             DISPLAY '***** FRDCTDET CONTROL TOTALS *****'.
             DISPLAY 'SETTLED TRANSACTIONS READ       : '
                 TXN-READ-CTR.
             DISPLAY 'AUTH-LOG REPLIES READ           : '
                 ADL-READ-CTR.
             DISPLAY 'SMALL-AMOUNT TRANSACTIONS       : '
                 SMALL-TXN-CTR.
             DISPLAY 'SUSPECTED ATTACKS               : '
                 ATTACKS-CTR.
             DISPLAY 'BLOCK CANDIDATES WRITTEN        : '
                 CANDIDATES-WRITTEN-CTR.

             IF FXR-OVERFLOW-CTR > ZERO
                 DISPLAY 'FRDCTDET - RATE TABLE OVERFLOWED, '
                     FXR-OVERFLOW-CTR ' RATES NOT USED'
             END-IF.
             IF WIN-OVERFLOW-CTR > ZERO
                 DISPLAY 'FRDCTDET - WINDOW TABLE OVERFLOWED, '
                     WIN-OVERFLOW-CTR ' TRANSACTIONS NOT COUNTED'
             END-IF.
             IF CRD-OVERFLOW-CTR > ZERO
                 DISPLAY 'FRDCTDET - CARD TABLE OVERFLOWED, '
                     CRD-OVERFLOW-CTR ' TRANSACTIONS NOT COUNTED'
             END-IF.

             CLOSE CTSRPT-FILE.
             CLOSE CTSCAND-FILE.

             IF ATTACKS-CTR > ZERO
                 MOVE 4 TO RETURN-CODE
             ELSE
                 MOVE 0 TO RETURN-CODE
             END-IF.

      *--------------------
       9000-TERMINATE-X.
      *--------------------

      *-----------------------------------------------------------
      * ONE SUSPECTED ATTACK AND THE CARDS TESTED IN IT.
      *-----------------------------------------------------------
       9100-WRITE-ATTACK.
      *-----------------------------------------------------------

             SET WIN-IDX TO WIN-SUB.
             IF WIN-SUSPECT-SW(WIN-IDX) NOT = 'Y'
                 GO TO 9100-WRITE-ATTACK-X
             END-IF.

             COMPUTE END-HOUR-WS =
                 WIN-START-HOUR(WIN-IDX) + WINDOW-HOURS - 1.
             IF END-HOUR-WS > 23
                 MOVE 23 TO END-HOUR-WS
             END-IF.

             MOVE WIN-MER-NAME(WIN-IDX)   TO ADT-MER-NAME.
             MOVE WIN-MER-STATE(WIN-IDX)  TO ADT-STATE.
             MOVE WIN-MCC(WIN-IDX)        TO ADT-MCC.
             MOVE WIN-DATE(WIN-IDX)       TO ADT-DATE.
             MOVE WIN-START-HOUR(WIN-IDX) TO ADT-START-HOUR.
             MOVE END-HOUR-WS             TO ADT-END-HOUR.
             MOVE WIN-CARD-COUNT(WIN-IDX) TO ADT-CARD-COUNT.
             MOVE WIN-ATTEMPTS(WIN-IDX)   TO ADT-ATTEMPTS.
             MOVE WIN-FAILS(WIN-IDX)      TO ADT-FAILS.
             MOVE WIN-FAIL-PCT(WIN-IDX)   TO ADT-FAIL-PCT.
             WRITE CTSRPT-RECORD FROM ATK-DETAIL-LINE.

             PERFORM 9200-WRITE-ATTACK-CARD
                THRU 9200-WRITE-ATTACK-CARD-X
                VARYING CRD-SUB FROM 1 BY 1
                UNTIL CRD-SUB > CRD-ENTRIES-USED.
             WRITE CTSRPT-RECORD FROM BLANK-LINE.

      *-----------------------
       9100-WRITE-ATTACK-X.
      *-----------------------

       9200-WRITE-ATTACK-CARD.
             SET CRD-IDX TO CRD-SUB.
             IF CRD-WIN-SUB(CRD-IDX) NOT = WIN-SUB
                 GO TO 9200-WRITE-ATTACK-CARD-X
             END-IF.
             PERFORM 5150-PICK-CARD-SOURCE
                THRU 5150-PICK-CARD-SOURCE-X.
             MOVE CRD-CARD-TOKEN(CRD-IDX) TO CDL-CARD-TOKEN.
             MOVE CRD-CARD-LAST4(CRD-IDX) TO CDL-CARD-LAST4.
             MOVE CRD-TRIES-WS            TO CDL-TRIES.
             MOVE CRD-FAILS-WS            TO CDL-FAILS.
             WRITE CTSRPT-RECORD FROM CARD-DETAIL-LINE.
       9200-WRITE-ATTACK-CARD-X.
