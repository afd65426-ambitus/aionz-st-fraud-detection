      * FILE AND WRITES A BEFORE/AFTER AUDIT RECORD FOR EVERY
      * CHANGE, SO THE AUDITORS CAN SEE WHO PUT A CARD ON BYPASS
      * OR BLOCK AND WHEN.  EXPIRED ENTRIES ARE PHYSICALLY
      * DELETED ON THE PASS AFTER THEIR EXPIRY DATE LAPSES, EXCEPT
      * ON A CARD UNDER LEGAL HOLD ON THE FRAUDHLD REGISTER - THOSE
      * ENTRIES ARE KEPT, LISTED ON SYSOUT AND COUNTED.
      *
      * PSLTXN TRANSACTION ACTIONS:
      *   ADD - ADD OR REPLACE A LIST ENTRY (ACTION A=ALLOW,
      * --------------------
      * DATE       BY    DESCRIPTION
      * 2026-08-22 DRS    INITIAL VERSION
      * 2026-09-15 DRS    LAPSED ENTRIES ON CARDS UNDER LEGAL HOLD
      *                   (FRAUDHLD) ARE KEPT AND REPORTED, NOT
      *                   PURGED.
      ************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS PSL-CARD-TOKEN
               FILE STATUS IS FRAUDPSL-STATUS.

           SELECT FRAUDHLD-FILE ASSIGN TO FRAUDHLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-CARD-TOKEN
               FILE STATUS IS FRAUDHLD-STATUS.

           SELECT PSLAUDIT-FILE ASSIGN TO PSLAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PSLAUDIT-STATUS.
           05 PSL-REASON                PIC X(30).
           05 FILLER                    PIC X(06).

      *---------------------------------------------------------
      * LEGAL-HOLD REGISTER - SAME LAYOUT FRDHLDMT MAINTAINS.
      *---------------------------------------------------------
       FD  FRAUDHLD-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  FRAUDHLD-RECORD.
           05 HLD-CARD-TOKEN            PIC X(19).
           05 HLD-MATTER-REF            PIC X(20).
           05 HLD-PLACED-BY             PIC X(08).
           05 HLD-PLACED-DATE           PIC 9(08).
           05 HLD-RELEASE-DATE          PIC 9(08).
           05 HLD-RELEASED-BY           PIC X(08).
           05 FILLER                    PIC X(09).

      *---------------------------------------------------------
      * AUDIT TRAIL - ONE RECORD PER APPLIED OR REJECTED
      * TRANSACTION, CARRYING THE FULL BEFORE AND AFTER IMAGES.
       77  PSLTXN-STATUS                PIC X(02).
       77  FRAUDPSL-STATUS              PIC X(02).
       77  PSLAUDIT-STATUS              PIC X(02).
       77  FRAUDHLD-STATUS              PIC X(02).

       77  TXN-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 END-OF-TXNS                         VALUE 'Y'.
       77  ADDS-APPLIED-CTR             PIC 9(09) COMP VALUE ZERO.
       77  EXPIRES-APPLIED-CTR          PIC 9(09) COMP VALUE ZERO.
       77  PURGED-CTR                   PIC 9(09) COMP VALUE ZERO.
       77  HELD-KEPT-CTR                PIC 9(09) COMP VALUE ZERO.
       77  TXNS-REJECTED-CTR            PIC 9(09) COMP VALUE ZERO.

       77  PSL-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 END-OF-LIST                         VALUE 'Y'.
       77  HOLD-SWITCH                  PIC X(01) VALUE 'N'.
           88 CARD-ON-HOLD                        VALUE 'Y'.

       PROCEDURE DIVISION.

                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
             OPEN INPUT FRAUDHLD-FILE.
             IF FRAUDHLD-STATUS NOT = '00' AND '97'
                 DISPLAY 'FRDPSLMT - FRAUDHLD OPEN FAILED - STATUS: '
                     FRAUDHLD-STATUS ' - CANNOT PURGE WITHOUT THE '
                     'LEGAL-HOLD REGISTER'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
             OPEN EXTEND PSLAUDIT-FILE.

             PERFORM 2500-READ-TXN
                 GO TO 5100-PURGE-ONE-ENTRY-X
             END-IF.

             PERFORM 5200-CHECK-HOLD
                THRU 5200-CHECK-HOLD-X.
             IF CARD-ON-HOLD
                 ADD 1 TO HELD-KEPT-CTR
                 DISPLAY 'FRDPSLMT - HELD, NOT PURGED: '
                     PSL-CARD-TOKEN ' MATTER ' HLD-MATTER-REF
                 GO TO 5100-PURGE-ONE-ENTRY-X
             END-IF.

             MOVE FRAUDPSL-RECORD TO BEFORE-IMAGE-WS.

             DELETE FRAUDPSL-FILE

       5100-PURGE-ONE-ENTRY-X.

      *-----------------------------------------------------------
      * A CARD IS ON HOLD WHILE ITS REGISTER ENTRY HAS NO RELEASE
      * DATE OR ONE NOT YET PASSED.
      *-----------------------------------------------------------
       5200-CHECK-HOLD.
      *-----------------------------------------------------------

             MOVE 'N' TO HOLD-SWITCH.
             MOVE PSL-CARD-TOKEN TO HLD-CARD-TOKEN.
             READ FRAUDHLD-FILE
                 INVALID KEY
                     GO TO 5200-CHECK-HOLD-X
             END-READ.
             IF HLD-RELEASE-DATE = ZERO
              OR HLD-RELEASE-DATE NOT < RUN-DATE-WS
                 MOVE 'Y' TO HOLD-SWITCH
             END-IF.

      *-------------------
       5200-CHECK-HOLD-X.
      *-------------------

      *-----------------------------------------------------------
      * WRITES ONE AUDIT RECORD FOR THE CURRENT TRANSACTION.
      *-----------------------------------------------------------
             DISPLAY 'ADDS APPLIED      : ' ADDS-APPLIED-CTR.
             DISPLAY 'EXPIRES APPLIED   : ' EXPIRES-APPLIED-CTR.
             DISPLAY 'LAPSED PURGED     : ' PURGED-CTR.
             DISPLAY 'HELD, NOT PURGED  : ' HELD-KEPT-CTR.
             DISPLAY 'REJECTED          : ' TXNS-REJECTED-CTR.
             DISPLAY '***********************************'.

             CLOSE PSLTXN-FILE.
             CLOSE FRAUDPSL-FILE.
             CLOSE PSLAUDIT-FILE.
             CLOSE FRAUDHLD-FILE.

      *-------------------
       9000-TERMINATE-X.
