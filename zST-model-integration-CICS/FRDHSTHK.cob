      * 30-DAY MONTHS AND 365-DAY YEARS - THE SAME ORDER OF
      * APPROXIMATION THE VELOCITY WINDOWS IN FRAUDDET USE.
      *
      * A CARD UNDER LEGAL HOLD ON THE FRAUDHLD REGISTER IS NEVER
      * PURGED, WHATEVER ITS AGE - EACH ONE SKIPPED IS LISTED ON
      * SYSOUT WITH ITS MATTER REFERENCE AND COUNTED.
      *
      * RETURN-CODE 0  - HOUSEKEEPING COMPLETE
      * RETURN-CODE 16 - MISSING/EMPTY RETENTION PARAMETER OR A
      *                  FILE ERROR - NOTHING WAS PURGED
      * 2026-08-30 DRS    HISTORY RECORD LAYOUT FOLLOWS THE LAST-
      *                   SWIPE STATE/ZIP FIELDS (CARVED FROM
      *                   FILLER - RECORD LENGTH UNCHANGED).
      * 2026-09-15 DRS    CARDS UNDER LEGAL HOLD (FRAUDHLD) ARE
      *                   SKIPPED AND REPORTED, NOT PURGED.
      ************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS HIST-CARD-KEY
               FILE STATUS IS FRAUDHST-STATUS.

           SELECT FRAUDHLD-FILE ASSIGN TO FRAUDHLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-CARD-TOKEN
               FILE STATUS IS FRAUDHLD-STATUS.

           SELECT HSTPURGE-FILE ASSIGN TO HSTPURGE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HSTPURGE-STATUS.
           05 HIST-LAST-ZIP             PIC 9(05).
           05 FILLER                    PIC X(03).

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
      * BACKUP OF PURGED RECORDS - FULL HISTORY IMAGES, ONE GDG
      * GENERATION PER HOUSEKEEPING RUN.
       77  HKPARM-STATUS                PIC X(02).
       77  FRAUDHST-STATUS              PIC X(02).
       77  HSTPURGE-STATUS              PIC X(02).
       77  FRAUDHLD-STATUS              PIC X(02).

       77  HST-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 END-OF-HISTORY                      VALUE 'Y'.
       77  HOLD-SWITCH                  PIC X(01) VALUE 'N'.
           88 CARD-ON-HOLD                        VALUE 'Y'.

       77  RETENTION-DAYS               PIC 9(05) VALUE ZERO.

       77  RECORDS-READ-CTR             PIC 9(09) COMP VALUE ZERO.
       77  RECORDS-PURGED-CTR           PIC 9(09) COMP VALUE ZERO.
       77  RECORDS-RETAINED-CTR         PIC 9(09) COMP VALUE ZERO.
       77  RECORDS-HELD-CTR             PIC 9(09) COMP VALUE ZERO.
       77  PURGED-PCT                   PIC 9(03)V9(02) VALUE ZERO.
       77  BYTES-RECLAIMED              PIC 9(12) COMP VALUE ZERO.

                 STOP RUN
             END-IF.

             OPEN INPUT FRAUDHLD-FILE.
             IF FRAUDHLD-STATUS NOT = '00' AND '97'
                 DISPLAY 'FRDHSTHK - FRAUDHLD OPEN FAILED - STATUS: '
                     FRAUDHLD-STATUS ' - CANNOT PURGE WITHOUT THE '
                     'LEGAL-HOLD REGISTER'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

             OPEN OUTPUT HSTPURGE-FILE.

             MOVE LOW-VALUES TO HIST-CARD-KEY.
               + ((RUN-MONTH - HIST-LAST-MONTH) * 30)
               + (RUN-DAY   - HIST-LAST-DAY).

             IF HIST-AGE-DAYS NOT > RETENTION-DAYS
                 ADD 1 TO RECORDS-RETAINED-CTR
                 GO TO 2000-SWEEP-HISTORY-X
             END-IF.

             PERFORM 2100-CHECK-HOLD
                THRU 2100-CHECK-HOLD-X.
             IF CARD-ON-HOLD
                 ADD 1 TO RECORDS-HELD-CTR
                 DISPLAY 'FRDHSTHK - HELD, NOT PURGED: '
                     HIST-CARD-KEY ' MATTER ' HLD-MATTER-REF
             ELSE
                 PERFORM 3000-PURGE-RECORD
                    THRU 3000-PURGE-RECORD-X
             END-IF.

      *----------------------
       2000-SWEEP-HISTORY-X.
      *----------------------

      *-----------------------------------------------------------
      * A CARD IS ON HOLD WHILE ITS REGISTER ENTRY HAS NO RELEASE
      * DATE OR ONE NOT YET PASSED.
      *-----------------------------------------------------------
       2100-CHECK-HOLD.
      *-----------------------------------------------------------

             MOVE 'N' TO HOLD-SWITCH.
             MOVE HIST-CARD-KEY TO HLD-CARD-TOKEN.
             READ FRAUDHLD-FILE
                 INVALID KEY
                     GO TO 2100-CHECK-HOLD-X
             END-READ.
             IF HLD-RELEASE-DATE = ZERO
              OR HLD-RELEASE-DATE NOT < RUN-DATE-WS
                 MOVE 'Y' TO HOLD-SWITCH
             END-IF.

      *-------------------
       2100-CHECK-HOLD-X.
      *-------------------

      *-----------------------------------------------------------
      * BACKS THE RECORD UP TO THE PURGE GDG, THEN DELETES IT
      * FROM THE KSDS.  THE BACKUP IS WRITTEN FIRST SO A FAILURE
             DISPLAY 'HISTORY RECORDS READ : ' RECORDS-READ-CTR.
             DISPLAY 'RECORDS PURGED       : ' RECORDS-PURGED-CTR.
             DISPLAY 'RECORDS RETAINED     : ' RECORDS-RETAINED-CTR.
             DISPLAY 'HELD - NOT PURGED    : ' RECORDS-HELD-CTR.
             DISPLAY 'PURGED PCT           : ' PURGED-PCT.
             DISPLAY 'APPROX BYTES FREED   : ' BYTES-RECLAIMED.
             DISPLAY '***********************************'.

             CLOSE FRAUDHST-FILE.
             CLOSE HSTPURGE-FILE.
             CLOSE FRAUDHLD-FILE.

      *-------------------
       9000-TERMINATE-X.
