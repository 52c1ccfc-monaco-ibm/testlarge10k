      ******************************************************************
      * COMMMNT - office commission rate table maintenance             *
      *                                                                *
      * Applies add/change/delete transactions (COMMTRN) against the  *
      * current commission rate file (COMMRATE) and writes a new      *
      * generation (COMMNEW) together with an edit report (COMMRPT)   *
      * listing every transaction applied and every transaction in    *
      * error.  The new generation is the file TOURFILE works out     *
      * each office's commission with, so the rate set is edited      *
      * here before the nightly run can pay on a bad rate.            *
      *                                                                *
      * Records are keyed on source office, tour code and effective   *
      * date; both the master and the transactions must arrive in     *
      * that sequence.  A blank tour code is the office's standing    *
      * rate for every tour; a tour code makes an override for that  *
      * tour alone.  The rate is a percentage of converted revenue.   *
      *                                                                *
      * Edits:                                                        *
      *   - an add for an office/tour/date already on file is         *
      *     rejected                                                  *
      *   - a change or delete with no matching record is rejected    *
      *   - an add for an office other than 1, 2 or 3, or with an     *
      *     effective date that is not a full date, is rejected       *
      *   - a rate that is not numeric is rejected.  A zero rate is   *
      *     accepted - it is how a tour is taken off commission for   *
      *     an office that otherwise earns it                         *
      *   - a new or changed rate over the ceiling percentage is      *
      *     flagged on the report, so a decimal point slip is caught  *
      *     before TOURFILE pays with it                              *
      *                                                                *
      * Parameter: ceiling in whole percent (zero takes 25).          *
      * A transaction in error sets return code 8; a ceiling flag     *
      * alone sets return code 4 so the scheduler can hold the new    *
      * generation for review by payroll.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMMNT.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT COMMRATE ASSIGN TO COMMRATE.
           SELECT COMMTRN  ASSIGN TO COMMTRN.
           SELECT COMMNEW  ASSIGN TO COMMNEW.
           SELECT COMMRPT  ASSIGN TO COMMRPT.
      *
       DATA DIVISION.
       FILE SECTION.
      *Current commission rate file - one record per office,
      * tour code (blank for the office's standing rate) and
      * effective date, in the layout TOURFILE loads
      * prereq: sorted by office, tour code, effective date
       FD COMMRATE RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 CRM-REC.
          03 CRM-SOURCE-OFFICE         PIC X(01).
          03 CRM-TOUR-CODE             PIC X(03).
          03 CRM-EFFECTIVE-DATE        PIC 9(08).
          03 CRM-RATE                  PIC 9(02)V9(03).
      *Maintenance transactions from payroll
      * prereq: sorted by office, tour code, effective date
       FD COMMTRN RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 TRN-REC.
          03 TRN-ACTION                PIC X(01).
             88 TRN-ADD                VALUE 'A'.
             88 TRN-CHANGE             VALUE 'C'.
             88 TRN-DELETE             VALUE 'D'.
          03 TRN-SOURCE-OFFICE         PIC X(01).
             88 TRN-OFFICE-VALID       VALUE '1' '2' '3'.
          03 TRN-TOUR-CODE             PIC X(03).
          03 TRN-EFFECTIVE-DATE        PIC 9(08).
          03 TRN-RATE                  PIC 9(02)V9(03).
      *New generation of the rate file
       FD COMMNEW RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 NEW-REC.
          03 NEW-SOURCE-OFFICE         PIC X(01).
          03 NEW-TOUR-CODE             PIC X(03).
          03 NEW-EFFECTIVE-DATE        PIC 9(08).
          03 NEW-RATE                  PIC 9(02)V9(03).
      *Edit report for payroll
       FD COMMRPT RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 RPT-LINE                     PIC X(80).

       WORKING-STORAGE SECTION.
       01 MNT-OLD-READ              PIC 9(07) VALUE ZERO.
       01 MNT-TRANS-READ            PIC 9(07) VALUE ZERO.
       01 MNT-NEW-WRITTEN           PIC 9(07) VALUE ZERO.
       01 MNT-ADDS-APPLIED          PIC 9(07) VALUE ZERO.
       01 MNT-CHANGES-APPLIED       PIC 9(07) VALUE ZERO.
       01 MNT-DELETES-APPLIED       PIC 9(07) VALUE ZERO.
       01 MNT-TRANS-IN-ERROR        PIC 9(07) VALUE ZERO.
       01 MNT-RATES-FLAGGED         PIC 9(07) VALUE ZERO.
       01 MNT-EDIT-COUNT            PIC ZZZZZZ9.
       01 MNT-EDIT-RATE             PIC Z9.999.
       01 MNT-EDIT-PCT              PIC ZZ9.
       01 MNT-RUN-DATE              PIC 9(08) VALUE ZERO.
       01 MNT-BDATE-RESULT          PIC X(01) VALUE SPACE.
          88 BUSINESS-DATE-VALID       VALUE 'V'.
       01 MNT-CEILING-PCT           PIC 9(03) VALUE ZERO.
       01 MNT-MASTER-STATUS         PIC X(01).
          88 MASTER-END-OF-FILE        VALUE 'E'.
          88 MASTER-NOT-END-OF-FILE    VALUE 'R'.
       01 MNT-TRANS-STATUS          PIC X(01).
          88 TRANS-END-OF-FILE         VALUE 'E'.
          88 TRANS-NOT-END-OF-FILE     VALUE 'R'.
      *Why a transaction was rejected - set before the error
      * line is written
       01 MNT-ERROR-REASON          PIC X(01).
          88 ERROR-DUPLICATE-KEY       VALUE 'D'.
          88 ERROR-NOT-ON-FILE         VALUE 'N'.
          88 ERROR-BAD-OFFICE          VALUE 'O'.
          88 ERROR-BAD-DATE            VALUE 'E'.
          88 ERROR-BAD-RATE            VALUE 'R'.
          88 ERROR-BAD-ACTION          VALUE 'A'.
      *Record being built - the matched master (or a new add) is
      * held here while every transaction for the same key is
      * folded in, then written once unless deleted
       01 HOLD-REC.
          03 HLD-SOURCE-OFFICE       PIC X(01).
          03 HLD-TOUR-CODE           PIC X(03).
          03 HLD-EFFECTIVE-DATE      PIC 9(08).
          03 HLD-RATE                PIC 9(02)V9(03).
       01 MNT-HOLD-DROP-SW          PIC X(01) VALUE 'N'.
          88 HOLD-DROPPED              VALUE 'Y'.
       01 MNT-HOLD-TOUCHED-SW       PIC X(01) VALUE 'N'.
          88 HOLD-TOUCHED              VALUE 'Y'.
      *Composite office/tour/date keys so the balance line match
      * reads like the single-key match in TCODMNT
       01 W-MASTER-KEY.
          03 W-MASTER-KEY-OFFICE     PIC X(01).
          03 W-MASTER-KEY-TOUR       PIC X(03).
          03 W-MASTER-KEY-DATE       PIC 9(08).
       01 W-TRANS-KEY.
          03 W-TRANS-KEY-OFFICE      PIC X(01).
          03 W-TRANS-KEY-TOUR        PIC X(03).
          03 W-TRANS-KEY-DATE        PIC 9(08).
       01 W-HOLD-KEY.
          03 W-HOLD-KEY-OFFICE       PIC X(01).
          03 W-HOLD-KEY-TOUR         PIC X(03).
          03 W-HOLD-KEY-DATE         PIC 9(08).
      *Transaction key as printed - ALL stands in for the
      * blank tour code of an office's standing rate
       01 W-KEY-TEXT.
          03 W-KEY-TEXT-OFFICE       PIC X(01).
          03 FILLER                  PIC X(01) VALUE SPACE.
          03 W-KEY-TEXT-TOUR         PIC X(03).
          03 FILLER                  PIC X(01) VALUE SPACE.
          03 W-KEY-TEXT-DATE         PIC 9(08).
      *
       LINKAGE SECTION.
       01 COM-CEILING-PARM     PIC 9(03).

       PROCEDURE DIVISION USING COM-CEILING-PARM.
       MAINLINE SECTION.
           DISPLAY 'COMMMNT STARTED...'
           CALL 'GETBDATE' USING MNT-RUN-DATE MNT-BDATE-RESULT
           IF NOT BUSINESS-DATE-VALID
             DISPLAY 'COMMMNT *** RUN REFUSED - BUSINESS DATE '
                 'NOT AVAILABLE ***'
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM INIT
             PERFORM BALANCE-LINE
               UNTIL MASTER-END-OF-FILE AND TRANS-END-OF-FILE
             PERFORM END-PROCESS
           END-IF
           IF RETURN-CODE = ZERO
             DISPLAY 'COMMMNT SUCCESSFUL'
           ELSE
             DISPLAY 'COMMMNT COMPLETED WITH ERRORS'
           END-IF
      *
           GOBACK.
      **********************************************
      * Open files, resolve the ceiling, write the
      *  report heading, and prime the matching loop
      *  with the first record from each input
      **********************************************
       INIT.
           OPEN INPUT COMMRATE COMMTRN
                OUTPUT COMMNEW COMMRPT
           IF COM-CEILING-PARM = ZERO
             MOVE 25 TO MNT-CEILING-PCT
           ELSE
             MOVE COM-CEILING-PARM TO MNT-CEILING-PCT
           END-IF
           MOVE SPACE TO RPT-LINE
           STRING 'COMMMNT COMMISSION RATE MAINTENANCE EDIT REPORT '
               DELIMITED BY SIZE
             MNT-RUN-DATE DELIMITED BY SIZE
             INTO RPT-LINE
           WRITE RPT-LINE
           MOVE MNT-CEILING-PCT TO MNT-EDIT-PCT
           MOVE SPACE TO RPT-LINE
           STRING 'RATE CEILING ' DELIMITED BY SIZE
             MNT-EDIT-PCT DELIMITED BY SIZE
             ' PCT' DELIMITED BY SIZE
             INTO RPT-LINE
           WRITE RPT-LINE
           SET MASTER-NOT-END-OF-FILE TO TRUE
           SET TRANS-NOT-END-OF-FILE TO TRUE
           PERFORM READ-MASTER-RECORD
           PERFORM READ-TRANS-RECORD.

      **********************************************
      * Classic matched update on the composite
      *  office/tour/date key - copy masters below
      *  the transaction key, apply transactions
      *  against the matching master, and edit-fail
      *  transactions with no master to match
      **********************************************
       BALANCE-LINE.
           IF TRANS-END-OF-FILE
              OR (MASTER-NOT-END-OF-FILE
                  AND W-MASTER-KEY < W-TRANS-KEY)
             PERFORM COPY-MASTER-RECORD
           ELSE
             IF MASTER-NOT-END-OF-FILE
                AND W-MASTER-KEY = W-TRANS-KEY
               PERFORM UPDATE-MATCHED-MASTER
             ELSE
               PERFORM APPLY-UNMATCHED-TRANS
             END-IF
           END-IF.

      **********************************************
      * Master with no transaction - carry it to the
      *  new generation unchanged
      **********************************************
       COPY-MASTER-RECORD.
           MOVE CRM-REC TO HOLD-REC
           MOVE 'N' TO MNT-HOLD-DROP-SW
           MOVE 'N' TO MNT-HOLD-TOUCHED-SW
           PERFORM WRITE-NEW-RECORD
           PERFORM READ-MASTER-RECORD.

      **********************************************
      * Master matched by one or more transactions -
      *  fold every transaction for the key into the
      *  held record, then write it once unless a
      *  delete dropped it
      **********************************************
       UPDATE-MATCHED-MASTER.
           MOVE CRM-REC TO HOLD-REC
           MOVE 'N' TO MNT-HOLD-DROP-SW
           MOVE 'N' TO MNT-HOLD-TOUCHED-SW
           PERFORM SET-HOLD-KEY
           PERFORM READ-MASTER-RECORD
           PERFORM APPLY-ONE-TRANS
             UNTIL TRANS-END-OF-FILE
                OR W-TRANS-KEY NOT = W-HOLD-KEY
           IF NOT HOLD-DROPPED
             PERFORM WRITE-NEW-RECORD
           END-IF.

      **********************************************
      * Transaction with no matching master - an add
      *  builds a new held record (and absorbs any
      *  further transactions for the same key); a
      *  change or delete has nothing to act on and
      *  is an edit error
      **********************************************
       APPLY-UNMATCHED-TRANS.
           IF TRN-ADD
             IF NOT TRN-OFFICE-VALID
               SET ERROR-BAD-OFFICE TO TRUE
               PERFORM WRITE-ERROR-LINE
               PERFORM READ-TRANS-RECORD
             ELSE
               IF TRN-EFFECTIVE-DATE NOT NUMERIC
                  OR TRN-EFFECTIVE-DATE < 19000101
                 SET ERROR-BAD-DATE TO TRUE
                 PERFORM WRITE-ERROR-LINE
                 PERFORM READ-TRANS-RECORD
               ELSE
                 IF TRN-RATE NOT NUMERIC
                   SET ERROR-BAD-RATE TO TRUE
                   PERFORM WRITE-ERROR-LINE
                   PERFORM READ-TRANS-RECORD
                 ELSE
                   MOVE TRN-SOURCE-OFFICE TO HLD-SOURCE-OFFICE
                   MOVE TRN-TOUR-CODE TO HLD-TOUR-CODE
                   MOVE TRN-EFFECTIVE-DATE TO HLD-EFFECTIVE-DATE
                   MOVE TRN-RATE TO HLD-RATE
                   MOVE 'N' TO MNT-HOLD-DROP-SW
                   MOVE 'Y' TO MNT-HOLD-TOUCHED-SW
                   PERFORM SET-HOLD-KEY
                   ADD 1 TO MNT-ADDS-APPLIED
                   PERFORM WRITE-APPLIED-LINE
                   PERFORM READ-TRANS-RECORD
                   PERFORM APPLY-ONE-TRANS
                     UNTIL TRANS-END-OF-FILE
                        OR W-TRANS-KEY NOT = W-HOLD-KEY
                   IF NOT HOLD-DROPPED
                     PERFORM WRITE-NEW-RECORD
                   END-IF
                 END-IF
               END-IF
             END-IF
           ELSE
             IF TRN-CHANGE OR TRN-DELETE
               SET ERROR-NOT-ON-FILE TO TRUE
             ELSE
               SET ERROR-BAD-ACTION TO TRUE
             END-IF
             PERFORM WRITE-ERROR-LINE
             PERFORM READ-TRANS-RECORD
           END-IF.

      **********************************************
      * Apply one transaction to the held record -
      *  an add against a key already held is a
      *  duplicate, and a rate that is not numeric
      *  never applies
      **********************************************
       APPLY-ONE-TRANS.
           EVALUATE TRUE
             WHEN TRN-ADD
               SET ERROR-DUPLICATE-KEY TO TRUE
               PERFORM WRITE-ERROR-LINE
             WHEN TRN-CHANGE
               IF TRN-RATE NOT NUMERIC
                 SET ERROR-BAD-RATE TO TRUE
                 PERFORM WRITE-ERROR-LINE
               ELSE
                 MOVE TRN-RATE TO HLD-RATE
                 MOVE 'N' TO MNT-HOLD-DROP-SW
                 MOVE 'Y' TO MNT-HOLD-TOUCHED-SW
                 ADD 1 TO MNT-CHANGES-APPLIED
                 PERFORM WRITE-APPLIED-LINE
               END-IF
             WHEN TRN-DELETE
               MOVE 'Y' TO MNT-HOLD-DROP-SW
               ADD 1 TO MNT-DELETES-APPLIED
               PERFORM WRITE-APPLIED-LINE
             WHEN OTHER
               SET ERROR-BAD-ACTION TO TRUE
               PERFORM WRITE-ERROR-LINE
           END-EVALUATE
           PERFORM READ-TRANS-RECORD.

      **********************************************
      * Write the held record to the new generation,
      *  testing a touched rate against the ceiling
      *  first
      **********************************************
       WRITE-NEW-RECORD.
           IF HOLD-TOUCHED
             PERFORM CHECK-RATE-CEILING
           END-IF
           MOVE HOLD-REC TO NEW-REC
           WRITE NEW-REC
           ADD 1 TO MNT-NEW-WRITTEN.

      **********************************************
      * A rate over the ceiling flags the record for
      *  review but does not stop it - some tours do
      *  carry a high rate
      **********************************************
       CHECK-RATE-CEILING.
           IF HLD-RATE > MNT-CEILING-PCT
             ADD 1 TO MNT-RATES-FLAGGED
             MOVE HLD-SOURCE-OFFICE TO W-KEY-TEXT-OFFICE
             MOVE HLD-TOUR-CODE TO W-KEY-TEXT-TOUR
             MOVE HLD-EFFECTIVE-DATE TO W-KEY-TEXT-DATE
             IF HLD-TOUR-CODE = SPACE
               MOVE 'ALL' TO W-KEY-TEXT-TOUR
             END-IF
             MOVE HLD-RATE TO MNT-EDIT-RATE
             MOVE SPACE TO RPT-LINE
             STRING '*** ' DELIMITED BY SIZE
               W-KEY-TEXT DELIMITED BY SIZE
               ' RATE ' DELIMITED BY SIZE
               MNT-EDIT-RATE DELIMITED BY SIZE
               ' PCT OVER CEILING ***' DELIMITED BY SIZE
               INTO RPT-LINE
             WRITE RPT-LINE
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.

      **********************************************
      * Keep the held record's composite key current
      *  for the transaction absorption loops
      **********************************************
       SET-HOLD-KEY.
           MOVE HLD-SOURCE-OFFICE TO W-HOLD-KEY-OFFICE
           MOVE HLD-TOUR-CODE TO W-HOLD-KEY-TOUR
           MOVE HLD-EFFECTIVE-DATE TO W-HOLD-KEY-DATE.

      **********************************************
      * Transaction key in its printed form
      **********************************************
       SET-TRANS-KEY-TEXT.
           MOVE TRN-SOURCE-OFFICE TO W-KEY-TEXT-OFFICE
           MOVE TRN-TOUR-CODE TO W-KEY-TEXT-TOUR
           MOVE TRN-EFFECTIVE-DATE TO W-KEY-TEXT-DATE
           IF TRN-TOUR-CODE = SPACE
             MOVE 'ALL' TO W-KEY-TEXT-TOUR
           END-IF.

      **********************************************
      * Report one applied transaction
      **********************************************
       WRITE-APPLIED-LINE.
           PERFORM SET-TRANS-KEY-TEXT
           MOVE TRN-RATE TO MNT-EDIT-RATE
           MOVE SPACE TO RPT-LINE
           STRING 'APPLIED ' DELIMITED BY SIZE
             TRN-ACTION DELIMITED BY SIZE
             ' ' DELIMITED BY SIZE
             W-KEY-TEXT DELIMITED BY SIZE
             ' RATE ' DELIMITED BY SIZE
             MNT-EDIT-RATE DELIMITED BY SIZE
             INTO RPT-LINE
           WRITE RPT-LINE.

      **********************************************
      * Report one rejected transaction.  Edit
      *  errors leave a nonzero return code so the
      *  scheduler holds the new generation for
      *  review
      **********************************************
       WRITE-ERROR-LINE.
           ADD 1 TO MNT-TRANS-IN-ERROR
           PERFORM SET-TRANS-KEY-TEXT
           MOVE SPACE TO RPT-LINE
           STRING 'ERROR   ' DELIMITED BY SIZE
             TRN-ACTION DELIMITED BY SIZE
             ' ' DELIMITED BY SIZE
             W-KEY-TEXT DELIMITED BY SIZE
             INTO RPT-LINE
           EVALUATE TRUE
             WHEN ERROR-DUPLICATE-KEY
               MOVE 'OFFICE/TOUR/DATE ALREADY ON FILE'
                 TO RPT-LINE (25:32)
             WHEN ERROR-NOT-ON-FILE
               MOVE 'OFFICE/TOUR/DATE NOT ON FILE'
                 TO RPT-LINE (25:28)
             WHEN ERROR-BAD-OFFICE
               MOVE 'OFFICE NOT 1, 2 OR 3' TO RPT-LINE (25:20)
             WHEN ERROR-BAD-DATE
               MOVE 'EFFECTIVE DATE INVALID' TO RPT-LINE (25:22)
             WHEN ERROR-BAD-RATE
               MOVE 'RATE NOT NUMERIC' TO RPT-LINE (25:16)
             WHEN OTHER
               MOVE 'INVALID ACTION CODE' TO RPT-LINE (25:19)
           END-EVALUATE
           WRITE RPT-LINE
           IF RETURN-CODE < 8
             MOVE 8 TO RETURN-CODE
           END-IF.

      **********************************************
      * Read the next rate master record
      **********************************************
       READ-MASTER-RECORD.
           READ COMMRATE
           AT END
             SET MASTER-END-OF-FILE TO TRUE
             MOVE HIGH-VALUE TO W-MASTER-KEY
           NOT AT END
             ADD 1 TO MNT-OLD-READ
             MOVE CRM-SOURCE-OFFICE TO W-MASTER-KEY-OFFICE
             MOVE CRM-TOUR-CODE TO W-MASTER-KEY-TOUR
             MOVE CRM-EFFECTIVE-DATE TO W-MASTER-KEY-DATE
           END-READ.

      **********************************************
      * Read the next maintenance transaction
      **********************************************
       READ-TRANS-RECORD.
           READ COMMTRN
           AT END
             SET TRANS-END-OF-FILE TO TRUE
             MOVE HIGH-VALUE TO W-TRANS-KEY
           NOT AT END
             ADD 1 TO MNT-TRANS-READ
             MOVE TRN-SOURCE-OFFICE TO W-TRANS-KEY-OFFICE
             MOVE TRN-TOUR-CODE TO W-TRANS-KEY-TOUR
             MOVE TRN-EFFECTIVE-DATE TO W-TRANS-KEY-DATE
           END-READ.

      **********************************************
      * Write the edit report summary and close
      **********************************************
       END-PROCESS.
           MOVE MNT-OLD-READ TO MNT-EDIT-COUNT
           MOVE SPACE TO RPT-LINE
           STRING 'OLD RATE RECORDS READ........... ' DELIMITED BY
               SIZE
             MNT-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-LINE
           WRITE RPT-LINE

           MOVE MNT-TRANS-READ TO MNT-EDIT-COUNT
           MOVE SPACE TO RPT-LINE
           STRING 'TRANSACTIONS READ............... ' DELIMITED BY
               SIZE
             MNT-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-LINE
           WRITE RPT-LINE

           MOVE MNT-ADDS-APPLIED TO MNT-EDIT-COUNT
           MOVE SPACE TO RPT-LINE
           STRING 'ADDS APPLIED.................... ' DELIMITED BY
               SIZE
             MNT-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-LINE
           WRITE RPT-LINE

           MOVE MNT-CHANGES-APPLIED TO MNT-EDIT-COUNT
           MOVE SPACE TO RPT-LINE
           STRING 'CHANGES APPLIED................. ' DELIMITED BY
               SIZE
             MNT-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-LINE
           WRITE RPT-LINE

           MOVE MNT-DELETES-APPLIED TO MNT-EDIT-COUNT
           MOVE SPACE TO RPT-LINE
           STRING 'DELETES APPLIED................. ' DELIMITED BY
               SIZE
             MNT-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-LINE
           WRITE RPT-LINE

           MOVE MNT-TRANS-IN-ERROR TO MNT-EDIT-COUNT
           MOVE SPACE TO RPT-LINE
           STRING 'TRANSACTIONS IN ERROR........... ' DELIMITED BY
               SIZE
             MNT-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-LINE
           WRITE RPT-LINE

           MOVE MNT-RATES-FLAGGED TO MNT-EDIT-COUNT
           MOVE SPACE TO RPT-LINE
           STRING 'RATES FLAGGED OVER CEILING...... ' DELIMITED BY
               SIZE
             MNT-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-LINE
           WRITE RPT-LINE

           MOVE MNT-NEW-WRITTEN TO MNT-EDIT-COUNT
           MOVE SPACE TO RPT-LINE
           STRING 'NEW RATE RECORDS WRITTEN........ ' DELIMITED BY
               SIZE
             MNT-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-LINE
           WRITE RPT-LINE

           CLOSE COMMRATE COMMTRN COMMNEW COMMRPT.
       END PROGRAM 'COMMMNT'.
