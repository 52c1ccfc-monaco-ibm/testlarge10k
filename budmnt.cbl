      ******************************************************************
      * BUDMNT - tour budget master maintenance                        *
      *                                                                *
      * Applies product team add/change/delete transactions (BUDTRN)  *
      * against the current tour budget master (BUDMST) and writes a  *
      * new generation (BUDNEW) together with an edit report (BUDRPT) *
      * listing every transaction applied and every transaction in    *
      * error.  The new generation is the plan BUDVAR sets the tour   *
      * master actuals against.                                       *
      *                                                                *
      * Records are keyed on tour code plus budget month (the fiscal  *
      * period, yyyymm); both the master and the transactions must    *
      * arrive in that sequence.  Each budget carries the expected    *
      * entries, revenue and expense for the month and the office     *
      * that owns the plan (space for head office).                   *
      *                                                                *
      * Edits:                                                        *
      *   - an add for a tour/month already on file is rejected       *
      *   - a change or delete with no matching record is rejected    *
      *   - an add or change for a tour code not on the tour code     *
      *     reference master (TCODMST) is rejected, and an add for a  *
      *     retired tour code is rejected                             *
      *   - an add for a month that is not a valid yyyymm is rejected *
      *   - an add carrying no entries, revenue or expense is         *
      *     rejected - it would report every actual as off plan       *
      *   - an owning office other than 1, 2, 3 or space is rejected  *
      * A change replaces each figure the transaction carries as      *
      * nonzero (the office when not space), the TCODMNT convention.  *
      * A transaction in error sets return code 8 so the scheduler    *
      * can hold the new generation for review.                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDMNT.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT BUDMST   ASSIGN TO BUDMST.
           SELECT BUDTRN   ASSIGN TO BUDTRN.
           SELECT BUDNEW   ASSIGN TO BUDNEW.
           SELECT BUDRPT   ASSIGN TO BUDRPT.
           SELECT TCODMST  ASSIGN TO TCODMST.
      *
       DATA DIVISION.
       FILE SECTION.
      *Current tour budget master - one record per tour code
      * per budget month
      * prereq: sorted by tour code, budget month
       FD BUDMST RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 BDM-REC.
          03 BDM-TOUR-CODE             PIC X(03).
          03 BDM-BUDGET-MONTH          PIC 9(06).
          03 BDM-OFFICE                PIC X(01).
          03 BDM-ENTRIES               PIC 9(05).
          03 BDM-REVENUE               PIC 9(09).
          03 BDM-EXPENSE               PIC 9(09).
      *Maintenance transactions from the product team
      * prereq: sorted by tour code, budget month
       FD BUDTRN RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 TRN-REC.
          03 TRN-ACTION                PIC X(01).
             88 TRN-ADD                VALUE 'A'.
             88 TRN-CHANGE             VALUE 'C'.
             88 TRN-DELETE             VALUE 'D'.
          03 TRN-TOUR-CODE             PIC X(03).
          03 TRN-BUDGET-MONTH          PIC 9(06).
          03 TRN-MONTH-PARTS REDEFINES TRN-BUDGET-MONTH.
             05 TRN-BUDGET-YEAR        PIC 9(04).
             05 TRN-BUDGET-MM          PIC 9(02).
          03 TRN-OFFICE                PIC X(01).
             88 TRN-OFFICE-VALID       VALUE ' ' '1' '2' '3'.
          03 TRN-ENTRIES               PIC 9(05).
          03 TRN-REVENUE               PIC 9(09).
          03 TRN-EXPENSE               PIC 9(09).
      *New generation of the budget master
       FD BUDNEW RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 NEW-REC.
          03 NEW-TOUR-CODE             PIC X(03).
          03 NEW-BUDGET-MONTH          PIC 9(06).
          03 NEW-OFFICE                PIC X(01).
          03 NEW-ENTRIES               PIC 9(05).
          03 NEW-REVENUE               PIC 9(09).
          03 NEW-EXPENSE               PIC 9(09).
      *Edit report for the product team
       FD BUDRPT RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 RPT-LINE                     PIC X(80).
      *Tour code reference master - one record per tour code,
      * sorted by tour code, maintained by TCODMNT
       FD TCODMST RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 TCODE-REC.
          03 TC-TOUR-CODE              PIC X(03).
          03 TC-TOUR-DESC              PIC X(20).
          03 TC-OPEN-DATE              PIC 9(08).
          03 TC-RETIRE-DATE            PIC 9(08).
          03 TC-STATUS                 PIC X(01).
          03 TC-MAX-CAPACITY           PIC 9(05).

       WORKING-STORAGE SECTION.
       01 MNT-OLD-READ              PIC 9(07) VALUE ZERO.
       01 MNT-TRANS-READ            PIC 9(07) VALUE ZERO.
       01 MNT-NEW-WRITTEN           PIC 9(07) VALUE ZERO.
       01 MNT-ADDS-APPLIED          PIC 9(07) VALUE ZERO.
       01 MNT-CHANGES-APPLIED       PIC 9(07) VALUE ZERO.
       01 MNT-DELETES-APPLIED       PIC 9(07) VALUE ZERO.
       01 MNT-TRANS-IN-ERROR        PIC 9(07) VALUE ZERO.
       01 MNT-EDIT-COUNT            PIC ZZZZZZ9.
       01 MNT-EDIT-ENTRIES          PIC ZZZZ9.
       01 MNT-EDIT-AMOUNT           PIC ZZZZZZZZ9.
       01 MNT-RUN-DATE              PIC 9(08) VALUE ZERO.
       01 MNT-BDATE-RESULT          PIC X(01) VALUE SPACE.
          88 BUSINESS-DATE-VALID       VALUE 'V'.
       01 MNT-MASTER-STATUS         PIC X(01).
          88 MASTER-END-OF-FILE        VALUE 'E'.
          88 MASTER-NOT-END-OF-FILE    VALUE 'R'.
       01 MNT-TRANS-STATUS          PIC X(01).
          88 TRANS-END-OF-FILE         VALUE 'E'.
          88 TRANS-NOT-END-OF-FILE     VALUE 'R'.
       01 MNT-CODE-STATUS           PIC X(01).
          88 CODE-END-OF-FILE          VALUE 'E'.
          88 CODE-NOT-END-OF-FILE      VALUE 'R'.
      *Why a transaction was rejected - set before the error
      * line is written
       01 MNT-ERROR-REASON          PIC X(01).
          88 ERROR-DUPLICATE-KEY       VALUE 'D'.
          88 ERROR-NOT-ON-FILE         VALUE 'N'.
          88 ERROR-UNKNOWN-TOUR        VALUE 'U'.
          88 ERROR-RETIRED-TOUR        VALUE 'R'.
          88 ERROR-BAD-MONTH           VALUE 'M'.
          88 ERROR-NO-FIGURES          VALUE 'Z'.
          88 ERROR-BAD-OFFICE          VALUE 'O'.
          88 ERROR-BAD-ACTION          VALUE 'A'.
      *Record being built - the matched master (or a new add) is
      * held here while every transaction for the same key is
      * folded in, then written once unless deleted
       01 HOLD-REC.
          03 HLD-TOUR-CODE           PIC X(03).
          03 HLD-BUDGET-MONTH        PIC 9(06).
          03 HLD-OFFICE              PIC X(01).
          03 HLD-ENTRIES             PIC 9(05).
          03 HLD-REVENUE             PIC 9(09).
          03 HLD-EXPENSE             PIC 9(09).
       01 MNT-HOLD-DROP-SW          PIC X(01) VALUE 'N'.
          88 HOLD-DROPPED              VALUE 'Y'.
      *Composite tour/month keys so the balance line match
      * reads like the single-key match in TCODMNT
       01 W-MASTER-KEY.
          03 W-MASTER-KEY-TOUR       PIC X(03).
          03 W-MASTER-KEY-MONTH      PIC 9(06).
       01 W-TRANS-KEY.
          03 W-TRANS-KEY-TOUR        PIC X(03).
          03 W-TRANS-KEY-MONTH       PIC 9(06).
       01 W-HOLD-KEY.
          03 W-HOLD-KEY-TOUR         PIC X(03).
          03 W-HOLD-KEY-MONTH        PIC 9(06).
      *Tour code reference master held in storage for the
      * tour code edit - keyed and binary searched as CHKCODE
      * holds it
       01 MNT-CODE-TABLE.
          03 MNT-CODE-ENTRY OCCURS 0 TO 5000 TIMES
               DEPENDING ON MNT-CODE-COUNT
               ASCENDING KEY IS MNTC-TOUR-CODE
               INDEXED BY MNT-CDX.
            05 MNTC-TOUR-CODE        PIC X(03).
            05 MNTC-STATUS           PIC X(01).
               88 MNTC-STATUS-RETIRED VALUE 'R'.
       01 MNT-CODE-COUNT            PIC 9(05) VALUE ZERO.
       01 MNT-LAST-LOADED-CODE      PIC X(03) VALUE LOW-VALUE.
       01 MNT-CODE-LOAD-SW          PIC X(01) VALUE 'N'.
          88 CODE-TABLE-FAILED         VALUE 'Y'.
      *Result of the tour code edit for the transaction in hand
       01 MNT-CODE-RESULT           PIC X(01).
          88 CODE-ON-FILE              VALUE 'V'.
          88 CODE-RETIRED              VALUE 'R'.
          88 CODE-NOT-ON-FILE          VALUE 'I'.

       PROCEDURE DIVISION.
       MAINLINE SECTION.
           DISPLAY 'BUDMNT STARTED...'
           CALL 'GETBDATE' USING MNT-RUN-DATE MNT-BDATE-RESULT
           IF NOT BUSINESS-DATE-VALID
             DISPLAY 'BUDMNT *** RUN REFUSED - BUSINESS DATE '
                 'NOT AVAILABLE ***'
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM LOAD-CODE-TABLE
             IF CODE-TABLE-FAILED
               DISPLAY 'BUDMNT *** RUN REFUSED - TCODMST NOT USABLE ***'
               MOVE 16 TO RETURN-CODE
             ELSE
               PERFORM INIT
               PERFORM BALANCE-LINE
                 UNTIL MASTER-END-OF-FILE AND TRANS-END-OF-FILE
               PERFORM END-PROCESS
             END-IF
           END-IF
           IF RETURN-CODE = ZERO
             DISPLAY 'BUDMNT SUCCESSFUL'
           ELSE
             DISPLAY 'BUDMNT COMPLETED WITH ERRORS'
           END-IF
      *
           GOBACK.
      **********************************************
      * Load the tour code reference master for the
      *  tour code edit.  An unsorted or oversized
      *  master would judge good codes unknown, so
      *  either refuses the run
      **********************************************
       LOAD-CODE-TABLE.
           MOVE ZERO TO MNT-CODE-COUNT
           OPEN INPUT TCODMST
           SET CODE-NOT-END-OF-FILE TO TRUE
           PERFORM READ-NEXT-TOUR-CODE UNTIL CODE-END-OF-FILE
           CLOSE TCODMST.

       READ-NEXT-TOUR-CODE.
           READ TCODMST
           AT END
             SET CODE-END-OF-FILE TO TRUE
           NOT AT END
             IF TC-TOUR-CODE NOT > MNT-LAST-LOADED-CODE
               DISPLAY 'BUDMNT *** TCODMST OUT OF SEQUENCE ***'
               SET CODE-TABLE-FAILED TO TRUE
               SET CODE-END-OF-FILE TO TRUE
             ELSE
               IF MNT-CODE-COUNT < 5000
                 ADD 1 TO MNT-CODE-COUNT
                 MOVE TC-TOUR-CODE
                   TO MNTC-TOUR-CODE (MNT-CODE-COUNT)
                 MOVE TC-STATUS TO MNTC-STATUS (MNT-CODE-COUNT)
                 MOVE TC-TOUR-CODE TO MNT-LAST-LOADED-CODE
               ELSE
                 DISPLAY 'BUDMNT *** TOUR CODE TABLE FULL ***'
                 SET CODE-TABLE-FAILED TO TRUE
                 SET CODE-END-OF-FILE TO TRUE
               END-IF
             END-IF
           END-READ.

      **********************************************
      * Open files, write the report heading, and
      *  prime the matching loop with the first
      *  record from each input
      **********************************************
       INIT.
           OPEN INPUT BUDMST BUDTRN
                OUTPUT BUDNEW BUDRPT
           MOVE SPACE TO RPT-LINE
           STRING 'BUDMNT TOUR BUDGET MAINTENANCE EDIT REPORT '
               DELIMITED BY SIZE
             MNT-RUN-DATE DELIMITED BY SIZE
             INTO RPT-LINE
           WRITE RPT-LINE
           SET MASTER-NOT-END-OF-FILE TO TRUE
           SET TRANS-NOT-END-OF-FILE TO TRUE
           PERFORM READ-MASTER-RECORD
           PERFORM READ-TRANS-RECORD.

      **********************************************
      * Classic matched update on the composite
      *  tour/month key - copy masters below the
      *  transaction key, apply transactions against
      *  the matching master, and edit-fail
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
           MOVE BDM-REC TO HOLD-REC
           PERFORM WRITE-NEW-RECORD
           PERFORM READ-MASTER-RECORD.

      **********************************************
      * Master matched by one or more transactions -
      *  fold every transaction for the key into the
      *  held record, then write it once unless a
      *  delete dropped it
      **********************************************
       UPDATE-MATCHED-MASTER.
           MOVE BDM-REC TO HOLD-REC
           MOVE 'N' TO MNT-HOLD-DROP-SW
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
      *  that passes its edits builds a new held
      *  record (and absorbs any further transactions
      *  for the same key); a change or delete has
      *  nothing to act on and is an edit error
      **********************************************
       APPLY-UNMATCHED-TRANS.
           IF TRN-ADD
             PERFORM EDIT-ADD-TRANS
             IF MNT-ERROR-REASON NOT = SPACE
               PERFORM WRITE-ERROR-LINE
               PERFORM READ-TRANS-RECORD
             ELSE
               MOVE TRN-TOUR-CODE TO HLD-TOUR-CODE
               MOVE TRN-BUDGET-MONTH TO HLD-BUDGET-MONTH
               MOVE TRN-OFFICE TO HLD-OFFICE
               MOVE TRN-ENTRIES TO HLD-ENTRIES
               MOVE TRN-REVENUE TO HLD-REVENUE
               MOVE TRN-EXPENSE TO HLD-EXPENSE
               MOVE 'N' TO MNT-HOLD-DROP-SW
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
      *  duplicate, and a change must pass its edits
      *  before any figure is replaced
      **********************************************
       APPLY-ONE-TRANS.
           EVALUATE TRUE
             WHEN TRN-ADD
               SET ERROR-DUPLICATE-KEY TO TRUE
               PERFORM WRITE-ERROR-LINE
             WHEN TRN-CHANGE
               PERFORM EDIT-CHANGE-TRANS
               IF MNT-ERROR-REASON NOT = SPACE
                 PERFORM WRITE-ERROR-LINE
               ELSE
                 IF TRN-OFFICE NOT = SPACE
                   MOVE TRN-OFFICE TO HLD-OFFICE
                 END-IF
                 IF TRN-ENTRIES NOT = ZERO
                   MOVE TRN-ENTRIES TO HLD-ENTRIES
                 END-IF
                 IF TRN-REVENUE NOT = ZERO
                   MOVE TRN-REVENUE TO HLD-REVENUE
                 END-IF
                 IF TRN-EXPENSE NOT = ZERO
                   MOVE TRN-EXPENSE TO HLD-EXPENSE
                 END-IF
                 MOVE 'N' TO MNT-HOLD-DROP-SW
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
      * Edits for an add - the tour code must be on
      *  the reference master and not retired, the
      *  month a real yyyymm, the office known, and
      *  at least one figure planned.  The reason is
      *  left space when the add is clean
      **********************************************
       EDIT-ADD-TRANS.
           MOVE SPACE TO MNT-ERROR-REASON
           PERFORM LOOK-UP-TOUR-CODE
           EVALUATE TRUE
             WHEN CODE-NOT-ON-FILE
               SET ERROR-UNKNOWN-TOUR TO TRUE
             WHEN CODE-RETIRED
               SET ERROR-RETIRED-TOUR TO TRUE
             WHEN TRN-BUDGET-YEAR = ZERO
                  OR TRN-BUDGET-MM < 1 OR TRN-BUDGET-MM > 12
               SET ERROR-BAD-MONTH TO TRUE
             WHEN NOT TRN-OFFICE-VALID
               SET ERROR-BAD-OFFICE TO TRUE
             WHEN TRN-ENTRIES = ZERO AND TRN-REVENUE = ZERO
                  AND TRN-EXPENSE = ZERO
               SET ERROR-NO-FIGURES TO TRUE
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

      **********************************************
      * Edits for a change - the tour code must still
      *  be on the reference master (a retired tour's
      *  plan may be corrected) and the office known
      **********************************************
       EDIT-CHANGE-TRANS.
           MOVE SPACE TO MNT-ERROR-REASON
           PERFORM LOOK-UP-TOUR-CODE
           EVALUATE TRUE
             WHEN CODE-NOT-ON-FILE
               SET ERROR-UNKNOWN-TOUR TO TRUE
             WHEN NOT TRN-OFFICE-VALID
               SET ERROR-BAD-OFFICE TO TRUE
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

      **********************************************
      * Binary search the reference master table for
      *  the transaction's tour code
      **********************************************
       LOOK-UP-TOUR-CODE.
           SET CODE-NOT-ON-FILE TO TRUE
           IF MNT-CODE-COUNT NOT = ZERO
             SEARCH ALL MNT-CODE-ENTRY
               AT END
                 CONTINUE
               WHEN MNTC-TOUR-CODE (MNT-CDX) = TRN-TOUR-CODE
                 IF MNTC-STATUS-RETIRED (MNT-CDX)
                   SET CODE-RETIRED TO TRUE
                 ELSE
                   SET CODE-ON-FILE TO TRUE
                 END-IF
             END-SEARCH
           END-IF.

      **********************************************
      * Write the held record to the new generation
      **********************************************
       WRITE-NEW-RECORD.
           MOVE HOLD-REC TO NEW-REC
           WRITE NEW-REC
           ADD 1 TO MNT-NEW-WRITTEN.

      **********************************************
      * Keep the held record's composite key current
      *  for the transaction absorption loops
      **********************************************
       SET-HOLD-KEY.
           MOVE HLD-TOUR-CODE TO W-HOLD-KEY-TOUR
           MOVE HLD-BUDGET-MONTH TO W-HOLD-KEY-MONTH.

      **********************************************
      * Report one applied transaction
      **********************************************
       WRITE-APPLIED-LINE.
           MOVE SPACE TO RPT-LINE
           STRING 'APPLIED ' DELIMITED BY SIZE
             TRN-ACTION DELIMITED BY SIZE
             ' ' DELIMITED BY SIZE
             TRN-TOUR-CODE DELIMITED BY SIZE
             ' ' DELIMITED BY SIZE
             TRN-BUDGET-MONTH DELIMITED BY SIZE
             ' OFFICE ' DELIMITED BY SIZE
             TRN-OFFICE DELIMITED BY SIZE
             INTO RPT-LINE
           IF NOT TRN-DELETE
             MOVE TRN-ENTRIES TO MNT-EDIT-ENTRIES
             MOVE 'ENT' TO RPT-LINE (27:3)
             MOVE MNT-EDIT-ENTRIES TO RPT-LINE (31:5)
             MOVE TRN-REVENUE TO MNT-EDIT-AMOUNT
             MOVE 'REV' TO RPT-LINE (38:3)
             MOVE MNT-EDIT-AMOUNT TO RPT-LINE (42:9)
             MOVE TRN-EXPENSE TO MNT-EDIT-AMOUNT
             MOVE 'EXP' TO RPT-LINE (53:3)
             MOVE MNT-EDIT-AMOUNT TO RPT-LINE (57:9)
           END-IF
           WRITE RPT-LINE.

      **********************************************
      * Report one rejected transaction.  Edit
      *  errors leave a nonzero return code so the
      *  scheduler holds the new generation for
      *  review
      **********************************************
       WRITE-ERROR-LINE.
           ADD 1 TO MNT-TRANS-IN-ERROR
           MOVE SPACE TO RPT-LINE
           STRING 'ERROR   ' DELIMITED BY SIZE
             TRN-ACTION DELIMITED BY SIZE
             ' ' DELIMITED BY SIZE
             TRN-TOUR-CODE DELIMITED BY SIZE
             ' ' DELIMITED BY SIZE
             TRN-BUDGET-MONTH DELIMITED BY SIZE
             INTO RPT-LINE
           EVALUATE TRUE
             WHEN ERROR-DUPLICATE-KEY
               MOVE 'TOUR/MONTH ALREADY ON FILE' TO RPT-LINE (23:40)
             WHEN ERROR-NOT-ON-FILE
               MOVE 'TOUR/MONTH NOT ON FILE' TO RPT-LINE (23:40)
             WHEN ERROR-UNKNOWN-TOUR
               MOVE 'TOUR CODE NOT ON TCODMST' TO RPT-LINE (23:40)
             WHEN ERROR-RETIRED-TOUR
               MOVE 'TOUR CODE RETIRED' TO RPT-LINE (23:40)
             WHEN ERROR-BAD-MONTH
               MOVE 'INVALID BUDGET MONTH' TO RPT-LINE (23:40)
             WHEN ERROR-BAD-OFFICE
               MOVE 'INVALID OWNING OFFICE' TO RPT-LINE (23:40)
             WHEN ERROR-NO-FIGURES
               MOVE 'NO BUDGET FIGURES' TO RPT-LINE (23:40)
             WHEN OTHER
               MOVE 'INVALID ACTION CODE' TO RPT-LINE (23:40)
           END-EVALUATE
           WRITE RPT-LINE
           IF RETURN-CODE < 8
             MOVE 8 TO RETURN-CODE
           END-IF.

      **********************************************
      * Read the next budget master record
      **********************************************
       READ-MASTER-RECORD.
           READ BUDMST
           AT END
             SET MASTER-END-OF-FILE TO TRUE
             MOVE HIGH-VALUE TO W-MASTER-KEY
           NOT AT END
             ADD 1 TO MNT-OLD-READ
             MOVE BDM-TOUR-CODE TO W-MASTER-KEY-TOUR
             MOVE BDM-BUDGET-MONTH TO W-MASTER-KEY-MONTH
           END-READ.

      **********************************************
      * Read the next maintenance transaction
      **********************************************
       READ-TRANS-RECORD.
           READ BUDTRN
           AT END
             SET TRANS-END-OF-FILE TO TRUE
             MOVE HIGH-VALUE TO W-TRANS-KEY
           NOT AT END
             ADD 1 TO MNT-TRANS-READ
             MOVE TRN-TOUR-CODE TO W-TRANS-KEY-TOUR
             MOVE TRN-BUDGET-MONTH TO W-TRANS-KEY-MONTH
           END-READ.

      **********************************************
      * Write the edit report summary and close
      **********************************************
       END-PROCESS.
           MOVE MNT-OLD-READ TO MNT-EDIT-COUNT
           MOVE SPACE TO RPT-LINE
           STRING 'OLD BUDGET RECORDS READ......... ' DELIMITED BY
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

           MOVE MNT-NEW-WRITTEN TO MNT-EDIT-COUNT
           MOVE SPACE TO RPT-LINE
           STRING 'NEW BUDGET RECORDS WRITTEN...... ' DELIMITED BY
               SIZE
             MNT-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-LINE
           WRITE RPT-LINE

           CLOSE BUDMST BUDTRN BUDNEW BUDRPT.
       END PROGRAM 'BUDMNT'.
