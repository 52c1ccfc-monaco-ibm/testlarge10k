      ******************************************************************
      * VNDMNT - vendor master maintenance                             *
      *                                                                *
      * Applies accounts payable add/change/inactivate transactions   *
      * (VNDTRN) against the current vendor master (VNDMST) and       *
      * writes a new generation of the master (VNDNEW) together with  *
      * an edit report (VNDRPT) listing every transaction applied     *
      * and every transaction in error.  The new master is the file   *
      * TOURFILE checks the vendor on every cost component against,   *
      * and VNDPAY names the vendors from, so suppliers are set up    *
      * and closed here without a program change.                     *
      *                                                                *
      * Transaction actions, matched on the vendor code:              *
      *   A - add a vendor (status defaults to A - active, the open   *
      *       date to the business date)                              *
      *   C - change the fields the transaction carries - a blank or *
      *       zero field leaves the master value as it was            *
      *   R - inactivate the vendor (status I, inactive date defaults *
      *       to the business date).  The vendor stays on file for   *
      *       payables history but new components naming it reject   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDMNT.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT VNDMST   ASSIGN TO VNDMST.
           SELECT VNDTRN   ASSIGN TO VNDTRN.
           SELECT VNDNEW   ASSIGN TO VNDNEW.
           SELECT VNDRPT   ASSIGN TO VNDRPT.
      *
       DATA DIVISION.
       FILE SECTION.
      *Current vendor master
      * prereq: all records are sorted by VND-VENDOR-CODE
       FD VNDMST RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 VENDOR-REC.
          03 VND-VENDOR-CODE           PIC X(06).
          03 VND-VENDOR-NAME           PIC X(30).
          03 VND-DEFAULT-CATEGORY      PIC X(02).
          03 VND-PAY-CURRENCY          PIC X(03).
          03 VND-STATUS                PIC X(01).
          03 VND-OPEN-DATE             PIC 9(08).
          03 VND-INACTIVE-DATE         PIC 9(08).
      *Maintenance transactions from accounts payable
      * prereq: all records are sorted by TRN-VENDOR-CODE
       FD VNDTRN RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 TRN-REC.
          03 TRN-ACTION                PIC X(01).
             88 TRN-ADD                VALUE 'A'.
             88 TRN-CHANGE             VALUE 'C'.
             88 TRN-INACTIVATE         VALUE 'R'.
          03 TRN-VENDOR-CODE           PIC X(06).
          03 TRN-VENDOR-NAME           PIC X(30).
          03 TRN-DEFAULT-CATEGORY      PIC X(02).
          03 TRN-PAY-CURRENCY          PIC X(03).
          03 TRN-STATUS                PIC X(01).
          03 TRN-OPEN-DATE             PIC 9(08).
          03 TRN-INACTIVE-DATE         PIC 9(08).
      *New generation of the vendor master
       FD VNDNEW RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 NEW-REC.
          03 NEW-VENDOR-CODE           PIC X(06).
          03 NEW-VENDOR-NAME           PIC X(30).
          03 NEW-DEFAULT-CATEGORY      PIC X(02).
          03 NEW-PAY-CURRENCY          PIC X(03).
          03 NEW-STATUS                PIC X(01).
          03 NEW-OPEN-DATE             PIC 9(08).
          03 NEW-INACTIVE-DATE         PIC 9(08).
      *Edit report for accounts payable
       FD VNDRPT RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 RPT-LINE                     PIC X(80).

       WORKING-STORAGE SECTION.
       01 MNT-OLD-READ              PIC 9(07) VALUE ZERO.
       01 MNT-TRANS-READ            PIC 9(07) VALUE ZERO.
       01 MNT-NEW-WRITTEN           PIC 9(07) VALUE ZERO.
       01 MNT-ADDS-APPLIED          PIC 9(07) VALUE ZERO.
       01 MNT-CHANGES-APPLIED       PIC 9(07) VALUE ZERO.
       01 MNT-INACTIVATED           PIC 9(07) VALUE ZERO.
       01 MNT-TRANS-IN-ERROR        PIC 9(07) VALUE ZERO.
       01 MNT-EDIT-COUNT            PIC ZZZZZZ9.
       01 MNT-RUN-DATE              PIC 9(08) VALUE ZERO.
       01 MNT-BDATE-RESULT          PIC X(01) VALUE SPACE.
          88 BUSINESS-DATE-VALID       VALUE 'V'.
       01 MNT-MASTER-STATUS         PIC X(01).
          88 MASTER-END-OF-FILE        VALUE 'E'.
          88 MASTER-NOT-END-OF-FILE    VALUE 'R'.
       01 MNT-TRANS-STATUS          PIC X(01).
          88 TRANS-END-OF-FILE         VALUE 'E'.
          88 TRANS-NOT-END-OF-FILE     VALUE 'R'.
      *Master record being built - the matched master (or a
      * new add) is held here while every transaction for
      * the same vendor is folded in, then written once
       01 HOLD-REC.
          03 HLD-VENDOR-CODE         PIC X(06).
          03 HLD-VENDOR-NAME         PIC X(30).
          03 HLD-DEFAULT-CATEGORY    PIC X(02).
          03 HLD-PAY-CURRENCY        PIC X(03).
          03 HLD-STATUS              PIC X(01).
          03 HLD-OPEN-DATE           PIC 9(08).
          03 HLD-INACTIVE-DATE       PIC 9(08).

       PROCEDURE DIVISION.
       MAINLINE SECTION.
           DISPLAY 'VNDMNT STARTED...'
           CALL 'GETBDATE' USING MNT-RUN-DATE MNT-BDATE-RESULT
           IF NOT BUSINESS-DATE-VALID
             DISPLAY 'VNDMNT *** RUN REFUSED - BUSINESS DATE '
                 'NOT AVAILABLE ***'
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM INIT
             PERFORM BALANCE-LINE
               UNTIL MASTER-END-OF-FILE AND TRANS-END-OF-FILE
             PERFORM END-PROCESS
           END-IF
           IF RETURN-CODE = ZERO
             DISPLAY 'VNDMNT SUCCESSFUL'
           ELSE
             DISPLAY 'VNDMNT COMPLETED WITH ERRORS'
           END-IF
      *
           GOBACK.
      **********************************************
      * Open files, write the report heading, and
      *  prime the matching loop with the first
      *  record from each input
      **********************************************
       INIT.
           OPEN INPUT VNDMST VNDTRN
                OUTPUT VNDNEW VNDRPT
           MOVE SPACE TO RPT-LINE
           STRING 'VNDMNT VENDOR MAINTENANCE EDIT REPORT '
               DELIMITED BY SIZE
             MNT-RUN-DATE DELIMITED BY SIZE
             INTO RPT-LINE
           WRITE RPT-LINE
           SET MASTER-NOT-END-OF-FILE TO TRUE
           SET TRANS-NOT-END-OF-FILE TO TRUE
           PERFORM READ-MASTER-RECORD
           PERFORM READ-TRANS-RECORD.

      **********************************************
      * Classic matched update - copy masters below
      *  the transaction vendor, apply transactions
      *  against the matching master, and edit-fail
      *  transactions with no master to match
      **********************************************
       BALANCE-LINE.
           IF TRANS-END-OF-FILE
              OR (MASTER-NOT-END-OF-FILE
                  AND VND-VENDOR-CODE < TRN-VENDOR-CODE)
             PERFORM COPY-MASTER-RECORD
           ELSE
             IF MASTER-NOT-END-OF-FILE
                AND VND-VENDOR-CODE = TRN-VENDOR-CODE
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
           MOVE VENDOR-REC TO HOLD-REC
           PERFORM WRITE-NEW-RECORD
           PERFORM READ-MASTER-RECORD.

      **********************************************
      * Master matched by one or more transactions -
      *  fold every transaction for the vendor into
      *  the held record, then write it once
      **********************************************
       UPDATE-MATCHED-MASTER.
           MOVE VENDOR-REC TO HOLD-REC
           PERFORM READ-MASTER-RECORD
           PERFORM APPLY-ONE-TRANS
             UNTIL TRANS-END-OF-FILE
                OR TRN-VENDOR-CODE NOT = HLD-VENDOR-CODE
           PERFORM WRITE-NEW-RECORD.

      **********************************************
      * Transaction with no matching master - an add
      *  builds a new held record (and absorbs any
      *  further transactions for the same vendor);
      *  a change or inactivate has nothing to
      *  change and is an edit error
      **********************************************
       APPLY-UNMATCHED-TRANS.
           IF TRN-ADD
             MOVE TRN-VENDOR-CODE TO HLD-VENDOR-CODE
             MOVE TRN-VENDOR-NAME TO HLD-VENDOR-NAME
             MOVE TRN-DEFAULT-CATEGORY TO HLD-DEFAULT-CATEGORY
             MOVE TRN-PAY-CURRENCY TO HLD-PAY-CURRENCY
             IF TRN-STATUS = SPACE
               MOVE 'A' TO HLD-STATUS
             ELSE
               MOVE TRN-STATUS TO HLD-STATUS
             END-IF
             IF TRN-OPEN-DATE = ZERO
               MOVE MNT-RUN-DATE TO HLD-OPEN-DATE
             ELSE
               MOVE TRN-OPEN-DATE TO HLD-OPEN-DATE
             END-IF
             MOVE TRN-INACTIVE-DATE TO HLD-INACTIVE-DATE
             ADD 1 TO MNT-ADDS-APPLIED
             PERFORM WRITE-APPLIED-LINE
             PERFORM READ-TRANS-RECORD
             PERFORM APPLY-ONE-TRANS
               UNTIL TRANS-END-OF-FILE
                  OR TRN-VENDOR-CODE NOT = HLD-VENDOR-CODE
             PERFORM WRITE-NEW-RECORD
           ELSE
             PERFORM WRITE-ERROR-LINE
             PERFORM READ-TRANS-RECORD
           END-IF.

      **********************************************
      * Apply one transaction to the held master
      *  record - an add against a vendor already held
      *  is a duplicate and an edit error
      **********************************************
       APPLY-ONE-TRANS.
           EVALUATE TRUE
             WHEN TRN-ADD
               PERFORM WRITE-ERROR-LINE
             WHEN TRN-CHANGE
               IF TRN-VENDOR-NAME NOT = SPACE
                 MOVE TRN-VENDOR-NAME TO HLD-VENDOR-NAME
               END-IF
               IF TRN-DEFAULT-CATEGORY NOT = SPACE
                 MOVE TRN-DEFAULT-CATEGORY TO HLD-DEFAULT-CATEGORY
               END-IF
               IF TRN-PAY-CURRENCY NOT = SPACE
                 MOVE TRN-PAY-CURRENCY TO HLD-PAY-CURRENCY
               END-IF
               IF TRN-STATUS NOT = SPACE
                 MOVE TRN-STATUS TO HLD-STATUS
               END-IF
               IF TRN-OPEN-DATE NOT = ZERO
                 MOVE TRN-OPEN-DATE TO HLD-OPEN-DATE
               END-IF
               IF TRN-INACTIVE-DATE NOT = ZERO
                 MOVE TRN-INACTIVE-DATE TO HLD-INACTIVE-DATE
               END-IF
               ADD 1 TO MNT-CHANGES-APPLIED
               PERFORM WRITE-APPLIED-LINE
             WHEN TRN-INACTIVATE
               MOVE 'I' TO HLD-STATUS
               IF TRN-INACTIVE-DATE = ZERO
                 MOVE MNT-RUN-DATE TO HLD-INACTIVE-DATE
               ELSE
                 MOVE TRN-INACTIVE-DATE TO HLD-INACTIVE-DATE
               END-IF
               ADD 1 TO MNT-INACTIVATED
               PERFORM WRITE-APPLIED-LINE
             WHEN OTHER
               PERFORM WRITE-ERROR-LINE
           END-EVALUATE
           PERFORM READ-TRANS-RECORD.

      **********************************************
      * Write the held record to the new generation
      **********************************************
       WRITE-NEW-RECORD.
           MOVE HOLD-REC TO NEW-REC
           WRITE NEW-REC
           ADD 1 TO MNT-NEW-WRITTEN.

      **********************************************
      * Report one applied transaction
      **********************************************
       WRITE-APPLIED-LINE.
           MOVE SPACE TO RPT-LINE
           STRING 'APPLIED ' DELIMITED BY SIZE
             TRN-ACTION DELIMITED BY SIZE
             ' ' DELIMITED BY SIZE
             TRN-VENDOR-CODE DELIMITED BY SIZE
             ' ' DELIMITED BY SIZE
             TRN-VENDOR-NAME DELIMITED BY SIZE
             INTO RPT-LINE
           WRITE RPT-LINE.

      **********************************************
      * Report one rejected transaction - a duplicate
      *  add, a change/inactivate with no master, or
      *  an unknown action code.  Edit errors leave a
      *  nonzero return code so the scheduler holds
      *  the new generation for review
      **********************************************
       WRITE-ERROR-LINE.
           ADD 1 TO MNT-TRANS-IN-ERROR
           MOVE SPACE TO RPT-LINE
           EVALUATE TRUE
             WHEN TRN-ADD
               STRING 'ERROR   ' DELIMITED BY SIZE
                 TRN-ACTION DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 TRN-VENDOR-CODE DELIMITED BY SIZE
                 ' VENDOR ALREADY ON FILE' DELIMITED BY SIZE
                 INTO RPT-LINE
             WHEN TRN-CHANGE OR TRN-INACTIVATE
               STRING 'ERROR   ' DELIMITED BY SIZE
                 TRN-ACTION DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 TRN-VENDOR-CODE DELIMITED BY SIZE
                 ' VENDOR NOT ON FILE' DELIMITED BY SIZE
                 INTO RPT-LINE
             WHEN OTHER
               STRING 'ERROR   ' DELIMITED BY SIZE
                 TRN-ACTION DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 TRN-VENDOR-CODE DELIMITED BY SIZE
                 ' INVALID ACTION CODE' DELIMITED BY SIZE
                 INTO RPT-LINE
           END-EVALUATE
           WRITE RPT-LINE
           MOVE 8 TO RETURN-CODE.

      **********************************************
      * Read the next vendor master record
      **********************************************
       READ-MASTER-RECORD.
           READ VNDMST
           AT END
             SET MASTER-END-OF-FILE TO TRUE
           NOT AT END
             ADD 1 TO MNT-OLD-READ
           END-READ.

      **********************************************
      * Read the next maintenance transaction
      **********************************************
       READ-TRANS-RECORD.
           READ VNDTRN
           AT END
             SET TRANS-END-OF-FILE TO TRUE
           NOT AT END
             ADD 1 TO MNT-TRANS-READ
           END-READ.

      **********************************************
      * Write the edit report summary and close
      **********************************************
       END-PROCESS.
           MOVE MNT-OLD-READ TO MNT-EDIT-COUNT
           MOVE SPACE TO RPT-LINE
           STRING 'OLD MASTER RECORDS READ......... ' DELIMITED BY
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

           MOVE MNT-INACTIVATED TO MNT-EDIT-COUNT
           MOVE SPACE TO RPT-LINE
           STRING 'INACTIVATIONS APPLIED........... ' DELIMITED BY
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
           STRING 'NEW MASTER RECORDS WRITTEN...... ' DELIMITED BY
               SIZE
             MNT-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-LINE
           WRITE RPT-LINE

           CLOSE VNDMST VNDTRN VNDNEW VNDRPT.
       END PROGRAM 'VNDMNT'.
