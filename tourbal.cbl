      * A rejected or held-over input record is identified by its     *
      * full original record image and excluded from the derivation,  *
      * exactly as it was excluded from the run being audited.        *
      * Cost component records carry no quantities of their own -    *
      * they break down a detail's expense already counted - so they *
      * are passed over on TOURDATA and left off both image tables.  *
      *                                                                *
      * Amendments and cancellations are priced at the rate in force  *
      * on the original booking's run date, as TOURFILE prices them.  *
      * A cancellation comes off its tour after the prior master and  *
      * the day's bookings for it are folded together.  The month-   *
      * to-date and year-to-date buckets are proved the same way -    *
      * the prior master's buckets plus the run's net activity.       *
      *                                                                *
      * Commission is re-derived from the commission rate file the    *
      * audited run used, at the rate TOURFILE would choose for each  *
      * detail, and proved with its buckets.  A tour's cancellations  *
      * take back no more commission than the tour carries.           *
      *                                                                *
      * Parameters: the update mode of the audited run ('D' folds     *
      * the prior master in, 'F' or space audits a full build and     *
      * the audit's own date - an audit running after midnight or     *
      * the next morning must still pick the rates the audited run    *
      * picked, or it would report false discrepancies.  Zero takes   *
      * the business date on BUSDATE for an audit within the cycle.   *
      *                                                                *
      * A clean run prints BALANCED.  Any difference names the tour   *
      * and sets return code 8 so the scheduler holds the downstream  *
           SELECT REJFILE  ASSIGN TO REJFILE.
           SELECT HOLDOVER ASSIGN TO HOLDOVER.
           SELECT FXRATES  ASSIGN TO FXRATES.
           SELECT COMMRATE ASSIGN TO COMMRATE.
           SELECT BALRPT   ASSIGN TO BALRPT.
      *
       DATA DIVISION.
          03 I-CURRENCY-CODE           PIC X(03).
          03 I-ENTRY-DATE              PIC 9(08).
          03 I-SOURCE-OFFICE           PIC X(01).
          03 I-TRAN-TYPE               PIC X(01).
             88 I-NEW-BOOKING          VALUE 'N' ' '.
             88 I-CANCELLATION         VALUE 'C'.
             88 I-AMENDMENT            VALUE 'A'.
             88 I-COST-COMPONENT       VALUE 'K'.
          03 I-ORIG-RUN-DATE           PIC 9(08).
       01 TRAILER-REC REDEFINES DATA-REC.
          03 TRL-MARKER                PIC X(03).
             88 IS-TRAILER-RECORD      VALUE '###'.
          03 TRL-EXPECTED-COUNT        PIC 9(07).
          03 TRL-EXPECTED-EXPENSE      PIC 9(11).
          03 FILLER                    PIC X(40).
       01 HEADER-REC REDEFINES DATA-REC.
          03 HDR-MARKER                PIC X(03).
             88 IS-HEADER-RECORD       VALUE '@@@'.
          03 HDR-FEED-SERIAL           PIC 9(07).
          03 HDR-EXTRACT-DATE          PIC 9(08).
          03 FILLER                    PIC X(43).
      *Prior generation of the tour master
      * prereq: all records are sorted by P-TOUR-CODE
       FD PRIORMST.
          03 P-TOTAL-EXPENSE           PIC 9(09).
          03 P-TOTAL-REVENUE           PIC 9(09).
          03 P-MARGIN                  PIC S9(09).
          03 P-MTD-ENTRIES             PIC S9(04).
          03 P-MTD-EXPENSE             PIC S9(09).
          03 P-MTD-REVENUE             PIC S9(09).
          03 P-MTD-MARGIN              PIC S9(09).
          03 P-YTD-ENTRIES             PIC S9(04).
          03 P-YTD-EXPENSE             PIC S9(09).
          03 P-YTD-REVENUE             PIC S9(09).
          03 P-YTD-MARGIN              PIC S9(09).
          03 P-TOTAL-COMMISSION        PIC 9(09).
          03 P-NET-MARGIN              PIC S9(09).
          03 P-MTD-COMMISSION          PIC S9(09).
          03 P-MTD-NET-MARGIN          PIC S9(09).
          03 P-YTD-COMMISSION          PIC S9(09).
          03 P-YTD-NET-MARGIN          PIC S9(09).
      *The new master generation written by the audited run
      * prereq: all records are sorted by M-TOUR-CODE
       FD TOURMST.
          03 M-TOTAL-EXPENSE           PIC 9(09).
          03 M-TOTAL-REVENUE           PIC 9(09).
          03 M-MARGIN                  PIC S9(09).
          03 M-MTD-ENTRIES             PIC S9(04).
          03 M-MTD-EXPENSE             PIC S9(09).
          03 M-MTD-REVENUE             PIC S9(09).
          03 M-MTD-MARGIN              PIC S9(09).
          03 M-YTD-ENTRIES             PIC S9(04).
          03 M-YTD-EXPENSE             PIC S9(09).
          03 M-YTD-REVENUE             PIC S9(09).
          03 M-YTD-MARGIN              PIC S9(09).
          03 M-TOTAL-COMMISSION        PIC 9(09).
          03 M-NET-MARGIN              PIC S9(09).
          03 M-MTD-COMMISSION          PIC S9(09).
          03 M-MTD-NET-MARGIN          PIC S9(09).
          03 M-YTD-COMMISSION          PIC S9(09).
          03 M-YTD-NET-MARGIN          PIC S9(09).
      *Rejects written by the audited run - the original record
      * image identifies the input record that never combined
       FD REJFILE RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 REJECT-REC.
          03 REJ-ORIGINAL-REC          PIC X(61).
          03 REJ-REASON-CODE           PIC X(01).
          03 REJ-REJECT-DATE           PIC 9(08).
          03 REJ-CYCLE-COUNT           PIC 9(03).
       01 REJECT-TYPE-VIEW.
          03 FILLER                    PIC X(52).
          03 REJ-TRAN-TYPE             PIC X(01).
             88 REJ-COST-COMPONENT     VALUE 'K'.
          03 FILLER                    PIC X(20).
      *Holdovers written by the audited run, in the TOURDATA
      * detail layout
       FD HOLDOVER RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 HOLDOVER-REC                 PIC X(61).
       01 HOLDOVER-TYPE-VIEW.
          03 FILLER                    PIC X(52).
          03 HOT-TRAN-TYPE             PIC X(01).
             88 HOT-COST-COMPONENT     VALUE 'K'.
          03 FILLER                    PIC X(08).
      *FX rate file the audited run priced with
       FD FXRATES RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
          03 FXR-CURRENCY-CODE         PIC X(03).
          03 FXR-EFFECTIVE-DATE        PIC 9(08).
          03 FXR-RATE                  PIC 9(03)V9(04).
      *Commission rate file the audited run earned commission at
       FD COMMRATE RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 COMMRATE-REC.
          03 CRR-SOURCE-OFFICE         PIC X(01).
          03 CRR-TOUR-CODE             PIC X(03).
          03 CRR-EFFECTIVE-DATE        PIC 9(08).
          03 CRR-RATE                  PIC 9(02)V9(03).
      *Audit report
       FD BALRPT RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 BAL-ACT-EXPENSE           PIC 9(11) VALUE ZERO.
       01 BAL-EDIT-COUNT            PIC ZZZZZZ9.
       01 BAL-EDIT-AMOUNT           PIC ZZZZZZZZZZ9.
       01 BAL-EDIT-SIGNED           PIC -(10)9.
       01 BAL-RUN-DATE              PIC 9(08) VALUE ZERO.
       01 BAL-BDATE-RESULT          PIC X(01) VALUE SPACE.
          88 BUSINESS-DATE-VALID       VALUE 'V'.
      *The date the audited TOURFILE run priced with - rates are
      * chosen against this date, never the audit's own
       01 BAL-AUDITED-RUN-DATE      PIC 9(08) VALUE ZERO.
       01 BAL-FX-STATUS             PIC X(01).
          88 FX-END-OF-FILE            VALUE 'E'.
          88 FX-NOT-END-OF-FILE        VALUE 'R'.
       01 BAL-CRT-STATUS            PIC X(01).
          88 CRT-END-OF-FILE           VALUE 'E'.
          88 CRT-NOT-END-OF-FILE       VALUE 'R'.
      *Search state while pulling the next input detail that
      * actually combined in the audited run - trailer, reject,
      * and holdover records are passed over
      * once so duplicate input records reconcile one for one
       01 REJECT-IMAGE-TABLE.
          03 REJECT-IMAGE OCCURS 1000 TIMES.
            05 RJT-IMAGE             PIC X(61).
            05 RJT-USED-SW           PIC X(01).
               88 RJT-USED           VALUE 'Y'.
       01 RJT-ENTRY-COUNT           PIC 9(04) VALUE ZERO.
      * way
       01 HOLDOVER-IMAGE-TABLE.
          03 HOLDOVER-IMAGE OCCURS 1000 TIMES.
            05 HOT-IMAGE             PIC X(61).
            05 HOT-USED-SW           PIC X(01).
               88 HOT-USED           VALUE 'Y'.
       01 HOT-ENTRY-COUNT           PIC 9(04) VALUE ZERO.
          03 W-CURRENCY-CODE         PIC X(03).
          03 W-ENTRY-DATE            PIC 9(08).
          03 W-SOURCE-OFFICE         PIC X(01).
          03 W-TRAN-TYPE             PIC X(01).
             88 W-NEW-BOOKING          VALUE 'N' ' '.
             88 W-CANCELLATION         VALUE 'C'.
             88 W-AMENDMENT            VALUE 'A'.
          03 W-ORIG-RUN-DATE         PIC 9(08).
      *The date the detail in flight is priced at - the audited
      * run's date, or the original booking's for an amendment or
      * cancellation
       01 W-RATE-DATE               PIC 9(08) VALUE ZERO.
       01 W-BASE-EXPENSE            PIC 9(07).
       01 W-BASE-PRICE              PIC 9(07).
       01 W-TOTAL-EXPENSE           PIC 9(09).
       01 W-TOTAL-REVENUE           PIC 9(09).
       01 W-COMMISSION              PIC 9(09).
       01 FX-RATE                   PIC 9(03)V9(04).
      *One tour code's input details accumulated the way
      * COMBINE-AND-WRITE accumulates them, with its
      * cancellations kept apart to come off last
       01 GROUP-REC.
          03 GRP-TOUR-CODE           PIC X(03).
          03 GRP-ENTRIES             PIC 9(09).
          03 GRP-EXPENSE             PIC 9(11).
          03 GRP-REVENUE             PIC 9(11).
          03 GRP-CAN-ENTRIES         PIC 9(09).
          03 GRP-CAN-EXPENSE         PIC 9(11).
          03 GRP-CAN-REVENUE         PIC 9(11).
          03 GRP-COMMISSION          PIC 9(11).
          03 GRP-CAN-COMMISSION      PIC 9(11).
          03 GRP-BOOKED-SW           PIC X(01).
             88 GRP-HAS-BOOKINGS       VALUE 'Y'.
      *The next tour the new master should hold, re-derived
      * from the prior master and the surviving input details
       01 EXPECTED-REC.
          03 EXP-ENTRIES             PIC 9(09).
          03 EXP-EXPENSE             PIC 9(11).
          03 EXP-REVENUE             PIC 9(11).
          03 EXP-MTD-ENTRIES         PIC S9(09).
          03 EXP-MTD-EXPENSE         PIC S9(11).
          03 EXP-MTD-REVENUE         PIC S9(11).
          03 EXP-YTD-ENTRIES         PIC S9(09).
          03 EXP-YTD-EXPENSE         PIC S9(11).
          03 EXP-YTD-REVENUE         PIC S9(11).
          03 EXP-COMMISSION          PIC 9(11).
          03 EXP-MTD-COMMISSION      PIC S9(11).
          03 EXP-YTD-COMMISSION      PIC S9(11).
      *One period bucket that failed to prove, for the report
       01 W-BUCKET-LABEL            PIC X(14) VALUE SPACE.
       01 W-BUCKET-EXPECTED         PIC S9(11) VALUE ZERO.
       01 W-BUCKET-ACTUAL           PIC S9(11) VALUE ZERO.
      *FX rate table loaded from FXRATES, with the same best
      * effective date choice SET-FX-RATE makes in TOURFILE
       01 FX-RATE-TABLE.
          88 FX-RATE-FOUND             VALUE 'F'.
          88 FX-RATE-NOT-FOUND         VALUE 'N'.
       01 FX-MEMO-CURRENCY          PIC X(03) VALUE SPACE.
       01 FX-MEMO-DATE              PIC 9(08) VALUE ZERO.
       01 FX-MEMO-STATUS            PIC X(01) VALUE 'N'.
       01 FX-MEMO-RATE              PIC 9(03)V9(04) VALUE ZERO.
      *Commission rate table loaded from COMMRATE, with the same
      * choice SET-DETAIL-COMMISSION makes in TOURFILE - the
      * tour's own rate over the office's standing rate
       01 COMM-RATE-TABLE.
          03 COMM-TABLE-ENTRY OCCURS 5000 TIMES.
            05 CRT-SOURCE-OFFICE     PIC X(01).
            05 CRT-TOUR-CODE         PIC X(03).
            05 CRT-EFFECTIVE-DATE    PIC 9(08).
            05 CRT-RATE              PIC 9(02)V9(03).
       01 CRT-ENTRY-COUNT           PIC 9(05) VALUE ZERO.
       01 CRT-IX                    PIC 9(05) VALUE ZERO.
       01 CRT-TOUR-IX               PIC 9(05) VALUE ZERO.
       01 CRT-TOUR-EFF-DATE         PIC 9(08) VALUE ZERO.
       01 CRT-OFFICE-IX             PIC 9(05) VALUE ZERO.
       01 CRT-OFFICE-EFF-DATE       PIC 9(08) VALUE ZERO.
      *
       LINKAGE SECTION.
       01 AUDIT-MODE-PARM PIC X(01).
          88 DELTA-UPDATE    VALUE 'D'.
          88 FULL-BUILD      VALUE 'F' ' '.
      *Run date of the audited run - zero takes the business date
       01 AUDIT-DATE-PARM PIC 9(08).

       PROCEDURE DIVISION USING AUDIT-MODE-PARM AUDIT-DATE-PARM.
       MAINLINE SECTION.
           DISPLAY 'TOURBAL STARTED...'
           CALL 'GETBDATE' USING BAL-RUN-DATE BAL-BDATE-RESULT
           IF NOT BUSINESS-DATE-VALID
             DISPLAY 'TOURBAL *** RUN REFUSED - BUSINESS DATE '
                 'NOT AVAILABLE ***'
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM INIT
             PERFORM MATCH-ONE-TOUR
               UNTIL EXPECTED-END AND ACTUAL-END-OF-FILE
             PERFORM END-PROCESS
           END-IF
           IF RETURN-CODE = ZERO
             DISPLAY 'TOURBAL SUCCESSFUL'
           ELSE
       INIT.
           OPEN INPUT TOURDATA TOURMST REJFILE HOLDOVER
                OUTPUT BALRPT
           IF AUDIT-DATE-PARM = ZERO
             MOVE BAL-RUN-DATE TO BAL-AUDITED-RUN-DATE
           ELSE
             INTO BAL-LINE
           WRITE BAL-LINE
           PERFORM LOAD-FX-RATES
           PERFORM LOAD-COMMISSION-RATES
           SET REJECT-NOT-END-OF-FILE TO TRUE
           PERFORM LOAD-REJECT-IMAGE UNTIL REJECT-END-OF-FILE
           CLOSE REJFILE
           SET ACTUAL-NOT-END-OF-FILE TO TRUE
           PERFORM READ-ACTUAL-MASTER.

      **********************************************
      * Load the office commission rate table
      **********************************************
       LOAD-COMMISSION-RATES.
           MOVE ZERO TO CRT-ENTRY-COUNT
           OPEN INPUT COMMRATE
           SET CRT-NOT-END-OF-FILE TO TRUE
           PERFORM READ-NEXT-COMM-RATE UNTIL CRT-END-OF-FILE
           CLOSE COMMRATE.

       READ-NEXT-COMM-RATE.
           READ COMMRATE
           AT END
             SET CRT-END-OF-FILE TO TRUE
           NOT AT END
             IF CRT-ENTRY-COUNT < 5000
               ADD 1 TO CRT-ENTRY-COUNT
               MOVE CRR-SOURCE-OFFICE
                 TO CRT-SOURCE-OFFICE (CRT-ENTRY-COUNT)
               MOVE CRR-TOUR-CODE TO CRT-TOUR-CODE (CRT-ENTRY-COUNT)
               MOVE CRR-EFFECTIVE-DATE
                 TO CRT-EFFECTIVE-DATE (CRT-ENTRY-COUNT)
               MOVE CRR-RATE TO CRT-RATE (CRT-ENTRY-COUNT)
             ELSE
               DISPLAY 'TOURBAL *** COMMISSION RATE TABLE FULL ***'
               MOVE 16 TO RETURN-CODE
               SET CRT-END-OF-FILE TO TRUE
             END-IF
           END-READ.

      **********************************************
      * Load the treasury rate table
      **********************************************
           AT END
             SET REJECT-END-OF-FILE TO TRUE
           NOT AT END
             IF REJ-COST-COMPONENT
               CONTINUE
             ELSE
             IF RJT-ENTRY-COUNT < 1000
               ADD 1 TO RJT-ENTRY-COUNT
               MOVE REJ-ORIGINAL-REC TO RJT-IMAGE (RJT-ENTRY-COUNT)
               MOVE 16 TO RETURN-CODE
               SET REJECT-END-OF-FILE TO TRUE
             END-IF
             END-IF
           END-READ.

      **********************************************
           AT END
             SET HOLDOVER-END-OF-FILE TO TRUE
           NOT AT END
             IF HOT-COST-COMPONENT
               CONTINUE
             ELSE
             IF HOT-ENTRY-COUNT < 1000
               ADD 1 TO HOT-ENTRY-COUNT
               MOVE HOLDOVER-REC TO HOT-IMAGE (HOT-ENTRY-COUNT)
               MOVE 16 TO RETURN-CODE
               SET HOLDOVER-END-OF-FILE TO TRUE
             END-IF
             END-IF
           END-READ.

      **********************************************
      * Pull the next input detail that actually
      *  combined in the audited run - the trailer,
      *  cost components, the rejected records, and
      *  the held-over records are passed over, each
      *  reject and holdover image consumed at most
      *  once
      **********************************************
       READ-NEXT-USABLE-DETAIL.
           SET DETAIL-SEARCHING TO TRUE
             SET DETAIL-EXHAUSTED TO TRUE
           NOT AT END
             IF IS-TRAILER-RECORD OR IS-HEADER-RECORD
                OR I-COST-COMPONENT
               CONTINUE
             ELSE
               ADD 1 TO BAL-DATA-READ
      **********************************************
       CONVERT-ONE-DETAIL.
           MOVE DATA-REC TO WORK-REC
           IF W-NEW-BOOKING
             MOVE BAL-AUDITED-RUN-DATE TO W-RATE-DATE
           ELSE
             MOVE W-ORIG-RUN-DATE TO W-RATE-DATE
           END-IF
           PERFORM SET-FX-RATE
           IF FX-RATE-NOT-FOUND
             MOVE SPACE TO BAL-LINE
                 W-BASE-EXPENSE * W-NUMBER-ENTRIES
             COMPUTE W-TOTAL-REVENUE =
                 W-BASE-PRICE * W-NUMBER-ENTRIES
             PERFORM SET-DETAIL-COMMISSION
             SET DETAIL-FOUND TO TRUE
           END-IF.

             MOVE ZERO TO GRP-ENTRIES
             MOVE ZERO TO GRP-EXPENSE
             MOVE ZERO TO GRP-REVENUE
             MOVE ZERO TO GRP-CAN-ENTRIES
             MOVE ZERO TO GRP-CAN-EXPENSE
             MOVE ZERO TO GRP-CAN-REVENUE
             MOVE ZERO TO GRP-COMMISSION
             MOVE ZERO TO GRP-CAN-COMMISSION
             MOVE 'N' TO GRP-BOOKED-SW
             PERFORM FOLD-DETAIL-INTO-GROUP
               UNTIL NOT DETAIL-FOUND
                  OR W-TOUR-CODE NOT = GRP-TOUR-CODE
           END-IF.

       FOLD-DETAIL-INTO-GROUP.
           IF W-CANCELLATION
             ADD W-NUMBER-ENTRIES TO GRP-CAN-ENTRIES
             ADD W-TOTAL-EXPENSE TO GRP-CAN-EXPENSE
             ADD W-TOTAL-REVENUE TO GRP-CAN-REVENUE
             ADD W-COMMISSION TO GRP-CAN-COMMISSION
           ELSE
             ADD W-NUMBER-ENTRIES TO GRP-ENTRIES
             ADD W-TOTAL-EXPENSE TO GRP-EXPENSE
             ADD W-TOTAL-REVENUE TO GRP-REVENUE
             ADD W-COMMISSION TO GRP-COMMISSION
             MOVE 'Y' TO GRP-BOOKED-SW
           END-IF
           PERFORM READ-NEXT-USABLE-DETAIL.

      **********************************************
      *  hold - prior master tours below the next
      *  input group carry forward unchanged, a
      *  prior tour matching the group folds in,
      *  and a group with no prior stands alone.
      *  The group's surviving cancellations then
      *  come off the result - they cannot exceed
      *  it, or TOURFILE would have rejected them
      **********************************************
       GET-NEXT-EXPECTED.
           IF NOT GROUP-AVAILABLE AND PRIOR-END-OF-FILE
               MOVE P-NUMBER-ENTRIES TO EXP-ENTRIES
               MOVE P-TOTAL-EXPENSE TO EXP-EXPENSE
               MOVE P-TOTAL-REVENUE TO EXP-REVENUE
               MOVE P-MTD-ENTRIES TO EXP-MTD-ENTRIES
               MOVE P-MTD-EXPENSE TO EXP-MTD-EXPENSE
               MOVE P-MTD-REVENUE TO EXP-MTD-REVENUE
               MOVE P-YTD-ENTRIES TO EXP-YTD-ENTRIES
               MOVE P-YTD-EXPENSE TO EXP-YTD-EXPENSE
               MOVE P-YTD-REVENUE TO EXP-YTD-REVENUE
               MOVE P-TOTAL-COMMISSION TO EXP-COMMISSION
               MOVE P-MTD-COMMISSION TO EXP-MTD-COMMISSION
               MOVE P-YTD-COMMISSION TO EXP-YTD-COMMISSION
               PERFORM READ-PRIOR-MASTER
             ELSE
               MOVE GRP-TOUR-CODE TO EXP-TOUR-CODE
               MOVE GRP-ENTRIES TO EXP-ENTRIES
               MOVE GRP-EXPENSE TO EXP-EXPENSE
               MOVE GRP-REVENUE TO EXP-REVENUE
               MOVE GRP-ENTRIES TO EXP-MTD-ENTRIES
               MOVE GRP-EXPENSE TO EXP-MTD-EXPENSE
               MOVE GRP-REVENUE TO EXP-MTD-REVENUE
               MOVE GRP-ENTRIES TO EXP-YTD-ENTRIES
               MOVE GRP-EXPENSE TO EXP-YTD-EXPENSE
               MOVE GRP-REVENUE TO EXP-YTD-REVENUE
               MOVE GRP-COMMISSION TO EXP-COMMISSION
               MOVE GRP-COMMISSION TO EXP-MTD-COMMISSION
               MOVE GRP-COMMISSION TO EXP-YTD-COMMISSION
               IF PRIOR-NOT-END-OF-FILE
                  AND P-TOUR-CODE = GRP-TOUR-CODE
                 ADD P-NUMBER-ENTRIES TO EXP-ENTRIES
                 ADD P-TOTAL-EXPENSE TO EXP-EXPENSE
                 ADD P-TOTAL-REVENUE TO EXP-REVENUE
                 ADD P-MTD-ENTRIES TO EXP-MTD-ENTRIES
                 ADD P-MTD-EXPENSE TO EXP-MTD-EXPENSE
                 ADD P-MTD-REVENUE TO EXP-MTD-REVENUE
                 ADD P-YTD-ENTRIES TO EXP-YTD-ENTRIES
                 ADD P-YTD-EXPENSE TO EXP-YTD-EXPENSE
                 ADD P-YTD-REVENUE TO EXP-YTD-REVENUE
                 ADD P-TOTAL-COMMISSION TO EXP-COMMISSION
                 ADD P-MTD-COMMISSION TO EXP-MTD-COMMISSION
                 ADD P-YTD-COMMISSION TO EXP-YTD-COMMISSION
                 MOVE 'Y' TO GRP-BOOKED-SW
                 PERFORM READ-PRIOR-MASTER
               END-IF
               PERFORM TAKE-OFF-CANCELLATIONS
               PERFORM BUILD-NEXT-GROUP
             END-IF
             ADD 1 TO BAL-EXP-TOURS
             ADD EXP-EXPENSE TO BAL-EXP-EXPENSE
           END-IF.

      **********************************************
      * Back the group's cancellations out of the
      *  tour derived for it - more than the tour
      *  holds, or a tour with nothing booked, means
      *  a cancellation the audited run should have
      *  rejected is missing from the reject file.
      *  The commission they take back stops at what
      *  the tour carries, as it does in TOURFILE
      **********************************************
       TAKE-OFF-CANCELLATIONS.
           IF GRP-CAN-ENTRIES > EXP-ENTRIES
              OR GRP-CAN-EXPENSE > EXP-EXPENSE
              OR GRP-CAN-REVENUE > EXP-REVENUE
              OR NOT GRP-HAS-BOOKINGS
             MOVE SPACE TO BAL-LINE
             STRING EXP-TOUR-CODE DELIMITED BY SIZE
               ' CANCELLATION EXCEEDS TOUR - NOT ON REJECT FILE'
               DELIMITED BY SIZE
               INTO BAL-LINE
             WRITE BAL-LINE
             MOVE 16 TO RETURN-CODE
           ELSE
             SUBTRACT GRP-CAN-ENTRIES FROM EXP-ENTRIES
             SUBTRACT GRP-CAN-EXPENSE FROM EXP-EXPENSE
             SUBTRACT GRP-CAN-REVENUE FROM EXP-REVENUE
             SUBTRACT GRP-CAN-ENTRIES FROM EXP-MTD-ENTRIES
             SUBTRACT GRP-CAN-EXPENSE FROM EXP-MTD-EXPENSE
             SUBTRACT GRP-CAN-REVENUE FROM EXP-MTD-REVENUE
             SUBTRACT GRP-CAN-ENTRIES FROM EXP-YTD-ENTRIES
             SUBTRACT GRP-CAN-EXPENSE FROM EXP-YTD-EXPENSE
             SUBTRACT GRP-CAN-REVENUE FROM EXP-YTD-REVENUE
             IF GRP-CAN-COMMISSION > EXP-COMMISSION
               MOVE EXP-COMMISSION TO GRP-CAN-COMMISSION
             END-IF
             SUBTRACT GRP-CAN-COMMISSION FROM EXP-COMMISSION
             SUBTRACT GRP-CAN-COMMISSION FROM EXP-MTD-COMMISSION
             SUBTRACT GRP-CAN-COMMISSION FROM EXP-YTD-COMMISSION
           END-IF.

      **********************************************
      * Read the next prior master record
      **********************************************
      **********************************************
      * Prove one matched tour - entries, total
      *  expense, and total revenue must equal what
      *  the derivation produced, and so must the
      *  commission and each of the period buckets
      **********************************************
       PROVE-MATCHED-TOUR.
           IF M-NUMBER-ENTRIES NOT = EXP-ENTRIES
           END-IF
           IF M-TOTAL-REVENUE NOT = EXP-REVENUE
             PERFORM NOTE-REVENUE-DIFFERS
           END-IF
           IF M-MTD-ENTRIES NOT = EXP-MTD-ENTRIES
             MOVE 'MTD ENTRIES' TO W-BUCKET-LABEL
             MOVE EXP-MTD-ENTRIES TO W-BUCKET-EXPECTED
             MOVE M-MTD-ENTRIES TO W-BUCKET-ACTUAL
             PERFORM NOTE-BUCKET-DIFFERS
           END-IF
           IF M-MTD-EXPENSE NOT = EXP-MTD-EXPENSE
             MOVE 'MTD EXPENSE' TO W-BUCKET-LABEL
             MOVE EXP-MTD-EXPENSE TO W-BUCKET-EXPECTED
             MOVE M-MTD-EXPENSE TO W-BUCKET-ACTUAL
             PERFORM NOTE-BUCKET-DIFFERS
           END-IF
           IF M-MTD-REVENUE NOT = EXP-MTD-REVENUE
             MOVE 'MTD REVENUE' TO W-BUCKET-LABEL
             MOVE EXP-MTD-REVENUE TO W-BUCKET-EXPECTED
             MOVE M-MTD-REVENUE TO W-BUCKET-ACTUAL
             PERFORM NOTE-BUCKET-DIFFERS
           END-IF
           IF M-YTD-ENTRIES NOT = EXP-YTD-ENTRIES
             MOVE 'YTD ENTRIES' TO W-BUCKET-LABEL
             MOVE EXP-YTD-ENTRIES TO W-BUCKET-EXPECTED
             MOVE M-YTD-ENTRIES TO W-BUCKET-ACTUAL
             PERFORM NOTE-BUCKET-DIFFERS
           END-IF
           IF M-YTD-EXPENSE NOT = EXP-YTD-EXPENSE
             MOVE 'YTD EXPENSE' TO W-BUCKET-LABEL
             MOVE EXP-YTD-EXPENSE TO W-BUCKET-EXPECTED
             MOVE M-YTD-EXPENSE TO W-BUCKET-ACTUAL
             PERFORM NOTE-BUCKET-DIFFERS
           END-IF
           IF M-YTD-REVENUE NOT = EXP-YTD-REVENUE
             MOVE 'YTD REVENUE' TO W-BUCKET-LABEL
             MOVE EXP-YTD-REVENUE TO W-BUCKET-EXPECTED
             MOVE M-YTD-REVENUE TO W-BUCKET-ACTUAL
             PERFORM NOTE-BUCKET-DIFFERS
           END-IF
           IF M-TOTAL-COMMISSION NOT = EXP-COMMISSION
             MOVE 'COMMISSION' TO W-BUCKET-LABEL
             MOVE EXP-COMMISSION TO W-BUCKET-EXPECTED
             MOVE M-TOTAL-COMMISSION TO W-BUCKET-ACTUAL
             PERFORM NOTE-BUCKET-DIFFERS
           END-IF
           IF M-MTD-COMMISSION NOT = EXP-MTD-COMMISSION
             MOVE 'MTD COMMISSION' TO W-BUCKET-LABEL
             MOVE EXP-MTD-COMMISSION TO W-BUCKET-EXPECTED
             MOVE M-MTD-COMMISSION TO W-BUCKET-ACTUAL
             PERFORM NOTE-BUCKET-DIFFERS
           END-IF
           IF M-YTD-COMMISSION NOT = EXP-YTD-COMMISSION
             MOVE 'YTD COMMISSION' TO W-BUCKET-LABEL
             MOVE EXP-YTD-COMMISSION TO W-BUCKET-EXPECTED
             MOVE M-YTD-COMMISSION TO W-BUCKET-ACTUAL
             PERFORM NOTE-BUCKET-DIFFERS
           END-IF.

       NOTE-ENTRIES-DIFFER.
           MOVE BAL-EDIT-AMOUNT TO BAL-LINE (50:11)
           WRITE BAL-LINE.

       NOTE-BUCKET-DIFFERS.
           ADD 1 TO BAL-DISCREPANCIES
           MOVE W-BUCKET-EXPECTED TO BAL-EDIT-SIGNED
           MOVE SPACE TO BAL-LINE
           STRING M-TOUR-CODE DELIMITED BY SIZE
             ' ' DELIMITED BY SIZE
             W-BUCKET-LABEL DELIMITED BY SIZE
             ' EXPECTED ' DELIMITED BY SIZE
             BAL-EDIT-SIGNED DELIMITED BY SIZE
             INTO BAL-LINE
           MOVE W-BUCKET-ACTUAL TO BAL-EDIT-SIGNED
           MOVE 'ACTUAL' TO BAL-LINE (43:6)
           MOVE BAL-EDIT-SIGNED TO BAL-LINE (50:11)
           WRITE BAL-LINE.

      **********************************************
      * Look up the FX rate the way SET-FX-RATE in
      *  TOURFILE does - the most recent effective
      *  date on or before the detail's rate date
      *  wins, and repeat lookups for a currency
      *  and date skip the scan
      **********************************************
       SET-FX-RATE.
           IF W-CURRENCY-CODE = FX-MEMO-CURRENCY
              AND W-RATE-DATE = FX-MEMO-DATE
             MOVE FX-MEMO-STATUS TO FX-LOOKUP-STATUS
             MOVE FX-MEMO-RATE TO FX-RATE
           ELSE
               MOVE FXT-RATE (FX-BEST-IX) TO FX-RATE
             END-IF
             MOVE W-CURRENCY-CODE TO FX-MEMO-CURRENCY
             MOVE W-RATE-DATE TO FX-MEMO-DATE
             MOVE FX-LOOKUP-STATUS TO FX-MEMO-STATUS
             MOVE FX-RATE TO FX-MEMO-RATE
           END-IF.

       SCAN-FX-ENTRY.
           IF FXT-CURRENCY-CODE (FX-IX) = W-CURRENCY-CODE
              AND FXT-EFFECTIVE-DATE (FX-IX) NOT > W-RATE-DATE
              AND FXT-EFFECTIVE-DATE (FX-IX) NOT < FX-BEST-EFF-DATE
             MOVE FX-IX TO FX-BEST-IX
             MOVE FXT-EFFECTIVE-DATE (FX-IX) TO FX-BEST-EFF-DATE
             SET FX-RATE-FOUND TO TRUE
           END-IF.

      **********************************************
      * Work out the detail's commission the way
      *  SET-DETAIL-COMMISSION in TOURFILE does - on
      *  the FX rate date, the tour's own rate over
      *  the office's standing rate, nothing when no
      *  rate is in effect
      **********************************************
       SET-DETAIL-COMMISSION.
           MOVE ZERO TO CRT-TOUR-IX
           MOVE ZERO TO CRT-TOUR-EFF-DATE
           MOVE ZERO TO CRT-OFFICE-IX
           MOVE ZERO TO CRT-OFFICE-EFF-DATE
           PERFORM SCAN-COMM-ENTRY
             VARYING CRT-IX FROM 1 BY 1
             UNTIL CRT-IX > CRT-ENTRY-COUNT
           IF CRT-TOUR-IX NOT = ZERO
             COMPUTE W-COMMISSION ROUNDED =
                 W-TOTAL-REVENUE * CRT-RATE (CRT-TOUR-IX) / 100
           ELSE
           IF CRT-OFFICE-IX NOT = ZERO
             COMPUTE W-COMMISSION ROUNDED =
                 W-TOTAL-REVENUE * CRT-RATE (CRT-OFFICE-IX) / 100
           ELSE
             MOVE ZERO TO W-COMMISSION
           END-IF
           END-IF.

       SCAN-COMM-ENTRY.
           IF CRT-SOURCE-OFFICE (CRT-IX) = W-SOURCE-OFFICE
              AND CRT-EFFECTIVE-DATE (CRT-IX) NOT > W-RATE-DATE
             IF CRT-TOUR-CODE (CRT-IX) = W-TOUR-CODE
               IF CRT-EFFECTIVE-DATE (CRT-IX) NOT < CRT-TOUR-EFF-DATE
                 MOVE CRT-IX TO CRT-TOUR-IX
                 MOVE CRT-EFFECTIVE-DATE (CRT-IX) TO CRT-TOUR-EFF-DATE
               END-IF
             ELSE
             IF CRT-TOUR-CODE (CRT-IX) = SPACE
               IF CRT-EFFECTIVE-DATE (CRT-IX)
                   NOT < CRT-OFFICE-EFF-DATE
                 MOVE CRT-IX TO CRT-OFFICE-IX
                 MOVE CRT-EFFECTIVE-DATE (CRT-IX)
                   TO CRT-OFFICE-EFF-DATE
               END-IF
             END-IF
             END-IF
           END-IF.

      **********************************************
      * Control totals both ways, the verdict line,
      *  and close
