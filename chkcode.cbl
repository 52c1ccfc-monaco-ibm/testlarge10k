      * for the life of the run.                                      *
      *                                                                *
      * Result codes returned to the caller:                          *
      *   V - code is on file, open, and not retired as of the        *
      *       business date                                           *
      *   R - code is on file but retired (status or retire date)     *
      *       or not yet open as of the business date                 *
      *   I - code is not on file at all                              *
      *                                                                *
      * The tour's maximum capacity from the reference master is      *
      * handed back with the result (zero when the code is not on     *
      * file or carries no capacity) so callers can police oversell.  *
      *                                                                *
      * Open and retire dates are judged against the cycle's business *
      * date from BUSDATE (through GETBDATE), not the machine date.   *
      * With no valid business date the master is not loaded and     *
      * every code is returned I, with return code 16.                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKCODE.
          88 CHK-END-OF-FILE           VALUE 'E'.
          88 CHK-NOT-END-OF-FILE       VALUE 'R'.
       01 CHK-RUN-DATE              PIC 9(08) VALUE ZERO.
       01 CHK-DATE-RESULT           PIC X(01) VALUE SPACE.
          88 CHK-DATE-VALID            VALUE 'V'.
      *Reference master held in storage so the per-record
      * lookups never reread the file.  The table is keyed and
      * binary searched, so growing the code list is a data
      *  lookup table - done once, on the first call
      **********************************************
       LOAD-CODE-TABLE.
           CALL 'GETBDATE' USING CHK-RUN-DATE CHK-DATE-RESULT
           IF NOT CHK-DATE-VALID
      *      no business date to judge the codes against - fail
      *       the run loudly and leave the table empty, so every
      *       code comes back not on file rather than judged
      *       against a made-up day
             DISPLAY 'CHKCODE *** BUSINESS DATE NOT AVAILABLE ***'
             MOVE 16 TO RETURN-CODE
             MOVE ZERO TO CHK-ENTRY-COUNT
           ELSE
             MOVE ZERO TO CHK-ENTRY-COUNT
             OPEN INPUT TCODMST
             SET CHK-NOT-END-OF-FILE TO TRUE
             PERFORM READ-NEXT-TOUR-CODE UNTIL CHK-END-OF-FILE
             CLOSE TCODMST
           END-IF.

      **********************************************
      * Read one reference master record into the

      **********************************************
      * Judge the caller's tour code against the
      *  table - never on file, retired as of the
      *  business date, not yet open, or valid
      **********************************************
       LOOK-UP-TOUR-CODE.
           IF CHK-TOUR-CODE = CHK-MEMO-CODE
