      ******************************************************************
      * TCODEXT - online tour code changes into the nightly cycle      *
      *                                                                *
      * Every add, change and retire the product team makes on the    *
      * TCOD screen (TCODMNTC) is journaled on TCODJRN as it is made. *
      * This step runs ahead of TCODMNT and turns the journal entries *
      * not yet taken into TCODTRN transactions, so the changes reach *
      * TCODMST - and CHKCODE - without being keyed a second time.    *
      *                                                                *
      * The journal is the region's ESDS, read directly (AS-).        *
      * The journal is never cleared; the control record (JRNCTL)    *
      * carries how many of its entries earlier runs have taken, and *
      * this run takes the ones after them and writes the new count  *
      * to the next generation of the control record (JRNCNEW).  A   *
      * rerun from the same JRNCTL generation takes the same entries *
      * again.  An empty JRNCTL means nothing has been taken yet.    *
      *                                                                *
      * The transactions are written in tour code sequence, as        *
      * TCODMNT needs them, and in journal order within a code, so   *
      * several changes to one code the same day apply in the order  *
      * they were made.  Each carries the change exactly as the      *
      * screen built it, so TCODMNT applies its own edits and        *
      * defaults to it as to any other transaction.                   *
      *                                                                *
      * The audit report (JRNRPT) lists every entry taken - when,    *
      * by which user at which terminal, and the record before and   *
      * after the change - and proves the entries read against those *
      * already taken and those taken now.                            *
      *                                                                *
      * An entry with an action other than A, C or R is passed on    *
      * for TCODMNT to reject, and sets return code 4 here.  A       *
      * journal holding fewer entries than the control record says   *
      * were taken has been replaced or cut short: nothing is taken, *
      * the control record is carried forward unchanged, and the run *
      * ends with return code 16.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCODEXT.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT TCODJRN  ASSIGN TO AS-TCODJRN
             ORGANIZATION IS SEQUENTIAL.
           SELECT JRNCTL   ASSIGN TO JRNCTL.
           SELECT JRNCNEW  ASSIGN TO JRNCNEW.
           SELECT TCODTRN  ASSIGN TO TCODTRN.
           SELECT JRNRPT   ASSIGN TO JRNRPT.
           SELECT SORTWORK ASSIGN TO SORTWORK.
      *
       DATA DIVISION.
       FILE SECTION.
      *Tour code change journal written by TCODMNTC - the VSAM
      * ESDS the region writes, read here in entry sequence, one
      * entry per change in the order the changes were made
       FD TCODJRN.
       01 JRN-REC.
          03 JRN-DATE                  PIC 9(08).
          03 JRN-TIME                  PIC 9(06).
          03 JRN-USER-ID               PIC X(08).
          03 JRN-TERM-ID               PIC X(04).
          03 JRN-TRAN-ID               PIC X(04).
          03 JRN-TRANS.
            05 JRN-ACTION              PIC X(01).
               88 JRN-ADD              VALUE 'A'.
               88 JRN-CHANGE           VALUE 'C'.
               88 JRN-RETIRE           VALUE 'R'.
            05 JRN-TOUR-CODE           PIC X(03).
            05 FILLER                  PIC X(42).
          03 JRN-BEFORE-IMAGE.
            05 JB-TOUR-CODE            PIC X(03).
            05 JB-TOUR-DESC            PIC X(20).
            05 JB-OPEN-DATE            PIC 9(08).
            05 JB-RETIRE-DATE          PIC 9(08).
            05 JB-STATUS               PIC X(01).
            05 JB-MAX-CAPACITY         PIC 9(05).
          03 JRN-AFTER-IMAGE.
            05 JA-TOUR-CODE            PIC X(03).
            05 JA-TOUR-DESC            PIC X(20).
            05 JA-OPEN-DATE            PIC 9(08).
            05 JA-RETIRE-DATE          PIC 9(08).
            05 JA-STATUS               PIC X(01).
            05 JA-MAX-CAPACITY         PIC 9(05).
          03 FILLER                    PIC X(14).
      *Journal control - how many journal entries earlier runs
      * have taken
       FD JRNCTL RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 JRNCTL-REC                   PIC X(80).
      *Next generation of the journal control record
       FD JRNCNEW RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 JRNCNEW-REC                  PIC X(80).
      *Maintenance transactions for TCODMNT, in the TCODTRN
      * layout, sorted by tour code
       FD TCODTRN RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 TRN-REC                      PIC X(46).
      *Journal audit report
       FD JRNRPT RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 XTR-LINE                     PIC X(80).
      *Sort work file - tour code sequence for TCODMNT, journal
      * order within a code
       SD SORTWORK.
       01 SORT-REC.
          03 SRT-TOUR-CODE             PIC X(03).
          03 SRT-JOURNAL-SEQ           PIC 9(09).
          03 SRT-JOURNAL-REC           PIC X(180).

       WORKING-STORAGE SECTION.
       01 XTR-JOURNAL-READ          PIC 9(09) VALUE ZERO.
       01 XTR-PREVIOUSLY-TAKEN      PIC 9(09) VALUE ZERO.
       01 XTR-ENTRIES-TAKEN         PIC 9(09) VALUE ZERO.
       01 XTR-ADDS-TAKEN            PIC 9(09) VALUE ZERO.
       01 XTR-CHANGES-TAKEN         PIC 9(09) VALUE ZERO.
       01 XTR-RETIRES-TAKEN         PIC 9(09) VALUE ZERO.
       01 XTR-OTHERS-TAKEN          PIC 9(09) VALUE ZERO.
       01 XTR-TRANS-WRITTEN         PIC 9(09) VALUE ZERO.
       01 XTR-ACCOUNTED             PIC 9(09) VALUE ZERO.
       01 XTR-EDIT-COUNT            PIC ZZZZZZZZ9.
       01 XTR-EDIT-CAPACITY         PIC ZZZZ9.
       01 XTR-RUN-DATE              PIC 9(08) VALUE ZERO.
       01 XTR-BDATE-RESULT          PIC X(01) VALUE SPACE.
          88 BUSINESS-DATE-VALID       VALUE 'V'.
       01 XTR-JOURNAL-STATUS        PIC X(01).
          88 JOURNAL-END-OF-FILE       VALUE 'E'.
          88 JOURNAL-NOT-END-OF-FILE   VALUE 'R'.
       01 XTR-SORT-STATUS           PIC X(01).
          88 SORT-END-OF-FILE          VALUE 'E'.
          88 SORT-NOT-END-OF-FILE      VALUE 'R'.
       01 XTR-JOURNAL-SW            PIC X(01) VALUE 'W'.
          88 JOURNAL-WHOLE             VALUE 'W'.
          88 JOURNAL-CUT-SHORT         VALUE 'S'.
      *Journal control record
       01 CONTROL-REC.
          03 JCT-ENTRIES-TAKEN       PIC 9(09).
          03 JCT-LAST-RUN-DATE       PIC 9(08).
          03 JCT-LAST-ENTRIES        PIC 9(09).
          03 FILLER                  PIC X(54) VALUE SPACE.
      *One image line - before or after - of a journal entry
       01 XTR-IMAGE-LINE.
          03 FILLER                  PIC X(02) VALUE SPACE.
          03 XIL-LABEL               PIC X(06).
          03 FILLER                  PIC X(01) VALUE SPACE.
          03 XIL-TOUR-DESC           PIC X(20).
          03 FILLER                  PIC X(06) VALUE ' OPEN '.
          03 XIL-OPEN-DATE           PIC X(08).
          03 FILLER                  PIC X(08) VALUE ' RETIRE '.
          03 XIL-RETIRE-DATE         PIC X(08).
          03 FILLER                  PIC X(08) VALUE ' STATUS '.
          03 XIL-STATUS              PIC X(01).
          03 FILLER                  PIC X(05) VALUE ' CAP '.
          03 XIL-MAX-CAPACITY        PIC X(05).
          03 FILLER                  PIC X(02) VALUE SPACE.

       PROCEDURE DIVISION.
       MAINLINE SECTION.
           DISPLAY 'TCODEXT STARTED...'
           CALL 'GETBDATE' USING XTR-RUN-DATE XTR-BDATE-RESULT
           IF NOT BUSINESS-DATE-VALID
             DISPLAY 'TCODEXT *** RUN REFUSED - BUSINESS DATE '
                 'NOT AVAILABLE ***'
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM INIT
             SORT SORTWORK ON ASCENDING KEY SRT-TOUR-CODE
                                             SRT-JOURNAL-SEQ
               INPUT PROCEDURE IS SELECT-NEW-ENTRIES
               OUTPUT PROCEDURE IS WRITE-TRANSACTIONS
             PERFORM END-PROCESS
           END-IF
           IF RETURN-CODE = ZERO
             DISPLAY 'TCODEXT SUCCESSFUL'
           ELSE
             DISPLAY 'TCODEXT COMPLETED WITH ERRORS'
           END-IF
      *
           GOBACK.
      **********************************************
      * Open files, pick up the count of entries
      *  already taken, and write the report heading
      **********************************************
       INIT.
           OPEN INPUT TCODJRN JRNCTL
                OUTPUT JRNCNEW TCODTRN JRNRPT
           MOVE ZERO TO JCT-ENTRIES-TAKEN
           MOVE ZERO TO JCT-LAST-RUN-DATE
           MOVE ZERO TO JCT-LAST-ENTRIES
           READ JRNCTL INTO CONTROL-REC
           AT END
             DISPLAY 'TCODEXT NO JOURNAL CONTROL - TAKING FROM THE '
                 'FIRST ENTRY'
           END-READ
           CLOSE JRNCTL
           MOVE JCT-ENTRIES-TAKEN TO XTR-PREVIOUSLY-TAKEN
           MOVE SPACE TO XTR-LINE
           STRING 'TCODEXT TOUR CODE JOURNAL EXTRACT ' DELIMITED BY
               SIZE
             XTR-RUN-DATE DELIMITED BY SIZE
             INTO XTR-LINE
           WRITE XTR-LINE
           IF JCT-LAST-RUN-DATE NOT = ZERO
             MOVE SPACE TO XTR-LINE
             STRING 'LAST EXTRACT RUN ' DELIMITED BY SIZE
               JCT-LAST-RUN-DATE DELIMITED BY SIZE
               INTO XTR-LINE
             WRITE XTR-LINE
           END-IF.

      **********************************************
      * Release every journal entry past the ones
      *  already taken to the sort
      **********************************************
       SELECT-NEW-ENTRIES SECTION.
           SET JOURNAL-NOT-END-OF-FILE TO TRUE
           PERFORM READ-JOURNAL-ENTRY
             UNTIL JOURNAL-END-OF-FILE.

      **********************************************
      * Return the entries in tour code sequence as
      *  TCODMNT transactions, listing each on the
      *  audit report
      **********************************************
       WRITE-TRANSACTIONS SECTION.
           SET SORT-NOT-END-OF-FILE TO TRUE
           PERFORM RETURN-ONE-ENTRY UNTIL SORT-END-OF-FILE.

      **********************************************
      * Detail paragraphs for the sort procedures
      *  above - reached only by PERFORM
      **********************************************
       EXTRACT-DETAIL SECTION.
      **********************************************
      * Read one journal entry - the ones earlier
      *  runs took are counted and passed over
      **********************************************
       READ-JOURNAL-ENTRY.
           READ TCODJRN
           AT END
             SET JOURNAL-END-OF-FILE TO TRUE
           NOT AT END
             ADD 1 TO XTR-JOURNAL-READ
             IF XTR-JOURNAL-READ > XTR-PREVIOUSLY-TAKEN
               ADD 1 TO XTR-ENTRIES-TAKEN
               MOVE JRN-TOUR-CODE TO SRT-TOUR-CODE
               MOVE XTR-JOURNAL-READ TO SRT-JOURNAL-SEQ
               MOVE JRN-REC TO SRT-JOURNAL-REC
               RELEASE SORT-REC
             END-IF
           END-READ.

      **********************************************
      * One entry out of the sort - its transaction
      *  to TCODTRN and its audit lines to the report
      **********************************************
       RETURN-ONE-ENTRY.
           RETURN SORTWORK
           AT END
             SET SORT-END-OF-FILE TO TRUE
           NOT AT END
             MOVE SRT-JOURNAL-REC TO JRN-REC
             EVALUATE TRUE
               WHEN JRN-ADD
                 ADD 1 TO XTR-ADDS-TAKEN
               WHEN JRN-CHANGE
                 ADD 1 TO XTR-CHANGES-TAKEN
               WHEN JRN-RETIRE
                 ADD 1 TO XTR-RETIRES-TAKEN
               WHEN OTHER
                 ADD 1 TO XTR-OTHERS-TAKEN
                 IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
                 END-IF
             END-EVALUATE
             MOVE JRN-TRANS TO TRN-REC
             WRITE TRN-REC
             ADD 1 TO XTR-TRANS-WRITTEN
             PERFORM WRITE-AUDIT-LINES
           END-RETURN.

      **********************************************
      * Who changed what and when, then the record
      *  before and after the change - an add has no
      *  before
      **********************************************
       WRITE-AUDIT-LINES.
           MOVE SRT-JOURNAL-SEQ TO XTR-EDIT-COUNT
           MOVE SPACE TO XTR-LINE
           STRING XTR-EDIT-COUNT DELIMITED BY SIZE
             ' ' DELIMITED BY SIZE
             JRN-DATE DELIMITED BY SIZE
             ' ' DELIMITED BY SIZE
             JRN-TIME DELIMITED BY SIZE
             ' USER ' DELIMITED BY SIZE
             JRN-USER-ID DELIMITED BY SIZE
             ' TERM ' DELIMITED BY SIZE
             JRN-TERM-ID DELIMITED BY SIZE
             ' ACTION ' DELIMITED BY SIZE
             JRN-ACTION DELIMITED BY SIZE
             ' CODE ' DELIMITED BY SIZE
             JRN-TOUR-CODE DELIMITED BY SIZE
             INTO XTR-LINE
           IF NOT JRN-ADD AND NOT JRN-CHANGE AND NOT JRN-RETIRE
             MOVE '*** UNKNOWN' TO XTR-LINE (69:11)
           END-IF
           WRITE XTR-LINE
           IF JRN-ADD
             MOVE SPACE TO XTR-LINE
             MOVE '  BEFORE NONE - NEW CODE' TO XTR-LINE
             WRITE XTR-LINE
           ELSE
             MOVE 'BEFORE' TO XIL-LABEL
             MOVE JB-TOUR-DESC TO XIL-TOUR-DESC
             MOVE JB-OPEN-DATE TO XIL-OPEN-DATE
             MOVE JB-RETIRE-DATE TO XIL-RETIRE-DATE
             MOVE JB-STATUS TO XIL-STATUS
             MOVE JB-MAX-CAPACITY TO XTR-EDIT-CAPACITY
             MOVE XTR-EDIT-CAPACITY TO XIL-MAX-CAPACITY
             MOVE XTR-IMAGE-LINE TO XTR-LINE
             WRITE XTR-LINE
           END-IF
           MOVE 'AFTER' TO XIL-LABEL
           MOVE JA-TOUR-DESC TO XIL-TOUR-DESC
           MOVE JA-OPEN-DATE TO XIL-OPEN-DATE
           MOVE JA-RETIRE-DATE TO XIL-RETIRE-DATE
           MOVE JA-STATUS TO XIL-STATUS
           MOVE JA-MAX-CAPACITY TO XTR-EDIT-CAPACITY
           MOVE XTR-EDIT-CAPACITY TO XIL-MAX-CAPACITY
           MOVE XTR-IMAGE-LINE TO XTR-LINE
           WRITE XTR-LINE.

      **********************************************
      * Prove the journal, carry the control record
      *  forward, write the summary and close
      **********************************************
       END-PROCESS SECTION.
           IF XTR-JOURNAL-READ < XTR-PREVIOUSLY-TAKEN
             SET JOURNAL-CUT-SHORT TO TRUE
           END-IF
           IF JOURNAL-WHOLE
             MOVE XTR-JOURNAL-READ TO JCT-ENTRIES-TAKEN
             MOVE XTR-RUN-DATE TO JCT-LAST-RUN-DATE
             MOVE XTR-ENTRIES-TAKEN TO JCT-LAST-ENTRIES
           ELSE
             DISPLAY 'TCODEXT *** JOURNAL SHORTER THAN ENTRIES '
                 'ALREADY TAKEN ***'
             MOVE '*** JOURNAL SHORT OF ENTRIES TAKEN - NOTHING TAKEN'
               TO XTR-LINE
             WRITE XTR-LINE
             MOVE 16 TO RETURN-CODE
           END-IF
           WRITE JRNCNEW-REC FROM CONTROL-REC

           MOVE XTR-JOURNAL-READ TO XTR-EDIT-COUNT
           MOVE SPACE TO XTR-LINE
           STRING 'JOURNAL ENTRIES READ............ ' DELIMITED BY
               SIZE
             XTR-EDIT-COUNT DELIMITED BY SIZE
             INTO XTR-LINE
           WRITE XTR-LINE

           MOVE XTR-PREVIOUSLY-TAKEN TO XTR-EDIT-COUNT
           MOVE SPACE TO XTR-LINE
           STRING 'TAKEN BY EARLIER RUNS........... ' DELIMITED BY
               SIZE
             XTR-EDIT-COUNT DELIMITED BY SIZE
             INTO XTR-LINE
           WRITE XTR-LINE

           MOVE XTR-ENTRIES-TAKEN TO XTR-EDIT-COUNT
           MOVE SPACE TO XTR-LINE
           STRING 'TAKEN THIS RUN.................. ' DELIMITED BY
               SIZE
             XTR-EDIT-COUNT DELIMITED BY SIZE
             INTO XTR-LINE
           WRITE XTR-LINE

           MOVE XTR-ADDS-TAKEN TO XTR-EDIT-COUNT
           MOVE SPACE TO XTR-LINE
           STRING 'ADDS TAKEN...................... ' DELIMITED BY
               SIZE
             XTR-EDIT-COUNT DELIMITED BY SIZE
             INTO XTR-LINE
           WRITE XTR-LINE

           MOVE XTR-CHANGES-TAKEN TO XTR-EDIT-COUNT
           MOVE SPACE TO XTR-LINE
           STRING 'CHANGES TAKEN................... ' DELIMITED BY
               SIZE
             XTR-EDIT-COUNT DELIMITED BY SIZE
             INTO XTR-LINE
           WRITE XTR-LINE

           MOVE XTR-RETIRES-TAKEN TO XTR-EDIT-COUNT
           MOVE SPACE TO XTR-LINE
           STRING 'RETIRES TAKEN................... ' DELIMITED BY
               SIZE
             XTR-EDIT-COUNT DELIMITED BY SIZE
             INTO XTR-LINE
           WRITE XTR-LINE

           MOVE XTR-OTHERS-TAKEN TO XTR-EDIT-COUNT
           MOVE SPACE TO XTR-LINE
           STRING 'UNKNOWN ACTIONS TAKEN........... ' DELIMITED BY
               SIZE
             XTR-EDIT-COUNT DELIMITED BY SIZE
             INTO XTR-LINE
           WRITE XTR-LINE

           MOVE XTR-TRANS-WRITTEN TO XTR-EDIT-COUNT
           MOVE SPACE TO XTR-LINE
           STRING 'TRANSACTIONS WRITTEN............ ' DELIMITED BY
               SIZE
             XTR-EDIT-COUNT DELIMITED BY SIZE
             INTO XTR-LINE
           IF XTR-TRANS-WRITTEN = XTR-ENTRIES-TAKEN
             MOVE ' BALANCED' TO XTR-LINE (44:9)
           ELSE
             MOVE ' OUT OF BALANCE' TO XTR-LINE (44:15)
             MOVE 8 TO RETURN-CODE
           END-IF
           WRITE XTR-LINE

           IF JOURNAL-WHOLE
             COMPUTE XTR-ACCOUNTED =
                 XTR-PREVIOUSLY-TAKEN + XTR-ENTRIES-TAKEN
             MOVE XTR-ACCOUNTED TO XTR-EDIT-COUNT
             MOVE SPACE TO XTR-LINE
             STRING 'ACCOUNTED FOR................... ' DELIMITED BY
                 SIZE
               XTR-EDIT-COUNT DELIMITED BY SIZE
               INTO XTR-LINE
             IF XTR-ACCOUNTED = XTR-JOURNAL-READ
               MOVE ' BALANCED' TO XTR-LINE (44:9)
             ELSE
               MOVE ' OUT OF BALANCE' TO XTR-LINE (44:15)
               MOVE 8 TO RETURN-CODE
             END-IF
             WRITE XTR-LINE
           END-IF

           CLOSE TCODJRN JRNCNEW TCODTRN JRNRPT.
       END PROGRAM 'TCODEXT'.
