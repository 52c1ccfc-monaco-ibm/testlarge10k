      *   R - resubmit the record unchanged (sequence errors that     *
      *       the resort cures)                                       *
      *   D - drop the reject entirely                                *
      *   S - strip the cost breakdown - resubmit the detail alone    *
      *       and drop its cost components                            *
      *                                                                *
      * A detail rejected for its cost breakdown has its cost         *
      * component records right behind it on REJFILE.  They take no  *
      * correction of their own - they follow the detail: resubmitted *
      * behind it (under its new tour code after a C), dropped with  *
      * it after a D or S, or carried to the outstanding file with   *
      * it.  A U never touches a component, which has no currency.   *
      * A component with no detail of its own tour ahead of it was   *
      * rejected on its own.  It can only be dropped (D or S) - any  *
      * other action is refused and the reject carried outstanding.  *
      * Components are left out of the resubmission trailer, as      *
      * TOURFILE leaves them out of its input balancing.              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REJRESUB.
            05 REJ-CURRENCY-CODE       PIC X(03).
            05 REJ-ENTRY-DATE          PIC 9(08).
            05 REJ-SOURCE-OFFICE       PIC X(01).
            05 REJ-TRAN-TYPE           PIC X(01).
               88 REJ-IS-COST-COMPONENT  VALUE 'K'.
            05 REJ-ORIG-RUN-DATE       PIC 9(08).
          03 REJ-REASON-CODE           PIC X(01).
          03 REJ-REJECT-DATE           PIC 9(08).
          03 REJ-CYCLE-COUNT           PIC 9(03).
      * tour code and closed with a balancing trailer
       FD RESUBFIL RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 RESUB-REC                    PIC X(61).
      *Rejects still outstanding after this cycle, cycle count
      * stepped - this file is next cycle's REJFILE input
       FD OUTSTAND RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 OUTSTAND-REC.
          03 OUT-ORIGINAL-REC          PIC X(61).
          03 OUT-REASON-CODE           PIC X(01).
          03 OUT-REJECT-DATE           PIC 9(08).
          03 OUT-CYCLE-COUNT           PIC 9(03).
       FD AUDITRPT RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 AUD-LINE                     PIC X(80).
      *Sort work file for sequencing the resubmission records -
      * the group sequence keeps each detail's cost components
      * behind it, in their original order by line number
       SD SORTWORK.
       01 SRT-REC.
          03 SRT-PARENT-KEY.
            05 SRT-TOUR-CODE           PIC X(03).
            05 SRT-GROUP-SEQ           PIC 9(07).
          03 SRT-LINE-NUMBER           PIC 9(03).
          03 SRT-RECORD                PIC X(61).

       WORKING-STORAGE SECTION.
       01 RSB-REJECTS-READ          PIC 9(07) VALUE ZERO.
       01 RSB-RECORDS-RESUBMITTED   PIC 9(07) VALUE ZERO.
       01 RSB-RECORDS-OUTSTANDING   PIC 9(07) VALUE ZERO.
       01 RSB-RESUB-EXPENSE-TOTAL   PIC 9(11) VALUE ZERO.
       01 RSB-COMPONENTS-READ       PIC 9(07) VALUE ZERO.
       01 RSB-COMPONENTS-RESUBMITTED PIC 9(07) VALUE ZERO.
       01 RSB-COMPONENTS-DROPPED    PIC 9(07) VALUE ZERO.
       01 RSB-COMPONENTS-OUTSTANDING PIC 9(07) VALUE ZERO.
      *What became of the last reject that can own cost
      * components - the components behind it go the same way
       01 RSB-PARENT-OUTCOME        PIC X(01) VALUE 'N'.
          88 PARENT-RESUBMITTED        VALUE 'R'.
          88 PARENT-STRIPPED           VALUE 'S'.
          88 PARENT-DROPPED            VALUE 'D'.
          88 PARENT-OUTSTANDING        VALUE 'O'.
          88 NO-PARENT-REJECT          VALUE 'N'.
       01 RSB-PARENT-TOUR-CODE      PIC X(03) VALUE SPACE.
       01 W-PARENT-KEY.
          03 WPK-TOUR-CODE           PIC X(03).
          03 WPK-GROUP-SEQ           PIC 9(07).
       01 W-GROUP-SEQ               PIC 9(07) VALUE ZERO.
       01 W-LINE-NUMBER             PIC 9(03) VALUE ZERO.
       01 RSB-EDIT-COUNT            PIC ZZZZZZ9.
       01 RSB-RUN-DATE              PIC 9(08) VALUE ZERO.
       01 RSB-BDATE-RESULT          PIC X(01) VALUE SPACE.
          88 BUSINESS-DATE-VALID       VALUE 'V'.
       01 RSB-REJECT-STATUS         PIC X(01).
          88 REJECT-END-OF-FILE        VALUE 'E'.
          88 REJECT-NOT-END-OF-FILE    VALUE 'R'.
          03 RPR-CURRENCY-CODE       PIC X(03).
          03 RPR-ENTRY-DATE          PIC 9(08).
          03 RPR-SOURCE-OFFICE       PIC X(01).
          03 RPR-TRAN-TYPE           PIC X(01).
             88 RPR-IS-COST-COMPONENT  VALUE 'K'.
          03 RPR-ORIG-RUN-DATE       PIC 9(08).
      *Trailer built onto the end of the resubmission file so
      * TOURFILE input balancing covers the resubmitted data
       01 RESUB-TRAILER.
          03 RST-MARKER              PIC X(03) VALUE '###'.
          03 RST-EXPECTED-COUNT      PIC 9(07) VALUE ZERO.
          03 RST-EXPECTED-EXPENSE    PIC 9(11) VALUE ZERO.
          03 FILLER                  PIC X(40) VALUE SPACE.

       PROCEDURE DIVISION.
       MAINLINE SECTION.
           DISPLAY 'REJRESUB STARTED...'
           CALL 'GETBDATE' USING RSB-RUN-DATE RSB-BDATE-RESULT
           IF NOT BUSINESS-DATE-VALID
             DISPLAY 'REJRESUB *** RUN REFUSED - BUSINESS DATE '
                 'NOT AVAILABLE ***'
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM INIT
             SORT SORTWORK ON ASCENDING KEY SRT-TOUR-CODE
                                             SRT-GROUP-SEQ
                                             SRT-LINE-NUMBER
               INPUT PROCEDURE IS EDIT-REJECTS
               OUTPUT PROCEDURE IS WRITE-RESUB
             PERFORM END-PROCESS
           END-IF
           IF RETURN-CODE = ZERO
             DISPLAY 'REJRESUB SUCCESSFUL'
           ELSE
       INIT.
           OPEN INPUT REJFILE CORRFILE
                OUTPUT RESUBFIL OUTSTAND AUDITRPT
           MOVE SPACE TO AUD-LINE
           STRING 'REJRESUB REJECT REPAIR AUDIT ' DELIMITED BY SIZE
             RSB-RUN-DATE DELIMITED BY SIZE
           AT END
             SET REJECT-END-OF-FILE TO TRUE
           NOT AT END
             IF REJ-IS-COST-COMPONENT
                AND NOT NO-PARENT-REJECT
                AND REJ-TOUR-CODE = RSB-PARENT-TOUR-CODE
               PERFORM FOLLOW-PARENT-REJECT
             ELSE
               ADD 1 TO RSB-REJECTS-READ
               MOVE REJ-TOUR-CODE TO RSB-PARENT-TOUR-CODE
               PERFORM FIND-CORRECTION
               IF CORR-FOUND-IX = ZERO
                 PERFORM WRITE-OUTSTANDING-RECORD
               ELSE
                 MOVE 'Y' TO CORT-USED-SW (CORR-FOUND-IX)
                 PERFORM APPLY-CORRECTION
               END-IF
               IF REJ-IS-COST-COMPONENT
                 SET NO-PARENT-REJECT TO TRUE
               END-IF
             END-IF
           END-READ.

      **********************************************
      * A cost component behind its detail goes the
      *  way the detail went - resubmitted behind it
      *  under the detail's tour code as resubmitted,
      *  carried outstanding with it, or dropped
      **********************************************
       FOLLOW-PARENT-REJECT.
           ADD 1 TO RSB-COMPONENTS-READ
           IF PARENT-RESUBMITTED
             ADD 1 TO RSB-COMPONENTS-RESUBMITTED
             MOVE REJ-ORIGINAL-REC TO REPAIR-REC
             MOVE WPK-TOUR-CODE TO RPR-TOUR-CODE
             ADD 1 TO W-LINE-NUMBER
             MOVE W-PARENT-KEY TO SRT-PARENT-KEY
             MOVE W-LINE-NUMBER TO SRT-LINE-NUMBER
             MOVE REPAIR-REC TO SRT-RECORD
             RELEASE SRT-REC
           ELSE
           IF PARENT-OUTSTANDING
             ADD 1 TO RSB-COMPONENTS-OUTSTANDING
             PERFORM WRITE-OUTSTANDING-IMAGE
           ELSE
             ADD 1 TO RSB-COMPONENTS-DROPPED
           END-IF
           END-IF.

      **********************************************
      * Find the correction for this reject's tour
      *  code, if the desk supplied one
      * Apply the matched correction to the original
      *  record image and release the repaired record
      *  to the sort (or drop it), with an audit line
      *  either way.  A lone cost component has no
      *  detail to go back in behind, so it can only
      *  be dropped
      **********************************************
       APPLY-CORRECTION.
           MOVE REJ-ORIGINAL-REC TO REPAIR-REC
           EVALUATE TRUE
             WHEN CORT-ACTION (CORR-FOUND-IX) = 'C'
                AND NOT RPR-IS-COST-COMPONENT
               MOVE CORT-NEW-CODE (CORR-FOUND-IX) TO RPR-TOUR-CODE
               PERFORM RELEASE-REPAIRED-RECORD
             WHEN CORT-ACTION (CORR-FOUND-IX) = 'U'
                AND NOT RPR-IS-COST-COMPONENT
               MOVE CORT-NEW-CURRENCY (CORR-FOUND-IX)
                 TO RPR-CURRENCY-CODE
               PERFORM RELEASE-REPAIRED-RECORD
             WHEN CORT-ACTION (CORR-FOUND-IX) = 'R'
                AND NOT RPR-IS-COST-COMPONENT
               PERFORM RELEASE-REPAIRED-RECORD
             WHEN CORT-ACTION (CORR-FOUND-IX) = 'S'
               IF RPR-IS-COST-COMPONENT
                 PERFORM DROP-REJECT
               ELSE
                 PERFORM RELEASE-REPAIRED-RECORD
                 SET PARENT-STRIPPED TO TRUE
               END-IF
             WHEN CORT-ACTION (CORR-FOUND-IX) = 'D'
               PERFORM DROP-REJECT
             WHEN OTHER
               DISPLAY 'REJRESUB *** INVALID CORRECTION ACTION '
                   CORT-ACTION (CORR-FOUND-IX) ' ***'
      **********************************************
       RELEASE-REPAIRED-RECORD.
           ADD 1 TO RSB-CORRECTIONS-APPLIED
           SET PARENT-RESUBMITTED TO TRUE
           ADD 1 TO W-GROUP-SEQ
           MOVE RPR-TOUR-CODE TO WPK-TOUR-CODE
           MOVE W-GROUP-SEQ TO WPK-GROUP-SEQ
           MOVE ZERO TO W-LINE-NUMBER
           MOVE W-PARENT-KEY TO SRT-PARENT-KEY
           MOVE W-LINE-NUMBER TO SRT-LINE-NUMBER
           MOVE REPAIR-REC TO SRT-RECORD
           RELEASE SRT-REC
           MOVE SPACE TO AUD-LINE
           STRING 'APPLIED   ' DELIMITED BY SIZE
             INTO AUD-LINE
           WRITE AUD-LINE.

      **********************************************
      * Drop a reject on a D (or an S against a lone
      *  cost component) and audit it
      **********************************************
       DROP-REJECT.
           ADD 1 TO RSB-RECORDS-DROPPED
           SET PARENT-DROPPED TO TRUE
           MOVE SPACE TO AUD-LINE
           STRING 'DROPPED     ' DELIMITED BY SIZE
             REJ-TOUR-CODE DELIMITED BY SIZE
             ' ' DELIMITED BY SIZE
             REJ-TOUR-NAME DELIMITED BY SIZE
             INTO AUD-LINE
           WRITE AUD-LINE.

      **********************************************
      * Carry an unrepaired reject to the outstanding
      *  file one cycle older and list it, so rejects
      **********************************************
       WRITE-OUTSTANDING-RECORD.
           ADD 1 TO RSB-RECORDS-OUTSTANDING
           SET PARENT-OUTSTANDING TO TRUE
           PERFORM WRITE-OUTSTANDING-IMAGE
           MOVE SPACE TO AUD-LINE
           STRING 'OUTSTANDING ' DELIMITED BY SIZE
             REJ-TOUR-CODE DELIMITED BY SIZE
             INTO AUD-LINE
           WRITE AUD-LINE.

       WRITE-OUTSTANDING-IMAGE.
           MOVE REJ-ORIGINAL-REC TO OUT-ORIGINAL-REC
           MOVE REJ-REASON-CODE TO OUT-REASON-CODE
           MOVE REJ-REJECT-DATE TO OUT-REJECT-DATE
           COMPUTE OUT-CYCLE-COUNT = REJ-CYCLE-COUNT + 1
           WRITE OUTSTAND-REC.

      **********************************************
      * Return one sorted record, or close out the
      *  resubmission file with its trailer at end
             MOVE RESUB-TRAILER TO RESUB-REC
             WRITE RESUB-REC
           NOT AT END
             MOVE SRT-RECORD TO REPAIR-REC
             IF NOT RPR-IS-COST-COMPONENT
               ADD 1 TO RSB-RECORDS-RESUBMITTED
               ADD RPR-TOUR-EXPENSE TO RSB-RESUB-EXPENSE-TOTAL
             END-IF
             MOVE SRT-RECORD TO RESUB-REC
             WRITE RESUB-REC
           END-RETURN.

             INTO AUD-LINE
           WRITE AUD-LINE

           MOVE RSB-COMPONENTS-READ TO RSB-EDIT-COUNT
           MOVE SPACE TO AUD-LINE
           STRING 'COST COMPONENTS READ............ ' DELIMITED BY
               SIZE
             RSB-EDIT-COUNT DELIMITED BY SIZE
             INTO AUD-LINE
           WRITE AUD-LINE

           MOVE RSB-COMPONENTS-RESUBMITTED TO RSB-EDIT-COUNT
           MOVE SPACE TO AUD-LINE
           STRING 'COMPONENTS RESUBMITTED.......... ' DELIMITED BY
               SIZE
             RSB-EDIT-COUNT DELIMITED BY SIZE
             INTO AUD-LINE
           WRITE AUD-LINE

           MOVE RSB-COMPONENTS-DROPPED TO RSB-EDIT-COUNT
           MOVE SPACE TO AUD-LINE
           STRING 'COMPONENTS DROPPED.............. ' DELIMITED BY
               SIZE
             RSB-EDIT-COUNT DELIMITED BY SIZE
             INTO AUD-LINE
           WRITE AUD-LINE

           MOVE RSB-COMPONENTS-OUTSTANDING TO RSB-EDIT-COUNT
           MOVE SPACE TO AUD-LINE
           STRING 'COMPONENTS STILL OUTSTANDING.... ' DELIMITED BY
               SIZE
             RSB-EDIT-COUNT DELIMITED BY SIZE
             INTO AUD-LINE
           WRITE AUD-LINE

           CLOSE REJFILE RESUBFIL OUTSTAND AUDITRPT.
       END PROGRAM 'REJRESUB'.
