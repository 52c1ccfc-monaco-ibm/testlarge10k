      * into the new period versus still future-dated and due to be   *
      * held again.                                                   *
      *                                                                *
      * Cost component records ride behind their detail through the  *
      * sort - each takes the tour code and sequence of the detail   *
      * read just before it on the same input, so the breakdown      *
      * reaches TOURFILE still under its detail.  One with no detail *
      * ahead of it on its input sorts to the front of its own tour  *
      * and is rejected by TOURFILE.  Components are not details and *
      * are left out of every record count and expense total, the    *
      * rebuilt trailer included.                                     *
      *                                                                *
      * Parameter: the new cycle's period-to date (YYYYMMDD) - used   *
      * only to split the holdover count between recycled and held    *
      * again on the report.  Zero means an open-ended period and     *
      * the TOURDATA detail layout with no trailer
       FD HOLDOVER RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 HOLDOVER-REC                 PIC X(61).
      *The new day's TOURDATA extract, closed with its own '###'
      * balancing trailer
       FD NEWDATA RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 NEWDATA-REC                  PIC X(61).
      *Merged, tour code sequenced TOURDATA for TOURFILE, closed
      * with one rebuilt combined balancing trailer
       FD RECYCOUT RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 RECYC-REC                    PIC X(61).
      *Recycle reconciliation report
       FD RECYRPT RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 RCY-LINE                     PIC X(80).
      *Sort work file - tour code sequence for TOURFILE.  The
      * group sequence keeps details of one tour in the order
      * read and the line number keeps each detail's cost
      * components behind it
       SD SORTWORK.
       01 SORT-REC.
          03 SRT-PARENT-KEY.
            05 SRT-TOUR-CODE           PIC X(03).
            05 SRT-GROUP-SEQ           PIC 9(07).
          03 SRT-LINE-NUMBER           PIC 9(03).
          03 SRT-RECORD                PIC X(61).

       WORKING-STORAGE SECTION.
      *The record in flight from either input, in the TOURDATA
          03 RW-CURRENCY-CODE        PIC X(03).
          03 RW-ENTRY-DATE           PIC 9(08).
          03 RW-SOURCE-OFFICE        PIC X(01).
          03 RW-TRAN-TYPE            PIC X(01).
             88 RW-IS-COST-COMPONENT   VALUE 'K'.
          03 RW-ORIG-RUN-DATE        PIC 9(08).
       01 RECYCLE-TRAILER-REC REDEFINES RECYCLE-WORK-REC.
          03 RWT-MARKER              PIC X(03).
             88 RW-IS-TRAILER          VALUE '###'.
          03 RWT-EXPECTED-COUNT      PIC 9(07).
          03 RWT-EXPECTED-EXPENSE    PIC 9(11).
          03 FILLER                  PIC X(40).
       01 RECYCLE-HEADER-REC REDEFINES RECYCLE-WORK-REC.
          03 RWH-MARKER              PIC X(03).
             88 RW-IS-HEADER           VALUE '@@@'.
          03 RWH-FEED-SERIAL         PIC 9(07).
          03 RWH-EXTRACT-DATE        PIC 9(08).
          03 FILLER                  PIC X(43).
       01 RCY-HOLDOVER-STATUS       PIC X(01).
          88 HOLDOVER-END-OF-FILE      VALUE 'E'.
          88 HOLDOVER-NOT-END-OF-FILE  VALUE 'R'.
      * still sees the feed serial
       01 RCY-HEADER-SW             PIC X(01) VALUE 'N'.
          88 NEW-HEADER-SEEN           VALUE 'Y'.
       01 RCY-SAVED-HEADER          PIC X(61) VALUE SPACE.
       01 RCY-HOLDOVERS-READ        PIC 9(07) VALUE ZERO.
       01 RCY-HOLDOVERS-RECYCLED    PIC 9(07) VALUE ZERO.
       01 RCY-HOLDOVERS-HELD-AGAIN  PIC 9(07) VALUE ZERO.
       01 RCY-TRL-EXPENSE           PIC 9(11) VALUE ZERO.
       01 RCY-RECORDS-MERGED        PIC 9(07) VALUE ZERO.
       01 RCY-EXPENSE-MERGED        PIC 9(11) VALUE ZERO.
       01 RCY-HOLDOVER-COMPONENTS   PIC 9(07) VALUE ZERO.
       01 RCY-NEWDATA-COMPONENTS    PIC 9(07) VALUE ZERO.
       01 RCY-COMPONENTS-MERGED     PIC 9(07) VALUE ZERO.
      *Sort key of the last detail released from the input being
      * read - its cost components are released under it
       01 W-PARENT-KEY.
          03 WPK-TOUR-CODE           PIC X(03).
          03 WPK-GROUP-SEQ           PIC 9(07).
       01 W-PARENT-SW               PIC X(01) VALUE 'N'.
          88 PARENT-RELEASED           VALUE 'Y'.
          88 NO-PARENT-RELEASED        VALUE 'N'.
       01 W-GROUP-SEQ               PIC 9(07) VALUE ZERO.
       01 W-LINE-NUMBER             PIC 9(03) VALUE ZERO.
       01 RCY-RUN-DATE              PIC 9(08) VALUE ZERO.
       01 RCY-BDATE-RESULT          PIC X(01) VALUE SPACE.
          88 BUSINESS-DATE-VALID       VALUE 'V'.
       01 RCY-EDIT-COUNT            PIC ZZZZZZ9.
       01 RCY-EDIT-AMOUNT           PIC ZZZZZZZZZZ9.
      *Combined trailer closing the merged file so TOURFILE
          03 RCT-MARKER              PIC X(03) VALUE '###'.
          03 RCT-EXPECTED-COUNT      PIC 9(07) VALUE ZERO.
          03 RCT-EXPECTED-EXPENSE    PIC 9(11) VALUE ZERO.
          03 FILLER                  PIC X(40) VALUE SPACE.
      *
       LINKAGE SECTION.
      *The new cycle's period-to bound - a holdover still dated
       PROCEDURE DIVISION USING RECYC-PERIOD-TO-PARM.
       MAINLINE SECTION.
           DISPLAY 'HLDRECYC STARTED...'
           CALL 'GETBDATE' USING RCY-RUN-DATE RCY-BDATE-RESULT
           IF NOT BUSINESS-DATE-VALID
             DISPLAY 'HLDRECYC *** RUN REFUSED - BUSINESS DATE '
                 'NOT AVAILABLE ***'
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM INIT
             SORT SORTWORK ON ASCENDING KEY SRT-TOUR-CODE
                                             SRT-GROUP-SEQ
                                             SRT-LINE-NUMBER
               INPUT PROCEDURE IS READ-ALL-INPUTS
               OUTPUT PROCEDURE IS WRITE-MERGED-FILE
             PERFORM END-PROCESS
           END-IF
           IF RETURN-CODE = ZERO
             DISPLAY 'HLDRECYC SUCCESSFUL'
           ELSE
       INIT.
           OPEN INPUT HOLDOVER NEWDATA
                OUTPUT RECYCOUT RECYRPT
           MOVE SPACE TO RCY-LINE
           STRING 'HLDRECYC HOLDOVER RECYCLE ' DELIMITED BY SIZE
             RCY-RUN-DATE DELIMITED BY SIZE
      **********************************************
       READ-ALL-INPUTS SECTION.
           SET HOLDOVER-NOT-END-OF-FILE TO TRUE
           SET NO-PARENT-RELEASED TO TRUE
           PERFORM READ-HOLDOVER-RECORD
             UNTIL HOLDOVER-END-OF-FILE
           SET NEWDATA-NOT-END-OF-FILE TO TRUE
           SET NO-PARENT-RELEASED TO TRUE
           PERFORM READ-NEWDATA-RECORD
             UNTIL NEWDATA-END-OF-FILE.

             MOVE HOLDOVER-REC TO RECYCLE-WORK-REC
             IF RW-IS-TRAILER
               CONTINUE
             ELSE
             IF RW-IS-COST-COMPONENT
               ADD 1 TO RCY-HOLDOVER-COMPONENTS
               PERFORM RELEASE-COMPONENT
             ELSE
               ADD 1 TO RCY-HOLDOVERS-READ
               IF RECYC-PERIOD-TO-PARM NOT = ZERO
               ELSE
                 ADD 1 TO RCY-HOLDOVERS-RECYCLED
               END-IF
               PERFORM RELEASE-DETAIL
             END-IF
             END-IF
           END-READ.

               SET NEW-TRAILER-SEEN TO TRUE
               MOVE RWT-EXPECTED-COUNT TO RCY-TRL-COUNT
               MOVE RWT-EXPECTED-EXPENSE TO RCY-TRL-EXPENSE
             ELSE
             IF RW-IS-COST-COMPONENT
               ADD 1 TO RCY-NEWDATA-COMPONENTS
               PERFORM RELEASE-COMPONENT
             ELSE
               ADD 1 TO RCY-NEWDATA-READ
               ADD RW-TOUR-EXPENSE TO RCY-NEWDATA-EXPENSE
               PERFORM RELEASE-DETAIL
             END-IF
             END-IF
             END-IF
           END-READ.

      **********************************************
      * Tag a detail with the next group sequence
      *  and release it - its components follow
      *  under the same key
      **********************************************
       RELEASE-DETAIL.
           ADD 1 TO W-GROUP-SEQ
           MOVE RW-TOUR-CODE TO WPK-TOUR-CODE
           MOVE W-GROUP-SEQ TO WPK-GROUP-SEQ
           SET PARENT-RELEASED TO TRUE
           MOVE ZERO TO W-LINE-NUMBER
           MOVE W-PARENT-KEY TO SRT-PARENT-KEY
           MOVE W-LINE-NUMBER TO SRT-LINE-NUMBER
           MOVE RECYCLE-WORK-REC TO SRT-RECORD
           RELEASE SORT-REC.

      **********************************************
      * Tag a cost component and release it behind
      *  the last detail from the same input.  One
      *  ahead of any detail has no parent - it sorts
      *  to the front of its own tour, behind the
      *  last tour's detail, and TOURFILE rejects it
      *  on its own
      **********************************************
       RELEASE-COMPONENT.
           IF NO-PARENT-RELEASED
             MOVE RW-TOUR-CODE TO WPK-TOUR-CODE
             MOVE ZERO TO WPK-GROUP-SEQ
           END-IF
           ADD 1 TO W-LINE-NUMBER
           MOVE W-PARENT-KEY TO SRT-PARENT-KEY
           MOVE W-LINE-NUMBER TO SRT-LINE-NUMBER
           MOVE RECYCLE-WORK-REC TO SRT-RECORD
           RELEASE SORT-REC.

      **********************************************
      * One merged record out, or the rebuilt
      *  combined trailer once the sort is drained
             MOVE RECYC-TRAILER TO RECYC-REC
             WRITE RECYC-REC
           NOT AT END
             MOVE SRT-RECORD TO RECYCLE-WORK-REC
             IF RW-IS-COST-COMPONENT
               ADD 1 TO RCY-COMPONENTS-MERGED
             ELSE
               ADD 1 TO RCY-RECORDS-MERGED
               ADD RW-TOUR-EXPENSE TO RCY-EXPENSE-MERGED
             END-IF
             MOVE SRT-RECORD TO RECYC-REC
             WRITE RECYC-REC
           END-RETURN.

             INTO RCY-LINE
           WRITE RCY-LINE

           MOVE RCY-HOLDOVER-COMPONENTS TO RCY-EDIT-COUNT
           MOVE SPACE TO RCY-LINE
           STRING 'HOLDOVER COST COMPONENTS READ... ' DELIMITED BY
               SIZE
             RCY-EDIT-COUNT DELIMITED BY SIZE
             INTO RCY-LINE
           WRITE RCY-LINE

           MOVE RCY-NEWDATA-COMPONENTS TO RCY-EDIT-COUNT
           MOVE SPACE TO RCY-LINE
           STRING 'NEW DATA COST COMPONENTS READ... ' DELIMITED BY
               SIZE
             RCY-EDIT-COUNT DELIMITED BY SIZE
             INTO RCY-LINE
           WRITE RCY-LINE

           MOVE RCY-COMPONENTS-MERGED TO RCY-EDIT-COUNT
           MOVE SPACE TO RCY-LINE
           STRING 'COST COMPONENTS MERGED.......... ' DELIMITED BY
               SIZE
             RCY-EDIT-COUNT DELIMITED BY SIZE
             INTO RCY-LINE
           WRITE RCY-LINE

           CLOSE HOLDOVER NEWDATA RECYCOUT RECYRPT.
       END PROGRAM 'HLDRECYC'.
