      ******************************************************************
      * DUPREL - duplicate suspect release and discard                 *
      *                                                                *
      * TOURMRG holds the second and later office's copy of a         *
      * booking that more than one office sent on the duplicate-      *
      * suspect file (DUPSUSP).  Ops look into each pair and key a    *
      * decision card (DUPACT) for it:                                *
      *   R - the booking is genuine - release it into the next      *
      *       cycle                                                   *
      *   D - the booking is a duplicate - discard it                *
      * A released detail is written to DUPRLS in the TOURDATA        *
      * layout, with no trailer, to go in with the next cycle's       *
      * HOLDOVER through HLDRECYC.  Every decision is written to the  *
      * audit report (DUPAUD) with the operator and reason from the   *
      * card.  Suspects with no decision yet are carried forward on   *
      * NEWSUSP, to be read back with the next day's DUPSUSP.         *
      * A held detail's cost components follow it on DUPSUSP and     *
      * go wherever it goes - to DUPRLS behind a released detail,    *
      * dropped with a discarded one, or back onto NEWSUSP with one  *
      * still held.  They take no decision card of their own.        *
      *                                                                *
      * Decision card layout (one per suspect):                       *
      *   col  1     action R or D                                    *
      *   col  3-5   tour code                                        *
      *   col  7     source office of the held copy                   *
      *   col  9-16  entry date (yyyymmdd)                            *
      *   col 18-25  date TOURMRG held it (yyyymmdd)                  *
      *   col 27-34  operator                                         *
      *   col 36-65  reason                                           *
      * A card in error, or one that matches no held suspect, is      *
      * listed and sets return code 8; the other decisions still     *
      * apply.                                                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPREL.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT DUPSUSP  ASSIGN TO DUPSUSP.
           SELECT DUPACT   ASSIGN TO DUPACT.
           SELECT DUPRLS   ASSIGN TO DUPRLS.
           SELECT NEWSUSP  ASSIGN TO NEWSUSP.
           SELECT DUPAUD   ASSIGN TO DUPAUD.
      *
       DATA DIVISION.
       FILE SECTION.
      *Suspect duplicates held by TOURMRG - the tagged detail,
      * the office whose copy was merged, and the business date
      * it was held
       FD DUPSUSP RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 SUSPECT-REC.
          03 SUS-DETAIL.
            05 SD-TOUR-CODE            PIC X(03).
            05 SD-TOUR-NAME            PIC X(20).
            05 SD-TOUR-EXPENSE         PIC 9(07).
            05 SD-NUMBER-ENTRIES       PIC 9(03).
            05 SD-TOUR-PRICE           PIC 9(07).
            05 SD-CURRENCY-CODE        PIC X(03).
            05 SD-ENTRY-DATE           PIC 9(08).
            05 SD-SOURCE-OFFICE        PIC X(01).
            05 SD-TRAN-TYPE            PIC X(01).
               88 SD-IS-COST-COMPONENT   VALUE 'K'.
            05 SD-ORIG-RUN-DATE        PIC 9(08).
          03 SUS-KEPT-OFFICE           PIC X(01).
          03 SUS-HELD-DATE             PIC 9(08).
          03 SUS-FEED-SERIAL           PIC 9(07).
          03 FILLER                    PIC X(03).
      *Ops decision cards
       FD DUPACT RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 ACTION-REC.
          03 ACT-ACTION                PIC X(01).
             88 ACT-RELEASE            VALUE 'R'.
             88 ACT-DISCARD            VALUE 'D'.
          03 FILLER                    PIC X(01).
          03 ACT-TOUR-CODE             PIC X(03).
          03 FILLER                    PIC X(01).
          03 ACT-SOURCE-OFFICE         PIC X(01).
          03 FILLER                    PIC X(01).
          03 ACT-ENTRY-DATE            PIC 9(08).
          03 FILLER                    PIC X(01).
          03 ACT-HELD-DATE             PIC 9(08).
          03 FILLER                    PIC X(01).
          03 ACT-OPERATOR              PIC X(08).
          03 FILLER                    PIC X(01).
          03 ACT-REASON                PIC X(30).
          03 FILLER                    PIC X(15).
      *Released details in the TOURDATA layout, for the next
      * cycle's holdover recycle
       FD DUPRLS RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 RELEASE-REC                  PIC X(61).
      *Suspects still awaiting a decision, in the DUPSUSP layout
       FD NEWSUSP RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 NEW-SUSPECT-REC              PIC X(80).
      *Decision audit report
       FD DUPAUD RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 REL-LINE                     PIC X(80).

       WORKING-STORAGE SECTION.
       01 REL-RUN-DATE              PIC 9(08) VALUE ZERO.
       01 REL-BDATE-RESULT          PIC X(01) VALUE SPACE.
          88 BUSINESS-DATE-VALID       VALUE 'V'.
       01 REL-SUSPECTS-READ         PIC 9(07) VALUE ZERO.
       01 REL-RELEASED              PIC 9(07) VALUE ZERO.
       01 REL-DISCARDED             PIC 9(07) VALUE ZERO.
       01 REL-STILL-HELD            PIC 9(07) VALUE ZERO.
       01 REL-ACCOUNTED             PIC 9(07) VALUE ZERO.
       01 REL-CARDS-READ            PIC 9(07) VALUE ZERO.
       01 REL-CARDS-IN-ERROR        PIC 9(07) VALUE ZERO.
       01 REL-COMPONENTS-READ       PIC 9(07) VALUE ZERO.
       01 REL-COMPONENTS-RELEASED   PIC 9(07) VALUE ZERO.
       01 REL-COMPONENTS-DISCARDED  PIC 9(07) VALUE ZERO.
       01 REL-COMPONENTS-HELD       PIC 9(07) VALUE ZERO.
      *Decision on the last suspect read - its cost components
      * follow it on DUPSUSP and go the same way
       01 REL-LAST-OUTCOME          PIC X(01) VALUE 'H'.
          88 LAST-SUSPECT-RELEASED     VALUE 'R'.
          88 LAST-SUSPECT-DISCARDED    VALUE 'D'.
          88 LAST-SUSPECT-HELD         VALUE 'H'.
       01 REL-EDIT-COUNT            PIC ZZZZZZ9.
       01 REL-EDIT-ENTRIES          PIC ZZ9.
       01 REL-EDIT-DETAIL           PIC ZZZZZZ9.
       01 REL-SUSPECT-STATUS        PIC X(01).
          88 SUSPECT-END-OF-FILE       VALUE 'E'.
          88 SUSPECT-NOT-END-OF-FILE   VALUE 'R'.
       01 REL-ACTION-STATUS         PIC X(01).
          88 ACTION-END-OF-FILE        VALUE 'E'.
          88 ACTION-NOT-END-OF-FILE    VALUE 'R'.
       01 REL-CARD-ERROR            PIC X(30) VALUE SPACE.
      *Decision cards held in storage - suspects arrive in the
      * order TOURMRG held them, cards in the order ops keyed
      * them, so each suspect takes the first unused card that
      * names it
       01 REL-ACTION-TABLE.
          03 REL-ACTION-ENTRY OCCURS 1000 TIMES.
            05 RAT-ACTION            PIC X(01).
               88 RAT-RELEASE          VALUE 'R'.
            05 RAT-TOUR-CODE         PIC X(03).
            05 RAT-SOURCE-OFFICE     PIC X(01).
            05 RAT-ENTRY-DATE        PIC 9(08).
            05 RAT-HELD-DATE         PIC 9(08).
            05 RAT-OPERATOR          PIC X(08).
            05 RAT-REASON            PIC X(30).
            05 RAT-USED-SW           PIC X(01).
               88 RAT-USED             VALUE 'Y'.
       01 REL-ACTION-COUNT          PIC 9(05) VALUE ZERO.
       01 REL-ACTION-IX             PIC 9(05) VALUE ZERO.
       01 REL-FOUND-IX              PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       MAINLINE SECTION.
           DISPLAY 'DUPREL STARTED...'
           CALL 'GETBDATE' USING REL-RUN-DATE REL-BDATE-RESULT
           IF NOT BUSINESS-DATE-VALID
             DISPLAY 'DUPREL *** RUN REFUSED - BUSINESS DATE '
                 'NOT AVAILABLE ***'
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM INIT
             PERFORM APPLY-ONE-SUSPECT UNTIL SUSPECT-END-OF-FILE
             PERFORM END-PROCESS
           END-IF
           IF RETURN-CODE = ZERO
             DISPLAY 'DUPREL SUCCESSFUL'
           ELSE
             DISPLAY 'DUPREL COMPLETED WITH ERRORS'
           END-IF
      *
           GOBACK.
      **********************************************
      * Open files, write the report heading, and
      *  load the decision cards
      **********************************************
       INIT.
           OPEN INPUT DUPSUSP DUPACT
                OUTPUT DUPRLS NEWSUSP DUPAUD
           MOVE SPACE TO REL-LINE
           STRING 'DUPREL DUPLICATE SUSPECT DECISIONS ' DELIMITED BY
               SIZE
             REL-RUN-DATE DELIMITED BY SIZE
             INTO REL-LINE
           WRITE REL-LINE
           SET ACTION-NOT-END-OF-FILE TO TRUE
           PERFORM LOAD-ONE-ACTION UNTIL ACTION-END-OF-FILE
           CLOSE DUPACT
           SET SUSPECT-NOT-END-OF-FILE TO TRUE.

      **********************************************
      * One decision card into the table - blank
      *  cards and cards commented out with '*' in
      *  column 1 are skipped
      **********************************************
       LOAD-ONE-ACTION.
           READ DUPACT
           AT END
             SET ACTION-END-OF-FILE TO TRUE
           NOT AT END
             IF ACTION-REC = SPACE OR ACT-ACTION = '*'
               CONTINUE
             ELSE
               ADD 1 TO REL-CARDS-READ
               PERFORM EDIT-ONE-ACTION
               IF REL-CARD-ERROR NOT = SPACE
                 PERFORM WRITE-CARD-ERROR
               ELSE
                 IF REL-ACTION-COUNT < 1000
                   ADD 1 TO REL-ACTION-COUNT
                   MOVE ACT-ACTION TO RAT-ACTION (REL-ACTION-COUNT)
                   MOVE ACT-TOUR-CODE
                     TO RAT-TOUR-CODE (REL-ACTION-COUNT)
                   MOVE ACT-SOURCE-OFFICE
                     TO RAT-SOURCE-OFFICE (REL-ACTION-COUNT)
                   MOVE ACT-ENTRY-DATE
                     TO RAT-ENTRY-DATE (REL-ACTION-COUNT)
                   MOVE ACT-HELD-DATE
                     TO RAT-HELD-DATE (REL-ACTION-COUNT)
                   MOVE ACT-OPERATOR
                     TO RAT-OPERATOR (REL-ACTION-COUNT)
                   MOVE ACT-REASON TO RAT-REASON (REL-ACTION-COUNT)
                   MOVE 'N' TO RAT-USED-SW (REL-ACTION-COUNT)
                 ELSE
                   MOVE 'DECISION TABLE FULL' TO REL-CARD-ERROR
                   PERFORM WRITE-CARD-ERROR
                 END-IF
               END-IF
             END-IF
           END-READ.

      **********************************************
      * Card edits - every card must name its
      *  suspect fully and say who decided
      **********************************************
       EDIT-ONE-ACTION.
           MOVE SPACE TO REL-CARD-ERROR
           IF NOT ACT-RELEASE AND NOT ACT-DISCARD
             MOVE 'ACTION NOT R OR D' TO REL-CARD-ERROR
           ELSE
             IF ACT-TOUR-CODE = SPACE
               MOVE 'TOUR CODE MISSING' TO REL-CARD-ERROR
             ELSE
               IF ACT-SOURCE-OFFICE NOT = '1'
                  AND ACT-SOURCE-OFFICE NOT = '2'
                  AND ACT-SOURCE-OFFICE NOT = '3'
                 MOVE 'OFFICE NOT 1, 2 OR 3' TO REL-CARD-ERROR
               ELSE
                 IF ACT-ENTRY-DATE NOT NUMERIC
                    OR ACT-HELD-DATE NOT NUMERIC
                   MOVE 'DATE NOT NUMERIC' TO REL-CARD-ERROR
                 ELSE
                   IF ACT-OPERATOR = SPACE
                     MOVE 'OPERATOR MISSING' TO REL-CARD-ERROR
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.

       WRITE-CARD-ERROR.
           ADD 1 TO REL-CARDS-IN-ERROR
           MOVE SPACE TO REL-LINE
           STRING '*** CARD REJECTED - ' DELIMITED BY SIZE
             REL-CARD-ERROR DELIMITED BY SIZE
             INTO REL-LINE
           MOVE ACTION-REC (1:25) TO REL-LINE (53:25)
           WRITE REL-LINE
           IF RETURN-CODE < 8
             MOVE 8 TO RETURN-CODE
           END-IF.

      **********************************************
      * One held suspect - released, discarded, or
      *  carried forward when no card names it
      **********************************************
       APPLY-ONE-SUSPECT.
           READ DUPSUSP
           AT END
             SET SUSPECT-END-OF-FILE TO TRUE
           NOT AT END
             IF SD-IS-COST-COMPONENT
               PERFORM APPLY-ONE-COMPONENT
             ELSE
               ADD 1 TO REL-SUSPECTS-READ
               MOVE ZERO TO REL-FOUND-IX
               PERFORM MATCH-ONE-ACTION
                 VARYING REL-ACTION-IX FROM 1 BY 1
                 UNTIL REL-ACTION-IX > REL-ACTION-COUNT
                    OR REL-FOUND-IX NOT = ZERO
               IF REL-FOUND-IX = ZERO
                 ADD 1 TO REL-STILL-HELD
                 SET LAST-SUSPECT-HELD TO TRUE
                 WRITE NEW-SUSPECT-REC FROM SUSPECT-REC
                 MOVE 'STILL HELD' TO REL-LINE
                 PERFORM WRITE-SUSPECT-LINE
               ELSE
                 MOVE 'Y' TO RAT-USED-SW (REL-FOUND-IX)
                 IF RAT-RELEASE (REL-FOUND-IX)
                   ADD 1 TO REL-RELEASED
                   SET LAST-SUSPECT-RELEASED TO TRUE
                   WRITE RELEASE-REC FROM SUS-DETAIL
                   MOVE 'RELEASED' TO REL-LINE
                 ELSE
                   ADD 1 TO REL-DISCARDED
                   SET LAST-SUSPECT-DISCARDED TO TRUE
                   MOVE 'DISCARDED' TO REL-LINE
                 END-IF
                 PERFORM WRITE-SUSPECT-LINE
                 MOVE SPACE TO REL-LINE
                 STRING '           BY ' DELIMITED BY SIZE
                   RAT-OPERATOR (REL-FOUND-IX) DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   RAT-REASON (REL-FOUND-IX) DELIMITED BY SIZE
                   INTO REL-LINE
                 WRITE REL-LINE
               END-IF
             END-IF
           END-READ.

       MATCH-ONE-ACTION.
           IF NOT RAT-USED (REL-ACTION-IX)
              AND RAT-TOUR-CODE (REL-ACTION-IX) = SD-TOUR-CODE
              AND RAT-SOURCE-OFFICE (REL-ACTION-IX) = SD-SOURCE-OFFICE
              AND RAT-ENTRY-DATE (REL-ACTION-IX) = SD-ENTRY-DATE
              AND RAT-HELD-DATE (REL-ACTION-IX) = SUS-HELD-DATE
             MOVE REL-ACTION-IX TO REL-FOUND-IX
           END-IF.

      **********************************************
      * A cost component behind a held suspect goes
      *  wherever its detail went - released with
      *  it, discarded with it, or carried forward
      *  with it.  It takes no card of its own
      **********************************************
       APPLY-ONE-COMPONENT.
           ADD 1 TO REL-COMPONENTS-READ
           IF LAST-SUSPECT-RELEASED
             ADD 1 TO REL-COMPONENTS-RELEASED
             WRITE RELEASE-REC FROM SUS-DETAIL
           ELSE
           IF LAST-SUSPECT-DISCARDED
             ADD 1 TO REL-COMPONENTS-DISCARDED
           ELSE
             ADD 1 TO REL-COMPONENTS-HELD
             WRITE NEW-SUSPECT-REC FROM SUSPECT-REC
           END-IF
           END-IF.

      **********************************************
      * The suspect on one audit line after the
      *  decision already moved to the line
      **********************************************
       WRITE-SUSPECT-LINE.
           MOVE SD-TOUR-CODE TO REL-LINE (12:3)
           MOVE SD-ENTRY-DATE TO REL-LINE (16:8)
           MOVE 'ENT' TO REL-LINE (25:3)
           MOVE SD-NUMBER-ENTRIES TO REL-EDIT-ENTRIES
           MOVE REL-EDIT-ENTRIES TO REL-LINE (29:3)
           MOVE 'EXP' TO REL-LINE (33:3)
           MOVE SD-TOUR-EXPENSE TO REL-EDIT-DETAIL
           MOVE REL-EDIT-DETAIL TO REL-LINE (37:7)
           MOVE SD-CURRENCY-CODE TO REL-LINE (45:3)
           MOVE 'OFFICE' TO REL-LINE (49:6)
           MOVE SD-SOURCE-OFFICE TO REL-LINE (56:1)
           MOVE 'KEPT' TO REL-LINE (58:4)
           MOVE SUS-KEPT-OFFICE TO REL-LINE (63:1)
           MOVE 'HELD' TO REL-LINE (65:4)
           MOVE SUS-HELD-DATE TO REL-LINE (70:8)
           WRITE REL-LINE.

      **********************************************
      * Cards that named no held suspect, the
      *  decision counts, and close
      **********************************************
       END-PROCESS.
           PERFORM REPORT-UNUSED-ACTION
             VARYING REL-ACTION-IX FROM 1 BY 1
             UNTIL REL-ACTION-IX > REL-ACTION-COUNT

           MOVE REL-SUSPECTS-READ TO REL-EDIT-COUNT
           MOVE SPACE TO REL-LINE
           STRING 'SUSPECTS READ................... ' DELIMITED BY
               SIZE
             REL-EDIT-COUNT DELIMITED BY SIZE
             INTO REL-LINE
           WRITE REL-LINE

           MOVE REL-RELEASED TO REL-EDIT-COUNT
           MOVE SPACE TO REL-LINE
           STRING 'RELEASED TO NEXT CYCLE.......... ' DELIMITED BY
               SIZE
             REL-EDIT-COUNT DELIMITED BY SIZE
             INTO REL-LINE
           WRITE REL-LINE

           MOVE REL-DISCARDED TO REL-EDIT-COUNT
           MOVE SPACE TO REL-LINE
           STRING 'DISCARDED....................... ' DELIMITED BY
               SIZE
             REL-EDIT-COUNT DELIMITED BY SIZE
             INTO REL-LINE
           WRITE REL-LINE

           MOVE REL-STILL-HELD TO REL-EDIT-COUNT
           MOVE SPACE TO REL-LINE
           STRING 'STILL HELD...................... ' DELIMITED BY
               SIZE
             REL-EDIT-COUNT DELIMITED BY SIZE
             INTO REL-LINE
           WRITE REL-LINE

           COMPUTE REL-ACCOUNTED =
               REL-RELEASED + REL-DISCARDED + REL-STILL-HELD
           MOVE REL-ACCOUNTED TO REL-EDIT-COUNT
           MOVE SPACE TO REL-LINE
           STRING 'ACCOUNTED FOR................... ' DELIMITED BY
               SIZE
             REL-EDIT-COUNT DELIMITED BY SIZE
             INTO REL-LINE
           IF REL-ACCOUNTED = REL-SUSPECTS-READ
             MOVE ' BALANCED' TO REL-LINE (41:9)
           ELSE
             MOVE ' OUT OF BALANCE' TO REL-LINE (41:15)
             MOVE 8 TO RETURN-CODE
           END-IF
           WRITE REL-LINE

           MOVE REL-CARDS-READ TO REL-EDIT-COUNT
           MOVE SPACE TO REL-LINE
           STRING 'DECISION CARDS READ............. ' DELIMITED BY
               SIZE
             REL-EDIT-COUNT DELIMITED BY SIZE
             INTO REL-LINE
           WRITE REL-LINE

           MOVE REL-CARDS-IN-ERROR TO REL-EDIT-COUNT
           MOVE SPACE TO REL-LINE
           STRING 'DECISION CARDS IN ERROR......... ' DELIMITED BY
               SIZE
             REL-EDIT-COUNT DELIMITED BY SIZE
             INTO REL-LINE
           WRITE REL-LINE

           MOVE REL-COMPONENTS-READ TO REL-EDIT-COUNT
           MOVE SPACE TO REL-LINE
           STRING 'COST COMPONENTS READ............ ' DELIMITED BY
               SIZE
             REL-EDIT-COUNT DELIMITED BY SIZE
             INTO REL-LINE
           WRITE REL-LINE

           MOVE REL-COMPONENTS-RELEASED TO REL-EDIT-COUNT
           MOVE SPACE TO REL-LINE
           STRING 'COMPONENTS RELEASED............. ' DELIMITED BY
               SIZE
             REL-EDIT-COUNT DELIMITED BY SIZE
             INTO REL-LINE
           WRITE REL-LINE

           MOVE REL-COMPONENTS-DISCARDED TO REL-EDIT-COUNT
           MOVE SPACE TO REL-LINE
           STRING 'COMPONENTS DISCARDED............ ' DELIMITED BY
               SIZE
             REL-EDIT-COUNT DELIMITED BY SIZE
             INTO REL-LINE
           WRITE REL-LINE

           MOVE REL-COMPONENTS-HELD TO REL-EDIT-COUNT
           MOVE SPACE TO REL-LINE
           STRING 'COMPONENTS STILL HELD........... ' DELIMITED BY
               SIZE
             REL-EDIT-COUNT DELIMITED BY SIZE
             INTO REL-LINE
           WRITE REL-LINE

           CLOSE DUPSUSP DUPRLS NEWSUSP DUPAUD.

       REPORT-UNUSED-ACTION.
           IF NOT RAT-USED (REL-ACTION-IX)
             ADD 1 TO REL-CARDS-IN-ERROR
             MOVE SPACE TO REL-LINE
             STRING '*** CARD MATCHES NO HELD SUSPECT - ' DELIMITED BY
                 SIZE
               RAT-ACTION (REL-ACTION-IX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RAT-TOUR-CODE (REL-ACTION-IX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RAT-SOURCE-OFFICE (REL-ACTION-IX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RAT-ENTRY-DATE (REL-ACTION-IX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RAT-HELD-DATE (REL-ACTION-IX) DELIMITED BY SIZE
               INTO REL-LINE
             WRITE REL-LINE
             IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.
       END PROGRAM 'DUPREL'.
