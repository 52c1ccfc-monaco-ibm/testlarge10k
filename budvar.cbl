      ******************************************************************
      * BUDVAR - tour budget versus actual variance report             *
      *                                                                *
      * Sets the tour master's month-to-date actuals - the entries,   *
      * revenue and margin TOURFILE posts into the MTD buckets from   *
      * O-NUMBER-ENTRIES, O-TOTAL-REVENUE and O-MARGIN on every run - *
      * against the month's plan on the tour budget master (BUDMST)  *
      * maintained by BUDMNT.  TOURMST and the budgets are matched on *
      * tour code in one pass.                                        *
      *                                                                *
      * The tour section shows budget, actual, variance and percent  *
      * off plan for each measure.  A tour is flagged when any        *
      * measure is more than the threshold percentage off plan, when  *
      * it has actuals but no budget for the month, or when it has a  *
      * budget but no tour on the master.  The office section rolls   *
      * the same figures up to the office that owns each budget       *
      * (tours without a budget roll up under NO BUDGET), followed by *
      * the total for all offices.                                    *
      *                                                                *
      * The MTD buckets hold the open fiscal period only, so the      *
      * report runs after the month's last TOURFILE run and before    *
      * TOURCLS closes the month; a month already on the close        *
      * history is refused.                                           *
      *                                                                *
      * Options come from the PARMCARD keyword control card file:     *
      *   BUDGET-MONTH=yyyymm  the fiscal period to report (required) *
      *   THRESHOLD-PCT=nnn    percent off plan that flags a tour     *
      *                        (zero takes 10)                        *
      * An unknown keyword or a bad value refuses the run.  A percent *
      * against a zero budget figure reports as 999.                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDVAR.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT TOURMST  ASSIGN TO TOURMST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS M-TOUR-CODE.
           SELECT BUDMST   ASSIGN TO BUDMST.
           SELECT CLOSHIST ASSIGN TO CLOSHIST.
           SELECT VARRPT   ASSIGN TO VARRPT.
           SELECT PARMCARD ASSIGN TO PARMCARD.
      *
       DATA DIVISION.
       FILE SECTION.
      *Current tour master generation
      * prereq: all records are sorted by M-TOUR-CODE
       FD TOURMST.
       01 MST-REC.
          03 M-TOUR-CODE               PIC X(03).
          03 M-TOUR-NAME               PIC X(20).
          03 M-TOUR-EXPENSE            PIC 9(07).
          03 M-NUMBER-ENTRIES          PIC 9(04).
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
      *Tour budget master maintained by BUDMNT
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
      *Period close history appended by TOURCLS - in the layout
      * TOURCLS writes
       FD CLOSHIST RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 CLOSE-HIST-REC.
          03 CH-PERIOD                 PIC 9(06).
          03 CH-CLOSE-DATE             PIC 9(08).
          03 CH-CLOSE-TIME             PIC 9(06).
          03 CH-YEAR-END-SW            PIC X(01).
          03 CH-TOURS                  PIC 9(07).
          03 CH-RUNS                   PIC 9(05).
          03 CH-MTD-ENTRIES            PIC S9(09).
          03 CH-MTD-EXPENSE            PIC S9(11).
          03 CH-MTD-REVENUE            PIC S9(11).
          03 CH-YTD-ENTRIES            PIC S9(09).
          03 CH-YTD-EXPENSE            PIC S9(11).
          03 CH-YTD-REVENUE            PIC S9(11).
      *Variance report
       FD VARRPT RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 VAR-LINE                     PIC X(80).
      *Keyword control cards carrying the run options, one
      * KEYWORD=VALUE per card ('*' in column 1 comments a
      * card out)
       FD PARMCARD RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 PARM-CARD                    PIC X(80).

       WORKING-STORAGE SECTION.
       01 VAR-MASTER-READ           PIC 9(07) VALUE ZERO.
       01 VAR-BUDGETS-READ          PIC 9(07) VALUE ZERO.
       01 VAR-TOURS-REPORTED        PIC 9(07) VALUE ZERO.
       01 VAR-TOURS-OFF-PLAN        PIC 9(07) VALUE ZERO.
       01 VAR-TOURS-NO-BUDGET       PIC 9(07) VALUE ZERO.
       01 VAR-BUDGETS-NO-TOUR       PIC 9(07) VALUE ZERO.
       01 VAR-PCT-LIMIT             PIC 9(03) VALUE ZERO.
       01 VAR-RUN-DATE              PIC 9(08) VALUE ZERO.
       01 VAR-BDATE-RESULT          PIC X(01) VALUE SPACE.
          88 BUSINESS-DATE-VALID       VALUE 'V'.
       01 VAR-LAST-CLOSED           PIC 9(06) VALUE ZERO.
       01 VAR-EDIT-COUNT            PIC ZZZZZZ9.
       01 VAR-EDIT-PCT              PIC ZZ9.
       01 VAR-EDIT-AMOUNT           PIC -(10)9.
       01 VAR-EDIT-VAR-PCT          PIC -(3)9.
       01 VAR-MASTER-STATUS         PIC X(01).
          88 MASTER-END-OF-FILE        VALUE 'E'.
          88 MASTER-NOT-END-OF-FILE    VALUE 'R'.
       01 VAR-BUDGET-STATUS         PIC X(01).
          88 BUDGET-END-OF-FILE        VALUE 'E'.
          88 BUDGET-NOT-END-OF-FILE    VALUE 'R'.
       01 VAR-CLOSE-STATUS          PIC X(01).
          88 CLOSE-HIST-END-OF-FILE    VALUE 'E'.
          88 CLOSE-HIST-NOT-END-OF-FILE VALUE 'R'.
       01 VAR-REFUSED-SW            PIC X(01) VALUE 'N'.
          88 REPORT-REFUSED            VALUE 'Y'.
      *Tour codes driving the match - HIGH-VALUE once a file
      * is exhausted so the lower code always leads
       01 W-MASTER-KEY              PIC X(03) VALUE SPACE.
       01 W-BUDGET-KEY              PIC X(03) VALUE SPACE.
      *The tour in hand - its plan and its actuals, zero on
      * whichever side is missing
       01 W-TOUR-CODE               PIC X(03) VALUE SPACE.
       01 W-TOUR-NAME               PIC X(20) VALUE SPACE.
       01 W-TOUR-OFFICE             PIC X(01) VALUE SPACE.
       01 W-BUDGET-ENTRIES          PIC S9(09) VALUE ZERO.
       01 W-BUDGET-REVENUE          PIC S9(11) VALUE ZERO.
       01 W-BUDGET-MARGIN           PIC S9(11) VALUE ZERO.
       01 W-ACTUAL-ENTRIES          PIC S9(09) VALUE ZERO.
       01 W-ACTUAL-REVENUE          PIC S9(11) VALUE ZERO.
       01 W-ACTUAL-MARGIN           PIC S9(11) VALUE ZERO.
       01 W-TOUR-BUDGETED-SW        PIC X(01) VALUE 'N'.
          88 TOUR-BUDGETED             VALUE 'Y'.
       01 W-TOUR-ON-MASTER-SW       PIC X(01) VALUE 'N'.
          88 TOUR-ON-MASTER            VALUE 'Y'.
       01 W-OFF-PLAN-SW             PIC X(01) VALUE 'N'.
          88 OFF-PLAN                  VALUE 'Y'.
      *One measure being set against its plan
       01 W-MEASURE-LABEL           PIC X(07) VALUE SPACE.
       01 W-PLAN-AMOUNT             PIC S9(11) VALUE ZERO.
       01 W-ACTUAL-AMOUNT           PIC S9(11) VALUE ZERO.
       01 W-VARIANCE                PIC S9(11) VALUE ZERO.
       01 W-VAR-DIFF                PIC 9(11) VALUE ZERO.
       01 W-VAR-BASE                PIC 9(11) VALUE ZERO.
       01 W-VAR-PCT                 PIC S9(05) VALUE ZERO.
       01 W-LINE-HEAD               PIC X(26) VALUE SPACE.
      *Office roll-up - one slot per budget owner (head office
      * and offices 1 to 3), one for tours with no budget, and
      * the total for all offices
       01 VAR-OFFICE-TABLE.
          03 VAR-OFFICE-ENTRY OCCURS 6 TIMES.
            05 VO-TOURS              PIC 9(07).
            05 VO-OFF-PLAN           PIC 9(07).
            05 VO-BUDGET-ENTRIES     PIC S9(09).
            05 VO-BUDGET-REVENUE     PIC S9(11).
            05 VO-BUDGET-MARGIN      PIC S9(11).
            05 VO-ACTUAL-ENTRIES     PIC S9(09).
            05 VO-ACTUAL-REVENUE     PIC S9(11).
            05 VO-ACTUAL-MARGIN      PIC S9(11).
       01 VAR-OFFICE-NAMES.
          03 FILLER                 PIC X(20) VALUE 'HEAD OFFICE'.
          03 FILLER                 PIC X(20) VALUE 'OFFICE 1'.
          03 FILLER                 PIC X(20) VALUE 'OFFICE 2'.
          03 FILLER                 PIC X(20) VALUE 'OFFICE 3'.
          03 FILLER                 PIC X(20) VALUE 'NO BUDGET'.
          03 FILLER                 PIC X(20) VALUE 'ALL OFFICES'.
       01 VAR-OFFICE-NAME-TABLE REDEFINES VAR-OFFICE-NAMES.
          03 VAR-OFFICE-NAME OCCURS 6 TIMES PIC X(20).
       01 VO-IX                     PIC 9(02) VALUE ZERO.
      *Run options resolved from the PARMCARD control cards -
      * defaults stand for any keyword the cards do not supply
       01 BUDGET-MONTH-PARM    PIC 9(06) VALUE ZERO.
       01 BUDGET-MONTH-PARTS REDEFINES BUDGET-MONTH-PARM.
          03 BUDGET-YEAR-PARM  PIC 9(04).
          03 BUDGET-MM-PARM    PIC 9(02).
       01 VAR-PCT-PARM         PIC 9(03) VALUE ZERO.
      *Control card parsing state
       01 PARM-CARD-STATUS         PIC X(01).
          88 PARM-END-OF-FILE          VALUE 'E'.
          88 PARM-NOT-END-OF-FILE      VALUE 'R'.
       01 PARM-ERROR-SW            PIC X(01) VALUE 'N'.
          88 PARM-CARDS-INVALID        VALUE 'Y'.
       01 W-PARM-KEYWORD           PIC X(20).
       01 W-PARM-VALUE             PIC X(20).
       01 W-PARM-NUMBER            PIC 9(09) VALUE ZERO.
       01 W-VALUE-IX               PIC 9(02) VALUE ZERO.
       01 W-DIGIT-COUNT            PIC 9(02) VALUE ZERO.
       01 W-DIGIT-9                PIC 9(01) VALUE ZERO.
       01 W-VALUE-ENDED-SW         PIC X(01) VALUE 'N'.
          88 VALUE-ENDED               VALUE 'Y'.
       01 W-VALUE-ERROR-SW         PIC X(01) VALUE 'N'.
          88 VALUE-IN-ERROR            VALUE 'Y'.

       PROCEDURE DIVISION.
       MAINLINE SECTION.
           DISPLAY 'BUDVAR STARTED...'
           PERFORM READ-PARM-CARDS
           IF BUDGET-MONTH-PARM = ZERO
             DISPLAY 'BUDVAR *** BUDGET-MONTH CARD MISSING ***'
             SET PARM-CARDS-INVALID TO TRUE
           END-IF
           CALL 'GETBDATE' USING VAR-RUN-DATE VAR-BDATE-RESULT
           IF NOT BUSINESS-DATE-VALID
             DISPLAY 'BUDVAR *** BUSINESS DATE NOT AVAILABLE ***'
             SET PARM-CARDS-INVALID TO TRUE
           END-IF
           IF PARM-CARDS-INVALID
             DISPLAY 'BUDVAR *** RUN REFUSED - PARAMETER ERRORS ***'
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM INIT
             PERFORM CHECK-CLOSE-HISTORY
             IF NOT REPORT-REFUSED
               PERFORM MATCH-TOURS-TO-BUDGETS
                 UNTIL MASTER-END-OF-FILE AND BUDGET-END-OF-FILE
               PERFORM WRITE-OFFICE-SECTION
             END-IF
             PERFORM END-PROCESS
           END-IF
           IF RETURN-CODE = ZERO
             DISPLAY 'BUDVAR SUCCESSFUL'
           ELSE
             DISPLAY 'BUDVAR COMPLETED WITH ERRORS'
           END-IF
      *
           GOBACK.
      **********************************************
      * Read and validate the keyword control cards
      *  before anything else - an unknown keyword
      *  or a bad value refuses the run
      **********************************************
       READ-PARM-CARDS.
           OPEN INPUT PARMCARD
           SET PARM-NOT-END-OF-FILE TO TRUE
           PERFORM READ-ONE-PARM-CARD UNTIL PARM-END-OF-FILE
           CLOSE PARMCARD.

      **********************************************
      * One control card - blank cards and cards
      *  commented out with '*' in column 1 are
      *  skipped, everything else must be a known
      *  KEYWORD=VALUE
      **********************************************
       READ-ONE-PARM-CARD.
           READ PARMCARD
           AT END
             SET PARM-END-OF-FILE TO TRUE
           NOT AT END
             IF PARM-CARD = SPACE OR PARM-CARD (1:1) = '*'
               CONTINUE
             ELSE
               PERFORM APPLY-ONE-PARM-CARD
             END-IF
           END-READ.

      **********************************************
      * Split the card on '=' and route the value to
      *  its option.  The month is a full six digit
      *  year and month
      **********************************************
       APPLY-ONE-PARM-CARD.
           MOVE SPACE TO W-PARM-KEYWORD
           MOVE SPACE TO W-PARM-VALUE
           UNSTRING PARM-CARD DELIMITED BY '='
             INTO W-PARM-KEYWORD W-PARM-VALUE
           EVALUATE W-PARM-KEYWORD
             WHEN 'BUDGET-MONTH'
               PERFORM EDIT-NUMERIC-VALUE
               IF NOT VALUE-IN-ERROR
                 IF W-DIGIT-COUNT NOT = 6
                   SET VALUE-IN-ERROR TO TRUE
                 ELSE
                   MOVE W-PARM-NUMBER TO BUDGET-MONTH-PARM
                   IF BUDGET-MM-PARM < 1 OR BUDGET-MM-PARM > 12
                     SET VALUE-IN-ERROR TO TRUE
                   END-IF
                 END-IF
               END-IF
             WHEN 'THRESHOLD-PCT'
               PERFORM EDIT-NUMERIC-VALUE
               IF NOT VALUE-IN-ERROR
                 IF W-DIGIT-COUNT > 3
                   SET VALUE-IN-ERROR TO TRUE
                 ELSE
                   MOVE W-PARM-NUMBER TO VAR-PCT-PARM
                 END-IF
               END-IF
             WHEN OTHER
               SET VALUE-IN-ERROR TO TRUE
           END-EVALUATE
           IF VALUE-IN-ERROR
             DISPLAY 'BUDVAR *** INVALID PARAMETER CARD: '
                 PARM-CARD (1:40) ' ***'
             SET PARM-CARDS-INVALID TO TRUE
             MOVE 'N' TO W-VALUE-ERROR-SW
           END-IF.

      **********************************************
      * Unsigned digits only, left justified, at
      *  most six of them - anything else fails
      *  the card
      **********************************************
       EDIT-NUMERIC-VALUE.
           MOVE ZERO TO W-PARM-NUMBER
           MOVE ZERO TO W-DIGIT-COUNT
           MOVE 'N' TO W-VALUE-ENDED-SW
           PERFORM EDIT-ONE-VALUE-CHAR
             VARYING W-VALUE-IX FROM 1 BY 1
             UNTIL W-VALUE-IX > 20 OR VALUE-IN-ERROR
           IF W-DIGIT-COUNT = ZERO OR W-DIGIT-COUNT > 6
             SET VALUE-IN-ERROR TO TRUE
           END-IF.

       EDIT-ONE-VALUE-CHAR.
           IF W-PARM-VALUE (W-VALUE-IX:1) = SPACE
             MOVE 'Y' TO W-VALUE-ENDED-SW
           ELSE
             IF VALUE-ENDED
               SET VALUE-IN-ERROR TO TRUE
             ELSE
               IF W-PARM-VALUE (W-VALUE-IX:1) IS NUMERIC
                 ADD 1 TO W-DIGIT-COUNT
                 MOVE W-PARM-VALUE (W-VALUE-IX:1) TO W-DIGIT-9
                 COMPUTE W-PARM-NUMBER =
                     (W-PARM-NUMBER * 10) + W-DIGIT-9
               ELSE
                 SET VALUE-IN-ERROR TO TRUE
               END-IF
             END-IF
           END-IF.

      **********************************************
      * Open the report, resolve the threshold, and
      *  write the heading
      **********************************************
       INIT.
           OPEN OUTPUT VARRPT
           IF VAR-PCT-PARM = ZERO
             MOVE 10 TO VAR-PCT-LIMIT
           ELSE
             MOVE VAR-PCT-PARM TO VAR-PCT-LIMIT
           END-IF
           INITIALIZE VAR-OFFICE-TABLE
           MOVE VAR-PCT-LIMIT TO VAR-EDIT-PCT
           MOVE SPACE TO VAR-LINE
           STRING 'BUDVAR BUDGET VARIANCE ' DELIMITED BY SIZE
             BUDGET-MONTH-PARM DELIMITED BY SIZE
             ' - THRESHOLD ' DELIMITED BY SIZE
             VAR-EDIT-PCT DELIMITED BY SIZE
             ' PCT   RUN ' DELIMITED BY SIZE
             VAR-RUN-DATE DELIMITED BY SIZE
             INTO VAR-LINE
           WRITE VAR-LINE.

      **********************************************
      * A month already closed has had its MTD
      *  buckets reset - its actuals are no longer on
      *  the master, so the report is refused
      **********************************************
       CHECK-CLOSE-HISTORY.
           OPEN INPUT CLOSHIST
           SET CLOSE-HIST-NOT-END-OF-FILE TO TRUE
           PERFORM READ-CLOSE-HISTORY UNTIL CLOSE-HIST-END-OF-FILE
           CLOSE CLOSHIST
           IF VAR-LAST-CLOSED NOT < BUDGET-MONTH-PARM
             MOVE SPACE TO VAR-LINE
             STRING '*** REPORT REFUSED - PERIOD ' DELIMITED BY SIZE
               VAR-LAST-CLOSED DELIMITED BY SIZE
               ' ALREADY CLOSED' DELIMITED BY SIZE
               INTO VAR-LINE
             WRITE VAR-LINE
             SET REPORT-REFUSED TO TRUE
             MOVE 16 TO RETURN-CODE
           ELSE
             OPEN INPUT TOURMST BUDMST
             MOVE SPACE TO VAR-LINE
             MOVE 'TOUR' TO VAR-LINE (1:4)
             MOVE 'NAME' TO VAR-LINE (6:4)
             MOVE 'OF' TO VAR-LINE (25:2)
             MOVE 'MEASURE' TO VAR-LINE (29:7)
             MOVE 'BUDGET' TO VAR-LINE (41:6)
             MOVE 'ACTUAL' TO VAR-LINE (53:6)
             MOVE 'VARIANCE' TO VAR-LINE (63:8)
             MOVE 'PCT' TO VAR-LINE (73:3)
             WRITE VAR-LINE
             SET MASTER-NOT-END-OF-FILE TO TRUE
             SET BUDGET-NOT-END-OF-FILE TO TRUE
             PERFORM READ-MASTER-RECORD
             PERFORM READ-NEXT-BUDGET
           END-IF.

       READ-CLOSE-HISTORY.
           READ CLOSHIST
           AT END
             SET CLOSE-HIST-END-OF-FILE TO TRUE
           NOT AT END
             IF CH-PERIOD > VAR-LAST-CLOSED
               MOVE CH-PERIOD TO VAR-LAST-CLOSED
             END-IF
           END-READ.

      **********************************************
      * Classic two-file match on tour code - the
      *  lower code leads, and a matched code takes
      *  its plan and its actuals together
      **********************************************
       MATCH-TOURS-TO-BUDGETS.
           MOVE 'N' TO W-TOUR-BUDGETED-SW
           MOVE 'N' TO W-TOUR-ON-MASTER-SW
           MOVE ZERO TO W-BUDGET-ENTRIES W-BUDGET-REVENUE
                        W-BUDGET-MARGIN W-ACTUAL-ENTRIES
                        W-ACTUAL-REVENUE W-ACTUAL-MARGIN
           MOVE SPACE TO W-TOUR-NAME
           MOVE SPACE TO W-TOUR-OFFICE
           IF W-MASTER-KEY NOT > W-BUDGET-KEY
             MOVE M-TOUR-CODE TO W-TOUR-CODE
             MOVE M-TOUR-NAME TO W-TOUR-NAME
             MOVE M-MTD-ENTRIES TO W-ACTUAL-ENTRIES
             MOVE M-MTD-REVENUE TO W-ACTUAL-REVENUE
             MOVE M-MTD-MARGIN TO W-ACTUAL-MARGIN
             SET TOUR-ON-MASTER TO TRUE
             IF M-MTD-ENTRIES NOT = ZERO
                OR M-MTD-EXPENSE NOT = ZERO
                OR M-MTD-REVENUE NOT = ZERO
               CONTINUE
             ELSE
      *        a quiet tour with no plan has nothing to report
               IF W-MASTER-KEY < W-BUDGET-KEY
                 MOVE 'N' TO W-TOUR-ON-MASTER-SW
               END-IF
             END-IF
           END-IF
           IF W-BUDGET-KEY NOT > W-MASTER-KEY
             MOVE BDM-TOUR-CODE TO W-TOUR-CODE
             MOVE BDM-OFFICE TO W-TOUR-OFFICE
             MOVE BDM-ENTRIES TO W-BUDGET-ENTRIES
             MOVE BDM-REVENUE TO W-BUDGET-REVENUE
             COMPUTE W-BUDGET-MARGIN = BDM-REVENUE - BDM-EXPENSE
             SET TOUR-BUDGETED TO TRUE
           END-IF
           IF TOUR-BUDGETED OR TOUR-ON-MASTER
             PERFORM REPORT-ONE-TOUR
           END-IF
           IF W-MASTER-KEY NOT > W-BUDGET-KEY
             PERFORM READ-MASTER-RECORD
             IF TOUR-BUDGETED
               PERFORM READ-NEXT-BUDGET
             END-IF
           ELSE
             PERFORM READ-NEXT-BUDGET
           END-IF.

      **********************************************
      * One tour's three measures against plan, its
      *  flags, and its share of the office roll-up
      **********************************************
       REPORT-ONE-TOUR.
           ADD 1 TO VAR-TOURS-REPORTED
           MOVE 'N' TO W-OFF-PLAN-SW
           MOVE SPACE TO W-LINE-HEAD
           MOVE W-TOUR-CODE TO W-LINE-HEAD (1:3)
           MOVE W-TOUR-NAME TO W-LINE-HEAD (5:20)
           MOVE W-TOUR-OFFICE TO W-LINE-HEAD (26:1)
           MOVE 'ENTRIES' TO W-MEASURE-LABEL
           MOVE W-BUDGET-ENTRIES TO W-PLAN-AMOUNT
           MOVE W-ACTUAL-ENTRIES TO W-ACTUAL-AMOUNT
           PERFORM WRITE-MEASURE-LINE
           MOVE SPACE TO W-LINE-HEAD
           MOVE 'REVENUE' TO W-MEASURE-LABEL
           MOVE W-BUDGET-REVENUE TO W-PLAN-AMOUNT
           MOVE W-ACTUAL-REVENUE TO W-ACTUAL-AMOUNT
           PERFORM WRITE-MEASURE-LINE
           MOVE 'MARGIN' TO W-MEASURE-LABEL
           MOVE W-BUDGET-MARGIN TO W-PLAN-AMOUNT
           MOVE W-ACTUAL-MARGIN TO W-ACTUAL-AMOUNT
           PERFORM WRITE-MEASURE-LINE
           IF NOT TOUR-BUDGETED
             ADD 1 TO VAR-TOURS-NO-BUDGET
             MOVE '    *** ACTUALS BUT NO BUDGET FOR THE MONTH ***'
               TO VAR-LINE
             WRITE VAR-LINE
             MOVE 5 TO VO-IX
           ELSE
             IF NOT TOUR-ON-MASTER
               ADD 1 TO VAR-BUDGETS-NO-TOUR
               MOVE '    *** BUDGET BUT NO TOUR ON THE MASTER ***'
                 TO VAR-LINE
               WRITE VAR-LINE
             END-IF
             EVALUATE W-TOUR-OFFICE
               WHEN '1'
                 MOVE 2 TO VO-IX
               WHEN '2'
                 MOVE 3 TO VO-IX
               WHEN '3'
                 MOVE 4 TO VO-IX
               WHEN OTHER
                 MOVE 1 TO VO-IX
             END-EVALUATE
           END-IF
           IF OFF-PLAN
             ADD 1 TO VAR-TOURS-OFF-PLAN
             MOVE VAR-PCT-LIMIT TO VAR-EDIT-PCT
             MOVE SPACE TO VAR-LINE
             STRING '    *** MORE THAN ' DELIMITED BY SIZE
               VAR-EDIT-PCT DELIMITED BY SIZE
               ' PCT OFF PLAN ***' DELIMITED BY SIZE
               INTO VAR-LINE
             WRITE VAR-LINE
           END-IF
           PERFORM ADD-TO-OFFICE
           MOVE 6 TO VO-IX
           PERFORM ADD-TO-OFFICE.

      **********************************************
      * Fold the tour into one office roll-up slot
      **********************************************
       ADD-TO-OFFICE.
           ADD 1 TO VO-TOURS (VO-IX)
           IF OFF-PLAN
             ADD 1 TO VO-OFF-PLAN (VO-IX)
           END-IF
           ADD W-BUDGET-ENTRIES TO VO-BUDGET-ENTRIES (VO-IX)
           ADD W-BUDGET-REVENUE TO VO-BUDGET-REVENUE (VO-IX)
           ADD W-BUDGET-MARGIN TO VO-BUDGET-MARGIN (VO-IX)
           ADD W-ACTUAL-ENTRIES TO VO-ACTUAL-ENTRIES (VO-IX)
           ADD W-ACTUAL-REVENUE TO VO-ACTUAL-REVENUE (VO-IX)
           ADD W-ACTUAL-MARGIN TO VO-ACTUAL-MARGIN (VO-IX).

      **********************************************
      * One measure - budget, actual, variance and
      *  percent off plan.  Against a zero plan the
      *  percent cannot be expressed and reports 999
      **********************************************
       WRITE-MEASURE-LINE.
           COMPUTE W-VARIANCE = W-ACTUAL-AMOUNT - W-PLAN-AMOUNT
           IF W-VARIANCE < ZERO
             COMPUTE W-VAR-DIFF = ZERO - W-VARIANCE
           ELSE
             MOVE W-VARIANCE TO W-VAR-DIFF
           END-IF
           IF W-PLAN-AMOUNT < ZERO
             COMPUTE W-VAR-BASE = ZERO - W-PLAN-AMOUNT
           ELSE
             MOVE W-PLAN-AMOUNT TO W-VAR-BASE
           END-IF
           IF W-VAR-DIFF = ZERO
             MOVE ZERO TO W-VAR-PCT
           ELSE
             IF W-VAR-BASE = ZERO
               MOVE 999 TO W-VAR-PCT
             ELSE
               COMPUTE W-VAR-PCT ROUNDED =
                   (W-VAR-DIFF * 100) / W-VAR-BASE
                 ON SIZE ERROR
                   MOVE 999 TO W-VAR-PCT
               END-COMPUTE
               IF W-VAR-PCT > 999
                 MOVE 999 TO W-VAR-PCT
               END-IF
             END-IF
           END-IF
           IF W-VAR-PCT > VAR-PCT-LIMIT
             SET OFF-PLAN TO TRUE
           END-IF
           IF W-VARIANCE < ZERO
             COMPUTE W-VAR-PCT = ZERO - W-VAR-PCT
           END-IF
           MOVE SPACE TO VAR-LINE
           MOVE W-LINE-HEAD TO VAR-LINE (1:26)
           MOVE W-MEASURE-LABEL TO VAR-LINE (29:7)
           MOVE W-PLAN-AMOUNT TO VAR-EDIT-AMOUNT
           MOVE VAR-EDIT-AMOUNT TO VAR-LINE (36:11)
           MOVE W-ACTUAL-AMOUNT TO VAR-EDIT-AMOUNT
           MOVE VAR-EDIT-AMOUNT TO VAR-LINE (48:11)
           MOVE W-VARIANCE TO VAR-EDIT-AMOUNT
           MOVE VAR-EDIT-AMOUNT TO VAR-LINE (60:11)
           MOVE W-VAR-PCT TO VAR-EDIT-VAR-PCT
           MOVE VAR-EDIT-VAR-PCT TO VAR-LINE (72:4)
           WRITE VAR-LINE.

      **********************************************
      * The office roll-up - each budget owner, the
      *  tours with no budget, then all offices
      **********************************************
       WRITE-OFFICE-SECTION.
           MOVE SPACE TO VAR-LINE
           WRITE VAR-LINE
           MOVE 'VARIANCE BY OFFICE' TO VAR-LINE
           WRITE VAR-LINE
           PERFORM WRITE-ONE-OFFICE
             VARYING VO-IX FROM 1 BY 1
             UNTIL VO-IX > 6.

       WRITE-ONE-OFFICE.
           IF VO-TOURS (VO-IX) NOT = ZERO OR VO-IX = 6
             MOVE 'N' TO W-OFF-PLAN-SW
             MOVE SPACE TO W-LINE-HEAD
             MOVE VAR-OFFICE-NAME (VO-IX) TO W-LINE-HEAD
             MOVE 'ENTRIES' TO W-MEASURE-LABEL
             MOVE VO-BUDGET-ENTRIES (VO-IX) TO W-PLAN-AMOUNT
             MOVE VO-ACTUAL-ENTRIES (VO-IX) TO W-ACTUAL-AMOUNT
             PERFORM WRITE-MEASURE-LINE
             MOVE SPACE TO W-LINE-HEAD
             MOVE 'REVENUE' TO W-MEASURE-LABEL
             MOVE VO-BUDGET-REVENUE (VO-IX) TO W-PLAN-AMOUNT
             MOVE VO-ACTUAL-REVENUE (VO-IX) TO W-ACTUAL-AMOUNT
             PERFORM WRITE-MEASURE-LINE
             MOVE 'MARGIN' TO W-MEASURE-LABEL
             MOVE VO-BUDGET-MARGIN (VO-IX) TO W-PLAN-AMOUNT
             MOVE VO-ACTUAL-MARGIN (VO-IX) TO W-ACTUAL-AMOUNT
             PERFORM WRITE-MEASURE-LINE
             MOVE VO-TOURS (VO-IX) TO VAR-EDIT-COUNT
             MOVE SPACE TO VAR-LINE
             STRING '    TOURS ' DELIMITED BY SIZE
               VAR-EDIT-COUNT DELIMITED BY SIZE
               INTO VAR-LINE
             MOVE VO-OFF-PLAN (VO-IX) TO VAR-EDIT-COUNT
             MOVE 'OFF PLAN' TO VAR-LINE (20:8)
             MOVE VAR-EDIT-COUNT TO VAR-LINE (29:7)
             IF OFF-PLAN
               MOVE '*** OFFICE OFF PLAN ***' TO VAR-LINE (38:23)
             END-IF
             WRITE VAR-LINE
           END-IF.

      **********************************************
      * Read the next tour master record
      **********************************************
       READ-MASTER-RECORD.
           READ TOURMST
           AT END
             SET MASTER-END-OF-FILE TO TRUE
             MOVE HIGH-VALUE TO W-MASTER-KEY
           NOT AT END
             ADD 1 TO VAR-MASTER-READ
             MOVE M-TOUR-CODE TO W-MASTER-KEY
           END-READ.

      **********************************************
      * Read forward to the next budget for the month
      *  being reported - other months are passed by
      **********************************************
       READ-NEXT-BUDGET.
           PERFORM READ-BUDGET-RECORD
           PERFORM READ-BUDGET-RECORD
             UNTIL BUDGET-END-OF-FILE
                OR BDM-BUDGET-MONTH = BUDGET-MONTH-PARM.

       READ-BUDGET-RECORD.
           READ BUDMST
           AT END
             SET BUDGET-END-OF-FILE TO TRUE
             MOVE HIGH-VALUE TO W-BUDGET-KEY
           NOT AT END
             IF BDM-BUDGET-MONTH = BUDGET-MONTH-PARM
               ADD 1 TO VAR-BUDGETS-READ
             END-IF
             MOVE BDM-TOUR-CODE TO W-BUDGET-KEY
           END-READ.

      **********************************************
      * Write the summary counts and close
      **********************************************
       END-PROCESS.
           MOVE SPACE TO VAR-LINE
           WRITE VAR-LINE
           MOVE VAR-MASTER-READ TO VAR-EDIT-COUNT
           MOVE SPACE TO VAR-LINE
           STRING 'TOUR MASTER RECORDS READ........ ' DELIMITED BY
               SIZE
             VAR-EDIT-COUNT DELIMITED BY SIZE
             INTO VAR-LINE
           WRITE VAR-LINE

           MOVE VAR-BUDGETS-READ TO VAR-EDIT-COUNT
           MOVE SPACE TO VAR-LINE
           STRING 'BUDGETS FOR THE MONTH........... ' DELIMITED BY
               SIZE
             VAR-EDIT-COUNT DELIMITED BY SIZE
             INTO VAR-LINE
           WRITE VAR-LINE

           MOVE VAR-TOURS-REPORTED TO VAR-EDIT-COUNT
           MOVE SPACE TO VAR-LINE
           STRING 'TOURS REPORTED.................. ' DELIMITED BY
               SIZE
             VAR-EDIT-COUNT DELIMITED BY SIZE
             INTO VAR-LINE
           WRITE VAR-LINE

           MOVE VAR-TOURS-OFF-PLAN TO VAR-EDIT-COUNT
           MOVE SPACE TO VAR-LINE
           STRING 'TOURS OFF PLAN BEYOND THRESHOLD. ' DELIMITED BY
               SIZE
             VAR-EDIT-COUNT DELIMITED BY SIZE
             INTO VAR-LINE
           WRITE VAR-LINE

           MOVE VAR-TOURS-NO-BUDGET TO VAR-EDIT-COUNT
           MOVE SPACE TO VAR-LINE
           STRING 'TOURS WITH ACTUALS BUT NO BUDGET ' DELIMITED BY
               SIZE
             VAR-EDIT-COUNT DELIMITED BY SIZE
             INTO VAR-LINE
           WRITE VAR-LINE

           MOVE VAR-BUDGETS-NO-TOUR TO VAR-EDIT-COUNT
           MOVE SPACE TO VAR-LINE
           STRING 'BUDGETS WITH NO TOUR ON MASTER.. ' DELIMITED BY
               SIZE
             VAR-EDIT-COUNT DELIMITED BY SIZE
             INTO VAR-LINE
           WRITE VAR-LINE

           IF NOT REPORT-REFUSED
             CLOSE TOURMST BUDMST
           END-IF
           CLOSE VARRPT.
       END PROGRAM 'BUDVAR'.
