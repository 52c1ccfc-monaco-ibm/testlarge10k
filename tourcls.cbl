      ******************************************************************
      * TOURCLS - month-end and year-end tour master close             *
      *                                                                *
      * Run on the fiscal calendar once the last TOURFILE run of a    *
      * period is in and before the first run of the next.  Freezes   *
      * a period-end snapshot of every tour on TOURMST to PERSNAP,    *
      * then writes the next master generation with the month-to-    *
      * date buckets cleared - and the year-to-date buckets too when  *
      * the fiscal calendar marks the period as the year end.         *
      *                                                                *
      * The close is certified against the run history: the period    *
      * buckets summed across the master must equal the net activity  *
      * the period's TOURFILE runs posted (RH-POSTED-*), run by run   *
      * from the period start (or the year start for the year-to-    *
      * date buckets).  The commission buckets tie to RH-POSTED-      *
      * COMMISSION the same way, and are cleared along with the       *
      * margin after commission.  A full build rebuilds the buckets   *
      * from the whole history, so the posted figures restart at the  *
      * latest full build.  Runs refused with return code 16 or       *
      * higher posted nothing and are passed over.                    *
      *                                                                *
      * Options come from the PARMCARD keyword control card file:     *
      *   CLOSE-PERIOD=yyyymm  the fiscal period to close (required)  *
      *                                                                *
      * The close is refused with return code 16, and nothing is      *
      * written but the report, when the parameters are in error,     *
      * the period is not on the fiscal calendar, the period (or a    *
      * later one) is already on the close history, a TOURFILE run    *
      * dated after the period end is already on the run history, or  *
      * the buckets do not tie to the runs.  A certified close        *
      * appends the period to CLOSHIST so it cannot be closed twice.  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOURCLS.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT TOURMST  ASSIGN TO TOURMST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS M-TOUR-CODE.
           SELECT NEWMST   ASSIGN TO NEWMST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS N-TOUR-CODE.
           SELECT PERSNAP  ASSIGN TO PERSNAP.
           SELECT FISCCAL  ASSIGN TO FISCCAL.
           SELECT CLOSHIST ASSIGN TO CLOSHIST.
           SELECT RUNHIST  ASSIGN TO RUNHIST.
           SELECT CLSRPT   ASSIGN TO CLSRPT.
           SELECT PARMCARD ASSIGN TO PARMCARD.
      *
       DATA DIVISION.
       FILE SECTION.
      *Current tour master generation - the last TOURFILE run of
      * the period wrote it
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
      *Next master generation - the same tours with the closed
      * period's buckets cleared, for the next period's first
      * TOURFILE run to read as its prior master
       FD NEWMST.
       01 NEW-REC.
          03 N-TOUR-CODE               PIC X(03).
          03 N-TOUR-NAME               PIC X(20).
          03 N-TOUR-EXPENSE            PIC 9(07).
          03 N-NUMBER-ENTRIES          PIC 9(04).
          03 N-TOTAL-EXPENSE           PIC 9(09).
          03 N-TOTAL-REVENUE           PIC 9(09).
          03 N-MARGIN                  PIC S9(09).
          03 N-MTD-ENTRIES             PIC S9(04).
          03 N-MTD-EXPENSE             PIC S9(09).
          03 N-MTD-REVENUE             PIC S9(09).
          03 N-MTD-MARGIN              PIC S9(09).
          03 N-YTD-ENTRIES             PIC S9(04).
          03 N-YTD-EXPENSE             PIC S9(09).
          03 N-YTD-REVENUE             PIC S9(09).
          03 N-YTD-MARGIN              PIC S9(09).
          03 N-TOTAL-COMMISSION        PIC 9(09).
          03 N-NET-MARGIN              PIC S9(09).
          03 N-MTD-COMMISSION          PIC S9(09).
          03 N-MTD-NET-MARGIN          PIC S9(09).
          03 N-YTD-COMMISSION          PIC S9(09).
          03 N-YTD-NET-MARGIN          PIC S9(09).
      *Period-end snapshot - the closed period, then every tour
      * exactly as the master held it at the close
       FD PERSNAP RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 SNAP-REC.
          03 SN-PERIOD                 PIC 9(06).
          03 SN-MASTER-IMAGE           PIC X(177).
      *Fiscal calendar maintained by finance - one record per
      * fiscal period with its first and last business dates,
      * the first date of its fiscal year, and 'Y' when it is
      * the last period of the year
       FD FISCCAL RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 FISCAL-REC.
          03 FC-PERIOD                 PIC 9(06).
          03 FC-PERIOD-START           PIC 9(08).
          03 FC-PERIOD-END             PIC 9(08).
          03 FC-YEAR-START             PIC 9(08).
          03 FC-YEAR-END-SW            PIC X(01).
             88 FC-YEAR-END            VALUE 'Y'.
      *Close history - one record appended per certified close,
      * with the totals the close certified
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
      *Run history appended by TOURFILE - in the layout TOURFILE
      * writes
       FD RUNHIST RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 RUNHIST-REC.
          03 RH-RUN-DATE               PIC 9(08).
          03 RH-RUN-TIME               PIC 9(06).
          03 RH-CHECK-CODE             PIC X(01).
          03 RH-RESTART-SWITCH         PIC X(01).
          03 RH-EXPENSE-LIMIT          PIC 9(09).
          03 RH-CHKPT-INTERVAL         PIC 9(05).
          03 RH-UPDATE-MODE            PIC X(01).
             88 RH-DELTA-UPDATE        VALUE 'D'.
          03 RH-PERIOD-FROM            PIC 9(08).
          03 RH-PERIOD-TO              PIC 9(08).
          03 RH-RECORDS-READ           PIC 9(07).
          03 RH-TOURS-WRITTEN          PIC 9(07).
          03 RH-TOURS-CARRIED          PIC 9(07).
          03 RH-TOURS-UPDATED          PIC 9(07).
          03 RH-TOURS-ADDED            PIC 9(07).
          03 RH-ENTRIES-TOTAL          PIC 9(09).
          03 RH-EXPENSE-TOTAL          PIC 9(11).
          03 RH-INPUT-EXPENSE-TOTAL    PIC 9(11).
          03 RH-REJ-SEQUENCE           PIC 9(07).
          03 RH-REJ-MALFORMED          PIC 9(07).
          03 RH-REJ-UNKNOWN            PIC 9(07).
          03 RH-REJ-RETIRED            PIC 9(07).
          03 RH-REJ-FX-OVERFLOW        PIC 9(07).
          03 RH-REJ-NO-RATE            PIC 9(07).
          03 RH-REJ-PRIOR-PERIOD       PIC 9(07).
          03 RH-RECORDS-IN-PERIOD      PIC 9(07).
          03 RH-RECORDS-HELD           PIC 9(07).
          03 RH-RETURN-CODE            PIC 9(04).
          03 RH-FEED-SERIAL            PIC 9(07).
          03 RH-EXTRACT-DATE           PIC 9(08).
          03 RH-CANCELS-APPLIED        PIC 9(07).
          03 RH-CANCEL-ENTRIES         PIC 9(09).
          03 RH-CANCEL-EXPENSE         PIC 9(11).
          03 RH-CANCEL-REVENUE         PIC 9(11).
          03 RH-AMENDS-APPLIED         PIC 9(07).
          03 RH-REJ-OVER-CANCEL        PIC 9(07).
          03 RH-REJ-TRAN-TYPE          PIC 9(07).
          03 RH-POSTED-ENTRIES         PIC S9(09).
          03 RH-POSTED-EXPENSE         PIC S9(11).
          03 RH-POSTED-REVENUE         PIC S9(11).
      *   RH-RUN-DATE is the cycle's business date - the machine
      *    date the run actually happened on is kept beside it
          03 RH-SYSTEM-DATE            PIC 9(08).
          03 RH-REJ-BREAKDOWN          PIC 9(07).
          03 RH-COMPONENTS-READ        PIC 9(07).
          03 RH-COMPONENTS-WRITTEN     PIC 9(07).
          03 RH-POSTED-COMMISSION      PIC S9(11).
      *Certified close report
       FD CLSRPT RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 CLS-LINE                     PIC X(80).
      *Keyword control cards carrying the run options, one
      * KEYWORD=VALUE per card ('*' in column 1 comments a
      * card out)
       FD PARMCARD RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 PARM-CARD                    PIC X(80).

       WORKING-STORAGE SECTION.
       01 CLS-RUN-DATE              PIC 9(08) VALUE ZERO.
       01 CLS-BDATE-RESULT          PIC X(01) VALUE SPACE.
          88 BUSINESS-DATE-VALID       VALUE 'V'.
       01 CLS-RUN-TIME              PIC 9(06) VALUE ZERO.
       01 CLS-TOURS-READ            PIC 9(07) VALUE ZERO.
       01 CLS-TOURS-WRITTEN         PIC 9(07) VALUE ZERO.
       01 CLS-RUNS-IN-PERIOD        PIC 9(05) VALUE ZERO.
       01 CLS-RUNS-IN-YEAR          PIC 9(05) VALUE ZERO.
       01 CLS-RUNS-AFTER-END        PIC 9(05) VALUE ZERO.
       01 CLS-LAST-CLOSED           PIC 9(06) VALUE ZERO.
      *Period buckets summed across the master
       01 CLS-MST-MTD-ENTRIES       PIC S9(09) VALUE ZERO.
       01 CLS-MST-MTD-EXPENSE       PIC S9(11) VALUE ZERO.
       01 CLS-MST-MTD-REVENUE       PIC S9(11) VALUE ZERO.
       01 CLS-MST-YTD-ENTRIES       PIC S9(09) VALUE ZERO.
       01 CLS-MST-YTD-EXPENSE       PIC S9(11) VALUE ZERO.
       01 CLS-MST-YTD-REVENUE       PIC S9(11) VALUE ZERO.
       01 CLS-MST-MTD-COMMISSION    PIC S9(11) VALUE ZERO.
       01 CLS-MST-YTD-COMMISSION    PIC S9(11) VALUE ZERO.
      *Net activity the runs posted - the month from the period
      * start, the year from the year start
       01 CLS-RUN-MTD-ENTRIES       PIC S9(09) VALUE ZERO.
       01 CLS-RUN-MTD-EXPENSE       PIC S9(11) VALUE ZERO.
       01 CLS-RUN-MTD-REVENUE       PIC S9(11) VALUE ZERO.
       01 CLS-RUN-YTD-ENTRIES       PIC S9(09) VALUE ZERO.
       01 CLS-RUN-YTD-EXPENSE       PIC S9(11) VALUE ZERO.
       01 CLS-RUN-YTD-REVENUE       PIC S9(11) VALUE ZERO.
       01 CLS-RUN-MTD-COMMISSION    PIC S9(11) VALUE ZERO.
       01 CLS-RUN-YTD-COMMISSION    PIC S9(11) VALUE ZERO.
       01 CLS-EDIT-COUNT            PIC ZZZZZZ9.
       01 CLS-EDIT-SIGNED           PIC -(10)9.
       01 CLS-EDIT-RC               PIC ZZZ9.
       01 CLS-MST-STATUS            PIC X(01).
          88 MASTER-END-OF-FILE        VALUE 'E'.
          88 MASTER-NOT-END-OF-FILE    VALUE 'R'.
       01 CLS-CAL-STATUS            PIC X(01).
          88 CAL-END-OF-FILE           VALUE 'E'.
          88 CAL-NOT-END-OF-FILE       VALUE 'R'.
       01 CLS-HIST-STATUS           PIC X(01).
          88 CLOSE-HIST-END-OF-FILE    VALUE 'E'.
          88 CLOSE-HIST-NOT-END-OF-FILE VALUE 'R'.
       01 CLS-RUN-STATUS            PIC X(01).
          88 RUN-HIST-END-OF-FILE      VALUE 'E'.
          88 RUN-HIST-NOT-END-OF-FILE  VALUE 'R'.
       01 CLS-PERIOD-FOUND-SW       PIC X(01) VALUE 'N'.
          88 PERIOD-ON-CALENDAR        VALUE 'Y'.
       01 CLS-REFUSED-SW            PIC X(01) VALUE 'N'.
          88 CLOSE-REFUSED             VALUE 'Y'.
      *The period being closed, from the fiscal calendar
       01 CLS-PERIOD-START          PIC 9(08) VALUE ZERO.
       01 CLS-PERIOD-END            PIC 9(08) VALUE ZERO.
       01 CLS-YEAR-START            PIC 9(08) VALUE ZERO.
       01 CLS-YEAR-END-SW           PIC X(01) VALUE 'N'.
          88 CLOSING-YEAR-END          VALUE 'Y'.
      *One tie of master buckets against posted runs, for the
      * report
       01 W-TIE-LABEL               PIC X(33) VALUE SPACE.
       01 W-TIE-MASTER              PIC S9(11) VALUE ZERO.
       01 W-TIE-RUNS                PIC S9(11) VALUE ZERO.
      *Run options resolved from the PARMCARD control cards
       01 CLOSE-PERIOD-PARM    PIC 9(06) VALUE ZERO.
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
           DISPLAY 'TOURCLS STARTED...'
           PERFORM READ-PARM-CARDS
           IF CLOSE-PERIOD-PARM = ZERO
             DISPLAY 'TOURCLS *** CLOSE-PERIOD CARD MISSING ***'
             SET PARM-CARDS-INVALID TO TRUE
           END-IF
           CALL 'GETBDATE' USING CLS-RUN-DATE CLS-BDATE-RESULT
           IF NOT BUSINESS-DATE-VALID
             DISPLAY 'TOURCLS *** BUSINESS DATE NOT AVAILABLE ***'
             SET PARM-CARDS-INVALID TO TRUE
           END-IF
           IF PARM-CARDS-INVALID
             DISPLAY 'TOURCLS *** RUN REFUSED - PARAMETER ERRORS ***'
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM INIT
             PERFORM FIND-FISCAL-PERIOD
             IF NOT CLOSE-REFUSED
               PERFORM CHECK-CLOSE-HISTORY
             END-IF
             IF NOT CLOSE-REFUSED
               PERFORM TOTAL-RUN-HISTORY
               PERFORM TOTAL-MASTER-BUCKETS
               PERFORM WRITE-TIE-LINES
             END-IF
             IF NOT CLOSE-REFUSED
               PERFORM WRITE-CLOSED-GENERATION
               PERFORM APPEND-CLOSE-HISTORY
             END-IF
             PERFORM END-PROCESS
           END-IF
           IF RETURN-CODE = ZERO
             DISPLAY 'TOURCLS SUCCESSFUL'
           ELSE
             DISPLAY 'TOURCLS COMPLETED WITH ERRORS'
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
      *  its option.  The period is a full six digit
      *  year and month
      **********************************************
       APPLY-ONE-PARM-CARD.
           MOVE SPACE TO W-PARM-KEYWORD
           MOVE SPACE TO W-PARM-VALUE
           UNSTRING PARM-CARD DELIMITED BY '='
             INTO W-PARM-KEYWORD W-PARM-VALUE
           EVALUATE W-PARM-KEYWORD
             WHEN 'CLOSE-PERIOD'
               PERFORM EDIT-NUMERIC-VALUE
               IF NOT VALUE-IN-ERROR
                 IF W-DIGIT-COUNT NOT = 6
                   SET VALUE-IN-ERROR TO TRUE
                 ELSE
                   MOVE W-PARM-NUMBER TO CLOSE-PERIOD-PARM
                 END-IF
               END-IF
             WHEN OTHER
               SET VALUE-IN-ERROR TO TRUE
           END-EVALUATE
           IF VALUE-IN-ERROR
             DISPLAY 'TOURCLS *** INVALID PARAMETER CARD: '
                 PARM-CARD (1:40) ' ***'
             SET PARM-CARDS-INVALID TO TRUE
             MOVE 'N' TO W-VALUE-ERROR-SW
           END-IF.

      **********************************************
      * Unsigned digits only, left justified, at
      *  most six of them - anything else fails the
      *  card
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
      * Open the report and head it
      **********************************************
       INIT.
           OPEN OUTPUT CLSRPT
           ACCEPT CLS-RUN-TIME FROM TIME
           MOVE SPACE TO CLS-LINE
           STRING 'TOURCLS PERIOD CLOSE ' DELIMITED BY SIZE
             CLOSE-PERIOD-PARM DELIMITED BY SIZE
             '   RUN ' DELIMITED BY SIZE
             CLS-RUN-DATE DELIMITED BY SIZE
             INTO CLS-LINE
           WRITE CLS-LINE.

      **********************************************
      * Find the period on the fiscal calendar - a
      *  period finance has not set up cannot be
      *  closed
      **********************************************
       FIND-FISCAL-PERIOD.
           OPEN INPUT FISCCAL
           SET CAL-NOT-END-OF-FILE TO TRUE
           PERFORM READ-FISCAL-PERIOD
             UNTIL CAL-END-OF-FILE OR PERIOD-ON-CALENDAR
           CLOSE FISCCAL
           IF PERIOD-ON-CALENDAR
             MOVE SPACE TO CLS-LINE
             STRING 'PERIOD RUNS ' DELIMITED BY SIZE
               CLS-PERIOD-START DELIMITED BY SIZE
               ' TO ' DELIMITED BY SIZE
               CLS-PERIOD-END DELIMITED BY SIZE
               '  FISCAL YEAR FROM ' DELIMITED BY SIZE
               CLS-YEAR-START DELIMITED BY SIZE
               INTO CLS-LINE
             WRITE CLS-LINE
             IF CLOSING-YEAR-END
               MOVE 'YEAR-END CLOSE - YEAR-TO-DATE BUCKETS RESET'
                 TO CLS-LINE
               WRITE CLS-LINE
             END-IF
           ELSE
             MOVE '*** CLOSE REFUSED - PERIOD NOT ON FISCAL CALENDAR'
               TO CLS-LINE
             PERFORM REFUSE-CLOSE
           END-IF.

       READ-FISCAL-PERIOD.
           READ FISCCAL
           AT END
             SET CAL-END-OF-FILE TO TRUE
           NOT AT END
             IF FC-PERIOD = CLOSE-PERIOD-PARM
               SET PERIOD-ON-CALENDAR TO TRUE
               MOVE FC-PERIOD-START TO CLS-PERIOD-START
               MOVE FC-PERIOD-END TO CLS-PERIOD-END
               MOVE FC-YEAR-START TO CLS-YEAR-START
               IF FC-YEAR-END
                 SET CLOSING-YEAR-END TO TRUE
               END-IF
             END-IF
           END-READ.

      **********************************************
      * A period is closed once - the period, or any
      *  later one, already on the close history
      *  refuses the close
      **********************************************
       CHECK-CLOSE-HISTORY.
           OPEN INPUT CLOSHIST
           SET CLOSE-HIST-NOT-END-OF-FILE TO TRUE
           PERFORM READ-CLOSE-HISTORY UNTIL CLOSE-HIST-END-OF-FILE
           CLOSE CLOSHIST
           IF CLS-LAST-CLOSED NOT < CLOSE-PERIOD-PARM
             MOVE SPACE TO CLS-LINE
             STRING '*** CLOSE REFUSED - PERIOD ' DELIMITED BY SIZE
               CLS-LAST-CLOSED DELIMITED BY SIZE
               ' ALREADY CLOSED' DELIMITED BY SIZE
               INTO CLS-LINE
             PERFORM REFUSE-CLOSE
           END-IF.

       READ-CLOSE-HISTORY.
           READ CLOSHIST
           AT END
             SET CLOSE-HIST-END-OF-FILE TO TRUE
           NOT AT END
             IF CH-PERIOD > CLS-LAST-CLOSED
               MOVE CH-PERIOD TO CLS-LAST-CLOSED
             END-IF
           END-READ.

      **********************************************
      * Sum what the period's runs and the year's
      *  runs posted, listing the period's runs.  A
      *  run already dated after the period end means
      *  the master holds next period's activity and
      *  the close is too late to be certified
      **********************************************
       TOTAL-RUN-HISTORY.
           MOVE 'TOURFILE RUNS IN PERIOD' TO CLS-LINE
           WRITE CLS-LINE
           OPEN INPUT RUNHIST
           SET RUN-HIST-NOT-END-OF-FILE TO TRUE
           PERFORM READ-RUN-HISTORY UNTIL RUN-HIST-END-OF-FILE
           CLOSE RUNHIST
           IF CLS-RUNS-AFTER-END NOT = ZERO
             MOVE CLS-RUNS-AFTER-END TO CLS-EDIT-COUNT
             MOVE SPACE TO CLS-LINE
             STRING '*** CLOSE REFUSED - ' DELIMITED BY SIZE
               CLS-EDIT-COUNT DELIMITED BY SIZE
               ' RUNS ALREADY POSTED AFTER PERIOD END' DELIMITED BY
                   SIZE
               INTO CLS-LINE
             PERFORM REFUSE-CLOSE
           END-IF.

      **********************************************
      * One run history record - refused runs posted
      *  nothing.  A full build restarts the bucket
      *  it falls in from its own posted figures
      **********************************************
       READ-RUN-HISTORY.
           READ RUNHIST
           AT END
             SET RUN-HIST-END-OF-FILE TO TRUE
           NOT AT END
             IF RH-RETURN-CODE < 16
               IF RH-RUN-DATE > CLS-PERIOD-END
                 ADD 1 TO CLS-RUNS-AFTER-END
               ELSE
                 IF RH-RUN-DATE NOT < CLS-YEAR-START
                   PERFORM ADD-RUN-TO-YEAR
                 END-IF
                 IF RH-RUN-DATE NOT < CLS-PERIOD-START
                   PERFORM ADD-RUN-TO-PERIOD
                 END-IF
               END-IF
             END-IF
           END-READ.

       ADD-RUN-TO-YEAR.
           ADD 1 TO CLS-RUNS-IN-YEAR
           IF NOT RH-DELTA-UPDATE
             MOVE ZERO TO CLS-RUN-YTD-ENTRIES
             MOVE ZERO TO CLS-RUN-YTD-EXPENSE
             MOVE ZERO TO CLS-RUN-YTD-REVENUE
             MOVE ZERO TO CLS-RUN-YTD-COMMISSION
           END-IF
           ADD RH-POSTED-ENTRIES TO CLS-RUN-YTD-ENTRIES
           ADD RH-POSTED-EXPENSE TO CLS-RUN-YTD-EXPENSE
           ADD RH-POSTED-REVENUE TO CLS-RUN-YTD-REVENUE
           ADD RH-POSTED-COMMISSION TO CLS-RUN-YTD-COMMISSION.

       ADD-RUN-TO-PERIOD.
           ADD 1 TO CLS-RUNS-IN-PERIOD
           IF NOT RH-DELTA-UPDATE
             MOVE ZERO TO CLS-RUN-MTD-ENTRIES
             MOVE ZERO TO CLS-RUN-MTD-EXPENSE
             MOVE ZERO TO CLS-RUN-MTD-REVENUE
             MOVE ZERO TO CLS-RUN-MTD-COMMISSION
           END-IF
           ADD RH-POSTED-ENTRIES TO CLS-RUN-MTD-ENTRIES
           ADD RH-POSTED-EXPENSE TO CLS-RUN-MTD-EXPENSE
           ADD RH-POSTED-REVENUE TO CLS-RUN-MTD-REVENUE
           ADD RH-POSTED-COMMISSION TO CLS-RUN-MTD-COMMISSION
           MOVE RH-RETURN-CODE TO CLS-EDIT-RC
           MOVE RH-POSTED-EXPENSE TO CLS-EDIT-SIGNED
           MOVE SPACE TO CLS-LINE
           STRING '  RUN ' DELIMITED BY SIZE
             RH-RUN-DATE DELIMITED BY SIZE
             ' ' DELIMITED BY SIZE
             RH-RUN-TIME DELIMITED BY SIZE
             ' MODE ' DELIMITED BY SIZE
             RH-UPDATE-MODE DELIMITED BY SIZE
             ' RC ' DELIMITED BY SIZE
             CLS-EDIT-RC DELIMITED BY SIZE
             ' EXPENSE POSTED ' DELIMITED BY SIZE
             CLS-EDIT-SIGNED DELIMITED BY SIZE
             INTO CLS-LINE
           WRITE CLS-LINE.

      **********************************************
      * First pass of the master - sum the period
      *  buckets the close is about to freeze
      **********************************************
       TOTAL-MASTER-BUCKETS.
           OPEN INPUT TOURMST
           SET MASTER-NOT-END-OF-FILE TO TRUE
           PERFORM READ-MASTER-FOR-TOTALS UNTIL MASTER-END-OF-FILE
           CLOSE TOURMST.

       READ-MASTER-FOR-TOTALS.
           READ TOURMST
           AT END
             SET MASTER-END-OF-FILE TO TRUE
           NOT AT END
             ADD 1 TO CLS-TOURS-READ
             ADD M-MTD-ENTRIES TO CLS-MST-MTD-ENTRIES
             ADD M-MTD-EXPENSE TO CLS-MST-MTD-EXPENSE
             ADD M-MTD-REVENUE TO CLS-MST-MTD-REVENUE
             ADD M-YTD-ENTRIES TO CLS-MST-YTD-ENTRIES
             ADD M-YTD-EXPENSE TO CLS-MST-YTD-EXPENSE
             ADD M-YTD-REVENUE TO CLS-MST-YTD-REVENUE
             ADD M-MTD-COMMISSION TO CLS-MST-MTD-COMMISSION
             ADD M-YTD-COMMISSION TO CLS-MST-YTD-COMMISSION
           END-READ.

      **********************************************
      * Each bucket total on the master against what
      *  the runs posted - any difference refuses the
      *  close
      **********************************************
       WRITE-TIE-LINES.
           MOVE CLS-RUNS-IN-PERIOD TO CLS-EDIT-COUNT
           MOVE SPACE TO CLS-LINE
           STRING 'RUNS IN PERIOD.................. ' DELIMITED BY
               SIZE
             CLS-EDIT-COUNT DELIMITED BY SIZE
             INTO CLS-LINE
           WRITE CLS-LINE

           MOVE CLS-RUNS-IN-YEAR TO CLS-EDIT-COUNT
           MOVE SPACE TO CLS-LINE
           STRING 'RUNS IN YEAR TO DATE............ ' DELIMITED BY
               SIZE
             CLS-EDIT-COUNT DELIMITED BY SIZE
             INTO CLS-LINE
           WRITE CLS-LINE

           MOVE CLS-TOURS-READ TO CLS-EDIT-COUNT
           MOVE SPACE TO CLS-LINE
           STRING 'TOURS ON MASTER................. ' DELIMITED BY
               SIZE
             CLS-EDIT-COUNT DELIMITED BY SIZE
             INTO CLS-LINE
           WRITE CLS-LINE

           MOVE 'BUCKET TOTAL           ON MASTER' TO CLS-LINE
           MOVE 'POSTED BY RUNS' TO CLS-LINE (48:14)
           WRITE CLS-LINE

           MOVE 'MTD ENTRIES..................... ' TO W-TIE-LABEL
           MOVE CLS-MST-MTD-ENTRIES TO W-TIE-MASTER
           MOVE CLS-RUN-MTD-ENTRIES TO W-TIE-RUNS
           PERFORM WRITE-ONE-TIE-LINE
           MOVE 'MTD EXPENSE..................... ' TO W-TIE-LABEL
           MOVE CLS-MST-MTD-EXPENSE TO W-TIE-MASTER
           MOVE CLS-RUN-MTD-EXPENSE TO W-TIE-RUNS
           PERFORM WRITE-ONE-TIE-LINE
           MOVE 'MTD REVENUE..................... ' TO W-TIE-LABEL
           MOVE CLS-MST-MTD-REVENUE TO W-TIE-MASTER
           MOVE CLS-RUN-MTD-REVENUE TO W-TIE-RUNS
           PERFORM WRITE-ONE-TIE-LINE
           MOVE 'MTD COMMISSION.................. ' TO W-TIE-LABEL
           MOVE CLS-MST-MTD-COMMISSION TO W-TIE-MASTER
           MOVE CLS-RUN-MTD-COMMISSION TO W-TIE-RUNS
           PERFORM WRITE-ONE-TIE-LINE
           MOVE 'YTD ENTRIES..................... ' TO W-TIE-LABEL
           MOVE CLS-MST-YTD-ENTRIES TO W-TIE-MASTER
           MOVE CLS-RUN-YTD-ENTRIES TO W-TIE-RUNS
           PERFORM WRITE-ONE-TIE-LINE
           MOVE 'YTD EXPENSE..................... ' TO W-TIE-LABEL
           MOVE CLS-MST-YTD-EXPENSE TO W-TIE-MASTER
           MOVE CLS-RUN-YTD-EXPENSE TO W-TIE-RUNS
           PERFORM WRITE-ONE-TIE-LINE
           MOVE 'YTD REVENUE..................... ' TO W-TIE-LABEL
           MOVE CLS-MST-YTD-REVENUE TO W-TIE-MASTER
           MOVE CLS-RUN-YTD-REVENUE TO W-TIE-RUNS
           PERFORM WRITE-ONE-TIE-LINE
           MOVE 'YTD COMMISSION.................. ' TO W-TIE-LABEL
           MOVE CLS-MST-YTD-COMMISSION TO W-TIE-MASTER
           MOVE CLS-RUN-YTD-COMMISSION TO W-TIE-RUNS
           PERFORM WRITE-ONE-TIE-LINE.

       WRITE-ONE-TIE-LINE.
           MOVE W-TIE-MASTER TO CLS-EDIT-SIGNED
           MOVE SPACE TO CLS-LINE
           STRING W-TIE-LABEL DELIMITED BY SIZE
             CLS-EDIT-SIGNED DELIMITED BY SIZE
             INTO CLS-LINE
           MOVE W-TIE-RUNS TO CLS-EDIT-SIGNED
           MOVE CLS-EDIT-SIGNED TO CLS-LINE (51:11)
           IF W-TIE-MASTER NOT = W-TIE-RUNS
             MOVE '*** DOES NOT TIE' TO CLS-LINE (64:16)
             SET CLOSE-REFUSED TO TRUE
             MOVE 16 TO RETURN-CODE
           END-IF
           WRITE CLS-LINE.

      **********************************************
      * Second pass of the master - snapshot every
      *  tour as it stands, then write it to the next
      *  generation with the closed buckets cleared
      **********************************************
       WRITE-CLOSED-GENERATION.
           OPEN INPUT TOURMST
                OUTPUT NEWMST PERSNAP
           SET MASTER-NOT-END-OF-FILE TO TRUE
           PERFORM CLOSE-ONE-TOUR UNTIL MASTER-END-OF-FILE
           CLOSE TOURMST NEWMST PERSNAP.

       CLOSE-ONE-TOUR.
           READ TOURMST
           AT END
             SET MASTER-END-OF-FILE TO TRUE
           NOT AT END
             MOVE CLOSE-PERIOD-PARM TO SN-PERIOD
             MOVE MST-REC TO SN-MASTER-IMAGE
             WRITE SNAP-REC
             MOVE MST-REC TO NEW-REC
             MOVE ZERO TO N-MTD-ENTRIES
             MOVE ZERO TO N-MTD-EXPENSE
             MOVE ZERO TO N-MTD-REVENUE
             MOVE ZERO TO N-MTD-MARGIN
             MOVE ZERO TO N-MTD-COMMISSION
             MOVE ZERO TO N-MTD-NET-MARGIN
             IF CLOSING-YEAR-END
               MOVE ZERO TO N-YTD-ENTRIES
               MOVE ZERO TO N-YTD-EXPENSE
               MOVE ZERO TO N-YTD-REVENUE
               MOVE ZERO TO N-YTD-MARGIN
               MOVE ZERO TO N-YTD-COMMISSION
               MOVE ZERO TO N-YTD-NET-MARGIN
             END-IF
             WRITE NEW-REC
             ADD 1 TO CLS-TOURS-WRITTEN
           END-READ.

      **********************************************
      * Record the certified close so the period can
      *  never be closed again
      **********************************************
       APPEND-CLOSE-HISTORY.
           MOVE CLOSE-PERIOD-PARM TO CH-PERIOD
           MOVE CLS-RUN-DATE TO CH-CLOSE-DATE
           MOVE CLS-RUN-TIME TO CH-CLOSE-TIME
           MOVE CLS-YEAR-END-SW TO CH-YEAR-END-SW
           MOVE CLS-TOURS-WRITTEN TO CH-TOURS
           MOVE CLS-RUNS-IN-PERIOD TO CH-RUNS
           MOVE CLS-MST-MTD-ENTRIES TO CH-MTD-ENTRIES
           MOVE CLS-MST-MTD-EXPENSE TO CH-MTD-EXPENSE
           MOVE CLS-MST-MTD-REVENUE TO CH-MTD-REVENUE
           MOVE CLS-MST-YTD-ENTRIES TO CH-YTD-ENTRIES
           MOVE CLS-MST-YTD-EXPENSE TO CH-YTD-EXPENSE
           MOVE CLS-MST-YTD-REVENUE TO CH-YTD-REVENUE
           OPEN EXTEND CLOSHIST
           WRITE CLOSE-HIST-REC
           CLOSE CLOSHIST.

      **********************************************
      * The reason a close is refused is already in
      *  the report line - write it and stop
      **********************************************
       REFUSE-CLOSE.
           WRITE CLS-LINE
           SET CLOSE-REFUSED TO TRUE
           MOVE 16 TO RETURN-CODE.

      **********************************************
      * The verdict, the certification block, and
      *  close
      **********************************************
       END-PROCESS.
           IF CLOSE-REFUSED
             MOVE SPACE TO CLS-LINE
             STRING '*** PERIOD ' DELIMITED BY SIZE
               CLOSE-PERIOD-PARM DELIMITED BY SIZE
               ' NOT CLOSED - MASTER UNCHANGED ***' DELIMITED BY SIZE
               INTO CLS-LINE
             WRITE CLS-LINE
             DISPLAY 'TOURCLS *** CLOSE REFUSED - SEE CLSRPT ***'
           ELSE
             MOVE CLS-TOURS-WRITTEN TO CLS-EDIT-COUNT
             MOVE SPACE TO CLS-LINE
             STRING 'TOURS SNAPSHOT AND CARRIED...... ' DELIMITED BY
                 SIZE
               CLS-EDIT-COUNT DELIMITED BY SIZE
               INTO CLS-LINE
             WRITE CLS-LINE
             MOVE SPACE TO CLS-LINE
             STRING '*** PERIOD ' DELIMITED BY SIZE
               CLOSE-PERIOD-PARM DELIMITED BY SIZE
               ' CLOSED - BUCKETS TIE TO RUN HISTORY ***'
                 DELIMITED BY SIZE
               INTO CLS-LINE
             WRITE CLS-LINE
             MOVE SPACE TO CLS-LINE
             WRITE CLS-LINE
             MOVE 'CERTIFIED BY ____________________   DATE __________'
               TO CLS-LINE
             WRITE CLS-LINE
           END-IF
           CLOSE CLSRPT.
       END PROGRAM 'TOURCLS'.
