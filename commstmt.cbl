      ******************************************************************
      * COMMSTMT - monthly commission statement by regional office     *
      *                                                                *
      * Payroll's statement of the commission each regional office    *
      * earned in a fiscal period.  TOURFILE works out commission on  *
      * every detail it accepts, from its converted revenue at the    *
      * office's rate on COMMRATE (maintained by COMMMNT), and keeps  *
      * the rate and the commission on the detail's TOURHIST record.  *
      * A cancellation carries the commission it took back.           *
      *                                                                *
      * The details the period's TOURFILE runs wrote are sorted by    *
      * office, tour and rate and listed a page to an office - each  *
      * tour at each rate with its bookings, revenue, rate and the    *
      * commission due, net of cancellations, and the office total.   *
      * The period's dates come from the fiscal calendar (FISCCAL).   *
      *                                                                *
      * The runs counted are the ones TOURGL journals - runs refused  *
      * with return code 16 or higher posted nothing, and a full      *
      * build restates the whole history under its own date, so only *
      * the first run on the run history may be a full build.  Each   *
      * run in the period is listed with whether it was counted.      *
      *                                                                *
      * The control page ties each office's bookings and              *
      * cancellations - details, revenue and commission - to the     *
      * office rollup records (OFFRLLUP) the same runs wrote.         *
      *                                                                *
      * Options come from the PARMCARD keyword control card file:     *
      *   STATEMENT-PERIOD=yyyymm  the fiscal period (required)       *
      *                                                                *
      * The statement is refused with return code 16 when the         *
      * parameters are in error, the period is not on the fiscal      *
      * calendar, the run date table fills, or TOURRET has already    *
      * archived details run inside the period.  Statements that do  *
      * not tie to the office rollups set return code 8.              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMSTMT.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT TOURHIST ASSIGN TO TOURHIST.
           SELECT OFFRLLUP ASSIGN TO OFFRLLUP.
           SELECT RUNHIST  ASSIGN TO RUNHIST.
           SELECT FISCCAL  ASSIGN TO FISCCAL.
           SELECT CMSRPT   ASSIGN TO CMSRPT.
           SELECT PARMCARD ASSIGN TO PARMCARD.
           SELECT SORTWORK ASSIGN TO SORTWORK.
      *
       DATA DIVISION.
       FILE SECTION.
      *Detail history written by TOURFILE - in the layout TOURFILE
      * writes, with any archive summaries TOURRET left
       FD TOURHIST RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 DETAIL-HIST-REC.
          03 DH-TOUR-CODE              PIC X(03).
          03 DH-TOUR-NAME              PIC X(20).
          03 DH-TOUR-EXPENSE           PIC 9(07).
          03 DH-NUMBER-ENTRIES         PIC 9(03).
          03 DH-TOUR-PRICE             PIC 9(07).
          03 DH-CURRENCY-CODE          PIC X(03).
          03 DH-ENTRY-DATE             PIC 9(08).
          03 DH-SOURCE-OFFICE          PIC X(01).
          03 DH-FX-RATE                PIC 9(03)V9(04).
          03 DH-BASE-EXPENSE           PIC 9(07).
          03 DH-BASE-PRICE             PIC 9(07).
          03 DH-RUN-DATE               PIC 9(08).
          03 DH-TRAN-TYPE              PIC X(01).
             88 DH-CANCELLATION        VALUE 'C'.
             88 DH-ARCHIVE-SUMMARY     VALUE 'S'.
          03 DH-ORIG-RUN-DATE          PIC 9(08).
          03 DH-COMM-RATE              PIC 9(02)V9(03).
          03 DH-COMMISSION             PIC 9(09).
      *Archive summary - DS-ARCHIVED-BEFORE sits where a detail
      * carries its run date
       01 DETAIL-SUMMARY-REC.
          03 DS-TOUR-CODE              PIC X(03).
          03 DS-TOUR-NAME              PIC X(20).
          03 DS-ROWS-ARCHIVED          PIC 9(07).
          03 DS-NUMBER-ENTRIES         PIC S9(07).
          03 DS-TOTAL-EXPENSE          PIC S9(11).
          03 DS-TOTAL-REVENUE          PIC S9(11).
          03 DS-FIRST-RUN-DATE         PIC 9(08).
          03 FILLER                    PIC X(06).
          03 DS-ARCHIVED-BEFORE        PIC 9(08).
          03 DS-TRAN-TYPE              PIC X(01).
          03 DS-ARCHIVE-DATE           PIC 9(08).
          03 FILLER                    PIC X(05).
          03 DS-TOTAL-COMMISSION       PIC S9(09).
      *Office rollup records written by TOURFILE, one per office
      * per run
       FD OFFRLLUP RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 OFFICE-ROLLUP-REC.
          03 OFR-SOURCE-OFFICE         PIC X(01).
          03 OFR-RECORDS               PIC 9(07).
          03 OFR-ENTRIES               PIC 9(09).
          03 OFR-EXPENSE               PIC 9(11).
          03 OFR-REVENUE               PIC 9(11).
          03 OFR-MARGIN                PIC S9(11).
          03 OFR-CAN-RECORDS           PIC 9(07).
          03 OFR-CAN-ENTRIES           PIC 9(09).
          03 OFR-CAN-EXPENSE           PIC 9(11).
          03 OFR-CAN-REVENUE           PIC 9(11).
          03 OFR-COMMISSION            PIC 9(11).
          03 OFR-CAN-COMMISSION        PIC 9(11).
          03 OFR-RUN-DATE              PIC 9(08).
      *Run history written by TOURFILE, one record per run
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
          03 RH-SYSTEM-DATE            PIC 9(08).
          03 RH-REJ-BREAKDOWN          PIC 9(07).
          03 RH-COMPONENTS-READ        PIC 9(07).
          03 RH-COMPONENTS-WRITTEN     PIC 9(07).
          03 RH-POSTED-COMMISSION      PIC S9(11).
      *Fiscal calendar maintained by finance - one record per
      * fiscal period with its first and last business dates
       FD FISCCAL RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 FISCAL-REC.
          03 FC-PERIOD                 PIC 9(06).
          03 FC-PERIOD-START           PIC 9(08).
          03 FC-PERIOD-END             PIC 9(08).
          03 FC-YEAR-START             PIC 9(08).
          03 FC-YEAR-END-SW            PIC X(01).
             88 FC-YEAR-END            VALUE 'Y'.
      *Commission statement report
       FD CMSRPT RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 CMS-LINE                     PIC X(80).
      *Keyword control cards carrying the run options, one
      * KEYWORD=VALUE per card ('*' in column 1 comments a
      * card out)
       FD PARMCARD RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 PARM-CARD                    PIC X(80).
      *Sort work file - office, tour and rate sequence for the
      * statement, one record per detail counted
       SD SORTWORK.
       01 SORT-REC.
          03 SRT-SOURCE-OFFICE         PIC X(01).
          03 SRT-TOUR-CODE             PIC X(03).
          03 SRT-COMM-RATE             PIC 9(02)V9(03).
          03 SRT-TOUR-NAME             PIC X(20).
          03 SRT-TRAN-TYPE             PIC X(01).
             88 SRT-CANCELLATION       VALUE 'C'.
          03 SRT-NUMBER-ENTRIES        PIC 9(03).
          03 SRT-REVENUE               PIC 9(09).
          03 SRT-COMMISSION            PIC 9(09).
          03 SRT-RUN-DATE              PIC 9(08).

       WORKING-STORAGE SECTION.
       01 CMS-HIST-READ             PIC 9(09) VALUE ZERO.
       01 CMS-DETAILS-IN-PERIOD     PIC 9(09) VALUE ZERO.
       01 CMS-DETAILS-PASSED-OVER   PIC 9(09) VALUE ZERO.
       01 CMS-DETAILS-NO-OFFICE     PIC 9(09) VALUE ZERO.
       01 CMS-DETAILS-RELEASED      PIC 9(09) VALUE ZERO.
       01 CMS-DETAILS-REPORTED      PIC 9(09) VALUE ZERO.
       01 CMS-REVENUE-RELEASED      PIC 9(13) VALUE ZERO.
       01 CMS-REVENUE-REPORTED      PIC 9(13) VALUE ZERO.
       01 CMS-SUMMARIES-IN-PERIOD   PIC 9(07) VALUE ZERO.
       01 CMS-RUNS-COUNTED          PIC 9(05) VALUE ZERO.
       01 CMS-RUNS-PASSED-OVER      PIC 9(05) VALUE ZERO.
       01 CMS-ROLLUPS-READ          PIC 9(07) VALUE ZERO.
       01 CMS-ROLLUPS-USED          PIC 9(07) VALUE ZERO.
       01 CMS-RUN-DATE              PIC 9(08) VALUE ZERO.
       01 CMS-BDATE-RESULT          PIC X(01) VALUE SPACE.
          88 BUSINESS-DATE-VALID       VALUE 'V'.
       01 CMS-EDIT-COUNT            PIC ZZZZZZZZ9.
       01 CMS-EDIT-ENTRIES          PIC -(6)9.
       01 CMS-EDIT-AMOUNT           PIC -(11)9.
       01 CMS-EDIT-RATE             PIC Z9.999.
       01 CMS-EDIT-TOTAL            PIC ZZZZZZZZZZZ9.
       01 CMS-EDIT-RC               PIC ZZZ9.
       01 CMS-HIST-STATUS           PIC X(01).
          88 HIST-END-OF-FILE          VALUE 'E'.
          88 HIST-NOT-END-OF-FILE      VALUE 'R'.
       01 CMS-ROLLUP-STATUS         PIC X(01).
          88 ROLLUP-END-OF-FILE        VALUE 'E'.
          88 ROLLUP-NOT-END-OF-FILE    VALUE 'R'.
       01 CMS-RUN-STATUS            PIC X(01).
          88 RUN-HIST-END-OF-FILE      VALUE 'E'.
          88 RUN-HIST-NOT-END-OF-FILE  VALUE 'R'.
       01 CMS-CAL-STATUS            PIC X(01).
          88 CAL-END-OF-FILE           VALUE 'E'.
          88 CAL-NOT-END-OF-FILE       VALUE 'R'.
       01 CMS-SORT-STATUS           PIC X(01).
          88 SORT-END-OF-FILE          VALUE 'E'.
          88 SORT-NOT-END-OF-FILE      VALUE 'R'.
       01 CMS-PERIOD-FOUND-SW       PIC X(01) VALUE 'N'.
          88 PERIOD-ON-CALENDAR        VALUE 'Y'.
       01 CMS-PRIOR-RUN-SW          PIC X(01) VALUE 'N'.
          88 PRIOR-RUN-SEEN            VALUE 'Y'.
       01 CMS-DATE-TABLE-SW         PIC X(01) VALUE 'N'.
          88 RUN-DATE-TABLE-FULL       VALUE 'Y'.
       01 CMS-REFUSED-SW            PIC X(01) VALUE 'N'.
          88 STATEMENT-REFUSED         VALUE 'Y'.
      *The period being reported, from the fiscal calendar
       01 CMS-PERIOD-START          PIC 9(08) VALUE ZERO.
       01 CMS-PERIOD-END            PIC 9(08) VALUE ZERO.
      *Run dates counted for the period - a date is counted when
      * a run on it counts, whatever else ran that day
       01 RUN-DATE-TABLE.
          03 RUN-DATE-ENTRY OCCURS 62 TIMES.
            05 RDT-RUN-DATE          PIC 9(08).
       01 RDT-ENTRY-COUNT           PIC 9(03) VALUE ZERO.
       01 RDT-IX                    PIC 9(03) VALUE ZERO.
       01 RDT-FOUND-IX              PIC 9(03) VALUE ZERO.
       01 W-LOOKUP-DATE             PIC 9(08) VALUE ZERO.
      *Per office - what the statement reports and what the
      * office rollups of the same runs carry
       01 OFFICE-TABLE.
          03 OFFICE-ENTRY OCCURS 3 TIMES.
            05 CMO-RECORDS           PIC 9(09).
            05 CMO-REVENUE           PIC 9(13).
            05 CMO-COMMISSION        PIC 9(13).
            05 CMO-CAN-RECORDS       PIC 9(09).
            05 CMO-CAN-REVENUE       PIC 9(13).
            05 CMO-CAN-COMMISSION    PIC 9(13).
            05 CMO-ROLL-RECORDS      PIC 9(09).
            05 CMO-ROLL-REVENUE      PIC 9(13).
            05 CMO-ROLL-COMMISSION   PIC 9(13).
            05 CMO-ROLL-CAN-RECORDS  PIC 9(09).
            05 CMO-ROLL-CAN-REVENUE  PIC 9(13).
            05 CMO-ROLL-CAN-COMMISSION PIC 9(13).
       01 CMS-OFFICE-IX             PIC 9(01) VALUE ZERO.
      *The office, tour and rate in hand and their running
      * totals, net of cancellations
       01 W-OFFICE                  PIC X(01) VALUE SPACE.
       01 W-TOUR-CODE               PIC X(03) VALUE SPACE.
       01 W-TOUR-NAME               PIC X(20) VALUE SPACE.
       01 W-COMM-RATE               PIC 9(02)V9(03) VALUE ZERO.
       01 W-TOUR-ENTRIES            PIC S9(07) VALUE ZERO.
       01 W-TOUR-REVENUE            PIC S9(13) VALUE ZERO.
       01 W-TOUR-COMMISSION         PIC S9(13) VALUE ZERO.
       01 W-OFFICE-LINES            PIC 9(05) VALUE ZERO.
       01 W-OFFICE-ENTRIES          PIC S9(07) VALUE ZERO.
       01 W-OFFICE-REVENUE          PIC S9(13) VALUE ZERO.
       01 W-OFFICE-COMMISSION       PIC S9(13) VALUE ZERO.
      *One tie of the statement against the office rollups, for
      * the control page
       01 W-TIE-LABEL               PIC X(33) VALUE SPACE.
       01 W-TIE-STATEMENT           PIC 9(13) VALUE ZERO.
       01 W-TIE-ROLLUP              PIC 9(13) VALUE ZERO.
      *Run options resolved from the PARMCARD control cards
       01 STATEMENT-PERIOD-PARM     PIC 9(06) VALUE ZERO.
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
           DISPLAY 'COMMSTMT STARTED...'
           PERFORM READ-PARM-CARDS
           IF STATEMENT-PERIOD-PARM = ZERO
             DISPLAY 'COMMSTMT *** STATEMENT-PERIOD CARD MISSING ***'
             SET PARM-CARDS-INVALID TO TRUE
           END-IF
           CALL 'GETBDATE' USING CMS-RUN-DATE CMS-BDATE-RESULT
           IF NOT BUSINESS-DATE-VALID
             DISPLAY 'COMMSTMT *** BUSINESS DATE NOT AVAILABLE ***'
             SET PARM-CARDS-INVALID TO TRUE
           END-IF
           IF PARM-CARDS-INVALID
             DISPLAY 'COMMSTMT *** RUN REFUSED - PARAMETER ERRORS ***'
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM INIT
             PERFORM FIND-FISCAL-PERIOD
             IF NOT STATEMENT-REFUSED
               PERFORM LIST-PERIOD-RUNS
             END-IF
             IF NOT STATEMENT-REFUSED
               PERFORM TOTAL-OFFICE-ROLLUPS
               SORT SORTWORK ON ASCENDING KEY SRT-SOURCE-OFFICE
                                              SRT-TOUR-CODE
                                              SRT-COMM-RATE
                 INPUT PROCEDURE IS SELECT-PERIOD-DETAILS
                 OUTPUT PROCEDURE IS WRITE-STATEMENTS
             END-IF
             PERFORM END-PROCESS
           END-IF
           IF RETURN-CODE = ZERO
             DISPLAY 'COMMSTMT SUCCESSFUL'
           ELSE
             DISPLAY 'COMMSTMT COMPLETED WITH ERRORS'
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
             WHEN 'STATEMENT-PERIOD'
               PERFORM EDIT-NUMERIC-VALUE
               IF NOT VALUE-IN-ERROR
                 IF W-DIGIT-COUNT NOT = 6
                   SET VALUE-IN-ERROR TO TRUE
                 ELSE
                   MOVE W-PARM-NUMBER TO STATEMENT-PERIOD-PARM
                 END-IF
               END-IF
             WHEN OTHER
               SET VALUE-IN-ERROR TO TRUE
           END-EVALUATE
           IF VALUE-IN-ERROR
             DISPLAY 'COMMSTMT *** INVALID PARAMETER CARD: '
                 PARM-CARD (1:40) ' ***'
             SET PARM-CARDS-INVALID TO TRUE
             MOVE 'N' TO W-VALUE-ERROR-SW
           END-IF.

      **********************************************
      * Unsigned digits only, left justified, at
      *  most eight of them - anything else fails
      *  the card
      **********************************************
       EDIT-NUMERIC-VALUE.
           MOVE ZERO TO W-PARM-NUMBER
           MOVE ZERO TO W-DIGIT-COUNT
           MOVE 'N' TO W-VALUE-ENDED-SW
           PERFORM EDIT-ONE-VALUE-CHAR
             VARYING W-VALUE-IX FROM 1 BY 1
             UNTIL W-VALUE-IX > 20 OR VALUE-IN-ERROR
           IF W-DIGIT-COUNT = ZERO OR W-DIGIT-COUNT > 8
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
           OPEN OUTPUT CMSRPT
           INITIALIZE OFFICE-TABLE
           MOVE SPACE TO CMS-LINE
           STRING 'COMMSTMT OFFICE COMMISSION STATEMENTS   PERIOD '
               DELIMITED BY SIZE
             STATEMENT-PERIOD-PARM DELIMITED BY SIZE
             '   PREPARED ' DELIMITED BY SIZE
             CMS-RUN-DATE DELIMITED BY SIZE
             INTO CMS-LINE
           WRITE CMS-LINE.

      **********************************************
      * Find the period on the fiscal calendar - a
      *  period finance has not set up cannot be
      *  reported
      **********************************************
       FIND-FISCAL-PERIOD.
           OPEN INPUT FISCCAL
           SET CAL-NOT-END-OF-FILE TO TRUE
           PERFORM READ-FISCAL-PERIOD
             UNTIL CAL-END-OF-FILE OR PERIOD-ON-CALENDAR
           CLOSE FISCCAL
           IF PERIOD-ON-CALENDAR
             MOVE SPACE TO CMS-LINE
             STRING 'PERIOD RUNS ' DELIMITED BY SIZE
               CMS-PERIOD-START DELIMITED BY SIZE
               ' TO ' DELIMITED BY SIZE
               CMS-PERIOD-END DELIMITED BY SIZE
               INTO CMS-LINE
             WRITE CMS-LINE
           ELSE
             MOVE '*** STATEMENT REFUSED - PERIOD NOT ON CALENDAR'
               TO CMS-LINE
             PERFORM REFUSE-STATEMENT
           END-IF.

       READ-FISCAL-PERIOD.
           READ FISCCAL
           AT END
             SET CAL-END-OF-FILE TO TRUE
           NOT AT END
             IF FC-PERIOD = STATEMENT-PERIOD-PARM
               SET PERIOD-ON-CALENDAR TO TRUE
               MOVE FC-PERIOD-START TO CMS-PERIOD-START
               MOVE FC-PERIOD-END TO CMS-PERIOD-END
             END-IF
           END-READ.

      **********************************************
      * List the period's runs from the run history
      *  and keep the dates of the ones counted
      **********************************************
       LIST-PERIOD-RUNS.
           MOVE SPACE TO CMS-LINE
           WRITE CMS-LINE
           MOVE 'TOURFILE RUNS IN PERIOD' TO CMS-LINE
           WRITE CMS-LINE
           OPEN INPUT RUNHIST
           SET RUN-HIST-NOT-END-OF-FILE TO TRUE
           PERFORM READ-RUN-HISTORY UNTIL RUN-HIST-END-OF-FILE
           CLOSE RUNHIST
           IF CMS-RUNS-COUNTED = ZERO
             MOVE '  NO COUNTED RUNS IN THE PERIOD' TO CMS-LINE
             WRITE CMS-LINE
           END-IF
           IF RUN-DATE-TABLE-FULL
             MOVE '*** STATEMENT REFUSED - RUN DATE TABLE FULL'
               TO CMS-LINE
             PERFORM REFUSE-STATEMENT
           END-IF.

      **********************************************
      * One run history record.  A refused run
      *  posted nothing; a full build is counted only
      *  as the first run on the history
      **********************************************
       READ-RUN-HISTORY.
           READ RUNHIST
           AT END
             SET RUN-HIST-END-OF-FILE TO TRUE
           NOT AT END
             IF RH-RUN-DATE NOT < CMS-PERIOD-START
                AND RH-RUN-DATE NOT > CMS-PERIOD-END
               MOVE SPACE TO CMS-LINE
               STRING '  RUN ' DELIMITED BY SIZE
                 RH-RUN-DATE DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 RH-RUN-TIME DELIMITED BY SIZE
                 INTO CMS-LINE
               IF RH-RETURN-CODE NOT < 16
                 ADD 1 TO CMS-RUNS-PASSED-OVER
                 MOVE RH-RETURN-CODE TO CMS-EDIT-RC
                 MOVE 'PASSED OVER - REFUSED, RETURN CODE'
                   TO CMS-LINE (23:34)
                 MOVE CMS-EDIT-RC TO CMS-LINE (58:4)
               ELSE
                 IF RH-DELTA-UPDATE OR NOT PRIOR-RUN-SEEN
                   ADD 1 TO CMS-RUNS-COUNTED
                   MOVE 'COUNTED' TO CMS-LINE (23:7)
                   MOVE RH-RUN-DATE TO W-LOOKUP-DATE
                   PERFORM ADD-COUNTED-RUN-DATE
                 ELSE
                   ADD 1 TO CMS-RUNS-PASSED-OVER
                   MOVE 'PASSED OVER - FULL BUILD' TO CMS-LINE (23:24)
                 END-IF
               END-IF
               WRITE CMS-LINE
             END-IF
             IF RH-RETURN-CODE < 16
               SET PRIOR-RUN-SEEN TO TRUE
             END-IF
           END-READ.

      **********************************************
      * Keep a counted run date once - a table
      *  overflow refuses the statement rather than
      *  leave runs out of it
      **********************************************
       ADD-COUNTED-RUN-DATE.
           PERFORM FIND-COUNTED-RUN-DATE
           IF RDT-FOUND-IX = ZERO
             IF RDT-ENTRY-COUNT < 62
               ADD 1 TO RDT-ENTRY-COUNT
               MOVE RH-RUN-DATE TO RDT-RUN-DATE (RDT-ENTRY-COUNT)
             ELSE
               SET RUN-DATE-TABLE-FULL TO TRUE
             END-IF
           END-IF.

      **********************************************
      * Look W-LOOKUP-DATE up among the counted run
      *  dates - RDT-FOUND-IX is zero when it is not
      *  one of them
      **********************************************
       FIND-COUNTED-RUN-DATE.
           MOVE ZERO TO RDT-FOUND-IX
           PERFORM SCAN-RUN-DATE-ENTRY
             VARYING RDT-IX FROM 1 BY 1
             UNTIL RDT-IX > RDT-ENTRY-COUNT
                OR RDT-FOUND-IX NOT = ZERO.

       SCAN-RUN-DATE-ENTRY.
           IF RDT-RUN-DATE (RDT-IX) = W-LOOKUP-DATE
             MOVE RDT-IX TO RDT-FOUND-IX
           END-IF.

      **********************************************
      * Total the office rollups the counted runs
      *  wrote, office by office
      **********************************************
       TOTAL-OFFICE-ROLLUPS.
           OPEN INPUT OFFRLLUP
           SET ROLLUP-NOT-END-OF-FILE TO TRUE
           PERFORM READ-OFFICE-ROLLUP UNTIL ROLLUP-END-OF-FILE
           CLOSE OFFRLLUP.

       READ-OFFICE-ROLLUP.
           READ OFFRLLUP
           AT END
             SET ROLLUP-END-OF-FILE TO TRUE
           NOT AT END
             ADD 1 TO CMS-ROLLUPS-READ
             MOVE OFR-RUN-DATE TO W-LOOKUP-DATE
             PERFORM FIND-COUNTED-RUN-DATE
             IF RDT-FOUND-IX NOT = ZERO
                AND (OFR-SOURCE-OFFICE = '1' OR OFR-SOURCE-OFFICE = '2'
                 OR OFR-SOURCE-OFFICE = '3')
               ADD 1 TO CMS-ROLLUPS-USED
               MOVE OFR-SOURCE-OFFICE TO CMS-OFFICE-IX
               ADD OFR-RECORDS TO CMO-ROLL-RECORDS (CMS-OFFICE-IX)
               ADD OFR-REVENUE TO CMO-ROLL-REVENUE (CMS-OFFICE-IX)
               ADD OFR-COMMISSION
                 TO CMO-ROLL-COMMISSION (CMS-OFFICE-IX)
               ADD OFR-CAN-RECORDS
                 TO CMO-ROLL-CAN-RECORDS (CMS-OFFICE-IX)
               ADD OFR-CAN-REVENUE
                 TO CMO-ROLL-CAN-REVENUE (CMS-OFFICE-IX)
               ADD OFR-CAN-COMMISSION
                 TO CMO-ROLL-CAN-COMMISSION (CMS-OFFICE-IX)
             END-IF
           END-READ.

      **********************************************
      * Release every detail a counted run wrote in
      *  the period for offices 1 to 3 to the sort
      **********************************************
       SELECT-PERIOD-DETAILS SECTION.
           OPEN INPUT TOURHIST
           SET HIST-NOT-END-OF-FILE TO TRUE
           PERFORM READ-HIST-DETAIL UNTIL HIST-END-OF-FILE
           CLOSE TOURHIST.

      **********************************************
      * Return the sorted details as the statements,
      *  one office to a page.  Nothing is listed
      *  when the period is partly archived
      **********************************************
       WRITE-STATEMENTS SECTION.
           IF CMS-SUMMARIES-IN-PERIOD = ZERO
             SET SORT-NOT-END-OF-FILE TO TRUE
             PERFORM RETURN-ONE-DETAIL
             PERFORM REPORT-ONE-OFFICE
               VARYING CMS-OFFICE-IX FROM 1 BY 1
               UNTIL CMS-OFFICE-IX > 3
           END-IF.

      **********************************************
      * Detail paragraphs for the sort procedures
      *  above - reached only by PERFORM
      **********************************************
       STATEMENT-DETAIL SECTION.
      **********************************************
      * One history record.  An archive summary
      *  whose cutoff is past the period start means
      *  TOURRET has taken some of the period's
      *  details to the archive
      **********************************************
       READ-HIST-DETAIL.
           READ TOURHIST
           AT END
             SET HIST-END-OF-FILE TO TRUE
           NOT AT END
             ADD 1 TO CMS-HIST-READ
             IF DH-ARCHIVE-SUMMARY
               IF DS-ARCHIVED-BEFORE > CMS-PERIOD-START
                 ADD 1 TO CMS-SUMMARIES-IN-PERIOD
               END-IF
             ELSE
               IF DH-RUN-DATE NOT < CMS-PERIOD-START
                  AND DH-RUN-DATE NOT > CMS-PERIOD-END
                 ADD 1 TO CMS-DETAILS-IN-PERIOD
                 PERFORM SELECT-ONE-DETAIL
               END-IF
             END-IF
           END-READ.

      **********************************************
      * A detail in the period - released when its
      *  run was counted and it is an office's own
      **********************************************
       SELECT-ONE-DETAIL.
           MOVE DH-RUN-DATE TO W-LOOKUP-DATE
           PERFORM FIND-COUNTED-RUN-DATE
           IF RDT-FOUND-IX = ZERO
             ADD 1 TO CMS-DETAILS-PASSED-OVER
           ELSE
             IF DH-SOURCE-OFFICE = '1' OR DH-SOURCE-OFFICE = '2'
                OR DH-SOURCE-OFFICE = '3'
               MOVE DH-SOURCE-OFFICE TO SRT-SOURCE-OFFICE
               MOVE DH-TOUR-CODE TO SRT-TOUR-CODE
               MOVE DH-COMM-RATE TO SRT-COMM-RATE
               MOVE DH-TOUR-NAME TO SRT-TOUR-NAME
               MOVE DH-TRAN-TYPE TO SRT-TRAN-TYPE
               MOVE DH-NUMBER-ENTRIES TO SRT-NUMBER-ENTRIES
               COMPUTE SRT-REVENUE =
                   DH-BASE-PRICE * DH-NUMBER-ENTRIES
               MOVE DH-COMMISSION TO SRT-COMMISSION
               MOVE DH-RUN-DATE TO SRT-RUN-DATE
               ADD 1 TO CMS-DETAILS-RELEASED
               ADD SRT-REVENUE TO CMS-REVENUE-RELEASED
               RELEASE SORT-REC
             ELSE
               ADD 1 TO CMS-DETAILS-NO-OFFICE
             END-IF
           END-IF.

      **********************************************
      * Return the next sorted detail
      **********************************************
       RETURN-ONE-DETAIL.
           RETURN SORTWORK
           AT END
             SET SORT-END-OF-FILE TO TRUE
           END-RETURN.

      **********************************************
      * One office's statement on a page of its own
      *  - every office gets one, with or without
      *  activity - ending with its totals
      **********************************************
       REPORT-ONE-OFFICE.
           MOVE CMS-OFFICE-IX TO W-OFFICE
           MOVE ZERO TO W-OFFICE-LINES
           MOVE ZERO TO W-OFFICE-ENTRIES
           MOVE ZERO TO W-OFFICE-REVENUE
           MOVE ZERO TO W-OFFICE-COMMISSION
           PERFORM WRITE-OFFICE-HEADING
           PERFORM REPORT-ONE-TOUR-RATE
             UNTIL SORT-END-OF-FILE
                OR SRT-SOURCE-OFFICE NOT = W-OFFICE
           IF W-OFFICE-LINES = ZERO
             MOVE 'NO COMMISSION ACTIVITY IN THE PERIOD' TO CMS-LINE
             WRITE CMS-LINE
           END-IF
           MOVE SPACE TO CMS-LINE
           WRITE CMS-LINE
           MOVE SPACE TO CMS-LINE
           MOVE '  BOOKINGS' TO CMS-LINE (1:10)
           MOVE CMO-RECORDS (CMS-OFFICE-IX) TO CMS-EDIT-COUNT
           MOVE CMS-EDIT-COUNT TO CMS-LINE (13:9)
           MOVE 'DETAILS' TO CMS-LINE (23:7)
           MOVE CMO-REVENUE (CMS-OFFICE-IX) TO CMS-EDIT-AMOUNT
           MOVE CMS-EDIT-AMOUNT TO CMS-LINE (34:12)
           MOVE CMO-COMMISSION (CMS-OFFICE-IX) TO CMS-EDIT-AMOUNT
           MOVE CMS-EDIT-AMOUNT TO CMS-LINE (56:12)
           WRITE CMS-LINE
           MOVE SPACE TO CMS-LINE
           MOVE '  CANCELLED' TO CMS-LINE (1:11)
           MOVE CMO-CAN-RECORDS (CMS-OFFICE-IX) TO CMS-EDIT-COUNT
           MOVE CMS-EDIT-COUNT TO CMS-LINE (13:9)
           MOVE 'DETAILS' TO CMS-LINE (23:7)
           COMPUTE W-TOUR-REVENUE = 0 - CMO-CAN-REVENUE (CMS-OFFICE-IX)
           MOVE W-TOUR-REVENUE TO CMS-EDIT-AMOUNT
           MOVE CMS-EDIT-AMOUNT TO CMS-LINE (34:12)
           COMPUTE W-TOUR-COMMISSION =
               0 - CMO-CAN-COMMISSION (CMS-OFFICE-IX)
           MOVE W-TOUR-COMMISSION TO CMS-EDIT-AMOUNT
           MOVE CMS-EDIT-AMOUNT TO CMS-LINE (56:12)
           WRITE CMS-LINE
           MOVE SPACE TO CMS-LINE
           MOVE 'OFFICE' TO CMS-LINE (1:6)
           MOVE W-OFFICE TO CMS-LINE (8:1)
           MOVE 'TOTAL' TO CMS-LINE (10:5)
           MOVE W-OFFICE-ENTRIES TO CMS-EDIT-ENTRIES
           MOVE CMS-EDIT-ENTRIES TO CMS-LINE (26:7)
           MOVE W-OFFICE-REVENUE TO CMS-EDIT-AMOUNT
           MOVE CMS-EDIT-AMOUNT TO CMS-LINE (34:12)
           MOVE W-OFFICE-COMMISSION TO CMS-EDIT-AMOUNT
           MOVE CMS-EDIT-AMOUNT TO CMS-LINE (56:12)
           WRITE CMS-LINE.

      **********************************************
      * New page - the office and period, and the
      *  column headings
      **********************************************
       WRITE-OFFICE-HEADING.
           MOVE SPACE TO CMS-LINE
           STRING 'COMMSTMT COMMISSION STATEMENT   OFFICE '
               DELIMITED BY SIZE
             W-OFFICE DELIMITED BY SIZE
             '   PERIOD ' DELIMITED BY SIZE
             STATEMENT-PERIOD-PARM DELIMITED BY SIZE
             INTO CMS-LINE
           WRITE CMS-LINE AFTER ADVANCING PAGE
           MOVE SPACE TO CMS-LINE
           STRING 'TOURFILE RUNS ' DELIMITED BY SIZE
             CMS-PERIOD-START DELIMITED BY SIZE
             ' TO ' DELIMITED BY SIZE
             CMS-PERIOD-END DELIMITED BY SIZE
             '   PREPARED ' DELIMITED BY SIZE
             CMS-RUN-DATE DELIMITED BY SIZE
             INTO CMS-LINE
           WRITE CMS-LINE
           MOVE SPACE TO CMS-LINE
           WRITE CMS-LINE
           MOVE SPACE TO CMS-LINE
           MOVE 'TOUR' TO CMS-LINE (1:4)
           MOVE 'NAME' TO CMS-LINE (5:4)
           MOVE 'BOOKINGS' TO CMS-LINE (25:8)
           MOVE 'REVENUE' TO CMS-LINE (39:7)
           MOVE 'RATE %' TO CMS-LINE (48:6)
           MOVE 'COMMISSION DUE' TO CMS-LINE (54:14)
           WRITE CMS-LINE.

      **********************************************
      * One tour at one rate - its details net of
      *  cancellations on one statement line
      **********************************************
       REPORT-ONE-TOUR-RATE.
           MOVE SRT-TOUR-CODE TO W-TOUR-CODE
           MOVE SRT-TOUR-NAME TO W-TOUR-NAME
           MOVE SRT-COMM-RATE TO W-COMM-RATE
           MOVE ZERO TO W-TOUR-ENTRIES
           MOVE ZERO TO W-TOUR-REVENUE
           MOVE ZERO TO W-TOUR-COMMISSION
           PERFORM ADD-ONE-DETAIL
             UNTIL SORT-END-OF-FILE
                OR SRT-SOURCE-OFFICE NOT = W-OFFICE
                OR SRT-TOUR-CODE NOT = W-TOUR-CODE
                OR SRT-COMM-RATE NOT = W-COMM-RATE
           MOVE SPACE TO CMS-LINE
           MOVE W-TOUR-CODE TO CMS-LINE (1:3)
           MOVE W-TOUR-NAME TO CMS-LINE (5:20)
           MOVE W-TOUR-ENTRIES TO CMS-EDIT-ENTRIES
           MOVE CMS-EDIT-ENTRIES TO CMS-LINE (26:7)
           MOVE W-TOUR-REVENUE TO CMS-EDIT-AMOUNT
           MOVE CMS-EDIT-AMOUNT TO CMS-LINE (34:12)
           MOVE W-COMM-RATE TO CMS-EDIT-RATE
           MOVE CMS-EDIT-RATE TO CMS-LINE (48:6)
           MOVE W-TOUR-COMMISSION TO CMS-EDIT-AMOUNT
           MOVE CMS-EDIT-AMOUNT TO CMS-LINE (56:12)
           WRITE CMS-LINE
           ADD 1 TO W-OFFICE-LINES
           ADD W-TOUR-ENTRIES TO W-OFFICE-ENTRIES
           ADD W-TOUR-REVENUE TO W-OFFICE-REVENUE
           ADD W-TOUR-COMMISSION TO W-OFFICE-COMMISSION.

      **********************************************
      * One detail into the tour line and the office
      *  totals - a cancellation takes its entries,
      *  revenue and commission back off
      **********************************************
       ADD-ONE-DETAIL.
           ADD 1 TO CMS-DETAILS-REPORTED
           ADD SRT-REVENUE TO CMS-REVENUE-REPORTED
           IF SRT-CANCELLATION
             SUBTRACT SRT-NUMBER-ENTRIES FROM W-TOUR-ENTRIES
             SUBTRACT SRT-REVENUE FROM W-TOUR-REVENUE
             SUBTRACT SRT-COMMISSION FROM W-TOUR-COMMISSION
             ADD 1 TO CMO-CAN-RECORDS (CMS-OFFICE-IX)
             ADD SRT-REVENUE TO CMO-CAN-REVENUE (CMS-OFFICE-IX)
             ADD SRT-COMMISSION TO CMO-CAN-COMMISSION (CMS-OFFICE-IX)
           ELSE
             ADD SRT-NUMBER-ENTRIES TO W-TOUR-ENTRIES
             ADD SRT-REVENUE TO W-TOUR-REVENUE
             ADD SRT-COMMISSION TO W-TOUR-COMMISSION
             ADD 1 TO CMO-RECORDS (CMS-OFFICE-IX)
             ADD SRT-REVENUE TO CMO-REVENUE (CMS-OFFICE-IX)
             ADD SRT-COMMISSION TO CMO-COMMISSION (CMS-OFFICE-IX)
           END-IF
           PERFORM RETURN-ONE-DETAIL.

      **********************************************
      * One office's ties against its rollups
      **********************************************
       WRITE-OFFICE-TIES.
           MOVE SPACE TO CMS-LINE
           WRITE CMS-LINE
           MOVE SPACE TO CMS-LINE
           MOVE 'OFFICE' TO CMS-LINE (1:6)
           MOVE CMS-OFFICE-IX TO CMS-LINE (8:1)
           MOVE 'STATEMENT' TO CMS-LINE (38:9)
           MOVE 'OFFRLLUP' TO CMS-LINE (55:8)
           WRITE CMS-LINE
           MOVE '  BOOKING DETAILS............... ' TO W-TIE-LABEL
           MOVE CMO-RECORDS (CMS-OFFICE-IX) TO W-TIE-STATEMENT
           MOVE CMO-ROLL-RECORDS (CMS-OFFICE-IX) TO W-TIE-ROLLUP
           PERFORM WRITE-ONE-TIE-LINE
           MOVE '  BOOKING REVENUE............... ' TO W-TIE-LABEL
           MOVE CMO-REVENUE (CMS-OFFICE-IX) TO W-TIE-STATEMENT
           MOVE CMO-ROLL-REVENUE (CMS-OFFICE-IX) TO W-TIE-ROLLUP
           PERFORM WRITE-ONE-TIE-LINE
           MOVE '  COMMISSION EARNED............. ' TO W-TIE-LABEL
           MOVE CMO-COMMISSION (CMS-OFFICE-IX) TO W-TIE-STATEMENT
           MOVE CMO-ROLL-COMMISSION (CMS-OFFICE-IX) TO W-TIE-ROLLUP
           PERFORM WRITE-ONE-TIE-LINE
           MOVE '  CANCELLATION DETAILS.......... ' TO W-TIE-LABEL
           MOVE CMO-CAN-RECORDS (CMS-OFFICE-IX) TO W-TIE-STATEMENT
           MOVE CMO-ROLL-CAN-RECORDS (CMS-OFFICE-IX) TO W-TIE-ROLLUP
           PERFORM WRITE-ONE-TIE-LINE
           MOVE '  CANCELLED REVENUE............. ' TO W-TIE-LABEL
           MOVE CMO-CAN-REVENUE (CMS-OFFICE-IX) TO W-TIE-STATEMENT
           MOVE CMO-ROLL-CAN-REVENUE (CMS-OFFICE-IX) TO W-TIE-ROLLUP
           PERFORM WRITE-ONE-TIE-LINE
           MOVE '  COMMISSION REVERSED........... ' TO W-TIE-LABEL
           MOVE CMO-CAN-COMMISSION (CMS-OFFICE-IX) TO W-TIE-STATEMENT
           MOVE CMO-ROLL-CAN-COMMISSION (CMS-OFFICE-IX)
             TO W-TIE-ROLLUP
           PERFORM WRITE-ONE-TIE-LINE.

       WRITE-ONE-TIE-LINE.
           MOVE W-TIE-STATEMENT TO CMS-EDIT-TOTAL
           MOVE SPACE TO CMS-LINE
           STRING W-TIE-LABEL DELIMITED BY SIZE
             CMS-EDIT-TOTAL DELIMITED BY SIZE
             INTO CMS-LINE
           MOVE W-TIE-ROLLUP TO CMS-EDIT-TOTAL
           MOVE CMS-EDIT-TOTAL TO CMS-LINE (51:12)
           IF W-TIE-STATEMENT = W-TIE-ROLLUP
             MOVE ' BALANCED' TO CMS-LINE (63:9)
           ELSE
             MOVE ' OUT OF BALANCE' TO CMS-LINE (63:15)
             IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF
           WRITE CMS-LINE.

      **********************************************
      * The reason a statement is refused is already
      *  in the report line - write it and stop
      **********************************************
       REFUSE-STATEMENT.
           WRITE CMS-LINE
           SET STATEMENT-REFUSED TO TRUE
           MOVE 16 TO RETURN-CODE.

      **********************************************
      * Control page - each office tied to its
      *  rollups, the details accounted for, and
      *  close
      **********************************************
       END-PROCESS SECTION.
           IF NOT STATEMENT-REFUSED
              AND CMS-SUMMARIES-IN-PERIOD NOT = ZERO
             MOVE SPACE TO CMS-LINE
             WRITE CMS-LINE
             MOVE '*** STATEMENT REFUSED - PERIOD PARTLY ARCHIVED'
               TO CMS-LINE
             PERFORM REFUSE-STATEMENT
           END-IF
           IF STATEMENT-REFUSED
             MOVE SPACE TO CMS-LINE
             STRING '*** NO STATEMENTS FOR PERIOD ' DELIMITED BY SIZE
               STATEMENT-PERIOD-PARM DELIMITED BY SIZE
               ' ***' DELIMITED BY SIZE
               INTO CMS-LINE
             WRITE CMS-LINE
           ELSE
             MOVE SPACE TO CMS-LINE
             STRING 'COMMSTMT CONTROL TOTALS   PERIOD ' DELIMITED BY
                 SIZE
               STATEMENT-PERIOD-PARM DELIMITED BY SIZE
               INTO CMS-LINE
             WRITE CMS-LINE AFTER ADVANCING PAGE
             PERFORM WRITE-OFFICE-TIES
               VARYING CMS-OFFICE-IX FROM 1 BY 1
               UNTIL CMS-OFFICE-IX > 3
             PERFORM WRITE-CONTROL-COUNTS
           END-IF
           CLOSE CMSRPT.

      **********************************************
      * Where every history record and run went
      **********************************************
       WRITE-CONTROL-COUNTS.
           MOVE SPACE TO CMS-LINE
           WRITE CMS-LINE

           MOVE CMS-RUNS-COUNTED TO CMS-EDIT-COUNT
           MOVE SPACE TO CMS-LINE
           STRING 'RUNS COUNTED.................... ' DELIMITED BY
               SIZE
             CMS-EDIT-COUNT DELIMITED BY SIZE
             INTO CMS-LINE
           WRITE CMS-LINE

           MOVE CMS-RUNS-PASSED-OVER TO CMS-EDIT-COUNT
           MOVE SPACE TO CMS-LINE
           STRING 'RUNS PASSED OVER................ ' DELIMITED BY
               SIZE
             CMS-EDIT-COUNT DELIMITED BY SIZE
             INTO CMS-LINE
           WRITE CMS-LINE

           MOVE CMS-ROLLUPS-READ TO CMS-EDIT-COUNT
           MOVE SPACE TO CMS-LINE
           STRING 'OFFICE ROLLUPS READ............. ' DELIMITED BY
               SIZE
             CMS-EDIT-COUNT DELIMITED BY SIZE
             INTO CMS-LINE
           WRITE CMS-LINE

           MOVE CMS-ROLLUPS-USED TO CMS-EDIT-COUNT
           MOVE SPACE TO CMS-LINE
           STRING 'OFFICE ROLLUPS OF COUNTED RUNS.. ' DELIMITED BY
               SIZE
             CMS-EDIT-COUNT DELIMITED BY SIZE
             INTO CMS-LINE
           WRITE CMS-LINE

           MOVE CMS-HIST-READ TO CMS-EDIT-COUNT
           MOVE SPACE TO CMS-LINE
           STRING 'HISTORY RECORDS READ............ ' DELIMITED BY
               SIZE
             CMS-EDIT-COUNT DELIMITED BY SIZE
             INTO CMS-LINE
           WRITE CMS-LINE

           MOVE CMS-DETAILS-IN-PERIOD TO CMS-EDIT-COUNT
           MOVE SPACE TO CMS-LINE
           STRING 'DETAILS RUN IN PERIOD........... ' DELIMITED BY
               SIZE
             CMS-EDIT-COUNT DELIMITED BY SIZE
             INTO CMS-LINE
           WRITE CMS-LINE

           MOVE CMS-DETAILS-PASSED-OVER TO CMS-EDIT-COUNT
           MOVE SPACE TO CMS-LINE
           STRING 'DETAILS OF RUNS PASSED OVER..... ' DELIMITED BY
               SIZE
             CMS-EDIT-COUNT DELIMITED BY SIZE
             INTO CMS-LINE
           WRITE CMS-LINE

           MOVE CMS-DETAILS-NO-OFFICE TO CMS-EDIT-COUNT
           MOVE SPACE TO CMS-LINE
           STRING 'DETAILS NOT FOR AN OFFICE....... ' DELIMITED BY
               SIZE
             CMS-EDIT-COUNT DELIMITED BY SIZE
             INTO CMS-LINE
           WRITE CMS-LINE

           MOVE CMS-DETAILS-RELEASED TO CMS-EDIT-COUNT
           MOVE SPACE TO CMS-LINE
           STRING 'DETAILS SELECTED................ ' DELIMITED BY
               SIZE
             CMS-EDIT-COUNT DELIMITED BY SIZE
             INTO CMS-LINE
           WRITE CMS-LINE

           MOVE CMS-DETAILS-REPORTED TO CMS-EDIT-COUNT
           MOVE SPACE TO CMS-LINE
           STRING 'DETAILS ON STATEMENTS........... ' DELIMITED BY
               SIZE
             CMS-EDIT-COUNT DELIMITED BY SIZE
             INTO CMS-LINE
           IF CMS-DETAILS-REPORTED = CMS-DETAILS-RELEASED
              AND CMS-REVENUE-REPORTED = CMS-REVENUE-RELEASED
             MOVE ' BALANCED' TO CMS-LINE (43:9)
           ELSE
             MOVE ' OUT OF BALANCE' TO CMS-LINE (43:15)
             IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF
           WRITE CMS-LINE.
       END PROGRAM 'COMMSTMT'.
