      ******************************************************************
      * TOURRET - detail history retention, archive and purge          *
      *                                                                *
      * TOURFILE adds a TOURHIST record for every detail it accepts,  *
      * every day.  This step keeps the history to a retention        *
      * window: details whose run date (DH-RUN-DATE) falls before the *
      * cutoff are moved to a dated archive generation (HISTARCH) and *
      * the rest are written to the new TOURHIST generation           *
      * (NEWHIST).                                                    *
      *                                                                *
      * Each tour with archived details keeps one archive summary     *
      * record ('S' in DH-TRAN-TYPE) on the new generation, carrying  *
      * the rows, entries, expense, revenue and commission that have  *
      * gone to the archive net of cancellations, so the history     *
      * still adds up to the TOURMST totals.  A summary from an       *
      * earlier purge is folded into the tour's new one, so a tour    *
      * never has more than one.                                      *
      *                                                                *
      * The purge report (PRGRPT) lists what each tour sent to the    *
      * archive and proves rows kept plus rows archived equal the     *
      * rows before, and that the amounts the new generation carries  *
      * (kept details plus summaries) equal the amounts before.       *
      *                                                                *
      * Options come from the PARMCARD keyword control card file:     *
      *   RETAIN-MONTHS=nnn     months of history kept back from the  *
      *                         business date (default 13)            *
      *   CUTOFF-DATE=yyyymmdd  archive details run before this date  *
      *                         instead - not after the business date *
      *                                                                *
      * The purge is refused with return code 16, and neither new     *
      * generation is to be catalogued, when the parameters are in    *
      * error, the business date is not available, the tour table    *
      * fills, or the purge does not prove.                           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOURRET.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT TOURHIST ASSIGN TO TOURHIST.
           SELECT NEWHIST  ASSIGN TO NEWHIST.
           SELECT HISTARCH ASSIGN TO HISTARCH.
           SELECT PRGRPT   ASSIGN TO PRGRPT.
           SELECT PARMCARD ASSIGN TO PARMCARD.
      *
       DATA DIVISION.
       FILE SECTION.
      *Current detail history generation - in the layout TOURFILE
      * writes, with any archive summaries an earlier purge left
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
      *Archive summary - the tour's archived details rolled into
      * one record, net of cancellations.  DS-ARCHIVED-BEFORE
      * sits where a detail carries its run date
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
      *New detail history generation - details inside the window
      * then the archive summaries, in the same layout
       FD NEWHIST RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 NEW-HIST-REC                 PIC X(104).
      *Archive generation - the details moved out of the window,
      * exactly as TOURFILE wrote them
       FD HISTARCH RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 ARCH-HIST-REC                PIC X(104).
      *Purge report
       FD PRGRPT RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 PRG-LINE                     PIC X(80).
      *Keyword control cards carrying the run options, one
      * KEYWORD=VALUE per card ('*' in column 1 comments a
      * card out)
       FD PARMCARD RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 PARM-CARD                    PIC X(80).

       WORKING-STORAGE SECTION.
       01 RET-RUN-DATE              PIC 9(08) VALUE ZERO.
       01 RET-BDATE-RESULT          PIC X(01) VALUE SPACE.
          88 BUSINESS-DATE-VALID       VALUE 'V'.
       01 RET-CUTOFF-DATE           PIC 9(08) VALUE ZERO.
       01 RET-HIST-STATUS           PIC X(01).
          88 HIST-END-OF-FILE          VALUE 'E'.
          88 HIST-NOT-END-OF-FILE      VALUE 'R'.
       01 RET-REFUSED-SW            PIC X(01) VALUE 'N'.
          88 PURGE-REFUSED             VALUE 'Y'.
      *Counts from the first pass - what the history held
       01 RET-DETAILS-BEFORE        PIC 9(09) VALUE ZERO.
       01 RET-SUMMARIES-BEFORE      PIC 9(07) VALUE ZERO.
       01 RET-TO-ARCHIVE            PIC 9(09) VALUE ZERO.
      *Counts from the second pass - what was written
       01 RET-DETAILS-KEPT          PIC 9(09) VALUE ZERO.
       01 RET-DETAILS-ARCHIVED      PIC 9(09) VALUE ZERO.
       01 RET-SUMMARIES-WRITTEN     PIC 9(07) VALUE ZERO.
       01 RET-ROWS-AFTER            PIC 9(09) VALUE ZERO.
      *Amounts carried by the history before and after - details
      * at entries times the converted amount, a cancellation
      * taking its amounts back out, plus the summaries
       01 RET-ENTRIES-BEFORE        PIC S9(09) VALUE ZERO.
       01 RET-EXPENSE-BEFORE        PIC S9(13) VALUE ZERO.
       01 RET-REVENUE-BEFORE        PIC S9(13) VALUE ZERO.
       01 RET-COMMISSION-BEFORE     PIC S9(13) VALUE ZERO.
       01 RET-ENTRIES-AFTER         PIC S9(09) VALUE ZERO.
       01 RET-EXPENSE-AFTER         PIC S9(13) VALUE ZERO.
       01 RET-REVENUE-AFTER         PIC S9(13) VALUE ZERO.
       01 RET-COMMISSION-AFTER      PIC S9(13) VALUE ZERO.
       01 W-DETAIL-ENTRIES          PIC S9(07) VALUE ZERO.
       01 W-DETAIL-EXPENSE          PIC S9(11) VALUE ZERO.
       01 W-DETAIL-REVENUE          PIC S9(11) VALUE ZERO.
       01 W-DETAIL-COMMISSION       PIC S9(09) VALUE ZERO.
       01 RET-EDIT-COUNT            PIC ZZZZZZZZ9.
       01 RET-EDIT-ENTRIES          PIC -(8)9.
       01 RET-EDIT-AMOUNT           PIC -(12)9.
       01 RET-EDIT-SHORT-AMOUNT     PIC -(10)9.
      *Per tour archive accumulation - every tour with details
      * going to the archive or a summary already on the
      * history.  The history is in run order, not tour order,
      * so the table is scanned; the last tour found is
      * remembered since a day's details arrive tour by tour
       01 RET-TOUR-TABLE.
          03 RET-TOUR-ENTRY OCCURS 5000 TIMES.
            05 RTT-TOUR-CODE         PIC X(03).
            05 RTT-TOUR-NAME         PIC X(20).
            05 RTT-ROWS              PIC 9(07).
            05 RTT-NEW-ROWS          PIC 9(07).
            05 RTT-ENTRIES           PIC S9(07).
            05 RTT-EXPENSE           PIC S9(11).
            05 RTT-REVENUE           PIC S9(11).
            05 RTT-NEW-ENTRIES       PIC S9(07).
            05 RTT-NEW-EXPENSE       PIC S9(11).
            05 RTT-NEW-REVENUE       PIC S9(11).
            05 RTT-COMMISSION        PIC S9(09).
            05 RTT-FIRST-RUN-DATE    PIC 9(08).
       01 RET-TOUR-COUNT            PIC 9(05) VALUE ZERO.
       01 RET-TOUR-IX               PIC 9(05) VALUE ZERO.
       01 RET-FOUND-IX              PIC 9(05) VALUE ZERO.
      *Calendar arithmetic for the cutoff and the date edits
       01 W-CAL-DATE                PIC 9(08) VALUE ZERO.
       01 W-CAL-PARTS REDEFINES W-CAL-DATE.
          03 W-CAL-YEAR              PIC 9(04).
          03 W-CAL-MM                PIC 9(02).
          03 W-CAL-DD                PIC 9(02).
       01 W-CAL-MONTHS              PIC 9(07) VALUE ZERO.
       01 W-CAL-MONTH-DAYS          PIC 9(02) VALUE ZERO.
       01 W-CAL-QUOTIENT            PIC 9(04) VALUE ZERO.
       01 W-CAL-REMAINDER           PIC 9(04) VALUE ZERO.
       01 W-CAL-VALID-SW            PIC X(01) VALUE 'N'.
          88 CAL-DATE-VALID            VALUE 'Y'.
       01 RET-MONTH-DAY-VALUES.
          03 FILLER                  PIC X(24)
               VALUE '312831303130313130313031'.
       01 RET-MONTH-DAY-TABLE REDEFINES RET-MONTH-DAY-VALUES.
          03 RET-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
      *Run options resolved from the PARMCARD control cards -
      * defaults stand for any keyword the cards do not supply
       01 RETAIN-MONTHS-PARM   PIC 9(03) VALUE ZERO.
       01 CUTOFF-DATE-PARM     PIC 9(08) VALUE ZERO.
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
           DISPLAY 'TOURRET STARTED...'
           PERFORM READ-PARM-CARDS
           CALL 'GETBDATE' USING RET-RUN-DATE RET-BDATE-RESULT
           IF NOT BUSINESS-DATE-VALID
             DISPLAY 'TOURRET *** BUSINESS DATE NOT AVAILABLE ***'
             SET PARM-CARDS-INVALID TO TRUE
           END-IF
           IF CUTOFF-DATE-PARM > RET-RUN-DATE
             DISPLAY 'TOURRET *** CUTOFF-DATE AFTER THE BUSINESS '
                 'DATE ***'
             SET PARM-CARDS-INVALID TO TRUE
           END-IF
           IF PARM-CARDS-INVALID
             DISPLAY 'TOURRET *** RUN REFUSED - PARAMETER ERRORS ***'
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM INIT
             PERFORM ACCUMULATE-HISTORY
             IF NOT PURGE-REFUSED
               PERFORM SPLIT-HISTORY
               PERFORM WRITE-TOUR-SECTION
               PERFORM PROVE-PURGE
             END-IF
             PERFORM END-PROCESS
           END-IF
           IF RETURN-CODE = ZERO
             DISPLAY 'TOURRET SUCCESSFUL'
           ELSE
             DISPLAY 'TOURRET COMPLETED WITH ERRORS'
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
           CLOSE PARMCARD
           IF RETAIN-MONTHS-PARM NOT = ZERO
              AND CUTOFF-DATE-PARM NOT = ZERO
             DISPLAY 'TOURRET *** RETAIN-MONTHS AND CUTOFF-DATE '
                 'BOTH GIVEN ***'
             SET PARM-CARDS-INVALID TO TRUE
           END-IF.

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
      *  its option
      **********************************************
       APPLY-ONE-PARM-CARD.
           MOVE SPACE TO W-PARM-KEYWORD
           MOVE SPACE TO W-PARM-VALUE
           UNSTRING PARM-CARD DELIMITED BY '='
             INTO W-PARM-KEYWORD W-PARM-VALUE
           EVALUATE W-PARM-KEYWORD
             WHEN 'RETAIN-MONTHS'
               PERFORM EDIT-NUMERIC-VALUE
               IF NOT VALUE-IN-ERROR
                 IF W-DIGIT-COUNT > 3 OR W-PARM-NUMBER = ZERO
                   SET VALUE-IN-ERROR TO TRUE
                 ELSE
                   MOVE W-PARM-NUMBER TO RETAIN-MONTHS-PARM
                 END-IF
               END-IF
             WHEN 'CUTOFF-DATE'
               PERFORM EDIT-NUMERIC-VALUE
               IF NOT VALUE-IN-ERROR
                 IF W-DIGIT-COUNT NOT = 8
                   SET VALUE-IN-ERROR TO TRUE
                 ELSE
                   MOVE W-PARM-NUMBER TO W-CAL-DATE
                   PERFORM EDIT-CALENDAR-DATE
                   IF CAL-DATE-VALID
                     MOVE W-PARM-NUMBER TO CUTOFF-DATE-PARM
                   ELSE
                     SET VALUE-IN-ERROR TO TRUE
                   END-IF
                 END-IF
               END-IF
             WHEN OTHER
               SET VALUE-IN-ERROR TO TRUE
           END-EVALUATE
           IF VALUE-IN-ERROR
             DISPLAY 'TOURRET *** INVALID PARAMETER CARD: '
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
      * Days in the month of W-CAL-DATE - February
      *  takes 29 in a leap year
      **********************************************
       SET-MONTH-DAYS.
           MOVE RET-MONTH-DAYS (W-CAL-MM) TO W-CAL-MONTH-DAYS
           IF W-CAL-MM = 2
             DIVIDE W-CAL-YEAR BY 4 GIVING W-CAL-QUOTIENT
               REMAINDER W-CAL-REMAINDER
             IF W-CAL-REMAINDER = ZERO
               MOVE 29 TO W-CAL-MONTH-DAYS
               DIVIDE W-CAL-YEAR BY 100 GIVING W-CAL-QUOTIENT
                 REMAINDER W-CAL-REMAINDER
               IF W-CAL-REMAINDER = ZERO
                 DIVIDE W-CAL-YEAR BY 400 GIVING W-CAL-QUOTIENT
                   REMAINDER W-CAL-REMAINDER
                 IF W-CAL-REMAINDER NOT = ZERO
                   MOVE 28 TO W-CAL-MONTH-DAYS
                 END-IF
               END-IF
             END-IF
           END-IF.

      **********************************************
      * W-CAL-DATE is a real calendar day
      **********************************************
       EDIT-CALENDAR-DATE.
           MOVE 'N' TO W-CAL-VALID-SW
           IF W-CAL-YEAR NOT = ZERO
              AND W-CAL-MM NOT < 1 AND W-CAL-MM NOT > 12
             PERFORM SET-MONTH-DAYS
             IF W-CAL-DD NOT < 1 AND W-CAL-DD NOT > W-CAL-MONTH-DAYS
               SET CAL-DATE-VALID TO TRUE
             END-IF
           END-IF.

      **********************************************
      * Resolve the cutoff and write the heading.
      *  The retention window runs back whole months
      *  from the business date - the same day of
      *  the month, or the month's last day when the
      *  month is shorter
      **********************************************
       INIT.
           OPEN OUTPUT PRGRPT
           IF CUTOFF-DATE-PARM NOT = ZERO
             MOVE CUTOFF-DATE-PARM TO RET-CUTOFF-DATE
           ELSE
             IF RETAIN-MONTHS-PARM = ZERO
               MOVE 13 TO RETAIN-MONTHS-PARM
             END-IF
             MOVE RET-RUN-DATE TO W-CAL-DATE
             COMPUTE W-CAL-MONTHS =
                 (W-CAL-YEAR * 12) + W-CAL-MM - 1 - RETAIN-MONTHS-PARM
             DIVIDE W-CAL-MONTHS BY 12 GIVING W-CAL-YEAR
               REMAINDER W-CAL-MM
             ADD 1 TO W-CAL-MM
             PERFORM SET-MONTH-DAYS
             IF W-CAL-DD > W-CAL-MONTH-DAYS
               MOVE W-CAL-MONTH-DAYS TO W-CAL-DD
             END-IF
             MOVE W-CAL-DATE TO RET-CUTOFF-DATE
           END-IF
           MOVE SPACE TO PRG-LINE
           STRING 'TOURRET DETAIL HISTORY PURGE ' DELIMITED BY SIZE
             RET-RUN-DATE DELIMITED BY SIZE
             '   ARCHIVING RUNS BEFORE ' DELIMITED BY SIZE
             RET-CUTOFF-DATE DELIMITED BY SIZE
             INTO PRG-LINE
           WRITE PRG-LINE
           MOVE SPACE TO PRG-LINE
           WRITE PRG-LINE
           INITIALIZE RET-TOUR-TABLE.

      **********************************************
      * First pass - count the history and gather
      *  each tour's archive figures, before a
      *  single record is written, so a full table
      *  refuses the purge with nothing half done
      **********************************************
       ACCUMULATE-HISTORY.
           OPEN INPUT TOURHIST
           SET HIST-NOT-END-OF-FILE TO TRUE
           PERFORM ACCUMULATE-ONE-RECORD UNTIL HIST-END-OF-FILE
           CLOSE TOURHIST.

       ACCUMULATE-ONE-RECORD.
           READ TOURHIST
           AT END
             SET HIST-END-OF-FILE TO TRUE
           NOT AT END
             IF DH-ARCHIVE-SUMMARY
               ADD 1 TO RET-SUMMARIES-BEFORE
               ADD DS-NUMBER-ENTRIES TO RET-ENTRIES-BEFORE
               ADD DS-TOTAL-EXPENSE TO RET-EXPENSE-BEFORE
               ADD DS-TOTAL-REVENUE TO RET-REVENUE-BEFORE
               ADD DS-TOTAL-COMMISSION TO RET-COMMISSION-BEFORE
               PERFORM FIND-TOUR-ENTRY
               IF RET-FOUND-IX NOT = ZERO
                 PERFORM FOLD-PRIOR-SUMMARY
               END-IF
             ELSE
               ADD 1 TO RET-DETAILS-BEFORE
               PERFORM PRICE-ONE-DETAIL
               ADD W-DETAIL-ENTRIES TO RET-ENTRIES-BEFORE
               ADD W-DETAIL-EXPENSE TO RET-EXPENSE-BEFORE
               ADD W-DETAIL-REVENUE TO RET-REVENUE-BEFORE
               ADD W-DETAIL-COMMISSION TO RET-COMMISSION-BEFORE
               IF DH-RUN-DATE < RET-CUTOFF-DATE
                 ADD 1 TO RET-TO-ARCHIVE
                 PERFORM FIND-TOUR-ENTRY
                 IF RET-FOUND-IX NOT = ZERO
                   PERFORM FOLD-ARCHIVED-DETAIL
                 END-IF
               END-IF
             END-IF
           END-READ.

      **********************************************
      * One detail's entries and amounts as the
      *  master counts them, with the commission it
      *  earned - a cancellation takes them back out
      **********************************************
       PRICE-ONE-DETAIL.
           MOVE DH-NUMBER-ENTRIES TO W-DETAIL-ENTRIES
           MOVE DH-COMMISSION TO W-DETAIL-COMMISSION
           COMPUTE W-DETAIL-EXPENSE =
               DH-BASE-EXPENSE * DH-NUMBER-ENTRIES
           COMPUTE W-DETAIL-REVENUE =
               DH-BASE-PRICE * DH-NUMBER-ENTRIES
           IF DH-CANCELLATION
             COMPUTE W-DETAIL-ENTRIES = ZERO - W-DETAIL-ENTRIES
             COMPUTE W-DETAIL-EXPENSE = ZERO - W-DETAIL-EXPENSE
             COMPUTE W-DETAIL-REVENUE = ZERO - W-DETAIL-REVENUE
             COMPUTE W-DETAIL-COMMISSION = ZERO - W-DETAIL-COMMISSION
           END-IF.

      **********************************************
      * An earlier purge's summary carries into the
      *  tour's new one
      **********************************************
       FOLD-PRIOR-SUMMARY.
           ADD DS-ROWS-ARCHIVED TO RTT-ROWS (RET-FOUND-IX)
           ADD DS-NUMBER-ENTRIES TO RTT-ENTRIES (RET-FOUND-IX)
           ADD DS-TOTAL-EXPENSE TO RTT-EXPENSE (RET-FOUND-IX)
           ADD DS-TOTAL-REVENUE TO RTT-REVENUE (RET-FOUND-IX)
           ADD DS-TOTAL-COMMISSION TO RTT-COMMISSION (RET-FOUND-IX)
           IF RTT-FIRST-RUN-DATE (RET-FOUND-IX) = ZERO
              OR DS-FIRST-RUN-DATE < RTT-FIRST-RUN-DATE (RET-FOUND-IX)
             MOVE DS-FIRST-RUN-DATE
               TO RTT-FIRST-RUN-DATE (RET-FOUND-IX)
           END-IF.

      **********************************************
      * A detail going to the archive this purge
      **********************************************
       FOLD-ARCHIVED-DETAIL.
           ADD 1 TO RTT-ROWS (RET-FOUND-IX)
           ADD 1 TO RTT-NEW-ROWS (RET-FOUND-IX)
           ADD W-DETAIL-ENTRIES TO RTT-ENTRIES (RET-FOUND-IX)
           ADD W-DETAIL-EXPENSE TO RTT-EXPENSE (RET-FOUND-IX)
           ADD W-DETAIL-REVENUE TO RTT-REVENUE (RET-FOUND-IX)
           ADD W-DETAIL-COMMISSION TO RTT-COMMISSION (RET-FOUND-IX)
           ADD W-DETAIL-ENTRIES TO RTT-NEW-ENTRIES (RET-FOUND-IX)
           ADD W-DETAIL-EXPENSE TO RTT-NEW-EXPENSE (RET-FOUND-IX)
           ADD W-DETAIL-REVENUE TO RTT-NEW-REVENUE (RET-FOUND-IX)
           IF RTT-FIRST-RUN-DATE (RET-FOUND-IX) = ZERO
              OR DH-RUN-DATE < RTT-FIRST-RUN-DATE (RET-FOUND-IX)
             MOVE DH-RUN-DATE TO RTT-FIRST-RUN-DATE (RET-FOUND-IX)
           END-IF.

      **********************************************
      * Find the record's tour on the table, adding
      *  it when new.  A full table refuses the
      *  purge rather than lose a tour's summary
      **********************************************
       FIND-TOUR-ENTRY.
           IF RET-FOUND-IX NOT = ZERO
              AND RTT-TOUR-CODE (RET-FOUND-IX) = DH-TOUR-CODE
             CONTINUE
           ELSE
             MOVE ZERO TO RET-FOUND-IX
             PERFORM SCAN-TOUR-ENTRY
               VARYING RET-TOUR-IX FROM 1 BY 1
               UNTIL RET-TOUR-IX > RET-TOUR-COUNT
                  OR RET-FOUND-IX NOT = ZERO
             IF RET-FOUND-IX = ZERO
               IF RET-TOUR-COUNT < 5000
                 ADD 1 TO RET-TOUR-COUNT
                 MOVE RET-TOUR-COUNT TO RET-FOUND-IX
                 MOVE DH-TOUR-CODE TO RTT-TOUR-CODE (RET-FOUND-IX)
                 MOVE DH-TOUR-NAME TO RTT-TOUR-NAME (RET-FOUND-IX)
               ELSE
                 DISPLAY 'TOURRET *** TOUR TABLE FULL ***'
                 MOVE '*** PURGE REFUSED - TOUR TABLE FULL' TO PRG-LINE
                 PERFORM REFUSE-PURGE
                 SET HIST-END-OF-FILE TO TRUE
               END-IF
             END-IF
           END-IF.

       SCAN-TOUR-ENTRY.
           IF RTT-TOUR-CODE (RET-TOUR-IX) = DH-TOUR-CODE
             MOVE RET-TOUR-IX TO RET-FOUND-IX
           END-IF.

      **********************************************
      * Second pass - every detail goes to exactly
      *  one of the new history or the archive, and
      *  each tour's summary closes the new history
      **********************************************
       SPLIT-HISTORY.
           OPEN INPUT TOURHIST
                OUTPUT NEWHIST HISTARCH
           SET HIST-NOT-END-OF-FILE TO TRUE
           PERFORM SPLIT-ONE-RECORD UNTIL HIST-END-OF-FILE
           PERFORM WRITE-TOUR-SUMMARY
             VARYING RET-TOUR-IX FROM 1 BY 1
             UNTIL RET-TOUR-IX > RET-TOUR-COUNT
           CLOSE TOURHIST NEWHIST HISTARCH.

       SPLIT-ONE-RECORD.
           READ TOURHIST
           AT END
             SET HIST-END-OF-FILE TO TRUE
           NOT AT END
             IF DH-ARCHIVE-SUMMARY
               CONTINUE
             ELSE
               IF DH-RUN-DATE < RET-CUTOFF-DATE
                 WRITE ARCH-HIST-REC FROM DETAIL-HIST-REC
                 ADD 1 TO RET-DETAILS-ARCHIVED
               ELSE
                 WRITE NEW-HIST-REC FROM DETAIL-HIST-REC
                 ADD 1 TO RET-DETAILS-KEPT
                 PERFORM PRICE-ONE-DETAIL
                 ADD W-DETAIL-ENTRIES TO RET-ENTRIES-AFTER
                 ADD W-DETAIL-EXPENSE TO RET-EXPENSE-AFTER
                 ADD W-DETAIL-REVENUE TO RET-REVENUE-AFTER
                 ADD W-DETAIL-COMMISSION TO RET-COMMISSION-AFTER
               END-IF
             END-IF
           END-READ.

      **********************************************
      * One tour's archive summary onto the new
      *  history generation
      **********************************************
       WRITE-TOUR-SUMMARY.
           MOVE SPACE TO DETAIL-SUMMARY-REC
           MOVE RTT-TOUR-CODE (RET-TOUR-IX) TO DS-TOUR-CODE
           MOVE RTT-TOUR-NAME (RET-TOUR-IX) TO DS-TOUR-NAME
           MOVE RTT-ROWS (RET-TOUR-IX) TO DS-ROWS-ARCHIVED
           MOVE RTT-ENTRIES (RET-TOUR-IX) TO DS-NUMBER-ENTRIES
           MOVE RTT-EXPENSE (RET-TOUR-IX) TO DS-TOTAL-EXPENSE
           MOVE RTT-REVENUE (RET-TOUR-IX) TO DS-TOTAL-REVENUE
           MOVE RTT-FIRST-RUN-DATE (RET-TOUR-IX) TO DS-FIRST-RUN-DATE
           MOVE RET-CUTOFF-DATE TO DS-ARCHIVED-BEFORE
           MOVE 'S' TO DS-TRAN-TYPE
           MOVE RET-RUN-DATE TO DS-ARCHIVE-DATE
           MOVE RTT-COMMISSION (RET-TOUR-IX) TO DS-TOTAL-COMMISSION
           WRITE NEW-HIST-REC FROM DETAIL-SUMMARY-REC
           ADD 1 TO RET-SUMMARIES-WRITTEN
           ADD RTT-ENTRIES (RET-TOUR-IX) TO RET-ENTRIES-AFTER
           ADD RTT-EXPENSE (RET-TOUR-IX) TO RET-EXPENSE-AFTER
           ADD RTT-REVENUE (RET-TOUR-IX) TO RET-REVENUE-AFTER
           ADD RTT-COMMISSION (RET-TOUR-IX) TO RET-COMMISSION-AFTER.

      **********************************************
      * What each tour sent to the archive this
      *  purge, and its archive total to date
      **********************************************
       WRITE-TOUR-SECTION.
           MOVE SPACE TO PRG-LINE
           MOVE 'TOUR' TO PRG-LINE (1:4)
           MOVE 'NAME' TO PRG-LINE (6:4)
           MOVE 'ROWS' TO PRG-LINE (37:4)
           MOVE 'ENTRIES' TO PRG-LINE (43:7)
           MOVE 'EXPENSE' TO PRG-LINE (55:7)
           MOVE 'REVENUE' TO PRG-LINE (67:7)
           WRITE PRG-LINE
           PERFORM WRITE-TOUR-LINES
             VARYING RET-TOUR-IX FROM 1 BY 1
             UNTIL RET-TOUR-IX > RET-TOUR-COUNT
           MOVE SPACE TO PRG-LINE
           WRITE PRG-LINE.

       WRITE-TOUR-LINES.
           IF RTT-NEW-ROWS (RET-TOUR-IX) NOT = ZERO
             MOVE SPACE TO PRG-LINE
             MOVE RTT-TOUR-CODE (RET-TOUR-IX) TO PRG-LINE (1:3)
             MOVE RTT-TOUR-NAME (RET-TOUR-IX) TO PRG-LINE (6:20)
             MOVE 'PURGE' TO PRG-LINE (27:5)
             MOVE RTT-NEW-ROWS (RET-TOUR-IX) TO RET-EDIT-COUNT
             MOVE RET-EDIT-COUNT (3:7) TO PRG-LINE (34:7)
             MOVE RTT-NEW-ENTRIES (RET-TOUR-IX) TO RET-EDIT-ENTRIES
             MOVE RET-EDIT-ENTRIES TO PRG-LINE (41:9)
             MOVE RTT-NEW-EXPENSE (RET-TOUR-IX)
               TO RET-EDIT-SHORT-AMOUNT
             MOVE RET-EDIT-SHORT-AMOUNT TO PRG-LINE (51:11)
             MOVE RTT-NEW-REVENUE (RET-TOUR-IX)
               TO RET-EDIT-SHORT-AMOUNT
             MOVE RET-EDIT-SHORT-AMOUNT TO PRG-LINE (63:11)
             WRITE PRG-LINE
             MOVE SPACE TO PRG-LINE
             MOVE 'TO DATE' TO PRG-LINE (27:7)
             MOVE RTT-ROWS (RET-TOUR-IX) TO RET-EDIT-COUNT
             MOVE RET-EDIT-COUNT (3:7) TO PRG-LINE (34:7)
             MOVE RTT-ENTRIES (RET-TOUR-IX) TO RET-EDIT-ENTRIES
             MOVE RET-EDIT-ENTRIES TO PRG-LINE (41:9)
             MOVE RTT-EXPENSE (RET-TOUR-IX) TO RET-EDIT-SHORT-AMOUNT
             MOVE RET-EDIT-SHORT-AMOUNT TO PRG-LINE (51:11)
             MOVE RTT-REVENUE (RET-TOUR-IX) TO RET-EDIT-SHORT-AMOUNT
             MOVE RET-EDIT-SHORT-AMOUNT TO PRG-LINE (63:11)
             WRITE PRG-LINE
           END-IF.

      **********************************************
      * The purge must prove - the details written
      *  to the two generations account for every
      *  detail read, each one where the first pass
      *  said it would go, and the new history still
      *  carries the amounts the old one did
      **********************************************
       PROVE-PURGE.
           COMPUTE RET-ROWS-AFTER =
               RET-DETAILS-KEPT + RET-DETAILS-ARCHIVED
           IF RET-ROWS-AFTER NOT = RET-DETAILS-BEFORE
              OR RET-DETAILS-ARCHIVED NOT = RET-TO-ARCHIVE
             DISPLAY 'TOURRET *** ROWS OUT OF BALANCE ***'
             MOVE '*** PURGE REFUSED - ROWS KEPT PLUS ARCHIVED NOT'
               TO PRG-LINE
             MOVE 'EQUAL TO ROWS BEFORE' TO PRG-LINE (49:20)
             PERFORM REFUSE-PURGE
           END-IF
           IF RET-ENTRIES-AFTER NOT = RET-ENTRIES-BEFORE
              OR RET-EXPENSE-AFTER NOT = RET-EXPENSE-BEFORE
              OR RET-REVENUE-AFTER NOT = RET-REVENUE-BEFORE
              OR RET-COMMISSION-AFTER NOT = RET-COMMISSION-BEFORE
             DISPLAY 'TOURRET *** AMOUNTS OUT OF BALANCE ***'
             MOVE '*** PURGE REFUSED - NEW HISTORY AMOUNTS NOT EQUAL'
               TO PRG-LINE
             MOVE 'TO BEFORE' TO PRG-LINE (51:9)
             PERFORM REFUSE-PURGE
           END-IF.

      **********************************************
      * The reason the purge is refused is already
      *  in the report line - write it and stop
      **********************************************
       REFUSE-PURGE.
           WRITE PRG-LINE
           SET PURGE-REFUSED TO TRUE
           MOVE 16 TO RETURN-CODE.

      **********************************************
      * Write the proof and close
      **********************************************
       END-PROCESS.
           MOVE RET-DETAILS-BEFORE TO RET-EDIT-COUNT
           MOVE SPACE TO PRG-LINE
           STRING 'DETAIL ROWS BEFORE.............. ' DELIMITED BY
               SIZE
             RET-EDIT-COUNT DELIMITED BY SIZE
             INTO PRG-LINE
           WRITE PRG-LINE

           MOVE RET-DETAILS-KEPT TO RET-EDIT-COUNT
           MOVE SPACE TO PRG-LINE
           STRING 'DETAIL ROWS KEPT................ ' DELIMITED BY
               SIZE
             RET-EDIT-COUNT DELIMITED BY SIZE
             INTO PRG-LINE
           WRITE PRG-LINE

           MOVE RET-DETAILS-ARCHIVED TO RET-EDIT-COUNT
           MOVE SPACE TO PRG-LINE
           STRING 'DETAIL ROWS ARCHIVED............ ' DELIMITED BY
               SIZE
             RET-EDIT-COUNT DELIMITED BY SIZE
             INTO PRG-LINE
           WRITE PRG-LINE

           MOVE RET-ROWS-AFTER TO RET-EDIT-COUNT
           MOVE SPACE TO PRG-LINE
           STRING 'KEPT PLUS ARCHIVED.............. ' DELIMITED BY
               SIZE
             RET-EDIT-COUNT DELIMITED BY SIZE
             INTO PRG-LINE
           IF NOT PURGE-REFUSED
             MOVE 'BALANCED' TO PRG-LINE (45:8)
           END-IF
           WRITE PRG-LINE

           MOVE RET-SUMMARIES-BEFORE TO RET-EDIT-COUNT
           MOVE SPACE TO PRG-LINE
           STRING 'ARCHIVE SUMMARIES BEFORE........ ' DELIMITED BY
               SIZE
             RET-EDIT-COUNT DELIMITED BY SIZE
             INTO PRG-LINE
           WRITE PRG-LINE

           MOVE RET-SUMMARIES-WRITTEN TO RET-EDIT-COUNT
           MOVE SPACE TO PRG-LINE
           STRING 'ARCHIVE SUMMARIES WRITTEN....... ' DELIMITED BY
               SIZE
             RET-EDIT-COUNT DELIMITED BY SIZE
             INTO PRG-LINE
           WRITE PRG-LINE

           MOVE SPACE TO PRG-LINE
           MOVE 'HISTORY AMOUNTS' TO PRG-LINE (1:15)
           MOVE 'ENTRIES' TO PRG-LINE (28:7)
           MOVE 'EXPENSE' TO PRG-LINE (48:7)
           MOVE 'REVENUE' TO PRG-LINE (68:7)
           WRITE PRG-LINE
           MOVE SPACE TO PRG-LINE
           MOVE 'BEFORE' TO PRG-LINE (1:6)
           MOVE RET-ENTRIES-BEFORE TO RET-EDIT-ENTRIES
           MOVE RET-EDIT-ENTRIES TO PRG-LINE (26:9)
           MOVE RET-EXPENSE-BEFORE TO RET-EDIT-AMOUNT
           MOVE RET-EDIT-AMOUNT TO PRG-LINE (42:13)
           MOVE RET-REVENUE-BEFORE TO RET-EDIT-AMOUNT
           MOVE RET-EDIT-AMOUNT TO PRG-LINE (62:13)
           WRITE PRG-LINE
           MOVE SPACE TO PRG-LINE
           MOVE 'KEPT PLUS SUMMARIES' TO PRG-LINE (1:19)
           MOVE RET-ENTRIES-AFTER TO RET-EDIT-ENTRIES
           MOVE RET-EDIT-ENTRIES TO PRG-LINE (26:9)
           MOVE RET-EXPENSE-AFTER TO RET-EDIT-AMOUNT
           MOVE RET-EDIT-AMOUNT TO PRG-LINE (42:13)
           MOVE RET-REVENUE-AFTER TO RET-EDIT-AMOUNT
           MOVE RET-EDIT-AMOUNT TO PRG-LINE (62:13)
           WRITE PRG-LINE
           MOVE SPACE TO PRG-LINE
           MOVE 'COMMISSION BEFORE' TO PRG-LINE (1:17)
           MOVE RET-COMMISSION-BEFORE TO RET-EDIT-AMOUNT
           MOVE RET-EDIT-AMOUNT TO PRG-LINE (22:13)
           MOVE 'KEPT PLUS SUMMARIES' TO PRG-LINE (37:19)
           MOVE RET-COMMISSION-AFTER TO RET-EDIT-AMOUNT
           MOVE RET-EDIT-AMOUNT TO PRG-LINE (62:13)
           WRITE PRG-LINE

           IF PURGE-REFUSED
             MOVE '*** NEW HISTORY AND ARCHIVE GENERATIONS NOT TO BE'
               TO PRG-LINE
             MOVE 'USED ***' TO PRG-LINE (51:8)
             WRITE PRG-LINE
           END-IF
           CLOSE PRGRPT.
       END PROGRAM 'TOURRET'.
