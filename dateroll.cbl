      ******************************************************************
      * DATEROLL - business date roll                                  *
      *                                                                *
      * Moves the cycle's business date on the business date control *
      * file (BUSDATE) forward to the next business day.  Every step  *
      * of the cycle takes its date from BUSDATE through GETBDATE, so *
      * this is the one place the cycle's day changes.                *
      *                                                                *
      * The roll is refused while the current business date's cycle   *
      * has not completed cleanly: the last TOURFILE run on the run   *
      * history for the date must have ended with a return code       *
      * below 8.  A run that ended with errors (8 up to 15) may be    *
      * accepted by operations with ACCEPT-ERRORS=Y once reviewed; a  *
      * refused or out of balance run (16 and over) never rolls.  A   *
      * date with no TOURFILE run at all (a holiday with no feed) is  *
      * rolled only with NO-RUN-DAY=Y.                                *
      *                                                                *
      * Options come from the PARMCARD keyword control card file:     *
      *   ROLL-TO=yyyymmdd       business date to roll to (zero or    *
      *                          absent takes the next calendar day)  *
      *   INITIAL-DATE=yyyymmdd  first business date - only for an    *
      *                          empty BUSDATE at installation        *
      *   NO-RUN-DAY=Y/N         roll a date TOURFILE never ran for   *
      *   ACCEPT-ERRORS=Y/N      roll past a run that ended with      *
      *                          errors                               *
      * An unknown keyword or a bad value refuses the run.  A refused *
      * roll leaves BUSDATE as it was and sets return code 16.        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATEROLL.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT BUSDATE  ASSIGN TO BUSDATE.
           SELECT RUNHIST  ASSIGN TO RUNHIST.
           SELECT DATRPT   ASSIGN TO DATRPT.
           SELECT PARMCARD ASSIGN TO PARMCARD.
      *
       DATA DIVISION.
       FILE SECTION.
      *Business date control record - one record, read by every
      * step of the cycle through GETBDATE
       FD BUSDATE RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 BUSDATE-REC.
          03 BD-BUSINESS-DATE          PIC 9(08).
          03 BD-PRIOR-BUSINESS-DATE    PIC 9(08).
          03 BD-ROLL-SYSTEM-DATE       PIC 9(08).
          03 BD-ROLL-SYSTEM-TIME       PIC 9(06).
          03 FILLER                    PIC X(50).
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
      *Date roll report
       FD DATRPT RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 ROL-LINE                     PIC X(80).
      *Keyword control cards carrying the run options, one
      * KEYWORD=VALUE per card ('*' in column 1 comments a
      * card out)
       FD PARMCARD RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 PARM-CARD                    PIC X(80).

       WORKING-STORAGE SECTION.
       01 ROL-SYSTEM-DATE           PIC 9(08) VALUE ZERO.
       01 ROL-SYSTEM-TIME.
          03 ROL-SYSTEM-HHMMSS       PIC 9(06).
          03 FILLER                  PIC 9(02).
       01 ROL-CURRENT-DATE          PIC 9(08) VALUE ZERO.
       01 ROL-NEW-DATE              PIC 9(08) VALUE ZERO.
       01 ROL-RUNS-FOR-DATE         PIC 9(05) VALUE ZERO.
       01 ROL-EDIT-COUNT            PIC ZZZZ9.
       01 ROL-EDIT-RC               PIC 9(04).
       01 ROL-CONTROL-SW            PIC X(01) VALUE 'N'.
          88 CONTROL-RECORD-FOUND      VALUE 'Y'.
       01 ROL-RUN-STATUS            PIC X(01).
          88 RUN-HIST-END-OF-FILE      VALUE 'E'.
          88 RUN-HIST-NOT-END-OF-FILE  VALUE 'R'.
       01 ROL-REFUSED-SW            PIC X(01) VALUE 'N'.
          88 ROLL-REFUSED              VALUE 'Y'.
      *The last TOURFILE run for the current business date
       01 ROL-LAST-RUN-TIME         PIC 9(06) VALUE ZERO.
       01 ROL-LAST-RUN-RC           PIC 9(04) VALUE ZERO.
      *Calendar arithmetic for the next day and the date edits
       01 W-CAL-DATE                PIC 9(08) VALUE ZERO.
       01 W-CAL-PARTS REDEFINES W-CAL-DATE.
          03 W-CAL-YEAR              PIC 9(04).
          03 W-CAL-MM                PIC 9(02).
          03 W-CAL-DD                PIC 9(02).
       01 W-CAL-MONTH-DAYS          PIC 9(02) VALUE ZERO.
       01 W-CAL-QUOTIENT            PIC 9(04) VALUE ZERO.
       01 W-CAL-REMAINDER           PIC 9(04) VALUE ZERO.
       01 W-CAL-VALID-SW            PIC X(01) VALUE 'N'.
          88 CAL-DATE-VALID            VALUE 'Y'.
       01 ROL-MONTH-DAY-VALUES.
          03 FILLER                  PIC X(24)
               VALUE '312831303130313130313031'.
       01 ROL-MONTH-DAY-TABLE REDEFINES ROL-MONTH-DAY-VALUES.
          03 ROL-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
      *Run options resolved from the PARMCARD control cards -
      * defaults stand for any keyword the cards do not supply
       01 ROLL-TO-PARM         PIC 9(08) VALUE ZERO.
       01 INITIAL-DATE-PARM    PIC 9(08) VALUE ZERO.
       01 NO-RUN-DAY-PARM      PIC X(01) VALUE 'N'.
          88 NO-RUN-DAY-ALLOWED        VALUE 'Y'.
       01 ACCEPT-ERRORS-PARM   PIC X(01) VALUE 'N'.
          88 RUN-ERRORS-ACCEPTED       VALUE 'Y'.
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
           DISPLAY 'DATEROLL STARTED...'
           PERFORM READ-PARM-CARDS
           IF PARM-CARDS-INVALID
             DISPLAY 'DATEROLL *** RUN REFUSED - PARAMETER ERRORS ***'
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM INIT
             PERFORM READ-CONTROL-RECORD
             IF CONTROL-RECORD-FOUND
               PERFORM CHECK-PRIOR-CYCLE
               IF NOT ROLL-REFUSED
                 PERFORM RESOLVE-NEW-DATE
               END-IF
             ELSE
               PERFORM RESOLVE-INITIAL-DATE
             END-IF
             IF NOT ROLL-REFUSED
               PERFORM WRITE-CONTROL-RECORD
             END-IF
             PERFORM END-PROCESS
           END-IF
           IF RETURN-CODE = ZERO
             DISPLAY 'DATEROLL SUCCESSFUL'
           ELSE
             DISPLAY 'DATEROLL COMPLETED WITH ERRORS'
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
      *  its option.  A date must be a real calendar
      *  day
      **********************************************
       APPLY-ONE-PARM-CARD.
           MOVE SPACE TO W-PARM-KEYWORD
           MOVE SPACE TO W-PARM-VALUE
           UNSTRING PARM-CARD DELIMITED BY '='
             INTO W-PARM-KEYWORD W-PARM-VALUE
           EVALUATE W-PARM-KEYWORD
             WHEN 'ROLL-TO'
               PERFORM EDIT-DATE-VALUE
               IF NOT VALUE-IN-ERROR
                 MOVE W-PARM-NUMBER TO ROLL-TO-PARM
               END-IF
             WHEN 'INITIAL-DATE'
               PERFORM EDIT-DATE-VALUE
               IF NOT VALUE-IN-ERROR
                 MOVE W-PARM-NUMBER TO INITIAL-DATE-PARM
               END-IF
             WHEN 'NO-RUN-DAY'
               PERFORM EDIT-YES-NO-VALUE
               IF NOT VALUE-IN-ERROR
                 MOVE W-PARM-VALUE (1:1) TO NO-RUN-DAY-PARM
               END-IF
             WHEN 'ACCEPT-ERRORS'
               PERFORM EDIT-YES-NO-VALUE
               IF NOT VALUE-IN-ERROR
                 MOVE W-PARM-VALUE (1:1) TO ACCEPT-ERRORS-PARM
               END-IF
             WHEN OTHER
               SET VALUE-IN-ERROR TO TRUE
           END-EVALUATE
           IF VALUE-IN-ERROR
             DISPLAY 'DATEROLL *** INVALID PARAMETER CARD: '
                 PARM-CARD (1:40) ' ***'
             SET PARM-CARDS-INVALID TO TRUE
             MOVE 'N' TO W-VALUE-ERROR-SW
           END-IF.

      **********************************************
      * A single Y or N, nothing else on the value
      **********************************************
       EDIT-YES-NO-VALUE.
           IF (W-PARM-VALUE (1:1) = 'Y' OR W-PARM-VALUE (1:1) = 'N')
              AND W-PARM-VALUE (2:19) = SPACE
             CONTINUE
           ELSE
             SET VALUE-IN-ERROR TO TRUE
           END-IF.

      **********************************************
      * Exactly eight digits making a real calendar
      *  day
      **********************************************
       EDIT-DATE-VALUE.
           PERFORM EDIT-NUMERIC-VALUE
           IF NOT VALUE-IN-ERROR
             IF W-DIGIT-COUNT NOT = 8
               SET VALUE-IN-ERROR TO TRUE
             ELSE
               MOVE W-PARM-NUMBER TO W-CAL-DATE
               PERFORM EDIT-CALENDAR-DATE
               IF NOT CAL-DATE-VALID
                 SET VALUE-IN-ERROR TO TRUE
               END-IF
             END-IF
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
           MOVE ROL-MONTH-DAYS (W-CAL-MM) TO W-CAL-MONTH-DAYS
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
      * W-CAL-DATE moved on to the next calendar day
      **********************************************
       NEXT-CALENDAR-DAY.
           PERFORM SET-MONTH-DAYS
           IF W-CAL-DD < W-CAL-MONTH-DAYS
             ADD 1 TO W-CAL-DD
           ELSE
             MOVE 1 TO W-CAL-DD
             IF W-CAL-MM < 12
               ADD 1 TO W-CAL-MM
             ELSE
               MOVE 1 TO W-CAL-MM
               ADD 1 TO W-CAL-YEAR
             END-IF
           END-IF.

      **********************************************
      * Open the report and note when the roll ran
      **********************************************
       INIT.
           OPEN OUTPUT DATRPT
           ACCEPT ROL-SYSTEM-DATE FROM DATE YYYYMMDD
           ACCEPT ROL-SYSTEM-TIME FROM TIME
           MOVE SPACE TO ROL-LINE
           STRING 'DATEROLL BUSINESS DATE ROLL   RUN ON ' DELIMITED BY
               SIZE
             ROL-SYSTEM-DATE DELIMITED BY SIZE
             ' ' DELIMITED BY SIZE
             ROL-SYSTEM-HHMMSS DELIMITED BY SIZE
             INTO ROL-LINE
           WRITE ROL-LINE.

      **********************************************
      * The current control record, if there is one
      *  yet
      **********************************************
       READ-CONTROL-RECORD.
           OPEN INPUT BUSDATE
           READ BUSDATE
           AT END
             MOVE 'N' TO ROL-CONTROL-SW
           NOT AT END
             SET CONTROL-RECORD-FOUND TO TRUE
             MOVE BD-BUSINESS-DATE TO ROL-CURRENT-DATE
           END-READ
           CLOSE BUSDATE
           IF CONTROL-RECORD-FOUND
             MOVE SPACE TO ROL-LINE
             STRING 'CURRENT BUSINESS DATE........... ' DELIMITED BY
                 SIZE
               ROL-CURRENT-DATE DELIMITED BY SIZE
               INTO ROL-LINE
             WRITE ROL-LINE
           END-IF.

      **********************************************
      * Installation - an empty control file takes
      *  its first date from INITIAL-DATE, and only
      *  from it
      **********************************************
       RESOLVE-INITIAL-DATE.
           IF INITIAL-DATE-PARM = ZERO
             MOVE '*** ROLL REFUSED - BUSDATE EMPTY, INITIAL-DATE'
               TO ROL-LINE
             MOVE 'CARD REQUIRED' TO ROL-LINE (48:13)
             PERFORM REFUSE-ROLL
           ELSE
             MOVE INITIAL-DATE-PARM TO ROL-NEW-DATE
             MOVE 'BUSDATE EMPTY - INITIAL BUSINESS DATE SET'
               TO ROL-LINE
             WRITE ROL-LINE
           END-IF.

      **********************************************
      * The current date's cycle must have completed
      *  cleanly - judged on the last TOURFILE run
      *  for the date on the run history
      **********************************************
       CHECK-PRIOR-CYCLE.
           IF INITIAL-DATE-PARM NOT = ZERO
             MOVE '*** ROLL REFUSED - INITIAL-DATE ONLY FOR AN EMPTY'
               TO ROL-LINE
             MOVE 'BUSDATE' TO ROL-LINE (52:7)
             PERFORM REFUSE-ROLL
           ELSE
             OPEN INPUT RUNHIST
             SET RUN-HIST-NOT-END-OF-FILE TO TRUE
             PERFORM READ-RUN-HISTORY UNTIL RUN-HIST-END-OF-FILE
             CLOSE RUNHIST
             MOVE ROL-RUNS-FOR-DATE TO ROL-EDIT-COUNT
             MOVE SPACE TO ROL-LINE
             STRING 'TOURFILE RUNS FOR THE DATE...... ' DELIMITED BY
                 SIZE
               ROL-EDIT-COUNT DELIMITED BY SIZE
               INTO ROL-LINE
             WRITE ROL-LINE
             IF ROL-RUNS-FOR-DATE = ZERO
               IF NO-RUN-DAY-ALLOWED
                 MOVE 'NO TOURFILE RUN - ROLLED AS A NO-RUN DAY'
                   TO ROL-LINE
                 WRITE ROL-LINE
               ELSE
                 MOVE '*** ROLL REFUSED - NO TOURFILE RUN FOR THE DATE'
                   TO ROL-LINE
                 PERFORM REFUSE-ROLL
               END-IF
             ELSE
               PERFORM JUDGE-LAST-RUN
             END-IF
           END-IF.

       READ-RUN-HISTORY.
           READ RUNHIST
           AT END
             SET RUN-HIST-END-OF-FILE TO TRUE
           NOT AT END
             IF RH-RUN-DATE = ROL-CURRENT-DATE
               ADD 1 TO ROL-RUNS-FOR-DATE
               MOVE RH-RUN-TIME TO ROL-LAST-RUN-TIME
               MOVE RH-RETURN-CODE TO ROL-LAST-RUN-RC
             END-IF
           END-READ.

      **********************************************
      * The last run's return code - below 8 is
      *  clean, 8 to 15 rolls only once operations
      *  accept the errors, 16 and over never rolls
      **********************************************
       JUDGE-LAST-RUN.
           MOVE ROL-LAST-RUN-RC TO ROL-EDIT-RC
           MOVE SPACE TO ROL-LINE
           STRING 'LAST RUN ' DELIMITED BY SIZE
             ROL-LAST-RUN-TIME DELIMITED BY SIZE
             ' RETURN CODE ' DELIMITED BY SIZE
             ROL-EDIT-RC DELIMITED BY SIZE
             INTO ROL-LINE
           WRITE ROL-LINE
           IF ROL-LAST-RUN-RC NOT < 16
             MOVE '*** ROLL REFUSED - LAST RUN DID NOT COMPLETE'
               TO ROL-LINE
             PERFORM REFUSE-ROLL
           ELSE
             IF ROL-LAST-RUN-RC NOT < 8
               IF RUN-ERRORS-ACCEPTED
                 MOVE 'LAST RUN ENDED WITH ERRORS - ACCEPTED BY'
                   TO ROL-LINE
                 MOVE 'OPERATIONS' TO ROL-LINE (42:10)
                 WRITE ROL-LINE
               ELSE
                 MOVE '*** ROLL REFUSED - LAST RUN ENDED WITH ERRORS'
                   TO ROL-LINE
                 PERFORM REFUSE-ROLL
               END-IF
             END-IF
           END-IF.

      **********************************************
      * The date to roll to - the card's date, or
      *  the next calendar day.  The business date
      *  never moves backwards or stands still
      **********************************************
       RESOLVE-NEW-DATE.
           IF ROLL-TO-PARM = ZERO
             MOVE ROL-CURRENT-DATE TO W-CAL-DATE
             PERFORM NEXT-CALENDAR-DAY
             MOVE W-CAL-DATE TO ROL-NEW-DATE
           ELSE
             MOVE ROLL-TO-PARM TO ROL-NEW-DATE
           END-IF
           IF ROL-NEW-DATE NOT > ROL-CURRENT-DATE
             MOVE '*** ROLL REFUSED - ROLL-TO NOT AFTER THE CURRENT'
               TO ROL-LINE
             MOVE 'DATE' TO ROL-LINE (51:4)
             PERFORM REFUSE-ROLL
           END-IF.

      **********************************************
      * Replace the control record with the new date
      **********************************************
       WRITE-CONTROL-RECORD.
           OPEN OUTPUT BUSDATE
           MOVE SPACE TO BUSDATE-REC
           MOVE ROL-NEW-DATE TO BD-BUSINESS-DATE
           MOVE ROL-CURRENT-DATE TO BD-PRIOR-BUSINESS-DATE
           MOVE ROL-SYSTEM-DATE TO BD-ROLL-SYSTEM-DATE
           MOVE ROL-SYSTEM-HHMMSS TO BD-ROLL-SYSTEM-TIME
           WRITE BUSDATE-REC
           CLOSE BUSDATE
           MOVE SPACE TO ROL-LINE
           STRING 'NEW BUSINESS DATE............... ' DELIMITED BY
               SIZE
             ROL-NEW-DATE DELIMITED BY SIZE
             INTO ROL-LINE
           WRITE ROL-LINE.

      **********************************************
      * The reason the roll is refused is already in
      *  the report line - write it and stop
      **********************************************
       REFUSE-ROLL.
           WRITE ROL-LINE
           SET ROLL-REFUSED TO TRUE
           MOVE 16 TO RETURN-CODE.

      **********************************************
      * Close
      **********************************************
       END-PROCESS.
           IF ROLL-REFUSED
             MOVE '*** BUSINESS DATE NOT CHANGED ***' TO ROL-LINE
             WRITE ROL-LINE
           END-IF
           CLOSE DATRPT.
       END PROGRAM 'DATEROLL'.
