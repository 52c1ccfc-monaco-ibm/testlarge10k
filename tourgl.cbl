      ******************************************************************
      * TOURGL - general ledger journal from the TOURFILE run          *
      *                                                                *
      * Reads the detail history TOURFILE wrote for one run (DH-RUN-  *
      * DATE = the journal date) and summarizes the converted cost    *
      * and revenue of every detail by source office and currency -  *
      * a cancellation counts against its office and currency.  Each  *
      * summary becomes a balanced pair of journal lines for cost of  *
      * tours and a pair for tour revenue, on the accounts finance    *
      * maps in GLMAP for the office and line type (office '*' maps   *
      * any office without its own entry, including details that     *
      * never went through TOURMRG).  A net reversal swaps the debit  *
      * and credit sides.                                             *
      *                                                                *
      * GLJRNL is in the ledger upload layout - a header, the detail  *
      * lines, and a control trailer carrying the line count, the     *
      * debit and credit totals, and the net cost of tours tied to.   *
      * GLRPT is the posting summary the ledger team signs off.       *
      *                                                                *
      * The journal must tie to the run: the net cost of tours has to *
      * equal the movement in CTL-EXPENSE-TOTAL (RH-EXPENSE-TOTAL) on *
      * the run history between the run and the completed run before  *
      * it.  A full build restates the whole master rather than post  *
      * a day's activity, so only the first run on the history may be *
      * a full build.  Runs refused with return code 16 or higher      *
      * never produced a master and are passed over.                  *
      *                                                                *
      * Options come from the PARMCARD keyword control card file:     *
      *   JOURNAL-DATE=yyyymmdd  run date to journal (zero or absent  *
      *                          takes the business date)             *
      *                                                                *
      * No journal is written and the return code is 16 when the      *
      * parameters are in error, no completed run is on the history   *
      * for the date, the run is a full build, an office and line     *
      * type has no account mapping, a table fills, or the journal    *
      * does not tie.                                                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOURGL.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT TOURHIST ASSIGN TO TOURHIST.
           SELECT GLMAP    ASSIGN TO GLMAP.
           SELECT RUNHIST  ASSIGN TO RUNHIST.
           SELECT GLJRNL   ASSIGN TO GLJRNL.
           SELECT GLRPT    ASSIGN TO GLRPT.
           SELECT PARMCARD ASSIGN TO PARMCARD.
      *
       DATA DIVISION.
       FILE SECTION.
      *Detail history written by TOURFILE - in the layout TOURFILE
      * writes
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
      *Account mapping maintained by finance - the debit and
      * credit account for each source office and line type
      * ('COS' cost of tours, 'REV' tour revenue).  Office '*'
      * is the fallback for any office without its own entry
       FD GLMAP RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 GLMAP-REC.
          03 GM-OFFICE                 PIC X(01).
          03 GM-LINE-TYPE              PIC X(03).
          03 GM-DEBIT-ACCOUNT          PIC X(10).
          03 GM-CREDIT-ACCOUNT         PIC X(10).
          03 GM-DESCRIPTION            PIC X(20).
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
      *Journal in the ledger upload layout - header, detail
      * lines, control trailer.  Amounts are USD, unsigned, with
      * the side in the debit/credit indicator
       FD GLJRNL RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 GL-JOURNAL-REC.
          03 GJ-REC-TYPE               PIC X(01).
          03 FILLER                    PIC X(79).
       01 GJ-HEADER-REC REDEFINES GL-JOURNAL-REC.
          03 GJH-REC-TYPE              PIC X(01).
          03 GJH-SOURCE                PIC X(08).
          03 GJH-JOURNAL-DATE          PIC 9(08).
          03 GJH-RUN-TIME              PIC 9(06).
          03 GJH-BASE-CURRENCY         PIC X(03).
          03 GJH-DESCRIPTION           PIC X(30).
          03 FILLER                    PIC X(24).
       01 GJ-DETAIL-REC REDEFINES GL-JOURNAL-REC.
          03 GJD-REC-TYPE              PIC X(01).
          03 GJD-LINE-NUMBER           PIC 9(05).
          03 GJD-ACCOUNT               PIC X(10).
          03 GJD-DR-CR                 PIC X(01).
          03 GJD-AMOUNT                PIC 9(11).
          03 GJD-OFFICE                PIC X(01).
          03 GJD-CURRENCY              PIC X(03).
          03 GJD-DESCRIPTION           PIC X(20).
          03 FILLER                    PIC X(28).
       01 GJ-TRAILER-REC REDEFINES GL-JOURNAL-REC.
          03 GJT-REC-TYPE              PIC X(01).
          03 GJT-LINE-COUNT            PIC 9(07).
          03 GJT-TOTAL-DEBITS          PIC 9(13).
          03 GJT-TOTAL-CREDITS         PIC 9(13).
          03 GJT-NET-EXPENSE           PIC S9(11).
          03 FILLER                    PIC X(35).
      *Posting summary for the ledger team's sign-off
       FD GLRPT RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 GLR-LINE                     PIC X(80).
      *Keyword control cards carrying the run options, one
      * KEYWORD=VALUE per card ('*' in column 1 comments a
      * card out)
       FD PARMCARD RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 PARM-CARD                    PIC X(80).

       WORKING-STORAGE SECTION.
       01 GL-RUN-DATE               PIC 9(08) VALUE ZERO.
       01 GL-BDATE-RESULT           PIC X(01) VALUE SPACE.
          88 BUSINESS-DATE-VALID       VALUE 'V'.
       01 GL-JOURNAL-DATE           PIC 9(08) VALUE ZERO.
       01 GL-HIST-READ              PIC 9(07) VALUE ZERO.
       01 GL-HIST-THIS-RUN          PIC 9(07) VALUE ZERO.
       01 GL-LINES-WRITTEN          PIC 9(07) VALUE ZERO.
       01 GL-TOTAL-DEBITS           PIC 9(13) VALUE ZERO.
       01 GL-TOTAL-CREDITS          PIC 9(13) VALUE ZERO.
       01 GL-NET-EXPENSE            PIC S9(11) VALUE ZERO.
       01 GL-NET-REVENUE            PIC S9(11) VALUE ZERO.
      *The run being journalled, from the run history, and the
      * master expense total the completed run before it left
       01 GL-RUN-FOUND-SW           PIC X(01) VALUE 'N'.
          88 GL-RUN-FOUND              VALUE 'Y'.
       01 GL-RUN-TIME               PIC 9(06) VALUE ZERO.
       01 GL-RUN-MODE               PIC X(01) VALUE SPACE.
          88 GL-RUN-DELTA              VALUE 'D'.
       01 GL-RUN-EXPENSE-TOTAL      PIC 9(11) VALUE ZERO.
       01 GL-PRIOR-EXPENSE-TOTAL    PIC 9(11) VALUE ZERO.
       01 GL-PRIOR-RUN-SW           PIC X(01) VALUE 'N'.
          88 GL-PRIOR-RUN-FOUND        VALUE 'Y'.
       01 GL-LAST-EXPENSE-TOTAL     PIC 9(11) VALUE ZERO.
       01 GL-LAST-RUN-SW            PIC X(01) VALUE 'N'.
          88 GL-LAST-RUN-SEEN          VALUE 'Y'.
       01 GL-RUN-MOVEMENT           PIC S9(11) VALUE ZERO.
       01 GL-EDIT-COUNT             PIC ZZZZZZ9.
       01 GL-EDIT-AMOUNT            PIC ZZZZZZZZZZZZ9.
       01 GL-EDIT-SIGNED            PIC -(10)9.
       01 GL-EDIT-LINE              PIC ZZZZ9.
       01 GL-HIST-STATUS            PIC X(01).
          88 HIST-END-OF-FILE          VALUE 'E'.
          88 HIST-NOT-END-OF-FILE      VALUE 'R'.
       01 GL-MAP-STATUS             PIC X(01).
          88 MAP-END-OF-FILE           VALUE 'E'.
          88 MAP-NOT-END-OF-FILE       VALUE 'R'.
       01 GL-RUN-STATUS             PIC X(01).
          88 RUN-HIST-END-OF-FILE      VALUE 'E'.
          88 RUN-HIST-NOT-END-OF-FILE  VALUE 'R'.
       01 GL-REFUSED-SW             PIC X(01) VALUE 'N'.
          88 JOURNAL-REFUSED           VALUE 'Y'.
      *Account mapping table loaded from GLMAP
       01 GL-MAP-TABLE.
          03 GL-MAP-ENTRY OCCURS 100 TIMES.
            05 GLM-OFFICE            PIC X(01).
            05 GLM-LINE-TYPE         PIC X(03).
            05 GLM-DEBIT-ACCOUNT     PIC X(10).
            05 GLM-CREDIT-ACCOUNT    PIC X(10).
            05 GLM-DESCRIPTION       PIC X(20).
       01 GLM-ENTRY-COUNT           PIC 9(03) VALUE ZERO.
       01 GLM-IX                    PIC 9(03) VALUE ZERO.
       01 GLM-FOUND-IX              PIC 9(03) VALUE ZERO.
       01 GLM-FALLBACK-IX           PIC 9(03) VALUE ZERO.
      *The run's details summarized by source office and
      * currency, with the mapping each summary posts through
       01 GL-SUMMARY-TABLE.
          03 GL-SUMMARY-ENTRY OCCURS 500 TIMES.
            05 GLS-OFFICE            PIC X(01).
            05 GLS-CURRENCY          PIC X(03).
            05 GLS-RECORDS           PIC 9(07).
            05 GLS-EXPENSE           PIC S9(11).
            05 GLS-REVENUE           PIC S9(11).
            05 GLS-COS-MAP-IX        PIC 9(03).
            05 GLS-REV-MAP-IX        PIC 9(03).
       01 GLS-ENTRY-COUNT           PIC 9(03) VALUE ZERO.
       01 GLS-IX                    PIC 9(03) VALUE ZERO.
       01 GLS-FOUND-IX              PIC 9(03) VALUE ZERO.
      *One detail's converted amounts, signed by its type
       01 W-DETAIL-EXPENSE          PIC S9(11) VALUE ZERO.
       01 W-DETAIL-REVENUE          PIC S9(11) VALUE ZERO.
      *The map lookup in hand
       01 W-MAP-OFFICE              PIC X(01) VALUE SPACE.
       01 W-MAP-LINE-TYPE           PIC X(03) VALUE SPACE.
      *One debit/credit pair about to be written
       01 W-PAIR-AMOUNT             PIC S9(11) VALUE ZERO.
       01 W-PAIR-DEBIT-ACCOUNT      PIC X(10) VALUE SPACE.
       01 W-PAIR-CREDIT-ACCOUNT     PIC X(10) VALUE SPACE.
       01 W-PAIR-DESCRIPTION        PIC X(20) VALUE SPACE.
       01 W-SWAP-ACCOUNT            PIC X(10) VALUE SPACE.
       01 W-LINE-ACCOUNT            PIC X(10) VALUE SPACE.
       01 W-LINE-DR-CR              PIC X(01) VALUE SPACE.
      *Run options resolved from the PARMCARD control cards -
      * defaults stand for any keyword the cards do not supply
       01 JOURNAL-DATE-PARM    PIC 9(08) VALUE ZERO.
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
           DISPLAY 'TOURGL STARTED...'
           PERFORM READ-PARM-CARDS
           CALL 'GETBDATE' USING GL-RUN-DATE GL-BDATE-RESULT
           IF NOT BUSINESS-DATE-VALID
             DISPLAY 'TOURGL *** BUSINESS DATE NOT AVAILABLE ***'
             SET PARM-CARDS-INVALID TO TRUE
           END-IF
           IF PARM-CARDS-INVALID
             DISPLAY 'TOURGL *** RUN REFUSED - PARAMETER ERRORS ***'
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM INIT
             PERFORM FIND-RUN-ON-HISTORY
             IF NOT JOURNAL-REFUSED
               PERFORM LOAD-ACCOUNT-MAP
               PERFORM SUMMARIZE-DETAIL-HISTORY
             END-IF
             IF NOT JOURNAL-REFUSED
               PERFORM MAP-SUMMARY-ENTRIES
             END-IF
             IF NOT JOURNAL-REFUSED
               PERFORM CHECK-JOURNAL-TIE
             END-IF
             IF NOT JOURNAL-REFUSED
               PERFORM WRITE-JOURNAL
             END-IF
             PERFORM END-PROCESS
           END-IF
           IF RETURN-CODE = ZERO
             DISPLAY 'TOURGL SUCCESSFUL'
           ELSE
             DISPLAY 'TOURGL COMPLETED WITH ERRORS'
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
      *  its option
      **********************************************
       APPLY-ONE-PARM-CARD.
           MOVE SPACE TO W-PARM-KEYWORD
           MOVE SPACE TO W-PARM-VALUE
           UNSTRING PARM-CARD DELIMITED BY '='
             INTO W-PARM-KEYWORD W-PARM-VALUE
           EVALUATE W-PARM-KEYWORD
             WHEN 'JOURNAL-DATE'
               PERFORM EDIT-NUMERIC-VALUE
               IF NOT VALUE-IN-ERROR
                 MOVE W-PARM-NUMBER TO JOURNAL-DATE-PARM
               END-IF
             WHEN OTHER
               SET VALUE-IN-ERROR TO TRUE
           END-EVALUATE
           IF VALUE-IN-ERROR
             DISPLAY 'TOURGL *** INVALID PARAMETER CARD: '
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
      * Open the summary report, resolve the journal
      *  date, and head the report
      **********************************************
       INIT.
           OPEN OUTPUT GLRPT
           IF JOURNAL-DATE-PARM = ZERO
             MOVE GL-RUN-DATE TO GL-JOURNAL-DATE
           ELSE
             MOVE JOURNAL-DATE-PARM TO GL-JOURNAL-DATE
           END-IF
           MOVE SPACE TO GLR-LINE
           STRING 'TOURGL POSTING SUMMARY - TOURFILE RUN OF '
               DELIMITED BY SIZE
             GL-JOURNAL-DATE DELIMITED BY SIZE
             '   PREPARED ' DELIMITED BY SIZE
             GL-RUN-DATE DELIMITED BY SIZE
             INTO GLR-LINE
           WRITE GLR-LINE.

      **********************************************
      * Find the run on the run history - the last
      *  completed run for the date, and the master
      *  expense total of the completed run before it
      **********************************************
       FIND-RUN-ON-HISTORY.
           OPEN INPUT RUNHIST
           SET RUN-HIST-NOT-END-OF-FILE TO TRUE
           PERFORM READ-RUN-HISTORY UNTIL RUN-HIST-END-OF-FILE
           CLOSE RUNHIST
           IF NOT GL-RUN-FOUND
             MOVE '*** JOURNAL REFUSED - NO COMPLETED RUN FOR THE DATE'
               TO GLR-LINE
             PERFORM REFUSE-JOURNAL
           ELSE
             IF GL-RUN-DELTA
               COMPUTE GL-RUN-MOVEMENT =
                   GL-RUN-EXPENSE-TOTAL - GL-PRIOR-EXPENSE-TOTAL
             ELSE
               IF GL-PRIOR-RUN-FOUND
                 MOVE '*** JOURNAL REFUSED - RUN WAS A FULL BUILD'
                   TO GLR-LINE
                 PERFORM REFUSE-JOURNAL
               ELSE
      *          the initial load - everything on the master is
      *           new to the ledger
                 MOVE GL-RUN-EXPENSE-TOTAL TO GL-RUN-MOVEMENT
               END-IF
             END-IF
           END-IF.

       READ-RUN-HISTORY.
           READ RUNHIST
           AT END
             SET RUN-HIST-END-OF-FILE TO TRUE
           NOT AT END
             IF RH-RETURN-CODE < 16
               IF RH-RUN-DATE = GL-JOURNAL-DATE
                 SET GL-RUN-FOUND TO TRUE
                 MOVE RH-RUN-TIME TO GL-RUN-TIME
                 MOVE RH-UPDATE-MODE TO GL-RUN-MODE
                 MOVE RH-EXPENSE-TOTAL TO GL-RUN-EXPENSE-TOTAL
                 MOVE GL-LAST-EXPENSE-TOTAL TO GL-PRIOR-EXPENSE-TOTAL
                 MOVE GL-LAST-RUN-SW TO GL-PRIOR-RUN-SW
               END-IF
               MOVE RH-EXPENSE-TOTAL TO GL-LAST-EXPENSE-TOTAL
               SET GL-LAST-RUN-SEEN TO TRUE
             END-IF
           END-READ.

      **********************************************
      * Load finance's account mapping table
      **********************************************
       LOAD-ACCOUNT-MAP.
           OPEN INPUT GLMAP
           SET MAP-NOT-END-OF-FILE TO TRUE
           PERFORM READ-NEXT-MAP-ENTRY UNTIL MAP-END-OF-FILE
           CLOSE GLMAP.

       READ-NEXT-MAP-ENTRY.
           READ GLMAP
           AT END
             SET MAP-END-OF-FILE TO TRUE
           NOT AT END
             IF GLM-ENTRY-COUNT < 100
               ADD 1 TO GLM-ENTRY-COUNT
               MOVE GM-OFFICE TO GLM-OFFICE (GLM-ENTRY-COUNT)
               MOVE GM-LINE-TYPE TO GLM-LINE-TYPE (GLM-ENTRY-COUNT)
               MOVE GM-DEBIT-ACCOUNT
                 TO GLM-DEBIT-ACCOUNT (GLM-ENTRY-COUNT)
               MOVE GM-CREDIT-ACCOUNT
                 TO GLM-CREDIT-ACCOUNT (GLM-ENTRY-COUNT)
               MOVE GM-DESCRIPTION TO GLM-DESCRIPTION (GLM-ENTRY-COUNT)
             ELSE
               MOVE '*** JOURNAL REFUSED - ACCOUNT MAP TABLE FULL'
                 TO GLR-LINE
               PERFORM REFUSE-JOURNAL
               SET MAP-END-OF-FILE TO TRUE
             END-IF
           END-READ.

      **********************************************
      * Summarize the run's details by office and
      *  currency - details from other runs on the
      *  history, and the archive summaries TOURRET
      *  leaves on it, are passed over
      **********************************************
       SUMMARIZE-DETAIL-HISTORY.
           OPEN INPUT TOURHIST
           SET HIST-NOT-END-OF-FILE TO TRUE
           PERFORM READ-NEXT-DETAIL UNTIL HIST-END-OF-FILE
           CLOSE TOURHIST.

       READ-NEXT-DETAIL.
           READ TOURHIST
           AT END
             SET HIST-END-OF-FILE TO TRUE
           NOT AT END
             ADD 1 TO GL-HIST-READ
             IF DH-RUN-DATE = GL-JOURNAL-DATE
                AND NOT DH-ARCHIVE-SUMMARY
               ADD 1 TO GL-HIST-THIS-RUN
               PERFORM SUMMARIZE-ONE-DETAIL
             END-IF
           END-READ.

      **********************************************
      * One detail into its office and currency
      *  summary - a cancellation takes its amounts
      *  back out
      **********************************************
       SUMMARIZE-ONE-DETAIL.
           COMPUTE W-DETAIL-EXPENSE =
               DH-BASE-EXPENSE * DH-NUMBER-ENTRIES
           COMPUTE W-DETAIL-REVENUE =
               DH-BASE-PRICE * DH-NUMBER-ENTRIES
           IF DH-CANCELLATION
             COMPUTE W-DETAIL-EXPENSE = ZERO - W-DETAIL-EXPENSE
             COMPUTE W-DETAIL-REVENUE = ZERO - W-DETAIL-REVENUE
           END-IF
           PERFORM FIND-SUMMARY-ENTRY
           IF GLS-FOUND-IX NOT = ZERO
             ADD 1 TO GLS-RECORDS (GLS-FOUND-IX)
             ADD W-DETAIL-EXPENSE TO GLS-EXPENSE (GLS-FOUND-IX)
             ADD W-DETAIL-REVENUE TO GLS-REVENUE (GLS-FOUND-IX)
             ADD W-DETAIL-EXPENSE TO GL-NET-EXPENSE
             ADD W-DETAIL-REVENUE TO GL-NET-REVENUE
           END-IF.

      **********************************************
      * Find the detail's office and currency on the
      *  summary table, adding it when new.  A full
      *  table refuses the journal rather than post
      *  part of the run
      **********************************************
       FIND-SUMMARY-ENTRY.
           MOVE ZERO TO GLS-FOUND-IX
           PERFORM SCAN-SUMMARY-ENTRY
             VARYING GLS-IX FROM 1 BY 1
             UNTIL GLS-IX > GLS-ENTRY-COUNT
                OR GLS-FOUND-IX NOT = ZERO
           IF GLS-FOUND-IX = ZERO
             IF GLS-ENTRY-COUNT < 500
               ADD 1 TO GLS-ENTRY-COUNT
               MOVE GLS-ENTRY-COUNT TO GLS-FOUND-IX
               MOVE DH-SOURCE-OFFICE TO GLS-OFFICE (GLS-FOUND-IX)
               MOVE DH-CURRENCY-CODE TO GLS-CURRENCY (GLS-FOUND-IX)
               MOVE ZERO TO GLS-RECORDS (GLS-FOUND-IX)
               MOVE ZERO TO GLS-EXPENSE (GLS-FOUND-IX)
               MOVE ZERO TO GLS-REVENUE (GLS-FOUND-IX)
               MOVE ZERO TO GLS-COS-MAP-IX (GLS-FOUND-IX)
               MOVE ZERO TO GLS-REV-MAP-IX (GLS-FOUND-IX)
             ELSE
               IF NOT JOURNAL-REFUSED
                 MOVE '*** JOURNAL REFUSED - SUMMARY TABLE FULL'
                   TO GLR-LINE
                 PERFORM REFUSE-JOURNAL
               END-IF
             END-IF
           END-IF.

       SCAN-SUMMARY-ENTRY.
           IF GLS-OFFICE (GLS-IX) = DH-SOURCE-OFFICE
              AND GLS-CURRENCY (GLS-IX) = DH-CURRENCY-CODE
             MOVE GLS-IX TO GLS-FOUND-IX
           END-IF.

      **********************************************
      * Find the cost and revenue accounts for every
      *  summary - an office and line type finance
      *  has not mapped refuses the journal
      **********************************************
       MAP-SUMMARY-ENTRIES.
           PERFORM MAP-ONE-SUMMARY
             VARYING GLS-IX FROM 1 BY 1
             UNTIL GLS-IX > GLS-ENTRY-COUNT.

       MAP-ONE-SUMMARY.
           MOVE GLS-OFFICE (GLS-IX) TO W-MAP-OFFICE
           MOVE 'COS' TO W-MAP-LINE-TYPE
           PERFORM FIND-MAP-ENTRY
           MOVE GLM-FOUND-IX TO GLS-COS-MAP-IX (GLS-IX)
           MOVE 'REV' TO W-MAP-LINE-TYPE
           PERFORM FIND-MAP-ENTRY
           MOVE GLM-FOUND-IX TO GLS-REV-MAP-IX (GLS-IX).

      **********************************************
      * The office's own entry for the line type, or
      *  the '*' entry when it has none
      **********************************************
       FIND-MAP-ENTRY.
           MOVE ZERO TO GLM-FOUND-IX
           MOVE ZERO TO GLM-FALLBACK-IX
           PERFORM SCAN-MAP-ENTRY
             VARYING GLM-IX FROM 1 BY 1
             UNTIL GLM-IX > GLM-ENTRY-COUNT
           IF GLM-FOUND-IX = ZERO
             MOVE GLM-FALLBACK-IX TO GLM-FOUND-IX
           END-IF
           IF GLM-FOUND-IX = ZERO
             MOVE SPACE TO GLR-LINE
             STRING '*** JOURNAL REFUSED - NO ACCOUNT MAP FOR OFFICE '
                 DELIMITED BY SIZE
               W-MAP-OFFICE DELIMITED BY SIZE
               ' LINE ' DELIMITED BY SIZE
               W-MAP-LINE-TYPE DELIMITED BY SIZE
               INTO GLR-LINE
             PERFORM REFUSE-JOURNAL
           END-IF.

       SCAN-MAP-ENTRY.
           IF GLM-LINE-TYPE (GLM-IX) = W-MAP-LINE-TYPE
             IF GLM-OFFICE (GLM-IX) = W-MAP-OFFICE
               MOVE GLM-IX TO GLM-FOUND-IX
             ELSE
               IF GLM-OFFICE (GLM-IX) = '*'
                 MOVE GLM-IX TO GLM-FALLBACK-IX
               END-IF
             END-IF
           END-IF.

      **********************************************
      * The net cost of tours the journal would post
      *  against the movement in the master expense
      *  total the run left on the history
      **********************************************
       CHECK-JOURNAL-TIE.
           MOVE GL-NET-EXPENSE TO GL-EDIT-SIGNED
           MOVE SPACE TO GLR-LINE
           STRING 'NET COST OF TOURS IN JOURNAL.... ' DELIMITED BY
               SIZE
             GL-EDIT-SIGNED DELIMITED BY SIZE
             INTO GLR-LINE
           WRITE GLR-LINE
           MOVE GL-RUN-MOVEMENT TO GL-EDIT-SIGNED
           MOVE SPACE TO GLR-LINE
           STRING 'RUN HISTORY EXPENSE MOVEMENT.... ' DELIMITED BY
               SIZE
             GL-EDIT-SIGNED DELIMITED BY SIZE
             INTO GLR-LINE
           WRITE GLR-LINE
           IF GL-NET-EXPENSE NOT = GL-RUN-MOVEMENT
             MOVE '*** JOURNAL REFUSED - DOES NOT TIE TO RUN HISTORY'
               TO GLR-LINE
             PERFORM REFUSE-JOURNAL
           END-IF.

      **********************************************
      * Header, a cost pair and a revenue pair per
      *  office and currency, and the control trailer
      **********************************************
       WRITE-JOURNAL.
           OPEN OUTPUT GLJRNL
           MOVE SPACE TO GJ-HEADER-REC
           MOVE 'H' TO GJH-REC-TYPE
           MOVE 'TOURFILE' TO GJH-SOURCE
           MOVE GL-JOURNAL-DATE TO GJH-JOURNAL-DATE
           MOVE GL-RUN-TIME TO GJH-RUN-TIME
           MOVE 'USD' TO GJH-BASE-CURRENCY
           MOVE 'TOUR COST AND REVENUE' TO GJH-DESCRIPTION
           WRITE GL-JOURNAL-REC
           MOVE 'JOURNAL LINES' TO GLR-LINE
           WRITE GLR-LINE
           PERFORM WRITE-SUMMARY-LINES
             VARYING GLS-IX FROM 1 BY 1
             UNTIL GLS-IX > GLS-ENTRY-COUNT
           MOVE SPACE TO GJ-TRAILER-REC
           MOVE 'T' TO GJT-REC-TYPE
           MOVE GL-LINES-WRITTEN TO GJT-LINE-COUNT
           MOVE GL-TOTAL-DEBITS TO GJT-TOTAL-DEBITS
           MOVE GL-TOTAL-CREDITS TO GJT-TOTAL-CREDITS
           MOVE GL-NET-EXPENSE TO GJT-NET-EXPENSE
           WRITE GL-JOURNAL-REC
           CLOSE GLJRNL.

       WRITE-SUMMARY-LINES.
           MOVE GLS-EXPENSE (GLS-IX) TO W-PAIR-AMOUNT
           MOVE GLS-COS-MAP-IX (GLS-IX) TO GLM-IX
           PERFORM WRITE-JOURNAL-PAIR
           MOVE GLS-REVENUE (GLS-IX) TO W-PAIR-AMOUNT
           MOVE GLS-REV-MAP-IX (GLS-IX) TO GLM-IX
           PERFORM WRITE-JOURNAL-PAIR.

      **********************************************
      * One balanced debit and credit for an amount
      *  on a mapping - a negative amount (more taken
      *  back than booked) posts the other way round
      **********************************************
       WRITE-JOURNAL-PAIR.
           IF W-PAIR-AMOUNT NOT = ZERO
             MOVE GLM-DEBIT-ACCOUNT (GLM-IX) TO W-PAIR-DEBIT-ACCOUNT
             MOVE GLM-CREDIT-ACCOUNT (GLM-IX) TO W-PAIR-CREDIT-ACCOUNT
             MOVE GLM-DESCRIPTION (GLM-IX) TO W-PAIR-DESCRIPTION
             IF W-PAIR-AMOUNT < ZERO
               COMPUTE W-PAIR-AMOUNT = ZERO - W-PAIR-AMOUNT
               MOVE W-PAIR-DEBIT-ACCOUNT TO W-SWAP-ACCOUNT
               MOVE W-PAIR-CREDIT-ACCOUNT TO W-PAIR-DEBIT-ACCOUNT
               MOVE W-SWAP-ACCOUNT TO W-PAIR-CREDIT-ACCOUNT
             END-IF
             MOVE W-PAIR-DEBIT-ACCOUNT TO W-LINE-ACCOUNT
             MOVE 'D' TO W-LINE-DR-CR
             PERFORM WRITE-JOURNAL-LINE
             ADD W-PAIR-AMOUNT TO GL-TOTAL-DEBITS
             MOVE W-PAIR-CREDIT-ACCOUNT TO W-LINE-ACCOUNT
             MOVE 'C' TO W-LINE-DR-CR
             PERFORM WRITE-JOURNAL-LINE
             ADD W-PAIR-AMOUNT TO GL-TOTAL-CREDITS
           END-IF.

       WRITE-JOURNAL-LINE.
           ADD 1 TO GL-LINES-WRITTEN
           MOVE SPACE TO GJ-DETAIL-REC
           MOVE 'D' TO GJD-REC-TYPE
           MOVE GL-LINES-WRITTEN TO GJD-LINE-NUMBER
           MOVE W-LINE-ACCOUNT TO GJD-ACCOUNT
           MOVE W-LINE-DR-CR TO GJD-DR-CR
           MOVE W-PAIR-AMOUNT TO GJD-AMOUNT
           MOVE GLS-OFFICE (GLS-IX) TO GJD-OFFICE
           MOVE GLS-CURRENCY (GLS-IX) TO GJD-CURRENCY
           MOVE W-PAIR-DESCRIPTION TO GJD-DESCRIPTION
           WRITE GL-JOURNAL-REC
           MOVE GL-LINES-WRITTEN TO GL-EDIT-LINE
           MOVE W-PAIR-AMOUNT TO GL-EDIT-AMOUNT
           MOVE SPACE TO GLR-LINE
           STRING '  ' DELIMITED BY SIZE
             GL-EDIT-LINE DELIMITED BY SIZE
             ' ' DELIMITED BY SIZE
             W-LINE-ACCOUNT DELIMITED BY SIZE
             ' ' DELIMITED BY SIZE
             W-LINE-DR-CR DELIMITED BY SIZE
             ' OFFICE ' DELIMITED BY SIZE
             GLS-OFFICE (GLS-IX) DELIMITED BY SIZE
             ' ' DELIMITED BY SIZE
             GLS-CURRENCY (GLS-IX) DELIMITED BY SIZE
             ' ' DELIMITED BY SIZE
             GL-EDIT-AMOUNT DELIMITED BY SIZE
             ' ' DELIMITED BY SIZE
             W-PAIR-DESCRIPTION DELIMITED BY SIZE
             INTO GLR-LINE
           WRITE GLR-LINE.

      **********************************************
      * The reason the journal is refused is already
      *  in the report line - write it and stop
      **********************************************
       REFUSE-JOURNAL.
           WRITE GLR-LINE
           SET JOURNAL-REFUSED TO TRUE
           MOVE 16 TO RETURN-CODE.

      **********************************************
      * Control totals, the verdict, the sign-off
      *  block, and close
      **********************************************
       END-PROCESS.
           MOVE GL-HIST-READ TO GL-EDIT-COUNT
           MOVE SPACE TO GLR-LINE
           STRING 'DETAIL HISTORY RECORDS READ..... ' DELIMITED BY
               SIZE
             GL-EDIT-COUNT DELIMITED BY SIZE
             INTO GLR-LINE
           WRITE GLR-LINE

           MOVE GL-HIST-THIS-RUN TO GL-EDIT-COUNT
           MOVE SPACE TO GLR-LINE
           STRING 'DETAILS FROM THIS RUN........... ' DELIMITED BY
               SIZE
             GL-EDIT-COUNT DELIMITED BY SIZE
             INTO GLR-LINE
           WRITE GLR-LINE

           MOVE GL-NET-REVENUE TO GL-EDIT-SIGNED
           MOVE SPACE TO GLR-LINE
           STRING 'NET TOUR REVENUE IN JOURNAL..... ' DELIMITED BY
               SIZE
             GL-EDIT-SIGNED DELIMITED BY SIZE
             INTO GLR-LINE
           WRITE GLR-LINE

           MOVE GL-LINES-WRITTEN TO GL-EDIT-COUNT
           MOVE SPACE TO GLR-LINE
           STRING 'JOURNAL LINES WRITTEN........... ' DELIMITED BY
               SIZE
             GL-EDIT-COUNT DELIMITED BY SIZE
             INTO GLR-LINE
           WRITE GLR-LINE

           MOVE GL-TOTAL-DEBITS TO GL-EDIT-AMOUNT
           MOVE SPACE TO GLR-LINE
           STRING 'TOTAL DEBITS.................... ' DELIMITED BY
               SIZE
             GL-EDIT-AMOUNT DELIMITED BY SIZE
             INTO GLR-LINE
           WRITE GLR-LINE

           MOVE GL-TOTAL-CREDITS TO GL-EDIT-AMOUNT
           MOVE SPACE TO GLR-LINE
           STRING 'TOTAL CREDITS................... ' DELIMITED BY
               SIZE
             GL-EDIT-AMOUNT DELIMITED BY SIZE
             INTO GLR-LINE
           WRITE GLR-LINE

           IF JOURNAL-REFUSED
             MOVE '*** NO JOURNAL PRODUCED ***' TO GLR-LINE
             WRITE GLR-LINE
             DISPLAY 'TOURGL *** JOURNAL REFUSED - SEE GLRPT ***'
           ELSE
             IF GL-TOTAL-DEBITS NOT = GL-TOTAL-CREDITS
               MOVE '*** JOURNAL OUT OF BALANCE - DO NOT POST ***'
                 TO GLR-LINE
               WRITE GLR-LINE
               MOVE 16 TO RETURN-CODE
             ELSE
               MOVE 'JOURNAL BALANCED AND TIED TO THE RUN' TO GLR-LINE
               WRITE GLR-LINE
               MOVE SPACE TO GLR-LINE
               WRITE GLR-LINE
               MOVE 'POSTED BY ____________________   DATE __________'
                 TO GLR-LINE
               WRITE GLR-LINE
               MOVE 'APPROVED BY __________________   DATE __________'
                 TO GLR-LINE
               WRITE GLR-LINE
             END-IF
           END-IF
           CLOSE GLRPT.
       END PROGRAM 'TOURGL'.
