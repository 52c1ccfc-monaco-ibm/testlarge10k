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
      *Trend report
       FD TRENDRPT RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 TRD-RUNS-READ             PIC 9(07) VALUE ZERO.
       01 TRD-RUNS-TO-SHOW          PIC 9(03) VALUE ZERO.
       01 TRD-SWING-PCT             PIC 9(03) VALUE ZERO.
       01 TRD-RUN-DATE              PIC 9(08) VALUE ZERO.
       01 TRD-BDATE-RESULT          PIC X(01) VALUE SPACE.
          88 BUSINESS-DATE-VALID       VALUE 'V'.
       01 TRD-FILE-STATUS           PIC X(01).
          88 HIST-END-OF-FILE          VALUE 'E'.
          88 HIST-NOT-END-OF-FILE      VALUE 'R'.
       MAINLINE SECTION.
           DISPLAY 'RUNTREND STARTED...'
           PERFORM READ-PARM-CARDS
           CALL 'GETBDATE' USING TRD-RUN-DATE TRD-BDATE-RESULT
           IF NOT BUSINESS-DATE-VALID
             DISPLAY 'RUNTREND *** BUSINESS DATE NOT AVAILABLE ***'
             SET PARM-CARDS-INVALID TO TRUE
           END-IF
           IF PARM-CARDS-INVALID
             DISPLAY 'RUNTREND *** RUN REFUSED - PARAMETER ERRORS ***'
             MOVE 16 TO RETURN-CODE
           COMPUTE W-TOTAL-REJECTS = RH-REJ-SEQUENCE
             + RH-REJ-MALFORMED + RH-REJ-UNKNOWN + RH-REJ-RETIRED
             + RH-REJ-FX-OVERFLOW + RH-REJ-NO-RATE
             + RH-REJ-PRIOR-PERIOD + RH-REJ-OVER-CANCEL
             + RH-REJ-TRAN-TYPE + RH-REJ-BREAKDOWN
           MOVE W-TOTAL-REJECTS
             TO TRT-TOTAL-REJECTS (TREND-RUN-COUNT)
           MOVE RH-RETURN-CODE TO TRT-RETURN-CODE (TREND-RUN-COUNT).
           STRING 'RUNTREND RUN HISTORY TREND - LAST '
               DELIMITED BY SIZE
             TRD-RUNS-TO-SHOW DELIMITED BY SIZE
             ' RUNS   RUN ' DELIMITED BY SIZE
             TRD-RUN-DATE DELIMITED BY SIZE
             INTO TRD-LINE
           WRITE TRD-LINE
           MOVE SPACE TO TRD-LINE
