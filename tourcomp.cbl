          03 CUR-TOTAL-EXPENSE         PIC 9(09).
          03 CUR-TOTAL-REVENUE         PIC 9(09).
          03 CUR-MARGIN                PIC S9(09).
          03 CUR-MTD-ENTRIES           PIC S9(04).
          03 CUR-MTD-EXPENSE           PIC S9(09).
          03 CUR-MTD-REVENUE           PIC S9(09).
          03 CUR-MTD-MARGIN            PIC S9(09).
          03 CUR-YTD-ENTRIES           PIC S9(04).
          03 CUR-YTD-EXPENSE           PIC S9(09).
          03 CUR-YTD-REVENUE           PIC S9(09).
          03 CUR-YTD-MARGIN            PIC S9(09).
          03 CUR-TOTAL-COMMISSION      PIC 9(09).
          03 CUR-NET-MARGIN            PIC S9(09).
          03 CUR-MTD-COMMISSION        PIC S9(09).
          03 CUR-MTD-NET-MARGIN        PIC S9(09).
          03 CUR-YTD-COMMISSION        PIC S9(09).
          03 CUR-YTD-NET-MARGIN        PIC S9(09).
      *Prior TOURMST generation
      * prereq: all records are sorted by PRV-TOUR-CODE
       FD PREVMST.
          03 PRV-TOTAL-EXPENSE         PIC 9(09).
          03 PRV-TOTAL-REVENUE         PIC 9(09).
          03 PRV-MARGIN                PIC S9(09).
          03 PRV-MTD-ENTRIES           PIC S9(04).
          03 PRV-MTD-EXPENSE           PIC S9(09).
          03 PRV-MTD-REVENUE           PIC S9(09).
          03 PRV-MTD-MARGIN            PIC S9(09).
          03 PRV-YTD-ENTRIES           PIC S9(04).
          03 PRV-YTD-EXPENSE           PIC S9(09).
          03 PRV-YTD-REVENUE           PIC S9(09).
          03 PRV-YTD-MARGIN            PIC S9(09).
          03 PRV-TOTAL-COMMISSION      PIC 9(09).
          03 PRV-NET-MARGIN            PIC S9(09).
          03 PRV-MTD-COMMISSION        PIC S9(09).
          03 PRV-MTD-NET-MARGIN        PIC S9(09).
          03 PRV-YTD-COMMISSION        PIC S9(09).
          03 PRV-YTD-NET-MARGIN        PIC S9(09).
      *Comparison report
       FD COMPRPT RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 CMP-DISAPPEARED           PIC 9(07) VALUE ZERO.
       01 CMP-MOVED                 PIC 9(07) VALUE ZERO.
       01 CMP-PCT-LIMIT             PIC 9(03) VALUE ZERO.
       01 CMP-RUN-DATE              PIC 9(08) VALUE ZERO.
       01 CMP-BDATE-RESULT          PIC X(01) VALUE SPACE.
          88 BUSINESS-DATE-VALID       VALUE 'V'.
       01 CMP-EDIT-COUNT            PIC ZZZZZZ9.
       01 CMP-EDIT-PCT              PIC ZZ9.
       01 CMP-EDIT-PREV             PIC -(8)9.
       MAINLINE SECTION.
           DISPLAY 'TOURCOMP STARTED...'
           PERFORM READ-PARM-CARDS
           CALL 'GETBDATE' USING CMP-RUN-DATE CMP-BDATE-RESULT
           IF NOT BUSINESS-DATE-VALID
             DISPLAY 'TOURCOMP *** BUSINESS DATE NOT AVAILABLE ***'
             SET PARM-CARDS-INVALID TO TRUE
           END-IF
           IF PARM-CARDS-INVALID
             DISPLAY 'TOURCOMP *** RUN REFUSED - PARAMETER ERRORS ***'
             MOVE 16 TO RETURN-CODE
           STRING 'TOURCOMP MASTER COMPARISON - THRESHOLD '
               DELIMITED BY SIZE
             CMP-EDIT-PCT DELIMITED BY SIZE
             ' PCT   RUN ' DELIMITED BY SIZE
             CMP-RUN-DATE DELIMITED BY SIZE
             INTO CMP-LINE
           WRITE CMP-LINE

