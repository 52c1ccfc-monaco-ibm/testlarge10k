      ******************************************************************
      * VNDPAY - vendor payables by vendor and currency                *
      *                                                                *
      * Reports what the tours actually booked with each supplier so  *
      * accounts payable can check supplier invoices against it.      *
      * TOURFILE writes one vendor cost record (VNDCOST) for every    *
      * cost component of every booking and amendment it folds into  *
      * the master - the per-entry amount, extended by the entries,   *
      * in the currency the detail was booked in, and its USD value   *
      * at the rate the detail converted at.                          *
      *                                                                *
      * The selected records are sorted by vendor, currency, tour and *
      * entry date and listed one per line.  Each vendor is headed   *
      * with its name and pay currency from the vendor master         *
      * (VNDMST, maintained by VNDMNT).  Each currency the vendor was *
      * booked in is subtotalled in that currency and in USD - an     *
      * invoice is checked against the currency it is billed in - and *
      * the vendor is totalled in USD.  A summary by cost category    *
      * and the control totals close the report.                      *
      *                                                                *
      * Options come from the PARMCARD keyword control card file:     *
      *   FROM-DATE=yyyymmdd  first TOURFILE run date to report       *
      *   TO-DATE=yyyymmdd    last TOURFILE run date to report        *
      * Either left off (or zero) leaves that end of the range open. *
      * An unknown keyword, a bad value, or a FROM-DATE after the     *
      * TO-DATE refuses the run with return code 16.                  *
      *                                                                *
      * A vendor on VNDCOST that is no longer on the vendor master is *
      * still reported and sets return code 4.  Records reported     *
      * that do not agree with records selected set return code 8.   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDPAY.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT VNDCOST  ASSIGN TO VNDCOST.
           SELECT VNDMST   ASSIGN TO VNDMST.
           SELECT PAYRPT   ASSIGN TO PAYRPT.
           SELECT PARMCARD ASSIGN TO PARMCARD.
           SELECT SORTWORK ASSIGN TO SORTWORK.
      *
       DATA DIVISION.
       FILE SECTION.
      *Vendor cost records written by TOURFILE, one per cost
      * component folded into the master, in run order
       FD VNDCOST RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 VNDCOST-REC.
          03 VC-VENDOR-CODE            PIC X(06).
          03 VC-COST-CATEGORY          PIC X(02).
          03 VC-TOUR-CODE              PIC X(03).
          03 VC-ENTRY-DATE             PIC 9(08).
          03 VC-SOURCE-OFFICE          PIC X(01).
          03 VC-TRAN-TYPE              PIC X(01).
          03 VC-CURRENCY-CODE          PIC X(03).
          03 VC-NUMBER-ENTRIES         PIC 9(03).
          03 VC-UNIT-AMOUNT            PIC 9(07).
          03 VC-EXTENDED-AMOUNT        PIC 9(10).
          03 VC-FX-RATE                PIC 9(03)V9(04).
          03 VC-BASE-AMOUNT            PIC 9(10).
          03 VC-RUN-DATE               PIC 9(08).
          03 FILLER                    PIC X(11).
      *Vendor master maintained by VNDMNT
       FD VNDMST RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 VENDOR-REC.
          03 VND-VENDOR-CODE           PIC X(06).
          03 VND-VENDOR-NAME           PIC X(30).
          03 VND-DEFAULT-CATEGORY      PIC X(02).
          03 VND-PAY-CURRENCY          PIC X(03).
          03 VND-STATUS                PIC X(01).
          03 VND-OPEN-DATE             PIC 9(08).
          03 VND-INACTIVE-DATE         PIC 9(08).
      *Payables report
       FD PAYRPT RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 PAY-LINE                     PIC X(80).
      *Keyword control cards carrying the run options, one
      * KEYWORD=VALUE per card ('*' in column 1 comments a
      * card out)
       FD PARMCARD RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 PARM-CARD                    PIC X(80).
      *Sort work file - vendor, currency, tour and entry date
      * sequence for the report, in the VNDCOST layout
       SD SORTWORK.
       01 SORT-REC.
          03 SRT-VENDOR-CODE           PIC X(06).
          03 SRT-COST-CATEGORY         PIC X(02).
          03 SRT-TOUR-CODE             PIC X(03).
          03 SRT-ENTRY-DATE            PIC 9(08).
          03 SRT-SOURCE-OFFICE         PIC X(01).
          03 SRT-TRAN-TYPE             PIC X(01).
          03 SRT-CURRENCY-CODE         PIC X(03).
          03 SRT-NUMBER-ENTRIES        PIC 9(03).
          03 SRT-UNIT-AMOUNT           PIC 9(07).
          03 SRT-EXTENDED-AMOUNT       PIC 9(10).
          03 SRT-FX-RATE               PIC 9(03)V9(04).
          03 SRT-BASE-AMOUNT           PIC 9(10).
          03 SRT-RUN-DATE              PIC 9(08).
          03 FILLER                    PIC X(11).

       WORKING-STORAGE SECTION.
       01 PAY-COSTS-READ            PIC 9(07) VALUE ZERO.
       01 PAY-COSTS-SELECTED        PIC 9(07) VALUE ZERO.
       01 PAY-COSTS-REPORTED        PIC 9(07) VALUE ZERO.
       01 PAY-VENDORS-REPORTED      PIC 9(07) VALUE ZERO.
       01 PAY-VENDORS-NOT-ON-FILE   PIC 9(07) VALUE ZERO.
       01 PAY-BASE-SELECTED         PIC 9(13) VALUE ZERO.
       01 PAY-BASE-REPORTED         PIC 9(13) VALUE ZERO.
       01 PAY-RUN-DATE              PIC 9(08) VALUE ZERO.
       01 PAY-BDATE-RESULT          PIC X(01) VALUE SPACE.
          88 BUSINESS-DATE-VALID       VALUE 'V'.
       01 PAY-EDIT-COUNT            PIC ZZZZZZ9.
       01 PAY-EDIT-ENTRIES          PIC ZZ9.
       01 PAY-EDIT-UNIT             PIC ZZZZZZ9.
       01 PAY-EDIT-AMOUNT           PIC ZZZZZZZZZ9.
       01 PAY-EDIT-RATE             PIC ZZ9.9999.
       01 PAY-EDIT-TOTAL            PIC ZZZZZZZZZZZ9.
       01 PAY-COST-STATUS           PIC X(01).
          88 COST-END-OF-FILE          VALUE 'E'.
          88 COST-NOT-END-OF-FILE      VALUE 'R'.
       01 PAY-VENDOR-STATUS         PIC X(01).
          88 VENDOR-END-OF-FILE        VALUE 'E'.
          88 VENDOR-NOT-END-OF-FILE    VALUE 'R'.
       01 PAY-SORT-STATUS           PIC X(01).
          88 SORT-END-OF-FILE          VALUE 'E'.
          88 SORT-NOT-END-OF-FILE      VALUE 'R'.
      *The vendor and currency in hand and their running totals
       01 W-VENDOR-CODE             PIC X(06) VALUE SPACE.
       01 W-CURRENCY-CODE           PIC X(03) VALUE SPACE.
       01 W-VENDOR-BASE             PIC 9(13) VALUE ZERO.
       01 W-VENDOR-COSTS            PIC 9(07) VALUE ZERO.
       01 W-CURRENCY-EXTENDED       PIC 9(13) VALUE ZERO.
       01 W-CURRENCY-BASE           PIC 9(13) VALUE ZERO.
       01 W-CURRENCY-COSTS          PIC 9(07) VALUE ZERO.
      *Vendor master held in storage for the vendor headings
       01 VENDOR-TABLE.
          03 VENDOR-ENTRY OCCURS 5000 TIMES.
            05 VNT-VENDOR-CODE       PIC X(06).
            05 VNT-VENDOR-NAME       PIC X(30).
            05 VNT-PAY-CURRENCY      PIC X(03).
            05 VNT-STATUS            PIC X(01).
       01 VNT-ENTRY-COUNT           PIC 9(05) VALUE ZERO.
       01 VNT-IX                    PIC 9(05) VALUE ZERO.
       01 VNT-FOUND-IX              PIC 9(05) VALUE ZERO.
      *Cost category summary - the six categories TOURFILE
      * accepts, and a slot for anything else so nothing drops
      * out of the total
       01 PAY-CATEGORY-NAMES.
          03 FILLER                 PIC X(16) VALUE 'HTHOTEL'.
          03 FILLER                 PIC X(16) VALUE 'COCOACH'.
          03 FILLER                 PIC X(16) VALUE 'GDGUIDE'.
          03 FILLER                 PIC X(16) VALUE 'MLMEALS'.
          03 FILLER                 PIC X(16) VALUE 'ADADMISSIONS'.
          03 FILLER                 PIC X(16) VALUE 'OTOTHER'.
          03 FILLER                 PIC X(16) VALUE '**UNRECOGNIZED'.
       01 PAY-CATEGORY-NAME-TABLE REDEFINES PAY-CATEGORY-NAMES.
          03 PAY-CATEGORY-NAME-ENTRY OCCURS 7 TIMES.
            05 PCN-CATEGORY          PIC X(02).
            05 PCN-NAME              PIC X(14).
       01 PAY-CATEGORY-TABLE.
          03 PAY-CATEGORY-ENTRY OCCURS 7 TIMES.
            05 PCT-COSTS             PIC 9(07).
            05 PCT-BASE              PIC 9(13).
       01 PCT-IX                    PIC 9(02) VALUE ZERO.
       01 PCT-FOUND-IX              PIC 9(02) VALUE ZERO.
      *Run options resolved from the PARMCARD control cards -
      * defaults stand for any keyword the cards do not supply
       01 FROM-DATE-PARM       PIC 9(08) VALUE ZERO.
       01 TO-DATE-PARM         PIC 9(08) VALUE ZERO.
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
           DISPLAY 'VNDPAY STARTED...'
           PERFORM READ-PARM-CARDS
           IF FROM-DATE-PARM NOT = ZERO
              AND TO-DATE-PARM NOT = ZERO
              AND FROM-DATE-PARM > TO-DATE-PARM
             DISPLAY 'VNDPAY *** FROM-DATE IS AFTER TO-DATE ***'
             SET PARM-CARDS-INVALID TO TRUE
           END-IF
           CALL 'GETBDATE' USING PAY-RUN-DATE PAY-BDATE-RESULT
           IF NOT BUSINESS-DATE-VALID
             DISPLAY 'VNDPAY *** BUSINESS DATE NOT AVAILABLE ***'
             SET PARM-CARDS-INVALID TO TRUE
           END-IF
           IF PARM-CARDS-INVALID
             DISPLAY 'VNDPAY *** RUN REFUSED - PARAMETER ERRORS ***'
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM INIT
             SORT SORTWORK ON ASCENDING KEY SRT-VENDOR-CODE
                                            SRT-CURRENCY-CODE
                                            SRT-TOUR-CODE
                                            SRT-ENTRY-DATE
               INPUT PROCEDURE IS SELECT-VENDOR-COSTS
               OUTPUT PROCEDURE IS WRITE-PAYABLES
             PERFORM END-PROCESS
           END-IF
           IF RETURN-CODE = ZERO
             DISPLAY 'VNDPAY SUCCESSFUL'
           ELSE
             DISPLAY 'VNDPAY COMPLETED WITH ERRORS'
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
      *  its option.  A date is zero or a full eight
      *  digit year, month and day
      **********************************************
       APPLY-ONE-PARM-CARD.
           MOVE SPACE TO W-PARM-KEYWORD
           MOVE SPACE TO W-PARM-VALUE
           UNSTRING PARM-CARD DELIMITED BY '='
             INTO W-PARM-KEYWORD W-PARM-VALUE
           EVALUATE W-PARM-KEYWORD
             WHEN 'FROM-DATE'
               PERFORM EDIT-NUMERIC-VALUE
               IF NOT VALUE-IN-ERROR
                 IF W-DIGIT-COUNT NOT = 8 AND W-PARM-NUMBER NOT = ZERO
                   SET VALUE-IN-ERROR TO TRUE
                 ELSE
                   MOVE W-PARM-NUMBER TO FROM-DATE-PARM
                 END-IF
               END-IF
             WHEN 'TO-DATE'
               PERFORM EDIT-NUMERIC-VALUE
               IF NOT VALUE-IN-ERROR
                 IF W-DIGIT-COUNT NOT = 8 AND W-PARM-NUMBER NOT = ZERO
                   SET VALUE-IN-ERROR TO TRUE
                 ELSE
                   MOVE W-PARM-NUMBER TO TO-DATE-PARM
                 END-IF
               END-IF
             WHEN OTHER
               SET VALUE-IN-ERROR TO TRUE
           END-EVALUATE
           IF VALUE-IN-ERROR
             DISPLAY 'VNDPAY *** INVALID PARAMETER CARD: '
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
      * Open the files, load the vendor master, and
      *  head the report with the run date range
      **********************************************
       INIT.
           OPEN INPUT VNDCOST
                OUTPUT PAYRPT
           INITIALIZE PAY-CATEGORY-TABLE
           OPEN INPUT VNDMST
           SET VENDOR-NOT-END-OF-FILE TO TRUE
           PERFORM READ-NEXT-VENDOR UNTIL VENDOR-END-OF-FILE
           CLOSE VNDMST
           MOVE SPACE TO PAY-LINE
           STRING 'VNDPAY VENDOR PAYABLES BY VENDOR AND CURRENCY   RUN '
               DELIMITED BY SIZE
             PAY-RUN-DATE DELIMITED BY SIZE
             INTO PAY-LINE
           WRITE PAY-LINE
           MOVE SPACE TO PAY-LINE
           MOVE 'TOURFILE RUNS FROM' TO PAY-LINE (1:18)
           IF FROM-DATE-PARM = ZERO
             MOVE 'OPEN' TO PAY-LINE (20:4)
           ELSE
             MOVE FROM-DATE-PARM TO PAY-LINE (20:8)
           END-IF
           MOVE 'TO' TO PAY-LINE (29:2)
           IF TO-DATE-PARM = ZERO
             MOVE 'OPEN' TO PAY-LINE (32:4)
           ELSE
             MOVE TO-DATE-PARM TO PAY-LINE (32:8)
           END-IF
           WRITE PAY-LINE.

      **********************************************
      * Read one VNDMST record into the vendor table
      *  - a table overflow fails the run rather
      *  than report vendors without their names
      **********************************************
       READ-NEXT-VENDOR.
           READ VNDMST
           AT END
             SET VENDOR-END-OF-FILE TO TRUE
           NOT AT END
             IF VNT-ENTRY-COUNT < 5000
               ADD 1 TO VNT-ENTRY-COUNT
               MOVE VND-VENDOR-CODE
                 TO VNT-VENDOR-CODE (VNT-ENTRY-COUNT)
               MOVE VND-VENDOR-NAME
                 TO VNT-VENDOR-NAME (VNT-ENTRY-COUNT)
               MOVE VND-PAY-CURRENCY
                 TO VNT-PAY-CURRENCY (VNT-ENTRY-COUNT)
               MOVE VND-STATUS TO VNT-STATUS (VNT-ENTRY-COUNT)
             ELSE
               DISPLAY 'VNDPAY *** VENDOR TABLE FULL ***'
               MOVE 16 TO RETURN-CODE
               SET VENDOR-END-OF-FILE TO TRUE
             END-IF
           END-READ.

      **********************************************
      * Release every vendor cost record TOURFILE
      *  wrote inside the run date range to the sort
      **********************************************
       SELECT-VENDOR-COSTS SECTION.
           SET COST-NOT-END-OF-FILE TO TRUE
           PERFORM READ-VENDOR-COST UNTIL COST-END-OF-FILE.

      **********************************************
      * Return the sorted records as the report, one
      *  vendor at a time
      **********************************************
       WRITE-PAYABLES SECTION.
           SET SORT-NOT-END-OF-FILE TO TRUE
           PERFORM RETURN-ONE-COST
           PERFORM REPORT-ONE-VENDOR UNTIL SORT-END-OF-FILE.

      **********************************************
      * Detail paragraphs for the sort procedures
      *  above - reached only by PERFORM
      **********************************************
       PAYABLES-DETAIL SECTION.
      **********************************************
      * One vendor cost record - released when its
      *  run date is inside the range.  An open end
      *  (zero) does not constrain that end
      **********************************************
       READ-VENDOR-COST.
           READ VNDCOST
           AT END
             SET COST-END-OF-FILE TO TRUE
           NOT AT END
             ADD 1 TO PAY-COSTS-READ
             IF (FROM-DATE-PARM = ZERO
                 OR VC-RUN-DATE NOT < FROM-DATE-PARM)
                AND (TO-DATE-PARM = ZERO
                 OR VC-RUN-DATE NOT > TO-DATE-PARM)
               ADD 1 TO PAY-COSTS-SELECTED
               ADD VC-BASE-AMOUNT TO PAY-BASE-SELECTED
               MOVE VNDCOST-REC TO SORT-REC
               RELEASE SORT-REC
             END-IF
           END-READ.

      **********************************************
      * Return the next sorted record
      **********************************************
       RETURN-ONE-COST.
           RETURN SORTWORK
           AT END
             SET SORT-END-OF-FILE TO TRUE
           END-RETURN.

      **********************************************
      * One vendor - heading, each currency it was
      *  booked in, and its USD total
      **********************************************
       REPORT-ONE-VENDOR.
           MOVE SRT-VENDOR-CODE TO W-VENDOR-CODE
           MOVE ZERO TO W-VENDOR-BASE
           MOVE ZERO TO W-VENDOR-COSTS
           ADD 1 TO PAY-VENDORS-REPORTED
           PERFORM WRITE-VENDOR-HEADING
           PERFORM REPORT-ONE-CURRENCY
             UNTIL SORT-END-OF-FILE
                OR SRT-VENDOR-CODE NOT = W-VENDOR-CODE
           MOVE SPACE TO PAY-LINE
           MOVE 'VENDOR TOTAL' TO PAY-LINE (1:12)
           MOVE W-VENDOR-CODE TO PAY-LINE (14:6)
           MOVE W-VENDOR-COSTS TO PAY-EDIT-COUNT
           MOVE PAY-EDIT-COUNT TO PAY-LINE (21:7)
           MOVE 'USD' TO PAY-LINE (51:3)
           MOVE W-VENDOR-BASE TO PAY-EDIT-TOTAL
           MOVE PAY-EDIT-TOTAL TO PAY-LINE (55:12)
           WRITE PAY-LINE
           MOVE SPACE TO PAY-LINE
           WRITE PAY-LINE.

      **********************************************
      * Vendor heading from the vendor master, and
      *  the column headings under it.  A vendor no
      *  longer on the master is still reported so
      *  nothing booked drops off the payables
      **********************************************
       WRITE-VENDOR-HEADING.
           MOVE ZERO TO VNT-FOUND-IX
           PERFORM SCAN-VENDOR-ENTRY
             VARYING VNT-IX FROM 1 BY 1
             UNTIL VNT-IX > VNT-ENTRY-COUNT
                OR VNT-FOUND-IX NOT = ZERO
           MOVE SPACE TO PAY-LINE
           MOVE 'VENDOR' TO PAY-LINE (1:6)
           MOVE W-VENDOR-CODE TO PAY-LINE (8:6)
           IF VNT-FOUND-IX = ZERO
             ADD 1 TO PAY-VENDORS-NOT-ON-FILE
             MOVE '*** NOT ON VENDOR MASTER ***' TO PAY-LINE (15:28)
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           ELSE
             MOVE VNT-VENDOR-NAME (VNT-FOUND-IX) TO PAY-LINE (15:30)
             MOVE 'PAYS IN' TO PAY-LINE (47:7)
             MOVE VNT-PAY-CURRENCY (VNT-FOUND-IX) TO PAY-LINE (55:3)
             IF VNT-STATUS (VNT-FOUND-IX) NOT = 'A'
               MOVE 'INACTIVE' TO PAY-LINE (60:8)
             END-IF
           END-IF
           WRITE PAY-LINE
           MOVE SPACE TO PAY-LINE
           MOVE 'TOUR' TO PAY-LINE (1:4)
           MOVE 'ENTERED' TO PAY-LINE (6:7)
           MOVE 'O' TO PAY-LINE (14:1)
           MOVE 'T' TO PAY-LINE (16:1)
           MOVE 'CT' TO PAY-LINE (18:2)
           MOVE 'ENT' TO PAY-LINE (21:3)
           MOVE 'UNIT' TO PAY-LINE (28:4)
           MOVE 'CUR' TO PAY-LINE (33:3)
           MOVE 'EXTENDED' TO PAY-LINE (39:8)
           MOVE 'RATE' TO PAY-LINE (52:4)
           MOVE 'USD' TO PAY-LINE (64:3)
           MOVE 'RUN DATE' TO PAY-LINE (68:8)
           WRITE PAY-LINE.

       SCAN-VENDOR-ENTRY.
           IF VNT-VENDOR-CODE (VNT-IX) = W-VENDOR-CODE
             MOVE VNT-IX TO VNT-FOUND-IX
           END-IF.

      **********************************************
      * One currency of the vendor in hand - its
      *  records, then a subtotal in the currency
      *  booked and in USD
      **********************************************
       REPORT-ONE-CURRENCY.
           MOVE SRT-CURRENCY-CODE TO W-CURRENCY-CODE
           MOVE ZERO TO W-CURRENCY-EXTENDED
           MOVE ZERO TO W-CURRENCY-BASE
           MOVE ZERO TO W-CURRENCY-COSTS
           PERFORM REPORT-ONE-COST
             UNTIL SORT-END-OF-FILE
                OR SRT-VENDOR-CODE NOT = W-VENDOR-CODE
                OR SRT-CURRENCY-CODE NOT = W-CURRENCY-CODE
           MOVE SPACE TO PAY-LINE
           MOVE '  TOTAL' TO PAY-LINE (1:7)
           MOVE W-CURRENCY-COSTS TO PAY-EDIT-COUNT
           MOVE PAY-EDIT-COUNT TO PAY-LINE (21:7)
           MOVE W-CURRENCY-CODE TO PAY-LINE (29:3)
           MOVE W-CURRENCY-EXTENDED TO PAY-EDIT-TOTAL
           MOVE PAY-EDIT-TOTAL TO PAY-LINE (35:12)
           MOVE 'USD' TO PAY-LINE (51:3)
           MOVE W-CURRENCY-BASE TO PAY-EDIT-TOTAL
           MOVE PAY-EDIT-TOTAL TO PAY-LINE (55:12)
           WRITE PAY-LINE
           ADD W-CURRENCY-BASE TO W-VENDOR-BASE
           ADD W-CURRENCY-COSTS TO W-VENDOR-COSTS.

      **********************************************
      * One vendor cost record on one report line,
      *  rolled into the currency subtotal and its
      *  cost category
      **********************************************
       REPORT-ONE-COST.
           ADD 1 TO PAY-COSTS-REPORTED
           ADD SRT-BASE-AMOUNT TO PAY-BASE-REPORTED
           ADD 1 TO W-CURRENCY-COSTS
           ADD SRT-EXTENDED-AMOUNT TO W-CURRENCY-EXTENDED
           ADD SRT-BASE-AMOUNT TO W-CURRENCY-BASE
           MOVE SPACE TO PAY-LINE
           MOVE SRT-TOUR-CODE TO PAY-LINE (1:3)
           MOVE SRT-ENTRY-DATE TO PAY-LINE (5:8)
           MOVE SRT-SOURCE-OFFICE TO PAY-LINE (14:1)
           MOVE SRT-TRAN-TYPE TO PAY-LINE (16:1)
           MOVE SRT-COST-CATEGORY TO PAY-LINE (18:2)
           MOVE SRT-NUMBER-ENTRIES TO PAY-EDIT-ENTRIES
           MOVE PAY-EDIT-ENTRIES TO PAY-LINE (21:3)
           MOVE SRT-UNIT-AMOUNT TO PAY-EDIT-UNIT
           MOVE PAY-EDIT-UNIT TO PAY-LINE (25:7)
           MOVE SRT-CURRENCY-CODE TO PAY-LINE (33:3)
           MOVE SRT-EXTENDED-AMOUNT TO PAY-EDIT-AMOUNT
           MOVE PAY-EDIT-AMOUNT TO PAY-LINE (37:10)
           MOVE SRT-FX-RATE TO PAY-EDIT-RATE
           MOVE PAY-EDIT-RATE TO PAY-LINE (48:8)
           MOVE SRT-BASE-AMOUNT TO PAY-EDIT-AMOUNT
           MOVE PAY-EDIT-AMOUNT TO PAY-LINE (57:10)
           MOVE SRT-RUN-DATE TO PAY-LINE (68:8)
           WRITE PAY-LINE
           MOVE 7 TO PCT-FOUND-IX
           PERFORM SCAN-CATEGORY-ENTRY
             VARYING PCT-IX FROM 1 BY 1
             UNTIL PCT-IX > 6
                OR PCT-FOUND-IX NOT = 7
           ADD 1 TO PCT-COSTS (PCT-FOUND-IX)
           ADD SRT-BASE-AMOUNT TO PCT-BASE (PCT-FOUND-IX)
           PERFORM RETURN-ONE-COST.

       SCAN-CATEGORY-ENTRY.
           IF PCN-CATEGORY (PCT-IX) = SRT-COST-CATEGORY
             MOVE PCT-IX TO PCT-FOUND-IX
           END-IF.

      **********************************************
      * One line of the cost category summary -
      *  the unrecognized slot only when used
      **********************************************
       WRITE-CATEGORY-LINE.
           IF PCT-IX < 7 OR PCT-COSTS (PCT-IX) NOT = ZERO
             MOVE SPACE TO PAY-LINE
             MOVE PCN-CATEGORY (PCT-IX) TO PAY-LINE (1:2)
             MOVE PCN-NAME (PCT-IX) TO PAY-LINE (4:14)
             MOVE PCT-COSTS (PCT-IX) TO PAY-EDIT-COUNT
             MOVE PAY-EDIT-COUNT TO PAY-LINE (21:7)
             MOVE 'USD' TO PAY-LINE (51:3)
             MOVE PCT-BASE (PCT-IX) TO PAY-EDIT-TOTAL
             MOVE PAY-EDIT-TOTAL TO PAY-LINE (55:12)
             WRITE PAY-LINE
           END-IF.

      **********************************************
      * Cost category summary, control totals, and
      *  close
      **********************************************
       END-PROCESS SECTION.
           MOVE SPACE TO PAY-LINE
           MOVE 'COST CATEGORY SUMMARY' TO PAY-LINE (1:21)
           WRITE PAY-LINE
           PERFORM WRITE-CATEGORY-LINE
             VARYING PCT-IX FROM 1 BY 1
             UNTIL PCT-IX > 7
           MOVE SPACE TO PAY-LINE
           WRITE PAY-LINE

           MOVE PAY-COSTS-READ TO PAY-EDIT-COUNT
           MOVE SPACE TO PAY-LINE
           STRING 'VENDOR COST RECORDS READ........ ' DELIMITED BY
               SIZE
             PAY-EDIT-COUNT DELIMITED BY SIZE
             INTO PAY-LINE
           WRITE PAY-LINE

           MOVE PAY-COSTS-SELECTED TO PAY-EDIT-COUNT
           MOVE SPACE TO PAY-LINE
           STRING 'RECORDS IN RUN DATE RANGE....... ' DELIMITED BY
               SIZE
             PAY-EDIT-COUNT DELIMITED BY SIZE
             INTO PAY-LINE
           WRITE PAY-LINE

           MOVE PAY-COSTS-REPORTED TO PAY-EDIT-COUNT
           MOVE SPACE TO PAY-LINE
           STRING 'RECORDS REPORTED................ ' DELIMITED BY
               SIZE
             PAY-EDIT-COUNT DELIMITED BY SIZE
             INTO PAY-LINE
           IF PAY-COSTS-REPORTED = PAY-COSTS-SELECTED
              AND PAY-BASE-REPORTED = PAY-BASE-SELECTED
             MOVE ' BALANCED' TO PAY-LINE (41:9)
           ELSE
             MOVE ' OUT OF BALANCE' TO PAY-LINE (41:15)
             IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF
           WRITE PAY-LINE

           MOVE PAY-BASE-REPORTED TO PAY-EDIT-TOTAL
           MOVE SPACE TO PAY-LINE
           STRING 'USD TOTAL REPORTED.............. ' DELIMITED BY
               SIZE
             PAY-EDIT-TOTAL DELIMITED BY SIZE
             INTO PAY-LINE
           WRITE PAY-LINE

           MOVE PAY-VENDORS-REPORTED TO PAY-EDIT-COUNT
           MOVE SPACE TO PAY-LINE
           STRING 'VENDORS REPORTED................ ' DELIMITED BY
               SIZE
             PAY-EDIT-COUNT DELIMITED BY SIZE
             INTO PAY-LINE
           WRITE PAY-LINE

           MOVE PAY-VENDORS-NOT-ON-FILE TO PAY-EDIT-COUNT
           MOVE SPACE TO PAY-LINE
           STRING 'VENDORS NOT ON VENDOR MASTER.... ' DELIMITED BY
               SIZE
             PAY-EDIT-COUNT DELIMITED BY SIZE
             INTO PAY-LINE
           WRITE PAY-LINE

           CLOSE VNDCOST PAYRPT.
       END PROGRAM 'VNDPAY'.
