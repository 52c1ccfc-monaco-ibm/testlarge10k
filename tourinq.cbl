      *                                                                *
      * Takes one or more tour codes (INQREQ, one code per record)    *
      * and prints the full master record for each - name, entries,   *
      * total expense, total revenue, margin, and the office          *
      * commission with the margin left after it - by keyed read      *
      * against the indexed tour master, plus the tour's high-expense *
      * review status when it appears on REVIEWFL and its over-       *
      * capacity status when it appears on the OVERSELL exception     *
      * file.                                                         *
      * Built for the booking                                         *
      * desk so a single-tour question no longer needs a scan job     *
      * or the CSV extract.                                           *
      * written by TOURFILE - the original input records with the FX  *
      * rate and converted amounts applied - under the master line,   *
      * so a total can be drilled back to the records that built it.  *
      * A cancellation or amendment is marked as such with the run    *
      * date of the booking it reverses or amends; a cancellation's   *
      * amounts come off the tour's totals.                           *
      *                                                                *
      * Details TOURRET has moved out of the retention window show    *
      * as the tour's archive summary line - rows, entries, money and *
      * commission archived - so the listing still adds up to the    *
      * master.  A request flagged 'A' in column 4 drills down the    *
      * same way and first lists the archived details themselves      *
      * from HISTARCH.                                                *
      *                                                                *
      * A requested code not on the master reports NOT ON FILE and   *
      * sets return code 4.                                           *
           SELECT REVIEWFL ASSIGN TO REVIEWFL.
           SELECT OVERSELL ASSIGN TO OVERSELL.
           SELECT TOURHIST ASSIGN TO TOURHIST.
           SELECT HISTARCH ASSIGN TO HISTARCH.
           SELECT INQRPT   ASSIGN TO INQRPT.
      *
       DATA DIVISION.
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
      *Inquiry requests from the booking desk - one tour code
      * per record, with a 'D' in column 4 when the desk also
      * wants the tour's contributing details listed, or an 'A'
      * when the archived details are wanted as well
       FD INQREQ RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 REQ-REC.
          03 REQ-TOUR-CODE             PIC X(03).
          03 REQ-DETAIL-FLAG           PIC X(01).
             88 REQ-DRILL-DOWN         VALUE 'D' 'A'.
             88 REQ-INCLUDE-ARCHIVE    VALUE 'A'.
          03 FILLER                    PIC X(76).
      *High expense review file from the same run as the master
      * - a tour on it is flagged on the inquiry answer
          03 DH-BASE-EXPENSE           PIC 9(07).
          03 DH-BASE-PRICE             PIC 9(07).
          03 DH-RUN-DATE               PIC 9(08).
          03 DH-TRAN-TYPE              PIC X(01).
             88 DH-CANCELLATION        VALUE 'C'.
             88 DH-AMENDMENT           VALUE 'A'.
             88 DH-ARCHIVE-SUMMARY     VALUE 'S'.
          03 DH-ORIG-RUN-DATE          PIC 9(08).
          03 DH-COMM-RATE              PIC 9(02)V9(03).
          03 DH-COMMISSION             PIC 9(09).
      *Archive summary TOURRET leaves for a tour's archived
      * details, net of cancellations
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
      *Detail history archive - every generation TOURRET has
      * written, read as one file, in the TOURHIST layout.
      * Opened only for a request flagged 'A'
       FD HISTARCH RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 ARCH-HIST-REC                PIC X(104).
      *Inquiry answers
       FD INQRPT RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 INQ-FOUND                 PIC 9(07) VALUE ZERO.
       01 INQ-NOT-FOUND             PIC 9(07) VALUE ZERO.
       01 INQ-DETAILS-LISTED        PIC 9(07) VALUE ZERO.
       01 INQ-ARCHIVED-LISTED       PIC 9(07) VALUE ZERO.
       01 INQ-RUN-DATE              PIC 9(08) VALUE ZERO.
       01 INQ-BDATE-RESULT          PIC X(01) VALUE SPACE.
          88 BUSINESS-DATE-VALID       VALUE 'V'.
       01 W-DETAILS-THIS-TOUR       PIC 9(05) VALUE ZERO.
       01 W-ARCHIVED-THIS-TOUR      PIC 9(05) VALUE ZERO.
       01 INQ-EDIT-COUNT            PIC ZZZZZZ9.
       01 INQ-EDIT-RATE             PIC ZZ9.9999.
       01 INQ-EDIT-ENTRIES          PIC Z(3)9.
       01 INQ-EDIT-AMOUNT           PIC Z(8)9.
       01 INQ-EDIT-MARGIN           PIC -(8)9.
       01 INQ-EDIT-PERIOD-ENTRIES   PIC -(4)9.
       01 INQ-EDIT-ARCH-ENTRIES     PIC -(6)9.
       01 INQ-EDIT-ARCH-AMOUNT      PIC -(10)9.
       01 INQ-EDIT-COMM-RATE        PIC Z9.999.
       01 INQ-REQ-STATUS            PIC X(01).
          88 REQUEST-END-OF-FILE       VALUE 'E'.
          88 REQUEST-NOT-END-OF-FILE   VALUE 'R'.
       01 INQ-HIST-STATUS           PIC X(01).
          88 HIST-END-OF-FILE          VALUE 'E'.
          88 HIST-NOT-END-OF-FILE      VALUE 'R'.
       01 INQ-ARCH-STATUS           PIC X(01).
          88 ARCH-END-OF-FILE          VALUE 'E'.
          88 ARCH-NOT-END-OF-FILE      VALUE 'R'.
      *Review file held in storage so each inquiry answers the
      * review flag without rereading the file.  REVIEWFL is
      * written in tour code sequence, so the table is keyed
       PROCEDURE DIVISION.
       MAINLINE SECTION.
           DISPLAY 'TOURINQ STARTED...'
           CALL 'GETBDATE' USING INQ-RUN-DATE INQ-BDATE-RESULT
           IF NOT BUSINESS-DATE-VALID
             DISPLAY 'TOURINQ *** RUN REFUSED - BUSINESS DATE '
                 'NOT AVAILABLE ***'
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM INIT
             PERFORM ANSWER-ONE-REQUEST UNTIL REQUEST-END-OF-FILE
             PERFORM END-PROCESS
           END-IF
           IF RETURN-CODE = ZERO
             DISPLAY 'TOURINQ SUCCESSFUL'
           ELSE
       INIT.
           OPEN INPUT TOURMST INQREQ REVIEWFL OVERSELL
                OUTPUT INQRPT
           MOVE SPACE TO INQ-LINE
           STRING 'TOURINQ TOUR MASTER INQUIRY ' DELIMITED BY SIZE
             INQ-RUN-DATE DELIMITED BY SIZE
             INTO INQ-LINE
           WRITE INQ-LINE
           SET REVIEW-NOT-END-OF-FILE TO TRUE
           PERFORM LOAD-REVIEW-TABLE UNTIL REVIEW-END-OF-FILE

      **********************************************
      * The full master record on one answer line,
      *  the margin before and after commission and
      *  the month-to-date and year-to-date buckets
      *  under it, with the high
      *  expense review status on a further line
      *  when the tour is on REVIEWFL
      **********************************************
       WRITE-INQUIRY-ANSWER.
           MOVE M-NUMBER-ENTRIES TO INQ-EDIT-ENTRIES
           STRING '    MARGIN ' DELIMITED BY SIZE
             INQ-EDIT-MARGIN DELIMITED BY SIZE
             INTO INQ-LINE
           MOVE 'COMMISSION' TO INQ-LINE (23:10)
           MOVE M-TOTAL-COMMISSION TO INQ-EDIT-AMOUNT
           MOVE INQ-EDIT-AMOUNT TO INQ-LINE (34:9)
           MOVE 'MARGIN AFTER COMMISSION' TO INQ-LINE (45:23)
           MOVE M-NET-MARGIN TO INQ-EDIT-MARGIN
           MOVE INQ-EDIT-MARGIN TO INQ-LINE (69:9)
           WRITE INQ-LINE
           MOVE M-MTD-ENTRIES TO INQ-EDIT-PERIOD-ENTRIES
           MOVE SPACE TO INQ-LINE
           STRING '    MTD ENTRIES ' DELIMITED BY SIZE
             INQ-EDIT-PERIOD-ENTRIES DELIMITED BY SIZE
             INTO INQ-LINE
           MOVE 'EXPENSE' TO INQ-LINE (23:7)
           MOVE M-MTD-EXPENSE TO INQ-EDIT-MARGIN
           MOVE INQ-EDIT-MARGIN TO INQ-LINE (31:9)
           MOVE 'REVENUE' TO INQ-LINE (41:7)
           MOVE M-MTD-REVENUE TO INQ-EDIT-MARGIN
           MOVE INQ-EDIT-MARGIN TO INQ-LINE (49:9)
           MOVE 'MARGIN' TO INQ-LINE (59:6)
           MOVE M-MTD-MARGIN TO INQ-EDIT-MARGIN
           MOVE INQ-EDIT-MARGIN TO INQ-LINE (66:9)
           WRITE INQ-LINE
           MOVE M-MTD-COMMISSION TO INQ-EDIT-MARGIN
           MOVE SPACE TO INQ-LINE
           STRING '    MTD COMMISSION ' DELIMITED BY SIZE
             INQ-EDIT-MARGIN DELIMITED BY SIZE
             INTO INQ-LINE
           MOVE 'MARGIN AFTER COMMISSION' TO INQ-LINE (42:23)
           MOVE M-MTD-NET-MARGIN TO INQ-EDIT-MARGIN
           MOVE INQ-EDIT-MARGIN TO INQ-LINE (66:9)
           WRITE INQ-LINE
           MOVE M-YTD-ENTRIES TO INQ-EDIT-PERIOD-ENTRIES
           MOVE SPACE TO INQ-LINE
           STRING '    YTD ENTRIES ' DELIMITED BY SIZE
             INQ-EDIT-PERIOD-ENTRIES DELIMITED BY SIZE
             INTO INQ-LINE
           MOVE 'EXPENSE' TO INQ-LINE (23:7)
           MOVE M-YTD-EXPENSE TO INQ-EDIT-MARGIN
           MOVE INQ-EDIT-MARGIN TO INQ-LINE (31:9)
           MOVE 'REVENUE' TO INQ-LINE (41:7)
           MOVE M-YTD-REVENUE TO INQ-EDIT-MARGIN
           MOVE INQ-EDIT-MARGIN TO INQ-LINE (49:9)
           MOVE 'MARGIN' TO INQ-LINE (59:6)
           MOVE M-YTD-MARGIN TO INQ-EDIT-MARGIN
           MOVE INQ-EDIT-MARGIN TO INQ-LINE (66:9)
           WRITE INQ-LINE
           MOVE M-YTD-COMMISSION TO INQ-EDIT-MARGIN
           MOVE SPACE TO INQ-LINE
           STRING '    YTD COMMISSION ' DELIMITED BY SIZE
             INQ-EDIT-MARGIN DELIMITED BY SIZE
             INTO INQ-LINE
           MOVE 'MARGIN AFTER COMMISSION' TO INQ-LINE (42:23)
           MOVE M-YTD-NET-MARGIN TO INQ-EDIT-MARGIN
           MOVE INQ-EDIT-MARGIN TO INQ-LINE (66:9)
           WRITE INQ-LINE
           PERFORM FIND-REVIEW-ENTRY
           IF REVIEW-FOUND-IX NOT = ZERO
      *  Requests arrive in any order, so the history
      *  is opened and scanned per drill-down request
      *  rather than held in a table that would have
      *  to carry every detail of every tour.  The
      *  archive is older than anything on the
      *  history, so its details list first
      **********************************************
       LIST-TOUR-DETAILS.
           MOVE ZERO TO W-DETAILS-THIS-TOUR
           MOVE ZERO TO W-ARCHIVED-THIS-TOUR
           OPEN INPUT TOURHIST
           IF REQ-INCLUDE-ARCHIVE
             OPEN INPUT HISTARCH
             SET ARCH-NOT-END-OF-FILE TO TRUE
             PERFORM READ-NEXT-ARCHIVED UNTIL ARCH-END-OF-FILE
             CLOSE HISTARCH
           END-IF
           SET HIST-NOT-END-OF-FILE TO TRUE
           PERFORM READ-NEXT-DETAIL UNTIL HIST-END-OF-FILE
           CLOSE TOURHIST
           NOT AT END
             IF DH-TOUR-CODE = M-TOUR-CODE
               ADD 1 TO W-DETAILS-THIS-TOUR
               IF DH-ARCHIVE-SUMMARY
                 PERFORM WRITE-ARCHIVE-SUMMARY
               ELSE
                 ADD 1 TO INQ-DETAILS-LISTED
                 PERFORM WRITE-DETAIL-LINES
               END-IF
             END-IF
           END-READ.

      **********************************************
      * Read one archived detail - into the history
      *  record so it lists exactly as a current one
      **********************************************
       READ-NEXT-ARCHIVED.
           READ HISTARCH
           AT END
             SET ARCH-END-OF-FILE TO TRUE
           NOT AT END
             MOVE ARCH-HIST-REC TO DETAIL-HIST-REC
             IF DH-TOUR-CODE = M-TOUR-CODE
               ADD 1 TO W-DETAILS-THIS-TOUR
               ADD 1 TO W-ARCHIVED-THIS-TOUR
               ADD 1 TO INQ-ARCHIVED-LISTED
               IF W-ARCHIVED-THIS-TOUR = 1
                 MOVE '    FROM THE ARCHIVE' TO INQ-LINE
                 WRITE INQ-LINE
               END-IF
               PERFORM WRITE-DETAIL-LINES
             END-IF
           END-READ.

      **********************************************
      * The tour's archive summary - what has gone
      *  to the archive, net of cancellations, so
      *  the listing still adds up to the master
      **********************************************
       WRITE-ARCHIVE-SUMMARY.
           MOVE DS-ROWS-ARCHIVED TO INQ-EDIT-COUNT
           MOVE SPACE TO INQ-LINE
           STRING '    ARCHIVED ' DELIMITED BY SIZE
             INQ-EDIT-COUNT DELIMITED BY SIZE
             ' DETAILS RUN ' DELIMITED BY SIZE
             DS-FIRST-RUN-DATE DELIMITED BY SIZE
             ' TO BEFORE ' DELIMITED BY SIZE
             DS-ARCHIVED-BEFORE DELIMITED BY SIZE
             INTO INQ-LINE
           WRITE INQ-LINE
           MOVE SPACE TO INQ-LINE
           MOVE '      ENTRIES' TO INQ-LINE (1:13)
           MOVE DS-NUMBER-ENTRIES TO INQ-EDIT-ARCH-ENTRIES
           MOVE INQ-EDIT-ARCH-ENTRIES TO INQ-LINE (15:7)
           MOVE 'USD EXP' TO INQ-LINE (24:7)
           MOVE DS-TOTAL-EXPENSE TO INQ-EDIT-ARCH-AMOUNT
           MOVE INQ-EDIT-ARCH-AMOUNT TO INQ-LINE (32:11)
           MOVE 'USD REV' TO INQ-LINE (45:7)
           MOVE DS-TOTAL-REVENUE TO INQ-EDIT-ARCH-AMOUNT
           MOVE INQ-EDIT-ARCH-AMOUNT TO INQ-LINE (53:11)
           WRITE INQ-LINE
           MOVE SPACE TO INQ-LINE
           MOVE '      COMMISSION' TO INQ-LINE (1:16)
           MOVE DS-TOTAL-COMMISSION TO INQ-EDIT-ARCH-AMOUNT
           MOVE INQ-EDIT-ARCH-AMOUNT TO INQ-LINE (18:11)
           WRITE INQ-LINE.

      **********************************************
      * One contributing detail on three answer lines
      *  - where and when it came in, the original
      *  and converted money, then the commission
      *  its office earned on it - and a fourth
      *  naming the booking a cancellation or
      *  amendment acts on
      **********************************************
       WRITE-DETAIL-LINES.
           MOVE DH-FX-RATE TO INQ-EDIT-RATE
           MOVE 'PRICE' TO INQ-LINE (64:5)
           MOVE DH-BASE-PRICE TO INQ-EDIT-AMOUNT
           MOVE INQ-EDIT-AMOUNT TO INQ-LINE (70:9)
           WRITE INQ-LINE
           MOVE DH-COMM-RATE TO INQ-EDIT-COMM-RATE
           MOVE DH-COMMISSION TO INQ-EDIT-AMOUNT
           MOVE SPACE TO INQ-LINE
           STRING '      COMMISSION RATE ' DELIMITED BY SIZE
             INQ-EDIT-COMM-RATE DELIMITED BY SIZE
             ' COMMISSION ' DELIMITED BY SIZE
             INQ-EDIT-AMOUNT DELIMITED BY SIZE
             INTO INQ-LINE
           WRITE INQ-LINE
           IF DH-CANCELLATION
             MOVE SPACE TO INQ-LINE
             STRING '      CANCELLATION OF BOOKING PRICED ' DELIMITED
                 BY SIZE
               DH-ORIG-RUN-DATE DELIMITED BY SIZE
               ' - DEDUCTED FROM TOUR' DELIMITED BY SIZE
               INTO INQ-LINE
             WRITE INQ-LINE
           ELSE
             IF DH-AMENDMENT
               MOVE SPACE TO INQ-LINE
               STRING '      AMENDMENT TO BOOKING PRICED ' DELIMITED
                   BY SIZE
                 DH-ORIG-RUN-DATE DELIMITED BY SIZE
                 INTO INQ-LINE
               WRITE INQ-LINE
             END-IF
           END-IF.

      **********************************************
      * Binary search the review table for the
             INTO INQ-LINE
           WRITE INQ-LINE

           MOVE INQ-ARCHIVED-LISTED TO INQ-EDIT-COUNT
           MOVE SPACE TO INQ-LINE
           STRING 'ARCHIVED DETAILS LISTED......... ' DELIMITED BY
               SIZE
             INQ-EDIT-COUNT DELIMITED BY SIZE
             INTO INQ-LINE
           WRITE INQ-LINE

           CLOSE TOURMST INQREQ INQRPT.
       END PROGRAM 'TOURINQ'.
