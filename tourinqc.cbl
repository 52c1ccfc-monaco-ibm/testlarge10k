      ******************************************************************
      * TOURINQC - online tour master inquiry (transaction TINQ)       *
      *                                                                *
      * The online answer to a TOURINQ request.  The booking desk     *
      * keys a tour code on the TINQMP screen (mapset TINQMS) and     *
      * gets the lines TOURINQ prints for it - name, entries,         *
      * expense, revenue and margin, with the month-to-date and       *
      * year-to-date buckets - by keyed read against the indexed      *
      * tour master, then the tour's high-expense review flag and     *
      * its over-capacity flag from the same run's REVIEWFL and       *
      * OVERSELL, and under them the tour's TOURHIST details five to *
      * a page, laid out as the TOURINQ drill-down lays them out.    *
      * A tour's TOURRET archive summary lists in its place among    *
      * the details, so the pages still add up to the master.        *
      *                                                                *
      *   ENTER      - answer the code keyed (or re-answer the code  *
      *                on the screen from its first page)            *
      *   PF8 / PF7  - page forward / back through the details       *
      *   PF3, CLEAR - end the transaction                           *
      *                                                                *
      * Files as defined to the region:                               *
      *   TOURMST  - the indexed tour master, keyed on tour code      *
      *   REVIEWFL - the run's high expense review file, loaded to a  *
      *              KSDS keyed on tour code behind each TOURFILE run *
      *   OVERSELL - the run's oversell exception file, loaded the    *
      *              same way                                         *
      *   TOURHSTX - path over the alternate index on DH-TOUR-CODE,   *
      *              rebuilt over each new TOURHIST generation        *
      * A review or oversell file the region cannot read is said so  *
      * on the flag line rather than shown as no flag.                *
      *                                                                *
      * Pseudo-conversational - only the tour code, the page and     *
      * whether more details follow are kept in the COMMAREA between *
      * screens.  Each page restarts the history browse at the tour  *
      * and steps over the details already shown.  Archived details  *
      * themselves (TOURINQ's 'A' request) stay with the batch       *
      * inquiry.                                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOURINQC.

       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 INQ-RESP                  PIC S9(08) COMP VALUE ZERO.
       01 INQ-EDIT-RESP             PIC ZZZZZZZ9.
       01 INQ-DETAILS-PER-PAGE      PIC 9(03) VALUE 5.
       01 INQ-DETAILS-TO-SKIP       PIC 9(07) VALUE ZERO.
       01 INQ-DETAILS-SEEN          PIC 9(07) VALUE ZERO.
       01 INQ-DETAILS-ON-PAGE       PIC 9(03) VALUE ZERO.
       01 INQ-LINE-IX               PIC 9(03) VALUE ZERO.
       01 INQ-HIST-KEY              PIC X(03).
       01 INQ-FILE-NAME             PIC X(08).
       01 INQ-EDIT-PAGE             PIC ZZZZ9.
       01 INQ-EDIT-COUNT            PIC ZZZZZZ9.
       01 INQ-EDIT-RATE             PIC ZZ9.9999.
       01 INQ-EDIT-ENTRIES          PIC Z(3)9.
       01 INQ-EDIT-AMOUNT           PIC Z(8)9.
       01 INQ-EDIT-MARGIN           PIC -(8)9.
       01 INQ-EDIT-PERIOD-ENTRIES   PIC -(4)9.
       01 INQ-EDIT-ARCH-ENTRIES     PIC -(6)9.
       01 INQ-EDIT-ARCH-AMOUNT      PIC -(10)9.
       01 INQ-EDIT-CAPACITY         PIC Z(4)9.
      *One screen line built the way TOURINQ builds a report
      * line, then moved to its map field
       01 INQ-LINE                  PIC X(80).
       01 INQ-HIST-STATUS           PIC X(01).
          88 HIST-END-OF-FILE          VALUE 'E'.
          88 HIST-NOT-END-OF-FILE      VALUE 'R'.
      *Kept between screens
       01 INQ-COMMAREA.
          03 CA-TOUR-CODE              PIC X(03).
          03 CA-PAGE-NUMBER            PIC 9(05).
          03 CA-MORE-SW                PIC X(01).
             88 CA-MORE-DETAILS        VALUE 'Y'.
             88 CA-NO-MORE-DETAILS     VALUE 'N'.
      *Tour master - keyed on tour code
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
      *High expense review record from the same run as the master
       01 REVIEW-REC.
          03 REV-TOUR-CODE             PIC X(03).
          03 REV-TOUR-NAME             PIC X(20).
          03 REV-NUMBER-ENTRIES        PIC 9(04).
          03 REV-TOTAL-EXPENSE         PIC 9(09).
          03 REV-AVG-EXPENSE           PIC 9(09).
      *Oversell exception record from the same run as the master
       01 OVERSELL-REC.
          03 OVR-TOUR-CODE             PIC X(03).
          03 OVR-TOUR-NAME             PIC X(20).
          03 OVR-NUMBER-ENTRIES        PIC 9(04).
          03 OVR-MAX-CAPACITY          PIC 9(05).
      *Detail history record in the layout TOURFILE writes
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
             88 DH-AMENDMENT           VALUE 'A'.
             88 DH-ARCHIVE-SUMMARY     VALUE 'S'.
          03 DH-ORIG-RUN-DATE          PIC 9(08).
          03 DH-COMM-RATE              PIC 9(02)V9(03).
          03 DH-COMMISSION             PIC 9(09).
      *Archive summary TOURRET leaves for a tour's archived
      * details, net of cancellations
       01 DETAIL-SUMMARY-REC REDEFINES DETAIL-HIST-REC.
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
      *Symbolic map for TINQMP in mapset TINQMS, field for field
      * as the BMS source lays it out - input view
       01 TINQMPI.
          03 FILLER                    PIC X(12).
          03 ICODEL                    PIC S9(04) COMP.
          03 ICODEF                    PIC X(01).
          03 FILLER REDEFINES ICODEF.
            05 ICODEA                  PIC X(01).
          03 ICODEI                    PIC X(03).
          03 MLIN1L                    PIC S9(04) COMP.
          03 MLIN1F                    PIC X(01).
          03 FILLER REDEFINES MLIN1F.
            05 MLIN1A                  PIC X(01).
          03 MLIN1I                    PIC X(79).
          03 MLIN2L                    PIC S9(04) COMP.
          03 MLIN2F                    PIC X(01).
          03 FILLER REDEFINES MLIN2F.
            05 MLIN2A                  PIC X(01).
          03 MLIN2I                    PIC X(79).
          03 MLIN3L                    PIC S9(04) COMP.
          03 MLIN3F                    PIC X(01).
          03 FILLER REDEFINES MLIN3F.
            05 MLIN3A                  PIC X(01).
          03 MLIN3I                    PIC X(79).
          03 MLIN4L                    PIC S9(04) COMP.
          03 MLIN4F                    PIC X(01).
          03 FILLER REDEFINES MLIN4F.
            05 MLIN4A                  PIC X(01).
          03 MLIN4I                    PIC X(79).
          03 RVLINL                    PIC S9(04) COMP.
          03 RVLINF                    PIC X(01).
          03 FILLER REDEFINES RVLINF.
            05 RVLINA                  PIC X(01).
          03 RVLINI                    PIC X(79).
          03 OVLINL                    PIC S9(04) COMP.
          03 OVLINF                    PIC X(01).
          03 FILLER REDEFINES OVLINF.
            05 OVLINA                  PIC X(01).
          03 OVLINI                    PIC X(79).
          03 PGLINL                    PIC S9(04) COMP.
          03 PGLINF                    PIC X(01).
          03 FILLER REDEFINES PGLINF.
            05 PGLINA                  PIC X(01).
          03 PGLINI                    PIC X(79).
          03 DTLIND OCCURS 10 TIMES.
            05 DTLINL                  PIC S9(04) COMP.
            05 DTLINF                  PIC X(01).
            05 DTLINI                  PIC X(79).
          03 MSGLNL                    PIC S9(04) COMP.
          03 MSGLNF                    PIC X(01).
          03 FILLER REDEFINES MSGLNF.
            05 MSGLNA                  PIC X(01).
          03 MSGLNI                    PIC X(79).
      *Output view of the same map
       01 TINQMPO REDEFINES TINQMPI.
          03 FILLER                    PIC X(12).
          03 FILLER                    PIC X(03).
          03 ICODEO                    PIC X(03).
          03 FILLER                    PIC X(03).
          03 MLIN1O                    PIC X(79).
          03 FILLER                    PIC X(03).
          03 MLIN2O                    PIC X(79).
          03 FILLER                    PIC X(03).
          03 MLIN3O                    PIC X(79).
          03 FILLER                    PIC X(03).
          03 MLIN4O                    PIC X(79).
          03 FILLER                    PIC X(03).
          03 RVLINO                    PIC X(79).
          03 FILLER                    PIC X(03).
          03 OVLINO                    PIC X(79).
          03 FILLER                    PIC X(03).
          03 PGLINO                    PIC X(79).
          03 DTLOUT OCCURS 10 TIMES.
            05 FILLER                  PIC X(02).
            05 DTLINA                  PIC X(01).
            05 DTLINO                  PIC X(79).
          03 FILLER                    PIC X(03).
          03 MSGLNO                    PIC X(79).
      *
           COPY DFHAID.
      *
       LINKAGE SECTION.
       01 DFHCOMMAREA                  PIC X(09).

       PROCEDURE DIVISION.
       MAINLINE SECTION.
           IF EIBCALEN = ZERO
             MOVE SPACE TO CA-TOUR-CODE
             MOVE ZERO TO CA-PAGE-NUMBER
             SET CA-NO-MORE-DETAILS TO TRUE
             MOVE LOW-VALUE TO TINQMPO
             MOVE 'KEY A TOUR CODE AND PRESS ENTER' TO MSGLNO
             PERFORM SEND-NEW-SCREEN
           ELSE
             MOVE DFHCOMMAREA TO INQ-COMMAREA
             EVALUATE TRUE
               WHEN EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
                 PERFORM END-TRANSACTION
               WHEN EIBAID = DFHENTER
                 PERFORM ANSWER-KEYED-CODE
               WHEN EIBAID = DFHPF8
                 PERFORM PAGE-FORWARD
               WHEN EIBAID = DFHPF7
                 PERFORM PAGE-BACK
               WHEN OTHER
                 MOVE LOW-VALUE TO TINQMPO
                 MOVE 'KEY NOT IN USE - ENTER, PF7, PF8 OR PF3'
                   TO MSGLNO
                 PERFORM SEND-MESSAGE-ONLY
             END-EVALUATE
           END-IF
           EXEC CICS RETURN TRANSID('TINQ')
                            COMMAREA(INQ-COMMAREA)
                            LENGTH(LENGTH OF INQ-COMMAREA)
           END-EXEC
      *
           GOBACK.
      **********************************************
      * ENTER - answer the code keyed, or the code
      *  already on the screen when none was keyed,
      *  from the first page of its details
      **********************************************
       ANSWER-KEYED-CODE.
           MOVE LOW-VALUE TO TINQMPI
           EXEC CICS RECEIVE MAP('TINQMP')
                             MAPSET('TINQMS')
                             INTO(TINQMPI)
                             RESP(INQ-RESP)
           END-EXEC
           IF INQ-RESP NOT = DFHRESP(NORMAL)
              AND INQ-RESP NOT = DFHRESP(MAPFAIL)
             MOVE 'TERMINAL' TO INQ-FILE-NAME
             MOVE LOW-VALUE TO TINQMPO
             PERFORM FORMAT-RESP-MESSAGE
             PERFORM SEND-MESSAGE-ONLY
           ELSE
             IF INQ-RESP = DFHRESP(NORMAL) AND ICODEL > ZERO
               MOVE ICODEI TO CA-TOUR-CODE
               INSPECT CA-TOUR-CODE REPLACING ALL LOW-VALUE BY SPACE
             END-IF
             IF CA-TOUR-CODE = SPACE
               MOVE LOW-VALUE TO TINQMPO
               MOVE 'KEY A TOUR CODE AND PRESS ENTER' TO MSGLNO
               PERFORM SEND-MESSAGE-ONLY
             ELSE
               MOVE 1 TO CA-PAGE-NUMBER
               PERFORM BUILD-ANSWER
             END-IF
           END-IF.

      **********************************************
      * PF8 - the next page of the tour's details
      **********************************************
       PAGE-FORWARD.
           IF CA-MORE-DETAILS
             ADD 1 TO CA-PAGE-NUMBER
             PERFORM BUILD-ANSWER
           ELSE
             MOVE LOW-VALUE TO TINQMPO
             MOVE 'NO FURTHER DETAILS' TO MSGLNO
             PERFORM SEND-MESSAGE-ONLY
           END-IF.

      **********************************************
      * PF7 - the previous page of the tour's details
      **********************************************
       PAGE-BACK.
           IF CA-PAGE-NUMBER > 1
             SUBTRACT 1 FROM CA-PAGE-NUMBER
             PERFORM BUILD-ANSWER
           ELSE
             MOVE LOW-VALUE TO TINQMPO
             MOVE 'ALREADY ON THE FIRST PAGE' TO MSGLNO
             PERFORM SEND-MESSAGE-ONLY
           END-IF.

      **********************************************
      * Read the master directly by tour code and
      *  build the whole answer screen - master
      *  lines, both flags and the current page of
      *  details
      **********************************************
       BUILD-ANSWER.
           MOVE LOW-VALUE TO TINQMPO
           SET CA-NO-MORE-DETAILS TO TRUE
           MOVE CA-TOUR-CODE TO ICODEO
           MOVE CA-TOUR-CODE TO M-TOUR-CODE
           EXEC CICS READ FILE('TOURMST')
                          INTO(MST-REC)
                          RIDFLD(M-TOUR-CODE)
                          RESP(INQ-RESP)
           END-EXEC
           EVALUATE TRUE
             WHEN INQ-RESP = DFHRESP(NORMAL)
               PERFORM FORMAT-MASTER-LINES
               PERFORM FORMAT-REVIEW-FLAG
               PERFORM FORMAT-OVERSELL-FLAG
               PERFORM LIST-DETAIL-PAGE
             WHEN INQ-RESP = DFHRESP(NOTFND)
               MOVE ZERO TO CA-PAGE-NUMBER
               MOVE SPACE TO INQ-LINE
               STRING CA-TOUR-CODE DELIMITED BY SIZE
                 ' NOT ON FILE' DELIMITED BY SIZE
                 INTO INQ-LINE
               MOVE INQ-LINE TO MSGLNO
             WHEN OTHER
               MOVE ZERO TO CA-PAGE-NUMBER
               MOVE 'TOURMST' TO INQ-FILE-NAME
               PERFORM FORMAT-RESP-MESSAGE
           END-EVALUATE
           PERFORM SEND-NEW-SCREEN.

      **********************************************
      * The master record on the four lines TOURINQ
      *  prints it on - totals, then margin before and
      *  after commission, then the month-to-date and
      *  year-to-date buckets
      **********************************************
       FORMAT-MASTER-LINES.
           MOVE M-NUMBER-ENTRIES TO INQ-EDIT-ENTRIES
           MOVE SPACE TO INQ-LINE
           STRING M-TOUR-CODE DELIMITED BY SIZE
             ' ' DELIMITED BY SIZE
             M-TOUR-NAME DELIMITED BY SIZE
             ' ENTRIES ' DELIMITED BY SIZE
             INQ-EDIT-ENTRIES DELIMITED BY SIZE
             INTO INQ-LINE
           MOVE M-TOTAL-EXPENSE TO INQ-EDIT-AMOUNT
           MOVE ' EXPENSE' TO INQ-LINE (38:8)
           MOVE INQ-EDIT-AMOUNT TO INQ-LINE (47:9)
           MOVE M-TOTAL-REVENUE TO INQ-EDIT-AMOUNT
           MOVE ' REVENUE' TO INQ-LINE (56:8)
           MOVE INQ-EDIT-AMOUNT TO INQ-LINE (65:9)
           MOVE INQ-LINE TO MLIN1O
           MOVE M-MARGIN TO INQ-EDIT-MARGIN
           MOVE SPACE TO INQ-LINE
           STRING '    MARGIN ' DELIMITED BY SIZE
             INQ-EDIT-MARGIN DELIMITED BY SIZE
             INTO INQ-LINE
           MOVE 'COMMISSION' TO INQ-LINE (23:10)
           MOVE M-TOTAL-COMMISSION TO INQ-EDIT-AMOUNT
           MOVE INQ-EDIT-AMOUNT TO INQ-LINE (34:9)
           MOVE 'MARGIN AFTER COMMISSION' TO INQ-LINE (45:23)
           MOVE M-NET-MARGIN TO INQ-EDIT-MARGIN
           MOVE INQ-EDIT-MARGIN TO INQ-LINE (69:9)
           MOVE INQ-LINE TO MLIN2O
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
           MOVE INQ-LINE TO MLIN3O
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
           MOVE INQ-LINE TO MLIN4O.

      **********************************************
      * High expense review flag - the tour is on
      *  review when it is on the run's REVIEWFL
      **********************************************
       FORMAT-REVIEW-FLAG.
           EXEC CICS READ FILE('REVIEWFL')
                          INTO(REVIEW-REC)
                          RIDFLD(M-TOUR-CODE)
                          RESP(INQ-RESP)
           END-EXEC
           MOVE SPACE TO INQ-LINE
           EVALUATE TRUE
             WHEN INQ-RESP = DFHRESP(NORMAL)
               MOVE REV-AVG-EXPENSE TO INQ-EDIT-AMOUNT
               STRING 'ON HIGH EXPENSE REVIEW - AVG PER ENTRY '
                   DELIMITED BY SIZE
                 INQ-EDIT-AMOUNT DELIMITED BY SIZE
                 INTO INQ-LINE
             WHEN INQ-RESP = DFHRESP(NOTFND)
               MOVE 'NOT ON HIGH EXPENSE REVIEW' TO INQ-LINE
             WHEN OTHER
               MOVE INQ-RESP TO INQ-EDIT-RESP
               STRING 'HIGH EXPENSE REVIEW STATUS NOT AVAILABLE - RESP'
                   DELIMITED BY SIZE
                 INQ-EDIT-RESP DELIMITED BY SIZE
                 INTO INQ-LINE
           END-EVALUATE
           MOVE INQ-LINE TO RVLINO.

      **********************************************
      * Over capacity flag - the tour is over when it
      *  is on the run's OVERSELL exception file
      **********************************************
       FORMAT-OVERSELL-FLAG.
           EXEC CICS READ FILE('OVERSELL')
                          INTO(OVERSELL-REC)
                          RIDFLD(M-TOUR-CODE)
                          RESP(INQ-RESP)
           END-EXEC
           MOVE SPACE TO INQ-LINE
           EVALUATE TRUE
             WHEN INQ-RESP = DFHRESP(NORMAL)
               MOVE OVR-NUMBER-ENTRIES TO INQ-EDIT-ENTRIES
               MOVE OVR-MAX-CAPACITY TO INQ-EDIT-CAPACITY
               STRING 'OVER CAPACITY - ENTRIES ' DELIMITED BY SIZE
                 INQ-EDIT-ENTRIES DELIMITED BY SIZE
                 ' AGAINST CAPACITY ' DELIMITED BY SIZE
                 INQ-EDIT-CAPACITY DELIMITED BY SIZE
                 INTO INQ-LINE
             WHEN INQ-RESP = DFHRESP(NOTFND)
               MOVE 'NOT OVER CAPACITY' TO INQ-LINE
             WHEN OTHER
               MOVE INQ-RESP TO INQ-EDIT-RESP
               STRING 'OVER CAPACITY STATUS NOT AVAILABLE - RESP'
                   DELIMITED BY SIZE
                 INQ-EDIT-RESP DELIMITED BY SIZE
                 INTO INQ-LINE
           END-EVALUATE
           MOVE INQ-LINE TO OVLINO.

      **********************************************
      * One page of the tour's details.  The browse
      *  starts at the tour on the history path and
      *  steps over the pages already shown; one more
      *  detail past a full page means PF8 has more
      *  to show
      **********************************************
       LIST-DETAIL-PAGE.
           COMPUTE INQ-DETAILS-TO-SKIP =
               (CA-PAGE-NUMBER - 1) * INQ-DETAILS-PER-PAGE
           MOVE ZERO TO INQ-DETAILS-SEEN
           MOVE ZERO TO INQ-DETAILS-ON-PAGE
           MOVE ZERO TO INQ-LINE-IX
           MOVE M-TOUR-CODE TO INQ-HIST-KEY
           EXEC CICS STARTBR FILE('TOURHSTX')
                             RIDFLD(INQ-HIST-KEY)
                             EQUAL
                             RESP(INQ-RESP)
           END-EXEC
           EVALUATE TRUE
             WHEN INQ-RESP = DFHRESP(NORMAL)
               SET HIST-NOT-END-OF-FILE TO TRUE
               PERFORM READ-NEXT-DETAIL UNTIL HIST-END-OF-FILE
               EXEC CICS ENDBR FILE('TOURHSTX')
               END-EXEC
             WHEN INQ-RESP = DFHRESP(NOTFND)
               CONTINUE
             WHEN OTHER
               MOVE 'TOURHIST' TO INQ-FILE-NAME
               PERFORM FORMAT-RESP-MESSAGE
           END-EVALUATE
           MOVE CA-PAGE-NUMBER TO INQ-EDIT-PAGE
           MOVE SPACE TO INQ-LINE
           STRING 'DETAIL HISTORY - PAGE' DELIMITED BY SIZE
             INQ-EDIT-PAGE DELIMITED BY SIZE
             INTO INQ-LINE
           IF CA-MORE-DETAILS
             MOVE '- PF8 FOR MORE' TO INQ-LINE (29:14)
           END-IF
           MOVE INQ-LINE TO PGLINO
           IF INQ-DETAILS-ON-PAGE = ZERO
             IF INQ-DETAILS-SEEN = ZERO
               MOVE 'NO DETAIL HISTORY FOR THIS TOUR' TO DTLINO (1)
             ELSE
               MOVE 'NO FURTHER DETAILS FOR THIS TOUR'
                 TO DTLINO (1)
             END-IF
           END-IF.

      **********************************************
      * Read the next history record on the path -
      *  the browse ends at the first record of the
      *  next tour, at the end of the file, or when
      *  the page is full and one more remains
      **********************************************
       READ-NEXT-DETAIL.
           EXEC CICS READNEXT FILE('TOURHSTX')
                              INTO(DETAIL-HIST-REC)
                              RIDFLD(INQ-HIST-KEY)
                              RESP(INQ-RESP)
           END-EXEC
           IF (INQ-RESP = DFHRESP(NORMAL)
               OR INQ-RESP = DFHRESP(DUPKEY))
              AND DH-TOUR-CODE = M-TOUR-CODE
             ADD 1 TO INQ-DETAILS-SEEN
             IF INQ-DETAILS-SEEN > INQ-DETAILS-TO-SKIP
               IF INQ-DETAILS-ON-PAGE < INQ-DETAILS-PER-PAGE
                 ADD 1 TO INQ-DETAILS-ON-PAGE
                 IF DH-ARCHIVE-SUMMARY
                   PERFORM FORMAT-ARCHIVE-SUMMARY
                 ELSE
                   PERFORM FORMAT-DETAIL-LINES
                 END-IF
               ELSE
                 SET CA-MORE-DETAILS TO TRUE
                 SET HIST-END-OF-FILE TO TRUE
               END-IF
             END-IF
           ELSE
             IF INQ-RESP NOT = DFHRESP(NORMAL)
                AND INQ-RESP NOT = DFHRESP(DUPKEY)
                AND INQ-RESP NOT = DFHRESP(ENDFILE)
               MOVE 'TOURHIST' TO INQ-FILE-NAME
               PERFORM FORMAT-RESP-MESSAGE
             END-IF
             SET HIST-END-OF-FILE TO TRUE
           END-IF.

      **********************************************
      * One contributing detail on two screen lines -
      *  where and when it came in, naming the
      *  booking a cancellation or amendment acts on,
      *  then the original and converted money
      **********************************************
       FORMAT-DETAIL-LINES.
           MOVE DH-FX-RATE TO INQ-EDIT-RATE
           MOVE DH-NUMBER-ENTRIES TO INQ-EDIT-ENTRIES
           MOVE SPACE TO INQ-LINE
           STRING 'ENTERED ' DELIMITED BY SIZE
             DH-ENTRY-DATE DELIMITED BY SIZE
             ' OFFICE ' DELIMITED BY SIZE
             DH-SOURCE-OFFICE DELIMITED BY SIZE
             ' CCY ' DELIMITED BY SIZE
             DH-CURRENCY-CODE DELIMITED BY SIZE
             ' RATE ' DELIMITED BY SIZE
             INQ-EDIT-RATE DELIMITED BY SIZE
             ' ENTRIES ' DELIMITED BY SIZE
             INQ-EDIT-ENTRIES DELIMITED BY SIZE
             INTO INQ-LINE
           IF DH-CANCELLATION
             MOVE 'CANCELS' TO INQ-LINE (62:7)
             MOVE DH-ORIG-RUN-DATE TO INQ-LINE (70:8)
           ELSE
             IF DH-AMENDMENT
               MOVE 'AMENDS' TO INQ-LINE (62:6)
               MOVE DH-ORIG-RUN-DATE TO INQ-LINE (70:8)
             END-IF
           END-IF
           PERFORM MOVE-DETAIL-LINE
           MOVE SPACE TO INQ-LINE
           MOVE '  ORIG EXP' TO INQ-LINE (1:10)
           MOVE DH-TOUR-EXPENSE TO INQ-EDIT-AMOUNT
           MOVE INQ-EDIT-AMOUNT TO INQ-LINE (12:9)
           MOVE 'PRICE' TO INQ-LINE (23:5)
           MOVE DH-TOUR-PRICE TO INQ-EDIT-AMOUNT
           MOVE INQ-EDIT-AMOUNT TO INQ-LINE (29:9)
           MOVE 'USD EXP' TO INQ-LINE (41:7)
           MOVE DH-BASE-EXPENSE TO INQ-EDIT-AMOUNT
           MOVE INQ-EDIT-AMOUNT TO INQ-LINE (49:9)
           MOVE 'PRICE' TO INQ-LINE (60:5)
           MOVE DH-BASE-PRICE TO INQ-EDIT-AMOUNT
           MOVE INQ-EDIT-AMOUNT TO INQ-LINE (66:9)
           PERFORM MOVE-DETAIL-LINE.

      **********************************************
      * The tour's archive summary on two screen
      *  lines - what has gone to the archive, net of
      *  cancellations
      **********************************************
       FORMAT-ARCHIVE-SUMMARY.
           MOVE DS-ROWS-ARCHIVED TO INQ-EDIT-COUNT
           MOVE SPACE TO INQ-LINE
           STRING 'ARCHIVED ' DELIMITED BY SIZE
             INQ-EDIT-COUNT DELIMITED BY SIZE
             ' DETAILS RUN ' DELIMITED BY SIZE
             DS-FIRST-RUN-DATE DELIMITED BY SIZE
             ' TO BEFORE ' DELIMITED BY SIZE
             DS-ARCHIVED-BEFORE DELIMITED BY SIZE
             INTO INQ-LINE
           PERFORM MOVE-DETAIL-LINE
           MOVE SPACE TO INQ-LINE
           MOVE '  ENTRIES' TO INQ-LINE (1:9)
           MOVE DS-NUMBER-ENTRIES TO INQ-EDIT-ARCH-ENTRIES
           MOVE INQ-EDIT-ARCH-ENTRIES TO INQ-LINE (11:7)
           MOVE 'USD EXP' TO INQ-LINE (20:7)
           MOVE DS-TOTAL-EXPENSE TO INQ-EDIT-ARCH-AMOUNT
           MOVE INQ-EDIT-ARCH-AMOUNT TO INQ-LINE (28:11)
           MOVE 'USD REV' TO INQ-LINE (41:7)
           MOVE DS-TOTAL-REVENUE TO INQ-EDIT-ARCH-AMOUNT
           MOVE INQ-EDIT-ARCH-AMOUNT TO INQ-LINE (49:11)
           MOVE 'COMM' TO INQ-LINE (62:4)
           MOVE DS-TOTAL-COMMISSION TO INQ-EDIT-ARCH-AMOUNT
           MOVE INQ-EDIT-ARCH-AMOUNT TO INQ-LINE (67:11)
           PERFORM MOVE-DETAIL-LINE.

      **********************************************
      * Put the built line on the next detail line
      *  of the screen
      **********************************************
       MOVE-DETAIL-LINE.
           ADD 1 TO INQ-LINE-IX
           MOVE INQ-LINE TO DTLINO (INQ-LINE-IX).

      **********************************************
      * A file the region could not read - name it
      *  and its response on the message line
      **********************************************
       FORMAT-RESP-MESSAGE.
           MOVE INQ-RESP TO INQ-EDIT-RESP
           MOVE SPACE TO INQ-LINE
           STRING INQ-FILE-NAME DELIMITED BY SPACE
             ' NOT AVAILABLE - RESP' DELIMITED BY SIZE
             INQ-EDIT-RESP DELIMITED BY SIZE
             ' - TELL OPERATIONS' DELIMITED BY SIZE
             INTO INQ-LINE
           MOVE INQ-LINE TO MSGLNO.

      **********************************************
      * Send the whole screen afresh
      **********************************************
       SEND-NEW-SCREEN.
           EXEC CICS SEND MAP('TINQMP')
                          MAPSET('TINQMS')
                          FROM(TINQMPO)
                          ERASE
           END-EXEC.

      **********************************************
      * Send the message line alone over the screen
      *  already showing
      **********************************************
       SEND-MESSAGE-ONLY.
           EXEC CICS SEND MAP('TINQMP')
                          MAPSET('TINQMS')
                          FROM(TINQMPO)
                          DATAONLY
           END-EXEC.

      **********************************************
      * PF3 or CLEAR - clear the screen and end the
      *  conversation
      **********************************************
       END-TRANSACTION.
           EXEC CICS SEND CONTROL ERASE FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.
       END PROGRAM 'TOURINQC'.
