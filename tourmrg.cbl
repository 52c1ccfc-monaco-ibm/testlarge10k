      * combined header (the highest office serial, dated this run)  *
      * so TOURFILE can refuse a feed it has already applied.        *
      *                                                                *
      * A booking keyed at one office and re-sent by another would   *
      * be counted twice, so details with the same tour code, entry  *
      * date, entries, expense, price, currency and transaction type *
      * arriving from two or more offices are suspect duplicates.    *
      * The copy from the lowest numbered office is merged; the      *
      * copies from the other offices are held out of MERGEOUT on    *
      * the duplicate-suspect file (DUPSUSP) for ops to confirm or   *
      * discard through DUPREL, and each pair is listed on MRGRPT    *
      * naming both offices.  The combined trailer counts only what  *
      * was merged.                                                   *
      *                                                                *
      * Cost component records ride behind their detail through the  *
      * sort and share its fate - merged with it or held with it.    *
      * They are counted apart and never in a trailer.               *
      *                                                                *
      * Source office codes: 1 = REGION1, 2 = REGION2, 3 = REGION3.  *
      * An office out of balance sets return code 8; an office with  *
      * no trailer, or suspects held, sets return code 4.            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOURMRG.
           SELECT REGION3  ASSIGN TO REGION3.
           SELECT MERGEOUT ASSIGN TO MERGEOUT.
           SELECT MRGRPT   ASSIGN TO MRGRPT.
           SELECT DUPSUSP  ASSIGN TO DUPSUSP.
           SELECT SORTWORK ASSIGN TO SORTWORK.
      *
       DATA DIVISION.
      * The source office byte is filled in here
       FD REGION1 RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 REG1-REC                     PIC X(61).
       FD REGION2 RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 REG2-REC                     PIC X(61).
       FD REGION3 RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 REG3-REC                     PIC X(61).
      *Merged, tour code sequenced TOURDATA for TOURFILE,
      * closed with one combined balancing trailer
       FD MERGEOUT RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 MERGE-REC                    PIC X(61).
      *Per-office input summary and reconciliation report
       FD MRGRPT RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 MRG-LINE                     PIC X(80).
      *Suspect duplicates held out of the merge - the tagged
      * detail as it would have been merged, the office whose
      * copy went through, and the business date it was held
       FD DUPSUSP RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 SUSPECT-REC.
          03 SUS-DETAIL                PIC X(61).
          03 SUS-KEPT-OFFICE           PIC X(01).
          03 SUS-HELD-DATE             PIC 9(08).
          03 SUS-FEED-SERIAL           PIC 9(07).
          03 FILLER                    PIC X(03).
      *Sort work file - tour code major, then the duplicate
      * match fields so copies of one booking from different
      * offices sort together, source office and the detail's
      * place in its office's extract so the merged order is
      * stable run to run.  A cost component carries its
      * detail's key and a line number after it, so it sorts
      * straight behind its own detail
       SD SORTWORK.
       01 SORT-REC.
          03 SRT-PARENT-KEY.
            05 SRT-TOUR-CODE           PIC X(03).
            05 SRT-ENTRY-DATE          PIC 9(08).
            05 SRT-NUMBER-ENTRIES      PIC 9(03).
            05 SRT-TOUR-EXPENSE        PIC 9(07).
            05 SRT-TOUR-PRICE          PIC 9(07).
            05 SRT-CURRENCY-CODE       PIC X(03).
            05 SRT-TRAN-TYPE           PIC X(01).
            05 SRT-SOURCE-OFFICE       PIC X(01).
            05 SRT-GROUP-SEQ           PIC 9(07).
          03 SRT-LINE-NUMBER           PIC 9(03).
          03 SRT-RECORD                PIC X(61).

       WORKING-STORAGE SECTION.
      *The record in flight from a regional file, in the
          03 RW-CURRENCY-CODE        PIC X(03).
          03 RW-ENTRY-DATE           PIC 9(08).
          03 RW-SOURCE-OFFICE        PIC X(01).
          03 RW-TRAN-TYPE            PIC X(01).
             88 RW-IS-COST-COMPONENT   VALUE 'K'.
          03 RW-ORIG-RUN-DATE        PIC 9(08).
       01 REGION-TRAILER-REC REDEFINES REGION-WORK-REC.
          03 RWT-MARKER              PIC X(03).
             88 RW-IS-TRAILER          VALUE '###'.
          03 RWT-EXPECTED-COUNT      PIC 9(07).
          03 RWT-EXPECTED-EXPENSE    PIC 9(11).
          03 FILLER                  PIC X(40).
       01 REGION-HEADER-REC REDEFINES REGION-WORK-REC.
          03 RWH-MARKER              PIC X(03).
             88 RW-IS-HEADER           VALUE '@@@'.
          03 RWH-FEED-SERIAL         PIC 9(07).
          03 RWH-EXTRACT-DATE        PIC 9(08).
          03 FILLER                  PIC X(43).
      *Per-office tallies, subscripted by the office number
       01 OFFICE-TALLY-TABLE.
          03 OFFICE-TALLY OCCURS 3 TIMES.
            05 OFF-FEED-SERIAL       PIC 9(07).
            05 OFF-HEADER-SW         PIC X(01).
               88 OFF-HEADER-SEEN      VALUE 'Y'.
            05 OFF-COMPONENTS        PIC 9(07).
       01 MRG-OFFICE-IX             PIC 9(01) VALUE ZERO.
       01 MRG-REGION-STATUS         PIC X(01).
          88 REGION-END-OF-FILE        VALUE 'E'.
       01 MRG-EDIT-COUNT            PIC ZZZZZZ9.
       01 MRG-EDIT-AMOUNT           PIC ZZZZZZZZZZ9.
       01 MRG-RUN-DATE              PIC 9(08) VALUE ZERO.
       01 MRG-BDATE-RESULT          PIC X(01) VALUE SPACE.
          88 BUSINESS-DATE-VALID       VALUE 'V'.
       01 W-COMBINED-SERIAL         PIC 9(07) VALUE ZERO.
      *Duplicate detection - the match fields of the record in
      * hand and of the one before it, and the office whose copy
      * of the current booking went through to the merge
       01 W-MATCH-KEY.
          03 WMK-TOUR-CODE           PIC X(03).
          03 WMK-ENTRY-DATE          PIC 9(08).
          03 WMK-NUMBER-ENTRIES      PIC 9(03).
          03 WMK-TOUR-EXPENSE        PIC 9(07).
          03 WMK-TOUR-PRICE          PIC 9(07).
          03 WMK-CURRENCY-CODE       PIC X(03).
          03 WMK-TRAN-TYPE           PIC X(01).
       01 W-PREV-MATCH-KEY          PIC X(32) VALUE LOW-VALUE.
       01 W-KEPT-OFFICE             PIC X(01) VALUE SPACE.
       01 MRG-SUSPECTS-HELD         PIC 9(07) VALUE ZERO.
       01 MRG-SUSPECT-EXPENSE       PIC 9(11) VALUE ZERO.
       01 MRG-RECORDS-READ          PIC 9(07) VALUE ZERO.
       01 MRG-RECORDS-ACCOUNTED     PIC 9(07) VALUE ZERO.
       01 MRG-EDIT-ENTRIES          PIC ZZ9.
      *Sort key of the last detail released - its cost
      * components are released under it
       01 W-PARENT-KEY.
          03 WPK-TOUR-CODE           PIC X(03).
          03 WPK-ENTRY-DATE          PIC 9(08).
          03 WPK-NUMBER-ENTRIES      PIC 9(03).
          03 WPK-TOUR-EXPENSE        PIC 9(07).
          03 WPK-TOUR-PRICE          PIC 9(07).
          03 WPK-CURRENCY-CODE       PIC X(03).
          03 WPK-TRAN-TYPE           PIC X(01).
          03 WPK-SOURCE-OFFICE       PIC X(01).
          03 WPK-GROUP-SEQ           PIC 9(07).
       01 W-LINE-NUMBER             PIC 9(03) VALUE ZERO.
      *Whether the last detail returned from the sort was held,
      * so its components follow it
       01 W-PARENT-HELD-SW          PIC X(01) VALUE 'N'.
          88 PARENT-HELD               VALUE 'Y'.
          88 PARENT-MERGED             VALUE 'N'.
       01 MRG-COMPONENTS-READ       PIC 9(07) VALUE ZERO.
       01 MRG-COMPONENTS-MERGED     PIC 9(07) VALUE ZERO.
       01 MRG-COMPONENTS-HELD       PIC 9(07) VALUE ZERO.
       01 MRG-COMPONENTS-ACCOUNTED  PIC 9(07) VALUE ZERO.
       01 MRG-EDIT-DETAIL           PIC ZZZZZZ9.
      *Combined header opening the merged file - the highest
      * office serial stands for the whole feed, dated this run
       01 MERGE-HEADER.
          03 MGH-MARKER              PIC X(03) VALUE '@@@'.
          03 MGH-FEED-SERIAL         PIC 9(07) VALUE ZERO.
          03 MGH-EXTRACT-DATE        PIC 9(08) VALUE ZERO.
          03 FILLER                  PIC X(43) VALUE SPACE.
      *Combined trailer closing the merged file so TOURFILE
      * input balancing covers all three offices
       01 MERGE-TRAILER.
          03 MGT-MARKER              PIC X(03) VALUE '###'.
          03 MGT-EXPECTED-COUNT      PIC 9(07) VALUE ZERO.
          03 MGT-EXPECTED-EXPENSE    PIC 9(11) VALUE ZERO.
          03 FILLER                  PIC X(40) VALUE SPACE.

       PROCEDURE DIVISION.
       MAINLINE SECTION.
           DISPLAY 'TOURMRG STARTED...'
           CALL 'GETBDATE' USING MRG-RUN-DATE MRG-BDATE-RESULT
           IF NOT BUSINESS-DATE-VALID
             DISPLAY 'TOURMRG *** RUN REFUSED - BUSINESS DATE '
                 'NOT AVAILABLE ***'
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM INIT
             SORT SORTWORK
               ON ASCENDING KEY SRT-TOUR-CODE
                                SRT-ENTRY-DATE
                                SRT-NUMBER-ENTRIES
                                SRT-TOUR-EXPENSE
                                SRT-TOUR-PRICE
                                SRT-CURRENCY-CODE
                                SRT-TRAN-TYPE
                                SRT-SOURCE-OFFICE
                                SRT-GROUP-SEQ
                                SRT-LINE-NUMBER
               INPUT PROCEDURE IS READ-ALL-REGIONS
               OUTPUT PROCEDURE IS WRITE-MERGED-FILE
             PERFORM END-PROCESS
           END-IF
           IF RETURN-CODE = ZERO
             DISPLAY 'TOURMRG SUCCESSFUL'
           ELSE
      **********************************************
       INIT.
           OPEN INPUT REGION1 REGION2 REGION3
                OUTPUT MERGEOUT MRGRPT DUPSUSP
           PERFORM CLEAR-OFFICE-TALLY
             VARYING MRG-OFFICE-IX FROM 1 BY 1
             UNTIL MRG-OFFICE-IX > 3.
           MOVE ZERO TO OFF-TRL-EXPENSE (MRG-OFFICE-IX)
           MOVE 'N' TO OFF-TRAILER-SW (MRG-OFFICE-IX)
           MOVE ZERO TO OFF-FEED-SERIAL (MRG-OFFICE-IX)
           MOVE 'N' TO OFF-HEADER-SW (MRG-OFFICE-IX)
           MOVE ZERO TO OFF-COMPONENTS (MRG-OFFICE-IX).

      **********************************************
      * Release every regional detail record to the
      **********************************************
      * One regional record - hold back the office
      *  trailer for reconciliation, tag and release
      *  everything else.  A cost component is
      *  released under its detail's key
      **********************************************
       EDIT-REGION-RECORD.
           IF RW-IS-HEADER
               TO OFF-TRL-COUNT (MRG-OFFICE-IX)
             MOVE RWT-EXPECTED-EXPENSE
               TO OFF-TRL-EXPENSE (MRG-OFFICE-IX)
           ELSE
           IF RW-IS-COST-COMPONENT
             PERFORM RELEASE-COMPONENT
           ELSE
             ADD 1 TO OFF-RECORDS (MRG-OFFICE-IX)
             ADD RW-TOUR-EXPENSE TO OFF-EXPENSE (MRG-OFFICE-IX)
             MOVE MRG-OFFICE-IX TO RW-SOURCE-OFFICE
             MOVE RW-TOUR-CODE TO WPK-TOUR-CODE
             MOVE RW-ENTRY-DATE TO WPK-ENTRY-DATE
             MOVE RW-NUMBER-ENTRIES TO WPK-NUMBER-ENTRIES
             MOVE RW-TOUR-EXPENSE TO WPK-TOUR-EXPENSE
             MOVE RW-TOUR-PRICE TO WPK-TOUR-PRICE
             MOVE RW-CURRENCY-CODE TO WPK-CURRENCY-CODE
             MOVE RW-TRAN-TYPE TO WPK-TRAN-TYPE
             MOVE RW-SOURCE-OFFICE TO WPK-SOURCE-OFFICE
             MOVE OFF-RECORDS (MRG-OFFICE-IX) TO WPK-GROUP-SEQ
             MOVE ZERO TO W-LINE-NUMBER
             MOVE W-PARENT-KEY TO SRT-PARENT-KEY
             MOVE W-LINE-NUMBER TO SRT-LINE-NUMBER
             MOVE REGION-WORK-REC TO SRT-RECORD
             RELEASE SORT-REC
           END-IF
           END-IF
           END-IF.

      **********************************************
      * Tag a cost component and release it behind
      *  the office's last detail.  One ahead of any
      *  detail from its office has no parent - it
      *  sorts to the front of its tour on its own
      *  and TOURFILE rejects it
      **********************************************
       RELEASE-COMPONENT.
           ADD 1 TO OFF-COMPONENTS (MRG-OFFICE-IX)
           MOVE MRG-OFFICE-IX TO RW-SOURCE-OFFICE
           IF OFF-RECORDS (MRG-OFFICE-IX) = ZERO
             MOVE RW-TOUR-CODE TO WPK-TOUR-CODE
             MOVE ZERO TO WPK-ENTRY-DATE
             MOVE ZERO TO WPK-NUMBER-ENTRIES
             MOVE ZERO TO WPK-TOUR-EXPENSE
             MOVE ZERO TO WPK-TOUR-PRICE
             MOVE SPACE TO WPK-CURRENCY-CODE
             MOVE SPACE TO WPK-TRAN-TYPE
             MOVE RW-SOURCE-OFFICE TO WPK-SOURCE-OFFICE
             MOVE ZERO TO WPK-GROUP-SEQ
           END-IF
           ADD 1 TO W-LINE-NUMBER
           MOVE W-PARENT-KEY TO SRT-PARENT-KEY
           MOVE W-LINE-NUMBER TO SRT-LINE-NUMBER
           MOVE REGION-WORK-REC TO SRT-RECORD
           RELEASE SORT-REC.

      **********************************************
      * Open the merged file with the combined feed
      *  header - the highest office serial stands

      **********************************************
      * One merged record out, or the combined
      *  trailer once the sort is drained.  The
      *  trailer counts only what was merged, so it
      *  still balances with the suspects held out.
      *  A cost component goes wherever its detail
      *  went
      **********************************************
       RETURN-ONE-MERGED.
           RETURN SORTWORK
             MOVE MERGE-TRAILER TO MERGE-REC
             WRITE MERGE-REC
           NOT AT END
             MOVE SRT-RECORD TO REGION-WORK-REC
             IF RW-IS-COST-COMPONENT
               PERFORM RETURN-ONE-COMPONENT
             ELSE
               MOVE RW-TOUR-CODE TO WMK-TOUR-CODE
               MOVE RW-ENTRY-DATE TO WMK-ENTRY-DATE
               MOVE RW-NUMBER-ENTRIES TO WMK-NUMBER-ENTRIES
               MOVE RW-TOUR-EXPENSE TO WMK-TOUR-EXPENSE
               MOVE RW-TOUR-PRICE TO WMK-TOUR-PRICE
               MOVE RW-CURRENCY-CODE TO WMK-CURRENCY-CODE
               MOVE RW-TRAN-TYPE TO WMK-TRAN-TYPE
               IF W-MATCH-KEY = W-PREV-MATCH-KEY
                  AND RW-SOURCE-OFFICE NOT = W-KEPT-OFFICE
                 SET PARENT-HELD TO TRUE
                 PERFORM HOLD-SUSPECT
               ELSE
                 IF W-MATCH-KEY NOT = W-PREV-MATCH-KEY
                   MOVE W-MATCH-KEY TO W-PREV-MATCH-KEY
                   MOVE RW-SOURCE-OFFICE TO W-KEPT-OFFICE
                 END-IF
                 SET PARENT-MERGED TO TRUE
                 ADD 1 TO MRG-RECORDS-MERGED
                 ADD RW-TOUR-EXPENSE TO MRG-EXPENSE-MERGED
                 MOVE REGION-WORK-REC TO MERGE-REC
                 WRITE MERGE-REC
               END-IF
             END-IF
           END-RETURN.

      **********************************************
      * A cost component follows its detail - onto
      *  DUPSUSP behind a held suspect, otherwise
      *  into the merge.  It is not a suspect of its
      *  own and is not listed.  An orphan (group
      *  sequence zero) has no detail of its own and
      *  only sorts behind another tour's, so it
      *  always goes into the merge for TOURFILE to
      *  reject
      **********************************************
       RETURN-ONE-COMPONENT.
           IF PARENT-HELD AND SRT-GROUP-SEQ NOT = ZERO
             ADD 1 TO MRG-COMPONENTS-HELD
             MOVE SPACE TO SUSPECT-REC
             MOVE REGION-WORK-REC TO SUS-DETAIL
             MOVE W-KEPT-OFFICE TO SUS-KEPT-OFFICE
             MOVE MRG-RUN-DATE TO SUS-HELD-DATE
             MOVE W-COMBINED-SERIAL TO SUS-FEED-SERIAL
             WRITE SUSPECT-REC
           ELSE
             ADD 1 TO MRG-COMPONENTS-MERGED
             MOVE REGION-WORK-REC TO MERGE-REC
             WRITE MERGE-REC
           END-IF.

      **********************************************
      * A copy of a booking another office already
      *  sent - hold it out of the merge and list
      *  the pair.  Repeats from the office whose
      *  copy went through are not cross-office and
      *  are merged as sent
      **********************************************
       HOLD-SUSPECT.
           ADD 1 TO MRG-SUSPECTS-HELD
           ADD RW-TOUR-EXPENSE TO MRG-SUSPECT-EXPENSE
           MOVE SPACE TO SUSPECT-REC
           MOVE REGION-WORK-REC TO SUS-DETAIL
           MOVE W-KEPT-OFFICE TO SUS-KEPT-OFFICE
           MOVE MRG-RUN-DATE TO SUS-HELD-DATE
           MOVE W-COMBINED-SERIAL TO SUS-FEED-SERIAL
           WRITE SUSPECT-REC
           IF MRG-SUSPECTS-HELD = 1
             MOVE SPACE TO MRG-LINE
             STRING 'TOURMRG CROSS-OFFICE DUPLICATE SUSPECTS - HELD ON '
                 DELIMITED BY SIZE
               'DUPSUSP ' DELIMITED BY SIZE
               MRG-RUN-DATE DELIMITED BY SIZE
               INTO MRG-LINE
             WRITE MRG-LINE
           END-IF
           MOVE RW-NUMBER-ENTRIES TO MRG-EDIT-ENTRIES
           MOVE SPACE TO MRG-LINE
           STRING RW-TOUR-CODE DELIMITED BY SIZE
             ' ' DELIMITED BY SIZE
             RW-ENTRY-DATE DELIMITED BY SIZE
             ' ENT ' DELIMITED BY SIZE
             MRG-EDIT-ENTRIES DELIMITED BY SIZE
             INTO MRG-LINE
           MOVE 'EXP' TO MRG-LINE (22:3)
           MOVE RW-TOUR-EXPENSE TO MRG-EDIT-DETAIL
           MOVE MRG-EDIT-DETAIL TO MRG-LINE (26:7)
           MOVE 'PRC' TO MRG-LINE (34:3)
           MOVE RW-TOUR-PRICE TO MRG-EDIT-DETAIL
           MOVE MRG-EDIT-DETAIL TO MRG-LINE (38:7)
           MOVE RW-CURRENCY-CODE TO MRG-LINE (46:3)
           MOVE 'KEPT OFFICE' TO MRG-LINE (51:11)
           MOVE W-KEPT-OFFICE TO MRG-LINE (63:1)
           MOVE 'HELD OFFICE' TO MRG-LINE (66:11)
           MOVE RW-SOURCE-OFFICE TO MRG-LINE (78:1)
           WRITE MRG-LINE
           IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF.

      **********************************************
      * Reconcile one office against its own trailer
      **********************************************
           END-IF
           WRITE MRG-LINE.

       ADD-OFFICE-RECORDS.
           ADD OFF-RECORDS (MRG-OFFICE-IX) TO MRG-RECORDS-READ
           ADD OFF-COMPONENTS (MRG-OFFICE-IX) TO MRG-COMPONENTS-READ.

      **********************************************
      * Per-office reconciliation, combined totals,
      *  and close
      **********************************************
       END-PROCESS SECTION.
           MOVE SPACE TO MRG-LINE
           STRING 'TOURMRG REGIONAL INPUT SUMMARY ' DELIMITED BY SIZE
             MRG-RUN-DATE DELIMITED BY SIZE
             INTO MRG-LINE
           WRITE MRG-LINE
           PERFORM REPORT-ONE-OFFICE
             VARYING MRG-OFFICE-IX FROM 1 BY 1
             INTO MRG-LINE
           WRITE MRG-LINE

           MOVE MRG-SUSPECTS-HELD TO MRG-EDIT-COUNT
           MOVE SPACE TO MRG-LINE
           STRING 'DUPLICATE SUSPECTS HELD......... ' DELIMITED BY
               SIZE
             MRG-EDIT-COUNT DELIMITED BY SIZE
             INTO MRG-LINE
           WRITE MRG-LINE

           MOVE MRG-SUSPECT-EXPENSE TO MRG-EDIT-AMOUNT
           MOVE SPACE TO MRG-LINE
           STRING 'EXPENSE HELD AS SUSPECT......... ' DELIMITED BY
               SIZE
             MRG-EDIT-AMOUNT DELIMITED BY SIZE
             INTO MRG-LINE
           WRITE MRG-LINE

      *    every detail read from the offices is either merged
      *     or held - anything else is a lost record
           MOVE ZERO TO MRG-RECORDS-READ
           MOVE ZERO TO MRG-COMPONENTS-READ
           PERFORM ADD-OFFICE-RECORDS
             VARYING MRG-OFFICE-IX FROM 1 BY 1
             UNTIL MRG-OFFICE-IX > 3
           COMPUTE MRG-RECORDS-ACCOUNTED =
               MRG-RECORDS-MERGED + MRG-SUSPECTS-HELD
           MOVE MRG-RECORDS-ACCOUNTED TO MRG-EDIT-COUNT
           MOVE SPACE TO MRG-LINE
           STRING 'MERGED PLUS HELD................ ' DELIMITED BY
               SIZE
             MRG-EDIT-COUNT DELIMITED BY SIZE
             INTO MRG-LINE
           IF MRG-RECORDS-ACCOUNTED = MRG-RECORDS-READ
             MOVE ' BALANCED' TO MRG-LINE (41:9)
           ELSE
             MOVE ' OUT OF BALANCE' TO MRG-LINE (41:15)
             MOVE 8 TO RETURN-CODE
           END-IF
           WRITE MRG-LINE

      *    cost components are proved the same way, apart from
      *     the details
           MOVE MRG-COMPONENTS-READ TO MRG-EDIT-COUNT
           MOVE SPACE TO MRG-LINE
           STRING 'COST COMPONENTS READ............ ' DELIMITED BY
               SIZE
             MRG-EDIT-COUNT DELIMITED BY SIZE
             INTO MRG-LINE
           WRITE MRG-LINE

           MOVE MRG-COMPONENTS-MERGED TO MRG-EDIT-COUNT
           MOVE SPACE TO MRG-LINE
           STRING 'COST COMPONENTS MERGED.......... ' DELIMITED BY
               SIZE
             MRG-EDIT-COUNT DELIMITED BY SIZE
             INTO MRG-LINE
           WRITE MRG-LINE

           MOVE MRG-COMPONENTS-HELD TO MRG-EDIT-COUNT
           MOVE SPACE TO MRG-LINE
           STRING 'COST COMPONENTS HELD............ ' DELIMITED BY
               SIZE
             MRG-EDIT-COUNT DELIMITED BY SIZE
             INTO MRG-LINE
           WRITE MRG-LINE

           COMPUTE MRG-COMPONENTS-ACCOUNTED =
               MRG-COMPONENTS-MERGED + MRG-COMPONENTS-HELD
           MOVE MRG-COMPONENTS-ACCOUNTED TO MRG-EDIT-COUNT
           MOVE SPACE TO MRG-LINE
           STRING 'COMPONENTS MERGED PLUS HELD..... ' DELIMITED BY
               SIZE
             MRG-EDIT-COUNT DELIMITED BY SIZE
             INTO MRG-LINE
           IF MRG-COMPONENTS-ACCOUNTED = MRG-COMPONENTS-READ
             MOVE ' BALANCED' TO MRG-LINE (41:9)
           ELSE
             MOVE ' OUT OF BALANCE' TO MRG-LINE (41:15)
             MOVE 8 TO RETURN-CODE
           END-IF
           WRITE MRG-LINE

           CLOSE REGION1 REGION2 REGION3 MERGEOUT MRGRPT DUPSUSP.
       END PROGRAM 'TOURMRG'.
