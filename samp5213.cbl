           SELECT CURRRPT  ASSIGN TO CURRRPT.
           SELECT OVERSELL ASSIGN TO OVERSELL.
           SELECT PARMCARD ASSIGN TO PARMCARD.
           SELECT VNDMST   ASSIGN TO VNDMST.
           SELECT VNDCOST  ASSIGN TO VNDCOST.
           SELECT COMMRATE ASSIGN TO COMMRATE.
      *
       DATA DIVISION.
       FILE SECTION.
            05 I-CURRENCY-CODE         PIC X(03).
            05 I-ENTRY-DATE            PIC 9(08).
            05 I-SOURCE-OFFICE         PIC X(01).
      *     transaction type - a new booking, an amendment adding
      *      entries to an existing booking, or a full or partial
      *      cancellation of one.  Amendments and cancellations
      *      carry the run date the original booking was priced
      *      on, so they convert at the rate the booking did
            05 I-TRAN-TYPE             PIC X(01).
               88 I-NEW-BOOKING        VALUE 'N' ' '.
               88 I-CANCELLATION       VALUE 'C'.
               88 I-AMENDMENT          VALUE 'A'.
            05 I-ORIG-RUN-DATE         PIC 9(08).
      *Optional trailer record - when present, the last
      * record on TOURDATA carries the expected detail
      * count and expense total for input balancing.
             88 IS-TRAILER-RECORD      VALUE '###'.
          03 TRL-EXPECTED-COUNT        PIC 9(07).
          03 TRL-EXPECTED-EXPENSE      PIC 9(11).
          03 FILLER                    PIC X(40).
      *Optional header record - when present, the first record
      * on TOURDATA carries the extract's feed serial number and
      * extract date.  A serial already on the run history means
             88 IS-HEADER-RECORD       VALUE '@@@'.
          03 HDR-FEED-SERIAL           PIC 9(07).
          03 HDR-EXTRACT-DATE          PIC 9(08).
          03 FILLER                    PIC X(43).
      *Optional cost component records - a new booking or an
      * amendment may be followed by the breakdown of its
      * per-entry expense by supplier, one record per vendor
      * and cost category, in the detail's currency.  The
      * amounts must add up to the detail's I-TOUR-EXPENSE or
      * the detail is rejected whole.  The record type sits
      * where a detail carries its transaction type, and the
      * source office is tagged by TOURMRG as on the detail.
      * Components are not details - trailers neither count
      * them nor total their amounts
       01 COST-COMPONENT-REC REDEFINES DATA-REC.
          03 KC-TOUR-CODE              PIC X(03).
          03 KC-VENDOR-CODE            PIC X(06).
          03 KC-COST-CATEGORY          PIC X(02).
             88 KC-VALID-CATEGORY      VALUE 'HT' 'CO' 'GD' 'ML'
                                             'AD' 'OT'.
          03 KC-COMPONENT-AMOUNT       PIC 9(07).
          03 FILLER                    PIC X(33).
          03 KC-SOURCE-OFFICE          PIC X(01).
          03 KC-RECORD-TYPE            PIC X(01).
             88 IS-COST-COMPONENT      VALUE 'K'.
          03 FILLER                    PIC X(08).
      *Tour master file - keyed on tour code.  Life-to-date
      * totals, then the month-to-date and year-to-date buckets
      * TOURCLS resets at period end.  The buckets are signed -
      * a cancellation can take back more this period than the
      * period booked.  A full build restarts them from the
      * rebuilt totals
       FD TOURMST.
       01 TOUR-REC.
          03 O-TOUR-CODE               PIC X(03).
          03 O-TOTAL-EXPENSE           PIC 9(09).
          03 O-TOTAL-REVENUE           PIC 9(09).
          03 O-MARGIN                  PIC S9(09).
          03 O-MTD-ENTRIES             PIC S9(04).
          03 O-MTD-EXPENSE             PIC S9(09).
          03 O-MTD-REVENUE             PIC S9(09).
          03 O-MTD-MARGIN              PIC S9(09).
          03 O-YTD-ENTRIES             PIC S9(04).
          03 O-YTD-EXPENSE             PIC S9(09).
          03 O-YTD-REVENUE             PIC S9(09).
          03 O-YTD-MARGIN              PIC S9(09).
      *   commission the tour's offices earned on its revenue,
      *    and the margin left after paying it - life-to-date,
      *    then the month and year buckets beside the others
          03 O-TOTAL-COMMISSION        PIC 9(09).
          03 O-NET-MARGIN              PIC S9(09).
          03 O-MTD-COMMISSION          PIC S9(09).
          03 O-MTD-NET-MARGIN          PIC S9(09).
          03 O-YTD-COMMISSION          PIC S9(09).
          03 O-YTD-NET-MARGIN          PIC S9(09).
      *Prior generation of the tour master, read as input in
      * delta mode so daily TOURDATA can be merged against it
      * instead of the upstream resending the full history
          03 P-TOTAL-EXPENSE           PIC 9(09).
          03 P-TOTAL-REVENUE           PIC 9(09).
          03 P-MARGIN                  PIC S9(09).
          03 P-MTD-ENTRIES             PIC S9(04).
          03 P-MTD-EXPENSE             PIC S9(09).
          03 P-MTD-REVENUE             PIC S9(09).
          03 P-MTD-MARGIN              PIC S9(09).
          03 P-YTD-ENTRIES             PIC S9(04).
          03 P-YTD-EXPENSE             PIC S9(09).
          03 P-YTD-REVENUE             PIC S9(09).
          03 P-YTD-MARGIN              PIC S9(09).
          03 P-TOTAL-COMMISSION        PIC 9(09).
          03 P-NET-MARGIN              PIC S9(09).
          03 P-MTD-COMMISSION          PIC S9(09).
          03 P-MTD-NET-MARGIN          PIC S9(09).
          03 P-YTD-COMMISSION          PIC S9(09).
          03 P-YTD-NET-MARGIN          PIC S9(09).
      *Rejected tour code file - one record per record that failed
      * an edit, carrying the full original DATA-REC image so the
      * record can be repaired by REJRESUB and resubmitted without
            05 REJ-CURRENCY-CODE       PIC X(03).
            05 REJ-ENTRY-DATE          PIC 9(08).
            05 REJ-SOURCE-OFFICE       PIC X(01).
            05 REJ-TRAN-TYPE           PIC X(01).
            05 REJ-ORIG-RUN-DATE       PIC 9(08).
          03 REJ-REASON-CODE           PIC X(01).
          03 REJ-REJECT-DATE           PIC 9(08).
          03 REJ-CYCLE-COUNT           PIC 9(03).
          03 CHKPT-IN-REJ-PRIOR        PIC 9(07).
          03 CHKPT-IN-RECS-IN-PERIOD   PIC 9(07).
          03 CHKPT-IN-RECS-HELD        PIC 9(07).
          03 CHKPT-IN-CANCELS-APPLIED  PIC 9(07).
          03 CHKPT-IN-CANCEL-ENTRIES   PIC 9(09).
          03 CHKPT-IN-CANCEL-EXPENSE   PIC 9(11).
          03 CHKPT-IN-CANCEL-REVENUE   PIC 9(11).
          03 CHKPT-IN-AMENDS-APPLIED   PIC 9(07).
          03 CHKPT-IN-REJ-OVER-CANCEL  PIC 9(07).
          03 CHKPT-IN-REJ-TRAN-TYPE    PIC 9(07).
          03 CHKPT-IN-POSTED-ENTRIES   PIC S9(09).
          03 CHKPT-IN-POSTED-EXPENSE   PIC S9(11).
          03 CHKPT-IN-POSTED-REVENUE   PIC S9(11).
          03 CHKPT-IN-TOUR-NAME        PIC X(20).
          03 CHKPT-IN-TOUR-EXPENSE     PIC 9(07).
          03 CHKPT-IN-TOUR-ENTRIES     PIC 9(04).
            05 CHKPT-IN-OFF-ENTRIES    PIC 9(09).
            05 CHKPT-IN-OFF-EXPENSE    PIC 9(11).
            05 CHKPT-IN-OFF-REVENUE    PIC 9(11).
            05 CHKPT-IN-OFF-CAN-RECORDS PIC 9(07).
            05 CHKPT-IN-OFF-CAN-ENTRIES PIC 9(09).
            05 CHKPT-IN-OFF-CAN-EXPENSE PIC 9(11).
            05 CHKPT-IN-OFF-CAN-REVENUE PIC 9(11).
          03 CHKPT-IN-REJ-BREAKDOWN    PIC 9(07).
          03 CHKPT-IN-COMPONENTS-READ  PIC 9(07).
          03 CHKPT-IN-COMPONENTS-WRITTEN PIC 9(07).
          03 CHKPT-IN-COMM-EARNED      PIC 9(11).
          03 CHKPT-IN-COMM-REVERSED    PIC 9(11).
          03 CHKPT-IN-NO-COMM-RATE     PIC 9(07).
          03 CHKPT-IN-POSTED-COMMISSION PIC S9(11).
          03 CHKPT-IN-TOUR-TOT-COMMISSION PIC 9(09).
          03 CHKPT-IN-OFFICE-COMM OCCURS 3 TIMES.
            05 CHKPT-IN-OFF-COMMISSION PIC 9(11).
            05 CHKPT-IN-OFF-CAN-COMMISSION PIC 9(11).
      *Checkpoint written by this run for a future restart -
      * same layout as CHKPT-IN-REC above
       FD CHKPTOUT RECORDING MODE IS F
          03 CHKPT-OUT-REJ-PRIOR       PIC 9(07).
          03 CHKPT-OUT-RECS-IN-PERIOD  PIC 9(07).
          03 CHKPT-OUT-RECS-HELD       PIC 9(07).
          03 CHKPT-OUT-CANCELS-APPLIED PIC 9(07).
          03 CHKPT-OUT-CANCEL-ENTRIES  PIC 9(09).
          03 CHKPT-OUT-CANCEL-EXPENSE  PIC 9(11).
          03 CHKPT-OUT-CANCEL-REVENUE  PIC 9(11).
          03 CHKPT-OUT-AMENDS-APPLIED  PIC 9(07).
          03 CHKPT-OUT-REJ-OVER-CANCEL PIC 9(07).
          03 CHKPT-OUT-REJ-TRAN-TYPE   PIC 9(07).
          03 CHKPT-OUT-POSTED-ENTRIES  PIC S9(09).
          03 CHKPT-OUT-POSTED-EXPENSE  PIC S9(11).
          03 CHKPT-OUT-POSTED-REVENUE  PIC S9(11).
          03 CHKPT-OUT-TOUR-NAME       PIC X(20).
          03 CHKPT-OUT-TOUR-EXPENSE    PIC 9(07).
          03 CHKPT-OUT-TOUR-ENTRIES    PIC 9(04).
            05 CHKPT-OUT-OFF-ENTRIES   PIC 9(09).
            05 CHKPT-OUT-OFF-EXPENSE   PIC 9(11).
            05 CHKPT-OUT-OFF-REVENUE   PIC 9(11).
            05 CHKPT-OUT-OFF-CAN-RECORDS PIC 9(07).
            05 CHKPT-OUT-OFF-CAN-ENTRIES PIC 9(09).
            05 CHKPT-OUT-OFF-CAN-EXPENSE PIC 9(11).
            05 CHKPT-OUT-OFF-CAN-REVENUE PIC 9(11).
          03 CHKPT-OUT-REJ-BREAKDOWN   PIC 9(07).
          03 CHKPT-OUT-COMPONENTS-READ PIC 9(07).
          03 CHKPT-OUT-COMPONENTS-WRITTEN PIC 9(07).
          03 CHKPT-OUT-COMM-EARNED     PIC 9(11).
          03 CHKPT-OUT-COMM-REVERSED   PIC 9(11).
          03 CHKPT-OUT-NO-COMM-RATE    PIC 9(07).
          03 CHKPT-OUT-POSTED-COMMISSION PIC S9(11).
          03 CHKPT-OUT-TOUR-TOT-COMMISSION PIC 9(09).
          03 CHKPT-OUT-OFFICE-COMM OCCURS 3 TIMES.
            05 CHKPT-OUT-OFF-COMMISSION PIC 9(11).
            05 CHKPT-OUT-OFF-CAN-COMMISSION PIC 9(11).
      *High-expense review file - tours whose per-entry
      * expense is over the threshold, for ops to eyeball
       FD REVIEWFL RECORDING MODE IS F
      *  written alongside the master file, one line per tour
       FD TOURCSV RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 CSV-LINE                     PIC X(120).
      *FX rate table maintained by treasury - one record per
      * currency per effective date, converted to the TOURMST
      * base currency (USD).  The record whose effective date
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
      *Future-dated records held out of this processing period
      * in the TOURDATA layout, fed back in next cycle
       FD HOLDOVER RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 HOLDOVER-REC                 PIC X(61).
      *Per-office rollup written alongside TOURMST - one record
      * per source office carrying what that office contributed
      * to the new master, so a regional number can be balanced
      * back to the office totals TOURMRG proved on MRGRPT.
      * Records through revenue are the bookings and amendments
      * the office added; the cancellations it reversed are
      * carried separately and the margin is net of them.  The
      * commission the office earned and the commission its
      * cancellations took back follow, with the run date so
      * COMMSTMT can tie a month's statement to the month's runs
       FD OFFRLLUP RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 OFFICE-ROLLUP-REC.
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
      *End of run regional profitability report - each office's
      * contribution to the master, so region-level questions can
      * be answered without re-deriving the feed
      * image plus the FX rate and converted amounts applied, so
      * any TOURMST total can be drilled back to the records
      * that produced it (TOURINQ answers drill-down requests
      * from this file).  A cancellation applied against a tour
      * is written as its own record with DH-TRAN-TYPE 'C' and
      * its amounts, though unsigned here, came off the tour.
      * TOURRET keeps the file to its retention window, leaving
      * an archive summary ('S') for the details it moves out.
      * The commission rate the source office earned at and the
      * commission on the detail's converted revenue close the
      * record - zero when no rate applied
       FD TOURHIST RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 DETAIL-HIST-REC.
          03 DH-BASE-EXPENSE           PIC 9(07).
          03 DH-BASE-PRICE             PIC 9(07).
          03 DH-RUN-DATE               PIC 9(08).
          03 DH-TRAN-TYPE              PIC X(01).
          03 DH-ORIG-RUN-DATE          PIC 9(08).
          03 DH-COMM-RATE              PIC 9(02)V9(03).
          03 DH-COMMISSION             PIC 9(09).
      *End of run currency exposure report - per currency, what
      * came in, the rate applied, what it became in USD, and
      * the records that failed to convert, so treasury can
       FD PARMCARD RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 PARM-CARD                    PIC X(80).
      *Vendor master maintained by VNDMNT - a cost component
      * must name a vendor on file whose status is active
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
      *Vendor cost file - one record per cost component of
      * every booking and amendment folded into the master,
      * in the detail's currency and converted to USD at the
      * rate the detail was, for VNDPAY to report payables
      * by vendor and currency
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
      *Office commission rate table maintained by COMMMNT - one
      * record per source office, tour code and effective date.
      * A blank tour code is the office's standing rate; a tour
      * code overrides it for that tour.  The rate is a percent
      * of the detail's converted revenue
      * prereq: sorted by office, tour code, effective date
       FD COMMRATE RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 COMMRATE-REC.
          03 CRR-SOURCE-OFFICE         PIC X(01).
          03 CRR-TOUR-CODE             PIC X(03).
          03 CRR-EFFECTIVE-DATE        PIC 9(08).
          03 CRR-RATE                  PIC 9(02)V9(03).

       WORKING-STORAGE SECTION.
       01 CTL-RECORDS-READ          PIC 9(07) VALUE ZERO.
       01 CTL-RECORDS-IN-PERIOD     PIC 9(07) VALUE ZERO.
       01 CTL-RECORDS-HELD          PIC 9(07) VALUE ZERO.
       01 CTL-INPUT-EXPENSE-TOTAL   PIC 9(11) VALUE ZERO.
      *Cancellations backed out of the master at the original
      * booking's rate, and amendments folded in at it
       01 CTL-CANCELS-APPLIED       PIC 9(07) VALUE ZERO.
       01 CTL-CANCEL-ENTRIES        PIC 9(09) VALUE ZERO.
       01 CTL-CANCEL-EXPENSE        PIC 9(11) VALUE ZERO.
       01 CTL-CANCEL-REVENUE        PIC 9(11) VALUE ZERO.
       01 CTL-AMENDS-APPLIED        PIC 9(07) VALUE ZERO.
       01 CTL-REJECTS-OVER-CANCEL   PIC 9(07) VALUE ZERO.
       01 CTL-REJECTS-TRAN-TYPE     PIC 9(07) VALUE ZERO.
       01 CTL-REJECTS-BREAKDOWN     PIC 9(07) VALUE ZERO.
      *Supplier cost components read under the details, and the
      * vendor cost records written for the ones that combined
       01 CTL-COMPONENTS-READ       PIC 9(07) VALUE ZERO.
       01 CTL-COMPONENTS-WRITTEN    PIC 9(07) VALUE ZERO.
      *Net activity this run put on the master - the bookings
      * folded in less the cancellations backed out.  It is what
      * the period buckets moved by, and TOURCLS ties a period's
      * buckets back to it across the period's runs
       01 CTL-POSTED-ENTRIES        PIC S9(09) VALUE ZERO.
       01 CTL-POSTED-EXPENSE        PIC S9(11) VALUE ZERO.
       01 CTL-POSTED-REVENUE        PIC S9(11) VALUE ZERO.
       01 CTL-POSTED-COMMISSION     PIC S9(11) VALUE ZERO.
      *Commission earned on the bookings and amendments folded
      * in, taken back on the cancellations backed out, and the
      * details no commission rate covered
       01 CTL-COMMISSION-EARNED     PIC 9(11) VALUE ZERO.
       01 CTL-COMMISSION-REVERSED   PIC 9(11) VALUE ZERO.
       01 CTL-DETAILS-NO-COMM-RATE  PIC 9(07) VALUE ZERO.
      *Per-office contribution to the new master, subscripted by
      * the source office number TOURMRG tagged onto each detail
       01 OFFICE-ROLLUP-TABLE.
            05 ORL-ENTRIES           PIC 9(09).
            05 ORL-EXPENSE           PIC 9(11).
            05 ORL-REVENUE           PIC 9(11).
            05 ORL-CAN-RECORDS       PIC 9(07).
            05 ORL-CAN-ENTRIES       PIC 9(09).
            05 ORL-CAN-EXPENSE       PIC 9(11).
            05 ORL-CAN-REVENUE       PIC 9(11).
            05 ORL-COMMISSION        PIC 9(11).
            05 ORL-CAN-COMMISSION    PIC 9(11).
       01 ORL-OFFICE-IX             PIC 9(01) VALUE ZERO.
       01 W-OFFICE-MARGIN           PIC S9(11) VALUE ZERO.
       01 W-OFFICE-COMMISSION       PIC S9(11) VALUE ZERO.
       01 RGN-EDIT-MARGIN           PIC -(10)9.
      *Per-currency exposure accumulated as records convert -
      * original-currency amounts in, the rate applied, the USD
            05 CXT-USD-REVENUE       PIC 9(11).
            05 CXT-REJ-NO-RATE       PIC 9(07).
            05 CXT-REJ-OVERFLOW      PIC 9(07).
            05 CXT-CAN-RECORDS       PIC 9(07).
            05 CXT-CAN-USD-EXPENSE   PIC 9(11).
            05 CXT-CAN-USD-REVENUE   PIC 9(11).
       01 CXT-ENTRY-COUNT           PIC 9(03) VALUE ZERO.
       01 CXP-IX                    PIC 9(03) VALUE ZERO.
       01 CXP-FOUND-IX              PIC 9(03) VALUE ZERO.
       01 CTL-EDIT-COUNT            PIC ZZZZZZ9.
       01 CTL-EDIT-AMOUNT           PIC ZZZZZZZZZZ9.
       01 CTL-EDIT-RATE             PIC ZZ9.9999.
       01 CTL-EDIT-SIGNED           PIC -(10)9.
       01 CSV-EDIT-ENTRIES          PIC Z(3)9.
       01 CSV-EDIT-EXPENSE          PIC Z(8)9.
       01 CSV-EDIT-REVENUE          PIC Z(8)9.
       01 CSV-EDIT-MARGIN           PIC -(8)9.
       01 CSV-EDIT-COMMISSION       PIC Z(8)9.
       01 CSV-EDIT-NET-MARGIN       PIC -(8)9.
       01 CTL-EDIT-COMM-RATE        PIC Z9.999.
      *Loss-making tours collected while the master is written,
      * ranked worst first for the end of run report
       01 LOSS-TOUR-TABLE.
          88 REASON-FX-OVERFLOW    VALUE 'F'.
          88 REASON-NO-FX-RATE     VALUE 'X'.
          88 REASON-PRIOR-PERIOD   VALUE 'P'.
          88 REASON-BAD-TRAN-TYPE  VALUE 'T'.
          88 REASON-CANCEL-EXCEEDS VALUE 'C'.
          88 REASON-BAD-BREAKDOWN  VALUE 'B'.
       01 WORK-REC.
          03 W-TOUR-CODE             PIC X(03).
          03 W-TOUR-NAME             PIC X(20).
          03 W-CURRENCY-CODE         PIC X(03).
          03 W-ENTRY-DATE            PIC 9(08).
          03 W-SOURCE-OFFICE         PIC X(01).
          03 W-TRAN-TYPE             PIC X(01).
             88 W-NEW-BOOKING        VALUE 'N' ' '.
             88 W-CANCELLATION       VALUE 'C'.
             88 W-AMENDMENT          VALUE 'A'.
          03 W-ORIG-RUN-DATE         PIC 9(08).
       01  W-TOTAL-EXPENSE  PIC 9(09).
       01  W-TOTAL-REVENUE  PIC 9(09).
      *Commission on the detail in hand - its source office's
      * rate applied to W-TOTAL-REVENUE
       01  W-COMM-RATE      PIC 9(02)V9(03).
       01  W-COMMISSION     PIC 9(09).
       01  W-LAST-ACCEPTED-CODE PIC X(03).
      *Code of the last record written to the new master -
      * in delta mode this is how far the prior master has
      * travel through the one TOUR-REC record area
       01  SAVE-TOUR-REC.
          03 SAVE-TOUR-CODE          PIC X(03).
          03 FILLER                  PIC X(174).
      *Set once the tour being accumulated has something on the
      * master - a booking folded in this run or a prior master
      * record in delta mode.  A tour that arrived only as
      * cancellations, all of them refused, is not written
       01  TOUR-BOOKED-SW   PIC X(01) VALUE 'N'.
          88 TOUR-HAS-BOOKINGS     VALUE 'Y'.
          88 TOUR-NO-BOOKINGS      VALUE 'N'.
      *Cancellations for the tour being accumulated, converted
      * and parked until the tour is complete - they are backed
      * out only once every booking for the tour (and the prior
      * master in delta mode) is in, so the order the records
      * arrive in cannot make a valid cancellation look like
      * it drives the tour negative
       01  PENDING-CANCEL-TABLE.
          03 PENDING-CANCEL OCCURS 500 TIMES.
            05 PCN-IMAGE             PIC X(61).
            05 PCN-FX-RATE           PIC 9(03)V9(04).
            05 PCN-BASE-EXPENSE      PIC 9(07).
            05 PCN-BASE-PRICE        PIC 9(07).
       01  PCN-ENTRY-COUNT  PIC 9(03) VALUE ZERO.
       01  PCN-IX           PIC 9(03) VALUE ZERO.
      *The next tour's record is already in WORK-REC when the
      * completed tour's cancellations are applied - it is
      * parked here meanwhile
       01  CANCEL-HOLD-AREA.
          03 CNH-WORK-REC            PIC X(61).
          03 CNH-FX-RATE             PIC 9(03)V9(04).
          03 CNH-BASE-EXPENSE        PIC 9(07).
          03 CNH-BASE-PRICE          PIC 9(07).
          03 CNH-TOTAL-EXPENSE       PIC 9(09).
          03 CNH-TOTAL-REVENUE       PIC 9(09).
          03 CNH-REJECT-SWITCH       PIC X(01).
          03 CNH-REJECT-REASON       PIC X(01).
          03 CNH-COMPONENT-COUNT     PIC 9(03).
      *Cost components gathered under the detail just read -
      * they travel with it to REJFILE or HOLDOVER, or out to
      * VNDCOST once the detail is folded into the master
       01  COMPONENT-TABLE.
          03 COMPONENT-ENTRY OCCURS 50 TIMES.
            05 CMP-IMAGE.
              07 CMP-TOUR-CODE       PIC X(03).
              07 CMP-VENDOR-CODE     PIC X(06).
              07 CMP-COST-CATEGORY   PIC X(02).
              07 CMP-COMPONENT-AMOUNT PIC 9(07).
              07 FILLER              PIC X(43).
       01  CMP-ENTRY-COUNT  PIC 9(03) VALUE ZERO.
       01  CMP-IX           PIC 9(03) VALUE ZERO.
       01  CMP-AMOUNT-TOTAL PIC 9(09) VALUE ZERO.
       01  CMP-ERROR-SW     PIC X(01) VALUE 'N'.
          88 BREAKDOWN-IN-ERROR    VALUE 'Y'.
          88 BREAKDOWN-CLEAN       VALUE 'N'.
      *The detail is parked here while its components are read
      * through the same record area
       01  CMP-DETAIL-HOLD.
          03 CMP-DETAIL-TOUR-CODE    PIC X(03).
          03 FILLER                  PIC X(58).
       01  W-COMPONENT-BASE PIC 9(07).
      *Gathering a detail's components reads one record past
      * them - that record (or the end of the file) is pushed
      * back and handed out again by the next read
       01  PUSHBACK-SW      PIC X(01) VALUE 'N'.
          88 RECORD-PUSHED-BACK    VALUE 'Y'.
          88 EOF-PUSHED-BACK       VALUE 'E'.
          88 NOTHING-PUSHED-BACK   VALUE 'N'.
       01  PUSHBACK-REC     PIC X(61).
       01  TOURDATA-READ-STATUS PIC X(01).
          88 TOURDATA-AT-END       VALUE 'E'.
          88 TOURDATA-NOT-AT-END   VALUE 'R'.
      *Vendor master loaded from VNDMST at initialization
       01  VENDOR-TABLE.
          03 VENDOR-TABLE-ENTRY OCCURS 5000 TIMES.
            05 VNT-VENDOR-CODE       PIC X(06).
            05 VNT-STATUS            PIC X(01).
       01  VNT-ENTRY-COUNT  PIC 9(05) VALUE ZERO.
       01  VNT-IX           PIC 9(05) VALUE ZERO.
       01  VNT-LOOKUP-STATUS PIC X(01).
          88 VENDOR-ACTIVE         VALUE 'A'.
          88 VENDOR-INACTIVE       VALUE 'I'.
          88 VENDOR-NOT-FOUND      VALUE 'N'.
      *Last vendor looked up - components for one vendor tend
      * to arrive together, so a repeat skips the table scan
       01  VNT-MEMO-VENDOR  PIC X(06) VALUE SPACE.
       01  VNT-MEMO-STATUS  PIC X(01) VALUE 'N'.
       01  VND-FILE-STATUS  PIC X(01).
          88 VND-END-OF-FILE       VALUE 'E'.
          88 VND-NOT-END-OF-FILE   VALUE 'R'.
       01  PRIOR-FILE-STATUS PIC X(01).
          88 PRIOR-END-OF-FILE     VALUE 'E'.
          88 PRIOR-NOT-END-OF-FILE VALUE 'R'.
       01  W-BASE-EXPENSE   PIC 9(07).
       01  W-BASE-PRICE     PIC 9(07).
       01  FX-RATE          PIC 9(03)V9(04).
      *Business date of the cycle from BUSDATE (through GETBDATE) -
      * every date this run stamps or judges against is this one,
      * so a late or rerun cycle still posts to its own day
       01  W-RUN-DATE       PIC 9(08) VALUE ZERO.
       01  W-BDATE-RESULT   PIC X(01) VALUE SPACE.
          88 BUSINESS-DATE-VALID       VALUE 'V'.
       01  W-SYSTEM-DATE    PIC 9(08) VALUE ZERO.
      *Date the rate is chosen against - the run date for a new
      * booking, the original booking's run date for an
      * amendment or cancellation
       01  W-RATE-DATE      PIC 9(08) VALUE ZERO.
       01  W-RUN-TIME.
          03 W-RUN-TIME-HHMMSS PIC 9(06).
          03 FILLER          PIC 9(02).
       01  FX-LOOKUP-STATUS PIC X(01).
          88 FX-RATE-FOUND      VALUE 'F'.
          88 FX-RATE-NOT-FOUND  VALUE 'N'.
      *Last currency and rate date looked up - the winning rate
      * for them cannot change within a run, so repeat lookups
      * for the same pair skip the table scan
       01  FX-MEMO-CURRENCY PIC X(03) VALUE SPACE.
       01  FX-MEMO-DATE     PIC 9(08) VALUE ZERO.
       01  FX-MEMO-STATUS   PIC X(01) VALUE 'N'.
       01  FX-MEMO-RATE     PIC 9(03)V9(04) VALUE ZERO.
       01  FX-FILE-STATUS   PIC X(01).
          88 FX-END-OF-FILE     VALUE 'E'.
          88 FX-NOT-END-OF-FILE VALUE 'R'.
      *Commission rate table loaded from COMMRATE at
      * initialization - CRT-USED-SW marks the entries this run
      * actually applied so the control report can list them
       01  COMM-RATE-TABLE.
          03 COMM-TABLE-ENTRY OCCURS 5000 TIMES.
            05 CRT-SOURCE-OFFICE     PIC X(01).
            05 CRT-TOUR-CODE         PIC X(03).
            05 CRT-EFFECTIVE-DATE    PIC 9(08).
            05 CRT-RATE              PIC 9(02)V9(03).
            05 CRT-USED-SW           PIC X(01).
               88 CRT-RATE-USED      VALUE 'Y'.
       01  CRT-ENTRY-COUNT  PIC 9(05) VALUE ZERO.
       01  CRT-IX           PIC 9(05) VALUE ZERO.
       01  CRT-FOUND-IX     PIC 9(05) VALUE ZERO.
      *Best tour override and best office standing rate found
      * so far in a scan - the override wins when there is one
       01  CRT-TOUR-IX      PIC 9(05) VALUE ZERO.
       01  CRT-TOUR-EFF-DATE PIC 9(08) VALUE ZERO.
       01  CRT-OFFICE-IX    PIC 9(05) VALUE ZERO.
       01  CRT-OFFICE-EFF-DATE PIC 9(08) VALUE ZERO.
      *Date the commission rate is chosen against - the same
      * date the detail's FX rate was
       01  W-COMM-DATE      PIC 9(08) VALUE ZERO.
      *Last office, tour and date looked up - details for one
      * tour arrive together, so a repeat skips the table scan
       01  CRT-MEMO-OFFICE  PIC X(01) VALUE SPACE.
       01  CRT-MEMO-TOUR    PIC X(03) VALUE SPACE.
       01  CRT-MEMO-DATE    PIC 9(08) VALUE ZERO.
       01  CRT-MEMO-IX      PIC 9(05) VALUE ZERO.
       01  CRT-FILE-STATUS  PIC X(01).
          88 CRT-END-OF-FILE     VALUE 'E'.
          88 CRT-NOT-END-OF-FILE VALUE 'R'.
       01  CHKPT-STATUS  PIC X(01).
          88 CHKPT-END-OF-FILE     VALUE 'E'.
          88 CHKPT-NOT-END-OF-FILE VALUE 'R'.
       01 RESTART-REJ-PRIOR          PIC 9(07) VALUE ZERO.
       01 RESTART-RECS-IN-PERIOD     PIC 9(07) VALUE ZERO.
       01 RESTART-RECS-HELD          PIC 9(07) VALUE ZERO.
       01 RESTART-CANCELS-APPLIED    PIC 9(07) VALUE ZERO.
       01 RESTART-CANCEL-ENTRIES     PIC 9(09) VALUE ZERO.
       01 RESTART-CANCEL-EXPENSE     PIC 9(11) VALUE ZERO.
       01 RESTART-CANCEL-REVENUE     PIC 9(11) VALUE ZERO.
       01 RESTART-AMENDS-APPLIED     PIC 9(07) VALUE ZERO.
       01 RESTART-REJ-OVER-CANCEL    PIC 9(07) VALUE ZERO.
       01 RESTART-REJ-TRAN-TYPE      PIC 9(07) VALUE ZERO.
       01 RESTART-REJ-BREAKDOWN      PIC 9(07) VALUE ZERO.
       01 RESTART-COMPONENTS-READ    PIC 9(07) VALUE ZERO.
       01 RESTART-COMPONENTS-WRITTEN PIC 9(07) VALUE ZERO.
       01 RESTART-POSTED-ENTRIES     PIC S9(09) VALUE ZERO.
       01 RESTART-POSTED-EXPENSE     PIC S9(11) VALUE ZERO.
       01 RESTART-POSTED-REVENUE     PIC S9(11) VALUE ZERO.
       01 RESTART-POSTED-COMMISSION  PIC S9(11) VALUE ZERO.
       01 RESTART-COMM-EARNED        PIC 9(11) VALUE ZERO.
       01 RESTART-COMM-REVERSED      PIC 9(11) VALUE ZERO.
       01 RESTART-NO-COMM-RATE       PIC 9(07) VALUE ZERO.
       01 RESTART-TOUR-CODE          PIC X(03) VALUE SPACE.
       01 RESTART-TOUR-NAME          PIC X(20) VALUE SPACE.
       01 RESTART-TOUR-EXPENSE       PIC 9(07) VALUE ZERO.
       01 RESTART-TOUR-ENTRIES       PIC 9(04) VALUE ZERO.
       01 RESTART-TOUR-TOT-EXPENSE   PIC 9(09) VALUE ZERO.
       01 RESTART-TOUR-TOT-REVENUE   PIC 9(09) VALUE ZERO.
       01 RESTART-TOUR-TOT-COMMISSION PIC 9(09) VALUE ZERO.
       01 RESTART-OFFICE-TABLE.
          03 RESTART-OFFICE OCCURS 3 TIMES.
            05 RESTART-OFF-RECORDS    PIC 9(07).
            05 RESTART-OFF-ENTRIES    PIC 9(09).
            05 RESTART-OFF-EXPENSE    PIC 9(11).
            05 RESTART-OFF-REVENUE    PIC 9(11).
            05 RESTART-OFF-CAN-RECORDS PIC 9(07).
            05 RESTART-OFF-CAN-ENTRIES PIC 9(09).
            05 RESTART-OFF-CAN-EXPENSE PIC 9(11).
            05 RESTART-OFF-CAN-REVENUE PIC 9(11).
            05 RESTART-OFF-COMMISSION PIC 9(11).
            05 RESTART-OFF-CAN-COMMISSION PIC 9(11).
      *Run options resolved from the PARMCARD control cards -
      * defaults stand for any keyword the cards do not supply
       01 CHECK-CODE PIC X(01) VALUE 'Y'.
       MAINLINE SECTION.
           DISPLAY 'TOUR1 STARTED...'
           PERFORM READ-PARM-CARDS
           CALL 'GETBDATE' USING W-RUN-DATE W-BDATE-RESULT
           IF NOT BUSINESS-DATE-VALID
             DISPLAY 'TOUR1 *** BUSINESS DATE NOT AVAILABLE ***'
             SET PARM-CARDS-INVALID TO TRUE
           END-IF
           IF PARM-CARDS-INVALID
             DISPLAY 'TOUR1 *** RUN REFUSED - PARAMETER ERRORS ***'
             MOVE 16 TO RETURN-CODE
                  EXTEND TOURHIST
                  EXTEND CURRRPT
                  EXTEND OVERSELL
                  EXTEND VNDCOST
                  OUTPUT CHKPTOUT
           ELSE
             OPEN INPUT TOURDATA
                  OUTPUT TOURHIST
                  OUTPUT CURRRPT
                  OUTPUT OVERSELL
                  OUTPUT VNDCOST
                  OUTPUT CHKPTOUT
           END-IF
           IF EXPENSE-LIMIT-PARM NOT = ZERO
           IF CHKPT-INTERVAL-PARM NOT = ZERO
             MOVE CHKPT-INTERVAL-PARM TO CHKPT-INTERVAL
           END-IF
           ACCEPT W-SYSTEM-DATE FROM DATE YYYYMMDD
           ACCEPT W-RUN-TIME FROM TIME
           PERFORM LOAD-FX-RATES
           PERFORM LOAD-VENDOR-MASTER
           PERFORM LOAD-COMMISSION-RATES
           SET NOT-END-OF-RECORD TO TRUE
           SET NOTHING-PUSHED-BACK TO TRUE
           MOVE ZERO TO CMP-ENTRY-COUNT
           SET RECORD-ACCEPTED TO TRUE
           SET RECORD-NOT-HELD TO TRUE
           SET TRAILER-NOT-SEEN TO TRUE
           MOVE ZERO TO O-TOTAL-EXPENSE
           MOVE ZERO TO O-TOTAL-REVENUE
           MOVE ZERO TO O-MARGIN
           MOVE ZERO TO O-TOTAL-COMMISSION
           MOVE SPACE TO W-LAST-WRITTEN-CODE
           PERFORM CLEAR-OFFICE-ROLLUP
             VARYING ORL-OFFICE-IX FROM 1 BY 1
           MOVE RESTART-REJ-PRIOR TO CTL-REJECTS-PRIOR
           MOVE RESTART-RECS-IN-PERIOD TO CTL-RECORDS-IN-PERIOD
           MOVE RESTART-RECS-HELD TO CTL-RECORDS-HELD
           MOVE RESTART-CANCELS-APPLIED TO CTL-CANCELS-APPLIED
           MOVE RESTART-CANCEL-ENTRIES TO CTL-CANCEL-ENTRIES
           MOVE RESTART-CANCEL-EXPENSE TO CTL-CANCEL-EXPENSE
           MOVE RESTART-CANCEL-REVENUE TO CTL-CANCEL-REVENUE
           MOVE RESTART-AMENDS-APPLIED TO CTL-AMENDS-APPLIED
           MOVE RESTART-REJ-OVER-CANCEL TO CTL-REJECTS-OVER-CANCEL
           MOVE RESTART-REJ-TRAN-TYPE TO CTL-REJECTS-TRAN-TYPE
           MOVE RESTART-REJ-BREAKDOWN TO CTL-REJECTS-BREAKDOWN
           MOVE RESTART-COMPONENTS-READ TO CTL-COMPONENTS-READ
           MOVE RESTART-COMPONENTS-WRITTEN TO CTL-COMPONENTS-WRITTEN
           MOVE RESTART-POSTED-ENTRIES TO CTL-POSTED-ENTRIES
           MOVE RESTART-POSTED-EXPENSE TO CTL-POSTED-EXPENSE
           MOVE RESTART-POSTED-REVENUE TO CTL-POSTED-REVENUE
           MOVE RESTART-POSTED-COMMISSION TO CTL-POSTED-COMMISSION
           MOVE RESTART-COMM-EARNED TO CTL-COMMISSION-EARNED
           MOVE RESTART-COMM-REVERSED TO CTL-COMMISSION-REVERSED
           MOVE RESTART-NO-COMM-RATE TO CTL-DETAILS-NO-COMM-RATE
           PERFORM RESTORE-OFFICE-ROLLUP
             VARYING ORL-OFFICE-IX FROM 1 BY 1
             UNTIL ORL-OFFICE-IX > 3
           MOVE RESTART-TOUR-ENTRIES TO O-NUMBER-ENTRIES
           MOVE RESTART-TOUR-TOT-EXPENSE TO O-TOTAL-EXPENSE
           MOVE RESTART-TOUR-TOT-REVENUE TO O-TOTAL-REVENUE
           MOVE RESTART-TOUR-TOT-COMMISSION TO O-TOTAL-COMMISSION
           COMPUTE O-MARGIN = O-TOTAL-REVENUE - O-TOTAL-EXPENSE
           MOVE O-TOUR-CODE TO W-LAST-ACCEPTED-CODE
      *    a checkpoint is only taken with no cancellations
      *     pending, so an in-flight tour on it has bookings
           IF O-TOUR-CODE NOT = SPACE
             SET TOUR-HAS-BOOKINGS TO TRUE
           END-IF
           PERFORM SKIP-ONE-RECORD
             UNTIL SKIP-RECORDS-REMAINING = ZERO
                OR END-OF-RECORD
      *    the last detail skipped was gathered with its cost
      *     components before the checkpoint - pass them by too
      *     and push back the first record after them.  A
      *     component of another tour was not gathered and is
      *     pushed back to be rejected on its own
           IF NOT END-OF-RECORD
             MOVE DATA-REC TO CMP-DETAIL-HOLD
             PERFORM READ-TOURDATA
             PERFORM READ-TOURDATA
               UNTIL TOURDATA-AT-END OR NOT IS-COST-COMPONENT
                  OR KC-TOUR-CODE NOT = CMP-DETAIL-TOUR-CODE
             PERFORM PUSH-BACK-RECORD
           END-IF.

      **********************************************
      * Read CHKPTIN through to the last record so
             MOVE CHKPT-IN-REJ-PRIOR TO RESTART-REJ-PRIOR
             MOVE CHKPT-IN-RECS-IN-PERIOD TO RESTART-RECS-IN-PERIOD
             MOVE CHKPT-IN-RECS-HELD TO RESTART-RECS-HELD
             MOVE CHKPT-IN-CANCELS-APPLIED TO RESTART-CANCELS-APPLIED
             MOVE CHKPT-IN-CANCEL-ENTRIES TO RESTART-CANCEL-ENTRIES
             MOVE CHKPT-IN-CANCEL-EXPENSE TO RESTART-CANCEL-EXPENSE
             MOVE CHKPT-IN-CANCEL-REVENUE TO RESTART-CANCEL-REVENUE
             MOVE CHKPT-IN-AMENDS-APPLIED TO RESTART-AMENDS-APPLIED
             MOVE CHKPT-IN-REJ-OVER-CANCEL TO RESTART-REJ-OVER-CANCEL
             MOVE CHKPT-IN-REJ-TRAN-TYPE TO RESTART-REJ-TRAN-TYPE
             MOVE CHKPT-IN-REJ-BREAKDOWN TO RESTART-REJ-BREAKDOWN
             MOVE CHKPT-IN-COMPONENTS-READ TO RESTART-COMPONENTS-READ
             MOVE CHKPT-IN-COMPONENTS-WRITTEN
               TO RESTART-COMPONENTS-WRITTEN
             MOVE CHKPT-IN-POSTED-ENTRIES TO RESTART-POSTED-ENTRIES
             MOVE CHKPT-IN-POSTED-EXPENSE TO RESTART-POSTED-EXPENSE
             MOVE CHKPT-IN-POSTED-REVENUE TO RESTART-POSTED-REVENUE
             MOVE CHKPT-IN-POSTED-COMMISSION
               TO RESTART-POSTED-COMMISSION
             MOVE CHKPT-IN-COMM-EARNED TO RESTART-COMM-EARNED
             MOVE CHKPT-IN-COMM-REVERSED TO RESTART-COMM-REVERSED
             MOVE CHKPT-IN-NO-COMM-RATE TO RESTART-NO-COMM-RATE
             MOVE CHKPT-IN-TOUR-CODE TO RESTART-TOUR-CODE
             MOVE CHKPT-IN-TOUR-NAME TO RESTART-TOUR-NAME
             MOVE CHKPT-IN-TOUR-EXPENSE TO RESTART-TOUR-EXPENSE
             MOVE CHKPT-IN-TOUR-ENTRIES TO RESTART-TOUR-ENTRIES
             MOVE CHKPT-IN-TOUR-TOT-EXPENSE TO RESTART-TOUR-TOT-EXPENSE
             MOVE CHKPT-IN-TOUR-TOT-REVENUE TO RESTART-TOUR-TOT-REVENUE
             MOVE CHKPT-IN-TOUR-TOT-COMMISSION
               TO RESTART-TOUR-TOT-COMMISSION
             PERFORM SAVE-RESTART-OFFICE
               VARYING ORL-OFFICE-IX FROM 1 BY 1
               UNTIL ORL-OFFICE-IX > 3
           MOVE CHKPT-IN-OFF-EXPENSE (ORL-OFFICE-IX)
             TO RESTART-OFF-EXPENSE (ORL-OFFICE-IX)
           MOVE CHKPT-IN-OFF-REVENUE (ORL-OFFICE-IX)
             TO RESTART-OFF-REVENUE (ORL-OFFICE-IX)
           MOVE CHKPT-IN-OFF-CAN-RECORDS (ORL-OFFICE-IX)
             TO RESTART-OFF-CAN-RECORDS (ORL-OFFICE-IX)
           MOVE CHKPT-IN-OFF-CAN-ENTRIES (ORL-OFFICE-IX)
             TO RESTART-OFF-CAN-ENTRIES (ORL-OFFICE-IX)
           MOVE CHKPT-IN-OFF-CAN-EXPENSE (ORL-OFFICE-IX)
             TO RESTART-OFF-CAN-EXPENSE (ORL-OFFICE-IX)
           MOVE CHKPT-IN-OFF-CAN-REVENUE (ORL-OFFICE-IX)
             TO RESTART-OFF-CAN-REVENUE (ORL-OFFICE-IX)
           MOVE CHKPT-IN-OFF-COMMISSION (ORL-OFFICE-IX)
             TO RESTART-OFF-COMMISSION (ORL-OFFICE-IX)
           MOVE CHKPT-IN-OFF-CAN-COMMISSION (ORL-OFFICE-IX)
             TO RESTART-OFF-CAN-COMMISSION (ORL-OFFICE-IX).

      **********************************************
      * Restore one office's tallies from the
           MOVE RESTART-OFF-EXPENSE (ORL-OFFICE-IX)
             TO ORL-EXPENSE (ORL-OFFICE-IX)
           MOVE RESTART-OFF-REVENUE (ORL-OFFICE-IX)
             TO ORL-REVENUE (ORL-OFFICE-IX)
           MOVE RESTART-OFF-CAN-RECORDS (ORL-OFFICE-IX)
             TO ORL-CAN-RECORDS (ORL-OFFICE-IX)
           MOVE RESTART-OFF-CAN-ENTRIES (ORL-OFFICE-IX)
             TO ORL-CAN-ENTRIES (ORL-OFFICE-IX)
           MOVE RESTART-OFF-CAN-EXPENSE (ORL-OFFICE-IX)
             TO ORL-CAN-EXPENSE (ORL-OFFICE-IX)
           MOVE RESTART-OFF-CAN-REVENUE (ORL-OFFICE-IX)
             TO ORL-CAN-REVENUE (ORL-OFFICE-IX)
           MOVE RESTART-OFF-COMMISSION (ORL-OFFICE-IX)
             TO ORL-COMMISSION (ORL-OFFICE-IX)
           MOVE RESTART-OFF-CAN-COMMISSION (ORL-OFFICE-IX)
             TO ORL-CAN-COMMISSION (ORL-OFFICE-IX).

      **********************************************
      * Clear one office's tallies at initialization
           MOVE ZERO TO ORL-ENTRIES (ORL-OFFICE-IX)
           MOVE ZERO TO ORL-EXPENSE (ORL-OFFICE-IX)
           MOVE ZERO TO ORL-REVENUE (ORL-OFFICE-IX)
           MOVE ZERO TO ORL-CAN-RECORDS (ORL-OFFICE-IX)
           MOVE ZERO TO ORL-CAN-ENTRIES (ORL-OFFICE-IX)
           MOVE ZERO TO ORL-CAN-EXPENSE (ORL-OFFICE-IX)
           MOVE ZERO TO ORL-CAN-REVENUE (ORL-OFFICE-IX)
           MOVE ZERO TO ORL-COMMISSION (ORL-OFFICE-IX)
           MOVE ZERO TO ORL-CAN-COMMISSION (ORL-OFFICE-IX)
           MOVE ZERO TO RESTART-OFF-RECORDS (ORL-OFFICE-IX)
           MOVE ZERO TO RESTART-OFF-ENTRIES (ORL-OFFICE-IX)
           MOVE ZERO TO RESTART-OFF-EXPENSE (ORL-OFFICE-IX)
           MOVE ZERO TO RESTART-OFF-REVENUE (ORL-OFFICE-IX)
           MOVE ZERO TO RESTART-OFF-CAN-RECORDS (ORL-OFFICE-IX)
           MOVE ZERO TO RESTART-OFF-CAN-ENTRIES (ORL-OFFICE-IX)
           MOVE ZERO TO RESTART-OFF-CAN-EXPENSE (ORL-OFFICE-IX)
           MOVE ZERO TO RESTART-OFF-CAN-REVENUE (ORL-OFFICE-IX)
           MOVE ZERO TO RESTART-OFF-COMMISSION (ORL-OFFICE-IX)
           MOVE ZERO TO RESTART-OFF-CAN-COMMISSION (ORL-OFFICE-IX).

      **********************************************
      * Discard one already-processed TOURDATA
      *  The header is not counted on the checkpoint
      *  record position, so it does not consume a
      *  skip - its serial is recaptured for the run
      *  history instead.  Cost components are not
      *  counted either
       SKIP-ONE-RECORD.
           PERFORM READ-TOURDATA
           IF TOURDATA-AT-END
             SET END-OF-RECORD TO TRUE
           ELSE
             IF IS-HEADER-RECORD
               MOVE HDR-FEED-SERIAL TO W-FEED-SERIAL
               MOVE HDR-EXTRACT-DATE TO W-EXTRACT-DATE
             ELSE
             IF IS-COST-COMPONENT
               CONTINUE
             ELSE
               SUBTRACT 1 FROM SKIP-RECORDS-REMAINING
             END-IF
             END-IF
           END-IF.

      **********************************************
      * Read the next TOURDATA record - or hand back
      *  the one (or the end of file) pushed back
      *  when a detail's cost components were
      *  gathered
      **********************************************
       READ-TOURDATA.
           EVALUATE TRUE
             WHEN RECORD-PUSHED-BACK
               MOVE PUSHBACK-REC TO DATA-REC
               SET NOTHING-PUSHED-BACK TO TRUE
               SET TOURDATA-NOT-AT-END TO TRUE
             WHEN EOF-PUSHED-BACK
               SET TOURDATA-AT-END TO TRUE
             WHEN OTHER
               READ TOURDATA
               AT END
                 SET TOURDATA-AT-END TO TRUE
               NOT AT END
                 SET TOURDATA-NOT-AT-END TO TRUE
               END-READ
           END-EVALUATE.

      **********************************************
      * Push back the record just read (or the end
      *  of file) for the next READ-TOURDATA
      **********************************************
       PUSH-BACK-RECORD.
           IF TOURDATA-AT-END
             SET EOF-PUSHED-BACK TO TRUE
           ELSE
             MOVE DATA-REC TO PUSHBACK-REC
             SET RECORD-PUSHED-BACK TO TRUE
           END-IF.

      **********************************************
      * Process all records of tour data file
      **********************************************
       PROCESS-ALL-RECORDS.
           PERFORM COMBINE-AND-WRITE
      *    a checkpoint waits while cancellations are parked for
      *     the tour in flight - they live only in storage
           IF (CTL-RECORDS-READ - CHKPT-LAST-RRN) >= CHKPT-INTERVAL
              AND PCN-ENTRY-COUNT = ZERO
             PERFORM WRITE-CHECKPOINT-RECORD
           END-IF
           PERFORM READ-TOURDATA
           IF TOURDATA-AT-END
             SET END-OF-RECORD TO TRUE
           ELSE
             IF IS-HEADER-RECORD
               PERFORM PROCESS-FEED-HEADER
             ELSE
               MOVE TRL-EXPECTED-COUNT TO TRL-SAVED-COUNT
               MOVE TRL-EXPECTED-EXPENSE TO TRL-SAVED-EXPENSE
               SET END-OF-RECORD TO TRUE
             ELSE
             IF IS-COST-COMPONENT
               PERFORM REJECT-ORPHAN-COMPONENT
             ELSE
               ADD 1 TO CTL-RECORDS-READ
               ADD I-TOUR-EXPENSE TO CTL-INPUT-EXPENSE-TOTAL
               PERFORM GATHER-COST-COMPONENTS
               SET RECORD-ACCEPTED TO TRUE
               SET RECORD-NOT-HELD TO TRUE
               IF W-LAST-ACCEPTED-CODE NOT = SPACE
                 SET RECORD-REJECTED TO TRUE
                 SET REASON-SEQUENCE-ERROR TO TRUE
               END-IF
               IF RECORD-ACCEPTED
                 PERFORM EDIT-TRAN-TYPE
               END-IF
               IF RECORD-ACCEPTED
                 PERFORM EDIT-COST-BREAKDOWN
               END-IF
               IF RECORD-ACCEPTED
                 PERFORM ROUTE-BY-ENTRY-DATE
               END-IF
                  AND CHECK-TOUR-CODE
                 CALL 'CHKCODE' USING I-TOUR-CODE RESULT-CODE
                     W-CHK-CAPACITY
      *          a booking on a code retired since can still be
      *           cancelled
                 IF CODE-INVALID
                    OR (CODE-RETIRED AND NOT I-CANCELLATION)
                   SET RECORD-REJECTED TO TRUE
                   PERFORM CLASSIFY-REJECT-REASON
                 END-IF
               END-IF
             END-IF
             END-IF
             END-IF
           END-IF.

      **********************************************
      * A new booking needs nothing more.  An
      *  amendment or cancellation must name the run
      *  date the original booking was priced on (not
      *  later than this run) and at least one entry;
      *  any other transaction type is refused
      **********************************************
       EDIT-TRAN-TYPE.
           IF I-NEW-BOOKING
             CONTINUE
           ELSE
             IF (I-CANCELLATION OR I-AMENDMENT)
                AND I-ORIG-RUN-DATE IS NUMERIC
                AND I-ORIG-RUN-DATE NOT = ZERO
                AND I-ORIG-RUN-DATE NOT > W-RUN-DATE
                AND I-NUMBER-ENTRIES IS NUMERIC
                AND I-NUMBER-ENTRIES NOT = ZERO
               CONTINUE
             ELSE
               SET RECORD-REJECTED TO TRUE
               SET REASON-BAD-TRAN-TYPE TO TRUE
             END-IF
           END-IF.

      **********************************************
      * A detail's cost breakdown, when it has one,
      *  must be clean and add up to its per-entry
      *  expense, and only a new booking or an
      *  amendment may carry one - otherwise the
      *  detail and its components reject together
      **********************************************
       EDIT-COST-BREAKDOWN.
           IF CMP-ENTRY-COUNT NOT = ZERO
             IF BREAKDOWN-IN-ERROR
                OR I-CANCELLATION
                OR CMP-AMOUNT-TOTAL NOT = I-TOUR-EXPENSE
               SET RECORD-REJECTED TO TRUE
               SET REASON-BAD-BREAKDOWN TO TRUE
             END-IF
           END-IF.

      **********************************************
      * Read the cost components behind the detail
      *  just read into the component table, editing
      *  each and summing the amounts.  The first
      *  record that is not a component of the
      *  detail's tour is pushed back and the detail
      *  is put back in the record area.  A component
      *  of another tour is an orphan sorted in
      *  behind this detail - it is rejected on its
      *  own when it is read again
      **********************************************
       GATHER-COST-COMPONENTS.
           MOVE DATA-REC TO CMP-DETAIL-HOLD
           MOVE ZERO TO CMP-ENTRY-COUNT
           MOVE ZERO TO CMP-AMOUNT-TOTAL
           SET BREAKDOWN-CLEAN TO TRUE
           PERFORM READ-TOURDATA
           PERFORM GATHER-ONE-COMPONENT
             UNTIL TOURDATA-AT-END OR NOT IS-COST-COMPONENT
                OR KC-TOUR-CODE NOT = CMP-DETAIL-TOUR-CODE
           PERFORM PUSH-BACK-RECORD
           MOVE CMP-DETAIL-HOLD TO DATA-REC.

      **********************************************
      * Table one component and read the next record
      *  - more components than the table holds put
      *  the breakdown in error rather than drop any
      **********************************************
       GATHER-ONE-COMPONENT.
           ADD 1 TO CTL-COMPONENTS-READ
           IF CMP-ENTRY-COUNT < 50
             ADD 1 TO CMP-ENTRY-COUNT
             MOVE COST-COMPONENT-REC TO CMP-IMAGE (CMP-ENTRY-COUNT)
             PERFORM EDIT-ONE-COMPONENT
           ELSE
             DISPLAY 'TOUR1 *** COST COMPONENT TABLE FULL FOR TOUR '
                 KC-TOUR-CODE ' ***'
             SET BREAKDOWN-IN-ERROR TO TRUE
             IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF
           PERFORM READ-TOURDATA.

      **********************************************
      * One component must belong to the detail's
      *  tour, carry a numeric amount and a known
      *  cost category, and name an active vendor
      **********************************************
       EDIT-ONE-COMPONENT.
           IF KC-TOUR-CODE NOT = CMP-DETAIL-TOUR-CODE
              OR KC-COMPONENT-AMOUNT IS NOT NUMERIC
              OR NOT KC-VALID-CATEGORY
             SET BREAKDOWN-IN-ERROR TO TRUE
           ELSE
             ADD KC-COMPONENT-AMOUNT TO CMP-AMOUNT-TOTAL
             PERFORM FIND-VENDOR
             IF NOT VENDOR-ACTIVE
               SET BREAKDOWN-IN-ERROR TO TRUE
             END-IF
           END-IF.

      **********************************************
      * Look the component's vendor up on the vendor
      *  table
      **********************************************
       FIND-VENDOR.
           IF KC-VENDOR-CODE = VNT-MEMO-VENDOR
             MOVE VNT-MEMO-STATUS TO VNT-LOOKUP-STATUS
           ELSE
             SET VENDOR-NOT-FOUND TO TRUE
             PERFORM SCAN-VENDOR-ENTRY
               VARYING VNT-IX FROM 1 BY 1
               UNTIL VNT-IX > VNT-ENTRY-COUNT
                  OR NOT VENDOR-NOT-FOUND
             MOVE KC-VENDOR-CODE TO VNT-MEMO-VENDOR
             MOVE VNT-LOOKUP-STATUS TO VNT-MEMO-STATUS
           END-IF.

       SCAN-VENDOR-ENTRY.
           IF VNT-VENDOR-CODE (VNT-IX) = KC-VENDOR-CODE
             IF VNT-STATUS (VNT-IX) = 'A'
               SET VENDOR-ACTIVE TO TRUE
             ELSE
               SET VENDOR-INACTIVE TO TRUE
             END-IF
           END-IF.

      **********************************************
      * A cost component where a detail belongs has
      *  no detail to add up to - it is rejected to
      *  REJFILE on its own.  It is not a detail, so
      *  it is not counted as a record read
      **********************************************
       REJECT-ORPHAN-COMPONENT.
           ADD 1 TO CTL-COMPONENTS-READ
           MOVE ZERO TO CMP-ENTRY-COUNT
           MOVE DATA-REC TO WORK-REC
           SET RECORD-REJECTED TO TRUE
           SET RECORD-NOT-HELD TO TRUE
           SET REASON-BAD-BREAKDOWN TO TRUE
           PERFORM WRITE-REJECT-RECORD.

      **********************************************
      * The extract's header record - hold its feed
      *       nothing to fold in
             CONTINUE
           ELSE
             IF W-NEW-BOOKING
               MOVE W-RUN-DATE TO W-RATE-DATE
             ELSE
               MOVE W-ORIG-RUN-DATE TO W-RATE-DATE
             END-IF
             PERFORM SET-FX-RATE
             IF FX-RATE-NOT-FOUND
               SET RECORD-REJECTED TO TRUE
             IF RECORD-REJECTED
               PERFORM WRITE-REJECT-RECORD
               PERFORM TALLY-CURRENCY-REJECT
             ELSE
             IF W-CANCELLATION
               PERFORM PARK-CANCELLATION
             ELSE
               IF O-TOUR-CODE NOT EQUAL SPACE THEN
                 IF W-TOUR-CODE = O-TOUR-CODE
                   MOVE W-TOTAL-REVENUE TO O-TOTAL-REVENUE
                   COMPUTE O-MARGIN =
                       O-TOTAL-REVENUE - O-TOTAL-EXPENSE
                   MOVE ZERO TO O-TOTAL-COMMISSION
                 END-IF
               ELSE
                 MOVE W-TOUR-CODE TO O-TOUR-CODE
                 MOVE W-TOTAL-REVENUE TO O-TOTAL-REVENUE
                 COMPUTE O-MARGIN =
                     O-TOTAL-REVENUE - O-TOTAL-EXPENSE
                 MOVE ZERO TO O-TOTAL-COMMISSION
               END-IF
               SET TOUR-HAS-BOOKINGS TO TRUE
               IF W-AMENDMENT
                 ADD 1 TO CTL-AMENDS-APPLIED
               END-IF
               PERFORM SET-DETAIL-COMMISSION
               ADD W-COMMISSION TO O-TOTAL-COMMISSION
               ADD W-COMMISSION TO CTL-COMMISSION-EARNED
               PERFORM TALLY-SOURCE-OFFICE
               PERFORM TALLY-CURRENCY-EXPOSURE
               PERFORM WRITE-DETAIL-HISTORY
               PERFORM WRITE-VENDOR-COST
                 VARYING CMP-IX FROM 1 BY 1
                 UNTIL CMP-IX > CMP-ENTRY-COUNT
             END-IF
             END-IF
           END-IF.

      **********************************************
      * Park a converted cancellation until its tour
      *  is complete.  A cancellation that opens a
      *  new tour completes the previous one first
      *  and starts this one with nothing booked yet
      **********************************************
       PARK-CANCELLATION.
           IF O-TOUR-CODE NOT = W-TOUR-CODE
             IF O-TOUR-CODE NOT = SPACE
               PERFORM WRITE-TOUR-RECORD
             END-IF
             MOVE W-TOUR-CODE TO O-TOUR-CODE
             MOVE W-TOUR-NAME TO O-TOUR-NAME
             MOVE W-BASE-EXPENSE TO O-TOUR-EXPENSE
             MOVE ZERO TO O-NUMBER-ENTRIES
             MOVE ZERO TO O-TOTAL-EXPENSE
             MOVE ZERO TO O-TOTAL-REVENUE
             MOVE ZERO TO O-MARGIN
             MOVE ZERO TO O-TOTAL-COMMISSION
             SET TOUR-NO-BOOKINGS TO TRUE
           END-IF
           IF PCN-ENTRY-COUNT < 500
             ADD 1 TO PCN-ENTRY-COUNT
             MOVE WORK-REC TO PCN-IMAGE (PCN-ENTRY-COUNT)
             MOVE FX-RATE TO PCN-FX-RATE (PCN-ENTRY-COUNT)
             MOVE W-BASE-EXPENSE TO PCN-BASE-EXPENSE (PCN-ENTRY-COUNT)
             MOVE W-BASE-PRICE TO PCN-BASE-PRICE (PCN-ENTRY-COUNT)
           ELSE
      *      more cancellations for one tour than can be held -
      *       refuse this one to the reject file for resubmission
      *       rather than apply it unchecked
             DISPLAY 'TOUR1 *** CANCELLATION TABLE FULL FOR TOUR '
                 W-TOUR-CODE ' ***'
             SET RECORD-REJECTED TO TRUE
             SET REASON-CANCEL-EXCEEDS TO TRUE
             PERFORM WRITE-REJECT-RECORD
             IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.

      **********************************************
      * Back the completed tour's parked
      *  cancellations out of it.  The next tour's
      *  record already stands in the work areas, so
      *  it is set aside meanwhile and put back after
      **********************************************
       APPLY-PENDING-CANCELS.
           MOVE WORK-REC TO CNH-WORK-REC
           MOVE FX-RATE TO CNH-FX-RATE
           MOVE W-BASE-EXPENSE TO CNH-BASE-EXPENSE
           MOVE W-BASE-PRICE TO CNH-BASE-PRICE
           MOVE W-TOTAL-EXPENSE TO CNH-TOTAL-EXPENSE
           MOVE W-TOTAL-REVENUE TO CNH-TOTAL-REVENUE
           MOVE REJECT-SWITCH TO CNH-REJECT-SWITCH
           MOVE REJECT-REASON TO CNH-REJECT-REASON
      *    the components in the table are the next record's,
      *     not the cancellations' - keep them off their rejects
           MOVE CMP-ENTRY-COUNT TO CNH-COMPONENT-COUNT
           MOVE ZERO TO CMP-ENTRY-COUNT
           PERFORM APPLY-ONE-CANCEL
             VARYING PCN-IX FROM 1 BY 1
             UNTIL PCN-IX > PCN-ENTRY-COUNT
           MOVE ZERO TO PCN-ENTRY-COUNT
           MOVE CNH-COMPONENT-COUNT TO CMP-ENTRY-COUNT
           MOVE CNH-WORK-REC TO WORK-REC
           MOVE CNH-FX-RATE TO FX-RATE
           MOVE CNH-BASE-EXPENSE TO W-BASE-EXPENSE
           MOVE CNH-BASE-PRICE TO W-BASE-PRICE
           MOVE CNH-TOTAL-EXPENSE TO W-TOTAL-EXPENSE
           MOVE CNH-TOTAL-REVENUE TO W-TOTAL-REVENUE
           MOVE CNH-REJECT-SWITCH TO REJECT-SWITCH
           MOVE CNH-REJECT-REASON TO REJECT-REASON.

      **********************************************
      * One cancellation against the completed tour
      *  at its original booking's rate - one that
      *  would take the tour's entries, expense, or
      *  revenue below zero is refused whole to the
      *  reject file, otherwise it comes off the tour
      *  and is written to the history as its own
      *  reversing record.  The commission comes back
      *  at the rate the booking earned at, never
      *  more than the tour still carries
      **********************************************
       APPLY-ONE-CANCEL.
           MOVE PCN-IMAGE (PCN-IX) TO WORK-REC
           MOVE PCN-FX-RATE (PCN-IX) TO FX-RATE
           MOVE PCN-BASE-EXPENSE (PCN-IX) TO W-BASE-EXPENSE
           MOVE PCN-BASE-PRICE (PCN-IX) TO W-BASE-PRICE
           COMPUTE W-TOTAL-EXPENSE = W-BASE-EXPENSE * W-NUMBER-ENTRIES
           COMPUTE W-TOTAL-REVENUE = W-BASE-PRICE * W-NUMBER-ENTRIES
           IF W-NUMBER-ENTRIES > O-NUMBER-ENTRIES
              OR W-TOTAL-EXPENSE > O-TOTAL-EXPENSE
              OR W-TOTAL-REVENUE > O-TOTAL-REVENUE
             SET RECORD-REJECTED TO TRUE
             SET REASON-CANCEL-EXCEEDS TO TRUE
             PERFORM WRITE-REJECT-RECORD
           ELSE
             SUBTRACT W-NUMBER-ENTRIES FROM O-NUMBER-ENTRIES
             SUBTRACT W-TOTAL-EXPENSE FROM O-TOTAL-EXPENSE
             SUBTRACT W-TOTAL-REVENUE FROM O-TOTAL-REVENUE
             COMPUTE O-MARGIN = O-TOTAL-REVENUE - O-TOTAL-EXPENSE
             SUBTRACT W-NUMBER-ENTRIES FROM O-MTD-ENTRIES
             SUBTRACT W-TOTAL-EXPENSE FROM O-MTD-EXPENSE
             SUBTRACT W-TOTAL-REVENUE FROM O-MTD-REVENUE
             SUBTRACT W-NUMBER-ENTRIES FROM O-YTD-ENTRIES
             SUBTRACT W-TOTAL-EXPENSE FROM O-YTD-EXPENSE
             SUBTRACT W-TOTAL-REVENUE FROM O-YTD-REVENUE
             SUBTRACT W-NUMBER-ENTRIES FROM CTL-POSTED-ENTRIES
             SUBTRACT W-TOTAL-EXPENSE FROM CTL-POSTED-EXPENSE
             SUBTRACT W-TOTAL-REVENUE FROM CTL-POSTED-REVENUE
             ADD 1 TO CTL-CANCELS-APPLIED
             ADD W-NUMBER-ENTRIES TO CTL-CANCEL-ENTRIES
             ADD W-TOTAL-EXPENSE TO CTL-CANCEL-EXPENSE
             ADD W-TOTAL-REVENUE TO CTL-CANCEL-REVENUE
             PERFORM SET-DETAIL-COMMISSION
             IF W-COMMISSION > O-TOTAL-COMMISSION
               MOVE O-TOTAL-COMMISSION TO W-COMMISSION
             END-IF
             SUBTRACT W-COMMISSION FROM O-TOTAL-COMMISSION
             SUBTRACT W-COMMISSION FROM O-MTD-COMMISSION
             SUBTRACT W-COMMISSION FROM O-YTD-COMMISSION
             SUBTRACT W-COMMISSION FROM CTL-POSTED-COMMISSION
             ADD W-COMMISSION TO CTL-COMMISSION-REVERSED
             PERFORM TALLY-SOURCE-OFFICE
             PERFORM TALLY-CURRENCY-EXPOSURE
             PERFORM WRITE-DETAIL-HISTORY
           END-IF.

      **********************************************
           MOVE W-BASE-EXPENSE TO DH-BASE-EXPENSE
           MOVE W-BASE-PRICE TO DH-BASE-PRICE
           MOVE W-RUN-DATE TO DH-RUN-DATE
           IF W-NEW-BOOKING
             MOVE 'N' TO DH-TRAN-TYPE
             MOVE ZERO TO DH-ORIG-RUN-DATE
           ELSE
             MOVE W-TRAN-TYPE TO DH-TRAN-TYPE
             MOVE W-ORIG-RUN-DATE TO DH-ORIG-RUN-DATE
           END-IF
           MOVE W-COMM-RATE TO DH-COMM-RATE
           MOVE W-COMMISSION TO DH-COMMISSION
           WRITE DETAIL-HIST-REC.

      **********************************************
      * One vendor cost record for a component of
      *  the detail just folded in - the per-entry
      *  amount extended by the entries, and its USD
      *  value at the rate the detail converted at
      **********************************************
       WRITE-VENDOR-COST.
           MOVE CMP-VENDOR-CODE (CMP-IX) TO VC-VENDOR-CODE
           MOVE CMP-COST-CATEGORY (CMP-IX) TO VC-COST-CATEGORY
           MOVE W-TOUR-CODE TO VC-TOUR-CODE
           MOVE W-ENTRY-DATE TO VC-ENTRY-DATE
           MOVE W-SOURCE-OFFICE TO VC-SOURCE-OFFICE
           IF W-NEW-BOOKING
             MOVE 'N' TO VC-TRAN-TYPE
           ELSE
             MOVE W-TRAN-TYPE TO VC-TRAN-TYPE
           END-IF
           MOVE W-CURRENCY-CODE TO VC-CURRENCY-CODE
           MOVE W-NUMBER-ENTRIES TO VC-NUMBER-ENTRIES
           MOVE CMP-COMPONENT-AMOUNT (CMP-IX) TO VC-UNIT-AMOUNT
           COMPUTE VC-EXTENDED-AMOUNT =
               CMP-COMPONENT-AMOUNT (CMP-IX) * W-NUMBER-ENTRIES
           MOVE FX-RATE TO VC-FX-RATE
           COMPUTE W-COMPONENT-BASE ROUNDED =
               CMP-COMPONENT-AMOUNT (CMP-IX) * FX-RATE
           COMPUTE VC-BASE-AMOUNT =
               W-COMPONENT-BASE * W-NUMBER-ENTRIES
           MOVE W-RUN-DATE TO VC-RUN-DATE
           WRITE VNDCOST-REC
           ADD 1 TO CTL-COMPONENTS-WRITTEN.

      **********************************************
      * Roll the record just folded into its source
      *  office's tallies so the regional report can
      *  TOURMRG proved on MRGRPT.  A record with no
      *  recognizable office tag (hand-keyed data
      *  that never went through TOURMRG) is counted
      *  on the master but not against any office.
      *  Cancellations are tallied apart from what
      *  the office booked
      **********************************************
       TALLY-SOURCE-OFFICE.
           IF W-SOURCE-OFFICE = '1' OR W-SOURCE-OFFICE = '2'
              OR W-SOURCE-OFFICE = '3'
             MOVE W-SOURCE-OFFICE TO ORL-OFFICE-IX
             IF W-CANCELLATION
               ADD 1 TO ORL-CAN-RECORDS (ORL-OFFICE-IX)
               ADD W-NUMBER-ENTRIES TO ORL-CAN-ENTRIES (ORL-OFFICE-IX)
               ADD W-TOTAL-EXPENSE TO ORL-CAN-EXPENSE (ORL-OFFICE-IX)
               ADD W-TOTAL-REVENUE TO ORL-CAN-REVENUE (ORL-OFFICE-IX)
               ADD W-COMMISSION TO ORL-CAN-COMMISSION (ORL-OFFICE-IX)
             ELSE
               ADD 1 TO ORL-RECORDS (ORL-OFFICE-IX)
               ADD W-NUMBER-ENTRIES TO ORL-ENTRIES (ORL-OFFICE-IX)
               ADD W-TOTAL-EXPENSE TO ORL-EXPENSE (ORL-OFFICE-IX)
               ADD W-TOTAL-REVENUE TO ORL-REVENUE (ORL-OFFICE-IX)
               ADD W-COMMISSION TO ORL-COMMISSION (ORL-OFFICE-IX)
             END-IF
           END-IF.

      **********************************************
      * Roll the record just folded into its
      *  currency's exposure entry - the original
      *  amounts extended by the entries, the rate
      *  applied, and the USD amounts the run kept.
      *  A cancellation counts apart, in USD only, and
      *  the rate shown is the one new bookings used
      **********************************************
       TALLY-CURRENCY-EXPOSURE.
           PERFORM FIND-CURRENCY-ENTRY
           IF CXP-FOUND-IX NOT = ZERO
           IF W-CANCELLATION
             ADD 1 TO CXT-CAN-RECORDS (CXP-FOUND-IX)
             ADD W-TOTAL-EXPENSE TO CXT-CAN-USD-EXPENSE (CXP-FOUND-IX)
             ADD W-TOTAL-REVENUE TO CXT-CAN-USD-REVENUE (CXP-FOUND-IX)
           ELSE
             ADD 1 TO CXT-RECORDS (CXP-FOUND-IX)
             COMPUTE CXT-ORIG-EXPENSE (CXP-FOUND-IX) =
                 CXT-ORIG-EXPENSE (CXP-FOUND-IX)
             COMPUTE CXT-ORIG-REVENUE (CXP-FOUND-IX) =
                 CXT-ORIG-REVENUE (CXP-FOUND-IX)
                 + (W-TOUR-PRICE * W-NUMBER-ENTRIES)
             IF W-NEW-BOOKING OR CXT-RATE (CXP-FOUND-IX) = ZERO
               MOVE FX-RATE TO CXT-RATE (CXP-FOUND-IX)
             END-IF
             ADD W-TOTAL-EXPENSE TO CXT-USD-EXPENSE (CXP-FOUND-IX)
             ADD W-TOTAL-REVENUE TO CXT-USD-REVENUE (CXP-FOUND-IX)
           END-IF
           END-IF.

      **********************************************
                 MOVE ZERO TO CXT-USD-REVENUE (CXT-ENTRY-COUNT)
                 MOVE ZERO TO CXT-REJ-NO-RATE (CXT-ENTRY-COUNT)
                 MOVE ZERO TO CXT-REJ-OVERFLOW (CXT-ENTRY-COUNT)
                 MOVE ZERO TO CXT-CAN-RECORDS (CXT-ENTRY-COUNT)
                 MOVE ZERO TO CXT-CAN-USD-EXPENSE (CXT-ENTRY-COUNT)
                 MOVE ZERO TO CXT-CAN-USD-REVENUE (CXT-ENTRY-COUNT)
                 MOVE CXT-ENTRY-COUNT TO CXP-FOUND-IX
               ELSE
                 SET CXP-TABLE-FULL TO TRUE
             END-IF
           END-READ.

      **********************************************
      * Load the vendor master into working storage
      *  so cost components can be checked against
      *  it
      **********************************************
       LOAD-VENDOR-MASTER.
           MOVE ZERO TO VNT-ENTRY-COUNT
           OPEN INPUT VNDMST
           SET VND-NOT-END-OF-FILE TO TRUE
           PERFORM READ-NEXT-VENDOR UNTIL VND-END-OF-FILE
           CLOSE VNDMST.

      **********************************************
      * Read one VNDMST record into the vendor table
      *  - a table overflow fails the run rather
      *  than reject good components
      **********************************************
       READ-NEXT-VENDOR.
           READ VNDMST
           AT END
             SET VND-END-OF-FILE TO TRUE
           NOT AT END
             IF VNT-ENTRY-COUNT < 5000
               ADD 1 TO VNT-ENTRY-COUNT
               MOVE VND-VENDOR-CODE
                 TO VNT-VENDOR-CODE (VNT-ENTRY-COUNT)
               MOVE VND-STATUS TO VNT-STATUS (VNT-ENTRY-COUNT)
             ELSE
               DISPLAY 'TOUR1 *** VENDOR TABLE FULL ***'
               MOVE 16 TO RETURN-CODE
               SET VND-END-OF-FILE TO TRUE
             END-IF
           END-READ.

      **********************************************
      * Look up the FX rate to convert this record's
      *  expense/price into the TOURMST base currency
      *  (USD) so mixed-currency tours roll up cleanly.
      *  The winning entry is the one for the record's
      *  currency with the most recent effective date
      *  on or before the rate date (the run date, or
      *  for an amendment or cancellation the date
      *  the original booking was priced on); a
      *  currency with no
      *  usable rate fails the record rather than
      *  being passed through at face value
      **********************************************
       SET-FX-RATE.
           IF W-CURRENCY-CODE = FX-MEMO-CURRENCY
              AND W-RATE-DATE = FX-MEMO-DATE
             MOVE FX-MEMO-STATUS TO FX-LOOKUP-STATUS
             MOVE FX-MEMO-RATE TO FX-RATE
           ELSE
               MOVE 'Y' TO FXT-USED-SW (FX-BEST-IX)
             END-IF
             MOVE W-CURRENCY-CODE TO FX-MEMO-CURRENCY
             MOVE W-RATE-DATE TO FX-MEMO-DATE
             MOVE FX-LOOKUP-STATUS TO FX-MEMO-STATUS
             MOVE FX-RATE TO FX-MEMO-RATE
           END-IF.
      **********************************************
       SCAN-FX-ENTRY.
           IF FXT-CURRENCY-CODE (FX-IX) = W-CURRENCY-CODE
              AND FXT-EFFECTIVE-DATE (FX-IX) NOT > W-RATE-DATE
              AND FXT-EFFECTIVE-DATE (FX-IX) NOT < FX-BEST-EFF-DATE
             MOVE FX-IX TO FX-BEST-IX
             MOVE FXT-EFFECTIVE-DATE (FX-IX) TO FX-BEST-EFF-DATE
             SET FX-RATE-FOUND TO TRUE
           END-IF.

      **********************************************
      * Load the office commission rate table into
      *  working storage the same way as the FX
      *  rates, so payroll's rate changes need no
      *  recompile either
      **********************************************
       LOAD-COMMISSION-RATES.
           MOVE ZERO TO CRT-ENTRY-COUNT
           OPEN INPUT COMMRATE
           SET CRT-NOT-END-OF-FILE TO TRUE
           PERFORM READ-NEXT-COMM-RATE UNTIL CRT-END-OF-FILE
           CLOSE COMMRATE.

      **********************************************
      * Read one COMMRATE record into the rate table
      *  - a table overflow fails the run rather
      *  than pay commission at the wrong rate
      **********************************************
       READ-NEXT-COMM-RATE.
           READ COMMRATE
           AT END
             SET CRT-END-OF-FILE TO TRUE
           NOT AT END
             IF CRT-ENTRY-COUNT < 5000
               ADD 1 TO CRT-ENTRY-COUNT
               MOVE CRR-SOURCE-OFFICE
                 TO CRT-SOURCE-OFFICE (CRT-ENTRY-COUNT)
               MOVE CRR-TOUR-CODE TO CRT-TOUR-CODE (CRT-ENTRY-COUNT)
               MOVE CRR-EFFECTIVE-DATE
                 TO CRT-EFFECTIVE-DATE (CRT-ENTRY-COUNT)
               MOVE CRR-RATE TO CRT-RATE (CRT-ENTRY-COUNT)
               MOVE 'N' TO CRT-USED-SW (CRT-ENTRY-COUNT)
             ELSE
               DISPLAY 'TOUR1 *** COMMISSION RATE TABLE FULL ***'
               MOVE 16 TO RETURN-CODE
               SET CRT-END-OF-FILE TO TRUE
             END-IF
           END-READ.

      **********************************************
      * Work out the commission the detail's source
      *  office earns on its converted revenue.  The
      *  rate is chosen on the same date its FX rate
      *  was - the run date for a new booking, the
      *  original booking's run date for an amendment
      *  or cancellation - so a cancellation takes
      *  back exactly what its booking earned.  A
      *  rate for the tour itself beats the office's
      *  standing rate; a detail with no office tag,
      *  or no rate in effect, earns nothing and is
      *  counted for the control report
      **********************************************
       SET-DETAIL-COMMISSION.
           IF W-NEW-BOOKING
             MOVE W-RUN-DATE TO W-COMM-DATE
           ELSE
             MOVE W-ORIG-RUN-DATE TO W-COMM-DATE
           END-IF
           IF W-SOURCE-OFFICE = CRT-MEMO-OFFICE
              AND W-TOUR-CODE = CRT-MEMO-TOUR
              AND W-COMM-DATE = CRT-MEMO-DATE
             MOVE CRT-MEMO-IX TO CRT-FOUND-IX
           ELSE
             MOVE ZERO TO CRT-TOUR-IX
             MOVE ZERO TO CRT-TOUR-EFF-DATE
             MOVE ZERO TO CRT-OFFICE-IX
             MOVE ZERO TO CRT-OFFICE-EFF-DATE
             PERFORM SCAN-COMM-ENTRY
               VARYING CRT-IX FROM 1 BY 1
               UNTIL CRT-IX > CRT-ENTRY-COUNT
             IF CRT-TOUR-IX NOT = ZERO
               MOVE CRT-TOUR-IX TO CRT-FOUND-IX
             ELSE
               MOVE CRT-OFFICE-IX TO CRT-FOUND-IX
             END-IF
             MOVE W-SOURCE-OFFICE TO CRT-MEMO-OFFICE
             MOVE W-TOUR-CODE TO CRT-MEMO-TOUR
             MOVE W-COMM-DATE TO CRT-MEMO-DATE
             MOVE CRT-FOUND-IX TO CRT-MEMO-IX
           END-IF
           IF CRT-FOUND-IX = ZERO
             MOVE ZERO TO W-COMM-RATE
             MOVE ZERO TO W-COMMISSION
             ADD 1 TO CTL-DETAILS-NO-COMM-RATE
           ELSE
             MOVE CRT-RATE (CRT-FOUND-IX) TO W-COMM-RATE
             COMPUTE W-COMMISSION ROUNDED =
                 W-TOTAL-REVENUE * W-COMM-RATE / 100
             MOVE 'Y' TO CRT-USED-SW (CRT-FOUND-IX)
           END-IF.

      **********************************************
      * Judge one commission table entry for the
      *  detail's office - its own tour's rate and
      *  the office's standing rate are each kept at
      *  the latest effective date not after the
      *  detail's commission date
      **********************************************
       SCAN-COMM-ENTRY.
           IF CRT-SOURCE-OFFICE (CRT-IX) = W-SOURCE-OFFICE
              AND CRT-EFFECTIVE-DATE (CRT-IX) NOT > W-COMM-DATE
             IF CRT-TOUR-CODE (CRT-IX) = W-TOUR-CODE
               IF CRT-EFFECTIVE-DATE (CRT-IX) NOT < CRT-TOUR-EFF-DATE
                 MOVE CRT-IX TO CRT-TOUR-IX
                 MOVE CRT-EFFECTIVE-DATE (CRT-IX) TO CRT-TOUR-EFF-DATE
               END-IF
             ELSE
             IF CRT-TOUR-CODE (CRT-IX) = SPACE
               IF CRT-EFFECTIVE-DATE (CRT-IX)
                   NOT < CRT-OFFICE-EFF-DATE
                 MOVE CRT-IX TO CRT-OFFICE-IX
                 MOVE CRT-EFFECTIVE-DATE (CRT-IX)
                   TO CRT-OFFICE-EFF-DATE
               END-IF
             END-IF
             END-IF
           END-IF.

      **********************************************
      * Write a completed tour record to the master
      *  file and roll it into the control totals.
      *  In delta mode the prior master is consumed
      *  up to this tour first, and a prior record
      *  for the same code is folded in so the new
      *  generation carries the full history.  The
      *  tour's cancellations come off last, against
      *  everything it holds.  What this run booked
      *  to the tour opens its period buckets, the
      *  prior master's buckets are added on, and
      *  its cancellations come off them too.  The
      *  margin after commission is taken once all
      *  of that is settled
      **********************************************
       WRITE-TOUR-RECORD.
           MOVE O-NUMBER-ENTRIES TO O-MTD-ENTRIES
           MOVE O-TOTAL-EXPENSE TO O-MTD-EXPENSE
           MOVE O-TOTAL-REVENUE TO O-MTD-REVENUE
           MOVE O-TOTAL-COMMISSION TO O-MTD-COMMISSION
           MOVE O-NUMBER-ENTRIES TO O-YTD-ENTRIES
           MOVE O-TOTAL-EXPENSE TO O-YTD-EXPENSE
           MOVE O-TOTAL-REVENUE TO O-YTD-REVENUE
           MOVE O-TOTAL-COMMISSION TO O-YTD-COMMISSION
           ADD O-NUMBER-ENTRIES TO CTL-POSTED-ENTRIES
           ADD O-TOTAL-EXPENSE TO CTL-POSTED-EXPENSE
           ADD O-TOTAL-REVENUE TO CTL-POSTED-REVENUE
           ADD O-TOTAL-COMMISSION TO CTL-POSTED-COMMISSION
           IF DELTA-UPDATE
             PERFORM MERGE-PRIOR-MASTERS
           END-IF
           IF PCN-ENTRY-COUNT NOT = ZERO
             PERFORM APPLY-PENDING-CANCELS
           END-IF
           COMPUTE O-MTD-MARGIN = O-MTD-REVENUE - O-MTD-EXPENSE
           COMPUTE O-YTD-MARGIN = O-YTD-REVENUE - O-YTD-EXPENSE
           COMPUTE O-NET-MARGIN = O-MARGIN - O-TOTAL-COMMISSION
           COMPUTE O-MTD-NET-MARGIN = O-MTD-MARGIN - O-MTD-COMMISSION
           COMPUTE O-YTD-NET-MARGIN = O-YTD-MARGIN - O-YTD-COMMISSION
           IF TOUR-HAS-BOOKINGS
             ADD 1 TO CTL-TOURS-WRITTEN
             ADD O-NUMBER-ENTRIES TO CTL-ENTRIES-TOTAL
             ADD O-TOTAL-EXPENSE TO CTL-EXPENSE-TOTAL
             MOVE O-TOUR-CODE TO W-LAST-WRITTEN-CODE
             PERFORM WRITE-MASTER-OUTPUT
           END-IF.

      **********************************************
      * Carry prior master tours below the completed
             ADD P-NUMBER-ENTRIES TO O-NUMBER-ENTRIES
             ADD P-TOTAL-EXPENSE TO O-TOTAL-EXPENSE
             ADD P-TOTAL-REVENUE TO O-TOTAL-REVENUE
             ADD P-TOTAL-COMMISSION TO O-TOTAL-COMMISSION
             COMPUTE O-MARGIN = O-TOTAL-REVENUE - O-TOTAL-EXPENSE
             ADD P-MTD-ENTRIES TO O-MTD-ENTRIES
             ADD P-MTD-EXPENSE TO O-MTD-EXPENSE
             ADD P-MTD-REVENUE TO O-MTD-REVENUE
             ADD P-MTD-COMMISSION TO O-MTD-COMMISSION
             ADD P-YTD-ENTRIES TO O-YTD-ENTRIES
             ADD P-YTD-EXPENSE TO O-YTD-EXPENSE
             ADD P-YTD-REVENUE TO O-YTD-REVENUE
             ADD P-YTD-COMMISSION TO O-YTD-COMMISSION
             SET TOUR-HAS-BOOKINGS TO TRUE
             ADD 1 TO CTL-TOURS-UPDATED
             PERFORM READ-PRIOR-MASTER
           ELSE
             IF TOUR-HAS-BOOKINGS
               ADD 1 TO CTL-TOURS-ADDED
             END-IF
           END-IF.

      **********************************************
           MOVE O-TOTAL-EXPENSE TO CSV-EDIT-EXPENSE
           MOVE O-TOTAL-REVENUE TO CSV-EDIT-REVENUE
           MOVE O-MARGIN TO CSV-EDIT-MARGIN
           MOVE O-TOTAL-COMMISSION TO CSV-EDIT-COMMISSION
           MOVE O-NET-MARGIN TO CSV-EDIT-NET-MARGIN
           MOVE SPACE TO CSV-LINE
           STRING
             O-TOUR-CODE DELIMITED BY SIZE
             CSV-EDIT-REVENUE DELIMITED BY SIZE
             ',' DELIMITED BY SIZE
             CSV-EDIT-MARGIN DELIMITED BY SIZE
             ',' DELIMITED BY SIZE
             CSV-EDIT-COMMISSION DELIMITED BY SIZE
             ',' DELIMITED BY SIZE
             CSV-EDIT-NET-MARGIN DELIMITED BY SIZE
             INTO CSV-LINE
           END-STRING
           WRITE CSV-LINE.
           MOVE CTL-REJECTS-PRIOR TO CHKPT-OUT-REJ-PRIOR
           MOVE CTL-RECORDS-IN-PERIOD TO CHKPT-OUT-RECS-IN-PERIOD
           MOVE CTL-RECORDS-HELD TO CHKPT-OUT-RECS-HELD
           MOVE CTL-CANCELS-APPLIED TO CHKPT-OUT-CANCELS-APPLIED
           MOVE CTL-CANCEL-ENTRIES TO CHKPT-OUT-CANCEL-ENTRIES
           MOVE CTL-CANCEL-EXPENSE TO CHKPT-OUT-CANCEL-EXPENSE
           MOVE CTL-CANCEL-REVENUE TO CHKPT-OUT-CANCEL-REVENUE
           MOVE CTL-AMENDS-APPLIED TO CHKPT-OUT-AMENDS-APPLIED
           MOVE CTL-REJECTS-OVER-CANCEL TO CHKPT-OUT-REJ-OVER-CANCEL
           MOVE CTL-REJECTS-TRAN-TYPE TO CHKPT-OUT-REJ-TRAN-TYPE
           MOVE CTL-REJECTS-BREAKDOWN TO CHKPT-OUT-REJ-BREAKDOWN
           MOVE CTL-COMPONENTS-READ TO CHKPT-OUT-COMPONENTS-READ
           MOVE CTL-COMPONENTS-WRITTEN TO CHKPT-OUT-COMPONENTS-WRITTEN
           MOVE CTL-POSTED-ENTRIES TO CHKPT-OUT-POSTED-ENTRIES
           MOVE CTL-POSTED-EXPENSE TO CHKPT-OUT-POSTED-EXPENSE
           MOVE CTL-POSTED-REVENUE TO CHKPT-OUT-POSTED-REVENUE
           MOVE CTL-POSTED-COMMISSION TO CHKPT-OUT-POSTED-COMMISSION
           MOVE CTL-COMMISSION-EARNED TO CHKPT-OUT-COMM-EARNED
           MOVE CTL-COMMISSION-REVERSED TO CHKPT-OUT-COMM-REVERSED
           MOVE CTL-DETAILS-NO-COMM-RATE TO CHKPT-OUT-NO-COMM-RATE
           MOVE O-TOUR-NAME TO CHKPT-OUT-TOUR-NAME
           MOVE O-TOUR-EXPENSE TO CHKPT-OUT-TOUR-EXPENSE
           MOVE O-NUMBER-ENTRIES TO CHKPT-OUT-TOUR-ENTRIES
           MOVE O-TOTAL-EXPENSE TO CHKPT-OUT-TOUR-TOT-EXPENSE
           MOVE O-TOTAL-REVENUE TO CHKPT-OUT-TOUR-TOT-REVENUE
           MOVE O-TOTAL-COMMISSION TO CHKPT-OUT-TOUR-TOT-COMMISSION
           PERFORM SAVE-CHECKPOINT-OFFICE
             VARYING ORL-OFFICE-IX FROM 1 BY 1
             UNTIL ORL-OFFICE-IX > 3
           MOVE ORL-EXPENSE (ORL-OFFICE-IX)
             TO CHKPT-OUT-OFF-EXPENSE (ORL-OFFICE-IX)
           MOVE ORL-REVENUE (ORL-OFFICE-IX)
             TO CHKPT-OUT-OFF-REVENUE (ORL-OFFICE-IX)
           MOVE ORL-CAN-RECORDS (ORL-OFFICE-IX)
             TO CHKPT-OUT-OFF-CAN-RECORDS (ORL-OFFICE-IX)
           MOVE ORL-CAN-ENTRIES (ORL-OFFICE-IX)
             TO CHKPT-OUT-OFF-CAN-ENTRIES (ORL-OFFICE-IX)
           MOVE ORL-CAN-EXPENSE (ORL-OFFICE-IX)
             TO CHKPT-OUT-OFF-CAN-EXPENSE (ORL-OFFICE-IX)
           MOVE ORL-CAN-REVENUE (ORL-OFFICE-IX)
             TO CHKPT-OUT-OFF-CAN-REVENUE (ORL-OFFICE-IX)
           MOVE ORL-COMMISSION (ORL-OFFICE-IX)
             TO CHKPT-OUT-OFF-COMMISSION (ORL-OFFICE-IX)
           MOVE ORL-CAN-COMMISSION (ORL-OFFICE-IX)
             TO CHKPT-OUT-OFF-CAN-COMMISSION (ORL-OFFICE-IX).

      **********************************************
      * Write a record that failed the sequence check
           MOVE W-RUN-DATE TO REJ-REJECT-DATE
           MOVE 1 TO REJ-CYCLE-COUNT
           WRITE REJECT-REC
           PERFORM WRITE-REJECT-COMPONENT
             VARYING CMP-IX FROM 1 BY 1
             UNTIL CMP-IX > CMP-ENTRY-COUNT
           IF REASON-SEQUENCE-ERROR
             ADD 1 TO CTL-REJECTS-SEQUENCE
           ELSE
                 ELSE
                   IF REASON-PRIOR-PERIOD
                     ADD 1 TO CTL-REJECTS-PRIOR
                   ELSE
                   IF REASON-BAD-TRAN-TYPE
                     ADD 1 TO CTL-REJECTS-TRAN-TYPE
                   ELSE
                   IF REASON-CANCEL-EXCEEDS
                     ADD 1 TO CTL-REJECTS-OVER-CANCEL
                   ELSE
                   IF REASON-BAD-BREAKDOWN
                     ADD 1 TO CTL-REJECTS-BREAKDOWN
                   ELSE
                     ADD 1 TO CTL-REJECTS-UNKNOWN
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                 END-IF
               END-IF
               END-IF
             END-IF
           END-IF.

      **********************************************
      * The rejected detail's cost components follow
      *  it onto REJFILE under the same reason, so it
      *  is resubmitted with its breakdown.  They are
      *  not counted as rejects of their own
      **********************************************
       WRITE-REJECT-COMPONENT.
           MOVE CMP-IMAGE (CMP-IX) TO REJ-ORIGINAL-REC
           WRITE REJECT-REC.

      **********************************************
      * Route the record just read by its entry date
      *  against the processing period - in-period
               ADD 1 TO CTL-RECORDS-HELD
               MOVE DATA-REC TO HOLDOVER-REC
               WRITE HOLDOVER-REC
               PERFORM WRITE-HOLDOVER-COMPONENT
                 VARYING CMP-IX FROM 1 BY 1
                 UNTIL CMP-IX > CMP-ENTRY-COUNT
             ELSE
               ADD 1 TO CTL-RECORDS-IN-PERIOD
             END-IF
           END-IF.

      **********************************************
      * A held detail's cost components hold over
      *  with it
      **********************************************
       WRITE-HOLDOVER-COMPONENT.
           MOVE CMP-IMAGE (CMP-IX) TO HOLDOVER-REC
           WRITE HOLDOVER-REC.

      **********************************************
      * A code CHKCODE reports retired (or not yet
      *  open) as of this run is distinguished from
           PERFORM WRITE-RUN-HISTORY
           CLOSE TOURDATA TOURMST REJFILE CTLRPT REVIEWFL TOURCSV
                 LOSSRPT HOLDOVER OFFRLLUP RGNRPT TOURHIST
                 CURRRPT OVERSELL VNDCOST CHKPTOUT.

      **********************************************
      * One rollup record per source office with
           MOVE ORL-ENTRIES (ORL-OFFICE-IX) TO OFR-ENTRIES
           MOVE ORL-EXPENSE (ORL-OFFICE-IX) TO OFR-EXPENSE
           MOVE ORL-REVENUE (ORL-OFFICE-IX) TO OFR-REVENUE
           MOVE ORL-CAN-RECORDS (ORL-OFFICE-IX) TO OFR-CAN-RECORDS
           MOVE ORL-CAN-ENTRIES (ORL-OFFICE-IX) TO OFR-CAN-ENTRIES
           MOVE ORL-CAN-EXPENSE (ORL-OFFICE-IX) TO OFR-CAN-EXPENSE
           MOVE ORL-CAN-REVENUE (ORL-OFFICE-IX) TO OFR-CAN-REVENUE
           COMPUTE OFR-MARGIN = (ORL-REVENUE (ORL-OFFICE-IX)
               - ORL-CAN-REVENUE (ORL-OFFICE-IX))
               - (ORL-EXPENSE (ORL-OFFICE-IX)
               - ORL-CAN-EXPENSE (ORL-OFFICE-IX))
           MOVE ORL-COMMISSION (ORL-OFFICE-IX) TO OFR-COMMISSION
           MOVE ORL-CAN-COMMISSION (ORL-OFFICE-IX)
             TO OFR-CAN-COMMISSION
           MOVE W-RUN-DATE TO OFR-RUN-DATE
           WRITE OFFICE-ROLLUP-REC.

      **********************************************
             UNTIL ORL-OFFICE-IX > 3.

      **********************************************
      * One office's contribution on three report
      *  lines - counts, then the money, with the
      *  margin net of the office's cancellations,
      *  then the commission it earned and gave back
      *  and the margin left after paying it - and a
      *  fourth line for those cancellations when it
      *  had any
      **********************************************
       WRITE-REGION-OFFICE-LINES.
           MOVE ORL-RECORDS (ORL-OFFICE-IX) TO CTL-EDIT-COUNT
           MOVE 'REVENUE' TO RGN-LINE (24:7)
           MOVE ORL-REVENUE (ORL-OFFICE-IX) TO CTL-EDIT-AMOUNT
           MOVE CTL-EDIT-AMOUNT TO RGN-LINE (32:11)
           COMPUTE W-OFFICE-MARGIN = (ORL-REVENUE (ORL-OFFICE-IX)
               - ORL-CAN-REVENUE (ORL-OFFICE-IX))
               - (ORL-EXPENSE (ORL-OFFICE-IX)
               - ORL-CAN-EXPENSE (ORL-OFFICE-IX))
           MOVE 'MARGIN' TO RGN-LINE (45:6)
           MOVE W-OFFICE-MARGIN TO RGN-EDIT-MARGIN
           MOVE RGN-EDIT-MARGIN TO RGN-LINE (52:12)
           WRITE RGN-LINE
           MOVE SPACE TO RGN-LINE
           MOVE '  COMMISSION' TO RGN-LINE (1:12)
           MOVE ORL-COMMISSION (ORL-OFFICE-IX) TO CTL-EDIT-AMOUNT
           MOVE CTL-EDIT-AMOUNT TO RGN-LINE (14:11)
           MOVE 'REVERSED' TO RGN-LINE (27:8)
           MOVE ORL-CAN-COMMISSION (ORL-OFFICE-IX) TO CTL-EDIT-AMOUNT
           MOVE CTL-EDIT-AMOUNT TO RGN-LINE (36:11)
           COMPUTE W-OFFICE-COMMISSION = ORL-COMMISSION (ORL-OFFICE-IX)
               - ORL-CAN-COMMISSION (ORL-OFFICE-IX)
           SUBTRACT W-OFFICE-COMMISSION FROM W-OFFICE-MARGIN
           MOVE 'MARGIN AFTER' TO RGN-LINE (49:12)
           MOVE W-OFFICE-MARGIN TO RGN-EDIT-MARGIN
           MOVE RGN-EDIT-MARGIN TO RGN-LINE (62:12)
           WRITE RGN-LINE
           IF ORL-CAN-RECORDS (ORL-OFFICE-IX) NOT = ZERO
             MOVE ORL-CAN-RECORDS (ORL-OFFICE-IX) TO CTL-EDIT-COUNT
             MOVE SPACE TO RGN-LINE
             STRING '  CANCELLED ' DELIMITED BY SIZE
               CTL-EDIT-COUNT DELIMITED BY SIZE
               INTO RGN-LINE
             MOVE 'ENTRIES' TO RGN-LINE (21:7)
             MOVE ORL-CAN-ENTRIES (ORL-OFFICE-IX) TO CTL-EDIT-AMOUNT
             MOVE CTL-EDIT-AMOUNT TO RGN-LINE (29:11)
             MOVE 'EXPENSE' TO RGN-LINE (41:7)
             MOVE ORL-CAN-EXPENSE (ORL-OFFICE-IX) TO CTL-EDIT-AMOUNT
             MOVE CTL-EDIT-AMOUNT TO RGN-LINE (49:11)
             MOVE 'REVENUE' TO RGN-LINE (61:7)
             MOVE ORL-CAN-REVENUE (ORL-OFFICE-IX) TO CTL-EDIT-AMOUNT
             MOVE CTL-EDIT-AMOUNT TO RGN-LINE (69:11)
             WRITE RGN-LINE
           END-IF.

      **********************************************
      * End of run currency exposure report - every
             MOVE 'OVERFLOW' TO CXP-LINE (38:8)
             MOVE CTL-EDIT-COUNT TO CXP-LINE (47:7)
             WRITE CXP-LINE
           END-IF
           IF CXT-CAN-RECORDS (CXP-IX) NOT = ZERO
             MOVE CXT-CAN-RECORDS (CXP-IX) TO CTL-EDIT-COUNT
             MOVE SPACE TO CXP-LINE
             STRING '  CANCELLED ' DELIMITED BY SIZE
               CTL-EDIT-COUNT DELIMITED BY SIZE
               INTO CXP-LINE
             MOVE 'USD EXPENSE' TO CXP-LINE (21:11)
             MOVE CXT-CAN-USD-EXPENSE (CXP-IX) TO CTL-EDIT-AMOUNT
             MOVE CTL-EDIT-AMOUNT TO CXP-LINE (33:11)
             MOVE 'REVENUE' TO CXP-LINE (46:7)
             MOVE CXT-CAN-USD-REVENUE (CXP-IX) TO CTL-EDIT-AMOUNT
             MOVE CTL-EDIT-AMOUNT TO CXP-LINE (54:11)
             WRITE CXP-LINE
           END-IF.

      **********************************************
           MOVE RETURN-CODE TO RH-RETURN-CODE
           MOVE W-FEED-SERIAL TO RH-FEED-SERIAL
           MOVE W-EXTRACT-DATE TO RH-EXTRACT-DATE
           MOVE CTL-CANCELS-APPLIED TO RH-CANCELS-APPLIED
           MOVE CTL-CANCEL-ENTRIES TO RH-CANCEL-ENTRIES
           MOVE CTL-CANCEL-EXPENSE TO RH-CANCEL-EXPENSE
           MOVE CTL-CANCEL-REVENUE TO RH-CANCEL-REVENUE
           MOVE CTL-AMENDS-APPLIED TO RH-AMENDS-APPLIED
           MOVE CTL-REJECTS-OVER-CANCEL TO RH-REJ-OVER-CANCEL
           MOVE CTL-REJECTS-TRAN-TYPE TO RH-REJ-TRAN-TYPE
           MOVE CTL-POSTED-ENTRIES TO RH-POSTED-ENTRIES
           MOVE CTL-POSTED-EXPENSE TO RH-POSTED-EXPENSE
           MOVE CTL-POSTED-REVENUE TO RH-POSTED-REVENUE
           MOVE W-SYSTEM-DATE TO RH-SYSTEM-DATE
           MOVE CTL-REJECTS-BREAKDOWN TO RH-REJ-BREAKDOWN
           MOVE CTL-COMPONENTS-READ TO RH-COMPONENTS-READ
           MOVE CTL-COMPONENTS-WRITTEN TO RH-COMPONENTS-WRITTEN
           MOVE CTL-POSTED-COMMISSION TO RH-POSTED-COMMISSION
           WRITE RUNHIST-REC
           CLOSE RUNHIST.

      **********************************************
       WRITE-CONTROL-REPORT.
           MOVE SPACE TO CTL-LINE
           STRING 'TOURFILE CONTROL REPORT ' DELIMITED BY SIZE
             W-RUN-DATE DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE

             INTO CTL-LINE
           WRITE CTL-LINE

           MOVE CTL-COMPONENTS-READ TO CTL-EDIT-COUNT
           MOVE SPACE TO CTL-LINE
           STRING 'COST COMPONENTS READ............ ' DELIMITED BY
               SIZE
             CTL-EDIT-COUNT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE

           MOVE CTL-COMPONENTS-WRITTEN TO CTL-EDIT-COUNT
           MOVE SPACE TO CTL-LINE
           STRING 'VENDOR COST RECORDS WRITTEN..... ' DELIMITED BY
               SIZE
             CTL-EDIT-COUNT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE

           PERFORM WRITE-CANCEL-REPORT-LINES
           PERFORM WRITE-POSTED-REPORT-LINES
           PERFORM WRITE-COMMISSION-REPORT-LINES

           IF DELTA-UPDATE
             PERFORM WRITE-DELTA-REPORT-LINES
           END-IF
             INTO CTL-LINE
           WRITE CTL-LINE

           MOVE CTL-REJECTS-TRAN-TYPE TO CTL-EDIT-COUNT
           MOVE SPACE TO CTL-LINE
           STRING 'INVALID TRANSACTION TYPE.......... ' DELIMITED BY
               SIZE
             CTL-EDIT-COUNT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE

           MOVE CTL-REJECTS-OVER-CANCEL TO CTL-EDIT-COUNT
           MOVE SPACE TO CTL-LINE
           STRING 'CANCELS MORE THAN TOUR HOLDS...... ' DELIMITED BY
               SIZE
             CTL-EDIT-COUNT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE

           MOVE CTL-REJECTS-BREAKDOWN TO CTL-EDIT-COUNT
           MOVE SPACE TO CTL-LINE
           STRING 'COST BREAKDOWN IN ERROR........... ' DELIMITED BY
               SIZE
             CTL-EDIT-COUNT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE

           MOVE SPACE TO CTL-LINE
           STRING 'FX RATES APPLIED THIS RUN' DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           PERFORM WRITE-FX-RATE-LINE
             VARYING FX-IX FROM 1 BY 1
             UNTIL FX-IX > FX-ENTRY-COUNT

           MOVE SPACE TO CTL-LINE
           STRING 'COMMISSION RATES APPLIED THIS RUN' DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE
           PERFORM WRITE-COMM-RATE-LINE
             VARYING CRT-IX FROM 1 BY 1
             UNTIL CRT-IX > CRT-ENTRY-COUNT.

      **********************************************
      * The full resolved option set (after the
             WRITE CTL-LINE
           END-IF.

      **********************************************
      * List one commission table entry on the
      *  control report when this run applied it -
      *  an office's standing rate shows as ALL tours
      **********************************************
       WRITE-COMM-RATE-LINE.
           IF CRT-RATE-USED (CRT-IX)
             MOVE CRT-RATE (CRT-IX) TO CTL-EDIT-COMM-RATE
             MOVE SPACE TO CTL-LINE
             STRING '  OFFICE ' DELIMITED BY SIZE
               CRT-SOURCE-OFFICE (CRT-IX) DELIMITED BY SIZE
               ' TOUR ' DELIMITED BY SIZE
               INTO CTL-LINE
             IF CRT-TOUR-CODE (CRT-IX) = SPACE
               MOVE 'ALL' TO CTL-LINE (17:3)
             ELSE
               MOVE CRT-TOUR-CODE (CRT-IX) TO CTL-LINE (17:3)
             END-IF
             MOVE ' EFFECTIVE ' TO CTL-LINE (20:11)
             MOVE CRT-EFFECTIVE-DATE (CRT-IX) TO CTL-LINE (31:8)
             MOVE ' AT RATE ' TO CTL-LINE (39:9)
             MOVE CTL-EDIT-COMM-RATE TO CTL-LINE (48:6)
             WRITE CTL-LINE
           END-IF.

      **********************************************
      * Cancellations and amendments applied - the
      *  entries and USD amounts reversed are already
      *  out of the master totals above, so this is
      *  what the run took back
      **********************************************
       WRITE-CANCEL-REPORT-LINES.
           MOVE CTL-CANCELS-APPLIED TO CTL-EDIT-COUNT
           MOVE SPACE TO CTL-LINE
           STRING 'CANCELLATIONS APPLIED........... ' DELIMITED BY
               SIZE
             CTL-EDIT-COUNT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE

           MOVE CTL-CANCEL-ENTRIES TO CTL-EDIT-AMOUNT
           MOVE SPACE TO CTL-LINE
           STRING 'ENTRIES CANCELLED............... ' DELIMITED BY
               SIZE
             CTL-EDIT-AMOUNT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE

           MOVE CTL-CANCEL-EXPENSE TO CTL-EDIT-AMOUNT
           MOVE SPACE TO CTL-LINE
           STRING 'EXPENSE REVERSED................ ' DELIMITED BY
               SIZE
             CTL-EDIT-AMOUNT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE

           MOVE CTL-CANCEL-REVENUE TO CTL-EDIT-AMOUNT
           MOVE SPACE TO CTL-LINE
           STRING 'REVENUE REVERSED................ ' DELIMITED BY
               SIZE
             CTL-EDIT-AMOUNT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE

           MOVE CTL-AMENDS-APPLIED TO CTL-EDIT-COUNT
           MOVE SPACE TO CTL-LINE
           STRING 'AMENDMENTS APPLIED.............. ' DELIMITED BY
               SIZE
             CTL-EDIT-COUNT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE.

      **********************************************
      * Net activity posted to the master this run -
      *  what the tours' month-to-date and year-to-
      *  date buckets moved by
      **********************************************
       WRITE-POSTED-REPORT-LINES.
           MOVE CTL-POSTED-ENTRIES TO CTL-EDIT-SIGNED
           MOVE SPACE TO CTL-LINE
           STRING 'NET ENTRIES POSTED.............. ' DELIMITED BY
               SIZE
             CTL-EDIT-SIGNED DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE

           MOVE CTL-POSTED-EXPENSE TO CTL-EDIT-SIGNED
           MOVE SPACE TO CTL-LINE
           STRING 'NET EXPENSE POSTED.............. ' DELIMITED BY
               SIZE
             CTL-EDIT-SIGNED DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE

           MOVE CTL-POSTED-REVENUE TO CTL-EDIT-SIGNED
           MOVE SPACE TO CTL-LINE
           STRING 'NET REVENUE POSTED.............. ' DELIMITED BY
               SIZE
             CTL-EDIT-SIGNED DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE.

      **********************************************
      * Office commission - earned on what the run
      *  booked, taken back on what it cancelled,
      *  the net posted to the master (with any
      *  commission the cancelled tours' earlier
      *  bookings carried), and the details that
      *  earned nothing because no rate covered them
      **********************************************
       WRITE-COMMISSION-REPORT-LINES.
           MOVE CTL-COMMISSION-EARNED TO CTL-EDIT-AMOUNT
           MOVE SPACE TO CTL-LINE
           STRING 'COMMISSION EARNED............... ' DELIMITED BY
               SIZE
             CTL-EDIT-AMOUNT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE

           MOVE CTL-COMMISSION-REVERSED TO CTL-EDIT-AMOUNT
           MOVE SPACE TO CTL-LINE
           STRING 'COMMISSION REVERSED............. ' DELIMITED BY
               SIZE
             CTL-EDIT-AMOUNT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE

           MOVE CTL-POSTED-COMMISSION TO CTL-EDIT-SIGNED
           MOVE SPACE TO CTL-LINE
           STRING 'NET COMMISSION POSTED........... ' DELIMITED BY
               SIZE
             CTL-EDIT-SIGNED DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE

           MOVE CTL-DETAILS-NO-COMM-RATE TO CTL-EDIT-COUNT
           MOVE SPACE TO CTL-LINE
           STRING 'DETAILS WITH NO COMMISSION RATE. ' DELIMITED BY
               SIZE
             CTL-EDIT-COUNT DELIMITED BY SIZE
             INTO CTL-LINE
           WRITE CTL-LINE.

      **********************************************
      * Delta mode balancing lines - carried forward
      *  plus updated counts cover the old master,
