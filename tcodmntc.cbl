      ******************************************************************
      * TCODMNTC - online tour code reference maintenance             *
      *            (transaction TCOD)                                  *
      *                                                                *
      * The product team's online way into TCODMNT.  The TCODMP       *
      * screen (mapset TCODMS) takes an action and a tour code:       *
      *   blank - display the code as it stands                      *
      *   A     - add a new code                                      *
      *   C     - change the fields keyed, leaving the rest as is    *
      *   R     - retire the code, on the retire date keyed          *
      * with the same edits TCODMNT applies to a TCODTRN transaction  *
      * - an add on a code already on file is CODE ALREADY ON FILE,  *
      * a change or retire with no code on file is CODE NOT ON FILE, *
      * any other action is INVALID ACTION CODE - and the same       *
      * defaults: an add with no status is active, and an add with   *
      * no open date, or a retire with no retire date, takes the     *
      * business date of the night the change reaches TCODMST.      *
      * The screen also refuses what a TCODTRN change would quietly  *
      * ignore - a change clearing a field or setting the capacity   *
      * to zero - and what TCODMNT never sees on a card: a date that *
      * is not a yyyymmdd date, a status other than A or R, or a     *
      * capacity that is not a number.                                *
      *                                                                *
      * An accepted change is made at once to the region's TCODMST,   *
      * the KSDS copy of the tour code reference master reloaded      *
      * from TCODNEW behind every TCODMNT run, so the next screen     *
      * and the next user see it.  In the same unit of work the       *
      * change is written to the TCODJRN journal (ESDS) - date and    *
      * time, user, terminal and transaction, the change in the      *
      * TCODTRN layout, and the record before and after it - and     *
      * both files are recoverable, so neither is updated without    *
      * the other.  TCODEXT takes the night's journal entries into   *
      * TCODTRN for TCODMNT, so nothing keyed here is keyed again.   *
      *                                                                *
      *   ENTER - process the screen                                  *
      *   CLEAR - fresh screen                                        *
      *   PF3   - end the transaction                                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCODMNTC.

       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 MNT-RESP                  PIC S9(08) COMP VALUE ZERO.
       01 MNT-EDIT-RESP             PIC ZZZZZZZ9.
       01 MNT-ABSTIME               PIC S9(15) COMP-3 VALUE ZERO.
       01 MNT-JOURNAL-RBA           PIC S9(08) COMP VALUE ZERO.
       01 MNT-FIELDS-KEYED          PIC 9(03) VALUE ZERO.
       01 MNT-FILE-NAME             PIC X(08).
       01 MNT-MESSAGE               PIC X(79).
       01 MNT-SCREEN-SW             PIC X(01).
          88 SCREEN-EDITS-PASSED       VALUE 'P'.
          88 SCREEN-EDITS-FAILED       VALUE 'F'.
       01 MNT-CLEARED-SW            PIC X(01).
          88 FIELD-CLEARED             VALUE 'Y'.
          88 NO-FIELD-CLEARED          VALUE 'N'.
       01 MNT-JOURNAL-SW            PIC X(01).
          88 JOURNAL-WRITTEN           VALUE 'Y'.
          88 JOURNAL-NOT-WRITTEN       VALUE 'N'.
      *A keyed date, checked as a calendar yyyymmdd
       01 MNT-DATE-CHECK            PIC 9(08).
       01 FILLER REDEFINES MNT-DATE-CHECK.
          03 MNT-CHECK-CCYY            PIC 9(04).
          03 MNT-CHECK-MM              PIC 9(02).
          03 MNT-CHECK-DD              PIC 9(02).
       01 MNT-CHECK-QUOTIENT        PIC 9(04) VALUE ZERO.
       01 MNT-CHECK-REMAINDER       PIC 9(04) VALUE ZERO.
       01 MNT-DATE-SW               PIC X(01).
          88 DATE-VALID                VALUE 'V'.
          88 DATE-INVALID              VALUE 'I'.
      *Kept between screens - the code on display
       01 MNT-COMMAREA.
          03 CA-TOUR-CODE              PIC X(03).
      *Tour code reference master record
       01 TCM-REC.
          03 TCM-TOUR-CODE             PIC X(03).
          03 TCM-TOUR-DESC             PIC X(20).
          03 TCM-OPEN-DATE             PIC 9(08).
          03 TCM-RETIRE-DATE           PIC 9(08).
          03 TCM-STATUS                PIC X(01).
          03 TCM-MAX-CAPACITY          PIC 9(05).
      *The screen's change as a TCODMNT transaction
       01 TRN-REC.
          03 TRN-ACTION                PIC X(01).
             88 TRN-ADD                VALUE 'A'.
             88 TRN-CHANGE             VALUE 'C'.
             88 TRN-RETIRE             VALUE 'R'.
             88 TRN-DISPLAY            VALUE SPACE.
          03 TRN-TOUR-CODE             PIC X(03).
          03 TRN-TOUR-DESC             PIC X(20).
          03 TRN-OPEN-DATE             PIC 9(08).
          03 TRN-RETIRE-DATE           PIC 9(08).
          03 TRN-STATUS                PIC X(01).
          03 TRN-MAX-CAPACITY          PIC 9(05).
      *Journal record - who made the change and when, the change
      * itself in the TCODTRN layout, and the master record
      * before (spaces for an add) and after it
       01 JRN-REC.
          03 JRN-DATE                  PIC 9(08).
          03 JRN-TIME                  PIC 9(06).
          03 JRN-USER-ID               PIC X(08).
          03 JRN-TERM-ID               PIC X(04).
          03 JRN-TRAN-ID               PIC X(04).
          03 JRN-TRANS                 PIC X(46).
          03 JRN-BEFORE-IMAGE          PIC X(45).
          03 JRN-AFTER-IMAGE           PIC X(45).
          03 FILLER                    PIC X(14).
      *Symbolic map for TCODMP in mapset TCODMS, field for field
      * as the BMS source lays it out - input view
       01 TCODMPI.
          03 FILLER                    PIC X(12).
          03 ACTNL                     PIC S9(04) COMP.
          03 ACTNF                     PIC X(01).
          03 FILLER REDEFINES ACTNF.
            05 ACTNA                   PIC X(01).
          03 ACTNI                     PIC X(01).
          03 TCODEL                    PIC S9(04) COMP.
          03 TCODEF                    PIC X(01).
          03 FILLER REDEFINES TCODEF.
            05 TCODEA                  PIC X(01).
          03 TCODEI                    PIC X(03).
          03 TDESCL                    PIC S9(04) COMP.
          03 TDESCF                    PIC X(01).
          03 FILLER REDEFINES TDESCF.
            05 TDESCA                  PIC X(01).
          03 TDESCI                    PIC X(20).
          03 TOPENL                    PIC S9(04) COMP.
          03 TOPENF                    PIC X(01).
          03 FILLER REDEFINES TOPENF.
            05 TOPENA                  PIC X(01).
          03 TOPENI                    PIC X(08).
          03 TRETRL                    PIC S9(04) COMP.
          03 TRETRF                    PIC X(01).
          03 FILLER REDEFINES TRETRF.
            05 TRETRA                  PIC X(01).
          03 TRETRI                    PIC X(08).
          03 TSTATL                    PIC S9(04) COMP.
          03 TSTATF                    PIC X(01).
          03 FILLER REDEFINES TSTATF.
            05 TSTATA                  PIC X(01).
          03 TSTATI                    PIC X(01).
          03 TCAPL                     PIC S9(04) COMP.
          03 TCAPF                     PIC X(01).
          03 FILLER REDEFINES TCAPF.
            05 TCAPA                   PIC X(01).
          03 TCAPI                     PIC X(05).
          03 MSGLNL                    PIC S9(04) COMP.
          03 MSGLNF                    PIC X(01).
          03 FILLER REDEFINES MSGLNF.
            05 MSGLNA                  PIC X(01).
          03 MSGLNI                    PIC X(79).
      *Output view of the same map
       01 TCODMPO REDEFINES TCODMPI.
          03 FILLER                    PIC X(12).
          03 FILLER                    PIC X(03).
          03 ACTNO                     PIC X(01).
          03 FILLER                    PIC X(03).
          03 TCODEO                    PIC X(03).
          03 FILLER                    PIC X(03).
          03 TDESCO                    PIC X(20).
          03 FILLER                    PIC X(03).
          03 TOPENO                    PIC X(08).
          03 FILLER                    PIC X(03).
          03 TRETRO                    PIC X(08).
          03 FILLER                    PIC X(03).
          03 TSTATO                    PIC X(01).
          03 FILLER                    PIC X(03).
          03 TCAPO                     PIC X(05).
          03 FILLER                    PIC X(03).
          03 MSGLNO                    PIC X(79).
      *
           COPY DFHAID.
           COPY DFHBMSCA.
      *
       LINKAGE SECTION.
       01 DFHCOMMAREA                  PIC X(03).

       PROCEDURE DIVISION.
       MAINLINE SECTION.
           IF EIBCALEN = ZERO
             MOVE SPACE TO CA-TOUR-CODE
             MOVE 'KEY AN ACTION AND A TOUR CODE AND PRESS ENTER'
               TO MNT-MESSAGE
             PERFORM SEND-EMPTY-SCREEN
           ELSE
             MOVE DFHCOMMAREA TO MNT-COMMAREA
             EVALUATE TRUE
               WHEN EIBAID = DFHPF3
                 PERFORM END-TRANSACTION
               WHEN EIBAID = DFHCLEAR
                 MOVE SPACE TO CA-TOUR-CODE
                 MOVE 'KEY AN ACTION AND A TOUR CODE AND PRESS ENTER'
                   TO MNT-MESSAGE
                 PERFORM SEND-EMPTY-SCREEN
               WHEN EIBAID = DFHENTER
                 PERFORM PROCESS-SCREEN
               WHEN OTHER
                 MOVE 'KEY NOT IN USE - ENTER, CLEAR OR PF3'
                   TO MNT-MESSAGE
                 PERFORM SEND-MESSAGE-ONLY
             END-EVALUATE
           END-IF
           EXEC CICS RETURN TRANSID('TCOD')
                            COMMAREA(MNT-COMMAREA)
                            LENGTH(LENGTH OF MNT-COMMAREA)
           END-EXEC
      *
           GOBACK.
      **********************************************
      * ENTER - edit what was keyed into a TCODMNT
      *  transaction and carry it out, or send the
      *  first error back with the screen as keyed
      **********************************************
       PROCESS-SCREEN.
           MOVE LOW-VALUE TO TCODMPI
           EXEC CICS RECEIVE MAP('TCODMP')
                             MAPSET('TCODMS')
                             INTO(TCODMPI)
                             RESP(MNT-RESP)
           END-EXEC
           EVALUATE TRUE
             WHEN MNT-RESP = DFHRESP(MAPFAIL)
               MOVE 'KEY AN ACTION AND A TOUR CODE AND PRESS ENTER'
                 TO MNT-MESSAGE
               PERFORM SEND-MESSAGE-ONLY
             WHEN MNT-RESP NOT = DFHRESP(NORMAL)
               MOVE 'TERMINAL' TO MNT-FILE-NAME
               PERFORM FORMAT-RESP-MESSAGE
               PERFORM SEND-MESSAGE-ONLY
             WHEN OTHER
               PERFORM EDIT-SCREEN
               IF SCREEN-EDITS-FAILED
                 PERFORM SEND-MESSAGE-ONLY
               ELSE
                 EVALUATE TRUE
                   WHEN TRN-ADD
                     PERFORM ADD-TOUR-CODE
                   WHEN TRN-CHANGE
                     PERFORM CHANGE-TOUR-CODE
                   WHEN TRN-RETIRE
                     PERFORM RETIRE-TOUR-CODE
                   WHEN OTHER
                     PERFORM DISPLAY-TOUR-CODE
                 END-EVALUATE
               END-IF
           END-EVALUATE.

      **********************************************
      * Build the transaction from the fields keyed.
      *  A field not keyed comes back with no length
      *  and leaves the transaction field blank or
      *  zero, as a TCODTRN card would; a field the
      *  user erased is noted, since a change cannot
      *  clear a field.  The code not keyed is the
      *  code on display
      **********************************************
       EDIT-SCREEN.
           SET SCREEN-EDITS-PASSED TO TRUE
           SET NO-FIELD-CLEARED TO TRUE
           MOVE ZERO TO MNT-FIELDS-KEYED
           MOVE SPACE TO TRN-ACTION TRN-TOUR-CODE TRN-TOUR-DESC
                         TRN-STATUS
           MOVE ZERO TO TRN-OPEN-DATE TRN-RETIRE-DATE TRN-MAX-CAPACITY
           IF ACTNL > ZERO
             MOVE ACTNI TO TRN-ACTION
           END-IF
           IF TCODEL > ZERO
             MOVE TCODEI TO TRN-TOUR-CODE
           ELSE
             IF TCODEF NOT = DFHBMEOF
               MOVE CA-TOUR-CODE TO TRN-TOUR-CODE
             END-IF
           END-IF
           INSPECT TRN-ACTION REPLACING ALL LOW-VALUE BY SPACE
           INSPECT TRN-TOUR-CODE REPLACING ALL LOW-VALUE BY SPACE
           IF TRN-TOUR-CODE = SPACE
             MOVE 'KEY A TOUR CODE' TO MNT-MESSAGE
             SET SCREEN-EDITS-FAILED TO TRUE
           END-IF
           PERFORM EDIT-DESCRIPTION
           PERFORM EDIT-OPEN-DATE
           PERFORM EDIT-RETIRE-DATE
           PERFORM EDIT-STATUS
           PERFORM EDIT-CAPACITY
           IF SCREEN-EDITS-PASSED
             PERFORM EDIT-ACTION-RULES
           END-IF.

      **********************************************
      * Description - any text
      **********************************************
       EDIT-DESCRIPTION.
           IF TDESCL > ZERO
             ADD 1 TO MNT-FIELDS-KEYED
             MOVE TDESCI (1:TDESCL) TO TRN-TOUR-DESC
             INSPECT TRN-TOUR-DESC REPLACING ALL LOW-VALUE BY SPACE
           ELSE
             IF TDESCF = DFHBMEOF
               SET FIELD-CLEARED TO TRUE
             END-IF
           END-IF.

      **********************************************
      * Open date - a yyyymmdd date when keyed
      **********************************************
       EDIT-OPEN-DATE.
           IF TOPENL > ZERO
             ADD 1 TO MNT-FIELDS-KEYED
             SET DATE-INVALID TO TRUE
             IF TOPENL = 8 AND TOPENI IS NUMERIC
               MOVE TOPENI TO MNT-DATE-CHECK
               PERFORM CHECK-KEYED-DATE
             END-IF
             IF DATE-VALID
               MOVE MNT-DATE-CHECK TO TRN-OPEN-DATE
             ELSE
               IF SCREEN-EDITS-PASSED
                 MOVE 'OPEN DATE MUST BE A YYYYMMDD DATE'
                   TO MNT-MESSAGE
                 SET SCREEN-EDITS-FAILED TO TRUE
               END-IF
             END-IF
           ELSE
             IF TOPENF = DFHBMEOF
               SET FIELD-CLEARED TO TRUE
             END-IF
           END-IF.

      **********************************************
      * Retire date - a yyyymmdd date when keyed
      **********************************************
       EDIT-RETIRE-DATE.
           IF TRETRL > ZERO
             ADD 1 TO MNT-FIELDS-KEYED
             SET DATE-INVALID TO TRUE
             IF TRETRL = 8 AND TRETRI IS NUMERIC
               MOVE TRETRI TO MNT-DATE-CHECK
               PERFORM CHECK-KEYED-DATE
             END-IF
             IF DATE-VALID
               MOVE MNT-DATE-CHECK TO TRN-RETIRE-DATE
             ELSE
               IF SCREEN-EDITS-PASSED
                 MOVE 'RETIRE DATE MUST BE A YYYYMMDD DATE'
                   TO MNT-MESSAGE
                 SET SCREEN-EDITS-FAILED TO TRUE
               END-IF
             END-IF
           ELSE
             IF TRETRF = DFHBMEOF
               SET FIELD-CLEARED TO TRUE
             END-IF
           END-IF.

      **********************************************
      * Status - A or R, the two CHKCODE knows
      **********************************************
       EDIT-STATUS.
           IF TSTATL > ZERO
             ADD 1 TO MNT-FIELDS-KEYED
             MOVE TSTATI TO TRN-STATUS
             IF TRN-STATUS NOT = 'A' AND TRN-STATUS NOT = 'R'
               IF SCREEN-EDITS-PASSED
                 MOVE 'STATUS MUST BE A OR R' TO MNT-MESSAGE
                 SET SCREEN-EDITS-FAILED TO TRUE
               END-IF
             END-IF
           ELSE
             IF TSTATF = DFHBMEOF
               SET FIELD-CLEARED TO TRUE
             END-IF
           END-IF.

      **********************************************
      * Maximum capacity - digits only, keyed from
      *  the left of the field
      **********************************************
       EDIT-CAPACITY.
           IF TCAPL > ZERO
             ADD 1 TO MNT-FIELDS-KEYED
             IF TCAPI (1:TCAPL) IS NUMERIC
               MOVE TCAPI (1:TCAPL) TO TRN-MAX-CAPACITY
             ELSE
               IF SCREEN-EDITS-PASSED
                 MOVE 'MAX CAPACITY MUST BE A NUMBER' TO MNT-MESSAGE
                 SET SCREEN-EDITS-FAILED TO TRUE
               END-IF
             END-IF
           ELSE
             IF TCAPF = DFHBMEOF
               SET FIELD-CLEARED TO TRUE
             END-IF
           END-IF.

      **********************************************
      * A keyed date must be a calendar date - month
      *  1 to 12 and a day that month has
      **********************************************
       CHECK-KEYED-DATE.
           SET DATE-VALID TO TRUE
           IF MNT-CHECK-CCYY < 1900
              OR MNT-CHECK-MM < 1 OR MNT-CHECK-MM > 12
              OR MNT-CHECK-DD < 1 OR MNT-CHECK-DD > 31
             SET DATE-INVALID TO TRUE
           ELSE
             IF MNT-CHECK-DD > 30
                AND (MNT-CHECK-MM = 4 OR MNT-CHECK-MM = 6
                     OR MNT-CHECK-MM = 9 OR MNT-CHECK-MM = 11)
               SET DATE-INVALID TO TRUE
             END-IF
             IF MNT-CHECK-MM = 2 AND MNT-CHECK-DD > 29
               SET DATE-INVALID TO TRUE
             END-IF
             IF MNT-CHECK-MM = 2 AND MNT-CHECK-DD = 29
               PERFORM CHECK-LEAP-YEAR
             END-IF
           END-IF.

      **********************************************
      * 29 February only in a leap year - every
      *  fourth year, but not a century year unless
      *  it divides by 400
      **********************************************
       CHECK-LEAP-YEAR.
           DIVIDE MNT-CHECK-CCYY BY 4 GIVING MNT-CHECK-QUOTIENT
             REMAINDER MNT-CHECK-REMAINDER
           IF MNT-CHECK-REMAINDER NOT = ZERO
             SET DATE-INVALID TO TRUE
           ELSE
             DIVIDE MNT-CHECK-CCYY BY 100 GIVING MNT-CHECK-QUOTIENT
               REMAINDER MNT-CHECK-REMAINDER
             IF MNT-CHECK-REMAINDER = ZERO
               DIVIDE MNT-CHECK-CCYY BY 400 GIVING MNT-CHECK-QUOTIENT
                 REMAINDER MNT-CHECK-REMAINDER
               IF MNT-CHECK-REMAINDER NOT = ZERO
                 SET DATE-INVALID TO TRUE
               END-IF
             END-IF
           END-IF.

      **********************************************
      * What each action may carry.  A change must
      *  key something to change and cannot clear a
      *  field or zero the capacity, which a TCODTRN
      *  change would silently leave as it was; a
      *  retire carries only its date
      **********************************************
       EDIT-ACTION-RULES.
           EVALUATE TRUE
             WHEN TRN-ADD OR TRN-DISPLAY
               CONTINUE
             WHEN TRN-CHANGE
               IF FIELD-CLEARED
                 MOVE 'A CHANGE CANNOT CLEAR A FIELD - KEY A NEW VALUE'
                   TO MNT-MESSAGE
                 SET SCREEN-EDITS-FAILED TO TRUE
               ELSE
                 IF TCAPL > ZERO AND TRN-MAX-CAPACITY = ZERO
                   MOVE 'A CHANGE CANNOT SET MAX CAPACITY TO ZERO'
                     TO MNT-MESSAGE
                   SET SCREEN-EDITS-FAILED TO TRUE
                 ELSE
                   IF MNT-FIELDS-KEYED = ZERO
                     MOVE 'NO CHANGES KEYED' TO MNT-MESSAGE
                     SET SCREEN-EDITS-FAILED TO TRUE
                   END-IF
                 END-IF
               END-IF
             WHEN TRN-RETIRE
               IF TDESCL > ZERO OR TOPENL > ZERO OR TSTATL > ZERO
                  OR TCAPL > ZERO
                 MOVE 'A RETIRE TAKES ONLY A RETIRE DATE'
                   TO MNT-MESSAGE
                 SET SCREEN-EDITS-FAILED TO TRUE
               END-IF
             WHEN OTHER
               MOVE SPACE TO MNT-MESSAGE
               STRING TRN-ACTION DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 TRN-TOUR-CODE DELIMITED BY SIZE
                 ' INVALID ACTION CODE' DELIMITED BY SIZE
                 INTO MNT-MESSAGE
               SET SCREEN-EDITS-FAILED TO TRUE
           END-EVALUATE.

      **********************************************
      * Blank action - show the code as it stands
      **********************************************
       DISPLAY-TOUR-CODE.
           EXEC CICS READ FILE('TCODMST')
                          INTO(TCM-REC)
                          RIDFLD(TRN-TOUR-CODE)
                          RESP(MNT-RESP)
           END-EXEC
           EVALUATE TRUE
             WHEN MNT-RESP = DFHRESP(NORMAL)
               MOVE SPACE TO MNT-MESSAGE
               STRING TCM-TOUR-CODE DELIMITED BY SIZE
                 ' DISPLAYED' DELIMITED BY SIZE
                 INTO MNT-MESSAGE
               PERFORM SEND-RECORD-SCREEN
             WHEN MNT-RESP = DFHRESP(NOTFND)
               PERFORM FORMAT-NOT-ON-FILE
               PERFORM SEND-MESSAGE-ONLY
             WHEN OTHER
               MOVE 'TCODMST' TO MNT-FILE-NAME
               PERFORM FORMAT-RESP-MESSAGE
               PERFORM SEND-MESSAGE-ONLY
           END-EVALUATE.

      **********************************************
      * Add - build the new record with TCODMNT's
      *  defaults and write it; the write itself
      *  finds a code already on file
      **********************************************
       ADD-TOUR-CODE.
           MOVE TRN-TOUR-CODE TO TCM-TOUR-CODE
           MOVE TRN-TOUR-DESC TO TCM-TOUR-DESC
      *    zero open date is set to the business date when
      *     TCODMNT applies the add
           MOVE TRN-OPEN-DATE TO TCM-OPEN-DATE
           MOVE TRN-RETIRE-DATE TO TCM-RETIRE-DATE
           IF TRN-STATUS = SPACE
             MOVE 'A' TO TCM-STATUS
           ELSE
             MOVE TRN-STATUS TO TCM-STATUS
           END-IF
      *    zero capacity means the tour carries no cap
           MOVE TRN-MAX-CAPACITY TO TCM-MAX-CAPACITY
           MOVE SPACE TO JRN-BEFORE-IMAGE
           EXEC CICS WRITE FILE('TCODMST')
                           FROM(TCM-REC)
                           RIDFLD(TCM-TOUR-CODE)
                           RESP(MNT-RESP)
           END-EXEC
           EVALUATE TRUE
             WHEN MNT-RESP = DFHRESP(NORMAL)
               PERFORM WRITE-JOURNAL-RECORD
               IF JOURNAL-WRITTEN
                 MOVE SPACE TO MNT-MESSAGE
                 STRING TCM-TOUR-CODE DELIMITED BY SIZE
                   ' ADDED' DELIMITED BY SIZE
                   INTO MNT-MESSAGE
                 IF TCM-OPEN-DATE = ZERO
                   MOVE '- OPENS ON TONIGHT''S BUSINESS DATE'
                     TO MNT-MESSAGE (11:34)
                 END-IF
                 PERFORM SEND-RECORD-SCREEN
               ELSE
                 PERFORM SEND-MESSAGE-ONLY
               END-IF
             WHEN MNT-RESP = DFHRESP(DUPREC)
               MOVE SPACE TO MNT-MESSAGE
               STRING TRN-ACTION DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 TRN-TOUR-CODE DELIMITED BY SIZE
                 ' CODE ALREADY ON FILE' DELIMITED BY SIZE
                 INTO MNT-MESSAGE
               PERFORM SEND-MESSAGE-ONLY
             WHEN OTHER
               MOVE 'TCODMST' TO MNT-FILE-NAME
               PERFORM FORMAT-RESP-MESSAGE
               PERFORM SEND-MESSAGE-ONLY
           END-EVALUATE.

      **********************************************
      * Change - fold the fields keyed into the
      *  record exactly as TCODMNT folds a change
      **********************************************
       CHANGE-TOUR-CODE.
           PERFORM READ-FOR-UPDATE
           IF MNT-RESP = DFHRESP(NORMAL)
             IF TRN-TOUR-DESC NOT = SPACE
               MOVE TRN-TOUR-DESC TO TCM-TOUR-DESC
             END-IF
             IF TRN-OPEN-DATE NOT = ZERO
               MOVE TRN-OPEN-DATE TO TCM-OPEN-DATE
             END-IF
             IF TRN-RETIRE-DATE NOT = ZERO
               MOVE TRN-RETIRE-DATE TO TCM-RETIRE-DATE
             END-IF
             IF TRN-STATUS NOT = SPACE
               MOVE TRN-STATUS TO TCM-STATUS
             END-IF
             IF TRN-MAX-CAPACITY NOT = ZERO
               MOVE TRN-MAX-CAPACITY TO TCM-MAX-CAPACITY
             END-IF
             PERFORM REWRITE-AND-JOURNAL
             IF JOURNAL-WRITTEN
               MOVE SPACE TO MNT-MESSAGE
               STRING TCM-TOUR-CODE DELIMITED BY SIZE
                 ' CHANGED' DELIMITED BY SIZE
                 INTO MNT-MESSAGE
               PERFORM SEND-RECORD-SCREEN
             ELSE
               PERFORM SEND-MESSAGE-ONLY
             END-IF
           ELSE
             PERFORM SEND-MESSAGE-ONLY
           END-IF.

      **********************************************
      * Retire - status R on the date keyed.  No date
      *  keyed leaves it for TCODMNT to set to the
      *  business date
      **********************************************
       RETIRE-TOUR-CODE.
           PERFORM READ-FOR-UPDATE
           IF MNT-RESP = DFHRESP(NORMAL)
             MOVE 'R' TO TCM-STATUS
             MOVE TRN-RETIRE-DATE TO TCM-RETIRE-DATE
             PERFORM REWRITE-AND-JOURNAL
             IF JOURNAL-WRITTEN
               MOVE SPACE TO MNT-MESSAGE
               STRING TCM-TOUR-CODE DELIMITED BY SIZE
                 ' RETIRED' DELIMITED BY SIZE
                 INTO MNT-MESSAGE
               IF TCM-RETIRE-DATE = ZERO
                 MOVE '- RETIRES ON TONIGHT''S BUSINESS DATE'
                   TO MNT-MESSAGE (13:36)
               END-IF
               PERFORM SEND-RECORD-SCREEN
             ELSE
               PERFORM SEND-MESSAGE-ONLY
             END-IF
           ELSE
             PERFORM SEND-MESSAGE-ONLY
           END-IF.

      **********************************************
      * Read the code for update and keep the record
      *  as it stood for the journal's before image
      **********************************************
       READ-FOR-UPDATE.
           EXEC CICS READ FILE('TCODMST')
                          INTO(TCM-REC)
                          RIDFLD(TRN-TOUR-CODE)
                          UPDATE
                          RESP(MNT-RESP)
           END-EXEC
           EVALUATE TRUE
             WHEN MNT-RESP = DFHRESP(NORMAL)
               MOVE TCM-REC TO JRN-BEFORE-IMAGE
             WHEN MNT-RESP = DFHRESP(NOTFND)
               PERFORM FORMAT-NOT-ON-FILE
             WHEN OTHER
               MOVE 'TCODMST' TO MNT-FILE-NAME
               PERFORM FORMAT-RESP-MESSAGE
           END-EVALUATE.

      **********************************************
      * Rewrite the changed record and journal it
      **********************************************
       REWRITE-AND-JOURNAL.
           SET JOURNAL-NOT-WRITTEN TO TRUE
           EXEC CICS REWRITE FILE('TCODMST')
                             FROM(TCM-REC)
                             RESP(MNT-RESP)
           END-EXEC
           IF MNT-RESP = DFHRESP(NORMAL)
             PERFORM WRITE-JOURNAL-RECORD
           ELSE
             MOVE 'TCODMST' TO MNT-FILE-NAME
             PERFORM FORMAT-RESP-MESSAGE
           END-IF.

      **********************************************
      * Journal the change - stamped with the time,
      *  the signed-on user and the terminal.  With
      *  no journal the master update is backed out,
      *  so no change is ever made unrecorded
      **********************************************
       WRITE-JOURNAL-RECORD.
           EXEC CICS ASKTIME ABSTIME(MNT-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(MNT-ABSTIME)
                                YYYYMMDD(JRN-DATE)
                                TIME(JRN-TIME)
           END-EXEC
           EXEC CICS ASSIGN USERID(JRN-USER-ID)
           END-EXEC
           MOVE EIBTRMID TO JRN-TERM-ID
           MOVE EIBTRNID TO JRN-TRAN-ID
           MOVE TRN-REC TO JRN-TRANS
           MOVE TCM-REC TO JRN-AFTER-IMAGE
           EXEC CICS WRITE FILE('TCODJRN')
                           FROM(JRN-REC)
                           RIDFLD(MNT-JOURNAL-RBA)
                           RBA
                           RESP(MNT-RESP)
           END-EXEC
           IF MNT-RESP = DFHRESP(NORMAL)
             SET JOURNAL-WRITTEN TO TRUE
           ELSE
             SET JOURNAL-NOT-WRITTEN TO TRUE
             MOVE MNT-RESP TO MNT-EDIT-RESP
             EXEC CICS SYNCPOINT ROLLBACK
             END-EXEC
             MOVE SPACE TO MNT-MESSAGE
             STRING 'TCODJRN NOT AVAILABLE - RESP' DELIMITED BY SIZE
               MNT-EDIT-RESP DELIMITED BY SIZE
               ' - NOTHING CHANGED, TELL OPERATIONS' DELIMITED BY
                 SIZE
               INTO MNT-MESSAGE
           END-IF.

      **********************************************
      * Change or retire with no code on file - in
      *  TCODMNT's words
      **********************************************
       FORMAT-NOT-ON-FILE.
           MOVE SPACE TO MNT-MESSAGE
           IF TRN-DISPLAY
             STRING TRN-TOUR-CODE DELIMITED BY SIZE
               ' CODE NOT ON FILE' DELIMITED BY SIZE
               INTO MNT-MESSAGE
           ELSE
             STRING TRN-ACTION DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TRN-TOUR-CODE DELIMITED BY SIZE
               ' CODE NOT ON FILE' DELIMITED BY SIZE
               INTO MNT-MESSAGE
           END-IF.

      **********************************************
      * A file the region could not use - name it and
      *  its response on the message line
      **********************************************
       FORMAT-RESP-MESSAGE.
           MOVE MNT-RESP TO MNT-EDIT-RESP
           MOVE SPACE TO MNT-MESSAGE
           STRING MNT-FILE-NAME DELIMITED BY SPACE
             ' NOT AVAILABLE - RESP' DELIMITED BY SIZE
             MNT-EDIT-RESP DELIMITED BY SIZE
             ' - TELL OPERATIONS' DELIMITED BY SIZE
             INTO MNT-MESSAGE.

      **********************************************
      * Send the record as it now stands, with the
      *  action cleared for the next one.  Zero dates
      *  show blank
      **********************************************
       SEND-RECORD-SCREEN.
           MOVE TCM-TOUR-CODE TO CA-TOUR-CODE
           MOVE LOW-VALUE TO TCODMPO
           MOVE SPACE TO ACTNO
           MOVE TCM-TOUR-CODE TO TCODEO
           MOVE TCM-TOUR-DESC TO TDESCO
           IF TCM-OPEN-DATE = ZERO
             MOVE SPACE TO TOPENO
           ELSE
             MOVE TCM-OPEN-DATE TO TOPENO
           END-IF
           IF TCM-RETIRE-DATE = ZERO
             MOVE SPACE TO TRETRO
           ELSE
             MOVE TCM-RETIRE-DATE TO TRETRO
           END-IF
           MOVE TCM-STATUS TO TSTATO
           MOVE TCM-MAX-CAPACITY TO TCAPO
           MOVE MNT-MESSAGE TO MSGLNO
           EXEC CICS SEND MAP('TCODMP')
                          MAPSET('TCODMS')
                          FROM(TCODMPO)
                          ERASE
           END-EXEC.

      **********************************************
      * Send a fresh, empty screen
      **********************************************
       SEND-EMPTY-SCREEN.
           MOVE LOW-VALUE TO TCODMPO
           MOVE MNT-MESSAGE TO MSGLNO
           EXEC CICS SEND MAP('TCODMP')
                          MAPSET('TCODMS')
                          FROM(TCODMPO)
                          ERASE
           END-EXEC.

      **********************************************
      * Send the message alone - the screen stays as
      *  keyed, fields still marked as keyed, so the
      *  user corrects only what is wrong
      **********************************************
       SEND-MESSAGE-ONLY.
           MOVE LOW-VALUE TO TCODMPO
           MOVE MNT-MESSAGE TO MSGLNO
           EXEC CICS SEND MAP('TCODMP')
                          MAPSET('TCODMS')
                          FROM(TCODMPO)
                          DATAONLY
           END-EXEC.

      **********************************************
      * PF3 - clear the screen and end the
      *  conversation
      **********************************************
       END-TRANSACTION.
           EXEC CICS SEND CONTROL ERASE FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.
       END PROGRAM 'TCODMNTC'.
