      * The maximum capacity field rides the same transactions - an   *
      * add sets it (zero means no cap) and a change replaces it      *
      * when the transaction carries a nonzero value.                 *
      *                                                                *
      * Changes made online on the TCOD screen (TCODMNTC) arrive in   *
      * TCODTRN through TCODEXT, which turns their journal entries    *
      * into transactions in this layout.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCODMNT.
       01 MNT-TRANS-IN-ERROR        PIC 9(07) VALUE ZERO.
       01 MNT-EDIT-COUNT            PIC ZZZZZZ9.
       01 MNT-RUN-DATE              PIC 9(08) VALUE ZERO.
       01 MNT-BDATE-RESULT          PIC X(01) VALUE SPACE.
          88 BUSINESS-DATE-VALID       VALUE 'V'.
       01 MNT-MASTER-STATUS         PIC X(01).
          88 MASTER-END-OF-FILE        VALUE 'E'.
          88 MASTER-NOT-END-OF-FILE    VALUE 'R'.
       PROCEDURE DIVISION.
       MAINLINE SECTION.
           DISPLAY 'TCODMNT STARTED...'
           CALL 'GETBDATE' USING MNT-RUN-DATE MNT-BDATE-RESULT
           IF NOT BUSINESS-DATE-VALID
             DISPLAY 'TCODMNT *** RUN REFUSED - BUSINESS DATE '
                 'NOT AVAILABLE ***'
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM INIT
             PERFORM BALANCE-LINE
               UNTIL MASTER-END-OF-FILE AND TRANS-END-OF-FILE
             PERFORM END-PROCESS
           END-IF
           IF RETURN-CODE = ZERO
             DISPLAY 'TCODMNT SUCCESSFUL'
           ELSE
       INIT.
           OPEN INPUT TCODMST TCODTRN
                OUTPUT TCODNEW TCODRPT
           MOVE SPACE TO RPT-LINE
           STRING 'TCODMNT TOUR CODE MAINTENANCE EDIT REPORT '
               DELIMITED BY SIZE
