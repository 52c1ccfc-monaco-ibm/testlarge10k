       01 MNT-EDIT-RATE             PIC ZZ9.9999.
       01 MNT-EDIT-PCT              PIC ZZZZ9.
       01 MNT-RUN-DATE              PIC 9(08) VALUE ZERO.
       01 MNT-BDATE-RESULT          PIC X(01) VALUE SPACE.
          88 BUSINESS-DATE-VALID       VALUE 'V'.
       01 MNT-TOLERANCE-PCT         PIC 9(03) VALUE ZERO.
       01 MNT-MASTER-STATUS         PIC X(01).
          88 MASTER-END-OF-FILE        VALUE 'E'.
       PROCEDURE DIVISION USING FXR-TOLERANCE-PARM.
       MAINLINE SECTION.
           DISPLAY 'FXRMNT STARTED...'
           CALL 'GETBDATE' USING MNT-RUN-DATE MNT-BDATE-RESULT
           IF NOT BUSINESS-DATE-VALID
             DISPLAY 'FXRMNT *** RUN REFUSED - BUSINESS DATE '
                 'NOT AVAILABLE ***'
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM INIT
             PERFORM BALANCE-LINE
               UNTIL MASTER-END-OF-FILE AND TRANS-END-OF-FILE
             PERFORM END-PROCESS
           END-IF
           IF RETURN-CODE = ZERO
             DISPLAY 'FXRMNT SUCCESSFUL'
           ELSE
       INIT.
           OPEN INPUT FXRATES FXRTRN
                OUTPUT FXRNEW FXRRPT
           IF FXR-TOLERANCE-PARM = ZERO
             MOVE 20 TO MNT-TOLERANCE-PCT
           ELSE
