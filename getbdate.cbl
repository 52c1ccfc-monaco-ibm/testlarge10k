      ******************************************************************
      * GETBDATE - business date subprogram                            *
      *                                                                *
      * Hands the cycle's business date from the business date        *
      * control file (BUSDATE) to the calling program, so every step  *
      * of a cycle - however late it runs, or when last week's cycle  *
      * is rerun - judges tour codes, rates, holdovers and rejects    *
      * against the same day.  BUSDATE holds a single record and is   *
      * moved forward only by the DATEROLL step.  The record is read  *
      * on the first call and held for the life of the run.           *
      *                                                                *
      * Result codes returned to the caller:                          *
      *   V - business date returned                                  *
      *   M - BUSDATE is empty or its date is not a valid yyyymmdd;   *
      *       the date is returned as zero and the caller refuses     *
      *       to run                                                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GETBDATE.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT BUSDATE  ASSIGN TO BUSDATE.
      *
       DATA DIVISION.
       FILE SECTION.
      *Business date control record - one record, rewritten by
      * DATEROLL
       FD BUSDATE RECORDING MODE IS F
           LABEL RECORD IS STANDARD BLOCK CONTAINS 0 RECORDS.
       01 BUSDATE-REC.
          03 BD-BUSINESS-DATE          PIC 9(08).
          03 BD-DATE-PARTS REDEFINES BD-BUSINESS-DATE.
             05 BD-BUSINESS-YEAR       PIC 9(04).
             05 BD-BUSINESS-MM         PIC 9(02).
             05 BD-BUSINESS-DD         PIC 9(02).
          03 BD-PRIOR-BUSINESS-DATE    PIC 9(08).
          03 BD-ROLL-SYSTEM-DATE       PIC 9(08).
          03 BD-ROLL-SYSTEM-TIME       PIC 9(06).
          03 FILLER                    PIC X(50).

       WORKING-STORAGE SECTION.
       01 GBD-FIRST-TIME-SW         PIC X(01) VALUE 'Y'.
          88 GBD-FIRST-TIME            VALUE 'Y'.
          88 GBD-DATE-LOADED           VALUE 'N'.
       01 GBD-HELD-DATE             PIC 9(08) VALUE ZERO.
       01 GBD-HELD-RESULT           PIC X(01) VALUE 'M'.
      *Days in each month, for the date edit - February takes
      * 29 in a leap year
       01 GBD-MONTH-DAYS            PIC 9(02) VALUE ZERO.
       01 GBD-QUOTIENT              PIC 9(04) VALUE ZERO.
       01 GBD-REMAINDER             PIC 9(04) VALUE ZERO.
       01 GBD-MONTH-DAY-VALUES.
          03 FILLER                  PIC X(24)
               VALUE '312831303130313130313031'.
       01 GBD-MONTH-DAY-TABLE REDEFINES GBD-MONTH-DAY-VALUES.
          03 GBD-MONTH-DAY OCCURS 12 TIMES PIC 9(02).
      *
       LINKAGE SECTION.
       01 GBD-BUSINESS-DATE         PIC 9(08).
       01 GBD-RESULT-CODE           PIC X(01).

       PROCEDURE DIVISION USING GBD-BUSINESS-DATE GBD-RESULT-CODE.
       MAINLINE SECTION.
           IF GBD-FIRST-TIME
             PERFORM LOAD-BUSINESS-DATE
             SET GBD-DATE-LOADED TO TRUE
           END-IF
           MOVE GBD-HELD-DATE TO GBD-BUSINESS-DATE
           MOVE GBD-HELD-RESULT TO GBD-RESULT-CODE
           GOBACK.

      **********************************************
      * Read the control record - done once, on the
      *  first call.  An empty file or a date that
      *  is not a real yyyymmdd hands back zero so
      *  no step runs against a made-up day
      **********************************************
       LOAD-BUSINESS-DATE.
           MOVE ZERO TO GBD-HELD-DATE
           MOVE 'M' TO GBD-HELD-RESULT
           OPEN INPUT BUSDATE
           READ BUSDATE
           AT END
             DISPLAY 'GETBDATE *** BUSDATE IS EMPTY ***'
           NOT AT END
             MOVE ZERO TO GBD-MONTH-DAYS
             IF BD-BUSINESS-DATE IS NUMERIC
                AND BD-BUSINESS-YEAR NOT = ZERO
                AND BD-BUSINESS-MM NOT < 1
                AND BD-BUSINESS-MM NOT > 12
               PERFORM SET-MONTH-DAYS
             END-IF
             IF BD-BUSINESS-DD NOT < 1
                AND BD-BUSINESS-DD NOT > GBD-MONTH-DAYS
               MOVE BD-BUSINESS-DATE TO GBD-HELD-DATE
               MOVE 'V' TO GBD-HELD-RESULT
             ELSE
               DISPLAY 'GETBDATE *** BUSDATE DATE INVALID ***'
             END-IF
           END-READ
           CLOSE BUSDATE.

      **********************************************
      * Days in the business date's month -
      *  February takes 29 in a leap year
      **********************************************
       SET-MONTH-DAYS.
           MOVE GBD-MONTH-DAY (BD-BUSINESS-MM) TO GBD-MONTH-DAYS
           IF BD-BUSINESS-MM = 2
             DIVIDE BD-BUSINESS-YEAR BY 4 GIVING GBD-QUOTIENT
               REMAINDER GBD-REMAINDER
             IF GBD-REMAINDER = ZERO
               MOVE 29 TO GBD-MONTH-DAYS
               DIVIDE BD-BUSINESS-YEAR BY 100 GIVING GBD-QUOTIENT
                 REMAINDER GBD-REMAINDER
               IF GBD-REMAINDER = ZERO
                 DIVIDE BD-BUSINESS-YEAR BY 400 GIVING GBD-QUOTIENT
                   REMAINDER GBD-REMAINDER
                 IF GBD-REMAINDER NOT = ZERO
                   MOVE 28 TO GBD-MONTH-DAYS
                 END-IF
               END-IF
             END-IF
           END-IF.
       END PROGRAM 'GETBDATE'.
