       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    FH02P9M8.
      *
       AUTHOR.        FEP INTERNAL.
      *
       DATE-WRITTEN.  OCT 15, 2026.
       DATE-COMPILED.
      *
      *================================================================
      *    FUNCTION:
      *================================================================
      *
      *    DAILY PROMPT-PAY INTEREST REGISTER.  READS THE DAY'S
      *    INTEREST-DUE FEED THAT 5300-CALC-PROMPT-PAY-INTEREST IN
      *    FH02P0M3 WRITES THROUGH FH02P0NG -- ONE RECORD PER APPROVED
      *    CLAIM THAT PAID PAST THE PROMPT-PAY DEADLINE, SORTED INTO
      *    PLAN AND CLAIM SEQUENCE AHEAD OF THIS STEP -- AND PRINTS
      *    THE REGISTER BY PLAN:  ONE LINE PER CLAIM WITH ITS DATES,
      *    ELAPSED, CREDITED, AND LATE DAYS, THE PAID BASE, THE RATE
      *    AND DAY-COUNT BASIS APPLIED, AND THE INTEREST DUE, THEN A
      *    TOTAL PER PLAN AND FOR THE RUN.  FINANCE SUMS THE DAILY
      *    REGISTERS FOR THE QUARTERLY PROMPT-PAY EXPOSURE.
      *
      *    A LATE CLAIM WITH NO 'PROMPT-PAY-RATE' ROW ON FILE CARRIES
      *    ZERO INTEREST.  IT IS PRINTED AND FLAGGED, COUNTED ON ITS
      *    PLAN TOTAL, AND ENDS THE RUN WITH RC 4 SO THE RATE ROW GETS
      *    KEYED AND THE INTEREST CALCULATED BEFORE THE CHECK RUN.
      *
      *================================================================
      *
      *  MAINTENANCE HISTORY:
      *
      *  VER    DATE       PPR     PROG  COMMENTS
      *  --  ----------  ---------  --   -------------------------------
      *  01  10/15/2026  TT 1400860 DLH  ORIGINAL VERSION.  DAILY
      *                                  PROMPT-PAY INTEREST REGISTER
      *                                  BY PLAN FROM THE FH02P0NG
      *                                  INTEREST-DUE FEED.
      *
      *================================================================
      *
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT INTEREST-DUE-FILE      ASSIGN TO INTDUE
                  FILE STATUS IS IDR-FILE-STATUS.
      *
           SELECT INTEREST-REGISTER      ASSIGN TO INTREG
                  FILE STATUS IS RPT-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  INTEREST-DUE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  INTEREST-DUE-RECORD            PIC X(102).
      *
       FD  INTEREST-REGISTER
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  INTEREST-REGISTER-LINE         PIC X(133).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           04  IDR-EOF-SW                     PIC X(01)  VALUE 'N'.
               88  IDR-END-OF-FILE                VALUE 'Y'.
      *
       01  FILE-STATUS-FIELDS.
           04  IDR-FILE-STATUS                PIC X(02)  VALUE SPACES.
           04  RPT-FILE-STATUS                PIC X(02)  VALUE SPACES.
      *
       01  WORK-AREAS.
           04  IDR-RECORDS-READ               PIC S9(09) BINARY
                                                         VALUE +0.
           04  IDR-RATE-MISSING-CNT           PIC S9(09) BINARY
                                                         VALUE +0.
           04  IDR-PLANS-REPORTED             PIC S9(09) BINARY
                                                         VALUE +0.
           04  IDR-RPT-LINE-CNT               PIC S9(04) BINARY
                                                         VALUE +99.
           04  IDR-RPT-PAGE-CNT               PIC S9(04) BINARY
                                                         VALUE +0.
           04  IDR-DISPLAY-COUNT              PIC ZZZ,ZZZ,ZZ9.
           04  IDR-HOLD-PLAN-CODE             PIC X(03)  VALUE SPACES.
      *
       01  CURRENT-DATE-FIELDS.
           04  CDF-CURRENT-DATE.
               08  CDF-CCYY                   PIC 9(04).
               08  CDF-MM                     PIC 9(02).
               08  CDF-DD                     PIC 9(02).
      *
      *-----------------------------------------------------------------
      *  PLAN AND RUN TOTALS
      *-----------------------------------------------------------------
       01  PLAN-TOTALS.
           04  PLN-CLAIM-CNT                  PIC S9(09) BINARY.
           04  PLN-RATE-MISSING-CNT           PIC S9(09) BINARY.
           04  PLN-INTEREST-BASE              PIC S9(11)V99 COMP-3.
           04  PLN-INTEREST-AMOUNT            PIC S9(09)V99 COMP-3.
      *
       01  RUN-TOTALS.
           04  RUN-CLAIM-CNT                  PIC S9(09) BINARY
                                                         VALUE +0.
           04  RUN-INTEREST-BASE              PIC S9(11)V99 COMP-3
                                                         VALUE +0.
           04  RUN-INTEREST-AMOUNT            PIC S9(09)V99 COMP-3
                                                         VALUE +0.
      *
      *-----------------------------------------------------------------
      *  THE INTEREST-DUE RECORD, AS FH02P0M3 HANDS IT TO FH02P0NG
      *  (THE IPI- GROUP).  RATES ARE ANNUAL BASIS POINTS.
      *-----------------------------------------------------------------
       01  IDR-INTEREST-DUE-REC.
           04  IDR-CLAIM-NUMBER               PIC X(11).
           04  IDR-PLAN-CODE                  PIC X(03).
           04  IDR-CONTRACT-ID-NUMBER         PIC X(09).
           04  IDR-PATIENT-CODE               PIC X(02).
           04  IDR-PROVIDER-ID                PIC X(10).
           04  IDR-RECEIVED-DATE              PIC 9(08).
           04  IDR-PROCESSED-DATE             PIC 9(08).
           04  IDR-ELAPSED-DAYS               PIC S9(05).
           04  IDR-CLOCK-CREDIT-DAYS          PIC S9(05).
           04  IDR-DEADLINE-DAYS              PIC S9(05).
           04  IDR-LATE-DAYS                  PIC S9(05).
           04  IDR-INTEREST-BASE              PIC S9(09)V99.
           04  IDR-ANNUAL-RATE-BP             PIC S9(05)V99.
           04  IDR-DAY-BASIS                  PIC 9(03).
           04  IDR-INTEREST-AMOUNT            PIC S9(07)V99.
           04  IDR-STATUS                     PIC X(01).
               88  IDR-INTEREST-DUE               VALUE 'D'.
               88  IDR-RATE-NOT-ON-FILE           VALUE 'R'.
      *
      *-----------------------------------------------------------------
      *  REPORT LINES
      *-----------------------------------------------------------------
       01  RPT-HEADING-1.
           04  FILLER                         PIC X(01)  VALUE '1'.
           04  FILLER                         PIC X(48)  VALUE
               'FH02P9M8  DAILY PROMPT-PAY INTEREST REGISTER FOR'.
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-HDG-RUN-DATE.
               08  RPT-HDG-MM                 PIC 9(02).
               08  FILLER                     PIC X(01)  VALUE '/'.
               08  RPT-HDG-DD                 PIC 9(02).
               08  FILLER                     PIC X(01)  VALUE '/'.
               08  RPT-HDG-CCYY               PIC 9(04).
           04  FILLER                         PIC X(63)  VALUE SPACES.
           04  FILLER                         PIC X(05)  VALUE 'PAGE '.
           04  RPT-HDG-PAGE                   PIC ZZZ9.
           04  FILLER                         PIC X(01)  VALUE SPACES.
      *
       01  RPT-HEADING-2.
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  FILLER                         PIC X(41)  VALUE
               'PLN CLAIM NUMBER CONTRACT  PT PROVIDER'.
           04  FILLER                         PIC X(42)  VALUE
               'RECEIVED PROCESSD ELAPS CREDT DEADL  LATE'.
           04  FILLER                         PIC X(49)  VALUE
               '    PAID BASE   RATE-BP BASIS INTEREST DUE'.
      *
       01  RPT-DETAIL-LINE.
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-DTL-PLAN-CODE              PIC X(03).
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-DTL-CLAIM-NUMBER           PIC X(11).
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-DTL-CONTRACT-ID            PIC X(09).
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-DTL-PATIENT-CODE           PIC X(02).
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-DTL-PROVIDER-ID            PIC X(10).
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-DTL-RECEIVED-DATE          PIC 9(08).
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-DTL-PROCESSED-DATE         PIC 9(08).
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-DTL-ELAPSED-DAYS           PIC ZZZZ9.
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-DTL-CREDIT-DAYS            PIC ZZZZ9.
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-DTL-DEADLINE-DAYS          PIC ZZZZ9.
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-DTL-LATE-DAYS              PIC ZZZZ9.
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-DTL-INTEREST-BASE          PIC ZZZ,ZZZ,ZZ9.99.
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-DTL-RATE-BP                PIC ZZ,ZZ9.99.
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-DTL-DAY-BASIS              PIC ZZ9.
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-DTL-INTEREST-AMOUNT        PIC Z,ZZZ,ZZ9.99.
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-DTL-RATE-FLAG              PIC X(07).
      *
       01  RPT-PLAN-TOTAL-LINE.
           04  FILLER                         PIC X(01)  VALUE '0'.
           04  FILLER                         PIC X(11)  VALUE
               'PLAN TOTAL '.
           04  RPT-PLN-PLAN-CODE              PIC X(03).
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  FILLER                         PIC X(08)  VALUE
               'CLAIMS: '.
           04  RPT-PLN-CLAIM-CNT              PIC ZZZ,ZZZ,ZZ9.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  FILLER                         PIC X(14)  VALUE
               'RATE MISSING: '.
           04  RPT-PLN-RATE-MISSING           PIC ZZZ,ZZZ,ZZ9.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  FILLER                         PIC X(06)  VALUE
               'BASE: '.
           04  RPT-PLN-INTEREST-BASE          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  FILLER                         PIC X(10)  VALUE
               'INTEREST: '.
           04  RPT-PLN-INTEREST-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
           04  FILLER                         PIC X(19)  VALUE SPACES.
      *
       01  RPT-TOTAL-LINE.
           04  FILLER                         PIC X(01)  VALUE '0'.
           04  RPT-TOT-LITERAL                PIC X(30).
           04  RPT-TOT-COUNT                  PIC ZZZ,ZZZ,ZZ9.
           04  FILLER                         PIC X(91)  VALUE SPACES.
      *
       01  RPT-TOTAL-AMOUNT-LINE.
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-TAM-LITERAL                PIC X(30).
           04  RPT-TAM-AMOUNT                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           04  FILLER                         PIC X(85)  VALUE SPACES.
      *
      *=================================================================
      *===      PROCEDURE DIVISION
      *=================================================================
       PROCEDURE DIVISION.
      *
      *=================================================================
      *===      MAINLINE
      *=================================================================
       0000-MAINLINE.
      *
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
      *
           PERFORM 2000-PROCESS-INTEREST-DUE THRU 2000-EXIT
              UNTIL IDR-END-OF-FILE
      *
           PERFORM 5000-FINALIZE THRU 5000-EXIT
           .
       0000-GOBACK.
           GOBACK.
      *
       1000-INITIALIZE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   OPEN THE FILES AND PRIME THE FIRST READ.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           OPEN INPUT  INTEREST-DUE-FILE
                OUTPUT INTEREST-REGISTER
      *
           IF  IDR-FILE-STATUS NOT = '00'
           OR  RPT-FILE-STATUS NOT = '00'
               DISPLAY 'FH02P9M8 OPEN FAILED - IDR ' IDR-FILE-STATUS
                       ' RPT ' RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF
      *
           ACCEPT CDF-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE CDF-MM   TO RPT-HDG-MM
           MOVE CDF-DD   TO RPT-HDG-DD
           MOVE CDF-CCYY TO RPT-HDG-CCYY
      *
           PERFORM 2900-READ-INTEREST-DUE THRU 2900-EXIT
           IF  NOT IDR-END-OF-FILE
               MOVE IDR-PLAN-CODE TO IDR-HOLD-PLAN-CODE
               PERFORM 2200-RESET-PLAN-TOTALS THRU 2200-EXIT
           END-IF
           .
       1000-EXIT.
           EXIT.
      *
       2000-PROCESS-INTEREST-DUE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   PRINT ONE CLAIM, BREAKING ON PLAN.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           IF  IDR-PLAN-CODE NOT = IDR-HOLD-PLAN-CODE
               PERFORM 2300-WRITE-PLAN-TOTAL THRU 2300-EXIT
               MOVE IDR-PLAN-CODE TO IDR-HOLD-PLAN-CODE
               PERFORM 2200-RESET-PLAN-TOTALS THRU 2200-EXIT
           END-IF
      *
           IF  IDR-RPT-LINE-CNT > 58
               PERFORM 2100-WRITE-HEADINGS THRU 2100-EXIT
           END-IF
      *
           MOVE IDR-PLAN-CODE           TO RPT-DTL-PLAN-CODE
           MOVE IDR-CLAIM-NUMBER        TO RPT-DTL-CLAIM-NUMBER
           MOVE IDR-CONTRACT-ID-NUMBER  TO RPT-DTL-CONTRACT-ID
           MOVE IDR-PATIENT-CODE        TO RPT-DTL-PATIENT-CODE
           MOVE IDR-PROVIDER-ID         TO RPT-DTL-PROVIDER-ID
           MOVE IDR-RECEIVED-DATE       TO RPT-DTL-RECEIVED-DATE
           MOVE IDR-PROCESSED-DATE      TO RPT-DTL-PROCESSED-DATE
           MOVE IDR-ELAPSED-DAYS        TO RPT-DTL-ELAPSED-DAYS
           MOVE IDR-CLOCK-CREDIT-DAYS   TO RPT-DTL-CREDIT-DAYS
           MOVE IDR-DEADLINE-DAYS       TO RPT-DTL-DEADLINE-DAYS
           MOVE IDR-LATE-DAYS           TO RPT-DTL-LATE-DAYS
           MOVE IDR-INTEREST-BASE       TO RPT-DTL-INTEREST-BASE
           MOVE IDR-ANNUAL-RATE-BP      TO RPT-DTL-RATE-BP
           MOVE IDR-DAY-BASIS           TO RPT-DTL-DAY-BASIS
           MOVE IDR-INTEREST-AMOUNT     TO RPT-DTL-INTEREST-AMOUNT
           IF  IDR-RATE-NOT-ON-FILE
               MOVE 'NO RATE'           TO RPT-DTL-RATE-FLAG
               ADD +1 TO PLN-RATE-MISSING-CNT
                         IDR-RATE-MISSING-CNT
           ELSE
               MOVE SPACES              TO RPT-DTL-RATE-FLAG
           END-IF
      *
           WRITE INTEREST-REGISTER-LINE FROM RPT-DETAIL-LINE
           ADD +1 TO IDR-RPT-LINE-CNT
      *
           ADD +1                  TO PLN-CLAIM-CNT
           ADD IDR-INTEREST-BASE   TO PLN-INTEREST-BASE
           ADD IDR-INTEREST-AMOUNT TO PLN-INTEREST-AMOUNT
      *
           PERFORM 2900-READ-INTEREST-DUE THRU 2900-EXIT
           IF  IDR-END-OF-FILE
               PERFORM 2300-WRITE-PLAN-TOTAL THRU 2300-EXIT
           END-IF
           .
       2000-EXIT.
           EXIT.
      *
       2100-WRITE-HEADINGS.
           ADD +1 TO IDR-RPT-PAGE-CNT
           MOVE IDR-RPT-PAGE-CNT TO RPT-HDG-PAGE
           WRITE INTEREST-REGISTER-LINE FROM RPT-HEADING-1
           WRITE INTEREST-REGISTER-LINE FROM RPT-HEADING-2
           MOVE SPACES TO INTEREST-REGISTER-LINE
           WRITE INTEREST-REGISTER-LINE
           MOVE +3 TO IDR-RPT-LINE-CNT
           .
       2100-EXIT.
           EXIT.
      *
       2200-RESET-PLAN-TOTALS.
           MOVE ZEROES TO PLN-CLAIM-CNT
                          PLN-RATE-MISSING-CNT
                          PLN-INTEREST-BASE
                          PLN-INTEREST-AMOUNT
           .
       2200-EXIT.
           EXIT.
      *
       2300-WRITE-PLAN-TOTAL.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   PRINT THE PLAN TOTAL AND ROLL IT INTO THE RUN TOTALS.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           IF  IDR-RPT-LINE-CNT > 56
               PERFORM 2100-WRITE-HEADINGS THRU 2100-EXIT
           END-IF
      *
           MOVE IDR-HOLD-PLAN-CODE      TO RPT-PLN-PLAN-CODE
           MOVE PLN-CLAIM-CNT           TO RPT-PLN-CLAIM-CNT
           MOVE PLN-RATE-MISSING-CNT    TO RPT-PLN-RATE-MISSING
           MOVE PLN-INTEREST-BASE       TO RPT-PLN-INTEREST-BASE
           MOVE PLN-INTEREST-AMOUNT     TO RPT-PLN-INTEREST-AMOUNT
           WRITE INTEREST-REGISTER-LINE FROM RPT-PLAN-TOTAL-LINE
           MOVE SPACES TO INTEREST-REGISTER-LINE
           WRITE INTEREST-REGISTER-LINE
           ADD +3 TO IDR-RPT-LINE-CNT
      *
           ADD +1                  TO IDR-PLANS-REPORTED
           ADD PLN-CLAIM-CNT       TO RUN-CLAIM-CNT
           ADD PLN-INTEREST-BASE   TO RUN-INTEREST-BASE
           ADD PLN-INTEREST-AMOUNT TO RUN-INTEREST-AMOUNT
           .
       2300-EXIT.
           EXIT.
      *
       2900-READ-INTEREST-DUE.
           READ INTEREST-DUE-FILE INTO IDR-INTEREST-DUE-REC
               AT END
                   SET IDR-END-OF-FILE TO TRUE
               NOT AT END
                   ADD +1 TO IDR-RECORDS-READ
           END-READ
           .
       2900-EXIT.
           EXIT.
      *
       5000-FINALIZE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   PRINT THE RUN TOTALS, CLOSE THE FILES, AND REPORT THE RUN.
      *   A CLAIM WITH NO RATE ON FILE RAISES RC 4.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           IF  IDR-RECORDS-READ = 0
               PERFORM 2100-WRITE-HEADINGS THRU 2100-EXIT
               MOVE 'NO PROMPT-PAY INTEREST DUE    '
                 TO RPT-TOT-LITERAL
               MOVE ZEROES TO RPT-TOT-COUNT
               WRITE INTEREST-REGISTER-LINE FROM RPT-TOTAL-LINE
           ELSE
               MOVE 'PLANS REPORTED:               '
                 TO RPT-TOT-LITERAL
               MOVE IDR-PLANS-REPORTED TO RPT-TOT-COUNT
               WRITE INTEREST-REGISTER-LINE FROM RPT-TOTAL-LINE
               MOVE 'CLAIMS WITH INTEREST DUE:     '
                 TO RPT-TOT-LITERAL
               MOVE RUN-CLAIM-CNT TO RPT-TOT-COUNT
               WRITE INTEREST-REGISTER-LINE FROM RPT-TOTAL-LINE
               MOVE 'CLAIMS WITH NO RATE ON FILE:  '
                 TO RPT-TOT-LITERAL
               MOVE IDR-RATE-MISSING-CNT TO RPT-TOT-COUNT
               WRITE INTEREST-REGISTER-LINE FROM RPT-TOTAL-LINE
               MOVE 'TOTAL PAID BASE:              '
                 TO RPT-TAM-LITERAL
               MOVE RUN-INTEREST-BASE TO RPT-TAM-AMOUNT
               WRITE INTEREST-REGISTER-LINE FROM RPT-TOTAL-AMOUNT-LINE
               MOVE 'TOTAL INTEREST DUE:           '
                 TO RPT-TAM-LITERAL
               MOVE RUN-INTEREST-AMOUNT TO RPT-TAM-AMOUNT
               WRITE INTEREST-REGISTER-LINE FROM RPT-TOTAL-AMOUNT-LINE
           END-IF
      *
           CLOSE INTEREST-DUE-FILE
                 INTEREST-REGISTER
      *
           MOVE IDR-RECORDS-READ TO IDR-DISPLAY-COUNT
           DISPLAY 'FH02P9M8 INTEREST RECORDS READ: ' IDR-DISPLAY-COUNT
           MOVE IDR-PLANS-REPORTED TO IDR-DISPLAY-COUNT
           DISPLAY 'FH02P9M8 PLANS REPORTED:        ' IDR-DISPLAY-COUNT
           MOVE IDR-RATE-MISSING-CNT TO IDR-DISPLAY-COUNT
           DISPLAY 'FH02P9M8 CLAIMS WITH NO RATE:   ' IDR-DISPLAY-COUNT
      *
           IF  IDR-RATE-MISSING-CNT > 0
           AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       5000-EXIT.
           EXIT.
