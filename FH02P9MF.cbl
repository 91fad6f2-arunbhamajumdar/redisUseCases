       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    FH02P9MF.
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
      *    DAILY HELD PAYMENT AGING REPORT.  LISTS EVERY CLAIM STILL
      *    WAITING ON PAYMENT_HOLD FOR A SECOND APPROVER -- QUEUED BY
      *    5600-PAYMENT-HOLD-SCREEN IN FH02P0M3 THROUGH FH02P0NM AND
      *    NOT YET RELEASED OR DENIED THROUGH FH02P9ME -- BY PLAN,
      *    OLDEST FIRST:  ONE LINE PER CLAIM WITH THE DATE IT WAS
      *    HELD, THE DAYS IT HAS BEEN HELD, THE PAYMENT AND COVERED
      *    CHARGES, THE RULES THAT HELD IT, AND WHO FINALIZED IT, THEN
      *    A TOTAL PER PLAN, THE HELD DOLLARS BY AGE, AND THE RELEASES
      *    AND DENIALS DECIDED ON THE RUN DATE.
      *
      *    RULE LETTERS:  A  PAID OVER THE PLAN'S DOLLAR THRESHOLD
      *                   M  PAID ABOVE A MULTIPLE OF COVERED CHARGES
      *                   D  SAME-DAY PAYMENT TO AN ALREADY-PAID
      *                      PROVIDER (THE OTHER CLAIM IS SHOWN)
      *                   O  HIGH-DOLLAR LINE UNDER AN EXAMINER
      *                      OVERRIDE
      *                   W  PAYS A PROVIDER ON THE WATCHLIST
      *
      *    A HOLD OLDER THAN THE ESCALATION DAYS IS FLAGGED OVERDUE
      *    AND ENDS THE RUN WITH RC 4.  NOTHING IS UPDATED.
      *
      *    PARM:  RUN DATE (CCYY-MM-DD, DEFAULT CURRENT DATE) AND
      *           ESCALATION DAYS (3 DIGITS, DEFAULT 005).
      *
      *================================================================
      *
      *  MAINTENANCE HISTORY:
      *
      *  VER    DATE       PPR     PROG  COMMENTS
      *  --  ----------  ---------  --   -------------------------------
      *  01  10/15/2026  TT 1400866 DLH  ORIGINAL VERSION.  DAILY
      *                                  REPORT OF HELD PAYMENTS AND
      *                                  HOW LONG THEY HAVE WAITED.
      *  02  10/15/2026  TT 1400869 DLH  SHOW THE WATCHLIST HOLD RULE.
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
           SELECT HOLD-AGING-REPORT      ASSIGN TO HOLDRPT
                  FILE STATUS IS RPT-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  HOLD-AGING-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  HOLD-AGING-LINE                PIC X(133).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           04  PHR-EOC-SW                     PIC X(01)  VALUE 'N'.
               88  PHR-END-OF-CURSOR              VALUE 'Y'.
      *
       01  FILE-STATUS-FIELDS.
           04  RPT-FILE-STATUS                PIC X(02)  VALUE SPACES.
      *
       01  CONSTANTS.
           04  PHR-DEFAULT-ESCALATE-DAYS      PIC S9(05) COMP-3
                                                         VALUE +5.
      *
       01  SUBSCRIPTS.
           04  PHR-BKT-SUB                    PIC S9(04) BINARY.
      *
       01  WORK-AREAS.
           04  PHR-HOLDS-READ                 PIC S9(09) BINARY
                                                         VALUE +0.
           04  PHR-OVERDUE-CNT                PIC S9(09) BINARY
                                                         VALUE +0.
           04  PHR-PLANS-REPORTED             PIC S9(09) BINARY
                                                         VALUE +0.
           04  PHR-RPT-LINE-CNT               PIC S9(04) BINARY
                                                         VALUE +99.
           04  PHR-RPT-PAGE-CNT               PIC S9(04) BINARY
                                                         VALUE +0.
           04  PHR-ESCALATE-DAYS              PIC S9(05) COMP-3.
           04  PHR-HOLD-PLAN-CODE             PIC X(03)  VALUE SPACES.
           04  PHR-DISPLAY-COUNT              PIC ZZZ,ZZZ,ZZ9.
      *
      *-----------------------------------------------------------------
      *  PLAN AND RUN TOTALS
      *-----------------------------------------------------------------
       01  PLAN-TOTALS.
           04  PLN-HOLD-CNT                   PIC S9(09) BINARY.
           04  PLN-OVERDUE-CNT                PIC S9(09) BINARY.
           04  PLN-TOTAL-PAID                 PIC S9(11)V99 COMP-3.
      *
       01  RUN-TOTALS.
           04  RUN-HOLD-CNT                   PIC S9(09) BINARY
                                                         VALUE +0.
           04  RUN-TOTAL-PAID                 PIC S9(11)V99 COMP-3
                                                         VALUE +0.
           04  RUN-RELEASED-CNT               PIC S9(09) BINARY
                                                         VALUE +0.
           04  RUN-RELEASED-AMT               PIC S9(11)V99 COMP-3
                                                         VALUE +0.
           04  RUN-DENIED-CNT                 PIC S9(09) BINARY
                                                         VALUE +0.
           04  RUN-DENIED-AMT                 PIC S9(11)V99 COMP-3
                                                         VALUE +0.
      *
      *-----------------------------------------------------------------
      *  AGE BUCKET TOTALS.  SLOTS ARE 0-1, 2-3, 4-7, 8-14, AND 15
      *  DAYS AND OVER.
      *-----------------------------------------------------------------
       01  BUCKET-TOTALS.
           04  BKT-ENTRY                      OCCURS 5 TIMES.
               08  BKT-HOLD-CNT               PIC S9(09) BINARY.
               08  BKT-TOTAL-PAID             PIC S9(11)V99 COMP-3.
      *
       01  BUCKET-LABELS-AREA.
           04  FILLER                         PIC X(10)  VALUE
               '0-1 DAYS'.
           04  FILLER                         PIC X(10)  VALUE
               '2-3 DAYS'.
           04  FILLER                         PIC X(10)  VALUE
               '4-7 DAYS'.
           04  FILLER                         PIC X(10)  VALUE
               '8-14 DAYS'.
           04  FILLER                         PIC X(10)  VALUE
               '15+ DAYS'.
       01  BUCKET-LABELS REDEFINES BUCKET-LABELS-AREA.
           04  BKT-LABEL                      PIC X(10)  OCCURS 5 TIMES.
      *
       01  SQL-SQLCODE                        PIC S9(09).
           88  SQL-SUCCESS                    VALUE 00.
           88  SQL-NOTFND                     VALUE +100.
      *
      *-----------------------------------------------------------------
      *  HOST VARIABLES:  THE RUN DATE AND ONE FETCHED HOLD ROW
      *-----------------------------------------------------------------
       01  PHR-HOST-VARIABLES.
           04  PHR-HV-RUN-DATE                PIC X(10).
           04  PHR-HV-PLAN-CODE               PIC X(03).
           04  PHR-HV-CLAIM-NUMBER            PIC X(11).
           04  PHR-HV-CONTRACT-ID             PIC X(09).
           04  PHR-HV-PATIENT-CODE            PIC X(02).
           04  PHR-HV-PROVIDER-ID             PIC X(10).
           04  PHR-HV-HELD-DATE               PIC X(10).
           04  PHR-HV-HELD-DAYS               PIC S9(09) BINARY.
           04  PHR-HV-TOTAL-PAID              PIC S9(09)V99 COMP-3.
           04  PHR-HV-TOTAL-COVERED           PIC S9(09)V99 COMP-3.
           04  PHR-HV-AMOUNT-RULE-IND         PIC X(01).
           04  PHR-HV-MULTIPLE-RULE-IND       PIC X(01).
           04  PHR-HV-DUP-PROV-RULE-IND       PIC X(01).
           04  PHR-HV-OVERRIDE-RULE-IND       PIC X(01).
           04  PHR-HV-WATCHLIST-RULE-IND      PIC X(01).
           04  PHR-HV-DUP-CLAIM-NUMBER        PIC X(11).
           04  PHR-HV-HELD-USER-ID            PIC X(08).
           04  PHR-HV-DECIDED-CNT             PIC S9(09) BINARY.
           04  PHR-HV-DECIDED-AMT             PIC S9(11)V99 COMP-3.
      *
      *-----------------------------------------------------------------
      *  REPORT LINES
      *-----------------------------------------------------------------
       01  RPT-HEADING-1.
           04  FILLER                         PIC X(01)  VALUE '1'.
           04  FILLER                         PIC X(44)  VALUE
               'FH02P9MF  DAILY HELD PAYMENT AGING REPORT AS'.
           04  FILLER                         PIC X(04)  VALUE ' OF '.
           04  RPT-HDG-RUN-DATE               PIC X(10).
           04  FILLER                         PIC X(64)  VALUE SPACES.
           04  FILLER                         PIC X(05)  VALUE 'PAGE '.
           04  RPT-HDG-PAGE                   PIC ZZZ9.
           04  FILLER                         PIC X(01)  VALUE SPACES.
      *
       01  RPT-HEADING-2.
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  FILLER                         PIC X(30)  VALUE
               'PLN CLAIM NUMBER CONTRACT  PT '.
           04  FILLER                         PIC X(28)  VALUE
               'PROVIDER   HELD DATE   DAYS '.
           04  FILLER                         PIC X(30)  VALUE
               '  PAYMENT HELD   COVERED CHGS '.
           04  FILLER                         PIC X(26)  VALUE
               ' RULE  OTHER CLAIM HELD BY'.
           04  FILLER                         PIC X(18)  VALUE SPACES.
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
           04  RPT-DTL-HELD-DATE              PIC X(10).
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-DTL-HELD-DAYS              PIC ZZZZ9.
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-DTL-TOTAL-PAID             PIC ZZZ,ZZZ,ZZ9.99.
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-DTL-TOTAL-COVERED          PIC ZZZ,ZZZ,ZZ9.99.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-DTL-RULES.
               08  RPT-DTL-RULE-A             PIC X(01).
               08  RPT-DTL-RULE-M             PIC X(01).
               08  RPT-DTL-RULE-D             PIC X(01).
               08  RPT-DTL-RULE-O             PIC X(01).
               08  RPT-DTL-RULE-W             PIC X(01).
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-DTL-DUP-CLAIM-NUMBER       PIC X(11).
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-DTL-HELD-USER-ID           PIC X(08).
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-DTL-OVERDUE-FLAG           PIC X(07).
           04  FILLER                         PIC X(09)  VALUE SPACES.
      *
       01  RPT-PLAN-TOTAL-LINE.
           04  FILLER                         PIC X(01)  VALUE '0'.
           04  FILLER                         PIC X(11)  VALUE
               'PLAN TOTAL '.
           04  RPT-PLN-PLAN-CODE              PIC X(03).
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  FILLER                         PIC X(07)  VALUE
               'HELD: '.
           04  RPT-PLN-HOLD-CNT               PIC ZZZ,ZZZ,ZZ9.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  FILLER                         PIC X(09)  VALUE
               'OVERDUE: '.
           04  RPT-PLN-OVERDUE-CNT            PIC ZZZ,ZZZ,ZZ9.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  FILLER                         PIC X(14)  VALUE
               'PAYMENT HELD: '.
           04  RPT-PLN-TOTAL-PAID             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           04  FILLER                         PIC X(43)  VALUE SPACES.
      *
       01  RPT-BUCKET-LINE.
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  FILLER                         PIC X(08)  VALUE
               'HELD   '.
           04  RPT-BKT-LABEL                  PIC X(10).
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-BKT-HOLD-CNT               PIC ZZZ,ZZZ,ZZ9.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-BKT-TOTAL-PAID             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           04  FILLER                         PIC X(82)  VALUE SPACES.
      *
       01  RPT-TOTAL-LINE.
           04  FILLER                         PIC X(01)  VALUE '0'.
           04  RPT-TOT-LITERAL                PIC X(40).
           04  RPT-TOT-COUNT                  PIC ZZZ,ZZZ,ZZ9.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-TOT-AMOUNT                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           04  FILLER                         PIC X(62)  VALUE SPACES.
      *
      *-------------------------------------------------------------*
      *                      DB2 DECLARATIONS                       *
      *-------------------------------------------------------------*
      *
           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
                DECLARE OPEN-HOLDS CURSOR FOR
                SELECT
                  A.PLAN_CODE
                 ,A.CLAIM_NUMBER
                 ,A.CONTRACT_ID_NUMBER
                 ,A.PATIENT_CODE
                 ,A.PROVIDER_ID
                 ,CHAR(DATE(A.HELD_TS), ISO)
                 ,DAYS(DATE(:PHR-HV-RUN-DATE)) - DAYS(DATE(A.HELD_TS))
                 ,A.TOTAL_PAID_AMT
                 ,A.TOTAL_COVERED_AMT
                 ,A.AMOUNT_RULE_IND
                 ,A.MULTIPLE_RULE_IND
                 ,A.DUP_PROV_RULE_IND
                 ,A.OVERRIDE_RULE_IND
                 ,A.WATCHLIST_RULE_IND
                 ,VALUE(A.DUP_CLAIM_NUMBER, ' ')
                 ,A.HELD_USER_ID
                FROM
                  PAYMENT_HOLD A
                WHERE
                  A.HOLD_STATUS = 'H'
                ORDER BY
                  A.PLAN_CODE
                 ,A.HELD_TS
           END-EXEC.
      *
      *=================================================================
      *===      LINKAGE SECTION
      *=================================================================
       LINKAGE SECTION.
      *
       01  PARM-DATA.
           04  PARM-LENGTH                    PIC S9(04) BINARY.
           04  PARM-RUN-DATE                  PIC X(10).
           04  PARM-ESCALATE-DAYS             PIC 9(03).
      *
      *=================================================================
      *===      PROCEDURE DIVISION
      *=================================================================
       PROCEDURE DIVISION  USING  PARM-DATA.
      *
      *=================================================================
      *===      MAINLINE
      *=================================================================
       0000-MAINLINE.
      *
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
      *
           PERFORM 2000-PROCESS-HOLD THRU 2000-EXIT
              UNTIL PHR-END-OF-CURSOR
      *
           PERFORM 3000-GET-DECISIONS THRU 3000-EXIT
      *
           PERFORM 5000-FINALIZE THRU 5000-EXIT
           .
       0000-GOBACK.
           GOBACK.
      *
       1000-INITIALIZE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   EDIT THE RUN PARM, OPEN THE REPORT, AND OPEN THE HELD
      *   PAYMENT CURSOR.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE PHR-DEFAULT-ESCALATE-DAYS TO PHR-ESCALATE-DAYS
           MOVE SPACES TO PHR-HV-RUN-DATE
           IF  PARM-LENGTH > 9
               MOVE PARM-RUN-DATE TO PHR-HV-RUN-DATE
           END-IF
           IF  PARM-LENGTH > 12
               IF  PARM-ESCALATE-DAYS NOT NUMERIC
               OR  PARM-ESCALATE-DAYS = ZERO
                   DISPLAY 'FH02P9MF INVALID RUN PARM -'
                           ' ESCALATION DAYS: ' PARM-ESCALATE-DAYS
                   MOVE 16 TO RETURN-CODE
                   GO TO 0000-GOBACK
               END-IF
               MOVE PARM-ESCALATE-DAYS TO PHR-ESCALATE-DAYS
           END-IF
      *
           IF  PHR-HV-RUN-DATE = SPACES
               EXEC SQL
                    SELECT CURRENT DATE
                    INTO   :PHR-HV-RUN-DATE
                    FROM   SYSIBM.SYSDUMMY1
               END-EXEC
               MOVE SQLCODE TO SQL-SQLCODE
               IF  NOT SQL-SUCCESS
                   PERFORM 9990-SQL-ERROR THRU 9990-EXIT
               END-IF
           END-IF
           MOVE PHR-HV-RUN-DATE TO RPT-HDG-RUN-DATE
      *
           OPEN OUTPUT HOLD-AGING-REPORT
           IF  RPT-FILE-STATUS NOT = '00'
               DISPLAY 'FH02P9MF OPEN HOLDRPT FAILED - STATUS '
                       RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF
      *
           INITIALIZE BUCKET-TOTALS
           PERFORM 2200-RESET-PLAN-TOTALS THRU 2200-EXIT
      *
           EXEC SQL
                OPEN OPEN-HOLDS
           END-EXEC
           MOVE SQLCODE TO SQL-SQLCODE
           IF  NOT SQL-SUCCESS
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-IF
           .
       1000-EXIT.
           EXIT.
      *
       2000-PROCESS-HOLD.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   FETCH AND PRINT ONE HELD PAYMENT, BREAKING ON PLAN.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           EXEC SQL
                FETCH OPEN-HOLDS
                INTO
                  :PHR-HV-PLAN-CODE
                 ,:PHR-HV-CLAIM-NUMBER
                 ,:PHR-HV-CONTRACT-ID
                 ,:PHR-HV-PATIENT-CODE
                 ,:PHR-HV-PROVIDER-ID
                 ,:PHR-HV-HELD-DATE
                 ,:PHR-HV-HELD-DAYS
                 ,:PHR-HV-TOTAL-PAID
                 ,:PHR-HV-TOTAL-COVERED
                 ,:PHR-HV-AMOUNT-RULE-IND
                 ,:PHR-HV-MULTIPLE-RULE-IND
                 ,:PHR-HV-DUP-PROV-RULE-IND
                 ,:PHR-HV-OVERRIDE-RULE-IND
                 ,:PHR-HV-WATCHLIST-RULE-IND
                 ,:PHR-HV-DUP-CLAIM-NUMBER
                 ,:PHR-HV-HELD-USER-ID
           END-EXEC
      *
           MOVE SQLCODE TO SQL-SQLCODE
           EVALUATE TRUE
             WHEN SQL-NOTFND
               SET PHR-END-OF-CURSOR TO TRUE
               IF  PHR-HOLDS-READ > 0
                   PERFORM 2300-WRITE-PLAN-TOTAL THRU 2300-EXIT
               END-IF
               GO TO 2000-EXIT
             WHEN SQL-SUCCESS
               CONTINUE
             WHEN OTHER
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-EVALUATE
      *
           ADD +1 TO PHR-HOLDS-READ
           IF  PHR-HOLDS-READ = 1
               MOVE PHR-HV-PLAN-CODE TO PHR-HOLD-PLAN-CODE
           END-IF
           IF  PHR-HV-PLAN-CODE NOT = PHR-HOLD-PLAN-CODE
               PERFORM 2300-WRITE-PLAN-TOTAL THRU 2300-EXIT
               MOVE PHR-HV-PLAN-CODE TO PHR-HOLD-PLAN-CODE
               PERFORM 2200-RESET-PLAN-TOTALS THRU 2200-EXIT
           END-IF
      *
           IF  PHR-RPT-LINE-CNT > 58
               PERFORM 2100-WRITE-HEADINGS THRU 2100-EXIT
           END-IF
      *
           MOVE PHR-HV-PLAN-CODE          TO RPT-DTL-PLAN-CODE
           MOVE PHR-HV-CLAIM-NUMBER       TO RPT-DTL-CLAIM-NUMBER
           MOVE PHR-HV-CONTRACT-ID        TO RPT-DTL-CONTRACT-ID
           MOVE PHR-HV-PATIENT-CODE       TO RPT-DTL-PATIENT-CODE
           MOVE PHR-HV-PROVIDER-ID        TO RPT-DTL-PROVIDER-ID
           MOVE PHR-HV-HELD-DATE          TO RPT-DTL-HELD-DATE
           MOVE PHR-HV-HELD-DAYS          TO RPT-DTL-HELD-DAYS
           MOVE PHR-HV-TOTAL-PAID         TO RPT-DTL-TOTAL-PAID
           MOVE PHR-HV-TOTAL-COVERED      TO RPT-DTL-TOTAL-COVERED
           MOVE SPACES                    TO RPT-DTL-RULES
           IF  PHR-HV-AMOUNT-RULE-IND = 'Y'
               MOVE 'A'                   TO RPT-DTL-RULE-A
           END-IF
           IF  PHR-HV-MULTIPLE-RULE-IND = 'Y'
               MOVE 'M'                   TO RPT-DTL-RULE-M
           END-IF
           IF  PHR-HV-DUP-PROV-RULE-IND = 'Y'
               MOVE 'D'                   TO RPT-DTL-RULE-D
           END-IF
           IF  PHR-HV-OVERRIDE-RULE-IND = 'Y'
               MOVE 'O'                   TO RPT-DTL-RULE-O
           END-IF
           IF  PHR-HV-WATCHLIST-RULE-IND = 'Y'
               MOVE 'W'                   TO RPT-DTL-RULE-W
           END-IF
           MOVE PHR-HV-DUP-CLAIM-NUMBER   TO RPT-DTL-DUP-CLAIM-NUMBER
           MOVE PHR-HV-HELD-USER-ID       TO RPT-DTL-HELD-USER-ID
           IF  PHR-HV-HELD-DAYS > PHR-ESCALATE-DAYS
               MOVE 'OVERDUE'             TO RPT-DTL-OVERDUE-FLAG
               ADD +1 TO PLN-OVERDUE-CNT
                         PHR-OVERDUE-CNT
           ELSE
               MOVE SPACES                TO RPT-DTL-OVERDUE-FLAG
           END-IF
      *
           WRITE HOLD-AGING-LINE FROM RPT-DETAIL-LINE
           ADD +1 TO PHR-RPT-LINE-CNT
      *
           ADD +1                  TO PLN-HOLD-CNT
           ADD PHR-HV-TOTAL-PAID   TO PLN-TOTAL-PAID
           PERFORM 2400-ACCUM-BUCKET THRU 2400-EXIT
           .
       2000-EXIT.
           EXIT.
      *
       2100-WRITE-HEADINGS.
           ADD +1 TO PHR-RPT-PAGE-CNT
           MOVE PHR-RPT-PAGE-CNT TO RPT-HDG-PAGE
           WRITE HOLD-AGING-LINE FROM RPT-HEADING-1
           WRITE HOLD-AGING-LINE FROM RPT-HEADING-2
           MOVE SPACES TO HOLD-AGING-LINE
           WRITE HOLD-AGING-LINE
           MOVE +3 TO PHR-RPT-LINE-CNT
           .
       2100-EXIT.
           EXIT.
      *
       2200-RESET-PLAN-TOTALS.
           MOVE ZEROES TO PLN-HOLD-CNT
                          PLN-OVERDUE-CNT
                          PLN-TOTAL-PAID
           .
       2200-EXIT.
           EXIT.
      *
       2300-WRITE-PLAN-TOTAL.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   PRINT THE PLAN TOTAL AND ROLL IT INTO THE RUN TOTALS.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           IF  PHR-RPT-LINE-CNT > 56
               PERFORM 2100-WRITE-HEADINGS THRU 2100-EXIT
           END-IF
      *
           MOVE PHR-HOLD-PLAN-CODE        TO RPT-PLN-PLAN-CODE
           MOVE PLN-HOLD-CNT              TO RPT-PLN-HOLD-CNT
           MOVE PLN-OVERDUE-CNT           TO RPT-PLN-OVERDUE-CNT
           MOVE PLN-TOTAL-PAID            TO RPT-PLN-TOTAL-PAID
           WRITE HOLD-AGING-LINE FROM RPT-PLAN-TOTAL-LINE
           MOVE SPACES TO HOLD-AGING-LINE
           WRITE HOLD-AGING-LINE
           ADD +3 TO PHR-RPT-LINE-CNT
      *
           ADD +1                  TO PHR-PLANS-REPORTED
           ADD PLN-HOLD-CNT        TO RUN-HOLD-CNT
           ADD PLN-TOTAL-PAID      TO RUN-TOTAL-PAID
           .
       2300-EXIT.
           EXIT.
      *
       2400-ACCUM-BUCKET.
           EVALUATE TRUE
             WHEN PHR-HV-HELD-DAYS < 2
               MOVE 1 TO PHR-BKT-SUB
             WHEN PHR-HV-HELD-DAYS < 4
               MOVE 2 TO PHR-BKT-SUB
             WHEN PHR-HV-HELD-DAYS < 8
               MOVE 3 TO PHR-BKT-SUB
             WHEN PHR-HV-HELD-DAYS < 15
               MOVE 4 TO PHR-BKT-SUB
             WHEN OTHER
               MOVE 5 TO PHR-BKT-SUB
           END-EVALUATE
           ADD +1                TO BKT-HOLD-CNT (PHR-BKT-SUB)
           ADD PHR-HV-TOTAL-PAID TO BKT-TOTAL-PAID (PHR-BKT-SUB)
           .
       2400-EXIT.
           EXIT.
      *
       3000-GET-DECISIONS.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   CLOSE THE HELD CURSOR, THEN COUNT THE HOLDS RELEASED AND
      *   DENIED ON THE RUN DATE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           EXEC SQL
                CLOSE OPEN-HOLDS
           END-EXEC
           MOVE SQLCODE TO SQL-SQLCODE
           IF  NOT SQL-SUCCESS
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-IF
      *
           EXEC SQL
                SELECT
                  COUNT(*)
                 ,VALUE(SUM(A.TOTAL_PAID_AMT), 0)
                INTO
                  :PHR-HV-DECIDED-CNT
                 ,:PHR-HV-DECIDED-AMT
                FROM
                  PAYMENT_HOLD A
                WHERE
                  A.HOLD_STATUS = 'R'
                  AND DATE(A.DECISION_TS) = DATE(:PHR-HV-RUN-DATE)
           END-EXEC
           MOVE SQLCODE TO SQL-SQLCODE
           IF  NOT SQL-SUCCESS
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-IF
           MOVE PHR-HV-DECIDED-CNT TO RUN-RELEASED-CNT
           MOVE PHR-HV-DECIDED-AMT TO RUN-RELEASED-AMT
      *
           EXEC SQL
                SELECT
                  COUNT(*)
                 ,VALUE(SUM(A.TOTAL_PAID_AMT), 0)
                INTO
                  :PHR-HV-DECIDED-CNT
                 ,:PHR-HV-DECIDED-AMT
                FROM
                  PAYMENT_HOLD A
                WHERE
                  A.HOLD_STATUS = 'D'
                  AND DATE(A.DECISION_TS) = DATE(:PHR-HV-RUN-DATE)
           END-EXEC
           MOVE SQLCODE TO SQL-SQLCODE
           IF  NOT SQL-SUCCESS
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-IF
           MOVE PHR-HV-DECIDED-CNT TO RUN-DENIED-CNT
           MOVE PHR-HV-DECIDED-AMT TO RUN-DENIED-AMT
           .
       3000-EXIT.
           EXIT.
      *
       5000-FINALIZE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   PRINT THE AGE BUCKETS, THE RUN TOTALS, AND THE DAY'S
      *   DECISIONS, CLOSE THE REPORT, AND REPORT THE RUN.  AN
      *   OVERDUE HOLD RAISES RC 4.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           IF  PHR-RPT-LINE-CNT > 48
               PERFORM 2100-WRITE-HEADINGS THRU 2100-EXIT
           END-IF
      *
           IF  PHR-HOLDS-READ = 0
               MOVE 'NO PAYMENTS HELD'     TO RPT-TOT-LITERAL
               MOVE ZEROES TO RPT-TOT-COUNT
                              RPT-TOT-AMOUNT
               WRITE HOLD-AGING-LINE FROM RPT-TOTAL-LINE
           ELSE
               PERFORM 5100-WRITE-BUCKET THRU 5100-EXIT
                  VARYING PHR-BKT-SUB FROM 1 BY 1
                  UNTIL PHR-BKT-SUB > 5
               MOVE 'PLANS REPORTED:'      TO RPT-TOT-LITERAL
               MOVE PHR-PLANS-REPORTED     TO RPT-TOT-COUNT
               MOVE ZEROES                 TO RPT-TOT-AMOUNT
               WRITE HOLD-AGING-LINE FROM RPT-TOTAL-LINE
               MOVE 'PAYMENTS HELD:'       TO RPT-TOT-LITERAL
               MOVE RUN-HOLD-CNT           TO RPT-TOT-COUNT
               MOVE RUN-TOTAL-PAID         TO RPT-TOT-AMOUNT
               WRITE HOLD-AGING-LINE FROM RPT-TOTAL-LINE
               MOVE 'HELD PAST ESCALATION DAYS:'
                                           TO RPT-TOT-LITERAL
               MOVE PHR-OVERDUE-CNT        TO RPT-TOT-COUNT
               MOVE ZEROES                 TO RPT-TOT-AMOUNT
               WRITE HOLD-AGING-LINE FROM RPT-TOTAL-LINE
           END-IF
           MOVE 'RELEASED ON RUN DATE:'    TO RPT-TOT-LITERAL
           MOVE RUN-RELEASED-CNT           TO RPT-TOT-COUNT
           MOVE RUN-RELEASED-AMT           TO RPT-TOT-AMOUNT
           WRITE HOLD-AGING-LINE FROM RPT-TOTAL-LINE
           MOVE 'DENIED ON RUN DATE:'      TO RPT-TOT-LITERAL
           MOVE RUN-DENIED-CNT             TO RPT-TOT-COUNT
           MOVE RUN-DENIED-AMT             TO RPT-TOT-AMOUNT
           WRITE HOLD-AGING-LINE FROM RPT-TOTAL-LINE
      *
           CLOSE HOLD-AGING-REPORT
      *
           MOVE PHR-HOLDS-READ TO PHR-DISPLAY-COUNT
           DISPLAY 'FH02P9MF PAYMENTS HELD:         ' PHR-DISPLAY-COUNT
           MOVE PHR-OVERDUE-CNT TO PHR-DISPLAY-COUNT
           DISPLAY 'FH02P9MF HELD PAST ESCALATION:  ' PHR-DISPLAY-COUNT
           MOVE RUN-RELEASED-CNT TO PHR-DISPLAY-COUNT
           DISPLAY 'FH02P9MF RELEASED ON RUN DATE:  ' PHR-DISPLAY-COUNT
           MOVE RUN-DENIED-CNT TO PHR-DISPLAY-COUNT
           DISPLAY 'FH02P9MF DENIED ON RUN DATE:    ' PHR-DISPLAY-COUNT
      *
           IF  PHR-OVERDUE-CNT > 0
           AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       5000-EXIT.
           EXIT.
      *
       5100-WRITE-BUCKET.
           MOVE BKT-LABEL (PHR-BKT-SUB)      TO RPT-BKT-LABEL
           MOVE BKT-HOLD-CNT (PHR-BKT-SUB)   TO RPT-BKT-HOLD-CNT
           MOVE BKT-TOTAL-PAID (PHR-BKT-SUB) TO RPT-BKT-TOTAL-PAID
           WRITE HOLD-AGING-LINE FROM RPT-BUCKET-LINE
           .
       5100-EXIT.
           EXIT.
      *
       9990-SQL-ERROR.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   REPORT THE FAILURE AND END THE RUN.  NOTHING IS UPDATED, SO
      *   THE STEP CAN SIMPLY BE RERUN.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           DISPLAY 'FH02P9MF SQL ERROR - SQLCODE: ' SQL-SQLCODE
           DISPLAY 'FH02P9MF CLAIM: ' PHR-HV-PLAN-CODE ' '
                   PHR-HV-CLAIM-NUMBER
      *
           MOVE 16 TO RETURN-CODE
           GO TO 0000-GOBACK
           .
       9990-EXIT.
           EXIT.
