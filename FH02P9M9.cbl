       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    FH02P9M9.
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
      *    NIGHTLY OVERPAYMENT RECOVERY.  5400-OVERPAYMENT-RECOVERY IN
      *    FH02P0M3 OPENS AN OVERPAYMENT_RECV ROW (THROUGH FH02P0NI)
      *    FOR EVERY PROVIDER AN APPROVED ADJUSTMENT PAYS LESS THAN
      *    BEFORE, AND TAKES AN OVERPAYMENT_OFFSET ROW (THROUGH
      *    FH02P0NJ) WHEN IT PAYS A PROVIDER THAT STILL OWES US.  THIS
      *    JOB WORKS THOSE TABLES IN TWO PASSES:
      *
      *      1. POST OFFSETS - EACH UNPOSTED OFFSET IS APPLIED TO THE
      *         PROVIDER'S OLDEST OPEN RECEIVABLES UNTIL IT IS USED
      *         UP.  A RECEIVABLE PAID DOWN TO ZERO CLOSES AS
      *         RECOVERED.  AN OFFSET LARGER THAN WHAT THE PROVIDER
      *         STILL OWES (TWO CLAIMS FINALIZED TOGETHER, OR A REFUND
      *         POSTED FIRST) IS POSTED FOR WHAT IT COVERS AND THE
      *         REST IS REPORTED AS UNAPPLIED, FOR RELEASE BACK TO THE
      *         PROVIDER.
      *
      *      2. AGE RECEIVABLES - EVERY OPEN RECEIVABLE IS AGED FROM
      *         ITS RECEIVABLE DATE INTO THE CURRENT, 30, 60, 90, OR
      *         120-DAY BUCKET, AND:
      *           - THE REFUND-REQUEST LETTER GOES OUT ON THE FIRST
      *             RUN AFTER THE RECEIVABLE OPENS, A SECOND REQUEST
      *             AT 60 DAYS, AND A FINAL NOTICE AT 90 DAYS, ON THE
      *             RFNDLTR EXTRACT FOR THE CORRESPONDENCE VENDOR.
      *           - 30 DAYS AFTER THE FIRST LETTER, AN UNREFUNDED
      *             RECEIVABLE BECOMES OFFSET-ELIGIBLE, AND FH02P0M3
      *             STARTS RECOUPING IT FROM THE PROVIDER'S PAYMENTS.
      *           - A RECEIVABLE STILL OPEN AT THE WRITE-OFF AGE
      *             (180 DAYS UNLESS THE PARM SAYS OTHERWISE) IS
      *             WRITTEN OFF.
      *
      *    THE REPORT LISTS EVERY OFFSET POSTING AND EVERY OPEN
      *    RECEIVABLE WITH ITS BUCKET AND THE ACTION TAKEN, THEN THE
      *    BUCKET, LETTER, AND WRITE-OFF TOTALS.  RC 4 FLAGS A RUN
      *    WITH UNAPPLIED OFFSETS OR WRITE-OFFS FOR RECOVERY STAFF.
      *
      *    RESTART:  BOTH PASSES COMMIT EVERY 500 UPDATES.  A POSTED
      *    OFFSET IS MARKED POSTED, AND AN AGED RECEIVABLE CARRIES THE
      *    RUN DATE ON ITS LETTER AND CLOSE DATES, SO A RERUN WITH THE
      *    SAME RUN DATE SKIPS WHAT WAS ALREADY DONE AND RE-WRITES THE
      *    LETTERS AND WRITE-OFF LINES OF THE ROWS THE FAILED RUN HAD
      *    ALREADY COMMITTED.  A RERUN MUST BE GIVEN THE ORIGINAL RUN
      *    DATE IN THE PARM.
      *
      *    PARM:  RUN DATE (CCYY-MM-DD, BLANK = CURRENT DATE),
      *           WRITE-OFF DAYS (999, OPTIONAL, NOT LESS THAN 120).
      *
      *================================================================
      *
      *  MAINTENANCE HISTORY:
      *
      *  VER    DATE       PPR     PROG  COMMENTS
      *  --  ----------  ---------  --   -------------------------------
      *  01  10/15/2026  TT 1400861 DLH  ORIGINAL VERSION.  OFFSET
      *                                  POSTING, REFUND-REQUEST
      *                                  LETTERS, 30/60/90/120 AGING,
      *                                  AND WRITE-OFF FOR THE
      *                                  OVERPAYMENT RECEIVABLES.
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
           SELECT RECOVERY-REPORT        ASSIGN TO OVPRPT
                  FILE STATUS IS RPT-FILE-STATUS.
      *
           SELECT REFUND-LETTER-FILE     ASSIGN TO RFNDLTR
                  FILE STATUS IS LTR-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  RECOVERY-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  RECOVERY-REPORT-LINE           PIC X(133).
      *
       FD  REFUND-LETTER-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REFUND-LETTER-RECORD           PIC X(150).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           04  OVP-OFS-EOC-SW                 PIC X(01)  VALUE 'N'.
               88  OVP-OFS-END-OF-CURSOR          VALUE 'Y'.
           04  OVP-RCV-EOC-SW                 PIC X(01)  VALUE 'N'.
               88  OVP-RCV-END-OF-CURSOR          VALUE 'Y'.
           04  OVP-RECV-FOUND-SW              PIC X(01)  VALUE 'N'.
               88  OVP-RECV-FOUND                 VALUE 'Y'.
               88  OVP-NO-RECV-FOUND              VALUE 'N'.
           04  OVP-LETTER-SW                  PIC X(01)  VALUE 'N'.
               88  OVP-LETTER-DUE                 VALUE 'Y'.
               88  OVP-NO-LETTER                  VALUE 'N'.
      *
       01  FILE-STATUS-FIELDS.
           04  RPT-FILE-STATUS                PIC X(02)  VALUE SPACES.
           04  LTR-FILE-STATUS                PIC X(02)  VALUE SPACES.
      *
       01  CONSTANTS.
           04  OVP-COMMIT-FREQUENCY           PIC S9(05) BINARY
                                                         VALUE +500.
           04  OVP-DEFAULT-WRITEOFF-DAYS      PIC S9(05) COMP-3
                                                         VALUE +180.
           04  OVP-MINIMUM-WRITEOFF-DAYS      PIC S9(05) COMP-3
                                                         VALUE +120.
           04  OVP-OFFSET-WAIT-DAYS           PIC S9(05) COMP-3
                                                         VALUE +30.
      *
       01  SUBSCRIPTS.
           04  OVP-BKT-SUB                    PIC S9(04) BINARY.
      *
       01  WORK-AREAS.
           04  OVP-OFFSETS-POSTED             PIC S9(09) BINARY
                                                         VALUE +0.
           04  OVP-UNAPPLIED-CNT              PIC S9(09) BINARY
                                                         VALUE +0.
           04  OVP-RECOVERED-CNT              PIC S9(09) BINARY
                                                         VALUE +0.
           04  OVP-RECV-AGED                  PIC S9(09) BINARY
                                                         VALUE +0.
           04  OVP-WRITEOFF-CNT               PIC S9(09) BINARY
                                                         VALUE +0.
           04  OVP-INITIAL-LTR-CNT            PIC S9(09) BINARY
                                                         VALUE +0.
           04  OVP-SECOND-LTR-CNT             PIC S9(09) BINARY
                                                         VALUE +0.
           04  OVP-FINAL-LTR-CNT              PIC S9(09) BINARY
                                                         VALUE +0.
           04  OVP-NEWLY-ELIGIBLE-CNT         PIC S9(09) BINARY
                                                         VALUE +0.
           04  OVP-SINCE-COMMIT               PIC S9(09) BINARY
                                                         VALUE +0.
           04  OVP-RPT-LINE-CNT               PIC S9(04) BINARY
                                                         VALUE +99.
           04  OVP-RPT-PAGE-CNT               PIC S9(04) BINARY
                                                         VALUE +0.
           04  OVP-OFFSET-AMT-POSTED          PIC S9(11)V99 COMP-3
                                                         VALUE +0.
           04  OVP-OFFSET-AMT-APPLIED         PIC S9(11)V99 COMP-3
                                                         VALUE +0.
           04  OVP-UNAPPLIED-AMT              PIC S9(11)V99 COMP-3
                                                         VALUE +0.
           04  OVP-WRITEOFF-AMT               PIC S9(11)V99 COMP-3
                                                         VALUE +0.
           04  OVP-OFFSET-REMAINING           PIC S9(09)V99 COMP-3.
           04  OVP-APPLY-AMOUNT               PIC S9(09)V99 COMP-3.
           04  OVP-WRITEOFF-DAYS              PIC S9(05) COMP-3.
           04  OVP-NEW-BUCKET                 PIC S9(04) BINARY.
           04  OVP-DISPLAY-COUNT              PIC ZZZ,ZZZ,ZZ9.
           04  OVP-DISPLAY-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99-.
      *
      *-----------------------------------------------------------------
      *  AGING BUCKET TOTALS.  SLOT 1 IS CURRENT (UNDER 30 DAYS),
      *  SLOTS 2-5 ARE 30, 60, 90, AND 120 DAYS AND OVER.
      *-----------------------------------------------------------------
       01  BUCKET-TOTALS.
           04  BKT-ENTRY                      OCCURS 5 TIMES.
               08  BKT-RECV-CNT               PIC S9(09) BINARY.
               08  BKT-OPEN-BALANCE           PIC S9(11)V99 COMP-3.
      *
       01  BUCKET-LABELS-AREA.
           04  FILLER                         PIC X(04)  VALUE 'CURR'.
           04  FILLER                         PIC X(04)  VALUE '30+ '.
           04  FILLER                         PIC X(04)  VALUE '60+ '.
           04  FILLER                         PIC X(04)  VALUE '90+ '.
           04  FILLER                         PIC X(04)  VALUE '120+'.
       01  BUCKET-LABELS REDEFINES BUCKET-LABELS-AREA.
           04  BKT-LABEL                      PIC X(04)  OCCURS 5 TIMES.
      *
       01  SQL-SQLCODE                        PIC S9(09).
           88  SQL-SUCCESS                    VALUE 00.
           88  SQL-NOTFND                     VALUE +100.
      *
      *-----------------------------------------------------------------
      *  HOST VARIABLES:  THE RUN DATE, THE UNPOSTED OFFSET ROW, THE
      *  RECEIVABLE AN OFFSET IS APPLIED TO, AND THE OPEN RECEIVABLE
      *  ROW BEING AGED.  DATES ARE ISO (CCYY-MM-DD).
      *-----------------------------------------------------------------
       01  OVP-HV-RUN-DATE                    PIC X(10).
      *
       01  OFS-OFFSET-ROW.
           04  OFS-HV-PROVIDER-ID             PIC X(10).
           04  OFS-HV-PLAN-CODE               PIC X(03).
           04  OFS-HV-CLAIM-NUMBER            PIC X(11).
           04  OFS-HV-PATIENT-CODE            PIC X(02).
           04  OFS-HV-OFFSET-AMT              PIC S9(09)V99 COMP-3.
           04  OFS-HV-CREATE-TS               PIC X(26).
           04  OFS-HV-UNAPPLIED-AMT           PIC S9(09)V99 COMP-3.
      *
       01  APL-APPLY-ROW.
           04  APL-HV-PLAN-CODE               PIC X(03).
           04  APL-HV-CLAIM-NUMBER            PIC X(11).
           04  APL-HV-CREATE-TS               PIC X(26).
           04  APL-HV-OPEN-BALANCE            PIC S9(09)V99 COMP-3.
           04  APL-HV-NEW-BALANCE             PIC S9(09)V99 COMP-3.
           04  APL-HV-NEW-STATUS              PIC X(01).
      *
       01  RCV-RECEIVABLE-ROW.
           04  RCV-HV-PROVIDER-ID             PIC X(10).
           04  RCV-HV-PLAN-CODE               PIC X(03).
           04  RCV-HV-CLAIM-NUMBER            PIC X(11).
           04  RCV-HV-PATIENT-CODE            PIC X(02).
           04  RCV-HV-CONTRACT-ID             PIC X(09).
           04  RCV-HV-MEMBER-ID               PIC X(09).
           04  RCV-HV-SOURCE                  PIC X(01).
           04  RCV-HV-RUN-ID                  PIC X(08).
           04  RCV-HV-PRIOR-PAID              PIC S9(09)V99 COMP-3.
           04  RCV-HV-NEW-PAID                PIC S9(09)V99 COMP-3.
           04  RCV-HV-RECV-AMT                PIC S9(09)V99 COMP-3.
           04  RCV-HV-OPEN-BALANCE            PIC S9(09)V99 COMP-3.
           04  RCV-HV-RECV-DATE               PIC X(10).
           04  RCV-HV-AGE-DAYS                PIC S9(09) BINARY.
           04  RCV-HV-STATUS                  PIC X(01).
               88  RCV-OPEN                       VALUE 'O'.
               88  RCV-WRITTEN-OFF                VALUE 'W'.
           04  RCV-HV-OFFSET-ELIG             PIC X(01).
               88  RCV-OFFSET-ELIGIBLE            VALUE 'Y'.
           04  RCV-HV-LETTER-CD               PIC X(01).
               88  RCV-NO-LETTER-SENT             VALUE ' '.
               88  RCV-INITIAL-LETTER             VALUE 'I'.
               88  RCV-SECOND-LETTER              VALUE 'S'.
               88  RCV-FINAL-NOTICE               VALUE 'F'.
           04  RCV-HV-LETTER-DT               PIC X(10).
           04  RCV-HV-CREATE-TS               PIC X(26).
           04  RCV-HV-BUCKET                  PIC S9(04) BINARY.
      *
      *-----------------------------------------------------------------
      *  REFUND-REQUEST LETTER EXTRACT FOR THE CORRESPONDENCE VENDOR.
      *  THE VENDOR'S TEMPLATE FOR THE LETTER TYPE SUPPLIES THE TEXT.
      *-----------------------------------------------------------------
       01  LTR-REFUND-LETTER-REC.
           04  LTR-LETTER-TYPE                PIC X(01).
               88  LTR-INITIAL-REQUEST            VALUE 'I'.
               88  LTR-SECOND-REQUEST             VALUE 'S'.
               88  LTR-FINAL-NOTICE               VALUE 'F'.
           04  LTR-RUN-DATE                   PIC X(10).
           04  LTR-PROVIDER-ID                PIC X(10).
           04  LTR-MEMBER-ID                  PIC X(09).
           04  LTR-PLAN-CODE                  PIC X(03).
           04  LTR-CLAIM-NUMBER               PIC X(11).
           04  LTR-PATIENT-CODE               PIC X(02).
           04  LTR-CONTRACT-ID-NUMBER         PIC X(09).
           04  LTR-RECV-DATE                  PIC X(10).
           04  LTR-PRIOR-PAID                 PIC S9(09)V99.
           04  LTR-NEW-PAID                   PIC S9(09)V99.
           04  LTR-RECV-AMOUNT                PIC S9(09)V99.
           04  LTR-OPEN-BALANCE               PIC S9(09)V99.
           04  LTR-AGE-DAYS                   PIC 9(05).
           04  FILLER                         PIC X(36).
      *
      *-----------------------------------------------------------------
      *  REPORT LINES
      *-----------------------------------------------------------------
       01  RPT-HEADING-1.
           04  FILLER                         PIC X(01)  VALUE '1'.
           04  FILLER                         PIC X(33)  VALUE
               'FH02P9M9  OVERPAYMENT RECOVERY - '.
           04  RPT-HDG-SECTION                PIC X(30).
           04  FILLER                         PIC X(10)  VALUE
               'RUN DATE: '.
           04  RPT-HDG-RUN-DATE               PIC X(10).
           04  FILLER                         PIC X(39)  VALUE SPACES.
           04  FILLER                         PIC X(05)  VALUE 'PAGE '.
           04  RPT-HDG-PAGE                   PIC ZZZ9.
           04  FILLER                         PIC X(01)  VALUE SPACES.
      *
       01  RPT-OFS-HEADING-2.
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  FILLER                         PIC X(12)  VALUE
               'PROVIDER'.
           04  FILLER                         PIC X(17)  VALUE
               'PAYING CLAIM'.
           04  FILLER                         PIC X(15)  VALUE
               ' OFFSET TAKEN'.
           04  FILLER                         PIC X(17)  VALUE
               'RECEIVABLE CLAIM'.
           04  FILLER                         PIC X(15)  VALUE
               '      APPLIED'.
           04  FILLER                         PIC X(15)  VALUE
               'BALANCE AFTER'.
           04  FILLER                         PIC X(15)  VALUE
               '    UNAPPLIED'.
           04  FILLER                         PIC X(24)  VALUE
               'NOTE'.
           04  FILLER                         PIC X(02)  VALUE SPACES.
      *
       01  RPT-OFS-DETAIL-LINE.
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-OFS-PROVIDER-ID            PIC X(10).
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-OFS-PAY-PLAN               PIC X(03).
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-OFS-PAY-CLAIM              PIC X(11).
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-OFS-OFFSET-AMT             PIC Z,ZZZ,ZZ9.99-.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-OFS-RECV-PLAN              PIC X(03).
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-OFS-RECV-CLAIM             PIC X(11).
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-OFS-APPLIED-AMT            PIC Z,ZZZ,ZZ9.99-.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-OFS-BALANCE-AFTER          PIC Z,ZZZ,ZZ9.99-.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-OFS-UNAPPLIED-AMT          PIC Z,ZZZ,ZZ9.99-.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-OFS-NOTE                   PIC X(24).
           04  FILLER                         PIC X(02)  VALUE SPACES.
      *
       01  RPT-AGE-HEADING-2.
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  FILLER                         PIC X(12)  VALUE
               'PROVIDER'.
           04  FILLER                         PIC X(19)  VALUE
               'PLN CLAIM       PC'.
           04  FILLER                         PIC X(10)  VALUE
               'MEMBER ID'.
           04  FILLER                         PIC X(02)  VALUE 'S'.
           04  FILLER                         PIC X(09)  VALUE
               'RUN ID'.
           04  FILLER                         PIC X(11)  VALUE
               'RECV DATE'.
           04  FILLER                         PIC X(06)  VALUE
               '  AGE'.
           04  FILLER                         PIC X(05)  VALUE 'BKT'.
           04  FILLER                         PIC X(13)  VALUE
               '  RECEIVABLE'.
           04  FILLER                         PIC X(13)  VALUE
               '     BALANCE'.
           04  FILLER                         PIC X(32)  VALUE
               'ACTION'.
      *
       01  RPT-AGE-DETAIL-LINE.
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-AGE-PROVIDER-ID            PIC X(10).
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-AGE-PLAN                   PIC X(03).
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-AGE-CLAIM-NUMBER           PIC X(11).
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-AGE-PATIENT-CODE           PIC X(02).
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-AGE-MEMBER-ID              PIC X(09).
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-AGE-SOURCE                 PIC X(01).
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-AGE-RUN-ID                 PIC X(08).
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-AGE-RECV-DATE              PIC X(10).
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-AGE-DAYS                   PIC ZZZZ9.
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-AGE-BUCKET                 PIC X(04).
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-AGE-RECV-AMT               PIC Z,ZZZ,ZZ9.99.
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-AGE-OPEN-BALANCE           PIC Z,ZZZ,ZZ9.99.
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-AGE-ACTION                 PIC X(24).
           04  FILLER                         PIC X(08)  VALUE SPACES.
      *
       01  RPT-SAVE-HEADING-2                 PIC X(133).
      *
       01  RPT-AGE-ACTION-TEXT                PIC X(24).
           88  RPT-ACT-NONE                   VALUE SPACES.
           88  RPT-ACT-INITIAL-LETTER         VALUE
               'REFUND REQUEST SENT'.
           88  RPT-ACT-SECOND-LETTER          VALUE
               'SECOND REQUEST SENT'.
           88  RPT-ACT-FINAL-NOTICE           VALUE
               'FINAL NOTICE SENT'.
           88  RPT-ACT-NOW-ELIGIBLE           VALUE
               'NOW OFFSET-ELIGIBLE'.
           88  RPT-ACT-WRITTEN-OFF            VALUE
               'WRITTEN OFF'.
      *
       01  RPT-TOTAL-LINE.
           04  FILLER                         PIC X(01)  VALUE '0'.
           04  RPT-TOT-LITERAL                PIC X(40).
           04  RPT-TOT-COUNT                  PIC ZZZ,ZZZ,ZZ9.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-TOT-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99-.
           04  FILLER                         PIC X(64)  VALUE SPACES.
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
                DECLARE UNPOSTED-OFFSETS CURSOR WITH HOLD FOR
                SELECT
                  A.PROVIDER_ID
                 ,A.PLAN_CODE
                 ,A.CLAIM_NUMBER
                 ,A.PATIENT_CODE
                 ,A.OFFSET_AMT
                 ,CHAR(A.CREATE_TS)
                FROM
                  OVERPAYMENT_OFFSET A
                WHERE
                  A.POSTED_IND = 'N'
                ORDER BY
                  A.PROVIDER_ID
                 ,A.CREATE_TS
           END-EXEC.
      *
           EXEC SQL
                DECLARE OPEN-RECEIVABLES CURSOR WITH HOLD FOR
                SELECT
                  A.PROVIDER_ID
                 ,A.PLAN_CODE
                 ,A.CLAIM_NUMBER
                 ,A.PATIENT_CODE
                 ,A.CONTRACT_ID_NUMBER
                 ,A.MEMBER_ID
                 ,A.RECV_SOURCE
                 ,VALUE(A.RUN_ID, ' ')
                 ,A.PRIOR_PAID_AMT
                 ,A.NEW_PAID_AMT
                 ,A.RECV_AMT
                 ,A.OPEN_BALANCE
                 ,CHAR(A.RECV_DATE, ISO)
                 ,DAYS(DATE(:OVP-HV-RUN-DATE)) - DAYS(A.RECV_DATE)
                 ,A.RECV_STATUS
                 ,A.OFFSET_ELIG_IND
                 ,A.LETTER_CD
                 ,VALUE(CHAR(A.LETTER_DT, ISO), ' ')
                 ,CHAR(A.CREATE_TS)
                FROM
                  OVERPAYMENT_RECV A
                WHERE
                  A.RECV_STATUS = 'O'
                  OR (A.RECV_STATUS = 'W'
                      AND A.CLOSED_DATE = DATE(:OVP-HV-RUN-DATE))
                ORDER BY
                  A.PROVIDER_ID
                 ,A.CREATE_TS
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
           04  PARM-WRITEOFF-DAYS             PIC 9(03).
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
           PERFORM 2000-POST-OFFSET THRU 2000-EXIT
              UNTIL OVP-OFS-END-OF-CURSOR
      *
           PERFORM 3000-START-AGING THRU 3000-EXIT
           PERFORM 3100-AGE-RECEIVABLE THRU 3100-EXIT
              UNTIL OVP-RCV-END-OF-CURSOR
      *
           PERFORM 5000-FINALIZE THRU 5000-EXIT
           .
       0000-GOBACK.
           GOBACK.
      *
       1000-INITIALIZE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   EDIT THE RUN PARM, OPEN THE FILES, AND OPEN THE UNPOSTED
      *   OFFSET CURSOR.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE OVP-DEFAULT-WRITEOFF-DAYS TO OVP-WRITEOFF-DAYS
           MOVE SPACES TO OVP-HV-RUN-DATE
           IF  PARM-LENGTH > 9
               MOVE PARM-RUN-DATE TO OVP-HV-RUN-DATE
           END-IF
           IF  PARM-LENGTH > 12
               IF  PARM-WRITEOFF-DAYS NOT NUMERIC
               OR  PARM-WRITEOFF-DAYS < OVP-MINIMUM-WRITEOFF-DAYS
                   DISPLAY 'FH02P9M9 INVALID RUN PARM -'
                           ' WRITE-OFF DAYS: ' PARM-WRITEOFF-DAYS
                   MOVE 16 TO RETURN-CODE
                   GO TO 0000-GOBACK
               END-IF
               MOVE PARM-WRITEOFF-DAYS TO OVP-WRITEOFF-DAYS
           END-IF
      *
           IF  OVP-HV-RUN-DATE = SPACES
               EXEC SQL
                    SELECT CURRENT DATE
                    INTO   :OVP-HV-RUN-DATE
                    FROM   SYSIBM.SYSDUMMY1
               END-EXEC
               MOVE SQLCODE TO SQL-SQLCODE
               IF  NOT SQL-SUCCESS
                   PERFORM 9990-SQL-ERROR THRU 9990-EXIT
               END-IF
           END-IF
           MOVE OVP-HV-RUN-DATE TO RPT-HDG-RUN-DATE
                                   LTR-RUN-DATE
      *
           OPEN OUTPUT RECOVERY-REPORT
           IF  RPT-FILE-STATUS NOT = '00'
               DISPLAY 'FH02P9M9 OPEN OVPRPT FAILED - STATUS '
                       RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF
      *
           OPEN OUTPUT REFUND-LETTER-FILE
           IF  LTR-FILE-STATUS NOT = '00'
               DISPLAY 'FH02P9M9 OPEN RFNDLTR FAILED - STATUS '
                       LTR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF
      *
           INITIALIZE BUCKET-TOTALS
           MOVE 'OFFSET POSTING' TO RPT-HDG-SECTION
      *
           EXEC SQL
                OPEN UNPOSTED-OFFSETS
           END-EXEC
           MOVE SQLCODE TO SQL-SQLCODE
           IF  NOT SQL-SUCCESS
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-IF
           .
       1000-EXIT.
           EXIT.
      *
       2000-POST-OFFSET.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   FETCH THE NEXT UNPOSTED OFFSET, APPLY IT TO THE PROVIDER'S
      *   OLDEST OPEN RECEIVABLES UNTIL IT IS USED UP, AND MARK IT
      *   POSTED WITH WHATEVER COULD NOT BE APPLIED.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           EXEC SQL
                FETCH UNPOSTED-OFFSETS
                INTO
                  :OFS-HV-PROVIDER-ID
                 ,:OFS-HV-PLAN-CODE
                 ,:OFS-HV-CLAIM-NUMBER
                 ,:OFS-HV-PATIENT-CODE
                 ,:OFS-HV-OFFSET-AMT
                 ,:OFS-HV-CREATE-TS
           END-EXEC
      *
           MOVE SQLCODE TO SQL-SQLCODE
           EVALUATE TRUE
             WHEN SQL-NOTFND
               SET OVP-OFS-END-OF-CURSOR TO TRUE
               GO TO 2000-EXIT
             WHEN SQL-SUCCESS
               CONTINUE
             WHEN OTHER
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-EVALUATE
      *
           MOVE OFS-HV-OFFSET-AMT TO OVP-OFFSET-REMAINING
           SET OVP-RECV-FOUND TO TRUE
           PERFORM 2100-APPLY-TO-RECEIVABLE THRU 2100-EXIT
              UNTIL OVP-OFFSET-REMAINING NOT > ZERO
                 OR OVP-NO-RECV-FOUND
      *
           MOVE OVP-OFFSET-REMAINING TO OFS-HV-UNAPPLIED-AMT
           EXEC SQL
                UPDATE OVERPAYMENT_OFFSET
                   SET POSTED_IND    = 'Y'
                      ,POSTED_DATE   = DATE(:OVP-HV-RUN-DATE)
                      ,UNAPPLIED_AMT = :OFS-HV-UNAPPLIED-AMT
                 WHERE PROVIDER_ID   = :OFS-HV-PROVIDER-ID
                   AND PLAN_CODE     = :OFS-HV-PLAN-CODE
                   AND CLAIM_NUMBER  = :OFS-HV-CLAIM-NUMBER
                   AND CREATE_TS     = TIMESTAMP(:OFS-HV-CREATE-TS)
           END-EXEC
           MOVE SQLCODE TO SQL-SQLCODE
           IF  NOT SQL-SUCCESS
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-IF
      *
           ADD +1                TO OVP-OFFSETS-POSTED
           ADD OFS-HV-OFFSET-AMT TO OVP-OFFSET-AMT-POSTED
           IF  OFS-HV-UNAPPLIED-AMT > ZERO
               ADD +1                   TO OVP-UNAPPLIED-CNT
               ADD OFS-HV-UNAPPLIED-AMT TO OVP-UNAPPLIED-AMT
               MOVE SPACES TO RPT-OFS-RECV-PLAN
                              RPT-OFS-RECV-CLAIM
               MOVE ZEROES TO RPT-OFS-APPLIED-AMT
                              RPT-OFS-BALANCE-AFTER
               MOVE OFS-HV-UNAPPLIED-AMT TO RPT-OFS-UNAPPLIED-AMT
               MOVE 'RELEASE TO PROVIDER'  TO RPT-OFS-NOTE
               PERFORM 2200-WRITE-OFFSET-LINE THRU 2200-EXIT
           END-IF
      *
           PERFORM 4000-COUNT-COMMIT THRU 4000-EXIT
           .
       2000-EXIT.
           EXIT.
      *
       2100-APPLY-TO-RECEIVABLE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   APPLY WHAT IS LEFT OF THE OFFSET TO THE PROVIDER'S OLDEST
      *   OPEN RECEIVABLE THAT IS ELIGIBLE FOR OFFSET.  A RECEIVABLE
      *   PAID DOWN TO ZERO CLOSES AS RECOVERED ON THE RUN DATE.  WITH
      *   NONE LEFT, THE REST OF THE OFFSET GOES OUT AS UNAPPLIED.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           EXEC SQL
                SELECT
                  A.PLAN_CODE
                 ,A.CLAIM_NUMBER
                 ,CHAR(A.CREATE_TS)
                 ,A.OPEN_BALANCE
                INTO
                  :APL-HV-PLAN-CODE
                 ,:APL-HV-CLAIM-NUMBER
                 ,:APL-HV-CREATE-TS
                 ,:APL-HV-OPEN-BALANCE
                FROM
                  OVERPAYMENT_RECV A
                WHERE
                  A.PROVIDER_ID      = :OFS-HV-PROVIDER-ID
                  AND A.RECV_STATUS  = 'O'
                  AND A.OPEN_BALANCE > 0
                  AND A.OFFSET_ELIG_IND = 'Y'
                ORDER BY
                  A.CREATE_TS
                FETCH FIRST 1 ROW ONLY
           END-EXEC
      *
           MOVE SQLCODE TO SQL-SQLCODE
           EVALUATE TRUE
             WHEN SQL-SUCCESS
               CONTINUE
             WHEN SQL-NOTFND
               SET OVP-NO-RECV-FOUND TO TRUE
               GO TO 2100-EXIT
             WHEN OTHER
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-EVALUATE
      *
           IF  APL-HV-OPEN-BALANCE < OVP-OFFSET-REMAINING
               MOVE APL-HV-OPEN-BALANCE  TO OVP-APPLY-AMOUNT
           ELSE
               MOVE OVP-OFFSET-REMAINING TO OVP-APPLY-AMOUNT
           END-IF
           COMPUTE APL-HV-NEW-BALANCE =
                   APL-HV-OPEN-BALANCE - OVP-APPLY-AMOUNT
           END-COMPUTE
           IF  APL-HV-NEW-BALANCE = ZERO
               MOVE 'R' TO APL-HV-NEW-STATUS
           ELSE
               MOVE 'O' TO APL-HV-NEW-STATUS
           END-IF
      *
           EXEC SQL
                UPDATE OVERPAYMENT_RECV
                   SET OPEN_BALANCE = :APL-HV-NEW-BALANCE
                      ,RECV_STATUS  = :APL-HV-NEW-STATUS
                      ,CLOSED_DATE  =
                       CASE WHEN :APL-HV-NEW-STATUS = 'R'
                            THEN DATE(:OVP-HV-RUN-DATE)
                            ELSE CLOSED_DATE
                       END
                 WHERE PROVIDER_ID  = :OFS-HV-PROVIDER-ID
                   AND PLAN_CODE    = :APL-HV-PLAN-CODE
                   AND CLAIM_NUMBER = :APL-HV-CLAIM-NUMBER
                   AND CREATE_TS    = TIMESTAMP(:APL-HV-CREATE-TS)
           END-EXEC
           MOVE SQLCODE TO SQL-SQLCODE
           IF  NOT SQL-SUCCESS
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-IF
      *
           SUBTRACT OVP-APPLY-AMOUNT FROM OVP-OFFSET-REMAINING
           ADD OVP-APPLY-AMOUNT TO OVP-OFFSET-AMT-APPLIED
           MOVE APL-HV-PLAN-CODE     TO RPT-OFS-RECV-PLAN
           MOVE APL-HV-CLAIM-NUMBER  TO RPT-OFS-RECV-CLAIM
           MOVE OVP-APPLY-AMOUNT     TO RPT-OFS-APPLIED-AMT
           MOVE APL-HV-NEW-BALANCE   TO RPT-OFS-BALANCE-AFTER
           MOVE ZEROES               TO RPT-OFS-UNAPPLIED-AMT
           IF  APL-HV-NEW-STATUS = 'R'
               ADD +1 TO OVP-RECOVERED-CNT
               MOVE 'RECEIVABLE RECOVERED' TO RPT-OFS-NOTE
           ELSE
               MOVE SPACES TO RPT-OFS-NOTE
           END-IF
           PERFORM 2200-WRITE-OFFSET-LINE THRU 2200-EXIT
           .
       2100-EXIT.
           EXIT.
      *
       2200-WRITE-OFFSET-LINE.
           IF  OVP-RPT-LINE-CNT > 58
               MOVE RPT-OFS-HEADING-2 TO RECOVERY-REPORT-LINE
               PERFORM 4100-WRITE-HEADINGS THRU 4100-EXIT
           END-IF
      *
           MOVE OFS-HV-PROVIDER-ID   TO RPT-OFS-PROVIDER-ID
           MOVE OFS-HV-PLAN-CODE     TO RPT-OFS-PAY-PLAN
           MOVE OFS-HV-CLAIM-NUMBER  TO RPT-OFS-PAY-CLAIM
           MOVE OFS-HV-OFFSET-AMT    TO RPT-OFS-OFFSET-AMT
           WRITE RECOVERY-REPORT-LINE FROM RPT-OFS-DETAIL-LINE
           ADD +1 TO OVP-RPT-LINE-CNT
           .
       2200-EXIT.
           EXIT.
      *
       3000-START-AGING.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   THE OFFSETS ARE POSTED -- CLOSE THAT CURSOR, COMMIT, AND
      *   START THE AGING PASS ON A NEW PAGE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           EXEC SQL
                CLOSE UNPOSTED-OFFSETS
           END-EXEC
           EXEC SQL
                COMMIT
           END-EXEC
           MOVE ZEROES TO OVP-SINCE-COMMIT
      *
           MOVE 'RECEIVABLE AGING' TO RPT-HDG-SECTION
           MOVE +99 TO OVP-RPT-LINE-CNT
      *
           EXEC SQL
                OPEN OPEN-RECEIVABLES
           END-EXEC
           MOVE SQLCODE TO SQL-SQLCODE
           IF  NOT SQL-SUCCESS
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-IF
           .
       3000-EXIT.
           EXIT.
      *
       3100-AGE-RECEIVABLE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   AGE ONE RECEIVABLE.  A ROW ALREADY WRITTEN OFF ON THIS RUN
      *   DATE (A RERUN) IS ONLY REPORTED AGAIN.  OTHERWISE:  BUCKET
      *   IT, WRITE IT OFF AT THE WRITE-OFF AGE, OR ELSE DECIDE THE
      *   LETTER AND OFFSET ELIGIBILITY, AND UPDATE THE ROW.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           EXEC SQL
                FETCH OPEN-RECEIVABLES
                INTO
                  :RCV-HV-PROVIDER-ID
                 ,:RCV-HV-PLAN-CODE
                 ,:RCV-HV-CLAIM-NUMBER
                 ,:RCV-HV-PATIENT-CODE
                 ,:RCV-HV-CONTRACT-ID
                 ,:RCV-HV-MEMBER-ID
                 ,:RCV-HV-SOURCE
                 ,:RCV-HV-RUN-ID
                 ,:RCV-HV-PRIOR-PAID
                 ,:RCV-HV-NEW-PAID
                 ,:RCV-HV-RECV-AMT
                 ,:RCV-HV-OPEN-BALANCE
                 ,:RCV-HV-RECV-DATE
                 ,:RCV-HV-AGE-DAYS
                 ,:RCV-HV-STATUS
                 ,:RCV-HV-OFFSET-ELIG
                 ,:RCV-HV-LETTER-CD
                 ,:RCV-HV-LETTER-DT
                 ,:RCV-HV-CREATE-TS
           END-EXEC
      *
           MOVE SQLCODE TO SQL-SQLCODE
           EVALUATE TRUE
             WHEN SQL-NOTFND
               SET OVP-RCV-END-OF-CURSOR TO TRUE
               GO TO 3100-EXIT
             WHEN SQL-SUCCESS
               CONTINUE
             WHEN OTHER
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-EVALUATE
      *
           ADD +1 TO OVP-RECV-AGED
           SET RPT-ACT-NONE TO TRUE
           SET OVP-NO-LETTER TO TRUE
           PERFORM 3200-SET-BUCKET THRU 3200-EXIT
      *
           IF  RCV-WRITTEN-OFF
               PERFORM 3500-COUNT-WRITEOFF THRU 3500-EXIT
               GO TO 3100-REPORT
           END-IF
      *
           IF  RCV-HV-AGE-DAYS NOT < OVP-WRITEOFF-DAYS
               MOVE 'W' TO RCV-HV-STATUS
               PERFORM 3500-COUNT-WRITEOFF THRU 3500-EXIT
           ELSE
               PERFORM 3400-SET-OFFSET-ELIGIBLE THRU 3400-EXIT
               PERFORM 3300-DECIDE-LETTER THRU 3300-EXIT
               ADD +1 TO BKT-RECV-CNT (OVP-BKT-SUB)
               ADD RCV-HV-OPEN-BALANCE
                TO BKT-OPEN-BALANCE (OVP-BKT-SUB)
           END-IF
      *
           EXEC SQL
                UPDATE OVERPAYMENT_RECV
                   SET AGING_BUCKET    = :RCV-HV-BUCKET
                      ,RECV_STATUS     = :RCV-HV-STATUS
                      ,OFFSET_ELIG_IND = :RCV-HV-OFFSET-ELIG
                      ,LETTER_CD       = :RCV-HV-LETTER-CD
                      ,LETTER_DT       =
                       CASE WHEN :OVP-LETTER-SW = 'Y'
                            THEN DATE(:OVP-HV-RUN-DATE)
                            ELSE LETTER_DT
                       END
                      ,CLOSED_DATE     =
                       CASE WHEN :RCV-HV-STATUS = 'W'
                            THEN DATE(:OVP-HV-RUN-DATE)
                            ELSE CLOSED_DATE
                       END
                 WHERE PROVIDER_ID  = :RCV-HV-PROVIDER-ID
                   AND PLAN_CODE    = :RCV-HV-PLAN-CODE
                   AND CLAIM_NUMBER = :RCV-HV-CLAIM-NUMBER
                   AND CREATE_TS    = TIMESTAMP(:RCV-HV-CREATE-TS)
           END-EXEC
           MOVE SQLCODE TO SQL-SQLCODE
           IF  NOT SQL-SUCCESS
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-IF
      *
           IF  OVP-LETTER-DUE
               PERFORM 3600-WRITE-LETTER THRU 3600-EXIT
           END-IF
           PERFORM 4000-COUNT-COMMIT THRU 4000-EXIT
           .
       3100-REPORT.
           PERFORM 3700-WRITE-AGING-LINE THRU 3700-EXIT
           .
       3100-EXIT.
           EXIT.
      *
       3200-SET-BUCKET.
           EVALUATE TRUE
             WHEN RCV-HV-AGE-DAYS < 30
               MOVE +1   TO OVP-BKT-SUB
               MOVE +0   TO RCV-HV-BUCKET
             WHEN RCV-HV-AGE-DAYS < 60
               MOVE +2   TO OVP-BKT-SUB
               MOVE +30  TO RCV-HV-BUCKET
             WHEN RCV-HV-AGE-DAYS < 90
               MOVE +3   TO OVP-BKT-SUB
               MOVE +60  TO RCV-HV-BUCKET
             WHEN RCV-HV-AGE-DAYS < 120
               MOVE +4   TO OVP-BKT-SUB
               MOVE +90  TO RCV-HV-BUCKET
             WHEN OTHER
               MOVE +5   TO OVP-BKT-SUB
               MOVE +120 TO RCV-HV-BUCKET
           END-EVALUATE
           .
       3200-EXIT.
           EXIT.
      *
       3300-DECIDE-LETTER.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   THE REFUND REQUEST GOES OUT ON THE FIRST RUN, THE SECOND
      *   REQUEST ONCE THE RECEIVABLE REACHES 60 DAYS, AND THE FINAL
      *   NOTICE AT 90 DAYS.  A LETTER ALREADY DATED THIS RUN DATE
      *   WAS DECIDED BY A RUN THAT FAILED AFTER COMMITTING -- WRITE
      *   THE SAME LETTER AGAIN FOR THE NEW EXTRACT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           IF  RCV-HV-LETTER-DT = OVP-HV-RUN-DATE
           AND NOT RCV-NO-LETTER-SENT
               SET OVP-LETTER-DUE TO TRUE
               GO TO 3300-EXIT
           END-IF
      *
           EVALUATE TRUE
             WHEN RCV-NO-LETTER-SENT
               SET RCV-INITIAL-LETTER TO TRUE
               SET OVP-LETTER-DUE     TO TRUE
             WHEN RCV-INITIAL-LETTER
              AND RCV-HV-AGE-DAYS NOT < 60
               SET RCV-SECOND-LETTER  TO TRUE
               SET OVP-LETTER-DUE     TO TRUE
             WHEN RCV-SECOND-LETTER
              AND RCV-HV-AGE-DAYS NOT < 90
               SET RCV-FINAL-NOTICE   TO TRUE
               SET OVP-LETTER-DUE     TO TRUE
           END-EVALUATE
           .
       3300-EXIT.
           EXIT.
      *
       3400-SET-OFFSET-ELIGIBLE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   THE PROVIDER HAS THE 30 DAYS AFTER THE REFUND REQUEST TO
      *   SEND THE MONEY BACK.  THE REQUEST GOES OUT THE FIRST NIGHT,
      *   SO A RECEIVABLE 30 DAYS OLD WITH A LETTER SENT ON AN EARLIER
      *   RUN IS PAST THAT WINDOW AND MAY BE RECOUPED FROM THE
      *   PROVIDER'S PAYMENTS.  DONE BEFORE THIS RUN'S LETTER IS
      *   DECIDED.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           IF  RCV-OFFSET-ELIGIBLE
               GO TO 3400-EXIT
           END-IF
           IF  RCV-HV-AGE-DAYS NOT < OVP-OFFSET-WAIT-DAYS
           AND NOT RCV-NO-LETTER-SENT
           AND RCV-HV-LETTER-DT NOT = OVP-HV-RUN-DATE
               SET RCV-OFFSET-ELIGIBLE TO TRUE
               ADD +1 TO OVP-NEWLY-ELIGIBLE-CNT
               IF  RPT-ACT-NONE
                   SET RPT-ACT-NOW-ELIGIBLE TO TRUE
               END-IF
           END-IF
           .
       3400-EXIT.
           EXIT.
      *
       3500-COUNT-WRITEOFF.
           ADD +1                  TO OVP-WRITEOFF-CNT
           ADD RCV-HV-OPEN-BALANCE TO OVP-WRITEOFF-AMT
           SET RPT-ACT-WRITTEN-OFF TO TRUE
           .
       3500-EXIT.
           EXIT.
      *
       3600-WRITE-LETTER.
           MOVE RCV-HV-LETTER-CD     TO LTR-LETTER-TYPE
           MOVE RCV-HV-PROVIDER-ID   TO LTR-PROVIDER-ID
           MOVE RCV-HV-MEMBER-ID     TO LTR-MEMBER-ID
           MOVE RCV-HV-PLAN-CODE     TO LTR-PLAN-CODE
           MOVE RCV-HV-CLAIM-NUMBER  TO LTR-CLAIM-NUMBER
           MOVE RCV-HV-PATIENT-CODE  TO LTR-PATIENT-CODE
           MOVE RCV-HV-CONTRACT-ID   TO LTR-CONTRACT-ID-NUMBER
           MOVE RCV-HV-RECV-DATE     TO LTR-RECV-DATE
           MOVE RCV-HV-PRIOR-PAID    TO LTR-PRIOR-PAID
           MOVE RCV-HV-NEW-PAID      TO LTR-NEW-PAID
           MOVE RCV-HV-RECV-AMT      TO LTR-RECV-AMOUNT
           MOVE RCV-HV-OPEN-BALANCE  TO LTR-OPEN-BALANCE
           MOVE RCV-HV-AGE-DAYS      TO LTR-AGE-DAYS
           WRITE REFUND-LETTER-RECORD FROM LTR-REFUND-LETTER-REC
           IF  LTR-FILE-STATUS NOT = '00'
               DISPLAY 'FH02P9M9 WRITE RFNDLTR FAILED - STATUS '
                       LTR-FILE-STATUS
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-IF
      *
           EVALUATE TRUE
             WHEN LTR-INITIAL-REQUEST
               ADD +1 TO OVP-INITIAL-LTR-CNT
               SET RPT-ACT-INITIAL-LETTER TO TRUE
             WHEN LTR-SECOND-REQUEST
               ADD +1 TO OVP-SECOND-LTR-CNT
               SET RPT-ACT-SECOND-LETTER TO TRUE
             WHEN LTR-FINAL-NOTICE
               ADD +1 TO OVP-FINAL-LTR-CNT
               SET RPT-ACT-FINAL-NOTICE TO TRUE
           END-EVALUATE
           .
       3600-EXIT.
           EXIT.
      *
       3700-WRITE-AGING-LINE.
           IF  OVP-RPT-LINE-CNT > 58
               MOVE RPT-AGE-HEADING-2 TO RECOVERY-REPORT-LINE
               PERFORM 4100-WRITE-HEADINGS THRU 4100-EXIT
           END-IF
      *
           MOVE RCV-HV-PROVIDER-ID     TO RPT-AGE-PROVIDER-ID
           MOVE RCV-HV-PLAN-CODE       TO RPT-AGE-PLAN
           MOVE RCV-HV-CLAIM-NUMBER    TO RPT-AGE-CLAIM-NUMBER
           MOVE RCV-HV-PATIENT-CODE    TO RPT-AGE-PATIENT-CODE
           MOVE RCV-HV-MEMBER-ID       TO RPT-AGE-MEMBER-ID
           MOVE RCV-HV-SOURCE          TO RPT-AGE-SOURCE
           MOVE RCV-HV-RUN-ID          TO RPT-AGE-RUN-ID
           MOVE RCV-HV-RECV-DATE       TO RPT-AGE-RECV-DATE
           MOVE RCV-HV-AGE-DAYS        TO RPT-AGE-DAYS
           MOVE BKT-LABEL (OVP-BKT-SUB) TO RPT-AGE-BUCKET
           MOVE RCV-HV-RECV-AMT        TO RPT-AGE-RECV-AMT
           MOVE RCV-HV-OPEN-BALANCE    TO RPT-AGE-OPEN-BALANCE
           MOVE RPT-AGE-ACTION-TEXT    TO RPT-AGE-ACTION
           WRITE RECOVERY-REPORT-LINE FROM RPT-AGE-DETAIL-LINE
           ADD +1 TO OVP-RPT-LINE-CNT
           .
       3700-EXIT.
           EXIT.
      *
       4000-COUNT-COMMIT.
           ADD +1 TO OVP-SINCE-COMMIT
           IF  OVP-SINCE-COMMIT NOT < OVP-COMMIT-FREQUENCY
               EXEC SQL
                    COMMIT
               END-EXEC
               MOVE ZEROES TO OVP-SINCE-COMMIT
           END-IF
           .
       4000-EXIT.
           EXIT.
      *
       4100-WRITE-HEADINGS.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   THE CALLER LEAVES ITS SECTION'S COLUMN HEADING IN THE
      *   RECORD AREA; IT IS SAVED ACROSS THE PAGE HEADING.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE RECOVERY-REPORT-LINE TO RPT-SAVE-HEADING-2
           ADD +1 TO OVP-RPT-PAGE-CNT
           MOVE OVP-RPT-PAGE-CNT TO RPT-HDG-PAGE
           WRITE RECOVERY-REPORT-LINE FROM RPT-HEADING-1
           WRITE RECOVERY-REPORT-LINE FROM RPT-SAVE-HEADING-2
           MOVE SPACES TO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE
           MOVE +3 TO OVP-RPT-LINE-CNT
           .
       4100-EXIT.
           EXIT.
      *
       5000-FINALIZE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   FINAL COMMIT, REPORT TOTALS, CLOSE THE FILES.  RETURN CODE
      *   4 FLAGS UNAPPLIED OFFSETS OR WRITE-OFFS FOR RECOVERY STAFF.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           EXEC SQL
                CLOSE OPEN-RECEIVABLES
           END-EXEC
           EXEC SQL
                COMMIT
           END-EXEC
      *
           MOVE 'OFFSETS POSTED:' TO RPT-TOT-LITERAL
           MOVE OVP-OFFSETS-POSTED      TO RPT-TOT-COUNT
           MOVE OVP-OFFSET-AMT-POSTED   TO RPT-TOT-AMOUNT
           PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
           MOVE 'RECEIVABLES RECOVERED / DOLLARS APPLIED:'
                                        TO RPT-TOT-LITERAL
           MOVE OVP-RECOVERED-CNT       TO RPT-TOT-COUNT
           MOVE OVP-OFFSET-AMT-APPLIED  TO RPT-TOT-AMOUNT
           PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
           MOVE 'OFFSETS UNAPPLIED - RELEASE TO PROVIDER:'
                                        TO RPT-TOT-LITERAL
           MOVE OVP-UNAPPLIED-CNT       TO RPT-TOT-COUNT
           MOVE OVP-UNAPPLIED-AMT       TO RPT-TOT-AMOUNT
           PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
      *
           PERFORM 5200-WRITE-BUCKET-TOTAL THRU 5200-EXIT
              VARYING OVP-BKT-SUB FROM 1 BY 1
              UNTIL OVP-BKT-SUB > 5
      *
           MOVE 'RECEIVABLES WRITTEN OFF:' TO RPT-TOT-LITERAL
           MOVE OVP-WRITEOFF-CNT        TO RPT-TOT-COUNT
           MOVE OVP-WRITEOFF-AMT        TO RPT-TOT-AMOUNT
           PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
           MOVE ZEROES                  TO RPT-TOT-AMOUNT
           MOVE 'NEWLY OFFSET-ELIGIBLE:' TO RPT-TOT-LITERAL
           MOVE OVP-NEWLY-ELIGIBLE-CNT  TO RPT-TOT-COUNT
           PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
           MOVE 'REFUND REQUESTS SENT:' TO RPT-TOT-LITERAL
           MOVE OVP-INITIAL-LTR-CNT     TO RPT-TOT-COUNT
           PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
           MOVE 'SECOND REQUESTS SENT:' TO RPT-TOT-LITERAL
           MOVE OVP-SECOND-LTR-CNT      TO RPT-TOT-COUNT
           PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
           MOVE 'FINAL NOTICES SENT:'   TO RPT-TOT-LITERAL
           MOVE OVP-FINAL-LTR-CNT       TO RPT-TOT-COUNT
           PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
      *
           MOVE OVP-OFFSETS-POSTED TO OVP-DISPLAY-COUNT
           DISPLAY 'FH02P9M9 OFFSETS POSTED:      ' OVP-DISPLAY-COUNT
           MOVE OVP-UNAPPLIED-CNT TO OVP-DISPLAY-COUNT
           DISPLAY 'FH02P9M9 OFFSETS UNAPPLIED:   ' OVP-DISPLAY-COUNT
           MOVE OVP-RECV-AGED TO OVP-DISPLAY-COUNT
           DISPLAY 'FH02P9M9 RECEIVABLES AGED:    ' OVP-DISPLAY-COUNT
           MOVE OVP-WRITEOFF-CNT TO OVP-DISPLAY-COUNT
           DISPLAY 'FH02P9M9 RECEIVABLES WRITTEN OFF: '
                   OVP-DISPLAY-COUNT
           MOVE OVP-WRITEOFF-AMT TO OVP-DISPLAY-AMOUNT
           DISPLAY 'FH02P9M9 WRITE-OFF DOLLARS:   ' OVP-DISPLAY-AMOUNT
      *
           CLOSE RECOVERY-REPORT
                 REFUND-LETTER-FILE
      *
           IF  (OVP-UNAPPLIED-CNT > 0 OR OVP-WRITEOFF-CNT > 0)
           AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       5000-EXIT.
           EXIT.
      *
       5100-WRITE-TOTAL.
           WRITE RECOVERY-REPORT-LINE FROM RPT-TOTAL-LINE
           .
       5100-EXIT.
           EXIT.
      *
       5200-WRITE-BUCKET-TOTAL.
           MOVE SPACES TO RPT-TOT-LITERAL
           STRING 'OPEN RECEIVABLES - BUCKET '
                  BKT-LABEL (OVP-BKT-SUB) ':'
               DELIMITED BY SIZE
               INTO RPT-TOT-LITERAL
           END-STRING
           MOVE BKT-RECV-CNT (OVP-BKT-SUB)     TO RPT-TOT-COUNT
           MOVE BKT-OPEN-BALANCE (OVP-BKT-SUB) TO RPT-TOT-AMOUNT
           PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
           .
       5200-EXIT.
           EXIT.
      *
       9990-SQL-ERROR.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   REPORT THE FAILURE, ROLL BACK TO THE LAST COMMIT, AND END
      *   THE RUN.  A RERUN WITH THE SAME RUN DATE PICKS UP FROM THE
      *   LAST COMMIT (SEE RESTART ABOVE).
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           DISPLAY 'FH02P9M9 SQL ERROR - SQLCODE: ' SQL-SQLCODE
           DISPLAY 'FH02P9M9 PROVIDER: ' OFS-HV-PROVIDER-ID ' '
                   RCV-HV-PROVIDER-ID ' CLAIM: ' RCV-HV-PLAN-CODE ' '
                   RCV-HV-CLAIM-NUMBER
      *
           EXEC SQL
                ROLLBACK
           END-EXEC
      *
           MOVE 16 TO RETURN-CODE
           GO TO 0000-GOBACK
           .
       9990-EXIT.
           EXIT.
