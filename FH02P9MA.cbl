       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    FH02P9MA.
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
      *    ACCUMULATOR DOLLAR-INTEGRITY AUDIT.  FH02P9M1 PROVES THE
      *    BENEFIT PERIOD CODES ON THE FAMILY AND PATIENT WORK
      *    RECORDS; THIS JOB PROVES THE DOLLARS IN THOSE PERIODS.  IT
      *    READS THE FWG03160/FWG03170 UNLOADS (THE SAME UNLOADS
      *    FH02P9M5 PRINTS MEMBER STATEMENTS FROM) AND THE N1
      *    SUPPORTING HISTORY APPLIED-AMOUNT UNLOAD (N1AUDIT), ALL IN
      *    CONTRACT / PATIENT SEQUENCE, AND RE-ADDS THE DEDUCTIBLE,
      *    FAMILY DEDUCTIBLE, CATASTROPHIC, AND PPO CATASTROPHIC
      *    AMOUNTS EVERY N1 LINE APPLIED.  VOIDED LINES AND THE
      *    GENERATION AN ADJUSTMENT REPLACED COME OFF, SO THE TOTALS
      *    ARE NET OF VOIDS AND ADJUSTMENTS.
      *
      *    THE RE-ADDED TOTALS ARE COMPARED TO THE WORK RECORD
      *    ACCUMULATORS FOR EACH OPTION SET (BASIC, STANDARD, BLUE
      *    FOCUS) IN THE CURRENT AND PRIOR-1 PERIODS -- THE PERIODS
      *    FH02P9M5 STATEMENTS AND 9601-CHECK-CAT-MAX-CROSSED IN
      *    FH02P0M3 ACT ON.  AN N1 LINE BELONGS TO THE SET WHOSE WORK
      *    RECORD BENEFIT PERIOD (YEAR DIGIT / OPTION) MATCHES ITS
      *    OWN.  THE DEDUCTIBLE IS PROVED FOR EACH PATIENT; THE FAMILY
      *    DEDUCTIBLE AND BOTH CATASTROPHIC ACCUMULATORS ARE PROVED
      *    FOR THE CONTRACT FROM ALL OF ITS PATIENTS' LINES.
      *
      *    EVERY VARIANCE LARGER THAN THE TOLERANCE IS REPORTED BY
      *    CONTRACT, PATIENT, OPTION SET, AND PERIOD.  RC 4 FLAGS A
      *    RUN WITH VARIANCES, OR WITH N1 LINES THAT COULD NOT BE
      *    MATCHED TO A WORK RECORD, FOR BENEFITS ADMINISTRATION.
      *
      *    PARM:  TOLERANCE (999V99, OPTIONAL, DEFAULT 1.00).
      *
      *================================================================
      *    COPYBOOKS:
      *================================================================
      *
      *      FWG03160    FILE      FAMILY-WORK-RECORD
      *      FWG03170    FILE      PATIENT-WORK-RECORD
      *
      *================================================================
      *
      *  MAINTENANCE HISTORY:
      *
      *  VER    DATE       PPR     PROG  COMMENTS
      *  --  ----------  ---------  --   -------------------------------
      *  01  10/15/2026  TT 1400862 DLH  ORIGINAL VERSION.  DEDUCTIBLE
      *                                  AND CATASTROPHIC ACCUMULATOR
      *                                  AUDIT AGAINST THE N1
      *                                  SUPPORTING HISTORY.
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
           SELECT FAMILY-WORK-FILE       ASSIGN TO FWRIN
                  FILE STATUS IS FWR-FILE-STATUS.
      *
           SELECT PATIENT-WORK-FILE      ASSIGN TO PWRIN
                  FILE STATUS IS PWR-FILE-STATUS.
      *
           SELECT N1-AUDIT-FILE          ASSIGN TO N1AUDIT
                  FILE STATUS IS N1A-FILE-STATUS.
      *
           SELECT VARIANCE-REPORT        ASSIGN TO ACCVRPT
                  FILE STATUS IS RPT-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  FAMILY-WORK-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FAMILY-WORK-RECORD.
           COPY FWG03160 REPLACING ==:F:== BY ==FWR==.
      *
       FD  PATIENT-WORK-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PATIENT-WORK-RECORD.
           COPY FWG03170 REPLACING ==:P:== BY ==PWR==.
      *
       FD  N1-AUDIT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  N1-AUDIT-RECORD                PIC X(100).
      *
       FD  VARIANCE-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  VARIANCE-REPORT-LINE           PIC X(133).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           04  FWR-EOF-SW                     PIC X(01)  VALUE 'N'.
               88  FWR-END-OF-FILE                VALUE 'Y'.
           04  PWR-EOF-SW                     PIC X(01)  VALUE 'N'.
               88  PWR-END-OF-FILE                VALUE 'Y'.
           04  N1A-EOF-SW                     PIC X(01)  VALUE 'N'.
               88  N1A-END-OF-FILE                VALUE 'Y'.
      *
       01  FILE-STATUS-FIELDS.
           04  FWR-FILE-STATUS                PIC X(02)  VALUE SPACES.
           04  PWR-FILE-STATUS                PIC X(02)  VALUE SPACES.
           04  N1A-FILE-STATUS                PIC X(02)  VALUE SPACES.
           04  RPT-FILE-STATUS                PIC X(02)  VALUE SPACES.
      *
       01  CONSTANTS.
           04  AUD-DEFAULT-TOLERANCE          PIC S9(03)V99 COMP-3
                                                         VALUE +1.00.
      *
       01  SUBSCRIPTS.
           04  SET-SUB                        PIC S9(04) BINARY.
           04  AUD-PAT-SLOT                   PIC S9(04) BINARY.
           04  AUD-FAM-SLOT                   PIC S9(04) BINARY.
      *
       01  WORK-AREAS.
           04  AUD-FAMILIES-READ              PIC S9(09) BINARY
                                                         VALUE +0.
           04  AUD-PATIENTS-READ              PIC S9(09) BINARY
                                                         VALUE +0.
           04  AUD-N1-LINES-READ              PIC S9(09) BINARY
                                                         VALUE +0.
           04  AUD-N1-LINES-APPLIED           PIC S9(09) BINARY
                                                         VALUE +0.
           04  AUD-N1-NO-WORK-RECORD          PIC S9(09) BINARY
                                                         VALUE +0.
           04  AUD-N1-OUTSIDE-PERIODS         PIC S9(09) BINARY
                                                         VALUE +0.
           04  AUD-ORPHAN-PATIENTS            PIC S9(09) BINARY
                                                         VALUE +0.
           04  AUD-VARIANCE-CNT               PIC S9(09) BINARY
                                                         VALUE +0.
           04  AUD-RPT-LINE-CNT               PIC S9(04) BINARY
                                                         VALUE +99.
           04  AUD-RPT-PAGE-CNT               PIC S9(04) BINARY
                                                         VALUE +0.
           04  AUD-TOLERANCE                  PIC S9(03)V99 COMP-3.
           04  AUD-SIGN                       PIC S9(01) COMP-3.
           04  AUD-WORK-AMOUNT                PIC S9(07)V99 COMP-3.
           04  AUD-HIST-AMOUNT                PIC S9(07)V99 COMP-3.
           04  AUD-VARIANCE                   PIC S9(07)V99 COMP-3.
           04  AUD-ABS-VARIANCE               PIC S9(07)V99 COMP-3.
           04  AUD-ABS-VARIANCE-TOTAL         PIC S9(11)V99 COMP-3
                                                         VALUE +0.
           04  AUD-ACCUM-NAME                 PIC X(12).
           04  AUD-RPT-PATIENT-CODE           PIC X(02).
           04  AUD-N1-KEY.
               08  AUD-N1-CONTRACT-ID         PIC X(09).
               08  AUD-N1-PATIENT-CODE        PIC X(02).
           04  AUD-PWR-KEY.
               08  AUD-PWR-CONTRACT-ID        PIC X(09).
               08  AUD-PWR-PATIENT-CODE       PIC X(02).
           04  AUD-DISPLAY-COUNT              PIC ZZZ,ZZZ,ZZ9.
           04  AUD-DISPLAY-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
           04  AUD-RUN-DATE                   PIC 9(08).
           04  AUD-RUN-DATE-R REDEFINES AUD-RUN-DATE.
               08  AUD-RUN-CCYY               PIC 9(04).
               08  AUD-RUN-MM                 PIC 9(02).
               08  AUD-RUN-DD                 PIC 9(02).
      *
      *-----------------------------------------------------------------
      *  ONE SLOT PER OPTION SET / PERIOD AUDITED (THE FH02P9M5 SET
      *  ORDER):
      *    1  CB   BASIC     CURRENT     4  P1B  BASIC     PRIOR-1
      *    2  CS   STANDARD  CURRENT     5  P1S  STANDARD  PRIOR-1
      *    3  CP   BLUE FCS  CURRENT     6  P1P  BLUE FCS  PRIOR-1
      *-----------------------------------------------------------------
       01  SET-TYPE-LITS.
           04  FILLER                         PIC X(24)  VALUE
               'CB CCS CCP CP1BPP1SPP1PP'.
       01  SET-TYPE-TABLE REDEFINES SET-TYPE-LITS.
           04  SET-TYPE-ENTRY                 OCCURS 6 TIMES.
               08  SET-TYPE-CD                PIC X(03).
               08  SET-PERIOD-IND             PIC X(01).
      *
      *-----------------------------------------------------------------
      *  THE FAMILY SLOTS (FWG03160) AND THE CURRENT PATIENT'S SLOTS
      *  (FWG03170):  THE WORK RECORD PERIOD AND ACCUMULATORS, AND
      *  THE AMOUNTS RE-ADDED FROM THE N1 LINES.
      *-----------------------------------------------------------------
       01  FAM-SLOT-TABLE.
           04  FAM-SLOT                       OCCURS 6 TIMES.
               08  FAM-BENEFIT-PERIOD         PIC X(02).
               08  FAM-WRK-FAM-DEDUCT         PIC S9(05)V99 COMP-3.
               08  FAM-WRK-CAT-MAX            PIC S9(07)V99 COMP-3.
               08  FAM-WRK-PPO-MAX            PIC S9(07)V99 COMP-3.
               08  FAM-N1-FAM-DEDUCT          PIC S9(07)V99 COMP-3.
               08  FAM-N1-CAT-MAX             PIC S9(07)V99 COMP-3.
               08  FAM-N1-PPO-MAX             PIC S9(07)V99 COMP-3.
      *
       01  PAT-SLOT-TABLE.
           04  PAT-SLOT                       OCCURS 6 TIMES.
               08  PAT-BENEFIT-PERIOD         PIC X(02).
               08  PAT-WRK-DEDUCT             PIC S9(05)V99 COMP-3.
               08  PAT-N1-DEDUCT              PIC S9(07)V99 COMP-3.
      *
      *-----------------------------------------------------------------
      *  N1 SUPPORTING HISTORY APPLIED-AMOUNT UNLOAD.  ONE RECORD PER
      *  N1 LINE, IN CONTRACT / PATIENT SEQUENCE, CARRYING WHAT THAT
      *  LINE APPLIED TO EACH ACCUMULATOR (NOT THE RUNNING TOTALS THE
      *  N1 PRINTS).  A VOID LINE, OR A LINE AN ADJUSTMENT SUPERSEDED,
      *  CARRIES THE AMOUNTS IT APPLIED AND IS BACKED OUT.
      *-----------------------------------------------------------------
       01  N1A-N1-AUDIT-INPUT.
           04  N1A-CONTRACT-ID-NUMBER         PIC X(09).
           04  N1A-PATIENT-CODE               PIC X(02).
           04  N1A-PLAN-CODE                  PIC X(03).
           04  N1A-CLAIM-NUMBER               PIC X(11).
           04  N1A-LINE-NUMBER                PIC 9(03).
           04  N1A-TRANS-TYPE                 PIC X(01).
               88  N1A-ORIGINAL                   VALUE 'O'.
               88  N1A-ADJUSTMENT                 VALUE 'A'.
               88  N1A-SUPERSEDED                 VALUE 'S'.
               88  N1A-VOID                       VALUE 'V'.
           04  N1A-BENEFIT-PERIOD.
               08  N1A-PERIOD-YEAR            PIC X(01).
               08  N1A-PERIOD-OPTION          PIC X(01).
           04  N1A-PROCESSED-DATE             PIC X(10).
           04  N1A-DEDUCT-APPLIED             PIC S9(05)V99.
           04  N1A-FAM-DEDUCT-APPLIED         PIC S9(05)V99.
           04  N1A-CAT-APPLIED                PIC S9(07)V99.
           04  N1A-PPO-CAT-APPLIED            PIC S9(07)V99.
           04  FILLER                         PIC X(27).
      *
      *-----------------------------------------------------------------
      *  REPORT LINES
      *-----------------------------------------------------------------
       01  RPT-HEADING-1.
           04  FILLER                         PIC X(01)  VALUE '1'.
           04  FILLER                         PIC X(50)  VALUE
               'FH02P9MA  ACCUMULATOR DOLLAR-INTEGRITY AUDIT'.
           04  FILLER                         PIC X(10)  VALUE
               'RUN DATE: '.
           04  RPT-HDG-RUN-DATE.
               08  RPT-HDG-MM                 PIC 9(02).
               08  FILLER                     PIC X(01)  VALUE '/'.
               08  RPT-HDG-DD                 PIC 9(02).
               08  FILLER                     PIC X(01)  VALUE '/'.
               08  RPT-HDG-CCYY               PIC 9(04).
           04  FILLER                         PIC X(04)  VALUE SPACES.
           04  FILLER                         PIC X(11)  VALUE
               'TOLERANCE: '.
           04  RPT-HDG-TOLERANCE              PIC ZZ9.99.
           04  FILLER                         PIC X(27)  VALUE SPACES.
           04  FILLER                         PIC X(05)  VALUE 'PAGE '.
           04  RPT-HDG-PAGE                   PIC ZZZ9.
           04  FILLER                         PIC X(05)  VALUE SPACES.
      *
       01  RPT-HEADING-2.
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  FILLER                         PIC X(11)  VALUE
               'CONTRACT'.
           04  FILLER                         PIC X(04)  VALUE 'PC'.
           04  FILLER                         PIC X(05)  VALUE 'SET'.
           04  FILLER                         PIC X(05)  VALUE 'CUR'.
           04  FILLER                         PIC X(05)  VALUE 'PRD'.
           04  FILLER                         PIC X(14)  VALUE
               'ACCUMULATOR'.
           04  FILLER                         PIC X(15)  VALUE
               '  WORK RECORD'.
           04  FILLER                         PIC X(15)  VALUE
               '   N1 HISTORY'.
           04  FILLER                         PIC X(16)  VALUE
               '     VARIANCE'.
           04  FILLER                         PIC X(42)  VALUE SPACES.
      *
       01  RPT-DETAIL-LINE.
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-CONTRACT-ID-NUMBER         PIC X(09).
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-PATIENT-CODE               PIC X(02).
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-SET-TYPE                   PIC X(03).
           04  FILLER                         PIC X(03)  VALUE SPACES.
           04  RPT-PERIOD-IND                 PIC X(01).
           04  FILLER                         PIC X(03)  VALUE SPACES.
           04  RPT-BENEFIT-PERIOD             PIC X(02).
           04  FILLER                         PIC X(03)  VALUE SPACES.
           04  RPT-ACCUM-NAME                 PIC X(12).
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-WORK-AMOUNT                PIC Z,ZZZ,ZZ9.99-.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-HIST-AMOUNT                PIC Z,ZZZ,ZZ9.99-.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-VARIANCE                   PIC Z,ZZZ,ZZ9.99-.
           04  FILLER                         PIC X(45)  VALUE SPACES.
      *
       01  RPT-TOTAL-LINE.
           04  FILLER                         PIC X(01)  VALUE '0'.
           04  RPT-TOT-LITERAL                PIC X(40).
           04  RPT-TOT-COUNT                  PIC ZZZ,ZZZ,ZZ9.
           04  FILLER                         PIC X(81)  VALUE SPACES.
      *
      *=================================================================
      *===      LINKAGE SECTION
      *=================================================================
       LINKAGE SECTION.
      *
       01  PARM-DATA.
           04  PARM-LENGTH                    PIC S9(04) BINARY.
           04  PARM-TOLERANCE                 PIC 9(03)V99.
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
           PERFORM 2000-PROCESS-FAMILY THRU 2000-EXIT
              UNTIL FWR-END-OF-FILE
      *
           PERFORM 5000-FINALIZE THRU 5000-EXIT
           .
       0000-GOBACK.
           GOBACK.
      *
       1000-INITIALIZE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   EDIT THE TOLERANCE, OPEN THE FILES, AND PRIME ALL THREE
      *   INPUTS.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE AUD-DEFAULT-TOLERANCE TO AUD-TOLERANCE
           IF  PARM-LENGTH > 4
               IF  PARM-TOLERANCE NOT NUMERIC
                   DISPLAY 'FH02P9MA INVALID RUN PARM - TOLERANCE: '
                           PARM-TOLERANCE
                   MOVE 16 TO RETURN-CODE
                   GO TO 0000-GOBACK
               END-IF
               MOVE PARM-TOLERANCE TO AUD-TOLERANCE
           END-IF
           MOVE AUD-TOLERANCE TO RPT-HDG-TOLERANCE
      *
           ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD
           MOVE AUD-RUN-MM   TO RPT-HDG-MM
           MOVE AUD-RUN-DD   TO RPT-HDG-DD
           MOVE AUD-RUN-CCYY TO RPT-HDG-CCYY
      *
           OPEN INPUT  FAMILY-WORK-FILE
                       PATIENT-WORK-FILE
                       N1-AUDIT-FILE
                OUTPUT VARIANCE-REPORT
      *
           IF  FWR-FILE-STATUS NOT = '00'
           OR  PWR-FILE-STATUS NOT = '00'
           OR  N1A-FILE-STATUS NOT = '00'
           OR  RPT-FILE-STATUS NOT = '00'
               DISPLAY 'FH02P9MA OPEN FAILED - FWR ' FWR-FILE-STATUS
                       ' PWR ' PWR-FILE-STATUS
                       ' N1A ' N1A-FILE-STATUS
                       ' RPT ' RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF
      *
           PERFORM 2800-READ-FAMILY THRU 2800-EXIT
           PERFORM 2900-READ-PATIENT THRU 2900-EXIT
           PERFORM 2700-READ-N1-AUDIT THRU 2700-EXIT
           .
       1000-EXIT.
           EXIT.
      *
       2000-PROCESS-FAMILY.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   AUDIT ONE CONTRACT.  PATIENTS AND N1 LINES AHEAD OF THE
      *   FAMILY HAVE NO FAMILY RECORD -- COUNT THEM AND MOVE ON.
      *   THEN PROVE EACH PATIENT'S DEDUCTIBLE, AND LAST THE FAMILY
      *   ACCUMULATORS FROM EVERY PATIENT'S LINES.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           PERFORM 2050-SKIP-ORPHAN-PATIENT THRU 2050-EXIT
              UNTIL PWR-END-OF-FILE
                 OR PWR-CONTRACT-ID-NUMBER NOT <
                    FWR-CONTRACT-ID-NUMBER
           PERFORM 2060-SKIP-ORPHAN-N1 THRU 2060-EXIT
              UNTIL N1A-END-OF-FILE
                 OR N1A-CONTRACT-ID-NUMBER NOT <
                    FWR-CONTRACT-ID-NUMBER
      *
           PERFORM 2100-LOAD-FAMILY-SLOT THRU 2100-EXIT
              VARYING SET-SUB FROM 1 BY 1
              UNTIL SET-SUB > 6
      *
           PERFORM 2200-PROCESS-PATIENT THRU 2200-EXIT
              UNTIL PWR-END-OF-FILE
                 OR PWR-CONTRACT-ID-NUMBER NOT =
                    FWR-CONTRACT-ID-NUMBER
      *
      *-----------------------------------------------------------------
      *  N1 LINES LEFT FOR THIS CONTRACT BELONG TO A PATIENT WITH NO
      *  PATIENT RECORD.  THEY STILL COUNT TOWARD THE FAMILY.
      *-----------------------------------------------------------------
           PERFORM 2060-SKIP-ORPHAN-N1 THRU 2060-EXIT
              UNTIL N1A-END-OF-FILE
                 OR N1A-CONTRACT-ID-NUMBER NOT =
                    FWR-CONTRACT-ID-NUMBER
      *
           MOVE SPACES TO AUD-RPT-PATIENT-CODE
           PERFORM 3100-COMPARE-FAMILY-SLOT THRU 3100-EXIT
              VARYING SET-SUB FROM 1 BY 1
              UNTIL SET-SUB > 6
      *
           PERFORM 2800-READ-FAMILY THRU 2800-EXIT
           .
       2000-EXIT.
           EXIT.
      *
       2050-SKIP-ORPHAN-PATIENT.
           ADD +1 TO AUD-ORPHAN-PATIENTS
           PERFORM 2900-READ-PATIENT THRU 2900-EXIT
           .
       2050-EXIT.
           EXIT.
      *
       2060-SKIP-ORPHAN-N1.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   AN N1 LINE WITH NO PATIENT RECORD.  WHEN ITS CONTRACT IS
      *   THE FAMILY IN HAND IT IS STILL ADDED TO THE FAMILY TOTALS.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           ADD +1 TO AUD-N1-NO-WORK-RECORD
           IF  NOT FWR-END-OF-FILE
           AND N1A-CONTRACT-ID-NUMBER = FWR-CONTRACT-ID-NUMBER
               PERFORM 2400-SET-LINE-SIGN THRU 2400-EXIT
               PERFORM 2500-ADD-FAMILY-LINE THRU 2500-EXIT
           END-IF
           PERFORM 2700-READ-N1-AUDIT THRU 2700-EXIT
           .
       2060-EXIT.
           EXIT.
      *
       2100-LOAD-FAMILY-SLOT.
           EVALUATE SET-SUB
             WHEN 1
               MOVE FWR-CB-BENEFIT-PERIOD  TO FAM-BENEFIT-PERIOD (1)
               MOVE FWR-CB-FAM-DEDUCT-ACCUM
                                           TO FAM-WRK-FAM-DEDUCT (1)
               MOVE FWR-CB-CAT-MAX-ACCUM   TO FAM-WRK-CAT-MAX (1)
               MOVE FWR-CB-PPO-MAX-ACCUM   TO FAM-WRK-PPO-MAX (1)
             WHEN 2
               MOVE FWR-CS-BENEFIT-PERIOD  TO FAM-BENEFIT-PERIOD (2)
               MOVE FWR-CS-FAM-DEDUCT-ACCUM
                                           TO FAM-WRK-FAM-DEDUCT (2)
               MOVE FWR-CS-CAT-MAX-ACCUM   TO FAM-WRK-CAT-MAX (2)
               MOVE FWR-CS-PPO-MAX-ACCUM   TO FAM-WRK-PPO-MAX (2)
             WHEN 3
               MOVE FWR-CP-BENEFIT-PERIOD  TO FAM-BENEFIT-PERIOD (3)
               MOVE FWR-CP-FAM-DEDUCT-ACCUM
                                           TO FAM-WRK-FAM-DEDUCT (3)
               MOVE FWR-CP-CAT-MAX-ACCUM   TO FAM-WRK-CAT-MAX (3)
               MOVE FWR-CP-PPO-MAX-ACCUM   TO FAM-WRK-PPO-MAX (3)
             WHEN 4
               MOVE FWR-P1B-BENEFIT-PERIOD TO FAM-BENEFIT-PERIOD (4)
               MOVE FWR-P1B-FAM-DEDUCT-ACCUM
                                           TO FAM-WRK-FAM-DEDUCT (4)
               MOVE FWR-P1B-CAT-MAX-ACCUM  TO FAM-WRK-CAT-MAX (4)
               MOVE FWR-P1B-PPO-MAX-ACCUM  TO FAM-WRK-PPO-MAX (4)
             WHEN 5
               MOVE FWR-P1S-BENEFIT-PERIOD TO FAM-BENEFIT-PERIOD (5)
               MOVE FWR-P1S-FAM-DEDUCT-ACCUM
                                           TO FAM-WRK-FAM-DEDUCT (5)
               MOVE FWR-P1S-CAT-MAX-ACCUM  TO FAM-WRK-CAT-MAX (5)
               MOVE FWR-P1S-PPO-MAX-ACCUM  TO FAM-WRK-PPO-MAX (5)
             WHEN 6
               MOVE FWR-P1P-BENEFIT-PERIOD TO FAM-BENEFIT-PERIOD (6)
               MOVE FWR-P1P-FAM-DEDUCT-ACCUM
                                           TO FAM-WRK-FAM-DEDUCT (6)
               MOVE FWR-P1P-CAT-MAX-ACCUM  TO FAM-WRK-CAT-MAX (6)
               MOVE FWR-P1P-PPO-MAX-ACCUM  TO FAM-WRK-PPO-MAX (6)
           END-EVALUATE
      *
           MOVE ZEROES TO FAM-N1-FAM-DEDUCT (SET-SUB)
                          FAM-N1-CAT-MAX (SET-SUB)
                          FAM-N1-PPO-MAX (SET-SUB)
           .
       2100-EXIT.
           EXIT.
      *
       2200-PROCESS-PATIENT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   RE-ADD THE PATIENT'S N1 LINES AND PROVE THE PATIENT
      *   DEDUCTIBLE FOR EVERY SET CARRYING A PERIOD.  LINES FOR A
      *   PATIENT CODE AHEAD OF THIS ONE HAVE NO PATIENT RECORD.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE PWR-CONTRACT-ID-NUMBER TO AUD-PWR-CONTRACT-ID
           MOVE PWR-PATIENT-CODE       TO AUD-PWR-PATIENT-CODE
      *
           PERFORM 2210-LOAD-PATIENT-SLOT THRU 2210-EXIT
              VARYING SET-SUB FROM 1 BY 1
              UNTIL SET-SUB > 6
      *
           PERFORM 2060-SKIP-ORPHAN-N1 THRU 2060-EXIT
              UNTIL N1A-END-OF-FILE
                 OR AUD-N1-KEY NOT < AUD-PWR-KEY
      *
           PERFORM 2300-APPLY-N1-LINE THRU 2300-EXIT
              UNTIL N1A-END-OF-FILE
                 OR AUD-N1-KEY NOT = AUD-PWR-KEY
      *
           MOVE PWR-PATIENT-CODE TO AUD-RPT-PATIENT-CODE
           PERFORM 3000-COMPARE-PATIENT-SLOT THRU 3000-EXIT
              VARYING SET-SUB FROM 1 BY 1
              UNTIL SET-SUB > 6
      *
           PERFORM 2900-READ-PATIENT THRU 2900-EXIT
           .
       2200-EXIT.
           EXIT.
      *
       2210-LOAD-PATIENT-SLOT.
           EVALUATE SET-SUB
             WHEN 1
               MOVE PWR-CB-BENEFIT-PERIOD  TO PAT-BENEFIT-PERIOD (1)
               MOVE PWR-CB-DEDUCT-ACCUM    TO PAT-WRK-DEDUCT (1)
             WHEN 2
               MOVE PWR-CS-BENEFIT-PERIOD  TO PAT-BENEFIT-PERIOD (2)
               MOVE PWR-CS-DEDUCT-ACCUM    TO PAT-WRK-DEDUCT (2)
             WHEN 3
               MOVE PWR-CP-BENEFIT-PERIOD  TO PAT-BENEFIT-PERIOD (3)
               MOVE PWR-CP-DEDUCT-ACCUM    TO PAT-WRK-DEDUCT (3)
             WHEN 4
               MOVE PWR-P1B-BENEFIT-PERIOD TO PAT-BENEFIT-PERIOD (4)
               MOVE PWR-P1B-DEDUCT-ACCUM   TO PAT-WRK-DEDUCT (4)
             WHEN 5
               MOVE PWR-P1S-BENEFIT-PERIOD TO PAT-BENEFIT-PERIOD (5)
               MOVE PWR-P1S-DEDUCT-ACCUM   TO PAT-WRK-DEDUCT (5)
             WHEN 6
               MOVE PWR-P1P-BENEFIT-PERIOD TO PAT-BENEFIT-PERIOD (6)
               MOVE PWR-P1P-DEDUCT-ACCUM   TO PAT-WRK-DEDUCT (6)
           END-EVALUATE
      *
           MOVE ZEROES TO PAT-N1-DEDUCT (SET-SUB)
           .
       2210-EXIT.
           EXIT.
      *
       2300-APPLY-N1-LINE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   ADD ONE N1 LINE TO THE PATIENT SLOT AND THE FAMILY SLOT
      *   CARRYING ITS BENEFIT PERIOD.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           PERFORM 2400-SET-LINE-SIGN THRU 2400-EXIT
      *
           MOVE ZEROES TO AUD-PAT-SLOT
           PERFORM 2310-FIND-PATIENT-SLOT THRU 2310-EXIT
              VARYING SET-SUB FROM 1 BY 1
              UNTIL SET-SUB > 6
                 OR AUD-PAT-SLOT > 0
           IF  AUD-PAT-SLOT > 0
               COMPUTE PAT-N1-DEDUCT (AUD-PAT-SLOT) =
                       PAT-N1-DEDUCT (AUD-PAT-SLOT)
                     + N1A-DEDUCT-APPLIED * AUD-SIGN
               END-COMPUTE
           END-IF
      *
           PERFORM 2500-ADD-FAMILY-LINE THRU 2500-EXIT
           PERFORM 2700-READ-N1-AUDIT THRU 2700-EXIT
           .
       2300-EXIT.
           EXIT.
      *
       2310-FIND-PATIENT-SLOT.
           IF  PAT-BENEFIT-PERIOD (SET-SUB) = N1A-BENEFIT-PERIOD
               MOVE SET-SUB TO AUD-PAT-SLOT
           END-IF
           .
       2310-EXIT.
           EXIT.
      *
       2400-SET-LINE-SIGN.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   ORIGINAL AND ADJUSTMENT LINES ADD WHAT THEY APPLIED; A VOID
      *   OR A SUPERSEDED GENERATION BACKS ITS AMOUNTS OUT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           IF  N1A-VOID
           OR  N1A-SUPERSEDED
               MOVE -1 TO AUD-SIGN
           ELSE
               MOVE +1 TO AUD-SIGN
           END-IF
           ADD +1 TO AUD-N1-LINES-APPLIED
           .
       2400-EXIT.
           EXIT.
      *
       2500-ADD-FAMILY-LINE.
           MOVE ZEROES TO AUD-FAM-SLOT
           PERFORM 2510-FIND-FAMILY-SLOT THRU 2510-EXIT
              VARYING SET-SUB FROM 1 BY 1
              UNTIL SET-SUB > 6
                 OR AUD-FAM-SLOT > 0
      *
           IF  AUD-FAM-SLOT = 0
               ADD +1 TO AUD-N1-OUTSIDE-PERIODS
               GO TO 2500-EXIT
           END-IF
      *
           COMPUTE FAM-N1-FAM-DEDUCT (AUD-FAM-SLOT) =
                   FAM-N1-FAM-DEDUCT (AUD-FAM-SLOT)
                 + N1A-FAM-DEDUCT-APPLIED * AUD-SIGN
           END-COMPUTE
           COMPUTE FAM-N1-CAT-MAX (AUD-FAM-SLOT) =
                   FAM-N1-CAT-MAX (AUD-FAM-SLOT)
                 + N1A-CAT-APPLIED * AUD-SIGN
           END-COMPUTE
           COMPUTE FAM-N1-PPO-MAX (AUD-FAM-SLOT) =
                   FAM-N1-PPO-MAX (AUD-FAM-SLOT)
                 + N1A-PPO-CAT-APPLIED * AUD-SIGN
           END-COMPUTE
           .
       2500-EXIT.
           EXIT.
      *
       2510-FIND-FAMILY-SLOT.
           IF  FAM-BENEFIT-PERIOD (SET-SUB) = N1A-BENEFIT-PERIOD
               MOVE SET-SUB TO AUD-FAM-SLOT
           END-IF
           .
       2510-EXIT.
           EXIT.
      *
       2700-READ-N1-AUDIT.
           READ N1-AUDIT-FILE INTO N1A-N1-AUDIT-INPUT
               AT END
                   SET N1A-END-OF-FILE TO TRUE
                   MOVE HIGH-VALUES TO N1A-CONTRACT-ID-NUMBER
                                       N1A-PATIENT-CODE
               NOT AT END
                   ADD +1 TO AUD-N1-LINES-READ
           END-READ
           MOVE N1A-CONTRACT-ID-NUMBER TO AUD-N1-CONTRACT-ID
           MOVE N1A-PATIENT-CODE       TO AUD-N1-PATIENT-CODE
           .
       2700-EXIT.
           EXIT.
      *
       2800-READ-FAMILY.
           READ FAMILY-WORK-FILE
               AT END
                   SET FWR-END-OF-FILE TO TRUE
               NOT AT END
                   ADD +1 TO AUD-FAMILIES-READ
           END-READ
           .
       2800-EXIT.
           EXIT.
      *
       2900-READ-PATIENT.
           READ PATIENT-WORK-FILE
               AT END
                   SET PWR-END-OF-FILE TO TRUE
               NOT AT END
                   ADD +1 TO AUD-PATIENTS-READ
           END-READ
           .
       2900-EXIT.
           EXIT.
      *
       3000-COMPARE-PATIENT-SLOT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   PROVE ONE PATIENT DEDUCTIBLE.  A SET WITH NO PERIOD HAS NO
      *   ACTIVITY AND NOTHING TO PROVE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           IF  PAT-BENEFIT-PERIOD (SET-SUB) = SPACES
           OR  PAT-BENEFIT-PERIOD (SET-SUB) = LOW-VALUES
               GO TO 3000-EXIT
           END-IF
      *
           MOVE PAT-BENEFIT-PERIOD (SET-SUB) TO RPT-BENEFIT-PERIOD
           MOVE 'DEDUCTIBLE'             TO AUD-ACCUM-NAME
           MOVE PAT-WRK-DEDUCT (SET-SUB) TO AUD-WORK-AMOUNT
           MOVE PAT-N1-DEDUCT (SET-SUB)  TO AUD-HIST-AMOUNT
           PERFORM 3200-CHECK-VARIANCE THRU 3200-EXIT
           .
       3000-EXIT.
           EXIT.
      *
       3100-COMPARE-FAMILY-SLOT.
           IF  FAM-BENEFIT-PERIOD (SET-SUB) = SPACES
           OR  FAM-BENEFIT-PERIOD (SET-SUB) = LOW-VALUES
               GO TO 3100-EXIT
           END-IF
      *
           MOVE FAM-BENEFIT-PERIOD (SET-SUB) TO RPT-BENEFIT-PERIOD
           MOVE 'FAM DEDUCT'                 TO AUD-ACCUM-NAME
           MOVE FAM-WRK-FAM-DEDUCT (SET-SUB) TO AUD-WORK-AMOUNT
           MOVE FAM-N1-FAM-DEDUCT (SET-SUB)  TO AUD-HIST-AMOUNT
           PERFORM 3200-CHECK-VARIANCE THRU 3200-EXIT
      *
           MOVE 'CATASTROPHIC'               TO AUD-ACCUM-NAME
           MOVE FAM-WRK-CAT-MAX (SET-SUB)    TO AUD-WORK-AMOUNT
           MOVE FAM-N1-CAT-MAX (SET-SUB)     TO AUD-HIST-AMOUNT
           PERFORM 3200-CHECK-VARIANCE THRU 3200-EXIT
      *
           MOVE 'PPO CATASTRO'               TO AUD-ACCUM-NAME
           MOVE FAM-WRK-PPO-MAX (SET-SUB)    TO AUD-WORK-AMOUNT
           MOVE FAM-N1-PPO-MAX (SET-SUB)     TO AUD-HIST-AMOUNT
           PERFORM 3200-CHECK-VARIANCE THRU 3200-EXIT
           .
       3100-EXIT.
           EXIT.
      *
       3200-CHECK-VARIANCE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   VARIANCE IS WORK RECORD LESS HISTORY:  POSITIVE MEANS THE
      *   ACCUMULATOR IS AHEAD OF WHAT THE CLAIMS APPLIED.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           COMPUTE AUD-VARIANCE = AUD-WORK-AMOUNT - AUD-HIST-AMOUNT
           END-COMPUTE
           IF  AUD-VARIANCE < ZERO
               COMPUTE AUD-ABS-VARIANCE = ZERO - AUD-VARIANCE
               END-COMPUTE
           ELSE
               MOVE AUD-VARIANCE TO AUD-ABS-VARIANCE
           END-IF
      *
           IF  AUD-ABS-VARIANCE NOT > AUD-TOLERANCE
               GO TO 3200-EXIT
           END-IF
      *
           ADD +1               TO AUD-VARIANCE-CNT
           ADD AUD-ABS-VARIANCE TO AUD-ABS-VARIANCE-TOTAL
      *
           IF  AUD-RPT-LINE-CNT > 58
               PERFORM 4100-WRITE-HEADINGS THRU 4100-EXIT
           END-IF
      *
           MOVE FWR-CONTRACT-ID-NUMBER  TO RPT-CONTRACT-ID-NUMBER
           MOVE AUD-RPT-PATIENT-CODE    TO RPT-PATIENT-CODE
           MOVE SET-TYPE-CD (SET-SUB)   TO RPT-SET-TYPE
           MOVE SET-PERIOD-IND (SET-SUB)
                                        TO RPT-PERIOD-IND
           MOVE AUD-ACCUM-NAME          TO RPT-ACCUM-NAME
           MOVE AUD-WORK-AMOUNT         TO RPT-WORK-AMOUNT
           MOVE AUD-HIST-AMOUNT         TO RPT-HIST-AMOUNT
           MOVE AUD-VARIANCE            TO RPT-VARIANCE
           WRITE VARIANCE-REPORT-LINE FROM RPT-DETAIL-LINE
           ADD +1 TO AUD-RPT-LINE-CNT
           .
       3200-EXIT.
           EXIT.
      *
       4100-WRITE-HEADINGS.
           ADD +1 TO AUD-RPT-PAGE-CNT
           MOVE AUD-RPT-PAGE-CNT TO RPT-HDG-PAGE
           WRITE VARIANCE-REPORT-LINE FROM RPT-HEADING-1
           WRITE VARIANCE-REPORT-LINE FROM RPT-HEADING-2
           MOVE SPACES TO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE
           MOVE +3 TO AUD-RPT-LINE-CNT
           .
       4100-EXIT.
           EXIT.
      *
       5000-FINALIZE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   REPORT THE RUN TOTALS AND CLOSE THE FILES.  VARIANCES AND
      *   N1 LINES WITHOUT A WORK RECORD RAISE RC 4.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           PERFORM 2060-SKIP-ORPHAN-N1 THRU 2060-EXIT
              UNTIL N1A-END-OF-FILE
           PERFORM 2050-SKIP-ORPHAN-PATIENT THRU 2050-EXIT
              UNTIL PWR-END-OF-FILE
      *
           IF  AUD-RPT-LINE-CNT > 50
               PERFORM 4100-WRITE-HEADINGS THRU 4100-EXIT
           END-IF
           MOVE 'FAMILIES AUDITED:'         TO RPT-TOT-LITERAL
           MOVE AUD-FAMILIES-READ           TO RPT-TOT-COUNT
           PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
           MOVE 'PATIENTS AUDITED:'         TO RPT-TOT-LITERAL
           MOVE AUD-PATIENTS-READ           TO RPT-TOT-COUNT
           PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
           MOVE 'N1 LINES RE-ADDED:'        TO RPT-TOT-LITERAL
           MOVE AUD-N1-LINES-APPLIED        TO RPT-TOT-COUNT
           PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
           MOVE 'N1 LINES - NO WORK RECORD:' TO RPT-TOT-LITERAL
           MOVE AUD-N1-NO-WORK-RECORD       TO RPT-TOT-COUNT
           PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
           MOVE 'N1 LINES - PERIOD NOT AUDITED:'
                                            TO RPT-TOT-LITERAL
           MOVE AUD-N1-OUTSIDE-PERIODS      TO RPT-TOT-COUNT
           PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
           MOVE 'VARIANCES OVER TOLERANCE:' TO RPT-TOT-LITERAL
           MOVE AUD-VARIANCE-CNT            TO RPT-TOT-COUNT
           PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
      *
           CLOSE FAMILY-WORK-FILE
                 PATIENT-WORK-FILE
                 N1-AUDIT-FILE
                 VARIANCE-REPORT
      *
           MOVE AUD-FAMILIES-READ TO AUD-DISPLAY-COUNT
           DISPLAY 'FH02P9MA FAMILIES READ:      ' AUD-DISPLAY-COUNT
           MOVE AUD-PATIENTS-READ TO AUD-DISPLAY-COUNT
           DISPLAY 'FH02P9MA PATIENTS READ:      ' AUD-DISPLAY-COUNT
           MOVE AUD-N1-LINES-READ TO AUD-DISPLAY-COUNT
           DISPLAY 'FH02P9MA N1 LINES READ:      ' AUD-DISPLAY-COUNT
           MOVE AUD-N1-NO-WORK-RECORD TO AUD-DISPLAY-COUNT
           DISPLAY 'FH02P9MA N1 NO WORK RECORD:  ' AUD-DISPLAY-COUNT
           MOVE AUD-ORPHAN-PATIENTS TO AUD-DISPLAY-COUNT
           DISPLAY 'FH02P9MA ORPHAN PATIENTS:    ' AUD-DISPLAY-COUNT
           MOVE AUD-VARIANCE-CNT TO AUD-DISPLAY-COUNT
           DISPLAY 'FH02P9MA VARIANCES:          ' AUD-DISPLAY-COUNT
           MOVE AUD-ABS-VARIANCE-TOTAL TO AUD-DISPLAY-AMOUNT
           DISPLAY 'FH02P9MA VARIANCE DOLLARS:   ' AUD-DISPLAY-AMOUNT
      *
           IF  (AUD-VARIANCE-CNT > 0
                OR AUD-N1-NO-WORK-RECORD > 0
                OR AUD-ORPHAN-PATIENTS > 0)
           AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       5000-EXIT.
           EXIT.
      *
       5100-WRITE-TOTAL.
           WRITE VARIANCE-REPORT-LINE FROM RPT-TOTAL-LINE
           .
       5100-EXIT.
           EXIT.
