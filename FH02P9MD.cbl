       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    FH02P9MD.
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
      *    YEAR-END BENEFIT PERIOD ROLLOVER.  EACH OPTION SET (BASIC,
      *    STANDARD, BLUE FOCUS) ON THE FAMILY (FWG03160) AND PATIENT
      *    (FWG03170) WORK RECORDS CARRIES THREE PERIOD GENERATIONS --
      *    CURRENT, PRIOR-1, AND PRIOR-2.  FOR THE NEW BENEFIT YEAR
      *    EVERY SET IS SHIFTED DOWN ONE GENERATION:  PRIOR-1 BECOMES
      *    PRIOR-2 (THE OLD PRIOR-2 DROPS OFF), CURRENT BECOMES
      *    PRIOR-1, AND A NEW CURRENT PERIOD IS OPENED FOR THE SAME
      *    OPTION WITH ZERO ACCUMULATORS.  A SET WHOSE NEWEST PERIOD
      *    IS TWO YEARS BEHIND (NO ACTIVITY LAST YEAR) IS SHIFTED
      *    TWICE.  A SET ALREADY CARRYING THE NEW YEAR IS LEFT ALONE,
      *    SO A RERUN OR RESTART NEVER ROLLS A RECORD TWICE.  A SET
      *    WHOSE PERIODS CANNOT BE PLACED IS LEFT ALONE AND REPORTED.
      *
      *    FOURTH-QUARTER DEDUCTIBLE CARRYOVER:  WHERE THE OPTION
      *    ALLOWS IT (CARRYOVR RULE FILE), THE DEDUCTIBLE A PATIENT
      *    SATISFIED ON CHARGES INCURRED FROM THE RULE'S FROM-DATE
      *    THROUGH 12/31 OF THE YEAR ENDING IS CREDITED TO THE NEW
      *    CURRENT PERIOD.  THE Q4 AMOUNT IS RE-ADDED FROM THE N1
      *    APPLIED-AMOUNT UNLOAD (N1AUDIT, THE FH02P9MA UNLOAD WITH
      *    THE INCURRED DATE), NET OF VOIDS AND SUPERSEDED
      *    GENERATIONS, NEVER MORE THAN THE PATIENT'S OLD CURRENT
      *    DEDUCTIBLE, AND CAPPED AT THE NEW YEAR'S DEDUCTIBLE LIMIT
      *    (OPTLIMS).  THE FAMILY DEDUCTIBLE FOR THE NEW PERIOD IS THE
      *    SUM OF ITS PATIENTS' CARRYOVER, CAPPED AT THE NEW YEAR'S
      *    FAMILY DEDUCTIBLE LIMIT.
      *
      *    RUN MODES:
      *      D  DRY RUN.  NOTHING IS UPDATED.  EVERY SET THAT WOULD
      *         ROLL IS REPORTED WITH ITS BEFORE AND AFTER PERIODS AND
      *         THE CARRYOVER IT WOULD GET.
      *      L  LIVE.  THE WORK RECORDS ARE REWRITTEN IN PLACE.  THE
      *         RECORD AS IT STOOD BEFORE THE ROLL IS WRITTEN TO THE
      *         BEFORE-IMAGE FILES (FWRBIMG/PWRBIMG) FIRST.  A
      *         CHECKPOINT (ROLLCHK) IS TAKEN EVERY 1,000 FAMILIES;
      *         RESTART 'R' RESUMES AFTER THE LAST CHECKPOINTED
      *         CONTRACT AND EXTENDS THE BEFORE-IMAGE FILES.  A
      *         FAMILY LIMIT STOPS THE RUN CLEANLY AT A CHECKPOINT
      *         WITH RC 4 SO THE ROLL CAN BE SPREAD OVER SEVERAL
      *         BATCH WINDOWS ACROSS THE HOLIDAY.
      *      B  BACKOUT.  THE BEFORE-IMAGE FILES ARE REWRITTEN OVER
      *         THE WORK RECORDS, PUTTING BACK EVERY RECORD THE LIVE
      *         RUN (AND ITS RESTARTS) CHANGED, AND EMPTIES ROLLCHK.
      *         A FRESH LIVE RUN IS REFUSED WHILE ROLLCHK HOLDS A
      *         CHECKPOINT FOR THE SAME NEW YEAR.
      *
      *    PARM:  MODE (D/L/B), NEW BENEFIT YEAR (CCYY), RESTART
      *           ('R' OR SPACE), FAMILY LIMIT (9(07), OPTIONAL).
      *
      *================================================================
      *    COPYBOOKS:
      *================================================================
      *
      *      FWG03160    FILE      FAMILY-WORK-RECORD
      *      FWG03160    FILE      FBI-BEFORE-IMAGE-RECORD
      *      FWG03170    FILE      PATIENT-WORK-RECORD
      *      FWG03170    FILE      PBI-BEFORE-IMAGE-RECORD
      *
      *================================================================
      *
      *  MAINTENANCE HISTORY:
      *
      *  VER    DATE       PPR     PROG  COMMENTS
      *  --  ----------  ---------  --   -------------------------------
      *  01  10/15/2026  TT 1400865 DLH  ORIGINAL VERSION.  YEAR-END
      *                                  BENEFIT PERIOD ROLLOVER WITH
      *                                  Q4 DEDUCTIBLE CARRYOVER, DRY
      *                                  RUN, CHECKPOINT/RESTART, AND
      *                                  BEFORE-IMAGE BACKOUT.
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
           SELECT FAMILY-WORK-FILE       ASSIGN TO FWRMSTR
                  FILE STATUS IS FWR-FILE-STATUS.
      *
           SELECT PATIENT-WORK-FILE      ASSIGN TO PWRMSTR
                  FILE STATUS IS PWR-FILE-STATUS.
      *
           SELECT N1-AUDIT-FILE          ASSIGN TO N1AUDIT
                  FILE STATUS IS N1A-FILE-STATUS.
      *
           SELECT OPTION-LIMITS-FILE     ASSIGN TO OPTLIMS
                  FILE STATUS IS OPT-FILE-STATUS.
      *
           SELECT CARRYOVER-RULE-FILE    ASSIGN TO CARRYOVR
                  FILE STATUS IS CRY-FILE-STATUS.
      *
           SELECT FAMILY-IMAGE-FILE      ASSIGN TO FWRBIMG
                  FILE STATUS IS FBI-FILE-STATUS.
      *
           SELECT PATIENT-IMAGE-FILE     ASSIGN TO PWRBIMG
                  FILE STATUS IS PBI-FILE-STATUS.
      *
           SELECT ROLL-CHECKPOINT-FILE   ASSIGN TO ROLLCHK
                  FILE STATUS IS CHK-FILE-STATUS.
      *
           SELECT ROLLOVER-REPORT        ASSIGN TO ROLLRPT
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
       FD  OPTION-LIMITS-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  OPTION-LIMITS-RECORD           PIC X(80).
      *
       FD  CARRYOVER-RULE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CARRYOVER-RULE-RECORD          PIC X(80).
      *
       FD  FAMILY-IMAGE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FBI-BEFORE-IMAGE-RECORD.
           COPY FWG03160 REPLACING ==:F:== BY ==FBI==.
      *
       FD  PATIENT-IMAGE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PBI-BEFORE-IMAGE-RECORD.
           COPY FWG03170 REPLACING ==:P:== BY ==PBI==.
      *
       FD  ROLL-CHECKPOINT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ROLL-CHECKPOINT-RECORD         PIC X(80).
      *
       FD  ROLLOVER-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ROLLOVER-REPORT-LINE           PIC X(133).
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
           04  OPT-EOF-SW                     PIC X(01)  VALUE 'N'.
               88  OPT-END-OF-FILE                VALUE 'Y'.
           04  OPT-LIMIT-FOUND-SW             PIC X(01)  VALUE 'N'.
               88  OPT-LIMIT-FOUND                VALUE 'Y'.
           04  CRY-EOF-SW                     PIC X(01)  VALUE 'N'.
               88  CRY-END-OF-FILE                VALUE 'Y'.
           04  CRY-RULE-FOUND-SW              PIC X(01)  VALUE 'N'.
               88  CRY-RULE-FOUND                 VALUE 'Y'.
           04  FBI-EOF-SW                     PIC X(01)  VALUE 'N'.
               88  FBI-END-OF-FILE                VALUE 'Y'.
           04  PBI-EOF-SW                     PIC X(01)  VALUE 'N'.
               88  PBI-END-OF-FILE                VALUE 'Y'.
           04  ROL-MODE-SW                    PIC X(01)  VALUE SPACE.
               88  ROL-DRY-RUN                    VALUE 'D'.
               88  ROL-LIVE-RUN                   VALUE 'L'.
               88  ROL-BACKOUT-RUN                VALUE 'B'.
           04  ROL-RESTART-SW                 PIC X(01)  VALUE 'N'.
               88  ROL-RESTART                    VALUE 'Y'.
           04  ROL-WINDOW-SW                  PIC X(01)  VALUE 'N'.
               88  ROL-WINDOW-FULL                VALUE 'Y'.
           04  ROL-FAM-CHANGE-SW              PIC X(01)  VALUE 'N'.
               88  ROL-FAMILY-CHANGED             VALUE 'Y'.
           04  ROL-PAT-CHANGE-SW              PIC X(01)  VALUE 'N'.
               88  ROL-PATIENT-CHANGED            VALUE 'Y'.
      *
       01  FILE-STATUS-FIELDS.
           04  FWR-FILE-STATUS                PIC X(02)  VALUE SPACES.
           04  PWR-FILE-STATUS                PIC X(02)  VALUE SPACES.
           04  N1A-FILE-STATUS                PIC X(02)  VALUE SPACES.
           04  OPT-FILE-STATUS                PIC X(02)  VALUE SPACES.
           04  CRY-FILE-STATUS                PIC X(02)  VALUE SPACES.
           04  FBI-FILE-STATUS                PIC X(02)  VALUE SPACES.
           04  PBI-FILE-STATUS                PIC X(02)  VALUE SPACES.
           04  CHK-FILE-STATUS                PIC X(02)  VALUE SPACES.
           04  RPT-FILE-STATUS                PIC X(02)  VALUE SPACES.
      *
       01  CONSTANTS.
           04  ROL-CHECKPOINT-FREQUENCY       PIC S9(09) BINARY
                                                         VALUE +1000.
           04  ROL-MAX-SHIFTS                 PIC S9(04) BINARY
                                                         VALUE +2.
      *
       01  SUBSCRIPTS.
           04  SET-SUB                        PIC S9(04) BINARY.
           04  GEN-SUB                        PIC S9(04) BINARY.
           04  SHIFT-SUB                      PIC S9(04) BINARY.
           04  OPT-SUB                        PIC S9(04) BINARY.
           04  CRY-SUB                        PIC S9(04) BINARY.
      *
       01  WORK-AREAS.
           04  ROL-FAMILIES-READ              PIC S9(09) BINARY
                                                         VALUE +0.
           04  ROL-FAMILIES-ROLLED            PIC S9(09) BINARY
                                                         VALUE +0.
           04  ROL-FAMILIES-SKIPPED           PIC S9(09) BINARY
                                                         VALUE +0.
           04  ROL-PATIENTS-READ              PIC S9(09) BINARY
                                                         VALUE +0.
           04  ROL-PATIENTS-ROLLED            PIC S9(09) BINARY
                                                         VALUE +0.
           04  ROL-SETS-ROLLED                PIC S9(09) BINARY
                                                         VALUE +0.
           04  ROL-SETS-ALREADY-ROLLED        PIC S9(09) BINARY
                                                         VALUE +0.
           04  ROL-SET-EXCEPTIONS             PIC S9(09) BINARY
                                                         VALUE +0.
           04  ROL-CARRYOVERS                 PIC S9(09) BINARY
                                                         VALUE +0.
           04  ROL-ORPHAN-PATIENTS            PIC S9(09) BINARY
                                                         VALUE +0.
           04  ROL-N1-LINES-READ              PIC S9(09) BINARY
                                                         VALUE +0.
           04  ROL-N1-LINES-CARRIED           PIC S9(09) BINARY
                                                         VALUE +0.
           04  ROL-FAMILIES-THIS-RUN          PIC S9(09) BINARY
                                                         VALUE +0.
           04  ROL-SINCE-CHECKPOINT           PIC S9(09) BINARY
                                                         VALUE +0.
           04  ROL-CHECKPOINTS-TAKEN          PIC S9(09) BINARY
                                                         VALUE +0.
           04  ROL-MAX-FAMILIES               PIC S9(09) BINARY
                                                         VALUE +0.
           04  ROL-FAM-IMAGES-READ            PIC S9(09) BINARY
                                                         VALUE +0.
           04  ROL-PAT-IMAGES-READ            PIC S9(09) BINARY
                                                         VALUE +0.
           04  ROL-FAM-RESTORED               PIC S9(09) BINARY
                                                         VALUE +0.
           04  ROL-PAT-RESTORED               PIC S9(09) BINARY
                                                         VALUE +0.
           04  ROL-IMAGES-NOT-FOUND           PIC S9(09) BINARY
                                                         VALUE +0.
           04  ROL-IMAGES-DUPLICATE           PIC S9(09) BINARY
                                                         VALUE +0.
           04  ROL-RPT-LINE-CNT               PIC S9(04) BINARY
                                                         VALUE +99.
           04  ROL-RPT-PAGE-CNT               PIC S9(04) BINARY
                                                         VALUE +0.
           04  ROL-NEW-YEAR                   PIC 9(04).
           04  ROL-OLD-YEAR                   PIC 9(04).
           04  ROL-YEAR-QUOTIENT              PIC 9(04).
           04  ROL-NEW-DIGIT                  PIC 9(01).
           04  ROL-OLD-DIGIT                  PIC 9(01).
           04  ROL-OLD-DIGIT-X REDEFINES ROL-OLD-DIGIT
                                              PIC X(01).
           04  ROL-WORK-DIGIT                 PIC 9(01).
           04  ROL-WORK-DIGIT-X REDEFINES ROL-WORK-DIGIT
                                              PIC X(01).
           04  ROL-NEWEST-GEN                 PIC S9(04) BINARY.
           04  ROL-REC-CURR                   PIC S9(04) BINARY.
           04  ROL-GAP                        PIC S9(04) BINARY.
           04  ROL-SIGN                       PIC S9(01) COMP-3.
           04  ROL-CARRY-AMOUNT               PIC S9(07)V99 COMP-3.
           04  ROL-OLD-DEDUCT                 PIC S9(07)V99 COMP-3.
           04  ROL-RESTART-CONTRACT           PIC X(09)  VALUE SPACES.
           04  ROL-LAST-IMAGE-KEY             PIC X(11).
           04  ROL-CARRY-FROM-DATE            PIC X(10).
           04  ROL-CARRY-THRU-DATE            PIC X(10).
           04  ROL-DATE-BUILD.
               08  ROL-DB-CCYY                PIC 9(04).
               08  FILLER                     PIC X(01)  VALUE '-'.
               08  ROL-DB-MM                  PIC 9(02).
               08  FILLER                     PIC X(01)  VALUE '-'.
               08  ROL-DB-DD                  PIC 9(02).
           04  ROL-N1-KEY.
               08  ROL-N1-CONTRACT-ID         PIC X(09).
               08  ROL-N1-PATIENT-CODE        PIC X(02).
           04  ROL-PWR-KEY.
               08  ROL-PWR-CONTRACT-ID        PIC X(09).
               08  ROL-PWR-PATIENT-CODE       PIC X(02).
           04  ROL-PBI-KEY.
               08  ROL-PBI-CONTRACT-ID        PIC X(09).
               08  ROL-PBI-PATIENT-CODE       PIC X(02).
           04  ROL-DISPLAY-COUNT              PIC ZZZ,ZZZ,ZZ9.
           04  ROL-RUN-DATE                   PIC 9(08).
           04  ROL-RUN-DATE-R REDEFINES ROL-RUN-DATE.
               08  ROL-RUN-CCYY               PIC 9(04).
               08  ROL-RUN-MM                 PIC 9(02).
               08  ROL-RUN-DD                 PIC 9(02).
      *
      *-----------------------------------------------------------------
      *  OPTION SETS AND PERIOD GENERATIONS.  SET 1 BASIC, 2 STANDARD,
      *  3 BLUE FOCUS; GENERATION 1 CURRENT, 2 PRIOR-1, 3 PRIOR-2.
      *  THE OPTION DIGIT ON A BENEFIT PERIOD PICKS THE SET:  4 AND 5
      *  ARE BASIC, 1 STANDARD, 6 BLUE FOCUS.
      *-----------------------------------------------------------------
       01  SET-NAME-LITS.
           04  FILLER                         PIC X(18)  VALUE
               'BASIC STD   BLUFCS'.
       01  SET-NAME-TABLE REDEFINES SET-NAME-LITS.
           04  SET-NAME                       PIC X(06)
                                              OCCURS 3 TIMES.
      *
      *-----------------------------------------------------------------
      *  THE FAMILY'S AND THE CURRENT PATIENT'S PERIODS AND
      *  ACCUMULATORS BY SET AND GENERATION, THE ROLL DECIDED FOR
      *  EACH SET, AND THE CARRYOVER.
      *-----------------------------------------------------------------
       01  ROL-FAM-TABLE.
           04  ROL-FAM-SET                    OCCURS 3 TIMES.
               08  ROL-FAM-GAP                PIC S9(04) BINARY.
               08  ROL-FAM-REC-CURR           PIC S9(04) BINARY.
               08  ROL-FAM-OPTION             PIC X(01).
               08  ROL-FAM-CARRY-SUM          PIC S9(07)V99 COMP-3.
               08  ROL-FAM-GEN                OCCURS 3 TIMES.
                   12  ROL-FAM-PERIOD.
                       16  ROL-FAM-PERIOD-YEAR
                                              PIC X(01).
                       16  ROL-FAM-PERIOD-OPTION
                                              PIC X(01).
                   12  ROL-FAM-DEDUCT         PIC S9(05)V99 COMP-3.
                   12  ROL-FAM-CAT-MAX        PIC S9(07)V99 COMP-3.
                   12  ROL-FAM-PPO-MAX        PIC S9(07)V99 COMP-3.
      *
       01  ROL-PAT-TABLE.
           04  ROL-PAT-SET                    OCCURS 3 TIMES.
               08  ROL-PAT-GAP                PIC S9(04) BINARY.
               08  ROL-PAT-REC-CURR           PIC S9(04) BINARY.
               08  ROL-PAT-OPTION             PIC X(01).
               08  ROL-PAT-Q4-DEDUCT          PIC S9(07)V99 COMP-3.
               08  ROL-PAT-GEN                OCCURS 3 TIMES.
                   12  ROL-PAT-PERIOD.
                       16  ROL-PAT-PERIOD-YEAR
                                              PIC X(01).
                       16  ROL-PAT-PERIOD-OPTION
                                              PIC X(01).
                   12  ROL-PAT-DEDUCT         PIC S9(05)V99 COMP-3.
                   12  ROL-PAT-WELL-CR        PIC S9(05)V99 COMP-3.
      *
      *-----------------------------------------------------------------
      *  ONE SET'S THREE PERIODS, HANDED TO 3000-DECIDE-ROLL.
      *-----------------------------------------------------------------
       01  ROL-DECIDE-AREA.
           04  ROL-DEC-PERIOD                 OCCURS 3 TIMES.
               08  ROL-DEC-PERIOD-YEAR        PIC X(01).
               08  ROL-DEC-PERIOD-OPTION      PIC X(01).
           04  ROL-DEC-GAP                    PIC S9(04) BINARY.
               88  ROL-DEC-NO-PERIODS             VALUE -1.
               88  ROL-DEC-ALREADY-ROLLED         VALUE 0.
               88  ROL-DEC-OUT-OF-SEQUENCE        VALUE 99.
           04  ROL-DEC-REC-CURR               PIC S9(04) BINARY.
           04  ROL-DEC-OPTION                 PIC X(01).
      *
      *-----------------------------------------------------------------
      *  OPTION LIMITS (FH02P9M5 OPTLIMS LAYOUT).
      *-----------------------------------------------------------------
       01  OPT-LIMITS-INPUT.
           04  OPT-IN-OPTION-CODE             PIC X(01).
           04  OPT-IN-YEAR-DIGIT              PIC X(01).
           04  OPT-IN-DEDUCT-LIMIT            PIC 9(05)V99.
           04  OPT-IN-FAM-DEDUCT-LIMIT        PIC 9(05)V99.
           04  OPT-IN-CAT-MAX-LIMIT           PIC 9(07)V99.
           04  OPT-IN-PPO-MAX-LIMIT           PIC 9(07)V99.
           04  FILLER                         PIC X(46).
      *
       01  OPT-LIMITS-TABLE.
           04  OPT-LIMIT-CNT                  PIC S9(04) BINARY
                                                         VALUE +0.
           04  OPT-LIMIT-ENTRY                OCCURS 100 TIMES.
               08  OPT-OPTION-CODE            PIC X(01).
               08  OPT-YEAR-DIGIT             PIC X(01).
               08  OPT-DEDUCT-LIMIT           PIC S9(05)V99 COMP-3.
               08  OPT-FAM-DEDUCT-LIMIT       PIC S9(05)V99 COMP-3.
      *
       01  OPT-HOLD-LIMITS.
           04  OPT-HOLD-OPTION                PIC X(01).
           04  OPT-HOLD-DEDUCT-LIMIT          PIC S9(05)V99 COMP-3.
           04  OPT-HOLD-FAM-DEDUCT-LIMIT      PIC S9(05)V99 COMP-3.
      *
      *-----------------------------------------------------------------
      *  Q4 CARRYOVER RULES.  ONE CARD PER OPTION DIGIT:  WHETHER THE
      *  OPTION CARRIES THE DEDUCTIBLE FORWARD, AND THE MONTH/DAY THE
      *  CARRYOVER WINDOW OPENS (NORMALLY 1001).  AN OPTION WITH NO
      *  CARD DOES NOT CARRY OVER.
      *-----------------------------------------------------------------
       01  CRY-RULE-INPUT.
           04  CRY-IN-OPTION-CODE             PIC X(01).
           04  CRY-IN-ALLOWED-SW              PIC X(01).
           04  CRY-IN-FROM-MMDD.
               08  CRY-IN-FROM-MM             PIC 9(02).
               08  CRY-IN-FROM-DD             PIC 9(02).
           04  FILLER                         PIC X(74).
      *
       01  CRY-RULE-TABLE.
           04  CRY-RULE-CNT                   PIC S9(04) BINARY
                                                         VALUE +0.
           04  CRY-RULE-ENTRY                 OCCURS 10 TIMES.
               08  CRY-OPTION-CODE            PIC X(01).
               08  CRY-ALLOWED-SW             PIC X(01).
                   88  CRY-CARRYOVER-ALLOWED      VALUE 'Y'.
               08  CRY-FROM-DATE              PIC X(10).
      *
       01  CRY-HOLD-FROM-DATE                 PIC X(10).
      *
      *-----------------------------------------------------------------
      *  N1 SUPPORTING HISTORY APPLIED-AMOUNT UNLOAD (FH02P9MA
      *  LAYOUT), WITH THE LINE'S INCURRED DATE.
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
           04  N1A-INCURRED-DATE              PIC X(10).
           04  FILLER                         PIC X(17).
      *
      *-----------------------------------------------------------------
      *  CHECKPOINT.  REWRITTEN AT EVERY CHECKPOINT; THE LAST
      *  CONTRACT IS HIGH-VALUES ONCE THE ROLL HAS FINISHED.
      *-----------------------------------------------------------------
       01  CHK-CHECKPOINT-DATA.
           04  CHK-NEW-YEAR                   PIC 9(04).
           04  CHK-LAST-CONTRACT              PIC X(09).
           04  CHK-FAMILIES-READ              PIC 9(09).
           04  CHK-FAMILIES-ROLLED            PIC 9(09).
           04  CHK-PATIENTS-READ              PIC 9(09).
           04  CHK-PATIENTS-ROLLED            PIC 9(09).
           04  CHK-SET-EXCEPTIONS             PIC 9(09).
           04  CHK-CARRYOVERS                 PIC 9(09).
           04  FILLER                         PIC X(13).
      *
      *-----------------------------------------------------------------
      *  REPORT LINES
      *-----------------------------------------------------------------
       01  RPT-HEADING-1.
           04  FILLER                         PIC X(01)  VALUE '1'.
           04  FILLER                         PIC X(42)  VALUE
               'FH02P9MD  YEAR-END BENEFIT PERIOD ROLLOVER'.
           04  FILLER                         PIC X(10)  VALUE
               'NEW YEAR: '.
           04  RPT-HDG-NEW-YEAR               PIC 9(04).
           04  FILLER                         PIC X(04)  VALUE SPACES.
           04  RPT-HDG-MODE                   PIC X(26).
           04  FILLER                         PIC X(10)  VALUE
               'RUN DATE: '.
           04  RPT-HDG-RUN-DATE.
               08  RPT-HDG-MM                 PIC 9(02).
               08  FILLER                     PIC X(01)  VALUE '/'.
               08  RPT-HDG-DD                 PIC 9(02).
               08  FILLER                     PIC X(01)  VALUE '/'.
               08  RPT-HDG-CCYY               PIC 9(04).
           04  FILLER                         PIC X(12)  VALUE SPACES.
           04  FILLER                         PIC X(05)  VALUE 'PAGE '.
           04  RPT-HDG-PAGE                   PIC ZZZ9.
           04  FILLER                         PIC X(05)  VALUE SPACES.
      *
       01  RPT-HEADING-2.
           04  FILLER                         PIC X(29)  VALUE SPACES.
           04  FILLER                         PIC X(11)  VALUE
               'BEFORE'.
           04  FILLER                         PIC X(11)  VALUE
               'AFTER'.
           04  FILLER                         PIC X(10)  VALUE
               '  OLD CURR'.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  FILLER                         PIC X(10)  VALUE
               '        Q4'.
           04  FILLER                         PIC X(60)  VALUE SPACES.
      *
       01  RPT-HEADING-3.
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  FILLER                         PIC X(11)  VALUE
               'CONTRACT'.
           04  FILLER                         PIC X(04)  VALUE 'PC'.
           04  FILLER                         PIC X(05)  VALUE 'REC'.
           04  FILLER                         PIC X(08)  VALUE 'SET'.
           04  FILLER                         PIC X(11)  VALUE
               'C  P1 P2'.
           04  FILLER                         PIC X(11)  VALUE
               'C  P1 P2'.
           04  FILLER                         PIC X(10)  VALUE
               'DEDUCTIBLE'.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  FILLER                         PIC X(10)  VALUE
               '   CARRIED'.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  FILLER                         PIC X(40)  VALUE
               'ACTION'.
           04  FILLER                         PIC X(18)  VALUE SPACES.
      *
       01  RPT-DETAIL-LINE.
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-CONTRACT-ID-NUMBER         PIC X(09).
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-PATIENT-CODE               PIC X(02).
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-RECORD-TYPE                PIC X(03).
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-SET-NAME                   PIC X(06).
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-BEFORE-PERIODS.
               08  RPT-BEF-PERIOD             OCCURS 3 TIMES.
                   12  RPT-BEF-CODE           PIC X(02).
                   12  FILLER                 PIC X(01).
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-AFTER-PERIODS.
               08  RPT-AFT-PERIOD             OCCURS 3 TIMES.
                   12  RPT-AFT-CODE           PIC X(02).
                   12  FILLER                 PIC X(01).
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-OLD-DEDUCT                 PIC ZZ,ZZ9.99-.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-CARRIED                    PIC ZZ,ZZ9.99-.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-ACTION                     PIC X(40).
           04  FILLER                         PIC X(18)  VALUE SPACES.
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
           04  PARM-MODE                      PIC X(01).
           04  PARM-NEW-YEAR                  PIC 9(04).
           04  PARM-RESTART                   PIC X(01).
           04  PARM-MAX-FAMILIES              PIC 9(07).
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
           IF  ROL-BACKOUT-RUN
               PERFORM 6000-BACKOUT THRU 6000-EXIT
           ELSE
               PERFORM 2000-PROCESS-FAMILY THRU 2000-EXIT
                  UNTIL FWR-END-OF-FILE
                     OR ROL-WINDOW-FULL
           END-IF
      *
           PERFORM 5000-FINALIZE THRU 5000-EXIT
           .
       0000-GOBACK.
           GOBACK.
      *
       1000-INITIALIZE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   EDIT THE PARM, OPEN THE FILES FOR THE RUN MODE, LOAD THE
      *   LIMIT AND CARRYOVER TABLES, PICK UP THE CHECKPOINT ON A
      *   RESTART, AND PRIME THE INPUTS.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           IF  PARM-LENGTH < 5
               DISPLAY 'FH02P9MD RUN PARM REQUIRED - MODE AND YEAR'
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF
      *
           MOVE PARM-MODE TO ROL-MODE-SW
           IF  NOT ROL-DRY-RUN
           AND NOT ROL-LIVE-RUN
           AND NOT ROL-BACKOUT-RUN
               DISPLAY 'FH02P9MD INVALID RUN PARM - MODE: ' PARM-MODE
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF
      *
           IF  PARM-NEW-YEAR NOT NUMERIC
           OR  PARM-NEW-YEAR < 2000
               DISPLAY 'FH02P9MD INVALID RUN PARM - YEAR: '
                       PARM-NEW-YEAR
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF
           MOVE PARM-NEW-YEAR TO ROL-NEW-YEAR
                                 RPT-HDG-NEW-YEAR
           COMPUTE ROL-OLD-YEAR = ROL-NEW-YEAR - 1
           END-COMPUTE
           DIVIDE ROL-NEW-YEAR BY 10 GIVING ROL-YEAR-QUOTIENT
                                     REMAINDER ROL-NEW-DIGIT
           DIVIDE ROL-OLD-YEAR BY 10 GIVING ROL-YEAR-QUOTIENT
                                     REMAINDER ROL-OLD-DIGIT
      *
           IF  PARM-LENGTH > 5
           AND PARM-RESTART = 'R'
               IF  NOT ROL-LIVE-RUN
                   DISPLAY 'FH02P9MD RESTART IS ONLY VALID ON A LIVE '
                           'RUN'
                   MOVE 16 TO RETURN-CODE
                   GO TO 0000-GOBACK
               END-IF
               SET ROL-RESTART TO TRUE
           END-IF
      *
           IF  PARM-LENGTH > 6
               IF  PARM-MAX-FAMILIES NOT NUMERIC
                   DISPLAY 'FH02P9MD INVALID RUN PARM - FAMILY LIMIT: '
                           PARM-MAX-FAMILIES
                   MOVE 16 TO RETURN-CODE
                   GO TO 0000-GOBACK
               END-IF
               MOVE PARM-MAX-FAMILIES TO ROL-MAX-FAMILIES
           END-IF
      *
           EVALUATE TRUE
             WHEN ROL-DRY-RUN
               MOVE 'DRY RUN - NO UPDATES'     TO RPT-HDG-MODE
             WHEN ROL-BACKOUT-RUN
               MOVE 'BACKOUT FROM BEFORE-IMAGE' TO RPT-HDG-MODE
             WHEN ROL-RESTART
               MOVE 'LIVE RUN - RESTARTED'     TO RPT-HDG-MODE
             WHEN OTHER
               MOVE 'LIVE RUN'                 TO RPT-HDG-MODE
           END-EVALUATE
      *
           ACCEPT ROL-RUN-DATE FROM DATE YYYYMMDD
           MOVE ROL-RUN-MM   TO RPT-HDG-MM
           MOVE ROL-RUN-DD   TO RPT-HDG-DD
           MOVE ROL-RUN-CCYY TO RPT-HDG-CCYY
      *
           MOVE ROL-OLD-YEAR TO ROL-DB-CCYY
           MOVE 12           TO ROL-DB-MM
           MOVE 31           TO ROL-DB-DD
           MOVE ROL-DATE-BUILD TO ROL-CARRY-THRU-DATE
      *
           IF  ROL-BACKOUT-RUN
               PERFORM 1400-OPEN-BACKOUT THRU 1400-EXIT
               GO TO 1000-EXIT
           END-IF
      *
           IF  ROL-DRY-RUN
               OPEN INPUT  FAMILY-WORK-FILE
                           PATIENT-WORK-FILE
           ELSE
               OPEN I-O    FAMILY-WORK-FILE
                           PATIENT-WORK-FILE
           END-IF
           OPEN INPUT  N1-AUDIT-FILE
                       OPTION-LIMITS-FILE
                       CARRYOVER-RULE-FILE
                OUTPUT ROLLOVER-REPORT
      *
           IF  FWR-FILE-STATUS NOT = '00'
           OR  PWR-FILE-STATUS NOT = '00'
           OR  N1A-FILE-STATUS NOT = '00'
           OR  OPT-FILE-STATUS NOT = '00'
           OR  CRY-FILE-STATUS NOT = '00'
           OR  RPT-FILE-STATUS NOT = '00'
               DISPLAY 'FH02P9MD OPEN FAILED - FWR ' FWR-FILE-STATUS
                       ' PWR ' PWR-FILE-STATUS
                       ' N1A ' N1A-FILE-STATUS
                       ' OPT ' OPT-FILE-STATUS
                       ' CRY ' CRY-FILE-STATUS
                       ' RPT ' RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF
      *
           PERFORM 1100-LOAD-OPTION-LIMITS THRU 1100-EXIT
              UNTIL OPT-END-OF-FILE
           IF  OPT-LIMIT-CNT < 1
               DISPLAY 'FH02P9MD OPTLIMS IS EMPTY - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF
      *
           PERFORM 1200-LOAD-CARRYOVER-RULES THRU 1200-EXIT
              UNTIL CRY-END-OF-FILE
      *
           IF  ROL-LIVE-RUN
               PERFORM 1300-OPEN-LIVE-FILES THRU 1300-EXIT
           END-IF
      *
           PERFORM 2800-READ-FAMILY THRU 2800-EXIT
           PERFORM 2900-READ-PATIENT THRU 2900-EXIT
           PERFORM 2700-READ-N1-AUDIT THRU 2700-EXIT
           .
       1000-EXIT.
           EXIT.
      *
       1100-LOAD-OPTION-LIMITS.
           READ OPTION-LIMITS-FILE INTO OPT-LIMITS-INPUT
               AT END
                   SET OPT-END-OF-FILE TO TRUE
                   GO TO 1100-EXIT
           END-READ
      *
           IF  OPT-LIMIT-CNT < 100
               ADD +1 TO OPT-LIMIT-CNT
               MOVE OPT-IN-OPTION-CODE
                 TO OPT-OPTION-CODE (OPT-LIMIT-CNT)
               MOVE OPT-IN-YEAR-DIGIT
                 TO OPT-YEAR-DIGIT (OPT-LIMIT-CNT)
               MOVE OPT-IN-DEDUCT-LIMIT
                 TO OPT-DEDUCT-LIMIT (OPT-LIMIT-CNT)
               MOVE OPT-IN-FAM-DEDUCT-LIMIT
                 TO OPT-FAM-DEDUCT-LIMIT (OPT-LIMIT-CNT)
           ELSE
               DISPLAY 'FH02P9MD OPTLIMS TABLE FULL - ROW DROPPED '
                       OPT-IN-OPTION-CODE OPT-IN-YEAR-DIGIT
           END-IF
           .
       1100-EXIT.
           EXIT.
      *
       1200-LOAD-CARRYOVER-RULES.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   THE WINDOW OPENING DATE IS BUILT IN THE YEAR BEING CLOSED,
      *   IN THE CCYY-MM-DD FORM OF THE N1 INCURRED DATE.  A BAD CARD
      *   STOPS THE RUN -- A WRONG WINDOW WOULD MISSTATE EVERY
      *   CARRYOVER FOR THE OPTION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           READ CARRYOVER-RULE-FILE INTO CRY-RULE-INPUT
               AT END
                   SET CRY-END-OF-FILE TO TRUE
                   GO TO 1200-EXIT
           END-READ
      *
           IF  (CRY-IN-ALLOWED-SW NOT = 'Y'
                AND CRY-IN-ALLOWED-SW NOT = 'N')
           OR  CRY-IN-FROM-MMDD NOT NUMERIC
           OR  CRY-IN-FROM-MM < 01
           OR  CRY-IN-FROM-MM > 12
           OR  CRY-IN-FROM-DD < 01
           OR  CRY-IN-FROM-DD > 31
               DISPLAY 'FH02P9MD INVALID CARRYOVR CARD: '
                       CRY-RULE-INPUT (1:8)
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF
      *
           IF  CRY-RULE-CNT < 10
               ADD +1 TO CRY-RULE-CNT
               MOVE CRY-IN-OPTION-CODE
                 TO CRY-OPTION-CODE (CRY-RULE-CNT)
               MOVE CRY-IN-ALLOWED-SW
                 TO CRY-ALLOWED-SW (CRY-RULE-CNT)
               MOVE ROL-OLD-YEAR   TO ROL-DB-CCYY
               MOVE CRY-IN-FROM-MM TO ROL-DB-MM
               MOVE CRY-IN-FROM-DD TO ROL-DB-DD
               MOVE ROL-DATE-BUILD
                 TO CRY-FROM-DATE (CRY-RULE-CNT)
           ELSE
               DISPLAY 'FH02P9MD CARRYOVR TABLE FULL - CARD DROPPED '
                       CRY-IN-OPTION-CODE
           END-IF
           .
       1200-EXIT.
           EXIT.
      *
       1300-OPEN-LIVE-FILES.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   A FRESH LIVE RUN STARTS NEW BEFORE-IMAGE FILES.  A RESTART
      *   PICKS UP THE LAST CHECKPOINT AND EXTENDS THEM, SO ONE
      *   BACKOUT STILL RESTORES EVERYTHING THE ROLL CHANGED.  A
      *   FRESH RUN IS REFUSED WHEN ROLLCHK ALREADY HOLDS A
      *   CHECKPOINT FOR THE NEW YEAR -- STARTING OVER WOULD EMPTY
      *   THE BEFORE-IMAGES OF THE RECORDS THAT RUN ALREADY ROLLED.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           IF  NOT ROL-RESTART
               PERFORM 1350-CHECK-PRIOR-ROLL THRU 1350-EXIT
               OPEN OUTPUT FAMILY-IMAGE-FILE
                           PATIENT-IMAGE-FILE
               GO TO 1300-CHECK-OPEN
           END-IF
      *
           OPEN INPUT ROLL-CHECKPOINT-FILE
           IF  CHK-FILE-STATUS NOT = '00'
               DISPLAY 'FH02P9MD OPEN FAILED - CHK ' CHK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF
           READ ROLL-CHECKPOINT-FILE INTO CHK-CHECKPOINT-DATA
               AT END
                   DISPLAY 'FH02P9MD NO CHECKPOINT ON FILE - RESTART '
                           'NOT POSSIBLE'
                   MOVE 16 TO RETURN-CODE
                   GO TO 0000-GOBACK
           END-READ
           CLOSE ROLL-CHECKPOINT-FILE
      *
           IF  CHK-NEW-YEAR NOT = ROL-NEW-YEAR
               DISPLAY 'FH02P9MD CHECKPOINT IS FOR YEAR ' CHK-NEW-YEAR
                       ' - RESTART NOT POSSIBLE'
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF
      *
           MOVE CHK-LAST-CONTRACT   TO ROL-RESTART-CONTRACT
           MOVE CHK-FAMILIES-READ   TO ROL-FAMILIES-READ
           MOVE CHK-FAMILIES-ROLLED TO ROL-FAMILIES-ROLLED
           MOVE CHK-PATIENTS-READ   TO ROL-PATIENTS-READ
           MOVE CHK-PATIENTS-ROLLED TO ROL-PATIENTS-ROLLED
           MOVE CHK-SET-EXCEPTIONS  TO ROL-SET-EXCEPTIONS
           MOVE CHK-CARRYOVERS      TO ROL-CARRYOVERS
           IF  CHK-LAST-CONTRACT = HIGH-VALUES
               DISPLAY 'FH02P9MD ROLLOVER TO ' ROL-NEW-YEAR
                       ' ALREADY COMPLETE - NOTHING TO RESTART'
           ELSE
               DISPLAY 'FH02P9MD RESTARTING AFTER CONTRACT '
                       CHK-LAST-CONTRACT
           END-IF
      *
           OPEN EXTEND FAMILY-IMAGE-FILE
                       PATIENT-IMAGE-FILE
           .
       1300-CHECK-OPEN.
           IF  FBI-FILE-STATUS NOT = '00'
           OR  PBI-FILE-STATUS NOT = '00'
               DISPLAY 'FH02P9MD OPEN FAILED - FBI ' FBI-FILE-STATUS
                       ' PBI ' PBI-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF
           .
       1300-EXIT.
           EXIT.
      *
       1350-CHECK-PRIOR-ROLL.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   AN EMPTY OR MISSING ROLLCHK, OR ONE LEFT BY AN EARLIER
      *   YEAR'S ROLL, LETS THE FRESH RUN GO AHEAD.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE ZEROES TO CHK-NEW-YEAR
           OPEN INPUT ROLL-CHECKPOINT-FILE
           IF  CHK-FILE-STATUS NOT = '00'
               GO TO 1350-EXIT
           END-IF
           READ ROLL-CHECKPOINT-FILE INTO CHK-CHECKPOINT-DATA
               AT END
                   MOVE ZEROES TO CHK-NEW-YEAR
           END-READ
           CLOSE ROLL-CHECKPOINT-FILE
      *
           IF  CHK-NEW-YEAR = ROL-NEW-YEAR
               DISPLAY 'FH02P9MD ROLLOVER TO ' ROL-NEW-YEAR
                       ' ALREADY STARTED - RESTART WITH R OR BACK IT'
                       ' OUT FIRST'
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF
           .
       1350-EXIT.
           EXIT.
      *
       1400-OPEN-BACKOUT.
           OPEN I-O    FAMILY-WORK-FILE
                       PATIENT-WORK-FILE
                INPUT  FAMILY-IMAGE-FILE
                       PATIENT-IMAGE-FILE
                OUTPUT ROLLOVER-REPORT
      *
           IF  FWR-FILE-STATUS NOT = '00'
           OR  PWR-FILE-STATUS NOT = '00'
           OR  FBI-FILE-STATUS NOT = '00'
           OR  PBI-FILE-STATUS NOT = '00'
           OR  RPT-FILE-STATUS NOT = '00'
               DISPLAY 'FH02P9MD OPEN FAILED - FWR ' FWR-FILE-STATUS
                       ' PWR ' PWR-FILE-STATUS
                       ' FBI ' FBI-FILE-STATUS
                       ' PBI ' PBI-FILE-STATUS
                       ' RPT ' RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF
           .
       1400-EXIT.
           EXIT.
      *
       2000-PROCESS-FAMILY.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   ROLL ONE CONTRACT.  THE FAMILY'S ROLL IS DECIDED FIRST SO
      *   EACH PATIENT'S CARRYOVER CAN BE ADDED TO THE FAMILY'S NEW
      *   PERIOD; THE PATIENTS ARE ROLLED AND REWRITTEN, THEN THE
      *   FAMILY.  ON A RESTART, CONTRACTS THROUGH THE CHECKPOINT
      *   ARE PASSED OVER; PATIENTS OF THE NEXT CONTRACT THAT WERE
      *   ROLLED BEFORE THE FAILURE STILL COUNT TOWARD ITS FAMILY
      *   CARRYOVER (3450).
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           IF  ROL-RESTART
           AND FWR-CONTRACT-ID-NUMBER NOT > ROL-RESTART-CONTRACT
               PERFORM 2070-SKIP-DONE-FAMILY THRU 2070-EXIT
               GO TO 2000-EXIT
           END-IF
      *
           ADD +1 TO ROL-FAMILIES-READ
           MOVE 'N' TO ROL-FAM-CHANGE-SW
      *
           PERFORM 2050-SKIP-ORPHAN-PATIENT THRU 2050-EXIT
              UNTIL PWR-END-OF-FILE
                 OR PWR-CONTRACT-ID-NUMBER NOT <
                    FWR-CONTRACT-ID-NUMBER
           PERFORM 2700-READ-N1-AUDIT THRU 2700-EXIT
              UNTIL N1A-END-OF-FILE
                 OR N1A-CONTRACT-ID-NUMBER NOT <
                    FWR-CONTRACT-ID-NUMBER
      *
           PERFORM 3100-LOAD-FAMILY-SLOTS THRU 3100-EXIT
           PERFORM 3150-DECIDE-FAMILY-SET THRU 3150-EXIT
              VARYING SET-SUB FROM 1 BY 1
              UNTIL SET-SUB > 3
      *
           PERFORM 2100-PROCESS-PATIENT THRU 2100-EXIT
              UNTIL PWR-END-OF-FILE
                 OR PWR-CONTRACT-ID-NUMBER NOT =
                    FWR-CONTRACT-ID-NUMBER
      *
           PERFORM 3200-ROLL-FAMILY-SET THRU 3200-EXIT
              VARYING SET-SUB FROM 1 BY 1
              UNTIL SET-SUB > 3
      *
           IF  ROL-FAMILY-CHANGED
               ADD +1 TO ROL-FAMILIES-ROLLED
               IF  ROL-LIVE-RUN
                   PERFORM 2400-REWRITE-FAMILY THRU 2400-EXIT
               END-IF
           END-IF
      *
           IF  ROL-LIVE-RUN
               PERFORM 4500-CHECK-CHECKPOINT THRU 4500-EXIT
           END-IF
      *
           PERFORM 2800-READ-FAMILY THRU 2800-EXIT
           .
       2000-EXIT.
           EXIT.
      *
       2050-SKIP-ORPHAN-PATIENT.
           ADD +1 TO ROL-ORPHAN-PATIENTS
           PERFORM 2900-READ-PATIENT THRU 2900-EXIT
           .
       2050-EXIT.
           EXIT.
      *
       2070-SKIP-DONE-FAMILY.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   A CONTRACT THE RUN BEING RESTARTED HAD ALREADY FINISHED.
      *   ITS PATIENTS AND N1 LINES ARE PASSED OVER WITH IT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           ADD +1 TO ROL-FAMILIES-SKIPPED
           PERFORM 2900-READ-PATIENT THRU 2900-EXIT
              UNTIL PWR-END-OF-FILE
                 OR PWR-CONTRACT-ID-NUMBER >
                    FWR-CONTRACT-ID-NUMBER
           PERFORM 2700-READ-N1-AUDIT THRU 2700-EXIT
              UNTIL N1A-END-OF-FILE
                 OR N1A-CONTRACT-ID-NUMBER >
                    FWR-CONTRACT-ID-NUMBER
           PERFORM 2800-READ-FAMILY THRU 2800-EXIT
           .
       2070-EXIT.
           EXIT.
      *
       2100-PROCESS-PATIENT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   GATHER THE PATIENT'S Q4 DEDUCTIBLE FROM ITS N1 LINES, THEN
      *   ROLL EVERY SET THAT NEEDS IT.  N1 LINES FOR A PATIENT CODE
      *   AHEAD OF THIS ONE HAVE NO PATIENT RECORD TO CARRY TO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           ADD +1 TO ROL-PATIENTS-READ
           MOVE 'N' TO ROL-PAT-CHANGE-SW
           MOVE PWR-CONTRACT-ID-NUMBER TO ROL-PWR-CONTRACT-ID
           MOVE PWR-PATIENT-CODE       TO ROL-PWR-PATIENT-CODE
      *
           PERFORM 3300-LOAD-PATIENT-SLOTS THRU 3300-EXIT
      *
           PERFORM 2700-READ-N1-AUDIT THRU 2700-EXIT
              UNTIL N1A-END-OF-FILE
                 OR ROL-N1-KEY NOT < ROL-PWR-KEY
           PERFORM 2200-ADD-Q4-LINE THRU 2200-EXIT
              UNTIL N1A-END-OF-FILE
                 OR ROL-N1-KEY NOT = ROL-PWR-KEY
      *
           PERFORM 3400-ROLL-PATIENT-SET THRU 3400-EXIT
              VARYING SET-SUB FROM 1 BY 1
              UNTIL SET-SUB > 3
      *
           IF  ROL-PATIENT-CHANGED
               ADD +1 TO ROL-PATIENTS-ROLLED
               IF  ROL-LIVE-RUN
                   PERFORM 2500-REWRITE-PATIENT THRU 2500-EXIT
               END-IF
           END-IF
      *
           PERFORM 2900-READ-PATIENT THRU 2900-EXIT
           .
       2100-EXIT.
           EXIT.
      *
       2200-ADD-Q4-LINE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   AN N1 LINE COUNTS TOWARD THE CARRYOVER WHEN IT BELONGS TO
      *   THE YEAR BEING CLOSED, ITS OPTION CARRIES OVER, AND IT WAS
      *   INCURRED INSIDE THE OPTION'S WINDOW.  A VOID OR A
      *   SUPERSEDED GENERATION BACKS ITS DEDUCTIBLE OUT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           IF  N1A-PERIOD-YEAR NOT = ROL-OLD-DIGIT-X
               GO TO 2200-READ-NEXT
           END-IF
      *
           EVALUATE N1A-PERIOD-OPTION
             WHEN '4'
             WHEN '5'
               MOVE 1 TO SET-SUB
             WHEN '1'
               MOVE 2 TO SET-SUB
             WHEN '6'
               MOVE 3 TO SET-SUB
             WHEN OTHER
               GO TO 2200-READ-NEXT
           END-EVALUATE
      *
           MOVE N1A-PERIOD-OPTION TO OPT-HOLD-OPTION
           PERFORM 3900-FIND-CARRYOVER-RULE THRU 3900-EXIT
           IF  NOT CRY-RULE-FOUND
           OR  N1A-INCURRED-DATE < CRY-HOLD-FROM-DATE
           OR  N1A-INCURRED-DATE > ROL-CARRY-THRU-DATE
               GO TO 2200-READ-NEXT
           END-IF
      *
           IF  N1A-VOID
           OR  N1A-SUPERSEDED
               MOVE -1 TO ROL-SIGN
           ELSE
               MOVE +1 TO ROL-SIGN
           END-IF
           COMPUTE ROL-PAT-Q4-DEDUCT (SET-SUB) =
                   ROL-PAT-Q4-DEDUCT (SET-SUB)
                 + N1A-DEDUCT-APPLIED * ROL-SIGN
           END-COMPUTE
           ADD +1 TO ROL-N1-LINES-CARRIED
           .
       2200-READ-NEXT.
           PERFORM 2700-READ-N1-AUDIT THRU 2700-EXIT
           .
       2200-EXIT.
           EXIT.
      *
       2400-REWRITE-FAMILY.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   SAVE THE RECORD AS IT STANDS, THEN PUT THE ROLLED SLOTS
      *   BACK AND REWRITE IT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           WRITE FBI-BEFORE-IMAGE-RECORD FROM FAMILY-WORK-RECORD
           IF  FBI-FILE-STATUS NOT = '00'
               DISPLAY 'FH02P9MD FWRBIMG WRITE FAILED - STATUS '
                       FBI-FILE-STATUS ' CONTRACT '
                       FWR-CONTRACT-ID-NUMBER
               GO TO 9900-IO-ERROR
           END-IF
      *
           PERFORM 3190-STORE-FAMILY-SLOTS THRU 3190-EXIT
           REWRITE FAMILY-WORK-RECORD
           IF  FWR-FILE-STATUS NOT = '00'
               DISPLAY 'FH02P9MD FWRMSTR REWRITE FAILED - STATUS '
                       FWR-FILE-STATUS ' CONTRACT '
                       FWR-CONTRACT-ID-NUMBER
               GO TO 9900-IO-ERROR
           END-IF
           .
       2400-EXIT.
           EXIT.
      *
       2500-REWRITE-PATIENT.
           WRITE PBI-BEFORE-IMAGE-RECORD FROM PATIENT-WORK-RECORD
           IF  PBI-FILE-STATUS NOT = '00'
               DISPLAY 'FH02P9MD PWRBIMG WRITE FAILED - STATUS '
                       PBI-FILE-STATUS ' CONTRACT '
                       PWR-CONTRACT-ID-NUMBER ' PATIENT '
                       PWR-PATIENT-CODE
               GO TO 9900-IO-ERROR
           END-IF
      *
           PERFORM 3390-STORE-PATIENT-SLOTS THRU 3390-EXIT
           REWRITE PATIENT-WORK-RECORD
           IF  PWR-FILE-STATUS NOT = '00'
               DISPLAY 'FH02P9MD PWRMSTR REWRITE FAILED - STATUS '
                       PWR-FILE-STATUS ' CONTRACT '
                       PWR-CONTRACT-ID-NUMBER ' PATIENT '
                       PWR-PATIENT-CODE
               GO TO 9900-IO-ERROR
           END-IF
           .
       2500-EXIT.
           EXIT.
      *
       2700-READ-N1-AUDIT.
           READ N1-AUDIT-FILE INTO N1A-N1-AUDIT-INPUT
               AT END
                   SET N1A-END-OF-FILE TO TRUE
                   MOVE HIGH-VALUES TO N1A-CONTRACT-ID-NUMBER
                                       N1A-PATIENT-CODE
               NOT AT END
                   ADD +1 TO ROL-N1-LINES-READ
           END-READ
           MOVE N1A-CONTRACT-ID-NUMBER TO ROL-N1-CONTRACT-ID
           MOVE N1A-PATIENT-CODE       TO ROL-N1-PATIENT-CODE
           .
       2700-EXIT.
           EXIT.
      *
       2800-READ-FAMILY.
           READ FAMILY-WORK-FILE
               AT END
                   SET FWR-END-OF-FILE TO TRUE
           END-READ
           .
       2800-EXIT.
           EXIT.
      *
       2900-READ-PATIENT.
           READ PATIENT-WORK-FILE
               AT END
                   SET PWR-END-OF-FILE TO TRUE
           END-READ
           .
       2900-EXIT.
           EXIT.
      *
       3000-DECIDE-ROLL.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   PLACE ONE SET'S PERIODS AGAINST THE NEW YEAR.  THE NEWEST
      *   GENERATION CARRYING A PERIOD GIVES THE YEAR THE RECORD IS
      *   CURRENT FOR (A PERIOD FOUND IN PRIOR-1 MEANS THE CURRENT
      *   YEAR IS ONE PAST IT).  THE GAP IS HOW MANY SHIFTS BRING IT
      *   TO THE NEW YEAR:  0 ALREADY ROLLED, 1 OR 2 TO SHIFT, ANY
      *   OTHER GAP (OR A NON-NUMERIC YEAR) IS OUT OF SEQUENCE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE ZEROES TO ROL-NEWEST-GEN
                          ROL-DEC-REC-CURR
           MOVE SPACES TO ROL-DEC-OPTION
           PERFORM 3010-FIND-NEWEST-PERIOD THRU 3010-EXIT
              VARYING GEN-SUB FROM 3 BY -1
              UNTIL GEN-SUB < 1
      *
           IF  ROL-NEWEST-GEN = 0
               SET ROL-DEC-NO-PERIODS TO TRUE
               GO TO 3000-EXIT
           END-IF
      *
           IF  ROL-DEC-PERIOD-YEAR (ROL-NEWEST-GEN) NOT NUMERIC
               SET ROL-DEC-OUT-OF-SEQUENCE TO TRUE
               GO TO 3000-EXIT
           END-IF
      *
           MOVE ROL-DEC-PERIOD-YEAR (ROL-NEWEST-GEN)
                                        TO ROL-WORK-DIGIT-X
           MOVE ROL-DEC-PERIOD-OPTION (ROL-NEWEST-GEN)
                                        TO ROL-DEC-OPTION
           COMPUTE ROL-REC-CURR = ROL-WORK-DIGIT + ROL-NEWEST-GEN - 1
           END-COMPUTE
           IF  ROL-REC-CURR > 9
               SUBTRACT 10 FROM ROL-REC-CURR
           END-IF
           MOVE ROL-REC-CURR TO ROL-DEC-REC-CURR
      *
           COMPUTE ROL-GAP = ROL-NEW-DIGIT - ROL-REC-CURR
           END-COMPUTE
           IF  ROL-GAP < 0
               ADD 10 TO ROL-GAP
           END-IF
           IF  ROL-GAP > ROL-MAX-SHIFTS
               SET ROL-DEC-OUT-OF-SEQUENCE TO TRUE
           ELSE
               MOVE ROL-GAP TO ROL-DEC-GAP
           END-IF
           .
       3000-EXIT.
           EXIT.
      *
       3010-FIND-NEWEST-PERIOD.
           IF  ROL-DEC-PERIOD (GEN-SUB) NOT = SPACES
           AND ROL-DEC-PERIOD (GEN-SUB) NOT = LOW-VALUES
               MOVE GEN-SUB TO ROL-NEWEST-GEN
           END-IF
           .
       3010-EXIT.
           EXIT.
      *
       3100-LOAD-FAMILY-SLOTS.
           MOVE FWR-CB-BENEFIT-PERIOD     TO ROL-FAM-PERIOD (1 1)
           MOVE FWR-CB-FAM-DEDUCT-ACCUM   TO ROL-FAM-DEDUCT (1 1)
           MOVE FWR-CB-CAT-MAX-ACCUM      TO ROL-FAM-CAT-MAX (1 1)
           MOVE FWR-CB-PPO-MAX-ACCUM      TO ROL-FAM-PPO-MAX (1 1)
           MOVE FWR-P1B-BENEFIT-PERIOD    TO ROL-FAM-PERIOD (1 2)
           MOVE FWR-P1B-FAM-DEDUCT-ACCUM  TO ROL-FAM-DEDUCT (1 2)
           MOVE FWR-P1B-CAT-MAX-ACCUM     TO ROL-FAM-CAT-MAX (1 2)
           MOVE FWR-P1B-PPO-MAX-ACCUM     TO ROL-FAM-PPO-MAX (1 2)
           MOVE FWR-P2B-BENEFIT-PERIOD    TO ROL-FAM-PERIOD (1 3)
           MOVE FWR-P2B-FAM-DEDUCT-ACCUM  TO ROL-FAM-DEDUCT (1 3)
           MOVE FWR-P2B-CAT-MAX-ACCUM     TO ROL-FAM-CAT-MAX (1 3)
           MOVE FWR-P2B-PPO-MAX-ACCUM     TO ROL-FAM-PPO-MAX (1 3)
      *
           MOVE FWR-CS-BENEFIT-PERIOD     TO ROL-FAM-PERIOD (2 1)
           MOVE FWR-CS-FAM-DEDUCT-ACCUM   TO ROL-FAM-DEDUCT (2 1)
           MOVE FWR-CS-CAT-MAX-ACCUM      TO ROL-FAM-CAT-MAX (2 1)
           MOVE FWR-CS-PPO-MAX-ACCUM      TO ROL-FAM-PPO-MAX (2 1)
           MOVE FWR-P1S-BENEFIT-PERIOD    TO ROL-FAM-PERIOD (2 2)
           MOVE FWR-P1S-FAM-DEDUCT-ACCUM  TO ROL-FAM-DEDUCT (2 2)
           MOVE FWR-P1S-CAT-MAX-ACCUM     TO ROL-FAM-CAT-MAX (2 2)
           MOVE FWR-P1S-PPO-MAX-ACCUM     TO ROL-FAM-PPO-MAX (2 2)
           MOVE FWR-P2S-BENEFIT-PERIOD    TO ROL-FAM-PERIOD (2 3)
           MOVE FWR-P2S-FAM-DEDUCT-ACCUM  TO ROL-FAM-DEDUCT (2 3)
           MOVE FWR-P2S-CAT-MAX-ACCUM     TO ROL-FAM-CAT-MAX (2 3)
           MOVE FWR-P2S-PPO-MAX-ACCUM     TO ROL-FAM-PPO-MAX (2 3)
      *
           MOVE FWR-CP-BENEFIT-PERIOD     TO ROL-FAM-PERIOD (3 1)
           MOVE FWR-CP-FAM-DEDUCT-ACCUM   TO ROL-FAM-DEDUCT (3 1)
           MOVE FWR-CP-CAT-MAX-ACCUM      TO ROL-FAM-CAT-MAX (3 1)
           MOVE FWR-CP-PPO-MAX-ACCUM      TO ROL-FAM-PPO-MAX (3 1)
           MOVE FWR-P1P-BENEFIT-PERIOD    TO ROL-FAM-PERIOD (3 2)
           MOVE FWR-P1P-FAM-DEDUCT-ACCUM  TO ROL-FAM-DEDUCT (3 2)
           MOVE FWR-P1P-CAT-MAX-ACCUM     TO ROL-FAM-CAT-MAX (3 2)
           MOVE FWR-P1P-PPO-MAX-ACCUM     TO ROL-FAM-PPO-MAX (3 2)
           MOVE FWR-P2P-BENEFIT-PERIOD    TO ROL-FAM-PERIOD (3 3)
           MOVE FWR-P2P-FAM-DEDUCT-ACCUM  TO ROL-FAM-DEDUCT (3 3)
           MOVE FWR-P2P-CAT-MAX-ACCUM     TO ROL-FAM-CAT-MAX (3 3)
           MOVE FWR-P2P-PPO-MAX-ACCUM     TO ROL-FAM-PPO-MAX (3 3)
           .
       3100-EXIT.
           EXIT.
      *
       3150-DECIDE-FAMILY-SET.
           MOVE ROL-FAM-PERIOD (SET-SUB 1) TO ROL-DEC-PERIOD (1)
           MOVE ROL-FAM-PERIOD (SET-SUB 2) TO ROL-DEC-PERIOD (2)
           MOVE ROL-FAM-PERIOD (SET-SUB 3) TO ROL-DEC-PERIOD (3)
           PERFORM 3000-DECIDE-ROLL THRU 3000-EXIT
           MOVE ROL-DEC-GAP      TO ROL-FAM-GAP (SET-SUB)
           MOVE ROL-DEC-REC-CURR TO ROL-FAM-REC-CURR (SET-SUB)
           MOVE ROL-DEC-OPTION   TO ROL-FAM-OPTION (SET-SUB)
           MOVE ZEROES           TO ROL-FAM-CARRY-SUM (SET-SUB)
           .
       3150-EXIT.
           EXIT.
      *
       3190-STORE-FAMILY-SLOTS.
           MOVE ROL-FAM-PERIOD (1 1)      TO FWR-CB-BENEFIT-PERIOD
           MOVE ROL-FAM-DEDUCT (1 1)      TO FWR-CB-FAM-DEDUCT-ACCUM
           MOVE ROL-FAM-CAT-MAX (1 1)     TO FWR-CB-CAT-MAX-ACCUM
           MOVE ROL-FAM-PPO-MAX (1 1)     TO FWR-CB-PPO-MAX-ACCUM
           MOVE ROL-FAM-PERIOD (1 2)      TO FWR-P1B-BENEFIT-PERIOD
           MOVE ROL-FAM-DEDUCT (1 2)      TO FWR-P1B-FAM-DEDUCT-ACCUM
           MOVE ROL-FAM-CAT-MAX (1 2)     TO FWR-P1B-CAT-MAX-ACCUM
           MOVE ROL-FAM-PPO-MAX (1 2)     TO FWR-P1B-PPO-MAX-ACCUM
           MOVE ROL-FAM-PERIOD (1 3)      TO FWR-P2B-BENEFIT-PERIOD
           MOVE ROL-FAM-DEDUCT (1 3)      TO FWR-P2B-FAM-DEDUCT-ACCUM
           MOVE ROL-FAM-CAT-MAX (1 3)     TO FWR-P2B-CAT-MAX-ACCUM
           MOVE ROL-FAM-PPO-MAX (1 3)     TO FWR-P2B-PPO-MAX-ACCUM
      *
           MOVE ROL-FAM-PERIOD (2 1)      TO FWR-CS-BENEFIT-PERIOD
           MOVE ROL-FAM-DEDUCT (2 1)      TO FWR-CS-FAM-DEDUCT-ACCUM
           MOVE ROL-FAM-CAT-MAX (2 1)     TO FWR-CS-CAT-MAX-ACCUM
           MOVE ROL-FAM-PPO-MAX (2 1)     TO FWR-CS-PPO-MAX-ACCUM
           MOVE ROL-FAM-PERIOD (2 2)      TO FWR-P1S-BENEFIT-PERIOD
           MOVE ROL-FAM-DEDUCT (2 2)      TO FWR-P1S-FAM-DEDUCT-ACCUM
           MOVE ROL-FAM-CAT-MAX (2 2)     TO FWR-P1S-CAT-MAX-ACCUM
           MOVE ROL-FAM-PPO-MAX (2 2)     TO FWR-P1S-PPO-MAX-ACCUM
           MOVE ROL-FAM-PERIOD (2 3)      TO FWR-P2S-BENEFIT-PERIOD
           MOVE ROL-FAM-DEDUCT (2 3)      TO FWR-P2S-FAM-DEDUCT-ACCUM
           MOVE ROL-FAM-CAT-MAX (2 3)     TO FWR-P2S-CAT-MAX-ACCUM
           MOVE ROL-FAM-PPO-MAX (2 3)     TO FWR-P2S-PPO-MAX-ACCUM
      *
           MOVE ROL-FAM-PERIOD (3 1)      TO FWR-CP-BENEFIT-PERIOD
           MOVE ROL-FAM-DEDUCT (3 1)      TO FWR-CP-FAM-DEDUCT-ACCUM
           MOVE ROL-FAM-CAT-MAX (3 1)     TO FWR-CP-CAT-MAX-ACCUM
           MOVE ROL-FAM-PPO-MAX (3 1)     TO FWR-CP-PPO-MAX-ACCUM
           MOVE ROL-FAM-PERIOD (3 2)      TO FWR-P1P-BENEFIT-PERIOD
           MOVE ROL-FAM-DEDUCT (3 2)      TO FWR-P1P-FAM-DEDUCT-ACCUM
           MOVE ROL-FAM-CAT-MAX (3 2)     TO FWR-P1P-CAT-MAX-ACCUM
           MOVE ROL-FAM-PPO-MAX (3 2)     TO FWR-P1P-PPO-MAX-ACCUM
           MOVE ROL-FAM-PERIOD (3 3)      TO FWR-P2P-BENEFIT-PERIOD
           MOVE ROL-FAM-DEDUCT (3 3)      TO FWR-P2P-FAM-DEDUCT-ACCUM
           MOVE ROL-FAM-CAT-MAX (3 3)     TO FWR-P2P-CAT-MAX-ACCUM
           MOVE ROL-FAM-PPO-MAX (3 3)     TO FWR-P2P-PPO-MAX-ACCUM
           .
       3190-EXIT.
           EXIT.
      *
       3200-ROLL-FAMILY-SET.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   SHIFT ONE FAMILY SET BY ITS GAP.  AFTER A ONE-YEAR ROLL THE
      *   NEW PERIOD'S FAMILY DEDUCTIBLE IS THE PATIENTS' CARRYOVER,
      *   CAPPED AT THE NEW YEAR'S FAMILY LIMIT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE ROL-FAM-GAP (SET-SUB) TO ROL-DEC-GAP
           EVALUATE TRUE
             WHEN ROL-DEC-NO-PERIODS
               GO TO 3200-EXIT
             WHEN ROL-DEC-ALREADY-ROLLED
               ADD +1 TO ROL-SETS-ALREADY-ROLLED
               GO TO 3200-EXIT
             WHEN OTHER
               CONTINUE
           END-EVALUATE
      *
           MOVE SPACES                  TO RPT-DETAIL-LINE
           MOVE FWR-CONTRACT-ID-NUMBER  TO RPT-CONTRACT-ID-NUMBER
           MOVE 'FAM'                   TO RPT-RECORD-TYPE
           MOVE SET-NAME (SET-SUB)      TO RPT-SET-NAME
           MOVE ROL-FAM-PERIOD (SET-SUB 1) TO RPT-BEF-CODE (1)
           MOVE ROL-FAM-PERIOD (SET-SUB 2) TO RPT-BEF-CODE (2)
           MOVE ROL-FAM-PERIOD (SET-SUB 3) TO RPT-BEF-CODE (3)
           MOVE ROL-FAM-DEDUCT (SET-SUB 1) TO ROL-OLD-DEDUCT
                                              RPT-OLD-DEDUCT
      *
           IF  ROL-DEC-OUT-OF-SEQUENCE
               ADD +1 TO ROL-SET-EXCEPTIONS
               MOVE 'NOT ROLLED - PERIODS OUT OF SEQUENCE'
                                        TO RPT-ACTION
               PERFORM 4000-WRITE-DETAIL THRU 4000-EXIT
               GO TO 3200-EXIT
           END-IF
      *
           MOVE ROL-FAM-REC-CURR (SET-SUB) TO ROL-REC-CURR
           MOVE ROL-FAM-OPTION (SET-SUB)   TO ROL-DEC-OPTION
           PERFORM 3210-SHIFT-FAMILY-SET THRU 3210-EXIT
              VARYING SHIFT-SUB FROM 1 BY 1
              UNTIL SHIFT-SUB > ROL-FAM-GAP (SET-SUB)
      *
           MOVE ZEROES TO ROL-CARRY-AMOUNT
           IF  ROL-FAM-GAP (SET-SUB) = 1
           AND ROL-FAM-CARRY-SUM (SET-SUB) > ZERO
               MOVE ROL-FAM-CARRY-SUM (SET-SUB) TO ROL-CARRY-AMOUNT
               MOVE ROL-FAM-OPTION (SET-SUB)    TO OPT-HOLD-OPTION
               PERFORM 3950-FIND-NEW-YEAR-LIMITS THRU 3950-EXIT
               IF  OPT-LIMIT-FOUND
               AND ROL-CARRY-AMOUNT > OPT-HOLD-FAM-DEDUCT-LIMIT
                   MOVE OPT-HOLD-FAM-DEDUCT-LIMIT TO ROL-CARRY-AMOUNT
               END-IF
               MOVE ROL-CARRY-AMOUNT TO ROL-FAM-DEDUCT (SET-SUB 1)
           END-IF
      *
           SET ROL-FAMILY-CHANGED TO TRUE
           ADD +1 TO ROL-SETS-ROLLED
           MOVE ROL-FAM-PERIOD (SET-SUB 1) TO RPT-AFT-CODE (1)
           MOVE ROL-FAM-PERIOD (SET-SUB 2) TO RPT-AFT-CODE (2)
           MOVE ROL-FAM-PERIOD (SET-SUB 3) TO RPT-AFT-CODE (3)
           MOVE ROL-CARRY-AMOUNT           TO RPT-CARRIED
           PERFORM 3800-SET-ROLL-ACTION THRU 3800-EXIT
           PERFORM 4000-WRITE-DETAIL THRU 4000-EXIT
           .
       3200-EXIT.
           EXIT.
      *
       3210-SHIFT-FAMILY-SET.
           MOVE ROL-FAM-GEN (SET-SUB 2) TO ROL-FAM-GEN (SET-SUB 3)
           MOVE ROL-FAM-GEN (SET-SUB 1) TO ROL-FAM-GEN (SET-SUB 2)
           PERFORM 3700-NEXT-YEAR-DIGIT THRU 3700-EXIT
           MOVE ROL-WORK-DIGIT-X TO ROL-FAM-PERIOD-YEAR (SET-SUB 1)
           MOVE ROL-DEC-OPTION   TO ROL-FAM-PERIOD-OPTION (SET-SUB 1)
           MOVE ZEROES           TO ROL-FAM-DEDUCT (SET-SUB 1)
                                    ROL-FAM-CAT-MAX (SET-SUB 1)
                                    ROL-FAM-PPO-MAX (SET-SUB 1)
           .
       3210-EXIT.
           EXIT.
      *
       3300-LOAD-PATIENT-SLOTS.
           MOVE PWR-CB-BENEFIT-PERIOD     TO ROL-PAT-PERIOD (1 1)
           MOVE PWR-CB-DEDUCT-ACCUM       TO ROL-PAT-DEDUCT (1 1)
           MOVE PWR-CB-WELL-DED-CR-APPLIED
                                          TO ROL-PAT-WELL-CR (1 1)
           MOVE PWR-P1B-BENEFIT-PERIOD    TO ROL-PAT-PERIOD (1 2)
           MOVE PWR-P1B-DEDUCT-ACCUM      TO ROL-PAT-DEDUCT (1 2)
           MOVE PWR-P1B-WELL-DED-CR-APPLIED
                                          TO ROL-PAT-WELL-CR (1 2)
           MOVE PWR-P2B-BENEFIT-PERIOD    TO ROL-PAT-PERIOD (1 3)
           MOVE PWR-P2B-DEDUCT-ACCUM      TO ROL-PAT-DEDUCT (1 3)
           MOVE PWR-P2B-WELL-DED-CR-APPLIED
                                          TO ROL-PAT-WELL-CR (1 3)
      *
           MOVE PWR-CS-BENEFIT-PERIOD     TO ROL-PAT-PERIOD (2 1)
           MOVE PWR-CS-DEDUCT-ACCUM       TO ROL-PAT-DEDUCT (2 1)
           MOVE PWR-CS-WELL-DED-CR-APPLIED
                                          TO ROL-PAT-WELL-CR (2 1)
           MOVE PWR-P1S-BENEFIT-PERIOD    TO ROL-PAT-PERIOD (2 2)
           MOVE PWR-P1S-DEDUCT-ACCUM      TO ROL-PAT-DEDUCT (2 2)
           MOVE PWR-P1S-WELL-DED-CR-APPLIED
                                          TO ROL-PAT-WELL-CR (2 2)
           MOVE PWR-P2S-BENEFIT-PERIOD    TO ROL-PAT-PERIOD (2 3)
           MOVE PWR-P2S-DEDUCT-ACCUM      TO ROL-PAT-DEDUCT (2 3)
           MOVE PWR-P2S-WELL-DED-CR-APPLIED
                                          TO ROL-PAT-WELL-CR (2 3)
      *
           MOVE PWR-CP-BENEFIT-PERIOD     TO ROL-PAT-PERIOD (3 1)
           MOVE PWR-CP-DEDUCT-ACCUM       TO ROL-PAT-DEDUCT (3 1)
           MOVE PWR-CP-WELL-DED-CR-APPLIED
                                          TO ROL-PAT-WELL-CR (3 1)
           MOVE PWR-P1P-BENEFIT-PERIOD    TO ROL-PAT-PERIOD (3 2)
           MOVE PWR-P1P-DEDUCT-ACCUM      TO ROL-PAT-DEDUCT (3 2)
           MOVE PWR-P1P-WELL-DED-CR-APPLIED
                                          TO ROL-PAT-WELL-CR (3 2)
           MOVE PWR-P2P-BENEFIT-PERIOD    TO ROL-PAT-PERIOD (3 3)
           MOVE PWR-P2P-DEDUCT-ACCUM      TO ROL-PAT-DEDUCT (3 3)
           MOVE PWR-P2P-WELL-DED-CR-APPLIED
                                          TO ROL-PAT-WELL-CR (3 3)
      *
           MOVE ZEROES TO ROL-PAT-Q4-DEDUCT (1)
                          ROL-PAT-Q4-DEDUCT (2)
                          ROL-PAT-Q4-DEDUCT (3)
           .
       3300-EXIT.
           EXIT.
      *
       3390-STORE-PATIENT-SLOTS.
           MOVE ROL-PAT-PERIOD (1 1)      TO PWR-CB-BENEFIT-PERIOD
           MOVE ROL-PAT-DEDUCT (1 1)      TO PWR-CB-DEDUCT-ACCUM
           MOVE ROL-PAT-WELL-CR (1 1)
                                 TO PWR-CB-WELL-DED-CR-APPLIED
           MOVE ROL-PAT-PERIOD (1 2)      TO PWR-P1B-BENEFIT-PERIOD
           MOVE ROL-PAT-DEDUCT (1 2)      TO PWR-P1B-DEDUCT-ACCUM
           MOVE ROL-PAT-WELL-CR (1 2)
                                 TO PWR-P1B-WELL-DED-CR-APPLIED
           MOVE ROL-PAT-PERIOD (1 3)      TO PWR-P2B-BENEFIT-PERIOD
           MOVE ROL-PAT-DEDUCT (1 3)      TO PWR-P2B-DEDUCT-ACCUM
           MOVE ROL-PAT-WELL-CR (1 3)
                                 TO PWR-P2B-WELL-DED-CR-APPLIED
      *
           MOVE ROL-PAT-PERIOD (2 1)      TO PWR-CS-BENEFIT-PERIOD
           MOVE ROL-PAT-DEDUCT (2 1)      TO PWR-CS-DEDUCT-ACCUM
           MOVE ROL-PAT-WELL-CR (2 1)
                                 TO PWR-CS-WELL-DED-CR-APPLIED
           MOVE ROL-PAT-PERIOD (2 2)      TO PWR-P1S-BENEFIT-PERIOD
           MOVE ROL-PAT-DEDUCT (2 2)      TO PWR-P1S-DEDUCT-ACCUM
           MOVE ROL-PAT-WELL-CR (2 2)
                                 TO PWR-P1S-WELL-DED-CR-APPLIED
           MOVE ROL-PAT-PERIOD (2 3)      TO PWR-P2S-BENEFIT-PERIOD
           MOVE ROL-PAT-DEDUCT (2 3)      TO PWR-P2S-DEDUCT-ACCUM
           MOVE ROL-PAT-WELL-CR (2 3)
                                 TO PWR-P2S-WELL-DED-CR-APPLIED
      *
           MOVE ROL-PAT-PERIOD (3 1)      TO PWR-CP-BENEFIT-PERIOD
           MOVE ROL-PAT-DEDUCT (3 1)      TO PWR-CP-DEDUCT-ACCUM
           MOVE ROL-PAT-WELL-CR (3 1)
                                 TO PWR-CP-WELL-DED-CR-APPLIED
           MOVE ROL-PAT-PERIOD (3 2)      TO PWR-P1P-BENEFIT-PERIOD
           MOVE ROL-PAT-DEDUCT (3 2)      TO PWR-P1P-DEDUCT-ACCUM
           MOVE ROL-PAT-WELL-CR (3 2)
                                 TO PWR-P1P-WELL-DED-CR-APPLIED
           MOVE ROL-PAT-PERIOD (3 3)      TO PWR-P2P-BENEFIT-PERIOD
           MOVE ROL-PAT-DEDUCT (3 3)      TO PWR-P2P-DEDUCT-ACCUM
           MOVE ROL-PAT-WELL-CR (3 3)
                                 TO PWR-P2P-WELL-DED-CR-APPLIED
           .
       3390-EXIT.
           EXIT.
      *
       3400-ROLL-PATIENT-SET.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   SHIFT ONE PATIENT SET BY ITS GAP.  AFTER A ONE-YEAR ROLL
      *   THE Q4 DEDUCTIBLE IS CARRIED TO THE NEW PERIOD -- NEVER
      *   MORE THAN THE OLD CURRENT DEDUCTIBLE, CAPPED AT THE NEW
      *   YEAR'S LIMIT -- AND ADDED TO THE FAMILY'S CARRYOVER WHEN
      *   THE FAMILY SET IS ROLLING THE SAME YEAR.  A TWO-YEAR ROLL
      *   MEANS NO CLAIMS IN THE YEAR BEING CLOSED; NOTHING CARRIES.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE ROL-PAT-PERIOD (SET-SUB 1) TO ROL-DEC-PERIOD (1)
           MOVE ROL-PAT-PERIOD (SET-SUB 2) TO ROL-DEC-PERIOD (2)
           MOVE ROL-PAT-PERIOD (SET-SUB 3) TO ROL-DEC-PERIOD (3)
           PERFORM 3000-DECIDE-ROLL THRU 3000-EXIT
           EVALUATE TRUE
             WHEN ROL-DEC-NO-PERIODS
               GO TO 3400-EXIT
             WHEN ROL-DEC-ALREADY-ROLLED
               ADD +1 TO ROL-SETS-ALREADY-ROLLED
               PERFORM 3450-RECARRY-ROLLED-PATIENT THRU 3450-EXIT
               GO TO 3400-EXIT
             WHEN OTHER
               CONTINUE
           END-EVALUATE
      *
           MOVE SPACES                  TO RPT-DETAIL-LINE
           MOVE PWR-CONTRACT-ID-NUMBER  TO RPT-CONTRACT-ID-NUMBER
           MOVE PWR-PATIENT-CODE        TO RPT-PATIENT-CODE
           MOVE 'PAT'                   TO RPT-RECORD-TYPE
           MOVE SET-NAME (SET-SUB)      TO RPT-SET-NAME
           MOVE ROL-PAT-PERIOD (SET-SUB 1) TO RPT-BEF-CODE (1)
           MOVE ROL-PAT-PERIOD (SET-SUB 2) TO RPT-BEF-CODE (2)
           MOVE ROL-PAT-PERIOD (SET-SUB 3) TO RPT-BEF-CODE (3)
           MOVE ROL-PAT-DEDUCT (SET-SUB 1) TO ROL-OLD-DEDUCT
                                              RPT-OLD-DEDUCT
      *
           IF  ROL-DEC-OUT-OF-SEQUENCE
               ADD +1 TO ROL-SET-EXCEPTIONS
               MOVE 'NOT ROLLED - PERIODS OUT OF SEQUENCE'
                                        TO RPT-ACTION
               PERFORM 4000-WRITE-DETAIL THRU 4000-EXIT
               GO TO 3400-EXIT
           END-IF
      *
           MOVE ROL-DEC-GAP      TO ROL-PAT-GAP (SET-SUB)
           MOVE ROL-DEC-REC-CURR TO ROL-PAT-REC-CURR (SET-SUB)
                                    ROL-REC-CURR
           MOVE ROL-DEC-OPTION   TO ROL-PAT-OPTION (SET-SUB)
           PERFORM 3410-SHIFT-PATIENT-SET THRU 3410-EXIT
              VARYING SHIFT-SUB FROM 1 BY 1
              UNTIL SHIFT-SUB > ROL-PAT-GAP (SET-SUB)
      *
           MOVE ZEROES TO ROL-CARRY-AMOUNT
           IF  ROL-PAT-GAP (SET-SUB) = 1
           AND ROL-PAT-Q4-DEDUCT (SET-SUB) > ZERO
               MOVE ROL-PAT-Q4-DEDUCT (SET-SUB) TO ROL-CARRY-AMOUNT
               IF  ROL-CARRY-AMOUNT > ROL-OLD-DEDUCT
                   MOVE ROL-OLD-DEDUCT TO ROL-CARRY-AMOUNT
               END-IF
               MOVE ROL-PAT-OPTION (SET-SUB) TO OPT-HOLD-OPTION
               PERFORM 3950-FIND-NEW-YEAR-LIMITS THRU 3950-EXIT
               IF  OPT-LIMIT-FOUND
               AND ROL-CARRY-AMOUNT > OPT-HOLD-DEDUCT-LIMIT
                   MOVE OPT-HOLD-DEDUCT-LIMIT TO ROL-CARRY-AMOUNT
               END-IF
           END-IF
      *
           IF  ROL-CARRY-AMOUNT > ZERO
               MOVE ROL-CARRY-AMOUNT TO ROL-PAT-DEDUCT (SET-SUB 1)
               ADD +1 TO ROL-CARRYOVERS
               IF  ROL-FAM-GAP (SET-SUB) = 1
                   ADD ROL-CARRY-AMOUNT
                                 TO ROL-FAM-CARRY-SUM (SET-SUB)
               END-IF
           END-IF
      *
           SET ROL-PATIENT-CHANGED TO TRUE
           ADD +1 TO ROL-SETS-ROLLED
           MOVE ROL-PAT-PERIOD (SET-SUB 1) TO RPT-AFT-CODE (1)
           MOVE ROL-PAT-PERIOD (SET-SUB 2) TO RPT-AFT-CODE (2)
           MOVE ROL-PAT-PERIOD (SET-SUB 3) TO RPT-AFT-CODE (3)
           MOVE ROL-CARRY-AMOUNT           TO RPT-CARRIED
           MOVE ROL-PAT-GAP (SET-SUB)      TO ROL-DEC-GAP
           PERFORM 3800-SET-ROLL-ACTION THRU 3800-EXIT
           PERFORM 4000-WRITE-DETAIL THRU 4000-EXIT
           .
       3400-EXIT.
           EXIT.
      *
       3450-RECARRY-ROLLED-PATIENT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   A RESTART PICKS UP AT THE FAMILY AFTER THE CHECKPOINT, SO
      *   THE FAMILY THAT WAS IN FLIGHT MAY HAVE PATIENTS ALREADY
      *   ROLLED AND REWRITTEN WHILE THE FAMILY RECORD WAS NOT.  THEIR
      *   CARRYOVER IS WORKED AGAIN THE SAME WAY -- THE Q4 AMOUNT
      *   FROM THE N1 LINES, NEVER MORE THAN THE OLD CURRENT (NOW
      *   PRIOR-1) DEDUCTIBLE, CAPPED AT THE NEW YEAR'S LIMIT -- AND
      *   ADDED TO THE FAMILY'S CARRYOVER.  THE PATIENT RECORD IS NOT
      *   TOUCHED AGAIN.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           IF  NOT ROL-RESTART
           OR  ROL-FAM-GAP (SET-SUB) NOT = 1
           OR  ROL-PAT-PERIOD-YEAR (SET-SUB 2) NOT = ROL-OLD-DIGIT-X
           OR  ROL-PAT-Q4-DEDUCT (SET-SUB) NOT > ZERO
               GO TO 3450-EXIT
           END-IF
      *
           MOVE ROL-PAT-Q4-DEDUCT (SET-SUB) TO ROL-CARRY-AMOUNT
           IF  ROL-CARRY-AMOUNT > ROL-PAT-DEDUCT (SET-SUB 2)
               MOVE ROL-PAT-DEDUCT (SET-SUB 2) TO ROL-CARRY-AMOUNT
           END-IF
           MOVE ROL-PAT-PERIOD-OPTION (SET-SUB 1) TO OPT-HOLD-OPTION
           PERFORM 3950-FIND-NEW-YEAR-LIMITS THRU 3950-EXIT
           IF  OPT-LIMIT-FOUND
           AND ROL-CARRY-AMOUNT > OPT-HOLD-DEDUCT-LIMIT
               MOVE OPT-HOLD-DEDUCT-LIMIT TO ROL-CARRY-AMOUNT
           END-IF
      *
           IF  ROL-CARRY-AMOUNT > ZERO
               ADD +1 TO ROL-CARRYOVERS
               ADD ROL-CARRY-AMOUNT TO ROL-FAM-CARRY-SUM (SET-SUB)
           END-IF
           .
       3450-EXIT.
           EXIT.
      *
       3410-SHIFT-PATIENT-SET.
           MOVE ROL-PAT-GEN (SET-SUB 2) TO ROL-PAT-GEN (SET-SUB 3)
           MOVE ROL-PAT-GEN (SET-SUB 1) TO ROL-PAT-GEN (SET-SUB 2)
           PERFORM 3700-NEXT-YEAR-DIGIT THRU 3700-EXIT
           MOVE ROL-WORK-DIGIT-X TO ROL-PAT-PERIOD-YEAR (SET-SUB 1)
           MOVE ROL-DEC-OPTION   TO ROL-PAT-PERIOD-OPTION (SET-SUB 1)
           MOVE ZEROES           TO ROL-PAT-DEDUCT (SET-SUB 1)
                                    ROL-PAT-WELL-CR (SET-SUB 1)
           .
       3410-EXIT.
           EXIT.
      *
       3700-NEXT-YEAR-DIGIT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   THE YEAR DIGIT OF THE PERIOD OPENED BY THIS SHIFT:  THE
      *   RECORD'S CURRENT YEAR PLUS THE SHIFT NUMBER, MODULO 10.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           COMPUTE ROL-GAP = ROL-REC-CURR + SHIFT-SUB
           END-COMPUTE
           IF  ROL-GAP > 9
               SUBTRACT 10 FROM ROL-GAP
           END-IF
           MOVE ROL-GAP TO ROL-WORK-DIGIT
           .
       3700-EXIT.
           EXIT.
      *
       3800-SET-ROLL-ACTION.
           EVALUATE TRUE
             WHEN ROL-DEC-GAP = 2
               MOVE 'ROLLED TWO YEARS - NO CLAIMS LAST YEAR'
                                        TO RPT-ACTION
             WHEN ROL-CARRY-AMOUNT > ZERO
               MOVE 'ROLLED - Q4 DEDUCTIBLE CARRIED FORWARD'
                                        TO RPT-ACTION
             WHEN OTHER
               MOVE 'ROLLED'            TO RPT-ACTION
           END-EVALUATE
           .
       3800-EXIT.
           EXIT.
      *
       3900-FIND-CARRYOVER-RULE.
           MOVE 'N'    TO CRY-RULE-FOUND-SW
           MOVE SPACES TO CRY-HOLD-FROM-DATE
           PERFORM 3910-CHECK-RULE-ENTRY THRU 3910-EXIT
              VARYING CRY-SUB FROM 1 BY 1
              UNTIL CRY-SUB > CRY-RULE-CNT
                 OR CRY-RULE-FOUND
           .
       3900-EXIT.
           EXIT.
      *
       3910-CHECK-RULE-ENTRY.
           IF  CRY-OPTION-CODE (CRY-SUB) = OPT-HOLD-OPTION
           AND CRY-CARRYOVER-ALLOWED (CRY-SUB)
               SET CRY-RULE-FOUND TO TRUE
               MOVE CRY-FROM-DATE (CRY-SUB) TO CRY-HOLD-FROM-DATE
           END-IF
           .
       3910-EXIT.
           EXIT.
      *
       3950-FIND-NEW-YEAR-LIMITS.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   THE NEW YEAR'S LIMITS FOR THE OPTION.  WITH NO LIMIT ROW THE
      *   CARRYOVER IS LEFT UNCAPPED; IT CANNOT EXCEED WHAT THE
      *   PATIENT SATISFIED LAST YEAR IN ANY CASE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE 'N'    TO OPT-LIMIT-FOUND-SW
           MOVE ZEROES TO OPT-HOLD-DEDUCT-LIMIT
                          OPT-HOLD-FAM-DEDUCT-LIMIT
           MOVE ROL-NEW-DIGIT TO ROL-WORK-DIGIT
           PERFORM 3960-CHECK-LIMIT-ENTRY THRU 3960-EXIT
              VARYING OPT-SUB FROM 1 BY 1
              UNTIL OPT-SUB > OPT-LIMIT-CNT
                 OR OPT-LIMIT-FOUND
           .
       3950-EXIT.
           EXIT.
      *
       3960-CHECK-LIMIT-ENTRY.
           IF  OPT-OPTION-CODE (OPT-SUB) = OPT-HOLD-OPTION
           AND OPT-YEAR-DIGIT (OPT-SUB)  = ROL-WORK-DIGIT-X
               SET OPT-LIMIT-FOUND TO TRUE
               MOVE OPT-DEDUCT-LIMIT (OPT-SUB)
                 TO OPT-HOLD-DEDUCT-LIMIT
               MOVE OPT-FAM-DEDUCT-LIMIT (OPT-SUB)
                 TO OPT-HOLD-FAM-DEDUCT-LIMIT
           END-IF
           .
       3960-EXIT.
           EXIT.
      *
       4000-WRITE-DETAIL.
           IF  ROL-RPT-LINE-CNT > 55
               PERFORM 4100-WRITE-HEADINGS THRU 4100-EXIT
           END-IF
           WRITE ROLLOVER-REPORT-LINE FROM RPT-DETAIL-LINE
           ADD +1 TO ROL-RPT-LINE-CNT
           .
       4000-EXIT.
           EXIT.
      *
       4100-WRITE-HEADINGS.
           ADD +1 TO ROL-RPT-PAGE-CNT
           MOVE ROL-RPT-PAGE-CNT TO RPT-HDG-PAGE
           WRITE ROLLOVER-REPORT-LINE FROM RPT-HEADING-1
           MOVE SPACES TO ROLLOVER-REPORT-LINE
           WRITE ROLLOVER-REPORT-LINE
           WRITE ROLLOVER-REPORT-LINE FROM RPT-HEADING-2
           WRITE ROLLOVER-REPORT-LINE FROM RPT-HEADING-3
           MOVE SPACES TO ROLLOVER-REPORT-LINE
           WRITE ROLLOVER-REPORT-LINE
           MOVE +5 TO ROL-RPT-LINE-CNT
           .
       4100-EXIT.
           EXIT.
      *
       4500-CHECK-CHECKPOINT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   CHECKPOINT EVERY 1,000 FAMILIES, AND STOP AT A CHECKPOINT
      *   WHEN THE WINDOW'S FAMILY LIMIT IS REACHED.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           ADD +1 TO ROL-SINCE-CHECKPOINT
                     ROL-FAMILIES-THIS-RUN
      *
           IF  ROL-MAX-FAMILIES > 0
           AND ROL-FAMILIES-THIS-RUN NOT < ROL-MAX-FAMILIES
               SET ROL-WINDOW-FULL TO TRUE
           END-IF
      *
           IF  ROL-SINCE-CHECKPOINT NOT < ROL-CHECKPOINT-FREQUENCY
           OR  ROL-WINDOW-FULL
               MOVE FWR-CONTRACT-ID-NUMBER TO CHK-LAST-CONTRACT
               PERFORM 4600-WRITE-CHECKPOINT THRU 4600-EXIT
           END-IF
           .
       4500-EXIT.
           EXIT.
      *
       4600-WRITE-CHECKPOINT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   HARDEN THE BEFORE-IMAGES WRITTEN SO FAR (CLOSE AND REOPEN
      *   EXTEND) BEFORE THE CHECKPOINT SAYS THOSE FAMILIES ARE DONE,
      *   SO A BACKOUT AFTER A FAILURE NEVER MISSES A CHANGED RECORD.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           CLOSE FAMILY-IMAGE-FILE
                 PATIENT-IMAGE-FILE
           OPEN EXTEND FAMILY-IMAGE-FILE
                       PATIENT-IMAGE-FILE
           IF  FBI-FILE-STATUS NOT = '00'
           OR  PBI-FILE-STATUS NOT = '00'
               DISPLAY 'FH02P9MD BEFORE-IMAGE REOPEN FAILED - FBI '
                       FBI-FILE-STATUS ' PBI ' PBI-FILE-STATUS
               GO TO 9900-IO-ERROR
           END-IF
      *
           MOVE ROL-NEW-YEAR        TO CHK-NEW-YEAR
           MOVE ROL-FAMILIES-READ   TO CHK-FAMILIES-READ
           MOVE ROL-FAMILIES-ROLLED TO CHK-FAMILIES-ROLLED
           MOVE ROL-PATIENTS-READ   TO CHK-PATIENTS-READ
           MOVE ROL-PATIENTS-ROLLED TO CHK-PATIENTS-ROLLED
           MOVE ROL-SET-EXCEPTIONS  TO CHK-SET-EXCEPTIONS
           MOVE ROL-CARRYOVERS      TO CHK-CARRYOVERS
      *
           OPEN OUTPUT ROLL-CHECKPOINT-FILE
           WRITE ROLL-CHECKPOINT-RECORD FROM CHK-CHECKPOINT-DATA
           IF  CHK-FILE-STATUS NOT = '00'
               DISPLAY 'FH02P9MD ROLLCHK WRITE FAILED - STATUS '
                       CHK-FILE-STATUS
               GO TO 9900-IO-ERROR
           END-IF
           CLOSE ROLL-CHECKPOINT-FILE
      *
           ADD +1 TO ROL-CHECKPOINTS-TAKEN
           MOVE ZEROES TO ROL-SINCE-CHECKPOINT
           .
       4600-EXIT.
           EXIT.
      *
       5000-FINALIZE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   A LIVE RUN THAT REACHED END OF FILE MARKS THE CHECKPOINT
      *   COMPLETE.  A RUN STOPPED BY THE FAMILY LIMIT ENDS RC 4 SO
      *   THE NEXT WINDOW IS SCHEDULED AS A RESTART; EXCEPTIONS AND
      *   ORPHAN PATIENTS ALSO RAISE RC 4.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           IF  ROL-BACKOUT-RUN
               PERFORM 6900-BACKOUT-TOTALS THRU 6900-EXIT
               GO TO 5000-EXIT
           END-IF
      *
           IF  NOT ROL-WINDOW-FULL
               PERFORM 2050-SKIP-ORPHAN-PATIENT THRU 2050-EXIT
                  UNTIL PWR-END-OF-FILE
               IF  ROL-LIVE-RUN
                   MOVE HIGH-VALUES TO CHK-LAST-CONTRACT
                   PERFORM 4600-WRITE-CHECKPOINT THRU 4600-EXIT
               END-IF
           END-IF
      *
           IF  ROL-RPT-LINE-CNT > 46
               PERFORM 4100-WRITE-HEADINGS THRU 4100-EXIT
           END-IF
           MOVE 'FAMILIES READ:'            TO RPT-TOT-LITERAL
           MOVE ROL-FAMILIES-READ           TO RPT-TOT-COUNT
           PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
           MOVE 'FAMILIES ROLLED:'          TO RPT-TOT-LITERAL
           MOVE ROL-FAMILIES-ROLLED         TO RPT-TOT-COUNT
           PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
           MOVE 'PATIENTS READ:'            TO RPT-TOT-LITERAL
           MOVE ROL-PATIENTS-READ           TO RPT-TOT-COUNT
           PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
           MOVE 'PATIENTS ROLLED:'          TO RPT-TOT-LITERAL
           MOVE ROL-PATIENTS-ROLLED         TO RPT-TOT-COUNT
           PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
           MOVE 'PATIENT Q4 CARRYOVERS:'    TO RPT-TOT-LITERAL
           MOVE ROL-CARRYOVERS              TO RPT-TOT-COUNT
           PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
           MOVE 'SETS NOT ROLLED - OUT OF SEQUENCE:'
                                            TO RPT-TOT-LITERAL
           MOVE ROL-SET-EXCEPTIONS          TO RPT-TOT-COUNT
           PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
           MOVE 'SETS ALREADY ON THE NEW YEAR (THIS RUN):'
                                            TO RPT-TOT-LITERAL
           MOVE ROL-SETS-ALREADY-ROLLED     TO RPT-TOT-COUNT
           PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
           IF  ROL-RESTART
               MOVE 'FAMILIES DONE BEFORE RESTART:'
                                            TO RPT-TOT-LITERAL
               MOVE ROL-FAMILIES-SKIPPED    TO RPT-TOT-COUNT
               PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
           END-IF
           IF  ROL-WINDOW-FULL
               MOVE 'FAMILY LIMIT REACHED - RESTART NEEDED'
                                            TO RPT-TOT-LITERAL
               MOVE ROL-FAMILIES-THIS-RUN   TO RPT-TOT-COUNT
               PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
           END-IF
      *
           CLOSE FAMILY-WORK-FILE
                 PATIENT-WORK-FILE
                 N1-AUDIT-FILE
                 OPTION-LIMITS-FILE
                 CARRYOVER-RULE-FILE
                 ROLLOVER-REPORT
           IF  ROL-LIVE-RUN
               CLOSE FAMILY-IMAGE-FILE
                     PATIENT-IMAGE-FILE
           END-IF
      *
           MOVE ROL-FAMILIES-READ TO ROL-DISPLAY-COUNT
           DISPLAY 'FH02P9MD FAMILIES READ:      ' ROL-DISPLAY-COUNT
           MOVE ROL-FAMILIES-ROLLED TO ROL-DISPLAY-COUNT
           DISPLAY 'FH02P9MD FAMILIES ROLLED:    ' ROL-DISPLAY-COUNT
           MOVE ROL-PATIENTS-READ TO ROL-DISPLAY-COUNT
           DISPLAY 'FH02P9MD PATIENTS READ:      ' ROL-DISPLAY-COUNT
           MOVE ROL-PATIENTS-ROLLED TO ROL-DISPLAY-COUNT
           DISPLAY 'FH02P9MD PATIENTS ROLLED:    ' ROL-DISPLAY-COUNT
           MOVE ROL-SETS-ROLLED TO ROL-DISPLAY-COUNT
           DISPLAY 'FH02P9MD SETS ROLLED:        ' ROL-DISPLAY-COUNT
           MOVE ROL-CARRYOVERS TO ROL-DISPLAY-COUNT
           DISPLAY 'FH02P9MD Q4 CARRYOVERS:      ' ROL-DISPLAY-COUNT
           MOVE ROL-N1-LINES-CARRIED TO ROL-DISPLAY-COUNT
           DISPLAY 'FH02P9MD N1 LINES CARRIED:   ' ROL-DISPLAY-COUNT
           MOVE ROL-SET-EXCEPTIONS TO ROL-DISPLAY-COUNT
           DISPLAY 'FH02P9MD SET EXCEPTIONS:     ' ROL-DISPLAY-COUNT
           MOVE ROL-ORPHAN-PATIENTS TO ROL-DISPLAY-COUNT
           DISPLAY 'FH02P9MD ORPHAN PATIENTS:    ' ROL-DISPLAY-COUNT
           MOVE ROL-CHECKPOINTS-TAKEN TO ROL-DISPLAY-COUNT
           DISPLAY 'FH02P9MD CHECKPOINTS TAKEN:  ' ROL-DISPLAY-COUNT
           IF  ROL-WINDOW-FULL
               DISPLAY 'FH02P9MD FAMILY LIMIT REACHED - RESTART WITH '
                       'PARM R TO CONTINUE'
           END-IF
      *
           IF  (ROL-SET-EXCEPTIONS > 0
                OR ROL-ORPHAN-PATIENTS > 0
                OR ROL-WINDOW-FULL)
           AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       5000-EXIT.
           EXIT.
      *
       5100-WRITE-TOTAL.
           WRITE ROLLOVER-REPORT-LINE FROM RPT-TOTAL-LINE
           .
       5100-EXIT.
           EXIT.
      *
       6000-BACKOUT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   PUT BACK EVERY RECORD THE ROLL CHANGED.  THE BEFORE-IMAGE
      *   FILES ARE IN MASTER SEQUENCE; EACH IMAGE IS MATCHED TO ITS
      *   WORK RECORD AND REWRITTEN OVER IT.  A KEY WRITTEN TWICE
      *   (ONLY POSSIBLE IF A RESTART REPEATED WORK) KEEPS THE FIRST,
      *   ORIGINAL IMAGE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE LOW-VALUES TO ROL-LAST-IMAGE-KEY
           PERFORM 2800-READ-FAMILY THRU 2800-EXIT
           PERFORM 6800-READ-FAMILY-IMAGE THRU 6800-EXIT
           PERFORM 6100-RESTORE-FAMILY THRU 6100-EXIT
              UNTIL FBI-END-OF-FILE
      *
           MOVE LOW-VALUES TO ROL-LAST-IMAGE-KEY
           PERFORM 6250-NEXT-PATIENT THRU 6250-EXIT
           PERFORM 6850-READ-PATIENT-IMAGE THRU 6850-EXIT
           PERFORM 6200-RESTORE-PATIENT THRU 6200-EXIT
              UNTIL PBI-END-OF-FILE
           .
       6000-EXIT.
           EXIT.
      *
       6100-RESTORE-FAMILY.
           IF  FBI-CONTRACT-ID-NUMBER = ROL-LAST-IMAGE-KEY (1:9)
               ADD +1 TO ROL-IMAGES-DUPLICATE
               GO TO 6100-READ-NEXT
           END-IF
           MOVE FBI-CONTRACT-ID-NUMBER TO ROL-LAST-IMAGE-KEY
      *
           PERFORM 2800-READ-FAMILY THRU 2800-EXIT
              UNTIL FWR-END-OF-FILE
                 OR FWR-CONTRACT-ID-NUMBER NOT <
                    FBI-CONTRACT-ID-NUMBER
      *
           IF  FWR-END-OF-FILE
           OR  FWR-CONTRACT-ID-NUMBER NOT = FBI-CONTRACT-ID-NUMBER
               ADD +1 TO ROL-IMAGES-NOT-FOUND
               MOVE SPACES                 TO RPT-DETAIL-LINE
               MOVE FBI-CONTRACT-ID-NUMBER TO RPT-CONTRACT-ID-NUMBER
               MOVE 'FAM'                  TO RPT-RECORD-TYPE
               MOVE 'NOT RESTORED - NO WORK RECORD'
                                           TO RPT-ACTION
               PERFORM 4000-WRITE-DETAIL THRU 4000-EXIT
               GO TO 6100-READ-NEXT
           END-IF
      *
           REWRITE FAMILY-WORK-RECORD FROM FBI-BEFORE-IMAGE-RECORD
           IF  FWR-FILE-STATUS NOT = '00'
               DISPLAY 'FH02P9MD FWRMSTR REWRITE FAILED - STATUS '
                       FWR-FILE-STATUS ' CONTRACT '
                       FBI-CONTRACT-ID-NUMBER
               GO TO 9900-IO-ERROR
           END-IF
           ADD +1 TO ROL-FAM-RESTORED
           .
       6100-READ-NEXT.
           PERFORM 6800-READ-FAMILY-IMAGE THRU 6800-EXIT
           .
       6100-EXIT.
           EXIT.
      *
       6200-RESTORE-PATIENT.
           IF  ROL-PBI-KEY = ROL-LAST-IMAGE-KEY
               ADD +1 TO ROL-IMAGES-DUPLICATE
               GO TO 6200-READ-NEXT
           END-IF
           MOVE ROL-PBI-KEY TO ROL-LAST-IMAGE-KEY
      *
           PERFORM 6250-NEXT-PATIENT THRU 6250-EXIT
              UNTIL PWR-END-OF-FILE
                 OR ROL-PWR-KEY NOT < ROL-PBI-KEY
      *
           IF  PWR-END-OF-FILE
           OR  ROL-PWR-KEY NOT = ROL-PBI-KEY
               ADD +1 TO ROL-IMAGES-NOT-FOUND
               MOVE SPACES                 TO RPT-DETAIL-LINE
               MOVE ROL-PBI-CONTRACT-ID    TO RPT-CONTRACT-ID-NUMBER
               MOVE ROL-PBI-PATIENT-CODE   TO RPT-PATIENT-CODE
               MOVE 'PAT'                  TO RPT-RECORD-TYPE
               MOVE 'NOT RESTORED - NO WORK RECORD'
                                           TO RPT-ACTION
               PERFORM 4000-WRITE-DETAIL THRU 4000-EXIT
               GO TO 6200-READ-NEXT
           END-IF
      *
           REWRITE PATIENT-WORK-RECORD FROM PBI-BEFORE-IMAGE-RECORD
           IF  PWR-FILE-STATUS NOT = '00'
               DISPLAY 'FH02P9MD PWRMSTR REWRITE FAILED - STATUS '
                       PWR-FILE-STATUS ' CONTRACT '
                       ROL-PBI-CONTRACT-ID ' PATIENT '
                       ROL-PBI-PATIENT-CODE
               GO TO 9900-IO-ERROR
           END-IF
           ADD +1 TO ROL-PAT-RESTORED
           .
       6200-READ-NEXT.
           PERFORM 6850-READ-PATIENT-IMAGE THRU 6850-EXIT
           .
       6200-EXIT.
           EXIT.
      *
       6250-NEXT-PATIENT.
           PERFORM 2900-READ-PATIENT THRU 2900-EXIT
           IF  PWR-END-OF-FILE
               MOVE HIGH-VALUES TO ROL-PWR-KEY
           ELSE
               MOVE PWR-CONTRACT-ID-NUMBER TO ROL-PWR-CONTRACT-ID
               MOVE PWR-PATIENT-CODE       TO ROL-PWR-PATIENT-CODE
           END-IF
           .
       6250-EXIT.
           EXIT.
      *
       6800-READ-FAMILY-IMAGE.
           READ FAMILY-IMAGE-FILE
               AT END
                   SET FBI-END-OF-FILE TO TRUE
               NOT AT END
                   ADD +1 TO ROL-FAM-IMAGES-READ
           END-READ
           .
       6800-EXIT.
           EXIT.
      *
       6850-READ-PATIENT-IMAGE.
           READ PATIENT-IMAGE-FILE
               AT END
                   SET PBI-END-OF-FILE TO TRUE
               NOT AT END
                   ADD +1 TO ROL-PAT-IMAGES-READ
                   MOVE PBI-CONTRACT-ID-NUMBER TO ROL-PBI-CONTRACT-ID
                   MOVE PBI-PATIENT-CODE       TO ROL-PBI-PATIENT-CODE
           END-READ
           .
       6850-EXIT.
           EXIT.
      *
       6900-BACKOUT-TOTALS.
           IF  ROL-RPT-LINE-CNT > 50
               PERFORM 4100-WRITE-HEADINGS THRU 4100-EXIT
           END-IF
           MOVE 'FAMILY BEFORE-IMAGES READ:' TO RPT-TOT-LITERAL
           MOVE ROL-FAM-IMAGES-READ          TO RPT-TOT-COUNT
           PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
           MOVE 'FAMILIES RESTORED:'         TO RPT-TOT-LITERAL
           MOVE ROL-FAM-RESTORED             TO RPT-TOT-COUNT
           PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
           MOVE 'PATIENT BEFORE-IMAGES READ:' TO RPT-TOT-LITERAL
           MOVE ROL-PAT-IMAGES-READ          TO RPT-TOT-COUNT
           PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
           MOVE 'PATIENTS RESTORED:'         TO RPT-TOT-LITERAL
           MOVE ROL-PAT-RESTORED             TO RPT-TOT-COUNT
           PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
           MOVE 'IMAGES WITH NO WORK RECORD:' TO RPT-TOT-LITERAL
           MOVE ROL-IMAGES-NOT-FOUND         TO RPT-TOT-COUNT
           PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
           MOVE 'DUPLICATE IMAGES SKIPPED:'  TO RPT-TOT-LITERAL
           MOVE ROL-IMAGES-DUPLICATE         TO RPT-TOT-COUNT
           PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
      *
           CLOSE FAMILY-WORK-FILE
                 PATIENT-WORK-FILE
                 FAMILY-IMAGE-FILE
                 PATIENT-IMAGE-FILE
                 ROLLOVER-REPORT
      *
      *    THE ROLL IS UNDONE, SO ITS CHECKPOINT IS EMPTIED AND THE
      *    NEXT LIVE RUN STARTS FRESH.
           OPEN OUTPUT ROLL-CHECKPOINT-FILE
           CLOSE ROLL-CHECKPOINT-FILE
      *
           MOVE ROL-FAM-RESTORED TO ROL-DISPLAY-COUNT
           DISPLAY 'FH02P9MD FAMILIES RESTORED:  ' ROL-DISPLAY-COUNT
           MOVE ROL-PAT-RESTORED TO ROL-DISPLAY-COUNT
           DISPLAY 'FH02P9MD PATIENTS RESTORED:  ' ROL-DISPLAY-COUNT
           MOVE ROL-IMAGES-NOT-FOUND TO ROL-DISPLAY-COUNT
           DISPLAY 'FH02P9MD IMAGES NOT FOUND:   ' ROL-DISPLAY-COUNT
      *
           IF  ROL-IMAGES-NOT-FOUND > 0
           AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       6900-EXIT.
           EXIT.
      *
       9900-IO-ERROR.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   A FAILED WRITE OR REWRITE ENDS THE RUN RC 16.  THE LAST
      *   CHECKPOINT AND THE BEFORE-IMAGES WRITTEN SO FAR ARE GOOD;
      *   RESTART OR BACK OUT FROM THEM.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE 16 TO RETURN-CODE
           GO TO 0000-GOBACK
           .
