       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    FH02P9MH.
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
      *    RETENTION, ARCHIVE, AND PURGE OF THE ADJUDICATION SIDE
      *    TABLES, WITH ARCHIVE RECALL.  THE TABLES COVERED, AND THE
      *    CONDITIONS A RULE MAY PUT ON THEM:
      *
      *      AL  MGMT_ALERT_REPO      AGE FROM ALERT_DATE.
      *                               ALL  EVERY EXPIRED ALERT
      *                               NOE  KEEP SEVERITY 'E' ALERTS
      *      MQ  MASS_ADJ_QUEUE       AGE FROM QUEUED_TS.
      *                               CMP  COMPLETED ROWS ONLY
      *                                    (QUEUE_STATUS 'C')
      *      MR  MASS_ADJ_RESTART     AGE FROM RUN_COMPLETE_TS.
      *                               FIN  FINISHED RUNS ONLY -- THE
      *                                    RUN REACHED ITS END
      *                                    (FH02P9M2) AND NONE OF ITS
      *                                    QUEUE ROWS IS OUTSTANDING
      *      MA  MEDICARE_MAX_AUDIT   AGE FROM CHANGE_TS.
      *                               EXP  ONLY ROWS WHOSE AMOUNT
      *                                    TERMINATED BEFORE THE
      *                                    CUTOFF
      *                               NEVER UNDER THE AUDIT RETENTION
      *                               PERIOD (RTN-AUDIT-MIN-DAYS),
      *                               WHATEVER THE RULE SAYS.
      *      BM  BENE_PRD_MISMATCH    AGE FROM CREATE_TS (FH02P0MZ
      *                               ROWS FROM FH02P9M1).
      *                               ALL  EVERY EXPIRED MISMATCH
      *                               CRR  ONLY MISMATCHES A LATER
      *                                    CORRECTION AUDIT ROW
      *                                    APPLIED OR FOUND STALE
      *      BC  BENE_PRD_CORR_AUDIT  AGE FROM CREATE_TS (FH02P0NB
      *                               ROWS FROM FH02P9M3).
      *                               ALL  EVERY EXPIRED ROW
      *
      *    RULES COME FROM THE RTNRULES CARDS, ONE PER TABLE:
      *
      *      COL  1-2   TABLE CODE (ABOVE); '*' IN COL 1 = COMMENT
      *      COL  4-8   DAYS TO KEEP
      *      COL 10-12  CONDITION (ABOVE)
      *      COL 14-18  ROWS PER COMMIT (DEFAULT 500)
      *
      *    A TABLE WITH NO CARD IS NOT PURGED.  A ROW EXPIRES WHEN ITS
      *    AGE DATE IS BEFORE THE RUN DATE LESS THE DAYS TO KEEP.
      *
      *    MODES (PARM):
      *
      *      P  PURGE.  EVERY EXPIRED ROW IS WRITTEN TO THE DATED
      *         ARCHIVE (ARCHOUT) AND DELETED.  EVERY "ROWS PER
      *         COMMIT" DELETES THE ARCHIVE IS HARDENED (CLOSED AND
      *         REOPENED EXTEND), THE CHECKPOINT ROWS ON PURGE_RESTART
      *         (ONE PER TABLE, KEYED BY RUN DATE) ARE UPDATED, AND THE
      *         DELETES AND CHECKPOINT ARE COMMITTED TOGETHER, SO THE
      *         CHECKPOINT NEVER TRAILS A COMMITTED DELETE.  A SECOND
      *         PURGE FOR A RUN DATE ALREADY ON PURGE_RESTART IS
      *         REFUSED; FINISH IT WITH A RESTART.  THE ARCHIVE ENDS
      *         WITH A TRAILER PER TABLE AND A FILE TRAILER CARRYING
      *         THE ROW COUNTS AND HASH TOTALS.  THE HASH TOTAL IS THE
      *         SUM OF DAYS(AGE DATE) OVER THE ROWS ARCHIVED.
      *
      *         RESTART ('R'):  RERUN WITH THE SAME RUN DATE.  THE
      *         ATTEMPT NUMBER ON PURGE_RESTART IS BUMPED AND COMMITTED
      *         FIRST, THE TOTALS PICK UP FROM THE CHECKPOINT, THE
      *         ARCHIVE IS EXTENDED, AND A RESTART RECORD SAYS HOW MANY
      *         ARCHIVE ROWS WERE COMMITTED.  ROWS THE FAILED ATTEMPT
      *         WROTE PAST THAT POINT WERE ROLLED BACK ON THE TABLE,
      *         ARE ARCHIVED AGAIN BY THE RESTART, AND ARE IGNORED BY
      *         RECALL.
      *
      *      S  SIMULATE.  COUNT AND HASH WHAT A PURGE WOULD TAKE.
      *         NOTHING IS WRITTEN OR DELETED.
      *
      *      C  RECALL.  READ AN ARCHIVE (ARCHIN), CHECK ITS COUNTS
      *         AND HASH TOTALS AGAINST ITS TRAILERS, AND COPY THE ROWS
      *         ASKED FOR TO RECALOUT AND THE REPORT.  SELECTION BY
      *         TABLE, PLAN, KEY (AL/MQ CLAIM NUMBER, MR RUN ID, MA
      *         TYPE CODE, BM/BC CONTRACT ID), AND AGE-DATE RANGE;
      *         BLANK SELECTS ALL.  RESTORE 'Y' ALSO PUTS THE ROWS
      *         BACK ON THEIR TABLE; A ROW ALREADY THERE IS LEFT ALONE.
      *
      *    PARM:  MODE, RUN DATE (CCYY-MM-DD, DEFAULT CURRENT DATE),
      *           RESTART, THEN FOR RECALL TABLE, PLAN, KEY, FROM
      *           DATE, TO DATE, AND RESTORE.
      *
      *    RTN-AUDIT-MIN-DAYS IS THE AUDIT RETENTION PERIOD FOR
      *    MEDICARE_MAX_AUDIT.  AN MA CARD UNDER IT STOPS THE RUN, AND
      *    A FETCHED MA ROW YOUNGER THAN IT STOPS THE RUN AND ROLLS
      *    BACK, SO NO RULE OR CURSOR ERROR CAN TAKE ONE.
      *
      *================================================================
      *
      *  MAINTENANCE HISTORY:
      *
      *  VER    DATE       PPR     PROG  COMMENTS
      *  --  ----------  ---------  --   -------------------------------
      *  01  10/15/2026  TT 1400868 DLH  ORIGINAL VERSION.  RULE-DRIVEN
      *                                  ARCHIVE AND PURGE WITH
      *                                  COMMITTED BATCHES, RESTART,
      *                                  AND ARCHIVE RECALL.
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
           SELECT RULE-FILE              ASSIGN TO RTNRULES
                  FILE STATUS IS RUL-FILE-STATUS.
      *
           SELECT ARCHIVE-FILE           ASSIGN TO ARCHOUT
                  FILE STATUS IS ARC-FILE-STATUS.
      *
           SELECT ARCHIVE-INPUT-FILE     ASSIGN TO ARCHIN
                  FILE STATUS IS ARI-FILE-STATUS.
      *
           SELECT RECALL-FILE            ASSIGN TO RECALOUT
                  FILE STATUS IS RCL-FILE-STATUS.
      *
           SELECT RETENTION-REPORT       ASSIGN TO RTNRPT
                  FILE STATUS IS RPT-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  RULE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  RULE-RECORD                    PIC X(80).
      *
       FD  ARCHIVE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ARCHIVE-RECORD                 PIC X(250).
      *
       FD  ARCHIVE-INPUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ARCHIVE-INPUT-RECORD           PIC X(250).
      *
       FD  RECALL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  RECALL-RECORD                  PIC X(250).
      *
       FD  RETENTION-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  RETENTION-REPORT-LINE          PIC X(133).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           04  RTN-MODE-SW                    PIC X(01)  VALUE SPACES.
               88  RTN-PURGE-RUN                  VALUE 'P'.
               88  RTN-SIMULATE-RUN               VALUE 'S'.
               88  RTN-RECALL-RUN                 VALUE 'C'.
           04  RTN-RESTART-SW                 PIC X(01)  VALUE 'N'.
               88  RTN-RESTART                    VALUE 'Y'.
           04  RTN-RESTORE-SW                 PIC X(01)  VALUE 'N'.
               88  RTN-RESTORE                    VALUE 'Y'.
           04  RTN-EOC-SW                     PIC X(01)  VALUE 'N'.
               88  RTN-END-OF-CURSOR              VALUE 'Y'.
           04  RUL-EOF-SW                     PIC X(01)  VALUE 'N'.
               88  RUL-END-OF-FILE                VALUE 'Y'.
           04  ARI-EOF-SW                     PIC X(01)  VALUE 'N'.
               88  ARI-END-OF-FILE                VALUE 'Y'.
           04  ARI-FILE-TRAILER-SW            PIC X(01)  VALUE 'N'.
               88  ARI-FILE-TRAILER-FOUND         VALUE 'Y'.
           04  TBL-FOUND-SW                   PIC X(01)  VALUE 'N'.
               88  TBL-FOUND                      VALUE 'Y'.
      *
       01  FILE-STATUS-FIELDS.
           04  RUL-FILE-STATUS                PIC X(02)  VALUE SPACES.
           04  ARC-FILE-STATUS                PIC X(02)  VALUE SPACES.
           04  ARI-FILE-STATUS                PIC X(02)  VALUE SPACES.
           04  RCL-FILE-STATUS                PIC X(02)  VALUE SPACES.
           04  RPT-FILE-STATUS                PIC X(02)  VALUE SPACES.
      *
       01  CONSTANTS.
           04  RTN-AUDIT-MIN-DAYS             PIC S9(09) BINARY
                                                         VALUE +2557.
           04  RTN-DEFAULT-COMMIT             PIC S9(09) BINARY
                                                         VALUE +500.
           04  RTN-RESTORE-COMMIT             PIC S9(09) BINARY
                                                         VALUE +500.
           04  RTN-TABLE-CNT                  PIC S9(04) BINARY
                                                         VALUE +6.
           04  RTN-MAX-ATTEMPTS               PIC S9(04) BINARY
                                                         VALUE +99.
           04  RTN-DUPLICATE-ROW              PIC S9(09) BINARY
                                                         VALUE -803.
      *
      *-----------------------------------------------------------------
      *  THE TABLES IN PURGE ORDER, WITH THE CONDITIONS EACH ALLOWS.
      *  BM RUNS BEFORE BC SO A MISMATCH'S CORRECTION ROW IS STILL
      *  THERE WHEN CRR LOOKS FOR IT.
      *-----------------------------------------------------------------
       01  TABLE-NAMES-AREA.
           04  FILLER                         PIC X(28)  VALUE
               'ALMGMT_ALERT_REPO     ALLNOE'.
           04  FILLER                         PIC X(28)  VALUE
               'MQMASS_ADJ_QUEUE      CMP   '.
           04  FILLER                         PIC X(28)  VALUE
               'MRMASS_ADJ_RESTART    FIN   '.
           04  FILLER                         PIC X(28)  VALUE
               'MAMEDICARE_MAX_AUDIT  EXP   '.
           04  FILLER                         PIC X(28)  VALUE
               'BMBENE_PRD_MISMATCH   ALLCRR'.
           04  FILLER                         PIC X(28)  VALUE
               'BCBENE_PRD_CORR_AUDIT ALL   '.
       01  TABLE-NAMES REDEFINES TABLE-NAMES-AREA.
           04  TBL-ENTRY                      OCCURS 6 TIMES.
               08  TBL-CODE                   PIC X(02).
               08  TBL-NAME                   PIC X(20).
               08  TBL-CONDITION-1            PIC X(03).
               08  TBL-CONDITION-2            PIC X(03).
      *
      *-----------------------------------------------------------------
      *  RULES AND TOTALS, ONE ENTRY PER TABLE ABOVE
      *-----------------------------------------------------------------
       01  RULE-TABLE.
           04  RUL-ENTRY                      OCCURS 6 TIMES.
               08  RUL-PRESENT-SW             PIC X(01).
                   88  RUL-PRESENT                VALUE 'Y'.
               08  RUL-KEEP-DAYS              PIC S9(09) BINARY.
               08  RUL-CONDITION              PIC X(03).
               08  RUL-COMMIT-FREQUENCY       PIC S9(09) BINARY.
               08  RUL-CUTOFF-DATE            PIC X(10).
               08  RUL-ROW-COUNT              PIC S9(09) BINARY.
               08  RUL-HASH-TOTAL             PIC S9(15) COMP-3.
      *
       01  RUI-RULE-INPUT.
           04  RUI-TABLE-CODE                 PIC X(02).
           04  FILLER                         PIC X(01).
           04  RUI-KEEP-DAYS                  PIC X(05).
           04  RUI-KEEP-DAYS-N REDEFINES RUI-KEEP-DAYS
                                              PIC 9(05).
           04  FILLER                         PIC X(01).
           04  RUI-CONDITION                  PIC X(03).
           04  FILLER                         PIC X(01).
           04  RUI-COMMIT-FREQUENCY           PIC X(05).
           04  RUI-COMMIT-FREQUENCY-N REDEFINES RUI-COMMIT-FREQUENCY
                                              PIC 9(05).
           04  FILLER                         PIC X(62).
      *
       01  SUBSCRIPTS.
           04  TBL-SUB                        PIC S9(04) BINARY.
           04  ATT-SUB                        PIC S9(04) BINARY.
           04  CHK-SUB                        PIC S9(04) BINARY.
      *
       01  WORK-AREAS.
           04  RTN-ATTEMPT                    PIC S9(04) BINARY
                                                         VALUE +1.
           04  RTN-ARCHIVE-SEQ                PIC S9(09) BINARY
                                                         VALUE +0.
           04  RTN-SINCE-COMMIT               PIC S9(09) BINARY
                                                         VALUE +0.
           04  RTN-COMMITS-TAKEN              PIC S9(09) BINARY
                                                         VALUE +0.
           04  RTN-RUN-ROWS                   PIC S9(09) BINARY
                                                         VALUE +0.
           04  RTN-RUN-HASH                   PIC S9(15) COMP-3
                                                         VALUE +0.
           04  RTN-RPT-LINE-CNT               PIC S9(04) BINARY
                                                         VALUE +99.
           04  RTN-RPT-PAGE-CNT               PIC S9(04) BINARY
                                                         VALUE +0.
           04  RTN-DISPLAY-COUNT              PIC ZZZ,ZZZ,ZZ9.
           04  RTN-TABLE-CODE                 PIC X(02).
      *
      *-----------------------------------------------------------------
      *  RECALL SELECTION AND TALLIES
      *-----------------------------------------------------------------
       01  RECALL-WORK.
           04  RCL-TABLE-CODE                 PIC X(02)  VALUE SPACES.
           04  RCL-PLAN-CODE                  PIC X(03)  VALUE SPACES.
           04  RCL-KEY                        PIC X(16)  VALUE SPACES.
           04  RCL-FROM-DATE                  PIC X(10)  VALUE SPACES.
           04  RCL-TO-DATE                    PIC X(10)  VALUE SPACES.
           04  RCL-ROWS-READ                  PIC S9(09) BINARY
                                                         VALUE +0.
           04  RCL-ROWS-VOID                  PIC S9(09) BINARY
                                                         VALUE +0.
           04  RCL-ROWS-RECALLED              PIC S9(09) BINARY
                                                         VALUE +0.
           04  RCL-ROWS-RESTORED              PIC S9(09) BINARY
                                                         VALUE +0.
           04  RCL-ROWS-ON-FILE               PIC S9(09) BINARY
                                                         VALUE +0.
           04  RCL-SINCE-COMMIT               PIC S9(09) BINARY
                                                         VALUE +0.
           04  RCL-LAST-ATTEMPT               PIC S9(04) BINARY
                                                         VALUE +1.
           04  RCL-ARCHIVE-RUN-DATE           PIC X(10)  VALUE SPACES.
           04  RCL-ACTION                     PIC X(20).
      *
      *  COMMITTED ARCHIVE ROWS AT THE START OF EACH ATTEMPT, FROM THE
      *  RESTART RECORDS.  A ROW FROM ATTEMPT N PAST THE COUNT AT THE
      *  START OF ATTEMPT N+1 WAS ROLLED BACK AND ARCHIVED AGAIN.
       01  ATTEMPT-TABLE.
           04  ATT-COMMITTED-SEQ              PIC S9(09) BINARY
                                              OCCURS 99 TIMES.
      *
       01  ARCHIVE-TALLIES.
           04  ART-ENTRY                      OCCURS 6 TIMES.
               08  ART-ROW-COUNT              PIC S9(09) BINARY.
               08  ART-HASH-TOTAL             PIC S9(15) COMP-3.
               08  ART-TRL-COUNT              PIC S9(09) BINARY.
               08  ART-TRL-HASH               PIC S9(15) COMP-3.
               08  ART-TRAILER-SW             PIC X(01).
                   88  ART-TRAILER-FOUND          VALUE 'Y'.
      *
       01  SQL-SQLCODE                        PIC S9(09).
           88  SQL-SUCCESS                    VALUE 00.
           88  SQL-NOTFND                     VALUE +100.
      *
      *-----------------------------------------------------------------
      *  HOST VARIABLES COMMON TO EVERY TABLE
      *-----------------------------------------------------------------
       01  RTN-HOST-VARIABLES.
           04  RTN-HV-RUN-DATE                PIC X(10).
           04  RTN-HV-CUTOFF-DATE             PIC X(10).
           04  RTN-HV-CONDITION               PIC X(03).
           04  RTN-HV-KEEP-DAYS               PIC S9(09) BINARY.
           04  RTN-HV-AGE-DATE                PIC X(10).
           04  RTN-HV-DAYS-HASH               PIC S9(09) BINARY.
           04  RTN-HV-AGE-DAYS                PIC S9(09) BINARY.
      *
      *-----------------------------------------------------------------
      *  PURGE_RESTART CHECKPOINT, ONE ROW PER TABLE FOR THE RUN DATE.
      *  UPDATED IN THE SAME UNIT OF WORK AS THE DELETES, SO THE TOTALS
      *  ARE ALWAYS WHAT HAS BEEN ARCHIVED AND COMMITTED SO FAR.
      *-----------------------------------------------------------------
       01  CHK-HOST-VARIABLES.
           04  CHK-HV-TABLE-CODE              PIC X(02).
           04  CHK-HV-ATTEMPT                 PIC S9(04) BINARY.
           04  CHK-HV-ARCHIVE-SEQ             PIC S9(09) BINARY.
           04  CHK-HV-ROW-COUNT               PIC S9(09) BINARY.
           04  CHK-HV-HASH-TOTAL              PIC S9(15) COMP-3.
           04  CHK-HV-ROWS-ON-FILE            PIC S9(09) BINARY.
           04  CHK-HV-ROWS-COMPLETE           PIC S9(09) BINARY.
      *
      *-----------------------------------------------------------------
      *  HOST VARIABLES, ONE GROUP PER TABLE.  TIMESTAMPS AND DATES
      *  TRAVEL AS CHARACTER SO THEY ARCHIVE AND RESTORE EXACTLY.
      *-----------------------------------------------------------------
       01  ALR-HOST-VARIABLES.
           04  ALR-HV-ALERT-DATE              PIC X(10).
           04  ALR-HV-SEVERITY                PIC X(01).
           04  ALR-HV-ALERT-CODE              PIC X(08).
           04  ALR-HV-PROGRAM-ID              PIC X(08).
           04  ALR-HV-ERROR-PARA              PIC X(30).
           04  ALR-HV-OCCURRENCE-CNT          PIC S9(09) BINARY.
           04  ALR-HV-SQL-CODE                PIC S9(09) BINARY.
           04  ALR-HV-MESSAGE-TEXT            PIC X(80).
           04  ALR-HV-PLAN-CODE               PIC X(03).
           04  ALR-HV-CLAIM-NUMBER            PIC X(11).
           04  ALR-HV-CHG-LINE-NUMBER         PIC X(03).
      *
       01  MQR-HOST-VARIABLES.
           04  MQR-HV-RUN-ID                  PIC X(08).
           04  MQR-HV-PLAN-CODE               PIC X(03).
           04  MQR-HV-CLAIM-NUMBER            PIC X(11).
           04  MQR-HV-PATIENT-CODE            PIC X(02).
           04  MQR-HV-CONTRACT-ID             PIC X(09).
           04  MQR-HV-ID-NUMBER               PIC S9(09) BINARY.
           04  MQR-HV-ADJUSTMENT-DISP         PIC X(01).
           04  MQR-HV-QUEUE-STATUS            PIC X(01).
           04  MQR-HV-QUEUED-TS               PIC X(26).
      *
       01  MRR-HOST-VARIABLES.
           04  MRR-HV-RUN-ID                  PIC X(08).
           04  MRR-HV-LAST-PLAN-CODE          PIC X(03).
           04  MRR-HV-LAST-CLAIM-NUMBER       PIC X(11).
           04  MRR-HV-CLAIMS-QUEUED           PIC S9(09) BINARY.
           04  MRR-HV-RUN-COMPLETE-TS         PIC X(26).
      *
       01  MAR-HOST-VARIABLES.
           04  MAR-HV-CHANGE-TS               PIC X(26).
           04  MAR-HV-CHANGE-USER             PIC X(08).
           04  MAR-HV-CHANGE-FUNCTION         PIC X(01).
           04  MAR-HV-TYPE-CD                 PIC X(16).
           04  MAR-HV-EFF-DT                  PIC X(10).
           04  MAR-HV-TRM-DT                  PIC X(10).
           04  MAR-HV-OLD-AMT                 PIC S9(09)V99 COMP-3.
           04  MAR-HV-NEW-AMT                 PIC S9(09)V99 COMP-3.
           04  MAR-HV-SYSTEM-EFF-DT           PIC X(10).
           04  MAR-HV-SYSTEM-TRM-DT           PIC X(10).
      *
       01  BMR-HOST-VARIABLES.
           04  BMR-HV-CONTRACT-ID             PIC X(09).
           04  BMR-HV-PLAN-CODE               PIC X(03).
           04  BMR-HV-PATIENT-CODE            PIC X(02).
           04  BMR-HV-PERIOD-TYPE             PIC X(03).
           04  BMR-HV-RECORD-TYPE             PIC X(01).
           04  BMR-HV-WORK-REC-PERIOD         PIC X(02).
           04  BMR-HV-EXPECTED-PERIOD         PIC X(02).
           04  BMR-HV-HIST-CLAIM-NUMBER       PIC X(11).
           04  BMR-HV-CREATE-TS               PIC X(26).
      *
       01  BCR-HOST-VARIABLES.
           04  BCR-HV-CONTRACT-ID             PIC X(09).
           04  BCR-HV-PLAN-CODE               PIC X(03).
           04  BCR-HV-PATIENT-CODE            PIC X(02).
           04  BCR-HV-PERIOD-TYPE             PIC X(03).
           04  BCR-HV-RECORD-TYPE             PIC X(01).
           04  BCR-HV-ACTION                  PIC X(01).
           04  BCR-HV-BEFORE-PERIOD           PIC X(02).
           04  BCR-HV-AFTER-PERIOD            PIC X(02).
           04  BCR-HV-HIST-CLAIM-NUMBER       PIC X(11).
           04  BCR-HV-APPLIER-RUN-ID          PIC X(08).
           04  BCR-HV-CREATE-TS               PIC X(26).
      *
      *-----------------------------------------------------------------
      *  ARCHIVE RECORD.  THE PREFIX IS THE SAME FOR EVERY RECORD; THE
      *  AGE DATE, PLAN, AND KEY ARE COPIED OUT OF THE ROW FOR RECALL
      *  SELECTION.  THE ROW ITSELF IS KEPT WHOLE, NUMBERS ZONED.
      *
      *    H  HEADER          ONE PER ATTEMPT'S FILE START
      *    R  RESTART         ATTEMPT AND COMMITTED ROW COUNT
      *    D  DETAIL          ONE ARCHIVED ROW
      *    T  TABLE TRAILER   ROW COUNT AND HASH TOTAL FOR A TABLE
      *    Z  FILE TRAILER    ROW COUNT, HASH TOTAL, AND ATTEMPTS
      *-----------------------------------------------------------------
       01  ARC-ARCHIVE-RECORD.
           04  ARC-RECORD-TYPE                PIC X(01).
               88  ARC-HEADER                     VALUE 'H'.
               88  ARC-RESTART                    VALUE 'R'.
               88  ARC-DETAIL                     VALUE 'D'.
               88  ARC-TABLE-TRAILER              VALUE 'T'.
               88  ARC-FILE-TRAILER               VALUE 'Z'.
           04  ARC-TABLE-CODE                 PIC X(02).
           04  ARC-RUN-DATE                   PIC X(10).
           04  ARC-ATTEMPT                    PIC 9(02).
           04  ARC-SEQUENCE                   PIC 9(09).
           04  ARC-AGE-DATE                   PIC X(10).
           04  ARC-DAYS-HASH                  PIC 9(07).
           04  ARC-PLAN-CODE                  PIC X(03).
           04  ARC-KEY                        PIC X(16).
           04  ARC-ROW-DATA                   PIC X(190).
      *
           04  ARC-HDR-DATA REDEFINES ARC-ROW-DATA.
               08  ARC-HDR-PROGRAM-ID         PIC X(08).
               08  FILLER                     PIC X(182).
      *
           04  ARC-RST-DATA REDEFINES ARC-ROW-DATA.
               08  ARC-RST-COMMITTED-SEQ      PIC 9(09).
               08  FILLER                     PIC X(181).
      *
           04  ARC-TRL-DATA REDEFINES ARC-ROW-DATA.
               08  ARC-TRL-ROW-COUNT          PIC 9(09).
               08  ARC-TRL-HASH-TOTAL         PIC 9(15).
               08  ARC-TRL-ATTEMPTS           PIC 9(02).
               08  FILLER                     PIC X(164).
      *
           04  ARC-AL-ROW REDEFINES ARC-ROW-DATA.
               08  ARC-AL-ALERT-DATE          PIC X(10).
               08  ARC-AL-SEVERITY            PIC X(01).
               08  ARC-AL-ALERT-CODE          PIC X(08).
               08  ARC-AL-PROGRAM-ID          PIC X(08).
               08  ARC-AL-ERROR-PARA          PIC X(30).
               08  ARC-AL-OCCURRENCE-CNT      PIC S9(09).
               08  ARC-AL-SQL-CODE            PIC S9(09).
               08  ARC-AL-MESSAGE-TEXT        PIC X(80).
               08  ARC-AL-PLAN-CODE           PIC X(03).
               08  ARC-AL-CLAIM-NUMBER        PIC X(11).
               08  ARC-AL-CHG-LINE-NUMBER     PIC X(03).
               08  FILLER                     PIC X(18).
      *
           04  ARC-MQ-ROW REDEFINES ARC-ROW-DATA.
               08  ARC-MQ-RUN-ID              PIC X(08).
               08  ARC-MQ-PLAN-CODE           PIC X(03).
               08  ARC-MQ-CLAIM-NUMBER        PIC X(11).
               08  ARC-MQ-PATIENT-CODE        PIC X(02).
               08  ARC-MQ-CONTRACT-ID         PIC X(09).
               08  ARC-MQ-ID-NUMBER           PIC S9(09).
               08  ARC-MQ-ADJUSTMENT-DISP     PIC X(01).
               08  ARC-MQ-QUEUE-STATUS        PIC X(01).
               08  ARC-MQ-QUEUED-TS           PIC X(26).
               08  FILLER                     PIC X(120).
      *
           04  ARC-MR-ROW REDEFINES ARC-ROW-DATA.
               08  ARC-MR-RUN-ID              PIC X(08).
               08  ARC-MR-LAST-PLAN-CODE      PIC X(03).
               08  ARC-MR-LAST-CLAIM-NUMBER   PIC X(11).
               08  ARC-MR-CLAIMS-QUEUED       PIC S9(09).
               08  ARC-MR-RUN-COMPLETE-TS     PIC X(26).
               08  FILLER                     PIC X(133).
      *
           04  ARC-MA-ROW REDEFINES ARC-ROW-DATA.
               08  ARC-MA-CHANGE-TS           PIC X(26).
               08  ARC-MA-CHANGE-USER         PIC X(08).
               08  ARC-MA-CHANGE-FUNCTION     PIC X(01).
               08  ARC-MA-TYPE-CD             PIC X(16).
               08  ARC-MA-EFF-DT              PIC X(10).
               08  ARC-MA-TRM-DT              PIC X(10).
               08  ARC-MA-OLD-AMT             PIC S9(09)V99.
               08  ARC-MA-NEW-AMT             PIC S9(09)V99.
               08  ARC-MA-SYSTEM-EFF-DT       PIC X(10).
               08  ARC-MA-SYSTEM-TRM-DT       PIC X(10).
               08  FILLER                     PIC X(77).
      *
           04  ARC-BM-ROW REDEFINES ARC-ROW-DATA.
               08  ARC-BM-CONTRACT-ID         PIC X(09).
               08  ARC-BM-PLAN-CODE           PIC X(03).
               08  ARC-BM-PATIENT-CODE        PIC X(02).
               08  ARC-BM-PERIOD-TYPE         PIC X(03).
               08  ARC-BM-RECORD-TYPE         PIC X(01).
               08  ARC-BM-WORK-REC-PERIOD     PIC X(02).
               08  ARC-BM-EXPECTED-PERIOD     PIC X(02).
               08  ARC-BM-HIST-CLAIM-NUMBER   PIC X(11).
               08  ARC-BM-CREATE-TS           PIC X(26).
               08  FILLER                     PIC X(131).
      *
           04  ARC-BC-ROW REDEFINES ARC-ROW-DATA.
               08  ARC-BC-CONTRACT-ID         PIC X(09).
               08  ARC-BC-PLAN-CODE           PIC X(03).
               08  ARC-BC-PATIENT-CODE        PIC X(02).
               08  ARC-BC-PERIOD-TYPE         PIC X(03).
               08  ARC-BC-RECORD-TYPE         PIC X(01).
               08  ARC-BC-ACTION              PIC X(01).
               08  ARC-BC-BEFORE-PERIOD       PIC X(02).
               08  ARC-BC-AFTER-PERIOD        PIC X(02).
               08  ARC-BC-HIST-CLAIM-NUMBER   PIC X(11).
               08  ARC-BC-APPLIER-RUN-ID      PIC X(08).
               08  ARC-BC-CREATE-TS           PIC X(26).
               08  FILLER                     PIC X(122).
      *
      *-----------------------------------------------------------------
      *  REPORT LINES
      *-----------------------------------------------------------------
       01  RPT-HEADING-1.
           04  FILLER                         PIC X(01)  VALUE '1'.
           04  FILLER                         PIC X(44)  VALUE
               'FH02P9MH  ADJUDICATION SIDE-TABLE RETENTION '.
           04  FILLER                         PIC X(11)  VALUE
               ' RUN DATE: '.
           04  RPT-HDG-RUN-DATE               PIC X(10).
           04  FILLER                         PIC X(07)  VALUE
               ' MODE: '.
           04  RPT-HDG-MODE                   PIC X(20).
           04  FILLER                         PIC X(30)  VALUE SPACES.
           04  FILLER                         PIC X(05)  VALUE 'PAGE '.
           04  RPT-HDG-PAGE                   PIC ZZZ9.
           04  FILLER                         PIC X(01)  VALUE SPACES.
      *
       01  RPT-HEADING-2.
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  FILLER                         PIC X(04)  VALUE 'TBL '.
           04  FILLER                         PIC X(22)  VALUE
               'TABLE'.
           04  FILLER                         PIC X(06)  VALUE
               '  KEEP'.
           04  FILLER                         PIC X(05)  VALUE
               '  CND'.
           04  FILLER                         PIC X(12)  VALUE
               '  CUTOFF'.
           04  FILLER                         PIC X(13)  VALUE
               '         ROWS'.
           04  FILLER                         PIC X(21)  VALUE
               '           HASH TOTAL'.
           04  FILLER                         PIC X(32)  VALUE
               '  NOTE'.
           04  FILLER                         PIC X(17)  VALUE SPACES.
      *
       01  RPT-TABLE-LINE.
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-TBL-CODE                   PIC X(02).
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-TBL-NAME                   PIC X(20).
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-TBL-KEEP-DAYS              PIC ZZ,ZZ9.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-TBL-CONDITION              PIC X(03).
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-TBL-CUTOFF-DATE            PIC X(10).
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-TBL-ROW-COUNT              PIC ZZZ,ZZZ,ZZ9.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-TBL-HASH-TOTAL             PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-TBL-NOTE                   PIC X(30).
           04  FILLER                         PIC X(17)  VALUE SPACES.
      *
       01  RPT-RECALL-HEADING.
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  FILLER                         PIC X(04)  VALUE 'TBL '.
           04  FILLER                         PIC X(05)  VALUE 'PLN  '.
           04  FILLER                         PIC X(18)  VALUE 'KEY'.
           04  FILLER                         PIC X(12)  VALUE
               'AGE DATE'.
           04  FILLER                         PIC X(03)  VALUE 'AT '.
           04  FILLER                         PIC X(11)  VALUE
               '   ROW SEQ '.
           04  FILLER                         PIC X(20)  VALUE
               'ACTION'.
           04  FILLER                         PIC X(59)  VALUE SPACES.
      *
       01  RPT-RECALL-LINE.
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-RCL-TABLE-CODE             PIC X(02).
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-RCL-PLAN-CODE              PIC X(03).
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-RCL-KEY                    PIC X(16).
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-RCL-AGE-DATE               PIC X(10).
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-RCL-ATTEMPT                PIC 9(02).
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-RCL-SEQUENCE               PIC ZZZZZZZZ9.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-RCL-ACTION                 PIC X(20).
           04  FILLER                         PIC X(58)  VALUE SPACES.
      *
       01  RPT-MESSAGE-LINE.
           04  FILLER                         PIC X(01)  VALUE '0'.
           04  RPT-MSG-TEXT                   PIC X(80).
           04  FILLER                         PIC X(52)  VALUE SPACES.
      *
       01  RPT-TOTAL-LINE.
           04  FILLER                         PIC X(01)  VALUE '0'.
           04  RPT-TOT-LITERAL                PIC X(40).
           04  RPT-TOT-COUNT                  PIC ZZZ,ZZZ,ZZ9.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-TOT-HASH                   PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           04  FILLER                         PIC X(60)  VALUE SPACES.
      *
      *-------------------------------------------------------------*
      *                      DB2 DECLARATIONS                       *
      *-------------------------------------------------------------*
      *
           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.
      *
      *-----------------------------------------------------------------
      *  ONE PURGE CURSOR PER TABLE.  WITH HOLD KEEPS EACH OPEN ACROSS
      *  THE BATCH COMMITS; THE ROWS ARE DELETED WHERE CURRENT OF IT.
      *  EVERY CURSOR ALSO RETURNS THE ROW'S AGE DATE, DAYS(AGE DATE)
      *  FOR THE HASH TOTAL, AND THE ROW'S AGE IN DAYS.
      *-----------------------------------------------------------------
           EXEC SQL
                DECLARE EXPIRED-ALERTS CURSOR WITH HOLD FOR
                SELECT
                  CHAR(A.ALERT_DATE, ISO)
                 ,A.SEVERITY
                 ,A.ALERT_CODE
                 ,A.PROGRAM_ID
                 ,A.ERROR_PARA
                 ,A.OCCURRENCE_CNT
                 ,A.SQL_CODE
                 ,A.MESSAGE_TEXT
                 ,A.PLAN_CODE
                 ,A.CLAIM_NUMBER
                 ,A.CHG_LINE_NUMBER
                 ,DAYS(A.ALERT_DATE)
                 ,DAYS(DATE(:RTN-HV-RUN-DATE)) - DAYS(A.ALERT_DATE)
                FROM
                  MGMT_ALERT_REPO A
                WHERE
                  A.ALERT_DATE < DATE(:RTN-HV-CUTOFF-DATE)
                  AND (:RTN-HV-CONDITION = 'ALL'
                       OR A.SEVERITY <> 'E')
                FOR UPDATE
           END-EXEC.
      *
           EXEC SQL
                DECLARE EXPIRED-QUEUE CURSOR WITH HOLD FOR
                SELECT
                  A.RUN_ID
                 ,A.PLAN_CODE
                 ,A.CLAIM_NUMBER
                 ,A.PATIENT_CODE
                 ,A.CONTRACT_ID_NUMBER
                 ,A.ID_NUMBER
                 ,A.ADJUSTMENT_DISP
                 ,A.QUEUE_STATUS
                 ,CHAR(A.QUEUED_TS)
                 ,CHAR(DATE(A.QUEUED_TS), ISO)
                 ,DAYS(A.QUEUED_TS)
                 ,DAYS(DATE(:RTN-HV-RUN-DATE)) - DAYS(A.QUEUED_TS)
                FROM
                  MASS_ADJ_QUEUE A
                WHERE
                  DATE(A.QUEUED_TS) < DATE(:RTN-HV-CUTOFF-DATE)
                  AND A.QUEUE_STATUS = 'C'
                FOR UPDATE
           END-EXEC.
      *
           EXEC SQL
                DECLARE EXPIRED-RESTARTS CURSOR WITH HOLD FOR
                SELECT
                  A.RUN_ID
                 ,A.LAST_PLAN_CODE
                 ,A.LAST_CLAIM_NUMBER
                 ,A.CLAIMS_QUEUED
                 ,CHAR(A.RUN_COMPLETE_TS)
                 ,CHAR(DATE(A.RUN_COMPLETE_TS), ISO)
                 ,DAYS(A.RUN_COMPLETE_TS)
                 ,DAYS(DATE(:RTN-HV-RUN-DATE))
                  - DAYS(A.RUN_COMPLETE_TS)
                FROM
                  MASS_ADJ_RESTART A
                WHERE
                  A.RUN_COMPLETE_TS IS NOT NULL
                  AND DATE(A.RUN_COMPLETE_TS) <
                      DATE(:RTN-HV-CUTOFF-DATE)
                  AND NOT EXISTS
                      (SELECT 1
                         FROM MASS_ADJ_QUEUE Q
                        WHERE Q.RUN_ID = A.RUN_ID
                          AND Q.QUEUE_STATUS <> 'C')
                FOR UPDATE
           END-EXEC.
      *
           EXEC SQL
                DECLARE EXPIRED-MAX-AUDIT CURSOR WITH HOLD FOR
                SELECT
                  CHAR(A.CHANGE_TS)
                 ,A.CHANGE_USER
                 ,A.CHANGE_FUNCTION
                 ,A.MDCR_MAX_TYPE_CD
                 ,CHAR(A.MDCR_MAX_EFF_DT, ISO)
                 ,CHAR(A.MDCR_MAX_TRM_DT, ISO)
                 ,A.OLD_MDCR_MAX_AMT
                 ,A.NEW_MDCR_MAX_AMT
                 ,CHAR(A.SYSTEM_EFF_DT, ISO)
                 ,CHAR(A.SYSTEM_TRM_DT, ISO)
                 ,CHAR(DATE(A.CHANGE_TS), ISO)
                 ,DAYS(A.CHANGE_TS)
                 ,DAYS(DATE(:RTN-HV-RUN-DATE)) - DAYS(A.CHANGE_TS)
                FROM
                  MEDICARE_MAX_AUDIT A
                WHERE
                  DATE(A.CHANGE_TS) < DATE(:RTN-HV-CUTOFF-DATE)
                  AND A.MDCR_MAX_TRM_DT < DATE(:RTN-HV-CUTOFF-DATE)
                  AND DAYS(DATE(:RTN-HV-RUN-DATE))
                      - DAYS(A.CHANGE_TS) >= :RTN-HV-KEEP-DAYS
                FOR UPDATE
           END-EXEC.
      *
           EXEC SQL
                DECLARE EXPIRED-MISMATCHES CURSOR WITH HOLD FOR
                SELECT
                  A.CONTRACT_ID_NUMBER
                 ,A.PLAN_CODE
                 ,A.PATIENT_CODE
                 ,A.PERIOD_TYPE
                 ,A.RECORD_TYPE
                 ,A.WORK_REC_PERIOD
                 ,A.EXPECTED_PERIOD
                 ,A.HIST_CLAIM_NUMBER
                 ,CHAR(A.CREATE_TS)
                 ,CHAR(DATE(A.CREATE_TS), ISO)
                 ,DAYS(A.CREATE_TS)
                 ,DAYS(DATE(:RTN-HV-RUN-DATE)) - DAYS(A.CREATE_TS)
                FROM
                  BENE_PRD_MISMATCH A
                WHERE
                  DATE(A.CREATE_TS) < DATE(:RTN-HV-CUTOFF-DATE)
                  AND (:RTN-HV-CONDITION = 'ALL'
                       OR EXISTS
                      (SELECT 1
                         FROM BENE_PRD_CORR_AUDIT C
                        WHERE C.CONTRACT_ID_NUMBER =
                              A.CONTRACT_ID_NUMBER
                          AND C.PLAN_CODE    = A.PLAN_CODE
                          AND C.PATIENT_CODE = A.PATIENT_CODE
                          AND C.PERIOD_TYPE  = A.PERIOD_TYPE
                          AND C.RECORD_TYPE  = A.RECORD_TYPE
                          AND C.ACTION IN ('A', 'S')
                          AND C.CREATE_TS   >= A.CREATE_TS))
                FOR UPDATE
           END-EXEC.
      *
           EXEC SQL
                DECLARE EXPIRED-CORRECTIONS CURSOR WITH HOLD FOR
                SELECT
                  A.CONTRACT_ID_NUMBER
                 ,A.PLAN_CODE
                 ,A.PATIENT_CODE
                 ,A.PERIOD_TYPE
                 ,A.RECORD_TYPE
                 ,A.ACTION
                 ,A.BEFORE_PERIOD
                 ,A.AFTER_PERIOD
                 ,A.HIST_CLAIM_NUMBER
                 ,A.APPLIER_RUN_ID
                 ,CHAR(A.CREATE_TS)
                 ,CHAR(DATE(A.CREATE_TS), ISO)
                 ,DAYS(A.CREATE_TS)
                 ,DAYS(DATE(:RTN-HV-RUN-DATE)) - DAYS(A.CREATE_TS)
                FROM
                  BENE_PRD_CORR_AUDIT A
                WHERE
                  DATE(A.CREATE_TS) < DATE(:RTN-HV-CUTOFF-DATE)
                FOR UPDATE
           END-EXEC.
      *
      *=================================================================
      *===      LINKAGE SECTION
      *=================================================================
       LINKAGE SECTION.
      *
       01  PARM-DATA.
           04  PARM-LENGTH                    PIC S9(04) BINARY.
           04  PARM-MODE                      PIC X(01).
           04  PARM-RUN-DATE                  PIC X(10).
           04  PARM-RESTART                   PIC X(01).
           04  PARM-RCL-TABLE-CODE            PIC X(02).
           04  PARM-RCL-PLAN-CODE             PIC X(03).
           04  PARM-RCL-KEY                   PIC X(16).
           04  PARM-RCL-FROM-DATE             PIC X(10).
           04  PARM-RCL-TO-DATE               PIC X(10).
           04  PARM-RCL-RESTORE               PIC X(01).
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
           IF  RTN-RECALL-RUN
               PERFORM 6000-RECALL THRU 6000-EXIT
           ELSE
               PERFORM 2000-PURGE-TABLE THRU 2000-EXIT
                  VARYING TBL-SUB FROM 1 BY 1
                  UNTIL TBL-SUB > RTN-TABLE-CNT
               PERFORM 5000-FINALIZE THRU 5000-EXIT
           END-IF
           .
       0000-GOBACK.
           GOBACK.
      *
       1000-INITIALIZE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   EDIT THE PARM, SET THE RUN DATE, AND OPEN THE REPORT.  A
      *   PURGE OR SIMULATE RUN LOADS THE RULES AND OPENS THE ARCHIVE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           IF  PARM-LENGTH < 1
               DISPLAY 'FH02P9MH RUN PARM REQUIRED - MODE P, S, OR C'
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF
      *
           MOVE PARM-MODE TO RTN-MODE-SW
           IF  NOT RTN-PURGE-RUN
           AND NOT RTN-SIMULATE-RUN
           AND NOT RTN-RECALL-RUN
               DISPLAY 'FH02P9MH INVALID RUN PARM - MODE: ' PARM-MODE
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF
      *
           MOVE SPACES TO RTN-HV-RUN-DATE
           IF  PARM-LENGTH > 10
               MOVE PARM-RUN-DATE TO RTN-HV-RUN-DATE
           END-IF
           IF  RTN-HV-RUN-DATE = SPACES
               EXEC SQL
                    SELECT CHAR(CURRENT DATE, ISO)
                    INTO   :RTN-HV-RUN-DATE
                    FROM   SYSIBM.SYSDUMMY1
               END-EXEC
               MOVE SQLCODE TO SQL-SQLCODE
               IF  NOT SQL-SUCCESS
                   PERFORM 9990-SQL-ERROR THRU 9990-EXIT
               END-IF
           END-IF
           MOVE RTN-HV-RUN-DATE TO RPT-HDG-RUN-DATE
      *
           IF  PARM-LENGTH > 11
           AND PARM-RESTART = 'R'
               IF  NOT RTN-PURGE-RUN
                   DISPLAY 'FH02P9MH RESTART IS ONLY VALID ON A PURGE '
                           'RUN'
                   MOVE 16 TO RETURN-CODE
                   GO TO 0000-GOBACK
               END-IF
               SET RTN-RESTART TO TRUE
           END-IF
      *
           OPEN OUTPUT RETENTION-REPORT
           IF  RPT-FILE-STATUS NOT = '00'
               DISPLAY 'FH02P9MH OPEN FAILED - RPT ' RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF
      *
           EVALUATE TRUE
             WHEN RTN-RECALL-RUN
               MOVE 'ARCHIVE RECALL'           TO RPT-HDG-MODE
               PERFORM 1400-RECALL-SELECTION THRU 1400-EXIT
               GO TO 1000-EXIT
             WHEN RTN-SIMULATE-RUN
               MOVE 'SIMULATE - NO PURGE'      TO RPT-HDG-MODE
             WHEN RTN-RESTART
               MOVE 'PURGE - RESTARTED'        TO RPT-HDG-MODE
             WHEN OTHER
               MOVE 'ARCHIVE AND PURGE'        TO RPT-HDG-MODE
           END-EVALUATE
      *
           PERFORM 1100-LOAD-RULES THRU 1100-EXIT
      *
           IF  RTN-PURGE-RUN
               PERFORM 1300-OPEN-ARCHIVE THRU 1300-EXIT
           END-IF
           .
       1000-EXIT.
           EXIT.
      *
       1100-LOAD-RULES.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   LOAD ONE RULE PER TABLE AND WORK OUT EACH CUTOFF DATE.  A
      *   BAD OR DUPLICATE CARD STOPS THE RUN BEFORE ANYTHING IS
      *   TOUCHED.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           INITIALIZE RULE-TABLE
      *
           OPEN INPUT RULE-FILE
           IF  RUL-FILE-STATUS NOT = '00'
               DISPLAY 'FH02P9MH OPEN FAILED - RTNRULES '
                       RUL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF
           PERFORM 1110-READ-RULE THRU 1110-EXIT
              UNTIL RUL-END-OF-FILE
           CLOSE RULE-FILE
      *
      *    A MISMATCH KEPT FOR ITS CORRECTION MUST NOT OUTLIVE THE
      *    CORRECTION ROWS, OR IT CAN NEVER QUALIFY.
           IF  RUL-PRESENT (5)
           AND RUL-CONDITION (5) = 'CRR'
           AND RUL-PRESENT (6)
           AND RUL-KEEP-DAYS (6) < RUL-KEEP-DAYS (5)
               DISPLAY 'FH02P9MH BC MUST BE KEPT AT LEAST AS LONG AS '
                       'BM WHEN BM USES CRR'
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF
      *
           PERFORM 1150-SET-CUTOFF THRU 1150-EXIT
              VARYING TBL-SUB FROM 1 BY 1
              UNTIL TBL-SUB > RTN-TABLE-CNT
           .
       1100-EXIT.
           EXIT.
      *
       1110-READ-RULE.
           READ RULE-FILE INTO RUI-RULE-INPUT
               AT END
                   SET RUL-END-OF-FILE TO TRUE
                   GO TO 1110-EXIT
           END-READ
      *
           IF  RUI-TABLE-CODE (1:1) = '*'
               GO TO 1110-EXIT
           END-IF
      *
           MOVE RUI-TABLE-CODE TO RTN-TABLE-CODE
           PERFORM 3900-FIND-TABLE THRU 3900-EXIT
           IF  NOT TBL-FOUND
           OR  RUI-KEEP-DAYS NOT NUMERIC
           OR  RUI-KEEP-DAYS-N = ZERO
               DISPLAY 'FH02P9MH INVALID RTNRULES CARD: '
                       RUI-RULE-INPUT (1:18)
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF
      *
           IF  RUI-CONDITION = SPACES
           OR (RUI-CONDITION NOT = TBL-CONDITION-1 (TBL-SUB)
           AND RUI-CONDITION NOT = TBL-CONDITION-2 (TBL-SUB))
               DISPLAY 'FH02P9MH CONDITION ' RUI-CONDITION
                       ' NOT ALLOWED FOR ' RUI-TABLE-CODE
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF
      *
           IF  RUL-PRESENT (TBL-SUB)
               DISPLAY 'FH02P9MH DUPLICATE RTNRULES CARD FOR '
                       RUI-TABLE-CODE
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF
      *
           IF  RUI-TABLE-CODE = 'MA'
           AND RUI-KEEP-DAYS-N < RTN-AUDIT-MIN-DAYS
               DISPLAY 'FH02P9MH MA RULE OF ' RUI-KEEP-DAYS
                       ' DAYS IS INSIDE THE AUDIT RETENTION PERIOD'
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF
      *
           SET RUL-PRESENT (TBL-SUB)         TO TRUE
           MOVE RUI-KEEP-DAYS-N              TO RUL-KEEP-DAYS (TBL-SUB)
           MOVE RUI-CONDITION                TO RUL-CONDITION (TBL-SUB)
           IF  RUI-COMMIT-FREQUENCY NUMERIC
           AND RUI-COMMIT-FREQUENCY-N > ZERO
               MOVE RUI-COMMIT-FREQUENCY-N
                 TO RUL-COMMIT-FREQUENCY (TBL-SUB)
           ELSE
               MOVE RTN-DEFAULT-COMMIT
                 TO RUL-COMMIT-FREQUENCY (TBL-SUB)
           END-IF
           .
       1110-EXIT.
           EXIT.
      *
       1150-SET-CUTOFF.
           IF  NOT RUL-PRESENT (TBL-SUB)
               GO TO 1150-EXIT
           END-IF
      *
           MOVE RUL-KEEP-DAYS (TBL-SUB) TO RTN-HV-KEEP-DAYS
           EXEC SQL
                SELECT CHAR(DATE(:RTN-HV-RUN-DATE)
                            - :RTN-HV-KEEP-DAYS DAYS, ISO)
                INTO   :RTN-HV-CUTOFF-DATE
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE SQLCODE TO SQL-SQLCODE
           IF  NOT SQL-SUCCESS
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-IF
           MOVE RTN-HV-CUTOFF-DATE TO RUL-CUTOFF-DATE (TBL-SUB)
           .
       1150-EXIT.
           EXIT.
      *
       1300-OPEN-ARCHIVE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   A FRESH PURGE ADDS ITS CHECKPOINT ROWS (COMMITTED WITH THE
      *   FIRST BATCH) AND STARTS A NEW ARCHIVE WITH A HEADER.  A
      *   RESTART COMMITS ITS ATTEMPT NUMBER, PICKS UP THE CHECKPOINT,
      *   EXTENDS THE ARCHIVE, AND MARKS WHERE THE COMMITTED ROWS END.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           EXEC SQL
                SELECT COUNT(*)
                      ,COUNT(A.RUN_COMPLETE_TS)
                      ,VALUE(MAX(A.ATTEMPT), 0)
                INTO   :CHK-HV-ROWS-ON-FILE
                      ,:CHK-HV-ROWS-COMPLETE
                      ,:CHK-HV-ATTEMPT
                FROM   PURGE_RESTART A
                WHERE  A.RUN_DATE = DATE(:RTN-HV-RUN-DATE)
           END-EXEC
           MOVE SQLCODE TO SQL-SQLCODE
           IF  NOT SQL-SUCCESS
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-IF
      *
           IF  CHK-HV-ROWS-COMPLETE > ZERO
               DISPLAY 'FH02P9MH PURGE FOR ' RTN-HV-RUN-DATE
                       ' ALREADY COMPLETE - NOTHING TO DO'
               MOVE 'ALREADY COMPLETE FOR THIS RUN DATE - NOTHING TO DO'
                 TO RPT-MSG-TEXT
               PERFORM 1390-REPORT-NO-PURGE THRU 1390-EXIT
               GO TO 0000-GOBACK
           END-IF
      *
           IF  NOT RTN-RESTART
               IF  CHK-HV-ROWS-ON-FILE > ZERO
                   DISPLAY 'FH02P9MH PURGE FOR ' RTN-HV-RUN-DATE
                           ' DID NOT FINISH - RESTART WITH R'
                   MOVE 'PURGE DID NOT FINISH - RESTART WITH R'
                     TO RPT-MSG-TEXT
                   PERFORM 1390-REPORT-NO-PURGE THRU 1390-EXIT
                   MOVE 16 TO RETURN-CODE
                   GO TO 0000-GOBACK
               END-IF
               OPEN OUTPUT ARCHIVE-FILE
               IF  ARC-FILE-STATUS NOT = '00'
                   DISPLAY 'FH02P9MH OPEN FAILED - ARCHOUT '
                           ARC-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GO TO 0000-GOBACK
               END-IF
               MOVE SPACES             TO ARC-ARCHIVE-RECORD
               SET ARC-HEADER          TO TRUE
               MOVE 'FH02P9MH'         TO ARC-HDR-PROGRAM-ID
               PERFORM 3300-WRITE-ARCHIVE THRU 3300-EXIT
      *
               MOVE ZEROES TO CHK-HV-ARCHIVE-SEQ
                              CHK-HV-ROW-COUNT
                              CHK-HV-HASH-TOTAL
               MOVE RTN-ATTEMPT TO CHK-HV-ATTEMPT
               PERFORM 1320-ADD-CHECKPOINT THRU 1320-EXIT
                  VARYING CHK-SUB FROM 1 BY 1
                  UNTIL CHK-SUB > RTN-TABLE-CNT
               GO TO 1300-EXIT
           END-IF
      *
           IF  CHK-HV-ROWS-ON-FILE NOT = RTN-TABLE-CNT
               DISPLAY 'FH02P9MH NO CHECKPOINT FOR RUN DATE '
                       RTN-HV-RUN-DATE ' - RESTART NOT POSSIBLE'
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF
           IF  CHK-HV-ATTEMPT NOT < RTN-MAX-ATTEMPTS
               DISPLAY 'FH02P9MH TOO MANY RESTARTS FOR '
                       RTN-HV-RUN-DATE
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF
      *
      *   TAKE THE NEXT ATTEMPT NUMBER AND COMMIT IT NOW, SO A RESTART
      *   THAT FAILS BEFORE ITS FIRST BATCH DOES NOT HAND ITS NUMBER
      *   TO THE NEXT ONE AND RECALL CAN TELL THE ATTEMPTS APART.
           COMPUTE RTN-ATTEMPT = CHK-HV-ATTEMPT + 1
           END-COMPUTE
           MOVE RTN-ATTEMPT TO CHK-HV-ATTEMPT
           EXEC SQL
                UPDATE PURGE_RESTART
                   SET ATTEMPT  = :CHK-HV-ATTEMPT
                 WHERE RUN_DATE = DATE(:RTN-HV-RUN-DATE)
           END-EXEC
           MOVE SQLCODE TO SQL-SQLCODE
           IF  NOT SQL-SUCCESS
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-IF
           EXEC SQL
                COMMIT
           END-EXEC
           MOVE SQLCODE TO SQL-SQLCODE
           IF  NOT SQL-SUCCESS
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-IF
      *
           PERFORM 1310-RESTORE-TOTALS THRU 1310-EXIT
              VARYING CHK-SUB FROM 1 BY 1
              UNTIL CHK-SUB > RTN-TABLE-CNT
           DISPLAY 'FH02P9MH RESTARTING ' RTN-HV-RUN-DATE
                   ' AFTER ARCHIVE ROW ' RTN-ARCHIVE-SEQ
      *
           OPEN EXTEND ARCHIVE-FILE
           IF  ARC-FILE-STATUS NOT = '00'
               DISPLAY 'FH02P9MH OPEN FAILED - ARCHOUT '
                       ARC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF
           MOVE SPACES                 TO ARC-ARCHIVE-RECORD
           SET ARC-RESTART             TO TRUE
           MOVE RTN-ARCHIVE-SEQ        TO ARC-RST-COMMITTED-SEQ
           PERFORM 3300-WRITE-ARCHIVE THRU 3300-EXIT
           .
       1300-EXIT.
           EXIT.
      *
       1310-RESTORE-TOTALS.
           MOVE TBL-CODE (CHK-SUB) TO CHK-HV-TABLE-CODE
           EXEC SQL
                SELECT A.ARCHIVE_SEQ
                      ,A.ROW_COUNT
                      ,A.HASH_TOTAL
                INTO   :CHK-HV-ARCHIVE-SEQ
                      ,:CHK-HV-ROW-COUNT
                      ,:CHK-HV-HASH-TOTAL
                FROM   PURGE_RESTART A
                WHERE  A.RUN_DATE   = DATE(:RTN-HV-RUN-DATE)
                  AND  A.TABLE_CODE = :CHK-HV-TABLE-CODE
           END-EXEC
           MOVE SQLCODE TO SQL-SQLCODE
           IF  NOT SQL-SUCCESS
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-IF
      *
           MOVE CHK-HV-ARCHIVE-SEQ TO RTN-ARCHIVE-SEQ
           MOVE CHK-HV-ROW-COUNT   TO RUL-ROW-COUNT (CHK-SUB)
           MOVE CHK-HV-HASH-TOTAL  TO RUL-HASH-TOTAL (CHK-SUB)
           .
       1310-EXIT.
           EXIT.
      *
       1320-ADD-CHECKPOINT.
           MOVE TBL-CODE (CHK-SUB) TO CHK-HV-TABLE-CODE
           EXEC SQL
                INSERT INTO PURGE_RESTART
                  (RUN_DATE, TABLE_CODE, ATTEMPT, ARCHIVE_SEQ,
                   ROW_COUNT, HASH_TOTAL)
                VALUES
                  (DATE(:RTN-HV-RUN-DATE), :CHK-HV-TABLE-CODE,
                   :CHK-HV-ATTEMPT, :CHK-HV-ARCHIVE-SEQ,
                   :CHK-HV-ROW-COUNT, :CHK-HV-HASH-TOTAL)
           END-EXEC
           MOVE SQLCODE TO SQL-SQLCODE
           IF  NOT SQL-SUCCESS
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-IF
           .
       1320-EXIT.
           EXIT.
      *
       1390-REPORT-NO-PURGE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   THE RUN STOPS BEFORE ANY TABLE IS READ.  THE REPORT SAYS
      *   WHY (RPT-MSG-TEXT) AND IS CLOSED.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           ADD +1 TO RTN-RPT-PAGE-CNT
           MOVE RTN-RPT-PAGE-CNT TO RPT-HDG-PAGE
           WRITE RETENTION-REPORT-LINE FROM RPT-HEADING-1
           WRITE RETENTION-REPORT-LINE FROM RPT-MESSAGE-LINE
           CLOSE RETENTION-REPORT
           .
       1390-EXIT.
           EXIT.
      *
       1400-RECALL-SELECTION.
           IF  PARM-LENGTH > 13
               MOVE PARM-RCL-TABLE-CODE TO RCL-TABLE-CODE
           END-IF
           IF  PARM-LENGTH > 16
               MOVE PARM-RCL-PLAN-CODE  TO RCL-PLAN-CODE
           END-IF
           IF  PARM-LENGTH > 32
               MOVE PARM-RCL-KEY        TO RCL-KEY
           END-IF
           IF  PARM-LENGTH > 42
               MOVE PARM-RCL-FROM-DATE  TO RCL-FROM-DATE
           END-IF
           IF  PARM-LENGTH > 52
               MOVE PARM-RCL-TO-DATE    TO RCL-TO-DATE
           END-IF
           IF  PARM-LENGTH > 53
           AND PARM-RCL-RESTORE = 'Y'
               SET RTN-RESTORE TO TRUE
           END-IF
      *
           IF  RCL-TABLE-CODE NOT = SPACES
               MOVE RCL-TABLE-CODE TO RTN-TABLE-CODE
               PERFORM 3900-FIND-TABLE THRU 3900-EXIT
               IF  NOT TBL-FOUND
                   DISPLAY 'FH02P9MH INVALID RECALL TABLE: '
                           RCL-TABLE-CODE
                   MOVE 16 TO RETURN-CODE
                   GO TO 0000-GOBACK
               END-IF
           END-IF
           IF  RCL-TO-DATE = SPACES
               MOVE HIGH-VALUES TO RCL-TO-DATE
           END-IF
           .
       1400-EXIT.
           EXIT.
      *
       2000-PURGE-TABLE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   ARCHIVE AND DELETE EVERY EXPIRED ROW OF ONE TABLE, THEN
      *   COMMIT WHAT IS LEFT OF THE LAST BATCH.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           IF  NOT RUL-PRESENT (TBL-SUB)
               GO TO 2000-EXIT
           END-IF
      *
           MOVE TBL-CODE (TBL-SUB)        TO RTN-TABLE-CODE
           MOVE RUL-CUTOFF-DATE (TBL-SUB) TO RTN-HV-CUTOFF-DATE
           MOVE RUL-CONDITION (TBL-SUB)   TO RTN-HV-CONDITION
           MOVE RUL-KEEP-DAYS (TBL-SUB)   TO RTN-HV-KEEP-DAYS
           MOVE 'N' TO RTN-EOC-SW
      *
           EVALUATE TBL-SUB
             WHEN 1
               EXEC SQL
                    OPEN EXPIRED-ALERTS
               END-EXEC
             WHEN 2
               EXEC SQL
                    OPEN EXPIRED-QUEUE
               END-EXEC
             WHEN 3
               EXEC SQL
                    OPEN EXPIRED-RESTARTS
               END-EXEC
             WHEN 4
               EXEC SQL
                    OPEN EXPIRED-MAX-AUDIT
               END-EXEC
             WHEN 5
               EXEC SQL
                    OPEN EXPIRED-MISMATCHES
               END-EXEC
             WHEN 6
               EXEC SQL
                    OPEN EXPIRED-CORRECTIONS
               END-EXEC
           END-EVALUATE
           MOVE SQLCODE TO SQL-SQLCODE
           IF  NOT SQL-SUCCESS
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-IF
      *
           EVALUATE TBL-SUB
             WHEN 1
               PERFORM 2100-PURGE-ALERT THRU 2100-EXIT
                  UNTIL RTN-END-OF-CURSOR
               EXEC SQL
                    CLOSE EXPIRED-ALERTS
               END-EXEC
             WHEN 2
               PERFORM 2200-PURGE-QUEUE-ROW THRU 2200-EXIT
                  UNTIL RTN-END-OF-CURSOR
               EXEC SQL
                    CLOSE EXPIRED-QUEUE
               END-EXEC
             WHEN 3
               PERFORM 2300-PURGE-RESTART-ROW THRU 2300-EXIT
                  UNTIL RTN-END-OF-CURSOR
               EXEC SQL
                    CLOSE EXPIRED-RESTARTS
               END-EXEC
             WHEN 4
               PERFORM 2400-PURGE-MAX-AUDIT THRU 2400-EXIT
                  UNTIL RTN-END-OF-CURSOR
               EXEC SQL
                    CLOSE EXPIRED-MAX-AUDIT
               END-EXEC
             WHEN 5
               PERFORM 2500-PURGE-MISMATCH THRU 2500-EXIT
                  UNTIL RTN-END-OF-CURSOR
               EXEC SQL
                    CLOSE EXPIRED-MISMATCHES
               END-EXEC
             WHEN 6
               PERFORM 2600-PURGE-CORRECTION THRU 2600-EXIT
                  UNTIL RTN-END-OF-CURSOR
               EXEC SQL
                    CLOSE EXPIRED-CORRECTIONS
               END-EXEC
           END-EVALUATE
           MOVE SQLCODE TO SQL-SQLCODE
           IF  NOT SQL-SUCCESS
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-IF
      *
           IF  RTN-PURGE-RUN
               PERFORM 3500-TAKE-CHECKPOINT THRU 3500-EXIT
           END-IF
           .
       2000-EXIT.
           EXIT.
      *
       2100-PURGE-ALERT.
           EXEC SQL
                FETCH EXPIRED-ALERTS
                INTO
                  :ALR-HV-ALERT-DATE
                 ,:ALR-HV-SEVERITY
                 ,:ALR-HV-ALERT-CODE
                 ,:ALR-HV-PROGRAM-ID
                 ,:ALR-HV-ERROR-PARA
                 ,:ALR-HV-OCCURRENCE-CNT
                 ,:ALR-HV-SQL-CODE
                 ,:ALR-HV-MESSAGE-TEXT
                 ,:ALR-HV-PLAN-CODE
                 ,:ALR-HV-CLAIM-NUMBER
                 ,:ALR-HV-CHG-LINE-NUMBER
                 ,:RTN-HV-DAYS-HASH
                 ,:RTN-HV-AGE-DAYS
           END-EXEC
           PERFORM 3000-CHECK-FETCH THRU 3000-EXIT
           IF  RTN-END-OF-CURSOR
               GO TO 2100-EXIT
           END-IF
      *
           MOVE SPACES                  TO ARC-ARCHIVE-RECORD
           MOVE ALR-HV-ALERT-DATE       TO ARC-AGE-DATE
                                           ARC-AL-ALERT-DATE
           MOVE ALR-HV-PLAN-CODE        TO ARC-PLAN-CODE
                                           ARC-AL-PLAN-CODE
           MOVE ALR-HV-CLAIM-NUMBER     TO ARC-KEY
                                           ARC-AL-CLAIM-NUMBER
           MOVE ALR-HV-SEVERITY         TO ARC-AL-SEVERITY
           MOVE ALR-HV-ALERT-CODE       TO ARC-AL-ALERT-CODE
           MOVE ALR-HV-PROGRAM-ID       TO ARC-AL-PROGRAM-ID
           MOVE ALR-HV-ERROR-PARA       TO ARC-AL-ERROR-PARA
           MOVE ALR-HV-OCCURRENCE-CNT   TO ARC-AL-OCCURRENCE-CNT
           MOVE ALR-HV-SQL-CODE         TO ARC-AL-SQL-CODE
           MOVE ALR-HV-MESSAGE-TEXT     TO ARC-AL-MESSAGE-TEXT
           MOVE ALR-HV-CHG-LINE-NUMBER  TO ARC-AL-CHG-LINE-NUMBER
           PERFORM 3100-ARCHIVE-ROW THRU 3100-EXIT
      *
           IF  RTN-PURGE-RUN
               EXEC SQL
                    DELETE FROM MGMT_ALERT_REPO
                     WHERE CURRENT OF EXPIRED-ALERTS
               END-EXEC
               PERFORM 3200-CHECK-DELETE THRU 3200-EXIT
           END-IF
           .
       2100-EXIT.
           EXIT.
      *
       2200-PURGE-QUEUE-ROW.
           EXEC SQL
                FETCH EXPIRED-QUEUE
                INTO
                  :MQR-HV-RUN-ID
                 ,:MQR-HV-PLAN-CODE
                 ,:MQR-HV-CLAIM-NUMBER
                 ,:MQR-HV-PATIENT-CODE
                 ,:MQR-HV-CONTRACT-ID
                 ,:MQR-HV-ID-NUMBER
                 ,:MQR-HV-ADJUSTMENT-DISP
                 ,:MQR-HV-QUEUE-STATUS
                 ,:MQR-HV-QUEUED-TS
                 ,:RTN-HV-AGE-DATE
                 ,:RTN-HV-DAYS-HASH
                 ,:RTN-HV-AGE-DAYS
           END-EXEC
           PERFORM 3000-CHECK-FETCH THRU 3000-EXIT
           IF  RTN-END-OF-CURSOR
               GO TO 2200-EXIT
           END-IF
      *
           MOVE SPACES                  TO ARC-ARCHIVE-RECORD
           MOVE RTN-HV-AGE-DATE         TO ARC-AGE-DATE
           MOVE MQR-HV-PLAN-CODE        TO ARC-PLAN-CODE
                                           ARC-MQ-PLAN-CODE
           MOVE MQR-HV-CLAIM-NUMBER     TO ARC-KEY
                                           ARC-MQ-CLAIM-NUMBER
           MOVE MQR-HV-RUN-ID           TO ARC-MQ-RUN-ID
           MOVE MQR-HV-PATIENT-CODE     TO ARC-MQ-PATIENT-CODE
           MOVE MQR-HV-CONTRACT-ID      TO ARC-MQ-CONTRACT-ID
           MOVE MQR-HV-ID-NUMBER        TO ARC-MQ-ID-NUMBER
           MOVE MQR-HV-ADJUSTMENT-DISP  TO ARC-MQ-ADJUSTMENT-DISP
           MOVE MQR-HV-QUEUE-STATUS     TO ARC-MQ-QUEUE-STATUS
           MOVE MQR-HV-QUEUED-TS        TO ARC-MQ-QUEUED-TS
           PERFORM 3100-ARCHIVE-ROW THRU 3100-EXIT
      *
           IF  RTN-PURGE-RUN
               EXEC SQL
                    DELETE FROM MASS_ADJ_QUEUE
                     WHERE CURRENT OF EXPIRED-QUEUE
               END-EXEC
               PERFORM 3200-CHECK-DELETE THRU 3200-EXIT
           END-IF
           .
       2200-EXIT.
           EXIT.
      *
       2300-PURGE-RESTART-ROW.
           EXEC SQL
                FETCH EXPIRED-RESTARTS
                INTO
                  :MRR-HV-RUN-ID
                 ,:MRR-HV-LAST-PLAN-CODE
                 ,:MRR-HV-LAST-CLAIM-NUMBER
                 ,:MRR-HV-CLAIMS-QUEUED
                 ,:MRR-HV-RUN-COMPLETE-TS
                 ,:RTN-HV-AGE-DATE
                 ,:RTN-HV-DAYS-HASH
                 ,:RTN-HV-AGE-DAYS
           END-EXEC
           PERFORM 3000-CHECK-FETCH THRU 3000-EXIT
           IF  RTN-END-OF-CURSOR
               GO TO 2300-EXIT
           END-IF
      *
           MOVE SPACES                   TO ARC-ARCHIVE-RECORD
           MOVE RTN-HV-AGE-DATE          TO ARC-AGE-DATE
           MOVE MRR-HV-LAST-PLAN-CODE    TO ARC-PLAN-CODE
                                            ARC-MR-LAST-PLAN-CODE
           MOVE MRR-HV-RUN-ID            TO ARC-KEY
                                            ARC-MR-RUN-ID
           MOVE MRR-HV-LAST-CLAIM-NUMBER TO ARC-MR-LAST-CLAIM-NUMBER
           MOVE MRR-HV-CLAIMS-QUEUED     TO ARC-MR-CLAIMS-QUEUED
           MOVE MRR-HV-RUN-COMPLETE-TS   TO ARC-MR-RUN-COMPLETE-TS
           PERFORM 3100-ARCHIVE-ROW THRU 3100-EXIT
      *
           IF  RTN-PURGE-RUN
               EXEC SQL
                    DELETE FROM MASS_ADJ_RESTART
                     WHERE CURRENT OF EXPIRED-RESTARTS
               END-EXEC
               PERFORM 3200-CHECK-DELETE THRU 3200-EXIT
           END-IF
           .
       2300-EXIT.
           EXIT.
      *
       2400-PURGE-MAX-AUDIT.
           EXEC SQL
                FETCH EXPIRED-MAX-AUDIT
                INTO
                  :MAR-HV-CHANGE-TS
                 ,:MAR-HV-CHANGE-USER
                 ,:MAR-HV-CHANGE-FUNCTION
                 ,:MAR-HV-TYPE-CD
                 ,:MAR-HV-EFF-DT
                 ,:MAR-HV-TRM-DT
                 ,:MAR-HV-OLD-AMT
                 ,:MAR-HV-NEW-AMT
                 ,:MAR-HV-SYSTEM-EFF-DT
                 ,:MAR-HV-SYSTEM-TRM-DT
                 ,:RTN-HV-AGE-DATE
                 ,:RTN-HV-DAYS-HASH
                 ,:RTN-HV-AGE-DAYS
           END-EXEC
           PERFORM 3000-CHECK-FETCH THRU 3000-EXIT
           IF  RTN-END-OF-CURSOR
               GO TO 2400-EXIT
           END-IF
      *
      *    THE AUDIT RETENTION PERIOD IS CHECKED AGAIN ON THE ROW
      *    ITSELF; ONE INSIDE IT MEANS SOMETHING IS WRONG, SO BACK OUT
      *    THE BATCH AND STOP.
           IF  RTN-HV-AGE-DAYS < RTN-AUDIT-MIN-DAYS
               DISPLAY 'FH02P9MH MEDICARE_MAX_AUDIT ROW OF '
                       MAR-HV-CHANGE-TS ' IS INSIDE THE AUDIT '
                       'RETENTION PERIOD - RUN STOPPED'
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-IF
      *
           MOVE SPACES                  TO ARC-ARCHIVE-RECORD
           MOVE RTN-HV-AGE-DATE         TO ARC-AGE-DATE
           MOVE MAR-HV-TYPE-CD          TO ARC-KEY
                                           ARC-MA-TYPE-CD
           MOVE MAR-HV-CHANGE-TS        TO ARC-MA-CHANGE-TS
           MOVE MAR-HV-CHANGE-USER      TO ARC-MA-CHANGE-USER
           MOVE MAR-HV-CHANGE-FUNCTION  TO ARC-MA-CHANGE-FUNCTION
           MOVE MAR-HV-EFF-DT           TO ARC-MA-EFF-DT
           MOVE MAR-HV-TRM-DT           TO ARC-MA-TRM-DT
           MOVE MAR-HV-OLD-AMT          TO ARC-MA-OLD-AMT
           MOVE MAR-HV-NEW-AMT          TO ARC-MA-NEW-AMT
           MOVE MAR-HV-SYSTEM-EFF-DT    TO ARC-MA-SYSTEM-EFF-DT
           MOVE MAR-HV-SYSTEM-TRM-DT    TO ARC-MA-SYSTEM-TRM-DT
           PERFORM 3100-ARCHIVE-ROW THRU 3100-EXIT
      *
           IF  RTN-PURGE-RUN
               EXEC SQL
                    DELETE FROM MEDICARE_MAX_AUDIT
                     WHERE CURRENT OF EXPIRED-MAX-AUDIT
               END-EXEC
               PERFORM 3200-CHECK-DELETE THRU 3200-EXIT
           END-IF
           .
       2400-EXIT.
           EXIT.
      *
       2500-PURGE-MISMATCH.
           EXEC SQL
                FETCH EXPIRED-MISMATCHES
                INTO
                  :BMR-HV-CONTRACT-ID
                 ,:BMR-HV-PLAN-CODE
                 ,:BMR-HV-PATIENT-CODE
                 ,:BMR-HV-PERIOD-TYPE
                 ,:BMR-HV-RECORD-TYPE
                 ,:BMR-HV-WORK-REC-PERIOD
                 ,:BMR-HV-EXPECTED-PERIOD
                 ,:BMR-HV-HIST-CLAIM-NUMBER
                 ,:BMR-HV-CREATE-TS
                 ,:RTN-HV-AGE-DATE
                 ,:RTN-HV-DAYS-HASH
                 ,:RTN-HV-AGE-DAYS
           END-EXEC
           PERFORM 3000-CHECK-FETCH THRU 3000-EXIT
           IF  RTN-END-OF-CURSOR
               GO TO 2500-EXIT
           END-IF
      *
           MOVE SPACES                   TO ARC-ARCHIVE-RECORD
           MOVE RTN-HV-AGE-DATE          TO ARC-AGE-DATE
           MOVE BMR-HV-PLAN-CODE         TO ARC-PLAN-CODE
                                            ARC-BM-PLAN-CODE
           MOVE BMR-HV-CONTRACT-ID       TO ARC-KEY
                                            ARC-BM-CONTRACT-ID
           MOVE BMR-HV-PATIENT-CODE      TO ARC-BM-PATIENT-CODE
           MOVE BMR-HV-PERIOD-TYPE       TO ARC-BM-PERIOD-TYPE
           MOVE BMR-HV-RECORD-TYPE       TO ARC-BM-RECORD-TYPE
           MOVE BMR-HV-WORK-REC-PERIOD   TO ARC-BM-WORK-REC-PERIOD
           MOVE BMR-HV-EXPECTED-PERIOD   TO ARC-BM-EXPECTED-PERIOD
           MOVE BMR-HV-HIST-CLAIM-NUMBER TO ARC-BM-HIST-CLAIM-NUMBER
           MOVE BMR-HV-CREATE-TS         TO ARC-BM-CREATE-TS
           PERFORM 3100-ARCHIVE-ROW THRU 3100-EXIT
      *
           IF  RTN-PURGE-RUN
               EXEC SQL
                    DELETE FROM BENE_PRD_MISMATCH
                     WHERE CURRENT OF EXPIRED-MISMATCHES
               END-EXEC
               PERFORM 3200-CHECK-DELETE THRU 3200-EXIT
           END-IF
           .
       2500-EXIT.
           EXIT.
      *
       2600-PURGE-CORRECTION.
           EXEC SQL
                FETCH EXPIRED-CORRECTIONS
                INTO
                  :BCR-HV-CONTRACT-ID
                 ,:BCR-HV-PLAN-CODE
                 ,:BCR-HV-PATIENT-CODE
                 ,:BCR-HV-PERIOD-TYPE
                 ,:BCR-HV-RECORD-TYPE
                 ,:BCR-HV-ACTION
                 ,:BCR-HV-BEFORE-PERIOD
                 ,:BCR-HV-AFTER-PERIOD
                 ,:BCR-HV-HIST-CLAIM-NUMBER
                 ,:BCR-HV-APPLIER-RUN-ID
                 ,:BCR-HV-CREATE-TS
                 ,:RTN-HV-AGE-DATE
                 ,:RTN-HV-DAYS-HASH
                 ,:RTN-HV-AGE-DAYS
           END-EXEC
           PERFORM 3000-CHECK-FETCH THRU 3000-EXIT
           IF  RTN-END-OF-CURSOR
               GO TO 2600-EXIT
           END-IF
      *
           MOVE SPACES                   TO ARC-ARCHIVE-RECORD
           MOVE RTN-HV-AGE-DATE          TO ARC-AGE-DATE
           MOVE BCR-HV-PLAN-CODE         TO ARC-PLAN-CODE
                                            ARC-BC-PLAN-CODE
           MOVE BCR-HV-CONTRACT-ID       TO ARC-KEY
                                            ARC-BC-CONTRACT-ID
           MOVE BCR-HV-PATIENT-CODE      TO ARC-BC-PATIENT-CODE
           MOVE BCR-HV-PERIOD-TYPE       TO ARC-BC-PERIOD-TYPE
           MOVE BCR-HV-RECORD-TYPE       TO ARC-BC-RECORD-TYPE
           MOVE BCR-HV-ACTION            TO ARC-BC-ACTION
           MOVE BCR-HV-BEFORE-PERIOD     TO ARC-BC-BEFORE-PERIOD
           MOVE BCR-HV-AFTER-PERIOD      TO ARC-BC-AFTER-PERIOD
           MOVE BCR-HV-HIST-CLAIM-NUMBER TO ARC-BC-HIST-CLAIM-NUMBER
           MOVE BCR-HV-APPLIER-RUN-ID    TO ARC-BC-APPLIER-RUN-ID
           MOVE BCR-HV-CREATE-TS         TO ARC-BC-CREATE-TS
           PERFORM 3100-ARCHIVE-ROW THRU 3100-EXIT
      *
           IF  RTN-PURGE-RUN
               EXEC SQL
                    DELETE FROM BENE_PRD_CORR_AUDIT
                     WHERE CURRENT OF EXPIRED-CORRECTIONS
               END-EXEC
               PERFORM 3200-CHECK-DELETE THRU 3200-EXIT
           END-IF
           .
       2600-EXIT.
           EXIT.
      *
       3000-CHECK-FETCH.
           MOVE SQLCODE TO SQL-SQLCODE
           EVALUATE TRUE
             WHEN SQL-NOTFND
               SET RTN-END-OF-CURSOR TO TRUE
             WHEN SQL-SUCCESS
               CONTINUE
             WHEN OTHER
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-EVALUATE
           .
       3000-EXIT.
           EXIT.
      *
       3100-ARCHIVE-ROW.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   COUNT AND HASH THE ROW, AND ON A PURGE WRITE IT TO THE
      *   ARCHIVE BEFORE IT IS DELETED.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           ADD +1               TO RUL-ROW-COUNT (TBL-SUB)
           ADD RTN-HV-DAYS-HASH TO RUL-HASH-TOTAL (TBL-SUB)
      *
           IF  RTN-SIMULATE-RUN
               GO TO 3100-EXIT
           END-IF
      *
           ADD +1 TO RTN-ARCHIVE-SEQ
           SET ARC-DETAIL           TO TRUE
           MOVE RTN-TABLE-CODE      TO ARC-TABLE-CODE
           MOVE RTN-ARCHIVE-SEQ     TO ARC-SEQUENCE
           MOVE RTN-HV-DAYS-HASH    TO ARC-DAYS-HASH
           PERFORM 3300-WRITE-ARCHIVE THRU 3300-EXIT
           .
       3100-EXIT.
           EXIT.
      *
       3200-CHECK-DELETE.
           MOVE SQLCODE TO SQL-SQLCODE
           IF  NOT SQL-SUCCESS
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-IF
      *
           ADD +1 TO RTN-SINCE-COMMIT
           IF  RTN-SINCE-COMMIT NOT < RUL-COMMIT-FREQUENCY (TBL-SUB)
               PERFORM 3500-TAKE-CHECKPOINT THRU 3500-EXIT
           END-IF
           .
       3200-EXIT.
           EXIT.
      *
       3300-WRITE-ARCHIVE.
           MOVE RTN-HV-RUN-DATE TO ARC-RUN-DATE
           MOVE RTN-ATTEMPT     TO ARC-ATTEMPT
           WRITE ARCHIVE-RECORD FROM ARC-ARCHIVE-RECORD
           IF  ARC-FILE-STATUS NOT = '00'
               DISPLAY 'FH02P9MH ARCHOUT WRITE FAILED - STATUS '
                       ARC-FILE-STATUS
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-IF
           .
       3300-EXIT.
           EXIT.
      *
       3500-TAKE-CHECKPOINT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   HARDEN THE ARCHIVE (CLOSE AND REOPEN EXTEND) BEFORE THE
      *   DELETES ARE COMMITTED, SO A COMMITTED DELETE ALWAYS HAS ITS
      *   ARCHIVE ROW ON DISK.  THE CHECKPOINT ROWS ARE UPDATED IN THE
      *   SAME UNIT OF WORK AS THE DELETES, SO THE COMMIT TAKES BOTH
      *   OR NEITHER.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           CLOSE ARCHIVE-FILE
           OPEN EXTEND ARCHIVE-FILE
           IF  ARC-FILE-STATUS NOT = '00'
               DISPLAY 'FH02P9MH ARCHOUT REOPEN FAILED - STATUS '
                       ARC-FILE-STATUS
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-IF
      *
           MOVE RTN-ATTEMPT     TO CHK-HV-ATTEMPT
           MOVE RTN-ARCHIVE-SEQ TO CHK-HV-ARCHIVE-SEQ
           PERFORM 3600-UPDATE-CHECKPOINT THRU 3600-EXIT
              VARYING CHK-SUB FROM 1 BY 1
              UNTIL CHK-SUB > RTN-TABLE-CNT
      *
           EXEC SQL
                COMMIT
           END-EXEC
           MOVE SQLCODE TO SQL-SQLCODE
           IF  NOT SQL-SUCCESS
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-IF
      *
           ADD +1 TO RTN-COMMITS-TAKEN
           MOVE ZEROES TO RTN-SINCE-COMMIT
           .
       3500-EXIT.
           EXIT.
      *
       3600-UPDATE-CHECKPOINT.
           MOVE TBL-CODE (CHK-SUB)       TO CHK-HV-TABLE-CODE
           MOVE RUL-ROW-COUNT (CHK-SUB)  TO CHK-HV-ROW-COUNT
           MOVE RUL-HASH-TOTAL (CHK-SUB) TO CHK-HV-HASH-TOTAL
           EXEC SQL
                UPDATE PURGE_RESTART
                   SET ATTEMPT     = :CHK-HV-ATTEMPT
                      ,ARCHIVE_SEQ = :CHK-HV-ARCHIVE-SEQ
                      ,ROW_COUNT   = :CHK-HV-ROW-COUNT
                      ,HASH_TOTAL  = :CHK-HV-HASH-TOTAL
                 WHERE RUN_DATE   = DATE(:RTN-HV-RUN-DATE)
                   AND TABLE_CODE = :CHK-HV-TABLE-CODE
           END-EXEC
           MOVE SQLCODE TO SQL-SQLCODE
           IF  NOT SQL-SUCCESS
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-IF
           .
       3600-EXIT.
           EXIT.
      *
       3900-FIND-TABLE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   LOOK UP RTN-TABLE-CODE.  ON A HIT TBL-SUB POINTS AT IT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE 'N' TO TBL-FOUND-SW
           PERFORM 3910-CHECK-TABLE-ENTRY THRU 3910-EXIT
              VARYING TBL-SUB FROM 1 BY 1
              UNTIL TBL-SUB > RTN-TABLE-CNT
                 OR TBL-FOUND
           IF  TBL-FOUND
               SUBTRACT 1 FROM TBL-SUB
           END-IF
           .
       3900-EXIT.
           EXIT.
      *
       3910-CHECK-TABLE-ENTRY.
           IF  TBL-CODE (TBL-SUB) = RTN-TABLE-CODE
               SET TBL-FOUND TO TRUE
           END-IF
           .
       3910-EXIT.
           EXIT.
      *
       5000-FINALIZE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   CLOSE THE ARCHIVE WITH ITS TRAILERS AND MARK THE CHECKPOINT
      *   ROWS COMPLETE (PURGE ONLY), THEN REPORT EACH TABLE AND THE
      *   RUN.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           PERFORM 5100-REPORT-TABLE THRU 5100-EXIT
              VARYING TBL-SUB FROM 1 BY 1
              UNTIL TBL-SUB > RTN-TABLE-CNT
      *
           IF  RTN-PURGE-RUN
               MOVE SPACES             TO ARC-ARCHIVE-RECORD
               SET ARC-FILE-TRAILER    TO TRUE
               MOVE RTN-RUN-ROWS       TO ARC-TRL-ROW-COUNT
               MOVE RTN-RUN-HASH       TO ARC-TRL-HASH-TOTAL
               MOVE RTN-ATTEMPT        TO ARC-TRL-ATTEMPTS
               PERFORM 3300-WRITE-ARCHIVE THRU 3300-EXIT
               CLOSE ARCHIVE-FILE
               EXEC SQL
                    UPDATE PURGE_RESTART
                       SET RUN_COMPLETE_TS = CURRENT TIMESTAMP
                     WHERE RUN_DATE = DATE(:RTN-HV-RUN-DATE)
               END-EXEC
               MOVE SQLCODE TO SQL-SQLCODE
               IF  NOT SQL-SUCCESS
                   PERFORM 9990-SQL-ERROR THRU 9990-EXIT
               END-IF
               EXEC SQL
                    COMMIT
               END-EXEC
               MOVE SQLCODE TO SQL-SQLCODE
               IF  NOT SQL-SUCCESS
                   PERFORM 9990-SQL-ERROR THRU 9990-EXIT
               END-IF
           END-IF
      *
           IF  RTN-SIMULATE-RUN
               MOVE 'ROWS THAT WOULD BE PURGED:'   TO RPT-TOT-LITERAL
           ELSE
               MOVE 'ROWS ARCHIVED AND PURGED:'    TO RPT-TOT-LITERAL
           END-IF
           MOVE RTN-RUN-ROWS               TO RPT-TOT-COUNT
           MOVE RTN-RUN-HASH               TO RPT-TOT-HASH
           WRITE RETENTION-REPORT-LINE FROM RPT-TOTAL-LINE
           MOVE 'COMMITS TAKEN THIS ATTEMPT:'  TO RPT-TOT-LITERAL
           MOVE RTN-COMMITS-TAKEN          TO RPT-TOT-COUNT
           MOVE ZEROES                     TO RPT-TOT-HASH
           WRITE RETENTION-REPORT-LINE FROM RPT-TOTAL-LINE
           MOVE 'ARCHIVE ROWS WRITTEN (ALL ATTEMPTS):'
                                           TO RPT-TOT-LITERAL
           MOVE RTN-ARCHIVE-SEQ            TO RPT-TOT-COUNT
           WRITE RETENTION-REPORT-LINE FROM RPT-TOTAL-LINE
           CLOSE RETENTION-REPORT
      *
           MOVE RTN-RUN-ROWS TO RTN-DISPLAY-COUNT
           DISPLAY 'FH02P9MH ' RPT-HDG-MODE ' ' RTN-HV-RUN-DATE
                   ' ROWS: ' RTN-DISPLAY-COUNT
           .
       5000-EXIT.
           EXIT.
      *
       5100-REPORT-TABLE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   ONE REPORT LINE PER TABLE, AND ON A PURGE ITS ARCHIVE
      *   TRAILER.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           IF  RTN-RPT-LINE-CNT > 58
               ADD +1 TO RTN-RPT-PAGE-CNT
               MOVE RTN-RPT-PAGE-CNT TO RPT-HDG-PAGE
               WRITE RETENTION-REPORT-LINE FROM RPT-HEADING-1
               WRITE RETENTION-REPORT-LINE FROM RPT-HEADING-2
               MOVE SPACES TO RETENTION-REPORT-LINE
               WRITE RETENTION-REPORT-LINE
               MOVE +3 TO RTN-RPT-LINE-CNT
           END-IF
      *
           MOVE TBL-CODE (TBL-SUB)          TO RPT-TBL-CODE
           MOVE TBL-NAME (TBL-SUB)          TO RPT-TBL-NAME
           IF  NOT RUL-PRESENT (TBL-SUB)
               MOVE ZEROES                  TO RPT-TBL-KEEP-DAYS
                                               RPT-TBL-ROW-COUNT
                                               RPT-TBL-HASH-TOTAL
               MOVE SPACES                  TO RPT-TBL-CONDITION
                                               RPT-TBL-CUTOFF-DATE
               MOVE 'NO RULE - NOT PURGED'  TO RPT-TBL-NOTE
           ELSE
               MOVE RUL-KEEP-DAYS (TBL-SUB)   TO RPT-TBL-KEEP-DAYS
               MOVE RUL-CONDITION (TBL-SUB)   TO RPT-TBL-CONDITION
               MOVE RUL-CUTOFF-DATE (TBL-SUB) TO RPT-TBL-CUTOFF-DATE
               MOVE RUL-ROW-COUNT (TBL-SUB)   TO RPT-TBL-ROW-COUNT
               MOVE RUL-HASH-TOTAL (TBL-SUB)  TO RPT-TBL-HASH-TOTAL
               MOVE SPACES                    TO RPT-TBL-NOTE
               IF  TBL-CODE (TBL-SUB) = 'MA'
                   MOVE 'AUDIT RETENTION PROTECTED'
                     TO RPT-TBL-NOTE
               END-IF
           END-IF
           WRITE RETENTION-REPORT-LINE FROM RPT-TABLE-LINE
           ADD +1 TO RTN-RPT-LINE-CNT
      *
           ADD RUL-ROW-COUNT (TBL-SUB)  TO RTN-RUN-ROWS
           ADD RUL-HASH-TOTAL (TBL-SUB) TO RTN-RUN-HASH
      *
           IF  RTN-PURGE-RUN
           AND RUL-PRESENT (TBL-SUB)
               MOVE SPACES                  TO ARC-ARCHIVE-RECORD
               SET ARC-TABLE-TRAILER        TO TRUE
               MOVE TBL-CODE (TBL-SUB)      TO ARC-TABLE-CODE
               MOVE RUL-ROW-COUNT (TBL-SUB) TO ARC-TRL-ROW-COUNT
               MOVE RUL-HASH-TOTAL (TBL-SUB)
                 TO ARC-TRL-HASH-TOTAL
               MOVE RTN-ATTEMPT             TO ARC-TRL-ATTEMPTS
               PERFORM 3300-WRITE-ARCHIVE THRU 3300-EXIT
           END-IF
           .
       5100-EXIT.
           EXIT.
      *
       6000-RECALL.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   TWO PASSES OVER THE ARCHIVE.  THE FIRST PICKS UP THE RESTART
      *   RECORDS AND TRAILERS; THE SECOND SKIPS THE ROWS A RESTART
      *   ARCHIVED AGAIN, TALLIES THE REST AGAINST THE TRAILERS, AND
      *   RECALLS THE ROWS ASKED FOR.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           INITIALIZE ATTEMPT-TABLE
                      ARCHIVE-TALLIES
      *
           OPEN INPUT ARCHIVE-INPUT-FILE
           IF  ARI-FILE-STATUS NOT = '00'
               DISPLAY 'FH02P9MH OPEN FAILED - ARCHIN ' ARI-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF
           PERFORM 6100-SCAN-ARCHIVE THRU 6100-EXIT
              UNTIL ARI-END-OF-FILE
           CLOSE ARCHIVE-INPUT-FILE
      *
           MOVE 'N' TO ARI-EOF-SW
           OPEN INPUT  ARCHIVE-INPUT-FILE
                OUTPUT RECALL-FILE
           IF  ARI-FILE-STATUS NOT = '00'
           OR  RCL-FILE-STATUS NOT = '00'
               DISPLAY 'FH02P9MH OPEN FAILED - ARCHIN ' ARI-FILE-STATUS
                       ' RECALOUT ' RCL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF
           PERFORM 6200-RECALL-ROW THRU 6200-EXIT
              UNTIL ARI-END-OF-FILE
           CLOSE ARCHIVE-INPUT-FILE
                 RECALL-FILE
      *
           IF  RTN-RESTORE
               EXEC SQL
                    COMMIT
               END-EXEC
               MOVE SQLCODE TO SQL-SQLCODE
               IF  NOT SQL-SUCCESS
                   PERFORM 9990-SQL-ERROR THRU 9990-EXIT
               END-IF
           END-IF
      *
           PERFORM 6800-VERIFY-TABLE THRU 6800-EXIT
              VARYING TBL-SUB FROM 1 BY 1
              UNTIL TBL-SUB > RTN-TABLE-CNT
           IF  NOT ARI-FILE-TRAILER-FOUND
               MOVE 'ARCHIVE HAS NO FILE TRAILER - PURGE DID NOT FINISH'
                 TO RPT-MSG-TEXT
               WRITE RETENTION-REPORT-LINE FROM RPT-MESSAGE-LINE
               IF  RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
      *
           MOVE 'ARCHIVE ROWS READ:'           TO RPT-TOT-LITERAL
           MOVE RCL-ROWS-READ                  TO RPT-TOT-COUNT
           MOVE ZEROES                         TO RPT-TOT-HASH
           WRITE RETENTION-REPORT-LINE FROM RPT-TOTAL-LINE
           MOVE 'ROWS SUPERSEDED BY A RESTART:' TO RPT-TOT-LITERAL
           MOVE RCL-ROWS-VOID                  TO RPT-TOT-COUNT
           WRITE RETENTION-REPORT-LINE FROM RPT-TOTAL-LINE
           MOVE 'ROWS RECALLED:'               TO RPT-TOT-LITERAL
           MOVE RCL-ROWS-RECALLED              TO RPT-TOT-COUNT
           WRITE RETENTION-REPORT-LINE FROM RPT-TOTAL-LINE
           MOVE 'ROWS RESTORED TO THEIR TABLE:' TO RPT-TOT-LITERAL
           MOVE RCL-ROWS-RESTORED              TO RPT-TOT-COUNT
           WRITE RETENTION-REPORT-LINE FROM RPT-TOTAL-LINE
           MOVE 'ROWS ALREADY ON THEIR TABLE:' TO RPT-TOT-LITERAL
           MOVE RCL-ROWS-ON-FILE               TO RPT-TOT-COUNT
           WRITE RETENTION-REPORT-LINE FROM RPT-TOTAL-LINE
           CLOSE RETENTION-REPORT
      *
           MOVE RCL-ROWS-RECALLED TO RTN-DISPLAY-COUNT
           DISPLAY 'FH02P9MH RECALL FROM ARCHIVE OF '
                   RCL-ARCHIVE-RUN-DATE ' ROWS: ' RTN-DISPLAY-COUNT
           .
       6000-EXIT.
           EXIT.
      *
       6100-SCAN-ARCHIVE.
           PERFORM 6900-READ-ARCHIVE THRU 6900-EXIT
           IF  ARI-END-OF-FILE
               GO TO 6100-EXIT
           END-IF
      *
           EVALUATE TRUE
             WHEN ARC-HEADER
               MOVE ARC-RUN-DATE TO RCL-ARCHIVE-RUN-DATE
             WHEN ARC-RESTART
               MOVE ARC-ATTEMPT TO ATT-SUB
               MOVE ARC-RST-COMMITTED-SEQ
                 TO ATT-COMMITTED-SEQ (ATT-SUB)
               IF  ATT-SUB > RCL-LAST-ATTEMPT
                   MOVE ATT-SUB TO RCL-LAST-ATTEMPT
               END-IF
             WHEN ARC-TABLE-TRAILER
               MOVE ARC-TABLE-CODE TO RTN-TABLE-CODE
               PERFORM 3900-FIND-TABLE THRU 3900-EXIT
               IF  TBL-FOUND
                   SET ART-TRAILER-FOUND (TBL-SUB) TO TRUE
                   MOVE ARC-TRL-ROW-COUNT  TO ART-TRL-COUNT (TBL-SUB)
                   MOVE ARC-TRL-HASH-TOTAL TO ART-TRL-HASH (TBL-SUB)
               END-IF
             WHEN ARC-FILE-TRAILER
               SET ARI-FILE-TRAILER-FOUND TO TRUE
           END-EVALUATE
           .
       6100-EXIT.
           EXIT.
      *
       6200-RECALL-ROW.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   A ROW FROM AN EARLIER ATTEMPT PAST WHAT THE NEXT ATTEMPT
      *   FOUND COMMITTED WAS ROLLED BACK AND ARCHIVED AGAIN; SKIP IT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           PERFORM 6900-READ-ARCHIVE THRU 6900-EXIT
           IF  ARI-END-OF-FILE
           OR  NOT ARC-DETAIL
               GO TO 6200-EXIT
           END-IF
      *
           ADD +1 TO RCL-ROWS-READ
           IF  ARC-ATTEMPT < RCL-LAST-ATTEMPT
               COMPUTE ATT-SUB = ARC-ATTEMPT + 1
               END-COMPUTE
               IF  ARC-SEQUENCE > ATT-COMMITTED-SEQ (ATT-SUB)
                   ADD +1 TO RCL-ROWS-VOID
                   GO TO 6200-EXIT
               END-IF
           END-IF
      *
           MOVE ARC-TABLE-CODE TO RTN-TABLE-CODE
           PERFORM 3900-FIND-TABLE THRU 3900-EXIT
           IF  NOT TBL-FOUND
               GO TO 6200-EXIT
           END-IF
           ADD +1            TO ART-ROW-COUNT (TBL-SUB)
           ADD ARC-DAYS-HASH TO ART-HASH-TOTAL (TBL-SUB)
      *
           IF (RCL-TABLE-CODE NOT = SPACES
           AND RCL-TABLE-CODE NOT = ARC-TABLE-CODE)
           OR (RCL-PLAN-CODE NOT = SPACES
           AND RCL-PLAN-CODE NOT = ARC-PLAN-CODE)
           OR (RCL-KEY NOT = SPACES
           AND RCL-KEY NOT = ARC-KEY)
           OR  ARC-AGE-DATE < RCL-FROM-DATE
           OR  ARC-AGE-DATE > RCL-TO-DATE
               GO TO 6200-EXIT
           END-IF
      *
           WRITE RECALL-RECORD FROM ARC-ARCHIVE-RECORD
           IF  RCL-FILE-STATUS NOT = '00'
               DISPLAY 'FH02P9MH RECALOUT WRITE FAILED - STATUS '
                       RCL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF
           ADD +1 TO RCL-ROWS-RECALLED
           MOVE 'RECALLED'     TO RCL-ACTION
      *
           IF  RTN-RESTORE
               PERFORM 6300-RESTORE-ROW THRU 6300-EXIT
           END-IF
      *
           IF  RTN-RPT-LINE-CNT > 58
               ADD +1 TO RTN-RPT-PAGE-CNT
               MOVE RTN-RPT-PAGE-CNT TO RPT-HDG-PAGE
               WRITE RETENTION-REPORT-LINE FROM RPT-HEADING-1
               WRITE RETENTION-REPORT-LINE FROM RPT-RECALL-HEADING
               MOVE SPACES TO RETENTION-REPORT-LINE
               WRITE RETENTION-REPORT-LINE
               MOVE +3 TO RTN-RPT-LINE-CNT
           END-IF
           MOVE ARC-TABLE-CODE     TO RPT-RCL-TABLE-CODE
           MOVE ARC-PLAN-CODE      TO RPT-RCL-PLAN-CODE
           MOVE ARC-KEY            TO RPT-RCL-KEY
           MOVE ARC-AGE-DATE       TO RPT-RCL-AGE-DATE
           MOVE ARC-ATTEMPT        TO RPT-RCL-ATTEMPT
           MOVE ARC-SEQUENCE       TO RPT-RCL-SEQUENCE
           MOVE RCL-ACTION         TO RPT-RCL-ACTION
           WRITE RETENTION-REPORT-LINE FROM RPT-RECALL-LINE
           ADD +1 TO RTN-RPT-LINE-CNT
           .
       6200-EXIT.
           EXIT.
      *
       6300-RESTORE-ROW.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   PUT THE ROW BACK ON ITS TABLE.  ONE ALREADY THERE (RESTORED
      *   BEFORE, OR NEVER DELETED) IS LEFT AS IT IS.  A RESTORED ROW
      *   IS STILL EXPIRED, SO THE NEXT PURGE ARCHIVES IT AGAIN.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           EVALUATE TBL-SUB
             WHEN 1
               PERFORM 6310-RESTORE-ALERT THRU 6310-EXIT
             WHEN 2
               PERFORM 6320-RESTORE-QUEUE-ROW THRU 6320-EXIT
             WHEN 3
               PERFORM 6330-RESTORE-RESTART-ROW THRU 6330-EXIT
             WHEN 4
               PERFORM 6340-RESTORE-MAX-AUDIT THRU 6340-EXIT
             WHEN 5
               PERFORM 6350-RESTORE-MISMATCH THRU 6350-EXIT
             WHEN 6
               PERFORM 6360-RESTORE-CORRECTION THRU 6360-EXIT
           END-EVALUATE
      *
           MOVE SQLCODE TO SQL-SQLCODE
           EVALUATE TRUE
             WHEN SQL-SUCCESS
               ADD +1 TO RCL-ROWS-RESTORED
                         RCL-SINCE-COMMIT
               MOVE 'RESTORED'              TO RCL-ACTION
             WHEN SQL-SQLCODE = RTN-DUPLICATE-ROW
               ADD +1 TO RCL-ROWS-ON-FILE
               MOVE 'ALREADY ON TABLE'      TO RCL-ACTION
             WHEN OTHER
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-EVALUATE
      *
           IF  RCL-SINCE-COMMIT NOT < RTN-RESTORE-COMMIT
               EXEC SQL
                    COMMIT
               END-EXEC
               MOVE SQLCODE TO SQL-SQLCODE
               IF  NOT SQL-SUCCESS
                   PERFORM 9990-SQL-ERROR THRU 9990-EXIT
               END-IF
               MOVE ZEROES TO RCL-SINCE-COMMIT
           END-IF
           .
       6300-EXIT.
           EXIT.
      *
       6310-RESTORE-ALERT.
           MOVE ARC-AL-ALERT-DATE       TO ALR-HV-ALERT-DATE
           MOVE ARC-AL-SEVERITY         TO ALR-HV-SEVERITY
           MOVE ARC-AL-ALERT-CODE       TO ALR-HV-ALERT-CODE
           MOVE ARC-AL-PROGRAM-ID       TO ALR-HV-PROGRAM-ID
           MOVE ARC-AL-ERROR-PARA       TO ALR-HV-ERROR-PARA
           MOVE ARC-AL-OCCURRENCE-CNT   TO ALR-HV-OCCURRENCE-CNT
           MOVE ARC-AL-SQL-CODE         TO ALR-HV-SQL-CODE
           MOVE ARC-AL-MESSAGE-TEXT     TO ALR-HV-MESSAGE-TEXT
           MOVE ARC-AL-PLAN-CODE        TO ALR-HV-PLAN-CODE
           MOVE ARC-AL-CLAIM-NUMBER     TO ALR-HV-CLAIM-NUMBER
           MOVE ARC-AL-CHG-LINE-NUMBER  TO ALR-HV-CHG-LINE-NUMBER
           EXEC SQL
                INSERT INTO MGMT_ALERT_REPO
                  (ALERT_DATE, SEVERITY, ALERT_CODE, PROGRAM_ID,
                   ERROR_PARA, OCCURRENCE_CNT, SQL_CODE, MESSAGE_TEXT,
                   PLAN_CODE, CLAIM_NUMBER, CHG_LINE_NUMBER)
                VALUES
                  (DATE(:ALR-HV-ALERT-DATE)
                  ,:ALR-HV-SEVERITY
                  ,:ALR-HV-ALERT-CODE
                  ,:ALR-HV-PROGRAM-ID
                  ,:ALR-HV-ERROR-PARA
                  ,:ALR-HV-OCCURRENCE-CNT
                  ,:ALR-HV-SQL-CODE
                  ,:ALR-HV-MESSAGE-TEXT
                  ,:ALR-HV-PLAN-CODE
                  ,:ALR-HV-CLAIM-NUMBER
                  ,:ALR-HV-CHG-LINE-NUMBER)
           END-EXEC
           .
       6310-EXIT.
           EXIT.
      *
       6320-RESTORE-QUEUE-ROW.
           MOVE ARC-MQ-RUN-ID           TO MQR-HV-RUN-ID
           MOVE ARC-MQ-PLAN-CODE        TO MQR-HV-PLAN-CODE
           MOVE ARC-MQ-CLAIM-NUMBER     TO MQR-HV-CLAIM-NUMBER
           MOVE ARC-MQ-PATIENT-CODE     TO MQR-HV-PATIENT-CODE
           MOVE ARC-MQ-CONTRACT-ID      TO MQR-HV-CONTRACT-ID
           MOVE ARC-MQ-ID-NUMBER        TO MQR-HV-ID-NUMBER
           MOVE ARC-MQ-ADJUSTMENT-DISP  TO MQR-HV-ADJUSTMENT-DISP
           MOVE ARC-MQ-QUEUE-STATUS     TO MQR-HV-QUEUE-STATUS
           MOVE ARC-MQ-QUEUED-TS        TO MQR-HV-QUEUED-TS
           EXEC SQL
                INSERT INTO MASS_ADJ_QUEUE
                  (RUN_ID, PLAN_CODE, CLAIM_NUMBER, PATIENT_CODE,
                   CONTRACT_ID_NUMBER, ID_NUMBER,
                   ADJUSTMENT_DISP, QUEUE_STATUS, QUEUED_TS)
                VALUES
                  (:MQR-HV-RUN-ID
                  ,:MQR-HV-PLAN-CODE
                  ,:MQR-HV-CLAIM-NUMBER
                  ,:MQR-HV-PATIENT-CODE
                  ,:MQR-HV-CONTRACT-ID
                  ,:MQR-HV-ID-NUMBER
                  ,:MQR-HV-ADJUSTMENT-DISP
                  ,:MQR-HV-QUEUE-STATUS
                  ,TIMESTAMP(:MQR-HV-QUEUED-TS))
           END-EXEC
           .
       6320-EXIT.
           EXIT.
      *
       6330-RESTORE-RESTART-ROW.
           MOVE ARC-MR-RUN-ID            TO MRR-HV-RUN-ID
           MOVE ARC-MR-LAST-PLAN-CODE    TO MRR-HV-LAST-PLAN-CODE
           MOVE ARC-MR-LAST-CLAIM-NUMBER TO MRR-HV-LAST-CLAIM-NUMBER
           MOVE ARC-MR-CLAIMS-QUEUED     TO MRR-HV-CLAIMS-QUEUED
           MOVE ARC-MR-RUN-COMPLETE-TS   TO MRR-HV-RUN-COMPLETE-TS
           EXEC SQL
                INSERT INTO MASS_ADJ_RESTART
                  (RUN_ID, LAST_PLAN_CODE, LAST_CLAIM_NUMBER,
                   CLAIMS_QUEUED, RUN_COMPLETE_TS)
                VALUES
                  (:MRR-HV-RUN-ID
                  ,:MRR-HV-LAST-PLAN-CODE
                  ,:MRR-HV-LAST-CLAIM-NUMBER
                  ,:MRR-HV-CLAIMS-QUEUED
                  ,TIMESTAMP(:MRR-HV-RUN-COMPLETE-TS))
           END-EXEC
           .
       6330-EXIT.
           EXIT.
      *
       6340-RESTORE-MAX-AUDIT.
           MOVE ARC-MA-CHANGE-TS        TO MAR-HV-CHANGE-TS
           MOVE ARC-MA-CHANGE-USER      TO MAR-HV-CHANGE-USER
           MOVE ARC-MA-CHANGE-FUNCTION  TO MAR-HV-CHANGE-FUNCTION
           MOVE ARC-MA-TYPE-CD          TO MAR-HV-TYPE-CD
           MOVE ARC-MA-EFF-DT           TO MAR-HV-EFF-DT
           MOVE ARC-MA-TRM-DT           TO MAR-HV-TRM-DT
           MOVE ARC-MA-OLD-AMT          TO MAR-HV-OLD-AMT
           MOVE ARC-MA-NEW-AMT          TO MAR-HV-NEW-AMT
           MOVE ARC-MA-SYSTEM-EFF-DT    TO MAR-HV-SYSTEM-EFF-DT
           MOVE ARC-MA-SYSTEM-TRM-DT    TO MAR-HV-SYSTEM-TRM-DT
           EXEC SQL
                INSERT INTO MEDICARE_MAX_AUDIT
                  (CHANGE_TS, CHANGE_USER, CHANGE_FUNCTION,
                   MDCR_MAX_TYPE_CD, MDCR_MAX_EFF_DT, MDCR_MAX_TRM_DT,
                   OLD_MDCR_MAX_AMT, NEW_MDCR_MAX_AMT,
                   SYSTEM_EFF_DT, SYSTEM_TRM_DT)
                VALUES
                  (TIMESTAMP(:MAR-HV-CHANGE-TS)
                  ,:MAR-HV-CHANGE-USER
                  ,:MAR-HV-CHANGE-FUNCTION
                  ,:MAR-HV-TYPE-CD
                  ,DATE(:MAR-HV-EFF-DT)
                  ,DATE(:MAR-HV-TRM-DT)
                  ,:MAR-HV-OLD-AMT
                  ,:MAR-HV-NEW-AMT
                  ,DATE(:MAR-HV-SYSTEM-EFF-DT)
                  ,DATE(:MAR-HV-SYSTEM-TRM-DT))
           END-EXEC
           .
       6340-EXIT.
           EXIT.
      *
       6350-RESTORE-MISMATCH.
           MOVE ARC-BM-CONTRACT-ID       TO BMR-HV-CONTRACT-ID
           MOVE ARC-BM-PLAN-CODE         TO BMR-HV-PLAN-CODE
           MOVE ARC-BM-PATIENT-CODE      TO BMR-HV-PATIENT-CODE
           MOVE ARC-BM-PERIOD-TYPE       TO BMR-HV-PERIOD-TYPE
           MOVE ARC-BM-RECORD-TYPE       TO BMR-HV-RECORD-TYPE
           MOVE ARC-BM-WORK-REC-PERIOD   TO BMR-HV-WORK-REC-PERIOD
           MOVE ARC-BM-EXPECTED-PERIOD   TO BMR-HV-EXPECTED-PERIOD
           MOVE ARC-BM-HIST-CLAIM-NUMBER TO BMR-HV-HIST-CLAIM-NUMBER
           MOVE ARC-BM-CREATE-TS         TO BMR-HV-CREATE-TS
           EXEC SQL
                INSERT INTO BENE_PRD_MISMATCH
                  (CONTRACT_ID_NUMBER, PLAN_CODE, PATIENT_CODE,
                   PERIOD_TYPE, RECORD_TYPE, WORK_REC_PERIOD,
                   EXPECTED_PERIOD, HIST_CLAIM_NUMBER, CREATE_TS)
                VALUES
                  (:BMR-HV-CONTRACT-ID
                  ,:BMR-HV-PLAN-CODE
                  ,:BMR-HV-PATIENT-CODE
                  ,:BMR-HV-PERIOD-TYPE
                  ,:BMR-HV-RECORD-TYPE
                  ,:BMR-HV-WORK-REC-PERIOD
                  ,:BMR-HV-EXPECTED-PERIOD
                  ,:BMR-HV-HIST-CLAIM-NUMBER
                  ,TIMESTAMP(:BMR-HV-CREATE-TS))
           END-EXEC
           .
       6350-EXIT.
           EXIT.
      *
       6360-RESTORE-CORRECTION.
           MOVE ARC-BC-CONTRACT-ID       TO BCR-HV-CONTRACT-ID
           MOVE ARC-BC-PLAN-CODE         TO BCR-HV-PLAN-CODE
           MOVE ARC-BC-PATIENT-CODE      TO BCR-HV-PATIENT-CODE
           MOVE ARC-BC-PERIOD-TYPE       TO BCR-HV-PERIOD-TYPE
           MOVE ARC-BC-RECORD-TYPE       TO BCR-HV-RECORD-TYPE
           MOVE ARC-BC-ACTION            TO BCR-HV-ACTION
           MOVE ARC-BC-BEFORE-PERIOD     TO BCR-HV-BEFORE-PERIOD
           MOVE ARC-BC-AFTER-PERIOD      TO BCR-HV-AFTER-PERIOD
           MOVE ARC-BC-HIST-CLAIM-NUMBER TO BCR-HV-HIST-CLAIM-NUMBER
           MOVE ARC-BC-APPLIER-RUN-ID    TO BCR-HV-APPLIER-RUN-ID
           MOVE ARC-BC-CREATE-TS         TO BCR-HV-CREATE-TS
           EXEC SQL
                INSERT INTO BENE_PRD_CORR_AUDIT
                  (CONTRACT_ID_NUMBER, PLAN_CODE, PATIENT_CODE,
                   PERIOD_TYPE, RECORD_TYPE, ACTION, BEFORE_PERIOD,
                   AFTER_PERIOD, HIST_CLAIM_NUMBER, APPLIER_RUN_ID,
                   CREATE_TS)
                VALUES
                  (:BCR-HV-CONTRACT-ID
                  ,:BCR-HV-PLAN-CODE
                  ,:BCR-HV-PATIENT-CODE
                  ,:BCR-HV-PERIOD-TYPE
                  ,:BCR-HV-RECORD-TYPE
                  ,:BCR-HV-ACTION
                  ,:BCR-HV-BEFORE-PERIOD
                  ,:BCR-HV-AFTER-PERIOD
                  ,:BCR-HV-HIST-CLAIM-NUMBER
                  ,:BCR-HV-APPLIER-RUN-ID
                  ,TIMESTAMP(:BCR-HV-CREATE-TS))
           END-EXEC
           .
       6360-EXIT.
           EXIT.
      *
       6800-VERIFY-TABLE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   THE ROWS COUNTED AND HASHED MUST AGREE WITH THE TABLE
      *   TRAILER.  A DIFFERENCE MEANS A DAMAGED ARCHIVE -- RC 8.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           IF  NOT ART-TRAILER-FOUND (TBL-SUB)
           AND ART-ROW-COUNT (TBL-SUB) = ZERO
               GO TO 6800-EXIT
           END-IF
      *
           MOVE TBL-CODE (TBL-SUB)          TO RPT-TBL-CODE
           MOVE TBL-NAME (TBL-SUB)          TO RPT-TBL-NAME
           MOVE ZEROES                      TO RPT-TBL-KEEP-DAYS
           MOVE SPACES                      TO RPT-TBL-CONDITION
                                               RPT-TBL-CUTOFF-DATE
           MOVE ART-ROW-COUNT (TBL-SUB)     TO RPT-TBL-ROW-COUNT
           MOVE ART-HASH-TOTAL (TBL-SUB)    TO RPT-TBL-HASH-TOTAL
           EVALUATE TRUE
             WHEN NOT ART-TRAILER-FOUND (TBL-SUB)
               MOVE 'NO TABLE TRAILER'      TO RPT-TBL-NOTE
               IF  RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
             WHEN ART-ROW-COUNT (TBL-SUB) NOT = ART-TRL-COUNT (TBL-SUB)
             OR   ART-HASH-TOTAL (TBL-SUB) NOT = ART-TRL-HASH (TBL-SUB)
               MOVE 'DOES NOT AGREE WITH TRAILER'
                                            TO RPT-TBL-NOTE
               IF  RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
             WHEN OTHER
               MOVE 'AGREES WITH TRAILER'   TO RPT-TBL-NOTE
           END-EVALUATE
           WRITE RETENTION-REPORT-LINE FROM RPT-TABLE-LINE
           .
       6800-EXIT.
           EXIT.
      *
       6900-READ-ARCHIVE.
           READ ARCHIVE-INPUT-FILE INTO ARC-ARCHIVE-RECORD
               AT END
                   SET ARI-END-OF-FILE TO TRUE
           END-READ
           .
       6900-EXIT.
           EXIT.
      *
       9990-SQL-ERROR.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   REPORT THE FAILURE, BACK OUT THE UNCOMMITTED BATCH, AND
      *   STOP.  THE LAST CHECKPOINT AND THE ARCHIVE ROWS BEFORE IT
      *   ARE GOOD; RESTART WITH 'R' AND THE SAME RUN DATE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           DISPLAY 'FH02P9MH SQL ERROR - SQLCODE: ' SQL-SQLCODE
                   ' TABLE: ' RTN-TABLE-CODE
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
