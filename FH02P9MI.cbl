       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    FH02P9MI.
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
      *    PROVIDER BILLING-ANOMALY WATCHLIST.  RUN WEEKLY.  SCORES
      *    EVERY PROVIDER ON PROVIDER_REMIT OVER A ROLLING WINDOW
      *    (DEFAULT 90 DAYS, ENDING THE DAY BEFORE THE RUN DATE)
      *    AGAINST THE OTHER PROVIDERS OF ITS TYPE, ON FOUR MEASURES
      *    THE ADJUDICATION FEEDS ALREADY CARRY:
      *
      *      DUP  DUPLICATE-CHARGE HITS - REMIT LINES WITH AN 'FDP'
      *           RESPONSE REASON (2040-DUPLICATE-CHARGE-EDIT)
      *      REL  NON-PAR RELIEF DOLLARS - AMOUNT 1 OF THE 'MP'
      *           EVENTS (FH02P0MP)
      *      OVR  OVERRIDE REMOVALS - 'MY' EVENTS 'OVERRIDE CODE
      *           REMOVED' (FH02P0MY, BFNW/BFZD)
      *      SNF  SNF MAXIMUM BREACHES - 'MW' EVENTS WITH REASON
      *           'OVER MAX' (FH02P0MW)
      *
      *    THE EVENTS COME FROM CLAIM_AUDIT_EVENT AND ARE TIED TO THE
      *    PROVIDER THROUGH THE REMIT LINE THEY WERE POSTED AGAINST.  A
      *    CLAIM-LEVEL EVENT (LINE '000') GOES TO THE CLAIM'S FIRST
      *    REMIT LINE.  THE PEER GROUP IS THE PROVIDER TYPE ON THE
      *    REMIT LINE (SN, IP, OP, PR); A PROVIDER BILLING UNDER TWO
      *    TYPES IS SCORED ONCE IN EACH.
      *
      *    EACH MEASURE IS TAKEN PER 100 REMIT LINES AND INDEXED TO
      *    THE POOLED RATE OF THE PEER GROUP:
      *
      *      INDEX = PROVIDER RATE / PEER RATE X 100
      *
      *    SO 100 IS THE PEER NORM.  AN INDEX IS CAPPED AT
      *    PWL-INDEX-CAP (500), WHICH IS KEPT BELOW THE WATCHLIST
      *    SCORE SO ONE MEASURE CANNOT CARRY THE SCORE ALONE, AND IS
      *    ZERO WHERE THE PEER GROUP HAS NO HITS.  THE SCORE IS
      *    THE SUM OF THE FOUR INDEXES (400 = AVERAGE ON EVERY
      *    MEASURE).  ONLY PROVIDERS WITH AT LEAST THE MINIMUM NUMBER
      *    OF LINES IN THE WINDOW ARE SCORED.
      *
      *    THE SCORES ARE KEPT ON PROVIDER_ANOMALY_SCORE BY RUN DATE
      *    AND READ BACK HIGHEST FIRST FOR THE RANKING.  A PROVIDER
      *    SCORING AT OR OVER THE WATCHLIST SCORE IS PUT ON (OR KEPT
      *    ON) PROVIDER_WATCHLIST UNDER ITS HIGHEST-SCORING TYPE:
      *
      *      WATCH_STATUS  A  ACTIVE - LISTED BY THIS JOB
      *                    P  PINNED - LISTED BY SIU; THIS JOB
      *                       REFRESHES THE SCORE BUT NEVER REMOVES
      *                       IT
      *                    R  REMOVED - NO LONGER QUALIFIES
      *
      *    AN ACTIVE PROVIDER THAT DID NOT QUALIFY THIS RUN IS
      *    REMOVED.  FH02P0M3 HOLDS A PAYING CLAIM FOR AN ACTIVE OR
      *    PINNED PROVIDER FOR SECOND-LEVEL REVIEW (HOLD RULE W).
      *
      *    OUTPUT:
      *      WATCHRPT  THE RANKED PROVIDERS (THE TOP OF THE LIST AND
      *                EVERY PROVIDER LISTED), THE PROVIDERS LEAVING
      *                THE WATCHLIST, AND THE PEER GROUP NORMS
      *      SIUEXTR   ONE RECORD PER PROVIDER LISTED, WITH ITS
      *                MEASURES, INDEXES, AND PEER RATES, FOR THE
      *                SPECIAL INVESTIGATIONS UNIT
      *
      *    THE RUN IS ONE UNIT OF WORK.  A RERUN FOR THE SAME RUN DATE
      *    REPLACES THAT DATE'S SCORES AND REDOES THE WATCHLIST.
      *
      *    PARM:  COL  1      MODE  L  LIVE
      *                             D  DRY RUN - EVERYTHING IS DONE
      *                                AND REPORTED, THEN ROLLED BACK
      *           COL  2-11   RUN DATE (CCYY-MM-DD, DEFAULT CURRENT
      *                       DATE)
      *           COL 12-14   WINDOW DAYS        (DEFAULT 090)
      *           COL 15-19   MINIMUM LINES      (DEFAULT 00020)
      *           COL 20-24   WATCHLIST SCORE    (DEFAULT 01000)
      *           COL 25-29   PROVIDERS REPORTED (DEFAULT 00200)
      *
      *================================================================
      *
      *  MAINTENANCE HISTORY:
      *
      *  VER    DATE       PPR     PROG  COMMENTS
      *  --  ----------  ---------  --   -------------------------------
      *  01  10/15/2026  TT 1400869 DLH  ORIGINAL VERSION.  WEEKLY
      *                                  PEER-INDEXED PROVIDER SCORING,
      *                                  RANKED REPORT, SIU EXTRACT,
      *                                  AND WATCHLIST MAINTENANCE.
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
           SELECT SIU-EXTRACT-FILE       ASSIGN TO SIUEXTR
                  FILE STATUS IS SIU-FILE-STATUS.
      *
           SELECT WATCHLIST-REPORT       ASSIGN TO WATCHRPT
                  FILE STATUS IS RPT-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  SIU-EXTRACT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  SIU-EXTRACT-RECORD             PIC X(200).
      *
       FD  WATCHLIST-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  WATCHLIST-REPORT-LINE          PIC X(133).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           04  PWL-MODE-SW                    PIC X(01)  VALUE SPACES.
               88  PWL-LIVE-RUN                   VALUE 'L'.
               88  PWL-DRY-RUN                    VALUE 'D'.
           04  PWL-EOC-SW                     PIC X(01)  VALUE 'N'.
               88  PWL-END-OF-CURSOR              VALUE 'Y'.
           04  PER-FOUND-SW                   PIC X(01)  VALUE 'N'.
               88  PER-FOUND                      VALUE 'Y'.
           04  PWL-LISTED-SW                  PIC X(01)  VALUE 'N'.
               88  PWL-LISTED                     VALUE 'Y'.
      *
       01  FILE-STATUS-FIELDS.
           04  SIU-FILE-STATUS                PIC X(02)  VALUE SPACES.
           04  RPT-FILE-STATUS                PIC X(02)  VALUE SPACES.
      *
       01  CONSTANTS.
           04  PWL-DEFAULT-WINDOW             PIC S9(09) BINARY
                                                         VALUE +90.
           04  PWL-DEFAULT-MIN-LINES          PIC S9(09) BINARY
                                                         VALUE +20.
           04  PWL-DEFAULT-WATCH-SCORE        PIC S9(09) BINARY
                                                         VALUE +1000.
           04  PWL-DEFAULT-REPORT-TOP         PIC S9(09) BINARY
                                                         VALUE +200.
           04  PWL-INDEX-CAP                  PIC S9(05)V99 COMP-3
                                                         VALUE +500.
           04  PWL-PEER-MAX                   PIC S9(04) BINARY
                                                         VALUE +20.
           04  PWL-FDP-REASON                 PIC X(03)  VALUE 'FDP'.
      *
      *-----------------------------------------------------------------
      *  PEER GROUPS, ONE ENTRY PER PROVIDER TYPE, POOLED OVER EVERY
      *  PROVIDER OF THE TYPE THAT IS SCORED
      *-----------------------------------------------------------------
       01  PEER-TABLE.
           04  PER-ENTRY-CNT                  PIC S9(04) BINARY
                                                         VALUE +0.
           04  PER-ENTRY                      OCCURS 20 TIMES.
               08  PER-PROVIDER-TYPE          PIC X(02).
               08  PER-PROVIDER-CNT           PIC S9(09) BINARY.
               08  PER-LINE-CNT               PIC S9(09) BINARY.
               08  PER-DUP-CNT                PIC S9(09) BINARY.
               08  PER-RELIEF-AMT             PIC S9(13)V99 COMP-3.
               08  PER-OVR-CNT                PIC S9(09) BINARY.
               08  PER-SNF-CNT                PIC S9(09) BINARY.
               08  PER-LISTED-CNT             PIC S9(09) BINARY.
      *
       01  SUBSCRIPTS.
           04  PER-SUB                        PIC S9(04) BINARY.
      *
       01  WORK-AREAS.
           04  PWL-WINDOW-DAYS                PIC S9(09) BINARY.
           04  PWL-MIN-LINES                  PIC S9(09) BINARY.
           04  PWL-WATCH-SCORE                PIC S9(09) BINARY.
           04  PWL-REPORT-TOP                 PIC S9(09) BINARY.
           04  PWL-RANK                       PIC S9(09) BINARY
                                                         VALUE +0.
           04  PWL-PROVIDERS-SCORED           PIC S9(09) BINARY
                                                         VALUE +0.
           04  PWL-PROVIDERS-SKIPPED          PIC S9(09) BINARY
                                                         VALUE +0.
           04  PWL-PROVIDERS-LISTED           PIC S9(09) BINARY
                                                         VALUE +0.
           04  PWL-PROVIDERS-ADDED            PIC S9(09) BINARY
                                                         VALUE +0.
           04  PWL-PROVIDERS-RELISTED         PIC S9(09) BINARY
                                                         VALUE +0.
           04  PWL-PROVIDERS-CONTINUED        PIC S9(09) BINARY
                                                         VALUE +0.
           04  PWL-PROVIDERS-PINNED           PIC S9(09) BINARY
                                                         VALUE +0.
           04  PWL-PROVIDERS-REMOVED          PIC S9(09) BINARY
                                                         VALUE +0.
           04  PWL-PINNED-UNSCORED            PIC S9(09) BINARY
                                                         VALUE +0.
           04  PWL-EXTRACT-CNT                PIC S9(09) BINARY
                                                         VALUE +0.
           04  PWL-RPT-LINE-CNT               PIC S9(04) BINARY
                                                         VALUE +99.
           04  PWL-RPT-PAGE-CNT               PIC S9(04) BINARY
                                                         VALUE +0.
           04  PWL-DISPLAY-COUNT              PIC ZZZ,ZZZ,ZZ9.
           04  PWL-WATCH-ACTION               PIC X(01).
               88  PWL-ACTION-ADDED               VALUE 'N'.
               88  PWL-ACTION-RELISTED            VALUE 'R'.
               88  PWL-ACTION-CONTINUED           VALUE 'C'.
               88  PWL-ACTION-PINNED              VALUE 'P'.
           04  PWL-NOTE                       PIC X(22).
           04  PWL-SECTION-HEADING            PIC X(133).
      *
      *  ONE INDEX:  THE PROVIDER'S AND THE PEER GROUP'S HIT COUNT (OR
      *  DOLLARS) IN, THE INDEX OUT, BOTH TAKEN OVER THEIR LINES.
           04  PWL-IDX-PROVIDER-HITS          PIC S9(13)V99 COMP-3.
           04  PWL-IDX-PEER-HITS              PIC S9(13)V99 COMP-3.
           04  PWL-IDX-RESULT                 PIC S9(05)V99 COMP-3.
      *
      *  ONE RATE PER 100 LINES:  HITS (OR DOLLARS) AND LINES IN.
           04  PWL-RATE-HITS                  PIC S9(13)V99 COMP-3.
           04  PWL-RATE-LINES                 PIC S9(09) BINARY.
           04  PWL-RATE-RESULT                PIC S9(11)V99 COMP-3.
      *
           04  PWL-DUP-RATE                   PIC S9(05)V99 COMP-3.
           04  PWL-RELIEF-RATE                PIC S9(11)V99 COMP-3.
           04  PWL-OVR-RATE                   PIC S9(05)V99 COMP-3.
           04  PWL-SNF-RATE                   PIC S9(05)V99 COMP-3.
           04  PWL-PEER-DUP-RATE              PIC S9(05)V99 COMP-3.
           04  PWL-PEER-RELIEF-RATE           PIC S9(11)V99 COMP-3.
           04  PWL-PEER-OVR-RATE              PIC S9(05)V99 COMP-3.
           04  PWL-PEER-SNF-RATE              PIC S9(05)V99 COMP-3.
      *
       01  SQL-SQLCODE                        PIC S9(09).
           88  SQL-SUCCESS                    VALUE 00.
           88  SQL-NOTFND                     VALUE +100.
      *
      *-----------------------------------------------------------------
      *  HOST VARIABLES
      *-----------------------------------------------------------------
       01  PWL-HOST-VARIABLES.
           04  PWL-HV-RUN-DATE                PIC X(10).
           04  PWL-HV-WINDOW-FROM             PIC X(10).
           04  PWL-HV-WINDOW-TO               PIC X(10).
           04  PWL-HV-WINDOW-DAYS             PIC S9(09) BINARY.
           04  PWL-HV-MIN-LINES               PIC S9(09) BINARY.
           04  PWL-HV-WATCH-SCORE             PIC S9(09) BINARY.
      *
           04  PWL-HV-PROVIDER-TYPE           PIC X(02).
           04  PWL-HV-PROVIDER-ID             PIC X(10).
           04  PWL-HV-LINE-CNT                PIC S9(09) BINARY.
           04  PWL-HV-DUP-CNT                 PIC S9(09) BINARY.
           04  PWL-HV-RELIEF-AMT              PIC S9(11)V99 COMP-3.
           04  PWL-HV-OVR-CNT                 PIC S9(09) BINARY.
           04  PWL-HV-SNF-CNT                 PIC S9(09) BINARY.
      *
           04  PWL-HV-DUP-INDEX               PIC S9(05)V99 COMP-3.
           04  PWL-HV-RELIEF-INDEX            PIC S9(05)V99 COMP-3.
           04  PWL-HV-OVR-INDEX               PIC S9(05)V99 COMP-3.
           04  PWL-HV-SNF-INDEX               PIC S9(05)V99 COMP-3.
           04  PWL-HV-SCORE                   PIC S9(05)V99 COMP-3.
           04  PWL-HV-TOP-ROW-SW              PIC X(01).
               88  PWL-HV-TOP-ROW                 VALUE 'Y'.
      *
           04  PWL-HV-WATCH-STATUS            PIC X(01).
           04  PWL-HV-NEW-STATUS              PIC X(01).
           04  PWL-HV-FIRST-LISTED            PIC X(10).
           04  PWL-HV-LAST-SCORED             PIC X(10).
           04  PWL-HV-SCORE-RANK              PIC S9(09) BINARY.
      *
      *-----------------------------------------------------------------
      *  SIU EXTRACT RECORD.  NUMBERS ZONED, AMOUNTS SIGNED.
      *
      *    H  HEADER   RUN PARAMETERS
      *    D  DETAIL   ONE PROVIDER LISTED
      *    T  TRAILER  DETAIL COUNT AND PROVIDERS SCORED
      *-----------------------------------------------------------------
       01  SIU-EXTRACT-DATA.
           04  SIU-RECORD-TYPE                PIC X(01).
               88  SIU-HEADER                     VALUE 'H'.
               88  SIU-DETAIL                     VALUE 'D'.
               88  SIU-TRAILER                    VALUE 'T'.
           04  SIU-RUN-DATE                   PIC X(10).
           04  SIU-RECORD-DATA                PIC X(189).
      *
           04  SIU-HDR-DATA REDEFINES SIU-RECORD-DATA.
               08  SIU-HDR-PROGRAM-ID         PIC X(08).
               08  SIU-HDR-MODE               PIC X(01).
               08  SIU-HDR-WINDOW-FROM        PIC X(10).
               08  SIU-HDR-WINDOW-TO          PIC X(10).
               08  SIU-HDR-MIN-LINES          PIC 9(05).
               08  SIU-HDR-WATCH-SCORE        PIC 9(05).
               08  SIU-HDR-INDEX-CAP          PIC 9(05).
               08  FILLER                     PIC X(145).
      *
           04  SIU-DTL-DATA REDEFINES SIU-RECORD-DATA.
               08  SIU-DTL-RANK               PIC 9(07).
               08  SIU-DTL-PROVIDER-ID        PIC X(10).
               08  SIU-DTL-PROVIDER-TYPE      PIC X(02).
               08  SIU-DTL-WATCH-ACTION       PIC X(01).
               08  SIU-DTL-FIRST-LISTED       PIC X(10).
               08  SIU-DTL-LINE-CNT           PIC 9(09).
               08  SIU-DTL-DUP-CNT            PIC 9(09).
               08  SIU-DTL-RELIEF-AMT         PIC S9(11)V99.
               08  SIU-DTL-OVR-CNT            PIC 9(09).
               08  SIU-DTL-SNF-CNT            PIC 9(09).
               08  SIU-DTL-DUP-RATE           PIC 9(05)V99.
               08  SIU-DTL-RELIEF-RATE        PIC S9(11)V99.
               08  SIU-DTL-OVR-RATE           PIC 9(05)V99.
               08  SIU-DTL-SNF-RATE           PIC 9(05)V99.
               08  SIU-DTL-DUP-INDEX          PIC 9(05)V99.
               08  SIU-DTL-RELIEF-INDEX       PIC 9(05)V99.
               08  SIU-DTL-OVR-INDEX          PIC 9(05)V99.
               08  SIU-DTL-SNF-INDEX          PIC 9(05)V99.
               08  SIU-DTL-SCORE              PIC 9(05)V99.
               08  SIU-DTL-PEER-PROVIDER-CNT  PIC 9(07).
               08  SIU-DTL-PEER-DUP-RATE      PIC 9(05)V99.
               08  SIU-DTL-PEER-RELIEF-RATE   PIC S9(11)V99.
               08  SIU-DTL-PEER-OVR-RATE      PIC 9(05)V99.
               08  SIU-DTL-PEER-SNF-RATE      PIC 9(05)V99.
      *
           04  SIU-TRL-DATA REDEFINES SIU-RECORD-DATA.
               08  SIU-TRL-DETAIL-CNT         PIC 9(09).
               08  SIU-TRL-PROVIDERS-SCORED   PIC 9(09).
               08  FILLER                     PIC X(171).
      *
      *-----------------------------------------------------------------
      *  REPORT LINES
      *-----------------------------------------------------------------
       01  RPT-HEADING-1.
           04  FILLER                         PIC X(01)  VALUE '1'.
           04  FILLER                         PIC X(44)  VALUE
               'FH02P9MI  PROVIDER BILLING-ANOMALY WATCHLIST'.
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
           04  FILLER                         PIC X(16)  VALUE
               'SCORING WINDOW: '.
           04  RPT-HDG-WINDOW-FROM            PIC X(10).
           04  FILLER                         PIC X(06)  VALUE
               ' THRU '.
           04  RPT-HDG-WINDOW-TO              PIC X(10).
           04  FILLER                         PIC X(18)  VALUE
               '   MINIMUM LINES: '.
           04  RPT-HDG-MIN-LINES              PIC ZZZZ9.
           04  FILLER                         PIC X(20)  VALUE
               '   WATCHLIST SCORE: '.
           04  RPT-HDG-WATCH-SCORE            PIC ZZZZ9.
           04  FILLER                         PIC X(19)  VALUE
               '   PEER INDEX CAP: '.
           04  RPT-HDG-INDEX-CAP              PIC ZZZZ9.
           04  FILLER                         PIC X(18)  VALUE SPACES.
      *
       01  RPT-RANK-HEADING.
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  FILLER                         PIC X(08)  VALUE
               '  RANK  '.
           04  FILLER                         PIC X(12)  VALUE
               'PROVIDER    '.
           04  FILLER                         PIC X(04)  VALUE 'TY  '.
           04  FILLER                         PIC X(09)  VALUE
               '  LINES  '.
           04  FILLER                         PIC X(07)  VALUE
               '  DUPS '.
           04  FILLER                         PIC X(08)  VALUE
               'DUP/100 '.
           04  FILLER                         PIC X(15)  VALUE
               '      RELIEF $ '.
           04  FILLER                         PIC X(08)  VALUE
               '  OVR  '.
           04  FILLER                         PIC X(08)  VALUE
               '   SNF  '.
           04  FILLER                         PIC X(21)  VALUE
               'IXDP IXRL IXOV IXSN  '.
           04  FILLER                         PIC X(10)  VALUE
               '   SCORE  '.
           04  FILLER                         PIC X(22)  VALUE
               'WATCHLIST'.
      *
       01  RPT-RANK-LINE.
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-RNK-RANK                   PIC ZZ,ZZ9.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-RNK-PROVIDER-ID            PIC X(10).
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-RNK-PROVIDER-TYPE          PIC X(02).
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-RNK-LINE-CNT               PIC ZZZ,ZZ9.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-RNK-DUP-CNT                PIC ZZ,ZZ9.
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-RNK-DUP-RATE               PIC ZZ9.99.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-RNK-RELIEF-AMT             PIC ZZ,ZZZ,ZZ9.99.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-RNK-OVR-CNT                PIC ZZ,ZZ9.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-RNK-SNF-CNT                PIC ZZ,ZZ9.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-RNK-DUP-INDEX              PIC ZZZ9.
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-RNK-RELIEF-INDEX           PIC ZZZ9.
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-RNK-OVR-INDEX              PIC ZZZ9.
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-RNK-SNF-INDEX              PIC ZZZ9.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-RNK-SCORE                  PIC Z,ZZ9.99.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-RNK-NOTE                   PIC X(22).
      *
       01  RPT-SWEEP-HEADING.
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  FILLER                         PIC X(12)  VALUE
               'PROVIDER    '.
           04  FILLER                         PIC X(04)  VALUE 'TY  '.
           04  FILLER                         PIC X(05)  VALUE 'ST   '.
           04  FILLER                         PIC X(12)  VALUE
               'LISTED ON   '.
           04  FILLER                         PIC X(12)  VALUE
               'LAST LISTED '.
           04  FILLER                         PIC X(10)  VALUE
               '   SCORE  '.
           04  FILLER                         PIC X(30)  VALUE
               'WATCHLIST'.
           04  FILLER                         PIC X(47)  VALUE SPACES.
      *
       01  RPT-SWEEP-LINE.
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-SWP-PROVIDER-ID            PIC X(10).
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-SWP-PROVIDER-TYPE          PIC X(02).
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-SWP-WATCH-STATUS           PIC X(01).
           04  FILLER                         PIC X(04)  VALUE SPACES.
           04  RPT-SWP-FIRST-LISTED           PIC X(10).
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-SWP-LAST-SCORED            PIC X(10).
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-SWP-SCORE                  PIC Z,ZZ9.99.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-SWP-NOTE                   PIC X(30).
           04  FILLER                         PIC X(47)  VALUE SPACES.
      *
       01  RPT-PEER-HEADING.
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  FILLER                         PIC X(06)  VALUE
               '  TY  '.
           04  FILLER                         PIC X(08)  VALUE
               ' PROVS  '.
           04  FILLER                         PIC X(13)  VALUE
               '      LINES  '.
           04  FILLER                         PIC X(09)  VALUE
               '   DUPS  '.
           04  FILLER                         PIC X(08)  VALUE
               'DUP/100 '.
           04  FILLER                         PIC X(16)  VALUE
               '      RELIEF $  '.
           04  FILLER                         PIC X(15)  VALUE
               'RELIEF $/100   '.
           04  FILLER                         PIC X(09)  VALUE
               '    OVR  '.
           04  FILLER                         PIC X(08)  VALUE
               'OVR/100 '.
           04  FILLER                         PIC X(09)  VALUE
               '    SNF  '.
           04  FILLER                         PIC X(07)  VALUE
               'SNF/100'.
           04  FILLER                         PIC X(07)  VALUE
               ' LISTED'.
           04  FILLER                         PIC X(17)  VALUE SPACES.
      *
       01  RPT-PEER-LINE.
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-PER-PROVIDER-TYPE          PIC X(02).
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-PER-PROVIDER-CNT           PIC ZZ,ZZ9.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-PER-LINE-CNT               PIC ZZZ,ZZZ,ZZ9.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-PER-DUP-CNT                PIC ZZZ,ZZ9.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-PER-DUP-RATE               PIC ZZ9.99.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-PER-RELIEF-AMT             PIC ZZZ,ZZZ,ZZ9.99.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-PER-RELIEF-RATE            PIC ZZ,ZZZ,ZZ9.99.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-PER-OVR-CNT                PIC ZZZ,ZZ9.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-PER-OVR-RATE               PIC ZZ9.99.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-PER-SNF-CNT                PIC ZZZ,ZZ9.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-PER-SNF-RATE               PIC ZZ9.99.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-PER-LISTED-CNT             PIC ZZ,ZZ9.
           04  FILLER                         PIC X(17)  VALUE SPACES.
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
           04  FILLER                         PIC X(81)  VALUE SPACES.
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
      *  ONE ROW PER PROVIDER TYPE AND PROVIDER WITH THE MINIMUM LINES
      *  IN THE WINDOW:  ITS LINES AND DUPLICATE HITS FROM THE REMIT,
      *  AND ITS RELIEF DOLLARS, OVERRIDE REMOVALS, AND SNF BREACHES
      *  FROM THE EVENTS POSTED AGAINST THOSE REMIT LINES.  READ TWICE
      *  - ONCE FOR THE PEER NORMS, ONCE TO SCORE - SO THE WINDOW ENDS
      *  BEFORE THE RUN DATE AND BOTH PASSES SEE THE SAME ROWS.
      *-----------------------------------------------------------------
           EXEC SQL
                DECLARE PROVIDER-ACTIVITY CURSOR FOR
                SELECT
                  A.PROVIDER_TYPE
                 ,A.PROVIDER_ID
                 ,A.LINE_CNT
                 ,A.DUP_CNT
                 ,VALUE(B.RELIEF_AMT, 0)
                 ,VALUE(B.OVR_CNT, 0)
                 ,VALUE(B.SNF_CNT, 0)
                FROM
                 (SELECT
                    R.PROVIDER_TYPE
                   ,R.PROVIDER_ID
                   ,COUNT(*) AS LINE_CNT
                   ,SUM(CASE WHEN R.RESPONSE_REASON_1 = :PWL-FDP-REASON
                               OR R.RESPONSE_REASON_2 = :PWL-FDP-REASON
                               OR R.RESPONSE_REASON_3 = :PWL-FDP-REASON
                               OR R.RESPONSE_REASON_4 = :PWL-FDP-REASON
                               OR R.RESPONSE_REASON_5 = :PWL-FDP-REASON
                             THEN 1 ELSE 0 END) AS DUP_CNT
                  FROM
                    PROVIDER_REMIT R
                  WHERE
                    R.PROCESSED_DATE >= DATE(:PWL-HV-WINDOW-FROM)
                    AND R.PROCESSED_DATE <= DATE(:PWL-HV-WINDOW-TO)
                  GROUP BY
                    R.PROVIDER_TYPE
                   ,R.PROVIDER_ID
                  HAVING
                    COUNT(*) >= :PWL-HV-MIN-LINES) A
                LEFT OUTER JOIN
                 (SELECT
                    R.PROVIDER_TYPE
                   ,R.PROVIDER_ID
                   ,SUM(CASE WHEN E.FEED_CODE = 'MP'
                             THEN E.AMOUNT_1 ELSE 0 END) AS RELIEF_AMT
                   ,SUM(CASE WHEN E.FEED_CODE = 'MY'
                              AND E.EVENT_TEXT =
                                  'OVERRIDE CODE REMOVED'
                             THEN 1 ELSE 0 END) AS OVR_CNT
                   ,SUM(CASE WHEN E.FEED_CODE = 'MW'
                              AND E.REASON_CODE = 'OVER MAX'
                             THEN 1 ELSE 0 END) AS SNF_CNT
                  FROM
                    CLAIM_AUDIT_EVENT E
                   ,PROVIDER_REMIT R
                  WHERE
                    E.FEED_CODE IN ('MP', 'MY', 'MW')
                    AND R.PLAN_CODE      = E.PLAN_CODE
                    AND R.CLAIM_NUMBER   = E.CLAIM_NUMBER
                    AND R.PATIENT_CODE   = E.PATIENT_CODE
                    AND R.DISPOSITION    = E.DISPOSITION_CODE
                    AND R.PROCESSED_DATE = E.PROCESSED_DATE
                    AND R.PROCESSED_DATE >= DATE(:PWL-HV-WINDOW-FROM)
                    AND R.PROCESSED_DATE <= DATE(:PWL-HV-WINDOW-TO)
                    AND (R.LINE_NUMBER = INTEGER(E.LINE_NUMBER)
                         OR (E.LINE_NUMBER = '000'
                             AND R.LINE_NUMBER =
                                (SELECT MIN(R2.LINE_NUMBER)
                                   FROM PROVIDER_REMIT R2
                                  WHERE R2.PLAN_CODE    = R.PLAN_CODE
                                    AND R2.CLAIM_NUMBER =
                                        R.CLAIM_NUMBER
                                    AND R2.PATIENT_CODE =
                                        R.PATIENT_CODE
                                    AND R2.DISPOSITION  =
                                        R.DISPOSITION
                                    AND R2.PROCESSED_DATE =
                                        R.PROCESSED_DATE)))
                  GROUP BY
                    R.PROVIDER_TYPE
                   ,R.PROVIDER_ID) B
                ON  B.PROVIDER_TYPE = A.PROVIDER_TYPE
                AND B.PROVIDER_ID   = A.PROVIDER_ID
                ORDER BY
                  A.PROVIDER_TYPE
                 ,A.PROVIDER_ID
           END-EXEC.
      *
      *-----------------------------------------------------------------
      *  THIS RUN'S SCORES, HIGHEST FIRST.  TOP ROW 'Y' MARKS THE
      *  PROVIDER'S BEST-SCORING TYPE, THE ONE IT IS LISTED UNDER.
      *-----------------------------------------------------------------
           EXEC SQL
                DECLARE RANKED-SCORES CURSOR FOR
                SELECT
                  A.PROVIDER_ID
                 ,A.PROVIDER_TYPE
                 ,A.LINE_CNT
                 ,A.DUP_CNT
                 ,A.RELIEF_AMT
                 ,A.OVR_REMOVED_CNT
                 ,A.SNF_BREACH_CNT
                 ,A.DUP_INDEX
                 ,A.RELIEF_INDEX
                 ,A.OVR_INDEX
                 ,A.SNF_INDEX
                 ,A.SCORE
                 ,CASE WHEN EXISTS
                      (SELECT 1
                         FROM PROVIDER_ANOMALY_SCORE B
                        WHERE B.RUN_DATE    = A.RUN_DATE
                          AND B.PROVIDER_ID = A.PROVIDER_ID
                          AND (B.SCORE > A.SCORE
                               OR (B.SCORE = A.SCORE
                                   AND B.PROVIDER_TYPE <
                                       A.PROVIDER_TYPE)))
                       THEN 'N' ELSE 'Y' END
                FROM
                  PROVIDER_ANOMALY_SCORE A
                WHERE
                  A.RUN_DATE = DATE(:PWL-HV-RUN-DATE)
                ORDER BY
                  A.SCORE DESC
                 ,A.PROVIDER_TYPE
                 ,A.PROVIDER_ID
           END-EXEC.
      *
      *-----------------------------------------------------------------
      *  LISTED PROVIDERS THIS RUN DID NOT LIST AGAIN -- NO SCORE ROW
      *  FOR THE RUN DATE AT OR OVER THE WATCHLIST SCORE.  A RERUN FOR
      *  THE SAME DATE WITH A HIGHER SCORE STILL SWEEPS THEM.
      *-----------------------------------------------------------------
           EXEC SQL
                DECLARE UNLISTED-PROVIDERS CURSOR FOR
                SELECT
                  A.PROVIDER_ID
                 ,A.PROVIDER_TYPE
                 ,A.WATCH_STATUS
                 ,CHAR(A.FIRST_LISTED_DATE, ISO)
                 ,CHAR(A.LAST_SCORED_DATE, ISO)
                 ,A.SCORE
                FROM
                  PROVIDER_WATCHLIST A
                WHERE
                  A.WATCH_STATUS IN ('A', 'P')
                  AND NOT EXISTS
                      (SELECT 1
                         FROM PROVIDER_ANOMALY_SCORE S
                        WHERE S.RUN_DATE    = DATE(:PWL-HV-RUN-DATE)
                          AND S.PROVIDER_ID = A.PROVIDER_ID
                          AND S.SCORE      >= :PWL-HV-WATCH-SCORE)
                FOR UPDATE OF WATCH_STATUS, REMOVED_DATE
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
           04  PARM-WINDOW-DAYS               PIC X(03).
           04  PARM-WINDOW-DAYS-N REDEFINES PARM-WINDOW-DAYS
                                              PIC 9(03).
           04  PARM-MIN-LINES                 PIC X(05).
           04  PARM-MIN-LINES-N REDEFINES PARM-MIN-LINES
                                              PIC 9(05).
           04  PARM-WATCH-SCORE               PIC X(05).
           04  PARM-WATCH-SCORE-N REDEFINES PARM-WATCH-SCORE
                                              PIC 9(05).
           04  PARM-REPORT-TOP                PIC X(05).
           04  PARM-REPORT-TOP-N REDEFINES PARM-REPORT-TOP
                                              PIC 9(05).
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
           PERFORM 2000-PEER-NORMS THRU 2000-EXIT
           PERFORM 3000-SCORE-PROVIDERS THRU 3000-EXIT
           PERFORM 4000-RANK-PROVIDERS THRU 4000-EXIT
           PERFORM 4500-SWEEP-WATCHLIST THRU 4500-EXIT
           PERFORM 5000-FINALIZE THRU 5000-EXIT
           .
       0000-GOBACK.
           GOBACK.
      *
       1000-INITIALIZE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   EDIT THE PARM, SET THE RUN DATE AND WINDOW, OPEN THE REPORT
      *   AND EXTRACT, AND CLEAR ANY SCORES ALREADY TAKEN FOR THE RUN
      *   DATE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           IF  PARM-LENGTH < 1
               DISPLAY 'FH02P9MI RUN PARM REQUIRED - MODE L OR D'
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF
      *
           MOVE PARM-MODE TO PWL-MODE-SW
           IF  NOT PWL-LIVE-RUN
           AND NOT PWL-DRY-RUN
               DISPLAY 'FH02P9MI INVALID RUN PARM - MODE: ' PARM-MODE
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF
      *
           MOVE SPACES TO PWL-HV-RUN-DATE
           IF  PARM-LENGTH > 10
               MOVE PARM-RUN-DATE TO PWL-HV-RUN-DATE
           END-IF
           IF  PWL-HV-RUN-DATE = SPACES
               EXEC SQL
                    SELECT CHAR(CURRENT DATE, ISO)
                    INTO   :PWL-HV-RUN-DATE
                    FROM   SYSIBM.SYSDUMMY1
               END-EXEC
               MOVE SQLCODE TO SQL-SQLCODE
               IF  NOT SQL-SUCCESS
                   PERFORM 9990-SQL-ERROR THRU 9990-EXIT
               END-IF
           END-IF
      *
           MOVE PWL-DEFAULT-WINDOW TO PWL-WINDOW-DAYS
           IF  PARM-LENGTH > 13
           AND PARM-WINDOW-DAYS NOT = SPACES
               IF  PARM-WINDOW-DAYS NOT NUMERIC
               OR  PARM-WINDOW-DAYS-N = ZERO
                   DISPLAY 'FH02P9MI INVALID RUN PARM - WINDOW DAYS: '
                           PARM-WINDOW-DAYS
                   MOVE 16 TO RETURN-CODE
                   GO TO 0000-GOBACK
               END-IF
               MOVE PARM-WINDOW-DAYS-N TO PWL-WINDOW-DAYS
           END-IF
      *
           MOVE PWL-DEFAULT-MIN-LINES TO PWL-MIN-LINES
           IF  PARM-LENGTH > 18
           AND PARM-MIN-LINES NOT = SPACES
               IF  PARM-MIN-LINES NOT NUMERIC
               OR  PARM-MIN-LINES-N = ZERO
                   DISPLAY 'FH02P9MI INVALID RUN PARM - MINIMUM LINES: '
                           PARM-MIN-LINES
                   MOVE 16 TO RETURN-CODE
                   GO TO 0000-GOBACK
               END-IF
               MOVE PARM-MIN-LINES-N TO PWL-MIN-LINES
           END-IF
      *
           MOVE PWL-DEFAULT-WATCH-SCORE TO PWL-WATCH-SCORE
           IF  PARM-LENGTH > 23
           AND PARM-WATCH-SCORE NOT = SPACES
               IF  PARM-WATCH-SCORE NOT NUMERIC
               OR  PARM-WATCH-SCORE-N = ZERO
                   DISPLAY 'FH02P9MI INVALID RUN PARM - WATCHLIST '
                           'SCORE: ' PARM-WATCH-SCORE
                   MOVE 16 TO RETURN-CODE
                   GO TO 0000-GOBACK
               END-IF
               MOVE PARM-WATCH-SCORE-N TO PWL-WATCH-SCORE
           END-IF
           IF  PWL-WATCH-SCORE NOT > PWL-INDEX-CAP
               DISPLAY 'FH02P9MI INVALID RUN PARM - WATCHLIST SCORE '
                       'MUST EXCEED THE INDEX CAP: ' PARM-WATCH-SCORE
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF
      *
           MOVE PWL-DEFAULT-REPORT-TOP TO PWL-REPORT-TOP
           IF  PARM-LENGTH > 28
           AND PARM-REPORT-TOP NOT = SPACES
               IF  PARM-REPORT-TOP NOT NUMERIC
                   DISPLAY 'FH02P9MI INVALID RUN PARM - PROVIDERS '
                           'REPORTED: ' PARM-REPORT-TOP
                   MOVE 16 TO RETURN-CODE
                   GO TO 0000-GOBACK
               END-IF
               MOVE PARM-REPORT-TOP-N TO PWL-REPORT-TOP
           END-IF
      *
           PERFORM 1100-SET-WINDOW THRU 1100-EXIT
      *
           IF  PWL-DRY-RUN
               MOVE 'DRY RUN - NO UPDATE'      TO RPT-HDG-MODE
           ELSE
               MOVE 'LIVE'                     TO RPT-HDG-MODE
           END-IF
           MOVE PWL-HV-RUN-DATE    TO RPT-HDG-RUN-DATE
           MOVE PWL-HV-WINDOW-FROM TO RPT-HDG-WINDOW-FROM
           MOVE PWL-HV-WINDOW-TO   TO RPT-HDG-WINDOW-TO
           MOVE PWL-MIN-LINES      TO RPT-HDG-MIN-LINES
           MOVE PWL-WATCH-SCORE    TO RPT-HDG-WATCH-SCORE
           MOVE PWL-INDEX-CAP      TO RPT-HDG-INDEX-CAP
      *
           OPEN OUTPUT WATCHLIST-REPORT
           IF  RPT-FILE-STATUS NOT = '00'
               DISPLAY 'FH02P9MI OPEN FAILED - RPT ' RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF
      *
           OPEN OUTPUT SIU-EXTRACT-FILE
           IF  SIU-FILE-STATUS NOT = '00'
               DISPLAY 'FH02P9MI OPEN FAILED - SIUEXTR '
                       SIU-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF
      *
           MOVE SPACES              TO SIU-EXTRACT-DATA
           SET SIU-HEADER           TO TRUE
           MOVE 'FH02P9MI'          TO SIU-HDR-PROGRAM-ID
           MOVE PWL-MODE-SW         TO SIU-HDR-MODE
           MOVE PWL-HV-WINDOW-FROM  TO SIU-HDR-WINDOW-FROM
           MOVE PWL-HV-WINDOW-TO    TO SIU-HDR-WINDOW-TO
           MOVE PWL-MIN-LINES       TO SIU-HDR-MIN-LINES
           MOVE PWL-WATCH-SCORE     TO SIU-HDR-WATCH-SCORE
           MOVE PWL-INDEX-CAP       TO SIU-HDR-INDEX-CAP
           PERFORM 4900-WRITE-EXTRACT THRU 4900-EXIT
      *
      *    A RERUN FOR THE SAME DATE STARTS FROM NO SCORES.
           EXEC SQL
                DELETE FROM PROVIDER_ANOMALY_SCORE
                WHERE  RUN_DATE = DATE(:PWL-HV-RUN-DATE)
           END-EXEC
           MOVE SQLCODE TO SQL-SQLCODE
           IF  NOT SQL-SUCCESS
           AND NOT SQL-NOTFND
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-IF
           .
       1000-EXIT.
           EXIT.
      *
       1100-SET-WINDOW.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   THE WINDOW IS THE WINDOW DAYS ENDING THE DAY BEFORE THE RUN
      *   DATE, SO NO LINE PROCESSED WHILE THE JOB RUNS IS COUNTED.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE PWL-WINDOW-DAYS TO PWL-HV-WINDOW-DAYS
           MOVE PWL-MIN-LINES   TO PWL-HV-MIN-LINES
           EXEC SQL
                SELECT CHAR(DATE(:PWL-HV-RUN-DATE)
                            - :PWL-HV-WINDOW-DAYS DAYS, ISO)
                      ,CHAR(DATE(:PWL-HV-RUN-DATE) - 1 DAY, ISO)
                INTO   :PWL-HV-WINDOW-FROM
                      ,:PWL-HV-WINDOW-TO
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE SQLCODE TO SQL-SQLCODE
           IF  NOT SQL-SUCCESS
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-IF
           .
       1100-EXIT.
           EXIT.
      *
       2000-PEER-NORMS.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   FIRST PASS:  POOL EVERY SCORED PROVIDER INTO ITS PEER GROUP.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           EXEC SQL
                OPEN PROVIDER-ACTIVITY
           END-EXEC
           MOVE SQLCODE TO SQL-SQLCODE
           IF  NOT SQL-SUCCESS
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-IF
      *
           MOVE 'N' TO PWL-EOC-SW
           PERFORM 7000-FETCH-ACTIVITY THRU 7000-EXIT
           PERFORM 2100-ADD-TO-PEER-GROUP THRU 2100-EXIT
              UNTIL PWL-END-OF-CURSOR
      *
           EXEC SQL
                CLOSE PROVIDER-ACTIVITY
           END-EXEC
           .
       2000-EXIT.
           EXIT.
      *
       2100-ADD-TO-PEER-GROUP.
           PERFORM 3900-FIND-PEER THRU 3900-EXIT
           IF  NOT PER-FOUND
               IF  PER-ENTRY-CNT NOT < PWL-PEER-MAX
                   DISPLAY 'FH02P9MI MORE THAN ' PWL-PEER-MAX
                           ' PROVIDER TYPES - TYPE: '
                           PWL-HV-PROVIDER-TYPE
                   PERFORM 9990-SQL-ERROR THRU 9990-EXIT
               END-IF
               ADD +1 TO PER-ENTRY-CNT
               MOVE PER-ENTRY-CNT TO PER-SUB
               INITIALIZE PER-ENTRY (PER-SUB)
               MOVE PWL-HV-PROVIDER-TYPE TO PER-PROVIDER-TYPE (PER-SUB)
           END-IF
      *
           ADD +1                TO PER-PROVIDER-CNT (PER-SUB)
           ADD PWL-HV-LINE-CNT   TO PER-LINE-CNT (PER-SUB)
           ADD PWL-HV-DUP-CNT    TO PER-DUP-CNT (PER-SUB)
           ADD PWL-HV-RELIEF-AMT TO PER-RELIEF-AMT (PER-SUB)
           ADD PWL-HV-OVR-CNT    TO PER-OVR-CNT (PER-SUB)
           ADD PWL-HV-SNF-CNT    TO PER-SNF-CNT (PER-SUB)
      *
           PERFORM 7000-FETCH-ACTIVITY THRU 7000-EXIT
           .
       2100-EXIT.
           EXIT.
      *
       3000-SCORE-PROVIDERS.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   SECOND PASS:  INDEX EACH PROVIDER TO ITS PEER GROUP AND
      *   KEEP THE SCORE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           EXEC SQL
                OPEN PROVIDER-ACTIVITY
           END-EXEC
           MOVE SQLCODE TO SQL-SQLCODE
           IF  NOT SQL-SUCCESS
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-IF
      *
           MOVE 'N' TO PWL-EOC-SW
           PERFORM 7000-FETCH-ACTIVITY THRU 7000-EXIT
           PERFORM 3100-SCORE-PROVIDER THRU 3100-EXIT
              UNTIL PWL-END-OF-CURSOR
      *
           EXEC SQL
                CLOSE PROVIDER-ACTIVITY
           END-EXEC
           .
       3000-EXIT.
           EXIT.
      *
       3100-SCORE-PROVIDER.
           PERFORM 3900-FIND-PEER THRU 3900-EXIT
           IF  NOT PER-FOUND
               ADD +1 TO PWL-PROVIDERS-SKIPPED
               GO TO 3100-FETCH
           END-IF
      *
           MOVE PWL-HV-DUP-CNT          TO PWL-IDX-PROVIDER-HITS
           MOVE PER-DUP-CNT (PER-SUB)   TO PWL-IDX-PEER-HITS
           PERFORM 3200-COMPUTE-INDEX THRU 3200-EXIT
           MOVE PWL-IDX-RESULT          TO PWL-HV-DUP-INDEX
      *
           MOVE PWL-HV-RELIEF-AMT       TO PWL-IDX-PROVIDER-HITS
           MOVE PER-RELIEF-AMT (PER-SUB) TO PWL-IDX-PEER-HITS
           PERFORM 3200-COMPUTE-INDEX THRU 3200-EXIT
           MOVE PWL-IDX-RESULT          TO PWL-HV-RELIEF-INDEX
      *
           MOVE PWL-HV-OVR-CNT          TO PWL-IDX-PROVIDER-HITS
           MOVE PER-OVR-CNT (PER-SUB)   TO PWL-IDX-PEER-HITS
           PERFORM 3200-COMPUTE-INDEX THRU 3200-EXIT
           MOVE PWL-IDX-RESULT          TO PWL-HV-OVR-INDEX
      *
           MOVE PWL-HV-SNF-CNT          TO PWL-IDX-PROVIDER-HITS
           MOVE PER-SNF-CNT (PER-SUB)   TO PWL-IDX-PEER-HITS
           PERFORM 3200-COMPUTE-INDEX THRU 3200-EXIT
           MOVE PWL-IDX-RESULT          TO PWL-HV-SNF-INDEX
      *
           COMPUTE PWL-HV-SCORE = PWL-HV-DUP-INDEX
                                + PWL-HV-RELIEF-INDEX
                                + PWL-HV-OVR-INDEX
                                + PWL-HV-SNF-INDEX
           END-COMPUTE
      *
           EXEC SQL
                INSERT INTO PROVIDER_ANOMALY_SCORE
                  (RUN_DATE, PROVIDER_ID, PROVIDER_TYPE, LINE_CNT,
                   DUP_CNT, RELIEF_AMT, OVR_REMOVED_CNT,
                   SNF_BREACH_CNT, DUP_INDEX, RELIEF_INDEX,
                   OVR_INDEX, SNF_INDEX, SCORE)
                VALUES
                  (DATE(:PWL-HV-RUN-DATE), :PWL-HV-PROVIDER-ID,
                   :PWL-HV-PROVIDER-TYPE, :PWL-HV-LINE-CNT,
                   :PWL-HV-DUP-CNT, :PWL-HV-RELIEF-AMT,
                   :PWL-HV-OVR-CNT, :PWL-HV-SNF-CNT,
                   :PWL-HV-DUP-INDEX, :PWL-HV-RELIEF-INDEX,
                   :PWL-HV-OVR-INDEX, :PWL-HV-SNF-INDEX,
                   :PWL-HV-SCORE)
           END-EXEC
           MOVE SQLCODE TO SQL-SQLCODE
           IF  NOT SQL-SUCCESS
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-IF
           ADD +1 TO PWL-PROVIDERS-SCORED
           .
       3100-FETCH.
           PERFORM 7000-FETCH-ACTIVITY THRU 7000-EXIT
           .
       3100-EXIT.
           EXIT.
      *
       3200-COMPUTE-INDEX.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   (PROVIDER HITS / PROVIDER LINES) / (PEER HITS / PEER LINES)
      *   X 100, TAKEN IN ONE STEP SO NO RATE IS ROUNDED ON THE WAY.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE ZEROES TO PWL-IDX-RESULT
           IF  PWL-IDX-PROVIDER-HITS NOT > ZERO
           OR  PWL-IDX-PEER-HITS NOT > ZERO
           OR  PWL-HV-LINE-CNT NOT > ZERO
               GO TO 3200-EXIT
           END-IF
      *
           COMPUTE PWL-IDX-RESULT ROUNDED =
                   (PWL-IDX-PROVIDER-HITS * PER-LINE-CNT (PER-SUB)
                                          * 100)
                 / (PWL-HV-LINE-CNT * PWL-IDX-PEER-HITS)
               ON SIZE ERROR
                   MOVE PWL-INDEX-CAP TO PWL-IDX-RESULT
           END-COMPUTE
           IF  PWL-IDX-RESULT > PWL-INDEX-CAP
               MOVE PWL-INDEX-CAP TO PWL-IDX-RESULT
           END-IF
           .
       3200-EXIT.
           EXIT.
      *
       3300-COMPUTE-RATE.
           MOVE ZEROES TO PWL-RATE-RESULT
           IF  PWL-RATE-LINES > ZERO
               COMPUTE PWL-RATE-RESULT ROUNDED =
                       PWL-RATE-HITS * 100 / PWL-RATE-LINES
               END-COMPUTE
           END-IF
           .
       3300-EXIT.
           EXIT.
      *
       3400-PEER-RATES.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   THE POOLED RATES PER 100 LINES OF PEER GROUP PER-SUB.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE PER-LINE-CNT (PER-SUB)   TO PWL-RATE-LINES
           MOVE PER-DUP-CNT (PER-SUB)    TO PWL-RATE-HITS
           PERFORM 3300-COMPUTE-RATE THRU 3300-EXIT
           MOVE PWL-RATE-RESULT          TO PWL-PEER-DUP-RATE
           MOVE PER-RELIEF-AMT (PER-SUB) TO PWL-RATE-HITS
           PERFORM 3300-COMPUTE-RATE THRU 3300-EXIT
           MOVE PWL-RATE-RESULT          TO PWL-PEER-RELIEF-RATE
           MOVE PER-OVR-CNT (PER-SUB)    TO PWL-RATE-HITS
           PERFORM 3300-COMPUTE-RATE THRU 3300-EXIT
           MOVE PWL-RATE-RESULT          TO PWL-PEER-OVR-RATE
           MOVE PER-SNF-CNT (PER-SUB)    TO PWL-RATE-HITS
           PERFORM 3300-COMPUTE-RATE THRU 3300-EXIT
           MOVE PWL-RATE-RESULT          TO PWL-PEER-SNF-RATE
           .
       3400-EXIT.
           EXIT.
      *
       3900-FIND-PEER.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   LOOK UP PWL-HV-PROVIDER-TYPE.  ON A HIT PER-SUB POINTS AT IT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE 'N' TO PER-FOUND-SW
           PERFORM 3910-CHECK-PEER-ENTRY THRU 3910-EXIT
              VARYING PER-SUB FROM 1 BY 1
              UNTIL PER-SUB > PER-ENTRY-CNT
                 OR PER-FOUND
           IF  PER-FOUND
               SUBTRACT 1 FROM PER-SUB
           END-IF
           .
       3900-EXIT.
           EXIT.
      *
       3910-CHECK-PEER-ENTRY.
           IF  PER-PROVIDER-TYPE (PER-SUB) = PWL-HV-PROVIDER-TYPE
               SET PER-FOUND TO TRUE
           END-IF
           .
       3910-EXIT.
           EXIT.
      *
       4000-RANK-PROVIDERS.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   READ THE SCORES BACK HIGHEST FIRST.  LIST EVERY PROVIDER AT
      *   OR OVER THE WATCHLIST SCORE, AND REPORT THE TOP OF THE LIST
      *   AND EVERY PROVIDER LISTED.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE RPT-RANK-HEADING TO PWL-SECTION-HEADING
           MOVE +99 TO PWL-RPT-LINE-CNT
      *
           EXEC SQL
                OPEN RANKED-SCORES
           END-EXEC
           MOVE SQLCODE TO SQL-SQLCODE
           IF  NOT SQL-SUCCESS
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-IF
      *
           MOVE 'N' TO PWL-EOC-SW
           PERFORM 7100-FETCH-RANKED THRU 7100-EXIT
           PERFORM 4100-RANK-PROVIDER THRU 4100-EXIT
              UNTIL PWL-END-OF-CURSOR
      *
           EXEC SQL
                CLOSE RANKED-SCORES
           END-EXEC
      *
           IF  PWL-RANK = ZERO
               PERFORM 8000-CHECK-PAGE THRU 8000-EXIT
               MOVE 'NO PROVIDER HAD THE MINIMUM LINES IN THE WINDOW'
                 TO RPT-MSG-TEXT
               WRITE WATCHLIST-REPORT-LINE FROM RPT-MESSAGE-LINE
               ADD +2 TO PWL-RPT-LINE-CNT
           END-IF
           .
       4000-EXIT.
           EXIT.
      *
       4100-RANK-PROVIDER.
           ADD +1 TO PWL-RANK
           MOVE 'N'    TO PWL-LISTED-SW
           MOVE SPACES TO PWL-NOTE
      *
           IF  PWL-HV-SCORE NOT < PWL-WATCH-SCORE
               IF  PWL-HV-TOP-ROW
                   PERFORM 4200-LIST-PROVIDER THRU 4200-EXIT
               ELSE
                   MOVE 'LISTED UNDER OTHER TY' TO PWL-NOTE
               END-IF
           END-IF
      *
           IF  PWL-RANK NOT > PWL-REPORT-TOP
           OR  PWL-LISTED
               PERFORM 4400-REPORT-PROVIDER THRU 4400-EXIT
           END-IF
      *
           PERFORM 7100-FETCH-RANKED THRU 7100-EXIT
           .
       4100-EXIT.
           EXIT.
      *
       4200-LIST-PROVIDER.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   PUT THE PROVIDER ON THE WATCHLIST, OR REFRESH ITS ROW.  A
      *   PINNED PROVIDER STAYS PINNED; A REMOVED ONE IS LISTED AGAIN
      *   FROM THE RUN DATE.  THEN WRITE IT TO THE SIU EXTRACT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           SET PWL-LISTED TO TRUE
           MOVE PWL-RANK TO PWL-HV-SCORE-RANK
      *
           EXEC SQL
                SELECT A.WATCH_STATUS
                      ,CHAR(A.FIRST_LISTED_DATE, ISO)
                INTO   :PWL-HV-WATCH-STATUS
                      ,:PWL-HV-FIRST-LISTED
                FROM   PROVIDER_WATCHLIST A
                WHERE  A.PROVIDER_ID = :PWL-HV-PROVIDER-ID
           END-EXEC
           MOVE SQLCODE TO SQL-SQLCODE
      *
           IF  SQL-NOTFND
               SET PWL-ACTION-ADDED TO TRUE
               MOVE PWL-HV-RUN-DATE TO PWL-HV-FIRST-LISTED
               EXEC SQL
                    INSERT INTO PROVIDER_WATCHLIST
                      (PROVIDER_ID, PROVIDER_TYPE, WATCH_STATUS,
                       SCORE, SCORE_RANK, FIRST_LISTED_DATE,
                       LAST_SCORED_DATE, REMOVED_DATE)
                    VALUES
                      (:PWL-HV-PROVIDER-ID, :PWL-HV-PROVIDER-TYPE,
                       'A', :PWL-HV-SCORE, :PWL-HV-SCORE-RANK,
                       DATE(:PWL-HV-RUN-DATE),
                       DATE(:PWL-HV-RUN-DATE), NULL)
               END-EXEC
               MOVE SQLCODE TO SQL-SQLCODE
               IF  NOT SQL-SUCCESS
                   PERFORM 9990-SQL-ERROR THRU 9990-EXIT
               END-IF
               GO TO 4200-EXTRACT
           END-IF
      *
           IF  NOT SQL-SUCCESS
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-IF
      *
           EVALUATE PWL-HV-WATCH-STATUS
             WHEN 'P'
               SET PWL-ACTION-PINNED    TO TRUE
               MOVE 'P'                 TO PWL-HV-NEW-STATUS
             WHEN 'R'
               SET PWL-ACTION-RELISTED  TO TRUE
               MOVE 'A'                 TO PWL-HV-NEW-STATUS
               MOVE PWL-HV-RUN-DATE     TO PWL-HV-FIRST-LISTED
             WHEN OTHER
               SET PWL-ACTION-CONTINUED TO TRUE
               MOVE 'A'                 TO PWL-HV-NEW-STATUS
           END-EVALUATE
      *
           EXEC SQL
                UPDATE PROVIDER_WATCHLIST
                SET    PROVIDER_TYPE     = :PWL-HV-PROVIDER-TYPE
                      ,WATCH_STATUS      = :PWL-HV-NEW-STATUS
                      ,SCORE             = :PWL-HV-SCORE
                      ,SCORE_RANK        = :PWL-HV-SCORE-RANK
                      ,FIRST_LISTED_DATE = DATE(:PWL-HV-FIRST-LISTED)
                      ,LAST_SCORED_DATE  = DATE(:PWL-HV-RUN-DATE)
                      ,REMOVED_DATE      = NULL
                WHERE  PROVIDER_ID = :PWL-HV-PROVIDER-ID
           END-EXEC
           MOVE SQLCODE TO SQL-SQLCODE
           IF  NOT SQL-SUCCESS
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-IF
           .
       4200-EXTRACT.
           ADD +1 TO PWL-PROVIDERS-LISTED
           ADD +1 TO PER-LISTED-CNT (PER-SUB)
           EVALUATE TRUE
             WHEN PWL-ACTION-ADDED
               ADD +1 TO PWL-PROVIDERS-ADDED
               MOVE 'ADDED'             TO PWL-NOTE
             WHEN PWL-ACTION-RELISTED
               ADD +1 TO PWL-PROVIDERS-RELISTED
               MOVE 'LISTED AGAIN'      TO PWL-NOTE
             WHEN PWL-ACTION-PINNED
               ADD +1 TO PWL-PROVIDERS-PINNED
               MOVE 'PINNED BY SIU'     TO PWL-NOTE
             WHEN OTHER
               ADD +1 TO PWL-PROVIDERS-CONTINUED
               MOVE 'STILL LISTED'      TO PWL-NOTE
           END-EVALUATE
      *
           PERFORM 4300-BUILD-EXTRACT THRU 4300-EXIT
           .
       4200-EXIT.
           EXIT.
      *
       4300-BUILD-EXTRACT.
           MOVE SPACES                  TO SIU-EXTRACT-DATA
           SET SIU-DETAIL               TO TRUE
           MOVE PWL-RANK                TO SIU-DTL-RANK
           MOVE PWL-HV-PROVIDER-ID      TO SIU-DTL-PROVIDER-ID
           MOVE PWL-HV-PROVIDER-TYPE    TO SIU-DTL-PROVIDER-TYPE
           MOVE PWL-WATCH-ACTION        TO SIU-DTL-WATCH-ACTION
           MOVE PWL-HV-FIRST-LISTED     TO SIU-DTL-FIRST-LISTED
           MOVE PWL-HV-LINE-CNT         TO SIU-DTL-LINE-CNT
           MOVE PWL-HV-DUP-CNT          TO SIU-DTL-DUP-CNT
           MOVE PWL-HV-RELIEF-AMT       TO SIU-DTL-RELIEF-AMT
           MOVE PWL-HV-OVR-CNT          TO SIU-DTL-OVR-CNT
           MOVE PWL-HV-SNF-CNT          TO SIU-DTL-SNF-CNT
           MOVE PWL-DUP-RATE            TO SIU-DTL-DUP-RATE
      *
           MOVE PWL-HV-LINE-CNT         TO PWL-RATE-LINES
           MOVE PWL-HV-RELIEF-AMT       TO PWL-RATE-HITS
           PERFORM 3300-COMPUTE-RATE THRU 3300-EXIT
           MOVE PWL-RATE-RESULT         TO SIU-DTL-RELIEF-RATE
           MOVE PWL-HV-OVR-CNT          TO PWL-RATE-HITS
           PERFORM 3300-COMPUTE-RATE THRU 3300-EXIT
           MOVE PWL-RATE-RESULT         TO SIU-DTL-OVR-RATE
           MOVE PWL-HV-SNF-CNT          TO PWL-RATE-HITS
           PERFORM 3300-COMPUTE-RATE THRU 3300-EXIT
           MOVE PWL-RATE-RESULT         TO SIU-DTL-SNF-RATE
      *
           MOVE PWL-HV-DUP-INDEX        TO SIU-DTL-DUP-INDEX
           MOVE PWL-HV-RELIEF-INDEX     TO SIU-DTL-RELIEF-INDEX
           MOVE PWL-HV-OVR-INDEX        TO SIU-DTL-OVR-INDEX
           MOVE PWL-HV-SNF-INDEX        TO SIU-DTL-SNF-INDEX
           MOVE PWL-HV-SCORE            TO SIU-DTL-SCORE
      *
           MOVE PER-PROVIDER-CNT (PER-SUB) TO SIU-DTL-PEER-PROVIDER-CNT
           PERFORM 3400-PEER-RATES THRU 3400-EXIT
           MOVE PWL-PEER-DUP-RATE       TO SIU-DTL-PEER-DUP-RATE
           MOVE PWL-PEER-RELIEF-RATE    TO SIU-DTL-PEER-RELIEF-RATE
           MOVE PWL-PEER-OVR-RATE       TO SIU-DTL-PEER-OVR-RATE
           MOVE PWL-PEER-SNF-RATE       TO SIU-DTL-PEER-SNF-RATE
      *
           PERFORM 4900-WRITE-EXTRACT THRU 4900-EXIT
           ADD +1 TO PWL-EXTRACT-CNT
           .
       4300-EXIT.
           EXIT.
      *
       4400-REPORT-PROVIDER.
           PERFORM 8000-CHECK-PAGE THRU 8000-EXIT
      *
           MOVE PWL-RANK                TO RPT-RNK-RANK
           MOVE PWL-HV-PROVIDER-ID      TO RPT-RNK-PROVIDER-ID
           MOVE PWL-HV-PROVIDER-TYPE    TO RPT-RNK-PROVIDER-TYPE
           MOVE PWL-HV-LINE-CNT         TO RPT-RNK-LINE-CNT
           MOVE PWL-HV-DUP-CNT          TO RPT-RNK-DUP-CNT
           MOVE PWL-DUP-RATE            TO RPT-RNK-DUP-RATE
           MOVE PWL-HV-RELIEF-AMT       TO RPT-RNK-RELIEF-AMT
           MOVE PWL-HV-OVR-CNT          TO RPT-RNK-OVR-CNT
           MOVE PWL-HV-SNF-CNT          TO RPT-RNK-SNF-CNT
           MOVE PWL-HV-DUP-INDEX        TO RPT-RNK-DUP-INDEX
           MOVE PWL-HV-RELIEF-INDEX     TO RPT-RNK-RELIEF-INDEX
           MOVE PWL-HV-OVR-INDEX        TO RPT-RNK-OVR-INDEX
           MOVE PWL-HV-SNF-INDEX        TO RPT-RNK-SNF-INDEX
           MOVE PWL-HV-SCORE            TO RPT-RNK-SCORE
           MOVE PWL-NOTE                TO RPT-RNK-NOTE
           WRITE WATCHLIST-REPORT-LINE FROM RPT-RANK-LINE
           ADD +1 TO PWL-RPT-LINE-CNT
           .
       4400-EXIT.
           EXIT.
      *
       4500-SWEEP-WATCHLIST.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   EVERY PROVIDER STILL LISTED BUT NOT LISTED BY THIS RUN.  AN
      *   ACTIVE ONE IS REMOVED; A PINNED ONE IS KEPT AND REPORTED.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE RPT-SWEEP-HEADING TO PWL-SECTION-HEADING
           MOVE +99 TO PWL-RPT-LINE-CNT
           MOVE PWL-WATCH-SCORE TO PWL-HV-WATCH-SCORE
      *
           EXEC SQL
                OPEN UNLISTED-PROVIDERS
           END-EXEC
           MOVE SQLCODE TO SQL-SQLCODE
           IF  NOT SQL-SUCCESS
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-IF
      *
           MOVE 'N' TO PWL-EOC-SW
           PERFORM 7200-FETCH-UNLISTED THRU 7200-EXIT
           PERFORM 4600-SWEEP-PROVIDER THRU 4600-EXIT
              UNTIL PWL-END-OF-CURSOR
      *
           EXEC SQL
                CLOSE UNLISTED-PROVIDERS
           END-EXEC
      *
           IF  PWL-PROVIDERS-REMOVED = ZERO
           AND PWL-PINNED-UNSCORED = ZERO
               PERFORM 8000-CHECK-PAGE THRU 8000-EXIT
               MOVE 'NO PROVIDER LEFT THE WATCHLIST'
                 TO RPT-MSG-TEXT
               WRITE WATCHLIST-REPORT-LINE FROM RPT-MESSAGE-LINE
               ADD +2 TO PWL-RPT-LINE-CNT
           END-IF
           .
       4500-EXIT.
           EXIT.
      *
       4600-SWEEP-PROVIDER.
           IF  PWL-HV-WATCH-STATUS = 'P'
               ADD +1 TO PWL-PINNED-UNSCORED
               MOVE 'PINNED BY SIU - KEPT'          TO RPT-SWP-NOTE
           ELSE
               EXEC SQL
                    UPDATE PROVIDER_WATCHLIST
                    SET    WATCH_STATUS = 'R'
                          ,REMOVED_DATE = DATE(:PWL-HV-RUN-DATE)
                    WHERE  CURRENT OF UNLISTED-PROVIDERS
               END-EXEC
               MOVE SQLCODE TO SQL-SQLCODE
               IF  NOT SQL-SUCCESS
                   PERFORM 9990-SQL-ERROR THRU 9990-EXIT
               END-IF
               MOVE 'R' TO PWL-HV-WATCH-STATUS
               ADD +1 TO PWL-PROVIDERS-REMOVED
               MOVE 'REMOVED - BELOW THRESHOLD'       TO RPT-SWP-NOTE
           END-IF
      *
           PERFORM 8000-CHECK-PAGE THRU 8000-EXIT
           MOVE PWL-HV-PROVIDER-ID      TO RPT-SWP-PROVIDER-ID
           MOVE PWL-HV-PROVIDER-TYPE    TO RPT-SWP-PROVIDER-TYPE
           MOVE PWL-HV-WATCH-STATUS     TO RPT-SWP-WATCH-STATUS
           MOVE PWL-HV-FIRST-LISTED     TO RPT-SWP-FIRST-LISTED
           MOVE PWL-HV-LAST-SCORED      TO RPT-SWP-LAST-SCORED
           MOVE PWL-HV-SCORE            TO RPT-SWP-SCORE
           WRITE WATCHLIST-REPORT-LINE FROM RPT-SWEEP-LINE
           ADD +1 TO PWL-RPT-LINE-CNT
      *
           PERFORM 7200-FETCH-UNLISTED THRU 7200-EXIT
           .
       4600-EXIT.
           EXIT.
      *
       4900-WRITE-EXTRACT.
           MOVE PWL-HV-RUN-DATE TO SIU-RUN-DATE
           WRITE SIU-EXTRACT-RECORD FROM SIU-EXTRACT-DATA
           IF  SIU-FILE-STATUS NOT = '00'
               DISPLAY 'FH02P9MI SIUEXTR WRITE FAILED - STATUS '
                       SIU-FILE-STATUS
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-IF
           .
       4900-EXIT.
           EXIT.
      *
       5000-FINALIZE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   REPORT THE PEER NORMS AND THE RUN TOTALS, CLOSE THE EXTRACT
      *   WITH ITS TRAILER, AND COMMIT - OR ON A DRY RUN ROLL IT ALL
      *   BACK.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE RPT-PEER-HEADING TO PWL-SECTION-HEADING
           MOVE +99 TO PWL-RPT-LINE-CNT
           PERFORM 5100-REPORT-PEER-GROUP THRU 5100-EXIT
              VARYING PER-SUB FROM 1 BY 1
              UNTIL PER-SUB > PER-ENTRY-CNT
      *
           MOVE SPACES                  TO SIU-EXTRACT-DATA
           SET SIU-TRAILER              TO TRUE
           MOVE PWL-EXTRACT-CNT         TO SIU-TRL-DETAIL-CNT
           MOVE PWL-PROVIDERS-SCORED    TO SIU-TRL-PROVIDERS-SCORED
           PERFORM 4900-WRITE-EXTRACT THRU 4900-EXIT
           CLOSE SIU-EXTRACT-FILE
      *
           MOVE 'PROVIDERS SCORED:'             TO RPT-TOT-LITERAL
           MOVE PWL-PROVIDERS-SCORED            TO RPT-TOT-COUNT
           WRITE WATCHLIST-REPORT-LINE FROM RPT-TOTAL-LINE
           MOVE 'PROVIDERS LISTED:'             TO RPT-TOT-LITERAL
           MOVE PWL-PROVIDERS-LISTED            TO RPT-TOT-COUNT
           WRITE WATCHLIST-REPORT-LINE FROM RPT-TOTAL-LINE
           MOVE '   ADDED TO THE WATCHLIST:'    TO RPT-TOT-LITERAL
           MOVE PWL-PROVIDERS-ADDED             TO RPT-TOT-COUNT
           WRITE WATCHLIST-REPORT-LINE FROM RPT-TOTAL-LINE
           MOVE '   LISTED AGAIN:'              TO RPT-TOT-LITERAL
           MOVE PWL-PROVIDERS-RELISTED          TO RPT-TOT-COUNT
           WRITE WATCHLIST-REPORT-LINE FROM RPT-TOTAL-LINE
           MOVE '   STILL LISTED:'              TO RPT-TOT-LITERAL
           MOVE PWL-PROVIDERS-CONTINUED         TO RPT-TOT-COUNT
           WRITE WATCHLIST-REPORT-LINE FROM RPT-TOTAL-LINE
           MOVE '   PINNED BY SIU:'             TO RPT-TOT-LITERAL
           MOVE PWL-PROVIDERS-PINNED            TO RPT-TOT-COUNT
           WRITE WATCHLIST-REPORT-LINE FROM RPT-TOTAL-LINE
           MOVE 'PROVIDERS REMOVED:'            TO RPT-TOT-LITERAL
           MOVE PWL-PROVIDERS-REMOVED           TO RPT-TOT-COUNT
           WRITE WATCHLIST-REPORT-LINE FROM RPT-TOTAL-LINE
           MOVE 'PINNED PROVIDERS NOT QUALIFYING:'
                                                TO RPT-TOT-LITERAL
           MOVE PWL-PINNED-UNSCORED             TO RPT-TOT-COUNT
           WRITE WATCHLIST-REPORT-LINE FROM RPT-TOTAL-LINE
           MOVE 'SIU EXTRACT RECORDS:'          TO RPT-TOT-LITERAL
           MOVE PWL-EXTRACT-CNT                 TO RPT-TOT-COUNT
           WRITE WATCHLIST-REPORT-LINE FROM RPT-TOTAL-LINE
           IF  PWL-PROVIDERS-SKIPPED > ZERO
               MOVE 'PROVIDERS SKIPPED - NO PEER GROUP:'
                                                TO RPT-TOT-LITERAL
               MOVE PWL-PROVIDERS-SKIPPED       TO RPT-TOT-COUNT
               WRITE WATCHLIST-REPORT-LINE FROM RPT-TOTAL-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
      *
           IF  PWL-DRY-RUN
               MOVE 'DRY RUN - SCORES AND WATCHLIST ROLLED BACK'
                 TO RPT-MSG-TEXT
               WRITE WATCHLIST-REPORT-LINE FROM RPT-MESSAGE-LINE
               EXEC SQL
                    ROLLBACK
               END-EXEC
           ELSE
               EXEC SQL
                    COMMIT
               END-EXEC
           END-IF
           MOVE SQLCODE TO SQL-SQLCODE
           IF  NOT SQL-SUCCESS
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-IF
           CLOSE WATCHLIST-REPORT
      *
           MOVE PWL-PROVIDERS-LISTED TO PWL-DISPLAY-COUNT
           DISPLAY 'FH02P9MI ' RPT-HDG-MODE ' ' PWL-HV-RUN-DATE
                   ' PROVIDERS LISTED: ' PWL-DISPLAY-COUNT
           .
       5000-EXIT.
           EXIT.
      *
       5100-REPORT-PEER-GROUP.
           PERFORM 8000-CHECK-PAGE THRU 8000-EXIT
           PERFORM 3400-PEER-RATES THRU 3400-EXIT
      *
           MOVE PER-PROVIDER-TYPE (PER-SUB) TO RPT-PER-PROVIDER-TYPE
           MOVE PER-PROVIDER-CNT (PER-SUB)  TO RPT-PER-PROVIDER-CNT
           MOVE PER-LINE-CNT (PER-SUB)      TO RPT-PER-LINE-CNT
           MOVE PER-DUP-CNT (PER-SUB)       TO RPT-PER-DUP-CNT
           MOVE PWL-PEER-DUP-RATE           TO RPT-PER-DUP-RATE
           MOVE PER-RELIEF-AMT (PER-SUB)    TO RPT-PER-RELIEF-AMT
           MOVE PWL-PEER-RELIEF-RATE        TO RPT-PER-RELIEF-RATE
           MOVE PER-OVR-CNT (PER-SUB)       TO RPT-PER-OVR-CNT
           MOVE PWL-PEER-OVR-RATE           TO RPT-PER-OVR-RATE
           MOVE PER-SNF-CNT (PER-SUB)       TO RPT-PER-SNF-CNT
           MOVE PWL-PEER-SNF-RATE           TO RPT-PER-SNF-RATE
           MOVE PER-LISTED-CNT (PER-SUB)    TO RPT-PER-LISTED-CNT
           WRITE WATCHLIST-REPORT-LINE FROM RPT-PEER-LINE
           ADD +1 TO PWL-RPT-LINE-CNT
           .
       5100-EXIT.
           EXIT.
      *
       7000-FETCH-ACTIVITY.
           EXEC SQL
                FETCH PROVIDER-ACTIVITY
                INTO  :PWL-HV-PROVIDER-TYPE
                     ,:PWL-HV-PROVIDER-ID
                     ,:PWL-HV-LINE-CNT
                     ,:PWL-HV-DUP-CNT
                     ,:PWL-HV-RELIEF-AMT
                     ,:PWL-HV-OVR-CNT
                     ,:PWL-HV-SNF-CNT
           END-EXEC
           PERFORM 7900-CHECK-FETCH THRU 7900-EXIT
           .
       7000-EXIT.
           EXIT.
      *
       7100-FETCH-RANKED.
           EXEC SQL
                FETCH RANKED-SCORES
                INTO  :PWL-HV-PROVIDER-ID
                     ,:PWL-HV-PROVIDER-TYPE
                     ,:PWL-HV-LINE-CNT
                     ,:PWL-HV-DUP-CNT
                     ,:PWL-HV-RELIEF-AMT
                     ,:PWL-HV-OVR-CNT
                     ,:PWL-HV-SNF-CNT
                     ,:PWL-HV-DUP-INDEX
                     ,:PWL-HV-RELIEF-INDEX
                     ,:PWL-HV-OVR-INDEX
                     ,:PWL-HV-SNF-INDEX
                     ,:PWL-HV-SCORE
                     ,:PWL-HV-TOP-ROW-SW
           END-EXEC
           PERFORM 7900-CHECK-FETCH THRU 7900-EXIT
           IF  PWL-END-OF-CURSOR
               GO TO 7100-EXIT
           END-IF
      *
      *    EVERY SCORED TYPE HAS A PEER ENTRY FROM THE FIRST PASS.
           PERFORM 3900-FIND-PEER THRU 3900-EXIT
      *
           MOVE PWL-HV-LINE-CNT         TO PWL-RATE-LINES
           MOVE PWL-HV-DUP-CNT          TO PWL-RATE-HITS
           PERFORM 3300-COMPUTE-RATE THRU 3300-EXIT
           MOVE PWL-RATE-RESULT         TO PWL-DUP-RATE
           .
       7100-EXIT.
           EXIT.
      *
       7200-FETCH-UNLISTED.
           EXEC SQL
                FETCH UNLISTED-PROVIDERS
                INTO  :PWL-HV-PROVIDER-ID
                     ,:PWL-HV-PROVIDER-TYPE
                     ,:PWL-HV-WATCH-STATUS
                     ,:PWL-HV-FIRST-LISTED
                     ,:PWL-HV-LAST-SCORED
                     ,:PWL-HV-SCORE
           END-EXEC
           PERFORM 7900-CHECK-FETCH THRU 7900-EXIT
           .
       7200-EXIT.
           EXIT.
      *
       7900-CHECK-FETCH.
           MOVE SQLCODE TO SQL-SQLCODE
           EVALUATE TRUE
             WHEN SQL-NOTFND
               SET PWL-END-OF-CURSOR TO TRUE
             WHEN SQL-SUCCESS
               CONTINUE
             WHEN OTHER
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-EVALUATE
           .
       7900-EXIT.
           EXIT.
      *
       8000-CHECK-PAGE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   NEW PAGE WHEN THE PAGE IS FULL OR A NEW SECTION STARTS.  THE
      *   SECTION'S COLUMN HEADING IS IN PWL-SECTION-HEADING.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           IF  PWL-RPT-LINE-CNT > 58
               ADD +1 TO PWL-RPT-PAGE-CNT
               MOVE PWL-RPT-PAGE-CNT TO RPT-HDG-PAGE
               WRITE WATCHLIST-REPORT-LINE FROM RPT-HEADING-1
               WRITE WATCHLIST-REPORT-LINE FROM RPT-HEADING-2
               WRITE WATCHLIST-REPORT-LINE FROM PWL-SECTION-HEADING
               MOVE SPACES TO WATCHLIST-REPORT-LINE
               WRITE WATCHLIST-REPORT-LINE
               MOVE +4 TO PWL-RPT-LINE-CNT
           END-IF
           .
       8000-EXIT.
           EXIT.
      *
       9990-SQL-ERROR.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   REPORT THE FAILURE, BACK OUT THE RUN, AND STOP.  NOTHING IS
      *   COMMITTED BEFORE THE END, SO A RERUN FOR THE SAME RUN DATE
      *   STARTS CLEAN.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           DISPLAY 'FH02P9MI SQL ERROR - SQLCODE: ' SQL-SQLCODE
                   ' PROVIDER: ' PWL-HV-PROVIDER-ID
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
