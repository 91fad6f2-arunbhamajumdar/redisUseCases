      *                                  SO MEMBER, PROVIDER, AND
      *                                  APPEALS ALL SEE WHY NOTHING
      *                                  PAID.
      *  83 10/15/2026   TT 1400860 DLH  PROMPT-PAY INTEREST.  EVERY
      *                                  APPROVED CLAIM NOW HAS ITS
      *                                  RECEIVED-TO-PROCESSED DAYS
      *                                  MEASURED AGAINST THE
      *                                  EFFECTIVE-DATED PROMPT-PAY
      *                                  DEADLINE, RATE, AND DAY-COUNT
      *                                  BASIS ON MEDICARE_MAX_AMT.  A
      *                                  LATE CLAIM WRITES ONE
      *                                  INTEREST-DUE RECORD THROUGH
      *                                  FH02P0NG FOR THE CHECK RUN;
      *                                  FH02P9M8 PRINTS THE DAILY
      *                                  INTEREST REGISTER BY PLAN.
      *                                  DEFERRALS STOP THE CLOCK
      *                                  THROUGH FH02P0NH ON
      *                                  PROMPT_PAY_CLOCK, EXCEPT
      *                                  DEFERRALS WE CAUSED (FKM, THE
      *                                  FP8 WELLNESS RECYCLE, FPB),
      *                                  WHICH GET NO CLOCK CREDIT.
      *  84 10/15/2026   TT 1400861 DLH  OVERPAYMENT RECOVERY.  AN
      *                                  APPROVED ADJUSTMENT (EXAMINER
      *                                  D2, FH02P9M2 SWEEP, FH02P9M4
      *                                  CARRIER CORRECTION, OR
      *                                  SUBROGATION) THAT PAYS A
      *                                  PROVIDER LESS THAN BEFORE
      *                                  OPENS AN OVERPAYMENT
      *                                  RECEIVABLE BY CLAIM,
      *                                  PROVIDER, AND MEMBER THROUGH
      *                                  FH02P0NI.  AN APPROVED CLAIM
      *                                  THAT PAYS A PROVIDER WITH
      *                                  OFFSET-ELIGIBLE OPEN
      *                                  RECEIVABLES RECOUPS AGAINST
      *                                  THEM THROUGH FH02P0NJ FOR THE
      *                                  CHECK RUN AND REMITTANCE.
      *                                  FH02P9M9 POSTS THE OFFSETS,
      *                                  SENDS THE REFUND LETTERS,
      *                                  AGES, AND WRITES OFF.
      *  85 10/15/2026   TT 1400863 DLH  PREDETERMINATION ESTIMATES.
      *                                  A CLAIM CARRYING OVERRIDE BEST
      *                                  RUNS THE FULL BENEFIT CHAIN
      *                                  AND COB DETERMINATION AGAINST
      *                                  THE LIVE ACCUMULATORS BUT
      *                                  WRITES NO SUPPORTING HISTORY,
      *                                  EOB, EXTRACT, REGISTER,
      *                                  INTEREST, CLOCK, OR RECOVERY
      *                                  RECORD AND NEVER ROLLS THE
      *                                  BENEFIT PERIODS.  EACH LINE'S
      *                                  ALLOWED, DEDUCTIBLE,
      *                                  COINSURANCE/COPAY, PLAN PAID,
      *                                  MEMBER LIABILITY, AND FIRING
      *                                  EDIT GO BACK THROUGH FH02P0NK
      *                                  FOR THE ONLINE RESPONSE.
      *  86 10/15/2026   TT 1400864 DLH  CLAIM AUDIT EVENT INDEX.  EVERY
      *                                  MX, MY, MN, MP, MS, MT, MV, NF
      *                                  AND NA RECORD SUCCESSFULLY
      *                                  WRITTEN IS ALSO INDEXED BY
      *                                  PLAN/CLAIM/LINE THROUGH
      *                                  FH02P0NL (9895) FOR THE SINGLE
      *                                  CLAIM AUDIT INQUIRY.
      *  87 10/15/2026   TT 1400866 DLH  PAYMENT HOLD QUEUE.  AN
      *                                  APPROVED CLAIM THAT PAYS OVER
      *                                  ITS PLAN'S HOLD THRESHOLD,
      *                                  PAYS ABOVE A MULTIPLE OF ITS
      *                                  COVERED CHARGES, PAYS A
      *                                  PROVIDER ALREADY PAID FOR THE
      *                                  SAME SERVICE DATE ON ANOTHER
      *                                  CLAIM, OR PAYS A HIGH-DOLLAR
      *                                  LINE UNDER AN EXAMINER
      *                                  OVERRIDE IS QUEUED ON
      *                                  PAYMENT_HOLD THROUGH FH02P0NM
      *                                  AND NOT DISBURSED UNTIL A
      *                                  SECOND APPROVER RELEASES IT
      *                                  (FH02P9ME).  NO RECOUPMENT IS
      *                                  TAKEN AGAINST A HELD PAYMENT.
      *  88 10/15/2026   TT 1400867 DLH  PROVIDER REMITTANCE.  EVERY
      *                                  PROVIDER LINE OF A FINALIZED
      *                                  CLAIM (APPROVED, REJECTED OR
      *                                  DEFERRED) GOES TO FH02P0NN
      *                                  WITH ITS AMOUNTS, SAVINGS, AND
      *                                  RESPONSE REASONS FOR THE
      *                                  FH02P9MG REMITTANCE ADVICE.
      *                                  FH02P9MF PRINTS THE DAILY HELD
      *                                  AGING REPORT.
      *  89 10/15/2026   TT 1400869 DLH  PROVIDER WATCHLIST.  AN
      *                                  APPROVED CLAIM PAYING A
      *                                  PROVIDER ON PROVIDER_WATCHLIST
      *                                  (SCORED WEEKLY BY FH02P9MI) IS
      *                                  HELD FOR SECOND APPROVAL UNDER
      *                                  HOLD RULE W.  REMITTANCE LINES
      *                                  CARRY THE PROVIDER TYPE FOR
      *                                  PEER SCORING, AND MW SNF
      *                                  UTILIZATION RECORDS ARE NOW
      *                                  INDEXED ON THE CLAIM AUDIT
      *                                  EVENT TABLE.
      *=================================================================
      *NOTE: 9880- PARA NUMBER IS RESERVED FOR ERROR REPORTING SO AVOID
      *            USING THIS PARA NAME & NUMBER FOR ANY OTHER PURPOSES.
               08  XCT-NC-CNT             PIC S9(09) BINARY  VALUE +0.
               08  XCT-ND-CNT             PIC S9(09) BINARY  VALUE +0.
               08  XCT-NF-CNT             PIC S9(09) BINARY  VALUE +0.
      *%%% DLH TT 1400860
               08  XCT-NG-CNT             PIC S9(09) BINARY  VALUE +0.
               08  XCT-NH-CNT             PIC S9(09) BINARY  VALUE +0.
      *%%% DLH TT 1400861
               08  XCT-NI-CNT             PIC S9(09) BINARY  VALUE +0.
               08  XCT-NJ-CNT             PIC S9(09) BINARY  VALUE +0.
      *%%% DLH TT 1400864
               08  XCT-NL-CNT             PIC S9(09) BINARY  VALUE +0.
      *%%% DLH TT 1400866
               08  XCT-NM-CNT             PIC S9(09) BINARY  VALUE +0.
      *%%% DLH TT 1400867
               08  XCT-NN-CNT             PIC S9(09) BINARY  VALUE +0.
      *%%% DLH TT 1400857 END
      *
      *%%% DLH TT 1400859 BEGIN
           04  TFD-YEAR-DIFF              PIC S9(04) BINARY.
      *%%% DLH TT 1400859 END
      *
      *%%% DLH TT 1400860 BEGIN
       01  IPI-PROMPT-PAY-INTEREST-DATA.
      *-----------------------------------------------------------------
      *  FOR FH02P0NG - PROMPT-PAY INTEREST DUE.  ONE RECORD PER
      *  APPROVED CLAIM THAT PAID PAST THE PROMPT-PAY DEADLINE.  THE
      *  CHECK RUN PAYS THE INTEREST FROM THIS FEED AND FH02P9M8
      *  PRINTS THE DAILY INTEREST REGISTER BY PLAN FROM IT.  A
      *  LATE CLAIM WITH NO RATE ROW ON FILE IS STILL WRITTEN, WITH
      *  ZERO INTEREST AND IPI-RATE-NOT-ON-FILE, SO THE EXPOSURE
      *  SHOWS ON THE REGISTER INSTEAD OF DROPPING OUT.
      *-----------------------------------------------------------------
           04  IPI-CLAIM-NUMBER           PIC X(11).
           04  IPI-PLAN-CODE              PIC X(03).
           04  IPI-CONTRACT-ID-NUMBER     PIC X(09).
           04  IPI-PATIENT-CODE           PIC X(02).
           04  IPI-PROVIDER-ID            PIC X(10).
           04  IPI-RECEIVED-DATE          PIC 9(08).
           04  IPI-PROCESSED-DATE         PIC 9(08).
           04  IPI-ELAPSED-DAYS           PIC S9(05).
           04  IPI-CLOCK-CREDIT-DAYS      PIC S9(05).
           04  IPI-DEADLINE-DAYS          PIC S9(05).
           04  IPI-LATE-DAYS              PIC S9(05).
           04  IPI-INTEREST-BASE          PIC S9(09)V99.
           04  IPI-ANNUAL-RATE-BP         PIC S9(05)V99.
           04  IPI-DAY-BASIS              PIC 9(03).
           04  IPI-INTEREST-AMOUNT        PIC S9(07)V99.
           04  IPI-STATUS                 PIC X(01).
               88  IPI-INTEREST-DUE           VALUE 'D'.
               88  IPI-RATE-NOT-ON-FILE       VALUE 'R'.
      *
       01  PPC-PROMPT-PAY-CLOCK-DATA.
      *-----------------------------------------------------------------
      *  FOR FH02P0NH - PROMPT-PAY CLOCK EVENTS ON PROMPT_PAY_CLOCK.
      *  A STOP EVENT CLOSES ANY OPEN STOP FOR THE CLAIM AND OPENS A
      *  NEW ONE AT THE EVENT DATE; A RESUME EVENT ONLY CLOSES THE
      *  OPEN STOP.  EACH CLOSED ROW IS CLOCK CREDIT OF
      *  RESUME_CENT_DT - STOP_CENT_DT DAYS.
      *-----------------------------------------------------------------
           04  PPC-EVENT                  PIC X(01).
               88  PPC-STOP-CLOCK             VALUE 'S'.
               88  PPC-RESUME-CLOCK           VALUE 'R'.
           04  PPC-PLAN-CODE              PIC X(03).
           04  PPC-CLAIM-NUMBER           PIC X(11).
           04  PPC-EVENT-CENT-DT          PIC S9(09) BINARY.
           04  PPC-STOP-REASON            PIC X(03).
      *
       01  PPI-WORK-FIELDS.
      *-----------------------------------------------------------------
      *  PPI-DEFER-SW IS SET BY 9900 AS CHARGES DEFER AND ACTED ON
      *  ONCE PER CLAIM IN 5000-FINALIZATION.  A DEFERRAL WE CAUSED
      *  ON ANY LINE OUTRANKS A CREDITABLE ONE -- THE CLAIM IS
      *  WAITING ON US EITHER WAY, SO THE CLOCK KEEPS RUNNING.
      *  THE VALUE CLAUSES ARE THE FALLBACKS WHEN NO MEDICARE_MAX_AMT
      *  ROW IS ON FILE FOR THE DEADLINE OR THE DAY-COUNT BASIS.
      *-----------------------------------------------------------------
           04  PPI-DEFER-SW               PIC X(01)  VALUE 'N'.
               88  PPI-NO-DEFERRAL            VALUE 'N'.
               88  PPI-CREDITABLE-DEFERRAL    VALUE 'C'.
               88  PPI-OUR-DEFERRAL           VALUE 'O'.
           04  PPI-DEFER-REASON           PIC X(03).
               88  PPI-OUR-DEFER-REASON       VALUE 'FKM' 'FP8' 'FPB'.
           04  PPI-STOP-REASON            PIC X(03).
           04  PPI-RATE-SW                PIC X(01).
               88  PPI-RATE-FOUND             VALUE 'Y'.
           04  PPI-DEADLINE-DAYS          PIC S9(05) COMP-3
                                                     VALUE +30.
           04  PPI-DAY-BASIS              PIC S9(03) COMP-3
                                                     VALUE +360.
           04  PPI-RECEIVED-CENT-DT       PIC S9(09) BINARY.
           04  PPI-CREDIT-DAYS-DB         PIC S9(09) BINARY.
           04  PPI-PROVIDER-SW            PIC X(01).
               88  PPI-PROVIDER-SET           VALUE 'Y'.
      *%%% DLH TT 1400860 END
      *
      *%%% DLH TT 1400861 BEGIN
       01  ORV-OVERPAYMENT-RECV-DATA.
      *-----------------------------------------------------------------
      *  FOR FH02P0NI - OVERPAYMENT RECEIVABLE.  ONE RECORD PER
      *  PROVIDER ON AN APPROVED ADJUSTMENT WHOSE NEW PAID FOR THAT
      *  PROVIDER'S LINES IS BELOW WHAT WAS PAID BEFORE.  THE WRITER
      *  OPENS THE OVERPAYMENT_RECV ROW (OPEN BALANCE = OVERPAID
      *  AMOUNT, STATUS OPEN, NOT YET OFFSET-ELIGIBLE).  FH02P9M9
      *  SENDS THE REFUND LETTERS, AGES, AND WRITES IT OFF FROM THERE.
      *  ORV-RUN-ID IS THE MASS_ADJ_QUEUE RUN THAT RESUBMITTED THE
      *  CLAIM, SO RECOVERY CAN WORK A WHOLE SWEEP TOGETHER.
      *-----------------------------------------------------------------
           04  ORV-CLAIM-NUMBER           PIC X(11).
           04  ORV-PLAN-CODE              PIC X(03).
           04  ORV-CONTRACT-ID-NUMBER     PIC X(09).
           04  ORV-PATIENT-CODE           PIC X(02).
           04  ORV-MEMBER-ID              PIC X(09).
           04  ORV-PROVIDER-ID            PIC X(10).
           04  ORV-SOURCE                 PIC X(01).
               88  ORV-SRC-EXAMINER           VALUE 'E'.
               88  ORV-SRC-QUEUED-ADJ         VALUE 'Q'.
               88  ORV-SRC-SUBROGATION        VALUE 'S'.
           04  ORV-RUN-ID                 PIC X(08).
           04  ORV-PRIOR-PAID             PIC S9(09)V99.
           04  ORV-NEW-PAID               PIC S9(09)V99.
           04  ORV-OVERPAID-AMOUNT        PIC S9(09)V99.
           04  ORV-PROCESSED-DATE         PIC 9(08).
      *
       01  OFS-RECOUPMENT-OFFSET-DATA.
      *-----------------------------------------------------------------
      *  FOR FH02P0NJ - RECOUPMENT OFFSET.  ONE RECORD PER PROVIDER
      *  PAID ON AN APPROVED CLAIM WHILE THAT PROVIDER HAS OPEN,
      *  OFFSET-ELIGIBLE OVERPAYMENT BALANCE.  THE WRITER INSERTS AN
      *  UNPOSTED OVERPAYMENT_OFFSET ROW; THE CHECK RUN NETS THE
      *  OFFSET FROM THE PROVIDER'S PAYMENT AND SHOWS IT ON THE
      *  REMITTANCE, AND FH02P9M9 POSTS IT AGAINST THE PROVIDER'S
      *  OLDEST OPEN RECEIVABLES.
      *-----------------------------------------------------------------
           04  OFS-CLAIM-NUMBER           PIC X(11).
           04  OFS-PLAN-CODE              PIC X(03).
           04  OFS-CONTRACT-ID-NUMBER     PIC X(09).
           04  OFS-PATIENT-CODE           PIC X(02).
           04  OFS-MEMBER-ID              PIC X(09).
           04  OFS-PROVIDER-ID            PIC X(10).
           04  OFS-PAYMENT-AMOUNT         PIC S9(09)V99.
           04  OFS-OFFSET-AMOUNT          PIC S9(09)V99.
           04  OFS-PROCESSED-DATE         PIC 9(08).
      *
       01  OVR-WORK-FIELDS.
      *-----------------------------------------------------------------
      *  ONE ENTRY PER DISTINCT PROVIDER ON THE CLAIM, FOOTED BY 5410
      *  FROM THE CHARGE LINES.  PRIOR PAID IS ONLY CARRIED ON AN
      *  ADJUSTMENT -- AN ORIGINAL CLAIM HAS NOTHING PAID BEFORE.
      *  SIZED LIKE THE LINE CROSS-REFERENCE TABLES, SO EVEN A CLAIM
      *  WITH A DIFFERENT PROVIDER ON EVERY LINE CANNOT OVERFLOW.
      *-----------------------------------------------------------------
           04  OVR-PROV-CNT               PIC S9(04) BINARY.
           04  OVR-PROV-SUB               PIC S9(04) BINARY.
           04  OVR-PROVIDER-ENTRY
               OCCURS 999 TIMES
               INDEXED BY OVR-NDX.
               08  OVR-PROV-ID            PIC X(10).
               08  OVR-PROV-PRIOR-PAID    PIC S9(09)V99 COMP-3.
               08  OVR-PROV-NEW-PAID      PIC S9(09)V99 COMP-3.
           04  OVR-LINE-PRIOR-PAID        PIC S9(09)V99 COMP-3.
           04  OVR-LINE-NEW-PAID          PIC S9(09)V99 COMP-3.
           04  OVR-PAYMENT-AMOUNT         PIC S9(09)V99 COMP-3.
           04  OVR-AVAILABLE-DB           PIC S9(09)V99 COMP-3.
           04  OVR-PROVIDER-HV            PIC X(10).
           04  OVR-RUN-ID-HV              PIC X(08).
           04  OVR-PROCESSED-DATE         PIC 9(08).
           04  OVR-DATE-SW                PIC X(01).
               88  OVR-DATE-SET               VALUE 'Y'.
      *%%% DLH TT 1400861 END
      *
      *%%% DLH TT 1400863 BEGIN
       01  EST-ESTIMATE-RESPONSE-DATA.
      *-----------------------------------------------------------------
      *  FOR FH02P0NK - PREDETERMINATION ESTIMATE RESPONSE.  ONE
      *  RECORD PER CHARGE LINE OF A BEST CLAIM, HANDED BACK FROM
      *  0000-GOBACK.  THE WRITER ADDS EACH LINE TO THE RESPONSE THE
      *  ONLINE TRANSACTION RETURNS -- NOTHING IS STORED.  THE CLAIM
      *  STATUS AND CLAIM-LEVEL REASONS REPEAT ON EVERY LINE SO A
      *  CLAIM THAT COULD NOT BE PROCESSED STILL ANSWERS PER LINE.
      *  EST-LAST-LINE TELLS THE WRITER THE RESPONSE IS COMPLETE.
      *  MEMBER LIABILITY IS DEDUCTIBLE PLUS COINSURANCE/COPAY, PLUS
      *  ANY COVERED CHARGE ABOVE THE ALLOWANCE ON A NON-PAR LINE.
      *-----------------------------------------------------------------
           04  EST-CLAIM-NUMBER           PIC X(11).
           04  EST-PLAN-CODE              PIC X(03).
           04  EST-CONTRACT-ID-NUMBER     PIC X(09).
           04  EST-PATIENT-CODE           PIC X(02).
           04  EST-CLAIM-STATUS           PIC X(02).
           04  EST-CLAIM-REASON-1         PIC X(03).
           04  EST-CLAIM-REASON-2         PIC X(03).
           04  EST-LINE-COUNT             PIC S9(04)  BINARY.
           04  EST-CHG-LINE-SUB           PIC S9(04)  BINARY.
           04  EST-LINE-NUMBER            PIC 9(03).
           04  EST-CHARGE-STATUS          PIC X(02).
           04  EST-RESPONSE-REASON-1      PIC X(03).
           04  EST-RESPONSE-REASON-2      PIC X(03).
           04  EST-RESPONSE-REASON-3      PIC X(03).
           04  EST-RESPONSE-REASON-4      PIC X(03).
           04  EST-RESPONSE-REASON-5      PIC X(03).
           04  EST-COVERED-CHARGES        PIC S9(09)V99 COMP-3.
           04  EST-ALLOWED-AMOUNT         PIC S9(09)V99 COMP-3.
           04  EST-DEDUCTIBLE-AMOUNT      PIC S9(07)V99 COMP-3.
           04  EST-COINS-COPAY-AMOUNT     PIC S9(09)V99 COMP-3.
           04  EST-OTHER-CARRIER-PAID     PIC S9(09)V99 COMP-3.
           04  EST-PLAN-PAID-AMOUNT       PIC S9(09)V99 COMP-3.
           04  EST-MEMBER-LIABILITY       PIC S9(09)V99 COMP-3.
           04  EST-LAST-LINE-SW           PIC X(01).
               88  EST-LAST-LINE              VALUE 'Y'.
      *%%% DLH TT 1400863 END
      *
      *%%% DLH TT 1400864 BEGIN
       01  CAE-CLAIM-AUDIT-EVENT-DATA.
      *-----------------------------------------------------------------
      *  FOR FH02P0NL - CLAIM AUDIT EVENT INDEX.  ONE RECORD FOR EVERY
      *  SIDE RECORD A WRITER SITE SUCCESSFULLY HANDS OFF (MX, MY, MN,
      *  MP, MS, MT, MV, NF, NA), SO THE SINGLE-CLAIM AUDIT INQUIRY
      *  CAN FIND EVERYTHING THIS CLAIM LEFT BEHIND WITHOUT KNOWING
      *  EACH FEED'S OWN LAYOUT.  THE WRITER STAMPS PLAN, CLAIM,
      *  PATIENT, CONTRACT, DISPOSITION AND PROCESSED DATE FROM THE
      *  TWR, AND THE EVENT TIMESTAMP AT INSERT.  LINE NUMBER ZERO IS
      *  A CLAIM-LEVEL EVENT.  THE TWO AMOUNTS AND THE REASON CODE
      *  MEAN WHATEVER THE FEED CODE SAYS THEY MEAN (SEE EACH SITE).
      *-----------------------------------------------------------------
           04  CAE-FEED-CODE              PIC X(02).
           04  CAE-CHG-LINE-SUB           PIC S9(04)  BINARY.
           04  CAE-LINE-NUMBER            PIC 9(03).
           04  CAE-REASON-CODE            PIC X(08).
           04  CAE-AMOUNT-1               PIC S9(09)V99 COMP-3.
           04  CAE-AMOUNT-2               PIC S9(09)V99 COMP-3.
           04  CAE-EVENT-TEXT             PIC X(40).
      *%%% DLH TT 1400864 END
      *
      *%%% DLH TT 1400866 BEGIN
       01  PHQ-PAYMENT-HOLD-DATA.
      *-----------------------------------------------------------------
      *  FOR FH02P0NM - PRE-DISBURSEMENT PAYMENT HOLD.  ONE RECORD PER
      *  APPROVED CLAIM THAT FIRES ONE OR MORE HOLD RULES IN 5600.
      *  THE WRITER SUPERSEDES ANY STILL-OPEN HOLD FOR THE SAME PLAN/
      *  CLAIM AND INSERTS THE PAYMENT_HOLD ROW WITH STATUS HELD, THE
      *  HOLD TIMESTAMP, AND THE SIGNED-ON USER WHO FINALIZED THE
      *  CLAIM.  THE CHECK RUN PAYS NOTHING ON A CLAIM WITH A HELD
      *  ROW; FH02P9ME RECORDS THE SECOND APPROVER'S RELEASE OR
      *  DENIAL, AND FH02P9MF REPORTS WHAT IS HELD AND FOR HOW LONG.
      *  THE PROVIDER IS THE ONE ON THE CLAIM'S HIGHEST-PAID LINE.
      *  THE LIMITS ARE THE ONES IN EFFECT WHEN THE RULES WERE RUN.
      *-----------------------------------------------------------------
           04  PHQ-CLAIM-NUMBER           PIC X(11).
           04  PHQ-PLAN-CODE              PIC X(03).
           04  PHQ-CONTRACT-ID-NUMBER     PIC X(09).
           04  PHQ-PATIENT-CODE           PIC X(02).
           04  PHQ-MEMBER-ID              PIC X(09).
           04  PHQ-PROVIDER-ID            PIC X(10).
           04  PHQ-TOTAL-PAID             PIC S9(09)V99.
           04  PHQ-TOTAL-COVERED          PIC S9(09)V99.
           04  PHQ-AMOUNT-LIMIT           PIC S9(09)V99.
           04  PHQ-COVERED-MULTIPLE       PIC S9(05)V99.
           04  PHQ-OVERRIDE-LIMIT         PIC S9(09)V99.
           04  PHQ-DUP-CLAIM-NUMBER       PIC X(11).
           04  PHQ-DUP-LINE-NUMBER        PIC 9(03).
           04  PHQ-OVERRIDE-LINE-NUMBER   PIC 9(03).
           04  PHQ-OVERRIDE-CODE          PIC X(04).
           04  PHQ-PROCESSED-DATE         PIC 9(08).
           04  PHQ-RULE-FLAGS.
               08  PHQ-AMOUNT-RULE-SW     PIC X(01).
                   88  PHQ-AMOUNT-RULE-FIRED      VALUE 'Y'.
               08  PHQ-MULTIPLE-RULE-SW   PIC X(01).
                   88  PHQ-MULTIPLE-RULE-FIRED    VALUE 'Y'.
               08  PHQ-DUP-PROV-RULE-SW   PIC X(01).
                   88  PHQ-DUP-PROV-RULE-FIRED    VALUE 'Y'.
               08  PHQ-OVERRIDE-RULE-SW   PIC X(01).
                   88  PHQ-OVERRIDE-RULE-FIRED    VALUE 'Y'.
      *%%% DLH TT 1400869 BEGIN
               08  PHQ-WATCHLIST-RULE-SW  PIC X(01).
                   88  PHQ-WATCHLIST-RULE-FIRED   VALUE 'Y'.
           04  PHQ-WATCH-PROVIDER-ID      PIC X(10).
           04  PHQ-WATCH-LINE-NUMBER      PIC 9(03).
      *%%% DLH TT 1400869 END
      *
       01  PHW-WORK-FIELDS.
      *-----------------------------------------------------------------
      *  HOLD RULE LIMITS.  EACH IS AN EFFECTIVE-DATED MEDICARE_MAX_AMT
      *  ROW; A RULE WITH NO ROW ON FILE IS OFF.  THE DOLLAR THRESHOLD
      *  IS LOOKED UP FOR THE CLAIM'S PLAN ('PAY-HOLD-AMT-' + PLAN)
      *  FIRST AND FALLS BACK TO THE ALL-PLAN 'PAY-HOLD-AMT' ROW.
      *-----------------------------------------------------------------
           04  PHW-TYPE-CD-HV             PIC X(16).
           04  PHW-PLAN-TYPE-CD.
               08  FILLER                 PIC X(13)
                                          VALUE 'PAY-HOLD-AMT-'.
               08  PHW-PLAN-TYPE-PLAN     PIC X(03).
           04  PHW-LIMIT-AMOUNT           PIC S9(09)V99 COMP-3.
           04  PHW-AMOUNT-LIMIT           PIC S9(09)V99 COMP-3.
           04  PHW-COVERED-MULTIPLE       PIC S9(05)V99 COMP-3.
           04  PHW-OVERRIDE-LIMIT         PIC S9(09)V99 COMP-3.
           04  PHW-COVERED-LIMIT          PIC S9(11)V99 COMP-3.
           04  PHW-TOP-LINE-PAID          PIC S9(09)V99 COMP-3.
           04  PHW-LIMIT-SW               PIC X(01).
               88  PHW-LIMIT-FOUND            VALUE 'Y'.
           04  PHW-AMOUNT-LIMIT-SW        PIC X(01).
               88  PHW-AMOUNT-LIMIT-ON        VALUE 'Y'.
           04  PHW-MULTIPLE-LIMIT-SW      PIC X(01).
               88  PHW-MULTIPLE-LIMIT-ON      VALUE 'Y'.
           04  PHW-OVERRIDE-LIMIT-SW      PIC X(01).
               88  PHW-OVERRIDE-LIMIT-ON      VALUE 'Y'.
      *%%% DLH TT 1400866 END
      *%%% DLH TT 1400869 BEGIN
      *-----------------------------------------------------------------
      *  WATCHLIST RULE.  ON WHEN A 'PAY-HOLD-WATCH' ROW IS IN EFFECT;
      *  ITS AMOUNT IS THE LEAST A LINE MUST PAY A WATCHLISTED
      *  PROVIDER TO HOLD THE CLAIM (ZERO HOLDS ANY PAYING LINE).  THE
      *  LAST PROVIDER LOOKED UP IS KEPT SO A CLAIM WITH ONE PROVIDER
      *  ON EVERY LINE COSTS ONE SELECT.
      *-----------------------------------------------------------------
           04  PHW-WATCH-LIMIT            PIC S9(09)V99 COMP-3.
           04  PHW-WATCH-LIMIT-SW         PIC X(01).
               88  PHW-WATCH-LIMIT-ON         VALUE 'Y'.
           04  PHW-WATCH-PROVIDER-HV      PIC X(10).
           04  PHW-WATCH-STATUS-HV        PIC X(01).
           04  PHW-LAST-WATCH-PROVIDER    PIC X(10).
      *%%% DLH TT 1400869 END
      *
      *%%% DLH TT 1400867 BEGIN
       01  PRA-PROVIDER-REMIT-DATA.
      *-----------------------------------------------------------------
      *  FOR FH02P0NN - PROVIDER REMITTANCE LINE.  ONE RECORD PER
      *  CHARGE LINE WITH A PROVIDER ON A CLAIM THAT REACHES 5000 AS
      *  APPROVED, REJECTED, OR DEFERRED (A LINE PAID TO THE MEMBER
      *  HAS NO PROVIDER TO REMIT TO).  THE WRITER INSERTS THE
      *  PROVIDER_REMIT ROW; FH02P9MG BUILDS THE 835-STYLE REMITTANCE
      *  FROM THOSE ROWS BY PROVIDER AND PAYMENT DATE.  THE PAYMENT
      *  DATE IS THE PROCESSED DATE, OR FOR A HELD CLAIM THE DATE
      *  THE SECOND APPROVER RELEASED IT.  BILLED IS THE LINE'S
      *  COVERED CHARGES.  A SAVINGS CODE IS SPACES WHERE THAT SLOT
      *  DOES NOT APPLY.  REMIT-LAST-LINE TELLS THE WRITER THE CLAIM
      *  IS COMPLETE.
      *-----------------------------------------------------------------
           04  PRA-CLAIM-NUMBER           PIC X(11).
           04  PRA-PLAN-CODE              PIC X(03).
           04  PRA-CONTRACT-ID-NUMBER     PIC X(09).
           04  PRA-PATIENT-CODE           PIC X(02).
           04  PRA-MEMBER-ID              PIC X(09).
           04  PRA-CLAIM-STATUS           PIC X(02).
           04  PRA-PROCESSED-DATE         PIC 9(08).
           04  PRA-PAYMENT-HELD-SW        PIC X(01).
               88  PRA-PAYMENT-HELD           VALUE 'Y'.
           04  PRA-PROVIDER-ID            PIC X(10).
           04  PRA-NON-PAR-SW             PIC X(01).
               88  PRA-NON-PAR-PROVIDER       VALUE 'Y'.
           04  PRA-CHG-LINE-SUB           PIC S9(04)  BINARY.
           04  PRA-LINE-NUMBER            PIC 9(03).
           04  PRA-CHARGE-STATUS          PIC X(02).
           04  PRA-PROCEDURE-CODE         PIC X(07).
           04  PRA-SERVICE-BEGIN-DATE     PIC 9(08).
           04  PRA-SERVICE-END-DATE       PIC 9(08).
           04  PRA-BILLED-AMOUNT          PIC S9(09)V99 COMP-3.
           04  PRA-ALLOWED-AMOUNT         PIC S9(09)V99 COMP-3.
           04  PRA-DEDUCTIBLE-AMOUNT      PIC S9(07)V99 COMP-3.
           04  PRA-COINS-COPAY-AMOUNT     PIC S9(09)V99 COMP-3.
           04  PRA-OTHER-CARRIER-PAID     PIC S9(09)V99 COMP-3.
           04  PRA-PAID-AMOUNT            PIC S9(09)V99 COMP-3.
           04  PRA-PRIOR-PAID-AMOUNT      PIC S9(09)V99 COMP-3.
           04  PRA-RESPONSE-REASONS.
               08  PRA-RESPONSE-REASON    PIC X(03)   OCCURS 5 TIMES.
           04  PRA-SAVINGS-ENTRY          OCCURS 4 TIMES.
               08  PRA-SAVINGS-CODE       PIC X(02).
               08  PRA-SAVINGS-AMOUNT     PIC S9(09)V99 COMP-3.
           04  PRA-LAST-LINE-SW           PIC X(01).
               88  PRA-LAST-LINE              VALUE 'Y'.
      *%%% DLH TT 1400869 BEGIN
      *-----------------------------------------------------------------
      *  PROVIDER TYPE OF THE LINE, THE PEER GROUP FH02P9MI SCORES THE
      *  PROVIDER AGAINST.
      *-----------------------------------------------------------------
           04  PRA-PROVIDER-TYPE          PIC X(02).
               88  PRA-SNF-PROVIDER           VALUE 'SN'.
               88  PRA-INPATIENT-PROVIDER     VALUE 'IP'.
               88  PRA-OUTPATIENT-PROVIDER    VALUE 'OP'.
               88  PRA-PROFESSIONAL-PROVIDER  VALUE 'PR'.
      *%%% DLH TT 1400869 END
      *
       01  PRW-WORK-FIELDS.
           04  PRW-LAST-PROV-SUB          PIC S9(04)  BINARY.
      *%%% DLH TT 1400867 END
      *
      *%%% KX CMR 387791
       01  WS-MESSAGE-TEXT.
           05 INVALID-PARM-MESSAGE.
           04  SAL-CALL-FAIL-SW               PIC X     VALUE 'N'.
               88   SAL-CALL-FAILED                     VALUE 'Y'.
      *%%% DLH TT 1400857 END
      *%%% DLH TT 1400864 BEGIN
           04  CAE-CALL-FAIL-SW               PIC X     VALUE 'N'.
               88   CAE-CALL-FAILED                     VALUE 'Y'.
      *%%% DLH TT 1400864 END
      *%%% DLH TT 1400845 BEGIN
           04  LATE-FILED-ADJ-SW              PIC X     VALUE 'N'.
               88   LATE-FILED-ADJUDICATION             VALUE 'Y'.
           04  WELL-DED-CR-ELIG-SW            PIC X     VALUE 'N'.
               88   WELL-DED-CR-ELIGIBLE                VALUE 'Y'.
      *%%% DLH TT 1400848 END
      *%%% DLH TT 1400863 BEGIN
           04  EST-MODE-SW                    PIC X     VALUE 'N'.
               88   ESTIMATE-MODE                       VALUE 'Y'.
      *%%% DLH TT 1400863 END
      *%%% DLH TT 1400866 BEGIN
           04  PHW-CLAIM-HELD-SW              PIC X     VALUE 'N'.
               88   PHW-CLAIM-HELD                      VALUE 'Y'.
      *%%% DLH TT 1400866 END
       01  SUBSCRIPTS.
           04  SUB1                       PIC S9(04) BINARY VALUE +0.
           04  SUB2                       PIC S9(04) BINARY VALUE +0.
               88 MABPAA-ROW-MISSING-MSG      VALUE
                        'MEDICARE_MAX_AMT ROW MISSING-ECFSNF'.
      *%%% DLH TT 1400841 END
      *%%% DLH TT 1400860 BEGIN
               88 MABPAA-PP-RATE-MISSING-MSG  VALUE
                        'MEDICARE_MAX_AMT ROW MISSING-PPRATE'.
               88 MABPAA-PP-CLOCK-SQL-MSG     VALUE
                        'UNKNOWN SQL ERR - PROMPT_PAY_CLOCK'.
      *%%% DLH TT 1400860 END
      *%%% DLH TT 1400861 BEGIN
               88 MABPAA-OVR-QUEUE-SQL-MSG    VALUE
                        'UNKNOWN SQL ERR - MASS_ADJ_QUEUE'.
               88 MABPAA-OVR-RECV-SQL-MSG     VALUE
                        'UNKNOWN SQL ERR - OVERPAYMENT_RECV'.
      *%%% DLH TT 1400861 END
      *%%% DLH TT 1400869 BEGIN
               88 MABPAA-WATCHLIST-SQL-MSG    VALUE
                        'UNKNOWN SQL ERR - PROVIDER_WATCHLIST'.
      *%%% DLH TT 1400869 END
      *%%% P7 TT# 983486 END
      *
      *-----------------------------------------------------------------
      *%%% DLH TT 1400857 - EVERY EXIT PATH, INCLUDING THE ERROR
      *    ROUTINES' GO TO 0000-GOBACK, PASSES HERE -- THE ONE PLACE
      *    THE PER-CLAIM EXTRACT COUNTS CAN ALWAYS BE HANDED OFF.
      *%%% DLH TT 1400863 - AND THE ONE PLACE AN ESTIMATE'S LINE
      *    RESPONSES CAN ALWAYS BE HANDED BACK (AN ESTIMATE WROTE NO
      *    EXTRACTS, SO IT HAS NO CONTROL COUNTS TO REPORT).
           IF  ESTIMATE-MODE
               PERFORM 5500-RETURN-ESTIMATE THRU 5500-EXIT
           ELSE
               PERFORM 9890-WRITE-EXTRACT-CONTROL THRU 9890-EXIT
           END-IF.
           GOBACK.

       1000-TRANS-INITIALIZATION.
      *  HAND FH02P0NE A PRIOR CLAIM'S ALREADY-REPORTED COUNTS.
           INITIALIZE XCT-EXTRACT-COUNTS
      *%%% DLH TT 1400857 END
      *%%% DLH TT 1400860 - RESET BEFORE 1005/1010 CAN REACH 9900
           MOVE 'N'    TO PPI-DEFER-SW
           MOVE SPACES TO PPI-STOP-REASON
      *%%% DLH TT 1400863 BEGIN
      *  OVERRIDE BEST IS SET BY THE ONLINE PREDETERMINATION
      *  TRANSACTION, NEVER KEYED ON A CLAIM THAT WILL PAY.  THE
      *  CLAIM RUNS THE FULL BENEFIT CHAIN AGAINST THE LIVE FAMILY
      *  AND PATIENT ACCUMULATORS BUT WRITES NOTHING -- NO SUPPORTING
      *  HISTORY, NO PERIOD ROLL, NO REGISTER, EOB, EXTRACT, INTEREST,
      *  CLOCK, OR RECOVERY RECORD -- AND HANDS EACH LINE'S RESULT
      *  BACK THROUGH FH02P0NK FROM 0000-GOBACK.  ARMED HERE, BEFORE
      *  1005/1010 CAN REACH 9900, SO EVERY EXIT PATH SEES IT.
           MOVE 'N' TO EST-MODE-SW
           IF  CLM-EDIT-OVERRIDE-CODE-1-TWR = 'BEST'
           OR  CLM-EDIT-OVERRIDE-CODE-2-TWR = 'BEST'
           OR  CLM-EDIT-OVERRIDE-CODE-3-TWR = 'BEST'
           OR  CLM-EDIT-OVERRIDE-CODE-4-TWR = 'BEST'
           OR  CLM-EDIT-OVERRIDE-CODE-5-TWR = 'BEST'
               SET ESTIMATE-MODE TO TRUE
           END-IF
      *%%% DLH TT 1400863 END
      *
           INITIALIZE     COB-CHG-LINE-REJECT-SW
                          MEDICARE-AND-COB-SW
               SET ADJ-TRACE-ACTIVE TO TRUE
           END-IF
      *%%% DLH TT 1400842 END
      *%%% DLH TT 1400863 - AN ESTIMATE WRITES NO TRACE RECORDS
           IF  ESTIMATE-MODE
               MOVE 'N' TO ADJ-TRACE-SW
           END-IF
      *%%% DLH TT 1400845 BEGIN
      *  OVERRIDE BLFA IS KEYED BY AN EXAMINER ONLY WHEN THE LATE-
      *  FILED CLAIM IS LEGITIMATELY PAYABLE UNDER THE PRIOR PROCESS
      *   QUEUE SO IT CAN BE AUTO-RESUBMITTED ONCE THE TABLE IS HEALTHY,
      *   INSTEAD OF BEING MANUALLY REPROCESSED.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *%%% DLH TT 1400863 - NOTHING IS WRITTEN FOR AN ESTIMATE
           IF  ESTIMATE-MODE
               GO TO 1016-EXIT
           END-IF
           MOVE MEMBER-ID-TWR           TO RCY-MEMBER-ID
           MOVE CONTRACT-ID-NUMBER-TWR  TO RCY-CONTRACT-ID-NUMBER
           MOVE WS-V-SQL-CODE           TO RCY-SQL-CODE
      *   HISTORY SO THE IN-TRANSACTION 100-SLOT TABLE NO LONGER HAS TO
      *   BE THE SYSTEM OF RECORD.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *%%% DLH TT 1400863 - NOTHING IS WRITTEN FOR AN ESTIMATE
           IF  ESTIMATE-MODE
               GO TO 1025-EXIT
           END-IF
           MOVE MEMBER-ID-TWR                TO CCH-MEMBER-ID
           MOVE SERVICE-BEGIN-DATE-CENT-TWR (TWR-CRG-SUB)
                                              TO CCH-SERVICE-DATE
      *   CHARGE LINE CARRYING OTHER-CARRIER PAYMENT, WITH THE CLAIM
      *   TOTALS THE SECONDARY N4 WAS BUILT FROM.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *%%% DLH TT 1400863 - NOTHING IS WRITTEN FOR AN ESTIMATE
           IF  ESTIMATE-MODE
               GO TO 1125-EXIT
           END-IF
           IF  ANY-APP-AFFECTED-CHRG-TWR (COB-SUB)
           AND (AMT-PAID-OTHER-CARR-1-CP-TWR (COB-SUB) > 0
                OR AMT-PAID-OTHER-CARR-2-CP-TWR (COB-SUB) > 0)
      *%%% DLH TT 1400857
           IF  NOT XCT-CALL-FAILED
               ADD +1 TO XCT-NA-CNT
      *%%% DLH TT 1400864
               INITIALIZE CAE-CLAIM-AUDIT-EVENT-DATA
               MOVE 'NA'                    TO CAE-FEED-CODE
               MOVE CBX-CHG-LINE-SUB        TO CAE-CHG-LINE-SUB
               MOVE CBX-APOC-IND-1          TO CAE-REASON-CODE
               MOVE CBX-APOC-AMT-1-CP       TO CAE-AMOUNT-1
               MOVE CBX-SECONDARY-PAID-CP   TO CAE-AMOUNT-2
               MOVE 'COB SENT TO CARRIER - APOC/SECONDARY'
                                            TO CAE-EVENT-TEXT
               PERFORM 9895-POST-CLAIM-AUDIT THRU 9895-EXIT
           END-IF
           .
       1125-EXIT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   WRITE THE NON-PAR RELIEF SAVINGS IMPACT HISTORY RECORD
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *%%% DLH TT 1400863 - NOTHING IS WRITTEN FOR AN ESTIMATE
           IF  ESTIMATE-MODE
               GO TO 1155-WRITE-RELIEF-HIST-EXIT
           END-IF
           MOVE NP-SUB                  TO NPR-CHG-LINE-SUB
           MOVE HOLD-NPAR-RELIEF-THIS-CHG
                                        TO NPR-RELIEF-AMOUNT
      *%%% DLH TT 1400857
           IF  NOT XCT-CALL-FAILED
               ADD +1 TO XCT-MP-CNT
      *%%% DLH TT 1400864
               INITIALIZE CAE-CLAIM-AUDIT-EVENT-DATA
               MOVE 'MP'                    TO CAE-FEED-CODE
               MOVE NPR-CHG-LINE-SUB        TO CAE-CHG-LINE-SUB
               MOVE NPR-DISPOSITION         TO CAE-REASON-CODE
               MOVE NPR-RELIEF-AMOUNT       TO CAE-AMOUNT-1
               MOVE NPR-ACCUM-TO-DATE       TO CAE-AMOUNT-2
               MOVE 'NON-PAR RELIEF - RELIEF/ACCUM TO DATE'
                                            TO CAE-EVENT-TEXT
               PERFORM 9895-POST-CLAIM-AUDIT THRU 9895-EXIT
           END-IF
           .
       1155-WRITE-RELIEF-HIST-EXIT.
      *   THE ACTION, AND THE ALTERING PARAGRAPH; THE ACCUMULATED
      *   NON-PAR SAVINGS THAT JUSTIFIED THE REMOVAL ARE FILLED HERE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *%%% DLH TT 1400863 - NOTHING IS WRITTEN FOR AN ESTIMATE
           IF  ESTIMATE-MODE
               GO TO 1160-EXIT
           END-IF
           MOVE SPACES TO OVA-DISPOSITION
           MOVE ZEROES TO OVA-NPAR-SVNGS-ACCUM
           IF ORIGINAL-D1-TWR
      *%%% DLH TT 1400857
           IF  NOT XCT-CALL-FAILED
               ADD +1 TO XCT-MY-CNT
      *%%% DLH TT 1400864
               INITIALIZE CAE-CLAIM-AUDIT-EVENT-DATA
               MOVE 'MY'                    TO CAE-FEED-CODE
               MOVE OVA-CHG-LINE-SUB        TO CAE-CHG-LINE-SUB
               MOVE OVA-OVERRIDE-CODE       TO CAE-REASON-CODE
               MOVE OVA-NPAR-SVNGS-ACCUM    TO CAE-AMOUNT-1
               IF  OVA-CODE-REMOVED
                   MOVE 'OVERRIDE CODE REMOVED' TO CAE-EVENT-TEXT
               ELSE
                   MOVE 'OVERRIDE CODES SHIFTED' TO CAE-EVENT-TEXT
               END-IF
               PERFORM 9895-POST-CLAIM-AUDIT THRU 9895-EXIT
           END-IF
           .
       1160-EXIT.
      *%%% DLH TT 1400857
           IF  NOT XCT-CALL-FAILED
               ADD +1 TO XCT-MX-CNT
      *%%% DLH TT 1400864
               INITIALIZE CAE-CLAIM-AUDIT-EVENT-DATA
               MOVE 'MX'                    TO CAE-FEED-CODE
               MOVE ATR-CHG-LINE-SUB        TO CAE-CHG-LINE-SUB
               MOVE ATR-MODULE-ID           TO CAE-REASON-CODE
               MOVE ATR-BEF-AMOUNT-PAID-CP  TO CAE-AMOUNT-1
               MOVE ATR-AFT-AMOUNT-PAID-CP  TO CAE-AMOUNT-2
               MOVE 'MODULE TRACE - PAID BEFORE/AFTER'
                                            TO CAE-EVENT-TEXT
               PERFORM 9895-POST-CLAIM-AUDIT THRU 9895-EXIT
           END-IF
           .
       2006-EXIT.
      *%%% DLH TT 1400857
           IF  NOT XCT-CALL-FAILED
               ADD +1 TO XCT-MX-CNT
      *%%% DLH TT 1400864
               INITIALIZE CAE-CLAIM-AUDIT-EVENT-DATA
               MOVE 'MX'                    TO CAE-FEED-CODE
               MOVE ATR-CHG-LINE-SUB        TO CAE-CHG-LINE-SUB
               MOVE ATR-MODULE-ID           TO CAE-REASON-CODE
               MOVE ATR-BEF-AMOUNT-PAID-CP  TO CAE-AMOUNT-1
               MOVE ATR-AFT-AMOUNT-PAID-CP  TO CAE-AMOUNT-2
               MOVE 'MODULE TRACE - PAID BEFORE/AFTER'
                                            TO CAE-EVENT-TEXT
               PERFORM 9895-POST-CLAIM-AUDIT THRU 9895-EXIT
           END-IF
           .
       2009-EXIT.
      *   THE CLAIM/CHARGE LINE, PRIOR-VS-NEW APOC AMOUNT, AND WHETHER
      *   THE CHARGE WAS DEFERRED FOR FNM.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *%%% DLH TT 1400863 - NOTHING IS WRITTEN FOR AN ESTIMATE
           IF  ESTIMATE-MODE
               GO TO 2035-EXIT
           END-IF
           MOVE TWR-CRG-SUB               TO SGA-CHG-LINE-SUB
           MOVE HOLD-PREV-AMT-PAID-CP     TO SGA-PREV-AMT-PAID-CP
           MOVE PREV-SUBROGATION-SAVINGS  TO SGA-PREV-SUBROG-SAVINGS
      *%%% DLH TT 1400857
           IF  NOT XCT-CALL-FAILED
               ADD +1 TO XCT-MS-CNT
      *%%% DLH TT 1400864
               INITIALIZE CAE-CLAIM-AUDIT-EVENT-DATA
               MOVE 'MS'                    TO CAE-FEED-CODE
               MOVE SGA-CHG-LINE-SUB        TO CAE-CHG-LINE-SUB
               MOVE SGA-PREV-AMT-PAID-CP    TO CAE-AMOUNT-1
               MOVE SGA-NEW-APOC-AMT-CP     TO CAE-AMOUNT-2
               IF  SGA-FNM-DEFERRED
                   MOVE 'FNM' TO CAE-REASON-CODE
                   MOVE 'SUBROGATION - DEFERRED FOR FNM'
                                            TO CAE-EVENT-TEXT
               ELSE
                   MOVE 'SUBROGATION - PRIOR PAID/NEW APOC'
                                            TO CAE-EVENT-TEXT
               END-IF
               PERFORM 9895-POST-CLAIM-AUDIT THRU 9895-EXIT
           END-IF
           .
       2035-EXIT.
           EXIT.

       2059-WRITE-SNF-UTIL-REC.
      *%%% DLH TT 1400863 - NOTHING IS WRITTEN FOR AN ESTIMATE
           IF  ESTIMATE-MODE
               GO TO 2059-EXIT
           END-IF
           MOVE CLAIM-NUMBER-TWR           TO SNU-CLAIM-NUMBER
           MOVE PATIENT-CODE-TWR           TO SNU-PATIENT-CODE
           MOVE REPORTING-PLAN-CODE-TWR    TO SNU-PLAN-CODE
      *%%% DLH TT 1400857
           IF  NOT XCT-CALL-FAILED
               ADD +1 TO XCT-MW-CNT
      *%%% DLH TT 1400869 BEGIN
      *        INDEXED SO FH02P9MI CAN COUNT SNF MAXIMUM BREACHES BY
      *        PROVIDER:  AMOUNT 1 IS HISTORY PLUS CURRENT SNF PAID,
      *        AMOUNT 2 THE MAXIMUM, AND 'OVER MAX' MARKS A BREACH.
               INITIALIZE CAE-CLAIM-AUDIT-EVENT-DATA
               MOVE 'MW'                    TO CAE-FEED-CODE
               MOVE TWR-CRG-SUB             TO CAE-CHG-LINE-SUB
               COMPUTE CAE-AMOUNT-1 = SNU-SNF-HIST-TOTAL-PAID
                                    + SNU-SNF-CURR-TOTAL-PAID
               END-COMPUTE
               MOVE SNU-MAX-ALLOWABLE       TO CAE-AMOUNT-2
               IF  SNU-MAX-ALLOWABLE > ZERO
               AND CAE-AMOUNT-1 > SNU-MAX-ALLOWABLE
                   MOVE 'OVER MAX'          TO CAE-REASON-CODE
               END-IF
               MOVE 'SNF UTILIZATION - PAID TO DATE/MAXIMUM'
                                            TO CAE-EVENT-TEXT
               PERFORM 9895-POST-CLAIM-AUDIT THRU 9895-EXIT
      *%%% DLH TT 1400869 END
           END-IF
           .
       2059-EXIT.
      *   SAME PROCESSED-MINUS-BEGIN YEAR DIFFERENCE
      *   1045-SET-LATE-FILED-PERIOD DERIVES FOR BLFA CLAIMS.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *%%% DLH TT 1400863 - NOTHING IS WRITTEN FOR AN ESTIMATE
           IF  ESTIMATE-MODE
               GO TO 4100-EXIT
           END-IF
           MOVE CLAIM-NUMBER-TWR          TO TFD-CLAIM-NUMBER
           MOVE REPORTING-PLAN-CODE-TWR   TO TFD-PLAN-CODE
           MOVE CONTRACT-ID-NUMBER-TWR    TO TFD-CONTRACT-ID-NUMBER
      *%%% DLH TT 1400857
           IF  NOT XCT-CALL-FAILED
               ADD +1 TO XCT-NF-CNT
      *%%% DLH TT 1400864
               INITIALIZE CAE-CLAIM-AUDIT-EVENT-DATA
               MOVE 'NF'                    TO CAE-FEED-CODE
               MOVE TFD-FILING-DEADLINE     TO CAE-REASON-CODE
               MOVE 'TIMELY FILING DENIAL - DEADLINE MMDDCCYY'
                                            TO CAE-EVENT-TEXT
               PERFORM 9895-POST-CLAIM-AUDIT THRU 9895-EXIT
           END-IF
           .
       4100-EXIT.
              VARYING TWR-CRG-SUB      FROM 1 BY 1
                UNTIL TWR-CRG-SUB      >  NUMBER-OF-CHARGES-TWR

      *%%% DLH TT 1400863 - AN ESTIMATE IS COMPLETE ONCE THE COB
      *    REJECTS ARE SETTLED.  IT NEVER ROLLS THE BENEFIT PERIODS,
      *    BUILDS THE REGISTER, OR TOUCHES INTEREST OR RECOVERY.
           IF  ESTIMATE-MODE
               GO TO 5000-EXIT
           END-IF

      *%%% DLH TT 1400845 - A LATE-FILED CLAIM ADJUDICATED UNDER A
      *    PRIOR PROCESS PERIOD MUST NEVER ROLL THE STORED FWR/PWR
      *    BENEFIT PERIODS FORWARD, EVEN AFTER 1045 REPLACED THE
               PERFORM 5200-BUILD-PAYMENT-REGISTER THRU 5200-EXIT
           END-IF
      *%%% DLH TT 1400854 END
      *%%% DLH TT 1400860 BEGIN
           EVALUATE TRUE
             WHEN APPROVED-CLAIM-TWR
               PERFORM 5300-CALC-PROMPT-PAY-INTEREST THRU 5300-EXIT
             WHEN PPI-CREDITABLE-DEFERRAL
               PERFORM 5325-STOP-PROMPT-PAY-CLOCK THRU 5325-EXIT
             WHEN PPI-OUR-DEFERRAL
               PERFORM 5320-RESUME-PROMPT-PAY-CLOCK THRU 5320-EXIT
           END-EVALUATE
      *%%% DLH TT 1400860 END
      *%%% DLH TT 1400866 BEGIN
      *    SCREEN THE APPROVED CLAIM FOR THE PAYMENT HOLD QUEUE BEFORE
      *    RECOVERY, SO A HELD PAYMENT IS NEVER OFFSET.
           MOVE 'N' TO PHW-CLAIM-HELD-SW
           IF  APPROVED-CLAIM-TWR
               PERFORM 5600-PAYMENT-HOLD-SCREEN THRU 5600-EXIT
           END-IF
      *%%% DLH TT 1400866 END
      *%%% DLH TT 1400861 BEGIN
           IF  APPROVED-CLAIM-TWR
               PERFORM 5400-OVERPAYMENT-RECOVERY THRU 5400-EXIT
           END-IF
      *%%% DLH TT 1400861 END
      *%%% DLH TT 1400867 - LAST, SO THE REMITTANCE SEES THE HOLD.
           PERFORM 5700-PROVIDER-REMITTANCE THRU 5700-EXIT
           .
       5000-EXIT.
           EXIT.
           EXIT.
      *%%% DLH TT 1400854 END

      *%%% DLH TT 1400860 BEGIN
       5300-CALC-PROMPT-PAY-INTEREST.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   MEASURE THE APPROVED CLAIM AGAINST THE PROMPT-PAY DEADLINE.
      *   ELAPSED DAYS ARE DATE-PROCESSED MINUS DATE-RECEIVED (BOTH
      *   FEP CENTURY-DAY NUMBERS) LESS THE CLOCK CREDIT EARNED WHILE
      *   THE CLAIM SAT DEFERRED FOR REASONS OUTSIDE OUR CONTROL.
      *   EVERY DAY PAST THE DEADLINE EARNS SIMPLE INTEREST ON THE
      *   AMOUNT PAID AT THE ANNUAL RATE (IN BASIS POINTS) ON THE
      *   DAY-COUNT BASIS:
      *       INTEREST = BASE * RATE-BP * LATE-DAYS / (10000 * BASIS)
      *   THE BASE IS THE PAID AMOUNT OF THE APPROVED LINES.  ON AN
      *   ADJUSTMENT IT IS ONLY THE INCREASE OVER THE PRIOR PAYMENT --
      *   THE PRIOR PAYMENT WENT OUT ON ITS OWN SCHEDULE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *
      *   THE CLAIM IS NO LONGER WAITING ON ANYONE -- CLOSE ANY OPEN
      *   CLOCK STOP AT TODAY'S DATE BEFORE THE CREDIT IS SUMMED.
           PERFORM 5320-RESUME-PROMPT-PAY-CLOCK THRU 5320-EXIT
      *
           MOVE CLAIM-NUMBER-TWR          TO IPI-CLAIM-NUMBER
           MOVE REPORTING-PLAN-CODE-TWR   TO IPI-PLAN-CODE
           MOVE CONTRACT-ID-NUMBER-TWR    TO IPI-CONTRACT-ID-NUMBER
           MOVE PATIENT-CODE-TWR          TO IPI-PATIENT-CODE
           MOVE SPACES                    TO IPI-PROVIDER-ID
                                             IPI-STATUS
           MOVE 'N'                       TO PPI-PROVIDER-SW
           MOVE ZEROES                    TO IPI-INTEREST-BASE
                                             IPI-INTEREST-AMOUNT
                                             IPI-ANNUAL-RATE-BP
                                             IPI-CLOCK-CREDIT-DAYS
                                             IPI-LATE-DAYS
      *
           PERFORM 5310-ACCUM-INTEREST-BASE THRU 5310-EXIT
              VARYING TWR-CRG-SUB FROM 1 BY 1
              UNTIL TWR-CRG-SUB > NUMBER-OF-CHARGES-TWR
           IF  IPI-INTEREST-BASE NOT > ZERO
               GO TO 5300-EXIT
           END-IF
      *
           COMPUTE IPI-ELAPSED-DAYS =
                   DATE-PROCESSED-CENT-TWR - DATE-RECEIVED-CENT-TWR
           END-COMPUTE
           IF  IPI-ELAPSED-DAYS NOT > ZERO
               GO TO 5300-EXIT
           END-IF
      *
           PERFORM 5330-GET-CLOCK-CREDIT THRU 5330-EXIT
           PERFORM 5340-GET-PROMPT-PAY-TERMS THRU 5340-EXIT
           COMPUTE IPI-LATE-DAYS = IPI-ELAPSED-DAYS
                                 - IPI-CLOCK-CREDIT-DAYS
                                 - IPI-DEADLINE-DAYS
           END-COMPUTE
           IF  IPI-LATE-DAYS NOT > ZERO
               GO TO 5300-EXIT
           END-IF
      *
           PERFORM 5345-GET-PROMPT-PAY-RATE THRU 5345-EXIT
           IF  PPI-RATE-FOUND
               SET IPI-INTEREST-DUE TO TRUE
               COMPUTE IPI-INTEREST-AMOUNT ROUNDED =
                       IPI-INTEREST-BASE * IPI-ANNUAL-RATE-BP
                     * IPI-LATE-DAYS / (10000 * IPI-DAY-BASIS)
               END-COMPUTE
           ELSE
               SET IPI-RATE-NOT-ON-FILE TO TRUE
           END-IF
      *
           MOVE DATE-RECEIVED-CENT-TWR    TO FEP-CENTURY-DATE
           PERFORM 9700-CONVERT-FEP-CENTURY-DT THRU 9700-EXIT
           MOVE MMDDCCYY-DATE             TO IPI-RECEIVED-DATE
           MOVE DATE-PROCESSED-CENT-TWR   TO FEP-CENTURY-DATE
           PERFORM 9700-CONVERT-FEP-CENTURY-DT THRU 9700-EXIT
           MOVE MMDDCCYY-DATE             TO IPI-PROCESSED-DATE
      *
           PERFORM 5350-WRITE-INTEREST-DUE THRU 5350-EXIT
           .
       5300-EXIT.
           EXIT.

       5310-ACCUM-INTEREST-BASE.
           IF  NOT ANY-APP-AFFECTED-CHRG-TWR (TWR-CRG-SUB)
               GO TO 5310-EXIT
           END-IF
      *
           IF  NOT PPI-PROVIDER-SET
               MOVE PROVIDER-ID-NUMBER-TWR (TWR-CRG-SUB)
                 TO IPI-PROVIDER-ID
               SET PPI-PROVIDER-SET TO TRUE
           END-IF
      *
           IF  ADJUSTMENT-D2-TWR
               COMPUTE IPI-INTEREST-BASE = IPI-INTEREST-BASE
                     + AMOUNT-PAID-CP-TWR (TWR-CRG-SUB)
                     - CHRG-PREV-AMOUNT-PAID-CP-TWR (TWR-CRG-SUB)
               END-COMPUTE
           ELSE
               ADD AMOUNT-PAID-CP-TWR (TWR-CRG-SUB)
                TO IPI-INTEREST-BASE
           END-IF
           .
       5310-EXIT.
           EXIT.

       5320-RESUME-PROMPT-PAY-CLOCK.
           SET PPC-RESUME-CLOCK           TO TRUE
           MOVE SPACES                    TO PPC-STOP-REASON
           PERFORM 5328-WRITE-CLOCK-EVENT THRU 5328-EXIT
           .
       5320-EXIT.
           EXIT.

       5325-STOP-PROMPT-PAY-CLOCK.
           SET PPC-STOP-CLOCK             TO TRUE
           MOVE PPI-STOP-REASON           TO PPC-STOP-REASON
           PERFORM 5328-WRITE-CLOCK-EVENT THRU 5328-EXIT
           .
       5325-EXIT.
           EXIT.

       5328-WRITE-CLOCK-EVENT.
      *%%% DLH TT 1400863 - NOTHING IS WRITTEN FOR AN ESTIMATE
           IF  ESTIMATE-MODE
               GO TO 5328-EXIT
           END-IF
           MOVE REPORTING-PLAN-CODE-TWR   TO PPC-PLAN-CODE
           MOVE CLAIM-NUMBER-TWR          TO PPC-CLAIM-NUMBER
           MOVE DATE-PROCESSED-CENT-TWR   TO PPC-EVENT-CENT-DT
      *
           MOVE 'N' TO XCT-CALL-FAIL-SW
           MOVE 'FH02P0NH' TO WS-S-CALL2-MODULE
           CALL WS-S-CALL2-MODULE   USING  DFHEIBLK
                                      DUMMY-COMMAREA
                                      TRANSACTION-WORK-RECORD
                                      PPC-PROMPT-PAY-CLOCK-DATA
                ON EXCEPTION
                   MOVE 5328                 TO WS-V-ERROR-PARA
                   SET FEP-MAF-CICS-SOFTWARE TO TRUE
                   SET CALL-PGM              TO TRUE
                   SET XCT-CALL-FAILED       TO TRUE
                   PERFORM 9880-ERROR-RTN    THRU 9880-EXIT
           END-CALL
           IF  NOT XCT-CALL-FAILED
               ADD +1 TO XCT-NH-CNT
           END-IF
           .
       5328-EXIT.
           EXIT.

       5330-GET-CLOCK-CREDIT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   SUM THE CLOSED CLOCK STOPS FOR THIS CLAIM SINCE IT WAS
      *   RECEIVED.  STOPS DATED BEFORE DATE-RECEIVED BELONG TO AN
      *   EARLIER SUBMISSION OF THE SAME CLAIM NUMBER.  A STOP LEFT
      *   OPEN BY A FAILED RESUME CALL EARNS NO CREDIT, AND A FAILED
      *   SELECT EARNS NONE EITHER -- AN ERROR HERE NEVER COSTS THE
      *   PROVIDER INTEREST.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE ZEROES                    TO PPI-CREDIT-DAYS-DB
           MOVE DATE-RECEIVED-CENT-TWR    TO PPI-RECEIVED-CENT-DT

           EXEC SQL
                SELECT
                  VALUE(SUM(A.RESUME_CENT_DT - A.STOP_CENT_DT), 0)
                INTO
                  :PPI-CREDIT-DAYS-DB
                FROM
                  PROMPT_PAY_CLOCK A
                WHERE
                  A.PLAN_CODE        = :PPC-PLAN-CODE
                  AND A.CLAIM_NUMBER = :PPC-CLAIM-NUMBER
                  AND A.STOP_CENT_DT >= :PPI-RECEIVED-CENT-DT
                  AND A.RESUME_CENT_DT > A.STOP_CENT_DT
           END-EXEC

           MOVE SQLCODE                  TO SQL-SQLCODE

           EVALUATE  TRUE
             WHEN SQL-SUCCESS
               CONTINUE
             WHEN SQL-NOTFND
               MOVE ZEROES TO PPI-CREDIT-DAYS-DB
             WHEN OTHER
               MOVE ZEROES TO PPI-CREDIT-DAYS-DB
               PERFORM 5335-CLOCK-SQL-ERR-ROUTINE
                  THRU 5335-EXIT
           END-EVALUATE
      *
           IF  PPI-CREDIT-DAYS-DB > IPI-ELAPSED-DAYS
               MOVE IPI-ELAPSED-DAYS      TO PPI-CREDIT-DAYS-DB
           END-IF
           MOVE PPI-CREDIT-DAYS-DB        TO IPI-CLOCK-CREDIT-DAYS
           .
       5330-EXIT.
           EXIT.

       5335-CLOCK-SQL-ERR-ROUTINE.
           MOVE SPACES TO WS-V-MESSAGE-2.
           SET MABPAA-PP-CLOCK-SQL-MSG TO TRUE.
           MOVE MGMT-ALERT-MED-MAX TO WS-V-MESSAGE-2.
           MOVE 5330 TO WS-V-ERROR-PARA.
           SET SELECT-ROW TO TRUE
           SET FEP-MAF-EXCPT-WARNING TO TRUE.
           SET FEP-MAF-DB2-SOFTWARE TO TRUE.
           MOVE SQL-SQLCODE TO WS-V-SQL-CODE.
           PERFORM 9880-ERROR-RTN THRU 9880-EXIT.

       5335-EXIT.
           EXIT.

       5340-GET-PROMPT-PAY-TERMS.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   RETRIEVE THE PROMPT-PAY TERMS IN EFFECT ON THE PROCESSED
      *   DATE FROM MEDICARE_MAX_AMT, USING THE SAME EFFECTIVE/
      *   TERMINATION DATE PATTERN AS 1030-GET-YEARLY-MED-AMTS:
      *     'PROMPT-PAY-DAYS'  - DAYS ALLOWED TO PAY A CLEAN CLAIM
      *     'PROMPT-PAY-BASIS' - DAY-COUNT BASIS (360 OR 365)
      *   WHEN NO ROW IS ON FILE THE FALLBACK VALUES BELOW ARE USED.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE +30  TO PPI-DEADLINE-DAYS
           MOVE +360 TO PPI-DAY-BASIS

           PERFORM 5342-SET-PROMPT-PAY-EFF-DT THRU 5342-EXIT

           EXEC SQL
                SELECT
                  A.MDCR_MAX_AMT
                INTO
                  :DCLMEDICARE-MAX-AMT.MDCR-MAX-AMT
                FROM
                  MEDICARE_MAX_AMT A
                WHERE
                  MDCR_MAX_TYPE_CD = 'PROMPT-PAY-DAYS'
                  AND :DCLMEDICARE-MAX-AMT.MDCR-MAX-EFF-DT
                      BETWEEN MDCR_MAX_EFF_DT AND MDCR_MAX_TRM_DT
                  AND :DCLMEDICARE-MAX-AMT.SYSTEM-EFF-DT
                      BETWEEN SYSTEM_EFF_DT AND SYSTEM_TRM_DT
           END-EXEC

           MOVE SQLCODE                  TO SQL-SQLCODE

           EVALUATE  TRUE
             WHEN SQL-SUCCESS
               MOVE MDCR-MAX-AMT OF DCLMEDICARE-MAX-AMT
                 TO PPI-DEADLINE-DAYS
             WHEN SQL-NOTFND
               CONTINUE
             WHEN OTHER
               PERFORM 5348-PP-AMT-ERR-ROUTINE
                  THRU 5348-EXIT
           END-EVALUATE

           EXEC SQL
                SELECT
                  A.MDCR_MAX_AMT
                INTO
                  :DCLMEDICARE-MAX-AMT.MDCR-MAX-AMT
                FROM
                  MEDICARE_MAX_AMT A
                WHERE
                  MDCR_MAX_TYPE_CD = 'PROMPT-PAY-BASIS'
                  AND :DCLMEDICARE-MAX-AMT.MDCR-MAX-EFF-DT
                      BETWEEN MDCR_MAX_EFF_DT AND MDCR_MAX_TRM_DT
                  AND :DCLMEDICARE-MAX-AMT.SYSTEM-EFF-DT
                      BETWEEN SYSTEM_EFF_DT AND SYSTEM_TRM_DT
           END-EXEC

           MOVE SQLCODE                  TO SQL-SQLCODE

           EVALUATE  TRUE
             WHEN SQL-SUCCESS
               MOVE MDCR-MAX-AMT OF DCLMEDICARE-MAX-AMT
                 TO PPI-DAY-BASIS
             WHEN SQL-NOTFND
               CONTINUE
             WHEN OTHER
               PERFORM 5348-PP-AMT-ERR-ROUTINE
                  THRU 5348-EXIT
           END-EVALUATE
      *
           IF  PPI-DAY-BASIS NOT > ZERO
               MOVE +360 TO PPI-DAY-BASIS
           END-IF
           MOVE PPI-DEADLINE-DAYS         TO IPI-DEADLINE-DAYS
           MOVE PPI-DAY-BASIS             TO IPI-DAY-BASIS
           .
       5340-EXIT.
           EXIT.

       5342-SET-PROMPT-PAY-EFF-DT.
           MOVE DATE-PROCESSED-CENT-TWR TO FEP-CENTURY-DATE
           PERFORM 9700-CONVERT-FEP-CENTURY-DT THRU 9700-EXIT
           MOVE MMDDCCYY-MM   TO MED-MAX-SYS-EFF-DT-MM
                                 MED-MAX-EFF-DT-MM
           MOVE MMDDCCYY-DD   TO MED-MAX-SYS-EFF-DT-DD
                                 MED-MAX-EFF-DT-DD
           MOVE MMDDCCYY-CCYY TO MED-MAX-SYS-EFF-DT-CCYY
                                 MED-MAX-EFF-DT-CCYY

           MOVE MED-MAX-SYS-EFF-DT TO SYSTEM-EFF-DT OF
                            DCLMEDICARE-MAX-AMT
           MOVE MED-MAX-EFF-DT TO MDCR-MAX-EFF-DT OF
                            DCLMEDICARE-MAX-AMT
           .
       5342-EXIT.
           EXIT.

       5345-GET-PROMPT-PAY-RATE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   'PROMPT-PAY-RATE' - ANNUAL INTEREST RATE IN BASIS POINTS
      *                       (4.625 PERCENT IS CARRIED AS 462.50)
      *   THERE IS NO FALLBACK RATE.  A MISSING ROW IS ALERTED AND THE
      *   CLAIM IS STILL WRITTEN, WITH ZERO INTEREST, FOR FINANCE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE 'N' TO PPI-RATE-SW

           PERFORM 5342-SET-PROMPT-PAY-EFF-DT THRU 5342-EXIT

           EXEC SQL
                SELECT
                  A.MDCR_MAX_AMT
                INTO
                  :DCLMEDICARE-MAX-AMT.MDCR-MAX-AMT
                FROM
                  MEDICARE_MAX_AMT A
                WHERE
                  MDCR_MAX_TYPE_CD = 'PROMPT-PAY-RATE'
                  AND :DCLMEDICARE-MAX-AMT.MDCR-MAX-EFF-DT
                      BETWEEN MDCR_MAX_EFF_DT AND MDCR_MAX_TRM_DT
                  AND :DCLMEDICARE-MAX-AMT.SYSTEM-EFF-DT
                      BETWEEN SYSTEM_EFF_DT AND SYSTEM_TRM_DT
           END-EXEC

           MOVE SQLCODE                  TO SQL-SQLCODE

           EVALUATE  TRUE
             WHEN SQL-SUCCESS
               MOVE MDCR-MAX-AMT OF DCLMEDICARE-MAX-AMT
                 TO IPI-ANNUAL-RATE-BP
               SET PPI-RATE-FOUND TO TRUE
             WHEN SQL-NOTFND
               PERFORM 5349-PP-RATE-NOTFND-ROUTINE
                  THRU 5349-EXIT
             WHEN OTHER
               PERFORM 5348-PP-AMT-ERR-ROUTINE
                  THRU 5348-EXIT
           END-EVALUATE
           .
       5345-EXIT.
           EXIT.

       5348-PP-AMT-ERR-ROUTINE.
           MOVE SPACES TO WS-V-MESSAGE-2.
           SET MABPAA-UNKNOWN-SQL-MSG TO TRUE.
           MOVE MGMT-ALERT-MED-MAX TO WS-V-MESSAGE-2.
           MOVE 5340 TO WS-V-ERROR-PARA.
           SET SELECT-ROW TO TRUE
           SET FEP-MAF-EXCPT-WARNING TO TRUE.
           SET FEP-MAF-DB2-SOFTWARE TO TRUE.
           MOVE SQL-SQLCODE TO WS-V-SQL-CODE.
           PERFORM 9880-ERROR-RTN THRU 9880-EXIT.

       5348-EXIT.
           EXIT.

       5349-PP-RATE-NOTFND-ROUTINE.
           MOVE SPACES TO WS-V-MESSAGE-2.
           SET MABPAA-PP-RATE-MISSING-MSG TO TRUE.
           MOVE MGMT-ALERT-MED-MAX TO WS-V-MESSAGE-2.
           MOVE 5345 TO WS-V-ERROR-PARA.
           SET SELECT-ROW TO TRUE
           SET FEP-MAF-EXCPT-WARNING TO TRUE.
           SET FEP-MAF-DB2-SOFTWARE TO TRUE.
           MOVE SQL-SQLCODE TO WS-V-SQL-CODE.
           PERFORM 9880-ERROR-RTN THRU 9880-EXIT.

       5349-EXIT.
           EXIT.

       5350-WRITE-INTEREST-DUE.
           MOVE 'N' TO XCT-CALL-FAIL-SW
           MOVE 'FH02P0NG' TO WS-S-CALL2-MODULE
           CALL WS-S-CALL2-MODULE   USING  DFHEIBLK
                                      DUMMY-COMMAREA
                                      CLAIM-WORK-RECORD
                                      TRANSACTION-WORK-RECORD
                                      IPI-PROMPT-PAY-INTEREST-DATA
                ON EXCEPTION
                   MOVE 5350                 TO WS-V-ERROR-PARA
                   SET FEP-MAF-CICS-SOFTWARE TO TRUE
                   SET CALL-PGM              TO TRUE
                   SET XCT-CALL-FAILED       TO TRUE
                   PERFORM 9880-ERROR-RTN    THRU 9880-EXIT
           END-CALL
           IF  NOT XCT-CALL-FAILED
               ADD +1 TO XCT-NG-CNT
           END-IF
           .
       5350-EXIT.
           EXIT.
      *%%% DLH TT 1400860 END

      *%%% DLH TT 1400861 BEGIN
       5400-OVERPAYMENT-RECOVERY.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   FOOT THE APPROVED CLAIM'S PAID AMOUNTS BY PROVIDER, THEN
      *   SETTLE EACH PROVIDER:
      *   - ON AN ADJUSTMENT, A PROVIDER WHOSE NEW PAID IS BELOW THE
      *     PRIOR PAID WAS OVERPAID.  OPEN A RECEIVABLE FOR THE
      *     DIFFERENCE.  THIS CATCHES EVERY WAY A DOWNWARD ADJUSTMENT
      *     REACHES US:  THE EXAMINER-KEYED D2, THE FH02P9M2 SWEEP AND
      *     THE FH02P9M4 CARRIER CORRECTION (BOTH RESUBMITTED FROM
      *     MASS_ADJ_QUEUE AS ADJUSTMENT-D2), AND THE SUBROGATION
      *     ADJUSTMENT, WHOSE LINES CARRY BACK THE PRIOR PAID THAT
      *     2030 HELD IN HOLD-PREV-AMT-PAID-CP.
      *   - A PROVIDER WHO IS PAID ANYTHING NEW IS OFFERED FOR
      *     RECOUPMENT AGAINST ITS OPEN, OFFSET-ELIGIBLE RECEIVABLES.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE ZEROES                    TO OVR-PROV-CNT
           MOVE 'N'                       TO OVR-DATE-SW
      *
           PERFORM 5410-ACCUM-PROVIDER-PAID THRU 5410-EXIT
              VARYING TWR-CRG-SUB FROM 1 BY 1
              UNTIL TWR-CRG-SUB > NUMBER-OF-CHARGES-TWR
      *
           PERFORM 5420-SETTLE-PROVIDER THRU 5420-EXIT
              VARYING OVR-PROV-SUB FROM 1 BY 1
              UNTIL OVR-PROV-SUB > OVR-PROV-CNT
           .
       5400-EXIT.
           EXIT.

       5410-ACCUM-PROVIDER-PAID.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   NEW PAID COMES ONLY FROM THE LINES THAT APPROVED (THE SAME
      *   TEST 5210 FOOTS THE PAYMENT REGISTER WITH).  PRIOR PAID
      *   COMES FROM EVERY LINE OF AN ADJUSTMENT -- A LINE THAT PAID
      *   BEFORE AND DENIES NOW IS THE PLAINEST OVERPAYMENT THERE IS.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           IF  ANY-APP-AFFECTED-CHRG-TWR (TWR-CRG-SUB)
               MOVE AMOUNT-PAID-CP-TWR (TWR-CRG-SUB)
                 TO OVR-LINE-NEW-PAID
           ELSE
               MOVE ZEROES                TO OVR-LINE-NEW-PAID
           END-IF
           IF  ADJUSTMENT-D2-TWR
               MOVE CHRG-PREV-AMOUNT-PAID-CP-TWR (TWR-CRG-SUB)
                 TO OVR-LINE-PRIOR-PAID
           ELSE
               MOVE ZEROES                TO OVR-LINE-PRIOR-PAID
           END-IF
           IF  OVR-LINE-NEW-PAID = ZERO
           AND OVR-LINE-PRIOR-PAID = ZERO
               GO TO 5410-EXIT
           END-IF
      *
           SET OVR-NDX TO 1
           SEARCH OVR-PROVIDER-ENTRY
             AT END CONTINUE
             WHEN OVR-NDX > OVR-PROV-CNT
               ADD +1 TO OVR-PROV-CNT
               MOVE PROVIDER-ID-NUMBER-TWR (TWR-CRG-SUB)
                 TO OVR-PROV-ID (OVR-NDX)
               MOVE ZEROES TO OVR-PROV-PRIOR-PAID (OVR-NDX)
                              OVR-PROV-NEW-PAID (OVR-NDX)
             WHEN OVR-PROV-ID (OVR-NDX) =
                  PROVIDER-ID-NUMBER-TWR (TWR-CRG-SUB)
               CONTINUE
           END-SEARCH
      *
           ADD OVR-LINE-NEW-PAID   TO OVR-PROV-NEW-PAID (OVR-NDX)
           ADD OVR-LINE-PRIOR-PAID TO OVR-PROV-PRIOR-PAID (OVR-NDX)
           .
       5410-EXIT.
           EXIT.

       5420-SETTLE-PROVIDER.
           IF  OVR-PROV-NEW-PAID (OVR-PROV-SUB) <
               OVR-PROV-PRIOR-PAID (OVR-PROV-SUB)
               PERFORM 5430-OPEN-RECEIVABLE THRU 5430-EXIT
               GO TO 5420-EXIT
           END-IF
      *
           COMPUTE OVR-PAYMENT-AMOUNT =
                   OVR-PROV-NEW-PAID (OVR-PROV-SUB)
                 - OVR-PROV-PRIOR-PAID (OVR-PROV-SUB)
           END-COMPUTE
      *%%% DLH TT 1400866 - A HELD PAYMENT MAY STILL BE DENIED, SO
      *    NOTHING IS RECOUPED FROM IT.  THE RECEIVABLE WAITS FOR THE
      *    PROVIDER'S NEXT RELEASED PAYMENT.
           IF  OVR-PAYMENT-AMOUNT > ZERO
           AND NOT PHW-CLAIM-HELD
               PERFORM 5450-RECOUP-OFFSET THRU 5450-EXIT
           END-IF
           .
       5420-EXIT.
           EXIT.

       5425-SET-PROCESSED-DATE.
           IF  NOT OVR-DATE-SET
               MOVE DATE-PROCESSED-CENT-TWR TO FEP-CENTURY-DATE
               PERFORM 9700-CONVERT-FEP-CENTURY-DT THRU 9700-EXIT
               MOVE MMDDCCYY-DATE           TO OVR-PROCESSED-DATE
               SET OVR-DATE-SET             TO TRUE
           END-IF
           .
       5425-EXIT.
           EXIT.

       5430-OPEN-RECEIVABLE.
           PERFORM 5425-SET-PROCESSED-DATE THRU 5425-EXIT
      *
           MOVE CLAIM-NUMBER-TWR          TO ORV-CLAIM-NUMBER
           MOVE REPORTING-PLAN-CODE-TWR   TO ORV-PLAN-CODE
           MOVE CONTRACT-ID-NUMBER-TWR    TO ORV-CONTRACT-ID-NUMBER
           MOVE PATIENT-CODE-TWR          TO ORV-PATIENT-CODE
           MOVE MEMBER-ID-TWR             TO ORV-MEMBER-ID
           MOVE OVR-PROV-ID (OVR-PROV-SUB)
             TO ORV-PROVIDER-ID
           MOVE OVR-PROV-PRIOR-PAID (OVR-PROV-SUB)
             TO ORV-PRIOR-PAID
           MOVE OVR-PROV-NEW-PAID (OVR-PROV-SUB)
             TO ORV-NEW-PAID
           COMPUTE ORV-OVERPAID-AMOUNT = ORV-PRIOR-PAID - ORV-NEW-PAID
           END-COMPUTE
           MOVE OVR-PROCESSED-DATE        TO ORV-PROCESSED-DATE
           MOVE SPACES                    TO ORV-RUN-ID
      *
           IF  IS-SUBROGATION-ADJUSTMENT
               SET ORV-SRC-SUBROGATION    TO TRUE
           ELSE
               PERFORM 5435-GET-ADJUSTMENT-SOURCE THRU 5435-EXIT
           END-IF
      *
           PERFORM 5440-WRITE-RECEIVABLE THRU 5440-EXIT
           .
       5430-EXIT.
           EXIT.

       5435-GET-ADJUSTMENT-SOURCE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   A CLAIM ON MASS_ADJ_QUEUE CAME BACK THROUGH THE NIGHTLY
      *   RESUBMISSION TASK FROM AN FH02P9M2 SWEEP OR AN FH02P9M4
      *   CARRIER CORRECTION; CARRY THE RUN ID.  ANYTHING ELSE WAS
      *   KEYED BY AN EXAMINER.  THE SOURCE IS INFORMATION FOR
      *   RECOVERY -- A FAILED SELECT IS ALERTED AND THE RECEIVABLE IS
      *   STILL OPENED.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           SET ORV-SRC-EXAMINER           TO TRUE
           MOVE SPACES                    TO OVR-RUN-ID-HV

           EXEC SQL
                SELECT
                  VALUE(MAX(A.RUN_ID), ' ')
                INTO
                  :OVR-RUN-ID-HV
                FROM
                  MASS_ADJ_QUEUE A
                WHERE
                  A.PLAN_CODE        = :ORV-PLAN-CODE
                  AND A.CLAIM_NUMBER = :ORV-CLAIM-NUMBER
                  AND A.PATIENT_CODE = :ORV-PATIENT-CODE
           END-EXEC

           MOVE SQLCODE                  TO SQL-SQLCODE

           EVALUATE  TRUE
             WHEN SQL-SUCCESS
               IF  OVR-RUN-ID-HV NOT = SPACES
                   SET ORV-SRC-QUEUED-ADJ TO TRUE
                   MOVE OVR-RUN-ID-HV     TO ORV-RUN-ID
               END-IF
             WHEN SQL-NOTFND
               CONTINUE
             WHEN OTHER
               PERFORM 5438-QUEUE-SQL-ERR-ROUTINE
                  THRU 5438-EXIT
           END-EVALUATE
           .
       5435-EXIT.
           EXIT.

       5438-QUEUE-SQL-ERR-ROUTINE.
           MOVE SPACES TO WS-V-MESSAGE-2.
           SET MABPAA-OVR-QUEUE-SQL-MSG TO TRUE.
           MOVE MGMT-ALERT-MED-MAX TO WS-V-MESSAGE-2.
           MOVE 5435 TO WS-V-ERROR-PARA.
           SET SELECT-ROW TO TRUE
           SET FEP-MAF-EXCPT-WARNING TO TRUE.
           SET FEP-MAF-DB2-SOFTWARE TO TRUE.
           MOVE SQL-SQLCODE TO WS-V-SQL-CODE.
           PERFORM 9880-ERROR-RTN THRU 9880-EXIT.

       5438-EXIT.
           EXIT.

       5440-WRITE-RECEIVABLE.
           MOVE 'N' TO XCT-CALL-FAIL-SW
           MOVE 'FH02P0NI' TO WS-S-CALL2-MODULE
           CALL WS-S-CALL2-MODULE   USING  DFHEIBLK
                                      DUMMY-COMMAREA
                                      CLAIM-WORK-RECORD
                                      TRANSACTION-WORK-RECORD
                                      ORV-OVERPAYMENT-RECV-DATA
                ON EXCEPTION
                   MOVE 5440                 TO WS-V-ERROR-PARA
                   SET FEP-MAF-CICS-SOFTWARE TO TRUE
                   SET CALL-PGM              TO TRUE
                   SET XCT-CALL-FAILED       TO TRUE
                   PERFORM 9880-ERROR-RTN    THRU 9880-EXIT
           END-CALL
           IF  NOT XCT-CALL-FAILED
               ADD +1 TO XCT-NI-CNT
           END-IF
           .
       5440-EXIT.
           EXIT.

       5450-RECOUP-OFFSET.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   WHAT THE PROVIDER STILL OWES IS ITS OPEN, OFFSET-ELIGIBLE
      *   RECEIVABLE BALANCE LESS THE OFFSETS ALREADY TAKEN BUT NOT
      *   YET POSTED BY FH02P9M9.  RECOUP UP TO THE SMALLER OF THAT
      *   AND THIS CLAIM'S PAYMENT TO THE PROVIDER.  A RECEIVABLE
      *   BECOMES OFFSET-ELIGIBLE ONLY AFTER ITS REFUND-REQUEST LETTER
      *   HAS GONE UNANSWERED FOR 30 DAYS (SET BY FH02P9M9).  A
      *   PAYMENT TO THE MEMBER (NO PROVIDER ID) IS NEVER OFFSET, AND
      *   A FAILED SELECT IS ALERTED AND TAKES NOTHING -- AN ERROR
      *   HERE NEVER SHORTS A PROVIDER'S CHECK.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           IF  OVR-PROV-ID (OVR-PROV-SUB) = SPACES
               GO TO 5450-EXIT
           END-IF
      *
           MOVE OVR-PROV-ID (OVR-PROV-SUB) TO OVR-PROVIDER-HV
           MOVE ZEROES                    TO OVR-AVAILABLE-DB

           EXEC SQL
                SELECT
                  VALUE(SUM(A.OPEN_BALANCE), 0)
                  - (SELECT VALUE(SUM(B.OFFSET_AMT), 0)
                       FROM OVERPAYMENT_OFFSET B
                      WHERE B.PROVIDER_ID = :OVR-PROVIDER-HV
                        AND B.POSTED_IND  = 'N')
                INTO
                  :OVR-AVAILABLE-DB
                FROM
                  OVERPAYMENT_RECV A
                WHERE
                  A.PROVIDER_ID         = :OVR-PROVIDER-HV
                  AND A.RECV_STATUS     = 'O'
                  AND A.OFFSET_ELIG_IND = 'Y'
           END-EXEC

           MOVE SQLCODE                  TO SQL-SQLCODE

           EVALUATE  TRUE
             WHEN SQL-SUCCESS
               CONTINUE
             WHEN SQL-NOTFND
               MOVE ZEROES TO OVR-AVAILABLE-DB
             WHEN OTHER
               MOVE ZEROES TO OVR-AVAILABLE-DB
               PERFORM 5458-RECV-SQL-ERR-ROUTINE
                  THRU 5458-EXIT
           END-EVALUATE
      *
           IF  OVR-AVAILABLE-DB NOT > ZERO
               GO TO 5450-EXIT
           END-IF
      *
           PERFORM 5425-SET-PROCESSED-DATE THRU 5425-EXIT
           MOVE CLAIM-NUMBER-TWR          TO OFS-CLAIM-NUMBER
           MOVE REPORTING-PLAN-CODE-TWR   TO OFS-PLAN-CODE
           MOVE CONTRACT-ID-NUMBER-TWR    TO OFS-CONTRACT-ID-NUMBER
           MOVE PATIENT-CODE-TWR          TO OFS-PATIENT-CODE
           MOVE MEMBER-ID-TWR             TO OFS-MEMBER-ID
           MOVE OVR-PROVIDER-HV           TO OFS-PROVIDER-ID
           MOVE OVR-PAYMENT-AMOUNT        TO OFS-PAYMENT-AMOUNT
           MOVE OVR-PROCESSED-DATE        TO OFS-PROCESSED-DATE
           IF  OVR-AVAILABLE-DB < OVR-PAYMENT-AMOUNT
               MOVE OVR-AVAILABLE-DB      TO OFS-OFFSET-AMOUNT
           ELSE
               MOVE OVR-PAYMENT-AMOUNT    TO OFS-OFFSET-AMOUNT
           END-IF
      *
           PERFORM 5455-WRITE-OFFSET THRU 5455-EXIT
           .
       5450-EXIT.
           EXIT.

       5455-WRITE-OFFSET.
           MOVE 'N' TO XCT-CALL-FAIL-SW
           MOVE 'FH02P0NJ' TO WS-S-CALL2-MODULE
           CALL WS-S-CALL2-MODULE   USING  DFHEIBLK
                                      DUMMY-COMMAREA
                                      CLAIM-WORK-RECORD
                                      TRANSACTION-WORK-RECORD
                                      OFS-RECOUPMENT-OFFSET-DATA
                ON EXCEPTION
                   MOVE 5455                 TO WS-V-ERROR-PARA
                   SET FEP-MAF-CICS-SOFTWARE TO TRUE
                   SET CALL-PGM              TO TRUE
                   SET XCT-CALL-FAILED       TO TRUE
                   PERFORM 9880-ERROR-RTN    THRU 9880-EXIT
           END-CALL
           IF  NOT XCT-CALL-FAILED
               ADD +1 TO XCT-NJ-CNT
           END-IF
           .
       5455-EXIT.
           EXIT.

       5458-RECV-SQL-ERR-ROUTINE.
           MOVE SPACES TO WS-V-MESSAGE-2.
           SET MABPAA-OVR-RECV-SQL-MSG TO TRUE.
           MOVE MGMT-ALERT-MED-MAX TO WS-V-MESSAGE-2.
           MOVE 5450 TO WS-V-ERROR-PARA.
           SET SELECT-ROW TO TRUE
           SET FEP-MAF-EXCPT-WARNING TO TRUE.
           SET FEP-MAF-DB2-SOFTWARE TO TRUE.
           MOVE SQL-SQLCODE TO WS-V-SQL-CODE.
           PERFORM 9880-ERROR-RTN THRU 9880-EXIT.

       5458-EXIT.
           EXIT.
      *%%% DLH TT 1400861 END

      *%%% DLH TT 1400863 BEGIN
       5500-RETURN-ESTIMATE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   HAND EACH CHARGE LINE OF A BEST CLAIM BACK THROUGH FH02P0NK
      *   AS IT STANDS AT EXIT -- AMOUNTS FROM THE CHAIN, THE CHARGE
      *   STATUS, AND THE RESPONSE REASONS OF ANY EDIT THAT FIRED.  A
      *   LINE THE CHAIN NEVER REACHED (A DEFERRAL STOPS THE CLAIM)
      *   GOES BACK AS IT CAME IN.  THE FAMILY AND PATIENT WORK
      *   RECORDS HOLD THE ACCUMULATIONS THIS ESTIMATE APPLIED; THE
      *   ONLINE CALLER DISCARDS THEM.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE CLAIM-NUMBER-TWR          TO EST-CLAIM-NUMBER
           MOVE REPORTING-PLAN-CODE-TWR   TO EST-PLAN-CODE
           MOVE CONTRACT-ID-NUMBER-TWR    TO EST-CONTRACT-ID-NUMBER
           MOVE PATIENT-CODE-TWR          TO EST-PATIENT-CODE
           MOVE CLAIM-STATUS-TWR          TO EST-CLAIM-STATUS
           MOVE CLM-RESPONSE-REASON-1-TWR TO EST-CLAIM-REASON-1
           MOVE CLM-RESPONSE-REASON-2-TWR TO EST-CLAIM-REASON-2
           MOVE NUMBER-OF-CHARGES-TWR     TO EST-LINE-COUNT
      *
           MOVE 'N' TO XCT-CALL-FAIL-SW
           PERFORM 5510-RETURN-ESTIMATE-LINE THRU 5510-EXIT
              VARYING TWR-CRG-SUB FROM 1 BY 1
              UNTIL TWR-CRG-SUB > NUMBER-OF-CHARGES-TWR
                 OR XCT-CALL-FAILED
           .
       5500-EXIT.
           EXIT.

       5510-RETURN-ESTIMATE-LINE.
           MOVE TWR-CRG-SUB               TO EST-CHG-LINE-SUB
           MOVE LINE-NUMBER-TWR (TWR-CRG-SUB)
                                          TO EST-LINE-NUMBER
           MOVE CHARGE-STATUS-TWR (TWR-CRG-SUB)
                                          TO EST-CHARGE-STATUS
           MOVE CHRG-RESPONSE-REASON-1-TWR (TWR-CRG-SUB)
                                          TO EST-RESPONSE-REASON-1
           MOVE CHRG-RESPONSE-REASON-2-TWR (TWR-CRG-SUB)
                                          TO EST-RESPONSE-REASON-2
           MOVE CHRG-RESPONSE-REASON-3-TWR (TWR-CRG-SUB)
                                          TO EST-RESPONSE-REASON-3
           MOVE CHRG-RESPONSE-REASON-4-TWR (TWR-CRG-SUB)
                                          TO EST-RESPONSE-REASON-4
           MOVE CHRG-RESPONSE-REASON-5-TWR (TWR-CRG-SUB)
                                          TO EST-RESPONSE-REASON-5
           MOVE CVRD-CHRGS-ALL-SERVS-CP-TWR (TWR-CRG-SUB)
                                          TO EST-COVERED-CHARGES
           MOVE CHRG-ALLOWABLE-CHARGES-CP-TWR (TWR-CRG-SUB)
                                          TO EST-ALLOWED-AMOUNT
           MOVE DEDUCTIBLE-AMOUNT-CP-TWR (TWR-CRG-SUB)
                                          TO EST-DEDUCTIBLE-AMOUNT
           MOVE COINSURANCE-AMOUNT-CP-TWR (TWR-CRG-SUB)
                                          TO EST-COINS-COPAY-AMOUNT
           MOVE AMT-PAID-OTHER-CARR-1-CP-TWR (TWR-CRG-SUB)
                                          TO EST-OTHER-CARRIER-PAID
           ADD  AMT-PAID-OTHER-CARR-2-CP-TWR (TWR-CRG-SUB)
                                          TO EST-OTHER-CARRIER-PAID
           MOVE AMOUNT-PAID-CP-TWR (TWR-CRG-SUB)
                                          TO EST-PLAN-PAID-AMOUNT
      *
           COMPUTE EST-MEMBER-LIABILITY = EST-DEDUCTIBLE-AMOUNT
                                        + EST-COINS-COPAY-AMOUNT
           IF  NON-PAR-PROVIDER-TWR (TWR-CRG-SUB)
           AND EST-COVERED-CHARGES > EST-ALLOWED-AMOUNT
               COMPUTE EST-MEMBER-LIABILITY = EST-MEMBER-LIABILITY
                                            + EST-COVERED-CHARGES
                                            - EST-ALLOWED-AMOUNT
           END-IF
      *
           MOVE 'N' TO EST-LAST-LINE-SW
           IF  TWR-CRG-SUB NOT < NUMBER-OF-CHARGES-TWR
               SET EST-LAST-LINE TO TRUE
           END-IF
      *
           MOVE 'FH02P0NK' TO WS-S-CALL2-MODULE
           CALL WS-S-CALL2-MODULE   USING  DFHEIBLK
                                      DUMMY-COMMAREA
                                      CLAIM-WORK-RECORD
                                      TRANSACTION-WORK-RECORD
                                      EST-ESTIMATE-RESPONSE-DATA
                ON EXCEPTION
                   MOVE 5510                 TO WS-V-ERROR-PARA
                   SET FEP-MAF-CICS-SOFTWARE TO TRUE
                   SET CALL-PGM              TO TRUE
                   SET XCT-CALL-FAILED       TO TRUE
                   PERFORM 9880-ERROR-RTN    THRU 9880-EXIT
           END-CALL
           .
       5510-EXIT.
           EXIT.
      *%%% DLH TT 1400863 END

      *%%% DLH TT 1400866 BEGIN
       5600-PAYMENT-HOLD-SCREEN.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   RUN THE PRE-DISBURSEMENT HOLD RULES AGAINST THE APPROVED
      *   CLAIM.  ANY ONE RULE FIRING QUEUES THE CLAIM ON PAYMENT_HOLD
      *   THROUGH FH02P0NM; THE CLAIM STAYS APPROVED BUT THE CHECK RUN
      *   WILL NOT PAY IT UNTIL A SECOND APPROVER RELEASES IT.
      *     AMOUNT    - TOTAL PAID OVER THE PLAN'S DOLLAR THRESHOLD
      *     MULTIPLE  - TOTAL PAID ABOVE A MULTIPLE OF TOTAL COVERED
      *                 CHARGES
      *     OVERRIDE  - A LINE PAID OVER THE OVERRIDE THRESHOLD UNDER
      *                 AN EXAMINER OVERRIDE
      *     DUP-PROV  - A LINE PAYS A PROVIDER ALREADY PAID FOR THE
      *                 SAME SERVICE DATE ON ANOTHER CLAIM
      *%%% DLH TT 1400869
      *     WATCHLIST - A LINE PAYS A PROVIDER ON THE WATCHLIST
      *   ONLY THE LINES THAT APPROVED COUNT (THE SAME TEST 5210 FOOTS
      *   THE PAYMENT REGISTER WITH).  A CLAIM THAT PAYS NOTHING HAS
      *   NOTHING TO HOLD.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           INITIALIZE PHQ-PAYMENT-HOLD-DATA
           MOVE 'N'                       TO PHQ-AMOUNT-RULE-SW
                                             PHQ-MULTIPLE-RULE-SW
                                             PHQ-DUP-PROV-RULE-SW
                                             PHQ-OVERRIDE-RULE-SW
      *%%% DLH TT 1400869
                                             PHQ-WATCHLIST-RULE-SW
           MOVE ZEROES                    TO PHW-TOP-LINE-PAID
      *
           PERFORM 5605-FOOT-HOLD-LINE THRU 5605-EXIT
              VARYING TWR-CRG-SUB FROM 1 BY 1
              UNTIL TWR-CRG-SUB > NUMBER-OF-CHARGES-TWR
      *
           IF  PHQ-TOTAL-PAID NOT > ZERO
               GO TO 5600-EXIT
           END-IF
      *
           PERFORM 5610-GET-HOLD-LIMITS THRU 5610-EXIT
      *
           IF  PHW-AMOUNT-LIMIT-ON
           AND PHQ-TOTAL-PAID > PHW-AMOUNT-LIMIT
               SET PHQ-AMOUNT-RULE-FIRED  TO TRUE
           END-IF
      *
           IF  PHW-MULTIPLE-LIMIT-ON
               COMPUTE PHW-COVERED-LIMIT ROUNDED =
                       PHQ-TOTAL-COVERED * PHW-COVERED-MULTIPLE
               END-COMPUTE
               IF  PHQ-TOTAL-PAID > PHW-COVERED-LIMIT
                   SET PHQ-MULTIPLE-RULE-FIRED TO TRUE
               END-IF
           END-IF
      *
           IF  PHW-OVERRIDE-LIMIT-ON
               PERFORM 5630-CHECK-OVERRIDE-LINE THRU 5630-EXIT
                  VARYING TWR-CRG-SUB FROM 1 BY 1
                  UNTIL TWR-CRG-SUB > NUMBER-OF-CHARGES-TWR
                     OR PHQ-OVERRIDE-RULE-FIRED
           END-IF
      *
           PERFORM 5640-CHECK-SAME-DAY-PROVIDER THRU 5640-EXIT
      *
      *%%% DLH TT 1400869 BEGIN
           IF  PHW-WATCH-LIMIT-ON
               MOVE SPACES                TO PHW-LAST-WATCH-PROVIDER
               PERFORM 5660-CHECK-WATCHLIST-LINE THRU 5660-EXIT
                  VARYING TWR-CRG-SUB FROM 1 BY 1
                  UNTIL TWR-CRG-SUB > NUMBER-OF-CHARGES-TWR
                     OR PHQ-WATCHLIST-RULE-FIRED
           END-IF
      *%%% DLH TT 1400869 END
      *
           IF  NOT PHQ-AMOUNT-RULE-FIRED
           AND NOT PHQ-MULTIPLE-RULE-FIRED
           AND NOT PHQ-OVERRIDE-RULE-FIRED
           AND NOT PHQ-DUP-PROV-RULE-FIRED
      *%%% DLH TT 1400869
           AND NOT PHQ-WATCHLIST-RULE-FIRED
               GO TO 5600-EXIT
           END-IF
      *
           SET PHW-CLAIM-HELD             TO TRUE
           MOVE CLAIM-NUMBER-TWR          TO PHQ-CLAIM-NUMBER
           MOVE REPORTING-PLAN-CODE-TWR   TO PHQ-PLAN-CODE
           MOVE CONTRACT-ID-NUMBER-TWR    TO PHQ-CONTRACT-ID-NUMBER
           MOVE PATIENT-CODE-TWR          TO PHQ-PATIENT-CODE
           MOVE MEMBER-ID-TWR             TO PHQ-MEMBER-ID
           MOVE PHW-AMOUNT-LIMIT          TO PHQ-AMOUNT-LIMIT
           MOVE PHW-COVERED-MULTIPLE      TO PHQ-COVERED-MULTIPLE
           MOVE PHW-OVERRIDE-LIMIT        TO PHQ-OVERRIDE-LIMIT
           MOVE DATE-PROCESSED-CENT-TWR   TO FEP-CENTURY-DATE
           PERFORM 9700-CONVERT-FEP-CENTURY-DT THRU 9700-EXIT
           MOVE MMDDCCYY-DATE             TO PHQ-PROCESSED-DATE
      *
           PERFORM 5650-WRITE-PAYMENT-HOLD THRU 5650-EXIT
           .
       5600-EXIT.
           EXIT.

       5605-FOOT-HOLD-LINE.
           IF  NOT ANY-APP-AFFECTED-CHRG-TWR (TWR-CRG-SUB)
               GO TO 5605-EXIT
           END-IF
      *
           ADD AMOUNT-PAID-CP-TWR (TWR-CRG-SUB)
            TO PHQ-TOTAL-PAID
           ADD CVRD-CHRGS-ALL-SERVS-CP-TWR (TWR-CRG-SUB)
            TO PHQ-TOTAL-COVERED
           IF  AMOUNT-PAID-CP-TWR (TWR-CRG-SUB) > PHW-TOP-LINE-PAID
               MOVE AMOUNT-PAID-CP-TWR (TWR-CRG-SUB)
                 TO PHW-TOP-LINE-PAID
               MOVE PROVIDER-ID-NUMBER-TWR (TWR-CRG-SUB)
                 TO PHQ-PROVIDER-ID
           END-IF
           .
       5605-EXIT.
           EXIT.

       5610-GET-HOLD-LIMITS.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   RETRIEVE THE HOLD RULE LIMITS IN EFFECT ON THE PROCESSED
      *   DATE FROM MEDICARE_MAX_AMT, THE SAME WAY 5340 RETRIEVES THE
      *   PROMPT-PAY TERMS:
      *     'PAY-HOLD-AMT-PPP' - DOLLAR THRESHOLD FOR PLAN PPP
      *     'PAY-HOLD-AMT'     - DOLLAR THRESHOLD FOR EVERY OTHER PLAN
      *     'PAY-HOLD-MULT'    - MULTIPLE OF COVERED CHARGES (1.50 IS
      *                          CARRIED AS 1.50)
      *     'PAY-HOLD-OVR-AMT' - LINE PAID THRESHOLD FOR OVERRIDES
      *%%% DLH TT 1400869
      *     'PAY-HOLD-WATCH'   - LINE PAID THRESHOLD FOR WATCHLISTED
      *                          PROVIDERS
      *   A RULE WHOSE ROW IS NOT ON FILE IS OFF.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE 'N' TO PHW-AMOUNT-LIMIT-SW
                       PHW-MULTIPLE-LIMIT-SW
                       PHW-OVERRIDE-LIMIT-SW
      *%%% DLH TT 1400869
                       PHW-WATCH-LIMIT-SW
           MOVE ZEROES TO PHW-AMOUNT-LIMIT
                          PHW-COVERED-MULTIPLE
                          PHW-OVERRIDE-LIMIT
      *%%% DLH TT 1400869
                          PHW-WATCH-LIMIT
      *
           PERFORM 5342-SET-PROMPT-PAY-EFF-DT THRU 5342-EXIT
      *
           MOVE REPORTING-PLAN-CODE-TWR   TO PHW-PLAN-TYPE-PLAN
           MOVE PHW-PLAN-TYPE-CD          TO PHW-TYPE-CD-HV
           PERFORM 5615-SELECT-HOLD-LIMIT THRU 5615-EXIT
           IF  NOT PHW-LIMIT-FOUND
               MOVE 'PAY-HOLD-AMT'        TO PHW-TYPE-CD-HV
               PERFORM 5615-SELECT-HOLD-LIMIT THRU 5615-EXIT
           END-IF
           IF  PHW-LIMIT-FOUND
               MOVE PHW-LIMIT-AMOUNT      TO PHW-AMOUNT-LIMIT
               SET PHW-AMOUNT-LIMIT-ON    TO TRUE
           END-IF
      *
           MOVE 'PAY-HOLD-MULT'           TO PHW-TYPE-CD-HV
           PERFORM 5615-SELECT-HOLD-LIMIT THRU 5615-EXIT
           IF  PHW-LIMIT-FOUND
           AND PHW-LIMIT-AMOUNT > ZERO
               MOVE PHW-LIMIT-AMOUNT      TO PHW-COVERED-MULTIPLE
               SET PHW-MULTIPLE-LIMIT-ON  TO TRUE
           END-IF
      *
           MOVE 'PAY-HOLD-OVR-AMT'        TO PHW-TYPE-CD-HV
           PERFORM 5615-SELECT-HOLD-LIMIT THRU 5615-EXIT
           IF  PHW-LIMIT-FOUND
               MOVE PHW-LIMIT-AMOUNT      TO PHW-OVERRIDE-LIMIT
               SET PHW-OVERRIDE-LIMIT-ON  TO TRUE
           END-IF
      *%%% DLH TT 1400869 BEGIN
      *
           MOVE 'PAY-HOLD-WATCH'          TO PHW-TYPE-CD-HV
           PERFORM 5615-SELECT-HOLD-LIMIT THRU 5615-EXIT
           IF  PHW-LIMIT-FOUND
               MOVE PHW-LIMIT-AMOUNT      TO PHW-WATCH-LIMIT
               SET PHW-WATCH-LIMIT-ON     TO TRUE
           END-IF
      *%%% DLH TT 1400869 END
           .
       5610-EXIT.
           EXIT.

       5615-SELECT-HOLD-LIMIT.
           MOVE 'N'                       TO PHW-LIMIT-SW
           MOVE ZEROES                    TO PHW-LIMIT-AMOUNT

           EXEC SQL
                SELECT
                  A.MDCR_MAX_AMT
                INTO
                  :DCLMEDICARE-MAX-AMT.MDCR-MAX-AMT
                FROM
                  MEDICARE_MAX_AMT A
                WHERE
                  MDCR_MAX_TYPE_CD = :PHW-TYPE-CD-HV
                  AND :DCLMEDICARE-MAX-AMT.MDCR-MAX-EFF-DT
                      BETWEEN MDCR_MAX_EFF_DT AND MDCR_MAX_TRM_DT
                  AND :DCLMEDICARE-MAX-AMT.SYSTEM-EFF-DT
                      BETWEEN SYSTEM_EFF_DT AND SYSTEM_TRM_DT
           END-EXEC

           MOVE SQLCODE                  TO SQL-SQLCODE

           EVALUATE  TRUE
             WHEN SQL-SUCCESS
               MOVE MDCR-MAX-AMT OF DCLMEDICARE-MAX-AMT
                 TO PHW-LIMIT-AMOUNT
               SET PHW-LIMIT-FOUND TO TRUE
             WHEN SQL-NOTFND
               CONTINUE
             WHEN OTHER
               PERFORM 5618-HOLD-LIMIT-ERR-ROUTINE
                  THRU 5618-EXIT
           END-EVALUATE
           .
       5615-EXIT.
           EXIT.

       5618-HOLD-LIMIT-ERR-ROUTINE.
           MOVE SPACES TO WS-V-MESSAGE-2.
           SET MABPAA-UNKNOWN-SQL-MSG TO TRUE.
           MOVE MGMT-ALERT-MED-MAX TO WS-V-MESSAGE-2.
           MOVE 5615 TO WS-V-ERROR-PARA.
           SET SELECT-ROW TO TRUE
           SET FEP-MAF-EXCPT-WARNING TO TRUE.
           SET FEP-MAF-DB2-SOFTWARE TO TRUE.
           MOVE SQL-SQLCODE TO WS-V-SQL-CODE.
           PERFORM 9880-ERROR-RTN THRU 9880-EXIT.

       5618-EXIT.
           EXIT.

       5630-CHECK-OVERRIDE-LINE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   AN APPROVED LINE PAID OVER THE OVERRIDE THRESHOLD WHILE AN
      *   EXAMINER OVERRIDE IS IN FORCE -- ON THE LINE ITSELF OR ON
      *   THE CLAIM.  BTRC ONLY ARMS THE MODULE TRACE AND IS NOT AN
      *   ADJUDICATION OVERRIDE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           IF  NOT ANY-APP-AFFECTED-CHRG-TWR (TWR-CRG-SUB)
               GO TO 5630-EXIT
           END-IF
           IF  AMOUNT-PAID-CP-TWR (TWR-CRG-SUB) NOT > PHW-OVERRIDE-LIMIT
               GO TO 5630-EXIT
           END-IF
      *
           MOVE SPACES                    TO PHQ-OVERRIDE-CODE
           EVALUATE TRUE
             WHEN EDIT-OVERRIDE-CODE-1-TWR (TWR-CRG-SUB) NOT = SPACES
               MOVE EDIT-OVERRIDE-CODE-1-TWR (TWR-CRG-SUB)
                 TO PHQ-OVERRIDE-CODE
             WHEN EDIT-OVERRIDE-CODE-2-TWR (TWR-CRG-SUB) NOT = SPACES
               MOVE EDIT-OVERRIDE-CODE-2-TWR (TWR-CRG-SUB)
                 TO PHQ-OVERRIDE-CODE
             WHEN EDIT-OVERRIDE-CODE-3-TWR (TWR-CRG-SUB) NOT = SPACES
               MOVE EDIT-OVERRIDE-CODE-3-TWR (TWR-CRG-SUB)
                 TO PHQ-OVERRIDE-CODE
             WHEN EDIT-OVERRIDE-CODE-4-TWR (TWR-CRG-SUB) NOT = SPACES
               MOVE EDIT-OVERRIDE-CODE-4-TWR (TWR-CRG-SUB)
                 TO PHQ-OVERRIDE-CODE
             WHEN EDIT-OVERRIDE-CODE-5-TWR (TWR-CRG-SUB) NOT = SPACES
               MOVE EDIT-OVERRIDE-CODE-5-TWR (TWR-CRG-SUB)
                 TO PHQ-OVERRIDE-CODE
             WHEN CLM-EDIT-OVERRIDE-CODE-1-TWR NOT = SPACES
              AND CLM-EDIT-OVERRIDE-CODE-1-TWR NOT = 'BTRC'
               MOVE CLM-EDIT-OVERRIDE-CODE-1-TWR TO PHQ-OVERRIDE-CODE
             WHEN CLM-EDIT-OVERRIDE-CODE-2-TWR NOT = SPACES
              AND CLM-EDIT-OVERRIDE-CODE-2-TWR NOT = 'BTRC'
               MOVE CLM-EDIT-OVERRIDE-CODE-2-TWR TO PHQ-OVERRIDE-CODE
             WHEN CLM-EDIT-OVERRIDE-CODE-3-TWR NOT = SPACES
              AND CLM-EDIT-OVERRIDE-CODE-3-TWR NOT = 'BTRC'
               MOVE CLM-EDIT-OVERRIDE-CODE-3-TWR TO PHQ-OVERRIDE-CODE
             WHEN CLM-EDIT-OVERRIDE-CODE-4-TWR NOT = SPACES
              AND CLM-EDIT-OVERRIDE-CODE-4-TWR NOT = 'BTRC'
               MOVE CLM-EDIT-OVERRIDE-CODE-4-TWR TO PHQ-OVERRIDE-CODE
             WHEN CLM-EDIT-OVERRIDE-CODE-5-TWR NOT = SPACES
              AND CLM-EDIT-OVERRIDE-CODE-5-TWR NOT = 'BTRC'
               MOVE CLM-EDIT-OVERRIDE-CODE-5-TWR TO PHQ-OVERRIDE-CODE
           END-EVALUATE
      *
           IF  PHQ-OVERRIDE-CODE NOT = SPACES
               SET PHQ-OVERRIDE-RULE-FIRED TO TRUE
               MOVE LINE-NUMBER-TWR (TWR-CRG-SUB)
                 TO PHQ-OVERRIDE-LINE-NUMBER
           END-IF
           .
       5630-EXIT.
           EXIT.

       5640-CHECK-SAME-DAY-PROVIDER.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   AN APPROVED LINE THAT PAYS A PROVIDER WHO WAS ALREADY PAID
      *   FOR THE SAME SERVICE DATE ON ANOTHER OF THE PATIENT'S
      *   CLAIMS.  2040 HAS ALREADY DEFERRED THE EXACT DUPLICATES
      *   (SAME SERVICE ID AND DATES) UNLESS BDUP BYPASSED IT; WHAT IS
      *   LEFT IS THE SAME-DAY PATTERN UNDER A DIFFERENT SERVICE.  THE
      *   PAID HISTORY COMES FROM THE 2041 CACHE, LOADED HERE IF 2040
      *   DID NOT LOAD IT, AND LIKE 2040 ONLY APPLIES TO ORIGINAL D1
      *   CLAIMS -- AN ADJUSTMENT RE-CARRIES ITS OWN PAID LINES.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           IF  NOT ORIGINAL-D1-TWR
               GO TO 5640-EXIT
           END-IF
      *
           IF  DPC-CACHE-NOT-LOADED
               PERFORM 2041-LOAD-DUP-CACHE THRU 2041-EXIT
           END-IF
      *
           IF  DPC-ENTRY-CNT < 1
               GO TO 5640-EXIT
           END-IF
      *
           PERFORM 5645-CHECK-SAME-DAY-LINE THRU 5645-EXIT
              VARYING TWR-CRG-SUB FROM 1 BY 1
              UNTIL TWR-CRG-SUB > NUMBER-OF-CHARGES-TWR
                 OR PHQ-DUP-PROV-RULE-FIRED
           .
       5640-EXIT.
           EXIT.

       5645-CHECK-SAME-DAY-LINE.
           IF  NOT ANY-APP-AFFECTED-CHRG-TWR (TWR-CRG-SUB)
           OR  AMOUNT-PAID-CP-TWR (TWR-CRG-SUB) NOT > ZERO
           OR  PROVIDER-ID-NUMBER-TWR (TWR-CRG-SUB) = SPACES
               GO TO 5645-EXIT
           END-IF
      *
           PERFORM 5648-MATCH-SAME-DAY-ENTRY THRU 5648-EXIT
              VARYING DPC-SUB FROM 1 BY 1
              UNTIL DPC-SUB > DPC-ENTRY-CNT
                 OR PHQ-DUP-PROV-RULE-FIRED
           .
       5645-EXIT.
           EXIT.

       5648-MATCH-SAME-DAY-ENTRY.
           IF  PROVIDER-ID-NUMBER-TWR (TWR-CRG-SUB) =
               DPC-PROVIDER-ID (DPC-SUB)
           AND SERVICE-BEGIN-DATE-CENT-TWR (TWR-CRG-SUB) =
               DPC-FROM-DATE (DPC-SUB)
               SET PHQ-DUP-PROV-RULE-FIRED TO TRUE
               MOVE DPC-CLAIM-NUMBER (DPC-SUB)
                 TO PHQ-DUP-CLAIM-NUMBER
               MOVE LINE-NUMBER-TWR (TWR-CRG-SUB)
                 TO PHQ-DUP-LINE-NUMBER
           END-IF
           .
       5648-EXIT.
           EXIT.

       5650-WRITE-PAYMENT-HOLD.
           MOVE 'N' TO XCT-CALL-FAIL-SW
           MOVE 'FH02P0NM' TO WS-S-CALL2-MODULE
           CALL WS-S-CALL2-MODULE   USING  DFHEIBLK
                                      DUMMY-COMMAREA
                                      CLAIM-WORK-RECORD
                                      TRANSACTION-WORK-RECORD
                                      PHQ-PAYMENT-HOLD-DATA
                ON EXCEPTION
                   MOVE 5650                 TO WS-V-ERROR-PARA
                   SET FEP-MAF-CICS-SOFTWARE TO TRUE
                   SET CALL-PGM              TO TRUE
                   SET XCT-CALL-FAILED       TO TRUE
                   PERFORM 9880-ERROR-RTN    THRU 9880-EXIT
           END-CALL
           IF  NOT XCT-CALL-FAILED
               ADD +1 TO XCT-NM-CNT
               INITIALIZE CAE-CLAIM-AUDIT-EVENT-DATA
               MOVE 'PH'                    TO CAE-FEED-CODE
               MOVE ZEROES                  TO CAE-CHG-LINE-SUB
               IF  PHQ-AMOUNT-RULE-FIRED
                   MOVE 'A'                 TO CAE-REASON-CODE (1:1)
               END-IF
               IF  PHQ-MULTIPLE-RULE-FIRED
                   MOVE 'M'                 TO CAE-REASON-CODE (2:1)
               END-IF
               IF  PHQ-DUP-PROV-RULE-FIRED
                   MOVE 'D'                 TO CAE-REASON-CODE (3:1)
               END-IF
               IF  PHQ-OVERRIDE-RULE-FIRED
                   MOVE 'O'                 TO CAE-REASON-CODE (4:1)
               END-IF
      *%%% DLH TT 1400869
               IF  PHQ-WATCHLIST-RULE-FIRED
                   MOVE 'W'                 TO CAE-REASON-CODE (5:1)
               END-IF
               MOVE PHQ-TOTAL-PAID          TO CAE-AMOUNT-1
               MOVE PHQ-TOTAL-COVERED       TO CAE-AMOUNT-2
               MOVE 'PAYMENT HELD FOR SECOND APPROVAL'
                                            TO CAE-EVENT-TEXT
               PERFORM 9895-POST-CLAIM-AUDIT THRU 9895-EXIT
           END-IF
           .
       5650-EXIT.
           EXIT.
      *%%% DLH TT 1400866 END

      *%%% DLH TT 1400869 BEGIN
       5660-CHECK-WATCHLIST-LINE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   AN APPROVED LINE THAT PAYS AT LEAST THE WATCHLIST THRESHOLD
      *   TO A PROVIDER FH02P9MI HAS PUT ON PROVIDER_WATCHLIST, OR
      *   THAT SPECIAL INVESTIGATIONS HAS PINNED THERE.  A DB2 ERROR
      *   ON THE LOOKUP RAISES AN ALERT AND LEAVES THE RULE OFF FOR
      *   THE LINE, THE SAME AS A MISSING HOLD LIMIT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           IF  NOT ANY-APP-AFFECTED-CHRG-TWR (TWR-CRG-SUB)
           OR  AMOUNT-PAID-CP-TWR (TWR-CRG-SUB) NOT > ZERO
           OR  AMOUNT-PAID-CP-TWR (TWR-CRG-SUB) < PHW-WATCH-LIMIT
           OR  PROVIDER-ID-NUMBER-TWR (TWR-CRG-SUB) = SPACES
           OR  PROVIDER-ID-NUMBER-TWR (TWR-CRG-SUB) =
               PHW-LAST-WATCH-PROVIDER
               GO TO 5660-EXIT
           END-IF
      *
           MOVE PROVIDER-ID-NUMBER-TWR (TWR-CRG-SUB)
                                          TO PHW-WATCH-PROVIDER-HV
                                             PHW-LAST-WATCH-PROVIDER
      *
           EXEC SQL
                SELECT
                  A.WATCH_STATUS
                INTO
                  :PHW-WATCH-STATUS-HV
                FROM
                  PROVIDER_WATCHLIST A
                WHERE
                  A.PROVIDER_ID = :PHW-WATCH-PROVIDER-HV
                  AND A.WATCH_STATUS IN ('A', 'P')
           END-EXEC

           MOVE SQLCODE                  TO SQL-SQLCODE

           EVALUATE  TRUE
             WHEN SQL-SUCCESS
               SET PHQ-WATCHLIST-RULE-FIRED TO TRUE
               MOVE PHW-WATCH-PROVIDER-HV TO PHQ-WATCH-PROVIDER-ID
               MOVE LINE-NUMBER-TWR (TWR-CRG-SUB)
                 TO PHQ-WATCH-LINE-NUMBER
             WHEN SQL-NOTFND
               CONTINUE
             WHEN OTHER
               PERFORM 5668-WATCHLIST-SQL-ERR-ROUTINE
                  THRU 5668-EXIT
           END-EVALUATE
           .
       5660-EXIT.
           EXIT.

       5668-WATCHLIST-SQL-ERR-ROUTINE.
           MOVE SPACES TO WS-V-MESSAGE-2.
           SET MABPAA-WATCHLIST-SQL-MSG TO TRUE.
           MOVE MGMT-ALERT-MED-MAX TO WS-V-MESSAGE-2.
           MOVE 5660 TO WS-V-ERROR-PARA.
           SET SELECT-ROW TO TRUE
           SET FEP-MAF-EXCPT-WARNING TO TRUE.
           SET FEP-MAF-DB2-SOFTWARE TO TRUE.
           MOVE SQL-SQLCODE TO WS-V-SQL-CODE.
           PERFORM 9880-ERROR-RTN THRU 9880-EXIT.

       5668-EXIT.
           EXIT.
      *%%% DLH TT 1400869 END

      *%%% DLH TT 1400867 BEGIN
       5700-PROVIDER-REMITTANCE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   HAND EVERY PROVIDER LINE OF THE FINALIZED CLAIM TO FH02P0NN
      *   FOR THE PROVIDER REMITTANCE ADVICE -- PAID, REJECTED, AND
      *   DEFERRED LINES ALIKE, SO THE PROVIDER SEES WHY A LINE WAS
      *   REDUCED, DENIED, OR IS STILL PENDING.  THE LINES GO AS THEY
      *   STAND AFTER 8000, WITH THE SAVINGS THAT EXPLAIN BILLED LESS
      *   ALLOWED AND THE RESPONSE REASONS OF ANY EDIT THAT FIRED.
      *   FH02P9MG TRANSLATES THE CODES TO ADJUSTMENT GROUP/REASON
      *   CODES.  A HELD CLAIM IS FLAGGED SO IT IS REMITTED ONLY WHEN
      *   IT IS RELEASED.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE ZEROES                    TO PRW-LAST-PROV-SUB
           PERFORM 5705-FIND-LAST-PROV-LINE THRU 5705-EXIT
              VARYING TWR-CRG-SUB FROM 1 BY 1
              UNTIL TWR-CRG-SUB > NUMBER-OF-CHARGES-TWR
           IF  PRW-LAST-PROV-SUB = ZERO
               GO TO 5700-EXIT
           END-IF
      *
           INITIALIZE PRA-PROVIDER-REMIT-DATA
           MOVE CLAIM-NUMBER-TWR          TO PRA-CLAIM-NUMBER
           MOVE REPORTING-PLAN-CODE-TWR   TO PRA-PLAN-CODE
           MOVE CONTRACT-ID-NUMBER-TWR    TO PRA-CONTRACT-ID-NUMBER
           MOVE PATIENT-CODE-TWR          TO PRA-PATIENT-CODE
           MOVE MEMBER-ID-TWR             TO PRA-MEMBER-ID
           MOVE CLAIM-STATUS-TWR          TO PRA-CLAIM-STATUS
           MOVE DATE-PROCESSED-CENT-TWR   TO FEP-CENTURY-DATE
           PERFORM 9700-CONVERT-FEP-CENTURY-DT THRU 9700-EXIT
           MOVE MMDDCCYY-DATE             TO PRA-PROCESSED-DATE
           MOVE 'N'                       TO PRA-PAYMENT-HELD-SW
           IF  PHW-CLAIM-HELD
               SET PRA-PAYMENT-HELD       TO TRUE
           END-IF
      *
           MOVE 'N' TO XCT-CALL-FAIL-SW
           PERFORM 5710-WRITE-REMIT-LINE THRU 5710-EXIT
              VARYING TWR-CRG-SUB FROM 1 BY 1
              UNTIL TWR-CRG-SUB > PRW-LAST-PROV-SUB
                 OR XCT-CALL-FAILED
           .
       5700-EXIT.
           EXIT.

       5705-FIND-LAST-PROV-LINE.
           IF  PROVIDER-ID-NUMBER-TWR (TWR-CRG-SUB) NOT = SPACES
               MOVE TWR-CRG-SUB           TO PRW-LAST-PROV-SUB
           END-IF
           .
       5705-EXIT.
           EXIT.

       5710-WRITE-REMIT-LINE.
           IF  PROVIDER-ID-NUMBER-TWR (TWR-CRG-SUB) = SPACES
               GO TO 5710-EXIT
           END-IF
      *
           MOVE PROVIDER-ID-NUMBER-TWR (TWR-CRG-SUB)
                                          TO PRA-PROVIDER-ID
           MOVE 'N'                       TO PRA-NON-PAR-SW
           IF  NON-PAR-PROVIDER-TWR (TWR-CRG-SUB)
               SET PRA-NON-PAR-PROVIDER   TO TRUE
           END-IF
           MOVE TWR-CRG-SUB               TO PRA-CHG-LINE-SUB
           MOVE LINE-NUMBER-TWR (TWR-CRG-SUB)
                                          TO PRA-LINE-NUMBER
           MOVE CHARGE-STATUS-TWR (TWR-CRG-SUB)
                                          TO PRA-CHARGE-STATUS
           MOVE PROCEDURE-CODE-1-TWR (TWR-CRG-SUB)
                                          TO PRA-PROCEDURE-CODE
           MOVE SERVICE-BEGIN-DATE-CENT-TWR (TWR-CRG-SUB)
                                          TO FEP-CENTURY-DATE
           PERFORM 9700-CONVERT-FEP-CENTURY-DT THRU 9700-EXIT
           MOVE MMDDCCYY-DATE             TO PRA-SERVICE-BEGIN-DATE
           MOVE SERVICE-END-DATE-CENT-TWR (TWR-CRG-SUB)
                                          TO FEP-CENTURY-DATE
           PERFORM 9700-CONVERT-FEP-CENTURY-DT THRU 9700-EXIT
           MOVE MMDDCCYY-DATE             TO PRA-SERVICE-END-DATE
      *
           MOVE CVRD-CHRGS-ALL-SERVS-CP-TWR (TWR-CRG-SUB)
                                          TO PRA-BILLED-AMOUNT
           MOVE CHRG-ALLOWABLE-CHARGES-CP-TWR (TWR-CRG-SUB)
                                          TO PRA-ALLOWED-AMOUNT
           MOVE DEDUCTIBLE-AMOUNT-CP-TWR (TWR-CRG-SUB)
                                          TO PRA-DEDUCTIBLE-AMOUNT
           MOVE COINSURANCE-AMOUNT-CP-TWR (TWR-CRG-SUB)
                                          TO PRA-COINS-COPAY-AMOUNT
           MOVE AMT-PAID-OTHER-CARR-1-CP-TWR (TWR-CRG-SUB)
                                          TO PRA-OTHER-CARRIER-PAID
           ADD  AMT-PAID-OTHER-CARR-2-CP-TWR (TWR-CRG-SUB)
                                          TO PRA-OTHER-CARRIER-PAID
           MOVE AMOUNT-PAID-CP-TWR (TWR-CRG-SUB)
                                          TO PRA-PAID-AMOUNT
           MOVE CHRG-PREV-AMOUNT-PAID-CP-TWR (TWR-CRG-SUB)
                                          TO PRA-PRIOR-PAID-AMOUNT
      *
           MOVE CHRG-RESPONSE-REASON-1-TWR (TWR-CRG-SUB)
                                          TO PRA-RESPONSE-REASON (1)
           MOVE CHRG-RESPONSE-REASON-2-TWR (TWR-CRG-SUB)
                                          TO PRA-RESPONSE-REASON (2)
           MOVE CHRG-RESPONSE-REASON-3-TWR (TWR-CRG-SUB)
                                          TO PRA-RESPONSE-REASON (3)
           MOVE CHRG-RESPONSE-REASON-4-TWR (TWR-CRG-SUB)
                                          TO PRA-RESPONSE-REASON (4)
           MOVE CHRG-RESPONSE-REASON-5-TWR (TWR-CRG-SUB)
                                          TO PRA-RESPONSE-REASON (5)
      *
           MOVE SPACES                    TO PRA-SAVINGS-CODE (1)
                                             PRA-SAVINGS-CODE (2)
                                             PRA-SAVINGS-CODE (3)
                                             PRA-SAVINGS-CODE (4)
           MOVE ZEROES                    TO PRA-SAVINGS-AMOUNT (1)
                                             PRA-SAVINGS-AMOUNT (2)
                                             PRA-SAVINGS-AMOUNT (3)
                                             PRA-SAVINGS-AMOUNT (4)
           IF  NOT TS1-NOT-APPLICABLE-TWR (TWR-CRG-SUB)
               MOVE TYPE-SAVINGS-IND-1-TWR (TWR-CRG-SUB)
                 TO PRA-SAVINGS-CODE (1)
               MOVE SAVINGS-AMOUNT-1-CP-TWR (TWR-CRG-SUB)
                 TO PRA-SAVINGS-AMOUNT (1)
           END-IF
           IF  NOT TS2-NOT-APPLICABLE-TWR (TWR-CRG-SUB)
               MOVE TYPE-SAVINGS-IND-2-TWR (TWR-CRG-SUB)
                 TO PRA-SAVINGS-CODE (2)
               MOVE SAVINGS-AMOUNT-2-CP-TWR (TWR-CRG-SUB)
                 TO PRA-SAVINGS-AMOUNT (2)
           END-IF
           IF  NOT TS3-NOT-APPLICABLE-TWR (TWR-CRG-SUB)
               MOVE TYPE-SAVINGS-IND-3-TWR (TWR-CRG-SUB)
                 TO PRA-SAVINGS-CODE (3)
               MOVE SAVINGS-AMOUNT-3-CP-TWR (TWR-CRG-SUB)
                 TO PRA-SAVINGS-AMOUNT (3)
           END-IF
           IF  NOT TS4-NOT-APPLICABLE-TWR (TWR-CRG-SUB)
               MOVE TYPE-SAVINGS-IND-4-TWR (TWR-CRG-SUB)
                 TO PRA-SAVINGS-CODE (4)
               MOVE SAVINGS-AMOUNT-4-CP-TWR (TWR-CRG-SUB)
                 TO PRA-SAVINGS-AMOUNT (4)
           END-IF
      *%%% DLH TT 1400869 BEGIN
      *
      *    PEER GROUP FOR THE PROVIDER WATCHLIST.  SKILLED NURSING AND
      *    NURSING FACILITY LINES FIRST, SO AN SNF IS SCORED WITH
      *    OTHER SNFS AND NOT WITH EVERY INPATIENT FACILITY.
           EVALUATE TRUE
             WHEN SKILLED-NURSING-FAC-TWR (TWR-CRG-SUB)
             WHEN NURSING-FAC-TWR (TWR-CRG-SUB)
               SET PRA-SNF-PROVIDER          TO TRUE
             WHEN INPAT-INSTITUTE-TYPE-CLAIM-TWR (TWR-CRG-SUB)
               SET PRA-INPATIENT-PROVIDER    TO TRUE
             WHEN OTPAT-INSTITUTE-TYPE-CLAIM-TWR (TWR-CRG-SUB)
               SET PRA-OUTPATIENT-PROVIDER   TO TRUE
             WHEN OTHER
               SET PRA-PROFESSIONAL-PROVIDER TO TRUE
           END-EVALUATE
      *%%% DLH TT 1400869 END
      *
           MOVE 'N' TO PRA-LAST-LINE-SW
           IF  TWR-CRG-SUB NOT < PRW-LAST-PROV-SUB
               SET PRA-LAST-LINE TO TRUE
           END-IF
      *
           MOVE 'FH02P0NN' TO WS-S-CALL2-MODULE
           CALL WS-S-CALL2-MODULE   USING  DFHEIBLK
                                      DUMMY-COMMAREA
                                      CLAIM-WORK-RECORD
                                      TRANSACTION-WORK-RECORD
                                      PRA-PROVIDER-REMIT-DATA
                ON EXCEPTION
                   MOVE 5710                 TO WS-V-ERROR-PARA
                   SET FEP-MAF-CICS-SOFTWARE TO TRUE
                   SET CALL-PGM              TO TRUE
                   SET XCT-CALL-FAILED       TO TRUE
                   PERFORM 9880-ERROR-RTN    THRU 9880-EXIT
           END-CALL
           IF  NOT XCT-CALL-FAILED
               ADD +1 TO XCT-NN-CNT
               INITIALIZE CAE-CLAIM-AUDIT-EVENT-DATA
               MOVE 'RA'                    TO CAE-FEED-CODE
               MOVE TWR-CRG-SUB             TO CAE-CHG-LINE-SUB
               MOVE PRA-CHARGE-STATUS       TO CAE-REASON-CODE
               MOVE PRA-BILLED-AMOUNT       TO CAE-AMOUNT-1
               MOVE PRA-PAID-AMOUNT         TO CAE-AMOUNT-2
               MOVE 'LINE SENT FOR PROVIDER REMITTANCE'
                                            TO CAE-EVENT-TEXT
               PERFORM 9895-POST-CLAIM-AUDIT THRU 9895-EXIT
           END-IF
           .
       5710-EXIT.
           EXIT.
      *%%% DLH TT 1400867 END

       5880-UPDATE-BENEFIT-PERIODS.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * UPDATE THE BENEFIT PERIOD IN THE FAMILY AND PATIENT WORK
      * RECORDS SO THAT IF ANY UPDATE TAKES PLACE THE CORRECT
      * BENEFIT PERIOD WILL BE ON FILE
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           EVALUATE TRUE
               WHEN CURR-BSC-PERIOD
                   MOVE BENEFIT-PRD-F030
                     TO FWR-CB-BENEFIT-PERIOD
                        PWR-CB-BENEFIT-PERIOD
               WHEN PR-1-BSC-PERIOD
                   MOVE BENEFIT-PRD-F030
      *%%% EL TT# 1913 BEGIN
                     TO FWR-P1B-BENEFIT-PERIOD
                        PWR-P1B-BENEFIT-PERIOD
      *%%% EL TT# 1913 END
               WHEN PR-2-BSC-PERIOD
                   MOVE BENEFIT-PRD-F030
      *%%% EL TT# 13576 BEGIN
                     TO FWR-P2B-BENEFIT-PERIOD
                        PWR-P2B-BENEFIT-PERIOD
      *%%% EL TT# 13576 END
               WHEN CURR-STD-PERIOD
                   MOVE BENEFIT-PRD-F030
                     TO FWR-CS-BENEFIT-PERIOD
                        PWR-CS-BENEFIT-PERIOD
               WHEN PR-1-STD-PERIOD
                   MOVE BENEFIT-PRD-F030
                     TO FWR-P1S-BENEFIT-PERIOD
                        PWR-P1S-BENEFIT-PERIOD
               WHEN PR-2-STD-PERIOD
                   MOVE BENEFIT-PRD-F030
                     TO FWR-P2S-BENEFIT-PERIOD
                        PWR-P2S-BENEFIT-PERIOD
      *%%% KX TT 84175 BEGIN
      *        WHEN CURR-BCO-PERIOD
      *            MOVE BENEFIT-PRD-F030
      *              TO FWR-CBCO-BENEFIT-PERIOD
      *                 PWR-CBCO-BENEFIT-PERIOD
      *        WHEN PR-1-BCO-PERIOD
      *            MOVE BENEFIT-PRD-F030
      *              TO FWR-P1BCO-BENEFIT-PERIOD
      *                 PWR-P1BCO-BENEFIT-PERIOD
      *        WHEN PR-2-BCO-PERIOD
      *            MOVE BENEFIT-PRD-F030
      *              TO FWR-P2BCO-BENEFIT-PERIOD
      *                 PWR-P2BCO-BENEFIT-PERIOD
      *%%% KX TT 84175 END
      *%%% PE TT 1171411 BEGIN
               WHEN CURR-BFCS-PERIOD
                   MOVE BENEFIT-PRD-F030
                     TO FWR-CP-BENEFIT-PERIOD
                        PWR-CP-BENEFIT-PERIOD
               WHEN PR-1-BFCS-PERIOD
                   MOVE BENEFIT-PRD-F030
                     TO FWR-P1P-BENEFIT-PERIOD
                        PWR-P1P-BENEFIT-PERIOD
               WHEN PR-2-BFCS-PERIOD
                   MOVE BENEFIT-PRD-F030
                     TO FWR-P2P-BENEFIT-PERIOD
                        PWR-P2P-BENEFIT-PERIOD
      *%%% PE TT# 1171411 END
           END-EVALUATE

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   TEST IF OPTION CHANGE APPLICABLE OR A BENEFIT SEGMENT EXISTS
      *   OR IF ANY PATIENTS UNDER THE OTHER OPTION HAVE MET ANY
      *   DEDUCTIBLE, IF SO UPDATE OTHER OPTION.
      *-----------------------------------------------------------------
      *   EFFECTIVE 1/1/92 - CHECK FAMILY DEDUCTIBLE AMOUNT
      *   EFFECTIVE 1/1/93 - CHECK DRUG DEDUCTIBLE AMOUNT
      *   EFFECTIVE 1/1/94 - CHECK DRUG DEDUCT FOR CURR AND PRIOR-1
      *     ALSO THREE BENEFIT PERIODS WILL NEED TO CHECK FAMILY DEDUCT,
      *     WILL NOT NEED TO CHECK THE NUMBER-PATS MET ANY MORE.
      *   EFFECTIVE 1/1/95 - CHECK DRUG DEDUCT FOR ALL 3 BENEFIT PERIODS
      *-----------------------------------------------------------------
      *
           IF  OPTION-CHANGE-DURING-YEAR-TWR
           OR  OTH-BENEFIT-PERIOD-F030    >  ZERO
           OR  OTH-FAM-DEDUCT-ACCUM-F030  >  ZERO
               EVALUATE TRUE
                 WHEN OTH-CURR-BSC-PERIOD
                   MOVE OTH-BENEFIT-PRD-F030
                     TO FWR-CB-BENEFIT-PERIOD
                        PWR-CB-BENEFIT-PERIOD
                 WHEN OTH-PR-1-BSC-PERIOD
                   MOVE OTH-BENEFIT-PRD-F030
      *%%% EL TT# 1913 BEGIN
                     TO FWR-P1B-BENEFIT-PERIOD
                        PWR-P1B-BENEFIT-PERIOD
      *%%% EL TT# 1913 END
                 WHEN OTH-PR-2-BSC-PERIOD
                   MOVE OTH-BENEFIT-PRD-F030
      *%%% EL TT# 13576 BEGIN
                     TO FWR-P2B-BENEFIT-PERIOD
                        PWR-P2B-BENEFIT-PERIOD
      *%%% EL TT# 13576 END
                 WHEN OTH-CURR-STD-PERIOD
                   MOVE OTH-BENEFIT-PRD-F030
                     TO FWR-CS-BENEFIT-PERIOD
                        PWR-CS-BENEFIT-PERIOD
                 WHEN OTH-PR-1-STD-PERIOD
                   MOVE OTH-BENEFIT-PRD-F030
                     TO FWR-P1S-BENEFIT-PERIOD
                        PWR-P1S-BENEFIT-PERIOD
                 WHEN OTH-PR-2-STD-PERIOD
                   MOVE OTH-BENEFIT-PRD-F030
                     TO FWR-P2S-BENEFIT-PERIOD
                        PWR-P2S-BENEFIT-PERIOD
               END-EVALUATE
           END-IF
           .
       5880-EXIT.
           EXIT.

       8000-CHECK-FOR-COB-REJ.
      *-----------------------------------------------------------------
      *  CHECK FOR COB REJECTION ON THE CHARGE LINES.  IF FOUND, SET
      *  SWITCH TO BE USED FOR EDIT REASON 'FNU'.
      *  WE CHECK FOR AMOUNT PAID OTEHR CARRIER INDICATOR TO SET THE
      *  COB CHARGE LINE TO TRUE. WE ALLOW TWO OTHER CARRIERS AT THIS
      *  POINT
      *-----------------------------------------------------------------

           EVALUATE  TRUE
             WHEN ANY-REJ-AFFECTED-CHRG-TWR        (TWR-CRG-SUB)
               EVALUATE  TRUE
                 WHEN APOC1-TRAD-MEDICARE-PART-A-TWR (TWR-CRG-SUB)
                 WHEN APOC1-TRAD-MEDICARE-PART-B-TWR (TWR-CRG-SUB)
                 WHEN APOC1-MEDICARE-MANAGE-CARE-TWR (TWR-CRG-SUB)
                 WHEN APOC1-OTHR-BCBS-TWR (TWR-CRG-SUB)
                 WHEN APOC1-OTHR-COMMERCIAL-CARR-TWR (TWR-CRG-SUB)
                 WHEN APOC1-NO-FAULT-TWR (TWR-CRG-SUB)
                 WHEN APOC2-TRAD-MEDICARE-PART-A-TWR (TWR-CRG-SUB)
                 WHEN APOC2-TRAD-MEDICARE-PART-B-TWR (TWR-CRG-SUB)
                 WHEN APOC2-MEDICARE-MANAGE-CARE-TWR (TWR-CRG-SUB)
                 WHEN APOC2-OTHR-BCBS-TWR (TWR-CRG-SUB)
                 WHEN APOC2-OTHR-COMMERCIAL-CARR-TWR (TWR-CRG-SUB)
                 WHEN APOC2-NO-FAULT-TWR (TWR-CRG-SUB)
                   SET  COB-CHG-LINE-REJECT                TO TRUE
               END-EVALUATE
           END-EVALUATE.

           PERFORM 8100-CHECK-FOR-DEFER-FNU
              THRU 8100-EXIT.

       8000-EXIT.
           EXIT.


       8100-CHECK-FOR-DEFER-FNU.
      *-----------------------------------------------------------------
      *   IF A COB OC CALC PRORATED CLAIM CONTAINS AT LEAST ONE
      *   INTERNAL REJECTED CHARGE LINE - ALL OTHER COB APPROVED LINES
      *   SHOULD BE DEFERRED FOR 'FNU'.
      *     (OC-CALC ARE THE ONLY TYPE TRANS THAT WILL HAVE THE
      *        CLAIM-PRORATION-SW TURNED ON)
      *-----------------------------------------------------------------

           EVALUATE  TRUE  ALSO TRUE
             WHEN CLAIM-PRORATION-SW-TWR       =  'Y'

           MOVE '50'           TO CLAIM-STATUS-TWR
                                  CHARGE-STATUS-TWR    (TWR-CRG-SUB).
      *%%% DLH TT 1400860
           PERFORM 9902-NOTE-PROMPT-PAY-DEFERRAL THRU 9902-EXIT.

           ADD +01             TO TOTAL-DEF-CHARGES.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *         WRITE THE N1 SUPPORTING HISTORY RECORD
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *%%% DLH TT 1400863 - NOTHING IS WRITTEN FOR AN ESTIMATE
           IF  ESTIMATE-MODE
               GO TO 9280-EXIT
           END-IF


           IF  CONTRACT-ID-NUMBER-SHWR = LOW-VALUES
      *%%% DLH TT 1400857
           IF  NOT XCT-CALL-FAILED
               ADD +1 TO XCT-MV-CNT
      *%%% DLH TT 1400864
               INITIALIZE CAE-CLAIM-AUDIT-EVENT-DATA
               MOVE 'MV'                    TO CAE-FEED-CODE
               MOVE EDL-OVERRIDE-REASON     TO CAE-REASON-CODE
               IF  EDL-PAPER
                   MOVE 'EOB DELIVERY - PAPER' TO CAE-EVENT-TEXT
               ELSE
                   MOVE 'EOB DELIVERY - ELECTRONIC' TO CAE-EVENT-TEXT
               END-IF
               PERFORM 9895-POST-CLAIM-AUDIT THRU 9895-EXIT
           END-IF
           .
       9282-EXIT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *            PRODUCE THE L1 SUPPORTING HISTORY RECORD
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *%%% DLH TT 1400863 - AN ESTIMATE WRITES NO L1 BUT STILL STOPS
      *    AT THE DEFERRED LINE, SO THE RESPONSE SHOWS WHERE AND WHY.
           IF  ESTIMATE-MODE
               GO TO 0000-GOBACK
           END-IF

           ADD 01 TO HOLD-PROCESS-SEQ
           SET FH02P0ML-MODULE       TO TRUE
                   PERFORM 9880-ERROR-RTN    THRU 9880-EXIT
           END-CALL

      *%%% DLH TT 1400860 BEGIN
      *    A DEFERRED CLAIM ENDS HERE, SHORT OF 5000-FINALIZATION, SO
      *    THE PROMPT-PAY CLOCK IS ACTED ON HERE.
           EVALUATE TRUE
             WHEN PPI-CREDITABLE-DEFERRAL
               PERFORM 5325-STOP-PROMPT-PAY-CLOCK THRU 5325-EXIT
             WHEN PPI-OUR-DEFERRAL
               PERFORM 5320-RESUME-PROMPT-PAY-CLOCK THRU 5320-EXIT
           END-EVALUATE
      *%%% DLH TT 1400860 END
      *%%% DLH TT 1400867 BEGIN
      *    AND THE PROVIDER IS TOLD THE LINES ARE PENDING.  A DEFERRED
      *    CLAIM IS NEVER SCREENED FOR A PAYMENT HOLD.
           MOVE 'N' TO PHW-CLAIM-HELD-SW
           PERFORM 5700-PROVIDER-REMITTANCE THRU 5700-EXIT
      *%%% DLH TT 1400867 END

      ***TT 26538
              GO TO 0000-GOBACK
      ***TT 26538
      *   WRITE A CROSSFOOT EXCEPTION EXTRACT RECORD SO DAILY
      *   RECONCILIATION CAN TREND FP8/FZK CROSSFOOT BREAKS
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *%%% DLH TT 1400863 - NOTHING IS WRITTEN FOR AN ESTIMATE
           IF  ESTIMATE-MODE
               GO TO 9531-EXIT
           END-IF
           MOVE ERROR-REASON            TO CFX-ERROR-REASON
           MOVE CROSSFOOT-DIFFERENCE    TO CFX-CROSSFOOT-DIFF
           MOVE CVRD-CHRGS-ALL-SERVS-CP-TWR (TWR-CRG-SUB)
      *%%% DLH TT 1400857
           IF  NOT XCT-CALL-FAILED
               ADD +1 TO XCT-MN-CNT
      *%%% DLH TT 1400864
               INITIALIZE CAE-CLAIM-AUDIT-EVENT-DATA
               MOVE 'MN'                    TO CAE-FEED-CODE
               MOVE TWR-CRG-SUB             TO CAE-CHG-LINE-SUB
               MOVE CFX-ERROR-REASON        TO CAE-REASON-CODE
               MOVE CFX-CROSSFOOT-DIFF      TO CAE-AMOUNT-1
               MOVE CFX-CVRD-CHGS           TO CAE-AMOUNT-2
               MOVE 'CROSSFOOT EXCEPTION - DIFF/COVERED'
                                            TO CAE-EVENT-TEXT
               PERFORM 9895-POST-CLAIM-AUDIT THRU 9895-EXIT
           END-IF
           .
       9531-EXIT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   WRITE THE CATASTROPHIC MAX THRESHOLD-CROSSING NOTICE
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *%%% DLH TT 1400863 - NOTHING IS WRITTEN FOR AN ESTIMATE
           IF  ESTIMATE-MODE
               GO TO 9602-EXIT
           END-IF
           MOVE CLAIM-NUMBER-TWR           TO CMX-CLAIM-NUMBER
           MOVE PATIENT-CODE-TWR           TO CMX-PATIENT-CODE
           MOVE REPORTING-PLAN-CODE-TWR    TO CMX-PLAN-CODE
           EXIT.
      *%%% DLH TT 1400857 END

      *%%% DLH TT 1400864 BEGIN
       9895-POST-CLAIM-AUDIT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   INDEX ONE SIDE RECORD JUST WRITTEN FOR THIS CLAIM INTO THE
      *   CLAIM AUDIT EVENT TABLE THROUGH FH02P0NL.  PERFORMED ONLY
      *   FROM INSIDE A WRITER SITE'S "NOT XCT-CALL-FAILED" BRANCH,
      *   SO AN EVENT IS NEVER INDEXED FOR A RECORD THAT WAS NOT
      *   WRITTEN.  THE CALLER HAS INITIALIZED CAE-CLAIM-AUDIT-EVENT-
      *   DATA AND SET THE FEED CODE, LINE SUBSCRIPT (ZERO FOR A
      *   CLAIM-LEVEL EVENT), REASON, AMOUNTS AND TEXT.  OWN SWITCH,
      *   SO THE CALLING SITE'S XCT-CALL-FAIL-SW IS LEFT ALONE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE ZEROES TO CAE-LINE-NUMBER
           IF  CAE-CHG-LINE-SUB > ZERO
               MOVE LINE-NUMBER-TWR (CAE-CHG-LINE-SUB)
                                        TO CAE-LINE-NUMBER
           END-IF

           MOVE 'N' TO CAE-CALL-FAIL-SW
           MOVE 'FH02P0NL' TO WS-S-CALL2-MODULE
           CALL WS-S-CALL2-MODULE   USING  DFHEIBLK
                                      DUMMY-COMMAREA
                                      CLAIM-WORK-RECORD
                                      TRANSACTION-WORK-RECORD
                                      CAE-CLAIM-AUDIT-EVENT-DATA
                ON EXCEPTION
                   MOVE 9895                 TO WS-V-ERROR-PARA
                   SET FEP-MAF-CICS-SOFTWARE TO TRUE
                   SET CALL-PGM              TO TRUE
                   SET CAE-CALL-FAILED       TO TRUE
                   PERFORM 9880-ERROR-RTN    THRU 9880-EXIT
           END-CALL
           IF  NOT CAE-CALL-FAILED
               ADD +1 TO XCT-NL-CNT
           END-IF
           .
       9895-EXIT.
           EXIT.
      *%%% DLH TT 1400864 END

       9900-ERROR-ROUTINE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *            PROCESS ERRORS
                     MOVE 'FPB'        TO CLM-RESPONSE-REASON-1-TWR
                     MOVE ERROR-REASON TO CLM-RESPONSE-REASON-2-TWR
      * 04/01/2003  F ALABI TT 3612
      *%%% DLH TT 1400860 - WE COULD NOT PROCESS IT; NO CLOCK CREDIT
                     PERFORM 5320-RESUME-PROMPT-PAY-CLOCK THRU 5320-EXIT
                     SET SKIP-PROCESSING TO TRUE
                     GO TO 0000-GOBACK
                  WHEN DEFER-THIS-CHARGE
      *%%% DLH TT 1400772 BEGIN
                     PERFORM 9901-WRITE-AGING-REC THRU 9901-EXIT
      *%%% DLH TT 1400772 END
      *%%% DLH TT 1400860
                     PERFORM 9902-NOTE-PROMPT-PAY-DEFERRAL
                        THRU 9902-EXIT
                  WHEN REJECT-THIS-CHARGE
                     SET NOT-EDITTING-AGAINST-HISTORY TO TRUE
                     PERFORM 9910-SRCH-FOR-ERROR THRU 9910-EXIT
      *   WRITE A DEFERRED/REJECTED CHARGE AGING EXTRACT RECORD SO
      *   EXAMINERS CAN PRIORITIZE AGED DEFERRALS/REJECTIONS BY REASON
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *%%% DLH TT 1400863 - NOTHING IS WRITTEN FOR AN ESTIMATE
           IF  ESTIMATE-MODE
               GO TO 9901-EXIT
           END-IF
           MOVE TWR-CRG-SUB                TO AGX-CHG-LINE-SUB
           MOVE CHARGE-STATUS-TWR (TWR-CRG-SUB)
                                            TO AGX-CHARGE-STATUS
      *%%% DLH TT 1400857
           IF  NOT XCT-CALL-FAILED
               ADD +1 TO XCT-MT-CNT
      *%%% DLH TT 1400864
               INITIALIZE CAE-CLAIM-AUDIT-EVENT-DATA
               MOVE 'MT'                    TO CAE-FEED-CODE
               MOVE AGX-CHG-LINE-SUB        TO CAE-CHG-LINE-SUB
               MOVE AGX-CHARGE-STATUS       TO CAE-REASON-CODE (1:2)
               MOVE AGX-RESPONSE-REASON-1   TO CAE-REASON-CODE (4:3)
               MOVE 'DEFERRED/REJECTED CHARGE - STATUS/REASON'
                                            TO CAE-EVENT-TEXT
               PERFORM 9895-POST-CLAIM-AUDIT THRU 9895-EXIT
           END-IF
           .
       9901-EXIT.
           EXIT.
      *%%% DLH TT 1400772 END

      *%%% DLH TT 1400860 BEGIN
       9902-NOTE-PROMPT-PAY-DEFERRAL.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   CLASSIFY THIS CHARGE'S DEFERRAL FOR THE PROMPT-PAY CLOCK.
      *   5000-FINALIZATION STOPS THE CLOCK FOR THE CLAIM ONLY WHEN
      *   EVERY DEFERRAL ON THE PASS WAS FOR A REASON OUTSIDE OUR
      *   CONTROL; ONE DEFERRAL WE CAUSED KEEPS IT RUNNING.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE ERROR-REASON TO PPI-DEFER-REASON
           IF  PPI-OUR-DEFER-REASON
               SET PPI-OUR-DEFERRAL TO TRUE
               GO TO 9902-EXIT
           END-IF
           IF  PPI-NO-DEFERRAL
               SET PPI-CREDITABLE-DEFERRAL TO TRUE
               MOVE ERROR-REASON TO PPI-STOP-REASON
           END-IF
           .
       9902-EXIT.
           EXIT.
      *%%% DLH TT 1400860 END

       9910-SRCH-FOR-ERROR.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *    SEARCH FOR THE ERROR REASON ON THE H3 SUPP HISTORY TBL
      *
      *
           IF  COB-INVOLVED-TWR
      *%%% DLH TT 1400863
           OR  ESTIMATE-MODE
               CONTINUE
           ELSE
               IF  CHRG-SUPPORT-HIST-TWR (TWR-CRG-SUB)
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *            PRODUCE H3 SUPPORTING HISTORY
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *%%% DLH TT 1400863 - NOTHING IS WRITTEN FOR AN ESTIMATE
           IF  ESTIMATE-MODE
               GO TO 9960-EXIT
           END-IF

      *
      *-----------------------------------------------------------------
