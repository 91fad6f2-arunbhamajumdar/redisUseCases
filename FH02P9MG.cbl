       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    FH02P9MG.
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
      *    PROVIDER REMITTANCE ADVICE.  BUILDS THE 835-STYLE
      *    REMITTANCE FILE (REMITOUT) FOR ONE PAYMENT DATE FROM THE
      *    PROVIDER_REMIT LINES FH02P0M3 HANDS TO FH02P0NN AT
      *    FINALIZATION (5700-PROVIDER-REMITTANCE), ONE REMITTANCE PER
      *    PROVIDER:
      *
      *      PH  PROVIDER HEADER          (835 BPR/TRN/N1*PE)
      *      CL  CLAIM PAYMENT            (835 CLP)
      *      SV  SERVICE LINE PAYMENT     (835 SVC/DTM)
      *      AJ  LINE ADJUSTMENT          (835 CAS)
      *      RM  LINE REMARK              (835 LQ)
      *      PB  PROVIDER ADJUSTMENT      (835 PLB) - OVERPAYMENT
      *                                   OFFSETS TAKEN FROM THE
      *                                   PAYMENT (OVERPAYMENT_OFFSET)
      *      PT  PROVIDER TRAILER         - COUNTS, TOTALS, AND THE
      *                                   NET PAYMENT AMOUNT FOR BPR
      *                                   (CLAIM PAYMENTS LESS OFFSETS)
      *      FT  FILE TRAILER             - PROVIDER AND RECORD COUNTS
      *                                   AND THE PAYMENT HASH TOTAL
      *
      *    THE PAYMENT DATE OF A LINE IS THE DATE ITS CLAIM WAS
      *    PROCESSED, OR FOR A CLAIM HELD ON PAYMENT_HOLD THE DATE A
      *    SECOND APPROVER RELEASED IT (FH02P9ME).  A HELD CLAIM THAT
      *    IS STILL OPEN OR WAS DENIED IS NOT REMITTED.  A LINE PAID
      *    TO THE MEMBER HAS NO PROVIDER AND IS NOT ON PROVIDER_REMIT.
      *
      *    EVERY LINE BALANCES:  BILLED = PAID + THE SUM OF ITS AJ
      *    AMOUNTS.  ON A PROCESSED LINE:
      *      - BILLED LESS ALLOWED IS EXPLAINED BY THE LINE'S SAVINGS
      *        CODES, IN SLOT ORDER, UP TO THE DIFFERENCE; ANY REST IS
      *        CONTRACTUAL (NPB ON A NON-PAR LINE, WHERE THE MEMBER
      *        OWES THE BALANCE).
      *      - DEDUCTIBLE, COINSURANCE/COPAY, AND OTHER-CARRIER PAID
      *        ARE THEIR OWN ADJUSTMENTS.
      *      - ANYTHING LEFT BETWEEN ALLOWED AND PAID (A BENEFIT
      *        MAXIMUM, FOR EXAMPLE) IS CONTRACTUAL.
      *    A DENIED LINE, AND EVERY LINE OF A DENIED CLAIM, IS ADJUSTED
      *    IN FULL UNDER ITS FIRST RESPONSE REASON.  A DEFERRED LINE,
      *    AND EVERY LINE OF A DEFERRED CLAIM, IS ADJUSTED IN FULL AS
      *    PENDING, UNDER ITS FIRST RESPONSE REASON WHERE IT HAS ONE.
      *    NOTHING IS PAID ON A DENIED OR DEFERRED CLAIM.  THE OTHER
      *    RESPONSE REASONS GO OUT AS REMARKS.
      *
      *    CODES ARE TRANSLATED THROUGH THE CARCXWLK CROSSWALK CARDS:
      *
      *      COL  1     TYPE   R  RESPONSE REASON (CHRG-RESPONSE-
      *                           REASON)
      *                        S  TYPE SAVINGS INDICATOR
      *                        A  AMOUNT CATEGORY:
      *                             DED  DEDUCTIBLE       (PR 1)
      *                             COI  COINSURANCE/COPAY(PR 2)
      *                             OCP  OTHER CARRIER    (OA 23)
      *                             CTR  CONTRACTUAL      (CO 45)
      *                             NPB  NON-PAR BALANCE  (PR 45)
      *                             DNY  DENIED, NO CODE  (CO 96)
      *                             PND  PENDED, NO CODE  (OA 133)
      *                        *  COMMENT CARD
      *      COL  2-4   OUR CODE
      *      COL  6-7   ADJUSTMENT GROUP CODE (CO PR OA PI CR)
      *      COL  9-13  ADJUSTMENT REASON CODE (CARC)
      *      COL 15-19  REMARK CODE (RARC), OPTIONAL
      *      COL 21-60  DESCRIPTION
      *
      *    THE AMOUNT CATEGORIES DEFAULT TO THE CODES SHOWN WHEN NO
      *    CARD OVERRIDES THEM.  A RESPONSE REASON OR SAVINGS CODE WITH
      *    NO CARD FALLS BACK TO DNY/PND OR CTR, IS LISTED ON THE
      *    REPORT, AND ENDS THE RUN WITH RC 4 SO A CARD CAN BE ADDED.
      *
      *    NOTHING IS UPDATED; A RERUN FOR THE SAME PAYMENT DATE
      *    PRODUCES THE SAME FILE.
      *
      *    PARM:  PAYMENT DATE (CCYY-MM-DD, DEFAULT CURRENT DATE).
      *
      *================================================================
      *
      *  MAINTENANCE HISTORY:
      *
      *  VER    DATE       PPR     PROG  COMMENTS
      *  --  ----------  ---------  --   -------------------------------
      *  01  10/15/2026  TT 1400867 DLH  ORIGINAL VERSION.  PROVIDER
      *                                  REMITTANCE ADVICE WITH CODE
      *                                  CROSSWALK AND OFFSETS.
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
           SELECT CROSSWALK-FILE         ASSIGN TO CARCXWLK
                  FILE STATUS IS XWK-FILE-STATUS.
      *
           SELECT REMITTANCE-FILE        ASSIGN TO REMITOUT
                  FILE STATUS IS RMT-FILE-STATUS.
      *
           SELECT REMITTANCE-REPORT      ASSIGN TO REMITRPT
                  FILE STATUS IS RPT-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  CROSSWALK-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CROSSWALK-RECORD               PIC X(80).
      *
       FD  REMITTANCE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REMITTANCE-RECORD              PIC X(200).
      *
       FD  REMITTANCE-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REMITTANCE-REPORT-LINE         PIC X(133).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           04  RMA-EOC-SW                     PIC X(01)  VALUE 'N'.
               88  RMA-END-OF-CURSOR              VALUE 'Y'.
           04  RMA-OFS-EOC-SW                 PIC X(01)  VALUE 'N'.
               88  RMA-OFS-END-OF-CURSOR          VALUE 'Y'.
           04  XWK-EOF-SW                     PIC X(01)  VALUE 'N'.
               88  XWK-END-OF-FILE                VALUE 'Y'.
           04  XWK-FOUND-SW                   PIC X(01)  VALUE 'N'.
               88  XWK-FOUND                      VALUE 'Y'.
           04  RMA-AJ-FOUND-SW                PIC X(01)  VALUE 'N'.
               88  RMA-AJ-FOUND                   VALUE 'Y'.
           04  UNM-FOUND-SW                   PIC X(01)  VALUE 'N'.
               88  UNM-FOUND                      VALUE 'Y'.
      *
       01  FILE-STATUS-FIELDS.
           04  XWK-FILE-STATUS                PIC X(02)  VALUE SPACES.
           04  RMT-FILE-STATUS                PIC X(02)  VALUE SPACES.
           04  RPT-FILE-STATUS                PIC X(02)  VALUE SPACES.
      *
       01  CONSTANTS.
           04  RMA-MAX-XWALK                  PIC S9(04) BINARY
                                                         VALUE +500.
           04  RMA-MAX-LINES                  PIC S9(04) BINARY
                                                         VALUE +999.
           04  RMA-MAX-ADJ                    PIC S9(04) BINARY
                                                         VALUE +10.
           04  RMA-MAX-UNMAPPED               PIC S9(04) BINARY
                                                         VALUE +100.
           04  RMA-CLAIM-DENIED               PIC X(02)  VALUE '30'.
           04  RMA-CLAIM-DEFERRED             PIC X(02)  VALUE '50'.
           04  RMA-PLB-OVERPAYMENT            PIC X(02)  VALUE 'WO'.
           04  RMA-OVERFLOW-GROUP             PIC X(02)  VALUE 'OA'.
           04  RMA-OVERFLOW-CARC              PIC X(05)  VALUE '23'.
      *
       01  SUBSCRIPTS.
           04  XWK-SUB                        PIC S9(04) BINARY.
           04  CLB-SUB                        PIC S9(04) BINARY.
           04  AJ-SUB                         PIC S9(04) BINARY.
           04  RM-SUB                         PIC S9(04) BINARY.
           04  SAV-SUB                        PIC S9(04) BINARY.
           04  RSN-SUB                        PIC S9(04) BINARY.
           04  RSN-START-SUB                  PIC S9(04) BINARY.
           04  UNM-SUB                        PIC S9(04) BINARY.
      *
       01  WORK-AREAS.
           04  RMA-LINES-READ                 PIC S9(09) BINARY
                                                         VALUE +0.
           04  RMA-RECORDS-WRITTEN            PIC S9(09) BINARY
                                                         VALUE +0.
           04  RMA-UNMAPPED-CNT               PIC S9(09) BINARY
                                                         VALUE +0.
           04  RMA-RPT-LINE-CNT               PIC S9(04) BINARY
                                                         VALUE +99.
           04  RMA-RPT-PAGE-CNT               PIC S9(04) BINARY
                                                         VALUE +0.
           04  RMA-HOLD-PROVIDER-ID           PIC X(10)  VALUE SPACES.
           04  RMA-HOLD-CLAIM-KEY.
               08  RMA-HOLD-PLAN-CODE         PIC X(03).
               08  RMA-HOLD-CLAIM-NUMBER      PIC X(11).
               08  RMA-HOLD-PATIENT-CODE      PIC X(02).
               08  RMA-HOLD-DISPOSITION       PIC X(02).
           04  RMA-CLAIM-KEY.
               08  RMA-KEY-PLAN-CODE          PIC X(03).
               08  RMA-KEY-CLAIM-NUMBER       PIC X(11).
               08  RMA-KEY-PATIENT-CODE       PIC X(02).
               08  RMA-KEY-DISPOSITION        PIC X(02).
           04  RMA-TRACE-NUMBER.
               08  RMA-TRACE-PROVIDER-ID      PIC X(10).
               08  RMA-TRACE-DATE             PIC X(08).
           04  RMA-DISPLAY-COUNT              PIC ZZZ,ZZZ,ZZ9.
      *
      *-----------------------------------------------------------------
      *  LINE ADJUSTMENT WORK
      *-----------------------------------------------------------------
       01  ADJUSTMENT-WORK.
           04  RMA-LINE-PAID                  PIC S9(09)V99 COMP-3.
           04  RMA-LINE-PRIOR-PAID            PIC S9(09)V99 COMP-3.
           04  RMA-CONTRACT-DIFF              PIC S9(09)V99 COMP-3.
           04  RMA-ADJ-AMOUNT                 PIC S9(09)V99 COMP-3.
           04  RMA-ADJ-TOTAL                  PIC S9(09)V99 COMP-3.
           04  RMA-ADJ-GROUP                  PIC X(02).
           04  RMA-ADJ-CARC                   PIC X(05).
           04  RMA-ADJ-SRC-TYPE               PIC X(01).
           04  RMA-ADJ-SRC-CODE               PIC X(03).
           04  RMA-LINE-DISPOSITION-SW        PIC X(01).
               88  RMA-LINE-PROCESSED             VALUE 'P'.
               88  RMA-LINE-DENIED                VALUE 'D'.
               88  RMA-LINE-PENDED                VALUE 'N'.
      *
      *-----------------------------------------------------------------
      *  CROSSWALK LOOKUP ARGUMENTS AND ANSWER
      *-----------------------------------------------------------------
       01  XWALK-LOOKUP.
           04  XWL-TYPE                       PIC X(01).
           04  XWL-CODE                       PIC X(03).
           04  XWL-GROUP                      PIC X(02).
           04  XWL-CARC                       PIC X(05).
           04  XWL-RARC                       PIC X(05).
           04  XWL-DESCRIPTION                PIC X(40).
      *
      *-----------------------------------------------------------------
      *  CROSSWALK CARD AND TABLE.  THE AMOUNT CATEGORIES ARE LOADED
      *  WITH THEIR DEFAULTS FIRST; A CARD FOR THE SAME TYPE AND CODE
      *  REPLACES THE ENTRY.
      *-----------------------------------------------------------------
       01  XWI-CROSSWALK-INPUT.
           04  XWI-TYPE                       PIC X(01).
               88  XWI-COMMENT                    VALUE '*'.
               88  XWI-VALID-TYPE                 VALUE 'R' 'S' 'A'.
           04  XWI-CODE                       PIC X(03).
           04  FILLER                         PIC X(01).
           04  XWI-GROUP                      PIC X(02).
               88  XWI-VALID-GROUP                VALUE 'CO' 'PR'
                                                        'OA' 'PI'
                                                        'CR'.
           04  FILLER                         PIC X(01).
           04  XWI-CARC                       PIC X(05).
           04  FILLER                         PIC X(01).
           04  XWI-RARC                       PIC X(05).
           04  FILLER                         PIC X(01).
           04  XWI-DESCRIPTION                PIC X(40).
           04  FILLER                         PIC X(20).
      *
       01  XWALK-DEFAULTS-AREA.
           04  FILLER                         PIC X(13)  VALUE
               'ADEDPR1      '.
           04  FILLER                         PIC X(13)  VALUE
               'ACOIPR2      '.
           04  FILLER                         PIC X(13)  VALUE
               'AOCPOA23     '.
           04  FILLER                         PIC X(13)  VALUE
               'ACTRCO45     '.
           04  FILLER                         PIC X(13)  VALUE
               'ANPBPR45     '.
           04  FILLER                         PIC X(13)  VALUE
               'ADNYCO96     '.
           04  FILLER                         PIC X(13)  VALUE
               'APNDOA133    '.
       01  XWALK-DEFAULTS REDEFINES XWALK-DEFAULTS-AREA.
           04  XWD-ENTRY                      OCCURS 7 TIMES.
               08  XWD-TYPE                   PIC X(01).
               08  XWD-CODE                   PIC X(03).
               08  XWD-GROUP                  PIC X(02).
               08  XWD-CARC                   PIC X(05).
               08  FILLER                     PIC X(02).
      *
       01  XWALK-TABLE.
           04  XWK-ENTRY-CNT                  PIC S9(04) BINARY
                                                         VALUE +0.
           04  XWK-ENTRY                      OCCURS 500 TIMES.
               08  XWK-TYPE                   PIC X(01).
               08  XWK-CODE                   PIC X(03).
               08  XWK-GROUP                  PIC X(02).
               08  XWK-CARC                   PIC X(05).
               08  XWK-RARC                   PIC X(05).
               08  XWK-DESCRIPTION            PIC X(40).
      *
      *-----------------------------------------------------------------
      *  CODES WITH NO CROSSWALK CARD
      *-----------------------------------------------------------------
       01  UNMAPPED-TABLE.
           04  UNM-ENTRY-CNT                  PIC S9(04) BINARY
                                                         VALUE +0.
           04  UNM-ENTRY                      OCCURS 100 TIMES.
               08  UNM-TYPE                   PIC X(01).
               08  UNM-CODE                   PIC X(03).
               08  UNM-COUNT                  PIC S9(09) BINARY.
      *
      *-----------------------------------------------------------------
      *  ONE CLAIM'S LINES, HELD UNTIL THE CLAIM BREAK SO THE CLAIM
      *  RECORD CAN CARRY THE CLAIM TOTALS AHEAD OF ITS LINES.
      *-----------------------------------------------------------------
       01  CLAIM-BUFFER.
           04  CLB-LINE-CNT                   PIC S9(04) BINARY
                                                         VALUE +0.
           04  CLB-CLAIM-STATUS               PIC X(02).
           04  CLB-CONTRACT-ID                PIC X(09).
           04  CLB-MEMBER-ID                  PIC X(09).
           04  CLB-LINE                       OCCURS 999 TIMES.
               08  CLB-LINE-NUMBER            PIC 9(03).
               08  CLB-CHARGE-STATUS          PIC X(02).
               08  CLB-PROCEDURE-CODE         PIC X(07).
               08  CLB-SERVICE-BEGIN-DATE     PIC X(10).
               08  CLB-SERVICE-END-DATE       PIC X(10).
               08  CLB-BILLED-AMT             PIC S9(09)V99 COMP-3.
               08  CLB-ALLOWED-AMT            PIC S9(09)V99 COMP-3.
               08  CLB-DEDUCTIBLE-AMT         PIC S9(09)V99 COMP-3.
               08  CLB-COINS-COPAY-AMT        PIC S9(09)V99 COMP-3.
               08  CLB-OTHER-CARRIER-AMT      PIC S9(09)V99 COMP-3.
               08  CLB-PAID-AMT               PIC S9(09)V99 COMP-3.
               08  CLB-PRIOR-PAID-AMT         PIC S9(09)V99 COMP-3.
               08  CLB-AJ-CNT                 PIC S9(04) BINARY.
               08  CLB-AJ-ENTRY               OCCURS 10 TIMES.
                   12  CLB-AJ-GROUP           PIC X(02).
                   12  CLB-AJ-CARC            PIC X(05).
                   12  CLB-AJ-AMOUNT          PIC S9(09)V99 COMP-3.
                   12  CLB-AJ-SRC-TYPE        PIC X(01).
                   12  CLB-AJ-SRC-CODE        PIC X(03).
               08  CLB-RM-CNT                 PIC S9(04) BINARY.
               08  CLB-RM-ENTRY               OCCURS 5 TIMES.
                   12  CLB-RM-REASON          PIC X(03).
                   12  CLB-RM-CARC            PIC X(05).
                   12  CLB-RM-RARC            PIC X(05).
                   12  CLB-RM-DESCRIPTION     PIC X(40).
      *
      *-----------------------------------------------------------------
      *  CLAIM, PROVIDER, AND RUN TOTALS
      *-----------------------------------------------------------------
       01  CLAIM-TOTALS.
           04  CLT-BILLED                     PIC S9(09)V99 COMP-3.
           04  CLT-PAID                       PIC S9(09)V99 COMP-3.
           04  CLT-PRIOR-PAID                 PIC S9(09)V99 COMP-3.
           04  CLT-PATIENT-RESP               PIC S9(09)V99 COMP-3.
           04  CLT-OTHER-CARRIER              PIC S9(09)V99 COMP-3.
           04  CLT-PAYMENT                    PIC S9(09)V99 COMP-3.
           04  CLT-RECEIVABLE                 PIC S9(09)V99 COMP-3.
      *
       01  PROVIDER-TOTALS.
           04  PRV-CLAIM-CNT                  PIC S9(09) BINARY.
           04  PRV-LINE-CNT                   PIC S9(09) BINARY.
           04  PRV-RECORD-CNT                 PIC S9(09) BINARY.
           04  PRV-BILLED                     PIC S9(11)V99 COMP-3.
           04  PRV-PAID                       PIC S9(11)V99 COMP-3.
           04  PRV-PRIOR-PAID                 PIC S9(11)V99 COMP-3.
           04  PRV-OFFSETS                    PIC S9(11)V99 COMP-3.
           04  PRV-CLAIM-PAYMENT              PIC S9(11)V99 COMP-3.
           04  PRV-RECEIVABLE                 PIC S9(11)V99 COMP-3.
           04  PRV-NET-PAYMENT                PIC S9(11)V99 COMP-3.
      *
       01  RUN-TOTALS.
           04  RUN-PROVIDER-CNT               PIC S9(09) BINARY
                                                         VALUE +0.
           04  RUN-CLAIM-CNT                  PIC S9(09) BINARY
                                                         VALUE +0.
           04  RUN-LINE-CNT                   PIC S9(09) BINARY
                                                         VALUE +0.
           04  RUN-OFFSET-CNT                 PIC S9(09) BINARY
                                                         VALUE +0.
           04  RUN-BILLED                     PIC S9(11)V99 COMP-3
                                                         VALUE +0.
           04  RUN-PAID                       PIC S9(11)V99 COMP-3
                                                         VALUE +0.
           04  RUN-PRIOR-PAID                 PIC S9(11)V99 COMP-3
                                                         VALUE +0.
           04  RUN-OFFSETS                    PIC S9(11)V99 COMP-3
                                                         VALUE +0.
           04  RUN-RECEIVABLE-CNT             PIC S9(09) BINARY
                                                         VALUE +0.
           04  RUN-RECEIVABLE                 PIC S9(11)V99 COMP-3
                                                         VALUE +0.
           04  RUN-NET-PAYMENT                PIC S9(11)V99 COMP-3
                                                         VALUE +0.
      *
       01  SQL-SQLCODE                        PIC S9(09).
           88  SQL-SUCCESS                    VALUE 00.
           88  SQL-NOTFND                     VALUE +100.
      *
      *-----------------------------------------------------------------
      *  HOST VARIABLES:  THE PAYMENT DATE, ONE REMITTANCE LINE, AND
      *  ONE OFFSET
      *-----------------------------------------------------------------
       01  RMA-HOST-VARIABLES.
           04  RMA-HV-RUN-DATE                PIC X(10).
           04  RMA-HV-PROVIDER-ID             PIC X(10).
           04  RMA-HV-PLAN-CODE               PIC X(03).
           04  RMA-HV-CLAIM-NUMBER            PIC X(11).
           04  RMA-HV-PATIENT-CODE            PIC X(02).
           04  RMA-HV-DISPOSITION             PIC X(02).
           04  RMA-HV-CONTRACT-ID             PIC X(09).
           04  RMA-HV-MEMBER-ID               PIC X(09).
           04  RMA-HV-CLAIM-STATUS            PIC X(02).
           04  RMA-HV-LINE-NUMBER             PIC S9(04) BINARY.
           04  RMA-HV-CHARGE-STATUS           PIC X(02).
           04  RMA-HV-PROCEDURE-CODE          PIC X(07).
           04  RMA-HV-SERVICE-BEGIN-DATE      PIC X(10).
           04  RMA-HV-SERVICE-END-DATE        PIC X(10).
           04  RMA-HV-NON-PAR-IND             PIC X(01).
           04  RMA-HV-BILLED-AMT              PIC S9(09)V99 COMP-3.
           04  RMA-HV-ALLOWED-AMT             PIC S9(09)V99 COMP-3.
           04  RMA-HV-DEDUCTIBLE-AMT          PIC S9(09)V99 COMP-3.
           04  RMA-HV-COINS-COPAY-AMT         PIC S9(09)V99 COMP-3.
           04  RMA-HV-OTHER-CARRIER-AMT       PIC S9(09)V99 COMP-3.
           04  RMA-HV-PAID-AMT                PIC S9(09)V99 COMP-3.
           04  RMA-HV-PRIOR-PAID-AMT          PIC S9(09)V99 COMP-3.
           04  RMA-HV-RESPONSE-REASON-1       PIC X(03).
           04  RMA-HV-RESPONSE-REASON-2       PIC X(03).
           04  RMA-HV-RESPONSE-REASON-3       PIC X(03).
           04  RMA-HV-RESPONSE-REASON-4       PIC X(03).
           04  RMA-HV-RESPONSE-REASON-5       PIC X(03).
           04  RMA-HV-SAVINGS-CODE-1          PIC X(02).
           04  RMA-HV-SAVINGS-AMT-1           PIC S9(09)V99 COMP-3.
           04  RMA-HV-SAVINGS-CODE-2          PIC X(02).
           04  RMA-HV-SAVINGS-AMT-2           PIC S9(09)V99 COMP-3.
           04  RMA-HV-SAVINGS-CODE-3          PIC X(02).
           04  RMA-HV-SAVINGS-AMT-3           PIC S9(09)V99 COMP-3.
           04  RMA-HV-SAVINGS-CODE-4          PIC X(02).
           04  RMA-HV-SAVINGS-AMT-4           PIC S9(09)V99 COMP-3.
           04  OFS-HV-PLAN-CODE               PIC X(03).
           04  OFS-HV-CLAIM-NUMBER            PIC X(11).
           04  OFS-HV-PATIENT-CODE            PIC X(02).
           04  OFS-HV-OFFSET-AMT              PIC S9(09)V99 COMP-3.
      *
      *-----------------------------------------------------------------
      *  THE FETCHED LINE'S REASONS AND SAVINGS, SUBSCRIPTED
      *-----------------------------------------------------------------
       01  RMA-LINE-CODES.
           04  RMA-REASON                     PIC X(03)  OCCURS 5 TIMES.
           04  RMA-SAVINGS-ENTRY              OCCURS 4 TIMES.
               08  RMA-SAVINGS-CODE           PIC X(02).
               08  RMA-SAVINGS-AMT            PIC S9(09)V99 COMP-3.
      *
      *-----------------------------------------------------------------
      *  REMITTANCE RECORD.  EVERY RECORD CARRIES THE PROVIDER AND
      *  PAYMENT DATE; THE REST DEPENDS ON THE RECORD TYPE.  DATES ARE
      *  CCYY-MM-DD.  AMOUNTS ARE SIGNED ZONED DECIMAL.
      *-----------------------------------------------------------------
       01  RMT-REMIT-RECORD.
           04  RMT-RECORD-TYPE                PIC X(02).
               88  RMT-PROVIDER-HEADER            VALUE 'PH'.
               88  RMT-CLAIM-PAYMENT              VALUE 'CL'.
               88  RMT-SERVICE-LINE               VALUE 'SV'.
               88  RMT-LINE-ADJUSTMENT            VALUE 'AJ'.
               88  RMT-LINE-REMARK                VALUE 'RM'.
               88  RMT-PROVIDER-ADJUSTMENT        VALUE 'PB'.
               88  RMT-PROVIDER-TRAILER           VALUE 'PT'.
               88  RMT-FILE-TRAILER               VALUE 'FT'.
           04  RMT-PROVIDER-ID                PIC X(10).
           04  RMT-PAYMENT-DATE               PIC X(10).
           04  RMT-RECORD-DATA                PIC X(178).
      *
           04  RMT-PH-DATA REDEFINES RMT-RECORD-DATA.
               08  RMT-PH-TRACE-NUMBER        PIC X(18).
               08  FILLER                     PIC X(160).
      *
           04  RMT-CL-DATA REDEFINES RMT-RECORD-DATA.
               08  RMT-CL-PLAN-CODE           PIC X(03).
               08  RMT-CL-CLAIM-NUMBER        PIC X(11).
               08  RMT-CL-PATIENT-CODE        PIC X(02).
               08  RMT-CL-DISPOSITION         PIC X(02).
               08  RMT-CL-CONTRACT-ID         PIC X(09).
               08  RMT-CL-MEMBER-ID           PIC X(09).
               08  RMT-CL-CLAIM-STATUS        PIC X(02).
               08  RMT-CL-STATUS-CODE         PIC X(02).
                   88  RMT-CL-PROCESSED-PRIMARY   VALUE '1 '.
                   88  RMT-CL-PROCESSED-SECONDARY VALUE '2 '.
                   88  RMT-CL-DENIED              VALUE '4 '.
                   88  RMT-CL-REVERSAL            VALUE '22'.
                   88  RMT-CL-PENDED              VALUE 'PD'.
               08  RMT-CL-BILLED              PIC S9(09)V99.
               08  RMT-CL-PAID                PIC S9(09)V99.
               08  RMT-CL-PRIOR-PAID          PIC S9(09)V99.
               08  RMT-CL-PATIENT-RESP        PIC S9(09)V99.
               08  RMT-CL-LINE-COUNT          PIC 9(03).
               08  RMT-CL-PAYMENT             PIC S9(09)V99.
               08  RMT-CL-RECEIVABLE          PIC S9(09)V99.
               08  FILLER                     PIC X(69).
      *
           04  RMT-SV-DATA REDEFINES RMT-RECORD-DATA.
               08  RMT-SV-PLAN-CODE           PIC X(03).
               08  RMT-SV-CLAIM-NUMBER        PIC X(11).
               08  RMT-SV-LINE-NUMBER         PIC 9(03).
               08  RMT-SV-CHARGE-STATUS       PIC X(02).
               08  RMT-SV-PROCEDURE-CODE      PIC X(07).
               08  RMT-SV-SERVICE-BEGIN-DATE  PIC X(10).
               08  RMT-SV-SERVICE-END-DATE    PIC X(10).
               08  RMT-SV-BILLED              PIC S9(09)V99.
               08  RMT-SV-ALLOWED             PIC S9(09)V99.
               08  RMT-SV-DEDUCTIBLE          PIC S9(09)V99.
               08  RMT-SV-COINS-COPAY         PIC S9(09)V99.
               08  RMT-SV-OTHER-CARRIER       PIC S9(09)V99.
               08  RMT-SV-PAID                PIC S9(09)V99.
               08  RMT-SV-PRIOR-PAID          PIC S9(09)V99.
               08  FILLER                     PIC X(55).
      *
           04  RMT-AJ-DATA REDEFINES RMT-RECORD-DATA.
               08  RMT-AJ-PLAN-CODE           PIC X(03).
               08  RMT-AJ-CLAIM-NUMBER        PIC X(11).
               08  RMT-AJ-LINE-NUMBER         PIC 9(03).
               08  RMT-AJ-GROUP-CODE          PIC X(02).
               08  RMT-AJ-REASON-CODE         PIC X(05).
               08  RMT-AJ-AMOUNT              PIC S9(09)V99.
               08  RMT-AJ-SOURCE-TYPE         PIC X(01).
               08  RMT-AJ-SOURCE-CODE         PIC X(03).
               08  FILLER                     PIC X(139).
      *
           04  RMT-RM-DATA REDEFINES RMT-RECORD-DATA.
               08  RMT-RM-PLAN-CODE           PIC X(03).
               08  RMT-RM-CLAIM-NUMBER        PIC X(11).
               08  RMT-RM-LINE-NUMBER         PIC 9(03).
               08  RMT-RM-RESPONSE-REASON     PIC X(03).
               08  RMT-RM-REASON-CODE         PIC X(05).
               08  RMT-RM-REMARK-CODE         PIC X(05).
               08  RMT-RM-DESCRIPTION         PIC X(40).
               08  FILLER                     PIC X(108).
      *
           04  RMT-PB-DATA REDEFINES RMT-RECORD-DATA.
               08  RMT-PB-ADJ-REASON          PIC X(02).
               08  RMT-PB-PLAN-CODE           PIC X(03).
               08  RMT-PB-CLAIM-NUMBER        PIC X(11).
               08  RMT-PB-PATIENT-CODE        PIC X(02).
               08  RMT-PB-AMOUNT              PIC S9(09)V99.
               08  FILLER                     PIC X(149).
      *
           04  RMT-PT-DATA REDEFINES RMT-RECORD-DATA.
               08  RMT-PT-CLAIM-COUNT         PIC 9(07).
               08  RMT-PT-LINE-COUNT          PIC 9(07).
               08  RMT-PT-RECORD-COUNT        PIC 9(09).
               08  RMT-PT-BILLED              PIC S9(11)V99.
               08  RMT-PT-PAID                PIC S9(11)V99.
               08  RMT-PT-PRIOR-PAID          PIC S9(11)V99.
               08  RMT-PT-OFFSETS             PIC S9(11)V99.
               08  RMT-PT-NET-PAYMENT         PIC S9(11)V99.
               08  RMT-PT-CLAIM-PAYMENT       PIC S9(11)V99.
               08  RMT-PT-RECEIVABLE          PIC S9(11)V99.
               08  FILLER                     PIC X(64).
      *
           04  RMT-FT-DATA REDEFINES RMT-RECORD-DATA.
               08  RMT-FT-PROVIDER-COUNT      PIC 9(07).
               08  RMT-FT-RECORD-COUNT        PIC 9(09).
               08  RMT-FT-PAYMENT-HASH        PIC S9(13)V99.
               08  FILLER                     PIC X(147).
      *
      *-----------------------------------------------------------------
      *  REPORT LINES
      *-----------------------------------------------------------------
       01  RPT-HEADING-1.
           04  FILLER                         PIC X(01)  VALUE '1'.
           04  FILLER                         PIC X(44)  VALUE
               'FH02P9MG  PROVIDER REMITTANCE ADVICE CONTROL'.
           04  FILLER                         PIC X(15)  VALUE
               ' PAYMENT DATE: '.
           04  RPT-HDG-RUN-DATE               PIC X(10).
           04  FILLER                         PIC X(53)  VALUE SPACES.
           04  FILLER                         PIC X(05)  VALUE 'PAGE '.
           04  RPT-HDG-PAGE                   PIC ZZZ9.
           04  FILLER                         PIC X(01)  VALUE SPACES.
      *
       01  RPT-HEADING-2.
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  FILLER                         PIC X(28)  VALUE
               'PROVIDER     CLAIMS    LINES'.
           04  FILLER                         PIC X(17)  VALUE
               '           BILLED'.
           04  FILLER                         PIC X(17)  VALUE
               '             PAID'.
           04  FILLER                         PIC X(17)  VALUE
               '       PRIOR PAID'.
           04  FILLER                         PIC X(17)  VALUE
               '          OFFSETS'.
           04  FILLER                         PIC X(17)  VALUE
               '      NET PAYMENT'.
           04  FILLER                         PIC X(17)  VALUE
               '  OPENED AS RECV.'.
           04  FILLER                         PIC X(02)  VALUE SPACES.
      *
       01  RPT-PROVIDER-LINE.
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-PRV-PROVIDER-ID            PIC X(10).
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-PRV-CLAIM-CNT              PIC ZZZ,ZZ9.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-PRV-LINE-CNT               PIC ZZZ,ZZ9.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-PRV-BILLED                 PIC ZZZ,ZZZ,ZZ9.99-.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-PRV-PAID                   PIC ZZZ,ZZZ,ZZ9.99-.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-PRV-PRIOR-PAID             PIC ZZZ,ZZZ,ZZ9.99-.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-PRV-OFFSETS                PIC ZZZ,ZZZ,ZZ9.99-.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-PRV-NET-PAYMENT            PIC ZZZ,ZZZ,ZZ9.99-.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-PRV-RECEIVABLE             PIC ZZZ,ZZZ,ZZ9.99-.
           04  FILLER                         PIC X(02)  VALUE SPACES.
      *
       01  RPT-UNMAPPED-LINE.
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  FILLER                         PIC X(22)  VALUE
               'NO CROSSWALK CARD FOR '.
           04  RPT-UNM-TYPE                   PIC X(01).
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-UNM-CODE                   PIC X(03).
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  FILLER                         PIC X(07)  VALUE
               'TIMES: '.
           04  RPT-UNM-COUNT                  PIC ZZZ,ZZ9.
           04  FILLER                         PIC X(89)  VALUE SPACES.
      *
       01  RPT-TOTAL-LINE.
           04  FILLER                         PIC X(01)  VALUE '0'.
           04  RPT-TOT-LITERAL                PIC X(40).
           04  RPT-TOT-COUNT                  PIC ZZZ,ZZZ,ZZ9.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-TOT-AMOUNT                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           04  FILLER                         PIC X(61)  VALUE SPACES.
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
                DECLARE REMIT-LINES CURSOR FOR
                SELECT
                  R.PROVIDER_ID
                 ,R.PLAN_CODE
                 ,R.CLAIM_NUMBER
                 ,R.PATIENT_CODE
                 ,R.DISPOSITION
                 ,R.CONTRACT_ID_NUMBER
                 ,R.MEMBER_ID
                 ,R.CLAIM_STATUS
                 ,R.LINE_NUMBER
                 ,R.CHARGE_STATUS
                 ,R.PROCEDURE_CODE
                 ,CHAR(R.SERVICE_BEGIN_DATE, ISO)
                 ,CHAR(R.SERVICE_END_DATE, ISO)
                 ,R.NON_PAR_IND
                 ,R.BILLED_AMT
                 ,R.ALLOWED_AMT
                 ,R.DEDUCTIBLE_AMT
                 ,R.COINS_COPAY_AMT
                 ,R.OTHER_CARRIER_AMT
                 ,R.PAID_AMT
                 ,R.PRIOR_PAID_AMT
                 ,R.RESPONSE_REASON_1
                 ,R.RESPONSE_REASON_2
                 ,R.RESPONSE_REASON_3
                 ,R.RESPONSE_REASON_4
                 ,R.RESPONSE_REASON_5
                 ,R.SAVINGS_CODE_1
                 ,R.SAVINGS_AMT_1
                 ,R.SAVINGS_CODE_2
                 ,R.SAVINGS_AMT_2
                 ,R.SAVINGS_CODE_3
                 ,R.SAVINGS_AMT_3
                 ,R.SAVINGS_CODE_4
                 ,R.SAVINGS_AMT_4
                FROM
                  PROVIDER_REMIT R
                WHERE
                  (R.PAYMENT_HELD_IND = 'N'
                   AND R.PROCESSED_DATE = DATE(:RMA-HV-RUN-DATE))
                  OR
                  (R.PAYMENT_HELD_IND = 'Y'
                   AND EXISTS
                      (SELECT 1
                         FROM PAYMENT_HOLD H
                        WHERE H.PLAN_CODE      = R.PLAN_CODE
                          AND H.CLAIM_NUMBER   = R.CLAIM_NUMBER
                          AND H.PROCESSED_DATE = R.PROCESSED_DATE
                          AND H.HOLD_STATUS    = 'R'
                          AND DATE(H.DECISION_TS) =
                              DATE(:RMA-HV-RUN-DATE)))
                ORDER BY
                  R.PROVIDER_ID
                 ,R.PLAN_CODE
                 ,R.CLAIM_NUMBER
                 ,R.PATIENT_CODE
                 ,R.DISPOSITION
                 ,R.CREATE_TS
           END-EXEC.
      *
           EXEC SQL
                DECLARE PROVIDER-OFFSETS CURSOR FOR
                SELECT
                  A.PLAN_CODE
                 ,A.CLAIM_NUMBER
                 ,A.PATIENT_CODE
                 ,A.OFFSET_AMT
                FROM
                  OVERPAYMENT_OFFSET A
                WHERE
                  A.PROVIDER_ID = :RMA-HV-PROVIDER-ID
                  AND EXISTS
                      (SELECT 1
                         FROM PROVIDER_REMIT R
                        WHERE R.PROVIDER_ID      = A.PROVIDER_ID
                          AND R.PLAN_CODE        = A.PLAN_CODE
                          AND R.CLAIM_NUMBER     = A.CLAIM_NUMBER
                          AND R.PATIENT_CODE     = A.PATIENT_CODE
                          AND R.PAYMENT_HELD_IND = 'N'
                          AND R.PROCESSED_DATE   =
                              DATE(:RMA-HV-RUN-DATE))
                ORDER BY
                  A.CREATE_TS
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
           PERFORM 2000-PROCESS-REMIT-LINE THRU 2000-EXIT
              UNTIL RMA-END-OF-CURSOR
      *
           PERFORM 5000-FINALIZE THRU 5000-EXIT
           .
       0000-GOBACK.
           GOBACK.
      *
       1000-INITIALIZE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   SET THE PAYMENT DATE, OPEN THE FILES, LOAD THE CROSSWALK,
      *   AND OPEN THE REMITTANCE LINE CURSOR.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE SPACES TO RMA-HV-RUN-DATE
           IF  PARM-LENGTH > 9
               MOVE PARM-RUN-DATE TO RMA-HV-RUN-DATE
           END-IF
      *
           IF  RMA-HV-RUN-DATE = SPACES
               EXEC SQL
                    SELECT CURRENT DATE
                    INTO   :RMA-HV-RUN-DATE
                    FROM   SYSIBM.SYSDUMMY1
               END-EXEC
               MOVE SQLCODE TO SQL-SQLCODE
               IF  NOT SQL-SUCCESS
                   PERFORM 9990-SQL-ERROR THRU 9990-EXIT
               END-IF
           END-IF
           MOVE RMA-HV-RUN-DATE TO RPT-HDG-RUN-DATE
           MOVE RMA-HV-RUN-DATE (1:4) TO RMA-TRACE-DATE (1:4)
           MOVE RMA-HV-RUN-DATE (6:2) TO RMA-TRACE-DATE (5:2)
           MOVE RMA-HV-RUN-DATE (9:2) TO RMA-TRACE-DATE (7:2)
      *
           OPEN INPUT  CROSSWALK-FILE
                OUTPUT REMITTANCE-FILE
                       REMITTANCE-REPORT
           IF  XWK-FILE-STATUS NOT = '00'
           OR  RMT-FILE-STATUS NOT = '00'
           OR  RPT-FILE-STATUS NOT = '00'
               DISPLAY 'FH02P9MG OPEN FAILED - XWK ' XWK-FILE-STATUS
                       ' RMT ' RMT-FILE-STATUS
                       ' RPT ' RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF
      *
           PERFORM 1100-LOAD-DEFAULT THRU 1100-EXIT
              VARYING XWK-SUB FROM 1 BY 1
              UNTIL XWK-SUB > 7
           PERFORM 1200-LOAD-CROSSWALK THRU 1200-EXIT
              UNTIL XWK-END-OF-FILE
           CLOSE CROSSWALK-FILE
      *
           EXEC SQL
                OPEN REMIT-LINES
           END-EXEC
           MOVE SQLCODE TO SQL-SQLCODE
           IF  NOT SQL-SUCCESS
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-IF
           .
       1000-EXIT.
           EXIT.
      *
       1100-LOAD-DEFAULT.
           ADD +1 TO XWK-ENTRY-CNT
           MOVE XWD-TYPE (XWK-SUB)   TO XWK-TYPE (XWK-ENTRY-CNT)
           MOVE XWD-CODE (XWK-SUB)   TO XWK-CODE (XWK-ENTRY-CNT)
           MOVE XWD-GROUP (XWK-SUB)  TO XWK-GROUP (XWK-ENTRY-CNT)
           MOVE XWD-CARC (XWK-SUB)   TO XWK-CARC (XWK-ENTRY-CNT)
           MOVE SPACES               TO XWK-RARC (XWK-ENTRY-CNT)
                                        XWK-DESCRIPTION (XWK-ENTRY-CNT)
           .
       1100-EXIT.
           EXIT.
      *
       1200-LOAD-CROSSWALK.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   A BAD CARD STOPS THE RUN -- A WRONG CODE WOULD GO TO EVERY
      *   PROVIDER ON THE FILE.  A CARD FOR A TYPE AND CODE ALREADY IN
      *   THE TABLE REPLACES IT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           READ CROSSWALK-FILE INTO XWI-CROSSWALK-INPUT
               AT END
                   SET XWK-END-OF-FILE TO TRUE
                   GO TO 1200-EXIT
           END-READ
      *
           IF  XWI-COMMENT
               GO TO 1200-EXIT
           END-IF
      *
           IF  NOT XWI-VALID-TYPE
           OR  XWI-CODE = SPACES
           OR  NOT XWI-VALID-GROUP
           OR  XWI-CARC = SPACES
               DISPLAY 'FH02P9MG INVALID CARCXWLK CARD: '
                       XWI-CROSSWALK-INPUT (1:19)
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF
      *
           MOVE XWI-TYPE TO XWL-TYPE
           MOVE XWI-CODE TO XWL-CODE
           PERFORM 3900-FIND-CROSSWALK THRU 3900-EXIT
           IF  NOT XWK-FOUND
               IF  XWK-ENTRY-CNT NOT < RMA-MAX-XWALK
                   DISPLAY 'FH02P9MG CARCXWLK TABLE FULL AT '
                           RMA-MAX-XWALK ' CARDS'
                   MOVE 16 TO RETURN-CODE
                   GO TO 0000-GOBACK
               END-IF
               ADD +1 TO XWK-ENTRY-CNT
               MOVE XWK-ENTRY-CNT TO XWK-SUB
           END-IF
      *
           MOVE XWI-TYPE        TO XWK-TYPE (XWK-SUB)
           MOVE XWI-CODE        TO XWK-CODE (XWK-SUB)
           MOVE XWI-GROUP       TO XWK-GROUP (XWK-SUB)
           MOVE XWI-CARC        TO XWK-CARC (XWK-SUB)
           MOVE XWI-RARC        TO XWK-RARC (XWK-SUB)
           MOVE XWI-DESCRIPTION TO XWK-DESCRIPTION (XWK-SUB)
           .
       1200-EXIT.
           EXIT.
      *
       2000-PROCESS-REMIT-LINE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   FETCH ONE REMITTANCE LINE.  A NEW CLAIM WRITES THE CLAIM
      *   BEFORE IT; A NEW PROVIDER ALSO CLOSES THE PROVIDER BEFORE
      *   IT AND OPENS THE NEXT ONE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           EXEC SQL
                FETCH REMIT-LINES
                INTO
                  :RMA-HV-PROVIDER-ID
                 ,:RMA-HV-PLAN-CODE
                 ,:RMA-HV-CLAIM-NUMBER
                 ,:RMA-HV-PATIENT-CODE
                 ,:RMA-HV-DISPOSITION
                 ,:RMA-HV-CONTRACT-ID
                 ,:RMA-HV-MEMBER-ID
                 ,:RMA-HV-CLAIM-STATUS
                 ,:RMA-HV-LINE-NUMBER
                 ,:RMA-HV-CHARGE-STATUS
                 ,:RMA-HV-PROCEDURE-CODE
                 ,:RMA-HV-SERVICE-BEGIN-DATE
                 ,:RMA-HV-SERVICE-END-DATE
                 ,:RMA-HV-NON-PAR-IND
                 ,:RMA-HV-BILLED-AMT
                 ,:RMA-HV-ALLOWED-AMT
                 ,:RMA-HV-DEDUCTIBLE-AMT
                 ,:RMA-HV-COINS-COPAY-AMT
                 ,:RMA-HV-OTHER-CARRIER-AMT
                 ,:RMA-HV-PAID-AMT
                 ,:RMA-HV-PRIOR-PAID-AMT
                 ,:RMA-HV-RESPONSE-REASON-1
                 ,:RMA-HV-RESPONSE-REASON-2
                 ,:RMA-HV-RESPONSE-REASON-3
                 ,:RMA-HV-RESPONSE-REASON-4
                 ,:RMA-HV-RESPONSE-REASON-5
                 ,:RMA-HV-SAVINGS-CODE-1
                 ,:RMA-HV-SAVINGS-AMT-1
                 ,:RMA-HV-SAVINGS-CODE-2
                 ,:RMA-HV-SAVINGS-AMT-2
                 ,:RMA-HV-SAVINGS-CODE-3
                 ,:RMA-HV-SAVINGS-AMT-3
                 ,:RMA-HV-SAVINGS-CODE-4
                 ,:RMA-HV-SAVINGS-AMT-4
           END-EXEC
      *
           MOVE SQLCODE TO SQL-SQLCODE
           EVALUATE TRUE
             WHEN SQL-NOTFND
               SET RMA-END-OF-CURSOR TO TRUE
               IF  RMA-LINES-READ > 0
                   PERFORM 2600-END-CLAIM THRU 2600-EXIT
                   PERFORM 2800-END-PROVIDER THRU 2800-EXIT
               END-IF
               GO TO 2000-EXIT
             WHEN SQL-SUCCESS
               CONTINUE
             WHEN OTHER
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-EVALUATE
      *
           ADD +1 TO RMA-LINES-READ
           MOVE RMA-HV-PLAN-CODE      TO RMA-KEY-PLAN-CODE
           MOVE RMA-HV-CLAIM-NUMBER   TO RMA-KEY-CLAIM-NUMBER
           MOVE RMA-HV-PATIENT-CODE   TO RMA-KEY-PATIENT-CODE
           MOVE RMA-HV-DISPOSITION    TO RMA-KEY-DISPOSITION
      *
           EVALUATE TRUE
             WHEN RMA-LINES-READ = 1
               PERFORM 2100-START-PROVIDER THRU 2100-EXIT
               PERFORM 2200-START-CLAIM THRU 2200-EXIT
             WHEN RMA-HV-PROVIDER-ID NOT = RMA-HOLD-PROVIDER-ID
               PERFORM 2600-END-CLAIM THRU 2600-EXIT
               PERFORM 2800-END-PROVIDER THRU 2800-EXIT
               PERFORM 2100-START-PROVIDER THRU 2100-EXIT
               PERFORM 2200-START-CLAIM THRU 2200-EXIT
             WHEN RMA-CLAIM-KEY NOT = RMA-HOLD-CLAIM-KEY
               PERFORM 2600-END-CLAIM THRU 2600-EXIT
               PERFORM 2200-START-CLAIM THRU 2200-EXIT
           END-EVALUATE
      *
           PERFORM 2300-BUFFER-LINE THRU 2300-EXIT
           .
       2000-EXIT.
           EXIT.
      *
       2100-START-PROVIDER.
           MOVE RMA-HV-PROVIDER-ID TO RMA-HOLD-PROVIDER-ID
                                      RMA-TRACE-PROVIDER-ID
           INITIALIZE PROVIDER-TOTALS
      *
           MOVE SPACES             TO RMT-REMIT-RECORD
           SET RMT-PROVIDER-HEADER TO TRUE
           MOVE RMA-TRACE-NUMBER   TO RMT-PH-TRACE-NUMBER
           PERFORM 2900-WRITE-REMIT-RECORD THRU 2900-EXIT
           .
       2100-EXIT.
           EXIT.
      *
       2200-START-CLAIM.
           MOVE RMA-CLAIM-KEY         TO RMA-HOLD-CLAIM-KEY
           MOVE RMA-HV-CLAIM-STATUS   TO CLB-CLAIM-STATUS
           MOVE RMA-HV-CONTRACT-ID    TO CLB-CONTRACT-ID
           MOVE RMA-HV-MEMBER-ID      TO CLB-MEMBER-ID
           MOVE ZEROES                TO CLB-LINE-CNT
           INITIALIZE CLAIM-TOTALS
           .
       2200-EXIT.
           EXIT.
      *
       2300-BUFFER-LINE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   HOLD THE LINE WITH ITS ADJUSTMENTS AND REMARKS.  NOTHING IS
      *   PAID ON A DENIED OR DEFERRED CLAIM, WHATEVER THE LINE SAYS.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           IF  CLB-LINE-CNT NOT < RMA-MAX-LINES
               DISPLAY 'FH02P9MG MORE THAN ' RMA-MAX-LINES
                       ' LINES ON CLAIM ' RMA-HV-PLAN-CODE ' '
                       RMA-HV-CLAIM-NUMBER
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF
           ADD +1 TO CLB-LINE-CNT
           MOVE CLB-LINE-CNT TO CLB-SUB
      *
           MOVE RMA-HV-PAID-AMT       TO RMA-LINE-PAID
           MOVE RMA-HV-PRIOR-PAID-AMT TO RMA-LINE-PRIOR-PAID
           EVALUATE TRUE
             WHEN RMA-HV-CLAIM-STATUS = RMA-CLAIM-DEFERRED
               SET RMA-LINE-PENDED    TO TRUE
               MOVE ZEROES            TO RMA-LINE-PAID
                                         RMA-LINE-PRIOR-PAID
             WHEN RMA-HV-CLAIM-STATUS = RMA-CLAIM-DENIED
               SET RMA-LINE-DENIED    TO TRUE
               MOVE ZEROES            TO RMA-LINE-PAID
                                         RMA-LINE-PRIOR-PAID
             WHEN RMA-HV-CHARGE-STATUS = RMA-CLAIM-DEFERRED
               SET RMA-LINE-PENDED    TO TRUE
             WHEN RMA-HV-CHARGE-STATUS = RMA-CLAIM-DENIED
               SET RMA-LINE-DENIED    TO TRUE
             WHEN OTHER
               SET RMA-LINE-PROCESSED TO TRUE
           END-EVALUATE
      *
           MOVE RMA-HV-LINE-NUMBER        TO CLB-LINE-NUMBER (CLB-SUB)
           MOVE RMA-HV-CHARGE-STATUS      TO CLB-CHARGE-STATUS (CLB-SUB)
           MOVE RMA-HV-PROCEDURE-CODE
             TO CLB-PROCEDURE-CODE (CLB-SUB)
           MOVE RMA-HV-SERVICE-BEGIN-DATE
             TO CLB-SERVICE-BEGIN-DATE (CLB-SUB)
           MOVE RMA-HV-SERVICE-END-DATE
             TO CLB-SERVICE-END-DATE (CLB-SUB)
           MOVE RMA-HV-BILLED-AMT         TO CLB-BILLED-AMT (CLB-SUB)
           MOVE RMA-HV-ALLOWED-AMT        TO CLB-ALLOWED-AMT (CLB-SUB)
           MOVE RMA-HV-DEDUCTIBLE-AMT
             TO CLB-DEDUCTIBLE-AMT (CLB-SUB)
           MOVE RMA-HV-COINS-COPAY-AMT
             TO CLB-COINS-COPAY-AMT (CLB-SUB)
           MOVE RMA-HV-OTHER-CARRIER-AMT
             TO CLB-OTHER-CARRIER-AMT (CLB-SUB)
           MOVE RMA-LINE-PAID             TO CLB-PAID-AMT (CLB-SUB)
           MOVE RMA-LINE-PRIOR-PAID
             TO CLB-PRIOR-PAID-AMT (CLB-SUB)
           MOVE ZEROES                    TO CLB-AJ-CNT (CLB-SUB)
                                             CLB-RM-CNT (CLB-SUB)
      *
           MOVE RMA-HV-RESPONSE-REASON-1  TO RMA-REASON (1)
           MOVE RMA-HV-RESPONSE-REASON-2  TO RMA-REASON (2)
           MOVE RMA-HV-RESPONSE-REASON-3  TO RMA-REASON (3)
           MOVE RMA-HV-RESPONSE-REASON-4  TO RMA-REASON (4)
           MOVE RMA-HV-RESPONSE-REASON-5  TO RMA-REASON (5)
           MOVE RMA-HV-SAVINGS-CODE-1     TO RMA-SAVINGS-CODE (1)
           MOVE RMA-HV-SAVINGS-AMT-1      TO RMA-SAVINGS-AMT (1)
           MOVE RMA-HV-SAVINGS-CODE-2     TO RMA-SAVINGS-CODE (2)
           MOVE RMA-HV-SAVINGS-AMT-2      TO RMA-SAVINGS-AMT (2)
           MOVE RMA-HV-SAVINGS-CODE-3     TO RMA-SAVINGS-CODE (3)
           MOVE RMA-HV-SAVINGS-AMT-3      TO RMA-SAVINGS-AMT (3)
           MOVE RMA-HV-SAVINGS-CODE-4     TO RMA-SAVINGS-CODE (4)
           MOVE RMA-HV-SAVINGS-AMT-4      TO RMA-SAVINGS-AMT (4)
      *
           MOVE ZEROES TO RMA-ADJ-TOTAL
           IF  RMA-LINE-PROCESSED
               PERFORM 2400-ADJUST-PROCESSED-LINE THRU 2400-EXIT
               MOVE 1 TO RSN-START-SUB
           ELSE
               PERFORM 2500-ADJUST-UNPAID-LINE THRU 2500-EXIT
           END-IF
      *
           PERFORM 2480-ADD-REMARK THRU 2480-EXIT
              VARYING RSN-SUB FROM RSN-START-SUB BY 1
              UNTIL RSN-SUB > 5
      *
           ADD RMA-HV-BILLED-AMT          TO CLT-BILLED
           ADD RMA-LINE-PAID              TO CLT-PAID
           ADD RMA-LINE-PRIOR-PAID        TO CLT-PRIOR-PAID
           IF  RMA-LINE-PROCESSED
               ADD RMA-HV-OTHER-CARRIER-AMT TO CLT-OTHER-CARRIER
           END-IF
           .
       2300-EXIT.
           EXIT.
      *
       2400-ADJUST-PROCESSED-LINE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   BILLED LESS ALLOWED BY SAVINGS CODE, THEN CONTRACTUAL (OR
      *   THE NON-PAR BALANCE); THEN THE MEMBER'S SHARE AND THE OTHER
      *   CARRIER; THEN WHATEVER KEEPS BILLED = PAID + ADJUSTMENTS.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           COMPUTE RMA-CONTRACT-DIFF = RMA-HV-BILLED-AMT
                                     - RMA-HV-ALLOWED-AMT
           END-COMPUTE
           IF  RMA-CONTRACT-DIFF > ZERO
               PERFORM 2410-ADJUST-SAVINGS THRU 2410-EXIT
                  VARYING SAV-SUB FROM 1 BY 1
                  UNTIL SAV-SUB > 4
                     OR RMA-CONTRACT-DIFF NOT > ZERO
               IF  RMA-CONTRACT-DIFF > ZERO
                   MOVE 'A'               TO XWL-TYPE
                   IF  RMA-HV-NON-PAR-IND = 'Y'
                       MOVE 'NPB'         TO XWL-CODE
                   ELSE
                       MOVE 'CTR'         TO XWL-CODE
                   END-IF
                   MOVE RMA-CONTRACT-DIFF TO RMA-ADJ-AMOUNT
                   PERFORM 2450-ADD-CATEGORY-ADJ THRU 2450-EXIT
               END-IF
           END-IF
      *
           MOVE 'A'                       TO XWL-TYPE
           MOVE 'DED'                     TO XWL-CODE
           MOVE RMA-HV-DEDUCTIBLE-AMT     TO RMA-ADJ-AMOUNT
           PERFORM 2450-ADD-CATEGORY-ADJ THRU 2450-EXIT
           MOVE 'COI'                     TO XWL-CODE
           MOVE RMA-HV-COINS-COPAY-AMT    TO RMA-ADJ-AMOUNT
           PERFORM 2450-ADD-CATEGORY-ADJ THRU 2450-EXIT
           MOVE 'OCP'                     TO XWL-CODE
           MOVE RMA-HV-OTHER-CARRIER-AMT  TO RMA-ADJ-AMOUNT
           PERFORM 2450-ADD-CATEGORY-ADJ THRU 2450-EXIT
      *
           COMPUTE RMA-ADJ-AMOUNT = RMA-HV-BILLED-AMT
                                  - RMA-LINE-PAID
                                  - RMA-ADJ-TOTAL
           END-COMPUTE
           MOVE 'CTR'                     TO XWL-CODE
           PERFORM 2450-ADD-CATEGORY-ADJ THRU 2450-EXIT
           .
       2400-EXIT.
           EXIT.
      *
       2410-ADJUST-SAVINGS.
           IF  RMA-SAVINGS-CODE (SAV-SUB) = SPACES
           OR  RMA-SAVINGS-AMT (SAV-SUB) NOT > ZERO
               GO TO 2410-EXIT
           END-IF
      *
           IF  RMA-SAVINGS-AMT (SAV-SUB) < RMA-CONTRACT-DIFF
               MOVE RMA-SAVINGS-AMT (SAV-SUB) TO RMA-ADJ-AMOUNT
           ELSE
               MOVE RMA-CONTRACT-DIFF         TO RMA-ADJ-AMOUNT
           END-IF
           SUBTRACT RMA-ADJ-AMOUNT FROM RMA-CONTRACT-DIFF
      *
           MOVE 'S'                        TO XWL-TYPE
           MOVE RMA-SAVINGS-CODE (SAV-SUB) TO XWL-CODE
           PERFORM 3900-FIND-CROSSWALK THRU 3900-EXIT
           IF  XWK-FOUND
               MOVE 'S'                    TO RMA-ADJ-SRC-TYPE
               MOVE XWL-CODE               TO RMA-ADJ-SRC-CODE
               PERFORM 2460-ADD-ADJUSTMENT THRU 2460-EXIT
           ELSE
               PERFORM 2490-NOTE-UNMAPPED THRU 2490-EXIT
               MOVE 'A'                    TO XWL-TYPE
               MOVE 'CTR'                  TO XWL-CODE
               PERFORM 2450-ADD-CATEGORY-ADJ THRU 2450-EXIT
           END-IF
           .
       2410-EXIT.
           EXIT.
      *
       2450-ADD-CATEGORY-ADJ.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   ADJUST RMA-ADJ-AMOUNT UNDER AMOUNT CATEGORY XWL-CODE.  THE
      *   CATEGORIES ARE ALWAYS IN THE TABLE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           IF  RMA-ADJ-AMOUNT = ZERO
               GO TO 2450-EXIT
           END-IF
           MOVE 'A'      TO XWL-TYPE
           PERFORM 3900-FIND-CROSSWALK THRU 3900-EXIT
           MOVE 'A'      TO RMA-ADJ-SRC-TYPE
           MOVE XWL-CODE TO RMA-ADJ-SRC-CODE
           PERFORM 2460-ADD-ADJUSTMENT THRU 2460-EXIT
           .
       2450-EXIT.
           EXIT.
      *
       2460-ADD-ADJUSTMENT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   ADD RMA-ADJ-AMOUNT TO THE LINE UNDER THE CROSSWALK ANSWER.
      *   A GROUP/REASON PAIR APPEARS ONCE PER LINE; A SECOND AMOUNT
      *   FOR THE SAME PAIR IS ADDED TO THE FIRST.  THE LAST SLOT ON
      *   THE LINE IS KEPT FOR A CATCH-ALL OA/23 ENTRY:  ONCE THE OTHER
      *   SLOTS ARE FULL, ANY NEW PAIR IS ADDED THERE SO THE LINE STILL
      *   BALANCES AND NO AMOUNT LANDS UNDER ANOTHER PAIR'S REASON.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           IF  RMA-ADJ-AMOUNT = ZERO
               GO TO 2460-EXIT
           END-IF
           MOVE XWL-GROUP TO RMA-ADJ-GROUP
           MOVE XWL-CARC  TO RMA-ADJ-CARC
      *
           MOVE 'N' TO RMA-AJ-FOUND-SW
           PERFORM 2465-MATCH-ADJUSTMENT THRU 2465-EXIT
              VARYING AJ-SUB FROM 1 BY 1
              UNTIL AJ-SUB > CLB-AJ-CNT (CLB-SUB)
                 OR RMA-AJ-FOUND
           IF  RMA-AJ-FOUND
               SUBTRACT 1 FROM AJ-SUB
               ADD RMA-ADJ-AMOUNT TO CLB-AJ-AMOUNT (CLB-SUB AJ-SUB)
           ELSE
               IF  CLB-AJ-CNT (CLB-SUB) NOT < RMA-MAX-ADJ - 1
                   MOVE RMA-MAX-ADJ TO AJ-SUB
                   IF  CLB-AJ-CNT (CLB-SUB) < RMA-MAX-ADJ
                       MOVE RMA-MAX-ADJ TO CLB-AJ-CNT (CLB-SUB)
                       MOVE RMA-OVERFLOW-GROUP
                         TO CLB-AJ-GROUP (CLB-SUB AJ-SUB)
                       MOVE RMA-OVERFLOW-CARC
                         TO CLB-AJ-CARC (CLB-SUB AJ-SUB)
                       MOVE ZEROES
                         TO CLB-AJ-AMOUNT (CLB-SUB AJ-SUB)
                       MOVE SPACES
                         TO CLB-AJ-SRC-TYPE (CLB-SUB AJ-SUB)
                       MOVE SPACES
                         TO CLB-AJ-SRC-CODE (CLB-SUB AJ-SUB)
                   END-IF
                   ADD RMA-ADJ-AMOUNT
                    TO CLB-AJ-AMOUNT (CLB-SUB AJ-SUB)
               ELSE
                   ADD +1 TO CLB-AJ-CNT (CLB-SUB)
                   MOVE CLB-AJ-CNT (CLB-SUB) TO AJ-SUB
                   MOVE RMA-ADJ-GROUP
                     TO CLB-AJ-GROUP (CLB-SUB AJ-SUB)
                   MOVE RMA-ADJ-CARC
                     TO CLB-AJ-CARC (CLB-SUB AJ-SUB)
                   MOVE RMA-ADJ-AMOUNT
                     TO CLB-AJ-AMOUNT (CLB-SUB AJ-SUB)
                   MOVE RMA-ADJ-SRC-TYPE
                     TO CLB-AJ-SRC-TYPE (CLB-SUB AJ-SUB)
                   MOVE RMA-ADJ-SRC-CODE
                     TO CLB-AJ-SRC-CODE (CLB-SUB AJ-SUB)
               END-IF
           END-IF
      *
           ADD RMA-ADJ-AMOUNT TO RMA-ADJ-TOTAL
           IF  RMA-ADJ-GROUP = 'PR'
               ADD RMA-ADJ-AMOUNT TO CLT-PATIENT-RESP
           END-IF
           .
       2460-EXIT.
           EXIT.
      *
       2465-MATCH-ADJUSTMENT.
           IF  CLB-AJ-GROUP (CLB-SUB AJ-SUB) = RMA-ADJ-GROUP
           AND CLB-AJ-CARC (CLB-SUB AJ-SUB) = RMA-ADJ-CARC
               SET RMA-AJ-FOUND TO TRUE
           END-IF
           .
       2465-EXIT.
           EXIT.
      *
       2480-ADD-REMARK.
           IF  RMA-REASON (RSN-SUB) = SPACES
               GO TO 2480-EXIT
           END-IF
      *
           MOVE 'R'                  TO XWL-TYPE
           MOVE RMA-REASON (RSN-SUB) TO XWL-CODE
           PERFORM 3900-FIND-CROSSWALK THRU 3900-EXIT
           IF  NOT XWK-FOUND
               PERFORM 2490-NOTE-UNMAPPED THRU 2490-EXIT
               MOVE SPACES TO XWL-CARC
                              XWL-RARC
                              XWL-DESCRIPTION
           END-IF
      *
           IF  CLB-RM-CNT (CLB-SUB) < 5
               ADD +1 TO CLB-RM-CNT (CLB-SUB)
               MOVE CLB-RM-CNT (CLB-SUB) TO RM-SUB
               MOVE XWL-CODE        TO CLB-RM-REASON (CLB-SUB RM-SUB)
               MOVE XWL-CARC        TO CLB-RM-CARC (CLB-SUB RM-SUB)
               MOVE XWL-RARC        TO CLB-RM-RARC (CLB-SUB RM-SUB)
               MOVE XWL-DESCRIPTION
                 TO CLB-RM-DESCRIPTION (CLB-SUB RM-SUB)
           END-IF
           .
       2480-EXIT.
           EXIT.
      *
       2490-NOTE-UNMAPPED.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   COUNT A CODE WITH NO CROSSWALK CARD FOR THE REPORT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           ADD +1 TO RMA-UNMAPPED-CNT
           MOVE 'N' TO UNM-FOUND-SW
           PERFORM 2495-MATCH-UNMAPPED THRU 2495-EXIT
              VARYING UNM-SUB FROM 1 BY 1
              UNTIL UNM-SUB > UNM-ENTRY-CNT
                 OR UNM-FOUND
           IF  UNM-FOUND
               SUBTRACT 1 FROM UNM-SUB
               ADD +1 TO UNM-COUNT (UNM-SUB)
           ELSE
               IF  UNM-ENTRY-CNT < RMA-MAX-UNMAPPED
                   ADD +1 TO UNM-ENTRY-CNT
                   MOVE XWL-TYPE TO UNM-TYPE (UNM-ENTRY-CNT)
                   MOVE XWL-CODE TO UNM-CODE (UNM-ENTRY-CNT)
                   MOVE +1       TO UNM-COUNT (UNM-ENTRY-CNT)
               END-IF
           END-IF
           .
       2490-EXIT.
           EXIT.
      *
       2495-MATCH-UNMAPPED.
           IF  UNM-TYPE (UNM-SUB) = XWL-TYPE
           AND UNM-CODE (UNM-SUB) = XWL-CODE
               SET UNM-FOUND TO TRUE
           END-IF
           .
       2495-EXIT.
           EXIT.
      *
       2500-ADJUST-UNPAID-LINE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   A DENIED OR DEFERRED LINE IS ADJUSTED IN FULL UNDER ITS
      *   FIRST RESPONSE REASON, WHICH THEN IS NOT REPEATED AS A
      *   REMARK.  WITH NO REASON, OR NO CARD FOR IT, IT GOES UNDER
      *   DNY OR PND.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           COMPUTE RMA-ADJ-AMOUNT = RMA-HV-BILLED-AMT - RMA-LINE-PAID
           END-COMPUTE
           MOVE 1 TO RSN-START-SUB
      *
           IF  RMA-REASON (1) NOT = SPACES
               MOVE 'R'            TO XWL-TYPE
               MOVE RMA-REASON (1) TO XWL-CODE
               PERFORM 3900-FIND-CROSSWALK THRU 3900-EXIT
               IF  XWK-FOUND
                   MOVE 2          TO RSN-START-SUB
                   MOVE 'R'        TO RMA-ADJ-SRC-TYPE
                   MOVE XWL-CODE   TO RMA-ADJ-SRC-CODE
                   PERFORM 2460-ADD-ADJUSTMENT THRU 2460-EXIT
                   GO TO 2500-EXIT
               END-IF
           END-IF
      *
           MOVE 'A'                TO XWL-TYPE
           IF  RMA-LINE-PENDED
               MOVE 'PND'          TO XWL-CODE
           ELSE
               MOVE 'DNY'          TO XWL-CODE
           END-IF
           PERFORM 2450-ADD-CATEGORY-ADJ THRU 2450-EXIT
           .
       2500-EXIT.
           EXIT.
      *
       2600-END-CLAIM.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   WRITE THE CLAIM WITH ITS TOTALS, THEN ITS LINES.
      *   CLAIM STATUS:  4 DENIED, PD DEFERRED (NOT AN 835 CLAIM STATUS
      *   -- THE CLAIM IS SHOWN FOR INFORMATION), 22 AN ADJUSTMENT THAT
      *   TAKES BACK EVERYTHING PAID BEFORE, 2 PROCESSED AFTER ANOTHER
      *   CARRIER PAID, OTHERWISE 1.
      *   THE CLAIM PAYS WHAT IT PAYS NOW OVER WHAT IT PAID BEFORE.  A
      *   CLAIM THAT NOW PAYS LESS PAYS NOTHING:  FH02P0M3 OPENED THE
      *   DIFFERENCE AS AN OVERPAYMENT RECEIVABLE, WHICH IS RECOVERED
      *   THROUGH OVERPAYMENT_OFFSET, SO IT IS SHOWN HERE BUT NOT
      *   TAKEN FROM THE PAYMENT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           IF  CLT-PAID < CLT-PRIOR-PAID
               MOVE ZEROES              TO CLT-PAYMENT
               COMPUTE CLT-RECEIVABLE = CLT-PRIOR-PAID - CLT-PAID
               END-COMPUTE
               ADD +1                   TO RUN-RECEIVABLE-CNT
           ELSE
               COMPUTE CLT-PAYMENT = CLT-PAID - CLT-PRIOR-PAID
               END-COMPUTE
               MOVE ZEROES              TO CLT-RECEIVABLE
           END-IF
      *
           MOVE SPACES                  TO RMT-REMIT-RECORD
           SET RMT-CLAIM-PAYMENT        TO TRUE
           MOVE RMA-HOLD-PLAN-CODE      TO RMT-CL-PLAN-CODE
           MOVE RMA-HOLD-CLAIM-NUMBER   TO RMT-CL-CLAIM-NUMBER
           MOVE RMA-HOLD-PATIENT-CODE   TO RMT-CL-PATIENT-CODE
           MOVE RMA-HOLD-DISPOSITION    TO RMT-CL-DISPOSITION
           MOVE CLB-CONTRACT-ID         TO RMT-CL-CONTRACT-ID
           MOVE CLB-MEMBER-ID           TO RMT-CL-MEMBER-ID
           MOVE CLB-CLAIM-STATUS        TO RMT-CL-CLAIM-STATUS
           EVALUATE TRUE
             WHEN CLB-CLAIM-STATUS = RMA-CLAIM-DENIED
               SET RMT-CL-DENIED              TO TRUE
             WHEN CLB-CLAIM-STATUS = RMA-CLAIM-DEFERRED
               SET RMT-CL-PENDED              TO TRUE
             WHEN CLT-PAID = ZERO
             AND  CLT-PRIOR-PAID > ZERO
               SET RMT-CL-REVERSAL            TO TRUE
             WHEN CLT-OTHER-CARRIER > ZERO
               SET RMT-CL-PROCESSED-SECONDARY TO TRUE
             WHEN OTHER
               SET RMT-CL-PROCESSED-PRIMARY   TO TRUE
           END-EVALUATE
           MOVE CLT-BILLED              TO RMT-CL-BILLED
           MOVE CLT-PAID                TO RMT-CL-PAID
           MOVE CLT-PRIOR-PAID          TO RMT-CL-PRIOR-PAID
           MOVE CLT-PATIENT-RESP        TO RMT-CL-PATIENT-RESP
           MOVE CLB-LINE-CNT            TO RMT-CL-LINE-COUNT
           MOVE CLT-PAYMENT             TO RMT-CL-PAYMENT
           MOVE CLT-RECEIVABLE          TO RMT-CL-RECEIVABLE
           PERFORM 2900-WRITE-REMIT-RECORD THRU 2900-EXIT
      *
           PERFORM 2700-WRITE-SERVICE-LINE THRU 2700-EXIT
              VARYING CLB-SUB FROM 1 BY 1
              UNTIL CLB-SUB > CLB-LINE-CNT
      *
           ADD +1                       TO PRV-CLAIM-CNT
           ADD CLB-LINE-CNT             TO PRV-LINE-CNT
           ADD CLT-BILLED               TO PRV-BILLED
           ADD CLT-PAID                 TO PRV-PAID
           ADD CLT-PRIOR-PAID           TO PRV-PRIOR-PAID
           ADD CLT-PAYMENT              TO PRV-CLAIM-PAYMENT
           ADD CLT-RECEIVABLE           TO PRV-RECEIVABLE
           .
       2600-EXIT.
           EXIT.
      *
       2700-WRITE-SERVICE-LINE.
           MOVE SPACES                  TO RMT-REMIT-RECORD
           SET RMT-SERVICE-LINE         TO TRUE
           MOVE RMA-HOLD-PLAN-CODE      TO RMT-SV-PLAN-CODE
           MOVE RMA-HOLD-CLAIM-NUMBER   TO RMT-SV-CLAIM-NUMBER
           MOVE CLB-LINE-NUMBER (CLB-SUB)
             TO RMT-SV-LINE-NUMBER
           MOVE CLB-CHARGE-STATUS (CLB-SUB)
             TO RMT-SV-CHARGE-STATUS
           MOVE CLB-PROCEDURE-CODE (CLB-SUB)
             TO RMT-SV-PROCEDURE-CODE
           MOVE CLB-SERVICE-BEGIN-DATE (CLB-SUB)
             TO RMT-SV-SERVICE-BEGIN-DATE
           MOVE CLB-SERVICE-END-DATE (CLB-SUB)
             TO RMT-SV-SERVICE-END-DATE
           MOVE CLB-BILLED-AMT (CLB-SUB)         TO RMT-SV-BILLED
           MOVE CLB-ALLOWED-AMT (CLB-SUB)        TO RMT-SV-ALLOWED
           MOVE CLB-DEDUCTIBLE-AMT (CLB-SUB)     TO RMT-SV-DEDUCTIBLE
           MOVE CLB-COINS-COPAY-AMT (CLB-SUB)    TO RMT-SV-COINS-COPAY
           MOVE CLB-OTHER-CARRIER-AMT (CLB-SUB)
             TO RMT-SV-OTHER-CARRIER
           MOVE CLB-PAID-AMT (CLB-SUB)           TO RMT-SV-PAID
           MOVE CLB-PRIOR-PAID-AMT (CLB-SUB)     TO RMT-SV-PRIOR-PAID
           PERFORM 2900-WRITE-REMIT-RECORD THRU 2900-EXIT
      *
           PERFORM 2710-WRITE-ADJUSTMENT THRU 2710-EXIT
              VARYING AJ-SUB FROM 1 BY 1
              UNTIL AJ-SUB > CLB-AJ-CNT (CLB-SUB)
           PERFORM 2720-WRITE-REMARK THRU 2720-EXIT
              VARYING RM-SUB FROM 1 BY 1
              UNTIL RM-SUB > CLB-RM-CNT (CLB-SUB)
           .
       2700-EXIT.
           EXIT.
      *
       2710-WRITE-ADJUSTMENT.
           MOVE SPACES                  TO RMT-REMIT-RECORD
           SET RMT-LINE-ADJUSTMENT      TO TRUE
           MOVE RMA-HOLD-PLAN-CODE      TO RMT-AJ-PLAN-CODE
           MOVE RMA-HOLD-CLAIM-NUMBER   TO RMT-AJ-CLAIM-NUMBER
           MOVE CLB-LINE-NUMBER (CLB-SUB)
             TO RMT-AJ-LINE-NUMBER
           MOVE CLB-AJ-GROUP (CLB-SUB AJ-SUB)    TO RMT-AJ-GROUP-CODE
           MOVE CLB-AJ-CARC (CLB-SUB AJ-SUB)     TO RMT-AJ-REASON-CODE
           MOVE CLB-AJ-AMOUNT (CLB-SUB AJ-SUB)   TO RMT-AJ-AMOUNT
           MOVE CLB-AJ-SRC-TYPE (CLB-SUB AJ-SUB) TO RMT-AJ-SOURCE-TYPE
           MOVE CLB-AJ-SRC-CODE (CLB-SUB AJ-SUB) TO RMT-AJ-SOURCE-CODE
           PERFORM 2900-WRITE-REMIT-RECORD THRU 2900-EXIT
           .
       2710-EXIT.
           EXIT.
      *
       2720-WRITE-REMARK.
           MOVE SPACES                  TO RMT-REMIT-RECORD
           SET RMT-LINE-REMARK          TO TRUE
           MOVE RMA-HOLD-PLAN-CODE      TO RMT-RM-PLAN-CODE
           MOVE RMA-HOLD-CLAIM-NUMBER   TO RMT-RM-CLAIM-NUMBER
           MOVE CLB-LINE-NUMBER (CLB-SUB)
             TO RMT-RM-LINE-NUMBER
           MOVE CLB-RM-REASON (CLB-SUB RM-SUB)
             TO RMT-RM-RESPONSE-REASON
           MOVE CLB-RM-CARC (CLB-SUB RM-SUB)   TO RMT-RM-REASON-CODE
           MOVE CLB-RM-RARC (CLB-SUB RM-SUB)   TO RMT-RM-REMARK-CODE
           MOVE CLB-RM-DESCRIPTION (CLB-SUB RM-SUB)
             TO RMT-RM-DESCRIPTION
           PERFORM 2900-WRITE-REMIT-RECORD THRU 2900-EXIT
           .
       2720-EXIT.
           EXIT.
      *
       2800-END-PROVIDER.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   SHOW THE OVERPAYMENT OFFSETS TAKEN FROM THE PROVIDER'S
      *   PAYMENT, THEN CLOSE THE PROVIDER WITH ITS TOTALS.  AN OFFSET
      *   IS SHOWN WITH THE CLAIM IT WAS TAKEN FROM -- AN UNHELD CLAIM
      *   ON THIS REMITTANCE -- WHATEVER DAY IT WAS POSTED.  THE
      *   NET PAYMENT IS THE CLAIM PAYMENTS LESS THE OFFSETS.  THE
      *   AMOUNTS OPENED AS RECEIVABLES ARE NOT NETTED; THE OFFSETS
      *   RECOVER THEM.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE RMA-HOLD-PROVIDER-ID TO RMA-HV-PROVIDER-ID
           MOVE 'N' TO RMA-OFS-EOC-SW
           EXEC SQL
                OPEN PROVIDER-OFFSETS
           END-EXEC
           MOVE SQLCODE TO SQL-SQLCODE
           IF  NOT SQL-SUCCESS
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-IF
      *
           PERFORM 2810-WRITE-OFFSET THRU 2810-EXIT
              UNTIL RMA-OFS-END-OF-CURSOR
      *
           EXEC SQL
                CLOSE PROVIDER-OFFSETS
           END-EXEC
           MOVE SQLCODE TO SQL-SQLCODE
           IF  NOT SQL-SUCCESS
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-IF
      *
           COMPUTE PRV-NET-PAYMENT = PRV-CLAIM-PAYMENT
                                   - PRV-OFFSETS
           END-COMPUTE
      *
           MOVE SPACES                  TO RMT-REMIT-RECORD
           SET RMT-PROVIDER-TRAILER     TO TRUE
           ADD +1                       TO PRV-RECORD-CNT
           MOVE PRV-CLAIM-CNT           TO RMT-PT-CLAIM-COUNT
           MOVE PRV-LINE-CNT            TO RMT-PT-LINE-COUNT
           MOVE PRV-RECORD-CNT          TO RMT-PT-RECORD-COUNT
           MOVE PRV-BILLED              TO RMT-PT-BILLED
           MOVE PRV-PAID                TO RMT-PT-PAID
           MOVE PRV-PRIOR-PAID          TO RMT-PT-PRIOR-PAID
           MOVE PRV-OFFSETS             TO RMT-PT-OFFSETS
           MOVE PRV-NET-PAYMENT         TO RMT-PT-NET-PAYMENT
           MOVE PRV-CLAIM-PAYMENT       TO RMT-PT-CLAIM-PAYMENT
           MOVE PRV-RECEIVABLE          TO RMT-PT-RECEIVABLE
           SUBTRACT 1 FROM PRV-RECORD-CNT
           PERFORM 2900-WRITE-REMIT-RECORD THRU 2900-EXIT
      *
           IF  RMA-RPT-LINE-CNT > 58
               PERFORM 2950-WRITE-HEADINGS THRU 2950-EXIT
           END-IF
           MOVE RMA-HOLD-PROVIDER-ID    TO RPT-PRV-PROVIDER-ID
           MOVE PRV-CLAIM-CNT           TO RPT-PRV-CLAIM-CNT
           MOVE PRV-LINE-CNT            TO RPT-PRV-LINE-CNT
           MOVE PRV-BILLED              TO RPT-PRV-BILLED
           MOVE PRV-PAID                TO RPT-PRV-PAID
           MOVE PRV-PRIOR-PAID          TO RPT-PRV-PRIOR-PAID
           MOVE PRV-OFFSETS             TO RPT-PRV-OFFSETS
           MOVE PRV-NET-PAYMENT         TO RPT-PRV-NET-PAYMENT
           MOVE PRV-RECEIVABLE          TO RPT-PRV-RECEIVABLE
           WRITE REMITTANCE-REPORT-LINE FROM RPT-PROVIDER-LINE
           ADD +1 TO RMA-RPT-LINE-CNT
      *
           ADD +1                       TO RUN-PROVIDER-CNT
           ADD PRV-CLAIM-CNT            TO RUN-CLAIM-CNT
           ADD PRV-LINE-CNT             TO RUN-LINE-CNT
           ADD PRV-BILLED               TO RUN-BILLED
           ADD PRV-PAID                 TO RUN-PAID
           ADD PRV-PRIOR-PAID           TO RUN-PRIOR-PAID
           ADD PRV-OFFSETS              TO RUN-OFFSETS
           ADD PRV-NET-PAYMENT          TO RUN-NET-PAYMENT
           ADD PRV-RECEIVABLE           TO RUN-RECEIVABLE
           .
       2800-EXIT.
           EXIT.
      *
       2810-WRITE-OFFSET.
           EXEC SQL
                FETCH PROVIDER-OFFSETS
                INTO
                  :OFS-HV-PLAN-CODE
                 ,:OFS-HV-CLAIM-NUMBER
                 ,:OFS-HV-PATIENT-CODE
                 ,:OFS-HV-OFFSET-AMT
           END-EXEC
      *
           MOVE SQLCODE TO SQL-SQLCODE
           EVALUATE TRUE
             WHEN SQL-NOTFND
               SET RMA-OFS-END-OF-CURSOR TO TRUE
               GO TO 2810-EXIT
             WHEN SQL-SUCCESS
               CONTINUE
             WHEN OTHER
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-EVALUATE
      *
           MOVE SPACES                  TO RMT-REMIT-RECORD
           SET RMT-PROVIDER-ADJUSTMENT  TO TRUE
           MOVE RMA-PLB-OVERPAYMENT     TO RMT-PB-ADJ-REASON
           MOVE OFS-HV-PLAN-CODE        TO RMT-PB-PLAN-CODE
           MOVE OFS-HV-CLAIM-NUMBER     TO RMT-PB-CLAIM-NUMBER
           MOVE OFS-HV-PATIENT-CODE     TO RMT-PB-PATIENT-CODE
           MOVE OFS-HV-OFFSET-AMT       TO RMT-PB-AMOUNT
           PERFORM 2900-WRITE-REMIT-RECORD THRU 2900-EXIT
      *
           ADD OFS-HV-OFFSET-AMT        TO PRV-OFFSETS
           ADD +1                       TO RUN-OFFSET-CNT
           .
       2810-EXIT.
           EXIT.
      *
       2900-WRITE-REMIT-RECORD.
           MOVE RMA-HOLD-PROVIDER-ID    TO RMT-PROVIDER-ID
           MOVE RMA-HV-RUN-DATE         TO RMT-PAYMENT-DATE
           WRITE REMITTANCE-RECORD FROM RMT-REMIT-RECORD
           IF  RMT-FILE-STATUS NOT = '00'
               DISPLAY 'FH02P9MG WRITE REMITOUT FAILED - STATUS '
                       RMT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF
           ADD +1 TO PRV-RECORD-CNT
                     RMA-RECORDS-WRITTEN
           .
       2900-EXIT.
           EXIT.
      *
       2950-WRITE-HEADINGS.
           ADD +1 TO RMA-RPT-PAGE-CNT
           MOVE RMA-RPT-PAGE-CNT TO RPT-HDG-PAGE
           WRITE REMITTANCE-REPORT-LINE FROM RPT-HEADING-1
           WRITE REMITTANCE-REPORT-LINE FROM RPT-HEADING-2
           MOVE SPACES TO REMITTANCE-REPORT-LINE
           WRITE REMITTANCE-REPORT-LINE
           MOVE +3 TO RMA-RPT-LINE-CNT
           .
       2950-EXIT.
           EXIT.
      *
       3900-FIND-CROSSWALK.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   LOOK UP XWL-TYPE/XWL-CODE.  ON A HIT XWK-SUB POINTS AT THE
      *   ENTRY AND THE ANSWER IS IN XWL-GROUP/CARC/RARC/DESCRIPTION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE 'N' TO XWK-FOUND-SW
           PERFORM 3910-CHECK-CROSSWALK-ENTRY THRU 3910-EXIT
              VARYING XWK-SUB FROM 1 BY 1
              UNTIL XWK-SUB > XWK-ENTRY-CNT
                 OR XWK-FOUND
           IF  XWK-FOUND
               SUBTRACT 1 FROM XWK-SUB
               MOVE XWK-GROUP (XWK-SUB)       TO XWL-GROUP
               MOVE XWK-CARC (XWK-SUB)        TO XWL-CARC
               MOVE XWK-RARC (XWK-SUB)        TO XWL-RARC
               MOVE XWK-DESCRIPTION (XWK-SUB) TO XWL-DESCRIPTION
           END-IF
           .
       3900-EXIT.
           EXIT.
      *
       3910-CHECK-CROSSWALK-ENTRY.
           IF  XWK-TYPE (XWK-SUB) = XWL-TYPE
           AND XWK-CODE (XWK-SUB) = XWL-CODE
               SET XWK-FOUND TO TRUE
           END-IF
           .
       3910-EXIT.
           EXIT.
      *
       5000-FINALIZE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   CLOSE THE CURSOR, WRITE THE FILE TRAILER, PRINT THE CODES
      *   WITH NO CROSSWALK CARD AND THE RUN TOTALS, AND REPORT THE
      *   RUN.  AN UNMAPPED CODE RAISES RC 4.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           EXEC SQL
                CLOSE REMIT-LINES
           END-EXEC
           MOVE SQLCODE TO SQL-SQLCODE
           IF  NOT SQL-SUCCESS
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-IF
      *
           MOVE SPACES                  TO RMT-REMIT-RECORD
                                           RMA-HOLD-PROVIDER-ID
           SET RMT-FILE-TRAILER         TO TRUE
           MOVE RUN-PROVIDER-CNT        TO RMT-FT-PROVIDER-COUNT
           COMPUTE RMT-FT-RECORD-COUNT = RMA-RECORDS-WRITTEN + 1
           END-COMPUTE
           MOVE RUN-NET-PAYMENT         TO RMT-FT-PAYMENT-HASH
           PERFORM 2900-WRITE-REMIT-RECORD THRU 2900-EXIT
           CLOSE REMITTANCE-FILE
      *
           IF  RMA-RPT-LINE-CNT > 48
               PERFORM 2950-WRITE-HEADINGS THRU 2950-EXIT
           END-IF
           PERFORM 5100-WRITE-UNMAPPED THRU 5100-EXIT
              VARYING UNM-SUB FROM 1 BY 1
              UNTIL UNM-SUB > UNM-ENTRY-CNT
      *
           MOVE 'PROVIDERS REMITTED:'      TO RPT-TOT-LITERAL
           MOVE RUN-PROVIDER-CNT           TO RPT-TOT-COUNT
           MOVE RUN-NET-PAYMENT            TO RPT-TOT-AMOUNT
           WRITE REMITTANCE-REPORT-LINE FROM RPT-TOTAL-LINE
           MOVE 'CLAIMS / BILLED:'         TO RPT-TOT-LITERAL
           MOVE RUN-CLAIM-CNT              TO RPT-TOT-COUNT
           MOVE RUN-BILLED                 TO RPT-TOT-AMOUNT
           WRITE REMITTANCE-REPORT-LINE FROM RPT-TOTAL-LINE
           MOVE 'LINES / PAID:'            TO RPT-TOT-LITERAL
           MOVE RUN-LINE-CNT               TO RPT-TOT-COUNT
           MOVE RUN-PAID                   TO RPT-TOT-AMOUNT
           WRITE REMITTANCE-REPORT-LINE FROM RPT-TOTAL-LINE
           MOVE 'PRIOR PAID ON ADJUSTED CLAIMS:'
                                           TO RPT-TOT-LITERAL
           MOVE ZEROES                     TO RPT-TOT-COUNT
           MOVE RUN-PRIOR-PAID             TO RPT-TOT-AMOUNT
           WRITE REMITTANCE-REPORT-LINE FROM RPT-TOTAL-LINE
           MOVE 'OVERPAYMENT OFFSETS:'     TO RPT-TOT-LITERAL
           MOVE RUN-OFFSET-CNT             TO RPT-TOT-COUNT
           MOVE RUN-OFFSETS                TO RPT-TOT-AMOUNT
           WRITE REMITTANCE-REPORT-LINE FROM RPT-TOTAL-LINE
           MOVE 'OPENED AS RECEIVABLE - NOT NETTED:'
                                           TO RPT-TOT-LITERAL
           MOVE RUN-RECEIVABLE-CNT         TO RPT-TOT-COUNT
           MOVE RUN-RECEIVABLE             TO RPT-TOT-AMOUNT
           WRITE REMITTANCE-REPORT-LINE FROM RPT-TOTAL-LINE
           MOVE 'REMITOUT RECORDS:'        TO RPT-TOT-LITERAL
           MOVE RMA-RECORDS-WRITTEN        TO RPT-TOT-COUNT
           MOVE ZEROES                     TO RPT-TOT-AMOUNT
           WRITE REMITTANCE-REPORT-LINE FROM RPT-TOTAL-LINE
           MOVE 'CODES WITH NO CROSSWALK CARD:'
                                           TO RPT-TOT-LITERAL
           MOVE RMA-UNMAPPED-CNT           TO RPT-TOT-COUNT
           MOVE ZEROES                     TO RPT-TOT-AMOUNT
           WRITE REMITTANCE-REPORT-LINE FROM RPT-TOTAL-LINE
           CLOSE REMITTANCE-REPORT
      *
           MOVE RMA-LINES-READ TO RMA-DISPLAY-COUNT
           DISPLAY 'FH02P9MG REMITTANCE LINES READ: ' RMA-DISPLAY-COUNT
           MOVE RUN-PROVIDER-CNT TO RMA-DISPLAY-COUNT
           DISPLAY 'FH02P9MG PROVIDERS REMITTED:    ' RMA-DISPLAY-COUNT
           MOVE RMA-RECORDS-WRITTEN TO RMA-DISPLAY-COUNT
           DISPLAY 'FH02P9MG REMITOUT RECORDS:      ' RMA-DISPLAY-COUNT
           MOVE RMA-UNMAPPED-CNT TO RMA-DISPLAY-COUNT
           DISPLAY 'FH02P9MG UNMAPPED CODES:        ' RMA-DISPLAY-COUNT
      *
           IF  RMA-UNMAPPED-CNT > 0
           AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       5000-EXIT.
           EXIT.
      *
       5100-WRITE-UNMAPPED.
           MOVE UNM-TYPE (UNM-SUB)  TO RPT-UNM-TYPE
           MOVE UNM-CODE (UNM-SUB)  TO RPT-UNM-CODE
           MOVE UNM-COUNT (UNM-SUB) TO RPT-UNM-COUNT
           WRITE REMITTANCE-REPORT-LINE FROM RPT-UNMAPPED-LINE
           ADD +1 TO RMA-RPT-LINE-CNT
           .
       5100-EXIT.
           EXIT.
      *
       9990-SQL-ERROR.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   REPORT THE FAILURE AND END THE RUN.  NOTHING IS UPDATED, SO
      *   THE STEP CAN SIMPLY BE RERUN FOR THE SAME PAYMENT DATE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           DISPLAY 'FH02P9MG SQL ERROR - SQLCODE: ' SQL-SQLCODE
           DISPLAY 'FH02P9MG PROVIDER: ' RMA-HV-PROVIDER-ID
                   ' CLAIM: ' RMA-HV-PLAN-CODE ' ' RMA-HV-CLAIM-NUMBER
      *
           MOVE 16 TO RETURN-CODE
           GO TO 0000-GOBACK
           .
       9990-EXIT.
           EXIT.
