       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    FH02P9MC.
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
      *    SINGLE-CLAIM AUDIT PRINT.  THE BATCH SIDE OF THE CLAIM
      *    AUDIT INQUIRY, FOR APPEALS TO ATTACH TO A CASE FILE.  READS
      *    ONE REQUEST CARD PER CLAIM (PLAN, CLAIM NUMBER, AND AN
      *    OPTIONAL GENERATION PROCESSED DATE) AND CALLS FH02P9MB --
      *    THE SAME MODULE THE ONLINE INQUIRY USES -- A PAGE AT A TIME
      *    UNTIL THE CLAIM IS EXHAUSTED.  EACH CLAIM STARTS A NEW
      *    PAGE; ITS EVENTS PRINT IN TIME ORDER UNDER A SUB-HEADING
      *    FOR EACH CHARGE LINE, CLAIM-LEVEL EVENTS FIRST.
      *
      *    A CLAIM WITH NO EVENTS, OR A REQUEST FH02P9MB REJECTS,
      *    PRINTS THE REASON AND SETS RC 4.  AN SQL ERROR ENDS THE
      *    RUN WITH RC 16.
      *
      *================================================================
      *
      *  MAINTENANCE HISTORY:
      *
      *  VER    DATE       PPR     PROG  COMMENTS
      *  --  ----------  ---------  --   -------------------------------
      *  01  10/15/2026  TT 1400864 DLH  ORIGINAL VERSION.  BATCH
      *                                  PRINT OF THE SINGLE-CLAIM
      *                                  AUDIT INQUIRY.
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
           SELECT AUDIT-REQUEST-FILE     ASSIGN TO AUDREQ
                  FILE STATUS IS ARQ-FILE-STATUS.
      *
           SELECT CLAIM-AUDIT-REPORT     ASSIGN TO AUDRPT
                  FILE STATUS IS RPT-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  AUDIT-REQUEST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  AUDIT-REQUEST-RECORD           PIC X(80).
      *
       FD  CLAIM-AUDIT-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CLAIM-AUDIT-LINE               PIC X(133).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           04  ARQ-EOF-SW                     PIC X(01)  VALUE 'N'.
               88  ARQ-END-OF-FILE                VALUE 'Y'.
           04  ARP-CLAIM-DONE-SW              PIC X(01)  VALUE 'N'.
               88  ARP-CLAIM-DONE                 VALUE 'Y'.
      *
       01  FILE-STATUS-FIELDS.
           04  ARQ-FILE-STATUS                PIC X(02)  VALUE SPACES.
           04  RPT-FILE-STATUS                PIC X(02)  VALUE SPACES.
      *
       01  CONSTANTS.
           04  ARP-INQUIRY-MODULE             PIC X(08)  VALUE
               'FH02P9MB'.
      *
       01  WORK-AREAS.
           04  ARP-REQUESTS-READ              PIC S9(09) BINARY
                                                         VALUE +0.
           04  ARP-CLAIMS-PRINTED             PIC S9(09) BINARY
                                                         VALUE +0.
           04  ARP-CLAIMS-NOT-PRINTED         PIC S9(09) BINARY
                                                         VALUE +0.
           04  ARP-EVENTS-PRINTED             PIC S9(09) BINARY
                                                         VALUE +0.
           04  ARP-SUB                        PIC S9(04) BINARY
                                                         VALUE +0.
           04  ARP-LINE-CNT                   PIC S9(04) BINARY
                                                         VALUE +99.
           04  ARP-PAGE-CNT                   PIC S9(04) BINARY
                                                         VALUE +0.
           04  ARP-PREV-LINE-NUMBER           PIC X(03).
           04  ARP-DISPLAY-COUNT              PIC ZZZ,ZZZ,ZZ9.
      *
      *-----------------------------------------------------------------
      *  THE REQUEST CARD
      *-----------------------------------------------------------------
       01  ARQ-AUDIT-REQUEST-REC.
           04  ARQ-PLAN-CODE                  PIC X(03).
           04  ARQ-CLAIM-NUMBER               PIC X(11).
           04  ARQ-GEN-PROCESSED-DT           PIC X(10).
           04  FILLER                         PIC X(56).
      *
      *-----------------------------------------------------------------
      *  FH02P9MB INQUIRY PARAMETERS -- MUST MATCH AUQ-INQUIRY-PARMS
      *  IN THE FH02P9MB LINKAGE SECTION FIELD FOR FIELD.
      *-----------------------------------------------------------------
       01  AUQ-INQUIRY-PARMS.
           04  AUQ-PLAN-CODE                  PIC X(03).
           04  AUQ-CLAIM-NUMBER               PIC X(11).
           04  AUQ-GEN-PROCESSED-DT           PIC X(10).
           04  AUQ-SKIP-COUNT                 PIC S9(09) BINARY.
           04  AUQ-RESULT-CODE                PIC X(02).
               88  AUQ-RESULT-OK                  VALUE '00'.
               88  AUQ-RESULT-NOT-FOUND           VALUE '04'.
               88  AUQ-RESULT-REJECTED            VALUE '08'.
               88  AUQ-RESULT-SQL-ERROR           VALUE '16'.
           04  AUQ-RESULT-MESSAGE             PIC X(60).
           04  AUQ-MORE-SW                    PIC X(01).
               88  AUQ-MORE-EVENTS                VALUE 'Y'.
           04  AUQ-EVENT-COUNT                PIC S9(04) BINARY.
           04  AUQ-EVENT                      OCCURS 50 TIMES.
               08  AUQ-EV-LINE-NUMBER         PIC X(03).
               08  AUQ-EV-EVENT-TS            PIC X(26).
               08  AUQ-EV-FEED-CODE           PIC X(02).
               08  AUQ-EV-PATIENT-CODE        PIC X(02).
               08  AUQ-EV-DISPOSITION         PIC X(02).
               08  AUQ-EV-PROCESSED-DT        PIC X(10).
               08  AUQ-EV-REASON-CODE         PIC X(08).
               08  AUQ-EV-AMOUNT-1            PIC S9(09)V99 COMP-3.
               08  AUQ-EV-AMOUNT-2            PIC S9(09)V99 COMP-3.
               08  AUQ-EV-EVENT-TEXT          PIC X(70).
      *
      *-----------------------------------------------------------------
      *  REPORT LINES
      *-----------------------------------------------------------------
       01  RPT-HEADING-1.
           04  FILLER                         PIC X(01)  VALUE '1'.
           04  FILLER                         PIC X(44)  VALUE
               'FH02P9MC  SINGLE CLAIM AUDIT INQUIRY'.
           04  FILLER                         PIC X(19)  VALUE SPACES.
           04  FILLER                         PIC X(10)  VALUE
               'RUN DATE: '.
           04  RPT-HDG-RUN-DATE               PIC X(10).
           04  FILLER                         PIC X(39)  VALUE SPACES.
           04  FILLER                         PIC X(05)  VALUE 'PAGE '.
           04  RPT-HDG-PAGE                   PIC ZZZ9.
           04  FILLER                         PIC X(01)  VALUE SPACES.
      *
       01  RPT-CLAIM-HEADING.
           04  FILLER                         PIC X(01)  VALUE '0'.
           04  FILLER                         PIC X(06)  VALUE
               'PLAN: '.
           04  RPT-CLH-PLAN                   PIC X(03).
           04  FILLER                         PIC X(09)  VALUE
               '  CLAIM: '.
           04  RPT-CLH-CLAIM-NUMBER           PIC X(11).
           04  FILLER                         PIC X(14)  VALUE
               '  GENERATION: '.
           04  RPT-CLH-GENERATION             PIC X(10).
           04  FILLER                         PIC X(79)  VALUE SPACES.
      *
       01  RPT-HEADING-2.
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  FILLER                         PIC X(49)  VALUE
               'EVENT TIME          FD PC DP PROCESSED  REASON'.
           04  FILLER                         PIC X(15)  VALUE
               '       AMOUNT 1'.
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  FILLER                         PIC X(15)  VALUE
               '       AMOUNT 2'.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  FILLER                         PIC X(50)  VALUE
               'DESCRIPTION'.
      *
       01  RPT-LINE-HEADING.
           04  FILLER                         PIC X(01)  VALUE '0'.
           04  RPT-LNH-LITERAL                PIC X(12).
           04  RPT-LNH-LINE-NUMBER            PIC X(03).
           04  FILLER                         PIC X(117) VALUE SPACES.
      *
       01  RPT-DETAIL-LINE.
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-DTL-EVENT-TS               PIC X(19).
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-DTL-FEED-CODE              PIC X(02).
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-DTL-PATIENT-CODE           PIC X(02).
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-DTL-DISPOSITION            PIC X(02).
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-DTL-PROCESSED-DT           PIC X(10).
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-DTL-REASON-CODE            PIC X(08).
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-DTL-AMOUNT-1               PIC ZZZ,ZZZ,ZZ9.99-.
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-DTL-AMOUNT-2               PIC ZZZ,ZZZ,ZZ9.99-.
           04  FILLER                         PIC X(02)  VALUE SPACES.
           04  RPT-DTL-EVENT-TEXT             PIC X(50).
      *
       01  RPT-CONTINUATION-LINE.
           04  FILLER                         PIC X(83)  VALUE SPACES.
           04  RPT-CNT-EVENT-TEXT             PIC X(20).
           04  FILLER                         PIC X(30)  VALUE SPACES.
      *
       01  RPT-MESSAGE-LINE.
           04  FILLER                         PIC X(01)  VALUE '0'.
           04  FILLER                         PIC X(05)  VALUE '*** '.
           04  RPT-MSG-RESULT-CODE            PIC X(02).
           04  FILLER                         PIC X(01)  VALUE SPACES.
           04  RPT-MSG-TEXT                   PIC X(60).
           04  FILLER                         PIC X(64)  VALUE SPACES.
      *
       01  RPT-TOTAL-LINE.
           04  FILLER                         PIC X(01)  VALUE '0'.
           04  RPT-TOT-LITERAL                PIC X(30).
           04  RPT-TOT-COUNT                  PIC ZZZ,ZZZ,ZZ9.
           04  FILLER                         PIC X(91)  VALUE SPACES.
      *
       01  CURRENT-DATE-FIELDS.
           04  CDF-CURRENT-DATE.
               08  CDF-YEAR                   PIC 9(04).
               08  CDF-MONTH                  PIC 9(02).
               08  CDF-DAY                    PIC 9(02).
           04  CDF-EDITED-DATE.
               08  CDF-ED-MONTH               PIC X(02).
               08  FILLER                     PIC X(01)  VALUE '/'.
               08  CDF-ED-DAY                 PIC X(02).
               08  FILLER                     PIC X(01)  VALUE '/'.
               08  CDF-ED-YEAR                PIC X(04).
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
           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
              UNTIL ARQ-END-OF-FILE
      *
           PERFORM 5000-FINALIZE THRU 5000-EXIT
           .
       0000-GOBACK.
           GOBACK.
      *
       1000-INITIALIZE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   OPEN THE FILES AND PRIME THE FIRST REQUEST.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           ACCEPT CDF-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE CDF-MONTH TO CDF-ED-MONTH
           MOVE CDF-DAY   TO CDF-ED-DAY
           MOVE CDF-YEAR  TO CDF-ED-YEAR
           MOVE CDF-EDITED-DATE TO RPT-HDG-RUN-DATE
      *
           OPEN INPUT  AUDIT-REQUEST-FILE
           IF  ARQ-FILE-STATUS NOT = '00'
               DISPLAY 'FH02P9MC OPEN AUDREQ FAILED - STATUS '
                       ARQ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF
      *
           OPEN OUTPUT CLAIM-AUDIT-REPORT
           IF  RPT-FILE-STATUS NOT = '00'
               DISPLAY 'FH02P9MC OPEN AUDRPT FAILED - STATUS '
                       RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF
      *
           PERFORM 2900-READ-REQUEST THRU 2900-EXIT
           .
       1000-EXIT.
           EXIT.
      *
       2000-PROCESS-REQUEST.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   PRINT ONE CLAIM:  NEW PAGE, CLAIM HEADING, THEN EVERY PAGE
      *   OF EVENTS FH02P9MB HAS FOR IT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           INITIALIZE AUQ-INQUIRY-PARMS
           MOVE ARQ-PLAN-CODE        TO AUQ-PLAN-CODE
                                        RPT-CLH-PLAN
           MOVE ARQ-CLAIM-NUMBER     TO AUQ-CLAIM-NUMBER
                                        RPT-CLH-CLAIM-NUMBER
           MOVE ARQ-GEN-PROCESSED-DT TO AUQ-GEN-PROCESSED-DT
           IF  ARQ-GEN-PROCESSED-DT = SPACES
               MOVE 'ALL'                TO RPT-CLH-GENERATION
           ELSE
               MOVE ARQ-GEN-PROCESSED-DT TO RPT-CLH-GENERATION
           END-IF
           MOVE ZEROES               TO AUQ-SKIP-COUNT
           MOVE HIGH-VALUES          TO ARP-PREV-LINE-NUMBER
           MOVE 'N'                  TO ARP-CLAIM-DONE-SW
      *
           PERFORM 4100-WRITE-HEADINGS THRU 4100-EXIT
      *
           PERFORM 2100-GET-EVENT-PAGE THRU 2100-EXIT
              UNTIL ARP-CLAIM-DONE
      *
           PERFORM 2900-READ-REQUEST THRU 2900-EXIT
           .
       2000-EXIT.
           EXIT.
      *
       2100-GET-EVENT-PAGE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   ASK FH02P9MB FOR THE NEXT PAGE OF EVENTS AND PRINT IT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           CALL ARP-INQUIRY-MODULE USING AUQ-INQUIRY-PARMS
                ON EXCEPTION
                   DISPLAY 'FH02P9MC CALL FAILED - MODULE '
                           ARP-INQUIRY-MODULE
                   MOVE 16 TO RETURN-CODE
                   GO TO 0000-GOBACK
           END-CALL
      *
           IF  AUQ-RESULT-SQL-ERROR
               DISPLAY 'FH02P9MC INQUIRY FAILED - ' AUQ-RESULT-MESSAGE
               DISPLAY 'FH02P9MC CLAIM: ' AUQ-PLAN-CODE ' '
                       AUQ-CLAIM-NUMBER
               MOVE 16 TO RETURN-CODE
               PERFORM 5000-FINALIZE THRU 5000-EXIT
               GO TO 0000-GOBACK
           END-IF
      *
           IF  NOT AUQ-RESULT-OK
               MOVE AUQ-RESULT-CODE    TO RPT-MSG-RESULT-CODE
               MOVE AUQ-RESULT-MESSAGE TO RPT-MSG-TEXT
               WRITE CLAIM-AUDIT-LINE FROM RPT-MESSAGE-LINE
               ADD +2 TO ARP-LINE-CNT
               ADD +1 TO ARP-CLAIMS-NOT-PRINTED
               SET ARP-CLAIM-DONE TO TRUE
               GO TO 2100-EXIT
           END-IF
      *
           PERFORM 3000-PRINT-EVENT THRU 3000-EXIT
              VARYING ARP-SUB FROM 1 BY 1
              UNTIL ARP-SUB > AUQ-EVENT-COUNT
      *
           IF  AUQ-MORE-EVENTS
               ADD AUQ-EVENT-COUNT TO AUQ-SKIP-COUNT
           ELSE
               ADD +1 TO ARP-CLAIMS-PRINTED
               SET ARP-CLAIM-DONE TO TRUE
           END-IF
           .
       2100-EXIT.
           EXIT.
      *
       2900-READ-REQUEST.
           READ AUDIT-REQUEST-FILE INTO ARQ-AUDIT-REQUEST-REC
               AT END
                   SET ARQ-END-OF-FILE TO TRUE
               NOT AT END
                   ADD +1 TO ARP-REQUESTS-READ
           END-READ
      *
           IF  NOT ARQ-END-OF-FILE
           AND ARQ-FILE-STATUS NOT = '00'
               DISPLAY 'FH02P9MC READ AUDREQ FAILED - STATUS '
                       ARQ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 5000-FINALIZE THRU 5000-EXIT
               GO TO 0000-GOBACK
           END-IF
           .
       2900-EXIT.
           EXIT.
      *
       3000-PRINT-EVENT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   PRINT ONE EVENT, WITH A CHARGE LINE SUB-HEADING WHENEVER
      *   THE LINE CHANGES.  TEXT PAST THE DETAIL COLUMN WRAPS ONTO A
      *   CONTINUATION LINE.  THE TIMESTAMP PRINTS TO THE SECOND.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           IF  ARP-LINE-CNT > 55
               PERFORM 4100-WRITE-HEADINGS THRU 4100-EXIT
           END-IF
      *
           IF  AUQ-EV-LINE-NUMBER (ARP-SUB) NOT = ARP-PREV-LINE-NUMBER
               MOVE AUQ-EV-LINE-NUMBER (ARP-SUB)
                                        TO ARP-PREV-LINE-NUMBER
               PERFORM 4200-WRITE-LINE-HEADING THRU 4200-EXIT
           END-IF
      *
           MOVE AUQ-EV-EVENT-TS (ARP-SUB)     TO RPT-DTL-EVENT-TS
           MOVE AUQ-EV-FEED-CODE (ARP-SUB)    TO RPT-DTL-FEED-CODE
           MOVE AUQ-EV-PATIENT-CODE (ARP-SUB) TO RPT-DTL-PATIENT-CODE
           MOVE AUQ-EV-DISPOSITION (ARP-SUB)  TO RPT-DTL-DISPOSITION
           MOVE AUQ-EV-PROCESSED-DT (ARP-SUB) TO RPT-DTL-PROCESSED-DT
           MOVE AUQ-EV-REASON-CODE (ARP-SUB)  TO RPT-DTL-REASON-CODE
           MOVE AUQ-EV-AMOUNT-1 (ARP-SUB)     TO RPT-DTL-AMOUNT-1
           MOVE AUQ-EV-AMOUNT-2 (ARP-SUB)     TO RPT-DTL-AMOUNT-2
           MOVE AUQ-EV-EVENT-TEXT (ARP-SUB)   TO RPT-DTL-EVENT-TEXT
           WRITE CLAIM-AUDIT-LINE FROM RPT-DETAIL-LINE
           ADD +1 TO ARP-LINE-CNT
           ADD +1 TO ARP-EVENTS-PRINTED
      *
           IF  AUQ-EV-EVENT-TEXT (ARP-SUB) (51:20) NOT = SPACES
               MOVE AUQ-EV-EVENT-TEXT (ARP-SUB) (51:20)
                                        TO RPT-CNT-EVENT-TEXT
               WRITE CLAIM-AUDIT-LINE FROM RPT-CONTINUATION-LINE
               ADD +1 TO ARP-LINE-CNT
           END-IF
           .
       3000-EXIT.
           EXIT.
      *
       4100-WRITE-HEADINGS.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   NEW PAGE.  THE CLAIM HEADING REPEATS ON EVERY PAGE SO A
      *   PAGE PULLED FROM THE CASE FILE STILL SAYS WHICH CLAIM IT IS.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           ADD +1 TO ARP-PAGE-CNT
           MOVE ARP-PAGE-CNT TO RPT-HDG-PAGE
           WRITE CLAIM-AUDIT-LINE FROM RPT-HEADING-1
           WRITE CLAIM-AUDIT-LINE FROM RPT-CLAIM-HEADING
           WRITE CLAIM-AUDIT-LINE FROM RPT-HEADING-2
           MOVE +5 TO ARP-LINE-CNT
      *
      *-----------------------------------------------------------------
      *  A PAGE BREAK IN THE MIDDLE OF A CHARGE LINE REPEATS THE LINE
      *  SUB-HEADING.
      *-----------------------------------------------------------------
           IF  ARP-PREV-LINE-NUMBER NOT = HIGH-VALUES
               PERFORM 4200-WRITE-LINE-HEADING THRU 4200-EXIT
           END-IF
           .
       4100-EXIT.
           EXIT.
      *
       4200-WRITE-LINE-HEADING.
           IF  ARP-PREV-LINE-NUMBER = '000'
               MOVE 'CLAIM LEVEL'  TO RPT-LNH-LITERAL
               MOVE SPACES         TO RPT-LNH-LINE-NUMBER
           ELSE
               MOVE 'CHARGE LINE ' TO RPT-LNH-LITERAL
               MOVE ARP-PREV-LINE-NUMBER TO RPT-LNH-LINE-NUMBER
           END-IF
           WRITE CLAIM-AUDIT-LINE FROM RPT-LINE-HEADING
           ADD +2 TO ARP-LINE-CNT
           .
       4200-EXIT.
           EXIT.
      *
       5000-FINALIZE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   REPORT TOTALS AND CLOSE THE FILES.  RETURN CODE 4 FLAGS A
      *   RUN WITH A CLAIM THAT COULD NOT BE PRINTED.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE 'REQUESTS READ:                ' TO RPT-TOT-LITERAL
           MOVE ARP-REQUESTS-READ                TO RPT-TOT-COUNT
           WRITE CLAIM-AUDIT-LINE FROM RPT-TOTAL-LINE
           MOVE 'CLAIMS PRINTED:               ' TO RPT-TOT-LITERAL
           MOVE ARP-CLAIMS-PRINTED               TO RPT-TOT-COUNT
           WRITE CLAIM-AUDIT-LINE FROM RPT-TOTAL-LINE
           MOVE 'CLAIMS NOT PRINTED:           ' TO RPT-TOT-LITERAL
           MOVE ARP-CLAIMS-NOT-PRINTED           TO RPT-TOT-COUNT
           WRITE CLAIM-AUDIT-LINE FROM RPT-TOTAL-LINE
           MOVE 'EVENTS PRINTED:               ' TO RPT-TOT-LITERAL
           MOVE ARP-EVENTS-PRINTED               TO RPT-TOT-COUNT
           WRITE CLAIM-AUDIT-LINE FROM RPT-TOTAL-LINE
      *
           MOVE ARP-REQUESTS-READ TO ARP-DISPLAY-COUNT
           DISPLAY 'FH02P9MC REQUESTS READ:      ' ARP-DISPLAY-COUNT
           MOVE ARP-CLAIMS-PRINTED TO ARP-DISPLAY-COUNT
           DISPLAY 'FH02P9MC CLAIMS PRINTED:     ' ARP-DISPLAY-COUNT
           MOVE ARP-CLAIMS-NOT-PRINTED TO ARP-DISPLAY-COUNT
           DISPLAY 'FH02P9MC CLAIMS NOT PRINTED: ' ARP-DISPLAY-COUNT
           MOVE ARP-EVENTS-PRINTED TO ARP-DISPLAY-COUNT
           DISPLAY 'FH02P9MC EVENTS PRINTED:     ' ARP-DISPLAY-COUNT
      *
           CLOSE AUDIT-REQUEST-FILE
                 CLAIM-AUDIT-REPORT
      *
           IF  ARP-CLAIMS-NOT-PRINTED > 0
           AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       5000-EXIT.
           EXIT.
