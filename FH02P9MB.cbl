       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    FH02P9MB.
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
      *    SINGLE-CLAIM AUDIT INQUIRY.  CALLED BY THE ONLINE CLAIM
      *    AUDIT TRANSACTION AND BY THE FH02P9MC BATCH PRINT TO PULL
      *    TOGETHER EVERYTHING THE ADJUDICATION LEFT BEHIND FOR ONE
      *    PLAN/CLAIM NUMBER, IN TIME ORDER WITHIN CHARGE LINE:
      *
      *      CLAIM_AUDIT_EVENT - ONE ROW FOR EVERY SIDE RECORD
      *                          FH02P0M3 WROTE (FH02P0NL INDEX):
      *                            MX  MODULE TRACE
      *                            MY  OVERRIDE AUDIT
      *                            MN  CROSSFOOT EXCEPTION
      *                            MP  NON-PAR RELIEF
      *                            MS  SUBROGATION ACTIVITY
      *                            MT  DEFERRED/REJECTED AGING
      *                            MV  EOB DELIVERY
      *                            MW  SNF UTILIZATION
      *                            NF  TIMELY-FILING DENIAL
      *                            NA  OUTBOUND COB NOTIFICATION
      *                            PH  PAYMENT HELD FOR APPROVAL
      *                            RA  LINE SENT FOR REMITTANCE
      *                          PLUS THE CARRIER'S ANSWER TO THE NA
      *                          RECORD, POSTED BY FH02P9M4:
      *                            CR  CARRIER COB RESPONSE
      *                          AND THE SECOND APPROVER'S DECISION
      *                          ON A HELD PAYMENT, POSTED BY
      *                          FH02P9ME:
      *                            PA  HOLD RELEASED OR DENIED
      *      MGMT_ALERT_REPO   - AL  ALERTS RAISED ON THE CLAIM
      *      MASS_ADJ_QUEUE    - MQ  MASS/CARRIER ADJUSTMENT QUEUEING
      *
      *    EACH ADJUDICATION GENERATION (ORIGINAL, ADJUSTMENT, VOID,
      *    INTERIM BILL) IS IDENTIFIED BY ITS DISPOSITION AND
      *    PROCESSED DATE.  AUQ-GEN-PROCESSED-DT LIMITS THE INDEXED
      *    EVENTS TO ONE GENERATION; SPACES SHOWS THEM ALL.  CARRIER
      *    RESPONSES, ALERTS, AND QUEUE ROWS BELONG TO NO ONE
      *    GENERATION AND ARE ALWAYS SHOWN.
      *
      *    THE ANSWER IS RETURNED A PAGE (AUQ-MAX-EVENTS) AT A TIME.
      *    THE CALLER ASKS FOR THE NEXT PAGE BY ADDING THE RETURNED
      *    AUQ-EVENT-COUNT TO AUQ-SKIP-COUNT WHILE AUQ-MORE-EVENTS IS
      *    ON.  NOTHING IS UPDATED.
      *
      *================================================================
      *
      *  MAINTENANCE HISTORY:
      *
      *  VER    DATE       PPR     PROG  COMMENTS
      *  --  ----------  ---------  --   -------------------------------
      *  01  10/15/2026  TT 1400864 DLH  ORIGINAL VERSION.  ONE
      *                                  INQUIRY OVER EVERY SIDE
      *                                  RECORD, ALERT, CARRIER
      *                                  RESPONSE, AND QUEUE ENTRY
      *                                  FOR A CLAIM.
      *  02  10/15/2026  TT 1400866 DLH  LIST THE PAYMENT HOLD AND
      *                                  HOLD DECISION FEEDS.
      *  03  10/15/2026  TT 1400867 DLH  LIST THE PROVIDER REMITTANCE
      *                                  FEED.
      *  04  10/15/2026  TT 1400869 DLH  LIST THE SNF UTILIZATION FEED.
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
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           04  AUQ-END-OF-CURSOR-SW           PIC X(01)  VALUE 'N'.
               88  AUQ-END-OF-CURSOR              VALUE 'Y'.
      *
       01  CONSTANTS.
           04  AUQ-MAX-EVENTS                 PIC S9(04) BINARY
                                                         VALUE +50.
      *
       01  SQL-SQLCODE                        PIC S9(09).
           88  SQL-SUCCESS                    VALUE 00.
           88  SQL-NOTFND                     VALUE +100.
      *
       01  WORK-AREAS.
           04  AUQ-SKIPPED                    PIC S9(09) BINARY
                                                         VALUE +0.
           04  AUQ-SUB                        PIC S9(04) BINARY
                                                         VALUE +0.
           04  AUQ-HV-PLAN-CODE               PIC X(03).
           04  AUQ-HV-CLAIM-NUMBER            PIC X(11).
           04  AUQ-HV-ALL-GENS                PIC X(01).
           04  AUQ-HV-GEN-DT                  PIC X(10).
           04  AUQ-HV-SQL-DISPLAY             PIC ZZZZZZZZ9-.
      *
      *-----------------------------------------------------------------
      *  ONE FETCHED EVENT, WHATEVER SOURCE IT CAME FROM
      *-----------------------------------------------------------------
       01  AUQ-FETCHED-EVENT.
           04  AUQ-HV-LINE-NUMBER             PIC X(03).
           04  AUQ-HV-EVENT-TS                PIC X(26).
           04  AUQ-HV-FEED-CODE               PIC X(02).
           04  AUQ-HV-PATIENT-CODE            PIC X(02).
           04  AUQ-HV-DISPOSITION             PIC X(02).
           04  AUQ-HV-PROCESSED-DT            PIC X(10).
           04  AUQ-HV-REASON-CODE             PIC X(08).
           04  AUQ-HV-AMOUNT-1                PIC S9(09)V99 COMP-3.
           04  AUQ-HV-AMOUNT-2                PIC S9(09)V99 COMP-3.
           04  AUQ-HV-EVENT-TEXT              PIC X(70).
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
      *  THE THREE SOURCES, SHAPED ALIKE AND ORDERED BY LINE, THEN
      *  TIME, THEN FEED.  CLAIM-LEVEL EVENTS CARRY LINE '000' AND SO
      *  SORT AHEAD OF THE CHARGE LINES.  AN ALERT ONLY CARRIES ITS
      *  DATE, SO IT SORTS AT THE START OF THAT DAY; ITS AMOUNTS ARE
      *  THE OCCURRENCE COUNT AND SQLCODE.  A QUEUE ROW'S REASON IS
      *  THE RUN ID THAT QUEUED IT.
      *-----------------------------------------------------------------
           EXEC SQL
                DECLARE AUDIT-EVENTS CURSOR FOR
                SELECT
                  A.LINE_NUMBER
                 ,CHAR(A.EVENT_TS)
                 ,A.FEED_CODE
                 ,A.PATIENT_CODE
                 ,A.DISPOSITION_CODE
                 ,CHAR(A.PROCESSED_DATE, ISO)
                 ,A.REASON_CODE
                 ,A.AMOUNT_1
                 ,A.AMOUNT_2
                 ,A.EVENT_TEXT
                FROM
                  CLAIM_AUDIT_EVENT A
                WHERE
                  A.PLAN_CODE = :AUQ-HV-PLAN-CODE
                  AND A.CLAIM_NUMBER = :AUQ-HV-CLAIM-NUMBER
                  AND (:AUQ-HV-ALL-GENS = 'Y'
                       OR A.DISPOSITION_CODE = '  '
                       OR A.PROCESSED_DATE = DATE(:AUQ-HV-GEN-DT))
                UNION ALL
                SELECT
                  B.CHG_LINE_NUMBER
                 ,CHAR(TIMESTAMP(B.ALERT_DATE, '00.00.00'))
                 ,'AL'
                 ,'  '
                 ,'  '
                 ,CHAR(B.ALERT_DATE, ISO)
                 ,B.ALERT_CODE
                 ,DECIMAL(B.OCCURRENCE_CNT, 11, 2)
                 ,DECIMAL(B.SQL_CODE, 11, 2)
                 ,SUBSTR(B.SEVERITY || ' ' || B.MESSAGE_TEXT, 1, 70)
                FROM
                  MGMT_ALERT_REPO B
                WHERE
                  B.PLAN_CODE = :AUQ-HV-PLAN-CODE
                  AND B.CLAIM_NUMBER = :AUQ-HV-CLAIM-NUMBER
                UNION ALL
                SELECT
                  '000'
                 ,CHAR(C.QUEUED_TS)
                 ,'MQ'
                 ,C.PATIENT_CODE
                 ,'D' || C.ADJUSTMENT_DISP
                 ,CHAR(DATE(C.QUEUED_TS), ISO)
                 ,C.RUN_ID
                 ,0
                 ,0
                 ,'QUEUED FOR ADJUSTMENT - QUEUE STATUS '
                  || C.QUEUE_STATUS
                FROM
                  MASS_ADJ_QUEUE C
                WHERE
                  C.PLAN_CODE = :AUQ-HV-PLAN-CODE
                  AND C.CLAIM_NUMBER = :AUQ-HV-CLAIM-NUMBER
                ORDER BY
                  1, 2, 3
           END-EXEC.
      *
      *=================================================================
      *===      LINKAGE SECTION
      *=================================================================
       LINKAGE SECTION.
      *
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
      *=================================================================
      *===      PROCEDURE DIVISION
      *=================================================================
       PROCEDURE DIVISION  USING  AUQ-INQUIRY-PARMS.
      *
      *=================================================================
      *===      MAINLINE
      *=================================================================
       0000-MAINLINE.
      *
           MOVE '00'   TO AUQ-RESULT-CODE
           MOVE SPACES TO AUQ-RESULT-MESSAGE
           MOVE 'N'    TO AUQ-MORE-SW
           MOVE ZEROES TO AUQ-EVENT-COUNT
           MOVE 'N'    TO AUQ-END-OF-CURSOR-SW
           MOVE ZEROES TO AUQ-SKIPPED
      *
           PERFORM 1000-EDIT-REQUEST THRU 1000-EXIT
      *
           IF  NOT AUQ-RESULT-OK
               GO TO 0000-GOBACK
           END-IF
      *
           EXEC SQL
                OPEN AUDIT-EVENTS
           END-EXEC
           MOVE SQLCODE TO SQL-SQLCODE
           IF  NOT SQL-SUCCESS
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
               GO TO 0000-GOBACK
           END-IF
      *
           PERFORM 2000-SKIP-EVENT THRU 2000-EXIT
              UNTIL AUQ-END-OF-CURSOR
                 OR AUQ-SKIPPED NOT < AUQ-SKIP-COUNT
      *
           PERFORM 3000-LOAD-EVENT THRU 3000-EXIT
              UNTIL AUQ-END-OF-CURSOR
                 OR AUQ-EVENT-COUNT NOT < AUQ-MAX-EVENTS
      *
      *-----------------------------------------------------------------
      *  PAGE FULL -- ONE MORE FETCH TELLS THE CALLER WHETHER THERE
      *  IS ANOTHER PAGE.
      *-----------------------------------------------------------------
           IF  NOT AUQ-END-OF-CURSOR
               PERFORM 2100-FETCH-EVENT THRU 2100-EXIT
               IF  NOT AUQ-END-OF-CURSOR
                   SET AUQ-MORE-EVENTS TO TRUE
               END-IF
           END-IF
      *
           EXEC SQL
                CLOSE AUDIT-EVENTS
           END-EXEC
           MOVE SQLCODE TO SQL-SQLCODE
           IF  NOT SQL-SUCCESS
           AND AUQ-RESULT-OK
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
               GO TO 0000-GOBACK
           END-IF
      *
           IF  AUQ-RESULT-OK
               IF  AUQ-EVENT-COUNT = 0
                   IF  AUQ-SKIP-COUNT = 0
                       MOVE '04' TO AUQ-RESULT-CODE
                       MOVE 'NO AUDIT EVENTS FOUND FOR THIS CLAIM'
                         TO AUQ-RESULT-MESSAGE
                   ELSE
                       MOVE 'NO MORE AUDIT EVENTS FOR THIS CLAIM'
                         TO AUQ-RESULT-MESSAGE
                   END-IF
               END-IF
           END-IF
           .
       0000-GOBACK.
           GOBACK.
      *
       1000-EDIT-REQUEST.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   PLAN AND CLAIM NUMBER ARE REQUIRED.  A GENERATION DATE, IF
      *   KEYED, MUST BE AN ISO DATE (CCYY-MM-DD) -- THE DATE IS
      *   PROVED BY DB2 BEFORE THE CURSOR OPENS, SO A KEYING ERROR
      *   COMES BACK AS A REJECT RATHER THAN AN SQL ERROR.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           IF  AUQ-PLAN-CODE = SPACES
           OR  AUQ-CLAIM-NUMBER = SPACES
               MOVE '08' TO AUQ-RESULT-CODE
               MOVE 'PLAN CODE AND CLAIM NUMBER REQUIRED'
                 TO AUQ-RESULT-MESSAGE
               GO TO 1000-EXIT
           END-IF
      *
           IF  AUQ-SKIP-COUNT < 0
               MOVE ZEROES TO AUQ-SKIP-COUNT
           END-IF
      *
           MOVE AUQ-PLAN-CODE    TO AUQ-HV-PLAN-CODE
           MOVE AUQ-CLAIM-NUMBER TO AUQ-HV-CLAIM-NUMBER
      *
           IF  AUQ-GEN-PROCESSED-DT = SPACES
               MOVE 'Y'          TO AUQ-HV-ALL-GENS
               MOVE '0001-01-01' TO AUQ-HV-GEN-DT
               GO TO 1000-EXIT
           END-IF
      *
           MOVE 'N'                  TO AUQ-HV-ALL-GENS
           MOVE AUQ-GEN-PROCESSED-DT TO AUQ-HV-GEN-DT
           IF  AUQ-HV-GEN-DT (5:1) NOT = '-'
           OR  AUQ-HV-GEN-DT (8:1) NOT = '-'
               MOVE '08' TO AUQ-RESULT-CODE
               MOVE 'GENERATION DATE MUST BE CCYY-MM-DD OR BLANK'
                 TO AUQ-RESULT-MESSAGE
               GO TO 1000-EXIT
           END-IF
      *
           EXEC SQL
                SELECT CHAR(DATE(:AUQ-HV-GEN-DT), ISO)
                INTO   :AUQ-HV-GEN-DT
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE SQLCODE TO SQL-SQLCODE
           IF  NOT SQL-SUCCESS
               MOVE '08' TO AUQ-RESULT-CODE
               MOVE 'GENERATION DATE IS NOT A VALID DATE'
                 TO AUQ-RESULT-MESSAGE
           END-IF
           .
       1000-EXIT.
           EXIT.
      *
       2000-SKIP-EVENT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   PASS OVER THE EVENTS THE CALLER HAS ALREADY BEEN GIVEN.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           PERFORM 2100-FETCH-EVENT THRU 2100-EXIT
           IF  NOT AUQ-END-OF-CURSOR
               ADD +1 TO AUQ-SKIPPED
           END-IF
           .
       2000-EXIT.
           EXIT.
      *
       2100-FETCH-EVENT.
           EXEC SQL
                FETCH AUDIT-EVENTS
                INTO
                  :AUQ-HV-LINE-NUMBER
                 ,:AUQ-HV-EVENT-TS
                 ,:AUQ-HV-FEED-CODE
                 ,:AUQ-HV-PATIENT-CODE
                 ,:AUQ-HV-DISPOSITION
                 ,:AUQ-HV-PROCESSED-DT
                 ,:AUQ-HV-REASON-CODE
                 ,:AUQ-HV-AMOUNT-1
                 ,:AUQ-HV-AMOUNT-2
                 ,:AUQ-HV-EVENT-TEXT
           END-EXEC
      *
           MOVE SQLCODE TO SQL-SQLCODE
           EVALUATE TRUE
             WHEN SQL-SUCCESS
               CONTINUE
             WHEN SQL-NOTFND
               SET AUQ-END-OF-CURSOR TO TRUE
             WHEN OTHER
               SET AUQ-END-OF-CURSOR TO TRUE
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-EVALUATE
           .
       2100-EXIT.
           EXIT.
      *
       3000-LOAD-EVENT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   FETCH THE NEXT EVENT INTO THE NEXT SLOT OF THE PAGE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           PERFORM 2100-FETCH-EVENT THRU 2100-EXIT
           IF  AUQ-END-OF-CURSOR
               GO TO 3000-EXIT
           END-IF
      *
           ADD +1 TO AUQ-EVENT-COUNT
           MOVE AUQ-EVENT-COUNT     TO AUQ-SUB
           MOVE AUQ-HV-LINE-NUMBER   TO AUQ-EV-LINE-NUMBER (AUQ-SUB)
           MOVE AUQ-HV-EVENT-TS      TO AUQ-EV-EVENT-TS (AUQ-SUB)
           MOVE AUQ-HV-FEED-CODE     TO AUQ-EV-FEED-CODE (AUQ-SUB)
           MOVE AUQ-HV-PATIENT-CODE  TO AUQ-EV-PATIENT-CODE (AUQ-SUB)
           MOVE AUQ-HV-DISPOSITION   TO AUQ-EV-DISPOSITION (AUQ-SUB)
           MOVE AUQ-HV-PROCESSED-DT  TO AUQ-EV-PROCESSED-DT (AUQ-SUB)
           MOVE AUQ-HV-REASON-CODE   TO AUQ-EV-REASON-CODE (AUQ-SUB)
           MOVE AUQ-HV-AMOUNT-1      TO AUQ-EV-AMOUNT-1 (AUQ-SUB)
           MOVE AUQ-HV-AMOUNT-2      TO AUQ-EV-AMOUNT-2 (AUQ-SUB)
           MOVE AUQ-HV-EVENT-TEXT    TO AUQ-EV-EVENT-TEXT (AUQ-SUB)
           .
       3000-EXIT.
           EXIT.
      *
       9990-SQL-ERROR.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   RETURN THE SQL FAILURE TO THE CALLER.  READ-ONLY, SO THERE
      *   IS NOTHING TO BACK OUT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE '16' TO AUQ-RESULT-CODE
           MOVE SQL-SQLCODE TO AUQ-HV-SQL-DISPLAY
           MOVE SPACES TO AUQ-RESULT-MESSAGE
           STRING 'SQL ERROR - SQLCODE ' AUQ-HV-SQL-DISPLAY
               DELIMITED BY SIZE
               INTO AUQ-RESULT-MESSAGE
           END-STRING
           .
       9990-EXIT.
           EXIT.
