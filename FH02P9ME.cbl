       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    FH02P9ME.
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
      *    PAYMENT HOLD SECOND-LEVEL APPROVAL.  CALLED BY THE ONLINE
      *    PAYMENT HOLD REVIEW TRANSACTION TO RELEASE OR DENY A CLAIM
      *    THAT 5600-PAYMENT-HOLD-SCREEN IN FH02P0M3 QUEUED ON
      *    PAYMENT_HOLD (THROUGH FH02P0NM) INSTEAD OF RELEASING IT TO
      *    THE CHECK RUN.
      *
      *    THE HOLD ROW CARRIES THE SIGNED-ON USER WHO FINALIZED THE
      *    CLAIM.  THAT USER MAY NOT DECIDE THE HOLD -- A HELD CLAIM
      *    ALWAYS NEEDS A SECOND PAIR OF EYES BEFORE IT PAYS.  THE
      *    DECIDING USER, THE DECISION, THE REASON, AND THE DECISION
      *    TIMESTAMP ARE RECORDED ON THE HOLD ROW, AND THE DECISION
      *    IS POSTED TO CLAIM_AUDIT_EVENT (FEED 'PA') SO THE SINGLE
      *    CLAIM AUDIT INQUIRY (FH02P9MB) SHOWS IT NEXT TO THE HOLD.
      *
      *    FUNCTIONS (PHA-FUNCTION IN THE COMMAREA):
      *      'R' RELEASE  - THE CHECK RUN PAYS THE CLAIM AS APPROVED.
      *      'D' DENY     - THE CHECK RUN NEVER PAYS THIS GENERATION.
      *                     THE CLAIM MUST BE ADJUSTED OR VOIDED BY
      *                     AN EXAMINER.  A REASON IS REQUIRED.
      *
      *    ONLY A ROW STILL IN HELD STATUS CAN BE DECIDED.  THE UPDATE
      *    RE-TESTS THE STATUS, SO TWO APPROVERS WORKING THE SAME
      *    CLAIM CANNOT BOTH DECIDE IT.
      *
      *================================================================
      *
      *  MAINTENANCE HISTORY:
      *
      *  VER    DATE       PPR     PROG  COMMENTS
      *  --  ----------  ---------  --   -------------------------------
      *  01  10/15/2026  TT 1400866 DLH  ORIGINAL VERSION.  SECOND-
      *                                  LEVEL RELEASE OR DENIAL OF A
      *                                  HELD PAYMENT, WITH USER ID
      *                                  AND TIMESTAMP.
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
       01  SQL-SQLCODE                        PIC S9(09).
           88  SQL-SUCCESS                    VALUE 00.
           88  SQL-NOTFND                     VALUE +100.
      *
       01  WORK-AREAS.
           04  PHA-HV-HELD-USER-ID            PIC X(08).
           04  PHA-HV-PATIENT-CODE            PIC X(02).
           04  PHA-HV-CONTRACT-ID             PIC X(09).
           04  PHA-HV-TOTAL-PAID              PIC S9(09)V99 COMP-3.
           04  PHA-HV-HELD-DAYS               PIC S9(09) BINARY.
           04  PHA-HV-NEW-STATUS              PIC X(01).
           04  PHA-HV-REASON-CODE             PIC X(08).
           04  PHA-HV-EVENT-TEXT              PIC X(40).
           04  PHA-HV-SQL-DISPLAY             PIC ZZZZZZZZ9-.
      *
      *-------------------------------------------------------------*
      *                      DB2 DECLARATIONS                       *
      *-------------------------------------------------------------*
      *
           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.
      *
      *=================================================================
      *===      LINKAGE SECTION
      *=================================================================
       LINKAGE SECTION.
      *
       01  PHA-APPROVAL-PARMS.
           04  PHA-FUNCTION                   PIC X(01).
               88  PHA-RELEASE-HOLD               VALUE 'R'.
               88  PHA-DENY-HOLD                  VALUE 'D'.
           04  PHA-PLAN-CODE                  PIC X(03).
           04  PHA-CLAIM-NUMBER               PIC X(11).
           04  PHA-USER-ID                    PIC X(08).
           04  PHA-DECISION-REASON            PIC X(60).
           04  PHA-TOTAL-PAID                 PIC S9(09)V99.
           04  PHA-HELD-DAYS                  PIC S9(05).
           04  PHA-RESULT-CODE                PIC X(02).
               88  PHA-RESULT-OK                  VALUE '00'.
               88  PHA-RESULT-REJECTED            VALUE '08'.
               88  PHA-RESULT-SQL-ERROR           VALUE '16'.
           04  PHA-RESULT-MESSAGE             PIC X(60).
      *
      *=================================================================
      *===      PROCEDURE DIVISION
      *=================================================================
       PROCEDURE DIVISION  USING  PHA-APPROVAL-PARMS.
      *
      *=================================================================
      *===      MAINLINE
      *=================================================================
       0000-MAINLINE.
      *
           MOVE '00'   TO PHA-RESULT-CODE
           MOVE SPACES TO PHA-RESULT-MESSAGE
           MOVE ZEROES TO PHA-TOTAL-PAID
                          PHA-HELD-DAYS
      *
           PERFORM 1000-EDIT-REQUEST THRU 1000-EXIT
           IF  NOT PHA-RESULT-OK
               GO TO 0000-GOBACK
           END-IF
      *
           PERFORM 2000-GET-OPEN-HOLD THRU 2000-EXIT
           IF  NOT PHA-RESULT-OK
               GO TO 0000-GOBACK
           END-IF
      *
           PERFORM 3000-RECORD-DECISION THRU 3000-EXIT
           IF  NOT PHA-RESULT-OK
               GO TO 0000-GOBACK
           END-IF
      *
           PERFORM 4000-POST-AUDIT-EVENT THRU 4000-EXIT
      *
           IF  PHA-RESULT-OK
               IF  PHA-RELEASE-HOLD
                   MOVE 'PAYMENT RELEASED TO THE CHECK RUN'
                     TO PHA-RESULT-MESSAGE
               ELSE
                   MOVE 'PAYMENT DENIED - CLAIM MUST BE ADJUSTED'
                     TO PHA-RESULT-MESSAGE
               END-IF
           END-IF
           .
       0000-GOBACK.
           GOBACK.
      *
       1000-EDIT-REQUEST.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   FIELD EDITS.  A DENIAL MUST SAY WHY.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           IF  NOT (PHA-RELEASE-HOLD OR PHA-DENY-HOLD)
               MOVE '08' TO PHA-RESULT-CODE
               MOVE 'FUNCTION MUST BE R (RELEASE) OR D (DENY)'
                 TO PHA-RESULT-MESSAGE
               GO TO 1000-EXIT
           END-IF
      *
           IF  PHA-PLAN-CODE = SPACES
           OR  PHA-CLAIM-NUMBER = SPACES
           OR  PHA-USER-ID = SPACES
               MOVE '08' TO PHA-RESULT-CODE
               MOVE 'PLAN, CLAIM NUMBER, AND USER REQUIRED'
                 TO PHA-RESULT-MESSAGE
               GO TO 1000-EXIT
           END-IF
      *
           IF  PHA-DENY-HOLD
           AND PHA-DECISION-REASON = SPACES
               MOVE '08' TO PHA-RESULT-CODE
               MOVE 'REASON REQUIRED TO DENY A HELD PAYMENT'
                 TO PHA-RESULT-MESSAGE
               GO TO 1000-EXIT
           END-IF
           .
       1000-EXIT.
           EXIT.
      *
       2000-GET-OPEN-HOLD.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   FIND THE CLAIM'S OPEN HOLD.  FH02P0NM SUPERSEDES AN OPEN
      *   HOLD WHEN THE CLAIM IS HELD AGAIN, SO THERE IS AT MOST ONE.
      *   THE USER WHO FINALIZED THE CLAIM MAY NOT DECIDE IT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           EXEC SQL
                SELECT
                  A.HELD_USER_ID
                 ,A.PATIENT_CODE
                 ,A.CONTRACT_ID_NUMBER
                 ,A.TOTAL_PAID_AMT
                 ,DAYS(CURRENT DATE) - DAYS(DATE(A.HELD_TS))
                INTO
                  :PHA-HV-HELD-USER-ID
                 ,:PHA-HV-PATIENT-CODE
                 ,:PHA-HV-CONTRACT-ID
                 ,:PHA-HV-TOTAL-PAID
                 ,:PHA-HV-HELD-DAYS
                FROM
                  PAYMENT_HOLD A
                WHERE
                  A.PLAN_CODE        = :PHA-PLAN-CODE
                  AND A.CLAIM_NUMBER = :PHA-CLAIM-NUMBER
                  AND A.HOLD_STATUS  = 'H'
           END-EXEC
           MOVE SQLCODE TO SQL-SQLCODE
           EVALUATE TRUE
             WHEN SQL-SUCCESS
               CONTINUE
             WHEN SQL-NOTFND
               MOVE '08' TO PHA-RESULT-CODE
               MOVE 'NO HELD PAYMENT FOR THIS PLAN AND CLAIM'
                 TO PHA-RESULT-MESSAGE
               GO TO 2000-EXIT
             WHEN OTHER
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
               GO TO 2000-EXIT
           END-EVALUATE
      *
           MOVE PHA-HV-TOTAL-PAID TO PHA-TOTAL-PAID
           MOVE PHA-HV-HELD-DAYS  TO PHA-HELD-DAYS
      *
           IF  PHA-HV-HELD-USER-ID = PHA-USER-ID
               MOVE '08' TO PHA-RESULT-CODE
               MOVE 'A SECOND APPROVER MUST DECIDE THIS HELD PAYMENT'
                 TO PHA-RESULT-MESSAGE
           END-IF
           .
       2000-EXIT.
           EXIT.
      *
       3000-RECORD-DECISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   STAMP THE DECISION ON THE HOLD ROW.  THE STATUS TEST IS
      *   REPEATED ON THE UPDATE, SO A ROW ANOTHER APPROVER DECIDED
      *   SINCE THE SELECT IS LEFT ALONE AND REPORTED.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           IF  PHA-RELEASE-HOLD
               MOVE 'R' TO PHA-HV-NEW-STATUS
           ELSE
               MOVE 'D' TO PHA-HV-NEW-STATUS
           END-IF
      *
           EXEC SQL
                UPDATE PAYMENT_HOLD
                   SET HOLD_STATUS      = :PHA-HV-NEW-STATUS
                      ,DECISION_USER_ID = :PHA-USER-ID
                      ,DECISION_TS      = CURRENT TIMESTAMP
                      ,DECISION_REASON  = :PHA-DECISION-REASON
                 WHERE PLAN_CODE        = :PHA-PLAN-CODE
                   AND CLAIM_NUMBER     = :PHA-CLAIM-NUMBER
                   AND HOLD_STATUS      = 'H'
           END-EXEC
           MOVE SQLCODE TO SQL-SQLCODE
           EVALUATE TRUE
             WHEN SQL-SUCCESS
               CONTINUE
             WHEN SQL-NOTFND
               MOVE '08' TO PHA-RESULT-CODE
               MOVE 'HELD PAYMENT WAS ALREADY DECIDED BY ANOTHER USER'
                 TO PHA-RESULT-MESSAGE
             WHEN OTHER
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-EVALUATE
           .
       3000-EXIT.
           EXIT.
      *
       4000-POST-AUDIT-EVENT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   INDEX THE DECISION ON CLAIM_AUDIT_EVENT, FEED 'PA', AS A
      *   CLAIM-LEVEL EVENT.  THE REASON CODE IS THE DECISION AND THE
      *   AMOUNTS ARE THE HELD PAYMENT AND THE DAYS IT WAS HELD.  THE
      *   ROW CARRIES NO DISPOSITION -- THE DECISION BELONGS TO THE
      *   HOLD, NOT TO AN ADJUDICATION GENERATION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           IF  PHA-RELEASE-HOLD
               MOVE 'RELEASE' TO PHA-HV-REASON-CODE
           ELSE
               MOVE 'DENY'    TO PHA-HV-REASON-CODE
           END-IF
           MOVE SPACES TO PHA-HV-EVENT-TEXT
           STRING 'HOLD DECIDED BY ' PHA-USER-ID
                  DELIMITED BY SIZE
                  INTO PHA-HV-EVENT-TEXT
           END-STRING
      *
           EXEC SQL
                INSERT INTO CLAIM_AUDIT_EVENT
                  (PLAN_CODE, CLAIM_NUMBER, PATIENT_CODE,
                   CONTRACT_ID_NUMBER, LINE_NUMBER, FEED_CODE,
                   DISPOSITION_CODE, PROCESSED_DATE, REASON_CODE,
                   AMOUNT_1, AMOUNT_2, EVENT_TEXT, EVENT_TS)
                VALUES
                  (:PHA-PLAN-CODE
                  ,:PHA-CLAIM-NUMBER
                  ,:PHA-HV-PATIENT-CODE
                  ,:PHA-HV-CONTRACT-ID
                  ,'000'
                  ,'PA'
                  ,'  '
                  ,CURRENT DATE
                  ,:PHA-HV-REASON-CODE
                  ,:PHA-HV-TOTAL-PAID
                  ,:PHA-HV-HELD-DAYS
                  ,:PHA-HV-EVENT-TEXT
                  ,CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SQL-SQLCODE
           IF  NOT SQL-SUCCESS
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-IF
           .
       4000-EXIT.
           EXIT.
      *
       9990-SQL-ERROR.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   RETURN THE SQL FAILURE TO THE ONLINE FRONT END.  THE
      *   TRANSACTION OWNS THE SYNCPOINT, SO A DECISION WHOSE AUDIT
      *   EVENT FAILED BACKS OUT WITH IT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE '16' TO PHA-RESULT-CODE
           MOVE SQL-SQLCODE TO PHA-HV-SQL-DISPLAY
           MOVE SPACES TO PHA-RESULT-MESSAGE
           STRING 'SQL ERROR - SQLCODE ' PHA-HV-SQL-DISPLAY
               DELIMITED BY SIZE
               INTO PHA-RESULT-MESSAGE
           END-STRING
           .
       9990-EXIT.
           EXIT.
