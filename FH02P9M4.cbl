      *    CHARGE LINE ALSO LANDS ON THE EXCEPTION REPORT INSTEAD OF
      *    IN SOMEBODY'S INBOX.
      *
      *    EVERY MATCHED RESPONSE, WHATEVER ITS TYPE, IS ALSO POSTED
      *    TO CLAIM_AUDIT_EVENT AS FEED 'CR' SO THE SINGLE-CLAIM AUDIT
      *    INQUIRY (FH02P9MB) SHOWS THE CARRIER'S ANSWER NEXT TO THE
      *    FH02P0NA RECORD IT ANSWERS.
      *
      *================================================================
      *
      *  MAINTENANCE HISTORY:
      *                                  RESPONSES TO THE OUTBOUND
      *                                  FH02P0NA COB NOTIFICATION
      *                                  EXTRACT.
      *  02  10/15/2026  TT 1400864 DLH  POST EACH MATCHED RESPONSE TO
      *                                  CLAIM_AUDIT_EVENT (FEED 'CR')
      *                                  FOR THE CLAIM AUDIT INQUIRY.
      *
      *================================================================
      *
                                                         VALUE +0.
           04  CRS-EXCEPTIONS-WRITTEN         PIC S9(09) BINARY
                                                         VALUE +0.
      *%%% DLH TT 1400864 BEGIN
           04  CRS-EVENTS-POSTED              PIC S9(09) BINARY
                                                         VALUE +0.
      *%%% DLH TT 1400864 END
           04  CRS-SINCE-COMMIT               PIC S9(09) BINARY
                                                         VALUE +0.
           04  CRS-EXC-LINE-CNT               PIC S9(04) BINARY
           04  CRS-HV-ID-NUMBER               PIC S9(09) BINARY.
           04  CRS-HV-RUN-ID                  PIC X(08).
           04  CRS-HV-MATCH-COUNT             PIC S9(09) BINARY.
      *%%% DLH TT 1400864 BEGIN
           04  CRS-HV-REASON-CODE             PIC X(08).
           04  CRS-HV-APOC-AMT-1              PIC S9(09)V99 COMP-3.
           04  CRS-HV-APOC-AMT-2              PIC S9(09)V99 COMP-3.
           04  CRS-HV-EVENT-TEXT              PIC X(40).
      *%%% DLH TT 1400864 END
      *
       01  CURRENT-DATE-FIELDS.
           04  CDF-CURRENT-DATE.
               PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
               GO TO 2000-NEXT
           END-IF
      *
      *%%% DLH TT 1400864 BEGIN
           PERFORM 3500-POST-AUDIT-EVENT THRU 3500-EXIT
      *%%% DLH TT 1400864 END
      *
           EVALUATE TRUE
             WHEN CRS-RESP-ACCEPTED
           .
       3000-EXIT.
           EXIT.
      *
      *%%% DLH TT 1400864 BEGIN
       3500-POST-AUDIT-EVENT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   INDEX THE MATCHED RESPONSE ON CLAIM_AUDIT_EVENT, FEED 'CR',
      *   AGAINST THE CHARGE LINE IT ANSWERS.  THE REASON CODE IS THE
      *   RESPONSE TYPE AND ANY DISPUTE REASON; THE AMOUNTS ARE THE
      *   CARRIER'S APOC AMOUNTS.  THE ROW CARRIES NO DISPOSITION --
      *   A CARRIER RESPONSE IS NOT PART OF ANY ONE ADJUDICATION
      *   GENERATION.  THE NOT EXISTS KEEPS A RERUN OF THE SAME FILE
      *   FROM POSTING THE SAME RESPONSE TWICE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE SPACES               TO CRS-HV-REASON-CODE
           MOVE CRS-RESPONSE-TYPE    TO CRS-HV-REASON-CODE (1:1)
           MOVE CRS-DISPUTE-REASON   TO CRS-HV-REASON-CODE (3:3)
           MOVE CRS-APOC-AMT-1       TO CRS-HV-APOC-AMT-1
           MOVE CRS-APOC-AMT-2       TO CRS-HV-APOC-AMT-2
           MOVE SPACES               TO CRS-HV-EVENT-TEXT
           STRING 'CARRIER ' CRS-CARRIER-ID ' RESPONSE '
                  CRS-RESPONSE-DATE
                  DELIMITED BY SIZE
                  INTO CRS-HV-EVENT-TEXT
           END-STRING
      *
           EXEC SQL
                INSERT INTO CLAIM_AUDIT_EVENT
                  (PLAN_CODE, CLAIM_NUMBER, PATIENT_CODE,
                   CONTRACT_ID_NUMBER, LINE_NUMBER, FEED_CODE,
                   DISPOSITION_CODE, PROCESSED_DATE, REASON_CODE,
                   AMOUNT_1, AMOUNT_2, EVENT_TEXT, EVENT_TS)
                SELECT
                   :CRS-HV-PLAN-CODE
                  ,:CRS-HV-CLAIM-NUMBER
                  ,:CRS-HV-PATIENT-CODE
                  ,:CRS-HV-CONTRACT-ID
                  ,:CRS-HV-LINE-NUMBER
                  ,'CR'
                  ,'  '
                  ,CURRENT DATE
                  ,:CRS-HV-REASON-CODE
                  ,:CRS-HV-APOC-AMT-1
                  ,:CRS-HV-APOC-AMT-2
                  ,:CRS-HV-EVENT-TEXT
                  ,CURRENT TIMESTAMP
                FROM SYSIBM.SYSDUMMY1
                WHERE NOT EXISTS
                  (SELECT 1
                   FROM CLAIM_AUDIT_EVENT B
                   WHERE B.PLAN_CODE = :CRS-HV-PLAN-CODE
                     AND B.CLAIM_NUMBER = :CRS-HV-CLAIM-NUMBER
                     AND B.PATIENT_CODE = :CRS-HV-PATIENT-CODE
                     AND B.LINE_NUMBER = :CRS-HV-LINE-NUMBER
                     AND B.FEED_CODE = 'CR'
                     AND B.REASON_CODE = :CRS-HV-REASON-CODE
                     AND B.EVENT_TEXT = :CRS-HV-EVENT-TEXT)
           END-EXEC
      *
           MOVE SQLCODE TO SQL-SQLCODE
           EVALUATE TRUE
             WHEN SQL-SUCCESS
               ADD +1 TO CRS-EVENTS-POSTED
               ADD +1 TO CRS-SINCE-COMMIT
               IF  CRS-SINCE-COMMIT NOT < CRS-COMMIT-FREQUENCY
                   EXEC SQL
                        COMMIT
                   END-EXEC
                   MOVE ZEROES TO CRS-SINCE-COMMIT
               END-IF
             WHEN SQL-NOTFND
               CONTINUE
             WHEN OTHER
               PERFORM 9990-SQL-ERROR THRU 9990-EXIT
           END-EVALUATE
           .
       3500-EXIT.
           EXIT.
      *%%% DLH TT 1400864 END
      *
       4000-WRITE-EXCEPTION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE 'EXCEPTIONS REPORTED:          ' TO EXC-TOT-LITERAL
           MOVE CRS-EXCEPTIONS-WRITTEN           TO EXC-TOT-COUNT
           WRITE COB-EXCEPTION-LINE FROM EXC-TOTAL-LINE
      *%%% DLH TT 1400864 BEGIN
           MOVE 'AUDIT EVENTS POSTED:          ' TO EXC-TOT-LITERAL
           MOVE CRS-EVENTS-POSTED                TO EXC-TOT-COUNT
           WRITE COB-EXCEPTION-LINE FROM EXC-TOTAL-LINE
      *%%% DLH TT 1400864 END
      *
           MOVE CRS-RESPONSES-READ TO CRS-DISPLAY-COUNT
           DISPLAY 'FH02P9M4 RESPONSES READ:     ' CRS-DISPLAY-COUNT
           DISPLAY 'FH02P9M4 CLAIMS QUEUED:      ' CRS-DISPLAY-COUNT
           MOVE CRS-EXCEPTIONS-WRITTEN TO CRS-DISPLAY-COUNT
           DISPLAY 'FH02P9M4 EXCEPTIONS WRITTEN: ' CRS-DISPLAY-COUNT
      *%%% DLH TT 1400864 BEGIN
           MOVE CRS-EVENTS-POSTED TO CRS-DISPLAY-COUNT
           DISPLAY 'FH02P9M4 AUDIT EVENTS POSTED:' CRS-DISPLAY-COUNT
      *%%% DLH TT 1400864 END
      *
           CLOSE CARRIER-RESPONSE-FILE
                 COB-EXCEPTION-REPORT
