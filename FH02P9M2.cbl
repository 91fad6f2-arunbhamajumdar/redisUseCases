      *                                  PARM TO EACH CLAIM'S CURRENT
      *                                  PAID AMOUNT.
      *
      *  04  10/15/2026  TT 1400868 DLH  STAMP RUN_COMPLETE_TS ON THE
      *                                  RESTART ROW WHEN A LIVE RUN
      *                                  REACHES THE END OF ITS
      *                                  SELECTION, SO THE RETENTION
      *                                  JOB (FH02P9MH) CAN TELL A
      *                                  FINISHED RUN FROM ONE
      *                                  WAITING ON A RESTART.
      *
      *================================================================
      *
       ENVIRONMENT DIVISION.
           AND ADJ-CLAIMS-SINCE-CHKPT > 0
               PERFORM 4500-TAKE-CHECKPOINT THRU 4500-EXIT
           END-IF
      *%%% DLH TT 1400868 BEGIN
           IF  ADJ-LIVE-RUN
               EXEC SQL
                    UPDATE MASS_ADJ_RESTART
                       SET RUN_COMPLETE_TS = CURRENT TIMESTAMP
                     WHERE RUN_ID = :ADJ-CHKPT-RUN-ID
               END-EXEC
               MOVE SQLCODE TO SQL-SQLCODE
               IF  NOT SQL-SUCCESS
                   PERFORM 9990-SQL-ERROR THRU 9990-EXIT
               END-IF
               EXEC SQL
                    COMMIT
               END-EXEC
           END-IF
      *%%% DLH TT 1400868 END
      *
           EXEC SQL
                CLOSE AFFECTED-CLAIMS
