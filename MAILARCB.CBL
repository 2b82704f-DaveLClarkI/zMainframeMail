      *                FAILED RUN DIED, AND RECORD THE GENERATION'S
      *                COVERED CUTOFF AT CLEAN COMPLETION -- THE
      *                RETENTION SWEEP REFUSES TO PURGE PAST IT.
      * 10/15/2026 DLC OPEN EACH FRESH GENERATION WITH A 'G' LABEL
      *                RECORD NAMING THE RUN, SO THE KEYWORD SEARCH
      *                (MAILSRCB) CAN REPORT WHICH GENERATION OF A
      *                CONCATENATED ARCHIVE A MESSAGE CAME FROM.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
               IF  ARC-STAT NOT = '00'
                   PERFORM W50-MAILARC-ERROR THRU W55-EXIT
               END-IF

      * a fresh generation opens with its label record
               IF  SWEEP-NOT-RESTARTING
               AND RTC-CODE = ZERO
                   PERFORM B70-WRITE-LABEL THRU B75-EXIT
               END-IF
           END-IF.

       B15-EXIT.
       B65-EXIT.
           EXIT.

      /*****************************************************************
      *    WRITE THE GENERATION'S 'G' LABEL RECORD                     *
      *    NAMES THIS EXTRACT RUN BY ITS STARTED TIMESTAMP SO A SEARCH *
      *    ACROSS CONCATENATED GENERATIONS CAN SAY WHICH ONE A MESSAGE *
      *    CAME FROM.  A RESTART APPENDS TO THE SAME GENERATION, WHICH *
      *    ALREADY HAS ITS LABEL.                                      *
      ******************************************************************
       B70-WRITE-LABEL.

           MOVE SPACES                 TO MAILARC-RECORD.
           SET  MARC-GENERATION-REC    TO TRUE.
           MOVE ZEROES                 TO MARC-MAIL-ID
                                          MARC-SEQ.
           COMPUTE MARC-DATA-LEN =
                   LENGTH OF MARC-GEN-STARTED-TIMESTAMP
                 + LENGTH OF MARC-GEN-CUTOFF-TIMESTAMP.
           MOVE MCKP-STARTED-TIMESTAMP TO MARC-GEN-STARTED-TIMESTAMP.
           MOVE WS-CUTOFF-TIMESTAMP    TO MARC-GEN-CUTOFF-TIMESTAMP.
           PERFORM W00-WRITE-MAILARC THRU W05-EXIT.

       B75-EXIT.
           EXIT.

      /*****************************************************************
      *    CHECK A VSAM OR WORK FILE'S STATUS                          *
      ******************************************************************
