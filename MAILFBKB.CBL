      *                RE-QUEUES A RETRYABLE FAILURE FOR THE NEXT
      *                MAILDLVB SWEEP BY CLEARING THE MESSAGE'S SENT
      *                TIMESTAMP, AND PRINTS THE DAILY BOUNCE REPORT
      *                BY DISTRIBUTION GROUP.  FEEDBACK ON A DAILY
      *                DIGEST IS RECORDED AGAINST EACH MESSAGE THE
      *                DIGEST CARRIED, AND A RETRYABLE BOUNCE PUTS
      *                THOSE MESSAGES BACK ON THE MAILDGS QUEUE FOR THE
      *                NEXT DIGEST RUN.

      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC RECORD DAILY DIGEST FEEDBACK PER MESSAGE CARRIED
      *                AND RE-QUEUE A BOUNCED DIGEST ON MAILDGS.
      * 10/15/2026 DLC MARK AN OUTCOME RECORDED FROM DIGEST FEEDBACK AS
      *                DELIVERED VIA DIGEST ON MAILDLS.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
               FILE STATUS IS FILE3-STAT
                              FILE3-FDBK.

           SELECT MAILDGS
               ASSIGN TO MAILDGS
               ACCESS IS DYNAMIC INDEXED
               RECORD KEY IS MDGS-KEY
               FILE STATUS IS FILE4-STAT
                              FILE4-FDBK.

           SELECT MAILFBK
               ASSIGN TO MAILFBK
               ORGANIZATION IS SEQUENTIAL
             DEPENDING ON MMID-RECL.
       COPY MAILMID.

       FD  MAILDLS
           RECORD IS VARYING IN SIZE
             FROM 79 TO 80
             DEPENDING ON MDLS-RECL.
       COPY MAILDLS.

       FD  MAILJRN
             DEPENDING ON MJRN-RECL.
       COPY MAILJRN.

       FD  MAILDGS.
       COPY MAILDGS.

       FD  MAILFBK
           RECORD CONTAINS 80 CHARACTERS.
       COPY MAILFBK.
         03  MMID                      PIC S9(4)    BINARY VALUE 1.
         03  MDLS                      PIC S9(4)    BINARY VALUE 2.
         03  JRNL                      PIC S9(4)    BINARY VALUE 3.
         03  MDGS                      PIC S9(4)    BINARY VALUE 4.

         03  VAR-TEXTL                 PIC S9(4)    BINARY.
         03  VAR-TEXT                  PIC  X(245)  VALUE SPACES.

         03  MMID-RECL                 PIC  9(5).
         03  MJRN-RECL                 PIC  9(5).
         03  MDLS-RECL                 PIC  9(5).

         03  FBK-STAT                  PIC  X(2).
           88  FBK-STAT-NORMAL                      VALUE '00'.
         03  WS-NOW-TIMESTAMP          PIC S9(15)   COMP-3.
         03  GSUB                      PIC S9(4)    BINARY.

      * THE MESSAGE, RECIPIENT AND GROUP AN OUTCOME IS RECORDED FOR --
      * THE FEEDBACK RECORD'S OWN, OR ONE MESSAGE A DIGEST CARRIED
         03  WS-DLS-MAIL-ID            PIC S9(8)    COMP.
         03  WS-DLS-USER-ID            PIC  X(8).
         03  WS-DLS-TO-GRP             PIC  X(8).
         03  WS-DLS-DELIVERY-SW        PIC  X(1).

         03  WS-DIGEST-MATCHED         PIC S9(8)    COMP.

         03  DIGEST-SW                 PIC  X(1)    VALUE 'N'.
           88  FEEDBACK-IS-DIGEST                   VALUE 'Y'.
           88  FEEDBACK-NOT-DIGEST                  VALUE 'N'.

      * PER-GROUP BOUNCE REPORT ACCUMULATORS -- ONE ENTRY PER
      * DISTRIBUTION GROUP SEEN ON THE FEEDBACK DATASET
       01  GROUP-TOTALS-TABLE.
           MOVE 'MAILMID'              TO VSAM-FILE(MMID).
           MOVE 'MAILDLS'              TO VSAM-FILE(MDLS).
           MOVE 'MAILJRN'              TO VSAM-FILE(JRNL).
           MOVE 'MAILDGS'              TO VSAM-FILE(MDGS).

           MOVE LENGTH OF MMID-KEY     TO VSAM-KEYL(MMID).
           MOVE LENGTH OF MDLS-KEY     TO VSAM-KEYL(MDLS).
           MOVE LENGTH OF MJRN-KEY     TO VSAM-KEYL(JRNL).
           MOVE LENGTH OF MDGS-KEY     TO VSAM-KEYL(MDGS).

           SET  FUNC-OPEN(MMID)        TO TRUE.
           SET  FUNC-OPEN(MDLS)        TO TRUE.
           SET  FUNC-OPEN(JRNL)        TO TRUE.
           SET  FUNC-OPEN(MDGS)        TO TRUE.

           OPEN I-O    MAILMID
                       MAILDLS
                       MAILJRN
                       MAILDGS.

           MOVE MMID                   TO VSUB.
           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK.
           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK.
           MOVE JRNL                   TO VSUB.
           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK.
           MOVE MDGS                   TO VSUB.
           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK.

           OPEN INPUT MAILFBK.
           IF  NOT FBK-STAT-NORMAL
               SET  FUNC-CLOSE(MMID)  TO TRUE
               SET  FUNC-CLOSE(MDLS)  TO TRUE
               SET  FUNC-CLOSE(JRNL)  TO TRUE
               SET  FUNC-CLOSE(MDGS)  TO TRUE

               CLOSE MAILMID
                     MAILDLS
                     MAILJRN
                     MAILDGS
                     MAILFBK

               MOVE MMID              TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE JRNL              TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE MDGS              TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

           DISPLAY THIS-PGM ': RECORDS='  MFBP-RECORD-COUNT

      /*****************************************************************
      *    PROCESS ONE PER-RECIPIENT FEEDBACK RECORD                   *
      *    FEEDBACK ON A DAILY DIGEST IS RECORDED, AND ON A RETRYABLE  *
      *    BOUNCE RE-QUEUED, AGAINST EACH MESSAGE THE DIGEST CARRIED.  *
      ******************************************************************
       D00-PROCESS-FEEDBACK.

           PERFORM G00-TALLY-GROUP THRU G90-EXIT.

           IF  MFBK-TO-GRP = '*DIGEST*'
               SET  FEEDBACK-IS-DIGEST TO TRUE
           ELSE
               SET  FEEDBACK-NOT-DIGEST TO TRUE
           END-IF.

           IF  FEEDBACK-IS-DIGEST
               PERFORM J00-DIGEST-FEEDBACK THRU J90-EXIT
           ELSE
               MOVE MFBK-MAIL-ID       TO WS-DLS-MAIL-ID
               MOVE MFBK-USER-ID       TO WS-DLS-USER-ID
               MOVE MFBK-TO-GRP        TO WS-DLS-TO-GRP
               MOVE SPACE              TO WS-DLS-DELIVERY-SW
               PERFORM E00-RECORD-OUTCOME THRU E90-EXIT
           END-IF.

           EVALUATE TRUE
             WHEN MFBK-ACCEPTED
               ADD  1                  TO MFBP-ACCEPTED-COUNT
               ADD  1                  TO MFBP-BOUNCED-COUNT
               ADD  1                  TO GRP-TOTAL-BOUNCED(GSUB)
               PERFORM D50-PRINT-BOUNCE THRU D55-EXIT
               IF  FEEDBACK-NOT-DIGEST
                   PERFORM F00-REQUEUE-MESSAGE THRU F90-EXIT
               END-IF
             WHEN MFBK-BOUNCED-HARD
               ADD  1                  TO MFBP-BOUNCED-COUNT
               ADD  1                  TO GRP-TOTAL-BOUNCED(GSUB)
      ******************************************************************
       E00-RECORD-OUTCOME.

      * a record written before the delivery switch existed is too
      * short to reach it -- clear it ahead of the read
           MOVE SPACE                  TO MDLS-DELIVERY-SW.
           MOVE WS-DLS-MAIL-ID         TO MDLS-ID.
           MOVE WS-DLS-USER-ID         TO MDLS-USER-ID.

           MOVE MDLS                   TO VSUB.
           SET  FUNC-READ(VSUB)        TO TRUE.
           READ MAILDLS RECORD KEY IS MDLS-KEY END-READ.

           IF  STAT-NOTFND(VSUB)
               MOVE WS-DLS-MAIL-ID     TO MDLS-ID
               MOVE WS-DLS-USER-ID     TO MDLS-USER-ID
               MOVE WS-DLS-TO-GRP      TO MDLS-TO-GRP
               MOVE MFBK-STATUS-CODE   TO MDLS-STATUS-SW
               MOVE MFBK-REASON        TO MDLS-REASON
               MOVE WS-NOW-TIMESTAMP   TO MDLS-FIRST-STATUS-TIMESTAMP
                                          MDLS-LAST-STATUS-TIMESTAMP
               MOVE 1                  TO MDLS-ATTEMPT-COUNT
               MOVE WS-DLS-DELIVERY-SW TO MDLS-DELIVERY-SW
               MOVE LENGTH OF MAILDLS-RECORD TO MDLS-RECL

               SET  FUNC-WRITE(VSUB)   TO TRUE
               MOVE MDLS-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           ELSE
               IF  STAT-NORMAL(VSUB)
                   MOVE WS-DLS-TO-GRP  TO MDLS-TO-GRP
                   MOVE MFBK-STATUS-CODE
                                       TO MDLS-STATUS-SW
                   MOVE MFBK-REASON    TO MDLS-REASON
                   MOVE WS-NOW-TIMESTAMP
                                       TO MDLS-LAST-STATUS-TIMESTAMP
                   ADD  1              TO MDLS-ATTEMPT-COUNT
                   MOVE WS-DLS-DELIVERY-SW
                                       TO MDLS-DELIVERY-SW
                   MOVE LENGTH OF MAILDLS-RECORD
                                       TO MDLS-RECL

                   SET  FUNC-REWRITE(VSUB) TO TRUE
                   REWRITE MAILDLS-RECORD END-REWRITE
       G90-EXIT.
           EXIT.

      /*****************************************************************
      *    RECORD FEEDBACK ON A DAILY DIGEST                           *
      *    THE USER'S MAILDGS QUEUE RECORDS SENT UNDER THE DIGEST      *
      *    NUMBER NAME THE MESSAGES IT CARRIED.  THE OUTCOME IS        *
      *    RECORDED ON MAILDLS FOR EACH, AND A RETRYABLE BOUNCE PUTS   *
      *    EACH BACK TO PENDING FOR THE NEXT DIGEST RUN.  A DIGEST     *
      *    WHOSE QUEUE RECORDS ARE GONE IS REPORTED AND SKIPPED.       *
      ******************************************************************
       J00-DIGEST-FEEDBACK.

           MOVE ZEROES                 TO WS-DIGEST-MATCHED.

           MOVE MFBK-USER-ID           TO MDGS-USER-ID.
           MOVE ZEROES                 TO MDGS-MAIL-ID.
           MOVE MDGS                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           MOVE MDGS-KEY               TO VSAM-KEYD(VSUB).
           START MAILDGS KEY >= MDGS-KEY END-START.

           PERFORM WITH TEST BEFORE
             UNTIL MDGS-USER-ID NOT = MFBK-USER-ID
                OR NOT STAT-NORMAL(VSUB)
                OR RTC-CODE > +7
               SET  FUNC-READNEXT(VSUB) TO TRUE
               READ MAILDGS NEXT RECORD END-READ
               MOVE MDGS-KEY           TO VSAM-KEYD(VSUB)
               IF  STAT-NORMAL(VSUB)
               AND MDGS-USER-ID = MFBK-USER-ID
               AND MDGS-SENT
               AND MDGS-DIGEST-ID = MFBK-MAIL-ID
                   PERFORM J10-DIGESTED-MESSAGE THRU J15-EXIT
      * re-point VSUB back at the MAILDGS status table entry for the
      * browse loop's use
                   MOVE MDGS           TO VSUB
               END-IF
           END-PERFORM.

           IF  STAT-EOFILE(VSUB)
           OR  STAT-NOTFND(VSUB)
               SET  STAT-NORMAL(VSUB)  TO TRUE
           END-IF.

           IF  NOT STAT-NORMAL(VSUB)
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': SCANNING '
                      'MAILDGS...'        DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO J90-EXIT
           END-IF.

           IF  WS-DIGEST-MATCHED = ZEROES
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': DIGEST '         DELIMITED BY SIZE
                      MFBK-MAIL-ID        DELIMITED BY SIZE
                      ' FOR '             DELIMITED BY SIZE
                      MFBK-USER-ID        DELIMITED BY SPACE
                      ' NOT ON FILE - FEEDBACK NOT RECORDED'
                                          DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               IF  RTC-CODE < +4
                   MOVE +4             TO RTC-CODE
                   PERFORM B80-CALL-RTCMAN THRU B85-EXIT
               END-IF
           END-IF.

           GO TO J90-EXIT.

      * ONE MESSAGE THE DIGEST CARRIED
       J10-DIGESTED-MESSAGE.

           ADD  1                      TO WS-DIGEST-MATCHED.

           MOVE MDGS-MAIL-ID           TO WS-DLS-MAIL-ID.
           MOVE MDGS-USER-ID           TO WS-DLS-USER-ID.
           MOVE MDGS-TO-GRP            TO WS-DLS-TO-GRP.
           MOVE 'D'                    TO WS-DLS-DELIVERY-SW.
           PERFORM E00-RECORD-OUTCOME THRU E90-EXIT.

           IF  NOT MFBK-BOUNCED-RETRY
           OR  RTC-CODE > +7
               GO TO J15-EXIT
           END-IF.

      * back to pending -- the next digest run carries it again
           SET  MDGS-PENDING           TO TRUE.
           MOVE ZEROES                 TO MDGS-DIGEST-ID
                                          MDGS-SENT-TIMESTAMP.

           MOVE MDGS                   TO VSUB.
           SET  FUNC-REWRITE(VSUB)     TO TRUE.
           MOVE MDGS-KEY               TO VSAM-KEYD(VSUB).
           REWRITE MAILDGS-RECORD END-REWRITE.
           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK.

           IF  STAT-NORMAL(VSUB)
               ADD  1                  TO MFBP-REQUEUED-COUNT
               ADD  1                  TO GRP-TOTAL-REQUEUED(GSUB)
      * journal the re-queue against the message, as for any other
      * retryable bounce -- digested mail is always routine
               MOVE 'RTRY'             TO MJRN-REQUEST
               MOVE MDGS-MAIL-ID       TO MJRN-MAIL-ID
               MOVE MDGS-TO-GRP        TO MJRN-GRP-NAME
               MOVE JOBD-EXEC-PGM      TO MJRN-USER-ID
               MOVE THIS-PGM           TO MJRN-PGM
               MOVE SPACE              TO MJRN-PRIORITY
               PERFORM B70-WRITE-JOURNAL THRU B75-EXIT
           END-IF.

       J15-EXIT.
           EXIT.

       J90-EXIT.
           EXIT.

      /*****************************************************************
      *    PRINT THE PER-GROUP DELIVERY OUTCOME SUMMARY                *
      ******************************************************************
