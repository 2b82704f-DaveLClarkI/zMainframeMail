      * 08/22/2026 DLC FIXG NOW REQUIRES THE MESSAGE TO BE SUSPENDED
      *                AND LEAVES THE HEADER (AND THE JOURNAL) ALONE
      *                WHEN NOTHING CARRIED THE OLD GROUP NAME.
      * 10/15/2026 DLC RLSE RETURNS A SUSPENDED MESSAGE THAT IS ALSO
      *                HELD OVER QUOTA TO THE QUOTA HOLD (JOURNALED
      *                QHLD) INSTEAD OF COMPLETING IT; ONLY MAILQTAB
      *                SETTLES IT FROM THERE.
      * 10/15/2026 DLC LEAVE THE CHANGED STAMP ALONE ON A MESSAGE
      *                SUSPENDED OVER QUOTA (FIXG) AND ON ITS RETURN
      *                TO THE QUOTA HOLD (RLSE).
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
           IF  RTC-CODE < +8
           AND MSUS-FOUND-COUNT > ZEROES
      * something matched the old group name -- stamp and rewrite
      * the header, then journal the repair.  a message suspended
      * over quota keeps its stamp:  MAILQTAB reads a stamp on a
      * held header as the sender's complete
               IF  NOT MMID-IS-SUSPENDED-QUOTA-HELD
                   CALL 'ASKTIME'   USING MMID-CHANGED-TIMESTAMP
               END-IF
               MOVE MSUS-USER-ID       TO MMID-UPDATED-BY
               MOVE MMID               TO VSUB
               SET  FUNC-REWRITE(VSUB) TO TRUE
           END-IF.

           IF  RTC-CODE < +8
      * release the message -- same state CMPL would have left it in,
      * unless it went over its system's quota:  that goes back to
      * the hold for MAILQTAB to release or discard.  the changed
      * stamp is left as it is on the way back to the hold -- only
      * the sender's complete may set it there
               IF  MMID-IS-SUSPENDED-QUOTA-HELD
                   SET  MMID-IS-QUOTA-HELD TO TRUE
               ELSE
                   CALL 'ASKTIME'   USING MMID-CHANGED-TIMESTAMP
                   SET  MMID-IS-COMPLETE TO TRUE
               END-IF
               MOVE MSUS-USER-ID       TO MMID-UPDATED-BY
               MOVE MMID               TO VSUB
               SET  FUNC-REWRITE(VSUB) TO TRUE
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               IF  STAT-NORMAL(VSUB)
                   ADD  1              TO MSUS-FOUND-COUNT
      * journal the release -- a return to the quota hold is not a
      * completion, so it is journaled as the hold it now is
                   IF  MMID-IS-QUOTA-HELD
                       MOVE 'QHLD'     TO MJRN-REQUEST
                       DISPLAY THIS-PGM ': MESSAGE RETURNED TO QUOTA'
                                        ' HOLD'
                                     UPON CONSOLE
                   ELSE
                       MOVE 'RLSE'     TO MJRN-REQUEST
                   END-IF
                   MOVE MSUS-MAIL-ID   TO MJRN-MAIL-ID
                   MOVE MMID-TO-GRP    TO MJRN-GRP-NAME
                   MOVE MSUS-USER-ID   TO MJRN-USER-ID
