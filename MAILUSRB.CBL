      *                RECORDS (DISPLAY NAME, EXTERNAL E-MAIL
      *                ADDRESS), DEACTIVATES AND REACTIVATES USERS,
      *                SETS OR CLEARS THE OUT-OF-OFFICE DELEGATE,
      *                SETS THE IMMEDIATE/DAILY-DIGEST DELIVERY
      *                PREFERENCE, AND LISTS THE DIRECTORY ONE USER
      *                PER CALL.

      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC NEW SETP REQUEST SETS A USER'S DELIVERY
      *                PREFERENCE (IMMEDIATE OR DAILY DIGEST), AND LSTU
      *                RETURNS IT.  THE MAILUSR FD IS NOW VARYING -- A
      *                RECORD WRITTEN BEFORE THE PREFERENCE EXISTED IS
      *                TOO SHORT TO REACH IT.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
      ******************************************************************
       FILE SECTION.

       FD  MAILUSR
           RECORD IS VARYING IN SIZE
             FROM 139 TO 255
             DEPENDING ON MUSR-RECL.
       COPY MAILUSR.

       FD  MAILJRN
         03  VAR-TEXTL                 PIC S9(4)    BINARY.
         03  VAR-TEXT                  PIC  X(245)  VALUE SPACES.

         03  MUSR-RECL                 PIC  9(5).
         03  MJRN-RECL                 PIC  9(5).

         03  WS-NOW-TIMESTAMP          PIC S9(15)   COMP-3.
                   PERFORM E00-SET-USER-STATUS THRU E90-EXIT
                 WHEN MUSP-SETDLG-PARMS
                   PERFORM F00-SET-DELEGATE    THRU F90-EXIT
                 WHEN MUSP-SETPRF-PARMS
                   PERFORM G00-SET-PREFERENCE  THRU G90-EXIT
                 WHEN MUSP-LSTUSR-PARMS
                   PERFORM H00-LIST-USER       THRU H90-EXIT
               END-EVALUATE
           AND NOT MUSP-DEACT-PARMS
           AND NOT MUSP-REACT-PARMS
           AND NOT MUSP-SETDLG-PARMS
           AND NOT MUSP-SETPRF-PARMS
           AND NOT MUSP-LSTUSR-PARMS
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
           END-IF.

           IF  RTC-CODE = ZERO
           AND MUSP-SETPRF-PARMS
           AND NOT MUSP-PREF-IMMEDIATE
           AND NOT MUSP-PREF-DIGEST
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': DELIVERY PREFERENCE MUST BE I OR D'
                                         DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
           END-IF.

           IF  RTC-CODE = ZERO
               MOVE 'MAILUSR'          TO VSAM-FILE(MUSR)
               MOVE 'MAILJRN'          TO VSAM-FILE(JRNL)
       C00-ADD-USER.

           MOVE MUSP-USER-ID            TO MUSR-USER-ID.
           MOVE SPACE                   TO MUSR-DELIVERY-PREF.

           MOVE MUSR                    TO VSUB.
           SET  FUNC-READ(VSUB)         TO TRUE.
               MOVE MUSP-REQ-USER-ID    TO MUSR-CREATED-BY
               MOVE ZEROES              TO MUSR-CHANGED-TIMESTAMP
               MOVE SPACES              TO MUSR-CHANGED-BY
               SET  MUSR-IMMEDIATE      TO TRUE

               MOVE LENGTH OF MAILUSR-RECORD
                                        TO MUSR-RECL
               SET  FUNC-WRITE(VSUB)    TO TRUE
               MOVE MUSR-KEY            TO VSAM-KEYD(VSUB)
               WRITE MAILUSR-RECORD END-WRITE
               MOVE WS-NOW-TIMESTAMP    TO MUSR-CHANGED-TIMESTAMP
               MOVE MUSP-REQ-USER-ID    TO MUSR-CHANGED-BY

               MOVE LENGTH OF MAILUSR-RECORD
                                        TO MUSR-RECL
               SET  FUNC-REWRITE(VSUB)  TO TRUE
               REWRITE MAILUSR-RECORD END-REWRITE
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE WS-NOW-TIMESTAMP    TO MUSR-CHANGED-TIMESTAMP
               MOVE MUSP-REQ-USER-ID    TO MUSR-CHANGED-BY

               MOVE LENGTH OF MAILUSR-RECORD
                                        TO MUSR-RECL
               SET  FUNC-REWRITE(VSUB)  TO TRUE
               REWRITE MAILUSR-RECORD END-REWRITE
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           IF  MUSP-DELEGATE-USER-ID > SPACES
               MOVE MUSP-DELEGATE-USER-ID
                                        TO MUSR-USER-ID
               MOVE SPACE               TO MUSR-DELIVERY-PREF
               MOVE MUSR                TO VSUB
               SET  FUNC-READ(VSUB)     TO TRUE
               MOVE MUSR-KEY            TO VSAM-KEYD(VSUB)
               MOVE WS-NOW-TIMESTAMP    TO MUSR-CHANGED-TIMESTAMP
               MOVE MUSP-REQ-USER-ID    TO MUSR-CHANGED-BY

               MOVE LENGTH OF MAILUSR-RECORD
                                        TO MUSR-RECL
               SET  FUNC-REWRITE(VSUB)  TO TRUE
               REWRITE MAILUSR-RECORD END-REWRITE
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
       F90-EXIT.
           EXIT.

      /*****************************************************************
      *    SET A USER'S DELIVERY PREFERENCE                            *
      *    A DIGEST USER'S ROUTINE MAIL IS QUEUED BY THE DELIVERY      *
      *    SWEEP FOR THE DAILY DIGEST RUN; URGENT MAIL STILL GOES OUT  *
      *    IMMEDIATELY.  MAIL ALREADY QUEUED STAYS QUEUED.             *
      ******************************************************************
       G00-SET-PREFERENCE.

           PERFORM W00-READUPD-USER THRU W05-EXIT.

           IF  STAT-NORMAL(VSUB)
               MOVE MUSP-DELIVERY-PREF  TO MUSR-DELIVERY-PREF
               MOVE WS-NOW-TIMESTAMP    TO MUSR-CHANGED-TIMESTAMP
               MOVE MUSP-REQ-USER-ID    TO MUSR-CHANGED-BY

               MOVE LENGTH OF MAILUSR-RECORD
                                        TO MUSR-RECL
               SET  FUNC-REWRITE(VSUB)  TO TRUE
               REWRITE MAILUSR-RECORD END-REWRITE
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               IF  STAT-NORMAL(VSUB)
                   PERFORM B60-JOURNAL-CHANGE THRU B65-EXIT
               END-IF
           END-IF.

       G90-EXIT.
           EXIT.

      /*****************************************************************
      *    RETURN THE NEXT USER ON THE DIRECTORY                       *
      *    CALLER STARTS WITH MUSP-USER-ID OF SPACES AND THEREAFTER    *
           START MAILUSR KEY > MUSR-KEY END-START.

           IF  STAT-NORMAL(VSUB)
               MOVE SPACE               TO MUSR-DELIVERY-PREF
               SET  FUNC-READNEXT(VSUB) TO TRUE
               READ MAILUSR NEXT RECORD END-READ
               IF  STAT-NORMAL(VSUB)
                   MOVE MUSR-DELEGATE-USER-ID
                                        TO MUSP-DELEGATE-USER-ID
                   MOVE MUSR-STATUS     TO MUSP-STATUS
                   IF  MUSR-DIGEST
                       SET  MUSP-PREF-DIGEST TO TRUE
                   ELSE
                       SET  MUSP-PREF-IMMEDIATE TO TRUE
                   END-IF
               END-IF
           END-IF.

       W00-READUPD-USER.

           MOVE MUSP-USER-ID            TO MUSR-USER-ID.
           MOVE SPACE                   TO MUSR-DELIVERY-PREF.

           MOVE MUSR                    TO VSUB.
           SET  FUNC-READUPD(VSUB)      TO TRUE.
