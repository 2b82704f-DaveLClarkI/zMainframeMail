      *                SCANS MAILMID FOR COMPLETED MESSAGES OLDER THAN
      *                A CALLER-SUPPLIED RETENTION WINDOW AND PURGES
      *                THEM THE SAME WAY MAILWRTB/MAILWRTC'S
      *                G00-MAIL-PURGE ROUTINE DOES.  MAIL UNDER AN
      *                ACTIVE LEGAL HOLD IS NEVER PURGED.

      * CHANGE HISTORY ------------------------------------------------
      * 08/08/2026 DLC ORIGINAL PROGRAM.
      *                STILL IN PROGRESS (OR HAS NEVER COMPLETED),
      *                AND NEVER PURGES PAST THE CHANGED-TIMESTAMP
      *                CUTOFF THE LAST COMPLETED GENERATION COVERED.
      * 10/15/2026 DLC SKIP EVERY MESSAGE UNDER AN ACTIVE LEGAL HOLD
      *                ON MAILHLD (BY GROUP, INCLUDING THE FAN-OUT
      *                GROUPS, SENDER OR DATE RANGE) AND COUNT IT AS
      *                HELD INSTEAD OF PURGING IT.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
               FILE STATUS IS FILE5-STAT
                              FILE5-FDBK.

           SELECT MAILMDS
               ASSIGN TO MAILMDS
               ACCESS IS DYNAMIC INDEXED
               RECORD KEY IS MMDS-KEY
               FILE STATUS IS FILE6-STAT
                              FILE6-FDBK.

           SELECT MAILHLD
               ASSIGN TO MAILHLD
               ACCESS IS DYNAMIC INDEXED
               RECORD KEY IS MHLD-KEY
               FILE STATUS IS FILE7-STAT
                              FILE7-FDBK.

      /*****************************************************************
      *                                                                *
      *    DATA DIVISION                                               *
       FD  MAILCKP.
       COPY MAILCKP.

       FD  MAILMDS.
       COPY MAILMDS.

       FD  MAILHLD.
       COPY MAILHLD.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
         03  JRNL                      PIC S9(4)    BINARY VALUE 3.
         03  MATT                      PIC S9(4)    BINARY VALUE 4.
         03  MCKP                      PIC S9(4)    BINARY VALUE 5.
         03  MMDS                      PIC S9(4)    BINARY VALUE 6.
         03  MHLD                      PIC S9(4)    BINARY VALUE 7.

      * THE ARCHIVE EXTRACT PROGRAM WHOSE CHECKPOINT GATES THE SWEEP
         03  ARCHIVE-PGM               PIC  X(8)    VALUE 'MAILARCB'.

       COPY VSMSTATW.

       COPY MAILHLDW.

      /*****************************************************************
      *    LINKAGE SECTION                                             *
      ******************************************************************

           MOVE ZEROES                 TO RTC-CODE.
           MOVE ZEROES                 TO MPRG-PURGED-COUNT
                                          MPRG-EXAMINED-COUNT
                                          MPRG-HELD-COUNT.

           IF  MPRG-RETENTION-HOURS NOT > ZEROES
               MOVE 1                  TO VAR-TEXTL
               MOVE 'MAILJRN'          TO VSAM-FILE(JRNL)
               MOVE 'MAILATT'          TO VSAM-FILE(MATT)
               MOVE 'MAILCKP'          TO VSAM-FILE(MCKP)
               MOVE 'MAILMDS'          TO VSAM-FILE(MMDS)
               MOVE 'MAILHLD'          TO VSAM-FILE(MHLD)

               MOVE LENGTH OF MMID-KEY TO VSAM-KEYL(MMID)
               MOVE LENGTH OF MMSG-KEY TO VSAM-KEYL(MMSG)
               MOVE LENGTH OF MJRN-KEY TO VSAM-KEYL(JRNL)
               MOVE LENGTH OF MATT-KEY TO VSAM-KEYL(MATT)
               MOVE LENGTH OF MCKP-KEY TO VSAM-KEYL(MCKP)
               MOVE LENGTH OF MMDS-KEY TO VSAM-KEYL(MMDS)
               MOVE LENGTH OF MHLD-KEY TO VSAM-KEYL(MHLD)

               SET  FUNC-OPEN(MMID)    TO TRUE
               SET  FUNC-OPEN(MMSG)    TO TRUE
               SET  FUNC-OPEN(JRNL)    TO TRUE
               SET  FUNC-OPEN(MATT)    TO TRUE
               SET  FUNC-OPEN(MCKP)    TO TRUE
               SET  FUNC-OPEN(MMDS)    TO TRUE
               SET  FUNC-OPEN(MHLD)    TO TRUE

               OPEN I-O    MAILMID
                           MAILMSG
                           MAILJRN
                           MAILATT
               OPEN INPUT  MAILCKP
                           MAILMDS
                           MAILHLD

               MOVE MMID               TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE MCKP               TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE MMDS               TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE MHLD               TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

           IF  RTC-CODE = ZERO
               PERFORM B50-CHECK-ARCHIVE THRU B55-EXIT
           END-IF.

           IF  RTC-CODE < +8
               PERFORM B30-LOAD-HOLDS THRU B34-EXIT
           END-IF.

       B15-EXIT.
           EXIT.

               SET  FUNC-CLOSE(JRNL)  TO TRUE
               SET  FUNC-CLOSE(MATT)  TO TRUE
               SET  FUNC-CLOSE(MCKP)  TO TRUE
               SET  FUNC-CLOSE(MMDS)  TO TRUE
               SET  FUNC-CLOSE(MHLD)  TO TRUE

               CLOSE MAILMID
                     MAILMSG
                     MAILJRN
                     MAILATT
                     MAILCKP
                     MAILMDS
                     MAILHLD

               MOVE MMID              TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE MCKP              TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE MMDS              TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE MHLD              TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

           MOVE RTC-CODE               TO RETURN-CODE.
       B55-EXIT.
           EXIT.

      /*****************************************************************
      *    LOAD THE ACTIVE LEGAL HOLDS AND TEST A MESSAGE AGAINST THEM *
      ******************************************************************
       COPY MAILHLDP.

      /*****************************************************************
      *    CHECK A VSAM OR WORK FILE'S STATUS                          *
      ******************************************************************

           PERFORM WITH TEST BEFORE
             UNTIL NOT STAT-NORMAL(VSUB)
                OR RTC-CODE > +7
      * a header written before the priority field existed is too
      * short to reach it -- clear it ahead of each read so the
      * purge journal never inherits residue

           DISPLAY THIS-PGM ': EXAMINED=' MPRG-EXAMINED-COUNT
                             ' PURGED='   MPRG-PURGED-COUNT
                             ' HELD='     MPRG-HELD-COUNT
                                     UPON CONSOLE.

       C90-EXIT.
               ADD  1                  TO MPRG-EXAMINED-COUNT
               IF  MMID-IS-COMPLETE
               AND MMID-CHANGED-TIMESTAMP < WS-CUTOFF-TIMESTAMP
                   PERFORM B35-CHECK-MESSAGE THRU B39-EXIT
                   EVALUATE TRUE
                     WHEN HLD-MESSAGE-HELD
      * under legal hold -- leave it exactly as it is, and re-point
      * VSUB at the MAILMID entry the fan-out check may have moved
                       ADD  1          TO MPRG-HELD-COUNT
                       MOVE MMID       TO VSUB
                     WHEN RTC-CODE < +8
                       PERFORM E00-PURGE-MESSAGE THRU E90-EXIT
                   END-EVALUATE
               END-IF
           END-IF.

