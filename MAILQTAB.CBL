      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    MAILQTAB.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
      *REMARKS.       MAINFRAME MAIL DAILY SEND QUOTA UTILITY.
      *                MAINTAINS THE PER-SYSTEM QUOTA RECORDS ON
      *                MAILQTA THAT MAILWRTC COUNTS EVERY NEW HEADER
      *                AGAINST:  SETQ SETS A SYSTEM'S DAILY LIMIT AND
      *                WARNING THRESHOLD, RSET ZEROES THE DAY'S COUNTS
      *                (THE MIDNIGHT RUN), RLSQ RELEASES HELD OVERFLOW
      *                BACK THROUGH THE NORMAL DELIVERY PATH, DSCQ
      *                DISCARDS IT THE SAME WAY THE PURGE DOES, AND
      *                RPTQ PRINTS EACH SYSTEM'S USAGE AGAINST ITS
      *                QUOTA.  A HELD MESSAGE ITS SENDER NEVER
      *                COMPLETED IS LEFT HELD BY A RELEASE, AND A
      *                MESSAGE UNDER AN ACTIVE LEGAL HOLD (MAILHLD) IS
      *                NEVER DISCARDED.

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC LEAVE HELD OVERFLOW UNDER AN ACTIVE LEGAL HOLD
      *                IN PLACE ON A DISCARD, WITH A WARNING.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
      *                                                                *
      *    ENVIRONMENT DIVISION                                        *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.

      ******************************************************************
      *    CONFIGURATION SECTION                                       *
      ******************************************************************
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. IBM-2086-A04-140.
       OBJECT-COMPUTER. IBM-2086-A04-140.

      ******************************************************************
      *    INPUT-OUTPUT SECTION                                        *
      ******************************************************************
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT MAILQTA
               ASSIGN TO MAILQTA
               ACCESS IS DYNAMIC INDEXED
               RECORD KEY IS MQTA-KEY
               FILE STATUS IS FILE1-STAT
                              FILE1-FDBK.

           SELECT MAILMID
               ASSIGN TO MAILMID
               ACCESS IS DYNAMIC INDEXED
               RECORD KEY IS MMID-KEY
               FILE STATUS IS FILE2-STAT
                              FILE2-FDBK.

           SELECT MAILMSG
               ASSIGN TO MAILMSG
               ACCESS IS DYNAMIC INDEXED
               RECORD KEY IS MMSG-KEY
               FILE STATUS IS FILE3-STAT
                              FILE3-FDBK.

           SELECT MAILATT
               ASSIGN TO MAILATT
               ACCESS IS DYNAMIC INDEXED
               RECORD KEY IS MATT-KEY
               FILE STATUS IS FILE4-STAT
                              FILE4-FDBK.

           SELECT MAILJRN
               ASSIGN TO MAILJRN
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS MJRN-KEY
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
      *                                                                *
      ******************************************************************
       DATA DIVISION.

      ******************************************************************
      *    FILE SECTION                                                *
      ******************************************************************
       FILE SECTION.

       FD  MAILQTA.
       COPY MAILQTA.

       FD  MAILMID
           RECORD IS VARYING IN SIZE
             FROM 8 TO 255
             DEPENDING ON MMID-RECL.
       COPY MAILMID.

       FD  MAILMSG
           RECORD IS VARYING IN SIZE
             FROM 11 TO 255
             DEPENDING ON MMSG-RECL.
       COPY MAILMSG.

       FD  MAILATT.
       COPY MAILATT.

       FD  MAILJRN
           RECORD IS VARYING IN SIZE
             FROM 42 TO 255
             DEPENDING ON MJRN-RECL.
       COPY MAILJRN.

       FD  MAILMDS.
       COPY MAILMDS.

       FD  MAILHLD.
       COPY MAILHLD.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  CONTROL-FIELDS.
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  THIS-PGM                  PIC  X(8)    VALUE 'MAILQTAB'.

         03  MQTA                      PIC S9(4)    BINARY VALUE 1.
         03  MMID                      PIC S9(4)    BINARY VALUE 2.
         03  MMSG                      PIC S9(4)    BINARY VALUE 3.
         03  MATT                      PIC S9(4)    BINARY VALUE 4.
         03  JRNL                      PIC S9(4)    BINARY VALUE 5.
         03  MMDS                      PIC S9(4)    BINARY VALUE 6.
         03  MHLD                      PIC S9(4)    BINARY VALUE 7.

         03  VAR-TEXTL                 PIC S9(4)    BINARY.
         03  VAR-TEXT                  PIC  X(245)  VALUE SPACES.

         03  MMID-RECL                 PIC  9(5).
         03  MMSG-RECL                 PIC  9(5).
         03  MJRN-RECL                 PIC  9(5).

         03  WS-CURRENT-TIMESTAMP      PIC S9(15)   COMP-3.
         03  WS-TODAY                  PIC S9(8)    COMP.
         03  WS-USER-ID                PIC  X(8).
         03  WS-SAVE-MMID-ID           PIC S9(8)    COMP.
         03  WS-HELD-SYSTEM            PIC  X(8).
         03  WS-OPEN-COUNT             PIC S9(8)    COMP.
         03  WS-LEGAL-COUNT            PIC S9(8)    COMP.
         03  WS-DAY-COUNT              PIC S9(8)    COMP.

         03  QTAFND-SW                 PIC  X(1)    VALUE 'N'.
           88  QUOTA-FOUND                          VALUE 'Y'.
           88  QUOTA-MISSING                        VALUE 'N'.

       01  REPORT-LINE.
         03  RPT-SYSTEM                PIC  X(8).
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  RPT-LIMIT                 PIC Z(7)9.
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  RPT-WARN                  PIC Z(7)9.
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  RPT-TODAY                 PIC Z(7)9.
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  RPT-HELD                  PIC Z(7)9.
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  RPT-PCT                   PIC ZZZ9.
         03  RPT-PCT-SIGN              PIC  X(1)    VALUE '%'.
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  RPT-STATUS                PIC  X(10).
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  RPT-CHANGED-BY            PIC  X(8).

      * THE FOLLOWING AREAS ARE SUBROUTINE PARAMETER BLOCKS

       01  JOBDATA                     PIC  X(8)    VALUE 'JOBDATA'.
       COPY JOBDATA.

       COPY RTCMAN.

       COPY VSMSTATW.

       COPY MAILHLDW.

      /*****************************************************************
      *    LINKAGE SECTION                                             *
      ******************************************************************
       LINKAGE SECTION.

       01  MAILQTAR-PARMS.
         COPY MAILQTAR.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING MAILQTAR-PARMS.

      ******************************************************************
      *    MAINLINE ROUTINE                                            *
      ******************************************************************
       A00-MAINLINE-ROUTINE.

           PERFORM B10-INITIALIZATION THRU B15-EXIT.

           IF  RTC-CODE < +8
               EVALUATE TRUE
                 WHEN MQTR-SET-PARMS
                   PERFORM C00-SET-QUOTA      THRU C90-EXIT
                 WHEN MQTR-RESET-PARMS
                   PERFORM D00-RESET-COUNTS   THRU D90-EXIT
                 WHEN MQTR-RELEASE-PARMS
                   PERFORM E00-PROCESS-HELD   THRU E90-EXIT
                 WHEN MQTR-DISCARD-PARMS
                   PERFORM E00-PROCESS-HELD   THRU E90-EXIT
                 WHEN MQTR-REPORT-PARMS
                   PERFORM J00-REPORT-USAGE   THRU J90-EXIT
               END-EVALUATE
           END-IF.

           PERFORM B20-TERMINATION THRU B25-EXIT.

           GOBACK.

      /*****************************************************************
      *    PROGRAM INITIALIZATION ROUTINE                              *
      ******************************************************************
       B10-INITIALIZATION.

           MOVE ZEROES                 TO RTC-CODE.
           MOVE ZEROES                 TO MQTR-FOUND-COUNT
                                          WS-OPEN-COUNT
                                          WS-LEGAL-COUNT.

           IF  NOT MQTR-SET-PARMS
           AND NOT MQTR-RESET-PARMS
           AND NOT MQTR-RELEASE-PARMS
           AND NOT MQTR-DISCARD-PARMS
           AND NOT MQTR-REPORT-PARMS
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': CALL CONTROL ERROR' DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
           END-IF.

           IF  RTC-CODE = ZERO
           AND MQTR-SET-PARMS
           AND MQTR-SYSTEM = SPACES
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': SYSTEM REQUIRED' DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
           END-IF.

           IF  RTC-CODE = ZERO
           AND MQTR-SET-PARMS
           AND (MQTR-DAILY-LIMIT < ZEROES
            OR  MQTR-WARN-THRESHOLD < ZEROES
            OR (MQTR-DAILY-LIMIT > ZEROES
            AND MQTR-WARN-THRESHOLD > MQTR-DAILY-LIMIT))
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': WARNING THRESHOLD MUST NOT EXCEED LIMIT'
                                         DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
           END-IF.

      * a release or discard must name a system or one message --
      * never every held message on file at once
           IF  RTC-CODE = ZERO
           AND (MQTR-RELEASE-PARMS OR MQTR-DISCARD-PARMS)
           AND MQTR-SYSTEM = SPACES
           AND MQTR-MAIL-ID NOT > ZEROES
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': SYSTEM OR MAIL ID REQUIRED'
                                         DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
           END-IF.

           IF  RTC-CODE = ZERO
               CALL JOBDATA         USING JOBDATA-PARMS
               CALL 'ASKTIME'       USING WS-CURRENT-TIMESTAMP
      * the same day number MAILWRTC derives from its own ABSTIME
               DIVIDE WS-CURRENT-TIMESTAMP BY 86400000
                                   GIVING WS-TODAY
               IF  MQTR-USER-ID > SPACES
                   MOVE MQTR-USER-ID   TO WS-USER-ID
               ELSE
                   MOVE JOBD-EXEC-PGM  TO WS-USER-ID
               END-IF

               MOVE 'MAILQTA'          TO VSAM-FILE(MQTA)
               MOVE 'MAILMID'          TO VSAM-FILE(MMID)
               MOVE 'MAILMSG'          TO VSAM-FILE(MMSG)
               MOVE 'MAILATT'          TO VSAM-FILE(MATT)
               MOVE 'MAILJRN'          TO VSAM-FILE(JRNL)
               MOVE 'MAILMDS'          TO VSAM-FILE(MMDS)
               MOVE 'MAILHLD'          TO VSAM-FILE(MHLD)

               MOVE LENGTH OF MQTA-KEY TO VSAM-KEYL(MQTA)
               MOVE LENGTH OF MMID-KEY TO VSAM-KEYL(MMID)
               MOVE LENGTH OF MMSG-KEY TO VSAM-KEYL(MMSG)
               MOVE LENGTH OF MATT-KEY TO VSAM-KEYL(MATT)
               MOVE LENGTH OF MJRN-KEY TO VSAM-KEYL(JRNL)
               MOVE LENGTH OF MMDS-KEY TO VSAM-KEYL(MMDS)
               MOVE LENGTH OF MHLD-KEY TO VSAM-KEYL(MHLD)

               SET  FUNC-OPEN(MQTA)    TO TRUE
               SET  FUNC-OPEN(MMID)    TO TRUE
               SET  FUNC-OPEN(MMSG)    TO TRUE
               SET  FUNC-OPEN(MATT)    TO TRUE
               SET  FUNC-OPEN(JRNL)    TO TRUE
               SET  FUNC-OPEN(MMDS)    TO TRUE
               SET  FUNC-OPEN(MHLD)    TO TRUE

               OPEN I-O    MAILQTA
                           MAILMID
                           MAILMSG
                           MAILATT
                           MAILJRN
               OPEN INPUT  MAILMDS
                           MAILHLD

               MOVE MQTA               TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE MMID               TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE MMSG               TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE MATT               TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE JRNL               TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE MMDS               TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE MHLD               TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

           IF  RTC-CODE < +8
           AND MQTR-DISCARD-PARMS
               PERFORM B30-LOAD-HOLDS THRU B34-EXIT
           END-IF.

       B15-EXIT.
           EXIT.

      /*****************************************************************
      *    PROGRAM TERMINATION ROUTINE                                 *
      ******************************************************************
       B20-TERMINATION.

           IF  RTC-CODE < +16
               SET  FUNC-CLOSE(MQTA)  TO TRUE
               SET  FUNC-CLOSE(MMID)  TO TRUE
               SET  FUNC-CLOSE(MMSG)  TO TRUE
               SET  FUNC-CLOSE(MATT)  TO TRUE
               SET  FUNC-CLOSE(JRNL)  TO TRUE
               SET  FUNC-CLOSE(MMDS)  TO TRUE
               SET  FUNC-CLOSE(MHLD)  TO TRUE

               CLOSE MAILQTA
                     MAILMID
                     MAILMSG
                     MAILATT
                     MAILJRN
                     MAILMDS
                     MAILHLD

               MOVE MQTA              TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE MMID              TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE MMSG              TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE MATT              TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE JRNL              TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE MMDS              TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE MHLD              TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

           MOVE RTC-CODE               TO RETURN-CODE.

       B25-EXIT.
           EXIT.

      /*****************************************************************
      *    LOAD THE ACTIVE LEGAL HOLDS AND TEST A MESSAGE AGAINST THEM *
      ******************************************************************
       COPY MAILHLDP.

      /*****************************************************************
      *    CHECK A VSAM OR WORK FILE'S STATUS                          *
      ******************************************************************
       COPY VSMSTATP.

      /*****************************************************************
      *    CALL THE SHOP RETURN CODE MANAGER UTILITY                   *
      ******************************************************************
       COPY RTCMANP.

      /*****************************************************************
      *    APPEND ONE MAIL ACTIVITY JOURNAL RECORD                     *
      ******************************************************************
       COPY MAILJRNP.

      /*****************************************************************
      *    ADD OR CHANGE ONE SYSTEM'S DAILY LIMIT AND WARNING          *
      *    THRESHOLD.  A NEW RECORD STARTS TODAY WITH NOTHING COUNTED; *
      *    A CHANGED ONE KEEPS THE DAY'S COUNT, AND RE-ARMS THE        *
      *    CONSOLE WARNING WHEN THE NEW THRESHOLD IS STILL AHEAD.      *
      ******************************************************************
       C00-SET-QUOTA.

           MOVE MQTR-SYSTEM            TO MQTA-SYSTEM.
           PERFORM W00-READ-QUOTA THRU W05-EXIT.

           IF  RTC-CODE > +7
               GO TO C90-EXIT
           END-IF.

           IF  QUOTA-MISSING
               INITIALIZE MAILQTA-RECORD
               MOVE MQTR-SYSTEM        TO MQTA-SYSTEM
               MOVE WS-TODAY           TO MQTA-COUNT-DAY
               SET  MQTA-NOT-WARNED    TO TRUE
           END-IF.

           MOVE MQTR-DAILY-LIMIT       TO MQTA-DAILY-LIMIT.
           MOVE MQTR-WARN-THRESHOLD    TO MQTA-WARN-THRESHOLD.
           IF  MQTA-COUNT-DAY NOT = WS-TODAY
           OR  MQTA-DAY-COUNT < MQTA-WARN-THRESHOLD
               SET  MQTA-NOT-WARNED    TO TRUE
           END-IF.
           MOVE WS-CURRENT-TIMESTAMP   TO MQTA-CHANGED-TIMESTAMP.
           MOVE WS-USER-ID             TO MQTA-CHANGED-BY.

           MOVE MQTA                   TO VSUB.
           MOVE MQTA-KEY               TO VSAM-KEYD(VSUB).
           IF  QUOTA-FOUND
               SET  FUNC-REWRITE(VSUB) TO TRUE
               REWRITE MAILQTA-RECORD END-REWRITE
           ELSE
               SET  FUNC-WRITE(VSUB)   TO TRUE
               WRITE MAILQTA-RECORD END-WRITE
           END-IF.
           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK.

           IF  STAT-NORMAL(VSUB)
               ADD  1                  TO MQTR-FOUND-COUNT
      * journal the change -- the system rides in the group name
               MOVE 'SETQ'             TO MJRN-REQUEST
               MOVE ZEROES             TO MJRN-MAIL-ID
               MOVE MQTR-SYSTEM        TO MJRN-GRP-NAME
               MOVE WS-USER-ID         TO MJRN-USER-ID
               MOVE THIS-PGM           TO MJRN-PGM
               MOVE SPACE              TO MJRN-PRIORITY
               PERFORM B70-WRITE-JOURNAL THRU B75-EXIT
           END-IF.

       C90-EXIT.
           EXIT.

      /*****************************************************************
      *    START A FRESH DAY'S COUNT FOR ONE SYSTEM OR ALL OF THEM --  *
      *    THE MIDNIGHT RUN.  HELD OVERFLOW IS NOT TOUCHED; IT STAYS   *
      *    HELD (AND COUNTED AS HELD) UNTIL RELEASED OR DISCARDED.     *
      ******************************************************************
       D00-RESET-COUNTS.

           MOVE MQTR-SYSTEM            TO MQTA-SYSTEM.
           MOVE MQTA                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           MOVE MQTA-KEY               TO VSAM-KEYD(VSUB).
           START MAILQTA KEY >= MQTA-KEY END-START.

           PERFORM WITH TEST BEFORE
             UNTIL NOT STAT-NORMAL(VSUB)
               SET  FUNC-READNEXT(VSUB) TO TRUE
               READ MAILQTA NEXT RECORD END-READ
               MOVE MQTA-KEY           TO VSAM-KEYD(VSUB)
               IF  STAT-NORMAL(VSUB)
               AND MQTR-SYSTEM > SPACES
               AND MQTA-SYSTEM NOT = MQTR-SYSTEM
      * past the one system asked for -- stop the pass here
                   SET  STAT-EOFILE(VSUB) TO TRUE
               END-IF
               IF  STAT-NORMAL(VSUB)
                   MOVE WS-TODAY       TO MQTA-COUNT-DAY
                   MOVE ZEROES         TO MQTA-DAY-COUNT
                   SET  MQTA-NOT-WARNED TO TRUE
                   SET  FUNC-REWRITE(VSUB) TO TRUE
                   REWRITE MAILQTA-RECORD END-REWRITE
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
                   ADD  1              TO MQTR-FOUND-COUNT
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
                      'MAILQTA...'        DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

           IF  MQTR-SYSTEM > SPACES
           AND MQTR-FOUND-COUNT = ZEROES
           AND RTC-CODE < +8
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': NO QUOTA ON FILE FOR SYSTEM '
                                          DELIMITED BY SIZE
                      MQTR-SYSTEM         DELIMITED BY SPACE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               IF  RTC-CODE < +4
                   MOVE +4             TO RTC-CODE
               END-IF
           END-IF.

           DISPLAY THIS-PGM ': RESET=' MQTR-FOUND-COUNT
                                     UPON CONSOLE.

       D90-EXIT.
           EXIT.

      /*****************************************************************
      *    RELEASE OR DISCARD HELD OVERFLOW -- ONE MESSAGE WHEN A MAIL *
      *    ID IS GIVEN, OTHERWISE EVERY MESSAGE THE NAMED SYSTEM HAS   *
      *    HELD.  THE SYSTEM'S HELD COUNT IS ADJUSTED AFTERWARD.       *
      ******************************************************************
       E00-PROCESS-HELD.

           MOVE MQTR-SYSTEM            TO WS-HELD-SYSTEM.

           IF  MQTR-MAIL-ID > ZEROES
               PERFORM E10-ONE-MESSAGE THRU E15-EXIT
           ELSE
               PERFORM E30-ALL-MESSAGES THRU E35-EXIT
           END-IF.

           IF  MQTR-FOUND-COUNT > ZEROES
               PERFORM H00-ADJUST-HELD THRU H90-EXIT
           END-IF.

           IF  WS-OPEN-COUNT > ZEROES
      * the sender never completed these -- releasing them would
      * deliver a message still being built
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': HELD MAIL NOT YET COMPLETED BY ITS '
                      'SENDER WAS LEFT HELD'
                                          DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               IF  RTC-CODE < +4
                   MOVE +4             TO RTC-CODE
               END-IF
           END-IF.

           IF  WS-LEGAL-COUNT > ZEROES
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': HELD MAIL UNDER LEGAL HOLD WAS NOT '
                      'DISCARDED'         DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               IF  RTC-CODE < +4
                   MOVE +4             TO RTC-CODE
               END-IF
           END-IF.

           IF  MQTR-RELEASE-PARMS
               DISPLAY THIS-PGM ': RELEASED=' MQTR-FOUND-COUNT
                                  ' LEFT-OPEN=' WS-OPEN-COUNT
                                     UPON CONSOLE
           ELSE
               DISPLAY THIS-PGM ': DISCARDED=' MQTR-FOUND-COUNT
                                  ' LEGAL-HOLD=' WS-LEGAL-COUNT
                                     UPON CONSOLE
           END-IF.

       E90-EXIT.
           EXIT.

      /*****************************************************************
      *    RELEASE OR DISCARD THE ONE MESSAGE NAMED BY MAIL ID         *
      ******************************************************************
       E10-ONE-MESSAGE.

      * a header written before the trailing fields existed is too
      * short to reach them -- clear them ahead of the read for the
      * journal's sake
           SET  MMID-IS-ROUTINE        TO TRUE.
           MOVE MQTR-MAIL-ID           TO MMID-ID.
           MOVE MMID                   TO VSUB.
           SET  FUNC-READUPD(VSUB)     TO TRUE.
           MOVE MMID-KEY               TO VSAM-KEYD(VSUB).
           READ MAILMID RECORD KEY IS MMID-KEY END-READ.

           IF  STAT-NOTFND(VSUB)
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': MESSAGE HEADER NOT FOUND'
                                         DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
               GO TO E15-EXIT
           END-IF.

           IF  NOT STAT-NORMAL(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO E15-EXIT
           END-IF.

           IF  NOT MMID-IS-QUOTA-HELD
           OR (MQTR-SYSTEM > SPACES
           AND MMID-SYSTEM NOT = MQTR-SYSTEM)
      * a mistyped mail id must never release or discard live mail
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': MESSAGE IS NOT HELD OVER QUOTA'
                                         DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
               GO TO E15-EXIT
           END-IF.

           MOVE MMID-SYSTEM            TO WS-HELD-SYSTEM.
           PERFORM E50-HANDLE-HELD THRU E55-EXIT.

       E15-EXIT.
           EXIT.

      /*****************************************************************
      *    RELEASE OR DISCARD EVERY MESSAGE THE SYSTEM HAS HELD        *
      ******************************************************************
       E30-ALL-MESSAGES.

           MOVE LOW-VALUES             TO MMID-KEY.
           MOVE MMID                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START MAILMID KEY >= MMID-KEY END-START.

           PERFORM WITH TEST BEFORE
             UNTIL NOT STAT-NORMAL(VSUB)
                OR RTC-CODE > +7
      * a header written before the priority field existed is too
      * short to reach it -- clear it ahead of each read so the
      * journal never inherits residue
               SET  MMID-IS-ROUTINE    TO TRUE
               SET  FUNC-READNEXT(VSUB) TO TRUE
               READ MAILMID NEXT RECORD END-READ
               IF  STAT-NORMAL(VSUB)
               AND MMID-ID > ZEROES
               AND MMID-IS-QUOTA-HELD
               AND MMID-SYSTEM = WS-HELD-SYSTEM
                   PERFORM E50-HANDLE-HELD THRU E55-EXIT
      * re-point VSUB back at the MAILMID status table entry --
      * the discard moved it through the body and attachment slots
                   MOVE MMID           TO VSUB
               END-IF
           END-PERFORM.

           IF  STAT-EOFILE(VSUB)
               SET  STAT-NORMAL(VSUB)  TO TRUE
           END-IF.

           IF  NOT STAT-NORMAL(VSUB)
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': SCANNING '
                      'MAILMID...'        DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

       E35-EXIT.
           EXIT.

      /*****************************************************************
      *    HAND THE HELD HEADER IN THE RECORD AREA TO THE RELEASE OR   *
      *    THE DISCARD ROUTINE                                         *
      ******************************************************************
       E50-HANDLE-HELD.

           IF  MQTR-RELEASE-PARMS
               IF  MMID-CHANGED-TIMESTAMP > ZEROES
                   PERFORM F00-RELEASE-MESSAGE THRU F90-EXIT
               ELSE
      * on a held header the changed stamp is only set by the
      * sender's complete -- a suspension and its release leave it
      * alone -- so until it is set the message is still being built
                   ADD  1              TO WS-OPEN-COUNT
               END-IF
           ELSE
      * mail under legal hold is preserved, quota or no quota
               PERFORM B35-CHECK-MESSAGE THRU B39-EXIT
               EVALUATE TRUE
                 WHEN HLD-MESSAGE-HELD
                   ADD  1              TO WS-LEGAL-COUNT
                   MOVE MMID           TO VSUB
                 WHEN RTC-CODE < +8
                   PERFORM G00-DISCARD-MESSAGE THRU G90-EXIT
               END-EVALUATE
           END-IF.

       E55-EXIT.
           EXIT.

      /*****************************************************************
      *    RELEASE ONE HELD MESSAGE -- SAME STATE CMPL WOULD HAVE      *
      *    LEFT IT IN, SO THE NEXT DELIVERY SWEEP PICKS IT UP          *
      ******************************************************************
       F00-RELEASE-MESSAGE.

           CALL 'ASKTIME'           USING MMID-CHANGED-TIMESTAMP.
           SET  MMID-IS-COMPLETE       TO TRUE.
           MOVE WS-USER-ID             TO MMID-UPDATED-BY.
           MOVE MMID                   TO VSUB.
           SET  FUNC-REWRITE(VSUB)     TO TRUE.
           MOVE MMID-KEY               TO VSAM-KEYD(VSUB).
           REWRITE MAILMID-RECORD END-REWRITE.
           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK.

           IF  STAT-NORMAL(VSUB)
               ADD  1                  TO MQTR-FOUND-COUNT
      * journal the release
               MOVE 'QRLS'             TO MJRN-REQUEST
               MOVE MMID-ID            TO MJRN-MAIL-ID
               MOVE MMID-TO-GRP        TO MJRN-GRP-NAME
               MOVE WS-USER-ID         TO MJRN-USER-ID
               MOVE THIS-PGM           TO MJRN-PGM
               IF  MMID-IS-URGENT
                   MOVE 'U'            TO MJRN-PRIORITY
               ELSE
                   MOVE SPACE          TO MJRN-PRIORITY
               END-IF
               PERFORM B70-WRITE-JOURNAL THRU B75-EXIT
           END-IF.

       F90-EXIT.
           EXIT.

      /*****************************************************************
      *    DISCARD ONE HELD MESSAGE -- SAME LOGIC AS MAILPRGB'S PURGE  *
      ******************************************************************
       G00-DISCARD-MESSAGE.

           MOVE MMID-ID                TO WS-SAVE-MMID-ID.

      * delete message body records
           MOVE MMID-ID                TO MMSG-ID.
           MOVE ZEROES                 TO MMSG-SEQ.
           MOVE MMSG                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START MAILMSG KEY >= MMSG-KEY END-START.
           PERFORM WITH TEST BEFORE
             UNTIL MMSG-ID NOT = WS-SAVE-MMID-ID
                OR NOT STAT-NORMAL(VSUB)
               SET  FUNC-READNEXT(VSUB) TO TRUE
               READ MAILMSG NEXT RECORD END-READ
               IF  STAT-NORMAL(VSUB)
               AND MMSG-ID = WS-SAVE-MMID-ID
                   SET  FUNC-DELETE(VSUB)
                                       TO TRUE
                   DELETE MAILMSG RECORD END-DELETE
               END-IF
           END-PERFORM.
           IF  STAT-EOFILE(VSUB)
           OR  STAT-NOTFND(VSUB)
               SET STAT-NORMAL(VSUB)   TO TRUE
           END-IF.

           IF  STAT-NORMAL(VSUB)
      * delete attachment line records -- most messages have none,
      * so an empty slice is normal
               MOVE WS-SAVE-MMID-ID    TO MATT-ID
               MOVE ZEROES             TO MATT-SEQ
               MOVE MATT               TO VSUB
               SET  FUNC-START(VSUB)   TO TRUE
               START MAILATT KEY >= MATT-KEY END-START
               PERFORM WITH TEST BEFORE
                 UNTIL MATT-ID NOT = WS-SAVE-MMID-ID
                    OR NOT STAT-NORMAL(VSUB)
                   SET  FUNC-READNEXT(VSUB) TO TRUE
                   READ MAILATT NEXT RECORD END-READ
                   IF  STAT-NORMAL(VSUB)
                   AND MATT-ID = WS-SAVE-MMID-ID
                       SET  FUNC-DELETE(VSUB)
                                       TO TRUE
                       DELETE MAILATT RECORD END-DELETE
                   END-IF
               END-PERFORM
               IF  STAT-EOFILE(VSUB)
               OR  STAT-NOTFND(VSUB)
                   SET STAT-NORMAL(VSUB) TO TRUE
               END-IF
           END-IF.

           IF  STAT-NORMAL(VSUB)
      * delete message id header record
               MOVE MMID               TO VSUB
               SET  FUNC-DELETE(VSUB)  TO TRUE
               DELETE MAILMID RECORD END-DELETE
           END-IF.

           IF  STAT-NORMAL(VSUB)
               ADD  1                  TO MQTR-FOUND-COUNT
      * journal the purge -- this record outlives the message
               MOVE 'PRGE'             TO MJRN-REQUEST
               MOVE WS-SAVE-MMID-ID    TO MJRN-MAIL-ID
               MOVE MMID-TO-GRP        TO MJRN-GRP-NAME
               MOVE WS-USER-ID         TO MJRN-USER-ID
               MOVE THIS-PGM           TO MJRN-PGM
               IF  MMID-IS-URGENT
                   MOVE 'U'            TO MJRN-PRIORITY
               ELSE
                   MOVE SPACE          TO MJRN-PRIORITY
               END-IF
               PERFORM B70-WRITE-JOURNAL THRU B75-EXIT
               MOVE MMID               TO VSUB
           ELSE
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': DISCARDING '
                      'MAIL MESSAGE...'   DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

       G90-EXIT.
           EXIT.

      /*****************************************************************
      *    TAKE THE RELEASED OR DISCARDED MESSAGES OFF THE SYSTEM'S    *
      *    HELD COUNT.  A SYSTEM WHOSE QUOTA RECORD HAS SINCE BEEN     *
      *    REMOVED HAS NOTHING TO ADJUST.                              *
      ******************************************************************
       H00-ADJUST-HELD.

           MOVE WS-HELD-SYSTEM         TO MQTA-SYSTEM.
           PERFORM W00-READ-QUOTA THRU W05-EXIT.

           IF  QUOTA-MISSING
           OR  RTC-CODE > +7
               GO TO H90-EXIT
           END-IF.

           IF  MQTA-HELD-COUNT > MQTR-FOUND-COUNT
               SUBTRACT MQTR-FOUND-COUNT FROM MQTA-HELD-COUNT
           ELSE
               MOVE ZEROES             TO MQTA-HELD-COUNT
           END-IF.
           MOVE WS-CURRENT-TIMESTAMP   TO MQTA-CHANGED-TIMESTAMP.
           MOVE WS-USER-ID             TO MQTA-CHANGED-BY.

           MOVE MQTA                   TO VSUB.
           SET  FUNC-REWRITE(VSUB)     TO TRUE.
           MOVE MQTA-KEY               TO VSAM-KEYD(VSUB).
           REWRITE MAILQTA-RECORD END-REWRITE.
           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK.

       H90-EXIT.
           EXIT.

      /*****************************************************************
      *    PRINT EACH SYSTEM'S USAGE AGAINST ITS QUOTA.  A SYSTEM THAT *
      *    HAS NOT SENT SINCE ITS LAST COUNTED DAY SHOWS ZERO TODAY.   *
      ******************************************************************
       J00-REPORT-USAGE.

           DISPLAY 'SYSTEM      LIMIT     WARN    TODAY     HELD'
                   '  USED STATUS     CHANGED-BY'.

           MOVE MQTR-SYSTEM            TO MQTA-SYSTEM.
           MOVE MQTA                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           MOVE MQTA-KEY               TO VSAM-KEYD(VSUB).
           START MAILQTA KEY >= MQTA-KEY END-START.

           PERFORM WITH TEST BEFORE
             UNTIL NOT STAT-NORMAL(VSUB)
               SET  FUNC-READNEXT(VSUB) TO TRUE
               READ MAILQTA NEXT RECORD END-READ
               IF  STAT-NORMAL(VSUB)
               AND MQTR-SYSTEM > SPACES
               AND MQTA-SYSTEM NOT = MQTR-SYSTEM
                   SET  STAT-EOFILE(VSUB) TO TRUE
               END-IF
               IF  STAT-NORMAL(VSUB)
                   PERFORM J50-PRINT-SYSTEM THRU J55-EXIT
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
                      'MAILQTA...'        DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

           DISPLAY THIS-PGM ': SYSTEMS=' MQTR-FOUND-COUNT
                                     UPON CONSOLE.

       J90-EXIT.
           EXIT.

       J50-PRINT-SYSTEM.

           ADD  1                      TO MQTR-FOUND-COUNT.

           IF  MQTA-COUNT-DAY = WS-TODAY
               MOVE MQTA-DAY-COUNT     TO WS-DAY-COUNT
           ELSE
               MOVE ZEROES             TO WS-DAY-COUNT
           END-IF.

           MOVE MQTA-SYSTEM            TO RPT-SYSTEM.
           MOVE MQTA-DAILY-LIMIT       TO RPT-LIMIT.
           MOVE MQTA-WARN-THRESHOLD    TO RPT-WARN.
           MOVE WS-DAY-COUNT           TO RPT-TODAY.
           MOVE MQTA-HELD-COUNT        TO RPT-HELD.
           MOVE MQTA-CHANGED-BY        TO RPT-CHANGED-BY.

           IF  MQTA-DAILY-LIMIT > ZEROES
               COMPUTE RPT-PCT = (WS-DAY-COUNT * 100)
                               / MQTA-DAILY-LIMIT
                   ON SIZE ERROR
                       MOVE 9999       TO RPT-PCT
               END-COMPUTE
               MOVE '%'                TO RPT-PCT-SIGN
           ELSE
               MOVE ZEROES             TO RPT-PCT
               MOVE SPACE              TO RPT-PCT-SIGN
           END-IF.

           EVALUATE TRUE
             WHEN MQTA-DAILY-LIMIT NOT > ZEROES
               MOVE 'NO LIMIT'         TO RPT-STATUS
             WHEN WS-DAY-COUNT > MQTA-DAILY-LIMIT
               MOVE 'OVER LIMIT'       TO RPT-STATUS
             WHEN WS-DAY-COUNT = MQTA-DAILY-LIMIT
               MOVE 'AT LIMIT'         TO RPT-STATUS
             WHEN MQTA-WARN-THRESHOLD > ZEROES
              AND WS-DAY-COUNT >= MQTA-WARN-THRESHOLD
               MOVE 'WARNING'          TO RPT-STATUS
             WHEN OTHER
               MOVE 'OK'               TO RPT-STATUS
           END-EVALUATE.

           DISPLAY REPORT-LINE.

       J55-EXIT.
           EXIT.

      /*****************************************************************
      *    READ ONE SYSTEM'S QUOTA RECORD FOR UPDATE                   *
      *    CALLER FILLS MQTA-SYSTEM; QUOTA-FOUND OR QUOTA-MISSING      *
      *    TELLS WHICH                                                 *
      ******************************************************************
       W00-READ-QUOTA.

           SET  QUOTA-MISSING          TO TRUE.

           MOVE MQTA                   TO VSUB.
           SET  FUNC-READUPD(VSUB)     TO TRUE.
           MOVE MQTA-KEY               TO VSAM-KEYD(VSUB).
           READ MAILQTA RECORD KEY IS MQTA-KEY END-READ.

           IF  STAT-NORMAL(VSUB)
               SET  QUOTA-FOUND        TO TRUE
           END-IF.

           IF  NOT STAT-NORMAL(VSUB)
           AND NOT STAT-NOTFND(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

       W05-EXIT.
           EXIT.
