      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    MAILDGSB.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
      *REMARKS.       MAINFRAME MAIL DAILY DIGEST RUN.  READS THE
      *                MAILDGS DIGEST QUEUE THE DELIVERY SWEEP FILLS
      *                FOR USERS WHOSE DELIVERY PREFERENCE IS DAILY
      *                DIGEST, AND WRITES EACH SUCH USER ONE COMBINED
      *                MESSAGE ON THE MAILOUT E-MAIL GATEWAY INTERFACE
      *                DATASET LISTING THE SUBJECT, SENDER AND BODY OF
      *                EVERY ROUTINE MESSAGE QUEUED FOR THEM.  EACH
      *                DIGEST GETS ITS OWN NUMBER, WHICH THE GATEWAY'S
      *                FEEDBACK ECHOES BACK TO MAILFBKB.  SENT QUEUE
      *                RECORDS ARE DELETED ONCE PAST THE CALLER'S
      *                RETENTION WINDOW.

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
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

           SELECT MAILDGS
               ASSIGN TO MAILDGS
               ACCESS IS DYNAMIC INDEXED
               RECORD KEY IS MDGS-KEY
               FILE STATUS IS FILE1-STAT
                              FILE1-FDBK.

           SELECT MAILMID
               ASSIGN TO MAILMID
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS MMID-KEY
               FILE STATUS IS FILE2-STAT
                              FILE2-FDBK.

           SELECT MAILMSG
               ASSIGN TO MAILMSG
               ACCESS IS DYNAMIC INDEXED
               RECORD KEY IS MMSG-KEY
               FILE STATUS IS FILE3-STAT
                              FILE3-FDBK.

           SELECT MAILUSR
               ASSIGN TO MAILUSR
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS MUSR-KEY
               FILE STATUS IS FILE4-STAT
                              FILE4-FDBK.

           SELECT MAILJRN
               ASSIGN TO MAILJRN
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS MJRN-KEY
               FILE STATUS IS FILE5-STAT
                              FILE5-FDBK.

           SELECT MAILCKP
               ASSIGN TO MAILCKP
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS MCKP-KEY
               FILE STATUS IS FILE6-STAT
                              FILE6-FDBK.

           SELECT MAILOUT
               ASSIGN TO MAILOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MOUT-STAT.

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

       FD  MAILDGS.
       COPY MAILDGS.

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

       FD  MAILUSR
           RECORD IS VARYING IN SIZE
             FROM 139 TO 255
             DEPENDING ON MUSR-RECL.
       COPY MAILUSR.

       FD  MAILJRN
           RECORD IS VARYING IN SIZE
             FROM 42 TO 255
             DEPENDING ON MJRN-RECL.
       COPY MAILJRN.

       FD  MAILCKP.
       COPY MAILCKP.

       FD  MAILOUT
           RECORD CONTAINS 255 CHARACTERS.
       COPY MAILOUT.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  CONTROL-FIELDS.
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  THIS-PGM                  PIC  X(8)    VALUE 'MAILDGSB'.

         03  MDGS                      PIC S9(4)    BINARY VALUE 1.
         03  MMID                      PIC S9(4)    BINARY VALUE 2.
         03  MMSG                      PIC S9(4)    BINARY VALUE 3.
         03  MUSR                      PIC S9(4)    BINARY VALUE 4.
         03  JRNL                      PIC S9(4)    BINARY VALUE 5.
         03  MCKP                      PIC S9(4)    BINARY VALUE 6.

         03  VAR-TEXTL                 PIC S9(4)    BINARY.
         03  VAR-TEXT                  PIC  X(245)  VALUE SPACES.

         03  MMID-RECL                 PIC  9(5).
         03  MMSG-RECL                 PIC  9(5).
         03  MUSR-RECL                 PIC  9(5).
         03  MJRN-RECL                 PIC  9(5).

         03  MOUT-STAT                 PIC  X(2).

         03  WS-CURRENT-TIMESTAMP      PIC S9(15)   COMP-3.
         03  WS-CUTOFF-TIMESTAMP       PIC S9(15)   COMP-3.

      * THE DIGEST NOW BEING WRITTEN -- SPACES UNTIL THE FIRST ONE
         03  WS-DIGEST-USER-ID         PIC  X(8)    VALUE SPACES.
         03  WS-DIGEST-ID              PIC S9(8)    COMP.

      * ONE GATEWAY BODY LINE BEING BUILT
         03  WS-BODY-TEXT              PIC  X(200).

      * THE LAST RUN DIED PART WAY THROUGH -- ITS GATEWAY RECORDS
      * ARE KEPT AND THIS RUN APPENDS BEHIND THEM
         03  RESTART-SW                PIC  X(1)    VALUE 'N'.
           88  DIGEST-RESTARTING                    VALUE 'Y'.
           88  DIGEST-NOT-RESTARTING                VALUE 'N'.

      * GATEWAY BODY LINES THAT INTRODUCE EACH QUEUED MESSAGE
       01  SEPARATOR-LINE              PIC  X(60)   VALUE ALL '-'.

       01  SUBJECT-LINE.
         03  FILLER                    PIC  X(9)    VALUE 'SUBJECT: '.
         03  SBJ-SUBJECT               PIC  X(40).

       01  SENDER-LINE.
         03  FILLER                    PIC  X(9)    VALUE 'FROM:    '.
         03  SND-FROM                  PIC  X(8).
         03  FILLER                    PIC  X(10)   VALUE '  SYSTEM: '.
         03  SND-SYSTEM                PIC  X(8).
         03  FILLER                    PIC  X(9)    VALUE '  GROUP: '.
         03  SND-GROUP                 PIC  X(8).
         03  FILLER                    PIC  X(11)   VALUE '  MESSAGE: '.
         03  SND-MAIL-ID               PIC Z(7)9.

       01  MISSING-LINE.
         03  FILLER                    PIC  X(8)    VALUE 'MESSAGE '.
         03  MSG-MAIL-ID               PIC Z(7)9.
         03  FILLER                    PIC  X(22)
                                       VALUE ' IS NO LONGER ON FILE'.

      * THE FOLLOWING AREAS ARE SUBROUTINE PARAMETER BLOCKS

       01  JOBDATA                     PIC  X(8)    VALUE 'JOBDATA'.
       COPY JOBDATA.

       COPY RTCMAN.

       COPY VSMSTATW.

      /*****************************************************************
      *    LINKAGE SECTION                                             *
      ******************************************************************
       LINKAGE SECTION.

       01  MAILDGSR-PARMS.
         COPY MAILDGSR.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING MAILDGSR-PARMS.

      ******************************************************************
      *    MAINLINE ROUTINE                                            *
      ******************************************************************
       A00-MAINLINE-ROUTINE.

           PERFORM B10-INITIALIZATION THRU B15-EXIT.

           IF  RTC-CODE < +8
               PERFORM C00-DIGEST-SWEEP THRU C90-EXIT
           END-IF.

           PERFORM B20-TERMINATION THRU B25-EXIT.

           GOBACK.

      /*****************************************************************
      *    PROGRAM INITIALIZATION ROUTINE                              *
      ******************************************************************
       B10-INITIALIZATION.

           MOVE ZEROES                 TO RTC-CODE.
           MOVE ZEROES                 TO MDGR-DIGEST-COUNT
                                          MDGR-MESSAGE-COUNT
                                          MDGR-DELETED-COUNT.

           CALL JOBDATA             USING JOBDATA-PARMS.
           CALL 'ASKTIME'           USING WS-CURRENT-TIMESTAMP.
      * the shop timestamp convention is an absolute-time value in
      * milliseconds since 1900 -- so the window offset is scaled
      * in milliseconds, not seconds
           COMPUTE WS-CUTOFF-TIMESTAMP =
                   WS-CURRENT-TIMESTAMP
                 - (MDGR-RETENTION-HOURS * 3600 * 1000).

           MOVE 'MAILDGS'              TO VSAM-FILE(MDGS).
           MOVE 'MAILMID'              TO VSAM-FILE(MMID).
           MOVE 'MAILMSG'              TO VSAM-FILE(MMSG).
           MOVE 'MAILUSR'              TO VSAM-FILE(MUSR).
           MOVE 'MAILJRN'              TO VSAM-FILE(JRNL).
           MOVE 'MAILCKP'              TO VSAM-FILE(MCKP).

           MOVE LENGTH OF MDGS-KEY     TO VSAM-KEYL(MDGS).
           MOVE LENGTH OF MMID-KEY     TO VSAM-KEYL(MMID).
           MOVE LENGTH OF MMSG-KEY     TO VSAM-KEYL(MMSG).
           MOVE LENGTH OF MUSR-KEY     TO VSAM-KEYL(MUSR).
           MOVE LENGTH OF MJRN-KEY     TO VSAM-KEYL(JRNL).
           MOVE LENGTH OF MCKP-KEY     TO VSAM-KEYL(MCKP).

           SET  FUNC-OPEN(MDGS)        TO TRUE.
           SET  FUNC-OPEN(MMID)        TO TRUE.
           SET  FUNC-OPEN(MMSG)        TO TRUE.
           SET  FUNC-OPEN(MUSR)        TO TRUE.
           SET  FUNC-OPEN(JRNL)        TO TRUE.
           SET  FUNC-OPEN(MCKP)        TO TRUE.

           OPEN I-O    MAILDGS
                       MAILJRN
                       MAILCKP.
           OPEN INPUT  MAILMID
                       MAILMSG
                       MAILUSR.

           MOVE MDGS                   TO VSUB.
           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK.
           MOVE MMID                   TO VSUB.
           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK.
           MOVE MMSG                   TO VSUB.
           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK.
           MOVE MUSR                   TO VSUB.
           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK.
           MOVE JRNL                   TO VSUB.
           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK.
           MOVE MCKP                   TO VSUB.
           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK.

           IF  RTC-CODE < +8
               PERFORM B50-INIT-DIGEST-NUMBER THRU B55-EXIT
           END-IF.

      * a restart carries on appending behind the digests the failed
      * run already shipped; a fresh run starts the dataset over
           IF  DIGEST-RESTARTING
               OPEN EXTEND MAILOUT
           ELSE
               OPEN OUTPUT MAILOUT
           END-IF.
           IF  MOUT-STAT NOT = '00'
               PERFORM W50-MAILOUT-ERROR THRU W55-EXIT
           END-IF.

       B15-EXIT.
           EXIT.

      /*****************************************************************
      *    PROGRAM TERMINATION ROUTINE                                 *
      ******************************************************************
       B20-TERMINATION.

           IF  RTC-CODE < +16
               SET  FUNC-CLOSE(MDGS)  TO TRUE
               SET  FUNC-CLOSE(MMID)  TO TRUE
               SET  FUNC-CLOSE(MMSG)  TO TRUE
               SET  FUNC-CLOSE(MUSR)  TO TRUE
               SET  FUNC-CLOSE(JRNL)  TO TRUE
               SET  FUNC-CLOSE(MCKP)  TO TRUE

               CLOSE MAILDGS
                     MAILMID
                     MAILMSG
                     MAILUSR
                     MAILJRN
                     MAILCKP
                     MAILOUT

               MOVE MDGS              TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE MMID              TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE MMSG              TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE MUSR              TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE JRNL              TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE MCKP              TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

           DISPLAY THIS-PGM ': DIGESTS='  MDGR-DIGEST-COUNT
                             ' MESSAGES=' MDGR-MESSAGE-COUNT
                             ' DELETED='  MDGR-DELETED-COUNT
                                     UPON CONSOLE.

           MOVE RTC-CODE               TO RETURN-CODE.

       B25-EXIT.
           EXIT.

      /*****************************************************************
      *    READ OR CREATE THE RUN'S MAILCKP RECORD                     *
      *    IT CARRIES THE LAST DIGEST NUMBER ISSUED.  A RECORD STILL   *
      *    MARKED IN PROGRESS MEANS THE LAST RUN DIED PART WAY         *
      *    THROUGH -- THE QUEUE RECORDS IT HAD NOT YET MARKED SENT ARE *
      *    STILL PENDING AND GO OUT IN THIS RUN'S DIGESTS.             *
      ******************************************************************
       B50-INIT-DIGEST-NUMBER.

           MOVE THIS-PGM               TO MCKP-PGM.
           MOVE MCKP                   TO VSUB.
           SET  FUNC-READ(VSUB)        TO TRUE.
           MOVE MCKP-KEY               TO VSAM-KEYD(VSUB).
           READ MAILCKP RECORD KEY IS MCKP-KEY END-READ.

           EVALUATE TRUE
             WHEN STAT-NORMAL(VSUB)
               IF  MCKP-IN-PROGRESS
                   SET  DIGEST-RESTARTING TO TRUE
                   MOVE 1              TO VAR-TEXTL
                   STRING THIS-PGM        DELIMITED BY SPACE
                          ': RESTARTING AFTER AN INCOMPLETE RUN'
                                          DELIMITED BY SIZE
                       INTO VAR-TEXT WITH POINTER VAR-TEXTL
                   SUBTRACT 1        FROM VAR-TEXTL
                   DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               END-IF
               SET  MCKP-IN-PROGRESS   TO TRUE
               MOVE WS-CURRENT-TIMESTAMP
                                       TO MCKP-STARTED-TIMESTAMP
                                          MCKP-UPDATED-TIMESTAMP
               SET  FUNC-REWRITE(VSUB) TO TRUE
               MOVE MCKP-KEY           TO VSAM-KEYD(VSUB)
               REWRITE MAILCKP-RECORD END-REWRITE
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK

             WHEN STAT-NOTFND(VSUB)
      * first run ever -- seed the record; digests number from one
               MOVE THIS-PGM           TO MCKP-PGM
               SET  MCKP-IN-PROGRESS   TO TRUE
               MOVE SPACE              TO MCKP-PHASE
               MOVE ZEROES             TO MCKP-LAST-MAIL-ID
               MOVE ZEROES             TO MCKP-CUTOFF-TIMESTAMP
               MOVE WS-CURRENT-TIMESTAMP
                                       TO MCKP-STARTED-TIMESTAMP
                                          MCKP-UPDATED-TIMESTAMP
               SET  FUNC-WRITE(VSUB)   TO TRUE
               MOVE MCKP-KEY           TO VSAM-KEYD(VSUB)
               WRITE MAILCKP-RECORD END-WRITE
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK

             WHEN OTHER
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-EVALUATE.

       B55-EXIT.
           EXIT.

      /*****************************************************************
      *    ISSUE THE NEXT DIGEST NUMBER                                *
      *    COMMITTED TO MAILCKP AT ONCE, SO A RERUN NEVER HANDS OUT A  *
      *    NUMBER THE GATEWAY MAY ALREADY HAVE SEEN.                   *
      ******************************************************************
       B60-NEXT-DIGEST-NUMBER.

           IF  MCKP-LAST-MAIL-ID NOT < 99999999
               MOVE ZEROES             TO MCKP-LAST-MAIL-ID
           END-IF.
           ADD  1                      TO MCKP-LAST-MAIL-ID.
           MOVE MCKP-LAST-MAIL-ID      TO WS-DIGEST-ID.
           CALL 'ASKTIME'           USING MCKP-UPDATED-TIMESTAMP.

           MOVE MCKP                   TO VSUB.
           SET  FUNC-REWRITE(VSUB)     TO TRUE.
           MOVE MCKP-KEY               TO VSAM-KEYD(VSUB).
           REWRITE MAILCKP-RECORD END-REWRITE.
           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK.

       B65-EXIT.
           EXIT.

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
      *    DIGEST SWEEP ROUTINE                                        *
      *    ONE PASS OVER MAILDGS IN KEY ORDER.  THE QUEUE IS KEYED BY  *
      *    USER, SO EACH USER'S PENDING MESSAGES ARRIVE TOGETHER AND   *
      *    GO OUT UNDER ONE DIGEST NUMBER, OLDEST MESSAGE FIRST.       *
      ******************************************************************
       C00-DIGEST-SWEEP.

           MOVE LOW-VALUES             TO MDGS-KEY.
           MOVE MDGS                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           MOVE MDGS-KEY               TO VSAM-KEYD(VSUB).
           START MAILDGS KEY >= MDGS-KEY END-START.

           PERFORM WITH TEST BEFORE
             UNTIL NOT STAT-NORMAL(VSUB)
                OR RTC-CODE > +7
               SET  FUNC-READNEXT(VSUB) TO TRUE
               READ MAILDGS NEXT RECORD END-READ
               MOVE MDGS-KEY           TO VSAM-KEYD(VSUB)
               IF  STAT-NORMAL(VSUB)
                   PERFORM D00-CHECK-QUEUED THRU D90-EXIT
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
           END-IF.

           IF  RTC-CODE < +8
      * every pending message went out -- mark the run complete so
      * the next one starts a fresh gateway dataset
               SET  MCKP-RUN-COMPLETE  TO TRUE
               CALL 'ASKTIME'       USING MCKP-UPDATED-TIMESTAMP
               MOVE MCKP               TO VSUB
               SET  FUNC-REWRITE(VSUB) TO TRUE
               MOVE MCKP-KEY           TO VSAM-KEYD(VSUB)
               REWRITE MAILCKP-RECORD END-REWRITE
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

       C90-EXIT.
           EXIT.

      /*****************************************************************
      *    SHIP A PENDING QUEUE RECORD, OR AGE OUT A SENT ONE          *
      ******************************************************************
       D00-CHECK-QUEUED.

           IF  MDGS-PENDING
               IF  MDGS-USER-ID NOT = WS-DIGEST-USER-ID
                   PERFORM E00-START-DIGEST THRU E90-EXIT
               END-IF
               IF  RTC-CODE < +8
                   PERFORM F00-LIST-MESSAGE THRU F90-EXIT
               END-IF
               IF  RTC-CODE < +8
                   PERFORM G00-MARK-SENT THRU G90-EXIT
               END-IF
      * re-point VSUB back at the MAILDGS status table entry for the
      * outer sweep loop's use
               MOVE MDGS               TO VSUB
               GO TO D90-EXIT
           END-IF.

           IF  MDGS-SENT
           AND MDGR-RETENTION-HOURS > ZEROES
           AND MDGS-SENT-TIMESTAMP < WS-CUTOFF-TIMESTAMP
               SET  FUNC-DELETE(VSUB)  TO TRUE
               DELETE MAILDGS RECORD END-DELETE
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               IF  STAT-NORMAL(VSUB)
                   ADD  1              TO MDGR-DELETED-COUNT
               END-IF
           END-IF.

       D90-EXIT.
           EXIT.

      /*****************************************************************
      *    START A NEW USER'S DIGEST                                   *
      *    NUMBER IT, THEN WRITE ITS GATEWAY HEADER AND ITS ONE        *
      *    RECIPIENT RECORD.  THE QUEUED USER ID WAS ALREADY RESOLVED  *
      *    THROUGH ANY DELEGATE BY THE DELIVERY SWEEP; THE NAME AND    *
      *    E-MAIL ADDRESS ARE TAKEN FROM THE DIRECTORY AS IT STANDS.   *
      ******************************************************************
       E00-START-DIGEST.

           MOVE MDGS-USER-ID           TO WS-DIGEST-USER-ID.
           PERFORM B60-NEXT-DIGEST-NUMBER THRU B65-EXIT.
           IF  RTC-CODE > +7
               GO TO E90-EXIT
           END-IF.
           ADD  1                      TO MDGR-DIGEST-COUNT.

      * write the gateway header record
           MOVE SPACES                 TO MAILOUT-RECORD.
           SET  MOUT-HEADER-REC        TO TRUE.
           MOVE WS-DIGEST-ID           TO MOUT-MAIL-ID.
           MOVE 'DIGEST'               TO MOUT-HDR-SYSTEM.
           MOVE '*DIGEST*'             TO MOUT-HDR-TO-GRP.
           MOVE THIS-PGM               TO MOUT-HDR-FROM.
           MOVE 'DAILY MAIL DIGEST'    TO MOUT-HDR-SUBJECT.
           MOVE WS-CURRENT-TIMESTAMP   TO MOUT-HDR-CREATED-STMP.
           PERFORM W00-WRITE-MAILOUT THRU W05-EXIT.

      * write the recipient record
           MOVE SPACES                 TO MAILOUT-RECORD.
           SET  MOUT-RECIP-REC         TO TRUE.
           MOVE WS-DIGEST-ID           TO MOUT-MAIL-ID.
           MOVE '*DIGEST*'             TO MOUT-RCP-TO-GRP.
           MOVE WS-DIGEST-USER-ID      TO MOUT-RCP-USER-ID.

           MOVE WS-DIGEST-USER-ID      TO MUSR-USER-ID.
           MOVE MUSR                   TO VSUB.
           SET  FUNC-READ(VSUB)        TO TRUE.
           MOVE MUSR-KEY               TO VSAM-KEYD(VSUB).
           READ MAILUSR RECORD KEY IS MUSR-KEY END-READ.

           IF  STAT-NORMAL(VSUB)
               MOVE MUSR-NAME          TO MOUT-RCP-NAME
               MOVE MUSR-EMAIL         TO MOUT-RCP-EMAIL
           END-IF.

           IF  NOT STAT-NORMAL(VSUB)
           AND NOT STAT-NOTFND(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

           PERFORM W00-WRITE-MAILOUT THRU W05-EXIT.

       E90-EXIT.
           EXIT.

      /*****************************************************************
      *    LIST ONE QUEUED MESSAGE IN THE DIGEST                       *
      *    A SEPARATOR, THE SUBJECT, THE SENDER, THEN THE BODY LINES.  *
      *    A MESSAGE PURGED SINCE IT WAS QUEUED IS NAMED AS MISSING.   *
      ******************************************************************
       F00-LIST-MESSAGE.

           MOVE SEPARATOR-LINE         TO WS-BODY-TEXT.
           PERFORM W10-WRITE-BODY-LINE THRU W15-EXIT.

           MOVE MDGS-MAIL-ID           TO MMID-ID.
           MOVE MMID                   TO VSUB.
           SET  FUNC-READ(VSUB)        TO TRUE.
           MOVE MMID-KEY               TO VSAM-KEYD(VSUB).
           READ MAILMID RECORD KEY IS MMID-KEY END-READ.

           IF  STAT-NOTFND(VSUB)
               MOVE MDGS-MAIL-ID       TO MSG-MAIL-ID
               MOVE MISSING-LINE       TO WS-BODY-TEXT
               PERFORM W10-WRITE-BODY-LINE THRU W15-EXIT
               GO TO F90-EXIT
           END-IF.

           IF  NOT STAT-NORMAL(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO F90-EXIT
           END-IF.

           MOVE MMID-SUBJECT           TO SBJ-SUBJECT.
           MOVE SUBJECT-LINE           TO WS-BODY-TEXT.
           PERFORM W10-WRITE-BODY-LINE THRU W15-EXIT.

           MOVE MMID-FROM              TO SND-FROM.
           MOVE MMID-SYSTEM            TO SND-SYSTEM.
           MOVE MDGS-TO-GRP            TO SND-GROUP.
           MOVE MDGS-MAIL-ID           TO SND-MAIL-ID.
           MOVE SENDER-LINE            TO WS-BODY-TEXT.
           PERFORM W10-WRITE-BODY-LINE THRU W15-EXIT.

           MOVE SPACES                 TO WS-BODY-TEXT.
           PERFORM W10-WRITE-BODY-LINE THRU W15-EXIT.

      * then the message's own body lines
           MOVE MDGS-MAIL-ID           TO MMSG-ID.
           MOVE ZEROES                 TO MMSG-SEQ.

           MOVE MMSG                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           MOVE MMSG-KEY               TO VSAM-KEYD(VSUB).
           START MAILMSG KEY >= MMSG-KEY END-START.

           PERFORM WITH TEST BEFORE
             UNTIL MMSG-ID NOT = MDGS-MAIL-ID
                OR NOT STAT-NORMAL(VSUB)
                OR RTC-CODE > +7
      * short records leave the tail of the body area undefined --
      * clear it ahead of each read so the gateway never sees residue
               MOVE SPACES             TO MMSG-BODY
               SET  FUNC-READNEXT(VSUB) TO TRUE
               READ MAILMSG NEXT RECORD END-READ
               IF  STAT-NORMAL(VSUB)
               AND MMSG-ID = MDGS-MAIL-ID
                   MOVE MMSG-BODY      TO WS-BODY-TEXT
                   PERFORM W10-WRITE-BODY-LINE THRU W15-EXIT
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
                      'MAILMSG...'        DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

       F90-EXIT.
           EXIT.

      /*****************************************************************
      *    MARK THE QUEUE RECORD SENT UNDER THIS DIGEST AND JOURNAL IT *
      ******************************************************************
       G00-MARK-SENT.

           SET  MDGS-SENT              TO TRUE.
           MOVE WS-DIGEST-ID           TO MDGS-DIGEST-ID.
           MOVE WS-CURRENT-TIMESTAMP   TO MDGS-SENT-TIMESTAMP.

           MOVE MDGS                   TO VSUB.
           SET  FUNC-REWRITE(VSUB)     TO TRUE.
           MOVE MDGS-KEY               TO VSAM-KEYD(VSUB).
           REWRITE MAILDGS-RECORD END-REWRITE.
           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK.

           IF  STAT-NORMAL(VSUB)
               ADD  1                  TO MDGR-MESSAGE-COUNT
      * journal the digest delivery -- the recipient rides in the
      * group name field, so "did user X get message NNN" has an
      * answer once the queue record is gone
               MOVE 'DGST'             TO MJRN-REQUEST
               MOVE MDGS-MAIL-ID       TO MJRN-MAIL-ID
               MOVE MDGS-USER-ID       TO MJRN-GRP-NAME
               MOVE JOBD-EXEC-PGM      TO MJRN-USER-ID
               MOVE THIS-PGM           TO MJRN-PGM
               MOVE SPACE              TO MJRN-PRIORITY
               PERFORM B70-WRITE-JOURNAL THRU B75-EXIT
           END-IF.

       G90-EXIT.
           EXIT.

      /*****************************************************************
      *    WRITE THE TEXT IN WS-BODY-TEXT AS ONE GATEWAY BODY RECORD   *
      ******************************************************************
       W10-WRITE-BODY-LINE.

           MOVE SPACES                 TO MAILOUT-RECORD.
           SET  MOUT-BODY-REC          TO TRUE.
           MOVE WS-DIGEST-ID           TO MOUT-MAIL-ID.
           MOVE WS-BODY-TEXT           TO MOUT-BODY-TEXT.
           PERFORM W00-WRITE-MAILOUT THRU W05-EXIT.

       W15-EXIT.
           EXIT.

      /*****************************************************************
      *    WRITE ONE GATEWAY INTERFACE RECORD                          *
      ******************************************************************
       W00-WRITE-MAILOUT.

           WRITE MAILOUT-RECORD.
           IF  MOUT-STAT NOT = '00'
               PERFORM W50-MAILOUT-ERROR THRU W55-EXIT
           END-IF.

       W05-EXIT.
           EXIT.

      /*****************************************************************
      *    REPORT A MAILOUT I/O ERROR                                  *
      ******************************************************************
       W50-MAILOUT-ERROR.

           MOVE 1                      TO VAR-TEXTL.
           STRING THIS-PGM                DELIMITED BY SPACE
                  ': FILE I/O ERROR ON MAILOUT STATUS='
                                         DELIMITED BY SIZE
                  MOUT-STAT              DELIMITED BY SIZE
               INTO VAR-TEXT         WITH POINTER VAR-TEXTL.
           SUBTRACT 1                FROM VAR-TEXTL.
           DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE.
           MOVE +16                    TO RTC-CODE.
           PERFORM B80-CALL-RTCMAN THRU B85-EXIT.

       W55-EXIT.
           EXIT.
