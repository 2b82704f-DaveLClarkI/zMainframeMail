      *                INSTEAD OF RESTARTING FROM THE TOP OF MAILMID
      *                -- ONLY THE SINGLE IN-FLIGHT MESSAGE CAN EVER
      *                REACH THE GATEWAY TWICE.
      * 10/15/2026 DLC EXPAND NESTED DISTRIBUTION GROUPS WHEN WRITING
      *                RECIPIENTS, AND WRITE EACH RECIPIENT ONLY ONCE
      *                PER MESSAGE NO MATTER HOW MANY OF ITS GROUPS
      *                (OR DELEGATORS) REACH THEM.
      * 10/15/2026 DLC A RECIPIENT WHOSE MAILUSR DELIVERY PREFERENCE IS
      *                DAILY DIGEST GETS NO 'R' RECORD ON A ROUTINE
      *                MESSAGE WITHOUT ATTACHMENTS -- THE MESSAGE IS
      *                QUEUED FOR THEM ON MAILDGS INSTEAD, FOR THE
      *                DIGEST RUN (MAILDGSB).  URGENT MAIL AND MAIL
      *                CARRYING ATTACHMENTS STILL GO OUT IMMEDIATELY.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
               FILE STATUS IS FILE8-STAT
                              FILE8-FDBK.

           SELECT MAILDGS
               ASSIGN TO MAILDGS
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS MDGS-KEY
               FILE STATUS IS FILE9-STAT
                              FILE9-FDBK.

           SELECT MAILOUT
               ASSIGN TO MAILOUT
               ORGANIZATION IS SEQUENTIAL
             DEPENDING ON MJRN-RECL.
       COPY MAILJRN.

       FD  MAILUSR
           RECORD IS VARYING IN SIZE
             FROM 139 TO 255
             DEPENDING ON MUSR-RECL.
       COPY MAILUSR.

       FD  MAILATT.
       FD  MAILCKP.
       COPY MAILCKP.

       FD  MAILDGS.
       COPY MAILDGS.

       FD  MAILOUT
           RECORD CONTAINS 255 CHARACTERS.
       COPY MAILOUT.
         03  MUSR                      PIC S9(4)    BINARY VALUE 6.
         03  MATT                      PIC S9(4)    BINARY VALUE 7.
         03  MCKP                      PIC S9(4)    BINARY VALUE 8.
         03  MDGS                      PIC S9(4)    BINARY VALUE 9.

         03  VAR-TEXTL                 PIC S9(4)    BINARY.
         03  VAR-TEXT                  PIC  X(245)  VALUE SPACES.
         03  MMSG-RECL                 PIC  9(5).
         03  MDST-RECL                 PIC  9(5).
         03  MJRN-RECL                 PIC  9(5).
         03  MUSR-RECL                 PIC  9(5).

         03  MOUT-STAT                 PIC  X(2).

         03  WS-RCP-USER-ID            PIC  X(8).
         03  WS-RCP-NAME               PIC  X(30).
         03  WS-RCP-EMAIL              PIC  X(60).
         03  WS-RCP-PREF-SW            PIC  X(1).
           88  RCP-TAKES-DIGEST                     VALUE 'D'.
           88  RCP-TAKES-IMMEDIATE                  VALUE 'I'.

      * A ROUTINE MESSAGE WITH NO ATTACHMENT LINES MAY BE QUEUED FOR
      * A DIGEST USER -- A DIGEST CARRIES BODY TEXT ONLY
         03  DIGEST-SW                 PIC  X(1).
           88  MESSAGE-DIGESTIBLE                   VALUE 'Y'.
           88  MESSAGE-NOT-DIGESTIBLE               VALUE 'N'.

         03  WS-CURRENT-TIMESTAMP      PIC S9(15)   COMP-3.
         03  WS-ESCALATE-CUTOFF        PIC S9(15)   COMP-3.
         03  WS-RESTART-PHASE          PIC  X(1).
         03  WS-RESTART-ID             PIC S9(8)    COMP.
         03  WS-RESTART-ID-D           PIC Z(7)9.
         03  WS-MAIL-ID-D              PIC Z(7)9.

       01  ESCALATE-LINE.
         03  FILLER                    PIC  X(9)    VALUE 'ESCALATE'.
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  ESC-SUBJECT               PIC  X(40).

      * RECIPIENTS ALREADY WRITTEN FOR THE MESSAGE IN HAND -- A USER
      * REACHED THROUGH MORE THAN ONE GROUP, NESTED GROUP OR
      * DELEGATOR STILL GETS A SINGLE 'R' RECORD.  SHOULD THE TABLE
      * EVER FILL, LATER RECIPIENTS GO OUT UNCHECKED RATHER THAN NOT
      * AT ALL.
       01  RECIPIENT-SENT-TABLE.
         03  SNT-MAX                   PIC S9(4)    BINARY VALUE 1000.
         03  SNT-COUNT                 PIC S9(4)    BINARY VALUE 0.
         03  SNT-FOUND-SW              PIC  X(1).
           88  RCP-ALREADY-SENT                     VALUE 'Y'.
           88  RCP-NOT-YET-SENT                     VALUE 'N'.
         03  SNT-ENTRY OCCURS 0 TO 1000 TIMES
                       DEPENDING ON SNT-COUNT
                       INDEXED BY SNT-IDX.
             05  SNT-USER-ID           PIC  X(8).

       COPY MAILNSTW.

      * THE FOLLOWING AREAS ARE SUBROUTINE PARAMETER BLOCKS

       01  JOBDATA                     PIC  X(8)    VALUE 'JOBDATA'.
           MOVE ZEROES                 TO RTC-CODE.
           MOVE ZEROES                 TO MDLV-EXAMINED-COUNT
                                          MDLV-DELIVERED-COUNT
                                          MDLV-ESCALATED-COUNT
                                          MDLV-DIGESTED-COUNT.

           CALL JOBDATA             USING JOBDATA-PARMS.
           CALL 'ASKTIME'           USING WS-CURRENT-TIMESTAMP.
           MOVE 'MAILUSR'              TO VSAM-FILE(MUSR).
           MOVE 'MAILATT'              TO VSAM-FILE(MATT).
           MOVE 'MAILCKP'              TO VSAM-FILE(MCKP).
           MOVE 'MAILDGS'              TO VSAM-FILE(MDGS).

           MOVE LENGTH OF MMID-KEY     TO VSAM-KEYL(MMID).
           MOVE LENGTH OF MMSG-KEY     TO VSAM-KEYL(MMSG).
           MOVE LENGTH OF MUSR-KEY     TO VSAM-KEYL(MUSR).
           MOVE LENGTH OF MATT-KEY     TO VSAM-KEYL(MATT).
           MOVE LENGTH OF MCKP-KEY     TO VSAM-KEYL(MCKP).
           MOVE LENGTH OF MDGS-KEY     TO VSAM-KEYL(MDGS).

           SET  FUNC-OPEN(MMID)        TO TRUE.
           SET  FUNC-OPEN(MMSG)        TO TRUE.
           SET  FUNC-OPEN(MUSR)        TO TRUE.
           SET  FUNC-OPEN(MATT)        TO TRUE.
           SET  FUNC-OPEN(MCKP)        TO TRUE.
           SET  FUNC-OPEN(MDGS)        TO TRUE.

           OPEN I-O    MAILMID
                       MAILJRN
                       MAILCKP
                       MAILDGS.
           OPEN INPUT  MAILMSG
                       MAILDST
                       MAILMDS
           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK.
           MOVE MCKP                   TO VSUB.
           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK.
           MOVE MDGS                   TO VSUB.
           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK.

           IF  RTC-CODE < +8
               PERFORM B50-INIT-CHECKPOINT THRU B55-EXIT
               SET  FUNC-CLOSE(MUSR)  TO TRUE
               SET  FUNC-CLOSE(MATT)  TO TRUE
               SET  FUNC-CLOSE(MCKP)  TO TRUE
               SET  FUNC-CLOSE(MDGS)  TO TRUE

               CLOSE MAILMID
                     MAILMSG
                     MAILUSR
                     MAILATT
                     MAILCKP
                     MAILDGS
                     MAILOUT

               MOVE MMID              TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE MCKP              TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE MDGS              TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

           DISPLAY THIS-PGM ': EXAMINED='  MDLV-EXAMINED-COUNT
                             ' DELIVERED=' MDLV-DELIVERED-COUNT
                             ' ESCALATED=' MDLV-ESCALATED-COUNT
                             ' DIGESTED='  MDLV-DIGESTED-COUNT
                                     UPON CONSOLE.

           MOVE RTC-CODE               TO RETURN-CODE.
      ******************************************************************
       COPY MAILJRNP.

      /*****************************************************************
      *    EXPAND A DISTRIBUTION GROUP'S NESTED GROUPS                 *
      ******************************************************************
       COPY MAILNSTP.

      /*****************************************************************
      *    DELIVERY SWEEP ROUTINE                                      *
      *    TWO PASSES OVER MAILMID IN KEY ORDER:  THE FIRST DELIVERS   *
           MOVE MMID-CREATED-TIMESTAMP TO MOUT-HDR-CREATED-STMP.
           PERFORM W00-WRITE-MAILOUT THRU W05-EXIT.

      * routine mail without attachments may be queued for the
      * recipients who take the daily digest
           SET  MESSAGE-NOT-DIGESTIBLE TO TRUE.
           IF  NOT MMID-IS-URGENT
               PERFORM E50-CHECK-DIGESTIBLE THRU E55-EXIT
           END-IF.

      * resolve the primary group to recipient records
           MOVE ZEROES                 TO SNT-COUNT.
           MOVE MMID-TO-GRP            TO WS-GRP-NAME.
           PERFORM F00-WRITE-RECIPIENTS THRU F90-EXIT.

           EXIT.

      /*****************************************************************
      *    MAY THIS ROUTINE MESSAGE GO INTO A DAILY DIGEST             *
      *    ONLY WHEN IT CARRIES NO ATTACHMENT LINES -- THE DIGEST      *
      *    LISTS BODY TEXT, AND AN ATTACHMENT MUST NOT BE DROPPED.     *
      ******************************************************************
       E50-CHECK-DIGESTIBLE.

           SET  MESSAGE-DIGESTIBLE     TO TRUE.

           MOVE WS-SAVE-MMID-ID        TO MATT-ID.
           MOVE ZEROES                 TO MATT-SEQ.

           MOVE MATT                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           MOVE MATT-KEY               TO VSAM-KEYD(VSUB).
           START MAILATT KEY >= MATT-KEY END-START.

           IF  STAT-NORMAL(VSUB)
               SET  FUNC-READNEXT(VSUB) TO TRUE
               READ MAILATT NEXT RECORD END-READ
               IF  STAT-NORMAL(VSUB)
               AND MATT-ID = WS-SAVE-MMID-ID
                   SET  MESSAGE-NOT-DIGESTIBLE TO TRUE
               END-IF
           END-IF.

           IF  STAT-EOFILE(VSUB)
           OR  STAT-NOTFND(VSUB)
               SET  STAT-NORMAL(VSUB)  TO TRUE
           END-IF.

           IF  NOT STAT-NORMAL(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

       E55-EXIT.
           EXIT.

      /*****************************************************************
      *    WRITE ONE RECIPIENT RECORD PER EFFECTIVE MEMBER OF THE      *
      *    GROUP NAMED IN WS-GRP-NAME -- ITS OWN MEMBERS PLUS THOSE    *
      *    OF EVERY ACTIVE GROUP NESTED UNDER IT.  A RECIPIENT ALREADY *
      *    WRITTEN FOR THIS MESSAGE IS NOT WRITTEN AGAIN.  A GROUP     *
      *    WITH NO MEMBER RECORDS AT ALL GETS ONE RECIPIENT RECORD     *
      *    WITH A BLANK USER ID.                                       *
      ******************************************************************
       F00-WRITE-RECIPIENTS.

           MOVE ZEROES                 TO WS-MBR-COUNT.

           MOVE WS-GRP-NAME            TO NST-ROOT-NAME.
           SET  NST-WALK-ACTIVE        TO TRUE.
           PERFORM B40-EXPAND-GROUP  THRU B45-EXIT.

           IF  NST-TABLE-FULL
               MOVE WS-SAVE-MMID-ID    TO WS-MAIL-ID-D
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': GROUP '          DELIMITED BY SIZE
                      WS-GRP-NAME         DELIMITED BY SPACE
                      ' NESTS TOO MANY GROUPS, MESSAGE '
                                          DELIMITED BY SIZE
                      WS-MAIL-ID-D        DELIMITED BY SIZE
                      ' PARTLY ADDRESSED' DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               IF  RTC-CODE < +4
                   MOVE +4             TO RTC-CODE
                   PERFORM B80-CALL-RTCMAN THRU B85-EXIT
               END-IF
           END-IF.

           PERFORM WITH TEST BEFORE
             VARYING NST-SUB FROM 1 BY 1
             UNTIL NST-SUB > NST-COUNT
                OR RTC-CODE > +7
               IF  NST-GRP-USED(NST-SUB)
                   PERFORM F10-WRITE-GROUP-MEMBERS THRU F19-EXIT
               END-IF
           END-PERFORM.

           IF  WS-MBR-COUNT = ZEROES
           AND RTC-CODE < +8
               MOVE SPACES             TO MAILOUT-RECORD
               SET  MOUT-RECIP-REC     TO TRUE
               MOVE WS-SAVE-MMID-ID    TO MOUT-MAIL-ID
               MOVE WS-GRP-NAME        TO MOUT-RCP-TO-GRP
               PERFORM W00-WRITE-MAILOUT THRU W05-EXIT
           END-IF.

       F90-EXIT.
           EXIT.

      /*****************************************************************
      *    WRITE THE RECIPIENT RECORDS FOR ONE TABLED GROUP'S OWN      *
      *    USER MEMBERS.  THE 'R' RECORDS CARRY THE GROUP THE MESSAGE  *
      *    WAS ADDRESSED TO, NOT THE NESTED GROUP THAT REACHED THE     *
      *    MEMBER, SO GATEWAY FEEDBACK TALLIES AGAINST THE RIGHT ONE.  *
      ******************************************************************
       F10-WRITE-GROUP-MEMBERS.

           MOVE NST-GRP-NAME(NST-SUB)  TO MDST-GRP-NAME.
           SET  MDST-GRP-MEMBER        TO TRUE.
           MOVE LOW-VALUES             TO MDST-MBR-USER-ID.

           START MAILDST KEY >= MDST-KEY END-START.

           PERFORM WITH TEST BEFORE
             UNTIL MDST-GRP-NAME NOT = NST-GRP-NAME(NST-SUB)
                OR NOT MDST-GRP-MEMBER
                OR NOT STAT-NORMAL(VSUB)
                OR RTC-CODE > +7
               SET  FUNC-READNEXT(VSUB) TO TRUE
               READ MAILDST NEXT RECORD END-READ
               IF  STAT-NORMAL(VSUB)
               AND MDST-GRP-NAME = NST-GRP-NAME(NST-SUB)
               AND MDST-GRP-MEMBER
                   ADD  1              TO WS-MBR-COUNT
                   PERFORM F50-RESOLVE-MEMBER THRU F59-EXIT
                   PERFORM F60-CHECK-SENT THRU F65-EXIT
      * a digest user is queued for the digest run instead
                   EVALUATE TRUE
                     WHEN RCP-ALREADY-SENT
                       CONTINUE
                     WHEN MESSAGE-DIGESTIBLE
                      AND RCP-TAKES-DIGEST
                       PERFORM F70-QUEUE-DIGEST THRU F75-EXIT
                     WHEN OTHER
                       MOVE SPACES     TO MAILOUT-RECORD
                       SET  MOUT-RECIP-REC TO TRUE
                       MOVE WS-SAVE-MMID-ID TO MOUT-MAIL-ID
                       MOVE WS-GRP-NAME TO MOUT-RCP-TO-GRP
                       MOVE WS-RCP-USER-ID TO MOUT-RCP-USER-ID
                       MOVE WS-RCP-NAME TO MOUT-RCP-NAME
                       MOVE WS-RCP-EMAIL TO MOUT-RCP-EMAIL
                       PERFORM W00-WRITE-MAILOUT THRU W05-EXIT
                   END-EVALUATE
               END-IF
           END-PERFORM.

               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

       F19-EXIT.
           EXIT.

      /*****************************************************************
           MOVE MDST-MBR-USER-ID       TO WS-RCP-USER-ID.
           MOVE SPACES                 TO WS-RCP-NAME
                                          WS-RCP-EMAIL.
           SET  RCP-TAKES-IMMEDIATE    TO TRUE.

           MOVE WS-RCP-USER-ID         TO MUSR-USER-ID.
           MOVE SPACE                  TO MUSR-DELIVERY-PREF.
           MOVE MUSR                   TO VSUB.
           SET  FUNC-READ(VSUB)        TO TRUE.
           MOVE MUSR-KEY               TO VSAM-KEYD(VSUB).
               MOVE MUSR-DELEGATE-USER-ID
                                       TO WS-RCP-USER-ID
                                          MUSR-USER-ID
               MOVE SPACE              TO MUSR-DELIVERY-PREF
               SET  FUNC-READ(VSUB)    TO TRUE
               MOVE MUSR-KEY           TO VSAM-KEYD(VSUB)
               READ MAILUSR RECORD KEY IS MUSR-KEY END-READ
           IF  STAT-NORMAL(VSUB)
               MOVE MUSR-NAME          TO WS-RCP-NAME
               MOVE MUSR-EMAIL         TO WS-RCP-EMAIL
               IF  MUSR-DIGEST
                   SET  RCP-TAKES-DIGEST TO TRUE
               END-IF
           END-IF.

           IF  NOT STAT-NORMAL(VSUB)
       F59-EXIT.
           EXIT.

      /*****************************************************************
      *    HAS THE RESOLVED RECIPIENT ALREADY BEEN WRITTEN FOR THIS    *
      *    MESSAGE.  IF NOT, THE RECIPIENT IS TABLED (ROOM PERMITTING) *
      *    AND SHOULD BE SENT.                                         *
      ******************************************************************
       F60-CHECK-SENT.

           SET  RCP-NOT-YET-SENT       TO TRUE.
           SET  SNT-IDX                TO 1.
           SEARCH SNT-ENTRY
             AT END
               IF  SNT-COUNT < SNT-MAX
                   ADD  1              TO SNT-COUNT
                   MOVE WS-RCP-USER-ID TO SNT-USER-ID(SNT-COUNT)
               END-IF
             WHEN SNT-USER-ID(SNT-IDX) = WS-RCP-USER-ID
               SET  RCP-ALREADY-SENT   TO TRUE
           END-SEARCH.

       F65-EXIT.
           EXIT.

      /*****************************************************************
      *    QUEUE THE MESSAGE FOR THE RESOLVED RECIPIENT'S DAILY DIGEST *
      *    A MESSAGE ALREADY QUEUED FOR THE USER (A RERUN, OR A        *
      *    MESSAGE RE-QUEUED BY GATEWAY FEEDBACK FOR SOMEONE ELSE) IS  *
      *    LEFT AS IT STANDS, SO NO DIGEST CARRIES IT TWICE.           *
      ******************************************************************
       F70-QUEUE-DIGEST.

           MOVE WS-RCP-USER-ID         TO MDGS-USER-ID.
           MOVE WS-SAVE-MMID-ID        TO MDGS-MAIL-ID.
           MOVE WS-GRP-NAME            TO MDGS-TO-GRP.
           SET  MDGS-PENDING           TO TRUE.
           MOVE ZEROES                 TO MDGS-DIGEST-ID
                                          MDGS-SENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP   TO MDGS-QUEUED-TIMESTAMP.

           MOVE MDGS                   TO VSUB.
           SET  FUNC-WRITE(VSUB)       TO TRUE.
           MOVE MDGS-KEY               TO VSAM-KEYD(VSUB).
           WRITE MAILDGS-RECORD END-WRITE.

           IF  STAT-NORMAL(VSUB)
               ADD  1                  TO MDLV-DIGESTED-COUNT
           END-IF.

           IF  NOT STAT-NORMAL(VSUB)
           AND NOT STAT-DUPREC(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

      * re-point VSUB back at the MAILDST status table entry for the
      * member scan loop's use
           MOVE MDST                   TO VSUB.

       F75-EXIT.
           EXIT.

      /*****************************************************************
      *    RESOLVE EACH MAILMDS EXTENDED DISTRIBUTION ROW FOR THE      *
      *    MESSAGE TO RECIPIENT RECORDS                                *
