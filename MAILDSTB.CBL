      *                AND REACTIVATES MAILDST GROUP HEADER RECORDS,
      *                AND ADDS, REMOVES AND LISTS THE GROUP MEMBER
      *                RECORDS THAT RESOLVE A GROUP TO ITS USER IDS.
      *                ALSO NESTS ONE GROUP INSIDE ANOTHER (AND UNNESTS
      *                IT) THROUGH MAILDST SUB-GROUP RECORDS, AND
      *                KEEPS EACH GROUP'S POSTING LIST OF THE SYSTEMS,
      *                PROGRAMS AND USERS ALLOWED TO SEND TO IT, AND
      *                RECORDS EACH GROUP'S OWNER AND THE OWNER'S
      *                CERTIFICATIONS OF ITS MEMBERSHIP.

      * CHANGE HISTORY ------------------------------------------------
      * 08/08/2026 DLC ORIGINAL PROGRAM.
      *                ON THE MAILUSR USER DIRECTORY, SO EVERY GROUP
      *                MEMBER RESOLVES TO A REAL E-MAIL ADDRESS AT
      *                DELIVERY TIME.
      * 10/15/2026 DLC ADD NESTED GROUP MAINTENANCE (ADDG, DELG).  A
      *                GROUP MAY NOW BE A MEMBER OF ANOTHER GROUP; ADDG
      *                REFUSES ANY NESTING THAT WOULD FORM A LOOP.  A
      *                RENAME CARRIES THE SUB-GROUP RECORDS ALONG AND
      *                RE-POINTS EVERY GROUP THAT NESTS THE OLD NAME.
      * 10/15/2026 DLC ADD POSTING LIST MAINTENANCE (ADDP, DELP, LSTP).
      *                A GROUP WITH POSTER RECORDS ACCEPTS MAIL ONLY
      *                FROM THE SYSTEMS, BATCH PROGRAMS AND CICS USERS
      *                NAMED ON IT.  A RENAME CARRIES THE POSTER
      *                RECORDS ALONG WITH THE MEMBERS.
      * 10/15/2026 DLC THE MAILUSR FD IS NOW VARYING -- A USER RECORD
      *                WRITTEN BEFORE THE DELIVERY PREFERENCE EXISTED
      *                IS TOO SHORT TO REACH IT.
      * 10/15/2026 DLC ADD GROUP OWNERSHIP (OWNR) AND MEMBERSHIP
      *                CERTIFICATION (CERT) ON THE GROUP HEADER.  A
      *                HEADER WRITTEN BEFORE THE NEW FIELDS EXISTED IS
      *                LENGTHENED WHEN NEXT REWRITTEN.  GROUP NAMES
      *                STARTING WITH '*' ARE NOW RESERVED.
      * 10/15/2026 DLC REFUSE MEMBER, SUBGROUP AND POSTER ADDS ON A
      *                RESERVED '*' GROUP.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
             DEPENDING ON MJRN-RECL.
       COPY MAILJRN.

       FD  MAILUSR
           RECORD IS VARYING IN SIZE
             FROM 139 TO 255
             DEPENDING ON MUSR-RECL.
       COPY MAILUSR.

      ******************************************************************

         03  MDST-RECL                 PIC  9(5).
         03  MJRN-RECL                 PIC  9(5).
         03  MUSR-RECL                 PIC  9(5).

         03  WS-NOW-TIMESTAMP          PIC S9(15)   COMP-3.
         03  MGRP-SAVE-DATA            PIC  X(97)   VALUE SPACES.

       COPY MAILNSTW.

      * THE FOLLOWING AREAS ARE SUBROUTINE PARAMETER BLOCKS

                   PERFORM G00-REMOVE-MEMBER    THRU G90-EXIT
                 WHEN MGRP-LSTMBR-PARMS
                   PERFORM H00-LIST-MEMBER      THRU H90-EXIT
                 WHEN MGRP-ADDSUB-PARMS
                   PERFORM I00-ADD-SUBGROUP     THRU I90-EXIT
                 WHEN MGRP-DELSUB-PARMS
                   PERFORM J00-REMOVE-SUBGROUP  THRU J90-EXIT
                 WHEN MGRP-ADDPST-PARMS
                   PERFORM K00-ADD-POSTER       THRU K90-EXIT
                 WHEN MGRP-DELPST-PARMS
                   PERFORM L00-REMOVE-POSTER    THRU L90-EXIT
                 WHEN MGRP-LSTPST-PARMS
                   PERFORM M00-LIST-POSTER      THRU M90-EXIT
                 WHEN MGRP-OWNER-PARMS
                   PERFORM N00-SET-OWNER        THRU N90-EXIT
                 WHEN MGRP-CERTIFY-PARMS
                   PERFORM O00-CERTIFY-GROUP    THRU O90-EXIT
               END-EVALUATE
           END-IF.

           AND NOT MGRP-ADDMBR-PARMS
           AND NOT MGRP-DELMBR-PARMS
           AND NOT MGRP-LSTMBR-PARMS
           AND NOT MGRP-ADDSUB-PARMS
           AND NOT MGRP-DELSUB-PARMS
           AND NOT MGRP-ADDPST-PARMS
           AND NOT MGRP-DELPST-PARMS
           AND NOT MGRP-LSTPST-PARMS
           AND NOT MGRP-OWNER-PARMS
           AND NOT MGRP-CERTIFY-PARMS
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': CALL CONTROL ERROR' DELIMITED BY SIZE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
           END-IF.

           IF  RTC-CODE = ZERO
           AND (MGRP-ADDSUB-PARMS OR MGRP-DELSUB-PARMS)
           AND MGRP-MBR-USER-ID = SPACES
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': NESTED GROUP NAME REQUIRED'
                                          DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
           END-IF.

           IF  RTC-CODE = ZERO
           AND (MGRP-ADDPST-PARMS OR MGRP-DELPST-PARMS)
           AND MGRP-MBR-USER-ID = SPACES
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': SENDER ID REQUIRED' DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
           END-IF.

           IF  RTC-CODE = ZERO
           AND MGRP-ADDPST-PARMS
           AND NOT MGRP-PST-KIND-VALID
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': POSTER KIND MUST BE S, P OR U'
                                          DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
           END-IF.

           IF  RTC-CODE = ZERO
           AND MGRP-RENAME-PARMS
           AND MGRP-NEW-NAME = SPACES
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
           END-IF.

      * a leading '*' marks a name the mail system keeps for itself
      * (the recertification run's review mailboxes)
           IF  RTC-CODE = ZERO
           AND ((MGRP-CREATE-PARMS AND MGRP-NAME(1:1) = '*')
            OR  (MGRP-RENAME-PARMS AND MGRP-NEW-NAME(1:1) = '*'))
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': GROUP NAMES STARTING WITH * ARE RESERVED'
                                          DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
           END-IF.

      * and a review mailbox reaches its owner alone -- nothing may be
      * added to one.  a delete is still taken, so a mailbox added to
      * before this check existed can be put right
           IF  RTC-CODE = ZERO
           AND MGRP-NAME(1:1) = '*'
           AND (MGRP-ADDMBR-PARMS
            OR  MGRP-ADDSUB-PARMS
            OR  MGRP-ADDPST-PARMS)
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': GROUP '          DELIMITED BY SIZE
                      MGRP-NAME           DELIMITED BY SPACE
                      ' IS RESERVED - NOTHING MAY BE ADDED'
                                          DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
           END-IF.

           IF  RTC-CODE = ZERO
           AND MGRP-OWNER-PARMS
           AND MGRP-OWNER-ID = SPACES
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': OWNER USER ID REQUIRED' DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
           END-IF.

           IF  RTC-CODE = ZERO
               MOVE 'MAILDST'          TO VSAM-FILE(MDST)
               MOVE 'MAILJRN'          TO VSAM-FILE(JRNL)
      ******************************************************************
       COPY MAILJRNP.

      /*****************************************************************
      *    EXPAND A DISTRIBUTION GROUP'S NESTED GROUPS                 *
      ******************************************************************
       COPY MAILNSTP.

      /*****************************************************************
      *    JOURNAL A SUCCESSFUL GROUP MAINTENANCE CHANGE               *
      ******************************************************************
               MOVE MGRP-USER-ID        TO MDST-CREATED-BY
               MOVE ZEROES              TO MDST-CHANGED-TIMESTAMP
               MOVE SPACES              TO MDST-CHANGED-BY
               MOVE SPACES              TO MDST-GRP-OWNER
                                           MDST-CERTIFIED-BY
               MOVE ZEROES              TO MDST-CERTIFIED-TIMESTAMP
               COMPUTE MDST-RECL = LENGTH OF MDST-KEY
                                 + LENGTH OF MDST-GRP-DATA

           MOVE MGRP-NAME               TO MDST-GRP-NAME.
           SET  MDST-GRP-HEADER         TO TRUE.
           MOVE SPACES                  TO MDST-MBR-USER-ID.
      * a header written before the owner fields existed is too short
      * to reach them -- clear them so the old group's data carries
      * none of the prior record's residue to the new name
           MOVE SPACES                  TO MDST-GRP-OWNER
                                           MDST-CERTIFIED-BY.
           MOVE ZEROES                  TO MDST-CERTIFIED-TIMESTAMP.

           MOVE MDST                    TO VSUB.
           SET  FUNC-READ(VSUB)         TO TRUE.
                   PERFORM D50-RENAME-MEMBERS THRU D55-EXIT
               END-IF

               IF  RTC-CODE < +8
      * and re-point any group that nests this one at the new name
                   PERFORM D60-RENAME-NESTINGS THRU D65-EXIT
               END-IF

               IF  RTC-CODE < +8
                   PERFORM B60-JOURNAL-CHANGE THRU B65-EXIT
      * a rename is journaled under both names, so the audit trail
           MOVE MDST-KEY                TO VSAM-KEYD(VSUB).
           START MAILDST KEY >= MDST-KEY END-START.

      * the poster and sub-group records collate right behind the
      * user members, so the one scan carries all of them along
           PERFORM WITH TEST BEFORE
             UNTIL MDST-GRP-NAME NOT = MGRP-NAME
                OR NOT (MDST-GRP-MEMBER OR MDST-GRP-POSTER
                                        OR MDST-GRP-SUBGROUP)
                OR NOT STAT-NORMAL(VSUB)
               SET  FUNC-READNEXT(VSUB) TO TRUE
               READ MAILDST NEXT RECORD END-READ
               MOVE MDST-KEY            TO VSAM-KEYD(VSUB)
               IF  STAT-NORMAL(VSUB)
               AND MDST-GRP-NAME = MGRP-NAME
               AND (MDST-GRP-MEMBER OR MDST-GRP-POSTER
                                    OR MDST-GRP-SUBGROUP)
      * write this member under the new group name, then delete it
      * from under the old one
                   MOVE MGRP-NEW-NAME   TO MDST-GRP-NAME
                   IF  MDST-GRP-POSTER
                       COMPUTE MDST-RECL = LENGTH OF MDST-KEY
                                         + LENGTH OF MDST-PST-DATA
                   ELSE
                       COMPUTE MDST-RECL = LENGTH OF MDST-KEY
                                         + LENGTH OF MDST-MBR-DATA
                   END-IF
                   SET  FUNC-WRITE(VSUB) TO TRUE
                   MOVE MDST-KEY        TO VSAM-KEYD(VSUB)
                   WRITE MAILDST-RECORD END-WRITE
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
                   IF  STAT-NORMAL(VSUB)
                       MOVE MGRP-NAME   TO MDST-GRP-NAME
                       SET  FUNC-DELETE(VSUB) TO TRUE
                       MOVE MDST-KEY    TO VSAM-KEYD(VSUB)
                       DELETE MAILDST RECORD END-DELETE
       D55-EXIT.
           EXIT.

      /*****************************************************************
      *    RE-POINT EVERY SUB-GROUP RECORD NAMING THE OLD GROUP NAME   *
      *    THE NESTING GROUPS CAN BE ANYWHERE ON FILE, SO THIS IS A    *
      *    FULL PASS.  A RE-POINTED RECORD THAT COLLATES FURTHER ON    *
      *    IS MET AGAIN, BUT BY THEN IT NAMES THE NEW GROUP.           *
      ******************************************************************
       D60-RENAME-NESTINGS.

           MOVE LOW-VALUES              TO MDST-KEY.

           MOVE MDST                    TO VSUB.
           SET  FUNC-START(VSUB)        TO TRUE.
           MOVE MDST-KEY                TO VSAM-KEYD(VSUB).
           START MAILDST KEY >= MDST-KEY END-START.

           PERFORM WITH TEST BEFORE
             UNTIL NOT STAT-NORMAL(VSUB)
               SET  FUNC-READNEXT(VSUB) TO TRUE
               READ MAILDST NEXT RECORD END-READ
               MOVE MDST-KEY            TO VSAM-KEYD(VSUB)
               IF  STAT-NORMAL(VSUB)
               AND MDST-GRP-SUBGROUP
               AND MDST-SUB-GRP-NAME = MGRP-NAME
      * write the nesting under the new name, then delete the old one
                   MOVE MGRP-NEW-NAME   TO MDST-SUB-GRP-NAME
                   COMPUTE MDST-RECL = LENGTH OF MDST-KEY
                                     + LENGTH OF MDST-MBR-DATA
                   SET  FUNC-WRITE(VSUB) TO TRUE
                   MOVE MDST-KEY        TO VSAM-KEYD(VSUB)
                   WRITE MAILDST-RECORD END-WRITE
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
                   IF  STAT-NORMAL(VSUB)
                       MOVE MGRP-NAME   TO MDST-SUB-GRP-NAME
                       SET  FUNC-DELETE(VSUB) TO TRUE
                       MOVE MDST-KEY    TO VSAM-KEYD(VSUB)
                       DELETE MAILDST RECORD END-DELETE
                       PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
                   END-IF
               END-IF
           END-PERFORM.

           IF  STAT-EOFILE(VSUB)
           OR  STAT-NOTFND(VSUB)
               SET  STAT-NORMAL(VSUB)   TO TRUE
           END-IF.

       D65-EXIT.
           EXIT.

      /*****************************************************************
      *    ACTIVATE OR DEACTIVATE AN EXISTING DISTRIBUTION GROUP       *
      ******************************************************************
           MOVE MGRP-NAME               TO MDST-GRP-NAME.
           SET  MDST-GRP-HEADER         TO TRUE.
           MOVE SPACES                  TO MDST-MBR-USER-ID.
           MOVE SPACES                  TO MDST-GRP-OWNER
                                           MDST-CERTIFIED-BY.
           MOVE ZEROES                  TO MDST-CERTIFIED-TIMESTAMP.

           MOVE MDST                    TO VSUB.
           SET  FUNC-READUPD(VSUB)      TO TRUE.
               END-IF
               MOVE WS-NOW-TIMESTAMP    TO MDST-CHANGED-TIMESTAMP
               MOVE MGRP-USER-ID        TO MDST-CHANGED-BY
      * rewrite at full length, lengthening an older short header
               COMPUTE MDST-RECL = LENGTH OF MDST-KEY
                                 + LENGTH OF MDST-GRP-DATA

               SET  FUNC-REWRITE(VSUB)  TO TRUE
               REWRITE MAILDST-RECORD END-REWRITE

       H90-EXIT.
           EXIT.

      /*****************************************************************
      *    NEST ONE EXISTING DISTRIBUTION GROUP INSIDE ANOTHER         *
      *    THE NESTED GROUP'S NAME ARRIVES IN MGRP-MBR-USER-ID.  THE   *
      *    ADD IS REFUSED IF THE NEW GROUP ALREADY REACHES THE OUTER   *
      *    ONE THROUGH ITS OWN NESTING (A CONTAINS B CONTAINS A) --    *
      *    INACTIVE GROUPS ARE WALKED TOO, SINCE A LATER REACTIVATION  *
      *    WOULD OTHERWISE CLOSE THE LOOP.                             *
      ******************************************************************
       I00-ADD-SUBGROUP.

           MOVE MGRP-NAME               TO MDST-GRP-NAME.
           SET  MDST-GRP-HEADER         TO TRUE.
           MOVE SPACES                  TO MDST-MBR-USER-ID.

           MOVE MDST                    TO VSUB.
           SET  FUNC-READ(VSUB)         TO TRUE.
           MOVE MDST-KEY                TO VSAM-KEYD(VSUB).
           READ MAILDST RECORD KEY IS MDST-KEY END-READ.

           IF  STAT-NORMAL(VSUB)
      * the nested group must itself be an existing group
               MOVE MGRP-MBR-USER-ID    TO MDST-GRP-NAME
               SET  MDST-GRP-HEADER     TO TRUE
               MOVE SPACES              TO MDST-MBR-USER-ID
               SET  FUNC-READ(VSUB)     TO TRUE
               MOVE MDST-KEY            TO VSAM-KEYD(VSUB)
               READ MAILDST RECORD KEY IS MDST-KEY END-READ
           END-IF.

           IF  STAT-NOTFND(VSUB)
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': GROUP '          DELIMITED BY SIZE
                      MDST-GRP-NAME       DELIMITED BY SPACE
                      ' NOT FOUND'        DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
           END-IF.

           IF  NOT STAT-NORMAL(VSUB)
           AND NOT STAT-NOTFND(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

           IF  STAT-NORMAL(VSUB)
               PERFORM I40-CHECK-LOOP  THRU I45-EXIT
           END-IF.

           IF  RTC-CODE < +8
           AND STAT-NORMAL(VSUB)
               MOVE MGRP-NAME           TO MDST-GRP-NAME
               SET  MDST-GRP-SUBGROUP   TO TRUE
               MOVE MGRP-MBR-USER-ID    TO MDST-SUB-GRP-NAME
               SET  FUNC-READ(VSUB)     TO TRUE
               MOVE MDST-KEY            TO VSAM-KEYD(VSUB)
               READ MAILDST RECORD KEY IS MDST-KEY END-READ

               IF  STAT-NORMAL(VSUB)
                   MOVE 1              TO VAR-TEXTL
                   STRING THIS-PGM        DELIMITED BY SPACE
                          ': GROUP '      DELIMITED BY SIZE
                          MGRP-MBR-USER-ID DELIMITED BY SPACE
                          ' ALREADY NESTED IN ' DELIMITED BY SIZE
                          MGRP-NAME       DELIMITED BY SPACE
                       INTO VAR-TEXT WITH POINTER VAR-TEXTL
                   SUBTRACT 1        FROM VAR-TEXTL
                   DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
                   MOVE +12            TO RTC-CODE
                   PERFORM B80-CALL-RTCMAN THRU B85-EXIT
               END-IF

               IF  NOT STAT-NORMAL(VSUB)
               AND NOT STAT-NOTFND(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF

               IF  STAT-NOTFND(VSUB)
                   MOVE MGRP-NAME       TO MDST-GRP-NAME
                   SET  MDST-GRP-SUBGROUP TO TRUE
                   MOVE MGRP-MBR-USER-ID TO MDST-SUB-GRP-NAME
                   MOVE WS-NOW-TIMESTAMP TO MDST-MBR-ADDED-TIMESTAMP
                   MOVE MGRP-USER-ID    TO MDST-MBR-ADDED-BY
                   COMPUTE MDST-RECL = LENGTH OF MDST-KEY
                                     + LENGTH OF MDST-MBR-DATA

                   SET  FUNC-WRITE(VSUB) TO TRUE
                   MOVE MDST-KEY        TO VSAM-KEYD(VSUB)
                   WRITE MAILDST-RECORD END-WRITE
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
                   IF  STAT-NORMAL(VSUB)
                       PERFORM B60-JOURNAL-CHANGE THRU B65-EXIT
                   END-IF
               END-IF
           END-IF.

       I90-EXIT.
           EXIT.

      /*****************************************************************
      *    WOULD NESTING THIS GROUP FORM A LOOP                        *
      *    WALK EVERYTHING THE NEW SUB-GROUP ALREADY REACHES; IF THE   *
      *    OUTER GROUP IS AMONG THEM (OR IS THE SUB-GROUP ITSELF) THE  *
      *    ADD FAILS.  A WALK TOO BIG FOR THE TABLE FAILS AS WELL,     *
      *    SINCE THE PART NOT WALKED COULD HIDE THE LOOP.              *
      ******************************************************************
       I40-CHECK-LOOP.

           MOVE MGRP-MBR-USER-ID        TO NST-ROOT-NAME.
           SET  NST-WALK-ALL            TO TRUE.
           PERFORM B40-EXPAND-GROUP   THRU B45-EXIT.

           IF  RTC-CODE NOT < +8
               GO TO I45-EXIT
           END-IF.

           IF  NST-TABLE-FULL
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': GROUP '          DELIMITED BY SIZE
                      MGRP-MBR-USER-ID    DELIMITED BY SPACE
                      ' NESTS TOO MANY GROUPS' DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
               GO TO I45-EXIT
           END-IF.

           SET  NST-IDX                 TO 1.
           SEARCH NST-ENTRY
             AT END
               CONTINUE
             WHEN NST-GRP-NAME(NST-IDX) = MGRP-NAME
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': NESTING '        DELIMITED BY SIZE
                      MGRP-MBR-USER-ID    DELIMITED BY SPACE
                      ' IN '              DELIMITED BY SIZE
                      MGRP-NAME           DELIMITED BY SPACE
                      ' WOULD FORM A LOOP' DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
           END-SEARCH.

       I45-EXIT.
           EXIT.

      /*****************************************************************
      *    UNNEST A GROUP FROM A DISTRIBUTION GROUP                    *
      ******************************************************************
       J00-REMOVE-SUBGROUP.

           MOVE MGRP-NAME               TO MDST-GRP-NAME.
           SET  MDST-GRP-SUBGROUP       TO TRUE.
           MOVE MGRP-MBR-USER-ID        TO MDST-SUB-GRP-NAME.

           MOVE MDST                    TO VSUB.
           SET  FUNC-READ(VSUB)         TO TRUE.
           MOVE MDST-KEY                TO VSAM-KEYD(VSUB).
           READ MAILDST RECORD KEY IS MDST-KEY END-READ.

           IF  STAT-NOTFND(VSUB)
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': GROUP '          DELIMITED BY SIZE
                      MGRP-MBR-USER-ID    DELIMITED BY SPACE
                      ' NOT NESTED IN '   DELIMITED BY SIZE
                      MGRP-NAME           DELIMITED BY SPACE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
           END-IF.

           IF  NOT STAT-NORMAL(VSUB)
           AND NOT STAT-NOTFND(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

           IF  STAT-NORMAL(VSUB)
               SET  FUNC-DELETE(VSUB)   TO TRUE
               MOVE MDST-KEY            TO VSAM-KEYD(VSUB)
               DELETE MAILDST RECORD END-DELETE
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               IF  STAT-NORMAL(VSUB)
                   PERFORM B60-JOURNAL-CHANGE THRU B65-EXIT
               END-IF
           END-IF.

       J90-EXIT.
           EXIT.

      /*****************************************************************
      *    ADD A SENDER TO A DISTRIBUTION GROUP'S POSTING LIST         *
      *    THE SENDER ID ARRIVES IN MGRP-MBR-USER-ID AND ITS KIND IN   *
      *    MGRP-PST-KIND.  THE FIRST POSTER ADDED CLOSES THE GROUP TO  *
      *    EVERY SENDER NOT ON THE LIST.                               *
      ******************************************************************
       K00-ADD-POSTER.

           MOVE MGRP-NAME               TO MDST-GRP-NAME.
           SET  MDST-GRP-HEADER         TO TRUE.
           MOVE SPACES                  TO MDST-MBR-USER-ID.

           MOVE MDST                    TO VSUB.
           SET  FUNC-READ(VSUB)         TO TRUE.
           MOVE MDST-KEY                TO VSAM-KEYD(VSUB).
           READ MAILDST RECORD KEY IS MDST-KEY END-READ.

           IF  STAT-NOTFND(VSUB)
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': GROUP '          DELIMITED BY SIZE
                      MGRP-NAME           DELIMITED BY SPACE
                      ' NOT FOUND'        DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
           END-IF.

           IF  NOT STAT-NORMAL(VSUB)
           AND NOT STAT-NOTFND(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

           IF  STAT-NORMAL(VSUB)
               SET  MDST-GRP-POSTER     TO TRUE
               MOVE MGRP-MBR-USER-ID    TO MDST-PST-SENDER-ID
               SET  FUNC-READ(VSUB)     TO TRUE
               MOVE MDST-KEY            TO VSAM-KEYD(VSUB)
               READ MAILDST RECORD KEY IS MDST-KEY END-READ

               IF  STAT-NORMAL(VSUB)
                   MOVE 1              TO VAR-TEXTL
                   STRING THIS-PGM        DELIMITED BY SPACE
                          ': SENDER '     DELIMITED BY SIZE
                          MGRP-MBR-USER-ID DELIMITED BY SPACE
                          ' ALREADY POSTS TO ' DELIMITED BY SIZE
                          MGRP-NAME       DELIMITED BY SPACE
                       INTO VAR-TEXT WITH POINTER VAR-TEXTL
                   SUBTRACT 1        FROM VAR-TEXTL
                   DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
                   MOVE +12            TO RTC-CODE
                   PERFORM B80-CALL-RTCMAN THRU B85-EXIT
               END-IF

               IF  NOT STAT-NORMAL(VSUB)
               AND NOT STAT-NOTFND(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF

               IF  STAT-NOTFND(VSUB)
                   MOVE MGRP-NAME       TO MDST-GRP-NAME
                   SET  MDST-GRP-POSTER TO TRUE
                   MOVE MGRP-MBR-USER-ID TO MDST-PST-SENDER-ID
                   MOVE WS-NOW-TIMESTAMP TO MDST-PST-ADDED-TIMESTAMP
                   MOVE MGRP-USER-ID    TO MDST-PST-ADDED-BY
                   MOVE MGRP-PST-KIND   TO MDST-PST-KIND
                   COMPUTE MDST-RECL = LENGTH OF MDST-KEY
                                     + LENGTH OF MDST-PST-DATA

                   SET  FUNC-WRITE(VSUB) TO TRUE
                   MOVE MDST-KEY        TO VSAM-KEYD(VSUB)
                   WRITE MAILDST-RECORD END-WRITE
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
                   IF  STAT-NORMAL(VSUB)
                       PERFORM B60-JOURNAL-CHANGE THRU B65-EXIT
                   END-IF
               END-IF
           END-IF.

       K90-EXIT.
           EXIT.

      /*****************************************************************
      *    REMOVE A SENDER FROM A DISTRIBUTION GROUP'S POSTING LIST    *
      *    REMOVING THE LAST POSTER OPENS THE GROUP TO EVERY SENDER.   *
      ******************************************************************
       L00-REMOVE-POSTER.

           MOVE MGRP-NAME               TO MDST-GRP-NAME.
           SET  MDST-GRP-POSTER         TO TRUE.
           MOVE MGRP-MBR-USER-ID        TO MDST-PST-SENDER-ID.

           MOVE MDST                    TO VSUB.
           SET  FUNC-READ(VSUB)         TO TRUE.
           MOVE MDST-KEY                TO VSAM-KEYD(VSUB).
           READ MAILDST RECORD KEY IS MDST-KEY END-READ.

           IF  STAT-NOTFND(VSUB)
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': SENDER '         DELIMITED BY SIZE
                      MGRP-MBR-USER-ID    DELIMITED BY SPACE
                      ' DOES NOT POST TO ' DELIMITED BY SIZE
                      MGRP-NAME           DELIMITED BY SPACE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
           END-IF.

           IF  NOT STAT-NORMAL(VSUB)
           AND NOT STAT-NOTFND(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

           IF  STAT-NORMAL(VSUB)
               SET  FUNC-DELETE(VSUB)   TO TRUE
               MOVE MDST-KEY            TO VSAM-KEYD(VSUB)
               DELETE MAILDST RECORD END-DELETE
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               IF  STAT-NORMAL(VSUB)
                   PERFORM B60-JOURNAL-CHANGE THRU B65-EXIT
               END-IF
           END-IF.

       L90-EXIT.
           EXIT.

      /*****************************************************************
      *    RETURN THE NEXT SENDER ON A DISTRIBUTION GROUP'S POSTING    *
      *    LIST, WITH ITS KIND.  SAME PAGING CONVENTION AS LSTM --     *
      *    SPACES FIRST, THEN THE LAST SENDER RETURNED.                *
      ******************************************************************
       M00-LIST-POSTER.

           SET  MGRP-MBR-NOTFOUND       TO TRUE.

           MOVE MGRP-NAME               TO MDST-GRP-NAME.
           SET  MDST-GRP-POSTER         TO TRUE.
           MOVE MGRP-MBR-USER-ID        TO MDST-PST-SENDER-ID.

           MOVE MDST                    TO VSUB.
           SET  FUNC-START(VSUB)        TO TRUE.
           MOVE MDST-KEY                TO VSAM-KEYD(VSUB).
           START MAILDST KEY > MDST-KEY END-START.

           IF  STAT-NORMAL(VSUB)
               SET  FUNC-READNEXT(VSUB) TO TRUE
               READ MAILDST NEXT RECORD END-READ
               IF  STAT-NORMAL(VSUB)
               AND MDST-GRP-NAME = MGRP-NAME
               AND MDST-GRP-POSTER
                   SET  MGRP-MBR-FOUND  TO TRUE
                   MOVE MDST-PST-SENDER-ID TO MGRP-MBR-USER-ID
                   MOVE MDST-PST-KIND   TO MGRP-PST-KIND
               END-IF
           END-IF.

           IF  STAT-EOFILE(VSUB)
           OR  STAT-NOTFND(VSUB)
               SET  STAT-NORMAL(VSUB)   TO TRUE
           END-IF.

           IF  NOT STAT-NORMAL(VSUB)
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': SCANNING '
                      'MAILDST...'        DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

       M90-EXIT.
           EXIT.

      /*****************************************************************
      *    ASSIGN A DISTRIBUTION GROUP'S OWNER                         *
      *    THE OWNER REVIEWS THE GROUP'S MEMBERSHIP AND RECEIVES ITS   *
      *    RECERTIFICATION LIST, SO IT MUST BE AN ACTIVE USER ON THE   *
      *    MAILUSR DIRECTORY.  A CHANGE OF OWNER LEAVES THE LAST       *
      *    CERTIFICATION STANDING.                                     *
      ******************************************************************
       N00-SET-OWNER.

           PERFORM N40-CHECK-OWNER    THRU N45-EXIT.

           IF  RTC-CODE NOT < +8
               GO TO N90-EXIT
           END-IF.

           MOVE MGRP-NAME               TO MDST-GRP-NAME.
           SET  MDST-GRP-HEADER         TO TRUE.
           MOVE SPACES                  TO MDST-MBR-USER-ID.
           MOVE SPACES                  TO MDST-GRP-OWNER
                                           MDST-CERTIFIED-BY.
           MOVE ZEROES                  TO MDST-CERTIFIED-TIMESTAMP.

           MOVE MDST                    TO VSUB.
           SET  FUNC-READUPD(VSUB)      TO TRUE.
           MOVE MDST-KEY                TO VSAM-KEYD(VSUB).
           READ MAILDST RECORD KEY IS MDST-KEY END-READ.

           IF  STAT-NOTFND(VSUB)
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': GROUP '          DELIMITED BY SIZE
                      MGRP-NAME           DELIMITED BY SPACE
                      ' NOT FOUND'        DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
           END-IF.

           IF  NOT STAT-NORMAL(VSUB)
           AND NOT STAT-NOTFND(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

           IF  STAT-NORMAL(VSUB)
               MOVE MGRP-OWNER-ID       TO MDST-GRP-OWNER
               MOVE WS-NOW-TIMESTAMP    TO MDST-CHANGED-TIMESTAMP
               MOVE MGRP-USER-ID        TO MDST-CHANGED-BY
               COMPUTE MDST-RECL = LENGTH OF MDST-KEY
                                 + LENGTH OF MDST-GRP-DATA

               SET  FUNC-REWRITE(VSUB)  TO TRUE
               REWRITE MAILDST-RECORD END-REWRITE
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               IF  STAT-NORMAL(VSUB)
                   PERFORM B60-JOURNAL-CHANGE THRU B65-EXIT
               END-IF
           END-IF.

       N90-EXIT.
           EXIT.

      /*****************************************************************
      *    IS THE NEW OWNER AN ACTIVE USER ON THE MAILUSR DIRECTORY    *
      ******************************************************************
       N40-CHECK-OWNER.

           MOVE MGRP-OWNER-ID           TO MUSR-USER-ID.

           MOVE MUSR                    TO VSUB.
           SET  FUNC-READ(VSUB)         TO TRUE.
           MOVE MUSR-KEY                TO VSAM-KEYD(VSUB).
           READ MAILUSR RECORD KEY IS MUSR-KEY END-READ.

           IF  STAT-NOTFND(VSUB)
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': USER '           DELIMITED BY SIZE
                      MGRP-OWNER-ID       DELIMITED BY SPACE
                      ' NOT ON DIRECTORY' DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
           END-IF.

           IF  STAT-NORMAL(VSUB)
           AND NOT MUSR-ACTIVE
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': USER '           DELIMITED BY SIZE
                      MGRP-OWNER-ID       DELIMITED BY SPACE
                      ' IS NOT ACTIVE'    DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
           END-IF.

           IF  NOT STAT-NORMAL(VSUB)
           AND NOT STAT-NOTFND(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

           MOVE MDST                    TO VSUB.

       N45-EXIT.
           EXIT.

      /*****************************************************************
      *    RECORD THAT A GROUP'S MEMBERSHIP HAS BEEN CERTIFIED         *
      *    THE CERTIFIER (MGRP-USER-ID) AND THE TIME ARE STAMPED ON    *
      *    THE HEADER, WHICH TAKES THE GROUP OFF THE OVERDUE LIST      *
      *    UNTIL ITS NEXT REVIEW FALLS DUE.  A GROUP WITH NO OWNER     *
      *    CANNOT BE CERTIFIED -- ASSIGN ONE (OWNR) FIRST.             *
      ******************************************************************
       O00-CERTIFY-GROUP.

           MOVE MGRP-NAME               TO MDST-GRP-NAME.
           SET  MDST-GRP-HEADER         TO TRUE.
           MOVE SPACES                  TO MDST-MBR-USER-ID.
           MOVE SPACES                  TO MDST-GRP-OWNER
                                           MDST-CERTIFIED-BY.
           MOVE ZEROES                  TO MDST-CERTIFIED-TIMESTAMP.

           MOVE MDST                    TO VSUB.
           SET  FUNC-READUPD(VSUB)      TO TRUE.
           MOVE MDST-KEY                TO VSAM-KEYD(VSUB).
           READ MAILDST RECORD KEY IS MDST-KEY END-READ.

           IF  STAT-NOTFND(VSUB)
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': GROUP '          DELIMITED BY SIZE
                      MGRP-NAME           DELIMITED BY SPACE
                      ' NOT FOUND'        DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
           END-IF.

           IF  NOT STAT-NORMAL(VSUB)
           AND NOT STAT-NOTFND(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

           IF  STAT-NORMAL(VSUB)
           AND MDST-GRP-OWNER = SPACES
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': GROUP '          DELIMITED BY SIZE
                      MGRP-NAME           DELIMITED BY SPACE
                      ' HAS NO OWNER'     DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
           END-IF.

           IF  RTC-CODE < +8
           AND STAT-NORMAL(VSUB)
               MOVE WS-NOW-TIMESTAMP    TO MDST-CERTIFIED-TIMESTAMP
               MOVE MGRP-USER-ID        TO MDST-CERTIFIED-BY
               COMPUTE MDST-RECL = LENGTH OF MDST-KEY
                                 + LENGTH OF MDST-GRP-DATA

               SET  FUNC-REWRITE(VSUB)  TO TRUE
               REWRITE MAILDST-RECORD END-REWRITE
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               IF  STAT-NORMAL(VSUB)
                   PERFORM B60-JOURNAL-CHANGE THRU B65-EXIT
               END-IF
           END-IF.

       O90-EXIT.
           EXIT.
