      *                GROUPS TO THEIR MAILDST MEMBER USER IDS AND
      *                REPORTS, PER MESSAGE AND PER GROUP, WHICH
      *                MEMBERS HAVE A MAILRRC READ RECEIPT AND WHICH
      *                DO NOT.  A GROUP'S MEMBERS INCLUDE THOSE OF
      *                EVERY ACTIVE GROUP NESTED UNDER IT, AS DELIVERY
      *                SEES THEM, AND A USER REACHED MORE THAN ONCE IS
      *                LISTED ONCE, UNDER THE FIRST GROUP REACHING THEM.

      * CHANGE HISTORY ------------------------------------------------
      * 08/22/2026 DLC ORIGINAL PROGRAM.
      *                THE REPORT INSTEAD OF THE RAW USER ID (THE
      *                RAW ID STILL PRINTS WHEN THE USER IS NOT ON
      *                THE DIRECTORY).
      * 10/15/2026 DLC THE MAILUSR FD IS NOW VARYING -- A USER RECORD
      *                WRITTEN BEFORE THE DELIVERY PREFERENCE EXISTED
      *                IS TOO SHORT TO REACH IT.
      * 10/15/2026 DLC EXPAND NESTED GROUPS (MAILNSTP) SO A USER
      *                REACHED THROUGH A SUB-GROUP IS REPORTED, AND
      *                LIST EACH USER ONCE PER MESSAGE.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
       FD  MAILRRC.
       COPY MAILRRC.

       FD  MAILUSR
           RECORD IS VARYING IN SIZE
             FROM 139 TO 255
             DEPENDING ON MUSR-RECL.
       COPY MAILUSR.

      ******************************************************************

         03  MMID-RECL                 PIC  9(5).
         03  MDST-RECL                 PIC  9(5).
         03  MUSR-RECL                 PIC  9(5).

         03  WS-SAVE-MMID-ID           PIC S9(8)    COMP.
         03  WS-GRP-NAME               PIC  X(8).
         03  WS-MBR-COUNT              PIC S9(4)    BINARY.
         03  WS-MBR-NAME               PIC  X(30).

      * MEMBERS ALREADY LISTED FOR THE MESSAGE IN HAND -- A USER
      * REACHED THROUGH MORE THAN ONE GROUP OR NESTED GROUP IS LISTED
      * ONCE.  SHOULD THE TABLE EVER FILL, LATER MEMBERS ARE LISTED
      * UNCHECKED RATHER THAN NOT AT ALL.
       01  MEMBER-LISTED-TABLE.
         03  LST-MAX                   PIC S9(4)    BINARY VALUE 1000.
         03  LST-COUNT                 PIC S9(4)    BINARY VALUE 0.
         03  LST-FOUND-SW              PIC  X(1).
           88  MBR-ALREADY-LISTED                   VALUE 'Y'.
           88  MBR-NOT-YET-LISTED                   VALUE 'N'.
         03  LST-ENTRY OCCURS 0 TO 1000 TIMES
                       DEPENDING ON LST-COUNT
                       INDEXED BY LST-IDX.
             05  LST-USER-ID           PIC  X(8).

       COPY MAILNSTW.

       01  MESSAGE-LINE.
         03  FILLER                    PIC  X(8)    VALUE 'MESSAGE'.
         03  MSG-MMID-ID               PIC Z(7)9.
      ******************************************************************
       COPY RTCMANP.

      /*****************************************************************
      *    EXPAND A DISTRIBUTION GROUP'S NESTED GROUPS                 *
      ******************************************************************
       COPY MAILNSTP.

      /*****************************************************************
      *    RECEIPT SWEEP ROUTINE                                       *
      *    SCANS MAILMID IN KEY ORDER (OR POSITIONS AT THE ONE         *
           DISPLAY MESSAGE-LINE.

      * report the primary group's members
           MOVE ZEROES                 TO LST-COUNT.
           MOVE MMID-TO-GRP            TO WS-GRP-NAME.
           PERFORM F00-REPORT-GROUP THRU F90-EXIT.

           EXIT.

      /*****************************************************************
      *    REPORT READ STATUS FOR EVERY EFFECTIVE MEMBER OF THE GROUP  *
      *    NAMED IN WS-GRP-NAME -- ITS OWN MEMBERS PLUS THOSE OF EVERY *
      *    ACTIVE GROUP NESTED UNDER IT.  A MEMBER ALREADY LISTED FOR  *
      *    THIS MESSAGE IS NOT LISTED AGAIN.  A GROUP WITH NO MEMBER   *
      *    RECORDS AT ALL GETS ONE LINE WITH A BLANK USER ID SO THE    *
      *    GAP IS VISIBLE.                                             *
      ******************************************************************
       F00-REPORT-GROUP.

           MOVE ZEROES                 TO WS-MBR-COUNT.

           MOVE WS-GRP-NAME            TO NST-ROOT-NAME.
           SET  NST-WALK-ACTIVE        TO TRUE.
           PERFORM B40-EXPAND-GROUP  THRU B45-EXIT.

           IF  NST-TABLE-FULL
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': GROUP '          DELIMITED BY SIZE
                      WS-GRP-NAME         DELIMITED BY SPACE
                      ' NESTS TOO MANY GROUPS - PARTLY REPORTED'
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

           PERFORM WITH TEST BEFORE
             VARYING NST-SUB FROM 1 BY 1
             UNTIL NST-SUB > NST-COUNT
                OR RTC-CODE > +7
               IF  NST-GRP-USED(NST-SUB)
                   PERFORM F10-REPORT-GROUP-MEMBERS THRU F19-EXIT
               END-IF
           END-PERFORM.

           IF  WS-MBR-COUNT = ZEROES
           AND RTC-CODE < +8
               MOVE WS-SAVE-MMID-ID    TO RPT-MMID-ID
               MOVE WS-GRP-NAME        TO RPT-GROUP
               MOVE SPACES             TO RPT-NAME
               MOVE 'NOMBRS'           TO RPT-STATUS
               MOVE ZEROES             TO RPT-READ-STMP
               DISPLAY REPORT-LINE
           END-IF.

       F90-EXIT.
           EXIT.

      /*****************************************************************
      *    REPORT ONE TABLED GROUP'S OWN USER MEMBERS.  THE LINES      *
      *    CARRY THE GROUP THE MESSAGE WAS ADDRESSED TO, NOT THE       *
      *    NESTED GROUP THAT REACHED THE MEMBER.                       *
      ******************************************************************
       F10-REPORT-GROUP-MEMBERS.

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
                   PERFORM F60-CHECK-LISTED THRU F65-EXIT
                   IF  MBR-NOT-YET-LISTED
                       PERFORM H00-REPORT-MEMBER THRU H90-EXIT
                       MOVE MDST       TO VSUB
                   END-IF
               END-IF
           END-PERFORM.

               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

       F19-EXIT.
           EXIT.

      /*****************************************************************
      *    HAS THE MEMBER IN HAND ALREADY BEEN LISTED FOR THE MESSAGE  *
      *    A MEMBER NOT YET LISTED IS TABLED AS IT IS CHECKED.         *
      ******************************************************************
       F60-CHECK-LISTED.

           SET  MBR-NOT-YET-LISTED     TO TRUE.
           SET  LST-IDX                TO 1.
           SEARCH LST-ENTRY
             AT END
               IF  LST-COUNT < LST-MAX
                   ADD  1              TO LST-COUNT
                   MOVE MDST-MBR-USER-ID TO LST-USER-ID(LST-COUNT)
               END-IF
             WHEN LST-USER-ID(LST-IDX) = MDST-MBR-USER-ID
               SET  MBR-ALREADY-LISTED TO TRUE
           END-SEARCH.

       F65-EXIT.
           EXIT.

      /*****************************************************************
