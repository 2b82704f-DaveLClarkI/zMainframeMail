      * 09/02/2026 DLC ADD RATT REQUEST TO RETRIEVE ONE MAILATT
      *                ATTACHMENT LINE PER CALL, THE WAY RBOD
      *                RETRIEVES ONE BODY LINE.
      * 10/15/2026 DLC RMBR NOW RETURNS A GROUP'S EFFECTIVE MEMBERSHIP
      *                -- ITS OWN MEMBERS PLUS THOSE OF EVERY ACTIVE
      *                GROUP NESTED UNDER IT -- IN USER ID ORDER, EACH
      *                USER ONCE.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
           88  FILES-CLOSED                         VALUE 'N'.
           88  FILES-OPEN                           VALUE 'Y'.

      * LOWEST EFFECTIVE MEMBER PAST THE CALLER'S LAST ONE (RMBR)
         03  WS-NEXT-MBR-USER-ID       PIC  X(8).

       COPY MAILNSTW.

      * THE FOLLOWING AREAS ARE SUBROUTINE PARAMETER BLOCKS

       01  JOBDATA                     PIC  X(8)    VALUE 'JOBDATA'.
      ******************************************************************
       COPY RTCMANP.

      /*****************************************************************
      *    EXPAND A DISTRIBUTION GROUP'S NESTED GROUPS                 *
      ******************************************************************
       COPY MAILNSTP.

      /*****************************************************************
      *    READ MESSAGE HEADER ROUTINE                                 *
      ******************************************************************
           EXIT.

      /*****************************************************************
      *    FIND THE NEXT EFFECTIVE MEMBER USER ID OF A DISTRIBUTION    *
      *    GROUP -- ITS OWN MEMBERS PLUS THOSE OF EVERY ACTIVE GROUP   *
      *    NESTED UNDER IT.  CALLER STARTS WITH RDR-MBR-USER-ID OF     *
      *    SPACES AND THEREAFTER PASSES BACK THE LAST MEMBER RETURNED  *
      *    HERE.  EACH CALL RETURNS THE LOWEST MEMBER PAST THAT ONE    *
      *    ACROSS ALL THE GROUPS, SO A USER REACHED THROUGH SEVERAL    *
      *    OF THEM COMES BACK ONLY ONCE.                               *
      ******************************************************************
       G00-READ-MEMBER.

           MOVE RDR-GRP-NAME            TO NST-ROOT-NAME.
           SET  NST-WALK-ACTIVE         TO TRUE.
           PERFORM B40-EXPAND-GROUP   THRU B45-EXIT.

           MOVE HIGH-VALUES             TO WS-NEXT-MBR-USER-ID.

           PERFORM WITH TEST BEFORE
             VARYING NST-SUB FROM 1 BY 1
             UNTIL NST-SUB > NST-COUNT
                OR NOT STAT-NORMAL(VSUB)
               IF  NST-GRP-USED(NST-SUB)
                   PERFORM G10-NEXT-GROUP-MEMBER THRU G19-EXIT
               END-IF
           END-PERFORM.

           IF  STAT-NORMAL(VSUB)
           AND WS-NEXT-MBR-USER-ID NOT = HIGH-VALUES
               SET  RDR-RECORD-FOUND    TO TRUE
               MOVE WS-NEXT-MBR-USER-ID TO RDR-MBR-USER-ID
           END-IF.

           IF  NOT STAT-NORMAL(VSUB)
      * report errors and abend process
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': SCANNING '
                      'MAIL GROUPS...'    DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

       G90-EXIT.
           EXIT.

      /*****************************************************************
      *    FIND ONE TABLED GROUP'S FIRST OWN MEMBER PAST THE CALLER'S  *
      *    LAST ONE, AND KEEP IT IF IT IS THE LOWEST SEEN SO FAR       *
      ******************************************************************
       G10-NEXT-GROUP-MEMBER.

           MOVE NST-GRP-NAME(NST-SUB)   TO MDST-GRP-NAME.
           SET  MDST-GRP-MEMBER         TO TRUE.
           MOVE RDR-MBR-USER-ID         TO MDST-MBR-USER-ID.

               SET  FUNC-READNEXT(VSUB) TO TRUE
               READ MAILDST NEXT RECORD END-READ
               IF  STAT-NORMAL(VSUB)
               AND MDST-GRP-NAME = NST-GRP-NAME(NST-SUB)
               AND MDST-GRP-MEMBER
               AND MDST-MBR-USER-ID < WS-NEXT-MBR-USER-ID
                   MOVE MDST-MBR-USER-ID TO WS-NEXT-MBR-USER-ID
               END-IF
           END-IF.

               SET  STAT-NORMAL(VSUB)  TO TRUE
           END-IF.

       G19-EXIT.
           EXIT.

      /*****************************************************************
