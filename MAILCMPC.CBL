
      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC PF5 NOW SHOWS THE GROUP'S EFFECTIVE MEMBERSHIP
      *                -- ITS OWN MEMBERS PLUS THOSE OF EVERY ACTIVE
      *                GROUP NESTED UNDER IT -- IN USER ID ORDER, EACH
      *                USER ONCE.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
         03  LAST-LINE                 PIC S9(04)   BINARY VALUE ZEROES.
         03  DSTP                      PIC S9(04)   BINARY VALUE ZEROES.
         03  MDST-RECL                 PIC S9(04)   BINARY VALUE ZEROES.
         03  MBR-CURSOR                PIC  X(08)   VALUE SPACES.
         03  MBR-NEXT                  PIC  X(08)   VALUE SPACES.
         03  MAIL-ID-D                 PIC Z(7)9.
         03  MSGP                      PIC S9(04)   BINARY VALUE ZEROES.
         03  GRPFND-SW                 PIC  X(01)   VALUE 'N'.
       01  EXIT-MESSAGE                PIC  X(40)   VALUE
           'MAILCMPC MAIL COMPOSE SESSION ENDED'.

       COPY MAILNSTW.

      * PSEUDO-CONVERSATIONAL STATE CARRIED BETWEEN TASKS
       01  COMMAREA-FIELDS.
         COPY MAILCMPR.
      /*****************************************************************
      *    STRING THE GROUP'S MEMBER USER IDS ONTO THE MEMBERS LINE    *
      *    SO THE OPERATOR CAN SEE WHO GETS THE MESSAGE BEFORE IT      *
      *    GOES -- SAME IDIOM AS THE BROWSE DETAIL'S ALSO-TO LINE.     *
      *    THE LIST IS THE EFFECTIVE MEMBERSHIP:  THE GROUP'S OWN      *
      *    MEMBERS PLUS THOSE OF EVERY ACTIVE GROUP NESTED UNDER IT,   *
      *    LOWEST USER ID FIRST AND EACH USER ONCE.                    *
      ******************************************************************
       D00-SHOW-MEMBERS.

           MOVE SPACES                 TO CMPMBRO.
           MOVE 1                      TO DSTP.

           MOVE CMP-GRP-NAME           TO NST-ROOT-NAME.
           SET  NST-WALK-ACTIVE        TO TRUE.
           PERFORM Q40-EXPAND-GROUP  THRU Q49-EXIT.

           MOVE SPACES                 TO MBR-CURSOR.
           MOVE LOW-VALUES             TO MBR-NEXT.

      * stop while a full nine-character entry still fits, so the
      * string pointer can never run past the end of the line
           PERFORM WITH TEST BEFORE
             UNTIL MBR-NEXT = HIGH-VALUES
                OR DSTP > 61
               PERFORM D10-NEXT-MEMBER THRU D19-EXIT
               IF  MBR-NEXT NOT = HIGH-VALUES
                   STRING MBR-NEXT        DELIMITED BY SPACE
                          ' '             DELIMITED BY SIZE
                       INTO CMPMBRO  WITH POINTER DSTP
                   MOVE MBR-NEXT       TO MBR-CURSOR
               END-IF
           END-PERFORM.

           IF  DSTP > 61
               PERFORM D10-NEXT-MEMBER THRU D19-EXIT
               IF  MBR-NEXT NOT = HIGH-VALUES
      * more members than the line can show
                   MOVE '+'            TO CMPMBRO(70:1)
               END-IF
           END-IF.

           IF  DSTP = 1
               MOVE 'GROUP HAS NO MEMBERS ON FILE'
                                       TO CMPMSGO
           END-IF.

       D90-EXIT.
           EXIT.

      /*****************************************************************
      *    FIND THE LOWEST EFFECTIVE MEMBER PAST MBR-CURSOR ACROSS     *
      *    ALL THE TABLED GROUPS -- HIGH-VALUES WHEN THERE IS NONE     *
      ******************************************************************
       D10-NEXT-MEMBER.

           MOVE HIGH-VALUES            TO MBR-NEXT.

           PERFORM WITH TEST BEFORE
             VARYING NST-SUB FROM 1 BY 1
             UNTIL NST-SUB > NST-COUNT
               IF  NST-GRP-USED(NST-SUB)
                   PERFORM D20-NEXT-GROUP-MEMBER THRU D29-EXIT
               END-IF
           END-PERFORM.

       D19-EXIT.
           EXIT.

      /*****************************************************************
      *    FIND ONE TABLED GROUP'S FIRST OWN MEMBER PAST MBR-CURSOR,   *
      *    AND KEEP IT IF IT IS THE LOWEST SEEN SO FAR                 *
      ******************************************************************
       D20-NEXT-GROUP-MEMBER.

           MOVE NST-GRP-NAME(NST-SUB)  TO MDST-GRP-NAME.
           SET  MDST-GRP-MEMBER        TO TRUE.
           MOVE MBR-CURSOR             TO MDST-MBR-USER-ID.

           EXEC CICS STARTBR
                     DATASET  (MAILDST)
                     NOHANDLE
           END-EXEC.

      * the GTEQ start positions at, not past, the member already
      * shown -- read on past it
           PERFORM WITH TEST BEFORE
             UNTIL MDST-GRP-NAME NOT = NST-GRP-NAME(NST-SUB)
                OR NOT MDST-GRP-MEMBER
                OR MDST-MBR-USER-ID NOT = MBR-CURSOR
                OR EIBRESP NOT = DFHRESP(NORMAL)
               MOVE LENGTH OF MAILDST-RECORD TO MDST-RECL
               EXEC CICS READNEXT
                         RIDFLD   (MDST-KEY)
                         NOHANDLE
               END-EXEC
           END-PERFORM.

           IF  EIBRESP = DFHRESP(NORMAL)
           AND MDST-GRP-NAME = NST-GRP-NAME(NST-SUB)
           AND MDST-GRP-MEMBER
           AND MDST-MBR-USER-ID < MBR-NEXT
               MOVE MDST-MBR-USER-ID   TO MBR-NEXT
           END-IF.

           IF  EIBRESP = DFHRESP(NORMAL)
               PERFORM Q90-SCREEN-ERROR THRU Q99-EXIT
           END-IF.

       D29-EXIT.
           EXIT.

      /*****************************************************************
       Q29-EXIT.
           EXIT.

      /*****************************************************************
      *    EXPAND A DISTRIBUTION GROUP'S NESTED GROUPS                 *
      *    THE ROOT IN NST-ROOT-NAME GOES IN ENTRY 1, FOLLOWED BY      *
      *    EVERY GROUP NESTED UNDER IT AT ANY DEPTH, EACH ONCE (SEE    *
      *    MAILNSTW).  THE MAILDST I/O AREA IS NOT PRESERVED.          *
      ******************************************************************
       Q40-EXPAND-GROUP.

           SET  NST-TABLE-OK           TO TRUE.
           MOVE 1                      TO NST-COUNT.
           MOVE NST-ROOT-NAME          TO NST-GRP-NAME(1).
           SET  NST-GRP-USED(1)        TO TRUE.
           MOVE ZEROES                 TO NST-NEXT.

           PERFORM WITH TEST BEFORE
             UNTIL NST-NEXT NOT < NST-COUNT
               ADD  1                  TO NST-NEXT
               PERFORM Q43-WALK-GROUP THRU Q44-EXIT
           END-PERFORM.

           GO TO Q49-EXIT.

      * READ ONE TABLED GROUP'S HEADER (BELOW THE ROOT) AND TABLE
      * EACH GROUP NESTED DIRECTLY UNDER IT
       Q43-WALK-GROUP.

           IF  NST-NEXT > 1
               MOVE NST-GRP-NAME(NST-NEXT) TO MDST-GRP-NAME
               SET  MDST-GRP-HEADER    TO TRUE
               MOVE SPACES             TO MDST-MBR-USER-ID
               MOVE LENGTH OF MAILDST-RECORD TO MDST-RECL
               EXEC CICS READ
                         DATASET  (MAILDST)
                         INTO     (MAILDST-RECORD)
                         LENGTH   (MDST-RECL)
                         RIDFLD   (MDST-KEY)
                         EQUAL
                         NOHANDLE
               END-EXEC
               IF  EIBRESP = DFHRESP(NOTFND)
                   SET  NST-GRP-SKIPPED(NST-NEXT) TO TRUE
                   GO TO Q44-EXIT
               END-IF
               IF  EIBRESP NOT = DFHRESP(NORMAL)
                   PERFORM Q90-SCREEN-ERROR THRU Q99-EXIT
               END-IF
               IF  NST-WALK-ACTIVE
               AND NOT MDST-GRP-ACTIVE
                   SET  NST-GRP-SKIPPED(NST-NEXT) TO TRUE
                   GO TO Q44-EXIT
               END-IF
           END-IF.

           MOVE NST-GRP-NAME(NST-NEXT) TO MDST-GRP-NAME.
           SET  MDST-GRP-SUBGROUP      TO TRUE.
           MOVE LOW-VALUES             TO MDST-MBR-USER-ID.

           EXEC CICS STARTBR
                     DATASET  (MAILDST)
                     RIDFLD   (MDST-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.

           PERFORM WITH TEST BEFORE
             UNTIL MDST-GRP-NAME NOT = NST-GRP-NAME(NST-NEXT)
                OR NOT MDST-GRP-SUBGROUP
                OR EIBRESP NOT = DFHRESP(NORMAL)
               MOVE LENGTH OF MAILDST-RECORD TO MDST-RECL
               EXEC CICS READNEXT
                         DATASET  (MAILDST)
                         INTO     (MAILDST-RECORD)
                         LENGTH   (MDST-RECL)
                         RIDFLD   (MDST-KEY)
                         NOHANDLE
               END-EXEC
               IF  EIBRESP = DFHRESP(NORMAL)
               AND MDST-GRP-NAME = NST-GRP-NAME(NST-NEXT)
               AND MDST-GRP-SUBGROUP
                   PERFORM Q46-TABLE-SUBGROUP THRU Q47-EXIT
               END-IF
           END-PERFORM.

           IF  EIBRESP = DFHRESP(NORMAL)
                      OR DFHRESP(ENDFILE)
               EXEC CICS ENDBR
                         DATASET  (MAILDST)
                         NOHANDLE
               END-EXEC
           END-IF.

           IF  EIBRESP NOT = DFHRESP(NORMAL)
                         AND DFHRESP(NOTFND)
                         AND DFHRESP(ENDFILE)
               PERFORM Q90-SCREEN-ERROR THRU Q99-EXIT
           END-IF.

       Q44-EXIT.
           EXIT.

      * TABLE ONE NESTED GROUP UNLESS IT IS ALREADY THERE
       Q46-TABLE-SUBGROUP.

           SET  NST-IDX                TO 1.
           SEARCH NST-ENTRY
             AT END
               IF  NST-COUNT < NST-MAX
                   ADD  1              TO NST-COUNT
                   MOVE MDST-SUB-GRP-NAME TO NST-GRP-NAME(NST-COUNT)
                   SET  NST-GRP-USED(NST-COUNT) TO TRUE
               ELSE
                   SET  NST-TABLE-FULL TO TRUE
               END-IF
             WHEN NST-GRP-NAME(NST-IDX) = MDST-SUB-GRP-NAME
               CONTINUE
           END-SEARCH.

       Q47-EXIT.
           EXIT.

       Q49-EXIT.
           EXIT.

      /*****************************************************************
      *    UNEXPECTED SCREEN OR FILE ERROR                             *
      ******************************************************************
