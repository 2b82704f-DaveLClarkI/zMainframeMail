      * 09/02/2026 DLC ADD RATT REQUEST TO RETRIEVE ONE MAILATT
      *                ATTACHMENT LINE PER CALL, THE WAY RBOD
      *                RETRIEVES ONE BODY LINE.
      * 10/15/2026 DLC RMBR NOW RETURNS A GROUP'S EFFECTIVE MEMBERSHIP
      *                -- ITS OWN MEMBERS PLUS THOSE OF EVERY ACTIVE
      *                GROUP NESTED UNDER IT -- IN USER ID ORDER, EACH
      *                USER ONCE.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
         03  MMSG-RECL                 PIC S9(04)   BINARY VALUE ZEROES.
         03  MDST-RECL                 PIC S9(04)   BINARY VALUE ZEROES.
         03  MBR-CURSOR                PIC  X(08)   VALUE SPACES.
         03  MBR-NEXT                  PIC  X(08)   VALUE SPACES.
         03  WS-ABSTIME                PIC S9(15)   COMP-3 VALUE ZEROES.
      * RIDFLD FOR BROWSES OVER THE MAILMIDX ALTERNATE-INDEX PATH
         03  MIDX-KEY.
         03  VAR-TEXTL                 PIC S9(4)    BINARY.
         03  VAR-TEXT                  PIC  X(245)  VALUE SPACES.

       COPY MAILNSTW.

      * THE FOLLOWING AREAS ARE SUBROUTINE PARAMETER BLOCKS

       01  CICSINFO-PARMS.
           GO TO Z00-MAIL-TERMINATION.

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

           PERFORM Q40-INITKEY-MAILDST.
           MOVE RDR-GRP-NAME            TO NST-ROOT-NAME.
           SET  NST-WALK-ACTIVE         TO TRUE.
           PERFORM Q80-EXPAND-GROUP   THRU Q89-EXIT.

           MOVE RDR-MBR-USER-ID         TO MBR-CURSOR.
           MOVE HIGH-VALUES             TO MBR-NEXT.

           PERFORM WITH TEST BEFORE
             VARYING NST-SUB FROM 1 BY 1
             UNTIL NST-SUB > NST-COUNT
               IF  NST-GRP-USED(NST-SUB)
                   PERFORM G10-NEXT-GROUP-MEMBER THRU G19-EXIT
               END-IF
           END-PERFORM.

           IF  MBR-NEXT NOT = HIGH-VALUES
               SET  RDR-RECORD-FOUND    TO TRUE
               MOVE MBR-NEXT            TO RDR-MBR-USER-ID
           END-IF.

           GO TO Z00-MAIL-TERMINATION.

      /*****************************************************************
      *    FIND ONE TABLED GROUP'S FIRST OWN MEMBER PAST THE CALLER'S  *
      *    LAST ONE, AND KEEP IT IF IT IS THE LOWEST SEEN SO FAR       *
      ******************************************************************
       G10-NEXT-GROUP-MEMBER.

           MOVE NST-GRP-NAME(NST-SUB)   TO MDST-GRP-NAME.
           SET  MDST-GRP-MEMBER         TO TRUE.
           MOVE MBR-CURSOR              TO MDST-MBR-USER-ID.

           EXEC CICS STARTBR
                     DATASET  (MAILDST)
                     NOHANDLE
           END-EXEC.

      * skip the row the caller already has -- the GTEQ start
      * positions at, not past, the last member returned
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
               MOVE MDST-MBR-USER-ID    TO MBR-NEXT
           END-IF.

           IF  EIBRESP = DFHRESP(NORMAL)
                      OR DFHRESP(ENDFILE)
               EXEC CICS ENDBR
           IF  EIBRESP NOT = DFHRESP(NORMAL)
                         AND DFHRESP(NOTFND)
                         AND DFHRESP(ENDFILE)
               PERFORM Q88-GROUP-SCAN-ERROR
           END-IF.

       G19-EXIT.
           EXIT.

      /*****************************************************************
      *    FIND THE NEXT MESSAGE HEADER FOR A DISTRIBUTION GROUP,     *
       Q79-EXIT.
           EXIT.

      /*****************************************************************
      *    EXPAND A DISTRIBUTION GROUP'S NESTED GROUPS                 *
      *    THE ROOT IN NST-ROOT-NAME GOES IN ENTRY 1, FOLLOWED BY      *
      *    EVERY GROUP NESTED UNDER IT AT ANY DEPTH, EACH ONCE (SEE    *
      *    MAILNSTW).  THE MAILDST I/O AREA IS NOT PRESERVED.          *
      ******************************************************************
       Q80-EXPAND-GROUP.

           SET  NST-TABLE-OK           TO TRUE.
           MOVE 1                      TO NST-COUNT.
           MOVE NST-ROOT-NAME          TO NST-GRP-NAME(1).
           SET  NST-GRP-USED(1)        TO TRUE.
           MOVE ZEROES                 TO NST-NEXT.

           PERFORM WITH TEST BEFORE
             UNTIL NST-NEXT NOT < NST-COUNT
               ADD  1                  TO NST-NEXT
               PERFORM Q83-WALK-GROUP THRU Q84-EXIT
           END-PERFORM.

           GO TO Q89-EXIT.

      * READ ONE TABLED GROUP'S HEADER (BELOW THE ROOT) AND TABLE
      * EACH GROUP NESTED DIRECTLY UNDER IT
       Q83-WALK-GROUP.

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
                   GO TO Q84-EXIT
               END-IF
               IF  EIBRESP NOT = DFHRESP(NORMAL)
                   PERFORM Q88-GROUP-SCAN-ERROR
               END-IF
               IF  NST-WALK-ACTIVE
               AND NOT MDST-GRP-ACTIVE
                   SET  NST-GRP-SKIPPED(NST-NEXT) TO TRUE
                   GO TO Q84-EXIT
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
                   PERFORM Q86-TABLE-SUBGROUP THRU Q87-EXIT
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
               PERFORM Q88-GROUP-SCAN-ERROR
           END-IF.

       Q84-EXIT.
           EXIT.

      * TABLE ONE NESTED GROUP UNLESS IT IS ALREADY THERE
       Q86-TABLE-SUBGROUP.

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

       Q87-EXIT.
           EXIT.

      * report errors and abend process
       Q88-GROUP-SCAN-ERROR.

           STRING 'Caller '               DELIMITED BY SIZE
                  CICS-INVOKEDBY          DELIMITED BY SPACE
                  ' failure scanning mail groups.'
               DELIMITED BY SIZE     INTO LOGF-MESG.
           PERFORM Q200-UNEX-LOG.
           EXEC CICS ABEND
                     ABCODE('MLOG')
                     CANCEL
           END-EXEC.

       Q89-EXIT.
           EXIT.

      /*****************************************************************
      *    STAMP A READ RECEIPT FOR THIS RETRIEVAL UNDER THE CICS      *
      *    USER'S IDENTITY                                             *
