      *                THAT HANDS OFF TO THE MAILCMPC COMPOSE
      *                TRANSACTION WITH THE GROUP, SUBJECT AND REPLY
      *                LINKAGE PRE-FILLED.
      * 10/15/2026 DLC SHOW A MESSAGE HELD OVER ITS SYSTEM'S DAILY
      *                SEND QUOTA AS HELD ON THE LIST AND DETAIL PANELS.
      * 10/15/2026 DLC SHOW THE CASE REFERENCE OF EVERY ACTIVE LEGAL
      *                HOLD COVERING THE MESSAGE ON A NEW DETAIL
      *                PANEL LINE.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
         03  MAILMIDX                  PIC  X(08)   VALUE 'MAILMIDX'.
         03  MAILMSG                   PIC  X(08)   VALUE 'MAILMSG '.
         03  MAILMDS                   PIC  X(08)   VALUE 'MAILMDS '.
         03  MAILHLD                   PIC  X(08)   VALUE 'MAILHLD '.
      *
      * FIELDS TO MANAGE REFERENCED EXTERNAL PROGRAM NAMES
         03  CICSINFO                  PIC  X(08)   VALUE 'CICSINFO'.
         03  DSTP                      PIC S9(04)   BINARY VALUE ZEROES.
         03  MMID-RECL                 PIC S9(04)   BINARY VALUE ZEROES.
         03  MMSG-RECL                 PIC S9(04)   BINARY VALUE ZEROES.
      * LEGAL HOLD BROWSE STATE FOR THE DETAIL PANEL
         03  HOLD-RESP                 PIC S9(08)   BINARY VALUE ZEROES.
         03  HOLD-LAST-CASE            PIC  X(08)   VALUE SPACES.
         03  HOLD-SW                   PIC  X(01)   VALUE 'N'.
           88  MAIL-HELD                            VALUE 'Y'.
           88  MAIL-NOT-HELD                        VALUE 'N'.
      * RIDFLD FOR BROWSES OVER THE MAILMIDX ALTERNATE-INDEX PATH
         03  MIDX-KEY.
           05  MIDX-GRP                PIC  X(08)   VALUE SPACES.
      * MAILMDS RECORD I/O AREA
       COPY MAILMDS.

      * MAILHLD RECORD I/O AREA
       COPY MAILHLD.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
               MOVE 'SENT'             TO LDL-STATUS
             WHEN MMID-IS-SUSPENDED
               MOVE 'SUSP'             TO LDL-STATUS
             WHEN MMID-IS-QUOTA-HELD
               MOVE 'HELD'             TO LDL-STATUS
             WHEN MMID-IS-COMPLETE
               MOVE 'CMPL'             TO LDL-STATUS
             WHEN OTHER
               MOVE 'SENT'             TO DTLSTATO
             WHEN MMID-IS-SUSPENDED
               MOVE 'SUSPENDED'        TO DTLSTATO
             WHEN MMID-IS-QUOTA-HELD
               MOVE 'QUOTA HELD'       TO DTLSTATO
             WHEN MMID-IS-COMPLETE
               MOVE 'COMPLETE'         TO DTLSTATO
             WHEN OTHER
               INTO DTLCRTDO.

           PERFORM F20-BUILD-FANOUT THRU F29-EXIT.
           PERFORM F40-BUILD-HOLDS THRU F49-EXIT.
           PERFORM F30-BUILD-BODY THRU F39-EXIT.

       F90-EXIT.
       F29-EXIT.
           EXIT.

      /*****************************************************************
      *    STRING THE CASE REFERENCE OF EVERY ACTIVE LEGAL HOLD        *
      *    COVERING THE MESSAGE ONTO THE DETAIL PANEL'S HOLD LINE      *
      *    -- ITS SENDER, CREATED TIMESTAMP AND PRIMARY OR FAN-OUT     *
      *    GROUP MUST MATCH EVERY NON-BLANK CRITERION OF THE HOLD.     *
      ******************************************************************
       F40-BUILD-HOLDS.

           PERFORM Q00-INITKEY-MAILHLD.
           MOVE SPACES                 TO HOLD-LAST-CASE.
           MOVE 1                      TO DSTP.

           EXEC CICS STARTBR
                     DATASET  (MAILHLD)
                     RIDFLD   (MHLD-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
           MOVE EIBRESP                TO HOLD-RESP.

      * holds are keyed by case, so one case shows only once
           PERFORM WITH TEST BEFORE
             UNTIL HOLD-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS READNEXT
                         DATASET  (MAILHLD)
                         INTO     (MAILHLD-RECORD)
                         RIDFLD   (MHLD-KEY)
                         NOHANDLE
               END-EXEC
               MOVE EIBRESP            TO HOLD-RESP
               SET  MAIL-NOT-HELD      TO TRUE
               IF  HOLD-RESP = DFHRESP(NORMAL)
               AND MHLD-IS-ACTIVE
               AND MHLD-CASE-REF NOT = HOLD-LAST-CASE
               AND (MHLD-FROM = SPACES
                OR  MHLD-FROM = MMID-FROM)
               AND (MHLD-FROM-STMP = ZEROES
                OR  MMID-CREATED-TIMESTAMP NOT < MHLD-FROM-STMP)
               AND (MHLD-THRU-STMP = ZEROES
                OR  MMID-CREATED-TIMESTAMP NOT > MHLD-THRU-STMP)
                   IF  MHLD-GRP-NAME = SPACES
                   OR  MHLD-GRP-NAME = MMID-TO-GRP
                       SET  MAIL-HELD  TO TRUE
                   ELSE
                       PERFORM F45-CHECK-FANOUT THRU F47-EXIT
                   END-IF
               END-IF
               IF  MAIL-HELD
                   MOVE MHLD-CASE-REF  TO HOLD-LAST-CASE
                   IF  DSTP > 61
      * more cases than the line can show
                       MOVE '+'        TO DTLHOLDO(70:1)
                   ELSE
                       STRING MHLD-CASE-REF DELIMITED BY SPACE
                              ' '           DELIMITED BY SIZE
                           INTO DTLHOLDO WITH POINTER DSTP
                   END-IF
               END-IF
           END-PERFORM.

           IF  HOLD-RESP = DFHRESP(ENDFILE)
               EXEC CICS ENDBR
                         DATASET  (MAILHLD)
                         NOHANDLE
               END-EXEC
           END-IF.

           IF  HOLD-RESP NOT = DFHRESP(NOTFND)
                           AND DFHRESP(ENDFILE)
               PERFORM Q90-SCREEN-ERROR THRU Q99-EXIT
           END-IF.

           GO TO F49-EXIT.

      * THE HOLD MATCHED EVERYTHING BUT THE PRIMARY GROUP -- LOOK FOR
      * ITS GROUP AMONG THE MESSAGE'S FAN-OUT ROWS
       F45-CHECK-FANOUT.

           PERFORM Q50-INITKEY-MAILMDS.
           MOVE BRW-DTL-ID             TO MMDS-ID.
           MOVE ZEROES                 TO MMDS-SEQ.

           EXEC CICS STARTBR
                     DATASET  (MAILMDS)
                     RIDFLD   (MMDS-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.

           PERFORM WITH TEST BEFORE
             UNTIL MMDS-ID NOT = BRW-DTL-ID
                OR MAIL-HELD
                OR EIBRESP NOT = DFHRESP(NORMAL)
               EXEC CICS READNEXT
                         DATASET  (MAILMDS)
                         INTO     (MAILMDS-RECORD)
                         RIDFLD   (MMDS-KEY)
                         NOHANDLE
               END-EXEC
               IF  EIBRESP = DFHRESP(NORMAL)
               AND MMDS-ID = BRW-DTL-ID
               AND MMDS-TO-GRP = MHLD-GRP-NAME
                   SET  MAIL-HELD      TO TRUE
               END-IF
           END-PERFORM.

           IF  EIBRESP = DFHRESP(NORMAL)
                      OR DFHRESP(ENDFILE)
               EXEC CICS ENDBR
                         DATASET  (MAILMDS)
                         NOHANDLE
               END-EXEC
           END-IF.

           IF  EIBRESP NOT = DFHRESP(NORMAL)
                         AND DFHRESP(NOTFND)
                         AND DFHRESP(ENDFILE)
               PERFORM Q90-SCREEN-ERROR THRU Q99-EXIT
           END-IF.

       F47-EXIT.
           EXIT.

       F49-EXIT.
           EXIT.

      /*****************************************************************
      *    FILL THE DETAIL PANEL BODY LINES FROM THE TOP SEQUENCE      *
      ******************************************************************
      *    PERFORMED ROUTINES                                          *
      ******************************************************************

       Q00-INITKEY-MAILHLD.
           IF  ADDRESS OF MAILHLD-RECORD = NULL
               EXEC CICS GETMAIN
                         SET      (ADDRESS OF MAILHLD-RECORD)
                         LENGTH   (LENGTH OF MAILHLD-RECORD)
               END-EXEC
           END-IF.
           MOVE LOW-VALUES             TO MHLD-KEY.
       Q09-EXIT.
           EXIT.

       Q20-INITKEY-MAILMID.
           IF  ADDRESS OF MAILMID-RECORD = NULL
               EXEC CICS GETMAIN
