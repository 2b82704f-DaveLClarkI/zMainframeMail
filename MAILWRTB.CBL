      *                MAINTAINED HERE EXACTLY AS MAILWRTC WOULD, SO
      *                PER-MESSAGE SEQUENCING SURVIVES; MAILSPRB
      *                DRAINS THE SPOOL ONCE THE REGION IS BACK.
      * 10/15/2026 DLC STAMP EVERY REQUEST WITH THE JOB STEP'S
      *                EXECUTING PROGRAM (MAIL-SENDER-PGM), SO
      *                MAILWRTC CAN HOLD BATCH SENDERS TO THE GROUP
      *                POSTING LISTS.
      * 10/15/2026 DLC NAME A PRGE REFUSED FOR A MESSAGE UNDER LEGAL
      *                HOLD (MAILWRTC ABEND MHLD) ON THE CONSOLE.
      * 10/15/2026 DLC ACCEPT THE TMPL REQUEST (A WHOLE MESSAGE FROM A
      *                MAILTPL TEMPLATE).  IT STARTS A MESSAGE LIKE
      *                HEAD, SPOOLS LIKE HEAD, AND NEEDS A TEMPLATE ID;
      *                AN UNKNOWN OR RETIRED TEMPLATE (ABEND MTPL) IS
      *                NAMED ON THE CONSOLE.
      * 10/15/2026 DLC WHILE SPOOLING, REFUSE A DIST FOR A MESSAGE
      *                STARTED BY A SPOOLED TMPL WITH THE SAME DIST
      *                SEQUENCE ERROR THE LIVE WRITER GIVES, RATHER
      *                THAN SPOOL A REQUEST THE REPLAY WOULD ABEND.
      * 10/15/2026 DLC NAME A PRIVATE TMPL REFUSED FOR A TEMPLATE WITH
      *                EXTRA GROUPS (MAILWRTC ABEND MPRV) ON THE
      *                CONSOLE.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
         03  SPOOL-NEXT-ID             PIC S9(8)    COMP
                                                    VALUE 90000001.

      * THE SURROGATE ID ANSWERED TO THE LAST SPOOLED TMPL.  THE LIVE
      * WRITER ANSWERS A TMPL WITH ITS TEMPLATE'S BODY SEQUENCE, SO A
      * DIST AFTER IT FAILS THE SEQUENCE CHECK; THE SPOOLER CANNOT
      * KNOW THAT SEQUENCE, SO IT REFUSES THE DIST BY MESSAGE ID
         03  SPOOL-TMPL-ID             PIC S9(8)    COMP VALUE ZEROES.

      * THE JOB STEP IDENTITY IS FETCHED ONCE PER RUN UNIT
         03  JOBDATA-SW                PIC  X(1)    VALUE 'N'.
           88  JOBDATA-FETCHED                      VALUE 'Y'.

      * THE FOLLOWING AREAS ARE SUBROUTINE PARAMETER BLOCKS

       01  JOBDATA                     PIC  X(8)    VALUE 'JOBDATA'.
       COPY JOBDATA.

       COPY RTCMAN.

      * EXCI BRIDGE TO THE CICS-OWNED MAILWRTC.  XCI-APPLID OF
           AND NOT MAIL-MESG-COMPLETE
           AND NOT MAIL-MESG-DELIVERED
           AND NOT MAIL-PURGE-MESG
           AND NOT MAIL-TMPL-PARMS
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': CALL CONTROL ERROR' DELIMITED BY SIZE

           IF  RTC-CODE = ZERO
               IF  NOT MAIL-HEAD-PARMS
               AND NOT MAIL-TMPL-PARMS
               AND MAIL-ID NOT > ZEROES
                   MOVE 1              TO VAR-TEXTL
                   STRING THIS-PGM        DELIMITED BY SPACE
               END-IF
           END-IF.

           IF  RTC-CODE = ZERO
               IF  MAIL-TMPL-PARMS
               AND MAIL-TMPL-ID = SPACES
                   MOVE 1              TO VAR-TEXTL
                   STRING THIS-PGM        DELIMITED BY SPACE
                          ': TEMPLATE ID REQUIRED' DELIMITED BY SIZE
                       INTO VAR-TEXT WITH POINTER VAR-TEXTL
                   SUBTRACT 1        FROM VAR-TEXTL
                   DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
                   MOVE +12            TO RTC-CODE
                   PERFORM B80-CALL-RTCMAN THRU B85-EXIT
               END-IF
           END-IF.

           IF  RTC-CODE = ZERO
               IF  MAIL-DIST-PARMS
               AND MAIL-SEQ > ZEROES
               END-IF
           END-IF.

      * name the sending program for the posting-list check -- the
      * caller's own value is never trusted, a batch sender is
      * always the program its job step executes
           IF  RTC-CODE = ZERO
               IF  NOT JOBDATA-FETCHED
                   CALL JOBDATA     USING JOBDATA-PARMS
                   SET  JOBDATA-FETCHED TO TRUE
               END-IF
               MOVE JOBD-EXEC-PGM      TO MAIL-SENDER-PGM
           END-IF.

       B15-EXIT.
           EXIT.


           IF  XCI-LINK-FAILED
      * report the failure -- a MAILWRTC abend code (MCOM, MLNK,
      * MSEQ, MMAX, MAMX, MDMX, MPRV, MCTL, MHLD, MTPL, MLOG) comes
      * back in XCI-ABCODE
               MOVE XCI-RESP           TO XCI-RESP-D
               MOVE XCI-RESP2          TO XCI-RESP2-D
               MOVE 1                  TO VAR-TEXTL
      * the region answered and MAILWRTC itself abended the request
      * -- that is a rejection, not an outage, and must still fail
      * the caller; spooling it would just re-abend on every replay
                   IF  XCI-ABCODE = 'MHLD'
                       MOVE 1          TO VAR-TEXTL
                       STRING THIS-PGM    DELIMITED BY SPACE
                              ': MAIL MESSAGE UNDER LEGAL HOLD'
                              ' - PURGE REFUSED'
                                          DELIMITED BY SIZE
                           INTO VAR-TEXT WITH POINTER VAR-TEXTL
                       SUBTRACT 1    FROM VAR-TEXTL
                       DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
                   END-IF
                   IF  XCI-ABCODE = 'MTPL'
                       MOVE 1          TO VAR-TEXTL
                       STRING THIS-PGM    DELIMITED BY SPACE
                              ': MAIL TEMPLATE '
                                          DELIMITED BY SIZE
                              MAIL-TMPL-ID
                                          DELIMITED BY SPACE
                              ' NOT FOUND OR RETIRED'
                                          DELIMITED BY SIZE
                           INTO VAR-TEXT WITH POINTER VAR-TEXTL
                       SUBTRACT 1    FROM VAR-TEXTL
                       DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
                   END-IF
                   IF  XCI-ABCODE = 'MPRV'
                   AND MAIL-TMPL-PARMS
                       MOVE 1          TO VAR-TEXTL
                       STRING THIS-PGM    DELIMITED BY SPACE
                              ': MAIL TEMPLATE '
                                          DELIMITED BY SIZE
                              MAIL-TMPL-ID
                                          DELIMITED BY SPACE
                              ' HAS EXTRA GROUPS - CANNOT BE PRIVATE'
                                          DELIMITED BY SIZE
                           INTO VAR-TEXT WITH POINTER VAR-TEXTL
                       SUBTRACT 1    FROM VAR-TEXTL
                       DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
                   END-IF
                   MOVE +12            TO RTC-CODE
                   PERFORM B80-CALL-RTCMAN THRU B85-EXIT
               ELSE

      /*****************************************************************
      *    APPEND ONE REQUEST TO THE SPOOL AND MIMIC THE WRITER'S      *
      *    COMMAREA UPDATES, SO THE CALLER'S HEAD/TMPL/DIST/BODY/CMPL  *
      *    SEQUENCING KEEPS WORKING WHILE THE REGION IS DOWN           *
      ******************************************************************
       C50-SPOOL-REQUEST.

           IF  MAIL-DIST-PARMS
           AND MAIL-ID = SPOOL-TMPL-ID
      * the same sequence error the live writer would have given
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': DIST SEQUENCE ERROR' DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
               GO TO C59-EXIT
           END-IF.

           CALL 'ASKTIME'           USING MSPL-STAMP.
           MOVE SPACES                 TO MSPL-REQUEST.
           MOVE MAILWRTR-COMMAREA      TO MSPL-REQUEST.

           EVALUATE TRUE
             WHEN MAIL-HEAD-PARMS
             WHEN MAIL-TMPL-PARMS
      * answer a surrogate message id -- MAILSPRB swaps in the real
      * id assigned when the spooled head finally reaches MAILWRTC.
      * a spooled TMPL's body lines are not known until the replay,
      * so MAILSPRB also carries its real body sequence forward
               MOVE SPOOL-NEXT-ID      TO MAIL-ID
               ADD  1                  TO SPOOL-NEXT-ID
               MOVE ZEROES             TO MAIL-SEQ
                                          MAIL-ATT-SEQ
               IF  MAIL-TMPL-PARMS
                   MOVE MAIL-ID        TO SPOOL-TMPL-ID
               END-IF
             WHEN MAIL-BODY-PARMS
               ADD  1                  TO MAIL-SEQ
             WHEN MAIL-ATCH-PARMS
