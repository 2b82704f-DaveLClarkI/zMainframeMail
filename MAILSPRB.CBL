
      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC TREAT A SPOOLED TMPL LIKE A HEAD, AND CARRY THE
      *                BODY SEQUENCE ITS TEMPLATE LINES REACHED ON THE
      *                REPLAY INTO THE REQUESTS THAT FOLLOW IT (ALSO
      *                RETURNED, AND TAKEN BACK ON A SKIP-COUNT RERUN,
      *                AS MSPR-LAST-SEQ-BASE).
      * 10/15/2026 DLC A REQUEST MAILWRTC REJECTS ON REPLAY (AN ABEND
      *                CODE COMES BACK) IS NAMED ON THE CONSOLE,
      *                COUNTED AND SKIPPED WITH RETURN CODE 4 INSTEAD
      *                OF STOPPING THE DRAIN; A REJECTED HEAD OR TMPL
      *                TAKES THE REQUESTS FOR ITS MESSAGE WITH IT.
      *                ONLY A LINK OR REGION OUTAGE STILL ENDS THE
      *                DRAIN WITH RETURN CODE 12.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
      * SPOOL HOLDS ONE RUN UNIT'S REQUESTS IN ORIGINAL ORDER
         03  WS-CURRENT-REAL-ID        PIC S9(8)    COMP VALUE ZEROES.

      * THE BODY SEQUENCE THE WRITER ANSWERED FOR THAT MESSAGE'S HEAD
      * OR TMPL.  A TMPL WRITES THE TEMPLATE'S BODY LINES, WHICH
      * MAILWRTB COULD NOT COUNT WHILE SPOOLING, SO THE BODY SEQUENCE
      * ON A LATER SPOOLED REQUEST IS SHORT BY EXACTLY THIS MUCH
         03  WS-CURRENT-SEQ-BASE       PIC S9(4)    COMP VALUE ZEROES.

      * THE WRITER REJECTED THE HEAD MOST RECENTLY REPLAYED -- ITS
      * MESSAGE DOES NOT EXIST, SO EVERY LATER REQUEST CARRYING A
      * SURROGATE ID BELONGS TO IT AND IS REJECTED AS WELL
         03  HEAD-REJECT-SW            PIC  X(1)    VALUE 'N'.
           88  HEAD-REJECTED                        VALUE 'Y'.
           88  HEAD-ACCEPTED                        VALUE 'N'.

         03  RECORD-COUNT-D            PIC  Z(7)9.
         03  MAIL-ID-D                 PIC  Z(7)9.

       01  REPORT-LINE.
         03  RPT-STAMP                 PIC  9(15).
         03  FILLER                    PIC  X(1)    VALUE SPACE.
           MOVE ZEROES                 TO MSPR-RECORD-COUNT
                                          MSPR-ITEM-COUNT
                                          MSPR-REPLAYED-COUNT
                                          MSPR-OLDEST-AGE-MINS
                                          MSPR-REJECTED-COUNT.

           IF  MSPR-REPLAY
           AND MSPR-SKIP-COUNT > ZEROES
      * a message open, so its real id comes back in as a parameter
      * and surrogate ids in the undrained tail still resolve
               MOVE MSPR-LAST-REAL-ID  TO WS-CURRENT-REAL-ID
               MOVE MSPR-LAST-SEQ-BASE TO WS-CURRENT-SEQ-BASE
               IF  MSPR-LAST-REAL-ID < ZEROES
                   SET  HEAD-REJECTED  TO TRUE
                   MOVE ZEROES         TO WS-CURRENT-REAL-ID
               END-IF
           END-IF.

           IF  NOT MSPR-LIST-ONLY

      * the last real id is always handed back -- a failed drain's
      * rerun needs it alongside the replayed count
           IF  HEAD-REJECTED
               MOVE -1                 TO MSPR-LAST-REAL-ID
           ELSE
               MOVE WS-CURRENT-REAL-ID TO MSPR-LAST-REAL-ID
           END-IF.
           MOVE WS-CURRENT-SEQ-BASE    TO MSPR-LAST-SEQ-BASE.

           DISPLAY THIS-PGM ': RECORDS='  MSPR-RECORD-COUNT
                             ' ITEMS='    MSPR-ITEM-COUNT
                             ' REPLAYED=' MSPR-REPLAYED-COUNT
                             ' REJECTED=' MSPR-REJECTED-COUNT
                             ' LASTID='   MSPR-LAST-REAL-ID
                             ' SEQBASE='  MSPR-LAST-SEQ-BASE
                             ' OLDEST='   MSPR-OLDEST-AGE-MINS
                                     UPON CONSOLE.

                                       TO MAILWRTR-REQUEST.

           IF  MAIL-HEAD-PARMS
           OR  MAIL-TMPL-PARMS
               ADD  1                  TO MSPR-ITEM-COUNT
               MOVE MSPL-STAMP         TO RPT-STAMP
               MOVE WS-AGE-MINS        TO RPT-AGE-MINS
      *    A SURROGATE MESSAGE ID ALWAYS REFERS TO THE HEAD MOST       *
      *    RECENTLY REPLAYED -- THE SPOOL IS IN ORIGINAL ORDER --      *
      *    SO THE REAL ID MAILWRTC ASSIGNED TO THAT HEAD GOES IN       *
      *    ITS PLACE, AND THE BODY SEQUENCE IS MOVED ON BY WHATEVER    *
      *    THE HEAD'S REPLAY REACHED THAT THE SPOOLER COULD NOT SEE    *
      *    (THE TEMPLATE LINES OF A TMPL).                             *
      ******************************************************************
       E00-REPLAY-REQUEST.

           IF  MAIL-ID >= 90000000
           AND NOT MAIL-HEAD-PARMS
           AND NOT MAIL-TMPL-PARMS
           AND HEAD-REJECTED
      * the message this request belongs to was never created
               MOVE SPACES             TO XCI-ABCODE
               PERFORM E50-REJECT-REQUEST THRU E55-EXIT
               GO TO E90-EXIT
           END-IF.

           IF  MAIL-ID >= 90000000
               IF  WS-CURRENT-REAL-ID > ZEROES
                   MOVE WS-CURRENT-REAL-ID
                                       TO MAIL-ID
                   ADD  WS-CURRENT-SEQ-BASE TO MAIL-SEQ
               ELSE
                   MOVE 1              TO VAR-TEXTL
                   STRING THIS-PGM        DELIMITED BY SPACE
           CALL MAILXCIB            USING MAILWRTR-REQUEST
                                          MAILXCIR-PARMS.

           IF  XCI-LINK-FAILED
           AND XCI-ABCODE > SPACES
      * the region answered and MAILWRTC itself abended the request
      * -- a rejection, not an outage, so name it and drain on
               PERFORM E50-REJECT-REQUEST THRU E55-EXIT
               IF  MAIL-HEAD-PARMS
               OR  MAIL-TMPL-PARMS
                   SET  HEAD-REJECTED  TO TRUE
                   MOVE ZEROES         TO WS-CURRENT-REAL-ID
                                          WS-CURRENT-SEQ-BASE
               END-IF
               GO TO E90-EXIT
           END-IF.

           IF  XCI-LINK-FAILED
      * the region is still not answering -- stop where we are and
      * report how far the drain got, so the rerun can skip it
           ADD  1                      TO MSPR-REPLAYED-COUNT.

           IF  MAIL-HEAD-PARMS
           OR  MAIL-TMPL-PARMS
      * the writer answered with the real message id for this head,
      * and for a TMPL the body sequence its template lines reached
               MOVE MAIL-ID            TO WS-CURRENT-REAL-ID
               MOVE MAIL-SEQ           TO WS-CURRENT-SEQ-BASE
               SET  HEAD-ACCEPTED      TO TRUE
           END-IF.

       E90-EXIT.
           EXIT.

      /*****************************************************************
      *    NAME A REJECTED SPOOL RECORD AND SKIP IT                    *
      *    XCI-ABCODE CARRIES THE WRITER'S ABEND CODE, OR SPACES WHEN  *
      *    THE REQUEST'S MESSAGE WAS ITSELF REJECTED AND IT WAS NEVER  *
      *    SHIPPED.                                                    *
      ******************************************************************
       E50-REJECT-REQUEST.

           ADD  1                      TO MSPR-REJECTED-COUNT.
           MOVE MSPR-RECORD-COUNT      TO RECORD-COUNT-D.
           MOVE MAIL-ID                TO MAIL-ID-D.

           MOVE 1                      TO VAR-TEXTL.
           STRING THIS-PGM                DELIMITED BY SPACE
                  ': SPOOL RECORD '       DELIMITED BY SIZE
                  RECORD-COUNT-D          DELIMITED BY SIZE
                  ' REJECTED - REQ='      DELIMITED BY SIZE
                  MAIL-REQUEST-TYPE       DELIMITED BY SIZE
                  ' MAIL-ID='             DELIMITED BY SIZE
                  MAIL-ID-D               DELIMITED BY SIZE
               INTO VAR-TEXT         WITH POINTER VAR-TEXTL.
           IF  XCI-ABCODE > SPACES
               STRING ' ABCODE='          DELIMITED BY SIZE
                      XCI-ABCODE          DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
           ELSE
               STRING ' - ITS HEAD WAS REJECTED'
                                          DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
           END-IF.
           SUBTRACT 1                FROM VAR-TEXTL.
           DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE.

      * and the spooled image itself on the report, for whoever
      * must redo it
           DISPLAY MSPL-STAMP ' ' MAILWRTR-REQUEST.

           IF  RTC-CODE < +4
               MOVE +4                 TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
           END-IF.

       E55-EXIT.
           EXIT.

      /*****************************************************************
      *    REPORT A MAILSPL I/O ERROR                                  *
      ******************************************************************
