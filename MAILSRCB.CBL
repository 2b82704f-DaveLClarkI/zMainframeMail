      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    MAILSRCB.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
      *REMARKS.       MAINFRAME MAIL KEYWORD SEARCH FOR AUDIT
      *                REQUESTS.  FINDS EVERY MESSAGE, WITHIN THE
      *                CALLER'S CREATED-DATE RANGE AND SYSTEM, GROUP
      *                AND SENDER FILTERS, WHOSE SUBJECT, BODY OR
      *                ATTACHMENT TEXT CONTAINS ANY OF THE SEARCH
      *                TERMS.  SEARCHES THE LIVE MAILMID/MAILMSG/
      *                MAILATT CLUSTERS, THE MAILARC ARCHIVE
      *                GENERATIONS CONCATENATED ON ITS DD, OR BOTH.
      *                PRINTS A HIT REPORT (MESSAGE, SOURCE, DATE,
      *                SENDER, SUBJECT AND EACH MATCHING LINE) AND CAN
      *                COPY EVERY MATCHED MESSAGE WHOLE TO THE MAILSRX
      *                EXTRACT, IN THE MAILARC LAYOUT, FOR AUDIT.
      *                EACH RUN IS JOURNALED WITH ITS REQUESTER.

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

           SELECT MAILMID
               ASSIGN TO MAILMID
               ACCESS IS DYNAMIC INDEXED
               RECORD KEY IS MMID-KEY
               FILE STATUS IS FILE1-STAT
                              FILE1-FDBK.

           SELECT MAILMSG
               ASSIGN TO MAILMSG
               ACCESS IS DYNAMIC INDEXED
               RECORD KEY IS MMSG-KEY
               FILE STATUS IS FILE2-STAT
                              FILE2-FDBK.

           SELECT MAILMDS
               ASSIGN TO MAILMDS
               ACCESS IS DYNAMIC INDEXED
               RECORD KEY IS MMDS-KEY
               FILE STATUS IS FILE3-STAT
                              FILE3-FDBK.

           SELECT MAILATT
               ASSIGN TO MAILATT
               ACCESS IS DYNAMIC INDEXED
               RECORD KEY IS MATT-KEY
               FILE STATUS IS FILE4-STAT
                              FILE4-FDBK.

           SELECT MAILJRN
               ASSIGN TO MAILJRN
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS MJRN-KEY
               FILE STATUS IS FILE5-STAT
                              FILE5-FDBK.

           SELECT MAILARC
               ASSIGN TO MAILARC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARC-STAT.

           SELECT MAILSRX
               ASSIGN TO MAILSRX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SRX-STAT.

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

       FD  MAILMDS.
       COPY MAILMDS.

       FD  MAILATT.
       COPY MAILATT.

       FD  MAILJRN
           RECORD IS VARYING IN SIZE
             FROM 42 TO 255
             DEPENDING ON MJRN-RECL.
       COPY MAILJRN.

       FD  MAILARC
           RECORD CONTAINS 255 CHARACTERS.
       COPY MAILARC.

      * THE AUDIT EXTRACT -- MATCHED MESSAGES IN THE ARCHIVE LAYOUT
       FD  MAILSRX
           RECORD CONTAINS 255 CHARACTERS.
       COPY MAILARC REPLACING ==MAILARC-RECORD== BY ==MAILSRX-RECORD==
                     LEADING ==MARC== BY ==MSRX==.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  CONTROL-FIELDS.
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  THIS-PGM                  PIC  X(8)    VALUE 'MAILSRCB'.

         03  MMID                      PIC S9(4)    BINARY VALUE 1.
         03  MMSG                      PIC S9(4)    BINARY VALUE 2.
         03  MMDS                      PIC S9(4)    BINARY VALUE 3.
         03  MATT                      PIC S9(4)    BINARY VALUE 4.
         03  JRNL                      PIC S9(4)    BINARY VALUE 5.

         03  VAR-TEXTL                 PIC S9(4)    BINARY.
         03  VAR-TEXT                  PIC  X(245)  VALUE SPACES.

         03  MMID-RECL                 PIC  9(5).
         03  MMSG-RECL                 PIC  9(5).
         03  MJRN-RECL                 PIC  9(5).

         03  ARC-STAT                  PIC  X(2).
           88  ARC-STAT-NORMAL                      VALUE '00'.
           88  ARC-STAT-EOFILE                      VALUE '10'.
         03  SRX-STAT                  PIC  X(2).

         03  WS-CUR-ID                 PIC S9(8)    COMP.
         03  WS-TALLY                  PIC S9(4)    BINARY.
         03  WS-TERM-SUB               PIC S9(4)    BINARY.

      * THE SEARCH PASS TESTS EACH LINE; THE EXTRACT PASS COPIES A
      * MATCHED LIVE MESSAGE WHOLE -- D10 THRU D35 SERVE BOTH
         03  WS-PASS-SW                PIC  X(1)    VALUE 'S'.
           88  PASS-SEARCH                          VALUE 'S'.
           88  PASS-EXTRACT                         VALUE 'X'.

      * IS THE MESSAGE IN HAND INSIDE THE CALLER'S FILTERS
         03  WS-CUR-MSG-SW             PIC  X(1)    VALUE 'N'.
           88  CUR-MSG-SELECTED                     VALUE 'Y'.
           88  CUR-MSG-SKIPPED                      VALUE 'N'.

      * HAS THE GROUP FILTER BEEN MET YET -- A GROUP OTHER THAN THE
      * PRIMARY ONE WAITS ON THE MESSAGE'S FAN-OUT ROWS
         03  WS-CUR-GRP-SW             PIC  X(1)    VALUE 'Y'.
           88  CUR-GRP-SETTLED                      VALUE 'Y'.
           88  CUR-GRP-PENDING                      VALUE 'N'.

      * WHERE THE MESSAGE IN HAND CAME FROM -- LIVE, OR ARC-NNN FOR
      * THE NTH ARCHIVE GENERATION READ FROM THE MAILARC DD
         03  WS-SOURCE.
           05  WS-SOURCE-TAG           PIC  X(4)    VALUE 'LIVE'.
           05  WS-SOURCE-GEN           PIC  9(3)    VALUE ZEROES.

      * ARCHIVE GENERATION TRACKING.  A LABELED GENERATION OPENS WITH
      * ITS 'G' RECORD; AN UNLABELED ONE IS KNOWN BY ITS MESSAGE IDS
      * STARTING OVER, SINCE THE EXTRACT WRITES THEM IN ASCENDING
      * ORDER WITHIN A GENERATION.
         03  WS-GEN-NO                 PIC  9(3)    VALUE ZEROES.
         03  WS-GEN-LAST-ID            PIC  9(8)    VALUE ZEROES.
         03  WS-GEN-STARTED            PIC  9(15).
         03  WS-GEN-LABEL-SW           PIC  X(1)    VALUE 'N'.
           88  GEN-LABELED                          VALUE 'Y'.
           88  GEN-UNLABELED                        VALUE 'N'.

      * ORDINAL OF THE ARCHIVE 'H' RECORD IN HAND -- THE EXTRACT PASS
      * RE-READS THE ARCHIVE AND COPIES THE MATCHED ORDINALS
         03  WS-ARC-ORDINAL            PIC S9(9)    COMP VALUE ZERO.
         03  WS-COPY-SW                PIC  X(1)    VALUE 'N'.
           88  COPYING-MESSAGE                      VALUE 'Y'.
           88  NOT-COPYING-MESSAGE                  VALUE 'N'.

      * THE SEARCH TERMS, FOLDED TO UPPER CASE, WITH THEIR LENGTHS
       01  TERM-TABLE.
         03  TRM-COUNT                 PIC S9(4)    BINARY VALUE ZERO.
         03  TRM-ENTRY OCCURS 5 TIMES
                       INDEXED BY TRM-IDX.
             05  TRM-TEXT              PIC  X(30).
             05  TRM-LEN               PIC S9(4)    BINARY.

      * THE LINE UNDER TEST, AS STORED AND FOLDED TO UPPER CASE
       01  LINE-AREA.
         03  LINE-WHERE                PIC  X(1).
           88  LINE-IN-SUBJECT                      VALUE 'S'.
           88  LINE-IN-BODY                         VALUE 'B'.
           88  LINE-IN-ATTACH                       VALUE 'A'.
         03  LINE-SEQ                  PIC  9(4).
         03  LINE-TEXT                 PIC  X(200).
         03  LINE-FOLDED               PIC  X(200).

      * THE MATCHING LINES OF THE MESSAGE IN HAND, HELD UNTIL THE
      * MESSAGE IS KNOWN TO PASS THE GROUP FILTER
       01  HIT-TABLE.
         03  HIT-MAX                   PIC S9(4)    BINARY VALUE 50.
         03  HIT-COUNT                 PIC S9(4)    BINARY VALUE ZERO.
         03  HIT-OVERFLOW              PIC S9(8)    COMP VALUE ZERO.
         03  HIT-ENTRY OCCURS 50 TIMES
                       INDEXED BY HIT-IDX.
             05  HIT-WHERE             PIC  X(1).
             05  HIT-SEQ               PIC  9(4).
             05  HIT-TEXT              PIC  X(200).

      * ARCHIVE MESSAGES TO COPY TO THE EXTRACT, BY 'H' ORDINAL, IN
      * THE ORDER THE SEARCH PASS MATCHED THEM
       01  EXTRACT-TABLE.
         03  XID-MAX                   PIC S9(4)    BINARY VALUE 5000.
         03  XID-SUB                   PIC S9(4)    BINARY VALUE ZERO.
         03  XID-COUNT                 PIC S9(4)    BINARY VALUE ZERO.
         03  XID-OVERFLOW              PIC S9(8)    COMP VALUE ZERO.
         03  XID-ORDINAL               PIC S9(9)    COMP
                                       OCCURS 5000 TIMES.

       01  MESSAGE-TITLE.
         03  FILLER                    PIC  X(51)   VALUE
             'MESSAGE  SOURCE  CREATED         SYSTEM   GROUP    '.
         03  FILLER                    PIC  X(16)   VALUE
             'FROM     SUBJECT'.

       01  MESSAGE-LINE.
         03  MSG-ID                    PIC  Z(7)9.
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  MSG-SOURCE                PIC  X(7).
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  MSG-CREATED               PIC  9(15).
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  MSG-SYSTEM                PIC  X(8).
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  MSG-GRP                   PIC  X(8).
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  MSG-FROM                  PIC  X(8).
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  MSG-SUBJECT               PIC  X(40).

      * A MATCHING LINE -- TEXT PAST 100 BYTES CONTINUES BELOW IT
       01  HIT-LINE.
         03  FILLER                    PIC  X(4)    VALUE SPACES.
         03  HIT-LINE-WHERE            PIC  X(7).
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  HIT-LINE-SEQ              PIC  Z(3)9.
         03  HIT-LINE-SEQ-X REDEFINES HIT-LINE-SEQ
                                       PIC  X(4).
         03  FILLER                    PIC  X(2)    VALUE ': '.
         03  HIT-LINE-TEXT             PIC  X(100).

       01  GENERATION-LINE.
         03  FILLER                    PIC  X(19)   VALUE
             'ARCHIVE GENERATION '.
         03  GEN-LINE-SOURCE           PIC  X(7).
         03  GEN-LINE-TEXT             PIC  X(70).

      * THE FOLLOWING AREAS ARE SUBROUTINE PARAMETER BLOCKS

       COPY RTCMAN.

       COPY VSMSTATW.

      /*****************************************************************
      *    LINKAGE SECTION                                             *
      ******************************************************************
       LINKAGE SECTION.

       01  MAILSRCR-PARMS.
         COPY MAILSRCR.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING MAILSRCR-PARMS.

      ******************************************************************
      *    MAINLINE ROUTINE                                            *
      ******************************************************************
       A00-MAINLINE-ROUTINE.

           PERFORM B10-INITIALIZATION THRU B15-EXIT.

           IF  RTC-CODE < +8
           AND MSRC-SEARCH-LIVE
               PERFORM C00-SEARCH-LIVE THRU C90-EXIT
           END-IF.

           IF  RTC-CODE < +8
           AND MSRC-SEARCH-ARCHIVE
               PERFORM E00-SEARCH-ARCHIVE THRU E90-EXIT
           END-IF.

           IF  RTC-CODE < +8
           AND MSRC-SEARCH-ARCHIVE
           AND MSRC-EXTRACT
           AND XID-COUNT > ZEROES
               PERFORM G00-EXTRACT-ARCHIVE THRU G90-EXIT
           END-IF.

           IF  RTC-CODE < +8
           AND MSRC-MATCHED-COUNT = ZEROES
               DISPLAY ' '
               DISPLAY 'NO MATCHING MESSAGES FOUND'
           END-IF.

           PERFORM B20-TERMINATION THRU B25-EXIT.

           GOBACK.

      /*****************************************************************
      *    PROGRAM INITIALIZATION ROUTINE                              *
      ******************************************************************
       B10-INITIALIZATION.

           MOVE ZEROES                 TO RTC-CODE.
           MOVE ZEROES                 TO MSRC-EXAMINED-COUNT
                                          MSRC-MATCHED-COUNT
                                          MSRC-HIT-COUNT
                                          MSRC-EXTRACT-COUNT.

           IF  MSRC-SOURCE-SW = SPACE
               MOVE 'L'                TO MSRC-SOURCE-SW
           END-IF.

           PERFORM B30-EDIT-TERMS    THRU B35-EXIT.

           IF  MSRC-REQUESTED-BY = SPACES
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': REQUESTER REQUIRED' DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
           END-IF.

           IF  TRM-COUNT = ZEROES
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': SEARCH TERM REQUIRED' DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
           END-IF.

           IF  NOT MSRC-SEARCH-LIVE
           AND NOT MSRC-SEARCH-ARCHIVE
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': SOURCE SWITCH ERROR' DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
           END-IF.

           IF  MSRC-FROM-STMP > ZEROES
           AND MSRC-THRU-STMP > ZEROES
           AND MSRC-FROM-STMP > MSRC-THRU-STMP
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': DATE RANGE ERROR' DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
           END-IF.

           IF  RTC-CODE = ZERO
               MOVE 'MAILMID'          TO VSAM-FILE(MMID)
               MOVE 'MAILMSG'          TO VSAM-FILE(MMSG)
               MOVE 'MAILMDS'          TO VSAM-FILE(MMDS)
               MOVE 'MAILATT'          TO VSAM-FILE(MATT)
               MOVE 'MAILJRN'          TO VSAM-FILE(JRNL)

               MOVE LENGTH OF MMID-KEY TO VSAM-KEYL(MMID)
               MOVE LENGTH OF MMSG-KEY TO VSAM-KEYL(MMSG)
               MOVE LENGTH OF MMDS-KEY TO VSAM-KEYL(MMDS)
               MOVE LENGTH OF MATT-KEY TO VSAM-KEYL(MATT)
               MOVE LENGTH OF MJRN-KEY TO VSAM-KEYL(JRNL)

               SET  FUNC-OPEN(MMID)    TO TRUE
               SET  FUNC-OPEN(MMSG)    TO TRUE
               SET  FUNC-OPEN(MMDS)    TO TRUE
               SET  FUNC-OPEN(MATT)    TO TRUE
               SET  FUNC-OPEN(JRNL)    TO TRUE

               OPEN INPUT  MAILMID
                           MAILMSG
                           MAILMDS
                           MAILATT
               OPEN I-O    MAILJRN

               MOVE MMID               TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE MMSG               TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE MMDS               TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE MATT               TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE JRNL               TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

           IF  RTC-CODE = ZERO
           AND MSRC-SEARCH-ARCHIVE
               OPEN INPUT MAILARC
               IF  NOT ARC-STAT-NORMAL
                   PERFORM W50-MAILARC-ERROR THRU W55-EXIT
               END-IF
           END-IF.

           IF  RTC-CODE = ZERO
           AND MSRC-EXTRACT
               OPEN OUTPUT MAILSRX
               IF  SRX-STAT NOT = '00'
                   PERFORM W60-MAILSRX-ERROR THRU W65-EXIT
               END-IF
           END-IF.

      * journal the run with its requester before anything is read
           IF  RTC-CODE = ZERO
               MOVE 'SRCH'             TO MJRN-REQUEST
               MOVE ZEROES             TO MJRN-MAIL-ID
               MOVE MSRC-GRP-NAME      TO MJRN-GRP-NAME
               MOVE MSRC-REQUESTED-BY  TO MJRN-USER-ID
               MOVE THIS-PGM           TO MJRN-PGM
               MOVE SPACE              TO MJRN-PRIORITY
               PERFORM B70-WRITE-JOURNAL THRU B75-EXIT
           END-IF.

           IF  RTC-CODE = ZERO
               DISPLAY 'MAIL KEYWORD SEARCH REQUESTED BY '
                       MSRC-REQUESTED-BY
               PERFORM WITH TEST BEFORE
                 VARYING TRM-IDX FROM 1 BY 1
                   UNTIL TRM-IDX > TRM-COUNT
                   DISPLAY 'SEARCH TERM: '
                           TRM-TEXT(TRM-IDX)(1:TRM-LEN(TRM-IDX))
               END-PERFORM
           END-IF.

       B15-EXIT.
           EXIT.

      /*****************************************************************
      *    PROGRAM TERMINATION ROUTINE                                 *
      ******************************************************************
       B20-TERMINATION.

           IF  RTC-CODE < +16
               SET  FUNC-CLOSE(MMID)  TO TRUE
               SET  FUNC-CLOSE(MMSG)  TO TRUE
               SET  FUNC-CLOSE(MMDS)  TO TRUE
               SET  FUNC-CLOSE(MATT)  TO TRUE
               SET  FUNC-CLOSE(JRNL)  TO TRUE

               CLOSE MAILMID
                     MAILMSG
                     MAILMDS
                     MAILATT
                     MAILJRN

               MOVE MMID              TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE MMSG              TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE MMDS              TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE MATT              TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE JRNL              TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK

               IF  MSRC-SEARCH-ARCHIVE
                   CLOSE MAILARC
               END-IF
               IF  MSRC-EXTRACT
                   CLOSE MAILSRX
               END-IF
           END-IF.

           DISPLAY THIS-PGM ': EXAMINED='  MSRC-EXAMINED-COUNT
                             ' MATCHED='   MSRC-MATCHED-COUNT
                             ' HITS='      MSRC-HIT-COUNT
                             ' EXTRACTED=' MSRC-EXTRACT-COUNT
                                     UPON CONSOLE.

           MOVE RTC-CODE               TO RETURN-CODE.

       B25-EXIT.
           EXIT.

      /*****************************************************************
      *    EDIT THE SEARCH TERMS                                       *
      *    EACH TERM IS FOLDED TO UPPER CASE, AS EACH LINE SEARCHED    *
      *    WILL BE, AND ITS SIGNIFICANT LENGTH TAKEN.  THE TERMS GIVEN *
      *    ARE PACKED TO THE FRONT OF THE TABLE.                       *
      ******************************************************************
       B30-EDIT-TERMS.

           MOVE ZEROES                 TO TRM-COUNT.

           PERFORM WITH TEST BEFORE
             VARYING WS-TERM-SUB FROM 1 BY 1
               UNTIL WS-TERM-SUB > 5
               IF  MSRC-TERM(WS-TERM-SUB) > SPACES
                   ADD  1              TO TRM-COUNT
                   MOVE MSRC-TERM(WS-TERM-SUB)
                                       TO TRM-TEXT(TRM-COUNT)
               END-IF
           END-PERFORM.

           PERFORM WITH TEST BEFORE
             VARYING TRM-IDX FROM 1 BY 1
               UNTIL TRM-IDX > TRM-COUNT
               INSPECT TRM-TEXT(TRM-IDX)
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               MOVE LENGTH OF TRM-TEXT(TRM-IDX) TO TRM-LEN(TRM-IDX)
               PERFORM B40-TRIM-TERM THRU B45-EXIT
           END-PERFORM.

       B35-EXIT.
           EXIT.

      * DROP THE TRAILING SPACES FROM THE TERM IN HAND'S LENGTH
       B40-TRIM-TERM.

           IF  TRM-LEN(TRM-IDX) > 1
           AND TRM-TEXT(TRM-IDX)(TRM-LEN(TRM-IDX):1) = SPACE
               SUBTRACT 1            FROM TRM-LEN(TRM-IDX)
               GO TO B40-TRIM-TERM
           END-IF.

       B45-EXIT.
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
      *    SEARCH THE LIVE CLUSTERS                                    *
      *    SCANS MAILMID IN KEY ORDER, AND FOR EACH HEADER INSIDE THE  *
      *    FILTERS TESTS ITS SUBJECT, BODY LINES AND ATTACHMENT LINES. *
      ******************************************************************
       C00-SEARCH-LIVE.

           DISPLAY ' '.
           DISPLAY 'SEARCHING LIVE MAIL'.
           DISPLAY MESSAGE-TITLE.

           MOVE 'LIVE'                 TO WS-SOURCE-TAG.
           MOVE ZEROES                 TO WS-SOURCE-GEN.

           MOVE LOW-VALUES             TO MMID-KEY.
           MOVE MMID                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           MOVE MMID-KEY               TO VSAM-KEYD(VSUB).
           START MAILMID KEY >= MMID-KEY END-START.

           PERFORM WITH TEST BEFORE
             UNTIL NOT STAT-NORMAL(VSUB)
                OR RTC-CODE > +7
      * a header written before the trailing fields existed is too
      * short to reach them -- clear them ahead of each read so the
      * extract never copies residue from the prior record
               MOVE ZEROES             TO MMID-RELEASE-TIMESTAMP
                                          MMID-REPLY-TO-ID
                                          MMID-THREAD-ID
               MOVE SPACE              TO MMID-PRIORITY-SW
               SET  FUNC-READNEXT(VSUB) TO TRUE
               READ MAILMID NEXT RECORD END-READ
               MOVE MMID-KEY           TO VSAM-KEYD(VSUB)
               IF  STAT-NORMAL(VSUB)
               AND MMID-ID > ZEROES
                   PERFORM C10-CHECK-LIVE THRU C15-EXIT
      * re-point VSUB back at the MAILMID status table entry -- the
      * search moved it through the fan-out, body and attachment slots
                   MOVE MMID           TO VSUB
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
                      'MAILMID...'        DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

       C90-EXIT.
           EXIT.

      * SEARCH THE LIVE MESSAGE WHOSE HEADER IS IN HAND
       C10-CHECK-LIVE.

           PERFORM F00-FILTER-HEADER THRU F05-EXIT.
           IF  CUR-MSG-SKIPPED
               GO TO C15-EXIT
           END-IF.

      * a group other than the primary one must be among the fan-out
      * rows before the message is searched at all
           SET  PASS-SEARCH            TO TRUE.
           IF  CUR-GRP-PENDING
               PERFORM D20-SCAN-DIST THRU D25-EXIT
               IF  CUR-GRP-PENDING
               OR  RTC-CODE > +7
                   GO TO C15-EXIT
               END-IF
           END-IF.

           PERFORM F10-START-MESSAGE THRU F15-EXIT.
           PERFORM D10-SCAN-BODY     THRU D15-EXIT.
           PERFORM D30-SCAN-ATTACH   THRU D35-EXIT.
           IF  RTC-CODE > +7
               GO TO C15-EXIT
           END-IF.

           PERFORM F50-END-MESSAGE   THRU F55-EXIT.

           IF  HIT-COUNT > ZEROES
           AND MSRC-EXTRACT
               PERFORM C50-EXTRACT-LIVE THRU C55-EXIT
           END-IF.

       C15-EXIT.
           EXIT.

      /*****************************************************************
      *    COPY THE MATCHED LIVE MESSAGE WHOLE TO THE EXTRACT          *
      *    IN THE ARCHIVE LAYOUT AND ORDER -- HEADER, BODY LINES,      *
      *    DISTRIBUTION ROWS, THEN ATTACHMENT LINES.                   *
      ******************************************************************
       C50-EXTRACT-LIVE.

           MOVE SPACES                 TO MAILSRX-RECORD.
           SET  MSRX-HEADER-REC        TO TRUE.
           MOVE WS-CUR-ID              TO MSRX-MAIL-ID.
           MOVE ZEROES                 TO MSRX-SEQ.
           COMPUTE MSRX-DATA-LEN = MMID-RECL - LENGTH OF MMID-KEY.
           MOVE MMID-HDR(1:MSRX-DATA-LEN) TO MSRX-DATA.
           PERFORM W00-WRITE-MAILSRX THRU W05-EXIT.

           SET  PASS-EXTRACT           TO TRUE.
           PERFORM D10-SCAN-BODY     THRU D15-EXIT.
           PERFORM D20-SCAN-DIST     THRU D25-EXIT.
           PERFORM D30-SCAN-ATTACH   THRU D35-EXIT.
           SET  PASS-SEARCH            TO TRUE.

           IF  RTC-CODE < +8
               ADD  1                  TO MSRC-EXTRACT-COUNT
           END-IF.

       C55-EXIT.
           EXIT.

      /*****************************************************************
      *    READ THE LIVE MESSAGE'S BODY LINES                          *
      *    THE SEARCH PASS TESTS EACH ONE; THE EXTRACT PASS COPIES IT. *
      ******************************************************************
       D10-SCAN-BODY.

           MOVE WS-CUR-ID              TO MMSG-ID.
           MOVE ZEROES                 TO MMSG-SEQ.

           MOVE MMSG                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           MOVE MMSG-KEY               TO VSAM-KEYD(VSUB).
           START MAILMSG KEY >= MMSG-KEY END-START.

           PERFORM WITH TEST BEFORE
             UNTIL MMSG-ID NOT = WS-CUR-ID
                OR NOT STAT-NORMAL(VSUB)
                OR RTC-CODE > +7
      * short records leave the tail of the body area undefined --
      * clear it ahead of each read
               MOVE SPACES             TO MMSG-BODY
               SET  FUNC-READNEXT(VSUB) TO TRUE
               READ MAILMSG NEXT RECORD END-READ
               MOVE MMSG-KEY           TO VSAM-KEYD(VSUB)
               IF  STAT-NORMAL(VSUB)
               AND MMSG-ID = WS-CUR-ID
                   IF  PASS-SEARCH
                       SET  LINE-IN-BODY TO TRUE
                       MOVE MMSG-SEQ   TO LINE-SEQ
                       MOVE MMSG-BODY  TO LINE-TEXT
                       PERFORM F20-TEST-LINE THRU F25-EXIT
                   ELSE
                       MOVE SPACES     TO MAILSRX-RECORD
                       SET  MSRX-BODY-REC TO TRUE
                       MOVE WS-CUR-ID  TO MSRX-MAIL-ID
                       MOVE MMSG-SEQ   TO MSRX-SEQ
                       COMPUTE MSRX-DATA-LEN = MMSG-RECL
                                             - LENGTH OF MMSG-KEY
                       MOVE MMSG-BODY  TO MSRX-DATA
                       PERFORM W00-WRITE-MAILSRX THRU W05-EXIT
                   END-IF
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

       D15-EXIT.
           EXIT.

      /*****************************************************************
      *    READ THE LIVE MESSAGE'S FAN-OUT ROWS                        *
      *    THE SEARCH PASS LOOKS FOR THE GROUP FILTER AMONG THEM; THE  *
      *    EXTRACT PASS COPIES EACH ONE.                               *
      ******************************************************************
       D20-SCAN-DIST.

           MOVE WS-CUR-ID              TO MMDS-ID.
           MOVE ZEROES                 TO MMDS-SEQ.

           MOVE MMDS                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           MOVE MMDS-KEY               TO VSAM-KEYD(VSUB).
           START MAILMDS KEY >= MMDS-KEY END-START.

           PERFORM WITH TEST BEFORE
             UNTIL MMDS-ID NOT = WS-CUR-ID
                OR NOT STAT-NORMAL(VSUB)
                OR RTC-CODE > +7
                OR (PASS-SEARCH AND CUR-GRP-SETTLED)
               SET  FUNC-READNEXT(VSUB) TO TRUE
               READ MAILMDS NEXT RECORD END-READ
               MOVE MMDS-KEY           TO VSAM-KEYD(VSUB)
               IF  STAT-NORMAL(VSUB)
               AND MMDS-ID = WS-CUR-ID
                   IF  PASS-SEARCH
                       IF  MMDS-TO-GRP = MSRC-GRP-NAME
                           SET  CUR-GRP-SETTLED TO TRUE
                       END-IF
                   ELSE
                       MOVE SPACES     TO MAILSRX-RECORD
                       SET  MSRX-DIST-REC TO TRUE
                       MOVE WS-CUR-ID  TO MSRX-MAIL-ID
                       MOVE MMDS-SEQ   TO MSRX-SEQ
                       MOVE LENGTH OF MMDS-TO-GRP
                                       TO MSRX-DATA-LEN
                       MOVE MMDS-TO-GRP TO MSRX-DATA
                       PERFORM W00-WRITE-MAILSRX THRU W05-EXIT
                   END-IF
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
                      'MAILMDS...'        DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

       D25-EXIT.
           EXIT.

      /*****************************************************************
      *    READ THE LIVE MESSAGE'S ATTACHMENT LINES                    *
      *    MOST MESSAGES HAVE NONE, SO AN EMPTY SLICE IS NORMAL.  THE  *
      *    SEARCH PASS TESTS EACH ONE; THE EXTRACT PASS COPIES IT.     *
      ******************************************************************
       D30-SCAN-ATTACH.

           MOVE WS-CUR-ID              TO MATT-ID.
           MOVE ZEROES                 TO MATT-SEQ.

           MOVE MATT                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           MOVE MATT-KEY               TO VSAM-KEYD(VSUB).
           START MAILATT KEY >= MATT-KEY END-START.

           PERFORM WITH TEST BEFORE
             UNTIL MATT-ID NOT = WS-CUR-ID
                OR NOT STAT-NORMAL(VSUB)
                OR RTC-CODE > +7
               SET  FUNC-READNEXT(VSUB) TO TRUE
               READ MAILATT NEXT RECORD END-READ
               MOVE MATT-KEY           TO VSAM-KEYD(VSUB)
               IF  STAT-NORMAL(VSUB)
               AND MATT-ID = WS-CUR-ID
                   IF  PASS-SEARCH
                       SET  LINE-IN-ATTACH TO TRUE
                       MOVE MATT-SEQ   TO LINE-SEQ
                       MOVE MATT-DATA  TO LINE-TEXT
                       PERFORM F20-TEST-LINE THRU F25-EXIT
                   ELSE
                       MOVE SPACES     TO MAILSRX-RECORD
                       SET  MSRX-ATTACH-REC TO TRUE
                       MOVE WS-CUR-ID  TO MSRX-MAIL-ID
                       MOVE MATT-SEQ   TO MSRX-SEQ
                       MOVE LENGTH OF MATT-DATA
                                       TO MSRX-DATA-LEN
                       MOVE MATT-DATA  TO MSRX-DATA
                       PERFORM W00-WRITE-MAILSRX THRU W05-EXIT
                   END-IF
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
                      'MAILATT...'        DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

       D35-EXIT.
           EXIT.

      /*****************************************************************
      *    SEARCH THE ARCHIVE GENERATIONS ON THE MAILARC DD            *
      *    EACH MESSAGE IS ITS 'H' RECORD AND THE 'B', 'D' AND 'A'     *
      *    RECORDS BEHIND IT, SO A MESSAGE ENDS WHEN THE NEXT HEADER,  *
      *    THE NEXT GENERATION'S LABEL OR END OF FILE ARRIVES.  ITS    *
      *    MATCHING LINES ARE HELD UNTIL THEN, SINCE A GROUP FILTER    *
      *    MAY ONLY BE MET BY A 'D' RECORD BEHIND THE BODY.            *
      ******************************************************************
       E00-SEARCH-ARCHIVE.

           DISPLAY ' '.
           DISPLAY 'SEARCHING ARCHIVED MAIL'.
           DISPLAY MESSAGE-TITLE.

           MOVE 'ARC-'                 TO WS-SOURCE-TAG.
           SET  CUR-MSG-SKIPPED        TO TRUE.

           PERFORM WITH TEST BEFORE
             UNTIL NOT ARC-STAT-NORMAL
                OR RTC-CODE > +7
               READ MAILARC
                 AT END CONTINUE
               END-READ
               IF  ARC-STAT-NORMAL
                   EVALUATE TRUE
                     WHEN MARC-GENERATION-REC
                       PERFORM E20-END-ARCHIVE-MSG THRU E25-EXIT
                       SET  GEN-LABELED TO TRUE
                       PERFORM E30-NEW-GENERATION THRU E35-EXIT
                     WHEN MARC-HEADER-REC
                       PERFORM E20-END-ARCHIVE-MSG THRU E25-EXIT
                       PERFORM E10-ARCHIVE-HEADER THRU E15-EXIT
                     WHEN CUR-MSG-SKIPPED
                       CONTINUE
                     WHEN MARC-BODY-REC
                       SET  LINE-IN-BODY TO TRUE
                       PERFORM E40-ARCHIVE-LINE THRU E45-EXIT
                     WHEN MARC-ATTACH-REC
                       SET  LINE-IN-ATTACH TO TRUE
                       PERFORM E40-ARCHIVE-LINE THRU E45-EXIT
                     WHEN MARC-DIST-REC
                       IF  MARC-DATA(1:LENGTH OF MMDS-TO-GRP)
                                     = MSRC-GRP-NAME
                           SET  CUR-GRP-SETTLED TO TRUE
                       END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

           IF  NOT ARC-STAT-EOFILE
           AND NOT ARC-STAT-NORMAL
               PERFORM W50-MAILARC-ERROR THRU W55-EXIT
           END-IF.

           IF  RTC-CODE < +8
               PERFORM E20-END-ARCHIVE-MSG THRU E25-EXIT
           END-IF.

           IF  XID-OVERFLOW > ZEROES
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': EXTRACT-TABLE '
                      'TABLE FULL'        DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               DISPLAY THIS-PGM ': ARCHIVED MESSAGES NOT EXTRACTED='
                                 XID-OVERFLOW
                                     UPON CONSOLE
               IF  RTC-CODE < +4
                   MOVE +4             TO RTC-CODE
                   PERFORM B80-CALL-RTCMAN THRU B85-EXIT
               END-IF
           END-IF.

       E90-EXIT.
           EXIT.

      * START THE ARCHIVED MESSAGE WHOSE 'H' RECORD IS IN HAND
       E10-ARCHIVE-HEADER.

           ADD  1                      TO WS-ARC-ORDINAL.

      * message ids ascend within a generation -- one that does not
      * means an unlabeled generation has begun
           IF  WS-GEN-NO = ZEROES
           OR  MARC-MAIL-ID NOT > WS-GEN-LAST-ID
               SET  GEN-UNLABELED      TO TRUE
               PERFORM E30-NEW-GENERATION THRU E35-EXIT
           END-IF.
           MOVE MARC-MAIL-ID           TO WS-GEN-LAST-ID.

      * clear the whole header area first -- an extract taken before
      * the trailing fields existed is too short to cover them
           MOVE MARC-MAIL-ID           TO MMID-ID.
           INITIALIZE MMID-HDR.
           MOVE MARC-DATA(1:MARC-DATA-LEN)
                                       TO MMID-HDR(1:MARC-DATA-LEN).

           PERFORM F00-FILTER-HEADER THRU F05-EXIT.
           IF  CUR-MSG-SELECTED
               PERFORM F10-START-MESSAGE THRU F15-EXIT
           END-IF.

       E15-EXIT.
           EXIT.

      * FINISH THE ARCHIVED MESSAGE IN HAND, IF ANY
       E20-END-ARCHIVE-MSG.

           IF  CUR-MSG-SKIPPED
               GO TO E25-EXIT
           END-IF.

           SET  CUR-MSG-SKIPPED        TO TRUE.
           IF  CUR-GRP-PENDING
               GO TO E25-EXIT
           END-IF.

           PERFORM F50-END-MESSAGE   THRU F55-EXIT.

           IF  HIT-COUNT > ZEROES
           AND MSRC-EXTRACT
               IF  XID-COUNT < XID-MAX
                   ADD  1              TO XID-COUNT
                   MOVE WS-ARC-ORDINAL TO XID-ORDINAL(XID-COUNT)
               ELSE
                   ADD  1              TO XID-OVERFLOW
               END-IF
           END-IF.

       E25-EXIT.
           EXIT.

      * NOTE THE START OF THE NEXT ARCHIVE GENERATION -- CALLER SETS
      * GEN-LABELED WITH ITS 'G' RECORD IN HAND, OR GEN-UNLABELED
       E30-NEW-GENERATION.

           ADD  1                      TO WS-GEN-NO.
           MOVE WS-GEN-NO              TO WS-SOURCE-GEN.
           MOVE ZEROES                 TO WS-GEN-LAST-ID.

           MOVE WS-SOURCE              TO GEN-LINE-SOURCE.
           MOVE SPACES                 TO GEN-LINE-TEXT.
           IF  GEN-LABELED
               MOVE MARC-GEN-STARTED-TIMESTAMP TO WS-GEN-STARTED
               STRING ' -- EXTRACT RUN STARTED '
                                          DELIMITED BY SIZE
                      WS-GEN-STARTED
                                          DELIMITED BY SIZE
                   INTO GEN-LINE-TEXT
           ELSE
               MOVE ' -- WRITTEN BEFORE GENERATION LABELS'
                                       TO GEN-LINE-TEXT
           END-IF.
           DISPLAY GENERATION-LINE.

       E35-EXIT.
           EXIT.

      * TEST ONE ARCHIVED BODY OR ATTACHMENT LINE -- CALLER SETS
      * LINE-WHERE.  THE RECORD CARRIES ONLY THE BYTES THAT WERE
      * PRESENT ON THE LIVE FILE.
       E40-ARCHIVE-LINE.

           MOVE MARC-SEQ               TO LINE-SEQ.
           MOVE SPACES                 TO LINE-TEXT.
           IF  MARC-DATA-LEN > ZEROES
               MOVE MARC-DATA(1:MARC-DATA-LEN)
                                       TO LINE-TEXT(1:MARC-DATA-LEN)
           END-IF.
           PERFORM F20-TEST-LINE     THRU F25-EXIT.

       E45-EXIT.
           EXIT.

      /*****************************************************************
      *    TEST THE HEADER IN HAND AGAINST THE CALLER'S FILTERS        *
      *    BLANK AND ZERO FILTERS MATCH ANYTHING.  A GROUP FILTER THAT *
      *    IS NOT THE PRIMARY GROUP IS LEFT PENDING FOR THE FAN-OUT    *
      *    ROWS TO SETTLE.                                             *
      ******************************************************************
       F00-FILTER-HEADER.

           SET  CUR-MSG-SKIPPED        TO TRUE.

           IF  (MSRC-SYSTEM > SPACES
           AND  MSRC-SYSTEM NOT = MMID-SYSTEM)
           OR  (MSRC-FROM > SPACES
           AND  MSRC-FROM NOT = MMID-FROM)
           OR  (MSRC-FROM-STMP > ZEROES
           AND  MMID-CREATED-TIMESTAMP < MSRC-FROM-STMP)
           OR  (MSRC-THRU-STMP > ZEROES
           AND  MMID-CREATED-TIMESTAMP > MSRC-THRU-STMP)
               GO TO F05-EXIT
           END-IF.

           SET  CUR-MSG-SELECTED       TO TRUE.
           MOVE MMID-ID                TO WS-CUR-ID.

           IF  MSRC-GRP-NAME = SPACES
           OR  MSRC-GRP-NAME = MMID-TO-GRP
               SET  CUR-GRP-SETTLED    TO TRUE
           ELSE
               SET  CUR-GRP-PENDING    TO TRUE
           END-IF.

       F05-EXIT.
           EXIT.

      /*****************************************************************
      *    START SEARCHING A MESSAGE -- ITS SUBJECT IS THE FIRST LINE  *
      ******************************************************************
       F10-START-MESSAGE.

           MOVE ZEROES                 TO HIT-COUNT
                                          HIT-OVERFLOW.

           SET  LINE-IN-SUBJECT        TO TRUE.
           MOVE ZEROES                 TO LINE-SEQ.
           MOVE MMID-SUBJECT           TO LINE-TEXT.
           PERFORM F20-TEST-LINE     THRU F25-EXIT.

       F15-EXIT.
           EXIT.

      /*****************************************************************
      *    TEST THE LINE IN HAND FOR ANY OF THE SEARCH TERMS           *
      *    THE LINE IS FOLDED TO UPPER CASE TO MATCH THE TERMS.  A     *
      *    MATCHING LINE IS HELD AS A HIT; PAST THE TABLE'S CAPACITY   *
      *    IT IS ONLY COUNTED.                                         *
      ******************************************************************
       F20-TEST-LINE.

           IF  LINE-TEXT = SPACES
               GO TO F25-EXIT
           END-IF.

           MOVE LINE-TEXT              TO LINE-FOLDED.
           INSPECT LINE-FOLDED
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           MOVE ZEROES                 TO WS-TALLY.
           PERFORM WITH TEST BEFORE
             VARYING TRM-IDX FROM 1 BY 1
               UNTIL TRM-IDX > TRM-COUNT
                  OR WS-TALLY > ZEROES
               INSPECT LINE-FOLDED TALLYING WS-TALLY
                   FOR ALL TRM-TEXT(TRM-IDX)(1:TRM-LEN(TRM-IDX))
           END-PERFORM.

           IF  WS-TALLY = ZEROES
               GO TO F25-EXIT
           END-IF.

           IF  HIT-COUNT < HIT-MAX
               ADD  1                  TO HIT-COUNT
               MOVE LINE-WHERE         TO HIT-WHERE(HIT-COUNT)
               MOVE LINE-SEQ           TO HIT-SEQ(HIT-COUNT)
               MOVE LINE-TEXT          TO HIT-TEXT(HIT-COUNT)
           ELSE
               ADD  1                  TO HIT-OVERFLOW
           END-IF.

       F25-EXIT.
           EXIT.

      /*****************************************************************
      *    FINISH SEARCHING A MESSAGE THAT PASSED EVERY FILTER         *
      *    A MESSAGE WITH ANY MATCHING LINE IS PRINTED WITH ITS HITS.  *
      ******************************************************************
       F50-END-MESSAGE.

           ADD  1                      TO MSRC-EXAMINED-COUNT.

           IF  HIT-COUNT = ZEROES
               GO TO F55-EXIT
           END-IF.

           ADD  1                      TO MSRC-MATCHED-COUNT.
           ADD  HIT-COUNT              TO MSRC-HIT-COUNT.
           ADD  HIT-OVERFLOW           TO MSRC-HIT-COUNT.

           MOVE WS-CUR-ID              TO MSG-ID.
           MOVE WS-SOURCE              TO MSG-SOURCE.
           MOVE MMID-CREATED-TIMESTAMP TO MSG-CREATED.
           MOVE MMID-SYSTEM            TO MSG-SYSTEM.
           MOVE MMID-TO-GRP            TO MSG-GRP.
           MOVE MMID-FROM              TO MSG-FROM.
           MOVE MMID-SUBJECT           TO MSG-SUBJECT.
           DISPLAY MESSAGE-LINE.

           PERFORM WITH TEST BEFORE
             VARYING HIT-IDX FROM 1 BY 1
               UNTIL HIT-IDX > HIT-COUNT
               PERFORM F60-PRINT-HIT THRU F65-EXIT
           END-PERFORM.

           IF  HIT-OVERFLOW > ZEROES
               DISPLAY '    ...AND ' HIT-OVERFLOW
                       ' MORE MATCHING LINES'
           END-IF.

       F55-EXIT.
           EXIT.

      * PRINT ONE HELD MATCHING LINE
       F60-PRINT-HIT.

           EVALUATE HIT-WHERE(HIT-IDX)
             WHEN 'S'
               MOVE 'SUBJECT'          TO HIT-LINE-WHERE
               MOVE SPACES             TO HIT-LINE-SEQ-X
             WHEN 'B'
               MOVE 'BODY'             TO HIT-LINE-WHERE
               MOVE HIT-SEQ(HIT-IDX)   TO HIT-LINE-SEQ
             WHEN OTHER
               MOVE 'ATTACH'           TO HIT-LINE-WHERE
               MOVE HIT-SEQ(HIT-IDX)   TO HIT-LINE-SEQ
           END-EVALUATE.
           MOVE HIT-TEXT(HIT-IDX)(1:100) TO HIT-LINE-TEXT.
           DISPLAY HIT-LINE.

           IF  HIT-TEXT(HIT-IDX)(101:100) > SPACES
               MOVE SPACES             TO HIT-LINE-WHERE
                                          HIT-LINE-SEQ-X
               MOVE HIT-TEXT(HIT-IDX)(101:100) TO HIT-LINE-TEXT
               DISPLAY HIT-LINE
           END-IF.

       F65-EXIT.
           EXIT.

      /*****************************************************************
      *    COPY THE MATCHED ARCHIVED MESSAGES TO THE EXTRACT           *
      *    RE-READS THE ARCHIVE FROM THE TOP; THE 'H' RECORDS COME     *
      *    BACK IN THE SAME ORDER, SO THE MATCHED ORDINALS ARE TAKEN   *
      *    IN TURN AND EACH ONE'S RECORDS COPIED UNTIL THE NEXT 'H' OR *
      *    'G' RECORD.                                                 *
      ******************************************************************
       G00-EXTRACT-ARCHIVE.

           CLOSE MAILARC.
           OPEN INPUT MAILARC.
           IF  NOT ARC-STAT-NORMAL
               PERFORM W50-MAILARC-ERROR THRU W55-EXIT
               GO TO G90-EXIT
           END-IF.

           MOVE ZEROES                 TO WS-ARC-ORDINAL.
           MOVE 1                      TO XID-SUB.
           SET  NOT-COPYING-MESSAGE    TO TRUE.

           PERFORM WITH TEST BEFORE
             UNTIL NOT ARC-STAT-NORMAL
                OR RTC-CODE > +7
                OR (XID-SUB > XID-COUNT AND NOT-COPYING-MESSAGE)
               READ MAILARC
                 AT END CONTINUE
               END-READ
               IF  ARC-STAT-NORMAL
                   PERFORM G10-COPY-RECORD THRU G15-EXIT
               END-IF
           END-PERFORM.

           IF  NOT ARC-STAT-EOFILE
           AND NOT ARC-STAT-NORMAL
               PERFORM W50-MAILARC-ERROR THRU W55-EXIT
           END-IF.

       G90-EXIT.
           EXIT.

      * COPY THE ARCHIVE RECORD IN HAND IF IT BELONGS TO A MATCHED
      * MESSAGE
       G10-COPY-RECORD.

           EVALUATE TRUE
             WHEN MARC-GENERATION-REC
               SET  NOT-COPYING-MESSAGE TO TRUE
             WHEN MARC-HEADER-REC
               ADD  1                  TO WS-ARC-ORDINAL
               SET  NOT-COPYING-MESSAGE TO TRUE
               IF  XID-SUB NOT > XID-COUNT
               AND WS-ARC-ORDINAL = XID-ORDINAL(XID-SUB)
                   SET  COPYING-MESSAGE TO TRUE
                   ADD  1              TO XID-SUB
                   ADD  1              TO MSRC-EXTRACT-COUNT
               END-IF
           END-EVALUATE.

           IF  COPYING-MESSAGE
               MOVE MAILARC-RECORD     TO MAILSRX-RECORD
               PERFORM W00-WRITE-MAILSRX THRU W05-EXIT
           END-IF.

       G15-EXIT.
           EXIT.

      /*****************************************************************
      *    WRITE ONE AUDIT EXTRACT RECORD                              *
      ******************************************************************
       W00-WRITE-MAILSRX.

           WRITE MAILSRX-RECORD.
           IF  SRX-STAT NOT = '00'
               PERFORM W60-MAILSRX-ERROR THRU W65-EXIT
           END-IF.

       W05-EXIT.
           EXIT.

      /*****************************************************************
      *    REPORT A MAILARC I/O ERROR                                  *
      ******************************************************************
       W50-MAILARC-ERROR.

           MOVE 1                      TO VAR-TEXTL.
           STRING THIS-PGM                DELIMITED BY SPACE
                  ': FILE I/O ERROR ON MAILARC STATUS='
                                         DELIMITED BY SIZE
                  ARC-STAT               DELIMITED BY SIZE
               INTO VAR-TEXT         WITH POINTER VAR-TEXTL.
           SUBTRACT 1                FROM VAR-TEXTL.
           DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE.
           MOVE +16                    TO RTC-CODE.
           PERFORM B80-CALL-RTCMAN THRU B85-EXIT.

       W55-EXIT.
           EXIT.

      /*****************************************************************
      *    REPORT A MAILSRX I/O ERROR                                  *
      ******************************************************************
       W60-MAILSRX-ERROR.

           MOVE 1                      TO VAR-TEXTL.
           STRING THIS-PGM                DELIMITED BY SPACE
                  ': FILE I/O ERROR ON MAILSRX STATUS='
                                         DELIMITED BY SIZE
                  SRX-STAT               DELIMITED BY SIZE
               INTO VAR-TEXT         WITH POINTER VAR-TEXTL.
           SUBTRACT 1                FROM VAR-TEXTL.
           DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE.
           MOVE +16                    TO RTC-CODE.
           PERFORM B80-CALL-RTCMAN THRU B85-EXIT.

       W65-EXIT.
           EXIT.
