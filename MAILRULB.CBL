      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    MAILRULB.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
      *REMARKS.       MAINFRAME MAIL CONTENT ROUTING RULE UTILITY.
      *                MAINTAINS THE MAILRUL RULES THE WRITER APPLIES
      *                AS EACH MESSAGE IS COMPLETED:  ADDR ADDS A RULE
      *                (MATCHING ON SYSTEM, SENDER, PRIMARY GROUP
      *                AND/OR A SUBJECT OR FIRST-BODY-LINE KEYWORD;
      *                ADDING A GROUP, RAISING TO URGENT AND/OR
      *                MARKING PRIVATE), CHGR CHANGES IT, LSTR LISTS
      *                RULES AND RETR RETIRES ONE.  A GROUP A RULE
      *                ADDS MUST BE AN ACTIVE MAILDST GROUP.  EACH
      *                CHANGE IS JOURNALED ON MAILJRN UNDER ITS
      *                REQUEST CODE.

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

           SELECT MAILRUL
               ASSIGN TO MAILRUL
               ACCESS IS DYNAMIC INDEXED
               RECORD KEY IS MRUL-KEY
               FILE STATUS IS FILE1-STAT
                              FILE1-FDBK.

           SELECT MAILDST
               ASSIGN TO MAILDST
               ACCESS IS DYNAMIC INDEXED
               RECORD KEY IS MDST-KEY
               FILE STATUS IS FILE2-STAT
                              FILE2-FDBK.

           SELECT MAILJRN
               ASSIGN TO MAILJRN
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS MJRN-KEY
               FILE STATUS IS FILE3-STAT
                              FILE3-FDBK.

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

       FD  MAILRUL.
       COPY MAILRUL.

       FD  MAILDST
           RECORD IS VARYING IN SIZE
             FROM 28 TO 255
             DEPENDING ON MDST-RECL.
       COPY MAILDST.

       FD  MAILJRN
           RECORD IS VARYING IN SIZE
             FROM 42 TO 255
             DEPENDING ON MJRN-RECL.
       COPY MAILJRN.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  CONTROL-FIELDS.
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  THIS-PGM                  PIC  X(8)    VALUE 'MAILRULB'.

         03  MRUL                      PIC S9(4)    BINARY VALUE 1.
         03  MDST                      PIC S9(4)    BINARY VALUE 2.
         03  JRNL                      PIC S9(4)    BINARY VALUE 3.

         03  VAR-TEXTL                 PIC S9(4)    BINARY.
         03  VAR-TEXT                  PIC  X(245)  VALUE SPACES.

         03  MDST-RECL                 PIC  9(5).
         03  MJRN-RECL                 PIC  9(5).

         03  WS-CURRENT-TIMESTAMP      PIC S9(15)   COMP-3.
         03  WS-USER-ID                PIC  X(8).
         03  WS-JRN-REQUEST            PIC  X(4).
         03  WS-RULE-SW                PIC  X(1).
           88  RULE-FOUND                           VALUE 'Y'.
           88  RULE-NOT-FOUND                       VALUE 'N'.

       01  RULE-LINE.
         03  RUL-L-ID                  PIC  X(8).
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  RUL-L-STATUS              PIC  X(7).
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  RUL-L-SYSTEM              PIC  X(8).
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  RUL-L-FROM                PIC  X(8).
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  RUL-L-TO-GRP              PIC  X(8).
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  RUL-L-KEYWORD             PIC  X(20).
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  RUL-L-WHERE               PIC  X(7).
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  RUL-L-DESC                PIC  X(40).
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  RUL-L-CHANGED-BY          PIC  X(8).

       01  ACTION-LINE.
         03  FILLER                    PIC  X(9)    VALUE SPACES.
         03  FILLER                    PIC  X(8)    VALUE 'ACTIONS:'.
         03  ACT-L-ADD                 PIC  X(9)    VALUE SPACES.
         03  ACT-L-ADD-GRP             PIC  X(8)    VALUE SPACES.
         03  ACT-L-URGENT              PIC  X(7)    VALUE SPACES.
         03  ACT-L-PRIVATE             PIC  X(8)    VALUE SPACES.

      * THE FOLLOWING AREAS ARE SUBROUTINE PARAMETER BLOCKS

       01  JOBDATA                     PIC  X(8)    VALUE 'JOBDATA'.
       COPY JOBDATA.

       COPY RTCMAN.

       COPY VSMSTATW.

      /*****************************************************************
      *    LINKAGE SECTION                                             *
      ******************************************************************
       LINKAGE SECTION.

       01  MAILRULR-PARMS.
         COPY MAILRULR.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING MAILRULR-PARMS.

      ******************************************************************
      *    MAINLINE ROUTINE                                            *
      ******************************************************************
       A00-MAINLINE-ROUTINE.

           PERFORM B10-INITIALIZATION THRU B15-EXIT.

           IF  RTC-CODE < +8
               EVALUATE TRUE
                 WHEN MRLR-ADD-PARMS
                   PERFORM C00-ADD-RULE        THRU C90-EXIT
                 WHEN MRLR-CHANGE-PARMS
                   PERFORM D00-CHANGE-RULE     THRU D90-EXIT
                 WHEN MRLR-LIST-PARMS
                   PERFORM G00-LIST-RULES      THRU G90-EXIT
                 WHEN MRLR-RETIRE-PARMS
                   PERFORM H00-RETIRE-RULE     THRU H90-EXIT
               END-EVALUATE
           END-IF.

           PERFORM B20-TERMINATION THRU B25-EXIT.

           GOBACK.

      /*****************************************************************
      *    PROGRAM INITIALIZATION ROUTINE                              *
      ******************************************************************
       B10-INITIALIZATION.

           MOVE ZEROES                 TO RTC-CODE.
           MOVE ZEROES                 TO MRLR-FOUND-COUNT.

           IF  NOT MRLR-ADD-PARMS
           AND NOT MRLR-CHANGE-PARMS
           AND NOT MRLR-LIST-PARMS
           AND NOT MRLR-RETIRE-PARMS
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': CALL CONTROL ERROR' DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
           END-IF.

           IF  RTC-CODE = ZERO
           AND NOT MRLR-LIST-PARMS
           AND MRLR-RULE-ID = SPACES
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': RULE ID REQUIRED' DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
           END-IF.

           IF  RTC-CODE = ZERO
           AND (MRLR-ADD-PARMS OR MRLR-CHANGE-PARMS)
               PERFORM B30-EDIT-RULE-PARMS THRU B35-EXIT
           END-IF.

           IF  RTC-CODE = ZERO
               CALL JOBDATA         USING JOBDATA-PARMS
               CALL 'ASKTIME'       USING WS-CURRENT-TIMESTAMP
               IF  MRLR-USER-ID > SPACES
                   MOVE MRLR-USER-ID   TO WS-USER-ID
               ELSE
                   MOVE JOBD-EXEC-PGM  TO WS-USER-ID
               END-IF

               MOVE 'MAILRUL'          TO VSAM-FILE(MRUL)
               MOVE 'MAILDST'          TO VSAM-FILE(MDST)
               MOVE 'MAILJRN'          TO VSAM-FILE(JRNL)

               MOVE LENGTH OF MRUL-KEY TO VSAM-KEYL(MRUL)
               MOVE LENGTH OF MDST-KEY TO VSAM-KEYL(MDST)
               MOVE LENGTH OF MJRN-KEY TO VSAM-KEYL(JRNL)

               SET  FUNC-OPEN(MRUL)    TO TRUE
               SET  FUNC-OPEN(MDST)    TO TRUE
               SET  FUNC-OPEN(JRNL)    TO TRUE

               OPEN I-O    MAILRUL
                           MAILJRN
               OPEN INPUT  MAILDST

               MOVE MRUL               TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE MDST               TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE JRNL               TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

       B15-EXIT.
           EXIT.

      /*****************************************************************
      *    PROGRAM TERMINATION ROUTINE                                 *
      ******************************************************************
       B20-TERMINATION.

           IF  RTC-CODE < +16
               SET  FUNC-CLOSE(MRUL)  TO TRUE
               SET  FUNC-CLOSE(MDST)  TO TRUE
               SET  FUNC-CLOSE(JRNL)  TO TRUE

               CLOSE MAILRUL
                     MAILDST
                     MAILJRN

               MOVE MRUL              TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE MDST              TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE JRNL              TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

           MOVE RTC-CODE               TO RETURN-CODE.

       B25-EXIT.
           EXIT.

      /*****************************************************************
      *    EDIT THE RULE FIELDS OF AN ADDR OR CHGR REQUEST             *
      *    A RULE WITH NO CRITERIA WOULD FIRE ON EVERY MESSAGE, AND    *
      *    ONE WITH NO ACTIONS WOULD NEVER DO ANYTHING -- BOTH ARE     *
      *    REFUSED.  THE KEYWORD IS FOLDED TO UPPER CASE HERE SO THE   *
      *    WRITER ONLY HAS TO FOLD THE MESSAGE TEXT.                   *
      ******************************************************************
       B30-EDIT-RULE-PARMS.

           INSPECT MRLR-KEYWORD
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF  MRLR-KEYWORD-WHERE = SPACE
               MOVE 'E'                TO MRLR-KEYWORD-WHERE
           END-IF.
           IF  MRLR-URGENT = SPACE
               MOVE 'N'                TO MRLR-URGENT
           END-IF.
           IF  MRLR-PRIVATE = SPACE
               MOVE 'N'                TO MRLR-PRIVATE
           END-IF.

           IF  MRLR-SYSTEM = SPACES
           AND MRLR-FROM = SPACES
           AND MRLR-TO-GRP = SPACES
           AND MRLR-KEYWORD = SPACES
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': AT LEAST ONE MATCH CRITERION REQUIRED'
                                         DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
               GO TO B35-EXIT
           END-IF.

           IF  MRLR-KEYWORD-WHERE NOT = 'S'
           AND MRLR-KEYWORD-WHERE NOT = 'B'
           AND MRLR-KEYWORD-WHERE NOT = 'E'
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': KEYWORD LOCATION MUST BE S, B OR E'
                                         DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
               GO TO B35-EXIT
           END-IF.

           IF  (MRLR-URGENT NOT = 'Y' AND MRLR-URGENT NOT = 'N')
           OR  (MRLR-PRIVATE NOT = 'Y' AND MRLR-PRIVATE NOT = 'N')
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': URGENT AND PRIVATE MUST BE Y OR N'
                                         DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
               GO TO B35-EXIT
           END-IF.

           IF  MRLR-ADD-GRP = SPACES
           AND MRLR-URGENT = 'N'
           AND MRLR-PRIVATE = 'N'
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': AT LEAST ONE ACTION REQUIRED'
                                         DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
           END-IF.

       B35-EXIT.
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
      *    ADD A NEW ROUTING RULE.  IT FIRES FROM THE NEXT MESSAGE     *
      *    COMPLETED.                                                  *
      ******************************************************************
       C00-ADD-RULE.

           PERFORM M00-VERIFY-GROUP THRU M05-EXIT.
           IF  RTC-CODE > +7
               GO TO C90-EXIT
           END-IF.

           PERFORM N00-READ-RULE THRU N05-EXIT.
           IF  RTC-CODE > +7
               GO TO C90-EXIT
           END-IF.

           IF  RULE-FOUND
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': RULE '           DELIMITED BY SIZE
                      MRLR-RULE-ID        DELIMITED BY SPACE
                      ' ALREADY EXISTS'   DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
               GO TO C90-EXIT
           END-IF.

           INITIALIZE MAILRUL-RECORD.
           MOVE MRLR-RULE-ID           TO MRUL-RULE-ID.
           SET  MRUL-IS-ACTIVE         TO TRUE.
           PERFORM N20-MOVE-RULE-PARMS THRU N25-EXIT.
           MOVE WS-CURRENT-TIMESTAMP   TO MRUL-CREATED-TIMESTAMP
                                          MRUL-CHANGED-TIMESTAMP.
           MOVE WS-USER-ID             TO MRUL-CREATED-BY
                                          MRUL-CHANGED-BY.

           MOVE MRUL                   TO VSUB.
           SET  FUNC-WRITE(VSUB)       TO TRUE.
           MOVE MRUL-KEY               TO VSAM-KEYD(VSUB).
           WRITE MAILRUL-RECORD END-WRITE.
           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK.

           IF  STAT-NORMAL(VSUB)
               ADD  1                  TO MRLR-FOUND-COUNT
               MOVE 'ADDR'             TO WS-JRN-REQUEST
               PERFORM P00-JOURNAL-CHANGE THRU P05-EXIT
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': RULE '           DELIMITED BY SIZE
                      MRLR-RULE-ID        DELIMITED BY SPACE
                      ' ADDED'            DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
           END-IF.

       C90-EXIT.
           EXIT.

      /*****************************************************************
      *    REPLACE AN ACTIVE RULE'S DESCRIPTION, CRITERIA AND ACTIONS  *
      ******************************************************************
       D00-CHANGE-RULE.

           PERFORM M00-VERIFY-GROUP THRU M05-EXIT.
           IF  RTC-CODE > +7
               GO TO D90-EXIT
           END-IF.

           PERFORM N10-READ-ACTIVE-RULE THRU N15-EXIT.
           IF  RTC-CODE > +7
               GO TO D90-EXIT
           END-IF.

           PERFORM N20-MOVE-RULE-PARMS THRU N25-EXIT.
           MOVE 'CHGR'                 TO WS-JRN-REQUEST.
           PERFORM N30-REWRITE-RULE THRU N35-EXIT.

           IF  RTC-CODE < +8
               ADD  1                  TO MRLR-FOUND-COUNT
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': RULE '           DELIMITED BY SIZE
                      MRLR-RULE-ID        DELIMITED BY SPACE
                      ' CHANGED'          DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
           END-IF.

       D90-EXIT.
           EXIT.

      /*****************************************************************
      *    LIST ONE RULE, OR EVERY RULE ON FILE, RETIRED ONES INCLUDED *
      ******************************************************************
       G00-LIST-RULES.

           DISPLAY 'RULE     STATUS  SYSTEM   FROM     GROUP    '
                   'KEYWORD              IN      '
                   'DESCRIPTION                              CHANGED'.

           MOVE MRLR-RULE-ID           TO MRUL-RULE-ID.
           MOVE MRUL                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           MOVE MRUL-KEY               TO VSAM-KEYD(VSUB).
           START MAILRUL KEY >= MRUL-KEY END-START.

           PERFORM WITH TEST BEFORE
             UNTIL NOT STAT-NORMAL(VSUB)
               SET  FUNC-READNEXT(VSUB) TO TRUE
               READ MAILRUL NEXT RECORD END-READ
               MOVE MRUL-KEY           TO VSAM-KEYD(VSUB)
               IF  STAT-NORMAL(VSUB)
               AND MRLR-RULE-ID > SPACES
               AND MRUL-RULE-ID NOT = MRLR-RULE-ID
      * past the one rule asked for -- stop the pass here
                   SET  STAT-EOFILE(VSUB) TO TRUE
               END-IF
               IF  STAT-NORMAL(VSUB)
                   ADD  1              TO MRLR-FOUND-COUNT
                   PERFORM W00-FORMAT-RULE THRU W05-EXIT
                   DISPLAY RULE-LINE
                   DISPLAY ACTION-LINE
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
                      'MAILRUL...'        DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

           DISPLAY THIS-PGM ': RULES=' MRLR-FOUND-COUNT
                                     UPON CONSOLE.

       G90-EXIT.
           EXIT.

      /*****************************************************************
      *    RETIRE AN ACTIVE RULE.  IT STAYS ON FILE, SO THE JOURNAL'S  *
      *    RULE IDS CAN STILL BE LOOKED UP, BUT IT NO LONGER FIRES.    *
      ******************************************************************
       H00-RETIRE-RULE.

           PERFORM N10-READ-ACTIVE-RULE THRU N15-EXIT.
           IF  RTC-CODE > +7
               GO TO H90-EXIT
           END-IF.

           SET  MRUL-IS-RETIRED        TO TRUE.
           MOVE 'RETR'                 TO WS-JRN-REQUEST.
           PERFORM N30-REWRITE-RULE THRU N35-EXIT.

           IF  RTC-CODE < +8
               ADD  1                  TO MRLR-FOUND-COUNT
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': RULE '           DELIMITED BY SIZE
                      MRLR-RULE-ID        DELIMITED BY SPACE
                      ' RETIRED'          DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
           END-IF.

       H90-EXIT.
           EXIT.

      /*****************************************************************
      *    A GROUP THE RULE ADDS MUST BE AN ACTIVE GROUP               *
      ******************************************************************
       M00-VERIFY-GROUP.

           IF  MRLR-ADD-GRP = SPACES
               GO TO M05-EXIT
           END-IF.

           MOVE MRLR-ADD-GRP           TO MDST-GRP-NAME.
           SET  MDST-GRP-HEADER        TO TRUE.
           MOVE SPACES                 TO MDST-MBR-USER-ID.
           MOVE MDST                   TO VSUB.
           SET  FUNC-READ(VSUB)        TO TRUE.
           MOVE MDST-KEY               TO VSAM-KEYD(VSUB).
           READ MAILDST RECORD KEY IS MDST-KEY END-READ.

           IF  STAT-NOTFND(VSUB)
           OR (STAT-NORMAL(VSUB)
           AND NOT MDST-GRP-ACTIVE)
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': GROUP '          DELIMITED BY SIZE
                      MRLR-ADD-GRP        DELIMITED BY SPACE
                      ' NOT FOUND OR INACTIVE'
                                          DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
               GO TO M05-EXIT
           END-IF.

           IF  NOT STAT-NORMAL(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

       M05-EXIT.
           EXIT.

      /*****************************************************************
      *    READ THE RULE NAMED IN THE PARAMETERS INTO THE RECORD AREA, *
      *    SETTING RULE-FOUND OR RULE-NOT-FOUND                        *
      ******************************************************************
       N00-READ-RULE.

           SET  RULE-NOT-FOUND         TO TRUE.
           MOVE MRLR-RULE-ID           TO MRUL-RULE-ID.
           MOVE MRUL                   TO VSUB.
           SET  FUNC-READ(VSUB)        TO TRUE.
           MOVE MRUL-KEY               TO VSAM-KEYD(VSUB).
           READ MAILRUL RECORD KEY IS MRUL-KEY END-READ.

           IF  STAT-NORMAL(VSUB)
               SET  RULE-FOUND         TO TRUE
           END-IF.

           IF  NOT STAT-NORMAL(VSUB)
           AND NOT STAT-NOTFND(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

       N05-EXIT.
           EXIT.

      * THE RULE MUST BE ON FILE AND ACTIVE TO BE CHANGED
       N10-READ-ACTIVE-RULE.

           PERFORM N00-READ-RULE THRU N05-EXIT.
           IF  RTC-CODE > +7
               GO TO N15-EXIT
           END-IF.

           IF  RULE-NOT-FOUND
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': RULE '           DELIMITED BY SIZE
                      MRLR-RULE-ID        DELIMITED BY SPACE
                      ' NOT FOUND'        DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
               GO TO N15-EXIT
           END-IF.

           IF  MRUL-IS-RETIRED
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': RULE '           DELIMITED BY SIZE
                      MRLR-RULE-ID        DELIMITED BY SPACE
                      ' IS RETIRED'       DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
           END-IF.

       N15-EXIT.
           EXIT.

      * MOVE THE RULE FIELDS FROM THE PARAMETERS TO THE RECORD AREA
       N20-MOVE-RULE-PARMS.

           MOVE MRLR-DESC              TO MRUL-DESC.
           MOVE MRLR-SYSTEM            TO MRUL-SYSTEM.
           MOVE MRLR-FROM              TO MRUL-FROM.
           MOVE MRLR-TO-GRP            TO MRUL-TO-GRP.
           MOVE MRLR-KEYWORD           TO MRUL-KEYWORD.
           MOVE MRLR-KEYWORD-WHERE     TO MRUL-KEYWORD-WHERE.
           MOVE MRLR-ADD-GRP           TO MRUL-ADD-GRP.
           MOVE MRLR-URGENT            TO MRUL-URGENT-SW.
           MOVE MRLR-PRIVATE           TO MRUL-PRIVATE-SW.

       N25-EXIT.
           EXIT.

      * STAMP AND REWRITE THE RULE IN THE RECORD AREA, THEN JOURNAL
      * THE CHANGE UNDER WS-JRN-REQUEST
       N30-REWRITE-RULE.

           MOVE WS-CURRENT-TIMESTAMP   TO MRUL-CHANGED-TIMESTAMP.
           MOVE WS-USER-ID             TO MRUL-CHANGED-BY.

           MOVE MRUL                   TO VSUB.
           SET  FUNC-REWRITE(VSUB)     TO TRUE.
           MOVE MRUL-KEY               TO VSAM-KEYD(VSUB).
           REWRITE MAILRUL-RECORD END-REWRITE.
           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK.

           IF  STAT-NORMAL(VSUB)
               PERFORM P00-JOURNAL-CHANGE THRU P05-EXIT
           END-IF.

       N35-EXIT.
           EXIT.

      /*****************************************************************
      *    JOURNAL ONE RULE CHANGE -- THE RULE ID RIDES IN THE GROUP   *
      *    NAME FIELD                                                  *
      ******************************************************************
       P00-JOURNAL-CHANGE.

           MOVE WS-JRN-REQUEST         TO MJRN-REQUEST.
           MOVE ZEROES                 TO MJRN-MAIL-ID.
           MOVE MRLR-RULE-ID           TO MJRN-GRP-NAME.
           MOVE WS-USER-ID             TO MJRN-USER-ID.
           MOVE THIS-PGM               TO MJRN-PGM.
           MOVE SPACE                  TO MJRN-PRIORITY.
           PERFORM B70-WRITE-JOURNAL THRU B75-EXIT.
           MOVE MRUL                   TO VSUB.

       P05-EXIT.
           EXIT.

      /*****************************************************************
      *    FORMAT THE RULE IN THE RECORD AREA FOR PRINTING             *
      ******************************************************************
       W00-FORMAT-RULE.

           MOVE MRUL-RULE-ID           TO RUL-L-ID.
           IF  MRUL-IS-ACTIVE
               MOVE 'ACTIVE'           TO RUL-L-STATUS
           ELSE
               MOVE 'RETIRED'          TO RUL-L-STATUS
           END-IF.
           MOVE MRUL-SYSTEM            TO RUL-L-SYSTEM.
           MOVE MRUL-FROM              TO RUL-L-FROM.
           MOVE MRUL-TO-GRP            TO RUL-L-TO-GRP.
           MOVE MRUL-KEYWORD           TO RUL-L-KEYWORD.
           EVALUATE TRUE
             WHEN MRUL-KEYWORD = SPACES
               MOVE SPACES             TO RUL-L-WHERE
             WHEN MRUL-KEY-IN-SUBJECT
               MOVE 'SUBJECT'          TO RUL-L-WHERE
             WHEN MRUL-KEY-IN-BODY
               MOVE 'BODY'             TO RUL-L-WHERE
             WHEN OTHER
               MOVE 'EITHER'           TO RUL-L-WHERE
           END-EVALUATE.
           MOVE MRUL-DESC              TO RUL-L-DESC.
           MOVE MRUL-CHANGED-BY        TO RUL-L-CHANGED-BY.

           IF  MRUL-ADD-GRP > SPACES
               MOVE ' ADD GRP '        TO ACT-L-ADD
           ELSE
               MOVE SPACES             TO ACT-L-ADD
           END-IF.
           MOVE MRUL-ADD-GRP           TO ACT-L-ADD-GRP.
           IF  MRUL-SET-URGENT
               MOVE ' URGENT'          TO ACT-L-URGENT
           ELSE
               MOVE SPACES             TO ACT-L-URGENT
           END-IF.
           IF  MRUL-SET-PRIVATE
               MOVE ' PRIVATE'         TO ACT-L-PRIVATE
           ELSE
               MOVE SPACES             TO ACT-L-PRIVATE
           END-IF.

       W05-EXIT.
           EXIT.
