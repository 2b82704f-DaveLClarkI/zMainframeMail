      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    MAILHLDB.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
      *REMARKS.       MAINFRAME MAIL LEGAL HOLD UTILITY.  MAINTAINS
      *                THE MAILHLD HOLDS THAT KEEP MAIL FOR A GROUP,
      *                A SENDER OR A DATE RANGE SAFE FROM THE PURGE
      *                PATHS WHILE LEGAL OR AUDIT NEEDS IT:  PLAC
      *                PLACES A HOLD UNDER A CASE REFERENCE, RECORDING
      *                WHO AUTHORIZED IT, LSTH LISTS THE HOLDS, LIFT
      *                LIFTS ONE HOLD OR EVERY HOLD ON A CASE, AND
      *                RPTH REPORTS EVERY MESSAGE CURRENTLY HELD, BY
      *                CASE.  PLACING AND LIFTING ARE JOURNALED ON
      *                MAILJRN AS HOLD AND LIFT.

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

           SELECT MAILHLD
               ASSIGN TO MAILHLD
               ACCESS IS DYNAMIC INDEXED
               RECORD KEY IS MHLD-KEY
               FILE STATUS IS FILE1-STAT
                              FILE1-FDBK.

           SELECT MAILMID
               ASSIGN TO MAILMID
               ACCESS IS DYNAMIC INDEXED
               RECORD KEY IS MMID-KEY
               FILE STATUS IS FILE2-STAT
                              FILE2-FDBK.

           SELECT MAILMDS
               ASSIGN TO MAILMDS
               ACCESS IS DYNAMIC INDEXED
               RECORD KEY IS MMDS-KEY
               FILE STATUS IS FILE3-STAT
                              FILE3-FDBK.

           SELECT MAILJRN
               ASSIGN TO MAILJRN
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS MJRN-KEY
               FILE STATUS IS FILE4-STAT
                              FILE4-FDBK.

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

       FD  MAILHLD.
       COPY MAILHLD.

       FD  MAILMID
           RECORD IS VARYING IN SIZE
             FROM 8 TO 255
             DEPENDING ON MMID-RECL.
       COPY MAILMID.

       FD  MAILMDS.
       COPY MAILMDS.

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
         03  THIS-PGM                  PIC  X(8)    VALUE 'MAILHLDB'.

         03  MHLD                      PIC S9(4)    BINARY VALUE 1.
         03  MMID                      PIC S9(4)    BINARY VALUE 2.
         03  MMDS                      PIC S9(4)    BINARY VALUE 3.
         03  JRNL                      PIC S9(4)    BINARY VALUE 4.

         03  VAR-TEXTL                 PIC S9(4)    BINARY.
         03  VAR-TEXT                  PIC  X(245)  VALUE SPACES.

         03  MMID-RECL                 PIC  9(5).
         03  MJRN-RECL                 PIC  9(5).

         03  WS-CURRENT-TIMESTAMP      PIC S9(15)   COMP-3.
         03  WS-USER-ID                PIC  X(8).
         03  WS-NEXT-SEQ               PIC S9(4)    BINARY.
         03  WS-LAST-CASE              PIC  X(8).
         03  WS-CASE-COUNT             PIC S9(8)    COMP.
         03  WS-SEQ-D                  PIC  Z(3)9.

       01  HOLD-LINE.
         03  HLL-CASE-REF              PIC  X(8).
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  HLL-SEQ                   PIC  Z(3)9.
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  HLL-STATUS                PIC  X(6).
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  HLL-GRP-NAME              PIC  X(8).
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  HLL-FROM                  PIC  X(8).
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  HLL-FROM-STMP             PIC  9(15).
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  HLL-THRU-STMP             PIC  9(15).
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  HLL-AUTHORIZED-BY         PIC  X(30).
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  HLL-PLACED-BY             PIC  X(8).
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  HLL-LIFTED-BY             PIC  X(8).

       01  MESSAGE-LINE.
         03  FILLER                    PIC  X(4)    VALUE SPACES.
         03  MSL-MAIL-ID               PIC  Z(7)9.
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  MSL-GRP-NAME              PIC  X(8).
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  MSL-FROM                  PIC  X(8).
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  MSL-CREATED-STMP          PIC  9(15).
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  MSL-STATUS                PIC  X(9).
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  MSL-SUBJECT               PIC  X(40).

      * THE FOLLOWING AREAS ARE SUBROUTINE PARAMETER BLOCKS

       01  JOBDATA                     PIC  X(8)    VALUE 'JOBDATA'.
       COPY JOBDATA.

       COPY RTCMAN.

       COPY VSMSTATW.

       COPY MAILHLDW.

      /*****************************************************************
      *    LINKAGE SECTION                                             *
      ******************************************************************
       LINKAGE SECTION.

       01  MAILHLDR-PARMS.
         COPY MAILHLDR.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING MAILHLDR-PARMS.

      ******************************************************************
      *    MAINLINE ROUTINE                                            *
      ******************************************************************
       A00-MAINLINE-ROUTINE.

           PERFORM B10-INITIALIZATION THRU B15-EXIT.

           IF  RTC-CODE < +8
               EVALUATE TRUE
                 WHEN MHLR-PLACE-PARMS
                   PERFORM C00-PLACE-HOLD     THRU C90-EXIT
                 WHEN MHLR-LIST-PARMS
                   PERFORM D00-LIST-HOLDS     THRU D90-EXIT
                 WHEN MHLR-LIFT-PARMS
                   PERFORM E00-LIFT-HOLDS     THRU E90-EXIT
                 WHEN MHLR-REPORT-PARMS
                   PERFORM F00-REPORT-HELD    THRU F90-EXIT
               END-EVALUATE
           END-IF.

           PERFORM B20-TERMINATION THRU B25-EXIT.

           GOBACK.

      /*****************************************************************
      *    PROGRAM INITIALIZATION ROUTINE                              *
      ******************************************************************
       B10-INITIALIZATION.

           MOVE ZEROES                 TO RTC-CODE.
           MOVE ZEROES                 TO MHLR-FOUND-COUNT.

           IF  NOT MHLR-PLACE-PARMS
           AND NOT MHLR-LIST-PARMS
           AND NOT MHLR-LIFT-PARMS
           AND NOT MHLR-REPORT-PARMS
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
           AND (MHLR-PLACE-PARMS OR MHLR-LIFT-PARMS)
           AND MHLR-CASE-REF = SPACES
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': CASE REFERENCE REQUIRED'
                                         DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
           END-IF.

           IF  RTC-CODE = ZERO
           AND MHLR-PLACE-PARMS
           AND MHLR-AUTHORIZED-BY = SPACES
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': AUTHORIZING PARTY REQUIRED'
                                         DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
           END-IF.

      * a hold with no criteria at all would freeze every message on
      * file -- that has to be asked for as a date range instead
           IF  RTC-CODE = ZERO
           AND MHLR-PLACE-PARMS
           AND MHLR-GRP-NAME = SPACES
           AND MHLR-FROM = SPACES
           AND MHLR-FROM-STMP NOT > ZEROES
           AND MHLR-THRU-STMP NOT > ZEROES
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': GROUP, SENDER OR DATE RANGE REQUIRED'
                                         DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
           END-IF.

           IF  RTC-CODE = ZERO
           AND MHLR-PLACE-PARMS
           AND (MHLR-FROM-STMP < ZEROES
            OR  MHLR-THRU-STMP < ZEROES
            OR (MHLR-THRU-STMP > ZEROES
            AND MHLR-FROM-STMP > MHLR-THRU-STMP))
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
               CALL JOBDATA         USING JOBDATA-PARMS
               CALL 'ASKTIME'       USING WS-CURRENT-TIMESTAMP
               IF  MHLR-USER-ID > SPACES
                   MOVE MHLR-USER-ID   TO WS-USER-ID
               ELSE
                   MOVE JOBD-EXEC-PGM  TO WS-USER-ID
               END-IF

               MOVE 'MAILHLD'          TO VSAM-FILE(MHLD)
               MOVE 'MAILMID'          TO VSAM-FILE(MMID)
               MOVE 'MAILMDS'          TO VSAM-FILE(MMDS)
               MOVE 'MAILJRN'          TO VSAM-FILE(JRNL)

               MOVE LENGTH OF MHLD-KEY TO VSAM-KEYL(MHLD)
               MOVE LENGTH OF MMID-KEY TO VSAM-KEYL(MMID)
               MOVE LENGTH OF MMDS-KEY TO VSAM-KEYL(MMDS)
               MOVE LENGTH OF MJRN-KEY TO VSAM-KEYL(JRNL)

               SET  FUNC-OPEN(MHLD)    TO TRUE
               SET  FUNC-OPEN(MMID)    TO TRUE
               SET  FUNC-OPEN(MMDS)    TO TRUE
               SET  FUNC-OPEN(JRNL)    TO TRUE

               OPEN I-O    MAILHLD
                           MAILJRN
               OPEN INPUT  MAILMID
                           MAILMDS

               MOVE MHLD               TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE MMID               TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE MMDS               TO VSUB
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
               SET  FUNC-CLOSE(MHLD)  TO TRUE
               SET  FUNC-CLOSE(MMID)  TO TRUE
               SET  FUNC-CLOSE(MMDS)  TO TRUE
               SET  FUNC-CLOSE(JRNL)  TO TRUE

               CLOSE MAILHLD
                     MAILMID
                     MAILMDS
                     MAILJRN

               MOVE MHLD              TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE MMID              TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE MMDS              TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE JRNL              TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

           MOVE RTC-CODE               TO RETURN-CODE.

       B25-EXIT.
           EXIT.

      /*****************************************************************
      *    LOAD THE ACTIVE LEGAL HOLDS AND TEST A MESSAGE AGAINST THEM *
      ******************************************************************
       COPY MAILHLDP.

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
      *    PLACE ONE HOLD UNDER THE CASE REFERENCE.  THE SEQUENCE IS   *
      *    ONE PAST THE CASE'S HIGHEST, LIFTED HOLDS INCLUDED, SO A    *
      *    SEQUENCE IS NEVER REUSED WITHIN A CASE.                     *
      ******************************************************************
       C00-PLACE-HOLD.

           MOVE ZEROES                 TO WS-NEXT-SEQ.
           MOVE MHLR-CASE-REF          TO MHLD-CASE-REF.
           MOVE ZEROES                 TO MHLD-HOLD-SEQ.
           MOVE MHLD                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           MOVE MHLD-KEY               TO VSAM-KEYD(VSUB).
           START MAILHLD KEY >= MHLD-KEY END-START.

           PERFORM WITH TEST BEFORE
             UNTIL MHLD-CASE-REF NOT = MHLR-CASE-REF
                OR NOT STAT-NORMAL(VSUB)
               SET  FUNC-READNEXT(VSUB) TO TRUE
               READ MAILHLD NEXT RECORD END-READ
               MOVE MHLD-KEY           TO VSAM-KEYD(VSUB)
               IF  STAT-NORMAL(VSUB)
               AND MHLD-CASE-REF = MHLR-CASE-REF
                   MOVE MHLD-HOLD-SEQ  TO WS-NEXT-SEQ
               END-IF
           END-PERFORM.

           IF  STAT-EOFILE(VSUB)
           OR  STAT-NOTFND(VSUB)
               SET  STAT-NORMAL(VSUB)  TO TRUE
           END-IF.

           IF  NOT STAT-NORMAL(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO C90-EXIT
           END-IF.

           INITIALIZE MAILHLD-RECORD.
           MOVE MHLR-CASE-REF          TO MHLD-CASE-REF.
           COMPUTE MHLD-HOLD-SEQ = WS-NEXT-SEQ + 1.
           SET  MHLD-IS-ACTIVE         TO TRUE.
           MOVE MHLR-GRP-NAME          TO MHLD-GRP-NAME.
           MOVE MHLR-FROM              TO MHLD-FROM.
           MOVE MHLR-FROM-STMP         TO MHLD-FROM-STMP.
           MOVE MHLR-THRU-STMP         TO MHLD-THRU-STMP.
           MOVE MHLR-AUTHORIZED-BY     TO MHLD-AUTHORIZED-BY.
           MOVE WS-CURRENT-TIMESTAMP   TO MHLD-PLACED-TIMESTAMP.
           MOVE WS-USER-ID             TO MHLD-PLACED-BY.

           SET  FUNC-WRITE(VSUB)       TO TRUE.
           MOVE MHLD-KEY               TO VSAM-KEYD(VSUB).
           WRITE MAILHLD-RECORD END-WRITE.
           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK.

           IF  STAT-NORMAL(VSUB)
               ADD  1                  TO MHLR-FOUND-COUNT
               MOVE MHLD-HOLD-SEQ      TO MHLR-HOLD-SEQ
      * journal the hold -- the case reference rides in the group
      * name field
               MOVE 'HOLD'             TO MJRN-REQUEST
               MOVE ZEROES             TO MJRN-MAIL-ID
               MOVE MHLD-CASE-REF      TO MJRN-GRP-NAME
               MOVE WS-USER-ID         TO MJRN-USER-ID
               MOVE THIS-PGM           TO MJRN-PGM
               MOVE SPACE              TO MJRN-PRIORITY
               PERFORM B70-WRITE-JOURNAL THRU B75-EXIT
               MOVE MHLD-HOLD-SEQ      TO WS-SEQ-D
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': LEGAL HOLD PLACED, CASE '
                                          DELIMITED BY SIZE
                      MHLD-CASE-REF       DELIMITED BY SPACE
                      ' SEQ '             DELIMITED BY SIZE
                      WS-SEQ-D            DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
           END-IF.

       C90-EXIT.
           EXIT.

      /*****************************************************************
      *    LIST THE HOLDS ON ONE CASE OR ON EVERY CASE, LIFTED ONES    *
      *    INCLUDED                                                    *
      ******************************************************************
       D00-LIST-HOLDS.

           DISPLAY 'CASE      SEQ STATUS GROUP    SENDER   '
                   'FROM-TIMESTAMP  THRU-TIMESTAMP  '
                   'AUTHORIZED-BY                  PLACED   LIFTED'.

           MOVE MHLR-CASE-REF          TO MHLD-CASE-REF.
           MOVE ZEROES                 TO MHLD-HOLD-SEQ.
           MOVE MHLD                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           MOVE MHLD-KEY               TO VSAM-KEYD(VSUB).
           START MAILHLD KEY >= MHLD-KEY END-START.

           PERFORM WITH TEST BEFORE
             UNTIL NOT STAT-NORMAL(VSUB)
               SET  FUNC-READNEXT(VSUB) TO TRUE
               READ MAILHLD NEXT RECORD END-READ
               MOVE MHLD-KEY           TO VSAM-KEYD(VSUB)
               IF  STAT-NORMAL(VSUB)
               AND MHLR-CASE-REF > SPACES
               AND MHLD-CASE-REF NOT = MHLR-CASE-REF
      * past the one case asked for -- stop the pass here
                   SET  STAT-EOFILE(VSUB) TO TRUE
               END-IF
               IF  STAT-NORMAL(VSUB)
                   ADD  1              TO MHLR-FOUND-COUNT
                   PERFORM W00-FORMAT-HOLD THRU W05-EXIT
                   DISPLAY HOLD-LINE
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
                      'MAILHLD...'        DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

           DISPLAY THIS-PGM ': HOLDS=' MHLR-FOUND-COUNT
                                     UPON CONSOLE.

       D90-EXIT.
           EXIT.

      /*****************************************************************
      *    LIFT ONE HOLD (A SEQUENCE IS GIVEN) OR EVERY ACTIVE HOLD ON *
      *    THE CASE.  THE RECORD STAYS ON FILE AS HISTORY.             *
      ******************************************************************
       E00-LIFT-HOLDS.

           MOVE MHLR-CASE-REF          TO MHLD-CASE-REF.
           MOVE ZEROES                 TO MHLD-HOLD-SEQ.
           MOVE MHLD                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           MOVE MHLD-KEY               TO VSAM-KEYD(VSUB).
           START MAILHLD KEY >= MHLD-KEY END-START.

           PERFORM WITH TEST BEFORE
             UNTIL NOT STAT-NORMAL(VSUB)
                OR RTC-CODE > +7
               SET  FUNC-READNEXT(VSUB) TO TRUE
               READ MAILHLD NEXT RECORD END-READ
               MOVE MHLD-KEY           TO VSAM-KEYD(VSUB)
               IF  STAT-NORMAL(VSUB)
               AND MHLD-CASE-REF NOT = MHLR-CASE-REF
                   SET  STAT-EOFILE(VSUB) TO TRUE
               END-IF
               IF  STAT-NORMAL(VSUB)
               AND MHLD-IS-ACTIVE
               AND (MHLR-HOLD-SEQ NOT > ZEROES
                OR  MHLD-HOLD-SEQ = MHLR-HOLD-SEQ)
                   PERFORM E50-LIFT-ONE-HOLD THRU E55-EXIT
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
                      'MAILHLD...'        DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

           IF  MHLR-FOUND-COUNT = ZEROES
           AND RTC-CODE < +8
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': NO ACTIVE HOLD FOUND FOR CASE '
                                          DELIMITED BY SIZE
                      MHLR-CASE-REF       DELIMITED BY SPACE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
           END-IF.

           DISPLAY THIS-PGM ': LIFTED=' MHLR-FOUND-COUNT
                                     UPON CONSOLE.

       E90-EXIT.
           EXIT.

       E50-LIFT-ONE-HOLD.

           SET  MHLD-IS-LIFTED         TO TRUE.
           MOVE WS-CURRENT-TIMESTAMP   TO MHLD-LIFTED-TIMESTAMP.
           MOVE WS-USER-ID             TO MHLD-LIFTED-BY.

           SET  FUNC-REWRITE(VSUB)     TO TRUE.
           REWRITE MAILHLD-RECORD END-REWRITE.
           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK.

           IF  STAT-NORMAL(VSUB)
               ADD  1                  TO MHLR-FOUND-COUNT
      * journal the lift -- the case reference rides in the group
      * name field
               MOVE 'LIFT'             TO MJRN-REQUEST
               MOVE ZEROES             TO MJRN-MAIL-ID
               MOVE MHLD-CASE-REF      TO MJRN-GRP-NAME
               MOVE WS-USER-ID         TO MJRN-USER-ID
               MOVE THIS-PGM           TO MJRN-PGM
               MOVE SPACE              TO MJRN-PRIORITY
               PERFORM B70-WRITE-JOURNAL THRU B75-EXIT
               MOVE MHLD               TO VSUB
           END-IF.

       E55-EXIT.
           EXIT.

      /*****************************************************************
      *    REPORT EVERYTHING CURRENTLY HELD, BY CASE:  EACH CASE'S     *
      *    ACTIVE HOLDS, THEN EVERY MESSAGE ON FILE THEY COVER.  A     *
      *    MESSAGE COVERED BY TWO CASES IS LISTED UNDER BOTH.          *
      ******************************************************************
       F00-REPORT-HELD.

           PERFORM B30-LOAD-HOLDS THRU B34-EXIT.

           IF  RTC-CODE > +7
               GO TO F90-EXIT
           END-IF.

           MOVE SPACES                 TO WS-LAST-CASE.

           PERFORM WITH TEST BEFORE
             VARYING HLD-SUB FROM 1 BY 1
               UNTIL HLD-SUB > HLD-COUNT
                  OR RTC-CODE > +7
               IF  HLD-CASE-REF(HLD-SUB) NOT = WS-LAST-CASE
               AND (MHLR-CASE-REF = SPACES
                OR  HLD-CASE-REF(HLD-SUB) = MHLR-CASE-REF)
                   MOVE HLD-CASE-REF(HLD-SUB) TO WS-LAST-CASE
                   PERFORM F10-REPORT-CASE THRU F19-EXIT
               END-IF
           END-PERFORM.

           MOVE SPACES                 TO HLD-CHECK-CASE.

           DISPLAY THIS-PGM ': MESSAGES HELD=' MHLR-FOUND-COUNT
                                     UPON CONSOLE.

       F90-EXIT.
           EXIT.

      /*****************************************************************
      *    ONE CASE:  ITS HOLDS, THEN ONE PASS OF MAILMID TESTING      *
      *    EACH MESSAGE AGAINST THAT CASE'S HOLDS ONLY                 *
      ******************************************************************
       F10-REPORT-CASE.

           DISPLAY ' '.
           DISPLAY 'CASE      SEQ STATUS GROUP    SENDER   '
                   'FROM-TIMESTAMP  THRU-TIMESTAMP  '
                   'AUTHORIZED-BY                  PLACED   LIFTED'.

      * the case's hold records, reread for the full detail
           MOVE WS-LAST-CASE           TO MHLD-CASE-REF.
           MOVE ZEROES                 TO MHLD-HOLD-SEQ.
           MOVE MHLD                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           MOVE MHLD-KEY               TO VSAM-KEYD(VSUB).
           START MAILHLD KEY >= MHLD-KEY END-START.

           PERFORM WITH TEST BEFORE
             UNTIL MHLD-CASE-REF NOT = WS-LAST-CASE
                OR NOT STAT-NORMAL(VSUB)
               SET  FUNC-READNEXT(VSUB) TO TRUE
               READ MAILHLD NEXT RECORD END-READ
               MOVE MHLD-KEY           TO VSAM-KEYD(VSUB)
               IF  STAT-NORMAL(VSUB)
               AND MHLD-CASE-REF = WS-LAST-CASE
               AND MHLD-IS-ACTIVE
                   PERFORM W00-FORMAT-HOLD THRU W05-EXIT
                   DISPLAY HOLD-LINE
               END-IF
           END-PERFORM.

           IF  STAT-EOFILE(VSUB)
           OR  STAT-NOTFND(VSUB)
               SET  STAT-NORMAL(VSUB)  TO TRUE
           END-IF.

           IF  NOT STAT-NORMAL(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO F19-EXIT
           END-IF.

           DISPLAY '     MAIL-ID GROUP    SENDER   '
                   'CREATED-STAMP   STATUS    SUBJECT'.

           MOVE WS-LAST-CASE           TO HLD-CHECK-CASE.
           MOVE ZEROES                 TO WS-CASE-COUNT.

           MOVE LOW-VALUES             TO MMID-KEY.
           MOVE MMID                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START MAILMID KEY >= MMID-KEY END-START.

           PERFORM WITH TEST BEFORE
             UNTIL NOT STAT-NORMAL(VSUB)
                OR RTC-CODE > +7
               SET  FUNC-READNEXT(VSUB) TO TRUE
               READ MAILMID NEXT RECORD END-READ
               MOVE MMID-KEY           TO VSAM-KEYD(VSUB)
               IF  STAT-NORMAL(VSUB)
               AND MMID-ID > ZEROES
                   PERFORM B35-CHECK-MESSAGE THRU B39-EXIT
                   IF  HLD-MESSAGE-HELD
                       ADD  1          TO WS-CASE-COUNT
                                          MHLR-FOUND-COUNT
                       PERFORM W10-FORMAT-MESSAGE THRU W15-EXIT
                       DISPLAY MESSAGE-LINE
                   END-IF
      * re-point VSUB back at the MAILMID status table entry -- the
      * hold check may have browsed the fan-out rows
                   MOVE MMID           TO VSUB
               END-IF
           END-PERFORM.

           IF  STAT-EOFILE(VSUB)
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

           DISPLAY '     CASE ' WS-LAST-CASE
                   ' MESSAGES HELD=' WS-CASE-COUNT.

       F19-EXIT.
           EXIT.

      /*****************************************************************
      *    FORMAT THE HOLD RECORD IN THE RECORD AREA FOR PRINTING      *
      ******************************************************************
       W00-FORMAT-HOLD.

           MOVE MHLD-CASE-REF          TO HLL-CASE-REF.
           MOVE MHLD-HOLD-SEQ          TO HLL-SEQ.
           IF  MHLD-IS-ACTIVE
               MOVE 'ACTIVE'           TO HLL-STATUS
           ELSE
               MOVE 'LIFTED'           TO HLL-STATUS
           END-IF.
           MOVE MHLD-GRP-NAME          TO HLL-GRP-NAME.
           MOVE MHLD-FROM              TO HLL-FROM.
           MOVE MHLD-FROM-STMP         TO HLL-FROM-STMP.
           MOVE MHLD-THRU-STMP         TO HLL-THRU-STMP.
           MOVE MHLD-AUTHORIZED-BY     TO HLL-AUTHORIZED-BY.
           MOVE MHLD-PLACED-BY         TO HLL-PLACED-BY.
           MOVE MHLD-LIFTED-BY         TO HLL-LIFTED-BY.

       W05-EXIT.
           EXIT.

      /*****************************************************************
      *    FORMAT THE MAILMID HEADER IN THE RECORD AREA FOR PRINTING   *
      ******************************************************************
       W10-FORMAT-MESSAGE.

           MOVE MMID-ID                TO MSL-MAIL-ID.
           MOVE MMID-TO-GRP            TO MSL-GRP-NAME.
           MOVE MMID-FROM              TO MSL-FROM.
           MOVE MMID-CREATED-TIMESTAMP TO MSL-CREATED-STMP.
           MOVE MMID-SUBJECT           TO MSL-SUBJECT.
           EVALUATE TRUE
             WHEN MMID-SENT-TIMESTAMP > ZEROES
               MOVE 'SENT'             TO MSL-STATUS
             WHEN MMID-IS-SUSPENDED
               MOVE 'SUSPENDED'        TO MSL-STATUS
             WHEN MMID-IS-QUOTA-HELD
               MOVE 'QUOTA HLD'        TO MSL-STATUS
             WHEN MMID-IS-COMPLETE
               MOVE 'COMPLETE'         TO MSL-STATUS
             WHEN OTHER
               MOVE 'OPEN'             TO MSL-STATUS
           END-EVALUATE.

       W15-EXIT.
           EXIT.
