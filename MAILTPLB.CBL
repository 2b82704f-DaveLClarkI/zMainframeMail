      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    MAILTPLB.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
      *REMARKS.       MAINFRAME MAIL MESSAGE TEMPLATE UTILITY.
      *                MAINTAINS THE MAILTPL TEMPLATES THE WRITERS'
      *                TMPL REQUEST BUILDS WHOLE MESSAGES FROM:  ADDT
      *                ADDS A TEMPLATE (DESCRIPTION, DEFAULT SUBJECT,
      *                PRIMARY GROUP AND UP TO EIGHT MORE GROUPS),
      *                CHGT CHANGES IT, LINE STORES ONE BODY LINE,
      *                DELL DELETES ONE, LSTT LISTS TEMPLATES AND
      *                RETT RETIRES ONE.  EVERY GROUP NAMED MUST BE
      *                AN ACTIVE MAILDST GROUP.  EACH CHANGE IS
      *                JOURNALED ON MAILJRN UNDER ITS REQUEST CODE.
      *                A TEMPLATE WITH GROUPS BEYOND ITS PRIMARY ONE
      *                CANNOT SEND PRIVATE MAIL -- THE WRITER REFUSES
      *                A PRIVATE TMPL FOR IT (ABEND MPRV) BEFORE ANY
      *                HEADER IS WRITTEN.

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

           SELECT MAILTPL
               ASSIGN TO MAILTPL
               ACCESS IS DYNAMIC INDEXED
               RECORD KEY IS MTPL-KEY
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

       FD  MAILTPL.
       COPY MAILTPL.

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
         03  THIS-PGM                  PIC  X(8)    VALUE 'MAILTPLB'.

         03  MTPL                      PIC S9(4)    BINARY VALUE 1.
         03  MDST                      PIC S9(4)    BINARY VALUE 2.
         03  JRNL                      PIC S9(4)    BINARY VALUE 3.

         03  VAR-TEXTL                 PIC S9(4)    BINARY.
         03  VAR-TEXT                  PIC  X(245)  VALUE SPACES.

         03  MDST-RECL                 PIC  9(5).
         03  MJRN-RECL                 PIC  9(5).

         03  WS-CURRENT-TIMESTAMP      PIC S9(15)   COMP-3.
         03  WS-USER-ID                PIC  X(8).
         03  WS-SUB                    PIC S9(4)    BINARY.
         03  WS-GRP-NAME               PIC  X(8).
         03  WS-JRN-REQUEST            PIC  X(4).
         03  WS-LINE-COUNT             PIC S9(8)    COMP.
         03  WS-LINE-D                 PIC  Z(3)9.
         03  WS-HEADER-SW              PIC  X(1).
           88  TEMPLATE-FOUND                       VALUE 'Y'.
           88  TEMPLATE-NOT-FOUND                   VALUE 'N'.

       01  TEMPLATE-LINE.
         03  TPL-L-ID                  PIC  X(8).
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  TPL-L-STATUS              PIC  X(7).
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  TPL-L-TO-GRP              PIC  X(8).
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  TPL-L-SUBJECT             PIC  X(40).
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  TPL-L-DESC                PIC  X(40).
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  TPL-L-CHANGED-BY          PIC  X(8).

       01  GROUPS-LINE.
         03  FILLER                    PIC  X(9)    VALUE SPACES.
         03  FILLER                    PIC  X(8)    VALUE 'ALSO TO:'.
         03  GRP-L-GROUPS                           VALUE SPACES.
           05  GRP-L-ENTRY                          OCCURS 8 TIMES.
             07  FILLER                PIC  X(1).
             07  GRP-L-GRP-NAME        PIC  X(8).

       01  BODY-LINE.
         03  FILLER                    PIC  X(9)    VALUE SPACES.
         03  BDY-L-LINE-NO             PIC  Z(3)9.
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  BDY-L-TEXT                PIC  X(200).

      * THE FOLLOWING AREAS ARE SUBROUTINE PARAMETER BLOCKS

       01  JOBDATA                     PIC  X(8)    VALUE 'JOBDATA'.
       COPY JOBDATA.

       COPY RTCMAN.

       COPY VSMSTATW.

      /*****************************************************************
      *    LINKAGE SECTION                                             *
      ******************************************************************
       LINKAGE SECTION.

       01  MAILTPLR-PARMS.
         COPY MAILTPLR.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING MAILTPLR-PARMS.

      ******************************************************************
      *    MAINLINE ROUTINE                                            *
      ******************************************************************
       A00-MAINLINE-ROUTINE.

           PERFORM B10-INITIALIZATION THRU B15-EXIT.

           IF  RTC-CODE < +8
               EVALUATE TRUE
                 WHEN MTPR-ADD-PARMS
                   PERFORM C00-ADD-TEMPLATE    THRU C90-EXIT
                 WHEN MTPR-CHANGE-PARMS
                   PERFORM D00-CHANGE-TEMPLATE THRU D90-EXIT
                 WHEN MTPR-LINE-PARMS
                   PERFORM E00-STORE-LINE      THRU E90-EXIT
                 WHEN MTPR-DELLINE-PARMS
                   PERFORM F00-DELETE-LINE     THRU F90-EXIT
                 WHEN MTPR-LIST-PARMS
                   PERFORM G00-LIST-TEMPLATES  THRU G90-EXIT
                 WHEN MTPR-RETIRE-PARMS
                   PERFORM H00-RETIRE-TEMPLATE THRU H90-EXIT
               END-EVALUATE
           END-IF.

           PERFORM B20-TERMINATION THRU B25-EXIT.

           GOBACK.

      /*****************************************************************
      *    PROGRAM INITIALIZATION ROUTINE                              *
      ******************************************************************
       B10-INITIALIZATION.

           MOVE ZEROES                 TO RTC-CODE.
           MOVE ZEROES                 TO MTPR-FOUND-COUNT.

           IF  NOT MTPR-ADD-PARMS
           AND NOT MTPR-CHANGE-PARMS
           AND NOT MTPR-LINE-PARMS
           AND NOT MTPR-DELLINE-PARMS
           AND NOT MTPR-LIST-PARMS
           AND NOT MTPR-RETIRE-PARMS
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
           AND NOT MTPR-LIST-PARMS
           AND MTPR-ID = SPACES
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': TEMPLATE ID REQUIRED'
                                         DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
           END-IF.

      * the template's subject and primary group are only defaults
      * the sender may override, but a template must be sendable as
      * it stands
           IF  RTC-CODE = ZERO
           AND (MTPR-ADD-PARMS OR MTPR-CHANGE-PARMS)
           AND (MTPR-SUBJECT = SPACES
            OR  MTPR-TO-GRP = SPACES)
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': SUBJECT AND PRIMARY GROUP REQUIRED'
                                         DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
           END-IF.

           IF  RTC-CODE = ZERO
           AND ((MTPR-LINE-PARMS
           AND  (MTPR-LINE-NO < ZEROES
            OR   MTPR-LINE-NO > 999))
            OR  (MTPR-DELLINE-PARMS
           AND  (MTPR-LINE-NO < 1
            OR   MTPR-LINE-NO > 999)))
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': LINE NUMBER ERROR' DELIMITED BY SIZE
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
               IF  MTPR-USER-ID > SPACES
                   MOVE MTPR-USER-ID   TO WS-USER-ID
               ELSE
                   MOVE JOBD-EXEC-PGM  TO WS-USER-ID
               END-IF

               MOVE 'MAILTPL'          TO VSAM-FILE(MTPL)
               MOVE 'MAILDST'          TO VSAM-FILE(MDST)
               MOVE 'MAILJRN'          TO VSAM-FILE(JRNL)

               MOVE LENGTH OF MTPL-KEY TO VSAM-KEYL(MTPL)
               MOVE LENGTH OF MDST-KEY TO VSAM-KEYL(MDST)
               MOVE LENGTH OF MJRN-KEY TO VSAM-KEYL(JRNL)

               SET  FUNC-OPEN(MTPL)    TO TRUE
               SET  FUNC-OPEN(MDST)    TO TRUE
               SET  FUNC-OPEN(JRNL)    TO TRUE

               OPEN I-O    MAILTPL
                           MAILJRN
               OPEN INPUT  MAILDST

               MOVE MTPL               TO VSUB
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
               SET  FUNC-CLOSE(MTPL)  TO TRUE
               SET  FUNC-CLOSE(MDST)  TO TRUE
               SET  FUNC-CLOSE(JRNL)  TO TRUE

               CLOSE MAILTPL
                     MAILDST
                     MAILJRN

               MOVE MTPL              TO VSUB
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
      *    ADD A NEW TEMPLATE HEADER.  ITS BODY LINES FOLLOW BY LINE   *
      *    REQUESTS.                                                   *
      ******************************************************************
       C00-ADD-TEMPLATE.

           PERFORM M00-VERIFY-GROUPS THRU M05-EXIT.
           IF  RTC-CODE > +7
               GO TO C90-EXIT
           END-IF.

           PERFORM N00-READ-TEMPLATE THRU N05-EXIT.
           IF  RTC-CODE > +7
               GO TO C90-EXIT
           END-IF.

           IF  TEMPLATE-FOUND
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': TEMPLATE '       DELIMITED BY SIZE
                      MTPR-ID             DELIMITED BY SPACE
                      ' ALREADY EXISTS'   DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
               GO TO C90-EXIT
           END-IF.

           INITIALIZE MAILTPL-RECORD.
           MOVE MTPR-ID                TO MTPL-ID.
           SET  MTPL-TPL-HEADER        TO TRUE.
           MOVE ZEROES                 TO MTPL-LINE-NO.
           SET  MTPL-IS-ACTIVE         TO TRUE.
           PERFORM N20-MOVE-HEADER-PARMS THRU N25-EXIT.
           MOVE WS-CURRENT-TIMESTAMP   TO MTPL-CREATED-TIMESTAMP
                                          MTPL-CHANGED-TIMESTAMP.
           MOVE WS-USER-ID             TO MTPL-CREATED-BY
                                          MTPL-CHANGED-BY.

           MOVE MTPL                   TO VSUB.
           SET  FUNC-WRITE(VSUB)       TO TRUE.
           MOVE MTPL-KEY               TO VSAM-KEYD(VSUB).
           WRITE MAILTPL-RECORD END-WRITE.
           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK.

           IF  STAT-NORMAL(VSUB)
               ADD  1                  TO MTPR-FOUND-COUNT
               MOVE 'ADDT'             TO WS-JRN-REQUEST
               PERFORM P00-JOURNAL-CHANGE THRU P05-EXIT
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': TEMPLATE '       DELIMITED BY SIZE
                      MTPR-ID             DELIMITED BY SPACE
                      ' ADDED'            DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
           END-IF.

       C90-EXIT.
           EXIT.

      /*****************************************************************
      *    REPLACE AN ACTIVE TEMPLATE'S DESCRIPTION, SUBJECT AND       *
      *    GROUPS.  ITS BODY LINES ARE LEFT AS THEY ARE.               *
      ******************************************************************
       D00-CHANGE-TEMPLATE.

           PERFORM M00-VERIFY-GROUPS THRU M05-EXIT.
           IF  RTC-CODE > +7
               GO TO D90-EXIT
           END-IF.

           PERFORM N10-READ-ACTIVE-TEMPLATE THRU N15-EXIT.
           IF  RTC-CODE > +7
               GO TO D90-EXIT
           END-IF.

           PERFORM N20-MOVE-HEADER-PARMS THRU N25-EXIT.
           MOVE 'CHGT'                 TO WS-JRN-REQUEST.
           PERFORM N30-REWRITE-HEADER THRU N35-EXIT.

           IF  RTC-CODE < +8
               ADD  1                  TO MTPR-FOUND-COUNT
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': TEMPLATE '       DELIMITED BY SIZE
                      MTPR-ID             DELIMITED BY SPACE
                      ' CHANGED'          DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
           END-IF.

       D90-EXIT.
           EXIT.

      /*****************************************************************
      *    STORE ONE BODY LINE ON AN ACTIVE TEMPLATE, REPLACING ANY    *
      *    LINE ALREADY AT THAT NUMBER.  LINE ZERO APPENDS ONE PAST    *
      *    THE HIGHEST LINE ON FILE; THE NUMBER USED IS RETURNED.      *
      ******************************************************************
       E00-STORE-LINE.

           PERFORM N10-READ-ACTIVE-TEMPLATE THRU N15-EXIT.
           IF  RTC-CODE > +7
               GO TO E90-EXIT
           END-IF.

           IF  MTPR-LINE-NO = ZEROES
               PERFORM E50-FIND-LAST-LINE THRU E55-EXIT
               IF  RTC-CODE > +7
                   GO TO E90-EXIT
               END-IF
               ADD  1                  TO MTPR-LINE-NO
               IF  MTPR-LINE-NO > 999
                   MOVE 1              TO VAR-TEXTL
                   STRING THIS-PGM        DELIMITED BY SPACE
                          ': TEMPLATE LINE LIMIT REACHED'
                                          DELIMITED BY SIZE
                       INTO VAR-TEXT WITH POINTER VAR-TEXTL
                   SUBTRACT 1        FROM VAR-TEXTL
                   DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
                   MOVE +12            TO RTC-CODE
                   PERFORM B80-CALL-RTCMAN THRU B85-EXIT
                   GO TO E90-EXIT
               END-IF
           END-IF.

           MOVE MTPR-ID                TO MTPL-ID.
           SET  MTPL-TPL-LINE          TO TRUE.
           MOVE MTPR-LINE-NO           TO MTPL-LINE-NO.
           MOVE MTPL                   TO VSUB.
           SET  FUNC-READ(VSUB)        TO TRUE.
           MOVE MTPL-KEY               TO VSAM-KEYD(VSUB).
           READ MAILTPL RECORD KEY IS MTPL-KEY END-READ.

           IF  NOT STAT-NORMAL(VSUB)
           AND NOT STAT-NOTFND(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO E90-EXIT
           END-IF.

           MOVE MTPR-LINE-TEXT         TO MTPL-LINE-TEXT.
           IF  STAT-NORMAL(VSUB)
               SET  FUNC-REWRITE(VSUB) TO TRUE
               REWRITE MAILTPL-RECORD END-REWRITE
           ELSE
               MOVE MTPR-ID            TO MTPL-ID
               SET  MTPL-TPL-LINE      TO TRUE
               MOVE MTPR-LINE-NO       TO MTPL-LINE-NO
               SET  FUNC-WRITE(VSUB)   TO TRUE
               WRITE MAILTPL-RECORD END-WRITE
           END-IF.
           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK.

           IF  STAT-NORMAL(VSUB)
               ADD  1                  TO MTPR-FOUND-COUNT
               PERFORM N10-READ-ACTIVE-TEMPLATE THRU N15-EXIT
           END-IF.

           IF  RTC-CODE < +8
               MOVE 'LINE'             TO WS-JRN-REQUEST
               PERFORM N30-REWRITE-HEADER THRU N35-EXIT
           END-IF.

       E90-EXIT.
           EXIT.

      * THE HIGHEST BODY LINE NUMBER ON FILE FOR THE TEMPLATE, ZERO
      * WHEN IT HAS NO LINES YET, IS LEFT IN MTPR-LINE-NO
       E50-FIND-LAST-LINE.

           MOVE ZEROES                 TO MTPR-LINE-NO.
           MOVE MTPR-ID                TO MTPL-ID.
           SET  MTPL-TPL-LINE          TO TRUE.
           MOVE ZEROES                 TO MTPL-LINE-NO.
           MOVE MTPL                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           MOVE MTPL-KEY               TO VSAM-KEYD(VSUB).
           START MAILTPL KEY >= MTPL-KEY END-START.

           PERFORM WITH TEST BEFORE
             UNTIL NOT STAT-NORMAL(VSUB)
               SET  FUNC-READNEXT(VSUB) TO TRUE
               READ MAILTPL NEXT RECORD END-READ
               MOVE MTPL-KEY           TO VSAM-KEYD(VSUB)
               IF  STAT-NORMAL(VSUB)
               AND (MTPL-ID NOT = MTPR-ID
                OR  NOT MTPL-TPL-LINE)
                   SET  STAT-EOFILE(VSUB) TO TRUE
               END-IF
               IF  STAT-NORMAL(VSUB)
                   MOVE MTPL-LINE-NO   TO MTPR-LINE-NO
               END-IF
           END-PERFORM.

           IF  STAT-EOFILE(VSUB)
           OR  STAT-NOTFND(VSUB)
               SET  STAT-NORMAL(VSUB)  TO TRUE
           END-IF.

           IF  NOT STAT-NORMAL(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

       E55-EXIT.
           EXIT.

      /*****************************************************************
      *    DELETE ONE BODY LINE FROM AN ACTIVE TEMPLATE.  THE LINES    *
      *    AFTER IT KEEP THEIR NUMBERS.                                *
      ******************************************************************
       F00-DELETE-LINE.

           PERFORM N10-READ-ACTIVE-TEMPLATE THRU N15-EXIT.
           IF  RTC-CODE > +7
               GO TO F90-EXIT
           END-IF.

           MOVE MTPR-ID                TO MTPL-ID.
           SET  MTPL-TPL-LINE          TO TRUE.
           MOVE MTPR-LINE-NO           TO MTPL-LINE-NO.
           MOVE MTPL                   TO VSUB.
           SET  FUNC-READ(VSUB)        TO TRUE.
           MOVE MTPL-KEY               TO VSAM-KEYD(VSUB).
           READ MAILTPL RECORD KEY IS MTPL-KEY END-READ.

           IF  STAT-NOTFND(VSUB)
               MOVE MTPR-LINE-NO       TO WS-LINE-D
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': TEMPLATE '       DELIMITED BY SIZE
                      MTPR-ID             DELIMITED BY SPACE
                      ' LINE '            DELIMITED BY SIZE
                      WS-LINE-D           DELIMITED BY SIZE
                      ' NOT FOUND'        DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
               GO TO F90-EXIT
           END-IF.

           IF  STAT-NORMAL(VSUB)
               SET  FUNC-DELETE(VSUB)  TO TRUE
               DELETE MAILTPL RECORD END-DELETE
           END-IF.
           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK.

           IF  STAT-NORMAL(VSUB)
               ADD  1                  TO MTPR-FOUND-COUNT
               PERFORM N10-READ-ACTIVE-TEMPLATE THRU N15-EXIT
           END-IF.

           IF  RTC-CODE < +8
               MOVE 'DELL'             TO WS-JRN-REQUEST
               PERFORM N30-REWRITE-HEADER THRU N35-EXIT
           END-IF.

       F90-EXIT.
           EXIT.

      /*****************************************************************
      *    LIST ONE TEMPLATE WITH ITS BODY LINES, OR EVERY TEMPLATE    *
      *    HEADER ON FILE, RETIRED ONES INCLUDED                       *
      ******************************************************************
       G00-LIST-TEMPLATES.

           DISPLAY 'TEMPLATE STATUS  GROUP    SUBJECT'
                   '                                  '
                   'DESCRIPTION                              CHANGED'.

           MOVE ZEROES                 TO WS-LINE-COUNT.
           MOVE MTPR-ID                TO MTPL-ID.
           SET  MTPL-TPL-HEADER        TO TRUE.
           MOVE ZEROES                 TO MTPL-LINE-NO.
           MOVE MTPL                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           MOVE MTPL-KEY               TO VSAM-KEYD(VSUB).
           START MAILTPL KEY >= MTPL-KEY END-START.

           PERFORM WITH TEST BEFORE
             UNTIL NOT STAT-NORMAL(VSUB)
               SET  FUNC-READNEXT(VSUB) TO TRUE
               READ MAILTPL NEXT RECORD END-READ
               MOVE MTPL-KEY           TO VSAM-KEYD(VSUB)
               IF  STAT-NORMAL(VSUB)
               AND MTPR-ID > SPACES
               AND MTPL-ID NOT = MTPR-ID
      * past the one template asked for -- stop the pass here
                   SET  STAT-EOFILE(VSUB) TO TRUE
               END-IF
               IF  STAT-NORMAL(VSUB)
               AND MTPL-TPL-HEADER
                   ADD  1              TO MTPR-FOUND-COUNT
                   PERFORM W00-FORMAT-TEMPLATE THRU W05-EXIT
                   DISPLAY TEMPLATE-LINE
                   IF  GRP-L-GROUPS > SPACES
                       DISPLAY GROUPS-LINE
                   END-IF
               END-IF
               IF  STAT-NORMAL(VSUB)
               AND MTPL-TPL-LINE
               AND MTPR-ID > SPACES
                   ADD  1              TO WS-LINE-COUNT
                   MOVE MTPL-LINE-NO   TO BDY-L-LINE-NO
                   MOVE MTPL-LINE-TEXT TO BDY-L-TEXT
                   DISPLAY BODY-LINE
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
                      'MAILTPL...'        DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

           IF  MTPR-ID > SPACES
               DISPLAY THIS-PGM ': TEMPLATES=' MTPR-FOUND-COUNT
                                 ' LINES='     WS-LINE-COUNT
                                     UPON CONSOLE
           ELSE
               DISPLAY THIS-PGM ': TEMPLATES=' MTPR-FOUND-COUNT
                                     UPON CONSOLE
           END-IF.

       G90-EXIT.
           EXIT.

      /*****************************************************************
      *    RETIRE AN ACTIVE TEMPLATE.  IT STAYS ON FILE WITH ITS LINES *
      *    BUT THE WRITERS NO LONGER BUILD MESSAGES FROM IT.           *
      ******************************************************************
       H00-RETIRE-TEMPLATE.

           PERFORM N10-READ-ACTIVE-TEMPLATE THRU N15-EXIT.
           IF  RTC-CODE > +7
               GO TO H90-EXIT
           END-IF.

           SET  MTPL-IS-RETIRED        TO TRUE.
           MOVE 'RETT'                 TO WS-JRN-REQUEST.
           PERFORM N30-REWRITE-HEADER THRU N35-EXIT.

           IF  RTC-CODE < +8
               ADD  1                  TO MTPR-FOUND-COUNT
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': TEMPLATE '       DELIMITED BY SIZE
                      MTPR-ID             DELIMITED BY SPACE
                      ' RETIRED'          DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
           END-IF.

       H90-EXIT.
           EXIT.

      /*****************************************************************
      *    EVERY GROUP THE TEMPLATE NAMES MUST BE AN ACTIVE GROUP      *
      ******************************************************************
       M00-VERIFY-GROUPS.

           MOVE MTPR-TO-GRP            TO WS-GRP-NAME.
           PERFORM M10-VERIFY-ONE-GROUP THRU M15-EXIT.

           PERFORM WITH TEST BEFORE
             VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 8
                  OR RTC-CODE > +7
               IF  MTPR-DIST-GRP(WS-SUB) > SPACES
                   MOVE MTPR-DIST-GRP(WS-SUB) TO WS-GRP-NAME
                   PERFORM M10-VERIFY-ONE-GROUP THRU M15-EXIT
               END-IF
           END-PERFORM.

       M05-EXIT.
           EXIT.

       M10-VERIFY-ONE-GROUP.

           MOVE WS-GRP-NAME            TO MDST-GRP-NAME.
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
                      WS-GRP-NAME         DELIMITED BY SPACE
                      ' NOT FOUND OR INACTIVE'
                                          DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
               GO TO M15-EXIT
           END-IF.

           IF  NOT STAT-NORMAL(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

       M15-EXIT.
           EXIT.

      /*****************************************************************
      *    READ THE TEMPLATE HEADER NAMED IN THE PARAMETERS INTO THE   *
      *    RECORD AREA, SETTING TEMPLATE-FOUND OR TEMPLATE-NOT-FOUND   *
      ******************************************************************
       N00-READ-TEMPLATE.

           SET  TEMPLATE-NOT-FOUND     TO TRUE.
           MOVE MTPR-ID                TO MTPL-ID.
           SET  MTPL-TPL-HEADER        TO TRUE.
           MOVE ZEROES                 TO MTPL-LINE-NO.
           MOVE MTPL                   TO VSUB.
           SET  FUNC-READ(VSUB)        TO TRUE.
           MOVE MTPL-KEY               TO VSAM-KEYD(VSUB).
           READ MAILTPL RECORD KEY IS MTPL-KEY END-READ.

           IF  STAT-NORMAL(VSUB)
               SET  TEMPLATE-FOUND     TO TRUE
           END-IF.

           IF  NOT STAT-NORMAL(VSUB)
           AND NOT STAT-NOTFND(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

       N05-EXIT.
           EXIT.

      * THE TEMPLATE MUST BE ON FILE AND ACTIVE TO BE CHANGED
       N10-READ-ACTIVE-TEMPLATE.

           PERFORM N00-READ-TEMPLATE THRU N05-EXIT.
           IF  RTC-CODE > +7
               GO TO N15-EXIT
           END-IF.

           IF  TEMPLATE-NOT-FOUND
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': TEMPLATE '       DELIMITED BY SIZE
                      MTPR-ID             DELIMITED BY SPACE
                      ' NOT FOUND'        DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
               GO TO N15-EXIT
           END-IF.

           IF  MTPL-IS-RETIRED
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': TEMPLATE '       DELIMITED BY SIZE
                      MTPR-ID             DELIMITED BY SPACE
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

      * MOVE THE HEADER FIELDS FROM THE PARAMETERS TO THE RECORD AREA
       N20-MOVE-HEADER-PARMS.

           MOVE MTPR-DESC              TO MTPL-DESC.
           MOVE MTPR-SUBJECT           TO MTPL-SUBJECT.
           MOVE MTPR-TO-GRP            TO MTPL-TO-GRP.
           PERFORM WITH TEST BEFORE
             VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 8
               MOVE MTPR-DIST-GRP(WS-SUB) TO MTPL-DIST-GRP(WS-SUB)
           END-PERFORM.

       N25-EXIT.
           EXIT.

      * STAMP AND REWRITE THE HEADER IN THE RECORD AREA, THEN JOURNAL
      * THE CHANGE UNDER WS-JRN-REQUEST
       N30-REWRITE-HEADER.

           MOVE WS-CURRENT-TIMESTAMP   TO MTPL-CHANGED-TIMESTAMP.
           MOVE WS-USER-ID             TO MTPL-CHANGED-BY.

           MOVE MTPL                   TO VSUB.
           SET  FUNC-REWRITE(VSUB)     TO TRUE.
           MOVE MTPL-KEY               TO VSAM-KEYD(VSUB).
           REWRITE MAILTPL-RECORD END-REWRITE.
           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK.

           IF  STAT-NORMAL(VSUB)
               PERFORM P00-JOURNAL-CHANGE THRU P05-EXIT
           END-IF.

       N35-EXIT.
           EXIT.

      /*****************************************************************
      *    JOURNAL ONE TEMPLATE CHANGE -- THE TEMPLATE ID RIDES IN THE *
      *    GROUP NAME FIELD                                            *
      ******************************************************************
       P00-JOURNAL-CHANGE.

           MOVE WS-JRN-REQUEST         TO MJRN-REQUEST.
           MOVE ZEROES                 TO MJRN-MAIL-ID.
           MOVE MTPR-ID                TO MJRN-GRP-NAME.
           MOVE WS-USER-ID             TO MJRN-USER-ID.
           MOVE THIS-PGM               TO MJRN-PGM.
           MOVE SPACE                  TO MJRN-PRIORITY.
           PERFORM B70-WRITE-JOURNAL THRU B75-EXIT.
           MOVE MTPL                   TO VSUB.

       P05-EXIT.
           EXIT.

      /*****************************************************************
      *    FORMAT THE TEMPLATE HEADER IN THE RECORD AREA FOR PRINTING  *
      ******************************************************************
       W00-FORMAT-TEMPLATE.

           MOVE MTPL-ID                TO TPL-L-ID.
           IF  MTPL-IS-ACTIVE
               MOVE 'ACTIVE'           TO TPL-L-STATUS
           ELSE
               MOVE 'RETIRED'          TO TPL-L-STATUS
           END-IF.
           MOVE MTPL-TO-GRP            TO TPL-L-TO-GRP.
           MOVE MTPL-SUBJECT           TO TPL-L-SUBJECT.
           MOVE MTPL-DESC              TO TPL-L-DESC.
           MOVE MTPL-CHANGED-BY        TO TPL-L-CHANGED-BY.

           PERFORM WITH TEST BEFORE
             VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 8
               MOVE MTPL-DIST-GRP(WS-SUB) TO GRP-L-GRP-NAME(WS-SUB)
           END-PERFORM.

       W05-EXIT.
           EXIT.
