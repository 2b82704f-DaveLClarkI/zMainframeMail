      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    MAILCRTB.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
      *REMARKS.       MAINFRAME MAIL DISTRIBUTION GROUP MEMBERSHIP
      *                RECERTIFICATION RUN.  REVIEWS EVERY ACTIVE
      *                MAILDST GROUP AND FLAGS MEMBERS INACTIVE OR
      *                MISSING ON THE MAILUSR DIRECTORY, MEMBERS WHOSE
      *                OUT-OF-OFFICE DELEGATE IS INACTIVE, GROUPS WITH
      *                NO MEMBERS, AND GROUPS WITH NO MAIL ON MAILMIDX
      *                IN THE CALLER'S NUMBER OF DAYS.  PRINTS A REVIEW
      *                LIST PER GROUP OWNER AND MAILS EACH OWNER THEIR
      *                OWN LIST THROUGH THE BATCH MAIL WRITER, THEN
      *                PRINTS THE GROUPS OVERDUE FOR CERTIFICATION.
      *                AN OWNER'S MAIL IS ADDRESSED TO A ONE-MEMBER
      *                REVIEW MAILBOX GROUP ('*' PLUS THE OWNER'S USER
      *                ID), OPENED HERE THE FIRST TIME IT IS NEEDED.

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC DO NOT MAIL A REVIEW MAILBOX THAT HOLDS ANY
      *                MEMBER BESIDES ITS OWNER, OR ANY NESTED GROUP.
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

           SELECT MAILDST
               ASSIGN TO MAILDST
               ACCESS IS DYNAMIC INDEXED
               RECORD KEY IS MDST-KEY
               FILE STATUS IS FILE1-STAT
                              FILE1-FDBK.

           SELECT MAILUSR
               ASSIGN TO MAILUSR
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS MUSR-KEY
               FILE STATUS IS FILE2-STAT
                              FILE2-FDBK.

      * THE MAILMIDX ALTERNATE-INDEX PATH OVER MAILMID, READ AS ITS
      * OWN KEYED FILE -- EACH GROUP'S SLICE COMES BACK NEWEST FIRST,
      * SO THE FIRST RECORD OF A SLICE IS THE GROUP'S LATEST MAIL
           SELECT MAILMIDX
               ASSIGN TO MAILMIDX
               ACCESS IS DYNAMIC INDEXED
               RECORD KEY IS MIDX-GRP-PATH-KEY
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

       FD  MAILDST
           RECORD IS VARYING IN SIZE
             FROM 28 TO 255
             DEPENDING ON MDST-RECL.
       COPY MAILDST.

       FD  MAILUSR
           RECORD IS VARYING IN SIZE
             FROM 139 TO 255
             DEPENDING ON MUSR-RECL.
       COPY MAILUSR.

       FD  MAILMIDX
           RECORD IS VARYING IN SIZE
             FROM 143 TO 255
             DEPENDING ON MIDX-RECL.
       COPY MAILMID REPLACING ==MAILMID-RECORD== BY ==MAILMIDX-RECORD==
                     LEADING ==MMID== BY ==MIDX==.

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
         03  THIS-PGM                  PIC  X(8)    VALUE 'MAILCRTB'.

         03  MDST                      PIC S9(4)    BINARY VALUE 1.
         03  MUSR                      PIC S9(4)    BINARY VALUE 2.
         03  MIDX                      PIC S9(4)    BINARY VALUE 3.
         03  JRNL                      PIC S9(4)    BINARY VALUE 4.

         03  VAR-TEXTL                 PIC S9(4)    BINARY.
         03  VAR-TEXT                  PIC  X(245)  VALUE SPACES.

         03  MDST-RECL                 PIC  9(5).
         03  MUSR-RECL                 PIC  9(5).
         03  MIDX-RECL                 PIC  9(5).
         03  MJRN-RECL                 PIC  9(5).

         03  WS-NOW-TIMESTAMP          PIC S9(15)   COMP-3.
         03  WS-IDLE-CUTOFF            PIC S9(15)   COMP-3.
         03  WS-CERT-CUTOFF            PIC S9(15)   COMP-3.
         03  WS-BASE-STMP              PIC S9(15)   COMP-3.
         03  WS-DAYS                   PIC S9(8)    COMP.
         03  WS-FND-SUB                PIC S9(4)    BINARY.
         03  WS-FND-LAST               PIC S9(4)    BINARY.

      * COUNTS OF GROUPS, FINDINGS AND OWNERS TURNED AWAY ONCE THEIR
      * TABLES ARE FULL -- SEE C50, C70 AND D70
         03  WS-GRP-OVERFLOW           PIC S9(8)    COMP VALUE ZERO.
         03  WS-FND-OVERFLOW           PIC S9(8)    COMP VALUE ZERO.
         03  WS-OWN-OVERFLOW           PIC S9(8)    COMP VALUE ZERO.

      * IS THE MAILDST GROUP IN HAND BEING REVIEWED (TABLED)
         03  WS-CUR-GRP-SW             PIC  X(1)    VALUE 'N'.
           88  CUR-GRP-REVIEWED                     VALUE 'Y'.
           88  CUR-GRP-SKIPPED                      VALUE 'N'.

      * IS THE OWNER IN HAND BEING MAILED THEIR REVIEW LIST
         03  WS-MAIL-SW                PIC  X(1)    VALUE 'N'.
           88  MAILING-OWNER                        VALUE 'Y'.
           88  NOT-MAILING-OWNER                    VALUE 'N'.

      * A USER'S STANDING ON THE MAILUSR DIRECTORY -- SEE W40
         03  WS-USER-SW                PIC  X(1)    VALUE SPACE.
           88  USER-ACTIVE                          VALUE 'A'.
           88  USER-INACTIVE                        VALUE 'I'.
           88  USER-NOT-ON-FILE                     VALUE 'M'.
         03  WS-USER-ID                PIC  X(8).
         03  WS-DELEGATE-ID            PIC  X(8).
         03  WS-SAVE-DELEGATE-ID       PIC  X(8).

      * THE OWNER'S ONE-MEMBER REVIEW MAILBOX GROUP, AND A COUNT OF
      * ITS ROWS THAT WOULD CARRY THE LIST TO ANYONE ELSE -- SEE H20
         03  WS-BOX-NAME               PIC  X(8).
         03  WS-BOX-STRAYS             PIC S9(8)    COMP.

      * A NUMBER WITH ITS LEADING ZEROES DROPPED, FOR THE REVIEW TEXT
         03  WS-NUMBER                 PIC  9(5).
         03  WS-NUMBER-X REDEFINES WS-NUMBER
                                       PIC  X(5).
         03  WS-NUMBER-LEAD            PIC S9(4)    BINARY.
         03  WS-NUMBER-LEN             PIC S9(4)    BINARY.

      * THE BATCH MAIL WRITER -- EACH OWNER'S REVIEW LIST GOES OUT
      * THROUGH THE SAME REQUEST PROTOCOL AS ANY OTHER BATCH MAIL
       01  MAILWRTB                    PIC  X(8)    VALUE 'MAILWRTB'.
       01  MAILWRTR-REQUEST.
         COPY MAILWRTR.

      * GROUP TABLE -- ONE ENTRY PER ACTIVE GROUP REVIEWED, IN GROUP
      * NAME ORDER AS MAILDST IS READ.  EACH GROUP'S MEMBER FINDINGS
      * ARE THE FND-ENTRY ROWS FROM GRP-FND-FIRST FOR GRP-FND-COUNT.
       01  GROUP-TABLE.
         03  GRP-MAX                   PIC S9(4)    BINARY VALUE 2000.
         03  GRP-COUNT                 PIC S9(4)    BINARY VALUE ZERO.
         03  GRP-ENTRY OCCURS 0 TO 2000 TIMES
                       DEPENDING ON GRP-COUNT
                       INDEXED BY GRP-IDX.
             05  GRP-NAME              PIC  X(8).
             05  GRP-OWNER             PIC  X(8).
      * THE OWNER'S STANDING ON MAILUSR -- SPACE WHEN THERE IS NONE
             05  GRP-OWNER-SW          PIC  X(1).
                 88  GRP-OWNER-ACTIVE               VALUE 'A'.
                 88  GRP-OWNER-INACTIVE             VALUE 'I'.
                 88  GRP-OWNER-NOT-ON-FILE          VALUE 'M'.
             05  GRP-CREATED-STMP      PIC S9(15)   COMP-3.
             05  GRP-CERT-STMP         PIC S9(15)   COMP-3.
             05  GRP-CERT-BY           PIC  X(8).
             05  GRP-LAST-MAIL-STMP    PIC S9(15)   COMP-3.
             05  GRP-CERT-DAYS         PIC S9(8)    COMP.
             05  GRP-MEMBERS           PIC S9(8)    COMP.
             05  GRP-FND-FIRST         PIC S9(4)    BINARY.
             05  GRP-FND-COUNT         PIC S9(4)    BINARY.
             05  GRP-EMPTY-SW          PIC  X(1).
                 88  GRP-IS-EMPTY                   VALUE 'Y'.
             05  GRP-IDLE-SW           PIC  X(1).
                 88  GRP-IS-IDLE                    VALUE 'Y'.
             05  GRP-OVERDUE-SW        PIC  X(1).
                 88  GRP-IS-OVERDUE                 VALUE 'Y'.
             05  GRP-FLAG-SW           PIC  X(1).
                 88  GRP-IS-FLAGGED                 VALUE 'Y'.

      * MEMBER FINDINGS, IN THE ORDER THE MEMBERS WERE READ
       01  FINDING-TABLE.
         03  FND-MAX                   PIC S9(4)    BINARY VALUE 5000.
         03  FND-COUNT                 PIC S9(4)    BINARY VALUE ZERO.
         03  FND-ENTRY OCCURS 5000 TIMES.
             05  FND-USER-ID           PIC  X(8).
             05  FND-DELEGATE-ID       PIC  X(8).
             05  FND-CODE              PIC  X(1).
                 88  FND-NOT-ON-FILE                VALUE 'M'.
                 88  FND-INACTIVE                   VALUE 'I'.
                 88  FND-DELEGATE-INACTIVE          VALUE 'D'.
                 88  FND-DELEGATE-NOT-ON-FILE       VALUE 'X'.

      * OWNER TABLE -- ONE ENTRY PER DISTINCT OWNER WITH A GROUP TO
      * REVIEW, KEPT IN USER ID ORDER AS IT IS BUILT SO THE REVIEW
      * LIST COMES OUT BY OWNER WITHOUT A SORT STEP.  GROUPS WITH NO
      * OWNER COLLECT UNDER AN OWNER OF SPACES, WHICH SORTS FIRST.
       01  OWNER-TABLE.
         03  OWN-MAX                   PIC S9(4)    BINARY VALUE 500.
         03  OWN-SUB                   PIC S9(4)    BINARY VALUE ZERO.
         03  OWN-COUNT                 PIC S9(4)    BINARY VALUE ZERO.
         03  OWN-ENTRY OCCURS 0 TO 500 TIMES
                       DEPENDING ON OWN-COUNT
                       INDEXED BY OWN-IDX.
             05  OWN-USER-ID           PIC  X(8).
             05  OWN-ACTIVE-SW         PIC  X(1).
                 88  OWN-ACTIVE                     VALUE 'Y'.

      * ONE LINE OF AN OWNER'S REVIEW LIST -- PRINTED, AND MAILED TO
      * THE OWNER AS A BODY LINE
       01  REVIEW-LINE                 PIC  X(100).
       01  REVIEW-PTR                  PIC S9(4)    BINARY.

       01  EXCEPTION-TITLE.
         03  FILLER                    PIC  X(50)   VALUE
             'GROUP    OWNER    LAST CERTIFIED   CERTIFIED BY'.
         03  FILLER                    PIC  X(30)   VALUE
             '  DAYS NOTE'.

       01  EXCEPTION-LINE.
         03  EXC-GRP-NAME              PIC  X(8).
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  EXC-OWNER                 PIC  X(8).
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  EXC-CERT-STMP             PIC  9(15).
         03  EXC-CERT-NEVER REDEFINES EXC-CERT-STMP
                                       PIC  X(15).
         03  FILLER                    PIC  X(2)    VALUE SPACE.
         03  EXC-CERT-BY               PIC  X(8).
         03  FILLER                    PIC  X(7)    VALUE SPACE.
         03  EXC-DAYS                  PIC  Z(5)9.
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  EXC-NOTE                  PIC  X(30).

      * THE FOLLOWING AREAS ARE SUBROUTINE PARAMETER BLOCKS

       COPY RTCMAN.

       COPY VSMSTATW.

      /*****************************************************************
      *    LINKAGE SECTION                                             *
      ******************************************************************
       LINKAGE SECTION.

       01  MAILCRTR-PARMS.
         COPY MAILCRTR.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING MAILCRTR-PARMS.

      ******************************************************************
      *    MAINLINE ROUTINE                                            *
      ******************************************************************
       A00-MAINLINE-ROUTINE.

           PERFORM B10-INITIALIZATION THRU B15-EXIT.

           IF  RTC-CODE < +8
               PERFORM C00-LOAD-GROUPS THRU C90-EXIT
           END-IF.

           IF  RTC-CODE < +8
               PERFORM D00-ASSESS-GROUPS THRU D90-EXIT
           END-IF.

           IF  RTC-CODE < +8
               PERFORM E00-REVIEW-BY-OWNER THRU E90-EXIT
           END-IF.

           IF  RTC-CODE < +8
               PERFORM G00-PRINT-OVERDUE THRU G90-EXIT
           END-IF.

           PERFORM B20-TERMINATION THRU B25-EXIT.

           GOBACK.

      /*****************************************************************
      *    PROGRAM INITIALIZATION ROUTINE                              *
      ******************************************************************
       B10-INITIALIZATION.

           MOVE ZEROES                 TO RTC-CODE.
           MOVE ZEROES                 TO MCRT-GROUP-COUNT
                                          MCRT-FLAGGED-COUNT
                                          MCRT-FINDING-COUNT
                                          MCRT-OVERDUE-COUNT
                                          MCRT-MAILED-COUNT.

           IF  MCRT-IDLE-DAYS < ZEROES
           OR  MCRT-CERT-DAYS < ZEROES
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': DAYS PARAMETER ERROR' DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
           END-IF.

           IF  RTC-CODE = ZERO
               IF  MCRT-SYSTEM = SPACES
                   MOVE THIS-PGM       TO MCRT-SYSTEM
               END-IF

               CALL 'ASKTIME'       USING WS-NOW-TIMESTAMP
      * the shop timestamp convention is an absolute-time value in
      * milliseconds since 1900 -- a day is 86,400,000 of them
               COMPUTE WS-IDLE-CUTOFF =
                       WS-NOW-TIMESTAMP
                     - (MCRT-IDLE-DAYS * 86400 * 1000)
               COMPUTE WS-CERT-CUTOFF =
                       WS-NOW-TIMESTAMP
                     - (MCRT-CERT-DAYS * 86400 * 1000)

               INITIALIZE MAILWRTR-REQUEST
               MOVE ZEROES             TO MAIL-ID
                                          MAIL-SEQ

               MOVE 'MAILDST'          TO VSAM-FILE(MDST)
               MOVE 'MAILUSR'          TO VSAM-FILE(MUSR)
               MOVE 'MAILMIDX'         TO VSAM-FILE(MIDX)
               MOVE 'MAILJRN'          TO VSAM-FILE(JRNL)
               MOVE LENGTH OF MDST-KEY TO VSAM-KEYL(MDST)
               MOVE LENGTH OF MUSR-KEY TO VSAM-KEYL(MUSR)
               MOVE LENGTH OF MIDX-GRP-PATH-KEY
                                       TO VSAM-KEYL(MIDX)
               MOVE LENGTH OF MJRN-KEY TO VSAM-KEYL(JRNL)

               SET  FUNC-OPEN(MDST)    TO TRUE
               SET  FUNC-OPEN(MUSR)    TO TRUE
               SET  FUNC-OPEN(MIDX)    TO TRUE
               SET  FUNC-OPEN(JRNL)    TO TRUE
               OPEN I-O MAILDST
                        MAILJRN
               OPEN INPUT MAILUSR
                          MAILMIDX

               MOVE MDST               TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE MUSR               TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE MIDX               TO VSUB
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
               SET  FUNC-CLOSE(MDST)  TO TRUE
               SET  FUNC-CLOSE(MUSR)  TO TRUE
               SET  FUNC-CLOSE(MIDX)  TO TRUE
               SET  FUNC-CLOSE(JRNL)  TO TRUE
               CLOSE MAILDST
                     MAILUSR
                     MAILMIDX
                     MAILJRN

               MOVE MDST              TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE MUSR              TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE MIDX              TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE JRNL              TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

           DISPLAY THIS-PGM ': GROUPS='   MCRT-GROUP-COUNT
                             ' FLAGGED='  MCRT-FLAGGED-COUNT
                             ' FINDINGS=' MCRT-FINDING-COUNT
                             ' OVERDUE='  MCRT-OVERDUE-COUNT
                             ' MAILED='   MCRT-MAILED-COUNT
                                     UPON CONSOLE.

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
      *    LOAD THE ACTIVE GROUPS AND CHECK THEIR MEMBERS              *
      *    ONE PASS OF MAILDST:  EACH HEADER OPENS A GROUP, AND THE    *
      *    MEMBER AND SUB-GROUP RECORDS BEHIND IT ARE COUNTED AGAINST  *
      *    IT.  AN INACTIVE GROUP IS OUT OF SERVICE AND NOT REVIEWED,  *
      *    NOR IS A RESERVED '*' GROUP (THE REVIEW MAILBOXES).         *
      ******************************************************************
       C00-LOAD-GROUPS.

           MOVE LOW-VALUES             TO MDST-KEY.
           MOVE MDST                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           MOVE MDST-KEY               TO VSAM-KEYD(VSUB).
           START MAILDST KEY >= MDST-KEY END-START.

           PERFORM WITH TEST BEFORE
             UNTIL NOT STAT-NORMAL(VSUB)
                OR RTC-CODE > +7
      * a header written before the owner fields existed is too short
      * to reach them -- clear them ahead of each read
               MOVE SPACES             TO MDST-GRP-OWNER
                                          MDST-CERTIFIED-BY
               MOVE ZEROES             TO MDST-CERTIFIED-TIMESTAMP
               SET  FUNC-READNEXT(VSUB) TO TRUE
               READ MAILDST NEXT RECORD END-READ
               MOVE MDST-KEY           TO VSAM-KEYD(VSUB)
               IF  STAT-NORMAL(VSUB)
                   EVALUATE TRUE
                     WHEN MDST-GRP-HEADER
                       SET  CUR-GRP-SKIPPED TO TRUE
                       IF  MDST-GRP-ACTIVE
                       AND MDST-GRP-NAME(1:1) NOT = '*'
                           PERFORM C50-ADD-GROUP THRU C55-EXIT
                       END-IF
                     WHEN MDST-GRP-MEMBER
                      AND CUR-GRP-REVIEWED
                       ADD  1          TO GRP-MEMBERS(GRP-IDX)
                       PERFORM C60-CHECK-MEMBER THRU C65-EXIT
                     WHEN MDST-GRP-SUBGROUP
                      AND CUR-GRP-REVIEWED
                       ADD  1          TO GRP-MEMBERS(GRP-IDX)
                   END-EVALUATE
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
                      'MAILDST...'        DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

      * a full table leaves part of the file unreviewed -- a warning,
      * since everything that did fit is still reviewed accurately
           IF  WS-GRP-OVERFLOW > ZEROES
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': GROUP-TABLE '
                      'TABLE FULL'        DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               DISPLAY THIS-PGM ': GROUP-TABLE OVERFLOW COUNT='
                                 WS-GRP-OVERFLOW
                                     UPON CONSOLE
               IF  RTC-CODE < +4
                   MOVE +4             TO RTC-CODE
                   PERFORM B80-CALL-RTCMAN THRU B85-EXIT
               END-IF
           END-IF.

           IF  WS-FND-OVERFLOW > ZEROES
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': FINDING-TABLE '
                      'TABLE FULL'        DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               DISPLAY THIS-PGM ': FINDING-TABLE OVERFLOW COUNT='
                                 WS-FND-OVERFLOW
                                     UPON CONSOLE
               IF  RTC-CODE < +4
                   MOVE +4             TO RTC-CODE
                   PERFORM B80-CALL-RTCMAN THRU B85-EXIT
               END-IF
           END-IF.

       C90-EXIT.
           EXIT.

      * TABLE THE GROUP HEADER IN HAND -- MAILDST IS READ IN KEY
      * ORDER, SO THE TABLE STAYS IN GROUP NAME ORDER
       C50-ADD-GROUP.

           IF  GRP-COUNT NOT < GRP-MAX
               ADD  1                  TO WS-GRP-OVERFLOW
               GO TO C55-EXIT
           END-IF.

           ADD  1                      TO GRP-COUNT.
           ADD  1                      TO MCRT-GROUP-COUNT.
           SET  GRP-IDX                TO GRP-COUNT.
           SET  CUR-GRP-REVIEWED       TO TRUE.
           MOVE MDST-GRP-NAME          TO GRP-NAME(GRP-IDX).
           MOVE MDST-GRP-OWNER         TO GRP-OWNER(GRP-IDX).
           MOVE SPACE                  TO GRP-OWNER-SW(GRP-IDX).
           MOVE MDST-CREATED-TIMESTAMP TO GRP-CREATED-STMP(GRP-IDX).
           MOVE MDST-CERTIFIED-TIMESTAMP
                                       TO GRP-CERT-STMP(GRP-IDX).
           MOVE MDST-CERTIFIED-BY      TO GRP-CERT-BY(GRP-IDX).
           MOVE ZEROES                 TO GRP-LAST-MAIL-STMP(GRP-IDX)
                                          GRP-CERT-DAYS(GRP-IDX)
                                          GRP-MEMBERS(GRP-IDX)
                                          GRP-FND-COUNT(GRP-IDX).
           COMPUTE GRP-FND-FIRST(GRP-IDX) = FND-COUNT + 1.
           MOVE 'N'                    TO GRP-EMPTY-SW(GRP-IDX)
                                          GRP-IDLE-SW(GRP-IDX)
                                          GRP-OVERDUE-SW(GRP-IDX)
                                          GRP-FLAG-SW(GRP-IDX).

       C55-EXIT.
           EXIT.

      * CHECK ONE MEMBER AGAINST THE USER DIRECTORY -- THE MEMBER
      * MUST BE ON FILE AND ACTIVE, AND SO MUST ITS DELEGATE, IF SET
       C60-CHECK-MEMBER.

           MOVE MDST-MBR-USER-ID       TO WS-USER-ID.
           PERFORM W40-CHECK-USER    THRU W45-EXIT.

           EVALUATE TRUE
             WHEN USER-NOT-ON-FILE
             WHEN USER-INACTIVE
               PERFORM C70-ADD-FINDING THRU C75-EXIT
             WHEN WS-DELEGATE-ID > SPACES
      * the delegate's own lookup overlays the delegate ID -- save it
      * until the finding is recorded
               MOVE WS-DELEGATE-ID     TO WS-SAVE-DELEGATE-ID
                                          WS-USER-ID
               PERFORM W40-CHECK-USER THRU W45-EXIT
               MOVE MDST-MBR-USER-ID   TO WS-USER-ID
               MOVE WS-SAVE-DELEGATE-ID TO WS-DELEGATE-ID
               IF  USER-NOT-ON-FILE
                   MOVE 'X'            TO WS-USER-SW
                   PERFORM C70-ADD-FINDING THRU C75-EXIT
               END-IF
               IF  USER-INACTIVE
                   MOVE 'D'            TO WS-USER-SW
                   PERFORM C70-ADD-FINDING THRU C75-EXIT
               END-IF
           END-EVALUATE.

       C65-EXIT.
           EXIT.

      * RECORD ONE MEMBER FINDING AGAINST THE GROUP IN HAND -- THE
      * FINDING CODE IS THE USER SWITCH AS W40 (OR C60) LEFT IT
       C70-ADD-FINDING.

           ADD  1                      TO MCRT-FINDING-COUNT.

           IF  FND-COUNT NOT < FND-MAX
               ADD  1                  TO WS-FND-OVERFLOW
               GO TO C75-EXIT
           END-IF.

           ADD  1                      TO FND-COUNT.
           ADD  1                      TO GRP-FND-COUNT(GRP-IDX).
           MOVE WS-USER-ID             TO FND-USER-ID(FND-COUNT).
           MOVE WS-DELEGATE-ID         TO FND-DELEGATE-ID(FND-COUNT).
           MOVE WS-USER-SW             TO FND-CODE(FND-COUNT).

       C75-EXIT.
           EXIT.

      /*****************************************************************
      *    ASSESS EACH REVIEWED GROUP                                  *
      *    A GROUP IS FLAGGED FOR ITS OWNER'S ATTENTION WHEN IT HAS    *
      *    MEMBER FINDINGS, NO MEMBERS, NO RECENT MAIL, OR IS OVERDUE  *
      *    FOR CERTIFICATION.  THE LAST CERTIFICATION COUNTS FROM THE  *
      *    GROUP'S CREATION WHEN IT HAS NEVER BEEN CERTIFIED.          *
      ******************************************************************
       D00-ASSESS-GROUPS.

           PERFORM WITH TEST BEFORE
             VARYING GRP-IDX FROM 1 BY 1
               UNTIL GRP-IDX > GRP-COUNT
                  OR RTC-CODE > +7
               PERFORM D10-ASSESS-ONE THRU D15-EXIT
           END-PERFORM.

           IF  WS-OWN-OVERFLOW > ZEROES
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': OWNER-TABLE '
                      'TABLE FULL'        DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               DISPLAY THIS-PGM ': OWNER-TABLE OVERFLOW COUNT='
                                 WS-OWN-OVERFLOW
                                     UPON CONSOLE
               IF  RTC-CODE < +4
                   MOVE +4             TO RTC-CODE
                   PERFORM B80-CALL-RTCMAN THRU B85-EXIT
               END-IF
           END-IF.

       D90-EXIT.
           EXIT.

      * ASSESS THE GROUP TABLE ENTRY IN HAND
       D10-ASSESS-ONE.

           IF  GRP-MEMBERS(GRP-IDX) = ZEROES
               MOVE 'Y'                TO GRP-EMPTY-SW(GRP-IDX)
           END-IF.

           IF  MCRT-IDLE-DAYS > ZEROES
               PERFORM D50-FIND-LAST-MAIL THRU D55-EXIT
               IF  GRP-LAST-MAIL-STMP(GRP-IDX) < WS-IDLE-CUTOFF
                   MOVE 'Y'            TO GRP-IDLE-SW(GRP-IDX)
               END-IF
           END-IF.

           IF  GRP-CERT-STMP(GRP-IDX) > ZEROES
               MOVE GRP-CERT-STMP(GRP-IDX)    TO WS-BASE-STMP
           ELSE
               MOVE GRP-CREATED-STMP(GRP-IDX) TO WS-BASE-STMP
           END-IF.
           COMPUTE GRP-CERT-DAYS(GRP-IDX) =
                   (WS-NOW-TIMESTAMP - WS-BASE-STMP) / 86400000.
           IF  MCRT-CERT-DAYS > ZEROES
           AND WS-BASE-STMP < WS-CERT-CUTOFF
               MOVE 'Y'                TO GRP-OVERDUE-SW(GRP-IDX)
               ADD  1                  TO MCRT-OVERDUE-COUNT
           END-IF.

           IF  GRP-OWNER(GRP-IDX) > SPACES
               MOVE GRP-OWNER(GRP-IDX) TO WS-USER-ID
               PERFORM W40-CHECK-USER THRU W45-EXIT
               MOVE WS-USER-SW         TO GRP-OWNER-SW(GRP-IDX)
           END-IF.

           IF  GRP-FND-COUNT(GRP-IDX) > ZEROES
           OR  GRP-IS-EMPTY(GRP-IDX)
           OR  GRP-IS-IDLE(GRP-IDX)
           OR  GRP-IS-OVERDUE(GRP-IDX)
               MOVE 'Y'                TO GRP-FLAG-SW(GRP-IDX)
               ADD  1                  TO MCRT-FLAGGED-COUNT
               PERFORM D70-TALLY-OWNER THRU D75-EXIT
           END-IF.

       D15-EXIT.
           EXIT.

      /*****************************************************************
      *    FIND THE GROUP'S LATEST MAIL ON THE MAILMIDX PATH           *
      *    THE PATH KEY CARRIES A NINES-COMPLEMENT OF THE CREATED      *
      *    TIMESTAMP, SO THE FIRST RECORD OF THE GROUP'S SLICE IS ITS  *
      *    NEWEST MESSAGE.  A GROUP WITH NO MAIL ON FILE KEEPS A ZERO  *
      *    STAMP, WHICH IS ALWAYS PAST THE IDLE CUTOFF.                *
      ******************************************************************
       D50-FIND-LAST-MAIL.

           MOVE GRP-NAME(GRP-IDX)      TO MIDX-GRP-PATH-GRP.
           MOVE ZEROES                 TO MIDX-GRP-PATH-STMP
                                          MIDX-GRP-PATH-ID.

           MOVE MIDX                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           MOVE MIDX-GRP-PATH-KEY      TO VSAM-KEYD(VSUB).
           START MAILMIDX KEY >= MIDX-GRP-PATH-KEY END-START.

           IF  STAT-NORMAL(VSUB)
               SET  FUNC-READNEXT(VSUB) TO TRUE
               READ MAILMIDX NEXT RECORD END-READ
               MOVE MIDX-GRP-PATH-KEY  TO VSAM-KEYD(VSUB)
               IF  STAT-NORMAL(VSUB)
               AND MIDX-GRP-PATH-GRP = GRP-NAME(GRP-IDX)
                   MOVE MIDX-CREATED-TIMESTAMP
                                       TO GRP-LAST-MAIL-STMP(GRP-IDX)
               END-IF
           END-IF.

           IF  STAT-EOFILE(VSUB)
           OR  STAT-NOTFND(VSUB)
               SET  STAT-NORMAL(VSUB)  TO TRUE
           END-IF.

           IF  NOT STAT-NORMAL(VSUB)
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': SCANNING '
                      'MAILMIDX...'       DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

       D55-EXIT.
           EXIT.

      /*****************************************************************
      *    TALLY THE FLAGGED GROUP'S OWNER                             *
      *    A NEW OWNER IS INSERTED IN USER ID ORDER, SHIFTING THE      *
      *    HIGHER ENTRIES UP ONE.                                      *
      ******************************************************************
       D70-TALLY-OWNER.

           SET  OWN-IDX                TO 1.
           SEARCH OWN-ENTRY
             AT END
               IF  OWN-COUNT < OWN-MAX
                   ADD  1              TO OWN-COUNT
                   MOVE OWN-COUNT      TO OWN-SUB
                   PERFORM WITH TEST BEFORE
                     UNTIL OWN-SUB NOT > 1
                        OR OWN-USER-ID(OWN-SUB - 1)
                               NOT > GRP-OWNER(GRP-IDX)
                       MOVE OWN-ENTRY(OWN-SUB - 1)
                                       TO OWN-ENTRY(OWN-SUB)
                       SUBTRACT 1    FROM OWN-SUB
                   END-PERFORM
                   MOVE GRP-OWNER(GRP-IDX)
                                       TO OWN-USER-ID(OWN-SUB)
                   IF  GRP-OWNER-ACTIVE(GRP-IDX)
                       MOVE 'Y'        TO OWN-ACTIVE-SW(OWN-SUB)
                   ELSE
                       MOVE 'N'        TO OWN-ACTIVE-SW(OWN-SUB)
                   END-IF
               ELSE
                   ADD  1              TO WS-OWN-OVERFLOW
               END-IF
             WHEN OWN-USER-ID(OWN-IDX) = GRP-OWNER(GRP-IDX)
               CONTINUE
           END-SEARCH.

       D75-EXIT.
           EXIT.

      /*****************************************************************
      *    PRINT EACH OWNER'S REVIEW LIST AND MAIL IT TO THE OWNER     *
      *    ONLY AN ACTIVE OWNER IS MAILED; GROUPS WITH NO OWNER, OR    *
      *    AN OWNER WHO HAS LEFT, ARE PRINTED FOR THE MAIL             *
      *    ADMINISTRATOR TO REASSIGN (MAILDSTB OWNR).                  *
      ******************************************************************
       E00-REVIEW-BY-OWNER.

           DISPLAY 'DISTRIBUTION GROUP MEMBERSHIP REVIEW BY OWNER'.

           IF  OWN-COUNT = ZEROES
               DISPLAY 'NO GROUPS NEED REVIEW'
               GO TO E90-EXIT
           END-IF.

           PERFORM WITH TEST BEFORE
             VARYING OWN-IDX FROM 1 BY 1
               UNTIL OWN-IDX > OWN-COUNT
                  OR RTC-CODE > +7
               PERFORM E10-REVIEW-OWNER THRU E15-EXIT
           END-PERFORM.

       E90-EXIT.
           EXIT.

      * PRINT (AND MAIL) ONE OWNER'S REVIEW LIST
       E10-REVIEW-OWNER.

           SET  NOT-MAILING-OWNER      TO TRUE.
           IF  NOT MCRT-REPORT-ONLY
           AND OWN-USER-ID(OWN-IDX) > SPACES
           AND OWN-ACTIVE(OWN-IDX)
               PERFORM H00-OPEN-MAILBOX THRU H90-EXIT
           END-IF.

           IF  RTC-CODE > +7
               GO TO E15-EXIT
           END-IF.

           DISPLAY ' '.
           MOVE SPACES                 TO REVIEW-LINE.
           MOVE 1                      TO REVIEW-PTR.
           EVALUATE TRUE
             WHEN OWN-USER-ID(OWN-IDX) = SPACES
               STRING 'GROUPS WITH NO OWNER ASSIGNED'
                                          DELIMITED BY SIZE
                   INTO REVIEW-LINE  WITH POINTER REVIEW-PTR
             WHEN OWN-ACTIVE(OWN-IDX)
               STRING 'OWNER '            DELIMITED BY SIZE
                      OWN-USER-ID(OWN-IDX) DELIMITED BY SPACE
                   INTO REVIEW-LINE  WITH POINTER REVIEW-PTR
             WHEN OTHER
               STRING 'OWNER '            DELIMITED BY SIZE
                      OWN-USER-ID(OWN-IDX) DELIMITED BY SPACE
                      ' (NOT AN ACTIVE USER -- REASSIGN)'
                                          DELIMITED BY SIZE
                   INTO REVIEW-LINE  WITH POINTER REVIEW-PTR
           END-EVALUATE.
           DISPLAY REVIEW-LINE.

           IF  MAILING-OWNER
               MOVE 'THE DISTRIBUTION GROUPS YOU OWN THAT NEED REVIEW'
                                       TO REVIEW-LINE
               PERFORM W30-SEND-BODY THRU W35-EXIT
               MOVE 'ARE LISTED BELOW.  PLEASE CHECK THEIR MEMBERS'
                                       TO REVIEW-LINE
               PERFORM W30-SEND-BODY THRU W35-EXIT
               MOVE 'AND HAVE THE GROUP CERTIFIED ONCE IT IS CORRECT.'
                                       TO REVIEW-LINE
               PERFORM W30-SEND-BODY THRU W35-EXIT
           END-IF.

           PERFORM WITH TEST BEFORE
             VARYING GRP-IDX FROM 1 BY 1
               UNTIL GRP-IDX > GRP-COUNT
                  OR RTC-CODE > +7
               IF  GRP-IS-FLAGGED(GRP-IDX)
               AND GRP-OWNER(GRP-IDX) = OWN-USER-ID(OWN-IDX)
                   PERFORM F00-REVIEW-GROUP THRU F90-EXIT
               END-IF
           END-PERFORM.

           IF  MAILING-OWNER
           AND RTC-CODE < +8
               MOVE 'CMPL'             TO MAIL-REQUEST-TYPE
               PERFORM W00-CALL-WRITER THRU W05-EXIT
               IF  RTC-CODE < +8
                   ADD  1              TO MCRT-MAILED-COUNT
               END-IF
           END-IF.

       E15-EXIT.
           EXIT.

      /*****************************************************************
      *    LIST ONE FLAGGED GROUP AND ITS FINDINGS                     *
      ******************************************************************
       F00-REVIEW-GROUP.

           MOVE SPACES                 TO REVIEW-LINE.
           MOVE 1                      TO REVIEW-PTR.
           MOVE GRP-CERT-DAYS(GRP-IDX) TO WS-NUMBER.
           PERFORM W20-EDIT-NUMBER   THRU W25-EXIT.
           IF  GRP-CERT-STMP(GRP-IDX) > ZEROES
               STRING '  GROUP '          DELIMITED BY SIZE
                      GRP-NAME(GRP-IDX)   DELIMITED BY SPACE
                      ' - LAST CERTIFIED ' DELIMITED BY SIZE
                      WS-NUMBER-X(WS-NUMBER-LEAD + 1:WS-NUMBER-LEN)
                                          DELIMITED BY SIZE
                      ' DAYS AGO BY '     DELIMITED BY SIZE
                      GRP-CERT-BY(GRP-IDX) DELIMITED BY SPACE
                   INTO REVIEW-LINE  WITH POINTER REVIEW-PTR
           ELSE
               STRING '  GROUP '          DELIMITED BY SIZE
                      GRP-NAME(GRP-IDX)   DELIMITED BY SPACE
                      ' - NEVER CERTIFIED, CREATED '
                                          DELIMITED BY SIZE
                      WS-NUMBER-X(WS-NUMBER-LEAD + 1:WS-NUMBER-LEN)
                                          DELIMITED BY SIZE
                      ' DAYS AGO'         DELIMITED BY SIZE
                   INTO REVIEW-LINE  WITH POINTER REVIEW-PTR
           END-IF.
           PERFORM W10-EMIT-LINE     THRU W15-EXIT.

           IF  GRP-IS-OVERDUE(GRP-IDX)
               MOVE '      CERTIFICATION IS OVERDUE'
                                       TO REVIEW-LINE
               PERFORM W10-EMIT-LINE THRU W15-EXIT
           END-IF.

           IF  GRP-IS-EMPTY(GRP-IDX)
               MOVE '      GROUP HAS NO MEMBERS'
                                       TO REVIEW-LINE
               PERFORM W10-EMIT-LINE THRU W15-EXIT
           END-IF.

           IF  GRP-IS-IDLE(GRP-IDX)
               MOVE SPACES             TO REVIEW-LINE
               MOVE 1                  TO REVIEW-PTR
               MOVE MCRT-IDLE-DAYS     TO WS-NUMBER
               PERFORM W20-EDIT-NUMBER THRU W25-EXIT
               STRING '      NO MAIL SENT TO THE GROUP IN '
                                          DELIMITED BY SIZE
                      WS-NUMBER-X(WS-NUMBER-LEAD + 1:WS-NUMBER-LEN)
                                          DELIMITED BY SIZE
                      ' DAYS'             DELIMITED BY SIZE
                   INTO REVIEW-LINE  WITH POINTER REVIEW-PTR
               PERFORM W10-EMIT-LINE THRU W15-EXIT
           END-IF.

           IF  GRP-FND-COUNT(GRP-IDX) > ZEROES
               COMPUTE WS-FND-LAST = GRP-FND-FIRST(GRP-IDX)
                                   + GRP-FND-COUNT(GRP-IDX) - 1
               PERFORM WITH TEST BEFORE
                 VARYING WS-FND-SUB FROM GRP-FND-FIRST(GRP-IDX) BY 1
                   UNTIL WS-FND-SUB > WS-FND-LAST
                      OR RTC-CODE > +7
                   PERFORM F50-REVIEW-FINDING THRU F55-EXIT
               END-PERFORM
           END-IF.

       F90-EXIT.
           EXIT.

      * LIST ONE MEMBER FINDING
       F50-REVIEW-FINDING.

           MOVE SPACES                 TO REVIEW-LINE.
           MOVE 1                      TO REVIEW-PTR.
           STRING '      MEMBER '         DELIMITED BY SIZE
                  FND-USER-ID(WS-FND-SUB) DELIMITED BY SPACE
               INTO REVIEW-LINE      WITH POINTER REVIEW-PTR.

           EVALUATE TRUE
             WHEN FND-NOT-ON-FILE(WS-FND-SUB)
               STRING ' IS NOT ON THE USER DIRECTORY'
                                          DELIMITED BY SIZE
                   INTO REVIEW-LINE  WITH POINTER REVIEW-PTR
             WHEN FND-INACTIVE(WS-FND-SUB)
               STRING ' IS AN INACTIVE USER'
                                          DELIMITED BY SIZE
                   INTO REVIEW-LINE  WITH POINTER REVIEW-PTR
             WHEN FND-DELEGATE-INACTIVE(WS-FND-SUB)
               STRING ' DELEGATES TO '    DELIMITED BY SIZE
                      FND-DELEGATE-ID(WS-FND-SUB)
                                          DELIMITED BY SPACE
                      ', AN INACTIVE USER' DELIMITED BY SIZE
                   INTO REVIEW-LINE  WITH POINTER REVIEW-PTR
             WHEN FND-DELEGATE-NOT-ON-FILE(WS-FND-SUB)
               STRING ' DELEGATES TO '    DELIMITED BY SIZE
                      FND-DELEGATE-ID(WS-FND-SUB)
                                          DELIMITED BY SPACE
                      ', WHO IS NOT ON THE USER DIRECTORY'
                                          DELIMITED BY SIZE
                   INTO REVIEW-LINE  WITH POINTER REVIEW-PTR
           END-EVALUATE.

           PERFORM W10-EMIT-LINE     THRU W15-EXIT.

       F55-EXIT.
           EXIT.

      /*****************************************************************
      *    PRINT THE GROUPS OVERDUE FOR CERTIFICATION                  *
      *    THE NOTE CALLS OUT A GROUP WHOSE OWNER CANNOT CERTIFY IT    *
      *    -- NONE ASSIGNED, OR ONE WHO IS NO LONGER AN ACTIVE USER.   *
      ******************************************************************
       G00-PRINT-OVERDUE.

           IF  MCRT-CERT-DAYS = ZEROES
               GO TO G90-EXIT
           END-IF.

           DISPLAY ' '.
           DISPLAY 'DISTRIBUTION GROUPS OVERDUE FOR CERTIFICATION'.

           IF  MCRT-OVERDUE-COUNT = ZEROES
               DISPLAY 'NO GROUPS ARE OVERDUE'
               GO TO G90-EXIT
           END-IF.

           DISPLAY EXCEPTION-TITLE.

           PERFORM WITH TEST BEFORE
             VARYING GRP-IDX FROM 1 BY 1
               UNTIL GRP-IDX > GRP-COUNT
               IF  GRP-IS-OVERDUE(GRP-IDX)
                   PERFORM G10-FORMAT-OVERDUE THRU G15-EXIT
                   DISPLAY EXCEPTION-LINE
               END-IF
           END-PERFORM.

       G90-EXIT.
           EXIT.

      * FORMAT THE GROUP TABLE ENTRY IN HAND AS AN EXCEPTION LINE
       G10-FORMAT-OVERDUE.

           MOVE SPACES                 TO EXCEPTION-LINE.
           MOVE GRP-NAME(GRP-IDX)      TO EXC-GRP-NAME.
           MOVE GRP-OWNER(GRP-IDX)     TO EXC-OWNER.
           IF  GRP-CERT-STMP(GRP-IDX) > ZEROES
               MOVE GRP-CERT-STMP(GRP-IDX) TO EXC-CERT-STMP
               MOVE GRP-CERT-BY(GRP-IDX)   TO EXC-CERT-BY
           ELSE
               MOVE 'NEVER'            TO EXC-CERT-NEVER
           END-IF.
           MOVE GRP-CERT-DAYS(GRP-IDX) TO EXC-DAYS.

           EVALUATE TRUE
             WHEN GRP-OWNER(GRP-IDX) = SPACES
               MOVE 'NO OWNER ASSIGNED' TO EXC-NOTE
             WHEN GRP-OWNER-INACTIVE(GRP-IDX)
               MOVE 'OWNER IS AN INACTIVE USER' TO EXC-NOTE
             WHEN GRP-OWNER-NOT-ON-FILE(GRP-IDX)
               MOVE 'OWNER NOT ON USER DIRECTORY' TO EXC-NOTE
           END-EVALUATE.

       G15-EXIT.
           EXIT.

      /*****************************************************************
      *    OPEN THE OWNER'S REVIEW MAILBOX AND START THEIR MESSAGE     *
      *    THE MAIL WRITER ADDRESSES GROUPS, SO EACH OWNER'S LIST      *
      *    GOES TO A ONE-MEMBER GROUP NAMED '*' PLUS THE OWNER'S USER  *
      *    ID (THE FIRST SEVEN CHARACTERS OF IT).  THE MAILBOX IS      *
      *    OPENED THE FIRST TIME IT IS NEEDED AND KEPT FOR LATER RUNS. *
      *    A MAILBOX OF THAT NAME HOLDING SOMEONE ELSE (TWO USER IDS   *
      *    ALIKE IN THEIR FIRST SEVEN CHARACTERS) IS NOT USED -- THE   *
      *    OWNER'S LIST IS STILL PRINTED, AND A WARNING IS RAISED.     *
      *    SO IS A MAILBOX HOLDING ANY MEMBER BESIDES THE OWNER, OR    *
      *    ANY NESTED GROUP -- THE LIST IS FOR THE OWNER'S EYES ONLY.  *
      ******************************************************************
       H00-OPEN-MAILBOX.

           MOVE '*'                    TO WS-BOX-NAME.
           MOVE OWN-USER-ID(OWN-IDX)   TO WS-BOX-NAME(2:7).

           MOVE WS-BOX-NAME            TO MDST-GRP-NAME.
           SET  MDST-GRP-HEADER        TO TRUE.
           MOVE SPACES                 TO MDST-MBR-USER-ID.

           MOVE MDST                   TO VSUB.
           SET  FUNC-READ(VSUB)        TO TRUE.
           MOVE MDST-KEY               TO VSAM-KEYD(VSUB).
           READ MAILDST RECORD KEY IS MDST-KEY END-READ.

           IF  STAT-NOTFND(VSUB)
               PERFORM H50-CREATE-MAILBOX THRU H55-EXIT
               IF  RTC-CODE > +7
                   GO TO H90-EXIT
               END-IF
           ELSE
               IF  NOT STAT-NORMAL(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
                   GO TO H90-EXIT
               END-IF
           END-IF.

      * the mailbox must hold this owner and be open to mail
           MOVE WS-BOX-NAME            TO MDST-GRP-NAME.
           SET  MDST-GRP-MEMBER        TO TRUE.
           MOVE OWN-USER-ID(OWN-IDX)   TO MDST-MBR-USER-ID.
           SET  FUNC-READ(VSUB)        TO TRUE.
           MOVE MDST-KEY               TO VSAM-KEYD(VSUB).
           READ MAILDST RECORD KEY IS MDST-KEY END-READ.

           IF  STAT-NOTFND(VSUB)
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': REVIEW MAILBOX ' DELIMITED BY SIZE
                      WS-BOX-NAME         DELIMITED BY SPACE
                      ' DOES NOT HOLD OWNER ' DELIMITED BY SIZE
                      OWN-USER-ID(OWN-IDX) DELIMITED BY SPACE
                      ' - NOT MAILED'     DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               IF  RTC-CODE < +4
                   MOVE +4             TO RTC-CODE
                   PERFORM B80-CALL-RTCMAN THRU B85-EXIT
               END-IF
               SET  STAT-NORMAL(VSUB)  TO TRUE
               GO TO H90-EXIT
           END-IF.

           IF  NOT STAT-NORMAL(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO H90-EXIT
           END-IF.

      * and must hold no one else
           PERFORM H20-CHECK-MAILBOX THRU H25-EXIT.
           IF  RTC-CODE > +7
               GO TO H90-EXIT
           END-IF.

           IF  WS-BOX-STRAYS > ZEROES
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': REVIEW MAILBOX ' DELIMITED BY SIZE
                      WS-BOX-NAME         DELIMITED BY SPACE
                      ' REACHES MORE THAN OWNER '
                                          DELIMITED BY SIZE
                      OWN-USER-ID(OWN-IDX) DELIMITED BY SPACE
                      ' - NOT MAILED'     DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               IF  RTC-CODE < +4
                   MOVE +4             TO RTC-CODE
                   PERFORM B80-CALL-RTCMAN THRU B85-EXIT
               END-IF
               GO TO H90-EXIT
           END-IF.

           MOVE ZEROES                 TO MAIL-ID
                                          MAIL-SEQ.
           MOVE 'HEAD'                 TO MAIL-REQUEST-TYPE.
           MOVE MCRT-SYSTEM            TO MAIL-HEAD-SYSTEM.
           MOVE WS-BOX-NAME            TO MAIL-HEAD-TO-GRP.
           MOVE THIS-PGM               TO MAIL-HEAD-FROM.
           MOVE SPACES                 TO MAIL-HEAD-SUBJECT.
           STRING 'GROUP MEMBERSHIP REVIEW FOR '
                                          DELIMITED BY SIZE
                  OWN-USER-ID(OWN-IDX)    DELIMITED BY SPACE
               INTO MAIL-HEAD-SUBJECT.
           MOVE 'Y'                    TO MAIL-HEAD-DELIVER.
           MOVE 'Y'                    TO MAIL-HEAD-PRIVATE.
           MOVE 'N'                    TO MAIL-HEAD-PRIORITY.
           MOVE ZEROES                 TO MAIL-HEAD-RELEASE-STMP
                                          MAIL-HEAD-REPLY-TO.
           PERFORM W00-CALL-WRITER   THRU W05-EXIT.

           IF  RTC-CODE < +8
               SET  MAILING-OWNER      TO TRUE
           END-IF.

       H90-EXIT.
           EXIT.

      /*****************************************************************
      *    COUNT THE REVIEW MAILBOX ROWS THAT REACH PAST ITS OWNER     *
      *    A MEMBER OTHER THAN THE OWNER, OR ANY NESTED GROUP (WHOSE   *
      *    MEMBERS DELIVERY WOULD REACH AS WELL).  POSTER ROWS ONLY    *
      *    SAY WHO MAY SEND, AND ARE LEFT ALONE.                       *
      ******************************************************************
       H20-CHECK-MAILBOX.

           MOVE ZEROES                 TO WS-BOX-STRAYS.

           MOVE WS-BOX-NAME            TO MDST-GRP-NAME.
           SET  MDST-GRP-MEMBER        TO TRUE.
           MOVE LOW-VALUES             TO MDST-MBR-USER-ID.
           MOVE MDST                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           MOVE MDST-KEY               TO VSAM-KEYD(VSUB).
           START MAILDST KEY >= MDST-KEY END-START.

           PERFORM WITH TEST BEFORE
             UNTIL NOT STAT-NORMAL(VSUB)
               SET  FUNC-READNEXT(VSUB) TO TRUE
               READ MAILDST NEXT RECORD END-READ
               MOVE MDST-KEY           TO VSAM-KEYD(VSUB)
               IF  STAT-NORMAL(VSUB)
               AND MDST-GRP-NAME NOT = WS-BOX-NAME
      * past the mailbox's last row -- stop the pass here
                   SET  STAT-EOFILE(VSUB) TO TRUE
               END-IF
               IF  STAT-NORMAL(VSUB)
                   EVALUATE TRUE
                     WHEN MDST-GRP-MEMBER
                      AND MDST-MBR-USER-ID NOT = OWN-USER-ID(OWN-IDX)
                     WHEN MDST-GRP-SUBGROUP
                       ADD  1          TO WS-BOX-STRAYS
                   END-EVALUATE
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
                      'MAILDST...'        DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

       H25-EXIT.
           EXIT.

      /*****************************************************************
      *    OPEN A NEW REVIEW MAILBOX GROUP FOR THE OWNER IN HAND       *
      *    WRITTEN AND JOURNALED JUST AS MAILDSTB WOULD A CREATE AND   *
      *    A MEMBER ADD.  THE OWNER OWNS THEIR OWN MAILBOX.            *
      ******************************************************************
       H50-CREATE-MAILBOX.

           MOVE WS-BOX-NAME            TO MDST-GRP-NAME.
           SET  MDST-GRP-HEADER        TO TRUE.
           MOVE SPACES                 TO MDST-MBR-USER-ID.
           SET  MDST-GRP-ACTIVE        TO TRUE.
           MOVE 'MEMBERSHIP REVIEW MAILBOX'
                                       TO MDST-GRP-DESC.
           MOVE WS-NOW-TIMESTAMP       TO MDST-CREATED-TIMESTAMP.
           MOVE THIS-PGM               TO MDST-CREATED-BY.
           MOVE ZEROES                 TO MDST-CHANGED-TIMESTAMP.
           MOVE SPACES                 TO MDST-CHANGED-BY.
           MOVE OWN-USER-ID(OWN-IDX)   TO MDST-GRP-OWNER.
           MOVE ZEROES                 TO MDST-CERTIFIED-TIMESTAMP.
           MOVE SPACES                 TO MDST-CERTIFIED-BY.
           COMPUTE MDST-RECL = LENGTH OF MDST-KEY
                             + LENGTH OF MDST-GRP-DATA.

           MOVE MDST                   TO VSUB.
           SET  FUNC-WRITE(VSUB)       TO TRUE.
           MOVE MDST-KEY               TO VSAM-KEYD(VSUB).
           WRITE MAILDST-RECORD END-WRITE.
           PERFORM B90-CHECK-STATUS  THRU B95-EXIT-CHECK.
           IF  RTC-CODE > +7
               GO TO H55-EXIT
           END-IF.

           MOVE 'CRET'                 TO MJRN-REQUEST.
           PERFORM H60-JOURNAL-MAILBOX THRU H65-EXIT.
           IF  RTC-CODE > +7
               GO TO H55-EXIT
           END-IF.

           MOVE WS-BOX-NAME            TO MDST-GRP-NAME.
           SET  MDST-GRP-MEMBER        TO TRUE.
           MOVE OWN-USER-ID(OWN-IDX)   TO MDST-MBR-USER-ID.
           MOVE WS-NOW-TIMESTAMP       TO MDST-MBR-ADDED-TIMESTAMP.
           MOVE THIS-PGM               TO MDST-MBR-ADDED-BY.
           COMPUTE MDST-RECL = LENGTH OF MDST-KEY
                             + LENGTH OF MDST-MBR-DATA.

           MOVE MDST                   TO VSUB.
           SET  FUNC-WRITE(VSUB)       TO TRUE.
           MOVE MDST-KEY               TO VSAM-KEYD(VSUB).
           WRITE MAILDST-RECORD END-WRITE.
           PERFORM B90-CHECK-STATUS  THRU B95-EXIT-CHECK.
           IF  RTC-CODE > +7
               GO TO H55-EXIT
           END-IF.

           MOVE 'ADDM'                 TO MJRN-REQUEST.
           PERFORM H60-JOURNAL-MAILBOX THRU H65-EXIT.

      * re-point VSUB back at the MAILDST status table entry for the
      * mailbox check to carry on with
           MOVE MDST                   TO VSUB.

       H55-EXIT.
           EXIT.

      * JOURNAL ONE REVIEW MAILBOX CHANGE -- CALLER SETS MJRN-REQUEST
       H60-JOURNAL-MAILBOX.

           MOVE ZEROES                 TO MJRN-MAIL-ID.
           MOVE WS-BOX-NAME            TO MJRN-GRP-NAME.
           MOVE THIS-PGM               TO MJRN-USER-ID.
           MOVE THIS-PGM               TO MJRN-PGM.
           MOVE SPACE                  TO MJRN-PRIORITY.
           PERFORM B70-WRITE-JOURNAL THRU B75-EXIT.

       H65-EXIT.
           EXIT.

      /*****************************************************************
      *    SHIP ONE WRITER REQUEST THROUGH MAILWRTB                    *
      *    THE WRITER RETURNS ITS RESULT IN THE RUN UNIT'S RETURN      *
      *    CODE -- ANYTHING PAST A WARNING STOPS THE RUN.              *
      ******************************************************************
       W00-CALL-WRITER.

           CALL MAILWRTB            USING MAILWRTR-REQUEST.

           IF  RETURN-CODE > +7
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': WRITER FAILED OWNER '
                                          DELIMITED BY SIZE
                      OWN-USER-ID(OWN-IDX) DELIMITED BY SPACE
                      ' REQUEST '         DELIMITED BY SIZE
                      MAIL-REQUEST-TYPE   DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
           END-IF.

       W05-EXIT.
           EXIT.

      /*****************************************************************
      *    PRINT ONE REVIEW LINE, AND MAIL IT WHEN THE OWNER IS BEING  *
      *    MAILED                                                      *
      ******************************************************************
       W10-EMIT-LINE.

           DISPLAY REVIEW-LINE.

           IF  MAILING-OWNER
               PERFORM W30-SEND-BODY THRU W35-EXIT
           END-IF.

       W15-EXIT.
           EXIT.

      /*****************************************************************
      *    DROP A NUMBER'S LEADING ZEROES -- THE DIGITS ARE LEFT AT    *
      *    WS-NUMBER-X(WS-NUMBER-LEAD + 1:WS-NUMBER-LEN)               *
      ******************************************************************
       W20-EDIT-NUMBER.

           MOVE ZEROES                 TO WS-NUMBER-LEAD.
           INSPECT WS-NUMBER-X TALLYING WS-NUMBER-LEAD
                               FOR LEADING '0'.
           IF  WS-NUMBER-LEAD = LENGTH OF WS-NUMBER-X
               SUBTRACT 1            FROM WS-NUMBER-LEAD
           END-IF.
           COMPUTE WS-NUMBER-LEN = LENGTH OF WS-NUMBER-X
                                 - WS-NUMBER-LEAD.

       W25-EXIT.
           EXIT.

      /*****************************************************************
      *    MAIL THE REVIEW LINE IN HAND AS THE OWNER'S NEXT BODY LINE  *
      ******************************************************************
       W30-SEND-BODY.

           MOVE 'BODY'                 TO MAIL-REQUEST-TYPE.
           MOVE REVIEW-LINE            TO MAIL-BODY-TEXT.
           PERFORM W00-CALL-WRITER   THRU W05-EXIT.

       W35-EXIT.
           EXIT.

      /*****************************************************************
      *    LOOK A USER UP ON THE MAILUSR DIRECTORY                     *
      *    CALLER SETS WS-USER-ID.  RETURNS THE USER'S STANDING IN     *
      *    WS-USER-SW AND ITS DELEGATE (SPACES FOR NONE) IN            *
      *    WS-DELEGATE-ID.                                             *
      ******************************************************************
       W40-CHECK-USER.

           MOVE SPACES                 TO WS-DELEGATE-ID.
           MOVE WS-USER-ID             TO MUSR-USER-ID.
           MOVE SPACE                  TO MUSR-DELIVERY-PREF.

           MOVE MUSR                   TO VSUB.
           SET  FUNC-READ(VSUB)        TO TRUE.
           MOVE MUSR-KEY               TO VSAM-KEYD(VSUB).
           READ MAILUSR RECORD KEY IS MUSR-KEY END-READ.

           EVALUATE TRUE
             WHEN STAT-NOTFND(VSUB)
               SET  USER-NOT-ON-FILE   TO TRUE
               SET  STAT-NORMAL(VSUB)  TO TRUE
             WHEN NOT STAT-NORMAL(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             WHEN MUSR-ACTIVE
               SET  USER-ACTIVE        TO TRUE
               MOVE MUSR-DELEGATE-USER-ID TO WS-DELEGATE-ID
             WHEN OTHER
               SET  USER-INACTIVE      TO TRUE
               MOVE MUSR-DELEGATE-USER-ID TO WS-DELEGATE-ID
           END-EVALUATE.

      * re-point VSUB back at the MAILDST status table entry for the
      * group scan to carry on with
           MOVE MDST                   TO VSUB.

       W45-EXIT.
           EXIT.
