      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    MAILRFSB.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
      *REMARKS.       MAINFRAME MAIL REFUSED POSTING REPORT.  LISTS
      *                THE SEND ATTEMPTS THE GROUP POSTING LISTS TURNED
      *                AWAY WITHIN THE CALLER-SUPPLIED WINDOW (24
      *                HOURS FOR THE NIGHTLY RUN), ONE LINE PER SENDER
      *                AND GROUP, FROM THE RFSD RECORDS MAILWRTC
      *                JOURNALS ON MAILJRN.  THE SENDER IS THE SYSTEM
      *                (FROM THE SUSPENDED MESSAGE'S HEADER), THE
      *                SENDING PROGRAM AND THE USER ID.  THE MESSAGES
      *                THEMSELVES ARE STILL PARKED FOR MAILSUSB.

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

           SELECT MAILJRN
               ASSIGN TO MAILJRN
               ACCESS IS DYNAMIC INDEXED
               RECORD KEY IS MJRN-KEY
               FILE STATUS IS FILE1-STAT
                              FILE1-FDBK.

           SELECT MAILMID
               ASSIGN TO MAILMID
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS MMID-KEY
               FILE STATUS IS FILE2-STAT
                              FILE2-FDBK.

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

       FD  MAILJRN
           RECORD IS VARYING IN SIZE
             FROM 42 TO 255
             DEPENDING ON MJRN-RECL.
       COPY MAILJRN.

       FD  MAILMID
           RECORD IS VARYING IN SIZE
             FROM 8 TO 255
             DEPENDING ON MMID-RECL.
       COPY MAILMID.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  CONTROL-FIELDS.
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  THIS-PGM                  PIC  X(8)    VALUE 'MAILRFSB'.

         03  JRNL                      PIC S9(4)    BINARY VALUE 1.
         03  MMID                      PIC S9(4)    BINARY VALUE 2.

         03  VAR-TEXTL                 PIC S9(4)    BINARY.
         03  VAR-TEXT                  PIC  X(245)  VALUE SPACES.

         03  MJRN-RECL                 PIC  9(5).
         03  MMID-RECL                 PIC  9(5).

         03  WS-CURRENT-TIMESTAMP      PIC S9(15)   COMP-3.
         03  WS-CUTOFF-TIMESTAMP       PIC S9(15)   COMP-3.

      * COUNT OF DISTINCT SENDER/GROUP PAIRS TURNED AWAY ONCE THE
      * TALLY TABLE IS FULL -- SEE D00
         03  WS-RFS-OVERFLOW           PIC S9(8)    COMP VALUE ZERO.

      * THE SENDER/GROUP PAIR OF THE RFSD RECORD IN HAND, AND THE
      * LAST SENDER PRINTED (FOR THE REPORT'S SENDER BREAK)
       01  WS-RFS-KEY.
         03  WS-RFS-SYSTEM             PIC  X(8).
         03  WS-RFS-PGM                PIC  X(8).
         03  WS-RFS-USER-ID            PIC  X(8).
         03  WS-RFS-GRP-NAME           PIC  X(8).
       01  WS-LAST-SENDER              PIC  X(24)   VALUE LOW-VALUES.

      * TALLY TABLE -- ONE ENTRY PER DISTINCT SENDER AND GROUP, KEPT
      * IN KEY ORDER AS IT IS BUILT SO THE REPORT COMES OUT GROUPED
      * BY SENDER WITHOUT A SORT STEP
       01  REFUSAL-TALLY.
         03  RFS-MAX                   PIC S9(4)    BINARY VALUE 500.
         03  RFS-SUB                   PIC S9(4)    BINARY VALUE ZERO.
         03  RFS-COUNT                 PIC S9(4)    BINARY VALUE ZERO.
         03  RFS-ENTRY OCCURS 0 TO 500 TIMES
                       DEPENDING ON RFS-COUNT
                       INDEXED BY RFS-IDX.
             05  RFS-KEY.
                 07  RFS-SENDER.
                     09  RFS-SYSTEM    PIC  X(8).
                     09  RFS-PGM       PIC  X(8).
                     09  RFS-USER-ID   PIC  X(8).
                 07  RFS-GRP-NAME      PIC  X(8).
             05  RFS-ATTEMPTS          PIC S9(8)    COMP.
             05  RFS-FIRST-STMP        PIC S9(15)   COMP-3.
             05  RFS-LAST-STMP         PIC S9(15)   COMP-3.
             05  RFS-LAST-MAIL-ID      PIC S9(8)    COMP.

       01  REPORT-LINE.
         03  RPT-SYSTEM                PIC  X(8).
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  RPT-PGM                   PIC  X(8).
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  RPT-USER-ID               PIC  X(8).
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  RPT-GRP-NAME              PIC  X(8).
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  RPT-ATTEMPTS              PIC Z(7)9.
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  RPT-FIRST-STMP            PIC  9(15).
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  RPT-LAST-STMP             PIC  9(15).
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  RPT-LAST-MAIL-ID          PIC Z(7)9.

      * THE FOLLOWING AREAS ARE SUBROUTINE PARAMETER BLOCKS

       COPY RTCMAN.

       COPY VSMSTATW.

      /*****************************************************************
      *    LINKAGE SECTION                                             *
      ******************************************************************
       LINKAGE SECTION.

       01  MAILRFSR-PARMS.
         COPY MAILRFSR.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING MAILRFSR-PARMS.

      ******************************************************************
      *    MAINLINE ROUTINE                                            *
      ******************************************************************
       A00-MAINLINE-ROUTINE.

           PERFORM B10-INITIALIZATION THRU B15-EXIT.

           IF  RTC-CODE < +8
               PERFORM C00-SCAN-JOURNAL THRU C90-EXIT
               PERFORM E00-PRINT-REPORT THRU E90-EXIT
           END-IF.

           PERFORM B20-TERMINATION THRU B25-EXIT.

           GOBACK.

      /*****************************************************************
      *    PROGRAM INITIALIZATION ROUTINE                              *
      ******************************************************************
       B10-INITIALIZATION.

           MOVE ZEROES                 TO RTC-CODE.
           MOVE ZEROES                 TO MRFS-EXAMINED-COUNT
                                          MRFS-REFUSED-COUNT.

           IF  MRFS-REPORT-HOURS NOT > ZEROES
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': REPORT HOURS REQUIRED' DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               MOVE +12                TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
           END-IF.

           IF  RTC-CODE = ZERO
               CALL 'ASKTIME'       USING WS-CURRENT-TIMESTAMP
      * the shop timestamp convention is an absolute-time value in
      * milliseconds since 1900 -- so the window offset is scaled
      * in milliseconds, not seconds
               COMPUTE WS-CUTOFF-TIMESTAMP =
                       WS-CURRENT-TIMESTAMP
                     - (MRFS-REPORT-HOURS * 3600 * 1000)

               MOVE 'MAILJRN'          TO VSAM-FILE(JRNL)
               MOVE 'MAILMID'          TO VSAM-FILE(MMID)
               MOVE LENGTH OF MJRN-KEY TO VSAM-KEYL(JRNL)
               MOVE LENGTH OF MMID-KEY TO VSAM-KEYL(MMID)

               SET  FUNC-OPEN(JRNL)    TO TRUE
               SET  FUNC-OPEN(MMID)    TO TRUE
               OPEN INPUT MAILJRN
                          MAILMID

               MOVE JRNL               TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE MMID               TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

       B15-EXIT.
           EXIT.

      /*****************************************************************
      *    PROGRAM TERMINATION ROUTINE                                 *
      ******************************************************************
       B20-TERMINATION.

           IF  RTC-CODE < +16
               SET  FUNC-CLOSE(JRNL)  TO TRUE
               SET  FUNC-CLOSE(MMID)  TO TRUE
               CLOSE MAILJRN
                     MAILMID

               MOVE JRNL              TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE MMID              TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

           DISPLAY THIS-PGM ': EXAMINED=' MRFS-EXAMINED-COUNT
                             ' REFUSED='  MRFS-REFUSED-COUNT
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
      *    SCAN THE WINDOW'S JOURNAL ACTIVITY FOR REFUSED POSTINGS     *
      ******************************************************************
       C00-SCAN-JOURNAL.

           MOVE WS-CUTOFF-TIMESTAMP    TO MJRN-TIMESTAMP.
           MOVE ZEROES                 TO MJRN-TIE.
           MOVE JRNL                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           MOVE MJRN-KEY               TO VSAM-KEYD(VSUB).
           START MAILJRN KEY >= MJRN-KEY END-START.

           PERFORM WITH TEST BEFORE
             UNTIL NOT STAT-NORMAL(VSUB)
               SET  FUNC-READNEXT(VSUB) TO TRUE
               READ MAILJRN NEXT RECORD END-READ
               MOVE MJRN-KEY           TO VSAM-KEYD(VSUB)
               IF  STAT-NORMAL(VSUB)
                   ADD  1              TO MRFS-EXAMINED-COUNT
                   IF  MJRN-REQUEST = 'RFSD'
                   AND (MRFS-GRP-NAME = SPACES
                        OR MRFS-GRP-NAME = MJRN-GRP-NAME)
                       ADD  1          TO MRFS-REFUSED-COUNT
                       PERFORM C50-FIND-SYSTEM THRU C55-EXIT
                       PERFORM D00-TALLY-REFUSAL THRU D90-EXIT
      * re-point VSUB back at the journal for the scan to go on
                       MOVE JRNL       TO VSUB
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
                      'MAILJRN...'        DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

      * a full tally table turns away further sender/group pairs for
      * the rest of the scan -- a warning, since every pair that did
      * fit is still reported accurately
           IF  WS-RFS-OVERFLOW > ZEROES
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': REFUSAL-TALLY '
                      'TABLE FULL'        DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               DISPLAY THIS-PGM ': REFUSAL-TALLY OVERFLOW COUNT='
                                 WS-RFS-OVERFLOW
                                     UPON CONSOLE
               IF  RTC-CODE < +4
                   MOVE +4             TO RTC-CODE
                   PERFORM B80-CALL-RTCMAN THRU B85-EXIT
               END-IF
           END-IF.

       C90-EXIT.
           EXIT.

      /*****************************************************************
      *    BUILD THE SENDER/GROUP PAIR FOR ONE RFSD RECORD             *
      *    THE SYSTEM IS NOT ON THE JOURNAL RECORD -- IT COMES FROM    *
      *    THE REFUSED MESSAGE'S HEADER, WHICH MAILWRTC LEFT PARKED.   *
      *    A HEADER SINCE PURGED IS SHOWN AS SUCH.                     *
      ******************************************************************
       C50-FIND-SYSTEM.

           MOVE MJRN-PGM               TO WS-RFS-PGM.
           MOVE MJRN-USER-ID           TO WS-RFS-USER-ID.
           MOVE MJRN-GRP-NAME          TO WS-RFS-GRP-NAME.

           MOVE MJRN-MAIL-ID           TO MMID-ID.
           MOVE MMID                   TO VSUB.
           SET  FUNC-READ(VSUB)        TO TRUE.
           MOVE MMID-KEY               TO VSAM-KEYD(VSUB).
           READ MAILMID RECORD KEY IS MMID-KEY END-READ.

           EVALUATE TRUE
             WHEN STAT-NORMAL(VSUB)
               MOVE MMID-SYSTEM        TO WS-RFS-SYSTEM
             WHEN STAT-NOTFND(VSUB)
               MOVE '(PURGED)'         TO WS-RFS-SYSTEM
               SET  STAT-NORMAL(VSUB)  TO TRUE
             WHEN OTHER
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-EVALUATE.

       C55-EXIT.
           EXIT.

      /*****************************************************************
      *    TALLY ONE REFUSED ATTEMPT BY SENDER AND GROUP               *
      *    A NEW PAIR IS INSERTED IN KEY ORDER, SHIFTING THE HIGHER    *
      *    ENTRIES UP ONE.                                             *
      ******************************************************************
       D00-TALLY-REFUSAL.

           SET  RFS-IDX                TO 1.
           SEARCH RFS-ENTRY
             AT END
               IF  RFS-COUNT < RFS-MAX
                   ADD  1              TO RFS-COUNT
                   MOVE RFS-COUNT      TO RFS-SUB
                   PERFORM WITH TEST BEFORE
                     UNTIL RFS-SUB NOT > 1
                        OR RFS-KEY(RFS-SUB - 1) NOT > WS-RFS-KEY
                       MOVE RFS-ENTRY(RFS-SUB - 1)
                                       TO RFS-ENTRY(RFS-SUB)
                       SUBTRACT 1    FROM RFS-SUB
                   END-PERFORM
                   SET  RFS-IDX        TO RFS-SUB
                   MOVE WS-RFS-KEY     TO RFS-KEY(RFS-IDX)
                   MOVE ZEROES         TO RFS-ATTEMPTS(RFS-IDX)
                   MOVE MJRN-TIMESTAMP TO RFS-FIRST-STMP(RFS-IDX)
               ELSE
                   ADD  1              TO WS-RFS-OVERFLOW
                   GO TO D90-EXIT
               END-IF
             WHEN RFS-KEY(RFS-IDX) = WS-RFS-KEY
               CONTINUE
           END-SEARCH.

      * the journal is read in time order, so the latest attempt is
      * always the one in hand
           ADD  1                      TO RFS-ATTEMPTS(RFS-IDX).
           MOVE MJRN-TIMESTAMP         TO RFS-LAST-STMP(RFS-IDX).
           MOVE MJRN-MAIL-ID           TO RFS-LAST-MAIL-ID(RFS-IDX).

       D90-EXIT.
           EXIT.

      /*****************************************************************
      *    PRINT THE REFUSED POSTINGS BY SENDER AND GROUP              *
      *    THE SENDER IS PRINTED ONCE, ON THE FIRST OF ITS GROUPS.     *
      ******************************************************************
       E00-PRINT-REPORT.

           DISPLAY 'SYSTEM   PROGRAM  USER-ID  GROUP    ATTEMPTS'
                   ' FIRST-ATTEMPT   LAST-ATTEMPT     LAST-ID'.

           PERFORM WITH TEST BEFORE
             VARYING RFS-IDX FROM 1 BY 1
               UNTIL RFS-IDX > RFS-COUNT
               IF  RFS-SENDER(RFS-IDX) = WS-LAST-SENDER
                   MOVE SPACES             TO RPT-SYSTEM
                                              RPT-PGM
                                              RPT-USER-ID
               ELSE
                   MOVE RFS-SENDER(RFS-IDX) TO WS-LAST-SENDER
                   MOVE RFS-SYSTEM(RFS-IDX) TO RPT-SYSTEM
                   MOVE RFS-PGM(RFS-IDX)    TO RPT-PGM
                   MOVE RFS-USER-ID(RFS-IDX) TO RPT-USER-ID
               END-IF
               MOVE RFS-GRP-NAME(RFS-IDX)     TO RPT-GRP-NAME
               MOVE RFS-ATTEMPTS(RFS-IDX)     TO RPT-ATTEMPTS
               MOVE RFS-FIRST-STMP(RFS-IDX)   TO RPT-FIRST-STMP
               MOVE RFS-LAST-STMP(RFS-IDX)    TO RPT-LAST-STMP
               MOVE RFS-LAST-MAIL-ID(RFS-IDX) TO RPT-LAST-MAIL-ID
               DISPLAY REPORT-LINE
           END-PERFORM.

       E90-EXIT.
           EXIT.
