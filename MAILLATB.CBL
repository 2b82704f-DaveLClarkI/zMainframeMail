      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    MAILLATB.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
      *REMARKS.       MAINFRAME MAIL DELIVERY LATENCY AND SLA BREACH
      *                REPORT.  FOR EACH COMPLETED MESSAGE CREATED
      *                WITHIN THE CALLER-SUPPLIED WINDOW IT MEASURES
      *                THE COMPOSE TIME (HEAD TO COMPLETE), THE QUEUE
      *                TIME (COMPLETE TO DELIVERED) AND THE GATEWAY
      *                TIME (DELIVERED TO ACCEPTED), FROM THE MAILMID
      *                HEADER, THE CMPL/DLVR RECORDS ON MAILJRN AND
      *                THE GATEWAY'S ACCEPTANCES ON MAILDLS.  A
      *                RECIPIENT WHO GOT THE MESSAGE INSIDE A DAILY
      *                DIGEST IS LEFT OUT OF THE GATEWAY TIME -- ITS
      *                ACCEPTANCE TIMES THE DIGEST, WHICH GOES OUT
      *                HOURS AFTER DELIVERY BY DESIGN -- SO A MESSAGE
      *                EVERY RECIPIENT GOT BY DIGEST HAS NO GATEWAY
      *                TIME.  (AN OUTCOME RECORDED BEFORE MAILDLS
      *                CARRIED THE DIGEST MARK CANNOT BE TOLD APART
      *                AND STILL COUNTS.)  IT
      *                PRINTS THE MINIMUM, AVERAGE AND 95TH-PERCENTILE
      *                OF EACH BY MMID-SYSTEM AND PRIORITY CLASS, THEN
      *                LISTS EVERY MESSAGE PAST ITS CLASS'S SLA (HEAD
      *                TO DELIVERY, OR HEAD TO NOW FOR MAIL STILL
      *                WAITING) WITH THE CAUSE OF THE DELAY -- A
      *                DEFERRED RELEASE, A RETRY RE-QUEUE, A HOLD
      *                RELEASED LATE, OR ELSE THE LONGEST LEG.  MAIL
      *                STILL HELD OVER QUOTA OR SUSPENDED IS MEASURED
      *                AS WAITING, WITH THE HOLD OR THE SUSPENSION AS
      *                ITS CAUSE.

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC LEAVE DIGEST RECIPIENTS' ACCEPTANCES OUT OF THE
      *                GATEWAY TIME.
      * 10/15/2026 DLC MEASURE MAIL STILL QUOTA-HELD OR SUSPENDED AS
      *                WAITING, SO ONE PAST ITS SLA IS REPORTED.
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

           SELECT MAILJRN
               ASSIGN TO MAILJRN
               ACCESS IS DYNAMIC INDEXED
               RECORD KEY IS MJRN-KEY
               FILE STATUS IS FILE2-STAT
                              FILE2-FDBK.

           SELECT MAILDLS
               ASSIGN TO MAILDLS
               ACCESS IS DYNAMIC INDEXED
               RECORD KEY IS MDLS-KEY
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

       FD  MAILMID
           RECORD IS VARYING IN SIZE
             FROM 8 TO 255
             DEPENDING ON MMID-RECL.
       COPY MAILMID.

       FD  MAILJRN
           RECORD IS VARYING IN SIZE
             FROM 42 TO 255
             DEPENDING ON MJRN-RECL.
       COPY MAILJRN.

       FD  MAILDLS
           RECORD IS VARYING IN SIZE
             FROM 79 TO 80
             DEPENDING ON MDLS-RECL.
       COPY MAILDLS.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  CONTROL-FIELDS.
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  THIS-PGM                  PIC  X(8)    VALUE 'MAILLATB'.

         03  MMID                      PIC S9(4)    BINARY VALUE 1.
         03  JRNL                      PIC S9(4)    BINARY VALUE 2.
         03  MDLS                      PIC S9(4)    BINARY VALUE 3.

         03  VAR-TEXTL                 PIC S9(4)    BINARY.
         03  VAR-TEXT                  PIC  X(245)  VALUE SPACES.

         03  MMID-RECL                 PIC  9(5).
         03  MJRN-RECL                 PIC  9(5).
         03  MDLS-RECL                 PIC  9(5).

         03  WS-CURRENT-TIMESTAMP      PIC S9(15)   COMP-3.
         03  WS-CUTOFF-TIMESTAMP       PIC S9(15)   COMP-3.
         03  WS-SLA-MILLIS             PIC S9(15)   COMP-3.
         03  WS-ELAPSED                PIC S9(15)   COMP-3.
         03  WS-ACCEPTED-STMP          PIC S9(15)   COMP-3.
         03  WS-LONGEST                PIC S9(15)   COMP-3.
         03  WS-AVERAGE                PIC S9(15)   COMP-3.
         03  WS-P95                    PIC S9(15)   COMP-3.
         03  WS-LEG                    PIC S9(4)    BINARY.
         03  WS-LONGEST-LEG            PIC S9(4)    BINARY.
         03  WS-CAUSE-PTR              PIC S9(4)    BINARY.

      * COUNTS OF MESSAGES AND SYSTEM/CLASS PAIRS TURNED AWAY ONCE
      * THEIR TABLES ARE FULL -- SEE C00 AND E60
         03  WS-MSG-OVERFLOW           PIC S9(8)    COMP VALUE ZERO.
         03  WS-GRP-OVERFLOW           PIC S9(8)    COMP VALUE ZERO.

      * THE SYSTEM/CLASS PAIR OF THE MESSAGE IN HAND
       01  WS-GRP-KEY.
         03  WS-GRP-SYSTEM             PIC  X(8).
         03  WS-GRP-PRIORITY           PIC  X(1).

      * MESSAGE TABLE -- ONE ENTRY PER COMPLETED, QUOTA-HELD OR
      * SUSPENDED MESSAGE IN THE WINDOW.  IT IS LOADED FROM MAILMID
      * IN KEY ORDER, SO THE JOURNAL SCAN CAN FIND EACH MESSAGE WITH
      * A BINARY SEARCH.  A LEG TIME OF -1 MEANS THE LEG WAS NOT
      * MEASURED (THE MESSAGE HAS NOT GOT THAT FAR, OR ITS EVENTS
      * FELL OUTSIDE THE WINDOW).
       01  MESSAGE-TABLE.
         03  MSG-MAX                   PIC S9(4)    BINARY VALUE 5000.
         03  MSG-COUNT                 PIC S9(4)    BINARY VALUE ZERO.
         03  MSG-ENTRY OCCURS 0 TO 5000 TIMES
                       DEPENDING ON MSG-COUNT
                       ASCENDING KEY IS MSG-MAIL-ID
                       INDEXED BY MSG-IDX.
             05  MSG-MAIL-ID           PIC S9(8)    COMP.
             05  MSG-SYSTEM            PIC  X(8).
             05  MSG-PRIORITY          PIC  X(1).
                 88  MSG-IS-URGENT                  VALUE 'U'.
             05  MSG-SENT-SW           PIC  X(1).
                 88  MSG-DELIVERED                  VALUE 'Y'.
             05  MSG-RETRY-SW          PIC  X(1).
                 88  MSG-RETRIED                    VALUE 'Y'.
             05  MSG-HELD-SW           PIC  X(1).
                 88  MSG-HOLD-RELEASED              VALUE 'Y'.
             05  MSG-BREACH-SW         PIC  X(1).
                 88  MSG-IN-BREACH                  VALUE 'Y'.
      * THE HEADER'S MMID-COMPLETE-SW AS LOADED
             05  MSG-STATE-SW          PIC  X(1).
                 88  MSG-QUOTA-HELD                 VALUES 'Q' 'H'.
                 88  MSG-SUSPENDED                  VALUES 'S' 'H'.
             05  MSG-HEAD-STMP         PIC S9(15)   COMP-3.
             05  MSG-RELEASE-STMP      PIC S9(15)   COMP-3.
             05  MSG-CMPL-STMP         PIC S9(15)   COMP-3.
             05  MSG-DLVR-STMP         PIC S9(15)   COMP-3.
             05  MSG-ELAPSED           PIC S9(15)   COMP-3.
      * 1 = COMPOSE, 2 = QUEUE, 3 = GATEWAY -- IN MILLISECONDS
             05  MSG-LEG-TIME          PIC S9(15)   COMP-3
                                       OCCURS 3 TIMES.

      * TALLY TABLE -- ONE ENTRY PER DISTINCT SYSTEM AND CLASS, KEPT
      * IN KEY ORDER AS IT IS BUILT SO THE REPORT COMES OUT GROUPED
      * BY SYSTEM WITHOUT A SORT STEP
       01  GROUP-TALLY.
         03  GRP-MAX                   PIC S9(4)    BINARY VALUE 100.
         03  GRP-SUB                   PIC S9(4)    BINARY VALUE ZERO.
         03  GRP-COUNT                 PIC S9(4)    BINARY VALUE ZERO.
         03  GRP-ENTRY OCCURS 0 TO 100 TIMES
                       DEPENDING ON GRP-COUNT
                       INDEXED BY GRP-IDX.
             05  GRP-KEY.
                 07  GRP-SYSTEM        PIC  X(8).
                 07  GRP-PRIORITY      PIC  X(1).
             05  GRP-DELIVERED         PIC S9(8)    COMP.
             05  GRP-PENDING           PIC S9(8)    COMP.
             05  GRP-BREACHES          PIC S9(8)    COMP.
             05  GRP-LEG               OCCURS 3 TIMES.
                 07  GRP-LEG-COUNT     PIC S9(8)    COMP.
                 07  GRP-LEG-MIN       PIC S9(15)   COMP-3.
                 07  GRP-LEG-TOTAL     PIC S9(15)   COMP-3.

      * ONE LEG'S TIMES FOR ONE SYSTEM/CLASS PAIR, KEPT IN ASCENDING
      * ORDER AS THEY ARE GATHERED, TO PICK THE 95TH PERCENTILE
       01  PERCENTILE-WORK.
         03  PCT-SUB                   PIC S9(4)    BINARY VALUE ZERO.
         03  PCT-RANK                  PIC S9(4)    BINARY VALUE ZERO.
         03  PCT-COUNT                 PIC S9(4)    BINARY VALUE ZERO.
         03  PCT-VALUE                 PIC S9(15)   COMP-3
                                       OCCURS 5000 TIMES.

       01  SUMMARY-TITLE-1.
         03  FILLER                    PIC  X(37)   VALUE
             'MAIL DELIVERY LATENCY, IN SECONDS'.
         03  FILLER                    PIC  X(25)   VALUE
             '  ------- COMPOSE -------'.
         03  FILLER                    PIC  X(25)   VALUE
             '  -------- QUEUE --------'.
         03  FILLER                    PIC  X(25)   VALUE
             '  ------- GATEWAY -------'.

       01  SUMMARY-TITLE-2.
         03  FILLER                    PIC  X(37)   VALUE
             'SYSTEM   CLASS     DLVD   PEND   BRCH'.
         03  FILLER                    PIC  X(25)   VALUE
             '      MIN     AVG     P95'.
         03  FILLER                    PIC  X(25)   VALUE
             '      MIN     AVG     P95'.
         03  FILLER                    PIC  X(25)   VALUE
             '      MIN     AVG     P95'.

       01  SUMMARY-LINE.
         03  SUM-SYSTEM                PIC  X(8).
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  SUM-CLASS                 PIC  X(7).
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  SUM-DELIVERED             PIC  Z(5)9.
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  SUM-PENDING               PIC  Z(5)9.
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  SUM-BREACHES              PIC  Z(5)9.
         03  SUM-LEG                   OCCURS 3 TIMES.
           05  FILLER                  PIC  X(2).
           05  SUM-MIN                 PIC  Z(6)9.
           05  FILLER                  PIC  X(1).
           05  SUM-AVG                 PIC  Z(6)9.
           05  FILLER                  PIC  X(1).
           05  SUM-P95                 PIC  Z(6)9.

       01  BREACH-TITLE.
         03  FILLER                    PIC  X(42)   VALUE
             ' MAIL-ID SYSTEM   CLASS   HEAD-STAMP     '.
         03  FILLER                    PIC  X(47)   VALUE
             ' COMPOSE   QUEUE GATEWAY   TOTAL   SLA CAUSE'.

       01  BREACH-LINE.
         03  BRC-MAIL-ID               PIC  Z(7)9.
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  BRC-SYSTEM                PIC  X(8).
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  BRC-CLASS                 PIC  X(7).
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  BRC-HEAD-STMP             PIC  9(15).
         03  BRC-LEG                   OCCURS 3 TIMES.
           05  FILLER                  PIC  X(1).
           05  BRC-LEG-SEC             PIC  Z(6)9.
           05  BRC-LEG-NONE REDEFINES BRC-LEG-SEC
                                       PIC  X(7).
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  BRC-TOTAL                 PIC  Z(6)9.
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  BRC-SLA                   PIC  Z(4)9.
         03  FILLER                    PIC  X(1)    VALUE SPACE.
         03  BRC-CAUSE                 PIC  X(40).

      * THE FOLLOWING AREAS ARE SUBROUTINE PARAMETER BLOCKS

       COPY RTCMAN.

       COPY VSMSTATW.

      /*****************************************************************
      *    LINKAGE SECTION                                             *
      ******************************************************************
       LINKAGE SECTION.

       01  MAILLATR-PARMS.
         COPY MAILLATR.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING MAILLATR-PARMS.

      ******************************************************************
      *    MAINLINE ROUTINE                                            *
      ******************************************************************
       A00-MAINLINE-ROUTINE.

           PERFORM B10-INITIALIZATION THRU B15-EXIT.

           IF  RTC-CODE < +8
               PERFORM C00-LOAD-MESSAGES THRU C90-EXIT
           END-IF.

           IF  RTC-CODE < +8
               PERFORM D00-SCAN-JOURNAL THRU D90-EXIT
           END-IF.

           IF  RTC-CODE < +8
               PERFORM E00-MEASURE-MESSAGES THRU E90-EXIT
           END-IF.

           IF  RTC-CODE < +8
               PERFORM G00-PRINT-SUMMARY THRU G90-EXIT
               PERFORM H00-PRINT-BREACHES THRU H90-EXIT
           END-IF.

           PERFORM B20-TERMINATION THRU B25-EXIT.

           GOBACK.

      /*****************************************************************
      *    PROGRAM INITIALIZATION ROUTINE                              *
      ******************************************************************
       B10-INITIALIZATION.

           MOVE ZEROES                 TO RTC-CODE.
           MOVE ZEROES                 TO MLAT-EXAMINED-COUNT
                                          MLAT-MEASURED-COUNT
                                          MLAT-DELIVERED-COUNT
                                          MLAT-BREACH-COUNT.

           IF  MLAT-REPORT-HOURS NOT > ZEROES
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
           AND (MLAT-URGENT-SLA-MINUTES < ZEROES
            OR  MLAT-ROUTINE-SLA-MINUTES < ZEROES)
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': SLA MINUTES ERROR' DELIMITED BY SIZE
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
                     - (MLAT-REPORT-HOURS * 3600 * 1000)

               MOVE 'MAILMID'          TO VSAM-FILE(MMID)
               MOVE 'MAILJRN'          TO VSAM-FILE(JRNL)
               MOVE 'MAILDLS'          TO VSAM-FILE(MDLS)
               MOVE LENGTH OF MMID-KEY TO VSAM-KEYL(MMID)
               MOVE LENGTH OF MJRN-KEY TO VSAM-KEYL(JRNL)
               MOVE LENGTH OF MDLS-KEY TO VSAM-KEYL(MDLS)

               SET  FUNC-OPEN(MMID)    TO TRUE
               SET  FUNC-OPEN(JRNL)    TO TRUE
               SET  FUNC-OPEN(MDLS)    TO TRUE
               OPEN INPUT MAILMID
                          MAILJRN
                          MAILDLS

               MOVE MMID               TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE JRNL               TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE MDLS               TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

       B15-EXIT.
           EXIT.

      /*****************************************************************
      *    PROGRAM TERMINATION ROUTINE                                 *
      ******************************************************************
       B20-TERMINATION.

           IF  RTC-CODE < +16
               SET  FUNC-CLOSE(MMID)  TO TRUE
               SET  FUNC-CLOSE(JRNL)  TO TRUE
               SET  FUNC-CLOSE(MDLS)  TO TRUE
               CLOSE MAILMID
                     MAILJRN
                     MAILDLS

               MOVE MMID              TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE JRNL              TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE MDLS              TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

           DISPLAY THIS-PGM ': EXAMINED='  MLAT-EXAMINED-COUNT
                             ' MEASURED='  MLAT-MEASURED-COUNT
                             ' DELIVERED=' MLAT-DELIVERED-COUNT
                             ' BREACHED='  MLAT-BREACH-COUNT
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
      *    LOAD THE WINDOW'S COMPLETED AND WAITING MESSAGES            *
      *    A MESSAGE STILL QUOTA-HELD OR SUSPENDED IS LOADED AS        *
      *    WAITING, SO ONE HELD PAST ITS SLA IS REPORTED.  A DRAFT     *
      *    NEVER COMPLETED AND A DELIVER-'N' MESSAGE ARE LEFT OUT.     *
      *    THE HEADER'S CREATED STAMP IS THE HEAD EVENT'S OWN STAMP.   *
      ******************************************************************
       C00-LOAD-MESSAGES.

           MOVE LOW-VALUES             TO MMID-KEY.
           MOVE MMID                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START MAILMID KEY >= MMID-KEY END-START.

           PERFORM WITH TEST BEFORE
             UNTIL NOT STAT-NORMAL(VSUB)
      * a header written before the trailing fields existed is too
      * short to reach them -- clear them ahead of each read so the
      * tests below never see residue from the prior record
               SET  MMID-IS-ROUTINE    TO TRUE
               MOVE ZEROES             TO MMID-RELEASE-TIMESTAMP
               SET  FUNC-READNEXT(VSUB) TO TRUE
               READ MAILMID NEXT RECORD END-READ
               IF  STAT-NORMAL(VSUB)
               AND MMID-ID > ZEROES
               AND MMID-CREATED-TIMESTAMP >= WS-CUTOFF-TIMESTAMP
                   ADD  1              TO MLAT-EXAMINED-COUNT
                   IF  (MMID-IS-COMPLETE
                     OR MMID-IS-QUOTA-HELD
                     OR MMID-IS-SUSPENDED)
                   AND MMID-NORMAL-DELIVERY
                       PERFORM C50-ADD-MESSAGE THRU C55-EXIT
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
                      'MAILMID...'        DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

      * a full message table leaves the rest of the window unmeasured
      * -- a warning, since every message that did fit is still
      * measured accurately
           IF  WS-MSG-OVERFLOW > ZEROES
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': MESSAGE-TABLE '
                      'TABLE FULL'        DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               DISPLAY THIS-PGM ': MESSAGE-TABLE OVERFLOW COUNT='
                                 WS-MSG-OVERFLOW
                                     UPON CONSOLE
               IF  RTC-CODE < +4
                   MOVE +4             TO RTC-CODE
                   PERFORM B80-CALL-RTCMAN THRU B85-EXIT
               END-IF
           END-IF.

       C90-EXIT.
           EXIT.

      * ADD THE HEADER IN HAND TO THE END OF THE MESSAGE TABLE --
      * MAILMID IS READ IN KEY ORDER, SO THE TABLE STAYS IN KEY ORDER
       C50-ADD-MESSAGE.

           IF  MSG-COUNT NOT < MSG-MAX
               ADD  1                  TO WS-MSG-OVERFLOW
               GO TO C55-EXIT
           END-IF.

           ADD  1                      TO MSG-COUNT.
           ADD  1                      TO MLAT-MEASURED-COUNT.
           SET  MSG-IDX                TO MSG-COUNT.
           MOVE MMID-ID                TO MSG-MAIL-ID(MSG-IDX).
           MOVE MMID-SYSTEM            TO MSG-SYSTEM(MSG-IDX).
           IF  MMID-IS-URGENT
               MOVE 'U'                TO MSG-PRIORITY(MSG-IDX)
           ELSE
               MOVE 'R'                TO MSG-PRIORITY(MSG-IDX)
           END-IF.
           IF  MMID-SENT-TIMESTAMP > ZEROES
               MOVE 'Y'                TO MSG-SENT-SW(MSG-IDX)
           ELSE
               MOVE 'N'                TO MSG-SENT-SW(MSG-IDX)
           END-IF.
           MOVE MMID-COMPLETE-SW       TO MSG-STATE-SW(MSG-IDX).
           MOVE 'N'                    TO MSG-RETRY-SW(MSG-IDX)
                                          MSG-HELD-SW(MSG-IDX)
                                          MSG-BREACH-SW(MSG-IDX).
           MOVE MMID-CREATED-TIMESTAMP TO MSG-HEAD-STMP(MSG-IDX).
           MOVE MMID-RELEASE-TIMESTAMP TO MSG-RELEASE-STMP(MSG-IDX).
           MOVE ZEROES                 TO MSG-CMPL-STMP(MSG-IDX)
                                          MSG-DLVR-STMP(MSG-IDX)
                                          MSG-ELAPSED(MSG-IDX).
           MOVE -1                     TO MSG-LEG-TIME(MSG-IDX, 1)
                                          MSG-LEG-TIME(MSG-IDX, 2)
                                          MSG-LEG-TIME(MSG-IDX, 3).

       C55-EXIT.
           EXIT.

      /*****************************************************************
      *    SCAN THE WINDOW'S JOURNAL ACTIVITY FOR EACH MESSAGE'S       *
      *    COMPLETION, DELIVERY AND RE-QUEUE EVENTS                    *
      *    A HELD MESSAGE JOURNALS HELD, NOT CMPL, AT ITS COMPLETE --  *
      *    IT IS COMPLETED WHEN MAILQTAB (QRLS) OR MAILSUSB (RLSE)     *
      *    RELEASES IT.  THE JOURNAL IS READ IN TIME ORDER, SO THE     *
      *    FIRST COMPLETION AND THE LAST DELIVERY ARE THE ONES KEPT:   *
      *    A RE-QUEUED MESSAGE IS DELIVERED AGAIN.                     *
      ******************************************************************
       D00-SCAN-JOURNAL.

           IF  MSG-COUNT = ZEROES
               GO TO D90-EXIT
           END-IF.

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
               AND MJRN-MAIL-ID > ZEROES
               AND (MJRN-REQUEST = 'CMPL' OR 'QRLS' OR 'RLSE'
                                 OR 'DLVR' OR 'RTRY')
                   SEARCH ALL MSG-ENTRY
                     WHEN MSG-MAIL-ID(MSG-IDX) = MJRN-MAIL-ID
                       PERFORM D50-APPLY-EVENT THRU D55-EXIT
                   END-SEARCH
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

       D90-EXIT.
           EXIT.

      * RECORD ONE JOURNAL EVENT AGAINST ITS MESSAGE TABLE ENTRY
       D50-APPLY-EVENT.

           EVALUATE MJRN-REQUEST
             WHEN 'CMPL'
               IF  MSG-CMPL-STMP(MSG-IDX) = ZEROES
                   MOVE MJRN-TIMESTAMP TO MSG-CMPL-STMP(MSG-IDX)
               END-IF
             WHEN 'QRLS'
             WHEN 'RLSE'
               MOVE 'Y'                TO MSG-HELD-SW(MSG-IDX)
               IF  MSG-CMPL-STMP(MSG-IDX) = ZEROES
                   MOVE MJRN-TIMESTAMP TO MSG-CMPL-STMP(MSG-IDX)
               END-IF
             WHEN 'DLVR'
               MOVE MJRN-TIMESTAMP     TO MSG-DLVR-STMP(MSG-IDX)
             WHEN 'RTRY'
               MOVE 'Y'                TO MSG-RETRY-SW(MSG-IDX)
           END-EVALUATE.

       D55-EXIT.
           EXIT.

      /*****************************************************************
      *    MEASURE EACH MESSAGE'S LEGS, TALLY THEM BY SYSTEM AND       *
      *    CLASS, AND TEST THE MESSAGE AGAINST ITS CLASS'S SLA         *
      ******************************************************************
       E00-MEASURE-MESSAGES.

           PERFORM WITH TEST BEFORE
             VARYING MSG-IDX FROM 1 BY 1
               UNTIL MSG-IDX > MSG-COUNT
                  OR RTC-CODE > +7
               PERFORM E10-MEASURE-ONE THRU E15-EXIT
           END-PERFORM.

      * a full tally table turns away further system/class pairs --
      * a warning, since every pair that did fit is still reported
           IF  WS-GRP-OVERFLOW > ZEROES
               MOVE 1                  TO VAR-TEXTL
               STRING THIS-PGM            DELIMITED BY SPACE
                      ': GROUP-TALLY '
                      'TABLE FULL'        DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               DISPLAY THIS-PGM ': GROUP-TALLY OVERFLOW COUNT='
                                 WS-GRP-OVERFLOW
                                     UPON CONSOLE
               IF  RTC-CODE < +4
                   MOVE +4             TO RTC-CODE
                   PERFORM B80-CALL-RTCMAN THRU B85-EXIT
               END-IF
           END-IF.

       E90-EXIT.
           EXIT.

      * MEASURE ONE MESSAGE TABLE ENTRY.  THE QUEUE AND GATEWAY LEGS
      * ARE ONLY MEASURED FOR MAIL DELIVERED AND NOT SINCE RE-QUEUED.
       E10-MEASURE-ONE.

           IF  MSG-CMPL-STMP(MSG-IDX) > ZEROES
               COMPUTE MSG-LEG-TIME(MSG-IDX, 1) =
                       MSG-CMPL-STMP(MSG-IDX)
                     - MSG-HEAD-STMP(MSG-IDX)
           END-IF.

           IF  MSG-DELIVERED(MSG-IDX)
               ADD  1                  TO MLAT-DELIVERED-COUNT
           END-IF.

           IF  MSG-DELIVERED(MSG-IDX)
           AND MSG-DLVR-STMP(MSG-IDX) > ZEROES
               IF  MSG-CMPL-STMP(MSG-IDX) > ZEROES
                   COMPUTE MSG-LEG-TIME(MSG-IDX, 2) =
                           MSG-DLVR-STMP(MSG-IDX)
                         - MSG-CMPL-STMP(MSG-IDX)
               END-IF
               PERFORM E50-FIND-ACCEPTANCE THRU E55-EXIT
               IF  RTC-CODE > +7
                   GO TO E15-EXIT
               END-IF
               IF  WS-ACCEPTED-STMP >= MSG-DLVR-STMP(MSG-IDX)
                   COMPUTE MSG-LEG-TIME(MSG-IDX, 3) =
                           WS-ACCEPTED-STMP
                         - MSG-DLVR-STMP(MSG-IDX)
               END-IF
           END-IF.

      * the SLA runs from the head to delivery -- or to now for mail
      * still waiting, which is in breach as soon as it is late
           IF  MSG-IS-URGENT(MSG-IDX)
               COMPUTE WS-SLA-MILLIS =
                       MLAT-URGENT-SLA-MINUTES * 60 * 1000
           ELSE
               COMPUTE WS-SLA-MILLIS =
                       MLAT-ROUTINE-SLA-MINUTES * 60 * 1000
           END-IF.
           IF  MSG-DELIVERED(MSG-IDX)
               IF  MSG-DLVR-STMP(MSG-IDX) > ZEROES
                   COMPUTE MSG-ELAPSED(MSG-IDX) =
                           MSG-DLVR-STMP(MSG-IDX)
                         - MSG-HEAD-STMP(MSG-IDX)
               END-IF
           ELSE
               COMPUTE MSG-ELAPSED(MSG-IDX) =
                       WS-CURRENT-TIMESTAMP
                     - MSG-HEAD-STMP(MSG-IDX)
           END-IF.
           IF  WS-SLA-MILLIS > ZEROES
           AND MSG-ELAPSED(MSG-IDX) > WS-SLA-MILLIS
               MOVE 'Y'                TO MSG-BREACH-SW(MSG-IDX)
               ADD  1                  TO MLAT-BREACH-COUNT
           END-IF.

           MOVE MSG-SYSTEM(MSG-IDX)    TO WS-GRP-SYSTEM.
           MOVE MSG-PRIORITY(MSG-IDX)  TO WS-GRP-PRIORITY.
           PERFORM E60-TALLY-GROUP THRU E65-EXIT.

       E15-EXIT.
           EXIT.

      /*****************************************************************
      *    FIND WHEN THE GATEWAY ACCEPTED THE MESSAGE                  *
      *    THE ACCEPTANCE IS THE LATEST STAMP AMONG THE RECIPIENTS     *
      *    THE GATEWAY HAS ACCEPTED -- AN ACCEPTED RECIPIENT'S LAST    *
      *    STATUS IS ITS ACCEPTANCE, AND MATCHES ITS FIRST STATUS      *
      *    WHEN IT WAS ACCEPTED FIRST TIME.  AN ACCEPTANCE FROM BEFORE *
      *    THE LAST DELIVERY BELONGS TO AN EARLIER HAND-OFF AND DOES   *
      *    NOT MEASURE THIS ONE (SEE E10).  A DIGEST RECIPIENT'S       *
      *    ACCEPTANCE TIMES THE DIGEST, NOT THIS MESSAGE, AND IS       *
      *    SKIPPED.                                                    *
      ******************************************************************
       E50-FIND-ACCEPTANCE.

           MOVE ZEROES                 TO WS-ACCEPTED-STMP.

           MOVE MSG-MAIL-ID(MSG-IDX)   TO MDLS-ID.
           MOVE LOW-VALUES             TO MDLS-USER-ID.
           MOVE MDLS                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           MOVE MDLS-KEY               TO VSAM-KEYD(VSUB).
           START MAILDLS KEY >= MDLS-KEY END-START.

           PERFORM WITH TEST BEFORE
             UNTIL NOT STAT-NORMAL(VSUB)
      * a record written before the delivery switch existed is too
      * short to reach it -- clear it ahead of the read
               MOVE SPACE              TO MDLS-DELIVERY-SW
               SET  FUNC-READNEXT(VSUB) TO TRUE
               READ MAILDLS NEXT RECORD END-READ
               MOVE MDLS-KEY           TO VSAM-KEYD(VSUB)
               IF  STAT-NORMAL(VSUB)
               AND MDLS-ID NOT = MSG-MAIL-ID(MSG-IDX)
      * past the message's last recipient -- stop the pass here
                   SET  STAT-EOFILE(VSUB) TO TRUE
               END-IF
               IF  STAT-NORMAL(VSUB)
               AND MDLS-ACCEPTED
               AND NOT MDLS-VIA-DIGEST
               AND MDLS-LAST-STATUS-TIMESTAMP > WS-ACCEPTED-STMP
                   MOVE MDLS-LAST-STATUS-TIMESTAMP
                                       TO WS-ACCEPTED-STMP
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
                      'MAILDLS...'        DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
               SUBTRACT 1            FROM VAR-TEXTL
               DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

       E55-EXIT.
           EXIT.

      /*****************************************************************
      *    TALLY ONE MESSAGE BY SYSTEM AND CLASS                       *
      *    A NEW PAIR IS INSERTED IN KEY ORDER, SHIFTING THE HIGHER    *
      *    ENTRIES UP ONE.                                             *
      ******************************************************************
       E60-TALLY-GROUP.

           SET  GRP-IDX                TO 1.
           SEARCH GRP-ENTRY
             AT END
               IF  GRP-COUNT < GRP-MAX
                   ADD  1              TO GRP-COUNT
                   MOVE GRP-COUNT      TO GRP-SUB
                   PERFORM WITH TEST BEFORE
                     UNTIL GRP-SUB NOT > 1
                        OR GRP-KEY(GRP-SUB - 1) NOT > WS-GRP-KEY
                       MOVE GRP-ENTRY(GRP-SUB - 1)
                                       TO GRP-ENTRY(GRP-SUB)
                       SUBTRACT 1    FROM GRP-SUB
                   END-PERFORM
                   SET  GRP-IDX        TO GRP-SUB
                   MOVE WS-GRP-KEY     TO GRP-KEY(GRP-IDX)
                   MOVE ZEROES         TO GRP-DELIVERED(GRP-IDX)
                                          GRP-PENDING(GRP-IDX)
                                          GRP-BREACHES(GRP-IDX)
                   PERFORM WITH TEST BEFORE
                     VARYING WS-LEG FROM 1 BY 1
                       UNTIL WS-LEG > 3
                       MOVE ZEROES     TO GRP-LEG-COUNT(GRP-IDX, WS-LEG)
                                          GRP-LEG-MIN(GRP-IDX, WS-LEG)
                                          GRP-LEG-TOTAL(GRP-IDX, WS-LEG)
                   END-PERFORM
               ELSE
                   ADD  1              TO WS-GRP-OVERFLOW
                   GO TO E65-EXIT
               END-IF
             WHEN GRP-KEY(GRP-IDX) = WS-GRP-KEY
               CONTINUE
           END-SEARCH.

           IF  MSG-DELIVERED(MSG-IDX)
               ADD  1                  TO GRP-DELIVERED(GRP-IDX)
           ELSE
               ADD  1                  TO GRP-PENDING(GRP-IDX)
           END-IF.
           IF  MSG-IN-BREACH(MSG-IDX)
               ADD  1                  TO GRP-BREACHES(GRP-IDX)
           END-IF.

           PERFORM WITH TEST BEFORE
             VARYING WS-LEG FROM 1 BY 1
               UNTIL WS-LEG > 3
               IF  MSG-LEG-TIME(MSG-IDX, WS-LEG) NOT < ZEROES
                   IF  GRP-LEG-COUNT(GRP-IDX, WS-LEG) = ZEROES
                   OR  MSG-LEG-TIME(MSG-IDX, WS-LEG)
                           < GRP-LEG-MIN(GRP-IDX, WS-LEG)
                       MOVE MSG-LEG-TIME(MSG-IDX, WS-LEG)
                                       TO GRP-LEG-MIN(GRP-IDX, WS-LEG)
                   END-IF
                   ADD  1              TO GRP-LEG-COUNT(GRP-IDX, WS-LEG)
                   ADD  MSG-LEG-TIME(MSG-IDX, WS-LEG)
                                       TO GRP-LEG-TOTAL(GRP-IDX, WS-LEG)
               END-IF
           END-PERFORM.

       E65-EXIT.
           EXIT.

      /*****************************************************************
      *    PRINT THE LATENCY SUMMARY BY SYSTEM AND CLASS               *
      *    TIMES ARE PRINTED IN WHOLE SECONDS.                         *
      ******************************************************************
       G00-PRINT-SUMMARY.

           DISPLAY SUMMARY-TITLE-1.
           DISPLAY SUMMARY-TITLE-2.

           PERFORM WITH TEST BEFORE
             VARYING GRP-IDX FROM 1 BY 1
               UNTIL GRP-IDX > GRP-COUNT
               MOVE SPACES                 TO SUMMARY-LINE
               MOVE GRP-SYSTEM(GRP-IDX)    TO SUM-SYSTEM
               IF  GRP-PRIORITY(GRP-IDX) = 'U'
                   MOVE 'URGENT'           TO SUM-CLASS
               ELSE
                   MOVE 'ROUTINE'          TO SUM-CLASS
               END-IF
               MOVE GRP-DELIVERED(GRP-IDX) TO SUM-DELIVERED
               MOVE GRP-PENDING(GRP-IDX)   TO SUM-PENDING
               MOVE GRP-BREACHES(GRP-IDX)  TO SUM-BREACHES
               PERFORM WITH TEST BEFORE
                 VARYING WS-LEG FROM 1 BY 1
                   UNTIL WS-LEG > 3
                   PERFORM G50-LEG-FIGURES THRU G55-EXIT
               END-PERFORM
               DISPLAY SUMMARY-LINE
           END-PERFORM.

       G90-EXIT.
           EXIT.

      * THE MINIMUM, AVERAGE AND 95TH PERCENTILE OF ONE LEG FOR THE
      * SYSTEM/CLASS PAIR IN HAND.  THE PERCENTILE IS THE NEAREST
      * RANK:  THE SMALLEST TIME AT LEAST 95 PERCENT OF THE PAIR'S
      * MESSAGES DID NOT EXCEED.
       G50-LEG-FIGURES.

           IF  GRP-LEG-COUNT(GRP-IDX, WS-LEG) = ZEROES
               MOVE ZEROES             TO SUM-MIN(WS-LEG)
                                          SUM-AVG(WS-LEG)
                                          SUM-P95(WS-LEG)
               GO TO G55-EXIT
           END-IF.

           COMPUTE WS-AVERAGE = GRP-LEG-TOTAL(GRP-IDX, WS-LEG)
                              / GRP-LEG-COUNT(GRP-IDX, WS-LEG).

      * gather the pair's times for this leg in ascending order
           MOVE ZEROES                 TO PCT-COUNT.
           PERFORM WITH TEST BEFORE
             VARYING MSG-IDX FROM 1 BY 1
               UNTIL MSG-IDX > MSG-COUNT
               IF  MSG-SYSTEM(MSG-IDX) = GRP-SYSTEM(GRP-IDX)
               AND MSG-PRIORITY(MSG-IDX) = GRP-PRIORITY(GRP-IDX)
               AND MSG-LEG-TIME(MSG-IDX, WS-LEG) NOT < ZEROES
                   ADD  1              TO PCT-COUNT
                   MOVE PCT-COUNT      TO PCT-SUB
                   PERFORM WITH TEST BEFORE
                     UNTIL PCT-SUB NOT > 1
                        OR PCT-VALUE(PCT-SUB - 1)
                               NOT > MSG-LEG-TIME(MSG-IDX, WS-LEG)
                       MOVE PCT-VALUE(PCT-SUB - 1)
                                       TO PCT-VALUE(PCT-SUB)
                       SUBTRACT 1    FROM PCT-SUB
                   END-PERFORM
                   MOVE MSG-LEG-TIME(MSG-IDX, WS-LEG)
                                       TO PCT-VALUE(PCT-SUB)
               END-IF
           END-PERFORM.

           COMPUTE PCT-RANK = (PCT-COUNT * 95 + 99) / 100.
           MOVE PCT-VALUE(PCT-RANK)    TO WS-P95.

           COMPUTE SUM-MIN(WS-LEG) =
                   GRP-LEG-MIN(GRP-IDX, WS-LEG) / 1000.
           COMPUTE SUM-AVG(WS-LEG) = WS-AVERAGE / 1000.
           COMPUTE SUM-P95(WS-LEG) = WS-P95 / 1000.

       G55-EXIT.
           EXIT.

      /*****************************************************************
      *    LIST THE MESSAGES PAST THEIR CLASS'S SLA                    *
      *    THE CAUSE NAMES EACH KNOWN SOURCE OF DELAY:  A RELEASE      *
      *    TIMESTAMP AFTER THE COMPLETE (DEFERRED RELEASE), A RETRY    *
      *    RE-QUEUE BY MAILFBKB, OR A QUOTA HOLD OR SUSPENSE RELEASED  *
      *    LATE -- OR ONE NOT YET RELEASED.  WITH NONE OF THOSE IT     *
      *    NAMES THE LONGEST LEG, AND A MESSAGE STILL WAITING IS SHOWN *
      *    AS UNDELIVERED.                                             *
      ******************************************************************
       H00-PRINT-BREACHES.

           IF  MLAT-BREACH-COUNT = ZEROES
               DISPLAY 'NO SLA BREACHES'
               GO TO H90-EXIT
           END-IF.

           DISPLAY BREACH-TITLE.

           PERFORM WITH TEST BEFORE
             VARYING MSG-IDX FROM 1 BY 1
               UNTIL MSG-IDX > MSG-COUNT
               IF  MSG-IN-BREACH(MSG-IDX)
                   PERFORM H10-FORMAT-BREACH THRU H15-EXIT
                   DISPLAY BREACH-LINE
               END-IF
           END-PERFORM.

       H90-EXIT.
           EXIT.

      * FORMAT THE MESSAGE TABLE ENTRY IN HAND AS A BREACH LINE
       H10-FORMAT-BREACH.

           MOVE SPACES                 TO BREACH-LINE.
           MOVE MSG-MAIL-ID(MSG-IDX)   TO BRC-MAIL-ID.
           MOVE MSG-SYSTEM(MSG-IDX)    TO BRC-SYSTEM.
           IF  MSG-IS-URGENT(MSG-IDX)
               MOVE 'URGENT'           TO BRC-CLASS
               MOVE MLAT-URGENT-SLA-MINUTES  TO BRC-SLA
           ELSE
               MOVE 'ROUTINE'          TO BRC-CLASS
               MOVE MLAT-ROUTINE-SLA-MINUTES TO BRC-SLA
           END-IF.
           MOVE MSG-HEAD-STMP(MSG-IDX) TO BRC-HEAD-STMP.
           COMPUTE BRC-TOTAL = MSG-ELAPSED(MSG-IDX) / 1000.

           MOVE ZEROES                 TO WS-LONGEST
                                          WS-LONGEST-LEG.
           PERFORM WITH TEST BEFORE
             VARYING WS-LEG FROM 1 BY 1
               UNTIL WS-LEG > 3
               IF  MSG-LEG-TIME(MSG-IDX, WS-LEG) < ZEROES
                   MOVE '      -'      TO BRC-LEG-NONE(WS-LEG)
               ELSE
                   COMPUTE BRC-LEG-SEC(WS-LEG) =
                           MSG-LEG-TIME(MSG-IDX, WS-LEG) / 1000
                   IF  MSG-LEG-TIME(MSG-IDX, WS-LEG) > WS-LONGEST
                       MOVE MSG-LEG-TIME(MSG-IDX, WS-LEG)
                                       TO WS-LONGEST
                       MOVE WS-LEG     TO WS-LONGEST-LEG
                   END-IF
               END-IF
           END-PERFORM.

           MOVE 1                      TO WS-CAUSE-PTR.
           IF  NOT MSG-DELIVERED(MSG-IDX)
               STRING 'UNDELIVERED '      DELIMITED BY SIZE
                   INTO BRC-CAUSE    WITH POINTER WS-CAUSE-PTR
           END-IF.
           IF  MSG-RELEASE-STMP(MSG-IDX) > ZEROES
           AND (MSG-RELEASE-STMP(MSG-IDX) > MSG-CMPL-STMP(MSG-IDX)
            OR  MSG-CMPL-STMP(MSG-IDX) = ZEROES)
               STRING 'DEFERRED-RELEASE ' DELIMITED BY SIZE
                   INTO BRC-CAUSE    WITH POINTER WS-CAUSE-PTR
           END-IF.
           IF  MSG-RETRIED(MSG-IDX)
               STRING 'RETRY-REQUEUE '    DELIMITED BY SIZE
                   INTO BRC-CAUSE    WITH POINTER WS-CAUSE-PTR
           END-IF.
           IF  MSG-HOLD-RELEASED(MSG-IDX)
               STRING 'HOLD-RELEASE '     DELIMITED BY SIZE
                   INTO BRC-CAUSE    WITH POINTER WS-CAUSE-PTR
           END-IF.
           IF  MSG-QUOTA-HELD(MSG-IDX)
               STRING 'QUOTA-HOLD '       DELIMITED BY SIZE
                   INTO BRC-CAUSE    WITH POINTER WS-CAUSE-PTR
           END-IF.
           IF  MSG-SUSPENDED(MSG-IDX)
               STRING 'SUSPENDED '        DELIMITED BY SIZE
                   INTO BRC-CAUSE    WITH POINTER WS-CAUSE-PTR
           END-IF.

           IF  WS-CAUSE-PTR = 1
               EVALUATE WS-LONGEST-LEG
                 WHEN 1
                   MOVE 'COMPOSE'      TO BRC-CAUSE
                 WHEN 2
                   MOVE 'QUEUE'        TO BRC-CAUSE
                 WHEN 3
                   MOVE 'GATEWAY'      TO BRC-CAUSE
               END-EVALUATE
           END-IF.

       H15-EXIT.
           EXIT.
