      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    MAILWRTC.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  JUNE 2019.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      EXECUTED VIA CICS LINK, ONLY.
      *REMARKS.       MAINFRAME MAIL CICS WRITER PROGRAM.

      * CHANGE HISTORY ------------------------------------------------
      * 06/11/2019 DLC ORIGINAL PROGRAM.
      * 08/22/2026 DLC SUSPEND A MESSAGE ON A MISSING DISTRIBUTION
      *                GROUP INSTEAD OF ABENDING THE CALLER.  THE
      *                HEADER IS PARKED WITH MMID-IS-SUSPENDED AND
      *                MAILSUSB REPAIRS AND RELEASES IT.
      * 08/22/2026 DLC SET THE MMID-GRP-PATH-KEY FIELDS AT HEAD TIME
      *                FOR THE MAILMIDX GROUP MAILBOX PATH.
      * 08/22/2026 DLC APPEND A MAILJRN ACTIVITY JOURNAL RECORD ON
      *                EVERY SUCCESSFUL STATE CHANGE.
      * 08/22/2026 DLC MOVE THE COMPLETION LOGIC INTO A PERFORMABLE
      *                F10/F19 RANGE -- A HEAD REQUEST CARRYING A
      *                PRIOR MAIL-ID USED TO PERFORM F00, WHOSE
      *                GO TO TERMINATION RETURNED BEFORE THE NEW
      *                HEADER WAS EVER CREATED.
      * 08/22/2026 DLC FIND THE NEXT EXTENSION SEQUENCE BY BROWSING
      *                THE MESSAGE'S OWN MAILMDS ROWS FORWARD -- THE
      *                OLD END-OF-FILE READPREV IDIOM LOST THE
      *                SEQUENCE WHEN THE MESSAGE'S ROWS WERE LAST ON
      *                FILE, FAILING THE SECOND DIST WITH A DUPREC.
      * 08/22/2026 DLC MAKE THE GROUP PATH KEY UNIQUE (TRAILING ID
      *                COMPLEMENT) AND JOURNAL A HELD COMPLETE AS
      *                HELD RATHER THAN CMPL.
      * 09/02/2026 DLC CARRY THE NEW HEAD-REQUEST PRIORITY CLASS ON
      *                THE HEADER ('U' EXPEDITES THE DELIVERY SWEEP)
      *                AND ON EVERY JOURNAL RECORD WRITTEN WITH THE
      *                HEADER IN HAND.
      * 09/02/2026 DLC HOLD THE OPTIONAL HEAD-REQUEST RELEASE
      *                TIMESTAMP ON THE HEADER -- A COMPLETED
      *                MESSAGE STAYS OFF THE DELIVERY SWEEP UNTIL
      *                ITS RELEASE TIME ARRIVES.
      * 09/02/2026 DLC CARRY REPLY LINKAGE ON THE HEADER:  A HEAD
      *                NAMING A REPLY-TO MESSAGE JOINS THE PARENT'S
      *                CONVERSATION THREAD; EVERY OTHER MESSAGE
      *                ROOTS A THREAD OF ITS OWN.
      * 09/02/2026 DLC ADD THE ATCH REQUEST, STORING ATTACHMENT
      *                LINES ON THE NEW MAILATT CLUSTER APART FROM
      *                THE READABLE BODY AND ITS 3000-LINE CAP; THE
      *                PURGE NOW REMOVES A MESSAGE'S ATTACHMENT
      *                LINES AS WELL.
      * 10/15/2026 DLC HOLD HEAD AND DIST REQUESTS TO THE GROUP'S
      *                POSTING LIST:  A SENDER WHOSE SYSTEM, PROGRAM
      *                AND USER ID ARE ALL MISSING FROM A GROUP'S LIST
      *                HAS THE MESSAGE SUSPENDED AND THE ATTEMPT
      *                JOURNALED AS RFSD.  THE JOURNAL NOW RECORDS THE
      *                SENDING PROGRAM (MAIL-SENDER-PGM FOR A BATCH
      *                REQUEST) RATHER THAN THE EXCI MIRROR.
      * 10/15/2026 DLC COUNT EVERY NEW HEADER AGAINST ITS SYSTEM'S
      *                DAILY QUOTA ON MAILQTA.  PAST THE LIMIT THE
      *                MESSAGE IS WRITTEN QUOTA-HELD (JOURNALED AS
      *                QHLD) FOR MAILQTAB TO RELEASE OR DISCARD, AND
      *                THE CONSOLE IS TOLD WHEN A SYSTEM REACHES ITS
      *                WARNING THRESHOLD OR ITS LIMIT.
      * 10/15/2026 DLC REFUSE THE PRGE REQUEST FOR A MESSAGE COVERED
      *                BY AN ACTIVE LEGAL HOLD ON MAILHLD -- THE
      *                CALLER IS ABENDED MHLD AND NOTHING IS DELETED.
      * 10/15/2026 DLC ADD THE TMPL REQUEST, BUILDING A WHOLE MESSAGE
      *                FROM A MAILTPL TEMPLATE (HEADER, DEFAULT GROUPS
      *                AND BODY WITH &1 THRU &8 SUBSTITUTED) IN ONE
      *                CALL.  THE HEAD, DIST AND BODY LOGIC NOW LIVES
      *                IN PERFORMABLE RANGES SO TMPL RUNS THE SAME
      *                CODE; AN UNKNOWN OR RETIRED TEMPLATE ABENDS
      *                MTPL.
      * 10/15/2026 DLC APPLY THE MAILRUL CONTENT ROUTING RULES AS EACH
      *                MESSAGE IS COMPLETED:  A RULE MATCHING THE
      *                SYSTEM, SENDER, PRIMARY GROUP AND/OR A SUBJECT
      *                OR FIRST-BODY-LINE KEYWORD ADDS ITS GROUP,
      *                RAISES THE MESSAGE TO URGENT AND/OR MARKS IT
      *                PRIVATE, EACH CHANGE JOURNALED WITH THE RULE ID
      *                (RGRP, RURG, RPRV).
      * 10/15/2026 DLC KEEP THE QUOTA HOLD THROUGH A SUSPENSION:  A
      *                QUOTA-HELD MESSAGE SUSPENDED BY A DIST, OR AN
      *                OVER-LIMIT HEADER SUSPENDED AT HEAD TIME, IS
      *                PARKED SUSPENDED-QUOTA-HELD SO MAILSUSB'S
      *                RELEASE RETURNS IT TO THE HOLD.
      * 10/15/2026 DLC REFUSE A PRIVATE TMPL WHOSE TEMPLATE NAMES
      *                EXTRA GROUPS (ABEND MPRV) BEFORE ITS HEADER IS
      *                WRITTEN, INSTEAD OF FAILING PART-BUILT.
      * 10/15/2026 DLC SUSPENDING A HEADER NO LONGER SETS ITS CHANGED
      *                STAMP; ONLY THE SENDER'S COMPLETE SETS IT.
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

      /*****************************************************************
      *                                                                *
      *    DATA DIVISION                                               *
      *                                                                *
      ******************************************************************
       DATA DIVISION.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  CONTROL-FIELDS.
      *
      * FIELDS TO MANAGE PROGRAM AND MAP RESOURCE NAMES
         COPY COMMWORK REPLACING =='TRAN'==    BY =='NONE'==
                                 =='PROGRAM'== BY =='MAILWRTC'==.
      *
      * FIELDS TO MANAGE REFERENCED FILES
         03  MAILMID                   PIC  X(08)   VALUE 'MAILMID '.
         03  MAILMSG                   PIC  X(08)   VALUE 'MAILMSG '.
         03  MAILDST                   PIC  X(08)   VALUE 'MAILDST '.
         03  MAILMDS                   PIC  X(08)   VALUE 'MAILMDS '.
         03  MAILJRN                   PIC  X(08)   VALUE 'MAILJRN '.
         03  MAILATT                   PIC  X(08)   VALUE 'MAILATT '.
         03  MAILQTA                   PIC  X(08)   VALUE 'MAILQTA '.
         03  MAILHLD                   PIC  X(08)   VALUE 'MAILHLD '.
         03  MAILTPL                   PIC  X(08)   VALUE 'MAILTPL '.
         03  MAILRUL                   PIC  X(08)   VALUE 'MAILRUL '.
      *
      * FIELDS TO MANAGE REFERENCED EXTERNAL PROGRAM NAMES
         03  CICSINFO                  PIC  X(08)   VALUE 'CICSINFO'.
      *
      * FIELDS TO MANAGE ERROR HANDLING
         03  ERROR-SWITCH              PIC S9(01)   VALUE ZEROES.
           88  NO-ERRORS-FOUND                      VALUE ZEROES.
           88  ERROR-AT-CURSOR                      VALUE -1.
           88  ERRORS-FOUND                         VALUES -9 THRU -1.
         03  IDX                       PIC S9(04)   BINARY VALUE ZEROES.
         03  CNT                       PIC S9(04)   BINARY VALUE ZEROES.
         03  LEN                       PIC S9(04)   BINARY VALUE ZEROES.
         03  MMID-RECL                 PIC S9(04)   BINARY VALUE ZEROES.
         03  MMSG-RECL                 PIC S9(04)   BINARY VALUE ZEROES.
         03  MDST-RECL                 PIC S9(04)   BINARY VALUE ZEROES.
         03  SUSPEND-SW                PIC  X(01)   VALUE 'N'.
           88  MAIL-SUSPENDING                      VALUE 'Y'.
           88  MAIL-NOT-SUSPENDING                  VALUE 'N'.
         03  WS-ABSTIME                PIC S9(15)   COMP-3 VALUE ZEROES.
         03  WS-REPLY-TO-ID            PIC S9(08)   BINARY VALUE ZEROES.
         03  WS-THREAD-ID              PIC S9(08)   BINARY VALUE ZEROES.
      *
      * FIELDS TO MANAGE THE GROUP POSTING-LIST CHECK
         03  SENDER-PGM                PIC  X(08)   VALUE SPACES.
         03  POST-GRP                  PIC  X(08)   VALUE SPACES.
         03  POST-SYSTEM               PIC  X(08)   VALUE SPACES.
         03  POSTING-SW                PIC  X(01)   VALUE 'O'.
           88  POSTING-OPEN                         VALUE 'O'.
           88  POSTING-LISTED                       VALUE 'L'.
           88  POSTING-MATCHED                      VALUE 'M'.
           88  POSTING-REFUSED                      VALUE 'R'.
      *
      * FIELDS TO MANAGE THE PER-SYSTEM DAILY SEND QUOTA
         03  QUOTA-DAY                 PIC S9(08)   BINARY VALUE ZEROES.
         03  QUOTA-SW                  PIC  X(01)   VALUE 'N'.
           88  QUOTA-EXCEEDED                       VALUE 'Y'.
           88  QUOTA-WITHIN                         VALUE 'N'.
         03  QUOTA-ALERT-SW            PIC  X(01)   VALUE 'N'.
           88  QUOTA-ALERT-WARNING                  VALUE 'W'.
           88  QUOTA-ALERT-LIMIT                    VALUE 'L'.
           88  QUOTA-ALERT-NONE                     VALUE 'N'.
         03  QUOTA-COUNT-D             PIC  Z(7)9.
      *
      * FIELDS TO MANAGE THE LEGAL HOLD CHECK ON A PURGE
         03  HOLD-RESP                 PIC S9(08)   BINARY VALUE ZEROES.
         03  HOLD-SW                   PIC  X(01)   VALUE 'N'.
           88  MAIL-HELD                            VALUE 'Y'.
           88  MAIL-NOT-HELD                        VALUE 'N'.
      *
      * FIELDS TO MANAGE THE TMPL REQUEST'S TEMPLATE AND SUBSTITUTION
         03  TPL-ID                    PIC  X(08)   VALUE SPACES.
         03  TPL-RESP                  PIC S9(08)   BINARY VALUE ZEROES.
         03  TPL-DIST-GRPS.
           05  TPL-DIST-GRP            PIC  X(08)   OCCURS 8 TIMES.
         03  TPL-SUB                   PIC S9(04)   BINARY VALUE ZEROES.
         03  TPL-EXTRA-COUNT           PIC S9(04)   BINARY VALUE ZEROES.
         03  TPL-VALUES.
           05  TPL-VALUE               PIC  X(25)   OCCURS 8 TIMES.
         03  TPL-VALUE-LENGTHS.
           05  TPL-VAL-LEN             PIC S9(04)   BINARY
                                       OCCURS 8 TIMES.
         03  TPL-VAL-NO                PIC S9(04)   BINARY VALUE ZEROES.
         03  TPL-DIGIT                 PIC  9(01)   VALUE ZEROES.
         03  TPL-SRCP                  PIC S9(04)   BINARY VALUE ZEROES.
         03  TPL-OUTP                  PIC S9(04)   BINARY VALUE ZEROES.
         03  TPL-SRC-LINE              PIC  X(200)  VALUE SPACES.
         03  TPL-OUT-LINE              PIC  X(200)  VALUE SPACES.
      *
      * FIELDS TO MANAGE THE CONTENT ROUTING RULES APPLIED AT COMPLETE
         03  RUL-RESP                  PIC S9(08)   BINARY VALUE ZEROES.
         03  RUL-SUBJECT               PIC  X(40)   VALUE SPACES.
         03  RUL-BODY-LINE             PIC  X(200)  VALUE SPACES.
         03  RUL-BODY-SW               PIC  X(01)   VALUE 'N'.
           88  RUL-BODY-READ                        VALUE 'Y'.
           88  RUL-BODY-NOT-READ                    VALUE 'N'.
         03  RUL-KEY-LEN               PIC S9(04)   BINARY VALUE ZEROES.
         03  RUL-HITS                  PIC S9(04)   BINARY VALUE ZEROES.
         03  RUL-MATCH-SW              PIC  X(01)   VALUE 'N'.
           88  RULE-MATCHED                         VALUE 'Y'.
           88  RULE-NOT-MATCHED                     VALUE 'N'.
         03  RUL-GRP-SW                PIC  X(01)   VALUE 'N'.
           88  RUL-GRP-PRESENT                      VALUE 'Y'.
           88  RUL-GRP-ABSENT                       VALUE 'N'.
         03  RUL-URGENT-RULE           PIC  X(08)   VALUE SPACES.
         03  RUL-PRIVATE-RULE          PIC  X(08)   VALUE SPACES.
         03  VAR-TEXTL                 PIC S9(04)   BINARY.
         03  VAR-TEXT                  PIC  X(245)  VALUE SPACES.

      * THE FOLLOWING AREAS ARE SUBROUTINE PARAMETER BLOCKS

       01  CICSINFO-PARMS.
         COPY CICSINFO.

       COPY HEXMAN.

       COPY LOGGING.

       COPY UNEXERRW.

      /*****************************************************************
      *    LINKAGE SECTION                                             *
      ******************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
         COPY MAILWRTR.

      * MAILMID RECORD I/O AREA
       COPY MAILMID.

      * MAILMSG RECORD I/O AREA
       COPY MAILMSG.

      * MAILDST RECORD I/O AREA
       COPY MAILDST.

      * MAILMDS RECORD I/O AREA
       COPY MAILMDS.

      * MAILJRN RECORD I/O AREA
       COPY MAILJRN.

      * MAILATT RECORD I/O AREA
       COPY MAILATT.

      * MAILQTA RECORD I/O AREA
       COPY MAILQTA.

      * MAILHLD RECORD I/O AREA
       COPY MAILHLD.

      * MAILTPL RECORD I/O AREA
       COPY MAILTPL.

      * MAILRUL RECORD I/O AREA
       COPY MAILRUL.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION.

      ******************************************************************
      *    PROGRAM INITIALIZATION                                      *
      ******************************************************************
       A00-MAIL-INITIALIZATION.

           SET  DAPL-LOGGING           TO TRUE.

           EXEC CICS LINK
                     PROGRAM  (CICSINFO)
                     COMMAREA (CICSINFO-PARMS)
           END-EXEC.
           EXEC CICS ASSIGN
                     INVOKINGPROG(CICS-INVOKEDBY)
                     NOHANDLE
           END-EXEC.

           IF  EIBCALEN NOT = LENGTH OF DFHCOMMAREA
               STRING 'Caller '           DELIMITED BY SIZE
                      CICS-INVOKEDBY      DELIMITED BY SPACE
                      ' invalid commarea length.'
                   DELIMITED BY SIZE INTO LOGF-MESG
               PERFORM Q100-LOGIT THRU Q199-EXIT
               EXEC CICS ABEND
                         ABCODE('MCOM')
                         CANCEL
               END-EXEC
           END-IF.

           IF  NOT MAIL-HEAD-PARMS
           AND NOT MAIL-TMPL-PARMS
           AND MAIL-ID NOT > ZEROES
               STRING 'Caller '           DELIMITED BY SIZE
                      CICS-INVOKEDBY      DELIMITED BY SPACE
                      ' link sequence error.'
                   DELIMITED BY SIZE INTO LOGF-MESG
               PERFORM Q100-LOGIT THRU Q199-EXIT
               EXEC CICS ABEND
                         ABCODE('MLNK')
                         CANCEL
               END-EXEC
           END-IF.

           IF  MAIL-DIST-PARMS
           AND MAIL-SEQ > ZEROES
               STRING 'Caller '           DELIMITED BY SIZE
                      CICS-INVOKEDBY      DELIMITED BY SPACE
                      ' distribution sequence error.'
                   DELIMITED BY SIZE INTO LOGF-MESG
               PERFORM Q100-LOGIT THRU Q199-EXIT
               EXEC CICS ABEND
                         ABCODE('MSEQ')
                         CANCEL
               END-EXEC
           END-IF.

           IF  MAIL-BODY-PARMS
           AND MAIL-SEQ >= 3000
               STRING 'Caller '           DELIMITED BY SIZE
                      CICS-INVOKEDBY      DELIMITED BY SPACE
                      ' body limit reached.'
                   DELIMITED BY SIZE INTO LOGF-MESG
               PERFORM Q100-LOGIT THRU Q199-EXIT
               EXEC CICS ABEND
                         ABCODE('MMAX')
                         CANCEL
               END-EXEC
           END-IF.

           IF  MAIL-ATCH-PARMS
           AND MAIL-ATT-SEQ >= 32000
               STRING 'Caller '           DELIMITED BY SIZE
                      CICS-INVOKEDBY      DELIMITED BY SPACE
                      ' attachment limit reached.'
                   DELIMITED BY SIZE INTO LOGF-MESG
               PERFORM Q100-LOGIT THRU Q199-EXIT
               EXEC CICS ABEND
                         ABCODE('MAMX')
                         CANCEL
               END-EXEC
           END-IF.

      * the sending program -- a batch request names its own job
      * step program; an online caller is its invoking program
           IF  MAIL-SENDER-PGM > SPACES
               MOVE MAIL-SENDER-PGM    TO SENDER-PGM
           ELSE
               MOVE CICS-INVOKEDBY     TO SENDER-PGM
           END-IF.

           EVALUATE TRUE
           WHEN MAIL-HEAD-PARMS     GO TO C00-MAIL-HEADER
           WHEN MAIL-DIST-PARMS     GO TO D00-MAIL-DISTRIBUTION
           WHEN MAIL-BODY-PARMS     GO TO E00-MAIL-BODY
           WHEN MAIL-ATCH-PARMS     GO TO J00-MAIL-ATTACHMENT
           WHEN MAIL-MESG-COMPLETE  GO TO F00-MAIL-COMPLETE
           WHEN MAIL-MESG-DELIVERED GO TO H00-MAIL-DELIVERED
           WHEN MAIL-PURGE-MESG     GO TO G00-MAIL-PURGE
           WHEN MAIL-TMPL-PARMS     GO TO K00-MAIL-TEMPLATE
           END-EVALUATE.

           STRING 'Caller '               DELIMITED BY SIZE
                  CICS-INVOKEDBY          DELIMITED BY SPACE
                  ' link control error.'
               DELIMITED BY SIZE     INTO LOGF-MESG.
           PERFORM Q100-LOGIT THRU Q199-EXIT.
           EXEC CICS ABEND
                     ABCODE('MCTL')
                     CANCEL
           END-EXEC.

      /*****************************************************************
      *    MAIL HEADER ROUTINE                                         *
      *    THE HEADER LOGIC LIVES IN C10 THRU C19 SO THE TEMPLATE      *
      *    ROUTINE CAN PERFORM IT TO START ITS MESSAGE.                *
      ******************************************************************
       C00-MAIL-HEADER.

           PERFORM C10-CREATE-HEADER THRU C19-EXIT.

           GO TO Z00-MAIL-TERMINATION.

       C10-CREATE-HEADER.

           IF  MAIL-ID > ZEROES
      * finish the prior message, then fall through to create the
      * new header -- same idiom the batch writer always honored
               PERFORM F10-COMPLETE-MESSAGE THRU F19-EXIT
           END-IF.

      * resolve the reply linkage ahead of everything else, so the
      * parent lookup's response code never bleeds into the checks
      * the header build makes below
           PERFORM C50-RESOLVE-THREAD THRU C59-EXIT.

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.

           PERFORM Q20-INITKEY-MAILMID.
      * get message id control record
           MOVE ZERO                   TO MMID-ID.
           PERFORM Q26-READUP-MAILMID.

           IF  EIBRESP = DFHRESP(NORMAL)
      * increment message id control record
               ADD  1                  TO MMID-CONTROL-ID
               MOVE WS-ABSTIME         TO MMID-CONTROL-LAST-STMP
      * rewrite message id control record
               PERFORM Q27-REWRITE-MAILMID
           END-IF.

           IF  EIBRESP = DFHRESP(NORMAL)
               PERFORM Q40-INITKEY-MAILDST
      * get mail distribution header record
               MOVE MAIL-HEAD-TO-GRP   TO MDST-GRP-NAME
               PERFORM Q46-READEQ-MAILDST
               IF  EIBRESP = DFHRESP(NOTFND)
      * park the message instead of cancelling the caller -- the
      * header is written suspended and MAILSUSB repairs it
                   SET  MAIL-SUSPENDING TO TRUE
                   STRING 'Caller '         DELIMITED BY SIZE
                          CICS-INVOKEDBY    DELIMITED BY SPACE
                          ' primary group ' DELIMITED BY SIZE
                          MDST-GRP-NAME     DELIMITED BY SPACE
                          ' not found - message suspended.'
                                            DELIMITED BY SIZE
                                     INTO LOGF-MESG
                   PERFORM Q100-LOGIT THRU Q199-EXIT
               END-IF
               IF  EIBRESP = DFHRESP(NORMAL)
      * the group exists -- may this sender post to it
                   MOVE MAIL-HEAD-TO-GRP TO POST-GRP
                   MOVE MAIL-HEAD-SYSTEM TO POST-SYSTEM
                   PERFORM Q90-CHECK-POSTING THRU Q99-EXIT
               END-IF
           END-IF.

           IF  EIBRESP = DFHRESP(NORMAL)
           OR  MAIL-SUSPENDING
      * count the message against its system's daily quota
               PERFORM C60-CHECK-QUOTA THRU C69-EXIT
      * build message id header
               MOVE MMID-CONTROL-ID    TO MMID-ID
                                          MAIL-ID
               MOVE ZEROES             TO MAIL-SEQ
                                          MAIL-ATT-SEQ
               INITIALIZE MMID-HDR
               MOVE WS-ABSTIME         TO MMID-CREATED-TIMESTAMP
               MOVE ZEROES             TO MMID-CHANGED-TIMESTAMP
                                          MMID-SENT-TIMESTAMP
               EVALUATE TRUE
                 WHEN MAIL-SUSPENDING
                 AND  QUOTA-EXCEEDED
                   SET  MMID-IS-SUSPENDED-QUOTA-HELD TO TRUE
                 WHEN MAIL-SUSPENDING
                   SET  MMID-IS-SUSPENDED TO TRUE
                 WHEN QUOTA-EXCEEDED
                   SET  MMID-IS-QUOTA-HELD TO TRUE
                 WHEN OTHER
                   SET  MMID-NOT-COMPLETE TO TRUE
               END-EVALUATE
               IF  MAIL-HEAD-DELIVER = 'Y'
                 SET  MMID-NORMAL-DELIVERY TO TRUE
               END-IF
               IF  MAIL-HEAD-PRIVATE = 'Y'
                 SET  MMID-IS-PRIVATE  TO TRUE
               END-IF
               IF  MAIL-HEAD-PRIORITY = 'U'
                 SET  MMID-IS-URGENT   TO TRUE
               ELSE
                 SET  MMID-IS-ROUTINE  TO TRUE
               END-IF
               MOVE MAIL-HEAD-RELEASE-STMP
                                       TO MMID-RELEASE-TIMESTAMP
               MOVE WS-REPLY-TO-ID     TO MMID-REPLY-TO-ID
               IF  WS-THREAD-ID > ZEROES
                   MOVE WS-THREAD-ID   TO MMID-THREAD-ID
               ELSE
      * not a reply -- this message roots its own thread
                   MOVE MMID-ID        TO MMID-THREAD-ID
               END-IF
               MOVE MAIL-HEAD-SYSTEM   TO MMID-SYSTEM
               MOVE MAIL-HEAD-TO-GRP   TO MMID-TO-GRP
               MOVE MAIL-HEAD-FROM     TO MMID-FROM
               MOVE MAIL-HEAD-SUBJECT  TO MMID-SUBJECT
               MOVE CICS-USERID        TO MMID-CREATED-BY
               MOVE MAIL-HEAD-TO-GRP   TO MMID-GRP-PATH-GRP
               COMPUTE MMID-GRP-PATH-STMP
                   = 999999999999999 - MMID-CREATED-TIMESTAMP
               COMPUTE MMID-GRP-PATH-ID
                   = 99999999 - MMID-ID
      * write message id header
               PERFORM Q27-WRITE-MAILMID
           END-IF.

           IF  EIBRESP = DFHRESP(NORMAL)
      * journal the state change
               MOVE 'HEAD'             TO MJRN-REQUEST
               MOVE MAIL-ID            TO MJRN-MAIL-ID
               MOVE MAIL-HEAD-TO-GRP   TO MJRN-GRP-NAME
               PERFORM Q75-SET-JRN-PRIORITY THRU Q78-EXIT
               PERFORM Q80-WRITE-JOURNAL THRU Q89-EXIT
           END-IF.

           IF  EIBRESP = DFHRESP(NORMAL)
           AND POSTING-REFUSED
      * and journal the refused posting attempt itself
               MOVE 'RFSD'             TO MJRN-REQUEST
               PERFORM Q80-WRITE-JOURNAL THRU Q89-EXIT
           END-IF.

           IF  EIBRESP = DFHRESP(NORMAL)
           AND QUOTA-EXCEEDED
      * and journal the quota hold itself
               MOVE 'QHLD'             TO MJRN-REQUEST
               PERFORM Q80-WRITE-JOURNAL THRU Q89-EXIT
           END-IF.

           IF  EIBRESP NOT = DFHRESP(NORMAL)
      * report errors and abend process
               STRING 'Caller '           DELIMITED BY SIZE
                      CICS-INVOKEDBY      DELIMITED BY SPACE
                      ' failure creating mail header.'
                   DELIMITED BY SIZE INTO LOGF-MESG
               PERFORM Q200-UNEX-LOG
               EXEC CICS ABEND
                         ABCODE('MLOG')
                         CANCEL
               END-EXEC
           END-IF.

       C19-EXIT.
           EXIT.

      /*****************************************************************
      *    RESOLVE THE REPLY LINKAGE FOR A NEW HEADER                  *
      *    A REPLY JOINS ITS PARENT'S THREAD; A PARENT THAT PREDATES   *
      *    THREADING (THREAD ID ZERO) BECOMES THE ROOT ITSELF.  A      *
      *    PARENT NO LONGER ON FILE IS LOGGED AND THE REPLY-TO ID      *
      *    STANDS IN AS THE THREAD, SO THE LINKAGE STILL RECORDS       *
      *    WHAT THE SENDER ANSWERED.                                   *
      ******************************************************************
       C50-RESOLVE-THREAD.

           MOVE ZEROES                 TO WS-REPLY-TO-ID
                                          WS-THREAD-ID.

           IF  MAIL-HEAD-REPLY-TO NOT > ZEROES
               GO TO C59-EXIT
           END-IF.

           MOVE MAIL-HEAD-REPLY-TO     TO WS-REPLY-TO-ID
                                          WS-THREAD-ID.

           PERFORM Q20-INITKEY-MAILMID.
           MOVE MAIL-HEAD-REPLY-TO     TO MMID-ID.
           PERFORM Q25-READEQ-MAILMID.

           EVALUATE TRUE
             WHEN EIBRESP = DFHRESP(NORMAL)
               IF  MMID-THREAD-ID > ZEROES
                   MOVE MMID-THREAD-ID TO WS-THREAD-ID
               END-IF
             WHEN EIBRESP = DFHRESP(NOTFND)
               STRING 'Caller '           DELIMITED BY SIZE
                      CICS-INVOKEDBY      DELIMITED BY SPACE
                      ' reply parent not on file.'
                   DELIMITED BY SIZE INTO LOGF-MESG
               PERFORM Q100-LOGIT THRU Q199-EXIT
             WHEN OTHER
               STRING 'Caller '           DELIMITED BY SIZE
                      CICS-INVOKEDBY      DELIMITED BY SPACE
                      ' failure reading reply parent.'
                   DELIMITED BY SIZE INTO LOGF-MESG
               PERFORM Q200-UNEX-LOG
               EXEC CICS ABEND
                         ABCODE('MLOG')
                         CANCEL
               END-EXEC
           END-EVALUATE.

       C59-EXIT.
           EXIT.

      /*****************************************************************
      *    COUNT A NEW HEADER AGAINST ITS SYSTEM'S DAILY QUOTA         *
      *    A SYSTEM WITH NO MAILQTA RECORD IS NOT METERED.  THE FIRST  *
      *    HEADER OF A NEW DAY STARTS A FRESH COUNT.  PAST THE DAILY   *
      *    LIMIT, QUOTA-EXCEEDED IS SET AND THE CALLER WRITES THE      *
      *    HEADER QUOTA-HELD.  THE CONSOLE IS TOLD ONCE A DAY WHEN THE *
      *    WARNING THRESHOLD IS REACHED AND WHEN THE LIMIT IS PASSED.  *
      *    A MESSAGE BEING SUSPENDED IS HELD AS WELL, SO THE HOLD      *
      *    OUTLASTS THE SUSPENSION.                                    *
      ******************************************************************
       C60-CHECK-QUOTA.

           SET  QUOTA-WITHIN           TO TRUE.
           SET  QUOTA-ALERT-NONE       TO TRUE.

           PERFORM Q10-INITKEY-MAILQTA.
           MOVE MAIL-HEAD-SYSTEM       TO MQTA-SYSTEM.
           PERFORM Q16-READUP-MAILQTA.

           IF  EIBRESP = DFHRESP(NOTFND)
      * no quota on file -- the system is not metered
               GO TO C69-EXIT
           END-IF.

           IF  EIBRESP = DFHRESP(NORMAL)
               DIVIDE WS-ABSTIME BY 86400000 GIVING QUOTA-DAY
               IF  MQTA-COUNT-DAY NOT = QUOTA-DAY
      * first header of a new day -- start a fresh count even when
      * the midnight reset has not run yet
                   MOVE QUOTA-DAY      TO MQTA-COUNT-DAY
                   MOVE ZEROES         TO MQTA-DAY-COUNT
                   SET  MQTA-NOT-WARNED TO TRUE
               END-IF
               ADD  1                  TO MQTA-DAY-COUNT
               IF  MQTA-WARN-THRESHOLD > ZEROES
               AND MQTA-DAY-COUNT >= MQTA-WARN-THRESHOLD
               AND MQTA-NOT-WARNED
                   SET  MQTA-WARNING-SENT TO TRUE
                   SET  QUOTA-ALERT-WARNING TO TRUE
               END-IF
               IF  MQTA-DAILY-LIMIT > ZEROES
               AND MQTA-DAY-COUNT > MQTA-DAILY-LIMIT
                   IF  MQTA-DAY-COUNT = MQTA-DAILY-LIMIT + 1
                       SET  QUOTA-ALERT-LIMIT TO TRUE
                   END-IF
                   SET  QUOTA-EXCEEDED TO TRUE
                   ADD  1              TO MQTA-HELD-COUNT
               END-IF
               PERFORM Q17-REWRITE-MAILQTA
           END-IF.

           IF  EIBRESP NOT = DFHRESP(NORMAL)
      * report errors and abend process
               STRING 'Caller '           DELIMITED BY SIZE
                      CICS-INVOKEDBY      DELIMITED BY SPACE
                      ' failure updating send quota.'
                   DELIMITED BY SIZE INTO LOGF-MESG
               PERFORM Q200-UNEX-LOG
               EXEC CICS ABEND
                         ABCODE('MLOG')
                         CANCEL
               END-EXEC
           END-IF.

           IF  QUOTA-ALERT-NONE
               GO TO C69-EXIT
           END-IF.

      * tell the console operator -- once per system per day for
      * each of the warning and the limit
           MOVE MQTA-DAY-COUNT         TO QUOTA-COUNT-D.
           MOVE 1                      TO VAR-TEXTL.
           STRING 'MAILWRTC: SYSTEM '     DELIMITED BY SIZE
                  MQTA-SYSTEM             DELIMITED BY SPACE
                  ' HAS SENT '            DELIMITED BY SIZE
               INTO VAR-TEXT         WITH POINTER VAR-TEXTL.
           MOVE ZEROES                 TO CNT.
           INSPECT QUOTA-COUNT-D TALLYING CNT FOR LEADING SPACES.
           ADD  1                      TO CNT.
           STRING QUOTA-COUNT-D(CNT:)     DELIMITED BY SIZE
                  ' MESSAGES TODAY - '    DELIMITED BY SIZE
               INTO VAR-TEXT         WITH POINTER VAR-TEXTL.
           IF  QUOTA-ALERT-LIMIT
               STRING 'DAILY LIMIT PASSED, FURTHER MAIL HELD'
                                          DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
           ELSE
               STRING 'WARNING THRESHOLD REACHED'
                                          DELIMITED BY SIZE
                   INTO VAR-TEXT     WITH POINTER VAR-TEXTL
           END-IF.
           SUBTRACT 1                FROM VAR-TEXTL.

           EXEC CICS WRITE OPERATOR
                     TEXT       (VAR-TEXT)
                     TEXTLENGTH (VAR-TEXTL)
                     NOHANDLE
           END-EXEC.

           MOVE VAR-TEXT(1:VAR-TEXTL)  TO LOGF-MESG.
           PERFORM Q100-LOGIT THRU Q199-EXIT.

       C69-EXIT.
           EXIT.

      /*****************************************************************
      *    MAIL DISTRIBUTION ROUTINE                                   *
      *    THE DISTRIBUTION LOGIC LIVES IN D10 THRU D19 SO THE         *
      *    TEMPLATE ROUTINE CAN PERFORM IT FOR EACH TEMPLATE GROUP.    *
      ******************************************************************
       D00-MAIL-DISTRIBUTION.

           PERFORM D10-EXTEND-DISTRIBUTION THRU D19-EXIT.

           GO TO Z00-MAIL-TERMINATION.

       D10-EXTEND-DISTRIBUTION.

           PERFORM Q40-INITKEY-MAILDST.
      * get mail distribution header record
           MOVE MAIL-DIST-TO-GRP       TO MDST-GRP-NAME.
           PERFORM Q46-READEQ-MAILDST.
           IF  EIBRESP = DFHRESP(NOTFND)
      * park the message instead of cancelling the caller -- the
      * fan-out row is still written so MAILSUSB can repair it
               SET  MAIL-SUSPENDING     TO TRUE
               STRING 'Caller '           DELIMITED BY SIZE
                      CICS-INVOKEDBY      DELIMITED BY SPACE
                      ' extended group '  DELIMITED BY SIZE
                      MDST-GRP-NAME       DELIMITED BY SPACE
                      ' not found - message suspended.'
                                          DELIMITED BY SIZE
                                     INTO LOGF-MESG
               PERFORM Q100-LOGIT THRU Q199-EXIT
           END-IF.

           IF  EIBRESP = DFHRESP(NORMAL)
           OR  MAIL-SUSPENDING
               PERFORM Q20-INITKEY-MAILMID
      * get message id header record to check the private flag
               MOVE MAIL-ID             TO MMID-ID
               PERFORM Q25-READEQ-MAILMID
           END-IF.

           IF  EIBRESP = DFHRESP(NORMAL)
           AND MMID-IS-PRIVATE
               STRING 'Caller '           DELIMITED BY SIZE
                      CICS-INVOKEDBY      DELIMITED BY SPACE
                      ' message is private.'
                                     INTO LOGF-MESG
               PERFORM Q200-UNEX-LOG
               EXEC CICS ABEND
                         ABCODE('MPRV')
                         CANCEL
               END-EXEC
           END-IF.

           IF  EIBRESP = DFHRESP(NORMAL)
           AND MAIL-NOT-SUSPENDING
      * the group exists -- may this sender post to it.  the header
      * is in hand now, so the check sees the message's own system
               MOVE MAIL-DIST-TO-GRP   TO POST-GRP
               MOVE MMID-SYSTEM        TO POST-SYSTEM
               PERFORM Q90-CHECK-POSTING THRU Q99-EXIT
           END-IF.

           IF  EIBRESP = DFHRESP(NORMAL)
               PERFORM Q50-INITKEY-MAILMDS
      * find the message's current high extension sequence by
      * browsing its own rows forward -- positioning at end of
      * file for a READPREV depended on a special-case STARTBR
      * response and lost the sequence whenever this message's
      * rows were the last ones on file
               MOVE ZEROES             TO CNT
               MOVE MAIL-ID            TO MMDS-ID
               MOVE ZEROES             TO MMDS-SEQ
               PERFORM Q51-STARTBR-MAILMDS
               IF  EIBRESP = DFHRESP(NORMAL)
                   PERFORM WITH TEST BEFORE
                     UNTIL MMDS-ID NOT = MAIL-ID
                        OR EIBRESP NOT = DFHRESP(NORMAL)
                       EXEC CICS READNEXT
                                 DATASET  (MAILMDS)
                                 INTO     (MAILMDS-RECORD)
                                 RIDFLD   (MMDS-KEY)
                                 NOHANDLE
                       END-EXEC
                       IF  EIBRESP = DFHRESP(NORMAL)
                       AND MMDS-ID = MAIL-ID
                           MOVE MMDS-SEQ TO CNT
                       END-IF
                   END-PERFORM
                   IF  EIBRESP = DFHRESP(NORMAL)
                              OR DFHRESP(ENDFILE)
                       PERFORM Q55-ENDBR-MAILMDS
                   END-IF
               END-IF
               IF  EIBRESP = DFHRESP(NORMAL)
                          OR DFHRESP(NOTFND)
                          OR DFHRESP(ENDFILE)
               IF  CNT >= 3000
                   STRING 'Caller '       DELIMITED BY SIZE
                          CICS-INVOKEDBY  DELIMITED BY SPACE
                          ' distribution limit reached.'
                                     INTO LOGF-MESG
                   PERFORM Q100-LOGIT THRU Q199-EXIT
                   EXEC CICS ABEND
                             ABCODE('MDMX')
                             CANCEL
                   END-EXEC
               ELSE
      * build extended message distribution record
                   MOVE MAIL-ID        TO MMDS-ID
                   COMPUTE MMDS-SEQ = CNT + 1
                   MOVE MAIL-DIST-TO-GRP
                                       TO MMDS-TO-GRP
      * write extended message distribution record
                   PERFORM Q57-WRITE-MAILMDS
               END-IF
               END-IF
           END-IF.

           IF  EIBRESP = DFHRESP(NORMAL)
           AND MAIL-SUSPENDING
      * park the header now that the fan-out row is on file
               PERFORM Q70-SUSPEND-HEADER THRU Q79-EXIT
           END-IF.

           IF  EIBRESP = DFHRESP(NORMAL)
      * journal the state change
               MOVE 'DIST'             TO MJRN-REQUEST
               MOVE MAIL-ID            TO MJRN-MAIL-ID
               MOVE MAIL-DIST-TO-GRP   TO MJRN-GRP-NAME
               PERFORM Q75-SET-JRN-PRIORITY THRU Q78-EXIT
               PERFORM Q80-WRITE-JOURNAL THRU Q89-EXIT
           END-IF.

           IF  EIBRESP = DFHRESP(NORMAL)
           AND POSTING-REFUSED
      * and journal the refused posting attempt itself
               MOVE 'RFSD'             TO MJRN-REQUEST
               PERFORM Q80-WRITE-JOURNAL THRU Q89-EXIT
           END-IF.

           IF  EIBRESP NOT = DFHRESP(NORMAL)
                         AND DFHRESP(ENDFILE)
      * report errors and abend process
               STRING 'Caller '           DELIMITED BY SIZE
                      CICS-INVOKEDBY      DELIMITED BY SPACE
                      ' failure extending mail distribution.'
                   DELIMITED BY SIZE INTO LOGF-MESG
               PERFORM Q200-UNEX-LOG
               EXEC CICS ABEND
                         ABCODE('MLOG')
                         CANCEL
               END-EXEC
           END-IF.

       D19-EXIT.
           EXIT.

      /*****************************************************************
      *    MAIL BODY ROUTINE                                           *
      *    THE BODY LOGIC LIVES IN E10 THRU E19 SO THE TEMPLATE        *
      *    ROUTINE CAN PERFORM IT FOR EACH TEMPLATE LINE.              *
      ******************************************************************
       E00-MAIL-BODY.

           PERFORM E10-WRITE-BODY THRU E19-EXIT.

           GO TO Z00-MAIL-TERMINATION.

       E10-WRITE-BODY.

           PERFORM Q30-INITKEY-MAILMSG.
      * build message body record
           MOVE MAIL-ID                TO MMSG-ID.
           ADD  1                      TO MAIL-SEQ.
           MOVE MAIL-SEQ               TO MMSG-SEQ.
           MOVE MAIL-BODY-TEXT         TO MMSG-BODY.
      * write message body record
           PERFORM Q37-WRITE-MAILMSG.

           IF  EIBRESP = DFHRESP(NORMAL)
      * journal the state change
               MOVE 'BODY'             TO MJRN-REQUEST
               MOVE MAIL-ID            TO MJRN-MAIL-ID
               MOVE SPACES             TO MJRN-GRP-NAME
      * the body path never reads the header, so no class to carry
               MOVE SPACE              TO MJRN-PRIORITY
               PERFORM Q80-WRITE-JOURNAL THRU Q89-EXIT
           END-IF.

           IF  EIBRESP NOT = DFHRESP(NORMAL)
      * report errors and abend process
               STRING 'Caller '           DELIMITED BY SIZE
                      CICS-INVOKEDBY      DELIMITED BY SPACE
                      ' failure creating mail body.'
                   DELIMITED BY SIZE INTO LOGF-MESG
               PERFORM Q200-UNEX-LOG
               EXEC CICS ABEND
                         ABCODE('MLOG')
                         CANCEL
               END-EXEC
           END-IF.

       E19-EXIT.
           EXIT.

      /*****************************************************************
      *    MAIL ATTACHMENT ROUTINE                                     *
      *    STORES ONE ATTACHMENT LINE, CARRIED IN MAIL-BODY-TEXT AND   *
      *    SEQUENCED APART FROM THE READABLE BODY ON THE MAILATT       *
      *    CLUSTER, SO REPORT OUTPUT PAST THE BODY CAP RIDES WHOLE.    *
      ******************************************************************
       J00-MAIL-ATTACHMENT.

           PERFORM Q60-INITKEY-MAILATT.
      * build attachment line record
           MOVE MAIL-ID                TO MATT-ID.
           ADD  1                      TO MAIL-ATT-SEQ.
           MOVE MAIL-ATT-SEQ           TO MATT-SEQ.
           MOVE MAIL-BODY-TEXT         TO MATT-DATA.
      * write attachment line record
           PERFORM Q67-WRITE-MAILATT.

           IF  EIBRESP = DFHRESP(NORMAL)
      * journal the state change
               MOVE 'ATCH'             TO MJRN-REQUEST
               MOVE MAIL-ID            TO MJRN-MAIL-ID
               MOVE SPACES             TO MJRN-GRP-NAME
      * the attachment path never reads the header, so no class
               MOVE SPACE              TO MJRN-PRIORITY
               PERFORM Q80-WRITE-JOURNAL THRU Q89-EXIT
           END-IF.

           IF  EIBRESP NOT = DFHRESP(NORMAL)
      * report errors and abend process
               STRING 'Caller '           DELIMITED BY SIZE
                      CICS-INVOKEDBY      DELIMITED BY SPACE
                      ' failure creating mail attachment.'
                   DELIMITED BY SIZE INTO LOGF-MESG
               PERFORM Q200-UNEX-LOG
               EXEC CICS ABEND
                         ABCODE('MLOG')
                         CANCEL
               END-EXEC
           END-IF.

           GO TO Z00-MAIL-TERMINATION.

      /*****************************************************************
      *    MAIL COMPLETE ROUTINE                                       *
      *    THE COMPLETION LOGIC LIVES IN F10 THRU F19 SO THE HEADER    *
      *    ROUTINE CAN PERFORM IT TO FINISH THE PRIOR MESSAGE AND      *
      *    STILL FALL THROUGH TO CREATE THE NEW ONE.                   *
      ******************************************************************
       F00-MAIL-COMPLETE.

           PERFORM F10-COMPLETE-MESSAGE THRU F19-EXIT.

           GO TO Z00-MAIL-TERMINATION.

       F10-COMPLETE-MESSAGE.

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.

      * run the message past the content routing rules first -- any
      * group they add is on file before the header is locked
           PERFORM F50-APPLY-ROUTING THRU F59-EXIT.

           PERFORM Q20-INITKEY-MAILMID.
      * get message id header record
           MOVE MAIL-ID                TO MMID-ID.
           PERFORM Q26-READUP-MAILMID.

           IF  EIBRESP = DFHRESP(NORMAL)
      * change message id header record -- a suspended message stays
      * parked until MAILSUSB repairs and releases it
               MOVE WS-ABSTIME         TO MMID-CHANGED-TIMESTAMP
               IF  RUL-URGENT-RULE > SPACES
                   SET  MMID-IS-URGENT TO TRUE
               END-IF
               IF  RUL-PRIVATE-RULE > SPACES
                   SET  MMID-IS-PRIVATE TO TRUE
               END-IF
               EVALUATE TRUE
                 WHEN MMID-IS-SUSPENDED
                   STRING 'Caller '       DELIMITED BY SIZE
                          CICS-INVOKEDBY  DELIMITED BY SPACE
                          ' message suspended - complete held.'
                                          DELIMITED BY SIZE
                                     INTO LOGF-MESG
                   PERFORM Q100-LOGIT THRU Q199-EXIT
      * a quota-held message stays held until MAILQTAB releases it
      * -- the limit was already reported on the console, so a
      * runaway sender does not flood the log here as well
                 WHEN MMID-IS-QUOTA-HELD
                   CONTINUE
                 WHEN OTHER
                   SET  MMID-IS-COMPLETE TO TRUE
               END-EVALUATE
               MOVE CICS-USERID        TO MMID-UPDATED-BY
      * rewrite message id header record
               PERFORM Q27-REWRITE-MAILMID
           END-IF.

           IF  EIBRESP = DFHRESP(NORMAL)
      * journal the state change -- a complete held on a suspended
      * message is recorded as HELD, not CMPL, so the audit trail
      * never claims a completion that did not happen
               IF  MMID-IS-SUSPENDED
               OR  MMID-IS-QUOTA-HELD
                   MOVE 'HELD'         TO MJRN-REQUEST
               ELSE
                   MOVE 'CMPL'         TO MJRN-REQUEST
               END-IF
               MOVE MAIL-ID            TO MJRN-MAIL-ID
               MOVE MMID-TO-GRP        TO MJRN-GRP-NAME
               PERFORM Q75-SET-JRN-PRIORITY THRU Q78-EXIT
               PERFORM Q80-WRITE-JOURNAL THRU Q89-EXIT
           END-IF.

           IF  EIBRESP = DFHRESP(NORMAL)
           AND RUL-URGENT-RULE > SPACES
      * journal the rule that raised the message -- the rule id
      * rides in the group name field
               MOVE 'RURG'             TO MJRN-REQUEST
               MOVE RUL-URGENT-RULE    TO MJRN-GRP-NAME
               PERFORM Q80-WRITE-JOURNAL THRU Q89-EXIT
           END-IF.

           IF  EIBRESP = DFHRESP(NORMAL)
           AND RUL-PRIVATE-RULE > SPACES
      * and the rule that marked it private
               MOVE 'RPRV'             TO MJRN-REQUEST
               MOVE RUL-PRIVATE-RULE   TO MJRN-GRP-NAME
               PERFORM Q80-WRITE-JOURNAL THRU Q89-EXIT
           END-IF.

           IF  EIBRESP NOT = DFHRESP(NORMAL)
      * report errors and abend process
               STRING 'Caller '           DELIMITED BY SIZE
                      CICS-INVOKEDBY      DELIMITED BY SPACE
                      ' failure completing mail process.'
                   DELIMITED BY SIZE INTO LOGF-MESG
               PERFORM Q200-UNEX-LOG
               EXEC CICS ABEND
                         ABCODE('MLOG')
                         CANCEL
               END-EXEC
           END-IF.

       F19-EXIT.
           EXIT.

      /*****************************************************************
      *    APPLY THE CONTENT ROUTING RULES                             *
      *    EVERY ACTIVE RULE ON MAILRUL IS TESTED, IN RULE ID ORDER,   *
      *    AGAINST THE HEADER AND (ONLY IF A RULE ASKS) THE FIRST BODY *
      *    LINE.  A GROUP A MATCHING RULE ADDS IS WRITTEN HERE; THE    *
      *    URGENT AND PRIVATE MARKS ARE LEFT IN RUL-URGENT-RULE AND    *
      *    RUL-PRIVATE-RULE FOR THE COMPLETION TO SET ON THE HEADER.   *
      *    RULES ARE SET BY OPERATIONS, SO THE GROUP'S POSTING LIST    *
      *    AND THE PRIVATE FLAG DO NOT STOP THEM.  A GROUP OR MARK     *
      *    ALREADY ON THE MESSAGE IS NOT ADDED OR JOURNALED AGAIN.     *
      ******************************************************************
       F50-APPLY-ROUTING.

           MOVE SPACES                 TO RUL-URGENT-RULE
                                          RUL-PRIVATE-RULE.
           SET  RUL-BODY-NOT-READ      TO TRUE.
           MOVE SPACES                 TO RUL-BODY-LINE.

           PERFORM Q20-INITKEY-MAILMID.
      * get message id header record to test the rules against
           MOVE MAIL-ID                TO MMID-ID.
           PERFORM Q25-READEQ-MAILMID.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
      * the completion itself reports a missing header
               GO TO F59-EXIT
           END-IF.

      * the keywords are stored upper case -- fold the subject to match
           MOVE MMID-SUBJECT           TO RUL-SUBJECT.
           INSPECT RUL-SUBJECT
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           PERFORM S00-INITKEY-MAILRUL.
           PERFORM S01-STARTBR-MAILRUL.
           MOVE EIBRESP                TO RUL-RESP.

           IF  RUL-RESP = DFHRESP(NORMAL)
               PERFORM WITH TEST BEFORE
                 UNTIL RUL-RESP NOT = DFHRESP(NORMAL)
                   PERFORM S02-READNEXT-MAILRUL
                   MOVE EIBRESP        TO RUL-RESP
                   IF  RUL-RESP = DFHRESP(NORMAL)
                   AND MRUL-IS-ACTIVE
                       PERFORM F60-MATCH-RULE THRU F64-EXIT
                       IF  RULE-MATCHED
                           PERFORM F70-FIRE-RULE THRU F79-EXIT
                       END-IF
                   END-IF
               END-PERFORM
               IF  RUL-RESP = DFHRESP(NORMAL)
                           OR DFHRESP(ENDFILE)
                   PERFORM S05-ENDBR-MAILRUL
               END-IF
           END-IF.

           IF  RUL-RESP NOT = DFHRESP(NORMAL)
                          AND DFHRESP(NOTFND)
                          AND DFHRESP(ENDFILE)
      * report errors and abend process
               STRING 'Caller '           DELIMITED BY SIZE
                      CICS-INVOKEDBY      DELIMITED BY SPACE
                      ' failure reading mail routing rules.'
                   DELIMITED BY SIZE INTO LOGF-MESG
               PERFORM Q200-UNEX-LOG
               EXEC CICS ABEND
                         ABCODE('MLOG')
                         CANCEL
               END-EXEC
           END-IF.

       F59-EXIT.
           EXIT.

      * DOES THE RULE IN HAND MATCH THE MESSAGE -- EVERY CRITERION IT
      * GIVES MUST MATCH, AND BLANK CRITERIA MATCH ANYTHING
       F60-MATCH-RULE.

           SET  RULE-NOT-MATCHED       TO TRUE.

           IF  (MRUL-SYSTEM > SPACES
           AND  MRUL-SYSTEM NOT = MMID-SYSTEM)
           OR  (MRUL-FROM > SPACES
           AND  MRUL-FROM NOT = MMID-FROM)
           OR  (MRUL-TO-GRP > SPACES
           AND  MRUL-TO-GRP NOT = MMID-TO-GRP)
               GO TO F64-EXIT
           END-IF.

           IF  MRUL-KEYWORD = SPACES
               SET  RULE-MATCHED       TO TRUE
               GO TO F64-EXIT
           END-IF.

      * the keyword's significant length
           MOVE LENGTH OF MRUL-KEYWORD TO RUL-KEY-LEN.
           PERFORM WITH TEST BEFORE
             UNTIL RUL-KEY-LEN < 1
                OR MRUL-KEYWORD(RUL-KEY-LEN:1) > SPACE
               SUBTRACT 1            FROM RUL-KEY-LEN
           END-PERFORM.

           MOVE ZEROES                 TO RUL-HITS.
           IF  NOT MRUL-KEY-IN-BODY
               INSPECT RUL-SUBJECT TALLYING RUL-HITS
                   FOR ALL MRUL-KEYWORD(1:RUL-KEY-LEN)
           END-IF.

           IF  RUL-HITS = ZEROES
           AND NOT MRUL-KEY-IN-SUBJECT
      * the first body line is read once, for the first rule to want it
               IF  RUL-BODY-NOT-READ
                   PERFORM F65-READ-FIRST-LINE THRU F69-EXIT
               END-IF
               INSPECT RUL-BODY-LINE TALLYING RUL-HITS
                   FOR ALL MRUL-KEYWORD(1:RUL-KEY-LEN)
           END-IF.

           IF  RUL-HITS > ZEROES
               SET  RULE-MATCHED       TO TRUE
           END-IF.

       F64-EXIT.
           EXIT.

      * FOLD THE MESSAGE'S FIRST BODY LINE TO UPPER CASE FOR THE
      * KEYWORD TESTS -- A MESSAGE WITH NO BODY MATCHES NO BODY KEYWORD
       F65-READ-FIRST-LINE.

           SET  RUL-BODY-READ          TO TRUE.

           PERFORM Q30-INITKEY-MAILMSG.
           MOVE MAIL-ID                TO MMSG-ID.
           MOVE 1                      TO MMSG-SEQ.
           PERFORM Q36-READEQ-MAILMSG.

           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE MMSG-BODY          TO RUL-BODY-LINE
               INSPECT RUL-BODY-LINE
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF.

           IF  EIBRESP NOT = DFHRESP(NORMAL)
                         AND DFHRESP(NOTFND)
      * report errors and abend process
               STRING 'Caller '           DELIMITED BY SIZE
                      CICS-INVOKEDBY      DELIMITED BY SPACE
                      ' failure reading mail body.'
                   DELIMITED BY SIZE INTO LOGF-MESG
               PERFORM Q200-UNEX-LOG
               EXEC CICS ABEND
                         ABCODE('MLOG')
                         CANCEL
               END-EXEC
           END-IF.

       F69-EXIT.
           EXIT.

      * TAKE THE MATCHING RULE'S ACTIONS.  THE HEADER IN HAND IS MARKED
      * AS WELL, SO A LATER RULE DOES NOT CLAIM THE SAME MARK AND THE
      * JOURNAL RECORDS BELOW CARRY THE RAISED PRIORITY.
       F70-FIRE-RULE.

           IF  MRUL-SET-URGENT
           AND NOT MMID-IS-URGENT
               MOVE MRUL-RULE-ID       TO RUL-URGENT-RULE
               SET  MMID-IS-URGENT     TO TRUE
           END-IF.

           IF  MRUL-SET-PRIVATE
           AND NOT MMID-IS-PRIVATE
               MOVE MRUL-RULE-ID       TO RUL-PRIVATE-RULE
               SET  MMID-IS-PRIVATE    TO TRUE
           END-IF.

           IF  MRUL-ADD-GRP > SPACES
           AND MRUL-ADD-GRP NOT = MMID-TO-GRP
               PERFORM F80-ADD-RULE-GROUP THRU F89-EXIT
           END-IF.

       F79-EXIT.
           EXIT.

      * ADD THE RULE'S GROUP AS ONE MORE DISTRIBUTION ROW, UNLESS THE
      * MESSAGE ALREADY CARRIES IT.  A GROUP GONE OR DEACTIVATED SINCE
      * THE RULE WAS SET, OR A FULL DISTRIBUTION, IS LOGGED AND SKIPPED
      * -- A RULE NEVER STOPS THE MESSAGE ITSELF.
       F80-ADD-RULE-GROUP.

           PERFORM Q40-INITKEY-MAILDST.
      * get mail distribution header record
           MOVE MRUL-ADD-GRP           TO MDST-GRP-NAME.
           PERFORM Q46-READEQ-MAILDST.

           IF  EIBRESP = DFHRESP(NOTFND)
           OR (EIBRESP = DFHRESP(NORMAL)
           AND NOT MDST-GRP-ACTIVE)
               STRING 'Routing rule '     DELIMITED BY SIZE
                      MRUL-RULE-ID        DELIMITED BY SPACE
                      ' group '           DELIMITED BY SIZE
                      MRUL-ADD-GRP        DELIMITED BY SPACE
                      ' not found or inactive - not added.'
                                          DELIMITED BY SIZE
                                     INTO LOGF-MESG
               PERFORM Q100-LOGIT THRU Q199-EXIT
               GO TO F89-EXIT
           END-IF.

           IF  EIBRESP = DFHRESP(NORMAL)
               SET  RUL-GRP-ABSENT     TO TRUE
               PERFORM Q50-INITKEY-MAILMDS
      * find the high extension sequence, and the group if present
               MOVE ZEROES             TO CNT
               MOVE MAIL-ID            TO MMDS-ID
               MOVE ZEROES             TO MMDS-SEQ
               PERFORM Q51-STARTBR-MAILMDS
               IF  EIBRESP = DFHRESP(NORMAL)
                   PERFORM WITH TEST BEFORE
                     UNTIL MMDS-ID NOT = MAIL-ID
                        OR EIBRESP NOT = DFHRESP(NORMAL)
                       PERFORM Q52-READNEXT-MAILMDS
                       IF  EIBRESP = DFHRESP(NORMAL)
                       AND MMDS-ID = MAIL-ID
                           MOVE MMDS-SEQ TO CNT
                           IF  MMDS-TO-GRP = MRUL-ADD-GRP
                               SET  RUL-GRP-PRESENT TO TRUE
                           END-IF
                       END-IF
                   END-PERFORM
                   IF  EIBRESP = DFHRESP(NORMAL)
                              OR DFHRESP(ENDFILE)
                       PERFORM Q55-ENDBR-MAILMDS
                   END-IF
               END-IF
           END-IF.

           IF  EIBRESP = DFHRESP(NORMAL)
                      OR DFHRESP(NOTFND)
                      OR DFHRESP(ENDFILE)
               IF  RUL-GRP-PRESENT
      * already on the message -- nothing to add or journal
                   GO TO F89-EXIT
               END-IF
               IF  CNT >= 3000
                   STRING 'Routing rule ' DELIMITED BY SIZE
                          MRUL-RULE-ID    DELIMITED BY SPACE
                          ' distribution limit reached - not added.'
                                          DELIMITED BY SIZE
                                     INTO LOGF-MESG
                   PERFORM Q100-LOGIT THRU Q199-EXIT
                   GO TO F89-EXIT
               END-IF
      * build and write extended message distribution record
               PERFORM Q50-INITKEY-MAILMDS
               MOVE MAIL-ID            TO MMDS-ID
               COMPUTE MMDS-SEQ = CNT + 1
               MOVE MRUL-ADD-GRP       TO MMDS-TO-GRP
               PERFORM Q57-WRITE-MAILMDS
           END-IF.

           IF  EIBRESP = DFHRESP(NORMAL)
      * journal the state change, then the rule that made it -- the
      * rule id rides in the group name field
               MOVE 'DIST'             TO MJRN-REQUEST
               MOVE MAIL-ID            TO MJRN-MAIL-ID
               MOVE MRUL-ADD-GRP       TO MJRN-GRP-NAME
               PERFORM Q75-SET-JRN-PRIORITY THRU Q78-EXIT
               PERFORM Q80-WRITE-JOURNAL THRU Q89-EXIT
               MOVE 'RGRP'             TO MJRN-REQUEST
               MOVE MRUL-RULE-ID       TO MJRN-GRP-NAME
               PERFORM Q80-WRITE-JOURNAL THRU Q89-EXIT
           END-IF.

           IF  EIBRESP NOT = DFHRESP(NORMAL)
      * report errors and abend process
               STRING 'Caller '           DELIMITED BY SIZE
                      CICS-INVOKEDBY      DELIMITED BY SPACE
                      ' failure applying mail routing rule.'
                   DELIMITED BY SIZE INTO LOGF-MESG
               PERFORM Q200-UNEX-LOG
               EXEC CICS ABEND
                         ABCODE('MLOG')
                         CANCEL
               END-EXEC
           END-IF.

       F89-EXIT.
           EXIT.

      /*****************************************************************
      *    MAIL DELIVERED ROUTINE                                      *
      ******************************************************************
       H00-MAIL-DELIVERED.

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.

           PERFORM Q20-INITKEY-MAILMID.
      * get message id header record
           MOVE MAIL-ID                TO MMID-ID.
           PERFORM Q26-READUP-MAILMID.

           IF  EIBRESP = DFHRESP(NORMAL)
      * stamp the actual delivery time -- distinct from the
      * changed/complete timestamp, which only tracks the header
               MOVE WS-ABSTIME         TO MMID-SENT-TIMESTAMP
               MOVE CICS-USERID        TO MMID-UPDATED-BY
      * rewrite message id header record
               PERFORM Q27-REWRITE-MAILMID
           END-IF.

           IF  EIBRESP = DFHRESP(NORMAL)
      * journal the state change
               MOVE 'DLVR'             TO MJRN-REQUEST
               MOVE MAIL-ID            TO MJRN-MAIL-ID
               MOVE MMID-TO-GRP        TO MJRN-GRP-NAME
               PERFORM Q75-SET-JRN-PRIORITY THRU Q78-EXIT
               PERFORM Q80-WRITE-JOURNAL THRU Q89-EXIT
           END-IF.

           IF  EIBRESP NOT = DFHRESP(NORMAL)
      * report errors and abend process
               STRING 'Caller '           DELIMITED BY SIZE
                      CICS-INVOKEDBY      DELIMITED BY SPACE
                      ' failure delivering mail message.'
                   DELIMITED BY SIZE INTO LOGF-MESG
               PERFORM Q200-UNEX-LOG
               EXEC CICS ABEND
                         ABCODE('MLOG')
                         CANCEL
               END-EXEC
           END-IF.

           GO TO Z00-MAIL-TERMINATION.

      /*****************************************************************
      *    MAIL PURGE ROUTINE                                          *
      ******************************************************************
       G00-MAIL-PURGE.

           PERFORM Q20-INITKEY-MAILMID.
      * get message id header record
           MOVE MAIL-ID                TO MMID-ID.
           PERFORM Q26-READUP-MAILMID.

           IF  EIBRESP = DFHRESP(NORMAL)
      * a message under legal hold is never purged -- returns only
      * when no active hold covers it
               PERFORM G50-CHECK-HOLD THRU G59-EXIT
      * delete message body records
               MOVE MMID-ID            TO MMSG-ID
               PERFORM Q38-DELETE-MAILMSG
           END-IF.

           IF  EIBRESP = DFHRESP(NORMAL)
                      OR DFHRESP(NOTFND)
      * delete attachment records -- a notfound here is a normal
      * outcome, most messages carry no attachment
               PERFORM Q60-INITKEY-MAILATT
               MOVE MMID-ID            TO MATT-ID
               PERFORM Q68-DELETE-MAILATT
           END-IF.

           IF  EIBRESP = DFHRESP(NORMAL)
                      OR DFHRESP(NOTFND)
      * delete message id header record
               PERFORM Q28-DELETE-MAILMID
           END-IF.

           IF  EIBRESP = DFHRESP(NORMAL)
      * journal the state change -- this record outlives the purge
               MOVE 'PRGE'             TO MJRN-REQUEST
               MOVE MAIL-ID            TO MJRN-MAIL-ID
               MOVE MMID-TO-GRP        TO MJRN-GRP-NAME
               PERFORM Q75-SET-JRN-PRIORITY THRU Q78-EXIT
               PERFORM Q80-WRITE-JOURNAL THRU Q89-EXIT
           END-IF.

           IF  EIBRESP NOT = DFHRESP(NORMAL)
      * report errors and abend process
               STRING 'Caller '           DELIMITED BY SIZE
                      CICS-INVOKEDBY      DELIMITED BY SPACE
                      ' failure purging mail message.'
                   DELIMITED BY SIZE INTO LOGF-MESG
               PERFORM Q200-UNEX-LOG
               EXEC CICS ABEND
                         ABCODE('MLOG')
                         CANCEL
               END-EXEC
           END-IF.

           GO TO Z00-MAIL-TERMINATION.

      /*****************************************************************
      *    REFUSE THE PURGE OF A MESSAGE UNDER LEGAL HOLD              *
      *    EVERY ACTIVE HOLD ON MAILHLD IS TESTED AGAINST THE HEADER   *
      *    IN HAND:  ITS SENDER, ITS CREATED TIMESTAMP AND ITS GROUP   *
      *    -- THE PRIMARY GROUP OR ANY MAILMDS FAN-OUT GROUP.  A HELD  *
      *    MESSAGE ABENDS THE CALLER MHLD, BACKING OUT THE UPDATE      *
      *    LOCK ON THE HEADER.                                         *
      ******************************************************************
       G50-CHECK-HOLD.

           SET  MAIL-NOT-HELD          TO TRUE.

           PERFORM Q00-INITKEY-MAILHLD.
           PERFORM Q01-STARTBR-MAILHLD.
           MOVE EIBRESP                TO HOLD-RESP.

           IF  HOLD-RESP = DFHRESP(NORMAL)
               PERFORM WITH TEST BEFORE
                 UNTIL HOLD-RESP NOT = DFHRESP(NORMAL)
                    OR MAIL-HELD
                   PERFORM Q02-READNEXT-MAILHLD
                   MOVE EIBRESP        TO HOLD-RESP
                   IF  HOLD-RESP = DFHRESP(NORMAL)
                   AND MHLD-IS-ACTIVE
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
                           PERFORM G60-CHECK-FANOUT THRU G69-EXIT
                       END-IF
                   END-IF
               END-PERFORM
               IF  HOLD-RESP = DFHRESP(NORMAL)
                            OR DFHRESP(ENDFILE)
                   PERFORM Q05-ENDBR-MAILHLD
               END-IF
           END-IF.

           IF  HOLD-RESP NOT = DFHRESP(NORMAL)
                           AND DFHRESP(NOTFND)
                           AND DFHRESP(ENDFILE)
      * report errors and abend process
               STRING 'Caller '           DELIMITED BY SIZE
                      CICS-INVOKEDBY      DELIMITED BY SPACE
                      ' failure reading legal holds.'
                   DELIMITED BY SIZE INTO LOGF-MESG
               PERFORM Q200-UNEX-LOG
               EXEC CICS ABEND
                         ABCODE('MLOG')
                         CANCEL
               END-EXEC
           END-IF.

           IF  MAIL-HELD
      * report the refusal and abend process
               STRING 'Caller '           DELIMITED BY SIZE
                      CICS-INVOKEDBY      DELIMITED BY SPACE
                      ' mail message under legal hold, case '
                                          DELIMITED BY SIZE
                      MHLD-CASE-REF       DELIMITED BY SPACE
                      ' - purge refused.' DELIMITED BY SIZE
                                     INTO LOGF-MESG
               PERFORM Q100-LOGIT THRU Q199-EXIT
               EXEC CICS ABEND
                         ABCODE('MHLD')
                         CANCEL
               END-EXEC
           END-IF.

       G59-EXIT.
           EXIT.

      * THE HOLD MATCHED EVERYTHING BUT THE PRIMARY GROUP -- LOOK FOR
      * ITS GROUP AMONG THE MESSAGE'S FAN-OUT ROWS
       G60-CHECK-FANOUT.

           PERFORM Q50-INITKEY-MAILMDS.
           MOVE MMID-ID                TO MMDS-ID.
           PERFORM Q51-STARTBR-MAILMDS.

           IF  EIBRESP = DFHRESP(NORMAL)
               PERFORM WITH TEST BEFORE
                 UNTIL EIBRESP NOT = DFHRESP(NORMAL)
                    OR MMDS-ID NOT = MMID-ID
                    OR MAIL-HELD
                   PERFORM Q52-READNEXT-MAILMDS
                   IF  EIBRESP = DFHRESP(NORMAL)
                   AND MMDS-ID = MMID-ID
                   AND MMDS-TO-GRP = MHLD-GRP-NAME
                       SET  MAIL-HELD  TO TRUE
                   END-IF
               END-PERFORM
               IF  EIBRESP = DFHRESP(NORMAL)
                          OR DFHRESP(ENDFILE)
                   PERFORM Q55-ENDBR-MAILMDS
               END-IF
           END-IF.

           IF  EIBRESP NOT = DFHRESP(NORMAL)
                         AND DFHRESP(NOTFND)
                         AND DFHRESP(ENDFILE)
      * report errors and abend process
               STRING 'Caller '           DELIMITED BY SIZE
                      CICS-INVOKEDBY      DELIMITED BY SPACE
                      ' failure reading mail distribution.'
                   DELIMITED BY SIZE INTO LOGF-MESG
               PERFORM Q200-UNEX-LOG
               EXEC CICS ABEND
                         ABCODE('MLOG')
                         CANCEL
               END-EXEC
           END-IF.

       G69-EXIT.
           EXIT.

      /*****************************************************************
      *    MAIL TEMPLATE ROUTINE                                       *
      *    BUILDS A WHOLE MESSAGE FROM A MAILTPL TEMPLATE:  THE HEADER *
      *    (A BLANK SUBJECT OR PRIMARY GROUP TAKES THE TEMPLATE'S),    *
      *    ONE DISTRIBUTION ROW PER TEMPLATE GROUP, AND THE TEMPLATE'S *
      *    BODY LINES WITH PLACEHOLDERS &1 THRU &8 REPLACED BY THE     *
      *    SENDER'S VALUES.  EACH PIECE RUNS THE SAME LOGIC AS ITS OWN *
      *    REQUEST, JOURNAL RECORDS INCLUDED, SO SUSPENSE, POSTING     *
      *    LISTS AND QUOTAS ALL STILL APPLY.  THE TEMPLATE ID AND THE  *
      *    VALUES GO BACK TO THE CALLER UNCHANGED.                     *
      ******************************************************************
       K00-MAIL-TEMPLATE.

      * the template id and values share storage with the group and
      * body text the pieces below are built in -- keep them aside
           MOVE MAIL-TMPL-ID           TO TPL-ID.
           MOVE MAIL-TMPL-VALUES       TO TPL-VALUES.
           PERFORM K50-MEASURE-VALUES THRU K59-EXIT.

      * get the template header record
           PERFORM R00-INITKEY-MAILTPL.
           MOVE TPL-ID                 TO MTPL-ID.
           SET  MTPL-TPL-HEADER        TO TRUE.
           PERFORM R06-READEQ-MAILTPL.

           IF  EIBRESP = DFHRESP(NOTFND)
           OR (EIBRESP = DFHRESP(NORMAL)
           AND MTPL-IS-RETIRED)
               STRING 'Caller '           DELIMITED BY SIZE
                      CICS-INVOKEDBY      DELIMITED BY SPACE
                      ' template '        DELIMITED BY SIZE
                      TPL-ID              DELIMITED BY SPACE
                      ' not found or retired.'
                                          DELIMITED BY SIZE
                                     INTO LOGF-MESG
               PERFORM Q100-LOGIT THRU Q199-EXIT
               EXEC CICS ABEND
                         ABCODE('MTPL')
                         CANCEL
               END-EXEC
           END-IF.

           IF  EIBRESP NOT = DFHRESP(NORMAL)
      * report errors and abend process
               STRING 'Caller '           DELIMITED BY SIZE
                      CICS-INVOKEDBY      DELIMITED BY SPACE
                      ' failure reading mail template.'
                   DELIMITED BY SIZE INTO LOGF-MESG
               PERFORM Q200-UNEX-LOG
               EXEC CICS ABEND
                         ABCODE('MLOG')
                         CANCEL
               END-EXEC
           END-IF.

           IF  MAIL-HEAD-TO-GRP = SPACES
               MOVE MTPL-TO-GRP        TO MAIL-HEAD-TO-GRP
           END-IF.
           IF  MAIL-HEAD-SUBJECT = SPACES
               MOVE MTPL-SUBJECT       TO TPL-SRC-LINE
               PERFORM K60-SUBSTITUTE THRU K69-EXIT
               MOVE TPL-OUT-LINE       TO MAIL-HEAD-SUBJECT
           END-IF.
           MOVE MTPL-DIST-GRPS         TO TPL-DIST-GRPS.

      * a private message goes to its primary group alone, so a
      * template with more groups cannot build one -- refuse it now,
      * before any header is written, rather than let the first
      * extra group's distribution abend on a half-built message
           IF  MAIL-HEAD-PRIVATE = 'Y'
               MOVE ZEROES             TO TPL-EXTRA-COUNT
               PERFORM WITH TEST BEFORE
                 VARYING TPL-SUB FROM 1 BY 1
                   UNTIL TPL-SUB > 8
                   IF  TPL-DIST-GRP(TPL-SUB) > SPACES
                   AND TPL-DIST-GRP(TPL-SUB) NOT = MAIL-HEAD-TO-GRP
                       ADD  1          TO TPL-EXTRA-COUNT
                   END-IF
               END-PERFORM
               IF  TPL-EXTRA-COUNT > ZEROES
                   STRING 'Caller '       DELIMITED BY SIZE
                          CICS-INVOKEDBY  DELIMITED BY SPACE
                          ' template '    DELIMITED BY SIZE
                          TPL-ID          DELIMITED BY SPACE
                          ' has extra groups - cannot be private.'
                                          DELIMITED BY SIZE
                                     INTO LOGF-MESG
                   PERFORM Q100-LOGIT THRU Q199-EXIT
                   EXEC CICS ABEND
                             ABCODE('MPRV')
                             CANCEL
                   END-EXEC
               END-IF
           END-IF.

      * the header -- finishing any prior message first, as HEAD does
           PERFORM C10-CREATE-HEADER THRU C19-EXIT.

      * one distribution row per template group, each group getting
      * its own suspense and posting-list decision
           PERFORM WITH TEST BEFORE
             VARYING TPL-SUB FROM 1 BY 1
               UNTIL TPL-SUB > 8
               IF  TPL-DIST-GRP(TPL-SUB) > SPACES
               AND TPL-DIST-GRP(TPL-SUB) NOT = MAIL-HEAD-TO-GRP
                   MOVE TPL-DIST-GRP(TPL-SUB) TO MAIL-DIST-TO-GRP
                   SET  MAIL-NOT-SUSPENDING TO TRUE
                   SET  POSTING-OPEN   TO TRUE
                   PERFORM D10-EXTEND-DISTRIBUTION THRU D19-EXIT
               END-IF
           END-PERFORM.

      * the body, one template line at a time in line order
           PERFORM R00-INITKEY-MAILTPL.
           MOVE TPL-ID                 TO MTPL-ID.
           SET  MTPL-TPL-LINE          TO TRUE.
           PERFORM R01-STARTBR-MAILTPL.
           MOVE EIBRESP                TO TPL-RESP.

           IF  TPL-RESP = DFHRESP(NORMAL)
               PERFORM WITH TEST BEFORE
                 UNTIL TPL-RESP NOT = DFHRESP(NORMAL)
                   PERFORM R02-READNEXT-MAILTPL
                   MOVE EIBRESP        TO TPL-RESP
                   IF  TPL-RESP = DFHRESP(NORMAL)
                   AND (MTPL-ID NOT = TPL-ID
                    OR  NOT MTPL-TPL-LINE)
      * past the template's last line
                       MOVE DFHRESP(ENDFILE) TO TPL-RESP
                   END-IF
                   IF  TPL-RESP = DFHRESP(NORMAL)
                       MOVE MTPL-LINE-TEXT TO TPL-SRC-LINE
                       PERFORM K60-SUBSTITUTE THRU K69-EXIT
                       MOVE TPL-OUT-LINE TO MAIL-BODY-TEXT
                       PERFORM E10-WRITE-BODY THRU E19-EXIT
                   END-IF
               END-PERFORM
               IF  TPL-RESP = DFHRESP(NORMAL)
                           OR DFHRESP(ENDFILE)
                   PERFORM R05-ENDBR-MAILTPL
               END-IF
           END-IF.

           IF  TPL-RESP NOT = DFHRESP(NORMAL)
                          AND DFHRESP(NOTFND)
                          AND DFHRESP(ENDFILE)
      * report errors and abend process
               STRING 'Caller '           DELIMITED BY SIZE
                      CICS-INVOKEDBY      DELIMITED BY SPACE
                      ' failure reading mail template lines.'
                   DELIMITED BY SIZE INTO LOGF-MESG
               PERFORM Q200-UNEX-LOG
               EXEC CICS ABEND
                         ABCODE('MLOG')
                         CANCEL
               END-EXEC
           END-IF.

      * journal which template built the message -- the template id
      * rides in the group name field
           MOVE 'TMPL'                 TO MJRN-REQUEST.
           MOVE MAIL-ID                TO MJRN-MAIL-ID.
           MOVE TPL-ID                 TO MJRN-GRP-NAME.
           PERFORM Q75-SET-JRN-PRIORITY THRU Q78-EXIT.
           PERFORM Q80-WRITE-JOURNAL THRU Q89-EXIT.

           IF  EIBRESP NOT = DFHRESP(NORMAL)
      * report errors and abend process
               STRING 'Caller '           DELIMITED BY SIZE
                      CICS-INVOKEDBY      DELIMITED BY SPACE
                      ' failure journaling mail template.'
                   DELIMITED BY SIZE INTO LOGF-MESG
               PERFORM Q200-UNEX-LOG
               EXEC CICS ABEND
                         ABCODE('MLOG')
                         CANCEL
               END-EXEC
           END-IF.

           MOVE TPL-ID                 TO MAIL-TMPL-ID.
           MOVE TPL-VALUES             TO MAIL-TMPL-VALUES.

           GO TO Z00-MAIL-TERMINATION.

      * THE SIGNIFICANT LENGTH OF EACH SUBSTITUTION VALUE -- A VALUE
      * OF ALL SPACES SUBSTITUTES NOTHING
       K50-MEASURE-VALUES.

           PERFORM WITH TEST BEFORE
             VARYING TPL-VAL-NO FROM 1 BY 1
               UNTIL TPL-VAL-NO > 8
               MOVE LENGTH OF TPL-VALUE(TPL-VAL-NO)
                                       TO TPL-VAL-LEN(TPL-VAL-NO)
               PERFORM WITH TEST BEFORE
                 UNTIL TPL-VAL-LEN(TPL-VAL-NO) < 1
                    OR TPL-VALUE(TPL-VAL-NO)
                           (TPL-VAL-LEN(TPL-VAL-NO):1) > SPACE
                   SUBTRACT 1        FROM TPL-VAL-LEN(TPL-VAL-NO)
               END-PERFORM
           END-PERFORM.

       K59-EXIT.
           EXIT.

      * COPY TPL-SRC-LINE TO TPL-OUT-LINE, REPLACING EACH &1 THRU &8
      * WITH ITS VALUE.  WHATEVER THE SUBSTITUTIONS PUSH PAST THE END
      * OF THE LINE IS DROPPED; ANY OTHER & IS COPIED AS WRITTEN.
       K60-SUBSTITUTE.

           MOVE SPACES                 TO TPL-OUT-LINE.
           MOVE 1                      TO TPL-OUTP.

           PERFORM WITH TEST BEFORE
             VARYING TPL-SRCP FROM 1 BY 1
               UNTIL TPL-SRCP > LENGTH OF TPL-SRC-LINE
                  OR TPL-OUTP > LENGTH OF TPL-OUT-LINE
               IF  TPL-SRC-LINE(TPL-SRCP:1) = '&'
               AND TPL-SRCP < LENGTH OF TPL-SRC-LINE
               AND TPL-SRC-LINE(TPL-SRCP + 1:1) NOT < '1'
               AND TPL-SRC-LINE(TPL-SRCP + 1:1) NOT > '8'
                   MOVE TPL-SRC-LINE(TPL-SRCP + 1:1) TO TPL-DIGIT
                   MOVE TPL-DIGIT      TO TPL-VAL-NO
                   IF  TPL-VAL-LEN(TPL-VAL-NO) > ZEROES
                       STRING TPL-VALUE(TPL-VAL-NO)
                                  (1:TPL-VAL-LEN(TPL-VAL-NO))
                                          DELIMITED BY SIZE
                           INTO TPL-OUT-LINE WITH POINTER TPL-OUTP
                       END-STRING
                   END-IF
      * step over the digit as well
                   ADD  1              TO TPL-SRCP
               ELSE
                   MOVE TPL-SRC-LINE(TPL-SRCP:1)
                                       TO TPL-OUT-LINE(TPL-OUTP:1)
                   ADD  1              TO TPL-OUTP
               END-IF
           END-PERFORM.

       K69-EXIT.
           EXIT.

      /*****************************************************************
      *    PERFORMED ROUTINES                                          *
      ******************************************************************

      /*****************************************************************
      *    MORE PERFORMED ROUTINES                                     *
      ******************************************************************

       Q00-INITKEY-MAILHLD.
           IF  ADDRESS OF MAILHLD-RECORD = NULL
               EXEC CICS GETMAIN
                         SET      (ADDRESS OF MAILHLD-RECORD)
                         LENGTH   (LENGTH OF MAILHLD-RECORD)
               END-EXEC
           END-IF.
           MOVE LOW-VALUES             TO MHLD-KEY.
       Q01-STARTBR-MAILHLD.
           EXEC CICS STARTBR
                     DATASET  (MAILHLD)
                     RIDFLD   (MHLD-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
       Q02-READNEXT-MAILHLD.
           EXEC CICS READNEXT
                     DATASET  (MAILHLD)
                     INTO     (MAILHLD-RECORD)
                     RIDFLD   (MHLD-KEY)
                     NOHANDLE
           END-EXEC.
       Q05-ENDBR-MAILHLD.
           EXEC CICS ENDBR
                     DATASET  (MAILHLD)
                     NOHANDLE
           END-EXEC.
       Q09-EXIT.
           EXIT.

       Q10-INITKEY-MAILQTA.
           IF  ADDRESS OF MAILQTA-RECORD = NULL
               EXEC CICS GETMAIN
                         SET      (ADDRESS OF MAILQTA-RECORD)
                         LENGTH   (LENGTH OF MAILQTA-RECORD)
               END-EXEC
           END-IF.
           MOVE SPACES                 TO MQTA-SYSTEM.
       Q16-READUP-MAILQTA.
           EXEC CICS READ
                     DATASET  (MAILQTA)
                     INTO     (MAILQTA-RECORD)
                     RIDFLD   (MQTA-KEY)
                     EQUAL
                     UPDATE
                     NOHANDLE
           END-EXEC.
       Q17-REWRITE-MAILQTA.
           EXEC CICS REWRITE
                     DATASET  (MAILQTA)
                     FROM     (MAILQTA-RECORD)
                     NOHANDLE
           END-EXEC.
       Q19-EXIT.
           EXIT.

       Q20-INITKEY-MAILMID.
           IF  ADDRESS OF MAILMID-RECORD = NULL
               EXEC CICS GETMAIN
                         SET      (ADDRESS OF MAILMID-RECORD)
                         LENGTH   (LENGTH OF MAILMID-RECORD)
               END-EXEC
           END-IF.
      * a header written before the trailing fields existed is too
      * short for a read to reach them -- clear them here, ahead of
      * every header read, so no path ever sees residue (and so the
      * full-length rewrites never lay residue back on file)
           SET  MMID-IS-ROUTINE        TO TRUE.
           MOVE ZEROES                 TO MMID-RELEASE-TIMESTAMP
                                          MMID-REPLY-TO-ID
                                          MMID-THREAD-ID.
           MOVE 1                      TO MMID-ID.
       Q25-READEQ-MAILMID.
           MOVE LENGTH OF MAILMID-RECORD TO MMID-RECL.
           EXEC CICS READ
                     DATASET  (MAILMID)
                     INTO     (MAILMID-RECORD)
                     LENGTH   (MMID-RECL)
                     RIDFLD   (MMID-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
       Q26-READUP-MAILMID.
           MOVE LENGTH OF MAILMID-RECORD TO MMID-RECL.
           EXEC CICS READ
                     DATASET  (MAILMID)
                     INTO     (MAILMID-RECORD)
                     LENGTH   (MMID-RECL)
                     RIDFLD   (MMID-KEY)
                     EQUAL
                     UPDATE
                     NOHANDLE
           END-EXEC.
       Q27-WRITE-MAILMID.
           COMPUTE MMID-RECL = LENGTH OF MMID-KEY
                             + LENGTH OF MMID-HDR.
           EXEC CICS WRITE
                     DATASET  (MAILMID)
                     FROM     (MAILMID-RECORD)
                     LENGTH   (MMID-RECL)
                     RIDFLD   (MMID-KEY)
                     NOHANDLE
           END-EXEC.
       Q27-REWRITE-MAILMID.
           IF  MMID-ID = ZERO
               COMPUTE MMID-RECL = LENGTH OF MMID-KEY
                                 + LENGTH OF MMID-CONTROL-ID
                                 + LENGTH OF MMID-CONTROL-LAST-STMP
           ELSE
               COMPUTE MMID-RECL = LENGTH OF MMID-KEY
                                 + LENGTH OF MMID-HDR
           END-IF.
           EXEC CICS REWRITE
                     DATASET  (MAILMID)
                     FROM     (MAILMID-RECORD)
                     LENGTH   (MMID-RECL)
                     NOHANDLE
           END-EXEC.
       Q28-DELETE-MAILMID.
           EXEC CICS DELETE
                     DATASET  (MAILMID)
                     NOHANDLE
           END-EXEC.
       Q29-EXIT.
           EXIT.

       Q30-INITKEY-MAILMSG.
           IF  ADDRESS OF MAILMSG-RECORD = NULL
               EXEC CICS GETMAIN
                         SET      (ADDRESS OF MAILMSG-RECORD)
                         LENGTH   (LENGTH OF MAILMSG-RECORD)
               END-EXEC
           END-IF.
           MOVE ZEROES                 TO MMSG-ID
                                          MMSG-SEQ.
       Q36-READEQ-MAILMSG.
           MOVE SPACES                 TO MMSG-BODY.
           MOVE LENGTH OF MAILMSG-RECORD TO MMSG-RECL.
           EXEC CICS READ
                     DATASET  (MAILMSG)
                     INTO     (MAILMSG-RECORD)
                     LENGTH   (MMSG-RECL)
                     RIDFLD   (MMSG-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
       Q37-WRITE-MAILMSG.
           PERFORM Q39-SET-BODY-LENGTH.
           COMPUTE MMSG-RECL = LENGTH OF MMSG-KEY + LEN.
           EXEC CICS WRITE
                     DATASET  (MAILMSG)
                     FROM     (MAILMSG-RECORD)
                     LENGTH   (MMSG-RECL)
                     RIDFLD   (MMSG-KEY)
                     NOHANDLE
           END-EXEC.
       Q38-DELETE-MAILMSG.
           EXEC CICS DELETE
                     DATASET  (MAILMSG)
                     RIDFLD   (MMSG-ID)
                     KEYLENGTH(LENGTH OF MMSG-ID)
                     GENERIC
                     NOHANDLE
           END-EXEC.
       Q39-SET-BODY-LENGTH.
           IF  MMSG-BODY > SPACES
               PERFORM WITH TEST BEFORE
                 VARYING LEN FROM LENGTH OF MMSG-BODY BY -1
                   UNTIL LEN < 1
                      OR MMSG-BODY(LEN:1) > SPACE
               END-PERFORM
           ELSE
               MOVE ZEROES             TO LEN
           END-IF.
       Q39-EXIT.
           EXIT.

       Q40-INITKEY-MAILDST.
           IF  ADDRESS OF MAILDST-RECORD = NULL
               EXEC CICS GETMAIN
                         SET      (ADDRESS OF MAILDST-RECORD)
                         LENGTH   (LENGTH OF MAILDST-RECORD)
               END-EXEC
           END-IF.
           MOVE SPACES                 TO MDST-KEY.
           SET  MDST-GRP-HEADER        TO TRUE.
       Q41-STARTBR-MAILDST.
           EXEC CICS STARTBR
                     DATASET  (MAILDST)
                     RIDFLD   (MDST-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
       Q42-READNEXT-MAILDST.
           MOVE LENGTH OF MAILDST-RECORD TO MDST-RECL.
           EXEC CICS READNEXT
                     DATASET  (MAILDST)
                     INTO     (MAILDST-RECORD)
                     LENGTH   (MDST-RECL)
                     RIDFLD   (MDST-KEY)
                     NOHANDLE
           END-EXEC.
       Q45-ENDBR-MAILDST.
           EXEC CICS ENDBR
                     DATASET  (MAILDST)
                     NOHANDLE
           END-EXEC.
       Q46-READEQ-MAILDST.
           MOVE LENGTH OF MAILDST-RECORD TO MDST-RECL.
           EXEC CICS READ
                     DATASET  (MAILDST)
                     INTO     (MAILDST-RECORD)
                     LENGTH   (MDST-RECL)
                     RIDFLD   (MDST-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
       Q49-EXIT.
           EXIT.

       Q50-INITKEY-MAILMDS.
           IF  ADDRESS OF MAILMDS-RECORD = NULL
               EXEC CICS GETMAIN
                         SET      (ADDRESS OF MAILMDS-RECORD)
                         LENGTH   (LENGTH OF MAILMDS-RECORD)
               END-EXEC
           END-IF.
           INITIALIZE MAILMDS-RECORD.
       Q51-STARTBR-MAILMDS.
           EXEC CICS STARTBR
                     DATASET  (MAILMDS)
                     RIDFLD   (MMDS-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
       Q52-READNEXT-MAILMDS.
           EXEC CICS READNEXT
                     DATASET  (MAILMDS)
                     INTO     (MAILMDS-RECORD)
                     RIDFLD   (MMDS-KEY)
                     NOHANDLE
           END-EXEC.
       Q55-ENDBR-MAILMDS.
           EXEC CICS ENDBR
                     DATASET  (MAILMDS)
                     NOHANDLE
           END-EXEC.
       Q57-WRITE-MAILMDS.
           EXEC CICS WRITE
                     DATASET  (MAILMDS)
                     FROM     (MAILMDS-RECORD)
                     RIDFLD   (MMDS-KEY)
                     NOHANDLE
           END-EXEC.
       Q59-EXIT.
           EXIT.

       Q60-INITKEY-MAILATT.
           IF  ADDRESS OF MAILATT-RECORD = NULL
               EXEC CICS GETMAIN
                         SET      (ADDRESS OF MAILATT-RECORD)
                         LENGTH   (LENGTH OF MAILATT-RECORD)
               END-EXEC
           END-IF.
           INITIALIZE MAILATT-RECORD.
       Q67-WRITE-MAILATT.
           EXEC CICS WRITE
                     DATASET  (MAILATT)
                     FROM     (MAILATT-RECORD)
                     RIDFLD   (MATT-KEY)
                     NOHANDLE
           END-EXEC.
       Q68-DELETE-MAILATT.
           EXEC CICS DELETE
                     DATASET  (MAILATT)
                     RIDFLD   (MATT-ID)
                     KEYLENGTH(LENGTH OF MATT-ID)
                     GENERIC
                     NOHANDLE
           END-EXEC.
       Q69-EXIT.
           EXIT.

      /*****************************************************************
      *    PARK THE MESSAGE HEADER IN SUSPENSE AFTER A RECOVERABLE     *
      *    ADDRESSING ERROR                                            *
      ******************************************************************
       Q70-SUSPEND-HEADER.

           PERFORM Q20-INITKEY-MAILMID.
           MOVE MAIL-ID                TO MMID-ID.
           PERFORM Q26-READUP-MAILMID.

      * the changed stamp is not touched -- the header is still being
      * built, and MAILQTAB reads a stamp on a held header as the
      * sender's complete
           IF  EIBRESP = DFHRESP(NORMAL)
      * a message held over quota keeps its hold through the
      * suspension -- MAILSUSB puts it back to quota-held on release
               IF  MMID-IS-QUOTA-HELD
               OR  MMID-IS-SUSPENDED-QUOTA-HELD
                   SET  MMID-IS-SUSPENDED-QUOTA-HELD TO TRUE
               ELSE
                   SET  MMID-IS-SUSPENDED TO TRUE
               END-IF
               MOVE CICS-USERID        TO MMID-UPDATED-BY
               PERFORM Q27-REWRITE-MAILMID
           END-IF.

       Q79-EXIT.
           EXIT.

      /*****************************************************************
      *    CARRY THE HEADER'S PRIORITY CLASS ONTO THE JOURNAL RECORD   *
      *    ONLY 'U' EVER TRAVELS -- A HEADER WRITTEN BEFORE THE CLASS  *
      *    EXISTED READS AS ROUTINE                                    *
      ******************************************************************
       Q75-SET-JRN-PRIORITY.

           IF  MMID-IS-URGENT
               MOVE 'U'                TO MJRN-PRIORITY
           ELSE
               MOVE SPACE              TO MJRN-PRIORITY
           END-IF.

       Q78-EXIT.
           EXIT.

      /*****************************************************************
      *    APPEND ONE MAIL ACTIVITY JOURNAL RECORD                     *
      *    CALLER FILLS MJRN-REQUEST, MJRN-MAIL-ID AND MJRN-GRP-NAME;  *
      *    THE STAMP, IDENTITY AND TIE-BREAKER ARE SET HERE.  THE      *
      *    TIE-BREAKER ABSORBS SAME-MILLISECOND COLLISIONS WITH        *
      *    OTHER WRITERS.                                              *
      ******************************************************************
       Q80-WRITE-JOURNAL.

           IF  ADDRESS OF MAILJRN-RECORD = NULL
               EXEC CICS GETMAIN
                         SET      (ADDRESS OF MAILJRN-RECORD)
                         LENGTH   (LENGTH OF MAILJRN-RECORD)
               END-EXEC
           END-IF.

           EXEC CICS ASKTIME ABSTIME(MJRN-TIMESTAMP) END-EXEC.
           MOVE ZEROES                 TO MJRN-TIE.
           MOVE CICS-USERID            TO MJRN-USER-ID.
           MOVE SENDER-PGM             TO MJRN-PGM.

           EXEC CICS WRITE
                     DATASET  (MAILJRN)
                     FROM     (MAILJRN-RECORD)
                     RIDFLD   (MJRN-KEY)
                     NOHANDLE
           END-EXEC.
           PERFORM WITH TEST BEFORE
             UNTIL EIBRESP NOT = DFHRESP(DUPREC)
               ADD  1                  TO MJRN-TIE
               EXEC CICS WRITE
                         DATASET  (MAILJRN)
                         FROM     (MAILJRN-RECORD)
                         RIDFLD   (MJRN-KEY)
                         NOHANDLE
               END-EXEC
           END-PERFORM.

           IF  EIBRESP NOT = DFHRESP(NORMAL)
      * report errors and abend process
               STRING 'Caller '           DELIMITED BY SIZE
                      CICS-INVOKEDBY      DELIMITED BY SPACE
                      ' failure journaling mail activity.'
                   DELIMITED BY SIZE INTO LOGF-MESG
               PERFORM Q200-UNEX-LOG
               EXEC CICS ABEND
                         ABCODE('MLOG')
                         CANCEL
               END-EXEC
           END-IF.

       Q89-EXIT.
           EXIT.

      /*****************************************************************
      *    MAY THIS SENDER POST TO THE GROUP                           *
      *    CALLER FILLS POST-GRP AND POST-SYSTEM.  A GROUP WITH NO     *
      *    POSTER RECORDS IS OPEN TO EVERYONE; OTHERWISE ONE OF THE    *
      *    SENDER'S SYSTEM, PROGRAM OR CICS USER ID MUST BE ON THE     *
      *    LIST UNDER ITS OWN KIND.  A SENDER NOT ON THE LIST HAS THE  *
      *    MESSAGE SUSPENDED -- NOTHING IS LOST, AND MAILSUSB CAN      *
      *    STILL REPAIR OR RELEASE IT.  THE GROUP HEADER IS READ BACK  *
      *    AT THE END, SO THE CALLER CARRIES ON WITH THE RECORD AREA   *
      *    AND THE RESPONSE CODE AS IT LEFT THEM.                      *
      ******************************************************************
       Q90-CHECK-POSTING.

           SET  POSTING-OPEN           TO TRUE.

           PERFORM Q40-INITKEY-MAILDST.
           MOVE POST-GRP               TO MDST-GRP-NAME.
           SET  MDST-GRP-POSTER        TO TRUE.
           MOVE LOW-VALUES             TO MDST-PST-SENDER-ID.
           PERFORM Q41-STARTBR-MAILDST.

           IF  EIBRESP = DFHRESP(NORMAL)
               PERFORM WITH TEST BEFORE
                 UNTIL EIBRESP NOT = DFHRESP(NORMAL)
                    OR MDST-GRP-NAME NOT = POST-GRP
                    OR NOT MDST-GRP-POSTER
                    OR POSTING-MATCHED
                   PERFORM Q42-READNEXT-MAILDST
                   IF  EIBRESP = DFHRESP(NORMAL)
                   AND MDST-GRP-NAME = POST-GRP
                   AND MDST-GRP-POSTER
                       SET  POSTING-LISTED TO TRUE
                       EVALUATE TRUE
                         WHEN MDST-PST-SYSTEM
                          AND MDST-PST-SENDER-ID = POST-SYSTEM
                         WHEN MDST-PST-PROGRAM
                          AND MDST-PST-SENDER-ID = SENDER-PGM
                         WHEN MDST-PST-USER
                          AND MDST-PST-SENDER-ID = CICS-USERID
                           SET  POSTING-MATCHED TO TRUE
                       END-EVALUATE
                   END-IF
               END-PERFORM
               IF  EIBRESP = DFHRESP(NORMAL)
                          OR DFHRESP(ENDFILE)
                   PERFORM Q45-ENDBR-MAILDST
               END-IF
           END-IF.

           IF  EIBRESP NOT = DFHRESP(NORMAL)
                         AND DFHRESP(NOTFND)
                         AND DFHRESP(ENDFILE)
      * report errors and abend process
               STRING 'Caller '           DELIMITED BY SIZE
                      CICS-INVOKEDBY      DELIMITED BY SPACE
                      ' failure reading group posting list.'
                   DELIMITED BY SIZE INTO LOGF-MESG
               PERFORM Q200-UNEX-LOG
               EXEC CICS ABEND
                         ABCODE('MLOG')
                         CANCEL
               END-EXEC
           END-IF.

           IF  POSTING-LISTED
      * the group keeps a list and this sender is not on it
               SET  POSTING-REFUSED    TO TRUE
               SET  MAIL-SUSPENDING    TO TRUE
               STRING 'Sender '           DELIMITED BY SIZE
                      SENDER-PGM          DELIMITED BY SPACE
                      ' not authorized for group '
                                          DELIMITED BY SIZE
                      POST-GRP            DELIMITED BY SPACE
                      ' - message suspended.'
                                          DELIMITED BY SIZE
                                     INTO LOGF-MESG
               PERFORM Q100-LOGIT THRU Q199-EXIT
           END-IF.

           PERFORM Q40-INITKEY-MAILDST.
           MOVE POST-GRP               TO MDST-GRP-NAME.
           PERFORM Q46-READEQ-MAILDST.

       Q99-EXIT.
           EXIT.

       R00-INITKEY-MAILTPL.
           IF  ADDRESS OF MAILTPL-RECORD = NULL
               EXEC CICS GETMAIN
                         SET      (ADDRESS OF MAILTPL-RECORD)
                         LENGTH   (LENGTH OF MAILTPL-RECORD)
               END-EXEC
           END-IF.
           MOVE LOW-VALUES             TO MTPL-KEY.
           MOVE ZEROES                 TO MTPL-LINE-NO.
       R01-STARTBR-MAILTPL.
           EXEC CICS STARTBR
                     DATASET  (MAILTPL)
                     RIDFLD   (MTPL-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
       R02-READNEXT-MAILTPL.
           EXEC CICS READNEXT
                     DATASET  (MAILTPL)
                     INTO     (MAILTPL-RECORD)
                     RIDFLD   (MTPL-KEY)
                     NOHANDLE
           END-EXEC.
       R05-ENDBR-MAILTPL.
           EXEC CICS ENDBR
                     DATASET  (MAILTPL)
                     NOHANDLE
           END-EXEC.
       R06-READEQ-MAILTPL.
           EXEC CICS READ
                     DATASET  (MAILTPL)
                     INTO     (MAILTPL-RECORD)
                     RIDFLD   (MTPL-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
       R09-EXIT.
           EXIT.

       S00-INITKEY-MAILRUL.
           IF  ADDRESS OF MAILRUL-RECORD = NULL
               EXEC CICS GETMAIN
                         SET      (ADDRESS OF MAILRUL-RECORD)
                         LENGTH   (LENGTH OF MAILRUL-RECORD)
               END-EXEC
           END-IF.
           MOVE LOW-VALUES             TO MRUL-KEY.
       S01-STARTBR-MAILRUL.
           EXEC CICS STARTBR
                     DATASET  (MAILRUL)
                     RIDFLD   (MRUL-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
       S02-READNEXT-MAILRUL.
           EXEC CICS READNEXT
                     DATASET  (MAILRUL)
                     INTO     (MAILRUL-RECORD)
                     RIDFLD   (MRUL-KEY)
                     NOHANDLE
           END-EXEC.
       S05-ENDBR-MAILRUL.
           EXEC CICS ENDBR
                     DATASET  (MAILRUL)
                     NOHANDLE
           END-EXEC.
       S09-EXIT.
           EXIT.

      /*****************************************************************
      *    DAPL OR DTLG MESSAGE LOGGING ROUTINE                        *
      ******************************************************************
       COPY LOGGINGP.

      /*****************************************************************
      *    PROGRAM ERRORS (UNEXPECTED)                                 *
      ******************************************************************
       COPY UNEXERRP.

      /*****************************************************************
      *    PROGRAM TERMINATION (NORMAL)                                *
      ******************************************************************
       Z00-MAIL-TERMINATION.

           EXEC CICS RETURN END-EXEC.
           GOBACK.
