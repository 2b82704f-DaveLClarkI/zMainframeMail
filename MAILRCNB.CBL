      *                ARE ALSO REMOVED.  THIS IS DISTINCT FROM THE
      *                MAILAUDB NOT-COMPLETE AUDIT, WHICH ONLY AGES
      *                HEADERS -- NOTHING ELSE CHECKS THAT THE FOUR
      *                FILES AGREE WITH EACH OTHER.  WHILE ANY LEGAL
      *                HOLD IS ACTIVE ON MAILHLD, ORPHAN ROWS ARE
      *                REPORTED BUT NEVER DELETED.

      * CHANGE HISTORY ------------------------------------------------
      * 08/22/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC LEAVE ORPHAN ROWS IN PLACE UNDER DELETE MODE
      *                WHILE ANY LEGAL HOLD IS ACTIVE -- WITH THE
      *                HEADER GONE, THE HOLD'S GROUP, SENDER AND DATE
      *                CANNOT BE TESTED, SO NO ORPHAN CAN BE PROVEN
      *                FREE OF IT.  THEY ARE REPORTED AS HELD.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
               FILE STATUS IS FILE4-STAT
                              FILE4-FDBK.

           SELECT MAILHLD
               ASSIGN TO MAILHLD
               ACCESS IS DYNAMIC INDEXED
               RECORD KEY IS MHLD-KEY
               FILE STATUS IS FILE5-STAT
                              FILE5-FDBK.

      /*****************************************************************
      *                                                                *
      *    DATA DIVISION                                               *
       FD  MAILMDS.
       COPY MAILMDS.

       FD  MAILHLD.
       COPY MAILHLD.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
         03  MMSG                      PIC S9(4)    BINARY VALUE 2.
         03  MDST                      PIC S9(4)    BINARY VALUE 3.
         03  MMDS                      PIC S9(4)    BINARY VALUE 4.
         03  MHLD                      PIC S9(4)    BINARY VALUE 5.

         03  VAR-TEXTL                 PIC S9(4)    BINARY.
         03  VAR-TEXT                  PIC  X(245)  VALUE SPACES.

       COPY VSMSTATW.

       COPY MAILHLDW.

      /*****************************************************************
      *    LINKAGE SECTION                                             *
      ******************************************************************
                                          MRCN-MDS-ORPHAN-COUNT
                                          MRCN-MID-BADGRP-COUNT
                                          MRCN-MDS-BADGRP-COUNT
                                          MRCN-DELETED-COUNT
                                          MRCN-HELD-COUNT.

           IF  NOT MRCN-REPORT-ONLY
           AND NOT MRCN-DELETE-ORPHANS
               MOVE 'MAILMSG'          TO VSAM-FILE(MMSG)
               MOVE 'MAILDST'          TO VSAM-FILE(MDST)
               MOVE 'MAILMDS'          TO VSAM-FILE(MMDS)
               MOVE 'MAILHLD'          TO VSAM-FILE(MHLD)

               MOVE LENGTH OF MMID-KEY TO VSAM-KEYL(MMID)
               MOVE LENGTH OF MMSG-KEY TO VSAM-KEYL(MMSG)
               MOVE LENGTH OF MDST-KEY TO VSAM-KEYL(MDST)
               MOVE LENGTH OF MMDS-KEY TO VSAM-KEYL(MMDS)
               MOVE LENGTH OF MHLD-KEY TO VSAM-KEYL(MHLD)

               SET  FUNC-OPEN(MMID)    TO TRUE
               SET  FUNC-OPEN(MMSG)    TO TRUE
               SET  FUNC-OPEN(MDST)    TO TRUE
               SET  FUNC-OPEN(MMDS)    TO TRUE
               SET  FUNC-OPEN(MHLD)    TO TRUE

               IF  MRCN-DELETE-ORPHANS
                   OPEN INPUT  MAILMID
                               MAILDST
                               MAILHLD
                   OPEN I-O    MAILMSG
                               MAILMDS
               ELSE
                               MAILMSG
                               MAILDST
                               MAILMDS
                               MAILHLD
               END-IF

               MOVE MMID               TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE MMDS               TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE MHLD               TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

           IF  RTC-CODE < +8
               PERFORM B30-LOAD-HOLDS THRU B34-EXIT
           END-IF.

           IF  RTC-CODE < +8
               IF  MRCN-DELETE-ORPHANS
               AND HLD-COUNT > ZEROES
                   MOVE 1              TO VAR-TEXTL
                   STRING THIS-PGM        DELIMITED BY SPACE
                          ': LEGAL HOLD ACTIVE - ORPHANS WILL NOT '
                          'BE DELETED'    DELIMITED BY SIZE
                       INTO VAR-TEXT WITH POINTER VAR-TEXTL
                   SUBTRACT 1        FROM VAR-TEXTL
                   DISPLAY VAR-TEXT(1:VAR-TEXTL)
                                     UPON CONSOLE
               END-IF
               DISPLAY 'STRAY-TYPE    MAIL-ID  SEQ GROUP    ACTION'
           END-IF.

               SET  FUNC-CLOSE(MMSG)  TO TRUE
               SET  FUNC-CLOSE(MDST)  TO TRUE
               SET  FUNC-CLOSE(MMDS)  TO TRUE
               SET  FUNC-CLOSE(MHLD)  TO TRUE

               CLOSE MAILMID
                     MAILMSG
                     MAILDST
                     MAILMDS
                     MAILHLD

               MOVE MMID              TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE MMDS              TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               MOVE MHLD              TO VSUB
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

           DISPLAY THIS-PGM ': MSG-ORPHANS=' MRCN-MSG-ORPHAN-COUNT
                             ' MID-BADGRP='  MRCN-MID-BADGRP-COUNT
                             ' MDS-BADGRP='  MRCN-MDS-BADGRP-COUNT
                             ' DELETED='     MRCN-DELETED-COUNT
                             ' HELD='        MRCN-HELD-COUNT
                                     UPON CONSOLE.

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
                       MOVE MMSG-ID    TO RPT-MAIL-ID
                       MOVE MMSG-SEQ   TO RPT-SEQ
                       MOVE SPACES     TO RPT-GRP-NAME
                       EVALUATE TRUE
                         WHEN MRCN-DELETE-ORPHANS
                          AND HLD-COUNT > ZEROES
      * a legal hold may cover it -- nothing proves otherwise
                           ADD  1      TO MRCN-HELD-COUNT
                           MOVE 'HELD'     TO RPT-ACTION
                         WHEN MRCN-DELETE-ORPHANS
                           MOVE 'DELETED'  TO RPT-ACTION
                           SET  FUNC-DELETE(VSUB) TO TRUE
                           DELETE MAILMSG RECORD END-DELETE
                           IF  STAT-NORMAL(VSUB)
                               ADD  1  TO MRCN-DELETED-COUNT
                           END-IF
                         WHEN OTHER
                           MOVE 'REPORTED' TO RPT-ACTION
                       END-EVALUATE
                       DISPLAY REPORT-LINE
                   END-IF
               END-IF
                       MOVE MMDS-ID    TO RPT-MAIL-ID
                       MOVE MMDS-SEQ   TO RPT-SEQ
                       MOVE MMDS-TO-GRP TO RPT-GRP-NAME
                       EVALUATE TRUE
                         WHEN MRCN-DELETE-ORPHANS
                          AND HLD-COUNT > ZEROES
      * a legal hold may cover it -- nothing proves otherwise
                           ADD  1      TO MRCN-HELD-COUNT
                           MOVE 'HELD'     TO RPT-ACTION
                         WHEN MRCN-DELETE-ORPHANS
                           MOVE 'DELETED'  TO RPT-ACTION
                           SET  FUNC-DELETE(VSUB) TO TRUE
                           DELETE MAILMDS RECORD END-DELETE
                           IF  STAT-NORMAL(VSUB)
                               ADD  1  TO MRCN-DELETED-COUNT
                           END-IF
                         WHEN OTHER
                           MOVE 'REPORTED' TO RPT-ACTION
                       END-EVALUATE
                       DISPLAY REPORT-LINE
                   ELSE
      * the header exists -- check the fan-out group name itself
