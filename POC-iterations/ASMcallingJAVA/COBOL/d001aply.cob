      **                                                               *
      ** OUTPUT FILES:  D001STBY - STANDBY D001 MASTER (KSDS)          *
      **                APLYSQOT - LAST SEQUENCE APPLIED (THIS RUN)    *
      **                APLYLOG  - PER-GENERATION APPLY LOG (KSDS)     *
      **                                                               *
      ** REPORTS:       APLYRPT - APPLY SUMMARY/FAILURE REPORT         *
      **                                                               *
      **                                        DELTA IMAGES APPLIED  *
      **                                        TO THE STANDBY AT     *
      **                                        THEIR TRUE LENGTH     *
      ** 103  RTC23660    MORGAN     10/15/2026 PER-GENERATION APPLY  *
      **                                        LOG (APLYLOG) FOR THE *
      **                                        UR70BAL DAILY LEDGER  *
      **                                                               *
      ******************************************************************
       ENVIRONMENT DIVISION.
       01  WS-GENERATIONS-BALANCED  PIC S9(9) COMP VALUE ZEROES.
      *
      ******************************************************************
      *  PER-GENERATION APPLY LOG - DD APLYLOG, A KSDS KEYED BY THE   *
      *  RUN ID ON THE GENERATION'S 'HD' HEADER.  ONE RECORD PER      *
      *  GENERATION CLOSED (OR STOPPED INSIDE) BY THIS APPLY, SO THE  *
      *  UR70BAL LEDGER CAN PROVE DELTAS WRITTEN AGAINST DELTAS       *
      *  APPLIED RUN BY RUN.  A RERUN OVERWRITES THE RECORD.          *
      ******************************************************************
       01  APLG-RECORD-AREA.
           05  APLG-RUN-ID                PIC X(15).
           05  APLG-GEN-SEQ               PIC 9(09).
           05  APLG-CHANGES-READ          PIC 9(09).
           05  APLG-ADDS                  PIC 9(09).
           05  APLG-UPDATES               PIC 9(09).
           05  APLG-DELETES               PIC 9(09).
           05  APLG-STATUS                PIC X(04).
               88  APLG-STATUS-BALANCED         VALUE 'BAL '.
               88  APLG-STATUS-UNBALANCED       VALUE 'UNBL'.
               88  APLG-STATUS-STOPPED          VALUE 'STOP'.
           05  APLG-APPLY-DATE            PIC 9(08).
           05  APLG-APPLY-TIME            PIC 9(06).
           05  FILLER                     PIC X(02).
      *
       01  WS-GEN-RUN-ID            PIC X(15)      VALUE SPACES.
       01  WS-GEN-ADDS-APPLIED      PIC S9(9) COMP VALUE ZEROES.
       01  WS-GEN-UPDATES-APPLIED   PIC S9(9) COMP VALUE ZEROES.
       01  WS-GEN-DELETES-APPLIED   PIC S9(9) COMP VALUE ZEROES.
       01  WS-APLG-STATUS           PIC X(04)      VALUE SPACES.
       01  WS-APLG-TIME             PIC 9(08)      VALUE ZEROES.
       01  WS-APLG-RETURN-CODE      PIC X(01)      VALUE SPACES.
      *
      ******************************************************************
      *  GENERATION SEQUENCE CONTINUITY.  THE LAST SEQUENCE APPLIED   *
      *  BY THE PRIOR APPLY RUN COMES IN ON DD APLYSQIN; EACH 'HD'    *
      *  HEADER MUST CARRY EXACTLY THE NEXT SEQUENCE OR THE APPLY     *
                 AND WS-GEN-OPEN
                 MOVE WS-OPEN-GEN-SEQ     TO WS-LAST-SEQ-APPLIED
                 MOVE 'N'                 TO WS-GEN-OPEN-SW
                 MOVE 'UNBL'              TO WS-APLG-STATUS
                 PERFORM 370-LOG-GENERATION THRU 370-EXIT
                 DISPLAY 'FINAL GENERATION ' WS-OPEN-GEN-SEQ
                         ' ENDED WITHOUT ITS TRAILER - POSSIBLE '
                         'TRUNCATED TRANSMISSION'
                 END-IF
              END-IF

      *  A GENERATION THE APPLY STOPPED INSIDE IS LOGGED WITH WHAT
      *  IT GOT THROUGH, SO THE LEDGER SHOWS IT NOT FULLY APPLIED.
              IF WS-APPLY-STOPPED
                 AND WS-GEN-OPEN
                 MOVE 'STOP'              TO WS-APLG-STATUS
                 PERFORM 370-LOG-GENERATION THRU 370-EXIT
              END-IF

              MOVE 'D001DLTA'             TO TP90-DDNAME
              MOVE GVBTP90-VALUE-CLOSE    TO TP90-FUNCTION-CODE
              CALL GVBTP90 USING TP90-PARAMETER-AREA,
           IF WS-GEN-OPEN
              MOVE WS-OPEN-GEN-SEQ        TO WS-LAST-SEQ-APPLIED
              MOVE 'N'                    TO WS-GEN-OPEN-SW
              MOVE 'UNBL'                 TO WS-APLG-STATUS
              PERFORM 370-LOG-GENERATION  THRU 370-EXIT
           END-IF

           IF DLTA-KEY-SEQ IS NOT NUMERIC
              MOVE 'Y'                    TO WS-GEN-OPEN-SW
              MOVE +0                     TO WS-GEN-CHANGE-COUNT
              MOVE ZEROES                 TO WS-GEN-KEY-HASH
              MOVE +0                     TO WS-GEN-ADDS-APPLIED
              MOVE +0                     TO WS-GEN-UPDATES-APPLIED
              MOVE +0                     TO WS-GEN-DELETES-APPLIED
              MOVE DLTA-RUN-ID            TO WS-GEN-RUN-ID
              DISPLAY 'APPLYING DELTA GENERATION ' WS-HEADER-SEQ
           END-IF


           IF WS-STBY-RETURN-CODE = GVBTP90-VALUE-SUCCESSFUL
              ADD  1                      TO WS-ADDS-APPLIED
              ADD  1                      TO WS-GEN-ADDS-APPLIED
           ELSE
              PERFORM 360-APPLY-FAILED    THRU 360-EXIT
           END-IF

           IF WS-STBY-RETURN-CODE = GVBTP90-VALUE-SUCCESSFUL
              ADD  1                      TO WS-UPDATES-APPLIED
              ADD  1                      TO WS-GEN-UPDATES-APPLIED
           ELSE
              PERFORM 360-APPLY-FAILED    THRU 360-EXIT
           END-IF

           IF WS-STBY-RETURN-CODE = GVBTP90-VALUE-SUCCESSFUL
              ADD  1                      TO WS-DELETES-APPLIED
              ADD  1                      TO WS-GEN-DELETES-APPLIED
           ELSE
              PERFORM 360-APPLY-FAILED    THRU 360-EXIT
           END-IF
              MOVE WS-OPEN-GEN-SEQ        TO WS-LAST-SEQ-APPLIED
              DISPLAY 'GENERATION TRAILER BALANCED, CHANGES = '
                      WS-GEN-CHANGE-COUNT
              MOVE 'BAL '                 TO WS-APLG-STATUS
              PERFORM 370-LOG-GENERATION  THRU 370-EXIT
           END-IF

           .
       355-EXIT.
           EXIT.

      ******************************************************************
      * LOG THE GENERATION JUST CLOSED (OR STOPPED INSIDE) TO DD      *
      * APLYLOG UNDER THE RUN ID FROM ITS HEADER - UPDATE IN PLACE    *
      * ON A RERUN, WRITE OTHERWISE.  THE KSDS IS OPENED AND CLOSED   *
      * AROUND EACH RECORD, AND D001DLTA'S TP90 STATE IS SAVED AND    *
      * RESTORED SINCE THIS RUNS WHILE THE DELTA FILE IS BEING READ.  *
      * A MISSING OR UNUSABLE DD IS DISPLAYED, NOT FATAL - THE APPLY  *
      * ITSELF IS UNAFFECTED AND THE LEDGER SHOWS THE RUN PENDING.    *
      ******************************************************************
       370-LOG-GENERATION.

           MOVE SPACES                    TO APLG-RECORD-AREA
           MOVE WS-GEN-RUN-ID             TO APLG-RUN-ID
           MOVE WS-OPEN-GEN-SEQ           TO APLG-GEN-SEQ
           MOVE WS-GEN-CHANGE-COUNT       TO APLG-CHANGES-READ
           MOVE WS-GEN-ADDS-APPLIED       TO APLG-ADDS
           MOVE WS-GEN-UPDATES-APPLIED    TO APLG-UPDATES
           MOVE WS-GEN-DELETES-APPLIED    TO APLG-DELETES
           MOVE WS-APLG-STATUS            TO APLG-STATUS
           ACCEPT APLG-APPLY-DATE         FROM DATE YYYYMMDD
           ACCEPT WS-APLG-TIME            FROM TIME
           MOVE WS-APLG-TIME(1:6)         TO APLG-APPLY-TIME

           MOVE TP90-RETURN-CODE          TO WS-SAVE-TP90-RETURN-CODE
           MOVE TP90-RECORD-KEY           TO WS-SAVE-TP90-RECORD-KEY
           SET  WS-SAVE-TP90-ANCHOR       TO TP90-ANCHOR

           SET  TP90-ANCHOR               TO NULL
           MOVE 'APLYLOG '                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-OPEN        TO TP90-FUNCTION-CODE
           MOVE GVBTP90-VALUE-VSAM        TO TP90-FILE-TYPE
           MOVE GVBTP90-VALUE-IO          TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           MOVE SPACES                    TO TP90-RECORD-KEY

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 APLG-RECORD-AREA,
                                 TP90-RECORD-KEY

           IF TP90-RETURN-CODE = GVBTP90-VALUE-SUCCESSFUL
              MOVE APLG-RUN-ID            TO TP90-RECORD-KEY
              MOVE 'APLYLOG '             TO TP90-DDNAME
              MOVE GVBTP90-VALUE-UPDATE   TO TP90-FUNCTION-CODE
              MOVE +80                    TO TP90-RECORD-LENGTH
              MOVE GVBTP90-VALUE-FIXED-LEN
                                          TO TP90-RECFM
              CALL GVBTP90 USING TP90-PARAMETER-AREA,
                                 APLG-RECORD-AREA,
                                 TP90-RECORD-KEY

              IF TP90-RETURN-CODE = GVBTP90-VALUE-NOT-FOUND
                 MOVE APLG-RUN-ID         TO TP90-RECORD-KEY
                 MOVE 'APLYLOG '          TO TP90-DDNAME
                 MOVE GVBTP90-VALUE-WRITE TO TP90-FUNCTION-CODE
                 MOVE +80                 TO TP90-RECORD-LENGTH
                 MOVE GVBTP90-VALUE-FIXED-LEN
                                          TO TP90-RECFM
                 CALL GVBTP90 USING TP90-PARAMETER-AREA,
                                    APLG-RECORD-AREA,
                                    TP90-RECORD-KEY
              END-IF

              MOVE TP90-RETURN-CODE       TO WS-APLG-RETURN-CODE

              MOVE 'APLYLOG '             TO TP90-DDNAME
              MOVE GVBTP90-VALUE-CLOSE    TO TP90-FUNCTION-CODE
              CALL GVBTP90 USING TP90-PARAMETER-AREA,
                                 APLG-RECORD-AREA,
                                 TP90-RECORD-KEY

              IF WS-APLG-RETURN-CODE NOT = GVBTP90-VALUE-SUCCESSFUL
                 DISPLAY 'APLYLOG PUT FAILED, RET CD = '
                         WS-APLG-RETURN-CODE
                         ' RUN ID = ' APLG-RUN-ID
              END-IF
           ELSE
              DISPLAY 'APLYLOG NOT AVAILABLE, GENERATION '
                      WS-OPEN-GEN-SEQ ' NOT LOGGED'
           END-IF

           MOVE WS-SAVE-TP90-RETURN-CODE  TO TP90-RETURN-CODE
           MOVE WS-SAVE-TP90-RECORD-KEY   TO TP90-RECORD-KEY
           SET  TP90-ANCHOR               TO WS-SAVE-TP90-ANCHOR

           .
       370-EXIT.
           EXIT.

      ******************************************************************
      * AN APPLY AGAINST THE STANDBY FAILED.  A STANDBY THAT CANNOT   *
      * TAKE A CHANGE THE CONTINUITY CHECK VOUCHED FOR IS OUT OF      *
