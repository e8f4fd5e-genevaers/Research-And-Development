      **              DEVIATES MORE THAN THE CONFIGURED PERCENTAGE    *
      **              IS FLAGGED - SO THE JOB CREEPING FROM 40 TO 90  *
      **              MINUTES IS SEEN BEFORE IT BLOWS THE BATCH       *
      **              WINDOW.  AN INCREMENTAL RUN IS ONLY COMPARED    *
      **              WITH EARLIER INCREMENTAL RUNS, A CATCH-UP RUN   *
      **              WITH EARLIER CATCH-UP RUNS, AND A FULL RUN WITH *
      **              EARLIER FULL ONES, SINCE THEIR VOLUMES ARE NOT  *
      **              ALIKE.                                          *
      **                                                               *
      **              DD TRNDPARM (OPTIONAL) CARRIES THE RUN COUNT   *
      **              AND DEVIATION PERCENTAGE: COLS 1-3 RUNS TO     *
      ** VERSION  PROJECT  ANALYST  EFF        REASON                  *
      **                                                               *
      ** 100  RTC23553    MORGAN     09/02/2026 INITIAL                *
      ** 101  RTC23657    MORGAN     10/15/2026 RUN MODE ROW; NEWEST   *
      **                                        RUN COMPARED ONLY WITH *
      **                                        RUNS OF THE SAME       *
      **                                        DISPATCH SCOPE         *
      ** 102  RTC23666    MORGAN     10/15/2026 CATCH-UP RUNS TRENDED  *
      **                                        AS A SCOPE OF THEIR    *
      **                                        OWN                    *
      **                                                               *
      ******************************************************************
       ENVIRONMENT DIVISION.
           05  HIST-METRIC-TABLE REDEFINES HIST-METRICS.
               10  HIST-METRIC            PIC 9(09) OCCURS 9 TIMES.
           05  HIST-MAX-SEVERITY          PIC X(04).
           05  HIST-RUN-MODE              PIC X(08).
           05  HIST-INCR-CANDIDATES       PIC 9(09).
           05  FILLER                     PIC X(03).
      *
      ******************************************************************
      *  CONTROL CARD - RUNS TO SHOW AND THE DEVIATION PERCENTAGE.    *
               10  TRND-T-DATE            PIC 9(08).
               10  TRND-T-TIME            PIC 9(06).
               10  TRND-T-SEVERITY        PIC X(04).
               10  TRND-T-MODE            PIC X(08).
      *  'I' FOR AN INCREMENTAL RUN, 'C' FOR A CATCH-UP RUN (DEFERRED
      *  QUEUE ONLY), 'F' FOR ANY OTHER - ONLY RUNS OF THE SAME SCOPE
      *  ARE AVERAGED FOR THE DEVIATION COMPARE.
               10  TRND-T-SCOPE           PIC X(01).
               10  TRND-T-METRIC          PIC S9(9) COMP
                                          OCCURS 9 TIMES.
      *
       01  WS-METRIC-DELTA          PIC S9(9) COMP VALUE ZEROES.
       01  WS-NEWEST-VALUE          PIC S9(9) COMP VALUE ZEROES.
       01  WS-DEVIATION-COUNT       PIC S9(4) COMP VALUE ZEROES.
       01  WS-LIKE-RUN-COUNT        PIC S9(4) COMP VALUE ZEROES.
      *
       01  WS-HIST-RECORDS-READ     PIC S9(9) COMP VALUE ZEROES.
      *
           MOVE GVBTP90-VALUE-START-BROWSE
                                          TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +120                      TO TP90-RECORD-LENGTH
           MOVE GVBTP90-VALUE-FIXED-LEN   TO TP90-RECFM
           MOVE LOW-VALUES                TO TP90-RECORD-KEY

      ******************************************************************
       210-READ-ONE-RUN.

      *  A RECORD WRITTEN BEFORE THE RUN MODE WAS CARRIED IS SHORTER
      *  THAN THE AREA, SO NOTHING OF THE PREVIOUS RECORD IS LEFT
      *  BEHIND IN ITS TAIL.
           MOVE SPACES                    TO HIST-RECORD-AREA
           MOVE 'UR70HIST'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-READNEXT    TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +120                      TO TP90-RECORD-LENGTH
           MOVE GVBTP90-VALUE-FIXED-LEN   TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                    TO TRND-T-TIME(TRND-RUNS-LOADED)
                 MOVE HIST-MAX-SEVERITY
                    TO TRND-T-SEVERITY(TRND-RUNS-LOADED)
                 IF HIST-RUN-MODE = SPACES
                    MOVE 'NORMAL  '
                       TO TRND-T-MODE(TRND-RUNS-LOADED)
                 ELSE
                    MOVE HIST-RUN-MODE
                       TO TRND-T-MODE(TRND-RUNS-LOADED)
                 END-IF
                 EVALUATE HIST-RUN-MODE
                    WHEN 'INCR    '
                       MOVE 'I' TO TRND-T-SCOPE(TRND-RUNS-LOADED)
                    WHEN 'CATCHUP '
                       MOVE 'C' TO TRND-T-SCOPE(TRND-RUNS-LOADED)
                    WHEN OTHER
                       MOVE 'F' TO TRND-T-SCOPE(TRND-RUNS-LOADED)
                 END-EVALUATE
                 PERFORM 215-LOAD-ONE-METRIC
                    THRU 215-EXIT
                    VARYING WS-METRIC-SUB FROM 1 BY 1
                UNTIL WS-RUN-SUB > TRND-RUNS-LOADED
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           MOVE SPACES                    TO RPT-LINE
           MOVE 'RUN MODE'                TO RPT-LINE(1:20)
           PERFORM 317-PRINT-MODE-COLUMN
              THRU 317-EXIT
              VARYING WS-RUN-SUB FROM 1 BY 1
                UNTIL WS-RUN-SUB > TRND-RUNS-LOADED
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           PERFORM 320-PRINT-METRIC-ROW
              THRU 320-EXIT
              VARYING WS-METRIC-SUB FROM 1 BY 1
       315-EXIT.
           EXIT.

       317-PRINT-MODE-COLUMN.

           COMPUTE WS-COLUMN-POS = 21 + ((WS-RUN-SUB - 1) * 10)
           MOVE TRND-T-MODE(WS-RUN-SUB)
              TO RPT-LINE(WS-COLUMN-POS:8)

           .
       317-EXIT.
           EXIT.

       320-PRINT-METRIC-ROW.

           MOVE SPACES                    TO RPT-LINE

      ******************************************************************
      * COMPARE TONIGHT'S RUN (THE NEWEST WINDOW ENTRY) TO THE        *
      * AVERAGE OF THE RUNS BEFORE IT OF THE SAME DISPATCH SCOPE      *
      * (INCREMENTAL, CATCH-UP OR FULL), ONE METRIC AT A TIME, AND    *
      * FLAG ANY METRIC THAT DEVIATES MORE THAN THE CONFIGURED        *
      * PERCENTAGE.                                                   *
      * WITH FEWER THAN TWO RUNS, OR NO EARLIER RUN OF THE SAME       *
      * SCOPE, THERE IS NOTHING TO COMPARE AGAINST, WHICH IS          *
      * REPORTED RATHER THAN PASSED OFF AS A CLEAN NIGHT.             *
      ******************************************************************
       400-CHECK-DEVIATIONS.

              GO TO 400-EXIT
           END-IF

           MOVE +0                        TO WS-LIKE-RUN-COUNT
           PERFORM 405-COUNT-LIKE-RUN
              THRU 405-EXIT
              VARYING WS-RUN-SUB FROM 1 BY 1
                UNTIL WS-RUN-SUB >= TRND-RUNS-LOADED

           IF WS-LIKE-RUN-COUNT = ZEROES
              MOVE SPACES                 TO RPT-LINE
              STRING 'NO EARLIER RUN OF THE SAME DISPATCH SCOPE - '
                     'NO DEVIATION COMPARE POSSIBLE'
                     DELIMITED BY SIZE   INTO RPT-LINE
              PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
              IF WS-RETURN-CD < +4
                 MOVE +4                  TO WS-RETURN-CD
              END-IF
              GO TO 400-EXIT
           END-IF

           PERFORM 410-CHECK-ONE-METRIC
              THRU 410-EXIT
              VARYING WS-METRIC-SUB FROM 1 BY 1
       400-EXIT.
           EXIT.

       405-COUNT-LIKE-RUN.

           IF TRND-T-SCOPE(WS-RUN-SUB) =
              TRND-T-SCOPE(TRND-RUNS-LOADED)
              ADD  1                      TO WS-LIKE-RUN-COUNT
           END-IF

           .
       405-EXIT.
           EXIT.

       410-CHECK-ONE-METRIC.

           MOVE +0                        TO WS-METRIC-SUM
                UNTIL WS-RUN-SUB >= TRND-RUNS-LOADED

           COMPUTE WS-METRIC-AVG =
                   WS-METRIC-SUM / WS-LIKE-RUN-COUNT

           MOVE TRND-T-METRIC(TRND-RUNS-LOADED, WS-METRIC-SUB)
              TO WS-NEWEST-VALUE

       415-SUM-ONE-RUN.

           IF TRND-T-SCOPE(WS-RUN-SUB) =
              TRND-T-SCOPE(TRND-RUNS-LOADED)
              ADD  TRND-T-METRIC(WS-RUN-SUB, WS-METRIC-SUB)
                                          TO WS-METRIC-SUM
           END-IF

           .
       415-EXIT.
