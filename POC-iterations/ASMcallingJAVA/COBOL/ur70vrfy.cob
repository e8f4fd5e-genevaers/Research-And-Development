      ** INPUT FILES:   D001     - MASTER FILE UNDER VERIFICATION      *
      **                VRFYPARM - VALID RECORD-TYPE CODES (OPTIONAL)  *
      **                                                               *
      ** OUTPUT FILES:  VRFYRSLT - VERIFICATION RESULT, ONE RECORD   *
      **                           PER RUN (KSDS)                      *
      **                                                               *
      ** REPORTS:       VRFYRPT - VERIFICATION REPORT                  *
      **                                                               *
      ** RETURN CDS:  0000 - D001 VERIFIED CLEAN                       *
      **                                        - LENGTH EDIT NOW A   *
      **                                        1..MAXIMUM RANGE      *
      **                                        CHECK                 *
      ** 102  RTC23659    MORGAN     10/15/2026 RESULT RECORD KEPT ON *
      **                                        DD VRFYRSLT FOR THE   *
      **                                        UR70GATE READINESS    *
      **                                        CHECK                 *
      **                                                               *
      ******************************************************************
       ENVIRONMENT DIVISION.
       01  WS-RETURN-CD             PIC S9(4) COMP VALUE ZEROES.
      *
      ******************************************************************
      *  VERIFICATION RESULT - ONE RECORD PER RUN ON THE KEYED FILE   *
      *  (DD VRFYRSLT, KEY = RUN DATE AND START TIME, THE SAME SHAPE  *
      *  AS THE UR70HIST KEY) SO THE READINESS GATE CAN TELL WHETHER  *
      *  D001 WAS VERIFIED CLEAN TODAY WITHOUT A JOB-LOG SCRAPE.  A   *
      *  MISSING DD IS NOT FATAL - THE GATE THEN FINDS NO RESULT.     *
      ******************************************************************
       01  VRES-RECORD-AREA.
           05  VRES-RECORD-KEY.
               10  VRES-RUN-DATE          PIC 9(08).
               10  VRES-RUN-TIME          PIC 9(06).
               10  VRES-KEY-FILL          PIC X(01).
           05  VRES-RETURN-CD             PIC 9(04).
           05  VRES-RECORDS-VERIFIED      PIC 9(09).
           05  VRES-DAMAGE-COUNT          PIC 9(09).
           05  FILLER                     PIC X(43).
      *
       01  WS-VRFY-START-TIME       PIC 9(08) VALUE ZEROES.
       01  WS-VRFY-RUN-DATE         PIC 9(08) VALUE ZEROES.
      *
      ******************************************************************
      *  VERIFICATION REPORT - DD VRFYRPT.  A MISSING DD IS NOT       *
      *  FATAL - THE REPORT SIMPLY STAYS ON THE DISPLAY LOG.          *
      ******************************************************************
      ******************************************************************
      *
           DISPLAY 'UR70VRFY STARTING'
      *
           ACCEPT WS-VRFY-START-TIME      FROM TIME
      *
           ACCEPT WS-VRFY-RUN-DATE        FROM DATE YYYYMMDD
      *
           PERFORM 110-OPEN-REPORT        THRU 110-EXIT
      *
           PERFORM 200-VERIFY-D001        THRU 200-EXIT
      *
           PERFORM 900-WRITE-SUMMARY      THRU 900-EXIT
      *
           PERFORM 930-SAVE-RESULT        THRU 930-EXIT
      *
           PERFORM 910-CLOSE-REPORT       THRU 910-EXIT
      *
           .
       920-EXIT.
           EXIT.

      ******************************************************************
      * RECORD THIS RUN'S OUTCOME ON DD VRFYRSLT: THE SETTLED RETURN  *
      * CODE AND THE RECORD AND DAMAGE COUNTS BEHIND IT.  RUN AFTER   *
      * 900-WRITE-SUMMARY SO THE RETURN CODE IS FINAL.  OPENED AND    *
      * CLOSED AROUND THE ONE WRITE; A RERUN IN THE SAME SECOND       *
      * REPLACES THE EARLIER RECORD.                                  *
      ******************************************************************
       930-SAVE-RESULT.

           MOVE SPACES                    TO VRES-RECORD-AREA
           MOVE WS-VRFY-RUN-DATE          TO VRES-RUN-DATE
           MOVE WS-VRFY-START-TIME(1:6)   TO VRES-RUN-TIME
           MOVE '0'                       TO VRES-KEY-FILL
           MOVE WS-RETURN-CD              TO VRES-RETURN-CD
           MOVE WS-D001-RECORDS-READ      TO VRES-RECORDS-VERIFIED
           MOVE WS-DAMAGE-COUNT           TO VRES-DAMAGE-COUNT

           SET  TP90-ANCHOR               TO NULL
           MOVE 'VRFYRSLT'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-OPEN        TO TP90-FUNCTION-CODE
           MOVE GVBTP90-VALUE-VSAM        TO TP90-FILE-TYPE
           MOVE GVBTP90-VALUE-IO          TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           MOVE SPACES                    TO TP90-RECORD-KEY

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 VRES-RECORD-AREA,
                                 TP90-RECORD-KEY

           IF TP90-RETURN-CODE NOT = GVBTP90-VALUE-SUCCESSFUL
              DISPLAY 'VRFYRSLT NOT AVAILABLE, RESULT NOT RECORDED'
              SET  TP90-ANCHOR            TO NULL
              GO TO 930-EXIT
           END-IF

           MOVE VRES-RECORD-KEY           TO TP90-RECORD-KEY
           MOVE 'VRFYRSLT'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-UPDATE      TO TP90-FUNCTION-CODE
           MOVE +80                       TO TP90-RECORD-LENGTH
           MOVE GVBTP90-VALUE-FIXED-LEN   TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 VRES-RECORD-AREA,
                                 TP90-RECORD-KEY

           IF TP90-RETURN-CODE = GVBTP90-VALUE-NOT-FOUND
              MOVE VRES-RECORD-KEY        TO TP90-RECORD-KEY
              MOVE 'VRFYRSLT'             TO TP90-DDNAME
              MOVE GVBTP90-VALUE-WRITE    TO TP90-FUNCTION-CODE
              MOVE +80                    TO TP90-RECORD-LENGTH
              MOVE GVBTP90-VALUE-FIXED-LEN
                                          TO TP90-RECFM
              CALL GVBTP90 USING TP90-PARAMETER-AREA,
                                 VRES-RECORD-AREA,
                                 TP90-RECORD-KEY
           END-IF

           IF TP90-RETURN-CODE = GVBTP90-VALUE-SUCCESSFUL
              DISPLAY 'VERIFICATION RESULT WRITTEN TO VRFYRSLT, '
                      'KEY = ' VRES-RECORD-KEY
           ELSE
              DISPLAY 'VRFYRSLT WRITE FAILED, RET CD = '
                      TP90-RETURN-CODE
           END-IF

           MOVE 'VRFYRSLT'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-CLOSE       TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 VRES-RECORD-AREA,
                                 TP90-RECORD-KEY
           SET  TP90-ANCHOR               TO NULL

           .
       930-EXIT.
           EXIT.
