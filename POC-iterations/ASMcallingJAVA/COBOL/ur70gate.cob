       IDENTIFICATION DIVISION.
       PROGRAM-ID. UR70GATE.
      ******************************************************************
      *
      * (c) Copyright IBM Corporation 2026.
      *     Copyright Contributors to the GenevaERS Project.
      * SPDX-License-Identifier: Apache-2.0
      *
      ******************************************************************
      *
      *   Licensed under the Apache License, Version 2.0 (the "License");
      *   you may not use this file except in compliance with the License.
      *   You may obtain a copy of the License at
      *
      *     http://www.apache.org/licenses/LICENSE-2.0
      *
      *   Unless required by applicable law or agreed to in writing,
      *   software distributed under the License is distributed on an
      *   "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND,
      *    either express or implied.
      *   See the License for the specific language governing
      *   permissions and limitations under the License.
      ******************************************************************
      **                                                               *
      ** DESCRIPTION: PRE-RUN READINESS GATE FOR THE D001 JOB STREAM, *
      **              RUN AS THE STEP AHEAD OF TESTUR70.  CHECKS,     *
      **              WITHOUT UPDATING ANYTHING:                      *
      **                1. THE LAST RUN ON THE RUN REGISTRY (UR70REG) *
      **                   CLOSED OUT - IT CARRIES AN END STAMP       *
      **                2. ITS FINAL SEVERITY IS NO WORSE THAN THE    *
      **                   ACCEPTABLE LEVEL (DEFAULT 0004)            *
      **                3. UR70VRFY VERIFIED D001 CLEAN TODAY - ITS   *
      **                   LATEST RESULT FOR TODAY ON VRFYRSLT IS 0   *
      **                4. THE STANDBY IS CAUGHT UP - THE LAST        *
      **                   GENERATION D001APLY APPLIED (APLYSQOT) IS  *
      **                   NO MORE THAN THE ALLOWED NUMBER OF         *
      **                   GENERATIONS BEHIND THE LAST ONE TESTUR70   *
      **                   CUT (D001DSOT, WHICH CARRIES THE NEXT)     *
      **                5. NO RUN HOLDS THE D001 UPDATE LOCK          *
      **                   (UR70LOCK, TAKEN AND RELEASED BY TESTUR70) *
      **              A FILE THAT CANNOT BE READ FAILS ITS CHECK -    *
      **              THE GATE NEVER PASSES WHAT IT COULD NOT SEE.    *
      **              EVERY CHECK IS MADE AND LISTED ON A ONE-PAGE    *
      **              REPORT, SO THE ON-CALL ANALYST SEES EVERY       *
      **              REASON THE STREAM IS HELD, NOT JUST THE FIRST.  *
      **                                                               *
      **              CONTROL CARD, DD GATEPARM (OPTIONAL):           *
      **                COLS 1-3  GENERATIONS THE STANDBY MAY LAG     *
      **                          (DEFAULT 000)                       *
      **                COLS 4-7  WORST ACCEPTABLE FINAL SEVERITY OF  *
      **                          THE LAST RUN (DEFAULT 0004)         *
      **                COL  8    Y = FREE A LOCK LEFT HELD BY A RUN  *
      **                          THE OPERATOR HAS CONFIRMED IS GONE  *
      **                          (THE ONLY UPDATE THE GATE MAKES)    *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                                                               *
      ** INPUT FILES:   GATEPARM - CONTROL CARD (OPTIONAL)             *
      **                UR70REG  - RUN REGISTRY (KSDS)                 *
      **                VRFYRSLT - UR70VRFY RESULTS (KSDS)             *
      **                D001DSOT - NEXT DELTA GENERATION SEQUENCE      *
      **                APLYSQOT - LAST GENERATION SEQUENCE APPLIED    *
      **                UR70LOCK - D001 UPDATE LOCK (KSDS)             *
      **                                                               *
      ** REPORTS:       GATERPT - READINESS REPORT                     *
      **                                                               *
      ** RETURN CDS:  THE SUM OF ONE CODE PER FAILED CHECK, SO EACH    *
      **              CONDITION HAS ITS OWN VALUE AND A COMBINATION   *
      **              CAN BE TOLD APART:                              *
      **              0000 - STREAM READY                              *
      **              0004 - LAST RUN NEVER CLOSED OUT / NO REGISTRY   *
      **              0008 - LAST RUN ENDED ABOVE ACCEPTABLE SEVERITY  *
      **              0016 - D001 NOT VERIFIED CLEAN TODAY             *
      **              0032 - STANDBY TOO FAR BEHIND / NOT MEASURABLE   *
      **              0064 - D001 UPDATE LOCK HELD / NOT READABLE      *
      **                                                               *
      ******************************************************************
      **                ISSUANCE INFORMATION                           *
      ******************************************************************
      ** VERSION  PROJECT  ANALYST  EFF        REASON                  *
      **                                                               *
      ** 100  RTC23659    MORGAN     10/15/2026 INITIAL                *
      ** 101  RTC23666    MORGAN     10/15/2026 VERIFIED-TODAY CHECK   *
      **                                        TITLE FITS ITS FIELD   *
      **                                                               *
      ** 102  RTC23668    MORGAN     10/15/2026 DUPLICATE ANCHOR       *
      **                                        RESET REMOVED          *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.
      *
       WORKING-STORAGE SECTION.
      *
      ******************************************************************
      *  CONTROL CARD - DD GATEPARM.                                  *
      ******************************************************************
       01  PARM-RECORD-AREA.
           05  PARM-MAX-LAG               PIC X(03).
           05  PARM-MAX-LAG-NUM REDEFINES PARM-MAX-LAG
                                          PIC 9(03).
           05  PARM-MAX-SEVERITY          PIC X(04).
           05  PARM-LOCK-RESET            PIC X(01).
               88  PARM-LOCK-RESET-REQUESTED    VALUE 'Y'.
           05  FILLER                     PIC X(72).
      *
       01  WS-MAX-LAG               PIC S9(9) COMP VALUE ZEROES.
       01  WS-MAX-SEVERITY          PIC X(04) VALUE '0004'.
       01  WS-LOCK-RESET-SW         PIC X(01) VALUE 'N'.
           88  WS-LOCK-RESET-REQUESTED     VALUE 'Y'.
      *
      ******************************************************************
      *  RUN REGISTRY RECORD, AS WRITTEN BY TESTUR70'S                *
      *  093-PUT-REGISTRY-RECORD.  THE LAST ONE ON FILE (KEY = RUN ID *
      *  = DATE PLUS START TIME) IS THE LATEST RUN.                   *
      ******************************************************************
       01  REG-RECORD-AREA.
           05  REG-RUN-ID                 PIC X(15).
           05  REG-START-DATE             PIC 9(08).
           05  REG-START-TIME             PIC 9(06).
           05  REG-END-DATE               PIC 9(08).
           05  REG-END-TIME               PIC 9(06).
           05  REG-RUN-MODE               PIC X(08).
           05  REG-FINAL-SEVERITY         PIC X(04).
           05  FILLER                     PIC X(25).
      *
       01  LAST-REG-RECORD-AREA.
           05  LAST-REG-RUN-ID            PIC X(15).
           05  LAST-REG-START-DATE        PIC 9(08).
           05  LAST-REG-START-TIME        PIC 9(06).
           05  LAST-REG-END-DATE          PIC 9(08).
           05  LAST-REG-END-TIME          PIC 9(06).
           05  LAST-REG-RUN-MODE          PIC X(08).
           05  LAST-REG-FINAL-SEVERITY    PIC X(04).
           05  FILLER                     PIC X(25).
      *
      ******************************************************************
      *  UR70VRFY RESULT RECORD, AS WRITTEN BY ITS 930-SAVE-RESULT    *
      *  (KEY = RUN DATE AND START TIME).                             *
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
       01  LAST-VRES-RECORD-AREA.
           05  LAST-VRES-RUN-DATE         PIC 9(08).
           05  LAST-VRES-RUN-TIME         PIC 9(06).
           05  LAST-VRES-KEY-FILL         PIC X(01).
           05  LAST-VRES-RETURN-CD        PIC 9(04).
           05  LAST-VRES-RECORDS-VERIFIED PIC 9(09).
           05  LAST-VRES-DAMAGE-COUNT     PIC 9(09).
           05  FILLER                     PIC X(43).
      *
      ******************************************************************
      *  GENERATION SEQUENCE CONTROL RECORDS - D001DSOT AS WRITTEN BY *
      *  TESTUR70'S 125-SAVE-DELTA-SEQ (THE NEXT SEQUENCE TO CUT) AND *
      *  APLYSQOT AS WRITTEN BY D001APLY'S 120-SAVE-LAST-SEQ (THE     *
      *  LAST SEQUENCE APPLIED).                                      *
      ******************************************************************
       01  DSEQ-RECORD-AREA.
           05  DSEQ-NEXT-SEQ              PIC 9(09).
           05  FILLER                     PIC X(71).
      *
       01  SEQ-RECORD-AREA.
           05  SEQ-LAST-APPLIED           PIC 9(09).
           05  FILLER                     PIC X(71).
      *
       01  WS-LAST-SEQ-CUT          PIC S9(9) COMP VALUE ZEROES.
       01  WS-LAST-SEQ-APPLIED      PIC S9(9) COMP VALUE ZEROES.
       01  WS-STANDBY-LAG           PIC S9(9) COMP VALUE ZEROES.
       01  WS-DSEQ-SW               PIC X(01) VALUE 'N'.
           88  WS-DSEQ-READ                VALUE 'Y'.
       01  WS-APLY-SW               PIC X(01) VALUE 'N'.
           88  WS-APLY-READ                VALUE 'Y'.
      *
      ******************************************************************
      *  D001 UPDATE LOCK RECORD, AS TAKEN AND RELEASED BY TESTUR70'S *
      *  089-TAKE-UPDATE-LOCK AND 969-RELEASE-UPDATE-LOCK.            *
      ******************************************************************
       01  LOCK-RECORD-AREA.
           05  LOCK-NAME                  PIC X(15).
           05  LOCK-STATUS                PIC X(04).
               88  LOCK-IS-HELD                 VALUE 'HELD'.
               88  LOCK-IS-FREE                 VALUE 'FREE'.
           05  LOCK-RUN-ID                PIC X(15).
           05  LOCK-PROGRAM               PIC X(08).
           05  LOCK-TAKEN-DATE            PIC 9(08).
           05  LOCK-TAKEN-TIME            PIC 9(06).
           05  LOCK-RELEASED-DATE         PIC 9(08).
           05  LOCK-RELEASED-TIME         PIC 9(06).
           05  FILLER                     PIC X(10).
      *
       01  WS-LOCK-KEY              PIC X(15) VALUE 'D001-UPDATE'.
      *
      ******************************************************************
      *  THE CHECK IN HAND - FILLED IN BY EACH CHECK PARAGRAPH AND    *
      *  PRINTED AS ONE REPORT LINE BY 800-PRINT-CHECK.               *
      ******************************************************************
       01  WS-CHECK-NO              PIC 9(01) VALUE ZEROES.
       01  WS-CHECK-TITLE           PIC X(34) VALUE SPACES.
       01  WS-CHECK-RESULT          PIC X(04) VALUE SPACES.
       01  WS-CHECK-RC              PIC S9(4) COMP VALUE ZEROES.
       01  WS-CHECK-RC-EDIT         PIC ZZZ9.
       01  WS-CHECK-DETAIL          PIC X(80) VALUE SPACES.
       01  WS-CHECKS-FAILED         PIC S9(4) COMP VALUE ZEROES.
      *
       01  WS-REG-SW                PIC X(01) VALUE 'N'.
           88  WS-REG-UNREADABLE           VALUE 'U'.
           88  WS-REG-EMPTY                VALUE 'E'.
           88  WS-REG-FOUND                VALUE 'F'.
       01  WS-REG-CLOSED-SW         PIC X(01) VALUE 'N'.
           88  WS-REG-CLOSED               VALUE 'Y'.
       01  WS-VRES-SW               PIC X(01) VALUE 'N'.
           88  WS-VRES-UNREADABLE          VALUE 'U'.
           88  WS-VRES-NONE-TODAY          VALUE 'N'.
           88  WS-VRES-FOUND               VALUE 'F'.
       01  WS-SCAN-SW               PIC X(01) VALUE 'N'.
           88  WS-SCAN-DONE                VALUE 'Y'.
      *
       01  WS-GATE-DATE             PIC 9(08) VALUE ZEROES.
       01  WS-GATE-TIME             PIC 9(08) VALUE ZEROES.
      *
       01  WS-RETURN-CD             PIC S9(4) COMP VALUE ZEROES.
      *
      ******************************************************************
      *  READINESS REPORT - DD GATERPT.  A MISSING DD IS NOT FATAL -  *
      *  THE REPORT SIMPLY STAYS ON THE DISPLAY LOG.                  *
      ******************************************************************
       01  WS-RPT-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-RPT-FILE-OPEN            VALUE 'Y'.
      *
       01  RPT-RECORD-AREA.
           05  RPT-LINE                  PIC X(132).
      *
       01  WS-RPT-NUM-EDIT           PIC -(8)9.
       01  WS-RPT-NUM-EDIT-2         PIC -(8)9.
      *
      *  THE TP90 RETURN CODE/KEY/ANCHOR OF A FILE BEING BROWSED MUST
      *  SURVIVE A REPORT-LINE WRITE MADE IN THE MIDDLE OF THE BROWSE.
       01  WS-SAVE-TP90-RETURN-CODE PIC X(01) VALUE SPACES.
       01  WS-SAVE-TP90-RECORD-KEY  PIC X(15) VALUE SPACES.
       01  WS-SAVE-TP90-ANCHOR      USAGE IS POINTER.
      *
       01  GVBTP90                  PIC X(8)  VALUE 'GVBTP90 '.
      *
       COPY GVBTP90C.
      *
       01  TP90-RECORD-KEY          PIC X(15) VALUE SPACES.
      *
      *
       PROCEDURE DIVISION.
      *
       000-MAIN.
      *
      ******************************************************************
      * MAINLINE                                                       *
      ******************************************************************
      *
           DISPLAY 'UR70GATE STARTING'
      *
           ACCEPT WS-GATE-DATE            FROM DATE YYYYMMDD
      *
           ACCEPT WS-GATE-TIME            FROM TIME
      *
           PERFORM 110-OPEN-REPORT        THRU 110-EXIT
      *
           PERFORM 100-LOAD-GATE-PARM     THRU 100-EXIT
      *
           PERFORM 200-CHECK-LAST-RUN     THRU 200-EXIT
      *
           PERFORM 300-CHECK-VERIFY       THRU 300-EXIT
      *
           PERFORM 400-CHECK-STANDBY      THRU 400-EXIT
      *
           PERFORM 500-CHECK-LOCK         THRU 500-EXIT
      *
           PERFORM 900-WRITE-SUMMARY      THRU 900-EXIT
      *
           PERFORM 910-CLOSE-REPORT       THRU 910-EXIT
      *
           MOVE WS-RETURN-CD              TO RETURN-CODE
      *
           .
       000-GOBACK.
           GOBACK.

      ******************************************************************
      * LOAD THE CONTROL CARD FROM DD GATEPARM.  AN ABSENT CARD OR A  *
      * BLANK OR NON-NUMERIC FIELD TAKES ITS DEFAULT: THE STANDBY MAY *
      * NOT LAG AT ALL, AND 0004 IS THE WORST ACCEPTABLE SEVERITY.    *
      * THE REPORT HEADING SHOWS THE VALUES IN FORCE.                 *
      ******************************************************************
       100-LOAD-GATE-PARM.

           SET  TP90-ANCHOR               TO NULL
           MOVE 'GATEPARM'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-OPEN        TO TP90-FUNCTION-CODE
           MOVE GVBTP90-VALUE-SEQUENTIAL  TO TP90-FILE-TYPE
           MOVE GVBTP90-VALUE-INPUT       TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE SPACES                    TO TP90-RECORD-KEY

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 PARM-RECORD-AREA,
                                 TP90-RECORD-KEY

           IF TP90-RETURN-CODE = GVBTP90-VALUE-SUCCESSFUL
              MOVE SPACES                 TO PARM-RECORD-AREA
              MOVE 'GATEPARM'             TO TP90-DDNAME
              MOVE GVBTP90-VALUE-READ     TO TP90-FUNCTION-CODE
              CALL GVBTP90 USING TP90-PARAMETER-AREA,
                                 PARM-RECORD-AREA,
                                 TP90-RECORD-KEY

              IF TP90-RETURN-CODE = GVBTP90-VALUE-SUCCESSFUL
                 IF PARM-MAX-LAG IS NUMERIC
                    MOVE PARM-MAX-LAG-NUM TO WS-MAX-LAG
                 END-IF
                 IF PARM-MAX-SEVERITY IS NUMERIC
                    MOVE PARM-MAX-SEVERITY
                                          TO WS-MAX-SEVERITY
                 END-IF
                 IF PARM-LOCK-RESET-REQUESTED
                    MOVE 'Y'              TO WS-LOCK-RESET-SW
                 END-IF
              END-IF

              MOVE 'GATEPARM'             TO TP90-DDNAME
              MOVE GVBTP90-VALUE-CLOSE    TO TP90-FUNCTION-CODE
              CALL GVBTP90 USING TP90-PARAMETER-AREA,
                                 PARM-RECORD-AREA,
                                 TP90-RECORD-KEY
              SET  TP90-ANCHOR            TO NULL
           ELSE
              DISPLAY 'GATEPARM NOT AVAILABLE, DEFAULTS USED'
           END-IF

           MOVE SPACES                    TO RPT-LINE
           STRING 'UR70GATE D001 JOB-STREAM READINESS REPORT - '
                  WS-GATE-DATE ' ' WS-GATE-TIME(1:6)
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-MAX-LAG                TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'STANDBY LAG ALLOWED (GENERATIONS) = '
                  WS-RPT-NUM-EDIT
                  '   WORST ACCEPTABLE SEVERITY = ' WS-MAX-SEVERITY
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           IF WS-LOCK-RESET-REQUESTED
              MOVE SPACES                 TO RPT-LINE
              MOVE 'OPERATOR LOCK RESET REQUESTED ON GATEPARM'
                                          TO RPT-LINE
              PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
           END-IF
           MOVE SPACES                    TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE SPACES                    TO RPT-LINE
           STRING '  CHECK                               RESULT   RC'
                  '  DETAIL'
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE ALL '-'                   TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           .
       100-EXIT.
           EXIT.

       110-OPEN-REPORT.

           SET  TP90-ANCHOR               TO NULL
           MOVE 'GATERPT '                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-OPEN        TO TP90-FUNCTION-CODE
           MOVE GVBTP90-VALUE-GDG         TO TP90-FILE-TYPE
           MOVE GVBTP90-VALUE-EXTEND      TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE SPACES                    TO TP90-RECORD-KEY

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 RPT-RECORD-AREA,
                                 TP90-RECORD-KEY

           IF TP90-RETURN-CODE = GVBTP90-VALUE-SUCCESSFUL
              MOVE 'Y'                    TO WS-RPT-OPEN-SW
           ELSE
              MOVE 'N'                    TO WS-RPT-OPEN-SW
              DISPLAY 'GATERPT NOT AVAILABLE, REPORT NOT WRITTEN '
                      'TO A DD'
           END-IF

           .
       110-EXIT.
           EXIT.

      ******************************************************************
      * CHECKS 1 AND 2 - THE LAST RUN ON THE REGISTRY.  A RUN WITH NO *
      * END STAMP NEVER CLOSED OUT (STILL RUNNING, OR ABENDED), AND   *
      * ITS SEVERITY IS NOT SETTLED, SO CHECK 2 IS THEN NOT           *
      * APPLICABLE RATHER THAN A SECOND FAILURE.  AN EMPTY REGISTRY   *
      * IS A FIRST-EVER RUN AND PASSES BOTH.                          *
      ******************************************************************
       200-CHECK-LAST-RUN.

           PERFORM 210-FIND-LAST-RUN      THRU 210-EXIT

           MOVE 1                         TO WS-CHECK-NO
           MOVE 'LAST RUN CLOSED OUT (UR70REG)'
                                          TO WS-CHECK-TITLE
           MOVE SPACES                    TO WS-CHECK-DETAIL
           MOVE 'N'                       TO WS-REG-CLOSED-SW
           EVALUATE TRUE
              WHEN WS-REG-UNREADABLE
                 MOVE 'FAIL'              TO WS-CHECK-RESULT
                 MOVE +4                  TO WS-CHECK-RC
                 MOVE 'UR70REG NOT AVAILABLE - LAST RUN UNKNOWN'
                                          TO WS-CHECK-DETAIL
              WHEN WS-REG-EMPTY
                 MOVE 'PASS'              TO WS-CHECK-RESULT
                 MOVE +0                  TO WS-CHECK-RC
                 MOVE 'NO RUN REGISTERED YET'
                                          TO WS-CHECK-DETAIL
              WHEN LAST-REG-END-DATE IS NUMERIC
                   AND LAST-REG-END-DATE NOT = ZEROES
                 MOVE 'Y'                 TO WS-REG-CLOSED-SW
                 MOVE 'PASS'              TO WS-CHECK-RESULT
                 MOVE +0                  TO WS-CHECK-RC
                 STRING 'RUN ' LAST-REG-RUN-ID ' ('
                        LAST-REG-RUN-MODE ') ENDED '
                        LAST-REG-END-DATE ' ' LAST-REG-END-TIME
                        DELIMITED BY SIZE INTO WS-CHECK-DETAIL
              WHEN OTHER
                 MOVE 'FAIL'              TO WS-CHECK-RESULT
                 MOVE +4                  TO WS-CHECK-RC
                 STRING 'RUN ' LAST-REG-RUN-ID ' STARTED '
                        LAST-REG-START-DATE ' ' LAST-REG-START-TIME
                        ' HAS NO END STAMP - RUNNING OR ABENDED'
                        DELIMITED BY SIZE INTO WS-CHECK-DETAIL
           END-EVALUATE
           PERFORM 800-PRINT-CHECK        THRU 800-EXIT

           MOVE 2                         TO WS-CHECK-NO
           MOVE SPACES                    TO WS-CHECK-TITLE
           STRING 'LAST RUN SEVERITY NOT ABOVE ' WS-MAX-SEVERITY
                  DELIMITED BY SIZE      INTO WS-CHECK-TITLE
           MOVE SPACES                    TO WS-CHECK-DETAIL
           EVALUATE TRUE
              WHEN WS-REG-EMPTY
                 MOVE 'PASS'              TO WS-CHECK-RESULT
                 MOVE +0                  TO WS-CHECK-RC
                 MOVE 'NO RUN REGISTERED YET'
                                          TO WS-CHECK-DETAIL
              WHEN NOT WS-REG-CLOSED
                 MOVE 'N/A '              TO WS-CHECK-RESULT
                 MOVE +0                  TO WS-CHECK-RC
                 MOVE 'SEVERITY NOT SETTLED - SEE CHECK 1'
                                          TO WS-CHECK-DETAIL
              WHEN LAST-REG-FINAL-SEVERITY IS NUMERIC
                   AND LAST-REG-FINAL-SEVERITY NOT > WS-MAX-SEVERITY
                 MOVE 'PASS'              TO WS-CHECK-RESULT
                 MOVE +0                  TO WS-CHECK-RC
                 STRING 'RUN ' LAST-REG-RUN-ID ' FINAL SEVERITY '
                        LAST-REG-FINAL-SEVERITY
                        DELIMITED BY SIZE INTO WS-CHECK-DETAIL
              WHEN OTHER
                 MOVE 'FAIL'              TO WS-CHECK-RESULT
                 MOVE +8                  TO WS-CHECK-RC
                 STRING 'RUN ' LAST-REG-RUN-ID ' FINAL SEVERITY '
                        LAST-REG-FINAL-SEVERITY
                        ' - INVESTIGATE BEFORE THE NEXT RUN'
                        DELIMITED BY SIZE INTO WS-CHECK-DETAIL
           END-EVALUATE
           PERFORM 800-PRINT-CHECK        THRU 800-EXIT

           .
       200-EXIT.
           EXIT.

      ******************************************************************
      * BROWSE THE RUN REGISTRY (DD UR70REG) FRONT TO BACK AND KEEP   *
      * THE LAST ENTRY - THE KEY IS THE RUN ID, SO THE ORDER IS       *
      * CHRONOLOGICAL.                                                *
      ******************************************************************
       210-FIND-LAST-RUN.

           MOVE 'E'                       TO WS-REG-SW
           MOVE SPACES                    TO LAST-REG-RECORD-AREA

           SET  TP90-ANCHOR               TO NULL
           MOVE 'UR70REG '                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-OPEN        TO TP90-FUNCTION-CODE
           MOVE GVBTP90-VALUE-VSAM        TO TP90-FILE-TYPE
           MOVE GVBTP90-VALUE-INPUT       TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           MOVE SPACES                    TO TP90-RECORD-KEY

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 REG-RECORD-AREA,
                                 TP90-RECORD-KEY

           IF TP90-RETURN-CODE NOT = GVBTP90-VALUE-SUCCESSFUL
              SET  TP90-ANCHOR            TO NULL
              MOVE 'U'                    TO WS-REG-SW
              GO TO 210-EXIT
           END-IF

           MOVE 'UR70REG '                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-START-BROWSE
                                          TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +80                       TO TP90-RECORD-LENGTH
           MOVE GVBTP90-VALUE-FIXED-LEN   TO TP90-RECFM
           MOVE LOW-VALUES                TO TP90-RECORD-KEY

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 REG-RECORD-AREA,
                                 TP90-RECORD-KEY

           EVALUATE TP90-RETURN-CODE
              WHEN GVBTP90-VALUE-SUCCESSFUL
                 MOVE 'N'                 TO WS-SCAN-SW
                 PERFORM 215-READ-ONE-REG THRU 215-EXIT
                    UNTIL WS-SCAN-DONE
              WHEN GVBTP90-VALUE-NOT-FOUND
                 CONTINUE
              WHEN GVBTP90-VALUE-END-OF-FILE
                 CONTINUE
              WHEN OTHER
                 MOVE 'U'                 TO WS-REG-SW
           END-EVALUATE

           MOVE 'UR70REG '                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-CLOSE       TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 REG-RECORD-AREA,
                                 TP90-RECORD-KEY
           SET  TP90-ANCHOR               TO NULL

           .
       210-EXIT.
           EXIT.

       215-READ-ONE-REG.

           MOVE 'UR70REG '                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-READNEXT    TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +80                       TO TP90-RECORD-LENGTH
           MOVE GVBTP90-VALUE-FIXED-LEN   TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 REG-RECORD-AREA,
                                 TP90-RECORD-KEY

           EVALUATE TP90-RETURN-CODE
              WHEN GVBTP90-VALUE-SUCCESSFUL
                 MOVE 'F'                 TO WS-REG-SW
                 MOVE REG-RECORD-AREA     TO LAST-REG-RECORD-AREA
              WHEN GVBTP90-VALUE-END-OF-FILE
                 MOVE 'Y'                 TO WS-SCAN-SW
              WHEN OTHER
                 MOVE 'U'                 TO WS-REG-SW
                 MOVE 'Y'                 TO WS-SCAN-SW
           END-EVALUATE

           .
       215-EXIT.
           EXIT.

      ******************************************************************
      * CHECK 3 - D001 VERIFIED CLEAN TODAY.  THE LATEST UR70VRFY     *
      * RESULT FOR TODAY'S DATE DECIDES, SO A CLEAN RERUN AFTER A     *
      * REPAIR CLEARS AN EARLIER FAILURE.                             *
      ******************************************************************
       300-CHECK-VERIFY.

           PERFORM 310-FIND-TODAYS-RESULT THRU 310-EXIT

           MOVE 3                         TO WS-CHECK-NO
           MOVE 'D001 VERIFIED TODAY (VRFYRSLT)'
                                          TO WS-CHECK-TITLE
           MOVE SPACES                    TO WS-CHECK-DETAIL
           EVALUATE TRUE
              WHEN WS-VRES-UNREADABLE
                 MOVE 'FAIL'              TO WS-CHECK-RESULT
                 MOVE +16                 TO WS-CHECK-RC
                 MOVE 'VRFYRSLT NOT AVAILABLE - NO VERIFICATION SEEN'
                                          TO WS-CHECK-DETAIL
              WHEN WS-VRES-NONE-TODAY
                 MOVE 'FAIL'              TO WS-CHECK-RESULT
                 MOVE +16                 TO WS-CHECK-RC
                 STRING 'NO UR70VRFY RESULT FOR ' WS-GATE-DATE
                        ' - RUN UR70VRFY FIRST'
                        DELIMITED BY SIZE INTO WS-CHECK-DETAIL
              WHEN LAST-VRES-RETURN-CD = ZEROES
                 MOVE 'PASS'              TO WS-CHECK-RESULT
                 MOVE +0                  TO WS-CHECK-RC
                 MOVE LAST-VRES-RECORDS-VERIFIED
                                          TO WS-RPT-NUM-EDIT
                 STRING 'VERIFIED AT ' LAST-VRES-RUN-TIME
                        ', RECORDS ' WS-RPT-NUM-EDIT
                        DELIMITED BY SIZE INTO WS-CHECK-DETAIL
              WHEN OTHER
                 MOVE 'FAIL'              TO WS-CHECK-RESULT
                 MOVE +16                 TO WS-CHECK-RC
                 MOVE LAST-VRES-DAMAGE-COUNT
                                          TO WS-RPT-NUM-EDIT
                 STRING 'VERIFIED AT ' LAST-VRES-RUN-TIME
                        ' WITH RC ' LAST-VRES-RETURN-CD
                        ', DAMAGE ' WS-RPT-NUM-EDIT
                        ' - SEE VRFYRPT'
                        DELIMITED BY SIZE INTO WS-CHECK-DETAIL
           END-EVALUATE
           PERFORM 800-PRINT-CHECK        THRU 800-EXIT

           .
       300-EXIT.
           EXIT.

      ******************************************************************
      * POSITION THE RESULTS FILE (DD VRFYRSLT) AT TODAY'S FIRST KEY  *
      * AND KEEP THE LAST RESULT STILL DATED TODAY.                   *
      ******************************************************************
       310-FIND-TODAYS-RESULT.

           MOVE 'N'                       TO WS-VRES-SW
           MOVE SPACES                    TO LAST-VRES-RECORD-AREA

           SET  TP90-ANCHOR               TO NULL
           MOVE 'VRFYRSLT'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-OPEN        TO TP90-FUNCTION-CODE
           MOVE GVBTP90-VALUE-VSAM        TO TP90-FILE-TYPE
           MOVE GVBTP90-VALUE-INPUT       TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           MOVE SPACES                    TO TP90-RECORD-KEY

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 VRES-RECORD-AREA,
                                 TP90-RECORD-KEY

           IF TP90-RETURN-CODE NOT = GVBTP90-VALUE-SUCCESSFUL
              SET  TP90-ANCHOR            TO NULL
              MOVE 'U'                    TO WS-VRES-SW
              GO TO 310-EXIT
           END-IF

           MOVE LOW-VALUES                TO TP90-RECORD-KEY
           MOVE WS-GATE-DATE              TO TP90-RECORD-KEY(1:8)
           MOVE 'VRFYRSLT'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-START-BROWSE
                                          TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +80                       TO TP90-RECORD-LENGTH
           MOVE GVBTP90-VALUE-FIXED-LEN   TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 VRES-RECORD-AREA,
                                 TP90-RECORD-KEY

           EVALUATE TP90-RETURN-CODE
              WHEN GVBTP90-VALUE-SUCCESSFUL
                 MOVE 'N'                 TO WS-SCAN-SW
                 PERFORM 315-READ-ONE-RESULT THRU 315-EXIT
                    UNTIL WS-SCAN-DONE
              WHEN GVBTP90-VALUE-NOT-FOUND
                 CONTINUE
              WHEN GVBTP90-VALUE-END-OF-FILE
                 CONTINUE
              WHEN OTHER
                 MOVE 'U'                 TO WS-VRES-SW
           END-EVALUATE

           MOVE 'VRFYRSLT'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-CLOSE       TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 VRES-RECORD-AREA,
                                 TP90-RECORD-KEY
           SET  TP90-ANCHOR               TO NULL

           .
       310-EXIT.
           EXIT.

       315-READ-ONE-RESULT.

           MOVE 'VRFYRSLT'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-READNEXT    TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +80                       TO TP90-RECORD-LENGTH
           MOVE GVBTP90-VALUE-FIXED-LEN   TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 VRES-RECORD-AREA,
                                 TP90-RECORD-KEY

           EVALUATE TP90-RETURN-CODE
              WHEN GVBTP90-VALUE-SUCCESSFUL
                 IF VRES-RUN-DATE = WS-GATE-DATE
                    MOVE 'F'              TO WS-VRES-SW
                    MOVE VRES-RECORD-AREA TO LAST-VRES-RECORD-AREA
                 ELSE
                    IF VRES-RUN-DATE > WS-GATE-DATE
                       MOVE 'Y'           TO WS-SCAN-SW
                    END-IF
                 END-IF
              WHEN GVBTP90-VALUE-END-OF-FILE
                 MOVE 'Y'                 TO WS-SCAN-SW
              WHEN OTHER
                 MOVE 'U'                 TO WS-VRES-SW
                 MOVE 'Y'                 TO WS-SCAN-SW
           END-EVALUATE

           .
       315-EXIT.
           EXIT.

      ******************************************************************
      * CHECK 4 - THE STANDBY IS CAUGHT UP.  D001DSOT CARRIES THE     *
      * NEXT SEQUENCE TESTUR70 WILL CUT, SO THE LAST ONE CUT IS ONE   *
      * LESS; APLYSQOT CARRIES THE LAST ONE D001APLY APPLIED.  WITH   *
      * NO GENERATION CUT YET THERE IS NOTHING TO CATCH UP ON.        *
      ******************************************************************
       400-CHECK-STANDBY.

           MOVE 'N'                       TO WS-DSEQ-SW
           MOVE 'N'                       TO WS-APLY-SW
           MOVE ZEROES                    TO WS-LAST-SEQ-CUT
           MOVE ZEROES                    TO WS-LAST-SEQ-APPLIED

           SET  TP90-ANCHOR               TO NULL
           MOVE 'D001DSOT'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-OPEN        TO TP90-FUNCTION-CODE
           MOVE GVBTP90-VALUE-SEQUENTIAL  TO TP90-FILE-TYPE
           MOVE GVBTP90-VALUE-INPUT       TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE SPACES                    TO TP90-RECORD-KEY
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 DSEQ-RECORD-AREA,
                                 TP90-RECORD-KEY
           IF TP90-RETURN-CODE = GVBTP90-VALUE-SUCCESSFUL
              MOVE SPACES                 TO DSEQ-RECORD-AREA
              MOVE 'D001DSOT'             TO TP90-DDNAME
              MOVE GVBTP90-VALUE-READ     TO TP90-FUNCTION-CODE
              CALL GVBTP90 USING TP90-PARAMETER-AREA,
                                 DSEQ-RECORD-AREA,
                                 TP90-RECORD-KEY
              IF TP90-RETURN-CODE = GVBTP90-VALUE-SUCCESSFUL
                 AND DSEQ-NEXT-SEQ IS NUMERIC
                 MOVE 'Y'                 TO WS-DSEQ-SW
                 IF DSEQ-NEXT-SEQ > ZEROES
                    COMPUTE WS-LAST-SEQ-CUT = DSEQ-NEXT-SEQ - 1
                 END-IF
              END-IF
              MOVE 'D001DSOT'             TO TP90-DDNAME
              MOVE GVBTP90-VALUE-CLOSE    TO TP90-FUNCTION-CODE
              CALL GVBTP90 USING TP90-PARAMETER-AREA,
                                 DSEQ-RECORD-AREA,
                                 TP90-RECORD-KEY
           END-IF
           SET  TP90-ANCHOR               TO NULL

           MOVE 'APLYSQOT'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-OPEN        TO TP90-FUNCTION-CODE
           MOVE GVBTP90-VALUE-SEQUENTIAL  TO TP90-FILE-TYPE
           MOVE GVBTP90-VALUE-INPUT       TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE SPACES                    TO TP90-RECORD-KEY
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 SEQ-RECORD-AREA,
                                 TP90-RECORD-KEY
           IF TP90-RETURN-CODE = GVBTP90-VALUE-SUCCESSFUL
              MOVE SPACES                 TO SEQ-RECORD-AREA
              MOVE 'APLYSQOT'             TO TP90-DDNAME
              MOVE GVBTP90-VALUE-READ     TO TP90-FUNCTION-CODE
              CALL GVBTP90 USING TP90-PARAMETER-AREA,
                                 SEQ-RECORD-AREA,
                                 TP90-RECORD-KEY
              IF TP90-RETURN-CODE = GVBTP90-VALUE-SUCCESSFUL
                 AND SEQ-LAST-APPLIED IS NUMERIC
                 MOVE 'Y'                 TO WS-APLY-SW
                 MOVE SEQ-LAST-APPLIED    TO WS-LAST-SEQ-APPLIED
              END-IF
              MOVE 'APLYSQOT'             TO TP90-DDNAME
              MOVE GVBTP90-VALUE-CLOSE    TO TP90-FUNCTION-CODE
              CALL GVBTP90 USING TP90-PARAMETER-AREA,
                                 SEQ-RECORD-AREA,
                                 TP90-RECORD-KEY
           END-IF
           SET  TP90-ANCHOR               TO NULL

           MOVE 4                         TO WS-CHECK-NO
           MOVE 'STANDBY CAUGHT UP (APLYSQOT)'
                                          TO WS-CHECK-TITLE
           MOVE SPACES                    TO WS-CHECK-DETAIL
           COMPUTE WS-STANDBY-LAG = WS-LAST-SEQ-CUT
                                  - WS-LAST-SEQ-APPLIED
           MOVE WS-LAST-SEQ-CUT           TO WS-RPT-NUM-EDIT
           MOVE WS-LAST-SEQ-APPLIED       TO WS-RPT-NUM-EDIT-2
           EVALUATE TRUE
              WHEN NOT WS-DSEQ-READ
                 MOVE 'FAIL'              TO WS-CHECK-RESULT
                 MOVE +32                 TO WS-CHECK-RC
                 MOVE 'D001DSOT NOT READABLE - LAG NOT MEASURABLE'
                                          TO WS-CHECK-DETAIL
              WHEN WS-LAST-SEQ-CUT = ZEROES
                 MOVE 'PASS'              TO WS-CHECK-RESULT
                 MOVE +0                  TO WS-CHECK-RC
                 MOVE 'NO DELTA GENERATION CUT YET'
                                          TO WS-CHECK-DETAIL
              WHEN NOT WS-APLY-READ
                 MOVE 'FAIL'              TO WS-CHECK-RESULT
                 MOVE +32                 TO WS-CHECK-RC
                 STRING 'LAST CUT ' WS-RPT-NUM-EDIT
                        ' - APLYSQOT NOT READABLE, NOTHING APPLIED'
                        DELIMITED BY SIZE INTO WS-CHECK-DETAIL
              WHEN WS-STANDBY-LAG > WS-MAX-LAG
                 MOVE 'FAIL'              TO WS-CHECK-RESULT
                 MOVE +32                 TO WS-CHECK-RC
                 STRING 'LAST CUT ' WS-RPT-NUM-EDIT
                        ' LAST APPLIED ' WS-RPT-NUM-EDIT-2
                        ' - RUN D001APLY FIRST'
                        DELIMITED BY SIZE INTO WS-CHECK-DETAIL
              WHEN OTHER
                 MOVE 'PASS'              TO WS-CHECK-RESULT
                 MOVE +0                  TO WS-CHECK-RC
                 STRING 'LAST CUT ' WS-RPT-NUM-EDIT
                        ' LAST APPLIED ' WS-RPT-NUM-EDIT-2
                        DELIMITED BY SIZE INTO WS-CHECK-DETAIL
           END-EVALUATE
           PERFORM 800-PRINT-CHECK        THRU 800-EXIT

           .
       400-EXIT.
           EXIT.

      ******************************************************************
      * CHECK 5 - NO RUN HOLDS THE D001 UPDATE LOCK.  A LOCK RECORD   *
      * NOT YET ON FILE HAS NEVER BEEN TAKEN.  WITH THE OPERATOR      *
      * RESET SWITCH ON GATEPARM, A HELD LOCK IS MARKED FREE HERE     *
      * (THE HOLDER'S RUN ID STAYS ON IT FOR THE RECORD) AND THE      *
      * CHECK PASSES - FOR A RUN THAT DIED WITHOUT REACHING ITS OWN   *
      * RELEASE.                                                      *
      ******************************************************************
       500-CHECK-LOCK.

           MOVE 5                         TO WS-CHECK-NO
           MOVE 'D001 UPDATE LOCK FREE (UR70LOCK)'
                                          TO WS-CHECK-TITLE
           MOVE SPACES                    TO WS-CHECK-DETAIL

           SET  TP90-ANCHOR               TO NULL
           MOVE 'UR70LOCK'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-OPEN        TO TP90-FUNCTION-CODE
           MOVE GVBTP90-VALUE-VSAM        TO TP90-FILE-TYPE
           IF WS-LOCK-RESET-REQUESTED
              MOVE GVBTP90-VALUE-IO       TO TP90-FILE-MODE
           ELSE
              MOVE GVBTP90-VALUE-INPUT    TO TP90-FILE-MODE
           END-IF
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           MOVE SPACES                    TO TP90-RECORD-KEY

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 LOCK-RECORD-AREA,
                                 TP90-RECORD-KEY

           IF TP90-RETURN-CODE NOT = GVBTP90-VALUE-SUCCESSFUL
              SET  TP90-ANCHOR            TO NULL
              MOVE 'FAIL'                 TO WS-CHECK-RESULT
              MOVE +64                    TO WS-CHECK-RC
              MOVE 'UR70LOCK NOT AVAILABLE - LOCK STATE UNKNOWN'
                                          TO WS-CHECK-DETAIL
              GO TO 500-PRINT
           END-IF

           MOVE SPACES                    TO LOCK-RECORD-AREA
           MOVE WS-LOCK-KEY               TO TP90-RECORD-KEY
           MOVE 'UR70LOCK'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-READ        TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +80                       TO TP90-RECORD-LENGTH
           MOVE GVBTP90-VALUE-FIXED-LEN   TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 LOCK-RECORD-AREA,
                                 TP90-RECORD-KEY

           EVALUATE TRUE
              WHEN TP90-RETURN-CODE = GVBTP90-VALUE-NOT-FOUND
                 MOVE 'PASS'              TO WS-CHECK-RESULT
                 MOVE +0                  TO WS-CHECK-RC
                 MOVE 'LOCK NEVER TAKEN'  TO WS-CHECK-DETAIL
              WHEN TP90-RETURN-CODE NOT = GVBTP90-VALUE-SUCCESSFUL
                 MOVE 'FAIL'              TO WS-CHECK-RESULT
                 MOVE +64                 TO WS-CHECK-RC
                 STRING 'UR70LOCK READ FAILED, RET CD = '
                        TP90-RETURN-CODE ' - LOCK STATE UNKNOWN'
                        DELIMITED BY SIZE INTO WS-CHECK-DETAIL
              WHEN NOT LOCK-IS-HELD
                 MOVE 'PASS'              TO WS-CHECK-RESULT
                 MOVE +0                  TO WS-CHECK-RC
                 STRING 'LAST HELD BY RUN ' LOCK-RUN-ID
                        ', RELEASED ' LOCK-RELEASED-DATE ' '
                        LOCK-RELEASED-TIME
                        DELIMITED BY SIZE INTO WS-CHECK-DETAIL
              WHEN WS-LOCK-RESET-REQUESTED
                 PERFORM 510-RESET-LOCK   THRU 510-EXIT
              WHEN OTHER
                 MOVE 'FAIL'              TO WS-CHECK-RESULT
                 MOVE +64                 TO WS-CHECK-RC
                 STRING 'HELD BY RUN ' LOCK-RUN-ID
                        ' (' LOCK-PROGRAM ') SINCE '
                        LOCK-TAKEN-DATE ' ' LOCK-TAKEN-TIME
                        DELIMITED BY SIZE INTO WS-CHECK-DETAIL
           END-EVALUATE

           MOVE 'UR70LOCK'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-CLOSE       TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 LOCK-RECORD-AREA,
                                 TP90-RECORD-KEY
           SET  TP90-ANCHOR               TO NULL

           .
       500-PRINT.

           PERFORM 800-PRINT-CHECK        THRU 800-EXIT

           .
       500-EXIT.
           EXIT.

      ******************************************************************
      * OPERATOR RESET OF A HELD LOCK - MARK IT FREE WITH THE GATE'S  *
      * OWN DATE AND TIME AS THE RELEASE STAMPS.                      *
      ******************************************************************
       510-RESET-LOCK.

           MOVE 'FREE'                    TO LOCK-STATUS
           MOVE WS-GATE-DATE              TO LOCK-RELEASED-DATE
           MOVE WS-GATE-TIME(1:6)         TO LOCK-RELEASED-TIME

           MOVE WS-LOCK-KEY               TO TP90-RECORD-KEY
           MOVE 'UR70LOCK'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-UPDATE      TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +80                       TO TP90-RECORD-LENGTH
           MOVE GVBTP90-VALUE-FIXED-LEN   TO TP90-RECFM
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 LOCK-RECORD-AREA,
                                 TP90-RECORD-KEY

           IF TP90-RETURN-CODE = GVBTP90-VALUE-SUCCESSFUL
              MOVE 'PASS'                 TO WS-CHECK-RESULT
              MOVE +0                     TO WS-CHECK-RC
              STRING 'LOCK OF RUN ' LOCK-RUN-ID
                     ' FREED BY OPERATOR RESET'
                     DELIMITED BY SIZE   INTO WS-CHECK-DETAIL
           ELSE
              MOVE 'FAIL'                 TO WS-CHECK-RESULT
              MOVE +64                    TO WS-CHECK-RC
              STRING 'HELD BY RUN ' LOCK-RUN-ID
                     ' - OPERATOR RESET FAILED, RET CD = '
                     TP90-RETURN-CODE
                     DELIMITED BY SIZE   INTO WS-CHECK-DETAIL
           END-IF

           .
       510-EXIT.
           EXIT.

      ******************************************************************
      * PRINT THE CHECK IN HAND AS ONE REPORT LINE AND ADD ITS CODE   *
      * TO THE RETURN CODE.  EACH CHECK HAS ITS OWN CODE, SO THE SUM  *
      * NAMES EVERY CHECK THAT FAILED.                                *
      ******************************************************************
       800-PRINT-CHECK.

           MOVE WS-CHECK-RC               TO WS-CHECK-RC-EDIT
           MOVE SPACES                    TO RPT-LINE
           MOVE WS-CHECK-NO               TO RPT-LINE(1:1)
           MOVE WS-CHECK-TITLE            TO RPT-LINE(3:34)
           MOVE WS-CHECK-RESULT           TO RPT-LINE(39:4)
           MOVE WS-CHECK-RC-EDIT          TO RPT-LINE(45:4)
           MOVE WS-CHECK-DETAIL           TO RPT-LINE(51:80)
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           IF WS-CHECK-RESULT = 'FAIL'
              ADD  1                      TO WS-CHECKS-FAILED
              ADD  WS-CHECK-RC            TO WS-RETURN-CD
           END-IF

           .
       800-EXIT.
           EXIT.

      ******************************************************************
      * END-OF-JOB SUMMARY - READY OR HELD, AND THE RETURN CODE THE   *
      * SCHEDULER WILL SEE.                                           *
      ******************************************************************
       900-WRITE-SUMMARY.

           MOVE SPACES                    TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-RETURN-CD              TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           IF WS-CHECKS-FAILED = ZEROES
              STRING 'D001 JOB STREAM READY - RETURN CODE '
                     WS-RPT-NUM-EDIT
                     DELIMITED BY SIZE   INTO RPT-LINE
           ELSE
              MOVE WS-CHECKS-FAILED       TO WS-RPT-NUM-EDIT-2
              STRING 'D001 JOB STREAM HELD - CHECKS FAILED '
                     WS-RPT-NUM-EDIT-2
                     ' - RETURN CODE ' WS-RPT-NUM-EDIT
                     DELIMITED BY SIZE   INTO RPT-LINE
           END-IF
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           DISPLAY 'UR70GATE RETURN CODE = ' WS-RETURN-CD

           .
       900-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE DD GATERPT AT END-OF-JOB, ONCE, SO THE GDG FILE TYPE    *
      * ROLLS ONE NEW GENERATION PER RUN.                             *
      ******************************************************************
       910-CLOSE-REPORT.

           IF WS-RPT-FILE-OPEN
              MOVE 'GATERPT '             TO TP90-DDNAME
              MOVE GVBTP90-VALUE-CLOSE    TO TP90-FUNCTION-CODE
              CALL GVBTP90 USING TP90-PARAMETER-AREA,
                                 RPT-RECORD-AREA,
                                 TP90-RECORD-KEY
              SET  TP90-ANCHOR            TO NULL
              MOVE 'N'                    TO WS-RPT-OPEN-SW
           END-IF

           .
       910-EXIT.
           EXIT.

      ******************************************************************
      * WRITE ONE LINE (ALREADY MOVED INTO RPT-LINE BY THE CALLER) TO *
      * DD GATERPT.  A NO-OP IF 110-OPEN-REPORT COULD NOT OPEN THE    *
      * DD.  THE TP90 STATE IS SAVED AND RESTORED AROUND THE WRITE.   *
      ******************************************************************
       920-WRITE-REPORT-LINE.

           DISPLAY RPT-LINE(1:80)

           IF WS-RPT-FILE-OPEN
              MOVE TP90-RETURN-CODE       TO WS-SAVE-TP90-RETURN-CODE
              MOVE TP90-RECORD-KEY        TO WS-SAVE-TP90-RECORD-KEY
              SET  WS-SAVE-TP90-ANCHOR    TO TP90-ANCHOR

              MOVE 'GATERPT '             TO TP90-DDNAME
              MOVE GVBTP90-VALUE-WRITE    TO TP90-FUNCTION-CODE
              CALL GVBTP90 USING TP90-PARAMETER-AREA,
                                 RPT-RECORD-AREA,
                                 TP90-RECORD-KEY

              MOVE WS-SAVE-TP90-RETURN-CODE
                                          TO TP90-RETURN-CODE
              MOVE WS-SAVE-TP90-RECORD-KEY
                                          TO TP90-RECORD-KEY
              SET  TP90-ANCHOR            TO WS-SAVE-TP90-ANCHOR
           END-IF

           .
       920-EXIT.
           EXIT.
