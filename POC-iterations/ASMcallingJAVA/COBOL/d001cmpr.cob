       IDENTIFICATION DIVISION.
       PROGRAM-ID. D001CMPR.
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
      ** DESCRIPTION: D001 IMAGE COMPARE.  MATCHES TWO KEYED IMAGES   *
      **              OF D001 BY KEY AND REPORTS EVERY KEY FOUND ON   *
      **              ONE SIDE ONLY AND EVERY KEY WHOSE RECORD        *
      **              LENGTH OR IMAGE DIFFERS, WITH THE FIRST         *
      **              DIFFERING POSITION.  EITHER SIDE MAY BE A       *
      **              KEYED MASTER (THE LIVE D001 OR THE D001STBY     *
      **              STANDBY, BROWSED WITH GVBTP90 SB/BR) OR A       *
      **              D001BKUP SNAPSHOT GENERATION (READ AS WRITTEN   *
      **              BY TESTUR70'S 116-BACKUP-ONE-RECORD, WHICH      *
      **              CUTS IT IN KEY ORDER).  SO THE SAME STEP PROVES *
      **              A STANDBY HAS NOT DRIFTED BEFORE A FAILOVER,    *
      **              AND ANSWERS "WHAT CHANGED BETWEEN MONDAY'S AND  *
      **              THURSDAY'S BACKUPS" WITHOUT REPLAYING THE       *
      **              AUDIT TRAIL.                                    *
      **                                                               *
      **              DD CMPRPARM (OPTIONAL) NAMES THE TWO SIDES:    *
      **              COLS 1-8 SIDE A DDNAME, COL 10 SIDE A FORMAT,  *
      **              COLS 12-19 SIDE B DDNAME, COL 21 SIDE B        *
      **              FORMAT ('K' KEYED MASTER, 'B' BACKUP           *
      **              SNAPSHOT), COLS 23-27 DETAIL PRINT LIMIT       *
      **              (DEFAULT 00500).  WITHOUT THE CARD THE LIVE    *
      **              D001 IS COMPARED TO D001STBY.  EVERY IMAGE     *
      **              PRINTED IS PASSED THROUGH THE UR70MASK RULES   *
      **              FIRST, AS TESTUR70 DOES AT EMISSION.           *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                                                               *
      ** INPUT FILES:   CMPRPARM - SIDE A/B SELECTION (OPTIONAL)       *
      **                UR70MASK - DATA-PRIVACY MASK RULES (OPTIONAL)  *
      **                <SIDE A> - D001 / D001STBY / D001BKUP IMAGE    *
      **                <SIDE B> - D001 / D001STBY / D001BKUP IMAGE    *
      **                                                               *
      ** REPORTS:       CMPRRPT - COMPARE REPORT                       *
      **                                                               *
      ** RETURN CDS:  0000 - BOTH SIDES HOLD IDENTICAL RECORDS         *
      **              0008 - MISMATCHES FOUND, SEE CMPRRPT             *
      **              0016 - A SIDE COULD NOT BE READ, A SIDE WAS OUT  *
      **                     OF KEY SEQUENCE, OR CMPRPARM IS INVALID   *
      **                                                               *
      ******************************************************************
      **                ISSUANCE INFORMATION                           *
      ******************************************************************
      ** VERSION  PROJECT  ANALYST  EFF        REASON                  *
      **                                                               *
      ** 100  RTC23651    MORGAN     10/15/2026 INITIAL                *
      **                                                               *
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
      *  COMPARE CONTROL CARD - DD CMPRPARM.  BLANK FIELDS TAKE THE   *
      *  DEFAULTS (SIDE A = D001 KEYED, SIDE B = D001STBY KEYED,      *
      *  PRINT LIMIT 500 DETAIL ENTRIES).                             *
      ******************************************************************
       01  PARM-RECORD-AREA.
           05  PARM-A-DDNAME              PIC X(08).
           05  FILLER                     PIC X(01).
           05  PARM-A-FORMAT              PIC X(01).
           05  FILLER                     PIC X(01).
           05  PARM-B-DDNAME              PIC X(08).
           05  FILLER                     PIC X(01).
           05  PARM-B-FORMAT              PIC X(01).
           05  FILLER                     PIC X(01).
           05  PARM-PRINT-LIMIT           PIC X(05).
           05  PARM-PRINT-LIMIT-N REDEFINES PARM-PRINT-LIMIT
                                          PIC 9(05).
           05  FILLER                     PIC X(53).
      *
      ******************************************************************
      *  THE TWO SIDES OF THE COMPARE.  EACH KEEPS ITS OWN GVBTP90    *
      *  ANCHOR, SINCE BOTH FILES ARE OPEN AT ONCE AND THE ANCHOR IN  *
      *  TP90-PARAMETER-AREA IS SHARED ACROSS EVERY DD.  A SIDE AT    *
      *  END-OF-FILE CARRIES HIGH-VALUES AS ITS KEY SO THE MATCH      *
      *  DRAINS THE OTHER SIDE AS ONE-SIDED.                          *
      ******************************************************************
       01  CMPR-SIDE-TABLE.
           05  CMPR-SIDE-ENTRY OCCURS 2 TIMES INDEXED BY SIDE-IDX.
               10  CMPR-S-LABEL           PIC X(01).
               10  CMPR-S-DDNAME          PIC X(08).
               10  CMPR-S-FORMAT          PIC X(01).
                   88  CMPR-S-KEYED           VALUE 'K'.
                   88  CMPR-S-BACKUP          VALUE 'B'.
               10  CMPR-S-OPEN-SW         PIC X(01).
                   88  CMPR-S-FILE-OPEN       VALUE 'Y'.
               10  CMPR-S-EOF-SW          PIC X(01).
                   88  CMPR-S-AT-END          VALUE 'Y'.
               10  CMPR-S-ANCHOR          USAGE IS POINTER.
               10  CMPR-S-KEY             PIC X(15).
               10  CMPR-S-PRIOR-KEY       PIC X(15).
               10  CMPR-S-LENGTH          PIC S9(4) COMP.
               10  CMPR-S-READ-COUNT      PIC S9(9) COMP.
               10  CMPR-S-IMAGE           PIC X(4240).
      *
      ******************************************************************
      *  D001BKUP SNAPSHOT RECORD, AS WRITTEN BY TESTUR70'S           *
      *  116-BACKUP-ONE-RECORD.                                       *
      ******************************************************************
       01  BKUP-RECORD-AREA.
           05  BKUP-KEY                   PIC X(15).
           05  BKUP-REC-LENGTH            PIC 9(05).
           05  BKUP-DATA                  PIC X(4240).
      *
      ******************************************************************
      *  DATA-PRIVACY MASKING RULES - DD UR70MASK, THE SAME CARDS     *
      *  TESTUR70 LOADS: START COLUMN (1-4), LENGTH (5-8), MASK STYLE *
      *  (9).  STYLE 'X' OVERWRITES WITH X'S, '*' WITH ASTERISKS, 'L' *
      *  LEAVES ONLY THE LAST FOUR POSITIONS READABLE.                *
      ******************************************************************
       01  MASK-RULE-MAX-ENTRIES    PIC S9(4) COMP VALUE +10.
      *
       01  MASK-RECORD-AREA.
           05  MASK-START                 PIC 9(04).
           05  MASK-LENGTH                PIC 9(04).
           05  MASK-STYLE                 PIC X(01).
               88  MASK-STYLE-X                 VALUE 'X'.
               88  MASK-STYLE-STAR              VALUE '*'.
               88  MASK-STYLE-LAST4             VALUE 'L'.
           05  FILLER                     PIC X(71).
      *
       01  MASK-RULE-TABLE.
           05  MASK-RULE-COUNT          PIC S9(4) COMP VALUE ZEROES.
           05  MASK-RULE-ENTRY OCCURS 10 TIMES
                               INDEXED BY MASK-RULE-IDX.
               10  MASK-T-START           PIC S9(4) COMP.
               10  MASK-T-LENGTH          PIC S9(4) COMP.
               10  MASK-T-STYLE           PIC X(01).
      *
       01  WS-MASK-IMAGE            PIC X(4240)    VALUE SPACES.
       01  WS-MASK-IMAGE-LENGTH     PIC S9(4) COMP VALUE ZEROES.
       01  WS-MASK-FIELD-LEN        PIC S9(4) COMP VALUE ZEROES.
      *
      ******************************************************************
      *  COMPARE STATE AND COUNTS, ONE COUNTER PER OUTCOME.           *
      ******************************************************************
       01  WS-KEYS-MATCHED          PIC S9(9) COMP VALUE ZEROES.
       01  WS-KEYS-IDENTICAL        PIC S9(9) COMP VALUE ZEROES.
       01  WS-ONLY-ON-A-COUNT       PIC S9(9) COMP VALUE ZEROES.
       01  WS-ONLY-ON-B-COUNT       PIC S9(9) COMP VALUE ZEROES.
       01  WS-KEYS-DIFFERING        PIC S9(9) COMP VALUE ZEROES.
       01  WS-LENGTH-DIFF-COUNT     PIC S9(9) COMP VALUE ZEROES.
       01  WS-IMAGE-DIFF-COUNT      PIC S9(9) COMP VALUE ZEROES.
       01  WS-MISMATCH-COUNT        PIC S9(9) COMP VALUE ZEROES.
      *
      *  DETAIL LINES STOP AT THE PRINT LIMIT SO A BADLY DRIFTED
      *  STANDBY CANNOT FLOOD THE REPORT - THE COUNTS STAY COMPLETE.
       01  WS-PRINT-LIMIT           PIC S9(9) COMP VALUE +500.
       01  WS-PRINT-LIMIT-SW        PIC X(01) VALUE 'N'.
           88  WS-PRINT-LIMIT-REACHED      VALUE 'Y'.
      *
       01  WS-COMPARE-STOP-SW       PIC X(01) VALUE 'N'.
           88  WS-COMPARE-STOPPED          VALUE 'Y'.
      *
      *  LONGER OF THE TWO LENGTHS, THE SHORTER OF THE TWO, AND THE
      *  FIRST POSITION WHERE THE IMAGES DISAGREE (ZERO WHILE NONE
      *  FOUND).  BYTES PAST A SIDE'S LENGTH COMPARE AS SPACES.
       01  WS-CMP-LENGTH            PIC S9(4) COMP VALUE ZEROES.
       01  WS-CMP-SHORT-LENGTH      PIC S9(4) COMP VALUE ZEROES.
       01  WS-DIFF-POS              PIC S9(4) COMP VALUE ZEROES.
       01  WS-FIRST-DIFF-POS        PIC S9(4) COMP VALUE ZEROES.
      *
      *  WINDOW OF THE IMAGE PRINTED UNDER A DETAIL LINE - SIXTY
      *  BYTES FROM THE FIRST DIFFERENCE (OR FROM POSITION ONE FOR A
      *  ONE-SIDED KEY), CLIPPED TO THE RECORD AREA.
       01  WS-WINDOW-START          PIC S9(4) COMP VALUE ZEROES.
       01  WS-WINDOW-LENGTH         PIC S9(4) COMP VALUE ZEROES.
      *
       01  WS-RETURN-CD             PIC S9(4) COMP VALUE ZEROES.
      *
      *  THE SIDE'S TP90 RETURN CODE/KEY/ANCHOR MUST SURVIVE THE
      *  NESTED REPORT-LINE WRITES MADE WHILE BOTH SIDES ARE OPEN,
      *  SINCE THOSE FIELDS ARE SHARED ACROSS EVERY DD IN
      *  TP90-PARAMETER-AREA.
       01  WS-SAVE-TP90-RETURN-CODE PIC X(01) VALUE SPACES.
       01  WS-SAVE-TP90-RECORD-KEY  PIC X(15) VALUE SPACES.
       01  WS-SAVE-TP90-ANCHOR      USAGE IS POINTER.
      *
      ******************************************************************
      *  COMPARE REPORT - DD CMPRRPT.  A MISSING DD IS NOT FATAL -    *
      *  THE REPORT SIMPLY STAYS ON THE DISPLAY LOG.                  *
      ******************************************************************
       01  WS-RPT-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-RPT-FILE-OPEN            VALUE 'Y'.
      *
       01  RPT-RECORD-AREA.
           05  RPT-LINE                  PIC X(132).
      *
      *  EDITED WORK FIELDS USED TO RENDER BINARY VALUES AS TEXT
      *  BEFORE THEY GO INTO THE ALPHANUMERIC RPT-LINE.
       01  WS-RPT-NUM-EDIT           PIC -(8)9.
       01  WS-LEN-A-EDIT             PIC ZZZ9.
       01  WS-LEN-B-EDIT             PIC ZZZ9.
       01  WS-POS-EDIT               PIC ZZZ9.
      *
       01  GVBTP90                  PIC X(8)  VALUE 'GVBTP90 '.
      *
       COPY GVBTP90C.
      *
       01  TP90-RECORD-KEY          PIC X(15) VALUE SPACES.
      *
       01  TP90-RECORD-AREA.
           05  TP90-FB-RECORD-AREA      PIC X(4240) VALUE SPACES.
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
           DISPLAY 'D001CMPR STARTING'
      *
           PERFORM 110-OPEN-REPORT        THRU 110-EXIT
      *
           PERFORM 100-LOAD-PARM          THRU 100-EXIT
      *
           PERFORM 105-LOAD-MASK-RULES    THRU 105-EXIT
      *
           IF WS-RETURN-CD < +16
              PERFORM 200-OPEN-SIDE       THRU 200-EXIT
                 VARYING SIDE-IDX FROM 1 BY 1
                   UNTIL SIDE-IDX > 2
           END-IF
      *
           IF WS-RETURN-CD < +16
              PERFORM 300-COMPARE-SIDES   THRU 300-EXIT
           END-IF
      *
           PERFORM 290-CLOSE-SIDE         THRU 290-EXIT
              VARYING SIDE-IDX FROM 1 BY 1
                UNTIL SIDE-IDX > 2
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
      * SET UP THE TWO SIDES FROM DD CMPRPARM.  WITHOUT THE DD (OR    *
      * WITH BLANK FIELDS) THE LIVE D001 IS COMPARED TO THE STANDBY.  *
      * AN UNKNOWN FORMAT CODE, OR BOTH SIDES NAMING THE SAME DD, IS  *
      * A JCL MISTAKE AND NOTHING IS COMPARED - A COMPARE AGAINST THE *
      * WRONG IMAGE WOULD BE WORSE THAN NONE.                         *
      ******************************************************************
       100-LOAD-PARM.

           MOVE SPACES                    TO CMPR-SIDE-TABLE
           MOVE 'A'                       TO CMPR-S-LABEL(1)
           MOVE 'D001    '                TO CMPR-S-DDNAME(1)
           MOVE 'K'                       TO CMPR-S-FORMAT(1)
           MOVE 'B'                       TO CMPR-S-LABEL(2)
           MOVE 'D001STBY'                TO CMPR-S-DDNAME(2)
           MOVE 'K'                       TO CMPR-S-FORMAT(2)

           SET  TP90-ANCHOR               TO NULL
           MOVE 'CMPRPARM'                TO TP90-DDNAME
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
              MOVE 'CMPRPARM'             TO TP90-DDNAME
              MOVE GVBTP90-VALUE-READ     TO TP90-FUNCTION-CODE
              CALL GVBTP90 USING TP90-PARAMETER-AREA,
                                 PARM-RECORD-AREA,
                                 TP90-RECORD-KEY

              IF TP90-RETURN-CODE = GVBTP90-VALUE-SUCCESSFUL
                 IF PARM-A-DDNAME NOT = SPACES
                    MOVE PARM-A-DDNAME    TO CMPR-S-DDNAME(1)
                 END-IF
                 IF PARM-A-FORMAT NOT = SPACES
                    MOVE PARM-A-FORMAT    TO CMPR-S-FORMAT(1)
                 END-IF
                 IF PARM-B-DDNAME NOT = SPACES
                    MOVE PARM-B-DDNAME    TO CMPR-S-DDNAME(2)
                 END-IF
                 IF PARM-B-FORMAT NOT = SPACES
                    MOVE PARM-B-FORMAT    TO CMPR-S-FORMAT(2)
                 END-IF
                 IF PARM-PRINT-LIMIT-N IS NUMERIC
                    AND PARM-PRINT-LIMIT-N > ZEROES
                    MOVE PARM-PRINT-LIMIT-N
                                          TO WS-PRINT-LIMIT
                 END-IF
              END-IF

              MOVE 'CMPRPARM'             TO TP90-DDNAME
              MOVE GVBTP90-VALUE-CLOSE    TO TP90-FUNCTION-CODE
              CALL GVBTP90 USING TP90-PARAMETER-AREA,
                                 PARM-RECORD-AREA,
                                 TP90-RECORD-KEY
              SET  TP90-ANCHOR            TO NULL
           ELSE
              DISPLAY 'CMPRPARM NOT AVAILABLE, COMPARING D001 TO '
                      'D001STBY'
           END-IF

           IF NOT CMPR-S-KEYED(1) AND NOT CMPR-S-BACKUP(1)
              OR NOT CMPR-S-KEYED(2) AND NOT CMPR-S-BACKUP(2)
              MOVE SPACES                 TO RPT-LINE
              STRING 'CMPRPARM SIDE FORMAT MUST BE K (KEYED MASTER) '
                     'OR B (BACKUP SNAPSHOT), NOTHING COMPARED'
                     DELIMITED BY SIZE   INTO RPT-LINE
              PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
              MOVE +16                    TO WS-RETURN-CD
              GO TO 100-EXIT
           END-IF

           IF CMPR-S-DDNAME(1) = CMPR-S-DDNAME(2)
              MOVE SPACES                 TO RPT-LINE
              STRING 'CMPRPARM NAMES THE SAME DD ON BOTH SIDES, '
                     'NOTHING COMPARED'
                     DELIMITED BY SIZE   INTO RPT-LINE
              PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
              MOVE +16                    TO WS-RETURN-CD
              GO TO 100-EXIT
           END-IF

           MOVE SPACES                    TO RPT-LINE
           STRING 'D001CMPR SIDE A = ' CMPR-S-DDNAME(1)
                  ' (' CMPR-S-FORMAT(1) ')   SIDE B = '
                  CMPR-S-DDNAME(2)
                  ' (' CMPR-S-FORMAT(2) ')'
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           .
       100-EXIT.
           EXIT.

      ******************************************************************
      * LOAD THE DATA-PRIVACY MASKING RULES FROM DD UR70MASK, WITH    *
      * THE SAME EDITS TESTUR70'S 140-LOAD-MASK-RULES APPLIES.  A     *
      * MISSING OR EMPTY FILE MEANS IMAGES PRINT UNMASKED.            *
      ******************************************************************
       105-LOAD-MASK-RULES.

           MOVE +0                        TO MASK-RULE-COUNT

           SET  TP90-ANCHOR               TO NULL
           MOVE 'UR70MASK'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-OPEN        TO TP90-FUNCTION-CODE
           MOVE GVBTP90-VALUE-SEQUENTIAL  TO TP90-FILE-TYPE
           MOVE GVBTP90-VALUE-INPUT       TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE SPACES                    TO TP90-RECORD-KEY

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 MASK-RECORD-AREA,
                                 TP90-RECORD-KEY

           IF TP90-RETURN-CODE = GVBTP90-VALUE-SUCCESSFUL
              PERFORM 106-READ-MASK-RULE  THRU 106-EXIT
                 UNTIL TP90-RETURN-CODE = GVBTP90-VALUE-END-OF-FILE
                    OR MASK-RULE-COUNT >= MASK-RULE-MAX-ENTRIES

              MOVE 'UR70MASK'             TO TP90-DDNAME
              MOVE GVBTP90-VALUE-CLOSE    TO TP90-FUNCTION-CODE
              CALL GVBTP90 USING TP90-PARAMETER-AREA,
                                 MASK-RECORD-AREA,
                                 TP90-RECORD-KEY
              SET  TP90-ANCHOR            TO NULL
           ELSE
              DISPLAY 'UR70MASK NOT AVAILABLE, IMAGES PRINT UNMASKED'
           END-IF

           DISPLAY 'DATA-PRIVACY MASK RULES LOADED: ' MASK-RULE-COUNT

           .
       105-EXIT.
           EXIT.

       106-READ-MASK-RULE.

           MOVE SPACES                    TO MASK-RECORD-AREA
           MOVE 'UR70MASK'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-READ        TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 MASK-RECORD-AREA,
                                 TP90-RECORD-KEY

           IF TP90-RETURN-CODE = GVBTP90-VALUE-SUCCESSFUL
              IF MASK-START IS NUMERIC
                 AND MASK-LENGTH IS NUMERIC
                 AND MASK-START > ZEROES
                 AND MASK-LENGTH > ZEROES
                 AND (MASK-START + MASK-LENGTH - 1) <= 4240
                 AND (MASK-STYLE-X OR MASK-STYLE-STAR
                    OR MASK-STYLE-LAST4)
                 ADD  1                   TO MASK-RULE-COUNT
                 MOVE MASK-START
                             TO MASK-T-START(MASK-RULE-COUNT)
                 MOVE MASK-LENGTH
                             TO MASK-T-LENGTH(MASK-RULE-COUNT)
                 MOVE MASK-STYLE
                             TO MASK-T-STYLE(MASK-RULE-COUNT)
              ELSE
                 DISPLAY 'INVALID UR70MASK RULE CARD SKIPPED: '
                         MASK-RECORD-AREA(1:20)
              END-IF
           END-IF

           .
       106-EXIT.
           EXIT.

      ******************************************************************
      * OPEN THE COMPARE REPORT DD (CMPRRPT) ONCE, AT THE TOP OF THE  *
      * RUN.  A MISSING DD IS NOT FATAL - THE REPORT SIMPLY STAYS ON  *
      * THE DISPLAY LOG.                                              *
      ******************************************************************
       110-OPEN-REPORT.

           SET  TP90-ANCHOR               TO NULL
           MOVE 'CMPRRPT '                TO TP90-DDNAME
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
              DISPLAY 'CMPRRPT NOT AVAILABLE, REPORT NOT WRITTEN '
                      'TO A DD'
           END-IF

           .
       110-EXIT.
           EXIT.

      ******************************************************************
      * OPEN ONE SIDE (SIDE-IDX) FOR INPUT AND PRIME IT WITH ITS      *
      * FIRST RECORD.  A KEYED MASTER IS OPENED AS A KSDS AND         *
      * POSITIONED AT THE FRONT WITH A START BROWSE; A SNAPSHOT IS    *
      * OPENED AS A GDG.  A SIDE THAT WILL NOT OPEN MEANS NOTHING     *
      * CAN BE PROVED EITHER WAY.                                     *
      ******************************************************************
       200-OPEN-SIDE.

           MOVE 'N'                       TO CMPR-S-OPEN-SW(SIDE-IDX)
           MOVE 'N'                       TO CMPR-S-EOF-SW(SIDE-IDX)
           MOVE LOW-VALUES                TO CMPR-S-PRIOR-KEY(SIDE-IDX)
           MOVE +0                        TO CMPR-S-READ-COUNT(SIDE-IDX)
           MOVE +0                        TO CMPR-S-LENGTH(SIDE-IDX)

           SET  TP90-ANCHOR               TO NULL
           MOVE CMPR-S-DDNAME(SIDE-IDX)   TO TP90-DDNAME
           MOVE GVBTP90-VALUE-OPEN        TO TP90-FUNCTION-CODE
           IF CMPR-S-KEYED(SIDE-IDX)
              MOVE GVBTP90-VALUE-VSAM     TO TP90-FILE-TYPE
           ELSE
              MOVE GVBTP90-VALUE-GDG      TO TP90-FILE-TYPE
           END-IF
           MOVE GVBTP90-VALUE-INPUT       TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           MOVE SPACES                    TO TP90-RECORD-KEY

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY

           IF TP90-RETURN-CODE NOT = GVBTP90-VALUE-SUCCESSFUL
              DISPLAY CMPR-S-DDNAME(SIDE-IDX)
                      ' OPEN FAILED, RET CD = ' TP90-RETURN-CODE
                      ' REASON = ' TP90-VSAM-RETURN-CODE
              MOVE SPACES                 TO RPT-LINE
              STRING 'SIDE ' CMPR-S-LABEL(SIDE-IDX)
                     ' (' CMPR-S-DDNAME(SIDE-IDX)
                     ') COULD NOT BE OPENED, NOTHING COMPARED'
                     DELIMITED BY SIZE   INTO RPT-LINE
              PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
              MOVE +16                    TO WS-RETURN-CD
              GO TO 200-EXIT
           END-IF

           MOVE 'Y'                       TO CMPR-S-OPEN-SW(SIDE-IDX)
           SET  CMPR-S-ANCHOR(SIDE-IDX)   TO TP90-ANCHOR
           DISPLAY 'DATASET OPENED: ' CMPR-S-DDNAME(SIDE-IDX)

           IF CMPR-S-KEYED(SIDE-IDX)
              MOVE CMPR-S-DDNAME(SIDE-IDX) TO TP90-DDNAME
              MOVE GVBTP90-VALUE-START-BROWSE
                                          TO TP90-FUNCTION-CODE
              MOVE SPACES                 TO TP90-RETURN-CODE
              MOVE +4240                  TO TP90-RECORD-LENGTH
              MOVE GVBTP90-VALUE-VARIABLE-LEN
                                          TO TP90-RECFM
              MOVE LOW-VALUES             TO TP90-RECORD-KEY
              MOVE SPACES                 TO TP90-FB-RECORD-AREA

              CALL GVBTP90 USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY

              SET  CMPR-S-ANCHOR(SIDE-IDX) TO TP90-ANCHOR

      *  AN EMPTY-BUT-HEALTHY FILE CAN COME BACK AS NOT-FOUND OR AS
      *  END-OF-FILE DEPENDING ON THE ACCESS METHOD - EITHER WAY
      *  EVERY KEY ON THE OTHER SIDE IS ONE-SIDED.
              EVALUATE TP90-RETURN-CODE
                 WHEN GVBTP90-VALUE-SUCCESSFUL
                    CONTINUE
                 WHEN GVBTP90-VALUE-NOT-FOUND
                    MOVE 'Y'              TO CMPR-S-EOF-SW(SIDE-IDX)
                 WHEN GVBTP90-VALUE-END-OF-FILE
                    MOVE 'Y'              TO CMPR-S-EOF-SW(SIDE-IDX)
                 WHEN OTHER
                    DISPLAY CMPR-S-DDNAME(SIDE-IDX)
                            ' START BROWSE FAILED, RET CD = '
                            TP90-RETURN-CODE
                    MOVE +16              TO WS-RETURN-CD
                    GO TO 200-EXIT
              END-EVALUATE
           END-IF

           IF CMPR-S-AT-END(SIDE-IDX)
              MOVE HIGH-VALUES            TO CMPR-S-KEY(SIDE-IDX)
              DISPLAY CMPR-S-DDNAME(SIDE-IDX) ' IS EMPTY'
           ELSE
              PERFORM 210-READ-SIDE       THRU 210-EXIT
           END-IF

           .
       200-EXIT.
           EXIT.

      ******************************************************************
      * DELIVER THE NEXT RECORD FROM ONE SIDE (SIDE-IDX) INTO ITS     *
      * KEY/LENGTH/IMAGE FIELDS.  KEYS MUST ARRIVE IN STRICTLY        *
      * ASCENDING ORDER OR THE MATCH MEANS NOTHING - A SNAPSHOT THAT  *
      * WAS CONCATENATED WITH ANOTHER GENERATION, FOR INSTANCE, STOPS *
      * THE COMPARE RATHER THAN REPORTING NONSENSE.                   *
      ******************************************************************
       210-READ-SIDE.

           IF CMPR-S-KEYED(SIDE-IDX)
              PERFORM 215-READ-KEYED      THRU 215-EXIT
           ELSE
              PERFORM 220-READ-BACKUP     THRU 220-EXIT
           END-IF

           IF CMPR-S-AT-END(SIDE-IDX)
              MOVE HIGH-VALUES            TO CMPR-S-KEY(SIDE-IDX)
              GO TO 210-EXIT
           END-IF

           ADD  1                         TO CMPR-S-READ-COUNT(SIDE-IDX)

           IF CMPR-S-READ-COUNT(SIDE-IDX) > +1
              AND CMPR-S-KEY(SIDE-IDX) NOT >
                  CMPR-S-PRIOR-KEY(SIDE-IDX)
              MOVE SPACES                 TO RPT-LINE
              STRING 'SIDE ' CMPR-S-LABEL(SIDE-IDX)
                     ' (' CMPR-S-DDNAME(SIDE-IDX)
                     ') OUT OF KEY SEQUENCE AT KEY '
                     CMPR-S-KEY(SIDE-IDX)
                     ', COMPARE STOPPED'
                     DELIMITED BY SIZE   INTO RPT-LINE
              PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
              MOVE +16                    TO WS-RETURN-CD
              MOVE 'Y'                    TO WS-COMPARE-STOP-SW
           END-IF

           MOVE CMPR-S-KEY(SIDE-IDX)      TO CMPR-S-PRIOR-KEY(SIDE-IDX)

           .
       210-EXIT.
           EXIT.

      ******************************************************************
      * BROWSE FORWARD ONE RECORD FROM A KEYED MASTER.                *
      ******************************************************************
       215-READ-KEYED.

           SET  TP90-ANCHOR               TO CMPR-S-ANCHOR(SIDE-IDX)
           MOVE CMPR-S-DDNAME(SIDE-IDX)   TO TP90-DDNAME
           MOVE GVBTP90-VALUE-READNEXT    TO TP90-FUNCTION-CODE
           MOVE GVBTP90-VALUE-VSAM        TO TP90-FILE-TYPE
           MOVE GVBTP90-VALUE-INPUT       TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +4240                     TO TP90-RECORD-LENGTH
           MOVE GVBTP90-VALUE-VARIABLE-LEN
                                          TO TP90-RECFM
           MOVE SPACES                    TO TP90-FB-RECORD-AREA

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY

           SET  CMPR-S-ANCHOR(SIDE-IDX)   TO TP90-ANCHOR

           EVALUATE TP90-RETURN-CODE
              WHEN GVBTP90-VALUE-SUCCESSFUL
                 MOVE TP90-RECORD-KEY     TO CMPR-S-KEY(SIDE-IDX)
                 IF TP90-RECORD-LENGTH > +0
                    AND TP90-RECORD-LENGTH <= +4240
                    MOVE TP90-RECORD-LENGTH
                                          TO CMPR-S-LENGTH(SIDE-IDX)
                 ELSE
                    MOVE +80              TO CMPR-S-LENGTH(SIDE-IDX)
                 END-IF
                 MOVE TP90-FB-RECORD-AREA TO CMPR-S-IMAGE(SIDE-IDX)
              WHEN GVBTP90-VALUE-END-OF-FILE
                 MOVE 'Y'                 TO CMPR-S-EOF-SW(SIDE-IDX)
              WHEN OTHER
                 DISPLAY CMPR-S-DDNAME(SIDE-IDX)
                         ' BROWSE FAILED, RET CD = ' TP90-RETURN-CODE
                         ' AFTER ' CMPR-S-READ-COUNT(SIDE-IDX)
                         ' RECORDS'
                 MOVE +16                 TO WS-RETURN-CD
                 MOVE 'Y'                 TO WS-COMPARE-STOP-SW
                 MOVE 'Y'                 TO CMPR-S-EOF-SW(SIDE-IDX)
           END-EVALUATE

           .
       215-EXIT.
           EXIT.

      ******************************************************************
      * READ ONE RECORD FROM A D001BKUP SNAPSHOT.  A SNAPSHOT CUT     *
      * BEFORE THE LENGTH FIELD EXISTED READS AS NON-NUMERIC THERE    *
      * AND IS TAKEN AT THE HISTORICAL 80, AS TESTUR70'S ROLLBACK     *
      * RELOAD DOES.                                                  *
      ******************************************************************
       220-READ-BACKUP.

           SET  TP90-ANCHOR               TO CMPR-S-ANCHOR(SIDE-IDX)
           MOVE CMPR-S-DDNAME(SIDE-IDX)   TO TP90-DDNAME
           MOVE GVBTP90-VALUE-READ        TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE SPACES                    TO BKUP-RECORD-AREA

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 BKUP-RECORD-AREA,
                                 TP90-RECORD-KEY

           SET  CMPR-S-ANCHOR(SIDE-IDX)   TO TP90-ANCHOR

           EVALUATE TP90-RETURN-CODE
              WHEN GVBTP90-VALUE-SUCCESSFUL
                 MOVE BKUP-KEY            TO CMPR-S-KEY(SIDE-IDX)
                 IF BKUP-REC-LENGTH IS NUMERIC
                    AND BKUP-REC-LENGTH > ZEROES
                    AND BKUP-REC-LENGTH <= 4240
                    MOVE BKUP-REC-LENGTH  TO CMPR-S-LENGTH(SIDE-IDX)
                 ELSE
                    MOVE +80              TO CMPR-S-LENGTH(SIDE-IDX)
                 END-IF
                 MOVE BKUP-DATA           TO CMPR-S-IMAGE(SIDE-IDX)
              WHEN GVBTP90-VALUE-END-OF-FILE
                 MOVE 'Y'                 TO CMPR-S-EOF-SW(SIDE-IDX)
              WHEN OTHER
                 DISPLAY CMPR-S-DDNAME(SIDE-IDX)
                         ' READ FAILED, RET CD = ' TP90-RETURN-CODE
                         ' AFTER ' CMPR-S-READ-COUNT(SIDE-IDX)
                         ' RECORDS'
                 MOVE +16                 TO WS-RETURN-CD
                 MOVE 'Y'                 TO WS-COMPARE-STOP-SW
                 MOVE 'Y'                 TO CMPR-S-EOF-SW(SIDE-IDX)
           END-EVALUATE

           .
       220-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE ONE SIDE (SIDE-IDX) AT END-OF-JOB, IF IT WAS OPENED.    *
      ******************************************************************
       290-CLOSE-SIDE.

           IF CMPR-S-FILE-OPEN(SIDE-IDX)
              SET  TP90-ANCHOR            TO CMPR-S-ANCHOR(SIDE-IDX)
              MOVE CMPR-S-DDNAME(SIDE-IDX) TO TP90-DDNAME
              MOVE GVBTP90-VALUE-CLOSE    TO TP90-FUNCTION-CODE
              CALL GVBTP90 USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
              SET  TP90-ANCHOR            TO NULL
              MOVE 'N'                    TO CMPR-S-OPEN-SW(SIDE-IDX)
           END-IF

           .
       290-EXIT.
           EXIT.

      ******************************************************************
      * MATCH THE TWO SIDES BY KEY UNTIL BOTH ARE EXHAUSTED (OR A     *
      * SEQUENCE BREAK OR READ FAILURE STOPS THE COMPARE).            *
      ******************************************************************
       300-COMPARE-SIDES.

           PERFORM 310-MATCH-ONE-KEY      THRU 310-EXIT
              UNTIL (CMPR-S-AT-END(1) AND CMPR-S-AT-END(2))
                 OR WS-COMPARE-STOPPED

           .
       300-EXIT.
           EXIT.

      ******************************************************************
      * TAKE THE LOWER OF THE TWO CURRENT KEYS.  A KEY ON ONE SIDE    *
      * ONLY IS REPORTED AND THAT SIDE ALONE ADVANCES; A KEY ON BOTH  *
      * IS COMPARED AND BOTH ADVANCE.                                 *
      ******************************************************************
       310-MATCH-ONE-KEY.

           EVALUATE TRUE
              WHEN CMPR-S-KEY(1) < CMPR-S-KEY(2)
                 SET  SIDE-IDX            TO 1
                 ADD  1                   TO WS-ONLY-ON-A-COUNT
                 PERFORM 320-REPORT-ONE-SIDED THRU 320-EXIT
                 PERFORM 210-READ-SIDE    THRU 210-EXIT
              WHEN CMPR-S-KEY(1) > CMPR-S-KEY(2)
                 SET  SIDE-IDX            TO 2
                 ADD  1                   TO WS-ONLY-ON-B-COUNT
                 PERFORM 320-REPORT-ONE-SIDED THRU 320-EXIT
                 PERFORM 210-READ-SIDE    THRU 210-EXIT
              WHEN OTHER
                 PERFORM 330-COMPARE-MATCHED THRU 330-EXIT
                 SET  SIDE-IDX            TO 1
                 PERFORM 210-READ-SIDE    THRU 210-EXIT
                 SET  SIDE-IDX            TO 2
                 PERFORM 210-READ-SIDE    THRU 210-EXIT
           END-EVALUATE

           .
       310-EXIT.
           EXIT.

      ******************************************************************
      * REPORT A KEY FOUND ON ONE SIDE (SIDE-IDX) ONLY, WITH THE      *
      * FRONT OF ITS MASKED IMAGE.                                    *
      ******************************************************************
       320-REPORT-ONE-SIDED.

           PERFORM 925-CHECK-PRINT-LIMIT  THRU 925-EXIT
           IF WS-PRINT-LIMIT-REACHED
              GO TO 320-EXIT
           END-IF

           MOVE CMPR-S-LENGTH(SIDE-IDX)   TO WS-LEN-A-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'ONLY ON ' CMPR-S-LABEL(SIDE-IDX)
                  ' (' CMPR-S-DDNAME(SIDE-IDX) ')  KEY='
                  CMPR-S-KEY(SIDE-IDX)
                  '  LEN=' WS-LEN-A-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           MOVE +1                        TO WS-WINDOW-START
           PERFORM 340-PRINT-IMAGE        THRU 340-EXIT

           .
       320-EXIT.
           EXIT.

      ******************************************************************
      * COMPARE THE TWO RECORDS CARRYING THE SAME KEY.  THE IMAGES    *
      * ARE COMPARED OVER THE LONGER OF THE TWO LENGTHS (THE AREA     *
      * PAST A SHORTER RECORD HOLDS SPACES), SO A LENGTH-ONLY         *
      * DIFFERENCE IS STILL PINNED TO A POSITION.                     *
      ******************************************************************
       330-COMPARE-MATCHED.

           ADD  1                         TO WS-KEYS-MATCHED

           IF CMPR-S-LENGTH(1) > CMPR-S-LENGTH(2)
              MOVE CMPR-S-LENGTH(1)       TO WS-CMP-LENGTH
              MOVE CMPR-S-LENGTH(2)       TO WS-CMP-SHORT-LENGTH
           ELSE
              MOVE CMPR-S-LENGTH(2)       TO WS-CMP-LENGTH
              MOVE CMPR-S-LENGTH(1)       TO WS-CMP-SHORT-LENGTH
           END-IF

           IF CMPR-S-LENGTH(1) = CMPR-S-LENGTH(2)
              AND CMPR-S-IMAGE(1)(1:WS-CMP-LENGTH) =
                  CMPR-S-IMAGE(2)(1:WS-CMP-LENGTH)
              ADD  1                      TO WS-KEYS-IDENTICAL
              GO TO 330-EXIT
           END-IF

           ADD  1                         TO WS-KEYS-DIFFERING

           MOVE +0                        TO WS-FIRST-DIFF-POS
           PERFORM 335-FIND-FIRST-DIFF    THRU 335-EXIT
              VARYING WS-DIFF-POS FROM 1 BY 1
                UNTIL WS-DIFF-POS > WS-CMP-LENGTH
                   OR WS-FIRST-DIFF-POS > ZEROES

      *  A LENGTH CHANGE WHOSE EXTRA BYTES ARE ALL SPACES MATCHES
      *  BYTE FOR BYTE - THE DIFFERENCE STARTS WHERE THE SHORTER
      *  RECORD ENDS.
           IF CMPR-S-LENGTH(1) NOT = CMPR-S-LENGTH(2)
              ADD  1                      TO WS-LENGTH-DIFF-COUNT
              IF WS-FIRST-DIFF-POS = ZEROES
                 OR WS-FIRST-DIFF-POS > WS-CMP-SHORT-LENGTH
                 COMPUTE WS-FIRST-DIFF-POS =
                         WS-CMP-SHORT-LENGTH + 1
              END-IF
           END-IF

           IF CMPR-S-IMAGE(1)(1:WS-CMP-SHORT-LENGTH) NOT =
              CMPR-S-IMAGE(2)(1:WS-CMP-SHORT-LENGTH)
              ADD  1                      TO WS-IMAGE-DIFF-COUNT
           END-IF

           PERFORM 925-CHECK-PRINT-LIMIT  THRU 925-EXIT
           IF WS-PRINT-LIMIT-REACHED
              GO TO 330-EXIT
           END-IF

           MOVE CMPR-S-LENGTH(1)          TO WS-LEN-A-EDIT
           MOVE CMPR-S-LENGTH(2)          TO WS-LEN-B-EDIT
           MOVE WS-FIRST-DIFF-POS         TO WS-POS-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'DIFFERS    KEY=' CMPR-S-KEY(1)
                  '  LEN A=' WS-LEN-A-EDIT
                  '  LEN B=' WS-LEN-B-EDIT
                  '  FIRST DIFFERENCE AT POSITION ' WS-POS-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           MOVE WS-FIRST-DIFF-POS         TO WS-WINDOW-START
           SET  SIDE-IDX                  TO 1
           PERFORM 340-PRINT-IMAGE        THRU 340-EXIT
           SET  SIDE-IDX                  TO 2
           PERFORM 340-PRINT-IMAGE        THRU 340-EXIT

           .
       330-EXIT.
           EXIT.

       335-FIND-FIRST-DIFF.

           IF CMPR-S-IMAGE(1)(WS-DIFF-POS:1) NOT =
              CMPR-S-IMAGE(2)(WS-DIFF-POS:1)
              MOVE WS-DIFF-POS            TO WS-FIRST-DIFF-POS
           END-IF

           .
       335-EXIT.
           EXIT.

      ******************************************************************
      * PRINT SIXTY BYTES OF ONE SIDE'S IMAGE (SIDE-IDX) FROM         *
      * WS-WINDOW-START.  THE WHOLE IMAGE IS MASKED FIRST, SINCE THE  *
      * MASK RULES ARE POSITIONED AGAINST THE FULL RECORD, AND ONLY   *
      * THE MASKED COPY IS EVER PRINTED.                              *
      ******************************************************************
       340-PRINT-IMAGE.

           MOVE CMPR-S-IMAGE(SIDE-IDX)    TO WS-MASK-IMAGE
           MOVE CMPR-S-LENGTH(SIDE-IDX)   TO WS-MASK-IMAGE-LENGTH
           PERFORM 940-MASK-IMAGE         THRU 940-EXIT

           IF WS-WINDOW-START < +1
              OR WS-WINDOW-START > +4240
              MOVE +1                     TO WS-WINDOW-START
           END-IF
           MOVE +60                       TO WS-WINDOW-LENGTH
           IF (WS-WINDOW-START + WS-WINDOW-LENGTH - 1) > +4240
              COMPUTE WS-WINDOW-LENGTH =
                      4240 - WS-WINDOW-START + 1
           END-IF

           MOVE WS-WINDOW-START           TO WS-POS-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING '    ' CMPR-S-LABEL(SIDE-IDX)
                  ' @' WS-POS-EDIT ': '
                  WS-MASK-IMAGE(WS-WINDOW-START:WS-WINDOW-LENGTH)
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           .
       340-EXIT.
           EXIT.

      ******************************************************************
      * END-OF-JOB SUMMARY - COUNTS AND THE FINAL RETURN CODE.  ANY   *
      * MISMATCH AT ALL RAISES THE RETURN CODE, SO THE SCHEDULER CAN  *
      * REFUSE A FAILOVER TO A STANDBY THAT HAS DRIFTED.              *
      ******************************************************************
       900-WRITE-SUMMARY.

           DISPLAY '===================================='
           DISPLAY 'D001CMPR END-OF-JOB SUMMARY'
           DISPLAY '===================================='
           DISPLAY 'SIDE A RECORDS READ       = '
                   CMPR-S-READ-COUNT(1) ' ' CMPR-S-DDNAME(1)
           DISPLAY 'SIDE B RECORDS READ       = '
                   CMPR-S-READ-COUNT(2) ' ' CMPR-S-DDNAME(2)
           DISPLAY 'KEYS ON BOTH SIDES        = ' WS-KEYS-MATCHED
           DISPLAY '  IDENTICAL               = ' WS-KEYS-IDENTICAL
           DISPLAY '  DIFFERING               = ' WS-KEYS-DIFFERING
           DISPLAY '    LENGTH DIFFERS        = '
                   WS-LENGTH-DIFF-COUNT
           DISPLAY '    IMAGE DIFFERS         = '
                   WS-IMAGE-DIFF-COUNT
           DISPLAY 'KEYS ONLY ON SIDE A       = ' WS-ONLY-ON-A-COUNT
           DISPLAY 'KEYS ONLY ON SIDE B       = ' WS-ONLY-ON-B-COUNT
           DISPLAY '===================================='

           MOVE SPACES                    TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE '===================================='
                                          TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE 'D001CMPR END-OF-JOB SUMMARY'
                                          TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE CMPR-S-READ-COUNT(1)      TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'SIDE A RECORDS READ       = ' WS-RPT-NUM-EDIT
                  ' ' CMPR-S-DDNAME(1)
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE CMPR-S-READ-COUNT(2)      TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'SIDE B RECORDS READ       = ' WS-RPT-NUM-EDIT
                  ' ' CMPR-S-DDNAME(2)
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-KEYS-MATCHED           TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'KEYS ON BOTH SIDES        = ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-KEYS-IDENTICAL         TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING '  IDENTICAL               = ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-KEYS-DIFFERING         TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING '  DIFFERING               = ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-LENGTH-DIFF-COUNT      TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING '    LENGTH DIFFERS        = ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-IMAGE-DIFF-COUNT       TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING '    IMAGE DIFFERS         = ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-ONLY-ON-A-COUNT        TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'KEYS ONLY ON SIDE A       = ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-ONLY-ON-B-COUNT        TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'KEYS ONLY ON SIDE B       = ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE '===================================='
                                          TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           IF (WS-KEYS-DIFFERING > ZEROES
               OR WS-ONLY-ON-A-COUNT > ZEROES
               OR WS-ONLY-ON-B-COUNT > ZEROES)
              AND WS-RETURN-CD < +8
              MOVE +8                     TO WS-RETURN-CD
           END-IF

           DISPLAY 'D001CMPR RETURN CODE = ' WS-RETURN-CD

           .
       900-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE DD CMPRRPT AT END-OF-JOB, ONCE, SO THE GDG FILE TYPE    *
      * ROLLS ONE NEW GENERATION PER RUN.                             *
      ******************************************************************
       910-CLOSE-REPORT.

           IF WS-RPT-FILE-OPEN
              MOVE 'CMPRRPT '             TO TP90-DDNAME
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
      * DD CMPRRPT.  A NO-OP IF 110-OPEN-REPORT COULD NOT OPEN THE    *
      * DD.  THE TP90 STATE IS SAVED AND RESTORED SINCE DETAIL LINES  *
      * ARE WRITTEN WHILE BOTH SIDES ARE STILL BEING READ.            *
      ******************************************************************
       920-WRITE-REPORT-LINE.

           DISPLAY RPT-LINE(1:80)

           IF WS-RPT-FILE-OPEN
              MOVE TP90-RETURN-CODE       TO WS-SAVE-TP90-RETURN-CODE
              MOVE TP90-RECORD-KEY        TO WS-SAVE-TP90-RECORD-KEY
              SET  WS-SAVE-TP90-ANCHOR    TO TP90-ANCHOR

              MOVE 'CMPRRPT '             TO TP90-DDNAME
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

      ******************************************************************
      * COUNT ONE MISMATCH AGAINST THE DETAIL PRINT LIMIT.  THE FIRST *
      * MISMATCH PAST THE LIMIT SAYS SO ONCE; EVERY ONE AFTER THAT IS *
      * COUNTED BUT NOT PRINTED.                                      *
      ******************************************************************
       925-CHECK-PRINT-LIMIT.

           ADD  1                         TO WS-MISMATCH-COUNT

           IF WS-MISMATCH-COUNT > WS-PRINT-LIMIT
              AND NOT WS-PRINT-LIMIT-REACHED
              MOVE 'Y'                    TO WS-PRINT-LIMIT-SW
              MOVE WS-PRINT-LIMIT         TO WS-RPT-NUM-EDIT
              MOVE SPACES                 TO RPT-LINE
              STRING 'DETAIL PRINT LIMIT OF ' WS-RPT-NUM-EDIT
                     ' REACHED - FURTHER MISMATCHES ARE COUNTED '
                     'ONLY'
                     DELIMITED BY SIZE   INTO RPT-LINE
              PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
           END-IF

           .
       925-EXIT.
           EXIT.

      ******************************************************************
      * APPLY THE DATA-PRIVACY MASKING RULES TO THE IMAGE IN          *
      * WS-MASK-IMAGE (WS-MASK-IMAGE-LENGTH BYTES LONG).  A NO-OP     *
      * WITH NO RULES LOADED.                                         *
      ******************************************************************
       940-MASK-IMAGE.

           IF WS-MASK-IMAGE-LENGTH <= +0
              OR WS-MASK-IMAGE-LENGTH > +4240
              MOVE +80                    TO WS-MASK-IMAGE-LENGTH
           END-IF

           PERFORM 941-APPLY-ONE-MASK
              THRU 941-APPLY-ONE-MASK-EXIT
              VARYING MASK-RULE-IDX FROM 1 BY 1
                UNTIL MASK-RULE-IDX > MASK-RULE-COUNT

           .
       940-EXIT.
           EXIT.

      ******************************************************************
      * APPLY ONE MASKING RULE, CLIPPED TO THE PART OF THE FIELD THAT *
      * ACTUALLY FALLS INSIDE THE IMAGE - A RULE PAST THE END OF A    *
      * SHORT RECORD MASKS NOTHING.                                   *
      ******************************************************************
       941-APPLY-ONE-MASK.

           IF MASK-T-START(MASK-RULE-IDX) > WS-MASK-IMAGE-LENGTH
              GO TO 941-APPLY-ONE-MASK-EXIT
           END-IF

           COMPUTE WS-MASK-FIELD-LEN =
                   MASK-T-LENGTH(MASK-RULE-IDX)
           IF (MASK-T-START(MASK-RULE-IDX) + WS-MASK-FIELD-LEN - 1)
                 > WS-MASK-IMAGE-LENGTH
              COMPUTE WS-MASK-FIELD-LEN =
                      WS-MASK-IMAGE-LENGTH
                    - MASK-T-START(MASK-RULE-IDX) + 1
           END-IF

           EVALUATE MASK-T-STYLE(MASK-RULE-IDX)
              WHEN 'X'
                 MOVE ALL 'X'   TO WS-MASK-IMAGE
                                   (MASK-T-START(MASK-RULE-IDX):
                                    WS-MASK-FIELD-LEN)
              WHEN '*'
                 MOVE ALL '*'   TO WS-MASK-IMAGE
                                   (MASK-T-START(MASK-RULE-IDX):
                                    WS-MASK-FIELD-LEN)
              WHEN 'L'
                 IF WS-MASK-FIELD-LEN > +4
                    COMPUTE WS-MASK-FIELD-LEN =
                            WS-MASK-FIELD-LEN - 4
                    MOVE ALL '*' TO WS-MASK-IMAGE
                                   (MASK-T-START(MASK-RULE-IDX):
                                    WS-MASK-FIELD-LEN)
                 END-IF
           END-EVALUATE

           .
       941-APPLY-ONE-MASK-EXIT.
           EXIT.
