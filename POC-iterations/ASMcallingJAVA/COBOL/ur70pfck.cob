       IDENTIFICATION DIVISION.
       PROGRAM-ID. UR70PFCK.
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
      ** DESCRIPTION: CONTROL-FILE PRE-FLIGHT CHECK FOR TESTUR70.      *
      **              READS EVERY CONTROL FILE TESTUR70 LOADS -        *
      **              UR70PARM, UR70DRV, UR70MAP, UR70MASK, UR70SEL,   *
      **              UR70EDIT, ARCHPARM - WITH THE SAME LAYOUTS AND   *
      **              THE SAME ACCEPTANCE RULES, WITHOUT OPENING D001  *
      **              OR INITIALISING GVBUR70, AND REPORTS EVERY CARD  *
      **              TESTUR70 WOULD REJECT, DEFAULT OR SILENTLY DROP: *
      **              MALFORMED NUMERICS, INVALID FLAG1/FLAG2, MAP AND *
      **              MASK RULES BEYOND THE 4240-BYTE RECORD, EDIT     *
      **              RULES BEYOND THE 80-BYTE FEED RECORD,            *
      **              OVERLAPPING SELECTION RANGES, AND CARDS PAST THE *
      **              TABLE CAPACITIES (25 DRIVER ENTRIES, 50 MAP      *
      **              RULES, 10 MASK RULES, 10 EDIT RULES, 10 TYPE     *
      **              CARDS, 8 RANGE CARDS).  IT THEN CROSS-CHECKS THE *
      **              FILES: MAP RULES NAMING A CLASS/METHOD NO DRIVER *
      **              ENTRY CARRIES, AND DRIVER RECORD TYPES NO        *
      **              UR70SEL TYPE CARD SELECTS.  RUN WHEN THE CARDS   *
      **              ARE PROMOTED, SO A BAD CARD IS FOUND IN THE      *
      **              AFTERNOON RATHER THAN BY THE OVERNIGHT RUN.      *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                                                               *
      ** INPUT FILES:   UR70PARM - RUN-CONTROL CARD                    *
      **                UR70DRV  - CLASS/METHOD DRIVER TABLE           *
      **                UR70MAP  - SEND/RECEIVE MAPPING RULES          *
      **                UR70MASK - DATA-PRIVACY MASK RULES             *
      **                UR70SEL  - SELECTION TYPE/RANGE CARDS          *
      **                UR70EDIT - FEED PRE-EDIT RULES                 *
      **                ARCHPARM - ARCHIVAL RETENTION RULE             *
      **                (EVERY ONE OPTIONAL, AS IT IS TO TESTUR70)     *
      **                                                               *
      ** REPORTS:       PFCKRPT - PRE-FLIGHT FINDINGS REPORT           *
      **                                                               *
      ** RETURN CDS:  0000 - NO FINDINGS (INFORMATIONAL NOTES ONLY)    *
      **              0004 - WARNINGS - CARDS DEFAULTED OR IGNORED     *
      **              0008 - ERRORS - CARDS TESTUR70 WOULD REJECT OR   *
      **                     DROP, OR A BROKEN CROSS-REFERENCE         *
      **                                                               *
      ******************************************************************
      **                ISSUANCE INFORMATION                           *
      ******************************************************************
      ** VERSION  PROJECT  ANALYST  EFF        REASON                  *
      **                                                               *
      ** 100  RTC23656    MORGAN     10/15/2026 INITIAL                *
      ** 101  RTC23657    MORGAN     10/15/2026 UR70PARM INCREMENTAL   *
      **                                        SWITCH AND FULL-RUN    *
      **                                        CYCLE CHECKS           *
      ** 102  RTC23664    MORGAN     10/15/2026 UR70PARM CIRCUIT       *
      **                                        BREAKER AND CATCH-UP   *
      **                                        CHECKS                 *
      ** 103  RTC23665    MORGAN     10/15/2026 UR70DRV CHAINED        *
      **                                        ENTRY CHECKS           *
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
      *  EVERY CONTROL FILE IS READ INTO THE ONE CARD AREA, CLEARED   *
      *  BEFORE EACH READ THE WAY TESTUR70 CLEARS ITS OWN, AND VIEWED *
      *  THROUGH THE LAYOUT OF THE FILE IN HAND.  THE LAYOUTS ARE     *
      *  TESTUR70'S.                                                  *
      ******************************************************************
       01  CARD-RECORD-AREA               PIC X(160).
      *
       01  PARM-RECORD-AREA REDEFINES CARD-RECORD-AREA.
           05  PARM-SUBTASK-COUNT         PIC 9(04).
           05  PARM-FLAG1                 PIC X(01).
           05  PARM-FLAG2                 PIC X(01).
           05  PARM-IVP-SW                PIC X(01).
           05  PARM-REPLAY-SW             PIC X(01).
           05  PARM-RETRY-COUNT           PIC 9(02).
           05  PARM-RETRY-DELAY           PIC 9(03).
           05  PARM-PROGRESS-INT          PIC 9(04).
           05  PARM-REJECT-LIMIT          PIC 9(05).
           05  PARM-INCR-SW               PIC X(01).
           05  PARM-FULL-CYCLE-DAYS       PIC 9(03).
           05  PARM-BRKR-WINDOW           PIC 9(03).
           05  PARM-BRKR-PCT              PIC 9(03).
           05  PARM-BRKR-SCOPE            PIC X(01).
           05  PARM-CATCHUP-SW            PIC X(01).
           05  FILLER                     PIC X(126).
      *
       01  DRV-CTL-RECORD-AREA REDEFINES CARD-RECORD-AREA.
           05  DRV-CTL-CLASS              PIC X(32).
           05  DRV-CTL-METHOD             PIC X(32).
           05  DRV-CTL-LEN-SEND           PIC 9(05).
           05  DRV-CTL-LEN-RECV           PIC 9(05).
           05  DRV-CTL-OPTION1            PIC 9(04).
           05  DRV-CTL-FLAG1              PIC X(01).
               88  DRV-CTL-FLAG1-VALID          VALUES 'U' 'E'.
           05  DRV-CTL-FLAG2              PIC X(01).
               88  DRV-CTL-FLAG2-VALID          VALUES '0' '1'.
           05  DRV-CTL-RECORD-TYPE        PIC X(02).
           05  DRV-CTL-TIMEOUT            PIC 9(04).
           05  DRV-CTL-POST-SW            PIC X(01).
           05  DRV-CTL-SHDW-CLASS         PIC X(32).
           05  DRV-CTL-SHDW-METHOD        PIC X(32).
           05  DRV-CTL-PRED-ENTRY         PIC 9(02).
           05  DRV-CTL-CHAIN-COND         PIC X(01).
           05  DRV-CTL-CHAIN-JRETC        PIC 9(04).
           05  FILLER                     PIC X(02).
      *
       01  MAP-RECORD-AREA REDEFINES CARD-RECORD-AREA.
           05  MAP-CLASS                  PIC X(32).
           05  MAP-METHOD                 PIC X(32).
           05  MAP-DIRECTION              PIC X(01).
               88  MAP-DIR-SEND                 VALUE 'S'.
               88  MAP-DIR-RECV                 VALUE 'R'.
           05  MAP-REC-START              PIC 9(04).
           05  MAP-MSG-START              PIC 9(04).
           05  MAP-LENGTH                 PIC 9(04).
           05  FILLER                     PIC X(83).
      *
       01  MASK-RECORD-AREA REDEFINES CARD-RECORD-AREA.
           05  MASK-START                 PIC 9(04).
           05  MASK-LENGTH                PIC 9(04).
           05  MASK-STYLE                 PIC X(01).
               88  MASK-STYLE-VALID             VALUES 'X' '*' 'L'.
           05  FILLER                     PIC X(151).
      *
       01  SEL-RECORD-AREA REDEFINES CARD-RECORD-AREA.
           05  SEL-CARD-ID                PIC X(05).
               88  SEL-CARD-IS-TYPE             VALUE 'TYPE '.
               88  SEL-CARD-IS-RANGE            VALUE 'RANGE'.
           05  FILLER                     PIC X(01).
           05  SEL-TYPE-CODE              PIC X(02).
           05  FILLER                     PIC X(152).
      *
       01  SEL-RANGE-CARD-AREA REDEFINES CARD-RECORD-AREA.
           05  FILLER                     PIC X(06).
           05  SEL-RANGE-LOW              PIC X(15).
           05  FILLER                     PIC X(01).
           05  SEL-RANGE-HIGH             PIC X(15).
           05  FILLER                     PIC X(123).
      *
       01  EDIT-RECORD-AREA REDEFINES CARD-RECORD-AREA.
           05  EDIT-START                 PIC 9(02).
           05  EDIT-LENGTH                PIC 9(02).
           05  EDIT-TYPE                  PIC X(01).
               88  EDIT-TYPE-VALID              VALUES 'N' 'A'.
           05  FILLER                     PIC X(155).
      *
       01  ARCH-PARM-RECORD-AREA REDEFINES CARD-RECORD-AREA.
           05  ARCH-RETENTION-DAYS        PIC 9(05).
           05  ARCH-DATE-COLUMN           PIC 9(04).
           05  FILLER                     PIC X(151).
      *
      ******************************************************************
      *  TESTUR70'S TABLE CAPACITIES.  A CARD PAST ONE OF THESE IS    *
      *  NEVER LOADED.                                                *
      ******************************************************************
       01  DRV-CTL-MAX-ENTRIES      PIC S9(4) COMP VALUE +25.
       01  MAP-RULE-MAX-ENTRIES     PIC S9(4) COMP VALUE +50.
       01  MASK-RULE-MAX-ENTRIES    PIC S9(4) COMP VALUE +10.
       01  EDIT-RULE-MAX-ENTRIES    PIC S9(4) COMP VALUE +10.
       01  SEL-TYPE-MAX-ENTRIES     PIC S9(4) COMP VALUE +10.
       01  SEL-RANGE-MAX-ENTRIES    PIC S9(4) COMP VALUE +8.
       01  WS-MAX-RECORD-LENGTH     PIC S9(4) COMP VALUE +4240.
       01  WS-MAX-FEED-LENGTH       PIC S9(4) COMP VALUE +80.
      *
      ******************************************************************
      *  WHAT THE CROSS-CHECKS NEED: THE DRIVER ENTRIES TESTUR70      *
      *  WOULD LOAD, AND THE SELECTION TYPES AND RANGES IT WOULD      *
      *  ACCEPT.                                                      *
      ******************************************************************
       01  DRV-CTL-TABLE.
           05  DRV-CTL-COUNT            PIC S9(4) COMP VALUE ZEROES.
           05  DRV-CTL-ENTRY OCCURS 25 TIMES.
               10  DRV-T-CLASS            PIC X(32).
               10  DRV-T-METHOD           PIC X(32).
               10  DRV-T-RECORD-TYPE      PIC X(02).
               10  DRV-T-SHDW-CLASS       PIC X(32).
               10  DRV-T-SHDW-METHOD      PIC X(32).
               10  DRV-T-NEXT-SW          PIC X(01).
                   88  DRV-T-HAS-NEXT            VALUE 'Y'.
      *
       01  SEL-TYPE-TABLE.
           05  SEL-TYPE-COUNT           PIC S9(4) COMP VALUE ZEROES.
           05  SEL-T-TYPE               PIC X(02) OCCURS 10 TIMES.
      *
       01  SEL-RANGE-TABLE.
           05  SEL-RANGE-COUNT          PIC S9(4) COMP VALUE ZEROES.
           05  SEL-RANGE-ENTRY OCCURS 8 TIMES.
               10  SEL-T-LOW              PIC X(15).
               10  SEL-T-HIGH             PIC X(15).
               10  SEL-T-CARD-NO          PIC S9(4) COMP.
      *
       01  WS-SUB                   PIC S9(4) COMP VALUE ZEROES.
       01  WS-FOUND-SW              PIC X(01) VALUE 'N'.
           88  WS-FOUND                    VALUE 'Y'.
       01  WS-CHAIN-LINK-SW         PIC X(01) VALUE 'N'.
           88  WS-CHAIN-LINKED             VALUE 'Y'.
      *
      ******************************************************************
      *  CARD COUNTS PER CONTROL FILE - EVERY CARD READ,              *
      *  AND HOW MANY OF THEM TESTUR70 WOULD ACCEPT.                  *
      ******************************************************************
       01  WS-PARM-CARDS            PIC S9(4) COMP VALUE ZEROES.
       01  WS-DRV-CARDS             PIC S9(4) COMP VALUE ZEROES.
       01  WS-MAP-CARDS             PIC S9(4) COMP VALUE ZEROES.
       01  WS-MAP-ACCEPTED          PIC S9(4) COMP VALUE ZEROES.
       01  WS-MASK-CARDS            PIC S9(4) COMP VALUE ZEROES.
       01  WS-MASK-ACCEPTED         PIC S9(4) COMP VALUE ZEROES.
       01  WS-SEL-CARDS             PIC S9(4) COMP VALUE ZEROES.
       01  WS-EDIT-CARDS            PIC S9(4) COMP VALUE ZEROES.
       01  WS-EDIT-ACCEPTED         PIC S9(4) COMP VALUE ZEROES.
       01  WS-ARCH-CARDS            PIC S9(4) COMP VALUE ZEROES.
      *
      *  THE CARD IN HAND IS ACCEPTABLE AS FAR AS THE CHECKS SO FAR
      *  GO.
       01  WS-CARD-OK-SW            PIC X(01) VALUE 'Y'.
           88  WS-CARD-OK                  VALUE 'Y'.
      *
       01  WS-END-POS               PIC S9(8) COMP VALUE ZEROES.
      *
      ******************************************************************
      *  GENERIC CONTROL-FILE ACCESS - THE DDNAME IN HAND, ITS OPEN   *
      *  AND END-OF-FILE SWITCHES, AND THE ORDINAL OF THE CARD LAST   *
      *  READ (THE CARD NUMBER EVERY FINDING QUOTES).                 *
      ******************************************************************
       01  WS-CTL-DDNAME            PIC X(08) VALUE SPACES.
       01  WS-CTL-OPEN-SW           PIC X(01) VALUE 'N'.
           88  WS-CTL-FILE-OPEN            VALUE 'Y'.
       01  WS-CTL-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-CTL-EOF                  VALUE 'Y'.
       01  WS-CARD-NO               PIC S9(4) COMP VALUE ZEROES.
      *
      ******************************************************************
      *  ONE FINDING, AS BUILT BY THE CHECK THAT RAISED IT AND        *
      *  PRINTED BY 800-REPORT-FINDING.                               *
      ******************************************************************
       01  WS-FIND-SEVERITY         PIC X(05) VALUE SPACES.
           88  WS-FIND-INFO                VALUE 'INFO '.
           88  WS-FIND-WARNING             VALUE 'WARN '.
           88  WS-FIND-ERROR               VALUE 'ERROR'.
       01  WS-FIND-TEXT             PIC X(60) VALUE SPACES.
      *  0 = A FINDING ABOUT THE FILE AS A WHOLE, NO CARD IMAGE.
       01  WS-FIND-CARD-NO          PIC S9(4) COMP VALUE ZEROES.
      *
       01  WS-INFO-COUNT            PIC S9(9) COMP VALUE ZEROES.
       01  WS-WARNING-COUNT         PIC S9(9) COMP VALUE ZEROES.
       01  WS-ERROR-COUNT           PIC S9(9) COMP VALUE ZEROES.
      *
       01  WS-RETURN-CD             PIC S9(4) COMP VALUE ZEROES.
      *
      ******************************************************************
      *  FINDINGS REPORT - DD PFCKRPT.  A MISSING DD IS NOT FATAL -   *
      *  THE REPORT SIMPLY STAYS ON THE DISPLAY LOG.                  *
      ******************************************************************
       01  WS-RPT-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-RPT-FILE-OPEN            VALUE 'Y'.
      *
       01  RPT-RECORD-AREA.
           05  RPT-LINE                  PIC X(132).
      *
       01  RPT-FINDING-LINE REDEFINES RPT-RECORD-AREA.
           05  RPT-F-SEVERITY            PIC X(05).
           05  FILLER                    PIC X(01).
           05  RPT-F-DDNAME              PIC X(08).
           05  FILLER                    PIC X(01).
           05  RPT-F-CARD-NO             PIC ZZZZ9.
           05  FILLER                    PIC X(01).
           05  RPT-F-TEXT                PIC X(60).
           05  FILLER                    PIC X(01).
           05  RPT-F-IMAGE               PIC X(40).
           05  FILLER                    PIC X(10).
      *
       01  WS-RPT-NUM-EDIT           PIC -(8)9.
       01  WS-CARD-NO-EDIT           PIC ZZZZ9.
      *
      *  THE CONTROL FILE'S TP90 RETURN CODE/KEY/ANCHOR MUST SURVIVE
      *  THE NESTED REPORT-LINE WRITES MADE WHILE IT IS STILL BEING
      *  READ, SINCE THOSE FIELDS ARE SHARED ACROSS EVERY DD IN
      *  TP90-PARAMETER-AREA.
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
      * MAINLINE - THE FILES ARE CHECKED IN THE ORDER TESTUR70 LOADS   *
      * THEM, SO THE DRIVER TABLE IS IN HAND BEFORE THE MAP RULES AND  *
      * THE SELECTION TYPES BEFORE THE DRIVER TYPES ARE CROSS-CHECKED. *
      ******************************************************************
      *
           DISPLAY 'UR70PFCK STARTING'
      *
           PERFORM 110-OPEN-REPORT        THRU 110-EXIT
      *
           PERFORM 200-CHECK-PARM         THRU 200-EXIT
      *
           PERFORM 210-CHECK-DRIVER       THRU 210-EXIT
      *
           PERFORM 220-CHECK-MAP          THRU 220-EXIT
      *
           PERFORM 230-CHECK-MASK         THRU 230-EXIT
      *
           PERFORM 240-CHECK-SELECTION    THRU 240-EXIT
      *
           PERFORM 250-CHECK-EDIT         THRU 250-EXIT
      *
           PERFORM 260-CHECK-ARCHPARM     THRU 260-EXIT
      *
           PERFORM 300-CHECK-DRIVER-TYPES THRU 300-EXIT
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
      * OPEN THE FINDINGS REPORT DD (PFCKRPT) ONCE, AT THE TOP OF THE  *
      * RUN, AND WRITE THE HEADINGS.  A MISSING DD IS NOT FATAL - THE  *
      * REPORT SIMPLY STAYS ON THE DISPLAY LOG.                        *
      ******************************************************************
       110-OPEN-REPORT.

           SET  TP90-ANCHOR               TO NULL
           MOVE 'PFCKRPT '                TO TP90-DDNAME
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
              DISPLAY 'PFCKRPT NOT AVAILABLE, REPORT NOT WRITTEN '
                      'TO A DD'
           END-IF

           MOVE SPACES                    TO RPT-LINE
           MOVE 'UR70PFCK TESTUR70 CONTROL-FILE PRE-FLIGHT FINDINGS'
                                          TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE SPACES                    TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE SPACES                    TO RPT-LINE
           MOVE 'SEV'                     TO RPT-F-SEVERITY
           MOVE 'CONTROL '                TO RPT-F-DDNAME
           MOVE 'FINDING'                 TO RPT-F-TEXT
           MOVE 'CARD (FIRST 40 COLUMNS)' TO RPT-F-IMAGE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE SPACES                    TO RPT-LINE
           MOVE 'CARD#'                   TO RPT-LINE(16:5)
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE ALL '-'                   TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           .
       110-EXIT.
           EXIT.

      ******************************************************************
      * OPEN THE CONTROL FILE NAMED IN WS-CTL-DDNAME FOR INPUT.  EVERY *
      * CONTROL FILE IS OPTIONAL TO TESTUR70, SO ONE THAT CANNOT BE    *
      * OPENED IS ONLY A NOTE - SAYING WHAT TESTUR70 WILL DO INSTEAD   *
      * IS LEFT TO THE CALLER.                                         *
      ******************************************************************
       150-OPEN-CONTROL-FILE.

           MOVE +0                        TO WS-CARD-NO
           MOVE 'N'                       TO WS-CTL-EOF-SW

           SET  TP90-ANCHOR               TO NULL
           MOVE WS-CTL-DDNAME             TO TP90-DDNAME
           MOVE GVBTP90-VALUE-OPEN        TO TP90-FUNCTION-CODE
           MOVE GVBTP90-VALUE-SEQUENTIAL  TO TP90-FILE-TYPE
           MOVE GVBTP90-VALUE-INPUT       TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE SPACES                    TO TP90-RECORD-KEY

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CARD-RECORD-AREA,
                                 TP90-RECORD-KEY

           IF TP90-RETURN-CODE = GVBTP90-VALUE-SUCCESSFUL
              MOVE 'Y'                    TO WS-CTL-OPEN-SW
           ELSE
              MOVE 'N'                    TO WS-CTL-OPEN-SW
              MOVE 'Y'                    TO WS-CTL-EOF-SW
              SET  TP90-ANCHOR            TO NULL
           END-IF

           .
       150-EXIT.
           EXIT.

      ******************************************************************
      * READ THE NEXT CARD OF THE OPEN CONTROL FILE INTO               *
      * CARD-RECORD-AREA, CLEARED FIRST SO A SHORT CARD LEAVES THE     *
      * TRAILING FIELDS AS SPACES - AS IN TESTUR70.                    *
      ******************************************************************
       160-READ-CONTROL-CARD.

           MOVE SPACES                    TO CARD-RECORD-AREA
           MOVE WS-CTL-DDNAME             TO TP90-DDNAME
           MOVE GVBTP90-VALUE-READ        TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CARD-RECORD-AREA,
                                 TP90-RECORD-KEY

           IF TP90-RETURN-CODE = GVBTP90-VALUE-SUCCESSFUL
              ADD  1                      TO WS-CARD-NO
           ELSE
              MOVE 'Y'                    TO WS-CTL-EOF-SW
              IF TP90-RETURN-CODE NOT = GVBTP90-VALUE-END-OF-FILE
                 MOVE 'ERROR'             TO WS-FIND-SEVERITY
                 MOVE +0                  TO WS-FIND-CARD-NO
                 MOVE 'READ FAILED - LATER CARDS NOT CHECKED'
                                          TO WS-FIND-TEXT
                 PERFORM 800-REPORT-FINDING THRU 800-EXIT
              END-IF
           END-IF

           .
       160-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE THE CONTROL FILE IN HAND.                                *
      ******************************************************************
       170-CLOSE-CONTROL-FILE.

           IF WS-CTL-FILE-OPEN
              MOVE WS-CTL-DDNAME          TO TP90-DDNAME
              MOVE GVBTP90-VALUE-CLOSE    TO TP90-FUNCTION-CODE
              CALL GVBTP90 USING TP90-PARAMETER-AREA,
                                 CARD-RECORD-AREA,
                                 TP90-RECORD-KEY
              SET  TP90-ANCHOR            TO NULL
              MOVE 'N'                    TO WS-CTL-OPEN-SW
           END-IF

           .
       170-EXIT.
           EXIT.

      ******************************************************************
      * UR70PARM - ONE RUN-CONTROL CARD.  TESTUR70 READS ONLY THE      *
      * FIRST; INVALID FLAGS ARE AN ERROR IT DEFAULTS, OTHER MALFORMED *
      * FIELDS ARE QUIETLY IGNORED.                                    *
      ******************************************************************
       200-CHECK-PARM.

           MOVE 'UR70PARM'                TO WS-CTL-DDNAME
           PERFORM 150-OPEN-CONTROL-FILE  THRU 150-EXIT

           IF NOT WS-CTL-FILE-OPEN
              MOVE 'INFO '                TO WS-FIND-SEVERITY
              MOVE +0                     TO WS-FIND-CARD-NO
              MOVE 'NOT AVAILABLE - TESTUR70 RUNS ON DEFAULTS'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
              GO TO 200-EXIT
           END-IF

           PERFORM 160-READ-CONTROL-CARD  THRU 160-EXIT
           IF NOT WS-CTL-EOF
              MOVE WS-CARD-NO             TO WS-PARM-CARDS
              PERFORM 205-CHECK-PARM-CARD THRU 205-EXIT
              PERFORM 160-READ-CONTROL-CARD THRU 160-EXIT
           END-IF

           IF NOT WS-CTL-EOF
              MOVE 'WARN '                TO WS-FIND-SEVERITY
              MOVE WS-CARD-NO             TO WS-FIND-CARD-NO
              MOVE 'MORE THAN ONE CARD - ONLY THE FIRST IS READ'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
              MOVE WS-CARD-NO             TO WS-PARM-CARDS
           END-IF

           PERFORM 170-CLOSE-CONTROL-FILE THRU 170-EXIT

           .
       200-EXIT.
           EXIT.

       205-CHECK-PARM-CARD.

           MOVE WS-CARD-NO                TO WS-FIND-CARD-NO

           IF PARM-SUBTASK-COUNT IS NOT NUMERIC
              MOVE 'ERROR'                TO WS-FIND-SEVERITY
              MOVE 'SUBTASK COUNT (COLS 1-4) NOT NUMERIC'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
           ELSE
              IF PARM-SUBTASK-COUNT = ZEROES
                 MOVE 'ERROR'             TO WS-FIND-SEVERITY
                 MOVE 'SUBTASK COUNT (COLS 1-4) IS ZERO'
                                          TO WS-FIND-TEXT
                 PERFORM 800-REPORT-FINDING THRU 800-EXIT
              END-IF
           END-IF

           IF (PARM-FLAG1 NOT = SPACE
              AND PARM-FLAG1 NOT = 'U'
              AND PARM-FLAG1 NOT = 'E')
              OR (PARM-FLAG2 NOT = SPACE
              AND PARM-FLAG2 NOT = '0'
              AND PARM-FLAG2 NOT = '1')
              MOVE 'ERROR'                TO WS-FIND-SEVERITY
              MOVE 'INVALID FLAG1/FLAG2 (COLS 5-6) - DEFAULTED TO U/0'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
           END-IF

           IF PARM-IVP-SW NOT = SPACE
              AND PARM-IVP-SW NOT = 'Y'
              AND PARM-IVP-SW NOT = 'N'
              MOVE 'WARN '                TO WS-FIND-SEVERITY
              MOVE 'IVP SWITCH (COL 7) NOT Y/N - TREATED AS N'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
           END-IF

           IF PARM-REPLAY-SW NOT = SPACE
              AND PARM-REPLAY-SW NOT = 'Y'
              AND PARM-REPLAY-SW NOT = 'N'
              MOVE 'WARN '                TO WS-FIND-SEVERITY
              MOVE 'REPLAY SWITCH (COL 8) NOT Y/N - TREATED AS N'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
           END-IF

           IF PARM-RETRY-COUNT IS NOT NUMERIC
              AND PARM-RETRY-COUNT NOT = SPACES
              MOVE 'WARN '                TO WS-FIND-SEVERITY
              MOVE 'RETRY COUNT (COLS 9-10) MALFORMED - IGNORED'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
           END-IF

           IF PARM-RETRY-DELAY IS NOT NUMERIC
              AND PARM-RETRY-DELAY NOT = SPACES
              MOVE 'WARN '                TO WS-FIND-SEVERITY
              MOVE 'RETRY DELAY (COLS 11-13) MALFORMED - IGNORED'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
           END-IF

           IF PARM-PROGRESS-INT IS NOT NUMERIC
              AND PARM-PROGRESS-INT NOT = SPACES
              MOVE 'WARN '                TO WS-FIND-SEVERITY
              MOVE 'PROGRESS INTERVAL (COLS 14-17) MALFORMED - IGNORED'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
           END-IF

           IF PARM-REJECT-LIMIT IS NOT NUMERIC
              AND PARM-REJECT-LIMIT NOT = SPACES
              MOVE 'WARN '                TO WS-FIND-SEVERITY
              MOVE 'REJECT LIMIT (COLS 18-22) MALFORMED - IGNORED'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
           END-IF

           IF PARM-INCR-SW NOT = SPACE
              AND PARM-INCR-SW NOT = 'Y'
              AND PARM-INCR-SW NOT = 'N'
              MOVE 'WARN '                TO WS-FIND-SEVERITY
              MOVE 'INCREMENTAL SWITCH (COL 23) NOT Y/N - TREATED AS N'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
           END-IF

           IF PARM-INCR-SW = 'Y'
              AND PARM-REPLAY-SW = 'Y'
              MOVE 'INFO '                TO WS-FIND-SEVERITY
              MOVE 'REPLAY AND INCREMENTAL BOTH SET - REPLAY IS RUN'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
           END-IF

           IF PARM-FULL-CYCLE-DAYS IS NOT NUMERIC
              AND PARM-FULL-CYCLE-DAYS NOT = SPACES
              MOVE 'WARN '                TO WS-FIND-SEVERITY
              MOVE 'FULL-RUN CYCLE (COLS 24-26) MALFORMED - 7 DAYS USED'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
           END-IF

           IF PARM-INCR-SW = 'Y'
              AND PARM-FULL-CYCLE-DAYS IS NUMERIC
              AND PARM-FULL-CYCLE-DAYS = ZEROES
              MOVE 'INFO '                TO WS-FIND-SEVERITY
              MOVE 'FULL-RUN CYCLE IS ZERO - FULL RUNS ONLY ON REQUEST'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
           END-IF

           IF PARM-BRKR-WINDOW NOT = SPACES
              AND (PARM-BRKR-WINDOW IS NOT NUMERIC
              OR PARM-BRKR-WINDOW = ZEROES)
              MOVE 'WARN '                TO WS-FIND-SEVERITY
              MOVE 'BREAKER WINDOW (COLS 27-29) MALFORMED - 20 USED'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
           ELSE
              IF PARM-BRKR-WINDOW IS NUMERIC
                 AND PARM-BRKR-WINDOW > 100
                 MOVE 'WARN '             TO WS-FIND-SEVERITY
                 MOVE 'BREAKER WINDOW (COLS 27-29) OVER 100 - 100 USED'
                                          TO WS-FIND-TEXT
                 PERFORM 800-REPORT-FINDING THRU 800-EXIT
              END-IF
           END-IF

           IF PARM-BRKR-PCT IS NOT NUMERIC
              AND PARM-BRKR-PCT NOT = SPACES
              MOVE 'WARN '                TO WS-FIND-SEVERITY
              MOVE 'BREAKER PCT (COLS 30-32) MALFORMED - BREAKER OFF'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
           ELSE
              IF PARM-BRKR-PCT IS NUMERIC
                 AND PARM-BRKR-PCT > 100
                 MOVE 'WARN '             TO WS-FIND-SEVERITY
                 MOVE 'BREAKER PCT (COLS 30-32) OVER 100 - 100 USED'
                                          TO WS-FIND-TEXT
                 PERFORM 800-REPORT-FINDING THRU 800-EXIT
              END-IF
           END-IF

           IF PARM-BRKR-SCOPE NOT = SPACE
              AND PARM-BRKR-SCOPE NOT = 'E'
              AND PARM-BRKR-SCOPE NOT = 'A'
              MOVE 'WARN '                TO WS-FIND-SEVERITY
              MOVE 'BREAKER SCOPE (COL 33) NOT E/A - TREATED AS E'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
           END-IF

           IF PARM-CATCHUP-SW NOT = SPACE
              AND PARM-CATCHUP-SW NOT = 'Y'
              AND PARM-CATCHUP-SW NOT = 'N'
              MOVE 'WARN '                TO WS-FIND-SEVERITY
              MOVE 'CATCH-UP SWITCH (COL 34) NOT Y/N - TREATED AS N'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
           END-IF

           IF PARM-CATCHUP-SW = 'Y'
              AND PARM-REPLAY-SW = 'Y'
              MOVE 'INFO '                TO WS-FIND-SEVERITY
              MOVE 'REPLAY AND CATCH-UP BOTH SET - REPLAY IS RUN'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
           END-IF

           .
       205-EXIT.
           EXIT.

      ******************************************************************
      * UR70DRV - THE CLASS/METHOD DRIVER TABLE.  TESTUR70 LOADS THE   *
      * FIRST 25 CARDS AS THEY STAND AND STOPS READING; WITHOUT THE    *
      * FILE, OR WITH IT EMPTY, IT DRIVES THE ONE DEFAULT ENTRY        *
      * MYCLASS/METHOD1, WHICH THE MAP CROSS-CHECK THEN HONOURS.       *
      ******************************************************************
       210-CHECK-DRIVER.

           MOVE 'UR70DRV '                TO WS-CTL-DDNAME
           PERFORM 150-OPEN-CONTROL-FILE  THRU 150-EXIT

           IF WS-CTL-FILE-OPEN
              PERFORM 160-READ-CONTROL-CARD THRU 160-EXIT
              PERFORM 215-CHECK-DRIVER-CARD THRU 215-EXIT
                 UNTIL WS-CTL-EOF
              MOVE WS-CARD-NO             TO WS-DRV-CARDS
              PERFORM 170-CLOSE-CONTROL-FILE THRU 170-EXIT
           END-IF

           IF DRV-CTL-COUNT = ZEROES
              MOVE 'INFO '                TO WS-FIND-SEVERITY
              MOVE +0                     TO WS-FIND-CARD-NO
              MOVE 'NOT AVAILABLE OR EMPTY - DEFAULT ENTRY MyClass/'
                                          TO WS-FIND-TEXT
              MOVE 'Method1'              TO WS-FIND-TEXT(48:7)
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
              MOVE +1                     TO DRV-CTL-COUNT
              MOVE 'MyClass'              TO DRV-T-CLASS(1)
              MOVE 'Method1'              TO DRV-T-METHOD(1)
              MOVE '**'                   TO DRV-T-RECORD-TYPE(1)
              MOVE SPACES                 TO DRV-T-SHDW-CLASS(1)
              MOVE SPACES                 TO DRV-T-SHDW-METHOD(1)
              MOVE 'N'                    TO DRV-T-NEXT-SW(1)
           END-IF

           .
       210-EXIT.
           EXIT.

       215-CHECK-DRIVER-CARD.

           MOVE WS-CARD-NO                TO WS-FIND-CARD-NO

           IF WS-CARD-NO > DRV-CTL-MAX-ENTRIES
              MOVE 'ERROR'                TO WS-FIND-SEVERITY
              MOVE 'PAST THE 25-ENTRY DRIVER TABLE - NEVER LOADED'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
              GO TO 215-READ-NEXT
           END-IF

           IF DRV-CTL-CLASS = SPACES
              OR DRV-CTL-METHOD = SPACES
              MOVE 'ERROR'                TO WS-FIND-SEVERITY
              MOVE 'CLASS (COLS 1-32) OR METHOD (COLS 33-64) BLANK'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
           END-IF

           IF DRV-CTL-LEN-SEND IS NOT NUMERIC
              OR DRV-CTL-LEN-RECV IS NOT NUMERIC
              OR DRV-CTL-OPTION1 IS NOT NUMERIC
              MOVE 'ERROR'                TO WS-FIND-SEVERITY
              MOVE 'LENGTHS/OPTION1 (COLS 65-78) NOT NUMERIC'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
           ELSE
              IF DRV-CTL-LEN-SEND > WS-MAX-RECORD-LENGTH
                 OR DRV-CTL-LEN-RECV > WS-MAX-RECORD-LENGTH
                 MOVE 'WARN '             TO WS-FIND-SEVERITY
                 MOVE 'SEND/RECV LENGTH OVER 4240 - CLIPPED AT CALL'
                                          TO WS-FIND-TEXT
                 PERFORM 800-REPORT-FINDING THRU 800-EXIT
              END-IF
           END-IF

           IF NOT DRV-CTL-FLAG1-VALID
              OR NOT DRV-CTL-FLAG2-VALID
              MOVE 'ERROR'                TO WS-FIND-SEVERITY
              MOVE 'INVALID FLAG1/FLAG2 (COLS 79-80) - DEFAULTED TO U/0'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
           END-IF

           IF DRV-CTL-RECORD-TYPE = SPACES
              AND DRV-CTL-TIMEOUT IS NOT NUMERIC
              MOVE 'WARN '                TO WS-FIND-SEVERITY
              MOVE 'SHORT CARD - DEFAULTS TO EVERY TYPE, NO TIMEOUT'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
           ELSE
              IF DRV-CTL-TIMEOUT IS NOT NUMERIC
                 AND DRV-CTL-TIMEOUT NOT = SPACES
                 MOVE 'WARN '             TO WS-FIND-SEVERITY
                 MOVE 'TIMEOUT (COLS 83-86) MALFORMED - NO TIMEOUT'
                                          TO WS-FIND-TEXT
                 PERFORM 800-REPORT-FINDING THRU 800-EXIT
              END-IF
           END-IF

           IF DRV-CTL-POST-SW NOT = SPACE
              AND DRV-CTL-POST-SW NOT = 'Y'
              AND DRV-CTL-POST-SW NOT = 'N'
              MOVE 'WARN '                TO WS-FIND-SEVERITY
              MOVE 'POST SWITCH (COL 87) NOT Y/N - ENTRY WILL NOT POST'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
           END-IF

           IF (DRV-CTL-SHDW-CLASS = SPACES
              AND DRV-CTL-SHDW-METHOD NOT = SPACES)
              OR (DRV-CTL-SHDW-CLASS NOT = SPACES
              AND DRV-CTL-SHDW-METHOD = SPACES)
              MOVE 'WARN '                TO WS-FIND-SEVERITY
              MOVE 'SHADOW CLASS/METHOD (COLS 88-151) ONLY HALF GIVEN'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
           END-IF

           PERFORM 217-CHECK-CHAIN-LINK   THRU 217-EXIT

           MOVE 'N'                       TO WS-FOUND-SW
           PERFORM 216-FIND-DUP-DRIVER    THRU 216-EXIT
              VARYING WS-SUB FROM 1 BY 1
                UNTIL WS-SUB > DRV-CTL-COUNT
                   OR WS-FOUND
           IF WS-FOUND
              MOVE 'WARN '                TO WS-FIND-SEVERITY
              MOVE 'DUPLICATES AN EARLIER CLASS/METHOD/RECORD TYPE'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
           END-IF

           ADD  1                         TO DRV-CTL-COUNT
           MOVE DRV-CTL-CLASS        TO DRV-T-CLASS(DRV-CTL-COUNT)
           MOVE DRV-CTL-METHOD       TO DRV-T-METHOD(DRV-CTL-COUNT)
           MOVE DRV-CTL-RECORD-TYPE
                                  TO DRV-T-RECORD-TYPE(DRV-CTL-COUNT)
           MOVE DRV-CTL-SHDW-CLASS
                                  TO DRV-T-SHDW-CLASS(DRV-CTL-COUNT)
           MOVE DRV-CTL-SHDW-METHOD
                                  TO DRV-T-SHDW-METHOD(DRV-CTL-COUNT)
           MOVE 'N'               TO DRV-T-NEXT-SW(DRV-CTL-COUNT)
           IF WS-CHAIN-LINKED
              MOVE 'Y'       TO DRV-T-NEXT-SW(DRV-CTL-PRED-ENTRY)
           END-IF

           .
       215-READ-NEXT.
           PERFORM 160-READ-CONTROL-CARD  THRU 160-EXIT

           .
       215-EXIT.
           EXIT.

       216-FIND-DUP-DRIVER.

           IF DRV-T-CLASS(WS-SUB) = DRV-CTL-CLASS
              AND DRV-T-METHOD(WS-SUB) = DRV-CTL-METHOD
              AND DRV-T-RECORD-TYPE(WS-SUB) = DRV-CTL-RECORD-TYPE
              MOVE 'Y'                    TO WS-FOUND-SW
           END-IF

           .
       216-EXIT.
           EXIT.

      ******************************************************************
      * A CARD NAMING A PREDECESSOR (COLS 152-153) RUNS AS THE NEXT    *
      * STEP OF THAT ENTRY'S CHAIN.  TESTUR70 DISABLES THE ENTRY FOR   *
      * THE RUN WHEN THE PREDECESSOR IS NOT AN EARLIER CARD, ALREADY   *
      * HAS A NEXT STEP, OR EITHER END IS A SHADOW-COMPARISON ENTRY,   *
      * OR WHEN THE CONDITION (COL 154) OR ITS CODE (COLS 155-158)     *
      * IS MALFORMED.                                                  *
      ******************************************************************
       217-CHECK-CHAIN-LINK.

           MOVE 'N'                       TO WS-CHAIN-LINK-SW

           IF DRV-CTL-PRED-ENTRY = SPACES
              OR DRV-CTL-PRED-ENTRY = ZEROES
              IF DRV-CTL-CHAIN-COND NOT = SPACE
                 MOVE 'WARN '             TO WS-FIND-SEVERITY
                 MOVE 'CHAIN CONDITION (COL 154) BUT NO PREDECESSOR'
                                          TO WS-FIND-TEXT
                 PERFORM 800-REPORT-FINDING THRU 800-EXIT
              END-IF
              GO TO 217-EXIT
           END-IF

           MOVE 'ERROR'                   TO WS-FIND-SEVERITY
           EVALUATE TRUE
              WHEN DRV-CTL-PRED-ENTRY IS NOT NUMERIC
                 MOVE 'PREDECESSOR (COLS 152-153) NOT NUMERIC'
                                          TO WS-FIND-TEXT
              WHEN DRV-CTL-PRED-ENTRY >= WS-CARD-NO
                 MOVE 'PREDECESSOR (COLS 152-153) NOT AN EARLIER CARD'
                                          TO WS-FIND-TEXT
              WHEN DRV-CTL-SHDW-CLASS NOT = SPACES
                 OR DRV-T-SHDW-CLASS(DRV-CTL-PRED-ENTRY) NOT = SPACES
                 MOVE 'SHADOW-COMPARISON ENTRY CANNOT BE CHAINED'
                                          TO WS-FIND-TEXT
              WHEN DRV-T-HAS-NEXT(DRV-CTL-PRED-ENTRY)
                 MOVE 'PREDECESSOR ALREADY HAS A NEXT STEP'
                                          TO WS-FIND-TEXT
              WHEN DRV-CTL-CHAIN-COND = 'E'
                 AND DRV-CTL-CHAIN-JRETC IS NOT NUMERIC
                 MOVE 'CHAIN JRETC CODE (COLS 155-158) NOT NUMERIC'
                                          TO WS-FIND-TEXT
              WHEN DRV-CTL-CHAIN-COND NOT = SPACE
                 AND DRV-CTL-CHAIN-COND NOT = 'Z'
                 AND DRV-CTL-CHAIN-COND NOT = 'E'
                 MOVE 'CHAIN CONDITION (COL 154) NOT Z/E'
                                          TO WS-FIND-TEXT
              WHEN OTHER
                 MOVE 'Y'                 TO WS-CHAIN-LINK-SW
           END-EVALUATE

           IF NOT WS-CHAIN-LINKED
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
              GO TO 217-EXIT
           END-IF

      *  A STEP LIMITED TO ONE RECORD TYPE BEHIND A STEP LIMITED TO
      *  ANOTHER CAN NEVER BE REACHED.
           IF DRV-CTL-RECORD-TYPE NOT = SPACES
              AND DRV-CTL-RECORD-TYPE NOT = '**'
              AND DRV-T-RECORD-TYPE(DRV-CTL-PRED-ENTRY) NOT = SPACES
              AND DRV-T-RECORD-TYPE(DRV-CTL-PRED-ENTRY) NOT = '**'
              AND DRV-T-RECORD-TYPE(DRV-CTL-PRED-ENTRY) NOT =
                  DRV-CTL-RECORD-TYPE
              MOVE 'WARN '                TO WS-FIND-SEVERITY
              MOVE 'RECORD TYPE DIFFERS FROM PREDECESSOR - NEVER RUNS'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
           END-IF

           .
       217-EXIT.
           EXIT.

      ******************************************************************
      * UR70MAP - SEND/RECEIVE MAPPING RULES.  TESTUR70 SKIPS AN       *
      * INVALID RULE AND STOPS READING AT 50 ACCEPTED.  EVERY RULE     *
      * MUST NAME A CLASS/METHOD THE DRIVER TABLE CARRIES (AS A        *
      * PRIMARY OR SHADOW VERSION) OR IT CAN NEVER FIRE.               *
      ******************************************************************
       220-CHECK-MAP.

           MOVE 'UR70MAP '                TO WS-CTL-DDNAME
           PERFORM 150-OPEN-CONTROL-FILE  THRU 150-EXIT

           IF NOT WS-CTL-FILE-OPEN
              MOVE 'INFO '                TO WS-FIND-SEVERITY
              MOVE +0                     TO WS-FIND-CARD-NO
              MOVE 'NOT AVAILABLE - WHOLE IMAGE SENT AND RECEIVED'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
              GO TO 220-EXIT
           END-IF

           PERFORM 160-READ-CONTROL-CARD  THRU 160-EXIT
           PERFORM 225-CHECK-MAP-CARD     THRU 225-EXIT
              UNTIL WS-CTL-EOF
           MOVE WS-CARD-NO                TO WS-MAP-CARDS
           PERFORM 170-CLOSE-CONTROL-FILE THRU 170-EXIT

           .
       220-EXIT.
           EXIT.

       225-CHECK-MAP-CARD.

           MOVE WS-CARD-NO                TO WS-FIND-CARD-NO
           MOVE 'Y'                       TO WS-CARD-OK-SW

           IF WS-MAP-ACCEPTED >= MAP-RULE-MAX-ENTRIES
              MOVE 'ERROR'                TO WS-FIND-SEVERITY
              MOVE 'PAST THE 50-RULE MAP TABLE - NEVER LOADED'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
              GO TO 225-READ-NEXT
           END-IF

           IF MAP-CLASS = SPACES
              MOVE 'N'                    TO WS-CARD-OK-SW
              MOVE 'ERROR'                TO WS-FIND-SEVERITY
              MOVE 'CLASS (COLS 1-32) BLANK - RULE SKIPPED'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
           END-IF

           IF NOT MAP-DIR-SEND
              AND NOT MAP-DIR-RECV
              MOVE 'N'                    TO WS-CARD-OK-SW
              MOVE 'ERROR'                TO WS-FIND-SEVERITY
              MOVE 'DIRECTION (COL 65) NOT S/R - RULE SKIPPED'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
           END-IF

           IF MAP-REC-START IS NOT NUMERIC
              OR MAP-MSG-START IS NOT NUMERIC
              OR MAP-LENGTH IS NOT NUMERIC
              MOVE 'N'                    TO WS-CARD-OK-SW
              MOVE 'ERROR'                TO WS-FIND-SEVERITY
              MOVE 'START/LENGTH (COLS 66-77) NOT NUMERIC - SKIPPED'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
              GO TO 225-CROSS-CHECK
           END-IF

           IF MAP-REC-START = ZEROES
              OR MAP-MSG-START = ZEROES
              OR MAP-LENGTH = ZEROES
              MOVE 'N'                    TO WS-CARD-OK-SW
              MOVE 'ERROR'                TO WS-FIND-SEVERITY
              MOVE 'START OR LENGTH IS ZERO - RULE SKIPPED'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
              GO TO 225-CROSS-CHECK
           END-IF

           COMPUTE WS-END-POS = MAP-REC-START + MAP-LENGTH - 1
           IF WS-END-POS > WS-MAX-RECORD-LENGTH
              MOVE 'N'                    TO WS-CARD-OK-SW
              MOVE 'ERROR'                TO WS-FIND-SEVERITY
              MOVE 'REC-START + LENGTH RUNS PAST 4240 - RULE SKIPPED'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
           END-IF

           COMPUTE WS-END-POS = MAP-MSG-START + MAP-LENGTH - 1
           IF WS-END-POS > WS-MAX-RECORD-LENGTH
              MOVE 'N'                    TO WS-CARD-OK-SW
              MOVE 'ERROR'                TO WS-FIND-SEVERITY
              MOVE 'MSG-START + LENGTH RUNS PAST 4240 - RULE SKIPPED'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
           END-IF

           .
       225-CROSS-CHECK.

           IF WS-CARD-OK
              ADD  1                      TO WS-MAP-ACCEPTED
           END-IF

           IF MAP-CLASS NOT = SPACES
              MOVE 'N'                    TO WS-FOUND-SW
              PERFORM 226-FIND-MAP-DRIVER THRU 226-EXIT
                 VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > DRV-CTL-COUNT
                      OR WS-FOUND
              IF NOT WS-FOUND
                 MOVE 'ERROR'             TO WS-FIND-SEVERITY
                 MOVE 'CLASS/METHOD ON NO UR70DRV ENTRY - NEVER FIRES'
                                          TO WS-FIND-TEXT
                 PERFORM 800-REPORT-FINDING THRU 800-EXIT
              END-IF
           END-IF

           .
       225-READ-NEXT.
           PERFORM 160-READ-CONTROL-CARD  THRU 160-EXIT

           .
       225-EXIT.
           EXIT.

       226-FIND-MAP-DRIVER.

           IF (DRV-T-CLASS(WS-SUB) = MAP-CLASS
              AND DRV-T-METHOD(WS-SUB) = MAP-METHOD)
              OR (DRV-T-SHDW-CLASS(WS-SUB) = MAP-CLASS
              AND DRV-T-SHDW-METHOD(WS-SUB) = MAP-METHOD)
              MOVE 'Y'                    TO WS-FOUND-SW
           END-IF

           .
       226-EXIT.
           EXIT.

      ******************************************************************
      * UR70MASK - DATA-PRIVACY MASK RULES.  TESTUR70 SKIPS AN INVALID *
      * RULE AND STOPS READING AT 10 ACCEPTED - A DROPPED MASK RULE    *
      * MEANS UNMASKED DATA ON THE EXCEPTION AND AUDIT FILES.          *
      ******************************************************************
       230-CHECK-MASK.

           MOVE 'UR70MASK'                TO WS-CTL-DDNAME
           PERFORM 150-OPEN-CONTROL-FILE  THRU 150-EXIT

           IF NOT WS-CTL-FILE-OPEN
              MOVE 'INFO '                TO WS-FIND-SEVERITY
              MOVE +0                     TO WS-FIND-CARD-NO
              MOVE 'NOT AVAILABLE - RECORD IMAGES WRITTEN UNMASKED'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
              GO TO 230-EXIT
           END-IF

           PERFORM 160-READ-CONTROL-CARD  THRU 160-EXIT
           PERFORM 235-CHECK-MASK-CARD    THRU 235-EXIT
              UNTIL WS-CTL-EOF
           MOVE WS-CARD-NO                TO WS-MASK-CARDS
           PERFORM 170-CLOSE-CONTROL-FILE THRU 170-EXIT

           .
       230-EXIT.
           EXIT.

       235-CHECK-MASK-CARD.

           MOVE WS-CARD-NO                TO WS-FIND-CARD-NO

           IF WS-MASK-ACCEPTED >= MASK-RULE-MAX-ENTRIES
              MOVE 'ERROR'                TO WS-FIND-SEVERITY
              MOVE 'PAST THE 10-RULE MASK TABLE - NEVER LOADED'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
              GO TO 235-READ-NEXT
           END-IF

           IF MASK-START IS NOT NUMERIC
              OR MASK-LENGTH IS NOT NUMERIC
              MOVE 'ERROR'                TO WS-FIND-SEVERITY
              MOVE 'START/LENGTH (COLS 1-8) NOT NUMERIC - RULE SKIPPED'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
              GO TO 235-READ-NEXT
           END-IF

           IF MASK-START = ZEROES
              OR MASK-LENGTH = ZEROES
              MOVE 'ERROR'                TO WS-FIND-SEVERITY
              MOVE 'START OR LENGTH IS ZERO - RULE SKIPPED'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
              GO TO 235-READ-NEXT
           END-IF

           COMPUTE WS-END-POS = MASK-START + MASK-LENGTH - 1
           IF WS-END-POS > WS-MAX-RECORD-LENGTH
              MOVE 'ERROR'                TO WS-FIND-SEVERITY
              MOVE 'START + LENGTH RUNS PAST 4240 - RULE SKIPPED'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
              GO TO 235-READ-NEXT
           END-IF

           IF NOT MASK-STYLE-VALID
              MOVE 'ERROR'                TO WS-FIND-SEVERITY
              MOVE 'STYLE (COL 9) NOT X, * OR L - RULE SKIPPED'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
              GO TO 235-READ-NEXT
           END-IF

           ADD  1                         TO WS-MASK-ACCEPTED

           .
       235-READ-NEXT.
           PERFORM 160-READ-CONTROL-CARD  THRU 160-EXIT

           .
       235-EXIT.
           EXIT.

      ******************************************************************
      * UR70SEL - SELECTION TYPE AND RANGE CARDS.  BLANK CARDS ARE     *
      * IGNORED, AS IN TESTUR70; ANY OTHER CARD IT CANNOT ACCEPT -     *
      * INCLUDING ONE PAST THE 10-TYPE OR 8-RANGE TABLE - IS SKIPPED,  *
      * SO A PARTIAL RUN WOULD SELECT MORE OR LESS THAN INTENDED.      *
      * OVERLAPPING RANGES WOULD DISPATCH THE SHARED KEYS TWICE.       *
      ******************************************************************
       240-CHECK-SELECTION.

           MOVE 'UR70SEL '                TO WS-CTL-DDNAME
           PERFORM 150-OPEN-CONTROL-FILE  THRU 150-EXIT

           IF NOT WS-CTL-FILE-OPEN
              MOVE 'INFO '                TO WS-FIND-SEVERITY
              MOVE +0                     TO WS-FIND-CARD-NO
              MOVE 'NOT AVAILABLE - FULL RUN, EVERY RECORD TYPE'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
              GO TO 240-EXIT
           END-IF

           PERFORM 160-READ-CONTROL-CARD  THRU 160-EXIT
           PERFORM 245-CHECK-SEL-CARD     THRU 245-EXIT
              UNTIL WS-CTL-EOF
           MOVE WS-CARD-NO                TO WS-SEL-CARDS
           PERFORM 170-CLOSE-CONTROL-FILE THRU 170-EXIT

           .
       240-EXIT.
           EXIT.

       245-CHECK-SEL-CARD.

           MOVE WS-CARD-NO                TO WS-FIND-CARD-NO

           EVALUATE TRUE
              WHEN SEL-CARD-ID = SPACES
                 CONTINUE
              WHEN SEL-CARD-IS-TYPE
                 PERFORM 246-CHECK-SEL-TYPE THRU 246-EXIT
              WHEN SEL-CARD-IS-RANGE
                 PERFORM 247-CHECK-SEL-RANGE THRU 247-EXIT
              WHEN OTHER
                 MOVE 'ERROR'             TO WS-FIND-SEVERITY
                 MOVE 'CARD ID (COLS 1-5) NOT TYPE OR RANGE - SKIPPED'
                                          TO WS-FIND-TEXT
                 PERFORM 800-REPORT-FINDING THRU 800-EXIT
           END-EVALUATE

           PERFORM 160-READ-CONTROL-CARD  THRU 160-EXIT

           .
       245-EXIT.
           EXIT.

       246-CHECK-SEL-TYPE.

           IF SEL-TYPE-CODE = SPACES
              MOVE 'ERROR'                TO WS-FIND-SEVERITY
              MOVE 'TYPE CARD WITH NO RECORD TYPE (COLS 7-8) - SKIPPED'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
              GO TO 246-EXIT
           END-IF

           IF SEL-TYPE-COUNT >= SEL-TYPE-MAX-ENTRIES
              MOVE 'ERROR'                TO WS-FIND-SEVERITY
              MOVE 'PAST THE 10-CARD TYPE TABLE - NEVER LOADED'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
              GO TO 246-EXIT
           END-IF

           MOVE 'N'                       TO WS-FOUND-SW
           PERFORM 248-FIND-SEL-TYPE      THRU 248-EXIT
              VARYING WS-SUB FROM 1 BY 1
                UNTIL WS-SUB > SEL-TYPE-COUNT
                   OR WS-FOUND
           IF WS-FOUND
              MOVE 'WARN '                TO WS-FIND-SEVERITY
              MOVE 'RECORD TYPE ALREADY SELECTED BY AN EARLIER CARD'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
           END-IF

           ADD  1                         TO SEL-TYPE-COUNT
           MOVE SEL-TYPE-CODE             TO SEL-T-TYPE(SEL-TYPE-COUNT)

           .
       246-EXIT.
           EXIT.

       247-CHECK-SEL-RANGE.

           IF SEL-RANGE-LOW = SPACES
              OR SEL-RANGE-HIGH = SPACES
              MOVE 'ERROR'                TO WS-FIND-SEVERITY
              MOVE 'RANGE LOW (7-21) OR HIGH (23-37) BLANK - SKIPPED'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
              GO TO 247-EXIT
           END-IF

           IF SEL-RANGE-LOW > SEL-RANGE-HIGH
              MOVE 'ERROR'                TO WS-FIND-SEVERITY
              MOVE 'RANGE LOW KEY ABOVE HIGH KEY - SKIPPED'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
              GO TO 247-EXIT
           END-IF

           IF SEL-RANGE-COUNT >= SEL-RANGE-MAX-ENTRIES
              MOVE 'ERROR'                TO WS-FIND-SEVERITY
              MOVE 'PAST THE 8-CARD RANGE TABLE - NEVER LOADED'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
              GO TO 247-EXIT
           END-IF

           PERFORM 249-CHECK-ONE-OVERLAP  THRU 249-EXIT
              VARYING WS-SUB FROM 1 BY 1
                UNTIL WS-SUB > SEL-RANGE-COUNT

           ADD  1                         TO SEL-RANGE-COUNT
           MOVE SEL-RANGE-LOW        TO SEL-T-LOW(SEL-RANGE-COUNT)
           MOVE SEL-RANGE-HIGH       TO SEL-T-HIGH(SEL-RANGE-COUNT)
           MOVE WS-CARD-NO           TO SEL-T-CARD-NO(SEL-RANGE-COUNT)

           .
       247-EXIT.
           EXIT.

       248-FIND-SEL-TYPE.

           IF SEL-T-TYPE(WS-SUB) = SEL-TYPE-CODE
              MOVE 'Y'                    TO WS-FOUND-SW
           END-IF

           .
       248-EXIT.
           EXIT.

      *  TWO RANGES OVERLAP WHEN EACH STARTS AT OR BEFORE THE OTHER'S
      *  END.
       249-CHECK-ONE-OVERLAP.

           IF SEL-RANGE-LOW NOT > SEL-T-HIGH(WS-SUB)
              AND SEL-T-LOW(WS-SUB) NOT > SEL-RANGE-HIGH
              MOVE SEL-T-CARD-NO(WS-SUB)  TO WS-CARD-NO-EDIT
              MOVE 'ERROR'                TO WS-FIND-SEVERITY
              MOVE SPACES                 TO WS-FIND-TEXT
              STRING 'RANGE OVERLAPS THE RANGE ON CARD '
                     WS-CARD-NO-EDIT
                     ' - KEYS DISPATCHED TWICE'
                     DELIMITED BY SIZE   INTO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
           END-IF

           .
       249-EXIT.
           EXIT.

      ******************************************************************
      * UR70EDIT - FEED PRE-EDIT RULES AGAINST THE 80-BYTE FEED        *
      * RECORD.  TESTUR70 SKIPS AN INVALID RULE AND STOPS READING AT   *
      * 10 ACCEPTED.                                                   *
      ******************************************************************
       250-CHECK-EDIT.

           MOVE 'UR70EDIT'                TO WS-CTL-DDNAME
           PERFORM 150-OPEN-CONTROL-FILE  THRU 150-EXIT

           IF NOT WS-CTL-FILE-OPEN
              MOVE 'INFO '                TO WS-FIND-SEVERITY
              MOVE +0                     TO WS-FIND-CARD-NO
              MOVE 'NOT AVAILABLE - FEED LOADED WITHOUT PRE-EDIT'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
              GO TO 250-EXIT
           END-IF

           PERFORM 160-READ-CONTROL-CARD  THRU 160-EXIT
           PERFORM 255-CHECK-EDIT-CARD    THRU 255-EXIT
              UNTIL WS-CTL-EOF
           MOVE WS-CARD-NO                TO WS-EDIT-CARDS
           PERFORM 170-CLOSE-CONTROL-FILE THRU 170-EXIT

           .
       250-EXIT.
           EXIT.

       255-CHECK-EDIT-CARD.

           MOVE WS-CARD-NO                TO WS-FIND-CARD-NO

           IF WS-EDIT-ACCEPTED >= EDIT-RULE-MAX-ENTRIES
              MOVE 'ERROR'                TO WS-FIND-SEVERITY
              MOVE 'PAST THE 10-RULE EDIT TABLE - NEVER LOADED'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
              GO TO 255-READ-NEXT
           END-IF

           IF EDIT-START IS NOT NUMERIC
              OR EDIT-LENGTH IS NOT NUMERIC
              MOVE 'ERROR'                TO WS-FIND-SEVERITY
              MOVE 'START/LENGTH (COLS 1-4) NOT NUMERIC - RULE SKIPPED'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
              GO TO 255-READ-NEXT
           END-IF

           IF EDIT-START = ZEROES
              OR EDIT-LENGTH = ZEROES
              MOVE 'ERROR'                TO WS-FIND-SEVERITY
              MOVE 'START OR LENGTH IS ZERO - RULE SKIPPED'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
              GO TO 255-READ-NEXT
           END-IF

           COMPUTE WS-END-POS = EDIT-START + EDIT-LENGTH - 1
           IF WS-END-POS > WS-MAX-FEED-LENGTH
              MOVE 'ERROR'                TO WS-FIND-SEVERITY
              MOVE 'START + LENGTH RUNS PAST FEED COLUMN 80 - SKIPPED'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
              GO TO 255-READ-NEXT
           END-IF

           IF NOT EDIT-TYPE-VALID
              MOVE 'ERROR'                TO WS-FIND-SEVERITY
              MOVE 'EDIT TYPE (COL 5) NOT N OR A - RULE SKIPPED'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
              GO TO 255-READ-NEXT
           END-IF

           ADD  1                         TO WS-EDIT-ACCEPTED

           .
       255-READ-NEXT.
           PERFORM 160-READ-CONTROL-CARD  THRU 160-EXIT

           .
       255-EXIT.
           EXIT.

      ******************************************************************
      * ARCHPARM - THE ARCHIVAL RETENTION RULE.  TESTUR70 READS ONLY   *
      * THE FIRST CARD, AND AN UNUSABLE ONE MEANS NO HOUSEKEEPING THAT *
      * NIGHT WITH NOTHING BUT A LINE ON THE DISPLAY LOG.              *
      ******************************************************************
       260-CHECK-ARCHPARM.

           MOVE 'ARCHPARM'                TO WS-CTL-DDNAME
           PERFORM 150-OPEN-CONTROL-FILE  THRU 150-EXIT

           IF NOT WS-CTL-FILE-OPEN
              MOVE 'INFO '                TO WS-FIND-SEVERITY
              MOVE +0                     TO WS-FIND-CARD-NO
              MOVE 'NOT AVAILABLE - NO ARCHIVAL HOUSEKEEPING'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
              GO TO 260-EXIT
           END-IF

           PERFORM 160-READ-CONTROL-CARD  THRU 160-EXIT
           IF NOT WS-CTL-EOF
              MOVE WS-CARD-NO             TO WS-ARCH-CARDS
              MOVE WS-CARD-NO             TO WS-FIND-CARD-NO
              IF ARCH-RETENTION-DAYS IS NOT NUMERIC
                 OR ARCH-RETENTION-DAYS = ZEROES
                 MOVE 'ERROR'             TO WS-FIND-SEVERITY
                 MOVE 'RETENTION DAYS (COLS 1-5) NOT A POSITIVE NUMBER'
                                          TO WS-FIND-TEXT
                 PERFORM 800-REPORT-FINDING THRU 800-EXIT
              END-IF
              IF ARCH-DATE-COLUMN IS NOT NUMERIC
                 OR ARCH-DATE-COLUMN = ZEROES
                 MOVE 'ERROR'             TO WS-FIND-SEVERITY
                 MOVE 'DATE COLUMN (COLS 6-9) NOT A POSITIVE NUMBER'
                                          TO WS-FIND-TEXT
                 PERFORM 800-REPORT-FINDING THRU 800-EXIT
              ELSE
                 IF ARCH-DATE-COLUMN > 4233
                    MOVE 'ERROR'          TO WS-FIND-SEVERITY
                    MOVE '8-BYTE DATE AT DATE COLUMN RUNS PAST 4240'
                                          TO WS-FIND-TEXT
                    PERFORM 800-REPORT-FINDING THRU 800-EXIT
                 END-IF
              END-IF
              PERFORM 160-READ-CONTROL-CARD THRU 160-EXIT
           END-IF

           IF NOT WS-CTL-EOF
              MOVE 'WARN '                TO WS-FIND-SEVERITY
              MOVE WS-CARD-NO             TO WS-FIND-CARD-NO
              MOVE 'MORE THAN ONE CARD - ONLY THE FIRST IS READ'
                                          TO WS-FIND-TEXT
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
              MOVE WS-CARD-NO             TO WS-ARCH-CARDS
           END-IF

           PERFORM 170-CLOSE-CONTROL-FILE THRU 170-EXIT

           .
       260-EXIT.
           EXIT.

      ******************************************************************
      * CROSS-CHECK THE DRIVER TABLE AGAINST THE SELECTION TYPES.      *
      * WITH ANY UR70SEL TYPE CARD IN FORCE, A DRIVER ENTRY ROUTED TO  *
      * A RECORD TYPE NONE OF THEM SELECTS IS NEVER DISPATCHED.  AN    *
      * ENTRY FOR EVERY TYPE (SPACES OR '**') IS ALWAYS REACHABLE.     *
      ******************************************************************
       300-CHECK-DRIVER-TYPES.

           IF SEL-TYPE-COUNT = ZEROES
              GO TO 300-EXIT
           END-IF

           MOVE 'UR70DRV '                TO WS-CTL-DDNAME
           PERFORM 305-CHECK-ONE-DRV-TYPE THRU 305-EXIT
              VARYING WS-CARD-NO FROM 1 BY 1
                UNTIL WS-CARD-NO > DRV-CTL-COUNT

           .
       300-EXIT.
           EXIT.

       305-CHECK-ONE-DRV-TYPE.

           IF DRV-T-RECORD-TYPE(WS-CARD-NO) = SPACES
              OR DRV-T-RECORD-TYPE(WS-CARD-NO) = '**'
              GO TO 305-EXIT
           END-IF

           MOVE 'N'                       TO WS-FOUND-SW
           PERFORM 306-MATCH-ONE-SEL-TYPE THRU 306-EXIT
              VARYING WS-SUB FROM 1 BY 1
                UNTIL WS-SUB > SEL-TYPE-COUNT
                   OR WS-FOUND

           IF NOT WS-FOUND
              MOVE 'WARN '                TO WS-FIND-SEVERITY
              MOVE WS-CARD-NO             TO WS-FIND-CARD-NO
              MOVE SPACES                 TO WS-FIND-TEXT
              STRING 'RECORD TYPE ' DRV-T-RECORD-TYPE(WS-CARD-NO)
                     ' SELECTED BY NO UR70SEL TYPE CARD - NEVER RUNS'
                     DELIMITED BY SIZE   INTO WS-FIND-TEXT
              MOVE SPACES                 TO CARD-RECORD-AREA
              MOVE DRV-T-CLASS(WS-CARD-NO) TO CARD-RECORD-AREA(1:32)
              MOVE DRV-T-METHOD(WS-CARD-NO)
                                          TO CARD-RECORD-AREA(33:32)
              PERFORM 800-REPORT-FINDING  THRU 800-EXIT
           END-IF

           .
       305-EXIT.
           EXIT.

       306-MATCH-ONE-SEL-TYPE.

           IF SEL-T-TYPE(WS-SUB) = DRV-T-RECORD-TYPE(WS-CARD-NO)
              MOVE 'Y'                    TO WS-FOUND-SW
           END-IF

           .
       306-EXIT.
           EXIT.

      ******************************************************************
      * PRINT ONE FINDING (WS-FIND-SEVERITY/WS-FIND-TEXT, AGAINST CARD *
      * WS-FIND-CARD-NO OF WS-CTL-DDNAME, WHOSE IMAGE IS STILL IN      *
      * CARD-RECORD-AREA) AND RAISE THE RETURN CODE TO MATCH.          *
      ******************************************************************
       800-REPORT-FINDING.

           EVALUATE TRUE
              WHEN WS-FIND-ERROR
                 ADD  1                   TO WS-ERROR-COUNT
                 IF WS-RETURN-CD < +8
                    MOVE +8               TO WS-RETURN-CD
                 END-IF
              WHEN WS-FIND-WARNING
                 ADD  1                   TO WS-WARNING-COUNT
                 IF WS-RETURN-CD < +4
                    MOVE +4               TO WS-RETURN-CD
                 END-IF
              WHEN OTHER
                 ADD  1                   TO WS-INFO-COUNT
           END-EVALUATE

           MOVE SPACES                    TO RPT-LINE
           MOVE WS-FIND-SEVERITY          TO RPT-F-SEVERITY
           MOVE WS-CTL-DDNAME             TO RPT-F-DDNAME
           MOVE WS-FIND-TEXT              TO RPT-F-TEXT
           IF WS-FIND-CARD-NO > ZEROES
              MOVE WS-FIND-CARD-NO        TO RPT-F-CARD-NO
              MOVE CARD-RECORD-AREA(1:40) TO RPT-F-IMAGE
           END-IF
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           .
       800-EXIT.
           EXIT.

      ******************************************************************
      * END-OF-JOB SUMMARY - CARDS READ PER CONTROL FILE, FINDINGS BY  *
      * SEVERITY, AND THE RETURN CODE THE SCHEDULER ACTS ON.           *
      ******************************************************************
       900-WRITE-SUMMARY.

           DISPLAY '===================================='
           DISPLAY 'UR70PFCK END-OF-JOB SUMMARY'
           DISPLAY '===================================='
           DISPLAY 'UR70PARM CARDS READ       = ' WS-PARM-CARDS
           DISPLAY 'UR70DRV  CARDS READ       = ' WS-DRV-CARDS
           DISPLAY 'UR70MAP  CARDS READ       = ' WS-MAP-CARDS
           DISPLAY 'UR70MASK CARDS READ       = ' WS-MASK-CARDS
           DISPLAY 'UR70SEL  CARDS READ       = ' WS-SEL-CARDS
           DISPLAY 'UR70EDIT CARDS READ       = ' WS-EDIT-CARDS
           DISPLAY 'ARCHPARM CARDS READ       = ' WS-ARCH-CARDS
           DISPLAY 'ERRORS                    = ' WS-ERROR-COUNT
           DISPLAY 'WARNINGS                  = ' WS-WARNING-COUNT
           DISPLAY 'NOTES                     = ' WS-INFO-COUNT
           DISPLAY '===================================='

           MOVE SPACES                    TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-PARM-CARDS             TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'UR70PARM CARDS READ       = ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-DRV-CARDS              TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'UR70DRV  CARDS READ       = ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-MAP-CARDS              TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'UR70MAP  CARDS READ       = ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-MASK-CARDS             TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'UR70MASK CARDS READ       = ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-SEL-CARDS              TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'UR70SEL  CARDS READ       = ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-EDIT-CARDS             TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'UR70EDIT CARDS READ       = ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-ARCH-CARDS             TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'ARCHPARM CARDS READ       = ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-ERROR-COUNT            TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'ERRORS                    = ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-WARNING-COUNT          TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'WARNINGS                  = ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-INFO-COUNT             TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'NOTES                     = ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           DISPLAY 'UR70PFCK RETURN CODE = ' WS-RETURN-CD

           .
       900-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE DD PFCKRPT AT END-OF-JOB, ONCE, SO THE GDG FILE TYPE     *
      * ROLLS ONE NEW GENERATION PER RUN.                              *
      ******************************************************************
       910-CLOSE-REPORT.

           IF WS-RPT-FILE-OPEN
              MOVE 'PFCKRPT '             TO TP90-DDNAME
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
      * WRITE ONE LINE (ALREADY MOVED INTO RPT-LINE BY THE CALLER) TO  *
      * DD PFCKRPT.  A NO-OP IF 110-OPEN-REPORT COULD NOT OPEN THE DD. *
      * THE CONTROL FILE'S TP90 STATE IS SAVED AND RESTORED SINCE MOST *
      * FINDINGS ARE WRITTEN WHILE IT IS STILL BEING READ.             *
      ******************************************************************
       920-WRITE-REPORT-LINE.

           DISPLAY RPT-LINE(1:80)

           IF WS-RPT-FILE-OPEN
              MOVE TP90-RETURN-CODE       TO WS-SAVE-TP90-RETURN-CODE
              MOVE TP90-RECORD-KEY        TO WS-SAVE-TP90-RECORD-KEY
              SET  WS-SAVE-TP90-ANCHOR    TO TP90-ANCHOR

              MOVE 'PFCKRPT '             TO TP90-DDNAME
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
