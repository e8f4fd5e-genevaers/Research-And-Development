       IDENTIFICATION DIVISION.
       PROGRAM-ID. UR70BAL.
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
      ** DESCRIPTION: DAILY BALANCING LEDGER FOR THE D001 JOB STREAM. *
      **              GATHERS THE BALANCING FIGURES EVERY TESTUR70    *
      **              RUN OF ONE BUSINESS DATE LEFT ON UR70BALF, AND  *
      **              THE MATCHING D001APLY APPLY-LOG ENTRIES, THEN:  *
      **                - FOOTS THE DAY: FEED RECEIVED / REJECTED /   *
      **                  PRIORITY-LOST / LOADED; D001 OPENING /      *
      **                  ADDS / DELETES / ARCHIVALS / CLOSING;       *
      **                  DELTAS WRITTEN / APPLIED; SUCCESSFUL CALLS  *
      **                  AND UR70OUT RECORDS WRITTEN                 *
      **                - CROSS-FOOTS EACH RUN WITH TEN PROOFS, EACH  *
      **                  TYING ONE FIGURE TO ANOTHER, AND FLAGS      *
      **                  EVERY BREAK WITH THE RUN AND THE STEP THE   *
      **                  OUT-OF-BALANCE FIGURE CAME FROM             *
      **              THE LEDGER IS KEPT ON A KSDS (UR70LEDG) KEYED   *
      **              BY BUSINESS DATE AND LINE NUMBER, SO ANY DAY    *
      **              CAN BE REPRINTED LATER EXACTLY AS IT WAS        *
      **              PROVEN.  A REBUILD OF THE SAME DAY REPLACES ITS *
      **              LINES IN PLACE.                                 *
      **                                                               *
      **              CONTROL CARD, DD BALPARM (OPTIONAL):            *
      **                COLS 1-8  BUSINESS DATE CCYYMMDD (DEFAULT     *
      **                          TODAY)                              *
      **                COL  9    R = REPRINT THE LEDGER ALREADY KEPT *
      **                          FOR THE DATE, DO NOT REBUILD IT     *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                                                               *
      ** INPUT FILES:   BALPARM  - CONTROL CARD (OPTIONAL)             *
      **                UR70BALF - RUN BALANCING FIGURES (KSDS)        *
      **                APLYLOG  - D001APLY APPLY LOG (KSDS)           *
      **                                                               *
      ** OUTPUT FILES:  UR70LEDG - DAILY BALANCING LEDGER (KSDS)       *
      **                                                               *
      ** REPORTS:       BALRPT  - DAILY BALANCING LEDGER REPORT        *
      **                                                               *
      ** RETURN CDS:  0000 - DAY BALANCED                              *
      **              0004 - DAY INCOMPLETE: A GENERATION NOT YET      *
      **                     APPLIED, OR NO RUNS FOR THE DATE          *
      **              0008 - DAY OUT OF BALANCE - SEE THE BREAK LINES  *
      **              0012 - UR70BALF OR UR70LEDG NOT USABLE, OR NO    *
      **                     LEDGER KEPT FOR A REPRINT DATE            *
      **                                                               *
      ******************************************************************
      **                ISSUANCE INFORMATION                           *
      ******************************************************************
      ** VERSION  PROJECT  ANALYST  EFF        REASON                  *
      **                                                               *
      ** 100  RTC23660    MORGAN     10/15/2026 INITIAL                *
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
      *  CONTROL CARD - DD BALPARM.                                   *
      ******************************************************************
       01  PARM-RECORD-AREA.
           05  PARM-BUSINESS-DATE         PIC X(08).
           05  PARM-BUSINESS-DATE-NUM REDEFINES PARM-BUSINESS-DATE
                                          PIC 9(08).
           05  PARM-REPRINT               PIC X(01).
               88  PARM-REPRINT-REQUESTED       VALUE 'R'.
           05  FILLER                     PIC X(71).
      *
       01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZEROES.
       01  WS-REPRINT-SW            PIC X(01) VALUE 'N'.
           88  WS-REPRINT-ONLY             VALUE 'Y'.
      *
      ******************************************************************
      *  RUN BALANCING FIGURES, AS WRITTEN BY TESTUR70'S              *
      *  970-WRITE-BALANCING-FIGURES (KEY = RUN ID, WHICH LEADS WITH  *
      *  THE RUN DATE).                                               *
      ******************************************************************
       01  BALF-RECORD-AREA.
           05  BALF-RUN-ID                PIC X(15).
           05  BALF-RUN-DATE              PIC 9(08).
           05  BALF-RUN-MODE              PIC X(08).
           05  BALF-FINAL-SEVERITY        PIC X(04).
           05  BALF-FEED-RECEIVED         PIC 9(09).
           05  BALF-FEED-TRLR-TOTAL       PIC 9(09).
           05  BALF-FEED-REJECTED         PIC 9(09).
           05  BALF-FEED-PRIO-LOST        PIC 9(09).
           05  BALF-FEED-LOADED           PIC 9(09).
           05  BALF-FEED-WITHHELD         PIC 9(09).
           05  BALF-D001-OPENING          PIC 9(09).
           05  BALF-D001-ADDS             PIC 9(09).
           05  BALF-D001-DELETES          PIC 9(09).
           05  BALF-D001-ARCHIVED         PIC 9(09).
           05  BALF-D001-CLOSING          PIC 9(09).
           05  BALF-DLTA-WRITTEN          PIC 9(09).
           05  BALF-DLTA-OWN-ADDS         PIC 9(09).
           05  BALF-DLTA-OWN-UPDATES      PIC 9(09).
           05  BALF-DLTA-OWN-DELETES      PIC 9(09).
           05  BALF-DLTA-ONLINE           PIC 9(09).
           05  BALF-DLTA-GEN-SEQ          PIC 9(09).
           05  BALF-CALLS-OK              PIC 9(09).
           05  BALF-CALLS-DROPPED         PIC 9(09).
           05  BALF-OUT-WRITTEN           PIC 9(09).
           05  BALF-OUT-TRLR-COUNT        PIC 9(09).
           05  FILLER                     PIC X(16).
      *
      ******************************************************************
      *  APPLY LOG RECORD, AS WRITTEN BY D001APLY'S                   *
      *  370-LOG-GENERATION (KEY = RUN ID OF THE GENERATION'S HEADER).*
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
      ******************************************************************
      *  THE DAY'S RUNS, IN RUN-ID (START TIME) ORDER, WITH WHAT THE  *
      *  APPLY LOG SAYS ABOUT EACH RUN'S DELTA GENERATION.            *
      ******************************************************************
       01  RUN-MAX-ENTRIES          PIC S9(4) COMP VALUE +50.
       01  RUN-COUNT                PIC S9(4) COMP VALUE ZEROES.
       01  RUN-TABLE.
           05  RUN-T-ENTRY                 OCCURS 50 TIMES.
               10  RUN-T-IMAGE            PIC X(240).
               10  RUN-T-APLG-SW          PIC X(01).
                   88  RUN-T-APLG-FOUND          VALUE 'F'.
                   88  RUN-T-APLG-MISSING        VALUE 'M'.
                   88  RUN-T-APLG-UNREADABLE     VALUE 'U'.
               10  RUN-T-APLG-STATUS      PIC X(04).
               10  RUN-T-APPLIED          PIC S9(9) COMP.
      *
       01  RUN-SUB                  PIC S9(4) COMP VALUE ZEROES.
       01  WS-RUNS-OVERFLOW         PIC S9(9) COMP VALUE ZEROES.
      *
      ******************************************************************
      *  DAY FOOTINGS - EACH FIGURE SUMMED ACROSS THE DAY'S RUNS.     *
      *  D001 OPENS WITH THE FIRST RUN'S OPENING COUNT AND CLOSES     *
      *  WITH THE LAST RUN'S CLOSING COUNT; WHATEVER CHANGED D001     *
      *  BETWEEN ONE RUN'S CLOSE AND THE NEXT RUN'S OPEN (ONLINE      *
      *  MAINTENANCE, A RESTORE) IS SHOWN AS BETWEEN-RUN MOVEMENT.    *
      ******************************************************************
       01  DAY-FEED-RECEIVED        PIC S9(9) COMP VALUE ZEROES.
       01  DAY-FEED-TRLR-TOTAL      PIC S9(9) COMP VALUE ZEROES.
       01  DAY-FEED-REJECTED        PIC S9(9) COMP VALUE ZEROES.
       01  DAY-FEED-PRIO-LOST       PIC S9(9) COMP VALUE ZEROES.
       01  DAY-FEED-LOADED          PIC S9(9) COMP VALUE ZEROES.
       01  DAY-FEED-WITHHELD        PIC S9(9) COMP VALUE ZEROES.
       01  DAY-D001-OPENING         PIC S9(9) COMP VALUE ZEROES.
       01  DAY-D001-ADDS            PIC S9(9) COMP VALUE ZEROES.
       01  DAY-D001-DELETES         PIC S9(9) COMP VALUE ZEROES.
       01  DAY-D001-ARCHIVED        PIC S9(9) COMP VALUE ZEROES.
       01  DAY-D001-MOVEMENT        PIC S9(9) COMP VALUE ZEROES.
       01  DAY-D001-CLOSING         PIC S9(9) COMP VALUE ZEROES.
       01  DAY-DLTA-WRITTEN         PIC S9(9) COMP VALUE ZEROES.
       01  DAY-DLTA-OWN-ADDS        PIC S9(9) COMP VALUE ZEROES.
       01  DAY-DLTA-OWN-UPDATES     PIC S9(9) COMP VALUE ZEROES.
       01  DAY-DLTA-OWN-DELETES     PIC S9(9) COMP VALUE ZEROES.
       01  DAY-DLTA-ONLINE          PIC S9(9) COMP VALUE ZEROES.
       01  DAY-DLTA-APPLIED         PIC S9(9) COMP VALUE ZEROES.
       01  DAY-APPLY-PENDING        PIC S9(9) COMP VALUE ZEROES.
       01  DAY-CALLS-OK             PIC S9(9) COMP VALUE ZEROES.
       01  DAY-CALLS-DROPPED        PIC S9(9) COMP VALUE ZEROES.
       01  DAY-OUT-WRITTEN          PIC S9(9) COMP VALUE ZEROES.
       01  DAY-OUT-TRLR-COUNT       PIC S9(9) COMP VALUE ZEROES.
      *
      ******************************************************************
      *  THE TEN PROOFS.  EACH TIES A LEFT FIGURE TO A RIGHT FIGURE   *
      *  FOR ONE RUN, AND NAMES THE STEP THAT PRODUCED THE FIGURE A   *
      *  BREAK POINTS AT.  PROOF 8 ALONE CAN BE PENDING - THE DELTA   *
      *  GENERATION IS CUT BUT D001APLY HAS NOT LOGGED IT YET.        *
      ******************************************************************
       01  PROOF-TABLE-VALUES.
           05  FILLER                     PIC X(40) VALUE
               'FEED RECEIVED = TRAILER COUNTS'.
           05  FILLER                     PIC X(34) VALUE
               'TESTUR70 217-BALANCE-SEGMENT'.
           05  FILLER                     PIC X(40) VALUE
               'RECEIVED = REJ + LOST + LOADED + HELD'.
           05  FILLER                     PIC X(34) VALUE
               'TESTUR70 205-READ-FEED-RECORD'.
           05  FILLER                     PIC X(40) VALUE
               'FEED LOADED = D001 ADDS'.
           05  FILLER                     PIC X(34) VALUE
               'TESTUR70 300-WRITE-RECORD'.
           05  FILLER                     PIC X(40) VALUE
               'D001 OPEN + ADD - DEL - ARCH = CLOSE'.
           05  FILLER                     PIC X(34) VALUE
               'TESTUR70 111-GET-D001-INFO'.
           05  FILLER                     PIC X(40) VALUE
               'OWN AD DELTAS = D001 ADDS'.
           05  FILLER                     PIC X(34) VALUE
               'TESTUR70 911-WRITE-DELTA'.
           05  FILLER                     PIC X(40) VALUE
               'OWN DL DELTAS = DELETES + ARCHIVALS'.
           05  FILLER                     PIC X(34) VALUE
               'TESTUR70 911-WRITE-DELTA'.
           05  FILLER                     PIC X(40) VALUE
               'OWN AD+UP+DL + ONLINE = DELTAS WRITTEN'.
           05  FILLER                     PIC X(34) VALUE
               'TESTUR70 963-WRITE-DELTA-TRAILER'.
           05  FILLER                     PIC X(40) VALUE
               'DELTAS WRITTEN = DELTAS APPLIED'.
           05  FILLER                     PIC X(34) VALUE
               'D001APLY 370-LOG-GENERATION'.
           05  FILLER                     PIC X(40) VALUE
               'CALLS OK - DROPPED = UR70OUT WRITTEN'.
           05  FILLER                     PIC X(34) VALUE
               'TESTUR70 909-WRITE-OUTPUT'.
           05  FILLER                     PIC X(40) VALUE
               'UR70OUT WRITTEN = UR70OUT TRAILER'.
           05  FILLER                     PIC X(34) VALUE
               'TESTUR70 964-WRITE-OUTPUT-TRAILER'.
       01  PROOF-TABLE REDEFINES PROOF-TABLE-VALUES.
           05  PROOF-T-ENTRY               OCCURS 10 TIMES.
               10  PROOF-T-TITLE          PIC X(40).
               10  PROOF-T-STEP           PIC X(34).
      *
       01  PROOF-COUNT              PIC S9(4) COMP VALUE +10.
       01  PROOF-SUB                PIC S9(4) COMP VALUE ZEROES.
       01  WS-PROOF-LEFT            PIC S9(9) COMP VALUE ZEROES.
       01  WS-PROOF-RIGHT           PIC S9(9) COMP VALUE ZEROES.
       01  WS-PROOF-DAY-LEFT        PIC S9(9) COMP VALUE ZEROES.
       01  WS-PROOF-DAY-RIGHT       PIC S9(9) COMP VALUE ZEROES.
       01  WS-PROOF-BREAKS          PIC S9(9) COMP VALUE ZEROES.
       01  WS-PROOF-PENDING         PIC S9(9) COMP VALUE ZEROES.
       01  WS-PROOF-OUTCOME         PIC X(05) VALUE SPACES.
       01  WS-DAY-BREAKS            PIC S9(9) COMP VALUE ZEROES.
       01  WS-DAY-PENDING           PIC S9(9) COMP VALUE ZEROES.
      *
      ******************************************************************
      *  LEDGER LINE - DD UR70LEDG, A KSDS KEYED BY BUSINESS DATE AND *
      *  LINE NUMBER.  KINDS: H HEADING, F FIGURE, P PROOF (LEFT AND  *
      *  RIGHT FOOTED FOR THE DAY), B ONE RUN'S BREAK (OR PENDING     *
      *  APPLY) UNDER ITS PROOF, T THE DAY'S RESULT.                  *
      ******************************************************************
       01  LEDG-RECORD-AREA.
           05  LEDG-RECORD-KEY.
               10  LEDG-BUSINESS-DATE     PIC 9(08).
               10  LEDG-LINE-NO           PIC 9(03).
               10  LEDG-KEY-FILL          PIC X(04).
           05  LEDG-SECTION               PIC X(08).
           05  LEDG-LINE-KIND             PIC X(01).
               88  LEDG-KIND-HEADING            VALUE 'H'.
               88  LEDG-KIND-FIGURE             VALUE 'F'.
               88  LEDG-KIND-PROOF              VALUE 'P'.
               88  LEDG-KIND-BREAK              VALUE 'B'.
               88  LEDG-KIND-RESULT             VALUE 'T'.
           05  LEDG-LINE-TEXT             PIC X(40).
           05  LEDG-AMOUNT                PIC S9(11)
                                          SIGN LEADING SEPARATE.
           05  LEDG-AMOUNT-2              PIC S9(11)
                                          SIGN LEADING SEPARATE.
           05  LEDG-RESULT                PIC X(05).
           05  LEDG-SOURCE-STEP           PIC X(34).
           05  LEDG-RUN-ID                PIC X(15).
           05  LEDG-BUILT-DATE            PIC 9(08).
           05  LEDG-BUILT-TIME            PIC 9(06).
           05  FILLER                     PIC X(04).
      *
       01  WS-LINE-NO               PIC S9(4) COMP VALUE ZEROES.
       01  WS-LEDG-SW               PIC X(01) VALUE 'N'.
           88  WS-LEDG-OPEN                VALUE 'Y'.
       01  WS-LEDG-FAILED-SW        PIC X(01) VALUE 'N'.
           88  WS-LEDG-FAILED              VALUE 'Y'.
       01  WS-BALF-SW               PIC X(01) VALUE 'N'.
           88  WS-BALF-UNREADABLE          VALUE 'U'.
       01  WS-APLG-SW               PIC X(01) VALUE 'N'.
           88  WS-APLG-UNREADABLE          VALUE 'U'.
       01  WS-SCAN-SW               PIC X(01) VALUE 'N'.
           88  WS-SCAN-DONE                VALUE 'Y'.
       01  WS-REPRINT-RESULT        PIC X(05) VALUE SPACES.
      *
       01  WS-BAL-DATE              PIC 9(08) VALUE ZEROES.
       01  WS-BAL-TIME              PIC 9(08) VALUE ZEROES.
      *
       01  WS-RETURN-CD             PIC S9(4) COMP VALUE ZEROES.
      *
      ******************************************************************
      *  LEDGER REPORT - DD BALRPT.  A MISSING DD IS NOT FATAL - THE  *
      *  REPORT SIMPLY STAYS ON THE DISPLAY LOG.                      *
      ******************************************************************
       01  WS-RPT-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-RPT-FILE-OPEN            VALUE 'Y'.
      *
       01  RPT-RECORD-AREA.
           05  RPT-LINE                  PIC X(132).
      *
       01  WS-RPT-NUM-EDIT           PIC -(8)9.
       01  WS-RPT-AMT-EDIT           PIC -(11)9.
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
           DISPLAY 'UR70BAL STARTING'
      *
           ACCEPT WS-BAL-DATE             FROM DATE YYYYMMDD
      *
           ACCEPT WS-BAL-TIME             FROM TIME
      *
           PERFORM 110-OPEN-REPORT        THRU 110-EXIT
      *
           PERFORM 100-LOAD-BAL-PARM      THRU 100-EXIT
      *
           IF WS-REPRINT-ONLY
              PERFORM 600-REPRINT-LEDGER  THRU 600-EXIT
           ELSE
              PERFORM 200-GATHER-RUNS     THRU 200-EXIT
              IF NOT WS-BALF-UNREADABLE
                 PERFORM 250-READ-APPLY-LOG THRU 250-EXIT
                 PERFORM 300-OPEN-LEDGER  THRU 300-EXIT
                 PERFORM 400-BUILD-LEDGER THRU 400-EXIT
                 PERFORM 350-CLOSE-LEDGER THRU 350-EXIT
              END-IF
           END-IF
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
      * LOAD THE CONTROL CARD FROM DD BALPARM.  AN ABSENT CARD OR A   *
      * BLANK OR NON-NUMERIC DATE BALANCES TODAY.                     *
      ******************************************************************
       100-LOAD-BAL-PARM.

           MOVE WS-BAL-DATE               TO WS-BUSINESS-DATE

           SET  TP90-ANCHOR               TO NULL
           MOVE 'BALPARM '                TO TP90-DDNAME
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
              MOVE 'BALPARM '             TO TP90-DDNAME
              MOVE GVBTP90-VALUE-READ     TO TP90-FUNCTION-CODE
              CALL GVBTP90 USING TP90-PARAMETER-AREA,
                                 PARM-RECORD-AREA,
                                 TP90-RECORD-KEY

              IF TP90-RETURN-CODE = GVBTP90-VALUE-SUCCESSFUL
                 IF PARM-BUSINESS-DATE IS NUMERIC
                    AND PARM-BUSINESS-DATE-NUM > ZEROES
                    MOVE PARM-BUSINESS-DATE-NUM
                                          TO WS-BUSINESS-DATE
                 END-IF
                 IF PARM-REPRINT-REQUESTED
                    MOVE 'Y'              TO WS-REPRINT-SW
                 END-IF
              END-IF

              MOVE 'BALPARM '             TO TP90-DDNAME
              MOVE GVBTP90-VALUE-CLOSE    TO TP90-FUNCTION-CODE
              CALL GVBTP90 USING TP90-PARAMETER-AREA,
                                 PARM-RECORD-AREA,
                                 TP90-RECORD-KEY
              SET  TP90-ANCHOR            TO NULL
           ELSE
              DISPLAY 'BALPARM NOT AVAILABLE, BALANCING TODAY'
           END-IF

           MOVE SPACES                    TO RPT-LINE
           IF WS-REPRINT-ONLY
              STRING 'UR70BAL DAILY BALANCING LEDGER - BUSINESS DATE '
                     WS-BUSINESS-DATE ' - REPRINTED '
                     WS-BAL-DATE ' ' WS-BAL-TIME(1:6)
                     DELIMITED BY SIZE   INTO RPT-LINE
           ELSE
              STRING 'UR70BAL DAILY BALANCING LEDGER - BUSINESS DATE '
                     WS-BUSINESS-DATE ' - BUILT '
                     WS-BAL-DATE ' ' WS-BAL-TIME(1:6)
                     DELIMITED BY SIZE   INTO RPT-LINE
           END-IF
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE SPACES                    TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE SPACES                    TO RPT-LINE
           MOVE 'SECTION'                 TO RPT-LINE(1:7)
           MOVE 'LINE'                    TO RPT-LINE(10:4)
           MOVE 'AMOUNT'                  TO RPT-LINE(57:6)
           MOVE 'AGAINST'                 TO RPT-LINE(69:7)
           MOVE 'RESULT'                  TO RPT-LINE(77:6)
           MOVE 'RUN ID'                  TO RPT-LINE(84:6)
           MOVE 'SOURCE STEP'             TO RPT-LINE(99:11)
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE ALL '-'                   TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           .
       100-EXIT.
           EXIT.

       110-OPEN-REPORT.

           SET  TP90-ANCHOR               TO NULL
           MOVE 'BALRPT  '                TO TP90-DDNAME
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
              DISPLAY 'BALRPT NOT AVAILABLE, REPORT NOT WRITTEN '
                      'TO A DD'
           END-IF

           .
       110-EXIT.
           EXIT.

      ******************************************************************
      * POSITION UR70BALF AT THE BUSINESS DATE'S FIRST RUN ID AND     *
      * TABLE EVERY RUN STILL DATED THAT DAY.  AN UNREADABLE FILE     *
      * MEANS THE DAY CANNOT BE PROVEN AT ALL.                        *
      ******************************************************************
       200-GATHER-RUNS.

           MOVE +0                        TO RUN-COUNT

           SET  TP90-ANCHOR               TO NULL
           MOVE 'UR70BALF'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-OPEN        TO TP90-FUNCTION-CODE
           MOVE GVBTP90-VALUE-VSAM        TO TP90-FILE-TYPE
           MOVE GVBTP90-VALUE-INPUT       TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           MOVE SPACES                    TO TP90-RECORD-KEY

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 BALF-RECORD-AREA,
                                 TP90-RECORD-KEY

           IF TP90-RETURN-CODE NOT = GVBTP90-VALUE-SUCCESSFUL
              SET  TP90-ANCHOR            TO NULL
              MOVE 'U'                    TO WS-BALF-SW
              DISPLAY 'UR70BALF NOT AVAILABLE, DAY CANNOT BE PROVEN'
              MOVE +12                    TO WS-RETURN-CD
              GO TO 200-EXIT
           END-IF

           MOVE LOW-VALUES                TO TP90-RECORD-KEY
           MOVE WS-BUSINESS-DATE          TO TP90-RECORD-KEY(1:8)
           MOVE 'UR70BALF'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-START-BROWSE
                                          TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +240                      TO TP90-RECORD-LENGTH
           MOVE GVBTP90-VALUE-FIXED-LEN   TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 BALF-RECORD-AREA,
                                 TP90-RECORD-KEY

           EVALUATE TP90-RETURN-CODE
              WHEN GVBTP90-VALUE-SUCCESSFUL
                 MOVE 'N'                 TO WS-SCAN-SW
                 PERFORM 210-READ-ONE-RUN THRU 210-EXIT
                    UNTIL WS-SCAN-DONE
              WHEN GVBTP90-VALUE-NOT-FOUND
                 CONTINUE
              WHEN GVBTP90-VALUE-END-OF-FILE
                 CONTINUE
              WHEN OTHER
                 MOVE 'U'                 TO WS-BALF-SW
                 DISPLAY 'UR70BALF BROWSE FAILED, RET CD = '
                         TP90-RETURN-CODE
                 MOVE +12                 TO WS-RETURN-CD
           END-EVALUATE

           MOVE 'UR70BALF'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-CLOSE       TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 BALF-RECORD-AREA,
                                 TP90-RECORD-KEY
           SET  TP90-ANCHOR               TO NULL

           DISPLAY 'RUNS FOUND FOR ' WS-BUSINESS-DATE ' = ' RUN-COUNT

           .
       200-EXIT.
           EXIT.

       210-READ-ONE-RUN.

           MOVE 'UR70BALF'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-READNEXT    TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +240                      TO TP90-RECORD-LENGTH
           MOVE GVBTP90-VALUE-FIXED-LEN   TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 BALF-RECORD-AREA,
                                 TP90-RECORD-KEY

           EVALUATE TRUE
              WHEN TP90-RETURN-CODE = GVBTP90-VALUE-END-OF-FILE
                 MOVE 'Y'                 TO WS-SCAN-SW
              WHEN TP90-RETURN-CODE NOT = GVBTP90-VALUE-SUCCESSFUL
                 MOVE 'U'                 TO WS-BALF-SW
                 DISPLAY 'UR70BALF READ FAILED, RET CD = '
                         TP90-RETURN-CODE
                 MOVE +12                 TO WS-RETURN-CD
                 MOVE 'Y'                 TO WS-SCAN-SW
              WHEN BALF-RUN-ID(1:8) NOT = WS-BUSINESS-DATE
                 MOVE 'Y'                 TO WS-SCAN-SW
              WHEN RUN-COUNT NOT < RUN-MAX-ENTRIES
                 ADD  1                   TO WS-RUNS-OVERFLOW
                 DISPLAY 'RUN TABLE FULL, RUN NOT PROVEN: '
                         BALF-RUN-ID
              WHEN OTHER
                 ADD  1                   TO RUN-COUNT
                 MOVE BALF-RECORD-AREA    TO RUN-T-IMAGE(RUN-COUNT)
                 MOVE 'M'                 TO RUN-T-APLG-SW(RUN-COUNT)
                 MOVE SPACES           TO RUN-T-APLG-STATUS(RUN-COUNT)
                 MOVE +0                  TO RUN-T-APPLIED(RUN-COUNT)
                 PERFORM 220-FOOT-ONE-RUN THRU 220-EXIT
           END-EVALUATE

           .
       210-EXIT.
           EXIT.

      ******************************************************************
      * ADD THE RUN JUST TABLED INTO THE DAY FOOTINGS.  THE FIRST RUN *
      * SETS THE DAY'S D001 OPENING COUNT; EVERY LATER RUN ADDS THE   *
      * GAP BETWEEN THE PRIOR RUN'S CLOSE AND ITS OWN OPEN TO THE     *
      * BETWEEN-RUN MOVEMENT; THE RUN'S CLOSE IS THE DAY'S CLOSE SO   *
      * FAR.                                                          *
      ******************************************************************
       220-FOOT-ONE-RUN.

           IF RUN-COUNT = 1
              MOVE BALF-D001-OPENING      TO DAY-D001-OPENING
           ELSE
              COMPUTE DAY-D001-MOVEMENT = DAY-D001-MOVEMENT
                    + BALF-D001-OPENING - DAY-D001-CLOSING
           END-IF
           MOVE BALF-D001-CLOSING         TO DAY-D001-CLOSING

           ADD  BALF-FEED-RECEIVED        TO DAY-FEED-RECEIVED
           ADD  BALF-FEED-TRLR-TOTAL      TO DAY-FEED-TRLR-TOTAL
           ADD  BALF-FEED-REJECTED        TO DAY-FEED-REJECTED
           ADD  BALF-FEED-PRIO-LOST       TO DAY-FEED-PRIO-LOST
           ADD  BALF-FEED-LOADED          TO DAY-FEED-LOADED
           ADD  BALF-FEED-WITHHELD        TO DAY-FEED-WITHHELD
           ADD  BALF-D001-ADDS            TO DAY-D001-ADDS
           ADD  BALF-D001-DELETES         TO DAY-D001-DELETES
           ADD  BALF-D001-ARCHIVED        TO DAY-D001-ARCHIVED
           ADD  BALF-DLTA-WRITTEN         TO DAY-DLTA-WRITTEN
           ADD  BALF-DLTA-OWN-ADDS        TO DAY-DLTA-OWN-ADDS
           ADD  BALF-DLTA-OWN-UPDATES     TO DAY-DLTA-OWN-UPDATES
           ADD  BALF-DLTA-OWN-DELETES     TO DAY-DLTA-OWN-DELETES
           ADD  BALF-DLTA-ONLINE          TO DAY-DLTA-ONLINE
           ADD  BALF-CALLS-OK             TO DAY-CALLS-OK
           ADD  BALF-CALLS-DROPPED        TO DAY-CALLS-DROPPED
           ADD  BALF-OUT-WRITTEN          TO DAY-OUT-WRITTEN
           ADD  BALF-OUT-TRLR-COUNT       TO DAY-OUT-TRLR-COUNT

           .
       220-EXIT.
           EXIT.

      ******************************************************************
      * LOOK EACH RUN UP ON D001APLY'S APPLY LOG (DD APLYLOG) BY RUN  *
      * ID.  A RUN NOT ON THE LOG HAS NOT BEEN APPLIED YET; AN        *
      * UNREADABLE LOG LEAVES EVERY RUN PENDING RATHER THAN BROKEN.   *
      ******************************************************************
       250-READ-APPLY-LOG.

           IF RUN-COUNT = ZEROES
              GO TO 250-EXIT
           END-IF

           SET  TP90-ANCHOR               TO NULL
           MOVE 'APLYLOG '                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-OPEN        TO TP90-FUNCTION-CODE
           MOVE GVBTP90-VALUE-VSAM        TO TP90-FILE-TYPE
           MOVE GVBTP90-VALUE-INPUT       TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           MOVE SPACES                    TO TP90-RECORD-KEY

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 APLG-RECORD-AREA,
                                 TP90-RECORD-KEY

           IF TP90-RETURN-CODE NOT = GVBTP90-VALUE-SUCCESSFUL
              SET  TP90-ANCHOR            TO NULL
              MOVE 'U'                    TO WS-APLG-SW
              DISPLAY 'APLYLOG NOT AVAILABLE, DELTA APPLY SHOWN '
                      'PENDING'
              PERFORM 255-MARK-ONE-UNREADABLE THRU 255-EXIT
                 VARYING RUN-SUB FROM 1 BY 1
                   UNTIL RUN-SUB > RUN-COUNT
              GO TO 250-EXIT
           END-IF

           PERFORM 260-READ-ONE-LOG       THRU 260-EXIT
              VARYING RUN-SUB FROM 1 BY 1
                UNTIL RUN-SUB > RUN-COUNT

           MOVE 'APLYLOG '                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-CLOSE       TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 APLG-RECORD-AREA,
                                 TP90-RECORD-KEY
           SET  TP90-ANCHOR               TO NULL

           .
       250-EXIT.
           EXIT.

       255-MARK-ONE-UNREADABLE.

           MOVE 'U'                       TO RUN-T-APLG-SW(RUN-SUB)

           .
       255-EXIT.
           EXIT.

       260-READ-ONE-LOG.

           MOVE RUN-T-IMAGE(RUN-SUB)      TO BALF-RECORD-AREA
           MOVE BALF-RUN-ID               TO TP90-RECORD-KEY
           MOVE 'APLYLOG '                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-READ        TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +80                       TO TP90-RECORD-LENGTH
           MOVE GVBTP90-VALUE-FIXED-LEN   TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 APLG-RECORD-AREA,
                                 TP90-RECORD-KEY

           EVALUATE TP90-RETURN-CODE
              WHEN GVBTP90-VALUE-SUCCESSFUL
                 MOVE 'F'                 TO RUN-T-APLG-SW(RUN-SUB)
                 MOVE APLG-STATUS      TO RUN-T-APLG-STATUS(RUN-SUB)
                 COMPUTE RUN-T-APPLIED(RUN-SUB) =
                         APLG-ADDS + APLG-UPDATES + APLG-DELETES
                 ADD  RUN-T-APPLIED(RUN-SUB)
                                          TO DAY-DLTA-APPLIED
              WHEN GVBTP90-VALUE-NOT-FOUND
                 MOVE 'M'                 TO RUN-T-APLG-SW(RUN-SUB)
              WHEN OTHER
                 MOVE 'U'                 TO RUN-T-APLG-SW(RUN-SUB)
                 DISPLAY 'APLYLOG READ FAILED, RET CD = '
                         TP90-RETURN-CODE ' RUN ID = ' BALF-RUN-ID
           END-EVALUATE

           .
       260-EXIT.
           EXIT.

      ******************************************************************
      * OPEN THE LEDGER (DD UR70LEDG) IN IO MODE FOR THE REBUILD.  AN *
      * UNUSABLE LEDGER STILL LETS THE DAY BE PROVEN ON THE REPORT,   *
      * BUT NOTHING IS KEPT AND THE RUN ENDS RC 12.                   *
      ******************************************************************
       300-OPEN-LEDGER.

           SET  TP90-ANCHOR               TO NULL
           MOVE 'UR70LEDG'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-OPEN        TO TP90-FUNCTION-CODE
           MOVE GVBTP90-VALUE-VSAM        TO TP90-FILE-TYPE
           MOVE GVBTP90-VALUE-IO          TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           MOVE SPACES                    TO TP90-RECORD-KEY

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 LEDG-RECORD-AREA,
                                 TP90-RECORD-KEY

           IF TP90-RETURN-CODE = GVBTP90-VALUE-SUCCESSFUL
              MOVE 'Y'                    TO WS-LEDG-SW
           ELSE
              SET  TP90-ANCHOR            TO NULL
              MOVE 'Y'                    TO WS-LEDG-FAILED-SW
              DISPLAY 'UR70LEDG NOT AVAILABLE, LEDGER NOT KEPT'
              MOVE +12                    TO WS-RETURN-CD
           END-IF

           .
       300-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE THE LEDGER AFTER REMOVING ANY LINES AN EARLIER BUILD OF *
      * THE SAME DAY LEFT BEYOND THIS BUILD'S LAST LINE - THE DAY'S   *
      * LINES ARE NUMBERED FROM ONE WITH NO GAPS, SO THE FIRST        *
      * NUMBER NOT FOUND ENDS THE SWEEP.                              *
      ******************************************************************
       350-CLOSE-LEDGER.

           IF NOT WS-LEDG-OPEN
              GO TO 350-EXIT
           END-IF

      *  A BUILD THAT COULD NOT KEEP EVERY LINE LEAVES THE REST OF
      *  THE EARLIER BUILD WHERE IT IS.
           IF NOT WS-LEDG-FAILED
              MOVE 'N'                    TO WS-SCAN-SW
              PERFORM 355-DELETE-STALE-LINE THRU 355-EXIT
                 UNTIL WS-SCAN-DONE
           END-IF

           MOVE 'UR70LEDG'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-CLOSE       TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 LEDG-RECORD-AREA,
                                 TP90-RECORD-KEY
           SET  TP90-ANCHOR               TO NULL
           MOVE 'N'                       TO WS-LEDG-SW

           .
       350-EXIT.
           EXIT.

       355-DELETE-STALE-LINE.

           ADD  1                         TO WS-LINE-NO
           IF WS-LINE-NO > 999
              MOVE 'Y'                    TO WS-SCAN-SW
              GO TO 355-EXIT
           END-IF

           MOVE WS-BUSINESS-DATE          TO LEDG-BUSINESS-DATE
           MOVE WS-LINE-NO                TO LEDG-LINE-NO
           MOVE SPACES                    TO LEDG-KEY-FILL
           MOVE LEDG-RECORD-KEY           TO TP90-RECORD-KEY
           MOVE 'UR70LEDG'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-DELETE      TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +160                      TO TP90-RECORD-LENGTH
           MOVE GVBTP90-VALUE-FIXED-LEN   TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 LEDG-RECORD-AREA,
                                 TP90-RECORD-KEY

           IF TP90-RETURN-CODE NOT = GVBTP90-VALUE-SUCCESSFUL
              MOVE 'Y'                    TO WS-SCAN-SW
           ELSE
              DISPLAY 'STALE LEDGER LINE REMOVED: ' LEDG-LINE-NO
           END-IF

           .
       355-EXIT.
           EXIT.

      ******************************************************************
      * BUILD THE DAY'S LEDGER: HEADING, THE FOOTED FIGURES BY        *
      * SECTION, THE TEN PROOFS WITH ANY BREAKS UNDER THEM, AND THE   *
      * DAY'S RESULT.                                                 *
      ******************************************************************
       400-BUILD-LEDGER.

           IF WS-BALF-UNREADABLE
              GO TO 400-EXIT
           END-IF

           MOVE SPACES                    TO LEDG-RECORD-AREA
           MOVE ZEROES                    TO LEDG-AMOUNT
           MOVE ZEROES                    TO LEDG-AMOUNT-2
           MOVE +0                        TO WS-LINE-NO

           MOVE 'LEDGER  '                TO LEDG-SECTION
           MOVE 'H'                       TO LEDG-LINE-KIND
           MOVE 'TESTUR70 RUNS ON UR70BALF'
                                          TO LEDG-LINE-TEXT
           MOVE RUN-COUNT                 TO LEDG-AMOUNT
           PERFORM 800-PUT-LEDGER-LINE    THRU 800-EXIT
           IF WS-RUNS-OVERFLOW > ZEROES
              MOVE 'LEDGER  '             TO LEDG-SECTION
              MOVE 'H'                    TO LEDG-LINE-KIND
              MOVE 'RUNS BEYOND TABLE, NOT PROVEN'
                                          TO LEDG-LINE-TEXT
              MOVE WS-RUNS-OVERFLOW       TO LEDG-AMOUNT
              MOVE 'PEND '                TO LEDG-RESULT
              PERFORM 800-PUT-LEDGER-LINE THRU 800-EXIT
              ADD  1                      TO WS-DAY-PENDING
           END-IF

           IF RUN-COUNT = ZEROES
              GO TO 400-RESULT
           END-IF

           PERFORM 410-PUT-FIGURES        THRU 410-EXIT

           PERFORM 420-PROVE-ONE          THRU 420-EXIT
              VARYING PROOF-SUB FROM 1 BY 1
                UNTIL PROOF-SUB > PROOF-COUNT

           .
       400-RESULT.

           MOVE 'LEDGER  '                TO LEDG-SECTION
           MOVE 'T'                       TO LEDG-LINE-KIND
           EVALUATE TRUE
              WHEN WS-DAY-BREAKS > ZEROES
                 MOVE 'DAY OUT OF BALANCE - BREAKS'
                                          TO LEDG-LINE-TEXT
                 MOVE WS-DAY-BREAKS       TO LEDG-AMOUNT
                 MOVE 'BREAK'             TO LEDG-RESULT
              WHEN RUN-COUNT = ZEROES
                 MOVE 'NO RUNS FOR THE BUSINESS DATE'
                                          TO LEDG-LINE-TEXT
                 MOVE 'PEND '             TO LEDG-RESULT
              WHEN WS-DAY-PENDING > ZEROES
                 MOVE 'DAY INCOMPLETE - ITEMS PENDING'
                                          TO LEDG-LINE-TEXT
                 MOVE WS-DAY-PENDING      TO LEDG-AMOUNT
                 MOVE 'PEND '             TO LEDG-RESULT
              WHEN OTHER
                 MOVE 'DAY BALANCED'      TO LEDG-LINE-TEXT
                 MOVE 'BAL  '             TO LEDG-RESULT
           END-EVALUATE
           PERFORM 800-PUT-LEDGER-LINE    THRU 800-EXIT

           PERFORM 850-SET-RESULT-RC      THRU 850-EXIT

           .
       400-EXIT.
           EXIT.

      ******************************************************************
      * THE DAY'S FOOTED FIGURES, ONE 'F' LINE EACH, BY SECTION.      *
      ******************************************************************
       410-PUT-FIGURES.

           MOVE 'FEED    '                TO LEDG-SECTION
           MOVE 'RECEIVED'                TO LEDG-LINE-TEXT
           MOVE DAY-FEED-RECEIVED         TO LEDG-AMOUNT
           PERFORM 810-PUT-FIGURE-LINE    THRU 810-EXIT
           MOVE 'TRAILER COUNTS'          TO LEDG-LINE-TEXT
           MOVE DAY-FEED-TRLR-TOTAL       TO LEDG-AMOUNT
           PERFORM 810-PUT-FIGURE-LINE    THRU 810-EXIT
           MOVE 'REJECTED BY EDITS'       TO LEDG-LINE-TEXT
           MOVE DAY-FEED-REJECTED         TO LEDG-AMOUNT
           PERFORM 810-PUT-FIGURE-LINE    THRU 810-EXIT
           MOVE 'LOST TO PRIORITY RULE'   TO LEDG-LINE-TEXT
           MOVE DAY-FEED-PRIO-LOST        TO LEDG-AMOUNT
           PERFORM 810-PUT-FIGURE-LINE    THRU 810-EXIT
           MOVE 'LOADED'                  TO LEDG-LINE-TEXT
           MOVE DAY-FEED-LOADED           TO LEDG-AMOUNT
           PERFORM 810-PUT-FIGURE-LINE    THRU 810-EXIT
           MOVE 'WITHHELD (LOAD ABANDONED)'
                                          TO LEDG-LINE-TEXT
           MOVE DAY-FEED-WITHHELD         TO LEDG-AMOUNT
           PERFORM 810-PUT-FIGURE-LINE    THRU 810-EXIT

           MOVE 'D001    '                TO LEDG-SECTION
           MOVE 'OPENING RECORD COUNT'    TO LEDG-LINE-TEXT
           MOVE DAY-D001-OPENING          TO LEDG-AMOUNT
           PERFORM 810-PUT-FIGURE-LINE    THRU 810-EXIT
           MOVE 'ADDS'                    TO LEDG-LINE-TEXT
           MOVE DAY-D001-ADDS             TO LEDG-AMOUNT
           PERFORM 810-PUT-FIGURE-LINE    THRU 810-EXIT
           MOVE 'DELETES'                 TO LEDG-LINE-TEXT
           MOVE DAY-D001-DELETES          TO LEDG-AMOUNT
           PERFORM 810-PUT-FIGURE-LINE    THRU 810-EXIT
           MOVE 'ARCHIVALS'               TO LEDG-LINE-TEXT
           MOVE DAY-D001-ARCHIVED         TO LEDG-AMOUNT
           PERFORM 810-PUT-FIGURE-LINE    THRU 810-EXIT
           MOVE 'BETWEEN-RUN MOVEMENT'    TO LEDG-LINE-TEXT
           MOVE DAY-D001-MOVEMENT         TO LEDG-AMOUNT
           PERFORM 810-PUT-FIGURE-LINE    THRU 810-EXIT
           MOVE 'CLOSING RECORD COUNT'    TO LEDG-LINE-TEXT
           MOVE DAY-D001-CLOSING          TO LEDG-AMOUNT
           PERFORM 810-PUT-FIGURE-LINE    THRU 810-EXIT

           MOVE 'DELTA   '                TO LEDG-SECTION
           MOVE 'OWN AD DELTAS'           TO LEDG-LINE-TEXT
           MOVE DAY-DLTA-OWN-ADDS         TO LEDG-AMOUNT
           PERFORM 810-PUT-FIGURE-LINE    THRU 810-EXIT
           MOVE 'OWN UP DELTAS'           TO LEDG-LINE-TEXT
           MOVE DAY-DLTA-OWN-UPDATES      TO LEDG-AMOUNT
           PERFORM 810-PUT-FIGURE-LINE    THRU 810-EXIT
           MOVE 'OWN DL DELTAS'           TO LEDG-LINE-TEXT
           MOVE DAY-DLTA-OWN-DELETES      TO LEDG-AMOUNT
           PERFORM 810-PUT-FIGURE-LINE    THRU 810-EXIT
           MOVE 'ONLINE DELTAS CARRIED'   TO LEDG-LINE-TEXT
           MOVE DAY-DLTA-ONLINE           TO LEDG-AMOUNT
           PERFORM 810-PUT-FIGURE-LINE    THRU 810-EXIT
           MOVE 'DELTAS WRITTEN'          TO LEDG-LINE-TEXT
           MOVE DAY-DLTA-WRITTEN          TO LEDG-AMOUNT
           PERFORM 810-PUT-FIGURE-LINE    THRU 810-EXIT
           MOVE 'DELTAS APPLIED TO STANDBY'
                                          TO LEDG-LINE-TEXT
           MOVE DAY-DLTA-APPLIED          TO LEDG-AMOUNT
           PERFORM 810-PUT-FIGURE-LINE    THRU 810-EXIT

           MOVE 'UR70OUT '                TO LEDG-SECTION
           MOVE 'SUCCESSFUL CALLS'        TO LEDG-LINE-TEXT
           MOVE DAY-CALLS-OK              TO LEDG-AMOUNT
           PERFORM 810-PUT-FIGURE-LINE    THRU 810-EXIT
           MOVE 'CALLS DROPPED BY WATCHDOG'
                                          TO LEDG-LINE-TEXT
           MOVE DAY-CALLS-DROPPED         TO LEDG-AMOUNT
           PERFORM 810-PUT-FIGURE-LINE    THRU 810-EXIT
           MOVE 'RECORDS WRITTEN'         TO LEDG-LINE-TEXT
           MOVE DAY-OUT-WRITTEN           TO LEDG-AMOUNT
           PERFORM 810-PUT-FIGURE-LINE    THRU 810-EXIT
           MOVE 'TRAILER COUNTS'          TO LEDG-LINE-TEXT
           MOVE DAY-OUT-TRLR-COUNT        TO LEDG-AMOUNT
           PERFORM 810-PUT-FIGURE-LINE    THRU 810-EXIT

           .
       410-EXIT.
           EXIT.

      ******************************************************************
      * ONE PROOF: CROSS-FOOT IT FOR EVERY RUN, PUT THE 'P' LINE WITH *
      * BOTH SIDES FOOTED FOR THE DAY, THEN ONE 'B' LINE FOR EACH RUN *
      * THAT BROKE (OR IS STILL PENDING) SO THE BREAK CARRIES ITS RUN *
      * AND ITS SOURCE STEP.                                          *
      ******************************************************************
       420-PROVE-ONE.

           MOVE +0                        TO WS-PROOF-DAY-LEFT
           MOVE +0                        TO WS-PROOF-DAY-RIGHT
           MOVE +0                        TO WS-PROOF-BREAKS
           MOVE +0                        TO WS-PROOF-PENDING

           PERFORM 430-FOOT-ONE-RUN       THRU 430-EXIT
              VARYING RUN-SUB FROM 1 BY 1
                UNTIL RUN-SUB > RUN-COUNT

           MOVE 'PROOF   '                TO LEDG-SECTION
           MOVE 'P'                       TO LEDG-LINE-KIND
           MOVE PROOF-T-TITLE(PROOF-SUB)  TO LEDG-LINE-TEXT
           MOVE WS-PROOF-DAY-LEFT         TO LEDG-AMOUNT
           MOVE WS-PROOF-DAY-RIGHT        TO LEDG-AMOUNT-2
           EVALUATE TRUE
              WHEN WS-PROOF-BREAKS > ZEROES
                 MOVE 'BREAK'             TO LEDG-RESULT
                 MOVE PROOF-T-STEP(PROOF-SUB)
                                          TO LEDG-SOURCE-STEP
              WHEN WS-PROOF-PENDING > ZEROES
                 MOVE 'PEND '             TO LEDG-RESULT
              WHEN OTHER
                 MOVE 'BAL  '             TO LEDG-RESULT
           END-EVALUATE
           PERFORM 800-PUT-LEDGER-LINE    THRU 800-EXIT

           ADD  WS-PROOF-BREAKS           TO WS-DAY-BREAKS
           ADD  WS-PROOF-PENDING          TO WS-DAY-PENDING

           IF WS-PROOF-BREAKS > ZEROES
              OR WS-PROOF-PENDING > ZEROES
              PERFORM 440-LIST-ONE-RUN    THRU 440-EXIT
                 VARYING RUN-SUB FROM 1 BY 1
                   UNTIL RUN-SUB > RUN-COUNT
           END-IF

           .
       420-EXIT.
           EXIT.

       430-FOOT-ONE-RUN.

           PERFORM 450-CROSS-FOOT-RUN     THRU 450-EXIT

           ADD  WS-PROOF-LEFT             TO WS-PROOF-DAY-LEFT
           ADD  WS-PROOF-RIGHT            TO WS-PROOF-DAY-RIGHT
           EVALUATE WS-PROOF-OUTCOME
              WHEN 'BREAK'
                 ADD  1                   TO WS-PROOF-BREAKS
              WHEN 'PEND '
                 ADD  1                   TO WS-PROOF-PENDING
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           .
       430-EXIT.
           EXIT.

       440-LIST-ONE-RUN.

           PERFORM 450-CROSS-FOOT-RUN     THRU 450-EXIT

           IF WS-PROOF-OUTCOME NOT = 'BAL  '
              MOVE 'PROOF   '             TO LEDG-SECTION
              MOVE 'B'                    TO LEDG-LINE-KIND
              MOVE WS-PROOF-LEFT          TO LEDG-AMOUNT
              MOVE WS-PROOF-RIGHT         TO LEDG-AMOUNT-2
              MOVE WS-PROOF-OUTCOME       TO LEDG-RESULT
              MOVE BALF-RUN-ID            TO LEDG-RUN-ID
              MOVE PROOF-T-STEP(PROOF-SUB)
                                          TO LEDG-SOURCE-STEP
              EVALUATE TRUE
                 WHEN WS-PROOF-OUTCOME = 'PEND '
                    MOVE '  GENERATION NOT YET APPLIED'
                                          TO LEDG-LINE-TEXT
                 WHEN PROOF-SUB = 8
                    AND RUN-T-APLG-STATUS(RUN-SUB) = 'STOP'
                    MOVE '  APPLY STOPPED INSIDE GENERATION'
                                          TO LEDG-LINE-TEXT
                 WHEN OTHER
                    MOVE '  RUN OUT OF BALANCE'
                                          TO LEDG-LINE-TEXT
              END-EVALUATE
              PERFORM 800-PUT-LEDGER-LINE THRU 800-EXIT
           END-IF

           .
       440-EXIT.
           EXIT.

      ******************************************************************
      * CROSS-FOOT ONE RUN (RUN-SUB) FOR ONE PROOF (PROOF-SUB): SET   *
      * THE LEFT AND RIGHT FIGURES AND THE OUTCOME - BAL, BREAK, OR   *
      * (PROOF 8 ONLY) PEND.  A RUN THAT CUT NO DELTAS HAS NOTHING TO *
      * WAIT FOR ON THE APPLY SIDE.                                   *
      ******************************************************************
       450-CROSS-FOOT-RUN.

           MOVE RUN-T-IMAGE(RUN-SUB)      TO BALF-RECORD-AREA
           MOVE 'BAL  '                   TO WS-PROOF-OUTCOME

           EVALUATE PROOF-SUB
              WHEN 1
                 MOVE BALF-FEED-RECEIVED  TO WS-PROOF-LEFT
                 MOVE BALF-FEED-TRLR-TOTAL
                                          TO WS-PROOF-RIGHT
              WHEN 2
                 MOVE BALF-FEED-RECEIVED  TO WS-PROOF-LEFT
                 COMPUTE WS-PROOF-RIGHT = BALF-FEED-REJECTED
                       + BALF-FEED-PRIO-LOST + BALF-FEED-LOADED
                       + BALF-FEED-WITHHELD
              WHEN 3
                 MOVE BALF-FEED-LOADED    TO WS-PROOF-LEFT
                 MOVE BALF-D001-ADDS      TO WS-PROOF-RIGHT
              WHEN 4
                 COMPUTE WS-PROOF-LEFT = BALF-D001-OPENING
                       + BALF-D001-ADDS - BALF-D001-DELETES
                       - BALF-D001-ARCHIVED
                 MOVE BALF-D001-CLOSING   TO WS-PROOF-RIGHT
              WHEN 5
                 MOVE BALF-DLTA-OWN-ADDS  TO WS-PROOF-LEFT
                 MOVE BALF-D001-ADDS      TO WS-PROOF-RIGHT
              WHEN 6
                 MOVE BALF-DLTA-OWN-DELETES
                                          TO WS-PROOF-LEFT
                 COMPUTE WS-PROOF-RIGHT = BALF-D001-DELETES
                       + BALF-D001-ARCHIVED
              WHEN 7
                 COMPUTE WS-PROOF-LEFT = BALF-DLTA-OWN-ADDS
                       + BALF-DLTA-OWN-UPDATES + BALF-DLTA-OWN-DELETES
                       + BALF-DLTA-ONLINE
                 MOVE BALF-DLTA-WRITTEN   TO WS-PROOF-RIGHT
              WHEN 8
                 MOVE BALF-DLTA-WRITTEN   TO WS-PROOF-LEFT
                 MOVE RUN-T-APPLIED(RUN-SUB)
                                          TO WS-PROOF-RIGHT
              WHEN 9
                 COMPUTE WS-PROOF-LEFT = BALF-CALLS-OK
                       - BALF-CALLS-DROPPED
                 MOVE BALF-OUT-WRITTEN    TO WS-PROOF-RIGHT
              WHEN OTHER
                 MOVE BALF-OUT-WRITTEN    TO WS-PROOF-LEFT
                 MOVE BALF-OUT-TRLR-COUNT TO WS-PROOF-RIGHT
           END-EVALUATE

           IF WS-PROOF-LEFT NOT = WS-PROOF-RIGHT
              MOVE 'BREAK'                TO WS-PROOF-OUTCOME
           END-IF

           IF PROOF-SUB = 8
              EVALUATE TRUE
                 WHEN RUN-T-APLG-FOUND(RUN-SUB)
                    IF RUN-T-APLG-STATUS(RUN-SUB) = 'STOP'
                       MOVE 'BREAK'       TO WS-PROOF-OUTCOME
                    END-IF
                 WHEN BALF-DLTA-WRITTEN = ZEROES
                    MOVE 'BAL  '          TO WS-PROOF-OUTCOME
                 WHEN OTHER
                    MOVE 'PEND '          TO WS-PROOF-OUTCOME
              END-EVALUATE
           END-IF

           .
       450-EXIT.
           EXIT.

      ******************************************************************
      * REPRINT THE LEDGER ALREADY KEPT FOR THE BUSINESS DATE, LINE   *
      * BY LINE, WITHOUT REBUILDING IT.  THE RETURN CODE IS THE ONE   *
      * THE KEPT RESULT LINE CALLS FOR.                               *
      ******************************************************************
       600-REPRINT-LEDGER.

           MOVE SPACES                    TO WS-REPRINT-RESULT

           SET  TP90-ANCHOR               TO NULL
           MOVE 'UR70LEDG'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-OPEN        TO TP90-FUNCTION-CODE
           MOVE GVBTP90-VALUE-VSAM        TO TP90-FILE-TYPE
           MOVE GVBTP90-VALUE-INPUT       TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           MOVE SPACES                    TO TP90-RECORD-KEY

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 LEDG-RECORD-AREA,
                                 TP90-RECORD-KEY

           IF TP90-RETURN-CODE NOT = GVBTP90-VALUE-SUCCESSFUL
              SET  TP90-ANCHOR            TO NULL
              DISPLAY 'UR70LEDG NOT AVAILABLE, NOTHING TO REPRINT'
              MOVE +12                    TO WS-RETURN-CD
              GO TO 600-EXIT
           END-IF

           MOVE LOW-VALUES                TO TP90-RECORD-KEY
           MOVE WS-BUSINESS-DATE          TO TP90-RECORD-KEY(1:8)
           MOVE 'UR70LEDG'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-START-BROWSE
                                          TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +160                      TO TP90-RECORD-LENGTH
           MOVE GVBTP90-VALUE-FIXED-LEN   TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 LEDG-RECORD-AREA,
                                 TP90-RECORD-KEY

           IF TP90-RETURN-CODE = GVBTP90-VALUE-SUCCESSFUL
              MOVE 'N'                    TO WS-SCAN-SW
              PERFORM 610-REPRINT-ONE-LINE THRU 610-EXIT
                 UNTIL WS-SCAN-DONE
           END-IF

           MOVE 'UR70LEDG'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-CLOSE       TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 LEDG-RECORD-AREA,
                                 TP90-RECORD-KEY
           SET  TP90-ANCHOR               TO NULL

           EVALUATE TRUE
              WHEN WS-LINE-NO = ZEROES
                 DISPLAY 'NO LEDGER KEPT FOR ' WS-BUSINESS-DATE
                 MOVE SPACES              TO RPT-LINE
                 STRING 'NO LEDGER KEPT FOR BUSINESS DATE '
                        WS-BUSINESS-DATE
                        DELIMITED BY SIZE INTO RPT-LINE
                 PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
                 MOVE +12                 TO WS-RETURN-CD
              WHEN OTHER
                 MOVE WS-REPRINT-RESULT   TO LEDG-RESULT
                 PERFORM 850-SET-RESULT-RC THRU 850-EXIT
           END-EVALUATE

           .
       600-EXIT.
           EXIT.

       610-REPRINT-ONE-LINE.

           MOVE 'UR70LEDG'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-READNEXT    TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +160                      TO TP90-RECORD-LENGTH
           MOVE GVBTP90-VALUE-FIXED-LEN   TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 LEDG-RECORD-AREA,
                                 TP90-RECORD-KEY

           IF TP90-RETURN-CODE NOT = GVBTP90-VALUE-SUCCESSFUL
              OR LEDG-BUSINESS-DATE NOT = WS-BUSINESS-DATE
              MOVE 'Y'                    TO WS-SCAN-SW
              GO TO 610-EXIT
           END-IF

           ADD  1                         TO WS-LINE-NO
           IF LEDG-KIND-RESULT
              MOVE LEDG-RESULT            TO WS-REPRINT-RESULT
           END-IF
           PERFORM 820-PRINT-LEDGER-LINE  THRU 820-EXIT

           .
       610-EXIT.
           EXIT.

      ******************************************************************
      * NUMBER, STAMP AND KEEP ONE LEDGER LINE (ALREADY FILLED BY THE *
      * CALLER) ON UR70LEDG, REPLACING THE SAME LINE OF AN EARLIER    *
      * BUILD OF THE DAY, THEN PRINT IT AND CLEAR THE LINE FOR THE    *
      * NEXT CALLER.                                                  *
      ******************************************************************
       800-PUT-LEDGER-LINE.

           ADD  1                         TO WS-LINE-NO
           MOVE WS-BUSINESS-DATE          TO LEDG-BUSINESS-DATE
           MOVE WS-LINE-NO                TO LEDG-LINE-NO
           MOVE SPACES                    TO LEDG-KEY-FILL
           MOVE WS-BAL-DATE               TO LEDG-BUILT-DATE
           MOVE WS-BAL-TIME(1:6)          TO LEDG-BUILT-TIME

           IF WS-LEDG-OPEN
              MOVE LEDG-RECORD-KEY        TO TP90-RECORD-KEY
              MOVE 'UR70LEDG'             TO TP90-DDNAME
              MOVE GVBTP90-VALUE-UPDATE   TO TP90-FUNCTION-CODE
              MOVE SPACES                 TO TP90-RETURN-CODE
              MOVE +160                   TO TP90-RECORD-LENGTH
              MOVE GVBTP90-VALUE-FIXED-LEN
                                          TO TP90-RECFM
              CALL GVBTP90 USING TP90-PARAMETER-AREA,
                                 LEDG-RECORD-AREA,
                                 TP90-RECORD-KEY

              IF TP90-RETURN-CODE = GVBTP90-VALUE-NOT-FOUND
                 MOVE LEDG-RECORD-KEY     TO TP90-RECORD-KEY
                 MOVE 'UR70LEDG'          TO TP90-DDNAME
                 MOVE GVBTP90-VALUE-WRITE TO TP90-FUNCTION-CODE
                 MOVE +160                TO TP90-RECORD-LENGTH
                 MOVE GVBTP90-VALUE-FIXED-LEN
                                          TO TP90-RECFM
                 CALL GVBTP90 USING TP90-PARAMETER-AREA,
                                    LEDG-RECORD-AREA,
                                    TP90-RECORD-KEY
              END-IF

              IF TP90-RETURN-CODE NOT = GVBTP90-VALUE-SUCCESSFUL
                 AND NOT WS-LEDG-FAILED
                 MOVE 'Y'                 TO WS-LEDG-FAILED-SW
                 DISPLAY 'UR70LEDG PUT FAILED, RET CD = '
                         TP90-RETURN-CODE ' LINE ' LEDG-LINE-NO
                 MOVE +12                 TO WS-RETURN-CD
              END-IF
           END-IF

           PERFORM 820-PRINT-LEDGER-LINE  THRU 820-EXIT

           MOVE SPACES                    TO LEDG-RECORD-AREA
           MOVE ZEROES                    TO LEDG-AMOUNT
           MOVE ZEROES                    TO LEDG-AMOUNT-2

           .
       800-EXIT.
           EXIT.

       810-PUT-FIGURE-LINE.

           MOVE 'F'                       TO LEDG-LINE-KIND
           PERFORM 800-PUT-LEDGER-LINE    THRU 800-EXIT

           .
       810-EXIT.
           EXIT.

      ******************************************************************
      * PRINT ONE LEDGER LINE.  THE AGAINST COLUMN ONLY MEANS         *
      * SOMETHING ON A PROOF OR BREAK LINE, SO IT IS LEFT BLANK ON    *
      * THE OTHERS.                                                   *
      ******************************************************************
       820-PRINT-LEDGER-LINE.

           MOVE SPACES                    TO RPT-LINE
           MOVE LEDG-SECTION              TO RPT-LINE(1:8)
           MOVE LEDG-LINE-TEXT            TO RPT-LINE(10:40)
           IF NOT LEDG-KIND-RESULT
              OR LEDG-AMOUNT NOT = ZEROES
              MOVE LEDG-AMOUNT            TO WS-RPT-AMT-EDIT
              MOVE WS-RPT-AMT-EDIT        TO RPT-LINE(51:12)
           END-IF
           IF LEDG-KIND-PROOF
              OR LEDG-KIND-BREAK
              MOVE LEDG-AMOUNT-2          TO WS-RPT-AMT-EDIT
              MOVE WS-RPT-AMT-EDIT        TO RPT-LINE(64:12)
           END-IF
           MOVE LEDG-RESULT               TO RPT-LINE(77:5)
           MOVE LEDG-RUN-ID               TO RPT-LINE(83:15)
           MOVE LEDG-SOURCE-STEP          TO RPT-LINE(99:34)
           IF LEDG-KIND-RESULT
              OR LEDG-KIND-HEADING
              PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
              MOVE SPACES                 TO RPT-LINE
           END-IF
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           .
       820-EXIT.
           EXIT.

      ******************************************************************
      * SET THE RETURN CODE THE DAY'S RESULT (IN LEDG-RESULT) CALLS   *
      * FOR, NEVER LOWERING ONE ALREADY SET FOR AN UNUSABLE FILE.     *
      ******************************************************************
       850-SET-RESULT-RC.

           EVALUATE LEDG-RESULT
              WHEN 'BREAK'
                 IF WS-RETURN-CD < +8
                    MOVE +8               TO WS-RETURN-CD
                 END-IF
              WHEN 'BAL  '
                 CONTINUE
              WHEN OTHER
                 IF WS-RETURN-CD < +4
                    MOVE +4               TO WS-RETURN-CD
                 END-IF
           END-EVALUATE

           .
       850-EXIT.
           EXIT.

      ******************************************************************
      * END-OF-JOB SUMMARY - THE DAY'S RESULT AND THE RETURN CODE THE *
      * SCHEDULER WILL SEE.                                           *
      ******************************************************************
       900-WRITE-SUMMARY.

           MOVE SPACES                    TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-RETURN-CD              TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           EVALUATE TRUE
              WHEN WS-RETURN-CD = ZEROES
                 STRING 'BUSINESS DATE ' WS-BUSINESS-DATE
                        ' BALANCED - RETURN CODE ' WS-RPT-NUM-EDIT
                        DELIMITED BY SIZE INTO RPT-LINE
              WHEN WS-RETURN-CD = +4
                 STRING 'BUSINESS DATE ' WS-BUSINESS-DATE
                        ' INCOMPLETE - RETURN CODE ' WS-RPT-NUM-EDIT
                        DELIMITED BY SIZE INTO RPT-LINE
              WHEN WS-RETURN-CD = +8
                 STRING 'BUSINESS DATE ' WS-BUSINESS-DATE
                        ' OUT OF BALANCE - RETURN CODE '
                        WS-RPT-NUM-EDIT
                        DELIMITED BY SIZE INTO RPT-LINE
              WHEN OTHER
                 STRING 'BUSINESS DATE ' WS-BUSINESS-DATE
                        ' NOT PROVEN OR NOT KEPT - RETURN CODE '
                        WS-RPT-NUM-EDIT
                        DELIMITED BY SIZE INTO RPT-LINE
           END-EVALUATE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           DISPLAY 'UR70BAL RETURN CODE = ' WS-RETURN-CD

           .
       900-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE DD BALRPT AT END-OF-JOB, ONCE, SO THE GDG FILE TYPE     *
      * ROLLS ONE NEW GENERATION PER RUN.                             *
      ******************************************************************
       910-CLOSE-REPORT.

           IF WS-RPT-FILE-OPEN
              MOVE 'BALRPT  '             TO TP90-DDNAME
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
      * DD BALRPT.  A NO-OP IF 110-OPEN-REPORT COULD NOT OPEN THE DD. *
      * THE TP90 STATE IS SAVED AND RESTORED AROUND THE WRITE.        *
      ******************************************************************
       920-WRITE-REPORT-LINE.

           DISPLAY RPT-LINE(1:80)

           IF WS-RPT-FILE-OPEN
              MOVE TP90-RETURN-CODE       TO WS-SAVE-TP90-RETURN-CODE
              MOVE TP90-RECORD-KEY        TO WS-SAVE-TP90-RECORD-KEY
              SET  WS-SAVE-TP90-ANCHOR    TO TP90-ANCHOR

              MOVE 'BALRPT  '             TO TP90-DDNAME
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
