       IDENTIFICATION DIVISION.
       PROGRAM-ID. UR70AGED.
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
      ** DESCRIPTION: OPEN-EXCEPTIONS AGING REPORT.  BROWSES THE       *
      **              OPEN-EXCEPTIONS FILE TESTUR70 MAINTAINS (DD     *
      **              UR70OPNX, KEY = D001 KEY + EXCP-SOURCE +        *
      **              EXCP-FUNCTION) AND LISTS EVERY ITEM STILL OPEN  *
      **              BY AGE BAND - MORE THAN 7 NIGHTS FIRST, THEN    *
      **              2-7 NIGHTS, THEN 1 NIGHT - FOLLOWED BY THE      *
      **              ITEMS THE REPORTED RUN RESOLVED.  AGE IS THE    *
      **              NIGHTS SINCE THE ITEM FIRST FAILED, COUNTING    *
      **              THE REPORTED RUN'S NIGHT, SO AN ITEM NO RUN HAS *
      **              RE-TRIED STILL AGES; THE RUNS IN A ROW IT HAS   *
      **              FAILED ARE SHOWN BESIDE IT.  SUPPORT WORKS THE  *
      **              OLDEST PROBLEMS FIRST INSTEAD OF RE-TRIAGING    *
      **              THE SAME KEYS EVERY MORNING.                    *
      **                                                               *
      **              DD AGEDPARM (OPTIONAL) COLS 1-15 NAMES THE RUN  *
      **              ID WHOSE RESOLUTIONS ARE LISTED.  WITHOUT IT    *
      **              THE LATEST RUN ON THE RUN REGISTRY (UR70REG) IS *
      **              USED - NORMALLY THE TESTUR70 STEP JUST ENDED.   *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                                                               *
      ** INPUT FILES:   UR70OPNX - OPEN-EXCEPTIONS FILE (KSDS)         *
      **                UR70REG  - RUN REGISTRY (KSDS)                 *
      **                AGEDPARM - CONTROL CARD (OPTIONAL)             *
      **                                                               *
      ** REPORTS:       AGEDRPT - OPEN-EXCEPTIONS AGING REPORT         *
      **                                                               *
      ** RETURN CDS:  0000 - NOTHING OPEN MORE THAN 7 NIGHTS           *
      **              0004 - ITEMS OPEN MORE THAN 7 NIGHTS             *
      **              0008 - OPEN-EXCEPTIONS FILE NOT USABLE           *
      **                                                               *
      ******************************************************************
      **                ISSUANCE INFORMATION                           *
      ******************************************************************
      ** VERSION  PROJECT  ANALYST  EFF        REASON                  *
      **                                                               *
      ** 100  RTC23652    MORGAN     10/15/2026 INITIAL                *
      ** 101  RTC23666    MORGAN     10/15/2026 AGE BAND FROM NIGHTS   *
      **                                        SINCE FIRST FAILURE,   *
      **                                        NOT CONSECUTIVE FAILS  *
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
      *  CONTROL CARD - DD AGEDPARM.                                  *
      ******************************************************************
       01  PARM-RECORD-AREA.
           05  PARM-RUN-ID                PIC X(15).
           05  FILLER                     PIC X(65).
      *
      ******************************************************************
      *  OPEN-EXCEPTIONS ITEM, AS MAINTAINED BY TESTUR70'S            *
      *  913-TRACK-OPEN-ITEM AND 917-RESOLVE-ONE-ITEM.  THE KEY IS    *
      *  28 BYTES, SO UR70OPNX CALLS PASS OPNX-KEY AS THE KEY         *
      *  ARGUMENT RATHER THAN THE 15-BYTE TP90-RECORD-KEY.            *
      ******************************************************************
       01  OPNX-RECORD-AREA.
           05  OPNX-KEY.
               10  OPNX-D001-KEY          PIC X(15).
               10  OPNX-SOURCE            PIC X(05).
               10  OPNX-FUNCTION          PIC X(08).
           05  OPNX-STATUS                PIC X(01).
               88  OPNX-STATUS-OPEN             VALUE 'O'.
               88  OPNX-STATUS-RESOLVED         VALUE 'R'.
           05  OPNX-FIRST-RUN-ID          PIC X(15).
           05  OPNX-LAST-RUN-ID           PIC X(15).
           05  OPNX-FIRST-DATE            PIC 9(08).
           05  OPNX-LAST-DATE             PIC 9(08).
           05  OPNX-CONSEC-FAILS          PIC 9(05).
           05  OPNX-LAST-SEVERITY         PIC X(04).
           05  OPNX-LAST-DDNAME           PIC X(08).
           05  OPNX-LAST-RETURN-CODE      PIC X(09).
           05  OPNX-LAST-DETAIL           PIC X(30).
           05  OPNX-RESOLVED-RUN-ID       PIC X(15).
           05  OPNX-RESOLVED-DATE         PIC 9(08).
           05  FILLER                     PIC X(06).
      *
      ******************************************************************
      *  RUN REGISTRY RECORD, AS WRITTEN BY TESTUR70'S                *
      *  093-PUT-REGISTRY-RECORD.  ONLY THE KEY IS NEEDED HERE - THE  *
      *  LAST ONE ON FILE IS THE LATEST RUN.                          *
      ******************************************************************
       01  REG-RECORD-AREA.
           05  REG-RUN-ID                 PIC X(15).
           05  FILLER                     PIC X(65).
      *
      ******************************************************************
      *  THE FILE IS PASSED FOUR TIMES, ONE SECTION OF THE REPORT PER *
      *  PASS: 1 = OPEN MORE THAN 7 NIGHTS, 2 = OPEN 2-7 NIGHTS,      *
      *  3 = OPEN 1 NIGHT, 4 = RESOLVED BY THE REPORTED RUN.  THE     *
      *  FILE IS SMALL, AND ONE PASS PER SECTION KEEPS EACH SECTION   *
      *  IN KEY ORDER WITHOUT A SORT.                                 *
      ******************************************************************
       01  WS-PASS-SUB              PIC S9(4) COMP VALUE ZEROES.
       01  WS-PASS-COUNT            PIC S9(9) COMP VALUE ZEROES.
       01  WS-PASS-SELECT-SW        PIC X(01) VALUE 'N'.
           88  WS-PASS-SELECTED            VALUE 'Y'.
       01  WS-SCAN-SW               PIC X(01) VALUE 'N'.
           88  WS-SCAN-DONE                VALUE 'Y'.
      *
       01  WS-REPORT-RUN-ID         PIC X(15) VALUE SPACES.
      *
      *  AN ITEM'S AGE IN NIGHTS IS COUNTED FROM ITS FIRST-FAILURE
      *  DATE TO THE REPORTED RUN'S DATE (THE FIRST 8 BYTES OF ITS
      *  RUN ID), OR TODAY WHEN NO RUN IS NAMED.  SERIAL-DAY WORK
      *  FIELDS (RATA DIE STYLE, MONTHS MARCH-FIRST) ARE THE SAME
      *  ARITHMETIC TESTUR70 USES, SO MONTH AND YEAR BOUNDARIES NEED
      *  NO SPECIAL HANDLING.
       01  WS-REPORT-DATE           PIC 9(08) VALUE ZEROES.
       01  WS-REPORT-SERIAL         PIC S9(9) COMP VALUE ZEROES.
       01  WS-ITEM-NIGHTS           PIC S9(9) COMP VALUE ZEROES.
       01  WS-SERIAL-DATE.
           05  WS-SER-YYYY                PIC 9(04).
           05  WS-SER-MM                  PIC 9(02).
           05  WS-SER-DD                  PIC 9(02).
       01  WS-SER-WORK-Y            PIC S9(9) COMP VALUE ZEROES.
       01  WS-SER-WORK-M            PIC S9(9) COMP VALUE ZEROES.
       01  WS-SERIAL-DAYS           PIC S9(9) COMP VALUE ZEROES.
      *
       01  WS-OPNX-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-OPNX-FILE-OPEN           VALUE 'Y'.
      *
       01  WS-ITEMS-READ            PIC S9(9) COMP VALUE ZEROES.
       01  WS-BAND-OVER-7-COUNT     PIC S9(9) COMP VALUE ZEROES.
       01  WS-BAND-2-TO-7-COUNT     PIC S9(9) COMP VALUE ZEROES.
       01  WS-BAND-1-COUNT          PIC S9(9) COMP VALUE ZEROES.
       01  WS-RESOLVED-COUNT        PIC S9(9) COMP VALUE ZEROES.
      *
       01  WS-RETURN-CD             PIC S9(4) COMP VALUE ZEROES.
      *
      ******************************************************************
      *  AGING REPORT - DD AGEDRPT.  A MISSING DD IS NOT FATAL - THE  *
      *  REPORT SIMPLY STAYS ON THE DISPLAY LOG.                      *
      ******************************************************************
       01  WS-RPT-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-RPT-FILE-OPEN            VALUE 'Y'.
      *
       01  RPT-RECORD-AREA.
           05  RPT-LINE                  PIC X(132).
      *
       01  WS-RPT-NUM-EDIT           PIC -(8)9.
       01  WS-RUNS-EDIT              PIC ZZZZ9.
       01  WS-NIGHTS-EDIT            PIC ZZZZ9.
      *
      *  UR70OPNX'S TP90 RETURN CODE/KEY/ANCHOR MUST SURVIVE THE
      *  NESTED REPORT-LINE WRITES MADE WHILE THE FILE IS STILL BEING
      *  BROWSED, SINCE THOSE FIELDS ARE SHARED ACROSS EVERY DD IN
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
      * MAINLINE                                                       *
      ******************************************************************
      *
           DISPLAY 'UR70AGED STARTING'
      *
           PERFORM 110-OPEN-REPORT        THRU 110-EXIT
      *
           PERFORM 100-LOAD-RUN-PARM      THRU 100-EXIT
      *
           PERFORM 200-OPEN-OPNX          THRU 200-EXIT
      *
           IF WS-OPNX-FILE-OPEN
              PERFORM 300-REPORT-ONE-PASS THRU 300-EXIT
                 VARYING WS-PASS-SUB FROM 1 BY 1
                   UNTIL WS-PASS-SUB > 4
              PERFORM 290-CLOSE-OPNX      THRU 290-EXIT
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
      * LOAD THE CONTROL CARD FROM DD AGEDPARM.  WITHOUT A RUN ID ON  *
      * IT, THE LATEST RUN ON THE RUN REGISTRY IS REPORTED.           *
      ******************************************************************
       100-LOAD-RUN-PARM.

           MOVE SPACES                    TO WS-REPORT-RUN-ID

           SET  TP90-ANCHOR               TO NULL
           MOVE 'AGEDPARM'                TO TP90-DDNAME
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
              MOVE 'AGEDPARM'             TO TP90-DDNAME
              MOVE GVBTP90-VALUE-READ     TO TP90-FUNCTION-CODE
              CALL GVBTP90 USING TP90-PARAMETER-AREA,
                                 PARM-RECORD-AREA,
                                 TP90-RECORD-KEY

              IF TP90-RETURN-CODE = GVBTP90-VALUE-SUCCESSFUL
                 MOVE PARM-RUN-ID         TO WS-REPORT-RUN-ID
              END-IF

              MOVE 'AGEDPARM'             TO TP90-DDNAME
              MOVE GVBTP90-VALUE-CLOSE    TO TP90-FUNCTION-CODE
              CALL GVBTP90 USING TP90-PARAMETER-AREA,
                                 PARM-RECORD-AREA,
                                 TP90-RECORD-KEY
              SET  TP90-ANCHOR            TO NULL
           ELSE
              DISPLAY 'AGEDPARM NOT AVAILABLE, REPORTING THE '
                      'LATEST REGISTERED RUN'
           END-IF

           IF WS-REPORT-RUN-ID = SPACES
              PERFORM 105-FIND-LATEST-RUN THRU 105-EXIT
           END-IF

           IF WS-REPORT-RUN-ID(1:8) IS NUMERIC
              MOVE WS-REPORT-RUN-ID(1:8)  TO WS-REPORT-DATE
           ELSE
              ACCEPT WS-REPORT-DATE       FROM DATE YYYYMMDD
           END-IF
           MOVE WS-REPORT-DATE            TO WS-SERIAL-DATE
           PERFORM 320-COMPUTE-SERIAL-DAY THRU 320-EXIT
           MOVE WS-SERIAL-DAYS            TO WS-REPORT-SERIAL

           MOVE SPACES                    TO RPT-LINE
           STRING 'UR70AGED OPEN-EXCEPTIONS AGING REPORT - RUN ID '
                  WS-REPORT-RUN-ID
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           .
       100-EXIT.
           EXIT.

      ******************************************************************
      * BROWSE THE RUN REGISTRY (DD UR70REG, KEY = RUN ID = DATE PLUS *
      * START TIME, SO THE ORDER IS CHRONOLOGICAL) AND KEEP THE LAST  *
      * RUN ID SEEN.  WITHOUT THE REGISTRY NO RESOLUTIONS ARE LISTED, *
      * BUT THE OPEN ITEMS STILL ARE.                                 *
      ******************************************************************
       105-FIND-LATEST-RUN.

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
              DISPLAY 'UR70REG NOT AVAILABLE, NO RESOLUTIONS LISTED'
              GO TO 105-EXIT
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

           IF TP90-RETURN-CODE = GVBTP90-VALUE-SUCCESSFUL
              MOVE 'N'                    TO WS-SCAN-SW
              PERFORM 106-READ-ONE-REG    THRU 106-EXIT
                 UNTIL WS-SCAN-DONE
           END-IF

           MOVE 'UR70REG '                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-CLOSE       TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 REG-RECORD-AREA,
                                 TP90-RECORD-KEY
           SET  TP90-ANCHOR               TO NULL

           .
       105-EXIT.
           EXIT.

       106-READ-ONE-REG.

           MOVE 'UR70REG '                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-READNEXT    TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +80                       TO TP90-RECORD-LENGTH
           MOVE GVBTP90-VALUE-FIXED-LEN   TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 REG-RECORD-AREA,
                                 TP90-RECORD-KEY

           IF TP90-RETURN-CODE = GVBTP90-VALUE-SUCCESSFUL
              MOVE REG-RUN-ID             TO WS-REPORT-RUN-ID
           ELSE
              MOVE 'Y'                    TO WS-SCAN-SW
           END-IF

           .
       106-EXIT.
           EXIT.

      ******************************************************************
      * OPEN THE AGING REPORT DD (AGEDRPT) ONCE, AT THE TOP OF THE    *
      * RUN.  A MISSING DD IS NOT FATAL - THE REPORT SIMPLY STAYS ON  *
      * THE DISPLAY LOG.                                              *
      ******************************************************************
       110-OPEN-REPORT.

           SET  TP90-ANCHOR               TO NULL
           MOVE 'AGEDRPT '                TO TP90-DDNAME
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
              DISPLAY 'AGEDRPT NOT AVAILABLE, REPORT NOT WRITTEN '
                      'TO A DD'
           END-IF

           .
       110-EXIT.
           EXIT.

      ******************************************************************
      * OPEN THE OPEN-EXCEPTIONS FILE FOR INPUT.  WITHOUT IT THERE IS *
      * NOTHING TO AGE.                                               *
      ******************************************************************
       200-OPEN-OPNX.

           SET  TP90-ANCHOR               TO NULL
           MOVE 'UR70OPNX'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-OPEN        TO TP90-FUNCTION-CODE
           MOVE GVBTP90-VALUE-VSAM        TO TP90-FILE-TYPE
           MOVE GVBTP90-VALUE-INPUT       TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           MOVE LOW-VALUES                TO OPNX-KEY

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 OPNX-RECORD-AREA,
                                 OPNX-KEY

           IF TP90-RETURN-CODE = GVBTP90-VALUE-SUCCESSFUL
              MOVE 'Y'                    TO WS-OPNX-OPEN-SW
           ELSE
              MOVE 'N'                    TO WS-OPNX-OPEN-SW
              DISPLAY 'UR70OPNX OPEN FAILED, RET CD = '
                      TP90-RETURN-CODE
              MOVE +8                     TO WS-RETURN-CD
           END-IF

           .
       200-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE THE OPEN-EXCEPTIONS FILE.                               *
      ******************************************************************
       290-CLOSE-OPNX.

           MOVE 'UR70OPNX'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-CLOSE       TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 OPNX-RECORD-AREA,
                                 OPNX-KEY
           SET  TP90-ANCHOR               TO NULL
           MOVE 'N'                       TO WS-OPNX-OPEN-SW

           .
       290-EXIT.
           EXIT.

      ******************************************************************
      * ONE SECTION OF THE REPORT (WS-PASS-SUB): A HEADING, THEN A    *
      * BROWSE OF THE WHOLE FILE LISTING THE ITEMS THAT BELONG TO     *
      * THE SECTION, THEN THE SECTION COUNT.                          *
      ******************************************************************
       300-REPORT-ONE-PASS.

           MOVE +0                        TO WS-PASS-COUNT

           MOVE SPACES                    TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE SPACES                    TO RPT-LINE
           EVALUATE WS-PASS-SUB
              WHEN 1
                 MOVE 'OPEN MORE THAN 7 NIGHTS'
                                          TO RPT-LINE
              WHEN 2
                 MOVE 'OPEN 2-7 NIGHTS'   TO RPT-LINE
              WHEN 3
                 MOVE 'OPEN 1 NIGHT'      TO RPT-LINE
              WHEN OTHER
                 STRING 'RESOLVED BY RUN ' WS-REPORT-RUN-ID
                        DELIMITED BY SIZE INTO RPT-LINE
           END-EVALUATE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE ALL '-'                   TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           MOVE LOW-VALUES                TO OPNX-KEY
           MOVE 'UR70OPNX'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-START-BROWSE
                                          TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +160                      TO TP90-RECORD-LENGTH
           MOVE GVBTP90-VALUE-FIXED-LEN   TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 OPNX-RECORD-AREA,
                                 OPNX-KEY

           EVALUATE TP90-RETURN-CODE
              WHEN GVBTP90-VALUE-SUCCESSFUL
                 MOVE 'N'                 TO WS-SCAN-SW
                 PERFORM 310-SCAN-ONE-ITEM THRU 310-EXIT
                    UNTIL WS-SCAN-DONE
              WHEN GVBTP90-VALUE-NOT-FOUND
                 CONTINUE
              WHEN GVBTP90-VALUE-END-OF-FILE
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'UR70OPNX START BROWSE FAILED, RET CD = '
                         TP90-RETURN-CODE
                 MOVE +8                  TO WS-RETURN-CD
           END-EVALUATE

           MOVE WS-PASS-COUNT             TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING '  ITEMS IN THIS SECTION = ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           EVALUATE WS-PASS-SUB
              WHEN 1
                 MOVE WS-PASS-COUNT       TO WS-BAND-OVER-7-COUNT
              WHEN 2
                 MOVE WS-PASS-COUNT       TO WS-BAND-2-TO-7-COUNT
              WHEN 3
                 MOVE WS-PASS-COUNT       TO WS-BAND-1-COUNT
              WHEN OTHER
                 MOVE WS-PASS-COUNT       TO WS-RESOLVED-COUNT
           END-EVALUATE

           .
       300-EXIT.
           EXIT.

      ******************************************************************
      * BROWSE FORWARD ONE ITEM AND LIST IT WHEN IT BELONGS TO THE    *
      * SECTION BEING PRINTED.                                        *
      ******************************************************************
       310-SCAN-ONE-ITEM.

           MOVE 'UR70OPNX'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-READNEXT    TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +160                      TO TP90-RECORD-LENGTH
           MOVE GVBTP90-VALUE-FIXED-LEN   TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 OPNX-RECORD-AREA,
                                 OPNX-KEY

           EVALUATE TP90-RETURN-CODE
              WHEN GVBTP90-VALUE-SUCCESSFUL
                 CONTINUE
              WHEN GVBTP90-VALUE-END-OF-FILE
                 MOVE 'Y'                 TO WS-SCAN-SW
                 GO TO 310-EXIT
              WHEN OTHER
                 DISPLAY 'UR70OPNX BROWSE FAILED, RET CD = '
                         TP90-RETURN-CODE
                 MOVE +8                  TO WS-RETURN-CD
                 MOVE 'Y'                 TO WS-SCAN-SW
                 GO TO 310-EXIT
           END-EVALUATE

           IF WS-PASS-SUB = 1
              ADD  1                      TO WS-ITEMS-READ
           END-IF

           IF OPNX-CONSEC-FAILS IS NOT NUMERIC
              MOVE ZEROES                 TO OPNX-CONSEC-FAILS
           END-IF

      *  NIGHTS OPEN, COUNTING THE FIRST NIGHT - AN ITEM FIRST FAILED
      *  BY THE REPORTED RUN IS 1 NIGHT OLD.  A MISSING OR FUTURE
      *  FIRST-FAILURE DATE IS TAKEN AS THE REPORTED RUN'S OWN.
           IF OPNX-FIRST-DATE IS NUMERIC
              AND OPNX-FIRST-DATE > ZEROES
              MOVE OPNX-FIRST-DATE        TO WS-SERIAL-DATE
              PERFORM 320-COMPUTE-SERIAL-DAY THRU 320-EXIT
              COMPUTE WS-ITEM-NIGHTS =
                      WS-REPORT-SERIAL - WS-SERIAL-DAYS + 1
           ELSE
              MOVE +1                     TO WS-ITEM-NIGHTS
           END-IF
           IF WS-ITEM-NIGHTS < 1
              MOVE +1                     TO WS-ITEM-NIGHTS
           END-IF

           MOVE 'N'                       TO WS-PASS-SELECT-SW
           EVALUATE TRUE
              WHEN WS-PASS-SUB = 1
                 AND OPNX-STATUS-OPEN
                 AND WS-ITEM-NIGHTS > 7
                 MOVE 'Y'                 TO WS-PASS-SELECT-SW
              WHEN WS-PASS-SUB = 2
                 AND OPNX-STATUS-OPEN
                 AND WS-ITEM-NIGHTS > 1
                 AND WS-ITEM-NIGHTS NOT > 7
                 MOVE 'Y'                 TO WS-PASS-SELECT-SW
              WHEN WS-PASS-SUB = 3
                 AND OPNX-STATUS-OPEN
                 AND WS-ITEM-NIGHTS NOT > 1
                 MOVE 'Y'                 TO WS-PASS-SELECT-SW
              WHEN WS-PASS-SUB = 4
                 AND OPNX-STATUS-RESOLVED
                 AND OPNX-RESOLVED-RUN-ID = WS-REPORT-RUN-ID
                 AND WS-REPORT-RUN-ID NOT = SPACES
                 MOVE 'Y'                 TO WS-PASS-SELECT-SW
           END-EVALUATE

           IF NOT WS-PASS-SELECTED
              GO TO 310-EXIT
           END-IF

           ADD  1                         TO WS-PASS-COUNT
           MOVE OPNX-CONSEC-FAILS         TO WS-RUNS-EDIT
           IF WS-ITEM-NIGHTS > 99999
              MOVE 99999                  TO WS-NIGHTS-EDIT
           ELSE
              MOVE WS-ITEM-NIGHTS         TO WS-NIGHTS-EDIT
           END-IF
      *  AN OPEN ITEM'S LINE SHOWS FIRST/LAST FAILURE DATES RATHER
      *  THAN RUN IDS, SO THE NIGHTS COLUMN AND THE FULL DETAIL STILL
      *  FIT THE 132-BYTE LINE.
           MOVE SPACES                    TO RPT-LINE
           IF WS-PASS-SUB = 4
              STRING '  KEY=' OPNX-D001-KEY
                     ' ' OPNX-SOURCE ' ' OPNX-FUNCTION
                     ' RUNS=' WS-RUNS-EDIT
                     ' FIRST=' OPNX-FIRST-RUN-ID
                     ' LAST=' OPNX-LAST-RUN-ID
                     ' ' OPNX-LAST-DETAIL
                     DELIMITED BY SIZE   INTO RPT-LINE
           ELSE
              STRING '  KEY=' OPNX-D001-KEY
                     ' ' OPNX-SOURCE ' ' OPNX-FUNCTION
                     ' NIGHTS=' WS-NIGHTS-EDIT
                     ' RUNS=' WS-RUNS-EDIT
                     ' FIRST=' OPNX-FIRST-DATE
                     ' LAST=' OPNX-LAST-DATE
                     ' SEV=' OPNX-LAST-SEVERITY
                     ' ' OPNX-LAST-DETAIL
                     DELIMITED BY SIZE   INTO RPT-LINE
           END-IF
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           .
       310-EXIT.
           EXIT.

      ******************************************************************
      * TURN THE YYYYMMDD DATE IN WS-SERIAL-DATE INTO A SERIAL DAY     *
      * NUMBER, THE SAME ARITHMETIC TESTUR70'S ARCHIVAL AND FULL-RUN   *
      * CYCLE USE.                                                     *
      ******************************************************************
       320-COMPUTE-SERIAL-DAY.

           IF WS-SER-MM > 2
              COMPUTE WS-SER-WORK-Y = WS-SER-YYYY
              COMPUTE WS-SER-WORK-M = WS-SER-MM - 3
           ELSE
              COMPUTE WS-SER-WORK-Y = WS-SER-YYYY - 1
              COMPUTE WS-SER-WORK-M = WS-SER-MM + 9
           END-IF

           COMPUTE WS-SERIAL-DAYS =
                   (WS-SER-WORK-Y * 365)
                 + (WS-SER-WORK-Y / 4)
                 - (WS-SER-WORK-Y / 100)
                 + (WS-SER-WORK-Y / 400)
                 + ((WS-SER-WORK-M * 306 + 5) / 10)
                 + WS-SER-DD

           .
       320-EXIT.
           EXIT.

      ******************************************************************
      * END-OF-JOB SUMMARY - COUNTS AND THE FINAL RETURN CODE.  AN    *
      * ITEM OPEN MORE THAN 7 NIGHTS RAISES THE RETURN CODE SO A      *
      * CHRONIC PROBLEM CANNOT SIT UNNOTICED.                         *
      ******************************************************************
       900-WRITE-SUMMARY.

           IF WS-BAND-OVER-7-COUNT > ZEROES
              AND WS-RETURN-CD < +4
              MOVE +4                     TO WS-RETURN-CD
           END-IF

           DISPLAY '===================================='
           DISPLAY 'UR70AGED END-OF-JOB SUMMARY'
           DISPLAY '===================================='
           DISPLAY 'ITEMS ON FILE             = ' WS-ITEMS-READ
           DISPLAY 'OPEN MORE THAN 7 NIGHTS   = '
                   WS-BAND-OVER-7-COUNT
           DISPLAY 'OPEN 2-7 NIGHTS           = '
                   WS-BAND-2-TO-7-COUNT
           DISPLAY 'OPEN 1 NIGHT              = ' WS-BAND-1-COUNT
           DISPLAY 'RESOLVED BY REPORTED RUN  = ' WS-RESOLVED-COUNT
           DISPLAY '===================================='

           MOVE SPACES                    TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-ITEMS-READ             TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'ITEMS ON FILE             = ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-BAND-OVER-7-COUNT      TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'OPEN MORE THAN 7 NIGHTS   = ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-BAND-2-TO-7-COUNT      TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'OPEN 2-7 NIGHTS           = ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-BAND-1-COUNT           TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'OPEN 1 NIGHT              = ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-RESOLVED-COUNT         TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'RESOLVED BY REPORTED RUN  = ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           DISPLAY 'UR70AGED RETURN CODE = ' WS-RETURN-CD

           .
       900-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE DD AGEDRPT AT END-OF-JOB, ONCE, SO THE GDG FILE TYPE    *
      * ROLLS ONE NEW GENERATION PER RUN.                             *
      ******************************************************************
       910-CLOSE-REPORT.

           IF WS-RPT-FILE-OPEN
              MOVE 'AGEDRPT '             TO TP90-DDNAME
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
      * DD AGEDRPT.  A NO-OP IF 110-OPEN-REPORT COULD NOT OPEN THE    *
      * DD.  UR70OPNX'S TP90 STATE IS SAVED AND RESTORED SINCE MOST   *
      * LINES ARE WRITTEN WHILE THE FILE IS STILL BEING BROWSED.      *
      ******************************************************************
       920-WRITE-REPORT-LINE.

           DISPLAY RPT-LINE(1:80)

           IF WS-RPT-FILE-OPEN
              MOVE TP90-RETURN-CODE       TO WS-SAVE-TP90-RETURN-CODE
              MOVE TP90-RECORD-KEY        TO WS-SAVE-TP90-RECORD-KEY
              SET  WS-SAVE-TP90-ANCHOR    TO TP90-ANCHOR

              MOVE 'AGEDRPT '             TO TP90-DDNAME
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
