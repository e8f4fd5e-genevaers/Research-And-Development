       IDENTIFICATION DIVISION.
       PROGRAM-ID. UR70CFGR.
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
      ** DESCRIPTION: RUN-CONFIGURATION CHANGE REPORT.  COMPARES THE   *
      **              CONTROL CARDS TWO TESTUR70 RUNS READ, AS KEPT ON *
      **              THE RUN-CONFIGURATION ARCHIVE (DD UR70CFGA, KEY  *
      **              = RUN ID + CONTROL DDNAME + CARD SEQUENCE), AND  *
      **              LISTS EVERY CARD ADDED, REMOVED OR CHANGED,      *
      **              GROUPED BY CONTROL FILE - UR70PARM, UR70DRV,     *
      **              UR70MAP, UR70MASK, UR70SEL, UR70EDIT, ARCHPARM - *
      **              SO "WHAT CHANGED SINCE LAST NIGHT" IS ANSWERED   *
      **              FROM THE ARCHIVE RATHER THAN FROM MEMORY.        *
      **                                                               *
      **              CARDS ARE PAIRED BY WHAT THEY CONFIGURE, NOT BY  *
      **              POSITION: A DRIVER ENTRY BY CLASS/METHOD/RECORD  *
      **              TYPE, A MAP RULE BY CLASS/METHOD/DIRECTION/      *
      **              RECORD START, A MASK OR EDIT RULE BY START, A    *
      **              SELECTION CARD BY TYPE CODE OR RANGE LOW KEY.    *
      **              A PAIRED CARD WHOSE OTHER COLUMNS DIFFER IS      *
      **              CHANGED; AN UNPAIRED ONE IS ADDED OR REMOVED.    *
      **              UR70PARM AND ARCHPARM ARE SINGLE CARDS.          *
      **                                                               *
      **              DD CFGRPARM (OPTIONAL) COLS 1-15 NAMES THE       *
      **              EARLIER RUN ID, COLS 17-31 THE LATER.  A BLANK   *
      **              LATER RUN MEANS THE LATEST RUN ON THE ARCHIVE; A *
      **              BLANK EARLIER RUN MEANS THE ONE ARCHIVED JUST    *
      **              BEFORE THE LATER - SO WITH NO CARD AT ALL THE    *
      **              REPORT COMPARES THE RUN JUST ENDED WITH THE ONE  *
      **              BEFORE IT.                                       *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                                                               *
      ** INPUT FILES:   UR70CFGA - RUN-CONFIGURATION ARCHIVE (KSDS)    *
      **                CFGRPARM - CONTROL CARD (OPTIONAL)             *
      **                                                               *
      ** REPORTS:       CFGRRPT - CONFIGURATION CHANGE REPORT          *
      **                                                               *
      ** RETURN CDS:  0000 - NO CONFIGURATION DIFFERENCES              *
      **              0004 - CONFIGURATION DIFFERENCES LISTED          *
      **              0008 - ARCHIVE NOT USABLE OR A RUN NOT ON IT     *
      **                                                               *
      ******************************************************************
      **                ISSUANCE INFORMATION                           *
      ******************************************************************
      ** VERSION  PROJECT  ANALYST  EFF        REASON                  *
      **                                                               *
      ** 100  RTC23655    MORGAN     10/15/2026 INITIAL                *
      **                                                               *
      ** 101  RTC23668    MORGAN     10/15/2026 COMMENT CORRECTED FOR  *
      **                                        158-BYTE DRIVER CARDS  *
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
      *  CONTROL CARD - DD CFGRPARM.                                   *
      ******************************************************************
       01  PARM-RECORD-AREA.
           05  PARM-OLD-RUN-ID            PIC X(15).
           05  FILLER                     PIC X(01).
           05  PARM-NEW-RUN-ID            PIC X(15).
           05  FILLER                     PIC X(49).
      *
      ******************************************************************
      *  ARCHIVED CONTROL CARD, AS WRITTEN BY TESTUR70'S               *
      *  097-ARCHIVE-CONTROL-CARD.  THE KEY IS 28 BYTES, SO UR70CFGA   *
      *  CALLS PASS CFGA-KEY AS THE KEY ARGUMENT RATHER THAN THE       *
      *  15-BYTE TP90-RECORD-KEY.                                      *
      ******************************************************************
       01  CFGA-RECORD-AREA.
           05  CFGA-KEY.
               10  CFGA-RUN-ID            PIC X(15).
               10  CFGA-DDNAME            PIC X(08).
               10  CFGA-SEQ               PIC 9(05).
           05  CFGA-RUN-DATE              PIC 9(08).
           05  CFGA-CARD-IMAGE            PIC X(160).
           05  FILLER                     PIC X(04).
      *
      ******************************************************************
      *  THE CONTROL FILES IN REPORT ORDER - THE ORDER TESTUR70 READS  *
      *  THEM.                                                         *
      ******************************************************************
       01  WS-CTL-FILE-NAMES.
           05  FILLER                     PIC X(08) VALUE 'UR70PARM'.
           05  FILLER                     PIC X(08) VALUE 'UR70DRV '.
           05  FILLER                     PIC X(08) VALUE 'UR70MAP '.
           05  FILLER                     PIC X(08) VALUE 'UR70MASK'.
           05  FILLER                     PIC X(08) VALUE 'UR70SEL '.
           05  FILLER                     PIC X(08) VALUE 'UR70EDIT'.
           05  FILLER                     PIC X(08) VALUE 'ARCHPARM'.
       01  WS-CTL-FILE-TABLE REDEFINES WS-CTL-FILE-NAMES.
           05  WS-CTL-FILE-DDNAME         PIC X(08) OCCURS 7 TIMES.
       01  WS-CTL-FILE-MAX          PIC S9(4) COMP VALUE +7.
       01  WS-CTL-FILE-SUB          PIC S9(4) COMP VALUE ZEROES.
       01  WS-CTL-DDNAME            PIC X(08) VALUE SPACES.
      *
      ******************************************************************
      *  THE TWO RUNS' CARDS, ONE TABLE PER RUN.  EACH CARD CARRIES    *
      *  ITS PAIRING IDENTITY (230-SET-CARD-IDENTITY) AND A SWITCH     *
      *  SET ONCE IT HAS BEEN PAIRED WITH A CARD OF THE OTHER RUN.     *
      *  300 IS WELL ABOVE WHAT TESTUR70'S OWN TABLE LIMITS LET ONE    *
      *  RUN READ.                                                     *
      ******************************************************************
       01  CARD-MAX-ENTRIES         PIC S9(4) COMP VALUE +300.
      *
       01  OLD-CARD-TABLE.
           05  OLD-CARD-COUNT           PIC S9(4) COMP VALUE ZEROES.
           05  OLD-CARD-ENTRY OCCURS 300 TIMES.
               10  OLD-T-DDNAME           PIC X(08).
               10  OLD-T-SEQ              PIC 9(05).
               10  OLD-T-IDENTITY         PIC X(80).
               10  OLD-T-IMAGE            PIC X(160).
               10  OLD-T-PAIRED-SW        PIC X(01).
                   88  OLD-T-PAIRED             VALUE 'Y'.
      *
       01  NEW-CARD-TABLE.
           05  NEW-CARD-COUNT           PIC S9(4) COMP VALUE ZEROES.
           05  NEW-CARD-ENTRY OCCURS 300 TIMES.
               10  NEW-T-DDNAME           PIC X(08).
               10  NEW-T-SEQ              PIC 9(05).
               10  NEW-T-IDENTITY         PIC X(80).
               10  NEW-T-IMAGE            PIC X(160).
               10  NEW-T-PAIRED-SW        PIC X(01).
                   88  NEW-T-PAIRED             VALUE 'Y'.
      *
       01  WS-OLD-SUB               PIC S9(4) COMP VALUE ZEROES.
       01  WS-NEW-SUB               PIC S9(4) COMP VALUE ZEROES.
       01  WS-PAIR-SUB              PIC S9(4) COMP VALUE ZEROES.
      *
      *  WHICH RUN'S TABLE 210-LOAD-RUN-CARDS IS FILLING.
       01  WS-LOAD-SIDE-SW          PIC X(01) VALUE SPACES.
           88  WS-LOADING-OLD              VALUE 'O'.
           88  WS-LOADING-NEW              VALUE 'N'.
       01  WS-LOAD-RUN-ID           PIC X(15) VALUE SPACES.
       01  WS-LOAD-COUNT            PIC S9(9) COMP VALUE ZEROES.
       01  WS-OVERFLOW-SW           PIC X(01) VALUE 'N'.
           88  WS-TABLE-OVERFLOW           VALUE 'Y'.
      *
       01  WS-IDENT-IMAGE           PIC X(160) VALUE SPACES.
       01  WS-IDENT-DDNAME          PIC X(08) VALUE SPACES.
       01  WS-IDENT-KEY             PIC X(80) VALUE SPACES.
      *
      *  DEFAULT-RUN SEARCH - ONE BROWSE OF THE ARCHIVE, WHOSE KEY
      *  STARTS WITH THE RUN ID (DATE + START TIME), SO RUNS GO BY IN
      *  THE ORDER THEY RAN.
       01  WS-SCAN-SW               PIC X(01) VALUE 'N'.
           88  WS-SCAN-DONE                VALUE 'Y'.
       01  WS-LAST-RUN-SEEN         PIC X(15) VALUE SPACES.
       01  WS-PRIOR-RUN-SEEN        PIC X(15) VALUE SPACES.
      *
       01  WS-OLD-RUN-ID            PIC X(15) VALUE SPACES.
       01  WS-NEW-RUN-ID            PIC X(15) VALUE SPACES.
      *
       01  WS-CFGA-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-CFGA-FILE-OPEN           VALUE 'Y'.
      *
       01  WS-FILE-ADDED-COUNT      PIC S9(9) COMP VALUE ZEROES.
       01  WS-FILE-REMOVED-COUNT    PIC S9(9) COMP VALUE ZEROES.
       01  WS-FILE-CHANGED-COUNT    PIC S9(9) COMP VALUE ZEROES.
       01  WS-TOTAL-ADDED-COUNT     PIC S9(9) COMP VALUE ZEROES.
       01  WS-TOTAL-REMOVED-COUNT   PIC S9(9) COMP VALUE ZEROES.
       01  WS-TOTAL-CHANGED-COUNT   PIC S9(9) COMP VALUE ZEROES.
      *
       01  WS-RETURN-CD             PIC S9(4) COMP VALUE ZEROES.
      *
      ******************************************************************
      *  CHANGE REPORT - DD CFGRRPT.  A MISSING DD IS NOT FATAL - THE  *
      *  REPORT SIMPLY STAYS ON THE DISPLAY LOG.                       *
      ******************************************************************
       01  WS-RPT-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-RPT-FILE-OPEN            VALUE 'Y'.
      *
       01  RPT-RECORD-AREA.
           05  RPT-LINE                  PIC X(132).
      *
       01  WS-RPT-NUM-EDIT           PIC -(8)9.
      *
      *  ONE CARD IS PRINTED AS A LABELLED LINE OF ITS FIRST 110
      *  COLUMNS, PLUS A CONTINUATION LINE WHEN ANYTHING FOLLOWS
      *  (DRIVER CARDS RUN TO 158).
       01  WS-PRINT-LABEL            PIC X(16) VALUE SPACES.
       01  WS-PRINT-IMAGE            PIC X(160) VALUE SPACES.
      *
      *  UR70CFGA'S TP90 RETURN CODE/KEY/ANCHOR MUST SURVIVE THE
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
           DISPLAY 'UR70CFGR STARTING'
      *
           PERFORM 110-OPEN-REPORT        THRU 110-EXIT
      *
           PERFORM 200-OPEN-CFGA          THRU 200-EXIT
      *
           PERFORM 100-LOAD-RUN-PARM      THRU 100-EXIT
      *
           IF WS-CFGA-FILE-OPEN
              AND WS-RETURN-CD < +8
              MOVE 'O'                    TO WS-LOAD-SIDE-SW
              MOVE WS-OLD-RUN-ID          TO WS-LOAD-RUN-ID
              PERFORM 210-LOAD-RUN-CARDS  THRU 210-EXIT
              MOVE 'N'                    TO WS-LOAD-SIDE-SW
              MOVE WS-NEW-RUN-ID          TO WS-LOAD-RUN-ID
              PERFORM 210-LOAD-RUN-CARDS  THRU 210-EXIT
           END-IF
      *
           IF WS-CFGA-FILE-OPEN
              PERFORM 290-CLOSE-CFGA      THRU 290-EXIT
           END-IF
      *
           IF WS-RETURN-CD < +8
              PERFORM 300-COMPARE-ONE-FILE THRU 300-EXIT
                 VARYING WS-CTL-FILE-SUB FROM 1 BY 1
                   UNTIL WS-CTL-FILE-SUB > WS-CTL-FILE-MAX
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
      * LOAD THE CONTROL CARD FROM DD CFGRPARM AND SETTLE WHICH TWO    *
      * RUNS ARE COMPARED.  ANY RUN NOT NAMED ON THE CARD IS FOUND ON  *
      * THE ARCHIVE ITSELF (105-FIND-DEFAULT-RUNS).                    *
      ******************************************************************
       100-LOAD-RUN-PARM.

           MOVE SPACES                    TO WS-OLD-RUN-ID
           MOVE SPACES                    TO WS-NEW-RUN-ID

           SET  TP90-ANCHOR               TO NULL
           MOVE 'CFGRPARM'                TO TP90-DDNAME
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
              MOVE 'CFGRPARM'             TO TP90-DDNAME
              MOVE GVBTP90-VALUE-READ     TO TP90-FUNCTION-CODE
              CALL GVBTP90 USING TP90-PARAMETER-AREA,
                                 PARM-RECORD-AREA,
                                 TP90-RECORD-KEY

              IF TP90-RETURN-CODE = GVBTP90-VALUE-SUCCESSFUL
                 MOVE PARM-OLD-RUN-ID     TO WS-OLD-RUN-ID
                 MOVE PARM-NEW-RUN-ID     TO WS-NEW-RUN-ID
              END-IF

              MOVE 'CFGRPARM'             TO TP90-DDNAME
              MOVE GVBTP90-VALUE-CLOSE    TO TP90-FUNCTION-CODE
              CALL GVBTP90 USING TP90-PARAMETER-AREA,
                                 PARM-RECORD-AREA,
                                 TP90-RECORD-KEY
              SET  TP90-ANCHOR            TO NULL
           ELSE
              DISPLAY 'CFGRPARM NOT AVAILABLE, COMPARING THE LATEST '
                      'ARCHIVED RUN WITH THE ONE BEFORE IT'
           END-IF

           IF WS-CFGA-FILE-OPEN
              AND (WS-OLD-RUN-ID = SPACES
                OR WS-NEW-RUN-ID = SPACES)
              PERFORM 105-FIND-DEFAULT-RUNS THRU 105-EXIT
           END-IF

           MOVE SPACES                    TO RPT-LINE
           STRING 'UR70CFGR RUN-CONFIGURATION CHANGE REPORT - RUN ID '
                  WS-OLD-RUN-ID ' TO RUN ID ' WS-NEW-RUN-ID
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           EVALUATE TRUE
              WHEN NOT WS-CFGA-FILE-OPEN
                 MOVE SPACES              TO RPT-LINE
                 MOVE 'RUN-CONFIGURATION ARCHIVE (UR70CFGA) NOT '
                                          TO RPT-LINE(1:41)
                 MOVE 'AVAILABLE'         TO RPT-LINE(42:9)
                 PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
              WHEN WS-OLD-RUN-ID = SPACES
                OR WS-NEW-RUN-ID = SPACES
                 MOVE SPACES              TO RPT-LINE
                 MOVE 'FEWER THAN TWO RUNS ON THE ARCHIVE TO COMPARE'
                                          TO RPT-LINE
                 PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
                 MOVE +8                  TO WS-RETURN-CD
           END-EVALUATE

           .
       100-EXIT.
           EXIT.

      ******************************************************************
      * BROWSE THE WHOLE ARCHIVE ONCE, NOTING EACH NEW RUN ID AS IT    *
      * GOES BY.  WITHOUT A LATER RUN NAMED, THE LAST RUN SEEN IS THE  *
      * LATER AND THE ONE BEFORE IT THE EARLIER; WITH ONE NAMED, THE   *
      * EARLIER IS THE LAST RUN SEEN BELOW IT.                         *
      ******************************************************************
       105-FIND-DEFAULT-RUNS.

           MOVE SPACES                    TO WS-LAST-RUN-SEEN
           MOVE SPACES                    TO WS-PRIOR-RUN-SEEN

           MOVE LOW-VALUES                TO CFGA-KEY
           MOVE 'UR70CFGA'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-START-BROWSE
                                          TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +200                      TO TP90-RECORD-LENGTH
           MOVE GVBTP90-VALUE-FIXED-LEN   TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CFGA-RECORD-AREA,
                                 CFGA-KEY

           IF TP90-RETURN-CODE = GVBTP90-VALUE-SUCCESSFUL
              MOVE 'N'                    TO WS-SCAN-SW
              PERFORM 106-NOTE-ONE-RUN    THRU 106-EXIT
                 UNTIL WS-SCAN-DONE
           END-IF

           IF WS-NEW-RUN-ID = SPACES
              MOVE WS-LAST-RUN-SEEN       TO WS-NEW-RUN-ID
              IF WS-OLD-RUN-ID = SPACES
                 MOVE WS-PRIOR-RUN-SEEN   TO WS-OLD-RUN-ID
              END-IF
           ELSE
              MOVE WS-LAST-RUN-SEEN       TO WS-OLD-RUN-ID
           END-IF

           .
       105-EXIT.
           EXIT.

       106-NOTE-ONE-RUN.

           MOVE 'UR70CFGA'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-READNEXT    TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +200                      TO TP90-RECORD-LENGTH
           MOVE GVBTP90-VALUE-FIXED-LEN   TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CFGA-RECORD-AREA,
                                 CFGA-KEY

           IF TP90-RETURN-CODE NOT = GVBTP90-VALUE-SUCCESSFUL
              MOVE 'Y'                    TO WS-SCAN-SW
              GO TO 106-EXIT
           END-IF

           IF CFGA-RUN-ID = WS-LAST-RUN-SEEN
              GO TO 106-EXIT
           END-IF

      *  A LATER RUN WAS NAMED - NOTHING AT OR PAST IT IS A
      *  CANDIDATE FOR THE EARLIER.
           IF WS-NEW-RUN-ID NOT = SPACES
              AND CFGA-RUN-ID NOT < WS-NEW-RUN-ID
              MOVE 'Y'                    TO WS-SCAN-SW
              GO TO 106-EXIT
           END-IF

           MOVE WS-LAST-RUN-SEEN          TO WS-PRIOR-RUN-SEEN
           MOVE CFGA-RUN-ID               TO WS-LAST-RUN-SEEN

           .
       106-EXIT.
           EXIT.

      ******************************************************************
      * OPEN THE CHANGE REPORT DD (CFGRRPT) ONCE, AT THE TOP OF THE    *
      * RUN.  A MISSING DD IS NOT FATAL - THE REPORT SIMPLY STAYS ON   *
      * THE DISPLAY LOG.                                               *
      ******************************************************************
       110-OPEN-REPORT.

           SET  TP90-ANCHOR               TO NULL
           MOVE 'CFGRRPT '                TO TP90-DDNAME
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
              DISPLAY 'CFGRRPT NOT AVAILABLE, REPORT NOT WRITTEN '
                      'TO A DD'
           END-IF

           .
       110-EXIT.
           EXIT.

      ******************************************************************
      * OPEN THE RUN-CONFIGURATION ARCHIVE FOR INPUT.  WITHOUT IT      *
      * THERE IS NOTHING TO COMPARE.                                   *
      ******************************************************************
       200-OPEN-CFGA.

           SET  TP90-ANCHOR               TO NULL
           MOVE 'UR70CFGA'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-OPEN        TO TP90-FUNCTION-CODE
           MOVE GVBTP90-VALUE-VSAM        TO TP90-FILE-TYPE
           MOVE GVBTP90-VALUE-INPUT       TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           MOVE LOW-VALUES                TO CFGA-KEY

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CFGA-RECORD-AREA,
                                 CFGA-KEY

           IF TP90-RETURN-CODE = GVBTP90-VALUE-SUCCESSFUL
              MOVE 'Y'                    TO WS-CFGA-OPEN-SW
           ELSE
              MOVE 'N'                    TO WS-CFGA-OPEN-SW
              DISPLAY 'UR70CFGA OPEN FAILED, RET CD = '
                      TP90-RETURN-CODE
              MOVE +8                     TO WS-RETURN-CD
           END-IF

           .
       200-EXIT.
           EXIT.

      ******************************************************************
      * LOAD EVERY CARD ARCHIVED UNDER WS-LOAD-RUN-ID INTO THE TABLE   *
      * FOR THE SIDE BEING LOADED.  A RUN WITH NO CARDS ON THE ARCHIVE *
      * CANNOT BE COMPARED - IT WAS MISTYPED, OR RAN WITHOUT THE DD.   *
      ******************************************************************
       210-LOAD-RUN-CARDS.

           MOVE +0                        TO WS-LOAD-COUNT

           MOVE LOW-VALUES                TO CFGA-KEY
           MOVE WS-LOAD-RUN-ID            TO CFGA-RUN-ID
           MOVE 'UR70CFGA'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-START-BROWSE
                                          TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +200                      TO TP90-RECORD-LENGTH
           MOVE GVBTP90-VALUE-FIXED-LEN   TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CFGA-RECORD-AREA,
                                 CFGA-KEY

           EVALUATE TP90-RETURN-CODE
              WHEN GVBTP90-VALUE-SUCCESSFUL
                 MOVE 'N'                 TO WS-SCAN-SW
                 PERFORM 220-LOAD-ONE-CARD THRU 220-EXIT
                    UNTIL WS-SCAN-DONE
              WHEN GVBTP90-VALUE-NOT-FOUND
                 CONTINUE
              WHEN GVBTP90-VALUE-END-OF-FILE
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'UR70CFGA START BROWSE FAILED, RET CD = '
                         TP90-RETURN-CODE
                 MOVE +8                  TO WS-RETURN-CD
           END-EVALUATE

           IF WS-LOAD-COUNT = ZEROES
              MOVE SPACES                 TO RPT-LINE
              STRING 'RUN ID ' WS-LOAD-RUN-ID
                     ' HAS NO CARDS ON THE ARCHIVE'
                     DELIMITED BY SIZE   INTO RPT-LINE
              PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
              MOVE +8                     TO WS-RETURN-CD
           END-IF

           .
       210-EXIT.
           EXIT.

      ******************************************************************
      * BROWSE FORWARD ONE ARCHIVED CARD; STOP AT THE FIRST CARD OF    *
      * ANOTHER RUN.                                                   *
      ******************************************************************
       220-LOAD-ONE-CARD.

           MOVE 'UR70CFGA'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-READNEXT    TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +200                      TO TP90-RECORD-LENGTH
           MOVE GVBTP90-VALUE-FIXED-LEN   TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CFGA-RECORD-AREA,
                                 CFGA-KEY

           EVALUATE TP90-RETURN-CODE
              WHEN GVBTP90-VALUE-SUCCESSFUL
                 CONTINUE
              WHEN GVBTP90-VALUE-END-OF-FILE
                 MOVE 'Y'                 TO WS-SCAN-SW
                 GO TO 220-EXIT
              WHEN OTHER
                 DISPLAY 'UR70CFGA BROWSE FAILED, RET CD = '
                         TP90-RETURN-CODE
                 MOVE +8                  TO WS-RETURN-CD
                 MOVE 'Y'                 TO WS-SCAN-SW
                 GO TO 220-EXIT
           END-EVALUATE

           IF CFGA-RUN-ID NOT = WS-LOAD-RUN-ID
              MOVE 'Y'                    TO WS-SCAN-SW
              GO TO 220-EXIT
           END-IF

           ADD  1                         TO WS-LOAD-COUNT

           MOVE CFGA-DDNAME               TO WS-IDENT-DDNAME
           MOVE CFGA-CARD-IMAGE           TO WS-IDENT-IMAGE
           PERFORM 230-SET-CARD-IDENTITY  THRU 230-EXIT

           IF WS-LOADING-OLD
              IF OLD-CARD-COUNT >= CARD-MAX-ENTRIES
                 MOVE 'Y'                 TO WS-OVERFLOW-SW
                 GO TO 220-EXIT
              END-IF
              ADD  1                      TO OLD-CARD-COUNT
              MOVE CFGA-DDNAME    TO OLD-T-DDNAME(OLD-CARD-COUNT)
              MOVE CFGA-SEQ       TO OLD-T-SEQ(OLD-CARD-COUNT)
              MOVE WS-IDENT-KEY   TO OLD-T-IDENTITY(OLD-CARD-COUNT)
              MOVE CFGA-CARD-IMAGE
                                  TO OLD-T-IMAGE(OLD-CARD-COUNT)
              MOVE 'N'            TO OLD-T-PAIRED-SW(OLD-CARD-COUNT)
           ELSE
              IF NEW-CARD-COUNT >= CARD-MAX-ENTRIES
                 MOVE 'Y'                 TO WS-OVERFLOW-SW
                 GO TO 220-EXIT
              END-IF
              ADD  1                      TO NEW-CARD-COUNT
              MOVE CFGA-DDNAME    TO NEW-T-DDNAME(NEW-CARD-COUNT)
              MOVE CFGA-SEQ       TO NEW-T-SEQ(NEW-CARD-COUNT)
              MOVE WS-IDENT-KEY   TO NEW-T-IDENTITY(NEW-CARD-COUNT)
              MOVE CFGA-CARD-IMAGE
                                  TO NEW-T-IMAGE(NEW-CARD-COUNT)
              MOVE 'N'            TO NEW-T-PAIRED-SW(NEW-CARD-COUNT)
           END-IF

           .
       220-EXIT.
           EXIT.

      ******************************************************************
      * THE PAIRING IDENTITY OF ONE CARD (WS-IDENT-DDNAME/             *
      * WS-IDENT-IMAGE) - THE COLUMNS THAT SAY WHAT THE CARD           *
      * CONFIGURES, AS OPPOSED TO HOW.  TWO CARDS WITH THE SAME        *
      * IDENTITY IN THE TWO RUNS ARE THE SAME SETTING, CHANGED OR NOT. *
      * AN UNRECOGNISED SELECTION CARD IS IDENTIFIED BY ITS WHOLE      *
      * IMAGE, SO IT CAN ONLY EVER BE ADDED OR REMOVED.                *
      ******************************************************************
       230-SET-CARD-IDENTITY.

           MOVE SPACES                    TO WS-IDENT-KEY

           EVALUATE WS-IDENT-DDNAME
      *  CLASS, METHOD, RECORD TYPE (COLS 81-82)
              WHEN 'UR70DRV '
                 MOVE WS-IDENT-IMAGE(1:64) TO WS-IDENT-KEY(1:64)
                 MOVE WS-IDENT-IMAGE(81:2) TO WS-IDENT-KEY(65:2)
      *  CLASS, METHOD, DIRECTION, RECORD START
              WHEN 'UR70MAP '
                 MOVE WS-IDENT-IMAGE(1:69) TO WS-IDENT-KEY(1:69)
      *  START
              WHEN 'UR70MASK'
                 MOVE WS-IDENT-IMAGE(1:4) TO WS-IDENT-KEY(1:4)
              WHEN 'UR70EDIT'
                 MOVE WS-IDENT-IMAGE(1:2) TO WS-IDENT-KEY(1:2)
      *  'TYPE ' + TYPE CODE, OR 'RANGE' + LOW KEY
              WHEN 'UR70SEL '
                 EVALUATE WS-IDENT-IMAGE(1:5)
                    WHEN 'TYPE '
                       MOVE WS-IDENT-IMAGE(1:8)
                                          TO WS-IDENT-KEY(1:8)
                    WHEN 'RANGE'
                       MOVE WS-IDENT-IMAGE(1:21)
                                          TO WS-IDENT-KEY(1:21)
                    WHEN OTHER
                       MOVE WS-IDENT-IMAGE(1:80)
                                          TO WS-IDENT-KEY
                 END-EVALUATE
      *  UR70PARM AND ARCHPARM - ONE CARD, NO IDENTITY NEEDED
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           .
       230-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE THE RUN-CONFIGURATION ARCHIVE.                           *
      ******************************************************************
       290-CLOSE-CFGA.

           MOVE 'UR70CFGA'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-CLOSE       TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CFGA-RECORD-AREA,
                                 CFGA-KEY
           SET  TP90-ANCHOR               TO NULL
           MOVE 'N'                       TO WS-CFGA-OPEN-SW

           .
       290-EXIT.
           EXIT.

      ******************************************************************
      * ONE SECTION OF THE REPORT - ONE CONTROL FILE                   *
      * (WS-CTL-FILE-SUB): A HEADING, EVERY EARLIER CARD PAIRED OR     *
      * LISTED AS REMOVED (CHANGED WHEN PAIRED WITH A DIFFERENT        *
      * IMAGE), THEN EVERY LATER CARD LEFT UNPAIRED LISTED AS ADDED,   *
      * THEN THE SECTION COUNTS.                                       *
      ******************************************************************
       300-COMPARE-ONE-FILE.

           MOVE WS-CTL-FILE-DDNAME(WS-CTL-FILE-SUB)
                                          TO WS-CTL-DDNAME
           MOVE +0                        TO WS-FILE-ADDED-COUNT
           MOVE +0                        TO WS-FILE-REMOVED-COUNT
           MOVE +0                        TO WS-FILE-CHANGED-COUNT

           MOVE SPACES                    TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'CONTROL FILE ' WS-CTL-DDNAME
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE ALL '-'                   TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           PERFORM 310-PAIR-ONE-OLD-CARD  THRU 310-EXIT
              VARYING WS-OLD-SUB FROM 1 BY 1
                UNTIL WS-OLD-SUB > OLD-CARD-COUNT

           PERFORM 330-LIST-ONE-NEW-CARD  THRU 330-EXIT
              VARYING WS-NEW-SUB FROM 1 BY 1
                UNTIL WS-NEW-SUB > NEW-CARD-COUNT

           MOVE SPACES                    TO RPT-LINE
           IF WS-FILE-ADDED-COUNT = ZEROES
              AND WS-FILE-REMOVED-COUNT = ZEROES
              AND WS-FILE-CHANGED-COUNT = ZEROES
              MOVE '  NO CHANGES'         TO RPT-LINE
           ELSE
              MOVE WS-FILE-ADDED-COUNT    TO WS-RPT-NUM-EDIT
              STRING '  ADDED = ' WS-RPT-NUM-EDIT
                     DELIMITED BY SIZE   INTO RPT-LINE
              MOVE WS-FILE-REMOVED-COUNT  TO WS-RPT-NUM-EDIT
              MOVE WS-RPT-NUM-EDIT        TO RPT-LINE(33:9)
              MOVE '  REMOVED = '         TO RPT-LINE(21:12)
              MOVE WS-FILE-CHANGED-COUNT  TO WS-RPT-NUM-EDIT
              MOVE '  CHANGED = '         TO RPT-LINE(42:12)
              MOVE WS-RPT-NUM-EDIT        TO RPT-LINE(54:9)
           END-IF
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           ADD  WS-FILE-ADDED-COUNT       TO WS-TOTAL-ADDED-COUNT
           ADD  WS-FILE-REMOVED-COUNT     TO WS-TOTAL-REMOVED-COUNT
           ADD  WS-FILE-CHANGED-COUNT     TO WS-TOTAL-CHANGED-COUNT

           .
       300-EXIT.
           EXIT.

      ******************************************************************
      * LOOK FOR THE LATER RUN'S COUNTERPART OF ONE EARLIER CARD OF    *
      * THE FILE BEING COMPARED: NONE IS REMOVED, ONE WITH A           *
      * DIFFERENT IMAGE IS CHANGED, AN IDENTICAL ONE IS NOT LISTED.    *
      ******************************************************************
       310-PAIR-ONE-OLD-CARD.

           IF OLD-T-DDNAME(WS-OLD-SUB) NOT = WS-CTL-DDNAME
              GO TO 310-EXIT
           END-IF

           MOVE +0                        TO WS-PAIR-SUB
           PERFORM 320-CHECK-ONE-NEW-CARD THRU 320-EXIT
              VARYING WS-NEW-SUB FROM 1 BY 1
                UNTIL WS-NEW-SUB > NEW-CARD-COUNT
                   OR WS-PAIR-SUB > ZEROES

           IF WS-PAIR-SUB = ZEROES
              ADD  1                      TO WS-FILE-REMOVED-COUNT
              MOVE '  REMOVED       '     TO WS-PRINT-LABEL
              MOVE OLD-T-IMAGE(WS-OLD-SUB) TO WS-PRINT-IMAGE
              PERFORM 400-PRINT-CARD      THRU 400-EXIT
              GO TO 310-EXIT
           END-IF

           MOVE 'Y'                  TO OLD-T-PAIRED-SW(WS-OLD-SUB)
           MOVE 'Y'                  TO NEW-T-PAIRED-SW(WS-PAIR-SUB)

           IF OLD-T-IMAGE(WS-OLD-SUB) NOT = NEW-T-IMAGE(WS-PAIR-SUB)
              ADD  1                      TO WS-FILE-CHANGED-COUNT
              MOVE '  CHANGED  WAS  '     TO WS-PRINT-LABEL
              MOVE OLD-T-IMAGE(WS-OLD-SUB) TO WS-PRINT-IMAGE
              PERFORM 400-PRINT-CARD      THRU 400-EXIT
              MOVE '           NOW  '     TO WS-PRINT-LABEL
              MOVE NEW-T-IMAGE(WS-PAIR-SUB) TO WS-PRINT-IMAGE
              PERFORM 400-PRINT-CARD      THRU 400-EXIT
           END-IF

           .
       310-EXIT.
           EXIT.

       320-CHECK-ONE-NEW-CARD.

           IF NEW-T-DDNAME(WS-NEW-SUB) = WS-CTL-DDNAME
              AND NOT NEW-T-PAIRED(WS-NEW-SUB)
              AND NEW-T-IDENTITY(WS-NEW-SUB) =
                  OLD-T-IDENTITY(WS-OLD-SUB)
              MOVE WS-NEW-SUB             TO WS-PAIR-SUB
           END-IF

           .
       320-EXIT.
           EXIT.

      ******************************************************************
      * A LATER CARD OF THE FILE BEING COMPARED THAT NO EARLIER CARD   *
      * PAIRED WITH IS ADDED.                                          *
      ******************************************************************
       330-LIST-ONE-NEW-CARD.

           IF NEW-T-DDNAME(WS-NEW-SUB) = WS-CTL-DDNAME
              AND NOT NEW-T-PAIRED(WS-NEW-SUB)
              ADD  1                      TO WS-FILE-ADDED-COUNT
              MOVE '  ADDED         '     TO WS-PRINT-LABEL
              MOVE NEW-T-IMAGE(WS-NEW-SUB) TO WS-PRINT-IMAGE
              PERFORM 400-PRINT-CARD      THRU 400-EXIT
           END-IF

           .
       330-EXIT.
           EXIT.

      ******************************************************************
      * PRINT ONE CARD (WS-PRINT-IMAGE) AFTER ITS LABEL                *
      * (WS-PRINT-LABEL), WITH A CONTINUATION LINE FOR COLUMNS         *
      * 111-160 WHEN THEY CARRY ANYTHING.                              *
      ******************************************************************
       400-PRINT-CARD.

           MOVE SPACES                    TO RPT-LINE
           MOVE WS-PRINT-LABEL            TO RPT-LINE(1:16)
           MOVE WS-PRINT-IMAGE(1:110)     TO RPT-LINE(17:110)
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           IF WS-PRINT-IMAGE(111:50) NOT = SPACES
              MOVE SPACES                 TO RPT-LINE
              MOVE WS-PRINT-IMAGE(111:50) TO RPT-LINE(17:50)
              PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
           END-IF

           .
       400-EXIT.
           EXIT.

      ******************************************************************
      * END-OF-JOB SUMMARY - COUNTS AND THE FINAL RETURN CODE.  ANY    *
      * DIFFERENCE RAISES THE RETURN CODE, SO A SCHEDULER CAN TELL AN  *
      * UNCHANGED CONFIGURATION FROM A CHANGED ONE WITHOUT READING THE *
      * REPORT.                                                        *
      ******************************************************************
       900-WRITE-SUMMARY.

           IF WS-TABLE-OVERFLOW
              MOVE SPACES                 TO RPT-LINE
              MOVE 'MORE THAN 300 CARDS IN A RUN - COMPARISON '
                                          TO RPT-LINE(1:42)
              MOVE 'INCOMPLETE'           TO RPT-LINE(43:10)
              PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
              MOVE +8                     TO WS-RETURN-CD
           END-IF

           IF (WS-TOTAL-ADDED-COUNT > ZEROES
              OR WS-TOTAL-REMOVED-COUNT > ZEROES
              OR WS-TOTAL-CHANGED-COUNT > ZEROES)
              AND WS-RETURN-CD < +4
              MOVE +4                     TO WS-RETURN-CD
           END-IF

           DISPLAY '===================================='
           DISPLAY 'UR70CFGR END-OF-JOB SUMMARY'
           DISPLAY '===================================='
           DISPLAY 'EARLIER RUN ID            = ' WS-OLD-RUN-ID
           DISPLAY 'LATER RUN ID              = ' WS-NEW-RUN-ID
           DISPLAY 'CARDS IN EARLIER RUN      = ' OLD-CARD-COUNT
           DISPLAY 'CARDS IN LATER RUN        = ' NEW-CARD-COUNT
           DISPLAY 'CARDS ADDED               = '
                   WS-TOTAL-ADDED-COUNT
           DISPLAY 'CARDS REMOVED             = '
                   WS-TOTAL-REMOVED-COUNT
           DISPLAY 'CARDS CHANGED             = '
                   WS-TOTAL-CHANGED-COUNT
           DISPLAY '===================================='

           MOVE SPACES                    TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE OLD-CARD-COUNT            TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'CARDS IN EARLIER RUN      = ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE NEW-CARD-COUNT            TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'CARDS IN LATER RUN        = ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-TOTAL-ADDED-COUNT      TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'CARDS ADDED               = ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-TOTAL-REMOVED-COUNT    TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'CARDS REMOVED             = ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-TOTAL-CHANGED-COUNT    TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'CARDS CHANGED             = ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           DISPLAY 'UR70CFGR RETURN CODE = ' WS-RETURN-CD

           .
       900-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE DD CFGRRPT AT END-OF-JOB, ONCE, SO THE GDG FILE TYPE     *
      * ROLLS ONE NEW GENERATION PER RUN.                              *
      ******************************************************************
       910-CLOSE-REPORT.

           IF WS-RPT-FILE-OPEN
              MOVE 'CFGRRPT '             TO TP90-DDNAME
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
      * DD CFGRRPT.  A NO-OP IF 110-OPEN-REPORT COULD NOT OPEN THE DD. *
      * UR70CFGA'S TP90 STATE IS SAVED AND RESTORED SINCE SOME LINES   *
      * ARE WRITTEN WHILE THE ARCHIVE IS STILL BEING BROWSED.          *
      ******************************************************************
       920-WRITE-REPORT-LINE.

           DISPLAY RPT-LINE(1:80)

           IF WS-RPT-FILE-OPEN
              MOVE TP90-RETURN-CODE       TO WS-SAVE-TP90-RETURN-CODE
              MOVE TP90-RECORD-KEY        TO WS-SAVE-TP90-RECORD-KEY
              SET  WS-SAVE-TP90-ANCHOR    TO TP90-ANCHOR

              MOVE 'CFGRRPT '             TO TP90-DDNAME
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
