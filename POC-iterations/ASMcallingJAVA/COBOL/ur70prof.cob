       IDENTIFICATION DIVISION.
       PROGRAM-ID. UR70PROF.
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
      ** DESCRIPTION: D001 MASTER-FILE PROFILE.  BROWSES D001 ONCE    *
      **              AND REPORTS:                                    *
      **                - RECORD COUNTS AND PERCENTAGES BY TWO-BYTE   *
      **                  RECORD TYPE, WITH AVERAGE AND LONGEST       *
      **                  RECORD LENGTH                               *
      **                - THE TOP PARENTS BY CHILD COUNT, AND THE     *
      **                  NUMBER OF D002 PARENTS WITH NO CHILDREN     *
      **                  (PARENT REFERENCE = BYTES 3-17, AS D002XREF *
      **                  READS IT)                                   *
      **                - A RECORD-LENGTH HISTOGRAM IN BANDS UP TO    *
      **                  THE 4240-BYTE MAXIMUM                       *
      **                - AN AGE HISTOGRAM ON THE DATE COLUMN ARCHPARM*
      **                  NAMES, WITH THE RECORDS ALREADY PAST THE    *
      **                  RETENTION CUTOFF AND THOSE THAT WILL PASS IT*
      **                  IN THE NEXT 30/60/90 DAYS - THE SAME CARD   *
      **                  AND DATE ARITHMETIC TESTUR70'S ARCHIVAL     *
      **                  PASS USES                                   *
      **              EACH RUN'S COUNTS BY RECORD TYPE ARE KEPT ON A  *
      **              KSDS (UR70PRFH) KEYED BY RUN DATE, TIME AND     *
      **              TYPE, AND THE LAST RUN OF EACH OF UP TO TWELVE  *
      **              MONTHS IS SHOWN SIDE BY SIDE FOR CAPACITY       *
      **              PLANNING AND VSAM REALLOCATION SIZING.          *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                                                               *
      ** INPUT FILES:   D001     - MASTER FILE                         *
      **                D002     - REFERENCE MASTER (PARENTS)          *
      **                ARCHPARM - ARCHIVAL RETENTION CARD (OPTIONAL)  *
      **                                                               *
      ** OUTPUT FILES:  UR70PRFH - PROFILE HISTORY (KSDS)              *
      **                                                               *
      ** REPORTS:       PROFRPT  - D001 PROFILE REPORT                 *
      **                                                               *
      ** RETURN CDS:  0000 - PROFILE COMPLETE                          *
      **              0004 - PROFILE INCOMPLETE: ARCHPARM ABSENT OR   *
      **                     UNUSABLE (NO AGE SECTION), D002 NOT      *
      **                     USABLE, OR A TABLE FILLED UP             *
      **              0008 - UR70PRFH NOT USABLE - PROFILE NOT KEPT    *
      **              0012 - D001 NOT USABLE                           *
      **                                                               *
      ******************************************************************
      **                ISSUANCE INFORMATION                           *
      ******************************************************************
      ** VERSION  PROJECT  ANALYST  EFF        REASON                  *
      **                                                               *
      ** 100  RTC23662    MORGAN     10/15/2026 INITIAL                *
      **                                                               *
      ** 101  RTC23668    MORGAN     10/15/2026 CHANGE COLUMN MOVED    *
      **                                        CLEAR OF MONTH 12      *
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
      *  ARCHIVAL CARD - DD ARCHPARM, TESTUR70'S LAYOUT AND ACCEPTANCE*
      *  RULES (RETENTION DAYS IN COLS 1-5, THE 1-BASED COLUMN OF THE *
      *  RECORD'S YYYYMMDD DATE FIELD IN COLS 6-9).                   *
      ******************************************************************
       01  ARCH-PARM-RECORD-AREA.
           05  ARCH-RETENTION-DAYS        PIC 9(05).
           05  ARCH-DATE-COLUMN           PIC 9(04).
           05  FILLER                     PIC X(71).
      *
       01  WS-ARCH-ACTIVE-SW        PIC X(01) VALUE 'N'.
           88  WS-ARCH-ACTIVE              VALUE 'Y'.
       01  WS-ARCH-RETENTION-DAYS   PIC S9(9) COMP VALUE ZEROES.
       01  WS-ARCH-DATE-COLUMN      PIC S9(4) COMP VALUE ZEROES.
       01  WS-ARCH-CUTOFF-SERIAL    PIC S9(9) COMP VALUE ZEROES.
       01  WS-TODAY-SERIAL          PIC S9(9) COMP VALUE ZEROES.
      *
       01  WS-ARCH-DATE-X           PIC X(08) VALUE SPACES.
      *
      *  SERIAL-DAY WORK FIELDS (RATA DIE STYLE, MONTHS MARCH-FIRST),
      *  THE ARITHMETIC TESTUR70'S 271-COMPUTE-SERIAL-DAY USES, SO A
      *  RECORD SHOWN ELIGIBLE HERE IS THE RECORD ARCHIVAL WILL MOVE.
       01  WS-SERIAL-DATE.
           05  WS-SER-YYYY                PIC 9(04).
           05  WS-SER-MM                  PIC 9(02).
           05  WS-SER-DD                  PIC 9(02).
       01  WS-SER-WORK-Y            PIC S9(9) COMP VALUE ZEROES.
       01  WS-SER-WORK-M            PIC S9(9) COMP VALUE ZEROES.
       01  WS-SERIAL-DAYS           PIC S9(9) COMP VALUE ZEROES.
       01  WS-AGE-DAYS              PIC S9(9) COMP VALUE ZEROES.
      *
      ******************************************************************
      *  D002 PARENTS, IN KEY ORDER AS THE BROWSE RETURNS THEM, SO    *
      *  EACH D001 PARENT REFERENCE IS FOUND BY A BINARY PROBE.  A    *
      *  PARENT PAST THE TABLE'S CAPACITY IS NOT TALLIED, AND THE     *
      *  REPORT SAYS SO.                                              *
      ******************************************************************
       01  D002-RECORD-AREA.
           05  D002-KEY                   PIC X(15).
           05  D002-DATA                  PIC X(65).
      *
       01  PAR-MAX-ENTRIES          PIC S9(4) COMP VALUE +5000.
       01  PAR-COUNT                PIC S9(4) COMP VALUE ZEROES.
       01  PAR-TABLE.
           05  PAR-T-ENTRY                 OCCURS 5000 TIMES.
               10  PAR-T-KEY              PIC X(15).
               10  PAR-T-CHILDREN         PIC S9(9) COMP.
               10  PAR-T-PICKED-SW        PIC X(01).
                   88  PAR-T-PICKED              VALUE 'Y'.
      *
       01  PAR-SUB                  PIC S9(4) COMP VALUE ZEROES.
       01  WS-PAR-LOW               PIC S9(4) COMP VALUE ZEROES.
       01  WS-PAR-HIGH              PIC S9(4) COMP VALUE ZEROES.
       01  WS-PAR-MID               PIC S9(4) COMP VALUE ZEROES.
       01  WS-PAR-FOUND             PIC S9(4) COMP VALUE ZEROES.
       01  WS-PAR-SEEK-KEY          PIC X(15) VALUE SPACES.
       01  WS-D002-SW               PIC X(01) VALUE 'N'.
           88  WS-D002-UNUSABLE            VALUE 'U'.
       01  WS-PAR-OVERFLOW          PIC S9(9) COMP VALUE ZEROES.
      *
       01  TOP-MAX-ENTRIES          PIC S9(4) COMP VALUE +10.
       01  TOP-SUB                  PIC S9(4) COMP VALUE ZEROES.
       01  WS-TOP-BEST              PIC S9(4) COMP VALUE ZEROES.
      *
      ******************************************************************
      *  RECORD TYPES SEEN ON D001 THIS RUN, OR ON THE HISTORY FILE.  *
      *  THE HISTORY COUNTS LINE UP WITH THE MONTH TABLE BELOW.       *
      ******************************************************************
       01  TYPE-MAX-ENTRIES         PIC S9(4) COMP VALUE +100.
       01  TYPE-COUNT               PIC S9(4) COMP VALUE ZEROES.
       01  TYPE-TABLE.
           05  TYPE-T-ENTRY                OCCURS 100 TIMES.
               10  TYPE-T-CODE            PIC X(02).
               10  TYPE-T-RECORDS         PIC S9(9) COMP.
               10  TYPE-T-BYTES           PIC S9(15) COMP.
               10  TYPE-T-MAX-LENGTH      PIC S9(4) COMP.
               10  TYPE-T-ELIGIBLE        PIC S9(9) COMP.
               10  TYPE-T-HIST-COUNT      PIC S9(9) COMP
                                          OCCURS 12 TIMES.
      *
       01  TYPE-HOLD-ENTRY.
           05  TYPE-H-CODE                PIC X(02).
           05  TYPE-H-RECORDS             PIC S9(9) COMP.
           05  TYPE-H-BYTES               PIC S9(15) COMP.
           05  TYPE-H-MAX-LENGTH          PIC S9(4) COMP.
           05  TYPE-H-ELIGIBLE            PIC S9(9) COMP.
           05  TYPE-H-HIST-COUNT          PIC S9(9) COMP
                                          OCCURS 12 TIMES.
      *
       01  TYPE-SUB                 PIC S9(4) COMP VALUE ZEROES.
       01  TYPE-SUB-2               PIC S9(4) COMP VALUE ZEROES.
       01  WS-TYPE-SEEK             PIC X(02) VALUE SPACES.
       01  WS-TYPE-OVERFLOW         PIC S9(9) COMP VALUE ZEROES.
      *
      ******************************************************************
      *  RECORD-LENGTH BANDS, DOUBLING UP TO THE 4240-BYTE MAXIMUM.   *
      ******************************************************************
       01  LEN-BAND-VALUES.
           05  FILLER                     PIC 9(04) VALUE 0080.
           05  FILLER                     PIC X(11) VALUE '    1-   80'.
           05  FILLER                     PIC 9(04) VALUE 0160.
           05  FILLER                     PIC X(11) VALUE '   81-  160'.
           05  FILLER                     PIC 9(04) VALUE 0320.
           05  FILLER                     PIC X(11) VALUE '  161-  320'.
           05  FILLER                     PIC 9(04) VALUE 0640.
           05  FILLER                     PIC X(11) VALUE '  321-  640'.
           05  FILLER                     PIC 9(04) VALUE 1280.
           05  FILLER                     PIC X(11) VALUE '  641- 1280'.
           05  FILLER                     PIC 9(04) VALUE 2560.
           05  FILLER                     PIC X(11) VALUE ' 1281- 2560'.
           05  FILLER                     PIC 9(04) VALUE 4240.
           05  FILLER                     PIC X(11) VALUE ' 2561- 4240'.
      *
       01  LEN-BAND-TABLE REDEFINES LEN-BAND-VALUES.
           05  LEN-BAND-ENTRY              OCCURS 7 TIMES.
               10  LEN-B-LIMIT            PIC 9(04).
               10  LEN-B-LABEL            PIC X(11).
      *
       01  LEN-BAND-COUNTS.
           05  LEN-B-COUNT                PIC S9(9) COMP
                                          OCCURS 7 TIMES.
      *
       01  LEN-BAND-MAX             PIC S9(4) COMP VALUE +7.
       01  LEN-SUB                  PIC S9(4) COMP VALUE ZEROES.
       01  WS-REC-LENGTH            PIC S9(4) COMP VALUE ZEROES.
      *
      ******************************************************************
      *  AGE BANDS, IN DAYS BEFORE TODAY ON THE ARCHPARM DATE COLUMN. *
      ******************************************************************
       01  AGE-BAND-VALUES.
           05  FILLER                     PIC 9(05) VALUE 00030.
           05  FILLER                     PIC X(14) VALUE
                                          '    0-30 DAYS'.
           05  FILLER                     PIC 9(05) VALUE 00090.
           05  FILLER                     PIC X(14) VALUE
                                          '   31-90 DAYS'.
           05  FILLER                     PIC 9(05) VALUE 00180.
           05  FILLER                     PIC X(14) VALUE
                                          '  91-180 DAYS'.
           05  FILLER                     PIC 9(05) VALUE 00365.
           05  FILLER                     PIC X(14) VALUE
                                          ' 181-365 DAYS'.
           05  FILLER                     PIC 9(05) VALUE 00730.
           05  FILLER                     PIC X(14) VALUE
                                          '   1-2 YEARS'.
           05  FILLER                     PIC 9(05) VALUE 99999.
           05  FILLER                     PIC X(14) VALUE
                                          'OVER 2 YEARS'.
      *
       01  AGE-BAND-TABLE REDEFINES AGE-BAND-VALUES.
           05  AGE-BAND-ENTRY              OCCURS 6 TIMES.
               10  AGE-B-LIMIT            PIC 9(05).
               10  AGE-B-LABEL            PIC X(14).
      *
       01  AGE-BAND-COUNTS.
           05  AGE-B-COUNT                PIC S9(9) COMP
                                          OCCURS 6 TIMES.
      *
       01  AGE-BAND-MAX             PIC S9(4) COMP VALUE +6.
       01  AGE-SUB                  PIC S9(4) COMP VALUE ZEROES.
       01  WS-AGE-FUTURE            PIC S9(9) COMP VALUE ZEROES.
       01  WS-AGE-UNDATED           PIC S9(9) COMP VALUE ZEROES.
      *
      *  ELIGIBLE NOW = ALREADY BEFORE TODAY'S CUTOFF; THE 30/60/90
      *  FIGURES ARE THE RECORDS NOT YET ELIGIBLE THAT THE CUTOFF WILL
      *  OVERTAKE WITHIN THAT MANY DAYS (EACH INCLUDES THE SHORTER).
       01  WS-ELIG-NOW              PIC S9(9) COMP VALUE ZEROES.
       01  WS-ELIG-30               PIC S9(9) COMP VALUE ZEROES.
       01  WS-ELIG-60               PIC S9(9) COMP VALUE ZEROES.
       01  WS-ELIG-90               PIC S9(9) COMP VALUE ZEROES.
      *
      ******************************************************************
      *  PROFILE HISTORY RECORD - DD UR70PRFH.  ONE RECORD PER RECORD *
      *  TYPE PER RUN, PLUS A TOTAL RECORD WHOSE TYPE IS HIGH-VALUES. *
      *  THE KEY IS 16 BYTES, SO UR70PRFH CALLS PASS PRFH-KEY AS THE  *
      *  KEY ARGUMENT RATHER THAN THE 15-BYTE TP90-RECORD-KEY.        *
      ******************************************************************
       01  PRFH-RECORD-AREA.
           05  PRFH-KEY.
               10  PRFH-STAMP.
                   15  PRFH-DATE          PIC 9(08).
                   15  PRFH-TIME          PIC 9(06).
               10  PRFH-TYPE              PIC X(02).
           05  PRFH-RECORDS               PIC 9(09).
           05  PRFH-BYTES                 PIC 9(15).
           05  PRFH-MAX-LENGTH            PIC 9(05).
           05  PRFH-ELIGIBLE              PIC 9(09).
           05  FILLER                     PIC X(26).
      *
       01  WS-PRFH-SW               PIC X(01) VALUE 'N'.
           88  WS-PRFH-OPEN                VALUE 'Y'.
       01  WS-PRFH-FAILED-SW        PIC X(01) VALUE 'N'.
           88  WS-PRFH-FAILED              VALUE 'Y'.
      *
      ******************************************************************
      *  THE MONTHS ON THE HISTORY FILE, OLDEST FIRST, EACH WITH THE  *
      *  STAMP OF ITS LAST RUN - THE RUN THAT STANDS FOR THE MONTH.   *
      *  ONLY THE TWELVE LATEST MONTHS ARE KEPT.                      *
      ******************************************************************
       01  MON-MAX-ENTRIES          PIC S9(4) COMP VALUE +12.
       01  MON-COUNT                PIC S9(4) COMP VALUE ZEROES.
       01  MON-TABLE.
           05  MON-T-ENTRY                 OCCURS 12 TIMES.
               10  MON-T-MONTH            PIC 9(06).
               10  MON-T-STAMP            PIC X(14).
               10  MON-T-TOTAL            PIC S9(9) COMP.
      *
       01  MON-SUB                  PIC S9(4) COMP VALUE ZEROES.
       01  WS-MON-COL               PIC S9(4) COMP VALUE ZEROES.
      *
      ******************************************************************
      *  RUN TOTALS, SWITCHES AND REPORT WORK FIELDS.                 *
      ******************************************************************
       01  WS-D001-RECORDS          PIC S9(9) COMP VALUE ZEROES.
       01  WS-D001-BYTES            PIC S9(15) COMP VALUE ZEROES.
       01  WS-NO-PARENT-REF         PIC S9(9) COMP VALUE ZEROES.
       01  WS-ORPHAN-REF            PIC S9(9) COMP VALUE ZEROES.
       01  WS-CHILDLESS             PIC S9(9) COMP VALUE ZEROES.
       01  WS-WITH-CHILDREN         PIC S9(9) COMP VALUE ZEROES.
      *
       01  WS-D001-SW               PIC X(01) VALUE 'N'.
           88  WS-D001-UNUSABLE            VALUE 'U'.
       01  WS-SCAN-SW               PIC X(01) VALUE 'N'.
           88  WS-SCAN-DONE                VALUE 'Y'.
      *
       01  WS-PROF-DATE             PIC 9(08) VALUE ZEROES.
       01  WS-PROF-TIME-FULL        PIC 9(08) VALUE ZEROES.
      *
       01  WS-PCT-PART              PIC S9(15) COMP VALUE ZEROES.
       01  WS-PCT-WHOLE             PIC S9(15) COMP VALUE ZEROES.
       01  WS-PCT                   PIC S9(5)V9 VALUE ZEROES.
       01  WS-BAR-MAX               PIC S9(9) COMP VALUE ZEROES.
       01  WS-BAR-LEN               PIC S9(4) COMP VALUE ZEROES.
       01  WS-AVG-LENGTH            PIC S9(9) COMP VALUE ZEROES.
       01  WS-GROWTH                PIC S9(9) COMP VALUE ZEROES.
      *
       01  WS-RETURN-CD             PIC S9(4) COMP VALUE ZEROES.
      *
      ******************************************************************
      *  PROFILE REPORT - DD PROFRPT.  A MISSING DD IS NOT FATAL -    *
      *  THE REPORT SIMPLY STAYS ON THE DISPLAY LOG.                  *
      ******************************************************************
       01  WS-RPT-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-RPT-FILE-OPEN            VALUE 'Y'.
      *
       01  RPT-RECORD-AREA.
           05  RPT-LINE                  PIC X(132).
      *
       01  WS-RPT-NUM-EDIT           PIC -(8)9.
       01  WS-RPT-AMT-EDIT           PIC -(14)9.
       01  WS-RPT-PCT-EDIT           PIC -ZZZ9.9.
       01  WS-RPT-LEN-EDIT           PIC ZZZZ9.
       01  WS-RPT-RANK-EDIT          PIC Z9.
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
       01  TP90-RECORD-AREA.
           05  TP90-FB-RECORD-AREA  PIC X(4240) VALUE SPACES.
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
           DISPLAY 'UR70PROF STARTING'
      *
           ACCEPT WS-PROF-DATE            FROM DATE YYYYMMDD
      *
           ACCEPT WS-PROF-TIME-FULL       FROM TIME
      *
           PERFORM 110-OPEN-REPORT        THRU 110-EXIT
      *
           PERFORM 100-LOAD-ARCH-PARM     THRU 100-EXIT
      *
           PERFORM 200-LOAD-PARENTS       THRU 200-EXIT
      *
           PERFORM 300-PROFILE-D001       THRU 300-EXIT
      *
           IF NOT WS-D001-UNUSABLE
              PERFORM 400-SAVE-HISTORY    THRU 400-EXIT
              PERFORM 500-LOAD-HISTORY    THRU 500-EXIT
              PERFORM 600-SORT-TYPES      THRU 600-EXIT
              PERFORM 700-PRINT-TYPES     THRU 700-EXIT
              PERFORM 720-PRINT-PARENTS   THRU 720-EXIT
              PERFORM 740-PRINT-LENGTHS   THRU 740-EXIT
              PERFORM 760-PRINT-AGES      THRU 760-EXIT
              PERFORM 780-PRINT-GROWTH    THRU 780-EXIT
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
      * LOAD THE ARCHIVAL CARD FROM DD ARCHPARM WITH TESTUR70'S       *
      * ACCEPTANCE RULES.  ABSENT OR UNUSABLE MEANS NO AGE SECTION.   *
      ******************************************************************
       100-LOAD-ARCH-PARM.

           SET  TP90-ANCHOR               TO NULL
           MOVE 'ARCHPARM'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-OPEN        TO TP90-FUNCTION-CODE
           MOVE GVBTP90-VALUE-SEQUENTIAL  TO TP90-FILE-TYPE
           MOVE GVBTP90-VALUE-INPUT       TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE SPACES                    TO TP90-RECORD-KEY

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 ARCH-PARM-RECORD-AREA,
                                 TP90-RECORD-KEY

           IF TP90-RETURN-CODE = GVBTP90-VALUE-SUCCESSFUL
              MOVE SPACES                 TO ARCH-PARM-RECORD-AREA
              MOVE 'ARCHPARM'             TO TP90-DDNAME
              MOVE GVBTP90-VALUE-READ     TO TP90-FUNCTION-CODE
              CALL GVBTP90 USING TP90-PARAMETER-AREA,
                                 ARCH-PARM-RECORD-AREA,
                                 TP90-RECORD-KEY

              IF TP90-RETURN-CODE = GVBTP90-VALUE-SUCCESSFUL
                 AND ARCH-RETENTION-DAYS IS NUMERIC
                 AND ARCH-RETENTION-DAYS > ZEROES
                 AND ARCH-DATE-COLUMN IS NUMERIC
                 AND ARCH-DATE-COLUMN > ZEROES
                 AND ARCH-DATE-COLUMN <= 4233
                 MOVE 'Y'                 TO WS-ARCH-ACTIVE-SW
                 MOVE ARCH-RETENTION-DAYS TO WS-ARCH-RETENTION-DAYS
                 MOVE ARCH-DATE-COLUMN    TO WS-ARCH-DATE-COLUMN
              ELSE
                 DISPLAY 'ARCHPARM CARD UNUSABLE, AGE PROFILE SKIPPED'
              END-IF

              MOVE 'ARCHPARM'             TO TP90-DDNAME
              MOVE GVBTP90-VALUE-CLOSE    TO TP90-FUNCTION-CODE
              CALL GVBTP90 USING TP90-PARAMETER-AREA,
                                 ARCH-PARM-RECORD-AREA,
                                 TP90-RECORD-KEY
              SET  TP90-ANCHOR            TO NULL
           ELSE
              DISPLAY 'ARCHPARM NOT AVAILABLE, AGE PROFILE SKIPPED'
           END-IF

           IF WS-ARCH-ACTIVE
              MOVE WS-PROF-DATE           TO WS-SERIAL-DATE
              PERFORM 360-COMPUTE-SERIAL-DAY THRU 360-EXIT
              MOVE WS-SERIAL-DAYS         TO WS-TODAY-SERIAL
              COMPUTE WS-ARCH-CUTOFF-SERIAL =
                      WS-SERIAL-DAYS - WS-ARCH-RETENTION-DAYS
           ELSE
              MOVE +4                     TO WS-RETURN-CD
           END-IF

           .
       100-EXIT.
           EXIT.

       110-OPEN-REPORT.

           SET  TP90-ANCHOR               TO NULL
           MOVE 'PROFRPT '                TO TP90-DDNAME
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
              DISPLAY 'PROFRPT NOT AVAILABLE, REPORT NOT WRITTEN '
                      'TO A DD'
           END-IF

           MOVE SPACES                    TO RPT-LINE
           STRING 'UR70PROF D001 PROFILE - RUN ' WS-PROF-DATE ' '
                  WS-PROF-TIME-FULL(1:6)
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           .
       110-EXIT.
           EXIT.

      ******************************************************************
      * TABLE EVERY D002 PARENT KEY, IN KEY ORDER.  AN UNUSABLE D002  *
      * LEAVES THE PARENT SECTION WITHOUT A CHILDLESS COUNT.          *
      ******************************************************************
       200-LOAD-PARENTS.

           MOVE +0                        TO PAR-COUNT

           SET  TP90-ANCHOR               TO NULL
           MOVE 'D002    '                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-OPEN        TO TP90-FUNCTION-CODE
           MOVE GVBTP90-VALUE-VSAM        TO TP90-FILE-TYPE
           MOVE GVBTP90-VALUE-INPUT       TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           MOVE SPACES                    TO TP90-RECORD-KEY

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 D002-RECORD-AREA,
                                 TP90-RECORD-KEY

           IF TP90-RETURN-CODE NOT = GVBTP90-VALUE-SUCCESSFUL
              SET  TP90-ANCHOR            TO NULL
              MOVE 'U'                    TO WS-D002-SW
              DISPLAY 'D002 NOT AVAILABLE, PARENTS NOT PROFILED'
              MOVE +4                     TO WS-RETURN-CD
              GO TO 200-EXIT
           END-IF

           MOVE LOW-VALUES                TO TP90-RECORD-KEY
           MOVE 'D002    '                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-START-BROWSE
                                          TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +80                       TO TP90-RECORD-LENGTH
           MOVE GVBTP90-VALUE-FIXED-LEN   TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 D002-RECORD-AREA,
                                 TP90-RECORD-KEY

           EVALUATE TP90-RETURN-CODE
              WHEN GVBTP90-VALUE-SUCCESSFUL
                 MOVE 'N'                 TO WS-SCAN-SW
                 PERFORM 210-READ-ONE-PARENT THRU 210-EXIT
                    UNTIL WS-SCAN-DONE
              WHEN GVBTP90-VALUE-NOT-FOUND
                 CONTINUE
              WHEN GVBTP90-VALUE-END-OF-FILE
                 CONTINUE
              WHEN OTHER
                 MOVE 'U'                 TO WS-D002-SW
                 DISPLAY 'D002 BROWSE FAILED, RET CD = '
                         TP90-RETURN-CODE
                 MOVE +4                  TO WS-RETURN-CD
           END-EVALUATE

           MOVE 'D002    '                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-CLOSE       TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 D002-RECORD-AREA,
                                 TP90-RECORD-KEY
           SET  TP90-ANCHOR               TO NULL

           IF WS-PAR-OVERFLOW > ZEROES
              DISPLAY 'PARENT TABLE FULL, PARENTS NOT PROFILED = '
                      WS-PAR-OVERFLOW
              MOVE +4                     TO WS-RETURN-CD
           END-IF

           .
       200-EXIT.
           EXIT.

       210-READ-ONE-PARENT.

           MOVE 'D002    '                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-READNEXT    TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +80                       TO TP90-RECORD-LENGTH
           MOVE GVBTP90-VALUE-FIXED-LEN   TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 D002-RECORD-AREA,
                                 TP90-RECORD-KEY

           EVALUATE TRUE
              WHEN TP90-RETURN-CODE = GVBTP90-VALUE-END-OF-FILE
                 MOVE 'Y'                 TO WS-SCAN-SW
              WHEN TP90-RETURN-CODE NOT = GVBTP90-VALUE-SUCCESSFUL
                 MOVE 'U'                 TO WS-D002-SW
                 DISPLAY 'D002 READ FAILED, RET CD = '
                         TP90-RETURN-CODE
                 MOVE +4                  TO WS-RETURN-CD
                 MOVE 'Y'                 TO WS-SCAN-SW
              WHEN PAR-COUNT NOT < PAR-MAX-ENTRIES
                 ADD  1                   TO WS-PAR-OVERFLOW
              WHEN OTHER
                 ADD  1                   TO PAR-COUNT
                 MOVE D002-KEY            TO PAR-T-KEY(PAR-COUNT)
                 MOVE +0                  TO PAR-T-CHILDREN(PAR-COUNT)
                 MOVE 'N'                 TO PAR-T-PICKED-SW(PAR-COUNT)
           END-EVALUATE

           .
       210-EXIT.
           EXIT.

      ******************************************************************
      * THE ONE BROWSE OF D001.  EVERY RECORD IS TALLIED BY TYPE,     *
      * PARENT, LENGTH AND (WITH ARCHPARM) AGE.                       *
      ******************************************************************
       300-PROFILE-D001.

           SET  TP90-ANCHOR               TO NULL
           MOVE 'D001    '                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-OPEN        TO TP90-FUNCTION-CODE
           MOVE GVBTP90-VALUE-VSAM        TO TP90-FILE-TYPE
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
              SET  TP90-ANCHOR            TO NULL
              MOVE 'U'                    TO WS-D001-SW
              DISPLAY 'D001 OPEN FAILED, RET CD = ' TP90-RETURN-CODE
              MOVE +12                    TO WS-RETURN-CD
              GO TO 300-EXIT
           END-IF

           MOVE 'D001    '                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-START-BROWSE
                                          TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +4240                     TO TP90-RECORD-LENGTH
           MOVE GVBTP90-VALUE-VARIABLE-LEN
                                          TO TP90-RECFM
           MOVE LOW-VALUES                TO TP90-RECORD-KEY
           MOVE SPACES                    TO TP90-FB-RECORD-AREA

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY

           EVALUATE TP90-RETURN-CODE
              WHEN GVBTP90-VALUE-SUCCESSFUL
                 MOVE 'N'                 TO WS-SCAN-SW
                 PERFORM 310-PROFILE-ONE-RECORD THRU 310-EXIT
                    UNTIL WS-SCAN-DONE
              WHEN GVBTP90-VALUE-NOT-FOUND
                 CONTINUE
              WHEN GVBTP90-VALUE-END-OF-FILE
                 CONTINUE
              WHEN OTHER
                 MOVE 'U'                 TO WS-D001-SW
                 DISPLAY 'D001 START BROWSE FAILED, RET CD = '
                         TP90-RETURN-CODE
                 MOVE +12                 TO WS-RETURN-CD
           END-EVALUATE

           MOVE 'D001    '                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-CLOSE       TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           SET  TP90-ANCHOR               TO NULL

           DISPLAY 'D001 RECORDS PROFILED = ' WS-D001-RECORDS

           IF WS-TYPE-OVERFLOW > ZEROES
              DISPLAY 'RECORD TYPE TABLE FULL, RECORDS NOT TYPED = '
                      WS-TYPE-OVERFLOW
              IF WS-RETURN-CD < +4
                 MOVE +4                  TO WS-RETURN-CD
              END-IF
           END-IF

           .
       300-EXIT.
           EXIT.

       310-PROFILE-ONE-RECORD.

           MOVE 'D001    '                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-READNEXT    TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +4240                     TO TP90-RECORD-LENGTH
           MOVE GVBTP90-VALUE-VARIABLE-LEN
                                          TO TP90-RECFM
           MOVE SPACES                    TO TP90-FB-RECORD-AREA

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY

           EVALUATE TP90-RETURN-CODE
              WHEN GVBTP90-VALUE-SUCCESSFUL
                 ADD  1                   TO WS-D001-RECORDS
              WHEN GVBTP90-VALUE-END-OF-FILE
                 MOVE 'Y'                 TO WS-SCAN-SW
                 GO TO 310-EXIT
              WHEN OTHER
                 MOVE 'U'                 TO WS-D001-SW
                 DISPLAY 'D001 BROWSE FAILED, RET CD = '
                         TP90-RETURN-CODE
                         ' AFTER ' WS-D001-RECORDS ' RECORDS'
                 MOVE +12                 TO WS-RETURN-CD
                 MOVE 'Y'                 TO WS-SCAN-SW
                 GO TO 310-EXIT
           END-EVALUATE

           IF TP90-RECORD-LENGTH > +0
              AND TP90-RECORD-LENGTH <= +4240
              MOVE TP90-RECORD-LENGTH     TO WS-REC-LENGTH
           ELSE
              MOVE +80                    TO WS-REC-LENGTH
           END-IF
           ADD  WS-REC-LENGTH             TO WS-D001-BYTES

           PERFORM 320-TALLY-TYPE         THRU 320-EXIT
           PERFORM 330-TALLY-PARENT       THRU 330-EXIT
           PERFORM 340-TALLY-LENGTH       THRU 340-EXIT
           IF WS-ARCH-ACTIVE
              PERFORM 350-TALLY-AGE       THRU 350-EXIT
           END-IF

           .
       310-EXIT.
           EXIT.

      ******************************************************************
      * FIND (OR ADD) THE RECORD'S TYPE AND ADD THE RECORD TO IT.     *
      * TYPE-SUB COMES BACK ZERO WHEN THE TABLE IS FULL.              *
      ******************************************************************
       320-TALLY-TYPE.

           MOVE TP90-FB-RECORD-AREA(1:2)  TO WS-TYPE-SEEK
           PERFORM 325-LOCATE-TYPE        THRU 325-EXIT

           IF TYPE-SUB = ZEROES
              ADD  1                      TO WS-TYPE-OVERFLOW
              GO TO 320-EXIT
           END-IF

           ADD  1                         TO TYPE-T-RECORDS(TYPE-SUB)
           ADD  WS-REC-LENGTH             TO TYPE-T-BYTES(TYPE-SUB)
           IF WS-REC-LENGTH > TYPE-T-MAX-LENGTH(TYPE-SUB)
              MOVE WS-REC-LENGTH       TO TYPE-T-MAX-LENGTH(TYPE-SUB)
           END-IF

           .
       320-EXIT.
           EXIT.

       325-LOCATE-TYPE.

           PERFORM 326-NEXT-TYPE          THRU 326-EXIT
              VARYING TYPE-SUB FROM 1 BY 1
                UNTIL TYPE-SUB > TYPE-COUNT
                   OR TYPE-T-CODE(TYPE-SUB) = WS-TYPE-SEEK

           IF TYPE-SUB > TYPE-COUNT
              IF TYPE-COUNT NOT < TYPE-MAX-ENTRIES
                 MOVE +0                  TO TYPE-SUB
                 GO TO 325-EXIT
              END-IF
              ADD  1                      TO TYPE-COUNT
              MOVE TYPE-COUNT             TO TYPE-SUB
              INITIALIZE TYPE-T-ENTRY(TYPE-SUB)
              MOVE WS-TYPE-SEEK           TO TYPE-T-CODE(TYPE-SUB)
           END-IF

           .
       325-EXIT.
           EXIT.

       326-NEXT-TYPE.

           CONTINUE

           .
       326-EXIT.
           EXIT.

      ******************************************************************
      * COUNT THE RECORD AGAINST ITS PARENT.  A BLANK REFERENCE HAS   *
      * NO PARENT; A REFERENCE NOT ON THE TABLE IS AN ORPHAN (OR,     *
      * WHEN THE TABLE FILLED, A PARENT THAT WAS NOT TABLED).         *
      ******************************************************************
       330-TALLY-PARENT.

           IF TP90-FB-RECORD-AREA(3:15) = SPACES
              ADD  1                      TO WS-NO-PARENT-REF
              GO TO 330-EXIT
           END-IF

           IF WS-D002-UNUSABLE
              GO TO 330-EXIT
           END-IF

           MOVE TP90-FB-RECORD-AREA(3:15) TO WS-PAR-SEEK-KEY
           MOVE +1                        TO WS-PAR-LOW
           MOVE PAR-COUNT                 TO WS-PAR-HIGH
           MOVE +0                        TO WS-PAR-FOUND
           PERFORM 335-PROBE-PARENT       THRU 335-EXIT
              UNTIL WS-PAR-LOW > WS-PAR-HIGH
                 OR WS-PAR-FOUND > ZEROES

           IF WS-PAR-FOUND > ZEROES
              ADD  1                  TO PAR-T-CHILDREN(WS-PAR-FOUND)
           ELSE
              ADD  1                      TO WS-ORPHAN-REF
           END-IF

           .
       330-EXIT.
           EXIT.

       335-PROBE-PARENT.

           COMPUTE WS-PAR-MID = (WS-PAR-LOW + WS-PAR-HIGH) / 2

           EVALUATE TRUE
              WHEN PAR-T-KEY(WS-PAR-MID) = WS-PAR-SEEK-KEY
                 MOVE WS-PAR-MID          TO WS-PAR-FOUND
              WHEN PAR-T-KEY(WS-PAR-MID) < WS-PAR-SEEK-KEY
                 COMPUTE WS-PAR-LOW = WS-PAR-MID + 1
              WHEN OTHER
                 COMPUTE WS-PAR-HIGH = WS-PAR-MID - 1
           END-EVALUATE

           .
       335-EXIT.
           EXIT.

       340-TALLY-LENGTH.

           PERFORM 345-NEXT-BAND          THRU 345-EXIT
              VARYING LEN-SUB FROM 1 BY 1
                UNTIL LEN-SUB NOT < LEN-BAND-MAX
                   OR WS-REC-LENGTH NOT > LEN-B-LIMIT(LEN-SUB)

           ADD  1                         TO LEN-B-COUNT(LEN-SUB)

           .
       340-EXIT.
           EXIT.

       345-NEXT-BAND.

           CONTINUE

           .
       345-EXIT.
           EXIT.

      ******************************************************************
      * AGE THE RECORD ON THE ARCHPARM DATE COLUMN, THE WAY TESTUR70'S*
      * 272-ARCHIVE-ONE-RECORD READS IT: A RECORD TOO SHORT TO CARRY  *
      * THE DATE, OR WITH A NON-NUMERIC DATE, IS UNDATED AND NEVER    *
      * ELIGIBLE.                                                     *
      ******************************************************************
       350-TALLY-AGE.

           MOVE SPACES                    TO WS-ARCH-DATE-X
           IF WS-REC-LENGTH >= (WS-ARCH-DATE-COLUMN + 7)
              MOVE TP90-FB-RECORD-AREA(WS-ARCH-DATE-COLUMN:8)
                                          TO WS-ARCH-DATE-X
           END-IF

           IF WS-ARCH-DATE-X IS NOT NUMERIC
              ADD  1                      TO WS-AGE-UNDATED
              GO TO 350-EXIT
           END-IF

           MOVE WS-ARCH-DATE-X            TO WS-SERIAL-DATE
           PERFORM 360-COMPUTE-SERIAL-DAY THRU 360-EXIT

           EVALUATE TRUE
              WHEN WS-SERIAL-DAYS < WS-ARCH-CUTOFF-SERIAL
                 ADD  1                   TO WS-ELIG-NOW
                 IF TYPE-SUB > ZEROES
                    ADD  1             TO TYPE-T-ELIGIBLE(TYPE-SUB)
                 END-IF
              WHEN WS-SERIAL-DAYS < WS-ARCH-CUTOFF-SERIAL + 30
                 ADD  1                   TO WS-ELIG-30
                 ADD  1                   TO WS-ELIG-60
                 ADD  1                   TO WS-ELIG-90
              WHEN WS-SERIAL-DAYS < WS-ARCH-CUTOFF-SERIAL + 60
                 ADD  1                   TO WS-ELIG-60
                 ADD  1                   TO WS-ELIG-90
              WHEN WS-SERIAL-DAYS < WS-ARCH-CUTOFF-SERIAL + 90
                 ADD  1                   TO WS-ELIG-90
           END-EVALUATE

           COMPUTE WS-AGE-DAYS = WS-TODAY-SERIAL - WS-SERIAL-DAYS
           IF WS-AGE-DAYS < ZEROES
              ADD  1                      TO WS-AGE-FUTURE
              GO TO 350-EXIT
           END-IF

           PERFORM 355-NEXT-AGE-BAND      THRU 355-EXIT
              VARYING AGE-SUB FROM 1 BY 1
                UNTIL AGE-SUB NOT < AGE-BAND-MAX
                   OR WS-AGE-DAYS NOT > AGE-B-LIMIT(AGE-SUB)

           ADD  1                         TO AGE-B-COUNT(AGE-SUB)

           .
       350-EXIT.
           EXIT.

       355-NEXT-AGE-BAND.

           CONTINUE

           .
       355-EXIT.
           EXIT.

      ******************************************************************
      * TURN THE YYYYMMDD DATE IN WS-SERIAL-DATE INTO A SERIAL DAY    *
      * NUMBER - TESTUR70'S 271-COMPUTE-SERIAL-DAY.                   *
      ******************************************************************
       360-COMPUTE-SERIAL-DAY.

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
       360-EXIT.
           EXIT.

      ******************************************************************
      * KEEP THIS RUN'S PROFILE ON UR70PRFH: ONE RECORD PER RECORD    *
      * TYPE AND A HIGH-VALUES TOTAL RECORD, ALL UNDER THIS RUN'S     *
      * DATE AND TIME.  THE FILE STAYS OPEN FOR THE HISTORY BROWSE.   *
      ******************************************************************
       400-SAVE-HISTORY.

           SET  TP90-ANCHOR               TO NULL
           MOVE 'UR70PRFH'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-OPEN        TO TP90-FUNCTION-CODE
           MOVE GVBTP90-VALUE-VSAM        TO TP90-FILE-TYPE
           MOVE GVBTP90-VALUE-IO          TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           MOVE SPACES                    TO TP90-RECORD-KEY

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 PRFH-RECORD-AREA,
                                 TP90-RECORD-KEY

           IF TP90-RETURN-CODE NOT = GVBTP90-VALUE-SUCCESSFUL
              SET  TP90-ANCHOR            TO NULL
              MOVE 'Y'                    TO WS-PRFH-FAILED-SW
              DISPLAY 'UR70PRFH NOT AVAILABLE, PROFILE NOT KEPT'
              IF WS-RETURN-CD < +8
                 MOVE +8                  TO WS-RETURN-CD
              END-IF
              GO TO 400-EXIT
           END-IF
           MOVE 'Y'                       TO WS-PRFH-SW

           PERFORM 410-PUT-TYPE-HISTORY   THRU 410-EXIT
              VARYING TYPE-SUB FROM 1 BY 1
                UNTIL TYPE-SUB > TYPE-COUNT

           MOVE SPACES                    TO PRFH-RECORD-AREA
           MOVE WS-PROF-DATE              TO PRFH-DATE
           MOVE WS-PROF-TIME-FULL(1:6)    TO PRFH-TIME
           MOVE HIGH-VALUES               TO PRFH-TYPE
           MOVE WS-D001-RECORDS           TO PRFH-RECORDS
           MOVE WS-D001-BYTES             TO PRFH-BYTES
           MOVE ZEROES                    TO PRFH-MAX-LENGTH
           MOVE WS-ELIG-NOW               TO PRFH-ELIGIBLE
           PERFORM 415-PUT-HISTORY-RECORD THRU 415-EXIT

           .
       400-EXIT.
           EXIT.

       410-PUT-TYPE-HISTORY.

           MOVE SPACES                    TO PRFH-RECORD-AREA
           MOVE WS-PROF-DATE              TO PRFH-DATE
           MOVE WS-PROF-TIME-FULL(1:6)    TO PRFH-TIME
           MOVE TYPE-T-CODE(TYPE-SUB)     TO PRFH-TYPE
           MOVE TYPE-T-RECORDS(TYPE-SUB)  TO PRFH-RECORDS
           MOVE TYPE-T-BYTES(TYPE-SUB)    TO PRFH-BYTES
           MOVE TYPE-T-MAX-LENGTH(TYPE-SUB)
                                          TO PRFH-MAX-LENGTH
           MOVE TYPE-T-ELIGIBLE(TYPE-SUB) TO PRFH-ELIGIBLE
           PERFORM 415-PUT-HISTORY-RECORD THRU 415-EXIT

           .
       410-EXIT.
           EXIT.

       415-PUT-HISTORY-RECORD.

           IF WS-PRFH-FAILED
              GO TO 415-EXIT
           END-IF

           MOVE 'UR70PRFH'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-WRITE       TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +80                       TO TP90-RECORD-LENGTH
           MOVE GVBTP90-VALUE-FIXED-LEN   TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 PRFH-RECORD-AREA,
                                 PRFH-KEY

           IF TP90-RETURN-CODE NOT = GVBTP90-VALUE-SUCCESSFUL
              MOVE 'Y'                    TO WS-PRFH-FAILED-SW
              DISPLAY 'UR70PRFH WRITE FAILED, RET CD = '
                      TP90-RETURN-CODE ' KEY = ' PRFH-KEY
              IF WS-RETURN-CD < +8
                 MOVE +8                  TO WS-RETURN-CD
              END-IF
           END-IF

           .
       415-EXIT.
           EXIT.

      ******************************************************************
      * READ THE HISTORY BACK IN TWO BROWSES: THE FIRST FINDS THE     *
      * LAST RUN OF EACH OF THE TWELVE LATEST MONTHS, THE SECOND      *
      * POSTS THOSE RUNS' COUNTS BY TYPE.  A TYPE ONLY ON THE HISTORY *
      * (GONE FROM D001) STILL GETS ITS ROW.                          *
      ******************************************************************
       500-LOAD-HISTORY.

           IF NOT WS-PRFH-OPEN
              GO TO 500-EXIT
           END-IF

           MOVE +0                        TO MON-COUNT
           MOVE 'N'                       TO WS-SCAN-SW
           PERFORM 505-START-HISTORY      THRU 505-EXIT
           PERFORM 510-NOTE-ONE-MONTH     THRU 510-EXIT
              UNTIL WS-SCAN-DONE

           MOVE 'N'                       TO WS-SCAN-SW
           PERFORM 505-START-HISTORY      THRU 505-EXIT
           PERFORM 520-POST-ONE-HISTORY   THRU 520-EXIT
              UNTIL WS-SCAN-DONE

           MOVE 'UR70PRFH'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-CLOSE       TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 PRFH-RECORD-AREA,
                                 TP90-RECORD-KEY
           SET  TP90-ANCHOR               TO NULL
           MOVE 'N'                       TO WS-PRFH-SW

           .
       500-EXIT.
           EXIT.

       505-START-HISTORY.

           MOVE LOW-VALUES                TO PRFH-KEY
           MOVE 'UR70PRFH'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-START-BROWSE
                                          TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +80                       TO TP90-RECORD-LENGTH
           MOVE GVBTP90-VALUE-FIXED-LEN   TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 PRFH-RECORD-AREA,
                                 PRFH-KEY

           IF TP90-RETURN-CODE NOT = GVBTP90-VALUE-SUCCESSFUL
              MOVE 'Y'                    TO WS-SCAN-SW
           END-IF

           .
       505-EXIT.
           EXIT.

       510-NOTE-ONE-MONTH.

           PERFORM 530-READ-NEXT-HISTORY  THRU 530-EXIT
           IF WS-SCAN-DONE
              GO TO 510-EXIT
           END-IF

           IF MON-COUNT > ZEROES
              AND MON-T-MONTH(MON-COUNT) = PRFH-DATE(1:6)
              MOVE PRFH-STAMP             TO MON-T-STAMP(MON-COUNT)
              GO TO 510-EXIT
           END-IF

           IF MON-COUNT NOT < MON-MAX-ENTRIES
              PERFORM 515-DROP-OLDEST-MONTH THRU 515-EXIT
                 VARYING MON-SUB FROM 1 BY 1
                   UNTIL MON-SUB NOT < MON-COUNT
              SUBTRACT 1                  FROM MON-COUNT
           END-IF

           ADD  1                         TO MON-COUNT
           MOVE PRFH-DATE(1:6)            TO MON-T-MONTH(MON-COUNT)
           MOVE PRFH-STAMP                TO MON-T-STAMP(MON-COUNT)
           MOVE +0                        TO MON-T-TOTAL(MON-COUNT)

           .
       510-EXIT.
           EXIT.

       515-DROP-OLDEST-MONTH.

           MOVE MON-T-ENTRY(MON-SUB + 1)  TO MON-T-ENTRY(MON-SUB)

           .
       515-EXIT.
           EXIT.

       520-POST-ONE-HISTORY.

           PERFORM 530-READ-NEXT-HISTORY  THRU 530-EXIT
           IF WS-SCAN-DONE
              GO TO 520-EXIT
           END-IF

           PERFORM 525-NEXT-MONTH         THRU 525-EXIT
              VARYING MON-SUB FROM 1 BY 1
                UNTIL MON-SUB > MON-COUNT
                   OR MON-T-STAMP(MON-SUB) = PRFH-STAMP

           IF MON-SUB > MON-COUNT
              GO TO 520-EXIT
           END-IF

           IF PRFH-TYPE = HIGH-VALUES
              MOVE PRFH-RECORDS           TO MON-T-TOTAL(MON-SUB)
              GO TO 520-EXIT
           END-IF

           MOVE PRFH-TYPE                 TO WS-TYPE-SEEK
           PERFORM 325-LOCATE-TYPE        THRU 325-EXIT
           IF TYPE-SUB > ZEROES
              MOVE PRFH-RECORDS
                          TO TYPE-T-HIST-COUNT(TYPE-SUB, MON-SUB)
           END-IF

           .
       520-EXIT.
           EXIT.

       525-NEXT-MONTH.

           CONTINUE

           .
       525-EXIT.
           EXIT.

       530-READ-NEXT-HISTORY.

           MOVE 'UR70PRFH'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-READNEXT    TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +80                       TO TP90-RECORD-LENGTH
           MOVE GVBTP90-VALUE-FIXED-LEN   TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 PRFH-RECORD-AREA,
                                 PRFH-KEY

           EVALUATE TRUE
              WHEN TP90-RETURN-CODE = GVBTP90-VALUE-END-OF-FILE
                 MOVE 'Y'                 TO WS-SCAN-SW
              WHEN TP90-RETURN-CODE NOT = GVBTP90-VALUE-SUCCESSFUL
                 DISPLAY 'UR70PRFH READ FAILED, RET CD = '
                         TP90-RETURN-CODE
                 IF WS-RETURN-CD < +8
                    MOVE +8               TO WS-RETURN-CD
                 END-IF
                 MOVE 'Y'                 TO WS-SCAN-SW
              WHEN PRFH-RECORDS IS NOT NUMERIC
                 MOVE ZEROES              TO PRFH-RECORDS
           END-EVALUATE

           .
       530-EXIT.
           EXIT.

      ******************************************************************
      * PUT THE TYPE TABLE IN RECORD-TYPE ORDER FOR PRINTING.         *
      ******************************************************************
       600-SORT-TYPES.

           PERFORM 605-ORDER-ONE-PAIR     THRU 605-EXIT
              VARYING TYPE-SUB FROM 1 BY 1
                UNTIL TYPE-SUB NOT < TYPE-COUNT
              AFTER TYPE-SUB-2 FROM 1 BY 1
                UNTIL TYPE-SUB-2 > TYPE-COUNT - TYPE-SUB

           .
       600-EXIT.
           EXIT.

       605-ORDER-ONE-PAIR.

           IF TYPE-T-CODE(TYPE-SUB-2) > TYPE-T-CODE(TYPE-SUB-2 + 1)
              MOVE TYPE-T-ENTRY(TYPE-SUB-2)   TO TYPE-HOLD-ENTRY
              MOVE TYPE-T-ENTRY(TYPE-SUB-2 + 1)
                                          TO TYPE-T-ENTRY(TYPE-SUB-2)
              MOVE TYPE-HOLD-ENTRY
                                      TO TYPE-T-ENTRY(TYPE-SUB-2 + 1)
           END-IF

           .
       605-EXIT.
           EXIT.

      ******************************************************************
      * SECTION 1 - COUNTS AND PERCENTAGES BY RECORD TYPE.            *
      ******************************************************************
       700-PRINT-TYPES.

           MOVE SPACES                    TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-D001-RECORDS           TO WS-RPT-NUM-EDIT
           MOVE WS-D001-BYTES             TO WS-RPT-AMT-EDIT
           STRING 'D001 RECORDS ' WS-RPT-NUM-EDIT
                  '   DATA BYTES ' WS-RPT-AMT-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           MOVE SPACES                    TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE 'RECORDS BY TYPE'         TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE SPACES                    TO RPT-LINE
           MOVE 'TYPE'                    TO RPT-LINE(1:4)
           MOVE 'RECORDS'                 TO RPT-LINE(10:7)
           MOVE 'PCT'                     TO RPT-LINE(20:3)
           MOVE 'AVG LEN'                 TO RPT-LINE(26:7)
           MOVE 'MAX LEN'                 TO RPT-LINE(35:7)
           MOVE 'PAST CUTOFF'             TO RPT-LINE(45:11)
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE ALL '-'                   TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           PERFORM 705-PRINT-ONE-TYPE     THRU 705-EXIT
              VARYING TYPE-SUB FROM 1 BY 1
                UNTIL TYPE-SUB > TYPE-COUNT

           .
       700-EXIT.
           EXIT.

       705-PRINT-ONE-TYPE.

      *  A TYPE KNOWN ONLY FROM THE HISTORY HAS NO LINE HERE.
           IF TYPE-T-RECORDS(TYPE-SUB) = ZEROES
              GO TO 705-EXIT
           END-IF

           MOVE SPACES                    TO RPT-LINE
           MOVE TYPE-T-CODE(TYPE-SUB)     TO RPT-LINE(2:2)
           MOVE TYPE-T-RECORDS(TYPE-SUB)  TO WS-RPT-NUM-EDIT
           MOVE WS-RPT-NUM-EDIT           TO RPT-LINE(8:9)
           MOVE TYPE-T-RECORDS(TYPE-SUB)  TO WS-PCT-PART
           MOVE WS-D001-RECORDS           TO WS-PCT-WHOLE
           PERFORM 850-COMPUTE-PCT        THRU 850-EXIT
           MOVE WS-RPT-PCT-EDIT           TO RPT-LINE(17:7)
           COMPUTE WS-AVG-LENGTH =
                   TYPE-T-BYTES(TYPE-SUB) / TYPE-T-RECORDS(TYPE-SUB)
           MOVE WS-AVG-LENGTH             TO WS-RPT-LEN-EDIT
           MOVE WS-RPT-LEN-EDIT           TO RPT-LINE(28:5)
           MOVE TYPE-T-MAX-LENGTH(TYPE-SUB) TO WS-RPT-LEN-EDIT
           MOVE WS-RPT-LEN-EDIT           TO RPT-LINE(37:5)
           IF WS-ARCH-ACTIVE
              MOVE TYPE-T-ELIGIBLE(TYPE-SUB) TO WS-RPT-NUM-EDIT
              MOVE WS-RPT-NUM-EDIT        TO RPT-LINE(47:9)
           END-IF
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           .
       705-EXIT.
           EXIT.

      ******************************************************************
      * SECTION 2 - PARENTS: THE TOP PARENTS BY CHILD COUNT, HOW MANY *
      * PARENTS HAVE NO CHILDREN, AND THE REFERENCES THAT RESOLVE TO  *
      * NO PARENT.                                                    *
      ******************************************************************
       720-PRINT-PARENTS.

           MOVE SPACES                    TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE 'PARENTS'                 TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           IF WS-D002-UNUSABLE
              MOVE 'D002 NOT USABLE - PARENTS NOT PROFILED'
                                          TO RPT-LINE
              PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
              GO TO 720-EXIT
           END-IF

           PERFORM 722-COUNT-ONE-PARENT   THRU 722-EXIT
              VARYING PAR-SUB FROM 1 BY 1
                UNTIL PAR-SUB > PAR-COUNT

           MOVE PAR-COUNT                 TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'D002 PARENTS                  ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-WITH-CHILDREN          TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING '  WITH CHILDREN               ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-CHILDLESS              TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING '  WITH NO CHILDREN            ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-NO-PARENT-REF          TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'D001 RECORDS WITH NO PARENT   ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-ORPHAN-REF             TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'D001 RECORDS, PARENT NOT FOUND' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           IF WS-PAR-OVERFLOW > ZEROES
              MOVE WS-PAR-OVERFLOW        TO WS-RPT-NUM-EDIT
              MOVE SPACES                 TO RPT-LINE
              STRING '  (PARENTS NOT TABLED         ' WS-RPT-NUM-EDIT
                     ' - THEIR CHILDREN COUNT AS NOT FOUND)'
                     DELIMITED BY SIZE   INTO RPT-LINE
              PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
           END-IF

           MOVE SPACES                    TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE SPACES                    TO RPT-LINE
           MOVE 'RANK'                    TO RPT-LINE(1:4)
           MOVE 'PARENT KEY'              TO RPT-LINE(7:10)
           MOVE 'CHILDREN'                TO RPT-LINE(24:8)
           MOVE 'PCT'                     TO RPT-LINE(36:3)
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE ALL '-'                   TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           PERFORM 725-PRINT-NEXT-TOP     THRU 725-EXIT
              VARYING TOP-SUB FROM 1 BY 1
                UNTIL TOP-SUB > TOP-MAX-ENTRIES

           .
       720-EXIT.
           EXIT.

       722-COUNT-ONE-PARENT.

           IF PAR-T-CHILDREN(PAR-SUB) > ZEROES
              ADD  1                      TO WS-WITH-CHILDREN
           ELSE
              ADD  1                      TO WS-CHILDLESS
           END-IF

           .
       722-EXIT.
           EXIT.

      ******************************************************************
      * PICK AND PRINT THE PARENT WITH THE MOST CHILDREN NOT ALREADY  *
      * PRINTED.  TIES GO TO THE LOWER KEY.                           *
      ******************************************************************
       725-PRINT-NEXT-TOP.

           MOVE +0                        TO WS-TOP-BEST
           PERFORM 727-CONSIDER-ONE-PARENT THRU 727-EXIT
              VARYING PAR-SUB FROM 1 BY 1
                UNTIL PAR-SUB > PAR-COUNT

           IF WS-TOP-BEST = ZEROES
              MOVE TOP-MAX-ENTRIES        TO TOP-SUB
              GO TO 725-EXIT
           END-IF

           MOVE 'Y'                   TO PAR-T-PICKED-SW(WS-TOP-BEST)
           MOVE SPACES                    TO RPT-LINE
           MOVE TOP-SUB                   TO WS-RPT-RANK-EDIT
           MOVE WS-RPT-RANK-EDIT          TO RPT-LINE(3:2)
           MOVE PAR-T-KEY(WS-TOP-BEST)    TO RPT-LINE(7:15)
           MOVE PAR-T-CHILDREN(WS-TOP-BEST) TO WS-RPT-NUM-EDIT
           MOVE WS-RPT-NUM-EDIT           TO RPT-LINE(23:9)
           MOVE PAR-T-CHILDREN(WS-TOP-BEST) TO WS-PCT-PART
           MOVE WS-D001-RECORDS           TO WS-PCT-WHOLE
           PERFORM 850-COMPUTE-PCT        THRU 850-EXIT
           MOVE WS-RPT-PCT-EDIT           TO RPT-LINE(33:7)
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           .
       725-EXIT.
           EXIT.

       727-CONSIDER-ONE-PARENT.

           IF PAR-T-PICKED(PAR-SUB)
              OR PAR-T-CHILDREN(PAR-SUB) = ZEROES
              GO TO 727-EXIT
           END-IF

           IF WS-TOP-BEST = ZEROES
              MOVE PAR-SUB                TO WS-TOP-BEST
              GO TO 727-EXIT
           END-IF

           IF PAR-T-CHILDREN(PAR-SUB) > PAR-T-CHILDREN(WS-TOP-BEST)
              MOVE PAR-SUB                TO WS-TOP-BEST
           END-IF

           .
       727-EXIT.
           EXIT.

      ******************************************************************
      * SECTION 3 - RECORD-LENGTH HISTOGRAM.  THE BAR IS SCALED TO    *
      * THE FULLEST BAND.                                             *
      ******************************************************************
       740-PRINT-LENGTHS.

           MOVE SPACES                    TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE 'RECORD LENGTH'           TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE SPACES                    TO RPT-LINE
           MOVE 'BYTES'                   TO RPT-LINE(1:5)
           MOVE 'RECORDS'                 TO RPT-LINE(16:7)
           MOVE 'PCT'                     TO RPT-LINE(26:3)
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE ALL '-'                   TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           MOVE +0                        TO WS-BAR-MAX
           PERFORM 742-FIND-LENGTH-MAX    THRU 742-EXIT
              VARYING LEN-SUB FROM 1 BY 1
                UNTIL LEN-SUB > LEN-BAND-MAX

           PERFORM 745-PRINT-ONE-LENGTH   THRU 745-EXIT
              VARYING LEN-SUB FROM 1 BY 1
                UNTIL LEN-SUB > LEN-BAND-MAX

           .
       740-EXIT.
           EXIT.

       742-FIND-LENGTH-MAX.

           IF LEN-B-COUNT(LEN-SUB) > WS-BAR-MAX
              MOVE LEN-B-COUNT(LEN-SUB)   TO WS-BAR-MAX
           END-IF

           .
       742-EXIT.
           EXIT.

       745-PRINT-ONE-LENGTH.

           MOVE SPACES                    TO RPT-LINE
           MOVE LEN-B-LABEL(LEN-SUB)      TO RPT-LINE(1:11)
           MOVE LEN-B-COUNT(LEN-SUB)      TO WS-RPT-NUM-EDIT
           MOVE WS-RPT-NUM-EDIT           TO RPT-LINE(14:9)
           MOVE LEN-B-COUNT(LEN-SUB)      TO WS-PCT-PART
           MOVE WS-D001-RECORDS           TO WS-PCT-WHOLE
           PERFORM 850-COMPUTE-PCT        THRU 850-EXIT
           MOVE WS-RPT-PCT-EDIT           TO RPT-LINE(23:7)
           MOVE LEN-B-COUNT(LEN-SUB)      TO WS-PCT-PART
           PERFORM 855-DRAW-BAR           THRU 855-EXIT
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           .
       745-EXIT.
           EXIT.

      ******************************************************************
      * SECTION 4 - AGE HISTOGRAM ON THE ARCHPARM DATE COLUMN, AND    *
      * THE RECORDS ARCHIVAL WILL TAKE NOW AND OVER THE NEXT 30, 60   *
      * AND 90 DAYS.                                                  *
      ******************************************************************
       760-PRINT-AGES.

           MOVE SPACES                    TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE SPACES                    TO RPT-LINE

           IF NOT WS-ARCH-ACTIVE
              MOVE 'RECORD AGE - NOT PROFILED, NO USABLE ARCHPARM CARD'
                                          TO RPT-LINE
              PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
              GO TO 760-EXIT
           END-IF

           MOVE WS-ARCH-DATE-COLUMN       TO WS-RPT-LEN-EDIT
           MOVE WS-ARCH-RETENTION-DAYS    TO WS-RPT-NUM-EDIT
           STRING 'RECORD AGE - DATE IN COLUMN ' WS-RPT-LEN-EDIT
                  ', RETENTION ' WS-RPT-NUM-EDIT ' DAYS'
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE SPACES                    TO RPT-LINE
           MOVE 'AGE'                     TO RPT-LINE(1:3)
           MOVE 'RECORDS'                 TO RPT-LINE(16:7)
           MOVE 'PCT'                     TO RPT-LINE(26:3)
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE ALL '-'                   TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           MOVE +0                        TO WS-BAR-MAX
           PERFORM 762-FIND-AGE-MAX       THRU 762-EXIT
              VARYING AGE-SUB FROM 1 BY 1
                UNTIL AGE-SUB > AGE-BAND-MAX

           PERFORM 765-PRINT-ONE-AGE      THRU 765-EXIT
              VARYING AGE-SUB FROM 1 BY 1
                UNTIL AGE-SUB > AGE-BAND-MAX

           MOVE SPACES                    TO RPT-LINE
           MOVE 'FUTURE DATED'            TO RPT-LINE(1:12)
           MOVE WS-AGE-FUTURE             TO WS-RPT-NUM-EDIT
           MOVE WS-RPT-NUM-EDIT           TO RPT-LINE(14:9)
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE SPACES                    TO RPT-LINE
           MOVE 'NO DATE'                 TO RPT-LINE(1:7)
           MOVE WS-AGE-UNDATED            TO WS-RPT-NUM-EDIT
           MOVE WS-RPT-NUM-EDIT           TO RPT-LINE(14:9)
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           MOVE SPACES                    TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-ELIG-NOW               TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'PAST THE CUTOFF NOW            ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-ELIG-30                TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'ELIGIBLE WITHIN 30 DAYS        ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-ELIG-60                TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'ELIGIBLE WITHIN 60 DAYS        ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-ELIG-90                TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'ELIGIBLE WITHIN 90 DAYS        ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           .
       760-EXIT.
           EXIT.

       762-FIND-AGE-MAX.

           IF AGE-B-COUNT(AGE-SUB) > WS-BAR-MAX
              MOVE AGE-B-COUNT(AGE-SUB)   TO WS-BAR-MAX
           END-IF

           .
       762-EXIT.
           EXIT.

       765-PRINT-ONE-AGE.

           MOVE SPACES                    TO RPT-LINE
           MOVE AGE-B-LABEL(AGE-SUB)      TO RPT-LINE(1:13)
           MOVE AGE-B-COUNT(AGE-SUB)      TO WS-RPT-NUM-EDIT
           MOVE WS-RPT-NUM-EDIT           TO RPT-LINE(14:9)
           MOVE AGE-B-COUNT(AGE-SUB)      TO WS-PCT-PART
           MOVE WS-D001-RECORDS           TO WS-PCT-WHOLE
           PERFORM 850-COMPUTE-PCT        THRU 850-EXIT
           MOVE WS-RPT-PCT-EDIT           TO RPT-LINE(23:7)
           MOVE AGE-B-COUNT(AGE-SUB)      TO WS-PCT-PART
           PERFORM 855-DRAW-BAR           THRU 855-EXIT
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           .
       765-EXIT.
           EXIT.

      ******************************************************************
      * SECTION 5 - GROWTH BY RECORD TYPE: THE LAST RUN OF EACH MONTH *
      * ON THE HISTORY, OLDEST TO NEWEST, AND THE CHANGE FROM THE     *
      * MONTH BEFORE THE NEWEST.                                      *
      ******************************************************************
       780-PRINT-GROWTH.

           MOVE SPACES                    TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           IF MON-COUNT = ZEROES
              MOVE 'GROWTH BY TYPE - NO PROFILE HISTORY'
                                          TO RPT-LINE
              PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
              GO TO 780-EXIT
           END-IF

           MOVE 'GROWTH BY TYPE - LAST RUN OF EACH MONTH'
                                          TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE SPACES                    TO RPT-LINE
           MOVE 'TYPE'                    TO RPT-LINE(1:4)
           PERFORM 782-HEAD-ONE-MONTH     THRU 782-EXIT
              VARYING MON-SUB FROM 1 BY 1
                UNTIL MON-SUB > MON-COUNT
           IF MON-COUNT > +1
              MOVE ' CHANGE'              TO RPT-LINE(115:7)
              MOVE '    PCT'              TO RPT-LINE(124:7)
           END-IF
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE ALL '-'                   TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           PERFORM 785-PRINT-ONE-GROWTH   THRU 785-EXIT
              VARYING TYPE-SUB FROM 1 BY 1
                UNTIL TYPE-SUB > TYPE-COUNT

           MOVE SPACES                    TO RPT-LINE
           MOVE 'ALL'                     TO RPT-LINE(1:3)
           PERFORM 788-POST-ONE-TOTAL     THRU 788-EXIT
              VARYING MON-SUB FROM 1 BY 1
                UNTIL MON-SUB > MON-COUNT
           IF MON-COUNT > +1
              MOVE MON-T-TOTAL(MON-COUNT) TO WS-PCT-PART
              MOVE MON-T-TOTAL(MON-COUNT - 1) TO WS-PCT-WHOLE
              PERFORM 790-POST-CHANGE     THRU 790-EXIT
           END-IF
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           .
       780-EXIT.
           EXIT.

       782-HEAD-ONE-MONTH.

           COMPUTE WS-MON-COL = 6 + (MON-SUB - 1) * 9
           MOVE '   '                     TO RPT-LINE(WS-MON-COL:3)
           MOVE MON-T-MONTH(MON-SUB)      TO RPT-LINE(WS-MON-COL + 3:6)

           .
       782-EXIT.
           EXIT.

       785-PRINT-ONE-GROWTH.

           MOVE SPACES                    TO RPT-LINE
           MOVE TYPE-T-CODE(TYPE-SUB)     TO RPT-LINE(2:2)
           PERFORM 787-POST-ONE-MONTH     THRU 787-EXIT
              VARYING MON-SUB FROM 1 BY 1
                UNTIL MON-SUB > MON-COUNT
           IF MON-COUNT > +1
              MOVE TYPE-T-HIST-COUNT(TYPE-SUB, MON-COUNT)
                                          TO WS-PCT-PART
              MOVE TYPE-T-HIST-COUNT(TYPE-SUB, MON-COUNT - 1)
                                          TO WS-PCT-WHOLE
              PERFORM 790-POST-CHANGE     THRU 790-EXIT
           END-IF
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           .
       785-EXIT.
           EXIT.

       787-POST-ONE-MONTH.

           COMPUTE WS-MON-COL = 6 + (MON-SUB - 1) * 9
           MOVE TYPE-T-HIST-COUNT(TYPE-SUB, MON-SUB)
                                          TO WS-RPT-NUM-EDIT
           MOVE WS-RPT-NUM-EDIT           TO RPT-LINE(WS-MON-COL:9)

           .
       787-EXIT.
           EXIT.

       788-POST-ONE-TOTAL.

           COMPUTE WS-MON-COL = 6 + (MON-SUB - 1) * 9
           MOVE MON-T-TOTAL(MON-SUB)      TO WS-RPT-NUM-EDIT
           MOVE WS-RPT-NUM-EDIT           TO RPT-LINE(WS-MON-COL:9)

           .
       788-EXIT.
           EXIT.

      ******************************************************************
      * POST THE CHANGE FROM THE PRIOR MONTH (IN WS-PCT-WHOLE) TO THE *
      * NEWEST (IN WS-PCT-PART), AND THE PERCENTAGE WHEN THERE WAS A  *
      * PRIOR COUNT TO GROW FROM.                                     *
      ******************************************************************
       790-POST-CHANGE.

           COMPUTE WS-GROWTH = WS-PCT-PART - WS-PCT-WHOLE
           MOVE WS-GROWTH                 TO WS-RPT-NUM-EDIT
           MOVE WS-RPT-NUM-EDIT           TO RPT-LINE(115:9)
           IF WS-PCT-WHOLE > ZEROES
              MOVE WS-GROWTH              TO WS-PCT-PART
              PERFORM 850-COMPUTE-PCT     THRU 850-EXIT
              MOVE WS-RPT-PCT-EDIT        TO RPT-LINE(124:7)
           END-IF

           .
       790-EXIT.
           EXIT.

      ******************************************************************
      * WS-PCT-PART AS A PERCENTAGE OF WS-PCT-WHOLE, EDITED INTO      *
      * WS-RPT-PCT-EDIT (ZERO WHEN THERE IS NO WHOLE).                *
      ******************************************************************
       850-COMPUTE-PCT.

           IF WS-PCT-WHOLE = ZEROES
              MOVE ZEROES                 TO WS-PCT
           ELSE
              COMPUTE WS-PCT ROUNDED =
                      (WS-PCT-PART * 100) / WS-PCT-WHOLE
           END-IF
           MOVE WS-PCT                    TO WS-RPT-PCT-EDIT

           .
       850-EXIT.
           EXIT.

      ******************************************************************
      * DRAW A BAR OF UP TO 50 ASTERISKS FROM COLUMN 32 FOR THE COUNT *
      * IN WS-PCT-PART, SCALED TO THE LARGEST BAND (WS-BAR-MAX).      *
      ******************************************************************
       855-DRAW-BAR.

           IF WS-BAR-MAX = ZEROES
              OR WS-PCT-PART = ZEROES
              GO TO 855-EXIT
           END-IF

           COMPUTE WS-BAR-LEN = (WS-PCT-PART * 50) / WS-BAR-MAX
           IF WS-BAR-LEN < +1
              MOVE +1                     TO WS-BAR-LEN
           END-IF
           MOVE ALL '*'                   TO RPT-LINE(32:WS-BAR-LEN)

           .
       855-EXIT.
           EXIT.

      ******************************************************************
      * END-OF-JOB SUMMARY - THE RETURN CODE THE SCHEDULER WILL SEE.  *
      ******************************************************************
       900-WRITE-SUMMARY.

           MOVE SPACES                    TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-RETURN-CD              TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           EVALUATE TRUE
              WHEN WS-RETURN-CD = ZEROES
                 STRING 'D001 PROFILE COMPLETE - RETURN CODE '
                        WS-RPT-NUM-EDIT
                        DELIMITED BY SIZE INTO RPT-LINE
              WHEN WS-RETURN-CD = +4
                 STRING 'D001 PROFILE INCOMPLETE - RETURN CODE '
                        WS-RPT-NUM-EDIT
                        DELIMITED BY SIZE INTO RPT-LINE
              WHEN WS-RETURN-CD = +8
                 STRING 'D001 PROFILE NOT KEPT ON UR70PRFH - RETURN '
                        'CODE ' WS-RPT-NUM-EDIT
                        DELIMITED BY SIZE INTO RPT-LINE
              WHEN OTHER
                 STRING 'D001 NOT PROFILED - RETURN CODE '
                        WS-RPT-NUM-EDIT
                        DELIMITED BY SIZE INTO RPT-LINE
           END-EVALUATE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           DISPLAY 'UR70PROF RETURN CODE = ' WS-RETURN-CD

           .
       900-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE DD PROFRPT AT END-OF-JOB, ONCE, SO THE GDG FILE TYPE    *
      * ROLLS ONE NEW GENERATION PER RUN.                             *
      ******************************************************************
       910-CLOSE-REPORT.

           IF WS-RPT-FILE-OPEN
              MOVE 'PROFRPT '             TO TP90-DDNAME
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
      * DD PROFRPT.  A NO-OP IF 110-OPEN-REPORT COULD NOT OPEN THE DD.*
      * THE TP90 STATE IS SAVED AND RESTORED AROUND THE WRITE.        *
      ******************************************************************
       920-WRITE-REPORT-LINE.

           DISPLAY RPT-LINE(1:80)

           IF WS-RPT-FILE-OPEN
              MOVE TP90-RETURN-CODE       TO WS-SAVE-TP90-RETURN-CODE
              MOVE TP90-RECORD-KEY        TO WS-SAVE-TP90-RECORD-KEY
              SET  WS-SAVE-TP90-ANCHOR    TO TP90-ANCHOR

              MOVE 'PROFRPT '             TO TP90-DDNAME
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
