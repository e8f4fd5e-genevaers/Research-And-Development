       IDENTIFICATION DIVISION.
       PROGRAM-ID. UR70CORR.
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
      ** DESCRIPTION: FEED REJECT CORRECTION AND RESUBMISSION.  EVERY *
      **              RECORD TESTUR70 REJECTS IS REGISTERED 'OPEN' ON *
      **              UR70RJST UNDER ITS RUN ID AND SEQUENCE (THE     *
      **              SAME KEY IT CARRIES ON UR70REJT).  THIS PROGRAM:*
      **                - APPLIES THE DEPARTMENTS' CORRECTION CARDS:  *
      **                  A CORRECTED IMAGE IS RE-EDITED AGAINST THE  *
      **                  UR70EDIT RULES TESTUR70 USES, AND ONLY AN   *
      **                  IMAGE THAT PASSES EVERY RULE IS MARKED      *
      **                  CORRECTED; AN ABANDON CARD CLOSES THE       *
      **                  REJECT FOR GOOD                             *
      **                - PACKAGES EVERY CORRECTED RECORD INTO A      *
      **                  RESUBMISSION FILE (UR70RSUB), ONE SEGMENT   *
      **                  PER ORIGINAL SOURCE: A UR70SRCE HEADER WITH *
      **                  THE SOURCE CODE AND PRIORITY, THE RECORDS,  *
      **                  AND A UR70TRLR CARRYING THE COUNT AND HASH  *
      **                  TESTUR70 BALANCES THE SEGMENT AGAINST.  THE *
      **                  FILE IS CONCATENATED TO THE NEXT UR70FEED   *
      **                  AND THE PACKAGED REJECTS ARE MARKED         *
      **                  RESUBMITTED                                 *
      **                - REPORTS EVERY REJECT STILL OUTSTANDING      *
      **                  (OPEN OR CORRECTED-NOT-YET-SENT), BY        *
      **                  DEPARTMENT (SOURCE CODE)                    *
      **                                                               *
      **              CORRECTION CARD, DD UR70CORR:                   *
      **                COLS  1-15  RUN ID OF THE REJECT              *
      **                COLS 16-22  REJECT SEQUENCE WITHIN THE RUN    *
      **                COL  23     C = CORRECTED IMAGE FOLLOWS       *
      **                            A = ABANDON THE REJECT            *
      **                COLS 25-104 THE CORRECTED 80-BYTE RECORD      *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                                                               *
      ** INPUT FILES:   UR70CORR - CORRECTION CARDS (OPTIONAL)         *
      **                UR70EDIT - FEED EDIT RULES (AS TESTUR70)       *
      **                                                               *
      ** OUTPUT FILES:  UR70RJST - FEED REJECT STATUS REGISTER (KSDS)  *
      **                UR70RSUB - RESUBMISSION SEGMENTS (GDG)         *
      **                                                               *
      ** REPORTS:       CORRRPT  - CORRECTIONS, RESUBMISSION AND       *
      **                           OUTSTANDING REJECTS BY DEPARTMENT   *
      **                                                               *
      ** RETURN CDS:  0000 - ALL CARDS APPLIED                         *
      **              0004 - ONE OR MORE CARDS NOT ACCEPTED (INVALID, *
      **                     UNKNOWN OR CLOSED REJECT, OR A CORRECTED *
      **                     IMAGE THAT STILL FAILS AN EDIT)          *
      **              0008 - RESUBMISSION FILE NOT WRITTEN - THE      *
      **                     CORRECTED REJECTS STAY CORRECTED AND ARE *
      **                     PACKAGED BY THE NEXT RUN                 *
      **              0012 - UR70RJST NOT USABLE                       *
      **                                                               *
      ******************************************************************
      **                ISSUANCE INFORMATION                           *
      ******************************************************************
      ** VERSION  PROJECT  ANALYST  EFF        REASON                  *
      **                                                               *
      ** 100  RTC23661    MORGAN     10/15/2026 INITIAL                *
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
      *  CORRECTION CARD - DD UR70CORR.                               *
      ******************************************************************
       01  CORR-RECORD-AREA.
           05  CORR-KEY.
               10  CORR-RUN-ID            PIC X(15).
               10  CORR-SEQ               PIC X(07).
               10  CORR-SEQ-NUM REDEFINES CORR-SEQ
                                          PIC 9(07).
           05  CORR-ACTION                PIC X(01).
               88  CORR-ACTION-CORRECT          VALUE 'C'.
               88  CORR-ACTION-ABANDON          VALUE 'A'.
           05  FILLER                     PIC X(01).
           05  CORR-IMAGE                 PIC X(80).
           05  FILLER                     PIC X(16).
      *
      ******************************************************************
      *  FEED EDIT RULES - DD UR70EDIT, LOADED WITH THE SAME          *
      *  ACCEPTANCE RULES AS TESTUR70'S 201-READ-EDIT-RULE SO A       *
      *  CORRECTION PASSES HERE EXACTLY WHEN THE FEED WOULD PASS IT.  *
      ******************************************************************
       01  EDIT-RULE-MAX-ENTRIES    PIC S9(4) COMP VALUE +10.
      *
       01  EDIT-RECORD-AREA.
           05  EDIT-START                 PIC 9(02).
           05  EDIT-LENGTH                PIC 9(02).
           05  EDIT-TYPE                  PIC X(01).
               88  EDIT-TYPE-NUMERIC            VALUE 'N'.
               88  EDIT-TYPE-REQUIRED           VALUE 'A'.
           05  FILLER                     PIC X(75).
      *
       01  EDIT-RULE-TABLE.
           05  EDIT-RULE-COUNT          PIC S9(4) COMP VALUE ZEROES.
           05  EDIT-RULE-ENTRY OCCURS 10 TIMES
                               INDEXED BY EDIT-RULE-IDX.
               10  EDIT-T-START           PIC S9(4) COMP.
               10  EDIT-T-LENGTH          PIC S9(4) COMP.
               10  EDIT-T-TYPE            PIC X(01).
      *
       01  WS-EDIT-FAIL-SW          PIC X(01) VALUE 'N'.
           88  WS-EDIT-FAILED              VALUE 'Y'.
       01  WS-EDIT-FAIL-RULE        PIC S9(4) COMP VALUE ZEROES.
       01  WS-EDIT-IMAGE            PIC X(80) VALUE SPACES.
      *
      ******************************************************************
      *  FEED REJECT STATUS REGISTER, AS WRITTEN BY TESTUR70'S        *
      *  912-WRITE-REJECT.  THE KEY IS 22 BYTES, SO UR70RJST CALLS    *
      *  PASS RJST-KEY AS THE KEY ARGUMENT RATHER THAN THE 15-BYTE    *
      *  TP90-RECORD-KEY.                                             *
      ******************************************************************
       01  RJST-RECORD-AREA.
           05  RJST-KEY.
               10  RJST-RUN-ID            PIC X(15).
               10  RJST-SEQ               PIC 9(07).
           05  RJST-SOURCE                PIC X(03).
           05  RJST-SRC-PRIORITY          PIC X(01).
           05  RJST-REASON-RULE           PIC 9(02).
           05  RJST-REASON-TYPE           PIC X(01).
           05  RJST-STATUS                PIC X(04).
               88  RJST-STATUS-OPEN             VALUE 'OPEN'.
               88  RJST-STATUS-CORRECTED        VALUE 'CORR'.
               88  RJST-STATUS-RESUBMITTED      VALUE 'RSUB'.
               88  RJST-STATUS-ABANDONED        VALUE 'ABAN'.
           05  RJST-REJECT-DATE           PIC 9(08).
           05  RJST-STATUS-DATE           PIC 9(08).
           05  RJST-RESUB-ID              PIC X(15).
           05  RJST-LAST-FAIL-RULE        PIC 9(02).
           05  RJST-ATTEMPTS              PIC 9(03).
           05  RJST-ORIGINAL-IMAGE        PIC X(80).
           05  RJST-CORRECTED-IMAGE       PIC X(80).
           05  FILLER                     PIC X(11).
      *
      ******************************************************************
      *  RESUBMISSION RECORD - DD UR70RSUB, IN THE UR70FEED LAYOUT:   *
      *  SOURCE HEADER, DETAIL, AND SEGMENT TRAILER (COUNT AND THE    *
      *  HASH OF BYTES 3-17 OF EVERY NUMERIC DETAIL, AS TESTUR70'S    *
      *  219-VALIDATE-DETAIL ACCUMULATES IT).                         *
      ******************************************************************
       01  RSUB-RECORD-AREA           PIC X(80).
      *
       01  RSUB-TRAILER-AREA REDEFINES RSUB-RECORD-AREA.
           05  RSUB-TRLR-ID               PIC X(08).
           05  RSUB-TRLR-COUNT            PIC 9(09).
           05  RSUB-TRLR-HASH             PIC 9(15).
           05  FILLER                     PIC X(48).
      *
       01  RSUB-SOURCE-HEADER-AREA REDEFINES RSUB-RECORD-AREA.
           05  RSUB-SRC-ID                PIC X(08).
           05  RSUB-SRC-CODE              PIC X(03).
           05  RSUB-SRC-PRIORITY          PIC X(01).
           05  FILLER                     PIC X(68).
      *
       01  WS-HASH-WORK             PIC 9(15) VALUE ZEROES.
      *
      ******************************************************************
      *  CORRECTED REJECTS WAITING TO BE PACKAGED, IN REGISTER KEY    *
      *  ORDER, AND THE SEGMENTS THEY GO OUT IN.  ANY CORRECTED       *
      *  REJECT PAST THE TABLE'S CAPACITY STAYS CORRECTED AND GOES    *
      *  OUT WITH THE NEXT RUN.                                       *
      ******************************************************************
       01  PKG-MAX-ENTRIES          PIC S9(4) COMP VALUE +500.
       01  PKG-COUNT                PIC S9(4) COMP VALUE ZEROES.
       01  PKG-TABLE.
           05  PKG-T-ENTRY                 OCCURS 500 TIMES.
               10  PKG-T-IMAGE            PIC X(240).
      *
       01  PKG-SUB                  PIC S9(4) COMP VALUE ZEROES.
       01  WS-PKG-OVERFLOW          PIC S9(9) COMP VALUE ZEROES.
      *
       01  SEG-MAX-ENTRIES          PIC S9(4) COMP VALUE +20.
       01  SEG-COUNT                PIC S9(4) COMP VALUE ZEROES.
       01  SEG-TABLE.
           05  SEG-T-ENTRY                 OCCURS 20 TIMES.
               10  SEG-T-SOURCE           PIC X(03).
               10  SEG-T-PRIORITY         PIC X(01).
               10  SEG-T-COUNT            PIC 9(09).
               10  SEG-T-HASH             PIC 9(15).
      *
       01  SEG-SUB                  PIC S9(4) COMP VALUE ZEROES.
       01  WS-RSUB-SW               PIC X(01) VALUE 'N'.
           88  WS-RSUB-OPEN                VALUE 'Y'.
       01  WS-RSUB-FAILED-SW        PIC X(01) VALUE 'N'.
           88  WS-RSUB-FAILED              VALUE 'Y'.
      *
      ******************************************************************
      *  OUTSTANDING REJECTS (OPEN, OR CORRECTED AND NOT YET SENT),   *
      *  AND THE DEPARTMENTS THEY BELONG TO.                          *
      ******************************************************************
       01  OUTS-MAX-ENTRIES         PIC S9(4) COMP VALUE +500.
       01  OUTS-COUNT               PIC S9(4) COMP VALUE ZEROES.
       01  OUTS-TABLE.
           05  OUTS-T-ENTRY                OCCURS 500 TIMES.
               10  OUTS-T-KEY             PIC X(22).
               10  OUTS-T-SOURCE          PIC X(03).
               10  OUTS-T-STATUS          PIC X(04).
               10  OUTS-T-REASON-RULE     PIC 9(02).
               10  OUTS-T-REASON-TYPE     PIC X(01).
               10  OUTS-T-REJECT-DATE     PIC 9(08).
               10  OUTS-T-LAST-FAIL-RULE  PIC 9(02).
               10  OUTS-T-ATTEMPTS        PIC 9(03).
               10  OUTS-T-RECORD-KEY      PIC X(17).
      *
       01  OUTS-SUB                 PIC S9(4) COMP VALUE ZEROES.
       01  WS-OUTS-OVERFLOW         PIC S9(9) COMP VALUE ZEROES.
      *
       01  DEPT-MAX-ENTRIES         PIC S9(4) COMP VALUE +20.
       01  DEPT-COUNT               PIC S9(4) COMP VALUE ZEROES.
       01  DEPT-TABLE.
           05  DEPT-T-ENTRY                OCCURS 20 TIMES.
               10  DEPT-T-SOURCE          PIC X(03).
               10  DEPT-T-OPEN            PIC S9(9) COMP.
               10  DEPT-T-CORRECTED       PIC S9(9) COMP.
               10  DEPT-T-OLDEST          PIC 9(08).
      *
       01  DEPT-SUB                 PIC S9(4) COMP VALUE ZEROES.
      *
      ******************************************************************
      *  RUN COUNTERS AND SWITCHES.                                   *
      ******************************************************************
       01  WS-CARDS-READ            PIC S9(9) COMP VALUE ZEROES.
       01  WS-CARDS-CORRECTED       PIC S9(9) COMP VALUE ZEROES.
       01  WS-CARDS-ABANDONED       PIC S9(9) COMP VALUE ZEROES.
       01  WS-CARDS-NOT-ACCEPTED    PIC S9(9) COMP VALUE ZEROES.
       01  WS-RESUBMITTED           PIC S9(9) COMP VALUE ZEROES.
       01  WS-OUTS-OPEN             PIC S9(9) COMP VALUE ZEROES.
       01  WS-OUTS-CORRECTED        PIC S9(9) COMP VALUE ZEROES.
      *
       01  WS-RJST-SW               PIC X(01) VALUE 'N'.
           88  WS-RJST-OPEN                VALUE 'Y'.
       01  WS-SCAN-SW               PIC X(01) VALUE 'N'.
           88  WS-SCAN-DONE                VALUE 'Y'.
       01  WS-CARD-RESULT           PIC X(30) VALUE SPACES.
       01  WS-CARD-ACCEPTED-SW      PIC X(01) VALUE 'N'.
           88  WS-CARD-ACCEPTED            VALUE 'Y'.
      *
      *  THIS RUN'S ID - DATE AND TIME - STAMPED ON EVERY REJECT IT
      *  RESUBMITS.
       01  WS-CORR-RUN-ID.
           05  WS-CORR-DATE               PIC 9(08).
           05  WS-CORR-TIME               PIC 9(06).
           05  FILLER                     PIC X(01) VALUE SPACES.
       01  WS-CORR-TIME-FULL        PIC 9(08) VALUE ZEROES.
      *
       01  WS-RETURN-CD             PIC S9(4) COMP VALUE ZEROES.
      *
      ******************************************************************
      *  REPORT - DD CORRRPT.  A MISSING DD IS NOT FATAL - THE REPORT *
      *  SIMPLY STAYS ON THE DISPLAY LOG.                             *
      ******************************************************************
       01  WS-RPT-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-RPT-FILE-OPEN            VALUE 'Y'.
      *
       01  RPT-RECORD-AREA.
           05  RPT-LINE                  PIC X(132).
      *
       01  WS-RPT-NUM-EDIT           PIC -(8)9.
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
           DISPLAY 'UR70CORR STARTING'
      *
           ACCEPT WS-CORR-DATE            FROM DATE YYYYMMDD
      *
           ACCEPT WS-CORR-TIME-FULL       FROM TIME
           MOVE WS-CORR-TIME-FULL(1:6)    TO WS-CORR-TIME
      *
           PERFORM 110-OPEN-REPORT        THRU 110-EXIT
      *
           PERFORM 100-LOAD-EDIT-RULES    THRU 100-EXIT
      *
           PERFORM 120-OPEN-REGISTER      THRU 120-EXIT
      *
           IF WS-RJST-OPEN
              PERFORM 200-APPLY-CORRECTIONS THRU 200-EXIT
              PERFORM 300-PACKAGE-CORRECTIONS THRU 300-EXIT
              PERFORM 400-REPORT-OUTSTANDING THRU 400-EXIT
              PERFORM 130-CLOSE-REGISTER  THRU 130-EXIT
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
      * LOAD THE FIELD-EDIT RULES FROM DD UR70EDIT, SKIPPING A CARD   *
      * TESTUR70 WOULD SKIP.  WITH NO RULES A CORRECTION CANNOT BE    *
      * RE-EDITED, SO NONE IS ACCEPTED - ABANDON CARDS AND THE        *
      * PACKAGING OF EARLIER CORRECTIONS STILL GO AHEAD.              *
      ******************************************************************
       100-LOAD-EDIT-RULES.

           MOVE +0                        TO EDIT-RULE-COUNT

           SET  TP90-ANCHOR               TO NULL
           MOVE 'UR70EDIT'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-OPEN        TO TP90-FUNCTION-CODE
           MOVE GVBTP90-VALUE-SEQUENTIAL  TO TP90-FILE-TYPE
           MOVE GVBTP90-VALUE-INPUT       TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE SPACES                    TO TP90-RECORD-KEY

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 EDIT-RECORD-AREA,
                                 TP90-RECORD-KEY

           IF TP90-RETURN-CODE = GVBTP90-VALUE-SUCCESSFUL
              PERFORM 105-READ-EDIT-RULE  THRU 105-EXIT
                 UNTIL TP90-RETURN-CODE = GVBTP90-VALUE-END-OF-FILE
                    OR EDIT-RULE-COUNT >= EDIT-RULE-MAX-ENTRIES

              MOVE 'UR70EDIT'             TO TP90-DDNAME
              MOVE GVBTP90-VALUE-CLOSE    TO TP90-FUNCTION-CODE
              CALL GVBTP90 USING TP90-PARAMETER-AREA,
                                 EDIT-RECORD-AREA,
                                 TP90-RECORD-KEY
              SET  TP90-ANCHOR            TO NULL
           ELSE
              DISPLAY 'UR70EDIT NOT AVAILABLE, CORRECTIONS CANNOT '
                      'BE RE-EDITED'
           END-IF

           DISPLAY 'FEED EDIT RULES LOADED: ' EDIT-RULE-COUNT

           .
       100-EXIT.
           EXIT.

       105-READ-EDIT-RULE.

           MOVE 'UR70EDIT'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-READ        TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 EDIT-RECORD-AREA,
                                 TP90-RECORD-KEY

           IF TP90-RETURN-CODE = GVBTP90-VALUE-SUCCESSFUL
              IF EDIT-START IS NUMERIC
                 AND EDIT-LENGTH IS NUMERIC
                 AND EDIT-START > ZEROES
                 AND EDIT-LENGTH > ZEROES
                 AND (EDIT-START + EDIT-LENGTH - 1) <= 80
                 AND (EDIT-TYPE-NUMERIC OR EDIT-TYPE-REQUIRED)
                 ADD  1                   TO EDIT-RULE-COUNT
                 MOVE EDIT-START
                             TO EDIT-T-START(EDIT-RULE-COUNT)
                 MOVE EDIT-LENGTH
                             TO EDIT-T-LENGTH(EDIT-RULE-COUNT)
                 MOVE EDIT-TYPE
                             TO EDIT-T-TYPE(EDIT-RULE-COUNT)
              ELSE
                 DISPLAY 'INVALID UR70EDIT RULE CARD SKIPPED: '
                         EDIT-RECORD-AREA(1:20)
              END-IF
           END-IF

           .
       105-EXIT.
           EXIT.

       110-OPEN-REPORT.

           SET  TP90-ANCHOR               TO NULL
           MOVE 'CORRRPT '                TO TP90-DDNAME
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
              DISPLAY 'CORRRPT NOT AVAILABLE, REPORT NOT WRITTEN '
                      'TO A DD'
           END-IF

           MOVE SPACES                    TO RPT-LINE
           STRING 'UR70CORR FEED REJECT CORRECTION AND RESUBMISSION'
                  ' - RUN ' WS-CORR-RUN-ID
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           .
       110-EXIT.
           EXIT.

      ******************************************************************
      * OPEN THE REJECT REGISTER (DD UR70RJST) IN IO MODE.  WITHOUT   *
      * IT NOTHING CAN BE CORRECTED, SENT OR REPORTED - RC 12.        *
      ******************************************************************
       120-OPEN-REGISTER.

           SET  TP90-ANCHOR               TO NULL
           MOVE 'UR70RJST'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-OPEN        TO TP90-FUNCTION-CODE
           MOVE GVBTP90-VALUE-VSAM        TO TP90-FILE-TYPE
           MOVE GVBTP90-VALUE-IO          TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           MOVE SPACES                    TO TP90-RECORD-KEY

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 RJST-RECORD-AREA,
                                 TP90-RECORD-KEY

           IF TP90-RETURN-CODE = GVBTP90-VALUE-SUCCESSFUL
              MOVE 'Y'                    TO WS-RJST-SW
           ELSE
              SET  TP90-ANCHOR            TO NULL
              DISPLAY 'UR70RJST NOT AVAILABLE, NO CORRECTIONS '
                      'APPLIED'
              MOVE +12                    TO WS-RETURN-CD
           END-IF

           .
       120-EXIT.
           EXIT.

       130-CLOSE-REGISTER.

           MOVE 'UR70RJST'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-CLOSE       TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 RJST-RECORD-AREA,
                                 TP90-RECORD-KEY
           SET  TP90-ANCHOR               TO NULL
           MOVE 'N'                       TO WS-RJST-SW

           .
       130-EXIT.
           EXIT.

      ******************************************************************
      * APPLY EVERY CORRECTION CARD ON DD UR70CORR, ONE LINE PER CARD *
      * ON THE REPORT.  AN ABSENT FILE IS NOT AN ERROR - EARLIER      *
      * CORRECTIONS ARE STILL PACKAGED AND THE OUTSTANDING REPORT     *
      * STILL PRINTS.                                                 *
      ******************************************************************
       200-APPLY-CORRECTIONS.

           MOVE SPACES                    TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE 'CORRECTION CARDS'        TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE SPACES                    TO RPT-LINE
           MOVE 'RUN ID'                  TO RPT-LINE(1:6)
           MOVE 'SEQ'                     TO RPT-LINE(17:3)
           MOVE 'ACT'                     TO RPT-LINE(25:3)
           MOVE 'SRC'                     TO RPT-LINE(29:3)
           MOVE 'RESULT'                  TO RPT-LINE(33:6)
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE ALL '-'                   TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           SET  TP90-ANCHOR               TO NULL
           MOVE 'UR70CORR'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-OPEN        TO TP90-FUNCTION-CODE
           MOVE GVBTP90-VALUE-SEQUENTIAL  TO TP90-FILE-TYPE
           MOVE GVBTP90-VALUE-INPUT       TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE SPACES                    TO TP90-RECORD-KEY

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CORR-RECORD-AREA,
                                 TP90-RECORD-KEY

           IF TP90-RETURN-CODE NOT = GVBTP90-VALUE-SUCCESSFUL
              DISPLAY 'UR70CORR NOT AVAILABLE, NO CORRECTION CARDS'
              MOVE 'NO CORRECTION CARDS'  TO RPT-LINE
              PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
              GO TO 200-EXIT
           END-IF

           MOVE 'N'                       TO WS-SCAN-SW
           PERFORM 210-APPLY-ONE-CARD     THRU 210-EXIT
              UNTIL WS-SCAN-DONE

           MOVE 'UR70CORR'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-CLOSE       TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CORR-RECORD-AREA,
                                 TP90-RECORD-KEY
           SET  TP90-ANCHOR               TO NULL

           IF WS-CARDS-NOT-ACCEPTED > ZEROES
              AND WS-RETURN-CD < +4
              MOVE +4                     TO WS-RETURN-CD
           END-IF

           .
       200-EXIT.
           EXIT.

      ******************************************************************
      * READ AND APPLY ONE CORRECTION CARD.  THE REJECT MUST BE ON    *
      * THE REGISTER AND STILL OPEN OR CORRECTED; A REJECT ALREADY    *
      * RESUBMITTED OR ABANDONED IS CLOSED.  A CORRECTED REJECT MAY   *
      * BE CORRECTED AGAIN UNTIL IT IS PACKAGED.                      *
      ******************************************************************
       210-APPLY-ONE-CARD.

           MOVE SPACES                    TO CORR-RECORD-AREA
           MOVE 'UR70CORR'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-READ        TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 CORR-RECORD-AREA,
                                 TP90-RECORD-KEY

           IF TP90-RETURN-CODE NOT = GVBTP90-VALUE-SUCCESSFUL
              MOVE 'Y'                    TO WS-SCAN-SW
              GO TO 210-EXIT
           END-IF

           ADD  1                         TO WS-CARDS-READ
           MOVE SPACES                    TO WS-CARD-RESULT
           MOVE 'N'                       TO WS-CARD-ACCEPTED-SW
           MOVE SPACES                    TO RJST-RECORD-AREA

           IF CORR-RUN-ID = SPACES
              OR CORR-SEQ IS NOT NUMERIC
              OR NOT (CORR-ACTION-CORRECT OR CORR-ACTION-ABANDON)
              MOVE 'INVALID CARD'         TO WS-CARD-RESULT
              GO TO 210-PRINT
           END-IF

           MOVE CORR-RUN-ID               TO RJST-RUN-ID
           MOVE CORR-SEQ-NUM              TO RJST-SEQ
           MOVE 'UR70RJST'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-READ        TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +240                      TO TP90-RECORD-LENGTH
           MOVE GVBTP90-VALUE-FIXED-LEN   TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 RJST-RECORD-AREA,
                                 RJST-KEY

           EVALUATE TRUE
              WHEN TP90-RETURN-CODE = GVBTP90-VALUE-NOT-FOUND
                 MOVE 'NO SUCH REJECT'    TO WS-CARD-RESULT
                 MOVE SPACES              TO RJST-SOURCE
                 GO TO 210-PRINT
              WHEN TP90-RETURN-CODE NOT = GVBTP90-VALUE-SUCCESSFUL
                 MOVE 'REGISTER READ FAILED'
                                          TO WS-CARD-RESULT
                 DISPLAY 'UR70RJST READ FAILED, RET CD = '
                         TP90-RETURN-CODE ' KEY = ' CORR-KEY
                 MOVE +12                 TO WS-RETURN-CD
                 MOVE SPACES              TO RJST-SOURCE
                 GO TO 210-PRINT
              WHEN RJST-STATUS-RESUBMITTED
                 MOVE 'CLOSED - ALREADY RESUBMITTED'
                                          TO WS-CARD-RESULT
                 GO TO 210-PRINT
              WHEN RJST-STATUS-ABANDONED
                 MOVE 'CLOSED - ALREADY ABANDONED'
                                          TO WS-CARD-RESULT
                 GO TO 210-PRINT
           END-EVALUATE

           IF CORR-ACTION-ABANDON
              MOVE 'ABAN'                 TO RJST-STATUS
              MOVE WS-CORR-DATE           TO RJST-STATUS-DATE
              MOVE 'ABANDONED'            TO WS-CARD-RESULT
              PERFORM 240-PUT-REGISTER    THRU 240-EXIT
              IF WS-CARD-ACCEPTED
                 ADD  1                   TO WS-CARDS-ABANDONED
              END-IF
              GO TO 210-PRINT
           END-IF

           PERFORM 220-CORRECT-ONE-REJECT THRU 220-EXIT

           .
       210-PRINT.

           IF NOT WS-CARD-ACCEPTED
              ADD  1                      TO WS-CARDS-NOT-ACCEPTED
           END-IF

           MOVE SPACES                    TO RPT-LINE
           MOVE CORR-RUN-ID               TO RPT-LINE(1:15)
           MOVE CORR-SEQ                  TO RPT-LINE(17:7)
           MOVE CORR-ACTION               TO RPT-LINE(26:1)
           MOVE RJST-SOURCE               TO RPT-LINE(29:3)
           MOVE WS-CARD-RESULT            TO RPT-LINE(33:30)
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           .
       210-EXIT.
           EXIT.

      ******************************************************************
      * RE-EDIT THE CORRECTED IMAGE ON THE CARD.  A PASS MARKS THE    *
      * REJECT CORRECTED WITH THE NEW IMAGE; A FAILURE LEAVES ITS     *
      * STATUS AS IT WAS AND RECORDS THE RULE IT FAILED.  EITHER WAY  *
      * THE ATTEMPT IS COUNTED.  A HEADER OR TRAILER IMAGE COULD      *
      * NEVER LOAD AS A DETAIL, SO IT FAILS AS RULE 00.               *
      ******************************************************************
       220-CORRECT-ONE-REJECT.

           IF EDIT-RULE-COUNT = ZEROES
              MOVE 'NO EDIT RULES - NOT RE-EDITED'
                                          TO WS-CARD-RESULT
              GO TO 220-EXIT
           END-IF

           IF RJST-ATTEMPTS IS NOT NUMERIC
              MOVE ZEROES                 TO RJST-ATTEMPTS
           END-IF
           IF RJST-ATTEMPTS < 999
              ADD  1                      TO RJST-ATTEMPTS
           END-IF
           MOVE WS-CORR-DATE              TO RJST-STATUS-DATE

           IF CORR-IMAGE = SPACES
              OR CORR-IMAGE(1:8) = 'UR70SRCE'
              OR CORR-IMAGE(1:8) = 'UR70TRLR'
              MOVE ZEROES                 TO RJST-LAST-FAIL-RULE
              MOVE 'NOT A DETAIL RECORD'  TO WS-CARD-RESULT
              PERFORM 240-PUT-REGISTER    THRU 240-EXIT
              MOVE 'N'                    TO WS-CARD-ACCEPTED-SW
              GO TO 220-EXIT
           END-IF

           MOVE CORR-IMAGE                TO WS-EDIT-IMAGE
           PERFORM 230-RUN-EDITS          THRU 230-EXIT

           IF WS-EDIT-FAILED
              MOVE WS-EDIT-FAIL-RULE      TO RJST-LAST-FAIL-RULE
              MOVE SPACES                 TO WS-CARD-RESULT
              STRING 'STILL FAILS RULE ' RJST-LAST-FAIL-RULE ' '
                     EDIT-T-TYPE(WS-EDIT-FAIL-RULE)
                     DELIMITED BY SIZE   INTO WS-CARD-RESULT
              PERFORM 240-PUT-REGISTER    THRU 240-EXIT
              MOVE 'N'                    TO WS-CARD-ACCEPTED-SW
              GO TO 220-EXIT
           END-IF

           MOVE 'CORR'                    TO RJST-STATUS
           MOVE ZEROES                    TO RJST-LAST-FAIL-RULE
           MOVE CORR-IMAGE                TO RJST-CORRECTED-IMAGE
           MOVE 'CORRECTED'               TO WS-CARD-RESULT
           PERFORM 240-PUT-REGISTER       THRU 240-EXIT
           IF WS-CARD-ACCEPTED
              ADD  1                      TO WS-CARDS-CORRECTED
           END-IF

           .
       220-EXIT.
           EXIT.

      ******************************************************************
      * RUN THE LOADED EDIT RULES AGAINST WS-EDIT-IMAGE, AS TESTUR70'S*
      * 203-RUN-FEED-EDITS DOES.  THE FIRST FAILING RULE WINS.        *
      ******************************************************************
       230-RUN-EDITS.

           MOVE 'N'                       TO WS-EDIT-FAIL-SW
           MOVE +0                        TO WS-EDIT-FAIL-RULE

           PERFORM 235-APPLY-ONE-RULE     THRU 235-EXIT
              VARYING EDIT-RULE-IDX FROM 1 BY 1
                UNTIL EDIT-RULE-IDX > EDIT-RULE-COUNT
                   OR WS-EDIT-FAILED

           .
       230-EXIT.
           EXIT.

       235-APPLY-ONE-RULE.

           EVALUATE EDIT-T-TYPE(EDIT-RULE-IDX)
              WHEN 'N'
                 IF WS-EDIT-IMAGE(EDIT-T-START(EDIT-RULE-IDX):
                       EDIT-T-LENGTH(EDIT-RULE-IDX)) IS NOT NUMERIC
                    MOVE 'Y'              TO WS-EDIT-FAIL-SW
                    SET  WS-EDIT-FAIL-RULE TO EDIT-RULE-IDX
                 END-IF
              WHEN 'A'
                 IF WS-EDIT-IMAGE(EDIT-T-START(EDIT-RULE-IDX):
                       EDIT-T-LENGTH(EDIT-RULE-IDX)) = SPACES
                    MOVE 'Y'              TO WS-EDIT-FAIL-SW
                    SET  WS-EDIT-FAIL-RULE TO EDIT-RULE-IDX
                 END-IF
           END-EVALUATE

           .
       235-EXIT.
           EXIT.

      ******************************************************************
      * REWRITE THE REGISTER RECORD IN RJST-RECORD-AREA.  THE CARD    *
      * COUNTS AS ACCEPTED ONLY IF THE REWRITE WORKED.                *
      ******************************************************************
       240-PUT-REGISTER.

           MOVE 'UR70RJST'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-UPDATE      TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +240                      TO TP90-RECORD-LENGTH
           MOVE GVBTP90-VALUE-FIXED-LEN   TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 RJST-RECORD-AREA,
                                 RJST-KEY

           IF TP90-RETURN-CODE = GVBTP90-VALUE-SUCCESSFUL
              MOVE 'Y'                    TO WS-CARD-ACCEPTED-SW
           ELSE
              MOVE 'N'                    TO WS-CARD-ACCEPTED-SW
              MOVE 'REGISTER UPDATE FAILED'
                                          TO WS-CARD-RESULT
              DISPLAY 'UR70RJST UPDATE FAILED, RET CD = '
                      TP90-RETURN-CODE ' KEY = ' RJST-KEY
              MOVE +12                    TO WS-RETURN-CD
           END-IF

           .
       240-EXIT.
           EXIT.

      ******************************************************************
      * PACKAGE EVERY CORRECTED REJECT - THIS RUN'S AND ANY A FAILED  *
      * EARLIER RUN LEFT BEHIND - INTO THE RESUBMISSION FILE, ONE     *
      * SEGMENT PER ORIGINAL SOURCE, THEN MARK THEM RESUBMITTED.  IF  *
      * ANY PART OF THE FILE CANNOT BE WRITTEN NONE OF THEM IS        *
      * MARKED, SO THE NEXT RUN SENDS THEM ALL AGAIN.                 *
      ******************************************************************
       300-PACKAGE-CORRECTIONS.

           MOVE SPACES                    TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE 'RESUBMISSION SEGMENTS'   TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE SPACES                    TO RPT-LINE
           MOVE 'SRC'                     TO RPT-LINE(1:3)
           MOVE 'PRI'                     TO RPT-LINE(6:3)
           MOVE 'RECORDS'                 TO RPT-LINE(13:7)
           MOVE 'TRAILER HASH'            TO RPT-LINE(23:12)
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE ALL '-'                   TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           MOVE +0                        TO PKG-COUNT
           MOVE +0                        TO SEG-COUNT

           MOVE LOW-VALUES                TO RJST-KEY
           MOVE 'UR70RJST'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-START-BROWSE
                                          TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +240                      TO TP90-RECORD-LENGTH
           MOVE GVBTP90-VALUE-FIXED-LEN   TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 RJST-RECORD-AREA,
                                 RJST-KEY

           EVALUATE TP90-RETURN-CODE
              WHEN GVBTP90-VALUE-SUCCESSFUL
                 MOVE 'N'                 TO WS-SCAN-SW
                 PERFORM 310-TABLE-ONE-CORRECTED THRU 310-EXIT
                    UNTIL WS-SCAN-DONE
              WHEN GVBTP90-VALUE-NOT-FOUND
                 CONTINUE
              WHEN GVBTP90-VALUE-END-OF-FILE
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'UR70RJST BROWSE FAILED, RET CD = '
                         TP90-RETURN-CODE
                 MOVE +12                 TO WS-RETURN-CD
           END-EVALUATE

           IF PKG-COUNT = ZEROES
              MOVE 'NOTHING TO RESUBMIT'  TO RPT-LINE
              PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
              GO TO 300-EXIT
           END-IF

           PERFORM 305-OPEN-RESUBMISSION  THRU 305-EXIT

           IF WS-RSUB-OPEN
              PERFORM 320-WRITE-ONE-SEGMENT THRU 320-EXIT
                 VARYING SEG-SUB FROM 1 BY 1
                   UNTIL SEG-SUB > SEG-COUNT
                      OR WS-RSUB-FAILED

              MOVE 'UR70RSUB'             TO TP90-DDNAME
              MOVE GVBTP90-VALUE-CLOSE    TO TP90-FUNCTION-CODE
              CALL GVBTP90 USING TP90-PARAMETER-AREA,
                                 RSUB-RECORD-AREA,
                                 TP90-RECORD-KEY
              SET  TP90-ANCHOR            TO NULL
              MOVE 'N'                    TO WS-RSUB-SW
           END-IF

           IF WS-RSUB-FAILED
              MOVE 'RESUBMISSION FILE NOT WRITTEN - CORRECTED '
                                          TO RPT-LINE
              MOVE 'REJECTS HELD FOR THE NEXT RUN'
                                          TO RPT-LINE(44:29)
              PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
              IF WS-RETURN-CD < +8
                 MOVE +8                  TO WS-RETURN-CD
              END-IF
              GO TO 300-EXIT
           END-IF

           PERFORM 340-MARK-ONE-RESUBMITTED THRU 340-EXIT
              VARYING PKG-SUB FROM 1 BY 1
                UNTIL PKG-SUB > PKG-COUNT

           .
       300-EXIT.
           EXIT.

       305-OPEN-RESUBMISSION.

           SET  TP90-ANCHOR               TO NULL
           MOVE 'UR70RSUB'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-OPEN        TO TP90-FUNCTION-CODE
           MOVE GVBTP90-VALUE-GDG         TO TP90-FILE-TYPE
           MOVE GVBTP90-VALUE-EXTEND      TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE SPACES                    TO TP90-RECORD-KEY

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 RSUB-RECORD-AREA,
                                 TP90-RECORD-KEY

           IF TP90-RETURN-CODE = GVBTP90-VALUE-SUCCESSFUL
              MOVE 'Y'                    TO WS-RSUB-SW
           ELSE
              SET  TP90-ANCHOR            TO NULL
              MOVE 'Y'                    TO WS-RSUB-FAILED-SW
              DISPLAY 'UR70RSUB NOT AVAILABLE, NOTHING RESUBMITTED'
           END-IF

           .
       305-EXIT.
           EXIT.

      ******************************************************************
      * TABLE ONE CORRECTED REJECT FROM THE REGISTER BROWSE AND ADD   *
      * IT TO ITS SOURCE'S SEGMENT - THE FIRST REJECT SEEN FOR A      *
      * SOURCE SETS THE PRIORITY ITS HEADER CARRIES.                  *
      ******************************************************************
       310-TABLE-ONE-CORRECTED.

           MOVE 'UR70RJST'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-READNEXT    TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +240                      TO TP90-RECORD-LENGTH
           MOVE GVBTP90-VALUE-FIXED-LEN   TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 RJST-RECORD-AREA,
                                 RJST-KEY

           EVALUATE TRUE
              WHEN TP90-RETURN-CODE = GVBTP90-VALUE-END-OF-FILE
                 MOVE 'Y'                 TO WS-SCAN-SW
                 GO TO 310-EXIT
              WHEN TP90-RETURN-CODE NOT = GVBTP90-VALUE-SUCCESSFUL
                 DISPLAY 'UR70RJST READ FAILED, RET CD = '
                         TP90-RETURN-CODE
                 MOVE +12                 TO WS-RETURN-CD
                 MOVE 'Y'                 TO WS-SCAN-SW
                 GO TO 310-EXIT
              WHEN NOT RJST-STATUS-CORRECTED
                 GO TO 310-EXIT
           END-EVALUATE

           PERFORM 315-LOCATE-SEGMENT     THRU 315-EXIT
              VARYING SEG-SUB FROM 1 BY 1
                UNTIL SEG-SUB > SEG-COUNT
                   OR SEG-T-SOURCE(SEG-SUB) = RJST-SOURCE

           IF PKG-COUNT NOT < PKG-MAX-ENTRIES
              OR (SEG-SUB > SEG-COUNT
                  AND SEG-COUNT NOT < SEG-MAX-ENTRIES)
              ADD  1                      TO WS-PKG-OVERFLOW
              DISPLAY 'RESUBMISSION TABLE FULL, HELD FOR NEXT RUN: '
                      RJST-KEY
              GO TO 310-EXIT
           END-IF

           IF SEG-SUB > SEG-COUNT
              ADD  1                      TO SEG-COUNT
              MOVE SEG-COUNT              TO SEG-SUB
              MOVE RJST-SOURCE            TO SEG-T-SOURCE(SEG-SUB)
              IF RJST-SRC-PRIORITY IS NUMERIC
                 MOVE RJST-SRC-PRIORITY   TO SEG-T-PRIORITY(SEG-SUB)
              ELSE
                 MOVE '9'                 TO SEG-T-PRIORITY(SEG-SUB)
              END-IF
              MOVE ZEROES                 TO SEG-T-COUNT(SEG-SUB)
              MOVE ZEROES                 TO SEG-T-HASH(SEG-SUB)
           END-IF

           ADD  1                         TO PKG-COUNT
           MOVE RJST-RECORD-AREA          TO PKG-T-IMAGE(PKG-COUNT)
           ADD  1                         TO SEG-T-COUNT(SEG-SUB)
           IF RJST-CORRECTED-IMAGE(3:15) IS NUMERIC
              MOVE RJST-CORRECTED-IMAGE(3:15) TO WS-HASH-WORK
              ADD  WS-HASH-WORK           TO SEG-T-HASH(SEG-SUB)
           END-IF

           .
       310-EXIT.
           EXIT.

       315-LOCATE-SEGMENT.

           CONTINUE

           .
       315-EXIT.
           EXIT.

      ******************************************************************
      * WRITE ONE SOURCE'S SEGMENT: HEADER, ITS CORRECTED RECORDS IN  *
      * REGISTER KEY ORDER, AND THE TRAILER.                          *
      ******************************************************************
       320-WRITE-ONE-SEGMENT.

           MOVE SPACES                    TO RSUB-RECORD-AREA
           MOVE 'UR70SRCE'                TO RSUB-SRC-ID
           MOVE SEG-T-SOURCE(SEG-SUB)     TO RSUB-SRC-CODE
           MOVE SEG-T-PRIORITY(SEG-SUB)   TO RSUB-SRC-PRIORITY
           PERFORM 330-WRITE-RESUBMIT-RECORD THRU 330-EXIT

           PERFORM 325-WRITE-ONE-DETAIL   THRU 325-EXIT
              VARYING PKG-SUB FROM 1 BY 1
                UNTIL PKG-SUB > PKG-COUNT
                   OR WS-RSUB-FAILED

           MOVE SPACES                    TO RSUB-RECORD-AREA
           MOVE 'UR70TRLR'                TO RSUB-TRLR-ID
           MOVE SEG-T-COUNT(SEG-SUB)      TO RSUB-TRLR-COUNT
           MOVE SEG-T-HASH(SEG-SUB)       TO RSUB-TRLR-HASH
           PERFORM 330-WRITE-RESUBMIT-RECORD THRU 330-EXIT

           MOVE SPACES                    TO RPT-LINE
           MOVE SEG-T-SOURCE(SEG-SUB)     TO RPT-LINE(1:3)
           MOVE SEG-T-PRIORITY(SEG-SUB)   TO RPT-LINE(7:1)
           MOVE SEG-T-COUNT(SEG-SUB)      TO WS-RPT-NUM-EDIT
           MOVE WS-RPT-NUM-EDIT           TO RPT-LINE(11:9)
           MOVE SEG-T-HASH(SEG-SUB)       TO RPT-LINE(23:15)
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           .
       320-EXIT.
           EXIT.

       325-WRITE-ONE-DETAIL.

           MOVE PKG-T-IMAGE(PKG-SUB)      TO RJST-RECORD-AREA
           IF RJST-SOURCE = SEG-T-SOURCE(SEG-SUB)
              MOVE RJST-CORRECTED-IMAGE   TO RSUB-RECORD-AREA
              PERFORM 330-WRITE-RESUBMIT-RECORD THRU 330-EXIT
           END-IF

           .
       325-EXIT.
           EXIT.

       330-WRITE-RESUBMIT-RECORD.

           MOVE 'UR70RSUB'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-WRITE       TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 RSUB-RECORD-AREA,
                                 TP90-RECORD-KEY

           IF TP90-RETURN-CODE NOT = GVBTP90-VALUE-SUCCESSFUL
              MOVE 'Y'                    TO WS-RSUB-FAILED-SW
              DISPLAY 'UR70RSUB WRITE FAILED, RET CD = '
                      TP90-RETURN-CODE
           END-IF

           .
       330-EXIT.
           EXIT.

      ******************************************************************
      * MARK ONE PACKAGED REJECT RESUBMITTED UNDER THIS RUN'S ID.     *
      ******************************************************************
       340-MARK-ONE-RESUBMITTED.

           MOVE PKG-T-IMAGE(PKG-SUB)      TO RJST-RECORD-AREA
           MOVE 'RSUB'                    TO RJST-STATUS
           MOVE WS-CORR-DATE              TO RJST-STATUS-DATE
           MOVE WS-CORR-RUN-ID            TO RJST-RESUB-ID

           MOVE 'UR70RJST'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-UPDATE      TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +240                      TO TP90-RECORD-LENGTH
           MOVE GVBTP90-VALUE-FIXED-LEN   TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 RJST-RECORD-AREA,
                                 RJST-KEY

           IF TP90-RETURN-CODE = GVBTP90-VALUE-SUCCESSFUL
              ADD  1                      TO WS-RESUBMITTED
           ELSE
              DISPLAY 'UR70RJST UPDATE FAILED, RET CD = '
                      TP90-RETURN-CODE ' KEY = ' RJST-KEY
                      ' - SENT BUT STILL SHOWN CORRECTED'
              MOVE +12                    TO WS-RETURN-CD
           END-IF

           .
       340-EXIT.
           EXIT.

      ******************************************************************
      * REPORT EVERY REJECT STILL OUTSTANDING, BY DEPARTMENT: A       *
      * DEPARTMENT LINE (OPEN AND CORRECTED COUNTS, OLDEST REJECT     *
      * DATE) FOLLOWED BY ITS REJECTS IN REGISTER KEY ORDER.          *
      ******************************************************************
       400-REPORT-OUTSTANDING.

           MOVE +0                        TO OUTS-COUNT
           MOVE +0                        TO DEPT-COUNT

           MOVE LOW-VALUES                TO RJST-KEY
           MOVE 'UR70RJST'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-START-BROWSE
                                          TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +240                      TO TP90-RECORD-LENGTH
           MOVE GVBTP90-VALUE-FIXED-LEN   TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 RJST-RECORD-AREA,
                                 RJST-KEY

           EVALUATE TP90-RETURN-CODE
              WHEN GVBTP90-VALUE-SUCCESSFUL
                 MOVE 'N'                 TO WS-SCAN-SW
                 PERFORM 410-TABLE-ONE-OUTSTANDING THRU 410-EXIT
                    UNTIL WS-SCAN-DONE
              WHEN GVBTP90-VALUE-NOT-FOUND
                 CONTINUE
              WHEN GVBTP90-VALUE-END-OF-FILE
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'UR70RJST BROWSE FAILED, RET CD = '
                         TP90-RETURN-CODE
                 MOVE +12                 TO WS-RETURN-CD
           END-EVALUATE

           MOVE SPACES                    TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE 'OUTSTANDING REJECTS BY DEPARTMENT'
                                          TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE SPACES                    TO RPT-LINE
           MOVE 'RUN ID'                  TO RPT-LINE(5:6)
           MOVE 'SEQ'                     TO RPT-LINE(21:3)
           MOVE 'STAT'                    TO RPT-LINE(29:4)
           MOVE 'RULE'                    TO RPT-LINE(34:4)
           MOVE 'REJECTED'                TO RPT-LINE(40:8)
           MOVE 'TRIES'                   TO RPT-LINE(49:5)
           MOVE 'LAST'                    TO RPT-LINE(55:4)
           MOVE 'RECORD KEY'              TO RPT-LINE(60:10)
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE ALL '-'                   TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           IF DEPT-COUNT = ZEROES
              MOVE 'NO REJECTS OUTSTANDING'
                                          TO RPT-LINE
              PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
           END-IF

           PERFORM 420-PRINT-ONE-DEPARTMENT THRU 420-EXIT
              VARYING DEPT-SUB FROM 1 BY 1
                UNTIL DEPT-SUB > DEPT-COUNT

           IF WS-OUTS-OVERFLOW > ZEROES
              MOVE WS-OUTS-OVERFLOW       TO WS-RPT-NUM-EDIT
              MOVE SPACES                 TO RPT-LINE
              STRING WS-RPT-NUM-EDIT
                     ' MORE OUTSTANDING REJECTS COUNTED BUT NOT LISTED'
                     DELIMITED BY SIZE   INTO RPT-LINE
              PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
           END-IF

           .
       400-EXIT.
           EXIT.

       410-TABLE-ONE-OUTSTANDING.

           MOVE 'UR70RJST'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-READNEXT    TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +240                      TO TP90-RECORD-LENGTH
           MOVE GVBTP90-VALUE-FIXED-LEN   TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 RJST-RECORD-AREA,
                                 RJST-KEY

           EVALUATE TRUE
              WHEN TP90-RETURN-CODE = GVBTP90-VALUE-END-OF-FILE
                 MOVE 'Y'                 TO WS-SCAN-SW
                 GO TO 410-EXIT
              WHEN TP90-RETURN-CODE NOT = GVBTP90-VALUE-SUCCESSFUL
                 DISPLAY 'UR70RJST READ FAILED, RET CD = '
                         TP90-RETURN-CODE
                 MOVE +12                 TO WS-RETURN-CD
                 MOVE 'Y'                 TO WS-SCAN-SW
                 GO TO 410-EXIT
              WHEN RJST-STATUS-OPEN
                 ADD  1                   TO WS-OUTS-OPEN
              WHEN RJST-STATUS-CORRECTED
                 ADD  1                   TO WS-OUTS-CORRECTED
              WHEN OTHER
                 GO TO 410-EXIT
           END-EVALUATE

           PERFORM 415-LOCATE-DEPARTMENT  THRU 415-EXIT
              VARYING DEPT-SUB FROM 1 BY 1
                UNTIL DEPT-SUB > DEPT-COUNT
                   OR DEPT-T-SOURCE(DEPT-SUB) = RJST-SOURCE

           IF DEPT-SUB > DEPT-COUNT
              IF DEPT-COUNT NOT < DEPT-MAX-ENTRIES
                 ADD  1                   TO WS-OUTS-OVERFLOW
                 GO TO 410-EXIT
              END-IF
              ADD  1                      TO DEPT-COUNT
              MOVE DEPT-COUNT             TO DEPT-SUB
              MOVE RJST-SOURCE            TO DEPT-T-SOURCE(DEPT-SUB)
              MOVE +0                     TO DEPT-T-OPEN(DEPT-SUB)
              MOVE +0                     TO DEPT-T-CORRECTED(DEPT-SUB)
              MOVE RJST-REJECT-DATE       TO DEPT-T-OLDEST(DEPT-SUB)
           END-IF

           IF RJST-STATUS-OPEN
              ADD  1                      TO DEPT-T-OPEN(DEPT-SUB)
           ELSE
              ADD  1                      TO DEPT-T-CORRECTED(DEPT-SUB)
           END-IF
           IF RJST-REJECT-DATE < DEPT-T-OLDEST(DEPT-SUB)
              MOVE RJST-REJECT-DATE       TO DEPT-T-OLDEST(DEPT-SUB)
           END-IF

           IF OUTS-COUNT NOT < OUTS-MAX-ENTRIES
              ADD  1                      TO WS-OUTS-OVERFLOW
              GO TO 410-EXIT
           END-IF

           ADD  1                         TO OUTS-COUNT
           MOVE RJST-KEY                  TO OUTS-T-KEY(OUTS-COUNT)
           MOVE RJST-SOURCE               TO OUTS-T-SOURCE(OUTS-COUNT)
           MOVE RJST-STATUS               TO OUTS-T-STATUS(OUTS-COUNT)
           MOVE RJST-REASON-RULE     TO OUTS-T-REASON-RULE(OUTS-COUNT)
           MOVE RJST-REASON-TYPE     TO OUTS-T-REASON-TYPE(OUTS-COUNT)
           MOVE RJST-REJECT-DATE     TO OUTS-T-REJECT-DATE(OUTS-COUNT)
           MOVE RJST-LAST-FAIL-RULE
                                  TO OUTS-T-LAST-FAIL-RULE(OUTS-COUNT)
           MOVE RJST-ATTEMPTS        TO OUTS-T-ATTEMPTS(OUTS-COUNT)
           MOVE RJST-ORIGINAL-IMAGE(1:17)
                                     TO OUTS-T-RECORD-KEY(OUTS-COUNT)

           .
       410-EXIT.
           EXIT.

       415-LOCATE-DEPARTMENT.

           CONTINUE

           .
       415-EXIT.
           EXIT.

      ******************************************************************
      * ONE DEPARTMENT: ITS TOTALS LINE, THEN ITS REJECTS.  THE       *
      * RECORD KEY SHOWN IS THE BUSINESS KEY (RECORD TYPE AND PARENT  *
      * REFERENCE, BYTES 1-17) THE DEPARTMENT KNOWS THE RECORD BY.    *
      ******************************************************************
       420-PRINT-ONE-DEPARTMENT.

           MOVE SPACES                    TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'SOURCE ' DEPT-T-SOURCE(DEPT-SUB)
                  DELIMITED BY SIZE      INTO RPT-LINE
           MOVE DEPT-T-OPEN(DEPT-SUB)     TO WS-RPT-NUM-EDIT
           MOVE 'OPEN'                    TO RPT-LINE(13:4)
           MOVE WS-RPT-NUM-EDIT           TO RPT-LINE(18:9)
           MOVE DEPT-T-CORRECTED(DEPT-SUB) TO WS-RPT-NUM-EDIT
           MOVE 'CORRECTED'               TO RPT-LINE(29:9)
           MOVE WS-RPT-NUM-EDIT           TO RPT-LINE(39:9)
           MOVE 'OLDEST'                  TO RPT-LINE(50:6)
           MOVE DEPT-T-OLDEST(DEPT-SUB)   TO RPT-LINE(57:8)
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           PERFORM 425-PRINT-ONE-REJECT   THRU 425-EXIT
              VARYING OUTS-SUB FROM 1 BY 1
                UNTIL OUTS-SUB > OUTS-COUNT

           .
       420-EXIT.
           EXIT.

       425-PRINT-ONE-REJECT.

           IF OUTS-T-SOURCE(OUTS-SUB) NOT = DEPT-T-SOURCE(DEPT-SUB)
              GO TO 425-EXIT
           END-IF

           MOVE SPACES                    TO RPT-LINE
           MOVE OUTS-T-KEY(OUTS-SUB)(1:15) TO RPT-LINE(5:15)
           MOVE OUTS-T-KEY(OUTS-SUB)(16:7) TO RPT-LINE(21:7)
           MOVE OUTS-T-STATUS(OUTS-SUB)   TO RPT-LINE(29:4)
           MOVE OUTS-T-REASON-RULE(OUTS-SUB)
                                          TO RPT-LINE(34:2)
           MOVE OUTS-T-REASON-TYPE(OUTS-SUB)
                                          TO RPT-LINE(37:1)
           MOVE OUTS-T-REJECT-DATE(OUTS-SUB)
                                          TO RPT-LINE(40:8)
           MOVE OUTS-T-ATTEMPTS(OUTS-SUB) TO RPT-LINE(50:3)
           IF OUTS-T-LAST-FAIL-RULE(OUTS-SUB) > ZEROES
              MOVE OUTS-T-LAST-FAIL-RULE(OUTS-SUB)
                                          TO RPT-LINE(56:2)
           END-IF
           MOVE OUTS-T-RECORD-KEY(OUTS-SUB)
                                          TO RPT-LINE(60:17)
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           .
       425-EXIT.
           EXIT.

      ******************************************************************
      * END-OF-JOB SUMMARY - CARD, RESUBMISSION AND OUTSTANDING       *
      * COUNTS, AND THE RETURN CODE THE SCHEDULER WILL SEE.           *
      ******************************************************************
       900-WRITE-SUMMARY.

           MOVE SPACES                    TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           MOVE WS-CARDS-READ             TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'CORRECTION CARDS READ       ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-CARDS-CORRECTED        TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING '  REJECTS CORRECTED         ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-CARDS-ABANDONED        TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING '  REJECTS ABANDONED         ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-CARDS-NOT-ACCEPTED     TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING '  CARDS NOT ACCEPTED        ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-RESUBMITTED            TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'REJECTS RESUBMITTED         ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           IF WS-PKG-OVERFLOW > ZEROES
              MOVE WS-PKG-OVERFLOW        TO WS-RPT-NUM-EDIT
              MOVE SPACES                 TO RPT-LINE
              STRING '  HELD FOR THE NEXT RUN     ' WS-RPT-NUM-EDIT
                     DELIMITED BY SIZE   INTO RPT-LINE
              PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
           END-IF
           MOVE WS-OUTS-OPEN              TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'REJECTS STILL OPEN          ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-OUTS-CORRECTED         TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'CORRECTED, NOT YET SENT     ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           MOVE SPACES                    TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-RETURN-CD              TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'UR70CORR RETURN CODE ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           DISPLAY 'UR70CORR RETURN CODE = ' WS-RETURN-CD

           .
       900-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE DD CORRRPT AT END-OF-JOB, ONCE, SO THE GDG FILE TYPE    *
      * ROLLS ONE NEW GENERATION PER RUN.                             *
      ******************************************************************
       910-CLOSE-REPORT.

           IF WS-RPT-FILE-OPEN
              MOVE 'CORRRPT '             TO TP90-DDNAME
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
      * DD CORRRPT.  A NO-OP IF 110-OPEN-REPORT COULD NOT OPEN THE DD.*
      * THE TP90 STATE IS SAVED AND RESTORED AROUND THE WRITE.        *
      ******************************************************************
       920-WRITE-REPORT-LINE.

           DISPLAY RPT-LINE(1:80)

           IF WS-RPT-FILE-OPEN
              MOVE TP90-RETURN-CODE       TO WS-SAVE-TP90-RETURN-CODE
              MOVE TP90-RECORD-KEY        TO WS-SAVE-TP90-RECORD-KEY
              SET  WS-SAVE-TP90-ANCHOR    TO TP90-ANCHOR

              MOVE 'CORRRPT '             TO TP90-DDNAME
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
