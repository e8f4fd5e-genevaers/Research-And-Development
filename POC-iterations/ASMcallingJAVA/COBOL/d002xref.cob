       IDENTIFICATION DIVISION.
       PROGRAM-ID. D002XREF.
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
      ** DESCRIPTION: D002 PARENT-TO-CHILDREN CROSS-REFERENCE.  LISTS  *
      **              EVERY D002 PARENT WITH THE D001 RECORDS WHOSE   *
      **              PARENT REFERENCE (BYTES 3-17) NAMES IT, SO THE  *
      **              REFERENCE-DATA TEAM CAN SEE THE BLAST RADIUS OF *
      **              A CHANGE OR RETIRE (D002TRAN) BEFORE THEY       *
      **              SUBMIT IT.  PARENTS WITH NO CHILDREN ARE        *
      **              LISTED AND COUNTED, AND D001 REFERENCES TO A    *
      **              PARENT D002 DOES NOT HOLD ARE LISTED AS         *
      **              ORPHANS.                                        *
      **                                                               *
      **              D001 HAS NO PARENT INDEX, SO PASS 1 BROWSES IT  *
      **              ONCE AND LOADS ONE PARENT+CHILD KEY PER         *
      **              REFERENCE TO THE D002XWRK WORK FILE (A REUSABLE *
      **              KSDS); PASS 2 MATCHES D002 AGAINST IT IN PARENT *
      **              KEY ORDER.                                      *
      **                                                               *
      **              DD XREFPARM (OPTIONAL) CARRIES ONE PARENT KEY   *
      **              PER CARD IN COLS 1-15 (UP TO 50) TO LIMIT THE   *
      **              REPORT TO THE PARENTS ABOUT TO BE TOUCHED.      *
      **              WITHOUT IT EVERY PARENT IS REPORTED.            *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                                                               *
      ** INPUT FILES:   D001     - MASTER FILE (CHILDREN)              *
      **                D002     - REFERENCE MASTER (PARENTS)          *
      **                XREFPARM - PARENT SELECTION (OPTIONAL)         *
      **                                                               *
      ** WORK FILES:    D002XWRK - PARENT/CHILD WORK FILE (KSDS)       *
      **                                                               *
      ** REPORTS:       XREFRPT - PARENT-TO-CHILDREN CROSS-REFERENCE   *
      **                                                               *
      ** RETURN CDS:  0000 - EVERY D001 REFERENCE RESOLVES ON D002     *
      **              0004 - ORPHAN REFERENCES FOUND                   *
      **              0008 - D001/D002/D002XWRK NOT USABLE             *
      **                                                               *
      ******************************************************************
      **                ISSUANCE INFORMATION                           *
      ******************************************************************
      ** VERSION  PROJECT  ANALYST  EFF        REASON                  *
      **                                                               *
      ** 100  RTC23653    MORGAN     10/15/2026 INITIAL                *
      **                                                               *
      ** 101  RTC23668    MORGAN     10/15/2026 D002XWRK LOADED AND    *
      **                                        READ IN IO MODE        *
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
      *  PARENT SELECTION - DD XREFPARM, ONE PARENT KEY PER CARD.     *
      ******************************************************************
       01  PARM-RECORD-AREA.
           05  PARM-PARENT-KEY            PIC X(15).
           05  FILLER                     PIC X(65).
      *
       01  XREF-SEL-COUNT           PIC S9(4) COMP VALUE ZEROES.
       01  XREF-SEL-MAX             PIC S9(4) COMP VALUE +50.
       01  XREF-SEL-TABLE.
           05  XREF-SEL-ENTRY OCCURS 50 TIMES INDEXED BY SEL-IDX.
               10  XREF-SEL-KEY           PIC X(15).
               10  XREF-SEL-SEEN-SW       PIC X(01).
                   88  XREF-SEL-SEEN            VALUE 'Y'.
      *
       01  WS-SEL-MATCH-SW          PIC X(01) VALUE 'N'.
           88  WS-SEL-MATCHED              VALUE 'Y'.
      *
      ******************************************************************
      *  REFERENCE MASTER RECORD, AS LOADED BY TESTUR70 FROM D002FEED *
      *  AND MAINTAINED FROM D002TRAN.                                *
      ******************************************************************
       01  D002-RECORD-AREA.
           05  D002-KEY                   PIC X(15).
           05  D002-DATA                  PIC X(65).
      *
      ******************************************************************
      *  WORK RECORD - ONE PER D001 PARENT REFERENCE.  THE KEY IS THE *
      *  PARENT FOLLOWED BY THE CHILD, SO A BROWSE RETURNS EACH       *
      *  PARENT'S CHILDREN TOGETHER IN CHILD-KEY ORDER.  THE KEY IS   *
      *  30 BYTES, SO D002XWRK CALLS PASS XWRK-KEY AS THE KEY         *
      *  ARGUMENT RATHER THAN THE 15-BYTE TP90-RECORD-KEY.            *
      ******************************************************************
       01  XWRK-RECORD-AREA.
           05  XWRK-KEY.
               10  XWRK-PARENT-KEY        PIC X(15).
               10  XWRK-CHILD-KEY         PIC X(15).
           05  XWRK-RECORD-TYPE           PIC X(02).
           05  XWRK-RECORD-LENGTH         PIC 9(05).
           05  FILLER                     PIC X(03).
      *
      ******************************************************************
      *  D001 AND THE WORK FILE ARE OPEN TOGETHER IN PASS 1, D002 AND *
      *  THE WORK FILE IN PASS 2, SO EACH KEEPS ITS OWN GVBTP90       *
      *  ANCHOR.  A FILE AT END-OF-FILE CARRIES HIGH-VALUES AS ITS    *
      *  KEY SO THE MATCH DRAINS THE OTHER ONE.                       *
      ******************************************************************
       01  WS-D001-ANCHOR           USAGE IS POINTER.
       01  WS-D002-ANCHOR           USAGE IS POINTER.
       01  WS-XWRK-ANCHOR           USAGE IS POINTER.
      *
       01  WS-D001-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-D001-FILE-OPEN           VALUE 'Y'.
       01  WS-D002-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-D002-FILE-OPEN           VALUE 'Y'.
       01  WS-XWRK-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-XWRK-FILE-OPEN           VALUE 'Y'.
      *
       01  WS-D001-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-D001-AT-END              VALUE 'Y'.
       01  WS-D002-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-D002-AT-END              VALUE 'Y'.
       01  WS-XWRK-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-XWRK-AT-END              VALUE 'Y'.
      *
       01  WS-D002-MATCH-KEY        PIC X(15) VALUE SPACES.
       01  WS-XWRK-MATCH-KEY        PIC X(15) VALUE SPACES.
      *  THE PARENT WHOSE HEADING WAS LAST PRINTED, AND WHETHER IT IS
      *  ON D002 - CHILD LINES ARE GROUPED UNDER IT.
       01  WS-GROUP-PARENT-KEY      PIC X(15) VALUE SPACES.
       01  WS-GROUP-CHILD-COUNT     PIC S9(9) COMP VALUE ZEROES.
      *
       01  WS-D001-RECORDS-READ     PIC S9(9) COMP VALUE ZEROES.
       01  WS-NO-PARENT-COUNT       PIC S9(9) COMP VALUE ZEROES.
       01  WS-XWRK-WRITTEN-COUNT    PIC S9(9) COMP VALUE ZEROES.
       01  WS-PARENT-COUNT          PIC S9(9) COMP VALUE ZEROES.
       01  WS-PARENT-WITH-CHILDREN  PIC S9(9) COMP VALUE ZEROES.
       01  WS-CHILDLESS-COUNT       PIC S9(9) COMP VALUE ZEROES.
       01  WS-CHILD-REF-COUNT       PIC S9(9) COMP VALUE ZEROES.
       01  WS-ORPHAN-REF-COUNT      PIC S9(9) COMP VALUE ZEROES.
      *
       01  WS-RETURN-CD             PIC S9(4) COMP VALUE ZEROES.
      *
      ******************************************************************
      *  CROSS-REFERENCE REPORT - DD XREFRPT.  A MISSING DD IS NOT    *
      *  FATAL - THE REPORT SIMPLY STAYS ON THE DISPLAY LOG.          *
      ******************************************************************
       01  WS-RPT-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-RPT-FILE-OPEN            VALUE 'Y'.
      *
       01  RPT-RECORD-AREA.
           05  RPT-LINE                  PIC X(132).
      *
       01  WS-RPT-NUM-EDIT           PIC -(8)9.
      *
      *  THE TP90 RETURN CODE/KEY/ANCHOR OF THE FILE IN FLIGHT MUST
      *  SURVIVE THE NESTED REPORT-LINE WRITES MADE MID-MATCH.
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
           DISPLAY 'D002XREF STARTING'
      *
           PERFORM 110-OPEN-REPORT        THRU 110-EXIT
      *
           PERFORM 100-LOAD-SELECTION     THRU 100-EXIT
      *
           PERFORM 200-BUILD-WORK-FILE    THRU 200-EXIT
      *
           IF WS-RETURN-CD < +8
              PERFORM 300-REPORT-XREF     THRU 300-EXIT
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
      * LOAD THE PARENT SELECTION FROM DD XREFPARM.  A MISSING OR     *
      * EMPTY FILE MEANS EVERY PARENT IS REPORTED.  CARDS PAST THE    *
      * TABLE CAPACITY ARE SKIPPED WITH A MESSAGE.                    *
      ******************************************************************
       100-LOAD-SELECTION.

           MOVE +0                        TO XREF-SEL-COUNT

           SET  TP90-ANCHOR               TO NULL
           MOVE 'XREFPARM'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-OPEN        TO TP90-FUNCTION-CODE
           MOVE GVBTP90-VALUE-SEQUENTIAL  TO TP90-FILE-TYPE
           MOVE GVBTP90-VALUE-INPUT       TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE SPACES                    TO TP90-RECORD-KEY

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 PARM-RECORD-AREA,
                                 TP90-RECORD-KEY

           IF TP90-RETURN-CODE = GVBTP90-VALUE-SUCCESSFUL
              PERFORM 105-READ-SEL-CARD   THRU 105-EXIT
                 UNTIL TP90-RETURN-CODE NOT = GVBTP90-VALUE-SUCCESSFUL

              MOVE 'XREFPARM'             TO TP90-DDNAME
              MOVE GVBTP90-VALUE-CLOSE    TO TP90-FUNCTION-CODE
              CALL GVBTP90 USING TP90-PARAMETER-AREA,
                                 PARM-RECORD-AREA,
                                 TP90-RECORD-KEY
              SET  TP90-ANCHOR            TO NULL
           ELSE
              DISPLAY 'XREFPARM NOT AVAILABLE, REPORTING EVERY '
                      'PARENT'
           END-IF

           MOVE SPACES                    TO RPT-LINE
           IF XREF-SEL-COUNT > ZEROES
              MOVE XREF-SEL-COUNT         TO WS-RPT-NUM-EDIT
              STRING 'D002XREF PARENT-TO-CHILDREN CROSS-REFERENCE - '
                     'SELECTED PARENTS = ' WS-RPT-NUM-EDIT
                     DELIMITED BY SIZE   INTO RPT-LINE
           ELSE
              STRING 'D002XREF PARENT-TO-CHILDREN CROSS-REFERENCE - '
                     'ALL PARENTS'
                     DELIMITED BY SIZE   INTO RPT-LINE
           END-IF
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           .
       100-EXIT.
           EXIT.

       105-READ-SEL-CARD.

           MOVE SPACES                    TO PARM-RECORD-AREA
           MOVE 'XREFPARM'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-READ        TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 PARM-RECORD-AREA,
                                 TP90-RECORD-KEY

           IF TP90-RETURN-CODE NOT = GVBTP90-VALUE-SUCCESSFUL
              GO TO 105-EXIT
           END-IF

           IF PARM-PARENT-KEY = SPACES
              GO TO 105-EXIT
           END-IF

           IF XREF-SEL-COUNT NOT < XREF-SEL-MAX
              DISPLAY 'XREFPARM TABLE FULL, CARD SKIPPED, PARENT = '
                      PARM-PARENT-KEY
              GO TO 105-EXIT
           END-IF

           ADD  1                         TO XREF-SEL-COUNT
           SET  SEL-IDX                   TO XREF-SEL-COUNT
           MOVE PARM-PARENT-KEY           TO XREF-SEL-KEY(SEL-IDX)
           MOVE 'N'                       TO XREF-SEL-SEEN-SW(SEL-IDX)

           .
       105-EXIT.
           EXIT.

      ******************************************************************
      * OPEN THE CROSS-REFERENCE REPORT DD (XREFRPT) ONCE, AT THE TOP *
      * OF THE RUN.  A MISSING DD IS NOT FATAL - THE REPORT SIMPLY    *
      * STAYS ON THE DISPLAY LOG.                                     *
      ******************************************************************
       110-OPEN-REPORT.

           SET  TP90-ANCHOR               TO NULL
           MOVE 'XREFRPT '                TO TP90-DDNAME
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
              DISPLAY 'XREFRPT NOT AVAILABLE, REPORT NOT WRITTEN '
                      'TO A DD'
           END-IF

           .
       110-EXIT.
           EXIT.

      ******************************************************************
      * PASS 1 - BROWSE D001 ONCE AND LOAD ONE WORK RECORD PER PARENT *
      * REFERENCE (RESTRICTED TO THE SELECTED PARENTS WHEN XREFPARM   *
      * NAMED ANY).  THE WORK FILE IS OPENED OUTPUT FIRST SO EVERY    *
      * RUN STARTS FROM AN EMPTY CLUSTER, THEN REOPENED IO FOR THE    *
      * LOAD - D001 ORDER IS NOT PARENT-KEY ORDER, SO THE RECORDS DO  *
      * NOT ARRIVE IN ASCENDING WORK-KEY SEQUENCE.                    *
      ******************************************************************
       200-BUILD-WORK-FILE.

           SET  TP90-ANCHOR               TO NULL
           MOVE 'D002XWRK'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-OPEN        TO TP90-FUNCTION-CODE
           MOVE GVBTP90-VALUE-VSAM        TO TP90-FILE-TYPE
           MOVE GVBTP90-VALUE-OUTPUT      TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           MOVE LOW-VALUES                TO XWRK-KEY

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 XWRK-RECORD-AREA,
                                 XWRK-KEY

           IF TP90-RETURN-CODE NOT = GVBTP90-VALUE-SUCCESSFUL
              DISPLAY 'D002XWRK OPEN FAILED, RET CD = '
                      TP90-RETURN-CODE
              MOVE +8                     TO WS-RETURN-CD
              GO TO 200-EXIT
           END-IF

           MOVE 'D002XWRK'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-CLOSE       TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 XWRK-RECORD-AREA,
                                 XWRK-KEY

           SET  TP90-ANCHOR               TO NULL
           MOVE 'D002XWRK'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-OPEN        TO TP90-FUNCTION-CODE
           MOVE GVBTP90-VALUE-VSAM        TO TP90-FILE-TYPE
           MOVE GVBTP90-VALUE-IO          TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           MOVE LOW-VALUES                TO XWRK-KEY

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 XWRK-RECORD-AREA,
                                 XWRK-KEY

           IF TP90-RETURN-CODE NOT = GVBTP90-VALUE-SUCCESSFUL
              DISPLAY 'D002XWRK OPEN FAILED, RET CD = '
                      TP90-RETURN-CODE
              MOVE +8                     TO WS-RETURN-CD
              GO TO 200-EXIT
           END-IF
           SET  WS-XWRK-ANCHOR            TO TP90-ANCHOR
           MOVE 'Y'                       TO WS-XWRK-OPEN-SW

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
              DISPLAY 'D001 OPEN FAILED, RET CD = ' TP90-RETURN-CODE
              MOVE +8                     TO WS-RETURN-CD
              PERFORM 290-CLOSE-WORK-FILE THRU 290-EXIT
              GO TO 200-EXIT
           END-IF
           SET  WS-D001-ANCHOR            TO TP90-ANCHOR
           MOVE 'Y'                       TO WS-D001-OPEN-SW

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

           SET  WS-D001-ANCHOR            TO TP90-ANCHOR

           EVALUATE TP90-RETURN-CODE
              WHEN GVBTP90-VALUE-SUCCESSFUL
                 MOVE 'N'                 TO WS-D001-EOF-SW
                 PERFORM 210-LOAD-ONE-REFERENCE THRU 210-EXIT
                    UNTIL WS-D001-AT-END
              WHEN GVBTP90-VALUE-NOT-FOUND
                 CONTINUE
              WHEN GVBTP90-VALUE-END-OF-FILE
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'D001 START BROWSE FAILED, RET CD = '
                         TP90-RETURN-CODE
                 MOVE +8                  TO WS-RETURN-CD
           END-EVALUATE

           SET  TP90-ANCHOR               TO WS-D001-ANCHOR
           MOVE 'D001    '                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-CLOSE       TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 TP90-RECORD-AREA,
                                 TP90-RECORD-KEY
           SET  TP90-ANCHOR               TO NULL
           MOVE 'N'                       TO WS-D001-OPEN-SW

           PERFORM 290-CLOSE-WORK-FILE    THRU 290-EXIT

           .
       200-EXIT.
           EXIT.

      ******************************************************************
      * BROWSE ONE D001 RECORD AND LOAD ITS PARENT REFERENCE TO THE   *
      * WORK FILE.  A RECORD WITH NO PARENT REFERENCE IS COUNTED BUT  *
      * HAS NO PARENT TO BE LISTED UNDER.                             *
      ******************************************************************
       210-LOAD-ONE-REFERENCE.

           SET  TP90-ANCHOR               TO WS-D001-ANCHOR
           MOVE 'D001    '                TO TP90-DDNAME
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

           SET  WS-D001-ANCHOR            TO TP90-ANCHOR

           EVALUATE TP90-RETURN-CODE
              WHEN GVBTP90-VALUE-SUCCESSFUL
                 ADD  1                   TO WS-D001-RECORDS-READ
              WHEN GVBTP90-VALUE-END-OF-FILE
                 MOVE 'Y'                 TO WS-D001-EOF-SW
                 GO TO 210-EXIT
              WHEN OTHER
                 DISPLAY 'D001 BROWSE FAILED, RET CD = '
                         TP90-RETURN-CODE
                         ' AFTER ' WS-D001-RECORDS-READ ' RECORDS'
                 MOVE +8                  TO WS-RETURN-CD
                 MOVE 'Y'                 TO WS-D001-EOF-SW
                 GO TO 210-EXIT
           END-EVALUATE

           IF TP90-FB-RECORD-AREA(3:15) = SPACES
              ADD  1                      TO WS-NO-PARENT-COUNT
              GO TO 210-EXIT
           END-IF

           IF XREF-SEL-COUNT > ZEROES
              MOVE TP90-FB-RECORD-AREA(3:15) TO WS-D002-MATCH-KEY
              PERFORM 240-CHECK-SELECTED  THRU 240-EXIT
              IF NOT WS-SEL-MATCHED
                 GO TO 210-EXIT
              END-IF
           END-IF

           MOVE TP90-FB-RECORD-AREA(3:15) TO XWRK-PARENT-KEY
           MOVE TP90-RECORD-KEY           TO XWRK-CHILD-KEY
           MOVE TP90-FB-RECORD-AREA(1:2)  TO XWRK-RECORD-TYPE
           MOVE TP90-RECORD-LENGTH        TO XWRK-RECORD-LENGTH
           MOVE SPACES                    TO XWRK-RECORD-AREA(38:3)

           SET  TP90-ANCHOR               TO WS-XWRK-ANCHOR
           MOVE 'D002XWRK'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-WRITE       TO TP90-FUNCTION-CODE
           MOVE GVBTP90-VALUE-VSAM        TO TP90-FILE-TYPE
           MOVE GVBTP90-VALUE-IO          TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +40                       TO TP90-RECORD-LENGTH
           MOVE GVBTP90-VALUE-FIXED-LEN   TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 XWRK-RECORD-AREA,
                                 XWRK-KEY

           SET  WS-XWRK-ANCHOR            TO TP90-ANCHOR

           IF TP90-RETURN-CODE = GVBTP90-VALUE-SUCCESSFUL
              ADD  1                      TO WS-XWRK-WRITTEN-COUNT
           ELSE
              DISPLAY 'D002XWRK WRITE FAILED, RET CD = '
                      TP90-RETURN-CODE ' KEY = ' XWRK-KEY
              MOVE +8                     TO WS-RETURN-CD
              MOVE 'Y'                    TO WS-D001-EOF-SW
           END-IF

           .
       210-EXIT.
           EXIT.

      ******************************************************************
      * IS THE PARENT IN WS-D002-MATCH-KEY ON THE SELECTION?  A HIT   *
      * IS MARKED SO A SELECTED PARENT FOUND NOWHERE CAN BE REPORTED. *
      ******************************************************************
       240-CHECK-SELECTED.

           MOVE 'N'                       TO WS-SEL-MATCH-SW
           PERFORM 245-MATCH-ONE-SEL      THRU 245-EXIT
              VARYING SEL-IDX FROM 1 BY 1
                UNTIL SEL-IDX > XREF-SEL-COUNT
                   OR WS-SEL-MATCHED

           .
       240-EXIT.
           EXIT.

       245-MATCH-ONE-SEL.

           IF XREF-SEL-KEY(SEL-IDX) = WS-D002-MATCH-KEY
              MOVE 'Y'                    TO WS-SEL-MATCH-SW
              MOVE 'Y'                    TO XREF-SEL-SEEN-SW(SEL-IDX)
           END-IF

           .
       245-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE THE WORK FILE.                                          *
      ******************************************************************
       290-CLOSE-WORK-FILE.

           IF WS-XWRK-FILE-OPEN
              SET  TP90-ANCHOR            TO WS-XWRK-ANCHOR
              MOVE 'D002XWRK'             TO TP90-DDNAME
              MOVE GVBTP90-VALUE-CLOSE    TO TP90-FUNCTION-CODE
              CALL GVBTP90 USING TP90-PARAMETER-AREA,
                                 XWRK-RECORD-AREA,
                                 XWRK-KEY
              SET  TP90-ANCHOR            TO NULL
              MOVE 'N'                    TO WS-XWRK-OPEN-SW
           END-IF

           .
       290-EXIT.
           EXIT.

      ******************************************************************
      * PASS 2 - MATCH D002 AGAINST THE WORK FILE IN PARENT-KEY ORDER *
      * AND PRINT EACH PARENT WITH ITS CHILDREN.  THE WORK FILE IS    *
      * OPENED IO, AS PASS 1 LEFT IT - A PASS THAT FOUND NO PARENT    *
      * REFERENCES LEAVES THE CLUSTER EMPTY, AND AN EMPTY CLUSTER     *
      * CANNOT BE OPENED INPUT.                                       *
      ******************************************************************
       300-REPORT-XREF.

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
              DISPLAY 'D002 OPEN FAILED, RET CD = ' TP90-RETURN-CODE
              MOVE +8                     TO WS-RETURN-CD
              GO TO 300-EXIT
           END-IF
           SET  WS-D002-ANCHOR            TO TP90-ANCHOR
           MOVE 'Y'                       TO WS-D002-OPEN-SW

           SET  TP90-ANCHOR               TO NULL
           MOVE 'D002XWRK'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-OPEN        TO TP90-FUNCTION-CODE
           MOVE GVBTP90-VALUE-VSAM        TO TP90-FILE-TYPE
           MOVE GVBTP90-VALUE-IO          TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +0                        TO TP90-VSAM-RETURN-CODE
           MOVE +0                        TO TP90-RECORD-LENGTH
           MOVE SPACES                    TO TP90-RECFM
           MOVE LOW-VALUES                TO XWRK-KEY

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 XWRK-RECORD-AREA,
                                 XWRK-KEY

           IF TP90-RETURN-CODE NOT = GVBTP90-VALUE-SUCCESSFUL
              DISPLAY 'D002XWRK OPEN FAILED, RET CD = '
                      TP90-RETURN-CODE
              MOVE +8                     TO WS-RETURN-CD
              PERFORM 390-CLOSE-D002      THRU 390-EXIT
              GO TO 300-EXIT
           END-IF
           SET  WS-XWRK-ANCHOR            TO TP90-ANCHOR
           MOVE 'Y'                       TO WS-XWRK-OPEN-SW

           PERFORM 305-START-D002         THRU 305-EXIT
           PERFORM 306-START-XWRK         THRU 306-EXIT
           PERFORM 320-READ-D002          THRU 320-EXIT
           PERFORM 330-READ-XWRK          THRU 330-EXIT

           MOVE SPACES                    TO WS-GROUP-PARENT-KEY
           PERFORM 310-MATCH-ONE          THRU 310-EXIT
              UNTIL WS-D002-AT-END
                AND WS-XWRK-AT-END

           IF XREF-SEL-COUNT > ZEROES
              PERFORM 350-REPORT-UNSEEN-SEL THRU 350-EXIT
                 VARYING SEL-IDX FROM 1 BY 1
                   UNTIL SEL-IDX > XREF-SEL-COUNT
           END-IF

           PERFORM 290-CLOSE-WORK-FILE    THRU 290-EXIT
           PERFORM 390-CLOSE-D002         THRU 390-EXIT

           .
       300-EXIT.
           EXIT.

      ******************************************************************
      * POSITION D002 AT ITS FIRST KEY.  AN EMPTY FILE COMES BACK AS  *
      * NOT-FOUND OR END-OF-FILE DEPENDING ON THE ACCESS METHOD.      *
      ******************************************************************
       305-START-D002.

           MOVE 'N'                       TO WS-D002-EOF-SW
           SET  TP90-ANCHOR               TO WS-D002-ANCHOR
           MOVE 'D002    '                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-START-BROWSE
                                          TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +80                       TO TP90-RECORD-LENGTH
           MOVE GVBTP90-VALUE-FIXED-LEN   TO TP90-RECFM
           MOVE LOW-VALUES                TO TP90-RECORD-KEY

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 D002-RECORD-AREA,
                                 TP90-RECORD-KEY

           SET  WS-D002-ANCHOR            TO TP90-ANCHOR

           EVALUATE TP90-RETURN-CODE
              WHEN GVBTP90-VALUE-SUCCESSFUL
                 CONTINUE
              WHEN GVBTP90-VALUE-NOT-FOUND
                 MOVE 'Y'                 TO WS-D002-EOF-SW
              WHEN GVBTP90-VALUE-END-OF-FILE
                 MOVE 'Y'                 TO WS-D002-EOF-SW
              WHEN OTHER
                 DISPLAY 'D002 START BROWSE FAILED, RET CD = '
                         TP90-RETURN-CODE
                 MOVE +8                  TO WS-RETURN-CD
                 MOVE 'Y'                 TO WS-D002-EOF-SW
           END-EVALUATE

           .
       305-EXIT.
           EXIT.

       306-START-XWRK.

           MOVE 'N'                       TO WS-XWRK-EOF-SW
           SET  TP90-ANCHOR               TO WS-XWRK-ANCHOR
           MOVE 'D002XWRK'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-START-BROWSE
                                          TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +40                       TO TP90-RECORD-LENGTH
           MOVE GVBTP90-VALUE-FIXED-LEN   TO TP90-RECFM
           MOVE LOW-VALUES                TO XWRK-KEY

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 XWRK-RECORD-AREA,
                                 XWRK-KEY

           SET  WS-XWRK-ANCHOR            TO TP90-ANCHOR

           EVALUATE TP90-RETURN-CODE
              WHEN GVBTP90-VALUE-SUCCESSFUL
                 CONTINUE
              WHEN GVBTP90-VALUE-NOT-FOUND
                 MOVE 'Y'                 TO WS-XWRK-EOF-SW
              WHEN GVBTP90-VALUE-END-OF-FILE
                 MOVE 'Y'                 TO WS-XWRK-EOF-SW
              WHEN OTHER
                 DISPLAY 'D002XWRK START BROWSE FAILED, RET CD = '
                         TP90-RETURN-CODE
                 MOVE +8                  TO WS-RETURN-CD
                 MOVE 'Y'                 TO WS-XWRK-EOF-SW
           END-EVALUATE

           .
       306-EXIT.
           EXIT.

      ******************************************************************
      * ONE MATCH STEP.  THE LOWER KEY DECIDES:                       *
      *   D002 LOWER - THE PARENT HAS NO (MORE) CHILDREN: CLOSE ITS   *
      *                GROUP, OR LIST IT AS CHILDLESS;                *
      *   WORK LOWER - A REFERENCE TO A PARENT D002 DOES NOT HOLD;    *
      *   EQUAL      - A CHILD OF THE CURRENT D002 PARENT.            *
      ******************************************************************
       310-MATCH-ONE.

           EVALUATE TRUE
              WHEN WS-D002-MATCH-KEY < WS-XWRK-MATCH-KEY
                 PERFORM 340-CLOSE-PARENT THRU 340-EXIT
                 PERFORM 320-READ-D002    THRU 320-EXIT
              WHEN WS-XWRK-MATCH-KEY < WS-D002-MATCH-KEY
                 IF XWRK-PARENT-KEY NOT = WS-GROUP-PARENT-KEY
                    MOVE XWRK-PARENT-KEY  TO WS-GROUP-PARENT-KEY
                    MOVE +0               TO WS-GROUP-CHILD-COUNT
                    MOVE SPACES           TO RPT-LINE
                    PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
                    MOVE SPACES           TO RPT-LINE
                    STRING 'PARENT ' XWRK-PARENT-KEY
                           '  ** NOT ON D002 - ORPHAN REFERENCES **'
                           DELIMITED BY SIZE INTO RPT-LINE
                    PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
                 END-IF
                 ADD  1                   TO WS-ORPHAN-REF-COUNT
                 PERFORM 345-PRINT-CHILD  THRU 345-EXIT
                 PERFORM 330-READ-XWRK    THRU 330-EXIT
              WHEN OTHER
                 IF XWRK-PARENT-KEY NOT = WS-GROUP-PARENT-KEY
                    MOVE XWRK-PARENT-KEY  TO WS-GROUP-PARENT-KEY
                    MOVE +0               TO WS-GROUP-CHILD-COUNT
                    ADD  1                TO WS-PARENT-WITH-CHILDREN
                    MOVE SPACES           TO RPT-LINE
                    PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
                    MOVE SPACES           TO RPT-LINE
                    STRING 'PARENT ' D002-KEY '  ' D002-DATA
                           DELIMITED BY SIZE INTO RPT-LINE
                    PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
                 END-IF
                 ADD  1                   TO WS-CHILD-REF-COUNT
                 PERFORM 345-PRINT-CHILD  THRU 345-EXIT
                 PERFORM 330-READ-XWRK    THRU 330-EXIT
           END-EVALUATE

           .
       310-EXIT.
           EXIT.

      ******************************************************************
      * READ THE NEXT D002 PARENT.  UNDER A SELECTION, PARENTS NOT ON *
      * IT ARE PASSED OVER HERE SO THEY NEVER REACH THE MATCH.        *
      ******************************************************************
       320-READ-D002.

           IF WS-D002-AT-END
              MOVE HIGH-VALUES            TO WS-D002-MATCH-KEY
              GO TO 320-EXIT
           END-IF

           MOVE 'N'                       TO WS-SEL-MATCH-SW
           PERFORM 325-READ-ONE-D002      THRU 325-EXIT
              UNTIL WS-D002-AT-END
                 OR WS-SEL-MATCHED

           .
       320-EXIT.
           EXIT.

       325-READ-ONE-D002.

           SET  TP90-ANCHOR               TO WS-D002-ANCHOR
           MOVE 'D002    '                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-READNEXT    TO TP90-FUNCTION-CODE
           MOVE GVBTP90-VALUE-VSAM        TO TP90-FILE-TYPE
           MOVE GVBTP90-VALUE-INPUT       TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +80                       TO TP90-RECORD-LENGTH
           MOVE GVBTP90-VALUE-FIXED-LEN   TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 D002-RECORD-AREA,
                                 TP90-RECORD-KEY

           SET  WS-D002-ANCHOR            TO TP90-ANCHOR

           EVALUATE TP90-RETURN-CODE
              WHEN GVBTP90-VALUE-SUCCESSFUL
                 MOVE D002-KEY            TO WS-D002-MATCH-KEY
              WHEN GVBTP90-VALUE-END-OF-FILE
                 MOVE 'Y'                 TO WS-D002-EOF-SW
                 MOVE HIGH-VALUES         TO WS-D002-MATCH-KEY
                 GO TO 325-EXIT
              WHEN OTHER
                 DISPLAY 'D002 BROWSE FAILED, RET CD = '
                         TP90-RETURN-CODE
                 MOVE +8                  TO WS-RETURN-CD
                 MOVE 'Y'                 TO WS-D002-EOF-SW
                 MOVE HIGH-VALUES         TO WS-D002-MATCH-KEY
                 GO TO 325-EXIT
           END-EVALUATE

           IF XREF-SEL-COUNT > ZEROES
              PERFORM 240-CHECK-SELECTED  THRU 240-EXIT
           ELSE
              MOVE 'Y'                    TO WS-SEL-MATCH-SW
           END-IF

           IF WS-SEL-MATCHED
              ADD  1                      TO WS-PARENT-COUNT
           END-IF

           .
       325-EXIT.
           EXIT.

      ******************************************************************
      * READ THE NEXT WORK RECORD.                                    *
      ******************************************************************
       330-READ-XWRK.

           IF WS-XWRK-AT-END
              MOVE HIGH-VALUES            TO WS-XWRK-MATCH-KEY
              GO TO 330-EXIT
           END-IF

           SET  TP90-ANCHOR               TO WS-XWRK-ANCHOR
           MOVE 'D002XWRK'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-READNEXT    TO TP90-FUNCTION-CODE
           MOVE GVBTP90-VALUE-VSAM        TO TP90-FILE-TYPE
           MOVE GVBTP90-VALUE-INPUT       TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +40                       TO TP90-RECORD-LENGTH
           MOVE GVBTP90-VALUE-FIXED-LEN   TO TP90-RECFM

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 XWRK-RECORD-AREA,
                                 XWRK-KEY

           SET  WS-XWRK-ANCHOR            TO TP90-ANCHOR

           EVALUATE TP90-RETURN-CODE
              WHEN GVBTP90-VALUE-SUCCESSFUL
                 MOVE XWRK-PARENT-KEY     TO WS-XWRK-MATCH-KEY
              WHEN GVBTP90-VALUE-END-OF-FILE
                 MOVE 'Y'                 TO WS-XWRK-EOF-SW
                 MOVE HIGH-VALUES         TO WS-XWRK-MATCH-KEY
              WHEN OTHER
                 DISPLAY 'D002XWRK BROWSE FAILED, RET CD = '
                         TP90-RETURN-CODE
                 MOVE +8                  TO WS-RETURN-CD
                 MOVE 'Y'                 TO WS-XWRK-EOF-SW
                 MOVE HIGH-VALUES         TO WS-XWRK-MATCH-KEY
           END-EVALUATE

           .
       330-EXIT.
           EXIT.

      ******************************************************************
      * THE CURRENT D002 PARENT HAS NO MORE CHILDREN COMING.  PRINT   *
      * ITS CHILD COUNT IF IT HAD ANY, OR LIST IT AS CHILDLESS.       *
      ******************************************************************
       340-CLOSE-PARENT.

           IF D002-KEY = WS-GROUP-PARENT-KEY
              MOVE WS-GROUP-CHILD-COUNT   TO WS-RPT-NUM-EDIT
              MOVE SPACES                 TO RPT-LINE
              STRING '    CHILDREN = ' WS-RPT-NUM-EDIT
                     DELIMITED BY SIZE   INTO RPT-LINE
              PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
           ELSE
              ADD  1                      TO WS-CHILDLESS-COUNT
              MOVE SPACES                 TO RPT-LINE
              PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
              MOVE SPACES                 TO RPT-LINE
              STRING 'PARENT ' D002-KEY '  ' D002-DATA
                     DELIMITED BY SIZE   INTO RPT-LINE
              PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
              MOVE '    NO CHILDREN - SAFE TO RETIRE' TO RPT-LINE
              PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
           END-IF

           .
       340-EXIT.
           EXIT.

       345-PRINT-CHILD.

           ADD  1                         TO WS-GROUP-CHILD-COUNT
           MOVE XWRK-RECORD-LENGTH        TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING '    CHILD ' XWRK-CHILD-KEY
                  '  TYPE ' XWRK-RECORD-TYPE
                  '  LENGTH ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           .
       345-EXIT.
           EXIT.

      ******************************************************************
      * A SELECTED PARENT THAT IS NEITHER ON D002 NOR REFERENCED BY   *
      * ANY D001 RECORD - MOST LIKELY A MISTYPED CARD.                *
      ******************************************************************
       350-REPORT-UNSEEN-SEL.

           IF NOT XREF-SEL-SEEN(SEL-IDX)
              MOVE SPACES                 TO RPT-LINE
              PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
              MOVE SPACES                 TO RPT-LINE
              STRING 'PARENT ' XREF-SEL-KEY(SEL-IDX)
                     '  ** NOT ON D002 AND NO D001 REFERENCES **'
                     DELIMITED BY SIZE   INTO RPT-LINE
              PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
           END-IF

           .
       350-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE THE REFERENCE MASTER.                                   *
      ******************************************************************
       390-CLOSE-D002.

           IF WS-D002-FILE-OPEN
              SET  TP90-ANCHOR            TO WS-D002-ANCHOR
              MOVE 'D002    '             TO TP90-DDNAME
              MOVE GVBTP90-VALUE-CLOSE    TO TP90-FUNCTION-CODE
              CALL GVBTP90 USING TP90-PARAMETER-AREA,
                                 D002-RECORD-AREA,
                                 TP90-RECORD-KEY
              SET  TP90-ANCHOR            TO NULL
              MOVE 'N'                    TO WS-D002-OPEN-SW
           END-IF

           .
       390-EXIT.
           EXIT.

      ******************************************************************
      * END-OF-JOB SUMMARY - COUNTS AND THE FINAL RETURN CODE.        *
      ******************************************************************
       900-WRITE-SUMMARY.

           IF WS-ORPHAN-REF-COUNT > ZEROES
              AND WS-RETURN-CD < +4
              MOVE +4                     TO WS-RETURN-CD
           END-IF

           DISPLAY '===================================='
           DISPLAY 'D002XREF END-OF-JOB SUMMARY'
           DISPLAY '===================================='
           DISPLAY 'D001 RECORDS READ              = '
                   WS-D001-RECORDS-READ
           DISPLAY 'D001 RECORDS WITHOUT A PARENT  = '
                   WS-NO-PARENT-COUNT
           DISPLAY 'D002 PARENTS REPORTED          = ' WS-PARENT-COUNT
           DISPLAY 'PARENTS WITH CHILDREN          = '
                   WS-PARENT-WITH-CHILDREN
           DISPLAY 'PARENTS WITH NO CHILDREN       = '
                   WS-CHILDLESS-COUNT
           DISPLAY 'CHILD REFERENCES               = '
                   WS-CHILD-REF-COUNT
           DISPLAY 'ORPHAN REFERENCES (NOT ON D002)= '
                   WS-ORPHAN-REF-COUNT
           DISPLAY '===================================='

           MOVE SPACES                    TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-D001-RECORDS-READ      TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'D001 RECORDS READ              = ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-NO-PARENT-COUNT        TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'D001 RECORDS WITHOUT A PARENT  = ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-PARENT-COUNT           TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'D002 PARENTS REPORTED          = ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-PARENT-WITH-CHILDREN   TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'PARENTS WITH CHILDREN          = ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-CHILDLESS-COUNT        TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'PARENTS WITH NO CHILDREN       = ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-CHILD-REF-COUNT        TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'CHILD REFERENCES               = ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-ORPHAN-REF-COUNT       TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'ORPHAN REFERENCES (NOT ON D002)= ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           DISPLAY 'D002XREF RETURN CODE = ' WS-RETURN-CD

           .
       900-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE DD XREFRPT AT END-OF-JOB, ONCE, SO THE GDG FILE TYPE    *
      * ROLLS ONE NEW GENERATION PER RUN.                             *
      ******************************************************************
       910-CLOSE-REPORT.

           IF WS-RPT-FILE-OPEN
              MOVE 'XREFRPT '             TO TP90-DDNAME
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
      * DD XREFRPT.  A NO-OP IF 110-OPEN-REPORT COULD NOT OPEN THE    *
      * DD.  THE TP90 STATE IS SAVED AND RESTORED SINCE DETAIL LINES  *
      * ARE WRITTEN WHILE BOTH FILES ARE STILL BEING READ.            *
      ******************************************************************
       920-WRITE-REPORT-LINE.

           DISPLAY RPT-LINE(1:80)

           IF WS-RPT-FILE-OPEN
              MOVE TP90-RETURN-CODE       TO WS-SAVE-TP90-RETURN-CODE
              MOVE TP90-RECORD-KEY        TO WS-SAVE-TP90-RECORD-KEY
              SET  WS-SAVE-TP90-ANCHOR    TO TP90-ANCHOR

              MOVE 'XREFRPT '             TO TP90-DDNAME
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
