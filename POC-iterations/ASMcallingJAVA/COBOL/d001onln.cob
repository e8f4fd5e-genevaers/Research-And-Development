       IDENTIFICATION DIVISION.
       PROGRAM-ID. D001ONLN.
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
      ** DESCRIPTION: ONLINE D001 INQUIRY AND MAINTENANCE, CICS       *
      **              TRANSACTION D01M (MAPSET D01MSET, MAP D01MMAP), *
      **              PSEUDO-CONVERSATIONAL.  LOOKS A D001 RECORD UP  *
      **              BY KEY, BROWSES FORWARD AND BACKWARD, SHOWS THE *
      **              D002 PARENT NAMED IN BYTES 3-17, AND UPDATES OR *
      **              DELETES THE RECORD UNDER THE SAME RULES AS THE  *
      **              TESTUR70 UR70TRAN MAINTENANCE PATH - AN UPDATE  *
      **              REPLACES THE RECORD WITH THE 80 BYTES ON THE    *
      **              SCREEN, A DELETE REMOVES IT.                    *
      **                                                               *
      **              EVERY ONLINE CHANGE WRITES A UR70AUDT-FORMAT    *
      **              BEFORE/AFTER RECORD TO TD QUEUE D1AU AND A      *
      **              D001DLTA-FORMAT DELTA RECORD TO TD QUEUE D1DL.  *
      **              BOTH ARE EXTRAPARTITION QUEUES OVER THE ONLINE  *
      **              CHANGE DATASETS THAT THE NEXT TESTUR70 RUN      *
      **              PICKS UP (DD D001OLAU/D001OLDL) AND CARRIES     *
      **              INTO ITS OWN UR70AUDT AND D001DLTA GENERATIONS, *
      **              SO UR70CONS AND D001APLY SEE ONLINE CHANGES     *
      **              EXACTLY AS THEY SEE BATCH ONES.  ONLINE RECORDS *
      **              CARRY A RUN ID OF DATE + TIME + 'O'.            *
      **                                                               *
      **              THE UR70MASK RULES (CICS FILE UR70MASK, AN ESDS *
      **              COPY OF THE UR70MASK CARDS) ARE APPLIED TO      *
      **              EVERYTHING THE SCREEN SHOWS AND TO BOTH AUDIT   *
      **              IMAGES.  MASKED POSITIONS CANNOT BE CHANGED     *
      **              ONLINE - AN UPDATE KEEPS THE STORED BYTES       *
      **              THERE.  IF THE RULES CANNOT BE READ NO RECORD   *
      **              DATA IS SHOWN AND NO UPDATE OR DELETE IS        *
      **              ALLOWED.                                        *
      **                                                               *
      **              WHILE A TESTUR70 RUN HOLDS THE D001 UPDATE LOCK *
      **              (CICS FILE UR70LOCK, THE BATCH LOCK KSDS) NO    *
      **              UPDATE OR DELETE IS ALLOWED, SO THE RUN CAN     *
      **              COPY AND EMPTY THE ONLINE CHANGE DATASETS.  THE *
      **              QUEUES ARE OPENED FOR EACH CHANGE AND CLOSED    *
      **              AGAIN AFTER IT, SO THE DATASETS ARE COMPLETE    *
      **              AND FREE WHENEVER NO CHANGE IS IN FLIGHT - THEY *
      **              MUST BE ALLOCATED TO CICS WITH DISP=MOD.  A     *
      **              LOCK FILE THAT CANNOT BE READ REFUSES CHANGES.  *
      **                                                               *
      ** PF KEYS:     ENTER - LOOK UP THE KEY ON THE SCREEN           *
      **              PF7   - PREVIOUS RECORD    PF8 - NEXT RECORD    *
      **              PF5   - UPDATE (PRESS TWICE WHEN THE RECORD IS  *
      **                      LONGER THAN 80 BYTES)                   *
      **              PF9   - DELETE (PRESS TWICE TO CONFIRM)         *
      **              PF12  - CLEAR THE SCREEN    PF3 - EXIT          *
      **                                                               *
      ** CICS FILES:  D001     - MASTER (KSDS, VARIABLE, KEY 15)      *
      **              D002     - REFERENCE MASTER (KSDS, READ ONLY)   *
      **              UR70MASK - DATA-PRIVACY MASK RULES (ESDS)       *
      **              UR70LOCK - TESTUR70 UPDATE LOCK (KSDS, READ)    *
      **                                                               *
      ** TD QUEUES:   D1AU - ONLINE AUDIT RECORDS (UR70AUDT FORMAT)   *
      **              D1DL - ONLINE DELTA RECORDS (D001DLTA FORMAT)   *
      **                                                               *
      ******************************************************************
      **                ISSUANCE INFORMATION                           *
      ******************************************************************
      ** VERSION  PROJECT  ANALYST  EFF        REASON                  *
      **                                                               *
      ** 100  RTC23654    MORGAN     10/15/2026 INITIAL                *
      ** 101  RTC23666    MORGAN     10/15/2026 UPDATES REFUSED WHILE  *
      **                                        TESTUR70 HOLDS THE     *
      **                                        D001 UPDATE LOCK;      *
      **                                        D1AU/D1DL CLOSED       *
      **                                        BETWEEN CHANGES; PF7   *
      **                                        FROM A MISSING KEY     *
      **                                                               *
      ** 102  RTC23668    MORGAN     10/15/2026 DELETES REFUSED WHEN   *
      **                                        MASK RULES ARE         *
      **                                        UNAVAILABLE            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-RESP                  PIC S9(8) COMP VALUE ZEROES.
       01  WS-RESP2                 PIC S9(8) COMP VALUE ZEROES.
       01  WS-RESP-EDIT             PIC -(8)9.
       01  WS-LENGTH-EDIT           PIC ZZZZ9.
      *
       01  WS-MESSAGE               PIC X(78) VALUE SPACES.
      *
      ******************************************************************
      *  CONVERSATION STATE, CARRIED FROM ONE TASK TO THE NEXT IN THE *
      *  COMMAREA.  THE RECORD IMAGE AS LAST DISPLAYED IS KEPT SO AN  *
      *  UPDATE OR DELETE CAN PROVE NOBODY ELSE CHANGED THE RECORD IN *
      *  BETWEEN, AND SO MASKED POSITIONS CAN BE PUT BACK.            *
      ******************************************************************
       01  CA-AREA.
           05  CA-KEY                     PIC X(15).
           05  CA-RECORD-LENGTH           PIC S9(4) COMP.
           05  CA-PENDING-ACTION          PIC X(01).
               88  CA-PENDING-NONE              VALUE SPACE.
               88  CA-PENDING-UPDATE            VALUE 'U'.
               88  CA-PENDING-DELETE            VALUE 'D'.
           05  CA-RECORD-IMAGE            PIC X(4240).
      *
      ******************************************************************
      *  D001 AND D002 RECORD AREAS.  THE D001 KEY IS PASSED AS THE   *
      *  RIDFLD; ON A BROWSE CICS RETURNS THE KEY READ IN IT.         *
      ******************************************************************
       01  WS-D001-KEY              PIC X(15) VALUE SPACES.
       01  WS-START-KEY             PIC X(15) VALUE SPACES.
       01  D001-RECORD-LENGTH       PIC S9(4) COMP VALUE ZEROES.
       01  D001-RECORD-AREA         PIC X(4240) VALUE SPACES.
      *
       01  WS-D002-KEY              PIC X(15) VALUE SPACES.
       01  D002-RECORD-LENGTH       PIC S9(4) COMP VALUE ZEROES.
       01  D002-RECORD-AREA.
           05  D002-KEY                   PIC X(15).
           05  D002-DATA                  PIC X(65).
      *
       01  WS-EDIT-IMAGE            PIC X(80) VALUE SPACES.
       01  WS-BROWSE-SW             PIC X(01) VALUE 'N'.
           88  WS-BROWSE-ACTIVE            VALUE 'Y'.
      *
      ******************************************************************
      *  DATA-PRIVACY MASKING - SAME CARD LAYOUT, TABLE AND CLIPPING  *
      *  RULES AS TESTUR70 (140-READ-MASK-RULE, 940/941).  THE RULES  *
      *  ARE RE-READ BY EVERY TASK SO A CHANGE TO THE CARDS TAKES     *
      *  EFFECT ON THE NEXT KEYSTROKE.                                *
      ******************************************************************
       01  MASK-RULE-MAX-ENTRIES    PIC S9(4) COMP VALUE +10.
       01  WS-MASK-RBA              PIC S9(8) COMP VALUE ZEROES.
       01  WS-MASK-REC-LENGTH       PIC S9(4) COMP VALUE ZEROES.
       01  WS-MASK-STATUS-SW        PIC X(01) VALUE 'N'.
           88  WS-MASK-UNAVAILABLE         VALUE 'Y'.
       01  WS-MASK-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-MASK-EOF                 VALUE 'Y'.
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
      *  AUDIT AND DELTA RECORDS - UR70AUDT AND D001DLTA LAYOUTS AS   *
      *  TESTUR70 WRITES THEM (908-WRITE-AUDIT, 911-WRITE-DELTA).     *
      ******************************************************************
       01  AUDIT-RECORD-AREA.
           05  AUDIT-TIMESTAMP            PIC X(08).
           05  AUDIT-FUNCTION             PIC X(02).
           05  AUDIT-KEY                  PIC X(15).
           05  AUDIT-RUN-DATE             PIC 9(08).
           05  AUDIT-RUN-ID               PIC X(15).
           05  AUDIT-IMAGE-LENGTH         PIC 9(05).
           05  AUDIT-IMAGES               PIC X(8480).
      *
       01  AUDIT-BEFORE-IMAGE       PIC X(4240)    VALUE SPACES.
       01  AUDIT-AFTER-IMAGE        PIC X(4240)    VALUE SPACES.
       01  WS-AUDIT-IMAGE-LENGTH    PIC S9(4) COMP VALUE ZEROES.
      *
       01  DLTA-RECORD-AREA.
           05  DLTA-ACTION                PIC X(02).
           05  DLTA-KEY                   PIC X(15).
           05  DLTA-RUN-DATE              PIC 9(08).
           05  DLTA-RUN-ID                PIC X(15).
           05  DLTA-IMAGE-LENGTH          PIC 9(05).
           05  DLTA-AFTER-IMAGE           PIC X(4240).
      *
       01  WS-TD-LENGTH             PIC S9(4) COMP VALUE ZEROES.
       01  WS-TD-FAILED-SW          PIC X(01) VALUE 'N'.
           88  WS-TD-FAILED                VALUE 'Y'.
      *
       01  WS-ABSTIME               PIC S9(15) COMP-3 VALUE ZEROES.
       01  WS-CURRENT-DATE          PIC 9(08) VALUE ZEROES.
       01  WS-CURRENT-TIME          PIC 9(06) VALUE ZEROES.
      *
       01  WS-RUN-ID.
           05  WS-RUN-ID-DATE             PIC 9(08).
           05  WS-RUN-ID-TIME             PIC 9(06).
           05  WS-RUN-ID-FILL             PIC X(01).
      *
      ******************************************************************
      *  THE TESTUR70 D001 UPDATE LOCK RECORD, AS TESTUR70 WRITES IT. *
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
       01  LOCK-RECORD-LENGTH       PIC S9(4) COMP VALUE ZEROES.
       01  WS-LOCK-REFUSED-SW       PIC X(01) VALUE 'N'.
           88  WS-LOCK-REFUSED             VALUE 'Y'.
      *
           COPY D01MSET.
      *
           COPY DFHAID.
      *
       LINKAGE SECTION.
       01  DFHCOMMAREA              PIC X(4258).
      *
       PROCEDURE DIVISION.
      *
       000-MAIN.
      *
      ******************************************************************
      * MAINLINE - ONE PASS PER KEYSTROKE                              *
      ******************************************************************
      *
           MOVE LOW-VALUES                TO D01MMAPO
           MOVE SPACES                    TO WS-MESSAGE

           IF EIBCALEN = ZEROES
              MOVE SPACES                 TO CA-KEY
              MOVE +0                     TO CA-RECORD-LENGTH
              MOVE SPACE                  TO CA-PENDING-ACTION
              MOVE SPACES                 TO CA-RECORD-IMAGE
              MOVE 'ENTER A D001 KEY AND PRESS ENTER'
                                          TO WS-MESSAGE
              PERFORM 900-SEND-FULL-MAP   THRU 900-EXIT
              GO TO 000-RETURN
           END-IF

           MOVE DFHCOMMAREA               TO CA-AREA

           PERFORM 100-LOAD-MASK-RULES    THRU 100-EXIT

           EVALUATE EIBAID
              WHEN DFHPF3
                 PERFORM 800-END-SESSION  THRU 800-EXIT
              WHEN DFHPF12
              WHEN DFHCLEAR
                 PERFORM 150-CLEAR-SCREEN THRU 150-EXIT
              WHEN DFHENTER
                 PERFORM 200-LOOKUP-RECORD
                                          THRU 200-EXIT
              WHEN DFHPF7
                 PERFORM 300-BROWSE-BACKWARD
                                          THRU 300-EXIT
              WHEN DFHPF8
                 PERFORM 310-BROWSE-FORWARD
                                          THRU 310-EXIT
              WHEN DFHPF5
                 PERFORM 400-UPDATE-RECORD
                                          THRU 400-EXIT
              WHEN DFHPF9
                 PERFORM 500-DELETE-RECORD
                                          THRU 500-EXIT
              WHEN OTHER
                 MOVE SPACE               TO CA-PENDING-ACTION
                 MOVE 'KEY NOT ACTIVE - SEE THE PF KEY LINE'
                                          TO WS-MESSAGE
                 PERFORM 910-SEND-MESSAGE THRU 910-EXIT
           END-EVALUATE

           .
       000-RETURN.

           EXEC CICS RETURN
                     TRANSID  ('D01M')
                     COMMAREA (CA-AREA)
                     LENGTH   (LENGTH OF CA-AREA)
           END-EXEC

           .
       000-GOBACK.
           GOBACK.

      ******************************************************************
      * LOAD THE DATA-PRIVACY MASK RULES FROM CICS FILE UR70MASK.  AN  *
      * EMPTY FILE MEANS NO RULES, THE SAME AS A MISSING UR70MASK DD   *
      * IN BATCH.  A FILE THAT CANNOT BE READ AT ALL (CLOSED, DISABLED *
      * OR NOT DEFINED) IS DIFFERENT ONLINE - THE SCREEN WOULD SHOW    *
      * UNMASKED DATA TO A CLERK - SO IT MARKS THE RULES UNAVAILABLE   *
      * AND NO RECORD DATA IS SHOWN OR CHANGED UNTIL IT IS BACK.       *
      ******************************************************************
       100-LOAD-MASK-RULES.

           MOVE +0                        TO MASK-RULE-COUNT
           MOVE 'N'                       TO WS-MASK-STATUS-SW
           MOVE 'N'                       TO WS-MASK-EOF-SW
           MOVE +0                        TO WS-MASK-RBA

           EXEC CICS STARTBR
                     FILE     ('UR70MASK')
                     RIDFLD   (WS-MASK-RBA)
                     RBA
                     GTEQ
                     RESP     (WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 PERFORM 105-READ-MASK-RULE
                    THRU 105-EXIT
                    UNTIL WS-MASK-EOF
                       OR MASK-RULE-COUNT >= MASK-RULE-MAX-ENTRIES
                 EXEC CICS ENDBR
                           FILE   ('UR70MASK')
                           RESP   (WS-RESP)
                 END-EXEC
              WHEN DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 MOVE 'Y'                 TO WS-MASK-STATUS-SW
           END-EVALUATE

           .
       100-EXIT.
           EXIT.

      ******************************************************************
      * READ ONE MASK CARD AND ADD IT TO THE TABLE - THE VALIDATION IS *
      * TESTUR70'S 140-READ-MASK-RULE, SO A CARD THAT BATCH IGNORES IS *
      * IGNORED HERE TOO.                                              *
      ******************************************************************
       105-READ-MASK-RULE.

           MOVE SPACES                    TO MASK-RECORD-AREA
           MOVE LENGTH OF MASK-RECORD-AREA
                                          TO WS-MASK-REC-LENGTH

           EXEC CICS READNEXT
                     FILE     ('UR70MASK')
                     INTO     (MASK-RECORD-AREA)
                     LENGTH   (WS-MASK-REC-LENGTH)
                     RIDFLD   (WS-MASK-RBA)
                     RBA
                     RESP     (WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
              WHEN DFHRESP(LENGERR)
                 CONTINUE
              WHEN DFHRESP(ENDFILE)
                 MOVE 'Y'                 TO WS-MASK-EOF-SW
                 GO TO 105-EXIT
              WHEN OTHER
                 MOVE 'Y'                 TO WS-MASK-EOF-SW
                 MOVE 'Y'                 TO WS-MASK-STATUS-SW
                 GO TO 105-EXIT
           END-EVALUATE

           IF MASK-START IS NUMERIC
              AND MASK-LENGTH IS NUMERIC
              AND MASK-START > ZEROES
              AND MASK-LENGTH > ZEROES
              AND (MASK-START + MASK-LENGTH - 1) <= 4240
              AND (MASK-STYLE-X OR MASK-STYLE-STAR
                 OR MASK-STYLE-LAST4)
              ADD  1                      TO MASK-RULE-COUNT
              MOVE MASK-START
                          TO MASK-T-START(MASK-RULE-COUNT)
              MOVE MASK-LENGTH
                          TO MASK-T-LENGTH(MASK-RULE-COUNT)
              MOVE MASK-STYLE
                          TO MASK-T-STYLE(MASK-RULE-COUNT)
           END-IF

           .
       105-EXIT.
           EXIT.

      ******************************************************************
      * PF12/CLEAR - FORGET THE DISPLAYED RECORD AND START OVER.       *
      ******************************************************************
       150-CLEAR-SCREEN.

           MOVE SPACES                    TO CA-KEY
           MOVE +0                        TO CA-RECORD-LENGTH
           MOVE SPACE                     TO CA-PENDING-ACTION
           MOVE SPACES                    TO CA-RECORD-IMAGE
           MOVE 'ENTER A D001 KEY AND PRESS ENTER'
                                          TO WS-MESSAGE
           PERFORM 900-SEND-FULL-MAP      THRU 900-EXIT

           .
       150-EXIT.
           EXIT.

      ******************************************************************
      * RECEIVE THE SCREEN.  EVERY DATA FIELD IS FSET, SO THE KEY AND  *
      * BOTH DATA LINES ALWAYS COME BACK; NULLS LEFT BY ERASE-EOF ARE  *
      * TURNED BACK INTO SPACES.  MAPFAIL (NOTHING KEYED AT ALL) IS    *
      * TREATED AS AN EMPTY SCREEN.                                    *
      ******************************************************************
       160-RECEIVE-MAP.

           EXEC CICS RECEIVE
                     MAP      ('D01MMAP')
                     MAPSET   ('D01MSET')
                     INTO     (D01MMAPI)
                     RESP     (WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES                 TO RKEYI
              MOVE SPACES                 TO RDATA1I
              MOVE SPACES                 TO RDATA2I
           END-IF

           INSPECT RKEYI   REPLACING ALL LOW-VALUES BY SPACES
           INSPECT RDATA1I REPLACING ALL LOW-VALUES BY SPACES
           INSPECT RDATA2I REPLACING ALL LOW-VALUES BY SPACES

      *  A CONFIRMATION ONLY STANDS FOR THE RECORD IT WAS ASKED FOR.
           IF RKEYI NOT = CA-KEY
              MOVE SPACE                  TO CA-PENDING-ACTION
           END-IF

           .
       160-EXIT.
           EXIT.

      ******************************************************************
      * ENTER - LOOK UP THE KEY ON THE SCREEN.                         *
      ******************************************************************
       200-LOOKUP-RECORD.

           PERFORM 160-RECEIVE-MAP        THRU 160-EXIT
           MOVE SPACE                     TO CA-PENDING-ACTION

           IF RKEYI = SPACES
              MOVE 'ENTER A D001 KEY AND PRESS ENTER'
                                          TO WS-MESSAGE
              PERFORM 910-SEND-MESSAGE    THRU 910-EXIT
              GO TO 200-EXIT
           END-IF

           MOVE RKEYI                     TO WS-D001-KEY
           PERFORM 210-READ-D001          THRU 210-EXIT

           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 MOVE 'RECORD DISPLAYED'  TO WS-MESSAGE
                 PERFORM 600-SHOW-RECORD  THRU 600-EXIT
              WHEN DFHRESP(NOTFND)
                 MOVE +0                  TO CA-RECORD-LENGTH
                 MOVE RKEYI               TO CA-KEY
                 MOVE 'KEY NOT ON D001'   TO WS-MESSAGE
                 PERFORM 620-SHOW-KEY-ONLY
                                          THRU 620-EXIT
              WHEN OTHER
                 MOVE WS-RESP             TO WS-RESP-EDIT
                 STRING 'D001 READ FAILED, RESP = ' WS-RESP-EDIT
                        DELIMITED BY SIZE INTO WS-MESSAGE
                 PERFORM 910-SEND-MESSAGE THRU 910-EXIT
           END-EVALUATE

           .
       200-EXIT.
           EXIT.

      ******************************************************************
      * READ ONE D001 RECORD BY WS-D001-KEY.  THE AREA IS CLEARED      *
      * FIRST - CICS ONLY FILLS AS MANY BYTES AS THE RECORD HAS.       *
      ******************************************************************
       210-READ-D001.

           MOVE SPACES                    TO D001-RECORD-AREA
           MOVE LENGTH OF D001-RECORD-AREA
                                          TO D001-RECORD-LENGTH

           EXEC CICS READ
                     FILE     ('D001')
                     INTO     (D001-RECORD-AREA)
                     LENGTH   (D001-RECORD-LENGTH)
                     RIDFLD   (WS-D001-KEY)
                     RESP     (WS-RESP)
           END-EXEC

           .
       210-EXIT.
           EXIT.

      ******************************************************************
      * READ THE DISPLAYED RECORD FOR UPDATE AND PROVE IT IS STILL     *
      * WHAT THE CLERK IS LOOKING AT - SAME LENGTH, SAME BYTES.  A     *
      * RECORD THAT MOVED UNDERNEATH THE SCREEN IS RELEASED AND        *
      * REDISPLAYED INSTEAD OF CHANGED.  WS-RESP IS LEFT NORMAL ONLY   *
      * WHEN THE CALLER MAY GO AHEAD.                                  *
      ******************************************************************
       220-READ-D001-FOR-UPDATE.

           MOVE CA-KEY                    TO WS-D001-KEY
           MOVE SPACES                    TO D001-RECORD-AREA
           MOVE LENGTH OF D001-RECORD-AREA
                                          TO D001-RECORD-LENGTH

           EXEC CICS READ
                     FILE     ('D001')
                     INTO     (D001-RECORD-AREA)
                     LENGTH   (D001-RECORD-LENGTH)
                     RIDFLD   (WS-D001-KEY)
                     UPDATE
                     RESP     (WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE +0                  TO CA-RECORD-LENGTH
                 MOVE 'RECORD IS NO LONGER ON D001'
                                          TO WS-MESSAGE
                 PERFORM 620-SHOW-KEY-ONLY
                                          THRU 620-EXIT
                 GO TO 220-EXIT
              WHEN OTHER
                 MOVE WS-RESP             TO WS-RESP-EDIT
                 STRING 'D001 READ FOR UPDATE FAILED, RESP = '
                        WS-RESP-EDIT
                        DELIMITED BY SIZE INTO WS-MESSAGE
                 PERFORM 910-SEND-MESSAGE THRU 910-EXIT
                 GO TO 220-EXIT
           END-EVALUATE

           IF D001-RECORD-LENGTH NOT = CA-RECORD-LENGTH
              OR D001-RECORD-AREA NOT = CA-RECORD-IMAGE
              EXEC CICS UNLOCK
                        FILE  ('D001')
                        RESP  (WS-RESP2)
              END-EXEC
              MOVE DFHRESP(INVREQ)        TO WS-RESP
              STRING 'RECORD CHANGED SINCE DISPLAYED - SHOWN AGAIN, '
                     'REKEY THE CHANGE'
                     DELIMITED BY SIZE   INTO WS-MESSAGE
              PERFORM 600-SHOW-RECORD     THRU 600-EXIT
           END-IF

           .
       220-EXIT.
           EXIT.

      ******************************************************************
      * READ THE TESTUR70 D001 UPDATE LOCK.  WHILE A RUN HOLDS IT THE  *
      * RUN IS COPYING AND EMPTYING THE ONLINE CHANGE DATASETS, SO NO  *
      * CHANGE MAY BE MADE - THE QUEUES ARE CLOSED AGAIN IN CASE AN    *
      * EARLIER TASK LEFT THEM OPEN.  NO LOCK RECORD MEANS NO RUN HAS  *
      * EVER TAKEN IT.  A LOCK FILE THAT CANNOT BE READ REFUSES THE    *
      * CHANGE, AS UNREADABLE MASK RULES DO.  WS-MESSAGE CARRIES THE   *
      * REASON WHEN WS-LOCK-REFUSED IS SET.                            *
      ******************************************************************
       230-CHECK-UPDATE-LOCK.

           MOVE 'N'                       TO WS-LOCK-REFUSED-SW
           MOVE SPACES                    TO LOCK-RECORD-AREA
           MOVE LENGTH OF LOCK-RECORD-AREA
                                          TO LOCK-RECORD-LENGTH

           EXEC CICS READ
                     FILE     ('UR70LOCK')
                     INTO     (LOCK-RECORD-AREA)
                     LENGTH   (LOCK-RECORD-LENGTH)
                     RIDFLD   (WS-LOCK-KEY)
                     RESP     (WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 IF LOCK-IS-HELD
                    MOVE 'Y'              TO WS-LOCK-REFUSED-SW
                    STRING 'D001 LOCKED BY BATCH RUN ' LOCK-RUN-ID
                           ' - TRY AGAIN LATER'
                           DELIMITED BY SIZE INTO WS-MESSAGE
                    PERFORM 750-CLOSE-QUEUES
                                          THRU 750-EXIT
                 END-IF
              WHEN DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 MOVE 'Y'                 TO WS-LOCK-REFUSED-SW
                 MOVE WS-RESP             TO WS-RESP-EDIT
                 STRING 'UR70LOCK READ FAILED, RESP = ' WS-RESP-EDIT
                        ' - CHANGE NOT ALLOWED'
                        DELIMITED BY SIZE INTO WS-MESSAGE
           END-EVALUATE

           .
       230-EXIT.
           EXIT.

      ******************************************************************
      * PF7 - SHOW THE RECORD BEFORE THE KEY ON THE SCREEN.  A BLANK   *
      * KEY, OR ONE PAST THE END OF THE FILE, STARTS FROM THE LAST     *
      * RECORD.                                                        *
      ******************************************************************
       300-BROWSE-BACKWARD.

           PERFORM 160-RECEIVE-MAP        THRU 160-EXIT
           MOVE SPACE                     TO CA-PENDING-ACTION

           IF RKEYI = SPACES
              MOVE HIGH-VALUES            TO WS-START-KEY
           ELSE
              MOVE RKEYI                  TO WS-START-KEY
           END-IF
           MOVE WS-START-KEY              TO WS-D001-KEY

           PERFORM 320-START-BROWSE       THRU 320-EXIT
           IF WS-RESP = DFHRESP(NOTFND)
              MOVE HIGH-VALUES            TO WS-START-KEY
              MOVE WS-START-KEY           TO WS-D001-KEY
              PERFORM 320-START-BROWSE    THRU 320-EXIT
              IF WS-RESP = DFHRESP(NOTFND)
                 MOVE DFHRESP(ENDFILE)    TO WS-RESP
              END-IF
           END-IF

           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM 330-READ-PREVIOUS   THRU 330-EXIT
      *  THE FIRST READPREV AFTER A GTEQ START ON A KEY THAT IS NOT ON
      *  THE FILE GIVES NOTFND AND LEAVES THE BROWSE ON THE RECORD
      *  BEFORE IT - A SECOND READPREV RETURNS THAT RECORD.  OTHERWISE
      *  THE FIRST READPREV RETURNS THE RECORD AT THE START KEY - STEP
      *  BACK ONE MORE UNLESS WE STARTED FROM THE END.
              IF (WS-RESP = DFHRESP(NORMAL)
                  OR WS-RESP = DFHRESP(NOTFND))
                 AND WS-START-KEY NOT = HIGH-VALUES
                 PERFORM 330-READ-PREVIOUS
                                          THRU 330-EXIT
              END-IF
           END-IF

           PERFORM 350-SHOW-BROWSE-RESULT THRU 350-EXIT

           PERFORM 340-END-BROWSE         THRU 340-EXIT

           .
       300-EXIT.
           EXIT.

      ******************************************************************
      * PF8 - SHOW THE RECORD AFTER THE KEY ON THE SCREEN.  A BLANK    *
      * KEY STARTS FROM THE FIRST RECORD.                              *
      ******************************************************************
       310-BROWSE-FORWARD.

           PERFORM 160-RECEIVE-MAP        THRU 160-EXIT
           MOVE SPACE                     TO CA-PENDING-ACTION

           IF RKEYI = SPACES
              MOVE LOW-VALUES             TO WS-START-KEY
           ELSE
              MOVE RKEYI                  TO WS-START-KEY
           END-IF
           MOVE WS-START-KEY              TO WS-D001-KEY

           PERFORM 320-START-BROWSE       THRU 320-EXIT
           IF WS-RESP = DFHRESP(NOTFND)
              MOVE DFHRESP(ENDFILE)       TO WS-RESP
           END-IF

           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM 335-READ-NEXT       THRU 335-EXIT
      *  THE FIRST READNEXT RETURNS THE RECORD AT OR AFTER THE START
      *  KEY - IF THAT IS THE RECORD ON THE SCREEN, MOVE ON ONE.
              IF WS-RESP = DFHRESP(NORMAL)
                 AND WS-D001-KEY = WS-START-KEY
                 PERFORM 335-READ-NEXT    THRU 335-EXIT
              END-IF
           END-IF

           PERFORM 350-SHOW-BROWSE-RESULT THRU 350-EXIT

           PERFORM 340-END-BROWSE         THRU 340-EXIT

           .
       310-EXIT.
           EXIT.

       320-START-BROWSE.

           EXEC CICS STARTBR
                     FILE     ('D001')
                     RIDFLD   (WS-D001-KEY)
                     GTEQ
                     RESP     (WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'Y'                    TO WS-BROWSE-SW
           END-IF

           .
       320-EXIT.
           EXIT.

       330-READ-PREVIOUS.

           MOVE SPACES                    TO D001-RECORD-AREA
           MOVE LENGTH OF D001-RECORD-AREA
                                          TO D001-RECORD-LENGTH

           EXEC CICS READPREV
                     FILE     ('D001')
                     INTO     (D001-RECORD-AREA)
                     LENGTH   (D001-RECORD-LENGTH)
                     RIDFLD   (WS-D001-KEY)
                     RESP     (WS-RESP)
           END-EXEC

           .
       330-EXIT.
           EXIT.

       335-READ-NEXT.

           MOVE SPACES                    TO D001-RECORD-AREA
           MOVE LENGTH OF D001-RECORD-AREA
                                          TO D001-RECORD-LENGTH

           EXEC CICS READNEXT
                     FILE     ('D001')
                     INTO     (D001-RECORD-AREA)
                     LENGTH   (D001-RECORD-LENGTH)
                     RIDFLD   (WS-D001-KEY)
                     RESP     (WS-RESP)
           END-EXEC

           .
       335-EXIT.
           EXIT.

       340-END-BROWSE.

           IF WS-BROWSE-ACTIVE
              EXEC CICS ENDBR
                        FILE  ('D001')
                        RESP  (WS-RESP2)
              END-EXEC
              MOVE 'N'                    TO WS-BROWSE-SW
           END-IF

           .
       340-EXIT.
           EXIT.

      ******************************************************************
      * SHOW WHATEVER THE BROWSE STEP LANDED ON.  RUNNING OFF EITHER   *
      * END LEAVES THE SCREEN AS IT WAS AND SAYS SO.                   *
      ******************************************************************
       350-SHOW-BROWSE-RESULT.

           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 MOVE 'RECORD DISPLAYED'  TO WS-MESSAGE
                 PERFORM 600-SHOW-RECORD  THRU 600-EXIT
              WHEN DFHRESP(ENDFILE)
                 IF EIBAID = DFHPF7
                    MOVE 'START OF D001 REACHED'
                                          TO WS-MESSAGE
                 ELSE
                    MOVE 'END OF D001 REACHED'
                                          TO WS-MESSAGE
                 END-IF
                 PERFORM 910-SEND-MESSAGE THRU 910-EXIT
              WHEN OTHER
                 MOVE WS-RESP             TO WS-RESP-EDIT
                 STRING 'D001 BROWSE FAILED, RESP = ' WS-RESP-EDIT
                        DELIMITED BY SIZE INTO WS-MESSAGE
                 PERFORM 910-SEND-MESSAGE THRU 910-EXIT
           END-EVALUATE

           .
       350-EXIT.
           EXIT.

      ******************************************************************
      * PF5 - UPDATE THE DISPLAYED RECORD FROM THE TWO DATA LINES.     *
      * THE BATCH RULE APPLIES: THE RECORD BECOMES THE 80 BYTES ON THE *
      * SCREEN, WHATEVER ITS LENGTH BEFORE, SO A LONGER RECORD NEEDS   *
      * A SECOND PF5 TO CONFIRM.  MASKED POSITIONS KEEP THEIR STORED   *
      * BYTES - THE CLERK NEVER SAW THEM, SO CANNOT HAVE CHANGED THEM. *
      ******************************************************************
       400-UPDATE-RECORD.

           PERFORM 160-RECEIVE-MAP        THRU 160-EXIT

           IF CA-RECORD-LENGTH = ZEROES
              OR RKEYI NOT = CA-KEY
              MOVE SPACE                  TO CA-PENDING-ACTION
              MOVE 'LOOK THE RECORD UP (ENTER) BEFORE UPDATING'
                                          TO WS-MESSAGE
              PERFORM 910-SEND-MESSAGE    THRU 910-EXIT
              GO TO 400-EXIT
           END-IF

           PERFORM 230-CHECK-UPDATE-LOCK  THRU 230-EXIT
           IF WS-LOCK-REFUSED
              MOVE SPACE                  TO CA-PENDING-ACTION
              PERFORM 910-SEND-MESSAGE    THRU 910-EXIT
              GO TO 400-EXIT
           END-IF

           IF WS-MASK-UNAVAILABLE
              MOVE SPACE                  TO CA-PENDING-ACTION
              MOVE 'MASK RULES UNAVAILABLE - UPDATE NOT ALLOWED'
                                          TO WS-MESSAGE
              PERFORM 910-SEND-MESSAGE    THRU 910-EXIT
              GO TO 400-EXIT
           END-IF

           MOVE RDATA1I                   TO WS-EDIT-IMAGE(1:40)
           MOVE RDATA2I                   TO WS-EDIT-IMAGE(41:40)
           PERFORM 410-KEEP-MASKED-BYTES
              THRU 410-KEEP-MASKED-BYTES-EXIT
              VARYING MASK-RULE-IDX FROM 1 BY 1
                UNTIL MASK-RULE-IDX > MASK-RULE-COUNT

           IF CA-RECORD-LENGTH = +80
              AND WS-EDIT-IMAGE = CA-RECORD-IMAGE(1:80)
              MOVE SPACE                  TO CA-PENDING-ACTION
              MOVE 'NO CHANGES KEYED' TO WS-MESSAGE
              PERFORM 910-SEND-MESSAGE    THRU 910-EXIT
              GO TO 400-EXIT
           END-IF

           IF CA-RECORD-LENGTH > +80
              AND NOT CA-PENDING-UPDATE
              MOVE 'U'                    TO CA-PENDING-ACTION
              MOVE CA-RECORD-LENGTH       TO WS-LENGTH-EDIT
              STRING 'RECORD IS ' WS-LENGTH-EDIT
                     ' BYTES - UPDATE WRITES 80.  PF5 AGAIN TO '
                     'CONFIRM'
                     DELIMITED BY SIZE   INTO WS-MESSAGE
              PERFORM 910-SEND-MESSAGE    THRU 910-EXIT
              GO TO 400-EXIT
           END-IF

           MOVE SPACE                     TO CA-PENDING-ACTION

           PERFORM 220-READ-D001-FOR-UPDATE
                                          THRU 220-EXIT
           IF WS-RESP NOT = DFHRESP(NORMAL)
              GO TO 400-EXIT
           END-IF

           MOVE D001-RECORD-AREA          TO AUDIT-BEFORE-IMAGE
           MOVE SPACES                    TO D001-RECORD-AREA
           MOVE WS-EDIT-IMAGE             TO D001-RECORD-AREA(1:80)
           MOVE +80                       TO D001-RECORD-LENGTH

           EXEC CICS REWRITE
                     FILE     ('D001')
                     FROM     (D001-RECORD-AREA)
                     LENGTH   (D001-RECORD-LENGTH)
                     RESP     (WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE WS-RESP                TO WS-RESP-EDIT
              STRING 'D001 REWRITE FAILED, RESP = ' WS-RESP-EDIT
                     DELIMITED BY SIZE   INTO WS-MESSAGE
              PERFORM 910-SEND-MESSAGE    THRU 910-EXIT
              GO TO 400-EXIT
           END-IF

      *  THE AUDIT RECORD KEEPS THE WHOLE BEFORE IMAGE EVEN WHEN THE
      *  UPDATE SHORTENED THE RECORD; THE DELTA SHIPS THE NEW 80.
           MOVE 'UP'                      TO AUDIT-FUNCTION
           MOVE CA-KEY                    TO AUDIT-KEY
           MOVE D001-RECORD-AREA          TO AUDIT-AFTER-IMAGE
           MOVE CA-RECORD-LENGTH          TO WS-AUDIT-IMAGE-LENGTH
           MOVE 'UP'                      TO DLTA-ACTION
           MOVE CA-KEY                    TO DLTA-KEY
           MOVE D001-RECORD-AREA          TO DLTA-AFTER-IMAGE
           MOVE 80                        TO DLTA-IMAGE-LENGTH

           PERFORM 700-RECORD-CHANGE      THRU 700-EXIT

           IF WS-TD-FAILED
              GO TO 400-EXIT
           END-IF

           MOVE 'RECORD UPDATED'          TO WS-MESSAGE
           PERFORM 600-SHOW-RECORD        THRU 600-EXIT

           .
       400-EXIT.
           EXIT.

      ******************************************************************
      * PUT BACK THE STORED BYTES UNDER ONE MASK RULE, FOR THE PART OF *
      * THE RULE THAT FALLS INSIDE THE 80 EDITABLE BYTES.  THE WHOLE   *
      * FIELD IS KEPT, INCLUDING THE FOUR BYTES STYLE 'L' LEAVES       *
      * VISIBLE.                                                       *
      ******************************************************************
       410-KEEP-MASKED-BYTES.

           IF MASK-T-START(MASK-RULE-IDX) > +80
              GO TO 410-KEEP-MASKED-BYTES-EXIT
           END-IF

           COMPUTE WS-MASK-FIELD-LEN =
                   MASK-T-LENGTH(MASK-RULE-IDX)
           IF (MASK-T-START(MASK-RULE-IDX) + WS-MASK-FIELD-LEN - 1)
                 > +80
              COMPUTE WS-MASK-FIELD-LEN =
                      81 - MASK-T-START(MASK-RULE-IDX)
           END-IF

           MOVE CA-RECORD-IMAGE(MASK-T-START(MASK-RULE-IDX):
                                WS-MASK-FIELD-LEN)
             TO WS-EDIT-IMAGE(MASK-T-START(MASK-RULE-IDX):
                              WS-MASK-FIELD-LEN)

           .
       410-KEEP-MASKED-BYTES-EXIT.
           EXIT.

      ******************************************************************
      * PF9 - DELETE THE DISPLAYED RECORD.  THE FIRST PF9 ONLY ASKS    *
      * FOR CONFIRMATION; A SECOND PF9 ON THE SAME KEY DELETES.        *
      ******************************************************************
       500-DELETE-RECORD.

           PERFORM 160-RECEIVE-MAP        THRU 160-EXIT

           IF CA-RECORD-LENGTH = ZEROES
              OR RKEYI NOT = CA-KEY
              MOVE SPACE                  TO CA-PENDING-ACTION
              MOVE 'LOOK THE RECORD UP (ENTER) BEFORE DELETING'
                                          TO WS-MESSAGE
              PERFORM 910-SEND-MESSAGE    THRU 910-EXIT
              GO TO 500-EXIT
           END-IF

           PERFORM 230-CHECK-UPDATE-LOCK  THRU 230-EXIT
           IF WS-LOCK-REFUSED
              MOVE SPACE                  TO CA-PENDING-ACTION
              PERFORM 910-SEND-MESSAGE    THRU 910-EXIT
              GO TO 500-EXIT
           END-IF

      *  THE DELETE'S AUDIT RECORD CARRIES THE WHOLE BEFORE IMAGE,
      *  WHICH CANNOT BE MASKED WITHOUT THE RULES.
           IF WS-MASK-UNAVAILABLE
              MOVE SPACE                  TO CA-PENDING-ACTION
              MOVE 'MASK RULES UNAVAILABLE - DELETE NOT ALLOWED'
                                          TO WS-MESSAGE
              PERFORM 910-SEND-MESSAGE    THRU 910-EXIT
              GO TO 500-EXIT
           END-IF

           IF NOT CA-PENDING-DELETE
              MOVE 'D'                    TO CA-PENDING-ACTION
              STRING 'PRESS PF9 AGAIN TO CONFIRM DELETE OF KEY '
                     CA-KEY
                     DELIMITED BY SIZE   INTO WS-MESSAGE
              PERFORM 910-SEND-MESSAGE    THRU 910-EXIT
              GO TO 500-EXIT
           END-IF

           MOVE SPACE                     TO CA-PENDING-ACTION

           PERFORM 220-READ-D001-FOR-UPDATE
                                          THRU 220-EXIT
           IF WS-RESP NOT = DFHRESP(NORMAL)
              GO TO 500-EXIT
           END-IF

           EXEC CICS DELETE
                     FILE     ('D001')
                     RESP     (WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE WS-RESP                TO WS-RESP-EDIT
              STRING 'D001 DELETE FAILED, RESP = ' WS-RESP-EDIT
                     DELIMITED BY SIZE   INTO WS-MESSAGE
              PERFORM 910-SEND-MESSAGE    THRU 910-EXIT
              GO TO 500-EXIT
           END-IF

           MOVE 'DL'                      TO AUDIT-FUNCTION
           MOVE CA-KEY                    TO AUDIT-KEY
           MOVE D001-RECORD-AREA          TO AUDIT-BEFORE-IMAGE
           MOVE SPACES                    TO AUDIT-AFTER-IMAGE
           MOVE CA-RECORD-LENGTH          TO WS-AUDIT-IMAGE-LENGTH
           MOVE 'DL'                      TO DLTA-ACTION
           MOVE CA-KEY                    TO DLTA-KEY
           MOVE SPACES                    TO DLTA-AFTER-IMAGE
           MOVE 0                         TO DLTA-IMAGE-LENGTH

           PERFORM 700-RECORD-CHANGE      THRU 700-EXIT

           IF WS-TD-FAILED
              GO TO 500-EXIT
           END-IF

           MOVE +0                        TO CA-RECORD-LENGTH
           MOVE SPACES                    TO CA-RECORD-IMAGE
           MOVE 'RECORD DELETED'          TO WS-MESSAGE
           PERFORM 620-SHOW-KEY-ONLY      THRU 620-EXIT

           .
       500-EXIT.
           EXIT.

      ******************************************************************
      * DISPLAY THE RECORD NOW IN D001-RECORD-AREA: KEY, LENGTH, D002  *
      * PARENT, BYTES 1-80 EDITABLE AND 81-392 DISPLAY ONLY - ALL OF   *
      * IT THROUGH THE MASK RULES.  THE UNMASKED IMAGE GOES ONLY INTO  *
      * THE COMMAREA, NEVER TO THE TERMINAL.                           *
      ******************************************************************
       600-SHOW-RECORD.

           MOVE WS-D001-KEY               TO CA-KEY
           MOVE D001-RECORD-LENGTH        TO CA-RECORD-LENGTH
           MOVE D001-RECORD-AREA          TO CA-RECORD-IMAGE

           MOVE CA-KEY                    TO RKEYO
           MOVE D001-RECORD-LENGTH        TO WS-LENGTH-EDIT
           MOVE WS-LENGTH-EDIT            TO RLENO

           IF WS-MASK-UNAVAILABLE
              MOVE 'MASK RULES UNAVAILABLE - RECORD DATA NOT SHOWN'
                                          TO WS-MESSAGE
              PERFORM 900-SEND-FULL-MAP   THRU 900-EXIT
              GO TO 600-EXIT
           END-IF

           MOVE D001-RECORD-AREA          TO WS-MASK-IMAGE
           MOVE D001-RECORD-LENGTH        TO WS-MASK-IMAGE-LENGTH
           PERFORM 940-MASK-IMAGE         THRU 940-EXIT

           MOVE WS-MASK-IMAGE(1:40)       TO RDATA1O
           MOVE WS-MASK-IMAGE(41:40)      TO RDATA2O
           MOVE WS-MASK-IMAGE(81:78)      TO REXT1O
           MOVE WS-MASK-IMAGE(159:78)     TO REXT2O
           MOVE WS-MASK-IMAGE(237:78)     TO REXT3O
           MOVE WS-MASK-IMAGE(315:78)     TO REXT4O
           MOVE WS-MASK-IMAGE(3:15)       TO PKEYO

           PERFORM 610-SHOW-PARENT        THRU 610-EXIT

           PERFORM 900-SEND-FULL-MAP      THRU 900-EXIT

           .
       600-EXIT.
           EXIT.

      ******************************************************************
      * LOOK UP THE D002 PARENT NAMED IN BYTES 3-17.  AN ORPHAN IS     *
      * SHOWN AS ONE, THE SAME CONDITION TESTUR70'S 420-CHECK-PARENT-  *
      * REF REPORTS - IT DOES NOT STOP THE RECORD BEING MAINTAINED.    *
      ******************************************************************
       610-SHOW-PARENT.

           MOVE D001-RECORD-AREA(3:15)    TO WS-D002-KEY
           MOVE LENGTH OF D002-RECORD-AREA
                                          TO D002-RECORD-LENGTH

           EXEC CICS READ
                     FILE     ('D002')
                     INTO     (D002-RECORD-AREA)
                     LENGTH   (D002-RECORD-LENGTH)
                     RIDFLD   (WS-D002-KEY)
                     RESP     (WS-RESP2)
           END-EXEC

           EVALUATE WS-RESP2
              WHEN DFHRESP(NORMAL)
              WHEN DFHRESP(LENGERR)
                 MOVE 'ON D002'           TO PSTATO
                 MOVE D002-DATA(1:60)     TO PDATAO
              WHEN DFHRESP(NOTFND)
                 MOVE 'NOT ON D002 - ORPHAN'
                                          TO PSTATO
                 MOVE SPACES              TO PDATAO
              WHEN OTHER
                 MOVE 'D002 NOT AVAILABLE'
                                          TO PSTATO
                 MOVE SPACES              TO PDATAO
           END-EVALUATE

           .
       610-EXIT.
           EXIT.

      ******************************************************************
      * NO RECORD TO SHOW (NOT FOUND OR JUST DELETED) - KEEP THE KEY,  *
      * BLANK EVERYTHING ELSE.                                         *
      ******************************************************************
       620-SHOW-KEY-ONLY.

           MOVE SPACES                    TO CA-RECORD-IMAGE
           MOVE CA-KEY                    TO RKEYO
           MOVE SPACES                    TO RLENO
           MOVE SPACES                    TO PKEYO
           MOVE SPACES                    TO PSTATO
           MOVE SPACES                    TO PDATAO
           MOVE SPACES                    TO RDATA1O
           MOVE SPACES                    TO RDATA2O
           MOVE SPACES                    TO REXT1O
           MOVE SPACES                    TO REXT2O
           MOVE SPACES                    TO REXT3O
           MOVE SPACES                    TO REXT4O
           PERFORM 900-SEND-FULL-MAP      THRU 900-EXIT

           .
       620-EXIT.
           EXIT.

      ******************************************************************
      * RECORD ONE ONLINE CHANGE: STAMP THE ONLINE RUN ID, WRITE THE   *
      * AUDIT RECORD (D1AU) AND THE DELTA RECORD (D1DL), THEN COMMIT.  *
      * IF EITHER QUEUE WRITE FAILS THE D001 CHANGE IS BACKED OUT - A  *
      * CHANGE THE NIGHTLY CHAIN CANNOT SEE MUST NOT BE MADE.  THE     *
      * QUEUES ARE OPENED FOR THE CHANGE AND CLOSED AFTER IT, SO BOTH  *
      * RECORDS ARE ON THE DATASETS BEFORE THE TASK ENDS.              *
      ******************************************************************
       700-RECORD-CHANGE.

           MOVE 'N'                       TO WS-TD-FAILED-SW

           PERFORM 740-OPEN-QUEUES        THRU 740-EXIT

           EXEC CICS ASKTIME
                     ABSTIME  (WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME  (WS-ABSTIME)
                     YYYYMMDD (WS-CURRENT-DATE)
                     TIME     (WS-CURRENT-TIME)
           END-EXEC

           MOVE WS-CURRENT-DATE           TO WS-RUN-ID-DATE
           MOVE WS-CURRENT-TIME           TO WS-RUN-ID-TIME
           MOVE 'O'                       TO WS-RUN-ID-FILL

           IF NOT WS-TD-FAILED
              PERFORM 710-WRITE-AUDIT     THRU 710-EXIT
           END-IF

           IF NOT WS-TD-FAILED
              PERFORM 720-WRITE-DELTA     THRU 720-EXIT
           END-IF

           PERFORM 750-CLOSE-QUEUES       THRU 750-EXIT

           IF WS-TD-FAILED
              EXEC CICS SYNCPOINT ROLLBACK
                        RESP  (WS-RESP2)
              END-EXEC
              MOVE WS-RESP                TO WS-RESP-EDIT
              STRING 'AUDIT/DELTA WRITE FAILED, RESP = '
                     WS-RESP-EDIT ' - CHANGE BACKED OUT'
                     DELIMITED BY SIZE   INTO WS-MESSAGE
              PERFORM 910-SEND-MESSAGE    THRU 910-EXIT
           ELSE
              EXEC CICS SYNCPOINT
                        RESP  (WS-RESP2)
              END-EXEC
           END-IF

           .
       700-EXIT.
           EXIT.

      ******************************************************************
      * BUILD AND QUEUE ONE UR70AUDT-FORMAT RECORD, PACKED AND MASKED  *
      * EXACTLY AS TESTUR70'S 908-WRITE-AUDIT DOES IT.                 *
      ******************************************************************
       710-WRITE-AUDIT.

           MOVE WS-CURRENT-TIME           TO AUDIT-TIMESTAMP(1:6)
           MOVE '00'                      TO AUDIT-TIMESTAMP(7:2)
           MOVE WS-CURRENT-DATE           TO AUDIT-RUN-DATE
           MOVE WS-RUN-ID                 TO AUDIT-RUN-ID

           IF WS-AUDIT-IMAGE-LENGTH <= +0
              OR WS-AUDIT-IMAGE-LENGTH > +4240
              MOVE +80                    TO WS-AUDIT-IMAGE-LENGTH
           END-IF
           IF WS-AUDIT-IMAGE-LENGTH < +80
              MOVE +80                    TO WS-AUDIT-IMAGE-LENGTH
           END-IF
           IF MASK-RULE-COUNT > ZEROES
              MOVE WS-AUDIT-IMAGE-LENGTH  TO WS-MASK-IMAGE-LENGTH
              MOVE AUDIT-BEFORE-IMAGE     TO WS-MASK-IMAGE
              PERFORM 940-MASK-IMAGE      THRU 940-EXIT
              MOVE WS-MASK-IMAGE          TO AUDIT-BEFORE-IMAGE
              MOVE WS-AUDIT-IMAGE-LENGTH  TO WS-MASK-IMAGE-LENGTH
              MOVE AUDIT-AFTER-IMAGE      TO WS-MASK-IMAGE
              PERFORM 940-MASK-IMAGE      THRU 940-EXIT
              MOVE WS-MASK-IMAGE          TO AUDIT-AFTER-IMAGE
           END-IF
           MOVE WS-AUDIT-IMAGE-LENGTH     TO AUDIT-IMAGE-LENGTH
           MOVE SPACES                    TO AUDIT-IMAGES
           MOVE AUDIT-BEFORE-IMAGE(1:WS-AUDIT-IMAGE-LENGTH)
             TO AUDIT-IMAGES(1:WS-AUDIT-IMAGE-LENGTH)
           MOVE AUDIT-AFTER-IMAGE(1:WS-AUDIT-IMAGE-LENGTH)
             TO AUDIT-IMAGES(WS-AUDIT-IMAGE-LENGTH + 1:
                             WS-AUDIT-IMAGE-LENGTH)

           COMPUTE WS-TD-LENGTH = 53 + (2 * WS-AUDIT-IMAGE-LENGTH)

           EXEC CICS WRITEQ TD
                     QUEUE    ('D1AU')
                     FROM     (AUDIT-RECORD-AREA)
                     LENGTH   (WS-TD-LENGTH)
                     RESP     (WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y'                    TO WS-TD-FAILED-SW
           END-IF

           .
       710-EXIT.
           EXIT.

      ******************************************************************
      * QUEUE ONE D001DLTA-FORMAT RECORD.  THE DELTA IS AN INTERFACE,  *
      * NOT A DISPLAY - IT CARRIES THE REAL AFTER IMAGE, AS BATCH'S    *
      * 911-WRITE-DELTA DOES.                                          *
      ******************************************************************
       720-WRITE-DELTA.

           MOVE WS-CURRENT-DATE           TO DLTA-RUN-DATE
           MOVE WS-RUN-ID                 TO DLTA-RUN-ID

           COMPUTE WS-TD-LENGTH = 45 + DLTA-IMAGE-LENGTH

           EXEC CICS WRITEQ TD
                     QUEUE    ('D1DL')
                     FROM     (DLTA-RECORD-AREA)
                     LENGTH   (WS-TD-LENGTH)
                     RESP     (WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y'                    TO WS-TD-FAILED-SW
           END-IF

           .
       720-EXIT.
           EXIT.

      ******************************************************************
      * OPEN BOTH EXTRAPARTITION QUEUES FOR ONE CHANGE.  EITHER ONE    *
      * FAILING TO OPEN FAILS THE CHANGE.                              *
      ******************************************************************
       740-OPEN-QUEUES.

           EXEC CICS SET TDQUEUE ('D1AU')
                     OPEN
                     RESP     (WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y'                    TO WS-TD-FAILED-SW
              GO TO 740-EXIT
           END-IF

           EXEC CICS SET TDQUEUE ('D1DL')
                     OPEN
                     RESP     (WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y'                    TO WS-TD-FAILED-SW
           END-IF

           .
       740-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE BOTH QUEUES, WRITING OUT ANYTHING STILL BUFFERED.  A     *
      * QUEUE ALREADY CLOSED IS NOT AN ERROR.                          *
      ******************************************************************
       750-CLOSE-QUEUES.

           EXEC CICS SET TDQUEUE ('D1AU')
                     CLOSED
                     RESP     (WS-RESP2)
           END-EXEC

           EXEC CICS SET TDQUEUE ('D1DL')
                     CLOSED
                     RESP     (WS-RESP2)
           END-EXEC

           .
       750-EXIT.
           EXIT.

      ******************************************************************
      * PF3 - END THE CONVERSATION.                                    *
      ******************************************************************
       800-END-SESSION.

           MOVE 'D01M ENDED'              TO WS-MESSAGE

           EXEC CICS SEND TEXT
                     FROM     (WS-MESSAGE)
                     LENGTH   (LENGTH OF WS-MESSAGE)
                     ERASE
                     FREEKB
           END-EXEC

           EXEC CICS RETURN
           END-EXEC

           .
       800-EXIT.
           EXIT.

      ******************************************************************
      * SEND THE WHOLE MAP WITH THE DATE AND CURRENT MESSAGE.          *
      ******************************************************************
       900-SEND-FULL-MAP.

           EXEC CICS ASKTIME
                     ABSTIME  (WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME  (WS-ABSTIME)
                     MMDDYYYY (TRDATEO)
                     DATESEP  ('/')
           END-EXEC

           MOVE WS-MESSAGE                TO MSGO

           EXEC CICS SEND
                     MAP      ('D01MMAP')
                     MAPSET   ('D01MSET')
                     FROM     (D01MMAPO)
                     ERASE
                     CURSOR
           END-EXEC

           .
       900-EXIT.
           EXIT.

      ******************************************************************
      * SEND ONLY THE MESSAGE LINE - WHATEVER THE CLERK KEYED STAYS ON *
      * THE SCREEN (LOW-VALUE FIELDS ARE NOT TRANSMITTED).             *
      ******************************************************************
       910-SEND-MESSAGE.

           MOVE LOW-VALUES                TO D01MMAPO
           MOVE WS-MESSAGE                TO MSGO

           EXEC CICS SEND
                     MAP      ('D01MMAP')
                     MAPSET   ('D01MSET')
                     FROM     (D01MMAPO)
                     DATAONLY
                     CURSOR
           END-EXEC

           .
       910-EXIT.
           EXIT.

      ******************************************************************
      * DATA-PRIVACY MASKING, AS TESTUR70'S 940-MASK-IMAGE AND         *
      * 941-APPLY-ONE-MASK.                                            *
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
