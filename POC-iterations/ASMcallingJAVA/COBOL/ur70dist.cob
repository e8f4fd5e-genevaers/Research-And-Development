       IDENTIFICATION DIVISION.
       PROGRAM-ID. UR70DIST.
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
      ** DESCRIPTION: PER-CONSUMER DISTRIBUTION.  SPLITS ONE RUN'S     *
      **              UR70OUT AND D001DLTA GENERATIONS INTO ONE        *
      **              EXTRACT PER DOWNSTREAM CONSUMER DD, IN ONE PASS  *
      **              OF EACH, BY THE ROUTING CARDS ON DD UR70ROUT, SO *
      **              EACH TEAM RECEIVES ONLY ITS OWN SLICE INSTEAD OF *
      **              RE-READING AND FILTERING THE WHOLE FILE ITSELF.  *
      **                                                               *
      **              EACH EXTRACT OPENS WITH A HEADER (RUN ID, RUN    *
      **              DATE, CONSUMER) AND CLOSES WITH A TRAILER        *
      **              CARRYING ITS OWN RECORD COUNT AND KEY HASH       *
      **              TOTAL, BUILT THE WAY TESTUR70'S 963/964 BUILD    *
      **              THE UR70OUT AND D001DLTA TRAILERS, SO A          *
      **              CONSUMER BALANCES ITS SLICE THE SAME WAY IT      *
      **              USED TO BALANCE THE WHOLE FILE.  THE INPUT       *
      **              TRAILERS ARE BALANCED HERE FIRST.                *
      **                                                               *
      **              ROUTING CARD (160 BYTES, ONE RULE PER CARD -     *
      **              SEVERAL CARDS MAY FEED THE SAME DD):             *
      **                COLS   1-8   CONSUMER NAME                     *
      **                COLS   9-16  OUTPUT DDNAME                     *
      **                COL   17     SOURCE - O = UR70OUT,             *
      **                                      D = D001DLTA             *
      **                COLS  18-27  UP TO FIVE 2-BYTE D001 RECORD     *
      **                             TYPES (BLANK = ANY TYPE)          *
      **                COLS  28-59  OUT-CLASS  (O CARDS, BLANK = ANY) *
      **                COLS  60-91  OUT-METHOD (O CARDS, BLANK = ANY) *
      **                COLS  92-99  UP TO FOUR ACTION CODES AD/UP/DL  *
      **                             (D CARDS, BLANK = ALL)            *
      **                COLS 100-114 LOW KEY  (BLANK = FROM THE START) *
      **                COLS 115-129 HIGH KEY (BLANK = TO THE END)     *
      **                                                               *
      **              A DD CARRIES ONE SOURCE FOR ONE CONSUMER.  A     *
      **              RECORD MATCHING SEVERAL CARDS FOR THE SAME DD IS *
      **              WRITTEN TO IT ONCE.  UR70OUT DOES NOT CARRY THE  *
      **              D001 RECORD TYPE, SO IT IS LOOKED UP ON D001 BY  *
      **              KEY WHEN ANY O CARD NAMES TYPES; A KEY NO        *
      **              LONGER ON D001 MATCHES NO TYPED CARD.  A DELETE  *
      **              DELTA HAS NO AFTER IMAGE AND SO NO TYPE - IT     *
      **              PASSES THE TYPE TEST, SO NO CONSUMER EVER MISSES *
      **              THE DELETE OF A RECORD IT WAS SENT.              *
      **                                                               *
      ** MODULES CALLED: GVBTP90 - I/O HANDLER                         *
      **                                                               *
      ** INPUT FILES:   UR70ROUT - ROUTING CARDS                       *
      **                UR70OUT  - ENRICHMENT OUTPUT, ONE GENERATION   *
      **                D001DLTA - DELTA EXTRACT, ONE GENERATION       *
      **                D001     - MASTER FILE (RECORD-TYPE LOOKUP)    *
      **                                                               *
      ** OUTPUT FILES:  ONE DD PER ROUTED EXTRACT, AS NAMED ON THE     *
      **                ROUTING CARDS                                  *
      **                                                               *
      ** REPORTS:       DISTRPT - DISTRIBUTION REPORT                  *
      **                                                               *
      ** RETURN CDS:  0000 - EVERY EXTRACT WRITTEN AND BALANCED        *
      **              0004 - ROUTING CARDS REJECTED, OR AN INPUT       *
      **                     GENERATION WITHOUT ITS TRAILER            *
      **              0008 - NO USABLE ROUTING, AN INPUT OR EXTRACT    *
      **                     NOT USABLE, INPUTS FROM DIFFERENT RUNS,   *
      **                     OR AN INPUT TRAILER OUT OF BALANCE        *
      **                                                               *
      ******************************************************************
      **                ISSUANCE INFORMATION                           *
      ******************************************************************
      ** VERSION  PROJECT  ANALYST  EFF        REASON                  *
      **                                                               *
      ** 100  RTC23658    MORGAN     10/15/2026 INITIAL                *
      ** 101  RTC23665    MORGAN     10/15/2026 UR70OUT CARRIES THE    *
      **                                        CHAIN NO/STEP/STEPS    *
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
      *  ROUTING CARD - DD UR70ROUT.                                  *
      ******************************************************************
       01  ROUT-RECORD-AREA.
           05  ROUT-CONSUMER              PIC X(08).
           05  ROUT-DDNAME                PIC X(08).
           05  ROUT-SOURCE                PIC X(01).
               88  ROUT-SOURCE-OUTPUT           VALUE 'O'.
               88  ROUT-SOURCE-DELTA            VALUE 'D'.
           05  ROUT-TYPE                  PIC X(02)  OCCURS 5 TIMES.
           05  ROUT-CLASS                 PIC X(32).
           05  ROUT-METHOD                PIC X(32).
           05  ROUT-ACTION                PIC X(02)  OCCURS 4 TIMES.
           05  ROUT-KEY-LOW               PIC X(15).
           05  ROUT-KEY-HIGH              PIC X(15).
           05  FILLER                     PIC X(31).
      *
      ******************************************************************
      *  ROUTING TABLE - ONE ENTRY PER ACCEPTED CARD, POINTING AT THE *
      *  EXTRACT (DD) IT FEEDS.  A BLANK KEY BOUND IS STORED AS LOW-  *
      *  OR HIGH-VALUES SO THE RANGE TEST NEEDS NO SPECIAL CASE.      *
      ******************************************************************
       01  ROUT-MAX-ENTRIES         PIC S9(4) COMP VALUE +50.
       01  ROUT-CARD-COUNT          PIC S9(4) COMP VALUE ZEROES.
       01  ROUT-TABLE.
           05  ROUT-T-ENTRY                OCCURS 50 TIMES.
               10  ROUT-T-SOURCE          PIC X(01).
               10  ROUT-T-TYPE            PIC X(02)  OCCURS 5 TIMES.
               10  ROUT-T-TYPE-LISTED-SW  PIC X(01).
                   88  ROUT-T-TYPE-LISTED        VALUE 'Y'.
               10  ROUT-T-CLASS           PIC X(32).
               10  ROUT-T-METHOD          PIC X(32).
               10  ROUT-T-ACTION          PIC X(02)  OCCURS 4 TIMES.
               10  ROUT-T-ACTION-LISTED-SW
                                          PIC X(01).
                   88  ROUT-T-ACTION-LISTED      VALUE 'Y'.
               10  ROUT-T-KEY-LOW         PIC X(15).
               10  ROUT-T-KEY-HIGH        PIC X(15).
               10  ROUT-T-EXTR-SUB        PIC S9(4) COMP.
      *
      ******************************************************************
      *  EXTRACT TABLE - ONE ENTRY PER OUTPUT DD.  EVERY EXTRACT IS   *
      *  OPEN AT ONCE WHILE THE INPUTS ARE READ, SO EACH KEEPS ITS    *
      *  OWN GVBTP90 ANCHOR.  EXTR-T-LAST-REC HOLDS THE INPUT RECORD  *
      *  NUMBER LAST WRITTEN, SO A RECORD MATCHING TWO CARDS FOR THE  *
      *  SAME DD GOES TO IT ONLY ONCE.                                *
      ******************************************************************
       01  EXTR-MAX-ENTRIES         PIC S9(4) COMP VALUE +20.
       01  EXTR-COUNT               PIC S9(4) COMP VALUE ZEROES.
       01  EXTR-TABLE.
           05  EXTR-T-ENTRY                OCCURS 20 TIMES.
               10  EXTR-T-DDNAME          PIC X(08).
               10  EXTR-T-CONSUMER        PIC X(08).
               10  EXTR-T-SOURCE          PIC X(01).
                   88  EXTR-T-SOURCE-OUTPUT      VALUE 'O'.
                   88  EXTR-T-SOURCE-DELTA       VALUE 'D'.
               10  EXTR-T-ANCHOR          USAGE IS POINTER.
               10  EXTR-T-OPEN-SW         PIC X(01).
                   88  EXTR-T-OPEN               VALUE 'Y'.
               10  EXTR-T-FAILED-SW       PIC X(01).
                   88  EXTR-T-FAILED             VALUE 'Y'.
               10  EXTR-T-LAST-REC        PIC S9(9) COMP.
               10  EXTR-T-RECORD-COUNT    PIC S9(9) COMP.
               10  EXTR-T-HASH-TOTAL      PIC 9(15).
      *
       01  ROUT-SUB                 PIC S9(4) COMP VALUE ZEROES.
       01  EXTR-SUB                 PIC S9(4) COMP VALUE ZEROES.
       01  WS-FIND-SUB              PIC S9(4) COMP VALUE ZEROES.
       01  WS-TYPE-SUB              PIC S9(4) COMP VALUE ZEROES.
      *
      ******************************************************************
      *  ENRICHMENT OUTPUT, AS WRITTEN BY TESTUR70'S 909-WRITE-OUTPUT *
      *  AND CLOSED BY 964-WRITE-OUTPUT-TRAILER ('UR70TRLR' IN THE    *
      *  KEY FIELD, COUNT AND HASH IN THE CLASS/METHOD COLUMNS).      *
      *  113 BYTES PRECEDE THE RECEIVE BUFFER.                        *
      ******************************************************************
       01  OUT-RECORD-AREA.
           05  OUT-KEY                    PIC X(15).
           05  OUT-CLASS                  PIC X(32).
           05  OUT-METHOD                 PIC X(32).
           05  OUT-RUN-DATE               PIC 9(08).
           05  OUT-RUN-ID                 PIC X(15).
           05  OUT-CHAIN-NO               PIC 9(02).
           05  OUT-CHAIN-STEP             PIC 9(02).
           05  OUT-CHAIN-STEPS            PIC 9(02).
           05  OUT-RECV-LENGTH            PIC 9(05).
           05  OUT-RECV-AREA              PIC X(4240).
      *
      ******************************************************************
      *  DELTA RECORD, AS WRITTEN BY TESTUR70'S 911-WRITE-DELTA,      *
      *  126-WRITE-DELTA-HEADER AND 963-WRITE-DELTA-TRAILER.  45      *
      *  BYTES PRECEDE THE AFTER IMAGE.                               *
      ******************************************************************
       01  DLTA-RECORD-AREA.
           05  DLTA-ACTION                PIC X(02).
               88  DLTA-ACTION-HEADER           VALUE 'HD'.
               88  DLTA-ACTION-ADD              VALUE 'AD'.
               88  DLTA-ACTION-UPDATE           VALUE 'UP'.
               88  DLTA-ACTION-DELETE           VALUE 'DL'.
               88  DLTA-ACTION-TRAILER          VALUE 'TR'.
           05  DLTA-KEY                   PIC X(15).
           05  DLTA-KEY-SEQ REDEFINES DLTA-KEY
                                          PIC 9(15).
           05  DLTA-RUN-DATE              PIC 9(08).
           05  DLTA-RUN-ID                PIC X(15).
           05  DLTA-IMAGE-LENGTH          PIC 9(05).
           05  DLTA-AFTER-IMAGE           PIC X(4240).
      *
      ******************************************************************
      *  EXTRACT HEADER/TRAILER WORK AREAS - BUILT APART FROM THE     *
      *  INPUT RECORD AREAS SO THE RECORD IN HAND IS NEVER DISTURBED. *
      ******************************************************************
       01  XOUT-RECORD-AREA.
           05  XOUT-KEY                   PIC X(15).
           05  XOUT-CLASS                 PIC X(32).
           05  XOUT-METHOD                PIC X(32).
           05  XOUT-RUN-DATE              PIC 9(08).
           05  XOUT-RUN-ID                PIC X(15).
           05  XOUT-CHAIN-NO              PIC 9(02).
           05  XOUT-CHAIN-STEP            PIC 9(02).
           05  XOUT-CHAIN-STEPS           PIC 9(02).
           05  XOUT-RECV-LENGTH           PIC 9(05).
           05  XOUT-RECV-AREA             PIC X(80).
      *
       01  XDLT-RECORD-AREA.
           05  XDLT-ACTION                PIC X(02).
           05  XDLT-KEY                   PIC X(15).
           05  XDLT-RUN-DATE              PIC 9(08).
           05  XDLT-RUN-ID                PIC X(15).
           05  XDLT-IMAGE-LENGTH          PIC 9(05).
           05  XDLT-AFTER-IMAGE           PIC X(80).
      *
      ******************************************************************
      *  D001 IS READ BY KEY ONLY FOR ITS TWO-BYTE RECORD TYPE.       *
      ******************************************************************
       01  D001-RECORD-AREA.
           05  D001-RECORD-TYPE           PIC X(02).
           05  FILLER                     PIC X(4238).
      *
      ******************************************************************
      *  THE RUN BEING DISTRIBUTED - TAKEN FROM THE DELTA HEADER, OR  *
      *  FROM THE FIRST UR70OUT RECORD WHEN THERE IS NO DELTA FILE.   *
      *  BOTH INPUTS MUST COME FROM THE SAME RUN.                     *
      ******************************************************************
       01  WS-DIST-RUN-ID           PIC X(15) VALUE SPACES.
       01  WS-DIST-RUN-DATE         PIC 9(08) VALUE ZEROES.
       01  WS-DIST-GEN-SEQ          PIC X(15) VALUE SPACES.
      *
       01  WS-OUT-ANCHOR            USAGE IS POINTER.
       01  WS-DLTA-ANCHOR           USAGE IS POINTER.
       01  WS-D001-ANCHOR           USAGE IS POINTER.
      *
       01  WS-ROUT-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-ROUT-FILE-OPEN           VALUE 'Y'.
       01  WS-ROUT-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-ROUT-AT-END              VALUE 'Y'.
       01  WS-OUT-OPEN-SW           PIC X(01) VALUE 'N'.
           88  WS-OUT-FILE-OPEN            VALUE 'Y'.
       01  WS-OUT-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-OUT-AT-END               VALUE 'Y'.
       01  WS-DLTA-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-DLTA-FILE-OPEN           VALUE 'Y'.
       01  WS-DLTA-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-DLTA-AT-END              VALUE 'Y'.
       01  WS-D001-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-D001-FILE-OPEN           VALUE 'Y'.
      *
      *  SET WHEN AN ACCEPTED CARD USES THE SOURCE, OR WHEN AN O CARD
      *  NAMES RECORD TYPES (WHICH MEANS D001 LOOKUPS).
       01  WS-OUT-ROUTED-SW         PIC X(01) VALUE 'N'.
           88  WS-OUT-ROUTED               VALUE 'Y'.
       01  WS-DLTA-ROUTED-SW        PIC X(01) VALUE 'N'.
           88  WS-DLTA-ROUTED              VALUE 'Y'.
       01  WS-TYPE-LOOKUP-SW        PIC X(01) VALUE 'N'.
           88  WS-TYPE-LOOKUP-NEEDED       VALUE 'Y'.
      *
       01  WS-RUN-MISMATCH-SW       PIC X(01) VALUE 'N'.
           88  WS-RUN-MISMATCH             VALUE 'Y'.
      *
      *  THE CARD IN HAND - WHY IT WAS REJECTED, IF IT WAS.
       01  WS-CARD-NO               PIC S9(4) COMP VALUE ZEROES.
       01  WS-CARD-NO-EDIT          PIC ZZZ9.
       01  WS-CARD-REASON           PIC X(50) VALUE SPACES.
       01  WS-CARDS-REJECTED        PIC S9(9) COMP VALUE ZEROES.
       01  WS-TYPES-LISTED-SW       PIC X(01) VALUE 'N'.
       01  WS-ACTIONS-LISTED-SW     PIC X(01) VALUE 'N'.
       01  WS-ACTION-BAD-SW         PIC X(01) VALUE 'N'.
      *
      *  THE INPUT RECORD IN HAND AND ITS MATCH STATE.
       01  WS-INPUT-REC-NO          PIC S9(9) COMP VALUE ZEROES.
       01  WS-REC-KEY               PIC X(15) VALUE SPACES.
       01  WS-REC-TYPE              PIC X(02) VALUE SPACES.
       01  WS-REC-TYPE-SW           PIC X(01) VALUE 'N'.
           88  WS-REC-TYPE-KNOWN           VALUE 'K'.
           88  WS-REC-TYPE-UNKNOWN         VALUE 'U'.
           88  WS-REC-TYPE-NONE            VALUE 'N'.
       01  WS-REC-ROUTED-SW         PIC X(01) VALUE 'N'.
           88  WS-REC-ROUTED               VALUE 'Y'.
       01  WS-REC-TYPE-MISS-SW      PIC X(01) VALUE 'N'.
           88  WS-REC-TYPE-MISSED          VALUE 'Y'.
       01  WS-CARD-MATCH-SW         PIC X(01) VALUE 'N'.
           88  WS-CARD-MATCHES             VALUE 'Y'.
       01  WS-LIST-MATCH-SW         PIC X(01) VALUE 'N'.
           88  WS-LIST-MATCHES             VALUE 'Y'.
       01  WS-WRITE-LENGTH          PIC S9(4) COMP VALUE ZEROES.
      *
      *  THE D001 KEY LAST LOOKED UP - CONSECUTIVE UR70OUT RECORDS FOR
      *  ONE KEY (ONE PER DRIVER ENTRY) SHARE A SINGLE READ.
       01  WS-LOOKUP-KEY            PIC X(15) VALUE LOW-VALUES.
       01  WS-LOOKUP-TYPE           PIC X(02) VALUE SPACES.
       01  WS-LOOKUP-SW             PIC X(01) VALUE 'N'.
      *
      *  INPUT BALANCING - WHAT WAS READ AGAINST WHAT THE TRAILER SAYS.
       01  WS-OUT-RECORDS-READ      PIC S9(9) COMP VALUE ZEROES.
       01  WS-OUT-HASH-TOTAL        PIC 9(15)      VALUE ZEROES.
       01  WS-OUT-TRLR-SW           PIC X(01) VALUE 'N'.
           88  WS-OUT-TRLR-SEEN            VALUE 'Y'.
       01  WS-OUT-UNROUTED          PIC S9(9) COMP VALUE ZEROES.
       01  WS-OUT-TYPE-MISSING      PIC S9(9) COMP VALUE ZEROES.
       01  WS-DLTA-RECORDS-READ     PIC S9(9) COMP VALUE ZEROES.
       01  WS-DLTA-HASH-TOTAL       PIC 9(15)      VALUE ZEROES.
       01  WS-DLTA-TRLR-SW          PIC X(01) VALUE 'N'.
           88  WS-DLTA-TRLR-SEEN           VALUE 'Y'.
       01  WS-DLTA-UNROUTED         PIC S9(9) COMP VALUE ZEROES.
       01  WS-DLTA-HEADERS          PIC S9(9) COMP VALUE ZEROES.
       01  WS-HASH-WORK             PIC 9(15)      VALUE ZEROES.
       01  WS-TRLR-COUNT-NUM        PIC 9(09)      VALUE ZEROES.
       01  WS-TRLR-HASH-NUM         PIC 9(15)      VALUE ZEROES.
       01  WS-TRLR-COUNT-EDIT       PIC 9(09)      VALUE ZEROES.
       01  WS-TRLR-HASH-EDIT        PIC 9(15)      VALUE ZEROES.
       01  WS-DLTA-SEQ-EDIT         PIC 9(15)      VALUE ZEROES.
      *
       01  WS-CONSUMER-TOTAL        PIC S9(9) COMP VALUE ZEROES.
       01  WS-CONSUMER-FIRST-SW     PIC X(01) VALUE 'N'.
           88  WS-CONSUMER-FIRST           VALUE 'Y'.
      *
       01  WS-RETURN-CD             PIC S9(4) COMP VALUE ZEROES.
      *
      ******************************************************************
      *  DISTRIBUTION REPORT - DD DISTRPT.  A MISSING DD IS NOT FATAL *
      *  - THE REPORT SIMPLY STAYS ON THE DISPLAY LOG.                *
      ******************************************************************
       01  WS-RPT-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-RPT-FILE-OPEN            VALUE 'Y'.
      *
       01  RPT-RECORD-AREA.
           05  RPT-LINE                  PIC X(132).
      *
       01  WS-RPT-NUM-EDIT           PIC -(8)9.
       01  WS-RPT-HASH-EDIT          PIC Z(14)9.
      *
      *  THE TP90 RETURN CODE/KEY/ANCHOR OF THE FILE IN FLIGHT MUST
      *  SURVIVE THE NESTED REPORT-LINE WRITES MADE MID-READ.
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
           DISPLAY 'UR70DIST STARTING'
      *
           PERFORM 110-OPEN-REPORT        THRU 110-EXIT
      *
           PERFORM 100-LOAD-ROUTING       THRU 100-EXIT
      *
           IF EXTR-COUNT > ZEROES
              PERFORM 200-OPEN-INPUTS     THRU 200-EXIT
           END-IF
      *
           IF EXTR-COUNT > ZEROES
              AND NOT WS-RUN-MISMATCH
              PERFORM 300-OPEN-EXTRACTS   THRU 300-EXIT
              PERFORM 400-ROUTE-OUTPUT    THRU 400-EXIT
              PERFORM 500-ROUTE-DELTAS    THRU 500-EXIT
              PERFORM 600-CLOSE-EXTRACTS  THRU 600-EXIT
           END-IF
      *
           PERFORM 650-CLOSE-INPUTS       THRU 650-EXIT
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
      * LOAD THE ROUTING CARDS FROM DD UR70ROUT.  EACH CARD IS LISTED *
      * ON THE REPORT AS ACCEPTED OR REJECTED WITH ITS REASON; A      *
      * REJECTED CARD ROUTES NOTHING.  WITH NO ACCEPTED CARD THERE IS *
      * NOTHING TO DISTRIBUTE.                                        *
      ******************************************************************
       100-LOAD-ROUTING.

           MOVE SPACES                    TO RPT-LINE
           MOVE 'UR70DIST PER-CONSUMER DISTRIBUTION REPORT'
                                          TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE SPACES                    TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE 'ROUTING CARDS'           TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE ALL '-'                   TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           SET  TP90-ANCHOR               TO NULL
           MOVE 'UR70ROUT'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-OPEN        TO TP90-FUNCTION-CODE
           MOVE GVBTP90-VALUE-SEQUENTIAL  TO TP90-FILE-TYPE
           MOVE GVBTP90-VALUE-INPUT       TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE SPACES                    TO TP90-RECORD-KEY

           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 ROUT-RECORD-AREA,
                                 TP90-RECORD-KEY

           IF TP90-RETURN-CODE NOT = GVBTP90-VALUE-SUCCESSFUL
              SET  TP90-ANCHOR            TO NULL
              MOVE SPACES                 TO RPT-LINE
              MOVE 'UR70ROUT NOT AVAILABLE - NOTHING TO DISTRIBUTE'
                                          TO RPT-LINE
              PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
              MOVE +8                     TO WS-RETURN-CD
              GO TO 100-EXIT
           END-IF

           MOVE 'Y'                       TO WS-ROUT-OPEN-SW
           MOVE 'N'                       TO WS-ROUT-EOF-SW
           PERFORM 105-READ-ROUTING-CARD  THRU 105-EXIT
           PERFORM 120-LOAD-ONE-CARD      THRU 120-EXIT
              UNTIL WS-ROUT-AT-END

           MOVE 'UR70ROUT'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-CLOSE       TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 ROUT-RECORD-AREA,
                                 TP90-RECORD-KEY
           SET  TP90-ANCHOR               TO NULL
           MOVE 'N'                       TO WS-ROUT-OPEN-SW

           IF WS-CARDS-REJECTED > ZEROES
              AND WS-RETURN-CD < +4
              MOVE +4                     TO WS-RETURN-CD
           END-IF

           IF EXTR-COUNT = ZEROES
              MOVE SPACES                 TO RPT-LINE
              MOVE 'NO ACCEPTED ROUTING CARD - NOTHING TO DISTRIBUTE'
                                          TO RPT-LINE
              PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
              MOVE +8                     TO WS-RETURN-CD
           END-IF

           .
       100-EXIT.
           EXIT.

      ******************************************************************
      * READ THE NEXT ROUTING CARD, CLEARED FIRST SO A SHORT CARD     *
      * LEAVES THE TRAILING FIELDS AS SPACES.                         *
      ******************************************************************
       105-READ-ROUTING-CARD.

           MOVE SPACES                    TO ROUT-RECORD-AREA
           MOVE 'UR70ROUT'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-READ        TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 ROUT-RECORD-AREA,
                                 TP90-RECORD-KEY

           IF TP90-RETURN-CODE = GVBTP90-VALUE-SUCCESSFUL
              ADD  1                      TO WS-CARD-NO
           ELSE
              MOVE 'Y'                    TO WS-ROUT-EOF-SW
              IF TP90-RETURN-CODE NOT = GVBTP90-VALUE-END-OF-FILE
                 DISPLAY 'UR70ROUT READ FAILED, RET CD = '
                         TP90-RETURN-CODE
                 MOVE +8                  TO WS-RETURN-CD
              END-IF
           END-IF

           .
       105-EXIT.
           EXIT.

       110-OPEN-REPORT.

           SET  TP90-ANCHOR               TO NULL
           MOVE 'DISTRPT '                TO TP90-DDNAME
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
              DISPLAY 'DISTRPT NOT AVAILABLE, REPORT NOT WRITTEN '
                      'TO A DD'
           END-IF

           .
       110-EXIT.
           EXIT.

      ******************************************************************
      * EDIT ONE ROUTING CARD.  THE FIRST FAULT FOUND REJECTS IT      *
      * (GO TO 120-REJECT); A CLEAN CARD IS ADDED TO THE ROUTING      *
      * TABLE AND BOUND TO ITS EXTRACT, WHICH IS ADDED ON FIRST USE.  *
      ******************************************************************
       120-LOAD-ONE-CARD.

           MOVE WS-CARD-NO                TO WS-CARD-NO-EDIT

           IF ROUT-RECORD-AREA = SPACES
              GO TO 120-READ-NEXT
           END-IF

           IF ROUT-CONSUMER = SPACES
              OR ROUT-DDNAME = SPACES
              MOVE 'CONSUMER (COLS 1-8) OR DDNAME (COLS 9-16) BLANK'
                                          TO WS-CARD-REASON
              GO TO 120-REJECT
           END-IF

           IF ROUT-DDNAME = 'UR70ROUT'
              OR ROUT-DDNAME = 'UR70OUT '
              OR ROUT-DDNAME = 'D001DLTA'
              OR ROUT-DDNAME = 'D001    '
              OR ROUT-DDNAME = 'DISTRPT '
              MOVE 'DDNAME IS ONE OF THIS PROGRAM''S OWN FILES'
                                          TO WS-CARD-REASON
              GO TO 120-REJECT
           END-IF

           IF NOT ROUT-SOURCE-OUTPUT
              AND NOT ROUT-SOURCE-DELTA
              MOVE 'SOURCE (COL 17) NOT O OR D'
                                          TO WS-CARD-REASON
              GO TO 120-REJECT
           END-IF

           IF ROUT-SOURCE-DELTA
              AND (ROUT-CLASS NOT = SPACES
              OR ROUT-METHOD NOT = SPACES)
              MOVE 'CLASS/METHOD (COLS 28-91) ON A D001DLTA CARD'
                                          TO WS-CARD-REASON
              GO TO 120-REJECT
           END-IF

           MOVE 'N'                       TO WS-ACTIONS-LISTED-SW
           MOVE 'N'                       TO WS-ACTION-BAD-SW
           PERFORM 125-EDIT-ONE-ACTION    THRU 125-EXIT
              VARYING WS-TYPE-SUB FROM 1 BY 1
                UNTIL WS-TYPE-SUB > 4

           IF ROUT-SOURCE-OUTPUT
              AND WS-ACTIONS-LISTED-SW = 'Y'
              MOVE 'ACTION CODES (COLS 92-99) ON A UR70OUT CARD'
                                          TO WS-CARD-REASON
              GO TO 120-REJECT
           END-IF

           IF WS-ACTION-BAD-SW = 'Y'
              MOVE 'ACTION CODE (COLS 92-99) NOT AD, UP OR DL'
                                          TO WS-CARD-REASON
              GO TO 120-REJECT
           END-IF

           IF ROUT-KEY-LOW NOT = SPACES
              AND ROUT-KEY-HIGH NOT = SPACES
              AND ROUT-KEY-LOW > ROUT-KEY-HIGH
              MOVE 'LOW KEY (COLS 100-114) ABOVE HIGH KEY'
                                          TO WS-CARD-REASON
              GO TO 120-REJECT
           END-IF

           IF ROUT-CARD-COUNT NOT < ROUT-MAX-ENTRIES
              MOVE 'PAST THE 50-CARD ROUTING TABLE'
                                          TO WS-CARD-REASON
              GO TO 120-REJECT
           END-IF

      *  FIND THE CARD'S EXTRACT, OR ADD IT.  A DD ALREADY BOUND TO
      *  ANOTHER CONSUMER OR THE OTHER SOURCE CANNOT TAKE THIS CARD -
      *  AN EXTRACT CARRIES ONE RECORD LAYOUT FOR ONE TEAM.
           MOVE +0                        TO EXTR-SUB
           PERFORM 130-FIND-EXTRACT       THRU 130-EXIT
              VARYING WS-FIND-SUB FROM 1 BY 1
                UNTIL WS-FIND-SUB > EXTR-COUNT
                   OR EXTR-SUB > ZEROES

           IF EXTR-SUB > ZEROES
              IF EXTR-T-CONSUMER(EXTR-SUB) NOT = ROUT-CONSUMER
                 MOVE 'DD ALREADY ROUTED TO ANOTHER CONSUMER'
                                          TO WS-CARD-REASON
                 GO TO 120-REJECT
              END-IF
              IF EXTR-T-SOURCE(EXTR-SUB) NOT = ROUT-SOURCE
                 MOVE 'DD ALREADY CARRIES THE OTHER SOURCE'
                                          TO WS-CARD-REASON
                 GO TO 120-REJECT
              END-IF
           ELSE
              IF EXTR-COUNT NOT < EXTR-MAX-ENTRIES
                 MOVE 'PAST THE 20-DD EXTRACT TABLE'
                                          TO WS-CARD-REASON
                 GO TO 120-REJECT
              END-IF
              ADD  1                      TO EXTR-COUNT
              MOVE EXTR-COUNT             TO EXTR-SUB
              MOVE ROUT-DDNAME            TO EXTR-T-DDNAME(EXTR-SUB)
              MOVE ROUT-CONSUMER          TO EXTR-T-CONSUMER(EXTR-SUB)
              MOVE ROUT-SOURCE            TO EXTR-T-SOURCE(EXTR-SUB)
              SET  EXTR-T-ANCHOR(EXTR-SUB) TO NULL
              MOVE 'N'                    TO EXTR-T-OPEN-SW(EXTR-SUB)
              MOVE 'N'                    TO EXTR-T-FAILED-SW(EXTR-SUB)
              MOVE +0                     TO EXTR-T-LAST-REC(EXTR-SUB)
              MOVE +0                 TO EXTR-T-RECORD-COUNT(EXTR-SUB)
              MOVE ZEROES             TO EXTR-T-HASH-TOTAL(EXTR-SUB)
           END-IF

           ADD  1                         TO ROUT-CARD-COUNT
           MOVE ROUT-CARD-COUNT           TO ROUT-SUB
           MOVE ROUT-SOURCE               TO ROUT-T-SOURCE(ROUT-SUB)
           MOVE ROUT-CLASS                TO ROUT-T-CLASS(ROUT-SUB)
           MOVE ROUT-METHOD               TO ROUT-T-METHOD(ROUT-SUB)
           MOVE EXTR-SUB                  TO ROUT-T-EXTR-SUB(ROUT-SUB)
           MOVE WS-ACTIONS-LISTED-SW
                              TO ROUT-T-ACTION-LISTED-SW(ROUT-SUB)
           PERFORM 126-STORE-ONE-ACTION   THRU 126-EXIT
              VARYING WS-TYPE-SUB FROM 1 BY 1
                UNTIL WS-TYPE-SUB > 4
           MOVE 'N'                       TO WS-TYPES-LISTED-SW
           PERFORM 127-STORE-ONE-TYPE     THRU 127-EXIT
              VARYING WS-TYPE-SUB FROM 1 BY 1
                UNTIL WS-TYPE-SUB > 5
           MOVE WS-TYPES-LISTED-SW
                              TO ROUT-T-TYPE-LISTED-SW(ROUT-SUB)

           IF ROUT-KEY-LOW = SPACES
              MOVE LOW-VALUES             TO ROUT-T-KEY-LOW(ROUT-SUB)
           ELSE
              MOVE ROUT-KEY-LOW           TO ROUT-T-KEY-LOW(ROUT-SUB)
           END-IF
           IF ROUT-KEY-HIGH = SPACES
              MOVE HIGH-VALUES            TO ROUT-T-KEY-HIGH(ROUT-SUB)
           ELSE
              MOVE ROUT-KEY-HIGH          TO ROUT-T-KEY-HIGH(ROUT-SUB)
           END-IF

           IF ROUT-SOURCE-OUTPUT
              MOVE 'Y'                    TO WS-OUT-ROUTED-SW
              IF WS-TYPES-LISTED-SW = 'Y'
                 MOVE 'Y'                 TO WS-TYPE-LOOKUP-SW
              END-IF
           ELSE
              MOVE 'Y'                    TO WS-DLTA-ROUTED-SW
           END-IF

           MOVE SPACES                    TO RPT-LINE
           STRING '  CARD ' WS-CARD-NO-EDIT
                  ' ACCEPTED  CONSUMER=' ROUT-CONSUMER
                  ' DD=' ROUT-DDNAME
                  ' SOURCE=' ROUT-SOURCE
                  ' TYPES=' ROUT-RECORD-AREA(18:10)
                  ' ACTIONS=' ROUT-RECORD-AREA(92:8)
                  ' KEYS=' ROUT-KEY-LOW '-' ROUT-KEY-HIGH
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           IF ROUT-CLASS NOT = SPACES
              OR ROUT-METHOD NOT = SPACES
              MOVE SPACES                 TO RPT-LINE
              STRING '              CLASS=' ROUT-CLASS
                     ' METHOD=' ROUT-METHOD
                     DELIMITED BY SIZE   INTO RPT-LINE
              PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
           END-IF
           GO TO 120-READ-NEXT

           .
       120-REJECT.

           ADD  1                         TO WS-CARDS-REJECTED
           MOVE SPACES                    TO RPT-LINE
           STRING '  CARD ' WS-CARD-NO-EDIT
                  ' REJECTED  CONSUMER=' ROUT-CONSUMER
                  ' DD=' ROUT-DDNAME
                  ' - ' WS-CARD-REASON
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           .
       120-READ-NEXT.

           PERFORM 105-READ-ROUTING-CARD  THRU 105-EXIT

           .
       120-EXIT.
           EXIT.

       125-EDIT-ONE-ACTION.

           IF ROUT-ACTION(WS-TYPE-SUB) NOT = SPACES
              MOVE 'Y'                    TO WS-ACTIONS-LISTED-SW
              IF ROUT-ACTION(WS-TYPE-SUB) NOT = 'AD'
                 AND ROUT-ACTION(WS-TYPE-SUB) NOT = 'UP'
                 AND ROUT-ACTION(WS-TYPE-SUB) NOT = 'DL'
                 MOVE 'Y'                 TO WS-ACTION-BAD-SW
              END-IF
           END-IF

           .
       125-EXIT.
           EXIT.

       126-STORE-ONE-ACTION.

           MOVE ROUT-ACTION(WS-TYPE-SUB)
              TO ROUT-T-ACTION(ROUT-SUB, WS-TYPE-SUB)

           .
       126-EXIT.
           EXIT.

       127-STORE-ONE-TYPE.

           MOVE ROUT-TYPE(WS-TYPE-SUB)
              TO ROUT-T-TYPE(ROUT-SUB, WS-TYPE-SUB)
           IF ROUT-TYPE(WS-TYPE-SUB) NOT = SPACES
              MOVE 'Y'                    TO WS-TYPES-LISTED-SW
           END-IF

           .
       127-EXIT.
           EXIT.

       130-FIND-EXTRACT.

           IF EXTR-T-DDNAME(WS-FIND-SUB) = ROUT-DDNAME
              MOVE WS-FIND-SUB            TO EXTR-SUB
           END-IF

           .
       130-EXIT.
           EXIT.

      ******************************************************************
      * OPEN THE INPUTS THE ACCEPTED CARDS USE, READ THE FIRST RECORD *
      * OF EACH, AND SETTLE WHICH RUN IS BEING DISTRIBUTED.  THE      *
      * DELTA HEADER NAMES THE RUN; THE FIRST UR70OUT RECORD MUST     *
      * NAME THE SAME ONE, OR THE EXTRACTS WOULD MIX TWO NIGHTS.      *
      ******************************************************************
       200-OPEN-INPUTS.

           MOVE 'Y'                       TO WS-OUT-EOF-SW
           MOVE 'Y'                       TO WS-DLTA-EOF-SW

           IF WS-DLTA-ROUTED
              SET  TP90-ANCHOR            TO NULL
              MOVE 'D001DLTA'             TO TP90-DDNAME
              MOVE GVBTP90-VALUE-OPEN     TO TP90-FUNCTION-CODE
              MOVE GVBTP90-VALUE-GDG      TO TP90-FILE-TYPE
              MOVE GVBTP90-VALUE-INPUT    TO TP90-FILE-MODE
              MOVE SPACES                 TO TP90-RETURN-CODE
              MOVE SPACES                 TO TP90-RECORD-KEY
              CALL GVBTP90 USING TP90-PARAMETER-AREA,
                                 DLTA-RECORD-AREA,
                                 TP90-RECORD-KEY
              IF TP90-RETURN-CODE = GVBTP90-VALUE-SUCCESSFUL
                 SET  WS-DLTA-ANCHOR      TO TP90-ANCHOR
                 MOVE 'Y'                 TO WS-DLTA-OPEN-SW
                 MOVE 'N'                 TO WS-DLTA-EOF-SW
                 PERFORM 220-READ-DELTA   THRU 220-EXIT
              ELSE
                 SET  TP90-ANCHOR         TO NULL
                 MOVE SPACES              TO RPT-LINE
                 MOVE 'D001DLTA NOT AVAILABLE - DELTA EXTRACTS NOT '
                                          TO RPT-LINE
                 MOVE 'WRITTEN'           TO RPT-LINE(45:7)
                 PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
                 MOVE +8                  TO WS-RETURN-CD
              END-IF
           END-IF

           IF WS-OUT-ROUTED
              SET  TP90-ANCHOR            TO NULL
              MOVE 'UR70OUT '             TO TP90-DDNAME
              MOVE GVBTP90-VALUE-OPEN     TO TP90-FUNCTION-CODE
              MOVE GVBTP90-VALUE-GDG      TO TP90-FILE-TYPE
              MOVE GVBTP90-VALUE-INPUT    TO TP90-FILE-MODE
              MOVE SPACES                 TO TP90-RETURN-CODE
              MOVE SPACES                 TO TP90-RECORD-KEY
              CALL GVBTP90 USING TP90-PARAMETER-AREA,
                                 OUT-RECORD-AREA,
                                 TP90-RECORD-KEY
              IF TP90-RETURN-CODE = GVBTP90-VALUE-SUCCESSFUL
                 SET  WS-OUT-ANCHOR       TO TP90-ANCHOR
                 MOVE 'Y'                 TO WS-OUT-OPEN-SW
                 MOVE 'N'                 TO WS-OUT-EOF-SW
                 PERFORM 210-READ-OUTPUT  THRU 210-EXIT
              ELSE
                 SET  TP90-ANCHOR         TO NULL
                 MOVE SPACES              TO RPT-LINE
                 MOVE 'UR70OUT NOT AVAILABLE - UR70OUT EXTRACTS NOT '
                                          TO RPT-LINE
                 MOVE 'WRITTEN'           TO RPT-LINE(47:7)
                 PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
                 MOVE +8                  TO WS-RETURN-CD
              END-IF
           END-IF

      *  THE RUN BEING DISTRIBUTED.  A DELTA GENERATION ALWAYS OPENS
      *  WITH ITS HEADER; UR70OUT CARRIES THE RUN ON EVERY RECORD.
           IF WS-DLTA-FILE-OPEN
              AND NOT WS-DLTA-AT-END
              MOVE DLTA-RUN-ID            TO WS-DIST-RUN-ID
              MOVE DLTA-RUN-DATE          TO WS-DIST-RUN-DATE
              IF DLTA-ACTION-HEADER
                 MOVE DLTA-KEY            TO WS-DIST-GEN-SEQ
              END-IF
           END-IF

           IF WS-OUT-FILE-OPEN
              AND NOT WS-OUT-AT-END
              IF WS-DIST-RUN-ID = SPACES
                 MOVE OUT-RUN-ID          TO WS-DIST-RUN-ID
                 MOVE OUT-RUN-DATE        TO WS-DIST-RUN-DATE
              ELSE
                 IF OUT-RUN-ID NOT = WS-DIST-RUN-ID
                    MOVE 'Y'              TO WS-RUN-MISMATCH-SW
                 END-IF
              END-IF
           END-IF

           MOVE SPACES                    TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'RUN ID ' WS-DIST-RUN-ID
                  '  RUN DATE ' WS-DIST-RUN-DATE
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           IF WS-RUN-MISMATCH
              MOVE SPACES                 TO RPT-LINE
              STRING 'UR70OUT IS FROM RUN ' OUT-RUN-ID
                     ' BUT D001DLTA IS FROM RUN ' WS-DIST-RUN-ID
                     ' - NOTHING DISTRIBUTED'
                     DELIMITED BY SIZE   INTO RPT-LINE
              PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
              MOVE +8                     TO WS-RETURN-CD
              GO TO 200-EXIT
           END-IF

           IF WS-TYPE-LOOKUP-NEEDED
              AND WS-OUT-FILE-OPEN
              SET  TP90-ANCHOR            TO NULL
              MOVE 'D001    '             TO TP90-DDNAME
              MOVE GVBTP90-VALUE-OPEN     TO TP90-FUNCTION-CODE
              MOVE GVBTP90-VALUE-VSAM     TO TP90-FILE-TYPE
              MOVE GVBTP90-VALUE-INPUT    TO TP90-FILE-MODE
              MOVE SPACES                 TO TP90-RETURN-CODE
              MOVE +0                     TO TP90-VSAM-RETURN-CODE
              MOVE +0                     TO TP90-RECORD-LENGTH
              MOVE SPACES                 TO TP90-RECFM
              MOVE SPACES                 TO TP90-RECORD-KEY
              CALL GVBTP90 USING TP90-PARAMETER-AREA,
                                 D001-RECORD-AREA,
                                 TP90-RECORD-KEY
              IF TP90-RETURN-CODE = GVBTP90-VALUE-SUCCESSFUL
                 SET  WS-D001-ANCHOR      TO TP90-ANCHOR
                 MOVE 'Y'                 TO WS-D001-OPEN-SW
              ELSE
                 SET  TP90-ANCHOR         TO NULL
                 MOVE SPACES              TO RPT-LINE
                 STRING 'D001 NOT AVAILABLE - UR70OUT RECORDS MATCH '
                        'NO CARD THAT NAMES RECORD TYPES'
                        DELIMITED BY SIZE INTO RPT-LINE
                 PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
                 MOVE +8                  TO WS-RETURN-CD
              END-IF
           END-IF

           .
       200-EXIT.
           EXIT.

      ******************************************************************
      * READ THE NEXT UR70OUT RECORD.                                 *
      ******************************************************************
       210-READ-OUTPUT.

           SET  TP90-ANCHOR               TO WS-OUT-ANCHOR
           MOVE 'UR70OUT '                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-READ        TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 OUT-RECORD-AREA,
                                 TP90-RECORD-KEY
           SET  WS-OUT-ANCHOR             TO TP90-ANCHOR

           EVALUATE TP90-RETURN-CODE
              WHEN GVBTP90-VALUE-SUCCESSFUL
                 CONTINUE
              WHEN GVBTP90-VALUE-END-OF-FILE
                 MOVE 'Y'                 TO WS-OUT-EOF-SW
              WHEN OTHER
                 MOVE 'Y'                 TO WS-OUT-EOF-SW
                 MOVE SPACES              TO RPT-LINE
                 STRING 'UR70OUT READ FAILED, RET CD = '
                        TP90-RETURN-CODE
                        ' - LATER RECORDS NOT DISTRIBUTED'
                        DELIMITED BY SIZE INTO RPT-LINE
                 PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
                 MOVE +8                  TO WS-RETURN-CD
           END-EVALUATE

           .
       210-EXIT.
           EXIT.

      ******************************************************************
      * READ THE NEXT D001DLTA RECORD.                                *
      ******************************************************************
       220-READ-DELTA.

           SET  TP90-ANCHOR               TO WS-DLTA-ANCHOR
           MOVE 'D001DLTA'                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-READ        TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 DLTA-RECORD-AREA,
                                 TP90-RECORD-KEY
           SET  WS-DLTA-ANCHOR            TO TP90-ANCHOR

           EVALUATE TP90-RETURN-CODE
              WHEN GVBTP90-VALUE-SUCCESSFUL
                 CONTINUE
              WHEN GVBTP90-VALUE-END-OF-FILE
                 MOVE 'Y'                 TO WS-DLTA-EOF-SW
              WHEN OTHER
                 MOVE 'Y'                 TO WS-DLTA-EOF-SW
                 MOVE SPACES              TO RPT-LINE
                 STRING 'D001DLTA READ FAILED, RET CD = '
                        TP90-RETURN-CODE
                        ' - LATER RECORDS NOT DISTRIBUTED'
                        DELIMITED BY SIZE INTO RPT-LINE
                 PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
                 MOVE +8                  TO WS-RETURN-CD
           END-EVALUATE

           .
       220-EXIT.
           EXIT.

      ******************************************************************
      * OPEN EVERY EXTRACT WHOSE INPUT IS AVAILABLE AND WRITE ITS     *
      * HEADER.  AN EXTRACT WHOSE INPUT IS MISSING IS NOT OPENED, SO  *
      * THE CONSUMER RECEIVES NO GENERATION RATHER THAN AN EMPTY ONE  *
      * THAT WOULD BALANCE TO ZERO.                                   *
      ******************************************************************
       300-OPEN-EXTRACTS.

           PERFORM 305-OPEN-ONE-EXTRACT   THRU 305-EXIT
              VARYING EXTR-SUB FROM 1 BY 1
                UNTIL EXTR-SUB > EXTR-COUNT

           .
       300-EXIT.
           EXIT.

       305-OPEN-ONE-EXTRACT.

           IF (EXTR-T-SOURCE-OUTPUT(EXTR-SUB)
              AND NOT WS-OUT-FILE-OPEN)
              OR (EXTR-T-SOURCE-DELTA(EXTR-SUB)
              AND NOT WS-DLTA-FILE-OPEN)
              MOVE 'Y'                    TO EXTR-T-FAILED-SW(EXTR-SUB)
              GO TO 305-EXIT
           END-IF

           SET  TP90-ANCHOR               TO NULL
           MOVE EXTR-T-DDNAME(EXTR-SUB)   TO TP90-DDNAME
           MOVE GVBTP90-VALUE-OPEN        TO TP90-FUNCTION-CODE
           MOVE GVBTP90-VALUE-GDG         TO TP90-FILE-TYPE
           MOVE GVBTP90-VALUE-EXTEND      TO TP90-FILE-MODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE SPACES                    TO TP90-RECORD-KEY

           IF EXTR-T-SOURCE-OUTPUT(EXTR-SUB)
              CALL GVBTP90 USING TP90-PARAMETER-AREA,
                                 XOUT-RECORD-AREA,
                                 TP90-RECORD-KEY
           ELSE
              CALL GVBTP90 USING TP90-PARAMETER-AREA,
                                 XDLT-RECORD-AREA,
                                 TP90-RECORD-KEY
           END-IF

           IF TP90-RETURN-CODE NOT = GVBTP90-VALUE-SUCCESSFUL
              SET  TP90-ANCHOR            TO NULL
              MOVE 'Y'                    TO EXTR-T-FAILED-SW(EXTR-SUB)
              MOVE SPACES                 TO RPT-LINE
              STRING 'EXTRACT DD ' EXTR-T-DDNAME(EXTR-SUB)
                     ' FOR ' EXTR-T-CONSUMER(EXTR-SUB)
                     ' OPEN FAILED, RET CD = ' TP90-RETURN-CODE
                     DELIMITED BY SIZE   INTO RPT-LINE
              PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
              MOVE +8                     TO WS-RETURN-CD
              GO TO 305-EXIT
           END-IF

           SET  EXTR-T-ANCHOR(EXTR-SUB)   TO TP90-ANCHOR
           MOVE 'Y'                       TO EXTR-T-OPEN-SW(EXTR-SUB)

      *  THE HEADER.  A UR70OUT EXTRACT OPENS WITH 'UR70HEAD' IN THE
      *  KEY FIELD AND THE CONSUMER IN THE CLASS COLUMNS, MIRRORING
      *  THE 'UR70TRLR' TRAILER; A DELTA EXTRACT OPENS WITH AN 'HD'
      *  RECORD CARRYING THE GENERATION SEQUENCE, AS THE GENERATION
      *  ITSELF DOES, AND THE CONSUMER IN THE IMAGE TEXT.
           IF EXTR-T-SOURCE-OUTPUT(EXTR-SUB)
              MOVE 'UR70HEAD'             TO XOUT-KEY
              MOVE SPACES                 TO XOUT-CLASS
              STRING 'CONSUMER=' EXTR-T-CONSUMER(EXTR-SUB)
                     DELIMITED BY SIZE   INTO XOUT-CLASS
              MOVE SPACES                 TO XOUT-METHOD
              STRING 'DD=' EXTR-T-DDNAME(EXTR-SUB)
                     DELIMITED BY SIZE   INTO XOUT-METHOD
              MOVE WS-DIST-RUN-DATE       TO XOUT-RUN-DATE
              MOVE WS-DIST-RUN-ID         TO XOUT-RUN-ID
              MOVE ZEROES                 TO XOUT-CHAIN-NO
                                             XOUT-CHAIN-STEP
                                             XOUT-CHAIN-STEPS
              MOVE 80                     TO XOUT-RECV-LENGTH
              MOVE SPACES                 TO XOUT-RECV-AREA
              MOVE +193                   TO WS-WRITE-LENGTH
           ELSE
              MOVE 'HD'                   TO XDLT-ACTION
              MOVE WS-DIST-GEN-SEQ        TO XDLT-KEY
              MOVE WS-DIST-RUN-DATE       TO XDLT-RUN-DATE
              MOVE WS-DIST-RUN-ID         TO XDLT-RUN-ID
              MOVE 80                     TO XDLT-IMAGE-LENGTH
              MOVE SPACES                 TO XDLT-AFTER-IMAGE
              STRING 'CONSUMER=' EXTR-T-CONSUMER(EXTR-SUB)
                     ' DD=' EXTR-T-DDNAME(EXTR-SUB)
                     DELIMITED BY SIZE   INTO XDLT-AFTER-IMAGE
              MOVE +125                   TO WS-WRITE-LENGTH
           END-IF

           PERFORM 820-WRITE-CONTROL-RECORD THRU 820-EXIT

           .
       305-EXIT.
           EXIT.

      ******************************************************************
      * ROUTE EVERY UR70OUT RECORD, THEN BALANCE THE GENERATION       *
      * AGAINST ITS TRAILER.                                          *
      ******************************************************************
       400-ROUTE-OUTPUT.

           IF NOT WS-OUT-FILE-OPEN
              GO TO 400-EXIT
           END-IF

           PERFORM 410-ROUTE-ONE-OUTPUT   THRU 410-EXIT
              UNTIL WS-OUT-AT-END

           MOVE SPACES                    TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           IF WS-OUT-TRLR-SEEN
              MOVE SPACES                 TO RPT-LINE
              MOVE 'UR70OUT TRAILER BALANCED'
                                          TO RPT-LINE
              PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
           ELSE
              MOVE SPACES                 TO RPT-LINE
              STRING 'UR70OUT ENDED WITHOUT ITS TRAILER - POSSIBLE '
                     'TRUNCATED GENERATION'
                     DELIMITED BY SIZE   INTO RPT-LINE
              PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
              IF WS-RETURN-CD < +4
                 MOVE +4                  TO WS-RETURN-CD
              END-IF
           END-IF

           .
       400-EXIT.
           EXIT.

       410-ROUTE-ONE-OUTPUT.

           IF OUT-KEY = 'UR70TRLR'
              PERFORM 430-CHECK-OUT-TRAILER THRU 430-EXIT
              GO TO 410-READ-NEXT
           END-IF

           IF WS-OUT-TRLR-SEEN
              MOVE SPACES                 TO RPT-LINE
              STRING 'UR70OUT RECORD AFTER THE TRAILER, KEY='
                     OUT-KEY ' - LATER RECORDS NOT DISTRIBUTED'
                     DELIMITED BY SIZE   INTO RPT-LINE
              PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
              MOVE +8                     TO WS-RETURN-CD
              MOVE 'Y'                    TO WS-OUT-EOF-SW
              GO TO 410-EXIT
           END-IF

           ADD  1                         TO WS-OUT-RECORDS-READ
           ADD  1                         TO WS-INPUT-REC-NO
           IF OUT-KEY IS NUMERIC
              MOVE OUT-KEY                TO WS-HASH-WORK
              ADD  WS-HASH-WORK           TO WS-OUT-HASH-TOTAL
           END-IF

           IF OUT-RECV-LENGTH IS NOT NUMERIC
              OR OUT-RECV-LENGTH = ZEROES
              OR OUT-RECV-LENGTH > 4240
              MOVE 80                     TO OUT-RECV-LENGTH
           END-IF

           MOVE OUT-KEY                   TO WS-REC-KEY
           MOVE 'N'                       TO WS-REC-TYPE-SW
           MOVE 'N'                       TO WS-REC-ROUTED-SW
           MOVE 'N'                       TO WS-REC-TYPE-MISS-SW

           PERFORM 415-CHECK-OUT-CARD     THRU 415-EXIT
              VARYING ROUT-SUB FROM 1 BY 1
                UNTIL ROUT-SUB > ROUT-CARD-COUNT

           IF NOT WS-REC-ROUTED
              ADD  1                      TO WS-OUT-UNROUTED
           END-IF
           IF WS-REC-TYPE-MISSED
              ADD  1                      TO WS-OUT-TYPE-MISSING
           END-IF

           .
       410-READ-NEXT.

           PERFORM 210-READ-OUTPUT        THRU 210-EXIT

           .
       410-EXIT.
           EXIT.

      ******************************************************************
      * TEST ONE UR70OUT CARD AGAINST THE RECORD IN HAND AND WRITE    *
      * THE RECORD TO THE CARD'S EXTRACT WHEN IT MATCHES.  THE D001   *
      * LOOKUP IS MADE ONLY WHEN A CARD THAT GOT THIS FAR NAMES       *
      * RECORD TYPES.                                                 *
      ******************************************************************
       415-CHECK-OUT-CARD.

           IF ROUT-T-SOURCE(ROUT-SUB) NOT = 'O'
              GO TO 415-EXIT
           END-IF

           MOVE ROUT-T-EXTR-SUB(ROUT-SUB) TO EXTR-SUB
           IF NOT EXTR-T-OPEN(EXTR-SUB)
              OR EXTR-T-LAST-REC(EXTR-SUB) = WS-INPUT-REC-NO
              GO TO 415-EXIT
           END-IF

           IF ROUT-T-CLASS(ROUT-SUB) NOT = SPACES
              AND ROUT-T-CLASS(ROUT-SUB) NOT = OUT-CLASS
              GO TO 415-EXIT
           END-IF
           IF ROUT-T-METHOD(ROUT-SUB) NOT = SPACES
              AND ROUT-T-METHOD(ROUT-SUB) NOT = OUT-METHOD
              GO TO 415-EXIT
           END-IF
           IF WS-REC-KEY < ROUT-T-KEY-LOW(ROUT-SUB)
              OR WS-REC-KEY > ROUT-T-KEY-HIGH(ROUT-SUB)
              GO TO 415-EXIT
           END-IF

           IF ROUT-T-TYPE-LISTED(ROUT-SUB)
              IF WS-REC-TYPE-NONE
                 PERFORM 420-LOOKUP-TYPE  THRU 420-EXIT
              END-IF
              IF WS-REC-TYPE-UNKNOWN
                 MOVE 'Y'                 TO WS-REC-TYPE-MISS-SW
                 GO TO 415-EXIT
              END-IF
              PERFORM 440-CHECK-TYPE-LIST THRU 440-EXIT
              IF NOT WS-LIST-MATCHES
                 GO TO 415-EXIT
              END-IF
           END-IF

           COMPUTE WS-WRITE-LENGTH = 113 + OUT-RECV-LENGTH
           PERFORM 810-WRITE-DATA-RECORD  THRU 810-EXIT

           .
       415-EXIT.
           EXIT.

      ******************************************************************
      * LOOK UP THE RECORD TYPE OF THE UR70OUT RECORD IN HAND ON      *
      * D001.  THE LAST KEY LOOKED UP IS REMEMBERED, SINCE THE        *
      * RECORDS FOR ONE KEY ARRIVE TOGETHER.                          *
      ******************************************************************
       420-LOOKUP-TYPE.

           IF WS-REC-KEY = WS-LOOKUP-KEY
              GO TO 420-SET-TYPE
           END-IF

           MOVE WS-REC-KEY                TO WS-LOOKUP-KEY
           MOVE 'U'                       TO WS-LOOKUP-SW
           MOVE SPACES                    TO WS-LOOKUP-TYPE

           IF NOT WS-D001-FILE-OPEN
              GO TO 420-SET-TYPE
           END-IF

           SET  TP90-ANCHOR               TO WS-D001-ANCHOR
           MOVE 'D001    '                TO TP90-DDNAME
           MOVE GVBTP90-VALUE-READ        TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE +4240                     TO TP90-RECORD-LENGTH
           MOVE GVBTP90-VALUE-VARIABLE-LEN
                                          TO TP90-RECFM
           MOVE WS-REC-KEY                TO TP90-RECORD-KEY
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 D001-RECORD-AREA,
                                 TP90-RECORD-KEY
           SET  WS-D001-ANCHOR            TO TP90-ANCHOR

           EVALUATE TP90-RETURN-CODE
              WHEN GVBTP90-VALUE-SUCCESSFUL
                 MOVE 'K'                 TO WS-LOOKUP-SW
                 MOVE D001-RECORD-TYPE    TO WS-LOOKUP-TYPE
              WHEN GVBTP90-VALUE-NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'D001 READ FAILED, KEY = ' WS-REC-KEY
                         ' RET CD = ' TP90-RETURN-CODE
                 MOVE +8                  TO WS-RETURN-CD
           END-EVALUATE

           .
       420-SET-TYPE.

           MOVE WS-LOOKUP-SW              TO WS-REC-TYPE-SW
           MOVE WS-LOOKUP-TYPE            TO WS-REC-TYPE

           .
       420-EXIT.
           EXIT.

      ******************************************************************
      * THE UR70OUT TRAILER - ITS COUNT (CLASS COLUMNS, AFTER         *
      * 'RECORDS=') AND HASH (METHOD COLUMNS, AFTER 'HASH=') MUST     *
      * EQUAL WHAT WAS READ AHEAD OF IT.                              *
      ******************************************************************
       430-CHECK-OUT-TRAILER.

           MOVE 'Y'                       TO WS-OUT-TRLR-SW
           MOVE ZEROES                    TO WS-TRLR-COUNT-NUM
           MOVE ZEROES                    TO WS-TRLR-HASH-NUM
           IF OUT-CLASS(9:9) IS NUMERIC
              MOVE OUT-CLASS(9:9)         TO WS-TRLR-COUNT-NUM
           END-IF
           IF OUT-METHOD(6:15) IS NUMERIC
              MOVE OUT-METHOD(6:15)       TO WS-TRLR-HASH-NUM
           END-IF

           IF WS-TRLR-COUNT-NUM NOT = WS-OUT-RECORDS-READ
              OR WS-TRLR-HASH-NUM NOT = WS-OUT-HASH-TOTAL
              MOVE SPACES                 TO RPT-LINE
              MOVE WS-OUT-RECORDS-READ    TO WS-TRLR-COUNT-EDIT
              MOVE WS-OUT-HASH-TOTAL      TO WS-TRLR-HASH-EDIT
              STRING 'UR70OUT TRAILER OUT OF BALANCE - READ '
                     WS-TRLR-COUNT-EDIT '/' WS-TRLR-HASH-EDIT
                     ' TRAILER SAYS ' OUT-CLASS(9:9) '/'
                     OUT-METHOD(6:15)
                     DELIMITED BY SIZE   INTO RPT-LINE
              PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
              MOVE +8                     TO WS-RETURN-CD
           END-IF

           .
       430-EXIT.
           EXIT.

      ******************************************************************
      * DOES THE RECORD TYPE IN HAND APPEAR ON THE CARD'S TYPE LIST?  *
      ******************************************************************
       440-CHECK-TYPE-LIST.

           MOVE 'N'                       TO WS-LIST-MATCH-SW
           PERFORM 445-CHECK-ONE-TYPE     THRU 445-EXIT
              VARYING WS-TYPE-SUB FROM 1 BY 1
                UNTIL WS-TYPE-SUB > 5
                   OR WS-LIST-MATCHES

           .
       440-EXIT.
           EXIT.

       445-CHECK-ONE-TYPE.

           IF ROUT-T-TYPE(ROUT-SUB, WS-TYPE-SUB) NOT = SPACES
              AND ROUT-T-TYPE(ROUT-SUB, WS-TYPE-SUB) = WS-REC-TYPE
              MOVE 'Y'                    TO WS-LIST-MATCH-SW
           END-IF

           .
       445-EXIT.
           EXIT.

      ******************************************************************
      * ROUTE EVERY CHANGE RECORD OF THE DELTA GENERATION, THEN       *
      * BALANCE IT AGAINST ITS TRAILER.  ONE GENERATION IS ONE RUN -  *
      * A SECOND HEADER MEANS SEVERAL GENERATIONS WERE CONCATENATED,  *
      * AND THE REST ARE NOT DISTRIBUTED UNDER THIS RUN'S HEADER.     *
      ******************************************************************
       500-ROUTE-DELTAS.

           IF NOT WS-DLTA-FILE-OPEN
              GO TO 500-EXIT
           END-IF

           PERFORM 510-ROUTE-ONE-DELTA    THRU 510-EXIT
              UNTIL WS-DLTA-AT-END

           IF WS-DLTA-TRLR-SEEN
              MOVE SPACES                 TO RPT-LINE
              MOVE 'D001DLTA TRAILER BALANCED'
                                          TO RPT-LINE
              PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
           ELSE
              MOVE SPACES                 TO RPT-LINE
              STRING 'D001DLTA ENDED WITHOUT ITS TRAILER - POSSIBLE '
                     'TRUNCATED GENERATION'
                     DELIMITED BY SIZE   INTO RPT-LINE
              PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
              IF WS-RETURN-CD < +4
                 MOVE +4                  TO WS-RETURN-CD
              END-IF
           END-IF

           .
       500-EXIT.
           EXIT.

       510-ROUTE-ONE-DELTA.

           EVALUATE TRUE
              WHEN DLTA-ACTION-HEADER
                 ADD  1                   TO WS-DLTA-HEADERS
                 IF WS-DLTA-HEADERS > 1
                    MOVE SPACES           TO RPT-LINE
                    STRING 'D001DLTA HOLDS MORE THAN ONE GENERATION '
                           '- ONLY THE FIRST IS DISTRIBUTED'
                           DELIMITED BY SIZE INTO RPT-LINE
                    PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
                    MOVE +8               TO WS-RETURN-CD
                    MOVE 'Y'              TO WS-DLTA-EOF-SW
                    GO TO 510-EXIT
                 END-IF
                 GO TO 510-READ-NEXT
              WHEN DLTA-ACTION-TRAILER
                 PERFORM 530-CHECK-DLTA-TRAILER THRU 530-EXIT
                 GO TO 510-READ-NEXT
              WHEN DLTA-ACTION-ADD
                 CONTINUE
              WHEN DLTA-ACTION-UPDATE
                 CONTINUE
              WHEN DLTA-ACTION-DELETE
                 CONTINUE
              WHEN OTHER
                 MOVE SPACES              TO RPT-LINE
                 STRING 'D001DLTA RECORD WITH UNKNOWN ACTION '
                        DLTA-ACTION ' KEY=' DLTA-KEY
                        ' - NOT DISTRIBUTED'
                        DELIMITED BY SIZE INTO RPT-LINE
                 PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
                 IF WS-RETURN-CD < +4
                    MOVE +4               TO WS-RETURN-CD
                 END-IF
                 GO TO 510-READ-NEXT
           END-EVALUATE

           ADD  1                         TO WS-DLTA-RECORDS-READ
           ADD  1                         TO WS-INPUT-REC-NO
           IF DLTA-KEY IS NUMERIC
              MOVE DLTA-KEY               TO WS-HASH-WORK
              ADD  WS-HASH-WORK           TO WS-DLTA-HASH-TOTAL
           END-IF

           IF DLTA-IMAGE-LENGTH IS NOT NUMERIC
              OR DLTA-IMAGE-LENGTH > 4240
              MOVE 0                      TO DLTA-IMAGE-LENGTH
           END-IF

      *  AN ADD OR UPDATE CARRIES ITS TYPE IN THE AFTER IMAGE; A
      *  DELETE HAS NONE, AND PASSES EVERY TYPE LIST.
           MOVE DLTA-KEY                  TO WS-REC-KEY
           MOVE 'N'                       TO WS-REC-ROUTED-SW
           IF DLTA-ACTION-DELETE
              OR DLTA-IMAGE-LENGTH < 2
              MOVE 'N'                    TO WS-REC-TYPE-SW
              MOVE SPACES                 TO WS-REC-TYPE
           ELSE
              MOVE 'K'                    TO WS-REC-TYPE-SW
              MOVE DLTA-AFTER-IMAGE(1:2)  TO WS-REC-TYPE
           END-IF

           PERFORM 515-CHECK-DLTA-CARD    THRU 515-EXIT
              VARYING ROUT-SUB FROM 1 BY 1
                UNTIL ROUT-SUB > ROUT-CARD-COUNT

           IF NOT WS-REC-ROUTED
              ADD  1                      TO WS-DLTA-UNROUTED
           END-IF

           .
       510-READ-NEXT.

           PERFORM 220-READ-DELTA         THRU 220-EXIT

           .
       510-EXIT.
           EXIT.

      ******************************************************************
      * TEST ONE D001DLTA CARD AGAINST THE CHANGE RECORD IN HAND AND  *
      * WRITE THE RECORD TO THE CARD'S EXTRACT WHEN IT MATCHES.       *
      ******************************************************************
       515-CHECK-DLTA-CARD.

           IF ROUT-T-SOURCE(ROUT-SUB) NOT = 'D'
              GO TO 515-EXIT
           END-IF

           MOVE ROUT-T-EXTR-SUB(ROUT-SUB) TO EXTR-SUB
           IF NOT EXTR-T-OPEN(EXTR-SUB)
              OR EXTR-T-LAST-REC(EXTR-SUB) = WS-INPUT-REC-NO
              GO TO 515-EXIT
           END-IF

           IF WS-REC-KEY < ROUT-T-KEY-LOW(ROUT-SUB)
              OR WS-REC-KEY > ROUT-T-KEY-HIGH(ROUT-SUB)
              GO TO 515-EXIT
           END-IF

           IF ROUT-T-ACTION-LISTED(ROUT-SUB)
              MOVE 'N'                    TO WS-LIST-MATCH-SW
              PERFORM 520-CHECK-ONE-ACTION THRU 520-EXIT
                 VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 4
                      OR WS-LIST-MATCHES
              IF NOT WS-LIST-MATCHES
                 GO TO 515-EXIT
              END-IF
           END-IF

           IF ROUT-T-TYPE-LISTED(ROUT-SUB)
              AND WS-REC-TYPE-KNOWN
              PERFORM 440-CHECK-TYPE-LIST THRU 440-EXIT
              IF NOT WS-LIST-MATCHES
                 GO TO 515-EXIT
              END-IF
           END-IF

           COMPUTE WS-WRITE-LENGTH = 45 + DLTA-IMAGE-LENGTH
           PERFORM 810-WRITE-DATA-RECORD  THRU 810-EXIT

           .
       515-EXIT.
           EXIT.

       520-CHECK-ONE-ACTION.

           IF ROUT-T-ACTION(ROUT-SUB, WS-TYPE-SUB) = DLTA-ACTION
              MOVE 'Y'                    TO WS-LIST-MATCH-SW
           END-IF

           .
       520-EXIT.
           EXIT.

      ******************************************************************
      * THE DELTA TRAILER - ITS COUNT (ZERO-PADDED IN DLTA-KEY) AND   *
      * HASH (IMAGE TEXT AFTER 'HASH=') MUST EQUAL THE CHANGE         *
      * RECORDS READ AHEAD OF IT.                                     *
      ******************************************************************
       530-CHECK-DLTA-TRAILER.

           MOVE 'Y'                       TO WS-DLTA-TRLR-SW
           MOVE ZEROES                    TO WS-TRLR-HASH-NUM
           IF DLTA-AFTER-IMAGE(24:15) IS NUMERIC
              MOVE DLTA-AFTER-IMAGE(24:15) TO WS-TRLR-HASH-NUM
           END-IF

           IF DLTA-KEY IS NOT NUMERIC
              OR DLTA-KEY-SEQ NOT = WS-DLTA-RECORDS-READ
              OR WS-TRLR-HASH-NUM NOT = WS-DLTA-HASH-TOTAL
              MOVE SPACES                 TO RPT-LINE
              MOVE WS-DLTA-RECORDS-READ   TO WS-TRLR-COUNT-EDIT
              MOVE WS-DLTA-HASH-TOTAL     TO WS-TRLR-HASH-EDIT
              STRING 'D001DLTA TRAILER OUT OF BALANCE - READ '
                     WS-TRLR-COUNT-EDIT '/' WS-TRLR-HASH-EDIT
                     ' TRAILER SAYS ' DLTA-KEY '/'
                     DLTA-AFTER-IMAGE(24:15)
                     DELIMITED BY SIZE   INTO RPT-LINE
              PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
              MOVE +8                     TO WS-RETURN-CD
           END-IF

           .
       530-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE EVERY OPEN EXTRACT WITH ITS TRAILER.                    *
      ******************************************************************
       600-CLOSE-EXTRACTS.

           PERFORM 605-CLOSE-ONE-EXTRACT  THRU 605-EXIT
              VARYING EXTR-SUB FROM 1 BY 1
                UNTIL EXTR-SUB > EXTR-COUNT

           .
       600-EXIT.
           EXIT.

      ******************************************************************
      * ONE EXTRACT'S TRAILER, BUILT THE WAY TESTUR70'S 963/964 BUILD *
      * THE GENERATION TRAILERS BUT WITH THIS EXTRACT'S OWN COUNT AND *
      * KEY HASH TOTAL, THEN THE CLOSE.                               *
      ******************************************************************
       605-CLOSE-ONE-EXTRACT.

           IF NOT EXTR-T-OPEN(EXTR-SUB)
              GO TO 605-EXIT
           END-IF

           MOVE EXTR-T-RECORD-COUNT(EXTR-SUB) TO WS-TRLR-COUNT-EDIT
           MOVE EXTR-T-HASH-TOTAL(EXTR-SUB)   TO WS-TRLR-HASH-EDIT

           IF EXTR-T-SOURCE-OUTPUT(EXTR-SUB)
              MOVE 'UR70TRLR'             TO XOUT-KEY
              MOVE WS-DIST-RUN-DATE       TO XOUT-RUN-DATE
              MOVE WS-DIST-RUN-ID         TO XOUT-RUN-ID
              MOVE SPACES                 TO XOUT-CLASS
              STRING 'RECORDS=' WS-TRLR-COUNT-EDIT
                     DELIMITED BY SIZE   INTO XOUT-CLASS
              MOVE SPACES                 TO XOUT-METHOD
              STRING 'HASH=' WS-TRLR-HASH-EDIT
                     DELIMITED BY SIZE   INTO XOUT-METHOD
              MOVE ZEROES                 TO XOUT-CHAIN-NO
                                             XOUT-CHAIN-STEP
                                             XOUT-CHAIN-STEPS
              MOVE 80                     TO XOUT-RECV-LENGTH
              MOVE SPACES                 TO XOUT-RECV-AREA
              MOVE +193                   TO WS-WRITE-LENGTH
           ELSE
              MOVE 'TR'                   TO XDLT-ACTION
              MOVE EXTR-T-RECORD-COUNT(EXTR-SUB) TO WS-DLTA-SEQ-EDIT
              MOVE WS-DLTA-SEQ-EDIT       TO XDLT-KEY
              MOVE WS-DIST-RUN-DATE       TO XDLT-RUN-DATE
              MOVE WS-DIST-RUN-ID         TO XDLT-RUN-ID
              MOVE 80                     TO XDLT-IMAGE-LENGTH
              MOVE SPACES                 TO XDLT-AFTER-IMAGE
              STRING 'RECORDS=' WS-TRLR-COUNT-EDIT
                     ' HASH=' WS-TRLR-HASH-EDIT
                     DELIMITED BY SIZE   INTO XDLT-AFTER-IMAGE
              MOVE +125                   TO WS-WRITE-LENGTH
           END-IF

           PERFORM 820-WRITE-CONTROL-RECORD THRU 820-EXIT

           SET  TP90-ANCHOR               TO EXTR-T-ANCHOR(EXTR-SUB)
           MOVE EXTR-T-DDNAME(EXTR-SUB)   TO TP90-DDNAME
           MOVE GVBTP90-VALUE-CLOSE       TO TP90-FUNCTION-CODE
           IF EXTR-T-SOURCE-OUTPUT(EXTR-SUB)
              CALL GVBTP90 USING TP90-PARAMETER-AREA,
                                 XOUT-RECORD-AREA,
                                 TP90-RECORD-KEY
           ELSE
              CALL GVBTP90 USING TP90-PARAMETER-AREA,
                                 XDLT-RECORD-AREA,
                                 TP90-RECORD-KEY
           END-IF
           SET  TP90-ANCHOR               TO NULL
           SET  EXTR-T-ANCHOR(EXTR-SUB)   TO NULL
           MOVE 'N'                       TO EXTR-T-OPEN-SW(EXTR-SUB)

           .
       605-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE WHICHEVER INPUTS ARE OPEN.                              *
      ******************************************************************
       650-CLOSE-INPUTS.

           IF WS-OUT-FILE-OPEN
              SET  TP90-ANCHOR            TO WS-OUT-ANCHOR
              MOVE 'UR70OUT '             TO TP90-DDNAME
              MOVE GVBTP90-VALUE-CLOSE    TO TP90-FUNCTION-CODE
              CALL GVBTP90 USING TP90-PARAMETER-AREA,
                                 OUT-RECORD-AREA,
                                 TP90-RECORD-KEY
              SET  TP90-ANCHOR            TO NULL
              MOVE 'N'                    TO WS-OUT-OPEN-SW
           END-IF

           IF WS-DLTA-FILE-OPEN
              SET  TP90-ANCHOR            TO WS-DLTA-ANCHOR
              MOVE 'D001DLTA'             TO TP90-DDNAME
              MOVE GVBTP90-VALUE-CLOSE    TO TP90-FUNCTION-CODE
              CALL GVBTP90 USING TP90-PARAMETER-AREA,
                                 DLTA-RECORD-AREA,
                                 TP90-RECORD-KEY
              SET  TP90-ANCHOR            TO NULL
              MOVE 'N'                    TO WS-DLTA-OPEN-SW
           END-IF

           IF WS-D001-FILE-OPEN
              SET  TP90-ANCHOR            TO WS-D001-ANCHOR
              MOVE 'D001    '             TO TP90-DDNAME
              MOVE GVBTP90-VALUE-CLOSE    TO TP90-FUNCTION-CODE
              CALL GVBTP90 USING TP90-PARAMETER-AREA,
                                 D001-RECORD-AREA,
                                 TP90-RECORD-KEY
              SET  TP90-ANCHOR            TO NULL
              MOVE 'N'                    TO WS-D001-OPEN-SW
           END-IF

           .
       650-EXIT.
           EXIT.

      ******************************************************************
      * WRITE THE INPUT RECORD IN HAND, UNCHANGED, TO EXTRACT         *
      * EXTR-SUB (WS-WRITE-LENGTH SET BY THE CALLER) AND ADD IT TO    *
      * THE EXTRACT'S COUNT AND KEY HASH.  A FAILED WRITE CLOSES OFF  *
      * THE EXTRACT - A CONSUMER MUST NOT RECEIVE A SLICE WITH A HOLE *
      * IN IT THAT ITS TRAILER WOULD THEN PAPER OVER.                 *
      ******************************************************************
       810-WRITE-DATA-RECORD.

           SET  TP90-ANCHOR               TO EXTR-T-ANCHOR(EXTR-SUB)
           MOVE EXTR-T-DDNAME(EXTR-SUB)   TO TP90-DDNAME
           MOVE GVBTP90-VALUE-WRITE       TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE WS-WRITE-LENGTH           TO TP90-RECORD-LENGTH
           MOVE GVBTP90-VALUE-VARIABLE-LEN
                                          TO TP90-RECFM
           MOVE SPACES                    TO TP90-RECORD-KEY

           IF EXTR-T-SOURCE-OUTPUT(EXTR-SUB)
              CALL GVBTP90 USING TP90-PARAMETER-AREA,
                                 OUT-RECORD-AREA,
                                 TP90-RECORD-KEY
           ELSE
              CALL GVBTP90 USING TP90-PARAMETER-AREA,
                                 DLTA-RECORD-AREA,
                                 TP90-RECORD-KEY
           END-IF
           SET  EXTR-T-ANCHOR(EXTR-SUB)   TO TP90-ANCHOR

           MOVE 'Y'                       TO WS-REC-ROUTED-SW
           MOVE WS-INPUT-REC-NO           TO EXTR-T-LAST-REC(EXTR-SUB)

           IF TP90-RETURN-CODE NOT = GVBTP90-VALUE-SUCCESSFUL
              PERFORM 830-EXTRACT-FAILED  THRU 830-EXIT
              GO TO 810-EXIT
           END-IF

           ADD  1                     TO EXTR-T-RECORD-COUNT(EXTR-SUB)
           IF WS-REC-KEY IS NUMERIC
              MOVE WS-REC-KEY             TO WS-HASH-WORK
              ADD  WS-HASH-WORK       TO EXTR-T-HASH-TOTAL(EXTR-SUB)
           END-IF

           .
       810-EXIT.
           EXIT.

      ******************************************************************
      * WRITE THE HEADER OR TRAILER BUILT IN XOUT/XDLT-RECORD-AREA TO *
      * EXTRACT EXTR-SUB.  NEITHER COUNTS OR HASHES ITSELF.           *
      ******************************************************************
       820-WRITE-CONTROL-RECORD.

           SET  TP90-ANCHOR               TO EXTR-T-ANCHOR(EXTR-SUB)
           MOVE EXTR-T-DDNAME(EXTR-SUB)   TO TP90-DDNAME
           MOVE GVBTP90-VALUE-WRITE       TO TP90-FUNCTION-CODE
           MOVE SPACES                    TO TP90-RETURN-CODE
           MOVE WS-WRITE-LENGTH           TO TP90-RECORD-LENGTH
           MOVE GVBTP90-VALUE-VARIABLE-LEN
                                          TO TP90-RECFM
           MOVE SPACES                    TO TP90-RECORD-KEY

           IF EXTR-T-SOURCE-OUTPUT(EXTR-SUB)
              CALL GVBTP90 USING TP90-PARAMETER-AREA,
                                 XOUT-RECORD-AREA,
                                 TP90-RECORD-KEY
           ELSE
              CALL GVBTP90 USING TP90-PARAMETER-AREA,
                                 XDLT-RECORD-AREA,
                                 TP90-RECORD-KEY
           END-IF
           SET  EXTR-T-ANCHOR(EXTR-SUB)   TO TP90-ANCHOR

           IF TP90-RETURN-CODE NOT = GVBTP90-VALUE-SUCCESSFUL
              PERFORM 830-EXTRACT-FAILED  THRU 830-EXIT
           END-IF

           .
       820-EXIT.
           EXIT.

      ******************************************************************
      * AN EXTRACT WRITE FAILED.  THE EXTRACT IS CLOSED WITHOUT A     *
      * TRAILER SO THE CONSUMER'S OWN BALANCING REJECTS IT, AND THE   *
      * RUN ENDS RC 8.                                                *
      ******************************************************************
       830-EXTRACT-FAILED.

           MOVE SPACES                    TO RPT-LINE
           STRING 'EXTRACT DD ' EXTR-T-DDNAME(EXTR-SUB)
                  ' FOR ' EXTR-T-CONSUMER(EXTR-SUB)
                  ' WRITE FAILED, RET CD = ' TP90-RETURN-CODE
                  ' - EXTRACT CLOSED WITHOUT ITS TRAILER'
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE +8                        TO WS-RETURN-CD

           SET  TP90-ANCHOR               TO EXTR-T-ANCHOR(EXTR-SUB)
           MOVE EXTR-T-DDNAME(EXTR-SUB)   TO TP90-DDNAME
           MOVE GVBTP90-VALUE-CLOSE       TO TP90-FUNCTION-CODE
           CALL GVBTP90    USING TP90-PARAMETER-AREA,
                                 XOUT-RECORD-AREA,
                                 TP90-RECORD-KEY
           SET  TP90-ANCHOR               TO NULL
           SET  EXTR-T-ANCHOR(EXTR-SUB)   TO NULL
           MOVE 'N'                       TO EXTR-T-OPEN-SW(EXTR-SUB)
           MOVE 'Y'                       TO EXTR-T-FAILED-SW(EXTR-SUB)

           .
       830-EXIT.
           EXIT.

      ******************************************************************
      * END-OF-JOB SUMMARY - WHAT WAS READ, WHAT WENT TO EACH         *
      * EXTRACT AND EACH CONSUMER, AND THE FINAL RETURN CODE.  THE    *
      * PER-EXTRACT COUNT AND HASH ARE THE FIGURES ON ITS TRAILER,    *
      * SO EACH TEAM CAN BALANCE ITS SLICE AGAINST THIS PAGE.         *
      ******************************************************************
       900-WRITE-SUMMARY.

           MOVE SPACES                    TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE 'EXTRACTS'                TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE ALL '-'                   TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'CONSUMER  DD        SOURCE      RECORDS'
                  '       KEY HASH TOTAL  STATUS'
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           PERFORM 905-LIST-ONE-EXTRACT   THRU 905-EXIT
              VARYING EXTR-SUB FROM 1 BY 1
                UNTIL EXTR-SUB > EXTR-COUNT

           MOVE SPACES                    TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE 'RECORDS PER CONSUMER'    TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE ALL '-'                   TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           PERFORM 906-LIST-ONE-CONSUMER  THRU 906-EXIT
              VARYING EXTR-SUB FROM 1 BY 1
                UNTIL EXTR-SUB > EXTR-COUNT

           DISPLAY '===================================='
           DISPLAY 'UR70DIST END-OF-JOB SUMMARY'
           DISPLAY '===================================='
           DISPLAY 'RUN ID DISTRIBUTED        = ' WS-DIST-RUN-ID
           DISPLAY 'ROUTING CARDS ACCEPTED    = ' ROUT-CARD-COUNT
           DISPLAY 'ROUTING CARDS REJECTED    = ' WS-CARDS-REJECTED
           DISPLAY 'EXTRACT DDS               = ' EXTR-COUNT
           DISPLAY 'UR70OUT RECORDS READ      = ' WS-OUT-RECORDS-READ
           DISPLAY 'UR70OUT RECORDS UNROUTED  = ' WS-OUT-UNROUTED
           DISPLAY 'UR70OUT TYPE NOT ON D001  = ' WS-OUT-TYPE-MISSING
           DISPLAY 'D001DLTA RECORDS READ     = ' WS-DLTA-RECORDS-READ
           DISPLAY 'D001DLTA RECORDS UNROUTED = ' WS-DLTA-UNROUTED
           DISPLAY '===================================='

           MOVE SPACES                    TO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE ROUT-CARD-COUNT           TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'ROUTING CARDS ACCEPTED    = ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-CARDS-REJECTED         TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'ROUTING CARDS REJECTED    = ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-OUT-RECORDS-READ       TO WS-RPT-NUM-EDIT
           MOVE WS-OUT-HASH-TOTAL         TO WS-RPT-HASH-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'UR70OUT RECORDS READ      = ' WS-RPT-NUM-EDIT
                  '  HASH = ' WS-RPT-HASH-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-OUT-UNROUTED           TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING '  ROUTED TO NO CONSUMER  = ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-OUT-TYPE-MISSING       TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING '  KEY NOT ON D001 (TYPE) = ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-DLTA-RECORDS-READ      TO WS-RPT-NUM-EDIT
           MOVE WS-DLTA-HASH-TOTAL        TO WS-RPT-HASH-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'D001DLTA CHANGES READ     = ' WS-RPT-NUM-EDIT
                  '  HASH = ' WS-RPT-HASH-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT
           MOVE WS-DLTA-UNROUTED          TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING '  ROUTED TO NO CONSUMER  = ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           MOVE WS-RETURN-CD              TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'RETURN CODE               = ' WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           DISPLAY 'UR70DIST RETURN CODE = ' WS-RETURN-CD

           .
       900-EXIT.
           EXIT.

       905-LIST-ONE-EXTRACT.

           MOVE EXTR-T-RECORD-COUNT(EXTR-SUB) TO WS-RPT-NUM-EDIT
           MOVE EXTR-T-HASH-TOTAL(EXTR-SUB)   TO WS-RPT-HASH-EDIT
           MOVE SPACES                    TO RPT-LINE
           MOVE EXTR-T-CONSUMER(EXTR-SUB) TO RPT-LINE(1:8)
           MOVE EXTR-T-DDNAME(EXTR-SUB)   TO RPT-LINE(11:8)
           IF EXTR-T-SOURCE-OUTPUT(EXTR-SUB)
              MOVE 'UR70OUT'              TO RPT-LINE(21:8)
           ELSE
              MOVE 'D001DLTA'             TO RPT-LINE(21:8)
           END-IF
           MOVE WS-RPT-NUM-EDIT           TO RPT-LINE(31:9)
           MOVE WS-RPT-HASH-EDIT          TO RPT-LINE(42:15)
           IF EXTR-T-FAILED(EXTR-SUB)
              MOVE 'NOT WRITTEN / INCOMPLETE'
                                          TO RPT-LINE(59:24)
           ELSE
              MOVE 'WRITTEN'              TO RPT-LINE(59:7)
           END-IF
           PERFORM 920-WRITE-REPORT-LINE  THRU 920-EXIT

           .
       905-EXIT.
           EXIT.

      ******************************************************************
      * ONE LINE PER CONSUMER, AT ITS FIRST EXTRACT, TOTALLING EVERY  *
      * EXTRACT IT RECEIVES.                                          *
      ******************************************************************
       906-LIST-ONE-CONSUMER.

           MOVE 'Y'                       TO WS-CONSUMER-FIRST-SW
           MOVE +0                        TO WS-CONSUMER-TOTAL
           PERFORM 907-ADD-CONSUMER-EXTRACT THRU 907-EXIT
              VARYING WS-FIND-SUB FROM 1 BY 1
                UNTIL WS-FIND-SUB > EXTR-COUNT

           IF WS-CONSUMER-FIRST
              MOVE WS-CONSUMER-TOTAL      TO WS-RPT-NUM-EDIT
              MOVE SPACES                 TO RPT-LINE
              STRING EXTR-T-CONSUMER(EXTR-SUB)
                     '  RECORDS = ' WS-RPT-NUM-EDIT
                     DELIMITED BY SIZE   INTO RPT-LINE
              PERFORM 920-WRITE-REPORT-LINE THRU 920-EXIT
           END-IF

           .
       906-EXIT.
           EXIT.

       907-ADD-CONSUMER-EXTRACT.

           IF EXTR-T-CONSUMER(WS-FIND-SUB) = EXTR-T-CONSUMER(EXTR-SUB)
              IF WS-FIND-SUB < EXTR-SUB
                 MOVE 'N'                 TO WS-CONSUMER-FIRST-SW
              END-IF
              ADD  EXTR-T-RECORD-COUNT(WS-FIND-SUB)
                                          TO WS-CONSUMER-TOTAL
           END-IF

           .
       907-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE DD DISTRPT AT END-OF-JOB, ONCE, SO THE GDG FILE TYPE    *
      * ROLLS ONE NEW GENERATION PER RUN.                             *
      ******************************************************************
       910-CLOSE-REPORT.

           IF WS-RPT-FILE-OPEN
              MOVE 'DISTRPT '             TO TP90-DDNAME
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
      * DD DISTRPT.  A NO-OP IF 110-OPEN-REPORT COULD NOT OPEN THE    *
      * DD.  THE TP90 STATE IS SAVED AND RESTORED SINCE LINES ARE     *
      * WRITTEN WHILE THE INPUTS ARE STILL BEING READ.                *
      ******************************************************************
       920-WRITE-REPORT-LINE.

           DISPLAY RPT-LINE(1:80)

           IF WS-RPT-FILE-OPEN
              MOVE TP90-RETURN-CODE       TO WS-SAVE-TP90-RETURN-CODE
              MOVE TP90-RECORD-KEY        TO WS-SAVE-TP90-RECORD-KEY
              SET  WS-SAVE-TP90-ANCHOR    TO TP90-ANCHOR

              MOVE 'DISTRPT '             TO TP90-DDNAME
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
