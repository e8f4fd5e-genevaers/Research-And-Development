      **                                                               *
      ** INPUT FILES:   D001                                           *
      **                D002 - REFERENCE MASTER (PARENT ENTITIES)      *
      **                D002TRAN - D002 MAINTENANCE TRANSACTIONS       *
      **                D001OLAU - ONLINE (D01M) AUDIT RECORDS         *
      **                D001OLDL - ONLINE (D01M) DELTA RECORDS         *
      **                D001DLIN - PRIOR D001DLTA GENERATIONS          *
      **                           (INCREMENTAL DISPATCH)              *
      **                UR70FULL - FULL-RUN REQUEST TRIGGER            *
      **                                                               *
      ** OUTPUT FILES:  D001                                           *
      **                D002                                           *
      **                D001BKUP - PRE-RUN D001 BACKUP GENERATION      *
      **                D001DLTA - DELTA EXTRACT OF THIS RUN'S D001    *
      **                           ADDS/UPDATES/DELETES                *
      **                UR70OPNX - OPEN-EXCEPTIONS FILE (KSDS)         *
      **                UR70CFGA - RUN-CONFIGURATION ARCHIVE (KSDS)    *
      **                UR70INCW - INCREMENTAL CANDIDATE KEYS (KSDS)   *
      **                UR70LOCK - D001 SINGLE-UPDATER LOCK (KSDS)     *
      **                UR70BALF - RUN BALANCING FIGURES (KSDS)        *
      **                UR70RJST - FEED REJECT STATUS REGISTER (KSDS)  *
      **                UR70PEND - FUTURE-DATED D001 TRANSACTIONS      *
      **                UR70DEFR - DEFERRED JAVA WORK (KSDS)           *
      **                                                               *
      ** REPORTS:       UR70RPT - END-OF-JOB SUMMARY/RECONCILIATION    *
      **                UR70EXCP - EXCEPTION DETAIL                   *
      **              0002 - QUIESCED BY OPERATOR REQUEST, RESUBMIT    *
      **              0004 - WARNING                                   *
      **              0008 - ERROR                                     *
      **              0010 - JAVA CIRCUIT BREAKER TRIPPED, CALLS       *
      **                     DEFERRED TO UR70DEFR                      *
      **              0012 - D001 UPDATE LOCK HELD BY ANOTHER RUN,     *
      **                     NOTHING PROCESSED                         *
      **              0016 - CATASTROPHIC FAILURE                      *
      **                                                               *
      ******************************************************************
      **                                        TYPE/KEY-RANGE CARDS,  *
      **                                        SELECTION CARRIED IN   *
      **                                        THE CHECKPOINT         *
      ** 445  RTC23652    MORGAN     10/15/2026 OPEN-EXCEPTIONS FILE   *
      **                                        (UR70OPNX) - FIRST/    *
      **                                        LAST SEEN, CONSECUTIVE *
      **                                        FAILURES, RESOLUTION   *
      **                                        ON A CLEAN DISPATCH    *
      ** 446  RTC23653    MORGAN     10/15/2026 D002 MAINTENANCE       *
      **                                        (D002TRAN ADD/CHANGE/  *
      **                                        RETIRE) WITH D001      *
      **                                        CHILD-IMPACT CHECK AND *
      **                                        RE-POINT TO SUCCESSOR  *
      ** 447  RTC23654    MORGAN     10/15/2026 PICKUP OF ONLINE       *
      **                                        (D01M) AUDIT/DELTA     *
      **                                        RECORDS                *
      **                                        (D001OLAU/D001OLDL)    *
      **                                        INTO UR70AUDT AND      *
      **                                        D001DLTA               *
      ** 448  RTC23655    MORGAN     10/15/2026 RUN-CONFIGURATION      *
      **                                        ARCHIVE (UR70CFGA) -   *
      **                                        EVERY CONTROL CARD     *
      **                                        READ, KEPT UNDER THE   *
      **                                        RUN ID                 *
      ** 449  RTC23657    MORGAN     10/15/2026 INCREMENTAL DISPATCH   *
      **                                        MODE - ONLY THE KEYS   *
      **                                        CHANGED SINCE THE LAST *
      **                                        CLEAN RUN; FULL RUN ON *
      **                                        A CYCLE OR ON DEMAND   *
      ** 450  RTC23659    MORGAN     10/15/2026 D001 SINGLE-UPDATER    *
      **                                        LOCK (UR70LOCK) TAKEN  *
      **                                        AT START, RELEASED AT  *
      **                                        END-OF-JOB AND ON THE  *
      **                                        ABEND PATH             *
      ** 451  RTC23660    MORGAN     10/15/2026 RUN BALANCING FIGURES  *
      **                                        (UR70BALF) FOR THE     *
      **                                        UR70BAL DAILY LEDGER   *
      ** 452  RTC23661    MORGAN     10/15/2026 FEED REJECTS KEYED BY  *
      **                                        RUN ID AND SEQUENCE,   *
      **                                        REGISTERED OPEN ON     *
      **                                        UR70RJST FOR UR70CORR  *
      ** 453  RTC23663    MORGAN     10/15/2026 FUTURE-DATED UR70TRAN  *
      **                                        TRANSACTIONS HELD ON   *
      **                                        UR70PEND UNTIL DUE,    *
      **                                        CANCEL/AMEND CARDS AND *
      **                                        PENDING REPORT         *
      ** 454  RTC23664    MORGAN     10/15/2026 JAVA INTERFACE CIRCUIT *
      **                                        BREAKER, DEFERRED-WORK *
      **                                        QUEUE (UR70DEFR) AND   *
      **                                        CATCH-UP RUN           *
      ** 455  RTC23665    MORGAN     10/15/2026 CHAINED ENRICHMENT     *
      **                                        ACROSS UR70DRV ENTRIES *
      **                                        WITH CHAIN/STEP ON     *
      **                                        UR70OUT                *
      ** 456  RTC23666    MORGAN     10/15/2026 OPEN ITEMS KEPT OPEN   *
      **                                        FOR PARTLY DISPATCHED  *
      **                                        KEYS; OPEN-ITEM KEYS   *
      **                                        INCREMENTAL            *
      **                                        CANDIDATES; ONLINE     *
      **                                        PICKUP ONLY UNDER THE  *
      **                                        UPDATE LOCK; CATCHUP   *
      **                                        RUN MODE ON UR70HIST   *
      ** 457  RTC23667    MORGAN     10/15/2026 SHORT UR70TRAN CARDS   *
      **                                        CLEARED; DISABLED      *
      **                                        ENTRY OF ANOTHER TYPE  *
      **                                        NOT PARTIAL; REAL      *
      **                                        CALENDAR EFFECTIVE     *
      **                                        DATES ONLY             *
      **                                                               *
      ******************************************************************
       ENVIRONMENT DIVISION.
      *  CHECKPOINT), AND THE FINAL SEVERITY.  WRITTEN WHEN THE RUN    *
      *  STARTS AND UPDATED IN PLACE AT END-OF-JOB, SO AN ABENDED RUN  *
      *  STILL LEAVES ITS START RECORD BEHIND.  A MISSING DD IS NOT    *
      *  FATAL.  REG-BASELINE-SW MARKS A RUN WHOSE DISPATCH PASS       *
      *  COVERED EVERY KEY CHANGED UP TO ITS START (A FULL OR          *
      *  INCREMENTAL RUN THAT WAS NOT QUIESCED, RESTARTED, REPLAYED,   *
      *  OR LIMITED BY UR70SEL), SO AN INCREMENTAL RUN CAN TAKE IT AS  *
      *  ITS STARTING POINT.                                           *
      ******************************************************************
       01  REG-RECORD-AREA.
           05  REG-RUN-ID                 PIC X(15).
           05  REG-END-TIME               PIC 9(06).
           05  REG-RUN-MODE               PIC X(08).
           05  REG-FINAL-SEVERITY         PIC X(04).
           05  REG-BASELINE-SW            PIC X(01).
               88  REG-BASELINE-RUN             VALUE 'Y'.
           05  REG-INCR-CANDIDATES        PIC 9(09).
           05  FILLER                     PIC X(15).
      *
       01  WS-RUN-END-DATE          PIC 9(08)      VALUE ZEROES.
      *
      ******************************************************************
      *  D001 SINGLE-UPDATER LOCK - ONE REGISTRY-STYLE RECORD ON THE   *
      *  KEYED LOCK FILE (DD UR70LOCK, KEY 'D001-UPDATE').  TAKEN      *
      *  RIGHT AFTER THE RUN ID IS SET, BEFORE ANYTHING IS WRITTEN,    *
      *  AND RELEASED AT END-OF-JOB AND ON THE 995-ABEND-JOB PATH.  A  *
      *  LOCK HELD BY ANOTHER RUN ID ENDS THIS RUN AT ONCE WITH RC 12  *
      *  - TWO RUNS MUST NEVER UPDATE D001 TOGETHER.  A MISSING DD IS  *
      *  NOT FATAL (THE UR70GATE STEP REPORTS IT); THE RUN PROCEEDS    *
      *  UNLOCKED, AS BEFORE.                                          *
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
       01  WS-LOCK-SW               PIC X(01) VALUE 'N'.
           88  WS-LOCK-HELD                VALUE 'Y'.
           88  WS-LOCK-REFUSED             VALUE 'R'.
       01  WS-LOCK-TIME             PIC 9(08) VALUE ZEROES.
      *
      ******************************************************************
      *  RUN-HISTORY RECORD - ONE IS APPENDED TO THE KEYED RUN-       *
      *  HISTORY FILE (DD UR70HIST, KEY = RUN DATE AND START TIME)    *
      *  AT END-OF-JOB, CARRYING THE SAME COUNTS THE 950 SUMMARY      *
           05  HIST-EXCP-CATASTR          PIC 9(09).
           05  HIST-ELAPSED-SECONDS       PIC 9(09).
           05  HIST-MAX-SEVERITY          PIC X(04).
      *  THE MODE THE RUN RAN IN (AS ON THE REGISTRY) AND, FOR AN
      *  INCREMENTAL RUN, HOW MANY CANDIDATE KEYS IT DISPATCHED FROM,
      *  SO A SHORT INCREMENTAL NIGHT IS NOT READ AS A SHORT FULL ONE.
           05  HIST-RUN-MODE              PIC X(08).
           05  HIST-INCR-CANDIDATES       PIC 9(09).
           05  FILLER                     PIC X(03).
      *
      ******************************************************************
      *  D001 RECORD-COUNT RECONCILIATION - PRIOR RUN'S CLOSING COUNT   *
           05  D001-CNT-PRIOR-COUNT       PIC 9(09).
      *
      ******************************************************************
      *  RUN BALANCING FIGURES - ONE RECORD PER RUN ON THE KEYED FILE *
      *  DD UR70BALF (KEY = RUN ID), WRITTEN AT END-OF-JOB BY         *
      *  970-WRITE-BALANCING-FIGURES.  THE UR70BAL DAILY LEDGER TIES  *
      *  THESE FEED, D001, DELTA AND UR70OUT FIGURES TO EACH OTHER    *
      *  AND TO D001APLY'S APPLY LOG.  A MISSING DD IS NOT FATAL.     *
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
      *  D001 COUNTS FROM THE INFO FUNCTION AT THE TOP OF THE RUN AND
      *  JUST BEFORE D001 CLOSES, AND THE COUNT-CHANGING EVENTS IN
      *  BETWEEN, SO THE LEDGER CAN FOOT OPENING TO CLOSING.
       01  WS-D001-OPENING-COUNT    PIC S9(9) COMP VALUE ZEROES.
       01  WS-D001-CLOSING-COUNT    PIC S9(9) COMP VALUE ZEROES.
       01  WS-D001-DELETE-COUNT     PIC S9(9) COMP VALUE ZEROES.
       01  WS-FEED-RECEIVED-COUNT   PIC S9(9) COMP VALUE ZEROES.
       01  WS-FEED-TRLR-TOTAL       PIC S9(9) COMP VALUE ZEROES.
       01  WS-FEED-WRITTEN-COUNT    PIC S9(9) COMP VALUE ZEROES.
       01  WS-FEED-WITHHELD-COUNT   PIC S9(9) COMP VALUE ZEROES.
       01  WS-DLTA-OWN-ADD-COUNT    PIC S9(9) COMP VALUE ZEROES.
       01  WS-DLTA-OWN-UPD-COUNT    PIC S9(9) COMP VALUE ZEROES.
       01  WS-DLTA-OWN-DEL-COUNT    PIC S9(9) COMP VALUE ZEROES.
      *  SUCCESSFUL CALLS MADE AGAINST A D001 RECORD (NOT THE IVP OR
      *  A SHADOW COMPARISON), THOSE WHOSE RESULT THE WATCHDOG THEN
      *  DROPPED, AND THE UR70OUT RECORDS ACTUALLY WRITTEN.
       01  WS-BAL-CALLS-OK          PIC S9(9) COMP VALUE ZEROES.
       01  WS-BAL-CALLS-DROPPED     PIC S9(9) COMP VALUE ZEROES.
       01  WS-OUT-WRITTEN-COUNT     PIC S9(9) COMP VALUE ZEROES.
      *
      ******************************************************************
      *  SUBTASK COUNT PASSED TO GVBUR70's INIT FUNCTION (UR70-OPTION1)*
      *  READ FROM CONTROL CARD DD UR70PARM.  DEFAULTS TO 1 (ONE       *
      *  COBOL SUBTASK) WHEN THE CONTROL CARD IS ABSENT.               *
           05  PARM-RETRY-DELAY           PIC 9(03).
           05  PARM-PROGRESS-INT          PIC 9(04).
           05  PARM-REJECT-LIMIT          PIC 9(05).
           05  PARM-INCR-SW               PIC X(01).
           05  PARM-FULL-CYCLE-DAYS       PIC 9(03).
           05  PARM-BRKR-WINDOW           PIC 9(03).
           05  PARM-BRKR-PCT              PIC 9(03).
           05  PARM-BRKR-SCOPE            PIC X(01).
           05  PARM-CATCHUP-SW            PIC X(01).
           05  FILLER                     PIC X(46).
      *
      ******************************************************************
      *  OPERATOR QUIESCE AND PROGRESS REPORTING.  EVERY FEW HUNDRED  *
       01  WS-WAIT-HUNDREDTHS      PIC S9(8) COMP VALUE ZEROES.
      *
      ******************************************************************
      *  JAVA INTERFACE CIRCUIT BREAKER, SET FROM THE SAME UR70PARM   *
      *  CONTROL CARD.  THE OUTCOME OF EVERY D001 DISPATCH CALL IS    *
      *  KEPT IN A SLIDING WINDOW OF THE LAST WS-BRKR-WINDOW CALLS    *
      *  (COLUMNS 27-29, DEFAULT 20, AT MOST 100) - A GVBUR70         *
      *  INTERFACE FAILURE THAT OUTLASTED ITS RETRIES COUNTS AGAINST  *
      *  IT, A JAVA BUSINESS REJECT DOES NOT.  ONCE A FULL WINDOW     *
      *  HOLDS WS-BRKR-PCT PERCENT FAILURES OR MORE (COLUMNS 30-32,   *
      *  BLANK OR 000 = NO BREAKER) THE BREAKER TRIPS, FOR THAT       *
      *  DRIVER ENTRY ALONE (COLUMN 33 'E', THE DEFAULT, ONE WINDOW   *
      *  PER ENTRY) OR FOR EVERY ENTRY ('A', ONE WINDOW OVER ALL      *
      *  CALLS).  A TRIPPED ENTRY IS NOT CALLED AGAIN THIS RUN: EACH  *
      *  RECORD IT WOULD HAVE BEEN CALLED FOR GOES TO THE DEFERRED-   *
      *  WORK FILE INSTEAD OF RAISING AN EXCEPTION APIECE, THE REST   *
      *  OF THE RUN CARRIES ON, AND THE JOB ENDS WITH RETURN CODE     *
      *  0010.  SHADOW-COMPARISON ENTRIES ARE NOT WATCHED.            *
      ******************************************************************
       01  WS-BRKR-WINDOW          PIC S9(4) COMP VALUE +20.
       01  WS-BRKR-MAX-WINDOW      PIC S9(4) COMP VALUE +100.
       01  WS-BRKR-PCT             PIC S9(4) COMP VALUE ZEROES.
       01  WS-BRKR-SCOPE           PIC X(01)      VALUE 'E'.
           88  WS-BRKR-SCOPE-ENTRY            VALUE 'E'.
           88  WS-BRKR-SCOPE-ALL              VALUE 'A'.
       01  WS-BRKR-TRIPPED-SW      PIC X(01)      VALUE 'N'.
           88  WS-BRKR-TRIPPED                VALUE 'Y'.
       01  WS-BRKR-OUTCOME         PIC X(01)      VALUE SPACES.
           88  WS-BRKR-CALL-FAILED            VALUE 'F'.
       01  WS-BRKR-ENT             PIC S9(4) COMP VALUE ZEROES.
       01  WS-BRKR-WIN-SUB         PIC S9(4) COMP VALUE ZEROES.
       01  WS-BRKR-TRIP-COUNT      PIC S9(4) COMP VALUE ZEROES.
       01  WS-BRKR-DEFER-FAIL-CNT  PIC S9(9) COMP VALUE ZEROES.
       01  WS-BRKR-TIME            PIC X(08)      VALUE SPACES.
      *
      *  ONE WINDOW PER DRIVER ENTRY, PLUS THE LAST ONE (26) FOR THE
      *  ALL-ENTRIES SCOPE.  EACH SLOT HOLDS 'G' (GOOD) OR 'F'
      *  (INTERFACE FAILURE); BRKR-W-NEXT IS THE SLOT THE NEXT
      *  OUTCOME OVERWRITES ONCE THE WINDOW IS FULL.
       01  BRKR-WINDOW-TABLE.
           05  BRKR-W-ENTRY OCCURS 26 TIMES.
               10  BRKR-W-NEXT            PIC S9(4) COMP.
               10  BRKR-W-FILLED          PIC S9(4) COMP.
               10  BRKR-W-FAILS           PIC S9(4) COMP.
               10  BRKR-W-SLOT            PIC X(01) OCCURS 100 TIMES.
      *
      ******************************************************************
      *  DEFERRED-WORK QUEUE - DD UR70DEFR, A KSDS KEYED BY D001 KEY  *
      *  AND THE TARGET ENTRY'S CLASS AND METHOD (79 BYTES, PASSED AS *
      *  DEFR-KEY), ONE ITEM PER RECORD PER ENTRY THE BREAKER KEPT    *
      *  FROM JAVA.  EVERY RUN WORKS THE QUEUE BEFORE ITS OWN         *
      *  DISPATCH: EACH ITEM'S RECORD IS READ FROM D001 AND SENT TO   *
      *  THE NAMED ENTRY ONLY.  AN ITEM THAT GOES THROUGH IS MARKED   *
      *  WORKED UNDER THE RUN ID, SO THE RUN'S OWN DISPATCH DOES NOT  *
      *  CALL THE SAME ENTRY FOR THE SAME RECORD TWICE, AND IS        *
      *  DELETED AT END-OF-JOB; ONE WHOSE CALL FAILS, OR WHOSE ENTRY  *
      *  IS TRIPPED AGAIN, STAYS QUEUED.  AN ITEM LEFT WORKED BY A    *
      *  RUN THAT NEVER REACHED END-OF-JOB IS QUEUED AGAIN.  UR70PARM *
      *  COLUMN 34 = 'Y' MAKES A CATCH-UP RUN - THE QUEUE IS WORKED   *
      *  AND THE D001 DISPATCH IS SKIPPED.  A MISSING DD IS NOT       *
      *  FATAL - A RECORD THE BREAKER CANNOT DEFER IS WRITTEN TO      *
      *  UR70EXCP INSTEAD, AS BEFORE, FOR A REPLAY RUN.               *
      ******************************************************************
       01  WS-RUN-CATCHUP-SW       PIC X(01)      VALUE 'N'.
           88  WS-RUN-CATCHUP-MODE            VALUE 'Y'.
       01  WS-DEFR-OPEN-SW         PIC X(01)      VALUE 'N'.
           88  WS-DEFR-FILE-OPEN              VALUE 'Y'.
       01  WS-DEFR-SCAN-SW         PIC X(01)      VALUE 'N'.
           88  WS-DEFR-SCAN-DONE              VALUE 'Y'.
       01  WS-DEFR-DONE-SW         PIC X(01)      VALUE 'N'.
           88  WS-DEFR-DONE-THIS-RUN          VALUE 'Y'.
       01  WS-DEFR-QUEUE-SW        PIC X(01)      VALUE 'N'.
           88  WS-DEFR-WORKING-QUEUE          VALUE 'Y'.
      *
       01  DEFR-RECORD-AREA.
           05  DEFR-KEY.
               10  DEFR-D001-KEY          PIC X(15).
               10  DEFR-CLASS             PIC X(32).
               10  DEFR-METHOD            PIC X(32).
           05  DEFR-STATUS                PIC X(01).
               88  DEFR-STATUS-QUEUED           VALUE 'Q'.
               88  DEFR-STATUS-WORKED           VALUE 'W'.
           05  DEFR-RECORD-TYPE           PIC X(02).
           05  DEFR-FIRST-RUN-ID          PIC X(15).
           05  DEFR-LAST-RUN-ID           PIC X(15).
           05  DEFR-LAST-DATE             PIC 9(08).
           05  DEFR-LAST-TIME             PIC X(06).
           05  DEFR-DEFER-COUNT           PIC 9(03).
           05  DEFR-WORKED-RUN-ID         PIC X(15).
           05  FILLER                     PIC X(16).
      *
       01  WS-DEFR-RESUME-KEY      PIC X(79)      VALUE LOW-VALUES.
       01  WS-DEFR-HOLD-KEY        PIC X(79)      VALUE SPACES.
       01  WS-DEFR-CALL-MARK       PIC S9(9) COMP VALUE ZEROES.
       01  WS-DEFR-ENTRY-SUB       PIC S9(4) COMP VALUE ZEROES.
       01  WS-DEFR-ENTRY-FOUND     PIC S9(4) COMP VALUE ZEROES.
       01  WS-DEFR-TIME            PIC X(08)      VALUE SPACES.
       01  WS-DEFR-PUT-SW          PIC X(01)      VALUE 'N'.
           88  WS-DEFR-PUT-OK                 VALUE 'Y'.
      *
       01  WS-DEFR-QUEUED-AT-START PIC S9(9) COMP VALUE ZEROES.
       01  WS-DEFR-REQUEUED-COUNT  PIC S9(9) COMP VALUE ZEROES.
       01  WS-DEFR-WORKED-COUNT    PIC S9(9) COMP VALUE ZEROES.
       01  WS-DEFR-KEPT-COUNT      PIC S9(9) COMP VALUE ZEROES.
       01  WS-DEFR-GONE-COUNT      PIC S9(9) COMP VALUE ZEROES.
       01  WS-DEFR-NO-ENTRY-COUNT  PIC S9(9) COMP VALUE ZEROES.
       01  WS-DEFR-SKIP-COUNT      PIC S9(9) COMP VALUE ZEROES.
       01  WS-DEFR-WRITTEN-COUNT   PIC S9(9) COMP VALUE ZEROES.
       01  WS-DEFR-PURGED-COUNT    PIC S9(9) COMP VALUE ZEROES.
       01  WS-DEFR-LEFT-COUNT      PIC S9(9) COMP VALUE ZEROES.
      *
      ******************************************************************
      *  IVP/DIAGNOSTIC SWITCH, READ FROM THE SAME UR70PARM CONTROL    *
      *  CARD ABOVE.  WHEN 'Y', 000-MAIN ALSO RUNS ONE SMOKE-TEST CALL *
      *  TO GVBUR70 FOR EVERY UR70DRV ENTRY BEFORE D001 PROCESSING     *
           05  REPL-RECORD-IMAGE          PIC X(4240).
      *
      ******************************************************************
      *  INCREMENTAL DISPATCH MODE, SWITCHED FROM THE SAME UR70PARM   *
      *  CONTROL CARD (COLUMN 23).  WHEN 'Y', THE FULL D001 BROWSE IS *
      *  REPLACED BY A PASS OVER ONLY THE KEYS CHANGED SINCE THE LAST *
      *  BASELINE RUN ON THE REGISTRY THAT FINISHED CLEAN (SEVERITY   *
      *  0004 OR BETTER): THE ADD/UPDATE KEYS ON EVERY D001DLTA       *
      *  GENERATION WRITTEN BY A LATER RUN (DD D001DLIN, POINTED AT   *
      *  THE GDG BASE BY THE JCL), PLUS THIS RUN'S OWN ONLINE, FEED,  *
      *  TRANSACTION, AND D002 RE-POINT CHANGES.  THE KEYS ARE        *
      *  GATHERED ON A REUSABLE WORK KSDS (DD UR70INCW), SO A KEY     *
      *  CHANGED MANY TIMES IS DISPATCHED ONCE, AND ARE DISPATCHED IN *
      *  KEY ORDER.  A FULL RUN STILL HAPPENS WHEN THE LAST CLEAN     *
      *  FULL RUN IS PARM-FULL-CYCLE-DAYS OLD OR OLDER (COLUMNS       *
      *  24-26, DEFAULT 7, 000 = NO CYCLE), WHEN THE OPERATOR HAS     *
      *  ALLOCATED THE FULL-RUN TRIGGER DATASET (DD UR70FULL), AND    *
      *  WHENEVER THE BASELINE OR THE CANDIDATE SET CANNOT BE         *
      *  ESTABLISHED.  REPLAY, A UR70SEL PARTIAL RUN, AND A           *
      *  CHECKPOINT RESTART ALL TAKE PRECEDENCE OVER IT.              *
      ******************************************************************
       01  WS-RUN-INCR-SW          PIC X(01) VALUE 'N'.
           88  WS-RUN-INCR-REQUESTED     VALUE 'Y'.
       01  WS-RUN-FULL-CYCLE-DAYS  PIC S9(4) COMP VALUE +7.
      *
       01  WS-INCR-ACTIVE-SW       PIC X(01) VALUE 'N'.
           88  WS-INCR-ACTIVE            VALUE 'Y'.
       01  WS-INCR-COLLECT-SW      PIC X(01) VALUE 'N'.
           88  WS-INCR-COLLECTING        VALUE 'Y'.
       01  WS-INCR-SCAN-SW         PIC X(01) VALUE 'N'.
           88  WS-INCR-SCAN-DONE         VALUE 'Y'.
       01  WS-INCR-FULL-REASON     PIC X(40) VALUE SPACES.
      *
       01  WS-INCR-BASE-RUN-ID     PIC X(15) VALUE SPACES.
       01  WS-INCR-LAST-FULL-DATE  PIC 9(08) VALUE ZEROES.
       01  WS-INCR-GEN-RUN-ID      PIC X(15) VALUE SPACES.
       01  WS-INCR-TODAY-SERIAL    PIC S9(9) COMP VALUE ZEROES.
       01  WS-INCR-FULL-AGE-DAYS   PIC S9(9) COMP VALUE ZEROES.
      *
       01  WS-INCR-CANDIDATE-COUNT PIC S9(9) COMP VALUE ZEROES.
       01  WS-INCR-PRIOR-KEY-COUNT PIC S9(9) COMP VALUE ZEROES.
       01  WS-INCR-RUN-KEY-COUNT   PIC S9(9) COMP VALUE ZEROES.
       01  WS-INCR-OPEN-KEY-COUNT  PIC S9(9) COMP VALUE ZEROES.
       01  WS-INCR-DLIN-READ-COUNT PIC S9(9) COMP VALUE ZEROES.
       01  WS-INCR-DISPATCH-COUNT  PIC S9(9) COMP VALUE ZEROES.
       01  WS-INCR-NOT-FOUND-COUNT PIC S9(9) COMP VALUE ZEROES.
       01  WS-INCR-FAIL-COUNT      PIC S9(9) COMP VALUE ZEROES.
      *
       01  FULL-RECORD-AREA        PIC X(80)      VALUE SPACES.
      *
       01  INCW-RECORD-AREA.
           05  INCW-KEY                   PIC X(15).
           05  INCW-SOURCE                PIC X(01).
               88  INCW-SOURCE-PRIOR-RUN        VALUE 'P'.
               88  INCW-SOURCE-THIS-RUN         VALUE 'T'.
               88  INCW-SOURCE-OPEN-ITEM        VALUE 'O'.
           05  INCW-RUN-ID                PIC X(15).
           05  FILLER                     PIC X(09).
      *
       01  INCW-LOOKUP-AREA        PIC X(40)      VALUE SPACES.
      *
      ******************************************************************
      *  UR70-FLAG1/UR70-FLAG2 PASSED TO GVBUR70's INIT FUNCTION,      *
      *  READ FROM THE SAME UR70PARM CONTROL CARD AS THE SUBTASK       *
      *  COUNT ABOVE.  AN UNRECOGNIZED COMBINATION ON THE CARD IS      *
       01  WS-RESTART-KEY           PIC X(15) VALUE SPACES.
       01  WS-RESTART-SW            PIC X(01) VALUE 'N'.
           88  WS-RESTART-ACTIVE          VALUE 'Y'.
      *  SET ONCE UR70CKPT HAS BEEN LOOKED AT, SO THE INCREMENTAL
      *  MODE DECISION AND THE BROWSE DO NOT BOTH READ IT.
       01  WS-RESTART-CHECKED-SW    PIC X(01) VALUE 'N'.
           88  WS-RESTART-CHECKED         VALUE 'Y'.
      *
      *  THE CHECKPOINT ALSO CARRIES A SIGNATURE OF THE SELECTION
      *  CRITERIA IN FORCE WHEN IT WAS TAKEN, SO A RESTART UNDER A
       01  WS-FIFIX-VSAM-RC-EDIT     PIC -(8)9.
      *
      ******************************************************************
      *  OPEN-EXCEPTIONS FILE - DD UR70OPNX, A KSDS KEYED BY D001 KEY  *
      *  PLUS EXCP-SOURCE/EXCP-FUNCTION, CARRYING ONE ITEM PER         *
      *  PROBLEM ACROSS RUNS: FIRST-SEEN AND LAST-SEEN RUN ID, HOW     *
      *  MANY RUNS RUNNING IT HAS FAILED, AND THE LATEST DETAIL.       *
      *  EVERY KEYED D001 EXCEPTION 907-WRITE-EXCEPTION WRITES IS      *
      *  POSTED HERE TOO, AND A LATER RUN THAT DISPATCHES THE SAME KEY *
      *  WITHOUT A FRESH EXCEPTION (BROWSE OR REPLAY) MARKS ITS ITEMS  *
      *  RESOLVED - SO A KEY FAILING EVERY NIGHT FOR THREE WEEKS READS *
      *  AS THREE WEEKS OLD, NOT AS NEW EVERY MORNING.  UR70AGED       *
      *  REPORTS IT BY AGE BAND.  OPENED ONCE AND CLOSED AT END-OF-    *
      *  JOB; A MISSING DD IS NOT FATAL.                               *
      ******************************************************************
       01  WS-OPNX-OPEN-SW           PIC X(01) VALUE 'N'.
           88  WS-OPNX-FILE-OPEN            VALUE 'Y'.
       01  WS-OPNX-SCAN-SW           PIC X(01) VALUE 'N'.
           88  WS-OPNX-SCAN-DONE            VALUE 'Y'.
      *
      *  ITEMS STILL OPEN WHEN THE RUN STARTED.  WITH NONE, NO CLEAN
      *  RECORD CAN RESOLVE ANYTHING AND THE PER-RECORD PROBE OF
      *  UR70OPNX IS SKIPPED ENTIRELY.
       01  WS-OPNX-OPEN-AT-START    PIC S9(9) COMP VALUE ZEROES.
       01  WS-OPNX-NEW-COUNT        PIC S9(9) COMP VALUE ZEROES.
       01  WS-OPNX-REPEAT-COUNT     PIC S9(9) COMP VALUE ZEROES.
       01  WS-OPNX-REOPEN-COUNT     PIC S9(9) COMP VALUE ZEROES.
       01  WS-OPNX-RESOLVED-COUNT   PIC S9(9) COMP VALUE ZEROES.
      *
      *  SET WHEN AN ENTRY THAT APPLIES TO THE RECORD IN FLIGHT WAS
      *  NOT CALLED FOR IT - DISABLED, OR STOPPED BY THE BREAKER AND
      *  THE RECORD DEFERRED - SO THE RECORD WAS NOT FULLY DISPATCHED
      *  AND NONE OF ITS OPEN ITEMS MAY BE RESOLVED.
       01  WS-OPNX-PARTIAL-SW        PIC X(01) VALUE 'N'.
           88  WS-OPNX-PARTIAL-DISPATCH     VALUE 'Y'.
       01  WS-OPNX-HELD-OPEN-COUNT  PIC S9(9) COMP VALUE ZEROES.
      *
      *  WS-EXCEPTION-COUNT AS IT STOOD BEFORE THE RECORD IN FLIGHT
      *  WAS EDITED AND DISPATCHED - UNCHANGED AFTERWARDS MEANS THE
      *  RECORD WENT THROUGH CLEAN.
       01  WS-OPNX-EXCP-MARK        PIC S9(9) COMP VALUE ZEROES.
      *
      *  THE KEY IS 28 BYTES, SO UR70OPNX CALLS PASS OPNX-KEY AS THE
      *  KEY ARGUMENT RATHER THAN THE 15-BYTE FIFIX-RECORD-KEY.
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
      *  RUN-CONFIGURATION ARCHIVE - DD UR70CFGA, A KSDS KEYED BY RUN  *
      *  ID + CONTROL DDNAME + CARD SEQUENCE.  EVERY CONTROL CARD THE  *
      *  RUN ACTUALLY READS (UR70PARM, UR70DRV, UR70MAP, UR70MASK,     *
      *  UR70SEL, UR70EDIT, ARCHPARM) IS COPIED HERE AS READ - VALID   *
      *  OR NOT - SO THE CONFIGURATION BEHIND ANY RUN CAN BE SHOWN     *
      *  LATER AND TWO RUNS COMPARED (UR70CFGR).  OPENED ONCE, RIGHT   *
      *  AFTER THE RUN ID IS SET, AND CLOSED AT END-OF-JOB; A MISSING  *
      *  DD IS NOT FATAL.                                              *
      ******************************************************************
       01  WS-CFGA-OPEN-SW           PIC X(01) VALUE 'N'.
           88  WS-CFGA-FILE-OPEN            VALUE 'Y'.
       01  WS-CFGA-CARD-COUNT       PIC S9(9) COMP VALUE ZEROES.
       01  WS-CFGA-FAIL-COUNT       PIC S9(9) COMP VALUE ZEROES.
      *
      *  THE KEY IS 28 BYTES, SO UR70CFGA CALLS PASS CFGA-KEY AS THE
      *  KEY ARGUMENT RATHER THAN THE 15-BYTE FIFIX-RECORD-KEY.
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
      *  END-OF-JOB REPORT - DD UR70RPT CARRIES THE D001 COUNT         *
      *  RECONCILIATION (111-RECONCILE-D001-COUNT) AND THE END-OF-JOB  *
      *  SUMMARY AS AN ACTUAL REPORT DATASET RATHER THAN JUST THE      *
           05  OUT-METHOD                 PIC X(32).
           05  OUT-RUN-DATE               PIC 9(08).
           05  OUT-RUN-ID                 PIC X(15).
      *  THE CHAIN (ITS FIRST ENTRY'S UR70DRV NUMBER), THE STEP OF IT
      *  THAT PRODUCED THIS RESULT, AND THE STEPS THE CHAIN DECLARES -
      *  A STEP BELOW THE COUNT MEANS THE CHAIN ENDED EARLY.
           05  OUT-CHAIN-NO               PIC 9(02).
           05  OUT-CHAIN-STEP             PIC 9(02).
           05  OUT-CHAIN-STEPS            PIC 9(02).
           05  OUT-RECV-LENGTH            PIC 9(05).
           05  OUT-RECV-AREA              PIC X(4240).
      *
           05  REJT-SOURCE                PIC X(03).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  REJT-RECORD-IMAGE          PIC X(80).
      *  RUN ID PLUS A SEQUENCE WITHIN THE RUN - THE KEY A DEPARTMENT
      *  QUOTES ON ITS CORRECTION SO UR70CORR CAN TIE IT BACK.
           05  REJT-KEY.
               10  REJT-RUN-ID            PIC X(15).
               10  REJT-SEQ               PIC 9(07).
      *
       01  WS-REJT-SEQ             PIC S9(9) COMP VALUE ZEROES.
      *
      ******************************************************************
      *  FEED REJECT STATUS REGISTER - DD UR70RJST, A KSDS KEYED BY   *
      *  THE REJECT'S RUN ID AND SEQUENCE.  EVERY REJECT IS WRITTEN   *
      *  HERE 'OPEN' ALONGSIDE ITS UR70REJT RECORD; UR70CORR MOVES IT *
      *  ON TO CORRECTED, RESUBMITTED OR ABANDONED.  A MISSING DD IS  *
      *  NOT FATAL - THE REJECTS STILL GO TO UR70REJT.                *
      ******************************************************************
       01  WS-RJST-OPEN-SW         PIC X(01)      VALUE 'N'.
           88  WS-RJST-FILE-OPEN              VALUE 'Y'.
      *
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
      *  MAINTENANCE MODE - DD UR70TRAN CARRIES UPDATE/DELETE          *
       01  WS-TRAN-APPLIED-COUNT    PIC S9(9) COMP VALUE ZEROES.
       01  WS-TRAN-REJECTED-COUNT   PIC S9(9) COMP VALUE ZEROES.
      *
      *  HOW 259-APPLY-TO-D001 WENT: APPLIED, REJECTED, OR REJECTED
      *  BECAUSE THE KEY IS NOT ON D001.
       01  WS-TRAN-RESULT-SW        PIC X(01)      VALUE SPACES.
           88  WS-TRAN-WAS-APPLIED            VALUE 'A'.
           88  WS-TRAN-WAS-REJECTED           VALUE 'R' 'M'.
           88  WS-TRAN-KEY-MISSING            VALUE 'M'.
      *
      *
      *  A CARD MAY CARRY AN EFFECTIVE DATE (COLS 97-104, YYYYMMDD).
      *  BLANK, TODAY OR EARLIER APPLIES TONIGHT AS BEFORE; A LATER
      *  DATE IS HELD ON UR70PEND UNTIL A RUN ON OR AFTER THAT DATE.
      *  CANCEL (C) AND AMEND (A) CARDS NAME A PENDING TRANSACTION BY
      *  ITS KEY AND EFFECTIVE DATE; AN AMEND MAY CHANGE THE ACTION
      *  (COL 105, U/D, BLANK = KEEP), THE EFFECTIVE DATE (COLS
      *  106-113, BLANK = KEEP) AND, FOR AN UPDATE, THE DATA (COLS
      *  17-96, BLANK = KEEP).  THE UR70TRAN LRECL IS 120.
       01  TRAN-RECORD-AREA.
           05  TRAN-CODE                  PIC X(01).
               88  TRAN-CODE-UPDATE             VALUE 'U'.
               88  TRAN-CODE-DELETE             VALUE 'D'.
               88  TRAN-CODE-CANCEL             VALUE 'C'.
               88  TRAN-CODE-AMEND              VALUE 'A'.
               88  TRAN-CODE-PENDING-MAINT      VALUE 'C' 'A'.
           05  TRAN-KEY                   PIC X(15).
           05  TRAN-DATA                  PIC X(80).
           05  TRAN-EFFECTIVE-DATE        PIC X(08).
           05  TRAN-AMEND-CODE            PIC X(01).
           05  TRAN-AMEND-DATE            PIC X(08).
           05  FILLER                     PIC X(07).
      *
      ******************************************************************
      *  PENDING TRANSACTIONS - DD UR70PEND, A KSDS KEYED BY           *
      *  EFFECTIVE DATE AND D001 KEY (23 BYTES, PASSED AS PEND-KEY),   *
      *  SO A BROWSE FROM THE TOP RETURNS THEM IN THE ORDER THEY FIRE. *
      *  ONE PENDING TRANSACTION PER KEY PER DATE - A SECOND ONE IS    *
      *  REJECTED; THE FIRST MUST BE AMENDED INSTEAD.  A FIRED         *
      *  TRANSACTION IS DELETED WHETHER D001 TOOK IT OR NOT.  A        *
      *  MISSING DD REJECTS FUTURE-DATED AND CANCEL/AMEND CARDS.       *
      ******************************************************************
       01  WS-PEND-OPEN-SW          PIC X(01)      VALUE 'N'.
           88  WS-PEND-FILE-OPEN              VALUE 'Y'.
       01  WS-PEND-SCAN-SW          PIC X(01)      VALUE 'N'.
           88  WS-PEND-SCAN-DONE              VALUE 'Y'.
      *
       01  PEND-RECORD-AREA.
           05  PEND-KEY.
               10  PEND-EFFECTIVE-DATE    PIC 9(08).
               10  PEND-TRAN-KEY          PIC X(15).
           05  PEND-CODE                  PIC X(01).
           05  PEND-DATA                  PIC X(80).
           05  PEND-ENTERED-RUN-ID        PIC X(15).
           05  PEND-ENTERED-DATE          PIC 9(08).
           05  PEND-AMENDED-RUN-ID        PIC X(15).
           05  PEND-AMEND-COUNT           PIC 9(03).
           05  FILLER                     PIC X(15).
      *
       01  WS-PEND-OLD-KEY          PIC X(23)      VALUE SPACES.
      *
      *  RESULT OF 258-CHECK-EFFECTIVE-DATE ON WS-PEND-DATE-X.
       01  WS-PEND-DATE-X           PIC X(08)      VALUE SPACES.
       01  WS-PEND-DATE-N REDEFINES WS-PEND-DATE-X
                                    PIC 9(08).
       01  WS-PEND-DATE-PARTS REDEFINES WS-PEND-DATE-X.
           05  WS-PEND-DATE-YYYY          PIC 9(04).
           05  WS-PEND-DATE-MM            PIC 9(02).
           05  WS-PEND-DATE-DD            PIC 9(02).
       01  WS-PEND-DATE-SW          PIC X(01)      VALUE SPACES.
           88  WS-PEND-DATE-NONE              VALUE 'N'.
           88  WS-PEND-DATE-VALID             VALUE 'V'.
           88  WS-PEND-DATE-INVALID           VALUE 'I'.
      *
      *  DAYS IN EACH MONTH, FEBRUARY TAKEN AS 28 AND RAISED TO 29
      *  IN A LEAP YEAR BY 258-CHECK-EFFECTIVE-DATE.
       01  WS-PEND-MONTH-DAYS-X     PIC X(24)      VALUE
                                    '312831303130313130313031'.
       01  WS-PEND-MONTH-DAYS REDEFINES WS-PEND-MONTH-DAYS-X.
           05  WS-PEND-MONTH-LEN          PIC 9(02)
                                          OCCURS 12 TIMES.
       01  WS-PEND-MAX-DD           PIC 9(02)      VALUE ZEROES.
       01  WS-PEND-LEAP-QUOT        PIC S9(9) COMP VALUE ZEROES.
       01  WS-PEND-LEAP-REM-4       PIC S9(4) COMP VALUE ZEROES.
       01  WS-PEND-LEAP-REM-100     PIC S9(4) COMP VALUE ZEROES.
       01  WS-PEND-LEAP-REM-400     PIC S9(4) COMP VALUE ZEROES.
      *
       01  WS-PEND-REJECT-REASON    PIC X(40)      VALUE SPACES.
       01  WS-PEND-TODAY-SERIAL     PIC S9(9) COMP VALUE ZEROES.
       01  WS-PEND-DAYS-AHEAD       PIC S9(9) COMP VALUE ZEROES.
       01  WS-PEND-FLAG             PIC X(20)      VALUE SPACES.
      *
       01  WS-PEND-SCHEDULED-COUNT  PIC S9(9) COMP VALUE ZEROES.
       01  WS-PEND-CANCELLED-COUNT  PIC S9(9) COMP VALUE ZEROES.
       01  WS-PEND-AMENDED-COUNT    PIC S9(9) COMP VALUE ZEROES.
       01  WS-PEND-REJECTED-COUNT   PIC S9(9) COMP VALUE ZEROES.
       01  WS-PEND-FIRED-COUNT      PIC S9(9) COMP VALUE ZEROES.
       01  WS-PEND-UPCOMING-COUNT   PIC S9(9) COMP VALUE ZEROES.
       01  WS-PEND-MISSING-COUNT    PIC S9(9) COMP VALUE ZEROES.
      *
      ******************************************************************
      *  ONLINE CHANGES - THE D01M TRANSACTION (D001ONLN) WRITES ONE   *
      *  UR70AUDT-FORMAT RECORD AND ONE D001DLTA-FORMAT RECORD FOR     *
      *  EVERY D001 UPDATE/DELETE MADE AT A TERMINAL, TO THE ONLINE    *
      *  CHANGE DATASETS ON DD D001OLAU AND D001OLDL.  EACH RUN COPIES *
      *  THEM, STAMPS AND ALL, INTO ITS OWN UR70AUDT AND D001DLTA      *
      *  GENERATIONS RIGHT AFTER THE DELTA HEADER - SO UR70CONS AND    *
      *  D001APLY TAKE THEM EXACTLY LIKE BATCH CHANGES AND THE         *
      *  GENERATION SEQUENCE STAYS UNBROKEN - THEN EMPTIES THE ONLINE  *
      *  DATASETS SO NOTHING IS CARRIED TWICE.  ONLINE DELETES SINCE   *
      *  THE LAST RUN ARE ALLOWED FOR IN THE D001 COUNT                *
      *  RECONCILIATION.  MISSING DDS, OR A RUN WITHOUT THE D001       *
      *  UPDATE LOCK, SKIP THE PICKUP.                                 *
      ******************************************************************
       01  WS-OLCH-AUDIT-COUNT      PIC S9(9) COMP VALUE ZEROES.
       01  WS-OLCH-DELTA-COUNT      PIC S9(9) COMP VALUE ZEROES.
       01  WS-OLCH-DELETE-COUNT     PIC S9(9) COMP VALUE ZEROES.
       01  WS-OLCH-SKIP-COUNT       PIC S9(9) COMP VALUE ZEROES.
       01  WS-OLCH-DDNAME           PIC X(08)      VALUE SPACES.
       01  WS-OLCH-COPIED-SW        PIC X(01)      VALUE 'N'.
           88  WS-OLCH-COPIED                 VALUE 'Y'.
      *
      ******************************************************************
      *  PRE-RUN D001 BACKUP - BEFORE THE FIRST WRITE AGAINST D001,    *
           05  D002-DATA                  PIC X(65).
      *
      ******************************************************************
      *  D002 MAINTENANCE - DD D002TRAN CARRIES ADD/CHANGE/RETIRE      *
      *  TRANSACTIONS AGAINST THE REFERENCE MASTER, APPLIED RIGHT      *
      *  AFTER THE D002FEED LOAD.  A RETIRE IS CHECKED AGAINST D001    *
      *  FIRST: EVERY D001 RECORD WHOSE PARENT REFERENCE (BYTES 3-17)  *
      *  NAMES THE PARENT IS ONE OF ITS CHILDREN.  WITHOUT A SUCCESSOR *
      *  ON THE CARD, ANY CHILD BLOCKS THE RETIRE AND THE CHILDREN ARE *
      *  LISTED ON UR70RPT; WITH ONE, EVERY CHILD IS RE-POINTED TO THE *
      *  SUCCESSOR THROUGH THE NORMAL D001 UP/AUDIT/DELTA PATH BEFORE  *
      *  THE PARENT IS DELETED, SO NO ORPHAN IS EVER LEFT BEHIND FOR   *
      *  420-CHECK-PARENT-REF TO FIND.  A MISSING D002TRAN (OR NO      *
      *  D002) SKIPS MAINTENANCE.                                      *
      ******************************************************************
       01  WS-D2MT-APPLIED-COUNT    PIC S9(9) COMP VALUE ZEROES.
       01  WS-D2MT-REJECTED-COUNT   PIC S9(9) COMP VALUE ZEROES.
       01  WS-D2MT-BLOCKED-COUNT    PIC S9(9) COMP VALUE ZEROES.
       01  WS-D2MT-REPOINT-COUNT    PIC S9(9) COMP VALUE ZEROES.
      *  PER-RETIRE COUNTS - RESET FOR EVERY RETIRE TRANSACTION.
       01  WS-D2MT-CHILD-COUNT      PIC S9(9) COMP VALUE ZEROES.
       01  WS-D2MT-CHILD-FAIL-COUNT PIC S9(9) COMP VALUE ZEROES.
      *
       01  WS-D2MT-SCAN-SW          PIC X(01)      VALUE 'N'.
           88  WS-D2MT-SCAN-DONE              VALUE 'Y'.
       01  WS-D2MT-REJECT-REASON    PIC X(40)      VALUE SPACES.
       01  WS-D2MT-CHILD-KEY        PIC X(15)      VALUE SPACES.
       01  WS-D2MT-CHILD-LENGTH     PIC S9(4) COMP VALUE ZEROES.
      *
       01  D2TR-RECORD-AREA.
           05  D2TR-CODE                  PIC X(01).
               88  D2TR-CODE-ADD                VALUE 'A'.
               88  D2TR-CODE-CHANGE             VALUE 'C'.
               88  D2TR-CODE-RETIRE             VALUE 'R'.
           05  D2TR-KEY                   PIC X(15).
      *  RETIRE ONLY - THE PARENT THE CHILDREN MOVE TO.  SPACES MEANS
      *  NO RE-POINTING: THE RETIRE GOES THROUGH ONLY IF NO D001
      *  RECORD STILL REFERS TO THE PARENT.
           05  D2TR-SUCCESSOR-KEY         PIC X(15).
      *  ADD/CHANGE ONLY - THE PARENT'S NEW DATA (D002 BYTES 16-80).
           05  D2TR-DATA                  PIC X(65).
      *
      ******************************************************************
      *  WATCHDOG TIMEOUT ON GVBUR70 CALLS.  A CALL THAT COMES BACK   *
      *  HAVING RUN LONGER THAN ITS ENTRY'S DRV-CTL-TIMEOUT IS        *
      *  LOGGED AS A TIMEOUT EXCEPTION (CLASS/METHOD AND THE D001     *
      *  CARDS CUT BEFORE THE FIELD EXISTED BEHAVE.
      *
      *  DRV-CTL-RECORD-TYPE THROUGH DRV-CTL-POST-SW SIT IN COLUMNS
      *  81-87, THE SHADOW CLASS/METHOD IN COLUMNS 88-151 AND THE
      *  CHAIN FIELDS IN COLUMNS 152-158, SO THE CONTROL FILE MUST
      *  BE LRECL 87 (151 WITH SHADOWING, 158 WITH CHAINING) TO
      *  CARRY THEM.  AN 80-BYTE CARD (INCLUDING INSTREAM DD *)
      *  STILL LOADS, BUT ITS ENTRY DEFAULTS TO EVERY-TYPE/
      *  NO-TIMEOUT/NO-POSTING/NO-SHADOW AND THE LOAD SAYS SO ON
      *  UR70SHDW, AND NEITHER RESULT IS APPLIED ANYWHERE.
           05  DRV-CTL-SHDW-CLASS            PIC X(32).
           05  DRV-CTL-SHDW-METHOD           PIC X(32).
      *  A PREDECESSOR ENTRY NUMBER (COLS 152-153, LRECL 158) MAKES
      *  THIS ENTRY THE NEXT STEP OF A CHAIN: IT IS NOT DISPATCHED
      *  AGAINST THE D001 RECORD ON ITS OWN, BUT AFTER A SUCCESSFUL
      *  CALL OF THAT EARLIER ENTRY FOR THE SAME RECORD, WITH THE
      *  PREDECESSOR'S RECEIVE BUFFER (THROUGH THIS ENTRY'S 'S'
      *  UR70MAP RULES) AS ITS SEND MESSAGE.  THE CONDITION (COL
      *  154) IS 'Z' OR SPACE - RUN ONLY IF THE PREDECESSOR'S
      *  UR70-JRETC WAS ZERO - OR 'E' - ONLY IF IT EQUALLED THE CODE
      *  IN COLS 155-158.  BLANK OR 00 = NO PREDECESSOR.
           05  DRV-CTL-PRED-ENTRY            PIC 9(02).
           05  DRV-CTL-CHAIN-COND            PIC X(01).
           05  DRV-CTL-CHAIN-JRETC           PIC 9(04).
      *
       01  DRV-CONTROL-TABLE.
           05  DRV-CTL-COUNT                PIC S9(4) COMP VALUE ZEROES.
               10  DRV-CTL-T-TIME-MIN        PIC S9(9) COMP.
               10  DRV-CTL-T-TIME-MAX        PIC S9(9) COMP.
               10  DRV-CTL-T-TIME-TOT        PIC S9(9) COMP.
               10  DRV-CTL-T-BRKR-SW         PIC X(01).
                   88  DRV-CTL-T-TRIPPED         VALUE 'Y'.
               10  DRV-CTL-T-TRIP-TIME       PIC X(08).
               10  DRV-CTL-T-TRIP-KEY        PIC X(15).
               10  DRV-CTL-T-DEFER-COUNT     PIC S9(9) COMP.
               10  DRV-CTL-T-PRED-IDX        PIC S9(4) COMP.
               10  DRV-CTL-T-NEXT-IDX        PIC S9(4) COMP.
               10  DRV-CTL-T-CHAIN-COND      PIC X(01).
                   88  DRV-CTL-T-COND-EQUAL      VALUE 'E'.
               10  DRV-CTL-T-COND-JRETC      PIC S9(9) COMP.
               10  DRV-CTL-T-CHAIN-NO        PIC S9(4) COMP.
               10  DRV-CTL-T-CHAIN-STEP      PIC S9(4) COMP.
               10  DRV-CTL-T-CHAIN-STEPS     PIC S9(4) COMP.
               10  DRV-CTL-T-CHAIN-COUNT     PIC S9(9) COMP.
      *
      ******************************************************************
      *  CHAINED ENRICHMENT - AN ENTRY WITH A PREDECESSOR RUNS INSIDE  *
      *  ITS PREDECESSOR'S DISPATCH FOR THE SAME RECORD.  A CHAIN IS   *
      *  NAMED BY ITS FIRST ENTRY'S NUMBER ON UR70DRV (DRV-CTL-T-      *
      *  CHAIN-NO); AN UNCHAINED ENTRY IS A ONE-STEP CHAIN OF ITS OWN. *
      *  ONLY THE LAST STEP THAT RUNS FOR A RECORD IS WRITTEN TO       *
      *  UR70OUT, POSTED, AND COUNTED AS A JAVA RESULT; A STEP WHOSE   *
      *  ANSWER WAS PASSED ON IS COUNTED ON ITS ENTRY AS CHAINED.      *
      ******************************************************************
       01  WS-CHAIN-NEXT-IDX       PIC S9(4) COMP VALUE ZEROES.
       01  WS-CHAIN-ROOT-IDX       PIC S9(4) COMP VALUE ZEROES.
       01  WS-CHAIN-SUB            PIC S9(4) COMP VALUE ZEROES.
       01  WS-CHAIN-FEED-SW        PIC X(01)      VALUE 'N'.
           88  WS-CHAIN-FEEDING               VALUE 'Y'.
       01  WS-CHAIN-HELD-SW        PIC X(01)      VALUE 'N'.
           88  WS-CHAIN-HELD                  VALUE 'Y'.
       01  WS-CHAIN-LINK-ERROR     PIC X(30)      VALUE SPACES.
       01  WS-CHAIN-PRED-LEN       PIC S9(9) COMP VALUE ZEROES.
       01  WS-CHAIN-PRED-RECV      PIC X(4240)    VALUE SPACES.
       01  WS-CHAIN-ENTRY-COUNT    PIC S9(4) COMP VALUE ZEROES.
       01  WS-CHAIN-PASS-COUNT     PIC S9(9) COMP VALUE ZEROES.
       01  WS-CHAIN-STOP-COUNT     PIC S9(9) COMP VALUE ZEROES.
       01  WS-CHAIN-DEFER-COUNT    PIC S9(9) COMP VALUE ZEROES.

      ******************************************************************
      *  PER-ENTRY CALL STATISTICS - THE COUNTERS AND ELAPSED-TIME     *
           05  STAT-TIME-MAX-HUND         PIC 9(09).
           05  FILLER                     PIC X(01).
           05  STAT-TIME-AVG-HUND         PIC 9(09).
           05  FILLER                     PIC X(01).
      *  ANSWERS THE ENTRY PASSED ON TO THE NEXT STEP OF ITS CHAIN.
           05  STAT-CHAINED-COUNT         PIC 9(09).

      *****************************************************************
      *                                                               *
           ACCEPT WS-RUN-DATE               FROM DATE YYYYMMDD
      *
           PERFORM 091-SET-RUN-ID           THRU 091-EXIT
      *
           PERFORM 089-TAKE-UPDATE-LOCK     THRU 089-EXIT
      *
           IF WS-LOCK-REFUSED
              PERFORM 959-CLOSE-EXCEPTION-FILE
                                            THRU 959-EXIT
              MOVE 12                       TO RETURN-CODE
              GO TO 000-GOBACK
           END-IF
      *
           PERFORM 096-OPEN-CONFIG-ARCHIVE  THRU 096-EXIT
      *
           PERFORM 100-LOAD-RUN-PARM        THRU 100-EXIT
      *
           PERFORM 110-OPEN-FILE            THRU 110-EXIT
      *
           PERFORM 127-OPEN-D002            THRU 127-EXIT
      *
           PERFORM 094-OPEN-OPNX-FILE       THRU 094-EXIT
      *
           PERFORM 480-OPEN-DEFERRED-FILE   THRU 480-EXIT
      *
           PERFORM 112-OPEN-REPORT          THRU 112-EXIT
      *
           PERFORM 114-OPEN-OUTPUT-FILE     THRU 114-EXIT
      *
           PERFORM 117-OPEN-DELTA-FILE      THRU 117-EXIT
      *
           PERFORM 460-SET-DISPATCH-MODE    THRU 460-EXIT
      *
           PERFORM 147-PICKUP-ONLINE-CHANGES
                                            THRU 147-EXIT
      *
           PERFORM 129-OPEN-SHADOW-FILE     THRU 129-EXIT
      *
           PERFORM 200-LOAD-INPUT-FEED      THRU 200-EXIT
      *
           PERFORM 260-LOAD-D002-FEED       THRU 260-EXIT
      *
           PERFORM 261-MAINTAIN-D002        THRU 261-EXIT
      *
           PERFORM 250-PROCESS-TRANSACTIONS THRU 250-EXIT
      *
           PERFORM 270-ARCHIVE-AGED         THRU 270-EXIT
      *
           PERFORM 482-WORK-DEFERRED-QUEUE  THRU 482-EXIT
      *
           EVALUATE TRUE
              WHEN WS-RUN-REPLAY-MODE
                 PERFORM 450-REPLAY-EXCEPTIONS THRU 450-EXIT
              WHEN WS-RUN-CATCHUP-MODE
                 DISPLAY 'TESTUR70 CATCH-UP RUN - DEFERRED QUEUE '
                         'ONLY, NO D001 DISPATCH'
              WHEN WS-INCR-ACTIVE
                 PERFORM 470-DISPATCH-INCREMENTAL
                                            THRU 470-EXIT
              WHEN OTHER
                 PERFORM 400-READ-RECORD    THRU 400-EXIT
           END-EVALUATE
      *
           PERFORM 487-PURGE-WORKED-ITEMS   THRU 487-EXIT
      *
           PERFORM 800-SHUTDOWN-UR70        THRU 800-EXIT
      *
           PERFORM 137-TAKE-CLOSING-COUNT   THRU 137-EXIT
      *
           PERFORM 120-CLOSE-FILE           THRU 120-EXIT
      *
           PERFORM 954-WRITE-RUN-HISTORY    THRU 954-EXIT
      *
           PERFORM 966-UPDATE-RUN-REGISTRY  THRU 966-EXIT
      *
           PERFORM 970-WRITE-BALANCING-FIGURES
                                            THRU 970-EXIT
      *
           PERFORM 952-WRITE-STAT-REPORT    THRU 952-EXIT
      *
           PERFORM 962-CLOSE-REJECT-FILE    THRU 962-EXIT
      *
           PERFORM 965-CLOSE-SHADOW-FILE    THRU 965-EXIT
      *
           PERFORM 967-CLOSE-OPNX-FILE      THRU 967-EXIT
      *
           PERFORM 971-CLOSE-DEFERRED-FILE  THRU 971-EXIT
      *
           PERFORM 968-CLOSE-CONFIG-ARCHIVE THRU 968-EXIT
      *
           PERFORM 969-RELEASE-UPDATE-LOCK  THRU 969-EXIT
      *
           .
       000-GOBACK.
           GOBACK.

      ******************************************************************
      * TAKE THE D001 SINGLE-UPDATER LOCK (DD UR70LOCK).  A LOCK HELD  *
      * UNDER ANOTHER RUN ID REFUSES THIS RUN; ONE HELD UNDER THIS     *
      * RUN ID (A RESUBMISSION WITHIN THE SAME SECOND) IS SIMPLY       *
      * RETAKEN.  OPENED AND CLOSED AROUND THE ONE READ AND PUT, THE   *
      * SAME WAY 093-PUT-REGISTRY-RECORD HANDLES UR70REG.  A MISSING   *
      * DD OR FAILED PUT LEAVES THE RUN UNLOCKED, NOT STOPPED.         *
      ******************************************************************
       089-TAKE-UPDATE-LOCK.

           SET  FIFIX-ANCHOR              TO NULL
           MOVE 'UR70LOCK'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-OPEN          TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-VSAM          TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-IO            TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +0                        TO FIFIX-VSAM-RETURN-CODE
           MOVE +0                        TO FIFIX-RECORD-LENGTH
           MOVE SPACES                    TO FIFIX-RECFM
           MOVE SPACES                    TO FIFIX-RECORD-KEY

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 LOCK-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-SUCCESSFUL
              SET  FIFIX-ANCHOR           TO NULL
              DISPLAY 'UR70LOCK NOT AVAILABLE, RUN PROCEEDS WITHOUT '
                      'THE D001 UPDATE LOCK'
              GO TO 089-EXIT
           END-IF

           MOVE SPACES                    TO LOCK-RECORD-AREA
           MOVE WS-LOCK-KEY               TO FIFIX-RECORD-KEY
           MOVE 'UR70LOCK'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-READ          TO FIFIX-FUNCTION-CODE
           MOVE +80                       TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-FIXED-LEN     TO FIFIX-RECFM
           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 LOCK-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              AND LOCK-IS-HELD
              AND LOCK-RUN-ID NOT = WS-RUN-ID
              MOVE 'R'                    TO WS-LOCK-SW
              DISPLAY 'D001 UPDATE LOCK HELD BY RUN ' LOCK-RUN-ID
                      ' (' LOCK-PROGRAM ') SINCE ' LOCK-TAKEN-DATE
                      ' ' LOCK-TAKEN-TIME
              DISPLAY 'TESTUR70 ENDING - NOTHING PROCESSED, RC 12'
              GO TO 089-CLOSE
           END-IF

           ACCEPT WS-LOCK-TIME            FROM TIME
           MOVE SPACES                    TO LOCK-RECORD-AREA
           MOVE WS-LOCK-KEY               TO LOCK-NAME
           MOVE 'HELD'                    TO LOCK-STATUS
           MOVE WS-RUN-ID                 TO LOCK-RUN-ID
           MOVE 'TESTUR70'                TO LOCK-PROGRAM
           MOVE WS-RUN-DATE               TO LOCK-TAKEN-DATE
           MOVE WS-LOCK-TIME(1:6)         TO LOCK-TAKEN-TIME
           MOVE ZEROES                    TO LOCK-RELEASED-DATE
           MOVE ZEROES                    TO LOCK-RELEASED-TIME

           MOVE WS-LOCK-KEY               TO FIFIX-RECORD-KEY
           MOVE 'UR70LOCK'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-UPDATE        TO FIFIX-FUNCTION-CODE
           MOVE +80                       TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-FIXED-LEN     TO FIFIX-RECFM
           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 LOCK-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-NOT-FOUND
              MOVE WS-LOCK-KEY            TO FIFIX-RECORD-KEY
              MOVE 'UR70LOCK'             TO FIFIX-DDNAME
              MOVE FIFIX-VALUE-WRITE      TO FIFIX-FUNCTION-CODE
              MOVE +80                    TO FIFIX-RECORD-LENGTH
              MOVE FIFIX-VALUE-FIXED-LEN  TO FIFIX-RECFM
              CALL FIFIX   USING FIFIX-PARAMETER-AREA,
                                 LOCK-RECORD-AREA,
                                 FIFIX-RECORD-KEY
           END-IF

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              MOVE 'Y'                    TO WS-LOCK-SW
              DISPLAY 'D001 UPDATE LOCK TAKEN BY RUN ' WS-RUN-ID
           ELSE
              DISPLAY 'UR70LOCK PUT FAILED, RET CD = '
                      FIFIX-RETURN-CODE
                      ' - RUN PROCEEDS WITHOUT THE D001 UPDATE LOCK'
           END-IF

           .
       089-CLOSE.

           MOVE 'UR70LOCK'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-CLOSE         TO FIFIX-FUNCTION-CODE
           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 LOCK-RECORD-AREA,
                                 FIFIX-RECORD-KEY
           SET  FIFIX-ANCHOR              TO NULL

           .
       089-EXIT.
           EXIT.

      ******************************************************************
      * OPEN THE EXCEPTION FILE DD (UR70EXCP) ONCE, BEFORE THE RUN-    *
      * CONTROL CARD IS EVEN READ, SINCE AN INVALID CONTROL CARD IS    *
           MOVE WS-RUN-ID-TIME            TO REG-START-TIME
           MOVE ZEROES                    TO REG-END-DATE
           MOVE ZEROES                    TO REG-END-TIME
           EVALUATE TRUE
              WHEN WS-RUN-REPLAY-MODE
                 MOVE 'REPLAY  '          TO REG-RUN-MODE
              WHEN WS-RUN-CATCHUP-MODE
                 MOVE 'CATCHUP '          TO REG-RUN-MODE
              WHEN WS-RUN-INCR-REQUESTED
                 MOVE 'INCR    '          TO REG-RUN-MODE
              WHEN OTHER
                 MOVE 'NORMAL  '          TO REG-RUN-MODE
           END-EVALUATE
           MOVE '    '                    TO REG-FINAL-SEVERITY
           MOVE SPACES                    TO REG-RECORD-AREA(56:25)

       093-EXIT.
           EXIT.

      ******************************************************************
      * OPEN THE OPEN-EXCEPTIONS FILE (DD UR70OPNX) ONCE, IN IO MODE,  *
      * AND COUNT THE ITEMS STILL OPEN FROM EARLIER RUNS.  A MISSING   *
      * DD IS NOT FATAL - EXCEPTIONS STILL GO TO UR70EXCP, THEY ARE    *
      * JUST NOT TRACKED ACROSS RUNS.                                  *
      ******************************************************************
       094-OPEN-OPNX-FILE.

           MOVE +0                        TO WS-OPNX-OPEN-AT-START

           MOVE 'UR70OPNX'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-OPEN          TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-VSAM          TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-IO            TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +0                        TO FIFIX-VSAM-RETURN-CODE
           MOVE +0                        TO FIFIX-RECORD-LENGTH
           MOVE SPACES                    TO FIFIX-RECFM
           MOVE LOW-VALUES                TO OPNX-KEY

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 OPNX-RECORD-AREA,
                                 OPNX-KEY

           IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-SUCCESSFUL
              MOVE 'N'                    TO WS-OPNX-OPEN-SW
              DISPLAY 'UR70OPNX NOT AVAILABLE, EXCEPTIONS NOT '
                      'TRACKED ACROSS RUNS'
              GO TO 094-EXIT
           END-IF

           MOVE 'Y'                       TO WS-OPNX-OPEN-SW
           DISPLAY 'DATASET OPENED: UR70OPNX'

           MOVE LOW-VALUES                TO OPNX-KEY
           MOVE 'UR70OPNX'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-START-BROWSE  TO FIFIX-FUNCTION-CODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +160                      TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-FIXED-LEN     TO FIFIX-RECFM

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 OPNX-RECORD-AREA,
                                 OPNX-KEY

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              MOVE 'N'                    TO WS-OPNX-SCAN-SW
              PERFORM 095-COUNT-ONE-OPNX  THRU 095-EXIT
                 UNTIL WS-OPNX-SCAN-DONE
           END-IF

           DISPLAY 'OPEN EXCEPTION ITEMS CARRIED IN = '
                   WS-OPNX-OPEN-AT-START

           .
       094-EXIT.
           EXIT.

       095-COUNT-ONE-OPNX.

           MOVE 'UR70OPNX'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-READNEXT      TO FIFIX-FUNCTION-CODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +160                      TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-FIXED-LEN     TO FIFIX-RECFM

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 OPNX-RECORD-AREA,
                                 OPNX-KEY

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              IF OPNX-STATUS-OPEN
                 ADD  1                   TO WS-OPNX-OPEN-AT-START
              END-IF
           ELSE
              MOVE 'Y'                    TO WS-OPNX-SCAN-SW
           END-IF

           .
       095-EXIT.
           EXIT.

      ******************************************************************
      * OPEN THE RUN-CONFIGURATION ARCHIVE (DD UR70CFGA) ONCE, IN IO   *
      * MODE, BEFORE THE FIRST CONTROL CARD IS READ.  A MISSING DD IS  *
      * NOT FATAL - THE RUN GOES AHEAD, ITS CONFIGURATION JUST IS NOT  *
      * KEPT FOR LATER COMPARISON.                                     *
      ******************************************************************
       096-OPEN-CONFIG-ARCHIVE.

           MOVE +0                        TO WS-CFGA-CARD-COUNT

           MOVE 'UR70CFGA'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-OPEN          TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-VSAM          TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-IO            TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +0                        TO FIFIX-VSAM-RETURN-CODE
           MOVE +0                        TO FIFIX-RECORD-LENGTH
           MOVE SPACES                    TO FIFIX-RECFM
           MOVE LOW-VALUES                TO CFGA-KEY

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 CFGA-RECORD-AREA,
                                 CFGA-KEY

           IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-SUCCESSFUL
              MOVE 'N'                    TO WS-CFGA-OPEN-SW
              DISPLAY 'UR70CFGA NOT AVAILABLE, RUN CONFIGURATION '
                      'NOT ARCHIVED'
              GO TO 096-EXIT
           END-IF

           MOVE 'Y'                       TO WS-CFGA-OPEN-SW
           DISPLAY 'DATASET OPENED: UR70CFGA'

           .
       096-EXIT.
           EXIT.

      ******************************************************************
      * ARCHIVE ONE CONTROL CARD JUST READ.  THE CALLER HAS MOVED THE  *
      * CONTROL DDNAME TO CFGA-DDNAME AND THE CARD AS READ TO          *
      * CFGA-CARD-IMAGE.  REACHED FROM INSIDE EACH LOADER'S READ LOOP  *
      * WHILE THE CONTROL FILE IS STILL OPEN, SO THE SHARED FIFIX      *
      * STATE IS SAVED AND RESTORED AROUND THE WRITE.  A FAILED WRITE  *
      * IS COUNTED AND DISPLAYED, NEVER FATAL.                         *
      ******************************************************************
       097-ARCHIVE-CONTROL-CARD.

           IF NOT WS-CFGA-FILE-OPEN
              GO TO 097-EXIT
           END-IF

           MOVE FIFIX-RETURN-CODE         TO WS-SAVE-FIFIX-RETURN-CODE
           MOVE FIFIX-RECORD-KEY          TO WS-SAVE-FIFIX-RECORD-KEY
           SET  WS-SAVE-FIFIX-ANCHOR      TO FIFIX-ANCHOR

           ADD  1                         TO WS-CFGA-CARD-COUNT
           MOVE WS-RUN-ID                 TO CFGA-RUN-ID
           MOVE WS-CFGA-CARD-COUNT        TO CFGA-SEQ
           MOVE WS-RUN-DATE               TO CFGA-RUN-DATE

           MOVE 'UR70CFGA'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-WRITE         TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-VSAM          TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-IO            TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +0                        TO FIFIX-VSAM-RETURN-CODE
           MOVE +200                      TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-FIXED-LEN     TO FIFIX-RECFM

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 CFGA-RECORD-AREA,
                                 CFGA-KEY

           IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-SUCCESSFUL
              ADD  1                      TO WS-CFGA-FAIL-COUNT
              DISPLAY 'UR70CFGA WRITE FAILED, RET CD = '
                      FIFIX-RETURN-CODE ' KEY = ' CFGA-KEY
           END-IF

           MOVE SPACES                    TO CFGA-CARD-IMAGE

           MOVE WS-SAVE-FIFIX-RETURN-CODE TO FIFIX-RETURN-CODE
           MOVE WS-SAVE-FIFIX-RECORD-KEY  TO FIFIX-RECORD-KEY
           SET  FIFIX-ANCHOR              TO WS-SAVE-FIFIX-ANCHOR

           .
       097-EXIT.
           EXIT.

      ******************************************************************
      * LOAD THE RUN-CONTROL CARD FROM DD UR70PARM.  IF THE CONTROL   *
      * CARD IS ABSENT, THE SUBTASK COUNT DEFAULTS TO 1 AS BEFORE.     *
                                 FIFIX-RECORD-KEY

              IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
                 MOVE 'UR70PARM'          TO CFGA-DDNAME
                 MOVE PARM-RECORD-AREA    TO CFGA-CARD-IMAGE
                 PERFORM 097-ARCHIVE-CONTROL-CARD
                    THRU 097-EXIT
                 MOVE PARM-SUBTASK-COUNT  TO WS-RUN-SUBTASK-COUNT
                 IF PARM-FLAG1 NOT = SPACE
                    MOVE PARM-FLAG1       TO WS-RUN-FLAG1
                    MOVE PARM-REJECT-LIMIT
                                          TO WS-RUN-REJECT-LIMIT
                 END-IF
                 IF PARM-INCR-SW NOT = SPACE
                    MOVE PARM-INCR-SW     TO WS-RUN-INCR-SW
                 END-IF
                 IF PARM-FULL-CYCLE-DAYS IS NUMERIC
                    MOVE PARM-FULL-CYCLE-DAYS
                                          TO WS-RUN-FULL-CYCLE-DAYS
                 END-IF
                 IF PARM-BRKR-WINDOW IS NUMERIC
                    AND PARM-BRKR-WINDOW > ZEROES
                    MOVE PARM-BRKR-WINDOW TO WS-BRKR-WINDOW
                 END-IF
                 IF PARM-BRKR-PCT IS NUMERIC
                    MOVE PARM-BRKR-PCT    TO WS-BRKR-PCT
                 END-IF
                 IF PARM-BRKR-SCOPE = 'A'
                    MOVE PARM-BRKR-SCOPE  TO WS-BRKR-SCOPE
                 END-IF
                 IF PARM-CATCHUP-SW NOT = SPACE
                    MOVE PARM-CATCHUP-SW  TO WS-RUN-CATCHUP-SW
                 END-IF
              END-IF

              MOVE 'UR70PARM'             TO FIFIX-DDNAME

           PERFORM 103-VALIDATE-RUN-FLAGS THRU 103-EXIT

      *  A WINDOW WIDER THAN THE TABLE HOLDS IS CUT BACK TO IT; A
      *  THRESHOLD OVER 100 PERCENT COULD NEVER TRIP.
           IF WS-BRKR-WINDOW > WS-BRKR-MAX-WINDOW
              MOVE WS-BRKR-MAX-WINDOW     TO WS-BRKR-WINDOW
           END-IF
           IF WS-BRKR-PCT > +100
              MOVE +100                   TO WS-BRKR-PCT
           END-IF
           MOVE +0                        TO BRKR-W-NEXT(26)
           MOVE +0                        TO BRKR-W-FILLED(26)
           MOVE +0                        TO BRKR-W-FAILS(26)
           IF WS-BRKR-PCT > ZEROES
              DISPLAY 'JAVA CIRCUIT BREAKER ON - ' WS-BRKR-PCT
                      ' PERCENT OF ' WS-BRKR-WINDOW ' CALLS, SCOPE '
                      WS-BRKR-SCOPE
           END-IF

           DISPLAY 'UR70 SUBTASK COUNT = ' WS-RUN-SUBTASK-COUNT

           .
                 THRU 101-INIT-ENTRY-STATS-EXIT
           END-IF

      *  EVERY STEP OF A CHAIN CARRIES THE NUMBER OF STEPS ITS CHAIN
      *  DECLARES, KEPT ON THE FIRST ENTRY AS THE CHAIN WAS LINKED.
           PERFORM 101-SET-CHAIN-STEPS
              THRU 101-SET-CHAIN-STEPS-EXIT
              VARYING WS-CHAIN-SUB FROM 1 BY 1
                UNTIL WS-CHAIN-SUB > DRV-CTL-COUNT

           DISPLAY 'UR70 DRIVER TABLE ENTRIES LOADED: ' DRV-CTL-COUNT
           IF WS-CHAIN-ENTRY-COUNT > ZEROES
              DISPLAY 'UR70 DRIVER ENTRIES CHAINED TO A PREDECESSOR: '
                      WS-CHAIN-ENTRY-COUNT
           END-IF

           .
       101-EXIT.
                                 FIFIX-RECORD-KEY

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              MOVE 'UR70DRV '             TO CFGA-DDNAME
              MOVE DRV-CTL-RECORD-AREA    TO CFGA-CARD-IMAGE
              PERFORM 097-ARCHIVE-CONTROL-CARD
                 THRU 097-EXIT
              ADD  1                      TO DRV-CTL-COUNT
              MOVE DRV-CTL-CLASS
                          TO DRV-CTL-T-CLASS(DRV-CTL-COUNT)
              END-IF
              PERFORM 101-INIT-ENTRY-STATS
                 THRU 101-INIT-ENTRY-STATS-EXIT
              PERFORM 101-LINK-CHAIN-ENTRY
                 THRU 101-LINK-CHAIN-ENTRY-EXIT
           END-IF

           .
           MOVE +0        TO DRV-CTL-T-TIME-MIN(DRV-CTL-COUNT)
           MOVE +0        TO DRV-CTL-T-TIME-MAX(DRV-CTL-COUNT)
           MOVE +0        TO DRV-CTL-T-TIME-TOT(DRV-CTL-COUNT)
           MOVE 'N'       TO DRV-CTL-T-BRKR-SW(DRV-CTL-COUNT)
           MOVE SPACES    TO DRV-CTL-T-TRIP-TIME(DRV-CTL-COUNT)
           MOVE SPACES    TO DRV-CTL-T-TRIP-KEY(DRV-CTL-COUNT)
           MOVE +0        TO DRV-CTL-T-DEFER-COUNT(DRV-CTL-COUNT)
           MOVE +0        TO BRKR-W-NEXT(DRV-CTL-COUNT)
           MOVE +0        TO BRKR-W-FILLED(DRV-CTL-COUNT)
           MOVE +0        TO BRKR-W-FAILS(DRV-CTL-COUNT)
           MOVE +0        TO DRV-CTL-T-PRED-IDX(DRV-CTL-COUNT)
           MOVE +0        TO DRV-CTL-T-NEXT-IDX(DRV-CTL-COUNT)
           MOVE 'Z'       TO DRV-CTL-T-CHAIN-COND(DRV-CTL-COUNT)
           MOVE +0        TO DRV-CTL-T-COND-JRETC(DRV-CTL-COUNT)
           MOVE DRV-CTL-COUNT
                          TO DRV-CTL-T-CHAIN-NO(DRV-CTL-COUNT)
           MOVE +1        TO DRV-CTL-T-CHAIN-STEP(DRV-CTL-COUNT)
           MOVE +1        TO DRV-CTL-T-CHAIN-STEPS(DRV-CTL-COUNT)
           MOVE +0        TO DRV-CTL-T-CHAIN-COUNT(DRV-CTL-COUNT)

           .
       101-INIT-ENTRY-STATS-EXIT.
           EXIT.

      ******************************************************************
      * LINK THE DRIVER TABLE ENTRY JUST LOADED AT DRV-CTL-COUNT TO    *
      * THE PREDECESSOR ITS CARD NAMES.  THE PREDECESSOR MUST BE AN    *
      * EARLIER ENTRY, SO A CHAIN CAN NEVER LOOP; IT MAY HAVE ONLY ONE *
      * NEXT STEP; AND NEITHER END MAY BE A SHADOW-COMPARISON ENTRY,   *
      * WHOSE RESULTS ARE NEVER APPLIED.  A CARD THAT BREAKS ANY OF    *
      * THESE IS AN EXCEPTION AND ITS ENTRY IS DISABLED FOR THE RUN,   *
      * SO A HALF-BUILT CHAIN NEVER RUNS AGAINST THE RAW RECORD.       *
      ******************************************************************
       101-LINK-CHAIN-ENTRY.

           IF DRV-CTL-PRED-ENTRY = SPACES
              GO TO 101-LINK-CHAIN-ENTRY-EXIT
           END-IF

           MOVE SPACES                    TO WS-CHAIN-LINK-ERROR
           EVALUATE TRUE
              WHEN DRV-CTL-PRED-ENTRY IS NOT NUMERIC
                 MOVE 'CHAIN PREDECESSOR NOT NUMERIC'
                                          TO WS-CHAIN-LINK-ERROR
              WHEN DRV-CTL-PRED-ENTRY = ZEROES
                 GO TO 101-LINK-CHAIN-ENTRY-EXIT
              WHEN DRV-CTL-PRED-ENTRY >= DRV-CTL-COUNT
                 MOVE 'CHAIN PREDECESSOR NOT EARLIER'
                                          TO WS-CHAIN-LINK-ERROR
              WHEN DRV-CTL-T-SHDW-CLASS(DRV-CTL-COUNT) NOT = SPACES
                 OR DRV-CTL-T-SHDW-CLASS(DRV-CTL-PRED-ENTRY)
                                                         NOT = SPACES
                 MOVE 'SHADOW ENTRY CANNOT BE CHAINED'
                                          TO WS-CHAIN-LINK-ERROR
              WHEN DRV-CTL-T-DISABLED(DRV-CTL-PRED-ENTRY)
                 MOVE 'CHAIN PREDECESSOR DISABLED'
                                          TO WS-CHAIN-LINK-ERROR
              WHEN DRV-CTL-T-NEXT-IDX(DRV-CTL-PRED-ENTRY) > ZEROES
                 MOVE 'PREDECESSOR ALREADY CHAINED'
                                          TO WS-CHAIN-LINK-ERROR
              WHEN DRV-CTL-CHAIN-COND = 'E'
                 AND DRV-CTL-CHAIN-JRETC IS NOT NUMERIC
                 MOVE 'CHAIN JRETC CODE NOT NUMERIC'
                                          TO WS-CHAIN-LINK-ERROR
              WHEN DRV-CTL-CHAIN-COND NOT = SPACE
                 AND DRV-CTL-CHAIN-COND NOT = 'Z'
                 AND DRV-CTL-CHAIN-COND NOT = 'E'
                 MOVE 'CHAIN CONDITION NOT Z/E'
                                          TO WS-CHAIN-LINK-ERROR
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF WS-CHAIN-LINK-ERROR NOT = SPACES
              MOVE 'Y'          TO DRV-CTL-T-DISABLED-SW(DRV-CTL-COUNT)
              DISPLAY 'UR70DRV ENTRY ' DRV-CTL-COUNT ' DISABLED - '
                      WS-CHAIN-LINK-ERROR
              MOVE 'UR70 '                TO EXCP-SOURCE
              MOVE 'LOAD    '             TO EXCP-FUNCTION
              MOVE 'UR70DRV '             TO EXCP-DDNAME
              MOVE SPACES                 TO EXCP-RETURN-CODE
              MOVE SPACES                 TO EXCP-KEY
              MOVE SPACES                 TO EXCP-VSAM-RETURN-CODE
              MOVE DRV-CTL-RECORD-AREA    TO EXCP-RECORD-IMAGE
              MOVE WS-CHAIN-LINK-ERROR    TO EXCP-DETAIL
              MOVE '0008'                 TO WS-SEVERITY-CD
              PERFORM 907-WRITE-EXCEPTION THRU 907-EXIT
              PERFORM 990-CHECK-SEVERITY  THRU 990-EXIT
              GO TO 101-LINK-CHAIN-ENTRY-EXIT
           END-IF

           MOVE DRV-CTL-PRED-ENTRY
                          TO DRV-CTL-T-PRED-IDX(DRV-CTL-COUNT)
           MOVE DRV-CTL-COUNT
                          TO DRV-CTL-T-NEXT-IDX(DRV-CTL-PRED-ENTRY)
           IF DRV-CTL-CHAIN-COND = 'E'
              MOVE 'E'    TO DRV-CTL-T-CHAIN-COND(DRV-CTL-COUNT)
              MOVE DRV-CTL-CHAIN-JRETC
                          TO DRV-CTL-T-COND-JRETC(DRV-CTL-COUNT)
           END-IF
           MOVE DRV-CTL-T-CHAIN-NO(DRV-CTL-PRED-ENTRY)
                          TO DRV-CTL-T-CHAIN-NO(DRV-CTL-COUNT)
           COMPUTE DRV-CTL-T-CHAIN-STEP(DRV-CTL-COUNT) =
                   DRV-CTL-T-CHAIN-STEP(DRV-CTL-PRED-ENTRY) + 1
           MOVE DRV-CTL-T-CHAIN-NO(DRV-CTL-COUNT)
                                          TO WS-CHAIN-SUB
           MOVE DRV-CTL-T-CHAIN-STEP(DRV-CTL-COUNT)
                          TO DRV-CTL-T-CHAIN-STEPS(WS-CHAIN-SUB)
           ADD  1                         TO WS-CHAIN-ENTRY-COUNT

           .
       101-LINK-CHAIN-ENTRY-EXIT.
           EXIT.

       101-SET-CHAIN-STEPS.

           MOVE DRV-CTL-T-CHAIN-NO(WS-CHAIN-SUB) TO WS-CHAIN-ROOT-IDX
           MOVE DRV-CTL-T-CHAIN-STEPS(WS-CHAIN-ROOT-IDX)
                          TO DRV-CTL-T-CHAIN-STEPS(WS-CHAIN-SUB)

           .
       101-SET-CHAIN-STEPS-EXIT.
           EXIT.

      ******************************************************************
      * SPECIFY NUMBER SUB TASKS                                       *
      ******************************************************************
      ******************************************************************
       104-CALL-CLASS-METHOD.

           MOVE 'N'                       TO WS-OPNX-PARTIAL-SW

           PERFORM 104-DISPATCH-ONE-ENTRY
                      THRU 104-DISPATCH-ONE-ENTRY-EXIT
              VARYING DRV-CTL-IDX FROM 1 BY 1
      * WHEN NO D001 RECORD IS IN PROGRESS (THE IVP SMOKE-TEST CALLS), *
      * WHEN THE ENTRY DECLARED NO RECORD TYPE (SPACES OR '**' FOR     *
      * EVERY TYPE), OR WHEN THE ENTRY'S TYPE MATCHES THE RECORD'S.    *
      * A NON-MATCHING ENTRY COSTS A COUNT, NOT A JAVA CALL.  AN       *
      * ENTRY ALREADY CALLED FOR THIS RECORD FROM THE DEFERRED QUEUE   *
      * IS NOT CALLED AGAIN; ONE THE CIRCUIT BREAKER HAS TRIPPED HAS   *
      * THE RECORD QUEUED FOR IT INSTEAD.  AN ENTRY CHAINED TO A       *
      * PREDECESSOR IS NOT DISPATCHED ON ITS OWN - IT RUNS FROM ITS    *
      * PREDECESSOR'S CALL (104-RUN-CHAIN).                            *
      ******************************************************************
       104-DISPATCH-ONE-ENTRY.

           MOVE 'N'                       TO WS-DEFR-DONE-SW
           IF WS-CURRENT-RECORD-LENGTH > ZEROES
              AND WS-DEFR-WORKED-COUNT > ZEROES
              AND NOT WS-DEFR-WORKING-QUEUE
              AND DRV-CTL-T-PRED-IDX(DRV-CTL-IDX) = ZEROES
              PERFORM 485-CHECK-WORKED-TONIGHT THRU 485-EXIT
           END-IF

           EVALUATE TRUE
              WHEN WS-CURRENT-RECORD-LENGTH > ZEROES
                 AND DRV-CTL-T-PRED-IDX(DRV-CTL-IDX) > ZEROES
                 CONTINUE
      *  THE TYPE GATE COMES FIRST - A DISABLED ENTRY FOR ANOTHER
      *  RECORD TYPE WOULD NOT HAVE BEEN CALLED ANYWAY, SO IT DOES
      *  NOT LEAVE THE RECORD PARTLY DISPATCHED.
              WHEN WS-CURRENT-RECORD-LENGTH > ZEROES
                 AND DRV-CTL-T-RECORD-TYPE(DRV-CTL-IDX) NOT = SPACES
                 AND DRV-CTL-T-RECORD-TYPE(DRV-CTL-IDX) NOT = '**'
                 AND DRV-CTL-T-RECORD-TYPE(DRV-CTL-IDX) NOT =
                     WS-CURRENT-RECORD-TYPE
                 ADD  1                   TO WS-DISPATCH-SKIP-COUNT
              WHEN DRV-CTL-T-DISABLED(DRV-CTL-IDX)
                 ADD  1                   TO WS-DISABLED-SKIP-COUNT
                 MOVE 'Y'                 TO WS-OPNX-PARTIAL-SW
              WHEN WS-DEFR-DONE-THIS-RUN
                 ADD  1                   TO WS-DEFR-SKIP-COUNT
              WHEN WS-CURRENT-RECORD-LENGTH > ZEROES
                 AND DRV-CTL-T-SHDW-CLASS(DRV-CTL-IDX) NOT = SPACES
                 PERFORM 134-SHADOW-COMPARE
                    THRU 134-EXIT
              WHEN WS-CURRENT-RECORD-LENGTH > ZEROES
                 AND DRV-CTL-T-TRIPPED(DRV-CTL-IDX)
                 PERFORM 139-DEFER-ONE-CALL
                    THRU 139-EXIT
              WHEN OTHER
                 PERFORM 104-CALL-ONE-DRIVER-ENTRY
                    THRU 104-CALL-ONE-DRIVER-ENTRY-EXIT
                 IF WS-CHAIN-NEXT-IDX > ZEROES
                    PERFORM 104-RUN-CHAIN THRU 104-RUN-CHAIN-EXIT
                 END-IF
           END-EVALUATE

           .

       104-CALL-ONE-DRIVER-ENTRY.

           MOVE +0                        TO WS-CHAIN-NEXT-IDX

           DISPLAY 'TESTUR70 CALLING CLASS|METHOD: '
                   DRV-CTL-T-CLASS(DRV-CTL-IDX) '|'
                   DRV-CTL-T-METHOD(DRV-CTL-IDX)
              IF WS-MAP-RECV-USED
                 MOVE WS-MAP-RECV-MSG-LEN TO UR70-LEN-RECV
              END-IF
      *  AN UNMAPPED CHAIN STEP SHIPS THE PREDECESSOR'S WHOLE ANSWER.
              IF WS-CHAIN-FEEDING
                 AND NOT WS-MAP-SEND-USED
                 MOVE WS-CHAIN-PRED-LEN   TO UR70-LEN-SEND
              END-IF
           END-IF

           PERFORM 104-ISSUE-UR70-CALL    THRU 104-ISSUE-EXIT
              UNTIL UR70-RETC = UR70-VALUE-SUCCESSFUL
                 OR WS-RETRY-ATTEMPT >= WS-RUN-RETRY-COUNT

           IF WS-CURRENT-RECORD-LENGTH > ZEROES
              AND NOT WS-SHADOW-ACTIVE
              AND UR70-RETC = UR70-VALUE-SUCCESSFUL
              AND DRV-CTL-T-NEXT-IDX(DRV-CTL-IDX) > ZEROES
              PERFORM 104-CHECK-CHAIN-NEXT THRU 104-CHECK-CHAIN-EXIT
           END-IF

           PERFORM 900-CLASSIFY-UR70-RC   THRU 900-EXIT

           PERFORM 118-CHECK-CALL-TIMEOUT THRU 118-EXIT

      *  A RESULT THE WATCHDOG ABANDONED IS NOT PASSED ON EITHER.
           IF DRV-CTL-T-DISABLED(DRV-CTL-IDX)
              MOVE +0                     TO WS-CHAIN-NEXT-IDX
           END-IF

           IF WS-CURRENT-RECORD-LENGTH > ZEROES
              AND WS-BRKR-PCT > ZEROES
              AND NOT WS-SHADOW-ACTIVE
              PERFORM 138-CHECK-CIRCUIT-BREAKER THRU 138-EXIT
           END-IF

           IF UR70-RETC   NOT = UR70-VALUE-SUCCESSFUL
              DISPLAY 'UR70:'
                      ', CALL CLASS METHOD FAILED, '
           ELSE
              DISPLAY 'RECV:' UR70-RECV-BUFFER(1:80)
              DISPLAY 'UR70-JRETC = ' UR70-JRETC
      *  A RESULT THE WATCHDOG DROPPED (ENTRY JUST DISABLED BY
      *  118-CHECK-CALL-TIMEOUT) IS COUNTED FOR THE BALANCING LEDGER.
      *  A RESULT PASSED ON TO THE NEXT STEP OF A CHAIN IS NOT A
      *  RESULT YET - ONLY THE LAST STEP THAT RUNS IS COUNTED,
      *  WRITTEN TO UR70OUT, AND POSTED.
              IF WS-CURRENT-RECORD-LENGTH > ZEROES
                 AND NOT WS-SHADOW-ACTIVE
                 AND WS-CHAIN-NEXT-IDX = ZEROES
                 ADD  1                   TO WS-BAL-CALLS-OK
                 IF DRV-CTL-T-DISABLED(DRV-CTL-IDX)
                    ADD  1                TO WS-BAL-CALLS-DROPPED
                 END-IF
              END-IF
      *  A SHADOW COMPARISON APPLIES NEITHER RESULT ANYWHERE - THE
      *  PRIMARY LEG'S ANSWER GOES TO THE COMPARE, NOT TO UR70OUT
      *  OR BACK TO D001.
              IF WS-CURRENT-RECORD-LENGTH > ZEROES
                 AND NOT DRV-CTL-T-DISABLED(DRV-CTL-IDX)
                 AND NOT WS-SHADOW-ACTIVE
                 AND WS-CHAIN-NEXT-IDX = ZEROES
                 MOVE WS-CURRENT-RECORD-KEY TO OUT-KEY
                 MOVE DRV-CTL-T-CLASS(DRV-CTL-IDX)
                                          TO OUT-CLASS
                 MOVE DRV-CTL-T-METHOD(DRV-CTL-IDX)
                                          TO OUT-METHOD
                 MOVE DRV-CTL-T-CHAIN-NO(DRV-CTL-IDX)
                                          TO OUT-CHAIN-NO
                 MOVE DRV-CTL-T-CHAIN-STEP(DRV-CTL-IDX)
                                          TO OUT-CHAIN-STEP
                 MOVE DRV-CTL-T-CHAIN-STEPS(DRV-CTL-IDX)
                                          TO OUT-CHAIN-STEPS
                 MOVE UR70-RECV-BUFFER    TO OUT-RECV-AREA
                 MOVE UR70-LEN-RECV       TO OUT-RECV-LENGTH
                 PERFORM 909-WRITE-OUTPUT THRU 909-EXIT
       104-CALL-ONE-DRIVER-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * THE CALL JUST MADE FOR THE ENTRY AT DRV-CTL-IDX WENT THROUGH   *
      * AND THE ENTRY HAS A NEXT STEP - DECIDE WHETHER THE CHAIN GOES  *
      * ON.  IT STOPS HERE (THIS STEP'S ANSWER IS THE RESULT) WHEN     *
      * THE NEXT STEP IS DISABLED, DOES NOT APPLY TO THE RECORD'S      *
      * TYPE, OR ITS CONDITION ON THIS STEP'S UR70-JRETC IS NOT MET.   *
      * OTHERWISE THE RECEIVE BUFFER IS HELD FOR THE NEXT STEP AND     *
      * WS-CHAIN-NEXT-IDX NAMES IT.  A NON-ZERO JAVA CODE THE NEXT     *
      * STEP WAS CHAINED ON IS A ROUTING ANSWER, NOT A REJECT, SO IT   *
      * COMES OFF THE ENTRY'S REJECT COUNT.                            *
      ******************************************************************
       104-CHECK-CHAIN-NEXT.

           MOVE DRV-CTL-T-NEXT-IDX(DRV-CTL-IDX) TO WS-CHAIN-SUB

           EVALUATE TRUE
              WHEN DRV-CTL-T-DISABLED(WS-CHAIN-SUB)
                 ADD  1                   TO WS-CHAIN-STOP-COUNT
                 GO TO 104-CHECK-CHAIN-EXIT
              WHEN DRV-CTL-T-RECORD-TYPE(WS-CHAIN-SUB) NOT = SPACES
                 AND DRV-CTL-T-RECORD-TYPE(WS-CHAIN-SUB) NOT = '**'
                 AND DRV-CTL-T-RECORD-TYPE(WS-CHAIN-SUB) NOT =
                     WS-CURRENT-RECORD-TYPE
                 ADD  1                   TO WS-CHAIN-STOP-COUNT
                 GO TO 104-CHECK-CHAIN-EXIT
              WHEN DRV-CTL-T-COND-EQUAL(WS-CHAIN-SUB)
                 AND UR70-JRETC NOT = DRV-CTL-T-COND-JRETC(WS-CHAIN-SUB)
                 ADD  1                   TO WS-CHAIN-STOP-COUNT
                 GO TO 104-CHECK-CHAIN-EXIT
              WHEN NOT DRV-CTL-T-COND-EQUAL(WS-CHAIN-SUB)
                 AND UR70-JRETC NOT = UR70-JVALUE-SUCCESSFUL
                 ADD  1                   TO WS-CHAIN-STOP-COUNT
                 GO TO 104-CHECK-CHAIN-EXIT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           MOVE WS-CHAIN-SUB              TO WS-CHAIN-NEXT-IDX
           MOVE UR70-RECV-BUFFER          TO WS-CHAIN-PRED-RECV
           MOVE UR70-LEN-RECV             TO WS-CHAIN-PRED-LEN
           ADD  1                         TO WS-CHAIN-PASS-COUNT
           ADD  1         TO DRV-CTL-T-CHAIN-COUNT(DRV-CTL-IDX)
           IF UR70-JRETC NOT = UR70-JVALUE-SUCCESSFUL
              SUBTRACT 1   FROM DRV-CTL-T-REJECT-COUNT(DRV-CTL-IDX)
           END-IF

           .
       104-CHECK-CHAIN-EXIT.
           EXIT.

      ******************************************************************
      * RUN THE REST OF THE CHAIN THE ENTRY AT DRV-CTL-IDX HEADS FOR   *
      * THE RECORD IN FLIGHT, ONE STEP AT A TIME, UNTIL A STEP FAILS   *
      * OR DOES NOT PASS ITS ANSWER ON.  DRV-CTL-IDX IS PUT BACK ON    *
      * THE FIRST STEP FOR THE CALLER'S DRIVER-TABLE LOOP.  A STEP     *
      * THE CIRCUIT BREAKER HAS TRIPPED QUEUES THE RECORD FOR THE      *
      * WHOLE CHAIN (ITS FIRST ENTRY) ON UR70DEFR, SINCE THE EARLIER   *
      * STEPS' ANSWERS ARE NOT KEPT; WHILE THE QUEUE ITSELF IS BEING   *
      * WORKED THE ITEM IN HAND SIMPLY STAYS QUEUED.                   *
      ******************************************************************
       104-RUN-CHAIN.

           SET  WS-CHAIN-ROOT-IDX         TO DRV-CTL-IDX

           PERFORM 104-RUN-CHAIN-STEP THRU 104-RUN-CHAIN-STEP-EXIT
              UNTIL WS-CHAIN-NEXT-IDX = ZEROES

           SET  DRV-CTL-IDX               TO WS-CHAIN-ROOT-IDX

           .
       104-RUN-CHAIN-EXIT.
           EXIT.

       104-RUN-CHAIN-STEP.

           SET  DRV-CTL-IDX               TO WS-CHAIN-NEXT-IDX

           IF DRV-CTL-T-TRIPPED(DRV-CTL-IDX)
              MOVE +0                     TO WS-CHAIN-NEXT-IDX
              ADD  1                      TO WS-CHAIN-DEFER-COUNT
              IF WS-DEFR-WORKING-QUEUE
                 MOVE 'Y'                 TO WS-CHAIN-HELD-SW
              ELSE
                 SET  DRV-CTL-IDX         TO WS-CHAIN-ROOT-IDX
                 PERFORM 139-DEFER-ONE-CALL THRU 139-EXIT
              END-IF
              GO TO 104-RUN-CHAIN-STEP-EXIT
           END-IF

           MOVE 'Y'                       TO WS-CHAIN-FEED-SW
           PERFORM 104-CALL-ONE-DRIVER-ENTRY
              THRU 104-CALL-ONE-DRIVER-ENTRY-EXIT
           MOVE 'N'                       TO WS-CHAIN-FEED-SW

           .
       104-RUN-CHAIN-STEP-EXIT.
           EXIT.

      ******************************************************************
      * ISSUE ONE TIMED GVBUR70 CALL WITH THE PARAMETER AREA ALREADY   *
      * SET UP BY 104-CALL-ONE-DRIVER-ENTRY, AND ROLL THE OUTCOME      *
       118-EXIT.
           EXIT.

      ******************************************************************
      * CIRCUIT BREAKER - ROLL THE OUTCOME OF THE D001 DISPATCH CALL   *
      * JUST CLASSIFIED INTO ITS SLIDING WINDOW (THE ENTRY'S OWN, OR   *
      * THE ONE ALL-ENTRIES WINDOW) AND TRIP THE BREAKER ONCE A FULL   *
      * WINDOW HOLDS THE UR70PARM FAILURE PERCENTAGE OR MORE.  ONLY A  *
      * GVBUR70 INTERFACE FAILURE (UR70-RETC, AFTER ANY RETRIES)       *
      * COUNTS AS A FAILURE - A JAVA BUSINESS REJECT IS A GOOD CALL.   *
      * THE TRIP ITSELF IS ONE EXCEPTION, WITH NO D001 KEY SO A        *
      * REPLAY RUN PASSES IT BY.                                       *
      ******************************************************************
       138-CHECK-CIRCUIT-BREAKER.

           IF UR70-RETC = UR70-VALUE-SUCCESSFUL
              MOVE 'G'                    TO WS-BRKR-OUTCOME
           ELSE
              MOVE 'F'                    TO WS-BRKR-OUTCOME
           END-IF

           IF WS-BRKR-SCOPE-ALL
              MOVE +26                    TO WS-BRKR-ENT
           ELSE
              SET  WS-BRKR-ENT            TO DRV-CTL-IDX
           END-IF

      *  ONCE THE WINDOW IS FULL, THE OLDEST OUTCOME DROPS OUT AS
      *  THE NEWEST GOES IN.
           ADD  1                         TO BRKR-W-NEXT(WS-BRKR-ENT)
           IF BRKR-W-NEXT(WS-BRKR-ENT) > WS-BRKR-WINDOW
              MOVE +1                     TO BRKR-W-NEXT(WS-BRKR-ENT)
           END-IF
           MOVE BRKR-W-NEXT(WS-BRKR-ENT)  TO WS-BRKR-WIN-SUB

           IF BRKR-W-FILLED(WS-BRKR-ENT) < WS-BRKR-WINDOW
              ADD  1                      TO BRKR-W-FILLED(WS-BRKR-ENT)
           ELSE
              IF BRKR-W-SLOT(WS-BRKR-ENT, WS-BRKR-WIN-SUB) = 'F'
                 SUBTRACT 1             FROM BRKR-W-FAILS(WS-BRKR-ENT)
              END-IF
           END-IF

           MOVE WS-BRKR-OUTCOME
                          TO BRKR-W-SLOT(WS-BRKR-ENT, WS-BRKR-WIN-SUB)
           IF WS-BRKR-CALL-FAILED
              ADD  1                      TO BRKR-W-FAILS(WS-BRKR-ENT)
           END-IF

           IF BRKR-W-FILLED(WS-BRKR-ENT) < WS-BRKR-WINDOW
              OR BRKR-W-FAILS(WS-BRKR-ENT) * 100 <
                 WS-BRKR-WINDOW * WS-BRKR-PCT
              GO TO 138-EXIT
           END-IF

           ACCEPT WS-BRKR-TIME            FROM TIME
           MOVE 'Y'                       TO WS-BRKR-TRIPPED-SW

           IF WS-BRKR-SCOPE-ALL
              PERFORM 138-TRIP-ONE-ENTRY THRU 138-TRIP-ONE-ENTRY-EXIT
                 VARYING WS-BRKR-WIN-SUB FROM 1 BY 1
                   UNTIL WS-BRKR-WIN-SUB > DRV-CTL-COUNT
           ELSE
              SET  WS-BRKR-WIN-SUB        TO DRV-CTL-IDX
              PERFORM 138-TRIP-ONE-ENTRY THRU 138-TRIP-ONE-ENTRY-EXIT
           END-IF

           DISPLAY 'JAVA CIRCUIT BREAKER TRIPPED: '
                   BRKR-W-FAILS(WS-BRKR-ENT) ' INTERFACE FAILURES IN '
                   WS-BRKR-WINDOW ' CALLS, LAST '
                   DRV-CTL-T-CLASS(DRV-CTL-IDX) '|'
                   DRV-CTL-T-METHOD(DRV-CTL-IDX)
                   ' KEY = ' WS-CURRENT-RECORD-KEY
           IF WS-BRKR-SCOPE-ALL
              DISPLAY 'ALL DRIVER ENTRIES STOPPED - REMAINING CALLS '
                      'DEFERRED TO UR70DEFR'
           ELSE
              DISPLAY 'ENTRY STOPPED - REMAINING CALLS DEFERRED TO '
                      'UR70DEFR'
           END-IF

           MOVE 'UR70 '                   TO EXCP-SOURCE
           MOVE 'CALL    '                TO EXCP-FUNCTION
           MOVE SPACES                    TO EXCP-DDNAME
           MOVE BRKR-W-FAILS(WS-BRKR-ENT) TO WS-UR70-RETC-EDIT
           MOVE WS-UR70-RETC-EDIT         TO EXCP-RETURN-CODE
           MOVE SPACES                    TO EXCP-KEY
           MOVE SPACES                    TO EXCP-VSAM-RETURN-CODE
           MOVE SPACES                    TO EXCP-RECORD-IMAGE
           IF WS-BRKR-SCOPE-ALL
              STRING 'ALL ENTRIES, LAST '
                     DRV-CTL-T-CLASS(DRV-CTL-IDX) '|'
                     DRV-CTL-T-METHOD(DRV-CTL-IDX)
                     DELIMITED BY SIZE   INTO EXCP-RECORD-IMAGE
           ELSE
              STRING DRV-CTL-T-CLASS(DRV-CTL-IDX) '|'
                     DRV-CTL-T-METHOD(DRV-CTL-IDX)
                     DELIMITED BY SIZE   INTO EXCP-RECORD-IMAGE
           END-IF
           MOVE 'JAVA CIRCUIT BREAKER TRIPPED'
                                          TO EXCP-DETAIL
           MOVE '0008'                    TO WS-SEVERITY-CD
           PERFORM 907-WRITE-EXCEPTION    THRU 907-EXIT
           PERFORM 990-CHECK-SEVERITY     THRU 990-EXIT

           .
       138-EXIT.
           EXIT.

      *  SHADOW-COMPARISON ENTRIES ARE NOT WATCHED, SO AN ALL-ENTRIES
      *  TRIP LEAVES THEM RUNNING.
       138-TRIP-ONE-ENTRY.

           IF DRV-CTL-T-TRIPPED(WS-BRKR-WIN-SUB)
              OR DRV-CTL-T-SHDW-CLASS(WS-BRKR-WIN-SUB) NOT = SPACES
              GO TO 138-TRIP-ONE-ENTRY-EXIT
           END-IF

           MOVE 'Y'            TO DRV-CTL-T-BRKR-SW(WS-BRKR-WIN-SUB)
           MOVE WS-BRKR-TIME   TO DRV-CTL-T-TRIP-TIME(WS-BRKR-WIN-SUB)
           MOVE WS-CURRENT-RECORD-KEY
                               TO DRV-CTL-T-TRIP-KEY(WS-BRKR-WIN-SUB)
           ADD  1                         TO WS-BRKR-TRIP-COUNT

           .
       138-TRIP-ONE-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * THE CIRCUIT BREAKER HAS STOPPED THIS ENTRY - QUEUE THE RECORD  *
      * IN FLIGHT FOR IT ON THE DEFERRED-WORK FILE (DD UR70DEFR)       *
      * INSTEAD OF CALLING GVBUR70.  A RECORD ALREADY QUEUED FOR THE   *
      * ENTRY (A CATCH-UP THAT DID NOT GET TO IT, OR AN EARLIER TRIP)  *
      * HAS ITS ITEM RE-STAMPED, NOT DUPLICATED.  WITHOUT THE FILE,    *
      * OR IF THE PUT FAILS, THE RECORD IS WRITTEN TO UR70EXCP WITH    *
      * ITS KEY, AS ANY FAILED CALL WOULD BE, SO A REPLAY RUN CAN      *
      * STILL PICK IT UP.  D001'S FIFIX STATE IS SAVED AND RESTORED,   *
      * SINCE THIS RUNS MID-BROWSE.                                    *
      ******************************************************************
       139-DEFER-ONE-CALL.

           MOVE 'N'                       TO WS-DEFR-PUT-SW
           MOVE 'Y'                       TO WS-OPNX-PARTIAL-SW

           IF NOT WS-DEFR-FILE-OPEN
              GO TO 139-NOT-DEFERRED
           END-IF

           MOVE FIFIX-RETURN-CODE         TO WS-SAVE-FIFIX-RETURN-CODE
           MOVE FIFIX-RECORD-KEY          TO WS-SAVE-FIFIX-RECORD-KEY
           SET  WS-SAVE-FIFIX-ANCHOR      TO FIFIX-ANCHOR

           ACCEPT WS-DEFR-TIME            FROM TIME

           MOVE WS-CURRENT-RECORD-KEY     TO DEFR-D001-KEY
           MOVE DRV-CTL-T-CLASS(DRV-CTL-IDX)
                                          TO DEFR-CLASS
           MOVE DRV-CTL-T-METHOD(DRV-CTL-IDX)
                                          TO DEFR-METHOD
           MOVE DEFR-KEY                  TO WS-DEFR-HOLD-KEY
           MOVE 'UR70DEFR'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-READ          TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-VSAM          TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-IO            TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +0                        TO FIFIX-VSAM-RETURN-CODE
           MOVE +160                      TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-FIXED-LEN     TO FIFIX-RECFM

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 DEFR-RECORD-AREA,
                                 DEFR-KEY

           EVALUATE FIFIX-RETURN-CODE
              WHEN FIFIX-VALUE-SUCCESSFUL
                 IF DEFR-DEFER-COUNT < 999
                    ADD  1                TO DEFR-DEFER-COUNT
                 END-IF
                 MOVE FIFIX-VALUE-UPDATE  TO FIFIX-FUNCTION-CODE
              WHEN FIFIX-VALUE-NOT-FOUND
                 MOVE SPACES              TO DEFR-RECORD-AREA
                 MOVE WS-DEFR-HOLD-KEY    TO DEFR-KEY
                 MOVE WS-RUN-ID           TO DEFR-FIRST-RUN-ID
                 MOVE 1                   TO DEFR-DEFER-COUNT
                 MOVE FIFIX-VALUE-WRITE   TO FIFIX-FUNCTION-CODE
              WHEN OTHER
                 DISPLAY 'UR70DEFR READ FAILED, RET CD = '
                         FIFIX-RETURN-CODE ' KEY = '
                         WS-CURRENT-RECORD-KEY
                 GO TO 139-RESTORE
           END-EVALUATE

           MOVE 'Q'                       TO DEFR-STATUS
           MOVE WS-CURRENT-RECORD-TYPE    TO DEFR-RECORD-TYPE
           MOVE WS-RUN-ID                 TO DEFR-LAST-RUN-ID
           MOVE WS-RUN-DATE               TO DEFR-LAST-DATE
           MOVE WS-DEFR-TIME(1:6)         TO DEFR-LAST-TIME
           MOVE SPACES                    TO DEFR-WORKED-RUN-ID

           MOVE 'UR70DEFR'                TO FIFIX-DDNAME
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +0                        TO FIFIX-VSAM-RETURN-CODE
           MOVE +160                      TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-FIXED-LEN     TO FIFIX-RECFM

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 DEFR-RECORD-AREA,
                                 DEFR-KEY

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              MOVE 'Y'                    TO WS-DEFR-PUT-SW
              ADD  1                      TO WS-DEFR-WRITTEN-COUNT
              ADD  1         TO DRV-CTL-T-DEFER-COUNT(DRV-CTL-IDX)
           ELSE
              DISPLAY 'UR70DEFR PUT FAILED, RET CD = '
                      FIFIX-RETURN-CODE ' KEY = '
                      WS-CURRENT-RECORD-KEY
           END-IF

           .
       139-RESTORE.

           MOVE WS-SAVE-FIFIX-RETURN-CODE TO FIFIX-RETURN-CODE
           MOVE WS-SAVE-FIFIX-RECORD-KEY  TO FIFIX-RECORD-KEY
           SET  FIFIX-ANCHOR              TO WS-SAVE-FIFIX-ANCHOR

           IF WS-DEFR-PUT-OK
              GO TO 139-EXIT
           END-IF

           .
       139-NOT-DEFERRED.

           ADD  1                         TO WS-BRKR-DEFER-FAIL-CNT
           MOVE 'UR70 '                   TO EXCP-SOURCE
           MOVE 'CALL    '                TO EXCP-FUNCTION
           MOVE 'UR70DEFR'                TO EXCP-DDNAME
           MOVE SPACES                    TO EXCP-RETURN-CODE
           MOVE WS-CURRENT-RECORD-KEY     TO EXCP-KEY
           MOVE SPACES                    TO EXCP-VSAM-RETURN-CODE
           MOVE SPACES                    TO EXCP-RECORD-IMAGE
           STRING DRV-CTL-T-CLASS(DRV-CTL-IDX) '|'
                  DRV-CTL-T-METHOD(DRV-CTL-IDX)
                  DELIMITED BY SIZE      INTO EXCP-RECORD-IMAGE
           MOVE 'CIRCUIT OPEN - NOT DEFERRED'
                                          TO EXCP-DETAIL
           MOVE '0008'                    TO WS-SEVERITY-CD
           PERFORM 907-WRITE-EXCEPTION    THRU 907-EXIT
           PERFORM 990-CHECK-SEVERITY     THRU 990-EXIT

           .
       139-EXIT.
           EXIT.

      ******************************************************************
      * POSTING MODE - APPLY THE RECEIVE BUFFER OF THE SUCCESSFUL      *
      * GVBUR70 CALL JUST MADE BACK TO THE D001 RECORD IN FLIGHT,      *
                                 FIFIX-RECORD-KEY

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              MOVE 'UR70MAP '             TO CFGA-DDNAME
              MOVE MAP-RECORD-AREA        TO CFGA-CARD-IMAGE
              PERFORM 097-ARCHIVE-CONTROL-CARD
                 THRU 097-EXIT
              IF MAP-CLASS NOT = SPACES
                 AND (MAP-DIR-SEND OR MAP-DIR-RECV)
                 AND MAP-REC-START IS NUMERIC
                                 FIFIX-RECORD-KEY

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              MOVE 'UR70MASK'             TO CFGA-DDNAME
              MOVE MASK-RECORD-AREA       TO CFGA-CARD-IMAGE
              PERFORM 097-ARCHIVE-CONTROL-CARD
                 THRU 097-EXIT
              IF MASK-START IS NUMERIC
                 AND MASK-LENGTH IS NUMERIC
                 AND MASK-START > ZEROES
                                 FIFIX-RECORD-KEY

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              MOVE 'UR70SEL '             TO CFGA-DDNAME
              MOVE SEL-RECORD-AREA        TO CFGA-CARD-IMAGE
              PERFORM 097-ARCHIVE-CONTROL-CARD
                 THRU 097-EXIT
              EVALUATE TRUE
                 WHEN SEL-CARD-IS-TYPE
                    AND SEL-TYPE-CODE NOT = SPACES
           EXIT.

      ******************************************************************
      * PICK UP THE CHANGES MADE ONLINE (TRANSACTION D01M) SINCE THE   *
      * LAST RUN: EVERY AUDIT RECORD ON DD D001OLAU GOES TO THIS RUN'S *
      * UR70AUDT AND EVERY DELTA RECORD ON DD D001OLDL TO THIS RUN'S   *
      * D001DLTA, RIGHT BEHIND THE 'HD' HEADER, KEEPING THE ONLINE     *
      * RUN ID, DATE AND TIMESTAMP THEY WERE WRITTEN WITH.  THE DELTAS *
      * ARE COUNTED AND HASHED INTO THE GENERATION TOTALS SO THE 'TR'  *
      * TRAILER STILL BALANCES.  BOTH OUTPUT GENERATIONS MUST BE OPEN  *
      * - OTHERWISE THE ONLINE DATASETS ARE LEFT AS THEY ARE FOR THE   *
      * NEXT RUN RATHER THAN EMPTIED INTO NOTHING.  SO MUST THE D001   *
      * UPDATE LOCK BE HELD: WHILE IT IS, D01M REFUSES EVERY CHANGE    *
      * AND ITS D1AU/D1DL QUEUES STAY CLOSED, SO NOTHING CAN BE ADDED  *
      * TO THE ONLINE DATASETS BETWEEN THE COPY AND THE EMPTYING.  AN  *
      * UNLOCKED RUN LEAVES THEM FOR THE NEXT LOCKED ONE.              *
      ******************************************************************
       147-PICKUP-ONLINE-CHANGES.

           MOVE +0                        TO WS-OLCH-AUDIT-COUNT
           MOVE +0                        TO WS-OLCH-DELTA-COUNT
           MOVE +0                        TO WS-OLCH-DELETE-COUNT
           MOVE +0                        TO WS-OLCH-SKIP-COUNT

           IF NOT WS-AUDIT-FILE-OPEN
              OR NOT WS-DLTA-FILE-OPEN
              DISPLAY 'UR70AUDT/D001DLTA NOT AVAILABLE, ONLINE '
                      'CHANGES LEFT FOR THE NEXT RUN'
              GO TO 147-EXIT
           END-IF

           IF NOT WS-LOCK-HELD
              DISPLAY 'D001 UPDATE LOCK NOT HELD, ONLINE CHANGES '
                      'LEFT FOR THE NEXT LOCKED RUN'
              GO TO 147-EXIT
           END-IF

           PERFORM 148-COPY-ONLINE-AUDIT  THRU 148-EXIT

           PERFORM 149-COPY-ONLINE-DELTA  THRU 149-EXIT

           DISPLAY 'ONLINE AUDIT RECORDS PICKED UP     = '
                   WS-OLCH-AUDIT-COUNT
           DISPLAY 'ONLINE DELTA RECORDS PICKED UP     = '
                   WS-OLCH-DELTA-COUNT
           DISPLAY 'ONLINE DELETES SINCE LAST RUN      = '
                   WS-OLCH-DELETE-COUNT
           IF WS-OLCH-SKIP-COUNT > ZEROES
              DISPLAY 'ONLINE RECORDS SKIPPED (BAD FORMAT) = '
                      WS-OLCH-SKIP-COUNT
              MOVE '0004'                 TO WS-SEVERITY-CD
              PERFORM 990-CHECK-SEVERITY  THRU 990-EXIT
           END-IF

           .
       147-EXIT.
           EXIT.

      ******************************************************************
      * EMPTY ONE ONLINE CHANGE DATASET (DDNAME IN WS-OLCH-DDNAME)     *
      * ONCE ITS RECORDS ARE SAFELY IN THIS RUN'S GENERATION.          *
      ******************************************************************
       147-RESET-ONLINE-FILE.

           SET  FIFIX-ANCHOR              TO NULL
           MOVE WS-OLCH-DDNAME            TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-OPEN          TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-SEQUENTIAL    TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-OUTPUT        TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE SPACES                    TO FIFIX-RECORD-KEY

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 DLTA-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              MOVE WS-OLCH-DDNAME         TO FIFIX-DDNAME
              MOVE FIFIX-VALUE-CLOSE      TO FIFIX-FUNCTION-CODE
              CALL FIFIX   USING FIFIX-PARAMETER-AREA,
                                 DLTA-RECORD-AREA,
                                 FIFIX-RECORD-KEY
           ELSE
              DISPLAY WS-OLCH-DDNAME ' COULD NOT BE EMPTIED, RET CD = '
                      FIFIX-RETURN-CODE ' - CLEAR IT BEFORE THE NEXT '
                      'RUN'
              MOVE '0004'                 TO WS-SEVERITY-CD
              PERFORM 990-CHECK-SEVERITY  THRU 990-EXIT
           END-IF
           SET  FIFIX-ANCHOR              TO NULL

           .
       147-RESET-ONLINE-FILE-EXIT.
           EXIT.

       148-COPY-ONLINE-AUDIT.

           MOVE 'N'                       TO WS-OLCH-COPIED-SW

           SET  FIFIX-ANCHOR              TO NULL
           MOVE 'D001OLAU'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-OPEN          TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-SEQUENTIAL    TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-INPUT         TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE SPACES                    TO FIFIX-RECORD-KEY

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 AUDIT-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              MOVE 'Y'                    TO WS-OLCH-COPIED-SW
              PERFORM 148-COPY-ONE-AUDIT
                 THRU 148-COPY-ONE-AUDIT-EXIT
                 UNTIL FIFIX-RETURN-CODE = FIFIX-VALUE-END-OF-FILE

              MOVE 'D001OLAU'             TO FIFIX-DDNAME
              MOVE FIFIX-VALUE-CLOSE      TO FIFIX-FUNCTION-CODE
              CALL FIFIX   USING FIFIX-PARAMETER-AREA,
                                 AUDIT-RECORD-AREA,
                                 FIFIX-RECORD-KEY
              SET  FIFIX-ANCHOR           TO NULL
           ELSE
              DISPLAY 'D001OLAU NOT AVAILABLE, NO ONLINE AUDIT '
                      'RECORDS PICKED UP'
           END-IF

           IF WS-OLCH-COPIED
              MOVE 'D001OLAU'             TO WS-OLCH-DDNAME
              PERFORM 147-RESET-ONLINE-FILE
                 THRU 147-RESET-ONLINE-FILE-EXIT
           END-IF

           .
       148-EXIT.
           EXIT.

      *  THE RECORD IS WRITTEN AS IT CAME - IT WAS MASKED WHEN THE
      *  ONLINE TRANSACTION BUILT IT, AND ITS STAMPS NAME THE ONLINE
      *  CHANGE, NOT THIS RUN.
       148-COPY-ONE-AUDIT.

           MOVE 'D001OLAU'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-READ          TO FIFIX-FUNCTION-CODE
           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 AUDIT-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           EVALUATE FIFIX-RETURN-CODE
              WHEN FIFIX-VALUE-SUCCESSFUL
                 CONTINUE
              WHEN FIFIX-VALUE-END-OF-FILE
                 GO TO 148-COPY-ONE-AUDIT-EXIT
              WHEN OTHER
                 DISPLAY 'D001OLAU READ FAILED, RET CD = '
                         FIFIX-RETURN-CODE
      *  A PARTIAL COPY MUST NOT BE FOLLOWED BY EMPTYING THE FILE.
                 MOVE 'N'                 TO WS-OLCH-COPIED-SW
                 MOVE '0004'              TO WS-SEVERITY-CD
                 PERFORM 990-CHECK-SEVERITY
                                          THRU 990-EXIT
                 MOVE FIFIX-VALUE-END-OF-FILE
                                          TO FIFIX-RETURN-CODE
                 GO TO 148-COPY-ONE-AUDIT-EXIT
           END-EVALUATE

           IF AUDIT-IMAGE-LENGTH IS NOT NUMERIC
              OR AUDIT-IMAGE-LENGTH = ZEROES
              OR AUDIT-IMAGE-LENGTH > 4240
              ADD  1                      TO WS-OLCH-SKIP-COUNT
              DISPLAY 'ONLINE AUDIT RECORD SKIPPED, KEY = '
                      AUDIT-KEY ' - BAD IMAGE LENGTH'
              GO TO 148-COPY-ONE-AUDIT-EXIT
           END-IF

           MOVE 'UR70AUDT'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-WRITE         TO FIFIX-FUNCTION-CODE
           COMPUTE FIFIX-RECORD-LENGTH =
                   53 + (2 * AUDIT-IMAGE-LENGTH)
           MOVE FIFIX-VALUE-VARIABLE-LEN  TO FIFIX-RECFM
           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 AUDIT-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              ADD  1                      TO WS-OLCH-AUDIT-COUNT
              ADD  1                      TO WS-AUDIT-COUNT
           ELSE
              DISPLAY 'UR70AUDT WRITE FAILED FOR ONLINE RECORD, KEY = '
                      AUDIT-KEY ' RET CD = ' FIFIX-RETURN-CODE
              MOVE 'N'                    TO WS-OLCH-COPIED-SW
              MOVE '0004'                 TO WS-SEVERITY-CD
              PERFORM 990-CHECK-SEVERITY  THRU 990-EXIT
           END-IF
           MOVE FIFIX-VALUE-SUCCESSFUL    TO FIFIX-RETURN-CODE

           .
       148-COPY-ONE-AUDIT-EXIT.
           EXIT.

       149-COPY-ONLINE-DELTA.

           MOVE 'N'                       TO WS-OLCH-COPIED-SW

           SET  FIFIX-ANCHOR              TO NULL
           MOVE 'D001OLDL'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-OPEN          TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-SEQUENTIAL    TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-INPUT         TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE SPACES                    TO FIFIX-RECORD-KEY

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 DLTA-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              MOVE 'Y'                    TO WS-OLCH-COPIED-SW
              PERFORM 149-COPY-ONE-DELTA
                 THRU 149-COPY-ONE-DELTA-EXIT
                 UNTIL FIFIX-RETURN-CODE = FIFIX-VALUE-END-OF-FILE

              MOVE 'D001OLDL'             TO FIFIX-DDNAME
              MOVE FIFIX-VALUE-CLOSE      TO FIFIX-FUNCTION-CODE
              CALL FIFIX   USING FIFIX-PARAMETER-AREA,
                                 DLTA-RECORD-AREA,
                                 FIFIX-RECORD-KEY
              SET  FIFIX-ANCHOR           TO NULL
           ELSE
              DISPLAY 'D001OLDL NOT AVAILABLE, NO ONLINE DELTA '
                      'RECORDS PICKED UP'
           END-IF

           IF WS-OLCH-COPIED
              MOVE 'D001OLDL'             TO WS-OLCH-DDNAME
              PERFORM 147-RESET-ONLINE-FILE
                 THRU 147-RESET-ONLINE-FILE-EXIT
           END-IF

           .
       149-EXIT.
           EXIT.

      *  ONLY CHANGE RECORDS ARE CARRIED - THE ONLINE DATASET HAS NO
      *  HEADER OR TRAILER OF ITS OWN, AND ONE THAT SLIPPED IN WOULD
      *  BREAK D001APLY'S SEQUENCE CHECK.
       149-COPY-ONE-DELTA.

           MOVE 'D001OLDL'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-READ          TO FIFIX-FUNCTION-CODE
           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 DLTA-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           EVALUATE FIFIX-RETURN-CODE
              WHEN FIFIX-VALUE-SUCCESSFUL
                 CONTINUE
              WHEN FIFIX-VALUE-END-OF-FILE
                 GO TO 149-COPY-ONE-DELTA-EXIT
              WHEN OTHER
                 DISPLAY 'D001OLDL READ FAILED, RET CD = '
                         FIFIX-RETURN-CODE
                 MOVE 'N'                 TO WS-OLCH-COPIED-SW
                 MOVE '0004'              TO WS-SEVERITY-CD
                 PERFORM 990-CHECK-SEVERITY
                                          THRU 990-EXIT
                 MOVE FIFIX-VALUE-END-OF-FILE
                                          TO FIFIX-RETURN-CODE
                 GO TO 149-COPY-ONE-DELTA-EXIT
           END-EVALUATE

           IF NOT (DLTA-ACTION-UPDATE OR DLTA-ACTION-DELETE
                   OR DLTA-ACTION-ADD)
              OR DLTA-IMAGE-LENGTH IS NOT NUMERIC
              OR DLTA-IMAGE-LENGTH > 4240
              ADD  1                      TO WS-OLCH-SKIP-COUNT
              DISPLAY 'ONLINE DELTA RECORD SKIPPED, ACTION = '
                      DLTA-ACTION ' KEY = ' DLTA-KEY
              GO TO 149-COPY-ONE-DELTA-EXIT
           END-IF

           MOVE 'D001DLTA'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-WRITE         TO FIFIX-FUNCTION-CODE
           COMPUTE FIFIX-RECORD-LENGTH =
                   45 + DLTA-IMAGE-LENGTH
           MOVE FIFIX-VALUE-VARIABLE-LEN  TO FIFIX-RECFM
           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 DLTA-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              ADD  1                      TO WS-OLCH-DELTA-COUNT
              ADD  1                      TO WS-DLTA-RECORD-COUNT
              IF DLTA-KEY IS NUMERIC
                 MOVE DLTA-KEY            TO WS-HASH-WORK
                 ADD  WS-HASH-WORK        TO WS-DLTA-HASH-TOTAL
              END-IF
              IF DLTA-ACTION-DELETE
                 ADD  1                   TO WS-OLCH-DELETE-COUNT
              END-IF
              IF WS-INCR-COLLECTING
                 AND (DLTA-ACTION-ADD OR DLTA-ACTION-UPDATE)
                 MOVE DLTA-KEY            TO INCW-KEY
                 MOVE 'T'                 TO INCW-SOURCE
                 MOVE DLTA-RUN-ID         TO INCW-RUN-ID
                 PERFORM 467-ADD-CANDIDATE THRU 467-EXIT
              END-IF
           ELSE
              DISPLAY 'D001DLTA WRITE FAILED FOR ONLINE RECORD, KEY = '
                      DLTA-KEY ' RET CD = ' FIFIX-RETURN-CODE
              MOVE 'N'                    TO WS-OLCH-COPIED-SW
              MOVE '0004'                 TO WS-SEVERITY-CD
              PERFORM 990-CHECK-SEVERITY  THRU 990-EXIT
           END-IF
           MOVE FIFIX-VALUE-SUCCESSFUL    TO FIFIX-RETURN-CODE

           .
       149-COPY-ONE-DELTA-EXIT.
           EXIT.

      ******************************************************************
      * BUILD THE SEND MESSAGE FOR THE DRIVER ENTRY AT DRV-CTL-IDX    *
      * FROM THE D001 RECORD IN FLIGHT (OR, FOR THE NEXT STEP OF A    *
      * CHAIN, FROM THE PREDECESSOR'S RECEIVE BUFFER).  WITH 'S'      *
      * MAPPING RULES, THE MESSAGE IS CLEARED AND EACH MAPPED FIELD   *
      * IS MOVED INTO ITS MESSAGE POSITION, AND THE MESSAGE LENGTH    *
      * IS THE HIGHEST POSITION ANY RULE TOUCHES.  WITHOUT RULES THE  *
      * RAW IMAGE SHIPS, AS IT ALWAYS HAS.                            *
      ******************************************************************
       131-BUILD-SEND-AREA.

           MOVE 'N'                       TO WS-MAP-SEND-USED-SW
           MOVE +0                        TO WS-MAP-SEND-MSG-LEN
           MOVE SPACES                    TO UR70-SEND-BUFFER

           PERFORM 131-APPLY-ONE-SEND-RULE
              THRU 131-APPLY-ONE-SEND-RULE-EXIT
              VARYING MAP-RULE-IDX FROM 1 BY 1
                UNTIL MAP-RULE-IDX > MAP-RULE-COUNT

           IF NOT WS-MAP-SEND-USED
              IF WS-CHAIN-FEEDING
                 MOVE WS-CHAIN-PRED-RECV  TO UR70-SEND-BUFFER
              ELSE
                 MOVE FIFIX-FB-RECORD-AREA TO UR70-SEND-BUFFER
              END-IF
           END-IF

           .
       131-EXIT.
           EXIT.

       131-APPLY-ONE-SEND-RULE.

           IF MAP-T-DIRECTION(MAP-RULE-IDX) = 'S'
              AND MAP-T-CLASS(MAP-RULE-IDX) =
                  DRV-CTL-T-CLASS(DRV-CTL-IDX)
              AND MAP-T-METHOD(MAP-RULE-IDX) =
                  DRV-CTL-T-METHOD(DRV-CTL-IDX)
              MOVE 'Y'                    TO WS-MAP-SEND-USED-SW
              IF WS-CHAIN-FEEDING
                 MOVE WS-CHAIN-PRED-RECV
                         (MAP-T-REC-START(MAP-RULE-IDX):
                          MAP-T-LENGTH(MAP-RULE-IDX))
                   TO UR70-SEND-BUFFER
                         (MAP-T-MSG-START(MAP-RULE-IDX):
                          MAP-T-LENGTH(MAP-RULE-IDX))
              ELSE
                 MOVE FIFIX-FB-RECORD-AREA
                         (MAP-T-REC-START(MAP-RULE-IDX):
                          MAP-T-LENGTH(MAP-RULE-IDX))
                   TO UR70-SEND-BUFFER
                         (MAP-T-MSG-START(MAP-RULE-IDX):
                          MAP-T-LENGTH(MAP-RULE-IDX))
              END-IF
              COMPUTE WS-MAP-RULE-END =
                      MAP-T-MSG-START(MAP-RULE-IDX)
                    + MAP-T-LENGTH(MAP-RULE-IDX) - 1
              IF WS-MAP-RULE-END > WS-MAP-SEND-MSG-LEN
                 MOVE WS-MAP-RULE-END     TO WS-MAP-SEND-MSG-LEN
              END-IF
           END-IF

           .
       131-APPLY-ONE-SEND-RULE-EXIT.
           EXIT.

      ******************************************************************
      * SIZE THE RECEIVE MESSAGE FOR THE DRIVER ENTRY AT DRV-CTL-IDX  *
      * FROM ITS 'R' MAPPING RULES: THE MESSAGE LENGTH IS THE HIGHEST *
      * MESSAGE POSITION ANY RULE READS.  NO 'R' RULES MEANS THE      *
      * RECEIVE BUFFER KEEPS ITS WHOLE-IMAGE SIZING.                  *
      ******************************************************************
       132-SET-RECV-MAP-LEN.

           MOVE 'N'                       TO WS-MAP-RECV-USED-SW
           MOVE +0                        TO WS-MAP-RECV-MSG-LEN

           PERFORM 132-CHECK-ONE-RECV-RULE
              THRU 132-CHECK-ONE-RECV-RULE-EXIT
              VARYING MAP-RULE-IDX FROM 1 BY 1
                UNTIL MAP-RULE-IDX > MAP-RULE-COUNT

           .
       132-EXIT.
           EXIT.

       132-CHECK-ONE-RECV-RULE.

           IF MAP-T-DIRECTION(MAP-RULE-IDX) = 'R'
              AND MAP-T-CLASS(MAP-RULE-IDX) =
                  DRV-CTL-T-CLASS(DRV-CTL-IDX)
              AND MAP-T-METHOD(MAP-RULE-IDX) =
                  DRV-CTL-T-METHOD(DRV-CTL-IDX)
              MOVE 'Y'                    TO WS-MAP-RECV-USED-SW
              COMPUTE WS-MAP-RULE-END =
                      MAP-T-MSG-START(MAP-RULE-IDX)
                    + MAP-T-LENGTH(MAP-RULE-IDX) - 1
              IF WS-MAP-RULE-END > WS-MAP-RECV-MSG-LEN
                 MOVE WS-MAP-RULE-END     TO WS-MAP-RECV-MSG-LEN
              END-IF
           END-IF

           .
       132-CHECK-ONE-RECV-RULE-EXIT.
           EXIT.

      ******************************************************************
      * POSTING-MODE FIELD APPLY: MOVE EACH 'R'-MAPPED RECEIVE FIELD  *
      * OF THE ENTRY AT DRV-CTL-IDX INTO ITS D001 RECORD POSITION.    *
      * ONLY REACHED FROM 123-POST-RECV-TO-D001 WHEN THE ENTRY HAS    *
      * 'R' RULES - FIELDS THE RULES DO NOT NAME ARE LEFT EXACTLY AS  *
      * THE MASTER CARRIED THEM.                                      *

           PERFORM 111-LOAD-PRIOR-COUNT   THRU 111-LOAD-PRIOR-COUNT-EXIT
           PERFORM 111-GET-D001-INFO      THRU 111-GET-D001-INFO-EXIT
           MOVE FIFIX-NUM-RECORDS         TO WS-D001-OPENING-COUNT

           IF WS-D001-PRIOR-COUNT NOT = ZEROES
      *  RECORDS DELETED ONLINE SINCE THE LAST RUN ARE EXPECTED
      *  TO BE GONE.
              COMPUTE WS-D001-COUNT-VARIANCE =
                      FIFIX-NUM-RECORDS - WS-D001-PRIOR-COUNT
                    + WS-OLCH-DELETE-COUNT
              DISPLAY 'D001 RECORD COUNT RECONCILIATION:'
              DISPLAY '  PRIOR RUN COUNT = ' WS-D001-PRIOR-COUNT
              DISPLAY '  ONLINE DELETES  = ' WS-OLCH-DELETE-COUNT
              DISPLAY '  CURRENT COUNT   = ' FIFIX-NUM-RECORDS
              DISPLAY '  VARIANCE        = ' WS-D001-COUNT-VARIANCE
              MOVE 'D001 RECORD COUNT RECONCILIATION:'
              STRING '  PRIOR RUN COUNT = ' WS-RPT-NUM-EDIT
                     DELIMITED BY SIZE   INTO RPT-LINE
              PERFORM 956-WRITE-REPORT-LINE THRU 956-EXIT
              MOVE WS-OLCH-DELETE-COUNT   TO WS-RPT-NUM-EDIT
              MOVE SPACES                 TO RPT-LINE
              STRING '  ONLINE DELETES  = ' WS-RPT-NUM-EDIT
                     DELIMITED BY SIZE   INTO RPT-LINE
              PERFORM 956-WRITE-REPORT-LINE THRU 956-EXIT
              MOVE FIFIX-NUM-RECORDS      TO WS-RPT-NUM-EDIT
              MOVE SPACES                 TO RPT-LINE
              STRING '  CURRENT COUNT   = ' WS-RPT-NUM-EDIT
       111-GET-D001-INFO-EXIT.
           EXIT.

      ******************************************************************
      * TAKE D001'S CLOSING RECORD COUNT FOR THE BALANCING FIGURES,    *
      * WITH THE SAME INFO FUNCTION, JUST BEFORE 120-CLOSE-FILE.  THE  *
      * OPENING COUNT IS PUT BACK AFTERWARDS SO 121-SAVE-D001-COUNT    *
      * CARRIES FORWARD EXACTLY WHAT IT ALWAYS HAS.                    *
      ******************************************************************
       137-TAKE-CLOSING-COUNT.

           PERFORM 111-GET-D001-INFO      THRU 111-GET-D001-INFO-EXIT
           MOVE FIFIX-NUM-RECORDS         TO WS-D001-CLOSING-COUNT
           MOVE WS-D001-OPENING-COUNT     TO FIFIX-NUM-RECORDS
           DISPLAY 'D001 CLOSING RECORD COUNT = '
                   WS-D001-CLOSING-COUNT

           .
       137-EXIT.
           EXIT.

      ******************************************************************
      * OPEN THE END-OF-JOB REPORT DD (UR70RPT) ONCE, NEAR THE TOP OF  *
      * THE RUN, SO BOTH THE RECONCILIATION REPORT AND THE END-OF-JOB  *
                      'SAVED TO A DD'
           END-IF

           SET  FIFIX-ANCHOR              TO NULL
           MOVE 'UR70RJST'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-OPEN          TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-VSAM          TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-IO            TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +0                        TO FIFIX-VSAM-RETURN-CODE
           MOVE +0                        TO FIFIX-RECORD-LENGTH
           MOVE SPACES                    TO FIFIX-RECFM
           MOVE SPACES                    TO FIFIX-RECORD-KEY

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 RJST-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              MOVE 'Y'                    TO WS-RJST-OPEN-SW
           ELSE
              MOVE 'N'                    TO WS-RJST-OPEN-SW
              DISPLAY 'UR70RJST NOT AVAILABLE, FEED REJECTS NOT '
                      'REGISTERED FOR CORRECTION'
           END-IF

           .
       119-EXIT.
           EXIT.
                                 FIFIX-RECORD-KEY

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              MOVE 'UR70EDIT'             TO CFGA-DDNAME
              MOVE EDIT-RECORD-AREA       TO CFGA-CARD-IMAGE
              PERFORM 097-ARCHIVE-CONTROL-CARD
                 THRU 097-EXIT
              IF EDIT-START IS NUMERIC
                 AND EDIT-LENGTH IS NUMERIC
                 AND EDIT-START > ZEROES
           IF FEED-TRLR-COUNT IS NUMERIC
              MOVE FEED-TRLR-COUNT        TO WS-FEED-TRLR-COUNT
           END-IF
           ADD  WS-FEED-TRLR-COUNT        TO WS-FEED-TRLR-TOTAL
           IF FEED-TRLR-HASH IS NUMERIC
              MOVE FEED-TRLR-HASH         TO WS-FEED-TRLR-HASH
           END-IF

           MOVE 'Y'                       TO WS-FEED-SEG-OPEN-SW
           ADD  1                         TO WS-FEED-DETAIL-COUNT
           ADD  1                         TO WS-FEED-RECEIVED-COUNT
           ADD  1         TO SRC-T-DETAIL-COUNT(WS-CURR-SRC-SUB)
           IF FEED-RECORD-AREA(3:15) IS NUMERIC
              MOVE FEED-RECORD-AREA(3:15) TO WS-HASH-WORK
      * DELETE TRANSACTION AGAINST D001 BEFORE THE FINAL BROWSE.  A    *
      * MISSING UR70TRAN SKIPS MAINTENANCE ENTIRELY, THE SAME WAY A    *
      * MISSING UR70FEED SKIPS THE INPUT FEED LOAD.                    *
      *                                                                *
      * UR70TRAN IS READ TWICE.  THE FIRST PASS (252) WORKS ONLY THE   *
      * PENDING FILE - FUTURE-DATED CARDS ARE HELD, CANCEL AND AMEND   *
      * CARDS ARE APPLIED - SO A CHANGE TO A TRANSACTION DUE TONIGHT   *
      * TAKES EFFECT BEFORE IT FIRES.  EVERY PENDING TRANSACTION NOW   *
      * DUE THEN FIRES (253), OLDEST EFFECTIVE DATE FIRST, AND ONLY    *
      * THEN ARE TONIGHT'S OWN UPDATE/DELETE CARDS APPLIED (255), SO   *
      * D001 ENDS UP IN EFFECTIVE-DATE ORDER.                          *
      ******************************************************************
       250-PROCESS-TRANSACTIONS.

           MOVE +0                        TO WS-TRAN-APPLIED-COUNT
           MOVE +0                        TO WS-TRAN-REJECTED-COUNT

           MOVE WS-RUN-DATE               TO WS-SERIAL-DATE
           PERFORM 271-COMPUTE-SERIAL-DAY THRU 271-EXIT
           MOVE WS-SERIAL-DAYS            TO WS-PEND-TODAY-SERIAL

           PERFORM 251-OPEN-PENDING-FILE  THRU 251-EXIT

           SET  FIFIX-ANCHOR              TO NULL
           MOVE 'UR70TRAN'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-OPEN          TO FIFIX-FUNCTION-CODE
                                 FIFIX-RECORD-KEY

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              PERFORM 252-SCHEDULE-ONE-CARD
                 THRU 252-EXIT
                 UNTIL FIFIX-RETURN-CODE = FIFIX-VALUE-END-OF-FILE

              MOVE 'UR70TRAN'             TO FIFIX-DDNAME
                                 TRAN-RECORD-AREA,
                                 FIFIX-RECORD-KEY
              SET  FIFIX-ANCHOR           TO NULL
           END-IF

           PERFORM 253-FIRE-DUE-PENDING   THRU 253-EXIT

           SET  FIFIX-ANCHOR              TO NULL
           MOVE 'UR70TRAN'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-OPEN          TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-SEQUENTIAL    TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-INPUT         TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE SPACES                    TO FIFIX-RECORD-KEY

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 TRAN-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              PERFORM 255-APPLY-TRANSACTION
                 THRU 255-EXIT
                 UNTIL FIFIX-RETURN-CODE = FIFIX-VALUE-END-OF-FILE

              MOVE 'UR70TRAN'             TO FIFIX-DDNAME
              MOVE FIFIX-VALUE-CLOSE      TO FIFIX-FUNCTION-CODE
              CALL FIFIX   USING FIFIX-PARAMETER-AREA,
                                 TRAN-RECORD-AREA,
                                 FIFIX-RECORD-KEY
              SET  FIFIX-ANCHOR           TO NULL
           ELSE
              DISPLAY 'UR70TRAN NOT AVAILABLE, SKIPPING MAINTENANCE '
                      'RUN'
           END-IF

           PERFORM 257-REPORT-UPCOMING    THRU 257-EXIT

           IF WS-PEND-FILE-OPEN
              MOVE 'UR70PEND'             TO FIFIX-DDNAME
              MOVE FIFIX-VALUE-CLOSE      TO FIFIX-FUNCTION-CODE
              CALL FIFIX   USING FIFIX-PARAMETER-AREA,
                                 PEND-RECORD-AREA,
                                 PEND-KEY
              SET  FIFIX-ANCHOR           TO NULL
              MOVE 'N'                    TO WS-PEND-OPEN-SW
           END-IF

           DISPLAY 'D001 MAINTENANCE TRANSACTIONS APPLIED  = '
                   WS-TRAN-APPLIED-COUNT
           DISPLAY 'D001 MAINTENANCE TRANSACTIONS REJECTED = '
                   WS-TRAN-REJECTED-COUNT
           DISPLAY 'D001 PENDING TRANSACTIONS HELD       = '
                   WS-PEND-SCHEDULED-COUNT
           DISPLAY 'D001 PENDING TRANSACTIONS FIRED      = '
                   WS-PEND-FIRED-COUNT

           .
       250-EXIT.
           EXIT.

      ******************************************************************
      * OPEN THE PENDING-TRANSACTION KSDS (DD UR70PEND) FOR THE WHOLE  *
      * MAINTENANCE STEP.  A MISSING DD IS NOT FATAL - NOTHING IS HELD *
      * OR FIRED, AND CARDS THAT NEED THE FILE ARE REJECTED.           *
      ******************************************************************
       251-OPEN-PENDING-FILE.

           SET  FIFIX-ANCHOR              TO NULL
           MOVE 'UR70PEND'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-OPEN          TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-VSAM          TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-IO            TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +0                        TO FIFIX-VSAM-RETURN-CODE
           MOVE +0                        TO FIFIX-RECORD-LENGTH
           MOVE SPACES                    TO FIFIX-RECFM
           MOVE SPACES                    TO FIFIX-RECORD-KEY

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 PEND-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              MOVE 'Y'                    TO WS-PEND-OPEN-SW
           ELSE
              SET  FIFIX-ANCHOR           TO NULL
              MOVE 'N'                    TO WS-PEND-OPEN-SW
              DISPLAY 'UR70PEND NOT AVAILABLE, FUTURE-DATED D001 '
                      'TRANSACTIONS NOT HELD OR FIRED'
           END-IF

           .
       251-EXIT.
           EXIT.

      ******************************************************************
      * FIRST PASS OF UR70TRAN - ONE CARD.  HOLD A FUTURE-DATED        *
      * UPDATE/DELETE ON UR70PEND, OR CANCEL/AMEND ONE ALREADY THERE.  *
      * A CARD FOR TONIGHT IS LEFT FOR 255.  A CARD THIS PASS CANNOT   *
      * TAKE IS COUNTED AND LOGGED, NOT TREATED AS A RUN FAILURE.      *
      ******************************************************************
       252-SCHEDULE-ONE-CARD.

      *  A SHORT (96-BYTE) CARD MUST NOT INHERIT THE EFFECTIVE AND
      *  AMEND FIELDS OF THE CARD BEFORE IT.
           MOVE SPACES                    TO TRAN-RECORD-AREA
           MOVE 'UR70TRAN'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-READ          TO FIFIX-FUNCTION-CODE
           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 TRAN-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-SUCCESSFUL
              GO TO 252-EXIT
           END-IF

           MOVE SPACES                    TO WS-PEND-REJECT-REASON
           MOVE TRAN-EFFECTIVE-DATE       TO WS-PEND-DATE-X
           PERFORM 258-CHECK-EFFECTIVE-DATE THRU 258-EXIT

           EVALUATE TRUE
              WHEN TRAN-CODE-PENDING-MAINT
                 AND NOT WS-PEND-DATE-VALID
                 MOVE 'EFFECTIVE DATE OF PENDING ITEM NOT VALID'
                                          TO WS-PEND-REJECT-REASON
              WHEN TRAN-CODE-PENDING-MAINT
                 AND NOT WS-PEND-FILE-OPEN
                 MOVE 'UR70PEND NOT AVAILABLE'
                                          TO WS-PEND-REJECT-REASON
              WHEN TRAN-CODE-CANCEL
                 PERFORM 254-CANCEL-PENDING THRU 254-EXIT
              WHEN TRAN-CODE-AMEND
                 PERFORM 256-AMEND-PENDING  THRU 256-EXIT
              WHEN WS-PEND-DATE-INVALID
                 MOVE 'EFFECTIVE DATE NOT VALID'
                                          TO WS-PEND-REJECT-REASON
              WHEN WS-PEND-DATE-NONE
                 GO TO 252-EXIT
              WHEN WS-PEND-DATE-N NOT > WS-RUN-DATE
                 GO TO 252-EXIT
              WHEN NOT TRAN-CODE-UPDATE
                 AND NOT TRAN-CODE-DELETE
                 MOVE 'UNKNOWN TRANSACTION CODE'
                                          TO WS-PEND-REJECT-REASON
              WHEN NOT WS-PEND-FILE-OPEN
                 MOVE 'UR70PEND NOT AVAILABLE'
                                          TO WS-PEND-REJECT-REASON
              WHEN OTHER
                 PERFORM 252-HOLD-PENDING   THRU 252-HOLD-PENDING-EXIT
           END-EVALUATE

           IF WS-PEND-REJECT-REASON NOT = SPACES
              ADD  1                      TO WS-PEND-REJECTED-COUNT
              DISPLAY 'DATED TRANSACTION REJECTED, CODE = ' TRAN-CODE
                      ' KEY = ' TRAN-KEY
                      ' EFF = ' TRAN-EFFECTIVE-DATE
                      ' - ' WS-PEND-REJECT-REASON
              MOVE SPACES                 TO RPT-LINE
              STRING 'DATED TRANSACTION REJECTED, CODE = ' TRAN-CODE
                     ' KEY = ' TRAN-KEY
                     ' EFF = ' TRAN-EFFECTIVE-DATE
                     DELIMITED BY SIZE   INTO RPT-LINE
              PERFORM 956-WRITE-REPORT-LINE THRU 956-EXIT
              MOVE SPACES                 TO RPT-LINE
              STRING '  ' WS-PEND-REJECT-REASON
                     DELIMITED BY SIZE   INTO RPT-LINE
              PERFORM 956-WRITE-REPORT-LINE THRU 956-EXIT
           END-IF

      *  THE LOOP READS UR70TRAN SEQUENTIALLY - THE UR70PEND CALLS JUST
      *  MADE MUST NOT LOOK LIKE END-OF-FILE TO IT.
           MOVE SPACES                    TO FIFIX-RETURN-CODE

           .
       252-EXIT.
           EXIT.

       252-HOLD-PENDING.

           MOVE WS-PEND-DATE-N            TO PEND-EFFECTIVE-DATE
           MOVE TRAN-KEY                  TO PEND-TRAN-KEY
           MOVE 'UR70PEND'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-READ          TO FIFIX-FUNCTION-CODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +160                      TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-FIXED-LEN     TO FIFIX-RECFM
           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 PEND-RECORD-AREA,
                                 PEND-KEY

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              MOVE 'ALREADY PENDING FOR KEY AND DATE - AMEND'
                                          TO WS-PEND-REJECT-REASON
              GO TO 252-HOLD-PENDING-EXIT
           END-IF

           MOVE SPACES                    TO PEND-RECORD-AREA
           MOVE WS-PEND-DATE-N            TO PEND-EFFECTIVE-DATE
           MOVE TRAN-KEY                  TO PEND-TRAN-KEY
           MOVE TRAN-CODE                 TO PEND-CODE
           MOVE TRAN-DATA                 TO PEND-DATA
           MOVE WS-RUN-ID                 TO PEND-ENTERED-RUN-ID
           MOVE WS-RUN-DATE               TO PEND-ENTERED-DATE
           MOVE ZEROES                    TO PEND-AMEND-COUNT

           MOVE 'UR70PEND'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-WRITE         TO FIFIX-FUNCTION-CODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +160                      TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-FIXED-LEN     TO FIFIX-RECFM
           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 PEND-RECORD-AREA,
                                 PEND-KEY

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              ADD  1                      TO WS-PEND-SCHEDULED-COUNT
              DISPLAY 'TRANSACTION HELD, CODE = ' TRAN-CODE
                      ' KEY = ' TRAN-KEY
                      ' EFF = ' PEND-EFFECTIVE-DATE
           ELSE
              MOVE 'UR70PEND WRITE FAILED'
                                          TO WS-PEND-REJECT-REASON
           END-IF

           .
       252-HOLD-PENDING-EXIT.
           EXIT.

      ******************************************************************
      * FIRE EVERY PENDING TRANSACTION WHOSE EFFECTIVE DATE HAS COME,  *
      * IN EFFECTIVE-DATE AND KEY ORDER, THROUGH THE SAME D001 PATH    *
      * AS TONIGHT'S CARDS.  EACH ONE IS TAKEN FROM THE TOP OF THE     *
      * FILE AND DELETED BEFORE IT IS APPLIED, SO THE BROWSE IS NEVER  *
      * HELD ACROSS THE D001 UPDATE AND A TRANSACTION CANNOT FIRE      *
      * TWICE.                                                         *
      ******************************************************************
       253-FIRE-DUE-PENDING.

           IF NOT WS-PEND-FILE-OPEN
              GO TO 253-EXIT
           END-IF

           MOVE SPACES                    TO RPT-LINE
           PERFORM 956-WRITE-REPORT-LINE  THRU 956-EXIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'PENDING D001 TRANSACTIONS FIRED TONIGHT, RUN DATE '
                  WS-RUN-DATE
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 956-WRITE-REPORT-LINE  THRU 956-EXIT

           MOVE 'N'                       TO WS-PEND-SCAN-SW
           PERFORM 253-FIRE-ONE-PENDING
              THRU 253-FIRE-ONE-PENDING-EXIT
              UNTIL WS-PEND-SCAN-DONE

           MOVE WS-PEND-FIRED-COUNT       TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING '  PENDING TRANSACTIONS FIRED       = '
                  WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 956-WRITE-REPORT-LINE  THRU 956-EXIT

           .
       253-EXIT.
           EXIT.

       253-FIRE-ONE-PENDING.

           MOVE LOW-VALUES                TO PEND-KEY
           MOVE 'UR70PEND'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-START-BROWSE  TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-VSAM          TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-IO            TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +0                        TO FIFIX-VSAM-RETURN-CODE
           MOVE +160                      TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-FIXED-LEN     TO FIFIX-RECFM
           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 PEND-RECORD-AREA,
                                 PEND-KEY

           IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-SUCCESSFUL
              MOVE 'Y'                    TO WS-PEND-SCAN-SW
              GO TO 253-FIRE-ONE-PENDING-EXIT
           END-IF

           MOVE 'UR70PEND'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-READNEXT      TO FIFIX-FUNCTION-CODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +160                      TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-FIXED-LEN     TO FIFIX-RECFM
           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 PEND-RECORD-AREA,
                                 PEND-KEY

           IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-SUCCESSFUL
              OR PEND-EFFECTIVE-DATE > WS-RUN-DATE
              MOVE 'Y'                    TO WS-PEND-SCAN-SW
              GO TO 253-FIRE-ONE-PENDING-EXIT
           END-IF

           MOVE 'UR70PEND'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-DELETE        TO FIFIX-FUNCTION-CODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +160                      TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-FIXED-LEN     TO FIFIX-RECFM
           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 PEND-RECORD-AREA,
                                 PEND-KEY

           IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-SUCCESSFUL
              DISPLAY 'UR70PEND DELETE FAILED, RET CD = '
                      FIFIX-RETURN-CODE ' KEY = ' PEND-KEY
                      ' - PENDING TRANSACTIONS NOT FIRED'
              MOVE 'Y'                    TO WS-PEND-SCAN-SW
              GO TO 253-FIRE-ONE-PENDING-EXIT
           END-IF

           MOVE SPACES                    TO TRAN-RECORD-AREA
           MOVE PEND-CODE                 TO TRAN-CODE
           MOVE PEND-TRAN-KEY             TO TRAN-KEY
           MOVE PEND-DATA                 TO TRAN-DATA
           PERFORM 259-APPLY-TO-D001      THRU 259-EXIT
           ADD  1                         TO WS-PEND-FIRED-COUNT

           EVALUATE TRUE
              WHEN WS-TRAN-WAS-APPLIED
                 MOVE 'APPLIED'           TO WS-PEND-FLAG
              WHEN WS-TRAN-KEY-MISSING
                 MOVE '** KEY NOT ON D001'
                                          TO WS-PEND-FLAG
              WHEN OTHER
                 MOVE '** REJECTED'       TO WS-PEND-FLAG
           END-EVALUATE

           MOVE SPACES                    TO RPT-LINE
           STRING '  ' PEND-EFFECTIVE-DATE '  ' PEND-CODE
                  '  ' PEND-TRAN-KEY '  ' WS-PEND-FLAG
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 956-WRITE-REPORT-LINE  THRU 956-EXIT

           .
       253-FIRE-ONE-PENDING-EXIT.
           EXIT.

      ******************************************************************
      * CANCEL CARD - REMOVE THE PENDING TRANSACTION FOR THE CARD'S    *
      * KEY AND EFFECTIVE DATE.                                        *
      ******************************************************************
       254-CANCEL-PENDING.

           MOVE WS-PEND-DATE-N            TO PEND-EFFECTIVE-DATE
           MOVE TRAN-KEY                  TO PEND-TRAN-KEY
           MOVE 'UR70PEND'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-READ          TO FIFIX-FUNCTION-CODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +160                      TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-FIXED-LEN     TO FIFIX-RECFM
           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 PEND-RECORD-AREA,
                                 PEND-KEY

           IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-SUCCESSFUL
              MOVE 'NOTHING PENDING FOR KEY AND DATE'
                                          TO WS-PEND-REJECT-REASON
              GO TO 254-EXIT
           END-IF

           MOVE 'UR70PEND'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-DELETE        TO FIFIX-FUNCTION-CODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 PEND-RECORD-AREA,
                                 PEND-KEY

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              ADD  1                      TO WS-PEND-CANCELLED-COUNT
              DISPLAY 'PENDING TRANSACTION CANCELLED, KEY = ' TRAN-KEY
                      ' EFF = ' PEND-EFFECTIVE-DATE
           ELSE
              MOVE 'UR70PEND DELETE FAILED'
                                          TO WS-PEND-REJECT-REASON
           END-IF

           .
       254-EXIT.
           EXIT.

       255-APPLY-TRANSACTION.

      *  A SHORT (96-BYTE) CARD MUST NOT INHERIT THE EFFECTIVE AND
      *  AMEND FIELDS OF THE CARD BEFORE IT.
           MOVE SPACES                    TO TRAN-RECORD-AREA
           MOVE 'UR70TRAN'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-READ          TO FIFIX-FUNCTION-CODE
           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 TRAN-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-SUCCESSFUL
              GO TO 255-EXIT
           END-IF

      *  CANCEL/AMEND CARDS, AND CARDS HELD OR REJECTED FOR THEIR
      *  EFFECTIVE DATE, WERE DEALT WITH BY THE FIRST PASS (252).
           IF TRAN-CODE-PENDING-MAINT
              GO TO 255-EXIT
           END-IF
           MOVE TRAN-EFFECTIVE-DATE       TO WS-PEND-DATE-X
           PERFORM 258-CHECK-EFFECTIVE-DATE THRU 258-EXIT
           IF WS-PEND-DATE-INVALID
              GO TO 255-EXIT
           END-IF
           IF WS-PEND-DATE-VALID
              AND WS-PEND-DATE-N > WS-RUN-DATE
              GO TO 255-EXIT
           END-IF

           PERFORM 259-APPLY-TO-D001      THRU 259-EXIT

           .
       255-EXIT.
           EXIT.

      ******************************************************************
      * AMEND CARD - CHANGE THE ACTION, DATA AND/OR EFFECTIVE DATE OF  *
      * THE PENDING TRANSACTION FOR THE CARD'S KEY AND EFFECTIVE DATE. *
      * A NEW DATE MOVES IT TO A NEW KEY (WRITE, THEN DELETE THE OLD); *
      * A NEW DATE OF TODAY OR EARLIER FIRES IT TONIGHT.               *
      ******************************************************************
       256-AMEND-PENDING.

           MOVE WS-PEND-DATE-N            TO PEND-EFFECTIVE-DATE
           MOVE TRAN-KEY                  TO PEND-TRAN-KEY
           MOVE 'UR70PEND'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-READ          TO FIFIX-FUNCTION-CODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +160                      TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-FIXED-LEN     TO FIFIX-RECFM
           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 PEND-RECORD-AREA,
                                 PEND-KEY

           IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-SUCCESSFUL
              MOVE 'NOTHING PENDING FOR KEY AND DATE'
                                          TO WS-PEND-REJECT-REASON
              GO TO 256-EXIT
           END-IF

           MOVE PEND-KEY                  TO WS-PEND-OLD-KEY

           IF TRAN-AMEND-CODE NOT = SPACE
              IF TRAN-AMEND-CODE = 'U' OR 'D'
                 MOVE TRAN-AMEND-CODE     TO PEND-CODE
              ELSE
                 MOVE 'AMENDED ACTION NOT U OR D'
                                          TO WS-PEND-REJECT-REASON
                 GO TO 256-EXIT
              END-IF
           END-IF

           IF TRAN-AMEND-DATE NOT = SPACES
              MOVE TRAN-AMEND-DATE        TO WS-PEND-DATE-X
              PERFORM 258-CHECK-EFFECTIVE-DATE THRU 258-EXIT
              IF NOT WS-PEND-DATE-VALID
                 MOVE 'AMENDED EFFECTIVE DATE NOT VALID'
                                          TO WS-PEND-REJECT-REASON
                 GO TO 256-EXIT
              END-IF
              MOVE WS-PEND-DATE-N         TO PEND-EFFECTIVE-DATE
           END-IF

           IF TRAN-DATA NOT = SPACES
              MOVE TRAN-DATA              TO PEND-DATA
           END-IF

           MOVE WS-RUN-ID                 TO PEND-AMENDED-RUN-ID
           IF PEND-AMEND-COUNT IS NOT NUMERIC
              MOVE ZEROES                 TO PEND-AMEND-COUNT
           END-IF
           ADD  1                         TO PEND-AMEND-COUNT

           MOVE 'UR70PEND'                TO FIFIX-DDNAME
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +160                      TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-FIXED-LEN     TO FIFIX-RECFM
           IF PEND-KEY = WS-PEND-OLD-KEY
              MOVE FIFIX-VALUE-UPDATE     TO FIFIX-FUNCTION-CODE
           ELSE
              MOVE FIFIX-VALUE-WRITE      TO FIFIX-FUNCTION-CODE
           END-IF
           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 PEND-RECORD-AREA,
                                 PEND-KEY

           IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-SUCCESSFUL
              IF PEND-KEY = WS-PEND-OLD-KEY
                 MOVE 'UR70PEND UPDATE FAILED'
                                          TO WS-PEND-REJECT-REASON
              ELSE
                 MOVE 'ALREADY PENDING FOR KEY AND NEW DATE'
                                          TO WS-PEND-REJECT-REASON
              END-IF
              GO TO 256-EXIT
           END-IF

           IF PEND-KEY NOT = WS-PEND-OLD-KEY
              MOVE 'UR70PEND'             TO FIFIX-DDNAME
              MOVE FIFIX-VALUE-DELETE     TO FIFIX-FUNCTION-CODE
              MOVE SPACES                 TO FIFIX-RETURN-CODE
              CALL FIFIX   USING FIFIX-PARAMETER-AREA,
                                 PEND-RECORD-AREA,
                                 WS-PEND-OLD-KEY
              IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-SUCCESSFUL
                 MOVE 'MOVED, BUT OLD DATE NOT REMOVED'
                                          TO WS-PEND-REJECT-REASON
                 GO TO 256-EXIT
              END-IF
           END-IF

           ADD  1                         TO WS-PEND-AMENDED-COUNT
           DISPLAY 'PENDING TRANSACTION AMENDED, KEY = ' TRAN-KEY
                   ' EFF = ' PEND-EFFECTIVE-DATE
                   ' CODE = ' PEND-CODE

           .
       256-EXIT.
           EXIT.

      ******************************************************************
      * PENDING REPORT - EVERY TRANSACTION STILL HELD THAT FIRES       *
      * WITHIN THE NEXT 7 DAYS, FLAGGED WHEN ITS KEY IS NOT ON D001    *
      * TONIGHT.  D001'S READ IS MADE BETWEEN UR70PEND BROWSE CALLS,   *
      * SO THE FIFIX STATE IS SAVED AND RESTORED AROUND IT.            *
      ******************************************************************
       257-REPORT-UPCOMING.

           IF NOT WS-PEND-FILE-OPEN
              GO TO 257-EXIT
           END-IF

           MOVE SPACES                    TO RPT-LINE
           PERFORM 956-WRITE-REPORT-LINE  THRU 956-EXIT
           MOVE 'PENDING D001 TRANSACTIONS DUE IN THE NEXT 7 DAYS'
                                          TO RPT-LINE
           PERFORM 956-WRITE-REPORT-LINE  THRU 956-EXIT

           MOVE LOW-VALUES                TO PEND-KEY
           MOVE 'UR70PEND'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-START-BROWSE  TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-VSAM          TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-IO            TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +0                        TO FIFIX-VSAM-RETURN-CODE
           MOVE +160                      TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-FIXED-LEN     TO FIFIX-RECFM
           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 PEND-RECORD-AREA,
                                 PEND-KEY

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              MOVE 'N'                    TO WS-PEND-SCAN-SW
              PERFORM 257-REPORT-ONE-PENDING
                 THRU 257-REPORT-ONE-PENDING-EXIT
                 UNTIL WS-PEND-SCAN-DONE
           END-IF

           MOVE WS-PEND-UPCOMING-COUNT    TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING '  PENDING TRANSACTIONS DUE         = '
                  WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 956-WRITE-REPORT-LINE  THRU 956-EXIT
           MOVE WS-PEND-MISSING-COUNT     TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING '  OF WHICH KEY NOT ON D001         = '
                  WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 956-WRITE-REPORT-LINE  THRU 956-EXIT

           .
       257-EXIT.
           EXIT.

       257-REPORT-ONE-PENDING.

           MOVE 'UR70PEND'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-READNEXT      TO FIFIX-FUNCTION-CODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +160                      TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-FIXED-LEN     TO FIFIX-RECFM
           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 PEND-RECORD-AREA,
                                 PEND-KEY

           IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-SUCCESSFUL
              MOVE 'Y'                    TO WS-PEND-SCAN-SW
              GO TO 257-REPORT-ONE-PENDING-EXIT
           END-IF

           MOVE PEND-EFFECTIVE-DATE       TO WS-SERIAL-DATE
           PERFORM 271-COMPUTE-SERIAL-DAY THRU 271-EXIT
           COMPUTE WS-PEND-DAYS-AHEAD =
                   WS-SERIAL-DAYS - WS-PEND-TODAY-SERIAL
           IF WS-PEND-DAYS-AHEAD > 7
              MOVE 'Y'                    TO WS-PEND-SCAN-SW
              GO TO 257-REPORT-ONE-PENDING-EXIT
           END-IF

           MOVE FIFIX-RETURN-CODE         TO WS-SAVE-FIFIX-RETURN-CODE
           MOVE FIFIX-RECORD-KEY          TO WS-SAVE-FIFIX-RECORD-KEY
           SET  WS-SAVE-FIFIX-ANCHOR      TO FIFIX-ANCHOR

           MOVE PEND-TRAN-KEY             TO FIFIX-RECORD-KEY
           MOVE 'D001    '                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-READ          TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-VSAM          TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-IO            TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE FIFIX-MAX-FB-RECORD-LENGTH
                                          TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-VARIABLE-LEN  TO FIFIX-RECFM
           MOVE SPACES                    TO FIFIX-FB-RECORD-AREA
           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 FIFIX-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              MOVE SPACES                 TO WS-PEND-FLAG
           ELSE
              MOVE '** KEY NOT ON D001'   TO WS-PEND-FLAG
              ADD  1                      TO WS-PEND-MISSING-COUNT
           END-IF

           MOVE WS-SAVE-FIFIX-RETURN-CODE TO FIFIX-RETURN-CODE
           MOVE WS-SAVE-FIFIX-RECORD-KEY  TO FIFIX-RECORD-KEY
           SET  FIFIX-ANCHOR              TO WS-SAVE-FIFIX-ANCHOR

           ADD  1                         TO WS-PEND-UPCOMING-COUNT
           MOVE SPACES                    TO RPT-LINE
           STRING '  ' PEND-EFFECTIVE-DATE '  ' PEND-CODE
                  '  ' PEND-TRAN-KEY '  ' WS-PEND-FLAG
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 956-WRITE-REPORT-LINE  THRU 956-EXIT

           .
       257-REPORT-ONE-PENDING-EXIT.
           EXIT.

      ******************************************************************
      * CHECK THE YYYYMMDD DATE IN WS-PEND-DATE-X: BLANK IS NO DATE;   *
      * OTHERWISE IT MUST BE NUMERIC AND A REAL CALENDAR DAY - THE DAY *
      * WITHIN ITS MONTH'S LENGTH, 29 FEBRUARY ONLY IN A LEAP YEAR.    *
      * A DATE THAT CAN NEVER COME ROUND WOULD NEVER FIRE.             *
      ******************************************************************
       258-CHECK-EFFECTIVE-DATE.

           EVALUATE TRUE
              WHEN WS-PEND-DATE-X = SPACES
                 MOVE 'N'                 TO WS-PEND-DATE-SW
              WHEN WS-PEND-DATE-X IS NOT NUMERIC
                 MOVE 'I'                 TO WS-PEND-DATE-SW
              WHEN WS-PEND-DATE-YYYY < 1900
                OR WS-PEND-DATE-MM < 1
                OR WS-PEND-DATE-MM > 12
                OR WS-PEND-DATE-DD < 1
                OR WS-PEND-DATE-DD > 31
                 MOVE 'I'                 TO WS-PEND-DATE-SW
              WHEN OTHER
                 MOVE 'V'                 TO WS-PEND-DATE-SW
           END-EVALUATE

           IF NOT WS-PEND-DATE-VALID
              GO TO 258-EXIT
           END-IF

           MOVE WS-PEND-MONTH-LEN(WS-PEND-DATE-MM)
                                          TO WS-PEND-MAX-DD
           IF WS-PEND-DATE-MM = 2
              DIVIDE WS-PEND-DATE-YYYY BY 4
                 GIVING WS-PEND-LEAP-QUOT
                 REMAINDER WS-PEND-LEAP-REM-4
              DIVIDE WS-PEND-DATE-YYYY BY 100
                 GIVING WS-PEND-LEAP-QUOT
                 REMAINDER WS-PEND-LEAP-REM-100
              DIVIDE WS-PEND-DATE-YYYY BY 400
                 GIVING WS-PEND-LEAP-QUOT
                 REMAINDER WS-PEND-LEAP-REM-400
              IF WS-PEND-LEAP-REM-400 = ZEROES
                 OR (WS-PEND-LEAP-REM-4 = ZEROES
                     AND WS-PEND-LEAP-REM-100 NOT = ZEROES)
                 MOVE 29                  TO WS-PEND-MAX-DD
              END-IF
           END-IF

           IF WS-PEND-DATE-DD > WS-PEND-MAX-DD
              MOVE 'I'                    TO WS-PEND-DATE-SW
           END-IF

           .
       258-EXIT.
           EXIT.

      ******************************************************************
      * APPLY THE UPDATE/DELETE IN TRAN-CODE/TRAN-KEY/TRAN-DATA TO     *
      * D001, WITH ITS AUDIT AND DELTA RECORDS - TONIGHT'S CARDS AND   *
      * FIRED PENDING TRANSACTIONS ALIKE.  WS-TRAN-RESULT-SW SAYS HOW  *
      * IT WENT.                                                       *
      ******************************************************************
       259-APPLY-TO-D001.

           MOVE 'R'                       TO WS-TRAN-RESULT-SW

           MOVE TRAN-KEY                  TO FIFIX-RECORD-KEY
           MOVE 'D001    '                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-READ          TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-VSAM          TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-IO            TO FIFIX-FILE-MODE
           MOVE FIFIX-MAX-FB-RECORD-LENGTH
                                          TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-VARIABLE-LEN
                                          TO FIFIX-RECFM
           MOVE SPACES                    TO FIFIX-FB-RECORD-AREA

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 FIFIX-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-NOT-FOUND
              MOVE 'M'                    TO WS-TRAN-RESULT-SW
           END-IF

           MOVE FIFIX-FB-RECORD-AREA      TO AUDIT-BEFORE-IMAGE

           MOVE TRAN-KEY                  TO FIFIX-RECORD-KEY
           MOVE TRAN-DATA                 TO FIFIX-FB-RECORD-AREA
           MOVE 'D001    '                TO FIFIX-DDNAME

           EVALUATE TRUE
              WHEN TRAN-CODE-UPDATE
                 MOVE FIFIX-VALUE-UPDATE  TO FIFIX-FUNCTION-CODE
                 MOVE TRAN-DATA           TO AUDIT-AFTER-IMAGE
              WHEN TRAN-CODE-DELETE
                 MOVE FIFIX-VALUE-DELETE  TO FIFIX-FUNCTION-CODE
                 MOVE SPACES              TO AUDIT-AFTER-IMAGE
              WHEN OTHER
                 MOVE FIFIX-VALUE-BAD-PARAMETER
                                          TO FIFIX-RETURN-CODE
           END-EVALUATE

           IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-BAD-PARAMETER
      *  A TRANSACTION CARD CARRIES AT MOST 80 BYTES OF DATA, SO AN
      *  UPDATE WRITES AN 80-BYTE IMAGE WHATEVER LENGTH THE RECORD
      *  HAD BEFORE.
              MOVE +80                    TO FIFIX-RECORD-LENGTH
              CALL FIFIX   USING FIFIX-PARAMETER-AREA,
                                 FIFIX-RECORD-AREA,
                                 FIFIX-RECORD-KEY
           END-IF

           PERFORM 906-RETRY-FIFIX-IO     THRU 906-EXIT

           PERFORM 905-CLASSIFY-FIFIX-RC  THRU 905-EXIT

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              MOVE 'A'                    TO WS-TRAN-RESULT-SW
              MOVE TRAN-CODE              TO AUDIT-FUNCTION
              MOVE TRAN-KEY               TO AUDIT-KEY
              MOVE +80                    TO WS-AUDIT-IMAGE-LENGTH
              PERFORM 908-WRITE-AUDIT     THRU 908-EXIT
              IF TRAN-CODE-UPDATE
                 MOVE 'UP'                TO DLTA-ACTION
                 MOVE TRAN-DATA           TO DLTA-AFTER-IMAGE
                 MOVE 80                  TO DLTA-IMAGE-LENGTH
              ELSE
                 MOVE 'DL'                TO DLTA-ACTION
                 MOVE SPACES              TO DLTA-AFTER-IMAGE
                 MOVE 0                   TO DLTA-IMAGE-LENGTH
                 ADD  1                   TO WS-D001-DELETE-COUNT
              END-IF
              MOVE TRAN-KEY               TO DLTA-KEY
              PERFORM 911-WRITE-DELTA     THRU 911-EXIT
              ADD  1                      TO WS-TRAN-APPLIED-COUNT
              DISPLAY 'TRANSACTION APPLIED, CODE = ' TRAN-CODE
                      ' KEY = ' TRAN-KEY
           ELSE
              ADD  1                      TO WS-TRAN-REJECTED-COUNT
              DISPLAY 'TRANSACTION REJECTED, CODE = ' TRAN-CODE
                      ' KEY = ' TRAN-KEY
                      ' RET CD = ' FIFIX-RETURN-CODE
           END-IF

           .
       259-EXIT.
           EXIT.
      *
      ******************************************************************
      * LOAD/REFRESH THE D002 REFERENCE MASTER FROM DD D002FEED, ONE  *
      * PARENT ENTITY PER RECORD WITH THE KEY IN BYTES 1-15.  A NEW   *
      * KEY IS WRITTEN, AN EXISTING KEY IS UPDATED IN PLACE, SO THE   *
      * FEED CAN CARRY BOTH NEW PARENTS AND REFRESHES OF ONES WE      *
      * ALREADY HOLD.  A MISSING D002FEED (OR NO D002) SKIPS THE      *
      * LOAD, THE SAME WAY A MISSING UR70FEED SKIPS THE D001 LOAD.    *
      ******************************************************************
       260-LOAD-D002-FEED.

           IF NOT WS-D002-FILE-OPEN
              GO TO 260-EXIT
           END-IF

           SET  FIFIX-ANCHOR              TO NULL
           MOVE 'D002FEED'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-OPEN          TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-SEQUENTIAL    TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-INPUT         TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE SPACES                    TO FIFIX-RECORD-KEY

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 D002-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              PERFORM 265-LOAD-ONE-D002
                 THRU 265-EXIT
                 UNTIL FIFIX-RETURN-CODE = FIFIX-VALUE-END-OF-FILE

              MOVE 'D002FEED'             TO FIFIX-DDNAME
              MOVE FIFIX-VALUE-CLOSE      TO FIFIX-FUNCTION-CODE
              CALL FIFIX   USING FIFIX-PARAMETER-AREA,
                                 D002-RECORD-AREA,
                                 FIFIX-RECORD-KEY
              SET  FIFIX-ANCHOR           TO NULL
           ELSE
              DISPLAY 'D002FEED NOT AVAILABLE, SKIPPING D002 LOAD'
           END-IF

           DISPLAY 'D002 ENTRIES LOADED FROM D002FEED  = '
                   WS-D002-LOADED-COUNT
           DISPLAY 'D002 ENTRIES REFRESHED IN PLACE    = '
                   WS-D002-UPDATED-COUNT
           DISPLAY 'D002FEED RECORDS REJECTED          = '
                   WS-D002-REJECT-COUNT

           .
       260-EXIT.
           EXIT.

      ******************************************************************
      * LOAD ONE D002FEED RECORD: WRITE IT TO D002 UNDER ITS OWN KEY, *
      * FALLING BACK TO AN UPDATE IN PLACE WHEN THE KEY IS ALREADY ON *
      * FILE.  A RECORD WITH NO KEY IS REJECTED AND COUNTED, NOT      *
      * TREATED AS A RUN FAILURE.                                     *
      ******************************************************************
       265-LOAD-ONE-D002.

           MOVE 'D002FEED'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-READ          TO FIFIX-FUNCTION-CODE
           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 D002-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              IF D002-KEY = SPACES
                 ADD  1                   TO WS-D002-REJECT-COUNT
                 DISPLAY 'D002FEED RECORD WITHOUT A KEY REJECTED'
              ELSE
                 MOVE D002-KEY            TO FIFIX-RECORD-KEY
                 MOVE 'D002    '          TO FIFIX-DDNAME
                 MOVE FIFIX-VALUE-WRITE   TO FIFIX-FUNCTION-CODE
                 MOVE FIFIX-VALUE-VSAM    TO FIFIX-FILE-TYPE
                 MOVE FIFIX-VALUE-EXTEND  TO FIFIX-FILE-MODE
                 MOVE +0                  TO FIFIX-VSAM-RETURN-CODE
                 MOVE +80                 TO FIFIX-RECORD-LENGTH
                 MOVE FIFIX-VALUE-FIXED-LEN
                                          TO FIFIX-RECFM

                 CALL FIFIX   USING FIFIX-PARAMETER-AREA,
                                    D002-RECORD-AREA,
                                    FIFIX-RECORD-KEY

                 IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
                    ADD  1                TO WS-D002-LOADED-COUNT
                 ELSE
                    MOVE D002-KEY         TO FIFIX-RECORD-KEY
                    MOVE 'D002    '       TO FIFIX-DDNAME
                    MOVE FIFIX-VALUE-UPDATE
                                          TO FIFIX-FUNCTION-CODE
                    MOVE FIFIX-VALUE-IO   TO FIFIX-FILE-MODE
                    MOVE SPACES           TO FIFIX-RETURN-CODE
                    CALL FIFIX USING FIFIX-PARAMETER-AREA,
                                     D002-RECORD-AREA,
                                     FIFIX-RECORD-KEY
                    IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
                       ADD  1             TO WS-D002-UPDATED-COUNT
                    ELSE
                       ADD  1             TO WS-D002-REJECT-COUNT
                       DISPLAY 'D002 LOAD FAILED, KEY = ' D002-KEY
                               ' RET CD = ' FIFIX-RETURN-CODE
                    END-IF
                 END-IF

      *  THE LOAD LOOP READS D002FEED SEQUENTIALLY - THE D002 WRITE/
      *  UPDATE JUST MADE MUST NOT LOOK LIKE END-OF-FILE TO IT.
                 MOVE SPACES              TO FIFIX-RETURN-CODE
              END-IF
           END-IF

           .
       265-EXIT.
           EXIT.

      ******************************************************************
      * D002 MAINTENANCE FROM DD D002TRAN - ONE ADD (A), CHANGE (C)   *
      * OR RETIRE (R) PER CARD.  RUN AFTER THE D002FEED LOAD SO A     *
      * SUCCESSOR PARENT THE FEED JUST DELIVERED CAN BE RETIRED TO    *
      * THE SAME NIGHT.  A REJECTED CARD IS COUNTED AND LOGGED, NOT   *
      * TREATED AS A RUN FAILURE; A RETIRE BLOCKED BY D001 CHILDREN   *
      * ALSO GOES TO UR70EXCP SO IT IS WORKED LIKE ANY OTHER ITEM.    *
      ******************************************************************
       261-MAINTAIN-D002.

           IF NOT WS-D002-FILE-OPEN
              GO TO 261-EXIT
           END-IF

           SET  FIFIX-ANCHOR              TO NULL
           MOVE 'D002TRAN'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-OPEN          TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-SEQUENTIAL    TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-INPUT         TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE SPACES                    TO FIFIX-RECORD-KEY

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 D2TR-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              PERFORM 262-APPLY-D002-TRAN
                 THRU 262-EXIT
                 UNTIL FIFIX-RETURN-CODE = FIFIX-VALUE-END-OF-FILE

              MOVE 'D002TRAN'             TO FIFIX-DDNAME
              MOVE FIFIX-VALUE-CLOSE      TO FIFIX-FUNCTION-CODE
              CALL FIFIX   USING FIFIX-PARAMETER-AREA,
                                 D2TR-RECORD-AREA,
                                 FIFIX-RECORD-KEY
              SET  FIFIX-ANCHOR           TO NULL
           ELSE
              DISPLAY 'D002TRAN NOT AVAILABLE, SKIPPING D002 '
                      'MAINTENANCE'
           END-IF

           DISPLAY 'D002 MAINTENANCE TRANS. APPLIED    = '
                   WS-D2MT-APPLIED-COUNT
           DISPLAY 'D002 MAINTENANCE TRANS. REJECTED   = '
                   WS-D2MT-REJECTED-COUNT
           DISPLAY 'D002 RETIRES BLOCKED BY CHILDREN   = '
                   WS-D2MT-BLOCKED-COUNT
           DISPLAY 'D001 CHILDREN RE-POINTED           = '
                   WS-D2MT-REPOINT-COUNT

           .
       261-EXIT.
           EXIT.

      ******************************************************************
      * READ AND APPLY ONE D002TRAN CARD.  ADD WRITES A NEW PARENT,   *
      * CHANGE REWRITES AN EXISTING ONE'S DATA, RETIRE GOES THROUGH   *
      * THE CHILD-IMPACT CHECK IN 263-RETIRE-D002-PARENT.             *
      ******************************************************************
       262-APPLY-D002-TRAN.

           MOVE 'D002TRAN'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-READ          TO FIFIX-FUNCTION-CODE
           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 D2TR-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-SUCCESSFUL
              GO TO 262-EXIT
           END-IF

           MOVE SPACES                    TO WS-D2MT-REJECT-REASON

           EVALUATE TRUE
              WHEN D2TR-KEY = SPACES
                 MOVE 'NO PARENT KEY'     TO WS-D2MT-REJECT-REASON
              WHEN D2TR-CODE-ADD
                 MOVE D2TR-KEY            TO D002-KEY
                 MOVE D2TR-DATA           TO D002-DATA
                 MOVE D2TR-KEY            TO FIFIX-RECORD-KEY
                 MOVE 'D002    '          TO FIFIX-DDNAME
                 MOVE FIFIX-VALUE-WRITE   TO FIFIX-FUNCTION-CODE
                 MOVE FIFIX-VALUE-VSAM    TO FIFIX-FILE-TYPE
                 MOVE FIFIX-VALUE-EXTEND  TO FIFIX-FILE-MODE
                 MOVE SPACES              TO FIFIX-RETURN-CODE
                 MOVE +0                  TO FIFIX-VSAM-RETURN-CODE
                 MOVE +80                 TO FIFIX-RECORD-LENGTH
                 MOVE FIFIX-VALUE-FIXED-LEN
                                          TO FIFIX-RECFM
                 CALL FIFIX   USING FIFIX-PARAMETER-AREA,
                                    D002-RECORD-AREA,
                                    FIFIX-RECORD-KEY
                 IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-SUCCESSFUL
                    MOVE 'PARENT ALREADY ON D002'
                                          TO WS-D2MT-REJECT-REASON
                 END-IF
              WHEN D2TR-CODE-CHANGE
                 MOVE D2TR-KEY            TO D002-KEY
                 PERFORM 268-READ-D002-PARENT THRU 268-EXIT
                 IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
                    MOVE D2TR-DATA        TO D002-DATA
                    MOVE D2TR-KEY         TO FIFIX-RECORD-KEY
                    MOVE 'D002    '       TO FIFIX-DDNAME
                    MOVE FIFIX-VALUE-UPDATE
                                          TO FIFIX-FUNCTION-CODE
                    MOVE FIFIX-VALUE-IO   TO FIFIX-FILE-MODE
                    MOVE SPACES           TO FIFIX-RETURN-CODE
                    CALL FIFIX USING FIFIX-PARAMETER-AREA,
                                     D002-RECORD-AREA,
                                     FIFIX-RECORD-KEY
                    IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-SUCCESSFUL
                       MOVE 'D002 UPDATE FAILED'
                                          TO WS-D2MT-REJECT-REASON
                    END-IF
                 ELSE
                    MOVE 'PARENT NOT ON D002'
                                          TO WS-D2MT-REJECT-REASON
                 END-IF
              WHEN D2TR-CODE-RETIRE
                 PERFORM 263-RETIRE-D002-PARENT THRU 263-EXIT
              WHEN OTHER
                 MOVE 'UNKNOWN TRANSACTION CODE'
                                          TO WS-D2MT-REJECT-REASON
           END-EVALUATE

           IF WS-D2MT-REJECT-REASON = SPACES
              ADD  1                      TO WS-D2MT-APPLIED-COUNT
              DISPLAY 'D002 TRANSACTION APPLIED, CODE = ' D2TR-CODE
                      ' KEY = ' D2TR-KEY
           ELSE
              ADD  1                      TO WS-D2MT-REJECTED-COUNT
              DISPLAY 'D002 TRANSACTION REJECTED, CODE = ' D2TR-CODE
                      ' KEY = ' D2TR-KEY
                      ' - ' WS-D2MT-REJECT-REASON
              MOVE SPACES                 TO RPT-LINE
              STRING 'D002 TRANSACTION REJECTED, CODE = ' D2TR-CODE
                     ' KEY = ' D2TR-KEY
                     DELIMITED BY SIZE   INTO RPT-LINE
              PERFORM 956-WRITE-REPORT-LINE THRU 956-EXIT
              MOVE SPACES                 TO RPT-LINE
              STRING '  ' WS-D2MT-REJECT-REASON
                     DELIMITED BY SIZE   INTO RPT-LINE
              PERFORM 956-WRITE-REPORT-LINE THRU 956-EXIT
           END-IF

      *  THE LOOP READS D002TRAN SEQUENTIALLY - A RETIRE'S D001 SCAN
      *  ENDS AT END-OF-FILE AND THE D002 CALLS JUST MADE MUST NOT
      *  LOOK LIKE END-OF-FILE TO IT.
           MOVE SPACES                    TO FIFIX-RETURN-CODE

           .
       262-EXIT.
           EXIT.

      ******************************************************************
      * RETIRE ONE PARENT.  THE PARENT (AND ANY SUCCESSOR) MUST BE ON *
      * D002.  D001 IS THEN SCANNED FOR CHILDREN: WITHOUT A SUCCESSOR *
      * THEY ARE LISTED AND THE RETIRE IS BLOCKED; WITH ONE THEY ARE  *
      * RE-POINTED AS THEY ARE FOUND.  THE PARENT IS DELETED ONLY     *
      * WHEN THE SCAN COMPLETED AND NO CHILD STILL REFERS TO IT.      *
      ******************************************************************
       263-RETIRE-D002-PARENT.

           MOVE +0                        TO WS-D2MT-CHILD-COUNT
           MOVE +0                        TO WS-D2MT-CHILD-FAIL-COUNT

           IF D2TR-SUCCESSOR-KEY NOT = SPACES
              IF D2TR-SUCCESSOR-KEY = D2TR-KEY
                 MOVE 'SUCCESSOR IS THE RETIRING PARENT'
                                          TO WS-D2MT-REJECT-REASON
                 GO TO 263-EXIT
              END-IF
              MOVE D2TR-SUCCESSOR-KEY     TO D002-KEY
              PERFORM 268-READ-D002-PARENT THRU 268-EXIT
              IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-SUCCESSFUL
                 MOVE 'SUCCESSOR NOT ON D002'
                                          TO WS-D2MT-REJECT-REASON
                 GO TO 263-EXIT
              END-IF
           END-IF

           MOVE D2TR-KEY                  TO D002-KEY
           PERFORM 268-READ-D002-PARENT   THRU 268-EXIT
           IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-SUCCESSFUL
              MOVE 'PARENT NOT ON D002'   TO WS-D2MT-REJECT-REASON
              GO TO 263-EXIT
           END-IF

           MOVE SPACES                    TO RPT-LINE
           IF D2TR-SUCCESSOR-KEY = SPACES
              STRING 'D002 RETIRE, PARENT = ' D2TR-KEY
                     DELIMITED BY SIZE   INTO RPT-LINE
           ELSE
              STRING 'D002 RETIRE, PARENT = ' D2TR-KEY
                     ' SUCCESSOR = ' D2TR-SUCCESSOR-KEY
                     DELIMITED BY SIZE   INTO RPT-LINE
           END-IF
           PERFORM 956-WRITE-REPORT-LINE  THRU 956-EXIT

           PERFORM 264-SCAN-D002-CHILDREN THRU 264-EXIT

           EVALUATE TRUE
              WHEN WS-D2MT-CHILD-FAIL-COUNT > ZEROES
                 MOVE 'CHILD SCAN/RE-POINT FAILED'
                                          TO WS-D2MT-REJECT-REASON
              WHEN D2TR-SUCCESSOR-KEY = SPACES
                 AND WS-D2MT-CHILD-COUNT > ZEROES
                 MOVE 'D001 CHILDREN STILL REFER'
                                          TO WS-D2MT-REJECT-REASON
                 ADD  1                   TO WS-D2MT-BLOCKED-COUNT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF WS-D2MT-REJECT-REASON NOT = SPACES
              MOVE 'D002 '                TO EXCP-SOURCE
              MOVE 'RETIRE  '             TO EXCP-FUNCTION
              MOVE 'D002    '             TO EXCP-DDNAME
              MOVE SPACES                 TO EXCP-RETURN-CODE
              MOVE D2TR-KEY               TO EXCP-KEY
              MOVE SPACES                 TO EXCP-VSAM-RETURN-CODE
              MOVE D2TR-RECORD-AREA       TO EXCP-RECORD-IMAGE
              MOVE 96                     TO EXCP-IMAGE-LENGTH
              MOVE WS-D2MT-REJECT-REASON  TO EXCP-DETAIL
              MOVE '0004'                 TO WS-SEVERITY-CD
              PERFORM 907-WRITE-EXCEPTION THRU 907-EXIT
              PERFORM 990-CHECK-SEVERITY  THRU 990-EXIT
              GO TO 263-EXIT
           END-IF

           MOVE D2TR-KEY                  TO FIFIX-RECORD-KEY
           MOVE 'D002    '                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-DELETE        TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-VSAM          TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-IO            TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +0                        TO FIFIX-VSAM-RETURN-CODE
           MOVE +80                       TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-FIXED-LEN     TO FIFIX-RECFM

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 D002-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-SUCCESSFUL
              MOVE 'D002 DELETE FAILED'   TO WS-D2MT-REJECT-REASON
              GO TO 263-EXIT
           END-IF

           MOVE WS-D2MT-CHILD-COUNT       TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING '  PARENT RETIRED, CHILDREN RE-POINTED = '
                  WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 956-WRITE-REPORT-LINE  THRU 956-EXIT

           .
       263-EXIT.
           EXIT.

      ******************************************************************
      * BROWSE D001 FROM THE TOP LOOKING FOR THE RETIRING PARENT'S    *
      * CHILDREN.  A RETIRE IS RARE AND D001 HAS NO PARENT INDEX, SO  *
      * EACH ONE COSTS A FULL PASS.                                   *
      ******************************************************************
       264-SCAN-D002-CHILDREN.

           MOVE 'N'                       TO WS-D2MT-SCAN-SW

           MOVE 'D001    '                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-START-BROWSE  TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-VSAM          TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-IO            TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +0                        TO FIFIX-VSAM-RETURN-CODE
           MOVE FIFIX-MAX-FB-RECORD-LENGTH
                                          TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-VARIABLE-LEN  TO FIFIX-RECFM
           MOVE LOW-VALUES                TO FIFIX-RECORD-KEY
           MOVE SPACES                    TO FIFIX-FB-RECORD-AREA

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 FIFIX-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           EVALUATE FIFIX-RETURN-CODE
              WHEN FIFIX-VALUE-SUCCESSFUL
                 PERFORM 266-CHECK-ONE-CHILD
                    THRU 266-EXIT
                    UNTIL WS-D2MT-SCAN-DONE
              WHEN FIFIX-VALUE-NOT-FOUND
                 CONTINUE
              WHEN FIFIX-VALUE-END-OF-FILE
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'D001 CHILD SCAN FAILED, RET CD = '
                         FIFIX-RETURN-CODE
                 ADD  1                   TO WS-D2MT-CHILD-FAIL-COUNT
           END-EVALUATE

           .
       264-EXIT.
           EXIT.

      ******************************************************************
      * BROWSE ONE D001 RECORD; WHEN ITS PARENT REFERENCE NAMES THE   *
      * RETIRING PARENT, LIST IT (NO SUCCESSOR) OR RE-POINT IT.       *
      ******************************************************************
       266-CHECK-ONE-CHILD.

           MOVE 'D001    '                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-READNEXT      TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-VSAM          TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-IO            TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +0                        TO FIFIX-VSAM-RETURN-CODE
           MOVE FIFIX-MAX-FB-RECORD-LENGTH
                                          TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-VARIABLE-LEN  TO FIFIX-RECFM
           MOVE SPACES                    TO FIFIX-FB-RECORD-AREA

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 FIFIX-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           EVALUATE FIFIX-RETURN-CODE
              WHEN FIFIX-VALUE-SUCCESSFUL
                 CONTINUE
              WHEN FIFIX-VALUE-END-OF-FILE
                 MOVE 'Y'                 TO WS-D2MT-SCAN-SW
                 GO TO 266-EXIT
              WHEN OTHER
                 DISPLAY 'D001 CHILD SCAN FAILED, RET CD = '
                         FIFIX-RETURN-CODE
                 ADD  1                   TO WS-D2MT-CHILD-FAIL-COUNT
                 MOVE 'Y'                 TO WS-D2MT-SCAN-SW
                 GO TO 266-EXIT
           END-EVALUATE

           IF FIFIX-FB-RECORD-AREA(3:15) NOT = D2TR-KEY
              GO TO 266-EXIT
           END-IF

           ADD  1                         TO WS-D2MT-CHILD-COUNT
           MOVE FIFIX-RECORD-KEY          TO WS-D2MT-CHILD-KEY
           MOVE FIFIX-RECORD-LENGTH       TO WS-D2MT-CHILD-LENGTH

           IF D2TR-SUCCESSOR-KEY NOT = SPACES
              PERFORM 267-REPOINT-ONE-CHILD THRU 267-EXIT
              GO TO 266-EXIT
           END-IF

           DISPLAY 'D002 RETIRE BLOCKED, PARENT = ' D2TR-KEY
                   ' CHILD = ' WS-D2MT-CHILD-KEY

           MOVE FIFIX-RETURN-CODE         TO WS-SAVE-FIFIX-RETURN-CODE
           MOVE FIFIX-RECORD-KEY          TO WS-SAVE-FIFIX-RECORD-KEY
           SET  WS-SAVE-FIFIX-ANCHOR      TO FIFIX-ANCHOR

           MOVE SPACES                    TO RPT-LINE
           STRING '  CHILD KEY = ' WS-D2MT-CHILD-KEY
                  ' TYPE = ' FIFIX-FB-RECORD-AREA(1:2)
                  DELIMITED BY SIZE      INTO RPT-LINE
           PERFORM 956-WRITE-REPORT-LINE  THRU 956-EXIT

           MOVE WS-SAVE-FIFIX-RETURN-CODE TO FIFIX-RETURN-CODE
           MOVE WS-SAVE-FIFIX-RECORD-KEY  TO FIFIX-RECORD-KEY
           SET  FIFIX-ANCHOR              TO WS-SAVE-FIFIX-ANCHOR

           .
       266-EXIT.
           EXIT.

      ******************************************************************
      * RE-POINT ONE CHILD TO THE SUCCESSOR PARENT - THE SAME UP AND  *
      * AUDIT/DELTA SEQUENCE 123-POST-RECV-TO-D001 USES, SO THE       *
      * STANDBY AND NIGHTLY CONSOLIDATION SEE THE CHANGE LIKE ANY     *
      * OTHER D001 UPDATE.  ONLY BYTES 3-17 CHANGE; THE RECORD KEEPS  *
      * ITS LENGTH.                                                   *
      ******************************************************************
       267-REPOINT-ONE-CHILD.

           MOVE FIFIX-FB-RECORD-AREA      TO AUDIT-BEFORE-IMAGE
           MOVE D2TR-SUCCESSOR-KEY        TO FIFIX-FB-RECORD-AREA(3:15)

           MOVE WS-D2MT-CHILD-KEY         TO FIFIX-RECORD-KEY
           MOVE 'D001    '                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-UPDATE        TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-VSAM          TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-IO            TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +0                        TO FIFIX-VSAM-RETURN-CODE
           MOVE WS-D2MT-CHILD-LENGTH      TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-VARIABLE-LEN  TO FIFIX-RECFM

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 FIFIX-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           PERFORM 906-RETRY-FIFIX-IO      THRU 906-EXIT

           PERFORM 905-CLASSIFY-FIFIX-RC   THRU 905-EXIT

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              ADD  1                      TO WS-D2MT-REPOINT-COUNT
              MOVE FIFIX-VALUE-UPDATE     TO AUDIT-FUNCTION
              MOVE WS-D2MT-CHILD-KEY      TO AUDIT-KEY
              MOVE FIFIX-FB-RECORD-AREA   TO AUDIT-AFTER-IMAGE
              MOVE WS-D2MT-CHILD-LENGTH   TO WS-AUDIT-IMAGE-LENGTH
              PERFORM 908-WRITE-AUDIT     THRU 908-EXIT
              MOVE 'UP'                   TO DLTA-ACTION
              MOVE WS-D2MT-CHILD-KEY      TO DLTA-KEY
              MOVE FIFIX-FB-RECORD-AREA   TO DLTA-AFTER-IMAGE
              MOVE WS-D2MT-CHILD-LENGTH   TO DLTA-IMAGE-LENGTH
              PERFORM 911-WRITE-DELTA     THRU 911-EXIT
              DISPLAY 'D001 CHILD RE-POINTED, KEY = '
                      WS-D2MT-CHILD-KEY
                      ' FROM ' D2TR-KEY ' TO ' D2TR-SUCCESSOR-KEY
           ELSE
              ADD  1                      TO WS-D2MT-CHILD-FAIL-COUNT
              DISPLAY 'D001 CHILD RE-POINT FAILED, KEY = '
                      WS-D2MT-CHILD-KEY
                      ' RET CD = ' FIFIX-RETURN-CODE
              MOVE 'Y'                    TO WS-D2MT-SCAN-SW
           END-IF

           .
       267-EXIT.
           EXIT.

      ******************************************************************
      * READ ONE PARENT FROM D002 BY THE KEY ALREADY IN D002-KEY (ADD *
      * AND CHANGE SET IT FROM THE CARD).  THE CALLER TESTS THE       *
      * RETURN CODE - NOT-FOUND IS A DATA CONDITION HERE, NOT A FIFIX *
      * FAILURE.                                                      *
      ******************************************************************
       268-READ-D002-PARENT.

           MOVE D002-KEY                  TO FIFIX-RECORD-KEY
           MOVE 'D002    '                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-READ          TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-VSAM          TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-IO            TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +0                        TO FIFIX-VSAM-RETURN-CODE
           MOVE +80                       TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-FIXED-LEN     TO FIFIX-RECFM

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 D002-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           .
       268-EXIT.
           EXIT.
      *
      ******************************************************************
      * AGED-RECORD ARCHIVAL PASS.  LOADS THE RETENTION RULE FROM DD  *
      * ARCHPARM (ABSENT OR UNUSABLE MEANS NO HOUSEKEEPING THIS RUN,  *
      * AS BEFORE THE MODE EXISTED), OPENS THE D001HIST ARCHIVE       *
      * GENERATION, AND BROWSES D001 MOVING EVERY RECORD WHOSE DATE   *
      * FIELD FALLS BEFORE THE CUTOFF.  WITHOUT D001HIST NOTHING IS   *
      * DELETED - A RECORD MUST BE SAFELY ARCHIVED BEFORE IT LEAVES   *
      * THE MASTER.                                                   *
      ******************************************************************
       270-ARCHIVE-AGED.

           SET  FIFIX-ANCHOR              TO NULL
           MOVE 'ARCHPARM'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-OPEN          TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-SEQUENTIAL    TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-INPUT         TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE SPACES                    TO FIFIX-RECORD-KEY

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 ARCH-PARM-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-SUCCESSFUL
              GO TO 270-EXIT
           END-IF

           MOVE SPACES                    TO ARCH-PARM-RECORD-AREA
           MOVE 'ARCHPARM'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-READ          TO FIFIX-FUNCTION-CODE
           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 ARCH-PARM-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              MOVE 'ARCHPARM'             TO CFGA-DDNAME
              MOVE ARCH-PARM-RECORD-AREA  TO CFGA-CARD-IMAGE
              PERFORM 097-ARCHIVE-CONTROL-CARD
                 THRU 097-EXIT
           END-IF

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              AND ARCH-RETENTION-DAYS IS NUMERIC
              AND ARCH-RETENTION-DAYS > ZEROES
              AND ARCH-DATE-COLUMN IS NUMERIC
              AND ARCH-DATE-COLUMN > ZEROES
              AND ARCH-DATE-COLUMN <= 4233
              MOVE 'Y'                    TO WS-ARCH-ACTIVE-SW
              MOVE ARCH-RETENTION-DAYS    TO WS-ARCH-RETENTION-DAYS
              MOVE ARCH-DATE-COLUMN       TO WS-ARCH-DATE-COLUMN
           ELSE
              DISPLAY 'ARCHPARM CARD UNUSABLE, ARCHIVAL SKIPPED'
           END-IF

           MOVE 'ARCHPARM'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-CLOSE         TO FIFIX-FUNCTION-CODE
           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 ARCH-PARM-RECORD-AREA,
                                 FIFIX-RECORD-KEY
           SET  FIFIX-ANCHOR              TO NULL

           IF NOT WS-ARCH-ACTIVE
              GO TO 270-EXIT
           END-IF

           MOVE WS-RUN-DATE               TO WS-SERIAL-DATE
           PERFORM 271-COMPUTE-SERIAL-DAY THRU 271-EXIT
           COMPUTE WS-ARCH-CUTOFF-SERIAL =
                   WS-SERIAL-DAYS - WS-ARCH-RETENTION-DAYS

           DISPLAY 'ARCHIVAL PASS: RETENTION ' WS-ARCH-RETENTION-DAYS
                   ' DAYS, DATE COLUMN ' WS-ARCH-DATE-COLUMN

           SET  FIFIX-ANCHOR              TO NULL
           MOVE 'D001HIST'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-OPEN          TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-GDG           TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-EXTEND        TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE SPACES                    TO FIFIX-RECORD-KEY

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 ARCH-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              MOVE 'Y'                    TO WS-ARCH-OPEN-SW
           ELSE
              MOVE 'N'                    TO WS-ARCH-OPEN-SW
              DISPLAY 'D001HIST NOT AVAILABLE, ARCHIVAL SKIPPED - '
                      'NOTHING LEAVES D001 UNARCHIVED'
              GO TO 270-EXIT
           END-IF

           MOVE 'D001    '                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-START-BROWSE  TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-VSAM          TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-IO            TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +0                        TO FIFIX-VSAM-RETURN-CODE
           MOVE FIFIX-MAX-FB-RECORD-LENGTH
                                          TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-VARIABLE-LEN  TO FIFIX-RECFM
           MOVE LOW-VALUES                TO FIFIX-RECORD-KEY
           MOVE SPACES                    TO FIFIX-FB-RECORD-AREA

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 FIFIX-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           PERFORM 906-RETRY-FIFIX-IO      THRU 906-EXIT

           EVALUATE FIFIX-RETURN-CODE
              WHEN FIFIX-VALUE-SUCCESSFUL
                 PERFORM 272-ARCHIVE-ONE-RECORD
                    THRU 272-EXIT
                    UNTIL FIFIX-RETURN-CODE = FIFIX-VALUE-END-OF-FILE
              WHEN FIFIX-VALUE-NOT-FOUND
                 CONTINUE
              WHEN FIFIX-VALUE-END-OF-FILE
                 CONTINUE
              WHEN OTHER
                 PERFORM 905-CLASSIFY-FIFIX-RC THRU 905-EXIT
                 DISPLAY 'D001 ARCHIVAL BROWSE FAILED, RET CD = '
                         FIFIX-RETURN-CODE
           END-EVALUATE

           MOVE 'D001HIST'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-CLOSE         TO FIFIX-FUNCTION-CODE
           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 ARCH-RECORD-AREA,
                                 FIFIX-RECORD-KEY
           SET  FIFIX-ANCHOR              TO NULL
           MOVE 'N'                       TO WS-ARCH-OPEN-SW

           DISPLAY 'D001 RECORDS EXAMINED FOR ARCHIVAL = '
                   WS-ARCH-EXAMINED-COUNT
           DISPLAY 'D001 RECORDS ARCHIVED TO D001HIST  = '
                   WS-ARCH-ARCHIVED-COUNT
           DISPLAY 'ARCHIVAL FAILURES                  = '
                   WS-ARCH-FAIL-COUNT

           .
       270-EXIT.
           EXIT.

      ******************************************************************
      * TURN THE YYYYMMDD DATE IN WS-SERIAL-DATE INTO A SERIAL DAY     *
      * NUMBER, THE SAME ARITHMETIC THE AUDIT-HISTORY CONSOLIDATION    *
      * USES FOR ITS RETENTION PURGE.                                  *
      ******************************************************************
       271-COMPUTE-SERIAL-DAY.

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
       271-EXIT.
           EXIT.

      ******************************************************************
      * BROWSE FORWARD ONE D001 RECORD AND, WHEN ITS DATE FIELD FALLS  *
      * BEFORE THE RETENTION CUTOFF, MOVE IT TO THE ARCHIVE: WRITE TO  *
      * D001HIST FIRST, DELETE FROM D001 ONLY AFTER THE ARCHIVE WRITE  *
      * STOOD UP, AND RECORD THE MOVEMENT THROUGH 908-WRITE-AUDIT AND  *
      * 911-WRITE-DELTA SO DOWNSTREAM FILES AND THE RECONCILIATION     *
      * SEE THE DELETE LIKE ANY OTHER.                                 *
      ******************************************************************
       272-ARCHIVE-ONE-RECORD.

           MOVE 'D001    '                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-READNEXT      TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-VSAM          TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-IO            TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +0                        TO FIFIX-VSAM-RETURN-CODE
           MOVE FIFIX-MAX-FB-RECORD-LENGTH
                                          TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-VARIABLE-LEN  TO FIFIX-RECFM
           MOVE SPACES                    TO FIFIX-FB-RECORD-AREA

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 FIFIX-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           PERFORM 906-RETRY-FIFIX-IO      THRU 906-EXIT

           EVALUATE FIFIX-RETURN-CODE
              WHEN FIFIX-VALUE-SUCCESSFUL
                 ADD  1                   TO WS-ARCH-EXAMINED-COUNT
                 MOVE SPACES              TO WS-ARCH-DATE-X
                 IF FIFIX-RECORD-LENGTH >=
                       (WS-ARCH-DATE-COLUMN + 7)
                    MOVE FIFIX-FB-RECORD-AREA
                            (WS-ARCH-DATE-COLUMN:8)
                                          TO WS-ARCH-DATE-X
                 END-IF
                 IF WS-ARCH-DATE-X IS NUMERIC
                    MOVE WS-ARCH-DATE-X   TO WS-SERIAL-DATE
                    PERFORM 271-COMPUTE-SERIAL-DAY THRU 271-EXIT
                    IF WS-SERIAL-DAYS < WS-ARCH-CUTOFF-SERIAL
                       PERFORM 273-MOVE-ONE-TO-ARCHIVE
                          THRU 273-EXIT
                    END-IF
                 END-IF
              WHEN FIFIX-VALUE-END-OF-FILE
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'D001 ARCHIVAL BROWSE FAILED, RET CD = '
                         FIFIX-RETURN-CODE
                 MOVE FIFIX-VALUE-END-OF-FILE
                                          TO FIFIX-RETURN-CODE
           END-EVALUATE

           .
       272-EXIT.
           EXIT.

      ******************************************************************
      * MOVE THE RECORD JUST BROWSED TO THE ARCHIVE.  D001'S FIFIX     *
      * STATE IS SAVED AND RESTORED AROUND THE D001HIST WRITE, SINCE   *
      * THE DELETE THAT FOLLOWS RIDES ON THE BROWSE POSITION.  AN      *
      * ARCHIVE WRITE THAT FAILS LEAVES THE RECORD ON D001 UNTOUCHED.  *
      ******************************************************************
       273-MOVE-ONE-TO-ARCHIVE.

           IF FIFIX-RECORD-LENGTH > +0
              AND FIFIX-RECORD-LENGTH <= +4240
              MOVE FIFIX-RECORD-LENGTH    TO WS-ARCH-REC-LEN
           ELSE
              MOVE +80                    TO WS-ARCH-REC-LEN
           END-IF

           MOVE FIFIX-RECORD-KEY          TO ARCH-KEY
           MOVE WS-ARCH-REC-LEN           TO ARCH-REC-LENGTH
           MOVE FIFIX-FB-RECORD-AREA      TO ARCH-DATA

           MOVE FIFIX-RETURN-CODE         TO WS-SAVE-FIFIX-RETURN-CODE
           MOVE FIFIX-RECORD-KEY          TO WS-SAVE-FIFIX-RECORD-KEY
           SET  WS-SAVE-FIFIX-ANCHOR      TO FIFIX-ANCHOR

           MOVE 'D001HIST'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-WRITE         TO FIFIX-FUNCTION-CODE
           COMPUTE FIFIX-RECORD-LENGTH =
                   20 + WS-ARCH-REC-LEN

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 ARCH-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-SUCCESSFUL
              ADD  1                      TO WS-ARCH-FAIL-COUNT
              DISPLAY 'D001HIST WRITE FAILED, KEY = ' ARCH-KEY
                      ' RET CD = ' FIFIX-RETURN-CODE
                      ' - RECORD LEFT ON D001'
              MOVE WS-SAVE-FIFIX-RETURN-CODE
                                          TO FIFIX-RETURN-CODE
              MOVE WS-SAVE-FIFIX-RECORD-KEY
                                          TO FIFIX-RECORD-KEY
              SET  FIFIX-ANCHOR           TO WS-SAVE-FIFIX-ANCHOR
              GO TO 273-EXIT
           END-IF

           MOVE WS-SAVE-FIFIX-RETURN-CODE TO FIFIX-RETURN-CODE
           MOVE WS-SAVE-FIFIX-RECORD-KEY  TO FIFIX-RECORD-KEY
           SET  FIFIX-ANCHOR              TO WS-SAVE-FIFIX-ANCHOR

           MOVE 'D001    '                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-DELETE        TO FIFIX-FUNCTION-CODE
           MOVE WS-ARCH-REC-LEN           TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-VARIABLE-LEN  TO FIFIX-RECFM

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 FIFIX-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              ADD  1                      TO WS-ARCH-ARCHIVED-COUNT
              MOVE FIFIX-VALUE-DELETE     TO AUDIT-FUNCTION
              MOVE ARCH-KEY               TO AUDIT-KEY
              MOVE ARCH-DATA              TO AUDIT-BEFORE-IMAGE
              MOVE SPACES                 TO AUDIT-AFTER-IMAGE
              MOVE WS-ARCH-REC-LEN        TO WS-AUDIT-IMAGE-LENGTH
              PERFORM 908-WRITE-AUDIT     THRU 908-EXIT
              MOVE 'DL'                   TO DLTA-ACTION
              MOVE ARCH-KEY               TO DLTA-KEY
              MOVE SPACES                 TO DLTA-AFTER-IMAGE
              MOVE 0                      TO DLTA-IMAGE-LENGTH
              PERFORM 911-WRITE-DELTA     THRU 911-EXIT
           ELSE
              ADD  1                      TO WS-ARCH-FAIL-COUNT
              DISPLAY 'D001 ARCHIVAL DELETE FAILED, KEY = '
                      ARCH-KEY
                      ' RET CD = ' FIFIX-RETURN-CODE
              MOVE SPACES                 TO FIFIX-RETURN-CODE
           END-IF

           .
       273-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      * WRITE RECORD - WRITE THE RECORD AND KEY 205-READ-FEED-RECORD   *
      * PLACED IN FIFIX-RECORD-AREA/FIFIX-RECORD-KEY TO D001.          *
      ******************************************************************
       300-WRITE-RECORD.

           MOVE 'D001    '                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-WRITE         TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-VSAM          TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-EXTEND        TO FIFIX-FILE-MODE
           MOVE +0                        TO FIFIX-VSAM-RETURN-CODE
           MOVE +80                       TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-VARIABLE-LEN  TO FIFIX-RECFM

           DISPLAY 'ABOUT TO WRITE RECORD USING: ' FIFIX
      *    DISPLAY 'PARMS: ' FUNCTION HEX-OF(FIFIX-ANCHOR)
           DISPLAY 'PARMS: ' FIFIX-PARAMETER-AREA
           PERFORM 942-MASK-FOR-DISPLAY    THRU 942-EXIT
           DISPLAY 'RECRD: ' WS-MASK-IMAGE(1:32)
      *
           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 FIFIX-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           PERFORM 906-RETRY-FIFIX-IO      THRU 906-EXIT

           PERFORM 905-CLASSIFY-FIFIX-RC   THRU 905-EXIT

           DISPLAY 'WRITTEN WRITE RECORD'
      *    DISPLAY 'PARMS: ' FUNCTION HEX-OF(FIFIX-ANCHOR)
           DISPLAY 'PARMS: ' FIFIX-PARAMETER-AREA
      *
           IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-SUCCESSFUL
              DISPLAY 'MTEST DD: D001'
                      ', FIFIX FAILED, '
                      ' RET CD = ', FIFIX-RETURN-CODE
                      ' FUNCTION = ', FIFIX-FUNCTION-CODE
              DISPLAY ' DDNAME = ', FIFIX-DDNAME
                      ' TYPE   = ', FIFIX-FILE-TYPE
                      ' LRECL  = ', FIFIX-RECORD-LENGTH
                      ' MODE   = ', FIFIX-FILE-MODE
                      ' RECFM  = ', FIFIX-RECFM
                      ' REASON = ', FIFIX-VSAM-RETURN-CODE
                      ' ESDS   = ', FIFIX-ESDS
           ELSE
              PERFORM 942-MASK-FOR-DISPLAY THRU 942-EXIT
              DISPLAY 'RECORD WRITTEN: ' WS-MASK-IMAGE(1:64)
              ADD  1                      TO WS-FEED-WRITTEN-COUNT
              MOVE FIFIX-VALUE-WRITE      TO AUDIT-FUNCTION
              MOVE FIFIX-RECORD-KEY       TO AUDIT-KEY
              MOVE SPACES                 TO AUDIT-BEFORE-IMAGE
              MOVE FIFIX-FB-RECORD-AREA   TO AUDIT-AFTER-IMAGE
              MOVE +80                    TO WS-AUDIT-IMAGE-LENGTH
              PERFORM 908-WRITE-AUDIT     THRU 908-EXIT
              MOVE 'AD'                   TO DLTA-ACTION
              MOVE FIFIX-RECORD-KEY       TO DLTA-KEY
              MOVE FIFIX-FB-RECORD-AREA   TO DLTA-AFTER-IMAGE
              MOVE 80                     TO DLTA-IMAGE-LENGTH
              PERFORM 911-WRITE-DELTA     THRU 911-EXIT
           END-IF.

       300-EXIT.
           EXIT.
      *
      *
      ******************************************************************
      * READ RECORD - BROWSE THE WHOLE OF D001, CALLING 104-CALL-      *
      * CLASS-METHOD ONCE FOR EVERY RECORD ENCOUNTERED.  WITH ONE      *
      * SUBTASK, OR ON A CHECKPOINT RESTART, THIS IS A SINGLE PASS     *
      * FROM THE FRONT (OR FROM THE CHECKPOINTED KEY).  WITH MORE      *
      * THAN ONE SUBTASK THE KEY SPACE IS SPLIT INTO THAT MANY         *
      * SLICES AND EACH SLICE IS BROWSED IN TURN.                      *
      ******************************************************************
       400-READ-RECORD.

           IF NOT WS-RESTART-CHECKED
              PERFORM 401-CHECK-RESTART   THRU 401-EXIT
           END-IF

      *  A SELECTION WITH KEY RANGES BOUNDS THE BROWSE TO THOSE
      *  RANGES - THE FULL-FILE PASS AND THE SUBTASK SLICES DO NOT
      *  RUN.  A RESTART RESUMES INSIDE THE RANGE THE CHECKPOINT
      *  FELL IN AND SKIPS THE RANGES ALREADY COMPLETED.
           IF WS-SEL-RANGE-COUNT > ZEROES
              DISPLAY 'D001 BROWSE BOUNDED TO ' WS-SEL-RANGE-COUNT
                      ' SELECTED KEY RANGE(S)'
              PERFORM 440-BROWSE-ONE-SEL-RANGE THRU 440-EXIT
                 VARYING SEL-RANGE-IDX FROM 1 BY 1
                   UNTIL SEL-RANGE-IDX > WS-SEL-RANGE-COUNT
                      OR WS-QUIESCE-REQUESTED
              MOVE 'N'                    TO WS-PARTITION-SW
              IF NOT WS-QUIESCE-REQUESTED
                 PERFORM 425-CLEAR-CHECKPOINT THRU 425-EXIT
              END-IF
              DISPLAY 'D001 RECORDS READ: ' WS-D001-RECORDS-READ
              GO TO 400-EXIT
           END-IF

           IF WS-RESTART-ACTIVE
              OR WS-RUN-SUBTASK-COUNT <= +1
              PERFORM 405-START-BROWSE    THRU 405-EXIT

              IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
                 PERFORM 410-READ-NEXT    THRU 410-EXIT
                    UNTIL FIFIX-RETURN-CODE = FIFIX-VALUE-END-OF-FILE
                       OR WS-QUIESCE-REQUESTED
                 IF NOT WS-QUIESCE-REQUESTED
                    PERFORM 425-CLEAR-CHECKPOINT THRU 425-EXIT
                 END-IF
              END-IF
           ELSE
              MOVE WS-RUN-SUBTASK-COUNT   TO WS-SLICE-COUNT
              COMPUTE WS-SLICE-WIDTH =
                      (WS-KEY-SPACE-MAX / WS-SLICE-COUNT) + 1
              MOVE 'Y'                    TO WS-PARTITION-SW
              DISPLAY 'D001 BROWSE PARTITIONED INTO ' WS-SLICE-COUNT
                      ' KEY-RANGE SLICES'

              PERFORM 430-BROWSE-ONE-SLICE THRU 430-EXIT
                 VARYING WS-SLICE-NUMBER FROM 1 BY 1
                   UNTIL WS-SLICE-NUMBER > WS-SLICE-COUNT
                      OR WS-QUIESCE-REQUESTED

              MOVE 'N'                    TO WS-PARTITION-SW
              IF NOT WS-QUIESCE-REQUESTED
                 PERFORM 425-CLEAR-CHECKPOINT THRU 425-EXIT
              END-IF
           END-IF

           DISPLAY 'D001 RECORDS READ: ' WS-D001-RECORDS-READ

           .
       400-EXIT.
           EXIT.

      ******************************************************************
      * BROWSE ONE KEY-RANGE SLICE: POSITION AT THE SLICE'S LOW KEY    *
      * AND READ FORWARD UNTIL A KEY BEYOND THE SLICE'S HIGH KEY (OR   *
      * END-OF-FILE) COMES BACK.  410-READ-NEXT RAISES WS-SLICE-DONE   *
      * WHEN IT READS PAST THE SLICE BOUNDARY.                         *
      ******************************************************************
       430-BROWSE-ONE-SLICE.

           COMPUTE WS-SLICE-LOW-NUM =
                   WS-SLICE-WIDTH * (WS-SLICE-NUMBER - 1)
           COMPUTE WS-SLICE-HIGH-NUM =
                   (WS-SLICE-WIDTH * WS-SLICE-NUMBER) - 1
           IF WS-SLICE-HIGH-NUM > WS-KEY-SPACE-MAX
              OR WS-SLICE-NUMBER = WS-SLICE-COUNT
              MOVE WS-KEY-SPACE-MAX       TO WS-SLICE-HIGH-NUM
           END-IF

           MOVE WS-SLICE-LOW-NUM          TO WS-SLICE-KEY-EDIT
           MOVE WS-SLICE-KEY-EDIT         TO WS-SLICE-START-KEY
           MOVE WS-SLICE-HIGH-NUM         TO WS-SLICE-KEY-EDIT
           MOVE WS-SLICE-KEY-EDIT         TO WS-SLICE-END-KEY

           DISPLAY 'BROWSING D001 SLICE ' WS-SLICE-NUMBER
                   ' KEYS ' WS-SLICE-START-KEY
                   ' THRU ' WS-SLICE-END-KEY

           MOVE 'N'                       TO WS-SLICE-DONE-SW

           MOVE 'D001    '                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-START-BROWSE  TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-VSAM          TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-IO            TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +0                        TO FIFIX-VSAM-RETURN-CODE
           MOVE FIFIX-MAX-FB-RECORD-LENGTH
                                          TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-VARIABLE-LEN  TO FIFIX-RECFM
      *  SLICE 1 STARTS FROM LOW-VALUES, NOT FROM THE ALL-ZEROS KEY,
      *  SO A DAMAGED KEY THAT COLLATES BELOW THE DIGITS (LETTERS
      *  AND BLANKS DO) IS STILL DELIVERED TO EXACTLY ONE SLICE THE
      *  SAME WAY A SINGLE-PASS BROWSE WOULD DELIVER IT.
           IF WS-SLICE-NUMBER = +1
              MOVE LOW-VALUES             TO FIFIX-RECORD-KEY
           ELSE
              MOVE WS-SLICE-START-KEY     TO FIFIX-RECORD-KEY
           END-IF
           MOVE SPACES                    TO FIFIX-FB-RECORD-AREA

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 FIFIX-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           PERFORM 906-RETRY-FIFIX-IO      THRU 906-EXIT

      *  A SLICE WITH NO RECORDS AT OR PAST ITS LOW KEY IS NORMAL
      *  WITH SPARSE KEYS, NOT AN EXCEPTION - ONLY A REAL ERROR IS
      *  CLASSIFIED.
           EVALUATE FIFIX-RETURN-CODE
              WHEN FIFIX-VALUE-SUCCESSFUL
                 PERFORM 410-READ-NEXT    THRU 410-EXIT
                    UNTIL FIFIX-RETURN-CODE = FIFIX-VALUE-END-OF-FILE
                       OR WS-SLICE-DONE
                       OR WS-QUIESCE-REQUESTED
              WHEN FIFIX-VALUE-NOT-FOUND
                 CONTINUE
              WHEN FIFIX-VALUE-END-OF-FILE
                 CONTINUE
              WHEN OTHER
                 PERFORM 905-CLASSIFY-FIFIX-RC THRU 905-EXIT
                 DISPLAY 'D001 SLICE ' WS-SLICE-NUMBER
                         ' START BROWSE FAILED, RET CD = '
                         FIFIX-RETURN-CODE
           END-EVALUATE

           .
       430-EXIT.
           EXIT.

      ******************************************************************
      * BROWSE ONE SELECTED KEY RANGE: POSITION AT THE RANGE'S LOW     *
      * KEY AND READ FORWARD UNTIL A KEY BEYOND ITS HIGH KEY (OR       *
      * END-OF-FILE) COMES BACK, RIDING THE SAME BOUNDARY MACHINERY    *
      * THE SUBTASK SLICES USE IN 410-READ-NEXT.  ON A RESTART, A      *
      * RANGE WHOLLY BELOW THE CHECKPOINTED KEY IS ALREADY DONE AND    *
      * IS SKIPPED; THE RANGE THE CHECKPOINT FELL IN RESUMES FROM      *
      * THE CHECKPOINTED KEY.                                          *
      ******************************************************************
       440-BROWSE-ONE-SEL-RANGE.

           MOVE SEL-T-LOW(SEL-RANGE-IDX)  TO WS-SLICE-START-KEY
           MOVE SEL-T-HIGH(SEL-RANGE-IDX) TO WS-SLICE-END-KEY

           IF WS-RESTART-ACTIVE
              IF WS-SLICE-END-KEY < WS-RESTART-KEY
                 DISPLAY 'SELECTED RANGE ' WS-SLICE-START-KEY
                         ' THRU ' WS-SLICE-END-KEY
                         ' ALREADY COMPLETED BEFORE CHECKPOINT'
                 GO TO 440-EXIT
              END-IF
              IF WS-RESTART-KEY > WS-SLICE-START-KEY
                 MOVE WS-RESTART-KEY      TO WS-SLICE-START-KEY
              END-IF
           END-IF

           MOVE 'Y'                       TO WS-PARTITION-SW
           MOVE +2                        TO WS-SLICE-NUMBER
           MOVE 'N'                       TO WS-SLICE-DONE-SW

           DISPLAY 'BROWSING SELECTED KEY RANGE '
                   WS-SLICE-START-KEY ' THRU ' WS-SLICE-END-KEY

           MOVE 'D001    '                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-START-BROWSE  TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-VSAM          TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-IO            TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +0                        TO FIFIX-VSAM-RETURN-CODE
           MOVE FIFIX-MAX-FB-RECORD-LENGTH
                                          TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-VARIABLE-LEN  TO FIFIX-RECFM
           MOVE WS-SLICE-START-KEY        TO FIFIX-RECORD-KEY
           MOVE SPACES                    TO FIFIX-FB-RECORD-AREA

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 FIFIX-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           PERFORM 906-RETRY-FIFIX-IO      THRU 906-EXIT

      *  A RANGE WITH NO RECORDS AT OR PAST ITS LOW KEY IS A VALID
      *  SELECTION, NOT AN EXCEPTION - ONLY A REAL ERROR IS
      *  CLASSIFIED.
           EVALUATE FIFIX-RETURN-CODE
              WHEN FIFIX-VALUE-SUCCESSFUL
                 PERFORM 410-READ-NEXT    THRU 410-EXIT
                    UNTIL FIFIX-RETURN-CODE = FIFIX-VALUE-END-OF-FILE
                       OR WS-SLICE-DONE
                       OR WS-QUIESCE-REQUESTED
              WHEN FIFIX-VALUE-NOT-FOUND
                 CONTINUE
              WHEN FIFIX-VALUE-END-OF-FILE
                 CONTINUE
              WHEN OTHER
                 PERFORM 905-CLASSIFY-FIFIX-RC THRU 905-EXIT
                 DISPLAY 'SELECTED RANGE START BROWSE FAILED, '
                         'RET CD = ' FIFIX-RETURN-CODE
           END-EVALUATE

           .
       440-EXIT.
           EXIT.

      ******************************************************************
      * CHECK DD UR70CKPT FOR A CHECKPOINT LEFT BY A PRIOR, INCOMPLETE  *
      * RUN.  IF ONE IS FOUND, 405-START-BROWSE LOCATES BACK IN AT THE  *
      * CHECKPOINTED KEY INSTEAD OF STARTING FROM THE FRONT OF D001.    *
      ******************************************************************
       401-CHECK-RESTART.

           SET  FIFIX-ANCHOR              TO NULL
           MOVE 'N'                       TO WS-RESTART-SW
           MOVE 'UR70CKPT'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-OPEN          TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-VSAM          TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-INPUT         TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE SPACES                    TO FIFIX-RECORD-KEY
           MOVE +33                       TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-FIXED-LEN     TO FIFIX-RECFM

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 CKPT-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              MOVE WS-CKPT-FIXED-KEY      TO FIFIX-RECORD-KEY
              MOVE 'UR70CKPT'             TO FIFIX-DDNAME
              MOVE FIFIX-VALUE-READ       TO FIFIX-FUNCTION-CODE
              MOVE +33                    TO FIFIX-RECORD-LENGTH
              MOVE FIFIX-VALUE-FIXED-LEN  TO FIFIX-RECFM
              CALL FIFIX   USING FIFIX-PARAMETER-AREA,
                                 CKPT-RECORD-AREA,
                                 FIFIX-RECORD-KEY

              IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
                 MOVE CKPT-LAST-KEY       TO WS-RESTART-KEY
                 MOVE CKPT-RECORDS-PROCESSED
                                          TO WS-D001-RECORDS-READ
                 MOVE 'Y'                 TO WS-RESTART-SW
                 DISPLAY 'RESTARTING D001 BROWSE FROM CHECKPOINT'
      *  A CHECKPOINT TAKEN UNDER A DIFFERENT SELECTION MUST NOT
      *  SILENTLY RESUME A DIFFERENT PARTIAL RUN - THE RESTART
      *  PROCEEDS UNDER TONIGHT'S CARDS, BUT FLAGGED.
                 IF CKPT-SELECTION-SIG IS NUMERIC
                    AND CKPT-SELECTION-SIG NOT = WS-SEL-SIGNATURE
                    DISPLAY 'CHECKPOINT WAS TAKEN UNDER A DIFFERENT '
                            'SELECTION - RESTART RUNS UNDER THE '
                            'CURRENT UR70SEL CARDS'
                    MOVE 'SEL  '          TO EXCP-SOURCE
                    MOVE 'RESTART '       TO EXCP-FUNCTION
                    MOVE 'UR70CKPT'       TO EXCP-DDNAME
                    MOVE SPACES           TO EXCP-RETURN-CODE
                    MOVE CKPT-LAST-KEY    TO EXCP-KEY
                    MOVE SPACES           TO EXCP-VSAM-RETURN-CODE
                    MOVE SPACES           TO EXCP-RECORD-IMAGE
                    MOVE 'CHECKPOINT SELECTION DIFFERS FROM CARDS'
                                          TO EXCP-DETAIL
                    MOVE '0004'           TO WS-SEVERITY-CD
                    PERFORM 907-WRITE-EXCEPTION THRU 907-EXIT
                    PERFORM 990-CHECK-SEVERITY  THRU 990-EXIT
                 END-IF
              END-IF

              MOVE 'UR70CKPT'             TO FIFIX-DDNAME
              MOVE FIFIX-VALUE-CLOSE      TO FIFIX-FUNCTION-CODE
              MOVE +33                    TO FIFIX-RECORD-LENGTH
              MOVE FIFIX-VALUE-FIXED-LEN  TO FIFIX-RECFM
              CALL FIFIX   USING FIFIX-PARAMETER-AREA,
                                 CKPT-RECORD-AREA,
                                 FIFIX-RECORD-KEY
              SET  FIFIX-ANCHOR           TO NULL
           ELSE
              DISPLAY 'UR70CKPT NOT AVAILABLE, STARTING D001 BROWSE '
                      'FROM THE FRONT'
           END-IF

           MOVE 'Y'                       TO WS-RESTART-CHECKED-SW

           .
       401-EXIT.
           EXIT.

      ******************************************************************
      * START BROWSE (SB) - POSITION D001 AT THE FIRST RECORD.         *
      ******************************************************************
       405-START-BROWSE.

           MOVE 'D001    '                TO FIFIX-DDNAME
           IF WS-RESTART-ACTIVE
              MOVE FIFIX-VALUE-LOCATE     TO FIFIX-FUNCTION-CODE
              MOVE WS-RESTART-KEY         TO FIFIX-RECORD-KEY
           ELSE
              MOVE FIFIX-VALUE-START-BROWSE TO FIFIX-FUNCTION-CODE
              MOVE LOW-VALUES             TO FIFIX-RECORD-KEY
           END-IF
           MOVE FIFIX-VALUE-VSAM          TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-IO            TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +0                        TO FIFIX-VSAM-RETURN-CODE
           MOVE FIFIX-MAX-FB-RECORD-LENGTH
                                          TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-VARIABLE-LEN  TO FIFIX-RECFM

           MOVE SPACES                    TO FIFIX-FB-RECORD-AREA

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 FIFIX-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           PERFORM 906-RETRY-FIFIX-IO      THRU 906-EXIT

           PERFORM 905-CLASSIFY-FIFIX-RC   THRU 905-EXIT

           IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-SUCCESSFUL
              DISPLAY 'MTEST: DD: D001'
                      ', FIFIX FAILED, '
                      ' RET CD = ', FIFIX-RETURN-CODE
                      ' FUNCTION = ', FIFIX-FUNCTION-CODE
              DISPLAY ' DDNAME = ', FIFIX-DDNAME
                      ' TYPE   = ', FIFIX-FILE-TYPE
                      ' MODE   = ', FIFIX-FILE-MODE
                      ' REASON = ', FIFIX-VSAM-RETURN-CODE
           END-IF.

       405-EXIT.
           EXIT.

      ******************************************************************
      * READ NEXT (BR) - BROWSE FORWARD ONE RECORD AT A TIME UNTIL     *
      * FIFIX-VALUE-END-OF-FILE COMES BACK.                            *
      ******************************************************************
       410-READ-NEXT.

           MOVE 'D001    '                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-READNEXT      TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-VSAM          TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-IO            TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +0                        TO FIFIX-VSAM-RETURN-CODE
           MOVE FIFIX-MAX-FB-RECORD-LENGTH
                                          TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-VARIABLE-LEN  TO FIFIX-RECFM
           MOVE SPACES                    TO FIFIX-FB-RECORD-AREA

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 FIFIX-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           PERFORM 906-RETRY-FIFIX-IO      THRU 906-EXIT

           PERFORM 905-CLASSIFY-FIFIX-RC   THRU 905-EXIT

           EVALUATE TRUE
              WHEN FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
                 AND WS-PARTITION-ACTIVE
                 AND WS-SLICE-NUMBER > +1
                 AND FIFIX-RECORD-KEY < WS-SLICE-START-KEY
      *  KEY BELOW THE SLICE - A START BROWSE THAT POSITIONED AT THE
      *  FRONT OF THE FILE RATHER THAN AT THE SLICE'S LOW KEY WOULD
      *  DELIVER EARLIER SLICES' RECORDS AGAIN, SO ANYTHING BELOW
      *  THE SLICE IS SKIPPED WITHOUT BEING PROCESSED OR COUNTED.
      *  SLICE 1 HAS NO LOWER BOUND - IT OWNS EVERYTHING THAT
      *  COLLATES BELOW THE ALL-ZEROS KEY AS WELL.
                 CONTINUE
              WHEN FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
                 AND WS-PARTITION-ACTIVE
                 AND FIFIX-RECORD-KEY > WS-SLICE-END-KEY
      *  FIRST KEY PAST THE SLICE BOUNDARY - THE NEXT SLICE'S START
      *  BROWSE WILL PICK IT BACK UP, SO IT IS NEITHER PROCESSED NOR
      *  COUNTED HERE.
                 MOVE 'Y'                 TO WS-SLICE-DONE-SW
              WHEN FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
                 ADD  1                   TO WS-D001-RECORDS-READ
                 MOVE FIFIX-RECORD-LENGTH TO WS-CURRENT-RECORD-LENGTH
                 MOVE FIFIX-RECORD-KEY    TO WS-CURRENT-RECORD-KEY
                 MOVE FIFIX-FB-RECORD-AREA(1:2)
                                          TO WS-CURRENT-RECORD-TYPE
      *  A RECORD OUTSIDE THE SELECTED TYPES COSTS A READ AND A
      *  CHECKPOINT, NOT AN AUDIT RECORD OR A JAVA CALL - AND IS
      *  COUNTED ON ITS OWN SO A PARTIAL RUN READS AS PARTIAL.
                 IF WS-SEL-TYPE-COUNT > ZEROES
                    PERFORM 411-CHECK-TYPE-SELECTED
                       THRU 411-EXIT
                    IF NOT WS-SEL-TYPE-MATCHED
                       ADD  1             TO WS-SEL-SKIP-COUNT
                       PERFORM 415-WRITE-CHECKPOINT THRU 415-EXIT
                       PERFORM 412-TRACK-PROGRESS   THRU 412-EXIT
                       GO TO 410-EXIT
                    END-IF
                 END-IF
                 PERFORM 942-MASK-FOR-DISPLAY THRU 942-EXIT
                 DISPLAY 'RECORD READ: ' WS-MASK-IMAGE(1:64)
                 MOVE FIFIX-VALUE-READNEXT   TO AUDIT-FUNCTION
                 MOVE FIFIX-RECORD-KEY       TO AUDIT-KEY
                 MOVE FIFIX-FB-RECORD-AREA   TO AUDIT-BEFORE-IMAGE
                 MOVE FIFIX-FB-RECORD-AREA   TO AUDIT-AFTER-IMAGE
                 MOVE WS-CURRENT-RECORD-LENGTH
                                             TO WS-AUDIT-IMAGE-LENGTH
                 PERFORM 908-WRITE-AUDIT     THRU 908-EXIT
      *  A RECORD THAT CLEARS THE PARENT EDIT AND EVERY DRIVER ENTRY
      *  WITHOUT A NEW EXCEPTION RESOLVES ITS OPEN-EXCEPTION ITEMS.
                 MOVE WS-EXCEPTION-COUNT     TO WS-OPNX-EXCP-MARK
                 PERFORM 420-CHECK-PARENT-REF THRU 420-EXIT
                 IF NOT WS-RI-ORPHAN
                    PERFORM 104-CALL-CLASS-METHOD THRU 104-EXIT
                    IF WS-EXCEPTION-COUNT = WS-OPNX-EXCP-MARK
                       PERFORM 916-RESOLVE-OPEN-ITEMS THRU 916-EXIT
                    END-IF
                 END-IF
                 PERFORM 415-WRITE-CHECKPOINT  THRU 415-EXIT
                 PERFORM 412-TRACK-PROGRESS    THRU 412-EXIT
              WHEN FIFIX-RETURN-CODE = FIFIX-VALUE-END-OF-FILE
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'MTEST: DD: D001'
                         ', FIFIX FAILED, '
                         ' RET CD = ', FIFIX-RETURN-CODE
                         ' FUNCTION = ', FIFIX-FUNCTION-CODE
                 DISPLAY ' DDNAME = ', FIFIX-DDNAME
                         ' REASON = ', FIFIX-VSAM-RETURN-CODE
                         ' KEY    = ', FIFIX-RECORD-KEY
                 MOVE FIFIX-VALUE-END-OF-FILE TO FIFIX-RETURN-CODE
           END-EVALUATE

           .
       410-EXIT.
           EXIT.

      ******************************************************************
      * DOES THE RECORD TYPE IN FLIGHT APPEAR ON THE SELECTION?        *
      * ONLY REACHED WHEN TYPE CARDS WERE LOADED.                      *
      ******************************************************************
       411-CHECK-TYPE-SELECTED.

           MOVE 'N'                       TO WS-SEL-TYPE-MATCH-SW
           PERFORM 411-MATCH-ONE-TYPE
              THRU 411-MATCH-ONE-TYPE-EXIT
              VARYING SEL-TYPE-IDX FROM 1 BY 1
                UNTIL SEL-TYPE-IDX > WS-SEL-TYPE-COUNT
                   OR WS-SEL-TYPE-MATCHED

           .
       411-EXIT.
           EXIT.

       411-MATCH-ONE-TYPE.

           IF SEL-T-TYPE(SEL-TYPE-IDX) = WS-CURRENT-RECORD-TYPE
              MOVE 'Y'                    TO WS-SEL-TYPE-MATCH-SW
           END-IF

           .
       411-MATCH-ONE-TYPE-EXIT.
           EXIT.

      ******************************************************************
      * CROSS-FILE EDIT FOR THE D001 RECORD JUST BROWSED: ITS PARENT  *
      * REFERENCE (BYTES 3-17) MUST EXIST ON D002 BEFORE THE RECORD   *
      * IS DISPATCHED TO JAVA.  AN ORPHAN GOES TO UR70EXCP WITH ITS   *
      * OWN REASON AND IS COUNTED SEPARATELY - TODAY A BAD CROSS-     *
      * REFERENCE ONLY SURFACES WHEN THE JAVA SIDE REJECTS IT FOR     *
      * REASONS WE CANNOT SEE.  D001'S FIFIX STATE IS SAVED AND       *
      * RESTORED AROUND THE D002 READ, SINCE THIS RUNS MID-BROWSE.    *
      * THE D002 NOT-FOUND OUTCOME IS HANDLED HERE, NOT SENT THROUGH  *
      * 905-CLASSIFY-FIFIX-RC - AN ORPHAN IS A DATA CONDITION WITH    *
      * ITS OWN REPORTING, NOT A FIFIX CALL FAILURE.                  *
      ******************************************************************
       420-CHECK-PARENT-REF.

           MOVE 'N'                       TO WS-RI-ORPHAN-SW

           IF NOT WS-D002-FILE-OPEN
              GO TO 420-EXIT
           END-IF

           MOVE FIFIX-FB-RECORD-AREA(3:15) TO WS-CURRENT-PARENT-REF

           MOVE FIFIX-RETURN-CODE         TO WS-SAVE-FIFIX-RETURN-CODE
           MOVE FIFIX-RECORD-KEY          TO WS-SAVE-FIFIX-RECORD-KEY
           SET  WS-SAVE-FIFIX-ANCHOR      TO FIFIX-ANCHOR

           MOVE WS-CURRENT-PARENT-REF     TO FIFIX-RECORD-KEY
           MOVE 'D002    '                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-READ          TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-VSAM          TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-IO            TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +0                        TO FIFIX-VSAM-RETURN-CODE
           MOVE +80                       TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-FIXED-LEN     TO FIFIX-RECFM

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 D002-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-SUCCESSFUL
              MOVE 'Y'                    TO WS-RI-ORPHAN-SW
           END-IF

           MOVE WS-SAVE-FIFIX-RETURN-CODE TO FIFIX-RETURN-CODE
           MOVE WS-SAVE-FIFIX-RECORD-KEY  TO FIFIX-RECORD-KEY
           SET  FIFIX-ANCHOR              TO WS-SAVE-FIFIX-ANCHOR

           IF WS-RI-ORPHAN
              ADD  1                      TO WS-RI-ORPHAN-COUNT
              DISPLAY 'D001 PARENT NOT ON D002, KEY = '
                      WS-CURRENT-RECORD-KEY
                      ' PARENT = ' WS-CURRENT-PARENT-REF
                      ' - NOT DISPATCHED'
              MOVE 'RI   '                TO EXCP-SOURCE
              MOVE 'CHECK   '             TO EXCP-FUNCTION
              MOVE 'D002    '             TO EXCP-DDNAME
              MOVE SPACES                 TO EXCP-RETURN-CODE
              MOVE WS-CURRENT-RECORD-KEY  TO EXCP-KEY
              MOVE SPACES                 TO EXCP-VSAM-RETURN-CODE
              MOVE FIFIX-FB-RECORD-AREA   TO EXCP-RECORD-IMAGE
              IF WS-CURRENT-RECORD-LENGTH > +0
                 MOVE WS-CURRENT-RECORD-LENGTH
                                          TO EXCP-IMAGE-LENGTH
              END-IF
              MOVE 'PARENT REFERENCE NOT ON D002, ORPHAN'
                                          TO EXCP-DETAIL
              MOVE '0004'                 TO WS-SEVERITY-CD
              PERFORM 907-WRITE-EXCEPTION THRU 907-EXIT
              PERFORM 990-CHECK-SEVERITY  THRU 990-EXIT
           END-IF

           .
       420-EXIT.
           EXIT.

      ******************************************************************
      * PROGRESS AND QUIESCE TRACKING, RUN AFTER EVERY RECORD THE     *
      * BROWSE PROCESSES: A PROGRESS MESSAGE EVERY CONFIGURED NUMBER  *
      * OF RECORDS, AND A LOOK FOR THE OPERATOR STOP-REQUEST TRIGGER  *
      * (DD UR70STOP) EVERY FEW HUNDRED RECORDS.  THE TRIGGER CHECK   *
      * IS THROTTLED BECAUSE IT COSTS AN OPEN ATTEMPT.                *
      ******************************************************************
       412-TRACK-PROGRESS.

           IF WS-RUN-PROGRESS-RECORDS > ZEROES
              ADD  1                      TO WS-PROGRESS-COUNTER
              IF WS-PROGRESS-COUNTER >= WS-RUN-PROGRESS-RECORDS
                 MOVE +0                  TO WS-PROGRESS-COUNTER
                 DISPLAY 'TESTUR70 PROGRESS: '
                         WS-D001-RECORDS-READ
                         ' D001 RECORDS PROCESSED, LAST KEY = '
                         WS-CURRENT-RECORD-KEY
              END-IF
           END-IF

           ADD  1                         TO WS-QUIESCE-CHECK-COUNTER
           IF WS-QUIESCE-CHECK-COUNTER >= WS-QUIESCE-CHECK-INTERVAL
              MOVE +0                     TO WS-QUIESCE-CHECK-COUNTER
              PERFORM 414-CHECK-STOP-TRIGGER THRU 414-EXIT
           END-IF

           .
       412-EXIT.
           EXIT.

      ******************************************************************
      * LOOK FOR THE OPERATOR STOP-REQUEST TRIGGER: IF DD UR70STOP    *
      * OPENS, A QUIESCE HAS BEEN REQUESTED.  THE CURRENT RECORD IS   *
      * ALREADY FINISHED AND CHECKPOINTED, SO THE BROWSE LOOPS DRAIN  *
      * OUT, THE NORMAL SUMMARY RUNS, AND THE JOB ENDS WITH THE       *
      * QUIESCED RETURN CODE.  D001'S FIFIX STATE IS SAVED AND        *
      * RESTORED THE SAME WAY 907-WRITE-EXCEPTION DOES, SINCE THIS    *
      * RUNS MID-BROWSE.                                              *
      ******************************************************************
       414-CHECK-STOP-TRIGGER.

           MOVE FIFIX-RETURN-CODE         TO WS-SAVE-FIFIX-RETURN-CODE
           MOVE FIFIX-RECORD-KEY          TO WS-SAVE-FIFIX-RECORD-KEY
           SET  WS-SAVE-FIFIX-ANCHOR      TO FIFIX-ANCHOR

           SET  FIFIX-ANCHOR              TO NULL
           MOVE 'UR70STOP'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-OPEN          TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-SEQUENTIAL    TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-INPUT         TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE SPACES                    TO FIFIX-RECORD-KEY

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 STOP-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              MOVE 'UR70STOP'             TO FIFIX-DDNAME
              MOVE FIFIX-VALUE-CLOSE      TO FIFIX-FUNCTION-CODE
              CALL FIFIX   USING FIFIX-PARAMETER-AREA,
                                 STOP-RECORD-AREA,
                                 FIFIX-RECORD-KEY
              MOVE 'Y'                    TO WS-QUIESCE-SW
              DISPLAY 'TESTUR70 OPERATOR STOP REQUEST DETECTED - '
                      'QUIESCING AT RECORD ' WS-D001-RECORDS-READ
                      ' KEY ' WS-CURRENT-RECORD-KEY
           END-IF

           MOVE WS-SAVE-FIFIX-RETURN-CODE TO FIFIX-RETURN-CODE
           MOVE WS-SAVE-FIFIX-RECORD-KEY  TO FIFIX-RECORD-KEY
           SET  FIFIX-ANCHOR              TO WS-SAVE-FIFIX-ANCHOR

           .
       414-EXIT.
           EXIT.

      ******************************************************************
      * PERSIST THE CURRENT D001 KEY AND RECORD COUNT TO DD UR70CKPT   *
      * SO A RERUN CAN RESUME FROM HERE.  CHECKPOINT I/O IS BEST-       *
      * EFFORT: A MISSING UR70CKPT DD JUST MEANS NO RESTART SUPPORT,    *
      * SO IT IS NOT WIRED TO 905-CLASSIFY-FIFIX-RC.                    *
      ******************************************************************
       415-WRITE-CHECKPOINT.

           MOVE FIFIX-RETURN-CODE         TO WS-SAVE-FIFIX-RETURN-CODE
           MOVE FIFIX-RECORD-KEY          TO WS-SAVE-FIFIX-RECORD-KEY
           SET  WS-SAVE-FIFIX-ANCHOR      TO FIFIX-ANCHOR

           MOVE FIFIX-RECORD-KEY          TO CKPT-LAST-KEY
           MOVE WS-D001-RECORDS-READ      TO CKPT-RECORDS-PROCESSED
           MOVE WS-SEL-SIGNATURE          TO CKPT-SELECTION-SIG

           SET  FIFIX-ANCHOR              TO NULL
           MOVE 'UR70CKPT'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-OPEN          TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-VSAM          TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-IO            TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE SPACES                    TO FIFIX-RECORD-KEY
           MOVE +33                       TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-FIXED-LEN     TO FIFIX-RECFM

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 CKPT-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              MOVE WS-CKPT-FIXED-KEY      TO FIFIX-RECORD-KEY
              MOVE 'UR70CKPT'             TO FIFIX-DDNAME
              MOVE FIFIX-VALUE-UPDATE     TO FIFIX-FUNCTION-CODE
              MOVE +33                    TO FIFIX-RECORD-LENGTH
              MOVE FIFIX-VALUE-FIXED-LEN  TO FIFIX-RECFM
              CALL FIFIX   USING FIFIX-PARAMETER-AREA,
                                 CKPT-RECORD-AREA,
                                 FIFIX-RECORD-KEY

              IF FIFIX-RETURN-CODE = FIFIX-VALUE-NOT-FOUND
                 MOVE 'UR70CKPT'          TO FIFIX-DDNAME
                 MOVE FIFIX-VALUE-WRITE   TO FIFIX-FUNCTION-CODE
                 MOVE +33                 TO FIFIX-RECORD-LENGTH
                 MOVE FIFIX-VALUE-FIXED-LEN
                                          TO FIFIX-RECFM
                 CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                       CKPT-RECORD-AREA,
                                       FIFIX-RECORD-KEY
              END-IF

              MOVE 'UR70CKPT'             TO FIFIX-DDNAME
              MOVE FIFIX-VALUE-CLOSE      TO FIFIX-FUNCTION-CODE
              MOVE +33                    TO FIFIX-RECORD-LENGTH
              MOVE FIFIX-VALUE-FIXED-LEN  TO FIFIX-RECFM
              CALL FIFIX   USING FIFIX-PARAMETER-AREA,
                                 CKPT-RECORD-AREA,
                                 FIFIX-RECORD-KEY
              SET  FIFIX-ANCHOR           TO NULL
           ELSE
              DISPLAY 'UR70CKPT NOT AVAILABLE, SKIPPING CHECKPOINT'
           END-IF

           MOVE WS-SAVE-FIFIX-RETURN-CODE TO FIFIX-RETURN-CODE
           MOVE WS-SAVE-FIFIX-RECORD-KEY  TO FIFIX-RECORD-KEY
           SET  FIFIX-ANCHOR              TO WS-SAVE-FIFIX-ANCHOR

           .
       415-EXIT.
           EXIT.

      ******************************************************************
      * A FULL BROWSE OF D001 COMPLETED CLEANLY, SO ANY CHECKPOINT     *
      * LEFT BY AN EARLIER, INCOMPLETE RUN NO LONGER APPLIES.          *
      ******************************************************************
       425-CLEAR-CHECKPOINT.

           SET  FIFIX-ANCHOR              TO NULL
           MOVE 'UR70CKPT'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-OPEN          TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-VSAM          TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-IO            TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE SPACES                    TO FIFIX-RECORD-KEY
           MOVE +33                       TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-FIXED-LEN     TO FIFIX-RECFM

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 CKPT-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              MOVE WS-CKPT-FIXED-KEY      TO FIFIX-RECORD-KEY
              MOVE 'UR70CKPT'             TO FIFIX-DDNAME
              MOVE FIFIX-VALUE-DELETE     TO FIFIX-FUNCTION-CODE
              MOVE +33                    TO FIFIX-RECORD-LENGTH
              MOVE FIFIX-VALUE-FIXED-LEN  TO FIFIX-RECFM
              CALL FIFIX   USING FIFIX-PARAMETER-AREA,
                                 CKPT-RECORD-AREA,
                                 FIFIX-RECORD-KEY

              MOVE 'UR70CKPT'             TO FIFIX-DDNAME
              MOVE FIFIX-VALUE-CLOSE      TO FIFIX-FUNCTION-CODE
              MOVE +33                    TO FIFIX-RECORD-LENGTH
              MOVE FIFIX-VALUE-FIXED-LEN  TO FIFIX-RECFM
              CALL FIFIX   USING FIFIX-PARAMETER-AREA,
                                 CKPT-RECORD-AREA,
                                 FIFIX-RECORD-KEY
              SET  FIFIX-ANCHOR           TO NULL
           END-IF

           .
       425-EXIT.
           EXIT.

      ******************************************************************
      * REPLAY MODE - READ A PRIOR RUN'S EXCEPTION FILE (DD UR70REPL,  *
      * POINTED AT A PRIOR UR70EXCP GENERATION BY THE JCL), LOCATE     *
      * EACH FAILED KEY IN D001, AND RE-DISPATCH JUST THOSE RECORDS    *
      * THROUGH THE DRIVER TABLE INSTEAD OF BROWSING ALL OF D001.      *
      ******************************************************************
       450-REPLAY-EXCEPTIONS.

           DISPLAY 'TESTUR70 REPLAY MODE - REPROCESSING PRIOR '
                   'EXCEPTIONS FROM DD UR70REPL'

           SET  FIFIX-ANCHOR              TO NULL
           MOVE 'UR70REPL'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-OPEN          TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-SEQUENTIAL    TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-INPUT         TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE SPACES                    TO FIFIX-RECORD-KEY

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 REPL-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              PERFORM 455-REPLAY-ONE-RECORD
                 THRU 455-EXIT
                 UNTIL FIFIX-RETURN-CODE = FIFIX-VALUE-END-OF-FILE

              MOVE 'UR70REPL'             TO FIFIX-DDNAME
              MOVE FIFIX-VALUE-CLOSE      TO FIFIX-FUNCTION-CODE
              CALL FIFIX   USING FIFIX-PARAMETER-AREA,
                                 REPL-RECORD-AREA,
                                 FIFIX-RECORD-KEY
              SET  FIFIX-ANCHOR           TO NULL
           ELSE
              DISPLAY 'UR70REPL NOT AVAILABLE, NOTHING TO REPLAY'
              MOVE 'FIFIX'                TO EXCP-SOURCE
              MOVE FIFIX-VALUE-OPEN       TO EXCP-FUNCTION
              MOVE 'UR70REPL'             TO EXCP-DDNAME
              MOVE FIFIX-RETURN-CODE      TO WS-FIFIX-RETC-EDIT
              MOVE WS-FIFIX-RETC-EDIT     TO EXCP-RETURN-CODE
              MOVE SPACES                 TO EXCP-KEY
              MOVE SPACES                 TO EXCP-VSAM-RETURN-CODE
              MOVE SPACES                 TO EXCP-RECORD-IMAGE
              MOVE 'REPLAY REQUESTED BUT UR70REPL MISSING'
                                          TO EXCP-DETAIL
              MOVE '0008'                 TO WS-SEVERITY-CD
              PERFORM 907-WRITE-EXCEPTION THRU 907-EXIT
              PERFORM 990-CHECK-SEVERITY  THRU 990-EXIT
           END-IF

           DISPLAY 'REPLAY RECORDS READ       = ' WS-REPL-RECORDS-READ
           DISPLAY 'REPLAY KEYS RE-DISPATCHED = '
                   WS-REPL-DISPATCH-COUNT
           DISPLAY 'REPLAY KEYS NOT IN D001   = '
                   WS-REPL-NOT-FOUND-COUNT
           DISPLAY 'REPLAY RECORDS SKIPPED    = '
                   WS-REPL-SKIPPED-COUNT

           .
       450-EXIT.
           EXIT.

      ******************************************************************
      * REPLAY ONE PRIOR EXCEPTION RECORD: A RECORD WITH NO D001 KEY   *
      * (CONTROL-CARD AND INTERFACE EXCEPTIONS) IS SKIPPED; OTHERWISE  *
      * THE KEY IS READ FROM D001 AND RE-DISPATCHED THROUGH            *
      * 104-CALL-CLASS-METHOD EXACTLY AS THE FULL BROWSE WOULD HAVE    *
      * DONE.  A KEY NO LONGER IN D001 IS COUNTED AND LEFT TO THE      *
      * NOT-FOUND CLASSIFICATION.  A KEY THAT NOW GOES THROUGH CLEAN   *
      * RESOLVES ITS ITEMS ON THE OPEN-EXCEPTIONS FILE.                *
      ******************************************************************
       455-REPLAY-ONE-RECORD.

           MOVE 'UR70REPL'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-READ          TO FIFIX-FUNCTION-CODE
           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 REPL-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           EVALUATE FIFIX-RETURN-CODE
              WHEN FIFIX-VALUE-SUCCESSFUL
                 ADD  1                   TO WS-REPL-RECORDS-READ
                 IF REPL-KEY = SPACES
                    ADD  1                TO WS-REPL-SKIPPED-COUNT
                 ELSE
                    PERFORM 456-DISPATCH-REPLAY-KEY
                       THRU 456-EXIT
                 END-IF
              WHEN FIFIX-VALUE-END-OF-FILE
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'UR70REPL READ FAILED, RET CD = '
                         FIFIX-RETURN-CODE
                 MOVE FIFIX-VALUE-END-OF-FILE
                                          TO FIFIX-RETURN-CODE
           END-EVALUATE

           .
       455-EXIT.
           EXIT.

       456-DISPATCH-REPLAY-KEY.

           MOVE WS-EXCEPTION-COUNT        TO WS-OPNX-EXCP-MARK

           MOVE REPL-KEY                  TO FIFIX-RECORD-KEY
           MOVE 'D001    '                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-READ          TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-VSAM          TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-IO            TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +0                        TO FIFIX-VSAM-RETURN-CODE
           MOVE FIFIX-MAX-FB-RECORD-LENGTH
                                          TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-VARIABLE-LEN  TO FIFIX-RECFM
           MOVE SPACES                    TO FIFIX-FB-RECORD-AREA

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 FIFIX-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           PERFORM 906-RETRY-FIFIX-IO      THRU 906-EXIT

           PERFORM 905-CLASSIFY-FIFIX-RC  THRU 905-EXIT

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              MOVE FIFIX-RECORD-LENGTH    TO WS-CURRENT-RECORD-LENGTH
              MOVE FIFIX-RECORD-KEY       TO WS-CURRENT-RECORD-KEY
              MOVE FIFIX-FB-RECORD-AREA(1:2)
                                          TO WS-CURRENT-RECORD-TYPE
              ADD  1                      TO WS-REPL-DISPATCH-COUNT
              PERFORM 104-CALL-CLASS-METHOD THRU 104-EXIT
              IF WS-EXCEPTION-COUNT = WS-OPNX-EXCP-MARK
                 PERFORM 916-RESOLVE-OPEN-ITEMS THRU 916-EXIT
              END-IF
           ELSE
              IF FIFIX-RETURN-CODE = FIFIX-VALUE-NOT-FOUND
                 ADD  1                   TO WS-REPL-NOT-FOUND-COUNT
              END-IF
           END-IF

           .
       456-EXIT.
           EXIT.

      ******************************************************************
      * DECIDE WHETHER TONIGHT'S DISPATCH IS INCREMENTAL.  RUN RIGHT   *
      * AFTER THE DELTA FILE OPENS AND BEFORE THE FIRST D001 CHANGE    *
      * OF THE RUN (THE ONLINE PICKUP), SO EVERY ADD AND UPDATE THIS   *
      * RUN MAKES IS CAUGHT BY 911-WRITE-DELTA/149-COPY-ONE-DELTA      *
      * WHILE THE CANDIDATE SET IS BEING COLLECTED.  ANYTHING THAT     *
      * STANDS IN THE WAY LEAVES THE RUN A FULL BROWSE, WITH THE       *
      * REASON KEPT FOR THE END-OF-JOB SUMMARY.                        *
      ******************************************************************
       460-SET-DISPATCH-MODE.

           MOVE 'N'                       TO WS-INCR-ACTIVE-SW
           MOVE 'N'                       TO WS-INCR-COLLECT-SW
           MOVE SPACES                    TO WS-INCR-FULL-REASON

           IF NOT WS-RUN-INCR-REQUESTED
              GO TO 460-EXIT
           END-IF

           IF WS-RUN-REPLAY-MODE
              MOVE 'REPLAY MODE REQUESTED ON UR70PARM'
                                          TO WS-INCR-FULL-REASON
              GO TO 460-NOT-APPLIED
           END-IF

           IF WS-RUN-CATCHUP-MODE
              MOVE 'CATCH-UP RUN REQUESTED ON UR70PARM'
                                          TO WS-INCR-FULL-REASON
              GO TO 460-NOT-APPLIED
           END-IF

           IF WS-SEL-ACTIVE
              MOVE 'UR70SEL PARTIAL RUN IN FORCE'
                                          TO WS-INCR-FULL-REASON
              GO TO 460-NOT-APPLIED
           END-IF

      *  AN INTERRUPTED FULL BROWSE IS FINISHED BEFORE ANY
      *  INCREMENTAL RUN, OR THE CHECKPOINT WOULD OUTLIVE IT.
           PERFORM 401-CHECK-RESTART      THRU 401-EXIT
           IF WS-RESTART-ACTIVE
              MOVE 'CHECKPOINT RESTART PENDING ON UR70CKPT'
                                          TO WS-INCR-FULL-REASON
              GO TO 460-NOT-APPLIED
           END-IF

           PERFORM 463-CHECK-FULL-TRIGGER THRU 463-EXIT
           IF WS-INCR-FULL-REASON NOT = SPACES
              GO TO 460-NOT-APPLIED
           END-IF

           PERFORM 461-FIND-BASELINE-RUN  THRU 461-EXIT
           IF WS-INCR-BASE-RUN-ID = SPACES
              MOVE 'NO CLEAN BASELINE RUN ON UR70REG'
                                          TO WS-INCR-FULL-REASON
              GO TO 460-NOT-APPLIED
           END-IF

           IF WS-RUN-FULL-CYCLE-DAYS > ZEROES
              IF WS-INCR-LAST-FULL-DATE = ZEROES
                 MOVE 'NO CLEAN FULL RUN ON UR70REG'
                                          TO WS-INCR-FULL-REASON
                 GO TO 460-NOT-APPLIED
              END-IF
              MOVE WS-RUN-DATE            TO WS-SERIAL-DATE
              PERFORM 271-COMPUTE-SERIAL-DAY THRU 271-EXIT
              MOVE WS-SERIAL-DAYS         TO WS-INCR-TODAY-SERIAL
              MOVE WS-INCR-LAST-FULL-DATE TO WS-SERIAL-DATE
              PERFORM 271-COMPUTE-SERIAL-DAY THRU 271-EXIT
              COMPUTE WS-INCR-FULL-AGE-DAYS =
                      WS-INCR-TODAY-SERIAL - WS-SERIAL-DAYS
              IF WS-INCR-FULL-AGE-DAYS >= WS-RUN-FULL-CYCLE-DAYS
                 MOVE 'FULL-RUN CYCLE DUE'
                                          TO WS-INCR-FULL-REASON
                 GO TO 460-NOT-APPLIED
              END-IF
           END-IF

           PERFORM 464-OPEN-CANDIDATE-FILE THRU 464-EXIT
           IF WS-INCR-FULL-REASON NOT = SPACES
              GO TO 460-NOT-APPLIED
           END-IF

           PERFORM 465-SCAN-PRIOR-DELTAS  THRU 465-EXIT
           IF WS-INCR-FULL-REASON = SPACES
              PERFORM 468-ADD-OPEN-ITEM-KEYS THRU 468-EXIT
           END-IF
           IF WS-INCR-FULL-REASON = SPACES
              AND WS-INCR-FAIL-COUNT > ZEROES
              MOVE 'CANDIDATE KEYS NOT RECORDED ON UR70INCW'
                                          TO WS-INCR-FULL-REASON
           END-IF
           IF WS-INCR-FULL-REASON NOT = SPACES
              PERFORM 469-CLOSE-CANDIDATE-FILE THRU 469-EXIT
              GO TO 460-NOT-APPLIED
           END-IF

           MOVE 'Y'                       TO WS-INCR-ACTIVE-SW
           MOVE 'Y'                       TO WS-INCR-COLLECT-SW
           DISPLAY 'TESTUR70 INCREMENTAL MODE - BASELINE RUN '
                   WS-INCR-BASE-RUN-ID
           DISPLAY 'KEYS CHANGED BY LATER RUNS        = '
                   WS-INCR-PRIOR-KEY-COUNT
           DISPLAY 'KEYS WITH OPEN EXCEPTION ITEMS    = '
                   WS-INCR-OPEN-KEY-COUNT
           GO TO 460-EXIT

           .
       460-NOT-APPLIED.

           MOVE +0                        TO WS-INCR-CANDIDATE-COUNT
           MOVE +0                        TO WS-INCR-PRIOR-KEY-COUNT
           MOVE +0                        TO WS-INCR-OPEN-KEY-COUNT
           DISPLAY 'INCREMENTAL DISPATCH NOT APPLIED - '
                   WS-INCR-FULL-REASON

           .
       460-EXIT.
           EXIT.

      ******************************************************************
      * BROWSE THE RUN REGISTRY (DD UR70REG) FRONT TO BACK - THE KEY   *
      * IS THE RUN ID, SO THE ORDER IS CHRONOLOGICAL - AND KEEP THE    *
      * LAST BASELINE RUN THAT CLOSED OUT WITH SEVERITY 0004 OR        *
      * BETTER, AND THE START DATE OF THE LAST SUCH RUN THAT WAS A     *
      * FULL ONE.  OPENED AND CLOSED AROUND THE BROWSE, THE SAME WAY   *
      * 093-PUT-REGISTRY-RECORD HANDLES IT.                            *
      ******************************************************************
       461-FIND-BASELINE-RUN.

           MOVE SPACES                    TO WS-INCR-BASE-RUN-ID
           MOVE ZEROES                    TO WS-INCR-LAST-FULL-DATE

           SET  FIFIX-ANCHOR              TO NULL
           MOVE 'UR70REG '                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-OPEN          TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-VSAM          TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-INPUT         TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +0                        TO FIFIX-VSAM-RETURN-CODE
           MOVE +0                        TO FIFIX-RECORD-LENGTH
           MOVE SPACES                    TO FIFIX-RECFM
           MOVE SPACES                    TO FIFIX-RECORD-KEY

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 REG-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-SUCCESSFUL
              DISPLAY 'UR70REG NOT AVAILABLE, NO BASELINE RUN FOR '
                      'INCREMENTAL DISPATCH'
              GO TO 461-EXIT
           END-IF

           MOVE LOW-VALUES                TO FIFIX-RECORD-KEY
           MOVE 'UR70REG '                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-START-BROWSE  TO FIFIX-FUNCTION-CODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +80                       TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-FIXED-LEN     TO FIFIX-RECFM

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 REG-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              MOVE 'N'                    TO WS-INCR-SCAN-SW
              PERFORM 462-CHECK-ONE-REG-ENTRY THRU 462-EXIT
                 UNTIL WS-INCR-SCAN-DONE
           END-IF

           MOVE 'UR70REG '                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-CLOSE         TO FIFIX-FUNCTION-CODE
           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 REG-RECORD-AREA,
                                 FIFIX-RECORD-KEY
           SET  FIFIX-ANCHOR              TO NULL

           .
       461-EXIT.
           EXIT.

      *  THIS RUN'S OWN START RECORD IS ALREADY ON FILE AND IS NEVER
      *  ITS OWN BASELINE.  A RUN WITH NO END STAMP NEVER CLOSED OUT.
       462-CHECK-ONE-REG-ENTRY.

           MOVE 'UR70REG '                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-READNEXT      TO FIFIX-FUNCTION-CODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +80                       TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-FIXED-LEN     TO FIFIX-RECFM

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 REG-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-SUCCESSFUL
              MOVE 'Y'                    TO WS-INCR-SCAN-SW
              GO TO 462-EXIT
           END-IF

           IF REG-RUN-ID NOT = WS-RUN-ID
              AND REG-BASELINE-RUN
              AND REG-END-DATE IS NUMERIC
              AND REG-END-DATE NOT = ZEROES
              AND (REG-FINAL-SEVERITY = '0000'
                OR REG-FINAL-SEVERITY = '0004')
              MOVE REG-RUN-ID             TO WS-INCR-BASE-RUN-ID
              IF REG-RUN-MODE = 'NORMAL  '
                 MOVE REG-START-DATE      TO WS-INCR-LAST-FULL-DATE
              END-IF
           END-IF

           .
       462-EXIT.
           EXIT.

      ******************************************************************
      * LOOK FOR THE OPERATOR FULL-RUN TRIGGER: IF DD UR70FULL OPENS,  *
      * A FULL BROWSE HAS BEEN ASKED FOR TONIGHT WHATEVER THE CONTROL  *
      * CARD SAYS - THE SAME TRIGGER-DATASET CONVENTION UR70STOP USES. *
      ******************************************************************
       463-CHECK-FULL-TRIGGER.

           SET  FIFIX-ANCHOR              TO NULL
           MOVE 'UR70FULL'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-OPEN          TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-SEQUENTIAL    TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-INPUT         TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE SPACES                    TO FIFIX-RECORD-KEY

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 FULL-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              MOVE 'UR70FULL'             TO FIFIX-DDNAME
              MOVE FIFIX-VALUE-CLOSE      TO FIFIX-FUNCTION-CODE
              CALL FIFIX   USING FIFIX-PARAMETER-AREA,
                                 FULL-RECORD-AREA,
                                 FIFIX-RECORD-KEY
              SET  FIFIX-ANCHOR           TO NULL
              MOVE 'OPERATOR FULL RUN (UR70FULL)'
                                          TO WS-INCR-FULL-REASON
           END-IF

           .
       463-EXIT.
           EXIT.

      ******************************************************************
      * OPEN THE CANDIDATE-KEY WORK FILE (DD UR70INCW, A REUSABLE      *
      * KSDS, KEY = D001 KEY).  OPENED OUTPUT FIRST SO EVERY RUN       *
      * STARTS FROM AN EMPTY CLUSTER, THEN REOPENED IO FOR THE         *
      * DUPLICATE LOOKUPS AND THE DISPATCH BROWSE.                     *
      ******************************************************************
       464-OPEN-CANDIDATE-FILE.

           MOVE 'UR70INCW'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-OPEN          TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-VSAM          TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-OUTPUT        TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +0                        TO FIFIX-VSAM-RETURN-CODE
           MOVE +0                        TO FIFIX-RECORD-LENGTH
           MOVE SPACES                    TO FIFIX-RECFM
           MOVE LOW-VALUES                TO INCW-KEY

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 INCW-RECORD-AREA,
                                 INCW-KEY

           IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-SUCCESSFUL
              MOVE 'UR70INCW NOT AVAILABLE'
                                          TO WS-INCR-FULL-REASON
              GO TO 464-EXIT
           END-IF

           MOVE 'UR70INCW'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-CLOSE         TO FIFIX-FUNCTION-CODE
           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 INCW-RECORD-AREA,
                                 INCW-KEY

           MOVE 'UR70INCW'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-OPEN          TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-VSAM          TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-IO            TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +0                        TO FIFIX-VSAM-RETURN-CODE
           MOVE +0                        TO FIFIX-RECORD-LENGTH
           MOVE SPACES                    TO FIFIX-RECFM
           MOVE LOW-VALUES                TO INCW-KEY

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 INCW-RECORD-AREA,
                                 INCW-KEY

           IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-SUCCESSFUL
              MOVE 'UR70INCW NOT AVAILABLE'
                                          TO WS-INCR-FULL-REASON
              GO TO 464-EXIT
           END-IF

           DISPLAY 'DATASET OPENED: UR70INCW'

           .
       464-EXIT.
           EXIT.

      ******************************************************************
      * READ THE PRIOR D001DLTA GENERATIONS (DD D001DLIN) AND MAKE A   *
      * CANDIDATE OF EVERY ADD OR UPDATE KEY IN A GENERATION WRITTEN   *
      * BY A RUN LATER THAN THE BASELINE.  THE GENERATION'S 'HD'       *
      * HEADER NAMES THE RUN THAT WROTE IT - ONLINE CHANGES CARRY THE  *
      * ONLINE STAMP, NOT THE BATCH RUN THAT PICKED THEM UP - SO THE   *
      * HEADER, NOT THE CHANGE RECORD, DECIDES.  CHANGE RECORDS AHEAD  *
      * OF ANY HEADER ARE TAKEN.  DELETES NEED NO DISPATCH; A KEY      *
      * ADDED AND LATER DELETED IS SIMPLY NOT FOUND AT DISPATCH TIME.  *
      ******************************************************************
       465-SCAN-PRIOR-DELTAS.

           MOVE HIGH-VALUES               TO WS-INCR-GEN-RUN-ID

           SET  FIFIX-ANCHOR              TO NULL
           MOVE 'D001DLIN'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-OPEN          TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-SEQUENTIAL    TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-INPUT         TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE SPACES                    TO FIFIX-RECORD-KEY

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 DLTA-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-SUCCESSFUL
              MOVE 'D001DLIN NOT AVAILABLE'
                                          TO WS-INCR-FULL-REASON
              GO TO 465-EXIT
           END-IF

           MOVE 'N'                       TO WS-INCR-SCAN-SW
           PERFORM 466-SCAN-ONE-DELTA     THRU 466-EXIT
              UNTIL WS-INCR-SCAN-DONE

           MOVE 'D001DLIN'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-CLOSE         TO FIFIX-FUNCTION-CODE
           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 DLTA-RECORD-AREA,
                                 FIFIX-RECORD-KEY
           SET  FIFIX-ANCHOR              TO NULL

           DISPLAY 'D001DLIN RECORDS READ             = '
                   WS-INCR-DLIN-READ-COUNT

           .
       465-EXIT.
           EXIT.

       466-SCAN-ONE-DELTA.

           MOVE 'D001DLIN'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-READ          TO FIFIX-FUNCTION-CODE
           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 DLTA-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           EVALUATE FIFIX-RETURN-CODE
              WHEN FIFIX-VALUE-SUCCESSFUL
                 ADD  1                   TO WS-INCR-DLIN-READ-COUNT
              WHEN FIFIX-VALUE-END-OF-FILE
                 MOVE 'Y'                 TO WS-INCR-SCAN-SW
                 GO TO 466-EXIT
              WHEN OTHER
                 DISPLAY 'D001DLIN READ FAILED, RET CD = '
                         FIFIX-RETURN-CODE
                 MOVE 'D001DLIN READ FAILED'
                                          TO WS-INCR-FULL-REASON
                 MOVE 'Y'                 TO WS-INCR-SCAN-SW
                 GO TO 466-EXIT
           END-EVALUATE

           EVALUATE TRUE
              WHEN DLTA-ACTION-HEADER
                 MOVE DLTA-RUN-ID         TO WS-INCR-GEN-RUN-ID
              WHEN (DLTA-ACTION-ADD OR DLTA-ACTION-UPDATE)
                 AND WS-INCR-GEN-RUN-ID > WS-INCR-BASE-RUN-ID
                 MOVE DLTA-KEY            TO INCW-KEY
                 MOVE 'P'                 TO INCW-SOURCE
                 MOVE WS-INCR-GEN-RUN-ID  TO INCW-RUN-ID
                 PERFORM 467-ADD-CANDIDATE THRU 467-EXIT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           .
       466-EXIT.
           EXIT.

      ******************************************************************
      * RECORD ONE CANDIDATE KEY (CALLER FILLS IN INCW-KEY, INCW-      *
      * SOURCE, AND INCW-RUN-ID).  A KEY ALREADY ON THE WORK FILE IS   *
      * LEFT AS IT IS - ONE DISPATCH COVERS EVERY CHANGE TO IT.        *
      * REACHED FROM INSIDE 911-WRITE-DELTA AND THE ONLINE AND PRIOR-  *
      * GENERATION READ LOOPS, SO THE SHARED FIFIX STATE IS SAVED AND  *
      * RESTORED AROUND THE WORK-FILE CALLS.  A FAILED LOOKUP OR       *
      * WRITE IS COUNTED; ANY FAILURE SENDS THE RUN BACK TO A FULL     *
      * BROWSE, SINCE A LOST CANDIDATE WOULD NEVER BE DISPATCHED.      *
      ******************************************************************
       467-ADD-CANDIDATE.

           MOVE FIFIX-RETURN-CODE         TO WS-SAVE-FIFIX-RETURN-CODE
           MOVE FIFIX-RECORD-KEY          TO WS-SAVE-FIFIX-RECORD-KEY
           SET  WS-SAVE-FIFIX-ANCHOR      TO FIFIX-ANCHOR

           MOVE 'UR70INCW'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-READ          TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-VSAM          TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-IO            TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +0                        TO FIFIX-VSAM-RETURN-CODE
           MOVE +40                       TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-FIXED-LEN     TO FIFIX-RECFM

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 INCW-LOOKUP-AREA,
                                 INCW-KEY

           EVALUATE FIFIX-RETURN-CODE
              WHEN FIFIX-VALUE-SUCCESSFUL
                 CONTINUE
              WHEN FIFIX-VALUE-NOT-FOUND
                 MOVE 'UR70INCW'          TO FIFIX-DDNAME
                 MOVE FIFIX-VALUE-WRITE   TO FIFIX-FUNCTION-CODE
                 MOVE SPACES              TO FIFIX-RETURN-CODE
                 MOVE +0                  TO FIFIX-VSAM-RETURN-CODE
                 MOVE +40                 TO FIFIX-RECORD-LENGTH
                 MOVE FIFIX-VALUE-FIXED-LEN
                                          TO FIFIX-RECFM
                 CALL FIFIX   USING FIFIX-PARAMETER-AREA,
                                    INCW-RECORD-AREA,
                                    INCW-KEY
                 IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
                    ADD  1                TO WS-INCR-CANDIDATE-COUNT
                    EVALUATE TRUE
                       WHEN INCW-SOURCE-THIS-RUN
                          ADD  1          TO WS-INCR-RUN-KEY-COUNT
                       WHEN INCW-SOURCE-OPEN-ITEM
                          ADD  1          TO WS-INCR-OPEN-KEY-COUNT
                       WHEN OTHER
                          ADD  1          TO WS-INCR-PRIOR-KEY-COUNT
                    END-EVALUATE
                 ELSE
                    ADD  1                TO WS-INCR-FAIL-COUNT
                    DISPLAY 'UR70INCW WRITE FAILED, RET CD = '
                            FIFIX-RETURN-CODE ' KEY = ' INCW-KEY
                 END-IF
              WHEN OTHER
                 ADD  1                   TO WS-INCR-FAIL-COUNT
                 DISPLAY 'UR70INCW READ FAILED, RET CD = '
                         FIFIX-RETURN-CODE ' KEY = ' INCW-KEY
           END-EVALUATE

           MOVE WS-SAVE-FIFIX-RETURN-CODE TO FIFIX-RETURN-CODE
           MOVE WS-SAVE-FIFIX-RECORD-KEY  TO FIFIX-RECORD-KEY
           SET  FIFIX-ANCHOR              TO WS-SAVE-FIFIX-ANCHOR

           .
       467-EXIT.
           EXIT.

      ******************************************************************
      * MAKE A CANDIDATE OF EVERY KEY WITH AN ITEM STILL OPEN ON       *
      * UR70OPNX.  A KEY THAT FAILED AND HAS NOT CHANGED SINCE WOULD   *
      * OTHERWISE NOT BE RETRIED UNTIL THE NEXT FULL BROWSE, AND ITS   *
      * ITEM COULD NEVER BE RESOLVED BY AN INCREMENTAL RUN.  A KEY     *
      * ALREADY COLLECTED FROM THE DELTAS IS LEFT AS IT IS; A KEY WITH *
      * SEVERAL OPEN ITEMS IS ADDED ONCE.  WITHOUT UR70OPNX THERE IS   *
      * NOTHING TO ADD.                                                *
      ******************************************************************
       468-ADD-OPEN-ITEM-KEYS.

           IF NOT WS-OPNX-FILE-OPEN
              OR WS-OPNX-OPEN-AT-START = ZEROES
              GO TO 468-EXIT
           END-IF

           MOVE LOW-VALUES                TO OPNX-KEY
           MOVE 'UR70OPNX'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-START-BROWSE  TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-VSAM          TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-IO            TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +0                        TO FIFIX-VSAM-RETURN-CODE
           MOVE +160                      TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-FIXED-LEN     TO FIFIX-RECFM

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 OPNX-RECORD-AREA,
                                 OPNX-KEY

           IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-SUCCESSFUL
              DISPLAY 'UR70OPNX BROWSE FAILED, RET CD = '
                      FIFIX-RETURN-CODE
              MOVE 'UR70OPNX BROWSE FAILED'
                                          TO WS-INCR-FULL-REASON
              GO TO 468-EXIT
           END-IF

           MOVE 'N'                       TO WS-OPNX-SCAN-SW
           PERFORM 468-ADD-ONE-OPEN-ITEM
              THRU 468-ADD-ONE-OPEN-ITEM-EXIT
              UNTIL WS-OPNX-SCAN-DONE

           .
       468-EXIT.
           EXIT.

       468-ADD-ONE-OPEN-ITEM.

           MOVE 'UR70OPNX'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-READNEXT      TO FIFIX-FUNCTION-CODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +160                      TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-FIXED-LEN     TO FIFIX-RECFM

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 OPNX-RECORD-AREA,
                                 OPNX-KEY

           IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-SUCCESSFUL
              IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-END-OF-FILE
                 DISPLAY 'UR70OPNX BROWSE FAILED, RET CD = '
                         FIFIX-RETURN-CODE
                 MOVE 'UR70OPNX BROWSE FAILED'
                                          TO WS-INCR-FULL-REASON
              END-IF
              MOVE 'Y'                    TO WS-OPNX-SCAN-SW
              GO TO 468-ADD-ONE-OPEN-ITEM-EXIT
           END-IF

           IF OPNX-STATUS-OPEN
              AND OPNX-D001-KEY NOT = SPACES
              MOVE OPNX-D001-KEY          TO INCW-KEY
              MOVE 'O'                    TO INCW-SOURCE
              MOVE OPNX-LAST-RUN-ID       TO INCW-RUN-ID
              PERFORM 467-ADD-CANDIDATE   THRU 467-EXIT
           END-IF

           .
       468-ADD-ONE-OPEN-ITEM-EXIT.
           EXIT.

       469-CLOSE-CANDIDATE-FILE.

           MOVE 'UR70INCW'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-CLOSE         TO FIFIX-FUNCTION-CODE
           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 INCW-RECORD-AREA,
                                 INCW-KEY

           .
       469-EXIT.
           EXIT.

      ******************************************************************
      * INCREMENTAL DISPATCH - IN PLACE OF THE FULL BROWSE, READ EACH  *
      * CANDIDATE KEY FROM D001 IN KEY ORDER AND DISPATCH IT EXACTLY   *
      * AS 410-READ-NEXT WOULD HAVE: AUDIT, PARENT EDIT, THE DRIVER    *
      * TABLE, OPEN-ITEM RESOLUTION, AND PROGRESS/QUIESCE TRACKING.    *
      * COLLECTION STOPS FIRST, SO POSTING DELTAS WRITTEN DURING THE   *
      * DISPATCH ARE NOT FED BACK IN.  A CANDIDATE SET THAT LOST A KEY *
      * ALONG THE WAY FALLS BACK TO THE FULL BROWSE.  NO CHECKPOINT IS *
      * TAKEN - A QUIESCED INCREMENTAL RUN IS NOT A BASELINE, SO THE   *
      * RESUBMITTED RUN COLLECTS THE SAME KEYS AGAIN.                  *
      ******************************************************************
       470-DISPATCH-INCREMENTAL.

           MOVE 'N'                       TO WS-INCR-COLLECT-SW

           IF WS-INCR-FAIL-COUNT > ZEROES
              PERFORM 469-CLOSE-CANDIDATE-FILE THRU 469-EXIT
              MOVE 'N'                    TO WS-INCR-ACTIVE-SW
              MOVE +0                     TO WS-INCR-CANDIDATE-COUNT
              MOVE 'CANDIDATE KEYS NOT RECORDED ON UR70INCW'
                                          TO WS-INCR-FULL-REASON
              DISPLAY 'INCREMENTAL DISPATCH NOT APPLIED - '
                      WS-INCR-FULL-REASON
              MOVE 'INCR '                TO EXCP-SOURCE
              MOVE FIFIX-VALUE-WRITE      TO EXCP-FUNCTION
              MOVE 'UR70INCW'             TO EXCP-DDNAME
              MOVE SPACES                 TO EXCP-RETURN-CODE
              MOVE SPACES                 TO EXCP-KEY
              MOVE SPACES                 TO EXCP-VSAM-RETURN-CODE
              MOVE SPACES                 TO EXCP-RECORD-IMAGE
              MOVE 'CANDIDATE LOST - FULL BROWSE'
                                          TO EXCP-DETAIL
              MOVE '0004'                 TO WS-SEVERITY-CD
              PERFORM 907-WRITE-EXCEPTION THRU 907-EXIT
              PERFORM 990-CHECK-SEVERITY  THRU 990-EXIT
              PERFORM 400-READ-RECORD     THRU 400-EXIT
              GO TO 470-EXIT
           END-IF

           DISPLAY 'TESTUR70 INCREMENTAL MODE - DISPATCHING '
                   WS-INCR-CANDIDATE-COUNT ' CANDIDATE KEYS'

           MOVE LOW-VALUES                TO INCW-KEY
           MOVE 'UR70INCW'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-START-BROWSE  TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-VSAM          TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-IO            TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +40                       TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-FIXED-LEN     TO FIFIX-RECFM

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 INCW-RECORD-AREA,
                                 INCW-KEY

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              MOVE 'N'                    TO WS-INCR-SCAN-SW
              PERFORM 475-DISPATCH-ONE-CANDIDATE THRU 475-EXIT
                 UNTIL WS-INCR-SCAN-DONE
                    OR WS-QUIESCE-REQUESTED
           END-IF

           PERFORM 469-CLOSE-CANDIDATE-FILE THRU 469-EXIT

           DISPLAY 'INCREMENTAL KEYS DISPATCHED       = '
                   WS-INCR-DISPATCH-COUNT
           DISPLAY 'INCREMENTAL KEYS NO LONGER ON D001 = '
                   WS-INCR-NOT-FOUND-COUNT

           .
       470-EXIT.
           EXIT.

      *  A CANDIDATE NO LONGER ON D001 WAS CHANGED AND THEN DELETED
      *  (ARCHIVED, OR A UR70TRAN OR ONLINE DELETE) - NOTHING IS LEFT
      *  TO DISPATCH, SO IT IS COUNTED RATHER THAN RAISED.
       475-DISPATCH-ONE-CANDIDATE.

           MOVE 'UR70INCW'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-READNEXT      TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-VSAM          TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-IO            TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +40                       TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-FIXED-LEN     TO FIFIX-RECFM

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 INCW-RECORD-AREA,
                                 INCW-KEY

           IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-SUCCESSFUL
              IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-END-OF-FILE
                 DISPLAY 'UR70INCW BROWSE FAILED, RET CD = '
                         FIFIX-RETURN-CODE
              END-IF
              MOVE 'Y'                    TO WS-INCR-SCAN-SW
              GO TO 475-EXIT
           END-IF

           MOVE WS-EXCEPTION-COUNT        TO WS-OPNX-EXCP-MARK

           MOVE INCW-KEY                  TO FIFIX-RECORD-KEY
           MOVE 'D001    '                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-READ          TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-VSAM          TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-IO            TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE FIFIX-MAX-FB-RECORD-LENGTH
                                          TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-VARIABLE-LEN  TO FIFIX-RECFM
           MOVE SPACES                    TO FIFIX-FB-RECORD-AREA

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,

           PERFORM 906-RETRY-FIFIX-IO      THRU 906-EXIT

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-NOT-FOUND
              ADD  1                      TO WS-INCR-NOT-FOUND-COUNT
              GO TO 475-EXIT
           END-IF

           PERFORM 905-CLASSIFY-FIFIX-RC   THRU 905-EXIT

           IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-SUCCESSFUL
              GO TO 475-EXIT
           END-IF

           ADD  1                         TO WS-D001-RECORDS-READ
           ADD  1                         TO WS-INCR-DISPATCH-COUNT
           MOVE FIFIX-RECORD-LENGTH       TO WS-CURRENT-RECORD-LENGTH
           MOVE FIFIX-RECORD-KEY          TO WS-CURRENT-RECORD-KEY
           MOVE FIFIX-FB-RECORD-AREA(1:2) TO WS-CURRENT-RECORD-TYPE
           PERFORM 942-MASK-FOR-DISPLAY   THRU 942-EXIT
           DISPLAY 'RECORD READ: ' WS-MASK-IMAGE(1:64)
           MOVE FIFIX-VALUE-READ          TO AUDIT-FUNCTION
           MOVE FIFIX-RECORD-KEY          TO AUDIT-KEY
           MOVE FIFIX-FB-RECORD-AREA      TO AUDIT-BEFORE-IMAGE
           MOVE FIFIX-FB-RECORD-AREA      TO AUDIT-AFTER-IMAGE
           MOVE WS-CURRENT-RECORD-LENGTH  TO WS-AUDIT-IMAGE-LENGTH
           PERFORM 908-WRITE-AUDIT        THRU 908-EXIT
           PERFORM 420-CHECK-PARENT-REF   THRU 420-EXIT
           IF NOT WS-RI-ORPHAN
              PERFORM 104-CALL-CLASS-METHOD THRU 104-EXIT
              IF WS-EXCEPTION-COUNT = WS-OPNX-EXCP-MARK
                 PERFORM 916-RESOLVE-OPEN-ITEMS THRU 916-EXIT
              END-IF
           END-IF
           PERFORM 412-TRACK-PROGRESS     THRU 412-EXIT

           .
       475-EXIT.
           EXIT.

      ******************************************************************
      * OPEN THE DEFERRED-WORK FILE (DD UR70DEFR) ONCE, IN IO MODE,    *
      * AND COUNT THE ITEMS QUEUED BY EARLIER RUNS.  AN ITEM STILL     *
      * MARKED WORKED WAS WORKED BY A RUN THAT NEVER REACHED           *
      * END-OF-JOB - ITS D001 CHANGES MAY HAVE BEEN ROLLED BACK - SO   *
      * IT IS QUEUED AGAIN.  A MISSING DD IS NOT FATAL.                *
      ******************************************************************
       480-OPEN-DEFERRED-FILE.

           MOVE +0                        TO WS-DEFR-QUEUED-AT-START

           MOVE 'UR70DEFR'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-OPEN          TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-VSAM          TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-IO            TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +0                        TO FIFIX-VSAM-RETURN-CODE
           MOVE +0                        TO FIFIX-RECORD-LENGTH
           MOVE SPACES                    TO FIFIX-RECFM
           MOVE LOW-VALUES                TO DEFR-KEY

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 DEFR-RECORD-AREA,
                                 DEFR-KEY

           IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-SUCCESSFUL
              MOVE 'N'                    TO WS-DEFR-OPEN-SW
              DISPLAY 'UR70DEFR NOT AVAILABLE, JAVA CALLS STOPPED BY '
                      'THE CIRCUIT BREAKER GO TO UR70EXCP'
              GO TO 480-EXIT
           END-IF

           MOVE 'Y'                       TO WS-DEFR-OPEN-SW
           DISPLAY 'DATASET OPENED: UR70DEFR'

           MOVE LOW-VALUES                TO DEFR-KEY
           MOVE 'UR70DEFR'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-START-BROWSE  TO FIFIX-FUNCTION-CODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +160                      TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-FIXED-LEN     TO FIFIX-RECFM

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 DEFR-RECORD-AREA,
                                 DEFR-KEY

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              MOVE 'N'                    TO WS-DEFR-SCAN-SW
              PERFORM 481-COUNT-ONE-DEFERRED THRU 481-EXIT
                 UNTIL WS-DEFR-SCAN-DONE
           END-IF

           DISPLAY 'DEFERRED JAVA CALLS CARRIED IN   = '
                   WS-DEFR-QUEUED-AT-START

           .
       480-EXIT.
           EXIT.

       481-COUNT-ONE-DEFERRED.

           MOVE 'UR70DEFR'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-READNEXT      TO FIFIX-FUNCTION-CODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +160                      TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-FIXED-LEN     TO FIFIX-RECFM

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 DEFR-RECORD-AREA,
                                 DEFR-KEY

           IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-SUCCESSFUL
              MOVE 'Y'                    TO WS-DEFR-SCAN-SW
              GO TO 481-EXIT
           END-IF

           ADD  1                         TO WS-DEFR-QUEUED-AT-START

           IF DEFR-STATUS-WORKED
              MOVE 'Q'                    TO DEFR-STATUS
              MOVE SPACES                 TO DEFR-WORKED-RUN-ID
              MOVE 'UR70DEFR'             TO FIFIX-DDNAME
              MOVE FIFIX-VALUE-UPDATE     TO FIFIX-FUNCTION-CODE
              MOVE SPACES                 TO FIFIX-RETURN-CODE
              MOVE +160                   TO FIFIX-RECORD-LENGTH
              MOVE FIFIX-VALUE-FIXED-LEN  TO FIFIX-RECFM
              CALL FIFIX   USING FIFIX-PARAMETER-AREA,
                                 DEFR-RECORD-AREA,
                                 DEFR-KEY
              IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
                 ADD  1                   TO WS-DEFR-REQUEUED-COUNT
              ELSE
                 DISPLAY 'UR70DEFR UPDATE FAILED, RET CD = '
                         FIFIX-RETURN-CODE ' KEY = ' DEFR-D001-KEY
                 MOVE 'Y'                 TO WS-DEFR-SCAN-SW
              END-IF
           END-IF

           .
       481-EXIT.
           EXIT.

      ******************************************************************
      * WORK THE DEFERRED QUEUE BEFORE THE RUN'S OWN DISPATCH: EACH    *
      * QUEUED ITEM'S RECORD IS READ FROM D001 AND SENT TO THE ONE     *
      * DRIVER ENTRY IT WAS HELD FOR, THROUGH 104-DISPATCH-ONE-ENTRY   *
      * SO THE RECORD-TYPE GATE, MAPPING, OUTPUT, POSTING, AND THE     *
      * CIRCUIT BREAKER ALL APPLY AS THEY WOULD IN THE BROWSE.         *
      ******************************************************************
       482-WORK-DEFERRED-QUEUE.

           IF NOT WS-DEFR-FILE-OPEN
              OR WS-DEFR-QUEUED-AT-START = ZEROES
              GO TO 482-EXIT
           END-IF

           DISPLAY 'TESTUR70 WORKING THE DEFERRED QUEUE - '
                   WS-DEFR-QUEUED-AT-START ' JAVA CALLS'

           MOVE 'Y'                       TO WS-DEFR-QUEUE-SW

           MOVE LOW-VALUES                TO DEFR-KEY
           MOVE 'UR70DEFR'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-START-BROWSE  TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-VSAM          TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-IO            TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +160                      TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-FIXED-LEN     TO FIFIX-RECFM

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 DEFR-RECORD-AREA,
                                 DEFR-KEY

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              MOVE 'N'                    TO WS-DEFR-SCAN-SW
              PERFORM 483-WORK-ONE-DEFERRED THRU 483-EXIT
                 UNTIL WS-DEFR-SCAN-DONE
           END-IF

           MOVE 'N'                       TO WS-DEFR-QUEUE-SW
           MOVE +0                        TO WS-CURRENT-RECORD-LENGTH
           MOVE SPACES                    TO WS-CURRENT-RECORD-KEY
           MOVE SPACES                    TO WS-CURRENT-RECORD-TYPE

           DISPLAY 'DEFERRED CALLS WORKED            = '
                   WS-DEFR-WORKED-COUNT
           DISPLAY 'DEFERRED CALLS STILL DEFERRED    = '
                   WS-DEFR-KEPT-COUNT

           .
       482-EXIT.
           EXIT.

      *  AN ITEM WHOSE RECORD HAS LEFT D001, OR WHOSE ENTRY IS NO
      *  LONGER ON UR70DRV, HAS NOTHING LEFT TO DO AND IS CLEARED
      *  WITH THE WORKED ITEMS.  ONE WHOSE ENTRY IS STOPPED AGAIN
      *  (BREAKER OR WATCHDOG) OR WHOSE CALL FAILS STAYS QUEUED.
      *  AN ITEM FOR A CHAIN RE-RUNS THE WHOLE CHAIN FROM ITS TOP.
       483-WORK-ONE-DEFERRED.

           MOVE 'UR70DEFR'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-READNEXT      TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-VSAM          TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-IO            TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +160                      TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-FIXED-LEN     TO FIFIX-RECFM

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 DEFR-RECORD-AREA,
                                 DEFR-KEY

           IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-SUCCESSFUL
              IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-END-OF-FILE
                 DISPLAY 'UR70DEFR BROWSE FAILED, RET CD = '
                         FIFIX-RETURN-CODE
              END-IF
              MOVE 'Y'                    TO WS-DEFR-SCAN-SW
              GO TO 483-EXIT
           END-IF

           IF NOT DEFR-STATUS-QUEUED
              GO TO 483-EXIT
           END-IF

           PERFORM 484-FIND-DEFERRED-ENTRY THRU 484-EXIT

           IF WS-DEFR-ENTRY-FOUND = ZEROES
              ADD  1                      TO WS-DEFR-NO-ENTRY-COUNT
              DISPLAY 'DEFERRED CALL DROPPED, ENTRY NOT ON UR70DRV: '
                      DEFR-CLASS '|' DEFR-METHOD
              PERFORM 486-MARK-DEFERRED-WORKED THRU 486-EXIT
              GO TO 483-EXIT
           END-IF

           SET  DRV-CTL-IDX               TO WS-DEFR-ENTRY-FOUND
      *  A CHAINED STEP IS ONLY EVER RUN FROM THE TOP OF ITS CHAIN.
           IF DRV-CTL-T-PRED-IDX(DRV-CTL-IDX) > ZEROES
              SET  DRV-CTL-IDX TO DRV-CTL-T-CHAIN-NO(DRV-CTL-IDX)
           END-IF

           IF DRV-CTL-T-TRIPPED(DRV-CTL-IDX)
              OR DRV-CTL-T-DISABLED(DRV-CTL-IDX)
              ADD  1                      TO WS-DEFR-KEPT-COUNT
              GO TO 483-EXIT
           END-IF

           MOVE DEFR-D001-KEY             TO FIFIX-RECORD-KEY
           MOVE 'D001    '                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-READ          TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-VSAM          TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-IO            TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +0                        TO FIFIX-VSAM-RETURN-CODE
           MOVE FIFIX-MAX-FB-RECORD-LENGTH
                                          TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-VARIABLE-LEN  TO FIFIX-RECFM
           MOVE SPACES                    TO FIFIX-FB-RECORD-AREA

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 FIFIX-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           PERFORM 906-RETRY-FIFIX-IO      THRU 906-EXIT

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-NOT-FOUND
              ADD  1                      TO WS-DEFR-GONE-COUNT
              PERFORM 486-MARK-DEFERRED-WORKED THRU 486-EXIT
              GO TO 483-EXIT
           END-IF

           PERFORM 905-CLASSIFY-FIFIX-RC   THRU 905-EXIT

           IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-SUCCESSFUL
              ADD  1                      TO WS-DEFR-KEPT-COUNT
              GO TO 483-EXIT
           END-IF

           MOVE FIFIX-RECORD-LENGTH       TO WS-CURRENT-RECORD-LENGTH
           MOVE FIFIX-RECORD-KEY          TO WS-CURRENT-RECORD-KEY
           MOVE FIFIX-FB-RECORD-AREA(1:2) TO WS-CURRENT-RECORD-TYPE

           MOVE WS-UR70-CALL-COUNT        TO WS-DEFR-CALL-MARK
           MOVE 'N'                       TO WS-CHAIN-HELD-SW
           PERFORM 104-DISPATCH-ONE-ENTRY
              THRU 104-DISPATCH-ONE-ENTRY-EXIT

      *  A CHAIN THAT REACHED A TRIPPED STEP IS HELD AS WELL.
           IF (WS-UR70-CALL-COUNT > WS-DEFR-CALL-MARK
              AND UR70-RETC NOT = UR70-VALUE-SUCCESSFUL)
              OR DRV-CTL-T-DISABLED(DRV-CTL-IDX)
              OR WS-CHAIN-HELD
              ADD  1                      TO WS-DEFR-KEPT-COUNT
           ELSE
              ADD  1                      TO WS-DEFR-WORKED-COUNT
              PERFORM 486-MARK-DEFERRED-WORKED THRU 486-EXIT
           END-IF

           .
       483-EXIT.
           EXIT.

      ******************************************************************
      * FIND THE DRIVER ENTRY A DEFERRED ITEM WAS HELD FOR BY ITS      *
      * CLASS AND METHOD - THE TABLE POSITION CAN CHANGE WITH THE      *
      * CONTROL FILE BETWEEN RUNS.  ZERO WHEN IT IS NO LONGER THERE.   *
      ******************************************************************
       484-FIND-DEFERRED-ENTRY.

           MOVE +0                        TO WS-DEFR-ENTRY-FOUND
           PERFORM 484-MATCH-ONE-ENTRY
              THRU 484-MATCH-ONE-ENTRY-EXIT
              VARYING WS-DEFR-ENTRY-SUB FROM 1 BY 1
                UNTIL WS-DEFR-ENTRY-SUB > DRV-CTL-COUNT
                   OR WS-DEFR-ENTRY-FOUND > ZEROES

           .
       484-EXIT.
           EXIT.

       484-MATCH-ONE-ENTRY.

           IF DRV-CTL-T-CLASS(WS-DEFR-ENTRY-SUB) = DEFR-CLASS
              AND DRV-CTL-T-METHOD(WS-DEFR-ENTRY-SUB) = DEFR-METHOD
              MOVE WS-DEFR-ENTRY-SUB      TO WS-DEFR-ENTRY-FOUND
           END-IF

           .
       484-MATCH-ONE-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * HAS THE ENTRY IN HAND ALREADY BEEN CALLED FOR THE RECORD IN    *
      * FLIGHT FROM THE DEFERRED QUEUE THIS RUN?  ONLY REACHED WHEN    *
      * THE QUEUE PASS WORKED SOMETHING.  D001'S FIFIX STATE IS SAVED  *
      * AND RESTORED, SINCE THIS RUNS MID-BROWSE.                      *
      ******************************************************************
       485-CHECK-WORKED-TONIGHT.

           MOVE FIFIX-RETURN-CODE         TO WS-SAVE-FIFIX-RETURN-CODE
           MOVE FIFIX-RECORD-KEY          TO WS-SAVE-FIFIX-RECORD-KEY
           SET  WS-SAVE-FIFIX-ANCHOR      TO FIFIX-ANCHOR

           MOVE WS-CURRENT-RECORD-KEY     TO DEFR-D001-KEY
           MOVE DRV-CTL-T-CLASS(DRV-CTL-IDX)
                                          TO DEFR-CLASS
           MOVE DRV-CTL-T-METHOD(DRV-CTL-IDX)
                                          TO DEFR-METHOD
           MOVE 'UR70DEFR'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-READ          TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-VSAM          TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-IO            TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +0                        TO FIFIX-VSAM-RETURN-CODE
           MOVE +160                      TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-FIXED-LEN     TO FIFIX-RECFM

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 DEFR-RECORD-AREA,
                                 DEFR-KEY

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              AND DEFR-STATUS-WORKED
              AND DEFR-WORKED-RUN-ID = WS-RUN-ID
              MOVE 'Y'                    TO WS-DEFR-DONE-SW
           END-IF

           MOVE WS-SAVE-FIFIX-RETURN-CODE TO FIFIX-RETURN-CODE
           SET  FIFIX-ANCHOR              TO WS-SAVE-FIFIX-ANCHOR

           .
       485-EXIT.
           EXIT.

      *  THE ITEM JUST READ BY THE QUEUE BROWSE IS MARKED WORKED
      *  UNDER THIS RUN ID; 487 DELETES IT ONCE THE DISPATCH IS OVER.
       486-MARK-DEFERRED-WORKED.

           MOVE 'W'                       TO DEFR-STATUS
           MOVE WS-RUN-ID                 TO DEFR-WORKED-RUN-ID
           MOVE 'UR70DEFR'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-UPDATE        TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-VSAM          TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-IO            TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +160                      TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-FIXED-LEN     TO FIFIX-RECFM

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 DEFR-RECORD-AREA,
                                 DEFR-KEY

           IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-SUCCESSFUL
              DISPLAY 'UR70DEFR UPDATE FAILED, RET CD = '
                      FIFIX-RETURN-CODE ' KEY = ' DEFR-D001-KEY
           END-IF

           .
       486-EXIT.
           EXIT.

      ******************************************************************
      * ONCE THE RUN'S DISPATCH IS OVER, DELETE THE ITEMS THIS RUN     *
      * WORKED AND COUNT THOSE LEFT QUEUED FOR THE NEXT RUN.  THE      *
      * BROWSE IS RESTARTED AFTER EACH DELETE, FROM THE DELETED KEY.   *
      ******************************************************************
       487-PURGE-WORKED-ITEMS.

           MOVE +0                        TO WS-DEFR-LEFT-COUNT

           IF NOT WS-DEFR-FILE-OPEN
              GO TO 487-EXIT
           END-IF

           MOVE LOW-VALUES                TO WS-DEFR-RESUME-KEY
           MOVE 'N'                       TO WS-DEFR-SCAN-SW
           PERFORM 488-PURGE-NEXT-ITEM    THRU 488-EXIT
              UNTIL WS-DEFR-SCAN-DONE

           IF WS-DEFR-PURGED-COUNT > ZEROES
              OR WS-DEFR-LEFT-COUNT > ZEROES
              DISPLAY 'DEFERRED ITEMS CLEARED           = '
                      WS-DEFR-PURGED-COUNT
              DISPLAY 'DEFERRED ITEMS LEFT ON UR70DEFR  = '
                      WS-DEFR-LEFT-COUNT
           END-IF

           .
       487-EXIT.
           EXIT.

       488-PURGE-NEXT-ITEM.

           MOVE WS-DEFR-RESUME-KEY        TO DEFR-KEY
           MOVE 'UR70DEFR'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-START-BROWSE  TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-VSAM          TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-IO            TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +160                      TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-FIXED-LEN     TO FIFIX-RECFM

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 DEFR-RECORD-AREA,
                                 DEFR-KEY

           IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-SUCCESSFUL
              MOVE 'Y'                    TO WS-DEFR-SCAN-SW
              GO TO 488-EXIT
           END-IF

           MOVE SPACE                     TO DEFR-STATUS
           PERFORM 489-READ-NEXT-ITEM     THRU 489-EXIT
              UNTIL WS-DEFR-SCAN-DONE
                 OR DEFR-STATUS-WORKED

           IF WS-DEFR-SCAN-DONE
              GO TO 488-EXIT
           END-IF

           MOVE DEFR-KEY                  TO WS-DEFR-RESUME-KEY
           MOVE 'UR70DEFR'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-DELETE        TO FIFIX-FUNCTION-CODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +160                      TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-FIXED-LEN     TO FIFIX-RECFM

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 DEFR-RECORD-AREA,
                                 DEFR-KEY

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              ADD  1                      TO WS-DEFR-PURGED-COUNT
           ELSE
              DISPLAY 'UR70DEFR DELETE FAILED, RET CD = '
                      FIFIX-RETURN-CODE ' KEY = ' DEFR-D001-KEY
              MOVE 'Y'                    TO WS-DEFR-SCAN-SW
           END-IF

           .
       488-EXIT.
           EXIT.

       489-READ-NEXT-ITEM.

           MOVE 'UR70DEFR'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-READNEXT      TO FIFIX-FUNCTION-CODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +160                      TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-FIXED-LEN     TO FIFIX-RECFM

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 DEFR-RECORD-AREA,
                                 DEFR-KEY

           IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-SUCCESSFUL
              MOVE 'Y'                    TO WS-DEFR-SCAN-SW
              GO TO 489-EXIT
           END-IF

           IF DEFR-STATUS-QUEUED
              ADD  1                      TO WS-DEFR-LEFT-COUNT
           END-IF

           .
       489-EXIT.
           EXIT.

      ******************************************************************
              DISPLAY 'UR70EXCP NOT AVAILABLE, EXCEPTION NOT SAVED'
           END-IF

           PERFORM 913-TRACK-OPEN-ITEM    THRU 913-EXIT

      *  THE LENGTH IS ONE-SHOT - A STALE VALUE MUST NEVER SIZE THE
      *  NEXT CALLER'S IMAGE.
           MOVE ZEROES                    TO EXCP-IMAGE-LENGTH
       907-EXIT.
           EXIT.

      ******************************************************************
      * POST THE EXCEPTION JUST WRITTEN TO THE OPEN-EXCEPTIONS FILE    *
      * (DD UR70OPNX) WHEN IT CONCERNS A D001 RECORD - A GVBUR70 CALL  *
      * OR ORPHAN EDIT AGAINST THE KEY IN FLIGHT, OR A FIFIX FAILURE   *
      * ON D001 ITSELF.  KEYLESS CONTROL-CARD/FEED EXCEPTIONS AND      *
      * KEYS THAT BELONG TO OTHER FILES ARE NOT TRACKED.  A NEW        *
      * PROBLEM IS WRITTEN; ONE ALREADY OPEN FROM AN EARLIER RUN       *
      * ADVANCES ITS CONSECUTIVE-FAILURE COUNT; A RESOLVED ONE THAT    *
      * FAILS AGAIN STARTS OVER.  A SECOND EXCEPTION FOR THE SAME      *
      * ITEM IN THE SAME RUN ONLY REFRESHES THE DETAIL.  ONLY EVER     *
      * REACHED FROM 907-WRITE-EXCEPTION, WHICH HAS ALREADY SAVED THE  *
      * FIFIX STATE - AND A FAILURE HERE IS DISPLAYED, NEVER SENT      *
      * BACK THROUGH 907, WHICH WOULD RE-ENTER THIS PARAGRAPH.         *
      ******************************************************************
       913-TRACK-OPEN-ITEM.

           IF NOT WS-OPNX-FILE-OPEN
              OR EXCP-KEY = SPACES
              GO TO 913-EXIT
           END-IF

           IF EXCP-SOURCE NOT = 'UR70 '
              AND EXCP-SOURCE NOT = 'RI   '
              AND EXCP-DDNAME NOT = 'D001    '
              GO TO 913-EXIT
           END-IF

           MOVE EXCP-KEY                  TO OPNX-D001-KEY
           MOVE EXCP-SOURCE               TO OPNX-SOURCE
           MOVE EXCP-FUNCTION             TO OPNX-FUNCTION

           MOVE 'UR70OPNX'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-READ          TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-VSAM          TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-IO            TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +0                        TO FIFIX-VSAM-RETURN-CODE
           MOVE +160                      TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-FIXED-LEN     TO FIFIX-RECFM

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 OPNX-RECORD-AREA,
                                 OPNX-KEY

           EVALUATE TRUE
              WHEN FIFIX-RETURN-CODE = FIFIX-VALUE-NOT-FOUND
                 MOVE SPACES              TO OPNX-RECORD-AREA
                 MOVE EXCP-KEY            TO OPNX-D001-KEY
                 MOVE EXCP-SOURCE         TO OPNX-SOURCE
                 MOVE EXCP-FUNCTION       TO OPNX-FUNCTION
                 MOVE WS-RUN-ID           TO OPNX-FIRST-RUN-ID
                 MOVE WS-RUN-DATE         TO OPNX-FIRST-DATE
                 MOVE ZEROES              TO OPNX-CONSEC-FAILS
                 ADD  1                   TO WS-OPNX-NEW-COUNT
                 MOVE FIFIX-VALUE-WRITE   TO FIFIX-FUNCTION-CODE
              WHEN FIFIX-RETURN-CODE NOT = FIFIX-VALUE-SUCCESSFUL
                 DISPLAY 'UR70OPNX READ FAILED, RET CD = '
                         FIFIX-RETURN-CODE ' KEY = ' OPNX-KEY
                 GO TO 913-EXIT
              WHEN OPNX-LAST-RUN-ID = WS-RUN-ID
                 MOVE FIFIX-VALUE-UPDATE  TO FIFIX-FUNCTION-CODE
              WHEN OPNX-STATUS-RESOLVED
                 MOVE WS-RUN-ID           TO OPNX-FIRST-RUN-ID
                 MOVE WS-RUN-DATE         TO OPNX-FIRST-DATE
                 MOVE ZEROES              TO OPNX-CONSEC-FAILS
                 ADD  1                   TO WS-OPNX-REOPEN-COUNT
                 MOVE FIFIX-VALUE-UPDATE  TO FIFIX-FUNCTION-CODE
              WHEN OTHER
                 ADD  1                   TO WS-OPNX-REPEAT-COUNT
                 MOVE FIFIX-VALUE-UPDATE  TO FIFIX-FUNCTION-CODE
           END-EVALUATE

      *  THE COUNT ADVANCES ONCE PER RUN, HOWEVER MANY TIMES THE
      *  SAME ITEM FAILS WITHIN IT.
           IF OPNX-LAST-RUN-ID NOT = WS-RUN-ID
              OR FIFIX-FUNCTION-CODE = FIFIX-VALUE-WRITE
              ADD  1                      TO OPNX-CONSEC-FAILS
           END-IF
           MOVE 'O'                       TO OPNX-STATUS
           MOVE WS-RUN-ID                 TO OPNX-LAST-RUN-ID
           MOVE WS-RUN-DATE               TO OPNX-LAST-DATE
           MOVE EXCP-SEVERITY             TO OPNX-LAST-SEVERITY
           MOVE EXCP-DDNAME               TO OPNX-LAST-DDNAME
           MOVE EXCP-RETURN-CODE          TO OPNX-LAST-RETURN-CODE
           MOVE EXCP-DETAIL               TO OPNX-LAST-DETAIL
           MOVE SPACES                    TO OPNX-RESOLVED-RUN-ID
           MOVE ZEROES                    TO OPNX-RESOLVED-DATE

           MOVE 'UR70OPNX'                TO FIFIX-DDNAME
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +160                      TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-FIXED-LEN     TO FIFIX-RECFM

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 OPNX-RECORD-AREA,
                                 OPNX-KEY

           IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-SUCCESSFUL
              DISPLAY 'UR70OPNX PUT FAILED, RET CD = '
                      FIFIX-RETURN-CODE ' KEY = ' OPNX-KEY
           END-IF

           .
       913-EXIT.
           EXIT.

      ******************************************************************
      * THE RECORD IN FLIGHT (WS-CURRENT-RECORD-KEY) HAS JUST BEEN     *
      * DISPATCHED WITHOUT A SINGLE NEW EXCEPTION - MARK EVERY ITEM    *
      * STILL OPEN AGAINST ITS KEY FROM AN EARLIER RUN RESOLVED BY     *
      * THIS ONE.  THE ITEMS FOR ONE KEY SIT TOGETHER ON UR70OPNX,     *
      * SO ONE SHORT BROWSE FROM THE KEY FINDS THEM ALL.  SKIPPED      *
      * OUTRIGHT WHEN NOTHING WAS OPEN AT THE START OF THE RUN, AND    *
      * FOR A RECORD SOME APPLICABLE ENTRY WAS NOT CALLED FOR          *
      * (DISABLED OR DEFERRED) - JAVA HAS NOT SEEN IT EVERYWHERE, SO   *
      * ITS ITEMS STAY OPEN FOR THE RUN THAT FINISHES THE JOB.  AN     *
      * ENTRY SKIPPED BECAUSE THE DEFERRED-QUEUE PASS ALREADY CALLED   *
      * IT CLEANLY FOR THE RECORD DOES NOT COUNT AS NOT CALLED.        *
      * D001'S FIFIX STATE IS SAVED AND RESTORED, SINCE THIS RUNS      *
      * MID-BROWSE.                                                    *
      ******************************************************************
       916-RESOLVE-OPEN-ITEMS.

           IF NOT WS-OPNX-FILE-OPEN
              OR WS-OPNX-OPEN-AT-START = ZEROES
              GO TO 916-EXIT
           END-IF

           IF WS-OPNX-PARTIAL-DISPATCH
              ADD  1                      TO WS-OPNX-HELD-OPEN-COUNT
              GO TO 916-EXIT
           END-IF

           MOVE FIFIX-RETURN-CODE         TO WS-SAVE-FIFIX-RETURN-CODE
           MOVE FIFIX-RECORD-KEY          TO WS-SAVE-FIFIX-RECORD-KEY
           SET  WS-SAVE-FIFIX-ANCHOR      TO FIFIX-ANCHOR

           MOVE WS-CURRENT-RECORD-KEY     TO OPNX-D001-KEY
           MOVE LOW-VALUES                TO OPNX-SOURCE
           MOVE LOW-VALUES                TO OPNX-FUNCTION
           MOVE 'UR70OPNX'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-START-BROWSE  TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-VSAM          TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-IO            TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +0                        TO FIFIX-VSAM-RETURN-CODE
           MOVE +160                      TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-FIXED-LEN     TO FIFIX-RECFM

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 OPNX-RECORD-AREA,
                                 OPNX-KEY

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              MOVE 'N'                    TO WS-OPNX-SCAN-SW
              PERFORM 917-RESOLVE-ONE-ITEM THRU 917-EXIT
                 UNTIL WS-OPNX-SCAN-DONE
           END-IF

           MOVE WS-SAVE-FIFIX-RETURN-CODE TO FIFIX-RETURN-CODE
           MOVE WS-SAVE-FIFIX-RECORD-KEY  TO FIFIX-RECORD-KEY
           SET  FIFIX-ANCHOR              TO WS-SAVE-FIFIX-ANCHOR

           .
       916-EXIT.
           EXIT.

       917-RESOLVE-ONE-ITEM.

           MOVE 'UR70OPNX'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-READNEXT      TO FIFIX-FUNCTION-CODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +160                      TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-FIXED-LEN     TO FIFIX-RECFM

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 OPNX-RECORD-AREA,
                                 OPNX-KEY

           IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-SUCCESSFUL
              OR OPNX-D001-KEY NOT = WS-CURRENT-RECORD-KEY
              MOVE 'Y'                    TO WS-OPNX-SCAN-SW
              GO TO 917-EXIT
           END-IF

      *  AN ITEM THAT FAILED EARLIER IN THIS SAME RUN (A REJECTED
      *  TRANSACTION, SAY) IS NOT CLEARED BY A LATER CLEAN DISPATCH -
      *  ONLY A LATER RUN CAN RESOLVE IT.
           IF OPNX-STATUS-OPEN
              AND OPNX-LAST-RUN-ID NOT = WS-RUN-ID
              MOVE 'R'                    TO OPNX-STATUS
              MOVE WS-RUN-ID              TO OPNX-RESOLVED-RUN-ID
              MOVE WS-RUN-DATE            TO OPNX-RESOLVED-DATE
              MOVE 'UR70OPNX'             TO FIFIX-DDNAME
              MOVE FIFIX-VALUE-UPDATE     TO FIFIX-FUNCTION-CODE
              MOVE SPACES                 TO FIFIX-RETURN-CODE
              MOVE +160                   TO FIFIX-RECORD-LENGTH
              MOVE FIFIX-VALUE-FIXED-LEN  TO FIFIX-RECFM
              CALL FIFIX   USING FIFIX-PARAMETER-AREA,
                                 OPNX-RECORD-AREA,
                                 OPNX-KEY
              IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
                 ADD  1                   TO WS-OPNX-RESOLVED-COUNT
                 DISPLAY 'OPEN EXCEPTION RESOLVED, KEY = '
                         OPNX-D001-KEY ' ' OPNX-SOURCE
                         OPNX-FUNCTION
              ELSE
                 DISPLAY 'UR70OPNX UPDATE FAILED, RET CD = '
                         FIFIX-RETURN-CODE ' KEY = ' OPNX-KEY
                 MOVE 'Y'                 TO WS-OPNX-SCAN-SW
              END-IF
           END-IF

           .
       917-EXIT.
           EXIT.

      ******************************************************************
      * APPEND ONE RECORD TO DD UR70AUDT FOR A FIFIX CALL AGAINST D001 *
      * THAT READ, WROTE, UPDATED, OR DELETED A RECORD (CALLER FILLS   *
      ******************************************************************
      * APPEND ONE RECORD TO DD UR70OUT FOR A SUCCESSFUL GVBUR70 CALL  *
      * MADE AGAINST A D001 RECORD (CALLER FILLS IN OUT-KEY/OUT-CLASS/ *
      * OUT-METHOD/OUT-CHAIN-*/OUT-RECV-AREA; THIS PARAGRAPH COUNTS    *
      * AND WRITES IT).  D001'S FIFIX RETURN CODE/KEY ARE SAVED AND    *
      * RESTORED THE SAME WAY 907-WRITE-EXCEPTION ALREADY DOES, SINCE  *
      * THIS IS REACHED WHILE D001 IS STILL BEING BROWSED.             *
      ******************************************************************
       909-WRITE-OUTPUT.

              MOVE 'UR70OUT '             TO FIFIX-DDNAME
              MOVE FIFIX-VALUE-WRITE      TO FIFIX-FUNCTION-CODE
              COMPUTE FIFIX-RECORD-LENGTH =
                      113 + OUT-RECV-LENGTH
              MOVE FIFIX-VALUE-VARIABLE-LEN
                                          TO FIFIX-RECFM
              CALL FIFIX   USING FIFIX-PARAMETER-AREA,
                                 OUT-RECORD-AREA,
                                 FIFIX-RECORD-KEY
              IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
                 ADD  1                   TO WS-OUT-WRITTEN-COUNT
              END-IF
           ELSE
              DISPLAY 'UR70OUT NOT AVAILABLE, JAVA RESULT NOT SAVED'
           END-IF
           MOVE WS-RUN-DATE               TO DLTA-RUN-DATE
           MOVE WS-RUN-ID                 TO DLTA-RUN-ID
           ADD  1                         TO WS-DLTA-RECORD-COUNT
           EVALUATE TRUE
              WHEN DLTA-ACTION-ADD
                 ADD  1                   TO WS-DLTA-OWN-ADD-COUNT
              WHEN DLTA-ACTION-UPDATE
                 ADD  1                   TO WS-DLTA-OWN-UPD-COUNT
              WHEN DLTA-ACTION-DELETE
                 ADD  1                   TO WS-DLTA-OWN-DEL-COUNT
           END-EVALUATE

           IF DLTA-KEY IS NUMERIC
              MOVE DLTA-KEY               TO WS-HASH-WORK
           MOVE WS-SAVE-FIFIX-RECORD-KEY  TO FIFIX-RECORD-KEY
           SET  FIFIX-ANCHOR              TO WS-SAVE-FIFIX-ANCHOR

      *  AN INCREMENTAL RUN DISPATCHES ITS OWN ADDS AND UPDATES TOO.
           IF WS-INCR-COLLECTING
              AND (DLTA-ACTION-ADD OR DLTA-ACTION-UPDATE)
              MOVE DLTA-KEY               TO INCW-KEY
              MOVE 'T'                    TO INCW-SOURCE
              MOVE DLTA-RUN-ID            TO INCW-RUN-ID
              PERFORM 467-ADD-CANDIDATE   THRU 467-EXIT
           END-IF

           .
       911-EXIT.
           EXIT.
           DISPLAY 'FEED RECORD REJECTED, RULE ' REJT-REASON-RULE
                   REJT-REASON-TYPE ': ' WS-MASK-IMAGE(1:40)

           ADD  1                         TO WS-REJT-SEQ
           MOVE WS-RUN-ID                 TO REJT-RUN-ID
           MOVE WS-REJT-SEQ               TO REJT-SEQ

           IF WS-REJT-FILE-OPEN
              MOVE 'UR70REJT'             TO FIFIX-DDNAME
              MOVE FIFIX-VALUE-WRITE      TO FIFIX-FUNCTION-CODE
                                 FIFIX-RECORD-KEY
           END-IF

      *  REGISTER THE REJECT OPEN SO UR70CORR CAN TRACK IT TO A
      *  CORRECTION, A RESUBMISSION OR AN ABANDONMENT.
           IF WS-RJST-FILE-OPEN
              MOVE SPACES                 TO RJST-RECORD-AREA
              MOVE REJT-RUN-ID            TO RJST-RUN-ID
              MOVE REJT-SEQ               TO RJST-SEQ
              MOVE REJT-SOURCE            TO RJST-SOURCE
              MOVE WS-CURR-SRC-PRIORITY   TO RJST-SRC-PRIORITY
              MOVE REJT-REASON-RULE       TO RJST-REASON-RULE
              MOVE REJT-REASON-TYPE       TO RJST-REASON-TYPE
              MOVE 'OPEN'                 TO RJST-STATUS
              MOVE WS-RUN-DATE            TO RJST-REJECT-DATE
              MOVE WS-RUN-DATE            TO RJST-STATUS-DATE
              MOVE REJT-REASON-RULE       TO RJST-LAST-FAIL-RULE
              MOVE ZEROES                 TO RJST-ATTEMPTS
              MOVE REJT-RECORD-IMAGE      TO RJST-ORIGINAL-IMAGE
              MOVE 'UR70RJST'             TO FIFIX-DDNAME
              MOVE FIFIX-VALUE-WRITE      TO FIFIX-FUNCTION-CODE
              MOVE FIFIX-VALUE-VSAM       TO FIFIX-FILE-TYPE
              MOVE FIFIX-VALUE-IO         TO FIFIX-FILE-MODE
              MOVE SPACES                 TO FIFIX-RETURN-CODE
              MOVE +0                     TO FIFIX-VSAM-RETURN-CODE
              MOVE +240                   TO FIFIX-RECORD-LENGTH
              MOVE FIFIX-VALUE-FIXED-LEN  TO FIFIX-RECFM
              CALL FIFIX   USING FIFIX-PARAMETER-AREA,
                                 RJST-RECORD-AREA,
                                 RJST-KEY
              IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-SUCCESSFUL
                 DISPLAY 'UR70RJST WRITE FAILED, RET CD = '
                         FIFIX-RETURN-CODE ' KEY = ' RJST-KEY
              END-IF
           END-IF

           MOVE WS-SAVE-FIFIX-RETURN-CODE TO FIFIX-RETURN-CODE
           MOVE WS-SAVE-FIFIX-RECORD-KEY  TO FIFIX-RECORD-KEY
           SET  FIFIX-ANCHOR              TO WS-SAVE-FIFIX-ANCHOR

           IF UR70-RETC = UR70-VALUE-SUCCESSFUL
              MOVE '0000'                 TO WS-SEVERITY-CD
      *  A JAVA CODE A CHAINED STEP WAS ROUTED ON IS NOT A REJECT.
              IF UR70-FUNCTION = 'CALL    '
                 AND UR70-JRETC NOT = UR70-JVALUE-SUCCESSFUL
                 AND WS-CHAIN-NEXT-IDX = ZEROES
                 ADD  1                   TO WS-UR70-JAVA-REJECT-COUNT
                 MOVE '0004'              TO WS-SEVERITY-CD
              END-IF
                         'AS-IS'
              END-IF

              PERFORM 969-RELEASE-UPDATE-LOCK THRU 969-EXIT

              DISPLAY 'TESTUR70 ABEND CODE = ' WS-ABEND-CD

              CALL 'ILBOABN0'  USING WS-ABEND-CD
                   WS-D002-UPDATED-COUNT
           DISPLAY 'D002FEED RECORDS REJECTED          = '
                   WS-D002-REJECT-COUNT
           DISPLAY 'D002 MAINTENANCE TRANS. APPLIED    = '
                   WS-D2MT-APPLIED-COUNT
           DISPLAY 'D002 MAINTENANCE TRANS. REJECTED   = '
                   WS-D2MT-REJECTED-COUNT
           DISPLAY 'D002 RETIRES BLOCKED BY CHILDREN   = '
                   WS-D2MT-BLOCKED-COUNT
           DISPLAY 'D001 CHILDREN RE-POINTED           = '
                   WS-D2MT-REPOINT-COUNT
           DISPLAY 'D001 MAINTENANCE TRANS. APPLIED    = '
                   WS-TRAN-APPLIED-COUNT
           DISPLAY 'D001 MAINTENANCE TRANS. REJECTED   = '
                   WS-TRAN-REJECTED-COUNT
           DISPLAY 'D001 PENDING TRANS. HELD           = '
                   WS-PEND-SCHEDULED-COUNT
           DISPLAY 'D001 PENDING TRANS. CANCELLED      = '
                   WS-PEND-CANCELLED-COUNT
           DISPLAY 'D001 PENDING TRANS. AMENDED        = '
                   WS-PEND-AMENDED-COUNT
           DISPLAY 'D001 PENDING/DATED TRANS. REJECTED = '
                   WS-PEND-REJECTED-COUNT
           DISPLAY 'D001 PENDING TRANS. FIRED          = '
                   WS-PEND-FIRED-COUNT
           DISPLAY 'D001 ONLINE CHANGES PICKED UP     = '
                   WS-OLCH-DELTA-COUNT
           DISPLAY 'CONTROL CARDS ARCHIVED (UR70CFGA)  = '
                   WS-CFGA-CARD-COUNT
           IF WS-CFGA-FAIL-COUNT > ZEROES
              DISPLAY 'CONTROL CARD ARCHIVE FAILURES      = '
                      WS-CFGA-FAIL-COUNT
           END-IF
           IF WS-ARCH-ACTIVE
              DISPLAY 'D001 RECORDS EXAMINED FOR ARCHIVAL = '
                      WS-ARCH-EXAMINED-COUNT
              DISPLAY 'REPLAY KEYS NOT IN D001           = '
                      WS-REPL-NOT-FOUND-COUNT
           END-IF
           IF WS-INCR-ACTIVE
              DISPLAY 'INCREMENTAL RUN - CANDIDATE KEYS  = '
                      WS-INCR-CANDIDATE-COUNT
              DISPLAY '  BASELINE RUN ID                 = '
                      WS-INCR-BASE-RUN-ID
              DISPLAY '  CHANGED BY LATER RUNS           = '
                      WS-INCR-PRIOR-KEY-COUNT
              DISPLAY '  CHANGED BY THIS RUN             = '
                      WS-INCR-RUN-KEY-COUNT
              DISPLAY '  WITH OPEN EXCEPTION ITEMS       = '
                      WS-INCR-OPEN-KEY-COUNT
              DISPLAY '  DISPATCHED                      = '
                      WS-INCR-DISPATCH-COUNT
              DISPLAY '  NO LONGER ON D001               = '
                      WS-INCR-NOT-FOUND-COUNT
           END-IF
           IF WS-RUN-INCR-REQUESTED
              AND NOT WS-INCR-ACTIVE
              DISPLAY 'INCREMENTAL NOT APPLIED - '
                      WS-INCR-FULL-REASON
           END-IF
           IF WS-OPNX-FILE-OPEN
              DISPLAY 'OPEN EXCEPTION ITEMS CARRIED IN   = '
                      WS-OPNX-OPEN-AT-START
              DISPLAY '  NEW THIS RUN                    = '
                      WS-OPNX-NEW-COUNT
              DISPLAY '  FAILED AGAIN THIS RUN           = '
                      WS-OPNX-REPEAT-COUNT
              DISPLAY '  REOPENED THIS RUN               = '
                      WS-OPNX-REOPEN-COUNT
              DISPLAY '  RESOLVED THIS RUN               = '
                      WS-OPNX-RESOLVED-COUNT
              DISPLAY '  KEYS NOT FULLY DISPATCHED       = '
                      WS-OPNX-HELD-OPEN-COUNT
              MOVE WS-OPNX-OPEN-AT-START  TO WS-RPT-NUM-EDIT
              MOVE SPACES                 TO RPT-LINE
              STRING 'OPEN EXCEPTION ITEMS CARRIED IN   = '
                     WS-RPT-NUM-EDIT      DELIMITED BY SIZE
                     INTO RPT-LINE
              PERFORM 956-WRITE-REPORT-LINE THRU 956-EXIT
              MOVE WS-OPNX-NEW-COUNT      TO WS-RPT-NUM-EDIT
              MOVE SPACES                 TO RPT-LINE
              STRING '  NEW THIS RUN                    = '
                     WS-RPT-NUM-EDIT      DELIMITED BY SIZE
                     INTO RPT-LINE
              PERFORM 956-WRITE-REPORT-LINE THRU 956-EXIT
              MOVE WS-OPNX-REPEAT-COUNT   TO WS-RPT-NUM-EDIT
              MOVE SPACES                 TO RPT-LINE
              STRING '  FAILED AGAIN THIS RUN           = '
                     WS-RPT-NUM-EDIT      DELIMITED BY SIZE
                     INTO RPT-LINE
              PERFORM 956-WRITE-REPORT-LINE THRU 956-EXIT
              MOVE WS-OPNX-REOPEN-COUNT   TO WS-RPT-NUM-EDIT
              MOVE SPACES                 TO RPT-LINE
              STRING '  REOPENED THIS RUN               = '
                     WS-RPT-NUM-EDIT      DELIMITED BY SIZE
                     INTO RPT-LINE
              PERFORM 956-WRITE-REPORT-LINE THRU 956-EXIT
              MOVE WS-OPNX-RESOLVED-COUNT TO WS-RPT-NUM-EDIT
              MOVE SPACES                 TO RPT-LINE
              STRING '  RESOLVED THIS RUN               = '
                     WS-RPT-NUM-EDIT      DELIMITED BY SIZE
                     INTO RPT-LINE
              PERFORM 956-WRITE-REPORT-LINE THRU 956-EXIT
              MOVE WS-OPNX-HELD-OPEN-COUNT TO WS-RPT-NUM-EDIT
              MOVE SPACES                 TO RPT-LINE
              STRING '  KEYS NOT FULLY DISPATCHED       = '
                     WS-RPT-NUM-EDIT      DELIMITED BY SIZE
                     INTO RPT-LINE
              PERFORM 956-WRITE-REPORT-LINE THRU 956-EXIT
           END-IF
           IF WS-BRKR-TRIPPED
              OR WS-DEFR-QUEUED-AT-START > ZEROES
              OR WS-DEFR-WRITTEN-COUNT > ZEROES
              PERFORM 949-REPORT-ONE-TRIPPED-ENTRY
                 THRU 949-EXIT
                 VARYING WS-BRKR-WIN-SUB FROM 1 BY 1
                   UNTIL WS-BRKR-WIN-SUB > DRV-CTL-COUNT
              MOVE WS-DEFR-WRITTEN-COUNT  TO WS-RPT-NUM-EDIT
              MOVE SPACES                 TO RPT-LINE
              STRING 'JAVA CALLS DEFERRED TO UR70DEFR   = '
                     WS-RPT-NUM-EDIT      DELIMITED BY SIZE
                     INTO RPT-LINE
              DISPLAY RPT-LINE(1:50)
              PERFORM 956-WRITE-REPORT-LINE THRU 956-EXIT
              MOVE WS-BRKR-DEFER-FAIL-CNT TO WS-RPT-NUM-EDIT
              MOVE SPACES                 TO RPT-LINE
              STRING '  NOT DEFERRED, SENT TO UR70EXCP  = '
                     WS-RPT-NUM-EDIT      DELIMITED BY SIZE
                     INTO RPT-LINE
              DISPLAY RPT-LINE(1:50)
              PERFORM 956-WRITE-REPORT-LINE THRU 956-EXIT
              MOVE WS-DEFR-QUEUED-AT-START TO WS-RPT-NUM-EDIT
              MOVE SPACES                 TO RPT-LINE
              STRING 'DEFERRED JAVA CALLS CARRIED IN    = '
                     WS-RPT-NUM-EDIT      DELIMITED BY SIZE
                     INTO RPT-LINE
              DISPLAY RPT-LINE(1:50)
              PERFORM 956-WRITE-REPORT-LINE THRU 956-EXIT
              MOVE WS-DEFR-WORKED-COUNT   TO WS-RPT-NUM-EDIT
              MOVE SPACES                 TO RPT-LINE
              STRING '  WORKED THIS RUN                 = '
                     WS-RPT-NUM-EDIT      DELIMITED BY SIZE
                     INTO RPT-LINE
              DISPLAY RPT-LINE(1:50)
              PERFORM 956-WRITE-REPORT-LINE THRU 956-EXIT
              MOVE WS-DEFR-KEPT-COUNT     TO WS-RPT-NUM-EDIT
              MOVE SPACES                 TO RPT-LINE
              STRING '  STILL DEFERRED                  = '
                     WS-RPT-NUM-EDIT      DELIMITED BY SIZE
                     INTO RPT-LINE
              DISPLAY RPT-LINE(1:50)
              PERFORM 956-WRITE-REPORT-LINE THRU 956-EXIT
              MOVE WS-DEFR-GONE-COUNT     TO WS-RPT-NUM-EDIT
              MOVE SPACES                 TO RPT-LINE
              STRING '  RECORD NO LONGER ON D001        = '
                     WS-RPT-NUM-EDIT      DELIMITED BY SIZE
                     INTO RPT-LINE
              DISPLAY RPT-LINE(1:50)
              PERFORM 956-WRITE-REPORT-LINE THRU 956-EXIT
              MOVE WS-DEFR-NO-ENTRY-COUNT TO WS-RPT-NUM-EDIT
              MOVE SPACES                 TO RPT-LINE
              STRING '  ENTRY NO LONGER ON UR70DRV      = '
                     WS-RPT-NUM-EDIT      DELIMITED BY SIZE
                     INTO RPT-LINE
              DISPLAY RPT-LINE(1:50)
              PERFORM 956-WRITE-REPORT-LINE THRU 956-EXIT
              MOVE WS-DEFR-SKIP-COUNT     TO WS-RPT-NUM-EDIT
              MOVE SPACES                 TO RPT-LINE
              STRING '  CALLS SKIPPED, DONE FROM QUEUE  = '
                     WS-RPT-NUM-EDIT      DELIMITED BY SIZE
                     INTO RPT-LINE
              DISPLAY RPT-LINE(1:50)
              PERFORM 956-WRITE-REPORT-LINE THRU 956-EXIT
              MOVE WS-DEFR-LEFT-COUNT     TO WS-RPT-NUM-EDIT
              MOVE SPACES                 TO RPT-LINE
              STRING 'DEFERRED CALLS LEFT ON UR70DEFR   = '
                     WS-RPT-NUM-EDIT      DELIMITED BY SIZE
                     INTO RPT-LINE
              DISPLAY RPT-LINE(1:50)
              PERFORM 956-WRITE-REPORT-LINE THRU 956-EXIT
           END-IF
           DISPLAY 'RUN ELAPSED TIME (SECONDS)        = '
                   WS-JOB-ELAPSED-SECONDS
           DISPLAY '------------------------------------'
              DISPLAY '  PRIMARY LEG FAILURES      = '
                      WS-SHDW-PRIM-FAIL-COUNT
           END-IF
           IF WS-CHAIN-ENTRY-COUNT > ZEROES
              DISPLAY 'CHAINED UR70DRV ENTRIES     = '
                      WS-CHAIN-ENTRY-COUNT
              DISPLAY '  RESULTS PASSED TO NEXT STEP = '
                      WS-CHAIN-PASS-COUNT
              DISPLAY '  CHAINS ENDED EARLY        = '
                      WS-CHAIN-STOP-COUNT
              DISPLAY '  CHAINS DEFERRED AT A STEP = '
                      WS-CHAIN-DEFER-COUNT
           END-IF
           DISPLAY '------------------------------------'
           DISPLAY 'TOTAL EXCEPTIONS   = ' WS-EXCEPTION-COUNT
           DISPLAY '  WARNING  (0004)  = ' WS-EXCP-WARNING-COUNT
           PERFORM 956-WRITE-REPORT-LINE  THRU 956-EXIT
           MOVE WS-FEED-REJECT-COUNT      TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'UR70FEED RECORDS REJECTED BY EDITS = '
                  WS-RPT-NUM-EDIT         DELIMITED BY SIZE
                  INTO RPT-LINE
           PERFORM 956-WRITE-REPORT-LINE  THRU 956-EXIT
           MOVE WS-DUP-LOST-COUNT         TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'FEED RECORDS LOST TO PRIORITY RULE = '
                  WS-RPT-NUM-EDIT         DELIMITED BY SIZE
                  INTO RPT-LINE
           PERFORM 956-WRITE-REPORT-LINE  THRU 956-EXIT
           MOVE WS-DUP-UNCHECKED-COUNT    TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'FEED DUP CHECKS SKIPPED (TBL FULL) = '
                  WS-RPT-NUM-EDIT         DELIMITED BY SIZE
                  INTO RPT-LINE
           PERFORM 956-WRITE-REPORT-LINE  THRU 956-EXIT
           IF WS-FEED-RECORDS-LOADED > ZEROES
              MOVE SPACES                 TO RPT-LINE
              STRING 'FEED KEY RANGE ASSIGNED THIS RUN   = '
                     WS-KEY-RANGE-FIRST ' THRU ' WS-KEY-RANGE-LAST
                     DELIMITED BY SIZE   INTO RPT-LINE
              PERFORM 956-WRITE-REPORT-LINE THRU 956-EXIT
           END-IF
           IF WS-FEED-LOAD-BLOCKED
              MOVE SPACES                 TO RPT-LINE
              STRING 'UR70FEED LOAD ABANDONED - REJECT THRESHOLD '
                     'EXCEEDED'
                     DELIMITED BY SIZE   INTO RPT-LINE
              PERFORM 956-WRITE-REPORT-LINE THRU 956-EXIT
           END-IF
           MOVE WS-D002-LOADED-COUNT      TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'D002 ENTRIES LOADED FROM D002FEED  = '
                  WS-RPT-NUM-EDIT         DELIMITED BY SIZE
                  INTO RPT-LINE
           PERFORM 956-WRITE-REPORT-LINE  THRU 956-EXIT
           MOVE WS-D002-UPDATED-COUNT     TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'D002 ENTRIES REFRESHED IN PLACE    = '
                  WS-RPT-NUM-EDIT         DELIMITED BY SIZE
                  INTO RPT-LINE
           PERFORM 956-WRITE-REPORT-LINE  THRU 956-EXIT
           MOVE WS-D002-REJECT-COUNT      TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'D002FEED RECORDS REJECTED          = '
                  WS-RPT-NUM-EDIT         DELIMITED BY SIZE
                  INTO RPT-LINE
           PERFORM 956-WRITE-REPORT-LINE  THRU 956-EXIT
           MOVE WS-D2MT-APPLIED-COUNT     TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'D002 MAINTENANCE TRANS. APPLIED    = '
                  WS-RPT-NUM-EDIT         DELIMITED BY SIZE
                  INTO RPT-LINE
           PERFORM 956-WRITE-REPORT-LINE  THRU 956-EXIT
           MOVE WS-D2MT-REJECTED-COUNT    TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'D002 MAINTENANCE TRANS. REJECTED   = '
                  WS-RPT-NUM-EDIT         DELIMITED BY SIZE
                  INTO RPT-LINE
           PERFORM 956-WRITE-REPORT-LINE  THRU 956-EXIT
           MOVE WS-D2MT-BLOCKED-COUNT     TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'D002 RETIRES BLOCKED BY CHILDREN   = '
                  WS-RPT-NUM-EDIT         DELIMITED BY SIZE
                  INTO RPT-LINE
           PERFORM 956-WRITE-REPORT-LINE  THRU 956-EXIT
           MOVE WS-D2MT-REPOINT-COUNT     TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'D001 CHILDREN RE-POINTED           = '
                  WS-RPT-NUM-EDIT         DELIMITED BY SIZE
                  INTO RPT-LINE
           PERFORM 956-WRITE-REPORT-LINE  THRU 956-EXIT
           MOVE WS-TRAN-APPLIED-COUNT     TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'D001 MAINTENANCE TRANS. APPLIED    = '
                  WS-RPT-NUM-EDIT         DELIMITED BY SIZE
                  INTO RPT-LINE
           PERFORM 956-WRITE-REPORT-LINE  THRU 956-EXIT
           MOVE WS-TRAN-REJECTED-COUNT    TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'D001 MAINTENANCE TRANS. REJECTED   = '
                  WS-RPT-NUM-EDIT         DELIMITED BY SIZE
                  INTO RPT-LINE
           PERFORM 956-WRITE-REPORT-LINE  THRU 956-EXIT
           MOVE WS-PEND-SCHEDULED-COUNT   TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'D001 PENDING TRANS. HELD           = '
                  WS-RPT-NUM-EDIT         DELIMITED BY SIZE
                  INTO RPT-LINE
           PERFORM 956-WRITE-REPORT-LINE  THRU 956-EXIT
           MOVE WS-PEND-CANCELLED-COUNT   TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'D001 PENDING TRANS. CANCELLED      = '
                  WS-RPT-NUM-EDIT         DELIMITED BY SIZE
                  INTO RPT-LINE
           PERFORM 956-WRITE-REPORT-LINE  THRU 956-EXIT
           MOVE WS-PEND-AMENDED-COUNT     TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'D001 PENDING TRANS. AMENDED        = '
                  WS-RPT-NUM-EDIT         DELIMITED BY SIZE
                  INTO RPT-LINE
           PERFORM 956-WRITE-REPORT-LINE  THRU 956-EXIT
           MOVE WS-PEND-REJECTED-COUNT    TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'D001 PENDING/DATED TRANS. REJECTED = '
                  WS-RPT-NUM-EDIT         DELIMITED BY SIZE
                  INTO RPT-LINE
           PERFORM 956-WRITE-REPORT-LINE  THRU 956-EXIT
           MOVE WS-PEND-FIRED-COUNT       TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'D001 PENDING TRANS. FIRED          = '
                  WS-RPT-NUM-EDIT         DELIMITED BY SIZE
                  INTO RPT-LINE
           PERFORM 956-WRITE-REPORT-LINE  THRU 956-EXIT
           MOVE WS-OLCH-DELTA-COUNT       TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'D001 ONLINE CHANGES PICKED UP     = '
                  WS-RPT-NUM-EDIT         DELIMITED BY SIZE
                  INTO RPT-LINE
           PERFORM 956-WRITE-REPORT-LINE  THRU 956-EXIT
           MOVE WS-CFGA-CARD-COUNT        TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'CONTROL CARDS ARCHIVED (UR70CFGA)  = '
                  WS-RPT-NUM-EDIT         DELIMITED BY SIZE
                  INTO RPT-LINE
           PERFORM 956-WRITE-REPORT-LINE  THRU 956-EXIT
           IF WS-CFGA-FAIL-COUNT > ZEROES
              MOVE WS-CFGA-FAIL-COUNT     TO WS-RPT-NUM-EDIT
              MOVE SPACES                 TO RPT-LINE
              STRING 'CONTROL CARD ARCHIVE FAILURES      = '
                     WS-RPT-NUM-EDIT      DELIMITED BY SIZE
                     INTO RPT-LINE
              PERFORM 956-WRITE-REPORT-LINE THRU 956-EXIT
           END-IF
           IF WS-ARCH-ACTIVE
              MOVE WS-ARCH-EXAMINED-COUNT TO WS-RPT-NUM-EDIT
              MOVE SPACES                 TO RPT-LINE
                     INTO RPT-LINE
              PERFORM 956-WRITE-REPORT-LINE THRU 956-EXIT
           END-IF
           IF WS-INCR-ACTIVE
              MOVE WS-INCR-CANDIDATE-COUNT TO WS-RPT-NUM-EDIT
              MOVE SPACES                 TO RPT-LINE
              STRING 'INCREMENTAL RUN - CANDIDATE KEYS  = '
                     WS-RPT-NUM-EDIT      DELIMITED BY SIZE
                     INTO RPT-LINE
              PERFORM 956-WRITE-REPORT-LINE THRU 956-EXIT
              MOVE SPACES                 TO RPT-LINE
              STRING '  BASELINE RUN ID                 = '
                     WS-INCR-BASE-RUN-ID  DELIMITED BY SIZE
                     INTO RPT-LINE
              PERFORM 956-WRITE-REPORT-LINE THRU 956-EXIT
              MOVE WS-INCR-PRIOR-KEY-COUNT TO WS-RPT-NUM-EDIT
              MOVE SPACES                 TO RPT-LINE
              STRING '  CHANGED BY LATER RUNS           = '
                     WS-RPT-NUM-EDIT      DELIMITED BY SIZE
                     INTO RPT-LINE
              PERFORM 956-WRITE-REPORT-LINE THRU 956-EXIT
              MOVE WS-INCR-RUN-KEY-COUNT  TO WS-RPT-NUM-EDIT
              MOVE SPACES                 TO RPT-LINE
              STRING '  CHANGED BY THIS RUN             = '
                     WS-RPT-NUM-EDIT      DELIMITED BY SIZE
                     INTO RPT-LINE
              PERFORM 956-WRITE-REPORT-LINE THRU 956-EXIT
              MOVE WS-INCR-OPEN-KEY-COUNT TO WS-RPT-NUM-EDIT
              MOVE SPACES                 TO RPT-LINE
              STRING '  WITH OPEN EXCEPTION ITEMS       = '
                     WS-RPT-NUM-EDIT      DELIMITED BY SIZE
                     INTO RPT-LINE
              PERFORM 956-WRITE-REPORT-LINE THRU 956-EXIT
              MOVE WS-INCR-DISPATCH-COUNT TO WS-RPT-NUM-EDIT
              MOVE SPACES                 TO RPT-LINE
              STRING '  DISPATCHED                      = '
                     WS-RPT-NUM-EDIT      DELIMITED BY SIZE
                     INTO RPT-LINE
              PERFORM 956-WRITE-REPORT-LINE THRU 956-EXIT
              MOVE WS-INCR-NOT-FOUND-COUNT TO WS-RPT-NUM-EDIT
              MOVE SPACES                 TO RPT-LINE
              STRING '  NO LONGER ON D001               = '
                     WS-RPT-NUM-EDIT      DELIMITED BY SIZE
                     INTO RPT-LINE
              PERFORM 956-WRITE-REPORT-LINE THRU 956-EXIT
           END-IF
           IF WS-RUN-INCR-REQUESTED
              AND NOT WS-INCR-ACTIVE
              MOVE SPACES                 TO RPT-LINE
              STRING 'INCREMENTAL NOT APPLIED - '
                     WS-INCR-FULL-REASON  DELIMITED BY SIZE
                     INTO RPT-LINE
              PERFORM 956-WRITE-REPORT-LINE THRU 956-EXIT
           END-IF
           MOVE WS-JOB-ELAPSED-SECONDS    TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'RUN ELAPSED TIME (SECONDS)        = '
                     INTO RPT-LINE
              PERFORM 956-WRITE-REPORT-LINE THRU 956-EXIT
           END-IF
           IF WS-CHAIN-ENTRY-COUNT > ZEROES
              MOVE WS-CHAIN-ENTRY-COUNT   TO WS-RPT-NUM-EDIT
              MOVE SPACES                 TO RPT-LINE
              STRING 'CHAINED UR70DRV ENTRIES     = '
                     WS-RPT-NUM-EDIT      DELIMITED BY SIZE
                     INTO RPT-LINE
              PERFORM 956-WRITE-REPORT-LINE THRU 956-EXIT
              MOVE WS-CHAIN-PASS-COUNT    TO WS-RPT-NUM-EDIT
              MOVE SPACES                 TO RPT-LINE
              STRING '  RESULTS PASSED TO NEXT STEP = '
                     WS-RPT-NUM-EDIT      DELIMITED BY SIZE
                     INTO RPT-LINE
              PERFORM 956-WRITE-REPORT-LINE THRU 956-EXIT
              MOVE WS-CHAIN-STOP-COUNT    TO WS-RPT-NUM-EDIT
              MOVE SPACES                 TO RPT-LINE
              STRING '  CHAINS ENDED EARLY        = '
                     WS-RPT-NUM-EDIT      DELIMITED BY SIZE
                     INTO RPT-LINE
              PERFORM 956-WRITE-REPORT-LINE THRU 956-EXIT
              MOVE WS-CHAIN-DEFER-COUNT   TO WS-RPT-NUM-EDIT
              MOVE SPACES                 TO RPT-LINE
              STRING '  CHAINS DEFERRED AT A STEP = '
                     WS-RPT-NUM-EDIT      DELIMITED BY SIZE
                     INTO RPT-LINE
              PERFORM 956-WRITE-REPORT-LINE THRU 956-EXIT
           END-IF
           MOVE WS-EXCEPTION-COUNT        TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING 'TOTAL EXCEPTIONS   = '
              END-IF
           END-IF

      *  A RUN WHOSE JAVA CIRCUIT BREAKER TRIPPED ENDS WITH THE
      *  DISTINCT RETURN CODE 10 SO THE SCHEDULER KNOWS DEFERRED
      *  WORK IS WAITING ON UR70DEFR FOR A CATCH-UP RUN; ONLY A
      *  CATASTROPHIC SEVERITY WINS.
           IF WS-BRKR-TRIPPED
              DISPLAY 'RUN ENDED WITH THE JAVA CIRCUIT BREAKER '
                      'TRIPPED - DEFERRED WORK ON UR70DEFR'
              MOVE SPACES                 TO RPT-LINE
              STRING 'JAVA CIRCUIT BREAKER TRIPPED - '
                     'DEFERRED WORK ON UR70DEFR'
                     DELIMITED BY SIZE   INTO RPT-LINE
              PERFORM 956-WRITE-REPORT-LINE THRU 956-EXIT
              IF RETURN-CODE < 16
                 MOVE 10                  TO RETURN-CODE
              END-IF
           END-IF

           .
       950-EXIT.
           EXIT.
       948-EXIT.
           EXIT.

      ******************************************************************
      * FOR THE DRIVER ENTRY AT WS-BRKR-WIN-SUB, IF ITS CIRCUIT        *
      * BREAKER TRIPPED: WHEN, AT WHICH RECORD, AND HOW MANY CALLS     *
      * WERE DEFERRED, TO BOTH THE DISPLAY LOG AND DD UR70RPT.         *
      ******************************************************************
       949-REPORT-ONE-TRIPPED-ENTRY.

           IF NOT DRV-CTL-T-TRIPPED(WS-BRKR-WIN-SUB)
              GO TO 949-EXIT
           END-IF

           MOVE SPACES                    TO RPT-LINE
           STRING 'CIRCUIT BREAKER TRIPPED AT '
                  DRV-CTL-T-TRIP-TIME(WS-BRKR-WIN-SUB)(1:2) ':'
                  DRV-CTL-T-TRIP-TIME(WS-BRKR-WIN-SUB)(3:2) ':'
                  DRV-CTL-T-TRIP-TIME(WS-BRKR-WIN-SUB)(5:2)
                  ' ON ENTRY:'
                  DELIMITED BY SIZE      INTO RPT-LINE
           DISPLAY RPT-LINE(1:50)
           PERFORM 956-WRITE-REPORT-LINE  THRU 956-EXIT

           MOVE SPACES                    TO RPT-LINE
           STRING '  ' DRV-CTL-T-CLASS(WS-BRKR-WIN-SUB)
                  '|'  DRV-CTL-T-METHOD(WS-BRKR-WIN-SUB)
                  DELIMITED BY SIZE      INTO RPT-LINE
           DISPLAY RPT-LINE(1:70)
           PERFORM 956-WRITE-REPORT-LINE  THRU 956-EXIT

           MOVE DRV-CTL-T-DEFER-COUNT(WS-BRKR-WIN-SUB)
                                          TO WS-RPT-NUM-EDIT
           MOVE SPACES                    TO RPT-LINE
           STRING '  AT KEY ' DRV-CTL-T-TRIP-KEY(WS-BRKR-WIN-SUB)
                  ', CALLS DEFERRED = '
                  WS-RPT-NUM-EDIT
                  DELIMITED BY SIZE      INTO RPT-LINE
           DISPLAY RPT-LINE(1:60)
           PERFORM 956-WRITE-REPORT-LINE  THRU 956-EXIT

           .
       949-EXIT.
           EXIT.

      ******************************************************************
      * ONE SUMMARY LINE FOR THE FEED SOURCE AT SRC-STAT-IDX - ITS     *
      * DETAILS, LOADS, REJECTS, RECORDS LOST TO THE PRIORITY RULE,    *
                                          TO STAT-TIME-MIN-HUND
           MOVE DRV-CTL-T-TIME-MAX(DRV-CTL-IDX)
                                          TO STAT-TIME-MAX-HUND
           MOVE DRV-CTL-T-CHAIN-COUNT(DRV-CTL-IDX)
                                          TO STAT-CHAINED-COUNT

           IF DRV-CTL-T-CALL-COUNT(DRV-CTL-IDX) > ZEROES
              COMPUTE WS-CALL-AVG-HUND =
           MOVE WS-EXCP-CATASTROPHIC-CNT  TO HIST-EXCP-CATASTR
           MOVE WS-JOB-ELAPSED-SECONDS    TO HIST-ELAPSED-SECONDS
           MOVE WS-MAX-SEVERITY-CD        TO HIST-MAX-SEVERITY
           EVALUATE TRUE
              WHEN WS-RESTART-ACTIVE
                 MOVE 'RESTART '          TO HIST-RUN-MODE
              WHEN WS-RUN-REPLAY-MODE
                 MOVE 'REPLAY  '          TO HIST-RUN-MODE
              WHEN WS-INCR-ACTIVE
                 MOVE 'INCR    '          TO HIST-RUN-MODE
              WHEN WS-RUN-CATCHUP-MODE
                 MOVE 'CATCHUP '          TO HIST-RUN-MODE
              WHEN OTHER
                 MOVE 'NORMAL  '          TO HIST-RUN-MODE
           END-EVALUATE
           MOVE WS-INCR-CANDIDATE-COUNT   TO HIST-INCR-CANDIDATES
           MOVE SPACES                    TO HIST-RECORD-AREA(118:3)

           SET  FIFIX-ANCHOR              TO NULL
           MOVE 'UR70HIST'                TO FIFIX-DDNAME
              MOVE 'UR70HIST'             TO FIFIX-DDNAME
              MOVE FIFIX-VALUE-WRITE      TO FIFIX-FUNCTION-CODE
              MOVE FIFIX-VALUE-EXTEND     TO FIFIX-FILE-MODE
              MOVE +120                   TO FIFIX-RECORD-LENGTH
              MOVE FIFIX-VALUE-FIXED-LEN  TO FIFIX-RECFM
              CALL FIFIX   USING FIFIX-PARAMETER-AREA,
                                 HIST-RECORD-AREA,
                 MOVE 'RESTART '          TO REG-RUN-MODE
              WHEN WS-RUN-REPLAY-MODE
                 MOVE 'REPLAY  '          TO REG-RUN-MODE
              WHEN WS-RUN-CATCHUP-MODE
                 MOVE 'CATCHUP '          TO REG-RUN-MODE
              WHEN WS-INCR-ACTIVE
                 MOVE 'INCR    '          TO REG-RUN-MODE
              WHEN OTHER
                 MOVE 'NORMAL  '          TO REG-RUN-MODE
           END-EVALUATE
           MOVE WS-MAX-SEVERITY-CD        TO REG-FINAL-SEVERITY
           MOVE SPACES                    TO REG-RECORD-AREA(56:25)
      *  ONLY A RUN THAT DISPATCHED EVERYTHING IN ITS SCOPE CAN BE
      *  THE STARTING POINT FOR THE NEXT INCREMENTAL RUN.
           MOVE 'N'                       TO REG-BASELINE-SW
           IF NOT WS-RESTART-ACTIVE
              AND NOT WS-RUN-REPLAY-MODE
              AND NOT WS-RUN-CATCHUP-MODE
              AND NOT WS-SEL-ACTIVE
              AND NOT WS-QUIESCE-REQUESTED
              AND NOT WS-BRKR-TRIPPED
              MOVE 'Y'                    TO REG-BASELINE-SW
           END-IF
           MOVE WS-INCR-CANDIDATE-COUNT   TO REG-INCR-CANDIDATES

           PERFORM 093-PUT-REGISTRY-RECORD THRU 093-EXIT

           MOVE SPACES                    TO OUT-METHOD
           STRING 'HASH=' WS-TRLR-HASH-EDIT
                  DELIMITED BY SIZE      INTO OUT-METHOD
           MOVE ZEROES                    TO OUT-CHAIN-NO
                                             OUT-CHAIN-STEP
                                             OUT-CHAIN-STEPS
           MOVE 80                        TO OUT-RECV-LENGTH
           MOVE SPACES                    TO OUT-RECV-AREA

           MOVE 'UR70OUT '                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-WRITE         TO FIFIX-FUNCTION-CODE
           MOVE +193                      TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-VARIABLE-LEN  TO FIFIX-RECFM
           MOVE SPACES                    TO FIFIX-RECORD-KEY

              MOVE 'N'                    TO WS-REJT-OPEN-SW
           END-IF

           IF WS-RJST-FILE-OPEN
              MOVE 'UR70RJST'             TO FIFIX-DDNAME
              MOVE FIFIX-VALUE-CLOSE      TO FIFIX-FUNCTION-CODE
              CALL FIFIX   USING FIFIX-PARAMETER-AREA,
                                 RJST-RECORD-AREA,
                                 FIFIX-RECORD-KEY
              SET  FIFIX-ANCHOR           TO NULL
              MOVE 'N'                    TO WS-RJST-OPEN-SW
           END-IF

           .
       962-EXIT.
           EXIT.
           .
       965-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE THE OPEN-EXCEPTIONS FILE (DD UR70OPNX) AT END-OF-JOB.    *
      ******************************************************************
       967-CLOSE-OPNX-FILE.

           IF WS-OPNX-FILE-OPEN
              MOVE 'UR70OPNX'             TO FIFIX-DDNAME
              MOVE FIFIX-VALUE-CLOSE      TO FIFIX-FUNCTION-CODE
              CALL FIFIX   USING FIFIX-PARAMETER-AREA,
                                 OPNX-RECORD-AREA,
                                 OPNX-KEY
              SET  FIFIX-ANCHOR           TO NULL
              MOVE 'N'                    TO WS-OPNX-OPEN-SW
           END-IF

           .
       967-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE THE RUN-CONFIGURATION ARCHIVE (DD UR70CFGA) AT           *
      * END-OF-JOB.                                                    *
      ******************************************************************
       968-CLOSE-CONFIG-ARCHIVE.

           IF WS-CFGA-FILE-OPEN
              MOVE 'UR70CFGA'             TO FIFIX-DDNAME
              MOVE FIFIX-VALUE-CLOSE      TO FIFIX-FUNCTION-CODE
              CALL FIFIX   USING FIFIX-PARAMETER-AREA,
                                 CFGA-RECORD-AREA,
                                 CFGA-KEY
              SET  FIFIX-ANCHOR           TO NULL
              MOVE 'N'                    TO WS-CFGA-OPEN-SW
           END-IF

           .
       968-EXIT.
           EXIT.

      ******************************************************************
      * RELEASE THE D001 UPDATE LOCK, IF THIS RUN TOOK IT: MARK THE    *
      * RECORD FREE WITH THE RELEASE STAMPS, LEAVING THE HOLDER'S RUN  *
      * ID ON IT FOR THE RECORD.  ONLY A LOCK STILL HELD UNDER THIS    *
      * RUN ID IS TOUCHED.  RUNS ON THE ABEND PATH TOO, SO FAILURES    *
      * ARE DISPLAYED RATHER THAN CLASSIFIED - A CLASSIFY HERE COULD   *
      * RECURSE INTO 995-ABEND-JOB.  A LOCK THAT CANNOT BE RELEASED    *
      * STAYS HELD, AND UR70GATE HOLDS THE NEXT STREAM UNTIL IT IS     *
      * CLEARED.                                                       *
      ******************************************************************
       969-RELEASE-UPDATE-LOCK.

           IF NOT WS-LOCK-HELD
              GO TO 969-EXIT
           END-IF
           MOVE 'N'                       TO WS-LOCK-SW

           SET  FIFIX-ANCHOR              TO NULL
           MOVE 'UR70LOCK'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-OPEN          TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-VSAM          TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-IO            TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +0                        TO FIFIX-VSAM-RETURN-CODE
           MOVE +0                        TO FIFIX-RECORD-LENGTH
           MOVE SPACES                    TO FIFIX-RECFM
           MOVE SPACES                    TO FIFIX-RECORD-KEY

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 LOCK-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-SUCCESSFUL
              SET  FIFIX-ANCHOR           TO NULL
              DISPLAY 'UR70LOCK NOT AVAILABLE, D001 UPDATE LOCK NOT '
                      'RELEASED'
              GO TO 969-EXIT
           END-IF

           MOVE SPACES                    TO LOCK-RECORD-AREA
           MOVE WS-LOCK-KEY               TO FIFIX-RECORD-KEY
           MOVE 'UR70LOCK'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-READ          TO FIFIX-FUNCTION-CODE
           MOVE +80                       TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-FIXED-LEN     TO FIFIX-RECFM
           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 LOCK-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           IF FIFIX-RETURN-CODE NOT = FIFIX-VALUE-SUCCESSFUL
              OR NOT LOCK-IS-HELD
              OR LOCK-RUN-ID NOT = WS-RUN-ID
              DISPLAY 'D001 UPDATE LOCK NO LONGER HELD BY THIS RUN, '
                      'LEFT AS FOUND'
              GO TO 969-CLOSE
           END-IF

           ACCEPT WS-LOCK-TIME            FROM TIME
           ACCEPT LOCK-RELEASED-DATE      FROM DATE YYYYMMDD
           MOVE WS-LOCK-TIME(1:6)         TO LOCK-RELEASED-TIME
           MOVE 'FREE'                    TO LOCK-STATUS

           MOVE WS-LOCK-KEY               TO FIFIX-RECORD-KEY
           MOVE 'UR70LOCK'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-UPDATE        TO FIFIX-FUNCTION-CODE
           MOVE +80                       TO FIFIX-RECORD-LENGTH
           MOVE FIFIX-VALUE-FIXED-LEN     TO FIFIX-RECFM
           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 LOCK-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              DISPLAY 'D001 UPDATE LOCK RELEASED BY RUN ' WS-RUN-ID
           ELSE
              DISPLAY 'UR70LOCK UPDATE FAILED, RET CD = '
                      FIFIX-RETURN-CODE
                      ' - D001 UPDATE LOCK STILL HELD'
           END-IF

           .
       969-CLOSE.

           MOVE 'UR70LOCK'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-CLOSE         TO FIFIX-FUNCTION-CODE
           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 LOCK-RECORD-AREA,
                                 FIFIX-RECORD-KEY
           SET  FIFIX-ANCHOR              TO NULL

           .
       969-EXIT.
           EXIT.

      ******************************************************************
      * WRITE THIS RUN'S BALANCING FIGURES TO DD UR70BALF UNDER THE    *
      * RUN ID, FOR THE UR70BAL DAILY LEDGER.  RUN AFTER               *
      * 966-UPDATE-RUN-REGISTRY SO THE MODE AND SEVERITY ARE FINAL.    *
      * A FEED WHOSE LOAD WAS ABANDONED WITHHOLDS EVERY DETAIL THE     *
      * EDITS PASSED.  PUT THE SAME WAY 093-PUT-REGISTRY-RECORD PUTS   *
      * UR70REG; A MISSING DD IS NOT FATAL.                            *
      ******************************************************************
       970-WRITE-BALANCING-FIGURES.

           MOVE ZEROES                    TO WS-FEED-WITHHELD-COUNT
           IF WS-FEED-LOAD-BLOCKED
              COMPUTE WS-FEED-WITHHELD-COUNT =
                      WS-FEED-RECEIVED-COUNT - WS-FEED-REJECT-COUNT
           END-IF

           MOVE SPACES                    TO BALF-RECORD-AREA
           MOVE WS-RUN-ID                 TO BALF-RUN-ID
           MOVE WS-RUN-DATE               TO BALF-RUN-DATE
           MOVE REG-RUN-MODE              TO BALF-RUN-MODE
           MOVE WS-MAX-SEVERITY-CD        TO BALF-FINAL-SEVERITY
           MOVE WS-FEED-RECEIVED-COUNT    TO BALF-FEED-RECEIVED
           MOVE WS-FEED-TRLR-TOTAL        TO BALF-FEED-TRLR-TOTAL
           MOVE WS-FEED-REJECT-COUNT      TO BALF-FEED-REJECTED
           MOVE WS-DUP-LOST-COUNT         TO BALF-FEED-PRIO-LOST
           MOVE WS-FEED-RECORDS-LOADED    TO BALF-FEED-LOADED
           MOVE WS-FEED-WITHHELD-COUNT    TO BALF-FEED-WITHHELD
           MOVE WS-D001-OPENING-COUNT     TO BALF-D001-OPENING
           MOVE WS-FEED-WRITTEN-COUNT     TO BALF-D001-ADDS
           MOVE WS-D001-DELETE-COUNT      TO BALF-D001-DELETES
           MOVE WS-ARCH-ARCHIVED-COUNT    TO BALF-D001-ARCHIVED
           MOVE WS-D001-CLOSING-COUNT     TO BALF-D001-CLOSING
           MOVE WS-DLTA-RECORD-COUNT      TO BALF-DLTA-WRITTEN
           MOVE WS-DLTA-OWN-ADD-COUNT     TO BALF-DLTA-OWN-ADDS
           MOVE WS-DLTA-OWN-UPD-COUNT     TO BALF-DLTA-OWN-UPDATES
           MOVE WS-DLTA-OWN-DEL-COUNT     TO BALF-DLTA-OWN-DELETES
           MOVE WS-OLCH-DELTA-COUNT       TO BALF-DLTA-ONLINE
           MOVE WS-DLTA-RUN-SEQ           TO BALF-DLTA-GEN-SEQ
           MOVE WS-BAL-CALLS-OK           TO BALF-CALLS-OK
           MOVE WS-BAL-CALLS-DROPPED      TO BALF-CALLS-DROPPED
           MOVE WS-OUT-WRITTEN-COUNT      TO BALF-OUT-WRITTEN
           MOVE WS-OUT-RECORD-COUNT       TO BALF-OUT-TRLR-COUNT

           SET  FIFIX-ANCHOR              TO NULL
           MOVE 'UR70BALF'                TO FIFIX-DDNAME
           MOVE FIFIX-VALUE-OPEN          TO FIFIX-FUNCTION-CODE
           MOVE FIFIX-VALUE-VSAM          TO FIFIX-FILE-TYPE
           MOVE FIFIX-VALUE-IO            TO FIFIX-FILE-MODE
           MOVE SPACES                    TO FIFIX-RETURN-CODE
           MOVE +0                        TO FIFIX-VSAM-RETURN-CODE
           MOVE +0                        TO FIFIX-RECORD-LENGTH
           MOVE SPACES                    TO FIFIX-RECFM
           MOVE SPACES                    TO FIFIX-RECORD-KEY

           CALL FIFIX      USING FIFIX-PARAMETER-AREA,
                                 BALF-RECORD-AREA,
                                 FIFIX-RECORD-KEY

           IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
              MOVE BALF-RUN-ID            TO FIFIX-RECORD-KEY
              MOVE 'UR70BALF'             TO FIFIX-DDNAME
              MOVE FIFIX-VALUE-UPDATE     TO FIFIX-FUNCTION-CODE
              MOVE +240                   TO FIFIX-RECORD-LENGTH
              MOVE FIFIX-VALUE-FIXED-LEN  TO FIFIX-RECFM
              CALL FIFIX   USING FIFIX-PARAMETER-AREA,
                                 BALF-RECORD-AREA,
                                 FIFIX-RECORD-KEY

              IF FIFIX-RETURN-CODE = FIFIX-VALUE-NOT-FOUND
                 MOVE BALF-RUN-ID         TO FIFIX-RECORD-KEY
                 MOVE 'UR70BALF'          TO FIFIX-DDNAME
                 MOVE FIFIX-VALUE-WRITE   TO FIFIX-FUNCTION-CODE
                 MOVE +240                TO FIFIX-RECORD-LENGTH
                 MOVE FIFIX-VALUE-FIXED-LEN
                                          TO FIFIX-RECFM
                 CALL FIFIX   USING FIFIX-PARAMETER-AREA,
                                    BALF-RECORD-AREA,
                                    FIFIX-RECORD-KEY
              END-IF

              IF FIFIX-RETURN-CODE = FIFIX-VALUE-SUCCESSFUL
                 DISPLAY 'BALANCING FIGURES WRITTEN TO UR70BALF, '
                         'KEY = ' BALF-RUN-ID
              ELSE
                 DISPLAY 'UR70BALF PUT FAILED, RET CD = '
                         FIFIX-RETURN-CODE
              END-IF

              MOVE 'UR70BALF'             TO FIFIX-DDNAME
              MOVE FIFIX-VALUE-CLOSE      TO FIFIX-FUNCTION-CODE
              CALL FIFIX   USING FIFIX-PARAMETER-AREA,
                                 BALF-RECORD-AREA,
                                 FIFIX-RECORD-KEY
              SET  FIFIX-ANCHOR           TO NULL
           ELSE
              DISPLAY 'UR70BALF NOT AVAILABLE, BALANCING FIGURES '
                      'NOT RECORDED'
           END-IF

           .
       970-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE THE DEFERRED-WORK FILE (DD UR70DEFR) AT END-OF-JOB.      *
      ******************************************************************
       971-CLOSE-DEFERRED-FILE.

           IF WS-DEFR-FILE-OPEN
              MOVE 'UR70DEFR'             TO FIFIX-DDNAME
              MOVE FIFIX-VALUE-CLOSE      TO FIFIX-FUNCTION-CODE
              CALL FIFIX   USING FIFIX-PARAMETER-AREA,
                                 DEFR-RECORD-AREA,
                                 DEFR-KEY
              SET  FIFIX-ANCHOR           TO NULL
              MOVE 'N'                    TO WS-DEFR-OPEN-SW
           END-IF

           .
       971-EXIT.
           EXIT.
